*> regenerates the report from it, so resubmitting the job never
*> double-counts a night's games.

*> A catch-up run of TenPinBowling scores several missed nights at
*> once and opens each night's lines on SCOREREPT with a night
*> marker.  Each night is then posted as a week of its own, in the
*> order the file carries them, with last-rank carried forward
*> between nights so the report's movement is since the night
*> before the last.  A night already on the master is passed over
*> as above.  A night older than the last one posted, when the
*> last-posted night is not itself on the file, would post behind
*> the master - the run is refused with return code 12 and no
*> master written.

*> Each run appends a START and an END line to RUNLOG, the
*> nightly stream's run log (see RunLogWriter).

identification division.
program-id. SeasonUpdate.

01 NightGameScore pic 9(3).
01 NightLinesPosted pic 9(5) value zero.

*> The nights on a catch-up run's SCOREREPT, one section each.
*> With no night markers the file is one night, as it always was.
    copy "CatchUpNight.cpy".

01 NightSectionCount pic 9(3) value zero.
    88 ReportHasNightSections value 1 thru 999.
01 SectionNightDate pic x(8) value spaces.
01 SectionLinesPosted pic 9(5) value zero.
01 NightsPostedThisRun pic 9(3) value zero.

*> Checking the file's nights against the master's last-posted
*> night before anything is posted.
01 FeedNightDate pic x(8) value spaces.
01 LatestFeedDate pic x(8) value spaces.
01 OlderNightDate pic x(8) value spaces.
01 PostedNightOnFeed pic x value "N".
    88 PostedNightIsOnFeed value "Y".

*> This step's START and END lines on RUNLOG.
    copy "RunLogEntry.cpy".

01 SortOuterIndex pic 9(5).
01 SortInnerIndex pic 9(5).
01 SeasonRank pic 9(5).

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    perform 2000-LoadSeasonMaster

    perform 2500-ScanReportForNights

    perform 2600-CheckNightsAgainstMaster

    perform 3000-AccumulateNightFromReport

    evaluate true
        when ReportHasNightSections
            *> Each night was posted as its section closed.
            continue
        when NightGameDate is equal to LastPostedDate
            *> This night is already on the master - a rerun.  Leave
            *> the totals alone; the master is rolled forward and the
            *> report regenerated from what is already posted.
            display "SEASONUPD - NIGHT " NightGameDate
                " ALREADY POSTED - MASTER UNCHANGED"
        when NightLinesPosted is greater than zero
            perform 4000-PostNightToSeason
            add 1 to SeasonWeekNumber
            move NightGameDate to LastPostedDate
        when other
            continue
    end-evaluate

    perform 5000-RankSeasonTable

        move 4 to return-code
    end-if

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.
            end-if
    end-evaluate.

2500-ScanReportForNights.

    *> A first pass over SCOREREPT for the nights it carries, so a
    *> night that would post behind the master is caught before
    *> any night is posted.
    perform with test before until NoMoreInputLines
        read ScoreReportFile into ScoreReportDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when ScoreReportLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        move ScoreReportLine to CatchUpNightLine
                        add 1 to NightSectionCount
                        move CN-NightDate to FeedNightDate
                        perform 2550-CheckOneNight
                    when ScoreReportDetailLine(1:5) is equal to "LANE "
                        and RD-EntryType is not equal to "BLIND"
                        and RD-GameDate is greater than LatestFeedDate
                        move RD-GameDate to LatestFeedDate
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfInputFile
    close ScoreReportFile

    if not ReportHasNightSections
        and LatestFeedDate is not equal to spaces
        move LatestFeedDate to FeedNightDate
        perform 2550-CheckOneNight
    end-if

    open input ScoreReportFile

    if not ScoreReportFileStatusOk
        display "SEASONUPD - UNABLE TO OPEN SCOREREPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

2550-CheckOneNight.

    evaluate true
        when LastPostedDate is equal to spaces
            continue
        when FeedNightDate is less than LastPostedDate
            if OlderNightDate is equal to spaces
                move FeedNightDate to OlderNightDate
            end-if
        when FeedNightDate is equal to LastPostedDate
            set PostedNightIsOnFeed to true
        when other
            continue
    end-evaluate.

2600-CheckNightsAgainstMaster.

    *> The last-posted night being on the file marks a rerun of
    *> nights already posted, which are passed over one by one.
    if OlderNightDate is not equal to spaces
        and not PostedNightIsOnFeed
        close ScoreReportFile
        display "SEASONUPD - NIGHT " OlderNightDate
            " IS OLDER THAN THE LAST NIGHT POSTED " LastPostedDate
        display "SEASONUPD - NOTHING POSTED - RUN STOPPED"
        move 12 to return-code
        perform 9710-LogStepEnd
        stop run
    end-if.

3000-AccumulateNightFromReport.

    perform with test before until NoMoreInputLines
                *> Blind games stand in for a no-show on the
                *> night - they are not bowled games and do not
                *> post to anybody's season totals or records.
                evaluate true
                    when ScoreReportLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        perform 3400-CloseNightSection
                        move ScoreReportLine to CatchUpNightLine
                        perform 3300-OpenNightSection
                    when ScoreReportDetailLine(1:5) is equal to "LANE "
                        and RD-EntryType is not equal to "BLIND"
                        perform 3100-AccumulateOneGame
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    if ReportHasNightSections
        perform 3400-CloseNightSection
    end-if

    move "N" to EndOfInputFile
    close ScoreReportFile.

    move RD-Score to NightGameScore
    move RD-GameDate to NightGameDate
    add 1 to NightLinesPosted
    add 1 to SectionLinesPosted

    move "N" to SeasonFound

        end-if
    end-if.

3300-OpenNightSection.

    move CN-NightDate to SectionNightDate
    move zero to SectionLinesPosted

    if SeasonEntryCount is greater than zero
        perform with test after varying SeasonIndex from 1 by 1
            until SeasonIndex is equal to SeasonEntryCount

            move zero to SE-NightPins(SeasonIndex)
            move zero to SE-NightGames(SeasonIndex)
            move zero to SE-NightHighGame(SeasonIndex)
        end-perform
    end-if.

3400-CloseNightSection.

    *> Post the section just read as one night, unless the master
    *> already has it.  Before a second night goes on, the table is
    *> ranked and the ranks kept as last week's.
    evaluate true
        when SectionNightDate is equal to spaces
            continue
        when SectionNightDate is not greater than LastPostedDate
            display "SEASONUPD - NIGHT " SectionNightDate
                " ALREADY POSTED - MASTER UNCHANGED"
        when SectionLinesPosted is greater than zero
            if NightsPostedThisRun is greater than zero
                perform 5000-RankSeasonTable
                perform 5100-CarryRankForward
            end-if

            perform 4000-PostNightToSeason
            add 1 to SeasonWeekNumber
            move SectionNightDate to LastPostedDate
            add 1 to NightsPostedThisRun
        when other
            continue
    end-evaluate

    if SectionNightDate is not equal to spaces
        move SectionNightDate to NightGameDate
    end-if.

4000-PostNightToSeason.

    *> A bowler's series for the night is their total pins over
        end-perform
    end-if.

5100-CarryRankForward.

    perform with test after varying SeasonRank from 1 by 1
        until SeasonRank is equal to SeasonEntryCount

        move SeasonRank to SE-LastRank(SeasonRank)
    end-perform.

6000-WriteSeasonMaster.

    open output SeasonMasterOut
        end-evaluate
    end-if.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "SEASONUPD" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "SEASONUPD" to LE-ProgramName
    move NightGameDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "LINES " delimited by size
        NightLinesPosted delimited by size
        " BOWLERS " delimited by size
        SeasonEntryCount delimited by size
        " WEEK " delimited by size
        SeasonWeekNumber delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program SeasonUpdate.
