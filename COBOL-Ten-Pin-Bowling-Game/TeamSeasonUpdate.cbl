*> every detail line, and the carried ranks (and the movement
*> derived from them) are within the team's own league.  A
*> single-league season prints exactly as before.
*>
*> A catch-up run of TenPinBowling scores several missed nights at
*> once and opens each night's STANDINGS section with a night
*> marker.  Each night's team lines are then posted as a week of
*> their own, in the order the file carries them, with the ranks
*> carried forward between nights so the report's movement is
*> since the night before the last.  A night already on the master
*> is passed over as above.  A night older than the last one
*> posted, when the last-posted night is not itself on the file,
*> would post behind the master - the run is refused with return
*> code 12 and no master written.
*>
*> Each run appends a START and an END line to RUNLOG, the
*> nightly stream's run log (see RunLogWriter).

identification division.
program-id. TeamSeasonUpdate.
01 NightGameDate pic x(8) value spaces.
01 NightLinesPosted pic 9(3) value zero.

*> The nights on a catch-up run's STANDINGS, one section each.
*> With no night markers the file is one night, as it always was.
    copy "CatchUpNight.cpy".

01 NightSectionCount pic 9(3) value zero.
    88 StandingsHasNightSections value 1 thru 999.
01 SectionNightDate pic x(8) value spaces.
01 SectionLinesPosted pic 9(3) value zero.
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

01 SortOuterIndex pic 9(3).
01 SortInnerIndex pic 9(3).
01 SeasonRank pic 9(3).

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    perform 2000-LoadTeamMaster

    perform 2500-ScanStandingsForNights

    perform 2600-CheckNightsAgainstMaster

    perform 3000-AccumulateNightFromStandings

    perform 3500-BuildLeagueList

    evaluate true
        when StandingsHasNightSections
            *> Each night was posted as its section closed.
            continue
        when NightGameDate is equal to LastPostedDate
            *> This night is already on the master - a rerun.  Leave
            *> the totals alone; the master is rolled forward and the
            *> report regenerated from what is already posted.
            display "TEAMUPD - NIGHT " NightGameDate
                " ALREADY POSTED - MASTER UNCHANGED"
        when NightLinesPosted is greater than zero
            perform 4000-PostNightToSeason
            add 1 to SeasonWeekNumber
            move NightGameDate to LastPostedDate
        when other
            continue
    end-evaluate

    perform 5000-RankTeamSeasonTable

        move 4 to return-code
    end-if

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.
            end-if
    end-evaluate.

2500-ScanStandingsForNights.

    *> A first pass over STANDINGS for the nights it carries, so a
    *> night that would post behind the master is caught before
    *> any night is posted.
    perform with test before until NoMoreInputLines
        read StandingsFile into TeamStandingsDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when StandingsLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        move StandingsLine to CatchUpNightLine
                        add 1 to NightSectionCount
                        move CN-NightDate to FeedNightDate
                        perform 2550-CheckOneNight
                    when StandingsLine(1:5) is equal to "RANK "
                        and StandingsLine(10:6) is equal to " TEAM "
                        and TD-GameDate is greater than LatestFeedDate
                        move TD-GameDate to LatestFeedDate
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfInputFile
    close StandingsFile

    if not StandingsHasNightSections
        and LatestFeedDate is not equal to spaces
        move LatestFeedDate to FeedNightDate
        perform 2550-CheckOneNight
    end-if

    open input StandingsFile

    if not StandingsFileStatusOk
        display "TEAMUPD - UNABLE TO OPEN STANDINGS - RUN STOPPED"
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
        close StandingsFile
        display "TEAMUPD - NIGHT " OlderNightDate
            " IS OLDER THAN THE LAST NIGHT POSTED " LastPostedDate
        display "TEAMUPD - NOTHING POSTED - RUN STOPPED"
        move 12 to return-code
        perform 9710-LogStepEnd
        stop run
    end-if.

3000-AccumulateNightFromStandings.

    perform with test before until NoMoreInputLines
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when StandingsLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        perform 3400-CloseNightSection
                        move StandingsLine to CatchUpNightLine
                        perform 3300-OpenNightSection
                    when StandingsLine(1:5) is equal to "RANK "
                        and StandingsLine(10:6) is equal to " TEAM "
                        perform 3100-AccumulateOneTeamLine
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    if StandingsHasNightSections
        perform 3400-CloseNightSection
    end-if

    move "N" to EndOfInputFile
    close StandingsFile.


    move TD-GameDate to NightGameDate
    add 1 to NightLinesPosted
    add 1 to SectionLinesPosted

    move "N" to TeamFound

        set TeamSeenTonight(TeamIndex) to true
    end-if.

3300-OpenNightSection.

    move CN-NightDate to SectionNightDate
    move zero to SectionLinesPosted

    if TeamEntryCount is greater than zero
        perform with test after varying TeamIndex from 1 by 1
            until TeamIndex is equal to TeamEntryCount

            move zero to TS-NightWon(TeamIndex)
            move zero to TS-NightLost(TeamIndex)
            move zero to TS-NightPins(TeamIndex)
            move zero to TS-NightHandicapPins(TeamIndex)
            move "N" to TS-NightSeen(TeamIndex)
        end-perform
    end-if.

3400-CloseNightSection.

    *> Post the section just read as one night, unless the master
    *> already has it.  Before a second night goes on, the table is
    *> ranked and the league ranks kept as last week's.
    evaluate true
        when SectionNightDate is equal to spaces
            continue
        when SectionNightDate is not greater than LastPostedDate
            display "TEAMUPD - NIGHT " SectionNightDate
                " ALREADY POSTED - MASTER UNCHANGED"
        when SectionLinesPosted is greater than zero
            if NightsPostedThisRun is greater than zero
                perform 5000-RankTeamSeasonTable
                perform 3500-BuildLeagueList
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

3500-BuildLeagueList.

    *> The leagues on the season table, in order of first
        end-perform
    end-if.

5100-CarryRankForward.

    *> The rank within the team's own league, as 6000 writes it.
    perform with test after varying LeagueSectionIndex from 1 by 1
        until LeagueSectionIndex is equal to LeagueListCount

        move LL-LeagueCode(LeagueSectionIndex) to CurrentLeagueCode
        move zero to LeagueRank

        perform with test after varying SeasonRank from 1 by 1
            until SeasonRank is equal to TeamEntryCount

            if TS-LeagueCode(SeasonRank) is equal to CurrentLeagueCode
                add 1 to LeagueRank
                move LeagueRank to TS-LastRank(SeasonRank)
            end-if
        end-perform
    end-perform.

6000-WriteTeamMaster.

    open output TeamMasterOut
        end-evaluate
    end-if.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "TEAMUPD" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "TEAMUPD" to LE-ProgramName
    move NightGameDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "LINES " delimited by size
        NightLinesPosted delimited by size
        " TEAMS " delimited by size
        TeamEntryCount delimited by size
        " WEEK " delimited by size
        SeasonWeekNumber delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program TeamSeasonUpdate.
