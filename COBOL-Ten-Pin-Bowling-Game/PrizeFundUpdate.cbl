*> of the same night rolls the master forward unchanged and
*> regenerates the report from it, the same convention the season
*> and account masters use.
*>
*> A catch-up run of TenPinBowling scores several missed nights at
*> once and opens each night's BILLING section with a night marker.
*> Each section's prize money posts under its own night's already-
*> posted check, in the order the file carries them, and the master
*> moves on to the latest night.  A night older than the last one
*> posted, when the last-posted night is not itself on the file,
*> would post behind the master - the run is refused with return
*> code 12 and no master written.
*>
*> Each run appends a START and an END line to RUNLOG, the
*> nightly stream's run log (see RunLogWriter).

identification division.
program-id. PrizeFundUpdate.
01 NightAlreadyPosted pic x value "N".
    88 NightWasAlreadyPosted value "Y".

*> The nights on a catch-up run's BILLING, one section each.  With
*> no night markers the feed is one night, as it always was.
    copy "CatchUpNight.cpy".

01 NightSectionCount pic 9(3) value zero.
    88 BillingHasNightSections value 1 thru 999.
01 SectionNightDate pic x(8) value spaces.
01 LatestSectionDate pic x(8) value spaces.

*> Checking the feed's nights against the master's last-posted
*> night before anything is posted.
01 FeedNightDate pic x(8) value spaces.
01 LatestFeedDate pic x(8) value spaces.
01 OlderNightDate pic x(8) value spaces.
01 PostedNightOnFeed pic x value "N".
    88 PostedNightIsOnFeed value "Y".

01 PrizeHeaderRecord.
    02 filler pic x(21) value "PRIZEFUND LASTPOSTED ".
    02 PF-LastDate pic x(8).

01 PrizeAmount pic 9(5)v99.
01 LinesPosted pic 9(5) value zero.

*> This step's START and END lines on RUNLOG.
    copy "RunLogEntry.cpy".
01 TotalFund pic 9(6)v99 value zero.
01 WriteIndex pic 9(3).


0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-LoadRoster

    perform 2000-LoadPrizeMaster

    perform 2500-ScanBillingForNights

    perform 2600-CheckNightsAgainstMaster

    perform 3000-PostBillingPrize

    if NightWasAlreadyPosted
        move 4 to return-code
    end-if

    perform 9710-LogStepEnd

    stop run.

1000-LoadRoster.
            end-if
    end-evaluate.

2500-ScanBillingForNights.

    *> A first pass over BILLING for the nights it carries, so a
    *> night that would post behind the master is caught before
    *> anything is posted.
    open input BillingFile

    if BillingFileNotFound
        display "PRIZEUPD - BILLING DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read BillingFile into BillingDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when BillingLine(1:14) is equal to "CATCHUP NIGHT "
                        move BillingLine to CatchUpNightLine
                        add 1 to NightSectionCount
                        move CN-NightDate to FeedNightDate
                        perform 2550-CheckOneNight
                    when BillingDetailLine(1:5) is equal to "LANE "
                        and BL-GameDate is greater than LatestFeedDate
                        move BL-GameDate to LatestFeedDate
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfInputFile
    close BillingFile

    if not BillingHasNightSections
        and LatestFeedDate is not equal to spaces
        move LatestFeedDate to FeedNightDate
        perform 2550-CheckOneNight
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

    *> The last-posted night being on the feed marks a rerun of
    *> nights already posted, which are passed over one by one.
    if OlderNightDate is not equal to spaces
        and not PostedNightIsOnFeed
        display "PRIZEUPD - NIGHT " OlderNightDate
            " IS OLDER THAN THE LAST NIGHT POSTED " LastPostedDate
        display "PRIZEUPD - NOTHING POSTED - RUN STOPPED"
        move 12 to return-code
        perform 9710-LogStepEnd
        stop run
    end-if.

3000-PostBillingPrize.

    open input BillingFile
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when BillingLine(1:14) is equal to "CATCHUP NIGHT "
                        move BillingLine to CatchUpNightLine
                        perform 3050-StartNightSection
                    when BillingDetailLine(1:5) is equal to "LANE "
                        perform 3100-PostOneBillingLine
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfInputFile
    close BillingFile

    *> On a catch-up run the master moves on to the latest night,
    *> and only a feed with no night newer than the master's is a
    *> rerun.
    if BillingHasNightSections
        move LatestSectionDate to NightGameDate

        if LatestSectionDate is not greater than LastPostedDate
            set NightWasAlreadyPosted to true
        end-if
    end-if.

3050-StartNightSection.

    move CN-NightDate to SectionNightDate

    if SectionNightDate is greater than LatestSectionDate
        move SectionNightDate to LatestSectionDate
    end-if

    if SectionNightDate is not greater than LastPostedDate
        display "PRIZEUPD - NIGHT " SectionNightDate
            " ALREADY POSTED - PRIZE PASSED OVER"
    end-if.

3100-PostOneBillingLine.

    move BL-GameDate to NightGameDate

    *> The whole feed is one night - if that night is already on
    *> the master this is a rerun and nothing gets posted.  On a
    *> catch-up run the check is the line's own night section.
    evaluate true
        when BillingHasNightSections
            if SectionNightDate is greater than LastPostedDate
                perform 3150-PostOnePrize
            end-if
        when NightGameDate is equal to LastPostedDate
            set NightWasAlreadyPosted to true
        when other
            perform 3150-PostOnePrize
    end-evaluate.

3150-PostOnePrize.

    move BL-Prize to PrizeAmount

    if PrizeAmount is greater than zero
        perform 3200-FindBowlerTeam
        perform 3300-FindOrAddPrizeTeam

        if TeamFoundInPrize
            add PrizeAmount to PZ-NightPrize(PrizeIndex)
            add 1 to LinesPosted
        end-if
    end-if.


    close PrizeReportFile.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "PRIZEUPD" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "PRIZEUPD" to LE-ProgramName
    move NightGameDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "LINES " delimited by size
        LinesPosted delimited by size
        " TEAMS " delimited by size
        PrizeEntryCount delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program PrizeFundUpdate.
