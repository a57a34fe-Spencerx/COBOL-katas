*> Pre-flight readiness check for the nightly stream.  Runs as
*> BOWLNITE's first step, before a card is scored, and inspects the
*> datasets the night depends on that operators otherwise have to
*> remember by hand.  Two of the worst nights on record were a stale
*> RESTART file and a PAYMENTS file applied twice; both are caught
*> here, before anything is written.
*>
*> What it checks, against tonight's date:
*> - RESTART: empty (a new night), checkpoints for tonight (a
*>   restart - nothing may be cleared down), or checkpoints left
*>   from an earlier night (stale - clear down before scoring).
*> - SCOREREPT, EXCEPTNS and RECAPRPT: empty on a new night; on a
*>   restart SCOREREPT may hold tonight's games and nothing else.
*> - RESUBMIT: a repaired card dated before the night last posted to
*>   ACCTMAST was scored by an earlier run and never cleared down.
*>   Repairs of the last posted night's own exceptions are expected.
*> - PAYMENTS: a receipt dated before the last posted night was
*>   credited by that night's posting; one dated on it may have been.
*> - ADJUSTMENTS: the same test as PAYMENTS, on the date each
*>   adjustment was keyed - its effective date may fairly be earlier.
*> - DELINQ: the hold list must have been cut by BOWLARAG on the
*>   day of tonight's night or since, not left from an earlier one.
*> - SCORECARDS: every batch header must be dated tonight.
*>
*> Tonight is the date on the SYSIN card, or today when the card is
*> blank - except that when RESTART holds checkpoints for an earlier
*> night and the feed's batches are dated that same night, the run
*> is taken as that night's restart (a restart after midnight), the
*> same way TenPinBowling takes its night from the checkpoints.
*>
*> A catch-up run (CATCHUP on the card) scores several missed nights
*> at once, and the card's date is the latest of them.  Batches may
*> then be dated any night up to it; checkpoints for any night on
*> the feed are that night's restart; and a feed night older than
*> the last posted night on ACCTMAST is a problem unless the last
*> posted night is itself on the feed - STEP010 would refuse it.
*>
*> Every finding is written to the readiness report in plain words:
*> what was found and what to do about it.  The step ends RC=0 when
*> the night is ready, RC=4 when it is ready but something wants a
*> look (a restart, a receipt or adjustment dated on the last
*> posted night), and RC=20 - a code no other nightly step uses -
*> when it is not ready; BOWLNITE holds every step behind it.  It
*> reads and never writes the datasets it checks, so rerunning it
*> is always safe.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   night date (YYYYMMDD) - the same card STEP010
*>                    gets; blank for today
*>   positions 10-16  CATCHUP to check a catch-up run's feed, whose
*>                    night date is the latest night on it

identification division.
program-id. NightPreflight.

environment division.
input-output section.
    file-control.
        select ScorecardFile assign to "SCORECARDS"
            organization is line sequential
            file status is ScorecardFileStatus.

        select RestartFile assign to "RESTART"
            organization is line sequential
            file status is RestartFileStatus.

        select ScoreReportFile assign to "SCOREREPT"
            organization is line sequential
            file status is ScoreReportFileStatus.

        select ExceptionsFile assign to "EXCEPTNS"
            organization is line sequential
            file status is ExceptionsFileStatus.

        select RecapFile assign to "RECAPRPT"
            organization is line sequential
            file status is RecapFileStatus.

        select ResubmitFile assign to "RESUBMIT"
            organization is line sequential
            file status is ResubmitFileStatus.

        select PaymentsFile assign to "PAYMENTS"
            organization is line sequential
            file status is PaymentsFileStatus.

        select AdjustmentsFile assign to "ADJUSTMENTS"
            organization is line sequential
            file status is AdjustmentsFileStatus.

        select AccountMasterIn assign to "ACCTIN"
            organization is line sequential
            file status is AccountMasterInStatus.

        select DelinquencyFile assign to "DELINQ"
            organization is line sequential
            file status is DelinquencyFileStatus.

        select ReadinessReportFile assign to "PREFLRPT"
            organization is line sequential
            file status is ReadinessReportFileStatus.

data division.
file section.
fd  ScorecardFile.
01 ScorecardFileRecord.
    copy "ScoreCardRecord.cpy".

fd  RestartFile
    recording mode is f.
01 RestartLine pic x(35).

fd  ScoreReportFile
    recording mode is f.
01 ScoreReportLine pic x(200).

fd  ExceptionsFile
    recording mode is f.
01 ExceptionsLine pic x(150).

fd  RecapFile
    recording mode is f.
01 RecapLine pic x(200).

fd  ResubmitFile.
01 ResubmitFileRecord.
    copy "ScoreCardRecord.cpy".

fd  PaymentsFile
    recording mode is f.
01 PaymentsLine pic x(80).

fd  AdjustmentsFile
    recording mode is f.
01 AdjustmentsLine pic x(132).

fd  AccountMasterIn
    recording mode is f.
01 AccountMasterInLine pic x(80).

fd  DelinquencyFile
    recording mode is f.
01 DelinquencyLine pic x(80).

fd  ReadinessReportFile
    recording mode is f.
01 ReadinessReportLine pic x(132).

working-storage section.

01 ScorecardFileStatus pic xx.
    88 ScorecardFileStatusOk values "00" "04" "10".
    88 ScorecardFileNotFound value "35".

01 RestartFileStatus pic xx.
    88 RestartFileStatusOk values "00" "04" "10".
    88 RestartFileNotFound value "35".

01 ScoreReportFileStatus pic xx.
    88 ScoreReportFileStatusOk values "00" "04" "10".
    88 ScoreReportFileNotFound value "35".

01 ExceptionsFileStatus pic xx.
    88 ExceptionsFileStatusOk values "00" "04" "10".
    88 ExceptionsFileNotFound value "35".

01 RecapFileStatus pic xx.
    88 RecapFileStatusOk values "00" "04" "10".
    88 RecapFileNotFound value "35".

01 ResubmitFileStatus pic xx.
    88 ResubmitFileStatusOk values "00" "04" "10".
    88 ResubmitFileNotFound value "35".

01 PaymentsFileStatus pic xx.
    88 PaymentsFileStatusOk values "00" "04" "10".
    88 PaymentsFileNotFound value "35".

01 AdjustmentsFileStatus pic xx.
    88 AdjustmentsFileStatusOk values "00" "04" "10".
    88 AdjustmentsFileNotFound value "35".

01 AccountMasterInStatus pic xx.
    88 AccountMasterInStatusOk values "00" "04" "10".
    88 AccountMasterInNotFound value "35".

01 DelinquencyFileStatus pic xx.
    88 DelinquencyFileStatusOk values "00" "04" "10".
    88 DelinquencyFileNotFound value "35".

01 ReadinessReportFileStatus pic xx.
    88 ReadinessReportFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).
01 CurrentDateTime pic x(21).
01 TodayDate pic x(8).
01 NightDate pic x(8).

01 NotReadyReturnCode pic 9(4) value 20.

    copy "ScoreCardControl.cpy".

    copy "RunLogEntry.cpy".

*> What RESTART says about tonight.
01 NightMode pic x value "N".
    88 NightIsNew value "N".
    88 NightIsRestart value "R".
    88 NightRestartIsStale value "S".

01 CheckpointCount pic 9(5) value zero.
01 CheckpointCardCount pic 9(5) value zero.
01 CheckpointNightDate pic x(8) value spaces.

*> The SCORECARDS feed as found.
01 FeedRecordCount pic 9(5) value zero.
01 FeedCardCount pic 9(5) value zero.
01 FeedHeaderCount pic 9(3) value zero.
01 FeedFirstNightDate pic x(8) value spaces.
01 FeedOtherNightCount pic 9(3) value zero.
01 FeedOtherNightDate pic x(8) value spaces.
01 FeedFound pic x value "N".
    88 FeedWasFound value "Y".

*> A catch-up run: the feed's nights, each up to the card's night.
01 CatchUpSwitch pic x value "N".
    88 CatchUpRun value "Y".

01 MaxFeedNightEntries pic 99 value 20.

01 FeedNightTable.
    02 FeedNightCount pic 99 value zero.
    02 FeedNightEntry occurs 1 to 20 times
            depending on FeedNightCount
            indexed by FeedNightIndex.
        03 FN-NightDate pic x(8).

01 FeedEarliestNightDate pic x(8) value spaces.
01 SearchNightDate pic x(8).
01 FeedNightFound pic x value "N".
    88 NightIsOnFeed value "Y".

*> The night's SCOREREPT detail line, as TenPinBowling writes it -
*> only the date matters here.
01 ScoreReportDetailLine.
    02 filler pic x(109).
    02 RD-GameDate pic x(8).
    02 filler pic x(83).

01 ReportLineCount pic 9(5) value zero.
01 ReportOtherNightCount pic 9(5) value zero.
01 ReportOtherNightDate pic x(8) value spaces.
01 ExceptionLineCount pic 9(5) value zero.
01 RecapLineCount pic 9(5) value zero.

01 LastPostedDate pic x(8) value spaces.

01 AccountHeaderRecord.
    02 filler pic x(20).
    02 AC-LastDate pic x(8).
    02 filler pic x(52).

01 ResubmitCardCount pic 9(5) value zero.
01 ResubmitStaleCount pic 9(5) value zero.
01 ResubmitOldestDate pic x(8) value spaces.

*> The PAYMENTS receipt line, as PaymentEntryScreen writes it.
01 PaymentDetailLine.
    02 filler pic x(6).
    02 PY-PaymentDate pic x(8).
    02 filler pic x(66).

01 PaymentCount pic 9(5) value zero.
01 PaymentStaleCount pic 9(5) value zero.
01 PaymentSameNightCount pic 9(5) value zero.
01 PaymentOldestDate pic x(8) value spaces.

*> The ADJUSTMENTS line, as AdjustmentEntryScreen writes it.
01 AdjustmentDetailLine.
    02 filler pic x(121).
    02 AJ-KeyedDate pic x(8).
    02 filler pic x(3).

01 AdjustmentCount pic 9(5) value zero.
01 AdjustmentStaleCount pic 9(5) value zero.
01 AdjustmentSameNightCount pic 9(5) value zero.
01 AdjustmentOldestDate pic x(8) value spaces.

*> The DELINQ header, as ArAgingReport writes it.
01 DelinquencyHeaderLine.
    02 filler pic x(15).
    02 DH-AsOfDate pic x(8).
    02 filler pic x(5).
    02 DH-CutDate pic x(8).
    02 filler pic x(44).

01 HoldListCutDate pic x(8) value spaces.
01 HoldListCount pic 9(5) value zero.

*> One finding at a time: how bad, which dataset, what was found
*> and what to do about it.
01 FindingSeverity pic x(7).
    88 FindingIsProblem value "PROBLEM".
    88 FindingIsWarning value "WARNING".
    88 FindingIsOk value "OK".
01 FindingDataset pic x(11).
01 FindingText pic x(112).
01 FindingAction pic x(112).

01 ProblemCount pic 9(3) value zero.
01 WarningCount pic 9(3) value zero.

01 WorkFileCount pic 9(5).
01 EditCount pic zzzz9.
01 EditCountText pic x(5).
01 EditNightCount pic z9.
01 EditNightText pic x(2).

01 ReportTitleLine.
    02 filler pic x(44)
        value "NIGHTLY STREAM PRE-FLIGHT READINESS - NIGHT ".
    02 RT-NightDate pic x(8).
    02 filler pic x(8) value " CHECKED".
    02 filler pic x(1) value space.
    02 RT-TodayDate pic x(8).
    02 filler pic x(63) value spaces.

01 FindingLine.
    02 FL-Severity pic x(7).
    02 filler pic x(1) value space.
    02 FL-Dataset pic x(11).
    02 filler pic x(1) value space.
    02 FL-Text pic x(112).

01 VerdictLine.
    02 filler pic x(8) value "VERDICT ".
    02 VL-Verdict pic x(40).
    02 filler pic x(10) value " PROBLEMS ".
    02 VL-Problems pic zz9.
    02 filler pic x(10) value " WARNINGS ".
    02 VL-Warnings pic zz9.
    02 filler pic x(58) value spaces.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 1500-ReadFeedDates

    perform 1600-ReadRestartCheckpoints

    perform 1700-DetermineNight

    perform 2000-CheckRestart

    perform 2500-CheckNightWorkFiles

    perform 3000-CheckLastPosted

    perform 3500-CheckResubmit

    perform 4000-CheckPayments

    perform 4500-CheckAdjustments

    perform 5000-CheckHoldList

    perform 6000-CheckScorecards

    perform 9000-Terminate

    stop run.

1000-Initialize.

    move spaces to ParameterCard
    accept ParameterCard

    move function current-date to CurrentDateTime
    move CurrentDateTime(1:8) to TodayDate

    open output ReadinessReportFile

    if not ReadinessReportFileStatusOk
        display "PREFLITE - UNABLE TO OPEN PREFLRPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    initialize RunLogEntry
    set LE-StepStarting to true
    move "PREFLITE" to LE-ProgramName
    if ParameterCard(1:8) is numeric
        move ParameterCard(1:8) to LE-NightDate
    end-if
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

1500-ReadFeedDates.

    open input ScorecardFile

    if ScorecardFileNotFound
        continue
    else
        set FeedWasFound to true

        perform with test before until NoMoreInputLines
            read ScorecardFile
                at end
                    set NoMoreInputLines to true
                not at end
                    add 1 to FeedRecordCount
                    perform 1510-NoteFeedRecord
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ScorecardFile
    end-if.

1510-NoteFeedRecord.

    evaluate ScorecardFileRecord(1:4)
        when "HDR "
            move ScorecardFileRecord to ScorecardFeedHeader
            add 1 to FeedHeaderCount
            if FeedFirstNightDate is equal to spaces
                move FH-NightDate to FeedFirstNightDate
            end-if
        when "TRL "
            continue
        when other
            add 1 to FeedCardCount
    end-evaluate.

1600-ReadRestartCheckpoints.

    *> No RESTART at all is as good as an empty one - STEP010
    *> creates it.
    open input RestartFile

    if RestartFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read RestartFile
                at end
                    set NoMoreInputLines to true
                not at end
                    if RestartLine(1:11) is equal to "CHECKPOINT "
                        add 1 to CheckpointCount
                        move RestartLine(12:5) to CheckpointCardCount
                        move spaces to CheckpointNightDate
                        if RestartLine(17:7) is equal to " NIGHT "
                            move RestartLine(24:8) to CheckpointNightDate
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close RestartFile
    end-if.

1700-DetermineNight.

    *> A blank card is today - unless the checkpoints and the feed
    *> agree on an earlier night, which is that night's restart
    *> running on past midnight.
    if ParameterCard(10:7) is equal to "CATCHUP"
        set CatchUpRun to true
    end-if

    evaluate true
        when ParameterCard(1:8) is numeric
            move ParameterCard(1:8) to NightDate
        when CheckpointCount is greater than zero
            and not CatchUpRun
            and CheckpointNightDate is not equal to spaces
            and CheckpointNightDate is equal to FeedFirstNightDate
            move CheckpointNightDate to NightDate
        when other
            move TodayDate to NightDate
    end-evaluate

    *> Each batch's date is checked against the night now known.
    move zero to FeedOtherNightCount
    if FeedWasFound
        perform 1710-CountFeedOtherNights
    end-if

    initialize ReportTitleLine
    move NightDate to RT-NightDate
    move TodayDate to RT-TodayDate
    write ReadinessReportLine from ReportTitleLine

    move spaces to ReadinessReportLine
    write ReadinessReportLine.

1710-CountFeedOtherNights.

    open input ScorecardFile

    perform with test before until NoMoreInputLines
        read ScorecardFile
            at end
                set NoMoreInputLines to true
            not at end
                if ScorecardFileRecord(1:4) is equal to "HDR "
                    move ScorecardFileRecord to ScorecardFeedHeader
                    evaluate true
                        when CatchUpRun
                            and FH-NightDate is numeric
                            and FH-NightDate is not greater than NightDate
                            perform 1720-AddFeedNight
                        when FH-NightDate is not equal to NightDate
                            add 1 to FeedOtherNightCount
                            if FeedOtherNightDate is equal to spaces
                                move FH-NightDate to FeedOtherNightDate
                            end-if
                        when other
                            continue
                    end-evaluate
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close ScorecardFile.

1720-AddFeedNight.

    move FH-NightDate to SearchNightDate
    perform 1730-FindFeedNight

    if not NightIsOnFeed
        and FeedNightCount is less than MaxFeedNightEntries
        add 1 to FeedNightCount
        set FeedNightIndex to FeedNightCount
        move FH-NightDate to FN-NightDate(FeedNightIndex)
    end-if

    if FeedEarliestNightDate is equal to spaces
        or FH-NightDate is less than FeedEarliestNightDate
        move FH-NightDate to FeedEarliestNightDate
    end-if.

1730-FindFeedNight.

    move "N" to FeedNightFound

    if FeedNightCount is greater than zero
        perform with test after varying FeedNightIndex from 1 by 1
            until FeedNightIndex is equal to FeedNightCount
            or NightIsOnFeed

            if FN-NightDate(FeedNightIndex) is equal to SearchNightDate
                set NightIsOnFeed to true
            end-if
        end-perform
    end-if.

2000-CheckRestart.

    move "RESTART" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction

    *> On a catch-up run the checkpoints may be for any of the
    *> feed's nights - the one the interrupted run stopped in.
    move "N" to FeedNightFound
    if CatchUpRun
        and CheckpointNightDate is not equal to spaces
        move CheckpointNightDate to SearchNightDate
        perform 1730-FindFeedNight
    end-if

    evaluate true
        when CheckpointCount is equal to zero
            set NightIsNew to true
            set FindingIsOk to true
            move "Empty - tonight is scored as a new night from the first card."
                to FindingText
        when CatchUpRun
            and NightIsOnFeed
            set NightIsRestart to true
            set FindingIsWarning to true
            move CheckpointCardCount to EditCount
            move EditCount to EditCountText
            string "Holds checkpoints for night " delimited by size
                CheckpointNightDate delimited by size
                " of the catch-up - STEP010 will resume that night "
                    delimited by size
                "after card " delimited by size
                function trim(EditCountText) delimited by size
                "." delimited by size
                into FindingText
            move "This is a restart. Do not clear down RESTART, SCOREREPT, EXCEPTNS, RECAPRPT, RESUBMIT or PAYMENTS."
                to FindingAction
        when CatchUpRun
            and CheckpointNightDate is not equal to spaces
            set NightRestartIsStale to true
            set FindingIsProblem to true
            string "Holds checkpoints for night " delimited by size
                CheckpointNightDate delimited by size
                ", not a night on the catch-up feed - it was never"
                    delimited by size
                " cleared down." delimited by size
                into FindingText
            move "Clear down RESTART, SCOREREPT, EXCEPTNS and RECAPRPT before the catch-up run."
                to FindingAction
        when CheckpointNightDate is equal to NightDate
            set NightIsRestart to true
            set FindingIsWarning to true
            move CheckpointCardCount to EditCount
            move EditCount to EditCountText
            string "Holds checkpoints for tonight - STEP010 will resume "
                    delimited by size
                "scoring after card " delimited by size
                function trim(EditCountText) delimited by size
                "." delimited by size
                into FindingText
            move "This is a restart. Do not clear down RESTART, SCOREREPT, EXCEPTNS, RECAPRPT, RESUBMIT or PAYMENTS."
                to FindingAction
        when CheckpointNightDate is equal to spaces
            set NightRestartIsStale to true
            set FindingIsProblem to true
            move "Holds checkpoints with no night date - they were written by an earlier night's run."
                to FindingText
            move "Clear down RESTART, SCOREREPT, EXCEPTNS and RECAPRPT before scoring a new night."
                to FindingAction
        when other
            set NightRestartIsStale to true
            set FindingIsProblem to true
            string "Holds checkpoints for night " delimited by size
                CheckpointNightDate delimited by size
                ", not tonight (" delimited by size
                NightDate delimited by size
                ") - it was not cleared down after that night."
                    delimited by size
                into FindingText
            string "Clear down RESTART, SCOREREPT, EXCEPTNS and RECAPRPT "
                    delimited by size
                "- unless night " delimited by size
                CheckpointNightDate delimited by size
                " itself still has to be finished." delimited by size
                into FindingAction
    end-evaluate

    perform 8000-WriteFinding.

2500-CheckNightWorkFiles.

    perform 2510-CountScoreReport
    perform 2520-CountExceptions
    perform 2530-CountRecap

    *> SCOREREPT - empty for a new night, tonight's games only on a
    *> restart.
    move "SCOREREPT" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction
    move ReportLineCount to EditCount
    move EditCount to EditCountText

    evaluate true
        when ReportLineCount is equal to zero
            set FindingIsOk to true
            move "Empty." to FindingText
        when NightIsRestart
            and ReportOtherNightCount is equal to zero
            and CatchUpRun
            set FindingIsOk to true
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " lines for the catch-up's nights, as a restart expects."
                    delimited by size
                into FindingText
        when NightIsRestart
            and ReportOtherNightCount is equal to zero
            set FindingIsOk to true
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " games for tonight, as a restart expects."
                    delimited by size
                into FindingText
        when NightIsRestart
            set FindingIsProblem to true
            string "Holds games for night " delimited by size
                ReportOtherNightDate delimited by size
                " alongside tonight's restart - an earlier night was"
                    delimited by size
                " never cleared down." delimited by size
                into FindingText
            move "Do not guess - have the league office check SCOREREPT against STANDINGS before restarting."
                to FindingAction
        when other
            set FindingIsProblem to true
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " lines from an earlier night - it was not cleared down."
                    delimited by size
                into FindingText
            move "Clear down SCOREREPT before a new night, or tonight's standings and postings will include them."
                to FindingAction
    end-evaluate

    perform 8000-WriteFinding

    move "EXCEPTNS" to FindingDataset
    move ExceptionLineCount to WorkFileCount
    perform 2550-CheckWorkFileEmpty

    move "RECAPRPT" to FindingDataset
    move RecapLineCount to WorkFileCount
    perform 2550-CheckWorkFileEmpty.

2510-CountScoreReport.

    open input ScoreReportFile

    if ScoreReportFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read ScoreReportFile into ScoreReportDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    add 1 to ReportLineCount
                    if ScoreReportDetailLine(1:5) is equal to "LANE "
                        perform 2515-CheckReportLineNight
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ScoreReportFile
    end-if.

2515-CheckReportLineNight.

    *> A catch-up restart's SCOREREPT holds games for any of the
    *> feed's nights; otherwise only tonight's belong on it.
    if (CatchUpRun
            and (RD-GameDate is less than FeedEarliestNightDate
                or RD-GameDate is greater than NightDate))
        or (not CatchUpRun
            and RD-GameDate is not equal to NightDate)
        add 1 to ReportOtherNightCount
        if ReportOtherNightDate is equal to spaces
            move RD-GameDate to ReportOtherNightDate
        end-if
    end-if.

2520-CountExceptions.

    open input ExceptionsFile

    if ExceptionsFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read ExceptionsFile
                at end
                    set NoMoreInputLines to true
                not at end
                    add 1 to ExceptionLineCount
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ExceptionsFile
    end-if.

2530-CountRecap.

    open input RecapFile

    if RecapFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read RecapFile
                at end
                    set NoMoreInputLines to true
                not at end
                    add 1 to RecapLineCount
            end-read
        end-perform

        move "N" to EndOfInputFile
        close RecapFile
    end-if.

2550-CheckWorkFileEmpty.

    *> EXCEPTNS and RECAPRPT carry no date worth trusting here -
    *> anything on them at the start of a new night is left over.
    move spaces to FindingText
    move spaces to FindingAction
    move WorkFileCount to EditCount
    move EditCount to EditCountText

    evaluate true
        when WorkFileCount is equal to zero
            set FindingIsOk to true
            move "Empty." to FindingText
        when NightIsRestart
            set FindingIsOk to true
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " lines written by tonight's interrupted run."
                    delimited by size
                into FindingText
        when other
            set FindingIsProblem to true
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " lines from an earlier night - it was not cleared down."
                    delimited by size
                into FindingText
            string "Clear down " delimited by size
                FindingDataset delimited by space
                " at the start of a new night." delimited by size
                into FindingAction
    end-evaluate

    perform 8000-WriteFinding.

3000-CheckLastPosted.

    open input AccountMasterIn

    if AccountMasterInNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read AccountMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    if AccountMasterInLine(1:20) is equal to
                            "ACCOUNTS LASTPOSTED "
                        move AccountMasterInLine to AccountHeaderRecord
                        move AC-LastDate to LastPostedDate
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AccountMasterIn
    end-if

    move "ACCTMAST" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction

    move "N" to FeedNightFound
    if CatchUpRun
        and LastPostedDate is not equal to spaces
        move LastPostedDate to SearchNightDate
        perform 1730-FindFeedNight
    end-if

    evaluate true
        when LastPostedDate is equal to spaces
            set FindingIsWarning to true
            move "Carries no last posted night - RESUBMIT and PAYMENTS cannot be checked against it."
                to FindingText
            move "Fine for the first night of the books; otherwise check ACCTMAST(0) is the right generation."
                to FindingAction
        when LastPostedDate is equal to NightDate
            set FindingIsWarning to true
            move "Tonight is already posted - STEP017 will post nothing again for it."
                to FindingText
            move "Expected only when rerunning a night that already finished; check the night date on SYSIN."
                to FindingAction
        when LastPostedDate is greater than NightDate
            set FindingIsProblem to true
            string "Last posted night is " delimited by size
                LastPostedDate delimited by size
                ", after tonight (" delimited by size
                NightDate delimited by size
                ")." delimited by size
                into FindingText
            move "Check the night date on the SYSIN cards - a night cannot be scored behind the books."
                to FindingAction
        when CatchUpRun
            and FeedEarliestNightDate is not equal to spaces
            and FeedEarliestNightDate is less than LastPostedDate
            and not NightIsOnFeed
            set FindingIsProblem to true
            string "Last posted night is " delimited by size
                LastPostedDate delimited by size
                ", after the feed's night " delimited by size
                FeedEarliestNightDate delimited by size
                " - STEP010 will refuse the catch-up." delimited by size
                into FindingText
            move "Take the nights already posted out of SCORECARDS, or check ACCTMAST(0) is the right generation."
                to FindingAction
        when CatchUpRun
            and NightIsOnFeed
            set FindingIsWarning to true
            string "Nights on the feed up to " delimited by size
                LastPostedDate delimited by size
                " are already posted - the posting steps will pass over them."
                    delimited by size
                into FindingText
            move "Expected only when rerunning a catch-up that already posted some of its nights."
                to FindingAction
        when other
            set FindingIsOk to true
            string "Last posted night is " delimited by size
                LastPostedDate delimited by size
                "." delimited by size
                into FindingText
    end-evaluate

    perform 8000-WriteFinding.

3500-CheckResubmit.

    open input ResubmitFile

    if ResubmitFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read ResubmitFile
                at end
                    set NoMoreInputLines to true
                not at end
                    add 1 to ResubmitCardCount
                    if LastPostedDate is not equal to spaces
                        and SC-GameDate of ResubmitFileRecord
                            is less than LastPostedDate
                        add 1 to ResubmitStaleCount
                        if ResubmitOldestDate is equal to spaces
                            or SC-GameDate of ResubmitFileRecord
                                is less than ResubmitOldestDate
                            move SC-GameDate of ResubmitFileRecord
                                to ResubmitOldestDate
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ResubmitFile
    end-if

    move "RESUBMIT" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction

    evaluate true
        when ResubmitCardCount is equal to zero
            set FindingIsOk to true
            move "Empty - no repaired cards to score." to FindingText
        when ResubmitStaleCount is greater than zero
            set FindingIsProblem to true
            move ResubmitStaleCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " repaired cards dated before the last posted night ("
                    delimited by size
                LastPostedDate delimited by size
                "), oldest " delimited by size
                ResubmitOldestDate delimited by size
                " - already scored."
                    delimited by size
                into FindingText
            move "Clear down RESUBMIT after a clean run, or these cards will be scored a second time."
                to FindingAction
        when other
            set FindingIsOk to true
            move ResubmitCardCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " repaired cards to score ahead of tonight's feed."
                    delimited by size
                into FindingText
    end-evaluate

    perform 8000-WriteFinding.

4000-CheckPayments.

    open input PaymentsFile

    if PaymentsFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read PaymentsFile into PaymentDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if PaymentDetailLine(1:5) is equal to "DATE "
                        perform 4100-CheckOneReceipt
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PaymentsFile
    end-if

    move "PAYMENTS" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction

    evaluate true
        when PaymentCount is equal to zero
            set FindingIsOk to true
            move "Empty - no receipts to post." to FindingText
        when PaymentStaleCount is greater than zero
            set FindingIsProblem to true
            move PaymentStaleCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " receipts dated before the last posted night ("
                    delimited by size
                LastPostedDate delimited by size
                "), oldest " delimited by size
                PaymentOldestDate delimited by size
                " - already credited."
                    delimited by size
                into FindingText
            move "Clear down PAYMENTS after a clean STEP017, or these receipts will be credited a second time."
                to FindingAction
        when PaymentSameNightCount is greater than zero
            set FindingIsWarning to true
            move PaymentSameNightCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " receipts dated on the last posted night ("
                    delimited by size
                LastPostedDate delimited by size
                ")." delimited by size
                into FindingText
            move "If they were keyed before that night's run they are already credited - clear them down."
                to FindingAction
        when other
            set FindingIsOk to true
            move PaymentCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " receipts keyed since the last posting."
                    delimited by size
                into FindingText
    end-evaluate

    perform 8000-WriteFinding.

4100-CheckOneReceipt.

    add 1 to PaymentCount

    if LastPostedDate is not equal to spaces
        evaluate true
            when PY-PaymentDate is less than LastPostedDate
                add 1 to PaymentStaleCount
                if PaymentOldestDate is equal to spaces
                    or PY-PaymentDate is less than PaymentOldestDate
                    move PY-PaymentDate to PaymentOldestDate
                end-if
            when PY-PaymentDate is equal to LastPostedDate
                add 1 to PaymentSameNightCount
        end-evaluate
    end-if.

4500-CheckAdjustments.

    open input AdjustmentsFile

    if AdjustmentsFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read AdjustmentsFile into AdjustmentDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if AdjustmentDetailLine(1:5) is equal to "DATE "
                        perform 4600-CheckOneAdjustment
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AdjustmentsFile
    end-if

    move "ADJUSTMENTS" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction

    evaluate true
        when AdjustmentCount is equal to zero
            set FindingIsOk to true
            move "Empty - no adjustments to post." to FindingText
        when AdjustmentStaleCount is greater than zero
            set FindingIsProblem to true
            move AdjustmentStaleCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " adjustments keyed before the last posted night ("
                    delimited by size
                LastPostedDate delimited by size
                "), oldest " delimited by size
                AdjustmentOldestDate delimited by size
                " - already posted."
                    delimited by size
                into FindingText
            move "Clear down ADJUSTMENTS after a clean STEP017, or these adjustments will be posted a second time."
                to FindingAction
        when AdjustmentSameNightCount is greater than zero
            set FindingIsWarning to true
            move AdjustmentSameNightCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " adjustments keyed on the last posted night ("
                    delimited by size
                LastPostedDate delimited by size
                ")." delimited by size
                into FindingText
            move "If they were keyed before that night's run they are already posted - clear them down."
                to FindingAction
        when other
            set FindingIsOk to true
            move AdjustmentCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " adjustments keyed since the last posting."
                    delimited by size
                into FindingText
    end-evaluate

    perform 8000-WriteFinding.

4600-CheckOneAdjustment.

    add 1 to AdjustmentCount

    if LastPostedDate is not equal to spaces
        evaluate true
            when AJ-KeyedDate is less than LastPostedDate
                add 1 to AdjustmentStaleCount
                if AdjustmentOldestDate is equal to spaces
                    or AJ-KeyedDate is less than AdjustmentOldestDate
                    move AJ-KeyedDate to AdjustmentOldestDate
                end-if
            when AJ-KeyedDate is equal to LastPostedDate
                add 1 to AdjustmentSameNightCount
        end-evaluate
    end-if.

5000-CheckHoldList.

    open input DelinquencyFile

    if DelinquencyFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read DelinquencyFile
                at end
                    set NoMoreInputLines to true
                not at end
                    evaluate true
                        when DelinquencyLine(1:15) is equal to
                                "HOLD LIST ASOF "
                            move DelinquencyLine
                                to DelinquencyHeaderLine
                            move DH-CutDate to HoldListCutDate
                        when DelinquencyLine(1:3) is equal to "ID "
                            add 1 to HoldListCount
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close DelinquencyFile
    end-if

    move "DELINQ" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction
    move HoldListCount to EditCount
    move EditCount to EditCountText

    evaluate true
        when DelinquencyFileNotFound
            set FindingIsWarning to true
            move "Not found - nobody will be held tonight." to FindingText
            move "Run BOWLARAG before scoring if the league wants its hold list applied."
                to FindingAction
        when HoldListCutDate is equal to spaces
            set FindingIsWarning to true
            move "Carries no cut date - it cannot be proved to be today's hold list."
                to FindingText
            move "Rerun BOWLARAG this afternoon to cut a dated list."
                to FindingAction
        when HoldListCutDate is less than NightDate
            set FindingIsProblem to true
            string "Was cut on " delimited by size
                HoldListCutDate delimited by size
                ", before tonight (" delimited by size
                NightDate delimited by size
                ") - bowlers who fell behind since would not be held."
                    delimited by size
                into FindingText
            move "Run BOWLARAG before scoring, then resubmit this job."
                to FindingAction
        when other
            set FindingIsOk to true
            string "Cut " delimited by size
                HoldListCutDate delimited by size
                ", " delimited by size
                function trim(EditCountText) delimited by size
                " bowlers on hold." delimited by size
                into FindingText
    end-evaluate

    perform 8000-WriteFinding.

6000-CheckScorecards.

    move "SCORECARDS" to FindingDataset
    move spaces to FindingText
    move spaces to FindingAction

    evaluate true
        when not FeedWasFound
            set FindingIsProblem to true
            move "Not found - the lane system feed for tonight has not arrived."
                to FindingText
            move "Have the lane system transmit tonight's feed, then resubmit this job."
                to FindingAction
        when FeedRecordCount is equal to zero
            set FindingIsProblem to true
            move "Empty - the lane system feed for tonight has not arrived."
                to FindingText
            move "Have the lane system transmit tonight's feed, then resubmit this job."
                to FindingAction
        when FeedHeaderCount is equal to zero
            set FindingIsProblem to true
            move "Carries no batch header - STEP010 cannot prove it and would reject it."
                to FindingText
            move "Have the lane system resend the feed with its header and trailer."
                to FindingAction
        when FeedOtherNightCount is greater than zero
            and CatchUpRun
            set FindingIsProblem to true
            move FeedOtherNightCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " batches dated " delimited by size
                FeedOtherNightDate delimited by size
                ", after the catch-up's last night (" delimited by size
                NightDate delimited by size
                ")." delimited by size
                into FindingText
            move "Check the night date on the SYSIN cards is the latest night on the feed."
                to FindingAction
        when FeedOtherNightCount is greater than zero
            set FindingIsProblem to true
            move FeedOtherNightCount to EditCount
            move EditCount to EditCountText
            string "Holds " delimited by size
                function trim(EditCountText) delimited by size
                " batches dated " delimited by size
                FeedOtherNightDate delimited by size
                ", not tonight (" delimited by size
                NightDate delimited by size
                ") - SCORECARDS(0) is not tonight's feed."
                    delimited by size
                into FindingText
            move "Check the lane system sent tonight's feed and it is the latest generation."
                to FindingAction
        when CatchUpRun
            set FindingIsOk to true
            move FeedCardCount to EditCount
            move EditCount to EditCountText
            move FeedNightCount to EditNightCount
            move EditNightCount to EditNightText
            string function trim(EditCountText) delimited by size
                " cards in batches for " delimited by size
                function trim(EditNightText) delimited by size
                " nights, " delimited by size
                FeedEarliestNightDate delimited by size
                " to " delimited by size
                NightDate delimited by size
                "." delimited by size
                into FindingText
        when other
            set FindingIsOk to true
            move FeedCardCount to EditCount
            move EditCount to EditCountText
            string function trim(EditCountText) delimited by size
                " cards in batches all dated tonight." delimited by size
                into FindingText
    end-evaluate

    perform 8000-WriteFinding.

8000-WriteFinding.

    evaluate true
        when FindingIsProblem
            add 1 to ProblemCount
        when FindingIsWarning
            add 1 to WarningCount
    end-evaluate

    initialize FindingLine
    move FindingSeverity to FL-Severity
    move FindingDataset to FL-Dataset
    move FindingText to FL-Text
    write ReadinessReportLine from FindingLine

    display "PREFLITE - " FindingSeverity " " FindingDataset " "
        function trim(FindingText)

    if FindingAction is not equal to spaces
        initialize FindingLine
        move FindingAction to FL-Text
        write ReadinessReportLine from FindingLine

        display "PREFLITE -                     "
            function trim(FindingAction)
    end-if.

9000-Terminate.

    move spaces to ReadinessReportLine
    write ReadinessReportLine

    initialize VerdictLine
    move ProblemCount to VL-Problems
    move WarningCount to VL-Warnings

    evaluate true
        when ProblemCount is greater than zero
            move "NOT READY - FIX THE PROBLEMS ABOVE" to VL-Verdict
            move NotReadyReturnCode to return-code
        when WarningCount is greater than zero
            move "READY - READ THE WARNINGS ABOVE" to VL-Verdict
            move 4 to return-code
        when other
            move "READY" to VL-Verdict
            move zero to return-code
    end-evaluate

    write ReadinessReportLine from VerdictLine
    close ReadinessReportFile

    display "PREFLITE - NIGHT " NightDate " " VL-Verdict

    initialize RunLogEntry
    set LE-StepEnding to true
    move "PREFLITE" to LE-ProgramName
    move NightDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "PROBLEMS " delimited by size
        ProblemCount delimited by size
        " WARNINGS " delimited by size
        WarningCount delimited by size
        " FEED CARDS " delimited by size
        FeedCardCount delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program NightPreflight.
