*> after a clean posting (and never between a failure and its
*> restart) - the same convention the nightly job stream uses for
*> RESUBMIT-FILE.  See the PAYMENTS DD in BOWLNITE.
*>
*> The night's side pots arrive on POT-POSTING-FILE, already in the
*> journal layout, from the SidePotRun step: entry fees as type POT,
*> posted as charges, and winnings as type PTW, posted as credits.
*> They post with the night's billing under the same already-posted
*> check, and a pot line dated the master's last-posted night is
*> skipped, so a rerun never charges a fee or pays a prize twice.
*> The file is optional - no pots run, nothing to post.
*>
*> The office's receivables adjustments arrive on
*> ADJUSTMENTS-FILE, keyed on AdjustmentEntryScreen: credit memos
*> (CRM) and write-offs (WOF) come off the balance, refunds (RFD)
*> and debit memos (DBM) go on it, and each is journaled under its
*> own type with its reason as the description.  They post with
*> the night's receipts and are consumed whole the same way - clear
*> ADJUSTMENTS down with PAYMENTS after a clean posting.  A line of
*> any other type is left unposted and the step ends RC=4.
*>
*> A catch-up run of TenPinBowling scores several missed nights at
*> once and opens each night's BILLING section with a night marker.
*> Each section's charges post under their own night's already-
*> posted check, in the order the file carries them, so a night the
*> master already has is passed over and the nights after it still
*> post.  Receipts, adjustments and pots post once, with the latest
*> night, and the master moves on to that night.  A night older
*> than the last one posted, when the last-posted night is not
*> itself on the file, would post behind the master - the run is
*> refused with return code 12 before anything is journaled.
*>
*> Each run appends a START and an END line to RUNLOG, the
*> nightly stream's run log (see RunLogWriter).

identification division.
program-id. AccountPosting.
            organization is line sequential
            file status is PaymentsFileStatus.

        select AdjustmentsFile assign to "ADJUSTMENTS"
            organization is line sequential
            file status is AdjustmentsFileStatus.

        select TransactionFile assign to "ARTRANS"
            organization is line sequential
            file status is TransactionFileStatus.

        select PotPostingFile assign to "POTPOST"
            organization is line sequential
            file status is PotPostingFileStatus.

data division.
file section.
fd  AccountMasterIn
    recording mode is f.
01 PaymentsLine pic x(80).

fd  AdjustmentsFile
    recording mode is f.
01 AdjustmentsLine pic x(132).

fd  TransactionFile
    recording mode is f.
01 TransactionLine pic x(80).

fd  PotPostingFile
    recording mode is f.
01 PotPostingLine pic x(80).

working-storage section.

01 AccountMasterInStatus pic xx.
01 PaymentsFileStatus pic xx.
    88 PaymentsFileNotFound value "35".

01 AdjustmentsFileStatus pic xx.
    88 AdjustmentsFileNotFound value "35".

01 TransactionFileStatus pic xx.
    88 TransactionFileNotFound value "35".

01 PotPostingFileStatus pic xx.
    88 PotPostingFileNotFound value "35".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

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

01 AccountHeaderRecord.
    02 filler pic x(20) value "ACCOUNTS LASTPOSTED ".
    02 AC-LastDate pic x(8).
    02 PY-Reference pic x(10).
    02 filler pic x(22).

*> The ADJUSTMENTS line, as AdjustmentEntryScreen writes it.
01 AdjustmentDetailLine.
    02 filler pic x(6).
    02 AJ-AdjustDate pic x(8).
    02 filler pic x(4).
    02 AJ-BowlerId pic x(10).
    02 filler pic x(6).
    02 AJ-Type pic x(3).
    02 filler pic x(8).
    02 AJ-Amount pic zzz9.99.
    02 filler pic x(8).
    02 AJ-Reason pic x(20).
    02 filler pic x(52).

01 TransactionDetailLine.
    02 filler pic x(6) value "DATE ".
    02 TR-Date pic x(8).
01 ChargeDescription pic x(20).
01 ChargesPosted pic 9(5) value zero.
01 PaymentsPosted pic 9(5) value zero.
01 PotFeesPosted pic 9(5) value zero.
01 PotWinningsPosted pic 9(5) value zero.
01 AdjustmentsPosted pic 9(5) value zero.
01 AdjustmentsRejected pic 9(5) value zero.

*> This step's START and END lines on RUNLOG.
    copy "RunLogEntry.cpy".
01 WriteIndex pic 9(5).

procedure division.

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-LoadAccountMaster

    perform 1500-ScanBillingForNights

    perform 1600-CheckNightsAgainstMaster

    perform 2000-PostBillingCharges

    if NightWasAlreadyPosted
    else
        perform 3000-PostPayments

        perform 3300-PostAdjustments

        perform 3500-PostSidePots

        if NightGameDate is not equal to spaces
            move NightGameDate to LastPostedDate
        end-if

    display "ARPOST - CHARGES POSTED " ChargesPosted
        " PAYMENTS POSTED " PaymentsPosted
    display "ARPOST - POT FEES POSTED " PotFeesPosted
        " POT WINNINGS POSTED " PotWinningsPosted
    display "ARPOST - ADJUSTMENTS POSTED " AdjustmentsPosted
        " REJECTED " AdjustmentsRejected

    if AdjustmentsRejected is greater than zero
        display "ARPOST - ADJUSTMENTS OF UNKNOWN TYPE NOT POSTED"
            " - SEE SYSOUT"
        move 4 to return-code
    end-if

    *> A full account table means some bowler's charges or
    *> receipts were never posted or journaled - flag the run
        move 4 to return-code
    end-if

    perform 9710-LogStepEnd

    stop run.

1000-LoadAccountMaster.
            end-if
    end-evaluate.

1500-ScanBillingForNights.

    *> A first pass over BILLING for the nights it carries, so a
    *> night that would post behind the master is caught before
    *> the journal is opened.
    open input BillingFile

    if BillingFileNotFound
        display "ARPOST - BILLING DATASET NOT FOUND - RUN STOPPED"
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
                        perform 1550-CheckOneNight
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
        perform 1550-CheckOneNight
    end-if.

1550-CheckOneNight.

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

1600-CheckNightsAgainstMaster.

    *> The last-posted night being on the feed marks a rerun of
    *> nights already posted, which are passed over one by one.
    if OlderNightDate is not equal to spaces
        and not PostedNightIsOnFeed
        display "ARPOST - NIGHT " OlderNightDate
            " IS OLDER THAN THE LAST NIGHT POSTED " LastPostedDate
        display "ARPOST - NOTHING POSTED - RUN STOPPED"
        move 12 to return-code
        perform 9710-LogStepEnd
        stop run
    end-if.

2000-PostBillingCharges.

    open input BillingFile
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when BillingLine(1:14) is equal to "CATCHUP NIGHT "
                        move BillingLine to CatchUpNightLine
                        perform 2050-StartNightSection
                    when BillingDetailLine(1:5) is equal to "LANE "
                        perform 2100-PostOneCharge
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

2050-StartNightSection.

    move CN-NightDate to SectionNightDate

    if SectionNightDate is greater than LatestSectionDate
        move SectionNightDate to LatestSectionDate
    end-if

    if SectionNightDate is not greater than LastPostedDate
        display "ARPOST - NIGHT " SectionNightDate
            " ALREADY POSTED - CHARGES PASSED OVER"
    end-if.

2100-PostOneCharge.

    move BL-GameDate to NightGameDate

    *> The whole feed is one night - if that night is already on
    *> the master this is a rerun and nothing gets posted.  On a
    *> catch-up run the check is the line's own night section.
    evaluate true
        when BillingHasNightSections
            if SectionNightDate is greater than LastPostedDate
                perform 2150-ChargeOneLine
            end-if
        when NightGameDate is equal to LastPostedDate
            set NightWasAlreadyPosted to true
        when other
            perform 2150-ChargeOneLine
    end-evaluate.

2150-ChargeOneLine.

    move BL-AmountDue to PostingAmount

    perform 2200-FindOrAddAccount

    if BowlerFoundInAccounts
        add PostingAmount to AB-Balance(AccountIndex)

        move spaces to ChargeDescription
        string "LANE " delimited by size
            BL-LaneNumber delimited by size
            " GAMES " delimited by size
            BL-GamesBowled delimited by size
            into ChargeDescription

        initialize TransactionDetailLine
        move NightGameDate to TR-Date
        move BL-BowlerId to TR-BowlerId
        move "CHG" to TR-Type
        move PostingAmount to TR-Amount
        move ChargeDescription to TR-Description
        write TransactionLine from TransactionDetailLine

        add 1 to ChargesPosted
    end-if.

2200-FindOrAddAccount.
        end-if
    end-if.

3300-PostAdjustments.

    *> The office's credit memos, write-offs, refunds and debit
    *> memos, applied whole like the receipts.
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
                        perform 3400-PostOneAdjustment
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AdjustmentsFile
    end-if.

3400-PostOneAdjustment.

    move AJ-Amount to PostingAmount

    if AJ-Type is not equal to "CRM"
        and AJ-Type is not equal to "WOF"
        and AJ-Type is not equal to "RFD"
        and AJ-Type is not equal to "DBM"
        display "ARPOST - ADJUSTMENT TYPE " AJ-Type " FOR "
            AJ-BowlerId " NOT POSTED"
        add 1 to AdjustmentsRejected
    else
        perform 3450-FindOrAddAdjustmentAccount

        if BowlerFoundInAccounts
            if AJ-Type is equal to "CRM" or AJ-Type is equal to "WOF"
                subtract PostingAmount from AB-Balance(AccountIndex)
            else
                add PostingAmount to AB-Balance(AccountIndex)
            end-if

            initialize TransactionDetailLine
            move AJ-AdjustDate to TR-Date
            move AJ-BowlerId to TR-BowlerId
            move AJ-Type to TR-Type
            move PostingAmount to TR-Amount
            move AJ-Reason to TR-Description
            write TransactionLine from TransactionDetailLine

            add 1 to AdjustmentsPosted
        end-if
    end-if.

3450-FindOrAddAdjustmentAccount.

    move "N" to AccountFound

    if AccountEntryCount is greater than zero
        perform with test after varying AccountIndex from 1 by 1
            until AccountIndex is equal to AccountEntryCount
            or BowlerFoundInAccounts

            if AB-BowlerId(AccountIndex) is equal to AJ-BowlerId
                set BowlerFoundInAccounts to true
            end-if
        end-perform
    end-if

    if not BowlerFoundInAccounts
        if AccountEntryCount is greater than or equal to MaxAccountEntries
            set AccountTableIsFull to true
        else
            add 1 to AccountEntryCount
            set AccountIndex to AccountEntryCount
            move AJ-BowlerId to AB-BowlerId(AccountIndex)
            move spaces to AB-BowlerName(AccountIndex)
            move zero to AB-Balance(AccountIndex)
            set BowlerFoundInAccounts to true
        end-if
    end-if.

3500-PostSidePots.

    open input PotPostingFile

    if PotPostingFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read PotPostingFile into TransactionDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if TransactionDetailLine(1:5) is equal to "DATE "
                        and TR-Date is not equal to LastPostedDate
                        perform 3600-PostOnePotLine
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PotPostingFile
    end-if.

3600-PostOnePotLine.

    move TR-Amount to PostingAmount

    *> A pots night with no billing still moves the master on, so
    *> the pot lines cannot post a second time.
    if NightGameDate is equal to spaces
        move TR-Date to NightGameDate
    end-if

    perform 3700-FindOrAddPotAccount

    if BowlerFoundInAccounts
        if TR-Type is equal to "POT"
            add PostingAmount to AB-Balance(AccountIndex)
            add 1 to PotFeesPosted
        else
            subtract PostingAmount from AB-Balance(AccountIndex)
            add 1 to PotWinningsPosted
        end-if

        write TransactionLine from TransactionDetailLine
    end-if.

3700-FindOrAddPotAccount.

    move "N" to AccountFound

    if AccountEntryCount is greater than zero
        perform with test after varying AccountIndex from 1 by 1
            until AccountIndex is equal to AccountEntryCount
            or BowlerFoundInAccounts

            if AB-BowlerId(AccountIndex) is equal to TR-BowlerId
                set BowlerFoundInAccounts to true
            end-if
        end-perform
    end-if

    if not BowlerFoundInAccounts
        if AccountEntryCount is greater than or equal to MaxAccountEntries
            set AccountTableIsFull to true
        else
            add 1 to AccountEntryCount
            set AccountIndex to AccountEntryCount
            move TR-BowlerId to AB-BowlerId(AccountIndex)
            move spaces to AB-BowlerName(AccountIndex)
            move zero to AB-Balance(AccountIndex)
            set BowlerFoundInAccounts to true
        end-if
    end-if.

6000-WriteAccountMaster.

    open output AccountMasterOut

    close TransactionFile.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "ARPOST" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "ARPOST" to LE-ProgramName
    move NightGameDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "CHG " delimited by size
        ChargesPosted delimited by size
        " PMT " delimited by size
        PaymentsPosted delimited by size
        " ADJ " delimited by size
        AdjustmentsPosted delimited by size
        " POT " delimited by size
        PotFeesPosted delimited by size
        " PTW " delimited by size
        PotWinningsPosted delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program AccountPosting.
