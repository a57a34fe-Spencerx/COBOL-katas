*> General ledger interface.  Turns the league's posted accounts
*> receivable activity into double-entry journal lines for the
*> accounting package, so the treasurer no longer keys the nightly
*> fees, receipts and prize money into the books by hand.  Run it
*> after each night's BOWLNITE for a nightly export, or once a month
*> after the month's last night for a monthly one - the parameter
*> card says which, and a league keeps to one or the other.
*>
*> Every ARTRANS line is turned into journal lines by its type:
*>   CHG  night fees       DR receivables, CR lineage income,
*>                         expense payable and prize fund liability
*>                         as the night's BILLING split them
*>   PMT  receipts         DR bank, CR receivables
*>   POT  side pot fees    DR receivables, CR side pots held
*>   PTW  side pot winnings DR side pots held, CR receivables
*>   PRZ  prize winnings   DR prize fund liability, CR receivables
*>   PZP  prize cheques    DR receivables, CR bank
*>   CRM  credit memos     DR allowances, CR receivables
*>   DBM  debit memos      DR receivables, CR allowances
*>   WOF  write-offs       DR bad debt, CR receivables
*>   RFD  refunds          DR receivables, CR bank
*> A charge whose BILLING line cannot be found (or whose split is
*> bigger than the charge) is credited whole to the suspense
*> account and counted on the control report, and the run ends
*> with return code 4 so somebody clears it in the ledger.  Lineage
*> takes the odd cent where the split's parts, each rounded on
*> its own, do not add back to the charge.  Lines are summarised
*> per journal date, type and account - one debit or credit line
*> each - before they are written.
*>
*> Chart of accounts mapping (GLMAP), one line per role; lines
*> starting with * are comments:
*>   ACCOUNT rrrrrrrr aaaaaaaaaa nnnnnnnnnnnnnnnnnnnnnnnnnnnnnn
*>   positions  9-16  role - RECEIVBL BANK LINEAGE EXPENSE
*>                    PRIZEFND SIDEPOTS ADJUSTMT WRITEOFF
*>                    SUSPENSE
*>   positions 18-27  ledger account number
*>   positions 29-58  account name for the control report
*> Every role must be mapped before anything is exported.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   YYYYMMDD exports that one night; YYYYMM
*>                    exports that calendar month; blank exports
*>                    the night ACCTMAST was last posted for
*>   positions 10-14  RERUN to replace the latest export
*>
*> Export (GLEXPORT), 80-byte fixed lines the accounting package
*> imports - H header, D detail, T trailer; see the layouts below.
*>
*> Every export is recorded on the GL register (GLREG) with the
*> ARTRANS line count it read to and the receivables balance at
*> the end of its period.  A line on ARTRANS belongs to the first
*> export whose period it falls in or before, so a payment keyed
*> after its night was exported is not lost: the next export
*> carries it at its own opening date and lists it on the control
*> report.  A period that overlaps one already on the register is
*> refused with return code 12 and nothing is written; RERUN
*> replaces the latest export only, for exactly the same period,
*> and the accounting package must reverse the earlier batch.
*>
*> The control report (GLCTLRPT) proves debits equal credits and
*> ties the export back to ACCTMAST: the balance now, less the
*> activity dated after the period, is the receivables balance at
*> period end, and its movement since the last export must equal
*> the receivables debits less credits on this export.  A first
*> export has no earlier balance on the register and takes its
*> opening from the export itself.  Debits not equal to credits,
*> or a movement that does not tie, ends the run with return code
*> 8 - the export is written, but must not be imported until the
*> difference is explained.

identification division.
program-id. GeneralLedgerInterface.

environment division.
input-output section.
    file-control.
        select AccountMapFile assign to "GLMAP"
            organization is line sequential
            file status is AccountMapFileStatus.

        select AccountMasterIn assign to "ACCTIN"
            organization is line sequential
            file status is AccountMasterInStatus.

        select TransactionFile assign to "ARTRANS"
            organization is line sequential
            file status is TransactionFileStatus.

        select BillingFile assign to "BILLING"
            organization is line sequential
            file status is BillingFileStatus.

        select LedgerRegisterFile assign to "GLREG"
            organization is line sequential
            file status is LedgerRegisterFileStatus.

        select LedgerExportFile assign to "GLEXPORT"
            organization is line sequential
            file status is LedgerExportFileStatus.

        select ControlReportFile assign to "GLCTLRPT"
            organization is line sequential
            file status is ControlReportFileStatus.

data division.
file section.
fd  AccountMapFile
    recording mode is f.
01 AccountMapLine pic x(80).

fd  AccountMasterIn
    recording mode is f.
01 AccountMasterInLine pic x(80).

fd  TransactionFile
    recording mode is f.
01 TransactionLine pic x(80).

fd  BillingFile
    recording mode is f.
01 BillingLine pic x(132).

fd  LedgerRegisterFile
    recording mode is f.
01 LedgerRegisterLine pic x(160).

fd  LedgerExportFile
    recording mode is f.
01 LedgerExportLine pic x(80).

fd  ControlReportFile
    recording mode is f.
01 ControlReportLine pic x(132).

working-storage section.

01 AccountMapFileStatus pic xx.
    88 AccountMapFileStatusOk values "00" "04" "10".
    88 AccountMapFileNotFound value "35".

01 AccountMasterInStatus pic xx.
    88 AccountMasterInStatusOk values "00" "04" "10".
    88 AccountMasterInNotFound value "35".

01 TransactionFileStatus pic xx.
    88 TransactionFileStatusOk values "00" "04" "10".
    88 TransactionFileNotFound value "35".

01 BillingFileStatus pic xx.
    88 BillingFileStatusOk values "00" "04" "10".
    88 BillingFileNotFound value "35".

01 LedgerRegisterFileStatus pic xx.
    88 LedgerRegisterFileStatusOk values "00" "04" "10".
    88 LedgerRegisterFileNotFound value "35".

01 LedgerExportFileStatus pic xx.
    88 LedgerExportFileStatusOk values "00" "04".

01 ControlReportFileStatus pic xx.
    88 ControlReportFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).

01 RerunSwitch pic x value "N".
    88 RerunRequested value "Y".

01 PeriodKind pic x value "N".
    88 NightlyPeriod value "N".
    88 MonthlyPeriod value "M".

01 PeriodFromDate pic x(8).
01 PeriodToDate pic x(8).
01 PeriodDateNumeric pic 9(8).
01 PeriodDateInteger pic 9(8).
01 PeriodYear pic 9(4).
01 PeriodMonth pic 9(2).

01 CurrentDateTime pic x(21).
01 RunDate pic x(8).
01 RunTime pic x(6).

01 RefusalSwitch pic x value "N".
    88 ExportIsRefused value "Y".

01 RefusalReason pic x(100) value spaces.

*> The account master, as AccountPosting writes it.
01 AccountHeaderRecord.
    02 filler pic x(20).
    02 AC-LastDate pic x(8).
    02 filler pic x(52).

01 AccountDetailRecord.
    02 filler pic x(3).
    02 AC-BowlerId pic x(10).
    02 filler pic x(1).
    02 AC-BowlerName pic x(20).
    02 filler pic x(9).
    02 AC-Balance pic +zzzz9.99.
    02 filler pic x(28).

01 LastPostedDate pic x(8) value spaces.
01 AccountBalance pic s9(7)v99.
01 MasterBalanceTotal pic s9(9)v99 value zero.
01 MasterAccountCount pic 9(5) value zero.

*> The journal line, as AccountPosting writes it.
01 TransactionDetailLine.
    02 filler pic x(6).
    02 TR-Date pic x(8).
    02 filler pic x(4).
    02 TR-BowlerId pic x(10).
    02 filler pic x(6).
    02 TR-Type pic x(3).
    02 filler pic x(8).
    02 TR-Amount pic zzz9.99.
    02 filler pic x(6).
    02 TR-Description pic x(20).
    02 filler pic x(2).

01 TransactionAmount pic 9(4)v99.
01 JournalLineNumber pic 9(7) value zero.
01 JournalHighWater pic 9(7) value zero.
01 JournalDate pic x(8).

01 LineSelection pic x value "N".
    88 LineIsSelected value "Y".

*> The BILLING detail line, as TenPinBowling writes it.
01 BillingDetailLine.
    02 filler pic x(6).
    02 BL-LaneNumber pic z9.
    02 BL-LaneText redefines BL-LaneNumber pic x(2).
    02 filler pic x(4).
    02 BL-BowlerId pic x(10).
    02 filler pic x(1).
    02 BL-BowlerName pic x(20).
    02 filler pic x(7).
    02 BL-GamesBowled pic zz9.
    02 filler pic x(7).
    02 BL-AmountDue pic zzz9.99.
    02 filler pic x(6).
    02 BL-GameDate pic x(8).
    02 filler pic x(6).
    02 BL-Lineage pic zzz9.99.
    02 filler pic x(5).
    02 BL-Expense pic zzz9.99.
    02 filler pic x(7).
    02 BL-Prize pic zzz9.99.
    02 filler pic x(4).

*> The roles the posting rules use, in report order.  Each is given
*> its ledger account off GLMAP.
01 RoleCodeValues.
    02 filler pic x(8) value "RECEIVBL".
    02 filler pic x(8) value "BANK".
    02 filler pic x(8) value "LINEAGE".
    02 filler pic x(8) value "EXPENSE".
    02 filler pic x(8) value "PRIZEFND".
    02 filler pic x(8) value "SIDEPOTS".
    02 filler pic x(8) value "ADJUSTMT".
    02 filler pic x(8) value "WRITEOFF".
    02 filler pic x(8) value "SUSPENSE".

01 RoleCodeTable redefines RoleCodeValues.
    02 RoleCode pic x(8) occurs 9 times indexed by RoleCodeIndex.

01 RoleCount pic 9 value 9.

01 RoleTable.
    02 RoleEntry occurs 9 times indexed by RoleIndex.
        03 RO-Account pic x(10).
        03 RO-AccountName pic x(30).
        03 RO-Debits pic 9(9)v99.
        03 RO-Credits pic 9(9)v99.

01 RoleFound pic x value "N".
    88 RoleIsKnown value "Y".

01 MappingRole pic x(8).

*> The chart of accounts line.
01 AccountMapRecord.
    02 filler pic x(8).
    02 GM-Role pic x(8).
    02 filler pic x(1).
    02 GM-Account pic x(10).
    02 filler pic x(1).
    02 GM-AccountName pic x(30).
    02 filler pic x(22).

*> The ARTRANS types the interface knows how to journal, with the
*> sign each carries on a bowler's balance.
01 TypeCodeValues.
    02 filler pic x(24) value "CHG+NIGHT FEES".
    02 filler pic x(24) value "PMT-RECEIPTS".
    02 filler pic x(24) value "POT+SIDE POT FEES".
    02 filler pic x(24) value "PTW-SIDE POT WINNINGS".
    02 filler pic x(24) value "PRZ-PRIZE WINNINGS".
    02 filler pic x(24) value "PZP+PRIZE CHEQUES".
    02 filler pic x(24) value "CRM-CREDIT MEMOS".
    02 filler pic x(24) value "DBM+DEBIT MEMOS".
    02 filler pic x(24) value "WOF-WRITE-OFFS".
    02 filler pic x(24) value "RFD+REFUNDS".

01 TypeCodeTable redefines TypeCodeValues.
    02 TypeCodeEntry occurs 10 times indexed by TypeCodeIndex.
        03 TC-Type pic x(3).
        03 TC-Sign pic x.
            88 TC-AddsToBalance value "+".
        03 TC-Description pic x(20).

01 TypeCount pic 99 value 10.

01 TypeTotals.
    02 TypeTotalEntry occurs 10 times indexed by TypeIndex.
        03 TT-Lines pic 9(7).
        03 TT-Amount pic 9(9)v99.

01 TypeFound pic x value "N".
    88 TypeIsKnown value "Y".

01 UnknownType pic x(3) value spaces.

*> One line per export on the GL register.
01 RegisterDetailLine.
    02 filler pic x(12) value "EXPORT FROM ".
    02 GR-PeriodFrom pic x(8).
    02 filler pic x(4) value " TO ".
    02 GR-PeriodTo pic x(8).
    02 filler pic x(5) value " RUN ".
    02 GR-RunDate pic x(8).
    02 filler pic x(1) value space.
    02 GR-RunTime pic x(6).
    02 filler pic x(7) value " LINES ".
    02 GR-HighWater pic 9(7).
    02 filler pic x(10) value " RECEIVBL ".
    02 GR-ReceivableBalance pic +zzzzzzzz9.99.
    02 filler pic x(8) value " DEBITS ".
    02 GR-TotalDebits pic 9(9).99.
    02 filler pic x(9) value " CREDITS ".
    02 GR-TotalCredits pic 9(9).99.
    02 filler pic x(7) value " RERUN ".
    02 GR-RerunFlag pic x.
    02 filler pic x(22) value spaces.

*> The exports on the register, oldest first.  A rerun's line
*> replaces the entry for the same period where it stands.
01 MaxRegisterEntries pic 9(4) value 2000.

01 RegisterTable.
    02 RegisterEntryCount pic 9(4) value zero.
    02 RegisterEntry occurs 1 to 2000 times
            depending on RegisterEntryCount
            indexed by RegisterIndex.
        03 RE-PeriodFrom pic x(8).
        03 RE-PeriodTo pic x(8).
        03 RE-HighWater pic 9(7).
        03 RE-ReceivableBalance pic s9(9)v99.
        03 RE-OwnedThrough pic x(8).

*> The exports that own lines this run - all of them, or all but
*> the latest when it is being rerun.
01 RegisterMatch pic x value "N".
    88 RegisterPeriodMatched value "Y".

01 OwningExportCount pic 9(4) value zero.
01 OwnerPointer pic 9(4) value zero.
01 OwnerMatch pic x value "N".
    88 OwnerExportFound value "Y".

01 OwnedThroughDate pic x(8).

01 OpeningBalanceSwitch pic x value "N".
    88 OpeningIsOnRegister value "Y".

01 OpeningBalance pic s9(9)v99 value zero.
01 OpeningFromDate pic x(8) value spaces.
01 OpeningToDate pic x(8) value spaces.

*> The nights the period's charges were billed on - only those
*> BILLING lines are loaded.
01 MaxChargeDates pic 9(3) value 500.

01 ChargeDateTable.
    02 ChargeDateCount pic 9(3) value zero.
    02 ChargeDateEntry occurs 1 to 500 times
            depending on ChargeDateCount
            indexed by ChargeDateIndex.
        03 CD-GameDate pic x(8).

01 ChargeDateFound pic x value "N".
    88 ChargeDateIsListed value "Y".

01 MaxBillingEntries pic 9(5) value 20000.

01 BillingTable.
    02 BillingEntryCount pic 9(5) value zero.
    02 BillingEntry occurs 1 to 20000 times
            depending on BillingEntryCount
            indexed by BillingIndex.
        03 BE-GameDate pic x(8).
        03 BE-LaneText pic x(2).
        03 BE-BowlerId pic x(10).
        03 BE-AmountDue pic 9(4)v99.
        03 BE-Expense pic 9(4)v99.
        03 BE-Prize pic 9(4)v99.
        03 BE-Used pic x.
            88 BE-IsUsed value "Y".

01 BillingFound pic x value "N".
    88 BillingSplitFound value "Y".

01 BillingTableOverflow pic x value "N".
    88 BillingTableIsFull value "Y".

01 ChargeDateOverflow pic x value "N".
    88 ChargeDateTableIsFull value "Y".

01 LineageAmount pic 9(4)v99.
01 ExpenseAmount pic 9(4)v99.
01 PrizeAmount pic 9(4)v99.
01 SplitTotal pic 9(5)v99.

*> The journal, summarised per date, type, debit or credit and
*> role, and kept in that order as lines are added.
01 MaxJournalEntries pic 9(4) value 5000.

01 JournalTable.
    02 JournalEntryCount pic 9(4) value zero.
    02 JournalEntry occurs 1 to 5000 times
            depending on JournalEntryCount
            indexed by JournalIndex.
        03 JE-Key.
            04 JE-JournalDate pic x(8).
            04 JE-Type pic x(3).
            04 JE-SideOrder pic x.
            04 JE-DebitCredit pic x.
            04 JE-Role pic x(8).
        03 JE-Amount pic 9(9)v99.

01 JournalKey.
    02 JK-JournalDate pic x(8).
    02 JK-Type pic x(3).
*> Debits sort ahead of credits within a type.
    02 JK-SideOrder pic x.
    02 JK-DebitCredit pic x.
    02 JK-Role pic x(8).

01 PostingAmount pic 9(9)v99.
01 InsertPosition pic 9(4).
01 ShiftPosition pic 9(4).

01 JournalFound pic x value "N".
    88 JournalEntryFound value "Y".

*> Lines journaled after their own period was exported, listed on
*> the control report.
01 MaxLateEntries pic 9(3) value 200.

01 LateLineTable.
    02 LateEntryCount pic 9(3) value zero.
    02 LateEntry occurs 1 to 200 times
            depending on LateEntryCount
            indexed by LateIndex.
        03 LL-Date pic x(8).
        03 LL-BowlerId pic x(10).
        03 LL-Type pic x(3).
        03 LL-Amount pic 9(4)v99.
        03 LL-Description pic x(20).

01 LateLineCount pic 9(7) value zero.
01 LateLineAmount pic 9(9)v99 value zero.
01 LateLinesNotListed pic 9(7) value zero.

01 SuspenseChargeCount pic 9(7) value zero.
01 SuspenseChargeAmount pic 9(9)v99 value zero.

01 SelectedLineCount pic 9(7) value zero.
01 ExportLineCount pic 9(7) value zero.
01 TotalDebits pic 9(11)v99 value zero.
01 TotalCredits pic 9(11)v99 value zero.

*> The tie back to ACCTMAST.
01 ActivityAfterPeriod pic s9(9)v99 value zero.
01 PeriodEndBalance pic s9(9)v99 value zero.
01 MasterMovement pic s9(9)v99 value zero.
01 ExportMovement pic s9(9)v99 value zero.
01 TieDifference pic s9(9)v99 value zero.

01 TieSwitch pic x value "N".
    88 ExportTiesToMaster value "Y".

*> The export layouts the accounting package imports.
01 ExportHeaderLine.
    02 EH-RecordType pic x value "H".
    02 EH-Source pic x(8) value "BOWLING".
    02 EH-BatchDate pic x(8).
    02 EH-BatchTime pic x(6).
    02 EH-PeriodFrom pic x(8).
    02 EH-PeriodTo pic x(8).
*> R - this batch replaces the earlier batch for the same period.
    02 EH-RerunFlag pic x.
    02 filler pic x(40) value spaces.

01 ExportDetailLine.
    02 ED-RecordType pic x value "D".
    02 ED-JournalDate pic x(8).
    02 ED-Account pic x(10).
    02 ED-DebitCredit pic x.
    02 ED-Amount pic 9(9)v99.
    02 ED-SourceType pic x(3).
    02 ED-Description pic x(30).
    02 filler pic x(16) value spaces.

01 ExportTrailerLine.
    02 ET-RecordType pic x value "T".
    02 ET-LineCount pic 9(7).
    02 ET-TotalDebits pic 9(11)v99.
    02 ET-TotalCredits pic 9(11)v99.
    02 filler pic x(46) value spaces.

*> The control report lines.
01 ReportTitleLine.
    02 filler pic x(10) value "GLEXPORT  ".
    02 filler pic x(44)
        value "GENERAL LEDGER INTERFACE - CONTROL REPORT   ".
    02 filler pic x(7) value "PERIOD ".
    02 RT-PeriodFrom pic x(8).
    02 filler pic x(4) value " TO ".
    02 RT-PeriodTo pic x(8).
    02 filler pic x(2) value spaces.
    02 RT-PeriodKind pic x(7).
    02 filler pic x(6) value "  RUN ".
    02 RT-RunDate pic x(8).
    02 filler pic x(1) value space.
    02 RT-RunTime pic x(6).
    02 filler pic x(2) value spaces.
    02 RT-RerunNote pic x(19).

01 ReportTextLine.
    02 filler pic x(2) value spaces.
    02 RX-Text pic x(130).

01 AccountHeadingLine.
    02 filler pic x(2) value spaces.
    02 filler pic x(9) value "ROLE".
    02 filler pic x(11) value "ACCOUNT".
    02 filler pic x(31) value "NAME".
    02 filler pic x(13) value "       DEBITS".
    02 filler pic x(15) value "        CREDITS".
    02 filler pic x(51) value spaces.

01 AccountReportLine.
    02 filler pic x(2) value spaces.
    02 AR-Role pic x(8).
    02 filler pic x(1) value space.
    02 AR-Account pic x(10).
    02 filler pic x(1) value space.
    02 AR-AccountName pic x(30).
    02 filler pic x(1) value space.
    02 AR-Debits pic zzzzzzzzz9.99.
    02 filler pic x(2) value spaces.
    02 AR-Credits pic zzzzzzzzz9.99.
    02 filler pic x(51) value spaces.

01 TypeReportLine.
    02 filler pic x(2) value spaces.
    02 TL-Type pic x(3).
    02 filler pic x(2) value spaces.
    02 TL-Description pic x(20).
    02 filler pic x(7) value " LINES ".
    02 TL-Lines pic zzzzzz9.
    02 filler pic x(8) value " AMOUNT ".
    02 TL-Amount pic zzzzzzzz9.99.
    02 filler pic x(71) value spaces.

01 LateReportLine.
    02 filler pic x(4) value spaces.
    02 LR-Date pic x(8).
    02 filler pic x(2) value spaces.
    02 LR-BowlerId pic x(10).
    02 filler pic x(2) value spaces.
    02 LR-Type pic x(3).
    02 filler pic x(2) value spaces.
    02 LR-Amount pic zzz9.99.
    02 filler pic x(2) value spaces.
    02 LR-Description pic x(20).
    02 filler pic x(72) value spaces.

01 TieReportLine.
    02 filler pic x(2) value spaces.
    02 TB-Label pic x(50).
    02 TB-Amount pic +zzzzzzzz9.99.
    02 filler pic x(67) value spaces.

01 EditedCount pic zzzzzz9.
01 EditedAmount pic zzzzzzzz9.99.
01 EditedSignedAmount pic +zzzzzzzz9.99.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 1100-LoadAccountMap

    perform 1200-LoadAccountMaster

    perform 1300-SetPeriod

    perform 1400-LoadRegister

    perform 1500-CheckPeriod

    perform 2000-ScanJournal

    if ExportIsRefused
        perform 8900-WriteRefusal
        display "GLEXPORT - " function trim(RefusalReason)
        display "GLEXPORT - PERIOD " PeriodFromDate " TO "
            PeriodToDate " REFUSED - NOTHING EXPORTED"
        move 12 to return-code
        perform 9000-Terminate
        stop run
    end-if

    perform 3000-LoadBilling

    perform 4000-BuildJournal

    perform 5000-WriteExport

    perform 6000-TieToMaster

    perform 7000-WriteRegister

    perform 8000-WriteControlReport

    display "GLEXPORT - PERIOD " PeriodFromDate " TO " PeriodToDate
        " ARTRANS LINES " SelectedLineCount
        " EXPORT LINES " ExportLineCount

    if SuspenseChargeCount is greater than zero
        display "GLEXPORT - CHARGES TO SUSPENSE " SuspenseChargeCount
            " - SEE GLCTLRPT"
        move 4 to return-code
    end-if

    if TotalDebits is not equal to TotalCredits
        or not ExportTiesToMaster
        display "GLEXPORT - EXPORT OUT OF BALANCE OR NOT TIED TO "
            "ACCTMAST - DO NOT IMPORT - SEE GLCTLRPT"
        move 8 to return-code
    end-if

    perform 9000-Terminate

    stop run.

1000-Initialize.

    move function current-date to CurrentDateTime
    move CurrentDateTime(1:8) to RunDate
    move CurrentDateTime(9:6) to RunTime

    move spaces to ParameterCard
    accept ParameterCard

    if ParameterCard(10:5) is equal to "RERUN"
        set RerunRequested to true
    end-if

    initialize RoleTable
    initialize TypeTotals

    open output ControlReportFile

    if not ControlReportFileStatusOk
        display "GLEXPORT - UNABLE TO OPEN GLCTLRPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1100-LoadAccountMap.

    open input AccountMapFile

    if AccountMapFileNotFound
        display "GLEXPORT - GLMAP DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read AccountMapFile
            at end
                set NoMoreInputLines to true
            not at end
                if AccountMapLine(1:8) is equal to "ACCOUNT "
                    perform 1110-MapOneAccount
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close AccountMapFile

    *> An unmapped role would leave one side of some entry with
    *> nowhere to go - the chart must be complete before anything
    *> is exported.
    perform varying RoleIndex from 1 by 1
            until RoleIndex is greater than RoleCount
        if RO-Account(RoleIndex) is equal to spaces
            display "GLEXPORT - GLMAP HAS NO ACCOUNT FOR ROLE "
                RoleCode(RoleIndex) " - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if
    end-perform.

1110-MapOneAccount.

    move AccountMapLine to AccountMapRecord
    move GM-Role to MappingRole

    perform 1120-FindRole

    if RoleIsKnown
        move GM-Account to RO-Account(RoleIndex)
        move GM-AccountName to RO-AccountName(RoleIndex)
    else
        display "GLEXPORT - GLMAP ROLE " GM-Role " NOT RECOGNISED - "
            "LINE IGNORED"
    end-if.

1120-FindRole.

    move "N" to RoleFound

    perform varying RoleIndex from 1 by 1
            until RoleIndex is greater than RoleCount
                or RoleIsKnown
        if RoleCode(RoleIndex) is equal to MappingRole
            set RoleIsKnown to true
        end-if
    end-perform

    if RoleIsKnown
        set RoleIndex down by 1
    end-if.

1200-LoadAccountMaster.

    open input AccountMasterIn

    if AccountMasterInNotFound
        display "GLEXPORT - ACCTIN DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read AccountMasterIn
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when AccountMasterInLine(1:20)
                            is equal to "ACCOUNTS LASTPOSTED "
                        move AccountMasterInLine to AccountHeaderRecord
                        move AC-LastDate to LastPostedDate
                    when AccountMasterInLine(1:3) is equal to "ID "
                        move AccountMasterInLine to AccountDetailRecord
                        move AC-Balance to AccountBalance
                        add AccountBalance to MasterBalanceTotal
                        add 1 to MasterAccountCount
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfInputFile
    close AccountMasterIn.

1300-SetPeriod.

    *> YYYYMMDD is one night, YYYYMM (the rest blank) a calendar
    *> month, and a blank card the night the master last posted.
    evaluate true
        when ParameterCard(1:8) is equal to spaces
            set NightlyPeriod to true
            move LastPostedDate to PeriodFromDate
        when ParameterCard(1:6) is numeric
                and ParameterCard(7:2) is equal to spaces
            set MonthlyPeriod to true
            move ParameterCard(1:6) to PeriodFromDate
            move "01" to PeriodFromDate(7:2)
        when other
            set NightlyPeriod to true
            move ParameterCard(1:8) to PeriodFromDate
    end-evaluate

    if PeriodFromDate is not numeric
        display "GLEXPORT - NO VALID PERIOD ON SYSIN OR ACCTMAST - "
            "RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move PeriodFromDate to PeriodDateNumeric

    if function test-date-yyyymmdd(PeriodDateNumeric)
            is not equal to zero
        display "GLEXPORT - PERIOD " PeriodFromDate
            " IS NOT A VALID DATE - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if NightlyPeriod
        move PeriodFromDate to PeriodToDate
    else
        *> The month ends the day before the first of the next.
        move PeriodFromDate(1:4) to PeriodYear
        move PeriodFromDate(5:2) to PeriodMonth

        if PeriodMonth is equal to 12
            add 1 to PeriodYear
            move 1 to PeriodMonth
        else
            add 1 to PeriodMonth
        end-if

        compute PeriodDateNumeric =
            (PeriodYear * 10000) + (PeriodMonth * 100) + 1
        compute PeriodDateInteger =
            function integer-of-date(PeriodDateNumeric) - 1
        compute PeriodDateNumeric =
            function date-of-integer(PeriodDateInteger)
        move PeriodDateNumeric to PeriodToDate
    end-if.

1400-LoadRegister.

    open input LedgerRegisterFile

    if LedgerRegisterFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read LedgerRegisterFile
                at end
                    set NoMoreInputLines to true
                not at end
                    if LedgerRegisterLine(1:12) is equal to "EXPORT FROM "
                        perform 1410-LoadOneExport
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close LedgerRegisterFile
    end-if.

1410-LoadOneExport.

    move LedgerRegisterLine to RegisterDetailLine

    *> A rerun's line replaces the export for the same period.
    move "N" to RegisterMatch

    perform varying RegisterIndex from 1 by 1
            until RegisterIndex is greater than RegisterEntryCount
                or RegisterPeriodMatched
        if RE-PeriodFrom(RegisterIndex) is equal to GR-PeriodFrom
                and RE-PeriodTo(RegisterIndex) is equal to GR-PeriodTo
            set RegisterPeriodMatched to true
        end-if
    end-perform

    if RegisterPeriodMatched
        set RegisterIndex down by 1
    else
        if RegisterEntryCount is not less than MaxRegisterEntries
            *> Without every export the run cannot tell which lines
            *> are already in the ledger.
            display "GLEXPORT - GLREG HAS MORE THAN "
                MaxRegisterEntries " EXPORTS - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if

        add 1 to RegisterEntryCount
        set RegisterIndex to RegisterEntryCount
    end-if

    move GR-PeriodFrom to RE-PeriodFrom(RegisterIndex)
    move GR-PeriodTo to RE-PeriodTo(RegisterIndex)
    move GR-HighWater to RE-HighWater(RegisterIndex)
    move GR-ReceivableBalance to RE-ReceivableBalance(RegisterIndex).

1500-CheckPeriod.

    move RegisterEntryCount to OwningExportCount

    evaluate true
        when RegisterEntryCount is equal to zero
            continue

        when RerunRequested
            *> Only the latest export can be replaced - anything
            *> earlier has had later exports built on top of it.
            set RegisterIndex to RegisterEntryCount

            if RE-PeriodFrom(RegisterIndex) is equal to PeriodFromDate
                    and RE-PeriodTo(RegisterIndex) is equal to PeriodToDate
                subtract 1 from OwningExportCount
            else
                set ExportIsRefused to true
                string "RERUN REPLACES ONLY THE LATEST EXPORT, "
                        delimited by size
                    RE-PeriodFrom(RegisterIndex) delimited by size
                    " TO " delimited by size
                    RE-PeriodTo(RegisterIndex) delimited by size
                    into RefusalReason
            end-if

        when other
            perform varying RegisterIndex from 1 by 1
                    until RegisterIndex is greater than RegisterEntryCount
                        or ExportIsRefused
                if RE-PeriodFrom(RegisterIndex)
                        is not greater than PeriodToDate
                        and RE-PeriodTo(RegisterIndex)
                        is not less than PeriodFromDate
                    set ExportIsRefused to true
                    string "PERIOD ALREADY EXPORTED AS " delimited by size
                        RE-PeriodFrom(RegisterIndex) delimited by size
                        " TO " delimited by size
                        RE-PeriodTo(RegisterIndex) delimited by size
                        " - RERUN ON SYSIN TO REPLACE THE LATEST EXPORT"
                            delimited by size
                        into RefusalReason
                end-if
            end-perform

            set RegisterIndex to RegisterEntryCount

            if not ExportIsRefused
                    and PeriodFromDate is less than
                        RE-PeriodFrom(RegisterIndex)
                set ExportIsRefused to true
                string "PERIOD IS EARLIER THAN THE LATEST EXPORT, "
                        delimited by size
                    RE-PeriodFrom(RegisterIndex) delimited by size
                    " TO " delimited by size
                    RE-PeriodTo(RegisterIndex) delimited by size
                    into RefusalReason
            end-if
    end-evaluate

    *> The movement is measured from the balance the previous export
    *> recorded, and each line belongs to the first export whose
    *> period it falls in or before - worked backwards, the latest
    *> date any later export covers.
    if OwningExportCount is greater than zero
        set RegisterIndex to OwningExportCount
        set OpeningIsOnRegister to true
        move RE-ReceivableBalance(RegisterIndex) to OpeningBalance
        move RE-PeriodFrom(RegisterIndex) to OpeningFromDate
        move RE-PeriodTo(RegisterIndex) to OpeningToDate

        move low-values to OwnedThroughDate

        perform varying RegisterIndex from OwningExportCount by -1
                until RegisterIndex is less than 1
            if RE-PeriodTo(RegisterIndex) is greater than OwnedThroughDate
                move RE-PeriodTo(RegisterIndex) to OwnedThroughDate
            end-if
            move OwnedThroughDate to RE-OwnedThrough(RegisterIndex)
        end-perform
    end-if.

2000-ScanJournal.

    *> First pass: which lines this export takes, the nights its
    *> charges were billed on, and the activity dated after the
    *> period that the tie back has to take off the master.
    open input TransactionFile

    if TransactionFileNotFound
        display "GLEXPORT - ARTRANS DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move zero to JournalLineNumber
    move 1 to OwnerPointer

    perform with test before until NoMoreInputLines
        read TransactionFile
            at end
                set NoMoreInputLines to true
            not at end
                add 1 to JournalLineNumber
                if TransactionLine(1:5) is equal to "DATE "
                    move TransactionLine to TransactionDetailLine
                    perform 2100-ScanOneLine
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close TransactionFile

    move JournalLineNumber to JournalHighWater.

2100-ScanOneLine.

    perform 2200-SelectLine

    perform 2300-FindType

    if TR-Date is greater than PeriodToDate
        move TR-Amount to TransactionAmount
        if TypeIsKnown and TC-AddsToBalance(TypeCodeIndex)
            add TransactionAmount to ActivityAfterPeriod
        else
            subtract TransactionAmount from ActivityAfterPeriod
        end-if
    end-if

    if LineIsSelected
        if not TypeIsKnown
            if not ExportIsRefused
                set ExportIsRefused to true
                move TR-Type to UnknownType
                string "ARTRANS TYPE " delimited by size
                    TR-Type delimited by size
                    " HAS NO LEDGER TREATMENT - ADD IT BEFORE EXPORTING"
                        delimited by size
                    into RefusalReason
            end-if
        else
            if TR-Type is equal to "CHG"
                perform 2400-ListChargeDate
            end-if
        end-if
    end-if.

2200-SelectLine.

    *> A line is this export's when it is dated on or before the
    *> period end and no earlier export has already taken it.  The
    *> very first export starts the ledger at its own period; what
    *> came before is the opening balance.
    move "N" to LineSelection

    evaluate true
        when TR-Date is greater than PeriodToDate
            continue
        when OwningExportCount is equal to zero
            if TR-Date is not less than PeriodFromDate
                set LineIsSelected to true
            end-if
        when other
            perform 2210-FindOwningExport
            if OwnerPointer is greater than OwningExportCount
                set LineIsSelected to true
            else
                if TR-Date is greater than RE-OwnedThrough(OwnerPointer)
                    set LineIsSelected to true
                end-if
            end-if
    end-evaluate.

2210-FindOwningExport.

    *> Lines are read in order, so the pointer only moves forward to
    *> the first export that had read as far as this line.
    move "N" to OwnerMatch

    perform until OwnerPointer is greater than OwningExportCount
            or OwnerExportFound
        if RE-HighWater(OwnerPointer) is not less than JournalLineNumber
            set OwnerExportFound to true
        else
            add 1 to OwnerPointer
        end-if
    end-perform.

2300-FindType.

    move "N" to TypeFound

    perform varying TypeCodeIndex from 1 by 1
            until TypeCodeIndex is greater than TypeCount
                or TypeIsKnown
        if TC-Type(TypeCodeIndex) is equal to TR-Type
            set TypeIsKnown to true
        end-if
    end-perform

    if TypeIsKnown
        set TypeCodeIndex down by 1
    end-if.

2400-ListChargeDate.

    move "N" to ChargeDateFound

    perform varying ChargeDateIndex from 1 by 1
            until ChargeDateIndex is greater than ChargeDateCount
                or ChargeDateIsListed
        if CD-GameDate(ChargeDateIndex) is equal to TR-Date
            set ChargeDateIsListed to true
        end-if
    end-perform

    if not ChargeDateIsListed
        if ChargeDateCount is less than MaxChargeDates
            add 1 to ChargeDateCount
            move TR-Date to CD-GameDate(ChargeDateCount)
        else
            set ChargeDateTableIsFull to true
        end-if
    end-if.

3000-LoadBilling.

    *> BILLING comes in as every generation on the catalogue; only
    *> the nights this export charges for are kept.
    if ChargeDateCount is greater than zero
        open input BillingFile

        if BillingFileNotFound
            display "GLEXPORT - BILLING DATASET NOT FOUND - CHARGES GO "
                "TO SUSPENSE"
        else
            perform with test before until NoMoreInputLines
                read BillingFile into BillingDetailLine
                    at end
                        set NoMoreInputLines to true
                    not at end
                        if BillingDetailLine(1:5) is equal to "LANE "
                            perform 3100-LoadOneBillingLine
                        end-if
                end-read
            end-perform

            move "N" to EndOfInputFile
            close BillingFile
        end-if
    end-if.

3100-LoadOneBillingLine.

    move "N" to ChargeDateFound

    perform varying ChargeDateIndex from 1 by 1
            until ChargeDateIndex is greater than ChargeDateCount
                or ChargeDateIsListed
        if CD-GameDate(ChargeDateIndex) is equal to BL-GameDate
            set ChargeDateIsListed to true
        end-if
    end-perform

    if ChargeDateIsListed
        if BillingEntryCount is less than MaxBillingEntries
            add 1 to BillingEntryCount
            set BillingIndex to BillingEntryCount
            move BL-GameDate to BE-GameDate(BillingIndex)
            move BL-LaneText to BE-LaneText(BillingIndex)
            move BL-BowlerId to BE-BowlerId(BillingIndex)
            move BL-AmountDue to BE-AmountDue(BillingIndex)
            move BL-Expense to BE-Expense(BillingIndex)
            move BL-Prize to BE-Prize(BillingIndex)
            move "N" to BE-Used(BillingIndex)
        else
            set BillingTableIsFull to true
        end-if
    end-if.

4000-BuildJournal.

    *> Second pass: the same selection, now journaled.
    open input TransactionFile

    if TransactionFileNotFound
        display "GLEXPORT - ARTRANS DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move zero to JournalLineNumber
    move 1 to OwnerPointer

    perform with test before until NoMoreInputLines
            or JournalLineNumber is not less than JournalHighWater
        read TransactionFile
            at end
                set NoMoreInputLines to true
            not at end
                add 1 to JournalLineNumber
                if TransactionLine(1:5) is equal to "DATE "
                    move TransactionLine to TransactionDetailLine
                    perform 2200-SelectLine
                    if LineIsSelected
                        perform 4100-JournalOneLine
                    end-if
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close TransactionFile.

4100-JournalOneLine.

    perform 2300-FindType

    add 1 to SelectedLineCount
    move TR-Amount to TransactionAmount
    set TypeIndex to TypeCodeIndex
    add 1 to TT-Lines(TypeIndex)
    add TransactionAmount to TT-Amount(TypeIndex)

    *> A line older than the period was keyed after its own period
    *> went to the ledger - it goes in now, on the period's first
    *> day.
    if TR-Date is less than PeriodFromDate
        move PeriodFromDate to JournalDate
        perform 4500-ListLateLine
    else
        move TR-Date to JournalDate
    end-if

    move TransactionAmount to PostingAmount

    evaluate TR-Type
        when "CHG"
            perform 4200-JournalCharge
        when "PMT"
            move "BANK" to JK-Role
            perform 4300-PostDebit
            move "RECEIVBL" to JK-Role
            perform 4400-PostCredit
        when "POT"
            move "RECEIVBL" to JK-Role
            perform 4300-PostDebit
            move "SIDEPOTS" to JK-Role
            perform 4400-PostCredit
        when "PTW"
            move "SIDEPOTS" to JK-Role
            perform 4300-PostDebit
            move "RECEIVBL" to JK-Role
            perform 4400-PostCredit
        when "PRZ"
            move "PRIZEFND" to JK-Role
            perform 4300-PostDebit
            move "RECEIVBL" to JK-Role
            perform 4400-PostCredit
        when "PZP"
            move "RECEIVBL" to JK-Role
            perform 4300-PostDebit
            move "BANK" to JK-Role
            perform 4400-PostCredit
        when "CRM"
            move "ADJUSTMT" to JK-Role
            perform 4300-PostDebit
            move "RECEIVBL" to JK-Role
            perform 4400-PostCredit
        when "DBM"
            move "RECEIVBL" to JK-Role
            perform 4300-PostDebit
            move "ADJUSTMT" to JK-Role
            perform 4400-PostCredit
        when "WOF"
            move "WRITEOFF" to JK-Role
            perform 4300-PostDebit
            move "RECEIVBL" to JK-Role
            perform 4400-PostCredit
        when "RFD"
            move "RECEIVBL" to JK-Role
            perform 4300-PostDebit
            move "BANK" to JK-Role
            perform 4400-PostCredit
    end-evaluate.

4200-JournalCharge.

    move "RECEIVBL" to JK-Role
    perform 4300-PostDebit

    *> The charge description is "LANE nn GAMES nnn" - the lane, the
    *> bowler, the night and the amount find its BILLING line.
    move "N" to BillingFound

    perform varying BillingIndex from 1 by 1
            until BillingIndex is greater than BillingEntryCount
                or BillingSplitFound
        if BE-GameDate(BillingIndex) is equal to TR-Date
                and BE-BowlerId(BillingIndex) is equal to TR-BowlerId
                and BE-LaneText(BillingIndex)
                    is equal to TR-Description(6:2)
                and BE-AmountDue(BillingIndex) is equal to TransactionAmount
                and not BE-IsUsed(BillingIndex)
            set BillingSplitFound to true
        end-if
    end-perform

    if BillingSplitFound
        set BillingIndex down by 1
        move BE-Expense(BillingIndex) to ExpenseAmount
        move BE-Prize(BillingIndex) to PrizeAmount
        compute SplitTotal = ExpenseAmount + PrizeAmount

        if SplitTotal is greater than TransactionAmount
            move "N" to BillingFound
        else
            set BE-IsUsed(BillingIndex) to true
        end-if
    end-if

    if BillingSplitFound
        *> Lineage takes whatever the rounded parts leave over.
        compute LineageAmount =
            TransactionAmount - ExpenseAmount - PrizeAmount

        move "LINEAGE" to JK-Role
        move LineageAmount to PostingAmount
        perform 4400-PostCredit

        move "EXPENSE" to JK-Role
        move ExpenseAmount to PostingAmount
        perform 4400-PostCredit

        move "PRIZEFND" to JK-Role
        move PrizeAmount to PostingAmount
        perform 4400-PostCredit
    else
        add 1 to SuspenseChargeCount
        add TransactionAmount to SuspenseChargeAmount

        move "SUSPENSE" to JK-Role
        perform 4400-PostCredit
    end-if.

4300-PostDebit.

    move "1" to JK-SideOrder
    move "D" to JK-DebitCredit
    perform 6100-AddJournalAmount.

4400-PostCredit.

    move "2" to JK-SideOrder
    move "C" to JK-DebitCredit
    perform 6100-AddJournalAmount.

4500-ListLateLine.

    add 1 to LateLineCount
    add TransactionAmount to LateLineAmount

    if LateEntryCount is less than MaxLateEntries
        add 1 to LateEntryCount
        set LateIndex to LateEntryCount
        move TR-Date to LL-Date(LateIndex)
        move TR-BowlerId to LL-BowlerId(LateIndex)
        move TR-Type to LL-Type(LateIndex)
        move TransactionAmount to LL-Amount(LateIndex)
        move TR-Description to LL-Description(LateIndex)
    else
        add 1 to LateLinesNotListed
    end-if.

5000-WriteExport.

    open output LedgerExportFile

    if not LedgerExportFileStatusOk
        display "GLEXPORT - UNABLE TO OPEN GLEXPORT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move RunDate to EH-BatchDate
    move RunTime to EH-BatchTime
    move PeriodFromDate to EH-PeriodFrom
    move PeriodToDate to EH-PeriodTo

    if RerunRequested and OwningExportCount
            is less than RegisterEntryCount
        move "R" to EH-RerunFlag
    else
        move "N" to EH-RerunFlag
    end-if

    write LedgerExportLine from ExportHeaderLine

    perform varying JournalIndex from 1 by 1
            until JournalIndex is greater than JournalEntryCount
        if JE-Amount(JournalIndex) is greater than zero
            perform 5100-WriteExportDetail
        end-if
    end-perform

    move ExportLineCount to ET-LineCount
    move TotalDebits to ET-TotalDebits
    move TotalCredits to ET-TotalCredits
    write LedgerExportLine from ExportTrailerLine

    close LedgerExportFile.

5100-WriteExportDetail.

    move JE-Role(JournalIndex) to MappingRole
    perform 1120-FindRole

    move JE-Type(JournalIndex) to TR-Type
    perform 2300-FindType

    move JE-JournalDate(JournalIndex) to ED-JournalDate
    move RO-Account(RoleIndex) to ED-Account
    move JE-DebitCredit(JournalIndex) to ED-DebitCredit
    move JE-Amount(JournalIndex) to ED-Amount
    move JE-Type(JournalIndex) to ED-SourceType

    move spaces to ED-Description
    string TC-Description(TypeCodeIndex) delimited by "  "
        " - " delimited by size
        JE-Role(JournalIndex) delimited by space
        into ED-Description

    write LedgerExportLine from ExportDetailLine
    add 1 to ExportLineCount

    if JE-DebitCredit(JournalIndex) is equal to "D"
        add JE-Amount(JournalIndex) to TotalDebits
        add JE-Amount(JournalIndex) to RO-Debits(RoleIndex)
    else
        add JE-Amount(JournalIndex) to TotalCredits
        add JE-Amount(JournalIndex) to RO-Credits(RoleIndex)
    end-if.

6000-TieToMaster.

    *> The master's balance now, less what has been posted since
    *> the period ended, is the receivables balance at period end.
    compute PeriodEndBalance = MasterBalanceTotal - ActivityAfterPeriod

    move "RECEIVBL" to MappingRole
    perform 1120-FindRole
    compute ExportMovement =
        RO-Debits(RoleIndex) - RO-Credits(RoleIndex)

    if not OpeningIsOnRegister
        compute OpeningBalance = PeriodEndBalance - ExportMovement
    end-if

    compute MasterMovement = PeriodEndBalance - OpeningBalance
    compute TieDifference = MasterMovement - ExportMovement

    if TieDifference is equal to zero
        set ExportTiesToMaster to true
    end-if.

6100-AddJournalAmount.

    *> Adds PostingAmount to the journal line for JournalDate, the
    *> line's type and the role and side in JournalKey, opening the
    *> line in key order if it is not there yet.
    move JournalDate to JK-JournalDate
    move TR-Type to JK-Type

    move "N" to JournalFound
    move 1 to InsertPosition

    perform varying JournalIndex from 1 by 1
            until JournalIndex is greater than JournalEntryCount
                or JournalEntryFound
        evaluate true
            when JE-Key(JournalIndex) is equal to JournalKey
                set JournalEntryFound to true
            when JE-Key(JournalIndex) is less than JournalKey
                set InsertPosition to JournalIndex
                add 1 to InsertPosition
        end-evaluate
    end-perform

    if JournalEntryFound
        set JournalIndex down by 1
        add PostingAmount to JE-Amount(JournalIndex)
    else
        perform 6200-InsertJournalEntry
    end-if.

6200-InsertJournalEntry.

    if JournalEntryCount is not less than MaxJournalEntries
        *> A journal that cannot be held whole cannot balance.
        display "GLEXPORT - MORE THAN " MaxJournalEntries
            " JOURNAL LINES - EXPORT A SHORTER PERIOD - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    add 1 to JournalEntryCount

    perform varying ShiftPosition from JournalEntryCount by -1
            until ShiftPosition is not greater than InsertPosition
        move JournalEntry(ShiftPosition - 1)
            to JournalEntry(ShiftPosition)
    end-perform

    move JournalKey to JE-Key(InsertPosition)
    move PostingAmount to JE-Amount(InsertPosition).

7000-WriteRegister.

    initialize RegisterDetailLine
    move PeriodFromDate to GR-PeriodFrom
    move PeriodToDate to GR-PeriodTo
    move RunDate to GR-RunDate
    move RunTime to GR-RunTime
    move JournalHighWater to GR-HighWater
    move PeriodEndBalance to GR-ReceivableBalance
    move TotalDebits to GR-TotalDebits
    move TotalCredits to GR-TotalCredits
    move EH-RerunFlag to GR-RerunFlag

    open extend LedgerRegisterFile

    if LedgerRegisterFileNotFound
        open output LedgerRegisterFile
        close LedgerRegisterFile
        open extend LedgerRegisterFile
    end-if

    if not LedgerRegisterFileStatusOk
        display "GLEXPORT - UNABLE TO OPEN GLREG - EXPORT NOT "
            "REGISTERED - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    write LedgerRegisterLine from RegisterDetailLine

    close LedgerRegisterFile.

8000-WriteControlReport.

    perform 8100-WriteTitle

    *> The journal by account, and the proof that it balances.
    move spaces to ControlReportLine
    write ControlReportLine
    move "JOURNAL BY ACCOUNT" to RX-Text
    write ControlReportLine from ReportTextLine
    write ControlReportLine from AccountHeadingLine

    perform varying RoleIndex from 1 by 1
            until RoleIndex is greater than RoleCount
        move RoleCode(RoleIndex) to AR-Role
        move RO-Account(RoleIndex) to AR-Account
        move RO-AccountName(RoleIndex) to AR-AccountName
        move RO-Debits(RoleIndex) to AR-Debits
        move RO-Credits(RoleIndex) to AR-Credits
        write ControlReportLine from AccountReportLine
    end-perform

    move "TOTAL" to AR-Role
    move spaces to AR-Account
    move spaces to AR-AccountName
    move TotalDebits to AR-Debits
    move TotalCredits to AR-Credits
    write ControlReportLine from AccountReportLine

    move ExportLineCount to EditedCount

    if TotalDebits is equal to TotalCredits
        move spaces to RX-Text
        string "DEBITS EQUAL CREDITS - " delimited by size
            EditedCount delimited by size
            " JOURNAL LINES EXPORTED" delimited by size
            into RX-Text
    else
        move "*** DEBITS DO NOT EQUAL CREDITS - DO NOT IMPORT ***"
            to RX-Text
    end-if
    write ControlReportLine from ReportTextLine

    *> What it was built from.
    move spaces to ControlReportLine
    write ControlReportLine
    move "ARTRANS ACTIVITY EXPORTED" to RX-Text
    write ControlReportLine from ReportTextLine

    perform varying TypeIndex from 1 by 1
            until TypeIndex is greater than TypeCount
        set TypeCodeIndex to TypeIndex
        move TC-Type(TypeCodeIndex) to TL-Type
        move TC-Description(TypeCodeIndex) to TL-Description
        move TT-Lines(TypeIndex) to TL-Lines
        move TT-Amount(TypeIndex) to TL-Amount
        write ControlReportLine from TypeReportLine
    end-perform

    if SuspenseChargeCount is greater than zero
        move SuspenseChargeCount to EditedCount
        move SuspenseChargeAmount to EditedAmount
        move spaces to RX-Text
        string "*** " delimited by size
            EditedCount delimited by size
            " CHARGES HAD NO BILLING SPLIT - " delimited by size
            EditedAmount delimited by size
            " CREDITED TO SUSPENSE - CLEAR IN THE LEDGER ***"
                delimited by size
            into RX-Text
        write ControlReportLine from ReportTextLine
    end-if

    if BillingTableIsFull or ChargeDateTableIsFull
        move spaces to RX-Text
        string "*** BILLING TOO LARGE TO HOLD - SOME CHARGES WENT TO "
                delimited by size
            "SUSPENSE - EXPORT A SHORTER PERIOD ***" delimited by size
            into RX-Text
        write ControlReportLine from ReportTextLine
    end-if

    if LateLineCount is greater than zero
        perform 8200-WriteLateLines
    end-if

    perform 8300-WriteTieBack.

8100-WriteTitle.

    initialize ReportTitleLine
    move PeriodFromDate to RT-PeriodFrom
    move PeriodToDate to RT-PeriodTo
    move RunDate to RT-RunDate
    move RunTime to RT-RunTime

    if MonthlyPeriod
        move "MONTHLY" to RT-PeriodKind
    else
        move "NIGHTLY" to RT-PeriodKind
    end-if

    if RerunRequested and OwningExportCount
            is less than RegisterEntryCount
        move "RERUN" to RT-RerunNote
    end-if

    write ControlReportLine from ReportTitleLine

    if RerunRequested and OwningExportCount
            is less than RegisterEntryCount
        move spaces to RX-Text
        string "THIS EXPORT REPLACES THE EARLIER EXPORT OF THE SAME "
                delimited by size
            "PERIOD - REVERSE THAT BATCH IN THE LEDGER BEFORE IMPORTING"
                delimited by size
            into RX-Text
        write ControlReportLine from ReportTextLine
    end-if.

8200-WriteLateLines.

    move spaces to ControlReportLine
    write ControlReportLine

    move LateLineCount to EditedCount
    move LateLineAmount to EditedAmount
    move spaces to RX-Text
    string EditedCount delimited by size
        " LINES KEYED AFTER THEIR PERIOD WAS EXPORTED, TOTAL "
            delimited by size
        EditedAmount delimited by size
        " - JOURNALED ON " delimited by size
        PeriodFromDate delimited by size
        into RX-Text
    write ControlReportLine from ReportTextLine

    perform varying LateIndex from 1 by 1
            until LateIndex is greater than LateEntryCount
        move LL-Date(LateIndex) to LR-Date
        move LL-BowlerId(LateIndex) to LR-BowlerId
        move LL-Type(LateIndex) to LR-Type
        move LL-Amount(LateIndex) to LR-Amount
        move LL-Description(LateIndex) to LR-Description
        write ControlReportLine from LateReportLine
    end-perform

    if LateLinesNotListed is greater than zero
        move LateLinesNotListed to EditedCount
        move spaces to RX-Text
        string "AND " delimited by size
            EditedCount delimited by size
            " MORE NOT LISTED" delimited by size
            into RX-Text
        write ControlReportLine from ReportTextLine
    end-if.

8300-WriteTieBack.

    move spaces to ControlReportLine
    write ControlReportLine
    move "TIE BACK TO ACCTMAST" to RX-Text
    write ControlReportLine from ReportTextLine

    move "ACCTMAST BALANCE NOW" to TB-Label
    move MasterBalanceTotal to TB-Amount
    write ControlReportLine from TieReportLine

    move "LESS ACTIVITY DATED AFTER THE PERIOD" to TB-Label
    move ActivityAfterPeriod to TB-Amount
    write ControlReportLine from TieReportLine

    move "RECEIVABLES AT PERIOD END" to TB-Label
    move PeriodEndBalance to TB-Amount
    write ControlReportLine from TieReportLine

    move spaces to TB-Label
    if OpeningIsOnRegister
        string "RECEIVABLES AT EXPORT " delimited by size
            OpeningFromDate delimited by size
            " TO " delimited by size
            OpeningToDate delimited by size
            into TB-Label
    else
        move "OPENING - FIRST EXPORT, TAKEN FROM THIS EXPORT"
            to TB-Label
    end-if
    move OpeningBalance to TB-Amount
    write ControlReportLine from TieReportLine

    move "ACCTMAST MOVEMENT FOR THE PERIOD" to TB-Label
    move MasterMovement to TB-Amount
    write ControlReportLine from TieReportLine

    move "RECEIVABLES DEBITS LESS CREDITS EXPORTED" to TB-Label
    move ExportMovement to TB-Amount
    write ControlReportLine from TieReportLine

    if ExportTiesToMaster
        move "TIED TO ACCTMAST" to RX-Text
    else
        move TieDifference to EditedSignedAmount
        move spaces to RX-Text
        string "*** DOES NOT TIE TO ACCTMAST - DIFFERENCE "
                delimited by size
            EditedSignedAmount delimited by size
            " - DO NOT IMPORT ***" delimited by size
            into RX-Text
    end-if
    write ControlReportLine from ReportTextLine.

8900-WriteRefusal.

    perform 8100-WriteTitle

    move spaces to ControlReportLine
    write ControlReportLine

    move spaces to RX-Text
    string "*** EXPORT REFUSED - " delimited by size
        function trim(RefusalReason) delimited by size
        " ***" delimited by size
        into RX-Text
    write ControlReportLine from ReportTextLine

    move "NOTHING WAS EXPORTED AND THE GL REGISTER IS UNCHANGED"
        to RX-Text
    write ControlReportLine from ReportTextLine.

9000-Terminate.

    close ControlReportFile.

end program GeneralLedgerInterface.
