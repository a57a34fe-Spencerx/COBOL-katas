*> Receivables adjustment entry for the league office.  Until now
*> the only money that reached the account master was a night's
*> BILLING charge or a PAYMENTS receipt, and the desk faked every
*> other correction as a payment.  Each adjustment is keyed here
*> under its own type and appended to ADJUSTMENTS-FILE, which the
*> nightly AccountPosting step applies alongside PAYMENTS and
*> journals to ARTRANS under the same type:
*>   CRM  credit memo   - an overcharge given back, e.g. a
*>                        cancelled night; reduces the balance
*>   WOF  write-off     - a balance the league agrees not to
*>                        collect; reduces the balance
*>   RFD  refund        - an overpayment paid back to the bowler;
*>                        raises a credit balance back toward zero
*>   DBM  debit memo    - a charge raised by hand; raises the
*>                        balance
*>
*> Every adjustment needs a reason, and the id of the officer who
*> approved it - never the operator keying it.  A write-off may not
*> be more than the bowler owes and a refund not more than the
*> credit they hold, each measured on the balance last posted to
*> ACCTMAST plus the adjustments already waiting on the file.  The
*> bowler must already have an account.
*>
*> Like PaymentEntryScreen there is no commit-on-exit table: an
*> adjustment is money, so each accepted entry is written to the
*> file as it is keyed and survives a dropped terminal.  Each one
*> is also journaled to ADJUSTMENT-AUDIT-FILE as it is keyed -
*> operator, date, time, the adjustment itself, who approved it,
*> and the balance before and after - the same way
*> RosterMaintenance journals to ROSTAUDT.  MaintenanceAuditReport
*> lists it by bowler and date range.

identification division.
program-id. AdjustmentEntryScreen.

environment division.
input-output section.
    file-control.
        select AdjustmentsFile assign to "ADJUSTMENTS"
            organization is line sequential
            file status is AdjustmentsFileStatus.

        select AdjustmentAuditFile assign to "ADJAUDIT"
            organization is line sequential
            file status is AdjustmentAuditFileStatus.

        select AccountMasterIn assign to "ACCTIN"
            organization is line sequential
            file status is AccountMasterInStatus.

data division.
file section.
fd  AdjustmentsFile
    recording mode is f.
01 AdjustmentsLine pic x(132).

fd  AdjustmentAuditFile
    recording mode is f.
01 AdjustmentAuditLine pic x(200).

fd  AccountMasterIn
    recording mode is f.
01 AccountMasterInLine pic x(80).

working-storage section.

01 AdjustmentsFileStatus pic xx.
    88 AdjustmentsFileNotFound value "35".

01 AdjustmentAuditFileStatus pic xx.
    88 AdjustmentAuditFileNotFound value "35".

01 AccountMasterInStatus pic xx.
    88 AccountMasterInNotFound value "35".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 OperatorId pic x(10).
01 CurrentDateTime pic x(21).
01 AuditAction pic x(7).

01 ActionCode pic x.
    88 ActionAdd value "A".
    88 ActionExit value "E".

01 EntryAdjustDate pic x(8).
01 EntryBowlerId pic x(10).
01 EntryTypeCode pic x.
    88 EntryCreditMemo value "C".
    88 EntryWriteOff value "W".
    88 EntryRefund value "R".
    88 EntryDebitMemo value "D".
01 EntryAmount pic 9(4)v99.
01 EntryReason pic x(20).
01 EntryApprovedBy pic x(10).

01 EntryType pic x(3).

01 ResultMessage pic x(40).

01 AdjustmentsKeyed pic 9(5) value zero.

*> The account master, as AccountPosting writes it.
01 AccountDetailRecord.
    02 filler pic x(3).
    02 AC-BowlerId pic x(10).
    02 filler pic x(1).
    02 AC-BowlerName pic x(20).
    02 filler pic x(9).
    02 AC-Balance pic +zzzz9.99.
    02 filler pic x(28).

*> Sized to the account table in AccountPosting.
01 MaxAccountEntries pic 9(5) value 5000.

*> The balance last posted, moved on by every adjustment waiting on
*> ADJUSTMENTS and each one keyed this session.
01 AccountTable.
    02 AccountEntryCount pic 9(5) value zero.
    02 AccountEntry occurs 1 to 5000 times
            depending on AccountEntryCount
            indexed by AccountIndex.
        03 AB-BowlerId pic x(10).
        03 AB-Balance pic s9(5)v99.

01 AccountFound pic x value "N".
    88 BowlerFoundInAccounts value "Y".

01 AdjustmentBowlerId pic x(10).
01 AdjustmentAmount pic 9(4)v99.
01 PriorBalance pic s9(5)v99.
01 CreditHeld pic s9(5)v99.

*> The adjustment line as AccountPosting expects to read it back.
01 AdjustmentDetailLine.
    02 filler pic x(6) value "DATE ".
    02 AJ-AdjustDate pic x(8).
    02 filler pic x(4) value " ID ".
    02 AJ-BowlerId pic x(10).
    02 filler pic x(6) value " TYPE ".
    02 AJ-Type pic x(3).
    02 filler pic x(8) value " AMOUNT ".
    02 AJ-Amount pic zzz9.99.
    02 filler pic x(8) value " REASON ".
    02 AJ-Reason pic x(20).
    02 filler pic x(10) value " APPROVED ".
    02 AJ-ApprovedBy pic x(10).
    02 filler pic x(4) value " OP ".
    02 AJ-OperatorId pic x(10).
    02 filler pic x(7) value " KEYED ".
    02 AJ-KeyedDate pic x(8).
    02 filler pic x(3) value spaces.

*> One audit line per accepted adjustment, written as it is keyed.
01 AdjustmentAuditDetailLine.
    02 filler pic x(4) value "OP  ".
    02 AD-OperatorId pic x(10).
    02 filler pic x(6) value " DATE ".
    02 AD-Date pic x(8).
    02 filler pic x(6) value " TIME ".
    02 AD-Time pic x(6).
    02 filler pic x(8) value " ACTION ".
    02 AD-Action pic x(7).
    02 filler pic x(4) value " ID ".
    02 AD-BowlerId pic x(10).
    02 filler pic x(6) value " TYPE ".
    02 AD-Type pic x(3).
    02 filler pic x(8) value " AMOUNT ".
    02 AD-Amount pic zzz9.99.
    02 filler pic x(11) value " EFFECTIVE ".
    02 AD-AdjustDate pic x(8).
    02 filler pic x(10) value " APPROVED ".
    02 AD-ApprovedBy pic x(10).
    02 filler pic x(8) value " REASON ".
    02 AD-Reason pic x(20).
    02 filler pic x(9) value " BALANCE ".
    02 AD-PriorBalance pic +zzzz9.99.
    02 filler pic x(4) value " TO ".
    02 AD-NewBalance pic +zzzz9.99.
    02 filler pic x(9) value spaces.

screen section.
01 AdjustmentScreen.
    02 blank screen.
    02 line 1 column 1 value "TEN-PIN BOWLING - RECEIVABLES ADJUSTMENT ENTRY".
    02 line 2 column 1 value "Operator ID:".
    02 line 2 column 15 pic x(10) using OperatorId.
    02 line 3 column 1 value "Action (A=Add adjustment, E=Exit):".
    02 line 3 column 38 pic x using ActionCode.
    02 line 5 column 1 value "Effective Date (YYYYMMDD):".
    02 line 5 column 30 pic x(8) using EntryAdjustDate.
    02 line 6 column 1 value "Bowler ID:".
    02 line 6 column 30 pic x(10) using EntryBowlerId.
    02 line 7 column 1 value "Type (C=Credit memo, W=Write-off,".
    02 line 8 column 1 value "      R=Refund, D=Debit memo):".
    02 line 8 column 30 pic x using EntryTypeCode.
    02 line 9 column 1 value "Amount:".
    02 line 9 column 30 pic 9(4).99 using EntryAmount.
    02 line 10 column 1 value "Reason:".
    02 line 10 column 30 pic x(20) using EntryReason.
    02 line 11 column 1 value "Approved by (officer ID):".
    02 line 11 column 30 pic x(10) using EntryApprovedBy.

01 ResultScreen.
    02 line 13 column 1 value "Result:".
    02 line 13 column 10 pic x(40) using ResultMessage.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform with test after until ActionExit

        perform 2000-PromptForAdjustment

        evaluate true
            when ActionAdd
                perform 3000-AddAdjustment
            when ActionExit
                continue
            when other
                move "Invalid action - use A or E" to ResultMessage
        end-evaluate

        display ResultScreen
    end-perform

    perform 9000-Terminate

    stop run.

1000-Initialize.

    move spaces to OperatorId

    perform 1100-LoadAccountMaster

    perform 1200-ApplyWaitingAdjustments

    open extend AdjustmentsFile

    if AdjustmentsFileNotFound
        open output AdjustmentsFile
        close AdjustmentsFile
        open extend AdjustmentsFile
    end-if

    open extend AdjustmentAuditFile

    if AdjustmentAuditFileNotFound
        open output AdjustmentAuditFile
        close AdjustmentAuditFile
        open extend AdjustmentAuditFile
    end-if.

1100-LoadAccountMaster.

    open input AccountMasterIn

    if AccountMasterInNotFound
        display "ADJENTRY - ACCTIN DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read AccountMasterIn into AccountDetailRecord
            at end
                set NoMoreInputLines to true
            not at end
                if AccountMasterInLine(1:3) is equal to "ID "
                    and AccountEntryCount is less than MaxAccountEntries
                    add 1 to AccountEntryCount
                    set AccountIndex to AccountEntryCount
                    move AC-BowlerId to AB-BowlerId(AccountIndex)
                    move AC-Balance to AB-Balance(AccountIndex)
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close AccountMasterIn.

1200-ApplyWaitingAdjustments.

    *> Adjustments keyed since the last posting have not reached the
    *> master yet, but a write-off or refund must still be measured
    *> against them.
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
                        move AJ-BowlerId to AdjustmentBowlerId
                        perform 2500-FindAccount
                        if BowlerFoundInAccounts
                            move AJ-Amount to AdjustmentAmount
                            move AJ-Type to EntryType
                            perform 2600-ApplyToBalance
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AdjustmentsFile
    end-if.

2000-PromptForAdjustment.

    move spaces to ActionCode
    move spaces to EntryAdjustDate
    move spaces to EntryBowlerId
    move spaces to EntryTypeCode
    move zero to EntryAmount
    move spaces to EntryReason
    move spaces to EntryApprovedBy
    move spaces to ResultMessage

    display AdjustmentScreen
    accept AdjustmentScreen.

2500-FindAccount.

    move "N" to AccountFound

    if AccountEntryCount is greater than zero
        perform with test after varying AccountIndex from 1 by 1
            until AccountIndex is equal to AccountEntryCount
            or BowlerFoundInAccounts

            if AB-BowlerId(AccountIndex) is equal to AdjustmentBowlerId
                set BowlerFoundInAccounts to true
            end-if
        end-perform
    end-if.

2600-ApplyToBalance.

    *> Credit memos and write-offs come off what the bowler owes;
    *> refunds and debit memos go on it.
    evaluate EntryType
        when "CRM"
        when "WOF"
            subtract AdjustmentAmount from AB-Balance(AccountIndex)
        when "RFD"
        when "DBM"
            add AdjustmentAmount to AB-Balance(AccountIndex)
    end-evaluate.

3000-AddAdjustment.

    evaluate true
        when EntryCreditMemo
            move "CRM" to EntryType
            move "CRMEMO" to AuditAction
        when EntryWriteOff
            move "WOF" to EntryType
            move "WRITOFF" to AuditAction
        when EntryRefund
            move "RFD" to EntryType
            move "REFUND" to AuditAction
        when EntryDebitMemo
            move "DBM" to EntryType
            move "DRMEMO" to AuditAction
        when other
            move spaces to EntryType
    end-evaluate

    move EntryBowlerId to AdjustmentBowlerId
    perform 2500-FindAccount

    if BowlerFoundInAccounts
        move AB-Balance(AccountIndex) to PriorBalance
    else
        move zero to PriorBalance
    end-if

    compute CreditHeld = zero - PriorBalance

    evaluate true
        when OperatorId is equal to spaces
            move "Rejected - operator id is required" to ResultMessage
        when EntryAdjustDate is equal to spaces
            or EntryAdjustDate is not numeric
            move "Rejected - effective date is required" to ResultMessage
        when EntryBowlerId is equal to spaces
            move "Rejected - bowler id is required" to ResultMessage
        when not BowlerFoundInAccounts
            move "Rejected - bowler has no account" to ResultMessage
        when EntryType is equal to spaces
            move "Rejected - type must be C, W, R or D" to ResultMessage
        when EntryAmount is equal to zero
            move "Rejected - amount must not be zero" to ResultMessage
        when EntryReason is equal to spaces
            move "Rejected - reason is required" to ResultMessage
        when EntryApprovedBy is equal to spaces
            move "Rejected - approving officer required" to ResultMessage
        when EntryApprovedBy is equal to OperatorId
            move "Rejected - cannot approve own entry" to ResultMessage
        when EntryWriteOff and EntryAmount is greater than PriorBalance
            move "Rejected - write-off exceeds balance" to ResultMessage
        when EntryRefund and EntryAmount is greater than CreditHeld
            move "Rejected - refund exceeds credit held" to ResultMessage
        when other
            perform 3100-WriteAdjustment
    end-evaluate.

3100-WriteAdjustment.

    move function current-date to CurrentDateTime

    initialize AdjustmentDetailLine
    move EntryAdjustDate to AJ-AdjustDate
    move EntryBowlerId to AJ-BowlerId
    move EntryType to AJ-Type
    move EntryAmount to AJ-Amount
    move EntryReason to AJ-Reason
    move EntryApprovedBy to AJ-ApprovedBy
    move OperatorId to AJ-OperatorId
    move CurrentDateTime(1:8) to AJ-KeyedDate

    write AdjustmentsLine from AdjustmentDetailLine

    move EntryAmount to AdjustmentAmount
    perform 2600-ApplyToBalance

    perform 6000-LogAdjustmentAudit

    add 1 to AdjustmentsKeyed
    move "Adjustment recorded" to ResultMessage.

6000-LogAdjustmentAudit.

    *> Written as the adjustment is keyed, alongside the adjustment
    *> itself, so the two can never disagree.
    initialize AdjustmentAuditDetailLine
    move OperatorId to AD-OperatorId
    move CurrentDateTime(1:8) to AD-Date
    move CurrentDateTime(9:6) to AD-Time
    move AuditAction to AD-Action
    move EntryBowlerId to AD-BowlerId
    move EntryType to AD-Type
    move EntryAmount to AD-Amount
    move EntryAdjustDate to AD-AdjustDate
    move EntryApprovedBy to AD-ApprovedBy
    move EntryReason to AD-Reason
    move PriorBalance to AD-PriorBalance
    move AB-Balance(AccountIndex) to AD-NewBalance

    write AdjustmentAuditLine from AdjustmentAuditDetailLine.

9000-Terminate.

    close AdjustmentsFile
    close AdjustmentAuditFile

    display "ADJENTRY - ADJUSTMENTS KEYED THIS SESSION "
        AdjustmentsKeyed.

end program AdjustmentEntryScreen.
