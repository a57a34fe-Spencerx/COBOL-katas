*> Parameter card (SYSIN): the statement month as YYYYMM in the
*> first six positions.

*> End-of-season prize money shows as its own line under the month's
*> totals: the winnings credited (PRZ), the part offset against the
*> balance owed, and the part paid out by cheque (PZP).

*> Side-pot entry fees (POT) count with the month's charges; side-pot
*> winnings (PTW) are credited to the account and shown on a line of
*> their own under the totals.

*> Receivables adjustments keyed by the office print in the detail
*> under their own types and are totalled on an ADJUSTMENTS line
*> under the totals: credit memos (CRM) and write-offs (WOF) reduce
*> the balance, refunds (RFD) and debit memos (DBM) increase it.

*> Balance forward is derived by backing the month's net activity
*> out of the master balance, so the statement always ties to the
*> master no matter how many months of journal are on file.

01 MonthCharges pic 9(6)v99.
01 MonthPayments pic 9(6)v99.
01 MonthPrizeWon pic 9(6)v99.
01 MonthPrizePaid pic 9(6)v99.
01 MonthPrizeOffset pic 9(6)v99.
01 MonthPotWinnings pic 9(6)v99.
01 MonthCreditMemos pic 9(6)v99.
01 MonthWriteOffs pic 9(6)v99.
01 MonthRefunds pic 9(6)v99.
01 MonthDebitMemos pic 9(6)v99.
01 BalanceForward pic s9(6)v99.

01 StatementHeaderLine.
    02 ST-Payments pic zzzzz9.99.
    02 filler pic x(44) value spaces.

01 StatementPrizeLine.
    02 filler pic x(6) value "PRIZE ".
    02 SP-Won pic zzzz9.99.
    02 filler pic x(8) value " OFFSET ".
    02 SP-Offset pic zzzz9.99.
    02 filler pic x(17) value " PAID BY CHEQUE ".
    02 SP-Paid pic zzzz9.99.
    02 filler pic x(25) value spaces.

01 StatementPotLine.
    02 filler pic x(18) value "SIDE POT WINNINGS ".
    02 SW-Amount pic zzzz9.99.
    02 filler pic x(54) value spaces.

01 StatementAdjustmentLine.
    02 filler pic x(19) value "ADJUSTMENTS CREDIT ".
    02 SA-CreditMemos pic zzzz9.99.
    02 filler pic x(11) value " WRITE-OFF ".
    02 SA-WriteOffs pic zzzz9.99.
    02 filler pic x(8) value " REFUND ".
    02 SA-Refunds pic zzzz9.99.
    02 filler pic x(7) value " DEBIT ".
    02 SA-DebitMemos pic zzzz9.99.
    02 filler pic x(3) value spaces.

01 StatementDueLine.
    02 filler pic x(12) value "BALANCE DUE ".
    02 SB-Amount pic +zzzzz9.99.

    move zero to MonthCharges
    move zero to MonthPayments
    move zero to MonthPrizeWon
    move zero to MonthPrizePaid
    move zero to MonthPotWinnings
    move zero to MonthCreditMemos
    move zero to MonthWriteOffs
    move zero to MonthRefunds
    move zero to MonthDebitMemos

    if MonthTransactionCount is greater than zero
        perform with test after varying TransactionIndex from 1 by 1

            if MT-BowlerId(TransactionIndex) is equal to
                    AB-BowlerId(AccountIndex)
                evaluate MT-Type(TransactionIndex)
                    when "CHG"
                    when "POT"
                        add MT-Amount(TransactionIndex) to MonthCharges
                    when "PRZ"
                        add MT-Amount(TransactionIndex) to MonthPrizeWon
                    when "PZP"
                        add MT-Amount(TransactionIndex) to MonthPrizePaid
                    when "PTW"
                        add MT-Amount(TransactionIndex)
                            to MonthPotWinnings
                    when "CRM"
                        add MT-Amount(TransactionIndex)
                            to MonthCreditMemos
                    when "WOF"
                        add MT-Amount(TransactionIndex) to MonthWriteOffs
                    when "RFD"
                        add MT-Amount(TransactionIndex) to MonthRefunds
                    when "DBM"
                        add MT-Amount(TransactionIndex) to MonthDebitMemos
                    when other
                        add MT-Amount(TransactionIndex) to MonthPayments
                end-evaluate
            end-if
        end-perform
    end-if

    compute BalanceForward = AB-Balance(AccountIndex)
        - MonthCharges + MonthPayments
        + MonthPrizeWon - MonthPrizePaid
        + MonthPotWinnings
        + MonthCreditMemos + MonthWriteOffs
        - MonthRefunds - MonthDebitMemos

    initialize StatementHeaderLine
    move StatementMonth to SL-Month
    move MonthPayments to ST-Payments
    write StatementLine from StatementTotalsLine

    if MonthPrizeWon is greater than zero
        compute MonthPrizeOffset = MonthPrizeWon - MonthPrizePaid

        initialize StatementPrizeLine
        move MonthPrizeWon to SP-Won
        move MonthPrizeOffset to SP-Offset
        move MonthPrizePaid to SP-Paid
        write StatementLine from StatementPrizeLine
    end-if

    if MonthPotWinnings is greater than zero
        initialize StatementPotLine
        move MonthPotWinnings to SW-Amount
        write StatementLine from StatementPotLine
    end-if

    if MonthCreditMemos is greater than zero
        or MonthWriteOffs is greater than zero
        or MonthRefunds is greater than zero
        or MonthDebitMemos is greater than zero
        initialize StatementAdjustmentLine
        move MonthCreditMemos to SA-CreditMemos
        move MonthWriteOffs to SA-WriteOffs
        move MonthRefunds to SA-Refunds
        move MonthDebitMemos to SA-DebitMemos
        write StatementLine from StatementAdjustmentLine
    end-if

    initialize StatementDueLine
    move AB-Balance(AccountIndex) to SB-Amount
    write StatementLine from StatementDueLine
