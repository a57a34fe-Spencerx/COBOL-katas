*> before league night so the desk has the list before the doors
*> open, not after the month closes.
*>
*> End-of-season prize money arrives on the journal as PRZ credits
*> and works like a payment - it relieves the oldest buckets first,
*> which is how a bowler's winnings clear what they still owe.  The
*> part of the winnings paid out by cheque (PZP) relieved nothing
*> and is taken back out of the credits before they are applied.
*>
*> Side-pot entry fees (POT) are charges like the night's billing
*> and age from the night they were charged; side-pot winnings (PTW)
*> are credits and relieve the oldest buckets like a payment.
*>
*> The office's adjustments age the same way: a debit memo (DBM) is
*> a charge dated the day it was raised, and credit memos (CRM) and
*> write-offs (WOF) relieve the oldest buckets like a payment.  A
*> refund (RFD) hands back credit the bowler held, so it comes out
*> of the credits before they are applied; any part of a refund
*> beyond them is owed again and ages from the refund date.
*>
*> DELINQUENCY-FILE opens with a header line carrying the aging
*> as-of date and the date the list was cut, so the nightly
*> pre-flight check can prove the hold list is tonight's.  Its
*> readers only take the ID lines and pass over the header.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   aging as-of date (YYYYMMDD)
*>   positions 10-17  league credit limit (99999.99)

01 ParameterCard pic x(80).
01 AsOfDate pic x(8).
01 CurrentDateTime pic x(21).
01 AsOfDateNumeric pic 9(8).
01 AsOfDateInteger pic 9(7).
01 CreditLimitWhole pic x(5).

01 PaymentRemaining pic 9(6)v99.
01 BucketRelief pic 9(6)v99.
01 RefundExcess pic 9(5)v99.

01 TotalCurrent pic 9(7)v99 value zero.
01 Total30 pic 9(7)v99 value zero.
    02 AT-DelinquentCount pic zzzz9.
    02 filler pic x(39) value spaces.

*> The hold list's header - when the list was aged to and cut.
01 DelinquencyHeaderLine.
    02 filler pic x(15) value "HOLD LIST ASOF ".
    02 DH-AsOfDate pic x(8).
    02 filler pic x(5) value " CUT ".
    02 DH-CutDate pic x(8).
    02 filler pic x(44) value spaces.

*> The delinquency line as TenPinBowling expects to read it back.
01 DelinquencyDetailLine.
    02 filler pic x(3) value "ID ".
        display "ARAGING - UNABLE TO OPEN DELINQ - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move function current-date to CurrentDateTime

    initialize DelinquencyHeaderLine
    move AsOfDate to DH-AsOfDate
    move CurrentDateTime(1:8) to DH-CutDate
    write DelinquencyLine from DelinquencyHeaderLine.

2000-LoadAccountMaster.

    perform 3200-FindOrAddAccount

    if BowlerFoundInAging
        evaluate TR-Type
            when "CHG"
            when "POT"
            when "DBM"
                perform 3300-BucketOneCharge
            when "PZP"
                subtract TransactionAmount from AG-Payments(AgingIndex)
            when "RFD"
                if AG-Payments(AgingIndex) is less than TransactionAmount
                    compute RefundExcess =
                        TransactionAmount - AG-Payments(AgingIndex)
                    move zero to AG-Payments(AgingIndex)
                    move RefundExcess to TransactionAmount
                    perform 3300-BucketOneCharge
                else
                    subtract TransactionAmount
                        from AG-Payments(AgingIndex)
                end-if
            when other
                add TransactionAmount to AG-Payments(AgingIndex)
        end-evaluate
    end-if.

3200-FindOrAddAccount.
