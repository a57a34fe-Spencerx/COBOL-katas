*> for one bowler id between two dates, in audit order, with the
*> before and after values on every line.
*>
*> ADJAUDIT, the journal AdjustmentEntryScreen writes for every
*> credit memo, write-off, refund and debit memo, is listed the same
*> way - each line carries the operator, the approving officer, the
*> reason and the balance before and after.  Lines are selected on
*> the date the adjustment was keyed.
*>
*> Parameter card (SYSIN):
*>   positions  1-6   ROSTER (roster journal), REPAIR (repairs) or
*>                    ADJUST (receivables adjustments)
*>   positions  8-17  bowler id
*>   positions 19-26  from date (YYYYMMDD, inclusive)
*>   positions 28-35  to date   (YYYYMMDD, inclusive)
            organization is line sequential
            file status is RepairAuditFileStatus.

        select AdjustmentAuditFile assign to "ADJAUDIT"
            organization is line sequential
            file status is AdjustmentAuditFileStatus.

        select AuditReportFile assign to "MAUDLST"
            organization is line sequential
            file status is AuditReportFileStatus.
    recording mode is f.
01 RepairAuditLine pic x(180).

fd  AdjustmentAuditFile
    recording mode is f.
01 AdjustmentAuditLine pic x(200).

fd  AuditReportFile
    recording mode is f.
01 AuditReportLine pic x(200).

working-storage section.

    88 RepairAuditFileStatusOk values "00" "04" "10".
    88 RepairAuditFileNotFound value "35".

01 AdjustmentAuditFileStatus pic xx.
    88 AdjustmentAuditFileStatusOk values "00" "04" "10".
    88 AdjustmentAuditFileNotFound value "35".

01 AuditReportFileStatus pic xx.
    88 AuditReportFileStatusOk values "00" "04".

01 ReportMode pic x(6).
    88 RosterMode value "ROSTER".
    88 RepairMode value "REPAIR".
    88 AdjustMode value "ADJUST".
01 InquiryBowlerId pic x(10).
01 InquiryFromDate pic x(8).
01 InquiryToDate pic x(8).
    02 RX-BowlerId pic x(10).
    02 filler pic x(103).

*> The adjustment journal line as AdjustmentEntryScreen writes it.
01 AdjustmentAuditDetailLine.
    02 filler pic x(4).
    02 AD-OperatorId pic x(10).
    02 filler pic x(6).
    02 AD-Date pic x(8).
    02 filler pic x(6).
    02 AD-Time pic x(6).
    02 filler pic x(8).
    02 AD-Action pic x(7).
    02 filler pic x(4).
    02 AD-BowlerId pic x(10).
    02 filler pic x(131).

01 LinesListed pic 9(5) value zero.

01 InquiryHeaderLine.
    02 IQ-FromDate pic x(8).
    02 filler pic x(4) value " TO ".
    02 IQ-ToDate pic x(8).
    02 filler pic x(129) value spaces.

01 InquiryTrailerLine.
    02 filler pic x(13) value "LINES LISTED ".
    02 IT-LinesListed pic zzzz9.
    02 filler pic x(182) value spaces.

procedure division.


    perform 1000-Initialize

    evaluate true
        when RosterMode
            perform 2000-ListRosterAudit
        when RepairMode
            perform 3000-ListRepairAudit
        when other
            perform 4000-ListAdjustmentAudit
    end-evaluate

    initialize InquiryTrailerLine
    move LinesListed to IT-LinesListed
    move ParameterCard(19:8) to InquiryFromDate
    move ParameterCard(28:8) to InquiryToDate

    if not RosterMode and not RepairMode and not AdjustMode
        display "MNTAUDT - SYSIN MODE MUST BE ROSTER, REPAIR OR ADJUST"
            " - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if
    move "N" to EndOfAuditFile
    close RepairAuditFile.

4000-ListAdjustmentAudit.

    open input AdjustmentAuditFile

    if AdjustmentAuditFileNotFound
        display "MNTAUDT - ADJAUDIT DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreAuditLines
        read AdjustmentAuditFile into AdjustmentAuditDetailLine
            at end
                set NoMoreAuditLines to true
            not at end
                if AdjustmentAuditLine(1:3) is equal to "OP "
                    and AD-BowlerId is equal to InquiryBowlerId
                    and AD-Date is not less than InquiryFromDate
                    and AD-Date is not greater than InquiryToDate
                    write AuditReportLine from AdjustmentAuditLine
                    add 1 to LinesListed
                end-if
        end-read
    end-perform

    move "N" to EndOfAuditFile
    close AdjustmentAuditFile.

9000-Terminate.

    close AuditReportFile.
