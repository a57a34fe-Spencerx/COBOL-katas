*> End-of-season prize fund payout.  Runs once after the season's
*> last BOWLNITE and the BOWLAWRD awards packet.  PrizeFundUpdate
*> has accumulated each team's fund on the prize fund master all
*> season; this run turns those funds into money in bowlers' hands
*> instead of leaving the treasurer to work it out from PRIZERPT.
*>
*> Each league's fund is the sum of the PRIZEFND lines for the
*> teams bowling in it (the league comes off the final TEAMSEAS
*> master).  The fixed award amounts on the payout table come off
*> the top of the winner's league fund first, then each place
*> finish takes its percentage of what is left, by the final rank
*> within the league on TEAMSEAS.  A team's share is split evenly
*> across its active (status A) roster members; the odd cents the
*> split cannot divide stay in the fund and are shown as HELD, as
*> is the share of a team with no active members, the percentage a
*> league's places do not use, and the UNASSIGNED open-play money.
*>
*> Winnings are credited to each bowler's account on ACCTMAST and
*> journaled to ARTRANS as transaction type PRZ, one line per place
*> share or award.  Any balance the bowler still owes is netted off
*> first; only what is left is paid out, by league cheque, and that
*> cheque is journaled as type PZP so the account ends exactly at
*> the old balance less the offset.  The payout register shows
*> gross, offset and net to pay per bowler - the net column is the
*> cheque run.
*>
*> Payout table (PAYTABLE), one line per place or award:
*>   PLACE LEAGUE llll PLACE nn PERCENT nnn.nn
*>   AWARD cccccccccccccccccccc AMOUNT nnnn.nn
*> The award category is matched against the first 20 characters of
*> the section headings on the awards packet (HIGH SCRATCH GAME,
*> MOST IMPROVED, PERFECT ATTENDANCE, ...); every bowler listed
*> under a paid heading receives the amount.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   payout date (YYYYMMDD) - the ARTRANS date
*>   positions 10-13  POST to post; anything else is a trial run
*>                    that prints the register and posts nothing
*>
*> A season already paid out is never posted twice: any PRZ line
*> on ARTRANS dated after the last night posted to ACCTMAST means
*> this season's payout has gone through, whatever payout date it
*> went under.  The master rolls forward unchanged and the register
*> prints for reference only, the same rerun convention the
*> nightly posting steps keep.  A rerun under a different payout
*> date is also flagged with return code 4 - PRIZEFND is not
*> drained by the payout, so it would otherwise pay every winner
*> again.

identification division.
program-id. PrizePayout.

environment division.
input-output section.
    file-control.
        select PayoutTableFile assign to "PAYTABLE"
            organization is line sequential
            file status is PayoutTableFileStatus.

        select TeamMasterIn assign to "TEAMSIN"
            organization is line sequential
            file status is TeamMasterInStatus.

        select PrizeMasterIn assign to "PRIZEIN"
            organization is line sequential
            file status is PrizeMasterInStatus.

        select AwardsReportFile assign to "AWRDRPT"
            organization is line sequential
            file status is AwardsReportFileStatus.

        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select AccountMasterIn assign to "ACCTIN"
            organization is line sequential
            file status is AccountMasterInStatus.

        select AccountMasterOut assign to "ACCTOUT"
            organization is line sequential
            file status is AccountMasterOutStatus.

        select TransactionFile assign to "ARTRANS"
            organization is line sequential
            file status is TransactionFileStatus.

        select PayoutRegisterFile assign to "PAYREG"
            organization is line sequential
            file status is PayoutRegisterFileStatus.

data division.
file section.
fd  PayoutTableFile
    recording mode is f.
01 PayoutTableLine pic x(80).

fd  TeamMasterIn
    recording mode is f.
01 TeamMasterInLine pic x(120).

fd  PrizeMasterIn
    recording mode is f.
01 PrizeMasterInLine pic x(80).

fd  AwardsReportFile
    recording mode is f.
01 AwardsReportLine pic x(120).

fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  AccountMasterIn
    recording mode is f.
01 AccountMasterInLine pic x(80).

fd  AccountMasterOut
    recording mode is f.
01 AccountMasterOutLine pic x(80).

fd  TransactionFile
    recording mode is f.
01 TransactionLine pic x(80).

fd  PayoutRegisterFile
    recording mode is f.
01 PayoutRegisterLine pic x(132).

working-storage section.

01 PayoutTableFileStatus pic xx.
    88 PayoutTableFileStatusOk values "00" "04" "10".
    88 PayoutTableFileNotFound value "35".

01 TeamMasterInStatus pic xx.
    88 TeamMasterInStatusOk values "00" "04" "10".
    88 TeamMasterInNotFound value "35".

01 PrizeMasterInStatus pic xx.
    88 PrizeMasterInStatusOk values "00" "04" "10".
    88 PrizeMasterInNotFound value "35".

01 AwardsReportFileStatus pic xx.
    88 AwardsReportFileStatusOk values "00" "04" "10".
    88 AwardsReportFileNotFound value "35".

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 AccountMasterInStatus pic xx.
    88 AccountMasterInStatusOk values "00" "04" "10".
    88 AccountMasterInNotFound value "35".

01 AccountMasterOutStatus pic xx.
    88 AccountMasterOutStatusOk values "00" "04".

01 TransactionFileStatus pic xx.
    88 TransactionFileStatusOk values "00" "04" "10".
    88 TransactionFileNotFound value "35".

01 PayoutRegisterFileStatus pic xx.
    88 PayoutRegisterFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).
01 PayoutDate pic x(8).

01 RunMode pic x value "T".
    88 PostingRun value "P".
    88 TrialRun value "T".

01 PayoutAlreadyPosted pic x value "N".
    88 PayoutWasAlreadyPosted value "Y".

*> The payout date this season's PRZ lines went out under, when
*> they are already on ARTRANS.
01 PostedPayoutDate pic x(8) value spaces.

*> The payout table lines.
01 PayoutPlaceLine.
    02 filler pic x(13) value "PLACE LEAGUE ".
    02 PT-LeagueCode pic x(4).
    02 filler pic x(7) value " PLACE ".
    02 PT-Place pic 9(2).
    02 filler pic x(9) value " PERCENT ".
    02 PT-Percent pic 9(3).99.
    02 filler pic x(39) value spaces.

01 PayoutAwardLine.
    02 filler pic x(6) value "AWARD ".
    02 PA-Category pic x(20).
    02 filler pic x(8) value " AMOUNT ".
    02 PA-Amount pic 9(4).99.
    02 filler pic x(39) value spaces.

*> Place percentages by league, and the fixed award amounts.
01 MaxPlaceEntries pic 9(3) value 200.

01 PlaceTable.
    02 PlaceEntryCount pic 9(3) value zero.
    02 PlaceEntry occurs 1 to 200 times
            depending on PlaceEntryCount
            indexed by PlaceIndex.
        03 PL-LeagueCode pic x(4).
        03 PL-Place pic 9(2).
        03 PL-Percent pic 9(3)v99.

01 PlaceFound pic x value "N".
    88 PlaceFoundInTable value "Y".

01 MaxAwardRates pic 9(2) value 20.

01 AwardRateTable.
    02 AwardRateCount pic 9(2) value zero.
    02 AwardRateEntry occurs 1 to 20 times
            depending on AwardRateCount
            indexed by AwardRateIndex.
        03 AR-Category pic x(20).
        03 AR-Amount pic 9(4)v99.

01 AwardRateFound pic x value "N".
    88 CategoryIsPaid value "Y".

01 PayoutTableOverflow pic x value "N".
    88 PayoutTableIsFull value "Y".

*> The final team season master, as TeamSeasonUpdate writes it.
01 TeamSeasonDetailRecord.
    02 filler pic x(5).
    02 TN-TeamCode pic x(4).
    02 filler pic x(5).
    02 TN-PointsWon pic 9(4).
    02 filler pic x(6).
    02 TN-PointsLost pic 9(4).
    02 filler pic x(6).
    02 TN-SeasonPins pic 9(7).
    02 filler pic x(7).
    02 TN-HandicapPins pic 9(7).
    02 filler pic x(7).
    02 TN-WeeksBowled pic 9(3).
    02 filler pic x(6).
    02 TN-LastRank pic 9(3).
    02 filler pic x(4).
    02 TN-LeagueCode pic x(4).
    02 filler pic x(38).

*> The prize fund master detail, as PrizeFundUpdate writes it.
01 PrizeDetailRecord.
    02 filler pic x(5).
    02 PF-TeamCode pic x(4).
    02 filler pic x(6).
    02 PF-Fund pic 9(5).99.
    02 filler pic x(57).

*> Sized to the team table in TeamSeasonUpdate.
01 MaxTeamEntries pic 9(3) value 50.

01 TeamTable.
    02 TeamEntryCount pic 9(3) value zero.
    02 TeamEntry occurs 1 to 50 times
            depending on TeamEntryCount
            indexed by TeamIndex.
        03 TM-TeamCode pic x(4).
        03 TM-LeagueCode pic x(4).
        03 TM-Rank pic 9(3).
        03 TM-Fund pic 9(5)v99.

01 TeamFound pic x value "N".
    88 TeamFoundInTable value "Y".

01 TeamTableFull pic x value "N".
    88 TeamTableIsFull value "Y".

01 MaxLeagueEntries pic 9(2) value 20.

01 LeagueTable.
    02 LeagueEntryCount pic 9(2) value zero.
    02 LeagueEntry occurs 1 to 20 times
            depending on LeagueEntryCount
            indexed by LeagueIndex.
        03 LG-LeagueCode pic x(4).
        03 LG-Fund pic 9(6)v99.
        03 LG-AwardsPaid pic 9(6)v99.
        03 LG-PlacesPaid pic 9(6)v99.
        03 LG-PercentUsed pic 9(3)v99.

01 LeagueFound pic x value "N".
    88 LeagueFoundInTable value "Y".

01 SearchLeagueCode pic x(4).
01 SearchTeamCode pic x(4).

01 UnallocatedFund pic 9(6)v99 value zero.

*> The roster, as RosterMaintenance writes it.
01 MaxRosterEntries pic 9(5) value 5000.

01 RosterTable.
    02 RosterEntryCount pic 9(5) value zero.
    02 RosterEntry occurs 1 to 5000 times
            depending on RosterEntryCount
            indexed by RosterIndex.
        03 RO-BowlerId pic x(10).
        03 RO-BowlerName pic x(20).
        03 RO-TeamCode pic x(4).
        03 RO-Status pic x.
        03 RO-LeagueCode pic x(4).

01 RosterFound pic x value "N".
    88 BowlerFoundInRoster value "Y".

01 RosterDetailLine.
    02 filler pic x(3).
    02 RP-BowlerId pic x(10).
    02 filler pic x(1).
    02 RP-BowlerName pic x(20).
    02 filler pic x(6).
    02 RP-TeamCode pic x(4).
    02 filler pic x(8).
    02 RP-Status pic x.
    02 filler pic x(7).
    02 RP-Class pic x.
    02 filler pic x(8).
    02 RP-LeagueCode pic x(4).
    02 filler pic x(7).

*> The account master, as AccountPosting writes it.  A balance
*> owing is positive; a prepaid (credit) balance is negative.
01 AccountHeaderRecord.
    02 filler pic x(20) value "ACCOUNTS LASTPOSTED ".
    02 AC-LastDate pic x(8).
    02 filler pic x(52) value spaces.

01 AccountDetailRecord.
    02 filler pic x(3) value "ID ".
    02 AC-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 AC-BowlerName pic x(20).
    02 filler pic x(9) value " BALANCE ".
    02 AC-Balance pic +zzzz9.99.
    02 filler pic x(28) value spaces.

01 LastPostedDate pic x(8) value spaces.

01 MaxAccountEntries pic 9(5) value 5000.

01 AccountTable.
    02 AccountEntryCount pic 9(5) value zero.
    02 AccountEntry occurs 1 to 5000 times
            depending on AccountEntryCount
            indexed by AccountIndex.
        03 AB-BowlerId pic x(10).
        03 AB-BowlerName pic x(20).
        03 AB-Balance pic s9(5)v99.

01 AccountFound pic x value "N".
    88 BowlerFoundInAccounts value "Y".

01 AccountTableFull pic x value "N".
    88 AccountTableIsFull value "Y".

*> The journal line as AccountPosting writes it.
01 TransactionDetailLine.
    02 filler pic x(6) value "DATE ".
    02 TR-Date pic x(8).
    02 filler pic x(4) value " ID ".
    02 TR-BowlerId pic x(10).
    02 filler pic x(6) value " TYPE ".
    02 TR-Type pic x(3).
    02 filler pic x(8) value " AMOUNT ".
    02 TR-Amount pic zzz9.99.
    02 filler pic x(6) value " DESC ".
    02 TR-Description pic x(20).
    02 filler pic x(2) value spaces.

*> Every place share and award won, in the order decided - the
*> PRZ journal lines - and the per-bowler totals they net into.
01 MaxPrizeItems pic 9(5) value 5000.

01 PrizeItemTable.
    02 PrizeItemCount pic 9(5) value zero.
    02 PrizeItem occurs 1 to 5000 times
            depending on PrizeItemCount
            indexed by PrizeItemIndex.
        03 IT-BowlerId pic x(10).
        03 IT-Amount pic 9(5)v99.
        03 IT-Description pic x(20).

01 MaxWinnerEntries pic 9(5) value 5000.

01 WinnerTable.
    02 WinnerEntryCount pic 9(5) value zero.
    02 WinnerEntry occurs 1 to 5000 times
            depending on WinnerEntryCount
            indexed by WinnerIndex.
        03 PW-BowlerId pic x(10).
        03 PW-BowlerName pic x(20).
        03 PW-TeamCode pic x(4).
        03 PW-Gross pic 9(6)v99.
        03 PW-Offset pic 9(6)v99.
        03 PW-Net pic 9(6)v99.
        03 PW-BalanceAfter pic s9(5)v99.

01 WinnerFound pic x value "N".
    88 BowlerFoundInWinners value "Y".

01 WinningsTableFull pic x value "N".
    88 WinningsTableIsFull value "Y".

*> Work fields for the bowler in hand.
01 PrizeBowlerId pic x(10).
01 PrizeBowlerName pic x(20).
01 PrizeTeamCode pic x(4).
01 PrizeAmount pic 9(5)v99.
01 PrizeDescription pic x(20).

01 CurrentCategory pic x(20) value spaces.
01 AwardBowlerId pic x(10).
01 AwardBowlerName pic x(20).

01 PlacesFund pic 9(6)v99.
01 TeamShare pic 9(6)v99.
01 MemberShare pic 9(5)v99.
01 ShareHeld pic 9(5)v99.
01 TeamMemberCount pic 9(3).
01 BalanceOwing pic 9(5)v99.

01 TotalGross pic 9(7)v99 value zero.
01 TotalOffset pic 9(7)v99 value zero.
01 TotalNet pic 9(7)v99 value zero.
01 TotalHeld pic 9(7)v99 value zero.
01 AwardsUnpaid pic 9(5) value zero.
01 PrizeLinesPosted pic 9(5) value zero.
01 ChequeLinesPosted pic 9(5) value zero.

01 WriteIndex pic 9(5).
01 MemberIndex pic 9(5).

*> Register lines.
01 RegisterHeaderLine.
    02 filler pic x(41)
        value "PRIZE FUND PAYOUT REGISTER - PAYOUT DATE ".
    02 RH-PayoutDate pic x(8).
    02 filler pic x(2) value spaces.
    02 RH-RunNote pic x(40).
    02 filler pic x(41) value spaces.

01 RegisterSectionLine pic x(132).

01 RegisterAwardLine.
    02 filler pic x(6) value "AWARD ".
    02 RA-Category pic x(20).
    02 filler pic x(4) value " ID ".
    02 RA-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 RA-BowlerName pic x(20).
    02 filler pic x(8) value " LEAGUE ".
    02 RA-LeagueCode pic x(4).
    02 filler pic x(8) value " AMOUNT ".
    02 RA-Amount pic zzz9.99.
    02 filler pic x(1) value space.
    02 RA-Note pic x(30).
    02 filler pic x(13) value spaces.

01 RegisterPlaceLine.
    02 filler pic x(7) value "LEAGUE ".
    02 RS-LeagueCode pic x(4).
    02 filler pic x(7) value " PLACE ".
    02 RS-Place pic z9.
    02 filler pic x(6) value " TEAM ".
    02 RS-TeamCode pic x(4).
    02 filler pic x(9) value " PERCENT ".
    02 RS-Percent pic zz9.99.
    02 filler pic x(7) value " SHARE ".
    02 RS-Share pic zzzz9.99.
    02 filler pic x(9) value " MEMBERS ".
    02 RS-Members pic zz9.
    02 filler pic x(6) value " EACH ".
    02 RS-Each pic zzzz9.99.
    02 filler pic x(6) value " HELD ".
    02 RS-Held pic zzzz9.99.
    02 filler pic x(1) value space.
    02 RS-Note pic x(20).
    02 filler pic x(13) value spaces.

01 RegisterLeagueLine.
    02 filler pic x(7) value "LEAGUE ".
    02 RL-LeagueCode pic x(4).
    02 filler pic x(6) value " FUND ".
    02 RL-Fund pic zzzzz9.99.
    02 filler pic x(8) value " AWARDS ".
    02 RL-Awards pic zzzzz9.99.
    02 filler pic x(8) value " PLACES ".
    02 RL-Places pic zzzzz9.99.
    02 filler pic x(9) value " PERCENT ".
    02 RL-Percent pic zz9.99.
    02 filler pic x(6) value " HELD ".
    02 RL-Held pic zzzzz9.99.
    02 filler pic x(48) value spaces.

01 RegisterUnallocatedLine.
    02 filler pic x(42)
        value "UNASSIGNED / NO LEAGUE FUND - HELD        ".
    02 RU-Amount pic zzzzz9.99.
    02 filler pic x(81) value spaces.

01 RegisterColumnLine.
    02 filler pic x(36) value "ID         NAME                 ".
    02 filler pic x(50)
        value "TEAM      GROSS     OFFSET  NET TO PAY  BAL AFTER".
    02 filler pic x(46) value spaces.

01 RegisterBowlerLine.
    02 RB-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 RB-BowlerName pic x(20).
    02 filler pic x(5) value spaces.
    02 RB-TeamCode pic x(4).
    02 filler pic x(1) value space.
    02 RB-Gross pic zzzzz9.99.
    02 filler pic x(2) value spaces.
    02 RB-Offset pic zzzzz9.99.
    02 filler pic x(3) value spaces.
    02 RB-Net pic zzzzz9.99.
    02 filler pic x(2) value spaces.
    02 RB-BalanceAfter pic +zzzz9.99.
    02 filler pic x(48) value spaces.

01 RegisterTotalLine.
    02 filler pic x(12) value "TOTAL GROSS ".
    02 RT-Gross pic zzzzzz9.99.
    02 filler pic x(8) value " OFFSET ".
    02 RT-Offset pic zzzzzz9.99.
    02 filler pic x(12) value " NET TO PAY ".
    02 RT-Net pic zzzzzz9.99.
    02 filler pic x(14) value " HELD IN FUND ".
    02 RT-Held pic zzzzzz9.99.
    02 filler pic x(46) value spaces.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 1100-LoadPayoutTable

    perform 1200-LoadRoster

    perform 1300-LoadTeamSeason

    perform 1400-LoadPrizeFund

    perform 1500-LoadAccountMaster

    perform 1600-CheckAlreadyPosted

    perform 3000-PayAwards

    perform 4000-PayPlaceShares

    perform 5000-WriteLeagueSummary

    perform 6000-ApplyOffsets

    if PostingRun
        perform 6500-PostJournal
    end-if

    perform 7000-WriteAccountMaster

    perform 8000-WriteBowlerRegister

    display "PRZPAY - WINNERS " WinnerEntryCount
        " PRIZE LINES POSTED " PrizeLinesPosted
        " CHEQUES POSTED " ChequeLinesPosted

    *> Anything the run could not carry means somebody was not
    *> paid - flag it rather than let the register look complete.
    if AccountTableIsFull or WinningsTableIsFull or TeamTableIsFull
        or PayoutTableIsFull
        display "PRZPAY - TABLE FULL - PAYOUT INCOMPLETE"
        move 4 to return-code
    end-if

    if AwardsUnpaid is greater than zero
        display "PRZPAY - AWARDS NOT PAID " AwardsUnpaid
            " - SEE REGISTER"
        move 4 to return-code
    end-if

    perform 9000-Terminate

    stop run.

1000-Initialize.

    move spaces to ParameterCard
    accept ParameterCard
    move ParameterCard(1:8) to PayoutDate

    if PayoutDate is not numeric
        display "PRZPAY - BAD PAYOUT DATE ON SYSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if ParameterCard(10:4) is equal to "POST"
        set PostingRun to true
    else
        set TrialRun to true
    end-if

    open output PayoutRegisterFile

    if not PayoutRegisterFileStatusOk
        display "PRZPAY - UNABLE TO OPEN PAYREG - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1100-LoadPayoutTable.

    open input PayoutTableFile

    if PayoutTableFileNotFound
        display "PRZPAY - PAYTABLE DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read PayoutTableFile
            at end
                set NoMoreInputLines to true
            not at end
                perform 1110-LoadOnePayoutLine
        end-read
    end-perform

    move "N" to EndOfInputFile
    close PayoutTableFile

    if PlaceEntryCount is equal to zero
        display "PRZPAY - NO PLACE PERCENTAGES ON PAYTABLE - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1110-LoadOnePayoutLine.

    evaluate true
        when PayoutTableLine(1:13) is equal to "PLACE LEAGUE "
            move PayoutTableLine to PayoutPlaceLine

            if PT-Place is not numeric
                or PayoutTableLine(36:3) is not numeric
                or PayoutTableLine(40:2) is not numeric
                display "PRZPAY - BAD PLACE LINE ON PAYTABLE - "
                    PayoutTableLine(1:40)
                move 16 to return-code
                stop run
            end-if

            if PlaceEntryCount is less than MaxPlaceEntries
                add 1 to PlaceEntryCount
                set PlaceIndex to PlaceEntryCount
                move PT-LeagueCode to PL-LeagueCode(PlaceIndex)
                move PT-Place to PL-Place(PlaceIndex)
                move PT-Percent to PL-Percent(PlaceIndex)
            else
                set PayoutTableIsFull to true
            end-if

        when PayoutTableLine(1:6) is equal to "AWARD "
            move PayoutTableLine to PayoutAwardLine

            if PayoutTableLine(35:4) is not numeric
                or PayoutTableLine(40:2) is not numeric
                display "PRZPAY - BAD AWARD LINE ON PAYTABLE - "
                    PayoutTableLine(1:40)
                move 16 to return-code
                stop run
            end-if

            if AwardRateCount is less than MaxAwardRates
                add 1 to AwardRateCount
                set AwardRateIndex to AwardRateCount
                move PA-Category to AR-Category(AwardRateIndex)
                move PA-Amount to AR-Amount(AwardRateIndex)
            else
                set PayoutTableIsFull to true
            end-if

        when other
            continue
    end-evaluate.

1200-LoadRoster.

    open input RosterFile

    if RosterFileNotFound
        display "PRZPAY - ROSTER DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read RosterFile into RosterDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if RosterDetailLine(1:3) is equal to "ID "
                    and RosterEntryCount is less than MaxRosterEntries
                    add 1 to RosterEntryCount
                    set RosterIndex to RosterEntryCount
                    move RP-BowlerId to RO-BowlerId(RosterIndex)
                    move RP-BowlerName to RO-BowlerName(RosterIndex)
                    move RP-TeamCode to RO-TeamCode(RosterIndex)
                    move RP-Status to RO-Status(RosterIndex)
                    move RP-LeagueCode to RO-LeagueCode(RosterIndex)
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close RosterFile.

1300-LoadTeamSeason.

    *> The final standings - each team's league and its rank
    *> within that league, as the last night left them.
    open input TeamMasterIn

    if TeamMasterInNotFound
        display "PRZPAY - TEAMSIN DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read TeamMasterIn
            at end
                set NoMoreInputLines to true
            not at end
                if TeamMasterInLine(1:5) is equal to "TEAM "
                    move TeamMasterInLine to TeamSeasonDetailRecord

                    if TeamEntryCount is less than MaxTeamEntries
                        add 1 to TeamEntryCount
                        set TeamIndex to TeamEntryCount
                        move TN-TeamCode to TM-TeamCode(TeamIndex)
                        move TN-LeagueCode to TM-LeagueCode(TeamIndex)
                        move TN-LastRank to TM-Rank(TeamIndex)
                        move zero to TM-Fund(TeamIndex)

                        move TN-LeagueCode to SearchLeagueCode
                        perform 1310-FindOrAddLeague
                    else
                        set TeamTableIsFull to true
                    end-if
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close TeamMasterIn

    if TeamEntryCount is equal to zero
        display "PRZPAY - NO TEAMS ON TEAMSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1310-FindOrAddLeague.

    move "N" to LeagueFound

    if LeagueEntryCount is greater than zero
        perform with test after varying LeagueIndex from 1 by 1
            until LeagueIndex is equal to LeagueEntryCount
            or LeagueFoundInTable

            if LG-LeagueCode(LeagueIndex) is equal to SearchLeagueCode
                set LeagueFoundInTable to true
            end-if
        end-perform
    end-if

    if not LeagueFoundInTable
        and LeagueEntryCount is less than MaxLeagueEntries
        add 1 to LeagueEntryCount
        set LeagueIndex to LeagueEntryCount
        move SearchLeagueCode to LG-LeagueCode(LeagueIndex)
        move zero to LG-Fund(LeagueIndex)
        move zero to LG-AwardsPaid(LeagueIndex)
        move zero to LG-PlacesPaid(LeagueIndex)
        move zero to LG-PercentUsed(LeagueIndex)
        set LeagueFoundInTable to true
    end-if.

1400-LoadPrizeFund.

    open input PrizeMasterIn

    if PrizeMasterInNotFound
        display "PRZPAY - PRIZEIN DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read PrizeMasterIn
            at end
                set NoMoreInputLines to true
            not at end
                if PrizeMasterInLine(1:5) is equal to "TEAM "
                    move PrizeMasterInLine to PrizeDetailRecord
                    perform 1410-PostOneTeamFund
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close PrizeMasterIn

    *> A league whose places add up to more than the whole fund
    *> would pay out money that is not there.
    perform with test after varying PlaceIndex from 1 by 1
        until PlaceIndex is equal to PlaceEntryCount

        move PL-LeagueCode(PlaceIndex) to SearchLeagueCode
        perform 1310-FindOrAddLeague

        if LeagueFoundInTable
            add PL-Percent(PlaceIndex) to LG-PercentUsed(LeagueIndex)

            if LG-PercentUsed(LeagueIndex) is greater than 100
                display "PRZPAY - LEAGUE " SearchLeagueCode
                    " PLACES EXCEED 100 PERCENT - RUN STOPPED"
                move 16 to return-code
                stop run
            end-if
        end-if
    end-perform.

1410-PostOneTeamFund.

    *> A fund line for a team not in the final standings (the
    *> UNASSIGNED open-play line, or a team that folded) has no
    *> league to pay out through and is held.
    move "N" to TeamFound
    move PF-TeamCode to SearchTeamCode
    perform 1420-FindTeam

    if TeamFoundInTable
        move PF-Fund to TM-Fund(TeamIndex)
        move TM-LeagueCode(TeamIndex) to SearchLeagueCode
        perform 1310-FindOrAddLeague

        if LeagueFoundInTable
            add TM-Fund(TeamIndex) to LG-Fund(LeagueIndex)
        else
            add TM-Fund(TeamIndex) to UnallocatedFund
        end-if
    else
        move PF-Fund to PrizeAmount
        add PrizeAmount to UnallocatedFund
    end-if.

1420-FindTeam.

    move "N" to TeamFound

    if TeamEntryCount is greater than zero
        perform with test after varying TeamIndex from 1 by 1
            until TeamIndex is equal to TeamEntryCount
            or TeamFoundInTable

            if TM-TeamCode(TeamIndex) is equal to SearchTeamCode
                set TeamFoundInTable to true
            end-if
        end-perform
    end-if.

1500-LoadAccountMaster.

    open input AccountMasterIn

    if AccountMasterInNotFound
        display "PRZPAY - ACCTIN DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read AccountMasterIn
            at end
                set NoMoreInputLines to true
            not at end
                evaluate AccountMasterInLine(1:20)
                    when "ACCOUNTS LASTPOSTED "
                        move AccountMasterInLine to AccountHeaderRecord
                        move AC-LastDate to LastPostedDate
                    when other
                        if AccountMasterInLine(1:3) is equal to "ID "
                            perform 1510-LoadOneAccount
                        end-if
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfInputFile
    close AccountMasterIn.

1510-LoadOneAccount.

    if AccountEntryCount is less than MaxAccountEntries
        move AccountMasterInLine to AccountDetailRecord
        add 1 to AccountEntryCount
        set AccountIndex to AccountEntryCount
        move AC-BowlerId to AB-BowlerId(AccountIndex)
        move AC-BowlerName to AB-BowlerName(AccountIndex)
        move AC-Balance to AB-Balance(AccountIndex)
    else
        set AccountTableIsFull to true
    end-if.

1600-CheckAlreadyPosted.

    *> Any PRZ line journaled after the season's last posted night
    *> means this season's payout has posted, under this payout
    *> date or another - never post it a second time.
    open input TransactionFile

    if TransactionFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read TransactionFile into TransactionDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if TransactionDetailLine(1:5) is equal to "DATE "
                        and TR-Type is equal to "PRZ"
                        and (TR-Date is equal to PayoutDate
                            or TR-Date is greater than LastPostedDate)
                        set PayoutWasAlreadyPosted to true
                        if PostedPayoutDate is not equal to PayoutDate
                            move TR-Date to PostedPayoutDate
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close TransactionFile
    end-if

    initialize RegisterHeaderLine
    move PayoutDate to RH-PayoutDate

    evaluate true
        when PayoutWasAlreadyPosted
            move "ALREADY POSTED - REFERENCE COPY ONLY" to RH-RunNote
            set TrialRun to true
            if PostedPayoutDate is equal to PayoutDate
                display "PRZPAY - PAYOUT " PayoutDate
                    " ALREADY POSTED - MASTER UNCHANGED"
            else
                display "PRZPAY - SEASON ALREADY PAID OUT ON "
                    PostedPayoutDate " - PAYOUT " PayoutDate
                    " NOT POSTED - MASTER UNCHANGED"
                move 4 to return-code
            end-if
        when TrialRun
            move "TRIAL RUN - NOTHING POSTED" to RH-RunNote
        when other
            move "POSTED TO ACCOUNTS" to RH-RunNote
    end-evaluate

    write PayoutRegisterLine from RegisterHeaderLine.

3000-PayAwards.

    *> The awards packet is read section by section: a heading
    *> line names the award, the ID lines under it are the
    *> winners.  A heading with no amount on the payout table is
    *> an honour only and pays nothing.
    move spaces to PayoutRegisterLine
    write PayoutRegisterLine
    move "AWARDS" to RegisterSectionLine
    write PayoutRegisterLine from RegisterSectionLine

    if AwardRateCount is equal to zero
        move "NO AWARD AMOUNTS ON PAYTABLE" to PayoutRegisterLine
        write PayoutRegisterLine
    else
        open input AwardsReportFile

        if AwardsReportFileNotFound
            display "PRZPAY - AWRDRPT DATASET NOT FOUND - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if

        perform with test before until NoMoreInputLines
            read AwardsReportFile
                at end
                    set NoMoreInputLines to true
                not at end
                    perform 3100-ProcessAwardLine
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AwardsReportFile
    end-if.

3100-ProcessAwardLine.

    evaluate true
        when AwardsReportLine is equal to spaces
            continue
        when AwardsReportLine(1:21) is equal to "LEAGUE AWARDS PACKET "
            continue
        when AwardsReportLine(1:3) is equal to "ID "
            if CurrentCategory is not equal to spaces
                move AwardsReportLine(4:10) to AwardBowlerId
                move AwardsReportLine(15:20) to AwardBowlerName
                perform 3200-PayOneAward
            end-if
        when AwardsReportLine(1:2) is equal to "NO"
            continue
        when other
            move AwardsReportLine(1:20) to CurrentCategory
    end-evaluate.

3200-PayOneAward.

    move "N" to AwardRateFound

    perform with test after varying AwardRateIndex from 1 by 1
        until AwardRateIndex is equal to AwardRateCount
        or CategoryIsPaid

        if AR-Category(AwardRateIndex) is equal to CurrentCategory
            set CategoryIsPaid to true
        end-if
    end-perform

    if CategoryIsPaid
        initialize RegisterAwardLine
        move CurrentCategory to RA-Category
        move AwardBowlerId to RA-BowlerId
        move AwardBowlerName to RA-BowlerName
        move AR-Amount(AwardRateIndex) to RA-Amount

        *> The award comes out of the winner's own league fund.
        perform 3300-FindAwardBowler

        evaluate true
            when not BowlerFoundInRoster
                move "NOT PAID - NOT ON ROSTER" to RA-Note
                add 1 to AwardsUnpaid
            when not LeagueFoundInTable
                move RO-LeagueCode(RosterIndex) to RA-LeagueCode
                move "NOT PAID - NO LEAGUE FUND" to RA-Note
                add 1 to AwardsUnpaid
            when LG-Fund(LeagueIndex) - LG-AwardsPaid(LeagueIndex)
                    is less than AR-Amount(AwardRateIndex)
                move RO-LeagueCode(RosterIndex) to RA-LeagueCode
                move "NOT PAID - FUND EXHAUSTED" to RA-Note
                add 1 to AwardsUnpaid
            when other
                move RO-LeagueCode(RosterIndex) to RA-LeagueCode
                add AR-Amount(AwardRateIndex)
                    to LG-AwardsPaid(LeagueIndex)

                move AwardBowlerId to PrizeBowlerId
                move RO-BowlerName(RosterIndex) to PrizeBowlerName
                move RO-TeamCode(RosterIndex) to PrizeTeamCode
                move AR-Amount(AwardRateIndex) to PrizeAmount
                move CurrentCategory to PrizeDescription
                perform 5500-RecordWinnings
        end-evaluate

        write PayoutRegisterLine from RegisterAwardLine
    end-if.

3300-FindAwardBowler.

    move "N" to RosterFound
    move "N" to LeagueFound

    if RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount
            or BowlerFoundInRoster

            if RO-BowlerId(RosterIndex) is equal to AwardBowlerId
                set BowlerFoundInRoster to true
            end-if
        end-perform
    end-if

    if BowlerFoundInRoster
        perform with test after varying LeagueIndex from 1 by 1
            until LeagueIndex is equal to LeagueEntryCount
            or LeagueFoundInTable

            if LG-LeagueCode(LeagueIndex) is equal to
                    RO-LeagueCode(RosterIndex)
                set LeagueFoundInTable to true
            end-if
        end-perform
    end-if.

4000-PayPlaceShares.

    move spaces to PayoutRegisterLine
    write PayoutRegisterLine
    move "PLACE SHARES" to RegisterSectionLine
    write PayoutRegisterLine from RegisterSectionLine

    perform with test after varying TeamIndex from 1 by 1
        until TeamIndex is equal to TeamEntryCount

        perform 4100-PayOneTeam
    end-perform.

4100-PayOneTeam.

    move TM-LeagueCode(TeamIndex) to SearchLeagueCode
    perform 1310-FindOrAddLeague

    move "N" to PlaceFound

    perform with test after varying PlaceIndex from 1 by 1
        until PlaceIndex is equal to PlaceEntryCount
        or PlaceFoundInTable

        if PL-LeagueCode(PlaceIndex) is equal to TM-LeagueCode(TeamIndex)
            and PL-Place(PlaceIndex) is equal to TM-Rank(TeamIndex)
            set PlaceFoundInTable to true
        end-if
    end-perform

    *> A place the table does not pay is simply not listed.
    if PlaceFoundInTable and LeagueFoundInTable
        compute PlacesFund =
            LG-Fund(LeagueIndex) - LG-AwardsPaid(LeagueIndex)
        compute TeamShare = PlacesFund * PL-Percent(PlaceIndex) / 100
        add TeamShare to LG-PlacesPaid(LeagueIndex)

        perform 4200-CountTeamMembers

        initialize RegisterPlaceLine
        move TM-LeagueCode(TeamIndex) to RS-LeagueCode
        move TM-Rank(TeamIndex) to RS-Place
        move TM-TeamCode(TeamIndex) to RS-TeamCode
        move PL-Percent(PlaceIndex) to RS-Percent
        move TeamShare to RS-Share
        move TeamMemberCount to RS-Members

        if TeamMemberCount is equal to zero
            move TeamShare to ShareHeld
            move zero to MemberShare
            move "NO ACTIVE MEMBERS" to RS-Note
        else
            compute MemberShare = TeamShare / TeamMemberCount
            compute ShareHeld =
                TeamShare - (MemberShare * TeamMemberCount)
            perform 4300-PayTeamMembers
        end-if

        subtract ShareHeld from LG-PlacesPaid(LeagueIndex)
        move MemberShare to RS-Each
        move ShareHeld to RS-Held
        write PayoutRegisterLine from RegisterPlaceLine
    end-if.

4200-CountTeamMembers.

    move zero to TeamMemberCount

    if RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount

            if RO-TeamCode(RosterIndex) is equal to TM-TeamCode(TeamIndex)
                and RO-Status(RosterIndex) is equal to "A"
                add 1 to TeamMemberCount
            end-if
        end-perform
    end-if.

4300-PayTeamMembers.

    perform with test after varying MemberIndex from 1 by 1
        until MemberIndex is equal to RosterEntryCount

        if RO-TeamCode(MemberIndex) is equal to TM-TeamCode(TeamIndex)
            and RO-Status(MemberIndex) is equal to "A"
            and MemberShare is greater than zero
            move RO-BowlerId(MemberIndex) to PrizeBowlerId
            move RO-BowlerName(MemberIndex) to PrizeBowlerName
            move RO-TeamCode(MemberIndex) to PrizeTeamCode
            move MemberShare to PrizeAmount
            move spaces to PrizeDescription
            string "PLACE " delimited by size
                RS-Place delimited by size
                " TEAM " delimited by size
                TM-TeamCode(TeamIndex) delimited by size
                into PrizeDescription
            perform 5500-RecordWinnings
        end-if
    end-perform.

5000-WriteLeagueSummary.

    move spaces to PayoutRegisterLine
    write PayoutRegisterLine
    move "LEAGUE FUNDS" to RegisterSectionLine
    write PayoutRegisterLine from RegisterSectionLine

    if LeagueEntryCount is greater than zero
        perform with test after varying LeagueIndex from 1 by 1
            until LeagueIndex is equal to LeagueEntryCount

            initialize RegisterLeagueLine
            move LG-LeagueCode(LeagueIndex) to RL-LeagueCode
            move LG-Fund(LeagueIndex) to RL-Fund
            move LG-AwardsPaid(LeagueIndex) to RL-Awards
            move LG-PlacesPaid(LeagueIndex) to RL-Places
            move LG-PercentUsed(LeagueIndex) to RL-Percent
            compute TotalHeld = TotalHeld + LG-Fund(LeagueIndex)
                - LG-AwardsPaid(LeagueIndex) - LG-PlacesPaid(LeagueIndex)
            compute RL-Held = LG-Fund(LeagueIndex)
                - LG-AwardsPaid(LeagueIndex) - LG-PlacesPaid(LeagueIndex)
            write PayoutRegisterLine from RegisterLeagueLine
        end-perform
    end-if

    add UnallocatedFund to TotalHeld

    initialize RegisterUnallocatedLine
    move UnallocatedFund to RU-Amount
    write PayoutRegisterLine from RegisterUnallocatedLine.

5500-RecordWinnings.

    *> One journal item per share or award, and the bowler's
    *> running gross the offset is worked from.
    if PrizeItemCount is greater than or equal to MaxPrizeItems
        set WinningsTableIsFull to true
    else
        move "N" to WinnerFound

        if WinnerEntryCount is greater than zero
            perform with test after varying WinnerIndex from 1 by 1
                until WinnerIndex is equal to WinnerEntryCount
                or BowlerFoundInWinners

                if PW-BowlerId(WinnerIndex) is equal to PrizeBowlerId
                    set BowlerFoundInWinners to true
                end-if
            end-perform
        end-if

        if not BowlerFoundInWinners
            if WinnerEntryCount is greater than or equal to
                    MaxWinnerEntries
                set WinningsTableIsFull to true
            else
                add 1 to WinnerEntryCount
                set WinnerIndex to WinnerEntryCount
                move PrizeBowlerId to PW-BowlerId(WinnerIndex)
                move PrizeBowlerName to PW-BowlerName(WinnerIndex)
                move PrizeTeamCode to PW-TeamCode(WinnerIndex)
                move zero to PW-Gross(WinnerIndex)
                move zero to PW-Offset(WinnerIndex)
                move zero to PW-Net(WinnerIndex)
                move zero to PW-BalanceAfter(WinnerIndex)
                set BowlerFoundInWinners to true
            end-if
        end-if

        if BowlerFoundInWinners
            add PrizeAmount to PW-Gross(WinnerIndex)

            add 1 to PrizeItemCount
            set PrizeItemIndex to PrizeItemCount
            move PrizeBowlerId to IT-BowlerId(PrizeItemIndex)
            move PrizeAmount to IT-Amount(PrizeItemIndex)
            move PrizeDescription to IT-Description(PrizeItemIndex)
        end-if
    end-if.

6000-ApplyOffsets.

    *> Whatever the bowler owes comes off the winnings first; the
    *> rest is the cheque.  A bowler with a credit balance owes
    *> nothing and is paid in full.
    if WinnerEntryCount is greater than zero
        perform with test after varying WinnerIndex from 1 by 1
            until WinnerIndex is equal to WinnerEntryCount

            perform 6100-FindOrAddAccount

            if BowlerFoundInAccounts
                if AB-Balance(AccountIndex) is greater than zero
                    move AB-Balance(AccountIndex) to BalanceOwing
                else
                    move zero to BalanceOwing
                end-if

                if BalanceOwing is greater than PW-Gross(WinnerIndex)
                    move PW-Gross(WinnerIndex) to PW-Offset(WinnerIndex)
                else
                    move BalanceOwing to PW-Offset(WinnerIndex)
                end-if

                compute PW-Net(WinnerIndex) =
                    PW-Gross(WinnerIndex) - PW-Offset(WinnerIndex)

                if PostingRun
                    subtract PW-Offset(WinnerIndex)
                        from AB-Balance(AccountIndex)
                end-if

                compute PW-BalanceAfter(WinnerIndex) =
                    AB-Balance(AccountIndex)

                if TrialRun
                    subtract PW-Offset(WinnerIndex)
                        from PW-BalanceAfter(WinnerIndex)
                end-if
            end-if
        end-perform
    end-if.

6100-FindOrAddAccount.

    move "N" to AccountFound

    if AccountEntryCount is greater than zero
        perform with test after varying AccountIndex from 1 by 1
            until AccountIndex is equal to AccountEntryCount
            or BowlerFoundInAccounts

            if AB-BowlerId(AccountIndex) is equal to
                    PW-BowlerId(WinnerIndex)
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
            move PW-BowlerId(WinnerIndex) to AB-BowlerId(AccountIndex)
            move PW-BowlerName(WinnerIndex) to AB-BowlerName(AccountIndex)
            move zero to AB-Balance(AccountIndex)
            set BowlerFoundInAccounts to true
        end-if
    end-if.

6500-PostJournal.

    *> The gross winnings go on as PRZ credits item by item, then
    *> each bowler's cheque as a PZP debit - together they leave
    *> the account down by exactly the offset applied above.
    open extend TransactionFile

    if TransactionFileNotFound
        open output TransactionFile
        close TransactionFile
        open extend TransactionFile
    end-if

    if PrizeItemCount is greater than zero
        perform with test after varying PrizeItemIndex from 1 by 1
            until PrizeItemIndex is equal to PrizeItemCount

            initialize TransactionDetailLine
            move PayoutDate to TR-Date
            move IT-BowlerId(PrizeItemIndex) to TR-BowlerId
            move "PRZ" to TR-Type
            move IT-Amount(PrizeItemIndex) to TR-Amount
            move IT-Description(PrizeItemIndex) to TR-Description
            write TransactionLine from TransactionDetailLine

            add 1 to PrizeLinesPosted
        end-perform
    end-if

    if WinnerEntryCount is greater than zero
        perform with test after varying WinnerIndex from 1 by 1
            until WinnerIndex is equal to WinnerEntryCount

            if PW-Net(WinnerIndex) is greater than zero
                initialize TransactionDetailLine
                move PayoutDate to TR-Date
                move PW-BowlerId(WinnerIndex) to TR-BowlerId
                move "PZP" to TR-Type
                move PW-Net(WinnerIndex) to TR-Amount
                move "PRIZE CHEQUE ISSUED" to TR-Description
                write TransactionLine from TransactionDetailLine

                add 1 to ChequeLinesPosted
            end-if
        end-perform
    end-if

    close TransactionFile.

7000-WriteAccountMaster.

    *> A trial or an already-posted payout rolls the master forward
    *> exactly as it was read.
    open output AccountMasterOut

    if not AccountMasterOutStatusOk
        display "PRZPAY - UNABLE TO OPEN ACCTOUT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    initialize AccountHeaderRecord
    move LastPostedDate to AC-LastDate
    write AccountMasterOutLine from AccountHeaderRecord

    if AccountEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to AccountEntryCount

            initialize AccountDetailRecord
            move AB-BowlerId(WriteIndex) to AC-BowlerId
            move AB-BowlerName(WriteIndex) to AC-BowlerName
            move AB-Balance(WriteIndex) to AC-Balance

            write AccountMasterOutLine from AccountDetailRecord
        end-perform
    end-if

    close AccountMasterOut.

8000-WriteBowlerRegister.

    move spaces to PayoutRegisterLine
    write PayoutRegisterLine
    move "BOWLER PAYOUTS" to RegisterSectionLine
    write PayoutRegisterLine from RegisterSectionLine
    write PayoutRegisterLine from RegisterColumnLine

    if WinnerEntryCount is greater than zero
        perform with test after varying WinnerIndex from 1 by 1
            until WinnerIndex is equal to WinnerEntryCount

            initialize RegisterBowlerLine
            move PW-BowlerId(WinnerIndex) to RB-BowlerId
            move PW-BowlerName(WinnerIndex) to RB-BowlerName
            move PW-TeamCode(WinnerIndex) to RB-TeamCode
            move PW-Gross(WinnerIndex) to RB-Gross
            move PW-Offset(WinnerIndex) to RB-Offset
            move PW-Net(WinnerIndex) to RB-Net
            move PW-BalanceAfter(WinnerIndex) to RB-BalanceAfter
            write PayoutRegisterLine from RegisterBowlerLine

            add PW-Gross(WinnerIndex) to TotalGross
            add PW-Offset(WinnerIndex) to TotalOffset
            add PW-Net(WinnerIndex) to TotalNet
        end-perform
    else
        move "NO WINNINGS TO PAY" to PayoutRegisterLine
        write PayoutRegisterLine
    end-if

    move spaces to PayoutRegisterLine
    write PayoutRegisterLine

    initialize RegisterTotalLine
    move TotalGross to RT-Gross
    move TotalOffset to RT-Offset
    move TotalNet to RT-Net
    move TotalHeld to RT-Held
    write PayoutRegisterLine from RegisterTotalLine.

9000-Terminate.

    close PayoutRegisterFile.

end program PrizePayout.
