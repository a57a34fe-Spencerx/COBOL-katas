*> Weekly cross-master integrity audit.  Each nightly step balances
*> its own night, but until this run nothing ever proved that the
*> season masters still agreed with the detail they were built
*> from - a dropped table entry, a night posted twice or a master
*> generation restored by hand would go unnoticed until the banquet.
*> This run recomputes every master figure from the underlying
*> detail and prints each bowler or team that disagrees, with the
*> master figure, the detail figure and the difference:
*>
*>   SEASON    season pins and games against the bowler's game
*>             lines on HISTARCH and SCOREHIST dated from the
*>             season start through the master's last-posted night
*>             (SUM lines are skipped - the archive carries the
*>             games behind them)
*>   TEAMSEAS  points won and lost against the team lines on every
*>             STANDINGS generation over the same span
*>   ACCTMAST  each balance against the net of the bowler's ARTRANS
*>             journal - CHG, POT, DBM, RFD and PZP put money on the
*>             account, PMT, PTW, CRM, WOF and PRZ take it off, the
*>             way AccountPosting and PrizePayout post them.  The
*>             journal is never cleared down and balances carry
*>             across seasons, so the whole journal counts.
*>   PRIZEFND  each team's fund against the BL-Prize on every
*>             BILLING generation over the season, mapped to the
*>             bowler's roster team as PrizeFundUpdate maps it (no
*>             team is UNAS).  A bowler who changed teams mid-season
*>             shows as a difference on both teams.
*>
*> and lists every bowler id on SEASON or ACCTMAST that is no
*> longer on ROSTER, and every team on TEAMSEAS or PRIZEFND that no
*> roster bowler carries.
*>
*> STANDINGS and BILLING come in as every generation on the
*> catalogue, in whatever order the catalogue hands them over.  A
*> night rerun leaves a second generation for the same night, which
*> the masters never posted twice, so each line counts once: a team
*> line whose night, team and league, or a billing line whose
*> night, lane and bowler, has already been counted is passed over.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   season start date (YYYYMMDD) - the first
*>                    night the current season's masters carry
*>
*> Return codes: 0 every master agrees; 4 a master was not on hand
*> (its check is skipped) or a table filled; 8 one or more bowlers
*> or teams disagree - see INTGRPT; 16 no season start date on
*> SYSIN, ROSTER missing, or INTGRPT will not open.

identification division.
program-id. IntegrityAudit.

environment division.
input-output section.
    file-control.
        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select SeasonMasterIn assign to "SEASONIN"
            organization is line sequential
            file status is SeasonMasterInStatus.

        select HistoryArchiveFile assign to "HISTARCH"
            organization is line sequential
            file status is HistoryArchiveFileStatus.

        select ScoreHistoryFile assign to "SCOREHIST"
            organization is line sequential
            file status is ScoreHistoryFileStatus.

        select TeamMasterIn assign to "TEAMSIN"
            organization is line sequential
            file status is TeamMasterInStatus.

        select StandingsFile assign to "STANDINGS"
            organization is line sequential
            file status is StandingsFileStatus.

        select AccountMasterIn assign to "ACCTIN"
            organization is line sequential
            file status is AccountMasterInStatus.

        select TransactionFile assign to "ARTRANS"
            organization is line sequential
            file status is TransactionFileStatus.

        select PrizeMasterIn assign to "PRIZEIN"
            organization is line sequential
            file status is PrizeMasterInStatus.

        select BillingFile assign to "BILLING"
            organization is line sequential
            file status is BillingFileStatus.

        select IntegrityReportFile assign to "INTGRPT"
            organization is line sequential
            file status is IntegrityReportFileStatus.

data division.
file section.
fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  SeasonMasterIn
    recording mode is f.
01 SeasonMasterInLine pic x(120).

fd  HistoryArchiveFile
    recording mode is f.
01 HistoryArchiveLine pic x(82).

fd  ScoreHistoryFile
    recording mode is f.
01 ScoreHistoryLine pic x(82).

fd  TeamMasterIn
    recording mode is f.
01 TeamMasterInLine pic x(120).

fd  StandingsFile
    recording mode is f.
01 StandingsLine pic x(130).

fd  AccountMasterIn
    recording mode is f.
01 AccountMasterInLine pic x(80).

fd  TransactionFile
    recording mode is f.
01 TransactionLine pic x(80).

fd  PrizeMasterIn
    recording mode is f.
01 PrizeMasterInLine pic x(80).

fd  BillingFile
    recording mode is f.
01 BillingLine pic x(130).

fd  IntegrityReportFile
    recording mode is f.
01 IntegrityReportLine pic x(132).

working-storage section.

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 SeasonMasterInStatus pic xx.
    88 SeasonMasterInNotFound value "35".

01 HistoryArchiveFileStatus pic xx.
    88 HistoryArchiveFileNotFound value "35".

01 ScoreHistoryFileStatus pic xx.
    88 ScoreHistoryFileNotFound value "35".

01 TeamMasterInStatus pic xx.
    88 TeamMasterInNotFound value "35".

01 StandingsFileStatus pic xx.
    88 StandingsFileNotFound value "35".

01 AccountMasterInStatus pic xx.
    88 AccountMasterInNotFound value "35".

01 TransactionFileStatus pic xx.
    88 TransactionFileNotFound value "35".

01 PrizeMasterInStatus pic xx.
    88 PrizeMasterInNotFound value "35".

01 BillingFileStatus pic xx.
    88 BillingFileNotFound value "35".

01 IntegrityReportFileStatus pic xx.
    88 IntegrityReportFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).
01 SeasonFromDate pic x(8).
01 CurrentDateTime pic x(21).
01 RunDate pic x(8).

*> The last night each master says it has posted - detail dated
*> after it has not reached the master yet and is left out.
01 SeasonPostedDate pic x(8) value spaces.
01 TeamPostedDate pic x(8) value spaces.
01 AccountPostedDate pic x(8) value spaces.
01 PrizePostedDate pic x(8) value spaces.

*> The roster line as RosterMaintenance writes it.
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

*> Every roster bowler, whatever their status - a deactivated
*> bowler is still on the roster.
01 MaxRosterEntries pic 9(5) value 5000.

01 RosterTable.
    02 RosterEntryCount pic 9(5) value zero.
    02 RosterEntry occurs 1 to 5000 times
            depending on RosterEntryCount
            indexed by RosterIndex.
        03 RO-BowlerId pic x(10).
        03 RO-TeamCode pic x(4).

01 RosterFound pic x value "N".
    88 FoundOnRoster value "Y".

01 RosterSearchId pic x(10).
01 RosterSearchTeam pic x(4).

*> The season master records as SeasonUpdate writes them.
01 SeasonHeaderRecord.
    02 filler pic x(12).
    02 SN-WeekNumber pic 9(3).
    02 filler pic x(10).
    02 SN-LastDate pic x(8).
    02 filler pic x(87).

01 SeasonDetailRecord.
    02 filler pic x(3).
    02 SN-BowlerId pic x(10).
    02 filler pic x(1).
    02 SN-BowlerName pic x(20).
    02 filler pic x(6).
    02 SN-SeasonPins pic 9(7).
    02 filler pic x(7).
    02 SN-SeasonGames pic 9(4).
    02 filler pic x(62).

*> The history game line as TenPinBowling writes it.
01 ScoreHistoryDetailLine.
    02 filler pic x(6).
    02 SH-GameDate pic x(8).
    02 filler pic x(6).
    02 SH-LaneNumber pic z9.
    02 filler pic x(4).
    02 SH-BowlerId pic x(10).
    02 filler pic x(1).
    02 SH-BowlerName pic x(20).
    02 filler pic x(7).
    02 SH-Score pic zz9.
    02 filler pic x(15).

01 HistoryGameScore pic 9(3).

*> Master and recomputed figures side by side, one entry per
*> bowler met on either.
01 MaxSeasonEntries pic 9(5) value 5000.

01 SeasonAuditTable.
    02 SeasonEntryCount pic 9(5) value zero.
    02 SeasonAuditEntry occurs 1 to 5000 times
            depending on SeasonEntryCount
            indexed by SeasonIndex.
        03 SA-BowlerId pic x(10).
        03 SA-BowlerName pic x(20).
        03 SA-MasterPins pic 9(7).
        03 SA-MasterGames pic 9(4).
        03 SA-DetailPins pic 9(7).
        03 SA-DetailGames pic 9(4).
        03 SA-OnMaster pic x.
            88 SeasonEntryOnMaster value "Y".

01 SeasonFound pic x value "N".
    88 BowlerFoundInSeason value "Y".

01 SeasonTableFull pic x value "N".
    88 SeasonTableIsFull value "Y".

01 SeasonSearchId pic x(10).
01 SeasonSearchName pic x(20).

*> The team season master records as TeamSeasonUpdate writes them.
01 TeamSeasonHeaderRecord.
    02 filler pic x(16).
    02 TN-WeekNumber pic 9(3).
    02 filler pic x(10).
    02 TN-LastDate pic x(8).
    02 filler pic x(83).

01 TeamSeasonDetailRecord.
    02 filler pic x(5).
    02 TN-TeamCode pic x(4).
    02 filler pic x(5).
    02 TN-PointsWon pic 9(4).
    02 filler pic x(6).
    02 TN-PointsLost pic 9(4).
    02 filler pic x(92).

*> The STANDINGS team detail line, as TenPinBowling writes it -
*> told apart from the individual lines by " TEAM " at 10.
01 TeamStandingsDetailLine.
    02 filler pic x(6).
    02 TD-Rank pic zz9.
    02 filler pic x(6).
    02 TD-TeamCode pic x(4).
    02 filler pic x(5).
    02 TD-PointsWon pic zz9.
    02 filler pic x(6).
    02 TD-PointsLost pic zz9.
    02 filler pic x(7).
    02 TD-TotalPins pic zzzzzz9.
    02 filler pic x(7).
    02 TD-HandicapPins pic zzzzzz9.
    02 filler pic x(7).
    02 TD-GamesBowled pic zz9.
    02 filler pic x(6).
    02 TD-GameDate pic x(8).
    02 filler pic x(4).
    02 TD-Game1Pins pic zzzzzz9.
    02 filler pic x(4).
    02 TD-Game2Pins pic zzzzzz9.
    02 filler pic x(4).
    02 TD-Game3Pins pic zzzzzz9.
    02 filler pic x(4).
    02 TD-LeagueCode pic x(4).
    02 filler pic x(1).

01 NightPointsWon pic 9(3).
01 NightPointsLost pic 9(3).

*> Twice the team table in TenPinBowling - the catalogue may hold
*> standings for teams since dropped from the league.
01 MaxTeamEntries pic 9(3) value 100.

01 TeamAuditTable.
    02 TeamEntryCount pic 9(3) value zero.
    02 TeamAuditEntry occurs 1 to 100 times
            depending on TeamEntryCount
            indexed by TeamIndex.
        03 TA-TeamCode pic x(4).
        03 TA-MasterWon pic 9(4).
        03 TA-MasterLost pic 9(4).
        03 TA-DetailWon pic 9(4).
        03 TA-DetailLost pic 9(4).
        03 TA-OnMaster pic x.
            88 TeamEntryOnMaster value "Y".

01 TeamFound pic x value "N".
    88 TeamFoundInAudit value "Y".

01 TeamTableFull pic x value "N".
    88 TeamTableIsFull value "Y".

01 TeamSearchCode pic x(4).

*> Every team line already counted, by night, team and league, so
*> a rerun night's second generation is not counted again.
01 MaxCountedTeamLines pic 9(5) value 5000.

01 CountedTeamLineTable.
    02 CountedTeamLineCount pic 9(5) value zero.
    02 CountedTeamLineEntry occurs 1 to 5000 times
            depending on CountedTeamLineCount
            indexed by CountedTeamIndex.
        03 CT-GameDate pic x(8).
        03 CT-TeamCode pic x(4).
        03 CT-LeagueCode pic x(4).

01 CountedTeamFound pic x value "N".
    88 TeamLineAlreadyCounted value "Y".

01 CountedTeamTableFull pic x value "N".
    88 CountedTeamTableIsFull value "Y".

01 TeamLineState pic x value "N".
    88 TeamLineCounts value "Y".

*> The account master records as AccountPosting writes them.
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

*> The ARTRANS journal line.
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

01 TransactionAmount pic 9(5)v99.

01 MaxAccountEntries pic 9(5) value 5000.

01 AccountAuditTable.
    02 AccountEntryCount pic 9(5) value zero.
    02 AccountAuditEntry occurs 1 to 5000 times
            depending on AccountEntryCount
            indexed by AccountIndex.
        03 AA-BowlerId pic x(10).
        03 AA-BowlerName pic x(20).
        03 AA-MasterBalance pic s9(5)v99.
        03 AA-DetailBalance pic s9(7)v99.
        03 AA-OnMaster pic x.
            88 AccountEntryOnMaster value "Y".

01 AccountFound pic x value "N".
    88 BowlerFoundInAccounts value "Y".

01 AccountTableFull pic x value "N".
    88 AccountTableIsFull value "Y".

01 AccountSearchId pic x(10).
01 AccountSearchName pic x(20).

*> The prize fund master records as PrizeFundUpdate writes them.
01 PrizeHeaderRecord.
    02 filler pic x(21).
    02 PF-LastDate pic x(8).
    02 filler pic x(51).

01 PrizeDetailRecord.
    02 filler pic x(5).
    02 PF-TeamCode pic x(4).
    02 filler pic x(6).
    02 PF-Fund pic 9(5).99.
    02 filler pic x(57).

*> The BILLING detail line, as TenPinBowling writes it.
01 BillingDetailLine.
    02 filler pic x(6).
    02 BL-LaneNumber pic z9.
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

01 PrizeAmount pic 9(5)v99.

01 MaxPrizeEntries pic 9(3) value 100.

01 PrizeAuditTable.
    02 PrizeEntryCount pic 9(3) value zero.
    02 PrizeAuditEntry occurs 1 to 100 times
            depending on PrizeEntryCount
            indexed by PrizeIndex.
        03 PA-TeamCode pic x(4).
        03 PA-MasterFund pic 9(5)v99.
        03 PA-DetailFund pic 9(6)v99.
        03 PA-OnMaster pic x.
            88 PrizeEntryOnMaster value "Y".

01 PrizeFound pic x value "N".
    88 TeamFoundInPrize value "Y".

01 PrizeTableFull pic x value "N".
    88 PrizeTableIsFull value "Y".

01 PrizeSearchTeam pic x(4).

*> Every BILLING line already counted, by night, lane and bowler
*> (the nightly run bills a bowler once per lane bowled), so a
*> rerun night's second generation is not counted again.
01 MaxBilledEntries pic 9(5) value 20000.

01 BilledLineTable.
    02 BilledEntryCount pic 9(5) value zero.
    02 BilledLineEntry occurs 1 to 20000 times
            depending on BilledEntryCount
            indexed by BilledIndex.
        03 BB-GameDate pic x(8).
        03 BB-LaneNumber pic x(2).
        03 BB-BowlerId pic x(10).

01 BilledFound pic x value "N".
    88 BillingLineAlreadyCounted value "Y".

01 BilledTableFull pic x value "N".
    88 BilledTableIsFull value "Y".

01 BillingLineState pic x value "N".
    88 BillingLineCounts value "Y".

*> A master not on hand is reported and its check skipped.
01 MastersNotAudited pic 9 value zero.

01 EntryState pic x value "N".
    88 EntryIsOut value "Y".

01 SectionChecked pic 9(5) value zero.
01 SectionOut pic 9(5) value zero.
01 TotalOut pic 9(5) value zero.
01 WriteIndex pic 9(5).

*> Figures handed to 8100/8200 for a difference line.
01 AuditMasterCount pic s9(8).
01 AuditDetailCount pic s9(8).
01 AuditCountDifference pic s9(8).
01 AuditMasterAmount pic s9(7)v99.
01 AuditDetailAmount pic s9(7)v99.
01 AuditAmountDifference pic s9(7)v99.
01 CountEdit pic -(9)9.
01 AmountEdit pic -(7)9.99.

*> Report lines.
01 AuditHeaderLine.
    02 filler pic x(38) value "CROSS-MASTER INTEGRITY AUDIT - SEASON ".
    02 filler pic x(5) value "FROM ".
    02 AH-FromDate pic x(8).
    02 filler pic x(5) value " RUN ".
    02 AH-RunDate pic x(8).
    02 filler pic x(68) value spaces.

01 SectionHeaderLine.
    02 XH-Title pic x(50).
    02 filler pic x(6) value " FROM ".
    02 XH-FromDate pic x(8).
    02 filler pic x(4) value " TO ".
    02 XH-ToDate pic x(8).
    02 filler pic x(56) value spaces.

01 NotAuditedLine.
    02 filler pic x(2) value spaces.
    02 NA-MasterName pic x(8).
    02 filler pic x(31) value " NOT ON HAND - CHECK NOT RUN".
    02 filler pic x(91) value spaces.

01 DifferenceLine.
    02 filler pic x(2) value spaces.
    02 DL-KeyTag pic x(5).
    02 DL-Key pic x(10).
    02 filler pic x(1) value space.
    02 DL-Name pic x(20).
    02 filler pic x(1) value space.
    02 DL-Figure pic x(7).
    02 filler pic x(8) value " MASTER ".
    02 DL-MasterFigure pic x(11) justified right.
    02 filler pic x(8) value " DETAIL ".
    02 DL-DetailFigure pic x(11) justified right.
    02 filler pic x(6) value " DIFF ".
    02 DL-Difference pic x(11) justified right.
    02 filler pic x(31) value spaces.

01 NotOnRosterLine.
    02 filler pic x(2) value spaces.
    02 NR-KeyTag pic x(5).
    02 NR-Key pic x(10).
    02 filler pic x(1) value space.
    02 NR-Name pic x(20).
    02 filler pic x(4) value " ON ".
    02 NR-MasterName pic x(8).
    02 filler pic x(16) value " - NOT ON ROSTER".
    02 filler pic x(66) value spaces.

01 SectionTotalLine.
    02 filler pic x(10) value "  CHECKED ".
    02 XT-Checked pic zzzz9.
    02 filler pic x(5) value " OUT ".
    02 XT-Out pic zzzz9.
    02 filler pic x(107) value spaces.

01 AuditTotalLine.
    02 filler pic x(27) value "INTEGRITY AUDIT COMPLETE - ".
    02 AT-TotalOut pic zzzz9.
    02 filler pic x(34) value " BOWLERS OR TEAMS OUT OF AGREEMENT".
    02 filler pic x(66) value spaces.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 1100-LoadRoster

    perform 2000-AuditSeasonMaster

    perform 3000-AuditTeamMaster

    perform 4000-AuditAccountMaster

    perform 5000-AuditPrizeFund

    perform 6000-AuditRosterMembership

    perform 7000-WriteAuditTotal

    display "INTGAUDT - SEASON FROM " SeasonFromDate " - "
        TotalOut " BOWLERS OR TEAMS OUT OF AGREEMENT"

    if MastersNotAudited is greater than zero
        display "INTGAUDT - " MastersNotAudited
            " MASTERS NOT ON HAND - NOT AUDITED"
        move 4 to return-code
    end-if

    if SeasonTableIsFull or TeamTableIsFull or AccountTableIsFull
        or PrizeTableIsFull or BilledTableIsFull
        or CountedTeamTableIsFull
        display "INTGAUDT - AUDIT TABLE FULL - AUDIT INCOMPLETE"
        move 4 to return-code
    end-if

    if TotalOut is greater than zero
        display "INTGAUDT - MASTERS OUT OF AGREEMENT - SEE INTGRPT"
        move 8 to return-code
    end-if

    perform 9000-Terminate

    stop run.

1000-Initialize.

    *> The season start arrives on the SYSIN parameter card.
    move spaces to ParameterCard
    accept ParameterCard
    move ParameterCard(1:8) to SeasonFromDate

    if SeasonFromDate is not numeric
        display "INTGAUDT - NO SEASON START DATE ON SYSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move function current-date to CurrentDateTime
    move CurrentDateTime(1:8) to RunDate

    open output IntegrityReportFile

    if not IntegrityReportFileStatusOk
        display "INTGAUDT - UNABLE TO OPEN INTGRPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    initialize AuditHeaderLine
    move SeasonFromDate to AH-FromDate
    move RunDate to AH-RunDate
    write IntegrityReportLine from AuditHeaderLine.

1100-LoadRoster.

    open input RosterFile

    if RosterFileNotFound
        display "INTGAUDT - ROSTER DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if not RosterFileStatusOk
        display "INTGAUDT - UNABLE TO OPEN ROSTER - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read RosterFile into RosterDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if RosterLine(1:3) is equal to "ID "
                    and RosterEntryCount is less than MaxRosterEntries
                    add 1 to RosterEntryCount
                    set RosterIndex to RosterEntryCount
                    move RP-BowlerId to RO-BowlerId(RosterIndex)
                    move RP-TeamCode to RO-TeamCode(RosterIndex)
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close RosterFile.

2000-AuditSeasonMaster.

    move spaces to IntegrityReportLine
    write IntegrityReportLine

    open input SeasonMasterIn

    if SeasonMasterInNotFound
        initialize SectionHeaderLine
        move "SEASON MASTER AGAINST HISTARCH AND SCOREHIST" to XH-Title
        move SeasonFromDate to XH-FromDate
        write IntegrityReportLine from SectionHeaderLine

        initialize NotAuditedLine
        move "SEASON" to NA-MasterName
        write IntegrityReportLine from NotAuditedLine
        add 1 to MastersNotAudited
    else
        perform with test before until NoMoreInputLines
            read SeasonMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    perform 2010-LoadOneSeasonLine
            end-read
        end-perform

        move "N" to EndOfInputFile
        close SeasonMasterIn

        initialize SectionHeaderLine
        move "SEASON MASTER AGAINST HISTARCH AND SCOREHIST" to XH-Title
        move SeasonFromDate to XH-FromDate
        move SeasonPostedDate to XH-ToDate
        write IntegrityReportLine from SectionHeaderLine

        perform 2100-PassHistoryArchive

        perform 2200-PassScoreHistory

        perform 2400-CompareSeasonFigures
    end-if.

2010-LoadOneSeasonLine.

    evaluate true
        when SeasonMasterInLine(1:12) is equal to "SEASON WEEK "
            move SeasonMasterInLine to SeasonHeaderRecord
            move SN-LastDate to SeasonPostedDate
        when SeasonMasterInLine(1:3) is equal to "ID "
            move SeasonMasterInLine to SeasonDetailRecord
            move SN-BowlerId to SeasonSearchId
            move SN-BowlerName to SeasonSearchName
            perform 2300-FindOrAddSeasonEntry

            if BowlerFoundInSeason
                add SN-SeasonPins to SA-MasterPins(SeasonIndex)
                add SN-SeasonGames to SA-MasterGames(SeasonIndex)
                set SeasonEntryOnMaster(SeasonIndex) to true
            end-if
        when other
            continue
    end-evaluate.

2100-PassHistoryArchive.

    *> No archive on hand just means the history has never been
    *> compacted.
    open input HistoryArchiveFile

    if HistoryArchiveFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read HistoryArchiveFile into ScoreHistoryDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if HistoryArchiveLine(1:5) is equal to "DATE "
                        perform 2250-CountOneSeasonGame
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close HistoryArchiveFile
    end-if.

2200-PassScoreHistory.

    *> SUM lines are skipped - the archive pass has already walked
    *> the games behind them.
    open input ScoreHistoryFile

    if ScoreHistoryFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read ScoreHistoryFile into ScoreHistoryDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if ScoreHistoryLine(1:5) is equal to "DATE "
                        perform 2250-CountOneSeasonGame
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ScoreHistoryFile
    end-if.

2250-CountOneSeasonGame.

    if SH-GameDate is not less than SeasonFromDate
        and SH-GameDate is not greater than SeasonPostedDate
        move SH-Score to HistoryGameScore
        move SH-BowlerId to SeasonSearchId
        move SH-BowlerName to SeasonSearchName
        perform 2300-FindOrAddSeasonEntry

        if BowlerFoundInSeason
            add HistoryGameScore to SA-DetailPins(SeasonIndex)
            add 1 to SA-DetailGames(SeasonIndex)
        end-if
    end-if.

2300-FindOrAddSeasonEntry.

    move "N" to SeasonFound

    if SeasonEntryCount is greater than zero
        perform with test after varying SeasonIndex from 1 by 1
            until SeasonIndex is equal to SeasonEntryCount
            or BowlerFoundInSeason

            if SA-BowlerId(SeasonIndex) is equal to SeasonSearchId
                set BowlerFoundInSeason to true
            end-if
        end-perform
    end-if

    if not BowlerFoundInSeason
        if SeasonEntryCount is greater than or equal to MaxSeasonEntries
            set SeasonTableIsFull to true
        else
            add 1 to SeasonEntryCount
            set SeasonIndex to SeasonEntryCount
            move SeasonSearchId to SA-BowlerId(SeasonIndex)
            move SeasonSearchName to SA-BowlerName(SeasonIndex)
            move zero to SA-MasterPins(SeasonIndex)
            move zero to SA-MasterGames(SeasonIndex)
            move zero to SA-DetailPins(SeasonIndex)
            move zero to SA-DetailGames(SeasonIndex)
            move "N" to SA-OnMaster(SeasonIndex)
            set BowlerFoundInSeason to true
        end-if
    end-if.

2400-CompareSeasonFigures.

    move zero to SectionChecked
    move zero to SectionOut

    if SeasonEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to SeasonEntryCount

            add 1 to SectionChecked
            move "N" to EntryState

            initialize DifferenceLine
            move "ID " to DL-KeyTag
            move SA-BowlerId(WriteIndex) to DL-Key
            move SA-BowlerName(WriteIndex) to DL-Name

            if SA-MasterPins(WriteIndex) is not equal to
                    SA-DetailPins(WriteIndex)
                move "PINS" to DL-Figure
                move SA-MasterPins(WriteIndex) to AuditMasterCount
                move SA-DetailPins(WriteIndex) to AuditDetailCount
                perform 8100-WriteCountDifference
            end-if

            if SA-MasterGames(WriteIndex) is not equal to
                    SA-DetailGames(WriteIndex)
                move "GAMES" to DL-Figure
                move SA-MasterGames(WriteIndex) to AuditMasterCount
                move SA-DetailGames(WriteIndex) to AuditDetailCount
                perform 8100-WriteCountDifference
            end-if

            if EntryIsOut
                add 1 to SectionOut
            end-if
        end-perform
    end-if

    perform 8300-WriteSectionTotal.

3000-AuditTeamMaster.

    move spaces to IntegrityReportLine
    write IntegrityReportLine

    open input TeamMasterIn

    if TeamMasterInNotFound
        initialize SectionHeaderLine
        move "TEAM SEASON MASTER AGAINST STANDINGS" to XH-Title
        move SeasonFromDate to XH-FromDate
        write IntegrityReportLine from SectionHeaderLine

        initialize NotAuditedLine
        move "TEAMSEAS" to NA-MasterName
        write IntegrityReportLine from NotAuditedLine
        add 1 to MastersNotAudited
    else
        perform with test before until NoMoreInputLines
            read TeamMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    perform 3010-LoadOneTeamLine
            end-read
        end-perform

        move "N" to EndOfInputFile
        close TeamMasterIn

        initialize SectionHeaderLine
        move "TEAM SEASON MASTER AGAINST STANDINGS" to XH-Title
        move SeasonFromDate to XH-FromDate
        move TeamPostedDate to XH-ToDate
        write IntegrityReportLine from SectionHeaderLine

        perform 3100-PassStandings

        perform 3400-CompareTeamFigures
    end-if.

3010-LoadOneTeamLine.

    evaluate true
        when TeamMasterInLine(1:16) is equal to "TEAMSEASON WEEK "
            move TeamMasterInLine to TeamSeasonHeaderRecord
            move TN-LastDate to TeamPostedDate
        when TeamMasterInLine(1:5) is equal to "TEAM "
            move TeamMasterInLine to TeamSeasonDetailRecord
            move TN-TeamCode to TeamSearchCode
            perform 3300-FindOrAddTeamEntry

            if TeamFoundInAudit
                add TN-PointsWon to TA-MasterWon(TeamIndex)
                add TN-PointsLost to TA-MasterLost(TeamIndex)
                set TeamEntryOnMaster(TeamIndex) to true
            end-if
        when other
            continue
    end-evaluate.

3100-PassStandings.

    open input StandingsFile

    if StandingsFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read StandingsFile into TeamStandingsDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if StandingsLine(1:5) is equal to "RANK "
                        and StandingsLine(10:6) is equal to " TEAM "
                        perform 3200-CountOneTeamLine
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close StandingsFile
    end-if.

3200-CountOneTeamLine.

    if TD-GameDate is not less than SeasonFromDate
        and TD-GameDate is not greater than TeamPostedDate
        move TD-TeamCode to TeamSearchCode
        perform 3300-FindOrAddTeamEntry

        *> A rerun night's second generation repeats the team's
        *> line - the master posted it once, so it counts once.
        if TeamFoundInAudit
            perform 3250-CheckCountedTeamLine
        end-if

        if TeamFoundInAudit and TeamLineCounts
            move TD-PointsWon to NightPointsWon
            move TD-PointsLost to NightPointsLost
            add NightPointsWon to TA-DetailWon(TeamIndex)
            add NightPointsLost to TA-DetailLost(TeamIndex)
        end-if
    end-if.

3250-CheckCountedTeamLine.

    move "N" to CountedTeamFound
    move "N" to TeamLineState

    if CountedTeamLineCount is greater than zero
        perform with test after
            varying CountedTeamIndex from 1 by 1
            until CountedTeamIndex is equal to CountedTeamLineCount
            or TeamLineAlreadyCounted

            if CT-GameDate(CountedTeamIndex) is equal to TD-GameDate
                and CT-TeamCode(CountedTeamIndex) is equal to
                    TD-TeamCode
                and CT-LeagueCode(CountedTeamIndex) is equal to
                    TD-LeagueCode
                set TeamLineAlreadyCounted to true
            end-if
        end-perform
    end-if

    if not TeamLineAlreadyCounted
        if CountedTeamLineCount is greater than or equal to
            MaxCountedTeamLines
            set CountedTeamTableIsFull to true
        else
            add 1 to CountedTeamLineCount
            set CountedTeamIndex to CountedTeamLineCount
            move TD-GameDate to CT-GameDate(CountedTeamIndex)
            move TD-TeamCode to CT-TeamCode(CountedTeamIndex)
            move TD-LeagueCode to CT-LeagueCode(CountedTeamIndex)
            set TeamLineCounts to true
        end-if
    end-if.

3300-FindOrAddTeamEntry.

    move "N" to TeamFound

    if TeamEntryCount is greater than zero
        perform with test after varying TeamIndex from 1 by 1
            until TeamIndex is equal to TeamEntryCount
            or TeamFoundInAudit

            if TA-TeamCode(TeamIndex) is equal to TeamSearchCode
                set TeamFoundInAudit to true
            end-if
        end-perform
    end-if

    if not TeamFoundInAudit
        if TeamEntryCount is greater than or equal to MaxTeamEntries
            set TeamTableIsFull to true
        else
            add 1 to TeamEntryCount
            set TeamIndex to TeamEntryCount
            move TeamSearchCode to TA-TeamCode(TeamIndex)
            move zero to TA-MasterWon(TeamIndex)
            move zero to TA-MasterLost(TeamIndex)
            move zero to TA-DetailWon(TeamIndex)
            move zero to TA-DetailLost(TeamIndex)
            move "N" to TA-OnMaster(TeamIndex)
            set TeamFoundInAudit to true
        end-if
    end-if.

3400-CompareTeamFigures.

    move zero to SectionChecked
    move zero to SectionOut

    if TeamEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to TeamEntryCount

            add 1 to SectionChecked
            move "N" to EntryState

            initialize DifferenceLine
            move "TEAM " to DL-KeyTag
            move TA-TeamCode(WriteIndex) to DL-Key

            if TA-MasterWon(WriteIndex) is not equal to
                    TA-DetailWon(WriteIndex)
                move "WON" to DL-Figure
                move TA-MasterWon(WriteIndex) to AuditMasterCount
                move TA-DetailWon(WriteIndex) to AuditDetailCount
                perform 8100-WriteCountDifference
            end-if

            if TA-MasterLost(WriteIndex) is not equal to
                    TA-DetailLost(WriteIndex)
                move "LOST" to DL-Figure
                move TA-MasterLost(WriteIndex) to AuditMasterCount
                move TA-DetailLost(WriteIndex) to AuditDetailCount
                perform 8100-WriteCountDifference
            end-if

            if EntryIsOut
                add 1 to SectionOut
            end-if
        end-perform
    end-if

    perform 8300-WriteSectionTotal.

4000-AuditAccountMaster.

    move spaces to IntegrityReportLine
    write IntegrityReportLine

    open input AccountMasterIn

    if AccountMasterInNotFound
        initialize SectionHeaderLine
        move "ACCOUNT MASTER AGAINST THE ARTRANS JOURNAL" to XH-Title
        write IntegrityReportLine from SectionHeaderLine

        initialize NotAuditedLine
        move "ACCTMAST" to NA-MasterName
        write IntegrityReportLine from NotAuditedLine
        add 1 to MastersNotAudited
    else
        perform with test before until NoMoreInputLines
            read AccountMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    perform 4010-LoadOneAccountLine
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AccountMasterIn

        *> Balances carry across seasons, so the whole journal is
        *> the detail behind them.
        initialize SectionHeaderLine
        move "ACCOUNT MASTER AGAINST THE ARTRANS JOURNAL" to XH-Title
        move "START" to XH-FromDate
        move AccountPostedDate to XH-ToDate
        write IntegrityReportLine from SectionHeaderLine

        perform 4100-PassTransactions

        perform 4400-CompareAccountFigures
    end-if.

4010-LoadOneAccountLine.

    evaluate true
        when AccountMasterInLine(1:20) is equal to
                "ACCOUNTS LASTPOSTED "
            move AccountMasterInLine to AccountHeaderRecord
            move AC-LastDate to AccountPostedDate
        when AccountMasterInLine(1:3) is equal to "ID "
            move AccountMasterInLine to AccountDetailRecord
            move AC-BowlerId to AccountSearchId
            move AC-BowlerName to AccountSearchName
            perform 4300-FindOrAddAccountEntry

            if BowlerFoundInAccounts
                move AC-Balance to AA-MasterBalance(AccountIndex)
                set AccountEntryOnMaster(AccountIndex) to true
            end-if
        when other
            continue
    end-evaluate.

4100-PassTransactions.

    open input TransactionFile

    if TransactionFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read TransactionFile into TransactionDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if TransactionLine(1:5) is equal to "DATE "
                        perform 4200-CountOneTransaction
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close TransactionFile
    end-if.

4200-CountOneTransaction.

    move TR-Amount to TransactionAmount
    move TR-BowlerId to AccountSearchId
    move spaces to AccountSearchName
    perform 4300-FindOrAddAccountEntry

    *> Charges, pot fees, debit memos, refunds and prize cheques
    *> put money on the account; everything else - payments, pot
    *> winnings, credit memos, write-offs and prizes won - takes it
    *> off, as the statement run reads the journal.
    if BowlerFoundInAccounts
        evaluate TR-Type
            when "CHG"
            when "POT"
            when "DBM"
            when "RFD"
            when "PZP"
                add TransactionAmount to AA-DetailBalance(AccountIndex)
            when other
                subtract TransactionAmount
                    from AA-DetailBalance(AccountIndex)
        end-evaluate
    end-if.

4300-FindOrAddAccountEntry.

    move "N" to AccountFound

    if AccountEntryCount is greater than zero
        perform with test after varying AccountIndex from 1 by 1
            until AccountIndex is equal to AccountEntryCount
            or BowlerFoundInAccounts

            if AA-BowlerId(AccountIndex) is equal to AccountSearchId
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
            move AccountSearchId to AA-BowlerId(AccountIndex)
            move AccountSearchName to AA-BowlerName(AccountIndex)
            move zero to AA-MasterBalance(AccountIndex)
            move zero to AA-DetailBalance(AccountIndex)
            move "N" to AA-OnMaster(AccountIndex)
            set BowlerFoundInAccounts to true
        end-if
    end-if.

4400-CompareAccountFigures.

    move zero to SectionChecked
    move zero to SectionOut

    if AccountEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to AccountEntryCount

            add 1 to SectionChecked
            move "N" to EntryState

            if AA-MasterBalance(WriteIndex) is not equal to
                    AA-DetailBalance(WriteIndex)
                initialize DifferenceLine
                move "ID " to DL-KeyTag
                move AA-BowlerId(WriteIndex) to DL-Key
                move AA-BowlerName(WriteIndex) to DL-Name
                move "BALANCE" to DL-Figure
                move AA-MasterBalance(WriteIndex) to AuditMasterAmount
                move AA-DetailBalance(WriteIndex) to AuditDetailAmount
                perform 8200-WriteAmountDifference
            end-if

            if EntryIsOut
                add 1 to SectionOut
            end-if
        end-perform
    end-if

    perform 8300-WriteSectionTotal.

5000-AuditPrizeFund.

    move spaces to IntegrityReportLine
    write IntegrityReportLine

    open input PrizeMasterIn

    if PrizeMasterInNotFound
        initialize SectionHeaderLine
        move "PRIZE FUND MASTER AGAINST BILLING" to XH-Title
        move SeasonFromDate to XH-FromDate
        write IntegrityReportLine from SectionHeaderLine

        initialize NotAuditedLine
        move "PRIZEFND" to NA-MasterName
        write IntegrityReportLine from NotAuditedLine
        add 1 to MastersNotAudited
    else
        perform with test before until NoMoreInputLines
            read PrizeMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    perform 5010-LoadOnePrizeLine
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PrizeMasterIn

        initialize SectionHeaderLine
        move "PRIZE FUND MASTER AGAINST BILLING" to XH-Title
        move SeasonFromDate to XH-FromDate
        move PrizePostedDate to XH-ToDate
        write IntegrityReportLine from SectionHeaderLine

        perform 5100-PassBilling

        perform 5500-ComparePrizeFigures
    end-if.

5010-LoadOnePrizeLine.

    evaluate true
        when PrizeMasterInLine(1:21) is equal to
                "PRIZEFUND LASTPOSTED "
            move PrizeMasterInLine to PrizeHeaderRecord
            move PF-LastDate to PrizePostedDate
        when PrizeMasterInLine(1:5) is equal to "TEAM "
            move PrizeMasterInLine to PrizeDetailRecord
            move PF-TeamCode to PrizeSearchTeam
            perform 5400-FindOrAddPrizeEntry

            if TeamFoundInPrize
                move PF-Fund to PA-MasterFund(PrizeIndex)
                set PrizeEntryOnMaster(PrizeIndex) to true
            end-if
        when other
            continue
    end-evaluate.

5100-PassBilling.

    open input BillingFile

    if BillingFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read BillingFile into BillingDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if BillingLine(1:5) is equal to "LANE "
                        and BL-GameDate is not less than SeasonFromDate
                        and BL-GameDate is not greater than
                            PrizePostedDate
                        perform 5200-CountOneBillingLine
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close BillingFile
    end-if.

5200-CountOneBillingLine.

    *> One billing line per bowler per lane per night - the same
    *> night, lane and bowler again is a rerun's generation.
    perform 5300-CheckBilledLine

    if BillingLineCounts
        move BL-Prize to PrizeAmount

        *> A bowler with no roster team accrues to UNAS, as the
        *> nightly posting has it.
        move BL-BowlerId to RosterSearchId
        perform 6100-FindRosterBowler

        move "UNAS" to PrizeSearchTeam

        if FoundOnRoster
            and RO-TeamCode(RosterIndex) is not equal to spaces
            move RO-TeamCode(RosterIndex) to PrizeSearchTeam
        end-if

        if PrizeAmount is greater than zero
            perform 5400-FindOrAddPrizeEntry

            if TeamFoundInPrize
                add PrizeAmount to PA-DetailFund(PrizeIndex)
            end-if
        end-if
    end-if.

5300-CheckBilledLine.

    move "N" to BilledFound
    move "N" to BillingLineState

    if BilledEntryCount is greater than zero
        perform with test after varying BilledIndex from 1 by 1
            until BilledIndex is equal to BilledEntryCount
            or BillingLineAlreadyCounted

            if BB-GameDate(BilledIndex) is equal to BL-GameDate
                and BB-LaneNumber(BilledIndex) is equal to
                    BL-LaneNumber
                and BB-BowlerId(BilledIndex) is equal to BL-BowlerId
                set BillingLineAlreadyCounted to true
            end-if
        end-perform
    end-if

    if not BillingLineAlreadyCounted
        if BilledEntryCount is greater than or equal to MaxBilledEntries
            set BilledTableIsFull to true
        else
            add 1 to BilledEntryCount
            set BilledIndex to BilledEntryCount
            move BL-GameDate to BB-GameDate(BilledIndex)
            move BL-LaneNumber to BB-LaneNumber(BilledIndex)
            move BL-BowlerId to BB-BowlerId(BilledIndex)
            set BillingLineCounts to true
        end-if
    end-if.

5400-FindOrAddPrizeEntry.

    move "N" to PrizeFound

    if PrizeEntryCount is greater than zero
        perform with test after varying PrizeIndex from 1 by 1
            until PrizeIndex is equal to PrizeEntryCount
            or TeamFoundInPrize

            if PA-TeamCode(PrizeIndex) is equal to PrizeSearchTeam
                set TeamFoundInPrize to true
            end-if
        end-perform
    end-if

    if not TeamFoundInPrize
        if PrizeEntryCount is greater than or equal to MaxPrizeEntries
            set PrizeTableIsFull to true
        else
            add 1 to PrizeEntryCount
            set PrizeIndex to PrizeEntryCount
            move PrizeSearchTeam to PA-TeamCode(PrizeIndex)
            move zero to PA-MasterFund(PrizeIndex)
            move zero to PA-DetailFund(PrizeIndex)
            move "N" to PA-OnMaster(PrizeIndex)
            set TeamFoundInPrize to true
        end-if
    end-if.

5500-ComparePrizeFigures.

    move zero to SectionChecked
    move zero to SectionOut

    if PrizeEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to PrizeEntryCount

            add 1 to SectionChecked
            move "N" to EntryState

            if PA-MasterFund(WriteIndex) is not equal to
                    PA-DetailFund(WriteIndex)
                initialize DifferenceLine
                move "TEAM " to DL-KeyTag
                move PA-TeamCode(WriteIndex) to DL-Key
                move "FUND" to DL-Figure
                move PA-MasterFund(WriteIndex) to AuditMasterAmount
                move PA-DetailFund(WriteIndex) to AuditDetailAmount
                perform 8200-WriteAmountDifference
            end-if

            if EntryIsOut
                add 1 to SectionOut
            end-if
        end-perform
    end-if

    perform 8300-WriteSectionTotal.

6000-AuditRosterMembership.

    move spaces to IntegrityReportLine
    write IntegrityReportLine

    initialize SectionHeaderLine
    move "MASTER IDS AGAINST ROSTER" to XH-Title
    move SeasonFromDate to XH-FromDate
    move RunDate to XH-ToDate
    write IntegrityReportLine from SectionHeaderLine

    move zero to SectionChecked
    move zero to SectionOut

    *> Only what the masters themselves carry - a bowler or team
    *> met only in the detail has already been reported above.
    if SeasonEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to SeasonEntryCount

            if SeasonEntryOnMaster(WriteIndex)
                add 1 to SectionChecked
                move SA-BowlerId(WriteIndex) to RosterSearchId
                perform 6100-FindRosterBowler

                if not FoundOnRoster
                    initialize NotOnRosterLine
                    move "ID " to NR-KeyTag
                    move SA-BowlerId(WriteIndex) to NR-Key
                    move SA-BowlerName(WriteIndex) to NR-Name
                    move "SEASON" to NR-MasterName
                    perform 8400-WriteNotOnRoster
                end-if
            end-if
        end-perform
    end-if

    if AccountEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to AccountEntryCount

            if AccountEntryOnMaster(WriteIndex)
                add 1 to SectionChecked
                move AA-BowlerId(WriteIndex) to RosterSearchId
                perform 6100-FindRosterBowler

                if not FoundOnRoster
                    initialize NotOnRosterLine
                    move "ID " to NR-KeyTag
                    move AA-BowlerId(WriteIndex) to NR-Key
                    move AA-BowlerName(WriteIndex) to NR-Name
                    move "ACCTMAST" to NR-MasterName
                    perform 8400-WriteNotOnRoster
                end-if
            end-if
        end-perform
    end-if

    if TeamEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to TeamEntryCount

            if TeamEntryOnMaster(WriteIndex)
                add 1 to SectionChecked
                move TA-TeamCode(WriteIndex) to RosterSearchTeam
                perform 6200-FindRosterTeam

                if not FoundOnRoster
                    initialize NotOnRosterLine
                    move "TEAM " to NR-KeyTag
                    move TA-TeamCode(WriteIndex) to NR-Key
                    move "TEAMSEAS" to NR-MasterName
                    perform 8400-WriteNotOnRoster
                end-if
            end-if
        end-perform
    end-if

    *> UNAS is the open-play line, never a roster team.
    if PrizeEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to PrizeEntryCount

            if PrizeEntryOnMaster(WriteIndex)
                and PA-TeamCode(WriteIndex) is not equal to "UNAS"
                add 1 to SectionChecked
                move PA-TeamCode(WriteIndex) to RosterSearchTeam
                perform 6200-FindRosterTeam

                if not FoundOnRoster
                    initialize NotOnRosterLine
                    move "TEAM " to NR-KeyTag
                    move PA-TeamCode(WriteIndex) to NR-Key
                    move "PRIZEFND" to NR-MasterName
                    perform 8400-WriteNotOnRoster
                end-if
            end-if
        end-perform
    end-if

    perform 8300-WriteSectionTotal.

6100-FindRosterBowler.

    move "N" to RosterFound

    if RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount
            or FoundOnRoster

            if RO-BowlerId(RosterIndex) is equal to RosterSearchId
                set FoundOnRoster to true
            end-if
        end-perform
    end-if.

6200-FindRosterTeam.

    *> A team is on the roster while any bowler carries its code.
    move "N" to RosterFound

    if RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount
            or FoundOnRoster

            if RO-TeamCode(RosterIndex) is equal to RosterSearchTeam
                set FoundOnRoster to true
            end-if
        end-perform
    end-if.

7000-WriteAuditTotal.

    move spaces to IntegrityReportLine
    write IntegrityReportLine

    initialize AuditTotalLine
    move TotalOut to AT-TotalOut
    write IntegrityReportLine from AuditTotalLine.

8100-WriteCountDifference.

    *> The difference is the master less the detail - positive
    *> when the master carries more than the detail supports.
    compute AuditCountDifference = AuditMasterCount - AuditDetailCount

    move AuditMasterCount to CountEdit
    move CountEdit to DL-MasterFigure
    move AuditDetailCount to CountEdit
    move CountEdit to DL-DetailFigure
    move AuditCountDifference to CountEdit
    move CountEdit to DL-Difference

    write IntegrityReportLine from DifferenceLine

    perform 8500-CountEntryOut.

8200-WriteAmountDifference.

    compute AuditAmountDifference =
        AuditMasterAmount - AuditDetailAmount

    move AuditMasterAmount to AmountEdit
    move AmountEdit to DL-MasterFigure
    move AuditDetailAmount to AmountEdit
    move AmountEdit to DL-DetailFigure
    move AuditAmountDifference to AmountEdit
    move AmountEdit to DL-Difference

    write IntegrityReportLine from DifferenceLine

    perform 8500-CountEntryOut.

8300-WriteSectionTotal.

    initialize SectionTotalLine
    move SectionChecked to XT-Checked
    move SectionOut to XT-Out
    write IntegrityReportLine from SectionTotalLine.

8400-WriteNotOnRoster.

    write IntegrityReportLine from NotOnRosterLine

    add 1 to SectionOut
    add 1 to TotalOut.

8500-CountEntryOut.

    *> A bowler or team counts once however many of its figures
    *> disagree.
    if not EntryIsOut
        set EntryIsOut to true
        add 1 to TotalOut
    end-if.

9000-Terminate.

    close IntegrityReportFile.

end program IntegrityAudit.
