*> Lane control pre-load for the league night.  The attendants used
*> to type every bowler's name and handicap into the lane consoles
*> at the start of the night, and the cards came back on SCORECARDS
*> carrying whatever was typed - the nightly run's roster override
*> and UNKNOWN BOWLER rejects then had to clean it up.  Run in the
*> afternoon before the night, this step builds the LANEASGN file
*> the lane control system loads its consoles from, and prints the
*> lane assignment sheet (LANESHT) for the front desk.
*>
*> Tonight's fixtures come off SCHEDULE - each team bowls on the
*> lane its fixture names.  Every active roster bowler on a
*> scheduled team is sent on the team's lane with their bowler id,
*> so the cards come back keyed correctly, and with the entering
*> average and handicap the nightly run will score them with,
*> worked out exactly as TenPinBowling does it - the roll-up of
*> SCOREHIST (SUM lines included), the book average once a season
*> has been closed (BOOKAVG), and the league's own basis off
*> LEAGUES (220 at 90 without it).  A bowler on the DELINQ hold
*> list goes out flagged HOLD, and one with games banked on PREBANK
*> for tonight flagged PRE-BOWLED.  Substitutes and inactive
*> bowlers are not sent - a sub's card still scores, and the
*> nightly run notes it as off the pre-load.
*>
*> SCHEDULE and ROSTER must be there; LEAGUES, SCOREHIST, BOOKAVG,
*> DELINQ and PREBANK are optional, as they are on the nightly run.
*> The run only reads them, so rerunning it is always safe - each
*> run cuts a fresh LANEASGN and sheet.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   night date (YYYYMMDD), blank for today
*>
*> Return codes: 0 clean; 4 when there are no fixtures for the
*> night, a scheduled team has no active bowlers on the roster, or
*> a table filled and bowlers were left off; 16 when SCHEDULE or
*> ROSTER is missing or an output will not open.

identification division.
program-id. LanePreload.

environment division.
input-output section.
    file-control.
        select ScheduleFile assign to "SCHEDULE"
            organization is line sequential
            file status is ScheduleFileStatus.

        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select LeagueParmFile assign to "LEAGUES"
            organization is line sequential
            file status is LeagueParmFileStatus.

        select ScoreHistoryFile assign to "SCOREHIST"
            organization is line sequential
            file status is ScoreHistoryFileStatus.

        select BookAverageFile assign to "BOOKAVG"
            organization is line sequential
            file status is BookAverageFileStatus.

        select DelinquencyFile assign to "DELINQ"
            organization is line sequential
            file status is DelinquencyFileStatus.

        select PreBowlFile assign to "PREBANK"
            organization is line sequential
            file status is PreBowlFileStatus.

        select LaneAssignmentFile assign to "LANEASGN"
            organization is line sequential
            file status is LaneAssignmentFileStatus.

        select LaneSheetFile assign to "LANESHT"
            organization is line sequential
            file status is LaneSheetFileStatus.

data division.
file section.
fd  ScheduleFile
    recording mode is f.
01 ScheduleLine pic x(80).

fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  LeagueParmFile
    recording mode is f.
01 LeagueParmLine pic x(80).

fd  ScoreHistoryFile
    recording mode is f.
01 ScoreHistoryLine pic x(82).

fd  BookAverageFile
    recording mode is f.
01 BookAverageLine pic x(80).

fd  DelinquencyFile
    recording mode is f.
01 DelinquencyLine pic x(80).

fd  PreBowlFile.
01 PreBowlFileRecord.
    copy "ScoreCardRecord.cpy".

fd  LaneAssignmentFile
    recording mode is f.
01 LaneAssignmentLine pic x(80).

fd  LaneSheetFile
    recording mode is f.
01 LaneSheetLine pic x(132).

working-storage section.

01 ScheduleFileStatus pic xx.
    88 ScheduleFileStatusOk values "00" "04" "10".
    88 ScheduleFileNotFound value "35".

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 LeagueParmFileStatus pic xx.
    88 LeagueParmFileStatusOk values "00" "04" "10".
    88 LeagueParmFileNotFound value "35".

01 ScoreHistoryFileStatus pic xx.
    88 ScoreHistoryFileStatusOk values "00" "04" "10".
    88 ScoreHistoryFileNotFound value "35".

01 BookAverageFileStatus pic xx.
    88 BookAverageFileStatusOk values "00" "04" "10".
    88 BookAverageFileNotFound value "35".

01 DelinquencyFileStatus pic xx.
    88 DelinquencyFileStatusOk values "00" "04" "10".
    88 DelinquencyFileNotFound value "35".

01 PreBowlFileStatus pic xx.
    88 PreBowlFileStatusOk values "00" "04" "10".
    88 PreBowlFileNotFound value "35".

01 LaneAssignmentFileStatus pic xx.
    88 LaneAssignmentFileStatusOk values "00" "04".

01 LaneSheetFileStatus pic xx.
    88 LaneSheetFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).
01 CurrentDateTime pic x(21).
01 NightDate pic x(8).

*> The schedule line as ScheduleMaintenance writes it.
01 ScheduleDetailLine.
    02 filler pic x(5).
    02 SCH-WeekNumber pic 9(3).
    02 filler pic x(6).
    02 SCH-GameDate pic x(8).
    02 filler pic x(6).
    02 SCH-HomeTeam pic x(4).
    02 filler pic x(6).
    02 SCH-AwayTeam pic x(4).
    02 filler pic x(7).
    02 SCH-HomeLane pic 99.
    02 filler pic x(1).
    02 SCH-AwayLane pic 99.
    02 filler pic x(8).
    02 SCH-LeagueCode pic x(4).
    02 filler pic x(14).

*> Tonight's fixtures, in schedule order - the sheet and LANEASGN
*> follow it.
01 MaxFixtureEntries pic 99 value 50.

01 FixtureTable.
    02 FixtureCount pic 99 value zero.
    02 FixtureEntry occurs 1 to 50 times
            depending on FixtureCount
            indexed by FixtureIndex.
        03 FX-WeekNumber pic 9(3).
        03 FX-HomeTeam pic x(4).
        03 FX-AwayTeam pic x(4).
        03 FX-HomeLane pic 99.
        03 FX-AwayLane pic 99.
        03 FX-LeagueCode pic x(4).
        03 FX-HomeBowlers pic 9(3).
        03 FX-AwayBowlers pic 9(3).

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

*> Active team members only - nobody else is sent.
01 MaxRosterEntries pic 9(5) value 5000.

01 RosterTable.
    02 RosterEntryCount pic 9(5) value zero.
    02 RosterEntry occurs 1 to 5000 times
            depending on RosterEntryCount
            indexed by RosterIndex.
        03 RO-BowlerId pic x(10).
        03 RO-BowlerName pic x(20).
        03 RO-TeamCode pic x(4).
        03 RO-LeagueCode pic x(4).

*> League handicap bases, as on the nightly run.
01 LeagueParmDetailLine.
    02 filler pic x(3).
    02 LP-LeagueCode pic x(4).
    02 filler pic x(6).
    02 LP-BaseScore pic 9(3).
    02 filler pic x(5).
    02 LP-Percent pic 9(2).
    02 filler pic x(57).

01 MaxLeagueParms pic 99 value 10.

01 LeagueParmTable.
    02 LeagueParmCount pic 99 value zero.
    02 LeagueParmEntry occurs 1 to 10 times
            depending on LeagueParmCount
            indexed by LeagueParmIndex.
        03 LG-LeagueCode pic x(4).
        03 LG-BaseScore pic 9(3).
        03 LG-Percent pic 9(2).

*> History lines, as TenPinBowling and the history archive run
*> write them.
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

01 HistorySummaryLine.
    02 filler pic x(7).
    02 SU-BowlerId pic x(10).
    02 filler pic x(1).
    02 SU-BowlerName pic x(20).
    02 filler pic x(6).
    02 SU-TotalPins pic 9(7).
    02 filler pic x(7).
    02 SU-TotalGames pic 9(4).
    02 filler pic x(20).

01 HistoryGameScore pic 9(3).

*> Book averages, as SeasonClose writes them.
01 BookHeaderLine.
    02 filler pic x(15).
    02 BH-ClosedDate pic x(8).
    02 filler pic x(57).

01 BookDetailLine.
    02 filler pic x(3).
    02 BA-BowlerId pic x(10).
    02 filler pic x(1).
    02 BA-BowlerName pic x(20).
    02 filler pic x(6).
    02 BA-BookAverage pic 9(3).
    02 filler pic x(37).

01 BookClosedDate pic x(8) value spaces.

*> The hold list line as ArAgingReport cuts it.
01 DelinquencyDetailLine.
    02 filler pic x(3).
    02 DL-BowlerId pic x(10).
    02 filler pic x(67).

*> Tonight's bowlers, in the order they are sent: fixture by
*> fixture, home team then away team, each team in roster order.
*> The history, book average, hold and bank loads fill in the rest
*> of the entry for the bowlers on it and skip everyone else.
01 MaxBowlerEntries pic 9(3) value 500.

01 BowlerTable.
    02 BowlerEntryCount pic 9(3) value zero.
    02 BowlerEntry occurs 1 to 500 times
            depending on BowlerEntryCount
            indexed by BowlerIndex.
        03 BW-FixtureNumber pic 99.
        03 BW-LaneNumber pic 99.
        03 BW-BowlerId pic x(10).
        03 BW-BowlerName pic x(20).
        03 BW-TeamCode pic x(4).
        03 BW-LeagueCode pic x(4).
        03 BW-TotalPins pic 9(7).
        03 BW-TotalGames pic 9(4).
        03 BW-LastDate pic x(8).
        03 BW-LastDatePins pic 9(5).
        03 BW-LastDateGames pic 9(3).
        03 BW-SeasonPins pic 9(7).
        03 BW-SeasonGames pic 9(4).
        03 BW-BookAverage pic 9(3).
        03 BW-BookFlag pic x.
            88 BowlerHasBookAverage value "Y".
        03 BW-EnteringAverage pic 9(3).
        03 BW-Handicap pic 9(3).
        03 BW-HoldFlag pic x(4).
        03 BW-PreBowledFlag pic x(10).

01 BowlerTableFull pic x value "N".
    88 BowlerTableIsFull value "Y".

01 RosterTableFull pic x value "N".
    88 RosterTableIsFull value "Y".

01 FixtureTableFull pic x value "N".
    88 FixtureTableIsFull value "Y".

01 BowlerSearchId pic x(10).
01 BowlerFound pic x value "N".
    88 BowlerFoundInTable value "Y".

*> The team being added by 2100-AddFixtureTeam.
01 AddTeamCode pic x(4).
01 AddLaneNumber pic 99.
01 AddTeamBowlers pic 9(3).

*> Default basis, as in TenPinBowling.
01 HandicapBaseScore pic 9(3) value 220.
01 HandicapPercentage pic 9(2) value 90.
01 EffectiveBaseScore pic 9(3).
01 EffectivePercent pic 9(2).

01 EnteringPins pic 9(7).
01 EnteringGames pic 9(4).
01 SeasonEnteringPins pic 9(7).
01 SeasonEnteringGames pic 9(4).
01 EnteringAverage pic 9(3).
01 BowlerHandicap pic 9(3).

01 UseBookAverage pic x value "N".
    88 HandicapFromBookAverage value "Y".

01 BowlersSent pic 9(5) value zero.
01 BowlersOnHold pic 9(5) value zero.
01 BowlersPreBowled pic 9(5) value zero.
01 TeamsWithoutBowlers pic 9(3) value zero.
01 LaneHashTotal pic 9(7) value zero.

    copy "LaneAssignment.cpy".

01 SheetSeparatorLine pic x(132) value all "=".

01 SheetHeaderLine.
    02 filler pic x(30) value "LANE ASSIGNMENT SHEET - NIGHT ".
    02 HD-NightDate pic x(8).
    02 filler pic x(94) value spaces.

01 SheetFixtureLine.
    02 filler pic x(7) value "LEAGUE ".
    02 SF-LeagueCode pic x(4).
    02 filler pic x(6) value " WEEK ".
    02 SF-WeekNumber pic zz9.
    02 filler pic x(7) value "  HOME ".
    02 SF-HomeTeam pic x(4).
    02 filler pic x(6) value " LANE ".
    02 SF-HomeLane pic z9.
    02 filler pic x(7) value "  AWAY ".
    02 SF-AwayTeam pic x(4).
    02 filler pic x(6) value " LANE ".
    02 SF-AwayLane pic z9.
    02 filler pic x(74) value spaces.

01 SheetColumnLine.
    02 filler pic x(6) value "  LN  ".
    02 filler pic x(11) value "BOWLER ID ".
    02 filler pic x(21) value "NAME".
    02 filler pic x(5) value "TEAM".
    02 filler pic x(5) value "LEAG".
    02 filler pic x(5) value "AVG".
    02 filler pic x(5) value "HCP".
    02 filler pic x(74) value "FLAGS".

01 SheetBowlerLine.
    02 filler pic x(2) value spaces.
    02 SB-LaneNumber pic z9.
    02 filler pic x(2) value spaces.
    02 SB-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 SB-BowlerName pic x(20).
    02 filler pic x(1) value space.
    02 SB-TeamCode pic x(4).
    02 filler pic x(1) value space.
    02 SB-LeagueCode pic x(4).
    02 filler pic x(1) value space.
    02 SB-EnteringAverage pic zz9.
    02 filler pic x(2) value spaces.
    02 SB-Handicap pic zz9.
    02 filler pic x(2) value spaces.
    02 SB-HoldFlag pic x(4).
    02 filler pic x(1) value space.
    02 SB-PreBowledFlag pic x(10).
    02 filler pic x(59) value spaces.

01 SheetNoBowlersLine.
    02 filler pic x(2) value spaces.
    02 SN-LaneNumber pic z9.
    02 filler pic x(7) value "  TEAM ".
    02 SN-TeamCode pic x(4).
    02 filler pic x(117) value " - NO ACTIVE BOWLERS ON THE ROSTER".

01 SheetTotalsLine.
    02 filler pic x(9) value "FIXTURES ".
    02 ST-Fixtures pic z9.
    02 filler pic x(15) value "  BOWLERS SENT ".
    02 ST-BowlersSent pic zzz9.
    02 filler pic x(10) value "  ON HOLD ".
    02 ST-BowlersOnHold pic zzz9.
    02 filler pic x(13) value "  PRE-BOWLED ".
    02 ST-BowlersPreBowled pic zzz9.
    02 filler pic x(25) value "  TEAMS WITHOUT BOWLERS ".
    02 ST-TeamsWithoutBowlers pic zz9.
    02 filler pic x(43) value spaces.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 1100-LoadFixtures

    perform 1200-LoadLeagueParms

    perform 1300-LoadRoster

    perform 2000-BuildBowlerList

    perform 3000-LoadBookAverages

    perform 3100-LoadScoreHistory

    perform 3200-LoadHoldList

    perform 3300-LoadPreBowlBank

    perform 4000-ComputeHandicaps

    perform 7000-WriteLaneAssignments

    perform 7100-WriteLaneSheet

    display "LANEPREL - NIGHT " NightDate " FIXTURES " FixtureCount
        " BOWLERS SENT " BowlersSent " HOLD " BowlersOnHold
        " PRE-BOWLED " BowlersPreBowled

    if FixtureCount is equal to zero
        display "LANEPREL - NO FIXTURES ON SCHEDULE FOR NIGHT " NightDate
        move 4 to return-code
    end-if

    if TeamsWithoutBowlers is greater than zero
        display "LANEPREL - SCHEDULED TEAMS WITH NO ACTIVE BOWLERS "
            TeamsWithoutBowlers " - SEE LANESHT"
        move 4 to return-code
    end-if

    if FixtureTableIsFull
        display "LANEPREL - FIXTURE TABLE FULL - FIXTURES LEFT OFF"
        move 4 to return-code
    end-if

    if RosterTableIsFull
        display "LANEPREL - ROSTER TABLE FULL - BOWLERS LEFT OFF"
        move 4 to return-code
    end-if

    if BowlerTableIsFull
        display "LANEPREL - BOWLER TABLE FULL - BOWLERS LEFT OFF"
        move 4 to return-code
    end-if

    perform 9000-Terminate

    stop run.

1000-Initialize.

    move spaces to ParameterCard
    accept ParameterCard

    if ParameterCard(1:8) is numeric
        move ParameterCard(1:8) to NightDate
    else
        move function current-date to CurrentDateTime
        move CurrentDateTime(1:8) to NightDate
    end-if.

1100-LoadFixtures.

    *> Without the schedule there is nobody to send.
    open input ScheduleFile

    if ScheduleFileNotFound
        display "LANEPREL - SCHEDULE DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if not ScheduleFileStatusOk
        display "LANEPREL - UNABLE TO OPEN SCHEDULE - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read ScheduleFile into ScheduleDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if ScheduleLine(1:5) is equal to "WEEK "
                    and SCH-GameDate is equal to NightDate
                    if FixtureCount is less than MaxFixtureEntries
                        add 1 to FixtureCount
                        set FixtureIndex to FixtureCount
                        move SCH-WeekNumber to FX-WeekNumber(FixtureIndex)
                        move SCH-HomeTeam to FX-HomeTeam(FixtureIndex)
                        move SCH-AwayTeam to FX-AwayTeam(FixtureIndex)
                        move SCH-HomeLane to FX-HomeLane(FixtureIndex)
                        move SCH-AwayLane to FX-AwayLane(FixtureIndex)
                        move SCH-LeagueCode to FX-LeagueCode(FixtureIndex)
                        move zero to FX-HomeBowlers(FixtureIndex)
                        move zero to FX-AwayBowlers(FixtureIndex)
                    else
                        set FixtureTableIsFull to true
                    end-if
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close ScheduleFile.

1200-LoadLeagueParms.

    *> Optional, as on the nightly run - without it every bowler
    *> handicaps on the default 220 at 90%.
    open input LeagueParmFile

    if not LeagueParmFileNotFound
        perform with test before until NoMoreInputLines
            read LeagueParmFile into LeagueParmDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if LeagueParmLine(1:3) is equal to "LG "
                        and LeagueParmCount is less than MaxLeagueParms
                        add 1 to LeagueParmCount
                        set LeagueParmIndex to LeagueParmCount
                        move LP-LeagueCode to LG-LeagueCode(LeagueParmIndex)
                        move LP-BaseScore to LG-BaseScore(LeagueParmIndex)
                        move LP-Percent to LG-Percent(LeagueParmIndex)
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close LeagueParmFile
    end-if.

1300-LoadRoster.

    open input RosterFile

    if RosterFileNotFound
        display "LANEPREL - ROSTER DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if not RosterFileStatusOk
        display "LANEPREL - UNABLE TO OPEN ROSTER - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read RosterFile into RosterDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if RosterLine(1:3) is equal to "ID "
                    and RP-Status is equal to "A"
                    and RP-TeamCode is not equal to spaces
                    if RosterEntryCount is less than MaxRosterEntries
                        add 1 to RosterEntryCount
                        set RosterIndex to RosterEntryCount
                        move RP-BowlerId to RO-BowlerId(RosterIndex)
                        move RP-BowlerName to RO-BowlerName(RosterIndex)
                        move RP-TeamCode to RO-TeamCode(RosterIndex)
                        move RP-LeagueCode to RO-LeagueCode(RosterIndex)
                    else
                        set RosterTableIsFull to true
                    end-if
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close RosterFile.

2000-BuildBowlerList.

    if FixtureCount is greater than zero
        perform with test after varying FixtureIndex from 1 by 1
            until FixtureIndex is equal to FixtureCount

            move FX-HomeTeam(FixtureIndex) to AddTeamCode
            move FX-HomeLane(FixtureIndex) to AddLaneNumber
            perform 2100-AddFixtureTeam
            move AddTeamBowlers to FX-HomeBowlers(FixtureIndex)

            move FX-AwayTeam(FixtureIndex) to AddTeamCode
            move FX-AwayLane(FixtureIndex) to AddLaneNumber
            perform 2100-AddFixtureTeam
            move AddTeamBowlers to FX-AwayBowlers(FixtureIndex)
        end-perform
    end-if.

2100-AddFixtureTeam.

    *> Every active member of the team goes on the team's lane.  A
    *> roster league that disagrees with the fixture's is another
    *> league's team of the same code and is left alone.
    move zero to AddTeamBowlers

    if AddTeamCode is not equal to spaces
        and RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount

            if RO-TeamCode(RosterIndex) is equal to AddTeamCode
                and (FX-LeagueCode(FixtureIndex) is equal to spaces
                    or RO-LeagueCode(RosterIndex) is equal to spaces
                    or RO-LeagueCode(RosterIndex) is equal to
                        FX-LeagueCode(FixtureIndex))
                perform 2110-AddOneBowler
            end-if
        end-perform
    end-if

    if AddTeamCode is not equal to spaces
        and AddTeamBowlers is equal to zero
        add 1 to TeamsWithoutBowlers
    end-if.

2110-AddOneBowler.

    move RO-BowlerId(RosterIndex) to BowlerSearchId
    perform 3900-SearchBowlers

    evaluate true
        when BowlerFoundInTable
            continue
        when BowlerEntryCount is not less than MaxBowlerEntries
            set BowlerTableIsFull to true
        when other
            add 1 to BowlerEntryCount
            set BowlerIndex to BowlerEntryCount
            initialize BowlerEntry(BowlerIndex)
            set BW-FixtureNumber(BowlerIndex) to FixtureIndex
            move AddLaneNumber to BW-LaneNumber(BowlerIndex)
            move RO-BowlerId(RosterIndex) to BW-BowlerId(BowlerIndex)
            move RO-BowlerName(RosterIndex) to BW-BowlerName(BowlerIndex)
            move AddTeamCode to BW-TeamCode(BowlerIndex)

            if RO-LeagueCode(RosterIndex) is not equal to spaces
                move RO-LeagueCode(RosterIndex)
                    to BW-LeagueCode(BowlerIndex)
            else
                move FX-LeagueCode(FixtureIndex)
                    to BW-LeagueCode(BowlerIndex)
            end-if

            move "N" to BW-BookFlag(BowlerIndex)
            add 1 to AddTeamBowlers
    end-evaluate.

3000-LoadBookAverages.

    *> Optional - without it no season has been closed.  Read ahead
    *> of the history, which needs the closed date to split this
    *> season's games out.
    open input BookAverageFile

    if not BookAverageFileNotFound
        perform with test before until NoMoreInputLines
            read BookAverageFile
                at end
                    set NoMoreInputLines to true
                not at end
                    evaluate true
                        when BookAverageLine(1:15) is equal to
                                "BOOKAVG CLOSED "
                            move BookAverageLine to BookHeaderLine
                            move BH-ClosedDate to BookClosedDate
                        when BookAverageLine(1:3) is equal to "ID "
                            perform 3010-TakeBookAverage
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close BookAverageFile
    end-if.

3010-TakeBookAverage.

    move BookAverageLine to BookDetailLine

    if BA-BookAverage is numeric
        move BA-BowlerId to BowlerSearchId
        perform 3900-SearchBowlers

        if BowlerFoundInTable
            move BA-BookAverage to BW-BookAverage(BowlerIndex)
            set BowlerHasBookAverage(BowlerIndex) to true
        end-if
    end-if.

3100-LoadScoreHistory.

    *> The same roll-up 1070-LoadScoreHistory makes, for tonight's
    *> bowlers only: SUM lines fold in the archived totals, DATE
    *> lines add a game and track the most recent date's pins and
    *> games, and once a season has been closed, this season's
    *> games on their own.
    open input ScoreHistoryFile

    if not ScoreHistoryFileNotFound
        perform with test before until NoMoreInputLines
            read ScoreHistoryFile
                at end
                    set NoMoreInputLines to true
                not at end
                    evaluate true
                        when ScoreHistoryLine(1:4) is equal to "SUM "
                            move ScoreHistoryLine to HistorySummaryLine
                            perform 3110-AbsorbHistorySummary
                        when ScoreHistoryLine(1:5) is equal to "DATE "
                            move ScoreHistoryLine to ScoreHistoryDetailLine
                            perform 3120-AccumulateHistoryLine
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ScoreHistoryFile
    end-if.

3110-AbsorbHistorySummary.

    move SU-BowlerId to BowlerSearchId
    perform 3900-SearchBowlers

    if BowlerFoundInTable
        add SU-TotalPins to BW-TotalPins(BowlerIndex)
        add SU-TotalGames to BW-TotalGames(BowlerIndex)
    end-if.

3120-AccumulateHistoryLine.

    move SH-BowlerId to BowlerSearchId
    perform 3900-SearchBowlers

    if BowlerFoundInTable
        move SH-Score to HistoryGameScore

        add HistoryGameScore to BW-TotalPins(BowlerIndex)
        add 1 to BW-TotalGames(BowlerIndex)

        if SH-GameDate is not equal to BW-LastDate(BowlerIndex)
            move SH-GameDate to BW-LastDate(BowlerIndex)
            move zero to BW-LastDatePins(BowlerIndex)
            move zero to BW-LastDateGames(BowlerIndex)
        end-if

        add HistoryGameScore to BW-LastDatePins(BowlerIndex)
        add 1 to BW-LastDateGames(BowlerIndex)

        if BookClosedDate is not equal to spaces
            and SH-GameDate is greater than BookClosedDate
            add HistoryGameScore to BW-SeasonPins(BowlerIndex)
            add 1 to BW-SeasonGames(BowlerIndex)
        end-if
    end-if.

3200-LoadHoldList.

    *> Optional - no list just means nobody is past the credit
    *> limit.  The header line is skipped on its tag.
    open input DelinquencyFile

    if not DelinquencyFileNotFound
        perform with test before until NoMoreInputLines
            read DelinquencyFile into DelinquencyDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if DelinquencyLine(1:3) is equal to "ID "
                        move DL-BowlerId to BowlerSearchId
                        perform 3900-SearchBowlers

                        if BowlerFoundInTable
                            and BW-HoldFlag(BowlerIndex) is equal to spaces
                            move "HOLD" to BW-HoldFlag(BowlerIndex)
                            add 1 to BowlersOnHold
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close DelinquencyFile
    end-if.

3300-LoadPreBowlBank.

    *> Optional - only games banked for tonight flag a bowler.
    open input PreBowlFile

    if not PreBowlFileNotFound
        perform with test before until NoMoreInputLines
            read PreBowlFile
                at end
                    set NoMoreInputLines to true
                not at end
                    if SC-GameDate of PreBowlFileRecord is equal to
                            NightDate
                        move SC-BowlerId of PreBowlFileRecord
                            to BowlerSearchId
                        perform 3900-SearchBowlers

                        if BowlerFoundInTable
                            and BW-PreBowledFlag(BowlerIndex) is equal to
                                spaces
                            move "PRE-BOWLED"
                                to BW-PreBowledFlag(BowlerIndex)
                            add 1 to BowlersPreBowled
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PreBowlFile
    end-if.

3900-SearchBowlers.

    *> Tonight's bowlers are held in lane order, not id order, and
    *> are few enough to scan.
    move "N" to BowlerFound

    if BowlerEntryCount is greater than zero
        perform with test after varying BowlerIndex from 1 by 1
            until BowlerIndex is equal to BowlerEntryCount
            or BowlerFoundInTable

            if BW-BowlerId(BowlerIndex) is equal to BowlerSearchId
                set BowlerFoundInTable to true
            end-if
        end-perform
    end-if.

4000-ComputeHandicaps.

    if BowlerEntryCount is greater than zero
        perform with test after varying BowlerIndex from 1 by 1
            until BowlerIndex is equal to BowlerEntryCount

            perform 4010-ResolveLeagueBasis
            perform 4020-ComputeHandicap
            move EnteringAverage to BW-EnteringAverage(BowlerIndex)
            move BowlerHandicap to BW-Handicap(BowlerIndex)
        end-perform
    end-if.

4010-ResolveLeagueBasis.

    *> 2055-ResolveLeagueBasis, for the bowler in hand.
    move HandicapBaseScore to EffectiveBaseScore
    move HandicapPercentage to EffectivePercent

    if BW-LeagueCode(BowlerIndex) is not equal to spaces
        and LeagueParmCount is greater than zero

        perform with test after varying LeagueParmIndex from 1 by 1
            until LeagueParmIndex is equal to LeagueParmCount

            if LG-LeagueCode(LeagueParmIndex) is equal to
                    BW-LeagueCode(BowlerIndex)
                move LG-BaseScore(LeagueParmIndex)
                    to EffectiveBaseScore
                move LG-Percent(LeagueParmIndex) to EffectivePercent
            end-if
        end-perform
    end-if.

4020-ComputeHandicap.

    *> 2060-ComputeHandicap, with the night being pre-loaded
    *> standing in for the night being scored - games already on
    *> file for it are left out, a bowler with no average bowls
    *> scratch.
    move zero to BowlerHandicap
    move zero to EnteringAverage
    move "N" to UseBookAverage

    if BW-LastDate(BowlerIndex) is equal to NightDate
        compute EnteringPins = BW-TotalPins(BowlerIndex)
            - BW-LastDatePins(BowlerIndex)
        compute EnteringGames = BW-TotalGames(BowlerIndex)
            - BW-LastDateGames(BowlerIndex)
    else
        move BW-TotalPins(BowlerIndex) to EnteringPins
        move BW-TotalGames(BowlerIndex) to EnteringGames
    end-if

    if BookClosedDate is not equal to spaces
        move BW-SeasonPins(BowlerIndex) to SeasonEnteringPins
        move BW-SeasonGames(BowlerIndex) to SeasonEnteringGames

        if BW-LastDate(BowlerIndex) is equal to NightDate
            and BW-LastDate(BowlerIndex) is greater than BookClosedDate
            subtract BW-LastDatePins(BowlerIndex) from SeasonEnteringPins
            subtract BW-LastDateGames(BowlerIndex)
                from SeasonEnteringGames
        end-if

        evaluate true
            when SeasonEnteringGames is greater than zero
                move SeasonEnteringPins to EnteringPins
                move SeasonEnteringGames to EnteringGames
            when BowlerHasBookAverage(BowlerIndex)
                set HandicapFromBookAverage to true
            when other
                continue
        end-evaluate
    end-if

    if HandicapFromBookAverage
        move BW-BookAverage(BowlerIndex) to EnteringAverage
    else
        if EnteringGames is greater than zero
            compute EnteringAverage = EnteringPins / EnteringGames
        end-if
    end-if

    if HandicapFromBookAverage or EnteringGames is greater than zero
        if EnteringAverage is less than EffectiveBaseScore
            compute BowlerHandicap =
                ((EffectiveBaseScore - EnteringAverage)
                    * EffectivePercent) / 100
        end-if
    end-if.

7000-WriteLaneAssignments.

    *> Both outputs are created only once every input has loaded
    *> clean, so a stopped run never leaves a half-built file for
    *> the lane system to pick up.
    open output LaneAssignmentFile
    open output LaneSheetFile

    if not LaneAssignmentFileStatusOk or not LaneSheetFileStatusOk
        display "LANEPREL - UNABLE TO OPEN LANEASGN OR LANESHT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move NightDate to AH-NightDate
    write LaneAssignmentLine from LaneAssignmentHeader

    if BowlerEntryCount is greater than zero
        perform with test after varying BowlerIndex from 1 by 1
            until BowlerIndex is equal to BowlerEntryCount

            perform 7010-WriteOneAssignment
        end-perform
    end-if

    move BowlersSent to AT-BowlerCount
    move LaneHashTotal to AT-LaneHash
    write LaneAssignmentLine from LaneAssignmentTrailer.

7010-WriteOneAssignment.

    move BW-LaneNumber(BowlerIndex) to AS-LaneNumber
    move BW-BowlerId(BowlerIndex) to AS-BowlerId
    move BW-BowlerName(BowlerIndex) to AS-BowlerName
    move BW-TeamCode(BowlerIndex) to AS-TeamCode
    move BW-LeagueCode(BowlerIndex) to AS-LeagueCode
    move BW-EnteringAverage(BowlerIndex) to AS-EnteringAverage
    move BW-Handicap(BowlerIndex) to AS-Handicap
    move BW-HoldFlag(BowlerIndex) to AS-HoldFlag
    move BW-PreBowledFlag(BowlerIndex) to AS-PreBowledFlag
    write LaneAssignmentLine from LaneAssignmentDetail

    add 1 to BowlersSent
    add BW-LaneNumber(BowlerIndex) to LaneHashTotal.

7100-WriteLaneSheet.

    *> One block per fixture: the pairing, then the home team's
    *> bowlers and the away team's, as sent.  A scheduled team with
    *> nobody to send gets a line saying so, for the desk to chase.
    write LaneSheetLine from SheetSeparatorLine

    move NightDate to HD-NightDate
    write LaneSheetLine from SheetHeaderLine

    write LaneSheetLine from SheetSeparatorLine

    if FixtureCount is equal to zero
        move "NO FIXTURES ON SCHEDULE FOR THIS NIGHT" to LaneSheetLine
        write LaneSheetLine
    else
        perform with test after varying FixtureIndex from 1 by 1
            until FixtureIndex is equal to FixtureCount

            perform 7110-WriteFixtureBlock
        end-perform
    end-if

    move spaces to LaneSheetLine
    write LaneSheetLine

    initialize SheetTotalsLine
    move FixtureCount to ST-Fixtures
    move BowlersSent to ST-BowlersSent
    move BowlersOnHold to ST-BowlersOnHold
    move BowlersPreBowled to ST-BowlersPreBowled
    move TeamsWithoutBowlers to ST-TeamsWithoutBowlers
    write LaneSheetLine from SheetTotalsLine.

7110-WriteFixtureBlock.

    move spaces to LaneSheetLine
    write LaneSheetLine

    initialize SheetFixtureLine
    move FX-LeagueCode(FixtureIndex) to SF-LeagueCode
    move FX-WeekNumber(FixtureIndex) to SF-WeekNumber
    move FX-HomeTeam(FixtureIndex) to SF-HomeTeam
    move FX-HomeLane(FixtureIndex) to SF-HomeLane
    move FX-AwayTeam(FixtureIndex) to SF-AwayTeam
    move FX-AwayLane(FixtureIndex) to SF-AwayLane
    write LaneSheetLine from SheetFixtureLine

    write LaneSheetLine from SheetColumnLine

    if BowlerEntryCount is greater than zero
        perform with test after varying BowlerIndex from 1 by 1
            until BowlerIndex is equal to BowlerEntryCount

            if BW-FixtureNumber(BowlerIndex) is equal to FixtureIndex
                perform 7120-WriteOneBowlerLine
            end-if
        end-perform
    end-if

    if FX-HomeTeam(FixtureIndex) is not equal to spaces
        and FX-HomeBowlers(FixtureIndex) is equal to zero
        initialize SheetNoBowlersLine
        move FX-HomeLane(FixtureIndex) to SN-LaneNumber
        move FX-HomeTeam(FixtureIndex) to SN-TeamCode
        write LaneSheetLine from SheetNoBowlersLine
    end-if

    if FX-AwayTeam(FixtureIndex) is not equal to spaces
        and FX-AwayBowlers(FixtureIndex) is equal to zero
        initialize SheetNoBowlersLine
        move FX-AwayLane(FixtureIndex) to SN-LaneNumber
        move FX-AwayTeam(FixtureIndex) to SN-TeamCode
        write LaneSheetLine from SheetNoBowlersLine
    end-if.

7120-WriteOneBowlerLine.

    initialize SheetBowlerLine
    move BW-LaneNumber(BowlerIndex) to SB-LaneNumber
    move BW-BowlerId(BowlerIndex) to SB-BowlerId
    move BW-BowlerName(BowlerIndex) to SB-BowlerName
    move BW-TeamCode(BowlerIndex) to SB-TeamCode
    move BW-LeagueCode(BowlerIndex) to SB-LeagueCode
    move BW-EnteringAverage(BowlerIndex) to SB-EnteringAverage
    move BW-Handicap(BowlerIndex) to SB-Handicap
    move BW-HoldFlag(BowlerIndex) to SB-HoldFlag
    move BW-PreBowledFlag(BowlerIndex) to SB-PreBowledFlag
    write LaneSheetLine from SheetBowlerLine.

9000-Terminate.

    close LaneAssignmentFile
    close LaneSheetFile.

end program LanePreload.
