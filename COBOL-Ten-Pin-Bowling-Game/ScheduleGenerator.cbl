*> Season schedule generator for the league office.  Every August
*> the fixture list used to be keyed a fixture at a time on
*> ScheduleMaintenance - two evenings per league for a 32-week
*> season, and one mistyped team code meant 2080-CheckCard-
*> AgainstSchedule paid match points against the wrong opponent
*> all season.  This run builds the whole season for one league
*> from a parameter card instead:
*>
*>   - the league's teams are every team code its active ROSTER
*>     members carry (UNAS, the open-play bucket, is never a
*>     team);
*>   - league nights fall weekly from the first night on the
*>     card, stepping over up to five skip dates (holidays, the
*>     house tournament) without using up a week number;
*>   - the round-robin weeks are a balanced circle-method round
*>     robin - every team meets every other once per cycle, a
*>     second cycle reverses home and away, and an odd team count
*>     gives one team a bye each week;
*>   - each week's fixtures are dealt lane pairs out of the lane
*>     block on the card, rotated so no team bowls on the same
*>     pair two weeks running wherever the block allows it;
*>   - the last N weeks on the card are position rounds (1st v
*>     2nd, 3rd v 4th, ...) paired off the current TEAMSEAS
*>     generation.  Only standings posted on or after the first
*>     night of this season count - before then the position
*>     weeks are paired in team-code order as placeholders and
*>     the proof listing says so, and the POSITN mode rerun
*>     before each position night re-pairs just those weeks off
*>     the latest standings, leaving the round-robin weeks alone.
*>     A position week already bowled - dated on or before the
*>     last night posted to TEAMSEAS - keeps the fixtures its
*>     match points were paid against; only the weeks still to
*>     come are re-paired.
*>
*> The run never touches SCHEDULE itself.  The current SCHEDULE is
*> read, every fixture belonging to another league (and, in POSITN
*> mode, this league's round-robin and already-bowled weeks) is
*> carried across
*> unchanged, and the result is cut to NEWSCHED alongside the
*> SCHDPRF proof listing - the week-by-week fixtures, the season
*> grid by team, and the home/away/bye and lane repeat counts the
*> league board signs off.  Only once the proof is signed does
*> BOWLSCHL copy NEWSCHED over SCHEDULE.  A fixture that lands on
*> a lane another league is using the same night is listed on the
*> proof and ends the step with return code 4.
*>
*> Parameter card (SYSIN):
*>   positions  1-6   SEASON (whole season) or POSITN (re-pair
*>                    the position-round weeks only)
*>   positions  8-11  league code
*>   positions 13-20  first league night (YYYYMMDD)
*>   positions 22-23  weeks in the season
*>   positions 25-26  position-round weeks at the end of the season
*>   positions 28-29  first lane of the league's lane block
*>   positions 31-32  last lane of the league's lane block
*>   positions 34-77  up to five skip dates (YYYYMMDD), at 34, 43,
*>                    52, 61 and 70

identification division.
program-id. ScheduleGenerator.

environment division.
input-output section.
    file-control.
        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select TeamMasterIn assign to "TEAMSIN"
            organization is line sequential
            file status is TeamMasterInStatus.

        select ScheduleFile assign to "SCHEDULE"
            organization is line sequential
            file status is ScheduleFileStatus.

        select NewScheduleFile assign to "NEWSCHED"
            organization is line sequential
            file status is NewScheduleFileStatus.

        select ProofListingFile assign to "SCHDPRF"
            organization is line sequential
            file status is ProofListingFileStatus.

data division.
file section.
fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  TeamMasterIn
    recording mode is f.
01 TeamMasterInLine pic x(120).

fd  ScheduleFile
    recording mode is f.
01 ScheduleLine pic x(80).

fd  NewScheduleFile
    recording mode is f.
01 NewScheduleLine pic x(80).

fd  ProofListingFile
    recording mode is f.
01 ProofListingLine pic x(132).

working-storage section.

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 TeamMasterInStatus pic xx.
    88 TeamMasterInStatusOk values "00" "04" "10".
    88 TeamMasterInNotFound value "35".

01 ScheduleFileStatus pic xx.
    88 ScheduleFileStatusOk values "00" "04" "10".
    88 ScheduleFileNotFound value "35".

01 NewScheduleFileStatus pic xx.
    88 NewScheduleFileStatusOk values "00" "04".

01 ProofListingFileStatus pic xx.
    88 ProofListingFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).

01 RunMode pic x(6).
    88 SeasonMode value "SEASON".
    88 PositionMode value "POSITN".

01 GenLeagueCode pic x(4).
01 SeasonStartDate pic x(8).
01 SeasonStartNumeric pic 9(8).
01 WeeksText pic x(2).
01 WeeksInSeason pic 99 value zero.
01 PositionWeeksText pic x(2).
01 PositionWeeks pic 99 value zero.
01 RobinWeeks pic 99 value zero.
01 FirstLaneText pic x(2).
01 FirstLane pic 99 value zero.
01 LastLaneText pic x(2).
01 LastLane pic 99 value zero.

*> Skip dates off the card.  A skip date that never matches a
*> league night is reported on the proof - usually a mistyped
*> date that leaves a holiday scheduled.
01 SkipDateTable.
    02 SkipDateEntry occurs 5 times.
        03 SD-Date pic x(8).
        03 SD-Used pic x.
            88 SkipDateUsed value "Y".

01 SkipDateCount pic 9 value zero.
01 SkipNumber pic 9.
01 SkipPosition pic 99.
01 SkipFound pic x value "N".
    88 NightIsSkipped value "Y".

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

01 StandingsAreCurrent pic x value "N".
    88 StandingsPostedThisSeason value "Y".

*> The last night posted to TEAMSEAS this season.  A POSITN run
*> never re-pairs a week on or before it - those fixtures have
*> been bowled and paid.
01 LastPostedNight pic x(8) value zeros.

*> The league's teams, in team-code order - the seeding the round
*> robin is built from.  Sized to the team table in TenPinBowling.
01 MaxTeamEntries pic 9(3) value 50.

01 TeamTable.
    02 TeamEntryCount pic 9(3) value zero.
    02 TeamEntry occurs 1 to 50 times
            depending on TeamEntryCount
            indexed by TeamIndex.
        03 TM-TeamCode pic x(4).
        03 TM-Rank pic 9(3).
        03 TM-LastPair pic 99.
        03 TM-HomeGames pic 99.
        03 TM-AwayGames pic 99.
        03 TM-Byes pic 99.
        03 TM-PairRepeats pic 99.

01 TeamFound pic x value "N".
    88 TeamFoundInTable value "Y".

01 TeamTableFull pic x value "N".
    88 TeamTableIsFull value "Y".

01 TeamSearchCode pic x(4).
01 TeamShiftIndex pic 9(3).
01 TeamInsertIndex pic 9(3).

*> Circle-method rotation: slot 1 stays put, slots 2 on turn one
*> place each week.  Slot value zero is the bye in an odd league.
01 SlotCount pic 9(3) value zero.

01 RotationTable.
    02 RotationSlot pic 9(3) occurs 51 times.

01 RotationHold pic 9(3).
01 RotateIndex pic 9(3).
01 FixtureSlot pic 9(3).
01 OpposingSlot pic 9(3).
01 RoundCycle pic 99.
01 RoundsPerCycle pic 99.

*> Position-round order: ranked teams by their TEAMSEAS rank, then
*> any unranked team in team-code order.
01 PositionTable.
    02 PositionSlot pic 9(3) occurs 51 times.

01 PositionCount pic 9(3) value zero.
01 PositionRank pic 9(3).
01 PositionFirstWeek pic 99.
01 PositionProvisional pic x value "N".
    88 PositionPairingProvisional value "Y".

*> League nights in week order.
01 MaxSeasonWeeks pic 99 value 60.

01 NightTable.
    02 NightCount pic 99 value zero.
    02 NightEntry occurs 1 to 60 times
            depending on NightCount
            indexed by NightIndex.
        03 NT-GameDate pic x(8).
        03 NT-WeekType pic x(8).

01 NightDateInteger pic 9(7).
01 NightDateNumeric pic 9(8).
01 NightDateText pic x(8).

*> One week's fixtures while its lane pairs are dealt.
01 WeekNumber pic 99.

01 WeekFixtureTable.
    02 WeekFixtureCount pic 99 value zero.
    02 WeekFixture occurs 25 times.
        03 WF-HomeTeam pic 9(3).
        03 WF-AwayTeam pic 9(3).
        03 WF-Pair pic 99.

01 FixtureIndex pic 99.
01 ByeTeam pic 9(3).
01 HomeTeamIndex pic 9(3).
01 AwayTeamIndex pic 9(3).

01 PairCount pic 99 value zero.
01 PairTakenTable.
    02 PairTaken pic x occurs 50 times.

01 PairCandidate pic 99.
01 PairStart pic 99.
01 PairProbe pic 99.
01 PairChosen pic 99.
01 SwapFixture pic 99.
01 SwapPair pic 99.

*> The season grid for the proof: each team's opponent and side,
*> week by week.
01 GridTable.
    02 GridTeam occurs 50 times.
        03 GridWeek occurs 60 times.
            04 GR-Opponent pic x(4).
            04 GR-Side pic x.

*> Fixtures carried across from the current SCHEDULE - other
*> leagues, and this league's round-robin weeks on a POSITN run.
*> Sized with the generated fixtures to the schedule table in
*> TenPinBowling, so the new file always loads whole.
01 MaxScheduleEntries pic 9(3) value 500.

01 KeptTable.
    02 KeptEntryCount pic 9(3) value zero.
    02 KeptEntry occurs 1 to 500 times
            depending on KeptEntryCount
            indexed by KeptIndex.
        03 KS-Line pic x(80).
        03 KS-GameDate pic x(8).
        03 KS-HomeLane pic 99.
        03 KS-AwayLane pic 99.
        03 KS-LeagueCode pic x(4).

01 GeneratedTable.
    02 GeneratedCount pic 9(3) value zero.
    02 GeneratedEntry occurs 1 to 500 times
            depending on GeneratedCount
            indexed by GeneratedIndex.
        03 GN-WeekNumber pic 9(3).
        03 GN-GameDate pic x(8).
        03 GN-HomeTeam pic x(4).
        03 GN-AwayTeam pic x(4).
        03 GN-HomeLane pic 99.
        03 GN-AwayLane pic 99.

01 ReplacedCount pic 9(3) value zero.
01 ScheduleWillOverflow pic x value "N".
    88 ScheduleTableWouldOverflow value "Y".

01 MaxLaneClashes pic 99 value 50.

01 LaneClashTable.
    02 LaneClashCount pic 99 value zero.
    02 LaneClashEntry occurs 1 to 50 times
            depending on LaneClashCount.
        03 LC-GameDate pic x(8).
        03 LC-TeamCode pic x(4).
        03 LC-Lane pic 99.
        03 LC-OtherLeague pic x(4).

01 LaneClashesDropped pic x value "N".
    88 LaneClashListIsFull value "Y".

01 TotalPairRepeats pic 9(3) value zero.
01 WriteIndex pic 9(3).
01 GridTeamIndex pic 9(3).
01 GridWeekIndex pic 99.
01 GridBlockStart pic 99.
01 GridBlockEnd pic 99.
01 GridColumn pic 9(3).

*> The schedule line as TenPinBowling expects to read it back.
01 ScheduleDetailLine.
    02 filler pic x(5) value "WEEK ".
    02 SCH-WeekNumber pic 9(3).
    02 filler pic x(6) value " DATE ".
    02 SCH-GameDate pic x(8).
    02 filler pic x(6) value " HOME ".
    02 SCH-HomeTeam pic x(4).
    02 filler pic x(6) value " AWAY ".
    02 SCH-AwayTeam pic x(4).
    02 filler pic x(7) value " LANES ".
    02 SCH-HomeLane pic 99.
    02 filler pic x(1) value space.
    02 SCH-AwayLane pic 99.
    02 filler pic x(8) value " LEAGUE ".
    02 SCH-LeagueCode pic x(4).
    02 filler pic x(14) value spaces.

*> Proof listing lines.
01 ProofHeaderLine.
    02 filler pic x(32) value "SEASON SCHEDULE PROOF - LEAGUE ".
    02 PH-LeagueCode pic x(4).
    02 filler pic x(7) value " MODE ".
    02 PH-RunMode pic x(6).
    02 filler pic x(13) value " FIRST NIGHT ".
    02 PH-StartDate pic x(8).
    02 filler pic x(7) value " WEEKS ".
    02 PH-Weeks pic z9.
    02 filler pic x(16) value " POSITION WEEKS ".
    02 PH-PositionWeeks pic z9.
    02 filler pic x(7) value " LANES ".
    02 PH-FirstLane pic 99.
    02 filler pic x(1) value "-".
    02 PH-LastLane pic 99.
    02 filler pic x(23) value spaces.

01 ProofTeamLine.
    02 filler pic x(10) value "SEED TEAM ".
    02 PT-Seed pic z9.
    02 filler pic x(1) value space.
    02 PT-TeamCode pic x(4).
    02 filler pic x(6) value " RANK ".
    02 PT-Rank pic zz9.
    02 filler pic x(106) value spaces.

01 ProofSkipLine.
    02 filler pic x(10) value "SKIP DATE ".
    02 PK-SkipDate pic x(8).
    02 filler pic x(1) value space.
    02 PK-Status pic x(40).
    02 filler pic x(73) value spaces.

01 ProofWeekLine.
    02 filler pic x(5) value "WEEK ".
    02 PW-WeekNumber pic z9.
    02 filler pic x(6) value " DATE ".
    02 PW-GameDate pic x(8).
    02 filler pic x(1) value space.
    02 PW-WeekType pic x(8).
    02 filler pic x(102) value spaces.

01 ProofFixtureLine.
    02 filler pic x(6) value spaces.
    02 PF-HomeTeam pic x(4).
    02 filler pic x(3) value " V ".
    02 PF-AwayTeam pic x(4).
    02 filler pic x(7) value " LANES ".
    02 PF-HomeLane pic 99.
    02 filler pic x(1) value "-".
    02 PF-AwayLane pic 99.
    02 filler pic x(103) value spaces.

01 ProofByeLine.
    02 filler pic x(6) value spaces.
    02 PB-TeamCode pic x(4).
    02 filler pic x(4) value " BYE".
    02 filler pic x(118) value spaces.

01 ProofGridHeaderLine.
    02 filler pic x(12) value "TEAM  WEEKS ".
    02 PG-FirstWeek pic z9.
    02 filler pic x(1) value "-".
    02 PG-LastWeek pic z9.
    02 filler pic x(115) value spaces.

01 ProofGridLine.
    02 filler pic x(5) value "TEAM ".
    02 PR-TeamCode pic x(4).
    02 filler pic x(3) value spaces.
    02 PR-Cells pic x(120).

01 ProofGridCell.
    02 PC-Opponent pic x(4).
    02 PC-Side pic x.
    02 filler pic x(1) value space.

01 ProofSummaryLine.
    02 filler pic x(5) value "TEAM ".
    02 PS-TeamCode pic x(4).
    02 filler pic x(6) value " HOME ".
    02 PS-HomeGames pic z9.
    02 filler pic x(6) value " AWAY ".
    02 PS-AwayGames pic z9.
    02 filler pic x(6) value " BYES ".
    02 PS-Byes pic z9.
    02 filler pic x(20) value " SAME PAIR REPEATED ".
    02 PS-PairRepeats pic z9.
    02 filler pic x(77) value spaces.

01 ProofClashLine.
    02 filler pic x(18) value "LANE CLASH - DATE ".
    02 PL-GameDate pic x(8).
    02 filler pic x(6) value " TEAM ".
    02 PL-TeamCode pic x(4).
    02 filler pic x(6) value " LANE ".
    02 PL-Lane pic 99.
    02 filler pic x(19) value " ALSO IN USE BY LG ".
    02 PL-OtherLeague pic x(4).
    02 filler pic x(65) value spaces.

01 ProofTrailerLine.
    02 filler pic x(19) value "FIXTURES GENERATED ".
    02 PZ-Generated pic zz9.
    02 filler pic x(17) value " CARRIED FORWARD ".
    02 PZ-Kept pic zz9.
    02 filler pic x(10) value " REPLACED ".
    02 PZ-Replaced pic zz9.
    02 filler pic x(77) value spaces.

01 ProofSignOffLine pic x(132) value
    "APPROVED FOR THE LEAGUE BOARD ______________________   DATE ________".

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 2000-LoadLeagueTeams

    perform 2500-LoadTeamRanks

    perform 4000-BuildLeagueNights

    perform 3000-LoadCurrentSchedule

    perform 5000-GenerateRoundRobin

    perform 5500-GeneratePositionRounds

    perform 6000-CheckLaneClashes

    perform 7000-WriteNewSchedule

    perform 8000-WriteProofListing

    perform 9000-Terminate

    display "SCHDGEN - LEAGUE " GenLeagueCode
        " TEAMS " TeamEntryCount
        " FIXTURES " GeneratedCount
        " CARRIED " KeptEntryCount

    if LaneClashCount is greater than zero
        display "SCHDGEN - LANE CLASHES WITH ANOTHER LEAGUE - SEE PROOF"
        move 4 to return-code
    end-if

    if TotalPairRepeats is greater than zero
        display "SCHDGEN - LANE BLOCK TOO SMALL TO AVOID REPEATS - SEE PROOF"
        move 4 to return-code
    end-if

    if PositionPairingProvisional and PositionWeeks is greater than zero
        display "SCHDGEN - POSITION ROUNDS PROVISIONAL - RERUN IN POSITN MODE"
        move 4 to return-code
    end-if

    stop run.

1000-Initialize.

    move spaces to ParameterCard
    accept ParameterCard
    move ParameterCard(1:6) to RunMode
    move ParameterCard(8:4) to GenLeagueCode
    move ParameterCard(13:8) to SeasonStartDate
    move ParameterCard(22:2) to WeeksText
    move ParameterCard(25:2) to PositionWeeksText
    move ParameterCard(28:2) to FirstLaneText
    move ParameterCard(31:2) to LastLaneText

    if not SeasonMode and not PositionMode
        display "SCHDGEN - SYSIN MODE MUST BE SEASON OR POSITN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if GenLeagueCode is equal to spaces
        display "SCHDGEN - NO LEAGUE CODE ON SYSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if SeasonStartDate is not numeric
        or WeeksText is not numeric
        or PositionWeeksText is not numeric
        or FirstLaneText is not numeric
        or LastLaneText is not numeric
        display "SCHDGEN - BAD DATE, WEEKS OR LANES ON SYSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move SeasonStartDate to SeasonStartNumeric
    move WeeksText to WeeksInSeason
    move PositionWeeksText to PositionWeeks
    move FirstLaneText to FirstLane
    move LastLaneText to LastLane

    if WeeksInSeason is equal to zero
        or WeeksInSeason is greater than MaxSeasonWeeks
        or PositionWeeks is greater than WeeksInSeason
        display "SCHDGEN - WEEKS OUT OF RANGE ON SYSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if FirstLane is equal to zero
        or LastLane is not greater than FirstLane
        display "SCHDGEN - BAD LANE BLOCK ON SYSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    compute RobinWeeks = WeeksInSeason - PositionWeeks
    compute PairCount = (LastLane - FirstLane + 1) / 2

    *> Skip dates sit every nine columns from 34.
    perform varying SkipNumber from 1 by 1 until SkipNumber is greater than 5
        compute SkipPosition = 34 + ((SkipNumber - 1) * 9)
        move ParameterCard(SkipPosition:8) to SD-Date(SkipNumber)
        move "N" to SD-Used(SkipNumber)

        if SD-Date(SkipNumber) is not equal to spaces
            add 1 to SkipDateCount
        end-if
    end-perform

    open output NewScheduleFile

    if not NewScheduleFileStatusOk
        display "SCHDGEN - UNABLE TO OPEN NEWSCHED - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    open output ProofListingFile

    if not ProofListingFileStatusOk
        display "SCHDGEN - UNABLE TO OPEN SCHDPRF - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

2000-LoadLeagueTeams.

    *> A team is in the league when an active roster member carries
    *> its code and the league's code.  Substitutes and inactive
    *> bowlers do not make a team.
    open input RosterFile

    if RosterFileNotFound
        display "SCHDGEN - ROSTER DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read RosterFile into RosterDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if RosterDetailLine(1:3) is equal to "ID "
                    and RP-Status is equal to "A"
                    and RP-LeagueCode is equal to GenLeagueCode
                    and RP-TeamCode is not equal to spaces
                    and RP-TeamCode is not equal to "UNAS"
                    move RP-TeamCode to TeamSearchCode
                    perform 2100-AddLeagueTeam
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close RosterFile

    if TeamTableIsFull
        display "SCHDGEN - MORE THAN 50 TEAMS IN LEAGUE - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if TeamEntryCount is less than 2
        display "SCHDGEN - FEWER THAN TWO TEAMS ON ROSTER FOR LEAGUE "
            GenLeagueCode " - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    *> Every fixture of a week needs its own lane pair.
    if PairCount is less than TeamEntryCount / 2
        display "SCHDGEN - LANE BLOCK HAS " PairCount " PAIRS FOR "
            TeamEntryCount " TEAMS - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

2100-AddLeagueTeam.

    *> Kept in team-code order by shift-insert, so the seeding (and
    *> the schedule) come out the same for the same roster.
    move "N" to TeamFound
    move 1 to TeamInsertIndex

    if TeamEntryCount is greater than zero
        perform with test after varying TeamIndex from 1 by 1
            until TeamIndex is equal to TeamEntryCount
            or TeamFoundInTable

            if TM-TeamCode(TeamIndex) is equal to TeamSearchCode
                set TeamFoundInTable to true
            else
                if TM-TeamCode(TeamIndex) is less than TeamSearchCode
                    set TeamInsertIndex to TeamIndex
                    add 1 to TeamInsertIndex
                end-if
            end-if
        end-perform
    end-if

    if not TeamFoundInTable
        if TeamEntryCount is greater than or equal to MaxTeamEntries
            set TeamTableIsFull to true
        else
            add 1 to TeamEntryCount

            if TeamInsertIndex is less than TeamEntryCount
                perform varying TeamShiftIndex from TeamEntryCount by -1
                    until TeamShiftIndex is equal to TeamInsertIndex
                    move TeamEntry(TeamShiftIndex - 1)
                        to TeamEntry(TeamShiftIndex)
                end-perform
            end-if

            set TeamIndex to TeamInsertIndex
            move TeamSearchCode to TM-TeamCode(TeamIndex)
            move zero to TM-Rank(TeamIndex)
            move zero to TM-LastPair(TeamIndex)
            move zero to TM-HomeGames(TeamIndex)
            move zero to TM-AwayGames(TeamIndex)
            move zero to TM-Byes(TeamIndex)
            move zero to TM-PairRepeats(TeamIndex)
        end-if
    end-if.

2500-LoadTeamRanks.

    *> Ranks count only when the master has posted a night of this
    *> season - before the first night, TEAMSEAS(0) is last
    *> season's final table, and pairing the position rounds off it
    *> would be wrong.  No usable ranks leaves the position weeks
    *> in seed order, flagged provisional.
    open input TeamMasterIn

    if TeamMasterInNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read TeamMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    evaluate true
                        when TeamMasterInLine(1:16) is equal to
                                "TEAMSEASON WEEK "
                            move TeamMasterInLine to TeamSeasonHeaderRecord
                            if TN-WeekNumber is greater than zero
                                and TN-LastDate is not less than
                                    SeasonStartDate
                                set StandingsPostedThisSeason to true
                                move TN-LastDate to LastPostedNight
                            end-if
                        when TeamMasterInLine(1:5) is equal to "TEAM "
                            and StandingsPostedThisSeason
                            move TeamMasterInLine to TeamSeasonDetailRecord
                            if TN-LeagueCode is equal to GenLeagueCode
                                perform 2600-PostTeamRank
                            end-if
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close TeamMasterIn
    end-if.

2600-PostTeamRank.

    move "N" to TeamFound

    perform with test after varying TeamIndex from 1 by 1
        until TeamIndex is equal to TeamEntryCount
        or TeamFoundInTable

        if TM-TeamCode(TeamIndex) is equal to TN-TeamCode
            set TeamFoundInTable to true
            move TN-LastRank to TM-Rank(TeamIndex)
        end-if
    end-perform.

3000-LoadCurrentSchedule.

    *> Everything not being regenerated is carried across as it
    *> stands.  No SCHEDULE on file is simply a first season.
    open input ScheduleFile

    if ScheduleFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read ScheduleFile into ScheduleDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if ScheduleDetailLine(1:5) is equal to "WEEK "
                        perform 3100-SortOneFixture
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ScheduleFile
    end-if.

3100-SortOneFixture.

    if SCH-LeagueCode is not equal to GenLeagueCode
        or (PositionMode and SCH-WeekNumber is less than PositionFirstWeek)
        or (PositionMode and SCH-GameDate is not greater than LastPostedNight)

        if KeptEntryCount is greater than or equal to MaxScheduleEntries
            set ScheduleTableWouldOverflow to true
        else
            add 1 to KeptEntryCount
            set KeptIndex to KeptEntryCount
            move ScheduleLine to KS-Line(KeptIndex)
            move SCH-GameDate to KS-GameDate(KeptIndex)
            move SCH-HomeLane to KS-HomeLane(KeptIndex)
            move SCH-AwayLane to KS-AwayLane(KeptIndex)
            move SCH-LeagueCode to KS-LeagueCode(KeptIndex)
        end-if
    else
        add 1 to ReplacedCount
    end-if

    *> The last week carried across is what the first re-paired
    *> week's lane pairs must not repeat.
    if PositionMode
        and SCH-LeagueCode is equal to GenLeagueCode
        and SCH-WeekNumber is equal to PositionFirstWeek - 1
        and SCH-HomeLane is not less than FirstLane
        and SCH-HomeLane is less than LastLane
        compute PairChosen = ((SCH-HomeLane - FirstLane) / 2) + 1

        move SCH-HomeTeam to TeamSearchCode
        perform 3200-SetTeamLastPair
        move SCH-AwayTeam to TeamSearchCode
        perform 3200-SetTeamLastPair
    end-if.

3200-SetTeamLastPair.

    move "N" to TeamFound

    perform with test after varying TeamIndex from 1 by 1
        until TeamIndex is equal to TeamEntryCount
        or TeamFoundInTable

        if TM-TeamCode(TeamIndex) is equal to TeamSearchCode
            set TeamFoundInTable to true
            move PairChosen to TM-LastPair(TeamIndex)
        end-if
    end-perform.

4000-BuildLeagueNights.

    *> One night a week from the first night, stepping over the
    *> skip dates without using up a week number.
    compute NightDateInteger = function integer-of-date(SeasonStartNumeric)

    perform until NightCount is equal to WeeksInSeason
        compute NightDateNumeric = function date-of-integer(NightDateInteger)
        move NightDateNumeric to NightDateText

        move "N" to SkipFound
        perform varying SkipNumber from 1 by 1
            until SkipNumber is greater than 5
            if SD-Date(SkipNumber) is equal to NightDateText
                set NightIsSkipped to true
                set SkipDateUsed(SkipNumber) to true
            end-if
        end-perform

        if not NightIsSkipped
            add 1 to NightCount
            set NightIndex to NightCount
            move NightDateText to NT-GameDate(NightIndex)

            if NightCount is greater than RobinWeeks
                move "POSITION" to NT-WeekType(NightIndex)
            else
                move "ROBIN" to NT-WeekType(NightIndex)
            end-if
        end-if

        add 7 to NightDateInteger
    end-perform

    *> The first week to pair as a position round.  A POSITN run
    *> starts after the last night already posted, so the position
    *> weeks bowled so far stay as they were.
    compute PositionFirstWeek = RobinWeeks + 1

    if PositionMode and PositionFirstWeek is not greater than NightCount
        perform varying NightIndex from PositionFirstWeek by 1
            until NightIndex is greater than NightCount
            if NT-GameDate(NightIndex) is not greater than LastPostedNight
                set PositionFirstWeek to NightIndex
                add 1 to PositionFirstWeek
            end-if
        end-perform
    end-if.

5000-GenerateRoundRobin.

    *> Seed the circle: teams in code order, plus a bye slot when
    *> the league is odd.  Each week pairs slot i with slot
    *> (count + 1 - i), then slots 2 on turn one place, so every
    *> team meets every other once in (slots - 1) weeks.
    move TeamEntryCount to SlotCount

    perform varying RotateIndex from 1 by 1 until RotateIndex is greater than TeamEntryCount
        move RotateIndex to RotationSlot(RotateIndex)
    end-perform

    if function mod(TeamEntryCount, 2) is equal to 1
        add 1 to SlotCount
        move zero to RotationSlot(SlotCount)
    end-if

    compute RoundsPerCycle = SlotCount - 1

    *> A POSITN run leaves the round-robin weeks as they stand on
    *> SCHEDULE.
    if SeasonMode and RobinWeeks is greater than zero
        perform varying WeekNumber from 1 by 1
            until WeekNumber is greater than RobinWeeks
            perform 5100-PairOneRobinWeek
            perform 5800-DealLanePairs
            perform 5200-RotateSlots
        end-perform
    end-if.

5100-PairOneRobinWeek.

    *> Home is decided per pairing, not per slot: the lower seed is
    *> home when the two seeds add to an odd number, the higher
    *> seed when even - which gives every team as near half its
    *> games at home as the count allows.  The second time round
    *> the circle every pairing swaps ends.
    move zero to WeekFixtureCount
    move zero to ByeTeam
    compute RoundCycle = (WeekNumber - 1) / RoundsPerCycle

    perform varying FixtureSlot from 1 by 1
        until FixtureSlot is greater than SlotCount / 2

        compute OpposingSlot = SlotCount + 1 - FixtureSlot

        evaluate true
            when RotationSlot(FixtureSlot) is equal to zero
                move RotationSlot(OpposingSlot) to ByeTeam
            when RotationSlot(OpposingSlot) is equal to zero
                move RotationSlot(FixtureSlot) to ByeTeam
            when other
                add 1 to WeekFixtureCount

                if RotationSlot(FixtureSlot) is less than
                        RotationSlot(OpposingSlot)
                    move RotationSlot(FixtureSlot) to HomeTeamIndex
                    move RotationSlot(OpposingSlot) to AwayTeamIndex
                else
                    move RotationSlot(OpposingSlot) to HomeTeamIndex
                    move RotationSlot(FixtureSlot) to AwayTeamIndex
                end-if

                if function mod(HomeTeamIndex + AwayTeamIndex
                        + RoundCycle, 2) is equal to 0
                    move HomeTeamIndex to RotationHold
                    move AwayTeamIndex to HomeTeamIndex
                    move RotationHold to AwayTeamIndex
                end-if

                move HomeTeamIndex to WF-HomeTeam(WeekFixtureCount)
                move AwayTeamIndex to WF-AwayTeam(WeekFixtureCount)
        end-evaluate
    end-perform.

5200-RotateSlots.

    move RotationSlot(SlotCount) to RotationHold

    perform varying RotateIndex from SlotCount by -1
        until RotateIndex is less than 3
        move RotationSlot(RotateIndex - 1) to RotationSlot(RotateIndex)
    end-perform

    move RotationHold to RotationSlot(2).

5500-GeneratePositionRounds.

    if PositionWeeks is greater than zero
        perform 5600-OrderTeamsByRank

        perform varying WeekNumber from PositionFirstWeek by 1
            until WeekNumber is greater than WeeksInSeason
            perform 5700-PairOnePositionWeek
            perform 5800-DealLanePairs
        end-perform
    end-if.

5600-OrderTeamsByRank.

    *> Ranked teams first, by rank; an unranked team (none posted
    *> yet, or a team new since the last posting) follows in seed
    *> order.
    move zero to PositionCount

    perform varying PositionRank from 1 by 1
        until PositionRank is greater than MaxTeamEntries

        perform varying TeamIndex from 1 by 1
            until TeamIndex is greater than TeamEntryCount
            if TM-Rank(TeamIndex) is equal to PositionRank
                add 1 to PositionCount
                set PositionSlot(PositionCount) to TeamIndex
            end-if
        end-perform
    end-perform

    if PositionCount is equal to zero
        set PositionPairingProvisional to true
    end-if

    perform varying TeamIndex from 1 by 1
        until TeamIndex is greater than TeamEntryCount
        if TM-Rank(TeamIndex) is equal to zero
            or TM-Rank(TeamIndex) is greater than MaxTeamEntries
            add 1 to PositionCount
            set PositionSlot(PositionCount) to TeamIndex
        end-if
    end-perform.

5700-PairOnePositionWeek.

    *> 1st v 2nd, 3rd v 4th, ...; the higher-placed team is home.
    *> An odd league leaves the last-placed team the bye.
    move zero to WeekFixtureCount
    move zero to ByeTeam

    perform varying FixtureSlot from 1 by 2
        until FixtureSlot is greater than PositionCount

        if FixtureSlot is equal to PositionCount
            move PositionSlot(FixtureSlot) to ByeTeam
        else
            add 1 to WeekFixtureCount
            move PositionSlot(FixtureSlot)
                to WF-HomeTeam(WeekFixtureCount)
            move PositionSlot(FixtureSlot + 1)
                to WF-AwayTeam(WeekFixtureCount)
        end-if
    end-perform.

5800-DealLanePairs.

    *> Each fixture takes the first free pair, counting round from
    *> a start that moves on every week, that neither team bowled
    *> on last week.  When none is left, an earlier fixture of the
    *> week is moved to another free pair to make room; only when
    *> that fails too does a repeat go out, counted on the proof.
    *> The pairs are all dealt before any team's last pair moves.
    perform varying PairProbe from 1 by 1
        until PairProbe is greater than PairCount
        move "N" to PairTaken(PairProbe)
    end-perform

    perform varying FixtureIndex from 1 by 1
        until FixtureIndex is greater than WeekFixtureCount
        perform 5810-DealOneFixture
    end-perform

    perform varying FixtureIndex from 1 by 1
        until FixtureIndex is greater than WeekFixtureCount
        perform 5850-PostOneFixture
    end-perform

    if ByeTeam is greater than zero
        move zero to TM-LastPair(ByeTeam)
        add 1 to TM-Byes(ByeTeam)
        move "BYE" to GR-Opponent(ByeTeam, WeekNumber)
        move space to GR-Side(ByeTeam, WeekNumber)
    end-if.

5810-DealOneFixture.

    move WF-HomeTeam(FixtureIndex) to HomeTeamIndex
    move WF-AwayTeam(FixtureIndex) to AwayTeamIndex

    compute PairStart =
        function mod(WeekNumber + FixtureIndex - 2, PairCount) + 1

    perform 5820-FindFreshPair

    if PairChosen is equal to zero
        perform 5830-SwapForFreshPair
    end-if

    if PairChosen is equal to zero
        perform varying PairProbe from 0 by 1
            until PairProbe is equal to PairCount or PairChosen is greater than 0
            compute PairCandidate =
                function mod(PairStart + PairProbe - 1, PairCount) + 1
            if PairTaken(PairCandidate) is equal to "N"
                move PairCandidate to PairChosen
            end-if
        end-perform
    end-if

    move "Y" to PairTaken(PairChosen)
    move PairChosen to WF-Pair(FixtureIndex).

5820-FindFreshPair.

    *> First free pair neither HomeTeamIndex nor AwayTeamIndex had
    *> last week, or zero.
    move zero to PairChosen

    perform varying PairProbe from 0 by 1
        until PairProbe is equal to PairCount or PairChosen is greater than 0
        compute PairCandidate =
            function mod(PairStart + PairProbe - 1, PairCount) + 1
        if PairTaken(PairCandidate) is equal to "N"
            and TM-LastPair(HomeTeamIndex) is not equal to PairCandidate
            and TM-LastPair(AwayTeamIndex) is not equal to PairCandidate
            move PairCandidate to PairChosen
        end-if
    end-perform.

5830-SwapForFreshPair.

    *> Look for an earlier fixture whose pair would suit this one,
    *> and a free pair that suits the earlier fixture instead.
    perform varying SwapFixture from 1 by 1
        until SwapFixture is not less than FixtureIndex
        or PairChosen is greater than 0

        move WF-Pair(SwapFixture) to SwapPair

        if TM-LastPair(WF-HomeTeam(FixtureIndex)) is not equal to SwapPair
            and TM-LastPair(WF-AwayTeam(FixtureIndex)) is not equal to SwapPair

            move WF-HomeTeam(SwapFixture) to HomeTeamIndex
            move WF-AwayTeam(SwapFixture) to AwayTeamIndex
            perform 5820-FindFreshPair

            if PairChosen is greater than zero
                move "Y" to PairTaken(PairChosen)
                move PairChosen to WF-Pair(SwapFixture)
                move SwapPair to PairChosen
            end-if

            move WF-HomeTeam(FixtureIndex) to HomeTeamIndex
            move WF-AwayTeam(FixtureIndex) to AwayTeamIndex
        end-if
    end-perform.

5850-PostOneFixture.

    move WF-HomeTeam(FixtureIndex) to HomeTeamIndex
    move WF-AwayTeam(FixtureIndex) to AwayTeamIndex
    move WF-Pair(FixtureIndex) to PairChosen

    if TM-LastPair(HomeTeamIndex) is equal to PairChosen
        add 1 to TM-PairRepeats(HomeTeamIndex)
        add 1 to TotalPairRepeats
    end-if

    if TM-LastPair(AwayTeamIndex) is equal to PairChosen
        add 1 to TM-PairRepeats(AwayTeamIndex)
        add 1 to TotalPairRepeats
    end-if

    move PairChosen to TM-LastPair(HomeTeamIndex)
    move PairChosen to TM-LastPair(AwayTeamIndex)
    add 1 to TM-HomeGames(HomeTeamIndex)
    add 1 to TM-AwayGames(AwayTeamIndex)

    perform 5900-RecordFixture.

5900-RecordFixture.

    if KeptEntryCount + GeneratedCount is greater than or equal to
            MaxScheduleEntries
        set ScheduleTableWouldOverflow to true
    else
        add 1 to GeneratedCount
        set GeneratedIndex to GeneratedCount
        set NightIndex to WeekNumber
        move WeekNumber to GN-WeekNumber(GeneratedIndex)
        move NT-GameDate(NightIndex) to GN-GameDate(GeneratedIndex)
        move TM-TeamCode(HomeTeamIndex) to GN-HomeTeam(GeneratedIndex)
        move TM-TeamCode(AwayTeamIndex) to GN-AwayTeam(GeneratedIndex)
        compute GN-HomeLane(GeneratedIndex) =
            FirstLane + ((PairChosen - 1) * 2)
        compute GN-AwayLane(GeneratedIndex) =
            GN-HomeLane(GeneratedIndex) + 1
    end-if

    move TM-TeamCode(AwayTeamIndex)
        to GR-Opponent(HomeTeamIndex, WeekNumber)
    move "H" to GR-Side(HomeTeamIndex, WeekNumber)
    move TM-TeamCode(HomeTeamIndex)
        to GR-Opponent(AwayTeamIndex, WeekNumber)
    move "A" to GR-Side(AwayTeamIndex, WeekNumber).

6000-CheckLaneClashes.

    *> Another league bowling the same night on a lane out of this
    *> league's block is a keying error on one card or the other.
    if GeneratedCount is greater than zero and KeptEntryCount is greater than zero
        perform varying GeneratedIndex from 1 by 1
            until GeneratedIndex is greater than GeneratedCount

            perform varying KeptIndex from 1 by 1
                until KeptIndex is greater than KeptEntryCount

                if KS-LeagueCode(KeptIndex) is not equal to GenLeagueCode
                    and KS-GameDate(KeptIndex) is equal to
                        GN-GameDate(GeneratedIndex)
                    if KS-HomeLane(KeptIndex) is equal to
                            GN-HomeLane(GeneratedIndex)
                        or KS-HomeLane(KeptIndex) is equal to
                            GN-AwayLane(GeneratedIndex)
                        or KS-AwayLane(KeptIndex) is equal to
                            GN-HomeLane(GeneratedIndex)
                        or KS-AwayLane(KeptIndex) is equal to
                            GN-AwayLane(GeneratedIndex)
                        perform 6100-RecordLaneClash
                    end-if
                end-if
            end-perform
        end-perform
    end-if.

6100-RecordLaneClash.

    if LaneClashCount is greater than or equal to MaxLaneClashes
        set LaneClashListIsFull to true
    else
        add 1 to LaneClashCount
        move GN-GameDate(GeneratedIndex) to LC-GameDate(LaneClashCount)
        move GN-HomeTeam(GeneratedIndex) to LC-TeamCode(LaneClashCount)
        move GN-HomeLane(GeneratedIndex) to LC-Lane(LaneClashCount)
        move KS-LeagueCode(KeptIndex) to LC-OtherLeague(LaneClashCount)
    end-if.

7000-WriteNewSchedule.

    if ScheduleTableWouldOverflow
        display "SCHDGEN - SCHEDULE WOULD EXCEED " MaxScheduleEntries
            " FIXTURES - NEWSCHED NOT USABLE - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if KeptEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to KeptEntryCount
            write NewScheduleLine from KS-Line(WriteIndex)
        end-perform
    end-if

    if GeneratedCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to GeneratedCount

            initialize ScheduleDetailLine
            move GN-WeekNumber(WriteIndex) to SCH-WeekNumber
            move GN-GameDate(WriteIndex) to SCH-GameDate
            move GN-HomeTeam(WriteIndex) to SCH-HomeTeam
            move GN-AwayTeam(WriteIndex) to SCH-AwayTeam
            move GN-HomeLane(WriteIndex) to SCH-HomeLane
            move GN-AwayLane(WriteIndex) to SCH-AwayLane
            move GenLeagueCode to SCH-LeagueCode

            write NewScheduleLine from ScheduleDetailLine
        end-perform
    end-if.

8000-WriteProofListing.

    initialize ProofHeaderLine
    move GenLeagueCode to PH-LeagueCode
    move RunMode to PH-RunMode
    move SeasonStartDate to PH-StartDate
    move WeeksInSeason to PH-Weeks
    move PositionWeeks to PH-PositionWeeks
    move FirstLane to PH-FirstLane
    move LastLane to PH-LastLane
    write ProofListingLine from ProofHeaderLine

    move spaces to ProofListingLine
    write ProofListingLine

    perform varying WriteIndex from 1 by 1
        until WriteIndex is greater than TeamEntryCount
        initialize ProofTeamLine
        move WriteIndex to PT-Seed
        move TM-TeamCode(WriteIndex) to PT-TeamCode
        move TM-Rank(WriteIndex) to PT-Rank
        write ProofListingLine from ProofTeamLine
    end-perform

    perform varying SkipNumber from 1 by 1 until SkipNumber is greater than 5
        if SD-Date(SkipNumber) is not equal to spaces
            initialize ProofSkipLine
            move SD-Date(SkipNumber) to PK-SkipDate
            if SkipDateUsed(SkipNumber)
                move "NO LEAGUE - WEEK MOVED ON" to PK-Status
            else
                move "NOT A LEAGUE NIGHT - CHECK THE CARD" to PK-Status
            end-if
            write ProofListingLine from ProofSkipLine
        end-if
    end-perform

    if PositionWeeks is greater than zero
        and PositionPairingProvisional
        move "POSITION ROUNDS PAIRED IN SEED ORDER - NO STANDINGS POSTED THIS SEASON YET"
            to ProofListingLine
        write ProofListingLine
        move "RERUN IN POSITN MODE BEFORE THE FIRST POSITION NIGHT"
            to ProofListingLine
        write ProofListingLine
    end-if

    perform 8100-WriteWeekByWeek

    perform 8200-WriteSeasonGrid

    perform 8300-WriteTeamSummary

    if LaneClashCount is greater than zero
        move spaces to ProofListingLine
        write ProofListingLine

        perform varying WriteIndex from 1 by 1
            until WriteIndex is greater than LaneClashCount
            initialize ProofClashLine
            move LC-GameDate(WriteIndex) to PL-GameDate
            move LC-TeamCode(WriteIndex) to PL-TeamCode
            move LC-Lane(WriteIndex) to PL-Lane
            move LC-OtherLeague(WriteIndex) to PL-OtherLeague
            write ProofListingLine from ProofClashLine
        end-perform

        if LaneClashListIsFull
            move "LANE CLASH LIST FULL - FURTHER CLASHES NOT LISTED"
                to ProofListingLine
            write ProofListingLine
        end-if
    end-if

    move spaces to ProofListingLine
    write ProofListingLine

    initialize ProofTrailerLine
    move GeneratedCount to PZ-Generated
    move KeptEntryCount to PZ-Kept
    move ReplacedCount to PZ-Replaced
    write ProofListingLine from ProofTrailerLine

    move spaces to ProofListingLine
    write ProofListingLine
    write ProofListingLine from ProofSignOffLine.

8100-WriteWeekByWeek.

    *> A POSITN run lists only the weeks it re-paired - the round-
    *> robin and bowled weeks it carried across were proofed when
    *> they were generated.
    perform varying GridWeekIndex from 1 by 1
        until GridWeekIndex is greater than NightCount

        if SeasonMode or GridWeekIndex is not less than PositionFirstWeek
            move spaces to ProofListingLine
            write ProofListingLine

            initialize ProofWeekLine
            move GridWeekIndex to PW-WeekNumber
            move NT-GameDate(GridWeekIndex) to PW-GameDate
            move NT-WeekType(GridWeekIndex) to PW-WeekType
            write ProofListingLine from ProofWeekLine

            perform varying GeneratedIndex from 1 by 1
                until GeneratedIndex is greater than GeneratedCount
                if GN-WeekNumber(GeneratedIndex) is equal to GridWeekIndex
                    initialize ProofFixtureLine
                    move GN-HomeTeam(GeneratedIndex) to PF-HomeTeam
                    move GN-AwayTeam(GeneratedIndex) to PF-AwayTeam
                    move GN-HomeLane(GeneratedIndex) to PF-HomeLane
                    move GN-AwayLane(GeneratedIndex) to PF-AwayLane
                    write ProofListingLine from ProofFixtureLine
                end-if
            end-perform

            perform varying TeamIndex from 1 by 1
                until TeamIndex is greater than TeamEntryCount
                if GR-Opponent(TeamIndex, GridWeekIndex) is equal to "BYE"
                    initialize ProofByeLine
                    move TM-TeamCode(TeamIndex) to PB-TeamCode
                    write ProofListingLine from ProofByeLine
                end-if
            end-perform
        end-if
    end-perform.

8200-WriteSeasonGrid.

    *> Each team's season on one line per twenty weeks: opponent
    *> then H or A, BYE for the week off.
    move 1 to GridBlockStart

    perform until GridBlockStart is greater than WeeksInSeason
        compute GridBlockEnd = GridBlockStart + 19
        if GridBlockEnd is greater than WeeksInSeason
            move WeeksInSeason to GridBlockEnd
        end-if

        move spaces to ProofListingLine
        write ProofListingLine

        initialize ProofGridHeaderLine
        move GridBlockStart to PG-FirstWeek
        move GridBlockEnd to PG-LastWeek
        write ProofListingLine from ProofGridHeaderLine

        perform varying GridTeamIndex from 1 by 1
            until GridTeamIndex is greater than TeamEntryCount

            initialize ProofGridLine
            move TM-TeamCode(GridTeamIndex) to PR-TeamCode
            move 1 to GridColumn

            perform varying GridWeekIndex from GridBlockStart by 1
                until GridWeekIndex is greater than GridBlockEnd
                initialize ProofGridCell
                move GR-Opponent(GridTeamIndex, GridWeekIndex) to PC-Opponent
                move GR-Side(GridTeamIndex, GridWeekIndex) to PC-Side
                move ProofGridCell to PR-Cells(GridColumn:6)
                add 6 to GridColumn
            end-perform

            write ProofListingLine from ProofGridLine
        end-perform

        add 20 to GridBlockStart
    end-perform.

8300-WriteTeamSummary.

    move spaces to ProofListingLine
    write ProofListingLine

    perform varying TeamIndex from 1 by 1 until TeamIndex is greater than TeamEntryCount
        initialize ProofSummaryLine
        move TM-TeamCode(TeamIndex) to PS-TeamCode
        move TM-HomeGames(TeamIndex) to PS-HomeGames
        move TM-AwayGames(TeamIndex) to PS-AwayGames
        move TM-Byes(TeamIndex) to PS-Byes
        move TM-PairRepeats(TeamIndex) to PS-PairRepeats
        write ProofListingLine from ProofSummaryLine
    end-perform.

9000-Terminate.

    close NewScheduleFile
    close ProofListingFile.

end program ScheduleGenerator.
