*> Nightly league website extract.  The league webmaster used to
*> retype the night's standings and the team race off the printed
*> night sheet every Wednesday morning, and every transcription
*> slip came back to us as a score protest.  This step writes the
*> same figures as a comma-delimited extract, one file per league,
*> that the website loads as it stands:
*>
*>   HDR   league, league name, night date, season week
*>   IND   the night's individual standings - league rank, name,
*>         team, scratch pins, handicap total, games
*>   TEAM  the night's team standings - league rank, team, points
*>         won and lost, pins, handicap total, games, each game's
*>         team handicap pins, then the points taken in games one
*>         to three and the series
*>   FORF  the night's forfeit notices - home, away, notice
*>   RACE  the season race off the team season master - league
*>         rank, team, points won and lost, pins, handicap total,
*>         weeks bowled
*>   AVG   season averages off the season master - name, team,
*>         games, pins, average, high game, high series, weeks
*>   HOF   tonight's hall of fame lines - date, lane, name, team,
*>         score, category
*>   TRL   league and the count of records written above it
*>
*> The record type is always the first column and the league code
*> the second, so the website never parses a report caption.  Text
*> columns are quoted; numbers carry no leading zeros or spaces.
*> Bowler ids and account data are never written - a bowler is
*> known on the extract by name and team only.
*>
*> Each bowler's league and team come off ROSTER; the night's
*> standings rows take their league from the standings section
*> they sit in.  The night date and week come off the header of
*> the season master the night has just posted to.
*>
*> A catch-up run of TenPinBowling puts several missed nights on
*> STANDINGS, each section opened by a night marker.  Only the
*> section for the night on the season master is extracted - the
*> website loads one night, and the nights before it are passed
*> over.  No section for that night (the season step did not post
*> the catch-up) leaves the standings rows out with RC=4.  A file
*> with no markers is one night, as it always was.
*>
*> Parameter card (SYSIN):
*>   up to four league codes at positions 1-4, 6-9, 11-14 and
*>   16-19, written in that order to WEBLG1 to WEBLG4.  A blank
*>   card writes everything to WEBLG1 - the single-league night.
*>   A row for a league not on the card is counted and left out,
*>   and the step ends RC=4.
*>
*> Every input is opened input and the extract files are new
*> generations, so rerunning the step is always safe.
*>
*> Each run appends a START and an END line to RUNLOG, the
*> nightly stream's run log (see RunLogWriter).

identification division.
program-id. LeagueWebExtract.

environment division.
input-output section.
    file-control.
        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select LeagueParmFile assign to "LEAGUES"
            organization is line sequential
            file status is LeagueParmFileStatus.

        select SeasonMasterIn assign to "SEASONIN"
            organization is line sequential
            file status is SeasonMasterInStatus.

        select StandingsFile assign to "STANDINGS"
            organization is line sequential
            file status is StandingsFileStatus.

        select TeamMasterIn assign to "TEAMSIN"
            organization is line sequential
            file status is TeamMasterInStatus.

        select HallOfFameFile assign to "HALLFAME"
            organization is line sequential
            file status is HallOfFameFileStatus.

        select WebLeague1File assign to "WEBLG1"
            organization is line sequential
            file status is WebLeague1FileStatus.

        select WebLeague2File assign to "WEBLG2"
            organization is line sequential
            file status is WebLeague2FileStatus.

        select WebLeague3File assign to "WEBLG3"
            organization is line sequential
            file status is WebLeague3FileStatus.

        select WebLeague4File assign to "WEBLG4"
            organization is line sequential
            file status is WebLeague4FileStatus.

data division.
file section.
fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  LeagueParmFile
    recording mode is f.
01 LeagueParmLine pic x(80).

fd  SeasonMasterIn
    recording mode is f.
01 SeasonMasterInLine pic x(120).

fd  StandingsFile
    recording mode is f.
01 StandingsLine pic x(130).

fd  TeamMasterIn
    recording mode is f.
01 TeamMasterInLine pic x(120).

fd  HallOfFameFile
    recording mode is f.
01 HallOfFameLine pic x(82).

fd  WebLeague1File
    recording mode is f.
01 WebLeague1Line pic x(200).

fd  WebLeague2File
    recording mode is f.
01 WebLeague2Line pic x(200).

fd  WebLeague3File
    recording mode is f.
01 WebLeague3Line pic x(200).

fd  WebLeague4File
    recording mode is f.
01 WebLeague4Line pic x(200).

working-storage section.

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 LeagueParmFileStatus pic xx.
    88 LeagueParmFileStatusOk values "00" "04" "10".
    88 LeagueParmFileNotFound value "35".

01 SeasonMasterInStatus pic xx.
    88 SeasonMasterInStatusOk values "00" "04" "10".
    88 SeasonMasterInNotFound value "35".

01 StandingsFileStatus pic xx.
    88 StandingsFileStatusOk values "00" "04" "10".
    88 StandingsFileNotFound value "35".

01 TeamMasterInStatus pic xx.
    88 TeamMasterInStatusOk values "00" "04" "10".
    88 TeamMasterInNotFound value "35".

01 HallOfFameFileStatus pic xx.
    88 HallOfFameFileStatusOk values "00" "04" "10".
    88 HallOfFameFileNotFound value "35".

01 WebLeague1FileStatus pic xx.
    88 WebLeague1FileStatusOk values "00" "04".

01 WebLeague2FileStatus pic xx.
    88 WebLeague2FileStatusOk values "00" "04".

01 WebLeague3FileStatus pic xx.
    88 WebLeague3FileStatusOk values "00" "04".

01 WebLeague4FileStatus pic xx.
    88 WebLeague4FileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).

*> The leagues on the card, one extract file each, in card order.
01 MaxExtractLeagues pic 9 value 4.

01 ExtractLeagueTable.
    02 ExtractLeagueCount pic 9 value zero.
    02 ExtractLeague occurs 4 times
            indexed by ExtractIndex.
        03 XL-LeagueCode pic x(4).
        03 XL-LeagueName pic x(20).
        03 XL-RecordCount pic 9(5).

01 CardLeagueIndex pic 9.
01 CardLeagueCode pic x(4).

01 SingleExtract pic x value "N".
    88 SingleExtractFile value "Y".

01 ExtractSlot pic 9.
01 UnroutedRecordCount pic 9(5) value zero.

*> The roster, loaded so each bowler on the night's files can be
*> given their league and team.  Layout as RosterMaintenance
*> writes it.
01 MaxRosterEntries pic 9(5) value 5000.

01 RosterTable.
    02 RosterEntryCount pic 9(5) value zero.
    02 RosterEntry occurs 1 to 5000 times
            depending on RosterEntryCount
            indexed by RosterIndex.
        03 RO-BowlerId pic x(10).
        03 RO-TeamCode pic x(4).
        03 RO-LeagueCode pic x(4).

01 RosterFound pic x value "N".
    88 BowlerFoundInRoster value "Y".

01 RosterTableFull pic x value "N".
    88 RosterTableIsFull value "Y".

01 SearchBowlerId pic x(10).
01 BowlerTeamCode pic x(4).
01 BowlerLeagueCode pic x(4).

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

*> The league parameter line, as the office keys it - only the
*> name is wanted here.
01 LeagueParmDetailLine.
    02 filler pic x(3).
    02 LP-LeagueCode pic x(4).
    02 filler pic x(6).
    02 LP-BaseScore pic 9(3).
    02 filler pic x(5).
    02 LP-Percent pic 9(2).
    02 filler pic x(6).
    02 LP-LeagueName pic x(20).
    02 filler pic x(31).

*> The season master, as SeasonUpdate writes it.
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
    02 filler pic x(8).
    02 SN-HighGame pic 9(3).
    02 filler pic x(7).
    02 SN-HighSeries pic 9(4).
    02 filler pic x(7).
    02 SN-WeeksBowled pic 9(3).
    02 filler pic x(6).
    02 SN-LastRank pic 9(5).
    02 filler pic x(13).

01 NightDate pic x(8) value spaces.
01 SeasonWeekNumber pic 9(3) value zero.

*> The night markers on a catch-up run's STANDINGS, and whether
*> the line in hand is in the night being extracted.
    copy "CatchUpNight.cpy".

01 StandingsSection pic x value "Y".
    88 StandingsLineForNight value "Y".

01 NightSectionSeen pic x value "N".
    88 StandingsHasNightSections value "Y".

01 NightSectionMatched pic x value "N".
    88 NightSectionFound value "Y".
01 SeasonAverage pic 9(3).

*> The night's STANDINGS lines, as TenPinBowling writes them.
01 LeagueHeaderLine.
    02 filler pic x(7).
    02 LH-LeagueCode pic x(4).
    02 filler pic x(1).
    02 LH-LeagueName pic x(20).
    02 filler pic x(98).

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

01 MatchPointsLine.
    02 filler pic x(18).
    02 MP-TeamCode pic x(4).
    02 filler pic x(4).
    02 MP-Game1Points pic 9.
    02 filler pic x(4).
    02 MP-Game2Points pic 9.
    02 filler pic x(4).
    02 MP-Game3Points pic 9.
    02 filler pic x(8).
    02 MP-SeriesPoints pic 9.
    02 filler pic x(4).
    02 MP-LeagueCode pic x(4).
    02 filler pic x(76).

01 ForfeitNoticeLine.
    02 filler pic x(8).
    02 FY-HomeTeam pic x(4).
    02 filler pic x(4).
    02 FY-AwayTeam pic x(4).
    02 filler pic x(1).
    02 FY-Notice pic x(31).
    02 filler pic x(78).

01 StandingsDetailLine.
    02 filler pic x(6).
    02 SD-Rank pic zz9.
    02 filler pic x(4).
    02 SD-BowlerId pic x(10).
    02 filler pic x(1).
    02 SD-BowlerName pic x(20).
    02 filler pic x(7).
    02 SD-TotalPins pic zzzzzz9.
    02 filler pic x(7).
    02 SD-HandicapPins pic zzzzzz9.
    02 filler pic x(7).
    02 SD-GamesBowled pic zz9.
    02 filler pic x(48).

01 SectionLeagueCode pic x(4) value spaces.

*> A team line is held until its MATCH POINTS line has been read,
*> so the two go out as one TEAM record.
01 PendingTeam pic x value "N".
    88 TeamRecordPending value "Y".

01 PendingTeamLine pic x(130).

01 PendingPoints pic x value "N".
    88 PendingHasPoints value "Y".

*> The team season master, as TeamSeasonUpdate writes it.
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

*> The HALLFAME line, as TenPinBowling writes it.
01 HallOfFameDetailLine.
    02 filler pic x(6).
    02 HF-GameDate pic x(8).
    02 filler pic x(6).
    02 HF-LaneNumber pic z9.
    02 filler pic x(4).
    02 HF-BowlerId pic x(10).
    02 filler pic x(1).
    02 HF-BowlerName pic x(20).
    02 filler pic x(7).
    02 HF-Score pic zz9.
    02 filler pic x(1).
    02 HF-Category pic x(9).
    02 filler pic x(5).

*> The extract record under construction, built one column at a
*> time by the 8200 paragraphs.
01 ExtractRecord pic x(200).
01 ExtractPointer pic 9(3).
01 RecordLeagueCode pic x(4).

01 FieldText pic x(31).
01 FieldNumber pic 9(7).
01 FieldEdited pic z(6)9.

01 IndividualRecordCount pic 9(5) value zero.
01 TeamRecordCount pic 9(5) value zero.
01 ForfeitRecordCount pic 9(5) value zero.
01 RaceRecordCount pic 9(5) value zero.
01 AverageRecordCount pic 9(5) value zero.
01 HallOfFameRecordCount pic 9(5) value zero.

*> This step's START and END lines on RUNLOG.
    copy "RunLogEntry.cpy".

procedure division.

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    perform 1100-LoadRoster

    perform 1200-LoadLeagueNames

    perform 1300-ReadNightDate

    perform 1400-OpenExtractFiles

    perform 2000-ExtractStandings

    perform 3000-ExtractTeamRace

    perform 4000-ExtractSeasonAverages

    perform 5000-ExtractHallOfFame

    perform 9000-Terminate

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.

    *> The leagues to extract arrive on the SYSIN parameter card.
    move spaces to ParameterCard
    accept ParameterCard

    perform varying CardLeagueIndex from 1 by 1
        until CardLeagueIndex is greater than MaxExtractLeagues

        compute ExtractPointer = (CardLeagueIndex - 1) * 5 + 1
        move ParameterCard(ExtractPointer:4) to CardLeagueCode

        if CardLeagueCode is not equal to spaces
            add 1 to ExtractLeagueCount
            set ExtractIndex to ExtractLeagueCount
            move CardLeagueCode to XL-LeagueCode(ExtractIndex)
            move spaces to XL-LeagueName(ExtractIndex)
            move zero to XL-RecordCount(ExtractIndex)
        end-if
    end-perform

    if ExtractLeagueCount is equal to zero
        set SingleExtractFile to true
        move 1 to ExtractLeagueCount
        move spaces to XL-LeagueCode(1)
        move spaces to XL-LeagueName(1)
        move zero to XL-RecordCount(1)
    end-if.

1100-LoadRoster.

    open input RosterFile

    if RosterFileNotFound
        display "WEBEXTR - ROSTER DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read RosterFile into RosterDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if RosterDetailLine(1:3) is equal to "ID "
                    if RosterEntryCount is less than MaxRosterEntries
                        add 1 to RosterEntryCount
                        set RosterIndex to RosterEntryCount
                        move RP-BowlerId to RO-BowlerId(RosterIndex)
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

1200-LoadLeagueNames.

    *> Without LEAGUES the HDR records simply carry no league name.
    open input LeagueParmFile

    if LeagueParmFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read LeagueParmFile into LeagueParmDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if LeagueParmDetailLine(1:3) is equal to "LG "
                        perform 1210-NameCardLeague
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close LeagueParmFile
    end-if.

1210-NameCardLeague.

    perform with test after varying ExtractIndex from 1 by 1
        until ExtractIndex is equal to ExtractLeagueCount

        if XL-LeagueCode(ExtractIndex) is equal to LP-LeagueCode
            move LP-LeagueName to XL-LeagueName(ExtractIndex)
        end-if
    end-perform.

1300-ReadNightDate.

    *> The season master has just had tonight posted to it, so its
    *> header carries the night's date and the season week.
    open input SeasonMasterIn

    if SeasonMasterInNotFound
        display "WEBEXTR - SEASON MASTER NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    read SeasonMasterIn
        at end
            continue
        not at end
            if SeasonMasterInLine(1:12) is equal to "SEASON WEEK "
                move SeasonMasterInLine to SeasonHeaderRecord
                move SN-LastDate to NightDate
                move SN-WeekNumber to SeasonWeekNumber
            end-if
    end-read

    close SeasonMasterIn

    if NightDate is equal to spaces
        display "WEBEXTR - SEASON MASTER HAS NO HEADER - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1400-OpenExtractFiles.

    open output WebLeague1File

    if not WebLeague1FileStatusOk
        display "WEBEXTR - UNABLE TO OPEN WEBLG1 - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if ExtractLeagueCount is greater than 1
        open output WebLeague2File

        if not WebLeague2FileStatusOk
            display "WEBEXTR - UNABLE TO OPEN WEBLG2 - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if
    end-if

    if ExtractLeagueCount is greater than 2
        open output WebLeague3File

        if not WebLeague3FileStatusOk
            display "WEBEXTR - UNABLE TO OPEN WEBLG3 - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if
    end-if

    if ExtractLeagueCount is greater than 3
        open output WebLeague4File

        if not WebLeague4FileStatusOk
            display "WEBEXTR - UNABLE TO OPEN WEBLG4 - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if
    end-if

    perform with test after varying ExtractIndex from 1 by 1
        until ExtractIndex is equal to ExtractLeagueCount

        move "HDR" to FieldText
        move XL-LeagueCode(ExtractIndex) to RecordLeagueCode
        perform 8200-StartRecord

        move XL-LeagueName(ExtractIndex) to FieldText
        perform 8220-AddQuotedField

        move NightDate to FieldText
        perform 8210-AddCodeField

        move SeasonWeekNumber to FieldNumber
        perform 8230-AddNumberField

        set ExtractSlot to ExtractIndex
        perform 8300-WriteToSlot
    end-perform.

2000-ExtractStandings.

    open input StandingsFile

    if StandingsFileNotFound
        display "WEBEXTR - STANDINGS DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read StandingsFile
            at end
                set NoMoreInputLines to true
            not at end
                perform 2100-ExtractStandingsLine
        end-read
    end-perform

    if TeamRecordPending
        perform 2300-WriteTeamRecord
    end-if

    move "N" to EndOfInputFile
    close StandingsFile.

2100-ExtractStandingsLine.

    *> A MATCH POINTS line completes the team line held ahead of
    *> it; anything else means the held team line had none.
    if TeamRecordPending
        if StandingsLine(1:18) is equal to "MATCH POINTS TEAM "
            move StandingsLine to MatchPointsLine
            move PendingTeamLine to TeamStandingsDetailLine

            if MP-TeamCode is equal to TD-TeamCode
                set PendingHasPoints to true
            end-if
        end-if

        perform 2300-WriteTeamRecord
    end-if

    evaluate true
        when StandingsLine(1:14) is equal to "CATCHUP NIGHT "
            move StandingsLine to CatchUpNightLine
            set StandingsHasNightSections to true

            if CN-NightDate is equal to NightDate
                set StandingsLineForNight to true
                set NightSectionFound to true
            else
                move "N" to StandingsSection
            end-if
        when not StandingsLineForNight
            continue
        when StandingsLine(1:7) is equal to "LEAGUE "
            move StandingsLine to LeagueHeaderLine
            move LH-LeagueCode to SectionLeagueCode
        when StandingsLine(1:5) is equal to "RANK "
                and StandingsLine(10:6) is equal to " TEAM "
            move StandingsLine to PendingTeamLine
            set TeamRecordPending to true
            move "N" to PendingPoints
        when StandingsLine(1:5) is equal to "RANK "
                and StandingsLine(10:4) is equal to " ID "
            perform 2200-WriteIndividualRecord
        when StandingsLine(1:8) is equal to "FORFEIT "
            perform 2400-WriteForfeitRecord
        when other
            continue
    end-evaluate.

2200-WriteIndividualRecord.

    move StandingsLine to StandingsDetailLine
    move SD-BowlerId to SearchBowlerId
    perform 8100-FindRosterBowler

    if SectionLeagueCode is not equal to spaces
        move SectionLeagueCode to RecordLeagueCode
    else
        move BowlerLeagueCode to RecordLeagueCode
    end-if

    move "IND" to FieldText
    perform 8200-StartRecord

    move SD-Rank to FieldNumber
    perform 8230-AddNumberField

    move SD-BowlerName to FieldText
    perform 8220-AddQuotedField

    move BowlerTeamCode to FieldText
    perform 8210-AddCodeField

    move SD-TotalPins to FieldNumber
    perform 8230-AddNumberField

    move SD-HandicapPins to FieldNumber
    perform 8230-AddNumberField

    move SD-GamesBowled to FieldNumber
    perform 8230-AddNumberField

    perform 8000-WriteExtractRecord

    add 1 to IndividualRecordCount.

2300-WriteTeamRecord.

    move PendingTeamLine to TeamStandingsDetailLine

    if TD-LeagueCode is not equal to spaces
        move TD-LeagueCode to RecordLeagueCode
    else
        move SectionLeagueCode to RecordLeagueCode
    end-if

    move "TEAM" to FieldText
    perform 8200-StartRecord

    move TD-Rank to FieldNumber
    perform 8230-AddNumberField

    move TD-TeamCode to FieldText
    perform 8210-AddCodeField

    move TD-PointsWon to FieldNumber
    perform 8230-AddNumberField

    move TD-PointsLost to FieldNumber
    perform 8230-AddNumberField

    move TD-TotalPins to FieldNumber
    perform 8230-AddNumberField

    move TD-HandicapPins to FieldNumber
    perform 8230-AddNumberField

    move TD-GamesBowled to FieldNumber
    perform 8230-AddNumberField

    move TD-Game1Pins to FieldNumber
    perform 8230-AddNumberField

    move TD-Game2Pins to FieldNumber
    perform 8230-AddNumberField

    move TD-Game3Pins to FieldNumber
    perform 8230-AddNumberField

    *> A standings file cut before match points were carried has
    *> no MATCH POINTS lines; the point columns are left empty.
    if PendingHasPoints
        move MP-Game1Points to FieldNumber
        perform 8230-AddNumberField

        move MP-Game2Points to FieldNumber
        perform 8230-AddNumberField

        move MP-Game3Points to FieldNumber
        perform 8230-AddNumberField

        move MP-SeriesPoints to FieldNumber
        perform 8230-AddNumberField
    else
        move spaces to FieldText
        perform 8210-AddCodeField
        perform 8210-AddCodeField
        perform 8210-AddCodeField
        perform 8210-AddCodeField
    end-if

    perform 8000-WriteExtractRecord

    add 1 to TeamRecordCount

    move "N" to PendingTeam
    move "N" to PendingPoints.

2400-WriteForfeitRecord.

    move StandingsLine to ForfeitNoticeLine
    move SectionLeagueCode to RecordLeagueCode

    move "FORF" to FieldText
    perform 8200-StartRecord

    move FY-HomeTeam to FieldText
    perform 8210-AddCodeField

    move FY-AwayTeam to FieldText
    perform 8210-AddCodeField

    move FY-Notice to FieldText
    perform 8220-AddQuotedField

    perform 8000-WriteExtractRecord

    add 1 to ForfeitRecordCount.

3000-ExtractTeamRace.

    *> No team master on hand (the week-zero night, or the step
    *> held) just leaves the race out of tonight's extract.
    open input TeamMasterIn

    if TeamMasterInNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read TeamMasterIn into TeamSeasonDetailRecord
                at end
                    set NoMoreInputLines to true
                not at end
                    if TeamMasterInLine(1:5) is equal to "TEAM "
                        perform 3100-WriteRaceRecord
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close TeamMasterIn
    end-if.

3100-WriteRaceRecord.

    move TN-LeagueCode to RecordLeagueCode

    move "RACE" to FieldText
    perform 8200-StartRecord

    move TN-LastRank to FieldNumber
    perform 8230-AddNumberField

    move TN-TeamCode to FieldText
    perform 8210-AddCodeField

    move TN-PointsWon to FieldNumber
    perform 8230-AddNumberField

    move TN-PointsLost to FieldNumber
    perform 8230-AddNumberField

    move TN-SeasonPins to FieldNumber
    perform 8230-AddNumberField

    move TN-HandicapPins to FieldNumber
    perform 8230-AddNumberField

    move TN-WeeksBowled to FieldNumber
    perform 8230-AddNumberField

    perform 8000-WriteExtractRecord

    add 1 to RaceRecordCount.

4000-ExtractSeasonAverages.

    open input SeasonMasterIn

    if not SeasonMasterInStatusOk
        display "WEBEXTR - UNABLE TO OPEN SEASON MASTER - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read SeasonMasterIn into SeasonDetailRecord
            at end
                set NoMoreInputLines to true
            not at end
                if SeasonMasterInLine(1:3) is equal to "ID "
                    and SN-SeasonGames is greater than zero
                    perform 4100-WriteAverageRecord
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close SeasonMasterIn.

4100-WriteAverageRecord.

    move SN-BowlerId to SearchBowlerId
    perform 8100-FindRosterBowler
    move BowlerLeagueCode to RecordLeagueCode

    divide SN-SeasonPins by SN-SeasonGames giving SeasonAverage

    move "AVG" to FieldText
    perform 8200-StartRecord

    move SN-BowlerName to FieldText
    perform 8220-AddQuotedField

    move BowlerTeamCode to FieldText
    perform 8210-AddCodeField

    move SN-SeasonGames to FieldNumber
    perform 8230-AddNumberField

    move SN-SeasonPins to FieldNumber
    perform 8230-AddNumberField

    move SeasonAverage to FieldNumber
    perform 8230-AddNumberField

    move SN-HighGame to FieldNumber
    perform 8230-AddNumberField

    move SN-HighSeries to FieldNumber
    perform 8230-AddNumberField

    move SN-WeeksBowled to FieldNumber
    perform 8230-AddNumberField

    perform 8000-WriteExtractRecord

    add 1 to AverageRecordCount.

5000-ExtractHallOfFame.

    *> HALLFAME accumulates every night ever run; only tonight's
    *> lines go on the extract.
    open input HallOfFameFile

    if HallOfFameFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read HallOfFameFile into HallOfFameDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if HallOfFameLine(1:5) is equal to "DATE "
                        and HF-GameDate is equal to NightDate
                        perform 5100-WriteHallOfFameRecord
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close HallOfFameFile
    end-if.

5100-WriteHallOfFameRecord.

    move HF-BowlerId to SearchBowlerId
    perform 8100-FindRosterBowler
    move BowlerLeagueCode to RecordLeagueCode

    move "HOF" to FieldText
    perform 8200-StartRecord

    move HF-GameDate to FieldText
    perform 8210-AddCodeField

    move HF-LaneNumber to FieldNumber
    perform 8230-AddNumberField

    move HF-BowlerName to FieldText
    perform 8220-AddQuotedField

    move BowlerTeamCode to FieldText
    perform 8210-AddCodeField

    move HF-Score to FieldNumber
    perform 8230-AddNumberField

    move HF-Category to FieldText
    perform 8220-AddQuotedField

    perform 8000-WriteExtractRecord

    add 1 to HallOfFameRecordCount.

8000-WriteExtractRecord.

    *> Route the finished record to its league's file.
    if SingleExtractFile
        move 1 to ExtractSlot
    else
        move zero to ExtractSlot

        perform with test after varying ExtractIndex from 1 by 1
            until ExtractIndex is equal to ExtractLeagueCount
                or ExtractSlot is greater than zero

            if XL-LeagueCode(ExtractIndex) is equal to RecordLeagueCode
                set ExtractSlot to ExtractIndex
            end-if
        end-perform
    end-if

    if ExtractSlot is equal to zero
        add 1 to UnroutedRecordCount
    else
        perform 8300-WriteToSlot
        add 1 to XL-RecordCount(ExtractSlot)
    end-if.

8100-FindRosterBowler.

    move spaces to BowlerTeamCode
    move spaces to BowlerLeagueCode
    move "N" to RosterFound

    if RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount
                or BowlerFoundInRoster

            if RO-BowlerId(RosterIndex) is equal to SearchBowlerId
                set BowlerFoundInRoster to true
                move RO-TeamCode(RosterIndex) to BowlerTeamCode
                move RO-LeagueCode(RosterIndex) to BowlerLeagueCode
            end-if
        end-perform
    end-if.

8200-StartRecord.

    *> Every record opens with its type and league columns.
    move spaces to ExtractRecord
    move 1 to ExtractPointer

    string function trim(FieldText) delimited by size
        "," delimited by size
        function trim(RecordLeagueCode) delimited by size
        into ExtractRecord with pointer ExtractPointer.

8210-AddCodeField.

    string "," delimited by size
        function trim(FieldText) delimited by size
        into ExtractRecord with pointer ExtractPointer.

8220-AddQuotedField.

    string ",""" delimited by size
        function trim(FieldText) delimited by size
        """" delimited by size
        into ExtractRecord with pointer ExtractPointer.

8230-AddNumberField.

    move FieldNumber to FieldEdited

    string "," delimited by size
        function trim(FieldEdited) delimited by size
        into ExtractRecord with pointer ExtractPointer.

8300-WriteToSlot.

    evaluate ExtractSlot
        when 1
            write WebLeague1Line from ExtractRecord
        when 2
            write WebLeague2Line from ExtractRecord
        when 3
            write WebLeague3Line from ExtractRecord
        when 4
            write WebLeague4Line from ExtractRecord
    end-evaluate.

9000-Terminate.

    perform with test after varying ExtractIndex from 1 by 1
        until ExtractIndex is equal to ExtractLeagueCount

        move "TRL" to FieldText
        move XL-LeagueCode(ExtractIndex) to RecordLeagueCode
        perform 8200-StartRecord

        move XL-RecordCount(ExtractIndex) to FieldNumber
        perform 8230-AddNumberField

        set ExtractSlot to ExtractIndex
        perform 8300-WriteToSlot

        display "WEBEXTR - LEAGUE " XL-LeagueCode(ExtractIndex)
            " RECORDS WRITTEN " XL-RecordCount(ExtractIndex)
    end-perform

    close WebLeague1File

    if ExtractLeagueCount is greater than 1
        close WebLeague2File
    end-if

    if ExtractLeagueCount is greater than 2
        close WebLeague3File
    end-if

    if ExtractLeagueCount is greater than 3
        close WebLeague4File
    end-if

    display "WEBEXTR - NIGHT " NightDate " WEEK " SeasonWeekNumber
    display "WEBEXTR - IND " IndividualRecordCount
        " TEAM " TeamRecordCount
        " FORF " ForfeitRecordCount
        " RACE " RaceRecordCount
        " AVG " AverageRecordCount
        " HOF " HallOfFameRecordCount

    if StandingsHasNightSections and not NightSectionFound
        display "WEBEXTR - NO STANDINGS SECTION FOR NIGHT " NightDate
            " - STANDINGS ROWS LEFT OUT"
        move 4 to return-code
    end-if

    if UnroutedRecordCount is greater than zero
        display "WEBEXTR - " UnroutedRecordCount
            " RECORDS FOR LEAGUES NOT ON THE CARD - LEFT OUT"
        move 4 to return-code
    end-if

    if RosterTableIsFull
        display "WEBEXTR - ROSTER TABLE FULL - TEAMS MAY BE BLANK"
        move 4 to return-code
    end-if.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "WEBEXTR" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "WEBEXTR" to LE-ProgramName
    move NightDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "IND " delimited by size
        IndividualRecordCount delimited by size
        " TEAM " delimited by size
        TeamRecordCount delimited by size
        " RACE " delimited by size
        RaceRecordCount delimited by size
        " AVG " delimited by size
        AverageRecordCount delimited by size
        " UNROUTED " delimited by size
        UnroutedRecordCount delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.
