*> Per-lane scoring analysis for lane maintenance.  Reads the score
*> history over a date range supplied on SYSIN and breaks the
*> scoring down lane by lane, so a complaint that a pair is running
*> dry or hooking early can be answered with numbers:
*>
*>   - games bowled and average score on the lane
*>   - average pins over or under each bowler's own entering
*>     average - the figure that takes the bowlers out of it, since
*>     a lane the strong team bowls on every week scores high
*>     without being any easier
*>   - strike percentage, off the strike count TenPinBowling carries
*>     onto each history line from the game's frame recap
*>   - games of 200 or better
*>
*> The whole house is totalled the same way, and any lane whose
*> over/under sits further from the house figure than the
*> threshold on the card is flagged HIGH or LOW.  A second section
*> gives every lane week by week (weeks counted from the range's
*> from date) with the change in over/under from the lane's
*> previous week bowled, so an oil-machine change or a resurface
*> shows up as a step in the numbers.
*>
*> Entering averages accumulate over one pass of the history in
*> date order exactly the way SeasonAwards does it: archived detail
*> on HISTORY-ARCHIVE-FILE first, then the current SCOREHIST with
*> its SUM lines skipped (the archive carries the games behind
*> them).  A range that reaches back before the last reorg finds
*> its games on the archive; one that does not still needs the
*> archive for the averages.  Games measured against no entering
*> average at all (a bowler's first night) count everywhere except
*> the over/under.  History lines written before the strike count
*> was carried leave the strike percentage to the games that have
*> one.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   from date (YYYYMMDD)
*>   positions 10-17  to date   (YYYYMMDD, inclusive; at most 53
*>                    weeks after the from date)
*>   positions 19-20  flag threshold in pins (blank = 10)

identification division.
program-id. LaneAnalysisReport.

environment division.
input-output section.
    file-control.
        select ScoreHistoryFile assign to "SCOREHIST"
            organization is line sequential
            file status is ScoreHistoryFileStatus.

        select HistoryArchiveFile assign to "HISTARCH"
            organization is line sequential
            file status is HistoryArchiveFileStatus.

        select LaneReportFile assign to "LANERPT"
            organization is line sequential
            file status is LaneReportFileStatus.

data division.
file section.
fd  ScoreHistoryFile
    recording mode is f.
01 ScoreHistoryLine pic x(82).

fd  HistoryArchiveFile
    recording mode is f.
01 HistoryArchiveLine pic x(82).

fd  LaneReportFile
    recording mode is f.
01 LaneReportLine pic x(120).

working-storage section.

01 ScoreHistoryFileStatus pic xx.
    88 ScoreHistoryFileStatusOk values "00" "04" "10".
    88 ScoreHistoryFileNotFound value "35".

01 HistoryArchiveFileStatus pic xx.
    88 HistoryArchiveFileStatusOk values "00" "04" "10".
    88 HistoryArchiveFileNotFound value "35".

01 LaneReportFileStatus pic xx.
    88 LaneReportFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).
01 RangeFromDate pic x(8).
01 RangeToDate pic x(8).
01 FlagThreshold pic 99 value 10.

01 RangeFromNumeric pic 9(8).
01 RangeToNumeric pic 9(8).
01 RangeFromInteger pic 9(7).
01 RangeToInteger pic 9(7).
01 GameDateNumeric pic 9(8).
01 GameDateInteger pic 9(7).
01 WeekStartNumeric pic 9(8).
01 WeekStartInteger pic 9(7).

*> The history line as TenPinBowling writes it.
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
    02 SH-StrikeTag pic x(5).
    02 SH-Strikes pic 99.
    02 filler pic x(8).

01 HistoryGameScore pic 9(3).
01 HistoryLaneNumber pic 99.
01 MilestoneScoreThreshold pic 999 value 200.

*> Per-bowler running averages over the one pass of the history.
*> Prior pins/games are everything up to (not including) the date
*> in hand; the date in hand is held apart and folded in when the
*> bowler's next date arrives, so every game is measured against
*> the average the bowler walked in with that night.
01 MaxBowlerEntries pic 9(5) value 5000.

01 BowlerTable.
    02 BowlerEntryCount pic 9(5) value zero.
    02 BowlerEntry occurs 1 to 5000 times
            depending on BowlerEntryCount
            indexed by BowlerIndex.
        03 BW-BowlerId pic x(10).
        03 BW-PriorPins pic 9(7).
        03 BW-PriorGames pic 9(4).
        03 BW-CurDate pic x(8).
        03 BW-CurDatePins pic 9(5).
        03 BW-CurDateGames pic 9(3).

01 BowlerFound pic x value "N".
    88 BowlerFoundInTable value "Y".

01 BowlerTableFull pic x value "N".
    88 BowlerTableIsFull value "Y".

01 EnteringAverage pic 9(3).
01 GameOverUnder pic s9(3).

*> Lane totals, subscripted by lane number.  Slot 100 is the house
*> - every lane together - so it is totalled and printed by the
*> same paragraphs as a lane.
01 HouseSlot pic 999 value 100.
01 MaxReportWeeks pic 99 value 53.
01 RangeWeekCount pic 9(3) value zero.

01 LaneTable.
    02 LaneEntry occurs 100 times.
        03 LN-Games pic 9(5).
        03 LN-Pins pic 9(7).
        03 LN-MeasuredGames pic 9(5).
        03 LN-OverUnder pic s9(7).
        03 LN-StrikeGames pic 9(5).
        03 LN-Strikes pic 9(6).
        03 LN-Over200 pic 9(4).
        03 LN-WeekEntry occurs 53 times.
            04 LW-Games pic 9(4).
            04 LW-Pins pic 9(6).
            04 LW-MeasuredGames pic 9(4).
            04 LW-OverUnder pic s9(6).

01 LaneSlot pic 999.
01 WeekSlot pic 99.
01 WriteIndex pic 999.
01 WeekIndex pic 99.

01 NoLaneGames pic 9(5) value zero.
01 GamesInRange pic 9(7) value zero.
01 LanesFlagged pic 999 value zero.

*> Figures worked out for the line being printed.
01 AverageScore pic 9(3)v9.
01 OverUnderAverage pic s9(3)v9.
01 HouseOverUnderAverage pic s9(3)v9.
01 HouseDifference pic s9(3)v9.
01 StrikePercent pic 9(3)v9.
01 PriorWeekOverUnder pic s9(3)v9.
01 WeekChange pic s9(3)v9.

01 HouseMeasured pic x value "N".
    88 HouseHasMeasuredGames value "Y".

01 PriorWeekState pic x value "N".
    88 PriorWeekOnHand value "Y".

*> Report lines.
01 LaneHeaderLine.
    02 filler pic x(22) value "LANE SCORING ANALYSIS ".
    02 LH-FromDate pic x(8).
    02 filler pic x(4) value " TO ".
    02 LH-ToDate pic x(8).
    02 filler pic x(9) value " FLAG AT ".
    02 LH-Threshold pic z9.
    02 filler pic x(30) value " PINS FROM HOUSE OVER/UNDER".
    02 filler pic x(37) value spaces.

01 SectionHeaderLine pic x(120).

01 LaneDetailLine.
    02 LD-Caption pic x(5).
    02 LD-LaneNumber pic zz.
    02 filler pic x(7) value " GAMES ".
    02 LD-Games pic zzzz9.
    02 filler pic x(5) value " AVG ".
    02 LD-Average pic zz9.9.
    02 filler pic x(13) value " VS ENTERING ".
    02 LD-OverUnder pic +++9.9.
    02 filler pic x(4) value " ON ".
    02 LD-MeasuredGames pic zzzz9.
    02 filler pic x(8) value " STRIKE ".
    02 LD-StrikePercent pic zz9.9.
    02 filler pic x(4) value "% ON".
    02 LD-StrikeGames pic zzzzz9.
    02 filler pic x(6) value " 200+ ".
    02 LD-Over200 pic zzz9.
    02 filler pic x(7) value " HOUSE ".
    02 LD-HouseDifference pic +++9.9.
    02 LD-HouseDifferenceText redefines LD-HouseDifference pic x(6).
    02 filler pic x(1) value space.
    02 LD-Flag pic x(4).
    02 filler pic x(12) value spaces.

01 WeekDetailLine.
    02 WD-Caption pic x(5).
    02 WD-LaneNumber pic zz.
    02 filler pic x(6) value " WEEK ".
    02 WD-WeekNumber pic z9.
    02 filler pic x(4) value " OF ".
    02 WD-WeekStart pic x(8).
    02 filler pic x(7) value " GAMES ".
    02 WD-Games pic zzz9.
    02 filler pic x(5) value " AVG ".
    02 WD-Average pic zz9.9.
    02 filler pic x(13) value " VS ENTERING ".
    02 WD-OverUnder pic +++9.9.
    02 WD-OverUnderText redefines WD-OverUnder pic x(6).
    02 filler pic x(8) value " CHANGE ".
    02 WD-Change pic +++9.9.
    02 WD-ChangeText redefines WD-Change pic x(6).
    02 filler pic x(39) value spaces.

01 LaneTrailerLine.
    02 filler pic x(15) value "GAMES IN RANGE ".
    02 LT-GamesInRange pic zzzzzz9.
    02 filler pic x(14) value " LANES FLAGGED".
    02 LT-LanesFlagged pic zzz9.
    02 filler pic x(14) value " GAMES NO LANE".
    02 LT-NoLaneGames pic zzzz9.
    02 filler pic x(61) value spaces.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 1500-PassHistoryArchive

    perform 2000-PassScoreHistory

    perform 7000-WriteLaneReport

    display "LANERPT - GAMES IN RANGE " GamesInRange
        " LANES FLAGGED " LanesFlagged

    if BowlerTableIsFull
        display "LANERPT - BOWLER TABLE FULL - OVER/UNDER INCOMPLETE"
        move 4 to return-code
    end-if

    perform 9000-Terminate

    stop run.

1000-Initialize.

    *> The date range and flag threshold arrive on the SYSIN card.
    move spaces to ParameterCard
    accept ParameterCard
    move ParameterCard(1:8) to RangeFromDate
    move ParameterCard(10:8) to RangeToDate

    if RangeFromDate is not numeric
        or RangeToDate is not numeric
        or RangeToDate is less than RangeFromDate
        display "LANERPT - NO VALID DATE RANGE ON SYSIN - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if ParameterCard(19:2) is numeric
        move ParameterCard(19:2) to FlagThreshold
    end-if

    move RangeFromDate to RangeFromNumeric
    move RangeToDate to RangeToNumeric
    compute RangeFromInteger = function integer-of-date(RangeFromNumeric)
    compute RangeToInteger = function integer-of-date(RangeToNumeric)
    compute RangeWeekCount = ((RangeToInteger - RangeFromInteger) / 7) + 1

    if RangeWeekCount is greater than MaxReportWeeks
        display "LANERPT - RANGE LONGER THAN " MaxReportWeeks
            " WEEKS - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    initialize LaneTable

    open input ScoreHistoryFile

    if ScoreHistoryFileNotFound
        display "LANERPT - SCOREHIST DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    open output LaneReportFile

    if not LaneReportFileStatusOk
        display "LANERPT - UNABLE TO OPEN LANERPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1500-PassHistoryArchive.

    *> Archived detail first - it is the older part of the
    *> history, so the running averages build in the order the
    *> games were bowled.  No archive on hand just means the
    *> history has never been compacted.
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
                        and SH-GameDate is not greater than RangeToDate
                        perform 2100-ProcessOneGame
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close HistoryArchiveFile
    end-if.

2000-PassScoreHistory.

    *> SUM lines are skipped - the archive pass walked the detail
    *> behind them.  Nothing after the range can matter to it.
    perform with test before until NoMoreInputLines
        read ScoreHistoryFile into ScoreHistoryDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if ScoreHistoryLine(1:5) is equal to "DATE "
                    and SH-GameDate is not greater than RangeToDate
                    perform 2100-ProcessOneGame
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close ScoreHistoryFile.

2100-ProcessOneGame.

    move SH-Score to HistoryGameScore

    perform 2200-FindOrAddBowler

    if BowlerFoundInTable
        if SH-GameDate is not equal to BW-CurDate(BowlerIndex)
            add BW-CurDatePins(BowlerIndex) to BW-PriorPins(BowlerIndex)
            add BW-CurDateGames(BowlerIndex) to BW-PriorGames(BowlerIndex)
            move zero to BW-CurDatePins(BowlerIndex)
            move zero to BW-CurDateGames(BowlerIndex)
            move SH-GameDate to BW-CurDate(BowlerIndex)
        end-if

        if SH-GameDate is not less than RangeFromDate
            perform 2300-TallyOneRangeGame
        end-if

        add HistoryGameScore to BW-CurDatePins(BowlerIndex)
        add 1 to BW-CurDateGames(BowlerIndex)
    end-if.

2200-FindOrAddBowler.

    move "N" to BowlerFound

    if BowlerEntryCount is greater than zero
        perform with test after varying BowlerIndex from 1 by 1
            until BowlerIndex is equal to BowlerEntryCount
            or BowlerFoundInTable

            if BW-BowlerId(BowlerIndex) is equal to SH-BowlerId
                set BowlerFoundInTable to true
            end-if
        end-perform
    end-if

    if not BowlerFoundInTable
        if BowlerEntryCount is greater than or equal to MaxBowlerEntries
            set BowlerTableIsFull to true
        else
            add 1 to BowlerEntryCount
            set BowlerIndex to BowlerEntryCount
            move SH-BowlerId to BW-BowlerId(BowlerIndex)
            move zero to BW-PriorPins(BowlerIndex)
            move zero to BW-PriorGames(BowlerIndex)
            move SH-GameDate to BW-CurDate(BowlerIndex)
            move zero to BW-CurDatePins(BowlerIndex)
            move zero to BW-CurDateGames(BowlerIndex)
            set BowlerFoundInTable to true
        end-if
    end-if.

2300-TallyOneRangeGame.

    *> A game with no lane on it (keyed without one) cannot be put
    *> against a lane, so it is left out of the house as well.
    if SH-LaneNumber is equal to spaces
        add 1 to NoLaneGames
    else
        move SH-LaneNumber to HistoryLaneNumber

        if HistoryLaneNumber is equal to zero
            add 1 to NoLaneGames
        else
            add 1 to GamesInRange

            move SH-GameDate to GameDateNumeric
            compute GameDateInteger = function integer-of-date(GameDateNumeric)
            compute WeekSlot = ((GameDateInteger - RangeFromInteger) / 7) + 1

            move zero to GameOverUnder

            if BW-PriorGames(BowlerIndex) is greater than zero
                compute EnteringAverage =
                    BW-PriorPins(BowlerIndex) / BW-PriorGames(BowlerIndex)
                compute GameOverUnder = HistoryGameScore - EnteringAverage
            end-if

            move HistoryLaneNumber to LaneSlot
            perform 2400-AddGameToSlot

            move HouseSlot to LaneSlot
            perform 2400-AddGameToSlot
        end-if
    end-if.

2400-AddGameToSlot.

    add 1 to LN-Games(LaneSlot)
    add HistoryGameScore to LN-Pins(LaneSlot)
    add 1 to LW-Games(LaneSlot, WeekSlot)
    add HistoryGameScore to LW-Pins(LaneSlot, WeekSlot)

    if BW-PriorGames(BowlerIndex) is greater than zero
        add 1 to LN-MeasuredGames(LaneSlot)
        add GameOverUnder to LN-OverUnder(LaneSlot)
        add 1 to LW-MeasuredGames(LaneSlot, WeekSlot)
        add GameOverUnder to LW-OverUnder(LaneSlot, WeekSlot)
    end-if

    if SH-StrikeTag is equal to " STR "
        and SH-Strikes is numeric
        add 1 to LN-StrikeGames(LaneSlot)
        add SH-Strikes to LN-Strikes(LaneSlot)
    end-if

    if HistoryGameScore is greater than or equal to
            MilestoneScoreThreshold
        add 1 to LN-Over200(LaneSlot)
    end-if.

7000-WriteLaneReport.

    initialize LaneHeaderLine
    move RangeFromDate to LH-FromDate
    move RangeToDate to LH-ToDate
    move FlagThreshold to LH-Threshold
    write LaneReportLine from LaneHeaderLine

    *> The house figure every lane is judged against.
    move "N" to HouseMeasured
    move zero to HouseOverUnderAverage

    if LN-MeasuredGames(HouseSlot) is greater than zero
        compute HouseOverUnderAverage rounded =
            LN-OverUnder(HouseSlot) / LN-MeasuredGames(HouseSlot)
        set HouseHasMeasuredGames to true
    end-if

    perform 7100-WriteLaneSummary

    perform 7200-WriteWeeklyTrend

    move spaces to LaneReportLine
    write LaneReportLine

    initialize LaneTrailerLine
    move GamesInRange to LT-GamesInRange
    move LanesFlagged to LT-LanesFlagged
    move NoLaneGames to LT-NoLaneGames
    write LaneReportLine from LaneTrailerLine.

7100-WriteLaneSummary.

    move spaces to LaneReportLine
    write LaneReportLine

    move "LANE SUMMARY" to SectionHeaderLine
    write LaneReportLine from SectionHeaderLine

    if LN-Games(HouseSlot) is equal to zero
        move "NO GAMES IN RANGE" to LaneReportLine
        write LaneReportLine
    else
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to HouseSlot

            if LN-Games(WriteIndex) is greater than zero
                move WriteIndex to LaneSlot
                perform 7150-WriteOneLaneLine
            end-if
        end-perform
    end-if.

7150-WriteOneLaneLine.

    initialize LaneDetailLine

    if LaneSlot is equal to HouseSlot
        move "HOUSE" to LD-Caption
    else
        move "LANE " to LD-Caption
        move LaneSlot to LD-LaneNumber
    end-if

    compute AverageScore rounded = LN-Pins(LaneSlot) / LN-Games(LaneSlot)
    move LN-Games(LaneSlot) to LD-Games
    move AverageScore to LD-Average

    move zero to OverUnderAverage

    if LN-MeasuredGames(LaneSlot) is greater than zero
        compute OverUnderAverage rounded =
            LN-OverUnder(LaneSlot) / LN-MeasuredGames(LaneSlot)
    end-if

    move OverUnderAverage to LD-OverUnder
    move LN-MeasuredGames(LaneSlot) to LD-MeasuredGames

    move zero to StrikePercent

    if LN-StrikeGames(LaneSlot) is greater than zero
        compute StrikePercent rounded =
            (LN-Strikes(LaneSlot) * 100) / (LN-StrikeGames(LaneSlot) * 10)
    end-if

    move StrikePercent to LD-StrikePercent
    move LN-StrikeGames(LaneSlot) to LD-StrikeGames
    move LN-Over200(LaneSlot) to LD-Over200

    *> A lane is judged only when both it and the house have games
    *> measured against an entering average.
    move zero to HouseDifference

    if LaneSlot is not equal to HouseSlot
        and HouseHasMeasuredGames
        and LN-MeasuredGames(LaneSlot) is greater than zero
        compute HouseDifference = OverUnderAverage - HouseOverUnderAverage

        evaluate true
            when HouseDifference is greater than FlagThreshold
                move "HIGH" to LD-Flag
                add 1 to LanesFlagged
            when HouseDifference is less than zero
                and (zero - HouseDifference) is greater than FlagThreshold
                move "LOW" to LD-Flag
                add 1 to LanesFlagged
            when other
                continue
        end-evaluate
    end-if

    if LaneSlot is equal to HouseSlot
        move spaces to LD-HouseDifferenceText
    else
        move HouseDifference to LD-HouseDifference
    end-if

    write LaneReportLine from LaneDetailLine.

7200-WriteWeeklyTrend.

    move spaces to LaneReportLine
    write LaneReportLine

    move "WEEK OVER WEEK (CHANGE IS AGAINST THE LANE'S PREVIOUS WEEK BOWLED)"
        to SectionHeaderLine
    write LaneReportLine from SectionHeaderLine

    if LN-Games(HouseSlot) is equal to zero
        move "NO GAMES IN RANGE" to LaneReportLine
        write LaneReportLine
    else
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to HouseSlot

            if LN-Games(WriteIndex) is greater than zero
                move WriteIndex to LaneSlot
                move "N" to PriorWeekState

                perform with test after varying WeekIndex from 1 by 1
                    until WeekIndex is equal to RangeWeekCount

                    if LW-Games(LaneSlot, WeekIndex) is greater than zero
                        perform 7250-WriteOneWeekLine
                    end-if
                end-perform
            end-if
        end-perform
    end-if.

7250-WriteOneWeekLine.

    initialize WeekDetailLine

    if LaneSlot is equal to HouseSlot
        move "HOUSE" to WD-Caption
    else
        move "LANE " to WD-Caption
        move LaneSlot to WD-LaneNumber
    end-if

    compute WeekStartInteger = RangeFromInteger + ((WeekIndex - 1) * 7)
    compute WeekStartNumeric = function date-of-integer(WeekStartInteger)
    move WeekIndex to WD-WeekNumber
    move WeekStartNumeric to WD-WeekStart

    compute AverageScore rounded =
        LW-Pins(LaneSlot, WeekIndex) / LW-Games(LaneSlot, WeekIndex)
    move LW-Games(LaneSlot, WeekIndex) to WD-Games
    move AverageScore to WD-Average

    *> A week with nothing measured shows no over/under and leaves
    *> the previous week's figure standing for the next change.
    if LW-MeasuredGames(LaneSlot, WeekIndex) is greater than zero
        compute OverUnderAverage rounded =
            LW-OverUnder(LaneSlot, WeekIndex)
                / LW-MeasuredGames(LaneSlot, WeekIndex)
        move OverUnderAverage to WD-OverUnder

        if PriorWeekOnHand
            compute WeekChange = OverUnderAverage - PriorWeekOverUnder
            move WeekChange to WD-Change
        else
            move spaces to WD-ChangeText
        end-if

        move OverUnderAverage to PriorWeekOverUnder
        set PriorWeekOnHand to true
    else
        move spaces to WD-OverUnderText
        move spaces to WD-ChangeText
    end-if

    write LaneReportLine from WeekDetailLine.

9000-Terminate.

    close LaneReportFile.

end program LaneAnalysisReport.
