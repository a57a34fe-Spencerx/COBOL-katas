*>   its new StabilityReport parameter; the outcome, generation
*>   and cycle length are echoed to SYSOUT so the operator can
*>   see why a 20-generation request came back shorter.
*> - Monitor playlist.  One pattern a night had the monitors
*>   looping the same splash for four hours, or sitting on a
*>   still picture once it settled.  The night's patterns now
*>   come off PLAYLIST-FILE, keyed by day of the week with dated
*>   entries for holidays and tournament nights, and are played
*>   back to back into the one GOLHIST - each run opened by a
*>   SEGMENT header carrying the pattern's name and dimensions,
*>   and closed by GameOfLife's END OUTCOME trailer.  A pattern
*>   that dies out, freezes or cycles ends its segment there and
*>   the next entry starts, rather than padding.  The SYSIN card
*>   now names the night; the old one-pattern card still works
*>   for a one-off run.
*> - Run log.  The step appends a START and an END line to the
*>   nightly stream's RUNLOG through RunLogWriter, with the night,
*>   its return code and the segments played and entries skipped.
*>
*> Playlist file (PLAYLIST), one entry per line, played in file
*> order; a line opening with * is a comment:
*>   positions  1-8   MON, TUE ... SUN for the weekly list, or a
*>                    date (YYYYMMDD) - any dated entry for the
*>                    night replaces that weekday's list outright
*>   positions 10-21  pattern name (as on the library file)
*>   positions 23-24  generation count
*>   position  26     toroidal switch (Y/N)
*>   position  28     survival minimum neighbours
*>   position  30     survival maximum neighbours
*>   position  32     birth neighbour count
*> Leaving 28/30/32 blank or zero runs the classic Conway 2/3/3.
*>
*> Parameter card (SYSIN):
*>   positions  1-8   night date (YYYYMMDD) - blank plays today's
*>                    list
*> or, for a one-off run of a single pattern without the playlist,
*> the one-pattern card:
*>   positions  1-12  pattern name (as on the library file)
*>   positions 14-15  generation count
*>   position  17     toroidal switch (Y/N)
*>   position  19     survival minimum neighbours
*>   position  21     survival maximum neighbours
*>   position  23     birth neighbour count

identification division.
program-id. GameOfLifeTest.
            organization is line sequential
            file status is PatternLibraryFileStatus.

        select PlaylistFile assign to "PLAYLIST"
            organization is line sequential
            file status is PlaylistFileStatus.

        select HistoryFile assign to "GOLHIST"
            organization is line sequential
            file status is HistoryFileStatus.

data division.
file section.
fd  PatternLibraryFile
    02 filler pic x(6).
    02 PL-Grid pic x(400).

fd  PlaylistFile
    recording mode is f.
01 PlaylistRecord.
    02 PY-NightKey pic x(8).
    02 filler pic x.
    02 PY-PatternName pic x(12).
    02 filler pic x.
    02 PY-GenerationCount pic xx.
    02 filler pic x.
    02 PY-ToroidalSwitch pic x.
    02 filler pic x.
    02 PY-SurvivalMin pic x.
    02 filler pic x.
    02 PY-SurvivalMax pic x.
    02 filler pic x.
    02 PY-BirthCount pic x.
    02 filler pic x(48).

fd  HistoryFile
    recording mode is f.
01 HistoryFileRecord pic x(404).

working-storage section.
    01 PatternLibraryFileStatus pic xx.
        88 PatternLibraryFileNotFound value "35".

    01 PlaylistFileStatus pic xx.
        88 PlaylistFileNotFound value "35".

    01 HistoryFileStatus pic xx.
        88 HistoryFileStatusOk values "00" "04".

    01 EndOfPatternFile pic x value "N".
        88 NoMorePatterns value "Y".

    01 EndOfPlaylistFile pic x value "N".
        88 NoMorePlaylistLines value "Y".

    01 PatternFound pic x value "N".
        88 RequestedPatternFound value "Y".

    01 ParameterCard pic x(80).
    01 RequestedPatternName pic x(12).

    *> The night being played, and its weekday as the playlist
    *> keys it.  Day 1 of the integer date calendar (1 January
    *> 1601) was a Monday.
    01 NightDate pic x(8).
    01 NightDateNumeric pic 9(8).
    01 NightDateInteger pic 9(7).
    01 NightWeekdayNumber pic 9.
    01 WeekdayQuotient pic 9(7).
    01 NightWeekday pic x(3).
    01 CurrentDateTime pic x(21).

    01 WeekdayNames pic x(21) value "MONTUEWEDTHUFRISATSUN".
    01 WeekdayNameTable redefines WeekdayNames.
        02 WeekdayName pic x(3) occurs 7 times.

    *> Tonight's entries.  Dated entries for the night are kept
    *> apart from the weekday's until the file has been read, since
    *> either may come first on it.
    01 MaxPlayEntries pic 99 value 12.

    01 PlayTable.
        02 PlayEntryCount pic 99 value zero.
        02 PlayEntry occurs 12 times.
            03 PE-PatternName pic x(12).
            03 PE-GenerationCount pic xx.
            03 PE-ToroidalSwitch pic x.
            03 PE-SurvivalMin pic x.
            03 PE-SurvivalMax pic x.
            03 PE-BirthCount pic x.

    01 DatedPlayTable.
        02 DatedEntryCount pic 99 value zero.
        02 DatedEntry occurs 12 times.
            03 DE-PatternName pic x(12).
            03 DE-GenerationCount pic xx.
            03 DE-ToroidalSwitch pic x.
            03 DE-SurvivalMin pic x.
            03 DE-SurvivalMax pic x.
            03 DE-BirthCount pic x.

    01 PlayIndex pic 99.
    01 PlaylistOverflow pic x value "N".
        88 PlaylistTooLong value "Y".

    01 SegmentsPlayed pic 99 value zero.
    01 EntriesSkipped pic 99 value zero.

    *> This step's START and END lines on RUNLOG, laid out as the
    *> bowling stream's RunLogWriter takes them (RunLogEntry there).
    01 RunLogEntry.
        02 LE-Event pic x(5).
            88 LE-StepStarting value "START".
            88 LE-StepEnding value "END".
        02 LE-ProgramName pic x(9).
        02 LE-NightDate pic x(8).
        02 LE-ReturnCode pic 9(4).
        02 LE-KeyCounts pic x(59).

    01 SegmentHeaderRecord.
        02 filler pic x(8) value "SEGMENT ".
        02 SG-SegmentNumber pic 99.
        02 filler pic x(9) value " PATTERN ".
        02 SG-PatternName pic x(12).
        02 filler pic x(6) value " ROWS ".
        02 SG-NumberOfRows pic 99.
        02 filler pic x(6) value " COLS ".
        02 SG-NumberOfColumns pic 99.
        02 filler pic x(357) value spaces.

    01 MaxGridCells pic 9(4) value 400.
    01 CellCount pic 9(4).

    01 NumberOfRows pic 99.
    01 NumberOfColumns pic 99.
    01 GenerationCount pic 99.
    01 ToroidalSwitch pic x.

    *> Classic Conway rules unless the entry overrides them: a
    *> live cell survives on 2 or 3 neighbours, a dead cell is
    *> born on exactly 3.
    01 SurvivalMinNeighbors pic 9 value 2.
    01 SurvivalMaxNeighbors pic 9 value 3.
    01 BirthNeighborCount pic 9 value 3.

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-ReadParameterCard

    if PlayEntryCount is equal to zero
        perform 1500-LoadPlaylist
    end-if

    perform 1800-StartHistory

    perform with test after varying PlayIndex from 1 by 1
        until PlayIndex is equal to PlayEntryCount

        perform 2000-PlayOneEntry
    end-perform

    display "GOLTEST - SEGMENTS PLAYED " SegmentsPlayed
        " ENTRIES SKIPPED " EntriesSkipped

    if SegmentsPlayed is equal to zero
        display "GOLTEST - NOTHING PLAYED - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if EntriesSkipped is greater than zero or PlaylistTooLong
        move 4 to return-code
    end-if

    perform 9710-LogStepEnd

    stop run.

1000-ReadParameterCard.

    *> A date (or nothing) names the night to play off the
    *> playlist; anything else is the one-pattern card, which
    *> becomes tonight's only entry.
    move spaces to ParameterCard
    accept ParameterCard

    evaluate true
        when ParameterCard(1:8) is numeric
            move ParameterCard(1:8) to NightDate
        when ParameterCard(1:12) is equal to spaces
            move function current-date to CurrentDateTime
            move CurrentDateTime(1:8) to NightDate
        when other
            move 1 to PlayEntryCount
            move ParameterCard(1:12) to PE-PatternName(1)
            move ParameterCard(14:2) to PE-GenerationCount(1)
            move ParameterCard(17:1) to PE-ToroidalSwitch(1)
            move ParameterCard(19:1) to PE-SurvivalMin(1)
            move ParameterCard(21:1) to PE-SurvivalMax(1)
            move ParameterCard(23:1) to PE-BirthCount(1)
    end-evaluate.

1500-LoadPlaylist.

    move NightDate to NightDateNumeric
    compute NightDateInteger = function integer-of-date(NightDateNumeric)
    compute NightDateInteger = NightDateInteger - 1
    divide NightDateInteger by 7 giving WeekdayQuotient
        remainder NightWeekdayNumber
    move WeekdayName(NightWeekdayNumber + 1) to NightWeekday

    open input PlaylistFile

    if PlaylistFileNotFound
        display "GOLTEST - PLAYLIST DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMorePlaylistLines
        read PlaylistFile
            at end
                set NoMorePlaylistLines to true
            not at end
                evaluate true
                    when PlaylistRecord(1:1) is equal to "*"
                        continue
                    when PY-NightKey is equal to NightDate
                        perform 1510-TakeDatedEntry
                    when PY-NightKey(1:3) is equal to NightWeekday
                        and PY-NightKey(4:5) is equal to spaces
                        perform 1520-TakeWeekdayEntry
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    close PlaylistFile

    if DatedEntryCount is greater than zero
        move DatedEntryCount to PlayEntryCount
        perform with test after varying PlayIndex from 1 by 1
            until PlayIndex is equal to DatedEntryCount

            move DatedEntry(PlayIndex) to PlayEntry(PlayIndex)
        end-perform
    end-if

    display "GOLTEST - NIGHT " NightDate " " NightWeekday
        " ENTRIES " PlayEntryCount

    if PlayEntryCount is equal to zero
        display "GOLTEST - NO PLAYLIST ENTRIES FOR THE NIGHT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1510-TakeDatedEntry.

    if DatedEntryCount is greater than or equal to MaxPlayEntries
        set PlaylistTooLong to true
    else
        add 1 to DatedEntryCount
        move PY-PatternName to DE-PatternName(DatedEntryCount)
        move PY-GenerationCount to DE-GenerationCount(DatedEntryCount)
        move PY-ToroidalSwitch to DE-ToroidalSwitch(DatedEntryCount)
        move PY-SurvivalMin to DE-SurvivalMin(DatedEntryCount)
        move PY-SurvivalMax to DE-SurvivalMax(DatedEntryCount)
        move PY-BirthCount to DE-BirthCount(DatedEntryCount)
    end-if.

1520-TakeWeekdayEntry.

    if PlayEntryCount is greater than or equal to MaxPlayEntries
        set PlaylistTooLong to true
    else
        add 1 to PlayEntryCount
        move PY-PatternName to PE-PatternName(PlayEntryCount)
        move PY-GenerationCount to PE-GenerationCount(PlayEntryCount)
        move PY-ToroidalSwitch to PE-ToroidalSwitch(PlayEntryCount)
        move PY-SurvivalMin to PE-SurvivalMin(PlayEntryCount)
        move PY-SurvivalMax to PE-SurvivalMax(PlayEntryCount)
        move PY-BirthCount to PE-BirthCount(PlayEntryCount)
    end-if.

1800-StartHistory.

    *> GameOfLife appends each run; the night's GOLHIST starts
    *> empty here.
    open output HistoryFile

    if not HistoryFileStatusOk
        display "GOLTEST - UNABLE TO OPEN GOLHIST - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    close HistoryFile.

2000-PlayOneEntry.

    move PE-PatternName(PlayIndex) to RequestedPatternName
    move PE-GenerationCount(PlayIndex) to GenerationCount
    move PE-ToroidalSwitch(PlayIndex) to ToroidalSwitch

    if GenerationCount is not numeric
        or GenerationCount is equal to zero
        move 1 to GenerationCount
    end-if

    move 2 to SurvivalMinNeighbors
    move 3 to SurvivalMaxNeighbors
    move 3 to BirthNeighborCount

    if PE-SurvivalMin(PlayIndex) is numeric
        and PE-SurvivalMin(PlayIndex) is not equal to "0"
        move PE-SurvivalMin(PlayIndex) to SurvivalMinNeighbors
    end-if

    if PE-SurvivalMax(PlayIndex) is numeric
        and PE-SurvivalMax(PlayIndex) is not equal to "0"
        move PE-SurvivalMax(PlayIndex) to SurvivalMaxNeighbors
    end-if

    if PE-BirthCount(PlayIndex) is numeric
        and PE-BirthCount(PlayIndex) is not equal to "0"
        move PE-BirthCount(PlayIndex) to BirthNeighborCount
    end-if

    perform 2100-LoadRequestedPattern

    if RequestedPatternFound
        perform 2200-WriteSegmentHeader

        display "Starting grid (" RequestedPatternName "):"
        perform 8000-DisplayGrid

        call "GameOfLife" using by reference NumberOfRows, NumberOfColumns,
            by reference GenerationCount, by reference ToroidalSwitch,
            by reference SurvivalMinNeighbors, by reference SurvivalMaxNeighbors,
            by reference BirthNeighborCount, by reference StartingGrid,
            by reference GenerationHistory, by reference GenerationStatistics,
            by reference StabilityReport

        display "Resulting grid after " GenerationCount " generations:"
        perform 8000-DisplayGrid

        display "Outcome " SR-Outcome " at generation " SR-OutcomeGeneration
            " period " SR-CyclePeriod
    end-if.

2100-LoadRequestedPattern.

    *> A playlist entry naming a pattern that is not on the
    *> library, or one too big for a GOLHIST snapshot, is passed
    *> over - the rest of the night still plays.
    move "N" to PatternFound
    move "N" to EndOfPatternFile

    open input PatternLibraryFile


    if not RequestedPatternFound
        display "GOLTEST - PATTERN " RequestedPatternName
            " NOT ON LIBRARY - SKIPPED"
        add 1 to EntriesSkipped
    else
        compute CellCount = NumberOfRows * NumberOfColumns

        if CellCount is greater than MaxGridCells
            display "GOLTEST - PATTERN " RequestedPatternName
                " LARGER THAN A GOLHIST SNAPSHOT - SKIPPED"
            move "N" to PatternFound
            add 1 to EntriesSkipped
        end-if
    end-if.

2200-WriteSegmentHeader.

    add 1 to SegmentsPlayed

    initialize SegmentHeaderRecord
    move SegmentsPlayed to SG-SegmentNumber
    move RequestedPatternName to SG-PatternName
    move NumberOfRows to SG-NumberOfRows
    move NumberOfColumns to SG-NumberOfColumns

    open extend HistoryFile
    write HistoryFileRecord from SegmentHeaderRecord
    close HistoryFile.

8000-DisplayGrid.

    perform with test after varying OutputRow from 1 by 1
        display StartingGrid(RowStartPosition:NumberOfColumns)
    end-perform.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "GOLTEST" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "GOLTEST" to LE-ProgramName
    move NightDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "SEGMENTS " delimited by size
        SegmentsPlayed delimited by size
        " SKIPPED " delimited by size
        EntriesSkipped delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program GameOfLifeTest.
