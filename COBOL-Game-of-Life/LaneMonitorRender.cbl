*> through as the final line of the feed, so the monitors know
*> where the loop point is.
*>
*> A night played off the monitor playlist puts several patterns
*> on the one GOLHIST, each opened by a SEGMENT header line with
*> the pattern's name and dimensions.  The header is passed
*> through to the feed as it is (no blank line follows it, so it
*> never reads as a frame of its own), the frame border is rebuilt
*> at the new width, and the first frame of the segment gets the
*> live-count-only footer, since the previous pattern's grid is
*> nothing to compare with.  Each segment's END OUTCOME trailer
*> passes through where it falls.
*>
*> Each run appends a START and an END line to the nightly
*> stream's RUNLOG through RunLogWriter.
*>
*> Parameter card (SYSIN) - only needed for a GOLHIST from before
*> the segment headers, and ignored from the first header on:
*>   positions 1-2  number of rows
*>   positions 4-5  number of columns

01 NumberOfColumns pic 99.
01 CellCount pic 9(4).

01 GridDimensionState pic x value "N".
    88 GridDimensionsOnHand value "Y".

*> The segment header GameOfLifeTest writes ahead of each pattern.
01 SegmentHeaderRecord.
    02 filler pic x(8).
    02 SG-SegmentNumber pic 99.
    02 filler pic x(9).
    02 SG-PatternName pic x(12).
    02 filler pic x(6).
    02 SG-NumberOfRows pic 99.
    02 filler pic x(6).
    02 SG-NumberOfColumns pic 99.
    02 filler pic x(357).

01 SegmentsRendered pic 99 value zero.

01 MaxGridCells pic 9(4) value 400.

*> The widest grid row that still fits the 80-byte feed line once
01 FrameDeathCount pic 9(4).
01 FramesRendered pic 9(4) value zero.

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

01 FrameHeaderLine.
    02 filler pic x(11) value "GENERATION ".
    02 FH-Generation pic 9(3).

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    perform with test before until NoMoreHistoryLines
                set NoMoreHistoryLines to true
            not at end
                evaluate true
                    when HistoryFileRecord(1:8) is equal to "SEGMENT "
                        perform 2000-StartSegment
                    when HistoryFileRecord(1:4) is equal to "END "
                        write MonitorFeedLine
                            from HistoryFileRecord(1:80)
    end-perform

    display "GOLRENDR - FRAMES RENDERED " FramesRendered
        " SEGMENTS " SegmentsRendered

    perform 9000-Terminate

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.

    *> No card (or a blank one) is the usual case now - every
    *> segment on GOLHIST brings its own dimensions.
    move spaces to ParameterCard
    accept ParameterCard

    if ParameterCard(1:5) is not equal to spaces
        move ParameterCard(1:2) to NumberOfRows
        move ParameterCard(4:2) to NumberOfColumns

        if NumberOfRows is not numeric or NumberOfColumns is not numeric
            or NumberOfRows is equal to zero
            or NumberOfColumns is equal to zero
            display "GOLRENDR - BAD ROWS/COLUMNS ON SYSIN - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if

        perform 1100-SetGridDimensions
    end-if

    open input HistoryFile

    if HistoryFileNotFound
        display "GOLRENDR - GOLHIST DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    open output MonitorFeedFile

    if not MonitorFeedFileStatusOk
        display "GOLRENDR - UNABLE TO OPEN MONFEED - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1100-SetGridDimensions.

    *> A bordered row is the column width plus two - wider than
    *> the feed line and the frame would overrun its record.
    if NumberOfColumns is greater than MaxFeedColumns
        stop run
    end-if

    set GridDimensionsOnHand to true

    *> The border is the column width framed by corner marks -
    *> built once per grid size, reused for every frame.
    move spaces to BorderLine
    move "+" to BorderLine(1:1)
    move all "-" to BorderLine(2:NumberOfColumns)
    compute RowStartPosition = NumberOfColumns + 2
    move "+" to BorderLine(RowStartPosition:1).

2000-StartSegment.

    move HistoryFileRecord to SegmentHeaderRecord

    if SG-NumberOfRows is not numeric or SG-NumberOfColumns is not numeric
        or SG-NumberOfRows is equal to zero
        or SG-NumberOfColumns is equal to zero
        display "GOLRENDR - BAD ROWS/COLUMNS ON SEGMENT " SG-SegmentNumber
            " - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    move SG-NumberOfRows to NumberOfRows
    move SG-NumberOfColumns to NumberOfColumns
    perform 1100-SetGridDimensions

    write MonitorFeedLine from HistoryFileRecord(1:80)

    move "N" to PreviousGridState
    add 1 to SegmentsRendered.

3000-RenderOneFrame.

    if not GridDimensionsOnHand
        display "GOLRENDR - NO SEGMENT HEADER OR SYSIN ROWS/COLUMNS"
            " FOR THE FIRST FRAME - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    initialize FrameHeaderLine
    move HF-Generation to FH-Generation
    write MonitorFeedLine from FrameHeaderLine
    close HistoryFile
    close MonitorFeedFile.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "GOLRENDR" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "GOLRENDR" to LE-ProgramName
    move return-code to LE-ReturnCode
    string "FRAMES " delimited by size
        FramesRendered delimited by size
        " SEGMENTS " delimited by size
        SegmentsRendered delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program LaneMonitorRender.
