*> A night with nothing to show (no standings, no milestones)
*> copies the Life feed through unchanged.
*>
*> A catch-up run of TenPinBowling puts several missed nights on
*> STANDINGS, each section opened by a CATCHUP NIGHT marker, oldest
*> first.  The crawl shows one night: the night on the card when
*> it names one, otherwise the last section on the file - tonight.
*> The other nights' lines are passed over, so no team or bowler
*> shows once per night.
*>
*> A Life feed played off the monitor playlist carries several
*> patterns, each opened by a SEGMENT header line with its name and
*> grid size and closed by its own END OUTCOME trailer; the grid
*> width can change from one segment to the next.  The crawl frames
*> keep their own width throughout - nothing here depends on the
*> Life grid's - and the header and trailer lines copy through
*> where they fall, with no crawl frame after either, so a
*> scoreboard frame only ever follows an animation frame.
*>
*> Each run appends a START and an END line to the nightly
*> stream's RUNLOG through RunLogWriter.
*>
*> Parameter card (SYSIN):
*>   positions  1-2   crawl frame height (rows of text per frame)
*>   positions  4-5   crawl frame width (columns)
01 FrameColumns pic 99.
01 NightGameDate pic x(8).

01 CrawlNightSource pic x value "N".
    88 NightDateOnCard value "Y".

*> The night marker on a catch-up run's STANDINGS, laid out as
*> TenPinBowling writes it (CatchUpNight.cpy there), and whether
*> the line in hand is in the night being shown.
01 CatchUpNightLine.
    02 CN-RecordTag pic x(14).
    02 CN-NightDate pic x(8).
    02 filler pic x(58).

01 StandingsSection pic x value "Y".
    88 StandingsLineForNight value "Y".

*> The widest crawl row the frame table carries - two less than
*> LaneMonitorRender's 78-column feed limit, because the two
*> border characters eat their share of the 80-byte line and the
01 TeamLineRank pic 9(3).
01 HallFameCount pic 99 value zero.
01 LifeFramesSeen pic 9(4) value zero.
01 LifeSegmentsSeen pic 99 value zero.
01 CrawlFramesWritten pic 9(4) value zero.

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
    02 filler pic x(11) value "SCOREBOARD ".
    02 CH-Title pic x(24).

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    perform 2000-LoadStandings
    perform 5000-InterleaveFeed

    display "SCORCRWL - LIFE FRAMES " LifeFramesSeen
        " SEGMENTS " LifeSegmentsSeen
        " CRAWL FRAMES " CrawlFramesWritten

    perform 9000-Terminate

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.
    move ParameterCard(4:2) to FrameColumns
    move ParameterCard(7:8) to NightGameDate

    if NightGameDate is not equal to spaces
        set NightDateOnCard to true
    end-if

    if FrameRows is not numeric or FrameRows is equal to zero
        move 8 to FrameRows
    end-if
                    set NoMoreInputLines to true
                not at end
                    evaluate true
                        when StandingsLine(1:14) is equal to
                                "CATCHUP NIGHT "
                            perform 2050-TakeNightMarker
                        when not StandingsLineForNight
                            continue
                        when StandingsLine(1:5) is equal to "RANK "
                            and StandingsLine(10:6) is equal to " TEAM "
                            perform 2100-TakeTeamLine
        close StandingsFile
    end-if.

2050-TakeNightMarker.

    *> With no night on the card every marker starts the top five
    *> and the leading teams again, so the last night's section is
    *> what is left when the file ends.
    move StandingsLine to CatchUpNightLine

    evaluate true
        when NightDateOnCard
            and CN-NightDate is equal to NightGameDate
            set StandingsLineForNight to true
        when NightDateOnCard
            move "N" to StandingsSection
        when other
            set StandingsLineForNight to true
            move CN-NightDate to NightGameDate
            initialize TopFiveTable
            move zero to CF-RowCount(3)
    end-evaluate.

2100-TakeTeamLine.

    move StandingsLine to TeamStandingsDetailLine
            not at end
                write MonitorFeedLine from LifeFeedLine

                if LifeFeedLine(1:8) is equal to "SEGMENT "
                    add 1 to LifeSegmentsSeen
                end-if

                if LifeFeedLine is equal to spaces
                    add 1 to LifeFramesSeen


    close MonitorFeedFile.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "SCORCRWL" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "SCORCRWL" to LE-ProgramName
    move NightGameDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "LIFE FRAMES " delimited by size
        LifeFramesSeen delimited by size
        " SEGMENTS " delimited by size
        LifeSegmentsSeen delimited by size
        " CRAWL FRAMES " delimited by size
        CrawlFramesWritten delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program ScoreboardCrawl.
