*> section, in standings order.  A forfeited team gets a sheet
*> too - zero games, its points lost, and its season line - which
*> is exactly what its captain needs to see.
*>
*> A catch-up run of TenPinBowling puts several missed nights on
*> STANDINGS and SCOREREPT, each section opened by a night marker.
*> The sheets are for the last of those nights - the night the
*> season reports stand at - so only its STANDINGS section and
*> its SCOREREPT section are read; the nights before it are passed
*> over.  A file with no markers is one night, as it always was.
*>
*> Each run appends a START and an END line to RUNLOG, the
*> nightly stream's run log (see RunLogWriter).

identification division.
program-id. TeamNightSheet.
01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

*> The night markers on a catch-up run's STANDINGS and SCOREREPT.
    copy "CatchUpNight.cpy".

*> The night the sheets are cut for - the last STANDINGS section
*> - and whether the SCOREREPT line in hand falls in it.
01 SheetNightDate pic x(8) value spaces.

01 ReportLineSection pic x value "Y".
    88 ReportLineInSheetNight value "Y".

*> The night's STANDINGS team detail line, as TenPinBowling
*> writes it - told apart from the individual detail lines by the
*> " TEAM " caption at position 10.

01 SheetsWritten pic 9(3) value zero.

*> This step's START and END lines on RUNLOG.
    copy "RunLogEntry.cpy".

01 SheetSeparatorLine pic x(132) value all "=".

01 SheetHeaderLine.

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    perform 2000-LoadNightTeams

    perform 9000-Terminate

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.

2000-LoadNightTeams.

    *> A catch-up run's sections run oldest night first, so each
    *> night marker starts the table again and the last night's
    *> teams are what is left.
    open input StandingsFile

    if StandingsFileNotFound
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when StandingsLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        move StandingsLine to CatchUpNightLine
                        move CN-NightDate to SheetNightDate
                        move zero to TeamEntryCount
                    when StandingsLine(1:5) is equal to "RANK "
                        and StandingsLine(10:6) is equal to " TEAM "
                        and TeamEntryCount is less than MaxTeamEntries
                        perform 2100-LoadOneTeam
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfInputFile
    close StandingsFile.

2100-LoadOneTeam.

    add 1 to TeamEntryCount
    set TeamIndex to TeamEntryCount
    move TD-TeamCode to TN-TeamCode(TeamIndex)
    move TD-PointsWon to TN-PointsWon(TeamIndex)
    move TD-PointsLost to TN-PointsLost(TeamIndex)
    move TD-TotalPins to TN-TotalPins(TeamIndex)
    move TD-HandicapPins to TN-HandicapPins(TeamIndex)
    move TD-GamesBowled to TN-GamesBowled(TeamIndex)
    move TD-GameDate to TN-GameDate(TeamIndex)
    move TD-Game1Pins to TN-Game1Pins(TeamIndex)
    move TD-Game2Pins to TN-Game2Pins(TeamIndex)
    move TD-Game3Pins to TN-Game3Pins(TeamIndex).

3000-LoadNightGames.

    open input ScoreReportFile
            at end
                set NoMoreInputLines to true
            not at end
                evaluate true
                    when ScoreReportLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        move ScoreReportLine to CatchUpNightLine
                        if CN-NightDate is equal to SheetNightDate
                            set ReportLineInSheetNight to true
                        else
                            move "N" to ReportLineSection
                        end-if
                    when ScoreReportLine(1:5) is equal to "LANE "
                        and RD-TeamCode is not equal to spaces
                        and ReportLineInSheetNight
                        perform 3100-LoadOneGame
                    when other
                        continue
                end-evaluate
        end-read
    end-perform


    close NightSheetFile.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "NIGHTSHT" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "NIGHTSHT" to LE-ProgramName
    if TeamEntryCount is greater than zero
        move TN-GameDate(1) to LE-NightDate
    end-if
    move return-code to LE-ReturnCode
    string "TEAMS " delimited by size
        TeamEntryCount delimited by size
        " GAMES " delimited by size
        GameEntryCount delimited by size
        " SHEETS " delimited by size
        SheetsWritten delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program TeamNightSheet.
