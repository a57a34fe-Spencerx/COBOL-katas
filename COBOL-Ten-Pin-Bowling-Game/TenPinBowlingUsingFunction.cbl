*>   the team season master step can keep and rank the season race
*>   per league instead of pitting the two leagues that share a
*>   night against each other.
*> - Book averages.  The season close run (SeasonClose) carries
*>   each returning bowler's final season average onto
*>   BOOK-AVERAGE-FILE, headed with the last night of the season
*>   it closed.  Once that file is present, a bowler's entering
*>   average is taken from this season's games only - those dated
*>   after the closed season - and a bowler with none yet
*>   handicaps, and is blinded, off their book average instead.
*>   A bowler with neither falls back to the history average as
*>   before, and a shop that has never closed a season has no
*>   file and scores exactly as it did.
*> - Each team's TEAM STANDINGS line is now followed by a MATCH
*>   POINTS line giving the points the team took in each of the
*>   four contests, so the league website can show how a night's
*>   eight points were split.  A forfeit win shows two in each.
*>   Readers that key on "RANK " are unaffected.
*> - Feed batch control.  The lane control system now brackets
*>   each transmission with a header naming the league night and
*>   a trailer carrying its card count and a hash total of the
*>   lane numbers, and the entry screen does the same for each
*>   session it commits.  Before a card is scored the whole feed
*>   is read and every batch proved against its trailer; a batch
*>   that does not prove, or one dated for a night other than the
*>   one being scored, stops the run with RC=12 and nothing
*>   touched.  The night is the date on the SYSIN card when one is
*>   keyed, else the night a restart's checkpoints were written
*>   for (the checkpoint now carries it), else today.  RECONRPT
*>   shows each batch's counts as sent beside what was read.
*> - Duplicate games.  A retransmitted part of a night once scored
*>   game 2 twice for several bowlers and still balanced, because
*>   the night balances against what was read.  Every game scored
*>   - card, repair off RESUBMIT or banked game - is now noted by
*>   bowler, date and game number (and rebuilt off SCOREREPT on a
*>   restart); a second card for the same game rejects to EXCEPTNS
*>   as DUPLICATE GAME, and a banked game already scored is
*>   skipped with a console warning.
*> - Each SCOREHIST game line now carries the game's strike count
*>   (" STR nn", out of the line's trailing filler) off the same
*>   frame recap that goes to RECAPRPT, which is cleared down
*>   nightly - the lane analysis run needs it over a date range.
*>   Lines written before this carry spaces there.
*> - Run log.  The step appends a START line to RUNLOG as it
*>   begins and an END line as it finishes (RunLogWriter), with
*>   the night, its return code and the scored, rejected, blind
*>   and banked counts - including the RC=12 feed rejections.
*> - Lane control pre-load.  The afternoon LanePreload run now
*>   sends the lane control system tonight's bowlers, lanes and
*>   handicaps (LANEASGN).  When that file is present and cut for
*>   the night being scored, every card in a LANE batch is checked
*>   against it, and one that came back under an id it did not
*>   send, or on a lane other than the one it sent the bowler to,
*>   gets a NOTE PRELOAD line on EXCEPTNS.  The card still scores
*>   or rejects as before.
*> - Catch-up mode.  With CATCHUP in columns 10-16 of the SYSIN
*>   card, the feed may carry batches for several missed nights,
*>   none later than the night on the card (or today).  They are
*>   scored one night at a time, oldest first, each exactly as its
*>   own run would have scored it - entering averages that take in
*>   the nights before it, its own blinds, banked games, match
*>   points, recap totals and reconciliation - and each night's
*>   lines on SCOREREPT, EXCEPTNS, RECAPRPT, STANDINGS and BILLING
*>   are opened by a CATCHUP NIGHT marker (CatchUpNight.cpy) so the
*>   posting steps can post the nights one at a time.  A catch-up
*>   night is checkpointed at zero before its first card, so a
*>   restart knows the night as well as the card it stopped on:
*>   the nights already finished are replayed off their sections
*>   to write STANDINGS, BILLING and RECONRPT again, the night it
*>   stopped in picks up at the next card.  In either mode a feed
*>   carrying a night older than the one last posted to the season
*>   master (the new optional SEASONIN) is refused with RC=12 and
*>   nothing scored, unless the posted night is on the feed too -
*>   a rerun the posting steps already pass over.
*> - A banked game already scored is no longer just a console
*>   warning: it rejects to EXCEPTNS as DUPLICATE GAME like a
*>   second card, tagged B after the game number so a restart
*>   can tell it from a rejected card, and counts on RECONRPT and
*>   the EXCEPTNS trailer.  A card is registered as scored under
*>   the same game key its duplicate check searched on, so a
*>   second card with a bad game number is caught as well.

identification division.
program-id. TenPinBowling.
            organization is line sequential
            file status is PreBowlFileStatus.

        select BookAverageFile assign to "BOOKAVG"
            organization is line sequential
            file status is BookAverageFileStatus.

        select LaneAssignmentFile assign to "LANEASGN"
            organization is line sequential
            file status is LaneAssignmentFileStatus.

        select SeasonMasterFile assign to "SEASONIN"
            organization is line sequential
            file status is SeasonMasterFileStatus.

data division.
file section.
fd  ScorecardFile.

fd  RestartFile
    recording mode is f.
01 RestartLine pic x(35).

fd  BillingFile
    recording mode is f.
01 PreBowlFileRecord.
    copy "ScoreCardRecord.cpy".

fd  BookAverageFile
    recording mode is f.
01 BookAverageLine pic x(80).

fd  LaneAssignmentFile
    recording mode is f.
01 LaneAssignmentLine pic x(80).

fd  SeasonMasterFile
    recording mode is f.
01 SeasonMasterLine pic x(120).

working-storage section.

01 EndOfScorecardFile pic x value "N".
01 CheckpointRecord.
    02 filler pic x(11) value "CHECKPOINT ".
    02 CK-ScoreCardCount pic 9(5).
    02 filler pic x(7) value " NIGHT ".
    02 CK-NightDate pic x(8).
    02 filler pic x(4) value spaces.

*> The night a restart's checkpoints were written for - spaces
*> when there is nothing to restart, or the checkpoints predate
*> the night being carried on them.
01 RestartNightDate pic x(8) value spaces.

01 SkipIndex pic 9(5).
01 SkipCardCount pic 9(5).


01 ResubmitCardsSeen pic 9(5) value zero.

*> Batch control on the inbound feed.  1030-CheckFeedControls
*> reads SCORECARD-FILE end to end before a card is scored and
*> proves every batch against its trailer; the batches are kept
*> for the control totals report.
    copy "ScoreCardControl.cpy".

*> The source named on the header of the batch being scored - only
*> the lane control system's own batches are checked against the
*> pre-load; entry screen sessions are keyed off paper.
01 CurrentBatchSource pic x(4) value spaces.
    88 LaneSystemBatch value "LANE".

*> The lane control pre-load LanePreload cut for the night
*> (LANEASGN): who was sent to which lane.  Optional - without it,
*> or when it was cut for another night, no card is checked.
01 LaneAssignmentFileStatus pic xx.
    88 LaneAssignmentFileStatusOk values "00" "04" "10".
    88 LaneAssignmentFileNotFound value "35".

    copy "LaneAssignment.cpy".

01 PreloadState pic x value "N".
    88 PreloadOnFile value "Y".

01 MaxPreloadEntries pic 9(3) value 500.

01 PreloadTable.
    02 PreloadCount pic 9(3) value zero.
    02 PreloadEntry occurs 1 to 500 times
            depending on PreloadCount
            indexed by PreloadIndex.
        03 PL-BowlerId pic x(10).
        03 PL-LaneNumber pic 99.

01 PreloadTableFull pic x value "N".
    88 PreloadTableIsFull value "Y".

*> Scratch for the per-card check against the pre-load.
01 PreloadBowlerFound pic x.
    88 BowlerWasPreloaded value "Y".
01 PreloadLaneFound pic x.
    88 LaneWasPreloaded value "Y".
01 PreloadedLane pic 99.
01 PreloadedLaneShow pic z9.
01 PreloadNoteCount pic 9(5) value zero.

01 PreloadNoteLine.
    02 filler pic x(16) value "NOTE PRELOAD ID ".
    02 PN-BowlerId pic x(10).
    02 filler pic x(6) value " LANE ".
    02 PN-LaneNumber pic z9.
    02 filler pic x(6) value " DATE ".
    02 PN-GameDate pic x(8).
    02 filler pic x(1) value space.
    02 PN-Finding pic x(24).
    02 filler pic x(77) value spaces.

*> This step's START and END lines on RUNLOG.
    copy "RunLogEntry.cpy".

*> The league night being scored - see 1010-DetermineNight.
01 NightParameterCard pic x(80).
01 ExpectedNightDate pic x(8) value spaces.
01 CurrentDateTime pic x(21).

*> Catch-up mode - CATCHUP in columns 10-16 of the SYSIN card.
*> The feed may then carry batches for several missed nights, none
*> later than the night on the card (or today), and they are scored
*> one night at a time, oldest first, each as a night of its own:
*> its own entering averages, blinds, match points, STANDINGS and
*> BILLING section and reconciliation.  Each night's lines on the
*> nightly files are opened by a CATCHUP NIGHT marker.
01 CatchUpSwitch pic x value "N".
    88 CatchUpRun value "Y".

*> The nights on the feed, oldest first - one entry on an ordinary
*> run, since every batch is then dated the one night.
01 MaxNightListEntries pic 99 value 20.

01 NightListTable.
    02 NightListCount pic 99 value zero.
    02 NightListEntry occurs 1 to 20 times
            depending on NightListCount
            indexed by NightListIndex.
        03 NL-NightDate pic x(8).

01 NightInsertPoint pic 99.
01 NightShiftIndex pic 99.
01 NightSearchDate pic x(8).
01 NightFound pic x value "N".
    88 NightOnList value "Y".

*> The night being scored by the pass in hand.
01 ScoringNightDate pic x(8) value spaces.

*> How the night in hand stands against a restart.  A night the
*> interrupted run had already finished is only replayed off its
*> SCOREREPT and EXCEPTNS sections, to write its STANDINGS, BILLING
*> and RECONRPT sections again; the night it stopped in is replayed
*> and picks up at the next card; anything later is scored new.
01 NightMode pic x value "N".
    88 NightIsNew value "N".
    88 NightIsRestart value "R".
    88 NightIsReplayOnly value "P".

01 RestartState pic x value "N".
    88 RestartInProgress value "Y".

01 RestartCardCount pic 9(5) value zero.
01 ReplayWholeNight pic 9(5) value 99999.

*> Set while a replay or recount is reading the night's own section
*> of a file - always, on an ordinary run, which has no markers.
01 NightSectionState pic x value "Y".
    88 LineInNightSection value "Y".

*> Whether the replay found the night's marker already written -
*> they go on SCOREREPT, EXCEPTNS and RECAPRPT together.
01 NightMarkerState pic x value "N".
    88 NightMarkerOnFile value "Y".

*> Set off each batch header - only the cards in batches for the
*> night in hand are scored on its pass.
01 NightBatchState pic x value "Y".
    88 BatchIsForNight value "Y".

    copy "CatchUpNight.cpy".

*> The night last posted to the season master (SEASONIN).  A night
*> older than that is refused, unless the posted night is itself
*> on the feed - a rerun of nights that have already posted, which
*> the posting steps pass over.  No file, no check.
01 SeasonMasterFileStatus pic xx.
    88 SeasonMasterFileStatusOk values "00" "04" "10".
    88 SeasonMasterFileNotFound value "35".

01 SeasonHeaderRecord.
    02 filler pic x(25).
    02 SA-LastDate pic x(8).
    02 filler pic x(87).

01 SeasonLastDate pic x(8) value spaces.
01 NightsBehindSeason pic 99 value zero.

*> The whole run's counts for RUNLOG, every night added in.
01 RunGamesScored pic 9(5) value zero.
01 RunCardsRejected pic 9(5) value zero.
01 RunBlindGames pic 9(5) value zero.
01 RunBankedGames pic 9(5) value zero.

01 MaxFeedBatches pic 99 value 20.

01 FeedBatchTable.
    02 FeedBatchCount pic 99 value zero.
    02 FeedBatchEntry occurs 1 to 20 times
            depending on FeedBatchCount
            indexed by FeedBatchIndex.
        03 FB-Source pic x(4).
        03 FB-NightDate pic x(8).
        03 FB-CardsSent pic 9(5).
        03 FB-HashSent pic 9(7).
        03 FB-CardsRead pic 9(5).
        03 FB-HashRead pic 9(7).

01 FeedBatchState pic x value "N".
    88 FeedBatchOpen value "Y".

01 FeedControlState pic x value "Y".
    88 FeedControlsOk value "Y".

01 FeedControlMessage pic x(60).

01 FeedCardsSent pic 9(7) value zero.
01 FeedCardsRead pic 9(7) value zero.
01 FeedHashSent pic 9(7) value zero.
01 FeedHashRead pic 9(7) value zero.
01 FeedCardsProcessed pic 9(7) value zero.

*> A feed that fails its batch controls, or is dated for another
*> night, ends the run with its own return code - apart from the
*> RC=8 of a night out of balance and the RC=16 of a hard stop.
01 FeedRejectedReturnCode pic 99 value 12.

01 FeedBatchNoteLine.
    02 filler pic x(11) value "FEED BATCH ".
    02 FN-BatchNumber pic z9.
    02 filler pic x(1) value space.
    02 FN-Source pic x(4).
    02 filler pic x(7) value " NIGHT ".
    02 FN-NightDate pic x(8).
    02 filler pic x(7) value " CARDS ".
    02 FN-CardsSent pic zzzz9.
    02 filler pic x(1) value "/".
    02 FN-CardsRead pic zzzz9.
    02 filler pic x(6) value " HASH ".
    02 FN-HashSent pic zzzzzz9.
    02 filler pic x(1) value "/".
    02 FN-HashRead pic zzzzzz9.
    02 filler pic x(8) value spaces.

*> Every game scored tonight - card, resubmitted repair or banked
*> game - by bowler, date and game number, so a second card for
*> the same game can be turned away instead of scoring twice.
01 MaxScoredGames pic 9(5) value 5000.

01 ScoredGameTable.
    02 ScoredGameCount pic 9(5) value zero.
    02 ScoredGameEntry occurs 1 to 5000 times
            depending on ScoredGameCount
            indexed by ScoredGameIndex.
        03 SG-BowlerId pic x(10).
        03 SG-GameDate pic x(8).
        03 SG-GameNumber pic 9.

01 ScoredGameTableFull pic x value "N".
    88 ScoredGameTableIsFull value "Y".

01 ScoredGameFound pic x value "N".
    88 GameAlreadyScored value "Y".

01 GameKeyBowlerId pic x(10).
01 GameKeyDate pic x(8).
01 GameKeyNumber pic 9.

01 DuplicateGameCount pic 9(5) value zero.

01 DuplicateGameNoteLine.
    02 filler pic x(44) value "DUPLICATE GAMES REJECTED".
    02 DN-DuplicateCount pic zzzzzz9.
    02 filler pic x(29) value spaces.

*> Set by whichever paragraph is feeding 2100-AccumulateStandings -
*> either a freshly scored card or a line being replayed back out
*> of ScoreReportFile after a restart.
        03 HT-LastDate pic x(8).
        03 HT-LastDatePins pic 9(5).
        03 HT-LastDateGames pic 9(3).
        03 HT-SeasonPins pic 9(7).
        03 HT-SeasonGames pic 9(4).
        03 HT-BookAverage pic 9(3).
        03 HT-BookFlag pic x.
            88 BowlerHasBookAverage value "Y".

01 HistoryFound pic x value "N".
    88 BowlerFoundInHistory value "Y".
01 EnteringGames pic 9(4).
01 EnteringAverage pic 9(3).
01 BowlerHandicap pic 9(3).
01 SeasonEnteringPins pic 9(7).
01 SeasonEnteringGames pic 9(4).

01 UseBookAverage pic x value "N".
    88 HandicapFromBookAverage value "Y".

*> Book averages off BOOK-AVERAGE-FILE, cut by the season close
*> run.  BookClosedDate is the last night of the closed season;
*> history dated after it is this season's.  Left blank when there
*> is no file, which keeps the history average as before.
01 BookAverageFileStatus pic xx.
    88 BookAverageFileStatusOk values "00" "04" "10".
    88 BookAverageFileNotFound value "35".

01 BookClosedDate pic x(8) value spaces.

01 BookHeaderLine.
    02 filler pic x(15) value "BOOKAVG CLOSED ".
    02 BH-ClosedDate pic x(8).
    02 filler pic x(57) value spaces.

01 BookDetailLine.
    02 filler pic x(3) value "ID ".
    02 BA-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 BA-BowlerName pic x(20).
    02 filler pic x(6) value " BOOK ".
    02 BA-BookAverage pic 9(3).
    02 filler pic x(7) value " GAMES ".
    02 BA-BookGames pic 9(4).
    02 filler pic x(8) value " CLOSED ".
    02 BA-ClosedDate pic x(8).
    02 filler pic x(10) value spaces.

*> Default handicap basis - 90% of 220 minus entering average -
*> used when a card's league is blank or not on the parameter
        03 TM-PointsLost pic 9(3).
        03 TM-LeagueCode pic x(4).
        03 TM-GamePins pic 9(7) occurs 3 times.
        03 TM-GamePoints pic 9 occurs 4 times.

01 TeamSwapEntry.
    02 TW-TeamCode pic x(4).
    02 TW-PointsLost pic 9(3).
    02 TW-LeagueCode pic x(4).
    02 TW-GamePins pic 9(7) occurs 3 times.
    02 TW-GamePoints pic 9 occurs 4 times.

01 TeamFound pic x value "N".
    88 TeamFoundInTable value "Y".

01 HomeTeamIndex pic 9(3).
01 AwayTeamIndex pic 9(3).
01 ForfeitWinnerIndex pic 9(3).
01 HomeTeamPresent pic x.
    88 HomeTeamBowled value "Y".
01 AwayTeamPresent pic x.
    02 TD-LeagueCode pic x(4).
    02 filler pic x(1) value spaces.

*> Follows each team's standings line: the points that team took
*> in each of the night's four contests - games one to three and
*> the series.  Readers that key on "RANK " pass over it.
01 MatchPointsLine.
    02 filler pic x(18) value "MATCH POINTS TEAM ".
    02 MP-TeamCode pic x(4).
    02 filler pic x(4) value " G1 ".
    02 MP-Game1Points pic 9.
    02 filler pic x(4) value " G2 ".
    02 MP-Game2Points pic 9.
    02 filler pic x(4) value " G3 ".
    02 MP-Game3Points pic 9.
    02 filler pic x(8) value " SERIES ".
    02 MP-SeriesPoints pic 9.
    02 filler pic x(4) value " LG ".
    02 MP-LeagueCode pic x(4).
    02 filler pic x(76) value spaces.

01 StandingsDetailLine.
    02 filler pic x(6) value "RANK ".
    02 SD-Rank pic zz9.
01 BankedGamesCount pic 9(5) value zero.
01 BankedGamesFound pic 9(3).

*> Banked games rejected as already scored.  They are on EXCEPTNS
*> beside the rejected cards but were never cards off the feed.
01 BankedDuplicateCount pic 9(5) value zero.

*> Blind-score generation for absent roster bowlers.
01 BlindPenaltyPins pic 99 value 10.
01 BlindGamesCount pic 9(5) value zero.
    02 XD-SubForId pic x(10).
    02 filler pic x(6) value " GAME ".
    02 XD-GameNumber pic 9.
    02 filler pic x(1) value space.
    02 XD-SourceTag pic x(1) value space.
        88 XD-BankedGame value "B".

*> Written to ExceptionsFile once at end of run so an operator
*> scanning the exceptions report can see the reject count without
    02 SH-BowlerName pic x(20).
    02 filler pic x(7) value " SCORE ".
    02 SH-Score pic zz9.
*> Set on every write - the history load reads back into this
*> same layout, and lines from before the strike count have
*> spaces here.
    02 SH-StrikeTag pic x(5).
    02 SH-Strikes pic 99.
    02 filler pic x(8) value spaces.

*> A game this good or better earns a line on HallOfFameFile.
01 PerfectGameScore pic 999 value 300.

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    *> One pass per night on the feed, oldest first - a single pass
    *> on an ordinary run.
    perform with test after varying NightListIndex from 1 by 1
        until NightListIndex is equal to NightListCount

        perform 1100-ScoreOneNight
    end-perform

    perform 9000-Terminate

    perform 9600-ReportTableOverflows

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.

    perform 1047-LoadPreBowlBank

    perform 1048-LoadBookAverages

    perform 1050-DetermineRestartPoint

    perform 1010-DetermineNight

    perform 1030-CheckFeedControls

    perform 1090-CheckNightsAgainstSeason

    open extend RestartFile

        open extend HallOfFameFile
    end-if

    perform 1070-LoadScoreHistory.

1010-DetermineNight.

    *> The league night being scored: the date on the SYSIN card
    *> when one is keyed, else the night a restart's checkpoints
    *> were written for, else today.  Checkpoints left over from a
    *> different night stop the run - RESTART was not cleared down.
    *> In catch-up mode the date is the latest night to be scored,
    *> and the night a restart stopped in is checked against the
    *> feed's nights instead, once they are known.
    move spaces to NightParameterCard
    accept NightParameterCard

    if NightParameterCard(10:7) is equal to "CATCHUP"
        set CatchUpRun to true
    end-if

    evaluate true
        when NightParameterCard(1:8) is numeric
            move NightParameterCard(1:8) to ExpectedNightDate
        when RestartNightDate is not equal to spaces
            and not CatchUpRun
            move RestartNightDate to ExpectedNightDate
        when other
            move function current-date to CurrentDateTime
            move CurrentDateTime(1:8) to ExpectedNightDate
    end-evaluate

    if not CatchUpRun
        and RestartNightDate is not equal to spaces
        and RestartNightDate is not equal to ExpectedNightDate
        display "TENPIN - RESTART CHECKPOINTS ARE FOR NIGHT "
            RestartNightDate " NOT " ExpectedNightDate
        display "TENPIN - CLEAR DOWN RESTART FOR A NEW NIGHT - RUN STOPPED"
        move FeedRejectedReturnCode to return-code
        perform 9710-LogStepEnd
        stop run
    end-if.

1030-CheckFeedControls.

    *> Read the whole feed before a card is scored.  Every batch
    *> must open with a header dated the night being scored and
    *> close with a trailer whose card count and lane hash agree
    *> with the cards actually between them.  Anything else stops
    *> the run before an output file is opened.
    open input ScorecardFile

    if ScorecardFileNotFound
        stop run
    end-if

    perform with test before until NoMoreScorecards
        read ScorecardFile
            at end
                set NoMoreScorecards to true
            not at end
                perform 1032-TakeFeedRecord
        end-read

        if not ScorecardFileStatusOk
            display "TENPIN - ERROR READING SCORECARDS - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if
    end-perform

    move "N" to EndOfScorecardFile
    close ScorecardFile

    if FeedControlsOk and FeedBatchOpen
        move "LAST BATCH HAS NO TRAILER" to FeedControlMessage
        move "N" to FeedControlState
    end-if

    if FeedControlsOk and FeedBatchCount is equal to zero
        move "NO BATCH HEADER ON THE FEED" to FeedControlMessage
        move "N" to FeedControlState
    end-if

    if not FeedControlsOk
        if FeedBatchCount is greater than zero
            perform with test after varying FeedBatchIndex from 1 by 1
                until FeedBatchIndex is equal to FeedBatchCount
                perform 1038-DisplayFeedBatch
            end-perform
        end-if

        display "TENPIN - SCORECARDS FEED REJECTED - " FeedControlMessage
        display "TENPIN - NOTHING SCORED - RUN STOPPED"
        move FeedRejectedReturnCode to return-code
        perform 9710-LogStepEnd
        stop run
    end-if

    perform with test after varying FeedBatchIndex from 1 by 1
        until FeedBatchIndex is equal to FeedBatchCount

        move FB-NightDate(FeedBatchIndex) to NightSearchDate
        perform 1035-AddNightToList
    end-perform

    *> From here the run is logged against the latest night it
    *> scores.
    move NL-NightDate(NightListCount) to ExpectedNightDate

    if CatchUpRun
        perform 1037-CheckCatchUpRestart
    end-if.

1032-TakeFeedRecord.

    *> Once one check has failed the rest of the feed is only read
    *> past - the first failure is the one reported.
    evaluate true
        when not FeedControlsOk
            continue
        when ScorecardFileRecord(1:4) is equal to "HDR "
            perform 1034-OpenFeedBatch
        when ScorecardFileRecord(1:4) is equal to "TRL "
            perform 1036-CloseFeedBatch
        when not FeedBatchOpen
            move "CARD OUTSIDE A BATCH HEADER AND TRAILER"
                to FeedControlMessage
            move "N" to FeedControlState
        when other
            add 1 to FB-CardsRead(FeedBatchIndex)

            if SC-LaneNumber of ScorecardFileRecord is numeric
                add SC-LaneNumber of ScorecardFileRecord
                    to FB-HashRead(FeedBatchIndex)
            end-if
    end-evaluate.

1034-OpenFeedBatch.

    move ScorecardFileRecord to ScorecardFeedHeader

    evaluate true
        when FeedBatchOpen
            move "BATCH HEADER BEFORE THE LAST BATCH'S TRAILER"
                to FeedControlMessage
            move "N" to FeedControlState
        when FeedBatchCount is greater than or equal to MaxFeedBatches
            move "MORE BATCHES THAN ONE RUN CAN CONTROL"
                to FeedControlMessage
            move "N" to FeedControlState
        when other
            add 1 to FeedBatchCount
            set FeedBatchIndex to FeedBatchCount
            move FH-Source to FB-Source(FeedBatchIndex)
            move FH-NightDate to FB-NightDate(FeedBatchIndex)
            move zero to FB-CardsSent(FeedBatchIndex)
            move zero to FB-HashSent(FeedBatchIndex)
            move zero to FB-CardsRead(FeedBatchIndex)
            move zero to FB-HashRead(FeedBatchIndex)
            set FeedBatchOpen to true

            *> A catch-up feed may carry any night up to the latest
            *> one being scored; an ordinary feed only that night.
            evaluate true
                when CatchUpRun
                    and FH-NightDate is numeric
                    and FH-NightDate is not greater than ExpectedNightDate
                    continue
                when CatchUpRun
                    move spaces to FeedControlMessage
                    string "BATCH DATED " delimited by size
                        FH-NightDate delimited by size
                        " - LATEST NIGHT TO SCORE IS " delimited by size
                        ExpectedNightDate delimited by size
                        into FeedControlMessage
                    move "N" to FeedControlState
                when FH-NightDate is not equal to ExpectedNightDate
                    move spaces to FeedControlMessage
                    string "BATCH DATED " delimited by size
                        FH-NightDate delimited by size
                        " - NIGHT BEING SCORED IS " delimited by size
                        ExpectedNightDate delimited by size
                        into FeedControlMessage
                    move "N" to FeedControlState
                when other
                    continue
            end-evaluate
    end-evaluate.

1035-AddNightToList.

    *> The nights on the feed, kept oldest first and each once - the
    *> order they are scored in.  There can be no more nights than
    *> batches, so the list cannot overflow.
    move "N" to NightFound
    move 1 to NightInsertPoint

    if NightListCount is greater than zero
        perform with test after varying NightListIndex from 1 by 1
            until NightListIndex is equal to NightListCount
            or NightOnList

            evaluate true
                when NL-NightDate(NightListIndex) is equal to
                        NightSearchDate
                    set NightOnList to true
                when NL-NightDate(NightListIndex) is less than
                        NightSearchDate
                    set NightInsertPoint to NightListIndex
                    add 1 to NightInsertPoint
                when other
                    continue
            end-evaluate
        end-perform
    end-if

    if not NightOnList
        add 1 to NightListCount
        move NightListCount to NightShiftIndex

        perform with test before
            until NightShiftIndex is not greater than NightInsertPoint

            move NL-NightDate(NightShiftIndex - 1)
                to NL-NightDate(NightShiftIndex)
            subtract 1 from NightShiftIndex
        end-perform

        move NightSearchDate to NL-NightDate(NightInsertPoint)
    end-if.

1036-CloseFeedBatch.

    move ScorecardFileRecord to ScorecardFeedTrailer

    evaluate true
        when not FeedBatchOpen
            move "BATCH TRAILER WITHOUT A HEADER" to FeedControlMessage
            move "N" to FeedControlState
        when FC-CardCount is not numeric or FC-LaneHash is not numeric
            move "BATCH TRAILER COUNTS NOT NUMERIC" to FeedControlMessage
            move "N" to FeedControlState
        when other
            move "N" to FeedBatchState
            move FC-CardCount to FB-CardsSent(FeedBatchIndex)
            move FC-LaneHash to FB-HashSent(FeedBatchIndex)

            if FB-CardsSent(FeedBatchIndex) is not equal to
                    FB-CardsRead(FeedBatchIndex)
                move "BATCH CARD COUNT DOES NOT AGREE WITH TRAILER"
                    to FeedControlMessage
                move "N" to FeedControlState
            end-if

            if FeedControlsOk
                and FB-HashSent(FeedBatchIndex) is not equal to
                    FB-HashRead(FeedBatchIndex)
                move "BATCH LANE HASH DOES NOT AGREE WITH TRAILER"
                    to FeedControlMessage
                move "N" to FeedControlState
            end-if
    end-evaluate.

1037-CheckCatchUpRestart.

    *> A catch-up restart must stop in one of the feed's own nights,
    *> and its checkpoints must say which.
    if RestartInProgress
        move RestartNightDate to NightSearchDate
        move "N" to NightFound

        perform with test after varying NightListIndex from 1 by 1
            until NightListIndex is equal to NightListCount
            or NightOnList

            if NL-NightDate(NightListIndex) is equal to NightSearchDate
                set NightOnList to true
            end-if
        end-perform

        if not NightOnList
            display "TENPIN - RESTART CHECKPOINTS ARE FOR NIGHT "
                RestartNightDate " - NOT A NIGHT ON THE FEED"
            display "TENPIN - CLEAR DOWN RESTART FOR A NEW CATCH-UP RUN - RUN STOPPED"
            move FeedRejectedReturnCode to return-code
            perform 9710-LogStepEnd
            stop run
        end-if
    end-if.

1038-DisplayFeedBatch.

    initialize FeedBatchNoteLine
    set FN-BatchNumber to FeedBatchIndex
    move FB-Source(FeedBatchIndex) to FN-Source
    move FB-NightDate(FeedBatchIndex) to FN-NightDate
    move FB-CardsSent(FeedBatchIndex) to FN-CardsSent
    move FB-CardsRead(FeedBatchIndex) to FN-CardsRead
    move FB-HashSent(FeedBatchIndex) to FN-HashSent
    move FB-HashRead(FeedBatchIndex) to FN-HashRead
    display "TENPIN - " FeedBatchNoteLine.

1040-LoadRoster.

        close PreBowlFile
    end-if.

1048-LoadBookAverages.

    *> The book average file is optional - without it no season has
    *> been closed and entering averages come off the whole history.
    *> Book averages ride on the history table, so a returning
    *> bowler is found by the same search 2060 already makes.
    open input BookAverageFile

    if BookAverageFileNotFound
        continue
    else
        if not BookAverageFileStatusOk
            display "TENPIN - UNABLE TO OPEN BOOKAVG - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if

        perform with test before until NoMoreScorecards
            read BookAverageFile
                at end
                    set NoMoreScorecards to true
                not at end
                    evaluate true
                        when BookAverageLine(1:15) is equal to
                                "BOOKAVG CLOSED "
                            move BookAverageLine to BookHeaderLine
                            move BH-ClosedDate to BookClosedDate
                        when BookAverageLine(1:3) is equal to "ID "
                            perform 1049-TakeBookAverage
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfScorecardFile
        close BookAverageFile
    end-if.

1049-TakeBookAverage.

    move BookAverageLine to BookDetailLine

    if BA-BookAverage is numeric
        move BA-BowlerId to HistorySearchId
        perform 1076-SearchHistory

        if not BowlerFoundInHistory
            if HistoryEntryCount is greater than or equal to MaxHistoryEntries
                set HistoryTableIsFull to true
            else
                perform 1077-InsertHistoryEntry
                set BowlerFoundInHistory to true
            end-if
        end-if

        if BowlerFoundInHistory
            move BA-BookAverage to HT-BookAverage(HistoryIndex)
            set BowlerHasBookAverage(HistoryIndex) to true
        end-if
    end-if.

1050-DetermineRestartPoint.

    move zero to ResumeAtScoreCard
                    set NoMoreScorecards to true
                not at end
                    move RestartLine(12:5) to ResumeAtScoreCard
                    move spaces to RestartNightDate

                    if RestartLine(17:7) is equal to " NIGHT "
                        move RestartLine(24:8) to RestartNightDate
                    end-if
            end-read
        end-perform
        move "N" to EndOfScorecardFile
    end-if

    close RestartFile

    *> A catch-up run checkpoints each new night at zero before its
    *> first card, so a night on the last checkpoint is a restart
    *> even when its count is still zero.
    move ResumeAtScoreCard to RestartCardCount

    if ResumeAtScoreCard is greater than zero
        or RestartNightDate is not equal to spaces
        set RestartInProgress to true
    end-if.

1055-LoadLanePreload.

    *> The pre-load is optional - a night the afternoon LanePreload
    *> run did not go has nothing to check the cards against.  One
    *> cut for a different night is set aside with a warning.
    open input LaneAssignmentFile

    if LaneAssignmentFileNotFound
        continue
    else
        if not LaneAssignmentFileStatusOk
            display "TENPIN - UNABLE TO OPEN LANEASGN - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if

        perform with test before until NoMoreScorecards
            read LaneAssignmentFile
                at end
                    set NoMoreScorecards to true
                not at end
                    perform 1056-TakeLaneAssignment
            end-read
        end-perform

        move "N" to EndOfScorecardFile
        close LaneAssignmentFile
    end-if.

1056-TakeLaneAssignment.

    evaluate true
        when LaneAssignmentLine(1:4) is equal to "HDR "
            move LaneAssignmentLine to LaneAssignmentHeader

            if AH-NightDate is equal to ScoringNightDate
                set PreloadOnFile to true
            else
                display "TENPIN - LANEASGN IS FOR NIGHT " AH-NightDate
                    " NOT " ScoringNightDate
                    " - CARDS NOT CHECKED AGAINST IT"
            end-if
        when LaneAssignmentLine(1:4) is equal to "TRL "
            continue
        when not PreloadOnFile
            continue
        when PreloadCount is less than MaxPreloadEntries
            move LaneAssignmentLine to LaneAssignmentDetail
            add 1 to PreloadCount
            set PreloadIndex to PreloadCount
            move AS-BowlerId to PL-BowlerId(PreloadIndex)
            move AS-LaneNumber to PL-LaneNumber(PreloadIndex)
        when other
            set PreloadTableIsFull to true
    end-evaluate.

1060-RebuildStandingsFromReport.

    *> On a catch-up run only the night's own section is replayed.
    perform 1067-StartSectionScan

    open input ScoreReportFile

    perform with test before until NoMoreScorecards
        *> Read without INTO - a night marker must not land on the
        *> detail layout, whose caption fillers are written as is.
        read ScoreReportFile
            at end
                set NoMoreScorecards to true
            not at end
                evaluate true
                    when ScoreReportLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        move ScoreReportLine to CatchUpNightLine
                        perform 1068-TakeNightMarker

                        if LineInNightSection
                            set NightMarkerOnFile to true
                        end-if
                    when LineInNightSection
                        move ScoreReportLine to ScoreReportDetailLine
                        perform 1062-ReplayOneReportLine
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

        move 1 to AccumulateGameNumber
    end-if

    if RD-EntryType is not equal to "BLIND"
        move RD-BowlerId to GameKeyBowlerId
        move RD-GameDate to GameKeyDate
        move AccumulateGameNumber to GameKeyNumber
        perform 2016-RegisterScoredGame
    end-if

    evaluate RD-EntryType
        when "BLIND"
            add 1 to BlindGamesCount
    *> ExceptionsFile carries one LANE detail line per rejected
    *> card plus a single TOTAL REJECTED trailer written at the
    *> very end of a completed run.  Only the detail lines count
    *> towards RejectedScoreCardCount on replay, less the banked
    *> games rejected as already scored, which are counted apart.
    move zero to RejectedScoreCardCount
    move zero to BankedDuplicateCount
    perform 1067-StartSectionScan

    open input ExceptionsFile

            at end
                set NoMoreScorecards to true
            not at end
                evaluate true
                    when ExceptionsLine(1:14) is equal to
                            "CATCHUP NIGHT "
                        move ExceptionsLine to CatchUpNightLine
                        perform 1068-TakeNightMarker
                    when not LineInNightSection
                        continue
                    when ExceptionsLine(1:5) is equal to "LANE "
                        move ExceptionsLine to ExceptionsDetailLine

                        if XD-BankedGame
                            add 1 to BankedDuplicateCount
                        else
                            add 1 to RejectedScoreCardCount
                        end-if

                        if XD-RejectReason is equal to "DUPLICATE GAME"
                            add 1 to DuplicateGameCount
                        end-if
                    when other
                        continue
                end-evaluate
        end-read
    end-perform

    move "N" to EndOfScorecardFile
    close ExceptionsFile.

1067-StartSectionScan.

    if CatchUpRun
        move "N" to NightSectionState
    else
        set LineInNightSection to true
    end-if.

1068-TakeNightMarker.

    if CN-NightDate is equal to ScoringNightDate
        set LineInNightSection to true
    else
        move "N" to NightSectionState
    end-if.

1070-LoadScoreHistory.

    *> Roll SCORE-HISTORY-FILE up per bowler before the night is
        end-if
    end-if

    if BowlerFoundInHistory
        add HistoryGameScore to HT-TotalPins(HistoryIndex)
        add 1 to HT-TotalGames(HistoryIndex)

        if SH-GameDate is not equal to HT-LastDate(HistoryIndex)
            move SH-GameDate to HT-LastDate(HistoryIndex)
            move zero to HT-LastDatePins(HistoryIndex)
            move zero to HT-LastDateGames(HistoryIndex)
        end-if

        add HistoryGameScore to HT-LastDatePins(HistoryIndex)
        add 1 to HT-LastDateGames(HistoryIndex)

        if BookClosedDate is not equal to spaces
            and SH-GameDate is greater than BookClosedDate
            add HistoryGameScore to HT-SeasonPins(HistoryIndex)
            add 1 to HT-SeasonGames(HistoryIndex)
        end-if
    end-if.

1076-SearchHistory.

    *> Binary probe of the id-ordered history table for
    *> HistorySearchId, set up by the caller.
    move "N" to HistoryFound
    move 1 to SearchLow
    move HistoryEntryCount to SearchHigh

    perform with test before
        until BowlerFoundInHistory
        or SearchLow is greater than SearchHigh

        compute SearchMid = (SearchLow + SearchHigh) / 2

        evaluate true
            when HT-BowlerId(SearchMid) is equal to HistorySearchId
                set HistoryIndex to SearchMid
                set BowlerFoundInHistory to true
            when HT-BowlerId(SearchMid) is less than HistorySearchId
                compute SearchLow = SearchMid + 1
            when other
                compute SearchHigh = SearchMid - 1
        end-evaluate
    end-perform

    if not BowlerFoundInHistory
        move SearchLow to HistoryInsertPoint
    end-if.

1077-InsertHistoryEntry.

    add 1 to HistoryEntryCount

    if HistoryEntryCount is greater than HistoryInsertPoint
        compute ShiftIndex = HistoryEntryCount - 1
        perform with test before
            until ShiftIndex is less than HistoryInsertPoint

            move HistoryEntry(ShiftIndex) to HistoryEntry(ShiftIndex + 1)
            subtract 1 from ShiftIndex
        end-perform
    end-if

    set HistoryIndex to HistoryInsertPoint
    move HistorySearchId to HT-BowlerId(HistoryIndex)
    move zero to HT-TotalPins(HistoryIndex)
    move zero to HT-TotalGames(HistoryIndex)
    move spaces to HT-LastDate(HistoryIndex)
    move zero to HT-LastDatePins(HistoryIndex)
    move zero to HT-LastDateGames(HistoryIndex)
    move zero to HT-SeasonPins(HistoryIndex)
    move zero to HT-SeasonGames(HistoryIndex)
    move zero to HT-BookAverage(HistoryIndex)
    move "N" to HT-BookFlag(HistoryIndex).

1080-SkipAlreadyProcessedCards.

    *> Resubmitted cards sit ahead of SCORECARDS in the checkpoint
    *> sequence and 1500-ScoreResubmittedCards has already skipped
    *> its share of an earlier segment's cards, so only whatever is
    *> left of ResumeAtScoreCard comes off SCORECARD-FILE here.
    *> Batch headers and trailers are not cards and never count,
    *> and nor do the cards of another night's batches.
    if ResumeAtScoreCard is greater than ResubmitCardsSeen
        compute SkipCardCount = ResumeAtScoreCard - ResubmitCardsSeen
        move zero to SkipIndex

        perform with test before
            until SkipIndex is equal to SkipCardCount
            or NoMoreScorecards

            read ScorecardFile
                at end
                    set NoMoreScorecards to true
                not at end
                    evaluate true
                        when ScorecardFileRecord(1:4) is equal to "HDR "
                            perform 1155-TakeBatchHeader
                        when ScorecardFileRecord(1:4) is equal to "TRL "
                            continue
                        when not BatchIsForNight
                            continue
                        when other
                            add 1 to SkipIndex
                    end-evaluate
            end-read
        end-perform
    end-if.

1090-CheckNightsAgainstSeason.

    *> A night older than the one last posted to the season master
    *> would post behind the masters, so the whole run is refused
    *> before anything is written.  The posted night being on the
    *> feed itself marks a rerun of nights that have posted already,
    *> which the posting steps know to pass over.
    open input SeasonMasterFile

    if SeasonMasterFileNotFound
        continue
    else
        if not SeasonMasterFileStatusOk
            display "TENPIN - UNABLE TO OPEN SEASONIN - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if

        perform with test before until NoMoreScorecards
            read SeasonMasterFile
                at end
                    set NoMoreScorecards to true
                not at end
                    if SeasonMasterLine(1:12) is equal to "SEASON WEEK "
                        move SeasonMasterLine to SeasonHeaderRecord
                        move SA-LastDate to SeasonLastDate
                    end-if
            end-read
        end-perform

        move "N" to EndOfScorecardFile
        close SeasonMasterFile
    end-if

    if SeasonLastDate is not equal to spaces
        move zero to NightsBehindSeason
        move "N" to NightFound

        perform with test after varying NightListIndex from 1 by 1
            until NightListIndex is equal to NightListCount

            evaluate true
                when NL-NightDate(NightListIndex) is less than
                        SeasonLastDate
                    add 1 to NightsBehindSeason
                when NL-NightDate(NightListIndex) is equal to
                        SeasonLastDate
                    set NightOnList to true
                when other
                    continue
            end-evaluate
        end-perform

        if NightsBehindSeason is greater than zero
            and not NightOnList
            display "TENPIN - NIGHT " NL-NightDate(1)
                " IS OLDER THAN THE LAST NIGHT POSTED " SeasonLastDate
            display "TENPIN - NOTHING SCORED - RUN STOPPED"
            move FeedRejectedReturnCode to return-code
            perform 9710-LogStepEnd
            stop run
        end-if
    end-if.

1100-ScoreOneNight.

    *> Everything from here to the reconciliation is one night -
    *> the tables and counts start clean for each.
    move NL-NightDate(NightListIndex) to ScoringNightDate
    perform 1110-ResetNightTables

    *> A later night's entering averages take in the nights scored
    *> ahead of it, exactly as if it had been a run of its own.
    if NightListIndex is greater than 1
        move zero to HistoryEntryCount
        perform 1048-LoadBookAverages
        perform 1070-LoadScoreHistory
    end-if

    perform 1055-LoadLanePreload

    perform 1120-DetermineNightMode

    if not NightIsNew
        perform 1060-RebuildStandingsFromReport
        perform 1065-RebuildRejectedCountFromExceptions
    end-if

    perform 1130-OpenNightFiles

    *> A night newly started in catch-up mode is checkpointed before
    *> its first card, so a failure ahead of that card still
    *> restarts in the right night, and its sections are opened.
    if CatchUpRun
        if NightIsNew
            move zero to CK-ScoreCardCount
            move ScoringNightDate to CK-NightDate
            write RestartLine from CheckpointRecord
        end-if

        if not NightMarkerOnFile
            move ScoringNightDate to CN-NightDate
            write ScoreReportLine from CatchUpNightLine
            write ExceptionsLine from CatchUpNightLine
            write RecapLine from CatchUpNightLine
        end-if
    end-if

    move ResumeAtScoreCard to CurrentScoreCard

    *> Repairs off RESUBMIT go in ahead of the first night's cards.
    if NightListIndex is equal to 1
        perform 1500-ScoreResubmittedCards
    end-if

    if NightIsReplayOnly
        compute CurrentScoreCard = ResubmitCardsSeen + FeedCardsRead
    else
        perform 1080-SkipAlreadyProcessedCards
        perform 1150-ScoreNightCards
    end-if

    if PreloadNoteCount is greater than zero
        display "TENPIN - CARDS OFF THE LANE PRELOAD " PreloadNoteCount
            " - SEE NOTE PRELOAD LINES ON EXCEPTNS"
    end-if

    *> A finished night's blinds and banked games are already on
    *> its replayed SCOREREPT section.
    if not NightIsReplayOnly
        perform 3000-GenerateBlindScores
    end-if

    perform 6500-ProduceTeamStandings

    if CatchUpRun
        move ScoringNightDate to CN-NightDate
        write StandingsLine from CatchUpNightLine
    end-if

    perform 7000-ProduceStandings

    if CatchUpRun
        move ScoringNightDate to CN-NightDate
        write BillingLine from CatchUpNightLine
    end-if

    perform 7500-ProduceBillingFeed

    if not NightIsReplayOnly
        perform 7600-ProduceRecapTotals
        perform 8000-ProduceExceptionsTrailer
    end-if

    perform 1190-CloseNightFiles

    perform 9500-ReconcileNight

    add GamesScoredCount to RunGamesScored
    add RejectedScoreCardCount to RunCardsRejected
    add BankedDuplicateCount to RunCardsRejected
    add BlindGamesCount to RunBlindGames
    add BankedGamesCount to RunBankedGames.

1110-ResetNightTables.

    move zero to CurrentScoreCard
    move zero to ResubmitCardsSeen
    move zero to GamesScoredCount
    move zero to RejectedScoreCardCount
    move zero to BlindGamesCount
    move zero to BankedGamesCount
    move zero to BankedDuplicateCount
    move zero to DuplicateGameCount
    move spaces to NightGameDate

    move zero to ScoredGameCount
    move zero to StandingsEntryCount
    move zero to TeamEntryCount
    move zero to BillingEntryCount
    move zero to RecapEntryCount
    move zero to LeagueListCount
    move zero to ForfeitNoticeCount
    move zero to TonightMatchCount
    move zero to SubCoverCount

    move zero to PreloadCount
    move "N" to PreloadState
    move zero to PreloadNoteCount
    move spaces to CurrentBatchSource

    move zero to ReportLinesOnFile
    move zero to ScoredLinesTonight
    move zero to ExceptionLinesOnFile
    move zero to HistoryLinesForNight
    move "N" to NightBalanceSwitch
    move "N" to NightMarkerState

    *> The night's own batches, for its RECONRPT feed controls.
    move zero to FeedCardsSent
    move zero to FeedCardsRead
    move zero to FeedHashSent
    move zero to FeedHashRead

    perform with test after varying FeedBatchIndex from 1 by 1
        until FeedBatchIndex is equal to FeedBatchCount

        if FB-NightDate(FeedBatchIndex) is equal to ScoringNightDate
            add FB-CardsSent(FeedBatchIndex) to FeedCardsSent
            add FB-CardsRead(FeedBatchIndex) to FeedCardsRead
            add FB-HashSent(FeedBatchIndex) to FeedHashSent
            add FB-HashRead(FeedBatchIndex) to FeedHashRead
        end-if
    end-perform.

1120-DetermineNightMode.

    *> Nights ahead of the one a restart stopped in were finished;
    *> every card of theirs is passed over.  An ordinary run's
    *> restart is always in its one night.
    evaluate true
        when not RestartInProgress
            set NightIsNew to true
            move zero to ResumeAtScoreCard
        when ScoringNightDate is less than RestartNightDate
            set NightIsReplayOnly to true
            move ReplayWholeNight to ResumeAtScoreCard
        when ScoringNightDate is equal to RestartNightDate
            or RestartNightDate is equal to spaces
            set NightIsRestart to true
            move RestartCardCount to ResumeAtScoreCard
        when other
            set NightIsNew to true
            move zero to ResumeAtScoreCard
    end-evaluate.

1130-OpenNightFiles.

    *> The nightly files start fresh with the run's first night and
    *> are extended for every night after it, and on a restart.
    if NightListIndex is equal to 1 and not RestartInProgress
        open output ScoreReportFile
        open output ExceptionsFile
        open output RecapFile
    else
        open extend ScoreReportFile
        open extend ExceptionsFile
        open extend RecapFile
    end-if

    if not ScoreReportFileStatusOk or not ExceptionsFileStatusOk
        or not RecapFileStatusOk
        display "TENPIN - UNABLE TO OPEN SCOREREPT, EXCEPTNS OR RECAPRPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    open extend ScoreHistoryFile

    if ScoreHistoryFileNotFound
        open output ScoreHistoryFile
        close ScoreHistoryFile
        open extend ScoreHistoryFile
    end-if

    open input ScorecardFile

    if ScorecardFileNotFound
        display "TENPIN - SCORECARDS DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if not ScorecardFileStatusOk
        display "TENPIN - UNABLE TO OPEN SCORECARDS - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    *> StandingsFile and BillingFile are created last, once every
    *> other file has opened clean - neither is restart material
    *> (both are rebuilt fresh every run out of StandingsTable and
    *> BillingTable), so there is no reason to create them before
    *> knowing the run is actually going to produce something to put
    *> in them.  An empty/incomplete generation left behind by a
    *> fatal-error STOP RUN earlier in this paragraph would otherwise
    *> still get cataloged - the NEW/CATLG/DELETE disposition in the
    *> JCL only deletes it on an abend, not on a clean stop.  Both
    *> stay open across every night of the run.
    if NightListIndex is equal to 1
        open output StandingsFile
        open output BillingFile

        if not StandingsFileStatusOk or not BillingFileStatusOk
            display "TENPIN - UNABLE TO OPEN STANDINGS OR BILLING - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if
    end-if.

1150-ScoreNightCards.

    perform with test before
        until NoMoreScorecards

        read ScorecardFile
            at end
                set NoMoreScorecards to true
            not at end
                evaluate true
                    when ScorecardFileRecord(1:4) is equal to "HDR "
                        perform 1155-TakeBatchHeader
                    when ScorecardFileRecord(1:4) is equal to "TRL "
                        continue
                    when not BatchIsForNight
                        continue
                    when other
                        if PreloadOnFile and LaneSystemBatch
                            perform 2005-CheckCardAgainstPreload
                        end-if
                        perform 2000-ScoreOneCard
                end-evaluate
        end-read

        if not ScorecardFileStatusOk
            display "TENPIN - ERROR READING SCORECARDS - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if
    end-perform.

1155-TakeBatchHeader.

    move ScorecardFileRecord to ScorecardFeedHeader
    move FH-Source to CurrentBatchSource

    if FH-NightDate is equal to ScoringNightDate
        set BatchIsForNight to true
    else
        move "N" to NightBatchState
    end-if.

1190-CloseNightFiles.

    close ScorecardFile
    close ScoreReportFile
    close ExceptionsFile
    close ScoreHistoryFile
    close RecapFile.

1500-ScoreResubmittedCards.

    *> Repaired exceptions are scored ahead of the night's new
    perform 2010-CheckCardAgainstRoster

    if RosterCardOk
        perform 2015-CheckDuplicateGame

        if GameAlreadyScored
            move "DUPLICATE GAME" to RejectReason
            add 1 to DuplicateGameCount
            perform 2200-RejectScoreCard
        else
            if ValidateScorecard(SC-ScorecardString of ScorecardFileRecord) is equal to "Y"
                perform 2050-ComputeAndReportScore
            else
                move "BAD SCORECARD" to RejectReason
                perform 2200-RejectScoreCard
            end-if
        end-if
    else
        perform 2200-RejectScoreCard

    perform 2300-WriteCheckpoint.

2005-CheckCardAgainstPreload.

    *> A card from the lane control system should come back under
    *> an id the pre-load sent, on the lane it was sent to.  One
    *> that does not - a sub, a bowler typed in at the console, a
    *> team moved to another pair - gets a NOTE line on
    *> EXCEPTIONS-FILE for the front desk.  The card itself goes on
    *> to be scored or rejected exactly as before, and NOTE lines
    *> stay outside the LANE detail-line counts.
    move "N" to PreloadBowlerFound
    move "N" to PreloadLaneFound
    move zero to PreloadedLane

    if PreloadCount is greater than zero
        perform with test after varying PreloadIndex from 1 by 1
            until PreloadIndex is equal to PreloadCount

            if PL-BowlerId(PreloadIndex) is equal to
                    SC-BowlerId of ScorecardFileRecord
                set BowlerWasPreloaded to true
                move PL-LaneNumber(PreloadIndex) to PreloadedLane
            end-if

            if PL-LaneNumber(PreloadIndex) is equal to
                    SC-LaneNumber of ScorecardFileRecord
                set LaneWasPreloaded to true
            end-if
        end-perform
    end-if

    if not BowlerWasPreloaded
        or PreloadedLane is not equal to SC-LaneNumber of ScorecardFileRecord
        initialize PreloadNoteLine
        move SC-BowlerId of ScorecardFileRecord to PN-BowlerId
        move SC-LaneNumber of ScorecardFileRecord to PN-LaneNumber
        move SC-GameDate of ScorecardFileRecord to PN-GameDate

        evaluate true
            when BowlerWasPreloaded
                move PreloadedLane to PreloadedLaneShow
                string "SENT FOR LANE " delimited by size
                    PreloadedLaneShow delimited by size
                    into PN-Finding
            when LaneWasPreloaded
                move "ID NOT SENT" to PN-Finding
            when other
                move "ID AND LANE NOT SENT" to PN-Finding
        end-evaluate

        write ExceptionsLine from PreloadNoteLine
        add 1 to PreloadNoteCount
    end-if.

2010-CheckCardAgainstRoster.

    *> The card's id must be on the roster and active.  When it
            end-if
    end-evaluate.

2015-CheckDuplicateGame.

    *> One game per bowler, date and game number - the key is
    *> taken the way 2050-ComputeAndReportScore will score it.
    move SC-BowlerId of ScorecardFileRecord to GameKeyBowlerId
    move SC-GameDate of ScorecardFileRecord to GameKeyDate

    if SC-GameNumber of ScorecardFileRecord is numeric
        and SC-GameNumber of ScorecardFileRecord is not less than 1
        and SC-GameNumber of ScorecardFileRecord is not greater than 3
        move SC-GameNumber of ScorecardFileRecord to GameKeyNumber
    else
        move 1 to GameKeyNumber
    end-if

    perform 2017-SearchScoredGames.

2016-RegisterScoredGame.

    perform 2017-SearchScoredGames

    if not GameAlreadyScored
        if ScoredGameCount is greater than or equal to MaxScoredGames
            set ScoredGameTableIsFull to true
        else
            add 1 to ScoredGameCount
            set ScoredGameIndex to ScoredGameCount
            move GameKeyBowlerId to SG-BowlerId(ScoredGameIndex)
            move GameKeyDate to SG-GameDate(ScoredGameIndex)
            move GameKeyNumber to SG-GameNumber(ScoredGameIndex)
        end-if
    end-if.

2017-SearchScoredGames.

    move "N" to ScoredGameFound

    if ScoredGameCount is greater than zero
        perform with test after varying ScoredGameIndex from 1 by 1
            until ScoredGameIndex is equal to ScoredGameCount
            or GameAlreadyScored

            if SG-BowlerId(ScoredGameIndex) is equal to GameKeyBowlerId
                and SG-GameDate(ScoredGameIndex) is equal to GameKeyDate
                and SG-GameNumber(ScoredGameIndex) is equal to
                    GameKeyNumber
                set GameAlreadyScored to true
            end-if
        end-perform
    end-if.

2020-CheckSubbingFor.

    *> The card is a substitute's game for an absent roster
    add 1 to GamesScoredCount
    move SC-GameDate of ScorecardFileRecord to NightGameDate

    *> Registered under the key 2015-CheckDuplicateGame built.
    perform 2016-RegisterScoredGame

    perform 2070-WriteGameRecap

    perform 2080-CheckCardAgainstSchedule
    move SC-BowlerId of ScorecardFileRecord to SH-BowlerId
    move SC-BowlerName of ScorecardFileRecord to SH-BowlerName
    move ReturnedScore to SH-Score
    move " STR " to SH-StrikeTag
    move ReturnedStrikes to SH-Strikes

    write ScoreHistoryLine from ScoreHistoryDetailLine

    *> bowler with no prior games bowls scratch until they have an
    *> average to handicap from.  The base and percentage are the
    *> card's league's own, resolved by 2055-ResolveLeagueBasis.
    *> Once a season has been closed (BookClosedDate set) only this
    *> season's games count, and a bowler with none yet handicaps
    *> off the book average the close carried forward.
    perform 2055-ResolveLeagueBasis

    move zero to BowlerHandicap
    move zero to EnteringPins
    move zero to EnteringGames
    move "N" to UseBookAverage

    move HandicapBowlerId to HistorySearchId
    perform 1076-SearchHistory
            move HT-TotalPins(HistoryIndex) to EnteringPins
            move HT-TotalGames(HistoryIndex) to EnteringGames
        end-if

        if BookClosedDate is not equal to spaces
            move HT-SeasonPins(HistoryIndex) to SeasonEnteringPins
            move HT-SeasonGames(HistoryIndex) to SeasonEnteringGames

            if HT-LastDate(HistoryIndex) is equal to HandicapGameDate
                and HT-LastDate(HistoryIndex) is greater than
                    BookClosedDate
                subtract HT-LastDatePins(HistoryIndex)
                    from SeasonEnteringPins
                subtract HT-LastDateGames(HistoryIndex)
                    from SeasonEnteringGames
            end-if

            evaluate true
                when SeasonEnteringGames is greater than zero
                    move SeasonEnteringPins to EnteringPins
                    move SeasonEnteringGames to EnteringGames
                when BowlerHasBookAverage(HistoryIndex)
                    set HandicapFromBookAverage to true
                when other
                    continue
            end-evaluate
        end-if
    end-if

    if HandicapFromBookAverage
        move HT-BookAverage(HistoryIndex) to EnteringAverage
    else
        if EnteringGames is greater than zero
            compute EnteringAverage = EnteringPins / EnteringGames
        end-if
    end-if

    if HandicapFromBookAverage or EnteringGames is greater than zero
        if EnteringAverage is less than EffectiveBaseScore
            compute BowlerHandicap =
                ((EffectiveBaseScore - EnteringAverage)
                move zero to TM-GamePins(TeamIndex, 1)
                move zero to TM-GamePins(TeamIndex, 2)
                move zero to TM-GamePins(TeamIndex, 3)
                move zero to TM-GamePoints(TeamIndex, 1)
                move zero to TM-GamePoints(TeamIndex, 2)
                move zero to TM-GamePoints(TeamIndex, 3)
                move zero to TM-GamePoints(TeamIndex, 4)
                set TeamSlotIsValid to true
            end-if
        end-if
    *> resubmitted after an abend between checkpoints.  A checkpoint
    *> is now written after every card instead.
    move CurrentScoreCard to CK-ScoreCardCount
    move ScoringNightDate to CK-NightDate
    write RestartLine from CheckpointRecord.

3000-GenerateBlindScores.
            if PB-BowlerId(PreBowlIndex) is equal to
                    RO-BowlerId(BlindRosterIndex)
                and PB-GameDate(PreBowlIndex) is equal to NightGameDate
                perform 3155-CheckBankedDuplicate

                if GameAlreadyScored
                    perform 3157-RejectBankedDuplicate
                else
                    perform 3160-ScoreOneBankedGame
                end-if
            end-if
        end-perform
    end-if.

3155-CheckBankedDuplicate.

    move PB-BowlerId(PreBowlIndex) to GameKeyBowlerId
    move NightGameDate to GameKeyDate

    if PB-GameNumber(PreBowlIndex) is numeric
        and PB-GameNumber(PreBowlIndex) is not less than 1
        and PB-GameNumber(PreBowlIndex) is not greater than 3
        move PB-GameNumber(PreBowlIndex) to GameKeyNumber
    else
        move 1 to GameKeyNumber
    end-if

    perform 2017-SearchScoredGames.

3157-RejectBankedDuplicate.

    *> Rejected the way 2200-RejectScoreCard rejects a second card,
    *> tagged so a restart does not count it as a card off the feed.
    add 1 to DuplicateGameCount
    add 1 to BankedDuplicateCount

    initialize ExceptionsDetailLine
    move PB-LaneNumber(PreBowlIndex) to XD-LaneNumber
    move PB-BowlerId(PreBowlIndex) to XD-BowlerId
    move RO-BowlerName(BlindRosterIndex) to XD-BowlerName
    move NightGameDate to XD-GameDate
    move PB-ScorecardString(PreBowlIndex) to XD-ScorecardString
    move "DUPLICATE GAME" to XD-RejectReason
    move GameKeyNumber to XD-GameNumber
    set XD-BankedGame to true

    write ExceptionsLine from ExceptionsDetailLine.

3160-ScoreOneBankedGame.

    *> Full scoring for a banked game, the same path a live card
        move AccumulateBowlerId to SH-BowlerId
        move AccumulateBowlerName to SH-BowlerName
        move ReturnedScore to SH-Score
        move " STR " to SH-StrikeTag
        move ReturnedStrikes to SH-Strikes
        write ScoreHistoryLine from ScoreHistoryDetailLine

        perform 2100-AccumulateStandings
            write HallOfFameLine from HallOfFameDetailLine
        end-if

        perform 2016-RegisterScoredGame

        add 1 to BankedGamesFound
        add 1 to BankedGamesCount
    end-if.
    move RO-LeagueCode(BlindRosterIndex) to HandicapLeagueCode
    perform 2060-ComputeHandicap

    if EnteringGames is greater than zero or HandicapFromBookAverage
            if EnteringAverage is greater than BlindPenaltyPins
                compute BlindScore = EnteringAverage - BlindPenaltyPins
            else
            move zero to TM-GamePins(TeamIndex, 1)
            move zero to TM-GamePins(TeamIndex, 2)
            move zero to TM-GamePins(TeamIndex, 3)
            move zero to TM-GamePoints(TeamIndex, 1)
            move zero to TM-GamePoints(TeamIndex, 2)
            move zero to TM-GamePoints(TeamIndex, 3)
            move zero to TM-GamePoints(TeamIndex, 4)
            move TeamIndex to LocateTeamIndex
        end-if
    end-if.
                            TM-GamePins(AwayTeamIndex, MatchGameIndex)
                        add 2 to TM-PointsWon(HomeTeamIndex)
                        add 2 to TM-PointsLost(AwayTeamIndex)
                        add 2 to TM-GamePoints(HomeTeamIndex, MatchGameIndex)
                    when TM-GamePins(HomeTeamIndex, MatchGameIndex)
                            is equal to
                            TM-GamePins(AwayTeamIndex, MatchGameIndex)
                        add 1 to TM-PointsLost(HomeTeamIndex)
                        add 1 to TM-PointsWon(AwayTeamIndex)
                        add 1 to TM-PointsLost(AwayTeamIndex)
                        add 1 to TM-GamePoints(HomeTeamIndex, MatchGameIndex)
                        add 1 to TM-GamePoints(AwayTeamIndex, MatchGameIndex)
                    when other
                        add 2 to TM-PointsLost(HomeTeamIndex)
                        add 2 to TM-PointsWon(AwayTeamIndex)
                        add 2 to TM-GamePoints(AwayTeamIndex, MatchGameIndex)
                end-evaluate
            end-perform

                        TM-HandicapPins(AwayTeamIndex)
                    add 2 to TM-PointsWon(HomeTeamIndex)
                    add 2 to TM-PointsLost(AwayTeamIndex)
                    add 2 to TM-GamePoints(HomeTeamIndex, 4)
                when TM-HandicapPins(HomeTeamIndex) is equal to
                        TM-HandicapPins(AwayTeamIndex)
                    add 1 to TM-PointsWon(HomeTeamIndex)
                    add 1 to TM-PointsLost(HomeTeamIndex)
                    add 1 to TM-PointsWon(AwayTeamIndex)
                    add 1 to TM-PointsLost(AwayTeamIndex)
                    add 1 to TM-GamePoints(HomeTeamIndex, 4)
                    add 1 to TM-GamePoints(AwayTeamIndex, 4)
                when other
                    add 2 to TM-PointsLost(HomeTeamIndex)
                    add 2 to TM-PointsWon(AwayTeamIndex)
                    add 2 to TM-GamePoints(AwayTeamIndex, 4)
            end-evaluate
        when HomeTeamBowled
            add 8 to TM-PointsWon(HomeTeamIndex)
            add 8 to TM-PointsLost(AwayTeamIndex)
            move HomeTeamIndex to ForfeitWinnerIndex
            perform 6635-PayForfeitContests
            move "AWAY NO SHOW - HOME FORFEIT WIN" to FY-Notice
            perform 6640-RecordForfeitNotice
        when AwayTeamBowled
            add 8 to TM-PointsWon(AwayTeamIndex)
            add 8 to TM-PointsLost(HomeTeamIndex)
            move AwayTeamIndex to ForfeitWinnerIndex
            perform 6635-PayForfeitContests
            move "HOME NO SHOW - AWAY FORFEIT WIN" to FY-Notice
            perform 6640-RecordForfeitNotice
        when other
            perform 6640-RecordForfeitNotice
    end-evaluate.

6635-PayForfeitContests.

    *> A forfeit win takes all four contests.
    move 2 to TM-GamePoints(ForfeitWinnerIndex, 1)
    move 2 to TM-GamePoints(ForfeitWinnerIndex, 2)
    move 2 to TM-GamePoints(ForfeitWinnerIndex, 3)
    move 2 to TM-GamePoints(ForfeitWinnerIndex, 4).

6640-RecordForfeitNotice.

    if ForfeitNoticeCount is less than 50
                            is greater than
                            TM-GamePins(OpponentIndex, MatchGameIndex)
                        add 2 to TM-PointsWon(MatchTeamIndex)
                        add 2 to TM-GamePoints(MatchTeamIndex, MatchGameIndex)
                    when TM-GamePins(MatchTeamIndex, MatchGameIndex)
                            is equal to
                            TM-GamePins(OpponentIndex, MatchGameIndex)
                        add 1 to TM-PointsWon(MatchTeamIndex)
                        add 1 to TM-PointsLost(MatchTeamIndex)
                        add 1 to TM-GamePoints(MatchTeamIndex, MatchGameIndex)
                    when other
                        add 2 to TM-PointsLost(MatchTeamIndex)
                end-evaluate
                when TM-HandicapPins(MatchTeamIndex) is greater than
                        TM-HandicapPins(OpponentIndex)
                    add 2 to TM-PointsWon(MatchTeamIndex)
                    add 2 to TM-GamePoints(MatchTeamIndex, 4)
                when TM-HandicapPins(MatchTeamIndex) is equal to
                        TM-HandicapPins(OpponentIndex)
                    add 1 to TM-PointsWon(MatchTeamIndex)
                    add 1 to TM-PointsLost(MatchTeamIndex)
                    add 1 to TM-GamePoints(MatchTeamIndex, 4)
                when other
                    add 2 to TM-PointsLost(MatchTeamIndex)
            end-evaluate
        else
            add 8 to TM-PointsWon(MatchTeamIndex)
            move MatchTeamIndex to ForfeitWinnerIndex
            perform 6635-PayForfeitContests
        end-if
    end-perform.

                move CurrentLeagueCode to TD-LeagueCode

                write StandingsLine from TeamStandingsDetailLine

                initialize MatchPointsLine
                move TM-TeamCode(TeamRank) to MP-TeamCode
                move TM-GamePoints(TeamRank, 1) to MP-Game1Points
                move TM-GamePoints(TeamRank, 2) to MP-Game2Points
                move TM-GamePoints(TeamRank, 3) to MP-Game3Points
                move TM-GamePoints(TeamRank, 4) to MP-SeriesPoints
                move CurrentLeagueCode to MP-LeagueCode

                write StandingsLine from MatchPointsLine
            end-if
        end-perform
    end-if
8000-ProduceExceptionsTrailer.

    initialize ExceptionsTrailerLine
    compute XT-RejectedCount =
        RejectedScoreCardCount + BankedDuplicateCount

    write ExceptionsLine from ExceptionsTrailerLine.

9000-Terminate.

    *> The night files are closed night by night in 1190; these
    *> stay open across every night of the run.
    close StandingsFile
    close RestartFile
    close BillingFile
    close HallOfFameFile.

9500-ReconcileNight.

    perform 9530-CountHistoryLinesForNight
    perform 9540-SumTableGames

    *> A catch-up run balances each night in a section of its own.
    if NightListIndex is equal to 1
        open output ControlTotalsFile
    else
        open extend ControlTotalsFile
    end-if

    if not ControlTotalsFileStatusOk
        display "TENPIN - UNABLE TO OPEN RECONRPT - RUN STOPPED"
    end-if

    initialize ControlTotalsHeaderLine
    if CatchUpRun
        move ScoringNightDate to CT-NightDate
    else
        move NightGameDate to CT-NightDate
    end-if
    write ControlTotalsLine from ControlTotalsHeaderLine

    move "SCORECARDS READ VS SCORED PLUS REJECTED" to RN-Caption
    compute ReconRightValue = GamesScoredCount + RejectedScoreCardCount
    perform 9550-WriteControlEquation

    perform 9560-WriteFeedControls

    move "SCOREREPT LINES VS SCORED BLIND BANKED" to RN-Caption
    move ReportLinesOnFile to ReconLeftValue
    compute ReconRightValue = GamesScoredCount + BlindGamesCount

    move "EXCEPTNS DETAIL LINES VS CARDS REJECTED" to RN-Caption
    move ExceptionLinesOnFile to ReconLeftValue
    compute ReconRightValue =
        RejectedScoreCardCount + BankedDuplicateCount
    perform 9550-WriteControlEquation

    *> Resubmitted repairs score under their original game date,
    *> The main scoring loop leaves the end-of-file switch set -
    *> reset it before recounting or this loop never reads a line.
    move "N" to EndOfScorecardFile
    perform 1067-StartSectionScan

    open input ScoreReportFile

    perform with test before until NoMoreScorecards
        read ScoreReportFile
            at end
                set NoMoreScorecards to true
            not at end
                if ScoreReportLine(1:14) is equal to "CATCHUP NIGHT "
                    move ScoreReportLine to CatchUpNightLine
                    perform 1068-TakeNightMarker
                end-if

                if ScoreReportLine(1:5) is equal to "LANE "
                    and LineInNightSection
                    move ScoreReportLine to ScoreReportDetailLine
                    add 1 to ReportLinesOnFile

                    if RD-EntryType is not equal to "BLIND"

9520-CountExceptionLinesOnFile.

    perform 1067-StartSectionScan

    open input ExceptionsFile

    perform with test before until NoMoreScorecards
            at end
                set NoMoreScorecards to true
            not at end
                if ExceptionsLine(1:14) is equal to "CATCHUP NIGHT "
                    move ExceptionsLine to CatchUpNightLine
                    perform 1068-TakeNightMarker
                end-if

                if ExceptionsLine(1:5) is equal to "LANE "
                    and LineInNightSection
                    add 1 to ExceptionLinesOnFile
                end-if
        end-read

    write ControlTotalsLine from ControlTotalsDetailLine.

9560-WriteFeedControls.

    *> The lane system's own control counts, batch by batch, as
    *> sent and as read, then proved against what was scored.  The
    *> totals are the night's own batches, summed in 1110.
    if FeedBatchCount is greater than zero
        perform with test after varying FeedBatchIndex from 1 by 1
            until FeedBatchIndex is equal to FeedBatchCount

            if FB-NightDate(FeedBatchIndex) is equal to ScoringNightDate
                perform 9565-WriteFeedBatchLine
            end-if
        end-perform
    end-if

    move "LANE SYSTEM CARDS SENT VS FEED CARDS READ" to RN-Caption
    move FeedCardsSent to ReconLeftValue
    move FeedCardsRead to ReconRightValue
    perform 9550-WriteControlEquation

    move "LANE SYSTEM LANE HASH VS FEED LANE HASH" to RN-Caption
    move FeedHashSent to ReconLeftValue
    move FeedHashRead to ReconRightValue
    perform 9550-WriteControlEquation

    *> Repairs off RESUBMIT sit at the front of the card sequence;
    *> everything after them came off the feed.
    if CurrentScoreCard is greater than ResubmitCardsSeen
        compute FeedCardsProcessed = CurrentScoreCard - ResubmitCardsSeen
    else
        move zero to FeedCardsProcessed
    end-if

    move "FEED CARDS READ VS FEED CARDS PROCESSED" to RN-Caption
    move FeedCardsRead to ReconLeftValue
    move FeedCardsProcessed to ReconRightValue
    perform 9550-WriteControlEquation

    initialize DuplicateGameNoteLine
    move DuplicateGameCount to DN-DuplicateCount
    write ControlTotalsLine from DuplicateGameNoteLine.

9565-WriteFeedBatchLine.

    initialize FeedBatchNoteLine
    set FN-BatchNumber to FeedBatchIndex
    move FB-Source(FeedBatchIndex) to FN-Source
    move FB-NightDate(FeedBatchIndex) to FN-NightDate
    move FB-CardsSent(FeedBatchIndex) to FN-CardsSent
    move FB-CardsRead(FeedBatchIndex) to FN-CardsRead
    move FB-HashSent(FeedBatchIndex) to FN-HashSent
    move FB-HashRead(FeedBatchIndex) to FN-HashRead
    write ControlTotalsLine from FeedBatchNoteLine.

9600-ReportTableOverflows.

    *> A standings or billing overflow already trips the RC=8
        display "TENPIN - PREBANK TABLE FULL - BANKED GAMES MAY BE MISSED"
    end-if

    if ScoredGameTableIsFull
        display "TENPIN - SCORED GAME TABLE FULL - DUPLICATES MAY BE MISSED"
    end-if

    if PreloadTableIsFull
        display "TENPIN - PRELOAD TABLE FULL - CARDS MAY BE NOTED OFF IT WRONGLY"
    end-if

    if (TeamTableIsFull or RecapTableIsFull or HistoryTableIsFull
        or SubCoverTableIsFull or PreBowlTableIsFull
        or ScoredGameTableIsFull or PreloadTableIsFull)
        and return-code is equal to zero
        move 4 to return-code
    end-if.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "TENPIN" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "TENPIN" to LE-ProgramName
    move ExpectedNightDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "SCORED " delimited by size
        RunGamesScored delimited by size
        " REJECTED " delimited by size
        RunCardsRejected delimited by size
        " BLIND " delimited by size
        RunBlindGames delimited by size
        " BANKED " delimited by size
        RunBankedGames delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program TenPinBowling.
