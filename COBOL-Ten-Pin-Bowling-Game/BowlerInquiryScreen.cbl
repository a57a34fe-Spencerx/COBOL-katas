*> Bowler inquiry for the front desk.  "What's my average, what's
*> my handicap, what do I owe, did my pre-bowl go in?" used to mean
*> looking in five places - the roster, the SEASNRPT printout, the
*> last aging report, the pre-bowl bank in the editor - and working
*> the handicap out by hand.  Keyed on bowler id, this screen shows
*> in one place:
*>
*>   - the roster line: name, team, league, status and fee class
*>   - season to date off the current season master: pins, games,
*>     average, high game and high series
*>   - the entering average and handicap the next night will score
*>     with, worked out exactly as TenPinBowling does it -
*>     1070-LoadScoreHistory's roll-up of SCOREHIST (SUM lines
*>     included), the book average once a season has been closed,
*>     and the league's own basis off LEAGUES (220 at 90 without
*>     it).  Games already on file for today are left out, the
*>     same as on a restart of the night.
*>   - the last ten games on SCOREHIST, newest first
*>   - the account balance off ACCTMAST and the last three ARTRANS
*>     lines against it
*>   - banked games on PREBANK for today or later, not yet scored
*>
*> Strictly read-only: every dataset is opened input, and each
*> inquiry rereads them, so the desk sees what is on file at that
*> moment.  Nothing is written and no session totals are kept.

identification division.
program-id. BowlerInquiryScreen.

environment division.
input-output section.
    file-control.
        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select SeasonMasterIn assign to "SEASONIN"
            organization is line sequential
            file status is SeasonMasterInStatus.

        select ScoreHistoryFile assign to "SCOREHIST"
            organization is line sequential
            file status is ScoreHistoryFileStatus.

        select BookAverageFile assign to "BOOKAVG"
            organization is line sequential
            file status is BookAverageFileStatus.

        select LeagueParmFile assign to "LEAGUES"
            organization is line sequential
            file status is LeagueParmFileStatus.

        select AccountMasterIn assign to "ACCTIN"
            organization is line sequential
            file status is AccountMasterInStatus.

        select TransactionFile assign to "ARTRANS"
            organization is line sequential
            file status is TransactionFileStatus.

        select PreBowlFile assign to "PREBANK"
            organization is line sequential
            file status is PreBowlFileStatus.

data division.
file section.
fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  SeasonMasterIn
    recording mode is f.
01 SeasonMasterInLine pic x(120).

fd  ScoreHistoryFile
    recording mode is f.
01 ScoreHistoryLine pic x(80).

fd  BookAverageFile
    recording mode is f.
01 BookAverageLine pic x(80).

fd  LeagueParmFile
    recording mode is f.
01 LeagueParmLine pic x(80).

fd  AccountMasterIn
    recording mode is f.
01 AccountMasterInLine pic x(80).

fd  TransactionFile
    recording mode is f.
01 TransactionLine pic x(80).

fd  PreBowlFile.
01 PreBowlFileRecord.
    copy "ScoreCardRecord.cpy".

working-storage section.

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 SeasonMasterInStatus pic xx.
    88 SeasonMasterInStatusOk values "00" "04" "10".
    88 SeasonMasterInNotFound value "35".

01 ScoreHistoryFileStatus pic xx.
    88 ScoreHistoryFileStatusOk values "00" "04" "10".
    88 ScoreHistoryFileNotFound value "35".

01 BookAverageFileStatus pic xx.
    88 BookAverageFileStatusOk values "00" "04" "10".
    88 BookAverageFileNotFound value "35".

01 LeagueParmFileStatus pic xx.
    88 LeagueParmFileStatusOk values "00" "04" "10".
    88 LeagueParmFileNotFound value "35".

01 AccountMasterInStatus pic xx.
    88 AccountMasterInStatusOk values "00" "04" "10".
    88 AccountMasterInNotFound value "35".

01 TransactionFileStatus pic xx.
    88 TransactionFileStatusOk values "00" "04" "10".
    88 TransactionFileNotFound value "35".

01 PreBowlFileStatus pic xx.
    88 PreBowlFileStatusOk values "00" "04" "10".
    88 PreBowlFileNotFound value "35".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ActionCode pic x.
    88 ActionInquire value "I".
    88 ActionExit value "E".

01 InquiryBowlerId pic x(10).
01 ResultMessage pic x(60).

01 CurrentDateTime pic x(21).
01 TodayDate pic x(8).

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

01 RosterFound pic x value "N".
    88 BowlerIsOnRoster value "Y".

*> The season master detail, as SeasonUpdate writes it.
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
    02 filler pic x(40).

01 SeasonFound pic x value "N".
    88 BowlerIsOnSeason value "Y".

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
    02 filler pic x(13).

01 HistorySummaryLine.
    02 filler pic x(7).
    02 SU-BowlerId pic x(10).
    02 filler pic x(1).
    02 SU-BowlerName pic x(20).
    02 filler pic x(6).
    02 SU-TotalPins pic 9(7).
    02 filler pic x(7).
    02 SU-TotalGames pic 9(4).
    02 filler pic x(18).

01 HistoryGameScore pic 9(3).

*> The bowler's history rolled up the way 1070-LoadScoreHistory
*> rolls up every bowler's.
01 HistoryTotalPins pic 9(7).
01 HistoryTotalGames pic 9(4).
01 HistoryLastDate pic x(8).
01 HistoryLastDatePins pic 9(5).
01 HistoryLastDateGames pic 9(3).
01 HistorySeasonPins pic 9(7).
01 HistorySeasonGames pic 9(4).

*> The last ten games, oldest first as read.
01 MaxRecentGames pic 99 value 10.

01 RecentGameTable.
    02 RecentGameCount pic 99 value zero.
    02 RecentGame occurs 10 times indexed by RecentIndex.
        03 RG-GameDate pic x(8).
        03 RG-Score pic 9(3).

01 ShiftIndex pic 99.
01 SlotIndex pic 99.

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

01 BookClosedDate pic x(8).
01 BookAverage pic 9(3).

01 BookFound pic x value "N".
    88 BowlerHasBookAverage value "Y".

*> League handicap bases, loaded once at startup.
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

*> Default basis, as in TenPinBowling.
01 HandicapBaseScore pic 9(3) value 220.
01 HandicapPercentage pic 9(2) value 90.
01 EffectiveBaseScore pic 9(3).
01 EffectivePercent pic 9(2).

01 EnteringPins pic 9(7).
01 EnteringGames pic 9(4).
01 EnteringAverage pic 9(3).
01 BowlerHandicap pic 9(3).

01 UseBookAverage pic x value "N".
    88 HandicapFromBookAverage value "Y".

*> The account master and journal, as AccountPosting writes them.
01 AccountDetailRecord.
    02 filler pic x(3).
    02 AC-BowlerId pic x(10).
    02 filler pic x(1).
    02 AC-BowlerName pic x(20).
    02 filler pic x(9).
    02 AC-Balance pic x(9).
    02 filler pic x(28).

01 TransactionDetailLine.
    02 filler pic x(6).
    02 TR-Date pic x(8).
    02 filler pic x(4).
    02 TR-BowlerId pic x(10).
    02 filler pic x(6).
    02 TR-Type pic x(3).
    02 filler pic x(8).
    02 TR-Amount pic x(7).
    02 filler pic x(6).
    02 TR-Description pic x(20).
    02 filler pic x(2).

01 MaxRecentTransactions pic 9 value 3.
01 RecentTransactionCount pic 9 value zero.

*> Screen fields - everything shown is a display-only copy.
01 ShowBowlerName pic x(20).
01 ShowTeamCode pic x(4).
01 ShowLeagueCode pic x(4).
01 ShowStatus pic x.
01 ShowClass pic x.
01 ShowSeasonPins pic z(6)9.
01 ShowSeasonGames pic zzz9.
01 ShowSeasonAverage pic zz9.
01 ShowHighGame pic zz9.
01 ShowHighSeries pic zzz9.
01 ShowEnteringAverage pic zz9.
01 ShowHandicap pic zz9.
01 ShowBasisScore pic zz9.
01 ShowBasisPercent pic z9.
01 ShowAverageSource pic x(20).
01 ShowBalance pic x(9).
01 ShowBankedCount pic zz9.

01 RecentGamesDisplay.
    02 RecentGameSlot occurs 10 times.
        03 RD-GameDate pic x(8).
        03 filler pic x value space.
        03 RD-Score pic zz9.
        03 filler pic x(2) value spaces.

01 RecentGamesRows redefines RecentGamesDisplay.
    02 RecentGamesRow1 pic x(70).
    02 RecentGamesRow2 pic x(70).

01 TransactionDisplayTable.
    02 TransactionDisplayLine occurs 3 times pic x(50).

01 TransactionDisplayRows redefines TransactionDisplayTable.
    02 TransactionRow1 pic x(50).
    02 TransactionRow2 pic x(50).
    02 TransactionRow3 pic x(50).

01 TransactionShowLine.
    02 TS-Date pic x(8).
    02 filler pic x(2) value spaces.
    02 TS-Type pic x(3).
    02 filler pic x(2) value spaces.
    02 TS-Amount pic x(7).
    02 filler pic x(2) value spaces.
    02 TS-Description pic x(20).
    02 filler pic x(6) value spaces.

01 BankedDisplayTable.
    02 BankedDisplayLine occurs 3 times pic x(40).

01 BankedDisplayRows redefines BankedDisplayTable.
    02 BankedRow1 pic x(40).
    02 BankedRow2 pic x(40).
    02 BankedRow3 pic x(40).

01 BankedShowLine.
    02 filler pic x(9) value "FOR DATE ".
    02 BS-GameDate pic x(8).
    02 filler pic x(6) value " GAME ".
    02 BS-GameNumber pic 9.
    02 filler pic x(6) value " LANE ".
    02 BS-LaneNumber pic z9.
    02 filler pic x(8) value spaces.

01 BankedCount pic 9(3) value zero.
01 MaxBankedShown pic 9 value 3.

screen section.
01 InquiryScreen.
    02 blank screen.
    02 line 1 column 1 value "TEN-PIN BOWLING - BOWLER INQUIRY".
    02 line 1 column 50 value "Today:".
    02 line 1 column 57 pic x(8) from TodayDate.
    02 line 3 column 1 value "Action (I=Inquire, E=Exit):".
    02 line 3 column 30 pic x using ActionCode.
    02 line 3 column 35 value "Bowler ID:".
    02 line 3 column 46 pic x(10) using InquiryBowlerId.
    02 line 5 column 1 value "Name:".
    02 line 5 column 7 pic x(20) from ShowBowlerName.
    02 line 5 column 29 value "Team:".
    02 line 5 column 35 pic x(4) from ShowTeamCode.
    02 line 5 column 41 value "League:".
    02 line 5 column 49 pic x(4) from ShowLeagueCode.
    02 line 5 column 55 value "Status:".
    02 line 5 column 63 pic x from ShowStatus.
    02 line 5 column 66 value "Class:".
    02 line 5 column 73 pic x from ShowClass.
    02 line 7 column 1 value "Season  Pins:".
    02 line 7 column 15 pic z(6)9 from ShowSeasonPins.
    02 line 7 column 24 value "Games:".
    02 line 7 column 31 pic zzz9 from ShowSeasonGames.
    02 line 7 column 37 value "Avg:".
    02 line 7 column 42 pic zz9 from ShowSeasonAverage.
    02 line 7 column 47 value "High game:".
    02 line 7 column 58 pic zz9 from ShowHighGame.
    02 line 7 column 63 value "High series:".
    02 line 7 column 76 pic zzz9 from ShowHighSeries.
    02 line 8 column 1 value "Entering average:".
    02 line 8 column 19 pic zz9 from ShowEnteringAverage.
    02 line 8 column 23 pic x(20) from ShowAverageSource.
    02 line 8 column 45 value "Handicap:".
    02 line 8 column 55 pic zz9 from ShowHandicap.
    02 line 8 column 60 value "Basis:".
    02 line 8 column 67 pic zz9 from ShowBasisScore.
    02 line 8 column 71 value "at".
    02 line 8 column 74 pic z9 from ShowBasisPercent.
    02 line 8 column 76 value "%".
    02 line 10 column 1 value "Last ten games (newest first):".
    02 line 11 column 3 pic x(70) from RecentGamesRow1.
    02 line 12 column 3 pic x(70) from RecentGamesRow2.
    02 line 14 column 1 value "Balance (+ owing, - credit):".
    02 line 14 column 30 pic x(9) from ShowBalance.
    02 line 15 column 1 value "Recent account activity:".
    02 line 16 column 3 pic x(50) from TransactionRow1.
    02 line 17 column 3 pic x(50) from TransactionRow2.
    02 line 18 column 3 pic x(50) from TransactionRow3.
    02 line 20 column 1 value "Banked games not yet scored:".
    02 line 20 column 30 pic zz9 from ShowBankedCount.
    02 line 21 column 3 pic x(40) from BankedRow1.
    02 line 22 column 3 pic x(40) from BankedRow2.
    02 line 23 column 3 pic x(40) from BankedRow3.
    02 line 24 column 1 pic x(60) from ResultMessage.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform with test after until ActionExit

        perform 2000-PromptForInquiry

        evaluate true
            when ActionInquire
                perform 3000-InquireBowler
            when ActionExit
                continue
            when other
                perform 2100-ClearResults
                move "Invalid action - use I or E" to ResultMessage
        end-evaluate
    end-perform

    stop run.

1000-Initialize.

    move function current-date to CurrentDateTime
    move CurrentDateTime(1:8) to TodayDate

    perform 2100-ClearResults
    move spaces to InquiryBowlerId

    perform 1100-LoadLeagueParms.

1100-LoadLeagueParms.

    *> Optional, as on the nightly run - without it every bowler
    *> handicaps on the default 220 at 90%.
    open input LeagueParmFile

    if not LeagueParmFileNotFound
        perform with test before until NoMoreInputLines
            read LeagueParmFile into LeagueParmDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if LeagueParmDetailLine(1:3) is equal to "LG "
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

2000-PromptForInquiry.

    *> The last inquiry's answer stays on the screen while the next
    *> id is keyed.
    move spaces to ActionCode

    display InquiryScreen
    accept InquiryScreen.

2100-ClearResults.

    move spaces to ShowBowlerName
    move spaces to ShowTeamCode
    move spaces to ShowLeagueCode
    move spaces to ShowStatus
    move spaces to ShowClass
    move zero to ShowSeasonPins
    move zero to ShowSeasonGames
    move zero to ShowSeasonAverage
    move zero to ShowHighGame
    move zero to ShowHighSeries
    move zero to ShowEnteringAverage
    move zero to ShowHandicap
    move zero to ShowBasisScore
    move zero to ShowBasisPercent
    move spaces to ShowAverageSource
    move spaces to ShowBalance
    move zero to ShowBankedCount
    move spaces to RecentGamesDisplay
    move spaces to TransactionDisplayTable
    move spaces to BankedDisplayTable
    move spaces to ResultMessage.

3000-InquireBowler.

    perform 2100-ClearResults

    if InquiryBowlerId is equal to spaces
        move "Key a bowler id to inquire" to ResultMessage
    else
        perform 3100-ReadRoster

        if not BowlerIsOnRoster
            move "Bowler not on roster" to ResultMessage
        else
            perform 3200-ReadSeasonMaster
            perform 3300-ReadBookAverage
            perform 3400-ReadScoreHistory
            perform 3500-ComputeHandicap
            perform 3600-ReadAccount
            perform 3700-ReadTransactions
            perform 3800-ReadPreBowlBank

            if ResultMessage is equal to spaces
                move "Inquiry complete - nothing has been changed"
                    to ResultMessage
            end-if
        end-if
    end-if.

3100-ReadRoster.

    move "N" to RosterFound

    open input RosterFile

    if RosterFileNotFound
        move "ROSTER dataset not found" to ResultMessage
    else
        perform with test before
            until NoMoreInputLines or BowlerIsOnRoster
            read RosterFile into RosterDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if RosterDetailLine(1:3) is equal to "ID "
                        and RP-BowlerId is equal to InquiryBowlerId
                        set BowlerIsOnRoster to true
                        move RP-BowlerName to ShowBowlerName
                        move RP-TeamCode to ShowTeamCode
                        move RP-LeagueCode to ShowLeagueCode
                        move RP-Status to ShowStatus
                        move RP-Class to ShowClass
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close RosterFile
    end-if.

3200-ReadSeasonMaster.

    move "N" to SeasonFound

    open input SeasonMasterIn

    if not SeasonMasterInNotFound
        perform with test before
            until NoMoreInputLines or BowlerIsOnSeason
            read SeasonMasterIn into SeasonDetailRecord
                at end
                    set NoMoreInputLines to true
                not at end
                    if SeasonMasterInLine(1:3) is equal to "ID "
                        and SN-BowlerId is equal to InquiryBowlerId
                        set BowlerIsOnSeason to true
                        move SN-SeasonPins to ShowSeasonPins
                        move SN-SeasonGames to ShowSeasonGames
                        move SN-HighGame to ShowHighGame
                        move SN-HighSeries to ShowHighSeries

                        if SN-SeasonGames is greater than zero
                            compute ShowSeasonAverage =
                                SN-SeasonPins / SN-SeasonGames
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close SeasonMasterIn
    end-if.

3300-ReadBookAverage.

    move spaces to BookClosedDate
    move zero to BookAverage
    move "N" to BookFound

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
                            move BookAverageLine to BookDetailLine
                            if BA-BowlerId is equal to InquiryBowlerId
                                and BA-BookAverage is numeric
                                move BA-BookAverage to BookAverage
                                set BowlerHasBookAverage to true
                            end-if
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close BookAverageFile
    end-if.

3400-ReadScoreHistory.

    *> The same roll-up 1070-LoadScoreHistory makes, for one bowler:
    *> SUM lines fold in the archived totals, DATE lines add a game
    *> and track the most recent date's pins and games, and once a
    *> season has been closed, this season's games on their own.
    move zero to HistoryTotalPins
    move zero to HistoryTotalGames
    move spaces to HistoryLastDate
    move zero to HistoryLastDatePins
    move zero to HistoryLastDateGames
    move zero to HistorySeasonPins
    move zero to HistorySeasonGames
    move zero to RecentGameCount

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
                            if SU-BowlerId is equal to InquiryBowlerId
                                add SU-TotalPins to HistoryTotalPins
                                add SU-TotalGames to HistoryTotalGames
                            end-if
                        when ScoreHistoryLine(1:5) is equal to "DATE "
                            move ScoreHistoryLine to ScoreHistoryDetailLine
                            if SH-BowlerId is equal to InquiryBowlerId
                                perform 3410-AccumulateHistoryGame
                            end-if
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close ScoreHistoryFile
    end-if

    *> Newest first onto the two display rows.
    move 1 to SlotIndex

    perform with test before varying ShiftIndex from RecentGameCount by -1
        until ShiftIndex is less than 1

        move RG-GameDate(ShiftIndex) to RD-GameDate(SlotIndex)
        move RG-Score(ShiftIndex) to RD-Score(SlotIndex)
        add 1 to SlotIndex
    end-perform.

3410-AccumulateHistoryGame.

    move SH-Score to HistoryGameScore

    add HistoryGameScore to HistoryTotalPins
    add 1 to HistoryTotalGames

    if SH-GameDate is not equal to HistoryLastDate
        move SH-GameDate to HistoryLastDate
        move zero to HistoryLastDatePins
        move zero to HistoryLastDateGames
    end-if

    add HistoryGameScore to HistoryLastDatePins
    add 1 to HistoryLastDateGames

    if BookClosedDate is not equal to spaces
        and SH-GameDate is greater than BookClosedDate
        add HistoryGameScore to HistorySeasonPins
        add 1 to HistorySeasonGames
    end-if

    *> Keep the last ten, dropping the oldest.
    if RecentGameCount is less than MaxRecentGames
        add 1 to RecentGameCount
    else
        perform with test before varying ShiftIndex from 1 by 1
            until ShiftIndex is equal to MaxRecentGames

            move RecentGame(ShiftIndex + 1) to RecentGame(ShiftIndex)
        end-perform
    end-if

    set RecentIndex to RecentGameCount
    move SH-GameDate to RG-GameDate(RecentIndex)
    move HistoryGameScore to RG-Score(RecentIndex).

3500-ComputeHandicap.

    *> 2055-ResolveLeagueBasis and 2060-ComputeHandicap, with today
    *> standing in for the night being scored.
    move HandicapBaseScore to EffectiveBaseScore
    move HandicapPercentage to EffectivePercent

    if ShowLeagueCode is not equal to spaces
        and LeagueParmCount is greater than zero

        perform with test after varying LeagueParmIndex from 1 by 1
            until LeagueParmIndex is equal to LeagueParmCount

            if LG-LeagueCode(LeagueParmIndex) is equal to ShowLeagueCode
                move LG-BaseScore(LeagueParmIndex) to EffectiveBaseScore
                move LG-Percent(LeagueParmIndex) to EffectivePercent
            end-if
        end-perform
    end-if

    move zero to BowlerHandicap
    move zero to EnteringAverage
    move "N" to UseBookAverage

    if HistoryLastDate is equal to TodayDate
        compute EnteringPins = HistoryTotalPins - HistoryLastDatePins
        compute EnteringGames = HistoryTotalGames - HistoryLastDateGames
    else
        move HistoryTotalPins to EnteringPins
        move HistoryTotalGames to EnteringGames
    end-if

    move "HISTORY AVERAGE" to ShowAverageSource

    if BookClosedDate is not equal to spaces
        if HistoryLastDate is equal to TodayDate
            and HistoryLastDate is greater than BookClosedDate
            subtract HistoryLastDatePins from HistorySeasonPins
            subtract HistoryLastDateGames from HistorySeasonGames
        end-if

        evaluate true
            when HistorySeasonGames is greater than zero
                move HistorySeasonPins to EnteringPins
                move HistorySeasonGames to EnteringGames
                move "THIS SEASON" to ShowAverageSource
            when BowlerHasBookAverage
                set HandicapFromBookAverage to true
                move "BOOK AVERAGE" to ShowAverageSource
            when other
                continue
        end-evaluate
    end-if

    if HandicapFromBookAverage
        move BookAverage to EnteringAverage
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
    else
        move "SCRATCH - NO AVERAGE" to ShowAverageSource
    end-if

    move EnteringAverage to ShowEnteringAverage
    move BowlerHandicap to ShowHandicap
    move EffectiveBaseScore to ShowBasisScore
    move EffectivePercent to ShowBasisPercent.

3600-ReadAccount.

    move "NO ACCT" to ShowBalance

    open input AccountMasterIn

    if not AccountMasterInNotFound
        perform with test before until NoMoreInputLines
            read AccountMasterIn into AccountDetailRecord
                at end
                    set NoMoreInputLines to true
                not at end
                    if AccountMasterInLine(1:3) is equal to "ID "
                        and AC-BowlerId is equal to InquiryBowlerId
                        move AC-Balance to ShowBalance
                        set NoMoreInputLines to true
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AccountMasterIn
    end-if.

3700-ReadTransactions.

    *> The journal is in posting order; the last three lines for the
    *> bowler are kept, newest at the top.
    move zero to RecentTransactionCount

    open input TransactionFile

    if not TransactionFileNotFound
        perform with test before until NoMoreInputLines
            read TransactionFile into TransactionDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if TransactionLine(1:5) is equal to "DATE "
                        and TR-BowlerId is equal to InquiryBowlerId
                        perform 3710-KeepTransaction
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close TransactionFile
    end-if.

3710-KeepTransaction.

    initialize TransactionShowLine
    move TR-Date to TS-Date
    move TR-Type to TS-Type
    move TR-Amount to TS-Amount
    move TR-Description to TS-Description

    move TransactionDisplayLine(2) to TransactionDisplayLine(3)
    move TransactionDisplayLine(1) to TransactionDisplayLine(2)
    move TransactionShowLine to TransactionDisplayLine(1)

    if RecentTransactionCount is less than MaxRecentTransactions
        add 1 to RecentTransactionCount
    end-if.

3800-ReadPreBowlBank.

    *> Only games banked for today or later are still waiting to
    *> score; consumed entries stay on the bank until BANKAGE.
    move zero to BankedCount

    open input PreBowlFile

    if not PreBowlFileNotFound
        perform with test before until NoMoreInputLines
            read PreBowlFile
                at end
                    set NoMoreInputLines to true
                not at end
                    if SC-BowlerId of PreBowlFileRecord is equal to
                            InquiryBowlerId
                        and SC-GameDate of PreBowlFileRecord is not less
                            than TodayDate
                        add 1 to BankedCount

                        if BankedCount is not greater than MaxBankedShown
                            initialize BankedShowLine
                            move SC-GameDate of PreBowlFileRecord
                                to BS-GameDate
                            move SC-GameNumber of PreBowlFileRecord
                                to BS-GameNumber
                            move SC-LaneNumber of PreBowlFileRecord
                                to BS-LaneNumber
                            move BankedShowLine
                                to BankedDisplayLine(BankedCount)
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PreBowlFile
    end-if

    move BankedCount to ShowBankedCount.

end program BowlerInquiryScreen.
