*> End-of-season close and rollover.  Runs once, after the season's
*> last BOWLNITE, the BOWLAWRD awards packet and the BOWLPAYO prize
*> payout, and opens the new season cleanly: instead of operations
*> deleting generations of the season masters by hand, this run
*> snapshots the closing generation of each master to the season
*> archive and writes the fresh week-zero generations the first
*> night of the new season posts on top of.
*>
*>   SEASON    archived; new generation is a week 000 header with
*>             the last-posted date blank and no bowlers
*>   TEAMSEAS  archived; new generation is a week 000 header with
*>             no teams
*>   PRIZEFND  archived; new generation is a header with the
*>             last-posted date blank and no funds
*>   ACCTMAST  archived; new generation carries every bowler's
*>             balance forward unchanged - money owed does not go
*>             away with the season - under a reset header
*>
*> Every returning bowler (status A or S on the roster) who bowled
*> this season has the final season average, season pins over
*> season games, carried onto the book average file.  The nightly
*> handicap uses the book average until the bowler has games in
*> the new season.  A returning bowler who sat the closing season
*> out keeps the book average they already had, if any; one with
*> neither bowls scratch until established, as before.
*>
*> The run refuses (RC 16, nothing written) unless the awards
*> packet on AWRDRPT covers the season being closed - the banquet
*> is cut off the closing master, which is gone once this has run
*> - and refuses a season master already at week zero, so a
*> resubmission can never archive an empty season over a real one.
*> The close-out report shows what was archived and what was
*> carried forward.

identification division.
program-id. SeasonClose.

environment division.
input-output section.
    file-control.
        select SeasonMasterIn assign to "SEASONIN"
            organization is line sequential
            file status is SeasonMasterInStatus.

        select TeamMasterIn assign to "TEAMSIN"
            organization is line sequential
            file status is TeamMasterInStatus.

        select PrizeMasterIn assign to "PRIZEIN"
            organization is line sequential
            file status is PrizeMasterInStatus.

        select AccountMasterIn assign to "ACCTIN"
            organization is line sequential
            file status is AccountMasterInStatus.

        select AwardsReportFile assign to "AWRDRPT"
            organization is line sequential
            file status is AwardsReportFileStatus.

        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select BookAverageIn assign to "BOOKIN"
            organization is line sequential
            file status is BookAverageInStatus.

        select SeasonArchive assign to "SEASARC"
            organization is line sequential
            file status is SeasonArchiveStatus.

        select TeamArchive assign to "TEAMARC"
            organization is line sequential
            file status is TeamArchiveStatus.

        select PrizeArchive assign to "PRIZARC"
            organization is line sequential
            file status is PrizeArchiveStatus.

        select AccountArchive assign to "ACCTARC"
            organization is line sequential
            file status is AccountArchiveStatus.

        select SeasonMasterOut assign to "SEASONOUT"
            organization is line sequential
            file status is SeasonMasterOutStatus.

        select TeamMasterOut assign to "TEAMSOUT"
            organization is line sequential
            file status is TeamMasterOutStatus.

        select PrizeMasterOut assign to "PRIZEOUT"
            organization is line sequential
            file status is PrizeMasterOutStatus.

        select AccountMasterOut assign to "ACCTOUT"
            organization is line sequential
            file status is AccountMasterOutStatus.

        select BookAverageOut assign to "BOOKAVG"
            organization is line sequential
            file status is BookAverageOutStatus.

        select CloseReportFile assign to "CLOSERPT"
            organization is line sequential
            file status is CloseReportFileStatus.

data division.
file section.
fd  SeasonMasterIn
    recording mode is f.
01 SeasonMasterInLine pic x(120).

fd  TeamMasterIn
    recording mode is f.
01 TeamMasterInLine pic x(120).

fd  PrizeMasterIn
    recording mode is f.
01 PrizeMasterInLine pic x(80).

fd  AccountMasterIn
    recording mode is f.
01 AccountMasterInLine pic x(80).

fd  AwardsReportFile
    recording mode is f.
01 AwardsReportLine pic x(120).

fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  BookAverageIn
    recording mode is f.
01 BookAverageInLine pic x(80).

fd  SeasonArchive
    recording mode is f.
01 SeasonArchiveLine pic x(120).

fd  TeamArchive
    recording mode is f.
01 TeamArchiveLine pic x(120).

fd  PrizeArchive
    recording mode is f.
01 PrizeArchiveLine pic x(80).

fd  AccountArchive
    recording mode is f.
01 AccountArchiveLine pic x(80).

fd  SeasonMasterOut
    recording mode is f.
01 SeasonMasterOutLine pic x(120).

fd  TeamMasterOut
    recording mode is f.
01 TeamMasterOutLine pic x(120).

fd  PrizeMasterOut
    recording mode is f.
01 PrizeMasterOutLine pic x(80).

fd  AccountMasterOut
    recording mode is f.
01 AccountMasterOutLine pic x(80).

fd  BookAverageOut
    recording mode is f.
01 BookAverageOutLine pic x(80).

fd  CloseReportFile
    recording mode is f.
01 CloseReportLine pic x(120).

working-storage section.

01 SeasonMasterInStatus pic xx.
    88 SeasonMasterInStatusOk values "00" "04" "10".
    88 SeasonMasterInNotFound value "35".

01 TeamMasterInStatus pic xx.
    88 TeamMasterInStatusOk values "00" "04" "10".
    88 TeamMasterInNotFound value "35".

01 PrizeMasterInStatus pic xx.
    88 PrizeMasterInStatusOk values "00" "04" "10".
    88 PrizeMasterInNotFound value "35".

01 AccountMasterInStatus pic xx.
    88 AccountMasterInStatusOk values "00" "04" "10".
    88 AccountMasterInNotFound value "35".

01 AwardsReportFileStatus pic xx.
    88 AwardsReportFileStatusOk values "00" "04" "10".
    88 AwardsReportFileNotFound value "35".

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 BookAverageInStatus pic xx.
    88 BookAverageInStatusOk values "00" "04" "10".
    88 BookAverageInNotFound value "35".

01 SeasonArchiveStatus pic xx.
    88 SeasonArchiveStatusOk values "00" "04".

01 TeamArchiveStatus pic xx.
    88 TeamArchiveStatusOk values "00" "04".

01 PrizeArchiveStatus pic xx.
    88 PrizeArchiveStatusOk values "00" "04".

01 AccountArchiveStatus pic xx.
    88 AccountArchiveStatusOk values "00" "04".

01 SeasonMasterOutStatus pic xx.
    88 SeasonMasterOutStatusOk values "00" "04".

01 TeamMasterOutStatus pic xx.
    88 TeamMasterOutStatusOk values "00" "04".

01 PrizeMasterOutStatus pic xx.
    88 PrizeMasterOutStatusOk values "00" "04".

01 AccountMasterOutStatus pic xx.
    88 AccountMasterOutStatusOk values "00" "04".

01 BookAverageOutStatus pic xx.
    88 BookAverageOutStatusOk values "00" "04".

01 CloseReportFileStatus pic xx.
    88 CloseReportFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

*> The season being closed, off the closing season master's
*> header, and the range the awards packet says it covers.
01 ClosingWeekNumber pic 9(3) value zero.
01 ClosingDate pic x(8) value spaces.
01 AwardsFromDate pic x(8) value spaces.
01 AwardsToDate pic x(8) value spaces.

01 SeasonHeaderFound pic x value "N".
    88 SeasonHeaderWasFound value "Y".

01 AwardsHeaderFound pic x value "N".
    88 AwardsHeaderWasFound value "Y".

*> The season master, as SeasonUpdate writes it.
01 SeasonHeaderRecord.
    02 filler pic x(12) value "SEASON WEEK ".
    02 SN-WeekNumber pic 9(3).
    02 filler pic x(10) value " LASTDATE ".
    02 SN-LastDate pic x(8).
    02 filler pic x(87) value spaces.

01 SeasonDetailRecord.
    02 filler pic x(3) value "ID ".
    02 SN-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 SN-BowlerName pic x(20).
    02 filler pic x(6) value " PINS ".
    02 SN-SeasonPins pic 9(7).
    02 filler pic x(7) value " GAMES ".
    02 SN-SeasonGames pic 9(4).
    02 filler pic x(62) value spaces.

*> The team season master header, as TeamSeasonUpdate writes it.
01 TeamSeasonHeaderRecord.
    02 filler pic x(16) value "TEAMSEASON WEEK ".
    02 TN-WeekNumber pic 9(3).
    02 filler pic x(10) value " LASTDATE ".
    02 TN-LastDate pic x(8).
    02 filler pic x(83) value spaces.

*> The prize fund master, as PrizeFundUpdate writes it.
01 PrizeHeaderRecord.
    02 filler pic x(21) value "PRIZEFUND LASTPOSTED ".
    02 PF-LastDate pic x(8).
    02 filler pic x(51) value spaces.

01 PrizeDetailRecord.
    02 filler pic x(5) value "TEAM ".
    02 PF-TeamCode pic x(4).
    02 filler pic x(6) value " FUND ".
    02 PF-Fund pic 9(5).99.
    02 filler pic x(57) value spaces.

*> The account master, as AccountPosting writes it.  A balance
*> owing is positive; a prepaid (credit) balance is negative.
01 AccountHeaderRecord.
    02 filler pic x(20) value "ACCOUNTS LASTPOSTED ".
    02 AC-LastDate pic x(8).
    02 filler pic x(52) value spaces.

01 AccountDetailRecord.
    02 filler pic x(3) value "ID ".
    02 AC-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 AC-BowlerName pic x(20).
    02 filler pic x(9) value " BALANCE ".
    02 AC-Balance pic +zzzz9.99.
    02 filler pic x(28) value spaces.

*> The book average file: a header naming the last night of the
*> season the averages were closed from, then one line per
*> returning bowler.  BA-ClosedDate on a detail line is the season
*> that bowler's average came from - a bowler who sat a season out
*> keeps the older date.
01 BookHeaderRecord.
    02 filler pic x(15) value "BOOKAVG CLOSED ".
    02 BH-ClosedDate pic x(8).
    02 filler pic x(57) value spaces.

01 BookDetailRecord.
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

*> The roster, as RosterMaintenance writes it.
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

*> Every roster bowler, with the book average the run settles on
*> for them.  Only returning bowlers (status A or S) are carried.
01 MaxRosterEntries pic 9(5) value 5000.

01 RosterTable.
    02 RosterEntryCount pic 9(5) value zero.
    02 RosterEntry occurs 1 to 5000 times
            depending on RosterEntryCount
            indexed by RosterIndex.
        03 RO-BowlerId pic x(10).
        03 RO-BowlerName pic x(20).
        03 RO-Status pic x.
            88 RosterBowlerReturning values "A" "S".
        03 RO-BookSource pic x.
            88 BookFromSeason value "S".
            88 BookFromPrior value "P".
            88 NoBookAverage value " ".
        03 RO-BookAverage pic 9(3).
        03 RO-BookGames pic 9(4).
        03 RO-ClosedDate pic x(8).

01 RosterTableFull pic x value "N".
    88 RosterTableIsFull value "Y".

01 RosterFound pic x value "N".
    88 BowlerIsOnRoster value "Y".

01 RosterSearchId pic x(10).
01 WriteIndex pic 9(5).

*> What went to the archive and what was carried forward.
01 SeasonLinesArchived pic 9(5) value zero.
01 SeasonBowlersArchived pic 9(5) value zero.
01 TeamLinesArchived pic 9(5) value zero.
01 TeamsArchived pic 9(5) value zero.
01 TeamLastDate pic x(8) value spaces.
01 PrizeLinesArchived pic 9(5) value zero.
01 PrizeTeamsArchived pic 9(5) value zero.
01 PrizeLastDate pic x(8) value spaces.
01 PrizeFundsArchived pic 9(7)v99 value zero.
01 PrizeFund pic 9(5)v99.
01 AccountLinesArchived pic 9(5) value zero.
01 AccountsCarried pic 9(5) value zero.
01 AccountLastDate pic x(8) value spaces.
01 AccountBalanceCarried pic s9(7)v99 value zero.
01 AccountBalance pic s9(5)v99.

01 ReturningBowlers pic 9(5) value zero.
01 BooksFromSeason pic 9(5) value zero.
01 BooksFromPrior pic 9(5) value zero.
01 BowlersWithoutBook pic 9(5) value zero.

*> Report lines.
01 CloseHeaderLine.
    02 filler pic x(32) value "SEASON CLOSE-OUT  SEASON ENDING ".
    02 CH-ClosingDate pic x(8).
    02 filler pic x(8) value "  WEEKS ".
    02 CH-WeekNumber pic zz9.
    02 filler pic x(69) value spaces.

01 CloseAwardsLine.
    02 filler pic x(32) value "AWARDS PACKET ON FILE COVERING  ".
    02 CA-FromDate pic x(8).
    02 filler pic x(4) value " TO ".
    02 CA-ToDate pic x(8).
    02 filler pic x(68) value spaces.

01 CloseSectionLine pic x(120).

01 ArchiveDetailLine.
    02 filler pic x(2) value spaces.
    02 AL-Master pic x(8).
    02 filler pic x(8) value "  LINES ".
    02 AL-Lines pic zzzz9.
    02 filler pic x(2) value spaces.
    02 AL-Caption pic x(9).
    02 AL-Count pic zzzz9.
    02 filler pic x(11) value "  LASTDATE ".
    02 AL-LastDate pic x(8).
    02 filler pic x(2) value spaces.
    02 AL-AmountText.
        03 AL-AmountCaption pic x(8).
        03 AL-Amount pic +zzzzzz9.99.
    02 filler pic x(41) value spaces.

01 CarryMasterLine.
    02 filler pic x(2) value spaces.
    02 CM-Master pic x(8).
    02 filler pic x(2) value spaces.
    02 CM-Text pic x(60).
    02 filler pic x(48) value spaces.

01 CarryBalanceLine.
    02 filler pic x(12) value "  ACCTMAST  ".
    02 filler pic x(26) value "BALANCES CARRIED ACCOUNTS ".
    02 CB-Accounts pic zzzz9.
    02 filler pic x(13) value "  NET OWING  ".
    02 CB-Balance pic +zzzzzz9.99.
    02 filler pic x(53) value spaces.

01 BookColumnLine.
    02 filler pic x(63) value
        "  BOWLER ID  NAME                  AVG  GAME   SEASON    SOURCE".
    02 filler pic x(57) value spaces.

01 BookReportLine.
    02 filler pic x(2) value spaces.
    02 BR-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 BR-BowlerName pic x(20).
    02 filler pic x(2) value spaces.
    02 BR-BookFigures.
        03 BR-BookAverage pic zz9.
        03 filler pic x(2) value spaces.
        03 BR-BookGames pic zzz9.
    02 filler pic x(3) value spaces.
    02 BR-ClosedDate pic x(8).
    02 filler pic x(2) value spaces.
    02 BR-Source pic x(32).
    02 filler pic x(31) value spaces.

01 BookTotalLine.
    02 filler pic x(20) value "RETURNING BOWLERS   ".
    02 BT-Returning pic zzzz9.
    02 filler pic x(18) value "  FROM THIS SEASON".
    02 BT-FromSeason pic zzzz9.
    02 filler pic x(13) value "  PRIOR BOOK ".
    02 BT-FromPrior pic zzzz9.
    02 filler pic x(12) value "  NO AVERAGE".
    02 BT-NoBook pic zzzz9.
    02 filler pic x(37) value spaces.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform 1100-LoadRoster

    perform 1200-ReadClosingSeason

    perform 1300-CheckAwardsPacket

    perform 1400-LoadPriorBookAverages

    perform 1500-OpenOutputs

    perform 2000-ArchiveSeason

    perform 2100-ArchiveTeamSeason

    perform 2200-ArchivePrizeFund

    perform 2300-ArchiveAccounts

    perform 3000-WriteWeekZeroMasters

    perform 4000-WriteBookAverages

    perform 5000-WriteCloseReport

    display "SEASCLOS - SEASON ENDING " ClosingDate
        " CLOSED - BOOK AVERAGES " BooksFromSeason
        " CARRIED " BooksFromPrior

    *> A bowler the run could not carry loses their book average -
    *> flag it rather than let the report look complete.
    if RosterTableIsFull
        display "SEASCLOS - ROSTER TABLE FULL - BOOK AVERAGES INCOMPLETE"
        move 4 to return-code
    end-if

    perform 9000-Terminate

    stop run.

1000-Initialize.

    move zero to RosterEntryCount.

1100-LoadRoster.

    open input RosterFile

    if RosterFileNotFound
        display "SEASCLOS - ROSTER DATASET NOT FOUND - RUN STOPPED"
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
                        move RP-BowlerName to RO-BowlerName(RosterIndex)
                        move RP-Status to RO-Status(RosterIndex)
                        move space to RO-BookSource(RosterIndex)
                        move zero to RO-BookAverage(RosterIndex)
                        move zero to RO-BookGames(RosterIndex)
                        move spaces to RO-ClosedDate(RosterIndex)
                    else
                        set RosterTableIsFull to true
                    end-if
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close RosterFile.

1200-ReadClosingSeason.

    *> Only the header is wanted here - which season is closing.
    *> The details are read on the archive pass.
    open input SeasonMasterIn

    if SeasonMasterInNotFound
        display "SEASCLOS - SEASON MASTER NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before
        until NoMoreInputLines or SeasonHeaderWasFound
        read SeasonMasterIn
            at end
                set NoMoreInputLines to true
            not at end
                if SeasonMasterInLine(1:12) is equal to "SEASON WEEK "
                    move SeasonMasterInLine to SeasonHeaderRecord
                    move SN-WeekNumber to ClosingWeekNumber
                    move SN-LastDate to ClosingDate
                    set SeasonHeaderWasFound to true
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close SeasonMasterIn

    if not SeasonHeaderWasFound
        or ClosingWeekNumber is equal to zero
        or ClosingDate is equal to spaces
        display "SEASCLOS - SEASON MASTER IS AT WEEK ZERO - "
            "NOTHING TO CLOSE - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1300-CheckAwardsPacket.

    *> The packet has to be cut off the master being closed: its
    *> date range must take in the closing season's last night.
    open input AwardsReportFile

    if AwardsReportFileNotFound
        display "SEASCLOS - NO AWARDS PACKET FOR SEASON ENDING "
            ClosingDate " - RUN BOWLAWRD FIRST - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before
        until NoMoreInputLines or AwardsHeaderWasFound
        read AwardsReportFile
            at end
                set NoMoreInputLines to true
            not at end
                if AwardsReportLine(1:21) is equal to
                        "LEAGUE AWARDS PACKET "
                    move AwardsReportLine(22:8) to AwardsFromDate
                    move AwardsReportLine(34:8) to AwardsToDate
                    set AwardsHeaderWasFound to true
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close AwardsReportFile

    if not AwardsHeaderWasFound
        or ClosingDate is less than AwardsFromDate
        or ClosingDate is greater than AwardsToDate
        display "SEASCLOS - NO AWARDS PACKET FOR SEASON ENDING "
            ClosingDate " - RUN BOWLAWRD FIRST - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

1400-LoadPriorBookAverages.

    *> The book averages the closing season started from - optional,
    *> there are none before the first close.  A returning bowler
    *> this season's games do not cover keeps the one they had.
    open input BookAverageIn

    if BookAverageInNotFound
        continue
    else
        if not BookAverageInStatusOk
            display "SEASCLOS - UNABLE TO OPEN BOOKIN - RUN STOPPED"
            move 16 to return-code
            stop run
        end-if

        perform with test before until NoMoreInputLines
            read BookAverageIn
                at end
                    set NoMoreInputLines to true
                not at end
                    if BookAverageInLine(1:3) is equal to "ID "
                        move BookAverageInLine to BookDetailRecord
                        move BA-BowlerId to RosterSearchId
                        perform 1410-FindRosterBowler

                        if BowlerIsOnRoster
                            and BA-BookAverage is numeric
                            and BA-BookGames is numeric
                            set BookFromPrior(RosterIndex) to true
                            move BA-BookAverage
                                to RO-BookAverage(RosterIndex)
                            move BA-BookGames to RO-BookGames(RosterIndex)
                            move BA-ClosedDate to RO-ClosedDate(RosterIndex)
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close BookAverageIn
    end-if.

1410-FindRosterBowler.

    move "N" to RosterFound

    if RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount
            or BowlerIsOnRoster

            if RO-BowlerId(RosterIndex) is equal to RosterSearchId
                set BowlerIsOnRoster to true
            end-if
        end-perform
    end-if.

1500-OpenOutputs.

    *> Every check has passed - only now is anything created, so a
    *> refused run leaves no empty generation behind to be cataloged.
    open output SeasonArchive
    open output TeamArchive
    open output PrizeArchive
    open output AccountArchive

    if not SeasonArchiveStatusOk or not TeamArchiveStatusOk
        or not PrizeArchiveStatusOk or not AccountArchiveStatusOk
        display "SEASCLOS - UNABLE TO OPEN THE SEASON ARCHIVE - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    open output SeasonMasterOut
    open output TeamMasterOut
    open output PrizeMasterOut
    open output AccountMasterOut
    open output BookAverageOut
    open output CloseReportFile

    if not SeasonMasterOutStatusOk or not TeamMasterOutStatusOk
        or not PrizeMasterOutStatusOk or not AccountMasterOutStatusOk
        or not BookAverageOutStatusOk or not CloseReportFileStatusOk
        display "SEASCLOS - UNABLE TO OPEN THE NEW MASTERS OR CLOSERPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if.

2000-ArchiveSeason.

    *> Copied to the archive exactly as read; each bowler's final
    *> season average is taken off their line on the way past.
    open input SeasonMasterIn

    perform with test before until NoMoreInputLines
        read SeasonMasterIn
            at end
                set NoMoreInputLines to true
            not at end
                write SeasonArchiveLine from SeasonMasterInLine
                add 1 to SeasonLinesArchived

                if SeasonMasterInLine(1:3) is equal to "ID "
                    add 1 to SeasonBowlersArchived
                    perform 2010-TakeSeasonAverage
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close SeasonMasterIn.

2010-TakeSeasonAverage.

    move SeasonMasterInLine to SeasonDetailRecord
    move SN-BowlerId to RosterSearchId
    perform 1410-FindRosterBowler

    if BowlerIsOnRoster
        and SN-SeasonGames is numeric
        and SN-SeasonPins is numeric
        and SN-SeasonGames is greater than zero
        set BookFromSeason(RosterIndex) to true
        compute RO-BookAverage(RosterIndex) =
            SN-SeasonPins / SN-SeasonGames
        move SN-SeasonGames to RO-BookGames(RosterIndex)
        move ClosingDate to RO-ClosedDate(RosterIndex)
    end-if.

2100-ArchiveTeamSeason.

    open input TeamMasterIn

    if TeamMasterInNotFound
        display "SEASCLOS - TEAMSEAS MASTER NOT FOUND - NOTHING ARCHIVED"
        move 4 to return-code
    else
        perform with test before until NoMoreInputLines
            read TeamMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    write TeamArchiveLine from TeamMasterInLine
                    add 1 to TeamLinesArchived

                    evaluate true
                        when TeamMasterInLine(1:16) is equal to
                                "TEAMSEASON WEEK "
                            move TeamMasterInLine to TeamSeasonHeaderRecord
                            move TN-LastDate to TeamLastDate
                        when TeamMasterInLine(1:5) is equal to "TEAM "
                            add 1 to TeamsArchived
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close TeamMasterIn
    end-if.

2200-ArchivePrizeFund.

    open input PrizeMasterIn

    if PrizeMasterInNotFound
        display "SEASCLOS - PRIZEFND MASTER NOT FOUND - NOTHING ARCHIVED"
        move 4 to return-code
    else
        perform with test before until NoMoreInputLines
            read PrizeMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    write PrizeArchiveLine from PrizeMasterInLine
                    add 1 to PrizeLinesArchived

                    evaluate true
                        when PrizeMasterInLine(1:21) is equal to
                                "PRIZEFUND LASTPOSTED "
                            move PrizeMasterInLine to PrizeHeaderRecord
                            move PF-LastDate to PrizeLastDate
                        when PrizeMasterInLine(1:5) is equal to "TEAM "
                            move PrizeMasterInLine to PrizeDetailRecord
                            add 1 to PrizeTeamsArchived
                            move PF-Fund to PrizeFund
                            add PrizeFund to PrizeFundsArchived
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PrizeMasterIn
    end-if.

2300-ArchiveAccounts.

    *> Archived as read, and every account line is carried onto the
    *> new generation unchanged under a reset header.
    open input AccountMasterIn

    if AccountMasterInNotFound
        display "SEASCLOS - ACCTMAST MASTER NOT FOUND - NOTHING ARCHIVED"
        move 4 to return-code
    else
        perform with test before until NoMoreInputLines
            read AccountMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    write AccountArchiveLine from AccountMasterInLine
                    add 1 to AccountLinesArchived

                    evaluate true
                        when AccountMasterInLine(1:20) is equal to
                                "ACCOUNTS LASTPOSTED "
                            move AccountMasterInLine to AccountHeaderRecord
                            move AC-LastDate to AccountLastDate
                        when AccountMasterInLine(1:3) is equal to "ID "
                            move AccountMasterInLine to AccountDetailRecord
                            move AC-Balance to AccountBalance
                            add AccountBalance to AccountBalanceCarried
                            add 1 to AccountsCarried
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AccountMasterIn
    end-if

    *> The header goes out first; the details follow in the order
    *> the closing master held them.
    initialize AccountHeaderRecord
    move spaces to AC-LastDate
    write AccountMasterOutLine from AccountHeaderRecord

    if AccountsCarried is greater than zero
        open input AccountMasterIn

        perform with test before until NoMoreInputLines
            read AccountMasterIn
                at end
                    set NoMoreInputLines to true
                not at end
                    if AccountMasterInLine(1:3) is equal to "ID "
                        write AccountMasterOutLine from AccountMasterInLine
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close AccountMasterIn
    end-if.

3000-WriteWeekZeroMasters.

    initialize SeasonHeaderRecord
    move zero to SN-WeekNumber
    move spaces to SN-LastDate
    write SeasonMasterOutLine from SeasonHeaderRecord

    initialize TeamSeasonHeaderRecord
    move zero to TN-WeekNumber
    move spaces to TN-LastDate
    write TeamMasterOutLine from TeamSeasonHeaderRecord

    initialize PrizeHeaderRecord
    move spaces to PF-LastDate
    write PrizeMasterOutLine from PrizeHeaderRecord.

4000-WriteBookAverages.

    initialize BookHeaderRecord
    move ClosingDate to BH-ClosedDate
    write BookAverageOutLine from BookHeaderRecord

    if RosterEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to RosterEntryCount

            set RosterIndex to WriteIndex

            if RosterBowlerReturning(RosterIndex)
                add 1 to ReturningBowlers

                evaluate true
                    when BookFromSeason(RosterIndex)
                        add 1 to BooksFromSeason
                    when BookFromPrior(RosterIndex)
                        add 1 to BooksFromPrior
                    when other
                        add 1 to BowlersWithoutBook
                end-evaluate

                if not NoBookAverage(RosterIndex)
                    initialize BookDetailRecord
                    move RO-BowlerId(RosterIndex) to BA-BowlerId
                    move RO-BowlerName(RosterIndex) to BA-BowlerName
                    move RO-BookAverage(RosterIndex) to BA-BookAverage
                    move RO-BookGames(RosterIndex) to BA-BookGames
                    move RO-ClosedDate(RosterIndex) to BA-ClosedDate
                    write BookAverageOutLine from BookDetailRecord
                end-if
            end-if
        end-perform
    end-if.

5000-WriteCloseReport.

    initialize CloseHeaderLine
    move ClosingDate to CH-ClosingDate
    move ClosingWeekNumber to CH-WeekNumber
    write CloseReportLine from CloseHeaderLine

    initialize CloseAwardsLine
    move AwardsFromDate to CA-FromDate
    move AwardsToDate to CA-ToDate
    write CloseReportLine from CloseAwardsLine

    move spaces to CloseReportLine
    write CloseReportLine
    move "ARCHIVED - CLOSING GENERATIONS COPIED AS READ" to CloseSectionLine
    write CloseReportLine from CloseSectionLine

    initialize ArchiveDetailLine
    move spaces to AL-AmountText
    move "SEASON" to AL-Master
    move SeasonLinesArchived to AL-Lines
    move "BOWLERS  " to AL-Caption
    move SeasonBowlersArchived to AL-Count
    move ClosingDate to AL-LastDate
    write CloseReportLine from ArchiveDetailLine

    initialize ArchiveDetailLine
    move spaces to AL-AmountText
    move "TEAMSEAS" to AL-Master
    move TeamLinesArchived to AL-Lines
    move "TEAMS    " to AL-Caption
    move TeamsArchived to AL-Count
    move TeamLastDate to AL-LastDate
    write CloseReportLine from ArchiveDetailLine

    initialize ArchiveDetailLine
    move "PRIZEFND" to AL-Master
    move PrizeLinesArchived to AL-Lines
    move "TEAMS    " to AL-Caption
    move PrizeTeamsArchived to AL-Count
    move PrizeLastDate to AL-LastDate
    move "FUNDS   " to AL-AmountCaption
    move PrizeFundsArchived to AL-Amount
    write CloseReportLine from ArchiveDetailLine

    initialize ArchiveDetailLine
    move "ACCTMAST" to AL-Master
    move AccountLinesArchived to AL-Lines
    move "ACCOUNTS " to AL-Caption
    move AccountsCarried to AL-Count
    move AccountLastDate to AL-LastDate
    move "OWING   " to AL-AmountCaption
    move AccountBalanceCarried to AL-Amount
    write CloseReportLine from ArchiveDetailLine

    move spaces to CloseReportLine
    write CloseReportLine
    move "CARRIED FORWARD - NEW GENERATIONS" to CloseSectionLine
    write CloseReportLine from CloseSectionLine

    initialize CarryMasterLine
    move "SEASON" to CM-Master
    move "WEEK 000 - NO BOWLERS - LAST-POSTED DATE RESET" to CM-Text
    write CloseReportLine from CarryMasterLine

    initialize CarryMasterLine
    move "TEAMSEAS" to CM-Master
    move "WEEK 000 - NO TEAMS - LAST-POSTED DATE RESET" to CM-Text
    write CloseReportLine from CarryMasterLine

    initialize CarryMasterLine
    move "PRIZEFND" to CM-Master
    move "NO FUNDS - LAST-POSTED DATE RESET" to CM-Text
    write CloseReportLine from CarryMasterLine

    initialize CarryBalanceLine
    move AccountsCarried to CB-Accounts
    move AccountBalanceCarried to CB-Balance
    write CloseReportLine from CarryBalanceLine

    move spaces to CloseReportLine
    write CloseReportLine
    move "BOOK AVERAGES - RETURNING BOWLERS" to CloseSectionLine
    write CloseReportLine from CloseSectionLine
    write CloseReportLine from BookColumnLine

    if RosterEntryCount is greater than zero
        perform with test after varying WriteIndex from 1 by 1
            until WriteIndex is equal to RosterEntryCount

            set RosterIndex to WriteIndex

            if RosterBowlerReturning(RosterIndex)
                initialize BookReportLine
                move RO-BowlerId(RosterIndex) to BR-BowlerId
                move RO-BowlerName(RosterIndex) to BR-BowlerName

                evaluate true
                    when BookFromSeason(RosterIndex)
                        move RO-BookAverage(RosterIndex) to BR-BookAverage
                        move RO-BookGames(RosterIndex) to BR-BookGames
                        move RO-ClosedDate(RosterIndex) to BR-ClosedDate
                        move "THIS SEASON" to BR-Source
                    when BookFromPrior(RosterIndex)
                        move RO-BookAverage(RosterIndex) to BR-BookAverage
                        move RO-BookGames(RosterIndex) to BR-BookGames
                        move RO-ClosedDate(RosterIndex) to BR-ClosedDate
                        move "PRIOR BOOK - NO GAMES THIS YEAR" to BR-Source
                    when other
                        move spaces to BR-BookFigures
                        move "NO AVERAGE - BOWLS SCRATCH" to BR-Source
                end-evaluate

                write CloseReportLine from BookReportLine
            end-if
        end-perform
    end-if

    move spaces to CloseReportLine
    write CloseReportLine

    initialize BookTotalLine
    move ReturningBowlers to BT-Returning
    move BooksFromSeason to BT-FromSeason
    move BooksFromPrior to BT-FromPrior
    move BowlersWithoutBook to BT-NoBook
    write CloseReportLine from BookTotalLine.

9000-Terminate.

    close SeasonArchive
    close TeamArchive
    close PrizeArchive
    close AccountArchive
    close SeasonMasterOut
    close TeamMasterOut
    close PrizeMasterOut
    close AccountMasterOut
    close BookAverageOut
    close CloseReportFile.

end program SeasonClose.
