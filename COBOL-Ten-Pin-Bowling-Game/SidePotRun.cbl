*> Nightly side-pot run.  Runs straight after the night is scored:
*> reads the entries the desk keyed on PotEntryScreen for the night
*> and the night's SCOREREPT, draws the handicap brackets, decides
*> every round and the high-game sweeper off the handicap totals,
*> and prints the pots results sheet for the lane postings.  Until
*> this step the pots were run on paper with cash at the desk, and
*> the disputes came back to the league.
*>
*> No money is handled: every entry fee that goes into a pot and
*> every prize that comes out of one is written to POT-POSTING-FILE
*> in the ARTRANS journal layout - type POT for a fee (a charge) and
*> PTW for winnings (a credit) - and the night's AccountPosting step
*> applies them to ACCTMAST and journals them with the BILLING
*> charges, under the same already-posted check, so rerunning the
*> night never charges a fee or pays a prize twice.
*>
*> Entries are grouped by league, pot and fee, so everybody in a
*> pot has paid the same.  An entrant with no game on SCOREREPT for
*> the night did not bowl and is withdrawn before the draw; an
*> entrant who misses a game bowls that round with a zero total.
*> Withdrawn entrants, and any who cannot be placed in a full pot,
*> are listed on the sheet and never charged.
*>
*> Brackets - eight bowlers, head to head.  The entrants are drawn
*> in an order shuffled from the night date, so a rerun of the same
*> night reproduces the same draw, then taken eight at a time; the
*> entrants left over when the count is not a multiple of eight are
*> not drawn.  Round 1 is decided on game 1 (slots 1v2, 3v4, 5v6,
*> 7v8), round 2 on game 2 and the final on game 3.  A tie goes to
*> the higher scratch score for the game, then to the bowler drawn
*> into the earlier slot.  The bracket pays the winner six entry
*> fees and the runner-up two - the whole purse.
*>
*> Sweeper - each entrant's best handicap game of the night.  The
*> highest takes the whole purse; a tie splits it evenly, any odd
*> cent to the tied entrant keyed first.  A sweeper needs at least
*> two entrants to run.
*>
*> Each run appends a START and an END line to RUNLOG, the
*> nightly stream's run log (see RunLogWriter).
*>
*> Parameter card (SYSIN):
*>   positions  1-8   league night (YYYYMMDD); blank for today

identification division.
program-id. SidePotRun.

environment division.
input-output section.
    file-control.
        select PotEntryFile assign to "POTENTRY"
            organization is line sequential
            file status is PotEntryFileStatus.

        select ScoreReportFile assign to "SCOREREPT"
            organization is line sequential
            file status is ScoreReportFileStatus.

        select PotReportFile assign to "POTRPT"
            organization is line sequential
            file status is PotReportFileStatus.

        select PotPostingFile assign to "POTPOST"
            organization is line sequential
            file status is PotPostingFileStatus.

data division.
file section.
fd  PotEntryFile
    recording mode is f.
01 PotEntryLine pic x(80).

fd  ScoreReportFile
    recording mode is f.
01 ScoreReportLine pic x(200).

fd  PotReportFile
    recording mode is f.
01 PotReportLine pic x(132).

fd  PotPostingFile
    recording mode is f.
01 PotPostingLine pic x(80).

working-storage section.

01 PotEntryFileStatus pic xx.
    88 PotEntryFileStatusOk values "00" "04" "10".
    88 PotEntryFileNotFound value "35".

01 ScoreReportFileStatus pic xx.
    88 ScoreReportFileStatusOk values "00" "04" "10".
    88 ScoreReportFileNotFound value "35".

01 PotReportFileStatus pic xx.
    88 PotReportFileStatusOk values "00" "04".

01 PotPostingFileStatus pic xx.
    88 PotPostingFileStatusOk values "00" "04".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

01 ParameterCard pic x(80).
01 NightDate pic x(8).
01 CurrentDateTime pic x(21).

*> This step's START and END lines on RUNLOG.
    copy "RunLogEntry.cpy".

*> The pot entry line, as PotEntryScreen writes it.
01 PotEntryDetailLine.
    02 filler pic x(6).
    02 PE-NightDate pic x(8).
    02 filler pic x(8).
    02 PE-LeagueCode pic x(4).
    02 filler pic x(4).
    02 PE-BowlerId pic x(10).
    02 filler pic x(1).
    02 PE-BowlerName pic x(20).
    02 filler pic x(5).
    02 PE-PotType pic x(3).
    02 filler pic x(5).
    02 PE-EntryFee pic zz9.99.

*> The night's SCOREREPT detail line, as TenPinBowling writes it.
01 ScoreReportDetailLine.
    02 filler pic x(6).
    02 RD-LaneNumber pic z9.
    02 filler pic x(4).
    02 RD-BowlerId pic x(10).
    02 filler pic x(1).
    02 RD-BowlerName pic x(20).
    02 filler pic x(6).
    02 RD-TeamCode pic x(4).
    02 filler pic x(8).
    02 RD-Score pic zz9.
    02 filler pic x(6).
    02 RD-Handicap pic zz9.
    02 filler pic x(5).
    02 RD-HandicapTotal pic zzz9.
    02 filler pic x(5).
    02 RD-Strikes pic z9.
    02 filler pic x(5).
    02 RD-Spares pic z9.
    02 filler pic x(5).
    02 RD-Opens pic z9.
    02 filler pic x(6).
    02 RD-GameDate pic x(8).
    02 filler pic x(6).
    02 RD-EntryType pic x(5).
    02 filler pic x(8).
    02 RD-SubForId pic x(10).
    02 filler pic x(8).
    02 RD-LeagueCode pic x(4).
    02 filler pic x(6).
    02 RD-GameNumber pic 9.
    02 filler pic x(11).

*> The night's entries with their games.  Sized to the entry table
*> in PotEntryScreen.
01 MaxEntrants pic 9(4) value 2000.

01 EntrantTable.
    02 EntrantCount pic 9(4) value zero.
    02 Entrant occurs 1 to 2000 times
            depending on EntrantCount
            indexed by EntrantIndex.
        03 EN-LeagueCode pic x(4).
        03 EN-BowlerId pic x(10).
        03 EN-BowlerName pic x(20).
        03 EN-PotType pic x(3).
            88 EN-BracketsEntry value "BRK".
            88 EN-SweeperEntry value "SWP".
        03 EN-EntryFee pic 9(3)v99.
        03 EN-Grouped pic x.
            88 EN-IsGrouped value "Y".
        03 EN-Bowled pic x.
            88 EN-HasBowled value "Y".
        03 EN-Game occurs 3 times.
            04 EN-Score pic 9(3).
            04 EN-HandicapTotal pic 9(4).
        03 EN-BestGameNumber pic 9.
        03 EN-BestTotal pic 9(4).

01 EntrantTableFull pic x value "N".
    88 EntrantTableIsFull value "Y".

*> One pot group at a time - league, pot and fee - in entry order.
01 GroupLeagueCode pic x(4).
01 GroupPotType pic x(3).
01 GroupEntryFee pic 9(3)v99.

01 GroupTable.
    02 GroupMemberCount pic 9(4) value zero.
    02 GroupMember occurs 2000 times pic 9(4).

01 DrawTable.
    02 DrawCount pic 9(4) value zero.
    02 DrawSlot occurs 2000 times pic 9(4).

01 GroupIndex pic 9(4).
01 ScanIndex pic 9(4).
01 DrawIndex pic 9(4).
01 SwapIndex pic 9(4).
01 SwapEntrant pic 9(4).
01 SlotIndex pic 9(4).
01 SlotBase pic 9(4).

*> The draw: a Park-Miller generator seeded from the night date,
*> carried on from group to group, shuffling each group's drawn
*> entrants in place.
01 DrawSeed pic 9(10).
01 DrawProduct pic 9(15).
01 DrawQuotient pic 9(15).

01 BracketCount pic 9(3).
01 BracketNumber pic 9(3).
01 BracketPurse pic 9(5)v99.
01 RoundWinners.
    02 RoundWinner occurs 8 times pic 9(4).
01 RoundCount pic 9.
01 RoundNumber pic 9.
01 MatchIndex pic 9.
01 MatchSideA pic 9(4).
01 MatchSideB pic 9(4).
01 MatchWinner pic 9(4).
01 MatchLoser pic 9(4).
01 BracketChampion pic 9(4).
01 BracketRunnerUp pic 9(4).

01 SweeperPurse pic 9(5)v99.
01 SweeperShare pic 9(5)v99.
01 SweeperOddCents pic 9(5)v99.
01 SweeperHighTotal pic 9(4).
01 SweeperTieCount pic 9(4).
01 SweeperFirstWinner pic 9(4).

01 PostingType pic x(3).
01 PostingAmount pic 9(5)v99.
01 PostingDescription pic x(20).
01 PostingEntrant pic 9(4).

01 CountEdited pic zz9.
01 PurseEdited pic zzzz9.99.

01 EntriesLoaded pic 9(5) value zero.
01 EntriesInPots pic 9(5) value zero.
01 EntriesNotCharged pic 9(5) value zero.
01 FeesCharged pic 9(7)v99 value zero.
01 WinningsCredited pic 9(7)v99 value zero.
01 BracketsDrawn pic 9(5) value zero.
01 SweepersRun pic 9(5) value zero.

*> The journal line, in the layout AccountPosting writes to ARTRANS.
01 TransactionDetailLine.
    02 filler pic x(6) value "DATE ".
    02 TR-Date pic x(8).
    02 filler pic x(4) value " ID ".
    02 TR-BowlerId pic x(10).
    02 filler pic x(6) value " TYPE ".
    02 TR-Type pic x(3).
    02 filler pic x(8) value " AMOUNT ".
    02 TR-Amount pic zzz9.99.
    02 filler pic x(6) value " DESC ".
    02 TR-Description pic x(20).
    02 filler pic x(2) value spaces.

01 ReportTitleLine.
    02 filler pic x(33) value "SIDE POTS RESULTS - LEAGUE NIGHT ".
    02 RT-NightDate pic x(8).
    02 filler pic x(91) value spaces.

01 GroupHeadingLine.
    02 filler pic x(7) value "LEAGUE ".
    02 GH-LeagueCode pic x(4).
    02 filler pic x(2) value spaces.
    02 GH-PotName pic x(8).
    02 filler pic x(5) value " FEE ".
    02 GH-EntryFee pic zz9.99.
    02 filler pic x(9) value " ENTRIES ".
    02 GH-Entries pic zzz9.
    02 filler pic x(2) value spaces.
    02 GH-Detail pic x(40).
    02 filler pic x(45) value spaces.

01 BracketHeadingLine.
    02 filler pic x(10) value "  BRACKET ".
    02 BH-BracketNumber pic 99.
    02 filler pic x(8) value "  PURSE ".
    02 BH-Purse pic zzz9.99.
    02 filler pic x(105) value spaces.

01 MatchLine.
    02 filler pic x(10) value "    ROUND ".
    02 ML-RoundNumber pic 9.
    02 filler pic x(6) value " GAME ".
    02 ML-GameNumber pic 9.
    02 filler pic x(2) value spaces.
    02 ML-NameA pic x(20).
    02 filler pic x(1) value space.
    02 ML-IdA pic x(10).
    02 filler pic x(5) value " TOT ".
    02 ML-TotalA pic zzz9.
    02 filler pic x(5) value "  V  ".
    02 ML-NameB pic x(20).
    02 filler pic x(1) value space.
    02 ML-IdB pic x(10).
    02 filler pic x(5) value " TOT ".
    02 ML-TotalB pic zzz9.
    02 filler pic x(9) value "  WINNER ".
    02 ML-WinnerId pic x(10).
    02 filler pic x(8) value spaces.

01 PrizeLine.
    02 filler pic x(4) value spaces.
    02 PL-Place pic x(10).
    02 filler pic x(2) value spaces.
    02 PL-BowlerName pic x(20).
    02 filler pic x(1) value space.
    02 PL-BowlerId pic x(10).
    02 filler pic x(2) value spaces.
    02 PL-Detail pic x(20).
    02 filler pic x(6) value " WINS ".
    02 PL-Amount pic zzz9.99.
    02 filler pic x(50) value spaces.

01 SweeperEntrantLine.
    02 filler pic x(4) value spaces.
    02 SE-BowlerName pic x(20).
    02 filler pic x(1) value space.
    02 SE-BowlerId pic x(10).
    02 filler pic x(11) value " BEST GAME ".
    02 SE-GameNumber pic 9.
    02 filler pic x(5) value " TOT ".
    02 SE-BestTotal pic zzz9.
    02 filler pic x(2) value spaces.
    02 SE-Result pic x(6).
    02 SE-Amount pic zzz9.99.
    02 SE-AmountText redefines SE-Amount pic x(7).
    02 filler pic x(61) value spaces.

01 NotChargedLine.
    02 filler pic x(4) value spaces.
    02 NC-BowlerName pic x(20).
    02 filler pic x(1) value space.
    02 NC-BowlerId pic x(10).
    02 filler pic x(2) value spaces.
    02 NC-Reason pic x(40).
    02 filler pic x(55) value spaces.

01 TotalsLine.
    02 filler pic x(15) value "ENTRIES IN POTS".
    02 TL-EntriesInPots pic zzzz9.
    02 filler pic x(14) value " FEES CHARGED ".
    02 TL-FeesCharged pic zzzzzz9.99.
    02 filler pic x(20) value " WINNINGS CREDITED ".
    02 TL-WinningsCredited pic zzzzzz9.99.
    02 filler pic x(21) value " ENTRIES NOT CHARGED ".
    02 TL-EntriesNotCharged pic zzzz9.
    02 filler pic x(32) value spaces.

procedure division.

0000-Mainline.

    perform 9700-LogStepStart

    perform 1000-Initialize

    perform 2000-LoadPotEntries

    perform 3000-LoadNightGames

    perform 3500-RunPotGroups

    perform 9000-Terminate

    perform 9710-LogStepEnd

    stop run.

1000-Initialize.

    move spaces to ParameterCard
    accept ParameterCard

    if ParameterCard(1:8) is numeric
        move ParameterCard(1:8) to NightDate
    else
        move function current-date to CurrentDateTime
        move CurrentDateTime(1:8) to NightDate
    end-if

    move NightDate to DrawSeed

    open output PotReportFile

    if not PotReportFileStatusOk
        display "POTRUN - UNABLE TO OPEN POTRPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    open output PotPostingFile

    if not PotPostingFileStatusOk
        display "POTRUN - UNABLE TO OPEN POTPOST - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    initialize ReportTitleLine
    move NightDate to RT-NightDate
    write PotReportLine from ReportTitleLine

    move spaces to PotReportLine
    write PotReportLine.

2000-LoadPotEntries.

    *> No entry file just means the desk has never run a pot.
    open input PotEntryFile

    if PotEntryFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read PotEntryFile into PotEntryDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if PotEntryDetailLine(1:5) is equal to "DATE "
                        and PE-NightDate is equal to NightDate
                        perform 2100-LoadOneEntry
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PotEntryFile
    end-if

    *> An entry that does not fit is neither drawn nor charged - flag
    *> the run so the desk can settle it by hand.
    if EntrantTableIsFull
        display "POTRUN - ENTRY TABLE FULL - ENTRIES DROPPED"
        move 4 to return-code
    end-if.

2100-LoadOneEntry.

    if EntrantCount is less than MaxEntrants
        add 1 to EntrantCount
        add 1 to EntriesLoaded
        set EntrantIndex to EntrantCount
        initialize Entrant(EntrantIndex)
        move PE-LeagueCode to EN-LeagueCode(EntrantIndex)
        move PE-BowlerId to EN-BowlerId(EntrantIndex)
        move PE-BowlerName to EN-BowlerName(EntrantIndex)
        move PE-PotType to EN-PotType(EntrantIndex)
        move PE-EntryFee to EN-EntryFee(EntrantIndex)
        move "N" to EN-Grouped(EntrantIndex)
        move "N" to EN-Bowled(EntrantIndex)
    else
        set EntrantTableIsFull to true
    end-if.

3000-LoadNightGames.

    open input ScoreReportFile

    if ScoreReportFileNotFound
        display "POTRUN - SCOREREPT DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    if not ScoreReportFileStatusOk
        display "POTRUN - UNABLE TO OPEN SCOREREPT - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    *> A blind stands in for a no-show and was never bowled.
    perform with test before until NoMoreInputLines
        read ScoreReportFile into ScoreReportDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if ScoreReportDetailLine(1:5) is equal to "LANE "
                    and RD-GameDate is equal to NightDate
                    and RD-EntryType is not equal to "BLIND"
                    and RD-GameNumber is numeric
                    and RD-GameNumber is not less than 1
                    and RD-GameNumber is not greater than 3
                    perform 3100-PostGameToEntrants
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close ScoreReportFile.

3100-PostGameToEntrants.

    *> A bowler in both pots has an entry for each; the game counts
    *> in both.
    if EntrantCount is greater than zero
        perform with test after varying EntrantIndex from 1 by 1
            until EntrantIndex is equal to EntrantCount

            if EN-BowlerId(EntrantIndex) is equal to RD-BowlerId
                and EN-LeagueCode(EntrantIndex) is equal to
                    RD-LeagueCode
                set EN-HasBowled(EntrantIndex) to true
                move RD-Score
                    to EN-Score(EntrantIndex, RD-GameNumber)
                move RD-HandicapTotal
                    to EN-HandicapTotal(EntrantIndex, RD-GameNumber)
            end-if
        end-perform
    end-if.

3500-RunPotGroups.

    if EntrantCount is greater than zero
        perform with test after varying ScanIndex from 1 by 1
            until ScanIndex is equal to EntrantCount

            if not EN-IsGrouped(ScanIndex)
                perform 3600-GatherGroup

                if GroupPotType is equal to "BRK"
                    perform 4000-RunBrackets
                else
                    perform 5000-RunSweeper
                end-if

                move spaces to PotReportLine
                write PotReportLine
            end-if
        end-perform
    end-if.

3600-GatherGroup.

    *> Every later entry for the same league, pot and fee joins the
    *> group, keeping the order the desk keyed them in.
    move EN-LeagueCode(ScanIndex) to GroupLeagueCode
    move EN-PotType(ScanIndex) to GroupPotType
    move EN-EntryFee(ScanIndex) to GroupEntryFee
    move zero to GroupMemberCount

    perform with test after varying GroupIndex from ScanIndex by 1
        until GroupIndex is equal to EntrantCount

        if not EN-IsGrouped(GroupIndex)
            and EN-LeagueCode(GroupIndex) is equal to GroupLeagueCode
            and EN-PotType(GroupIndex) is equal to GroupPotType
            and EN-EntryFee(GroupIndex) is equal to GroupEntryFee
            set EN-IsGrouped(GroupIndex) to true
            add 1 to GroupMemberCount
            move GroupIndex to GroupMember(GroupMemberCount)
        end-if
    end-perform

    *> Only those who bowled go forward to the draw.
    move zero to DrawCount

    perform with test after varying GroupIndex from 1 by 1
        until GroupIndex is equal to GroupMemberCount

        if EN-HasBowled(GroupMember(GroupIndex))
            add 1 to DrawCount
            move GroupMember(GroupIndex) to DrawSlot(DrawCount)
        end-if
    end-perform

    initialize GroupHeadingLine
    move GroupLeagueCode to GH-LeagueCode
    move GroupEntryFee to GH-EntryFee
    move GroupMemberCount to GH-Entries.

4000-RunBrackets.

    divide DrawCount by 8 giving BracketCount

    move "BRACKETS" to GH-PotName
    move spaces to GH-Detail
    move BracketCount to CountEdited
    string "BRACKETS DRAWN " delimited by size
        CountEdited delimited by size
        into GH-Detail
    write PotReportLine from GroupHeadingLine

    if BracketCount is greater than zero
        perform 4100-ShuffleDraw

        perform with test after varying BracketNumber from 1 by 1
            until BracketNumber is equal to BracketCount
            perform 4200-RunOneBracket
        end-perform
    end-if

    perform 4900-ListGroupNotCharged.

4100-ShuffleDraw.

    *> Walk the draw from the bottom, swapping each slot with one at
    *> or above it chosen by the generator.
    perform with test before varying DrawIndex from DrawCount by -1
        until DrawIndex is less than 2

        compute DrawProduct = DrawSeed * 16807
        divide DrawProduct by 2147483647
            giving DrawQuotient remainder DrawSeed

        divide DrawSeed by DrawIndex
            giving DrawQuotient remainder SwapIndex
        add 1 to SwapIndex

        move DrawSlot(DrawIndex) to SwapEntrant
        move DrawSlot(SwapIndex) to DrawSlot(DrawIndex)
        move SwapEntrant to DrawSlot(SwapIndex)
    end-perform.

4200-RunOneBracket.

    compute SlotBase = (BracketNumber - 1) * 8
    compute BracketPurse = GroupEntryFee * 8
    add 1 to BracketsDrawn

    initialize BracketHeadingLine
    move BracketNumber to BH-BracketNumber
    move BracketPurse to BH-Purse
    write PotReportLine from BracketHeadingLine

    *> Every drawn bowler is in the pot and pays the fee.
    perform with test after varying SlotIndex from 1 by 1
        until SlotIndex is equal to 8

        move DrawSlot(SlotBase + SlotIndex) to PostingEntrant
        move DrawSlot(SlotBase + SlotIndex) to RoundWinner(SlotIndex)
        move "POT" to PostingType
        move GroupEntryFee to PostingAmount
        move spaces to PostingDescription
        string "BRACKET " delimited by size
            BH-BracketNumber delimited by size
            " ENTRY FEE" delimited by size
            into PostingDescription
        perform 6000-WritePosting
        add 1 to EntriesInPots
    end-perform

    *> Eight into four into two into one - round n on game n.
    move 8 to RoundCount

    perform with test after varying RoundNumber from 1 by 1
        until RoundNumber is equal to 3

        perform with test after varying MatchIndex from 1 by 1
            until MatchIndex * 2 is equal to RoundCount

            move RoundWinner(MatchIndex * 2 - 1) to MatchSideA
            move RoundWinner(MatchIndex * 2) to MatchSideB
            perform 4300-DecideMatch
            move MatchWinner to RoundWinner(MatchIndex)
        end-perform

        divide RoundCount by 2 giving RoundCount
    end-perform

    move MatchWinner to BracketChampion
    move MatchLoser to BracketRunnerUp

    move BracketChampion to PostingEntrant
    compute PostingAmount = GroupEntryFee * 6
    move "WINNER" to PL-Place
    perform 4400-PayBracketPlace

    move BracketRunnerUp to PostingEntrant
    compute PostingAmount = GroupEntryFee * 2
    move "RUNNER-UP" to PL-Place
    perform 4400-PayBracketPlace.

4300-DecideMatch.

    evaluate true
        when EN-HandicapTotal(MatchSideA, RoundNumber) is greater than
                EN-HandicapTotal(MatchSideB, RoundNumber)
            move MatchSideA to MatchWinner
            move MatchSideB to MatchLoser
        when EN-HandicapTotal(MatchSideA, RoundNumber) is less than
                EN-HandicapTotal(MatchSideB, RoundNumber)
            move MatchSideB to MatchWinner
            move MatchSideA to MatchLoser
        when EN-Score(MatchSideB, RoundNumber) is greater than
                EN-Score(MatchSideA, RoundNumber)
            move MatchSideB to MatchWinner
            move MatchSideA to MatchLoser
        when other
            move MatchSideA to MatchWinner
            move MatchSideB to MatchLoser
    end-evaluate

    initialize MatchLine
    move RoundNumber to ML-RoundNumber
    move RoundNumber to ML-GameNumber
    move EN-BowlerName(MatchSideA) to ML-NameA
    move EN-BowlerId(MatchSideA) to ML-IdA
    move EN-HandicapTotal(MatchSideA, RoundNumber) to ML-TotalA
    move EN-BowlerName(MatchSideB) to ML-NameB
    move EN-BowlerId(MatchSideB) to ML-IdB
    move EN-HandicapTotal(MatchSideB, RoundNumber) to ML-TotalB
    move EN-BowlerId(MatchWinner) to ML-WinnerId
    write PotReportLine from MatchLine.

4400-PayBracketPlace.

    move "PTW" to PostingType
    move spaces to PostingDescription
    string "BRACKET " delimited by size
        BH-BracketNumber delimited by size
        " " delimited by size
        PL-Place delimited by space
        into PostingDescription
    perform 6000-WritePosting

    move EN-BowlerName(PostingEntrant) to PL-BowlerName
    move EN-BowlerId(PostingEntrant) to PL-BowlerId
    move spaces to PL-Detail
    move PostingAmount to PL-Amount
    write PotReportLine from PrizeLine.

4900-ListGroupNotCharged.

    *> Anybody in the group who bowled but was not drawn into a full
    *> bracket, or did not bowl at all, pays nothing.
    perform with test after varying GroupIndex from 1 by 1
        until GroupIndex is equal to GroupMemberCount

        move GroupMember(GroupIndex) to PostingEntrant
        move spaces to NC-Reason

        if not EN-HasBowled(PostingEntrant)
            move "DID NOT BOWL - FEE NOT CHARGED" to NC-Reason
        else
            if GroupPotType is equal to "BRK"
                perform 4950-CheckDrawnIntoBracket
            end-if
        end-if

        if NC-Reason is not equal to spaces
            move EN-BowlerName(PostingEntrant) to NC-BowlerName
            move EN-BowlerId(PostingEntrant) to NC-BowlerId
            write PotReportLine from NotChargedLine
            add 1 to EntriesNotCharged
        end-if
    end-perform.

4950-CheckDrawnIntoBracket.

    *> The drawn slots run 1 to eight times the bracket count; the
    *> rest of the draw was left over.
    move "NOT DRAWN - FEE NOT CHARGED" to NC-Reason

    if BracketCount is greater than zero
        perform with test after varying DrawIndex from 1 by 1
            until DrawIndex is equal to BracketCount * 8
            or NC-Reason is equal to spaces

            if DrawSlot(DrawIndex) is equal to PostingEntrant
                move spaces to NC-Reason
            end-if
        end-perform
    end-if.

5000-RunSweeper.

    move "SWEEPER" to GH-PotName
    move spaces to GH-Detail

    if DrawCount is less than 2
        move "TOO FEW BOWLED - SWEEPER NOT RUN" to GH-Detail
        write PotReportLine from GroupHeadingLine

        *> With nobody to bowl against the sweeper is off - the lone
        *> entrant is listed with the no-shows and pays nothing.
        perform with test after varying GroupIndex from 1 by 1
            until GroupIndex is equal to GroupMemberCount

            move GroupMember(GroupIndex) to PostingEntrant
            move EN-BowlerName(PostingEntrant) to NC-BowlerName
            move EN-BowlerId(PostingEntrant) to NC-BowlerId
            if EN-HasBowled(PostingEntrant)
                move "SWEEPER NOT RUN - FEE NOT CHARGED" to NC-Reason
            else
                move "DID NOT BOWL - FEE NOT CHARGED" to NC-Reason
            end-if
            write PotReportLine from NotChargedLine
            add 1 to EntriesNotCharged
        end-perform
    else
        compute SweeperPurse = GroupEntryFee * DrawCount
        add 1 to SweepersRun

        move SweeperPurse to PurseEdited
        string "PURSE " delimited by size
            PurseEdited delimited by size
            into GH-Detail
        write PotReportLine from GroupHeadingLine

        perform 5100-ChargeAndRankSweeper
        perform 5200-PaySweeper
        perform 4900-ListGroupNotCharged
    end-if.

5100-ChargeAndRankSweeper.

    move zero to SweeperHighTotal
    move zero to SweeperTieCount
    move zero to SweeperFirstWinner

    perform with test after varying DrawIndex from 1 by 1
        until DrawIndex is equal to DrawCount

        move DrawSlot(DrawIndex) to PostingEntrant

        move 1 to EN-BestGameNumber(PostingEntrant)
        move EN-HandicapTotal(PostingEntrant, 1)
            to EN-BestTotal(PostingEntrant)
        if EN-HandicapTotal(PostingEntrant, 2) is greater than
                EN-BestTotal(PostingEntrant)
            move 2 to EN-BestGameNumber(PostingEntrant)
            move EN-HandicapTotal(PostingEntrant, 2)
                to EN-BestTotal(PostingEntrant)
        end-if
        if EN-HandicapTotal(PostingEntrant, 3) is greater than
                EN-BestTotal(PostingEntrant)
            move 3 to EN-BestGameNumber(PostingEntrant)
            move EN-HandicapTotal(PostingEntrant, 3)
                to EN-BestTotal(PostingEntrant)
        end-if

        evaluate true
            when EN-BestTotal(PostingEntrant) is greater than
                    SweeperHighTotal
                move EN-BestTotal(PostingEntrant) to SweeperHighTotal
                move 1 to SweeperTieCount
                move PostingEntrant to SweeperFirstWinner
            when EN-BestTotal(PostingEntrant) is equal to
                    SweeperHighTotal
                add 1 to SweeperTieCount
        end-evaluate

        move "POT" to PostingType
        move GroupEntryFee to PostingAmount
        move "SWEEPER ENTRY FEE" to PostingDescription
        perform 6000-WritePosting
        add 1 to EntriesInPots
    end-perform.

5200-PaySweeper.

    *> The purse splits evenly across a tie; what will not divide
    *> goes to the first of them.
    divide SweeperPurse by SweeperTieCount giving SweeperShare
    compute SweeperOddCents =
        SweeperPurse - (SweeperShare * SweeperTieCount)

    perform with test after varying DrawIndex from 1 by 1
        until DrawIndex is equal to DrawCount

        move DrawSlot(DrawIndex) to PostingEntrant

        initialize SweeperEntrantLine
        move EN-BowlerName(PostingEntrant) to SE-BowlerName
        move EN-BowlerId(PostingEntrant) to SE-BowlerId
        move EN-BestGameNumber(PostingEntrant) to SE-GameNumber
        move EN-BestTotal(PostingEntrant) to SE-BestTotal
        move spaces to SE-AmountText

        if EN-BestTotal(PostingEntrant) is equal to SweeperHighTotal
            move SweeperShare to PostingAmount
            if PostingEntrant is equal to SweeperFirstWinner
                add SweeperOddCents to PostingAmount
            end-if

            move "PTW" to PostingType
            move "SWEEPER HIGH GAME" to PostingDescription
            perform 6000-WritePosting

            move " WINS " to SE-Result
            move PostingAmount to SE-Amount
        end-if

        write PotReportLine from SweeperEntrantLine
    end-perform.

6000-WritePosting.

    initialize TransactionDetailLine
    move NightDate to TR-Date
    move EN-BowlerId(PostingEntrant) to TR-BowlerId
    move PostingType to TR-Type
    move PostingAmount to TR-Amount
    move PostingDescription to TR-Description
    write PotPostingLine from TransactionDetailLine

    if PostingType is equal to "POT"
        add PostingAmount to FeesCharged
    else
        add PostingAmount to WinningsCredited
    end-if.

9000-Terminate.

    initialize TotalsLine
    move EntriesInPots to TL-EntriesInPots
    move FeesCharged to TL-FeesCharged
    move WinningsCredited to TL-WinningsCredited
    move EntriesNotCharged to TL-EntriesNotCharged
    write PotReportLine from TotalsLine

    close PotReportFile
    close PotPostingFile

    display "POTRUN - NIGHT " NightDate
        " ENTRIES " EntriesLoaded
        " BRACKETS " BracketsDrawn
        " SWEEPERS " SweepersRun
    display "POTRUN - FEES CHARGED " FeesCharged
        " WINNINGS CREDITED " WinningsCredited

    *> Every pot pays out its whole purse, so the two must agree -
    *> if they do not, something was charged or paid twice.
    if FeesCharged is not equal to WinningsCredited
        display "POTRUN - FEES AND WINNINGS OUT OF BALANCE"
        move 8 to return-code
    end-if.

9700-LogStepStart.

    initialize RunLogEntry
    set LE-StepStarting to true
    move "POTRUN" to LE-ProgramName
    move return-code to LE-ReturnCode
    call "RunLogWriter" using RunLogEntry.

9710-LogStepEnd.

    initialize RunLogEntry
    set LE-StepEnding to true
    move "POTRUN" to LE-ProgramName
    move NightDate to LE-NightDate
    move return-code to LE-ReturnCode
    string "ENTRIES " delimited by size
        EntriesLoaded delimited by size
        " IN POTS " delimited by size
        EntriesInPots delimited by size
        " BRACKETS " delimited by size
        BracketsDrawn delimited by size
        " SWEEPERS " delimited by size
        SweepersRun delimited by size
        into LE-KeyCounts
    call "RunLogWriter" using RunLogEntry.

end program SidePotRun.
