*> Side-pot enrolment for the front desk.  Most league nights run
*> a handicap brackets draw and a high-game sweeper alongside the
*> league; until now the desk kept the entry sheet on paper and
*> took the fees in cash.  Each entry is keyed here against the
*> night, league, pot and fee and appended to POT-ENTRY-FILE; the
*> nightly SidePotRun step draws the brackets from it, decides the
*> pots off the night's SCOREREPT, and sends the fees and winnings
*> through the receivables posting - no money changes hands at the
*> desk.
*>
*> Like PaymentEntryScreen there is no commit-on-exit table: each
*> accepted entry is written to the file as it is keyed and
*> survives a dropped terminal.
*>
*> The roster is loaded the way PreBowlEntryScreen loads it and an
*> id it does not carry is rejected; the league defaults to the
*> bowler's roster league when left blank.  The DELINQ hold list
*> ArAgingReport cuts in the afternoon is loaded too, and a bowler
*> on it is refused - a fee charged to an account already past the
*> credit limit is money the league will not see.  A missing hold
*> list means nobody is on hold, as it does for the scoring run.
*> The entries already on file are loaded at startup, and a second
*> entry for the same bowler, night, league and pot is rejected.
*> POTENTRY is never cleared down, so only the entries for today's
*> night and later are loaded - the nights already bowled have
*> been drawn and can take no more entries, and an entry keyed for
*> one of them is refused.  The table then holds the nights still
*> to come, not the whole season.

identification division.
program-id. PotEntryScreen.

environment division.
input-output section.
    file-control.
        select PotEntryFile assign to "POTENTRY"
            organization is line sequential
            file status is PotEntryFileStatus.

        select RosterFile assign to "ROSTER"
            organization is line sequential
            file status is RosterFileStatus.

        select DelinquencyFile assign to "DELINQ"
            organization is line sequential
            file status is DelinquencyFileStatus.

data division.
file section.
fd  PotEntryFile
    recording mode is f.
01 PotEntryLine pic x(80).

fd  RosterFile
    recording mode is f.
01 RosterLine pic x(80).

fd  DelinquencyFile
    recording mode is f.
01 DelinquencyLine pic x(80).

working-storage section.

01 PotEntryFileStatus pic xx.
    88 PotEntryFileStatusOk values "00" "04" "10".
    88 PotEntryFileNotFound value "35".

01 RosterFileStatus pic xx.
    88 RosterFileStatusOk values "00" "04" "10".
    88 RosterFileNotFound value "35".

01 DelinquencyFileStatus pic xx.
    88 DelinquencyFileStatusOk values "00" "04" "10".
    88 DelinquencyFileNotFound value "35".

01 EndOfInputFile pic x value "N".
    88 NoMoreInputLines value "Y".

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

*> Sized to the roster table in TenPinBowling, so the screen can
*> check against any roster the scoring side accepts.
01 MaxRosterEntries pic 9(5) value 5000.

01 RosterTable.
    02 RosterEntryCount pic 9(5) value zero.
    02 RosterEntry occurs 1 to 5000 times
            depending on RosterEntryCount
            indexed by RosterIndex.
        03 RO-BowlerId pic x(10).
        03 RO-BowlerName pic x(20).
        03 RO-LeagueCode pic x(4).

01 RosterFound pic x value "N".
    88 BowlerFoundInRoster value "Y".

*> The hold list line as ArAgingReport writes it - only the id is
*> needed here.
01 DelinquencyDetailLine.
    02 filler pic x(3).
    02 DL-BowlerId pic x(10).
    02 filler pic x(67).

*> Sized to the hold list table in TenPinBowling.
01 MaxDelinquentEntries pic 9(5) value 5000.

01 DelinquentTable.
    02 DelinquentCount pic 9(5) value zero.
    02 DelinquentEntry occurs 1 to 5000 times
            depending on DelinquentCount
            indexed by DelinquentIndex.
        03 DQ-BowlerId pic x(10).

01 DelinquentFound pic x value "N".
    88 BowlerOnHoldList value "Y".

*> The pot entry line, as SidePotRun expects to read it back.
01 PotEntryDetailLine.
    02 filler pic x(6) value "DATE ".
    02 PE-NightDate pic x(8).
    02 filler pic x(8) value " LEAGUE ".
    02 PE-LeagueCode pic x(4).
    02 filler pic x(4) value " ID ".
    02 PE-BowlerId pic x(10).
    02 filler pic x(1) value space.
    02 PE-BowlerName pic x(20).
    02 filler pic x(5) value " POT ".
    02 PE-PotType pic x(3).
    02 filler pic x(5) value " FEE ".
    02 PE-EntryFee pic zz9.99.

*> The entries already on file, loaded at startup and grown as
*> entries are keyed - what the duplicate check probes.  Sized to
*> the entry table in SidePotRun.
01 MaxPotEntries pic 9(4) value 2000.

01 PotEntryTable.
    02 PotEntryCount pic 9(4) value zero.
    02 PotEntry occurs 1 to 2000 times
            depending on PotEntryCount
            indexed by PotEntryIndex.
        03 PT-NightDate pic x(8).
        03 PT-LeagueCode pic x(4).
        03 PT-BowlerId pic x(10).
        03 PT-PotType pic x(3).

01 PotEntryFound pic x value "N".
    88 EntryAlreadyOnFile value "Y".

01 PotEntryTableFull pic x value "N".
    88 PotEntryTableIsFull value "Y".

01 ActionCode pic x.
    88 ActionAdd value "A".
    88 ActionExit value "E".

01 EntryNightDate pic x(8).
01 EntryLeagueCode pic x(4).
01 EntryBowlerId pic x(10).
01 EntryPotCode pic x.
    88 EntryForBrackets value "B".
    88 EntryForSweeper value "S".
01 EntryFee pic 9(3)v99.

01 EntryPotType pic x(3).

01 ResultMessage pic x(40).

01 EntriesKeyed pic 9(5) value zero.

01 CurrentDateTime pic x(21).
01 TodayDate pic x(8).

screen section.
01 PotEntryScreen.
    02 blank screen.
    02 line 1 column 1 value "TEN-PIN BOWLING - SIDE POT ENTRY".
    02 line 3 column 1 value "Action (A=Add entry, E=Exit):".
    02 line 3 column 35 pic x using ActionCode.
    02 line 5 column 1 value "League night (YYYYMMDD):".
    02 line 5 column 35 pic x(8) using EntryNightDate.
    02 line 6 column 1 value "League (blank=roster league):".
    02 line 6 column 35 pic x(4) using EntryLeagueCode.
    02 line 7 column 1 value "Bowler ID:".
    02 line 7 column 35 pic x(10) using EntryBowlerId.
    02 line 8 column 1 value "Pot (B=Brackets, S=Sweeper):".
    02 line 8 column 35 pic x using EntryPotCode.
    02 line 9 column 1 value "Entry fee:".
    02 line 9 column 35 pic 999.99 using EntryFee.

01 ResultScreen.
    02 line 11 column 1 value "Result:".
    02 line 11 column 10 pic x(40) using ResultMessage.

procedure division.

0000-Mainline.

    perform 1000-Initialize

    perform with test after until ActionExit

        perform 2000-PromptForEntry

        evaluate true
            when ActionAdd
                perform 3000-AddPotEntry
            when ActionExit
                continue
            when other
                move "Invalid action - use A or E" to ResultMessage
        end-evaluate

        display ResultScreen
    end-perform

    perform 9000-Terminate

    stop run.

1000-Initialize.

    move function current-date to CurrentDateTime
    move CurrentDateTime(1:8) to TodayDate

    perform 1100-LoadRoster

    perform 1200-LoadHoldList

    perform 1300-LoadExistingEntries

    open extend PotEntryFile

    if PotEntryFileNotFound
        open output PotEntryFile
        close PotEntryFile
        open extend PotEntryFile
    end-if.

1100-LoadRoster.

    open input RosterFile

    if RosterFileNotFound
        display "POTENTRY - ROSTER DATASET NOT FOUND - RUN STOPPED"
        move 16 to return-code
        stop run
    end-if

    perform with test before until NoMoreInputLines
        read RosterFile into RosterDetailLine
            at end
                set NoMoreInputLines to true
            not at end
                if RosterDetailLine(1:3) is equal to "ID "
                    and RosterEntryCount is less than MaxRosterEntries
                    add 1 to RosterEntryCount
                    set RosterIndex to RosterEntryCount
                    move RP-BowlerId to RO-BowlerId(RosterIndex)
                    move RP-BowlerName to RO-BowlerName(RosterIndex)
                    move RP-LeagueCode to RO-LeagueCode(RosterIndex)
                end-if
        end-read
    end-perform

    move "N" to EndOfInputFile
    close RosterFile.

1200-LoadHoldList.

    *> No hold list just means nobody is past the credit limit.
    open input DelinquencyFile

    if DelinquencyFileNotFound
        continue
    else
        perform with test before until NoMoreInputLines
            read DelinquencyFile into DelinquencyDetailLine
                at end
                    set NoMoreInputLines to true
                not at end
                    if DelinquencyDetailLine(1:3) is equal to "ID "
                        and DelinquentCount is less than
                            MaxDelinquentEntries
                        add 1 to DelinquentCount
                        set DelinquentIndex to DelinquentCount
                        move DL-BowlerId to DQ-BowlerId(DelinquentIndex)
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close DelinquencyFile
    end-if.

1300-LoadExistingEntries.

    *> A missing file just means nobody has entered a pot yet.
    *> Entries for nights before today are passed over.
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
                        and PE-NightDate is not less than TodayDate
                        if PotEntryCount is less than MaxPotEntries
                            add 1 to PotEntryCount
                            set PotEntryIndex to PotEntryCount
                            move PE-NightDate
                                to PT-NightDate(PotEntryIndex)
                            move PE-LeagueCode
                                to PT-LeagueCode(PotEntryIndex)
                            move PE-BowlerId
                                to PT-BowlerId(PotEntryIndex)
                            move PE-PotType
                                to PT-PotType(PotEntryIndex)
                        else
                            set PotEntryTableIsFull to true
                        end-if
                    end-if
            end-read
        end-perform

        move "N" to EndOfInputFile
        close PotEntryFile
    end-if

    if PotEntryTableIsFull
        display "POTENTRY - ENTRY TABLE FULL - DUPLICATES NOT CHECKED"
    end-if.

2000-PromptForEntry.

    move spaces to ActionCode
    move spaces to EntryNightDate
    move spaces to EntryLeagueCode
    move spaces to EntryBowlerId
    move spaces to EntryPotCode
    move zero to EntryFee
    move spaces to ResultMessage

    display PotEntryScreen
    accept PotEntryScreen.

2500-FindBowlerOnRoster.

    move "N" to RosterFound

    if RosterEntryCount is greater than zero
        perform with test after varying RosterIndex from 1 by 1
            until RosterIndex is equal to RosterEntryCount
            or BowlerFoundInRoster

            if RO-BowlerId(RosterIndex) is equal to EntryBowlerId
                set BowlerFoundInRoster to true
            end-if
        end-perform
    end-if.

2600-FindBowlerOnHoldList.

    move "N" to DelinquentFound

    if DelinquentCount is greater than zero
        perform with test after varying DelinquentIndex from 1 by 1
            until DelinquentIndex is equal to DelinquentCount
            or BowlerOnHoldList

            if DQ-BowlerId(DelinquentIndex) is equal to EntryBowlerId
                set BowlerOnHoldList to true
            end-if
        end-perform
    end-if.

2700-FindEntryOnFile.

    move "N" to PotEntryFound

    if PotEntryCount is greater than zero
        perform with test after varying PotEntryIndex from 1 by 1
            until PotEntryIndex is equal to PotEntryCount
            or EntryAlreadyOnFile

            if PT-NightDate(PotEntryIndex) is equal to EntryNightDate
                and PT-LeagueCode(PotEntryIndex) is equal to
                    EntryLeagueCode
                and PT-BowlerId(PotEntryIndex) is equal to
                    EntryBowlerId
                and PT-PotType(PotEntryIndex) is equal to EntryPotType
                set EntryAlreadyOnFile to true
            end-if
        end-perform
    end-if.

3000-AddPotEntry.

    perform 2500-FindBowlerOnRoster
    perform 2600-FindBowlerOnHoldList

    if BowlerFoundInRoster
        and EntryLeagueCode is equal to spaces
        move RO-LeagueCode(RosterIndex) to EntryLeagueCode
    end-if

    evaluate true
        when EntryForBrackets
            move "BRK" to EntryPotType
        when EntryForSweeper
            move "SWP" to EntryPotType
        when other
            move spaces to EntryPotType
    end-evaluate

    perform 2700-FindEntryOnFile

    evaluate true
        when EntryNightDate is equal to spaces
            or EntryNightDate is not numeric
            move "Rejected - league night is required" to ResultMessage
        when EntryNightDate is less than TodayDate
            move "Rejected - league night already bowled" to ResultMessage
        when EntryBowlerId is equal to spaces
            move "Rejected - bowler id is required" to ResultMessage
        when not BowlerFoundInRoster
            move "Rejected - bowler not on roster" to ResultMessage
        when BowlerOnHoldList
            move "Rejected - bowler on DELINQ hold list" to ResultMessage
        when EntryLeagueCode is equal to spaces
            move "Rejected - league is required" to ResultMessage
        when EntryPotType is equal to spaces
            move "Rejected - pot must be B or S" to ResultMessage
        when EntryFee is equal to zero
            move "Rejected - entry fee must not be zero" to ResultMessage
        when EntryAlreadyOnFile
            move "Rejected - already entered in this pot" to ResultMessage
        when PotEntryTableIsFull
            move "Rejected - entry table full" to ResultMessage
        when other
            initialize PotEntryDetailLine
            move EntryNightDate to PE-NightDate
            move EntryLeagueCode to PE-LeagueCode
            move EntryBowlerId to PE-BowlerId
            move RO-BowlerName(RosterIndex) to PE-BowlerName
            move EntryPotType to PE-PotType
            move EntryFee to PE-EntryFee

            write PotEntryLine from PotEntryDetailLine

            *> Remember the entry so keying it again in this session
            *> rejects like a reload would.
            if PotEntryCount is less than MaxPotEntries
                add 1 to PotEntryCount
                set PotEntryIndex to PotEntryCount
                move EntryNightDate to PT-NightDate(PotEntryIndex)
                move EntryLeagueCode to PT-LeagueCode(PotEntryIndex)
                move EntryBowlerId to PT-BowlerId(PotEntryIndex)
                move EntryPotType to PT-PotType(PotEntryIndex)
            else
                set PotEntryTableIsFull to true
            end-if

            add 1 to EntriesKeyed
            move "Entry recorded" to ResultMessage
    end-evaluate.

9000-Terminate.

    close PotEntryFile

    display "POTENTRY - POT ENTRIES KEYED THIS SESSION " EntriesKeyed.

end program PotEntryScreen.
