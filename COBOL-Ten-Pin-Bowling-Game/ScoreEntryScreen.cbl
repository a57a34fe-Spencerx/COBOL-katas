*>   points; the entry screen takes it with the other card fields
*>   and carries it through EntryTable and the session journal
*>   (line widened from 170 to 180) to SCORECARDS.
*> - Each committed session is now a batch of its own on
*>   SCORECARDS: a header naming the night (the game date of the
*>   first card committed) and source KEYD ahead of the cards, and
*>   a trailer with their count and lane-number hash after them,
*>   which the scoring run proves before it scores anything.  A
*>   session with nothing valid to commit writes neither.

identification division.
program-id. ScoreEntryScreen.
            88 EN-EntryIsValid value "Y".

01 CommitIndex pic 999.

*> Batch control for the session's cards on SCORECARDS.
    copy "ScoreCardControl.cpy".

01 CommitCardCount pic 9(5) value zero.
01 CommitLaneHash pic 9(7) value zero.
01 PriorScorecardString pic x(33) value spaces.

*> Session journal.  One line per accepted add or correction,

8000-CommitEntries.

    *> Count and hash the rows that will be committed first - the
    *> header and trailer go out only around a non-empty batch.
    move zero to CommitCardCount
    move zero to CommitLaneHash

    if EntryCount is greater than zero
        perform with test after varying CommitIndex from 1 by 1
            until CommitIndex is equal to EntryCount

            if EN-EntryIsValid(CommitIndex)
                if CommitCardCount is equal to zero
                    move EN-GameDate(CommitIndex) to FH-NightDate
                end-if

                add 1 to CommitCardCount
                add EN-LaneNumber(CommitIndex) to CommitLaneHash
            end-if
        end-perform
    end-if

    if CommitCardCount is greater than zero
        open extend ScorecardFile

        if ScorecardFileNotFound
            open extend ScorecardFile
        end-if

        move "KEYD" to FH-Source
        write ScorecardFileRecord from ScorecardFeedHeader

        perform with test after varying CommitIndex from 1 by 1
            until CommitIndex is equal to EntryCount

            end-if
        end-perform

        move CommitCardCount to FC-CardCount
        move CommitLaneHash to FC-LaneHash
        write ScorecardFileRecord from ScorecardFeedTrailer

        close ScorecardFile
    end-if

