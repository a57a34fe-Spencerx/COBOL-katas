*> Batch control records on SCORECARD-FILE.  Every batch of cards -
*> the lane control system's transmission for the night, or a
*> session committed from the score entry screen - is bracketed by
*> a header naming the league night and a trailer carrying the
*> number of cards in the batch and the total of their lane numbers
*> as a hash, so the scoring run can prove it read exactly what was
*> sent.  Both open with a tag no card can carry, since every card
*> opens with its two-digit lane number.  Same length as the card.

01 ScorecardFeedHeader.
    02 FH-RecordTag        pic x(4) value "HDR ".
    02 filler              pic x(6) value "NIGHT ".
    02 FH-NightDate        pic x(8).
    02 filler              pic x(8) value " SOURCE ".
*> LANE from the lane control system, KEYD from the entry screen.
    02 FH-Source           pic x(4).
    02 filler              pic x(62) value spaces.

01 ScorecardFeedTrailer.
    02 FC-RecordTag        pic x(4) value "TRL ".
    02 filler              pic x(6) value "CARDS ".
    02 FC-CardCount        pic 9(5).
    02 filler              pic x(10) value " LANEHASH ".
    02 FC-LaneHash         pic 9(7).
    02 filler              pic x(60) value spaces.
