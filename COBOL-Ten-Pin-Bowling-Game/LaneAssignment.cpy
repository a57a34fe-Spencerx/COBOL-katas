*> Layout of the LANEASGN file LanePreload sends the lane control
*> system each league-night afternoon: one detail line per bowler
*> due on the lanes tonight, so the consoles come up with the name,
*> id and handicap already in place instead of being typed by the
*> attendants.  The file is bracketed by a header naming the night
*> and a trailer carrying the bowler count and the total of their
*> lane numbers as a hash, the same controls the lane system puts
*> on the SCORECARDS batches it sends back.  Every detail opens
*> with its two-digit lane number, so neither tag can be mistaken
*> for one.  All three are 80 bytes.

01 LaneAssignmentHeader.
    02 AH-RecordTag        pic x(4) value "HDR ".
    02 filler              pic x(6) value "NIGHT ".
    02 AH-NightDate        pic x(8).
    02 filler              pic x(62) value spaces.

01 LaneAssignmentDetail.
    02 AS-LaneNumber       pic 99.
    02 AS-BowlerId         pic x(10).
    02 AS-BowlerName       pic x(20).
    02 AS-TeamCode         pic x(4).
    02 AS-LeagueCode       pic x(4).
*> Entering average and handicap for tonight, worked out the way
*> the nightly scoring run will work them out.
    02 AS-EnteringAverage  pic 9(3).
    02 AS-Handicap         pic 9(3).
*> HOLD when the bowler is on the DELINQ hold list, else spaces.
    02 AS-HoldFlag         pic x(4).
*> PRE-BOWLED when the bowler has games banked on PREBANK for
*> tonight, else spaces.
    02 AS-PreBowledFlag    pic x(10).
    02 filler              pic x(20).

01 LaneAssignmentTrailer.
    02 AT-RecordTag        pic x(4) value "TRL ".
    02 filler              pic x(8) value "BOWLERS ".
    02 AT-BowlerCount      pic 9(5).
    02 filler              pic x(10) value " LANEHASH ".
    02 AT-LaneHash         pic 9(7).
    02 filler              pic x(46) value spaces.
