*> Night marker on the nightly files of a catch-up run.  When
*> several missed league nights are scored in one run, each night's
*> lines on SCOREREPT, EXCEPTNS, RECAPRPT, STANDINGS and BILLING are
*> opened by one of these, naming the night they belong to - a
*> repaired card keeps the date it was first bowled on, so a
*> night's section cannot be told from the detail line dates alone.
*> The posting steps take each section as one night, in the order
*> the file carries them.  An ordinary one-night run writes none,
*> and readers that key on their own line tags pass over it.

01 CatchUpNightLine.
    02 CN-RecordTag        pic x(14) value "CATCHUP NIGHT ".
    02 CN-NightDate        pic x(8).
    02 filler              pic x(58) value spaces.
