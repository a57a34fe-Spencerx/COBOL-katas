*> One step's entry on the nightly run log, as passed to
*> RunLogWriter.  A step calls it once with LE-Event START as it
*> begins and once with END as it finishes; the writer stamps the
*> time, adds the job and step names off the step's RUNSTEP card,
*> and appends the line to RUNLOG.  A START with no END after it is
*> a step that stopped early - check that step's SYSOUT.
*>
*> RunLogWriter hands LE-ReturnCode back as its own return code, so
*> move RETURN-CODE here before the CALL and the step's return code
*> comes through the CALL unchanged.

01 RunLogEntry.
    02 LE-Event            pic x(5).
        88 LE-StepStarting value "START".
        88 LE-StepEnding   value "END".
    02 LE-ProgramName      pic x(9).
*> The league night the step is working on, spaces when it does
*> not know it yet.
    02 LE-NightDate        pic x(8).
    02 LE-ReturnCode       pic 9(4).
*> Free text - the two or three counts that tell the night's story
*> for this step, e.g. "CARDS 00120 REJECTED 00002".
    02 LE-KeyCounts        pic x(59).
