*> Appends one line to RUNLOG, the persistent history of every
*> nightly step: job, step, program, the league night, start and
*> end time, return code and the step's key counts.  Called by each
*> step of the nightly stream with a RunLogEntry (see the copybook)
*> once as it starts and once as it ends; the start time is kept
*> from the START call and repeated on the END line, so the END
*> line alone tells how long the step ran.
*>
*> The job and step names come off the step's RUNSTEP card, read
*> once on the first call:
*>   positions  1-8   job name
*>   positions 10-17  step name
*> A step run without a RUNSTEP card logs with both left blank.
*>
*> RUNLOG is opened, written and closed on every call, so the START
*> line is on disk even if the step goes down before it ends.  The
*> log is never cleared down.

identification division.
program-id. RunLogWriter.

environment division.
input-output section.
    file-control.
        select RunStepFile assign to "RUNSTEP"
            organization is line sequential
            file status is RunStepFileStatus.

        select RunLogFile assign to "RUNLOG"
            organization is line sequential
            file status is RunLogFileStatus.

data division.
file section.
fd  RunStepFile
    recording mode is f.
01 RunStepLine pic x(80).

fd  RunLogFile
    recording mode is f.
01 RunLogLine pic x(180).

working-storage section.

01 RunStepFileStatus pic xx.
    88 RunStepFileStatusOk values "00" "04".

01 RunLogFileStatus pic xx.
    88 RunLogFileStatusOk values "00" "04".
    88 RunLogFileNotFound value "35".

01 StepIdentityRead pic x value "N".
    88 StepIdentityIsRead value "Y".

01 JobName pic x(8) value spaces.
01 StepName pic x(8) value spaces.

01 CurrentDateTime pic x(21).
01 StepStartDate pic x(8) value spaces.
01 StepStartTime pic x(6) value spaces.

01 RunLogDetailLine.
    02 filler pic x(4) value "JOB ".
    02 RG-JobName pic x(8).
    02 filler pic x(6) value " STEP ".
    02 RG-StepName pic x(8).
    02 filler pic x(5) value " PGM ".
    02 RG-ProgramName pic x(9).
    02 filler pic x(1) value space.
    02 RG-Event pic x(5).
    02 filler pic x(7) value " NIGHT ".
    02 RG-NightDate pic x(8).
    02 filler pic x(7) value " START ".
    02 RG-StartDate pic x(8).
    02 filler pic x(1) value space.
    02 RG-StartTime pic x(6).
    02 filler pic x(5) value " END ".
    02 RG-EndDate pic x(8).
    02 filler pic x(1) value space.
    02 RG-EndTime pic x(6).
    02 filler pic x(4) value " RC ".
    02 RG-ReturnCode pic zzz9.
    02 RG-ReturnCodeText redefines RG-ReturnCode pic x(4).
    02 filler pic x(1) value space.
    02 RG-KeyCounts pic x(59).

linkage section.
    copy "RunLogEntry.cpy".

procedure division using RunLogEntry.

0000-Mainline.

    if not StepIdentityIsRead
        perform 1000-ReadStepIdentity
    end-if

    move function current-date to CurrentDateTime

    initialize RunLogDetailLine
    move JobName to RG-JobName
    move StepName to RG-StepName
    move LE-ProgramName to RG-ProgramName
    move LE-Event to RG-Event
    move LE-NightDate to RG-NightDate

    *> The start line carries no end and no return code yet.
    if LE-StepStarting
        move CurrentDateTime(1:8) to StepStartDate
        move CurrentDateTime(9:6) to StepStartTime
        move spaces to RG-EndDate
        move spaces to RG-EndTime
        move spaces to RG-ReturnCodeText
    else
        move CurrentDateTime(1:8) to RG-EndDate
        move CurrentDateTime(9:6) to RG-EndTime
        move LE-ReturnCode to RG-ReturnCode
    end-if

    move StepStartDate to RG-StartDate
    move StepStartTime to RG-StartTime
    move LE-KeyCounts to RG-KeyCounts

    perform 2000-AppendToRunLog

    move LE-ReturnCode to return-code

    goback.

1000-ReadStepIdentity.

    set StepIdentityIsRead to true

    open input RunStepFile

    if RunStepFileStatusOk
        read RunStepFile
            at end
                continue
            not at end
                move RunStepLine(1:8) to JobName
                move RunStepLine(10:8) to StepName
        end-read

        close RunStepFile
    end-if.

2000-AppendToRunLog.

    open extend RunLogFile

    if RunLogFileNotFound
        open output RunLogFile
        close RunLogFile
        open extend RunLogFile
    end-if

    *> The log is a record of the night, not part of it - a log that
    *> will not open is reported, never allowed to stop the step.
    if RunLogFileStatusOk
        write RunLogLine from RunLogDetailLine
        close RunLogFile
    else
        display "RUNLOG - UNABLE TO OPEN RUNLOG - STEP NOT LOGGED"
    end-if.

end program RunLogWriter.
