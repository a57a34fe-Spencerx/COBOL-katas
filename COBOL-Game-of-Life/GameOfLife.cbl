*>   run, and an END OUTCOME trailer is written after the last
*>   HistoryFile snapshot.  A run that genuinely uses every
*>   generation reports RAN OUT.
*> - HistoryFile is now opened for extend, not output, so a
*>   caller playing several patterns back to back (the monitor
*>   playlist) gets every run on the one GOLHIST, each after the
*>   segment header the caller writes ahead of it.  Clearing the
*>   file down at the start of a night is now the caller's job; a
*>   GOLHIST that does not exist yet is created.

identification division.
program-id. GameOfLife.
input-output section.
    file-control.
        select HistoryFile assign to "GOLHIST"
            organization is line sequential
            file status is HistoryFileStatus.

data division.
file section.
        02 HF-Grid pic x(400).

working-storage section.
    01 HistoryFileStatus pic xx.
        88 HistoryFileNotFound value "35".

    01 CurrentColumn pic 99.
    01 CurrentRow pic 99.
    01 CurrentCellIndex pic 9(4).
    move zero to SR-CyclePeriod
    move "N" to StabilityState

    open extend HistoryFile

    if HistoryFileNotFound
        open output HistoryFile
        close HistoryFile
        open extend HistoryFile
    end-if

    perform with test after varying CurrentGeneration from 1 by 1
        until CurrentGeneration is equal to GenerationCount
