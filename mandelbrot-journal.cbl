identification division.
program-id. MandelbrotJournal.

*> Mandelbrot Set master change journal
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> REGNMAST, PALMAST, BUDGMAST and RENDQUE are all updated in
*> place, and the only way back used to be MandelbrotRegionUtil's
*> nightly unload - for REGNMAST alone, and losing everything done
*> since.  Every program that changes one of those masters now
*> calls this subprogram straight after each successful write,
*> rewrite or delete, and it appends the row's before-image and
*> after-image to the shared MANDJRNL.LOG change journal, stamped
*> with the date, time, job, user and program.  MandelbrotRecovery
*> replays the journal onto an unload to rebuild a master as it
*> stood at any moment since.

environment division.
input-output section.
file-control.
    select optional journal-file assign to "MANDJRNL.LOG"
        organization is line sequential
        file status is JournalStatus.

data division.
file section.
fd journal-file.
copy "mandjrnl.cpy".

working-storage section.
01 JournalStatus           pic X(2).

01 StampTime.
    05 StampHH              pic 9(2).
    05 StampMM              pic 9(2).
    05 StampSS              pic 9(2).
    05 StampHS              pic 9(2).

linkage section.
copy "mandjlnk.cpy".

procedure division using MANDELBROT-JOURNAL-REQUEST.

0000-MAINLINE.
    move zero to JL-RETURN-CODE

    if not JL-ACTION-VALID
        display "MANDJRNL E001 - ACTION MUST BE A, C, D, Z, OR P"
        move 8 to JL-RETURN-CODE
        goback
    end-if

    move spaces to MANDELBROT-JOURNAL-RECORD
    accept JR-DATE from date yyyymmdd
    accept StampTime from time
    string StampHH delimited by size
           ":" delimited by size
           StampMM delimited by size
           ":" delimited by size
           StampSS delimited by size
        into JR-TIME
    move JL-JOB-ID to JR-JOB-ID
    if JR-JOB-ID is equal to spaces
        move "UNKNOWN" to JR-JOB-ID
    end-if
    move JL-USER-ID to JR-USER-ID
    move JL-PROGRAM-NAME to JR-PROGRAM-NAME
    move JL-MASTER-NAME to JR-MASTER-NAME
    move JL-ACTION to JR-ACTION
    move JL-RECORD-KEY to JR-RECORD-KEY

    open extend journal-file
    if JournalStatus is not equal to "00" and
            JournalStatus is not equal to "05"
        display "MANDJRNL W001 - CHANGE JOURNAL MANDJRNL.LOG COULD NOT BE OPENED, STATUS=" JournalStatus
        display "MANDJRNL W001 - " JL-MASTER-NAME " " JL-RECORD-KEY
            " WAS CHANGED BY " JL-PROGRAM-NAME " BUT NOT JOURNALLED"
        move 4 to JL-RETURN-CODE
        goback
    end-if

    *> an added row had no before-image and a deleted row has no
    *> after-image; every other change has both, before first.
    if not JL-ADD-ACTION
        move "B" to JR-IMAGE-TYPE
        move JL-BEFORE-IMAGE to JR-IMAGE
        write MANDELBROT-JOURNAL-RECORD
    end-if
    if not JL-DELETE-ACTION
        move "A" to JR-IMAGE-TYPE
        move JL-AFTER-IMAGE to JR-IMAGE
        write MANDELBROT-JOURNAL-RECORD
    end-if

    close journal-file

    goback.

end program MandelbrotJournal.
