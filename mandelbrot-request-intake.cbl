*> RENDQUE request queue as a pending request stamped with the
*> submitting user and the date and time, for MandelbrotDispatch to
*> take up in priority order in the batch window.
*>
*> Any priority used to be accepted, so any analyst could put work
*> at 01 ahead of the whole queue.  A card's priority is now held
*> to the most urgent one the submitting user's row on the AUTHMAST
*> authority master allows - the standard 50 for a user with no
*> row - and a card asking for more is rejected onto the register
*> and logged for the security violations report.
*>
*> Every request enqueued is also appended to the MANDJRNL.LOG
*> change journal through MandelbrotJournal, so MandelbrotRecovery
*> can rebuild RENDQUE as at any moment from its last unload.

environment division.
input-output section.
copy "mandqcrd.cpy".

fd parm-card-file.
01 parm-card-record            pic X(450).

fd request-queue.
copy "mandrque.cpy".
    88 ParmCardMissing       value "Y".

01 ParmDatasetName         pic X(44).
01 ParmCardImage           pic X(450).

01 TransactionCount        pic 9(5) usage comp-5 value zero.
01 AppliedCount            pic 9(5) usage comp-5 value zero.
01 RejectedCount           pic 9(5) usage comp-5 value zero.
01 RefusedCount            pic 9(5) usage comp-5 value zero.
01 UnjournalledCount       pic 9(5) usage comp-5 value zero.
01 RequestedPriority       pic 9(2).

01 StampDate               pic 9(8).
01 StampTime.
01 DisplayTransactionCount   pic zzzz9.
01 DisplayAppliedCount       pic zzzz9.
01 DisplayRejectedCount      pic zzzz9.
01 DisplayRefusedCount       pic zzzz9.
01 DisplayUnjournalledCount  pic zzzz9.

copy "mandalnk.cpy".
copy "mandjlnk.cpy".

procedure division.

    display "CARDS READ................: " DisplayTransactionCount
    display "REQUESTS ENQUEUED.........: " DisplayAppliedCount
    display "CARDS REJECTED............: " DisplayRejectedCount
    move RefusedCount to DisplayRefusedCount
    display "   NOT AUTHORISED.........: " DisplayRefusedCount
    move UnjournalledCount to DisplayUnjournalledCount
    display "CHANGES NOT JOURNALLED....: " DisplayUnjournalledCount

    if RejectedCount is greater than zero
        move 8 to return-code
    else
        if UnjournalledCount is greater than zero
            move 4 to return-code
        end-if
    end-if

    stop run.
        display "   MANDRQIN E003 - PRIORITY MUST BE NUMERIC OR BLANK"
    end-if

    if not TransactionRejected
        perform 0450-check-priority-authority
    end-if

    if not TransactionRejected
        perform 0400-read-parameter-card
    end-if
        display "   MANDRQIN E004 - CARRIES NO PARAMETER CARD"
    end-if.

*> ---------------------------------------------------------------
*> 0450-CHECK-PRIORITY-AUTHORITY - the priority the card asks for,
*> or the standard 50 a blank column takes, must be one the
*> submitting user is allowed; a refusal is already on the
*> security log when MandelbrotAuthority hands it back.
*> ---------------------------------------------------------------
0450-CHECK-PRIORITY-AUTHORITY.
    if QC-PRIORITY is numeric
        move QC-PRIORITY to RequestedPriority
    else
        move 50 to RequestedPriority
    end-if

    move "Q" to AL-FUNCTION
    move QC-USER-ID to AL-USER-ID
    move spaces to AL-MASTER-NAME
    move space to AL-ACTION
    move RequestedPriority to AL-PRIORITY
    move "MandelbrotRequestIntake" to AL-PROGRAM-NAME
    move QC-REQUEST-ID to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST
    if AL-RETURN-CODE is not equal to zero
        perform 0350-reject-transaction
        add 1 to RefusedCount
        display "   MANDRQIN E006 - NOT AUTHORISED: " AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0500-WRITE-QUEUE-RECORD - a request id already on the queue
*> rejects the card rather than replacing the request - re-running
    move spaces to RQ-FINISHED-TIME
    move zero to RQ-RENDER-RC
    move ParmCardImage to RQ-PARM-CARD
    move "N" to RQ-SERVED-SWITCH
    move spaces to RQ-SERVED-BASE-NAME
    move zero to RQ-SERVED-GENERATION
    move zero to RQ-SAVED-SECONDS

    write MANDELBROT-RENDER-REQUEST
        invalid key
        not invalid key
            display "   ENQUEUED, PRIORITY " RQ-PRIORITY
                " FROM " ParmDatasetName
            perform 0550-journal-enqueue
    end-write.

*> ---------------------------------------------------------------
*> 0550-JOURNAL-ENQUEUE - append the new request's after-image to
*> the change journal.  An intake card carries no job id of its
*> own, so the request id - the job id MandelbrotDispatch later
*> renders the request under - stands in for it.
*> ---------------------------------------------------------------
0550-JOURNAL-ENQUEUE.
    move "RENDQUE" to JL-MASTER-NAME
    move "A" to JL-ACTION
    move RQ-REQUEST-ID to JL-JOB-ID
    move RQ-USER-ID to JL-USER-ID
    move "MandelbrotRequestIntake" to JL-PROGRAM-NAME
    move RQ-REQUEST-ID to JL-RECORD-KEY
    move spaces to JL-BEFORE-IMAGE
    move MANDELBROT-RENDER-REQUEST to JL-AFTER-IMAGE
    call "MandelbrotJournal" using MANDELBROT-JOURNAL-REQUEST
    if JL-RETURN-CODE is not equal to zero
        add 1 to UnjournalledCount
    end-if.

*> ---------------------------------------------------------------
*> 0600-EDIT-TIME-STAMP - the HH:MM:SS image every queue stamp
*> carries, matching the form the audit trail records times in.
