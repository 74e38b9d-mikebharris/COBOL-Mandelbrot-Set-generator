*> applies to a sequential table, applies the good ones to the
*> REGNMAST master, and prints a maintenance register showing the
*> old and new values of every region it touched.
*>
*> Any well-formed transaction used to be applied, whoever put it
*> through.  Each card now carries the submitting userid, and a
*> transaction is applied only when that user's row on the AUTHMAST
*> authority master allows its action on REGNMAST; a refusal is
*> rejected onto the register with its reason and logged for the
*> security violations report.
*>
*> Every change applied to REGNMAST is also appended to the
*> MANDJRNL.LOG change journal through MandelbrotJournal - the row
*> as it was and as it now is, stamped with the card's job id and
*> submitter - so MandelbrotRecovery can rebuild the master as at
*> any moment from its last unload.

environment division.
input-output section.
01 TransactionCount        pic 9(5) usage comp-5 value zero.
01 AppliedCount            pic 9(5) usage comp-5 value zero.
01 RejectedCount           pic 9(5) usage comp-5 value zero.
01 RefusedCount            pic 9(5) usage comp-5 value zero.
01 UnjournalledCount       pic 9(5) usage comp-5 value zero.

01 ScanEofSwitch           pic X(1).
    88 ScanEof               value "Y".
01 DisplayTransactionCount   pic zzzz9.
01 DisplayAppliedCount       pic zzzz9.
01 DisplayRejectedCount      pic zzzz9.
01 DisplayRefusedCount       pic zzzz9.
01 DisplayUnjournalledCount  pic zzzz9.

copy "mandalnk.cpy".
copy "mandjlnk.cpy".

procedure division.

    display "TRANSACTIONS READ.........: " DisplayTransactionCount
    display "TRANSACTIONS APPLIED......: " DisplayAppliedCount
    display "TRANSACTIONS REJECTED.....: " DisplayRejectedCount
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
    move "N" to RejectSwitch

    display "TRAN " RT-ACTION " REGION " RT-REGION-NAME
        " BY " RT-SUBMITTED-BY

    if not RT-ADD-ACTION and not RT-CHANGE-ACTION
            and not RT-DELETE-ACTION
        perform 0350-reject-transaction
        display "   MANDRMNT E003 - REGION NAME IS BLANK"
    end-if
    if not TransactionRejected
        perform 0400-check-authority
    end-if
    if RT-ADD-ACTION or RT-CHANGE-ACTION
        perform 0500-edit-region-fields
        if not TransactionRejected
        add 1 to RejectedCount
    end-if.

*> ---------------------------------------------------------------
*> 0400-CHECK-AUTHORITY - the submitting userid's row on the
*> authority master must allow this action on REGNMAST.  A refusal
*> is already on the security log when MandelbrotAuthority hands
*> it back, and is counted apart from the edit failures.
*> ---------------------------------------------------------------
0400-CHECK-AUTHORITY.
    move "M" to AL-FUNCTION
    move RT-SUBMITTED-BY to AL-USER-ID
    move "REGNMAST" to AL-MASTER-NAME
    move RT-ACTION to AL-ACTION
    move zero to AL-PRIORITY
    move "MandelbrotRegionMaint" to AL-PROGRAM-NAME
    move RT-REGION-NAME to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST
    if AL-RETURN-CODE is not equal to zero
        perform 0350-reject-transaction
        add 1 to RefusedCount
        display "   MANDRMNT E026 - NOT AUTHORISED: " AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0500-EDIT-REGION-FIELDS - the same field edits the pre-flight
*> validator applies to a sequential region table, run against an
        perform 0350-reject-transaction
        display "   MANDRMNT E004 - A PLANE BOUNDARY COLUMN IS NOT NUMERIC"
    else
        *> an extended row carrying its EXT window is ordered on that
        *> window instead, below.
        if RT-REAL-PLANE-MAX is not greater than RT-REAL-PLANE-MIN and
                (not RT-EXTENDED-PRECISION or
                 RT-EXT-REAL-PLANE-MIN is equal to spaces)
            perform 0350-reject-transaction
            display "   MANDRMNT E005 - REAL-PLANE-MAX MUST BE GREATER THAN REAL-PLANE-MIN"
        end-if
        if RT-IMAGINARY-PLANE-MAX is not greater than RT-IMAGINARY-PLANE-MIN and
                (not RT-EXTENDED-PRECISION or
                 RT-EXT-REAL-PLANE-MIN is equal to spaces)
            perform 0350-reject-transaction
            display "   MANDRMNT E006 - IMAGINARY-PLANE-MAX MUST BE GREATER THAN IMAGINARY-PLANE-MIN"
        end-if
            RT-PROGRESS-INTERVAL is not numeric
        perform 0350-reject-transaction
        display "   MANDRMNT E021 - PROGRESS-INTERVAL MUST BE NUMERIC OR BLANK"
    end-if

    *> an extended row may carry its window to twenty-eight places in
    *> the EXT columns; when it does, that window is the one the
    *> tour renders, so it is the one that must be ordered.
    if RT-PRECISION-MODE is not equal to space and
            RT-PRECISION-MODE is not equal to "S" and
            not RT-EXTENDED-PRECISION
        perform 0350-reject-transaction
        display "   MANDRMNT E022 - PRECISION-MODE MUST BE S, E, OR BLANK"
    end-if
    if RT-EXTENDED-PRECISION and
            RT-EXT-REAL-PLANE-MIN is not equal to spaces
        if RT-EXT-REAL-PLANE-MIN is not numeric or
                RT-EXT-REAL-PLANE-MAX is not numeric or
                RT-EXT-IMAGINARY-PLANE-MIN is not numeric or
                RT-EXT-IMAGINARY-PLANE-MAX is not numeric
            perform 0350-reject-transaction
            display "   MANDRMNT E023 - AN EXTENDED PLANE BOUNDARY COLUMN IS NOT NUMERIC"
        else
            if RT-EXT-REAL-PLANE-MAX is not greater than RT-EXT-REAL-PLANE-MIN
                perform 0350-reject-transaction
                display "   MANDRMNT E024 - EXT-REAL-PLANE-MAX MUST BE GREATER THAN EXT-REAL-PLANE-MIN"
            end-if
            if RT-EXT-IMAGINARY-PLANE-MAX is not greater than RT-EXT-IMAGINARY-PLANE-MIN
                perform 0350-reject-transaction
                display "   MANDRMNT E025 - EXT-IMAGINARY-PLANE-MAX MUST BE GREATER THAN EXT-IMAGINARY-PLANE-MIN"
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
    end-if
    move RT-SAMPLING-FACTOR to RG-SAMPLING-FACTOR
    move RT-PROGRESS-INTERVAL to RG-PROGRESS-INTERVAL
    move RT-PALETTE-NAME to RG-PALETTE-NAME
    move RT-PRECISION-MODE to RG-PRECISION-MODE
    if RT-EXTENDED-PRECISION and
            RT-EXT-REAL-PLANE-MIN is not equal to spaces
        move RT-EXT-REAL-PLANE-MIN to RG-EXT-REAL-PLANE-MIN
        move RT-EXT-REAL-PLANE-MAX to RG-EXT-REAL-PLANE-MAX
        move RT-EXT-IMAGINARY-PLANE-MIN to RG-EXT-IMAGINARY-PLANE-MIN
        move RT-EXT-IMAGINARY-PLANE-MAX to RG-EXT-IMAGINARY-PLANE-MAX
    end-if.

*> ---------------------------------------------------------------
*> 0600-ADD-REGION - write a new region; a key already on the
        not invalid key
            display "   ADDED"
            display "   NEW: " MANDELBROT-REGION
            move spaces to JL-BEFORE-IMAGE
            move MANDELBROT-REGION to JL-AFTER-IMAGE
            move "A" to JL-ACTION
            perform 0950-journal-change
    end-write.

*> ---------------------------------------------------------------
            display "   MANDRMNT E017 - REGION IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-REGION
            move MANDELBROT-REGION to JL-BEFORE-IMAGE
            perform 0550-build-master-record
            rewrite MANDELBROT-REGION
                invalid key
                not invalid key
                    display "   CHANGED"
                    display "   NEW: " MANDELBROT-REGION
                    move MANDELBROT-REGION to JL-AFTER-IMAGE
                    move "C" to JL-ACTION
                    perform 0950-journal-change
            end-rewrite
    end-read.

            display "   MANDRMNT E017 - REGION IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-REGION
            move MANDELBROT-REGION to JL-BEFORE-IMAGE
            delete region-master
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDRMNT E019 - DELETE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   DELETED"
                    move spaces to JL-AFTER-IMAGE
                    move "D" to JL-ACTION
                    perform 0950-journal-change
            end-delete
    end-read.

*> ---------------------------------------------------------------
*> 0950-JOURNAL-CHANGE - append the row's before- and after-images
*> to the change journal, stamped with the card's job and
*> submitter, so a recovery can replay the change.
*> ---------------------------------------------------------------
0950-JOURNAL-CHANGE.
    move "REGNMAST" to JL-MASTER-NAME
    move RT-JOB-ID to JL-JOB-ID
    move RT-SUBMITTED-BY to JL-USER-ID
    move "MandelbrotRegionMaint" to JL-PROGRAM-NAME
    move RT-REGION-NAME to JL-RECORD-KEY
    call "MandelbrotJournal" using MANDELBROT-JOURNAL-REQUEST
    if JL-RETURN-CODE is not equal to zero
        add 1 to UnjournalledCount
    end-if.

end program MandelbrotRegionMaint.
