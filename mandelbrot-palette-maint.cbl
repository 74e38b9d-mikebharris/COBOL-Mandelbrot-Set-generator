*> touched.  A transaction that leaves the grey curve blank has a
*> linear curve derived for it, which is the grey mapping the
*> engine always applied before palettes existed.
*>
*> Any well-formed transaction used to be applied, whoever put it
*> through.  Each card now carries the submitting userid, and a
*> transaction is applied only when that user's row on the AUTHMAST
*> authority master allows its action on PALMAST; a refusal is
*> rejected onto the register with its reason and logged for the
*> security violations report.
*>
*> Every change applied to PALMAST is also appended to the
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

01 RampLength              pic 9(2) usage comp-5.
01 RampStep                pic 9(2) usage comp-5.
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

    display "TRAN " PT-ACTION " PALETTE " PT-PALETTE-NAME
        " BY " PT-SUBMITTED-BY

    if not PT-ADD-ACTION and not PT-CHANGE-ACTION
            and not PT-DELETE-ACTION
        perform 0350-reject-transaction
        display "   MANDPMNT E003 - PALETTE NAME IS BLANK"
    end-if
    if not TransactionRejected
        perform 0400-check-authority
    end-if
    if PT-ADD-ACTION or PT-CHANGE-ACTION
        perform 0500-edit-palette-fields
    end-if
        add 1 to RejectedCount
    end-if.

*> ---------------------------------------------------------------
*> 0400-CHECK-AUTHORITY - the submitting userid's row on the
*> authority master must allow this action on PALMAST.  A refusal
*> is already on the security log when MandelbrotAuthority hands
*> it back, and is counted apart from the edit failures.
*> ---------------------------------------------------------------
0400-CHECK-AUTHORITY.
    move "M" to AL-FUNCTION
    move PT-SUBMITTED-BY to AL-USER-ID
    move "PALMAST" to AL-MASTER-NAME
    move PT-ACTION to AL-ACTION
    move zero to AL-PRIORITY
    move "MandelbrotPaletteMaint" to AL-PROGRAM-NAME
    move PT-PALETTE-NAME to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST
    if AL-RETURN-CODE is not equal to zero
        perform 0350-reject-transaction
        add 1 to RefusedCount
        display "   MANDPMNT E011 - NOT AUTHORISED: " AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0500-EDIT-PALETTE-FIELDS - the ramp-length and grey-curve edits
*> an ADD or CHANGE must pass before it can reach the master.  The
            display "   ADDED"
            display "   NEW: " PL-PALETTE-NAME " LENGTH " PL-RAMP-LENGTH
                " RAMP <" PL-CHAR-RAMP ">"
            move spaces to JL-BEFORE-IMAGE
            move MANDELBROT-PALETTE to JL-AFTER-IMAGE
            move "A" to JL-ACTION
            perform 0950-journal-change
    end-write.

*> ---------------------------------------------------------------
        not invalid key
            display "   OLD: " PL-PALETTE-NAME " LENGTH " PL-RAMP-LENGTH
                " RAMP <" PL-CHAR-RAMP ">"
            move MANDELBROT-PALETTE to JL-BEFORE-IMAGE
            perform 0550-build-master-record
            rewrite MANDELBROT-PALETTE
                invalid key
                    display "   CHANGED"
                    display "   NEW: " PL-PALETTE-NAME " LENGTH " PL-RAMP-LENGTH
                        " RAMP <" PL-CHAR-RAMP ">"
                    move MANDELBROT-PALETTE to JL-AFTER-IMAGE
                    move "C" to JL-ACTION
                    perform 0950-journal-change
            end-rewrite
    end-read.

        not invalid key
            display "   OLD: " PL-PALETTE-NAME " LENGTH " PL-RAMP-LENGTH
                " RAMP <" PL-CHAR-RAMP ">"
            move MANDELBROT-PALETTE to JL-BEFORE-IMAGE
            delete palette-master
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDPMNT E010 - DELETE FAILED, STATUS=" MasterStatus
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
    move "PALMAST" to JL-MASTER-NAME
    move PT-JOB-ID to JL-JOB-ID
    move PT-SUBMITTED-BY to JL-USER-ID
    move "MandelbrotPaletteMaint" to JL-PROGRAM-NAME
    move PT-PALETTE-NAME to JL-RECORD-KEY
    call "MandelbrotJournal" using MANDELBROT-JOURNAL-REQUEST
    if JL-RETURN-CODE is not equal to zero
        add 1 to UnjournalledCount
    end-if.

end program MandelbrotPaletteMaint.
