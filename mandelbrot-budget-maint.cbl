*> maintenance register showing the old and new values of every
*> user it touched.  The Z action zeroes a user's accumulated
*> usage; the period-rollover job runs one per user.
*>
*> Any well-formed transaction used to be applied, whoever put it
*> through.  Each card now carries the submitting userid, and a
*> transaction is applied only when that user's row on the AUTHMAST
*> authority master allows its action on BUDGMAST; a refusal is
*> rejected onto the register with its reason and logged for the
*> security violations report.
*>
*> Every change applied to BUDGMAST is also appended to the
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

    display "TRAN " BT-ACTION " USER " BT-USER-ID
        " BY " BT-SUBMITTED-BY

    if not BT-ADD-ACTION and not BT-CHANGE-ACTION
            and not BT-DELETE-ACTION and not BT-ZERO-ACTION
        perform 0350-reject-transaction
        display "   MANDBMNT E003 - USER ID IS BLANK"
    end-if
    if not TransactionRejected
        perform 0400-check-authority
    end-if
    if BT-ADD-ACTION or BT-CHANGE-ACTION
        if BT-ALLOWANCE-SECONDS is not numeric
            perform 0350-reject-transaction
        add 1 to RejectedCount
    end-if.

*> ---------------------------------------------------------------
*> 0400-CHECK-AUTHORITY - the submitting userid's row on the
*> authority master must allow this action on BUDGMAST.  A refusal
*> is already on the security log when MandelbrotAuthority hands
*> it back, and is counted apart from the edit failures.
*> ---------------------------------------------------------------
0400-CHECK-AUTHORITY.
    move "M" to AL-FUNCTION
    move BT-SUBMITTED-BY to AL-USER-ID
    move "BUDGMAST" to AL-MASTER-NAME
    move BT-ACTION to AL-ACTION
    move zero to AL-PRIORITY
    move "MandelbrotBudgetMaint" to AL-PROGRAM-NAME
    move BT-USER-ID to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST
    if AL-RETURN-CODE is not equal to zero
        perform 0350-reject-transaction
        add 1 to RefusedCount
        display "   MANDBMNT E010 - NOT AUTHORISED: " AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0600-ADD-USER - write a new user with nothing yet used; a key
*> already on the master rejects the transaction rather than
        not invalid key
            display "   ADDED"
            display "   NEW: " MANDELBROT-BUDGET
            move spaces to JL-BEFORE-IMAGE
            move MANDELBROT-BUDGET to JL-AFTER-IMAGE
            move "A" to JL-ACTION
            perform 0950-journal-change
    end-write.

*> ---------------------------------------------------------------
            display "   MANDBMNT E007 - USER IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-BUDGET
            move MANDELBROT-BUDGET to JL-BEFORE-IMAGE
            move BT-ALLOWANCE-SECONDS to BU-ALLOWANCE-SECONDS
            move BT-OPERATIONS-FLAG to BU-OPERATIONS-FLAG
            rewrite MANDELBROT-BUDGET
                not invalid key
                    display "   CHANGED"
                    display "   NEW: " MANDELBROT-BUDGET
                    move MANDELBROT-BUDGET to JL-AFTER-IMAGE
                    move "C" to JL-ACTION
                    perform 0950-journal-change
            end-rewrite
    end-read.

            display "   MANDBMNT E007 - USER IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-BUDGET
            move MANDELBROT-BUDGET to JL-BEFORE-IMAGE
            delete budget-master
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDBMNT E009 - DELETE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   DELETED"
                    move spaces to JL-AFTER-IMAGE
                    move "D" to JL-ACTION
                    perform 0950-journal-change
            end-delete
    end-read.

            display "   MANDBMNT E007 - USER IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-BUDGET
            move MANDELBROT-BUDGET to JL-BEFORE-IMAGE
            move zero to BU-USED-SECONDS
            rewrite MANDELBROT-BUDGET
                invalid key
                not invalid key
                    display "   USAGE ZEROED"
                    display "   NEW: " MANDELBROT-BUDGET
                    move MANDELBROT-BUDGET to JL-AFTER-IMAGE
                    move "Z" to JL-ACTION
                    perform 0950-journal-change
            end-rewrite
    end-read.

*> ---------------------------------------------------------------
*> 0950-JOURNAL-CHANGE - append the row's before- and after-images
*> to the change journal, stamped with the card's job and
*> submitter, so a recovery can replay the change.
*> ---------------------------------------------------------------
0950-JOURNAL-CHANGE.
    move "BUDGMAST" to JL-MASTER-NAME
    move BT-JOB-ID to JL-JOB-ID
    move BT-SUBMITTED-BY to JL-USER-ID
    move "MandelbrotBudgetMaint" to JL-PROGRAM-NAME
    move BT-USER-ID to JL-RECORD-KEY
    call "MandelbrotJournal" using MANDELBROT-JOURNAL-REQUEST
    if JL-RETURN-CODE is not equal to zero
        add 1 to UnjournalledCount
    end-if.

end program MandelbrotBudgetMaint.
