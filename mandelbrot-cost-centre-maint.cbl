identification division.
program-id. MandelbrotCostCentreMaint.

*> Mandelbrot Set cost-centre master maintenance
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> CCMAST maps each userid to the cost centre the monthly
*> chargeback bills its render time to, and this program is the
*> only thing that writes it - the same arrangement
*> MandelbrotBudgetMaint has with BUDGMAST.  It reads ADD/CHANGE/
*> DELETE transaction cards from CCTRANS, edits every transaction,
*> applies the good ones, and prints a maintenance register showing
*> the old and new values of every user it touched.  A user moved
*> to another cost centre is billed there from the next billing
*> run on; a user taken off the master has their later runs listed
*> on the chargeback's suspense listing until they are mapped
*> again.
*>
*> Each card carries the submitting userid, and a transaction is
*> applied only when that user's row on the AUTHMAST authority
*> master allows its action on CCMAST; a refusal is rejected onto
*> the register with its reason and logged for the security
*> violations report.

environment division.
input-output section.
file-control.
    select optional transaction-file assign to "CCTRANS"
        organization is line sequential.

    select optional cost-centre-master assign to "CCMAST"
        organization is indexed
        access mode is dynamic
        record key is CC-USER-ID
        file status is MasterStatus.

data division.
file section.
fd transaction-file.
copy "mandctrn.cpy".

fd cost-centre-master.
copy "mandcost.cpy".

working-storage section.
01 MasterStatus            pic X(2).
01 TransactionEofSwitch    pic X(1) value "N".
    88 TransactionEof        value "Y".
01 RejectSwitch            pic X(1).
    88 TransactionRejected   value "Y".

01 TransactionCount        pic 9(5) usage comp-5 value zero.
01 AppliedCount            pic 9(5) usage comp-5 value zero.
01 RejectedCount           pic 9(5) usage comp-5 value zero.
01 RefusedCount            pic 9(5) usage comp-5 value zero.

01 DisplayTransactionCount   pic zzzz9.
01 DisplayAppliedCount       pic zzzz9.
01 DisplayRejectedCount      pic zzzz9.
01 DisplayRefusedCount       pic zzzz9.

copy "mandalnk.cpy".

procedure division.

0000-MAINLINE.
    display "MANDELBROT COST-CENTRE MASTER - MAINTENANCE REGISTER"

    open i-o cost-centre-master
    if MasterStatus is not equal to "00" and
            MasterStatus is not equal to "05"
        display "MANDCMNT E001 - COST-CENTRE MASTER CCMAST COULD NOT BE OPENED, STATUS=" MasterStatus
        move 8 to return-code
        stop run
    end-if

    open input transaction-file

    perform until TransactionEof
        read transaction-file
            at end
                move "Y" to TransactionEofSwitch
            not at end
                perform 0300-apply-transaction
        end-read
    end-perform

    close transaction-file
    close cost-centre-master

    move TransactionCount to DisplayTransactionCount
    move AppliedCount to DisplayAppliedCount
    move RejectedCount to DisplayRejectedCount
    display "TRANSACTIONS READ.........: " DisplayTransactionCount
    display "TRANSACTIONS APPLIED......: " DisplayAppliedCount
    display "TRANSACTIONS REJECTED.....: " DisplayRejectedCount
    move RefusedCount to DisplayRefusedCount
    display "   NOT AUTHORISED.........: " DisplayRefusedCount

    if RejectedCount is greater than zero
        move 8 to return-code
    end-if

    stop run.

*> ---------------------------------------------------------------
*> 0300-APPLY-TRANSACTION - edit one transaction, apply it to the
*> master when it passes, and print its register entry either way.
*> ---------------------------------------------------------------
0300-APPLY-TRANSACTION.
    add 1 to TransactionCount
    move "N" to RejectSwitch

    display "TRAN " CX-ACTION " USER " CX-USER-ID
        " BY " CX-SUBMITTED-BY

    if not CX-ADD-ACTION and not CX-CHANGE-ACTION
            and not CX-DELETE-ACTION
        perform 0350-reject-transaction
        display "   MANDCMNT E002 - ACTION MUST BE A, C, OR D"
    end-if
    if CX-USER-ID is equal to spaces
        perform 0350-reject-transaction
        display "   MANDCMNT E003 - USER ID IS BLANK"
    end-if
    if not TransactionRejected
        perform 0400-check-authority
    end-if
    if CX-ADD-ACTION or CX-CHANGE-ACTION
        if CX-COST-CENTRE is equal to spaces
            perform 0350-reject-transaction
            display "   MANDCMNT E004 - THE COST CENTRE IS BLANK"
        end-if
    end-if

    if not TransactionRejected
        evaluate true
            when CX-ADD-ACTION
                perform 0600-add-user
            when CX-CHANGE-ACTION
                perform 0700-change-user
            when CX-DELETE-ACTION
                perform 0800-delete-user
        end-evaluate
    end-if

    if not TransactionRejected
        add 1 to AppliedCount
    end-if.

*> ---------------------------------------------------------------
*> 0350-REJECT-TRANSACTION - count each bad transaction once, no
*> matter how many of its edits fail.
*> ---------------------------------------------------------------
0350-REJECT-TRANSACTION.
    if not TransactionRejected
        move "Y" to RejectSwitch
        add 1 to RejectedCount
    end-if.

*> ---------------------------------------------------------------
*> 0400-CHECK-AUTHORITY - the submitting userid's row on the
*> authority master must allow this action on CCMAST.  A refusal
*> is already on the security log when MandelbrotAuthority hands
*> it back, and is counted apart from the edit failures.
*> ---------------------------------------------------------------
0400-CHECK-AUTHORITY.
    move "M" to AL-FUNCTION
    move CX-SUBMITTED-BY to AL-USER-ID
    move "CCMAST" to AL-MASTER-NAME
    move CX-ACTION to AL-ACTION
    move zero to AL-PRIORITY
    move "MandelbrotCostCentreMaint" to AL-PROGRAM-NAME
    move CX-USER-ID to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST
    if AL-RETURN-CODE is not equal to zero
        perform 0350-reject-transaction
        add 1 to RefusedCount
        display "   MANDCMNT E009 - NOT AUTHORISED: " AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0600-ADD-USER - map a new user; a key already on the master
*> rejects the transaction, so a user is only ever moved between
*> cost centres by a deliberate change.
*> ---------------------------------------------------------------
0600-ADD-USER.
    move spaces to MANDELBROT-COST-CENTRE
    move CX-USER-ID to CC-USER-ID
    move CX-COST-CENTRE to CC-COST-CENTRE
    move CX-USER-NAME to CC-USER-NAME
    write MANDELBROT-COST-CENTRE
        invalid key
            perform 0350-reject-transaction
            display "   MANDCMNT E005 - USER IS ALREADY ON THE MASTER"
        not invalid key
            display "   ADDED"
            display "   NEW: " MANDELBROT-COST-CENTRE
    end-write.

*> ---------------------------------------------------------------
*> 0700-CHANGE-USER - replace the cost centre, and the name when
*> the card carries one.
*> ---------------------------------------------------------------
0700-CHANGE-USER.
    move CX-USER-ID to CC-USER-ID
    read cost-centre-master
        invalid key
            perform 0350-reject-transaction
            display "   MANDCMNT E006 - USER IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-COST-CENTRE
            move CX-COST-CENTRE to CC-COST-CENTRE
            if CX-USER-NAME is not equal to spaces
                move CX-USER-NAME to CC-USER-NAME
            end-if
            rewrite MANDELBROT-COST-CENTRE
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDCMNT E007 - REWRITE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   CHANGED"
                    display "   NEW: " MANDELBROT-COST-CENTRE
            end-rewrite
    end-read.

*> ---------------------------------------------------------------
*> 0800-DELETE-USER - remove a user, showing the values the row
*> held when it went.
*> ---------------------------------------------------------------
0800-DELETE-USER.
    move CX-USER-ID to CC-USER-ID
    read cost-centre-master
        invalid key
            perform 0350-reject-transaction
            display "   MANDCMNT E006 - USER IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-COST-CENTRE
            delete cost-centre-master
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDCMNT E008 - DELETE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   DELETED"
            end-delete
    end-read.

end program MandelbrotCostCentreMaint.
