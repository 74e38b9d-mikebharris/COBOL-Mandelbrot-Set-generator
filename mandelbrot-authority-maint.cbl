identification division.
program-id. MandelbrotAuthorityMaint.

*> Mandelbrot Set user authority master maintenance
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> AUTHMAST says, for each userid, which keyed masters they may
*> maintain and with which actions, the most urgent queue priority
*> they may ask for, and whether their budget overrides are
*> honoured; MandelbrotAuthority answers the maintenance, intake
*> and budget programs from it.  This program is the only thing
*> that writes it - the same arrangement MandelbrotBudgetMaint has
*> with BUDGMAST.  It reads ADD/CHANGE/DELETE transaction cards
*> from AUTHTRANS, edits every transaction, applies the good ones,
*> and prints a maintenance register showing the old and new
*> values of every user it touched.
*>
*> The master guards itself: a card is applied only when its
*> submitting userid's own row allows that action on AUTHMAST, and
*> a refusal is rejected onto the register and appended to the
*> MANDSEC.LOG security log.  The one exception is the initial
*> load - while the master is still empty when the run starts,
*> there is nobody yet who could grant anything, so the run's
*> cards are applied on their edits alone, with a warning.
*>
*> The standing-order master ORDMAST joined the masters a row can
*> grant actions on.  Its action list is punched after the
*> submitting userid, so cards punched before it existed keep
*> their columns and leave the user with no actions on it.

environment division.
input-output section.
file-control.
    select optional transaction-file assign to "AUTHTRANS"
        organization is line sequential.

    select optional authority-master assign to "AUTHMAST"
        organization is indexed
        access mode is dynamic
        record key is AU-USER-ID
        file status is MasterStatus.

    select optional security-log assign to "MANDSEC.LOG"
        organization is line sequential.

data division.
file section.
fd transaction-file.
copy "mandatrn.cpy".

fd authority-master.
copy "mandauth.cpy".

fd security-log.
copy "mandsecv.cpy".

working-storage section.
01 MasterStatus            pic X(2).
01 TransactionEofSwitch    pic X(1) value "N".
    88 TransactionEof        value "Y".
01 RejectSwitch            pic X(1).
    88 TransactionRejected   value "Y".
01 InitialLoadSwitch       pic X(1) value "N".
    88 InitialLoad           value "Y".

01 TransactionCount        pic 9(5) usage comp-5 value zero.
01 AppliedCount            pic 9(5) usage comp-5 value zero.
01 RejectedCount           pic 9(5) usage comp-5 value zero.
01 RefusedCount            pic 9(5) usage comp-5 value zero.

01 ActionWork              pic X(4).
01 ActionTally             pic 9(2) usage comp-5.
01 RefusalReason           pic X(60).

01 StampTime.
    05 StampHH              pic 9(2).
    05 StampMM              pic 9(2).
    05 StampSS              pic 9(2).
    05 StampHS              pic 9(2).

01 DisplayTransactionCount   pic zzzz9.
01 DisplayAppliedCount       pic zzzz9.
01 DisplayRejectedCount      pic zzzz9.
01 DisplayRefusedCount       pic zzzz9.

procedure division.

0000-MAINLINE.
    display "MANDELBROT AUTHORITY MASTER - MAINTENANCE REGISTER"

    open i-o authority-master
    if MasterStatus is not equal to "00" and
            MasterStatus is not equal to "05"
        display "MANDAMNT E001 - AUTHORITY MASTER AUTHMAST COULD NOT BE OPENED, STATUS=" MasterStatus
        move 8 to return-code
        stop run
    end-if

    move low-values to AU-USER-ID
    start authority-master key is not less than AU-USER-ID
        invalid key
            move "Y" to InitialLoadSwitch
            display "MANDAMNT W001 - THE AUTHORITY MASTER IS EMPTY; THIS RUN IS THE INITIAL LOAD AND IS NOT AUTHORITY-CHECKED"
    end-start

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
    close authority-master

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

    display "TRAN " AT-ACTION " USER " AT-USER-ID
        " BY " AT-SUBMITTED-BY

    if not AT-ADD-ACTION and not AT-CHANGE-ACTION
            and not AT-DELETE-ACTION
        perform 0350-reject-transaction
        display "   MANDAMNT E002 - ACTION MUST BE A, C, OR D"
    end-if
    if AT-USER-ID is equal to spaces
        perform 0350-reject-transaction
        display "   MANDAMNT E003 - USER ID IS BLANK"
    end-if
    if not TransactionRejected and not InitialLoad
        perform 0400-check-authority
    end-if
    if AT-ADD-ACTION or AT-CHANGE-ACTION
        perform 0500-edit-authority-fields
    end-if

    if not TransactionRejected
        evaluate true
            when AT-ADD-ACTION
                perform 0600-add-user
            when AT-CHANGE-ACTION
                perform 0700-change-user
            when AT-DELETE-ACTION
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
*> 0400-CHECK-AUTHORITY - the submitting userid's own row must
*> allow this action on AUTHMAST.  The master is open here for
*> update, so the row is read directly rather than through
*> MandelbrotAuthority, and a refusal is logged the same way.
*> ---------------------------------------------------------------
0400-CHECK-AUTHORITY.
    move spaces to RefusalReason

    if AT-SUBMITTED-BY is equal to spaces
        move "NO SUBMITTING USERID IS ON THE CARD" to RefusalReason
    else
        move AT-SUBMITTED-BY to AU-USER-ID
        read authority-master
            invalid key
                move "THE USERID IS NOT ON THE AUTHORITY MASTER" to RefusalReason
            not invalid key
                if AU-AUTHORITY-ACTIONS is equal to spaces
                    move "THE USER MAY NOT MAINTAIN AUTHMAST" to RefusalReason
                else
                    move zero to ActionTally
                    inspect AU-AUTHORITY-ACTIONS tallying ActionTally
                        for all AT-ACTION
                    if ActionTally is equal to zero
                        string "THE USER MAY NOT TAKE ACTION " delimited by size
                               AT-ACTION delimited by size
                               " ON AUTHMAST" delimited by size
                            into RefusalReason
                    end-if
                end-if
        end-read
    end-if

    if RefusalReason is not equal to spaces
        perform 0350-reject-transaction
        add 1 to RefusedCount
        display "   MANDAMNT E011 - NOT AUTHORISED: " RefusalReason
        perform 0450-log-violation
    end-if.

*> ---------------------------------------------------------------
*> 0450-LOG-VIOLATION - append the refusal to the security log in
*> the form MandelbrotAuthority writes.
*> ---------------------------------------------------------------
0450-LOG-VIOLATION.
    move spaces to MANDELBROT-SECURITY-VIOLATION
    accept SV-DATE from date yyyymmdd
    accept StampTime from time
    string StampHH delimited by size
           ":" delimited by size
           StampMM delimited by size
           ":" delimited by size
           StampSS delimited by size
        into SV-TIME
    move AT-SUBMITTED-BY to SV-USER-ID
    move "MandelbrotAuthorityMaint" to SV-PROGRAM-NAME
    move "M" to SV-ATTEMPT
    move "AUTHMAST" to SV-MASTER-NAME
    move AT-ACTION to SV-ACTION
    move zero to SV-PRIORITY
    move AT-USER-ID to SV-OBJECT-KEY
    move RefusalReason to SV-REASON-TEXT

    open extend security-log
    write MANDELBROT-SECURITY-VIOLATION
    close security-log.

*> ---------------------------------------------------------------
*> 0500-EDIT-AUTHORITY-FIELDS - action lists may hold only the
*> maintenance actions, and Z only on the budget master, the one
*> master with usage to zero.
*> ---------------------------------------------------------------
0500-EDIT-AUTHORITY-FIELDS.
    move AT-REGION-ACTIONS to ActionWork
    perform 0520-edit-action-list
    move AT-PALETTE-ACTIONS to ActionWork
    perform 0520-edit-action-list
    move AT-BUDGET-ACTIONS to ActionWork
    perform 0520-edit-action-list
    move AT-COST-CENTRE-ACTIONS to ActionWork
    perform 0520-edit-action-list
    move AT-AUTHORITY-ACTIONS to ActionWork
    perform 0520-edit-action-list
    move AT-ORDER-ACTIONS to ActionWork
    perform 0520-edit-action-list

    move AT-REGION-ACTIONS to ActionWork
    perform 0530-count-zero-action
    move AT-PALETTE-ACTIONS to ActionWork
    perform 0530-count-zero-action
    move AT-COST-CENTRE-ACTIONS to ActionWork
    perform 0530-count-zero-action
    move AT-AUTHORITY-ACTIONS to ActionWork
    perform 0530-count-zero-action
    move AT-ORDER-ACTIONS to ActionWork
    perform 0530-count-zero-action

    if AT-HIGHEST-PRIORITY is not equal to spaces
        if AT-HIGHEST-PRIORITY is not numeric
            perform 0350-reject-transaction
            display "   MANDAMNT E006 - HIGHEST PRIORITY MUST BE 01 TO 99 OR BLANK"
        else
            if AT-HIGHEST-PRIORITY is equal to "00"
                perform 0350-reject-transaction
                display "   MANDAMNT E006 - HIGHEST PRIORITY MUST BE 01 TO 99 OR BLANK"
            end-if
        end-if
    end-if

    if AT-OVERRIDE-FLAG is not equal to "Y" and
            AT-OVERRIDE-FLAG is not equal to space
        perform 0350-reject-transaction
        display "   MANDAMNT E007 - OVERRIDE FLAG MUST BE Y OR BLANK"
    end-if.

*> ---------------------------------------------------------------
*> 0520-EDIT-ACTION-LIST - once the known action letters are
*> blanked out of a list, nothing may be left.
*> ---------------------------------------------------------------
0520-EDIT-ACTION-LIST.
    inspect ActionWork converting "ACDZ" to "    "
    if ActionWork is not equal to spaces
        perform 0350-reject-transaction
        display "   MANDAMNT E004 - ACTIONS MAY ONLY BE A, C, D, OR Z"
    end-if.

*> ---------------------------------------------------------------
*> 0530-COUNT-ZERO-ACTION - Z zeroes a budget's usage, so it has no
*> meaning on any other master's list.
*> ---------------------------------------------------------------
0530-COUNT-ZERO-ACTION.
    move zero to ActionTally
    inspect ActionWork tallying ActionTally for all "Z"
    if ActionTally is greater than zero
        perform 0350-reject-transaction
        display "   MANDAMNT E005 - Z IS ONLY AN ACTION ON THE BUDGET MASTER"
    end-if.

*> ---------------------------------------------------------------
*> 0550-BUILD-MASTER-RECORD - carry an edited transaction's
*> authority columns into the master record area.
*> ---------------------------------------------------------------
0550-BUILD-MASTER-RECORD.
    move spaces to MANDELBROT-AUTHORITY
    move AT-USER-ID to AU-USER-ID
    move AT-REGION-ACTIONS to AU-REGION-ACTIONS
    move AT-PALETTE-ACTIONS to AU-PALETTE-ACTIONS
    move AT-BUDGET-ACTIONS to AU-BUDGET-ACTIONS
    move AT-COST-CENTRE-ACTIONS to AU-COST-CENTRE-ACTIONS
    move AT-AUTHORITY-ACTIONS to AU-AUTHORITY-ACTIONS
    if AT-HIGHEST-PRIORITY is numeric
        move AT-HIGHEST-PRIORITY to AU-HIGHEST-PRIORITY
    else
        move zero to AU-HIGHEST-PRIORITY
    end-if
    move AT-OVERRIDE-FLAG to AU-OVERRIDE-FLAG
    move AT-USER-NAME to AU-USER-NAME
    move AT-ORDER-ACTIONS to AU-ORDER-ACTIONS.

*> ---------------------------------------------------------------
*> 0600-ADD-USER - write a new user's authority; a key already on
*> the master rejects the transaction rather than replacing it.
*> ---------------------------------------------------------------
0600-ADD-USER.
    perform 0550-build-master-record
    write MANDELBROT-AUTHORITY
        invalid key
            perform 0350-reject-transaction
            display "   MANDAMNT E008 - USER IS ALREADY ON THE MASTER"
        not invalid key
            display "   ADDED"
            display "   NEW: " MANDELBROT-AUTHORITY
    end-write.

*> ---------------------------------------------------------------
*> 0700-CHANGE-USER - replace a user's whole authority row,
*> showing the values it held before and after.
*> ---------------------------------------------------------------
0700-CHANGE-USER.
    move AT-USER-ID to AU-USER-ID
    read authority-master
        invalid key
            perform 0350-reject-transaction
            display "   MANDAMNT E009 - USER IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-AUTHORITY
            perform 0550-build-master-record
            rewrite MANDELBROT-AUTHORITY
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDAMNT E010 - REWRITE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   CHANGED"
                    display "   NEW: " MANDELBROT-AUTHORITY
            end-rewrite
    end-read.

*> ---------------------------------------------------------------
*> 0800-DELETE-USER - remove a user, showing the authority the row
*> held when it went.
*> ---------------------------------------------------------------
0800-DELETE-USER.
    move AT-USER-ID to AU-USER-ID
    read authority-master
        invalid key
            perform 0350-reject-transaction
            display "   MANDAMNT E009 - USER IS NOT ON THE MASTER"
        not invalid key
            display "   OLD: " MANDELBROT-AUTHORITY
            delete authority-master
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDAMNT E012 - DELETE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   DELETED"
            end-delete
    end-read.

end program MandelbrotAuthorityMaint.
