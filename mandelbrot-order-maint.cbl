identification division.
program-id. MandelbrotOrderMaint.

*> Mandelbrot Set standing-order master maintenance
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> The renders that recur on a fixed schedule - the Monday tour of
*> REGNMAST, the month-end presentation PGMs, the nightly
*> regression baseline MandelbrotCompare checks against - used to
*> depend on somebody remembering to put each one through
*> MandelbrotRequestIntake every time.  ORDMAST now holds each of
*> them as a standing order, which MandelbrotScheduler enqueues on
*> every day it falls due, and this program is the only thing that
*> maintains it - the same arrangement MandelbrotCostCentreMaint has
*> with CCMAST.  It reads ADD/CHANGE/DELETE transaction cards from
*> ORDTRANS, edits every transaction, applies the good ones, and
*> prints a maintenance register showing the old and new values of
*> every order it touched.
*>
*> Each card carries the submitting userid, and a transaction is
*> applied only when that user's row on the AUTHMAST authority
*> master allows its action on ORDMAST; a refusal is rejected onto
*> the register with its reason and logged for the security
*> violations report.  The priority an order asks for is judged
*> against its owner each day the scheduler enqueues it, since the
*> owner's authority may change over the life of the order.

environment division.
input-output section.
file-control.
    select optional transaction-file assign to "ORDTRANS"
        organization is line sequential.

    select optional order-master assign to "ORDMAST"
        organization is indexed
        access mode is dynamic
        record key is SO-ORDER-ID
        file status is MasterStatus.

data division.
file section.
fd transaction-file.
copy "mandotrn.cpy".

fd order-master.
copy "mandsord.cpy".

working-storage section.
01 MasterStatus            pic X(2).
01 TransactionEofSwitch    pic X(1) value "N".
    88 TransactionEof        value "Y".
01 RejectSwitch            pic X(1).
    88 TransactionRejected   value "Y".
01 DateValidSwitch         pic X(1).
    88 DateValid             value "Y".

01 TransactionCount        pic 9(5) usage comp-5 value zero.
01 AppliedCount            pic 9(5) usage comp-5 value zero.
01 RejectedCount           pic 9(5) usage comp-5 value zero.
01 RefusedCount            pic 9(5) usage comp-5 value zero.

*> the date under edit, and the length of its month - February's
*> by the Gregorian leap-year rule.
01 EditDate                pic X(8).
01 EditDateParts redefines EditDate.
    05 EditYear             pic 9(4).
    05 EditMonth            pic 9(2).
    05 EditDay              pic 9(2).
01 MonthLengthValues       pic X(24) value "312831303130313130313031".
01 MonthLengthTable redefines MonthLengthValues.
    05 MonthLength          pic 9(2) occurs 12 times.
01 EditMonthLength         pic 9(2).
01 LeapQuotient            pic 9(4) usage comp-5.
01 LeapRemainder           pic 9(4) usage comp-5.
01 StartDateWork           pic 9(8).
01 EndDateWork             pic 9(8).

01 ImageLabel              pic X(4).
01 FrequencyText           pic X(24).
01 SourceText              pic X(50).

01 DisplayTransactionCount   pic zzzz9.
01 DisplayAppliedCount       pic zzzz9.
01 DisplayRejectedCount      pic zzzz9.
01 DisplayRefusedCount       pic zzzz9.

copy "mandalnk.cpy".

procedure division.

0000-MAINLINE.
    display "MANDELBROT STANDING-ORDER MASTER - MAINTENANCE REGISTER"

    open i-o order-master
    if MasterStatus is not equal to "00" and
            MasterStatus is not equal to "05"
        display "MANDOMNT E001 - STANDING-ORDER MASTER ORDMAST COULD NOT BE OPENED, STATUS=" MasterStatus
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
    close order-master

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

    display "TRAN " OT-ACTION " ORDER " OT-ORDER-ID
        " BY " OT-SUBMITTED-BY

    if not OT-ADD-ACTION and not OT-CHANGE-ACTION
            and not OT-DELETE-ACTION
        perform 0350-reject-transaction
        display "   MANDOMNT E002 - ACTION MUST BE A, C, OR D"
    end-if
    if OT-ORDER-ID is equal to spaces
        perform 0350-reject-transaction
        display "   MANDOMNT E003 - ORDER ID IS BLANK"
    end-if
    if not TransactionRejected
        perform 0400-check-authority
    end-if
    if OT-ADD-ACTION or OT-CHANGE-ACTION
        perform 0500-edit-order-fields
    end-if

    if not TransactionRejected
        evaluate true
            when OT-ADD-ACTION
                perform 0600-add-order
            when OT-CHANGE-ACTION
                perform 0700-change-order
            when OT-DELETE-ACTION
                perform 0800-delete-order
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
*> authority master must allow this action on ORDMAST.  A refusal
*> is already on the security log when MandelbrotAuthority hands
*> it back, and is counted apart from the edit failures.
*> ---------------------------------------------------------------
0400-CHECK-AUTHORITY.
    move "M" to AL-FUNCTION
    move OT-SUBMITTED-BY to AL-USER-ID
    move "ORDMAST" to AL-MASTER-NAME
    move OT-ACTION to AL-ACTION
    move zero to AL-PRIORITY
    move "MandelbrotOrderMaint" to AL-PROGRAM-NAME
    move OT-ORDER-ID to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST
    if AL-RETURN-CODE is not equal to zero
        perform 0350-reject-transaction
        add 1 to RefusedCount
        display "   MANDOMNT E019 - NOT AUTHORISED: " AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0500-EDIT-ORDER-FIELDS - the edits an ADD or CHANGE must pass
*> before it can reach the master: an owner to enqueue for, a
*> schedule the scheduler can work out, exactly one thing to
*> render, and a sensible span of dates.
*> ---------------------------------------------------------------
0500-EDIT-ORDER-FIELDS.
    if OT-OWNER-ID is equal to spaces
        perform 0350-reject-transaction
        display "   MANDOMNT E004 - OWNER ID IS BLANK"
    end-if

    if OT-PRIORITY is not equal to spaces
        if OT-PRIORITY is not numeric
            perform 0350-reject-transaction
            display "   MANDOMNT E005 - PRIORITY MUST BE 01 TO 99 OR BLANK"
        else
            if OT-PRIORITY is equal to "00"
                perform 0350-reject-transaction
                display "   MANDOMNT E005 - PRIORITY MUST BE 01 TO 99 OR BLANK"
            end-if
        end-if
    end-if

    evaluate true
        when OT-DAILY-ORDER
        when OT-MONTH-END-ORDER
            continue
        when OT-WEEKLY-ORDER
            if OT-WEEKDAY is not equal to "MON" and
                    OT-WEEKDAY is not equal to "TUE" and
                    OT-WEEKDAY is not equal to "WED" and
                    OT-WEEKDAY is not equal to "THU" and
                    OT-WEEKDAY is not equal to "FRI" and
                    OT-WEEKDAY is not equal to "SAT" and
                    OT-WEEKDAY is not equal to "SUN"
                perform 0350-reject-transaction
                display "   MANDOMNT E007 - A WEEKLY ORDER NEEDS A WEEKDAY OF MON THROUGH SUN"
            end-if
        when OT-MONTHLY-ORDER
            if OT-MONTH-DAY is not numeric
                perform 0350-reject-transaction
                display "   MANDOMNT E008 - A MONTHLY ORDER NEEDS A DAY OF THE MONTH OF 01 TO 31"
            else
                if OT-MONTH-DAY is equal to "00" or
                        OT-MONTH-DAY is greater than "31"
                    perform 0350-reject-transaction
                    display "   MANDOMNT E008 - A MONTHLY ORDER NEEDS A DAY OF THE MONTH OF 01 TO 31"
                end-if
            end-if
        when other
            perform 0350-reject-transaction
            display "   MANDOMNT E006 - FREQUENCY MUST BE D, W, M, OR E"
    end-evaluate

    if (OT-PARM-DATASET is equal to spaces and
            OT-REGION-NAME is equal to spaces) or
       (OT-PARM-DATASET is not equal to spaces and
            OT-REGION-NAME is not equal to spaces)
        perform 0350-reject-transaction
        display "   MANDOMNT E009 - NAME EITHER A PARAMETER DATASET OR A REGION, NOT BOTH"
    end-if

    move zero to StartDateWork
    move zero to EndDateWork
    if OT-START-DATE is not equal to spaces
        move OT-START-DATE to EditDate
        perform 0520-edit-date
        if DateValid
            move EditDate to StartDateWork
        else
            perform 0350-reject-transaction
            display "   MANDOMNT E010 - START DATE MUST BE A VALID YYYYMMDD DATE OR BLANK"
        end-if
    end-if
    if OT-END-DATE is not equal to spaces
        move OT-END-DATE to EditDate
        perform 0520-edit-date
        if DateValid
            move EditDate to EndDateWork
        else
            perform 0350-reject-transaction
            display "   MANDOMNT E011 - END DATE MUST BE A VALID YYYYMMDD DATE OR BLANK"
        end-if
    end-if
    if EndDateWork is greater than zero and
            EndDateWork is less than StartDateWork
        perform 0350-reject-transaction
        display "   MANDOMNT E012 - END DATE IS BEFORE THE START DATE"
    end-if

    if OT-SUSPENDED-FLAG is not equal to "Y" and
            OT-SUSPENDED-FLAG is not equal to space
        perform 0350-reject-transaction
        display "   MANDOMNT E013 - SUSPENDED FLAG MUST BE Y OR BLANK"
    end-if
    if OT-FORCE-RENDER is not equal to "Y" and
            OT-FORCE-RENDER is not equal to space
        perform 0350-reject-transaction
        display "   MANDOMNT E014 - FORCE-RENDER FLAG MUST BE Y OR BLANK"
    end-if.

*> ---------------------------------------------------------------
*> 0520-EDIT-DATE - EditDate must be a real calendar date: month 01
*> to 12 and a day within that month, leap years included.
*> ---------------------------------------------------------------
0520-EDIT-DATE.
    move "N" to DateValidSwitch
    if EditDate is not numeric
        exit paragraph
    end-if
    if EditYear is less than 1900 or
            EditMonth is less than 1 or EditMonth is greater than 12
        exit paragraph
    end-if

    move MonthLength(EditMonth) to EditMonthLength
    if EditMonth is equal to 2
        divide EditYear by 4 giving LeapQuotient
            remainder LeapRemainder
        if LeapRemainder is equal to zero
            move 29 to EditMonthLength
            divide EditYear by 100 giving LeapQuotient
                remainder LeapRemainder
            if LeapRemainder is equal to zero
                move 28 to EditMonthLength
                divide EditYear by 400 giving LeapQuotient
                    remainder LeapRemainder
                if LeapRemainder is equal to zero
                    move 29 to EditMonthLength
                end-if
            end-if
        end-if
    end-if

    if EditDay is less than 1 or EditDay is greater than EditMonthLength
        exit paragraph
    end-if
    move "Y" to DateValidSwitch.

*> ---------------------------------------------------------------
*> 0550-BUILD-MASTER-RECORD - carry an edited transaction's order
*> columns into the master record area.  The schedule columns that
*> do not apply to the frequency are cleared, and a blank priority
*> takes the standard 50.
*> ---------------------------------------------------------------
0550-BUILD-MASTER-RECORD.
    move OT-ORDER-ID to SO-ORDER-ID
    move OT-OWNER-ID to SO-OWNER-ID
    if OT-PRIORITY is numeric
        move OT-PRIORITY to SO-PRIORITY
    else
        move 50 to SO-PRIORITY
    end-if
    move OT-FREQUENCY to SO-FREQUENCY
    move spaces to SO-WEEKDAY
    move zero to SO-MONTH-DAY
    if OT-WEEKLY-ORDER
        move OT-WEEKDAY to SO-WEEKDAY
    end-if
    if OT-MONTHLY-ORDER
        move OT-MONTH-DAY to SO-MONTH-DAY
    end-if
    move OT-PARM-DATASET to SO-PARM-DATASET
    move OT-REGION-NAME to SO-REGION-NAME
    move StartDateWork to SO-START-DATE
    move EndDateWork to SO-END-DATE
    move OT-SUSPENDED-FLAG to SO-SUSPENDED-FLAG
    move OT-FORCE-RENDER to SO-FORCE-RENDER
    move OT-DESCRIPTION to SO-DESCRIPTION.

*> ---------------------------------------------------------------
*> 0600-ADD-ORDER - write a new order, not yet generated; a key
*> already on the master rejects the transaction rather than
*> replacing the order.
*> ---------------------------------------------------------------
0600-ADD-ORDER.
    move spaces to MANDELBROT-STANDING-ORDER
    perform 0550-build-master-record
    accept SO-ADDED-DATE from date yyyymmdd
    move zero to SO-LAST-GENERATED-DATE
    move spaces to SO-LAST-REQUEST-ID
    write MANDELBROT-STANDING-ORDER
        invalid key
            perform 0350-reject-transaction
            display "   MANDOMNT E015 - ORDER IS ALREADY ON THE MASTER"
        not invalid key
            display "   ADDED"
            move "NEW:" to ImageLabel
            perform 0900-show-order
    end-write.

*> ---------------------------------------------------------------
*> 0700-CHANGE-ORDER - replace an order's columns, showing the
*> values it held before and after.  The scheduler's own columns
*> are kept, so the change takes effect from the next day the
*> order has not yet been dealt with.
*> ---------------------------------------------------------------
0700-CHANGE-ORDER.
    move OT-ORDER-ID to SO-ORDER-ID
    read order-master
        invalid key
            perform 0350-reject-transaction
            display "   MANDOMNT E016 - ORDER IS NOT ON THE MASTER"
        not invalid key
            move "OLD:" to ImageLabel
            perform 0900-show-order
            perform 0550-build-master-record
            rewrite MANDELBROT-STANDING-ORDER
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDOMNT E017 - REWRITE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   CHANGED"
                    move "NEW:" to ImageLabel
                    perform 0900-show-order
            end-rewrite
    end-read.

*> ---------------------------------------------------------------
*> 0800-DELETE-ORDER - remove an order, showing the values it held
*> when it went.
*> ---------------------------------------------------------------
0800-DELETE-ORDER.
    move OT-ORDER-ID to SO-ORDER-ID
    read order-master
        invalid key
            perform 0350-reject-transaction
            display "   MANDOMNT E016 - ORDER IS NOT ON THE MASTER"
        not invalid key
            move "OLD:" to ImageLabel
            perform 0900-show-order
            delete order-master
                invalid key
                    perform 0350-reject-transaction
                    display "   MANDOMNT E018 - DELETE FAILED, STATUS=" MasterStatus
                not invalid key
                    display "   DELETED"
            end-delete
    end-read.

*> ---------------------------------------------------------------
*> 0900-SHOW-ORDER - the register's two-line picture of the order
*> in the record area, headed OLD: or NEW:.
*> ---------------------------------------------------------------
0900-SHOW-ORDER.
    move spaces to FrequencyText
    evaluate true
        when SO-DAILY-ORDER
            move "DAILY" to FrequencyText
        when SO-WEEKLY-ORDER
            string "WEEKLY ON " delimited by size
                   SO-WEEKDAY delimited by size
                into FrequencyText
        when SO-MONTHLY-ORDER
            string "MONTHLY ON DAY " delimited by size
                   SO-MONTH-DAY delimited by size
                into FrequencyText
        when SO-MONTH-END-ORDER
            move "MONTH-END" to FrequencyText
    end-evaluate

    move spaces to SourceText
    if SO-PARM-DATASET is not equal to spaces
        string "CARD " delimited by size
               SO-PARM-DATASET delimited by space
            into SourceText
    else
        string "REGION " delimited by size
               SO-REGION-NAME delimited by space
            into SourceText
    end-if

    display "   " ImageLabel " " SO-ORDER-ID " OWNER " SO-OWNER-ID
        " PRIORITY " SO-PRIORITY " " FrequencyText
        " SUSPENDED " SO-SUSPENDED-FLAG " FORCE " SO-FORCE-RENDER
    display "        " SourceText
        " FROM " SO-START-DATE " TO " SO-END-DATE
        " ADDED " SO-ADDED-DATE " LAST " SO-LAST-GENERATED-DATE.

end program MandelbrotOrderMaint.
