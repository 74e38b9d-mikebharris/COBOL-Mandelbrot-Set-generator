identification division.
program-id. MandelbrotScheduler.

*> Mandelbrot Set standing-order scheduler
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> Run at the start of each batch window, ahead of
*> MandelbrotDispatch.  It reads every standing order on ORDMAST
*> and works through each day since the order was last dealt with,
*> up to and including today, so a day the scheduler did not run
*> is caught up rather than lost.  Each day an order falls due it
*> is enqueued on RENDQUE for its owner at its priority, exactly as
*> MandelbrotRequestIntake would have enqueued it by hand, under a
*> request id generated from the due date: S, the last digit of
*> the year, the day of the year and a three-digit sequence.  A
*> region order has its parameter card built from the REGNMAST row
*> the way MandelbrotTour renders it; a region name of *ALL
*> enqueues the whole master, one request per region.
*>
*> The order's last-generated date is rewritten as each day is
*> dealt with, so no day is enqueued twice.  A suspended order's
*> due days are passed over and counted.  A due day that cannot be
*> enqueued - the owner is not allowed the order's priority, or its
*> parameter card or region cannot be found, or not every region
*> of a whole tour could be enqueued - is skipped and left, with
*> the order's later days, for the next run to take up once the
*> fault is put right; the run then ends with return code 8.
*> A day caught up after its date is flagged so a late month-end
*> render is noticed before the deck it was for.
*>
*> The generation report lists every order and every day that fell
*> due, with the request ids enqueued, and closes with how many
*> days were due, enqueued, skipped or suspended.  Every request
*> enqueued is also appended to the MANDJRNL.LOG change journal
*> through MandelbrotJournal, so MandelbrotRecovery can rebuild
*> RENDQUE as at any moment from its last unload.

environment division.
input-output section.
file-control.
    select optional order-master assign to "ORDMAST"
        organization is indexed
        access mode is dynamic
        record key is SO-ORDER-ID
        file status is MasterStatus.

    select optional request-queue assign to "RENDQUE"
        organization is indexed
        access mode is dynamic
        record key is RQ-REQUEST-ID
        file status is QueueStatus.

    select optional region-master assign to "REGNMAST"
        organization is indexed
        access mode is dynamic
        record key is RG-REGION-NAME
        file status is RegionStatus.

    select parm-card-file assign to dynamic ParmDatasetName
        organization is line sequential
        file status is ParmStatus.

data division.
file section.
fd order-master.
copy "mandsord.cpy".

fd request-queue.
copy "mandrque.cpy".

fd region-master.
copy "mandrgn.cpy".

fd parm-card-file.
01 parm-card-record            pic X(450).

working-storage section.
copy "mandcard.cpy".

01 MasterStatus            pic X(2).
01 QueueStatus             pic X(2).
01 RegionStatus            pic X(2).
01 ParmStatus              pic X(2).
01 OrderEofSwitch          pic X(1) value "N".
    88 OrderEof              value "Y".
01 RegionEofSwitch         pic X(1).
    88 RegionEof             value "Y".
01 RegionMasterSwitch      pic X(1) value "N".
    88 RegionMasterReadable  value "Y".
01 OrderHaltSwitch         pic X(1).
    88 OrderHalted           value "Y".
01 DueSwitch               pic X(1).
    88 DayDue                value "Y".
01 DaySkipSwitch           pic X(1).
    88 DaySkipped            value "Y".
01 FreeIdSwitch            pic X(1).
    88 FreeIdFound           value "Y".

01 ParmDatasetName         pic X(44).
01 ParmCardImage           pic X(450).
01 RequestSource           pic X(50).
01 FrequencyText           pic X(24).

01 OrderCount              pic 9(5) usage comp-5 value zero.
01 DueCount                pic 9(5) usage comp-5 value zero.
01 EnqueuedCount           pic 9(5) usage comp-5 value zero.
01 LateCount               pic 9(5) usage comp-5 value zero.
01 SuspendedCount          pic 9(5) usage comp-5 value zero.
01 SkippedCount            pic 9(5) usage comp-5 value zero.
01 RefusedCount            pic 9(5) usage comp-5 value zero.
01 FailedRequestCount      pic 9(5) usage comp-5 value zero.
01 NotUpdatedCount         pic 9(5) usage comp-5 value zero.
01 UnjournalledCount       pic 9(5) usage comp-5 value zero.
01 OrderDueCount           pic 9(5) usage comp-5.
01 DayEnqueuedCount        pic 9(5) usage comp-5.
01 DayRegionCount          pic 9(5) usage comp-5.
01 DayFailedBaseCount      pic 9(5) usage comp-5.

*> the priority the order's requests go on the queue at - its own,
*> or 50 when the order carries none; the order row is not changed.
01 OrderPriority           pic 9(2).

*> the days of the order's catch-up window, the day under
*> consideration and the day after it - a day is the last of its
*> month when the day after it is the first.
01 TodayDate               pic 9(8).
01 FirstDate               pic 9(8).
01 LastDate                pic 9(8).
01 ProgressDate            pic 9(8).
01 DueDate                 pic 9(8).
01 DueDateParts redefines DueDate.
    05 DueYear              pic 9(4).
    05 DueMonth             pic 9(2).
    05 DueDay               pic 9(2).
01 NextDate                pic 9(8).
01 NextDateParts redefines NextDate.
    05 NextYear             pic 9(4).
    05 NextMonth            pic 9(2).
    05 NextDay              pic 9(2).
01 MonthLengthValues       pic X(24) value "312831303130313130313031".
01 MonthLengthTable redefines MonthLengthValues.
    05 MonthLength          pic 9(2) occurs 12 times.
01 DueMonthLength          pic 9(2).
01 LeapQuotient            pic 9(4) usage comp-5.
01 LeapRemainder           pic 9(4) usage comp-5.

*> the day serial counts on by one each day, and so does the day
*> of the week: serial remainder 0 is a Saturday.
01 WeekdayValues           pic X(21) value "SATSUNMONTUEWEDTHUFRI".
01 WeekdayTable redefines WeekdayValues.
    05 WeekdayName          pic X(3) occurs 7 times.
01 WeekdayIndex            pic 9(2) usage comp-5.
01 WeekdaySubscript        pic 9(2) usage comp-5.

*> the Gregorian day-serial pieces MandelbrotHousekeep uses.
01 SerialDate              pic 9(8).
01 SerialDateParts redefines SerialDate.
    05 SerialYear           pic 9(4).
    05 SerialMonth          pic 9(2).
    05 SerialDay            pic 9(2).
01 WorkYear                pic S9(5) usage comp-5.
01 WorkMonth               pic S9(3) usage comp-5.
01 WorkSerial              pic S9(9) usage comp-5.
01 DaySerial               pic S9(9) usage comp-5.
01 DueSerial               pic S9(9) usage comp-5.
01 SerialQuotient          pic S9(9) usage comp-5.

01 GeneratedRequestId.
    05 FILLER               pic X(1) value "S".
    05 GeneratedYearDigit   pic 9(1).
    05 GeneratedDayOfYear   pic 9(3).
    05 GeneratedSequence    pic 9(3).
01 RequestSequence         pic 9(4) usage comp-5.
01 DayOfYear               pic 9(3) usage comp-5.

01 StampTime.
    05 StampHH              pic 9(2).
    05 StampMM              pic 9(2).
    05 StampSS              pic 9(2).
    05 StampHS              pic 9(2).
01 StampTimeImage          pic X(8).

01 DisplayOrderCount         pic zzzz9.
01 DisplayDueCount           pic zzzz9.
01 DisplayEnqueuedCount      pic zzzz9.
01 DisplayLateCount          pic zzzz9.
01 DisplaySuspendedCount     pic zzzz9.
01 DisplaySkippedCount       pic zzzz9.
01 DisplayRefusedCount       pic zzzz9.
01 DisplayFailedRequestCount pic zzzz9.
01 DisplayNotUpdatedCount    pic zzzz9.
01 DisplayUnjournalledCount  pic zzzz9.

copy "mandalnk.cpy".
copy "mandjlnk.cpy".

procedure division.

0000-MAINLINE.
    display "MANDELBROT STANDING ORDERS - GENERATION REPORT"

    accept TodayDate from date yyyymmdd
    display "RUN DATE..................: " TodayDate

    open i-o order-master
    if MasterStatus is not equal to "00" and
            MasterStatus is not equal to "05"
        display "MANDSCHD E001 - STANDING-ORDER MASTER ORDMAST COULD NOT BE OPENED, STATUS=" MasterStatus
        move 8 to return-code
        stop run
    end-if

    open i-o request-queue
    if QueueStatus is not equal to "00" and
            QueueStatus is not equal to "05"
        display "MANDSCHD E002 - REQUEST QUEUE RENDQUE COULD NOT BE OPENED, STATUS=" QueueStatus
        close order-master
        move 8 to return-code
        stop run
    end-if

    *> only region orders need the region master, so one that
    *> cannot be opened fails those orders' days and no others.
    open input region-master
    if RegionStatus is equal to "00" or RegionStatus is equal to "05"
        move "Y" to RegionMasterSwitch
    end-if

    move low-values to SO-ORDER-ID
    start order-master key is not less than SO-ORDER-ID
        invalid key
            move "Y" to OrderEofSwitch
    end-start

    perform until OrderEof
        read order-master next record
            at end
                move "Y" to OrderEofSwitch
            not at end
                perform 0300-generate-order
        end-read
    end-perform

    if RegionMasterReadable
        close region-master
    end-if
    close request-queue
    close order-master

    move OrderCount to DisplayOrderCount
    move DueCount to DisplayDueCount
    move EnqueuedCount to DisplayEnqueuedCount
    move LateCount to DisplayLateCount
    move SuspendedCount to DisplaySuspendedCount
    move SkippedCount to DisplaySkippedCount
    move RefusedCount to DisplayRefusedCount
    move FailedRequestCount to DisplayFailedRequestCount
    move NotUpdatedCount to DisplayNotUpdatedCount
    move UnjournalledCount to DisplayUnjournalledCount
    display "ORDERS READ...............: " DisplayOrderCount
    display "DAYS DUE..................: " DisplayDueCount
    display "REQUESTS ENQUEUED.........: " DisplayEnqueuedCount
    display "   FOR DAYS CAUGHT UP.....: " DisplayLateCount
    display "DAYS SUSPENDED............: " DisplaySuspendedCount
    display "DAYS SKIPPED..............: " DisplaySkippedCount
    display "   NOT AUTHORISED.........: " DisplayRefusedCount
    display "REQUESTS NOT ENQUEUED.....: " DisplayFailedRequestCount
    display "ORDERS NOT UPDATED........: " DisplayNotUpdatedCount
    display "CHANGES NOT JOURNALLED....: " DisplayUnjournalledCount

    if SkippedCount is greater than zero or
            FailedRequestCount is greater than zero or
            NotUpdatedCount is greater than zero
        move 8 to return-code
    else
        if LateCount is greater than zero or
                UnjournalledCount is greater than zero
            move 4 to return-code
        end-if
    end-if

    stop run.

*> ---------------------------------------------------------------
*> 0300-GENERATE-ORDER - work one order through every day of its
*> catch-up window, printing its report entry as it goes.  A day
*> that has to be skipped halts the order there, so the order's
*> last-generated date still marks the last day truly dealt with.
*> ---------------------------------------------------------------
0300-GENERATE-ORDER.
    add 1 to OrderCount
    move zero to OrderDueCount
    move "N" to OrderHaltSwitch

    perform 0350-describe-order
    display "ORDER " SO-ORDER-ID " OWNER " SO-OWNER-ID
        " PRIORITY " SO-PRIORITY " " FrequencyText
    display "   " RequestSource

    perform 0320-set-window
    if FirstDate is greater than LastDate
        evaluate true
            when SO-START-DATE is greater than TodayDate
                display "   NOT DUE TO START UNTIL " SO-START-DATE
            when SO-END-DATE is greater than zero and
                    SO-END-DATE is less than FirstDate
                display "   ENDED ON " SO-END-DATE
            when other
                display "   ALREADY DEALT WITH THROUGH " SO-LAST-GENERATED-DATE
        end-evaluate
        exit paragraph
    end-if

    move FirstDate to SerialDate
    perform 0900-compute-day-serial
    divide DaySerial by 7 giving SerialQuotient
        remainder WeekdayIndex

    move FirstDate to DueDate
    perform until DueDate is greater than LastDate or OrderHalted
        perform 0950-compute-next-date
        perform 0400-consider-day
        move NextDate to DueDate
        add 1 to WeekdayIndex
        if WeekdayIndex is equal to 7
            move zero to WeekdayIndex
        end-if
    end-perform

    if not OrderHalted
        move LastDate to ProgressDate
        perform 0700-record-progress
        if OrderDueCount is equal to zero
            display "   NOTHING DUE FROM " FirstDate " THROUGH " LastDate
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0320-SET-WINDOW - the days this run deals with: from the day
*> after the order was last dealt with - or, for an order never
*> yet dealt with, the day it was added - but never before its
*> start date, through today or its end date if that is sooner.
*> ---------------------------------------------------------------
0320-SET-WINDOW.
    if SO-LAST-GENERATED-DATE is numeric and
            SO-LAST-GENERATED-DATE is greater than zero
        move SO-LAST-GENERATED-DATE to DueDate
        perform 0950-compute-next-date
        move NextDate to FirstDate
    else
        if SO-ADDED-DATE is numeric and
                SO-ADDED-DATE is greater than zero
            move SO-ADDED-DATE to FirstDate
        else
            move TodayDate to FirstDate
        end-if
    end-if
    if SO-START-DATE is greater than FirstDate
        move SO-START-DATE to FirstDate
    end-if

    move TodayDate to LastDate
    if SO-END-DATE is greater than zero and
            SO-END-DATE is less than LastDate
        move SO-END-DATE to LastDate
    end-if.

*> ---------------------------------------------------------------
*> 0350-DESCRIBE-ORDER - the order's schedule and what it renders,
*> in words, for its report entry and its queue register line.
*> ---------------------------------------------------------------
0350-DESCRIBE-ORDER.
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

    move spaces to RequestSource
    if SO-PARM-DATASET is not equal to spaces
        string "CARD " delimited by size
               SO-PARM-DATASET delimited by space
            into RequestSource
    else
        string "REGION " delimited by size
               SO-REGION-NAME delimited by space
            into RequestSource
    end-if.

*> ---------------------------------------------------------------
*> 0400-CONSIDER-DAY - one day of the window: nothing when the
*> order is not due, a suspended entry when it is suspended,
*> otherwise the day's requests are enqueued or the day skipped.
*> ---------------------------------------------------------------
0400-CONSIDER-DAY.
    perform 0450-test-due
    if not DayDue
        exit paragraph
    end-if
    add 1 to DueCount
    add 1 to OrderDueCount

    if SO-SUSPENDED
        add 1 to SuspendedCount
        display "   DUE " DueDate " - SUSPENDED, NOTHING ENQUEUED"
        move DueDate to ProgressDate
        perform 0700-record-progress
        exit paragraph
    end-if

    display "   DUE " DueDate
    perform 0500-enqueue-day

    if DaySkipped
        add 1 to SkippedCount
        move "Y" to OrderHaltSwitch
        display "      SKIPPED - THIS DAY AND THE ORDER'S LATER DAYS ARE LEFT FOR THE NEXT RUN"
    else
        if DueDate is less than TodayDate
            add DayEnqueuedCount to LateCount
            display "      MANDSCHD W001 - " DueDate
                " WAS MISSED BY EARLIER RUNS AND HAS BEEN CAUGHT UP"
        end-if
        move DueDate to ProgressDate
        perform 0700-record-progress
    end-if.

*> ---------------------------------------------------------------
*> 0450-TEST-DUE - whether the order falls due on DueDate.  A
*> monthly order asking for a day its month does not have, the
*> 31st in a thirty-day month say, falls due on the month's last.
*> ---------------------------------------------------------------
0450-TEST-DUE.
    move "N" to DueSwitch
    evaluate true
        when SO-DAILY-ORDER
            move "Y" to DueSwitch
        when SO-WEEKLY-ORDER
            compute WeekdaySubscript = WeekdayIndex + 1
            if WeekdayName(WeekdaySubscript) is equal to SO-WEEKDAY
                move "Y" to DueSwitch
            end-if
        when SO-MONTHLY-ORDER
            if DueDay is equal to SO-MONTH-DAY
                move "Y" to DueSwitch
            end-if
            if NextDay is equal to 1 and
                    DueDay is less than SO-MONTH-DAY
                move "Y" to DueSwitch
            end-if
        when SO-MONTH-END-ORDER
            if NextDay is equal to 1
                move "Y" to DueSwitch
            end-if
    end-evaluate.

*> ---------------------------------------------------------------
*> 0500-ENQUEUE-DAY - the day's checks, then its request - or, for
*> a whole tour, one request per region.  A day with nothing
*> enqueued is skipped, and so is a tour day on which any region's
*> request could not be written, so the next run enqueues the
*> whole tour for that day again rather than the day being marked
*> dealt with while regions are missing from it.
*> ---------------------------------------------------------------
0500-ENQUEUE-DAY.
    move "N" to DaySkipSwitch
    move zero to DayEnqueuedCount
    move FailedRequestCount to DayFailedBaseCount

    perform 0520-check-priority-authority
    if DaySkipped
        exit paragraph
    end-if

    if SO-PARM-DATASET is not equal to spaces
        perform 0540-read-parameter-card
        if not DaySkipped
            move ParmCardImage to MANDELBROT-PARM-CARD
            if SO-FRESH-RENDER-ASKED
                move "Y" to PC-FORCE-RENDER
            end-if
            perform 0600-write-queue-record
        end-if
    else
        if not RegionMasterReadable
            display "      MANDSCHD E005 - REGION MASTER REGNMAST COULD NOT BE OPENED, STATUS=" RegionStatus
            move "Y" to DaySkipSwitch
        else
            if SO-WHOLE-TOUR
                perform 0560-enqueue-tour
            else
                move SO-REGION-NAME to RG-REGION-NAME
                read region-master
                    invalid key
                        display "      MANDSCHD E006 - REGION " SO-REGION-NAME
                            " IS NOT ON THE REGION MASTER"
                        move "Y" to DaySkipSwitch
                    not invalid key
                        perform 0650-build-region-card
                        perform 0600-write-queue-record
                end-read
            end-if
        end-if
    end-if

    if DayEnqueuedCount is equal to zero
        move "Y" to DaySkipSwitch
    end-if

    if FailedRequestCount is greater than DayFailedBaseCount and
            DayEnqueuedCount is greater than zero
        display "      MANDSCHD E011 - NOT EVERY REGION OF THE TOUR COULD BE ENQUEUED FOR " DueDate
        display "      MANDSCHD E011 - THE NEXT RUN ENQUEUES THE DAY'S WHOLE TOUR AGAIN"
        move "Y" to DaySkipSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0520-CHECK-PRIORITY-AUTHORITY - the order's priority must be
*> one its owner is allowed today, judged exactly as an intake
*> card's is; a refusal is already on the security log when
*> MandelbrotAuthority hands it back.
*> ---------------------------------------------------------------
0520-CHECK-PRIORITY-AUTHORITY.
    if SO-PRIORITY is not numeric or SO-PRIORITY is equal to zero
        move 50 to OrderPriority
    else
        move SO-PRIORITY to OrderPriority
    end-if

    move "Q" to AL-FUNCTION
    move SO-OWNER-ID to AL-USER-ID
    move spaces to AL-MASTER-NAME
    move space to AL-ACTION
    move OrderPriority to AL-PRIORITY
    move "MandelbrotScheduler" to AL-PROGRAM-NAME
    move SO-ORDER-ID to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST
    if AL-RETURN-CODE is not equal to zero
        add 1 to RefusedCount
        display "      MANDSCHD E003 - NOT AUTHORISED: " AL-REASON-TEXT
        move "Y" to DaySkipSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0540-READ-PARAMETER-CARD - pick up the order's parameter card
*> unchanged, as intake picks up a card's; it is read afresh each
*> day, so a card edited between runs is enqueued as it now is.
*> ---------------------------------------------------------------
0540-READ-PARAMETER-CARD.
    move SO-PARM-DATASET to ParmDatasetName
    move spaces to ParmCardImage

    open input parm-card-file
    if ParmStatus is equal to "00"
        read parm-card-file into ParmCardImage
            at end
                move spaces to ParmCardImage
        end-read
        close parm-card-file
    end-if

    if ParmCardImage is equal to spaces
        display "      MANDSCHD E004 - PARAMETER DATASET " ParmDatasetName
        display "      MANDSCHD E004 - IS MISSING OR CARRIES NO PARAMETER CARD"
        move "Y" to DaySkipSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0560-ENQUEUE-TOUR - one request for every region on the master,
*> in key order, the way MandelbrotTour tours it.  A region whose
*> request cannot be written is reported and the tour carries on.
*> ---------------------------------------------------------------
0560-ENQUEUE-TOUR.
    move zero to DayRegionCount
    move "N" to RegionEofSwitch
    move low-values to RG-REGION-NAME
    start region-master key is not less than RG-REGION-NAME
        invalid key
            move "Y" to RegionEofSwitch
    end-start

    perform until RegionEof
        read region-master next record
            at end
                move "Y" to RegionEofSwitch
            not at end
                add 1 to DayRegionCount
                perform 0650-build-region-card
                perform 0600-write-queue-record
        end-read
    end-perform

    if DayRegionCount is equal to zero
        display "      MANDSCHD E007 - THE REGION MASTER HOLDS NO REGIONS TO TOUR"
        move "Y" to DaySkipSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0600-WRITE-QUEUE-RECORD - enqueue the card in MANDELBROT-PARM-
*> CARD as a pending request for the order's owner, stamped the
*> way intake stamps a request.
*> ---------------------------------------------------------------
0600-WRITE-QUEUE-RECORD.
    perform 0620-find-free-request-id
    if not FreeIdFound
        display "      MANDSCHD E008 - NO REQUEST ID IS FREE FOR " DueDate
        add 1 to FailedRequestCount
        exit paragraph
    end-if

    move spaces to MANDELBROT-RENDER-REQUEST
    move GeneratedRequestId to RQ-REQUEST-ID
    move "P" to RQ-STATUS
    move OrderPriority to RQ-PRIORITY
    move SO-OWNER-ID to RQ-USER-ID

    accept RQ-ENQUEUED-DATE from date yyyymmdd
    accept StampTime from time
    perform 0800-edit-time-stamp
    move StampTimeImage to RQ-ENQUEUED-TIME
    move zero to RQ-DISPATCHED-DATE
    move spaces to RQ-DISPATCHED-TIME
    move zero to RQ-FINISHED-DATE
    move spaces to RQ-FINISHED-TIME
    move zero to RQ-RENDER-RC
    move MANDELBROT-PARM-CARD to RQ-PARM-CARD
    move "N" to RQ-SERVED-SWITCH
    move spaces to RQ-SERVED-BASE-NAME
    move zero to RQ-SERVED-GENERATION
    move zero to RQ-SAVED-SECONDS

    write MANDELBROT-RENDER-REQUEST
        invalid key
            display "      MANDSCHD E009 - REQUEST " RQ-REQUEST-ID
                " COULD NOT BE WRITTEN, STATUS=" QueueStatus
            add 1 to FailedRequestCount
        not invalid key
            add 1 to EnqueuedCount
            add 1 to DayEnqueuedCount
            move RQ-REQUEST-ID to SO-LAST-REQUEST-ID
            if SO-WHOLE-TOUR
                display "      ENQUEUED " RQ-REQUEST-ID " PRIORITY "
                    RQ-PRIORITY " REGION " RG-REGION-NAME
            else
                display "      ENQUEUED " RQ-REQUEST-ID " PRIORITY "
                    RQ-PRIORITY
            end-if
            perform 0640-journal-enqueue
    end-write.

*> ---------------------------------------------------------------
*> 0620-FIND-FREE-REQUEST-ID - the first of the due date's request
*> ids, sequence 001 upwards, not already on the queue.
*> ---------------------------------------------------------------
0620-FIND-FREE-REQUEST-ID.
    move DueDate to SerialDate
    perform 0900-compute-day-serial
    move DaySerial to DueSerial
    move DueYear to SerialYear
    move 1 to SerialMonth
    move 1 to SerialDay
    perform 0900-compute-day-serial
    compute DayOfYear = DueSerial - DaySerial + 1
    move DayOfYear to GeneratedDayOfYear
    divide DueYear by 10 giving LeapQuotient
        remainder LeapRemainder
    move LeapRemainder to GeneratedYearDigit

    move "N" to FreeIdSwitch
    move 1 to RequestSequence
    perform until FreeIdFound or RequestSequence is greater than 999
        move RequestSequence to GeneratedSequence
        move GeneratedRequestId to RQ-REQUEST-ID
        read request-queue
            invalid key
                move "Y" to FreeIdSwitch
            not invalid key
                add 1 to RequestSequence
        end-read
    end-perform.

*> ---------------------------------------------------------------
*> 0640-JOURNAL-ENQUEUE - append the new request's after-image to
*> the change journal, under the request id as intake journals it.
*> ---------------------------------------------------------------
0640-JOURNAL-ENQUEUE.
    move "RENDQUE" to JL-MASTER-NAME
    move "A" to JL-ACTION
    move RQ-REQUEST-ID to JL-JOB-ID
    move RQ-USER-ID to JL-USER-ID
    move "MandelbrotScheduler" to JL-PROGRAM-NAME
    move RQ-REQUEST-ID to JL-RECORD-KEY
    move spaces to JL-BEFORE-IMAGE
    move MANDELBROT-RENDER-REQUEST to JL-AFTER-IMAGE
    call "MandelbrotJournal" using MANDELBROT-JOURNAL-REQUEST
    if JL-RETURN-CODE is not equal to zero
        add 1 to UnjournalledCount
    end-if.

*> ---------------------------------------------------------------
*> 0650-BUILD-REGION-CARD - the parameter card that renders the
*> region row in the record area the way MandelbrotTour renders
*> it, region-named datasets and the tour's audit trail included.
*> ---------------------------------------------------------------
0650-BUILD-REGION-CARD.
    move spaces to MANDELBROT-PARM-CARD
    move RG-REAL-PLANE-MIN to PC-REAL-PLANE-MIN
    move RG-REAL-PLANE-MAX to PC-REAL-PLANE-MAX
    move RG-IMAGINARY-PLANE-MIN to PC-IMAGINARY-PLANE-MIN
    move RG-IMAGINARY-PLANE-MAX to PC-IMAGINARY-PLANE-MAX
    move RG-RESOLUTION-X to PC-RESOLUTION-X
    move RG-RESOLUTION-Y to PC-RESOLUTION-Y
    move RG-ITERATIONS-MAX to PC-ITERATIONS-MAX
    move RG-THRESHOLD to PC-THRESHOLD

    string RG-REGION-NAME delimited by space
           ".DAT" delimited by size
        into PC-OUTPUT-DATASET
    string RG-REGION-NAME delimited by space
           ".PGM" delimited by size
        into PC-PGM-DATASET
    move "MANDTOUR.AUD" to PC-AUDIT-DATASET
    if RG-OUTPUT-MODE is not equal to space
        move RG-OUTPUT-MODE to PC-OUTPUT-MODE
    else
        move "C" to PC-OUTPUT-MODE
    end-if
    move SO-OWNER-ID to PC-USER-ID

    if RG-FRACTAL-TYPE is not equal to space
        move RG-FRACTAL-TYPE to PC-FRACTAL-TYPE
    else
        move "M" to PC-FRACTAL-TYPE
    end-if
    move zero to PC-JULIA-REAL
    move zero to PC-JULIA-IMAGINARY
    if RG-JULIA-FRACTAL
        move RG-JULIA-REAL to PC-JULIA-REAL
        move RG-JULIA-IMAGINARY to PC-JULIA-IMAGINARY
    end-if

    if RG-SAMPLING-FACTOR is numeric and
            RG-SAMPLING-FACTOR is greater than zero
        move RG-SAMPLING-FACTOR to PC-SAMPLING-FACTOR
    else
        move 1 to PC-SAMPLING-FACTOR
    end-if
    move zero to PC-BAND-FIRST-ROW
    move zero to PC-BAND-LAST-ROW
    if RG-PROGRESS-INTERVAL is numeric
        move RG-PROGRESS-INTERVAL to PC-PROGRESS-INTERVAL
    else
        move zero to PC-PROGRESS-INTERVAL
    end-if
    move RG-PALETTE-NAME to PC-PALETTE-NAME

    *> the EXT columns ride on the card only when all four are
    *> filled in; otherwise an extended region renders from its
    *> plane columns, as it does on the tour.
    if RG-EXTENDED-PRECISION
        move "E" to PC-PRECISION-MODE
        if RG-EXT-REAL-PLANE-MIN is numeric and
                RG-EXT-REAL-PLANE-MAX is numeric and
                RG-EXT-IMAGINARY-PLANE-MIN is numeric and
                RG-EXT-IMAGINARY-PLANE-MAX is numeric
            move RG-EXT-REAL-PLANE-MIN to PC-EXT-REAL-PLANE-MIN
            move RG-EXT-REAL-PLANE-MAX to PC-EXT-REAL-PLANE-MAX
            move RG-EXT-IMAGINARY-PLANE-MIN to PC-EXT-IMAGINARY-PLANE-MIN
            move RG-EXT-IMAGINARY-PLANE-MAX to PC-EXT-IMAGINARY-PLANE-MAX
        end-if
    end-if

    if SO-FRESH-RENDER-ASKED
        move "Y" to PC-FORCE-RENDER
    end-if.

*> ---------------------------------------------------------------
*> 0700-RECORD-PROGRESS - move the order's last-generated date on
*> to ProgressDate.  It is rewritten as each due day is dealt with,
*> not once at the end, so a run that fails part-way leaves the
*> order marked exactly as far as its requests went.
*> ---------------------------------------------------------------
0700-RECORD-PROGRESS.
    if SO-LAST-GENERATED-DATE is numeric and
            ProgressDate is not greater than SO-LAST-GENERATED-DATE
        exit paragraph
    end-if

    move ProgressDate to SO-LAST-GENERATED-DATE
    rewrite MANDELBROT-STANDING-ORDER
        invalid key
            display "      MANDSCHD E010 - ORDER " SO-ORDER-ID
                " COULD NOT BE REWRITTEN, STATUS=" MasterStatus
            display "      MANDSCHD E010 - ITS REQUESTS THROUGH " ProgressDate
                " WILL BE ENQUEUED AGAIN BY THE NEXT RUN"
            add 1 to NotUpdatedCount
            move "Y" to OrderHaltSwitch
    end-rewrite.

*> ---------------------------------------------------------------
*> 0800-EDIT-TIME-STAMP - the HH:MM:SS image every queue stamp
*> carries, matching the form the audit trail records times in.
*> ---------------------------------------------------------------
0800-EDIT-TIME-STAMP.
    move spaces to StampTimeImage
    string StampHH delimited by size
           ":" delimited by size
           StampMM delimited by size
           ":" delimited by size
           StampSS delimited by size
        into StampTimeImage.

*> ---------------------------------------------------------------
*> 0900-COMPUTE-DAY-SERIAL - the running day count of the date in
*> SerialDate, by the standard shifted-month formula: January and
*> February count as months 13 and 14 of the year before, which
*> puts the leap day at the end of the cycle.
*> ---------------------------------------------------------------
0900-COMPUTE-DAY-SERIAL.
    move SerialYear to WorkYear
    move SerialMonth to WorkMonth
    if WorkMonth is less than 3
        subtract 1 from WorkYear
        add 12 to WorkMonth
    end-if

    compute DaySerial = 365 * WorkYear
    compute WorkSerial = WorkYear / 4
    add WorkSerial to DaySerial
    compute WorkSerial = WorkYear / 100
    subtract WorkSerial from DaySerial
    compute WorkSerial = WorkYear / 400
    add WorkSerial to DaySerial
    compute WorkSerial = (153 * (WorkMonth + 1)) / 5
    add WorkSerial to DaySerial
    add SerialDay to DaySerial.

*> ---------------------------------------------------------------
*> 0950-COMPUTE-NEXT-DATE - NextDate is the day after DueDate,
*> month lengths and leap years included.
*> ---------------------------------------------------------------
0950-COMPUTE-NEXT-DATE.
    move MonthLength(DueMonth) to DueMonthLength
    if DueMonth is equal to 2
        divide DueYear by 4 giving LeapQuotient
            remainder LeapRemainder
        if LeapRemainder is equal to zero
            move 29 to DueMonthLength
            divide DueYear by 100 giving LeapQuotient
                remainder LeapRemainder
            if LeapRemainder is equal to zero
                move 28 to DueMonthLength
                divide DueYear by 400 giving LeapQuotient
                    remainder LeapRemainder
                if LeapRemainder is equal to zero
                    move 29 to DueMonthLength
                end-if
            end-if
        end-if
    end-if

    move DueDate to NextDate
    if DueDay is less than DueMonthLength
        add 1 to NextDay
    else
        move 1 to NextDay
        if DueMonth is less than 12
            add 1 to NextMonth
        else
            move 1 to NextMonth
            add 1 to NextYear
        end-if
    end-if.

end program MandelbrotScheduler.
