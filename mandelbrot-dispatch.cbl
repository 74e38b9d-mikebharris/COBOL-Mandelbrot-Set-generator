*> request is applied exactly the way MandelbrotSet applies a
*> PARMCARD, so a request renders the same picture the same card
*> would have produced submitted by hand.
*>
*> Analysts resubmit the same ZOOMPARM often enough that a real
*> share of the window went to rendering pictures already on
*> disk.  Before a request is rendered the dispatcher now asks
*> MandelbrotCatalogue for an earlier generation rendered under
*> exactly the same parameter set, and puts that generation's
*> datasets through the checks MandelbrotReconcile makes.  When
*> they pass the request is marked complete without an engine
*> call, served from the earlier render, and the queue record
*> names the catalogue generation that answers it and the seconds
*> that render took; the register closes with how many requests
*> were served that way and the machine time saved.  A card
*> asking for a fresh render, a banded step, or an earlier render
*> whose datasets no longer reconcile is rendered as before.
*>
*> Each lifecycle step written back to RENDQUE is also appended to
*> the MANDJRNL.LOG change journal through MandelbrotJournal, so
*> MandelbrotRecovery can rebuild the queue as at any moment from
*> its last unload.

environment division.
input-output section.
        record key is RQ-REQUEST-ID
        file status is QueueStatus.

    select optional grid-file assign to dynamic VerifyDatasetName
        organization is sequential.

    select optional pgm-file assign to dynamic VerifyDatasetName
        organization is line sequential.

    select optional iteration-file assign to dynamic VerifyDatasetName
        organization is sequential.

data division.
file section.
fd request-queue.
copy "mandrque.cpy".

fd grid-file.
copy "mandout.cpy".

fd pgm-file.
01 pgm-record                  pic X(8000).

fd iteration-file.
copy "manditer.cpy".

working-storage section.
copy "mandparm.cpy".
copy "mandcard.cpy".
01 DispatchedCount         pic 9(3) usage comp-5 value zero.
01 CompletedCount          pic 9(3) usage comp-5 value zero.
01 FailedCount             pic 9(3) usage comp-5 value zero.
01 UnjournalledCount       pic 9(3) usage comp-5 value zero.

01 OutputDatasetBaseName   pic X(44).

01 DisplayPendingCount       pic zzz9.
01 DisplayCompletedCount     pic zzz9.
01 DisplayFailedCount        pic zzz9.
01 DisplayUnjournalledCount  pic zzz9.

*> a request served from an earlier render: the catalogue match,
*> the reconciliation of its datasets, and the window's savings.
copy "mandclnk.cpy".
copy "mandjlnk.cpy".
01 ServedSwitch            pic X(1).
    88 RequestServed         value "Y".
01 VerifySwitch            pic X(1).
    88 VerifyFailed          value "Y".
01 VerifyEofSwitch         pic X(1).
    88 VerifyEof             value "Y".
01 VerifyDatasetName       pic X(44).
01 RowsFound               pic 9(7) usage comp-5.
01 PgmLineCount            pic 9(7) usage comp-5.
01 PgmWidthImage           pic X(5).
01 PgmHeightImage          pic X(5).
01 PgmWidth                pic 9(5).
01 PgmHeight               pic 9(5).
01 ServedCount             pic 9(3) usage comp-5 value zero.
01 SecondsSaved            pic 9(9)V9(2) usage comp-5 value zero.
01 DisplayServedCount        pic zzz9.
01 DisplaySecondsSaved       pic zzzzzzzz9.99.
01 DisplayServedGeneration   pic 9(4).

procedure division.

    move FailedCount to DisplayFailedCount
    display "PENDING REQUESTS TAKEN....: " DisplayPendingCount
    display "REQUESTS COMPLETED........: " DisplayCompletedCount
    move ServedCount to DisplayServedCount
    move SecondsSaved to DisplaySecondsSaved
    display "   SERVED FROM EARLIER....: " DisplayServedCount
    display "REQUESTS FAILED...........: " DisplayFailedCount
    display "ESTIMATED SECONDS SAVED...: " DisplaySecondsSaved
    move UnjournalledCount to DisplayUnjournalledCount
    display "CHANGES NOT JOURNALLED....: " DisplayUnjournalledCount
    if PendingTableOverflowed
        display "MANDDISP W001 - MORE THAN 200 PENDING REQUESTS; THE LOWEST-RANKED WAIT FOR THE NEXT WINDOW"
    end-if
        display "NO PENDING REQUESTS ARE ON THE QUEUE"
    end-if

    if UnjournalledCount is greater than zero and
            WorstReturnCode is less than 4
        move 4 to WorstReturnCode
    end-if
    move WorstReturnCode to return-code

    stop run.
            " PRIORITY " RQ-PRIORITY " USER " RQ-USER-ID

        perform 0900-take-time-stamp
        move MANDELBROT-RENDER-REQUEST to JL-BEFORE-IMAGE
        move "D" to RQ-STATUS
        move StampDate to RQ-DISPATCHED-DATE
        move StampTimeImage to RQ-DISPATCHED-TIME
            invalid key
                display "MANDDISP E002 - REQUEST " RQ-REQUEST-ID
                    " COULD NOT BE MARKED DISPATCHED, STATUS=" QueueStatus
            not invalid key
                perform 0950-journal-change
        end-rewrite

        perform 0500-set-default-parameters
        perform 0600-apply-parameter-card

        *> a banded step's datasets are deliberate partials, and a
        *> card asking for a fresh render means it.
        move "N" to ServedSwitch
        if not MP-BANDED-RENDER and not PC-FRESH-RENDER-ASKED
            perform 0700-find-earlier-render
        end-if

        move MANDELBROT-RENDER-REQUEST to JL-BEFORE-IMAGE
        if RequestServed
            perform 0900-take-time-stamp
            move StampDate to RQ-FINISHED-DATE
            move StampTimeImage to RQ-FINISHED-TIME
            move "C" to RQ-STATUS
            move zero to RQ-RENDER-RC
            move zero to MP-RETURN-CODE
            move "Y" to RQ-SERVED-SWITCH
            move CR-BASE-NAME to RQ-SERVED-BASE-NAME
            move CR-GENERATION to RQ-SERVED-GENERATION
            move CR-ELAPSED-SECONDS to RQ-SAVED-SECONDS
            add 1 to CompletedCount
            add 1 to ServedCount
            add CR-ELAPSED-SECONDS to SecondsSaved
            move CR-GENERATION to DisplayServedGeneration
            display "MANDDISP - REQUEST " RQ-REQUEST-ID
                " COMPLETE, SERVED FROM EARLIER RENDER "
                CR-BASE-NAME(1:30) " G" DisplayServedGeneration
        else
            move "N" to RQ-SERVED-SWITCH
            move spaces to RQ-SERVED-BASE-NAME
            move zero to RQ-SERVED-GENERATION
            move zero to RQ-SAVED-SECONDS

            call "MandelbrotRender" using MANDELBROT-PARAMETERS

            perform 0900-take-time-stamp
            move StampDate to RQ-FINISHED-DATE
            move StampTimeImage to RQ-FINISHED-TIME
            if MP-RETURN-CODE is equal to zero
                move "C" to RQ-STATUS
                move zero to RQ-RENDER-RC
                add 1 to CompletedCount
                display "MANDDISP - REQUEST " RQ-REQUEST-ID " COMPLETE"
            else
                move "F" to RQ-STATUS
                move MP-RETURN-CODE to RQ-RENDER-RC
                add 1 to FailedCount
                display "MANDDISP - REQUEST " RQ-REQUEST-ID
                    " FAILED, RC=" MP-RETURN-CODE
            end-if
        end-if
        rewrite MANDELBROT-RENDER-REQUEST
            invalid key
                display "MANDDISP E003 - REQUEST " RQ-REQUEST-ID
                    " COULD NOT BE MARKED FINISHED, STATUS=" QueueStatus
            not invalid key
                perform 0950-journal-change
        end-rewrite

        if MP-RETURN-CODE is greater than WorstReturnCode
    move "MANDOUT.AUD" to mp-audit-dataset
    move spaces to mp-palette-name
    move space to mp-budget-override
    move zero to mp-queue-priority
    move space to mp-precision-mode
    move zero to mp-ext-real-plane-min
    move zero to mp-ext-real-plane-max
    move zero to mp-ext-imaginary-plane-min
    move zero to mp-ext-imaginary-plane-max
    move spaces to mp-prior-iteration-dataset

    *> the queue record's submitting user is the run's user id, so
    *> the audit trail charges the analyst who enqueued the work,
    *> id stands in for the job id, which is how an audit line is
    *> traced back to its queue entry.
    move RQ-USER-ID to mp-user-id
    move RQ-REQUEST-ID to mp-job-id

    *> the priority the request was queued at rides through to the
    *> audit line, where the monthly chargeback prices it.
    move RQ-PRIORITY to mp-queue-priority.

*> ---------------------------------------------------------------
*> 0600-APPLY-PARAMETER-CARD - the enqueued card supplies the

    if PC-BUDGET-OVERRIDE is not equal to space
        move PC-BUDGET-OVERRIDE to mp-budget-override
    end-if

    if PC-PRECISION-MODE is not equal to space
        move PC-PRECISION-MODE to mp-precision-mode
    end-if
    if MP-EXTENDED-PRECISION
        perform 0650-apply-extended-window
    end-if.

*> ---------------------------------------------------------------
*> 0650-APPLY-EXTENDED-WINDOW - an extended card's EXT columns,
*> when all four are filled in, carry its window and win over the
*> nine-place plane columns, exactly as MandelbrotSet's
*> 0350-APPLY-EXTENDED-WINDOW applies them.
*> ---------------------------------------------------------------
0650-APPLY-EXTENDED-WINDOW.
    move mp-real-plane-min to mp-ext-real-plane-min
    move mp-real-plane-max to mp-ext-real-plane-max
    move mp-imaginary-plane-min to mp-ext-imaginary-plane-min
    move mp-imaginary-plane-max to mp-ext-imaginary-plane-max

    if PC-EXT-REAL-PLANE-MIN is numeric and
            PC-EXT-REAL-PLANE-MAX is numeric and
            PC-EXT-IMAGINARY-PLANE-MIN is numeric and
            PC-EXT-IMAGINARY-PLANE-MAX is numeric
        move PC-EXT-REAL-PLANE-MIN to mp-ext-real-plane-min
        move PC-EXT-REAL-PLANE-MAX to mp-ext-real-plane-max
        move PC-EXT-IMAGINARY-PLANE-MIN to mp-ext-imaginary-plane-min
        move PC-EXT-IMAGINARY-PLANE-MAX to mp-ext-imaginary-plane-max
        move PC-EXT-REAL-PLANE-MIN to mp-real-plane-min
        move PC-EXT-REAL-PLANE-MAX to mp-real-plane-max
        move PC-EXT-IMAGINARY-PLANE-MIN to mp-imaginary-plane-min
        move PC-EXT-IMAGINARY-PLANE-MAX to mp-imaginary-plane-max
    end-if.

*> ---------------------------------------------------------------
*> 0700-FIND-EARLIER-RENDER - ask the catalogue for the newest
*> generation rendered under this request's exact parameter set
*> and holding every dataset its OUTPUT-MODE asks for, then prove
*> those datasets still hold what the catalogue says they do.
*> ---------------------------------------------------------------
0700-FIND-EARLIER-RENDER.
    move "M" to CR-FUNCTION
    move "N" to CR-DAT-FLAG
    move "N" to CR-PGM-FLAG
    move "N" to CR-ITR-FLAG
    if MP-CHAR-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
        move "Y" to CR-DAT-FLAG
    end-if
    if MP-PGM-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
        move "Y" to CR-PGM-FLAG
    end-if
    if MP-ITER-OUTPUT-MODE
        move "Y" to CR-ITR-FLAG
    end-if
    move mp-real-plane-min to CR-REAL-PLANE-MIN
    move mp-real-plane-max to CR-REAL-PLANE-MAX
    move mp-imaginary-plane-min to CR-IMAGINARY-PLANE-MIN
    move mp-imaginary-plane-max to CR-IMAGINARY-PLANE-MAX
    move mp-precision-mode to CR-PRECISION-MODE
    move mp-ext-real-plane-min to CR-EXT-REAL-PLANE-MIN
    move mp-ext-real-plane-max to CR-EXT-REAL-PLANE-MAX
    move mp-ext-imaginary-plane-min to CR-EXT-IMAGINARY-PLANE-MIN
    move mp-ext-imaginary-plane-max to CR-EXT-IMAGINARY-PLANE-MAX
    move mp-resolution-x to CR-RESOLUTION-X
    move mp-resolution-y to CR-RESOLUTION-Y
    move mp-iterations-max to CR-ITERATIONS-MAX
    move mp-threshold to CR-THRESHOLD
    move mp-fractal-type to CR-FRACTAL-TYPE
    move mp-julia-real to CR-JULIA-REAL
    move mp-julia-imaginary to CR-JULIA-IMAGINARY
    move mp-sampling-factor to CR-SAMPLING-FACTOR
    move mp-palette-name to CR-PALETTE-NAME
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is not equal to zero
        exit paragraph
    end-if

    move "N" to VerifySwitch
    if CR-DAT-WRITTEN
        move CR-OUTPUT-DATASET to VerifyDatasetName
        perform 0720-verify-character-grid
    end-if
    if CR-PGM-WRITTEN and not VerifyFailed
        move CR-PGM-DATASET to VerifyDatasetName
        perform 0730-verify-pgm
    end-if
    if CR-ITR-WRITTEN and not VerifyFailed
        move CR-ITERATION-DATASET to VerifyDatasetName
        perform 0740-verify-iteration-dataset
    end-if

    move CR-GENERATION to DisplayServedGeneration
    if VerifyFailed
        display "MANDDISP W006 - EARLIER RENDER " CR-BASE-NAME(1:30)
            " G" DisplayServedGeneration " MATCHES BUT " VerifyDatasetName
        display "MANDDISP W006 - NO LONGER RECONCILES; THE REQUEST IS RENDERED AFRESH"
    else
        move "Y" to ServedSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0720-VERIFY-CHARACTER-GRID - exactly RESY rows, MO-ROW-NUMBER
*> running 0 through RESY-1 in order, as MandelbrotReconcile's
*> 0500-VERIFY-CHARACTER-GRID demands.
*> ---------------------------------------------------------------
0720-VERIFY-CHARACTER-GRID.
    move zero to RowsFound
    move "N" to VerifyEofSwitch

    open input grid-file
    perform until VerifyEof
        read grid-file
            at end
                move "Y" to VerifyEofSwitch
            not at end
                if mo-row-number is not equal to RowsFound
                    move "Y" to VerifySwitch
                end-if
                add 1 to RowsFound
        end-read
    end-perform
    close grid-file

    if RowsFound is not equal to mp-resolution-y
        move "Y" to VerifySwitch
    end-if.

*> ---------------------------------------------------------------
*> 0730-VERIFY-PGM - the P2 magic number, width/height against
*> the resolution, the 255 grey ceiling and RESY grey rows, as
*> MandelbrotReconcile's 0600-VERIFY-PGM demands.
*> ---------------------------------------------------------------
0730-VERIFY-PGM.
    move zero to PgmLineCount
    move "N" to VerifyEofSwitch

    open input pgm-file
    perform until VerifyEof
        read pgm-file
            at end
                move "Y" to VerifyEofSwitch
            not at end
                add 1 to PgmLineCount
                evaluate PgmLineCount
                    when 1
                        if pgm-record(1:2) is not equal to "P2"
                            move "Y" to VerifySwitch
                        end-if
                    when 2
                        move pgm-record(1:5) to PgmWidthImage
                        move pgm-record(7:5) to PgmHeightImage
                        inspect PgmWidthImage replacing leading " " by "0"
                        inspect PgmHeightImage replacing leading " " by "0"
                        if PgmWidthImage is not numeric or
                                PgmHeightImage is not numeric
                            move "Y" to VerifySwitch
                        else
                            move PgmWidthImage to PgmWidth
                            move PgmHeightImage to PgmHeight
                            if PgmWidth is not equal to mp-resolution-x or
                                    PgmHeight is not equal to mp-resolution-y
                                move "Y" to VerifySwitch
                            end-if
                        end-if
                    when 3
                        if pgm-record(1:3) is not equal to "255"
                            move "Y" to VerifySwitch
                        end-if
                    when other
                        continue
                end-evaluate
        end-read
    end-perform
    close pgm-file

    if PgmLineCount is less than 3
        move "Y" to VerifySwitch
    else
        compute RowsFound = PgmLineCount - 3
        if RowsFound is not equal to mp-resolution-y
            move "Y" to VerifySwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0740-VERIFY-ITERATION-DATASET - the H header against the
*> resolution and ceiling, then RESY row records in order, as
*> MandelbrotReconcile's 0700-VERIFY-ITERATION-DATASET demands.
*> ---------------------------------------------------------------
0740-VERIFY-ITERATION-DATASET.
    move zero to RowsFound
    move "N" to VerifyEofSwitch

    open input iteration-file
    read iteration-file
        at end
            move "Y" to VerifyEofSwitch
            move "Y" to VerifySwitch
        not at end
            if not MI-HEADER-RECORD or
                    mi-resolution-x is not equal to mp-resolution-x or
                    mi-resolution-y is not equal to mp-resolution-y or
                    mi-iterations-max is not equal to mp-iterations-max
                move "Y" to VerifySwitch
            end-if
    end-read

    perform until VerifyEof
        read iteration-file
            at end
                move "Y" to VerifyEofSwitch
            not at end
                if MI-ROW-RECORD
                    if mi-row-number is not equal to RowsFound
                        move "Y" to VerifySwitch
                    end-if
                    add 1 to RowsFound
                end-if
        end-read
    end-perform
    close iteration-file

    if RowsFound is not equal to mp-resolution-y
        move "Y" to VerifySwitch
    end-if.

*> ---------------------------------------------------------------
           StampSS delimited by size
        into StampTimeImage.

*> ---------------------------------------------------------------
*> 0950-JOURNAL-CHANGE - append a lifecycle step's before- and
*> after-images to the change journal.  The request id is the job
*> id the request renders under, and the user is its submitter.
*> ---------------------------------------------------------------
0950-JOURNAL-CHANGE.
    move "RENDQUE" to JL-MASTER-NAME
    move "C" to JL-ACTION
    move RQ-REQUEST-ID to JL-JOB-ID
    move RQ-USER-ID to JL-USER-ID
    move "MandelbrotDispatch" to JL-PROGRAM-NAME
    move RQ-REQUEST-ID to JL-RECORD-KEY
    move MANDELBROT-RENDER-REQUEST to JL-AFTER-IMAGE
    call "MandelbrotJournal" using MANDELBROT-JOURNAL-REQUEST
    if JL-RETURN-CODE is not equal to zero
        add 1 to UnjournalledCount
    end-if.

end program MandelbrotDispatch.
