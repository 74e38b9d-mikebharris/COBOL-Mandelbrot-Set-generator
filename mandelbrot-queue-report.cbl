*> prints the heartbeat log.  An optional QRPTCARD carrying a
*> single status letter (P, D, C or F) narrows the listing to
*> requests in that state.
*>
*> A complete request MandelbrotDispatch served from an earlier
*> render rather than rendering it shows SERVED FROM EARLIER
*> RENDER with the catalogue generation whose datasets answer it
*> and the seconds that render took, and the totals count those
*> requests and the machine time they saved.

environment division.
input-output section.
01 DispatchedCount         pic 9(5) usage comp-5 value zero.
01 CompletedCount          pic 9(5) usage comp-5 value zero.
01 FailedCount             pic 9(5) usage comp-5 value zero.
01 ServedCount             pic 9(5) usage comp-5 value zero.
01 SecondsSaved            pic 9(9)V9(2) usage comp-5 value zero.

01 DisplayRequestCount       pic zzzz9.
01 DisplayListedCount        pic zzzz9.
01 DisplayDispatchedCount    pic zzzz9.
01 DisplayCompletedCount     pic zzzz9.
01 DisplayFailedCount        pic zzzz9.
01 DisplayServedCount        pic zzzz9.
01 DisplaySecondsSaved       pic zzzzzzzz9.99.
01 DisplaySavedSeconds       pic zzzzzz9.99.

procedure division.

    display "   PENDING................: " DisplayPendingCount
    display "   DISPATCHED.............: " DisplayDispatchedCount
    display "   COMPLETE...............: " DisplayCompletedCount
    move ServedCount to DisplayServedCount
    move SecondsSaved to DisplaySecondsSaved
    display "      SERVED FROM EARLIER.: " DisplayServedCount
    display "   FAILED.................: " DisplayFailedCount
    display "ESTIMATED SECONDS SAVED...: " DisplaySecondsSaved
    if not NoStatusFilter
        move ListedCount to DisplayListedCount
        display "REQUESTS LISTED (" StatusFilter ")....: " DisplayListedCount
        when RQ-COMPLETE
            add 1 to CompletedCount
            move "COMPLETE" to StatusWord
            if RQ-SERVED-FROM-EARLIER
                add 1 to ServedCount
                add RQ-SAVED-SECONDS to SecondsSaved
            end-if
        when RQ-FAILED
            add 1 to FailedCount
            move "FAILED" to StatusWord
    if RQ-COMPLETE or RQ-FAILED
        display "   FINISHED " RQ-FINISHED-DATE " " RQ-FINISHED-TIME
            " RC=" RQ-RENDER-RC
    end-if
    if RQ-COMPLETE and RQ-SERVED-FROM-EARLIER
        move RQ-SAVED-SECONDS to DisplaySavedSeconds
        display "   SERVED FROM EARLIER RENDER " RQ-SERVED-BASE-NAME
            " G" RQ-SERVED-GENERATION
            " SAVING " DisplaySavedSeconds " SECONDS"
    end-if.

end program MandelbrotQueueReport.
