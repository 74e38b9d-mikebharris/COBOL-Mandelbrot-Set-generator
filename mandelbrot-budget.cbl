*> one place the BUDGMAST budget master is read and posted: a check
*> request refuses a run whose estimated cost exceeds the
*> submitter's remaining allowance - before any machine time is
*> spent - honouring the card-level override only for an authorised
*> userid, and a post request folds a completed run's actual
*> elapsed seconds back into the accumulated usage so the balance
*> keeps step with the chargeback figures.
*>
*> A user with no master row is allowed through: the master
*> constrains the userids the shop has chosen to constrain, and a
*> missing row failing every unlisted analyst's work would be a
*> worse failure than the one being closed off.
*>
*> The override used to rest on the one operations byte of the
*> user's budget row, which anyone who could change that row could
*> set.  It is now honoured only when the user's row on the AUTHMAST
*> authority master grants overrides, asked through the shared
*> MandelbrotAuthority, which logs a refused override for the
*> security violations report.
*>
*> Each posting is also appended to the MANDJRNL.LOG change
*> journal through MandelbrotJournal, under the run's job id, so
*> MandelbrotRecovery can rebuild BUDGMAST as at any moment from
*> its last unload.  A posting the journal could not take stands,
*> but is reported and the post request handed back with return
*> code 4, since a recovery could not replay it.

environment division.
input-output section.
01 DisplayEstimate           pic zzzzzzzz9.
01 DisplayRemaining          pic -zzzzzzzz9.

copy "mandalnk.cpy".
copy "mandjlnk.cpy".

linkage section.
copy "mandblnk.cpy".

    end-if.

*> ---------------------------------------------------------------
*> 0400-JUDGE-ESTIMATE - refuse the run, honour an authorised
*> override, or let it through.
*> ---------------------------------------------------------------
0400-JUDGE-ESTIMATE.
    if BR-SECONDS is not greater than RemainingSeconds
        continue
    else
        move 8 to AL-RETURN-CODE
        if BR-OVERRIDE-ASKED
            perform 0450-check-override-authority
        end-if
        if AL-RETURN-CODE is equal to zero
            display "MANDBUDG W002 - USER " BR-USER-ID
                " ESTIMATE " DisplayEstimate
                " EXCEEDS REMAINING ALLOWANCE " DisplayRemaining
                " - AUTHORISED OVERRIDE HONOURED"
        else
            if BR-OVERRIDE-ASKED
                display "MANDBUDG W003 - USER " BR-USER-ID
                    " ASKED FOR AN OVERRIDE BUT IS NOT AUTHORISED: "
                    AL-REASON-TEXT
            end-if
            display "MANDBUDG E002 - USER " BR-USER-ID
                " ESTIMATED COST " DisplayEstimate
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0450-CHECK-OVERRIDE-AUTHORITY - ask the authority master whether
*> this user's override is honoured; a refusal is already on the
*> security log when the answer comes back.
*> ---------------------------------------------------------------
0450-CHECK-OVERRIDE-AUTHORITY.
    move "O" to AL-FUNCTION
    move BR-USER-ID to AL-USER-ID
    move "BUDGMAST" to AL-MASTER-NAME
    move space to AL-ACTION
    move zero to AL-PRIORITY
    move "MandelbrotBudget" to AL-PROGRAM-NAME
    move BR-USER-ID to AL-OBJECT-KEY
    call "MandelbrotAuthority" using MANDELBROT-AUTHORITY-REQUEST.

*> ---------------------------------------------------------------
*> 0600-POST-USAGE - fold a completed run's actual elapsed seconds
*> into the user's accumulated usage; a user with no row has
            invalid key
                continue
            not invalid key
                move MANDELBROT-BUDGET to JL-BEFORE-IMAGE
                add BR-SECONDS to BU-USED-SECONDS
                rewrite MANDELBROT-BUDGET
                    invalid key
                        display "MANDBUDG W005 - USAGE COULD NOT BE POSTED FOR USER " BR-USER-ID ", STATUS=" MasterStatus
                    not invalid key
                        perform 0650-journal-posting
                end-rewrite
        end-read
        close budget-master
    end-if.

*> ---------------------------------------------------------------
*> 0650-JOURNAL-POSTING - append the posting's before- and
*> after-images to the change journal under the run's job id.  A
*> posting that went unjournalled leaves return code 4.
*> ---------------------------------------------------------------
0650-JOURNAL-POSTING.
    move "BUDGMAST" to JL-MASTER-NAME
    move "P" to JL-ACTION
    move BR-JOB-ID to JL-JOB-ID
    move BR-USER-ID to JL-USER-ID
    move "MandelbrotBudget" to JL-PROGRAM-NAME
    move BR-USER-ID to JL-RECORD-KEY
    move MANDELBROT-BUDGET to JL-AFTER-IMAGE
    call "MandelbrotJournal" using MANDELBROT-JOURNAL-REQUEST
    if JL-RETURN-CODE is not equal to zero
        display "MANDBUDG W006 - USAGE POSTED FOR USER " BR-USER-ID
            " WAS NOT JOURNALLED"
        move 4 to BR-RETURN-CODE
    end-if.

end program MandelbrotBudget.
