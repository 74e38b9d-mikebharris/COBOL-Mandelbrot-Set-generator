identification division.
program-id. MandelbrotRecovery.

*> Mandelbrot Set keyed master point-in-time recovery
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> REGNMAST, PALMAST, BUDGMAST and RENDQUE are updated in place, and
*> the only way back used to be MandelbrotRegionUtil's nightly
*> unload - for REGNMAST alone, and losing the whole day's work
*> since.  Every program that changes one of those masters now
*> appends the row's before- and after-images to the MANDJRNL.LOG
*> change journal through MandelbrotJournal, and this program puts
*> them to use.  Its two card-selected functions work on any of the
*> four masters: UNLOAD copies the master in key order to a
*> sequential unload dataset and prints the date and time it was
*> taken as at; REBUILD builds a fresh master from an unload - one
*> taken here, or a MandelbrotRegionUtil unload of REGNMAST - and
*> replays onto it, in the order they were made, every journalled
*> change to that master from the moment of the unload up to a
*> stated date and time, printing a report of each change replayed
*> and listing the later changes it left out.  A zeroed budget or a
*> deleted region at ten o'clock is got back by rebuilding as at
*> 09:59:59 and re-keying what the listing shows came after.
*>
*> Replay is by image, not by re-running the transactions: an
*> after-image puts the row back exactly as it was written, a
*> deleted row's before-image takes it off again, so a change made
*> in the very second the unload was taken can be replayed over
*> the unload without harm.  Every other before-image is compared
*> with the row the replay has reached, and a difference - a
*> change made to the master without being journalled - is
*> reported as a warning.  A trial run lists what a rebuild would
*> replay without touching the master.
*>
*> The rebuild itself is not journalled, so an unload should be
*> taken straight after it as the new starting point for any later
*> recovery.

environment division.
input-output section.
file-control.
    select optional recovery-card-file assign to "RCVRCARD"
        organization is line sequential.

    select optional region-master assign to "REGNMAST"
        organization is indexed
        access mode is dynamic
        record key is RG-REGION-NAME
        file status is MasterStatus.

    select optional palette-master assign to "PALMAST"
        organization is indexed
        access mode is dynamic
        record key is PL-PALETTE-NAME
        file status is MasterStatus.

    select optional budget-master assign to "BUDGMAST"
        organization is indexed
        access mode is dynamic
        record key is BU-USER-ID
        file status is MasterStatus.

    select optional request-queue assign to "RENDQUE"
        organization is indexed
        access mode is dynamic
        record key is RQ-REQUEST-ID
        file status is MasterStatus.

    select unload-file assign to dynamic UnloadDatasetName
        organization is line sequential
        file status is UnloadStatus.

    select optional journal-file assign to dynamic JournalDatasetName
        organization is line sequential
        file status is JournalStatus.

data division.
file section.
fd recovery-card-file.
copy "mandvcrd.cpy".

fd region-master.
copy "mandrgn.cpy".

fd palette-master.
copy "mandpal.cpy".

fd budget-master.
copy "mandbudg.cpy".

fd request-queue.
copy "mandrque.cpy".

fd unload-file.
01 unload-record               pic X(600).

fd journal-file.
copy "mandjrnl.cpy".

working-storage section.
01 MasterStatus            pic X(2).
01 UnloadStatus            pic X(2).
01 JournalStatus           pic X(2).
01 CardEofSwitch           pic X(1) value "N".
    88 CardMissing           value "Y".
01 MasterEofSwitch         pic X(1).
    88 MasterEof             value "Y".
01 UnloadEofSwitch         pic X(1).
    88 UnloadEof             value "Y".
01 JournalEofSwitch        pic X(1).
    88 JournalEof            value "Y".
01 RowFoundSwitch          pic X(1).
    88 RowFound              value "Y".
01 RowIoSwitch             pic X(1).
    88 RowIoFailed           value "Y".
01 LaterHeadingSwitch      pic X(1) value "N".
    88 LaterHeadingPrinted   value "Y".

*> which of the four masters the card names; every master-level
*> read and write goes through the 8000 paragraphs, which pick the
*> file from this switch.
01 MasterChoice            pic X(1).
    88 RegionMasterChosen    value "R".
    88 PaletteMasterChosen   value "P".
    88 BudgetMasterChosen    value "B".
    88 QueueMasterChosen     value "Q".
01 OpenModeSwitch          pic X(1).
    88 OpenForInput          value "I".
    88 OpenForOutput         value "O".
    88 OpenForUpdate         value "U".

01 MasterName              pic X(8).
01 UnloadDatasetName       pic X(44).
01 JournalDatasetName      pic X(44).

*> the replay window, as DATE followed by HH:MM:SS, so a journal
*> record's own stamp compares directly against either end.
01 UnloadStamp.
    05 UnloadStampDate      pic X(8).
    05 UnloadStampTime      pic X(8).
01 TargetStamp.
    05 TargetStampDate      pic X(8).
    05 TargetStampTime      pic X(8).
01 JournalStamp.
    05 JournalStampDate     pic 9(8).
    05 JournalStampTime     pic X(8).

01 RowImage                pic X(600).
01 CurrentImage            pic X(600).
01 ChangeText              pic X(12).

01 StampDate               pic 9(8).
01 StampTime.
    05 StampHH              pic 9(2).
    05 StampMM              pic 9(2).
    05 StampSS              pic 9(2).
    05 StampHS              pic 9(2).
01 StampTimeImage          pic X(8).

01 RowCount                pic 9(7) usage comp-5 value zero.
01 LoadErrorCount          pic 9(7) usage comp-5 value zero.
01 JournalCount            pic 9(7) usage comp-5 value zero.
01 OtherMasterCount        pic 9(7) usage comp-5 value zero.
01 EarlierCount            pic 9(7) usage comp-5 value zero.
01 ReplayedCount           pic 9(7) usage comp-5 value zero.
01 LaterCount              pic 9(7) usage comp-5 value zero.
01 DivergedCount           pic 9(7) usage comp-5 value zero.
01 ReplayErrorCount        pic 9(7) usage comp-5 value zero.

01 DisplayCount              pic zzzzzz9.

procedure division.

0000-MAINLINE.
    display "MANDELBROT KEYED MASTER - UNLOAD AND POINT-IN-TIME RECOVERY"

    perform 0100-read-recovery-card
    if return-code is not equal to zero
        stop run
    end-if

    display "MASTER....................: " MasterName

    evaluate true
        when RV-UNLOAD-FUNCTION
            perform 1000-unload-master
        when RV-REBUILD-FUNCTION
            perform 2000-rebuild-master
    end-evaluate

    stop run.

*> ---------------------------------------------------------------
*> 0100-READ-RECOVERY-CARD - the card selects the function and the
*> master; a rebuild must also say when its unload was taken.
*> ---------------------------------------------------------------
0100-READ-RECOVERY-CARD.
    open input recovery-card-file
    read recovery-card-file
        at end
            move "Y" to CardEofSwitch
    end-read
    close recovery-card-file

    if CardMissing
        display "MANDRCVR E001 - AN RCVRCARD FUNCTION CARD IS REQUIRED"
        move 8 to return-code
        exit paragraph
    end-if

    if not RV-UNLOAD-FUNCTION and not RV-REBUILD-FUNCTION
        display "MANDRCVR E002 - FUNCTION MUST BE U OR R"
        move 8 to return-code
    end-if

    move RV-MASTER-NAME to MasterName
    evaluate RV-MASTER-NAME
        when "REGNMAST"
            move "R" to MasterChoice
        when "PALMAST"
            move "P" to MasterChoice
        when "BUDGMAST"
            move "B" to MasterChoice
        when "RENDQUE"
            move "Q" to MasterChoice
        when other
            display "MANDRCVR E003 - MASTER MUST BE REGNMAST, PALMAST, BUDGMAST, OR RENDQUE"
            move 8 to return-code
    end-evaluate

    if RV-UNLOAD-DATASET is not equal to spaces
        move RV-UNLOAD-DATASET to UnloadDatasetName
    else
        move spaces to UnloadDatasetName
        string RV-MASTER-NAME delimited by space
               ".UNL" delimited by size
            into UnloadDatasetName
    end-if
    if RV-JOURNAL-DATASET is not equal to spaces
        move RV-JOURNAL-DATASET to JournalDatasetName
    else
        move "MANDJRNL.LOG" to JournalDatasetName
    end-if

    if RV-REBUILD-FUNCTION
        if RV-UNLOAD-DATE is not numeric
            display "MANDRCVR E004 - A REBUILD MUST GIVE THE UNLOAD DATE AS YYYYMMDD"
            move 8 to return-code
        end-if
        move RV-UNLOAD-DATE to UnloadStampDate
        if RV-UNLOAD-TIME is equal to spaces
            move "00:00:00" to UnloadStampTime
        else
            move RV-UNLOAD-TIME to UnloadStampTime
        end-if

        if RV-TARGET-DATE is equal to spaces
            move all "9" to TargetStamp
        else
            if RV-TARGET-DATE is not numeric
                display "MANDRCVR E005 - THE TARGET DATE MUST BE YYYYMMDD OR BLANK"
                move 8 to return-code
            end-if
            move RV-TARGET-DATE to TargetStampDate
            if RV-TARGET-TIME is equal to spaces
                move "23:59:59" to TargetStampTime
            else
                move RV-TARGET-TIME to TargetStampTime
            end-if
        end-if

        if TargetStamp is less than UnloadStamp
            display "MANDRCVR E006 - THE TARGET IS EARLIER THAN THE UNLOAD"
            move 8 to return-code
        end-if
        if not RV-UPDATE-RUN and not RV-TRIAL-RUN
            display "MANDRCVR E007 - RUN OPTION MUST BE U, T, OR BLANK"
            move 8 to return-code
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 1000-UNLOAD-MASTER - copy every row, in key order, to the
*> sequential unload dataset, and say when it was taken: that
*> date and time go on the card of any rebuild from it.
*> ---------------------------------------------------------------
1000-UNLOAD-MASTER.
    perform 9000-take-time-stamp

    move "I" to OpenModeSwitch
    perform 8000-open-master
    if MasterStatus is not equal to "00"
        display "MANDRCVR E008 - " MasterName " COULD NOT BE OPENED, STATUS=" MasterStatus
        move 8 to return-code
        exit paragraph
    end-if

    open output unload-file
    if UnloadStatus is not equal to "00"
        display "MANDRCVR E015 - UNLOAD DATASET " UnloadDatasetName " COULD NOT BE OPENED FOR OUTPUT, STATUS=" UnloadStatus
        move 8 to return-code
        perform 8900-close-master
        exit paragraph
    end-if
    perform 8100-start-master-scan
    perform until MasterEof
        perform 8200-read-next-row
        if not MasterEof
            add 1 to RowCount
            write unload-record from RowImage
        end-if
    end-perform
    close unload-file
    perform 8900-close-master

    move RowCount to DisplayCount
    display "ROWS UNLOADED.............: " DisplayCount
    display "UNLOAD DATASET............: " UnloadDatasetName
    display "UNLOADED AS AT............: " StampDate " " StampTimeImage
    if RowCount is equal to zero
        display "MANDRCVR W001 - THE MASTER CARRIES NO ROWS"
        move 4 to return-code
    end-if.

*> ---------------------------------------------------------------
*> 2000-REBUILD-MASTER - load the unload into a fresh master, then
*> replay the journal onto it up to the target.  A trial run reads
*> both but writes nothing.
*> ---------------------------------------------------------------
2000-REBUILD-MASTER.
    display "UNLOAD DATASET............: " UnloadDatasetName
    display "UNLOADED AS AT............: " UnloadStampDate " " UnloadStampTime
    display "JOURNAL DATASET...........: " JournalDatasetName
    if TargetStampDate is equal to all "9"
        display "REBUILT AS AT.............: END OF THE JOURNAL"
    else
        display "REBUILT AS AT.............: " TargetStampDate " " TargetStampTime
    end-if
    if RV-TRIAL-RUN
        display "TRIAL RUN - THE MASTER IS NOT TOUCHED"
    end-if

    open input unload-file
    if UnloadStatus is not equal to "00"
        display "MANDRCVR E009 - UNLOAD DATASET " UnloadDatasetName " COULD NOT BE OPENED, STATUS=" UnloadStatus
        move 8 to return-code
        exit paragraph
    end-if

    if RV-UPDATE-RUN
        move "O" to OpenModeSwitch
        perform 8000-open-master
        if MasterStatus is not equal to "00"
            display "MANDRCVR E010 - " MasterName " COULD NOT BE BUILT, STATUS=" MasterStatus
            move 8 to return-code
            close unload-file
            exit paragraph
        end-if
    end-if

    perform 2100-load-unload
    close unload-file

    if RV-UPDATE-RUN
        perform 8900-close-master
        move "U" to OpenModeSwitch
        perform 8000-open-master
        if MasterStatus is not equal to "00"
            display "MANDRCVR E011 - " MasterName " COULD NOT BE REOPENED, STATUS=" MasterStatus
            move 8 to return-code
            exit paragraph
        end-if
    end-if

    perform 2200-replay-journal

    if RV-UPDATE-RUN
        perform 8900-close-master
    end-if

    perform 2900-report-rebuild.

*> ---------------------------------------------------------------
*> 2100-LOAD-UNLOAD - every unload row onto the fresh master.  A
*> row from an older, shorter layout arrives blank-padded, as it
*> does for MandelbrotRegionUtil's reload.
*> ---------------------------------------------------------------
2100-LOAD-UNLOAD.
    move "N" to UnloadEofSwitch
    perform until UnloadEof
        read unload-file
            at end
                move "Y" to UnloadEofSwitch
            not at end
                add 1 to RowCount
                if RV-UPDATE-RUN
                    move unload-record to RowImage
                    perform 8400-write-row
                    if RowIoFailed
                        add 1 to LoadErrorCount
                        display "MANDRCVR E012 - UNLOAD ROW " RowCount
                            " COULD NOT BE LOADED, STATUS=" MasterStatus
                    end-if
                end-if
        end-read
    end-perform.

*> ---------------------------------------------------------------
*> 2200-REPLAY-JOURNAL - read the whole journal in the order it was
*> written, replaying this master's changes inside the window and
*> listing the ones after it.
*> ---------------------------------------------------------------
2200-REPLAY-JOURNAL.
    open input journal-file
    if JournalStatus is not equal to "00" and
            JournalStatus is not equal to "05"
        display "MANDRCVR W002 - JOURNAL " JournalDatasetName " COULD NOT BE OPENED, STATUS=" JournalStatus
        move 4 to return-code
        exit paragraph
    end-if

    if RV-TRIAL-RUN
        display "CHANGES A REBUILD WOULD REPLAY:"
    else
        display "CHANGES REPLAYED:"
    end-if

    move "N" to JournalEofSwitch
    perform until JournalEof
        read journal-file
            at end
                move "Y" to JournalEofSwitch
            not at end
                add 1 to JournalCount
                perform 2300-take-journal-record
        end-read
    end-perform
    close journal-file.

*> ---------------------------------------------------------------
*> 2300-TAKE-JOURNAL-RECORD - place one journal record against the
*> replay window.
*> ---------------------------------------------------------------
2300-TAKE-JOURNAL-RECORD.
    if JR-MASTER-NAME is not equal to MasterName
        add 1 to OtherMasterCount
        exit paragraph
    end-if

    move JR-DATE to JournalStampDate
    move JR-TIME to JournalStampTime
    if JournalStamp is less than UnloadStamp
        add 1 to EarlierCount
        exit paragraph
    end-if

    *> the before-image of a change is only a check; the change is
    *> counted and listed once, at its after-image or, for a
    *> delete, at its before-image.
    if JournalStamp is greater than TargetStamp
        if JR-AFTER-IMAGE or JR-ROW-DELETED
            add 1 to LaterCount
            if not LaterHeadingPrinted
                display "CHANGES AFTER THE RECOVERY POINT - NOT REPLAYED:"
                move "Y" to LaterHeadingSwitch
            end-if
            perform 2700-list-change
        end-if
        exit paragraph
    end-if

    if JR-BEFORE-IMAGE
        if RV-UPDATE-RUN
            perform 2400-check-before-image
        end-if
        if JR-ROW-DELETED
            add 1 to ReplayedCount
            perform 2700-list-change
            if RV-UPDATE-RUN and RowFound
                perform 2600-remove-row
            end-if
        end-if
    else
        add 1 to ReplayedCount
        perform 2700-list-change
        if RV-UPDATE-RUN
            perform 2500-apply-after-image
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 2400-CHECK-BEFORE-IMAGE - the row the replay has reached must
*> be the row the journal says the change started from.
*> ---------------------------------------------------------------
2400-CHECK-BEFORE-IMAGE.
    move JR-IMAGE to RowImage
    perform 8300-read-row-by-key
    if not RowFound
        add 1 to DivergedCount
        display "   MANDRCVR W003 - " JR-RECORD-KEY " WAS NOT ON THE REBUILT MASTER WHEN THIS CHANGE WAS MADE"
    else
        if CurrentImage is not equal to JR-IMAGE
            add 1 to DivergedCount
            display "   MANDRCVR W004 - " JR-RECORD-KEY " DIFFERS FROM THE JOURNALLED BEFORE-IMAGE; AN UNJOURNALLED CHANGE IS MISSING"
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 2500-APPLY-AFTER-IMAGE - put the row back exactly as written,
*> whether or not the replay has it yet.
*> ---------------------------------------------------------------
2500-APPLY-AFTER-IMAGE.
    move JR-IMAGE to RowImage
    perform 8300-read-row-by-key
    move JR-IMAGE to RowImage
    if RowFound
        perform 8500-rewrite-row
    else
        perform 8400-write-row
    end-if
    if RowIoFailed
        add 1 to ReplayErrorCount
        display "   MANDRCVR E013 - " JR-RECORD-KEY " COULD NOT BE REPLAYED, STATUS=" MasterStatus
    end-if.

*> ---------------------------------------------------------------
*> 2600-REMOVE-ROW - replay a delete.
*> ---------------------------------------------------------------
2600-REMOVE-ROW.
    move JR-IMAGE to RowImage
    perform 8600-delete-row
    if RowIoFailed
        add 1 to ReplayErrorCount
        display "   MANDRCVR E013 - " JR-RECORD-KEY " COULD NOT BE REPLAYED, STATUS=" MasterStatus
    end-if.

*> ---------------------------------------------------------------
*> 2700-LIST-CHANGE - one report entry per change: when, for
*> which job and user, by which program, and what it did.
*> ---------------------------------------------------------------
2700-LIST-CHANGE.
    evaluate JR-ACTION
        when "A"
            move "ADDED" to ChangeText
        when "C"
            move "CHANGED" to ChangeText
        when "D"
            move "DELETED" to ChangeText
        when "Z"
            move "USAGE ZEROED" to ChangeText
        when "P"
            move "USAGE POSTED" to ChangeText
        when other
            move "UNKNOWN" to ChangeText
    end-evaluate

    display "  " JR-DATE " " JR-TIME
        "  JOB " JR-JOB-ID
        "  USER " JR-USER-ID
        "  " JR-PROGRAM-NAME
    display "      " ChangeText " " JR-RECORD-KEY.

*> ---------------------------------------------------------------
*> 2900-REPORT-REBUILD - the rebuild totals, and the return code
*> job control gates on.
*> ---------------------------------------------------------------
2900-REPORT-REBUILD.
    move RowCount to DisplayCount
    display "UNLOAD ROWS READ..........: " DisplayCount
    move LoadErrorCount to DisplayCount
    display "   NOT LOADED.............: " DisplayCount
    move JournalCount to DisplayCount
    display "JOURNAL RECORDS READ......: " DisplayCount
    move OtherMasterCount to DisplayCount
    display "   FOR OTHER MASTERS......: " DisplayCount
    move EarlierCount to DisplayCount
    display "   BEFORE THE UNLOAD......: " DisplayCount
    move ReplayedCount to DisplayCount
    display "CHANGES REPLAYED..........: " DisplayCount
    move LaterCount to DisplayCount
    display "CHANGES NOT REPLAYED......: " DisplayCount
    move DivergedCount to DisplayCount
    display "BEFORE-IMAGES DIFFERING...: " DisplayCount
    move ReplayErrorCount to DisplayCount
    display "REPLAY FAILURES...........: " DisplayCount

    if LoadErrorCount is greater than zero or
            ReplayErrorCount is greater than zero
        display "MANDRCVR E014 - THE REBUILT MASTER IS INCOMPLETE; RELOAD IT BEFORE USE"
        move 8 to return-code
    else
        if DivergedCount is greater than zero and
                return-code is less than 4
            move 4 to return-code
        end-if
        if RV-UPDATE-RUN
            display "MANDRCVR W005 - TAKE A FRESH UNLOAD OF " MasterName " BEFORE ANY FURTHER CHANGE"
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 8000-OPEN-MASTER - open the chosen master for input, for a
*> fresh build, or for update.
*> ---------------------------------------------------------------
8000-OPEN-MASTER.
    evaluate true
        when RegionMasterChosen
            evaluate true
                when OpenForInput
                    open input region-master
                when OpenForOutput
                    open output region-master
                when OpenForUpdate
                    open i-o region-master
            end-evaluate
        when PaletteMasterChosen
            evaluate true
                when OpenForInput
                    open input palette-master
                when OpenForOutput
                    open output palette-master
                when OpenForUpdate
                    open i-o palette-master
            end-evaluate
        when BudgetMasterChosen
            evaluate true
                when OpenForInput
                    open input budget-master
                when OpenForOutput
                    open output budget-master
                when OpenForUpdate
                    open i-o budget-master
            end-evaluate
        when QueueMasterChosen
            evaluate true
                when OpenForInput
                    open input request-queue
                when OpenForOutput
                    open output request-queue
                when OpenForUpdate
                    open i-o request-queue
            end-evaluate
    end-evaluate.

*> ---------------------------------------------------------------
*> 8100-START-MASTER-SCAN - position the master at its lowest key.
*> ---------------------------------------------------------------
8100-START-MASTER-SCAN.
    move "N" to MasterEofSwitch
    evaluate true
        when RegionMasterChosen
            move low-values to RG-REGION-NAME
            start region-master key is not less than RG-REGION-NAME
                invalid key
                    move "Y" to MasterEofSwitch
            end-start
        when PaletteMasterChosen
            move low-values to PL-PALETTE-NAME
            start palette-master key is not less than PL-PALETTE-NAME
                invalid key
                    move "Y" to MasterEofSwitch
            end-start
        when BudgetMasterChosen
            move low-values to BU-USER-ID
            start budget-master key is not less than BU-USER-ID
                invalid key
                    move "Y" to MasterEofSwitch
            end-start
        when QueueMasterChosen
            move low-values to RQ-REQUEST-ID
            start request-queue key is not less than RQ-REQUEST-ID
                invalid key
                    move "Y" to MasterEofSwitch
            end-start
    end-evaluate.

*> ---------------------------------------------------------------
*> 8200-READ-NEXT-ROW - the next row in key order into RowImage.
*> ---------------------------------------------------------------
8200-READ-NEXT-ROW.
    evaluate true
        when RegionMasterChosen
            read region-master next
                at end
                    move "Y" to MasterEofSwitch
                not at end
                    move MANDELBROT-REGION to RowImage
            end-read
        when PaletteMasterChosen
            read palette-master next
                at end
                    move "Y" to MasterEofSwitch
                not at end
                    move MANDELBROT-PALETTE to RowImage
            end-read
        when BudgetMasterChosen
            read budget-master next
                at end
                    move "Y" to MasterEofSwitch
                not at end
                    move MANDELBROT-BUDGET to RowImage
            end-read
        when QueueMasterChosen
            read request-queue next
                at end
                    move "Y" to MasterEofSwitch
                not at end
                    move MANDELBROT-RENDER-REQUEST to RowImage
            end-read
    end-evaluate.

*> ---------------------------------------------------------------
*> 8300-READ-ROW-BY-KEY - look up the row whose key RowImage
*> carries, leaving it in CurrentImage when it is there.
*> ---------------------------------------------------------------
8300-READ-ROW-BY-KEY.
    move "N" to RowFoundSwitch
    move spaces to CurrentImage
    evaluate true
        when RegionMasterChosen
            move RowImage to MANDELBROT-REGION
            read region-master
                invalid key
                    continue
                not invalid key
                    move "Y" to RowFoundSwitch
                    move MANDELBROT-REGION to CurrentImage
            end-read
        when PaletteMasterChosen
            move RowImage to MANDELBROT-PALETTE
            read palette-master
                invalid key
                    continue
                not invalid key
                    move "Y" to RowFoundSwitch
                    move MANDELBROT-PALETTE to CurrentImage
            end-read
        when BudgetMasterChosen
            move RowImage to MANDELBROT-BUDGET
            read budget-master
                invalid key
                    continue
                not invalid key
                    move "Y" to RowFoundSwitch
                    move MANDELBROT-BUDGET to CurrentImage
            end-read
        when QueueMasterChosen
            move RowImage to MANDELBROT-RENDER-REQUEST
            read request-queue
                invalid key
                    continue
                not invalid key
                    move "Y" to RowFoundSwitch
                    move MANDELBROT-RENDER-REQUEST to CurrentImage
            end-read
    end-evaluate.

*> ---------------------------------------------------------------
*> 8400-WRITE-ROW - add RowImage as a new row.
*> ---------------------------------------------------------------
8400-WRITE-ROW.
    move "N" to RowIoSwitch
    evaluate true
        when RegionMasterChosen
            move RowImage to MANDELBROT-REGION
            write MANDELBROT-REGION
                invalid key
                    move "Y" to RowIoSwitch
            end-write
        when PaletteMasterChosen
            move RowImage to MANDELBROT-PALETTE
            write MANDELBROT-PALETTE
                invalid key
                    move "Y" to RowIoSwitch
            end-write
        when BudgetMasterChosen
            move RowImage to MANDELBROT-BUDGET
            write MANDELBROT-BUDGET
                invalid key
                    move "Y" to RowIoSwitch
            end-write
        when QueueMasterChosen
            move RowImage to MANDELBROT-RENDER-REQUEST
            write MANDELBROT-RENDER-REQUEST
                invalid key
                    move "Y" to RowIoSwitch
            end-write
    end-evaluate.

*> ---------------------------------------------------------------
*> 8500-REWRITE-ROW - replace the row just read with RowImage.
*> ---------------------------------------------------------------
8500-REWRITE-ROW.
    move "N" to RowIoSwitch
    evaluate true
        when RegionMasterChosen
            move RowImage to MANDELBROT-REGION
            rewrite MANDELBROT-REGION
                invalid key
                    move "Y" to RowIoSwitch
            end-rewrite
        when PaletteMasterChosen
            move RowImage to MANDELBROT-PALETTE
            rewrite MANDELBROT-PALETTE
                invalid key
                    move "Y" to RowIoSwitch
            end-rewrite
        when BudgetMasterChosen
            move RowImage to MANDELBROT-BUDGET
            rewrite MANDELBROT-BUDGET
                invalid key
                    move "Y" to RowIoSwitch
            end-rewrite
        when QueueMasterChosen
            move RowImage to MANDELBROT-RENDER-REQUEST
            rewrite MANDELBROT-RENDER-REQUEST
                invalid key
                    move "Y" to RowIoSwitch
            end-rewrite
    end-evaluate.

*> ---------------------------------------------------------------
*> 8600-DELETE-ROW - remove the row whose key RowImage carries.
*> ---------------------------------------------------------------
8600-DELETE-ROW.
    move "N" to RowIoSwitch
    evaluate true
        when RegionMasterChosen
            move RowImage to MANDELBROT-REGION
            delete region-master
                invalid key
                    move "Y" to RowIoSwitch
            end-delete
        when PaletteMasterChosen
            move RowImage to MANDELBROT-PALETTE
            delete palette-master
                invalid key
                    move "Y" to RowIoSwitch
            end-delete
        when BudgetMasterChosen
            move RowImage to MANDELBROT-BUDGET
            delete budget-master
                invalid key
                    move "Y" to RowIoSwitch
            end-delete
        when QueueMasterChosen
            move RowImage to MANDELBROT-RENDER-REQUEST
            delete request-queue
                invalid key
                    move "Y" to RowIoSwitch
            end-delete
    end-evaluate.

*> ---------------------------------------------------------------
*> 8900-CLOSE-MASTER - close whichever master is open.
*> ---------------------------------------------------------------
8900-CLOSE-MASTER.
    evaluate true
        when RegionMasterChosen
            close region-master
        when PaletteMasterChosen
            close palette-master
        when BudgetMasterChosen
            close budget-master
        when QueueMasterChosen
            close request-queue
    end-evaluate.

*> ---------------------------------------------------------------
*> 9000-TAKE-TIME-STAMP - the date and HH:MM:SS image the journal
*> stamps its records with.
*> ---------------------------------------------------------------
9000-TAKE-TIME-STAMP.
    accept StampDate from date yyyymmdd
    accept StampTime from time
    move spaces to StampTimeImage
    string StampHH delimited by size
           ":" delimited by size
           StampMM delimited by size
           ":" delimited by size
           StampSS delimited by size
        into StampTimeImage.

end program MandelbrotRecovery.
