*> over.  On request it also writes each candidate as a
*> ready-to-run ZOOMCARD, so the winner goes straight into
*> MandelbrotZoom without hand-copying coordinates.
*>
*> The engine now writes its datasets to catalogued generations,
*> so the default iteration dataset is the current generation of
*> MANDOUT's, as MandelbrotCatalogue reports it, and plain
*> MANDOUT.ITR only when nothing of MANDOUT's is catalogued.

environment division.
input-output section.
01 DisplayCardsWritten         pic zz9.
01 DisplayRowsScored           pic zzzz9.

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
*> ---------------------------------------------------------------
0100-SET-DEFAULT-PARAMETERS.
    move "MANDOUT.ITR" to ScoutIterationDataset
    move "L" to CR-FUNCTION
    move "MANDOUT" to CR-BASE-NAME
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is equal to zero and CR-ITR-WRITTEN
        move CR-ITERATION-DATASET to ScoutIterationDataset
    end-if
    move "MANDOUT.AUD" to ScoutAuditDataset
    move "ZOOMCAND" to CandidateCardDataset
    move 20 to TopCount
