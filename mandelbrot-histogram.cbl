*> and how many cells sit pinned at the ceiling.  Those figures
*> are what MandelbrotShade's equalised shading mode exploits, and
*> what stops iteration ceilings being tuned by trial and error.
*>
*> The engine now writes its datasets to catalogued generations,
*> so the default iteration dataset is the current generation of
*> MANDOUT's, as MandelbrotCatalogue reports it, and plain
*> MANDOUT.ITR only when nothing of MANDOUT's is catalogued.

environment division.
input-output section.
01 DisplayMinIteration         pic zzzz9.
01 DisplayMaxIteration         pic zzzz9.

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
*> ---------------------------------------------------------------
0100-SET-DEFAULT-PARAMETERS.
    move "MANDOUT.ITR" to HistIterationDataset
    move "L" to CR-FUNCTION
    move "MANDOUT" to CR-BASE-NAME
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is equal to zero and CR-ITR-WRITTEN
        move CR-ITERATION-DATASET to HistIterationDataset
    end-if
    move 20 to BucketCount.

*> ---------------------------------------------------------------
