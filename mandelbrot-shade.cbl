*> produces the character grid and/or PGM from it under whatever
*> ramp the shading card asks for, using the same shading formulas
*> as the engine itself.  Render once, shade many.
*>
*> The engine now writes its datasets to catalogued generations,
*> so the default iteration dataset is the current generation of
*> MANDOUT's, as MandelbrotCatalogue reports it, and plain
*> MANDOUT.ITR only when nothing of MANDOUT's is catalogued.

environment division.
input-output section.
01 DisplayResolutionY          pic zzzz9.
01 DisplayRowsShaded           pic zzzz9.

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
*> ---------------------------------------------------------------
0100-SET-DEFAULT-PARAMETERS.
    move "MANDOUT.ITR" to ShadeIterationDataset
    move "L" to CR-FUNCTION
    move "MANDOUT" to CR-BASE-NAME
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is equal to zero and CR-ITR-WRITTEN
        move CR-ITERATION-DATASET to ShadeIterationDataset
    end-if
    move "MANDOUT.DAT" to ShadeOutputDataset
    move "MANDOUT.PGM" to ShadePgmDataset
    move "C" to ShadeOutputMode
