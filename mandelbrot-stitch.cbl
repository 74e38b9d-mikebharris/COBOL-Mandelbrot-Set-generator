*> the PGM header the band steps deliberately left out.  A missing,
*> overlapping or internally broken band fails the step with a
*> message naming the rows at fault, before any output is written.
*>
*> The merged picture used to be written straight over whatever its
*> names already held.  The band steps keep their plain band names,
*> but the merged picture is a render like any other: once the
*> bands are proved, this program asks MandelbrotCatalogue for the
*> next generation of the output's base name, writes to the
*> generation-qualified names it is handed, and catalogues the
*> generation when the merge completes, rolling off the oldest
*> beyond the base's keep limit.  The stitch cards carry none of
*> the render's parameters, so a stitched generation is catalogued
*> with its resolution and datasets only, and is never matched to
*> serve a later request.

environment division.
input-output section.
    88 HeaderSeen               value "Y".
01 StitchErrorSwitch           pic X(1) value "N".
    88 StitchFailed             value "Y".
01 GenerationSwitch            pic X(1) value "N".
    88 GenerationAllocated      value "Y".

01 StitchOutputDataset         pic X(44).
01 StitchPgmDataset            pic X(44).
01 DisplayResolutionX          pic zzzz9.
01 DisplayResolutionY          pic zzzz9.

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
        stop run
    end-if

    perform 0450-allocate-generation

    if StitchCharOutputMode or StitchBothOutputMode
        open output stitch-out-file
    end-if
        close stitch-pgm-file
    end-if

    if GenerationAllocated and not StitchFailed
        perform 0700-catalogue-generation
    end-if

    move BandCount to DisplayBandCount
    move RowsWritten to DisplayRowsWritten
    display "BANDS MERGED..............: " DisplayBandCount
        move "Y" to StitchErrorSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0450-ALLOCATE-GENERATION - exchange the merged picture's names
*> for the next generation's.  The base is the character grid's
*> name, or the PGM's when only a PGM is merged.  A catalogue that
*> cannot qualify them leaves the merge writing its plain names,
*> uncatalogued; the subprogram has already said why.
*> ---------------------------------------------------------------
0450-ALLOCATE-GENERATION.
    move "A" to CR-FUNCTION
    if StitchCharOutputMode or StitchBothOutputMode
        move StitchOutputDataset to CR-OUTPUT-DATASET
    else
        move StitchPgmDataset to CR-OUTPUT-DATASET
    end-if
    move spaces to CR-PGM-DATASET
    if StitchPgmOutputMode or StitchBothOutputMode
        move StitchPgmDataset to CR-PGM-DATASET
    end-if
    move spaces to CR-ITERATION-DATASET
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is equal to zero
        if StitchCharOutputMode or StitchBothOutputMode
            move CR-OUTPUT-DATASET to StitchOutputDataset
        end-if
        if StitchPgmOutputMode or StitchBothOutputMode
            move CR-PGM-DATASET to StitchPgmDataset
        end-if
        move "Y" to GenerationSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0500-COPY-BAND - append one verified band's rows to the merged
*> output(s), band PGM rows staying in step with character rows.

    move spaces to stitch-pgm-record.

*> ---------------------------------------------------------------
*> 0700-CATALOGUE-GENERATION - record the merged generation: which
*> datasets were written and the resolution they hold.  Nothing
*> else about the render reaches the stitch cards, so the window
*> and options are catalogued empty.
*> ---------------------------------------------------------------
0700-CATALOGUE-GENERATION.
    move "R" to CR-FUNCTION
    move spaces to CR-OUTPUT-DATASET
    move "N" to CR-DAT-FLAG
    move spaces to CR-PGM-DATASET
    move "N" to CR-PGM-FLAG
    move spaces to CR-ITERATION-DATASET
    move "N" to CR-ITR-FLAG
    if StitchCharOutputMode or StitchBothOutputMode
        move StitchOutputDataset to CR-OUTPUT-DATASET
        move "Y" to CR-DAT-FLAG
    end-if
    if StitchPgmOutputMode or StitchBothOutputMode
        move StitchPgmDataset to CR-PGM-DATASET
        move "Y" to CR-PGM-FLAG
    end-if
    move spaces to CR-OWNER-ID
    move spaces to CR-JOB-ID
    move spaces to CR-AUDIT-DATASET
    move zero to CR-REAL-PLANE-MIN
    move zero to CR-REAL-PLANE-MAX
    move zero to CR-IMAGINARY-PLANE-MIN
    move zero to CR-IMAGINARY-PLANE-MAX
    move spaces to CR-PRECISION-MODE
    move zero to CR-EXT-REAL-PLANE-MIN
    move zero to CR-EXT-REAL-PLANE-MAX
    move zero to CR-EXT-IMAGINARY-PLANE-MIN
    move zero to CR-EXT-IMAGINARY-PLANE-MAX
    move ResolutionX to CR-RESOLUTION-X
    move ResolutionY to CR-RESOLUTION-Y
    move zero to CR-ITERATIONS-MAX
    move zero to CR-THRESHOLD
    move spaces to CR-FRACTAL-TYPE
    move zero to CR-JULIA-REAL
    move zero to CR-JULIA-IMAGINARY
    move zero to CR-SAMPLING-FACTOR
    move spaces to CR-PALETTE-NAME
    move zero to CR-ELAPSED-SECONDS
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST.

end program MandelbrotStitch.
