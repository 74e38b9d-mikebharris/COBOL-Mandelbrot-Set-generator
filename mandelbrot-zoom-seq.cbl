*> cleanly with a message when a frame's window span falls below
*> what the S9(3)V9(9) plane fields can still distinguish, instead
*> of rendering garbage frames.
*>
*> A sequence may ask for extended precision on its SEQCARD, or
*> inherit it from an extended-precision parent run.  Every frame
*> is then computed and rendered at twenty-eight places, and the
*> sequence runs on until the cell pitch reaches the twentieth
*> decimal place, the depth to which the engine's extended orbit
*> still keeps guard digits below the pitch.
*>
*> The engine now writes its datasets to catalogued generations,
*> so a D request naming a plain dataset zooms from that dataset
*> in the current generation, as MandelbrotCatalogue reports it,
*> and the audit record looked for is the one naming that
*> generation.

environment division.
input-output section.
copy "mandzseq.cpy".

fd audit-file.
01 audit-record                pic X(600).

fd manifest-file.
01 manifest-record             pic X(300).

working-storage section.
copy "mandparm.cpy".

01 AuditDatasetName            pic X(44).
01 PriorDatasetName            pic X(44).
01 ManifestDataset             pic X(44).

01 CardEofSwitch               pic X(1) value "N".
01 PrecisionSwitch             pic X(1) value "N".
    88 PrecisionExhausted       value "Y".

01 AuditLine                   pic X(600).
01 MatchedLine                 pic X(600).
01 ScanPointer                 pic 9(3) usage comp-5.
01 FieldTag                    pic X(10).
01 FieldTagLength              pic 9(2) usage comp-5.
01 PlaneValue                  pic S9(3)V9(9) usage comp-5.
01 NumberImage                 pic X(7).

*> an extended run edits its plane values to -999.9(28), the same
*> leading fourteen characters with nineteen more places behind.
01 ExtPlaneImage               pic X(33).
01 ExtPlaneDecimal             pic 9(28).
01 ExtPlaneValue               pic S9(3)V9(28) usage comp-3.

01 PriorRealMin                pic S9(3)V9(9) usage comp-5.
01 PriorRealMax                pic S9(3)V9(9) usage comp-5.
01 PriorImagMin                pic S9(3)V9(9) usage comp-5.
01 PriorJuliaImaginary         pic S9(3)V9(9) usage comp-5.
01 PriorSamplingFactor         pic 9(2) usage comp-5.
01 PriorOutputMode             pic X(1).
01 PriorPrecisionMode          pic X(1).
    88 PriorExtendedPrecision   value "E".
01 PriorExtRealMin             pic S9(3)V9(28) usage comp-3.
01 PriorExtRealMax             pic S9(3)V9(28) usage comp-3.
01 PriorExtImagMin             pic S9(3)V9(28) usage comp-3.
01 PriorExtImagMax             pic S9(3)V9(28) usage comp-3.
01 SequencePrecisionMode       pic X(1).
    88 SequenceExtended         value "E".

01 CellRow                     pic 9(5) usage comp-5.
01 CellColumn                  pic 9(5) usage comp-5.
01 ResolutionXLess1            pic S9(5) usage comp-5.
01 ResolutionYLess1            pic S9(5) usage comp-5.

*> the extended counterparts, packed at thirty-one digits the way
*> the engine carries an extended window, and again one COMPUTE
*> per step.
01 ExtProportionalX            pic S9(3)V9(28) usage comp-3.
01 ExtProportionalY            pic S9(3)V9(28) usage comp-3.
01 ExtPlaneOffset              pic S9(3)V9(28) usage comp-3.
01 ExtCentreX                  pic S9(3)V9(28) usage comp-3.
01 ExtCentreY                  pic S9(3)V9(28) usage comp-3.
01 ExtBaseSpanX                pic S9(3)V9(28) usage comp-3.
01 ExtBaseSpanY                pic S9(3)V9(28) usage comp-3.
01 ExtFrameSpanX               pic S9(3)V9(28) usage comp-3.
01 ExtFrameSpanY               pic S9(3)V9(28) usage comp-3.
01 ExtHalfWidthX               pic S9(3)V9(28) usage comp-3.
01 ExtHalfWidthY               pic S9(3)V9(28) usage comp-3.
01 ExtCellPitch                pic S9(3)V9(28) usage comp-3.

01 WorstReturnCode             pic S9(4) usage comp-5 value zero.
01 FramesRendered              pic 9(3) usage comp-5 value zero.

01 DisplayRealMax              pic -999.999999999.
01 DisplayImagMin              pic -999.999999999.
01 DisplayImagMax              pic -999.999999999.
01 DisplayExtRealMin           pic -999.9(28).
01 DisplayExtRealMax           pic -999.9(28).
01 DisplayExtImagMin           pic -999.9(28).
01 DisplayExtImagMax           pic -999.9(28).
01 DisplayFrameNumber          pic zz9.
01 DisplayFramesRendered       pic zz9.

*> a card's plain dataset name, resolved to the dataset of that
*> name in its base's current catalogued generation.
01 CatalogueNameWork           pic X(44).
01 CataloguedName              pic X(44).
01 CatalogueDotPosition        pic 9(2) usage comp-5.
01 CatalogueGenerationTag      pic 9(4).

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
    end-if

    if ZS-DATASET-TYPE
        perform 0200-resolve-prior-dataset
        perform 0300-find-prior-run
        if not SequenceFailed
            perform 0400-recover-prior-window
    perform varying FrameNumber from 1 by 1
            until FrameNumber is greater than FrameCount
                  or PrecisionExhausted
        if SequenceExtended
            perform 0620-render-frame-extended
        else
            perform 0600-render-frame
        end-if
    end-perform

    close manifest-file
        else
            move ZS-FRAME-COUNT to FrameCount
        end-if
        if ZS-PRECISION-MODE is not equal to space and
                ZS-PRECISION-MODE is not equal to "S" and
                not ZS-EXTENDED-PRECISION
            display "MANDZSEQ E014 - PRECISION-MODE MUST BE S, E, OR BLANK"
            move "Y" to SequenceErrorSwitch
        end-if
        if ZS-BASE-NAME is equal to spaces
            display "MANDZSEQ E005 - A DATASET BASE NAME IS REQUIRED"
            move "Y" to SequenceErrorSwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0200-RESOLVE-PRIOR-DATASET - renders are written to catalogued
*> generations, so a plain name on the card - MANDOUT.DAT - means
*> the dataset of that name in its base's current generation -
*> MANDOUT.G0007.DAT - whenever the catalogue holds one.  A name the
*> catalogue does not know, or one already generation-qualified,
*> is taken as it stands.
*> ---------------------------------------------------------------
0200-RESOLVE-PRIOR-DATASET.
    move ZS-PRIOR-DATASET to PriorDatasetName
    move ZS-PRIOR-DATASET to CatalogueNameWork
    perform varying CatalogueDotPosition from 44 by -1
            until CatalogueDotPosition is equal to zero
               or CatalogueNameWork(CatalogueDotPosition:1) is equal to "."
        continue
    end-perform
    move spaces to CR-BASE-NAME
    if CatalogueDotPosition is greater than 1 and
            CatalogueDotPosition is not greater than 41
        move CatalogueNameWork(1:CatalogueDotPosition - 1) to CR-BASE-NAME
    else
        if CatalogueDotPosition is equal to zero and
                CatalogueNameWork(41:4) is equal to spaces
            move CatalogueNameWork to CR-BASE-NAME
        end-if
    end-if
    if CR-BASE-NAME is equal to spaces
        exit paragraph
    end-if

    move "L" to CR-FUNCTION
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is not equal to zero
        exit paragraph
    end-if

    move CR-GENERATION to CatalogueGenerationTag
    move spaces to CataloguedName
    if CatalogueDotPosition is greater than 1
        string CatalogueNameWork(1:CatalogueDotPosition - 1) delimited by size
               ".G" delimited by size
               CatalogueGenerationTag delimited by size
               CatalogueNameWork(CatalogueDotPosition:) delimited by space
            into CataloguedName
        end-string
    else
        string CatalogueNameWork delimited by space
               ".G" delimited by size
               CatalogueGenerationTag delimited by size
            into CataloguedName
        end-string
    end-if
    evaluate true
        when CR-DAT-WRITTEN and CR-OUTPUT-DATASET is equal to CataloguedName
        when CR-PGM-WRITTEN and CR-PGM-DATASET is equal to CataloguedName
        when CR-ITR-WRITTEN and CR-ITERATION-DATASET is equal to CataloguedName
            move CataloguedName to PriorDatasetName
    end-evaluate.

*> ---------------------------------------------------------------
*> 0300-FIND-PRIOR-RUN - keep the last audit line that wrote the
*> named dataset, so the sequence zooms from the run that produced
    close audit-file

    if not RunFound
        display "MANDZSEQ E009 - NO AUDIT RECORD NAMES " PriorDatasetName
        move "Y" to SequenceErrorSwitch
    end-if.

    move "OUTPUT=" to FieldTag
    move 7 to FieldTagLength
    perform 0800-find-field
    if not FieldFound or FieldValue is not equal to PriorDatasetName
        move "PGM=" to FieldTag
        move 4 to FieldTagLength
        perform 0800-find-field
    end-if
    if not FieldFound or FieldValue is not equal to PriorDatasetName
        move "ITER=" to FieldTag
        move 5 to FieldTagLength
        perform 0800-find-field
    end-if

    if FieldFound and FieldValue is equal to PriorDatasetName
        move "Y" to RunFoundSwitch
        move AuditLine to MatchedLine
    end-if.
    perform 0850-parse-plane-field
    move PlaneValue to PriorImagMax

    *> an extended run's audit line says so, and carries its window
    *> at full width; a standard line's window is its nine places.
    move space to PriorPrecisionMode
    move "PRECISION=" to FieldTag
    move 10 to FieldTagLength
    perform 0800-find-field
    if FieldFound
        move FieldValue(1:1) to PriorPrecisionMode
    end-if
    if PriorExtendedPrecision
        move "REALMIN=" to FieldTag
        move 8 to FieldTagLength
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to PriorExtRealMin
        move "REALMAX=" to FieldTag
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to PriorExtRealMax
        move "IMAGMIN=" to FieldTag
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to PriorExtImagMin
        move "IMAGMAX=" to FieldTag
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to PriorExtImagMax
    else
        move PriorRealMin to PriorExtRealMin
        move PriorRealMax to PriorExtRealMax
        move PriorImagMin to PriorExtImagMin
        move PriorImagMax to PriorExtImagMax
    end-if

    *> the sequence inherits its parent's precision unless the
    *> card asks for extended precision outright.
    if ZS-EXTENDED-PRECISION or PriorExtendedPrecision
        move "E" to SequencePrecisionMode
    else
        move space to SequencePrecisionMode
    end-if

    move "RESX=" to FieldTag
    move 5 to FieldTagLength
    perform 0900-parse-number-field
                compute CentreY = PriorImagMin + PlaneOffset
                compute BaseSpanX = PriorRealMax - PriorRealMin
                compute BaseSpanY = PriorImagMax - PriorImagMin
                if SequenceExtended
                    perform 0420-recover-extended-centre
                end-if
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0420-RECOVER-EXTENDED-CENTRE - the chosen cell's plane point
*> and the parent's spans again, at extended precision, from the
*> parent's window at whatever width it was recovered.
*> ---------------------------------------------------------------
0420-RECOVER-EXTENDED-CENTRE.
    compute ExtPlaneOffset = PriorExtRealMax - PriorExtRealMin
    compute ExtProportionalX = ExtPlaneOffset / ResolutionXLess1
    compute ExtPlaneOffset = PriorExtImagMax - PriorExtImagMin
    compute ExtProportionalY = ExtPlaneOffset / ResolutionYLess1
    compute ExtPlaneOffset = ExtProportionalX * CellColumn
    compute ExtCentreX = PriorExtRealMin + ExtPlaneOffset
    compute ExtPlaneOffset = ExtProportionalY * CellRow
    compute ExtCentreY = PriorExtImagMin + ExtPlaneOffset
    compute ExtBaseSpanX = PriorExtRealMax - PriorExtRealMin
    compute ExtBaseSpanY = PriorExtImagMax - PriorExtImagMin.

*> ---------------------------------------------------------------
*> 0450-TAKE-CENTRE-FROM-CARD - a C request gives the centre point
*> directly and starts from the engine's classic full-set window
    compute BaseSpanX = 3.3
    compute BaseSpanY = 2.5

    *> an extended card may give its centre to twenty-eight places
    *> in the EXT columns; left blank, the nine-place centre stands.
    if ZS-EXTENDED-PRECISION
        move "E" to SequencePrecisionMode
        move ZS-CENTRE-REAL to ExtCentreX
        move ZS-CENTRE-IMAGINARY to ExtCentreY
        if ZS-EXT-CENTRE-REAL is numeric and
                ZS-EXT-CENTRE-IMAGINARY is numeric
            move ZS-EXT-CENTRE-REAL to ExtCentreX
            move ZS-EXT-CENTRE-IMAGINARY to ExtCentreY
        end-if
        compute ExtBaseSpanX = 3.3
        compute ExtBaseSpanY = 2.5
    else
        move space to SequencePrecisionMode
    end-if

    if ZS-RESOLUTION-X is numeric and
            ZS-RESOLUTION-X is greater than 1
        move ZS-RESOLUTION-X to PriorResolutionX
    move "UNKNOWN" to mp-user-id
    move spaces to mp-palette-name
    move space to mp-budget-override
    move zero to mp-queue-priority
    move SequencePrecisionMode to mp-precision-mode
    move zero to mp-ext-real-plane-min
    move zero to mp-ext-real-plane-max
    move zero to mp-ext-imaginary-plane-min
    move zero to mp-ext-imaginary-plane-max
    move spaces to mp-prior-iteration-dataset

    compute ResolutionXLess1 = PriorResolutionX - 1
    compute ResolutionYLess1 = PriorResolutionY - 1
        display "MANDZSEQ W001 - FRAME " DisplayFrameNumber
            " NEEDS A WINDOW FINER THAN THE PLANE FIELDS CAN DISTINGUISH"
        display "MANDZSEQ W001 - THE SEQUENCE STOPS CLEANLY AFTER THE FRAMES ALREADY RENDERED"
        display "MANDZSEQ W001 - PRECISION-MODE E ON THE SEQCARD CARRIES A SEQUENCE PAST THIS DEPTH"
    else
        compute HalfWidthX = FrameSpanX / 2
        compute HalfWidthY = FrameSpanY / 2
        move NewImagMin to mp-imaginary-plane-min
        move NewImagMax to mp-imaginary-plane-max

        perform 0640-render-window
    end-if.

*> ---------------------------------------------------------------
*> 0620-RENDER-FRAME-EXTENDED - 0600-RENDER-FRAME for an extended
*> sequence: the same spans and centre at twenty-eight places, and
*> the same refusal once the cell pitch reaches the twentieth
*> decimal place, below which the engine's extended orbit has no
*> guard digits left to tell neighbouring cells apart.
*> ---------------------------------------------------------------
0620-RENDER-FRAME-EXTENDED.
    if FrameNumber is equal to 1
        compute ExtFrameSpanX = ExtBaseSpanX / ZoomMultiplier
        compute ExtFrameSpanY = ExtBaseSpanY / ZoomMultiplier
    else
        compute ExtFrameSpanX = ExtFrameSpanX / ZoomMultiplier
        compute ExtFrameSpanY = ExtFrameSpanY / ZoomMultiplier
    end-if

    move FrameNumber to DisplayFrameNumber
    compute ExtCellPitch = ExtFrameSpanX / ResolutionXLess1
    if ExtCellPitch is less than 0.00000000000000000001
        move "Y" to PrecisionSwitch
    else
        compute ExtCellPitch = ExtFrameSpanY / ResolutionYLess1
        if ExtCellPitch is less than 0.00000000000000000001
            move "Y" to PrecisionSwitch
        end-if
    end-if
    if PrecisionExhausted
        display "MANDZSEQ W002 - FRAME " DisplayFrameNumber
            " NEEDS A WINDOW FINER THAN EXTENDED PRECISION CAN DISTINGUISH"
        display "MANDZSEQ W002 - THE SEQUENCE STOPS CLEANLY AFTER THE FRAMES ALREADY RENDERED"
    else
        compute ExtHalfWidthX = ExtFrameSpanX / 2
        compute ExtHalfWidthY = ExtFrameSpanY / 2
        compute mp-ext-real-plane-min = ExtCentreX - ExtHalfWidthX
        compute mp-ext-real-plane-max = ExtCentreX + ExtHalfWidthX
        compute mp-ext-imaginary-plane-min = ExtCentreY - ExtHalfWidthY
        compute mp-ext-imaginary-plane-max = ExtCentreY + ExtHalfWidthY

        move mp-ext-real-plane-min to mp-real-plane-min
        move mp-ext-real-plane-max to mp-real-plane-max
        move mp-ext-imaginary-plane-min to mp-imaginary-plane-min
        move mp-ext-imaginary-plane-max to mp-imaginary-plane-max

        perform 0640-render-window
    end-if.

*> ---------------------------------------------------------------
*> 0640-RENDER-WINDOW - name the frame's datasets, render the
*> window now in the parameter block, and list it on the manifest.
*> ---------------------------------------------------------------
0640-RENDER-WINDOW.
    perform 0650-name-frame-datasets

    display "MANDZSEQ - RENDERING FRAME " DisplayFrameNumber
        " TO " mp-output-dataset

    call "MandelbrotRender" using MANDELBROT-PARAMETERS

    if MP-RETURN-CODE is not equal to zero
        display "MANDZSEQ - FRAME " DisplayFrameNumber
            " FAILED, RC=" MP-RETURN-CODE
    else
        add 1 to FramesRendered
    end-if
    if MP-RETURN-CODE is greater than WorstReturnCode
        move MP-RETURN-CODE to WorstReturnCode
    end-if

    perform 0700-write-manifest-record.

*> ---------------------------------------------------------------
*> 0650-NAME-FRAME-DATASETS - every frame's datasets are the base
*> name with .Fnnn spliced in, so the frames sort and play in
    move 1 to ManifestPointer
    string "FRAME=" delimited by size
           FrameImage delimited by size
        into manifest-record
        with pointer ManifestPointer

    *> an extended frame's window is listed at the full width the
    *> engine's audit record gives it.
    if MP-EXTENDED-PRECISION
        move mp-ext-real-plane-min to DisplayExtRealMin
        move mp-ext-real-plane-max to DisplayExtRealMax
        move mp-ext-imaginary-plane-min to DisplayExtImagMin
        move mp-ext-imaginary-plane-max to DisplayExtImagMax
        string " REALMIN=" delimited by size
               DisplayExtRealMin delimited by size
               " REALMAX=" delimited by size
               DisplayExtRealMax delimited by size
               " IMAGMIN=" delimited by size
               DisplayExtImagMin delimited by size
               " IMAGMAX=" delimited by size
               DisplayExtImagMax delimited by size
            into manifest-record
            with pointer ManifestPointer
    else
        string " REALMIN=" delimited by size
               DisplayRealMin delimited by size
               " REALMAX=" delimited by size
               DisplayRealMax delimited by size
               " IMAGMIN=" delimited by size
               DisplayImagMin delimited by size
               " IMAGMAX=" delimited by size
               DisplayImagMax delimited by size
            into manifest-record
            with pointer ManifestPointer
    end-if

    *> only name the dataset(s) the frame's output mode actually
    *> produced, the way the engine's audit record does - a P or I
    *> sequence never writes the .Fnnn.DAT name, and a manifest
            with pointer ManifestPointer
    end-if

    if MP-EXTENDED-PRECISION
        string " PRECISION=E" delimited by size
            into manifest-record
            with pointer ManifestPointer
    end-if

    string " RC=" delimited by size
           DisplayReturnCode delimited by size
        into manifest-record
0750-FIND-TAG.
    move "N" to FieldFoundSwitch
    perform varying ScanPointer from 1 by 1
            until ScanPointer is greater than 580
                  or FieldFound
        if AuditLine(ScanPointer:FieldTagLength) is equal to
                FieldTag(1:FieldTagLength)
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0870-PARSE-EXTENDED-PLANE-FIELD - an extended run's plane
*> value is edited to -999.9(28); take it back apart the same way.
*> ---------------------------------------------------------------
0870-PARSE-EXTENDED-PLANE-FIELD.
    move zero to ExtPlaneValue
    perform 0750-find-tag
    if not FieldFound
        display "MANDZSEQ E012 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to SequenceErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:33) to ExtPlaneImage
        move ExtPlaneImage(1:1) to PlaneSign
        move ExtPlaneImage(2:3) to PlaneInteger
        move ExtPlaneImage(6:28) to ExtPlaneDecimal
        if PlaneInteger is not numeric or ExtPlaneDecimal is not numeric
            display "MANDZSEQ E013 - THE AUDIT RECORD'S " FieldTag " VALUE IS NOT NUMERIC"
            move "Y" to SequenceErrorSwitch
        else
            compute ExtPlaneValue =
                ExtPlaneDecimal / 10000000000000000000000000000
            compute ExtPlaneValue = ExtPlaneValue + PlaneInteger
            if PlaneSign is equal to "-"
                compute ExtPlaneValue = zero - ExtPlaneValue
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0900-PARSE-NUMBER-FIELD - the resolution and iteration figures
*> are edited with leading blanks; return them zero-filled in
