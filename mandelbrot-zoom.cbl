*> engine's proportional scaling maps cells to the plane; and
*> writes a ready-to-submit parameter card or tour region row to
*> ZOOMPARM describing the zoomed view.
*>
*> A window recovered from an extended-precision run comes back at
*> the full twenty-eight places its audit record carries, and the
*> zoomed window is computed and written at that precision too.  A
*> standard-precision parent whose zoomed window would need a cell
*> pitch finer than the ninth decimal place has its card stepped
*> up to extended precision, rather than written with a window the
*> nine-place columns cannot hold.
*>
*> The engine now writes its datasets to catalogued generations,
*> so a card naming a plain dataset zooms from that dataset in the
*> current generation, as MandelbrotCatalogue reports it, and the
*> audit record looked for is the one naming that generation.

environment division.
input-output section.
copy "mandzcrd.cpy".

fd audit-file.
01 audit-record                pic X(600).

fd new-card-file.
copy "mandcard.cpy".

working-storage section.
01 AuditDatasetName            pic X(44).
01 PriorDatasetName            pic X(44).

01 CardEofSwitch               pic X(1) value "N".
    88 CardMissing              value "Y".
01 FieldFoundSwitch            pic X(1).
    88 FieldFound               value "Y".

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
01 NewPrecisionMode            pic X(1).
    88 NewExtendedPrecision     value "E".

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
01 ExtPlaneSpan                pic S9(3)V9(28) usage comp-3.
01 ExtHalfWidthX               pic S9(3)V9(28) usage comp-3.
01 ExtHalfWidthY               pic S9(3)V9(28) usage comp-3.
01 NewExtRealMin               pic S9(3)V9(28) usage comp-3.
01 NewExtRealMax               pic S9(3)V9(28) usage comp-3.
01 NewExtImagMin               pic S9(3)V9(28) usage comp-3.
01 NewExtImagMax               pic S9(3)V9(28) usage comp-3.
01 NewCellPitch                pic S9(3)V9(28) usage comp-3.

01 NewDatasetBaseName          pic X(44).

01 DisplayPlaneValue           pic -999.999999999.
01 DisplayExtPlaneValue        pic -999.9(28).
01 DisplayCellRow              pic zzzz9.
01 DisplayCellColumn           pic zzzz9.
01 DisplayZoomFactor           pic zz9.

*> a card's plain dataset name, resolved to the dataset of that
*> name in its base's current catalogued generation.
01 CatalogueNameWork           pic X(44).
01 CataloguedName              pic X(44).
01 CatalogueDotPosition        pic 9(2) usage comp-5.
01 CatalogueGenerationTag      pic 9(4).

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
        stop run
    end-if

    perform 0200-resolve-prior-dataset
    perform 0300-find-prior-run
    if ZoomFailed
        move 8 to return-code
        stop run
    end-if

    if NewExtendedPrecision
        perform 0550-compute-extended-window
    else
        perform 0500-compute-zoomed-window
        perform 0520-check-window-precision
        if NewExtendedPrecision
            perform 0550-compute-extended-window
        end-if
    end-if
    perform 0600-write-new-card
    perform 0700-write-zoom-report

            display "MANDZOOM E007 - AN R REQUEST MUST NAME THE NEW REGION"
            move "Y" to ZoomErrorSwitch
        end-if
        if ZC-PRECISION-MODE is not equal to space and
                ZC-PRECISION-MODE is not equal to "S" and
                not ZC-EXTENDED-PRECISION
            display "MANDZOOM E013 - PRECISION-MODE MUST BE S, E, OR BLANK"
            move "Y" to ZoomErrorSwitch
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
    move ZC-PRIOR-DATASET to PriorDatasetName
    move ZC-PRIOR-DATASET to CatalogueNameWork
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
*> named dataset, so a picture rendered more than once zooms from
    close audit-file

    if not RunFound
        display "MANDZOOM E008 - NO AUDIT RECORD NAMES " PriorDatasetName
        move "Y" to ZoomErrorSwitch
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

    *> the zoomed view inherits its parent's precision unless the
    *> request card asks for extended precision outright.
    if ZC-EXTENDED-PRECISION or PriorExtendedPrecision
        move "E" to NewPrecisionMode
    else
        move space to NewPrecisionMode
    end-if

    move "RESX=" to FieldTag
    move 5 to FieldTagLength
    perform 0900-parse-number-field
    compute NewImagMin = CentreY - HalfWidthY
    compute NewImagMax = CentreY + HalfWidthY.

*> ---------------------------------------------------------------
*> 0520-CHECK-WINDOW-PRECISION - a standard window whose cell
*> pitch falls below the ninth decimal place maps neighbouring
*> cells to the same plane point, so the card is stepped up to
*> extended precision instead; MandelbrotZoomSeq refuses a frame
*> at the same pitch.
*> ---------------------------------------------------------------
0520-CHECK-WINDOW-PRECISION.
    compute NewCellPitch = HalfWidthX * 2
    compute NewCellPitch = NewCellPitch / ResolutionXLess1
    if NewCellPitch is less than 0.000000001
        move "E" to NewPrecisionMode
    else
        compute NewCellPitch = HalfWidthY * 2
        compute NewCellPitch = NewCellPitch / ResolutionYLess1
        if NewCellPitch is less than 0.000000001
            move "E" to NewPrecisionMode
        end-if
    end-if

    if NewExtendedPrecision
        display "MANDZOOM W001 - THE ZOOMED WINDOW IS FINER THAN STANDARD PRECISION CAN DISTINGUISH"
        display "MANDZOOM W001 - THE NEW CARD ASKS FOR AN EXTENDED-PRECISION RENDER"
        move 4 to return-code
    end-if.

*> ---------------------------------------------------------------
*> 0550-COMPUTE-EXTENDED-WINDOW - 0500-COMPUTE-ZOOMED-WINDOW at
*> extended precision, from the parent's window at whatever width
*> it was recovered; the nine-place window fields are then set to
*> the new window truncated, so both sets on the card agree.
*> ---------------------------------------------------------------
0550-COMPUTE-EXTENDED-WINDOW.
    compute ResolutionXLess1 = PriorResolutionX - 1
    compute ResolutionYLess1 = PriorResolutionY - 1
    compute ExtPlaneSpan = PriorExtRealMax - PriorExtRealMin
    compute ExtProportionalX = ExtPlaneSpan / ResolutionXLess1
    compute ExtPlaneSpan = PriorExtImagMax - PriorExtImagMin
    compute ExtProportionalY = ExtPlaneSpan / ResolutionYLess1

    compute ExtPlaneOffset = ExtProportionalX * CellColumn
    compute ExtCentreX = PriorExtRealMin + ExtPlaneOffset
    compute ExtPlaneOffset = ExtProportionalY * CellRow
    compute ExtCentreY = PriorExtImagMin + ExtPlaneOffset

    compute ZoomDivisor = ZoomFactor * 2

    compute ExtPlaneSpan = PriorExtRealMax - PriorExtRealMin
    compute ExtHalfWidthX = ExtPlaneSpan / ZoomDivisor
    compute ExtPlaneSpan = PriorExtImagMax - PriorExtImagMin
    compute ExtHalfWidthY = ExtPlaneSpan / ZoomDivisor

    compute NewExtRealMin = ExtCentreX - ExtHalfWidthX
    compute NewExtRealMax = ExtCentreX + ExtHalfWidthX
    compute NewExtImagMin = ExtCentreY - ExtHalfWidthY
    compute NewExtImagMax = ExtCentreY + ExtHalfWidthY

    move NewExtRealMin to NewRealMin
    move NewExtRealMax to NewRealMax
    move NewExtImagMin to NewImagMin
    move NewExtImagMax to NewImagMax.

*> ---------------------------------------------------------------
*> 0600-WRITE-NEW-CARD - a P request writes a MANDCARD parameter
*> card for MandelbrotSet; an R request writes a MANDRGN region
        move PriorJuliaReal to PC-JULIA-REAL
        move PriorJuliaImaginary to PC-JULIA-IMAGINARY
        move PriorSamplingFactor to PC-SAMPLING-FACTOR
        if NewExtendedPrecision
            move "E" to PC-PRECISION-MODE
            move NewExtRealMin to PC-EXT-REAL-PLANE-MIN
            move NewExtRealMax to PC-EXT-REAL-PLANE-MAX
            move NewExtImagMin to PC-EXT-IMAGINARY-PLANE-MIN
            move NewExtImagMax to PC-EXT-IMAGINARY-PLANE-MAX
        end-if
        write MANDELBROT-PARM-CARD
    else
        move spaces to MANDELBROT-REGION
        move PriorJuliaReal to RG-JULIA-REAL
        move PriorJuliaImaginary to RG-JULIA-IMAGINARY
        move PriorSamplingFactor to RG-SAMPLING-FACTOR
        if NewExtendedPrecision
            move "E" to RG-PRECISION-MODE
            move NewExtRealMin to RG-EXT-REAL-PLANE-MIN
            move NewExtRealMax to RG-EXT-REAL-PLANE-MAX
            move NewExtImagMin to RG-EXT-IMAGINARY-PLANE-MIN
            move NewExtImagMax to RG-EXT-IMAGINARY-PLANE-MAX
        end-if
        write MANDELBROT-REGION
    end-if

*> ---------------------------------------------------------------
0700-WRITE-ZOOM-REPORT.
    display "MANDELBROT SET - ZOOM CARD REPORT"
    display "PRIOR OUTPUT DATASET......: " PriorDatasetName
    move CellRow to DisplayCellRow
    move CellColumn to DisplayCellColumn
    move ZoomFactor to DisplayZoomFactor
    display "CELL (ROW, COLUMN)........: " DisplayCellRow ", " DisplayCellColumn
    display "ZOOM FACTOR...............: " DisplayZoomFactor
    if NewExtendedPrecision
        perform 0720-write-extended-window
        exit paragraph
    end-if
    move PriorRealMin to DisplayPlaneValue
    display "OLD REAL PLANE MINIMUM....: " DisplayPlaneValue
    move PriorRealMax to DisplayPlaneValue
    display "NEW IMAGINARY MAXIMUM.....: " DisplayPlaneValue
    display "NEW CARD WRITTEN TO.......: ZOOMPARM".

*> ---------------------------------------------------------------
*> 0720-WRITE-EXTENDED-WINDOW - the same window figures at the
*> full width an extended-precision card carries.
*> ---------------------------------------------------------------
0720-WRITE-EXTENDED-WINDOW.
    display "PRECISION MODE............: EXTENDED"
    move PriorExtRealMin to DisplayExtPlaneValue
    display "OLD REAL PLANE MINIMUM....: " DisplayExtPlaneValue
    move PriorExtRealMax to DisplayExtPlaneValue
    display "OLD REAL PLANE MAXIMUM....: " DisplayExtPlaneValue
    move NewExtRealMin to DisplayExtPlaneValue
    display "NEW REAL PLANE MINIMUM....: " DisplayExtPlaneValue
    move NewExtRealMax to DisplayExtPlaneValue
    display "NEW REAL PLANE MAXIMUM....: " DisplayExtPlaneValue
    move NewExtImagMin to DisplayExtPlaneValue
    display "NEW IMAGINARY MINIMUM.....: " DisplayExtPlaneValue
    move NewExtImagMax to DisplayExtPlaneValue
    display "NEW IMAGINARY MAXIMUM.....: " DisplayExtPlaneValue
    display "NEW CARD WRITTEN TO.......: ZOOMPARM".

*> ---------------------------------------------------------------
*> 0750-FIND-TAG - leave ScanPointer on the first position where
*> FieldTag begins.  Tags are matched with the blank that ends the
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
        display "MANDZOOM E010 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to ZoomErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:33) to ExtPlaneImage
        move ExtPlaneImage(1:1) to PlaneSign
        move ExtPlaneImage(2:3) to PlaneInteger
        move ExtPlaneImage(6:28) to ExtPlaneDecimal
        if PlaneInteger is not numeric or ExtPlaneDecimal is not numeric
            display "MANDZOOM E011 - THE AUDIT RECORD'S " FieldTag " VALUE IS NOT NUMERIC"
            move "Y" to ZoomErrorSwitch
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
