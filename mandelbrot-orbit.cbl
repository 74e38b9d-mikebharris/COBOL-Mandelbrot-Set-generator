identification division.
program-id. MandelbrotOrbit.

*> Mandelbrot Set single-point orbit inquiry
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> When MandelbrotCompare fails a regression, or a user disputes the
*> shade of one cell, the only way to see why that cell came out as
*> it did used to be a programmer adding DISPLAYs to the engine.
*> This program answers the question from an ORBTCARD card instead.
*> It takes either a plane point or a rendered dataset and a cell
*> on its grid, whose point and rendering options come back from
*> the run's audit record the way MandelbrotZoom recovers them.  It
*> runs the engine's own escape-time arithmetic over the cell - the
*> statements of 0700-EVALUATE-POINT and 0750-SAMPLE-CELL, or of
*> their extended-precision counterparts for an extended run - and
*> lists the orbit of the cell's own point step by step, with
*> PointX, PointY and XSquared+YSquared at each step.  It shows
*> whether the cardioid/bulb shortcut fired, the sub-point counts
*> behind a supersampled cell, the resulting Iteration and ramp
*> character against the character actually on the dataset, and
*> whether the orbit settled into a repeating cycle and of what
*> period.  Naming the second dataset of a compare traces the same
*> cell of both runs side by side.  A plain dataset name on the
*> card means that dataset in its base's current catalogued
*> generation, as MandelbrotCatalogue reports it.

environment division.
input-output section.
file-control.
    select optional orbit-card-file assign to "ORBTCARD"
        organization is line sequential.

    select optional audit-file assign to dynamic AuditDatasetName
        organization is line sequential.

    select optional grid-file assign to dynamic GridDatasetName
        organization is sequential
        file status is GridStatus.

data division.
file section.
fd orbit-card-file.
copy "mandocrd.cpy".

fd audit-file.
01 audit-record                pic X(600).

fd grid-file.
copy "mandout.cpy".

working-storage section.
01 AuditDatasetName            pic X(44).
01 GridDatasetName             pic X(44).
01 GridStatus                  pic X(2).
01 InquiryDataset              pic X(44).

01 CardEofSwitch               pic X(1) value "N".
    88 CardMissing              value "Y".
01 AuditEofSwitch              pic X(1).
    88 AuditEof                 value "Y".
01 GridEofSwitch               pic X(1).
    88 GridEof                  value "Y".
01 OrbitErrorSwitch            pic X(1) value "N".
    88 OrbitFailed              value "Y".
01 OrbitWarningSwitch          pic X(1) value "N".
    88 OrbitWarned              value "Y".
01 RunFoundSwitch              pic X(1).
    88 RunFound                 value "Y".
01 GridNamedSwitch             pic X(1).
    88 GridNamedOnAudit         value "Y".
01 FieldFoundSwitch            pic X(1).
    88 FieldFound               value "Y".

01 AuditLine                   pic X(600).
01 MatchedLine                 pic X(600).
01 ScanPointer                 pic 9(3) usage comp-5.
01 FieldTag                    pic X(10).
01 FieldTagLength              pic 9(2) usage comp-5.
01 FieldValue                  pic X(44).
01 FieldWork                   pic X(44).

01 PlaneImage                  pic X(14).
01 PlaneSign                   pic X(1).
01 PlaneInteger                pic 9(3).
01 PlaneDecimal                pic 9(9).
01 PlaneValue                  pic S9(3)V9(9) usage comp-5.
01 NumberImage                 pic X(7).
01 ExtPlaneImage               pic X(33).
01 ExtPlaneDecimal             pic 9(28).
01 ExtPlaneValue               pic S9(3)V9(28) usage comp-3.

*> the run being traced - recovered from its audit record for a
*> dataset cell, or taken from the card for a plane point.
01 RunDate                     pic X(10).
01 RunUserId                   pic X(8).
01 RunRealMin                  pic S9(3)V9(9) usage comp-5.
01 RunRealMax                  pic S9(3)V9(9) usage comp-5.
01 RunImagMin                  pic S9(3)V9(9) usage comp-5.
01 RunImagMax                  pic S9(3)V9(9) usage comp-5.
01 RunExtRealMin               pic S9(3)V9(28) usage comp-3.
01 RunExtRealMax               pic S9(3)V9(28) usage comp-3.
01 RunExtImagMin               pic S9(3)V9(28) usage comp-3.
01 RunExtImagMax               pic S9(3)V9(28) usage comp-3.
01 RunResolutionX              pic 9(5) usage comp-5.
01 RunResolutionY              pic 9(5) usage comp-5.
01 RunIterationsMax            pic 9(5) usage comp-5.
01 RunThreshold                pic 9(7) usage comp-5.
01 RunFractalType              pic X(1).
    88 RunMandelbrotFractal     value "M".
    88 RunJuliaFractal          value "J".
01 RunJuliaReal                pic S9(3)V9(9) usage comp-5.
01 RunJuliaImaginary           pic S9(3)V9(9) usage comp-5.
01 RunSamplingFactor           pic 9(2) usage comp-5.
01 RunPaletteName              pic X(16).
01 RunPrecisionMode            pic X(1).
    88 RunExtendedPrecision     value "E".

01 CellRow                     pic 9(5) usage comp-5.
01 CellColumn                  pic 9(5) usage comp-5.
01 StepsListed                 pic 9(3) usage comp-5.

*> the engine's own working fields, at the engine's own pictures,
*> so the inquiry's arithmetic truncates exactly where the
*> render's does.
01 ResolutionXLess1            pic S9(5) usage comp-5.
01 ResolutionYLess1            pic S9(5) usage comp-5.
01 ProportionalX               pic S9(3)V9(14) usage comp-5.
01 ProportionalY               pic S9(3)V9(14) usage comp-5.
01 MathPlaneX                  pic S9(3)V9(14) usage comp-5.
01 MathPlaneY                  pic S9(3)V9(14) usage comp-5.
01 PointX                      pic S9(7)V9(8) usage comp-5.
01 PointY                      pic S9(7)V9(8) usage comp-5.
01 XSquared                    pic S9(10)V9(8) usage comp-5.
01 YSquared                    pic S9(10)V9(8) usage comp-5.
01 Iteration                   pic 9(5) usage comp-5 value zero.
01 TempVar                     pic S9(7)V9(8) usage comp-5.
01 ConstantX                   pic S9(3)V9(14) usage comp-5.
01 ConstantY                   pic S9(3)V9(14) usage comp-5.
01 SubX                        pic 9(2) usage comp-5.
01 SubY                        pic 9(2) usage comp-5.
01 SubPitchX                   pic S9(3)V9(14) usage comp-5.
01 SubPitchY                   pic S9(3)V9(14) usage comp-5.
01 CellBaseX                   pic S9(3)V9(14) usage comp-5.
01 CellBaseY                   pic S9(3)V9(14) usage comp-5.
01 SubOffsetX                  pic S9(3)V9(14) usage comp-5.
01 SubOffsetY                  pic S9(3)V9(14) usage comp-5.
01 SamplesPerCell              pic 9(3) usage comp-5.
01 CellIterationSum            pic 9(9) usage comp-5.
01 CardioidQ                   pic S9(3)V9(14) usage comp-5.
01 CardioidBulbSwitch          pic X(1).
    88 InCardioidOrBulb         value "Y".

01 ExtProportionalX            pic S9(3)V9(28) usage comp-3.
01 ExtProportionalY            pic S9(3)V9(28) usage comp-3.
01 ExtMathPlaneX               pic S9(3)V9(28) usage comp-3.
01 ExtMathPlaneY               pic S9(3)V9(28) usage comp-3.
01 ExtConstantX                pic S9(3)V9(28) usage comp-3.
01 ExtConstantY                pic S9(3)V9(28) usage comp-3.
01 ExtSubPitchX                pic S9(3)V9(28) usage comp-3.
01 ExtSubPitchY                pic S9(3)V9(28) usage comp-3.
01 ExtCellBaseX                pic S9(3)V9(28) usage comp-3.
01 ExtCellBaseY                pic S9(3)V9(28) usage comp-3.
01 ExtSubOffsetX               pic S9(3)V9(28) usage comp-3.
01 ExtSubOffsetY               pic S9(3)V9(28) usage comp-3.
01 ExtPointX                   pic S9(5)V9(26) usage comp-3.
01 ExtPointY                   pic S9(5)V9(26) usage comp-3.
01 ExtTempVar                  pic S9(5)V9(26) usage comp-3.
01 ExtXSquared                 pic S9(7)V9(24) usage comp-3.
01 ExtYSquared                 pic S9(7)V9(24) usage comp-3.
01 ExtCardioidQ                pic S9(7)V9(24) usage comp-3.
01 ExtShiftedX                 pic S9(3)V9(28) usage comp-3.
01 ExtShiftedSquare            pic S9(7)V9(24) usage comp-3.
01 ExtPlaneYSquared            pic S9(7)V9(24) usage comp-3.
01 ExtCardioidSum              pic S9(7)V9(24) usage comp-3.
01 ExtCardioidLeft             pic S9(7)V9(24) usage comp-3.
01 ExtCardioidRight            pic S9(7)V9(24) usage comp-3.
01 ExtBulbDistance             pic S9(7)V9(24) usage comp-3.
01 ExtSquaresDifference        pic S9(7)V9(24) usage comp-3.
01 ExtCrossTerm                pic S9(5)V9(26) usage comp-3.
01 ExtMagnitude                pic S9(8)V9(23) usage comp-3.
01 OrbitOverflowSwitch         pic X(1).
    88 OrbitOverflowed          value "Y".

*> the shading ramp of the run, re-established for each side the
*> way the engine re-establishes it on every call.
01 RampIndex                   pic 9(2) usage comp-5.
01 RampLength                  pic 9(2) usage comp-5 value 10.
01 CharRamp                    pic X(64) value " .:-=+*#%@".
01 CharRampTable redefines CharRamp.
    05 RampChar                occurs 64 times pic X(1).
copy "mandplnk.cpy".

*> cycle detection keeps one saved point and compares every later
*> step against it, saving afresh each time the distance doubles;
*> once the saved point is on the cycle the next match comes back
*> exactly one period later.
01 TraceWantedSwitch           pic X(1).
    88 TraceWanted              value "Y".
01 TraceStep                   pic 9(5) usage comp-5.
01 CycleFoundSwitch            pic X(1).
    88 CycleFound               value "Y".
01 CyclePower                  pic 9(9) usage comp-5.
01 CycleLength                 pic 9(9) usage comp-5.
01 CyclePeriod                 pic 9(9) usage comp-5.
01 CycleStep                   pic 9(5) usage comp-5.
01 CycleX                      pic S9(7)V9(8) usage comp-5.
01 CycleY                      pic S9(7)V9(8) usage comp-5.
01 ExtCycleX                   pic S9(5)V9(26) usage comp-3.
01 ExtCycleY                   pic S9(5)V9(26) usage comp-3.

*> one side per dataset traced: the first, and the second of a
*> compare.
01 SideCount                   pic 9(1) usage comp-5 value 1.
01 CurrentSide                 pic 9(1) usage comp-5.
01 BlankSide                   pic 9(1) usage comp-5.
01 SideResultTable.
    05 SideResult              occurs 2 times.
        10 SideDatasetName     pic X(44).
        10 SidePrecisionMode   pic X(1).
        10 SideIterationsMax   pic 9(5) usage comp-5.
        10 SideSamples         pic 9(3) usage comp-5.
        10 SideInSetCount      pic 9(3) usage comp-5.
        10 SideIterationSum    pic 9(9) usage comp-5.
        10 SideIteration       pic 9(5) usage comp-5.
        10 SideRampChar        pic X(1).
        10 SideGridChar        pic X(1).
        10 SideGridCharSwitch  pic X(1).
            88 SideGridCharRead value "Y".
        10 SideShortcutSwitch  pic X(1).
            88 SideShortcutFired value "Y".
        10 SideOwnIteration    pic 9(5) usage comp-5.
        10 SideCycleSwitch     pic X(1).
            88 SideCycleFound   value "Y".
        10 SideCyclePeriod     pic 9(9) usage comp-5.
        10 SideCycleStep       pic 9(5) usage comp-5.

*> the traced orbit of each side's own point: step 0 is where the
*> orbit starts, and the last step is kept apart from the listed
*> ones so a long orbit still shows where it ended.
01 OrbitTraceTable.
    05 OrbitSide               occurs 2 times.
        10 OrbitStepsTaken     pic 9(5) usage comp-5.
        10 OrbitEntry          occurs 501 times.
            15 TraceX          pic S9(7)V9(24) usage comp-3.
            15 TraceY          pic S9(7)V9(24) usage comp-3.
            15 TraceModulus    pic S9(11)V9(20) usage comp-3.
        10 OrbitFinal.
            15 FinalX          pic S9(7)V9(24) usage comp-3.
            15 FinalY          pic S9(7)V9(24) usage comp-3.
            15 FinalModulus    pic S9(11)V9(20) usage comp-3.
01 TraceEntry                  pic 9(3) usage comp-5.
01 TraceModulusWork            pic S9(11)V9(20) usage comp-3.
01 ListedLimit                 pic 9(5) usage comp-5.
01 ListedMost                  pic 9(5) usage comp-5.
01 ListedStep                  pic 9(5) usage comp-5.
01 MoreStepsSwitch             pic X(1).
    88 MoreStepsThanListed      value "Y".

01 ReportLine                  pic X(200).
01 HeadingLine                 pic X(200).
01 LinePointer                 pic 9(3) usage comp-5.
01 ValueTextTable.
    05 ValueText               occurs 2 times pic X(24).
01 TraceValueX                 pic S9(7)V9(24) usage comp-3.
01 TraceValueY                 pic S9(7)V9(24) usage comp-3.
01 TraceValueModulus           pic S9(11)V9(20) usage comp-3.

01 DisplayPlaneValue           pic -999.999999999.
01 DisplayExtPlaneValue        pic -999.9(28).
01 DisplayPointValue           pic -999.9(14).
01 DisplayTraceValue           pic -(7)9.9(8).
01 DisplayExtTraceValue        pic -(7)9.9(16).
01 DisplayTraceModulus         pic z(10)9.9(8).
01 DisplayExtTraceModulus      pic z(10)9.9(16).
01 DisplayStep                 pic zzzz9.
01 DisplayCount                pic zzzzzzzz9.
01 DisplayShortCount           pic zzzz9.
01 DisplaySub                  pic 9.

*> a card's plain dataset name, resolved to the dataset of that
*> name in its base's current catalogued generation.
01 CatalogueNameWork           pic X(44).
01 CataloguedName              pic X(44).
01 CatalogueDotPosition        pic 9(2) usage comp-5.
01 CatalogueGenerationTag      pic 9(4).

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
    perform 0100-read-orbit-card
    if OrbitFailed
        move 8 to return-code
        stop run
    end-if

    display "MANDELBROT ORBIT INQUIRY"

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        if OC-POINT-INQUIRY
            perform 0200-set-up-point-inquiry
        else
            perform 0300-find-run
            if not OrbitFailed
                perform 0400-recover-run-window
            end-if
            if OrbitFailed
                move 8 to return-code
                stop run
            end-if
        end-if

        perform 0450-fetch-palette
        perform 0480-scale-cell
        perform 0700-write-side-detail
        perform 0500-evaluate-cell
        if OC-CELL-INQUIRY
            perform 0690-read-grid-cell
        end-if
    end-perform

    perform 0800-write-results
    perform 0850-write-orbit-trace

    if OrbitWarned
        move 4 to return-code
    end-if

    stop run.

*> ---------------------------------------------------------------
*> 0100-READ-ORBIT-CARD - a P inquiry needs a numeric point; a C
*> inquiry needs a dataset and a numeric cell.
*> ---------------------------------------------------------------
0100-READ-ORBIT-CARD.
    open input orbit-card-file
    read orbit-card-file
        at end
            move "Y" to CardEofSwitch
    end-read
    close orbit-card-file

    if CardMissing
        display "MANDORBT E001 - AN ORBTCARD INQUIRY CARD IS REQUIRED"
        move "Y" to OrbitErrorSwitch
        exit paragraph
    end-if

    move 100 to StepsListed
    if OC-STEPS-LISTED is not equal to spaces
        move OC-STEPS-LISTED to NumberImage(1:3)
        inspect NumberImage(1:3) replacing leading " " by "0"
        if NumberImage(1:3) is not numeric or NumberImage(1:3) is equal to "000"
            display "MANDORBT E007 - STEPS-LISTED MUST BE 1 THROUGH 500 OR BLANK"
            move "Y" to OrbitErrorSwitch
        else
            move NumberImage(1:3) to StepsListed
            if StepsListed is greater than 500
                display "MANDORBT E007 - STEPS-LISTED MUST BE 1 THROUGH 500 OR BLANK"
                move "Y" to OrbitErrorSwitch
            end-if
        end-if
    end-if

    evaluate true
        when OC-POINT-INQUIRY
            if OC-PLANE-REAL is not numeric or
                    OC-PLANE-IMAGINARY is not numeric
                display "MANDORBT E003 - A P INQUIRY'S PLANE POINT MUST BE NUMERIC"
                move "Y" to OrbitErrorSwitch
            end-if
            if not OC-MANDELBROT-FRACTAL and not OC-JULIA-FRACTAL
                display "MANDORBT E004 - FRACTAL-TYPE MUST BE M, J, OR BLANK"
                move "Y" to OrbitErrorSwitch
            end-if
            if OC-JULIA-FRACTAL and
                    (OC-JULIA-REAL is not numeric or
                     OC-JULIA-IMAGINARY is not numeric)
                display "MANDORBT E004 - A JULIA INQUIRY'S SEED MUST BE NUMERIC"
                move "Y" to OrbitErrorSwitch
            end-if

            *> blank takes the defaults a blank PARMCARD column does.
            move 60 to RunIterationsMax
            if OC-ITERATIONS-MAX is not equal to spaces
                move OC-ITERATIONS-MAX to NumberImage(1:5)
                inspect NumberImage(1:5) replacing leading " " by "0"
                if NumberImage(1:5) is not numeric or
                        NumberImage(1:5) is equal to "00000"
                    display "MANDORBT E005 - ITERATIONS-MAX AND THRESHOLD MUST BE NUMERIC OR BLANK"
                    move "Y" to OrbitErrorSwitch
                else
                    move NumberImage(1:5) to RunIterationsMax
                end-if
            end-if
            move 10000 to RunThreshold
            if OC-THRESHOLD is not equal to spaces
                move OC-THRESHOLD to NumberImage
                inspect NumberImage replacing leading " " by "0"
                if NumberImage is not numeric or
                        NumberImage is equal to "0000000"
                    display "MANDORBT E005 - ITERATIONS-MAX AND THRESHOLD MUST BE NUMERIC OR BLANK"
                    move "Y" to OrbitErrorSwitch
                else
                    move NumberImage to RunThreshold
                end-if
            end-if
        when OC-CELL-INQUIRY
            if OC-DATASET is equal to spaces
                display "MANDORBT E002 - A C INQUIRY MUST NAME THE RENDERED DATASET"
                move "Y" to OrbitErrorSwitch
            end-if
            if OC-CELL-ROW is not numeric or OC-CELL-COLUMN is not numeric
                display "MANDORBT E006 - THE CELL ROW AND COLUMN MUST BE NUMERIC"
                move "Y" to OrbitErrorSwitch
            else
                move OC-CELL-ROW to CellRow
                move OC-CELL-COLUMN to CellColumn
            end-if
            if OC-COMPARE-DATASET is not equal to spaces
                move 2 to SideCount
            end-if
        when other
            display "MANDORBT E008 - INQUIRY-TYPE MUST BE P OR C"
            move "Y" to OrbitErrorSwitch
    end-evaluate.

*> ---------------------------------------------------------------
*> 0200-SET-UP-POINT-INQUIRY - a plane point is traced as a
*> single unsampled cell at standard precision.
*> ---------------------------------------------------------------
0200-SET-UP-POINT-INQUIRY.
    move "PLANE POINT" to InquiryDataset
    move spaces to RunDate
    move spaces to RunUserId
    move OC-PLANE-REAL to CellBaseX
    move OC-PLANE-IMAGINARY to CellBaseY
    move "M" to RunFractalType
    move zero to RunJuliaReal
    move zero to RunJuliaImaginary
    if OC-JULIA-FRACTAL
        move "J" to RunFractalType
        move OC-JULIA-REAL to RunJuliaReal
        move OC-JULIA-IMAGINARY to RunJuliaImaginary
    end-if
    move 1 to RunSamplingFactor
    move OC-PALETTE-NAME to RunPaletteName
    move space to RunPrecisionMode
    move zero to ProportionalX
    move zero to ProportionalY.

*> ---------------------------------------------------------------
*> 0300-FIND-RUN - keep the last audit line that wrote the side's
*> dataset, so a picture rendered more than once is traced with
*> the options of the copy on disk now.
*> ---------------------------------------------------------------
0300-FIND-RUN.
    if CurrentSide is equal to 1
        move OC-DATASET to InquiryDataset
        move OC-AUDIT-DATASET to AuditDatasetName
    else
        move OC-COMPARE-DATASET to InquiryDataset
        move OC-COMPARE-AUDIT-DATASET to AuditDatasetName
        if AuditDatasetName is equal to spaces
            move OC-AUDIT-DATASET to AuditDatasetName
        end-if
    end-if
    if AuditDatasetName is equal to spaces
        move "MANDOUT.AUD" to AuditDatasetName
    end-if
    perform 0320-resolve-inquiry-dataset

    move "N" to RunFoundSwitch
    move "N" to SideGridCharSwitch(CurrentSide)
    move "N" to AuditEofSwitch
    open input audit-file
    perform until AuditEof
        read audit-file into AuditLine
            at end
                move "Y" to AuditEofSwitch
            not at end
                perform 0350-check-line-match
        end-read
    end-perform
    close audit-file

    if not RunFound
        display "MANDORBT E009 - NO AUDIT RECORD NAMES " InquiryDataset
        move "Y" to OrbitErrorSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0320-RESOLVE-INQUIRY-DATASET - renders are written to catalogued
*> generations, so a plain name on the card - MANDOUT.DAT - means
*> the dataset of that name in its base's current generation -
*> MANDOUT.G0007.DAT - whenever the catalogue holds one.  A name the
*> catalogue does not know, or one already generation-qualified,
*> is taken as it stands.  The run is then both looked for on the
*> audit dataset and its grid read under the resolved name.
*> ---------------------------------------------------------------
0320-RESOLVE-INQUIRY-DATASET.
    move InquiryDataset to CatalogueNameWork
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
            move CataloguedName to InquiryDataset
    end-evaluate.

*> ---------------------------------------------------------------
*> 0350-CHECK-LINE-MATCH - a run wrote the dataset when any of the
*> dataset names its audit line carries matches; only a match on
*> OUTPUT= means there is a character grid to check the cell on.
*> ---------------------------------------------------------------
0350-CHECK-LINE-MATCH.
    move "N" to GridNamedSwitch
    move "OUTPUT=" to FieldTag
    move 7 to FieldTagLength
    perform 0920-find-field
    if FieldFound and FieldValue is equal to InquiryDataset
        move "Y" to GridNamedSwitch
    else
        move "PGM=" to FieldTag
        move 4 to FieldTagLength
        perform 0920-find-field
        if not FieldFound or FieldValue is not equal to InquiryDataset
            move "ITER=" to FieldTag
            move 5 to FieldTagLength
            perform 0920-find-field
        end-if
    end-if

    if FieldFound and FieldValue is equal to InquiryDataset
        move "Y" to RunFoundSwitch
        move AuditLine to MatchedLine
        move GridNamedSwitch to SideGridCharSwitch(CurrentSide)
    end-if.

*> ---------------------------------------------------------------
*> 0400-RECOVER-RUN-WINDOW - pull the plane window, resolution
*> and every rendering option back out of the matched audit line.
*> ---------------------------------------------------------------
0400-RECOVER-RUN-WINDOW.
    move MatchedLine to AuditLine

    move "DATE=" to FieldTag
    move 5 to FieldTagLength
    perform 0920-find-field
    move FieldValue to RunDate
    move "USERID=" to FieldTag
    move 7 to FieldTagLength
    perform 0920-find-field
    move FieldValue to RunUserId

    move "REALMIN=" to FieldTag
    move 8 to FieldTagLength
    perform 0930-parse-plane-field
    move PlaneValue to RunRealMin

    move "REALMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0930-parse-plane-field
    move PlaneValue to RunRealMax

    move "IMAGMIN=" to FieldTag
    move 8 to FieldTagLength
    perform 0930-parse-plane-field
    move PlaneValue to RunImagMin

    move "IMAGMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0930-parse-plane-field
    move PlaneValue to RunImagMax

    move space to RunPrecisionMode
    move "PRECISION=" to FieldTag
    move 10 to FieldTagLength
    perform 0920-find-field
    if FieldFound
        move FieldValue(1:1) to RunPrecisionMode
    end-if
    if RunExtendedPrecision
        move "REALMIN=" to FieldTag
        move 8 to FieldTagLength
        perform 0940-parse-extended-plane-field
        move ExtPlaneValue to RunExtRealMin
        move "REALMAX=" to FieldTag
        perform 0940-parse-extended-plane-field
        move ExtPlaneValue to RunExtRealMax
        move "IMAGMIN=" to FieldTag
        perform 0940-parse-extended-plane-field
        move ExtPlaneValue to RunExtImagMin
        move "IMAGMAX=" to FieldTag
        perform 0940-parse-extended-plane-field
        move ExtPlaneValue to RunExtImagMax
    end-if

    move "RESX=" to FieldTag
    move 5 to FieldTagLength
    perform 0950-parse-number-field
    move NumberImage(3:5) to RunResolutionX

    move "RESY=" to FieldTag
    move 5 to FieldTagLength
    perform 0950-parse-number-field
    move NumberImage(3:5) to RunResolutionY

    move "ITERMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0950-parse-number-field
    move NumberImage(3:5) to RunIterationsMax

    move "THRESHOLD=" to FieldTag
    move 10 to FieldTagLength
    perform 0950-parse-number-field
    move NumberImage to RunThreshold

    move "M" to RunFractalType
    move zero to RunJuliaReal
    move zero to RunJuliaImaginary
    move "FRACTAL=" to FieldTag
    move 8 to FieldTagLength
    perform 0920-find-field
    if FieldFound
        move FieldValue(1:1) to RunFractalType
    end-if
    if RunJuliaFractal
        move "JULIAR=" to FieldTag
        move 7 to FieldTagLength
        perform 0930-parse-plane-field
        move PlaneValue to RunJuliaReal
        move "JULIAI=" to FieldTag
        move 7 to FieldTagLength
        perform 0930-parse-plane-field
        move PlaneValue to RunJuliaImaginary
    end-if

    move 1 to RunSamplingFactor
    move "SAMPLING=" to FieldTag
    move 9 to FieldTagLength
    perform 0910-find-tag
    if FieldFound
        move AuditLine(ScanPointer + 9:2) to NumberImage(1:2)
        inspect NumberImage(1:2) replacing leading " " by "0"
        move NumberImage(1:2) to RunSamplingFactor
    end-if

    *> an unpaletted run carries no PALETTE= tag at all.
    move "PALETTE=" to FieldTag
    move 8 to FieldTagLength
    perform 0920-find-field
    move FieldValue to RunPaletteName

    if OrbitFailed
        continue
    else
        if RunResolutionX is not greater than 1 or
                RunResolutionY is not greater than 1 or
                RunIterationsMax is equal to zero or
                RunSamplingFactor is less than 1 or
                RunSamplingFactor is greater than 8
            display "MANDORBT E012 - THE AUDIT RECORD'S RESOLUTION OR OPTIONS ARE UNUSABLE"
            move "Y" to OrbitErrorSwitch
        else
            if CellRow is not less than RunResolutionY or
                    CellColumn is not less than RunResolutionX
                display "MANDORBT E013 - THE CELL LIES OUTSIDE THE GRID OF " InquiryDataset
                move "Y" to OrbitErrorSwitch
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0450-FETCH-PALETTE - the ramp the run shaded with.  A palette
*> that no longer resolves leaves the standard ramp, with a
*> warning, since the orbit itself does not depend on it.
*> ---------------------------------------------------------------
0450-FETCH-PALETTE.
    move 10 to RampLength
    move " .:-=+*#%@" to CharRamp

    if RunPaletteName is not equal to spaces
        move RunPaletteName to PR-PALETTE-NAME
        call "MandelbrotPalette" using MANDELBROT-PALETTE-REQUEST
        if PR-RETURN-CODE is not equal to zero
            display "MANDORBT W002 - PALETTE " RunPaletteName
                " COULD NOT BE RESOLVED; THE RAMP CHARACTER IS SHOWN ON THE STANDARD RAMP"
            move "Y" to OrbitWarningSwitch
        else
            move PR-RAMP-LENGTH to RampLength
            move PR-CHAR-RAMP to CharRamp
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0480-SCALE-CELL - map the cell to the plane exactly as the
*> engine's mainline and sampling paragraphs do; a plane point is
*> its own cell, unsampled.
*> ---------------------------------------------------------------
0480-SCALE-CELL.
    if OC-CELL-INQUIRY
        compute ResolutionXLess1 = RunResolutionX - 1
        compute ResolutionYLess1 = RunResolutionY - 1
        compute ProportionalX =
            (RunRealMax - RunRealMin) / ResolutionXLess1
        compute ProportionalY =
            (RunImagMax - RunImagMin) / ResolutionYLess1
        compute CellBaseX = RunRealMin + (ProportionalX * CellColumn)
        compute CellBaseY = RunImagMin + (ProportionalY * CellRow)
    end-if
    compute SamplesPerCell = RunSamplingFactor * RunSamplingFactor
    compute SubPitchX = ProportionalX / RunSamplingFactor
    compute SubPitchY = ProportionalY / RunSamplingFactor

    *> at thirty-one digits even the base-point product must be
    *> taken on its own before the window edge is added to it.
    if RunExtendedPrecision
        compute ExtProportionalX =
            (RunExtRealMax - RunExtRealMin) / ResolutionXLess1
        compute ExtProportionalY =
            (RunExtImagMax - RunExtImagMin) / ResolutionYLess1
        compute ExtSubPitchX = ExtProportionalX / RunSamplingFactor
        compute ExtSubPitchY = ExtProportionalY / RunSamplingFactor
        compute ExtCellBaseX = ExtProportionalX * CellColumn
        compute ExtCellBaseX = RunExtRealMin + ExtCellBaseX
        compute ExtCellBaseY = ExtProportionalY * CellRow
        compute ExtCellBaseY = RunExtImagMin + ExtCellBaseY
    end-if.

*> ---------------------------------------------------------------
*> 0500-EVALUATE-CELL - sample the cell, then shade the averaged
*> count on the run's ramp.
*> ---------------------------------------------------------------
0500-EVALUATE-CELL.
    move InquiryDataset to SideDatasetName(CurrentSide)
    move RunPrecisionMode to SidePrecisionMode(CurrentSide)
    move RunIterationsMax to SideIterationsMax(CurrentSide)
    move zero to SideInSetCount(CurrentSide)
    move zero to OrbitStepsTaken(CurrentSide)

    if RunExtendedPrecision
        perform 0540-sample-cell-extended
    else
        perform 0520-sample-cell
    end-if

    move SamplesPerCell to SideSamples(CurrentSide)
    move CellIterationSum to SideIterationSum(CurrentSide)
    move Iteration to SideIteration(CurrentSide)
    compute RampIndex =
        (Iteration * (RampLength - 1)) / RunIterationsMax
    move RampChar(RampIndex + 1) to SideRampChar(CurrentSide).

*> ---------------------------------------------------------------
*> 0520-SAMPLE-CELL - 0750-SAMPLE-CELL of the engine, statement
*> for statement, over the cell 0480-SCALE-CELL placed; only the
*> cell's own point, sub-point 0,0, has its orbit traced.
*> ---------------------------------------------------------------
0520-SAMPLE-CELL.
    move zero to CellIterationSum

    perform varying SubY from 0 by 1
            until SubY is equal to RunSamplingFactor
        compute SubOffsetY = SubPitchY * SubY
        compute MathPlaneY = CellBaseY + SubOffsetY

        perform varying SubX from 0 by 1
                until SubX is equal to RunSamplingFactor
            compute SubOffsetX = SubPitchX * SubX
            compute MathPlaneX = CellBaseX + SubOffsetX

            if SubX is equal to zero and SubY is equal to zero
                move "Y" to TraceWantedSwitch
            else
                move "N" to TraceWantedSwitch
            end-if

            perform 0600-evaluate-point

            add Iteration to CellIterationSum
            if Iteration >= RunIterationsMax
                add 1 to SideInSetCount(CurrentSide)
            end-if
            perform 0680-note-sub-point
        end-perform
    end-perform

    compute Iteration rounded = CellIterationSum / SamplesPerCell.

*> ---------------------------------------------------------------
*> 0540-SAMPLE-CELL-EXTENDED - 0770-SAMPLE-CELL-EXTENDED of the
*> engine, from the EXT window and pitch.
*> ---------------------------------------------------------------
0540-SAMPLE-CELL-EXTENDED.
    move zero to CellIterationSum

    perform varying SubY from 0 by 1
            until SubY is equal to RunSamplingFactor
        compute ExtSubOffsetY = ExtSubPitchY * SubY
        compute ExtMathPlaneY = ExtCellBaseY + ExtSubOffsetY

        perform varying SubX from 0 by 1
                until SubX is equal to RunSamplingFactor
            compute ExtSubOffsetX = ExtSubPitchX * SubX
            compute ExtMathPlaneX = ExtCellBaseX + ExtSubOffsetX

            if SubX is equal to zero and SubY is equal to zero
                move "Y" to TraceWantedSwitch
            else
                move "N" to TraceWantedSwitch
            end-if

            perform 0620-evaluate-point-extended

            add Iteration to CellIterationSum
            if Iteration >= RunIterationsMax
                add 1 to SideInSetCount(CurrentSide)
            end-if
            perform 0680-note-sub-point
        end-perform
    end-perform

    compute Iteration rounded = CellIterationSum / SamplesPerCell.

*> ---------------------------------------------------------------
*> 0600-EVALUATE-POINT - 0700-EVALUATE-POINT of the engine.  The
*> engine classifies a shortcut point without running the loop;
*> here the loop is run regardless, so the orbit and its cycle
*> can be shown, and the count is then set the way the engine
*> sets it.
*> ---------------------------------------------------------------
0600-EVALUATE-POINT.
    move "N" to CardioidBulbSwitch
    if RunMandelbrotFractal
        move MathPlaneX to ConstantX
        move MathPlaneY to ConstantY
        move zero to PointX
        move zero to PointY
        compute CardioidQ =
            ((MathPlaneX - 0.25) * (MathPlaneX - 0.25)) +
            (MathPlaneY * MathPlaneY)
        if CardioidQ * (CardioidQ + (MathPlaneX - 0.25))
                <= 0.25 * MathPlaneY * MathPlaneY
            move "Y" to CardioidBulbSwitch
        else
            if ((MathPlaneX + 1) * (MathPlaneX + 1)) +
                    (MathPlaneY * MathPlaneY) <= 0.0625
                move "Y" to CardioidBulbSwitch
            end-if
        end-if
    else
        move RunJuliaReal to ConstantX
        move RunJuliaImaginary to ConstantY
        move MathPlaneX to PointX
        move MathPlaneY to PointY
    end-if

    move zero to TraceStep
    move "N" to CycleFoundSwitch
    move zero to CycleLength
    move 1 to CyclePower
    move PointX to CycleX
    move PointY to CycleY

    multiply PointX by PointX giving XSquared
    multiply PointY by PointY giving YSquared
    perform 0640-record-step

    perform with test after varying Iteration from 0 by 1
        until Iteration >= RunIterationsMax or
              XSquared + YSquared >= RunThreshold
          compute TempVar = XSquared - YSquared + ConstantX
          compute PointY = 2 * PointX * PointY + ConstantY
          move TempVar to PointX
          compute XSquared = PointX * PointX
          compute YSquared = PointY * PointY
          add 1 to TraceStep
          perform 0640-record-step
    end-perform

    if InCardioidOrBulb
        move RunIterationsMax to Iteration
    end-if.

*> ---------------------------------------------------------------
*> 0620-EVALUATE-POINT-EXTENDED - 0720-EVALUATE-POINT-EXTENDED of
*> the engine, traced the same way.
*> ---------------------------------------------------------------
0620-EVALUATE-POINT-EXTENDED.
    move "N" to CardioidBulbSwitch
    if RunMandelbrotFractal
        move ExtMathPlaneX to ExtConstantX
        move ExtMathPlaneY to ExtConstantY
        move zero to ExtPointX
        move zero to ExtPointY
        *> the shortcut is taken one operation at a time, as the
        *> orbit is.  The cardioid and the period-2 bulb both lie
        *> inside -2 < x < 1, -1 < y < 1, so a point outside that
        *> box cannot be in either and no step of the tests can
        *> overflow its picture.
        if ExtMathPlaneX > -2 and ExtMathPlaneX < 1 and
                ExtMathPlaneY > -1 and ExtMathPlaneY < 1
            compute ExtShiftedX = ExtMathPlaneX - 0.25
            compute ExtShiftedSquare = ExtShiftedX * ExtShiftedX
            compute ExtPlaneYSquared = ExtMathPlaneY * ExtMathPlaneY
            compute ExtCardioidQ = ExtShiftedSquare + ExtPlaneYSquared
            compute ExtCardioidSum = ExtCardioidQ + ExtShiftedX
            compute ExtCardioidLeft = ExtCardioidQ * ExtCardioidSum
            compute ExtCardioidRight = ExtPlaneYSquared * 0.25
            if ExtCardioidLeft <= ExtCardioidRight
                move "Y" to CardioidBulbSwitch
            else
                compute ExtShiftedX = ExtMathPlaneX + 1
                compute ExtShiftedSquare = ExtShiftedX * ExtShiftedX
                compute ExtBulbDistance = ExtShiftedSquare + ExtPlaneYSquared
                if ExtBulbDistance <= 0.0625
                    move "Y" to CardioidBulbSwitch
                end-if
            end-if
        end-if
    else
        move RunJuliaReal to ExtConstantX
        move RunJuliaImaginary to ExtConstantY
        move ExtMathPlaneX to ExtPointX
        move ExtMathPlaneY to ExtPointY
    end-if

    move zero to TraceStep
    move "N" to CycleFoundSwitch
    move zero to CycleLength
    move 1 to CyclePower
    move ExtPointX to ExtCycleX
    move ExtPointY to ExtCycleY

    move "N" to OrbitOverflowSwitch
    multiply ExtPointX by ExtPointX giving ExtXSquared
    multiply ExtPointY by ExtPointY giving ExtYSquared
    perform 0660-record-step-extended

    perform with test after varying Iteration from 0 by 1
        until Iteration >= RunIterationsMax or
              OrbitOverflowed or
              ExtMagnitude >= RunThreshold
          compute ExtSquaresDifference = ExtXSquared - ExtYSquared
          compute ExtTempVar = ExtSquaresDifference + ExtConstantX
              on size error
                  move "Y" to OrbitOverflowSwitch
          end-compute
          compute ExtCrossTerm = ExtPointX * ExtPointY
              on size error
                  move "Y" to OrbitOverflowSwitch
          end-compute
          compute ExtPointY = ExtCrossTerm + ExtConstantY
              on size error
                  move "Y" to OrbitOverflowSwitch
          end-compute
          compute ExtPointY = ExtPointY + ExtCrossTerm
              on size error
                  move "Y" to OrbitOverflowSwitch
          end-compute
          move ExtTempVar to ExtPointX
          compute ExtXSquared = ExtPointX * ExtPointX
              on size error
                  move "Y" to OrbitOverflowSwitch
          end-compute
          compute ExtYSquared = ExtPointY * ExtPointY
              on size error
                  move "Y" to OrbitOverflowSwitch
          end-compute
          compute ExtMagnitude = ExtXSquared + ExtYSquared
          add 1 to TraceStep
          perform 0660-record-step-extended
    end-perform

    if InCardioidOrBulb
        move RunIterationsMax to Iteration
    end-if.

*> ---------------------------------------------------------------
*> 0640-RECORD-STEP - keep a step of the traced orbit, and test
*> every orbit for a cycle.
*> ---------------------------------------------------------------
0640-RECORD-STEP.
    if TraceWanted
        move PointX to TraceValueX
        move PointY to TraceValueY
        compute TraceValueModulus = XSquared + YSquared
        perform 0670-keep-trace-step
    end-if

    if TraceStep is greater than zero and not CycleFound
        add 1 to CycleLength
        if PointX is equal to CycleX and PointY is equal to CycleY
            move "Y" to CycleFoundSwitch
            move CycleLength to CyclePeriod
            move TraceStep to CycleStep
        else
            if CycleLength is equal to CyclePower
                move PointX to CycleX
                move PointY to CycleY
                multiply 2 by CyclePower
                move zero to CycleLength
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0660-RECORD-STEP-EXTENDED - 0640-RECORD-STEP over the packed
*> orbit.
*> ---------------------------------------------------------------
0660-RECORD-STEP-EXTENDED.
    if TraceWanted
        move ExtPointX to TraceValueX
        move ExtPointY to TraceValueY
        compute TraceValueModulus = ExtXSquared + ExtYSquared
        perform 0670-keep-trace-step
    end-if

    if TraceStep is greater than zero and not CycleFound
        add 1 to CycleLength
        if ExtPointX is equal to ExtCycleX and ExtPointY is equal to ExtCycleY
            move "Y" to CycleFoundSwitch
            move CycleLength to CyclePeriod
            move TraceStep to CycleStep
        else
            if CycleLength is equal to CyclePower
                move ExtPointX to ExtCycleX
                move ExtPointY to ExtCycleY
                multiply 2 by CyclePower
                move zero to CycleLength
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0670-KEEP-TRACE-STEP - the listed steps, and always the last.
*> ---------------------------------------------------------------
0670-KEEP-TRACE-STEP.
    if TraceStep is not greater than StepsListed
        compute TraceEntry = TraceStep + 1
        move TraceValueX to TraceX(CurrentSide, TraceEntry)
        move TraceValueY to TraceY(CurrentSide, TraceEntry)
        move TraceValueModulus to TraceModulus(CurrentSide, TraceEntry)
    end-if
    move TraceStep to OrbitStepsTaken(CurrentSide)
    move TraceValueX to FinalX(CurrentSide)
    move TraceValueY to FinalY(CurrentSide)
    move TraceValueModulus to FinalModulus(CurrentSide).

*> ---------------------------------------------------------------
*> 0680-NOTE-SUB-POINT - keep the cell's own point's outcome, and
*> list every sub-point of a supersampled cell.
*> ---------------------------------------------------------------
0680-NOTE-SUB-POINT.
    if TraceWanted
        move CardioidBulbSwitch to SideShortcutSwitch(CurrentSide)
        move Iteration to SideOwnIteration(CurrentSide)
        move CycleFoundSwitch to SideCycleSwitch(CurrentSide)
        move CyclePeriod to SideCyclePeriod(CurrentSide)
        move CycleStep to SideCycleStep(CurrentSide)
    end-if

    if RunSamplingFactor is greater than 1
        move spaces to ReportLine
        move 1 to LinePointer
        move SubX to DisplaySub
        string "   SUB-POINT " delimited by size
               DisplaySub delimited by size
               "," delimited by size
            into ReportLine
            with pointer LinePointer
        move SubY to DisplaySub
        move Iteration to DisplayShortCount
        string DisplaySub delimited by size
               "  ITERATION " delimited by size
               DisplayShortCount delimited by size
            into ReportLine
            with pointer LinePointer
        if InCardioidOrBulb
            string "  SHORTCUT" delimited by size
                into ReportLine
                with pointer LinePointer
        end-if
        if CycleFound
            move CyclePeriod to DisplayCount
            string "  CYCLE PERIOD" delimited by size
                   DisplayCount delimited by size
                into ReportLine
                with pointer LinePointer
        end-if
        display ReportLine(1:LinePointer - 1)
    end-if.

*> ---------------------------------------------------------------
*> 0690-READ-GRID-CELL - the character the run actually wrote for
*> the cell, when the dataset is a character grid.
*> ---------------------------------------------------------------
0690-READ-GRID-CELL.
    if not SideGridCharRead(CurrentSide)
        exit paragraph
    end-if

    move "N" to SideGridCharSwitch(CurrentSide)
    move InquiryDataset to GridDatasetName
    move "N" to GridEofSwitch
    open input grid-file
    if GridStatus is not equal to "00"
        display "MANDORBT W001 - " InquiryDataset
            " COULD NOT BE OPENED, STATUS=" GridStatus
            "; THE CELL IS NOT CHECKED AGAINST IT"
        move "Y" to OrbitWarningSwitch
        exit paragraph
    end-if
    perform until GridEof or SideGridCharRead(CurrentSide)
        read grid-file
            at end
                move "Y" to GridEofSwitch
            not at end
                if MO-ROW-NUMBER is equal to CellRow
                    move MO-ROW-DATA(CellColumn + 1:1)
                        to SideGridChar(CurrentSide)
                    move "Y" to SideGridCharSwitch(CurrentSide)
                end-if
        end-read
    end-perform
    close grid-file

    if not SideGridCharRead(CurrentSide)
        display "MANDORBT W001 - " InquiryDataset
            " HOLDS NO ROW FOR THE CELL; THE CELL IS NOT CHECKED AGAINST IT"
        move "Y" to OrbitWarningSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0700-WRITE-SIDE-DETAIL - the run and the cell being traced.
*> ---------------------------------------------------------------
0700-WRITE-SIDE-DETAIL.
    if CurrentSide is equal to 1
        display "SIDE A....................: " InquiryDataset
    else
        display "SIDE B....................: " InquiryDataset
    end-if

    if OC-CELL-INQUIRY
        display "   RUN DATE...............: " RunDate
        display "   RUN USERID.............: " RunUserId
        move CellRow to DisplayShortCount
        display "   CELL ROW...............: " DisplayShortCount
        move CellColumn to DisplayShortCount
        display "   CELL COLUMN............: " DisplayShortCount
        move RunResolutionX to DisplayShortCount
        display "   RESOLUTION-X...........: " DisplayShortCount
        move RunResolutionY to DisplayShortCount
        display "   RESOLUTION-Y...........: " DisplayShortCount
    end-if

    move RunIterationsMax to DisplayShortCount
    display "   ITERATIONS-MAX.........: " DisplayShortCount
    move RunThreshold to DisplayCount
    display "   THRESHOLD..............: " DisplayCount
    if RunJuliaFractal
        display "   FRACTAL................: JULIA"
        move RunJuliaReal to DisplayPlaneValue
        display "   JULIA SEED REAL........: " DisplayPlaneValue
        move RunJuliaImaginary to DisplayPlaneValue
        display "   JULIA SEED IMAGINARY...: " DisplayPlaneValue
    else
        display "   FRACTAL................: MANDELBROT"
    end-if
    move RunSamplingFactor to DisplaySub
    display "   SAMPLING-FACTOR........: " DisplaySub
    if RunPaletteName is equal to spaces
        display "   PALETTE................: STANDARD RAMP"
    else
        display "   PALETTE................: " RunPaletteName
    end-if

    *> the point traced is the cell's own, sub-point 0,0.
    if RunExtendedPrecision
        display "   PRECISION..............: EXTENDED"
        move ExtCellBaseX to DisplayExtPlaneValue
        display "   CELL POINT REAL........: " DisplayExtPlaneValue
        move ExtCellBaseY to DisplayExtPlaneValue
        display "   CELL POINT IMAGINARY...: " DisplayExtPlaneValue
    else
        display "   PRECISION..............: STANDARD"
        move CellBaseX to DisplayPointValue
        display "   CELL POINT REAL........: " DisplayPointValue
        move CellBaseY to DisplayPointValue
        display "   CELL POINT IMAGINARY...: " DisplayPointValue
    end-if.

*> ---------------------------------------------------------------
*> 0800-WRITE-RESULTS - what the cell came to, side by side for a
*> compare, with a warning wherever the trace and the dataset or
*> the two sides disagree.
*> ---------------------------------------------------------------
0800-WRITE-RESULTS.
    display "CELL RESULT"

    if SideCount is equal to 2
        move "SIDE A" to ValueText(1)
        move "SIDE B" to ValueText(2)
        move "   ........................" to ReportLine
        perform 0820-write-result-line
    end-if

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        move SideIteration(CurrentSide) to DisplayCount
        move DisplayCount to ValueText(CurrentSide)
    end-perform
    move "   ITERATION..............:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        move spaces to ValueText(CurrentSide)
        string "    """ delimited by size
               SideRampChar(CurrentSide) delimited by size
               """" delimited by size
            into ValueText(CurrentSide)
    end-perform
    move "   RAMP CHARACTER.........:" to ReportLine
    perform 0820-write-result-line

    if OC-CELL-INQUIRY
        perform varying CurrentSide from 1 by 1
                until CurrentSide is greater than SideCount
            move spaces to ValueText(CurrentSide)
            if SideGridCharRead(CurrentSide)
                string "    """ delimited by size
                       SideGridChar(CurrentSide) delimited by size
                       """" delimited by size
                    into ValueText(CurrentSide)
            else
                move "    NOT READ" to ValueText(CurrentSide)
            end-if
        end-perform
        move "   CHARACTER ON DATASET...:" to ReportLine
        perform 0820-write-result-line
    end-if

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        move SideSamples(CurrentSide) to DisplayCount
        move DisplayCount to ValueText(CurrentSide)
    end-perform
    move "   SUB-POINTS SAMPLED.....:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        move SideInSetCount(CurrentSide) to DisplayCount
        move DisplayCount to ValueText(CurrentSide)
    end-perform
    move "   SUB-POINTS IN THE SET..:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        move SideIterationSum(CurrentSide) to DisplayCount
        move DisplayCount to ValueText(CurrentSide)
    end-perform
    move "   SUB-POINT ITERATIONS...:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        if SideShortcutFired(CurrentSide)
            move "    FIRED" to ValueText(CurrentSide)
        else
            move "    NOT FIRED" to ValueText(CurrentSide)
        end-if
    end-perform
    move "   OWN POINT SHORTCUT.....:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        move SideOwnIteration(CurrentSide) to DisplayCount
        move DisplayCount to ValueText(CurrentSide)
    end-perform
    move "   OWN POINT ITERATION....:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        move OrbitStepsTaken(CurrentSide) to DisplayCount
        move DisplayCount to ValueText(CurrentSide)
    end-perform
    move "   OWN POINT ORBIT STEPS..:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        if SideCycleFound(CurrentSide)
            move SideCyclePeriod(CurrentSide) to DisplayCount
            move DisplayCount to ValueText(CurrentSide)
        else
            move "    NONE" to ValueText(CurrentSide)
        end-if
    end-perform
    move "   OWN POINT CYCLE PERIOD.:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        if SideCycleFound(CurrentSide)
            move SideCycleStep(CurrentSide) to DisplayCount
            move DisplayCount to ValueText(CurrentSide)
        else
            move spaces to ValueText(CurrentSide)
        end-if
    end-perform
    move "   CYCLE SEEN AT STEP.....:" to ReportLine
    perform 0820-write-result-line

    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        if SideGridCharRead(CurrentSide) and
                SideGridChar(CurrentSide) is not equal to
                    SideRampChar(CurrentSide)
            display "MANDORBT W003 - " SideDatasetName(CurrentSide)
                " CARRIES A DIFFERENT CHARACTER FOR THE CELL THAN THE TRACE SHADES IT WITH"
            move "Y" to OrbitWarningSwitch
        end-if
    end-perform
    if SideCount is equal to 2
        if SideIteration(1) is not equal to SideIteration(2) or
                SideRampChar(1) is not equal to SideRampChar(2)
            display "MANDORBT W004 - THE TWO SIDES SHADE THE CELL DIFFERENTLY"
            move "Y" to OrbitWarningSwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0820-WRITE-RESULT-LINE - the label in ReportLine, then one
*> value per side.
*> ---------------------------------------------------------------
0820-WRITE-RESULT-LINE.
    move ValueText(1) to ReportLine(29:24)
    if SideCount is equal to 2
        move ValueText(2) to ReportLine(55:24)
    end-if
    display ReportLine(1:80).

*> ---------------------------------------------------------------
*> 0850-WRITE-ORBIT-TRACE - the orbit of each side's own point,
*> step by step, the sides next to each other.  A standard run's
*> orbit is shown to its eight places, an extended run's to
*> sixteen.
*> ---------------------------------------------------------------
0850-WRITE-ORBIT-TRACE.
    display "ORBIT OF THE CELL'S OWN POINT"

    move zero to ListedMost
    move "N" to MoreStepsSwitch
    move spaces to HeadingLine
    move spaces to ReportLine
    move "    STEP" to ReportLine(1:8)
    move 9 to LinePointer
    perform varying CurrentSide from 1 by 1
            until CurrentSide is greater than SideCount
        if OrbitStepsTaken(CurrentSide) is greater than StepsListed
            move "Y" to MoreStepsSwitch
            move StepsListed to ListedLimit
        else
            move OrbitStepsTaken(CurrentSide) to ListedLimit
        end-if
        if ListedLimit is greater than ListedMost
            move ListedLimit to ListedMost
        end-if
        if CurrentSide is equal to 1
            move "SIDE A " to HeadingLine(LinePointer + 4:7)
        else
            move "SIDE B " to HeadingLine(LinePointer + 4:7)
        end-if
        move SideDatasetName(CurrentSide) to HeadingLine(LinePointer + 11:44)
        if SidePrecisionMode(CurrentSide) is equal to "E"
            string "                   POINTX"
                   "                   POINTY"
                   "           XSQUARED+YSQUARED" delimited by size
                into ReportLine
                with pointer LinePointer
        else
            string "           POINTX"
                   "           POINTY"
                   "   XSQUARED+YSQUARED" delimited by size
                into ReportLine
                with pointer LinePointer
        end-if
        add 2 to LinePointer
    end-perform
    display HeadingLine(1:LinePointer)
    display ReportLine(1:LinePointer)

    perform varying ListedStep from 0 by 1
            until ListedStep is greater than ListedMost
        move spaces to ReportLine
        move ListedStep to DisplayStep
        move DisplayStep to ReportLine(4:5)
        move 9 to LinePointer
        perform varying CurrentSide from 1 by 1
                until CurrentSide is greater than SideCount
            compute TraceEntry = ListedStep + 1
            move TraceX(CurrentSide, TraceEntry) to TraceValueX
            move TraceY(CurrentSide, TraceEntry) to TraceValueY
            move TraceModulus(CurrentSide, TraceEntry) to TraceValueModulus
            if ListedStep is greater than OrbitStepsTaken(CurrentSide)
                move CurrentSide to BlankSide
                perform 0870-format-blank-step
            else
                perform 0860-format-trace-step
            end-if
        end-perform
        display ReportLine(1:LinePointer)
    end-perform

    *> a long orbit is cut short in the listing; its last step
    *> still shows where it ended.
    if MoreStepsThanListed
        display "     ..."
        perform varying CurrentSide from 1 by 1
                until CurrentSide is greater than SideCount
            move spaces to ReportLine
            move OrbitStepsTaken(CurrentSide) to DisplayStep
            move DisplayStep to ReportLine(4:5)
            move 9 to LinePointer
            if CurrentSide is equal to 2
                move 1 to BlankSide
                perform 0870-format-blank-step
            end-if
            move FinalX(CurrentSide) to TraceValueX
            move FinalY(CurrentSide) to TraceValueY
            move FinalModulus(CurrentSide) to TraceValueModulus
            perform 0860-format-trace-step
            display ReportLine(1:LinePointer)
        end-perform
    end-if.

*> ---------------------------------------------------------------
*> 0860-FORMAT-TRACE-STEP - one side's PointX, PointY and
*> XSquared+YSquared at the side's precision.
*> ---------------------------------------------------------------
0860-FORMAT-TRACE-STEP.
    if SidePrecisionMode(CurrentSide) is equal to "E"
        move TraceValueX to DisplayExtTraceValue
        string DisplayExtTraceValue delimited by size
            into ReportLine
            with pointer LinePointer
        move TraceValueY to DisplayExtTraceValue
        move TraceValueModulus to DisplayExtTraceModulus
        string DisplayExtTraceValue delimited by size
               DisplayExtTraceModulus delimited by size
            into ReportLine
            with pointer LinePointer
    else
        move TraceValueX to DisplayTraceValue
        string DisplayTraceValue delimited by size
            into ReportLine
            with pointer LinePointer
        move TraceValueY to DisplayTraceValue
        move TraceValueModulus to DisplayTraceModulus
        string DisplayTraceValue delimited by size
               DisplayTraceModulus delimited by size
            into ReportLine
            with pointer LinePointer
    end-if
    add 2 to LinePointer.

*> ---------------------------------------------------------------
*> 0870-FORMAT-BLANK-STEP - a side whose orbit has already ended
*> keeps its columns empty.
*> ---------------------------------------------------------------
0870-FORMAT-BLANK-STEP.
    if SidePrecisionMode(BlankSide) is equal to "E"
        add 80 to LinePointer
    else
        add 56 to LinePointer
    end-if.

*> ---------------------------------------------------------------
*> 0910-FIND-TAG - locate FieldTag in the audit line as a whole
*> tag, not the tail of a longer one; ScanPointer is left one
*> before it.
*> ---------------------------------------------------------------
0910-FIND-TAG.
    move "N" to FieldFoundSwitch
    perform varying ScanPointer from 1 by 1
            until ScanPointer is greater than 580
                  or FieldFound
        if AuditLine(ScanPointer:FieldTagLength) is equal to
                FieldTag(1:FieldTagLength)
            if ScanPointer is equal to 1
                move "Y" to FieldFoundSwitch
            else
                if AuditLine(ScanPointer - 1:1) is equal to space
                    move "Y" to FieldFoundSwitch
                end-if
            end-if
        end-if
    end-perform

    if FieldFound
        subtract 1 from ScanPointer
    end-if.

*> ---------------------------------------------------------------
*> 0920-FIND-FIELD - locate FieldTag in the audit line and return
*> its space-delimited value.
*> ---------------------------------------------------------------
0920-FIND-FIELD.
    move spaces to FieldValue
    perform 0910-find-tag
    if FieldFound
        move AuditLine(ScanPointer + FieldTagLength:44) to FieldWork
        unstring FieldWork delimited by " "
            into FieldValue
        end-unstring
    end-if.

*> ---------------------------------------------------------------
*> 0930-PARSE-PLANE-FIELD - a plane value is edited to the fixed
*> fourteen-character picture -999.999999999 when the audit line
*> is written; take it back apart the same way.
*> ---------------------------------------------------------------
0930-PARSE-PLANE-FIELD.
    move zero to PlaneValue
    perform 0910-find-tag
    if not FieldFound
        display "MANDORBT E010 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to OrbitErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:14) to PlaneImage
        move PlaneImage(1:1) to PlaneSign
        move PlaneImage(2:3) to PlaneInteger
        move PlaneImage(6:9) to PlaneDecimal
        if PlaneInteger is not numeric or PlaneDecimal is not numeric
            display "MANDORBT E011 - THE AUDIT RECORD'S " FieldTag " VALUE IS NOT NUMERIC"
            move "Y" to OrbitErrorSwitch
        else
            compute PlaneValue = PlaneDecimal / 1000000000
            compute PlaneValue = PlaneValue + PlaneInteger
            if PlaneSign is equal to "-"
                compute PlaneValue = zero - PlaneValue
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0940-PARSE-EXTENDED-PLANE-FIELD - an extended run's plane
*> value is edited to -999.9(28); take it back apart the same way.
*> ---------------------------------------------------------------
0940-PARSE-EXTENDED-PLANE-FIELD.
    move zero to ExtPlaneValue
    perform 0910-find-tag
    if not FieldFound
        display "MANDORBT E010 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to OrbitErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:33) to ExtPlaneImage
        move ExtPlaneImage(1:1) to PlaneSign
        move ExtPlaneImage(2:3) to PlaneInteger
        move ExtPlaneImage(6:28) to ExtPlaneDecimal
        if PlaneInteger is not numeric or ExtPlaneDecimal is not numeric
            display "MANDORBT E011 - THE AUDIT RECORD'S " FieldTag " VALUE IS NOT NUMERIC"
            move "Y" to OrbitErrorSwitch
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
*> 0950-PARSE-NUMBER-FIELD - the resolution and iteration figures
*> are edited with leading blanks; return them zero-filled in
*> NumberImage, right-aligned in its seven characters.
*> ---------------------------------------------------------------
0950-PARSE-NUMBER-FIELD.
    move all "0" to NumberImage
    perform 0910-find-tag
    if not FieldFound
        display "MANDORBT E010 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to OrbitErrorSwitch
    else
        if FieldTag is equal to "THRESHOLD="
            move AuditLine(ScanPointer + FieldTagLength:7) to NumberImage
        else
            move AuditLine(ScanPointer + FieldTagLength:5) to NumberImage(3:5)
        end-if
        inspect NumberImage replacing all " " by "0"
    end-if.

end program MandelbrotOrbit.
