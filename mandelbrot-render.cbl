*> describing where to render and where to write it.  MandelbrotSet
*> and MandelbrotTour now differ only in how they get that block
*> filled in, not in how a viewport is actually rendered.
*>
*> Deep zooms used to run out at about the eighth decimal place:
*> the plane fields stop at nine and the orbit at eight, so past
*> that depth neighbouring cells map to the same plane point.  A
*> run may now ask for extended precision, which takes its window
*> from the parameter block's EXT plane fields and carries the
*> window, cell pitch and orbit in packed fields out to the limit
*> of extended decimal arithmetic.  The standard path is untouched
*> and remains the default; extended runs cost several times the
*> machine time and are budgeted accordingly.
*>
*> Raising a saturated region's iteration ceiling used to mean
*> rendering every cell again, though every cell that escaped under
*> the old ceiling escapes at the same count under the new one.  A
*> run naming a prior iteration dataset in the parameter block is
*> now a ceiling extension: the prior dataset is read alongside
*> the render, its settled cells are carried forward unchanged,
*> and only the cells pinned at its ceiling run the escape-time
*> loop again.  The new iteration dataset is always written, and
*> the audit line names the dataset it extended.
*>
*> A run used to write straight over whatever its output names
*> held.  A whole-viewport run now asks the shared
*> MandelbrotCatalogue for the next generation of its output's
*> base name before it opens anything, writes to the generation-
*> qualified names it is handed, and catalogues the generation on
*> CATMAST when it completes, rolling off the oldest beyond the
*> base's keep limit.  A banded step keeps its plain band names:
*> the bands are only halves of a picture until MandelbrotStitch
*> merges them, and it is the merged picture that is catalogued.
*>
*> The audit line used to say nothing of how a run was submitted,
*> so the chargeback could not tell priority work from the rest.
*> A run dispatched off the request queue now stamps the priority
*> it was queued at.

environment division.
input-output section.
    select optional iteration-file assign to dynamic mp-iteration-dataset
        organization is sequential.

    select prior-iteration-file assign to dynamic mp-prior-iteration-dataset
        organization is sequential
        file status is PriorIterationStatus.

    select optional audit-file assign to dynamic mp-audit-dataset
        organization is line sequential.

fd iteration-file.
copy "manditer.cpy".

fd prior-iteration-file.
01 prior-iteration-record      pic X(10006).

fd progress-file.
copy "mandprog.cpy".

fd audit-file.
01 audit-record                pic X(600).

working-storage section.
01 ResolutionXLess1             pic S9(5) usage comp-5.
01 CardioidBulbSwitch      pic X(1).
    88 InCardioidOrBulb         value "Y".

*> the extended-precision counterparts of the fields above.  The
*> binary fields cannot go past eighteen digits, so these are
*> packed, at the thirty-one digits extended decimal arithmetic
*> allows.  The window, pitch and sub-point offsets keep the
*> twenty-eight places the EXT plane fields carry; the orbit
*> trades places for integer digits only as far as the escape
*> test needs.  Before it escapes an orbit's squares stay under
*> the threshold, which can never reach 10,000,000, so a square or
*> a point that overflows these pictures has escaped by definition
*> and the loop treats the size error as its escape.
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

*> a ceiling extension holds one row of the prior iteration dataset
*> at a time, laid out as MANDITER lays it out.  A sampled cell's
*> count is the rounded average of its sub-points, so it is settled
*> only when no sub-point can have reached the prior ceiling: its
*> count times the sub-points per cell must fall short of the
*> ceiling by more than the rounding can hide.  For a single-sample
*> render that is simply a count below the prior ceiling.
01 PriorIterationStatus        pic X(2).
01 CeilingExtensionSwitch      pic X(1).
    88 CeilingExtension         value "Y".
01 IterationDatasetSwitch      pic X(1).
    88 IterationDatasetWanted   value "Y".
01 PriorEofSwitch              pic X(1).
    88 PriorEof                 value "Y".
01 PriorRowSwitch              pic X(1).
    88 PriorRowHeld             value "Y".
01 CellSettledSwitch           pic X(1).
    88 CellSettled              value "Y".
01 PriorIterationArea.
    05 PriorRecordType         pic X(1).
    05 PriorRowNumber          pic 9(5).
    05 PriorRowIterations.
        10 PriorIteration      occurs 2000 times pic 9(5).
01 PriorHeaderArea redefines PriorIterationArea.
    05 FILLER                  pic X(1).
    05 PriorResolutionX        pic 9(5).
    05 PriorResolutionY        pic 9(5).
    05 PriorIterationsMax      pic 9(5).
    05 PriorThreshold          pic 9(7).
    05 FILLER                  pic X(9983).
01 PriorCeiling                pic 9(5) usage comp-5.
01 SettledLimit                pic 9(7) usage comp-5.
01 SettledTest                 pic 9(7) usage comp-5.
01 CellsCarried                pic 9(9) usage comp-5.
01 CellsResumed                pic 9(9) usage comp-5.
01 DisplayCellsCarried         pic zzzzzzzz9.
01 DisplayCellsResumed         pic zzzzzzzz9.
01 DisplayPriorCeiling         pic zzzz9.

*> the ramp defaults to the standard ten steps in a 64-step area;
*> a palette named in the parameters replaces both the ramp and
*> the grey curve from the PALMAST master.  With the default in
01 EstimatedCost               pic 9(18) usage comp-5.
01 EstimatedRows               pic 9(5) usage comp-5.
01 PointItersPerSecond         pic 9(9) usage comp-5 value 2000000.

*> packed thirty-one-digit arithmetic buys far fewer iterations a
*> second than the binary fields; an extended run is costed at
*> this many times its standard estimate.
01 ExtendedCostFactor          pic 9(3) usage comp-5 value 8.
copy "mandblnk.cpy".

*> the generation this run was allocated on the render catalogue;
*> the names in the parameter block are replaced by the qualified
*> ones, and the caller sees them there when the call returns.
copy "mandclnk.cpy".
01 GenerationSwitch            pic X(1).
    88 GenerationAllocated      value "Y".
01 DisplayGeneration           pic 9(4).
01 GenerationLabel             pic X(48).

01 StartScreenY                pic 9(5) usage comp-5.
01 EndScreenY                  pic 9(5) usage comp-5.
01 RestartRow                  pic S9(6) usage comp-5 value -1.
01 DisplayThreshold            pic zzzzzz9.
01 DisplayJuliaReal          pic -999.999999999.
01 DisplayJuliaImaginary     pic -999.999999999.
01 DisplayExtRealPlaneMin    pic -999.9(28).
01 DisplayExtRealPlaneMax    pic -999.9(28).
01 DisplayExtImaginaryPlaneMin pic -999.9(28).
01 DisplayExtImaginaryPlaneMax pic -999.9(28).
01 DisplayBandFirstRow       pic zzzz9.
01 DisplayBandLastRow        pic zzzz9.
01 DisplayQueuePriority      pic 9(2).

linkage section.
copy "mandparm.cpy".
0000-MAINLINE.
    move zero to MP-RETURN-CODE

    *> an extension always writes its new iteration dataset, the
    *> one output it exists to produce, whatever OUTPUT-MODE says.
    move "N" to CeilingExtensionSwitch
    move "N" to IterationDatasetSwitch
    move "N" to PriorRowSwitch
    if mp-prior-iteration-dataset is not equal to spaces
        move "Y" to CeilingExtensionSwitch
    end-if
    if MP-ITER-OUTPUT-MODE or CeilingExtension
        move "Y" to IterationDatasetSwitch
    end-if

    perform 0100-validate-parameters
    if MP-RETURN-CODE is not equal to zero
        goback
        goback
    end-if

    move "N" to GenerationSwitch
    if not MP-BANDED-RENDER
        perform 0180-allocate-generation
    end-if

    compute ResolutionXLess1 = mp-resolution-x - 1
    compute ResolutionYLess1 = mp-resolution-y - 1
    compute ProportionalX =
    compute SubPitchX = ProportionalX / mp-sampling-factor
    compute SubPitchY = ProportionalY / mp-sampling-factor

    *> an extended run scales from its EXT window instead, one
    *> COMPUTE per step as 0750-SAMPLE-CELL explains.
    if MP-EXTENDED-PRECISION
        compute ExtProportionalX =
            (mp-ext-real-plane-max - mp-ext-real-plane-min) / ResolutionXLess1
        compute ExtProportionalY =
            (mp-ext-imaginary-plane-max - mp-ext-imaginary-plane-min)
                / ResolutionYLess1
        compute ExtSubPitchX = ExtProportionalX / mp-sampling-factor
        compute ExtSubPitchY = ExtProportionalY / mp-sampling-factor
    end-if

    perform 0400-read-checkpoint

    *> a banded run owns ScreenY rows BAND-FIRST-ROW through
        goback
    end-if

    if CeilingExtension
        perform 0200-open-prior-iterations
        if MP-RETURN-CODE is not equal to zero
            goback
        end-if
    end-if

    accept StartTime from time
    compute StartTimeInHS =
        ((StartHH * 60 + StartMM) * 60 + StartSS) * 100
            end-if
        end-if
    end-if
    if IterationDatasetWanted
        if Resuming
            open extend iteration-file
        else
        move spaces to mo-row-data
        move spaces to pgm-record
        move 1 to PgmPointer
        if IterationDatasetWanted
            move "R" to mi-record-type
            move ScreenY to mi-row-number
            move all "0" to mi-row-iterations
        end-if
        if CeilingExtension
            perform 0800-read-prior-row
        end-if

        perform varying ScreenX from 0 by 1 until ScreenX is equal to mp-resolution-x

            move "N" to CellSettledSwitch
            if PriorRowHeld
                perform 0730-carry-settled-cell
            end-if
            if not CellSettled
                if CeilingExtension
                    add 1 to CellsResumed
                end-if
                if MP-EXTENDED-PRECISION
                    perform 0770-sample-cell-extended
                else
                    perform 0750-sample-cell
                end-if
            end-if

            compute RampIndex =
                (Iteration * (RampLength - 1)) / mp-iterations-max
                    with pointer PgmPointer
            end-if

            if IterationDatasetWanted
                move Iteration to mi-iteration(ScreenX + 1)
            end-if

        if MP-PGM-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
            write pgm-record
        end-if
        if IterationDatasetWanted
            write manditer-record
        end-if

    if MP-PGM-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
        close pgm-file
    end-if
    if IterationDatasetWanted
        close iteration-file
    end-if
    if CeilingExtension
        close prior-iteration-file
    end-if
    close checkpoint-file

    *> a clean, full completion means there is nothing left to
        perform 1200-write-audit-record
    end-if

    if GenerationAllocated
        perform 1250-catalogue-generation
    end-if

    perform 1300-post-actual-usage

    goback.
*> would divide by zero computing ProportionalX/ProportionalY, or
*> that would silently overrun the fixed-width output buffers,
*> instead of letting the render step compute a garbage or
*> truncated image.  An extended run's window is edited on its
*> EXT fields: a deep enough window truncates to the same nine
*> places at both edges, so the standard fields prove nothing.
*> ---------------------------------------------------------------
0100-VALIDATE-PARAMETERS.
    evaluate true
        when mp-resolution-y is not greater than 1
            display "MANDREND E002 - RESOLUTION-Y MUST BE GREATER THAN 1"
            move 8 to MP-RETURN-CODE
        when not MP-EXTENDED-PRECISION and
                mp-real-plane-max is not greater than mp-real-plane-min
            display "MANDREND E003 - REAL-PLANE-MAX MUST BE GREATER THAN REAL-PLANE-MIN"
            move 8 to MP-RETURN-CODE
        when not MP-EXTENDED-PRECISION and
                mp-imaginary-plane-max is not greater than mp-imaginary-plane-min
            display "MANDREND E004 - IMAGINARY-PLANE-MAX MUST BE GREATER THAN IMAGINARY-PLANE-MIN"
            move 8 to MP-RETURN-CODE
        when mp-iterations-max is not greater than zero
                not MP-CHAR-OUTPUT-MODE and not MP-BOTH-OUTPUT-MODE
            display "MANDREND E011 - A BANDED RENDER REQUIRES OUTPUT-MODE C OR B"
            move 8 to MP-RETURN-CODE
        when mp-prior-iteration-dataset is not equal to spaces and
                MP-BANDED-RENDER
            display "MANDREND E017 - A CEILING EXTENSION MUST RENDER THE WHOLE VIEWPORT"
            move 8 to MP-RETURN-CODE
        when mp-prior-iteration-dataset is not equal to spaces and
                mp-prior-iteration-dataset is equal to mp-iteration-dataset
            display "MANDREND E018 - THE NEW ITERATION DATASET MUST DIFFER FROM THE ONE BEING EXTENDED"
            move 8 to MP-RETURN-CODE
        when MP-PRECISION-MODE is not equal to space and
                MP-PRECISION-MODE is not equal to "S" and
                not MP-EXTENDED-PRECISION
            display "MANDREND E014 - PRECISION-MODE MUST BE S, E, OR BLANK"
            move 8 to MP-RETURN-CODE
        when MP-EXTENDED-PRECISION and
                mp-ext-real-plane-max is not greater than mp-ext-real-plane-min
            display "MANDREND E015 - EXTENDED REAL-PLANE-MAX MUST BE GREATER THAN REAL-PLANE-MIN"
            move 8 to MP-RETURN-CODE
        when MP-EXTENDED-PRECISION and
                mp-ext-imaginary-plane-max is not greater than
                    mp-ext-imaginary-plane-min
            display "MANDREND E016 - EXTENDED IMAGINARY-PLANE-MAX MUST BE GREATER THAN IMAGINARY-PLANE-MIN"
            move 8 to MP-RETURN-CODE
        when MP-CHAR-OUTPUT-MODE or MP-PGM-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
                or MP-ITER-OUTPUT-MODE
            continue
    compute EstimatedCost =
        EstimatedCost * mp-sampling-factor * mp-sampling-factor
    compute EstimatedCost = EstimatedCost * mp-iterations-max
    if MP-EXTENDED-PRECISION
        compute EstimatedCost = EstimatedCost * ExtendedCostFactor
    end-if
    compute EstimatedCost = EstimatedCost / PointItersPerSecond

    move "C" to BR-FUNCTION
        move 8 to MP-RETURN-CODE
    end-if.

*> ---------------------------------------------------------------
*> 0180-ALLOCATE-GENERATION - exchange the output names for the
*> next generation's.  A catalogue that cannot qualify them leaves
*> the run writing its plain names, uncatalogued, as it always
*> did; the subprogram has already said why.
*> ---------------------------------------------------------------
0180-ALLOCATE-GENERATION.
    move "A" to CR-FUNCTION
    move mp-output-dataset to CR-OUTPUT-DATASET
    move mp-pgm-dataset to CR-PGM-DATASET
    move mp-iteration-dataset to CR-ITERATION-DATASET
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is equal to zero
        move CR-OUTPUT-DATASET to mp-output-dataset
        move CR-PGM-DATASET to mp-pgm-dataset
        move CR-ITERATION-DATASET to mp-iteration-dataset
        move "Y" to GenerationSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0200-OPEN-PRIOR-ITERATIONS - open the iteration dataset being
*> extended and prove from its header that it describes this
*> viewport: the same grid and escape threshold, and a ceiling
*> below the one this run renders to.  The window itself is not
*> recorded in the dataset; whoever fills in the parameter block
*> takes it from the prior run's audit line.
*> ---------------------------------------------------------------
0200-OPEN-PRIOR-ITERATIONS.
    move "N" to PriorEofSwitch
    move zero to CellsCarried
    move zero to CellsResumed

    open input prior-iteration-file
    if PriorIterationStatus is not equal to "00"
        display "MANDREND E019 - PRIOR ITERATION DATASET " mp-prior-iteration-dataset
            " COULD NOT BE OPENED, STATUS=" PriorIterationStatus
        move 8 to MP-RETURN-CODE
        exit paragraph
    end-if

    move spaces to PriorIterationArea
    read prior-iteration-file into PriorIterationArea
        at end
            move "Y" to PriorEofSwitch
    end-read

    evaluate true
        when PriorEof or PriorRecordType is not equal to "H" or
                PriorResolutionX is not numeric or
                PriorResolutionY is not numeric or
                PriorIterationsMax is not numeric or
                PriorThreshold is not numeric
            display "MANDREND E020 - " mp-prior-iteration-dataset
                " CARRIES NO ITERATION HEADER RECORD"
            move 8 to MP-RETURN-CODE
        when PriorResolutionX is not equal to mp-resolution-x or
                PriorResolutionY is not equal to mp-resolution-y
            display "MANDREND E021 - THE PRIOR ITERATION DATASET'S RESOLUTION DOES NOT MATCH THIS RUN'S"
            move 8 to MP-RETURN-CODE
        when PriorThreshold is not equal to mp-threshold
            display "MANDREND E022 - THE PRIOR ITERATION DATASET'S THRESHOLD DOES NOT MATCH THIS RUN'S"
            move 8 to MP-RETURN-CODE
        when PriorIterationsMax is not less than mp-iterations-max
            display "MANDREND E023 - ITERATIONS-MAX MUST EXCEED THE PRIOR ITERATION DATASET'S CEILING"
            move 8 to MP-RETURN-CODE
        when other
            move PriorIterationsMax to PriorCeiling
    end-evaluate

    if MP-RETURN-CODE is not equal to zero
        close prior-iteration-file
        exit paragraph
    end-if

    if SamplesPerCell is equal to 1
        move PriorCeiling to SettledLimit
    else
        if PriorCeiling is greater than SamplesPerCell
            compute SettledLimit = PriorCeiling - SamplesPerCell
        else
            move zero to SettledLimit
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0400-READ-CHECKPOINT - find the highest ScreenY already
*> completed by a previous, abended attempt so the render can
    if MP-PGM-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
        display "PGM DATASET...............: " mp-pgm-dataset
    end-if
    if IterationDatasetWanted
        display "ITERATION DATASET.........: " mp-iteration-dataset
    end-if
    move mp-sampling-factor to DisplaySamplingFactor
    if PaletteInForce
        display "SHADING PALETTE...........: " mp-palette-name
    end-if
    if MP-EXTENDED-PRECISION
        display "PRECISION MODE............: EXTENDED"
    end-if
    if CeilingExtension
        move PriorCeiling to DisplayPriorCeiling
        move CellsCarried to DisplayCellsCarried
        move CellsResumed to DisplayCellsResumed
        display "EXTENDED FROM DATASET.....: " mp-prior-iteration-dataset
        display "PRIOR ITERATION CEILING...: " DisplayPriorCeiling
        display "CELLS CARRIED FORWARD.....: " DisplayCellsCarried
        display "CELLS RE-EVALUATED........: " DisplayCellsResumed
    end-if
    if GenerationAllocated
        move CR-GENERATION to DisplayGeneration
        move spaces to GenerationLabel
        string CR-BASE-NAME delimited by space
               " G" delimited by size
               DisplayGeneration delimited by size
            into GenerationLabel
        display "CATALOGUE GENERATION......: " GenerationLabel
    end-if
    display "ELAPSED TIME (SECONDS)....: " DisplayElapsedSeconds
    display "SAMPLING FACTOR...........: " DisplaySamplingFactor
    display "TOTAL POINTS PLOTTED......: " DisplayTotalPoints
        end-perform
    end-if.

*> ---------------------------------------------------------------
*> 0730-CARRY-SETTLED-CELL - a cell the prior dataset shows as
*> settled keeps the count it had, and counts in the point
*> statistics as the sub-points it stood for; any other cell is
*> left for the escape-time loop to evaluate under the new
*> ceiling.
*> ---------------------------------------------------------------
0730-CARRY-SETTLED-CELL.
    compute SettledTest = PriorIteration(ScreenX + 1) * SamplesPerCell
    if SettledTest is less than SettledLimit
        move "Y" to CellSettledSwitch
        move PriorIteration(ScreenX + 1) to Iteration
        add 1 to CellsCarried
        add SamplesPerCell to TotalPoints
        add SettledTest to IterationSum
        if Iteration < MinIteration
            move Iteration to MinIteration
        end-if
        if Iteration > MaxIteration
            move Iteration to MaxIteration
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0750-SAMPLE-CELL - evaluate the cell at ScreenX/ScreenY and
*> leave its shading value in Iteration.  The sampling factor in

    compute Iteration rounded = CellIterationSum / SamplesPerCell.

*> ---------------------------------------------------------------
*> 0720-EVALUATE-POINT-EXTENDED - 0700-EVALUATE-POINT for an
*> extended-precision run: the same shortcut and the same escape-
*> time loop, over the packed plane point in ExtMathPlaneX/
*> ExtMathPlaneY.  An orbit that overflows its pictures has passed
*> the threshold, so the size error ends the loop at the iteration
*> the escape test would have.  The Julia seed is a parameter
*> field and keeps its nine places.
*> ---------------------------------------------------------------
0720-EVALUATE-POINT-EXTENDED.
    move "N" to CardioidBulbSwitch
    if MP-MANDELBROT-FRACTAL
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
        move mp-julia-real to ExtConstantX
        move mp-julia-imaginary to ExtConstantY
        move ExtMathPlaneX to ExtPointX
        move ExtMathPlaneY to ExtPointY
    end-if

    if InCardioidOrBulb
        move mp-iterations-max to Iteration
    else
        move "N" to OrbitOverflowSwitch
        multiply ExtPointX by ExtPointX giving ExtXSquared
        multiply ExtPointY by ExtPointY giving ExtYSquared

        perform with test after varying Iteration from 0 by 1
            until Iteration >= mp-iterations-max or
                  OrbitOverflowed or
                  ExtMagnitude >= mp-threshold
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
        end-perform
    end-if.

*> ---------------------------------------------------------------
*> 0770-SAMPLE-CELL-EXTENDED - 0750-SAMPLE-CELL for an extended-
*> precision run, spreading the sub-points from the EXT window and
*> pitch and counting them in the same point statistics.
*> ---------------------------------------------------------------
0770-SAMPLE-CELL-EXTENDED.
    move zero to CellIterationSum

    *> at thirty-one digits even the base-point product must be
    *> taken on its own before the window edge is added to it.
    compute ExtCellBaseX = ExtProportionalX * ScreenX
    compute ExtCellBaseX = mp-ext-real-plane-min + ExtCellBaseX
    compute ExtCellBaseY = ExtProportionalY * ScreenY
    compute ExtCellBaseY = mp-ext-imaginary-plane-min + ExtCellBaseY

    perform varying SubY from 0 by 1
            until SubY is equal to mp-sampling-factor
        compute ExtSubOffsetY = ExtSubPitchY * SubY
        compute ExtMathPlaneY = ExtCellBaseY + ExtSubOffsetY

        perform varying SubX from 0 by 1
                until SubX is equal to mp-sampling-factor
            compute ExtSubOffsetX = ExtSubPitchX * SubX
            compute ExtMathPlaneX = ExtCellBaseX + ExtSubOffsetX

            perform 0720-evaluate-point-extended

            add Iteration to CellIterationSum
            add 1 to TotalPoints
            add Iteration to IterationSum
            if Iteration >= mp-iterations-max
                add 1 to InSetCount
            end-if
            if Iteration < MinIteration
                move Iteration to MinIteration
            end-if
            if Iteration > MaxIteration
                move Iteration to MaxIteration
            end-if
        end-perform
    end-perform

    compute Iteration rounded = CellIterationSum / SamplesPerCell.

*> ---------------------------------------------------------------
*> 0800-READ-PRIOR-ROW - bring the prior dataset's record for row
*> ScreenY into PriorIterationArea.  The rows are in ScreenY order,
*> so rows a resumed render has already written are read past; a
*> row the prior dataset lacks, or one that will not read as
*> counts, is simply rendered in full.
*> ---------------------------------------------------------------
0800-READ-PRIOR-ROW.
    move "N" to PriorRowSwitch
    perform until PriorEof or
            (PriorRecordType is equal to "R" and
             PriorRowNumber is numeric and
             PriorRowNumber is not less than ScreenY)
        read prior-iteration-file into PriorIterationArea
            at end
                move "Y" to PriorEofSwitch
        end-read
    end-perform

    if not PriorEof and PriorRowNumber is equal to ScreenY
        if PriorRowIterations(1:mp-resolution-x * 5) is numeric
            move "Y" to PriorRowSwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0950-WRITE-PROGRESS-RECORD - append one heartbeat to the shared
*> progress log: which render this is, how far it has got, and a
            into audit-record
            with pointer AuditPointer
    end-if
    if IterationDatasetWanted
        string " ITER=" delimited by size
               mp-iteration-dataset delimited by space
            into audit-record

    string " ELAPSED=" delimited by size
           DisplayElapsedSeconds delimited by size
        into audit-record
        with pointer AuditPointer

    *> an extended run records its window to the full twenty-eight
    *> places, so a zoom from it recovers the window it actually
    *> rendered.  The wider picture begins with the same fourteen
    *> characters as the standard one, so a reader that only takes
    *> nine places still finds a valid value under each tag.
    if MP-EXTENDED-PRECISION
        move mp-ext-real-plane-min to DisplayExtRealPlaneMin
        move mp-ext-real-plane-max to DisplayExtRealPlaneMax
        move mp-ext-imaginary-plane-min to DisplayExtImaginaryPlaneMin
        move mp-ext-imaginary-plane-max to DisplayExtImaginaryPlaneMax
        string " REALMIN=" delimited by size
               DisplayExtRealPlaneMin delimited by size
               " REALMAX=" delimited by size
               DisplayExtRealPlaneMax delimited by size
               " IMAGMIN=" delimited by size
               DisplayExtImaginaryPlaneMin delimited by size
               " IMAGMAX=" delimited by size
               DisplayExtImaginaryPlaneMax delimited by size
            into audit-record
            with pointer AuditPointer
    else
        string " REALMIN=" delimited by size
               DisplayRealPlaneMin delimited by size
               " REALMAX=" delimited by size
               DisplayRealPlaneMax delimited by size
               " IMAGMIN=" delimited by size
               DisplayImaginaryPlaneMin delimited by size
               " IMAGMAX=" delimited by size
               DisplayImaginaryPlaneMax delimited by size
            into audit-record
            with pointer AuditPointer
    end-if

    string " RESX=" delimited by size
           DisplayResolutionX delimited by size
           " RESY=" delimited by size
           DisplayResolutionY delimited by size
            with pointer AuditPointer
    end-if

    *> the precision tag tells a reader to take the plane values
    *> at their full width; a standard run carries none.
    if MP-EXTENDED-PRECISION
        string " PRECISION=E" delimited by size
            into audit-record
            with pointer AuditPointer
    end-if

    *> an extension names the dataset it was extended from and
    *> that dataset's ceiling, so the new picture's lineage can be
    *> followed back through the log.
    if CeilingExtension
        move PriorCeiling to DisplayPriorCeiling
        string " EXTENDS=" delimited by size
               mp-prior-iteration-dataset delimited by space
               " PRIORMAX=" delimited by size
               DisplayPriorCeiling delimited by size
            into audit-record
            with pointer AuditPointer
    end-if

    *> the Julia seed only exists on a Julia run; stamping the
    *> zeroed fields on a Mandelbrot run would just pad every
    *> audit line with figures that mean nothing to that run.
            with pointer AuditPointer
    end-if

    *> a run taken off the request queue stamps the priority it
    *> was queued at, so the chargeback can surcharge priority
    *> work; a run submitted any other way carries no tag.
    if MP-QUEUED-RUN
        move mp-queue-priority to DisplayQueuePriority
        string " PRIORITY=" delimited by size
               DisplayQueuePriority delimited by size
            into audit-record
            with pointer AuditPointer
    end-if

    open extend audit-file
    write audit-record
    close audit-file.

*> ---------------------------------------------------------------
*> 1250-CATALOGUE-GENERATION - record the completed generation:
*> which of its datasets OUTPUT-MODE actually wrote, the viewport
*> and options it was rendered under, and who ran it.
*> ---------------------------------------------------------------
1250-CATALOGUE-GENERATION.
    move "R" to CR-FUNCTION
    move "N" to CR-DAT-FLAG
    move "N" to CR-PGM-FLAG
    move "N" to CR-ITR-FLAG
    if MP-CHAR-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
        move "Y" to CR-DAT-FLAG
    end-if
    if MP-PGM-OUTPUT-MODE or MP-BOTH-OUTPUT-MODE
        move "Y" to CR-PGM-FLAG
    end-if
    if IterationDatasetWanted
        move "Y" to CR-ITR-FLAG
    end-if
    move mp-user-id to CR-OWNER-ID
    move mp-job-id to CR-JOB-ID
    move mp-audit-dataset to CR-AUDIT-DATASET
    move mp-real-plane-min to CR-REAL-PLANE-MIN
    move mp-real-plane-max to CR-REAL-PLANE-MAX
    move mp-imaginary-plane-min to CR-IMAGINARY-PLANE-MIN
    move mp-imaginary-plane-max to CR-IMAGINARY-PLANE-MAX
    move mp-precision-mode to CR-PRECISION-MODE
    move mp-ext-real-plane-min to CR-EXT-REAL-PLANE-MIN
    move mp-ext-real-plane-max to CR-EXT-REAL-PLANE-MAX
    move mp-ext-imaginary-plane-min to CR-EXT-IMAGINARY-PLANE-MIN
    move mp-ext-imaginary-plane-max to CR-EXT-IMAGINARY-PLANE-MAX
    move mp-resolution-x to CR-RESOLUTION-X
    move mp-resolution-y to CR-RESOLUTION-Y
    move mp-iterations-max to CR-ITERATIONS-MAX
    move mp-threshold to CR-THRESHOLD
    move mp-fractal-type to CR-FRACTAL-TYPE
    move mp-julia-real to CR-JULIA-REAL
    move mp-julia-imaginary to CR-JULIA-IMAGINARY
    move mp-sampling-factor to CR-SAMPLING-FACTOR
    if PaletteInForce
        move mp-palette-name to CR-PALETTE-NAME
    else
        move spaces to CR-PALETTE-NAME
    end-if
    move ElapsedSeconds to CR-ELAPSED-SECONDS
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST.

*> ---------------------------------------------------------------
*> 1300-POST-ACTUAL-USAGE - fold this run's actual elapsed seconds
*> back into the submitter's BUDGMAST usage, which is what keeps
    move mp-user-id to BR-USER-ID
    compute BR-SECONDS rounded = ElapsedSeconds
    move space to BR-OVERRIDE
    move mp-job-id to BR-JOB-ID
    call "MandelbrotBudget" using MANDELBROT-BUDGET-REQUEST.

end program MandelbrotRender.
