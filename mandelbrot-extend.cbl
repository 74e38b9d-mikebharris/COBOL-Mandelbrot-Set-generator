identification division.
program-id. MandelbrotExtend.

*> Mandelbrot Set iteration-ceiling extension driver
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> When MandelbrotIterAdvisor flags a region as saturated and its
*> CHANGE card raises the ceiling, the next tour renders every cell
*> again from scratch - yet every cell that escaped under the old
*> ceiling escapes at the same count under the new one, and on a
*> deep region those settled cells are most of the machine time.
*> This driver takes one EXTCARD naming an existing iteration
*> dataset and a higher ceiling; recovers the viewport and
*> rendering options from the audit line of the run that wrote the
*> dataset, the way MandelbrotZoom recovers a window; and calls the
*> shared MandelbrotRender engine as a ceiling extension of that
*> dataset, so only the cells pinned at the old ceiling run the
*> escape-time loop again.  The engine writes the new iteration
*> dataset, the shaded grid and/or PGM, and an audit line naming
*> the dataset it extended, to the same audit trail the prior
*> run's line came from.
*>
*> Renders are now written to catalogued generations, so a card
*> that names only a region extends the region's current
*> generation, looked up through MandelbrotCatalogue; a region
*> rendered before the catalogue existed still defaults to its
*> plain .ITR name.  A plain iteration dataset named on the card -
*> MANDOUT.ITR - is resolved the same way, to the .ITR of its
*> base's current generation, whenever that generation wrote one;
*> a name the catalogue does not know, or one already
*> generation-qualified, is extended as it stands.

environment division.
input-output section.
file-control.
    select extend-card-file assign to "EXTCARD"
        organization is line sequential.

    select optional audit-file assign to dynamic AuditDatasetName
        organization is line sequential.

    select optional region-master assign to "REGNMAST"
        organization is indexed
        access mode is dynamic
        record key is RG-REGION-NAME
        file status is MasterStatus.

data division.
file section.
fd extend-card-file.
copy "mandecrd.cpy".

fd audit-file.
01 audit-record                pic X(600).

fd region-master.
copy "mandrgn.cpy".

working-storage section.
copy "mandparm.cpy".

01 AuditDatasetName            pic X(44).
01 PriorDatasetName            pic X(44).
01 MasterStatus                pic X(2).

01 CardEofSwitch               pic X(1) value "N".
    88 CardMissing              value "Y".
01 AuditEofSwitch              pic X(1) value "N".
    88 AuditEof                 value "Y".
01 ExtendErrorSwitch           pic X(1) value "N".
    88 ExtendFailed             value "Y".
01 RunFoundSwitch              pic X(1) value "N".
    88 RunFound                 value "Y".
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

*> an extended run edits its plane values to -999.9(28), the same
*> leading fourteen characters with nineteen more places behind.
01 ExtPlaneImage               pic X(33).
01 ExtPlaneDecimal             pic 9(28).
01 ExtPlaneValue               pic S9(3)V9(28) usage comp-3.

01 PriorIterationsMax          pic 9(5) usage comp-5.
01 NewIterationsMax            pic 9(5) usage comp-5.

01 DisplayIterationsMax        pic zzzz9.
01 DisplayPriorIterationsMax   pic zzzz9.

*> a card's plain dataset name, resolved to the dataset of that
*> name in its base's current catalogued generation.
01 CatalogueNameWork           pic X(44).
01 CataloguedName              pic X(44).
01 CatalogueDotPosition        pic 9(2) usage comp-5.
01 CatalogueGenerationTag      pic 9(4).

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
    perform 0100-read-extend-card
    if ExtendFailed
        move 8 to return-code
        stop run
    end-if

    if EC-REGION-NAME is not equal to spaces
        perform 0200-read-region
        if ExtendFailed
            move 8 to return-code
            stop run
        end-if
    end-if

    if EC-PRIOR-DATASET is not equal to spaces
        perform 0250-resolve-prior-dataset
    end-if

    perform 0300-find-prior-run
    if ExtendFailed
        move 8 to return-code
        stop run
    end-if

    perform 0400-recover-prior-window
    if ExtendFailed
        move 8 to return-code
        stop run
    end-if

    perform 0500-build-parameters
    perform 0700-write-extend-report

    call "MandelbrotRender" using MANDELBROT-PARAMETERS

    if MP-RETURN-CODE is not equal to zero
        display "MANDCEXT - THE EXTENSION OF " PriorDatasetName
            " FAILED, RC=" MP-RETURN-CODE
    end-if
    move MP-RETURN-CODE to return-code

    stop run.

*> ---------------------------------------------------------------
*> 0100-READ-EXTEND-CARD - the card names the dataset to extend
*> and the base name of the new datasets, or a region the rest
*> can default from; there is no sensible run without one.
*> ---------------------------------------------------------------
0100-READ-EXTEND-CARD.
    open input extend-card-file
    read extend-card-file
        at end
            move "Y" to CardEofSwitch
    end-read
    close extend-card-file

    if CardMissing
        display "MANDCEXT E001 - AN EXTCARD REQUEST CARD IS REQUIRED"
        move "Y" to ExtendErrorSwitch
    else
        if EC-AUDIT-DATASET is not equal to spaces
            move EC-AUDIT-DATASET to AuditDatasetName
        else
            if EC-REGION-NAME is not equal to spaces
                move "MANDTOUR.AUD" to AuditDatasetName
            else
                move "MANDOUT.AUD" to AuditDatasetName
            end-if
        end-if

        move EC-PRIOR-DATASET to PriorDatasetName
        if PriorDatasetName is equal to spaces and
                EC-REGION-NAME is not equal to spaces
            move "L" to CR-FUNCTION
            move EC-REGION-NAME to CR-BASE-NAME
            call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
            if CR-RETURN-CODE is equal to zero and CR-ITR-WRITTEN
                move CR-ITERATION-DATASET to PriorDatasetName
            else
                string EC-REGION-NAME delimited by space
                       ".ITR" delimited by size
                    into PriorDatasetName
            end-if
        end-if
        if PriorDatasetName is equal to spaces
            display "MANDCEXT E002 - THE ITERATION DATASET TO EXTEND, OR ITS REGION, MUST BE NAMED"
            move "Y" to ExtendErrorSwitch
        end-if

        move zero to NewIterationsMax
        if EC-ITERATIONS-MAX is not equal to spaces
            if EC-ITERATIONS-MAX is not numeric or
                    EC-ITERATIONS-MAX is not greater than zero
                display "MANDCEXT E003 - ITERATIONS-MAX MUST BE NUMERIC AND GREATER THAN ZERO"
                move "Y" to ExtendErrorSwitch
            else
                move EC-ITERATIONS-MAX to NewIterationsMax
            end-if
        else
            if EC-REGION-NAME is equal to spaces
                display "MANDCEXT E004 - WITHOUT A REGION THE NEW ITERATIONS-MAX MUST BE GIVEN"
                move "Y" to ExtendErrorSwitch
            end-if
        end-if

        if EC-NEW-BASE-NAME is equal to spaces
            display "MANDCEXT E005 - THE NEW DATASETS' BASE NAME MUST BE GIVEN"
            move "Y" to ExtendErrorSwitch
        end-if

        if EC-OUTPUT-MODE is not equal to space and
                not EC-CHAR-OUTPUT-MODE and
                not EC-PGM-OUTPUT-MODE and
                not EC-BOTH-OUTPUT-MODE and
                not EC-ITER-OUTPUT-MODE
            display "MANDCEXT E006 - OUTPUT-MODE MUST BE C, P, B, I, OR BLANK"
            move "Y" to ExtendErrorSwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0200-READ-REGION - a card naming a region without a ceiling of
*> its own takes the ceiling the region master now carries.
*> ---------------------------------------------------------------
0200-READ-REGION.
    open input region-master
    if MasterStatus is not equal to "00" and
            MasterStatus is not equal to "05"
        display "MANDCEXT E007 - REGION MASTER REGNMAST COULD NOT BE OPENED, STATUS=" MasterStatus
        move "Y" to ExtendErrorSwitch
    else
        move EC-REGION-NAME to RG-REGION-NAME
        read region-master
            invalid key
                display "MANDCEXT E008 - REGION " EC-REGION-NAME
                    " IS NOT ON THE REGION MASTER"
                move "Y" to ExtendErrorSwitch
            not invalid key
                if NewIterationsMax is equal to zero
                    move RG-ITERATIONS-MAX to NewIterationsMax
                end-if
        end-read
        close region-master
    end-if.

*> ---------------------------------------------------------------
*> 0250-RESOLVE-PRIOR-DATASET - a plain iteration dataset named on
*> the card - MANDOUT.ITR - means the .ITR of its base's current
*> generation - MANDOUT.G0007.ITR - whenever that generation wrote
*> one.  A name the catalogue does not know, or one already
*> generation-qualified, is taken as it stands.
*> ---------------------------------------------------------------
0250-RESOLVE-PRIOR-DATASET.
    move EC-PRIOR-DATASET to CatalogueNameWork
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
    if CR-ITR-WRITTEN and CR-ITERATION-DATASET is equal to CataloguedName
        move CataloguedName to PriorDatasetName
    end-if.

*> ---------------------------------------------------------------
*> 0300-FIND-PRIOR-RUN - keep the last audit line that wrote the
*> named iteration dataset, so the extension starts from the run
*> that produced the copy on disk now.
*> ---------------------------------------------------------------
0300-FIND-PRIOR-RUN.
    open input audit-file
    perform until AuditEof
        read audit-file into AuditLine
            at end
                move "Y" to AuditEofSwitch
            not at end
                move "ITER=" to FieldTag
                move 5 to FieldTagLength
                perform 0800-find-field
                if FieldFound and FieldValue is equal to PriorDatasetName
                    move "Y" to RunFoundSwitch
                    move AuditLine to MatchedLine
                end-if
        end-read
    end-perform
    close audit-file

    if not RunFound
        display "MANDCEXT E009 - NO AUDIT RECORD IN " AuditDatasetName
            " NAMES " PriorDatasetName
        move "Y" to ExtendErrorSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0400-RECOVER-PRIOR-WINDOW - pull the plane window, grid and
*> rendering options back out of the matched audit line, straight
*> into the parameter block: the extension must render exactly the
*> viewport the prior dataset describes.
*> ---------------------------------------------------------------
0400-RECOVER-PRIOR-WINDOW.
    move MatchedLine to AuditLine

    move "REALMIN=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to mp-real-plane-min

    move "REALMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to mp-real-plane-max

    move "IMAGMIN=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to mp-imaginary-plane-min

    move "IMAGMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to mp-imaginary-plane-max

    *> an extended run's line carries its window at full width,
    *> and the extension renders at that precision too.
    move space to mp-precision-mode
    move zero to mp-ext-real-plane-min
    move zero to mp-ext-real-plane-max
    move zero to mp-ext-imaginary-plane-min
    move zero to mp-ext-imaginary-plane-max
    move "PRECISION=" to FieldTag
    move 10 to FieldTagLength
    perform 0800-find-field
    if FieldFound
        move FieldValue(1:1) to mp-precision-mode
    end-if
    if MP-EXTENDED-PRECISION
        move "REALMIN=" to FieldTag
        move 8 to FieldTagLength
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to mp-ext-real-plane-min
        move "REALMAX=" to FieldTag
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to mp-ext-real-plane-max
        move "IMAGMIN=" to FieldTag
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to mp-ext-imaginary-plane-min
        move "IMAGMAX=" to FieldTag
        perform 0870-parse-extended-plane-field
        move ExtPlaneValue to mp-ext-imaginary-plane-max
    end-if

    move "RESX=" to FieldTag
    move 5 to FieldTagLength
    perform 0900-parse-number-field
    move NumberImage(3:5) to mp-resolution-x

    move "RESY=" to FieldTag
    move 5 to FieldTagLength
    perform 0900-parse-number-field
    move NumberImage(3:5) to mp-resolution-y

    move "ITERMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0900-parse-number-field
    move NumberImage(3:5) to PriorIterationsMax

    move "THRESHOLD=" to FieldTag
    move 10 to FieldTagLength
    perform 0900-parse-number-field
    move NumberImage to mp-threshold

    move "M" to mp-fractal-type
    move zero to mp-julia-real
    move zero to mp-julia-imaginary
    move "FRACTAL=" to FieldTag
    move 8 to FieldTagLength
    perform 0800-find-field
    if FieldFound
        move FieldValue(1:1) to mp-fractal-type
    end-if
    if MP-JULIA-FRACTAL
        move "JULIAR=" to FieldTag
        move 7 to FieldTagLength
        perform 0850-parse-plane-field
        move PlaneValue to mp-julia-real
        move "JULIAI=" to FieldTag
        move 7 to FieldTagLength
        perform 0850-parse-plane-field
        move PlaneValue to mp-julia-imaginary
    end-if

    move 1 to mp-sampling-factor
    move "SAMPLING=" to FieldTag
    move 9 to FieldTagLength
    perform 0750-find-tag
    if FieldFound
        move AuditLine(ScanPointer + 9:2) to NumberImage(1:2)
        inspect NumberImage(1:2) replacing leading " " by "0"
        move NumberImage(1:2) to mp-sampling-factor
    end-if

    *> the shaded outputs must match the prior run's, so its
    *> palette carries over; an unpaletted run has no tag.
    move spaces to mp-palette-name
    move "PALETTE=" to FieldTag
    move 8 to FieldTagLength
    perform 0800-find-field
    if FieldFound
        move FieldValue to mp-palette-name
    end-if

    if not ExtendFailed and
            NewIterationsMax is not greater than PriorIterationsMax
        move NewIterationsMax to DisplayIterationsMax
        move PriorIterationsMax to DisplayPriorIterationsMax
        display "MANDCEXT E010 - THE NEW CEILING (" DisplayIterationsMax
            ") DOES NOT EXCEED THE PRIOR RUN'S (" DisplayPriorIterationsMax ")"
        move "Y" to ExtendErrorSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0500-BUILD-PARAMETERS - the rest of the parameter block: the new
*> ceiling, the prior dataset to extend, and the new datasets named
*> from the card's base name.
*> ---------------------------------------------------------------
0500-BUILD-PARAMETERS.
    move NewIterationsMax to mp-iterations-max
    move PriorDatasetName to mp-prior-iteration-dataset

    if EC-OUTPUT-MODE is not equal to space
        move EC-OUTPUT-MODE to mp-output-mode
    else
        move "B" to mp-output-mode
    end-if

    move spaces to mp-iteration-dataset
    string EC-NEW-BASE-NAME delimited by space
           ".ITR" delimited by size
        into mp-iteration-dataset
    move spaces to mp-output-dataset
    string EC-NEW-BASE-NAME delimited by space
           ".DAT" delimited by size
        into mp-output-dataset
    move spaces to mp-pgm-dataset
    string EC-NEW-BASE-NAME delimited by space
           ".PGM" delimited by size
        into mp-pgm-dataset
    move spaces to mp-checkpoint-dataset
    string EC-NEW-BASE-NAME delimited by space
           ".CKP" delimited by size
        into mp-checkpoint-dataset

    *> the extension's line goes to the trail the prior run's line
    *> came from, so the lineage reads in the one log.
    move AuditDatasetName to mp-audit-dataset
    move "MANDPROG.LOG" to mp-progress-dataset
    move zero to mp-progress-interval
    move zero to mp-band-first-row
    move zero to mp-band-last-row
    move space to mp-budget-override
    move zero to mp-queue-priority

    if EC-JOB-ID is not equal to spaces
        move EC-JOB-ID to mp-job-id
    else
        move "UNKNOWN" to mp-job-id
    end-if
    if EC-USER-ID is not equal to spaces
        move EC-USER-ID to mp-user-id
    else
        move "UNKNOWN" to mp-user-id
    end-if.

*> ---------------------------------------------------------------
*> 0700-WRITE-EXTEND-REPORT - what is being extended and to what,
*> ahead of the engine's own control report.
*> ---------------------------------------------------------------
0700-WRITE-EXTEND-REPORT.
    display "MANDELBROT SET - CEILING EXTENSION REPORT"
    display "EXTENDING DATASET.........: " PriorDatasetName
    display "AUDIT DATASET.............: " AuditDatasetName
    if EC-REGION-NAME is not equal to spaces
        display "REGION....................: " EC-REGION-NAME
    end-if
    move PriorIterationsMax to DisplayPriorIterationsMax
    move NewIterationsMax to DisplayIterationsMax
    display "PRIOR ITERATION CEILING...: " DisplayPriorIterationsMax
    display "NEW ITERATION CEILING.....: " DisplayIterationsMax
    display "NEW ITERATION DATASET.....: " mp-iteration-dataset.

*> ---------------------------------------------------------------
*> 0750-FIND-TAG - leave ScanPointer on the first position where
*> FieldTag begins.  Tags are matched with the blank that ends the
*> preceding field, or at the start of the line, so ITER= can
*> never be found inside a longer tag or a dataset name.
*> ---------------------------------------------------------------
0750-FIND-TAG.
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
*> 0800-FIND-FIELD - locate FieldTag in the audit line and return
*> its space-delimited value.
*> ---------------------------------------------------------------
0800-FIND-FIELD.
    move spaces to FieldValue
    perform 0750-find-tag
    if FieldFound
        move AuditLine(ScanPointer + FieldTagLength:44) to FieldWork
        unstring FieldWork delimited by " "
            into FieldValue
        end-unstring
    end-if.

*> ---------------------------------------------------------------
*> 0850-PARSE-PLANE-FIELD - a plane value is edited to the fixed
*> fourteen-character picture -999.999999999 when the audit line
*> is written; take it back apart the same way.
*> ---------------------------------------------------------------
0850-PARSE-PLANE-FIELD.
    move zero to PlaneValue
    perform 0750-find-tag
    if not FieldFound
        display "MANDCEXT E011 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to ExtendErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:14) to PlaneImage
        move PlaneImage(1:1) to PlaneSign
        move PlaneImage(2:3) to PlaneInteger
        move PlaneImage(6:9) to PlaneDecimal
        if PlaneInteger is not numeric or PlaneDecimal is not numeric
            display "MANDCEXT E012 - THE AUDIT RECORD'S " FieldTag " VALUE IS NOT NUMERIC"
            move "Y" to ExtendErrorSwitch
        else
            compute PlaneValue = PlaneDecimal / 1000000000
            compute PlaneValue = PlaneValue + PlaneInteger
            if PlaneSign is equal to "-"
                compute PlaneValue = zero - PlaneValue
            end-if
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
        display "MANDCEXT E011 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to ExtendErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:33) to ExtPlaneImage
        move ExtPlaneImage(1:1) to PlaneSign
        move ExtPlaneImage(2:3) to PlaneInteger
        move ExtPlaneImage(6:28) to ExtPlaneDecimal
        if PlaneInteger is not numeric or ExtPlaneDecimal is not numeric
            display "MANDCEXT E012 - THE AUDIT RECORD'S " FieldTag " VALUE IS NOT NUMERIC"
            move "Y" to ExtendErrorSwitch
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
*> NumberImage, right-aligned in its seven characters.
*> ---------------------------------------------------------------
0900-PARSE-NUMBER-FIELD.
    move all "0" to NumberImage
    perform 0750-find-tag
    if not FieldFound
        display "MANDCEXT E011 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to ExtendErrorSwitch
    else
        if FieldTag is equal to "THRESHOLD="
            move AuditLine(ScanPointer + FieldTagLength:7) to NumberImage
        else
            move AuditLine(ScanPointer + FieldTagLength:5) to NumberImage(3:5)
        end-if

        *> the edited figures are right-aligned with no embedded
        *> blanks, so every blank left in the image is padding.
        inspect NumberImage replacing all " " by "0"
    end-if.

end program MandelbrotExtend.
