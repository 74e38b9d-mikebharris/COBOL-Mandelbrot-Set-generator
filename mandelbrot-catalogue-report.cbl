identification division.
program-id. MandelbrotCatalogueReport.

*> Mandelbrot Set render catalogue listing and lookup
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> Now that renders are written to catalogued generations, the
*> question is no longer "what is in SEAHORSE.DAT" but "which
*> generation of seahorse valley do I want".  This program answers
*> it from the CATMAST catalogue without touching the datasets:
*> an L card lists every generation of every base (or of one base)
*> with its status, date, owner, job, ceiling and the datasets it
*> wrote; a Q card looks up one generation - by number, as at a
*> date, or the current one - and prints everything the catalogue
*> holds about it, so the dataset names can go straight onto the
*> next job's card; a K card changes how many generations a base
*> keeps, through MandelbrotCatalogue, which rolls off the excess
*> at once.

environment division.
input-output section.
file-control.
    select optional catalogue-card-file assign to "CATCARD"
        organization is line sequential.

    select optional catalogue-master assign to "CATMAST"
        organization is indexed
        access mode is dynamic
        record key is CT-CATALOGUE-KEY
        file status is MasterStatus.

data division.
file section.
fd catalogue-card-file.
copy "mandgcrd.cpy".

fd catalogue-master.
copy "mandcat.cpy".

working-storage section.
copy "mandclnk.cpy".

01 MasterStatus            pic X(2).
01 CardEofSwitch           pic X(1) value "N".
    88 CardMissing           value "Y".
01 CatalogueEofSwitch      pic X(1) value "N".
    88 CatalogueEof          value "Y".
01 FoundSwitch             pic X(1) value "N".
    88 GenerationFound       value "Y".

01 ReportFunction          pic X(1).
    88 ListWanted            value "L".
    88 QueryWanted           value "Q".
    88 KeepWanted            value "K".
01 ReportBaseName          pic X(40).
01 WantedGeneration        pic 9(4) usage comp-5.
01 AsAtDate                pic 9(8).
01 CurrentBaseName         pic X(40).
01 FoundKey                pic X(44).
01 StatusWord              pic X(11).

01 BaseCount               pic 9(5) usage comp-5 value zero.
01 GenerationCount         pic 9(5) usage comp-5 value zero.
01 ActiveCount             pic 9(5) usage comp-5 value zero.
01 RolledOffCount          pic 9(5) usage comp-5 value zero.

01 DisplayGeneration         pic 9(4).
01 DisplayKeepLimit          pic zz9.
01 DisplayLastGeneration     pic 9(4).
01 DisplayCount              pic zzzz9.
01 DisplayIterationsMax      pic zzzz9.
01 DisplayResolutionX        pic zzzz9.
01 DisplayResolutionY        pic zzzz9.
01 DisplayThreshold          pic zzzzzz9.
01 DisplaySamplingFactor     pic z9.
01 DisplayPlaneValue         pic -999.999999999.
01 DisplayExtPlaneValue      pic -999.9(28).
01 DisplayElapsedSeconds     pic zzzzzz9.99.

procedure division.

0000-MAINLINE.
    display "MANDELBROT RENDER CATALOGUE"

    perform 0100-read-catalogue-card

    if KeepWanted
        perform 0800-set-keep-limit
        stop run
    end-if

    *> status 05 is an optional catalogue that did not exist yet:
    *> nothing has been catalogued, which is an answer, not a
    *> failure.
    open input catalogue-master
    if MasterStatus is not equal to "00" and
            MasterStatus is not equal to "05"
        display "MANDCREP E003 - CATALOGUE CATMAST COULD NOT BE OPENED, STATUS=" MasterStatus
        move 8 to return-code
        stop run
    end-if

    if QueryWanted
        perform 0500-query-generation
    else
        perform 0300-list-catalogue
    end-if
    close catalogue-master

    stop run.

*> ---------------------------------------------------------------
*> 0100-READ-CATALOGUE-CARD - CATCARD is optional; with no card
*> the whole catalogue is listed.  A lookup or a keep limit needs
*> a base to act on.
*> ---------------------------------------------------------------
0100-READ-CATALOGUE-CARD.
    move "L" to ReportFunction
    move spaces to ReportBaseName
    move zero to WantedGeneration
    move zero to AsAtDate

    open input catalogue-card-file
    read catalogue-card-file
        at end
            move "Y" to CardEofSwitch
    end-read
    close catalogue-card-file

    if CardMissing
        exit paragraph
    end-if

    if GC-FUNCTION is not equal to space
        move GC-FUNCTION to ReportFunction
    end-if
    move GC-BASE-NAME to ReportBaseName
    if GC-GENERATION is numeric
        move GC-GENERATION to WantedGeneration
    end-if
    if GC-AS-AT-DATE is numeric
        move GC-AS-AT-DATE to AsAtDate
    end-if

    evaluate true
        when not ListWanted and not QueryWanted and not KeepWanted
            display "MANDCREP E001 - FUNCTION MUST BE L, Q, K, OR BLANK"
            move 8 to return-code
            stop run
        when (QueryWanted or KeepWanted) and ReportBaseName is equal to spaces
            display "MANDCREP E002 - A LOOKUP OR KEEP LIMIT MUST NAME A BASE"
            move 8 to return-code
            stop run
        when KeepWanted and
                (GC-KEEP-LIMIT is not numeric or GC-KEEP-LIMIT is equal to zero)
            display "MANDCREP E004 - KEEP LIMIT MUST BE 1 THROUGH 999"
            move 8 to return-code
            stop run
        when other
            continue
    end-evaluate.

*> ---------------------------------------------------------------
*> 0300-LIST-CATALOGUE - in key order, which is base by base with
*> each base entry ahead of its generations, oldest first.
*> ---------------------------------------------------------------
0300-LIST-CATALOGUE.
    move spaces to CurrentBaseName
    move low-values to CT-CATALOGUE-KEY
    if ReportBaseName is not equal to spaces
        move ReportBaseName to CT-BASE-NAME
        move zero to CT-GENERATION
    end-if
    start catalogue-master key is not less than CT-CATALOGUE-KEY
        invalid key
            move "Y" to CatalogueEofSwitch
    end-start

    perform until CatalogueEof
        read catalogue-master next
            at end
                move "Y" to CatalogueEofSwitch
            not at end
                if ReportBaseName is not equal to spaces and
                        CT-BASE-NAME is not equal to ReportBaseName
                    move "Y" to CatalogueEofSwitch
                else
                    perform 0400-list-entry
                end-if
        end-read
    end-perform

    move BaseCount to DisplayCount
    display "BASES CATALOGUED..........: " DisplayCount
    move GenerationCount to DisplayCount
    display "GENERATIONS CATALOGUED....: " DisplayCount
    move ActiveCount to DisplayCount
    display "   ACTIVE.................: " DisplayCount
    move RolledOffCount to DisplayCount
    display "   ROLLED OFF.............: " DisplayCount
    if GenerationCount is equal to zero
        display "THE CATALOGUE IS EMPTY"
    end-if.

*> ---------------------------------------------------------------
*> 0400-LIST-ENTRY - a base entry heads its base; a generation
*> prints as a line pair - what and when, then the datasets.
*> ---------------------------------------------------------------
0400-LIST-ENTRY.
    if CT-BASE-ENTRY
        add 1 to BaseCount
        move CT-BASE-NAME to CurrentBaseName
        move CT-KEEP-LIMIT to DisplayKeepLimit
        move CT-LAST-GENERATION to DisplayLastGeneration
        display " "
        display "BASE " CT-BASE-NAME " KEEP " DisplayKeepLimit
            " LAST GENERATION " DisplayLastGeneration
        exit paragraph
    end-if

    add 1 to GenerationCount
    if CT-ROLLED-OFF
        add 1 to RolledOffCount
        move "ROLLED OFF" to StatusWord
    else
        add 1 to ActiveCount
        move "ACTIVE" to StatusWord
    end-if
    move CT-GENERATION to DisplayGeneration
    move CT-ITERATIONS-MAX to DisplayIterationsMax
    move CT-RESOLUTION-X to DisplayResolutionX
    move CT-RESOLUTION-Y to DisplayResolutionY

    display "   G" DisplayGeneration " " StatusWord
        " " CT-CREATED-DATE " " CT-CREATED-TIME
        " USER " CT-OWNER-ID
        " JOB " CT-JOB-ID
        " " DisplayResolutionX "X" DisplayResolutionY
        " ITERMAX " DisplayIterationsMax
        " " CT-FRACTAL-TYPE
        " " CT-PALETTE-NAME
    if CT-DAT-WRITTEN
        display "      DAT " CT-OUTPUT-DATASET
    end-if
    if CT-PGM-WRITTEN
        display "      PGM " CT-PGM-DATASET
    end-if
    if CT-ITR-WRITTEN
        display "      ITR " CT-ITERATION-DATASET
    end-if
    if CT-ROLLED-OFF
        display "      ROLLED OFF " CT-ROLLED-OFF-DATE
    end-if.

*> ---------------------------------------------------------------
*> 0500-QUERY-GENERATION - the generation asked for by number; or
*> the newest created on or before the as-at date, whether or not
*> it has since rolled off; or the newest still active.
*> ---------------------------------------------------------------
0500-QUERY-GENERATION.
    move "N" to FoundSwitch

    if WantedGeneration is greater than zero
        move ReportBaseName to CT-BASE-NAME
        move WantedGeneration to CT-GENERATION
        read catalogue-master
            invalid key
                continue
            not invalid key
                move "Y" to FoundSwitch
        end-read
    else
        move ReportBaseName to CT-BASE-NAME
        move 1 to CT-GENERATION
        start catalogue-master key is not less than CT-CATALOGUE-KEY
            invalid key
                move "Y" to CatalogueEofSwitch
        end-start
        perform until CatalogueEof
            read catalogue-master next
                at end
                    move "Y" to CatalogueEofSwitch
                not at end
                    if CT-BASE-NAME is not equal to ReportBaseName
                        move "Y" to CatalogueEofSwitch
                    else
                        perform 0550-judge-candidate
                    end-if
            end-read
        end-perform

        *> the last candidate read is the one wanted; read it back.
        if GenerationFound
            move FoundKey to CT-CATALOGUE-KEY
            read catalogue-master
                invalid key
                    move "N" to FoundSwitch
            end-read
        end-if
    end-if

    if not GenerationFound
        if AsAtDate is greater than zero
            display "MANDCREP W001 - NO GENERATION OF " ReportBaseName
                " WAS CATALOGUED ON OR BEFORE " AsAtDate
        else
            display "MANDCREP W001 - NO MATCHING GENERATION OF " ReportBaseName
                " IS ON THE CATALOGUE"
        end-if
        move 4 to return-code
    else
        perform 0600-print-generation
    end-if.

*> ---------------------------------------------------------------
*> 0550-JUDGE-CANDIDATE - remember each generation that qualifies;
*> in key order the last one remembered is the newest.
*> ---------------------------------------------------------------
0550-JUDGE-CANDIDATE.
    if AsAtDate is greater than zero
        if CT-CREATED-DATE is not greater than AsAtDate
            move CT-CATALOGUE-KEY to FoundKey
            move "Y" to FoundSwitch
        end-if
    else
        if CT-ACTIVE
            move CT-CATALOGUE-KEY to FoundKey
            move "Y" to FoundSwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0600-PRINT-GENERATION - everything the catalogue holds about
*> one generation.
*> ---------------------------------------------------------------
0600-PRINT-GENERATION.
    move CT-GENERATION to DisplayGeneration
    if CT-ROLLED-OFF
        move "ROLLED OFF" to StatusWord
    else
        move "ACTIVE" to StatusWord
    end-if

    display "BASE NAME.................: " CT-BASE-NAME
    display "GENERATION................: G" DisplayGeneration
    display "STATUS....................: " StatusWord
    if CT-ROLLED-OFF
        display "ROLLED OFF ON.............: " CT-ROLLED-OFF-DATE
    end-if
    display "CREATED...................: " CT-CREATED-DATE " " CT-CREATED-TIME
    display "OWNER.....................: " CT-OWNER-ID
    display "JOB ID....................: " CT-JOB-ID
    if CT-DAT-WRITTEN
        display "OUTPUT DATASET............: " CT-OUTPUT-DATASET
    end-if
    if CT-PGM-WRITTEN
        display "PGM DATASET...............: " CT-PGM-DATASET
    end-if
    if CT-ITR-WRITTEN
        display "ITERATION DATASET.........: " CT-ITERATION-DATASET
    end-if
    display "AUDIT DATASET.............: " CT-AUDIT-DATASET

    if CT-EXTENDED-PRECISION
        display "PRECISION MODE............: EXTENDED"
        move CT-EXT-REAL-PLANE-MIN to DisplayExtPlaneValue
        display "REAL-PLANE-MIN............: " DisplayExtPlaneValue
        move CT-EXT-REAL-PLANE-MAX to DisplayExtPlaneValue
        display "REAL-PLANE-MAX............: " DisplayExtPlaneValue
        move CT-EXT-IMAGINARY-PLANE-MIN to DisplayExtPlaneValue
        display "IMAGINARY-PLANE-MIN.......: " DisplayExtPlaneValue
        move CT-EXT-IMAGINARY-PLANE-MAX to DisplayExtPlaneValue
        display "IMAGINARY-PLANE-MAX.......: " DisplayExtPlaneValue
    else
        move CT-REAL-PLANE-MIN to DisplayPlaneValue
        display "REAL-PLANE-MIN............: " DisplayPlaneValue
        move CT-REAL-PLANE-MAX to DisplayPlaneValue
        display "REAL-PLANE-MAX............: " DisplayPlaneValue
        move CT-IMAGINARY-PLANE-MIN to DisplayPlaneValue
        display "IMAGINARY-PLANE-MIN.......: " DisplayPlaneValue
        move CT-IMAGINARY-PLANE-MAX to DisplayPlaneValue
        display "IMAGINARY-PLANE-MAX.......: " DisplayPlaneValue
    end-if

    move CT-RESOLUTION-X to DisplayResolutionX
    move CT-RESOLUTION-Y to DisplayResolutionY
    move CT-ITERATIONS-MAX to DisplayIterationsMax
    move CT-THRESHOLD to DisplayThreshold
    move CT-SAMPLING-FACTOR to DisplaySamplingFactor
    move CT-ELAPSED-SECONDS to DisplayElapsedSeconds
    display "RESOLUTION................: " DisplayResolutionX " X " DisplayResolutionY
    display "ITERATIONS-MAX............: " DisplayIterationsMax
    display "THRESHOLD.................: " DisplayThreshold
    display "FRACTAL TYPE..............: " CT-FRACTAL-TYPE
    if CT-FRACTAL-TYPE is equal to "J"
        move CT-JULIA-REAL to DisplayPlaneValue
        display "JULIA REAL................: " DisplayPlaneValue
        move CT-JULIA-IMAGINARY to DisplayPlaneValue
        display "JULIA IMAGINARY...........: " DisplayPlaneValue
    end-if
    display "SAMPLING FACTOR...........: " DisplaySamplingFactor
    if CT-PALETTE-NAME is not equal to spaces
        display "SHADING PALETTE...........: " CT-PALETTE-NAME
    end-if
    display "ELAPSED TIME (SECONDS)....: " DisplayElapsedSeconds.

*> ---------------------------------------------------------------
*> 0800-SET-KEEP-LIMIT - through the shared subprogram, the one
*> place the catalogue is written.
*> ---------------------------------------------------------------
0800-SET-KEEP-LIMIT.
    move "K" to CR-FUNCTION
    move ReportBaseName to CR-BASE-NAME
    move GC-KEEP-LIMIT to CR-KEEP-LIMIT
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is equal to zero
        move GC-KEEP-LIMIT to DisplayKeepLimit
        display "BASE " ReportBaseName " NOW KEEPS " DisplayKeepLimit " GENERATIONS"
    else
        display "MANDCREP E005 - THE KEEP LIMIT FOR " ReportBaseName " COULD NOT BE SET"
        move 8 to return-code
    end-if.

end program MandelbrotCatalogueReport.
