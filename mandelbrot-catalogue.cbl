identification division.
program-id. MandelbrotCatalogue.

*> Mandelbrot Set render catalogue
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> A render used to write straight over whatever its output names
*> already held, so the only copy of last week's seahorse valley
*> was the one this week's run had just replaced, and the only
*> record of what a dataset held was a search through the audit
*> logs.  This subprogram is the one place the CATMAST render
*> catalogue is read and written.  Before it opens anything the
*> engine asks it for the next generation of the output's base
*> name and writes to generation-qualified names - SEAHORSE.DAT
*> becomes SEAHORSE.G0007.DAT - and at completion it catalogues
*> the generation: the datasets written, the viewport and options
*> rendered, the owner, job and date.  Each base keeps only so
*> many generations; when a new one is catalogued the oldest
*> beyond the keep limit is rolled off, its entry kept for the
*> operator's scratch list and dropped from lookups of the current
*> generation.  Programs that read a region's or a run's datasets
*> by their plain names ask here for the current generation.
*>
*> Because each generation carries the whole parameter set it was
*> rendered under, the catalogue can also say whether a picture
*> being asked for already exists: a match request hands back the
*> newest active generation rendered under exactly the same set,
*> which is how MandelbrotDispatch serves a resubmitted request
*> without rendering it again.
*>
*> An unreadable catalogue never stops a render: allocation then
*> falls back to the plain names, uncatalogued, as the engine
*> always wrote them.

environment division.
input-output section.
file-control.
    select optional catalogue-master assign to "CATMAST"
        organization is indexed
        access mode is dynamic
        record key is CT-CATALOGUE-KEY
        file status is MasterStatus.

data division.
file section.
fd catalogue-master.
copy "mandcat.cpy".

working-storage section.
01 MasterStatus            pic X(2).
01 MasterOpenSwitch        pic X(1).
    88 MasterOpen            value "Y".
01 BaseFoundSwitch         pic X(1).
    88 BaseFound             value "Y".
01 ScanEofSwitch           pic X(1).
    88 ScanEof               value "Y".

*> a base with no base entry of its own keeps this many active
*> generations until MandelbrotCatalogueReport sets another limit.
01 DefaultKeepLimit        pic 9(3) usage comp-5 value 5.
01 KeepLimitHeld           pic 9(3) usage comp-5.
01 ActiveCount             pic 9(5) usage comp-5.
01 ExcessCount             pic 9(5) usage comp-5.
01 NextGeneration          pic 9(4) usage comp-5.

01 NameWork                pic X(44).
01 QualifiedName           pic X(44).
01 DotPosition             pic 9(2) usage comp-5.
01 NamePointer             pic 9(2) usage comp-5.
01 QualifySwitch           pic X(1).
    88 QualifyFailed         value "Y".
01 GenerationTag           pic 9(4).
01 CatalogueBase           pic X(40).

01 CatalogueDate           pic 9(8).
01 CatalogueClock.
    05 CatalogueHH         pic 9(2).
    05 CatalogueMM         pic 9(2).
    05 CatalogueSS         pic 9(2).
    05 CatalogueHS         pic 9(2).
01 DisplayGeneration         pic 9(4).

*> the newest generation found so far by a match request, by its
*> catalogue date and time.
01 MatchSwitch             pic X(1).
    88 GenerationMatches     value "Y".
01 BestFoundSwitch         pic X(1).
    88 BestFound             value "Y".
01 BestKey                 pic X(44).
01 BestStamp               pic X(16).
01 CandidateStamp          pic X(16).

linkage section.
copy "mandclnk.cpy".

procedure division using MANDELBROT-CATALOGUE-REQUEST.

0000-MAINLINE.
    move zero to CR-RETURN-CODE

    evaluate true
        when CR-ALLOCATE-FUNCTION
            perform 0200-allocate-generation
        when CR-RECORD-FUNCTION
            perform 0400-record-generation
        when CR-LATEST-FUNCTION
            perform 0600-find-latest-generation
        when CR-KEEP-FUNCTION
            perform 0800-set-keep-limit
        when CR-MATCH-FUNCTION
            perform 0500-match-generation
        when other
            display "MANDCATL E001 - FUNCTION MUST BE A, R, L, K OR M"
            move 8 to CR-RETURN-CODE
    end-evaluate

    goback.

*> ---------------------------------------------------------------
*> 0200-ALLOCATE-GENERATION - the base is the output dataset's
*> name up to its last qualifier; the next generation is one past
*> the last the base entry records.  Nothing is written here - a
*> render that abends and is restarted must be handed the same
*> generation, and only a completed render is catalogued.
*> ---------------------------------------------------------------
0200-ALLOCATE-GENERATION.
    move CR-OUTPUT-DATASET to NameWork
    perform 0900-find-last-qualifier
    move spaces to CatalogueBase
    if DotPosition is greater than 1 and DotPosition is not greater than 41
        move NameWork(1:DotPosition - 1) to CatalogueBase
    else
        if DotPosition is equal to zero and NameWork(41:4) is equal to spaces
            move NameWork to CatalogueBase
        end-if
    end-if
    if CatalogueBase is equal to spaces
        display "MANDCATL W001 - " CR-OUTPUT-DATASET
            " HAS NO BASE NAME THE CATALOGUE CAN HOLD - WRITTEN UNCATALOGUED"
        move 4 to CR-RETURN-CODE
        exit paragraph
    end-if
    move CatalogueBase to CR-BASE-NAME

    move 1 to NextGeneration
    open input catalogue-master
    if MasterStatus is equal to "00"
        move CatalogueBase to CT-BASE-NAME
        move zero to CT-GENERATION
        read catalogue-master
            invalid key
                continue
            not invalid key
                if CT-LAST-GENERATION is less than 9999
                    compute NextGeneration = CT-LAST-GENERATION + 1
                end-if
        end-read
        close catalogue-master
    else
        if MasterStatus is equal to "05"
            close catalogue-master
        else
            display "MANDCATL W002 - CATALOGUE CATMAST COULD NOT BE OPENED, STATUS=" MasterStatus
            display "MANDCATL W002 - " CR-OUTPUT-DATASET " IS WRITTEN UNCATALOGUED"
            move 4 to CR-RETURN-CODE
            exit paragraph
        end-if
    end-if
    move NextGeneration to CR-GENERATION
    move NextGeneration to GenerationTag

    *> every name must take its qualifier, or none do - a render
    *> whose picture and iteration counts carried different
    *> generations would defeat the point of the catalogue.
    move "N" to QualifySwitch
    move CR-OUTPUT-DATASET to NameWork
    perform 0950-qualify-name
    move QualifiedName to CR-OUTPUT-DATASET
    if CR-PGM-DATASET is not equal to spaces
        move CR-PGM-DATASET to NameWork
        perform 0950-qualify-name
        move QualifiedName to CR-PGM-DATASET
    end-if
    if CR-ITERATION-DATASET is not equal to spaces
        move CR-ITERATION-DATASET to NameWork
        perform 0950-qualify-name
        move QualifiedName to CR-ITERATION-DATASET
    end-if
    if QualifyFailed
        display "MANDCATL W003 - A GENERATION-QUALIFIED NAME UNDER BASE " CatalogueBase
            " WOULD EXCEED 44 CHARACTERS - WRITTEN UNCATALOGUED"
        move 4 to CR-RETURN-CODE
    end-if.

*> ---------------------------------------------------------------
*> 0400-RECORD-GENERATION - catalogue a completed render and bring
*> the base entry's last generation up to it, creating the base
*> entry under the default keep limit the first time a base is
*> seen.  A generation already on the catalogue - a number reused
*> after the counter wrapped - is replaced.
*> ---------------------------------------------------------------
0400-RECORD-GENERATION.
    perform 0970-open-master-for-update
    if not MasterOpen
        exit paragraph
    end-if

    accept CatalogueDate from date yyyymmdd
    accept CatalogueClock from time

    move CR-BASE-NAME to CT-BASE-NAME
    move zero to CT-GENERATION
    read catalogue-master
        invalid key
            move "N" to BaseFoundSwitch
        not invalid key
            move "Y" to BaseFoundSwitch
    end-read
    if not BaseFound
        move spaces to MANDELBROT-CATALOGUE-ENTRY
        move CR-BASE-NAME to CT-BASE-NAME
        move zero to CT-GENERATION
        move "A" to CT-STATUS
        move CatalogueDate to CT-CREATED-DATE
        perform 0980-format-time
        move zero to CT-ROLLED-OFF-DATE
        move DefaultKeepLimit to CT-KEEP-LIMIT
    end-if
    move CR-GENERATION to CT-LAST-GENERATION
    move CT-KEEP-LIMIT to KeepLimitHeld
    if BaseFound
        rewrite MANDELBROT-CATALOGUE-ENTRY
    else
        write MANDELBROT-CATALOGUE-ENTRY
    end-if

    move spaces to MANDELBROT-CATALOGUE-ENTRY
    move CR-BASE-NAME to CT-BASE-NAME
    move CR-GENERATION to CT-GENERATION
    move "A" to CT-STATUS
    move CatalogueDate to CT-CREATED-DATE
    perform 0980-format-time
    move zero to CT-ROLLED-OFF-DATE
    move CR-OWNER-ID to CT-OWNER-ID
    move CR-JOB-ID to CT-JOB-ID
    move CR-OUTPUT-DATASET to CT-OUTPUT-DATASET
    move CR-DAT-FLAG to CT-DAT-FLAG
    move CR-PGM-DATASET to CT-PGM-DATASET
    move CR-PGM-FLAG to CT-PGM-FLAG
    move CR-ITERATION-DATASET to CT-ITERATION-DATASET
    move CR-ITR-FLAG to CT-ITR-FLAG
    move CR-AUDIT-DATASET to CT-AUDIT-DATASET
    move CR-REAL-PLANE-MIN to CT-REAL-PLANE-MIN
    move CR-REAL-PLANE-MAX to CT-REAL-PLANE-MAX
    move CR-IMAGINARY-PLANE-MIN to CT-IMAGINARY-PLANE-MIN
    move CR-IMAGINARY-PLANE-MAX to CT-IMAGINARY-PLANE-MAX
    move CR-PRECISION-MODE to CT-PRECISION-MODE
    if CT-EXTENDED-PRECISION
        move CR-EXT-REAL-PLANE-MIN to CT-EXT-REAL-PLANE-MIN
        move CR-EXT-REAL-PLANE-MAX to CT-EXT-REAL-PLANE-MAX
        move CR-EXT-IMAGINARY-PLANE-MIN to CT-EXT-IMAGINARY-PLANE-MIN
        move CR-EXT-IMAGINARY-PLANE-MAX to CT-EXT-IMAGINARY-PLANE-MAX
    else
        move zero to CT-EXT-REAL-PLANE-MIN
        move zero to CT-EXT-REAL-PLANE-MAX
        move zero to CT-EXT-IMAGINARY-PLANE-MIN
        move zero to CT-EXT-IMAGINARY-PLANE-MAX
    end-if
    move CR-RESOLUTION-X to CT-RESOLUTION-X
    move CR-RESOLUTION-Y to CT-RESOLUTION-Y
    move CR-ITERATIONS-MAX to CT-ITERATIONS-MAX
    move CR-THRESHOLD to CT-THRESHOLD
    move CR-FRACTAL-TYPE to CT-FRACTAL-TYPE
    move CR-JULIA-REAL to CT-JULIA-REAL
    move CR-JULIA-IMAGINARY to CT-JULIA-IMAGINARY
    move CR-SAMPLING-FACTOR to CT-SAMPLING-FACTOR
    move CR-PALETTE-NAME to CT-PALETTE-NAME
    move CR-ELAPSED-SECONDS to CT-ELAPSED-SECONDS

    write MANDELBROT-CATALOGUE-ENTRY
        invalid key
            rewrite MANDELBROT-CATALOGUE-ENTRY
                invalid key
                    display "MANDCATL W004 - GENERATION COULD NOT BE CATALOGUED FOR "
                        CR-BASE-NAME ", STATUS=" MasterStatus
            end-rewrite
    end-write

    perform 0700-roll-off-generations
    close catalogue-master.

*> ---------------------------------------------------------------
*> 0500-MATCH-GENERATION - one pass over every active generation
*> of every base, keeping the newest whose parameter set matches
*> the request's and which holds each dataset the request wants.
*> ---------------------------------------------------------------
0500-MATCH-GENERATION.
    move 4 to CR-RETURN-CODE
    move "N" to BestFoundSwitch
    move low-values to BestStamp

    open input catalogue-master
    if MasterStatus is not equal to "00"
        if MasterStatus is equal to "05"
            close catalogue-master
        end-if
        exit paragraph
    end-if

    move low-values to CT-CATALOGUE-KEY
    move "N" to ScanEofSwitch
    start catalogue-master key is not less than CT-CATALOGUE-KEY
        invalid key
            move "Y" to ScanEofSwitch
    end-start
    perform until ScanEof
        read catalogue-master next
            at end
                move "Y" to ScanEofSwitch
            not at end
                if not CT-BASE-ENTRY and CT-ACTIVE
                    perform 0550-judge-match
                end-if
        end-read
    end-perform

    if BestFound
        move BestKey to CT-CATALOGUE-KEY
        read catalogue-master
            invalid key
                move "N" to BestFoundSwitch
        end-read
    end-if
    if BestFound
        move zero to CR-RETURN-CODE
        move CT-BASE-NAME to CR-BASE-NAME
        move CT-GENERATION to CR-GENERATION
        move CT-OUTPUT-DATASET to CR-OUTPUT-DATASET
        move CT-DAT-FLAG to CR-DAT-FLAG
        move CT-PGM-DATASET to CR-PGM-DATASET
        move CT-PGM-FLAG to CR-PGM-FLAG
        move CT-ITERATION-DATASET to CR-ITERATION-DATASET
        move CT-ITR-FLAG to CR-ITR-FLAG
        move CT-OWNER-ID to CR-OWNER-ID
        move CT-JOB-ID to CR-JOB-ID
        move CT-AUDIT-DATASET to CR-AUDIT-DATASET
        move CT-ELAPSED-SECONDS to CR-ELAPSED-SECONDS
    end-if
    close catalogue-master.

*> ---------------------------------------------------------------
*> 0550-JUDGE-MATCH - the window is compared at the precision the
*> request renders at: an extended request only matches an
*> extended generation, to all twenty-eight places.  The Julia
*> seed only means anything on a Julia render.
*> ---------------------------------------------------------------
0550-JUDGE-MATCH.
    move "Y" to MatchSwitch
    evaluate true
        when CR-DAT-FLAG is equal to "Y" and not CT-DAT-WRITTEN
            move "N" to MatchSwitch
        when CR-PGM-FLAG is equal to "Y" and not CT-PGM-WRITTEN
            move "N" to MatchSwitch
        when CR-ITR-FLAG is equal to "Y" and not CT-ITR-WRITTEN
            move "N" to MatchSwitch
        when CT-RESOLUTION-X is not equal to CR-RESOLUTION-X
            move "N" to MatchSwitch
        when CT-RESOLUTION-Y is not equal to CR-RESOLUTION-Y
            move "N" to MatchSwitch
        when CT-ITERATIONS-MAX is not equal to CR-ITERATIONS-MAX
            move "N" to MatchSwitch
        when CT-THRESHOLD is not equal to CR-THRESHOLD
            move "N" to MatchSwitch
        when CT-FRACTAL-TYPE is not equal to CR-FRACTAL-TYPE
            move "N" to MatchSwitch
        when CT-SAMPLING-FACTOR is not equal to CR-SAMPLING-FACTOR
            move "N" to MatchSwitch
        when CT-PALETTE-NAME is not equal to CR-PALETTE-NAME
            move "N" to MatchSwitch
        when CR-FRACTAL-TYPE is equal to "J" and
                (CT-JULIA-REAL is not equal to CR-JULIA-REAL or
                 CT-JULIA-IMAGINARY is not equal to CR-JULIA-IMAGINARY)
            move "N" to MatchSwitch
        when other
            continue
    end-evaluate

    if GenerationMatches
        if CR-PRECISION-MODE is equal to "E"
            if not CT-EXTENDED-PRECISION or
                    CT-EXT-REAL-PLANE-MIN is not equal to CR-EXT-REAL-PLANE-MIN or
                    CT-EXT-REAL-PLANE-MAX is not equal to CR-EXT-REAL-PLANE-MAX or
                    CT-EXT-IMAGINARY-PLANE-MIN is not equal to CR-EXT-IMAGINARY-PLANE-MIN or
                    CT-EXT-IMAGINARY-PLANE-MAX is not equal to CR-EXT-IMAGINARY-PLANE-MAX
                move "N" to MatchSwitch
            end-if
        else
            if CT-EXTENDED-PRECISION or
                    CT-REAL-PLANE-MIN is not equal to CR-REAL-PLANE-MIN or
                    CT-REAL-PLANE-MAX is not equal to CR-REAL-PLANE-MAX or
                    CT-IMAGINARY-PLANE-MIN is not equal to CR-IMAGINARY-PLANE-MIN or
                    CT-IMAGINARY-PLANE-MAX is not equal to CR-IMAGINARY-PLANE-MAX
                move "N" to MatchSwitch
            end-if
        end-if
    end-if

    if GenerationMatches
        move CT-CREATED-DATE to CandidateStamp(1:8)
        move CT-CREATED-TIME to CandidateStamp(9:8)
        if CandidateStamp is not less than BestStamp
            move CandidateStamp to BestStamp
            move CT-CATALOGUE-KEY to BestKey
            move "Y" to BestFoundSwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0600-FIND-LATEST-GENERATION - the current generation of a base
*> is its newest active one.  Generations are read in key order,
*> so the last active entry read is the one handed back.
*> ---------------------------------------------------------------
0600-FIND-LATEST-GENERATION.
    move 4 to CR-RETURN-CODE
    move zero to CR-GENERATION

    open input catalogue-master
    if MasterStatus is not equal to "00"
        if MasterStatus is equal to "05"
            close catalogue-master
        end-if
        exit paragraph
    end-if

    move CR-BASE-NAME to CT-BASE-NAME
    move 1 to CT-GENERATION
    move "N" to ScanEofSwitch
    start catalogue-master key is not less than CT-CATALOGUE-KEY
        invalid key
            move "Y" to ScanEofSwitch
    end-start
    perform until ScanEof
        read catalogue-master next
            at end
                move "Y" to ScanEofSwitch
            not at end
                if CT-BASE-NAME is not equal to CR-BASE-NAME
                    move "Y" to ScanEofSwitch
                else
                    if CT-ACTIVE
                        move zero to CR-RETURN-CODE
                        move CT-GENERATION to CR-GENERATION
                        move CT-OUTPUT-DATASET to CR-OUTPUT-DATASET
                        move CT-DAT-FLAG to CR-DAT-FLAG
                        move CT-PGM-DATASET to CR-PGM-DATASET
                        move CT-PGM-FLAG to CR-PGM-FLAG
                        move CT-ITERATION-DATASET to CR-ITERATION-DATASET
                        move CT-ITR-FLAG to CR-ITR-FLAG
                        move CT-OWNER-ID to CR-OWNER-ID
                        move CT-JOB-ID to CR-JOB-ID
                        move CT-AUDIT-DATASET to CR-AUDIT-DATASET
                    end-if
                end-if
        end-read
    end-perform
    close catalogue-master.

*> ---------------------------------------------------------------
*> 0700-ROLL-OFF-GENERATIONS - count the base's active generations
*> and, oldest first, roll off as many as exceed the keep limit.
*> The datasets are not deleted here; the message names each one
*> so the operator's scratch job can.
*> ---------------------------------------------------------------
0700-ROLL-OFF-GENERATIONS.
    move zero to ActiveCount
    move CR-BASE-NAME to CT-BASE-NAME
    move 1 to CT-GENERATION
    move "N" to ScanEofSwitch
    start catalogue-master key is not less than CT-CATALOGUE-KEY
        invalid key
            move "Y" to ScanEofSwitch
    end-start
    perform until ScanEof
        read catalogue-master next
            at end
                move "Y" to ScanEofSwitch
            not at end
                if CT-BASE-NAME is not equal to CR-BASE-NAME
                    move "Y" to ScanEofSwitch
                else
                    if CT-ACTIVE
                        add 1 to ActiveCount
                    end-if
                end-if
        end-read
    end-perform

    if ActiveCount is not greater than KeepLimitHeld
        exit paragraph
    end-if
    compute ExcessCount = ActiveCount - KeepLimitHeld

    move CR-BASE-NAME to CT-BASE-NAME
    move 1 to CT-GENERATION
    move "N" to ScanEofSwitch
    start catalogue-master key is not less than CT-CATALOGUE-KEY
        invalid key
            move "Y" to ScanEofSwitch
    end-start
    perform until ScanEof or ExcessCount is equal to zero
        read catalogue-master next
            at end
                move "Y" to ScanEofSwitch
            not at end
                if CT-BASE-NAME is not equal to CR-BASE-NAME
                    move "Y" to ScanEofSwitch
                else
                    if CT-ACTIVE
                        perform 0750-roll-off-one-generation
                        subtract 1 from ExcessCount
                    end-if
                end-if
        end-read
    end-perform.

*> ---------------------------------------------------------------
*> 0750-ROLL-OFF-ONE-GENERATION - mark the entry just read rolled
*> off and name the datasets it leaves for scratching.
*> ---------------------------------------------------------------
0750-ROLL-OFF-ONE-GENERATION.
    move "R" to CT-STATUS
    accept CT-ROLLED-OFF-DATE from date yyyymmdd
    rewrite MANDELBROT-CATALOGUE-ENTRY
        invalid key
            display "MANDCATL W005 - ROLL-OFF COULD NOT BE RECORDED FOR "
                CT-BASE-NAME ", STATUS=" MasterStatus
    end-rewrite

    move CT-GENERATION to DisplayGeneration
    display "MANDCATL - " CT-BASE-NAME " GENERATION " DisplayGeneration
        " ROLLED OFF BEYOND KEEP LIMIT"
    if CT-DAT-WRITTEN
        display "MANDCATL -    MAY BE SCRATCHED: " CT-OUTPUT-DATASET
    end-if
    if CT-PGM-WRITTEN
        display "MANDCATL -    MAY BE SCRATCHED: " CT-PGM-DATASET
    end-if
    if CT-ITR-WRITTEN
        display "MANDCATL -    MAY BE SCRATCHED: " CT-ITERATION-DATASET
    end-if.

*> ---------------------------------------------------------------
*> 0800-SET-KEEP-LIMIT - a base not yet on the catalogue gets its
*> base entry now, so the limit is in force from its first render.
*> ---------------------------------------------------------------
0800-SET-KEEP-LIMIT.
    if CR-KEEP-LIMIT is equal to zero
        display "MANDCATL E002 - KEEP LIMIT MUST BE 1 THROUGH 999"
        move 8 to CR-RETURN-CODE
        exit paragraph
    end-if

    perform 0970-open-master-for-update
    if not MasterOpen
        move 8 to CR-RETURN-CODE
        exit paragraph
    end-if

    move CR-BASE-NAME to CT-BASE-NAME
    move zero to CT-GENERATION
    read catalogue-master
        invalid key
            move "N" to BaseFoundSwitch
        not invalid key
            move "Y" to BaseFoundSwitch
    end-read
    move CR-KEEP-LIMIT to CT-KEEP-LIMIT
    if BaseFound
        rewrite MANDELBROT-CATALOGUE-ENTRY
    else
        move spaces to MANDELBROT-CATALOGUE-ENTRY
        move CR-BASE-NAME to CT-BASE-NAME
        move zero to CT-GENERATION
        move "A" to CT-STATUS
        accept CatalogueDate from date yyyymmdd
        accept CatalogueClock from time
        move CatalogueDate to CT-CREATED-DATE
        perform 0980-format-time
        move zero to CT-ROLLED-OFF-DATE
        move CR-KEEP-LIMIT to CT-KEEP-LIMIT
        move zero to CT-LAST-GENERATION
        write MANDELBROT-CATALOGUE-ENTRY
    end-if
    move CR-KEEP-LIMIT to KeepLimitHeld

    perform 0700-roll-off-generations
    close catalogue-master.

*> ---------------------------------------------------------------
*> 0900-FIND-LAST-QUALIFIER - DotPosition is left on the last "."
*> in NameWork, or zero when the name has no qualifier.
*> ---------------------------------------------------------------
0900-FIND-LAST-QUALIFIER.
    perform varying DotPosition from 44 by -1
            until DotPosition is equal to zero
               or NameWork(DotPosition:1) is equal to "."
        continue
    end-perform.

*> ---------------------------------------------------------------
*> 0950-QUALIFY-NAME - insert .Gnnnn ahead of NameWork's last
*> qualifier (or after a name that has none) into QualifiedName;
*> a result that will not fit in 44 characters sets QualifyFailed
*> and leaves the name as it was.
*> ---------------------------------------------------------------
0950-QUALIFY-NAME.
    perform 0900-find-last-qualifier
    move spaces to QualifiedName
    move 1 to NamePointer
    if DotPosition is greater than 1
        string NameWork(1:DotPosition - 1) delimited by size
               ".G" delimited by size
               GenerationTag delimited by size
               NameWork(DotPosition:) delimited by space
            into QualifiedName
            with pointer NamePointer
            on overflow
                move "Y" to QualifySwitch
        end-string
    else
        string NameWork delimited by space
               ".G" delimited by size
               GenerationTag delimited by size
            into QualifiedName
            with pointer NamePointer
            on overflow
                move "Y" to QualifySwitch
        end-string
    end-if
    if QualifyFailed
        move NameWork to QualifiedName
    end-if.

*> ---------------------------------------------------------------
*> 0970-OPEN-MASTER-FOR-UPDATE - an optional master is created
*> the first time it is opened for update.
*> ---------------------------------------------------------------
0970-OPEN-MASTER-FOR-UPDATE.
    move "N" to MasterOpenSwitch
    open i-o catalogue-master
    if MasterStatus is equal to "00" or MasterStatus is equal to "05"
        move "Y" to MasterOpenSwitch
    else
        display "MANDCATL W006 - CATALOGUE CATMAST COULD NOT BE OPENED FOR UPDATE, STATUS=" MasterStatus
        move 4 to CR-RETURN-CODE
    end-if.

*> ---------------------------------------------------------------
*> 0980-FORMAT-TIME - HH:MM:SS, the way the audit line stamps it.
*> ---------------------------------------------------------------
0980-FORMAT-TIME.
    move spaces to CT-CREATED-TIME
    string CatalogueHH delimited by size
           ":" delimited by size
           CatalogueMM delimited by size
           ":" delimited by size
           CatalogueSS delimited by size
        into CT-CREATED-TIME.

end program MandelbrotCatalogue.
