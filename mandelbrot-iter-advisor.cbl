*> dataset, so the fix is one MandelbrotRegionMaint run away
*> instead of a hand-typing exercise against the sign-leading-
*> separate columns.
*>
*> The tour's datasets are now written to catalogued generations,
*> so a region is measured on its current generation's .ITR, as
*> MandelbrotCatalogue reports it; a region rendered before the
*> catalogue existed is still measured on its plain .ITR name.
*>
*> MandelbrotRegionMaint now applies a card only when its
*> submitter may change REGNMAST, so the run is put through for a
*> named user: the ADVCARD card gives the user id and job id every
*> CHANGE card is signed with, and without a user id the advisor
*> stops before writing cards nobody could apply.

environment division.
input-output section.
    select tuning-card-file assign to "RGNTUNE"
        organization is line sequential.

    select optional advisor-card-file assign to "ADVCARD"
        organization is line sequential.

data division.
file section.
fd region-master.
fd tuning-card-file.
copy "mandrtrn.cpy".

fd advisor-card-file.
copy "mandicrd.cpy".

working-storage section.
01 MasterStatus            pic X(2).
01 CardEofSwitch           pic X(1) value "N".
    88 CardMissing           value "Y".
01 RegionEofSwitch         pic X(1) value "N".
    88 RegionEof             value "Y".
01 IterationEofSwitch      pic X(1).

01 IterationDatasetName    pic X(44).
01 RegionBaseName          pic X(20).
01 SubmittingUserId        pic X(8).
01 SubmittingJobId         pic X(8).

*> the tuning policy: a region is saturated when more than five
*> per cent of its cells sit pinned at the ceiling (the recommended
01 DisplayRecommended        pic zzzz9.
01 DisplaySaturatedPercent   pic zz9.99.

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
    display "MANDELBROT REGION MASTER - ITERATION CEILING TUNING REPORT"

    perform 0100-read-advisor-card
    if SubmittingUserId is equal to spaces
        display "MANDIADV E002 - AN ADVCARD CARD NAMING THE SUBMITTING USER ID IS REQUIRED"
        move 8 to return-code
        stop run
    end-if

    open input region-master
    if MasterStatus is not equal to "00"
        display "MANDIADV E001 - REGION MASTER REGNMAST COULD NOT BE OPENED, STATUS=" MasterStatus

    stop run.

*> ---------------------------------------------------------------
*> 0100-READ-ADVISOR-CARD - the user and job the CHANGE cards are
*> signed with; a missing card leaves the user id blank.
*> ---------------------------------------------------------------
0100-READ-ADVISOR-CARD.
    move spaces to SubmittingUserId
    move spaces to SubmittingJobId
    open input advisor-card-file
    read advisor-card-file
        at end
            move "Y" to CardEofSwitch
    end-read
    close advisor-card-file

    if not CardMissing
        move IC-USER-ID to SubmittingUserId
        move IC-JOB-ID to SubmittingJobId
    end-if.

*> ---------------------------------------------------------------
*> 0300-ADVISE-REGION - measure one region's iteration dataset
*> against its ceiling and print the verdict; a flagged region
        into RegionBaseName
    end-unstring
    move spaces to IterationDatasetName
    move "L" to CR-FUNCTION
    move RegionBaseName to CR-BASE-NAME
    call "MandelbrotCatalogue" using MANDELBROT-CATALOGUE-REQUEST
    if CR-RETURN-CODE is equal to zero and CR-ITR-WRITTEN
        move CR-ITERATION-DATASET to IterationDatasetName
    else
        string RegionBaseName delimited by space
               ".ITR" delimited by size
            into IterationDatasetName
    end-if

    perform 0400-census-iteration-dataset

*> ---------------------------------------------------------------
*> 0700-WRITE-CHANGE-CARD - the flagged region's master row,
*> re-expressed as a CHANGE transaction with only the iteration
*> ceiling altered, ready for MandelbrotRegionMaint and signed
*> with the ADVCARD user and job.
*> ---------------------------------------------------------------
0700-WRITE-CHANGE-CARD.
    move spaces to MANDELBROT-REGION-TRANSACTION
    move RG-SAMPLING-FACTOR to RT-SAMPLING-FACTOR
    move RG-PROGRESS-INTERVAL to RT-PROGRESS-INTERVAL
    move RG-PALETTE-NAME to RT-PALETTE-NAME
    move RG-PRECISION-MODE to RT-PRECISION-MODE
    if RG-EXTENDED-PRECISION and
            RG-EXT-REAL-PLANE-MIN is not equal to spaces
        move RG-EXT-REAL-PLANE-MIN to RT-EXT-REAL-PLANE-MIN
        move RG-EXT-REAL-PLANE-MAX to RT-EXT-REAL-PLANE-MAX
        move RG-EXT-IMAGINARY-PLANE-MIN to RT-EXT-IMAGINARY-PLANE-MIN
        move RG-EXT-IMAGINARY-PLANE-MAX to RT-EXT-IMAGINARY-PLANE-MAX
    end-if
    move SubmittingUserId to RT-SUBMITTED-BY
    move SubmittingJobId to RT-JOB-ID

    write MANDELBROT-REGION-TRANSACTION
    add 1 to CardsWritten.
