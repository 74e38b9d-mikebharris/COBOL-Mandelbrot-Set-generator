identification division.
program-id. MandelbrotGridListing.

*> Mandelbrot Set character grid printer listing
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> A character grid wider than a terminal used to be looked at by
*> browsing MANDOUT sideways, counting columns by hand to find the
*> cell worth zooming into, and working its plane position out from
*> the audit line on a calculator.  This program prints the grid as
*> a paged listing instead.  The LISTCARD card names the grid; the
*> run that wrote it is found on the audit dataset the way
*> MandelbrotZoom finds it, and its plane window recovered from
*> REALMIN=/REALMAX=/IMAGMIN=/IMAGMAX=/RESX=/RESY=.  The grid is
*> tiled into panels that fit the page, each headed with the
*> dataset, the run date, the user, the palette and the panel's
*> position, and framed by a column ruler across the top and row
*> numbers down the left margin.  Every tenth column carries its
*> real coordinate and every tenth row its imaginary coordinate,
*> worked out exactly the way the engine's proportional scaling
*> maps cells to the plane, so the cell and point read off the
*> listing can go straight onto a ZOOMCARD.  The listing ends with
*> a panel map showing which page holds which part of the grid.
*>
*> The engine now writes its datasets to catalogued generations,
*> so a card naming a plain grid lists that grid in the current
*> generation, as MandelbrotCatalogue reports it, found on the
*> audit dataset under the generation's name.

environment division.
input-output section.
file-control.
    select optional listing-card-file assign to "LISTCARD"
        organization is line sequential.

    select optional audit-file assign to dynamic AuditDatasetName
        organization is line sequential.

    select optional grid-file assign to dynamic GridDatasetName
        organization is sequential
        file status is GridStatus.

    select print-file assign to "GRIDLIST"
        organization is line sequential.

data division.
file section.
fd listing-card-file.
copy "mandlcrd.cpy".

fd audit-file.
01 audit-record                pic X(600).

fd grid-file.
copy "mandout.cpy".

fd print-file.
01 print-record                pic X(300).

working-storage section.
01 AuditDatasetName            pic X(44).
01 GridDatasetName             pic X(44).
01 GridStatus                  pic X(2).

01 CardEofSwitch               pic X(1) value "N".
    88 CardMissing              value "Y".
01 AuditEofSwitch              pic X(1) value "N".
    88 AuditEof                 value "Y".
01 GridEofSwitch               pic X(1) value "N".
    88 GridEof                  value "Y".
01 ListingErrorSwitch          pic X(1) value "N".
    88 ListingFailed            value "Y".
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

*> the run's window, and what the heading says about the run.
01 RunRealMin                  pic S9(3)V9(9) usage comp-5.
01 RunRealMax                  pic S9(3)V9(9) usage comp-5.
01 RunImagMin                  pic S9(3)V9(9) usage comp-5.
01 RunImagMax                  pic S9(3)V9(9) usage comp-5.
01 RunResolutionX              pic 9(5) usage comp-5.
01 RunResolutionY              pic 9(5) usage comp-5.
01 RunDate                     pic X(10).
01 RunUserId                   pic X(8).
01 RunPalette                  pic X(16).
01 RunPrecisionMode            pic X(1).
    88 RunExtendedPrecision     value "E".

01 ProportionalX               pic S9(3)V9(14) usage comp-5.
01 ProportionalY               pic S9(3)V9(14) usage comp-5.
01 AxisValue                   pic S9(3)V9(14) usage comp-5.
01 ResolutionXLess1            pic S9(5) usage comp-5.
01 ResolutionYLess1            pic S9(5) usage comp-5.

*> the page is a left margin of row number and imaginary axis,
*> then the panel's slice of the grid between two rules.  A real
*> axis value hangs up to fourteen characters right of its
*> column, so the panel stops short enough of the page edge to
*> leave room for the last one.
01 PageWidth                   pic 9(3) usage comp-5.
01 PageDepth                   pic 9(3) usage comp-5.
01 PanelWidth                  pic 9(5) usage comp-5.
01 PanelDepth                  pic 9(5) usage comp-5.
01 PanelColumnCount            pic 9(5) usage comp-5.
01 PanelRowCount               pic 9(5) usage comp-5.
01 PanelColumn                 pic 9(5) usage comp-5.
01 PanelRow                    pic 9(5) usage comp-5.
01 PanelFirstColumn            pic 9(5) usage comp-5.
01 PanelLastColumn             pic 9(5) usage comp-5.
01 PanelColumnsWide            pic 9(5) usage comp-5.
01 PageNumber                  pic 9(5) usage comp-5 value zero.
01 GridMargin                  pic 9(3) usage comp-5 value 22.

*> one band of grid rows - the rows a panel holds - is read at a
*> time and printed across every panel column before the next.
01 BandRowsHeld                pic 9(5) usage comp-5.
01 BandFirstRow                pic 9(5) usage comp-5.
01 BandIndex                   pic 9(5) usage comp-5.
01 BandTable.
    05 BandRow                 occurs 200 times pic X(2000).

01 GridRowsRead                pic 9(5) usage comp-5 value zero.
01 GridRow                     pic 9(5) usage comp-5.
01 ColumnOffset                pic 9(5) usage comp-5.
01 GridColumn                  pic 9(5) usage comp-5.
01 PrintPosition               pic 9(5) usage comp-5.
01 TensDigit                   pic 9(5) usage comp-5.
01 UnitsDigit                  pic 9(1).
01 ColumnQuotient              pic 9(5) usage comp-5.
01 ColumnRemainder             pic 9(5) usage comp-5.
01 LeadingSpaces               pic 9(2) usage comp-5.

*> the panel map is printed as many panel columns to a line as fit.
01 MapCellsPerLine             pic 9(3) usage comp-5.
01 MapFirstColumn              pic 9(5) usage comp-5.
01 MapLastColumn               pic 9(5) usage comp-5.
01 MapPointer                  pic 9(3) usage comp-5.

01 PrintLine                   pic X(300).
01 LinePointer                 pic 9(3) usage comp-5.

01 DisplayRowNumber            pic zzzz9.
01 DisplayColumnNumber         pic zzzz9.
01 DisplayAxisValue            pic ---9.999999999.
01 DisplayPanelRow             pic zzzz9.
01 DisplayPanelRowCount        pic zzzz9.
01 DisplayPanelColumn          pic zzzz9.
01 DisplayPanelColumnCount     pic zzzz9.
01 DisplayFirstRow             pic zzzz9.
01 DisplayLastRow              pic zzzz9.
01 DisplayFirstColumn          pic zzzz9.
01 DisplayLastColumn           pic zzzz9.
01 DisplayPageNumber           pic zzzz9.
01 DisplayCount                pic zzzz9.

*> a card's plain dataset name, resolved to the dataset of that
*> name in its base's current catalogued generation.
01 CatalogueNameWork           pic X(44).
01 CataloguedName              pic X(44).
01 CatalogueDotPosition        pic 9(2) usage comp-5.
01 CatalogueGenerationTag      pic 9(4).

copy "mandclnk.cpy".

procedure division.

0000-MAINLINE.
    perform 0100-read-listing-card
    if ListingFailed
        move 8 to return-code
        stop run
    end-if

    perform 0200-resolve-grid-dataset

    perform 0300-find-grid-run
    if ListingFailed
        move 8 to return-code
        stop run
    end-if

    perform 0400-recover-grid-window
    if ListingFailed
        move 8 to return-code
        stop run
    end-if

    perform 0500-lay-out-panels

    open input grid-file
    if GridStatus is not equal to "00"
        display "MANDGLST E009 - GRID DATASET " GridDatasetName
            " COULD NOT BE OPENED, STATUS=" GridStatus
        move 8 to return-code
        stop run
    end-if
    open output print-file

    perform until GridEof
        perform 0600-load-band
        if BandRowsHeld is greater than zero
            add 1 to PanelRow
            perform varying PanelColumn from 1 by 1
                    until PanelColumn is greater than PanelColumnCount
                perform 0610-print-panel
            end-perform
        end-if
    end-perform

    perform 0700-print-panel-map

    close grid-file
    close print-file

    perform 0720-write-listing-report

    stop run.

*> ---------------------------------------------------------------
*> 0100-READ-LISTING-CARD - the card must name the grid; the audit
*> dataset and the page size have defaults.
*> ---------------------------------------------------------------
0100-READ-LISTING-CARD.
    open input listing-card-file
    read listing-card-file
        at end
            move "Y" to CardEofSwitch
    end-read
    close listing-card-file

    if CardMissing
        display "MANDGLST E001 - A LISTCARD REQUEST CARD IS REQUIRED"
        move "Y" to ListingErrorSwitch
        exit paragraph
    end-if

    if LC-AUDIT-DATASET is not equal to spaces
        move LC-AUDIT-DATASET to AuditDatasetName
    else
        move "MANDOUT.AUD" to AuditDatasetName
    end-if

    if LC-GRID-DATASET is equal to spaces
        display "MANDGLST E002 - THE CHARACTER GRID DATASET MUST BE NAMED"
        move "Y" to ListingErrorSwitch
    else
        move LC-GRID-DATASET to GridDatasetName
    end-if

    move 132 to PageWidth
    if LC-PAGE-WIDTH is not equal to spaces
        move LC-PAGE-WIDTH to NumberImage(1:3)
        inspect NumberImage(1:3) replacing leading " " by "0"
        if NumberImage(1:3) is not numeric
            display "MANDGLST E003 - PAGE-WIDTH MUST BE NUMERIC OR BLANK"
            move "Y" to ListingErrorSwitch
        else
            move NumberImage(1:3) to PageWidth
            if PageWidth is less than 60 or PageWidth is greater than 300
                display "MANDGLST E004 - PAGE-WIDTH MUST BE FROM 60 TO 300 PRINT POSITIONS"
                move "Y" to ListingErrorSwitch
            end-if
        end-if
    end-if

    move 60 to PageDepth
    if LC-PAGE-DEPTH is not equal to spaces
        move LC-PAGE-DEPTH to NumberImage(1:3)
        inspect NumberImage(1:3) replacing leading " " by "0"
        if NumberImage(1:3) is not numeric
            display "MANDGLST E005 - PAGE-DEPTH MUST BE NUMERIC OR BLANK"
            move "Y" to ListingErrorSwitch
        else
            move NumberImage(1:3) to PageDepth
            if PageDepth is less than 20 or PageDepth is greater than 209
                display "MANDGLST E006 - PAGE-DEPTH MUST BE FROM 20 TO 209 LINES"
                move "Y" to ListingErrorSwitch
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0200-RESOLVE-GRID-DATASET - renders are written to catalogued
*> generations, so a plain name on the card - MANDOUT.DAT - means
*> the dataset of that name in its base's current generation -
*> MANDOUT.G0007.DAT - whenever the catalogue holds one.  A name the
*> catalogue does not know, or one already generation-qualified,
*> is taken as it stands.  The grid is then both looked for on
*> the audit dataset and opened under the resolved name.
*> ---------------------------------------------------------------
0200-RESOLVE-GRID-DATASET.
    move LC-GRID-DATASET to GridDatasetName
    move LC-GRID-DATASET to CatalogueNameWork
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
            move CataloguedName to GridDatasetName
    end-evaluate.

*> ---------------------------------------------------------------
*> 0300-FIND-GRID-RUN - keep the last audit line that wrote the
*> grid, so a picture rendered more than once is listed with the
*> window of the copy on disk now.
*> ---------------------------------------------------------------
0300-FIND-GRID-RUN.
    open input audit-file
    perform until AuditEof
        read audit-file into AuditLine
            at end
                move "Y" to AuditEofSwitch
            not at end
                move "OUTPUT=" to FieldTag
                move 7 to FieldTagLength
                perform 0800-find-field
                if FieldFound and FieldValue is equal to GridDatasetName
                    move "Y" to RunFoundSwitch
                    move AuditLine to MatchedLine
                end-if
        end-read
    end-perform
    close audit-file

    if not RunFound
        display "MANDGLST E007 - NO AUDIT RECORD NAMES " GridDatasetName
            " AS ITS CHARACTER GRID"
        move "Y" to ListingErrorSwitch
    end-if.

*> ---------------------------------------------------------------
*> 0400-RECOVER-GRID-WINDOW - pull the plane window, resolution
*> and heading details back out of the matched audit line.
*> ---------------------------------------------------------------
0400-RECOVER-GRID-WINDOW.
    move MatchedLine to AuditLine

    move "REALMIN=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to RunRealMin

    move "REALMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to RunRealMax

    move "IMAGMIN=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to RunImagMin

    move "IMAGMAX=" to FieldTag
    move 8 to FieldTagLength
    perform 0850-parse-plane-field
    move PlaneValue to RunImagMax

    move "RESX=" to FieldTag
    move 5 to FieldTagLength
    perform 0900-parse-number-field
    move NumberImage(3:5) to RunResolutionX

    move "RESY=" to FieldTag
    move 5 to FieldTagLength
    perform 0900-parse-number-field
    move NumberImage(3:5) to RunResolutionY

    move "DATE=" to FieldTag
    move 5 to FieldTagLength
    perform 0800-find-field
    move FieldValue to RunDate

    move "USERID=" to FieldTag
    move 7 to FieldTagLength
    perform 0800-find-field
    move FieldValue to RunUserId
    if RunUserId is equal to spaces
        move "UNKNOWN" to RunUserId
    end-if

    *> an unpaletted run carries no PALETTE= tag at all.
    move "PALETTE=" to FieldTag
    move 8 to FieldTagLength
    perform 0800-find-field
    if FieldFound
        move FieldValue to RunPalette
    else
        move "STANDARD RAMP" to RunPalette
    end-if

    move space to RunPrecisionMode
    move "PRECISION=" to FieldTag
    move 10 to FieldTagLength
    perform 0800-find-field
    if FieldFound
        move FieldValue(1:1) to RunPrecisionMode
    end-if

    if ListingFailed
        continue
    else
        if RunResolutionX is not greater than 1 or
                RunResolutionY is not greater than 1 or
                RunResolutionX is greater than 2000
            display "MANDGLST E008 - THE AUDIT RECORD'S RESOLUTION IS UNUSABLE"
            move "Y" to ListingErrorSwitch
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0500-LAY-OUT-PANELS - size the panels to the page, and work out
*> the plane distance between neighbouring cells exactly the way
*> the engine does.
*> ---------------------------------------------------------------
0500-LAY-OUT-PANELS.
    *> the margin is 22 print positions, and the last real axis
    *> value needs four more beyond the panel's final column.
    compute PanelWidth = (PageWidth - GridMargin - 4) / 10
    compute PanelWidth = PanelWidth * 10

    *> three heading lines and a blank, four ruler lines and the two
    *> rules leave the rest of the page for grid rows.
    compute PanelDepth = (PageDepth - 10) / 10
    compute PanelDepth = PanelDepth * 10

    compute PanelColumnCount =
        (RunResolutionX + PanelWidth - 1) / PanelWidth
    compute PanelRowCount =
        (RunResolutionY + PanelDepth - 1) / PanelDepth
    move zero to PanelRow

    compute ResolutionXLess1 = RunResolutionX - 1
    compute ResolutionYLess1 = RunResolutionY - 1
    compute ProportionalX =
        (RunRealMax - RunRealMin) / ResolutionXLess1
    compute ProportionalY =
        (RunImagMax - RunImagMin) / ResolutionYLess1.

*> ---------------------------------------------------------------
*> 0600-LOAD-BAND - read the next panel's depth of grid rows.
*> ---------------------------------------------------------------
0600-LOAD-BAND.
    move zero to BandRowsHeld
    move GridRowsRead to BandFirstRow
    perform until BandRowsHeld is equal to PanelDepth or GridEof
        read grid-file
            at end
                move "Y" to GridEofSwitch
            not at end
                add 1 to BandRowsHeld
                add 1 to GridRowsRead
                move MO-ROW-DATA to BandRow(BandRowsHeld)
        end-read
    end-perform.

*> ---------------------------------------------------------------
*> 0610-PRINT-PANEL - one page: the heading, the ruler, and the
*> band's rows for this panel column between two rules.
*> ---------------------------------------------------------------
0610-PRINT-PANEL.
    add 1 to PageNumber
    compute PanelFirstColumn = (PanelColumn - 1) * PanelWidth
    compute PanelLastColumn = PanelFirstColumn + PanelWidth - 1
    if PanelLastColumn is not less than RunResolutionX
        compute PanelLastColumn = RunResolutionX - 1
    end-if
    compute PanelColumnsWide = PanelLastColumn - PanelFirstColumn + 1

    perform 0620-print-panel-heading
    perform 0630-print-column-ruler

    perform 0650-build-rule
    move "  ROW    IMAGINARY" to PrintLine(1:18)
    perform 0690-write-print-line

    perform varying BandIndex from 1 by 1
            until BandIndex is greater than BandRowsHeld
        compute GridRow = BandFirstRow + BandIndex - 1
        move spaces to PrintLine
        move GridRow to DisplayRowNumber
        move DisplayRowNumber to PrintLine(1:5)

        *> every tenth row carries its imaginary coordinate.
        divide GridRow by 10 giving TensDigit remainder ColumnRemainder
        if ColumnRemainder is equal to zero
            compute AxisValue = ProportionalY * GridRow
            compute AxisValue = RunImagMin + AxisValue
            move AxisValue to DisplayAxisValue
            move DisplayAxisValue to PrintLine(7:14)
        end-if

        move "|" to PrintLine(GridMargin:1)
        move BandRow(BandIndex)(PanelFirstColumn + 1:PanelColumnsWide)
            to PrintLine(GridMargin + 1:PanelColumnsWide)
        move "|" to PrintLine(GridMargin + PanelColumnsWide + 1:1)
        perform 0690-write-print-line
    end-perform

    perform 0650-build-rule
    perform 0690-write-print-line.

*> ---------------------------------------------------------------
*> 0620-PRINT-PANEL-HEADING - what was rendered, by whom, and
*> where on the whole grid this page lies.
*> ---------------------------------------------------------------
0620-PRINT-PANEL-HEADING.
    move spaces to PrintLine
    move 1 to LinePointer
    string "MANDELBROT CHARACTER GRID  " delimited by size
           GridDatasetName delimited by space
           "  RUN " delimited by size
           RunDate delimited by space
           "  USER " delimited by size
           RunUserId delimited by space
           "  PALETTE " delimited by size
           RunPalette delimited by space
        into PrintLine
        with pointer LinePointer
    if PageWidth is less than 300
        move spaces to PrintLine(PageWidth + 1:)
    end-if
    write print-record from PrintLine after advancing page

    move PanelRow to DisplayPanelRow
    move PanelRowCount to DisplayPanelRowCount
    move PanelColumn to DisplayPanelColumn
    move PanelColumnCount to DisplayPanelColumnCount
    move PageNumber to DisplayPageNumber
    move spaces to PrintLine
    string "PANEL ROW " delimited by size
           DisplayPanelRow delimited by size
           " OF " delimited by size
           DisplayPanelRowCount delimited by size
           "  PANEL COLUMN " delimited by size
           DisplayPanelColumn delimited by size
           " OF " delimited by size
           DisplayPanelColumnCount delimited by size
        into PrintLine
    move "PAGE " to PrintLine(PageWidth - 9:5)
    move DisplayPageNumber to PrintLine(PageWidth - 4:5)
    perform 0690-write-print-line

    move BandFirstRow to DisplayFirstRow
    compute GridRow = BandFirstRow + BandRowsHeld - 1
    move GridRow to DisplayLastRow
    move PanelFirstColumn to DisplayFirstColumn
    move PanelLastColumn to DisplayLastColumn
    move spaces to PrintLine
    string "GRID ROWS " delimited by size
           DisplayFirstRow delimited by size
           " -" delimited by size
           DisplayLastRow delimited by size
           "  COLUMNS " delimited by size
           DisplayFirstColumn delimited by size
           " -" delimited by size
           DisplayLastColumn delimited by size
        into PrintLine
    perform 0690-write-print-line

    move spaces to PrintLine
    perform 0690-write-print-line.

*> ---------------------------------------------------------------
*> 0630-PRINT-COLUMN-RULER - the column number at every tenth
*> column, a units digit over every column, and the real
*> coordinate of every tenth column.  The coordinates are wider
*> than ten columns, so they alternate between two lines.
*> ---------------------------------------------------------------
0630-PRINT-COLUMN-RULER.
    move spaces to PrintLine
    move "COLUMN" to PrintLine(1:6)
    perform varying ColumnOffset from 0 by 10
            until ColumnOffset is not less than PanelColumnsWide
        compute GridColumn = PanelFirstColumn + ColumnOffset
        compute PrintPosition = GridMargin + 1 + ColumnOffset
        move GridColumn to DisplayColumnNumber
        move zero to LeadingSpaces
        inspect DisplayColumnNumber
            tallying LeadingSpaces for leading spaces
        move DisplayColumnNumber(LeadingSpaces + 1:)
            to PrintLine(PrintPosition:5 - LeadingSpaces)
    end-perform
    perform 0690-write-print-line

    move spaces to PrintLine
    perform varying ColumnOffset from 0 by 1
            until ColumnOffset is not less than PanelColumnsWide
        compute GridColumn = PanelFirstColumn + ColumnOffset
        divide GridColumn by 10 giving TensDigit remainder UnitsDigit
        move UnitsDigit to PrintLine(GridMargin + 1 + ColumnOffset:1)
    end-perform
    perform 0690-write-print-line

    move spaces to PrintLine
    move "REAL" to PrintLine(1:4)
    move zero to TensDigit
    perform 0640-place-real-axis-values
    perform 0690-write-print-line

    move spaces to PrintLine
    move 10 to TensDigit
    perform 0640-place-real-axis-values
    perform 0690-write-print-line.

*> ---------------------------------------------------------------
*> 0640-PLACE-REAL-AXIS-VALUES - the real coordinate of every
*> twentieth column, starting from the even (TensDigit zero) or
*> odd (TensDigit ten) tens, left-justified at its column.
*> ---------------------------------------------------------------
0640-PLACE-REAL-AXIS-VALUES.
    perform varying ColumnOffset from 0 by 10
            until ColumnOffset is not less than PanelColumnsWide
        compute GridColumn = PanelFirstColumn + ColumnOffset
        divide GridColumn by 20 giving ColumnQuotient
            remainder ColumnRemainder
        if ColumnRemainder is equal to TensDigit
            compute AxisValue = ProportionalX * GridColumn
            compute AxisValue = RunRealMin + AxisValue
            move AxisValue to DisplayAxisValue
            move zero to LeadingSpaces
            inspect DisplayAxisValue
                tallying LeadingSpaces for leading spaces
            compute PrintPosition = GridMargin + 1 + ColumnOffset
            move DisplayAxisValue(LeadingSpaces + 1:)
                to PrintLine(PrintPosition:14 - LeadingSpaces)
        end-if
    end-perform.

*> ---------------------------------------------------------------
*> 0650-BUILD-RULE - the rule above and below the panel's rows.
*> ---------------------------------------------------------------
0650-BUILD-RULE.
    move spaces to PrintLine
    move "+" to PrintLine(GridMargin:1)
    move all "-" to PrintLine(GridMargin + 1:PanelColumnsWide)
    move "+" to PrintLine(GridMargin + PanelColumnsWide + 1:1).

*> ---------------------------------------------------------------
*> 0690-WRITE-PRINT-LINE - nothing is printed past the page width.
*> ---------------------------------------------------------------
0690-WRITE-PRINT-LINE.
    if PageWidth is less than 300
        move spaces to PrintLine(PageWidth + 1:)
    end-if
    write print-record from PrintLine after advancing 1 line.

*> ---------------------------------------------------------------
*> 0700-PRINT-PANEL-MAP - the page number of every panel, laid out
*> the way the panels fit together, each panel column headed with
*> its first grid column and each panel row with its grid rows.
*> A grid with more panel columns than fit across the page has its
*> map printed in sections.
*> ---------------------------------------------------------------
0700-PRINT-PANEL-MAP.
    move spaces to PrintLine
    move 1 to LinePointer
    string "MANDELBROT CHARACTER GRID  " delimited by size
           GridDatasetName delimited by space
           "  PANEL MAP" delimited by size
        into PrintLine
        with pointer LinePointer
    move PanelRow to PanelRowCount
    write print-record from PrintLine after advancing page

    move spaces to PrintLine
    perform 0690-write-print-line

    compute MapCellsPerLine = (PageWidth - 18) / 6
    perform varying MapFirstColumn from 1 by MapCellsPerLine
            until MapFirstColumn is greater than PanelColumnCount
        compute MapLastColumn = MapFirstColumn + MapCellsPerLine - 1
        if MapLastColumn is greater than PanelColumnCount
            move PanelColumnCount to MapLastColumn
        end-if

        move spaces to PrintLine
        move "GRID COLUMNS FROM" to PrintLine(1:17)
        move 19 to MapPointer
        perform varying PanelColumn from MapFirstColumn by 1
                until PanelColumn is greater than MapLastColumn
            compute GridColumn = (PanelColumn - 1) * PanelWidth
            move GridColumn to DisplayColumnNumber
            move DisplayColumnNumber to PrintLine(MapPointer:5)
            add 6 to MapPointer
        end-perform
        perform 0690-write-print-line

        perform varying PanelRow from 1 by 1
                until PanelRow is greater than PanelRowCount
            move spaces to PrintLine
            compute GridRow = (PanelRow - 1) * PanelDepth
            move GridRow to DisplayFirstRow
            compute GridRow = GridRow + PanelDepth - 1
            if GridRow is not less than GridRowsRead
                compute GridRow = GridRowsRead - 1
            end-if
            move GridRow to DisplayLastRow
            string "ROWS " delimited by size
                   DisplayFirstRow delimited by size
                   " -" delimited by size
                   DisplayLastRow delimited by size
                into PrintLine
            move 19 to MapPointer
            perform varying PanelColumn from MapFirstColumn by 1
                    until PanelColumn is greater than MapLastColumn
                compute PageNumber =
                    (PanelRow - 1) * PanelColumnCount + PanelColumn
                move PageNumber to DisplayPageNumber
                move DisplayPageNumber to PrintLine(MapPointer:5)
                add 6 to MapPointer
            end-perform
            perform 0690-write-print-line
        end-perform

        move spaces to PrintLine
        perform 0690-write-print-line
    end-perform.

*> ---------------------------------------------------------------
*> 0720-WRITE-LISTING-REPORT - the run's control totals, with a
*> warning wherever the grid and its audit line disagree.
*> ---------------------------------------------------------------
0720-WRITE-LISTING-REPORT.
    display "MANDELBROT GRID LISTING"
    display "CHARACTER GRID............: " GridDatasetName
    display "AUDIT DATASET.............: " AuditDatasetName
    display "RUN DATE..................: " RunDate
    display "RUN USERID................: " RunUserId
    move GridRowsRead to DisplayCount
    display "GRID ROWS LISTED..........: " DisplayCount
    move RunResolutionX to DisplayCount
    display "GRID COLUMNS LISTED.......: " DisplayCount
    move PanelWidth to DisplayCount
    display "COLUMNS PER PANEL.........: " DisplayCount
    move PanelDepth to DisplayCount
    display "ROWS PER PANEL............: " DisplayCount
    compute PageNumber = PanelRowCount * PanelColumnCount
    move PageNumber to DisplayCount
    display "PANEL PAGES PRINTED.......: " DisplayCount

    if GridRowsRead is equal to zero
        display "MANDGLST W001 - THE CHARACTER GRID HOLDS NO ROWS"
        move 4 to return-code
    else
        if GridRowsRead is not equal to RunResolutionY
            move RunResolutionY to DisplayCount
            display "MANDGLST W002 - THE AUDIT RECORD GIVES RESY=" DisplayCount
                " BUT THE GRID HOLDS A DIFFERENT NUMBER OF ROWS"
            move 4 to return-code
        end-if
    end-if

    if RunExtendedPrecision
        display "MANDGLST W003 - AN EXTENDED-PRECISION RUN; AXIS COORDINATES ARE SHOWN TO NINE PLACES"
        move 4 to return-code
    end-if.

*> ---------------------------------------------------------------
*> 0750-FIND-TAG - locate FieldTag in the audit line as a whole
*> tag, not the tail of a longer one; ScanPointer is left one
*> before it.
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
        display "MANDGLST E010 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to ListingErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:14) to PlaneImage
        move PlaneImage(1:1) to PlaneSign
        move PlaneImage(2:3) to PlaneInteger
        move PlaneImage(6:9) to PlaneDecimal
        if PlaneInteger is not numeric or PlaneDecimal is not numeric
            display "MANDGLST E011 - THE AUDIT RECORD'S " FieldTag " VALUE IS NOT NUMERIC"
            move "Y" to ListingErrorSwitch
        else
            compute PlaneValue = PlaneDecimal / 1000000000
            compute PlaneValue = PlaneValue + PlaneInteger
            if PlaneSign is equal to "-"
                compute PlaneValue = zero - PlaneValue
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0900-PARSE-NUMBER-FIELD - the resolution figures are edited
*> with leading blanks; return them zero-filled in NumberImage,
*> right-aligned in its seven characters.
*> ---------------------------------------------------------------
0900-PARSE-NUMBER-FIELD.
    move all "0" to NumberImage
    perform 0750-find-tag
    if not FieldFound
        display "MANDGLST E010 - THE AUDIT RECORD CARRIES NO " FieldTag
        move "Y" to ListingErrorSwitch
    else
        move AuditLine(ScanPointer + FieldTagLength:5) to NumberImage(3:5)
        inspect NumberImage replacing all " " by "0"
    end-if.

end program MandelbrotGridListing.
