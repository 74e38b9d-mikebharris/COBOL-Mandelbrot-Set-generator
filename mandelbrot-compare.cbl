*> itself.  A ramp tolerance waives cells within that many shading
*> steps of each other, letting a one-step shading difference pass
*> while real shape changes still fail the step.
*>
*> Renders are now written to catalogued generations, so a plain
*> dataset named on the card - BASELINE.DAT - is compared as the
*> grid of its base's current generation, looked up through
*> MandelbrotCatalogue; a name the catalogue does not know, or one
*> already generation-qualified, is compared as it stands.

environment division.
input-output section.
01 DisplayWaivedCount          pic zzzzzzzz9.
01 DisplayRowMismatchCount     pic zzzz9.

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

    move GridADataset to CatalogueNameWork
    perform 0250-resolve-grid-dataset
    move CatalogueNameWork to GridADataset
    move GridBDataset to CatalogueNameWork
    perform 0250-resolve-grid-dataset
    move CatalogueNameWork to GridBDataset

    display "DATASET A.................: " GridADataset
    display "DATASET B.................: " GridBDataset

        display "TOLERANCE PALETTE.........: " ComparePaletteName
    end-if.

*> ---------------------------------------------------------------
*> 0250-RESOLVE-GRID-DATASET - renders are written to catalogued
*> generations, so a plain grid name in CatalogueNameWork -
*> BASELINE.DAT - is replaced by the grid of that name in its
*> base's current generation - BASELINE.G0007.DAT - whenever that
*> generation wrote one.  A name the catalogue does not know, or
*> one already generation-qualified, is left as it stands.
*> ---------------------------------------------------------------
0250-RESOLVE-GRID-DATASET.
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
    if CR-DAT-WRITTEN and CR-OUTPUT-DATASET is equal to CataloguedName
        move CataloguedName to CatalogueNameWork
    end-if.

*> ---------------------------------------------------------------
*> 0300-COMPARE-ROW - compare one row pair cell by cell.  Cells
*> whose characters differ by no more than the ramp tolerance in
