*> with the parameter block this program builds below.  It was
*> pulled out of here so MandelbrotTour could render a whole table
*> of regions using the same engine instead of duplicating it.
*>
*> A card may also ask for an extended-precision render, giving
*> its window to twenty-eight decimal places in the EXT columns at
*> the end of the card; the engine then renders from those instead
*> of the nine-place plane columns at the front.

environment division.
input-output section.
    move "UNKNOWN" to mp-job-id
    move "UNKNOWN" to mp-user-id
    move spaces to mp-palette-name
    move space to mp-budget-override
    move zero to mp-queue-priority
    move space to mp-precision-mode
    move zero to mp-ext-real-plane-min
    move zero to mp-ext-real-plane-max
    move zero to mp-ext-imaginary-plane-min
    move zero to mp-ext-imaginary-plane-max
    move spaces to mp-prior-iteration-dataset.

*> ---------------------------------------------------------------
*> 0200-READ-PARAMETER-CARD - PARMCARD is optional; when it is not
        if PC-BUDGET-OVERRIDE is not equal to space
            move PC-BUDGET-OVERRIDE to mp-budget-override
        end-if

        *> a blank precision column keeps the standard arithmetic
        *> every run used before extended precision existed.
        if PC-PRECISION-MODE is not equal to space
            move PC-PRECISION-MODE to mp-precision-mode
        end-if
        if MP-EXTENDED-PRECISION
            perform 0350-apply-extended-window
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0350-APPLY-EXTENDED-WINDOW - an extended card's EXT columns,
*> when all four are filled in, carry its window and win over the
*> nine-place plane columns, which are then reset to that window
*> truncated to nine places so the two sets agree; with the EXT
*> columns blank the window comes from the plane columns as usual.
*> ---------------------------------------------------------------
0350-APPLY-EXTENDED-WINDOW.
    move mp-real-plane-min to mp-ext-real-plane-min
    move mp-real-plane-max to mp-ext-real-plane-max
    move mp-imaginary-plane-min to mp-ext-imaginary-plane-min
    move mp-imaginary-plane-max to mp-ext-imaginary-plane-max

    if PC-EXT-REAL-PLANE-MIN is numeric and
            PC-EXT-REAL-PLANE-MAX is numeric and
            PC-EXT-IMAGINARY-PLANE-MIN is numeric and
            PC-EXT-IMAGINARY-PLANE-MAX is numeric
        move PC-EXT-REAL-PLANE-MIN to mp-ext-real-plane-min
        move PC-EXT-REAL-PLANE-MAX to mp-ext-real-plane-max
        move PC-EXT-IMAGINARY-PLANE-MIN to mp-ext-imaginary-plane-min
        move PC-EXT-IMAGINARY-PLANE-MAX to mp-ext-imaginary-plane-max
        move PC-EXT-REAL-PLANE-MIN to mp-real-plane-min
        move PC-EXT-REAL-PLANE-MAX to mp-real-plane-max
        move PC-EXT-IMAGINARY-PLANE-MIN to mp-imaginary-plane-min
        move PC-EXT-IMAGINARY-PLANE-MAX to mp-imaginary-plane-max
    end-if.

end program MandelbrotSet.
