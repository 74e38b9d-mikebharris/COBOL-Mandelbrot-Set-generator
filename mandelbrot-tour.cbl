    *> for its submitter's allowance fails that region the same
    *> way one the engine rejects does.
    move space to mp-budget-override
    move zero to mp-queue-priority

    perform 0100-read-tour-card
    perform 0200-apply-tour-card
    *> blank, keeps the standard ten-step ramp.
    move RG-PALETTE-NAME to mp-palette-name

    *> a row predating the precision columns, or one that leaves
    *> them blank, renders in standard precision.  An extended row
    *> with its EXT window filled in renders from it, and the plane
    *> fields then carry that window truncated to nine places.
    move space to mp-precision-mode
    if RG-EXTENDED-PRECISION
        move "E" to mp-precision-mode
        move RG-REAL-PLANE-MIN to mp-ext-real-plane-min
        move RG-REAL-PLANE-MAX to mp-ext-real-plane-max
        move RG-IMAGINARY-PLANE-MIN to mp-ext-imaginary-plane-min
        move RG-IMAGINARY-PLANE-MAX to mp-ext-imaginary-plane-max
        if RG-EXT-REAL-PLANE-MIN is numeric and
                RG-EXT-REAL-PLANE-MAX is numeric and
                RG-EXT-IMAGINARY-PLANE-MIN is numeric and
                RG-EXT-IMAGINARY-PLANE-MAX is numeric
            move RG-EXT-REAL-PLANE-MIN to mp-ext-real-plane-min
            move RG-EXT-REAL-PLANE-MAX to mp-ext-real-plane-max
            move RG-EXT-IMAGINARY-PLANE-MIN to mp-ext-imaginary-plane-min
            move RG-EXT-IMAGINARY-PLANE-MAX to mp-ext-imaginary-plane-max
            move RG-EXT-REAL-PLANE-MIN to mp-real-plane-min
            move RG-EXT-REAL-PLANE-MAX to mp-real-plane-max
            move RG-EXT-IMAGINARY-PLANE-MIN to mp-imaginary-plane-min
            move RG-EXT-IMAGINARY-PLANE-MAX to mp-imaginary-plane-max
        end-if
    end-if
    move spaces to mp-prior-iteration-dataset

    move spaces to mp-output-dataset
    string RG-REGION-NAME delimited by space
           ".DAT" delimited by size
