        perform 0400-flag-row
        display "   MANDRCHK E003 - A PLANE BOUNDARY COLUMN IS NOT NUMERIC"
    else
        *> an extended row carrying its EXT window is ordered on that
        *> window instead, below.
        if RG-REAL-PLANE-MAX is not greater than RG-REAL-PLANE-MIN and
                (not RG-EXTENDED-PRECISION or
                 RG-EXT-REAL-PLANE-MIN is equal to spaces)
            perform 0400-flag-row
            display "   MANDRCHK E004 - REAL-PLANE-MAX MUST BE GREATER THAN REAL-PLANE-MIN"
        end-if
        if RG-IMAGINARY-PLANE-MAX is not greater than RG-IMAGINARY-PLANE-MIN and
                (not RG-EXTENDED-PRECISION or
                 RG-EXT-REAL-PLANE-MIN is equal to spaces)
            perform 0400-flag-row
            display "   MANDRCHK E005 - IMAGINARY-PLANE-MAX MUST BE GREATER THAN IMAGINARY-PLANE-MIN"
        end-if
        end-if
    end-if

    *> an extended row may carry its window to twenty-eight places in
    *> the EXT columns; when it does, that window is the one the
    *> tour renders, so it is the one that must be ordered.
    if RG-PRECISION-MODE is not equal to space and
            RG-PRECISION-MODE is not equal to "S" and
            not RG-EXTENDED-PRECISION
        perform 0400-flag-row
        display "   MANDRCHK E017 - PRECISION-MODE MUST BE S, E, OR BLANK"
    end-if
    if RG-EXTENDED-PRECISION and
            RG-EXT-REAL-PLANE-MIN is not equal to spaces
        if RG-EXT-REAL-PLANE-MIN is not numeric or
                RG-EXT-REAL-PLANE-MAX is not numeric or
                RG-EXT-IMAGINARY-PLANE-MIN is not numeric or
                RG-EXT-IMAGINARY-PLANE-MAX is not numeric
            perform 0400-flag-row
            display "   MANDRCHK E018 - AN EXTENDED PLANE BOUNDARY COLUMN IS NOT NUMERIC"
        else
            if RG-EXT-REAL-PLANE-MAX is not greater than RG-EXT-REAL-PLANE-MIN
                perform 0400-flag-row
                display "   MANDRCHK E019 - EXT-REAL-PLANE-MAX MUST BE GREATER THAN EXT-REAL-PLANE-MIN"
            end-if
            if RG-EXT-IMAGINARY-PLANE-MAX is not greater than RG-EXT-IMAGINARY-PLANE-MIN
                perform 0400-flag-row
                display "   MANDRCHK E020 - EXT-IMAGINARY-PLANE-MAX MUST BE GREATER THAN EXT-IMAGINARY-PLANE-MIN"
            end-if
        end-if
    end-if

    if RG-REGION-NAME is not equal to spaces
        move spaces to ThisBaseName
        unstring RG-REGION-NAME delimited by " "
