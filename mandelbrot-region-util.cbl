*> are read through a fixed-length area padded with blanks, so a
*> short row taken under the old layout reloads with every
*> appended column blank - which every program treats as "the
*> behaviour the row always had".  The precision columns appended
*> for extended-precision regions took the record past the old
*> two-hundred-byte unload width, and the unload record widened
*> with them; the same UNLOAD-then-RELOAD carries a master across.

environment division.
input-output section.
copy "mandrgn.cpy".

fd unload-file.
01 unload-record               pic X(300).

working-storage section.
01 MasterStatus            pic X(2).
        perform 2800-flag-row
        display "   MANDRUTL E008 - A PLANE BOUNDARY COLUMN IS NOT NUMERIC"
    else
        *> an extended row carrying its EXT window is ordered on that
        *> window instead, below.
        if RG-REAL-PLANE-MAX is not greater than RG-REAL-PLANE-MIN and
                (not RG-EXTENDED-PRECISION or
                 RG-EXT-REAL-PLANE-MIN is equal to spaces)
            perform 2800-flag-row
            display "   MANDRUTL E009 - REAL-PLANE-MAX MUST BE GREATER THAN REAL-PLANE-MIN"
        end-if
        if RG-IMAGINARY-PLANE-MAX is not greater than RG-IMAGINARY-PLANE-MIN and
                (not RG-EXTENDED-PRECISION or
                 RG-EXT-REAL-PLANE-MIN is equal to spaces)
            perform 2800-flag-row
            display "   MANDRUTL E010 - IMAGINARY-PLANE-MAX MUST BE GREATER THAN IMAGINARY-PLANE-MIN"
        end-if
        display "   MANDRUTL E020 - PROGRESS-INTERVAL MUST BE NUMERIC OR BLANK"
    end-if

    *> an extended row may carry its window to twenty-eight places in
    *> the EXT columns; when it does, that window is the one the
    *> tour renders, so it is the one that must be ordered.
    if RG-PRECISION-MODE is not equal to space and
            RG-PRECISION-MODE is not equal to "S" and
            not RG-EXTENDED-PRECISION
        perform 2800-flag-row
        display "   MANDRUTL E027 - PRECISION-MODE MUST BE S, E, OR BLANK"
    end-if
    if RG-EXTENDED-PRECISION and
            RG-EXT-REAL-PLANE-MIN is not equal to spaces
        if RG-EXT-REAL-PLANE-MIN is not numeric or
                RG-EXT-REAL-PLANE-MAX is not numeric or
                RG-EXT-IMAGINARY-PLANE-MIN is not numeric or
                RG-EXT-IMAGINARY-PLANE-MAX is not numeric
            perform 2800-flag-row
            display "   MANDRUTL E028 - AN EXTENDED PLANE BOUNDARY COLUMN IS NOT NUMERIC"
        else
            if RG-EXT-REAL-PLANE-MAX is not greater than RG-EXT-REAL-PLANE-MIN
                perform 2800-flag-row
                display "   MANDRUTL E029 - EXT-REAL-PLANE-MAX MUST BE GREATER THAN EXT-REAL-PLANE-MIN"
            end-if
            if RG-EXT-IMAGINARY-PLANE-MAX is not greater than RG-EXT-IMAGINARY-PLANE-MIN
                perform 2800-flag-row
                display "   MANDRUTL E030 - EXT-IMAGINARY-PLANE-MAX MUST BE GREATER THAN EXT-IMAGINARY-PLANE-MIN"
            end-if
        end-if
    end-if

    if RG-REGION-NAME is not equal to spaces
        move spaces to ThisBaseName
        unstring RG-REGION-NAME delimited by " "
