copy "mandacrd.cpy".

fd audit-file.
01 audit-record                pic X(600).

working-storage section.
01 AuditDatasetName            pic X(44).
01 FieldFoundSwitch            pic X(1).
    88 FieldFound               value "Y".

01 AuditLine                   pic X(600).
01 AuditLineLength             pic 9(3) usage comp-5.
01 ScanPointer                 pic 9(3) usage comp-5.
01 FieldTag                    pic X(10).
01 TopRunTable.
    05 TopRunEntry             occurs 5 times.
        10 TopRunElapsed       pic 9(7)V9(2) usage comp-5 value zero.
        10 TopRunLine          pic X(600) value spaces.

01 DisplayRecordCount          pic zzzzzz9.
01 DisplayMatchCount           pic zzzz9.
0750-FIND-TAG.
    move "N" to FieldFoundSwitch
    perform varying ScanPointer from 1 by 1
            until ScanPointer is greater than 590
                  or FieldFound
        if AuditLine(ScanPointer:FieldTagLength) is equal to
                FieldTag(1:FieldTagLength)
*> blanks its fixed-length record carries.
*> ---------------------------------------------------------------
0800-DISPLAY-AUDIT-LINE.
    move 600 to AuditLineLength
    perform until AuditLineLength is equal to 1
                  or AuditLine(AuditLineLength:1) is not equal to space
        subtract 1 from AuditLineLength
