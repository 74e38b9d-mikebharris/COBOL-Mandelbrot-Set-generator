copy "mandncrd.cpy".

fd audit-file.
01 audit-record                pic X(600).

fd grid-file.
copy "mandout.cpy".
01 ParseErrorSwitch            pic X(1).
    88 ParseFailed              value "Y".

01 AuditLine                   pic X(600).
01 ScanPointer                 pic 9(3) usage comp-5.
01 FieldTag                    pic X(10).
01 FieldTagLength              pic 9(2) usage comp-5.
    05 DatasetEntry            occurs 200 times.
        10 TableDatasetName    pic X(44).
        10 TableDatasetKind    pic X(1).
        10 TableAuditLine      pic X(600).
01 DatasetOverflowSwitch       pic X(1) value "N".
    88 DatasetTableOverflowed   value "Y".
01 ThisDatasetKind             pic X(1).
0750-FIND-TAG.
    move "N" to FieldFoundSwitch
    perform varying ScanPointer from 1 by 1
            until ScanPointer is greater than 590
                  or FieldFound
        if AuditLine(ScanPointer:FieldTagLength) is equal to
                FieldTag(1:FieldTagLength)
