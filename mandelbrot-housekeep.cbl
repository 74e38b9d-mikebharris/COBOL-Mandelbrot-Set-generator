copy "mandkcrd.cpy".

fd live-log-file.
01 live-log-record             pic X(600).

fd archive-file.
01 archive-record              pic X(600).

fd work-file.
01 work-record                 pic X(600).

working-storage section.
01 CardEofSwitch               pic X(1) value "N".
01 WorkSerial                  pic S9(9) usage comp-5.
01 DaySerial                   pic S9(9) usage comp-5.

01 AuditLine                   pic X(600).
01 ScanPointer                 pic 9(3) usage comp-5.
01 FieldTag                    pic X(10).
01 FieldTagLength              pic 9(2) usage comp-5.
0950-FIND-TAG.
    move "N" to FieldFoundSwitch
    perform varying ScanPointer from 1 by 1
            until ScanPointer is greater than 590
                  or FieldFound
        if AuditLine(ScanPointer:FieldTagLength) is equal to
                FieldTag(1:FieldTagLength)
