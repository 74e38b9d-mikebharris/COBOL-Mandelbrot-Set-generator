identification division.
program-id. MandelbrotSecurityReport.

*> Mandelbrot Set security violations report
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> Every attempt the AUTHMAST authority master refuses - a
*> maintenance card whose submitter may not take its action, an
*> intake card asking for a more urgent priority than its user may
*> have, a budget override the user is not allowed - is appended to
*> MANDSEC.LOG by MandelbrotAuthority or MandelbrotAuthorityMaint.
*> This report lists every refusal on the log in the order they
*> happened, then totals them by userid and by the program that
*> refused them.  The optional SECRCARD card narrows the listing to
*> a date range and to one user.

environment division.
input-output section.
file-control.
    select optional request-card-file assign to "SECRCARD"
        organization is line sequential.

    select optional security-log assign to "MANDSEC.LOG"
        organization is line sequential.

data division.
file section.
fd request-card-file.
copy "mandycrd.cpy".

fd security-log.
copy "mandsecv.cpy".

working-storage section.
01 RequestCardFound            pic X(1) value "N".
    88 RequestCardWasFound      value "Y".
01 LogEofSwitch                pic X(1) value "N".
    88 LogEof                   value "Y".

01 FromDate                    pic X(8) value "00000000".
01 ToDate                      pic X(8) value "99999999".
01 SelectUserId                pic X(8) value spaces.
01 ViolationDate               pic X(8).

01 RecordCount                 pic 9(7) usage comp-5 value zero.
01 ListedCount                 pic 9(7) usage comp-5 value zero.
01 MaintainCount               pic 9(7) usage comp-5 value zero.
01 QueueCount                  pic 9(7) usage comp-5 value zero.
01 OverrideCount               pic 9(7) usage comp-5 value zero.

01 UserCount                   pic 9(3) usage comp-5 value zero.
01 UserIndex                   pic 9(3) usage comp-5.
01 UserTable.
    05 UserEntry               occurs 100 times.
        10 UserTableId         pic X(8).
        10 UserRefusedCount    pic 9(5) usage comp-5.
01 UserOverflowSwitch          pic X(1) value "N".
    88 UserTableOverflowed      value "Y".

01 ProgramCount                pic 9(3) usage comp-5 value zero.
01 ProgramIndex                pic 9(3) usage comp-5.
01 ProgramTable.
    05 ProgramEntry            occurs 50 times.
        10 ProgramTableName    pic X(30).
        10 ProgramTableAttempt pic X(1).
        10 ProgramRefusedCount pic 9(5) usage comp-5.
01 ProgramOverflowSwitch       pic X(1) value "N".
    88 ProgramTableOverflowed   value "Y".

01 AttemptText                 pic X(24).
01 DisplayPriority             pic 9(2).

01 DisplayRecordCount          pic zzzzzz9.
01 DisplayListedCount          pic zzzzzz9.
01 DisplayRefusedCount         pic zzzz9.

procedure division.

0000-MAINLINE.
    perform 0200-read-request-card
    if return-code is not equal to zero
        stop run
    end-if

    display "MANDELBROT AUTHORITY - SECURITY VIOLATIONS REPORT"
    display "REFUSALS DATED FROM.......: " FromDate
    display "REFUSALS DATED TO.........: " ToDate
    if SelectUserId is not equal to spaces
        display "FOR USERID................: " SelectUserId
    end-if

    open input security-log
    perform until LogEof
        read security-log
            at end
                move "Y" to LogEofSwitch
            not at end
                perform 0300-process-violation
        end-read
    end-perform
    close security-log

    perform 0600-write-totals

    if ListedCount is equal to zero
        display "MANDSREP W001 - NO REFUSED ATTEMPTS WERE FOUND FOR THIS SELECTION"
        move 4 to return-code
    end-if

    stop run.

*> ---------------------------------------------------------------
*> 0200-READ-REQUEST-CARD - SECRCARD is optional; blank columns
*> leave the whole log selected.
*> ---------------------------------------------------------------
0200-READ-REQUEST-CARD.
    move "N" to RequestCardFound

    open input request-card-file
    read request-card-file
        at end
            move "N" to RequestCardFound
        not at end
            move "Y" to RequestCardFound
    end-read
    close request-card-file

    if RequestCardWasFound
        if SY-FROM-DATE is not equal to spaces
            move SY-FROM-DATE to FromDate
        end-if
        if SY-TO-DATE is not equal to spaces
            move SY-TO-DATE to ToDate
        end-if
        move SY-USER-ID to SelectUserId
    end-if

    if FromDate is not numeric or ToDate is not numeric
        display "MANDSREP E001 - FROM-DATE AND TO-DATE MUST BE YYYYMMDD OR BLANK"
        move 8 to return-code
    else
        if FromDate is greater than ToDate
            display "MANDSREP E002 - FROM-DATE IS LATER THAN TO-DATE"
            move 8 to return-code
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0300-PROCESS-VIOLATION - list one refusal when it falls inside
*> the selection, and fold it into the totals.
*> ---------------------------------------------------------------
0300-PROCESS-VIOLATION.
    add 1 to RecordCount

    move SV-DATE to ViolationDate
    if ViolationDate is less than FromDate or
            ViolationDate is greater than ToDate
        exit paragraph
    end-if
    if SelectUserId is not equal to spaces and
            SV-USER-ID is not equal to SelectUserId
        exit paragraph
    end-if

    add 1 to ListedCount
    evaluate true
        when SV-MAINTAIN-ATTEMPT
            add 1 to MaintainCount
            move spaces to AttemptText
            string "MAINTAIN " delimited by size
                   SV-MASTER-NAME delimited by space
                   " " delimited by size
                   SV-ACTION delimited by size
                into AttemptText
        when SV-QUEUE-ATTEMPT
            add 1 to QueueCount
            move SV-PRIORITY to DisplayPriority
            move spaces to AttemptText
            string "QUEUE AT PRIORITY " delimited by size
                   DisplayPriority delimited by size
                into AttemptText
        when SV-OVERRIDE-ATTEMPT
            add 1 to OverrideCount
            move "BUDGET OVERRIDE" to AttemptText
        when other
            move "UNKNOWN ATTEMPT" to AttemptText
    end-evaluate

    display "  " SV-DATE " " SV-TIME
        "  " SV-USER-ID
        "  " SV-PROGRAM-NAME
    display "      " AttemptText
        "  KEY " SV-OBJECT-KEY
    display "      REFUSED: " SV-REASON-TEXT

    perform 0400-accumulate-user
    perform 0500-accumulate-program.

*> ---------------------------------------------------------------
*> 0400-ACCUMULATE-USER - refusals by userid, in the order each
*> user first appears on the log.
*> ---------------------------------------------------------------
0400-ACCUMULATE-USER.
    perform varying UserIndex from 1 by 1
            until UserIndex is greater than UserCount
                  or UserTableId(UserIndex) is equal to SV-USER-ID
        continue
    end-perform
    if UserIndex is greater than UserCount
        if UserCount is less than 100
            add 1 to UserCount
            move SV-USER-ID to UserTableId(UserCount)
            move zero to UserRefusedCount(UserCount)
            move UserCount to UserIndex
        else
            move "Y" to UserOverflowSwitch
            move zero to UserIndex
        end-if
    end-if
    if UserIndex is greater than zero
        add 1 to UserRefusedCount(UserIndex)
    end-if.

*> ---------------------------------------------------------------
*> 0500-ACCUMULATE-PROGRAM - refusals by the refusing program and
*> the kind of attempt it refused.
*> ---------------------------------------------------------------
0500-ACCUMULATE-PROGRAM.
    perform varying ProgramIndex from 1 by 1
            until ProgramIndex is greater than ProgramCount
                  or (ProgramTableName(ProgramIndex) is equal to SV-PROGRAM-NAME
                      and ProgramTableAttempt(ProgramIndex) is equal to SV-ATTEMPT)
        continue
    end-perform
    if ProgramIndex is greater than ProgramCount
        if ProgramCount is less than 50
            add 1 to ProgramCount
            move SV-PROGRAM-NAME to ProgramTableName(ProgramCount)
            move SV-ATTEMPT to ProgramTableAttempt(ProgramCount)
            move zero to ProgramRefusedCount(ProgramCount)
            move ProgramCount to ProgramIndex
        else
            move "Y" to ProgramOverflowSwitch
            move zero to ProgramIndex
        end-if
    end-if
    if ProgramIndex is greater than zero
        add 1 to ProgramRefusedCount(ProgramIndex)
    end-if.

*> ---------------------------------------------------------------
*> 0600-WRITE-TOTALS - the counts, then refusals by user and by
*> program.
*> ---------------------------------------------------------------
0600-WRITE-TOTALS.
    move RecordCount to DisplayRecordCount
    move ListedCount to DisplayListedCount
    display "LOG RECORDS READ..........: " DisplayRecordCount
    display "REFUSALS LISTED...........: " DisplayListedCount
    move MaintainCount to DisplayListedCount
    display "   MAINTENANCE............: " DisplayListedCount
    move QueueCount to DisplayListedCount
    display "   QUEUE PRIORITY.........: " DisplayListedCount
    move OverrideCount to DisplayListedCount
    display "   BUDGET OVERRIDE........: " DisplayListedCount

    display "REFUSALS BY USERID:"
    perform varying UserIndex from 1 by 1
            until UserIndex is greater than UserCount
        move UserRefusedCount(UserIndex) to DisplayRefusedCount
        display "  " UserTableId(UserIndex)
            "  REFUSED " DisplayRefusedCount
    end-perform
    if UserTableOverflowed
        display "MANDSREP W002 - MORE THAN 100 USERIDS; LATER ONES ARE NOT TOTALLED"
    end-if

    display "REFUSALS BY PROGRAM AND ATTEMPT:"
    perform varying ProgramIndex from 1 by 1
            until ProgramIndex is greater than ProgramCount
        move ProgramRefusedCount(ProgramIndex) to DisplayRefusedCount
        display "  " ProgramTableName(ProgramIndex)
            "  " ProgramTableAttempt(ProgramIndex)
            "  REFUSED " DisplayRefusedCount
    end-perform
    if ProgramTableOverflowed
        display "MANDSREP W003 - MORE THAN 50 PROGRAMS; LATER ONES ARE NOT TOTALLED"
    end-if.

end program MandelbrotSecurityReport.
