identification division.
program-id. MandelbrotAuthority.

*> Mandelbrot Set user authority enforcement
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> Anyone who could submit a card used to be able to change the
*> shared masters: the maintenance programs applied any well-formed
*> transaction, intake took any priority, and a budget override
*> rested on one byte of the budget master.  This subprogram is the
*> one place the AUTHMAST user authority master is consulted.  A
*> maintain request asks whether a user may take an action on a
*> keyed master, a queue request whether they may enqueue at a
*> priority, and an override request whether their budget override
*> is honoured.  Every refusal is appended to the MANDSEC.LOG
*> security log before the answer goes back, so the security
*> violations report sees every refused attempt whichever program
*> refused it.
*>
*> Unlike the budget check, authority fails closed: a user with no
*> row, or a master that cannot be read, may maintain nothing and
*> have no override honoured, and may only queue at the standard
*> priority.

environment division.
input-output section.
file-control.
    select optional authority-master assign to "AUTHMAST"
        organization is indexed
        access mode is random
        record key is AU-USER-ID
        file status is MasterStatus.

    select optional security-log assign to "MANDSEC.LOG"
        organization is line sequential.

data division.
file section.
fd authority-master.
copy "mandauth.cpy".

fd security-log.
copy "mandsecv.cpy".

working-storage section.
01 MasterStatus            pic X(2).
01 RowFoundSwitch          pic X(1).
    88 RowFound              value "Y".
01 MasterReadableSwitch    pic X(1).
    88 MasterReadable        value "Y".

01 StandardPriority        pic 9(2) value 50.
01 PriorityLimit           pic 9(2).
01 AllowedActions          pic X(4).
01 ActionTally             pic 9(2) usage comp-5.

01 StampTime.
    05 StampHH              pic 9(2).
    05 StampMM              pic 9(2).
    05 StampSS              pic 9(2).
    05 StampHS              pic 9(2).

01 DisplayPriority         pic 9(2).
01 DisplayLimit            pic 9(2).

linkage section.
copy "mandalnk.cpy".

procedure division using MANDELBROT-AUTHORITY-REQUEST.

0000-MAINLINE.
    move zero to AL-RETURN-CODE
    move spaces to AL-REASON-TEXT

    if not AL-MAINTAIN-FUNCTION and not AL-QUEUE-FUNCTION
            and not AL-OVERRIDE-FUNCTION
        display "MANDAUTH E001 - FUNCTION MUST BE M, Q, OR O"
        move 8 to AL-RETURN-CODE
        goback
    end-if

    perform 0200-read-user-row

    evaluate true
        when AL-MAINTAIN-FUNCTION
            perform 0300-judge-maintenance
        when AL-QUEUE-FUNCTION
            perform 0400-judge-priority
        when AL-OVERRIDE-FUNCTION
            perform 0500-judge-override
    end-evaluate

    if AL-REASON-TEXT is not equal to spaces
        move 8 to AL-RETURN-CODE
        perform 0800-log-violation
    end-if

    goback.

*> ---------------------------------------------------------------
*> 0200-READ-USER-ROW - fetch the user's authority row; a blank
*> userid is never looked up, since a card nobody signed is one
*> nobody can be held to.
*> ---------------------------------------------------------------
0200-READ-USER-ROW.
    move "N" to RowFoundSwitch
    move "N" to MasterReadableSwitch

    open input authority-master
    if MasterStatus is not equal to "00" and
            MasterStatus is not equal to "05"
        display "MANDAUTH W001 - AUTHORITY MASTER AUTHMAST COULD NOT BE OPENED, STATUS=" MasterStatus
        exit paragraph
    end-if
    move "Y" to MasterReadableSwitch

    if AL-USER-ID is not equal to spaces
        move AL-USER-ID to AU-USER-ID
        read authority-master
            invalid key
                continue
            not invalid key
                move "Y" to RowFoundSwitch
        end-read
    end-if
    close authority-master.

*> ---------------------------------------------------------------
*> 0300-JUDGE-MAINTENANCE - the action must be among those the
*> user's row lists for the master.
*> ---------------------------------------------------------------
0300-JUDGE-MAINTENANCE.
    if AL-USER-ID is equal to spaces
        move "NO SUBMITTING USERID IS ON THE CARD" to AL-REASON-TEXT
        exit paragraph
    end-if
    if not MasterReadable
        move "THE AUTHORITY MASTER COULD NOT BE READ" to AL-REASON-TEXT
        exit paragraph
    end-if
    if not RowFound
        move "THE USERID IS NOT ON THE AUTHORITY MASTER" to AL-REASON-TEXT
        exit paragraph
    end-if

    evaluate AL-MASTER-NAME
        when "REGNMAST"
            move AU-REGION-ACTIONS to AllowedActions
        when "PALMAST"
            move AU-PALETTE-ACTIONS to AllowedActions
        when "BUDGMAST"
            move AU-BUDGET-ACTIONS to AllowedActions
        when "CCMAST"
            move AU-COST-CENTRE-ACTIONS to AllowedActions
        when "ORDMAST"
            move AU-ORDER-ACTIONS to AllowedActions
        when other
            move spaces to AllowedActions
    end-evaluate

    if AllowedActions is equal to spaces
        string "THE USER MAY NOT MAINTAIN " delimited by size
               AL-MASTER-NAME delimited by space
            into AL-REASON-TEXT
        exit paragraph
    end-if

    move zero to ActionTally
    if AL-ACTION is not equal to space
        inspect AllowedActions tallying ActionTally for all AL-ACTION
    end-if
    if ActionTally is equal to zero
        string "THE USER MAY NOT TAKE ACTION " delimited by size
               AL-ACTION delimited by size
               " ON " delimited by size
               AL-MASTER-NAME delimited by space
            into AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0400-JUDGE-PRIORITY - a lower number is more urgent, so the
*> request's priority may not be below the user's limit.
*> ---------------------------------------------------------------
0400-JUDGE-PRIORITY.
    move StandardPriority to PriorityLimit
    if RowFound
        if AU-HIGHEST-PRIORITY is numeric and
                AU-HIGHEST-PRIORITY is greater than zero
            move AU-HIGHEST-PRIORITY to PriorityLimit
        end-if
    end-if

    if AL-PRIORITY is less than PriorityLimit
        move AL-PRIORITY to DisplayPriority
        move PriorityLimit to DisplayLimit
        string "PRIORITY " delimited by size
               DisplayPriority delimited by size
               " IS MORE URGENT THAN THE USER'S LIMIT OF " delimited by size
               DisplayLimit delimited by size
            into AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0500-JUDGE-OVERRIDE - only a row granting overrides has one
*> honoured.
*> ---------------------------------------------------------------
0500-JUDGE-OVERRIDE.
    if not MasterReadable
        move "THE AUTHORITY MASTER COULD NOT BE READ" to AL-REASON-TEXT
        exit paragraph
    end-if
    if not RowFound
        move "THE USERID IS NOT ON THE AUTHORITY MASTER" to AL-REASON-TEXT
        exit paragraph
    end-if
    if not AU-OVERRIDE-ALLOWED
        move "THE USER MAY NOT ASK FOR A BUDGET OVERRIDE" to AL-REASON-TEXT
    end-if.

*> ---------------------------------------------------------------
*> 0800-LOG-VIOLATION - append the refusal to the security log.
*> ---------------------------------------------------------------
0800-LOG-VIOLATION.
    move spaces to MANDELBROT-SECURITY-VIOLATION
    accept SV-DATE from date yyyymmdd
    accept StampTime from time
    string StampHH delimited by size
           ":" delimited by size
           StampMM delimited by size
           ":" delimited by size
           StampSS delimited by size
        into SV-TIME
    move AL-USER-ID to SV-USER-ID
    move AL-PROGRAM-NAME to SV-PROGRAM-NAME
    move AL-FUNCTION to SV-ATTEMPT
    move zero to SV-PRIORITY
    if AL-MAINTAIN-FUNCTION
        move AL-MASTER-NAME to SV-MASTER-NAME
        move AL-ACTION to SV-ACTION
    end-if
    if AL-QUEUE-FUNCTION
        move AL-PRIORITY to SV-PRIORITY
    end-if
    move AL-OBJECT-KEY to SV-OBJECT-KEY
    move AL-REASON-TEXT to SV-REASON-TEXT

    open extend security-log
    write MANDELBROT-SECURITY-VIOLATION
    close security-log.

end program MandelbrotAuthority.
