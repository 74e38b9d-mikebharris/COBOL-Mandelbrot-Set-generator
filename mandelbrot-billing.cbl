identification division.
program-id. MandelbrotBilling.

*> Mandelbrot Set monthly chargeback billing
*> (c) 2015 Mike Harris
*> Free software released under GPL
*>
*> BUDGMAST and MandelbrotBudgetReport say who is over their
*> allowance, but the money side of render time used to be keyed
*> into the ledger by hand every month from MandelbrotAuditReport's
*> usage figures.  This program bills one calendar month.  It reads
*> the audit trails named on BILLCARD - the live logs and the dated
*> archives MandelbrotHousekeep moved older lines to - and prices
*> every run dated in the month from its ELAPSED seconds at the
*> RATECARD rate for its fractal type and sampling factor, adding
*> the priority surcharge when the run was taken off the request
*> queue at a priority the rate card surcharges.  Each run's userid
*> is looked up on the CCMAST cost-centre master.
*>
*> It prints an invoice per cost centre - every run billed to it
*> and the cost centre's total - and a suspense listing of the
*> runs that could not be billed, because their userid has no
*> cost centre or no rate line prices them; nothing is dropped.
*> A posting run then writes the fixed-format journal extract for
*> the general ledger interface: a debit per cost centre, one
*> credit to the recovery account, and a trailer whose control
*> total must equal the sum of the invoices.  The period is then
*> entered on the BILLHIST posting history, and a second posting
*> run for the same period is refused.  A trial run prints the
*> invoices and the suspense listing and writes nothing.

environment division.
input-output section.
file-control.
    select billing-card-file assign to "BILLCARD"
        organization is line sequential.

    select rate-card-file assign to "RATECARD"
        organization is line sequential.

    select optional audit-file assign to dynamic AuditDatasetName
        organization is line sequential.

    select cost-centre-master assign to "CCMAST"
        organization is indexed
        access mode is dynamic
        record key is CC-USER-ID
        file status is MasterStatus.

    select work-file assign to dynamic WorkDatasetName
        organization is line sequential.

    select journal-file assign to dynamic JournalDatasetName
        organization is sequential.

    select optional history-file assign to "BILLHIST"
        organization is line sequential.

data division.
file section.
fd billing-card-file.
copy "mandbill.cpy".

fd rate-card-file.
copy "mandrate.cpy".

fd audit-file.
01 audit-record                pic X(600).

fd cost-centre-master.
copy "mandcost.cpy".

*> one priced run, held between the pass over the audit trails
*> and the passes that print the invoices and the suspense list.
fd work-file.
01 priced-run-record.
    05 PR-BILLING-STATUS       pic X(1).
        88 PR-BILLED            value "B".
        88 PR-IN-SUSPENSE       value "S".
    05 PR-COST-CENTRE          pic X(8).
    05 PR-SUSPENSE-REASON      pic X(40).
    05 PR-DATE                 pic X(8).
    05 PR-TIME                 pic X(8).
    05 PR-JOB-ID               pic X(8).
    05 PR-USER-ID              pic X(8).
    05 PR-USER-NAME            pic X(30).
    05 PR-FRACTAL-TYPE         pic X(1).
    05 PR-SAMPLING-FACTOR      pic 9(2).
    05 PR-QUEUE-PRIORITY       pic 9(2).
    05 PR-ELAPSED-SECONDS      pic 9(7)V9(2).
    05 PR-RATE-PER-SECOND      pic 9(3)V9(4).
    05 PR-BASE-CHARGE          pic 9(9)V9(2).
    05 PR-SURCHARGE            pic 9(9)V9(2).
    05 PR-CHARGE               pic 9(9)V9(2).
    05 PR-AUDIT-DATASET        pic X(44).

fd journal-file.
copy "mandbjnl.cpy".

fd history-file.
copy "mandbhst.cpy".

working-storage section.
01 MasterStatus                pic X(2).
01 AuditDatasetName            pic X(44).
01 WorkDatasetName             pic X(44) value "MANDBILL.WRK".
01 JournalDatasetName          pic X(44).

01 CardEofSwitch               pic X(1) value "N".
    88 CardEof                  value "Y".
01 AuditEofSwitch              pic X(1).
    88 AuditEof                 value "Y".
01 WorkEofSwitch               pic X(1).
    88 WorkEof                  value "Y".
01 HistoryEofSwitch            pic X(1) value "N".
    88 HistoryEof               value "Y".
01 PeriodCardSwitch            pic X(1) value "N".
    88 PeriodCardRead           value "Y".
01 PostedSwitch                pic X(1) value "N".
    88 PeriodAlreadyPosted      value "Y".
01 SurchargeSwitch             pic X(1) value "N".
    88 SurchargeInForce         value "Y".
01 RateFoundSwitch             pic X(1).
    88 RateFound                value "Y".
01 FieldFoundSwitch            pic X(1).
    88 FieldFound               value "Y".

01 BillingPeriod               pic 9(6).
01 BillingPeriodParts redefines BillingPeriod.
    05 BillingYear             pic 9(4).
    05 BillingMonth            pic 9(2).
01 RunOption                   pic X(1).
    88 TrialRun                 value "T".
01 ExpenseAccount              pic X(12).
01 RecoveryAccount             pic X(12).
01 RecoveryCostCentre          pic X(8).
01 RunDate                     pic 9(8).
01 RunTime                     pic X(8).
01 TimeOfDay                   pic 9(8).
01 TimeOfDayParts redefines TimeOfDay.
    05 TimeHH                  pic 9(2).
    05 TimeMM                  pic 9(2).
    05 TimeSS                  pic 9(2).
    05 FILLER                  pic 9(2).

*> the audit trails to read, in the order the A cards named them.
01 AuditTrailCount             pic 9(2) usage comp-5 value zero.
01 AuditTrailIndex             pic 9(2) usage comp-5.
01 AuditTrailTable.
    05 AuditTrailName          pic X(44) occurs 20 times.

*> the rate card, as read; RateType is space and RateSampling is
*> zero on a line that matches any.
01 RateCount                   pic 9(2) usage comp-5 value zero.
01 RateIndex                   pic 9(2) usage comp-5.
01 RateTable.
    05 RateEntry               occurs 50 times.
        10 RateType            pic X(1).
        10 RateSampling        pic 9(2).
        10 RatePerSecond       pic 9(3)V9(4) usage comp-5.
01 WantedRateType              pic X(1).
01 WantedRateSampling          pic 9(2).
01 PriorityLimit               pic 9(2).
01 SurchargePercent            pic 9(3)V9(2) usage comp-5.

*> one audit line and the fields the chargeback takes from it.
01 AuditLine                   pic X(600).
01 ScanPointer                 pic 9(3) usage comp-5.
01 FieldTag                    pic X(10).
01 FieldTagLength              pic 9(2) usage comp-5.
01 FieldValue                  pic X(44).
01 FieldWork                   pic X(44).
01 ThisDate                    pic X(8).
01 ElapsedImage                pic X(10).
01 ElapsedInteger              pic 9(7).
01 ElapsedDecimal              pic 9(2).
01 NumberImage                 pic X(2).

*> the cost centres billed this period, kept in code order so the
*> invoices and the journal extract come out sorted.
01 CostCentreCount             pic 9(3) usage comp-5 value zero.
01 CostCentreIndex             pic 9(3) usage comp-5.
01 CostCentreShuffle           pic 9(3) usage comp-5.
01 CostCentreTable.
    05 CostCentreEntry         occurs 200 times.
        10 CostCentreCode      pic X(8).
        10 CostCentreRuns      pic 9(7) usage comp-5.
        10 CostCentreSeconds   pic 9(9)V9(2) usage comp-5.
        10 CostCentreSurcharge pic 9(11)V9(2) usage comp-5.
        10 CostCentreCharge    pic 9(11)V9(2) usage comp-5.

01 LinesRead                   pic 9(7) usage comp-5.
01 TotalLinesRead              pic 9(7) usage comp-5 value zero.
01 OutsidePeriodCount          pic 9(7) usage comp-5 value zero.
01 UndatedCount                pic 9(7) usage comp-5 value zero.
01 BilledCount                 pic 9(7) usage comp-5 value zero.
01 BilledSeconds               pic 9(9)V9(2) usage comp-5 value zero.
01 SuspenseCount               pic 9(7) usage comp-5 value zero.
01 SuspenseSeconds             pic 9(9)V9(2) usage comp-5 value zero.
01 InvoiceTotal                pic 9(13)V9(2) usage comp-5 value zero.
01 DebitTotal                  pic 9(13)V9(2) usage comp-5 value zero.
01 CreditTotal                 pic 9(13)V9(2) usage comp-5 value zero.
01 DetailCount                 pic 9(5) usage comp-5 value zero.
01 InvoiceLineCount            pic 9(7) usage comp-5.

01 DisplayCount                pic zzzzzz9.
01 DisplaySeconds              pic zzzzzzzz9.99.
01 DisplayAmount               pic z,zzz,zzz,zzz,zz9.99.
01 DisplayRunElapsed           pic zzzzzz9.99.
01 DisplayRunRate              pic zz9.9999.
01 DisplayRunCharge            pic zzzzzzzz9.99.
01 DisplaySurchargeFlag        pic X(1).
01 DisplaySampling             pic z9.
01 DisplayPriority             pic z9.

procedure division.

0000-MAINLINE.
    display "MANDELBROT CHARGEBACK BILLING"

    accept RunDate from date yyyymmdd
    accept TimeOfDay from time
    move spaces to RunTime
    string TimeHH delimited by size
           ":" delimited by size
           TimeMM delimited by size
           ":" delimited by size
           TimeSS delimited by size
        into RunTime

    perform 0100-read-billing-cards
    if return-code is equal to 8
        stop run
    end-if

    perform 0200-load-rate-card
    if return-code is equal to 8
        stop run
    end-if

    perform 0300-check-posting-history
    if return-code is equal to 8
        stop run
    end-if

    open input cost-centre-master
    if MasterStatus is not equal to "00"
        display "MANDBILL E010 - COST-CENTRE MASTER CCMAST COULD NOT BE OPENED, STATUS=" MasterStatus
        move 8 to return-code
        stop run
    end-if

    open output work-file
    perform varying AuditTrailIndex from 1 by 1
            until AuditTrailIndex is greater than AuditTrailCount
        move AuditTrailName(AuditTrailIndex) to AuditDatasetName
        perform 0400-read-audit-trail
    end-perform
    close work-file
    close cost-centre-master

    perform 0600-write-invoices
    perform 0700-write-suspense-listing

    if TrialRun
        display "TRIAL RUN - NO JOURNAL EXTRACT WRITTEN AND NOTHING POSTED"
    else
        perform 0800-write-journal-extract
        perform 0880-record-posting
    end-if

    perform 0900-write-control-summary

    stop run.

*> ---------------------------------------------------------------
*> 0100-READ-BILLING-CARDS - the P card states the period and the
*> ledger coding, and must come first; every A card after it names
*> an audit trail to read.  With no A cards the live trails of the
*> engine, the tour and the zoom sequence are read, and the run is
*> warned that no dated archive was: Housekeep names each archive
*> for the day it ran, so only an A card can say which hold the
*> period's older runs.
*> ---------------------------------------------------------------
0100-READ-BILLING-CARDS.
    open input billing-card-file
    perform until CardEof
        read billing-card-file
            at end
                move "Y" to CardEofSwitch
            not at end
                perform 0150-take-billing-card
        end-read
    end-perform
    close billing-card-file

    if not PeriodCardRead
        display "MANDBILL E001 - BILLCARD CARRIES NO P CARD STATING THE BILLING PERIOD"
        move 8 to return-code
        exit paragraph
    end-if

    if AuditTrailCount is equal to zero
        move "MANDOUT.AUD" to AuditTrailName(1)
        move "MANDTOUR.AUD" to AuditTrailName(2)
        move "MANDSEQ.AUD" to AuditTrailName(3)
        move 3 to AuditTrailCount
        display "MANDBILL W005 - NO A CARDS; ONLY THE LIVE AUDIT TRAILS ARE READ"
        display "MANDBILL W005 - RUNS ALREADY MOVED TO A DATED .ARC ARCHIVE ARE NOT BILLED"
        if return-code is less than 4
            move 4 to return-code
        end-if
    end-if

    display "BILLING PERIOD............: " BillingPeriod
    if TrialRun
        display "RUN OPTION................: TRIAL"
    else
        display "RUN OPTION................: POSTING"
        display "JOURNAL EXTRACT...........: " JournalDatasetName
        display "EXPENSE ACCOUNT...........: " ExpenseAccount
        display "RECOVERY ACCOUNT..........: " RecoveryAccount
            " COST CENTRE " RecoveryCostCentre
    end-if
    perform varying AuditTrailIndex from 1 by 1
            until AuditTrailIndex is greater than AuditTrailCount
        display "AUDIT TRAIL...............: " AuditTrailName(AuditTrailIndex)
    end-perform.

*> ---------------------------------------------------------------
*> 0150-TAKE-BILLING-CARD - edit one card into the run's settings.
*> ---------------------------------------------------------------
0150-TAKE-BILLING-CARD.
    evaluate true
        when BC-PERIOD-CARD
            if PeriodCardRead
                display "MANDBILL E002 - BILLCARD CARRIES MORE THAN ONE P CARD"
                move 8 to return-code
            else
                move "Y" to PeriodCardSwitch
                perform 0170-take-period-card
            end-if
        when BC-AUDIT-CARD
            if not PeriodCardRead
                display "MANDBILL E003 - THE P CARD MUST COME BEFORE THE A CARDS"
                move 8 to return-code
            else
                if BC-AUDIT-DATASET is equal to spaces
                    display "MANDBILL E004 - AN A CARD'S DATASET COLUMN IS BLANK"
                    move 8 to return-code
                else
                    if AuditTrailCount is less than 20
                        add 1 to AuditTrailCount
                        move BC-AUDIT-DATASET to AuditTrailName(AuditTrailCount)
                    else
                        display "MANDBILL E005 - MORE THAN 20 AUDIT TRAILS NAMED; SPLIT THE PERIOD'S ARCHIVES"
                        move 8 to return-code
                    end-if
                end-if
            end-if
        when other
            display "MANDBILL E006 - CARD TYPE MUST BE P OR A"
            move 8 to return-code
    end-evaluate.

*> ---------------------------------------------------------------
*> 0170-TAKE-PERIOD-CARD - the period is a year and month; a
*> posting run needs the ledger coding its journal is keyed on.
*> ---------------------------------------------------------------
0170-TAKE-PERIOD-CARD.
    if BC-PERIOD is not numeric
        display "MANDBILL E007 - THE BILLING PERIOD MUST BE A NUMERIC YEAR AND MONTH, YYYYMM"
        move 8 to return-code
        exit paragraph
    end-if
    move BC-PERIOD to BillingPeriod
    if BillingMonth is less than 1 or BillingMonth is greater than 12
        display "MANDBILL E007 - THE BILLING PERIOD MUST BE A NUMERIC YEAR AND MONTH, YYYYMM"
        move 8 to return-code
    end-if

    if not BC-POSTING-RUN and not BC-TRIAL-RUN
        display "MANDBILL E008 - RUN OPTION MUST BE P, T, OR BLANK"
        move 8 to return-code
    end-if
    move BC-RUN-OPTION to RunOption

    move BC-EXPENSE-ACCOUNT to ExpenseAccount
    move BC-RECOVERY-ACCOUNT to RecoveryAccount
    move BC-RECOVERY-COST-CENTRE to RecoveryCostCentre
    if not TrialRun
        if ExpenseAccount is equal to spaces or
                RecoveryAccount is equal to spaces or
                RecoveryCostCentre is equal to spaces
            display "MANDBILL E009 - A POSTING RUN MUST NAME THE EXPENSE ACCOUNT AND THE RECOVERY ACCOUNT AND COST CENTRE"
            move 8 to return-code
        end-if
    end-if

    if BC-JOURNAL-DATASET is not equal to spaces
        move BC-JOURNAL-DATASET to JournalDatasetName
    else
        move spaces to JournalDatasetName
        string "MANDBILL.P" delimited by size
               BillingPeriod delimited by size
               ".JNL" delimited by size
            into JournalDatasetName
    end-if.

*> ---------------------------------------------------------------
*> 0200-LOAD-RATE-CARD - hold every rate line, and the surcharge
*> line when there is one.
*> ---------------------------------------------------------------
0200-LOAD-RATE-CARD.
    move "N" to CardEofSwitch
    open input rate-card-file
    perform until CardEof
        read rate-card-file
            at end
                move "Y" to CardEofSwitch
            not at end
                perform 0250-take-rate-line
        end-read
    end-perform
    close rate-card-file

    if RateCount is equal to zero
        display "MANDBILL E011 - RATECARD CARRIES NO R LINES; NOTHING CAN BE PRICED"
        move 8 to return-code
    end-if.

*> ---------------------------------------------------------------
*> 0250-TAKE-RATE-LINE - edit and hold one rate card line.
*> ---------------------------------------------------------------
0250-TAKE-RATE-LINE.
    evaluate true
        when RC-RATE-CARD
            if RC-FRACTAL-TYPE is not equal to space and
                    RC-FRACTAL-TYPE is not equal to "M" and
                    RC-FRACTAL-TYPE is not equal to "J"
                display "MANDBILL E012 - A RATE LINE'S FRACTAL TYPE MUST BE M, J, OR BLANK"
                move 8 to return-code
                exit paragraph
            end-if
            if RC-SAMPLING-FACTOR(1:1) is equal to space
                move "0" to RC-SAMPLING-FACTOR(1:1)
            end-if
            if RC-SAMPLING-FACTOR(2:1) is equal to space
                move "0" to RC-SAMPLING-FACTOR(2:1)
            end-if
            if RC-SAMPLING-FACTOR is not numeric or
                    RC-RATE-PER-SECOND is not numeric
                display "MANDBILL E013 - A RATE LINE'S SAMPLING FACTOR AND RATE MUST BE NUMERIC"
                move 8 to return-code
                exit paragraph
            end-if
            if RateCount is not less than 50
                display "MANDBILL E014 - RATECARD CARRIES MORE THAN 50 RATE LINES"
                move 8 to return-code
                exit paragraph
            end-if
            add 1 to RateCount
            move RC-FRACTAL-TYPE to RateType(RateCount)
            move RC-SAMPLING-FACTOR to RateSampling(RateCount)
            move RC-RATE-PER-SECOND to RatePerSecond(RateCount)
        when RC-SURCHARGE-CARD
            if RC-PRIORITY-LIMIT is not numeric or
                    RC-SURCHARGE-PERCENT is not numeric
                display "MANDBILL E015 - THE SURCHARGE LINE'S PRIORITY LIMIT AND PERCENTAGE MUST BE NUMERIC"
                move 8 to return-code
                exit paragraph
            end-if
            move "Y" to SurchargeSwitch
            move RC-PRIORITY-LIMIT to PriorityLimit
            move RC-SURCHARGE-PERCENT to SurchargePercent
        when other
            display "MANDBILL E016 - A RATE CARD LINE MUST BE R OR S"
            move 8 to return-code
    end-evaluate.

*> ---------------------------------------------------------------
*> 0300-CHECK-POSTING-HISTORY - the rerun guard.  A period on the
*> posting history has been posted; posting it again would charge
*> every cost centre twice, so it is refused.  A trial run of a
*> posted period is only a reprint and is let through, warned.
*> ---------------------------------------------------------------
0300-CHECK-POSTING-HISTORY.
    open input history-file
    perform until HistoryEof
        read history-file
            at end
                move "Y" to HistoryEofSwitch
            not at end
                if BH-PERIOD is equal to BillingPeriod
                    move "Y" to PostedSwitch
                    display "PERIOD POSTED.............: " BH-POSTED-DATE
                        " " BH-POSTED-TIME " TO " BH-JOURNAL-DATASET
                end-if
        end-read
    end-perform
    close history-file

    if PeriodAlreadyPosted
        if TrialRun
            display "MANDBILL W001 - THE PERIOD IS ALREADY POSTED; THIS TRIAL RUN IS A REPRINT ONLY"
            move 4 to return-code
        else
            display "MANDBILL E017 - THE PERIOD IS ALREADY POSTED AND CANNOT BE POSTED AGAIN"
            move 8 to return-code
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0400-READ-AUDIT-TRAIL - price every line of one trail dated in
*> the billing period.
*> ---------------------------------------------------------------
0400-READ-AUDIT-TRAIL.
    move zero to LinesRead
    move "N" to AuditEofSwitch
    open input audit-file
    perform until AuditEof
        read audit-file into AuditLine
            at end
                move "Y" to AuditEofSwitch
            not at end
                add 1 to LinesRead
                perform 0450-price-audit-line
        end-read
    end-perform
    close audit-file

    add LinesRead to TotalLinesRead
    if LinesRead is equal to zero
        display "MANDBILL W002 - AUDIT TRAIL IS EMPTY OR MISSING: "
            AuditDatasetName
        if return-code is less than 4
            move 4 to return-code
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0450-PRICE-AUDIT-LINE - take the billing fields off one line,
*> price the run and place it on a cost centre or in suspense.
*> A line whose date cannot be read belongs to no period and is
*> only counted, so the operator can see it was passed over.
*> ---------------------------------------------------------------
0450-PRICE-AUDIT-LINE.
    move "DATE=" to FieldTag
    move 5 to FieldTagLength
    perform 0950-find-field
    move FieldValue(1:8) to ThisDate
    if ThisDate is not numeric
        add 1 to UndatedCount
        exit paragraph
    end-if
    if ThisDate(1:6) is not equal to BillingPeriod
        add 1 to OutsidePeriodCount
        exit paragraph
    end-if

    move spaces to priced-run-record
    move ThisDate to PR-DATE
    move AuditDatasetName to PR-AUDIT-DATASET

    move "TIME=" to FieldTag
    move 5 to FieldTagLength
    perform 0950-find-field
    move FieldValue(1:8) to PR-TIME

    move "JOBID=" to FieldTag
    move 6 to FieldTagLength
    perform 0950-find-field
    move FieldValue(1:8) to PR-JOB-ID

    move "USERID=" to FieldTag
    move 7 to FieldTagLength
    perform 0950-find-field
    move FieldValue(1:8) to PR-USER-ID

    *> a line from before the fractal tag was stamped is a
    *> Mandelbrot run.
    move "FRACTAL=" to FieldTag
    move 8 to FieldTagLength
    perform 0950-find-field
    if FieldFound and FieldValue(1:1) is not equal to space
        move FieldValue(1:1) to PR-FRACTAL-TYPE
    else
        move "M" to PR-FRACTAL-TYPE
    end-if

    *> the sampling factor and the elapsed time are edited with
    *> leading blanks, so they are taken by position rather than
    *> as space-delimited tokens; a line with no sampling tag was
    *> rendered one sample to the cell.
    move 1 to PR-SAMPLING-FACTOR
    move "SAMPLING=" to FieldTag
    move 9 to FieldTagLength
    perform 0980-find-tag
    if FieldFound
        move AuditLine(ScanPointer + 9:2) to NumberImage
        inspect NumberImage replacing leading " " by "0"
        if NumberImage is numeric
            move NumberImage to PR-SAMPLING-FACTOR
        end-if
    end-if

    move zero to PR-QUEUE-PRIORITY
    move "PRIORITY=" to FieldTag
    move 9 to FieldTagLength
    perform 0980-find-tag
    if FieldFound
        move AuditLine(ScanPointer + 9:2) to NumberImage
        if NumberImage is numeric
            move NumberImage to PR-QUEUE-PRIORITY
        end-if
    end-if

    move zero to PR-ELAPSED-SECONDS
    move "ELAPSED=" to FieldTag
    move 8 to FieldTagLength
    perform 0980-find-tag
    if FieldFound
        move AuditLine(ScanPointer + 8:10) to ElapsedImage
        inspect ElapsedImage replacing leading " " by "0"
        if ElapsedImage(1:7) is numeric and ElapsedImage(9:2) is numeric
            move ElapsedImage(1:7) to ElapsedInteger
            move ElapsedImage(9:2) to ElapsedDecimal
            compute PR-ELAPSED-SECONDS =
                ElapsedInteger + (ElapsedDecimal / 100)
        end-if
    end-if

    perform 0500-price-run
    perform 0550-place-run

    write priced-run-record.

*> ---------------------------------------------------------------
*> 0500-PRICE-RUN - find the most particular rate line for the
*> run's fractal type and sampling factor, and charge its seconds
*> at that rate, surcharged when it was priority queue work.  Each
*> figure is rounded to the cent as it is struck, so the invoice
*> lines add to the invoice total exactly.
*> ---------------------------------------------------------------
0500-PRICE-RUN.
    move zero to PR-RATE-PER-SECOND
    move zero to PR-BASE-CHARGE
    move zero to PR-SURCHARGE
    move zero to PR-CHARGE

    move PR-FRACTAL-TYPE to WantedRateType
    move PR-SAMPLING-FACTOR to WantedRateSampling
    perform 0520-find-rate
    if not RateFound
        move zero to WantedRateSampling
        perform 0520-find-rate
    end-if
    if not RateFound
        move space to WantedRateType
        move PR-SAMPLING-FACTOR to WantedRateSampling
        perform 0520-find-rate
    end-if
    if not RateFound
        move zero to WantedRateSampling
        perform 0520-find-rate
    end-if
    if not RateFound
        exit paragraph
    end-if

    move RatePerSecond(RateIndex) to PR-RATE-PER-SECOND
    compute PR-BASE-CHARGE rounded =
        PR-ELAPSED-SECONDS * PR-RATE-PER-SECOND
    if SurchargeInForce and PR-QUEUE-PRIORITY is greater than zero
            and PR-QUEUE-PRIORITY is not greater than PriorityLimit
        compute PR-SURCHARGE rounded =
            PR-BASE-CHARGE * SurchargePercent / 100
    end-if
    compute PR-CHARGE = PR-BASE-CHARGE + PR-SURCHARGE.

*> ---------------------------------------------------------------
*> 0520-FIND-RATE - the first rate line carrying exactly the
*> wanted type and sampling factor.
*> ---------------------------------------------------------------
0520-FIND-RATE.
    move "N" to RateFoundSwitch
    perform varying RateIndex from 1 by 1
            until RateIndex is greater than RateCount
                  or RateFound
        if RateType(RateIndex) is equal to WantedRateType and
                RateSampling(RateIndex) is equal to WantedRateSampling
            move "Y" to RateFoundSwitch
        end-if
    end-perform
    if RateFound
        subtract 1 from RateIndex
    end-if.

*> ---------------------------------------------------------------
*> 0550-PLACE-RUN - bill the run to its user's cost centre, or
*> put it in suspense saying why it could not be billed.
*> ---------------------------------------------------------------
0550-PLACE-RUN.
    move "S" to PR-BILLING-STATUS

    move PR-USER-ID to CC-USER-ID
    read cost-centre-master
        invalid key
            move "USERID IS NOT ON THE COST-CENTRE MASTER" to PR-SUSPENSE-REASON
        not invalid key
            move CC-COST-CENTRE to PR-COST-CENTRE
            move CC-USER-NAME to PR-USER-NAME
    end-read

    if PR-SUSPENSE-REASON is equal to spaces and not RateFound
        move "NO RATE LINE PRICES THE RUN" to PR-SUSPENSE-REASON
    end-if

    if PR-SUSPENSE-REASON is equal to spaces
        perform 0570-find-cost-centre
        if CostCentreIndex is equal to zero
            move "MORE THAN 200 COST CENTRES THIS PERIOD" to PR-SUSPENSE-REASON
        end-if
    end-if

    if PR-SUSPENSE-REASON is equal to spaces
        move "B" to PR-BILLING-STATUS
        add 1 to CostCentreRuns(CostCentreIndex)
        add PR-ELAPSED-SECONDS to CostCentreSeconds(CostCentreIndex)
        add PR-SURCHARGE to CostCentreSurcharge(CostCentreIndex)
        add PR-CHARGE to CostCentreCharge(CostCentreIndex)
        add 1 to BilledCount
        add PR-ELAPSED-SECONDS to BilledSeconds
    else
        add 1 to SuspenseCount
        add PR-ELAPSED-SECONDS to SuspenseSeconds
    end-if.

*> ---------------------------------------------------------------
*> 0570-FIND-COST-CENTRE - leave CostCentreIndex on the run's cost
*> centre, opening an entry in code order for one not yet billed
*> this period; zero when the table is full.
*> ---------------------------------------------------------------
0570-FIND-COST-CENTRE.
    perform varying CostCentreIndex from 1 by 1
            until CostCentreIndex is greater than CostCentreCount
                  or CostCentreCode(CostCentreIndex) is not less than PR-COST-CENTRE
        continue
    end-perform

    if CostCentreIndex is not greater than CostCentreCount
        if CostCentreCode(CostCentreIndex) is equal to PR-COST-CENTRE
            exit paragraph
        end-if
    end-if

    if CostCentreCount is not less than 200
        move zero to CostCentreIndex
        exit paragraph
    end-if

    add 1 to CostCentreCount
    perform varying CostCentreShuffle from CostCentreCount by -1
            until CostCentreShuffle is not greater than CostCentreIndex
        move CostCentreEntry(CostCentreShuffle - 1)
            to CostCentreEntry(CostCentreShuffle)
    end-perform
    move PR-COST-CENTRE to CostCentreCode(CostCentreIndex)
    move zero to CostCentreRuns(CostCentreIndex)
    move zero to CostCentreSeconds(CostCentreIndex)
    move zero to CostCentreSurcharge(CostCentreIndex)
    move zero to CostCentreCharge(CostCentreIndex).

*> ---------------------------------------------------------------
*> 0600-WRITE-INVOICES - one invoice per cost centre, in code
*> order: every run billed to it, then its totals.
*> ---------------------------------------------------------------
0600-WRITE-INVOICES.
    perform varying CostCentreIndex from 1 by 1
            until CostCentreIndex is greater than CostCentreCount
        display " "
        display "INVOICE - COST CENTRE " CostCentreCode(CostCentreIndex)
            " - RENDER TIME FOR PERIOD " BillingPeriod
        display "  DATE     TIME     JOBID    USERID   F SM PR"
            "    ELAPSED     RATE       CHARGE"

        move zero to InvoiceLineCount
        move "N" to WorkEofSwitch
        open input work-file
        perform until WorkEof
            read work-file
                at end
                    move "Y" to WorkEofSwitch
                not at end
                    if PR-BILLED and
                            PR-COST-CENTRE is equal to CostCentreCode(CostCentreIndex)
                        perform 0650-print-invoice-line
                    end-if
            end-read
        end-perform
        close work-file

        move CostCentreRuns(CostCentreIndex) to DisplayCount
        display "  RUNS....................: " DisplayCount
        move CostCentreSeconds(CostCentreIndex) to DisplaySeconds
        display "  ELAPSED SECONDS.........: " DisplaySeconds
        move CostCentreSurcharge(CostCentreIndex) to DisplayAmount
        display "  PRIORITY SURCHARGE......: " DisplayAmount
        move CostCentreCharge(CostCentreIndex) to DisplayAmount
        display "  INVOICE TOTAL...........: " DisplayAmount

        add CostCentreCharge(CostCentreIndex) to InvoiceTotal
    end-perform.

*> ---------------------------------------------------------------
*> 0650-PRINT-INVOICE-LINE - one billed run, an asterisk after its
*> charge when the priority surcharge is in it.
*> ---------------------------------------------------------------
0650-PRINT-INVOICE-LINE.
    add 1 to InvoiceLineCount
    move PR-SAMPLING-FACTOR to DisplaySampling
    move PR-QUEUE-PRIORITY to DisplayPriority
    move PR-ELAPSED-SECONDS to DisplayRunElapsed
    move PR-RATE-PER-SECOND to DisplayRunRate
    move PR-CHARGE to DisplayRunCharge
    if PR-SURCHARGE is greater than zero
        move "*" to DisplaySurchargeFlag
    else
        move space to DisplaySurchargeFlag
    end-if
    display "  " PR-DATE " " PR-TIME " " PR-JOB-ID " " PR-USER-ID
        " " PR-FRACTAL-TYPE " " DisplaySampling " " DisplayPriority
        " " DisplayRunElapsed " " DisplayRunRate " " DisplayRunCharge
        DisplaySurchargeFlag " " PR-USER-NAME.

*> ---------------------------------------------------------------
*> 0700-WRITE-SUSPENSE-LISTING - every run in the period that no
*> invoice carries, with the reason, the audit trail it came from
*> and the seconds that are going unbilled.
*> ---------------------------------------------------------------
0700-WRITE-SUSPENSE-LISTING.
    display " "
    display "SUSPENSE LISTING - RUNS NOT BILLED FOR PERIOD " BillingPeriod

    if SuspenseCount is equal to zero
        display "  NO RUNS ARE IN SUSPENSE"
        exit paragraph
    end-if

    move "N" to WorkEofSwitch
    open input work-file
    perform until WorkEof
        read work-file
            at end
                move "Y" to WorkEofSwitch
            not at end
                if PR-IN-SUSPENSE
                    move PR-ELAPSED-SECONDS to DisplayRunElapsed
                    display "  " PR-DATE " " PR-TIME " " PR-JOB-ID
                        " " PR-USER-ID " ELAPSED " DisplayRunElapsed
                        " - " PR-SUSPENSE-REASON
                    display "      FROM " PR-AUDIT-DATASET
                end-if
        end-read
    end-perform
    close work-file

    move SuspenseCount to DisplayCount
    display "  RUNS IN SUSPENSE........: " DisplayCount
    move SuspenseSeconds to DisplaySeconds
    display "  UNBILLED SECONDS........: " DisplaySeconds
    display "MANDBILL W003 - RUNS ARE IN SUSPENSE; MAP THEIR USERIDS OR RATE THEM AND BILL THEM BY HAND"
    if return-code is less than 4
        move 4 to return-code
    end-if.

*> ---------------------------------------------------------------
*> 0800-WRITE-JOURNAL-EXTRACT - header, a debit per cost centre,
*> the one balancing credit, and the trailer with the count and
*> control totals.  A cost centre whose charge came to nothing
*> has no entry, since the ledger interface refuses a zero line.
*> ---------------------------------------------------------------
0800-WRITE-JOURNAL-EXTRACT.
    open output journal-file

    move spaces to MANDELBROT-BILLING-JOURNAL
    move "H" to BJ-RECORD-TYPE
    move "MANDBILL" to BJ-SOURCE-SYSTEM
    move BillingPeriod to BJ-PERIOD
    move RunDate to BJ-RUN-DATE
    move RunTime to BJ-RUN-TIME
    write MANDELBROT-BILLING-JOURNAL

    perform varying CostCentreIndex from 1 by 1
            until CostCentreIndex is greater than CostCentreCount
        if CostCentreCharge(CostCentreIndex) is greater than zero
            move spaces to MANDELBROT-BILLING-JOURNAL
            move ExpenseAccount to BJ-ACCOUNT
            move CostCentreCode(CostCentreIndex) to BJ-COST-CENTRE
            move "D" to BJ-DEBIT-CREDIT
            move CostCentreCharge(CostCentreIndex) to BJ-AMOUNT
            move CostCentreRuns(CostCentreIndex) to BJ-RUN-COUNT
            move CostCentreSeconds(CostCentreIndex) to BJ-ELAPSED-SECONDS
            move "MANDELBROT RENDER CHARGEBACK" to BJ-NARRATIVE
            perform 0850-write-journal-entry
            add CostCentreCharge(CostCentreIndex) to DebitTotal
        end-if
    end-perform

    if DebitTotal is greater than zero
        move spaces to MANDELBROT-BILLING-JOURNAL
        move RecoveryAccount to BJ-ACCOUNT
        move RecoveryCostCentre to BJ-COST-CENTRE
        move "C" to BJ-DEBIT-CREDIT
        move DebitTotal to BJ-AMOUNT
        move BilledCount to BJ-RUN-COUNT
        move BilledSeconds to BJ-ELAPSED-SECONDS
        move "MANDELBROT RENDER RECOVERY" to BJ-NARRATIVE
        perform 0850-write-journal-entry
        add DebitTotal to CreditTotal
    end-if

    move spaces to MANDELBROT-BILLING-JOURNAL
    move "T" to BJ-RECORD-TYPE
    move "MANDBILL" to BJ-SOURCE-SYSTEM
    move BillingPeriod to BJ-PERIOD
    move DetailCount to BJ-DETAIL-COUNT
    move DebitTotal to BJ-DEBIT-TOTAL
    move CreditTotal to BJ-CREDIT-TOTAL
    write MANDELBROT-BILLING-JOURNAL

    close journal-file.

*> ---------------------------------------------------------------
*> 0850-WRITE-JOURNAL-ENTRY - stamp and number one detail record.
*> ---------------------------------------------------------------
0850-WRITE-JOURNAL-ENTRY.
    add 1 to DetailCount
    move "D" to BJ-RECORD-TYPE
    move "MANDBILL" to BJ-SOURCE-SYSTEM
    move BillingPeriod to BJ-PERIOD
    move DetailCount to BJ-SEQUENCE
    write MANDELBROT-BILLING-JOURNAL.

*> ---------------------------------------------------------------
*> 0880-RECORD-POSTING - enter the period on the posting history
*> once its extract is written and closed, arming the rerun guard.
*> ---------------------------------------------------------------
0880-RECORD-POSTING.
    move BillingPeriod to BH-PERIOD
    move RunDate to BH-POSTED-DATE
    move RunTime to BH-POSTED-TIME
    move JournalDatasetName to BH-JOURNAL-DATASET
    move DetailCount to BH-DETAIL-COUNT
    move DebitTotal to BH-CONTROL-TOTAL
    open extend history-file
    write MANDELBROT-BILLING-HISTORY
    close history-file.

*> ---------------------------------------------------------------
*> 0900-WRITE-CONTROL-SUMMARY - the figures finance ties the
*> ledger posting back to: the invoices must add to the extract's
*> control total, and every line read is accounted for.
*> ---------------------------------------------------------------
0900-WRITE-CONTROL-SUMMARY.
    display " "
    display "CONTROL SUMMARY"
    move TotalLinesRead to DisplayCount
    display "AUDIT LINES READ..........: " DisplayCount
    move OutsidePeriodCount to DisplayCount
    display "   OUTSIDE THE PERIOD.....: " DisplayCount
    move UndatedCount to DisplayCount
    display "   DATE UNREADABLE........: " DisplayCount
    move BilledCount to DisplayCount
    display "   RUNS BILLED............: " DisplayCount
    move SuspenseCount to DisplayCount
    display "   RUNS IN SUSPENSE.......: " DisplayCount
    move CostCentreCount to DisplayCount
    display "COST CENTRES INVOICED.....: " DisplayCount
    move BilledSeconds to DisplaySeconds
    display "SECONDS BILLED............: " DisplaySeconds
    move InvoiceTotal to DisplayAmount
    display "INVOICE TOTAL.............: " DisplayAmount

    if TrialRun
        exit paragraph
    end-if

    move DetailCount to DisplayCount
    display "JOURNAL DETAIL RECORDS....: " DisplayCount
    move DebitTotal to DisplayAmount
    display "JOURNAL CONTROL TOTAL.....: " DisplayAmount
    if InvoiceTotal is equal to DebitTotal and
            DebitTotal is equal to CreditTotal
        display "INVOICES BALANCE TO THE JOURNAL EXTRACT"
    else
        display "MANDBILL E018 - THE INVOICES DO NOT BALANCE TO THE JOURNAL EXTRACT"
        move 8 to return-code
    end-if
    if UndatedCount is greater than zero
        display "MANDBILL W004 - AUDIT LINES WITH NO READABLE DATE WERE PASSED OVER"
        if return-code is less than 4
            move 4 to return-code
        end-if
    end-if.

*> ---------------------------------------------------------------
*> 0950-FIND-FIELD - locate FieldTag in the audit line and return
*> its space-delimited value, the way MandelbrotAuditReport does.
*> ---------------------------------------------------------------
0950-FIND-FIELD.
    move spaces to FieldValue
    perform 0980-find-tag
    if FieldFound
        move AuditLine(ScanPointer + FieldTagLength:44) to FieldWork
        unstring FieldWork delimited by " "
            into FieldValue
        end-unstring
    end-if.

*> ---------------------------------------------------------------
*> 0980-FIND-TAG - leave ScanPointer on the first position where
*> FieldTag begins, matched with the blank that ends the preceding
*> field or at the start of the line, the way the audit readers
*> match their tags.
*> ---------------------------------------------------------------
0980-FIND-TAG.
    move "N" to FieldFoundSwitch
    perform varying ScanPointer from 1 by 1
            until ScanPointer is greater than 590
                  or FieldFound
        if AuditLine(ScanPointer:FieldTagLength) is equal to
                FieldTag(1:FieldTagLength)
            if ScanPointer is equal to 1
                move "Y" to FieldFoundSwitch
            else
                if AuditLine(ScanPointer - 1:1) is equal to space
                    move "Y" to FieldFoundSwitch
                end-if
            end-if
        end-if
    end-perform

    if FieldFound
        subtract 1 from ScanPointer
    end-if.

end program MandelbrotBilling.
