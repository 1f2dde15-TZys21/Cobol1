       identification division.
       program-id.         lab2i.

      *      Name: Tyler Zysberg. Description: LAB2I. Month-to-date
      *      variance report against management's monthly targets
      *      (lab1c-tgt.dat, kept with lab2h). For every type code
      *      with a target in the month it prints the transaction
      *      count and amount posted so far (the month-to-date
      *      figures lab1c keeps on the per-type history file,
      *      lab1c-typh.dat), the variance against the full target,
      *      the target pro-rated for the business days elapsed, and
      *      the variance against that. Business days are Monday to
      *      Friday less the dates on the holiday calendar
      *      (lab1c-hol.dat), counted from the first of the month
      *      through the report date, out of all the month's.
      *
      *      A type running behind its pro-rated count or amount by
      *      more than the tolerance is flagged BEHIND, and the run
      *      ends with return code 4 when any is, else 0. One
      *      optional SYSIN card:
      *
      *        columns  1-8   report date CCYYMMDD (blank = the
      *                       cycle date lab1p set for the night)
      *        columns 10-12  tolerance, percent behind (blank = 10)
      *
      *      The run records itself as STEP070 on the run-control
      *      file (lab1c-rctl.dat) and is skipped when already
      *      complete for the night's cycle date unless lab1x has
      *      forced it.

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-tgt
               Assign to "lab1c-tgt.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tgt-key
               File Status is Tgt-File-Status.

           Select lab1c-typh
               Assign to "lab1c-typh.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typh-key
               File Status is Typh-File-Status.

           Select lab1c-typ
               Assign to "lab1c-typ.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typ-code
               File Status is Typ-File-Status.

           Select lab1c-hol
               Assign to "lab1c-hol.dat"
               Organization is Line Sequential
               File Status is Hol-File-Status.

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

           Select lab2i-rpt
               Assign to "lab2i-rpt.dat"
               Organization is Line Sequential.

       data division.
       File Section.
       fd  lab1c-tgt.
       01  target-record.
           05    tgt-key.
               10  tgt-month           PIC 9(6).
               10  tgt-type-code       PIC X(02).
           05    tgt-count             PIC 9(8).
           05    tgt-amount            PIC 9(11)V99.
           05    tgt-set-date          PIC 9(8).
           05    tgt-oper              PIC X(08).

       fd  lab1c-typh.
       01  type-history-record.
           05    typh-key.
               10  typh-run-date       PIC 9(8).
               10  typh-type-code      PIC X(02).
           05    typh-count            PIC 9(8).
           05    typh-amount           PIC S9(9)V99.
           05    typh-mtd-count        PIC 9(8).
           05    typh-mtd-amount       PIC S9(11)V99.
           05    typh-ytd-count        PIC 9(8).
           05    typh-ytd-amount       PIC S9(11)V99.

       fd  lab1c-typ.
       01  type-master-record.
           05    typ-code            PIC X(02).
           05    typ-description     PIC X(30).
           05    typ-active          PIC X(01).
               88  typ-is-active    Value "Y".
           05    typ-hold-ceiling    PIC 9(7)V99.

       fd  lab1c-hol.
       01  holiday-line        PIC X(80).

       fd  lab1c-rctl.
       01  run-control-record.
           05    rctl-key.
               10  rctl-run-date       PIC 9(8).
               10  rctl-step           PIC X(08).
           05    rctl-status           PIC X(01).
               88  rctl-started         Value "S".
               88  rctl-complete        Value "C".
               88  rctl-failed          Value "F".
           05    rctl-program          PIC X(08).
           05    rctl-start-date       PIC 9(8).
           05    rctl-start-time       PIC 9(8).
           05    rctl-end-date         PIC 9(8).
           05    rctl-end-time         PIC 9(8).
           05    rctl-rc               PIC 9(4).
           05    rctl-force            PIC X(01).
               88  rctl-forced          Value "Y".
           05    rctl-force-oper       PIC X(08).
           05    rctl-force-reason     PIC X(30).
           05    rctl-cycle-date       PIC 9(8).

       fd  lab2i-rpt
           Report Is Lab2i-Report.

       Working-Storage section.
       01  Tgt-File-Status     PIC XX.
       01  Typh-File-Status    PIC XX.
       01  Typ-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Tgt-Eof          PIC X Value "N".
       01  Ws-Typh-Eof         PIC X Value "N".
       01  Ws-Typ-Present      PIC X Value "N".

      *    The SYSIN card: report date and tolerance.
       01  Ws-Parm-Card        PIC X(80) Value Spaces.
       01  Ws-Report-Date      PIC 9(8).
       01  Ws-Report-Day       PIC 9(2).
       01  Ws-Report-Month     PIC 9(6).
       01  Ws-Report-Year      PIC 9(4).
       01  Ws-Report-Mm        PIC 9(2).
       01  Ws-Behind-Tol       PIC 9(3) Value 10.

      *    Calendar walk over the report month.
       01  Ws-Month-Days       PIC 9(2).
       01  Ws-Curr-Day         PIC 9(2).
       01  Ws-Curr-Date        PIC 9(8).
       01  Ws-Leap-Quotient    PIC 9(4).
       01  Ws-Leap-Rem         PIC 9(4).
       01  Ws-Date-Int         PIC 9(7).
       01  Ws-Day-Of-Week      PIC 9(1).
       01  Ws-Business-Days    PIC 9(2) Value 0.
       01  Ws-Elapsed-Days     PIC 9(2) Value 0.

      *    Holiday calendar (lab1c-hol.dat, one CCYYMMDD per line,
      *    "*" comment cards). With no calendar file only weekends
      *    are left out.
       01  Hol-File-Status     PIC XX.
       01  Ws-Hol-Eof          PIC X Value "N".
       01  Holiday-Table.
           05  Holiday-Entry Occurs 200 Times PIC 9(8).
       01  Holiday-Count       PIC 9(3) Value 0.
       01  Ws-Hol-Idx          PIC 9(3).
       01  Ws-Hol-Found        PIC X.

      *    Month-to-date figures per type code as of the report
      *    date. The history file is keyed run date first, so the
      *    last line read for a code carries its latest figures.
       01  Type-Actual-Table.
           05  Type-Actual-Entry Occurs 50 Times.
               10  Ta-Type-Code    PIC X(02).
               10  Ta-Mtd-Count    PIC 9(8).
               10  Ta-Mtd-Amount   PIC S9(11)V99.
       01  Type-Actual-Count   PIC 99 Value 0.
       01  Ws-Ta-Idx           PIC 99.
       01  Ws-Ta-Found         PIC X.
       01  Ws-Skipped-Codes    PIC 9(4) Value 0.

      *    One type's comparison, staged for the report lines.
       01  Ws-Rpt-Code         PIC X(02).
       01  Ws-Rpt-Description  PIC X(18).
       01  Ws-Rpt-Measure      PIC X(06).
       01  Ws-Act-Count        PIC 9(8).
       01  Ws-Act-Amount       PIC S9(11)V99.
       01  Ws-Pro-Count        PIC 9(8).
       01  Ws-Pro-Amount       PIC S9(11)V99.
       01  Ws-Var-Tgt-Count    PIC S9(9).
       01  Ws-Var-Tgt-Amount   PIC S9(11)V99.
       01  Ws-Var-Pro-Count    PIC S9(9).
       01  Ws-Var-Pro-Amount   PIC S9(11)V99.
       01  Ws-Var-Pct          PIC S9(4).
       01  Ws-Rpt-Flag         PIC X(06).
       01  Ws-Type-Behind      PIC X.

      *    Report totals.
       01  Ws-Types-Reported   PIC 9(4) Value 0.
       01  Ws-Types-Behind     PIC 9(4) Value 0.

      *    Step-level run control (lab1c-rctl.dat, keyed by run date
      *    and step id): this program is STEP070 of LAB1CJB. A step
      *    already complete for the run date is skipped unless lab1x
      *    has forced it to run again.
       01  Rctl-File-Status    PIC XX.
       01  Ws-Rctl-Step        PIC X(08) Value "STEP070".
       01  Ws-Rctl-Date        PIC 9(8).
       01  Ws-Rctl-Skip        PIC X Value "N".

       Report Section.
       rd  Lab2i-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 6
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(28)
                   Value "LAB1C TARGET VARIANCE REPORT".
           05  Line 1  Column 30  Pic X(07) Value "MONTH: ".
           05  Line 1  Column 37  Pic 9999/99 Source Ws-Report-Month.
           05  Line 1  Column 46  Pic X(07) Value "AS OF: ".
           05  Line 1  Column 53  Pic 9999/99/99
                   Source Ws-Report-Date.
           05  Line 1  Column 65  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 75  Pic 9999/99/99 Source Ws-Run-Date.
           05  Line 1  Column 87  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 95  Pic ZZZ9  Source Page-Counter.
           05  Line 2  Column  1  Pic X(23)
                   Value "BUSINESS DAYS ELAPSED: ".
           05  Line 2  Column 24  Pic Z9 Source Ws-Elapsed-Days.
           05  Line 2  Column 27  Pic X(03) Value "OF ".
           05  Line 2  Column 30  Pic Z9 Source Ws-Business-Days.
           05  Line 2  Column 36  Pic X(32)
                   Value "FLAGGED WHEN BEHIND BY MORE THAN".
           05  Line 2  Column 69  Pic ZZ9 Source Ws-Behind-Tol.
           05  Line 2  Column 72  Pic X(01) Value "%".
           05  Line 4  Column  1  Pic X(02) Value "TY".
           05  Line 4  Column  4  Pic X(11) Value "DESCRIPTION".
           05  Line 4  Column 23  Pic X(07) Value "MEASURE".
           05  Line 4  Column 41  Pic X(06) Value "TARGET".
           05  Line 4  Column 59  Pic X(06) Value "ACTUAL".
           05  Line 4  Column 72  Pic X(11) Value "VS. TARGET".
           05  Line 4  Column 90  Pic X(09) Value "PRO-RATED".
           05  Line 4  Column 105 Pic X(13) Value "VS. PRO-RATED".
           05  Line 4  Column 120 Pic X(05) Value "PCT".

       01  Rpt-Count-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(02) Source Ws-Rpt-Code.
           05  Column  4 Pic X(18) Source Ws-Rpt-Description.
           05  Column 23 Pic X(06) Value "COUNT".
           05  Column 37 Pic ZZ,ZZZ,ZZ9 Source tgt-count.
           05  Column 55 Pic ZZ,ZZZ,ZZ9 Source Ws-Act-Count.
           05  Column 71 Pic ---,---,--9 Source Ws-Var-Tgt-Count.
           05  Column 89 Pic ZZ,ZZZ,ZZ9 Source Ws-Pro-Count.
           05  Column 107 Pic ---,---,--9 Source Ws-Var-Pro-Count.
           05  Column 120 Pic ----9 Source Ws-Var-Pct.
           05  Column 126 Pic X(06) Source Ws-Rpt-Flag.

       01  Rpt-Amount-Detail Type Detail.
           05  Line Plus 1 Column 23 Pic X(06) Value "AMOUNT".
           05  Column 30 Pic ZZ,ZZZ,ZZZ,ZZ9.99 Source tgt-amount.
           05  Column 48 Pic ---,---,---,--9.99 Source Ws-Act-Amount.
           05  Column 66 Pic ---,---,---,--9.99
                   Source Ws-Var-Tgt-Amount.
           05  Column 84 Pic ---,---,---,--9.99 Source Ws-Pro-Amount.
           05  Column 102 Pic ---,---,---,--9.99
                   Source Ws-Var-Pro-Amount.
           05  Column 120 Pic ----9 Source Ws-Var-Pct.
           05  Column 126 Pic X(06) Source Ws-Rpt-Flag.

       01  Rpt-Summary-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(15) Value "TYPES REPORTED:".
           05  Column 17 Pic ZZZ9 Source Ws-Types-Reported.
           05  Line Plus 1 Column 1 Pic X(15) Value "TYPES BEHIND:".
           05  Column 17 Pic ZZZ9 Source Ws-Types-Behind.

       01  Rpt-None-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(29)
                   Value "NO TARGETS SET FOR THE MONTH".

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 050-Run-Control-Start
           If Ws-Rctl-Skip = "Y"
               Display "LAB2I: " Ws-Rctl-Step " already complete for "
                   Ws-Rctl-Date " - variance report skipped"
               Stop run
           End-If
           Perform 100-Get-Report-Parms
           Open Input lab1c-tgt
           If Tgt-File-Status Not = "00"
               Display "LAB2I: no monthly targets file - status "
                   Tgt-File-Status " - nothing to report"
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Perform 150-Load-Holiday-File
           Perform 200-Count-Business-Days
           Perform 300-Load-Month-Actuals
           Open Input lab1c-typ
           If Typ-File-Status = "00"
               Move "Y" to Ws-Typ-Present
           Else
               Display "LAB2I: no type master - status "
                   Typ-File-Status " - descriptions omitted"
           End-If
           Open Output lab2i-rpt
           Initiate Lab2i-Report
           Move Ws-Report-Month to tgt-month
           Move Low-Values to tgt-type-code
           Start lab1c-tgt Key Is Not Less Than tgt-key
               Invalid Key
                   Move "Y" to Ws-Tgt-Eof
           End-Start
           Perform 400-Report-One-Target Until Ws-Tgt-Eof = "Y"
           If Ws-Types-Reported = 0
               Generate Rpt-None-Detail
           Else
               Generate Rpt-Summary-Detail
           End-If
           Terminate Lab2i-Report
           Close lab2i-rpt
           Close lab1c-tgt
           If Ws-Typ-Present = "Y"
               Close lab1c-typ
           End-If
           Display "Target month:      " Ws-Report-Month
           Display "Business days:     " Ws-Elapsed-Days " of "
               Ws-Business-Days
           Display "Types reported:    " Ws-Types-Reported
           Display "Types behind:      " Ws-Types-Behind
           If Ws-Skipped-Codes > 0
               Display "**WARNING** " Ws-Skipped-Codes
                   " type lines not loaded - more than 50 codes"
           End-If
           If Ws-Types-Behind > 0
               Display "**WARNING** " Ws-Types-Behind
                   " type codes running behind target"
               Move 4 to Return-Code
           End-If
           Perform 060-Run-Control-Finish
           Stop run.

      *    The run date is tonight's cycle, as lab1p recorded it
      *    on the CYCLE line; with no cycle line yet, today.
       050-Run-Control-Start.
           Perform 070-Open-Run-Control
           Move 0 to rctl-run-date
           Move "CYCLE" to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Move Ws-Run-Date to Ws-Rctl-Date
               Not Invalid Key
                   Move rctl-cycle-date to Ws-Rctl-Date
           End-Read
           Move Ws-Rctl-Date to rctl-run-date
           Move Ws-Rctl-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Move 0 to rctl-cycle-date
                   Move Spaces to rctl-force-oper rctl-force-reason
                   Perform 055-Stage-Run-Control-Start
                   Write run-control-record
               Not Invalid Key
                   If rctl-complete and Not rctl-forced
                       Move "Y" to Ws-Rctl-Skip
                   Else
                       Perform 055-Stage-Run-Control-Start
                       Rewrite run-control-record
                   End-If
           End-Read
           Close lab1c-rctl.

      *    A forced start uses up the force; who forced it and why
      *    stay on the line.
       055-Stage-Run-Control-Start.
           Move "S" to rctl-status
           Move "LAB2I" to rctl-program
           Accept rctl-start-date From Date YYYYMMDD
           Accept rctl-start-time From Time
           Move 0 to rctl-end-date rctl-end-time rctl-rc
           Move "N" to rctl-force.

      *    Return code 8 or over leaves the step failed, so the next
      *    submission runs it again; the behind warning (4) does
      *    not.
       060-Run-Control-Finish.
           Perform 070-Open-Run-Control
           Move Ws-Rctl-Date to rctl-run-date
           Move Ws-Rctl-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Continue
               Not Invalid Key
                   If Return-Code < 8
                       Move "C" to rctl-status
                   Else
                       Move "F" to rctl-status
                   End-If
                   Accept rctl-end-date From Date YYYYMMDD
                   Accept rctl-end-time From Time
                   Move Return-Code to rctl-rc
                   Rewrite run-control-record
           End-Read
           Close lab1c-rctl.

       070-Open-Run-Control.
           Open I-O lab1c-rctl
           If Rctl-File-Status Not = "00"
               Open Output lab1c-rctl
               Close lab1c-rctl
               Open I-O lab1c-rctl
           End-If.

       100-Get-Report-Parms.
           Move Spaces to Ws-Parm-Card
           Accept Ws-Parm-Card
           If Ws-Parm-Card(1:8) Is Numeric
               Move Ws-Parm-Card(1:8) to Ws-Report-Date
           Else
               Move Ws-Rctl-Date to Ws-Report-Date
           End-If
           If Ws-Parm-Card(10:3) Is Numeric
               Move Ws-Parm-Card(10:3) to Ws-Behind-Tol
           End-If
           Move Ws-Report-Date(1:6) to Ws-Report-Month
           Move Ws-Report-Date(1:4) to Ws-Report-Year
           Move Ws-Report-Date(5:2) to Ws-Report-Mm
           Move Ws-Report-Date(7:2) to Ws-Report-Day
           If Ws-Report-Mm < 1 or Ws-Report-Mm > 12
               or Ws-Report-Day < 1 or Ws-Report-Day > 31
               Display "LAB2I: report date must be CCYYMMDD - got "
                   Ws-Parm-Card(1:8)
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Display "LAB2I variance report for " Ws-Report-Month
               " as of " Ws-Report-Date " - tolerance "
               Ws-Behind-Tol "%".

       150-Load-Holiday-File.
           Open Input lab1c-hol
           If Hol-File-Status = "00"
               Move "N" to Ws-Hol-Eof
               Perform 151-Load-One-Holiday Until Ws-Hol-Eof = "Y"
               Close lab1c-hol
           Else
               Display "LAB2I: no holiday calendar - business days"
                   " include holidays"
           End-If.

       151-Load-One-Holiday.
           Read lab1c-hol
               At End
                   Move "Y" to Ws-Hol-Eof
               Not At End
                   If holiday-line(1:8) Is Numeric
                       and holiday-line(1:1) Not = "*"
                       and Holiday-Count < 200
                       Add 1 to Holiday-Count
                       Move holiday-line(1:8)
                           to Holiday-Entry(Holiday-Count)
                   End-If
           End-Read.

      *    Every business day of the month counts toward the whole;
      *    those up to and including the report date are the days
      *    elapsed.
       200-Count-Business-Days.
           Perform 210-Set-Days-In-Month
           Move 1 to Ws-Curr-Day
           Perform 230-Count-One-Day Until Ws-Curr-Day > Ws-Month-Days.

       210-Set-Days-In-Month.
           Evaluate Ws-Report-Mm
               When 4
               When 6
               When 9
               When 11
                   Move 30 to Ws-Month-Days
               When 2
                   Perform 220-Set-February-Days
               When Other
                   Move 31 to Ws-Month-Days
           End-Evaluate.

       220-Set-February-Days.
           Move 28 to Ws-Month-Days
           Divide 4 into Ws-Report-Year
               Giving Ws-Leap-Quotient Remainder Ws-Leap-Rem
           If Ws-Leap-Rem = 0
               Move 29 to Ws-Month-Days
               Divide 100 into Ws-Report-Year
                   Giving Ws-Leap-Quotient Remainder Ws-Leap-Rem
               If Ws-Leap-Rem = 0
                   Divide 400 into Ws-Report-Year
                       Giving Ws-Leap-Quotient Remainder Ws-Leap-Rem
                   If Ws-Leap-Rem Not = 0
                       Move 28 to Ws-Month-Days
                   End-If
               End-If
           End-If.

       230-Count-One-Day.
           Compute Ws-Curr-Date =
               Ws-Report-Month * 100 + Ws-Curr-Day
           Compute Ws-Date-Int =
               Function Integer-Of-Date(Ws-Curr-Date)
           Compute Ws-Day-Of-Week = Function Mod(Ws-Date-Int, 7)
           If Ws-Day-Of-Week Not = 0 and Ws-Day-Of-Week Not = 6
               Perform 240-Check-Holiday
               If Ws-Hol-Found = "N"
                   Add 1 to Ws-Business-Days
                   If Ws-Curr-Day Not > Ws-Report-Day
                       Add 1 to Ws-Elapsed-Days
                   End-If
               End-If
           End-If
           Add 1 to Ws-Curr-Day.

       240-Check-Holiday.
           Move "N" to Ws-Hol-Found
           Move 1 to Ws-Hol-Idx
           Perform 241-Check-One-Holiday
               Until Ws-Hol-Found = "Y"
                  or Ws-Hol-Idx > Holiday-Count.

       241-Check-One-Holiday.
           If Holiday-Entry(Ws-Hol-Idx) = Ws-Curr-Date
               Move "Y" to Ws-Hol-Found
           Else
               Add 1 to Ws-Hol-Idx
           End-If.

      *    The first of the month through the report date, in key
      *    order: every line for a code overwrites the month-to-date
      *    figures taken from the one before it.
       300-Load-Month-Actuals.
           Open Input lab1c-typh
           If Typh-File-Status Not = "00"
               Display "LAB2I: no type history - status "
                   Typh-File-Status " - actuals taken as zero"
           Else
               Compute typh-run-date = Ws-Report-Month * 100 + 1
               Move Low-Values to typh-type-code
               Start lab1c-typh Key Is Not Less Than typh-key
                   Invalid Key
                       Move "Y" to Ws-Typh-Eof
               End-Start
               Perform 310-Load-One-Type-Line Until Ws-Typh-Eof = "Y"
               Close lab1c-typh
           End-If.

       310-Load-One-Type-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   If typh-run-date > Ws-Report-Date
                       Move "Y" to Ws-Typh-Eof
                   Else
                       Perform 320-Find-Type-Slot
                       If Ws-Ta-Found = "Y"
                           Move typh-mtd-count
                               to Ta-Mtd-Count(Ws-Ta-Idx)
                           Move typh-mtd-amount
                               to Ta-Mtd-Amount(Ws-Ta-Idx)
                       End-If
                   End-If
           End-Read.

       320-Find-Type-Slot.
           Move "N" to Ws-Ta-Found
           Move 1 to Ws-Ta-Idx
           Perform 321-Check-One-Type-Slot
               Until Ws-Ta-Found = "Y"
                  or Ws-Ta-Idx > Type-Actual-Count
           If Ws-Ta-Found = "N" and Type-Actual-Count = 50
               Add 1 to Ws-Skipped-Codes
           End-If
           If Ws-Ta-Found = "N" and Type-Actual-Count < 50
               Move "Y" to Ws-Ta-Found
               Add 1 to Type-Actual-Count
               Move Type-Actual-Count to Ws-Ta-Idx
               Move typh-type-code to Ta-Type-Code(Ws-Ta-Idx)
               Move 0 to Ta-Mtd-Count(Ws-Ta-Idx)
                         Ta-Mtd-Amount(Ws-Ta-Idx)
           End-If.

       321-Check-One-Type-Slot.
           If Ta-Type-Code(Ws-Ta-Idx) = typh-type-code
               Move "Y" to Ws-Ta-Found
           Else
               Add 1 to Ws-Ta-Idx
           End-If.

      *    The targets file is keyed month first, so the month's
      *    targets come together in type-code order.
       400-Report-One-Target.
           Read lab1c-tgt Next Record
               At End
                   Move "Y" to Ws-Tgt-Eof
               Not At End
                   If tgt-month Not = Ws-Report-Month
                       Move "Y" to Ws-Tgt-Eof
                   Else
                       Perform 410-Compare-Type
                   End-If
           End-Read.

       410-Compare-Type.
           Move tgt-type-code to Ws-Rpt-Code
           Perform 420-Get-Type-Description
           Move 0 to Ws-Act-Count Ws-Act-Amount
           Move tgt-type-code to typh-type-code
           Move "N" to Ws-Ta-Found
           Move 1 to Ws-Ta-Idx
           Perform 321-Check-One-Type-Slot
               Until Ws-Ta-Found = "Y"
                  or Ws-Ta-Idx > Type-Actual-Count
           If Ws-Ta-Found = "Y"
               Move Ta-Mtd-Count(Ws-Ta-Idx) to Ws-Act-Count
               Move Ta-Mtd-Amount(Ws-Ta-Idx) to Ws-Act-Amount
           End-If
           Move "N" to Ws-Type-Behind
           Perform 430-Compare-Count
           Generate Rpt-Count-Detail
           Move Spaces to Ws-Rpt-Code Ws-Rpt-Description
           Perform 440-Compare-Amount
           Generate Rpt-Amount-Detail
           Add 1 to Ws-Types-Reported
           If Ws-Type-Behind = "Y"
               Add 1 to Ws-Types-Behind
           End-If.

       420-Get-Type-Description.
           Move Spaces to Ws-Rpt-Description
           If Ws-Typ-Present = "Y"
               Move tgt-type-code to typ-code
               Read lab1c-typ
                   Invalid Key
                       Move "** NOT ON MASTER **"
                           to Ws-Rpt-Description
                   Not Invalid Key
                       Move typ-description to Ws-Rpt-Description
               End-Read
           End-If.

      *    Pro-rated target: the full target times the business days
      *    elapsed over the month's business days. The percentage is
      *    the variance against it, negative when behind.
       430-Compare-Count.
           Compute Ws-Var-Tgt-Count = Ws-Act-Count - tgt-count
           If Ws-Business-Days > 0
               Compute Ws-Pro-Count Rounded =
                   tgt-count * Ws-Elapsed-Days / Ws-Business-Days
           Else
               Move tgt-count to Ws-Pro-Count
           End-If
           Compute Ws-Var-Pro-Count = Ws-Act-Count - Ws-Pro-Count
           Move 0 to Ws-Var-Pct
           If Ws-Pro-Count > 0
               Compute Ws-Var-Pct Rounded =
                   Ws-Var-Pro-Count * 100 / Ws-Pro-Count
                   On Size Error
                       Move 9999 to Ws-Var-Pct
               End-Compute
           End-If
           Perform 450-Set-Behind-Flag.

       440-Compare-Amount.
           Compute Ws-Var-Tgt-Amount = Ws-Act-Amount - tgt-amount
           If Ws-Business-Days > 0
               Compute Ws-Pro-Amount Rounded =
                   tgt-amount * Ws-Elapsed-Days / Ws-Business-Days
           Else
               Move tgt-amount to Ws-Pro-Amount
           End-If
           Compute Ws-Var-Pro-Amount = Ws-Act-Amount - Ws-Pro-Amount
           Move 0 to Ws-Var-Pct
           If Ws-Pro-Amount > 0
               Compute Ws-Var-Pct Rounded =
                   Ws-Var-Pro-Amount * 100 / Ws-Pro-Amount
                   On Size Error
                       Move 9999 to Ws-Var-Pct
               End-Compute
           End-If
           Perform 450-Set-Behind-Flag.

       450-Set-Behind-Flag.
           Move Spaces to Ws-Rpt-Flag
           If Ws-Var-Pct < 0
               and Ws-Var-Pct + Ws-Behind-Tol < 0
               Move "BEHIND" to Ws-Rpt-Flag
               Move "Y" to Ws-Type-Behind
           End-If.
