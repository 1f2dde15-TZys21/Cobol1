       identification division.
       program-id.         lab1u.

      *      Name: Tyler Zysberg. Description: LAB1U. Type history
      *      report over the per-type history file (lab1c-typh.dat)
      *      that lab1c posts every night. The SYSIN card names the
      *      period: CCYYMM prints the month to date and the year
      *      to date for that month, CCYY prints the year to date
      *      alone. One line per type code with activity in the
      *      period, in type-code order with the lab1k master
      *      description, and grand totals at the bottom. Codes
      *      posted in history but since removed from the type
      *      master print after the rest, flagged.

       Environment division.
       Input-output section.
       File-Control.
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

           Select lab1u-rpt
               Assign to "lab1u-rpt.dat"
               Organization is Line Sequential.

       data division.
       File Section.
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

       fd  lab1u-rpt
           Report Is Lab1u-Report.

       Working-Storage section.
       01  Typh-File-Status    PIC XX.
       01  Typ-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Typh-Eof         PIC X Value "N".
       01  Ws-Typ-Eof          PIC X Value "N".

      *    Requested period, read from SYSIN as CCYYMM (month and
      *    year to date) or CCYY (year to date only).
       01  Ws-Raw-Period       PIC X(6).
       01  Ws-Period-Mode      PIC X.
           88  Ws-Month-Mode   Value "M".
           88  Ws-Year-Mode    Value "Y".
       01  Ws-Period-Year      PIC 9(4).
       01  Ws-Period-Mm        PIC 9(2).
       01  Ws-Period-Month     PIC 9(6).
       01  Ws-Period-Start     PIC 9(8).
       01  Ws-Period-End       PIC 9(8).
       01  Ws-Period-Text      PIC X(7).

      *    Latest running figures per type code in the period. The
      *    history file is keyed run date first, so the last line
      *    read for a code carries its figures as of the period end.
       01  Type-Period-Table.
           05  Type-Period-Entry Occurs 50 Times.
               10  Tp-Type-Code    PIC X(02).
               10  Tp-Days         PIC 9(4).
               10  Tp-Mtd-Count    PIC 9(8).
               10  Tp-Mtd-Amount   PIC S9(11)V99.
               10  Tp-Ytd-Count    PIC 9(8).
               10  Tp-Ytd-Amount   PIC S9(11)V99.
               10  Tp-Printed      PIC X.
       01  Type-Period-Count   PIC 99 Value 0.
       01  Ws-Tp-Idx           PIC 99.
       01  Ws-Tp-Found         PIC X.
       01  Ws-Skipped-Codes    PIC 9(4) Value 0.

      *    Grand totals printed at the bottom of the report.
       01  Ws-Tot-Mtd-Count    PIC 9(9) Value 0.
       01  Ws-Tot-Mtd-Amount   PIC S9(11)V99 Value 0.
       01  Ws-Tot-Ytd-Count    PIC 9(9) Value 0.
       01  Ws-Tot-Ytd-Amount   PIC S9(11)V99 Value 0.
       01  Ws-Types-Printed    PIC 9(4) Value 0.

      *    Staging fields for the report lines.
       01  Ws-Rpt-Code         PIC X(02).
       01  Ws-Rpt-Description  PIC X(30).

       Report Section.
       rd  Lab1u-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 5
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(25)
                   Value "LAB1C TYPE HISTORY REPORT".
           05  Line 1  Column 27  Pic X(08) Value "PERIOD: ".
           05  Line 1  Column 35  Pic X(07) Source Ws-Period-Text.
           05  Line 1  Column 44  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 54  Pic 9999/99/99 Source Ws-Run-Date.
           05  Line 1  Column 65  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 73  Pic ZZZ9  Source Page-Counter.
           05  Line 3  Column  1  Pic X(04) Value "TYPE".
           05  Line 3  Column  5  Pic X(11) Value "DESCRIPTION".
           05  Line 3  Column 36  Pic X(04) Value "DAYS".
           05  Line 3  Column 43  Pic X(09) Value "MTD COUNT".
           05  Line 3  Column 57  Pic X(10) Value "MTD AMOUNT".
           05  Line 3  Column 71  Pic X(09) Value "YTD COUNT".
           05  Line 3  Column 85  Pic X(10) Value "YTD AMOUNT".

       01  Rpt-Month-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(02) Source Ws-Rpt-Code.
           05  Column  5 Pic X(30) Source Ws-Rpt-Description.
           05  Column 36 Pic ZZZ9 Source Tp-Days(Ws-Tp-Idx).
           05  Column 42 Pic ZZZZZZZZ9 Source Tp-Mtd-Count(Ws-Tp-Idx).
           05  Column 52 Pic ---,---,---,--9.99
                   Source Tp-Mtd-Amount(Ws-Tp-Idx).
           05  Column 71 Pic ZZZZZZZZ9 Source Tp-Ytd-Count(Ws-Tp-Idx).
           05  Column 81 Pic ---,---,---,--9.99
                   Source Tp-Ytd-Amount(Ws-Tp-Idx).

       01  Rpt-Year-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(02) Source Ws-Rpt-Code.
           05  Column  5 Pic X(30) Source Ws-Rpt-Description.
           05  Column 36 Pic ZZZ9 Source Tp-Days(Ws-Tp-Idx).
           05  Column 71 Pic ZZZZZZZZ9 Source Tp-Ytd-Count(Ws-Tp-Idx).
           05  Column 81 Pic ---,---,---,--9.99
                   Source Tp-Ytd-Amount(Ws-Tp-Idx).

       01  Rpt-Month-Total Type Detail.
           05  Line Plus 2 Column 1 Pic X(12) Value "GRAND TOTALS".
           05  Column 42 Pic ZZZZZZZZ9 Source Ws-Tot-Mtd-Count.
           05  Column 52 Pic ---,---,---,--9.99
                   Source Ws-Tot-Mtd-Amount.
           05  Column 71 Pic ZZZZZZZZ9 Source Ws-Tot-Ytd-Count.
           05  Column 81 Pic ---,---,---,--9.99
                   Source Ws-Tot-Ytd-Amount.

       01  Rpt-Year-Total Type Detail.
           05  Line Plus 2 Column 1 Pic X(12) Value "GRAND TOTALS".
           05  Column 71 Pic ZZZZZZZZ9 Source Ws-Tot-Ytd-Count.
           05  Column 81 Pic ---,---,---,--9.99
                   Source Ws-Tot-Ytd-Amount.

       01  Rpt-Types-Summary Type Detail.
           05  Line Plus 1 Column 1 Pic X(15) Value "TYPES REPORTED:".
           05  Column 17 Pic ZZZ9 Source Ws-Types-Printed.

       01  Rpt-None-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(33)
                   Value "NO TYPE HISTORY POSTED IN PERIOD".

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 100-Get-Report-Period
           Open Input lab1c-typh
           If Typh-File-Status Not = "00"
               Display "LAB1U: cannot open lab1c-typh.dat - status "
                   Typh-File-Status
               Move 8 to Return-Code
               Stop run
           End-If
           Perform 200-Load-Period-Figures
           Close lab1c-typh
           Open Output lab1u-rpt
           Initiate Lab1u-Report
           If Type-Period-Count = 0
               Generate Rpt-None-Detail
           Else
               Perform 300-Report-Master-Order
               Move 1 to Ws-Tp-Idx
               Perform 350-Report-One-Unmatched
                   Until Ws-Tp-Idx > Type-Period-Count
               If Ws-Month-Mode
                   Generate Rpt-Month-Total
               Else
                   Generate Rpt-Year-Total
               End-If
               Generate Rpt-Types-Summary
           End-If
           Terminate Lab1u-Report
           Close lab1u-rpt
           Display "Report period:   " Ws-Period-Text
           Display "Types reported:  " Ws-Types-Printed
           If Ws-Skipped-Codes > 0
               Display "**WARNING** " Ws-Skipped-Codes
                   " type lines not reported - more than 50 codes"
           End-If
           Stop run.

       100-Get-Report-Period.
           Move Spaces to Ws-Raw-Period
           Accept Ws-Raw-Period
           Move Space to Ws-Period-Mode
           Move 0 to Ws-Period-Mm
           If Ws-Raw-Period Is Numeric
               Move "M" to Ws-Period-Mode
               Move Ws-Raw-Period(1:4) to Ws-Period-Year
               Move Ws-Raw-Period(5:2) to Ws-Period-Mm
           End-If
           If Ws-Raw-Period(1:4) Is Numeric
               and Ws-Raw-Period(5:2) = Spaces
               Move "Y" to Ws-Period-Mode
               Move Ws-Raw-Period(1:4) to Ws-Period-Year
           End-If
           If Ws-Period-Mode = Space
               or (Ws-Month-Mode
                   and (Ws-Period-Mm < 1 or Ws-Period-Mm > 12))
               Display "LAB1U: period must be CCYYMM or CCYY - got "
                   Ws-Raw-Period
               Move 8 to Return-Code
               Stop run
           End-If
           Compute Ws-Period-Start = Ws-Period-Year * 10000 + 101
           Move Spaces to Ws-Period-Text
           If Ws-Month-Mode
               Compute Ws-Period-Month =
                   Ws-Period-Year * 100 + Ws-Period-Mm
               Compute Ws-Period-End = Ws-Period-Month * 100 + 31
               String Ws-Raw-Period(1:4) "/" Ws-Raw-Period(5:2)
                   Delimited By Size Into Ws-Period-Text
               End-String
           Else
               Compute Ws-Period-End = Ws-Period-Year * 10000 + 1231
               Move Ws-Raw-Period(1:4) to Ws-Period-Text
           End-If.

      *    January 1 through the period end, in key order: every
      *    line for a code overwrites the running figures taken
      *    from the one before it.
       200-Load-Period-Figures.
           Move Ws-Period-Start to typh-run-date
           Move Low-Values to typh-type-code
           Start lab1c-typh Key Is Not Less Than typh-key
               Invalid Key
                   Move "Y" to Ws-Typh-Eof
           End-Start
           Perform 210-Load-One-Type-Line Until Ws-Typh-Eof = "Y".

       210-Load-One-Type-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   If typh-run-date > Ws-Period-End
                       Move "Y" to Ws-Typh-Eof
                   Else
                       Perform 220-Find-Type-Slot
                       If Ws-Tp-Found = "Y"
                           Perform 230-Take-Type-Figures
                       End-If
                   End-If
           End-Read.

       220-Find-Type-Slot.
           Move "N" to Ws-Tp-Found
           Move 1 to Ws-Tp-Idx
           Perform 221-Check-One-Type-Slot
               Until Ws-Tp-Found = "Y"
                  or Ws-Tp-Idx > Type-Period-Count
           If Ws-Tp-Found = "N" and Type-Period-Count = 50
               Add 1 to Ws-Skipped-Codes
           End-If
           If Ws-Tp-Found = "N" and Type-Period-Count < 50
               Move "Y" to Ws-Tp-Found
               Add 1 to Type-Period-Count
               Move Type-Period-Count to Ws-Tp-Idx
               Move typh-type-code to Tp-Type-Code(Ws-Tp-Idx)
               Move 0 to Tp-Days(Ws-Tp-Idx)
                         Tp-Mtd-Count(Ws-Tp-Idx)
                         Tp-Mtd-Amount(Ws-Tp-Idx)
               Move "N" to Tp-Printed(Ws-Tp-Idx)
           End-If.

       221-Check-One-Type-Slot.
           If Tp-Type-Code(Ws-Tp-Idx) = typh-type-code
               Move "Y" to Ws-Tp-Found
           Else
               Add 1 to Ws-Tp-Idx
           End-If.

      *    Month mode counts posting days in the month only; year
      *    mode counts them over the year.
       230-Take-Type-Figures.
           Move typh-ytd-count to Tp-Ytd-Count(Ws-Tp-Idx)
           Move typh-ytd-amount to Tp-Ytd-Amount(Ws-Tp-Idx)
           If Ws-Month-Mode
               If typh-run-date(1:6) = Ws-Raw-Period
                   Add 1 to Tp-Days(Ws-Tp-Idx)
                   Move typh-mtd-count to Tp-Mtd-Count(Ws-Tp-Idx)
                   Move typh-mtd-amount to Tp-Mtd-Amount(Ws-Tp-Idx)
               End-If
           Else
               Add 1 to Tp-Days(Ws-Tp-Idx)
           End-If.

      *    The type master is keyed by code, so walking it puts
      *    the report in code order and supplies the descriptions.
       300-Report-Master-Order.
           Open Input lab1c-typ
           If Typ-File-Status Not = "00"
               Display "LAB1U: no type master - status "
                   Typ-File-Status " - descriptions omitted"
           Else
               Move Low-Values to typ-code
               Start lab1c-typ Key Is Not Less Than typ-code
                   Invalid Key
                       Move "Y" to Ws-Typ-Eof
               End-Start
               Perform 310-Report-One-Master Until Ws-Typ-Eof = "Y"
               Close lab1c-typ
           End-If.

       310-Report-One-Master.
           Read lab1c-typ Next Record
               At End
                   Move "Y" to Ws-Typ-Eof
               Not At End
                   Move typ-code to typh-type-code
                   Move "N" to Ws-Tp-Found
                   Move 1 to Ws-Tp-Idx
                   Perform 221-Check-One-Type-Slot
                       Until Ws-Tp-Found = "Y"
                          or Ws-Tp-Idx > Type-Period-Count
                   If Ws-Tp-Found = "Y"
                       Move typ-code to Ws-Rpt-Code
                       Move typ-description to Ws-Rpt-Description
                       Perform 400-Report-Type-Line
                   End-If
           End-Read.

       350-Report-One-Unmatched.
           If Tp-Printed(Ws-Tp-Idx) = "N"
               Move Tp-Type-Code(Ws-Tp-Idx) to Ws-Rpt-Code
               Move "** NOT ON TYPE MASTER **" to Ws-Rpt-Description
               Perform 400-Report-Type-Line
           End-If
           Add 1 to Ws-Tp-Idx.

       400-Report-Type-Line.
           If Ws-Month-Mode
               Generate Rpt-Month-Detail
           Else
               Generate Rpt-Year-Detail
           End-If
           Move "Y" to Tp-Printed(Ws-Tp-Idx)
           Add 1 to Ws-Types-Printed
           Add Tp-Mtd-Count(Ws-Tp-Idx) to Ws-Tot-Mtd-Count
           Add Tp-Mtd-Amount(Ws-Tp-Idx) to Ws-Tot-Mtd-Amount
           Add Tp-Ytd-Count(Ws-Tp-Idx) to Ws-Tot-Ytd-Count
           Add Tp-Ytd-Amount(Ws-Tp-Idx) to Ws-Tot-Ytd-Amount.
