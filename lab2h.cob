       identification division.
       program-id.         lab2h.

      *      Name: Tyler Zysberg. Description: LAB2H. Menu-driven
      *      maintenance of management's monthly targets (lab1c-
      *      tgt.dat, keyed by month and type code): list a month's
      *      targets, set or change the transaction count and amount
      *      target for a type code in a month, remove one, and copy
      *      a month's targets forward to another month. A target's
      *      type code must be on the type-code master (lab1c-
      *      typ.dat, see lab1k), and a new one must be active there.
      *      lab2i reports the month to date against them.
      *
      *      Maintaining targets needs level A on the operator file
      *      (lab1c-opr.dat); a refused operator is logged to
      *      lab1d-aud.dat as a DENIED line and the run stops. With
      *      no operator file the check is skipped. Every target set,
      *      changed, removed or copied is logged to the same audit
      *      file with the operator.
      *
      *      Each line written to the audit file carries the chained
      *      sequence number and check value that lab2c verifies
      *      against the trail-control file (lab1c-tctl.dat).

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-tgt
               Assign to "lab1c-tgt.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tgt-key
               File Status is Tgt-File-Status.

           Select lab1c-typ
               Assign to "lab1c-typ.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typ-code
               File Status is Typ-File-Status.

           Select lab1c-opr
               Assign to "lab1c-opr.dat"
               Organization is Line Sequential
               File Status is Opr-File-Status.

           Select lab1d-aud
               Assign to "lab1d-aud.dat"
               Organization is Line Sequential
               File Status is Aud-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

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

       fd  lab1c-typ.
       01  type-master-record.
           05    typ-code            PIC X(02).
           05    typ-description     PIC X(30).
           05    typ-active          PIC X(01).
               88  typ-is-active    Value "Y".
           05    typ-hold-ceiling    PIC 9(7)V99.

       fd  lab1c-opr.
       01  operator-card           PIC X(80).

       fd  lab1d-aud.
       01  audit-line              PIC X(148).

       fd  lab1c-tctl.
       01  trail-control-record.
           05    tctl-trail            PIC X(08).
           05    tctl-last-seq         PIC 9(8).
           05    tctl-last-chk         PIC 9(10).
           05    tctl-last-date        PIC 9(8).
           05    tctl-last-time        PIC 9(8).
           05    tctl-last-program     PIC X(08).
           05    tctl-base-seq         PIC 9(8).
           05    tctl-base-chk         PIC 9(10).
           05    tctl-base-date        PIC 9(8).

       Working-Storage section.
       01  Tgt-File-Status     PIC XX.
       01  Typ-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Menu-Choice      PIC X.
       01  Ws-Done             PIC X Value "N".
       01  Ws-Record-Found     PIC X Value "N".
       01  Ws-Type-Found       PIC X Value "N".
       01  Ws-List-Eof         PIC X Value "N".
       01  Ws-List-Count       PIC 9(4) Value 0.
       01  Ws-Copy-Count       PIC 9(4) Value 0.
       01  Ws-Copy-Skipped     PIC 9(4) Value 0.

      *    Input validation for the month, code and target entries.
       01  Ws-Raw-Month        PIC X(06).
       01  Ws-Raw-Month-Num    Redefines Ws-Raw-Month PIC 9(6).
       01  Ws-Month-Mm         PIC 9(2).
       01  Ws-Entry-Month      PIC 9(6).
       01  Ws-From-Month       PIC 9(6).
       01  Ws-To-Month         PIC 9(6).
       01  Ws-Raw-Type-Code    PIC X(02).
       01  Ws-Raw-Count        PIC X(08).
       01  Ws-Raw-Count-Num    Redefines Ws-Raw-Count PIC 9(8).
       01  Ws-Raw-Amount       PIC X(13).
       01  Ws-Raw-Amount-Num   Redefines Ws-Raw-Amount
                               PIC 9(11)V99.
       01  Ws-Valid-Entry      PIC X Value "N".
       01  Ws-Confirm          PIC X.
       01  Ws-Count-Out        PIC ZZ,ZZZ,ZZ9.
       01  Ws-Amount-Out       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Copy forward: the source month's targets are held here
      *    while the target month is written, since both are read
      *    and written through the one file.
       01  Copy-Table.
           05  Copy-Entry Occurs 50 Times.
               10  Cp-Type-Code    PIC X(02).
               10  Cp-Count        PIC 9(8).
               10  Cp-Amount       PIC 9(11)V99.
       01  Copy-Entry-Count    PIC 99 Value 0.
       01  Ws-Cp-Idx           PIC 99.

      *    Audit line staging: what was done, and the figures.
       01  Ws-Audit-Action     PIC X(06).
       01  Ws-Audit-Month      PIC 9(6).
       01  Ws-Audit-Type       PIC X(02).
       01  Ws-Audit-Count      PIC 9(8).
       01  Ws-Audit-Amount     PIC 9(11)V99.

      *    Operator authorization (lab1c-opr.dat, shared with lab1d,
      *    lab1e, lab1k and lab1z): maintaining targets needs level
      *    A. A refused operator is logged to lab1d-aud.dat as a
      *    DENIED line.
       01  Opr-File-Status     PIC XX.
       01  Ws-Auth-Present     PIC X Value "N".
       01  Ws-Auth-Eof         PIC X Value "N".
       01  Auth-Table.
           05  Auth-Entry Occurs 50 Times.
               10  Oa-User         PIC X(8).
               10  Oa-Level        PIC X(1).
       01  Auth-Entry-Count    PIC 99 Value 0.
       01  Ws-Auth-Idx         PIC 99.
       01  Ws-Auth-Found       PIC X.
       01  Ws-Auth-Level       PIC X.
           88  Ws-Level-Admin      Value "A".
       01  Ws-Operator-Id      PIC X(8) Value Spaces.
       01  Aud-File-Status     PIC XX.
       01  Ws-Aud-Date         PIC 9(8).
       01  Ws-Aud-Time         PIC 9(8).
       01  Ws-Aud-Buffer       PIC X(120) Value Spaces.

      *    Audit-trail integrity: every line written to a control
      *    trail carries its sequence number and a check value
      *    chained from the line before, stamped after the line's
      *    text. The trail-control file (lab1c-tctl.dat, one record
      *    per trail) holds the last sequence and check value so
      *    lab2c can tell a trimmed tail from a complete trail.
       01  Tctl-File-Status    PIC XX.
       01  Ws-Tctl-Found       PIC X.
       01  Ws-Trail-Id         PIC X(08).
       01  Ws-Trail-Text       PIC X(120).
       01  Ws-Trail-Seq        PIC 9(8).
       01  Ws-Trail-Chk        PIC 9(10).
       01  Ws-Trail-Work       PIC 9(12).
       01  Ws-Trail-Pos        PIC 9(3).
       01  Ws-Trail-Stamp.
           05  Filler          PIC X(05) Value " SEQ=".
           05  Ws-Ts-Seq       PIC 9(8).
           05  Filler          PIC X(05) Value " CHK=".
           05  Ws-Ts-Chk       PIC 9(10).

       procedure division.
       000-main.
           Accept Ws-Operator-Id from Environment "USER"
           Perform 800-Load-Auth-File
           Perform 810-Check-Admin-Auth
           Accept Ws-Run-Date From Date YYYYMMDD
           Open Input lab1c-typ
           If Typ-File-Status Not = "00"
               Display "LAB2H: cannot open lab1c-typ.dat - status "
                   Typ-File-Status " - type codes cannot be checked"
               Move 8 to Return-Code
               Stop run
           End-If
           Open I-O lab1c-tgt
           If Tgt-File-Status Not = "00"
               Open Output lab1c-tgt
               Close lab1c-tgt
               Open I-O lab1c-tgt
           End-If
           If Tgt-File-Status Not = "00"
               Display "LAB2H: cannot open lab1c-tgt.dat - status "
                   Tgt-File-Status
               Close lab1c-typ
               Move 8 to Return-Code
               Stop run
           End-If
           Perform 100-Menu-Loop Until Ws-Done = "Y"
           Close lab1c-tgt
           Close lab1c-typ
           Stop run.

       100-Menu-Loop.
           Display space
           Display "1. List a month's targets"
           Display "2. Set or change a target"
           Display "3. Remove a target"
           Display "4. Copy a month's targets to another month"
           Display "5. Exit"
           Display "Select an option: " with no advancing
           Accept Ws-Menu-Choice
           Evaluate Ws-Menu-Choice
               When "1"
                   Perform 200-List-Month
               When "2"
                   Perform 300-Set-Target
               When "3"
                   Perform 400-Remove-Target
               When "4"
                   Perform 500-Copy-Month
               When "5"
                   Move "Y" to Ws-Done
               When Other
                   Display "Invalid option."
           End-Evaluate.

      *    The file is keyed month first, so a month's targets are
      *    read together in type-code order.
       200-List-Month.
           Perform 700-Get-Valid-Month
           Move Ws-Entry-Month to tgt-month
           Move Low-Values to tgt-type-code
           Move "N" to Ws-List-Eof
           Start lab1c-tgt Key Is Not Less Than tgt-key
               Invalid Key
                   Move "Y" to Ws-List-Eof
           End-Start
           Move 0 to Ws-List-Count
           Perform 210-List-One-Target Until Ws-List-Eof = "Y"
           If Ws-List-Count = 0
               Display "No targets set for " Ws-Entry-Month "."
           End-If.

       210-List-One-Target.
           Read lab1c-tgt Next Record
               At End
                   Move "Y" to Ws-List-Eof
               Not At End
                   If tgt-month Not = Ws-Entry-Month
                       Move "Y" to Ws-List-Eof
                   Else
                       Add 1 to Ws-List-Count
                       Move tgt-count to Ws-Count-Out
                       Move tgt-amount to Ws-Amount-Out
                       Display "  " tgt-type-code "  COUNT "
                           Ws-Count-Out "  AMOUNT " Ws-Amount-Out
                           "  SET " tgt-set-date " " tgt-oper
                   End-If
           End-Read.

      *    A new target needs an active type code; a target already
      *    on file may be changed even after its code was
      *    deactivated, so the month can be corrected to zero.
       300-Set-Target.
           Perform 700-Get-Valid-Month
           Perform 710-Get-Valid-Type-Code
           If Ws-Type-Found = "N"
               Display "Type code " Ws-Raw-Type-Code
                   " is not on the type-code master."
           Else
               Move Ws-Entry-Month to tgt-month
               Move Ws-Raw-Type-Code to tgt-type-code
               Perform 900-Read-Target
               If Ws-Record-Found = "N" and Not typ-is-active
                   Display "Type code " Ws-Raw-Type-Code
                       " is inactive - no new target can be set."
               Else
                   Perform 310-Take-Target-Figures
               End-If
           End-If.

       310-Take-Target-Figures.
           Display "Type " typ-code " " typ-description
           If Ws-Record-Found = "Y"
               Move tgt-count to Ws-Count-Out
               Move tgt-amount to Ws-Amount-Out
               Display "Current target: count " Ws-Count-Out
                   "  amount " Ws-Amount-Out
           End-If
           Perform 720-Get-Valid-Count
           Perform 730-Get-Valid-Amount
           Move Ws-Entry-Month to tgt-month
           Move Ws-Raw-Type-Code to tgt-type-code
           Move Ws-Raw-Count-Num to tgt-count
           Move Ws-Raw-Amount-Num to tgt-amount
           Move Ws-Run-Date to tgt-set-date
           Move Ws-Operator-Id to tgt-oper
           If Ws-Record-Found = "Y"
               Rewrite target-record
                   Invalid Key
                       Display "LAB2H: rewrite failed - status "
                           Tgt-File-Status
                   Not Invalid Key
                       Move "CHANGE" to Ws-Audit-Action
                       Perform 950-Stage-Target-Audit
                       Display "Target changed."
               End-Rewrite
           Else
               Write target-record
                   Invalid Key
                       Display "LAB2H: write failed - status "
                           Tgt-File-Status
                   Not Invalid Key
                       Move "SET" to Ws-Audit-Action
                       Perform 950-Stage-Target-Audit
                       Display "Target set."
               End-Write
           End-If.

       400-Remove-Target.
           Perform 700-Get-Valid-Month
           Move Spaces to Ws-Raw-Type-Code
           Display "Enter type code (2 characters): " with no advancing
           Accept Ws-Raw-Type-Code
           Move Ws-Entry-Month to tgt-month
           Move Ws-Raw-Type-Code to tgt-type-code
           Perform 900-Read-Target
           If Ws-Record-Found = "N"
               Display "No target for " Ws-Raw-Type-Code " in "
                   Ws-Entry-Month "."
           Else
               Display "Remove the target for " tgt-type-code " in "
                   tgt-month "? (Y/N): " with no advancing
               Accept Ws-Confirm
               If Ws-Confirm = "Y" or Ws-Confirm = "y"
                   Delete lab1c-tgt Record
                       Invalid Key
                           Display "LAB2H: delete failed - status "
                               Tgt-File-Status
                       Not Invalid Key
                           Move "REMOVE" to Ws-Audit-Action
                           Perform 950-Stage-Target-Audit
                           Display "Target removed."
                   End-Delete
               Else
                   Display "Nothing removed."
               End-If
           End-If.

      *    Targets already set in the receiving month are left as
      *    they are; codes no longer active on the master are not
      *    carried forward.
       500-Copy-Month.
           Display "Copy FROM month."
           Perform 700-Get-Valid-Month
           Move Ws-Entry-Month to Ws-From-Month
           Display "Copy TO month."
           Perform 700-Get-Valid-Month
           Move Ws-Entry-Month to Ws-To-Month
           If Ws-From-Month = Ws-To-Month
               Display "The months must differ - nothing copied."
           Else
               Move 0 to Copy-Entry-Count Ws-Copy-Count
               Move 0 to Ws-Copy-Skipped
               Move Ws-From-Month to tgt-month
               Move Low-Values to tgt-type-code
               Move "N" to Ws-List-Eof
               Start lab1c-tgt Key Is Not Less Than tgt-key
                   Invalid Key
                       Move "Y" to Ws-List-Eof
               End-Start
               Perform 510-Hold-One-Target Until Ws-List-Eof = "Y"
               Move 1 to Ws-Cp-Idx
               Perform 520-Copy-One-Target
                   Until Ws-Cp-Idx > Copy-Entry-Count
               Display "Targets copied: " Ws-Copy-Count
                   "  left as set or inactive: " Ws-Copy-Skipped
           End-If.

       510-Hold-One-Target.
           Read lab1c-tgt Next Record
               At End
                   Move "Y" to Ws-List-Eof
               Not At End
                   If tgt-month Not = Ws-From-Month
                       Move "Y" to Ws-List-Eof
                   Else
                       If Copy-Entry-Count < 50
                           Add 1 to Copy-Entry-Count
                           Move tgt-type-code
                               to Cp-Type-Code(Copy-Entry-Count)
                           Move tgt-count to Cp-Count(Copy-Entry-Count)
                           Move tgt-amount
                               to Cp-Amount(Copy-Entry-Count)
                       End-If
                   End-If
           End-Read.

       520-Copy-One-Target.
           Move Cp-Type-Code(Ws-Cp-Idx) to Ws-Raw-Type-Code
           Perform 910-Read-Type
           Move Ws-To-Month to tgt-month
           Move Cp-Type-Code(Ws-Cp-Idx) to tgt-type-code
           Perform 900-Read-Target
           If Ws-Record-Found = "Y" or Ws-Type-Found = "N"
               or Not typ-is-active
               Add 1 to Ws-Copy-Skipped
           Else
               Move Ws-To-Month to tgt-month
               Move Cp-Type-Code(Ws-Cp-Idx) to tgt-type-code
               Move Cp-Count(Ws-Cp-Idx) to tgt-count
               Move Cp-Amount(Ws-Cp-Idx) to tgt-amount
               Move Ws-Run-Date to tgt-set-date
               Move Ws-Operator-Id to tgt-oper
               Write target-record
                   Invalid Key
                       Add 1 to Ws-Copy-Skipped
                   Not Invalid Key
                       Add 1 to Ws-Copy-Count
                       Move "COPY" to Ws-Audit-Action
                       Perform 950-Stage-Target-Audit
               End-Write
           End-If
           Add 1 to Ws-Cp-Idx.

       700-Get-Valid-Month.
           Move "N" to Ws-Valid-Entry
           Perform 701-Get-Valid-Month-Entry Until Ws-Valid-Entry = "Y".

       701-Get-Valid-Month-Entry.
           Move Spaces to Ws-Raw-Month
           Display "Enter month (CCYYMM): " with no advancing
           Accept Ws-Raw-Month
           If Ws-Raw-Month Is Numeric
               Move Ws-Raw-Month(5:2) to Ws-Month-Mm
               If Ws-Month-Mm >= 1 and Ws-Month-Mm <= 12
                   Move Ws-Raw-Month-Num to Ws-Entry-Month
                   Move "Y" to Ws-Valid-Entry
               End-If
           End-If
           If Ws-Valid-Entry = "N"
               Display "Invalid entry - enter the month as CCYYMM."
           End-If.

       710-Get-Valid-Type-Code.
           Move "N" to Ws-Valid-Entry
           Perform 711-Get-Valid-Code-Entry Until Ws-Valid-Entry = "Y"
           Perform 910-Read-Type.

       711-Get-Valid-Code-Entry.
           Move Spaces to Ws-Raw-Type-Code
           Display "Enter type code (2 characters): " with no advancing
           Accept Ws-Raw-Type-Code
           If Ws-Raw-Type-Code Not = Spaces
               Move "Y" to Ws-Valid-Entry
           Else
               Display "Invalid entry - type code may not be blank."
           End-If.

       720-Get-Valid-Count.
           Move "N" to Ws-Valid-Entry
           Perform 721-Get-Valid-Count-Entry
               Until Ws-Valid-Entry = "Y".

       721-Get-Valid-Count-Entry.
           Move Spaces to Ws-Raw-Count
           Display "Enter count target (8 digits): " with no advancing
           Accept Ws-Raw-Count
           If Ws-Raw-Count Is Numeric
               Move "Y" to Ws-Valid-Entry
           Else
               Display "Invalid entry - enter 8 numeric digits."
           End-If.

       730-Get-Valid-Amount.
           Move "N" to Ws-Valid-Entry
           Perform 731-Get-Valid-Amount-Entry
               Until Ws-Valid-Entry = "Y".

       731-Get-Valid-Amount-Entry.
           Move Spaces to Ws-Raw-Amount
           Display "Enter amount target (13 digits, e.g. 0000025000000"
               " for 250000.00): " with no advancing
           Accept Ws-Raw-Amount
           If Ws-Raw-Amount Is Numeric
               Move "Y" to Ws-Valid-Entry
           Else
               Display "Invalid entry - enter 13 numeric digits."
           End-If.

       800-Load-Auth-File.
           Open Input lab1c-opr
           If Opr-File-Status = "00"
               Move "N" to Ws-Auth-Eof
               Perform 801-Load-One-Auth-Card
                   Until Ws-Auth-Eof = "Y"
               Close lab1c-opr
               If Auth-Entry-Count > 0
                   Move "Y" to Ws-Auth-Present
               End-If
           End-If
           If Ws-Auth-Present = "N"
               Display "**WARNING** no operator authorization file -"
                   " permissions not checked"
           End-If.

       801-Load-One-Auth-Card.
           Read lab1c-opr
               At End
                   Move "Y" to Ws-Auth-Eof
               Not At End
                   If operator-card Not = Spaces
                       and operator-card(1:1) Not = "*"
                       and Auth-Entry-Count < 50
                       Add 1 to Auth-Entry-Count
                       Move operator-card(1:8)
                           to Oa-User(Auth-Entry-Count)
                       Move operator-card(10:1)
                           to Oa-Level(Auth-Entry-Count)
                   End-If
           End-Read.

       810-Check-Admin-Auth.
           If Ws-Auth-Present = "Y"
               Move Space to Ws-Auth-Level
               Move "N" to Ws-Auth-Found
               Move 1 to Ws-Auth-Idx
               Perform 811-Check-One-Auth-Entry
                   Until Ws-Auth-Found = "Y"
                      or Ws-Auth-Idx > Auth-Entry-Count
               If Not Ws-Level-Admin
                   Display "LAB2H: operator " Ws-Operator-Id
                       " is not authorized to maintain monthly"
                       " targets"
                   Perform 960-Write-Denied-Audit
                   Move 8 to Return-Code
                   Stop run
               End-If
           End-If.

       811-Check-One-Auth-Entry.
           If Oa-User(Ws-Auth-Idx) = Ws-Operator-Id
               Move Oa-Level(Ws-Auth-Idx) to Ws-Auth-Level
               Move "Y" to Ws-Auth-Found
           Else
               Add 1 to Ws-Auth-Idx
           End-If.

       900-Read-Target.
           Read lab1c-tgt
               Invalid Key
                   Move "N" to Ws-Record-Found
               Not Invalid Key
                   Move "Y" to Ws-Record-Found
           End-Read.

       910-Read-Type.
           Move Ws-Raw-Type-Code to typ-code
           Read lab1c-typ
               Invalid Key
                   Move "N" to Ws-Type-Found
               Not Invalid Key
                   Move "Y" to Ws-Type-Found
           End-Read.

      *    Picks the figures off the record just written, changed
      *    or removed.
       950-Stage-Target-Audit.
           Move tgt-month to Ws-Audit-Month
           Move tgt-type-code to Ws-Audit-Type
           Move tgt-count to Ws-Audit-Count
           Move tgt-amount to Ws-Audit-Amount
           Perform 955-Write-Target-Audit.

       955-Write-Target-Audit.
           Open Extend lab1d-aud
           If Aud-File-Status Not = "00"
               Open Output lab1d-aud
           End-If
           Accept Ws-Aud-Date from Date YYYYMMDD
           Accept Ws-Aud-Time from Time
           Move Spaces to Ws-Aud-Buffer
           String Ws-Aud-Date         delimited by size
                  " "                 delimited by size
                  Ws-Aud-Time         delimited by size
                  " OPER="            delimited by size
                  Ws-Operator-Id      delimited by size
                  " TARGET="          delimited by size
                  Ws-Audit-Action     delimited by space
                  " MONTH="           delimited by size
                  Ws-Audit-Month      delimited by size
                  " TYPE="            delimited by size
                  Ws-Audit-Type       delimited by size
                  " COUNT="           delimited by size
                  Ws-Audit-Count      delimited by size
                  " AMOUNT="          delimited by size
                  Ws-Audit-Amount     delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line
           Close lab1d-aud.

       960-Write-Denied-Audit.
           Open Extend lab1d-aud
           If Aud-File-Status Not = "00"
               Open Output lab1d-aud
           End-If
           Accept Ws-Aud-Date from Date YYYYMMDD
           Accept Ws-Aud-Time from Time
           Move Spaces to Ws-Aud-Buffer
           String Ws-Aud-Date         delimited by size
                  " "                 delimited by size
                  Ws-Aud-Time         delimited by size
                  " OPER="            delimited by size
                  Ws-Operator-Id      delimited by size
                  " DENIED=TARGET"    delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line
           Close lab1d-aud.

       985-Stamp-Audit-Line.
           Move "AUDIT" to Ws-Trail-Id
           Move audit-line(1:120) to Ws-Trail-Text
           Perform 990-Stamp-Trail-Line
           Move Ws-Trail-Stamp to audit-line(121:28).

      *    The next sequence number and chained check value for
      *    the trail in Ws-Trail-Id, recorded on the trail-control
      *    file before the line is written.
       990-Stamp-Trail-Line.
           Open I-O lab1c-tctl
           If Tctl-File-Status Not = "00"
               Open Output lab1c-tctl
               Close lab1c-tctl
               Open I-O lab1c-tctl
           End-If
           Move Ws-Trail-Id to tctl-trail
           Read lab1c-tctl
               Invalid Key
                   Move "N" to Ws-Tctl-Found
                   Move 0 to tctl-last-seq tctl-last-chk
                   Move 0 to tctl-base-seq tctl-base-chk
                   Move 0 to tctl-base-date
               Not Invalid Key
                   Move "Y" to Ws-Tctl-Found
           End-Read
           Compute Ws-Trail-Seq = tctl-last-seq + 1
           Move tctl-last-chk to Ws-Trail-Chk
           Perform 991-Compute-Trail-Chk
           Move Ws-Trail-Seq to tctl-last-seq Ws-Ts-Seq
           Move Ws-Trail-Chk to tctl-last-chk Ws-Ts-Chk
           Accept tctl-last-date From Date YYYYMMDD
           Accept tctl-last-time From Time
           Move "LAB2H" to tctl-last-program
           If Ws-Tctl-Found = "Y"
               Rewrite trail-control-record
           Else
               Write trail-control-record
           End-If
           Close lab1c-tctl.

      *    Check value: the previous line's value and this line's
      *    sequence number, then every character of the line text,
      *    folded in turn (times 31, modulo 9999999967).
       991-Compute-Trail-Chk.
           Compute Ws-Trail-Work = Function Mod(
               Ws-Trail-Chk * 31 + Ws-Trail-Seq, 9999999967)
           Move 1 to Ws-Trail-Pos
           Perform 992-Hash-One-Char Until Ws-Trail-Pos > 120
           Move Ws-Trail-Work to Ws-Trail-Chk.

       992-Hash-One-Char.
           Compute Ws-Trail-Work = Function Mod(
               Ws-Trail-Work * 31
                   + Function Ord(Ws-Trail-Text(Ws-Trail-Pos:1)),
               9999999967)
           Add 1 to Ws-Trail-Pos.
