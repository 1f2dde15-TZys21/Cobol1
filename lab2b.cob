       identification division.
       program-id.         lab2b.

      *      Name: Tyler Zysberg. Description: LAB2B. Month-end
      *      close for the history file. Once a month's lab1i
      *      statement has been accepted the month is closed on the
      *      period-control file (lab1c-per.dat, keyed by CCYYMM),
      *      and from then on lab1c, lab1d, lab1e, lab1f and lab1q
      *      all refuse to change it. One SYSIN card per execution:
      *
      *        columns  1-6   function: CLOSE, REOPEN or LIST
      *        columns  8-13  month CCYYMM (LIST: blank = all)
      *        columns 15-44  reason (REOPEN only, required)
      *
      *      CLOSE needs level C or A on the operator file and a
      *      statement recorded for the month by lab1i since it was
      *      last reopened; closing a month already closed ends with
      *      return code 4. REOPEN needs level A and flags the month
      *      so its statement is re-run before it can be closed
      *      again. Both are logged to lab1d-aud.dat; a refused
      *      attempt is logged as a DENIED line and ends with return
      *      code 8. LIST shows each month's status.
      *
      *      Each line written to the audit file carries the chained
      *      sequence number and check value that lab2c verifies against
      *      the trail-control file (lab1c-tctl.dat).

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-per
               Assign to "lab1c-per.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is per-month
               File Status is Per-File-Status.

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
       fd  lab1c-per.
       01  period-record.
           05    per-month             PIC 9(6).
           05    per-status            PIC X(01).
               88  per-is-open          Value " ".
               88  per-is-closed        Value "C".
               88  per-is-reopened      Value "O".
           05    per-close-date        PIC 9(8).
           05    per-close-oper        PIC X(08).
           05    per-reopen-date       PIC 9(8).
           05    per-reopen-oper       PIC X(08).
           05    per-reopen-reason     PIC X(30).
           05    per-reopen-count      PIC 9(3).
           05    per-stmt-rerun        PIC X(01).
               88  per-stmt-rerun-due   Value "Y".
           05    per-stmt-date         PIC 9(8).

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
       01  Per-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Per-Eof          PIC X Value "N".
       01  Ws-List-Count       PIC 9(4) Value 0.

      *    The control card, as read from SYSIN.
       01  Ws-Card             PIC X(80).
       01  Ws-Function         PIC X(06).
           88  Ws-Fn-Close     Value "CLOSE ".
           88  Ws-Fn-Reopen    Value "REOPEN".
           88  Ws-Fn-List      Value "LIST  ".
       01  Ws-Target-Month     PIC 9(6) Value 0.
       01  Ws-Reason           PIC X(30).

      *    Operator authorization (lab1c-opr.dat, shared with lab1d
      *    and lab1e): closing needs level C or A, reopening level
      *    A. With no operator file the check is skipped.
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
           88  Ws-Level-Close      Value "A" "C".
       01  Ws-Auth-Ok          PIC X.
       01  Ws-Denied-Function  PIC X(10).
       01  Ws-Operator-Id      PIC X(8) Value Spaces.
       01  Aud-File-Status     PIC XX.
       01  Ws-Aud-Date         PIC 9(8).
       01  Ws-Aud-Time         PIC 9(8).
       01  Ws-Aud-Buffer       PIC X(120) Value Spaces.

      *    Staging fields for the LIST display.
       01  Ws-Status-Text      PIC X(08).

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
           Accept Ws-Run-Date From Date YYYYMMDD
           Accept Ws-Operator-Id from Environment "USER"
           Perform 100-Read-Control-Card
           Open I-O lab1c-per
           If Per-File-Status Not = "00"
               Open Output lab1c-per
               Close lab1c-per
               Open I-O lab1c-per
           End-If
           Evaluate True
               When Ws-Fn-Close
                   Perform 200-Close-Period
               When Ws-Fn-Reopen
                   Perform 300-Reopen-Period
               When Ws-Fn-List
                   Perform 500-List-Periods
           End-Evaluate
           Close lab1c-per
           Stop run.

       100-Read-Control-Card.
           Move Spaces to Ws-Card
           Accept Ws-Card
           Move Ws-Card(1:6) to Ws-Function
           Move Ws-Card(15:30) to Ws-Reason
           If Not Ws-Fn-Close and Not Ws-Fn-Reopen
               and Not Ws-Fn-List
               Perform 190-Bad-Control-Card
           End-If
           If Ws-Card(8:6) Is Numeric
               Move Ws-Card(8:6) to Ws-Target-Month
               If Ws-Card(12:2) < "01" or Ws-Card(12:2) > "12"
                   Perform 190-Bad-Control-Card
               End-If
           Else
               If Ws-Card(8:6) Not = Spaces or Not Ws-Fn-List
                   Perform 190-Bad-Control-Card
               End-If
           End-If
           If Ws-Fn-Reopen and Ws-Reason = Spaces
               Display "LAB2B: REOPEN needs a reason in columns 15-44"
               Perform 190-Bad-Control-Card
           End-If.

       190-Bad-Control-Card.
           Display "**ERROR** invalid period-control card: " Ws-Card
           Move 8 to Return-Code
           Stop run.

      *    A month can only be closed on a statement that reflects
      *    it: lab1i must have recorded a run for the month, and
      *    not one that predates the last reopen.
       200-Close-Period.
           Move "CLOSE" to Ws-Denied-Function
           Perform 800-Load-Auth-File
           Perform 810-Check-Period-Auth
           Move Ws-Target-Month to per-month
           Read lab1c-per
               Invalid Key
                   Display "LAB2B: no statement recorded for "
                       Ws-Target-Month " - run lab1i before closing"
                   Move 8 to Return-Code
               Not Invalid Key
                   Evaluate True
                       When per-is-closed
                           Display "LAB2B: " Ws-Target-Month
                               " is already closed"
                           Move 4 to Return-Code
                       When per-stmt-date = 0
                           Display "LAB2B: no statement recorded for "
                               Ws-Target-Month
                               " - run lab1i before closing"
                           Move 8 to Return-Code
                       When per-stmt-rerun-due
                           Display "LAB2B: " Ws-Target-Month
                               " was reopened - re-run its lab1i"
                               " statement before closing"
                           Move 8 to Return-Code
                       When Other
                           Move "C" to per-status
                           Move Ws-Run-Date to per-close-date
                           Move Ws-Operator-Id to per-close-oper
                           Rewrite period-record
                           Display "LAB2B: " Ws-Target-Month
                               " closed"
                           Perform 950-Write-Period-Audit
                   End-Evaluate
           End-Read.

      *    Reopening flags the month for a statement re-run; lab1i
      *    clears the flag when the re-issued statement is produced.
       300-Reopen-Period.
           Move "REOPEN" to Ws-Denied-Function
           Perform 800-Load-Auth-File
           Perform 810-Check-Period-Auth
           Move Ws-Target-Month to per-month
           Read lab1c-per
               Invalid Key
                   Display "LAB2B: " Ws-Target-Month
                       " has never been closed"
                   Move 4 to Return-Code
               Not Invalid Key
                   If Not per-is-closed
                       Display "LAB2B: " Ws-Target-Month
                           " is not closed"
                       Move 4 to Return-Code
                   Else
                       Move "O" to per-status
                       Move Ws-Run-Date to per-reopen-date
                       Move Ws-Operator-Id to per-reopen-oper
                       Move Ws-Reason to per-reopen-reason
                       Add 1 to per-reopen-count
                       Move "Y" to per-stmt-rerun
                       Rewrite period-record
                       Display "LAB2B: " Ws-Target-Month
                           " reopened - its statement must be re-run"
                       Perform 950-Write-Period-Audit
                   End-If
           End-Read.

       500-List-Periods.
           Move Ws-Target-Month to per-month
           Start lab1c-per Key Is Not Less Than per-month
               Invalid Key
                   Move "Y" to Ws-Per-Eof
           End-Start
           Perform 510-List-One-Period Until Ws-Per-Eof = "Y"
           If Ws-List-Count = 0
               Display "LAB2B: no periods recorded"
           End-If.

       510-List-One-Period.
           Read lab1c-per Next Record
               At End
                   Move "Y" to Ws-Per-Eof
               Not At End
                   If Ws-Target-Month Not = 0
                       and per-month Not = Ws-Target-Month
                       Move "Y" to Ws-Per-Eof
                   Else
                       Add 1 to Ws-List-Count
                       Evaluate True
                           When per-is-closed
                               Move "CLOSED" to Ws-Status-Text
                           When per-is-reopened
                               Move "REOPENED" to Ws-Status-Text
                           When Other
                               Move "OPEN" to Ws-Status-Text
                       End-Evaluate
                       Display "  " per-month " " Ws-Status-Text
                           " STATEMENT " per-stmt-date
                           " CLOSED " per-close-date " "
                           per-close-oper
                       If per-reopen-count > 0
                           Display "    REOPENED " per-reopen-count
                               " TIME(S), LAST " per-reopen-date
                               " BY " per-reopen-oper ": "
                               per-reopen-reason
                       End-If
                       If per-stmt-rerun-due
                           Display "    STATEMENT RE-RUN DUE"
                       End-If
                   End-If
           End-Read.

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

      *    CLOSE is allowed for level C or A, REOPEN for level A
      *    only.
       810-Check-Period-Auth.
           If Ws-Auth-Present = "Y"
               Move Space to Ws-Auth-Level
               Move "N" to Ws-Auth-Found
               Move 1 to Ws-Auth-Idx
               Perform 811-Check-One-Auth-Entry
                   Until Ws-Auth-Found = "Y"
                      or Ws-Auth-Idx > Auth-Entry-Count
               Move "Y" to Ws-Auth-Ok
               If Ws-Fn-Close and Not Ws-Level-Close
                   Move "N" to Ws-Auth-Ok
               End-If
               If Ws-Fn-Reopen and Not Ws-Level-Admin
                   Move "N" to Ws-Auth-Ok
               End-If
               If Ws-Auth-Ok = "N"
                   Display "LAB2B: operator " Ws-Operator-Id
                       " is not authorized to " Ws-Function
                       " a period"
                   Perform 960-Write-Denied-Audit
                   Close lab1c-per
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

      *    PERIOD= sits where a correction line carries DATE=, so
      *    the audit readers do not take these for corrections.
       950-Write-Period-Audit.
           Open Extend lab1d-aud
           If Aud-File-Status Not = "00"
               Open Output lab1d-aud
           End-If
           Accept Ws-Aud-Date from Date YYYYMMDD
           Accept Ws-Aud-Time from Time
           Move Spaces to Ws-Aud-Buffer
           If Ws-Fn-Close
               String Ws-Aud-Date         delimited by size
                      " "                 delimited by size
                      Ws-Aud-Time         delimited by size
                      " OPER="            delimited by size
                      Ws-Operator-Id      delimited by size
                      " PERIOD=CLOSE MONTH=" delimited by size
                      per-month           delimited by size
                      into Ws-Aud-Buffer
           Else
               String Ws-Aud-Date         delimited by size
                      " "                 delimited by size
                      Ws-Aud-Time         delimited by size
                      " OPER="            delimited by size
                      Ws-Operator-Id      delimited by size
                      " PERIOD=REOPEN MONTH=" delimited by size
                      per-month           delimited by size
                      " REASON="          delimited by size
                      per-reopen-reason   delimited by size
                      into Ws-Aud-Buffer
           End-If
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
                  " DENIED=PER"       delimited by size
                  Ws-Denied-Function  delimited by size
                  " MONTH="           delimited by size
                  Ws-Target-Month     delimited by size
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
           Move "LAB2B" to tctl-last-program
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
