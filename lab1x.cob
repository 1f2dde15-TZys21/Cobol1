       identification division.
       program-id.         lab1x.

      *      Name: Tyler Zysberg. Description: LAB1X. Run-control
      *      utility for the LAB1CJB job stream. Every nightly step
      *      records itself on the run-control file (lab1c-rctl.dat,
      *      keyed by run date and step id) as it starts and
      *      finishes, and a resubmitted job skips any step already
      *      complete for the run date. The programs do this for
      *      themselves; LAB1X does it on behalf of a step that is
      *      not one of ours (the IEBGENER print) and gives
      *      operations the override. One SYSIN card per execution:
      *
      *        columns  1-5   function: START, END, FORCE or LIST
      *        columns  7-14  step id (STEP005 ... STEP070)
      *        columns 16-23  run date CCYYMMDD (blank = the cycle
      *                       date lab1p set for the night)
      *        columns 25-54  reason (FORCE only, required)
      *        columns 56-63  program name (START only, optional)
      *
      *      START ends with return code 1 when the step is already
      *      complete and not forced, so the JCL can bypass it.
      *      FORCE needs level A on the operator file, marks the
      *      step to run again on the next submission whatever its
      *      status, and writes a FORCE entry to the run journal.
      *      LIST shows every step recorded for the run date.
      *
      *      Each line written to the run journal and audit file carries
      *      the chained sequence number and check value that lab2c
      *      verifies against the trail-control file (lab1c-tctl.dat).

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

           Select lab1c-opr
               Assign to "lab1c-opr.dat"
               Organization is Line Sequential
               File Status is Opr-File-Status.

           Select lab1d-aud
               Assign to "lab1d-aud.dat"
               Organization is Line Sequential
               File Status is Aud-File-Status.

           Select lab1c-jrn
               Assign to "lab1c-jrn.dat"
               Organization is Line Sequential
               File Status is Jrn-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

       data division.
       File Section.
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

       fd  lab1c-opr.
       01  operator-card           PIC X(80).

       fd  lab1d-aud.
       01  audit-line              PIC X(148).

       fd  lab1c-jrn.
       01  journal-line            PIC X(148).

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
       01  Rctl-File-Status    PIC XX.
       01  Jrn-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Rctl-Eof         PIC X Value "N".
       01  Ws-List-Count       PIC 9(4) Value 0.

      *    The control card, as read from SYSIN.
       01  Ws-Card             PIC X(80).
       01  Ws-Function         PIC X(05).
           88  Ws-Fn-Start     Value "START".
           88  Ws-Fn-End       Value "END  ".
           88  Ws-Fn-Force     Value "FORCE".
           88  Ws-Fn-List      Value "LIST ".
       01  Ws-Step             PIC X(08).
       01  Ws-Target-Date      PIC 9(8).
       01  Ws-Reason           PIC X(30).
       01  Ws-Program          PIC X(08).

      *    Operator authorization (lab1c-opr.dat, shared with lab1d
      *    and lab1e): forcing a step needs level A. With no
      *    operator file the check is skipped.
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

      *    FORCE run-journal entry, in the lab1c journal style.
       01  Ws-Jrn-Stamp-Date   PIC 9(8).
       01  Ws-Jrn-Stamp-Time   PIC 9(8).
       01  Ws-Jrn-Buffer       PIC X(120) Value Spaces.

      *    Staging fields for the LIST display.
       01  Ws-Status-Text      PIC X(09).

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
           Open I-O lab1c-rctl
           If Rctl-File-Status Not = "00"
               Open Output lab1c-rctl
               Close lab1c-rctl
               Open I-O lab1c-rctl
           End-If
           Perform 150-Resolve-Run-Date
           Evaluate True
               When Ws-Fn-Start
                   Perform 200-Start-Step
               When Ws-Fn-End
                   Perform 300-End-Step
               When Ws-Fn-Force
                   Perform 400-Force-Step
               When Ws-Fn-List
                   Perform 500-List-Steps
           End-Evaluate
           Close lab1c-rctl
           Stop run.

       100-Read-Control-Card.
           Move Spaces to Ws-Card
           Accept Ws-Card
           Move Ws-Card(1:5) to Ws-Function
           Move Ws-Card(7:8) to Ws-Step
           Move Ws-Card(25:30) to Ws-Reason
           Move Ws-Card(56:8) to Ws-Program
           If Not Ws-Fn-Start and Not Ws-Fn-End
               and Not Ws-Fn-Force and Not Ws-Fn-List
               Perform 190-Bad-Control-Card
           End-If
           If Ws-Step = Spaces and Not Ws-Fn-List
               Perform 190-Bad-Control-Card
           End-If
           If Ws-Card(16:8) Not = Spaces
               and Ws-Card(16:8) Is Not Numeric
               Perform 190-Bad-Control-Card
           End-If
           If Ws-Fn-Force and Ws-Reason = Spaces
               Display "LAB1X: FORCE needs a reason in columns 25-54"
               Perform 190-Bad-Control-Card
           End-If
           If Ws-Program = Spaces
               Move "LAB1X" to Ws-Program
           End-If.

       190-Bad-Control-Card.
           Display "**ERROR** invalid run-control card: " Ws-Card
           Move 8 to Return-Code
           Stop run.

      *    A blank date on the card means tonight's cycle, as lab1p
      *    recorded it on the CYCLE line; with no cycle line yet,
      *    today.
       150-Resolve-Run-Date.
           If Ws-Card(16:8) Is Numeric
               Move Ws-Card(16:8) to Ws-Target-Date
           Else
               Move 0 to rctl-run-date
               Move "CYCLE" to rctl-step
               Read lab1c-rctl
                   Invalid Key
                       Move Ws-Run-Date to Ws-Target-Date
                   Not Invalid Key
                       Move rctl-cycle-date to Ws-Target-Date
               End-Read
           End-If
           Display "LAB1X " Ws-Function " " Ws-Step
               " for run date " Ws-Target-Date.

       200-Start-Step.
           Move Ws-Target-Date to rctl-run-date
           Move Ws-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Perform 210-Init-Step-Record
                   Perform 220-Stage-Step-Start
                   Write run-control-record
               Not Invalid Key
                   If rctl-complete and Not rctl-forced
                       Display "LAB1X: " Ws-Step " already complete"
                           " for " Ws-Target-Date " - step bypassed"
                       Move 1 to Return-Code
                   Else
                       Perform 220-Stage-Step-Start
                       Rewrite run-control-record
                   End-If
           End-Read.

       210-Init-Step-Record.
           Move Ws-Target-Date to rctl-run-date
           Move Ws-Step to rctl-step
           Move 0 to rctl-end-date rctl-end-time rctl-rc
                     rctl-cycle-date
           Move "N" to rctl-force
           Move Spaces to rctl-force-oper rctl-force-reason.

      *    A forced start uses up the force; who forced it and why
      *    stay on the line.
       220-Stage-Step-Start.
           Move "S" to rctl-status
           Move Ws-Program to rctl-program
           Accept rctl-start-date From Date YYYYMMDD
           Accept rctl-start-time From Time
           Move 0 to rctl-end-date rctl-end-time rctl-rc
           Move "N" to rctl-force.

       300-End-Step.
           Move Ws-Target-Date to rctl-run-date
           Move Ws-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Perform 210-Init-Step-Record
                   Perform 220-Stage-Step-Start
                   Perform 310-Stage-Step-End
                   Write run-control-record
               Not Invalid Key
                   Perform 310-Stage-Step-End
                   Rewrite run-control-record
           End-Read.

       310-Stage-Step-End.
           Move "C" to rctl-status
           Accept rctl-end-date From Date YYYYMMDD
           Accept rctl-end-time From Time
           Move 0 to rctl-rc.

       400-Force-Step.
           Perform 800-Load-Auth-File
           Perform 810-Check-Admin-Auth
           Move Ws-Target-Date to rctl-run-date
           Move Ws-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Perform 210-Init-Step-Record
                   Move Space to rctl-status
                   Move Spaces to rctl-program
                   Move 0 to rctl-start-date rctl-start-time
                   Perform 410-Stage-Force
                   Write run-control-record
               Not Invalid Key
                   Perform 410-Stage-Force
                   Rewrite run-control-record
           End-Read
           Display "LAB1X: " Ws-Step " for " Ws-Target-Date
               " will run on the next submission"
           Perform 450-Journal-Force.

       410-Stage-Force.
           Move "Y" to rctl-force
           Move Ws-Operator-Id to rctl-force-oper
           Move Ws-Reason to rctl-force-reason.

       450-Journal-Force.
           Open Extend lab1c-jrn
           If Jrn-File-Status Not = "00"
               Open Output lab1c-jrn
           End-If
           Accept Ws-Jrn-Stamp-Date From Date YYYYMMDD
           Accept Ws-Jrn-Stamp-Time From Time
           Move Spaces to Ws-Jrn-Buffer
           String "FORCE " delimited by size
                  Ws-Jrn-Stamp-Date delimited by size
                  " " delimited by size
                  Ws-Jrn-Stamp-Time delimited by size
                  " RUNDATE=" delimited by size
                  Ws-Target-Date delimited by size
                  " STEP=" delimited by size
                  Ws-Step delimited by size
                  " OPER=" delimited by size
                  Ws-Operator-Id delimited by size
                  " REASON=" delimited by size
                  Ws-Reason delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn.

       500-List-Steps.
           Move Ws-Target-Date to rctl-run-date
           Move Low-Values to rctl-step
           Start lab1c-rctl Key Is Not Less Than rctl-key
               Invalid Key
                   Move "Y" to Ws-Rctl-Eof
           End-Start
           Perform 510-List-One-Step Until Ws-Rctl-Eof = "Y"
           If Ws-List-Count = 0
               Display "LAB1X: no steps recorded for "
                   Ws-Target-Date
           End-If.

       510-List-One-Step.
           Read lab1c-rctl Next Record
               At End
                   Move "Y" to Ws-Rctl-Eof
               Not At End
                   If rctl-run-date Not = Ws-Target-Date
                       Move "Y" to Ws-Rctl-Eof
                   Else
                       Add 1 to Ws-List-Count
                       Evaluate True
                           When rctl-complete
                               Move "COMPLETE" to Ws-Status-Text
                           When rctl-failed
                               Move "FAILED" to Ws-Status-Text
                           When rctl-started
                               Move "STARTED" to Ws-Status-Text
                           When Other
                               Move "NOT RUN" to Ws-Status-Text
                       End-Evaluate
                       Display "  " rctl-step " " Ws-Status-Text
                           " " rctl-program
                           " START " rctl-start-date "-"
                           rctl-start-time
                           " END " rctl-end-date "-" rctl-end-time
                           " RC " rctl-rc
                       If rctl-forced
                           Display "    FORCED BY " rctl-force-oper
                               ": " rctl-force-reason
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

       810-Check-Admin-Auth.
           If Ws-Auth-Present = "Y"
               Move Space to Ws-Auth-Level
               Move "N" to Ws-Auth-Found
               Move 1 to Ws-Auth-Idx
               Perform 811-Check-One-Auth-Entry
                   Until Ws-Auth-Found = "Y"
                      or Ws-Auth-Idx > Auth-Entry-Count
               If Not Ws-Level-Admin
                   Display "LAB1X: operator " Ws-Operator-Id
                       " is not authorized to force a step"
                   Perform 960-Write-Denied-Audit
                   Close lab1c-rctl
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
                  " DENIED=FORCE"     delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line
           Close lab1d-aud.

       986-Stamp-Journal-Line.
           Move "JOURNAL" to Ws-Trail-Id
           Move journal-line(1:120) to Ws-Trail-Text
           Perform 990-Stamp-Trail-Line
           Move Ws-Trail-Stamp to journal-line(121:28).

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
           Move "LAB1X" to tctl-last-program
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
