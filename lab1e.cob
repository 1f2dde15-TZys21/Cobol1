      *        lab1d); a refused attempt is logged to lab1d-aud.dat
      *        as a DENIED line and the reject is left unreviewed.
      *        With no operator file the check is skipped.
      *      - A resubmission is dated today, so when today's month
      *        has been closed on the period-control file (lab1c-
      *        per.dat, see lab2b) the review is refused with return
      *        code 8 before the resubmission file is opened.
      *      - Every line written to the audit file (lab1d-aud.dat) now
      *        carries a sequence number and a check value chained from
      *        the line before (SEQ= and CHK= after column 120), and the
      *        last of each is kept on the trail-control file
      *        (lab1c-tctl.dat), so lab2c can show the trail complete
      *        and unaltered.

       Environment division.
       Input-output section.
               Organization is Line Sequential
               File Status is Opr-File-Status.

           Select lab1c-per
               Assign to "lab1c-per.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is per-month
               File Status is Per-File-Status.

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
       fd  lab1c-rej.
       fd  lab1c-opr.
       01  operator-card           PIC X(80).

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
       01  EndOfFile           PIC X Value "N".
       01  Ws-Aud-Time         PIC 9(8).
       01  Ws-Aud-Buffer       PIC X(120) Value Spaces.

      *    Period control (lab1c-per.dat): a month closed by lab2b
      *    once its lab1i statement is accepted may not be changed.
      *    With no period-control file nothing is locked.
       01  Per-File-Status     PIC XX.
       01  Ws-Per-Month        PIC 9(6).
       01  Ws-Period-Closed    PIC X Value "N".

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
           Perform 500-Load-Auth-File
           Perform 510-Check-Resubmit-Auth
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 530-Check-Period-Lock
           If Ws-Period-Closed = "Y"
               Display "**ERROR** period " Ws-Per-Month " is closed -"
                   " a resubmission dated " Ws-Run-Date
                   " cannot be posted into it"
               Move 8 to Return-Code
               Stop run
           End-If
           Open Input lab1c-rej
           If Rej-File-Status Not = "00"
               Display "No reject file to review."
               Display "**WARNING** no suspense ledger - dispositions"
                   " will not be recorded"
           End-If
           Perform 100-Write-Resubmit-Header

           Perform Until EndOfFile = "Y"
               " unreviewed."
           Perform 960-Write-Denied-Audit.

       530-Check-Period-Lock.
           Move Ws-Run-Date(1:6) to Ws-Per-Month
           Move "N" to Ws-Period-Closed
           Open Input lab1c-per
           If Per-File-Status = "00"
               Move Ws-Per-Month to per-month
               Read lab1c-per
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If per-is-closed
                           Move "Y" to Ws-Period-Closed
                       End-If
               End-Read
               Close lab1c-per
           End-If.

       960-Write-Denied-Audit.
           Open Extend lab1d-aud
           If Aud-File-Status Not = "00"
                  rej-record-number   delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line
           Close lab1d-aud.

                       Rewrite suspense-record
               End-Read
           End-If.

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
           Move "LAB1E" to tctl-last-program
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
