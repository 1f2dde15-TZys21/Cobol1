      *        code IN, source INT) on a capture file closed with a
      *        proper header and trailer, so interactive keying can
      *        feed the nightly count like the batch extract.
      *      - The capture header now carries the keying operator's
      *        user id, and LAB1B_CAPTURE=M runs capture maintenance
      *        instead of a counting session: today's captured
      *        details are listed by operator, and the operator who
      *        keyed one (or a level-A supervisor on lab1c-opr.dat)
      *        can void it or re-key its value. A void turns the
      *        detail into a V record that keeps its record number,
      *        so the lab1c sequence check sees no gap. Each change
      *        is logged to lab1b-log.dat with the old and new value
      *        and the trailers of today's groups are rebuilt on
      *        exit. Maintenance is refused once the nightly job has
      *        started its STEP005 for today, and the changes are
      *        discarded (return code 8, a DISCARD= log line) if it
      *        starts while the menu is still open.
      *      - Every line written to the session log now carries a
      *        sequence number and a check value chained from the line
      *        before (SEQ= and CHK= after column 80), and the last of
      *        each is kept on the trail-control file (lab1c-tctl.dat),
      *        so lab2c can show the trail complete and unaltered.

       Environment division.
       Input-output section.
               Organization is Line Sequential
               File Status is Ws-Cap-File-Status.

           Select lab1c-opr
               Assign to "lab1c-opr.dat"
               Organization is Line Sequential
               File Status is Ws-Opr-File-Status.

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Ws-Rctl-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

       data division.
       File Section.
       fd  lab1b-log.
       01  log-line       PIC X(108).

       fd  lab1b-cap.
       01  cap-header-record.
           05    cap-hdr-record-type     PIC X(01).
           05    cap-hdr-run-date        PIC 9(8).
           05    cap-hdr-source-id       PIC X(03).
           05    cap-hdr-oper            PIC X(08).

       01  cap-detail-record.
           05    cap-det-record-type     PIC X(01).
                                          Sign Is Trailing Separate.
           05    cap-trl-source-id       PIC X(03).

       01  cap-line                      PIC X(30).

       fd  lab1c-opr.
       01  operator-card           PIC X(80).

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

      *      Declares three variables to hold values.
      *    it as another input source.
       01  Ws-Capture-Mode PIC X Value "N".
           88  Ws-Capture-On  Value "Y" "y".
           88  Ws-Capture-Maint  Value "M" "m".
       01  Ws-Cap-File-Status  PIC XX.
       01  Ws-Cap-Scan-Eof PIC X Value "N".
       01  Ws-Cap-Date     PIC 9(8).
       01  Ws-Cap-Count    PIC 9(8) Value 0.
       01  Ws-Cap-Amount-Total  PIC S9(9)V99 Value 0.

      *    Capture maintenance (LAB1B_CAPTURE=M): the capture file
      *    is held in storage while today's details are voided or
      *    re-keyed, then written back with today's trailers
      *    rebuilt. Each entry carries the operator of the group it
      *    belongs to and whether that group is today's.
       01  Cap-Table.
           05  Cap-Entry Occurs 2000 Times.
               10  Ce-Line         PIC X(30).
               10  Ce-Owner        PIC X(08).
               10  Ce-Today        PIC X.
       01  Cap-Entry-Count     PIC 9(4) Value 0.
       01  Ws-Cap-Idx          PIC 9(4).
       01  Ws-Cap-Overflow     PIC X Value "N".
       01  Ws-Grp-Owner        PIC X(08).
       01  Ws-Grp-Today        PIC X.
       01  Ws-Grp-Count        PIC 9(8).
       01  Ws-Grp-Amount       PIC S9(9)V99.
       01  Ws-Maint-Done       PIC X Value "N".
       01  Ws-Maint-Changed    PIC X Value "N".
       01  Ws-Maint-Changes    PIC 9(4) Value 0.
       01  Ws-Maint-Choice     PIC X.
       01  Ws-Maint-Found      PIC X.
       01  Ws-Maint-Allowed    PIC X.
       01  Ws-Maint-Idx        PIC 9(4).
       01  Ws-Raw-Rec-Number   PIC X(06).
       01  Ws-Raw-Value        PIC X(06).
       01  Ws-Cutoff-Passed    PIC X Value "N".
       01  Ws-Rctl-File-Status PIC XX.
       01  Ws-Maint-Detail.
           05    Ws-Md-Record-Type   PIC X(01).
           05    Ws-Md-Rec-Number    PIC 9(06).
           05    Ws-Md-Trans-Date    PIC 9(8).
           05    Ws-Md-Amount        PIC S9(7)V99
                                      Sign Is Trailing Separate.
           05    Ws-Md-Type-Code     PIC X(02).
           05    Ws-Md-Source-Id     PIC X(03).
       01  Ws-Maint-Trailer Redefines Ws-Maint-Detail.
           05    Ws-Mt-Record-Type   PIC X(01).
           05    Ws-Mt-Count         PIC 9(8).
           05    Ws-Mt-Amount        PIC S9(9)V99
                                      Sign Is Trailing Separate.
           05    Ws-Mt-Source-Id     PIC X(03).
           05    Filler              PIC X(06).
       01  Ws-Old-Value        PIC 9(06).
       01  Ws-New-Value        PIC 9(06).
       01  Ws-Disp-Old         PIC ZZZZZ9.
       01  Ws-Disp-New         PIC ZZZZZ9.
       01  Ws-Log-Action       PIC X(07).

      *    Operators seen in today's groups, for the listing.
       01  Maint-Owner-Table.
           05  Mo-Owner Occurs 50 Times PIC X(08).
       01  Mo-Owner-Count      PIC 99 Value 0.
       01  Ws-Mo-Idx           PIC 99.
       01  Ws-Mo-Found         PIC X.

      *    Supervisors are level A on the operator file (lab1c-
      *    opr.dat, shared with lab1d). With no operator file only
      *    the keying operator may change an entry.
       01  Ws-Opr-File-Status  PIC XX.
       01  Ws-Opr-Eof          PIC X Value "N".
       01  Ws-Supervisor       PIC X Value "N".

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
           Accept Ws-User-Id from Environment "USER"
           If Ws-Log-File-Status Not = "00"
               Open Output lab1b-log
           End-If
           If Ws-Capture-Maint
               Perform 400-Capture-Maintenance
               Close lab1b-log
               Stop run
           End-If
           If Ws-Capture-On
               Perform 300-Open-Capture-File
           End-If
      *    destroying the earlier one; the nightly count reconciles
      *    each group separately. The generated record number
      *    resumes after the last detail already on the file, so
      *    numbers stay unique within source INT across groups; a
      *    voided detail still holds its number.
       300-Open-Capture-File.
           Perform 305-Find-Last-Capture-Seq
           Open Extend lab1b-cap
           Move "H" to cap-hdr-record-type
           Move Ws-Cap-Date to cap-hdr-run-date
           Move "INT" to cap-hdr-source-id
           Move Ws-User-Id to cap-hdr-oper
           Write cap-header-record.

       305-Find-Last-Capture-Seq.
               At End
                   Move "Y" to Ws-Cap-Scan-Eof
               Not At End
                   If (cap-det-record-type = "D"
                       or cap-det-record-type = "V")
                       and cap-record-number Is Numeric
                       Move cap-record-number to Ws-Cap-Seq
                   End-If
                  Ws-Disp-Even     delimited by size
                  into Ws-Log-Buffer
           Move Ws-Log-Buffer to log-line
           Perform 987-Stamp-Log-Line
           Write log-line.

       
      *    Capture maintenance. Today's details can only be changed
      *    until the nightly job's STEP005 has started assembling
      *    today's input; after that the change belongs in lab1d.
       400-Capture-Maintenance.
           Accept Ws-Cap-Date From Date YYYYMMDD
           Perform 405-Check-Nightly-Cutoff
           If Ws-Cutoff-Passed = "Y"
               Display "The nightly job has already taken today's"
                   " capture file - correct the entry through lab1d."
               Move 8 to Return-Code
           Else
               Perform 480-Check-Supervisor
               Perform 410-Load-Capture-File
               If Ws-Cap-Overflow = "Y"
                   Display "**ERROR** capture file holds more than"
                       " 2000 records - maintenance not possible"
                   Move 8 to Return-Code
               Else
                   Perform 420-Maint-Menu Until Ws-Maint-Done = "Y"
                   If Ws-Maint-Changed = "Y"
                       Perform 460-Rebuild-Capture-File
                   End-If
               End-If
           End-If.

       405-Check-Nightly-Cutoff.
           Open Input lab1c-rctl
           If Ws-Rctl-File-Status = "00"
               Move Ws-Cap-Date to rctl-run-date
               Move "STEP005" to rctl-step
               Read lab1c-rctl
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If rctl-started or rctl-complete
                           Move "Y" to Ws-Cutoff-Passed
                       End-If
               End-Read
               Close lab1c-rctl
           End-If.

       410-Load-Capture-File.
           Move Spaces to Ws-Grp-Owner
           Move "N" to Ws-Grp-Today
           Open Input lab1b-cap
           If Ws-Cap-File-Status = "00"
               Move "N" to Ws-Cap-Scan-Eof
               Perform 411-Load-One-Capture-Line
                   Until Ws-Cap-Scan-Eof = "Y"
               Close lab1b-cap
           End-If
           If Mo-Owner-Count = 0
               Display "No captured details for today."
           End-If.

       411-Load-One-Capture-Line.
           Read lab1b-cap
               At End
                   Move "Y" to Ws-Cap-Scan-Eof
               Not At End
                   If Cap-Entry-Count = 2000
                       Move "Y" to Ws-Cap-Overflow
                       Move "Y" to Ws-Cap-Scan-Eof
                   Else
                       If cap-hdr-record-type = "H"
                           Move cap-line(13:8) to Ws-Grp-Owner
                           Move "N" to Ws-Grp-Today
                           If cap-hdr-run-date = Ws-Cap-Date
                               Move "Y" to Ws-Grp-Today
                           End-If
                       End-If
                       Add 1 to Cap-Entry-Count
                       Move cap-line to Ce-Line(Cap-Entry-Count)
                       Move Ws-Grp-Owner to Ce-Owner(Cap-Entry-Count)
                       Move Ws-Grp-Today to Ce-Today(Cap-Entry-Count)
                       If Ws-Grp-Today = "Y"
                           and cap-det-record-type = "D"
                           Perform 412-Note-Owner
                       End-If
                   End-If
           End-Read.

       412-Note-Owner.
           Move "N" to Ws-Mo-Found
           Move 1 to Ws-Mo-Idx
           Perform 413-Check-One-Owner
               Until Ws-Mo-Found = "Y" or Ws-Mo-Idx > Mo-Owner-Count
           If Ws-Mo-Found = "N" and Mo-Owner-Count < 50
               Add 1 to Mo-Owner-Count
               Move Ws-Grp-Owner to Mo-Owner(Mo-Owner-Count)
           End-If.

       413-Check-One-Owner.
           If Mo-Owner(Ws-Mo-Idx) = Ws-Grp-Owner
               Move "Y" to Ws-Mo-Found
           Else
               Add 1 to Ws-Mo-Idx
           End-If.

       420-Maint-Menu.
           Display space
           Display "(L)ist, (V)oid, (R)e-key, e(X)it: "
               with no advancing
           Accept Ws-Maint-Choice
           Evaluate Ws-Maint-Choice
               When "L"
               When "l"
                   Perform 430-List-By-Operator
               When "V"
               When "v"
                   Perform 440-Void-Entry
               When "R"
               When "r"
                   Perform 450-Rekey-Entry
               When "X"
               When "x"
                   Move "Y" to Ws-Maint-Done
               When Other
                   Display "Invalid choice - enter L, V, R or X."
           End-Evaluate.

       430-List-By-Operator.
           Move 1 to Ws-Mo-Idx
           Perform 431-List-One-Operator
               Until Ws-Mo-Idx > Mo-Owner-Count.

       431-List-One-Operator.
           Display "Keyed by " Mo-Owner(Ws-Mo-Idx) ":"
           Move 1 to Ws-Cap-Idx
           Perform 432-List-One-Entry
               Until Ws-Cap-Idx > Cap-Entry-Count
           Add 1 to Ws-Mo-Idx.

       432-List-One-Entry.
           If Ce-Today(Ws-Cap-Idx) = "Y"
               and Ce-Owner(Ws-Cap-Idx) = Mo-Owner(Ws-Mo-Idx)
               Move Ce-Line(Ws-Cap-Idx) to Ws-Maint-Detail
               Move Ws-Md-Amount to Ws-Old-Value
               Move Ws-Old-Value to Ws-Disp-Old
               If Ws-Md-Record-Type = "D"
                   Display "  Record " Ws-Md-Rec-Number
                       "  value " Ws-Disp-Old
               End-If
               If Ws-Md-Record-Type = "V"
                   Display "  Record " Ws-Md-Rec-Number
                       "  value " Ws-Disp-Old "  VOIDED"
               End-If
           End-If
           Add 1 to Ws-Cap-Idx.

       440-Void-Entry.
           Perform 445-Find-Maint-Entry
           If Ws-Maint-Found = "Y" and Ws-Maint-Allowed = "Y"
               Move Ws-Md-Amount to Ws-Old-Value
               Move 0 to Ws-New-Value
               Move "V" to Ws-Md-Record-Type
               Move Ws-Maint-Detail to Ce-Line(Ws-Maint-Idx)
               Move "Y" to Ws-Maint-Changed
               Add 1 to Ws-Maint-Changes
               Move "VOID=" to Ws-Log-Action
               Perform 470-Write-Maint-Log
               Display "Record " Ws-Md-Rec-Number " voided."
           End-If.

       445-Find-Maint-Entry.
           Move "N" to Ws-Maint-Found
           Move "N" to Ws-Maint-Allowed
           Move Spaces to Ws-Raw-Rec-Number
           Display "Record number: " with no advancing
           Accept Ws-Raw-Rec-Number
           If Ws-Raw-Rec-Number Is Numeric
               Move 1 to Ws-Cap-Idx
               Perform 446-Check-One-Entry
                   Until Ws-Maint-Found = "Y"
                      or Ws-Cap-Idx > Cap-Entry-Count
           End-If
           Evaluate True
               When Ws-Maint-Found = "N"
                   Display "No captured detail " Ws-Raw-Rec-Number
                       " for today."
               When Ws-Md-Record-Type = "V"
                   Display "Record " Ws-Md-Rec-Number
                       " is already voided."
               When Ce-Owner(Ws-Maint-Idx) = Ws-User-Id
                   Move "Y" to Ws-Maint-Allowed
               When Ws-Supervisor = "Y"
                   Move "Y" to Ws-Maint-Allowed
               When Other
                   Display "Record " Ws-Md-Rec-Number " was keyed by "
                       Ce-Owner(Ws-Maint-Idx) " - only that operator"
                       " or a supervisor may change it."
           End-Evaluate.

       446-Check-One-Entry.
           Move Ce-Line(Ws-Cap-Idx) to Ws-Maint-Detail
           If Ce-Today(Ws-Cap-Idx) = "Y"
               and (Ws-Md-Record-Type = "D" or Ws-Md-Record-Type = "V")
               and Ws-Md-Rec-Number = Ws-Raw-Rec-Number
               Move "Y" to Ws-Maint-Found
               Move Ws-Cap-Idx to Ws-Maint-Idx
           Else
               Add 1 to Ws-Cap-Idx
           End-If.

       450-Rekey-Entry.
           Perform 445-Find-Maint-Entry
           If Ws-Maint-Found = "Y" and Ws-Maint-Allowed = "Y"
               Move Ws-Md-Amount to Ws-Old-Value
               Move Ws-Old-Value to Ws-Disp-Old
               Display "Current value: " Ws-Disp-Old
               Move "N" to Ws-Maint-Allowed
               Perform 455-Get-Valid-New-Value
                   Until Ws-Maint-Allowed = "Y"
               Move Ws-New-Value to Ws-Md-Amount
               Move Ws-Maint-Detail to Ce-Line(Ws-Maint-Idx)
               Move "Y" to Ws-Maint-Changed
               Add 1 to Ws-Maint-Changes
               Move "REKEY=" to Ws-Log-Action
               Perform 470-Write-Maint-Log
               Display "Record " Ws-Md-Rec-Number " re-keyed."
           End-If.

      *    Zero ends a keying session and is never captured, so it
      *    is not a valid replacement either.
       455-Get-Valid-New-Value.
           Move Spaces to Ws-Raw-Value
           Display "Enter the corrected 6-digit unsigned number: "
               with no advancing
           Accept Ws-Raw-Value
           If Ws-Raw-Value Is Numeric and Ws-Raw-Value Not = "000000"
               Move Ws-Raw-Value to Ws-New-Value
               Move "Y" to Ws-Maint-Allowed
           Else
               Display "Invalid entry - enter 6 digits, not all zero."
           End-If.

      *    Today's trailers are recomputed from the details left
      *    counted; voided details are not counted or hashed, as
      *    lab1c does not count them. Earlier groups are copied
      *    back as they were. The cutoff is checked again first:
      *    if the nightly job started while the menu was open, it
      *    has the file as it stood, and the session's voids and
      *    re-keys are discarded rather than written over it.
       460-Rebuild-Capture-File.
           Perform 405-Check-Nightly-Cutoff
           If Ws-Cutoff-Passed = "Y"
               Display "The nightly job took today's capture file"
                   " while maintenance was open - " Ws-Maint-Changes
                   " changes discarded; correct the entries through"
                   " lab1d."
               Move 8 to Return-Code
               Perform 465-Write-Discard-Log
           Else
               Open Output lab1b-cap
               Move 1 to Ws-Cap-Idx
               Perform 461-Rebuild-One-Line
                   Until Ws-Cap-Idx > Cap-Entry-Count
               Close lab1b-cap
               Display "Capture file rewritten - today's trailers"
                   " rebuilt."
           End-If.

       461-Rebuild-One-Line.
           Move Ce-Line(Ws-Cap-Idx) to Ws-Maint-Detail
           Evaluate Ws-Md-Record-Type
               When "H"
                   Move 0 to Ws-Grp-Count Ws-Grp-Amount
               When "D"
                   Add 1 to Ws-Grp-Count
                   If Ws-Md-Amount Is Numeric
                       Add Ws-Md-Amount to Ws-Grp-Amount
                   End-If
               When "T"
                   If Ce-Today(Ws-Cap-Idx) = "Y"
                       Move Ws-Grp-Count to Ws-Mt-Count
                       Move Ws-Grp-Amount to Ws-Mt-Amount
                   End-If
           End-Evaluate
           Move Ws-Maint-Detail to cap-line
           Write cap-line
           Add 1 to Ws-Cap-Idx.

      *    The void and re-key lines already logged stand as what
      *    was asked for; this line records that none of them was
      *    applied.
       465-Write-Discard-Log.
           Accept Ws-Log-Date from Date YYYYMMDD
           Accept Ws-Log-Time from Time
           Move Spaces to Ws-Log-Buffer
           String Ws-Log-Date      delimited by size
                  " "              delimited by size
                  Ws-Log-Time      delimited by size
                  " USER="         delimited by size
                  Ws-User-Id       delimited by size
                  " DISCARD="      delimited by size
                  Ws-Maint-Changes delimited by size
                  " CUTOFF PASSED" delimited by size
                  into Ws-Log-Buffer
           Move Ws-Log-Buffer to log-line
           Perform 987-Stamp-Log-Line
           Write log-line.

      *    Maintenance lines put VOID= or REKEY= where a session
      *    line carries COUNT=, so the session reports pass over
      *    them.
       470-Write-Maint-Log.
           Accept Ws-Log-Date from Date YYYYMMDD
           Accept Ws-Log-Time from Time
           Move Ws-Old-Value to Ws-Disp-Old
           Move Ws-New-Value to Ws-Disp-New
           Move Spaces to Ws-Log-Buffer
           String Ws-Log-Date      delimited by size
                  " "              delimited by size
                  Ws-Log-Time      delimited by size
                  " USER="         delimited by size
                  Ws-User-Id       delimited by size
                  " "              delimited by size
                  Ws-Log-Action    delimited by space
                  Ws-Md-Rec-Number delimited by size
                  " OLD="          delimited by size
                  Ws-Disp-Old      delimited by size
                  " NEW="          delimited by size
                  Ws-Disp-New      delimited by size
                  into Ws-Log-Buffer
           Move Ws-Log-Buffer to log-line
           Perform 987-Stamp-Log-Line
           Write log-line.

       480-Check-Supervisor.
           Open Input lab1c-opr
           If Ws-Opr-File-Status = "00"
               Move "N" to Ws-Opr-Eof
               Perform 481-Check-One-Operator-Card
                   Until Ws-Opr-Eof = "Y"
               Close lab1c-opr
           End-If.

       481-Check-One-Operator-Card.
           Read lab1c-opr
               At End
                   Move "Y" to Ws-Opr-Eof
               Not At End
                   If operator-card(1:1) Not = "*"
                       and operator-card(1:8) = Ws-User-Id
                       and operator-card(10:1) = "A"
                       Move "Y" to Ws-Supervisor
                   End-If
           End-Read.

       987-Stamp-Log-Line.
           Move "SESSLOG" to Ws-Trail-Id
           Move log-line(1:80) to Ws-Trail-Text
           Perform 990-Stamp-Trail-Line
           Move Ws-Trail-Stamp to log-line(81:28).

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
           Move "LAB1B" to tctl-last-program
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
