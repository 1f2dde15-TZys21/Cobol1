       identification division.
       program-id.         lab2g.

      *      Name: Tyler Zysberg. Description: LAB2G. Menu-driven
      *      supervisor review of the source groups lab1c quarantined
      *      for going over their reject tolerance (lab1c-qtn.dat).
      *      Each quarantined group is shown in turn - run date,
      *      source, details presented and rejected, the tolerance
      *      it went over - and the operator releases it, drops it,
      *      or leaves it quarantined.
      *
      *      A released group's details (and voids) are written,
      *      restamped with source QRL, to the quarantine release
      *      feeder (lab1c-qrl.dat) under one generated header and
      *      trailer; lab1p assembles it into the next night's input,
      *      where lab1c counts it as its own source group without
      *      the tolerance test, its rejects going to suspense in
      *      the usual way. The group's own headers and trailers are
      *      not carried. Only one group may wait on the feeder at a
      *      time: each source numbers its own records, so two groups
      *      released under the one QRL source would collide as
      *      DUPREC. A dropped group (the feeder will resend it
      *      corrected) is left on file, marked dropped.
      *
      *      Every decision is logged to lab1d-aud.dat. Reviewing
      *      needs level A on the operator file (lab1c-opr.dat); a
      *      refused operator is logged as a DENIED line and the run
      *      stops. With no operator file the check is skipped.
      *
      *      Each line written to the audit file carries the chained
      *      sequence number and check value that lab2c verifies
      *      against the trail-control file (lab1c-tctl.dat).

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-qtn
               Assign to "lab1c-qtn.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is qtn-key
               File Status is Qtn-File-Status.

           Select lab1c-qrl
               Assign to "lab1c-qrl.dat"
               Organization is Line Sequential
               File Status is Qrl-File-Status.

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
       fd  lab1c-qtn.
       01  quarantine-record.
           05    qtn-key.
               10  qtn-run-date        PIC 9(8).
               10  qtn-source-id       PIC X(03).
               10  qtn-line-no         PIC 9(06).
           05    qtn-image             PIC X(30).
           05    Filler                PIC X(12).

       01  quarantine-control-record.
           05    qtc-key.
               10  qtc-run-date        PIC 9(8).
               10  qtc-source-id       PIC X(03).
               10  qtc-line-no         PIC 9(06).
           05    qtc-status            PIC X(01).
               88  qtc-is-quarantined   Value "Q".
               88  qtc-is-released      Value "L".
               88  qtc-is-dropped       Value "D".
           05    qtc-presented         PIC 9(8).
           05    qtc-rejects           PIC 9(8).
           05    qtc-tolerance         PIC 9(3).
           05    qtc-lines             PIC 9(06).
           05    qtc-status-date       PIC 9(8).
           05    qtc-oper              PIC X(08).

       fd  lab1c-qrl.
       01  qrl-header-record.
           05    qrh-record-type     PIC X(01).
           05    qrh-run-date        PIC 9(8).
           05    qrh-source-id       PIC X(03).

       01  qrl-detail-record       PIC X(30).

       01  qrl-trailer-record.
           05    qrt-record-type     PIC X(01).
           05    qrt-expected-count  PIC 9(8).
           05    qrt-expected-amount PIC S9(9)V99
                                      Sign Is Trailing Separate.
           05    qrt-source-id       PIC X(03).

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
       01  EndOfFile           PIC X Value "N".
       01  Qtn-File-Status     PIC XX.
       01  Qrl-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Groups-Read      PIC 9(8) Value 0.
       01  Ws-Released-Count   PIC 9(8) Value 0.
       01  Ws-Dropped-Count    PIC 9(8) Value 0.
       01  Ws-Left-Count       PIC 9(8) Value 0.

      *    The group under review: its control line's key, kept
      *    while its records are read through for a release.
       01  Ws-Group-Key.
           05    Ws-Group-Run-Date   PIC 9(8).
           05    Ws-Group-Source     PIC X(03).
       01  Ws-Group-Lines      PIC 9(06).
       01  Ws-Line-Eof         PIC X.

      *    Working copy of a quarantined detail, restamped for
      *    release.
       01  Ws-Work-Detail.
           05    Ws-Work-Record-Type PIC X(01).
           05    Ws-Work-Rec-Number  PIC X(06).
           05    Ws-Work-Trans-Date  PIC X(08).
           05    Ws-Work-Amount      PIC X(10).
           05    Ws-Work-Amount-Num  Redefines Ws-Work-Amount
                                     PIC S9(7)V99
                                      Sign Is Trailing Separate.
           05    Ws-Work-Type-Code   PIC X(02).
           05    Ws-Work-Source-Id   PIC X(03).

      *    Source id stamped on the generated header, trailer and
      *    every released record, so lab1c counts the release as its
      *    own source group and does not quarantine it again. The
      *    feeder holds one released group at most; lab1p empties it
      *    once the night has taken it in.
       01  Ws-Release-Source   PIC X(03) Value "QRL".
       01  Ws-Release-Pending  PIC X Value "N".
       01  Ws-Release-Details  PIC 9(8).
       01  Ws-Release-Voids    PIC 9(8).
       01  Ws-Release-Amount   PIC S9(9)V99.

      *    Operator entry controls and display fields.
       01  Ws-Action-Choice    PIC X.
       01  Ws-Valid-Entry      PIC X Value "N".
       01  Ws-Decision-Text    PIC X(07).

      *    Operator authorization (lab1c-opr.dat, shared with lab1d,
      *    lab1e, lab1k and lab1z): reviewing quarantined groups
      *    needs level A. A refused operator is logged to
      *    lab1d-aud.dat as a DENIED line.
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
           Open I-O lab1c-qtn
           If Qtn-File-Status Not = "00"
               Display "No quarantined source groups to review."
               Stop run
           End-If
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 050-Check-Release-Pending
           Move Low-Values to qtn-key
           Start lab1c-qtn Key Is Not Less Than qtn-key
               Invalid Key
                   Move "Y" to EndOfFile
           End-Start
           Perform 100-Review-Next-Group Until EndOfFile = "Y"
           Close lab1c-qtn
           Display space
           Display "Quarantined groups reviewed: " Ws-Groups-Read
           Display "Released:                    " Ws-Released-Count
           Display "Dropped:                     " Ws-Dropped-Count
           Display "Left quarantined:            " Ws-Left-Count
           Stop run.

      *    A release feeder with anything on it is still waiting for
      *    the nightly run.
       050-Check-Release-Pending.
           Open Input lab1c-qrl
           If Qrl-File-Status = "00"
               Read lab1c-qrl
                   At End
                       Continue
                   Not At End
                       Move "Y" to Ws-Release-Pending
               End-Read
               Close lab1c-qrl
           End-If
           If Ws-Release-Pending = "Y"
               Display "A released group is already waiting on the"
                   " release feeder - groups can be dropped or left"
                   " until the nightly run has taken it in."
           End-If.

      *    Only control lines (line zero) of groups still
      *    quarantined are reviewed; the group's own records and
      *    groups already released or dropped are passed over.
       100-Review-Next-Group.
           Read lab1c-qtn Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If qtn-line-no = 0 and qtc-is-quarantined
                       Add 1 to Ws-Groups-Read
                       Perform 200-Review-Group
                   End-If
           End-Read.

       200-Review-Group.
           Move qtc-run-date to Ws-Group-Run-Date
           Move qtc-source-id to Ws-Group-Source
           Move qtc-lines to Ws-Group-Lines
           Display space
           Display "Quarantined group " Ws-Groups-Read " - run date "
               qtc-run-date " source " qtc-source-id
           Display "  Details presented: " qtc-presented
           Display "  Details rejecting: " qtc-rejects
           Display "  Tolerance (pct):   " qtc-tolerance
           Display "  Records held:      " qtc-lines
           Move "N" to Ws-Valid-Entry
           Perform 210-Get-Valid-Action Until Ws-Valid-Entry = "Y"
           Evaluate Ws-Action-Choice
               When "R"
               When "r"
                   Perform 300-Release-Group
               When "D"
               When "d"
                   Perform 400-Drop-Group
               When Other
                   Add 1 to Ws-Left-Count
           End-Evaluate.

       210-Get-Valid-Action.
           Display "(R)elease into the next run, (D)rop,"
               " (L)eave quarantined: " with no advancing
           Accept Ws-Action-Choice
           Evaluate Ws-Action-Choice
               When "R"
               When "r"
                   If Ws-Release-Pending = "Y"
                       Display "A released group is already waiting"
                           " on the release feeder - drop or leave."
                   Else
                       Move "Y" to Ws-Valid-Entry
                   End-If
               When "D"
               When "d"
               When "L"
               When "l"
                   Move "Y" to Ws-Valid-Entry
               When Other
                   Display "Invalid choice - enter R, D or L."
           End-Evaluate.

      *    The group's records follow its control line in key
      *    order; details and voids go to the feeder restamped, its
      *    headers and trailers give way to the feeder's own. The
      *    trailer counts the details and totals their amounts as
      *    lab1c will reconcile them. A feeder that cannot be created
      *    leaves the group quarantined, unmarked and unaudited.
       300-Release-Group.
           Move 0 to Ws-Release-Details Ws-Release-Voids
           Move 0 to Ws-Release-Amount
           Open Output lab1c-qrl
           If Qrl-File-Status Not = "00"
               Display "LAB2G: cannot create the release feeder -"
                   " status " Qrl-File-Status
                   " - group left quarantined"
               Add 1 to Ws-Left-Count
           Else
               Move "H" to qrh-record-type
               Move Ws-Run-Date to qrh-run-date
               Move Ws-Release-Source to qrh-source-id
               Write qrl-header-record
               Move "N" to Ws-Line-Eof
               Perform 310-Release-One-Line Until Ws-Line-Eof = "Y"
               Move "T" to qrt-record-type
               Move Ws-Release-Details to qrt-expected-count
               Move Ws-Release-Amount to qrt-expected-amount
               Move Ws-Release-Source to qrt-source-id
               Write qrl-trailer-record
               Close lab1c-qrl
               Move "Y" to Ws-Release-Pending
               Add 1 to Ws-Released-Count
               Move "L" to Ws-Decision-Text
               Perform 500-Mark-Group
               Move "RELEASE" to Ws-Decision-Text
               Perform 950-Write-Decision-Audit
               Display "Released - " Ws-Release-Details " details count"
                   " in the next nightly run as source "
                   Ws-Release-Source "."
           End-If.

       310-Release-One-Line.
           Read lab1c-qtn Next Record
               At End
                   Move "Y" to Ws-Line-Eof
               Not At End
                   If qtn-run-date Not = Ws-Group-Run-Date
                       or qtn-source-id Not = Ws-Group-Source
                       Move "Y" to Ws-Line-Eof
                   Else
                       Perform 320-Release-One-Record
                   End-If
           End-Read.

       320-Release-One-Record.
           Move qtn-image to Ws-Work-Detail
           If Ws-Work-Record-Type = "D" or Ws-Work-Record-Type = "V"
               Move Ws-Release-Source to Ws-Work-Source-Id
               Move Ws-Work-Detail to qrl-detail-record
               Write qrl-detail-record
               If Ws-Work-Record-Type = "D"
                   Add 1 to Ws-Release-Details
                   If Ws-Work-Amount-Num Is Numeric
                       Add Ws-Work-Amount-Num to Ws-Release-Amount
                   End-If
               Else
                   Add 1 to Ws-Release-Voids
               End-If
           End-If.

      *    A dropped group stays on file for the record, marked so
      *    it is not offered again.
       400-Drop-Group.
           Add 1 to Ws-Dropped-Count
           Move "D" to Ws-Decision-Text
           Perform 500-Mark-Group
           Move "DROP" to Ws-Decision-Text
           Perform 950-Write-Decision-Audit
           Display "Dropped - the feeder must resend the group.".

      *    The control line is read again by key (a release has
      *    read on past it) and marked with the decision, the date
      *    and the operator. Reading on from it passes over the
      *    group's own records again.
       500-Mark-Group.
           Move Ws-Group-Run-Date to qtc-run-date
           Move Ws-Group-Source to qtc-source-id
           Move 0 to qtc-line-no
           Read lab1c-qtn
               Invalid Key
                   Display "**ERROR** control line for "
                       Ws-Group-Source " " Ws-Group-Run-Date
                       " not found - status " Qtn-File-Status
               Not Invalid Key
                   Move Ws-Decision-Text(1:1) to qtc-status
                   Move Ws-Run-Date to qtc-status-date
                   Move Ws-Operator-Id to qtc-oper
                   Rewrite quarantine-control-record
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
                   Display "LAB2G: operator " Ws-Operator-Id
                       " is not authorized to review quarantined"
                       " groups"
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

       950-Write-Decision-Audit.
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
                  " QUARANTINE="      delimited by size
                  Ws-Decision-Text    delimited by size
                  " RUN="             delimited by size
                  Ws-Group-Run-Date   delimited by size
                  " SRC="             delimited by size
                  Ws-Group-Source     delimited by size
                  " LINES="           delimited by size
                  Ws-Group-Lines      delimited by size
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
                  " DENIED=QUARREV"   delimited by size
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
           Move "LAB2G" to tctl-last-program
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
