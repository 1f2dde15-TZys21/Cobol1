       identification division.
       program-id.         lab1z.

      *      Name: Tyler Zysberg. Description: LAB1Z. Menu-driven
      *      supervisor review of the held-transaction file
      *      (lab1c-hld.dat): every detail lab1c held for being over
      *      its type code's hold ceiling is shown in turn, and the
      *      operator releases it, refuses it, or leaves it held.
      *      A released detail is written, restamped with source
      *      HLD, to the release feeder (lab1c-hrl.dat, with its own
      *      generated header and trailer) that lab1p assembles into
      *      the next night's input, where lab1c counts it without
      *      the ceiling check, as a lab1e resubmission is counted.
      *      A refused detail is posted to the reject suspense ledger
      *      (lab1c-sus.dat) as a NEW reject with reason HVREFUSE.
      *      Every decision is logged to lab1d-aud.dat. Reviewing
      *      needs level A on the operator file (lab1c-opr.dat); a
      *      refused operator is logged as a DENIED line and the run
      *      stops. With no operator file the check is skipped.
      *
      *      Each line written to the audit file carries the chained
      *      sequence number and check value that lab2c verifies against
      *      the trail-control file (lab1c-tctl.dat).

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-hld
               Assign to "lab1c-hld.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is hld-key
               File Status is Hld-File-Status.

           Select lab1c-hrl
               Assign to "lab1c-hrl.dat"
               Organization is Line Sequential
               File Status is Hrl-File-Status.

           Select lab1c-sus
               Assign to "lab1c-sus.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is sus-key
               File Status is Sus-File-Status.

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
       fd  lab1c-hld.
       01  held-record.
           05    hld-key.
               10  hld-run-date        PIC 9(8).
               10  hld-source-id       PIC X(03).
               10  hld-rec-number      PIC X(06).
           05    hld-type-code         PIC X(02).
           05    hld-amount            PIC S9(7)V99.
           05    hld-ceiling           PIC 9(7)V99.
           05    hld-status            PIC X(01).
               88  hld-is-held          Value "H".
               88  hld-is-released      Value "L".
               88  hld-is-refused       Value "F".
               88  hld-is-posted        Value "P".
           05    hld-status-date       PIC 9(8).
           05    hld-oper              PIC X(08).
           05    hld-detail-image      PIC X(30).

       fd  lab1c-hrl.
       01  hrl-header-record.
           05    hrh-record-type     PIC X(01).
           05    hrh-run-date        PIC 9(8).
           05    hrh-source-id       PIC X(03).

       01  hrl-detail-record.
           05    hrd-record-type     PIC X(01).
           05    hrd-record-number   PIC X(06).
           05    hrd-trans-date      PIC X(08).
           05    hrd-amount          PIC X(10).
           05    hrd-type-code       PIC X(02).
           05    hrd-source-id       PIC X(03).

       01  hrl-trailer-record.
           05    hrt-record-type     PIC X(01).
           05    hrt-expected-count  PIC 9(8).
           05    hrt-expected-amount PIC S9(9)V99
                                      Sign Is Trailing Separate.
           05    hrt-source-id       PIC X(03).

       fd  lab1c-sus.
       01  suspense-record.
           05    sus-key.
               10  sus-run-date        PIC 9(8).
               10  sus-source-id       PIC X(03).
               10  sus-rec-number      PIC X(06).
           05    sus-reason            PIC X(08).
           05    sus-status            PIC X(01).
               88  sus-is-new          Value "N".
               88  sus-is-resubmitted  Value "R".
               88  sus-is-dropped      Value "D".
               88  sus-is-cleared      Value "C".
           05    sus-status-date       PIC 9(8).
           05    sus-detail-image      PIC X(30).

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
       01  Hld-File-Status     PIC XX.
       01  Hrl-File-Status     PIC XX.
       01  Sus-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Held-Read        PIC 9(8) Value 0.
       01  Ws-Released-Count   PIC 9(8) Value 0.
       01  Ws-Released-Amount  PIC S9(9)V99 Value 0.
       01  Ws-Refused-Count    PIC 9(8) Value 0.
       01  Ws-Left-Count       PIC 9(8) Value 0.

      *    Working copy of the held detail, restamped for release.
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
      *    every released record, so lab1c counts the releases as
      *    their own source group and skips the ceiling check. The
      *    feeder is extended, one header/trailer group per review
      *    session, and only opened once something is released.
       01  Ws-Release-Source   PIC X(03) Value "HLD".
       01  Ws-Hrl-Opened       PIC X Value "N".
       01  Ws-Refuse-Reason    PIC X(08) Value "HVREFUSE".

      *    Operator entry controls and display fields.
       01  Ws-Action-Choice    PIC X.
       01  Ws-Valid-Entry      PIC X Value "N".
       01  Ws-Amount-Out       PIC -,---,--9.99.
       01  Ws-Ceiling-Out      PIC Z,ZZZ,ZZ9.99.
       01  Ws-Decision-Text    PIC X(07).

      *    Operator authorization (lab1c-opr.dat, shared with lab1d,
      *    lab1e and lab1k): reviewing holds needs level A. A refused
      *    operator is logged to lab1d-aud.dat as a DENIED line.
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
           Open I-O lab1c-hld
           If Hld-File-Status Not = "00"
               Display "No held transactions to review."
               Stop run
           End-If
           Open I-O lab1c-sus
           If Sus-File-Status Not = "00"
               Open Output lab1c-sus
               Close lab1c-sus
               Open I-O lab1c-sus
           End-If
           Accept Ws-Run-Date From Date YYYYMMDD
           Move Low-Values to hld-key
           Start lab1c-hld Key Is Not Less Than hld-key
               Invalid Key
                   Move "Y" to EndOfFile
           End-Start
           Perform 100-Review-Next-Held Until EndOfFile = "Y"
           If Ws-Hrl-Opened = "Y"
               Perform 320-Write-Release-Trailer
               Close lab1c-hrl
           End-If
           Close lab1c-sus
           Close lab1c-hld
           Display space
           Display "Held items reviewed: " Ws-Held-Read
           Display "Released:            " Ws-Released-Count
           Display "Refused:             " Ws-Refused-Count
           Display "Left on hold:        " Ws-Left-Count
           Stop run.

      *    Entries already released, refused or posted are history
      *    and are passed over.
       100-Review-Next-Held.
           Read lab1c-hld Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If hld-is-held
                       Add 1 to Ws-Held-Read
                       Perform 200-Review-Held
                   End-If
           End-Read.

       200-Review-Held.
           Move hld-detail-image to Ws-Work-Detail
           Move hld-amount to Ws-Amount-Out
           Move hld-ceiling to Ws-Ceiling-Out
           Display space
           Display "Held " Ws-Held-Read " - run date " hld-run-date
               " source " hld-source-id
           Display "  Record number:    " hld-rec-number
           Display "  Transaction date: " Ws-Work-Trans-Date
           Display "  Type code:        " hld-type-code
           Display "  Amount:           " Ws-Amount-Out
           Display "  Hold ceiling:     " Ws-Ceiling-Out
           Move "N" to Ws-Valid-Entry
           Perform 210-Get-Valid-Action Until Ws-Valid-Entry = "Y"
           Evaluate Ws-Action-Choice
               When "R"
               When "r"
                   Perform 300-Release-Held
               When "F"
               When "f"
                   Perform 400-Refuse-Held
               When Other
                   Add 1 to Ws-Left-Count
           End-Evaluate.

       210-Get-Valid-Action.
           Display "(R)elease to count, re(F)use to suspense,"
               " (L)eave on hold: " with no advancing
           Accept Ws-Action-Choice
           If Ws-Action-Choice = "R" or "r" or "F" or "f"
               or "L" or "l"
               Move "Y" to Ws-Valid-Entry
           Else
               Display "Invalid choice - enter R, F or L."
           End-If.

       300-Release-Held.
           If Ws-Hrl-Opened = "N"
               Perform 310-Open-Release-Feeder
           End-If
           Move "D" to hrd-record-type
           Move Ws-Work-Rec-Number to hrd-record-number
           Move Ws-Work-Trans-Date to hrd-trans-date
           Move Ws-Work-Amount to hrd-amount
           Move Ws-Work-Type-Code to hrd-type-code
           Move Ws-Release-Source to hrd-source-id
           Write hrl-detail-record
           Add 1 to Ws-Released-Count
           If Ws-Work-Amount-Num Is Numeric
               Add Ws-Work-Amount-Num to Ws-Released-Amount
           End-If
           Move "L" to hld-status
           Move Ws-Run-Date to hld-status-date
           Move Ws-Operator-Id to hld-oper
           Rewrite held-record
           Move "RELEASE" to Ws-Decision-Text
           Perform 950-Write-Decision-Audit
           Display "Released - counts in the next nightly run.".

       310-Open-Release-Feeder.
           Open Extend lab1c-hrl
           If Hrl-File-Status Not = "00"
               Open Output lab1c-hrl
           End-If
           Move "Y" to Ws-Hrl-Opened
           Move "H" to hrh-record-type
           Move Ws-Run-Date to hrh-run-date
           Move Ws-Release-Source to hrh-source-id
           Write hrl-header-record.

      *    The refusal goes on the ledger under the night it was
      *    held, with the source it came from, as any reject would.
       400-Refuse-Held.
           Move hld-run-date to sus-run-date
           Move hld-source-id to sus-source-id
           Move hld-rec-number to sus-rec-number
           Move Ws-Refuse-Reason to sus-reason
           Move "N" to sus-status
           Move Ws-Run-Date to sus-status-date
           Move hld-detail-image to sus-detail-image
           Write suspense-record
               Invalid Key
                   Rewrite suspense-record
           End-Write
           Add 1 to Ws-Refused-Count
           Move "F" to hld-status
           Move Ws-Run-Date to hld-status-date
           Move Ws-Operator-Id to hld-oper
           Rewrite held-record
           Move "REFUSE" to Ws-Decision-Text
           Perform 950-Write-Decision-Audit
           Display "Refused - posted to suspense as " Ws-Refuse-Reason
               ".".

       320-Write-Release-Trailer.
           Move "T" to hrt-record-type
           Move Ws-Released-Count to hrt-expected-count
           Move Ws-Released-Amount to hrt-expected-amount
           Move Ws-Release-Source to hrt-source-id
           Write hrl-trailer-record.

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
                   Display "LAB1Z: operator " Ws-Operator-Id
                       " is not authorized to review held"
                       " transactions"
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
                  " HOLD="            delimited by size
                  Ws-Decision-Text    delimited by size
                  " RUN="             delimited by size
                  hld-run-date        delimited by size
                  " SRC="             delimited by size
                  hld-source-id       delimited by size
                  " REC="             delimited by size
                  hld-rec-number      delimited by size
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
                  " DENIED=HOLDREV"   delimited by size
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
           Move "LAB1Z" to tctl-last-program
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
