       identification division.
       program-id.         lab2f.

      *      Name: Tyler Zysberg. Description: LAB2F. Transaction
      *      trace inquiry: everything the system knows about one
      *      feeder record, given its source id and record number
      *      (and, optionally, its transaction date), gathered from
      *      the files that otherwise have to be searched one by one:
      *
      *        lab1c-sus.dat   every night it rejected, the reason,
      *                        and its suspense status (NEW,
      *                        RESUBMITTED, DROPPED or CLEARED) with
      *                        the status date
      *        lab1c-hld.dat   whether it was held over its type's
      *                        ceiling, and whether lab1z released or
      *                        refused it
      *        lab1c-reg.dat   every run date it posted on, under its
      *                        own source or, once resubmitted or
      *                        released, as source RSB or HLD
      *        lab1c-rej.dat   whether the latest night rejected it
      *        lab1c-rsb.dat   whether it is waiting on the pending
      *                        lab1e resubmission file
      *        lab1c-qtn.dat   whether its source group was
      *                        quarantined, and whether lab2g
      *                        released or dropped the group
      *
      *      A resubmitted or released record comes back restamped
      *      with source RSB, HLD or QRL, so it is followed into the
      *      register and the resubmission file by its record number
      *      and the transaction date carried on its suspense, held
      *      or quarantine entry. Nothing is updated.
      *
      *      Interactive by default: the operator keys a source id,
      *      record number and optional date, and the trace is
      *      displayed, until a blank source id. With LAB2F_MODE=BATCH
      *      the keys are read from lab2f-key.dat, one per line
      *
      *        columns  1-3   source id
      *        columns  5-10  record number
      *        columns 12-19  transaction date (CCYYMMDD, optional)
      *
      *      and the traces are printed on the trace report
      *      (lab2f-rpt.dat) for a feeder's dispute. Return code 4
      *      when a key line is not valid, else 0.

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-reg
               Assign to "lab1c-reg.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is reg-key
               File Status is Reg-File-Status.

           Select lab1c-sus
               Assign to "lab1c-sus.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is sus-key
               File Status is Sus-File-Status.

           Select lab1c-hld
               Assign to "lab1c-hld.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is hld-key
               File Status is Hld-File-Status.

           Select lab1c-qtn
               Assign to "lab1c-qtn.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is qtn-key
               File Status is Qtn-File-Status.

           Select lab1c-rej
               Assign to "lab1c-rej.dat"
               Organization is Line Sequential
               File Status is Rej-File-Status.

           Select lab1c-rsb
               Assign to "lab1c-rsb.dat"
               Organization is Line Sequential
               File Status is Rsb-File-Status.

           Select lab2f-key
               Assign to "lab2f-key.dat"
               Organization is Line Sequential
               File Status is Key-File-Status.

           Select lab2f-rpt
               Assign to "lab2f-rpt.dat"
               Organization is Line Sequential.

       data division.
       File Section.
       fd  lab1c-reg.
       01  register-record.
           05    reg-key.
               10  reg-source-id       PIC X(03).
               10  reg-rec-number      PIC 9(06).
               10  reg-trans-date      PIC 9(8).
           05    reg-posted-date       PIC 9(8).

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

       fd  lab1c-rej.
       01  reject-record.
           05    rej-reason          PIC X(08).
           05    rej-detail-image.
               10  rej-record-type     PIC X(01).
               10  rej-record-number   PIC X(06).
               10  rej-trans-date      PIC X(08).
               10  rej-amount          PIC X(10).
               10  rej-type-code       PIC X(02).
               10  rej-source-id       PIC X(03).
           05    rej-run-date        PIC 9(8).

       fd  lab1c-rsb.
       01  rsb-detail-record.
           05    rsd-record-type     PIC X(01).
           05    rsd-record-number   PIC X(06).
           05    rsd-trans-date      PIC X(08).
           05    rsd-amount          PIC X(10).
           05    rsd-type-code       PIC X(02).
           05    rsd-source-id       PIC X(03).

       fd  lab2f-key.
       01  key-card                PIC X(80).

       fd  lab2f-rpt
           Report is Lab2f-Report.

       Working-Storage section.
       01  EndOfFile           PIC X Value "N".
       01  Reg-File-Status     PIC XX.
       01  Sus-File-Status     PIC XX.
       01  Hld-File-Status     PIC XX.
       01  Qtn-File-Status     PIC XX.
       01  Rej-File-Status     PIC XX.
       01  Rsb-File-Status     PIC XX.
       01  Key-File-Status     PIC XX.
       01  Ws-Today            PIC 9(8).
       01  Ws-Run-Mode         PIC X(8) Value Spaces.
           88  Ws-Batch-Mode       Value "BATCH".
       01  Ws-Done             PIC X Value "N".
       01  Ws-Reg-Present      PIC X Value "N".
       01  Ws-Sus-Present      PIC X Value "N".
       01  Ws-Hld-Present      PIC X Value "N".
       01  Ws-Qtn-Present      PIC X Value "N".

      *    The key being traced.
       01  Ws-Key-Source       PIC X(03).
       01  Ws-Key-Rec-Number   PIC X(06).
       01  Ws-Key-Date         PIC X(08).
       01  Ws-Key-Valid        PIC X.
       01  Ws-Raw-Source       PIC X(03).
       01  Ws-Raw-Rec-Number   PIC X(06).
       01  Ws-Raw-Date         PIC X(08).

      *    What the trace found: a record resubmitted through lab1e
      *    or released by lab1z is followed under source RSB or HLD
      *    with the transaction date from its suspense or held
      *    entry.
       01  Ws-Found-Count      PIC 9(4).
       01  Ws-Resub-Seen       PIC X.
       01  Ws-Resub-Date       PIC X(08).
       01  Ws-Release-Seen     PIC X.
       01  Ws-Release-Date     PIC X(08).
       01  Ws-Qrl-Seen         PIC X.
       01  Ws-Qrl-Date         PIC X(08).
       01  Ws-Follow-Source    PIC X(03).
       01  Ws-Follow-Date      PIC X(08).
       01  Ws-Reg-Eof          PIC X.
       01  Ws-Scan-Eof         PIC X.
       01  Ws-Status-Text      PIC X(11).
       01  Ws-Image-Date       PIC X(08).

      *    The quarantined group being passed through: its control
      *    line comes first in key order and carries its status.
       01  Ws-Qtn-Status       PIC X.
       01  Ws-Qtn-Status-Date  PIC 9(8).
       01  Ws-Qtn-Oper         PIC X(08).

      *    Batch totals.
       01  Ws-Keys-Traced      PIC 9(6) Value 0.
       01  Ws-Keys-Not-Found   PIC 9(6) Value 0.
       01  Ws-Keys-Invalid     PIC 9(6) Value 0.

      *    One line of a trace, displayed or printed.
       01  Ws-Trace-Text       PIC X(70).

       Report Section.
       rd  Lab2f-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 4
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(23)
                   Value "LAB2F TRANSACTION TRACE".
           05  Line 1  Column 25  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 35  Pic 9999/99/99 Source Ws-Today.
           05  Line 1  Column 46  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 54  Pic ZZZ9  Source Page-Counter.

       01  Rpt-Key-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(70) Source Ws-Trace-Text.

       01  Rpt-Trace-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(70) Source Ws-Trace-Text.

       01  Rpt-Summary-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(20)
                   Value "KEYS TRACED:".
           05  Column 21 Pic ZZZZZ9 Source Ws-Keys-Traced.
           05  Line Plus 1 Column 1 Pic X(20)
                   Value "NOT FOUND:".
           05  Column 21 Pic ZZZZZ9 Source Ws-Keys-Not-Found.
           05  Line Plus 1 Column 1 Pic X(20)
                   Value "INVALID KEY LINES:".
           05  Column 21 Pic ZZZZZ9 Source Ws-Keys-Invalid.

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Run-Mode from Environment "LAB2F_MODE"
           Accept Ws-Today From Date YYYYMMDD
           Open Input lab1c-reg
           If Reg-File-Status = "00"
               Move "Y" to Ws-Reg-Present
           End-If
           Open Input lab1c-sus
           If Sus-File-Status = "00"
               Move "Y" to Ws-Sus-Present
           End-If
           Open Input lab1c-hld
           If Hld-File-Status = "00"
               Move "Y" to Ws-Hld-Present
           End-If
           Open Input lab1c-qtn
           If Qtn-File-Status = "00"
               Move "Y" to Ws-Qtn-Present
           End-If
           If Ws-Batch-Mode
               Perform 200-Batch-Trace
           Else
               Perform 100-Inquiry-Loop Until Ws-Done = "Y"
           End-If
           If Ws-Reg-Present = "Y"
               Close lab1c-reg
           End-If
           If Ws-Sus-Present = "Y"
               Close lab1c-sus
           End-If
           If Ws-Hld-Present = "Y"
               Close lab1c-hld
           End-If
           If Ws-Qtn-Present = "Y"
               Close lab1c-qtn
           End-If
           Stop run.

       100-Inquiry-Loop.
           Display " "
           Display "Source id (blank to end): " with no advancing
           Move Spaces to Ws-Raw-Source
           Accept Ws-Raw-Source
           If Ws-Raw-Source = Spaces
               Move "Y" to Ws-Done
           Else
               Display "Record number (6 digits): " with no advancing
               Move Spaces to Ws-Raw-Rec-Number
               Accept Ws-Raw-Rec-Number
               Display "Transaction date CCYYMMDD (blank for any): "
                   with no advancing
               Move Spaces to Ws-Raw-Date
               Accept Ws-Raw-Date
               Perform 150-Validate-Key
               If Ws-Key-Valid = "Y"
                   Perform 300-Trace-Key
               Else
                   Display "Invalid key - source id, 6-digit record"
                       " number, optional 8-digit date."
               End-If
           End-If.

       150-Validate-Key.
           Move "Y" to Ws-Key-Valid
           Move Ws-Raw-Source to Ws-Key-Source
           Move Ws-Raw-Rec-Number to Ws-Key-Rec-Number
           Move Ws-Raw-Date to Ws-Key-Date
           If Ws-Key-Source = Spaces
               or Ws-Key-Rec-Number Is Not Numeric
               Move "N" to Ws-Key-Valid
           End-If
           If Ws-Key-Date Not = Spaces
               and Ws-Key-Date Is Not Numeric
               Move "N" to Ws-Key-Valid
           End-If.

       200-Batch-Trace.
           Open Output lab2f-rpt
           Initiate Lab2f-Report
           Open Input lab2f-key
           If Key-File-Status Not = "00"
               Move "NO KEY FILE (LAB2F-KEY.DAT) - NOTHING TRACED"
                   to Ws-Trace-Text
               Generate Rpt-Key-Detail
               Add 1 to Ws-Keys-Invalid
           Else
               Move "N" to EndOfFile
               Perform 210-Trace-One-Key-Card Until EndOfFile = "Y"
               Close lab2f-key
           End-If
           Generate Rpt-Summary-Detail
           Terminate Lab2f-Report
           Close lab2f-rpt
           Display "LAB2F batch trace"
           Display "Keys traced:       " Ws-Keys-Traced
           Display "Not found:         " Ws-Keys-Not-Found
           Display "Invalid key lines: " Ws-Keys-Invalid
           If Ws-Keys-Invalid > 0
               Move 4 to Return-Code
           End-If.

       210-Trace-One-Key-Card.
           Read lab2f-key
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If key-card Not = Spaces
                       and key-card(1:1) Not = "*"
                       Move key-card(1:3) to Ws-Raw-Source
                       Move key-card(5:6) to Ws-Raw-Rec-Number
                       Move key-card(12:8) to Ws-Raw-Date
                       Perform 150-Validate-Key
                       If Ws-Key-Valid = "Y"
                           Perform 300-Trace-Key
                       Else
                           Add 1 to Ws-Keys-Invalid
                           Move Spaces to Ws-Trace-Text
                           String "INVALID KEY LINE: " delimited by size
                                  key-card(1:40) delimited by size
                                  into Ws-Trace-Text
                           Generate Rpt-Key-Detail
                       End-If
                   End-If
           End-Read.

      *    The suspense, held and quarantine entries come first,
      *    since they say whether the record went on under source
      *    RSB, HLD or QRL.
       300-Trace-Key.
           Add 1 to Ws-Keys-Traced
           Move 0 to Ws-Found-Count
           Move "N" to Ws-Resub-Seen Ws-Release-Seen Ws-Qrl-Seen
           Move Spaces to Ws-Resub-Date Ws-Release-Date Ws-Qrl-Date
           Move Spaces to Ws-Trace-Text
           If Ws-Key-Date = Spaces
               String "TRACE " delimited by size
                      Ws-Key-Source delimited by size
                      " RECORD " delimited by size
                      Ws-Key-Rec-Number delimited by size
                      " ANY TRANSACTION DATE" delimited by size
                      into Ws-Trace-Text
           Else
               String "TRACE " delimited by size
                      Ws-Key-Source delimited by size
                      " RECORD " delimited by size
                      Ws-Key-Rec-Number delimited by size
                      " TRANSACTION DATE " delimited by size
                      Ws-Key-Date delimited by size
                      into Ws-Trace-Text
           End-If
           Perform 910-Emit-Key-Line
           Perform 400-Trace-Suspense
           Perform 500-Trace-Held
           Perform 550-Trace-Quarantine
           Perform 600-Trace-Register
           Perform 700-Trace-Reject-File
           Perform 750-Trace-Resubmit-File
           If Ws-Found-Count = 0
               Add 1 to Ws-Keys-Not-Found
               Move "  NO TRACE OF THIS RECORD ON ANY FILE"
                   to Ws-Trace-Text
               Perform 900-Emit-Trace-Line
           End-If.

      *    The suspense ledger is keyed by run date first, so every
      *    entry is read.
       400-Trace-Suspense.
           If Ws-Sus-Present = "Y"
               Move Low-Values to sus-key
               Move "N" to Ws-Scan-Eof
               Start lab1c-sus Key Is Not Less Than sus-key
                   Invalid Key
                       Move "Y" to Ws-Scan-Eof
               End-Start
               Perform 410-Trace-One-Suspense Until Ws-Scan-Eof = "Y"
           End-If.

       410-Trace-One-Suspense.
           Read lab1c-sus Next Record
               At End
                   Move "Y" to Ws-Scan-Eof
               Not At End
                   Move sus-detail-image(8:8) to Ws-Image-Date
                   If sus-source-id = Ws-Key-Source
                       and sus-rec-number = Ws-Key-Rec-Number
                       and (Ws-Key-Date = Spaces
                            or Ws-Image-Date = Ws-Key-Date)
                       Perform 420-Report-Suspense-Entry
                   End-If
           End-Read.

       420-Report-Suspense-Entry.
           Add 1 to Ws-Found-Count
           Evaluate True
               When sus-is-new
                   Move "NEW" to Ws-Status-Text
               When sus-is-resubmitted
                   Move "RESUBMITTED" to Ws-Status-Text
                   Move "Y" to Ws-Resub-Seen
                   Move Ws-Image-Date to Ws-Resub-Date
               When sus-is-dropped
                   Move "DROPPED" to Ws-Status-Text
               When sus-is-cleared
                   Move "CLEARED" to Ws-Status-Text
                   Move "Y" to Ws-Resub-Seen
                   Move Ws-Image-Date to Ws-Resub-Date
               When Other
                   Move sus-status to Ws-Status-Text
           End-Evaluate
           Move Spaces to Ws-Trace-Text
           String "  REJECTED   RUN " delimited by size
                  sus-run-date delimited by size
                  " REASON " delimited by size
                  sus-reason delimited by size
                  " " delimited by size
                  Ws-Status-Text delimited by space
                  " " delimited by size
                  sus-status-date delimited by size
                  into Ws-Trace-Text
           Perform 900-Emit-Trace-Line.

       500-Trace-Held.
           If Ws-Hld-Present = "Y"
               Move Low-Values to hld-key
               Move "N" to Ws-Scan-Eof
               Start lab1c-hld Key Is Not Less Than hld-key
                   Invalid Key
                       Move "Y" to Ws-Scan-Eof
               End-Start
               Perform 510-Trace-One-Held Until Ws-Scan-Eof = "Y"
           End-If.

       510-Trace-One-Held.
           Read lab1c-hld Next Record
               At End
                   Move "Y" to Ws-Scan-Eof
               Not At End
                   Move hld-detail-image(8:8) to Ws-Image-Date
                   If hld-source-id = Ws-Key-Source
                       and hld-rec-number = Ws-Key-Rec-Number
                       and (Ws-Key-Date = Spaces
                            or Ws-Image-Date = Ws-Key-Date)
                       Perform 520-Report-Held-Entry
                   End-If
           End-Read.

       520-Report-Held-Entry.
           Add 1 to Ws-Found-Count
           Evaluate True
               When hld-is-held
                   Move "HELD" to Ws-Status-Text
               When hld-is-released
                   Move "RELEASED" to Ws-Status-Text
                   Move "Y" to Ws-Release-Seen
                   Move Ws-Image-Date to Ws-Release-Date
               When hld-is-refused
                   Move "REFUSED" to Ws-Status-Text
               When hld-is-posted
                   Move "POSTED" to Ws-Status-Text
                   Move "Y" to Ws-Release-Seen
                   Move Ws-Image-Date to Ws-Release-Date
               When Other
                   Move hld-status to Ws-Status-Text
           End-Evaluate
           Move Spaces to Ws-Trace-Text
           String "  HELD       RUN " delimited by size
                  hld-run-date delimited by size
                  " OVER CEILING " delimited by size
                  Ws-Status-Text delimited by space
                  " " delimited by size
                  hld-status-date delimited by size
                  " " delimited by size
                  hld-oper delimited by size
                  into Ws-Trace-Text
           Perform 900-Emit-Trace-Line.

      *    A quarantined group's own records are filed under its
      *    run date and source, the details alongside its headers
      *    and trailers, so every line is read.
       550-Trace-Quarantine.
           If Ws-Qtn-Present = "Y"
               Move Low-Values to qtn-key
               Move "N" to Ws-Scan-Eof
               Move Space to Ws-Qtn-Status
               Start lab1c-qtn Key Is Not Less Than qtn-key
                   Invalid Key
                       Move "Y" to Ws-Scan-Eof
               End-Start
               Perform 560-Trace-One-Quarantine
                   Until Ws-Scan-Eof = "Y"
           End-If.

       560-Trace-One-Quarantine.
           Read lab1c-qtn Next Record
               At End
                   Move "Y" to Ws-Scan-Eof
               Not At End
                   If qtn-line-no = 0
                       Move qtc-status to Ws-Qtn-Status
                       Move qtc-status-date to Ws-Qtn-Status-Date
                       Move qtc-oper to Ws-Qtn-Oper
                   Else
                       Move qtn-image(8:8) to Ws-Image-Date
                       If qtn-source-id = Ws-Key-Source
                           and qtn-image(1:1) = "D"
                           and qtn-image(2:6) = Ws-Key-Rec-Number
                           and (Ws-Key-Date = Spaces
                                or Ws-Image-Date = Ws-Key-Date)
                           Perform 570-Report-Quarantine-Entry
                       End-If
                   End-If
           End-Read.

       570-Report-Quarantine-Entry.
           Add 1 to Ws-Found-Count
           Evaluate Ws-Qtn-Status
               When "Q"
                   Move "QUARANTINED" to Ws-Status-Text
               When "L"
                   Move "RELEASED" to Ws-Status-Text
                   Move "Y" to Ws-Qrl-Seen
                   Move Ws-Image-Date to Ws-Qrl-Date
               When "D"
                   Move "DROPPED" to Ws-Status-Text
               When Other
                   Move Ws-Qtn-Status to Ws-Status-Text
           End-Evaluate
           Move Spaces to Ws-Trace-Text
           If Ws-Qtn-Status = "Q"
               String "  GROUP QUARANTINED RUN " delimited by size
                      qtn-run-date delimited by size
                      into Ws-Trace-Text
           Else
               String "  GROUP QUARANTINED RUN " delimited by size
                      qtn-run-date delimited by size
                      " " delimited by size
                      Ws-Status-Text delimited by space
                      " " delimited by size
                      Ws-Qtn-Status-Date delimited by size
                      " " delimited by size
                      Ws-Qtn-Oper delimited by size
                      into Ws-Trace-Text
           End-If
           Perform 900-Emit-Trace-Line.

      *    Postings under the record's own source, then under RSB,
      *    HLD and QRL when the suspense, held or quarantine entry
      *    says it went back in that way.
       600-Trace-Register.
           If Ws-Reg-Present = "Y"
               Move Ws-Key-Source to Ws-Follow-Source
               Move Ws-Key-Date to Ws-Follow-Date
               Perform 610-Trace-Register-Source
               If Ws-Resub-Seen = "Y"
                   Move "RSB" to Ws-Follow-Source
                   Move Ws-Resub-Date to Ws-Follow-Date
                   Perform 610-Trace-Register-Source
               End-If
               If Ws-Release-Seen = "Y"
                   Move "HLD" to Ws-Follow-Source
                   Move Ws-Release-Date to Ws-Follow-Date
                   Perform 610-Trace-Register-Source
               End-If
               If Ws-Qrl-Seen = "Y"
                   Move "QRL" to Ws-Follow-Source
                   Move Ws-Qrl-Date to Ws-Follow-Date
                   Perform 610-Trace-Register-Source
               End-If
           End-If.

       610-Trace-Register-Source.
           Move Ws-Follow-Source to reg-source-id
           Move Ws-Key-Rec-Number to reg-rec-number
           Move 0 to reg-trans-date
           Move "N" to Ws-Reg-Eof
           Start lab1c-reg Key Is Not Less Than reg-key
               Invalid Key
                   Move "Y" to Ws-Reg-Eof
           End-Start
           Perform 620-Trace-One-Register Until Ws-Reg-Eof = "Y".

       620-Trace-One-Register.
           Read lab1c-reg Next Record
               At End
                   Move "Y" to Ws-Reg-Eof
               Not At End
                   If reg-source-id Not = Ws-Follow-Source
                       or reg-rec-number Not = Ws-Key-Rec-Number
                       Move "Y" to Ws-Reg-Eof
                   Else
                       If Ws-Follow-Date = Spaces
                           or reg-trans-date = Ws-Follow-Date
                           Perform 630-Report-Register-Entry
                       End-If
                   End-If
           End-Read.

       630-Report-Register-Entry.
           Add 1 to Ws-Found-Count
           Move Spaces to Ws-Trace-Text
           String "  POSTED     RUN " delimited by size
                  reg-posted-date delimited by size
                  " AS SOURCE " delimited by size
                  reg-source-id delimited by size
                  " TRANSACTION DATE " delimited by size
                  reg-trans-date delimited by size
                  into Ws-Trace-Text
           Perform 900-Emit-Trace-Line.

      *    The reject dataset holds the latest night's rejects.
       700-Trace-Reject-File.
           Open Input lab1c-rej
           If Rej-File-Status = "00"
               Move "N" to Ws-Scan-Eof
               Perform 710-Trace-One-Reject Until Ws-Scan-Eof = "Y"
               Close lab1c-rej
           End-If.

       710-Trace-One-Reject.
           Read lab1c-rej
               At End
                   Move "Y" to Ws-Scan-Eof
               Not At End
                   If rej-source-id = Ws-Key-Source
                       and rej-record-number = Ws-Key-Rec-Number
                       and (Ws-Key-Date = Spaces
                            or rej-trans-date = Ws-Key-Date)
                       Add 1 to Ws-Found-Count
                       Move Spaces to Ws-Trace-Text
                       String "  ON REJECT FILE RUN " delimited by size
                              rej-run-date delimited by size
                              " REASON " delimited by size
                              rej-reason delimited by size
                              into Ws-Trace-Text
                       Perform 900-Emit-Trace-Line
                   End-If
           End-Read.

      *    lab1e restamps what it resubmits as source RSB, so only a
      *    record the suspense ledger shows as resubmitted is looked
      *    for, by its number and transaction date.
       750-Trace-Resubmit-File.
           If Ws-Resub-Seen = "Y"
               Open Input lab1c-rsb
               If Rsb-File-Status = "00"
                   Move "N" to Ws-Scan-Eof
                   Perform 760-Trace-One-Resubmit
                       Until Ws-Scan-Eof = "Y"
                   Close lab1c-rsb
               End-If
           End-If.

       760-Trace-One-Resubmit.
           Read lab1c-rsb
               At End
                   Move "Y" to Ws-Scan-Eof
               Not At End
                   If rsd-record-type = "D"
                       and rsd-record-number = Ws-Key-Rec-Number
                       and rsd-trans-date = Ws-Resub-Date
                       Add 1 to Ws-Found-Count
                       Move Spaces to Ws-Trace-Text
                       String "  PENDING ON RESUBMISSION FILE AMOUNT "
                                  delimited by size
                              rsd-amount delimited by size
                              " TYPE " delimited by size
                              rsd-type-code delimited by size
                              into Ws-Trace-Text
                       Perform 900-Emit-Trace-Line
                   End-If
           End-Read.

       900-Emit-Trace-Line.
           If Ws-Batch-Mode
               Generate Rpt-Trace-Detail
           Else
               Display Ws-Trace-Text
           End-If.

       910-Emit-Key-Line.
           If Ws-Batch-Mode
               Generate Rpt-Key-Detail
           Else
               Display Ws-Trace-Text
           End-If.
