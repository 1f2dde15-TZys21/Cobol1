       identification division.
       program-id.         lab2e.

      *      Name: Tyler Zysberg. Description: LAB2E. Restore of the
      *      five keyed master files (history, extract, suspense,
      *      posted register and type-code master) from one lab2d
      *      snapshot, to put them all back as they stood before a
      *      chosen night. The SYSIN card names the snapshot:
      *
      *        columns  1-8   snapshot cycle date (CCYYMMDD)
      *        columns 10-39  reason (required)
      *
      *      A restore needs level A on the operator file; a refusal
      *      writes a DENIED line to the audit file. It is also
      *      refused while the snapshot's month, or any later month,
      *      is closed on the period-control file (lab1c-per.dat), so
      *      a closed month has to be reopened through lab2b first.
      *
      *      All five snapshot datasets are checked before anything
      *      is touched: each must be headed for the right file and
      *      cycle date, and its D records must agree with the count
      *      on its trailer. If any is missing or does not agree,
      *      nothing is restored. Otherwise each master is reloaded
      *      from its snapshot and read back, and the count read back
      *      must match the snapshot's. The lab1c checkpoint is
      *      cleared, since a restart position taken against the
      *      files as they were is no longer good. A RESTOR entry
      *      with the counts read back goes to the run journal (lab1j
      *      lists it, lab1o reports it) and a RESTORE line with the
      *      operator and reason to the audit file. To run the night
      *      again afterwards, force its steps with lab1x. Return
      *      code 0 when all five are restored and agree, 8 when the
      *      restore is refused or a count does not agree.

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-hist
               Assign to "lab1c-hist.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is hist-run-date
               File Status is Hist-File-Status.

           Select lab1c-ext
               Assign to "lab1c-ext.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is ext-run-date
               File Status is Ext-File-Status.

           Select lab1c-sus
               Assign to "lab1c-sus.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is sus-key
               File Status is Sus-File-Status.

           Select lab1c-reg
               Assign to "lab1c-reg.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is reg-key
               File Status is Reg-File-Status.

           Select lab1c-typ
               Assign to "lab1c-typ.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typ-code
               File Status is Typ-File-Status.

           Select lab1c-snp
               Assign to Ws-Snap-Name
               Organization is Line Sequential
               File Status is Snp-File-Status.

           Select lab1c-per
               Assign to "lab1c-per.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is per-month
               File Status is Per-File-Status.

           Select lab1c-ckpt
               Assign to "lab1c-ckpt.dat"
               Organization is Line Sequential
               File Status is Ckpt-File-Status.

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
       fd  lab1c-hist.
       01  history-record.
           05    hist-run-date          PIC 9(8).
           05    hist-total-count       PIC 9(06).
           05    hist-even-count        PIC 9(06).
           05    hist-amount-total      PIC S9(9)V99.
           05    hist-corrected         PIC X(01).
               88  hist-was-corrected   Value "Y".
           05    hist-correction-reason PIC X(30).
           05    hist-mtd-count         PIC 9(8).
           05    hist-mtd-even          PIC 9(8).
           05    hist-mtd-amount        PIC S9(11)V99.
           05    hist-ytd-count         PIC 9(8).
           05    hist-ytd-even          PIC 9(8).
           05    hist-ytd-amount        PIC S9(11)V99.

       fd  lab1c-ext.
       01  extract-record.
           05    ext-run-date        PIC 9(8).
           05    ext-total-count     PIC 9(06).
           05    ext-even-count      PIC 9(06).
           05    ext-amount-total    PIC S9(9)V99
                                      Sign Is Trailing Separate.

       fd  lab1c-sus.
       01  suspense-record.
           05    sus-key.
               10  sus-run-date        PIC 9(8).
               10  sus-source-id       PIC X(03).
               10  sus-rec-number      PIC X(06).
           05    sus-reason            PIC X(08).
           05    sus-status            PIC X(01).
           05    sus-status-date       PIC 9(8).
           05    sus-detail-image      PIC X(30).

       fd  lab1c-reg.
       01  register-record.
           05    reg-key.
               10  reg-source-id       PIC X(03).
               10  reg-rec-number      PIC 9(06).
               10  reg-trans-date      PIC 9(8).
           05    reg-posted-date       PIC 9(8).

       fd  lab1c-typ.
       01  type-master-record.
           05    typ-code            PIC X(02).
           05    typ-description     PIC X(30).
           05    typ-active          PIC X(01).
               88  typ-is-active    Value "Y".
           05    typ-hold-ceiling    PIC 9(7)V99.

       fd  lab1c-snp.
       01  snap-record.
           05    snap-rec-type         PIC X(01).
               88  snap-is-header       Value "H".
               88  snap-is-data         Value "D".
               88  snap-is-trailer      Value "T".
           05    snap-data             PIC X(140).
       01  snap-header-record.
           05    Filler                PIC X(01).
           05    snh-file-id           PIC X(08).
           05    snh-cycle-date        PIC 9(8).
           05    snh-taken-date        PIC 9(8).
           05    snh-taken-time        PIC 9(8).
           05    snh-present           PIC X(01).
       01  snap-trailer-record.
           05    Filler                PIC X(01).
           05    snt-file-id           PIC X(08).
           05    snt-record-count      PIC 9(8).

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

       fd  lab1c-ckpt.
       01  checkpoint-record.
           05    ck-last-ordinal    PIC 9(06).
           05    ck-counter         PIC 9(06).
           05    ck-even-counter    PIC 9(06).
           05    ck-amount-total    PIC S9(9)V99
                                     Sign Is Trailing Separate.
           05    ck-status          PIC X(01).

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
       01  EndOfFile           PIC X Value "N".
       01  Hist-File-Status    PIC XX.
       01  Ext-File-Status     PIC XX.
       01  Sus-File-Status     PIC XX.
       01  Reg-File-Status     PIC XX.
       01  Typ-File-Status     PIC XX.
       01  Snp-File-Status     PIC XX.
       01  Per-File-Status     PIC XX.
       01  Ckpt-File-Status    PIC XX.
       01  Jrn-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).

      *    The control card, as read from SYSIN.
       01  Ws-Card             PIC X(80).
       01  Ws-Snap-Date        PIC 9(8).
       01  Ws-Snap-Month       PIC 9(6).
       01  Ws-Reason           PIC X(30).

      *    The five snapshots, in the order lab2d writes them: short
      *    name for the dataset, file id on the H and T records, and
      *    the counts found on the snapshot, loaded and read back.
       01  Snap-Table.
           05  Snap-Entry Occurs 5 Times.
               10  Sn-Abbrev       PIC X(04).
               10  Sn-File-Id      PIC X(08).
               10  Sn-Present      PIC X(01).
               10  Sn-Count        PIC 9(8).
               10  Sn-Data-Count   PIC 9(8).
               10  Sn-Loaded       PIC 9(8).
               10  Sn-Recount      PIC 9(8).
       01  Ws-Snap-Idx         PIC 9.
       01  Ws-Snap-Name        PIC X(40).
       01  Ws-Trailer-Seen     PIC X.
       01  Ws-Bad-Records      PIC 9(8).
       01  Ws-Verify-Errors    PIC 9(2) Value 0.
       01  Ws-Reload-Errors    PIC 9(2) Value 0.
       01  Ws-Write-Errors     PIC 9(8) Value 0.
       01  Ws-Closed-Month     PIC 9(6) Value 0.
       01  Ws-Per-Eof          PIC X Value "N".

      *    Operator authorization (lab1c-opr.dat, shared with lab1d,
      *    lab1e and lab2b): a restore needs level A. With no
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

       01  Ws-Jrn-Stamp-Date   PIC 9(8).
       01  Ws-Jrn-Stamp-Time   PIC 9(8).
       01  Ws-Jrn-Buffer       PIC X(120) Value Spaces.
       01  Ws-Jrn-Rc           PIC 9(4).

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
           Perform 050-Load-Snap-Table
           Perform 800-Load-Auth-File
           Perform 810-Check-Restore-Auth
           Perform 150-Check-Period-Lock
           Move 1 to Ws-Snap-Idx
           Perform 200-Verify-One-Snapshot Until Ws-Snap-Idx > 5
           If Ws-Verify-Errors > 0
               Display "LAB2E: snapshot " Ws-Snap-Date
                   " failed its checks - nothing restored"
               Move 8 to Return-Code
               Stop run
           End-If
           Perform 300-Reload-History
           Perform 400-Reload-Extract
           Perform 500-Reload-Suspense
           Perform 600-Reload-Register
           Perform 700-Reload-Type-Master
           Perform 750-Clear-Checkpoint
           Move 1 to Ws-Snap-Idx
           Perform 280-Check-One-Reload Until Ws-Snap-Idx > 5
           If Ws-Reload-Errors > 0
               Move 8 to Return-Code
           End-If
           Perform 900-Write-Restore-Journal
           Perform 950-Write-Restore-Audit
           Display "LAB2E restore from snapshot " Ws-Snap-Date
           Move 1 to Ws-Snap-Idx
           Perform 290-Display-One-Count Until Ws-Snap-Idx > 5
           If Ws-Reload-Errors > 0
               Display "LAB2E: " Ws-Reload-Errors
                   " file(s) do not agree with the snapshot"
           Else
               Display "LAB2E: all five files restored - force the"
                   " night's steps with lab1x to run it again"
           End-If
           Stop run.

       050-Load-Snap-Table.
           Move "hist" to Sn-Abbrev(1)
           Move "HISTORY" to Sn-File-Id(1)
           Move "ext" to Sn-Abbrev(2)
           Move "EXTRACT" to Sn-File-Id(2)
           Move "sus" to Sn-Abbrev(3)
           Move "SUSPENSE" to Sn-File-Id(3)
           Move "reg" to Sn-Abbrev(4)
           Move "REGISTER" to Sn-File-Id(4)
           Move "typ" to Sn-Abbrev(5)
           Move "TYPEMAST" to Sn-File-Id(5)
           Move 1 to Ws-Snap-Idx
           Perform 051-Clear-One-Snap-Entry Until Ws-Snap-Idx > 5.

       051-Clear-One-Snap-Entry.
           Move "N" to Sn-Present(Ws-Snap-Idx)
           Move 0 to Sn-Count(Ws-Snap-Idx) Sn-Data-Count(Ws-Snap-Idx)
           Move 0 to Sn-Loaded(Ws-Snap-Idx) Sn-Recount(Ws-Snap-Idx)
           Add 1 to Ws-Snap-Idx.

       100-Read-Control-Card.
           Move Spaces to Ws-Card
           Accept Ws-Card
           If Ws-Card(1:8) Is Numeric
               Move Ws-Card(1:8) to Ws-Snap-Date
               Move Ws-Card(1:6) to Ws-Snap-Month
           Else
               Perform 190-Bad-Control-Card
           End-If
           Move Ws-Card(10:30) to Ws-Reason
           If Ws-Reason = Spaces
               Display "LAB2E: a restore needs a reason in columns"
                   " 10-39"
               Perform 190-Bad-Control-Card
           End-If.

       190-Bad-Control-Card.
           Display "**ERROR** invalid restore card: " Ws-Card
           Move 8 to Return-Code
           Stop run.

      *    Putting the files back to a night in a closed month would
      *    change that month's history behind its statement.
       150-Check-Period-Lock.
           Open Input lab1c-per
           If Per-File-Status = "00"
               Move Ws-Snap-Month to per-month
               Start lab1c-per Key Is Not Less Than per-month
                   Invalid Key
                       Move "Y" to Ws-Per-Eof
               End-Start
               Perform 151-Check-One-Period
                   Until Ws-Per-Eof = "Y" or Ws-Closed-Month > 0
               Close lab1c-per
           End-If
           If Ws-Closed-Month > 0
               Display "LAB2E: month " Ws-Closed-Month
                   " is closed - reopen it with lab2b before"
                   " restoring snapshot " Ws-Snap-Date
               Move 8 to Return-Code
               Stop run
           End-If.

       151-Check-One-Period.
           Read lab1c-per Next Record
               At End
                   Move "Y" to Ws-Per-Eof
               Not At End
                   If per-is-closed
                       Move per-month to Ws-Closed-Month
                   End-If
           End-Read.

      *    The snapshot must open with its own H record, hold only
      *    D records after it and close with a T record whose count
      *    matches them.
       200-Verify-One-Snapshot.
           Perform 820-Build-Snap-Name
           Move "N" to Ws-Trailer-Seen
           Move 0 to Ws-Bad-Records
           Open Input lab1c-snp
           If Snp-File-Status Not = "00"
               Display "LAB2E: snapshot " Ws-Snap-Name
                   " not found - status " Snp-File-Status
               Add 1 to Ws-Verify-Errors
           Else
               Move "N" to EndOfFile
               Read lab1c-snp
                   At End
                       Move "Y" to EndOfFile
               End-Read
               If EndOfFile = "Y" or Not snap-is-header
                   or snh-file-id Not = Sn-File-Id(Ws-Snap-Idx)
                   or snh-cycle-date Not = Ws-Snap-Date
                   Display "LAB2E: " Ws-Snap-Name
                       " is not headed as the " Sn-File-Id(Ws-Snap-Idx)
                       " snapshot for " Ws-Snap-Date
                   Add 1 to Ws-Verify-Errors
               Else
                   Move snh-present to Sn-Present(Ws-Snap-Idx)
                   Perform 210-Verify-One-Snap-Record
                       Until EndOfFile = "Y"
                   Perform 220-Check-Snap-Counts
               End-If
               Close lab1c-snp
           End-If
           Add 1 to Ws-Snap-Idx.

       210-Verify-One-Snap-Record.
           Read lab1c-snp
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Evaluate True
                       When Ws-Trailer-Seen = "Y"
                           Add 1 to Ws-Bad-Records
                       When snap-is-data
                           Add 1 to Sn-Data-Count(Ws-Snap-Idx)
                       When snap-is-trailer
                           Move "Y" to Ws-Trailer-Seen
                           Move snt-record-count
                               to Sn-Count(Ws-Snap-Idx)
                       When Other
                           Add 1 to Ws-Bad-Records
                   End-Evaluate
           End-Read.

       220-Check-Snap-Counts.
           Evaluate True
               When Ws-Trailer-Seen = "N"
                   Display "LAB2E: " Ws-Snap-Name
                       " has no trailer - snapshot incomplete"
                   Add 1 to Ws-Verify-Errors
               When Ws-Bad-Records > 0
                   Display "LAB2E: " Ws-Snap-Name " has "
                       Ws-Bad-Records " misplaced record(s)"
                   Add 1 to Ws-Verify-Errors
               When Sn-Data-Count(Ws-Snap-Idx)
                       Not = Sn-Count(Ws-Snap-Idx)
                   Display "LAB2E: " Ws-Snap-Name " holds "
                       Sn-Data-Count(Ws-Snap-Idx)
                       " record(s), trailer says "
                       Sn-Count(Ws-Snap-Idx)
                   Add 1 to Ws-Verify-Errors
           End-Evaluate.

      *    Loaded and read-back counts must both equal the count the
      *    snapshot was taken with.
       280-Check-One-Reload.
           If Sn-Loaded(Ws-Snap-Idx) Not = Sn-Count(Ws-Snap-Idx)
               or Sn-Recount(Ws-Snap-Idx) Not = Sn-Count(Ws-Snap-Idx)
               Display "LAB2E: " Sn-File-Id(Ws-Snap-Idx)
                   " snapshot " Sn-Count(Ws-Snap-Idx)
                   " loaded " Sn-Loaded(Ws-Snap-Idx)
                   " read back " Sn-Recount(Ws-Snap-Idx)
               Add 1 to Ws-Reload-Errors
           End-If
           Add 1 to Ws-Snap-Idx.

       290-Display-One-Count.
           Display "  " Sn-File-Id(Ws-Snap-Idx) " "
               Sn-Recount(Ws-Snap-Idx) " record(s)"
           Add 1 to Ws-Snap-Idx.

      *    Each master is emptied and loaded from its snapshot in
      *    key order, then read back from the top.
       300-Reload-History.
           Move 1 to Ws-Snap-Idx
           Perform 830-Open-Snap-For-Reload
           Open Output lab1c-hist
           Perform 310-Reload-One-History Until EndOfFile = "Y"
           Close lab1c-hist
           Close lab1c-snp
           Open Input lab1c-hist
           If Hist-File-Status = "00"
               Move "N" to EndOfFile
               Move Low-Values to hist-run-date
               Start lab1c-hist Key Is Not Less Than hist-run-date
                   Invalid Key
                       Move "Y" to EndOfFile
               End-Start
               Perform 320-Recount-One-History Until EndOfFile = "Y"
               Close lab1c-hist
           End-If.

       310-Reload-One-History.
           Read lab1c-snp
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If snap-is-data
                       Move snap-data to history-record
                       Write history-record
                           Invalid Key
                               Add 1 to Ws-Write-Errors
                           Not Invalid Key
                               Add 1 to Sn-Loaded(1)
                       End-Write
                   End-If
           End-Read.

       320-Recount-One-History.
           Read lab1c-hist Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Sn-Recount(1)
           End-Read.

       400-Reload-Extract.
           Move 2 to Ws-Snap-Idx
           Perform 830-Open-Snap-For-Reload
           Open Output lab1c-ext
           Perform 410-Reload-One-Extract Until EndOfFile = "Y"
           Close lab1c-ext
           Close lab1c-snp
           Open Input lab1c-ext
           If Ext-File-Status = "00"
               Move "N" to EndOfFile
               Move Low-Values to ext-run-date
               Start lab1c-ext Key Is Not Less Than ext-run-date
                   Invalid Key
                       Move "Y" to EndOfFile
               End-Start
               Perform 420-Recount-One-Extract Until EndOfFile = "Y"
               Close lab1c-ext
           End-If.

       410-Reload-One-Extract.
           Read lab1c-snp
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If snap-is-data
                       Move snap-data to extract-record
                       Write extract-record
                           Invalid Key
                               Add 1 to Ws-Write-Errors
                           Not Invalid Key
                               Add 1 to Sn-Loaded(2)
                       End-Write
                   End-If
           End-Read.

       420-Recount-One-Extract.
           Read lab1c-ext Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Sn-Recount(2)
           End-Read.

       500-Reload-Suspense.
           Move 3 to Ws-Snap-Idx
           Perform 830-Open-Snap-For-Reload
           Open Output lab1c-sus
           Perform 510-Reload-One-Suspense Until EndOfFile = "Y"
           Close lab1c-sus
           Close lab1c-snp
           Open Input lab1c-sus
           If Sus-File-Status = "00"
               Move "N" to EndOfFile
               Move Low-Values to sus-key
               Start lab1c-sus Key Is Not Less Than sus-key
                   Invalid Key
                       Move "Y" to EndOfFile
               End-Start
               Perform 520-Recount-One-Suspense Until EndOfFile = "Y"
               Close lab1c-sus
           End-If.

       510-Reload-One-Suspense.
           Read lab1c-snp
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If snap-is-data
                       Move snap-data to suspense-record
                       Write suspense-record
                           Invalid Key
                               Add 1 to Ws-Write-Errors
                           Not Invalid Key
                               Add 1 to Sn-Loaded(3)
                       End-Write
                   End-If
           End-Read.

       520-Recount-One-Suspense.
           Read lab1c-sus Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Sn-Recount(3)
           End-Read.

       600-Reload-Register.
           Move 4 to Ws-Snap-Idx
           Perform 830-Open-Snap-For-Reload
           Open Output lab1c-reg
           Perform 610-Reload-One-Register Until EndOfFile = "Y"
           Close lab1c-reg
           Close lab1c-snp
           Open Input lab1c-reg
           If Reg-File-Status = "00"
               Move "N" to EndOfFile
               Move Low-Values to reg-key
               Start lab1c-reg Key Is Not Less Than reg-key
                   Invalid Key
                       Move "Y" to EndOfFile
               End-Start
               Perform 620-Recount-One-Register Until EndOfFile = "Y"
               Close lab1c-reg
           End-If.

       610-Reload-One-Register.
           Read lab1c-snp
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If snap-is-data
                       Move snap-data to register-record
                       Write register-record
                           Invalid Key
                               Add 1 to Ws-Write-Errors
                           Not Invalid Key
                               Add 1 to Sn-Loaded(4)
                       End-Write
                   End-If
           End-Read.

       620-Recount-One-Register.
           Read lab1c-reg Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Sn-Recount(4)
           End-Read.

       700-Reload-Type-Master.
           Move 5 to Ws-Snap-Idx
           Perform 830-Open-Snap-For-Reload
           Open Output lab1c-typ
           Perform 710-Reload-One-Type Until EndOfFile = "Y"
           Close lab1c-typ
           Close lab1c-snp
           Open Input lab1c-typ
           If Typ-File-Status = "00"
               Move "N" to EndOfFile
               Move Low-Values to typ-code
               Start lab1c-typ Key Is Not Less Than typ-code
                   Invalid Key
                       Move "Y" to EndOfFile
               End-Start
               Perform 720-Recount-One-Type Until EndOfFile = "Y"
               Close lab1c-typ
           End-If.

       710-Reload-One-Type.
           Read lab1c-snp
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If snap-is-data
                       Move snap-data to type-master-record
                       Write type-master-record
                           Invalid Key
                               Add 1 to Ws-Write-Errors
                           Not Invalid Key
                               Add 1 to Sn-Loaded(5)
                       End-Write
                   End-If
           End-Read.

       720-Recount-One-Type.
           Read lab1c-typ Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Sn-Recount(5)
           End-Read.

      *    An empty checkpoint file reads as no checkpoint, so the
      *    next lab1c run starts from the top.
       750-Clear-Checkpoint.
           Open Output lab1c-ckpt
           Close lab1c-ckpt.

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

       810-Check-Restore-Auth.
           If Ws-Auth-Present = "Y"
               Move Space to Ws-Auth-Level
               Move "N" to Ws-Auth-Found
               Move 1 to Ws-Auth-Idx
               Perform 811-Check-One-Auth-Entry
                   Until Ws-Auth-Found = "Y"
                      or Ws-Auth-Idx > Auth-Entry-Count
               If Not Ws-Level-Admin
                   Display "LAB2E: operator " Ws-Operator-Id
                       " is not authorized to restore the master files"
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

      *    lab1c-<file>-<CCYYMMDD>.snp, as lab2d names it.
       820-Build-Snap-Name.
           Move Spaces to Ws-Snap-Name
           String "lab1c-" delimited by size
                  Sn-Abbrev(Ws-Snap-Idx) delimited by space
                  "-" delimited by size
                  Ws-Snap-Date delimited by size
                  ".snp" delimited by size
                  into Ws-Snap-Name.

      *    Positioned past the H record, ready for the D records.
       830-Open-Snap-For-Reload.
           Perform 820-Build-Snap-Name
           Move "N" to EndOfFile
           Open Input lab1c-snp
           Read lab1c-snp
               At End
                   Move "Y" to EndOfFile
           End-Read.

      *    RESTOR entry: the snapshot restored and the record counts
      *    read back from each master.
       900-Write-Restore-Journal.
           Open Extend lab1c-jrn
           If Jrn-File-Status Not = "00"
               Open Output lab1c-jrn
           End-If
           Accept Ws-Jrn-Stamp-Date From Date YYYYMMDD
           Accept Ws-Jrn-Stamp-Time From Time
           Move Return-Code to Ws-Jrn-Rc
           Move Spaces to Ws-Jrn-Buffer
           String "RESTOR" delimited by size
                  Ws-Jrn-Stamp-Date delimited by size
                  " " delimited by size
                  Ws-Jrn-Stamp-Time delimited by size
                  " SNAP=" delimited by size
                  Ws-Snap-Date delimited by size
                  " HIST=" delimited by size
                  Sn-Recount(1) delimited by size
                  " EXT=" delimited by size
                  Sn-Recount(2) delimited by size
                  " SUS=" delimited by size
                  Sn-Recount(3) delimited by size
                  " REG=" delimited by size
                  Sn-Recount(4) delimited by size
                  " TYP=" delimited by size
                  Sn-Recount(5) delimited by size
                  " RC=" delimited by size
                  Ws-Jrn-Rc delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn.

      *    RESTORE= sits where a correction line carries DATE=, so
      *    the audit readers do not take these for corrections.
       950-Write-Restore-Audit.
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
                  " RESTORE="         delimited by size
                  Ws-Snap-Date        delimited by size
                  " REASON="          delimited by size
                  Ws-Reason           delimited by size
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
                  " DENIED=RESTORE"   delimited by size
                  " SNAP="            delimited by size
                  Ws-Snap-Date        delimited by size
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
           Move "LAB2E" to tctl-last-program
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
