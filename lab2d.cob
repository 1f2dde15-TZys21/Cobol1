       identification division.
       program-id.         lab2d.

      *      Name: Tyler Zysberg. Description: LAB2D. Nightly snapshot
      *      of the five keyed master files the count run updates in
      *      place: history (lab1c-hist.dat), extract (lab1c-ext.dat),
      *      suspense (lab1c-sus.dat), posted register
      *      (lab1c-reg.dat) and type-code master (lab1c-typ.dat).
      *      Runs as STEP007 of LAB1CJB, after lab1p has assembled
      *      the night's input and before lab1c posts it, so the five
      *      unloads together are the files as they stood before
      *      that night.
      *
      *      Each file is unloaded in key order to its own dated
      *      snapshot dataset, lab1c-<file>-<CCYYMMDD>.snp (hist,
      *      ext, sus, reg, typ), named by the night's cycle date:
      *
      *        H record   file id, cycle date, date and time taken,
      *                   and whether the master existed
      *        D records  one per master record, its image as held
      *        T record   file id and the number of D records
      *
      *      A SNAP entry with the five record counts goes to the run
      *      journal. lab2e restores a chosen snapshot. The step
      *      records itself on the run-control file like the other
      *      LAB1CJB steps, so a resubmitted night does not unload
      *      files the failed run has already changed. Return code 0
      *      when all five are unloaded, 8 when any master cannot be
      *      read or a snapshot cannot be written.

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

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

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
       01  Jrn-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).

      *    The snapshot being written: its dataset name, built from
      *    the short file name and the cycle date, and the master's
      *    file id as carried on the H and T records.
       01  Ws-Snap-Name        PIC X(40).
       01  Ws-Snap-Abbrev      PIC X(04).
       01  Ws-Snap-File-Id     PIC X(08).
       01  Ws-Snap-Present     PIC X.
       01  Ws-Snap-Count       PIC 9(8).
       01  Ws-Snap-Time        PIC 9(8).

      *    Record counts for the SNAP journal entry.
       01  Ws-Hist-Count       PIC 9(8) Value 0.
       01  Ws-Ext-Count        PIC 9(8) Value 0.
       01  Ws-Sus-Count        PIC 9(8) Value 0.
       01  Ws-Reg-Count        PIC 9(8) Value 0.
       01  Ws-Typ-Count        PIC 9(8) Value 0.
       01  Ws-Snap-Errors      PIC 9(2) Value 0.

       01  Ws-Jrn-Stamp-Date   PIC 9(8).
       01  Ws-Jrn-Stamp-Time   PIC 9(8).
       01  Ws-Jrn-Buffer       PIC X(120) Value Spaces.
       01  Ws-Jrn-Rc           PIC 9(4).

      *    Step-level run control (lab1c-rctl.dat, keyed by run date
      *    and step id): this program is STEP007 of LAB1CJB. A step
      *    already complete for the run date is skipped unless lab1x
      *    has forced it to run again.
       01  Rctl-File-Status    PIC XX.
       01  Ws-Rctl-Step        PIC X(08) Value "STEP007".
       01  Ws-Rctl-Date        PIC 9(8).
       01  Ws-Rctl-Skip        PIC X Value "N".

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
           Perform 050-Run-Control-Start
           If Ws-Rctl-Skip = "Y"
               Display "LAB2D: " Ws-Rctl-Step " already complete for "
                   Ws-Rctl-Date " - snapshot skipped"
               Stop run
           End-If
           Accept Ws-Snap-Time From Time
           Perform 200-Snap-History
           Perform 300-Snap-Extract
           Perform 400-Snap-Suspense
           Perform 500-Snap-Register
           Perform 600-Snap-Type-Master
           If Ws-Snap-Errors > 0
               Display "LAB2D: snapshot for " Ws-Rctl-Date
                   " is incomplete - " Ws-Snap-Errors
                   " file(s) not unloaded"
               Move 8 to Return-Code
           End-If
           Perform 700-Write-Snap-Journal
           Display "LAB2D snapshot for cycle date " Ws-Rctl-Date
           Display "History records:   " Ws-Hist-Count
           Display "Extract records:   " Ws-Ext-Count
           Display "Suspense records:  " Ws-Sus-Count
           Display "Register records:  " Ws-Reg-Count
           Display "Type-code records: " Ws-Typ-Count
           Perform 060-Run-Control-Finish
           Stop run.

      *    The run date is tonight's cycle, as lab1p recorded it
      *    on the CYCLE line; with no cycle line yet, today.
       050-Run-Control-Start.
           Perform 070-Open-Run-Control
           Move 0 to rctl-run-date
           Move "CYCLE" to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Move Ws-Run-Date to Ws-Rctl-Date
               Not Invalid Key
                   Move rctl-cycle-date to Ws-Rctl-Date
           End-Read
           Move Ws-Rctl-Date to rctl-run-date
           Move Ws-Rctl-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Move 0 to rctl-cycle-date
                   Move Spaces to rctl-force-oper rctl-force-reason
                   Perform 055-Stage-Run-Control-Start
                   Write run-control-record
               Not Invalid Key
                   If rctl-complete and Not rctl-forced
                       Move "Y" to Ws-Rctl-Skip
                   Else
                       Perform 055-Stage-Run-Control-Start
                       Rewrite run-control-record
                   End-If
           End-Read
           Close lab1c-rctl.

      *    A forced start uses up the force; who forced it and why
      *    stay on the line.
       055-Stage-Run-Control-Start.
           Move "S" to rctl-status
           Move "LAB2D" to rctl-program
           Accept rctl-start-date From Date YYYYMMDD
           Accept rctl-start-time From Time
           Move 0 to rctl-end-date rctl-end-time rctl-rc
           Move "N" to rctl-force.

      *    Return code 8 or over leaves the step failed, so the next
      *    submission runs it again.
       060-Run-Control-Finish.
           Perform 070-Open-Run-Control
           Move Ws-Rctl-Date to rctl-run-date
           Move Ws-Rctl-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Continue
               Not Invalid Key
                   If Return-Code < 8
                       Move "C" to rctl-status
                   Else
                       Move "F" to rctl-status
                   End-If
                   Accept rctl-end-date From Date YYYYMMDD
                   Accept rctl-end-time From Time
                   Move Return-Code to rctl-rc
                   Rewrite run-control-record
           End-Read
           Close lab1c-rctl.

       070-Open-Run-Control.
           Open I-O lab1c-rctl
           If Rctl-File-Status Not = "00"
               Open Output lab1c-rctl
               Close lab1c-rctl
               Open I-O lab1c-rctl
           End-If.

      *    A master that does not exist yet (status 35) is unloaded
      *    as an empty snapshot marked absent; any other open
      *    failure leaves the snapshot incomplete.
       200-Snap-History.
           Move "hist" to Ws-Snap-Abbrev
           Move "HISTORY" to Ws-Snap-File-Id
           Open Input lab1c-hist
           Evaluate Hist-File-Status
               When "00"
                   Move "Y" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Move "N" to EndOfFile
                   Move Low-Values to hist-run-date
                   Start lab1c-hist Key Is Not Less Than hist-run-date
                       Invalid Key
                           Move "Y" to EndOfFile
                   End-Start
                   Perform 210-Snap-One-History Until EndOfFile = "Y"
                   Close lab1c-hist
                   Perform 810-Close-Snapshot
                   Move Ws-Snap-Count to Ws-Hist-Count
               When "35"
                   Move "N" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Perform 810-Close-Snapshot
               When Other
                   Display "LAB2D: cannot read lab1c-hist.dat - status "
                       Hist-File-Status
                   Add 1 to Ws-Snap-Errors
           End-Evaluate.

       210-Snap-One-History.
           Read lab1c-hist Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Move "D" to snap-rec-type
                   Move history-record to snap-data
                   Perform 820-Write-Snap-Data
           End-Read.

       300-Snap-Extract.
           Move "ext" to Ws-Snap-Abbrev
           Move "EXTRACT" to Ws-Snap-File-Id
           Open Input lab1c-ext
           Evaluate Ext-File-Status
               When "00"
                   Move "Y" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Move "N" to EndOfFile
                   Move Low-Values to ext-run-date
                   Start lab1c-ext Key Is Not Less Than ext-run-date
                       Invalid Key
                           Move "Y" to EndOfFile
                   End-Start
                   Perform 310-Snap-One-Extract Until EndOfFile = "Y"
                   Close lab1c-ext
                   Perform 810-Close-Snapshot
                   Move Ws-Snap-Count to Ws-Ext-Count
               When "35"
                   Move "N" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Perform 810-Close-Snapshot
               When Other
                   Display "LAB2D: cannot read lab1c-ext.dat - status "
                       Ext-File-Status
                   Add 1 to Ws-Snap-Errors
           End-Evaluate.

       310-Snap-One-Extract.
           Read lab1c-ext Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Move "D" to snap-rec-type
                   Move extract-record to snap-data
                   Perform 820-Write-Snap-Data
           End-Read.

       400-Snap-Suspense.
           Move "sus" to Ws-Snap-Abbrev
           Move "SUSPENSE" to Ws-Snap-File-Id
           Open Input lab1c-sus
           Evaluate Sus-File-Status
               When "00"
                   Move "Y" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Move "N" to EndOfFile
                   Move Low-Values to sus-key
                   Start lab1c-sus Key Is Not Less Than sus-key
                       Invalid Key
                           Move "Y" to EndOfFile
                   End-Start
                   Perform 410-Snap-One-Suspense Until EndOfFile = "Y"
                   Close lab1c-sus
                   Perform 810-Close-Snapshot
                   Move Ws-Snap-Count to Ws-Sus-Count
               When "35"
                   Move "N" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Perform 810-Close-Snapshot
               When Other
                   Display "LAB2D: cannot read lab1c-sus.dat - status "
                       Sus-File-Status
                   Add 1 to Ws-Snap-Errors
           End-Evaluate.

       410-Snap-One-Suspense.
           Read lab1c-sus Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Move "D" to snap-rec-type
                   Move suspense-record to snap-data
                   Perform 820-Write-Snap-Data
           End-Read.

       500-Snap-Register.
           Move "reg" to Ws-Snap-Abbrev
           Move "REGISTER" to Ws-Snap-File-Id
           Open Input lab1c-reg
           Evaluate Reg-File-Status
               When "00"
                   Move "Y" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Move "N" to EndOfFile
                   Move Low-Values to reg-key
                   Start lab1c-reg Key Is Not Less Than reg-key
                       Invalid Key
                           Move "Y" to EndOfFile
                   End-Start
                   Perform 510-Snap-One-Register Until EndOfFile = "Y"
                   Close lab1c-reg
                   Perform 810-Close-Snapshot
                   Move Ws-Snap-Count to Ws-Reg-Count
               When "35"
                   Move "N" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Perform 810-Close-Snapshot
               When Other
                   Display "LAB2D: cannot read lab1c-reg.dat - status "
                       Reg-File-Status
                   Add 1 to Ws-Snap-Errors
           End-Evaluate.

       510-Snap-One-Register.
           Read lab1c-reg Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Move "D" to snap-rec-type
                   Move register-record to snap-data
                   Perform 820-Write-Snap-Data
           End-Read.

       600-Snap-Type-Master.
           Move "typ" to Ws-Snap-Abbrev
           Move "TYPEMAST" to Ws-Snap-File-Id
           Open Input lab1c-typ
           Evaluate Typ-File-Status
               When "00"
                   Move "Y" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Move "N" to EndOfFile
                   Move Low-Values to typ-code
                   Start lab1c-typ Key Is Not Less Than typ-code
                       Invalid Key
                           Move "Y" to EndOfFile
                   End-Start
                   Perform 610-Snap-One-Type Until EndOfFile = "Y"
                   Close lab1c-typ
                   Perform 810-Close-Snapshot
                   Move Ws-Snap-Count to Ws-Typ-Count
               When "35"
                   Move "N" to Ws-Snap-Present
                   Perform 800-Open-Snapshot
                   Perform 810-Close-Snapshot
               When Other
                   Display "LAB2D: cannot read lab1c-typ.dat - status "
                       Typ-File-Status
                   Add 1 to Ws-Snap-Errors
           End-Evaluate.

       610-Snap-One-Type.
           Read lab1c-typ Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Move "D" to snap-rec-type
                   Move type-master-record to snap-data
                   Perform 820-Write-Snap-Data
           End-Read.

      *    SNAP entry: the cycle date and the five record counts,
      *    for lab1j and for the operator choosing what to restore.
       700-Write-Snap-Journal.
           Open Extend lab1c-jrn
           If Jrn-File-Status Not = "00"
               Open Output lab1c-jrn
           End-If
           Accept Ws-Jrn-Stamp-Date From Date YYYYMMDD
           Accept Ws-Jrn-Stamp-Time From Time
           Move Return-Code to Ws-Jrn-Rc
           Move Spaces to Ws-Jrn-Buffer
           String "SNAP  " delimited by size
                  Ws-Jrn-Stamp-Date delimited by size
                  " " delimited by size
                  Ws-Jrn-Stamp-Time delimited by size
                  " SNAP=" delimited by size
                  Ws-Rctl-Date delimited by size
                  " HIST=" delimited by size
                  Ws-Hist-Count delimited by size
                  " EXT=" delimited by size
                  Ws-Ext-Count delimited by size
                  " SUS=" delimited by size
                  Ws-Sus-Count delimited by size
                  " REG=" delimited by size
                  Ws-Reg-Count delimited by size
                  " TYP=" delimited by size
                  Ws-Typ-Count delimited by size
                  " RC=" delimited by size
                  Ws-Jrn-Rc delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn.

      *    lab1c-<file>-<CCYYMMDD>.snp, opened fresh and headed with
      *    the file id, cycle date and time taken.
       800-Open-Snapshot.
           Move Spaces to Ws-Snap-Name
           String "lab1c-" delimited by size
                  Ws-Snap-Abbrev delimited by space
                  "-" delimited by size
                  Ws-Rctl-Date delimited by size
                  ".snp" delimited by size
                  into Ws-Snap-Name
           Move 0 to Ws-Snap-Count
           Open Output lab1c-snp
           If Snp-File-Status Not = "00"
               Display "LAB2D: cannot create " Ws-Snap-Name
                   " - status " Snp-File-Status
               Add 1 to Ws-Snap-Errors
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Move Spaces to snap-header-record
           Move "H" to snap-rec-type
           Move Ws-Snap-File-Id to snh-file-id
           Move Ws-Rctl-Date to snh-cycle-date
           Move Ws-Run-Date to snh-taken-date
           Move Ws-Snap-Time to snh-taken-time
           Move Ws-Snap-Present to snh-present
           Write snap-header-record.

       810-Close-Snapshot.
           Move Spaces to snap-trailer-record
           Move "T" to snap-rec-type
           Move Ws-Snap-File-Id to snt-file-id
           Move Ws-Snap-Count to snt-record-count
           Write snap-trailer-record
           Close lab1c-snp
           Display "LAB2D: " Ws-Snap-File-Id " " Ws-Snap-Count
               " record(s) to " Ws-Snap-Name.

       820-Write-Snap-Data.
           Write snap-record
           Add 1 to Ws-Snap-Count.

       986-Stamp-Journal-Line.
           Move "JOURNAL" to Ws-Trail-Id
           Move journal-line(1:120) to Ws-Trail-Text
           Perform 990-Stamp-Trail-Line
           Move Ws-Trail-Stamp to journal-line(121:28).

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
           Move "LAB2D" to tctl-last-program
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
