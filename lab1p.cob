      *        itself leaves the capture and resubmission feeders
      *        empty on any day nothing was keyed or resubmitted,
      *        and that must not block the next night.
      *      - Each expected source's verdict is now also posted to
      *        the source history file (lab1c-srch.dat, keyed by run
      *        date and source id) as its feed status: on time,
      *        empty, missing, malformed, or late when an earlier
      *        check for the same run date had found it missing or
      *        malformed. lab1c adds the night's counts to the same
      *        line and lab1w ranks the sources from it.
      *      - The run now posts the night's run date as the cycle
      *        date on the run-control file (lab1c-rctl.dat) for the
      *        later steps to pick up, and records itself as STEP005.
      *        A resubmission after STEP005 completed skips the whole
      *        assembly, so the feeders it cleared the first time are
      *        not read again as an empty night.
      *      - A feeder its owner pre-edited clean with lab2a and
      *        marked pre-verified (lab1c-pver.dat, keyed by run date
      *        and source id) is noted on the summary as PRE-VERIFIED,
      *        or as CHANGED SINCE PRE-VERIFY when its record count or
      *        detail amount total no longer matches what lab2a saw.
      *      - A V record (a capture detail voided in lab1b) is
      *        accepted inside a group like a detail; its amount is
      *        left out of the feeder's amount total.

       Environment division.
       Input-output section.
               Assign to "lab1c-in.dat"
               Organization is Line Sequential.

           Select lab1c-srch
               Assign to "lab1c-srch.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is srch-key
               File Status is Srch-File-Status.

           Select lab1c-pver
               Assign to "lab1c-pver.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is pver-key
               File Status is Pver-File-Status.

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

       data division.
       File Section.
       fd  lab1p-src.
       fd  lab1c-in.
       01  consolidated-line   PIC X(80).

       fd  lab1c-srch.
       01  source-history-record.
           05    srch-key.
               10  srch-run-date       PIC 9(8).
               10  srch-source-id      PIC X(03).
           05    srch-presented        PIC 9(8).
           05    srch-counted          PIC 9(8).
           05    srch-rejected         PIC 9(8).
           05    srch-amount           PIC S9(9)V99.
           05    srch-rej-amount       PIC S9(9)V99.
           05    srch-trailer-status   PIC X(01).
               88  srch-balanced        Value "B".
               88  srch-out-of-balance  Value "M".
               88  srch-not-reconciled  Value "R".
               88  srch-no-trailer      Value "N".
               88  srch-not-posted      Value " ".
           05    srch-feed-status      PIC X(01).
               88  srch-feed-on-time    Value "O".
               88  srch-feed-late       Value "L".
               88  srch-feed-missing    Value "M".
               88  srch-feed-malformed  Value "F".
               88  srch-feed-empty      Value "E".
               88  srch-feed-unchecked  Value " ".
           05    srch-feed-checks      PIC 9(2).
           05    srch-reason-entry Occurs 10 Times.
               10  srch-reason         PIC X(08).
               10  srch-reason-count   PIC 9(8).
           05    srch-other-rejects    PIC 9(8).
           05    srch-held             PIC 9(8).
           05    srch-held-amount      PIC S9(9)V99.

       fd  lab1c-pver.
       01  pre-verify-record.
           05    pver-key.
               10  pver-run-date       PIC 9(8).
               10  pver-source-id      PIC X(03).
           05    pver-file-name        PIC X(40).
           05    pver-record-count     PIC 9(8).
           05    pver-amount-hash      PIC S9(9)V99.
           05    pver-verify-date      PIC 9(8).
           05    pver-verify-time      PIC 9(8).
           05    pver-oper             PIC X(08).

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

       Working-Storage section.
       01  Src-File-Status     PIC XX.
       01  Feed-File-Status    PIC XX.
       01  Srch-File-Status    PIC XX.
       01  Ws-Src-Eof          PIC X Value "N".
       01  Ws-Feed-Eof         PIC X Value "N".
       01  Ws-Run-Date         PIC 9(8).
       01  Ws-Raw-Date         PIC X(8).
       01  Ws-Expected-Date    PIC 9(8).

      *    Step-level run control (lab1c-rctl.dat, keyed by run date
      *    and step id): this program is STEP005 of LAB1CJB. A step
      *    already complete for the run date is skipped unless lab1x
      *    has forced it to run again.
       01  Rctl-File-Status    PIC XX.
       01  Ws-Rctl-Step        PIC X(08) Value "STEP005".
       01  Ws-Rctl-Date        PIC 9(8).
       01  Ws-Rctl-Skip        PIC X Value "N".

      *    The control cards, one expected feeder per entry, with
      *    each feeder's verdict and record count for the summary.
       01  Feeder-Table.
                   88  Fc-Copied-Ok    Value "O".
                   88  Fc-Failed       Value "F".
               10  Fc-Count        PIC 9(8).
               10  Fc-Feed-Status  PIC X(01).
               10  Fc-Amount       PIC S9(9)V99.
               10  Fc-Pre-Verified PIC X(01).
                   88  Fc-Pver-Match   Value "Y".
                   88  Fc-Pver-Changed Value "C".
       01  Feeder-Count        PIC 9(2) Value 0.
       01  Ws-Feed-Idx         PIC 9(2).
       01  Ws-Feeder-Name      PIC X(40) Value Spaces.
       01  Ws-Feeder-Bad       PIC X Value "N".
       01  Ws-Any-Failed       PIC X Value "N".
       01  Ws-Total-Copied     PIC 9(8) Value 0.
       01  Ws-Srch-Idx         PIC 9(2).
       01  Ws-Srch-Rsn-Idx     PIC 9(2).

      *    Pre-verification marks left by lab2a: a feeder's copied
      *    record count and detail amount total are checked against
      *    the mark, so a file changed after its pre-edit shows so.
       01  Pver-File-Status    PIC XX.
       01  Ws-Pver-Present     PIC X Value "N".
       01  Ws-Feed-Amount-Text PIC X(10).
       01  Ws-Feed-Amount-Num  Redefines Ws-Feed-Amount-Text
                               PIC S9(7)V99
                                Sign Is Trailing Separate.

       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 100-Get-Expected-Date
           Move Ws-Expected-Date to Ws-Rctl-Date
           Perform 050-Run-Control-Start
           If Ws-Rctl-Skip = "Y"
               Display "LAB1P: " Ws-Rctl-Step " already complete for "
                   Ws-Rctl-Date " - input not reassembled"
               Stop run
           End-If
           Perform 200-Load-Control-File
           Open Input lab1c-pver
           If Pver-File-Status = "00"
               Move "Y" to Ws-Pver-Present
           End-If
           Open Output lab1c-in
           Move 1 to Ws-Feed-Idx
           Perform 300-Copy-One-Feeder
               Until Ws-Feed-Idx > Feeder-Count
           Close lab1c-in
           If Ws-Pver-Present = "Y"
               Close lab1c-pver
           End-If
           Perform 600-Post-Feed-Status
           If Ws-Any-Failed = "N"
               Perform 400-Clear-Flagged-Feeders
           End-If
           If Ws-Any-Failed = "Y"
               Move 8 to Return-Code
           End-If
           Perform 060-Run-Control-Finish
           Stop run.

       100-Get-Expected-Date.
               Display "**ERROR** no expected-sources control file -"
                   " status " Src-File-Status
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Move "N" to Ws-Src-Eof
               Display "**ERROR** expected-sources control file is"
                   " empty"
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If.

                       Move control-card(46:1)
                           to Fc-Clear(Feeder-Count)
                       Move Space to Fc-Status(Feeder-Count)
                       Move Space to Fc-Feed-Status(Feeder-Count)
                       Move 0 to Fc-Count(Feeder-Count)
                       Move 0 to Fc-Amount(Feeder-Count)
                       Move Space to Fc-Pre-Verified(Feeder-Count)
                   End-If
           End-Read.

                   " feeder missing: " Ws-Feeder-Name
                   " status " Feed-File-Status
               Move "Y" to Ws-Feeder-Bad
               Move "M" to Fc-Feed-Status(Ws-Feed-Idx)
           Else
               Move "N" to Ws-Feed-Eof
               Perform 310-Copy-One-Feeder-Line
           If Ws-Feeder-Bad = "Y"
               Move "F" to Fc-Status(Ws-Feed-Idx)
               Move "Y" to Ws-Any-Failed
               If Fc-Feed-Status(Ws-Feed-Idx) = Space
                   Move "F" to Fc-Feed-Status(Ws-Feed-Idx)
               End-If
           Else
               Move "O" to Fc-Status(Ws-Feed-Idx)
               If Fc-Count(Ws-Feed-Idx) = 0
                   Move "E" to Fc-Feed-Status(Ws-Feed-Idx)
               Else
                   Move "O" to Fc-Feed-Status(Ws-Feed-Idx)
                   If Ws-Pver-Present = "Y"
                       Perform 330-Check-Pre-Verified
                   End-If
               End-If
           End-If
           Add 1 to Ws-Feed-Idx.

                   Move "Y" to Ws-Feed-Eof
               Not At End
                   Perform 320-Check-One-Feeder-Line
                   If feeder-line(1:1) = "D"
                       Move feeder-line(16:10) to Ws-Feed-Amount-Text
                       If Ws-Feed-Amount-Num Is Numeric
                           Add Ws-Feed-Amount-Num
                               to Fc-Amount(Ws-Feed-Idx)
                       End-If
                   End-If
                   Move feeder-line to consolidated-line
                   Write consolidated-line
                   Add 1 to Fc-Count(Ws-Feed-Idx)
                       Move "Y" to Ws-Feeder-Bad
                   End-If
               When "D"
               When "V"
                   If Ws-In-Group = "N"
                       Display "**ERROR** source "
                           Fc-Source(Ws-Feed-Idx)
                   Move "Y" to Ws-Feeder-Bad
           End-Evaluate.

       330-Check-Pre-Verified.
           Move Ws-Expected-Date to pver-run-date
           Move Fc-Source(Ws-Feed-Idx) to pver-source-id
           Read lab1c-pver
               Invalid Key
                   Continue
               Not Invalid Key
                   If pver-record-count = Fc-Count(Ws-Feed-Idx)
                       and pver-amount-hash = Fc-Amount(Ws-Feed-Idx)
                       Move "Y" to Fc-Pre-Verified(Ws-Feed-Idx)
                   Else
                       Move "C" to Fc-Pre-Verified(Ws-Feed-Idx)
                   End-If
           End-Read.

      *    The capture and resubmission feeders are emptied only
      *    after every expected source copied clean, so a failed
      *    night can be rerun without losing their contents.
               Display "  Source " Fc-Source(Ws-Feed-Idx)
                   ": FAILED  (" Fc-Count(Ws-Feed-Idx) " records)"
           Else
               Evaluate True
                   When Fc-Pver-Match(Ws-Feed-Idx)
                       Display "  Source " Fc-Source(Ws-Feed-Idx)
                           ": OK      (" Fc-Count(Ws-Feed-Idx)
                           " records) PRE-VERIFIED"
                   When Fc-Pver-Changed(Ws-Feed-Idx)
                       Display "  Source " Fc-Source(Ws-Feed-Idx)
                           ": OK      (" Fc-Count(Ws-Feed-Idx)
                           " records) CHANGED SINCE PRE-VERIFY"
                   When Other
                       Display "  Source " Fc-Source(Ws-Feed-Idx)
                           ": OK      (" Fc-Count(Ws-Feed-Idx)
                           " records)"
               End-Evaluate
           End-If
           Add 1 to Ws-Feed-Idx.

      *    A feeder that arrives clean after an earlier check for
      *    the same run date found it missing or malformed is late;
      *    once late it stays late however often it is rechecked.
       600-Post-Feed-Status.
           Open I-O lab1c-srch
           If Srch-File-Status Not = "00"
               Open Output lab1c-srch
               Close lab1c-srch
               Open I-O lab1c-srch
           End-If
           Move 1 to Ws-Srch-Idx
           Perform 610-Post-One-Feed-Status
               Until Ws-Srch-Idx > Feeder-Count
           Close lab1c-srch.

       610-Post-One-Feed-Status.
           Move Ws-Expected-Date to srch-run-date
           Move Fc-Source(Ws-Srch-Idx) to srch-source-id
           Read lab1c-srch
               Invalid Key
                   Perform 620-Init-Source-Line
                   Move Fc-Feed-Status(Ws-Srch-Idx) to srch-feed-status
                   Move 1 to srch-feed-checks
                   Write source-history-record
               Not Invalid Key
                   If (Fc-Feed-Status(Ws-Srch-Idx) = "O"
                       or Fc-Feed-Status(Ws-Srch-Idx) = "E")
                       and (srch-feed-missing or srch-feed-malformed
                            or srch-feed-late)
                       Move "L" to srch-feed-status
                   Else
                       Move Fc-Feed-Status(Ws-Srch-Idx)
                           to srch-feed-status
                   End-If
                   If srch-feed-checks < 99
                       Add 1 to srch-feed-checks
                   End-If
                   Rewrite source-history-record
           End-Read
           Add 1 to Ws-Srch-Idx.

       620-Init-Source-Line.
           Move 0 to srch-presented srch-counted srch-rejected
                     srch-amount srch-rej-amount srch-other-rejects
                     srch-held srch-held-amount
           Move Space to srch-trailer-status
           Move 1 to Ws-Srch-Rsn-Idx
           Perform 621-Clear-One-Reason Until Ws-Srch-Rsn-Idx > 10.

       621-Clear-One-Reason.
           Move Spaces to srch-reason(Ws-Srch-Rsn-Idx)
           Move 0 to srch-reason-count(Ws-Srch-Rsn-Idx)
           Add 1 to Ws-Srch-Rsn-Idx.

       050-Run-Control-Start.
           Perform 070-Open-Run-Control
           Perform 045-Post-Cycle-Date
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

      *    The CYCLE line (run date zero) carries the date every
      *    later step of tonight's job treats as its run date.
       045-Post-Cycle-Date.
           Move 0 to rctl-run-date
           Move "CYCLE" to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Move Spaces to rctl-status rctl-force
                       rctl-force-oper rctl-force-reason
                   Move "LAB1P" to rctl-program
                   Move 0 to rctl-start-date rctl-start-time
                       rctl-end-date rctl-end-time rctl-rc
                   Move Ws-Rctl-Date to rctl-cycle-date
                   Write run-control-record
               Not Invalid Key
                   Move Ws-Rctl-Date to rctl-cycle-date
                   Rewrite run-control-record
           End-Read.

      *    A forced start uses up the force; who forced it and why
      *    stay on the line.
       055-Stage-Run-Control-Start.
           Move "S" to rctl-status
           Move "LAB1P" to rctl-program
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
