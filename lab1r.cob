      *      code with no mapping posts to the suspense account and
      *      is called out on the report; return code 4 when that
      *      happens so Finance sees it the same morning.
      *
      *      Modification History:
      *      - Every type-code entry sent is also added to the
      *        sent-to-ledger file lab1c-gls.dat (keyed by run date
      *        and type code), so lab1v can tell what the ledger
      *        carries for a date when it is later corrected or
      *        backed out.
      *      - The GL build now records itself as STEP050 on the run-
      *        control file (lab1c-rctl.dat) as it starts and ends,
      *        and is skipped when already complete for the night's
      *        cycle date unless lab1x has forced it, so a job
      *        resubmitted from the top cannot send Finance a second
      *        GL file.
      *      - Each GL file built is recorded on the GL control file
      *        (lab1c-glc.dat, keyed by cycle date and file kind)
      *        with its trailer count and amount hash, so lab1y can
      *        match Finance's load acknowledgment against it.
      *      - A type-totals file with no lines in it now ends the
      *        step with return code 8, before any GL file is
      *        written, and leaves the step failed on the run-control
      *        file: an empty file means the count step's totals were
      *        not the ones allocated here, and an empty GL file must
      *        not go to Finance as the night's.
      *      - The sent-to-ledger line now also keeps the cycle date of
      *        the last GL build that posted to it and the amount that
      *        build added. A build run again for the same cycle date
      *        (resubmitted or forced) takes the earlier build's amount
      *        back out before adding its own, so the rebuilt file
      *        replaces the first rather than adding to it.

       Environment division.
       Input-output section.
               Assign to "lab1r-rpt.dat"
               Organization is Line Sequential.

           Select lab1c-gls
               Assign to "lab1c-gls.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is gls-key
               File Status is Gls-File-Status.

           Select lab1c-glc
               Assign to "lab1c-glc.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is glc-key
               File Status is Glc-File-Status.

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

       data division.
       File Section.
       fd  lab1c-typt.
       fd  lab1r-rpt
           Report Is Lab1r-Report.

       fd  lab1c-gls.
       01  gl-sent-record.
           05    gls-key.
               10  gls-run-date        PIC 9(8).
               10  gls-type-code       PIC X(02).
           05    gls-amount            PIC S9(11)V99.
           05    gls-last-date         PIC 9(8).
           05    gls-last-source       PIC X(01).
               88  gls-from-nightly     Value "N".
               88  gls-from-adjustment  Value "A".
           05    gls-build-date        PIC 9(8).
           05    gls-build-amount      PIC S9(11)V99.

       fd  lab1c-glc.
       01  gl-control-record.
           05    glc-key.
               10  glc-run-date        PIC 9(8).
               10  glc-file-kind       PIC X(01).
                   88  glc-nightly-file     Value "N".
                   88  glc-adjust-file      Value "A".
           05    glc-sent-date         PIC 9(8).
           05    glc-entry-count       PIC 9(8).
           05    glc-amount-hash       PIC S9(11)V99.
           05    glc-ack-status        PIC X(01).
               88  glc-ack-pending      Value " ".
               88  glc-ack-matched      Value "A".
               88  glc-ack-mismatch     Value "M".
           05    glc-ack-date          PIC 9(8).
           05    glc-ack-count         PIC 9(8).
           05    glc-ack-hash          PIC S9(11)V99.

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
       01  EndOfFile           PIC X Value "N".
       01  Typt-File-Status    PIC XX.
       01  Glm-File-Status     PIC XX.
       01  Gls-File-Status     PIC XX.
       01  Glc-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).

      *    Step-level run control (lab1c-rctl.dat, keyed by run date
      *    and step id): this program is STEP050 of LAB1CJB. A step
      *    already complete for the run date is skipped unless lab1x
      *    has forced it to run again.
       01  Rctl-File-Status    PIC XX.
       01  Ws-Rctl-Step        PIC X(08) Value "STEP050".
       01  Ws-Rctl-Date        PIC 9(8).
       01  Ws-Rctl-Skip        PIC X Value "N".

      *    Type-code-to-account mapping, loaded from the card file.
      *    CONTROL and SUSPENSE are required: without them the file
      *    could not balance or absorb an unmapped code.
       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 050-Run-Control-Start
           If Ws-Rctl-Skip = "Y"
               Display "LAB1R: " Ws-Rctl-Step " already complete for "
                   Ws-Rctl-Date " - GL file not rebuilt"
               Stop run
           End-If
           Perform 100-Load-Mapping-File
           Open Input lab1c-typt
           If Typt-File-Status Not = "00"
               Display "LAB1R: no type-totals file - status "
                   Typt-File-Status
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Perform 150-Check-Type-Totals-Present
           Open Output lab1c-gl
           Open I-O lab1c-gls
           If Gls-File-Status Not = "00"
               Open Output lab1c-gls
               Close lab1c-gls
               Open I-O lab1c-gls
           End-If
           Open Output lab1r-rpt
           Initiate Lab1r-Report
           Move "N" to EndOfFile
               Perform 300-Close-Date-Group
           End-If
           Perform 400-Write-Gl-Trailer
           Perform 410-Log-Gl-File-Sent
           Generate Rpt-Summary-Detail
           Terminate Lab1r-Report
           Close lab1r-rpt
           Close lab1c-gl
           Close lab1c-gls
           Close lab1c-typt
           Display "Type-total lines read: " Ws-Lines-Read
           Display "GL entries written:    " Ws-Entry-Count
                   " suspense account " Ws-Suspense-Account
               Move 4 to Return-Code
           End-If
           Perform 060-Run-Control-Finish
           Stop run.

       100-Load-Mapping-File.
               Display "**ERROR** no type-to-account mapping file -"
                   " status " Glm-File-Status
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Move "N" to Ws-Glm-Eof
               Display "**ERROR** mapping file has no CONTROL="
                   " account card"
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           If Ws-Suspense-Account = Spaces
               Display "**ERROR** mapping file has no SUSPENSE="
                   " account card"
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If.

                       Display "**ERROR** invalid mapping card: "
                           mapping-card
                       Move 8 to Return-Code
                       Perform 060-Run-Control-Finish
                       Stop run
                   End-If
                   If Mapping-Count < 50
                   End-If
           End-Evaluate.

      *    The first line is read to show the file has any; the
      *    file is then opened again so the build reads it whole.
       150-Check-Type-Totals-Present.
           Read lab1c-typt
               At End
                   Display "**ERROR** type-totals file is empty -"
                       " no GL file built for " Ws-Rctl-Date
                   Close lab1c-typt
                   Move 8 to Return-Code
                   Perform 060-Run-Control-Finish
                   Stop run
           End-Read
           Close lab1c-typt
           Open Input lab1c-typt.

       200-Process-One-Type-Line.
           Read lab1c-typt
               At End
           Add 1 to Ws-Entry-Count
           Add typt-amount to Ws-Date-Amount
           Add typt-amount to Ws-Amount-Hash
           Perform 230-Record-Sent-Amount
           Generate Rpt-Entry-Detail.

       220-Find-Account.
               Add 1 to Ws-Map-Idx
           End-If.

      *    What the ledger now carries for the date and type code.
      *    A corrective rerun of a backed-out date on a later night
      *    adds on top of the zero the adjustment run left behind;
      *    a rebuild for the same cycle date replaces what the
      *    earlier build of that night added.
       230-Record-Sent-Amount.
           Move typt-run-date to gls-run-date
           Move typt-type-code to gls-type-code
           Read lab1c-gls
               Invalid Key
                   Move typt-amount to gls-amount
                   Move Ws-Run-Date to gls-last-date
                   Move "N" to gls-last-source
                   Move Ws-Rctl-Date to gls-build-date
                   Move typt-amount to gls-build-amount
                   Write gl-sent-record
               Not Invalid Key
                   If gls-build-date = Ws-Rctl-Date
                       Subtract gls-build-amount from gls-amount
                   End-If
                   Add typt-amount to gls-amount
                   Move Ws-Rctl-Date to gls-build-date
                   Move typt-amount to gls-build-amount
                   Move Ws-Run-Date to gls-last-date
                   Move "N" to gls-last-source
                   Rewrite gl-sent-record
           End-Read.

      *    The offsetting control-account entry balances the date:
      *    the sum of the date's type entries plus this one is zero.
       300-Close-Date-Group.
           Move Ws-Entry-Count to glt-entry-count
           Move Ws-Amount-Hash to glt-amount-hash
           Write gl-trailer-record.

      *    Every file handed to Finance is recorded on the GL
      *    control file with its trailer figures, for lab1y to
      *    match Finance's acknowledgment against. A file rebuilt
      *    for the same date replaces the old line and waits for a
      *    fresh acknowledgment.
       410-Log-Gl-File-Sent.
           Open I-O lab1c-glc
           If Glc-File-Status Not = "00"
               Open Output lab1c-glc
               Close lab1c-glc
               Open I-O lab1c-glc
           End-If
           Move Ws-Rctl-Date to glc-run-date
           Move "N" to glc-file-kind
           Read lab1c-glc
               Invalid Key
                   Perform 415-Stage-Gl-Control
                   Write gl-control-record
               Not Invalid Key
                   Perform 415-Stage-Gl-Control
                   Rewrite gl-control-record
           End-Read
           Close lab1c-glc.

       415-Stage-Gl-Control.
           Move Ws-Run-Date to glc-sent-date
           Move Ws-Entry-Count to glc-entry-count
           Move Ws-Amount-Hash to glc-amount-hash
           Move Space to glc-ack-status
           Move 0 to glc-ack-date glc-ack-count glc-ack-hash.

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
           Move "LAB1R" to rctl-program
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
