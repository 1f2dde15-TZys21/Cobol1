      *        holiday calendar file (lab1c-hol.dat, shared with
      *        lab1i) do not consume the window, so a long holiday
      *        weekend no longer pushes valid transactions over it.
      *      - Each run date's per-type-code totals are now also
      *        posted to a keyed type history file (lab1c-typh.dat,
      *        keyed by run date and type code) carrying month-to-
      *        date and year-to-date count and amount by type,
      *        derived the way the day's history record is. A
      *        rerun/replace first removes the date's old type
      *        lines so a code that dropped out does not linger.
      *      - Each source group's night is now also posted to a
      *        keyed source history file (lab1c-srch.dat, keyed by
      *        run date and source id): records presented, counted
      *        and rejected, rejects by reason code and the trailer
      *        reconciliation outcome, beside the feed status lab1p
      *        records there, for the lab1w source scorecard.
      *      - The run now records itself as STEP010 on the run-
      *        control file (lab1c-rctl.dat) under the first header's
      *        run date. A resubmission finding that date's STEP010
      *        already complete writes a SKIP journal entry and ends
      *        with return code 0 without reading on, unless lab1x
      *        has forced the step or rerun/replace mode is on.
      *      - A valid detail whose amount is over its type code's
      *        hold ceiling (typ-hold-ceiling on the type master,
      *        zero for none) is no longer counted: it is written to
      *        the held-transaction file (lab1c-hld.dat, keyed by run
      *        date, source and record number) for lab1z review, and
      *        the trailer reconciliation takes counted plus rejected
      *        plus held, so the source still balances. Details from
      *        the lab1z release feeder (source HLD) skip the ceiling,
      *        and counting one marks its held entry posted. Held
      *        counts and amounts are shown on the console and report
      *        and posted to the source history line.
      *      - A run date whose month has been closed on the period-
      *        control file (lab1c-per.dat, see lab2b) is refused
      *        with return code 12 before anything is posted, on the
      *        first header and on every catch-up date break alike.
      *      - A V record (a capture detail voided in lab1b, keeping
      *        its record number) is not counted or reconciled, but
      *        goes through the sequence check so the void leaves no
      *        false gap.
      *      - Every line written to the run journal now carries a
      *        sequence number and a check value chained from the line
      *        before (SEQ= and CHK= after column 120), and the last of
      *        each is kept on the trail-control file (lab1c-tctl.dat),
      *        so lab2c can show the trail complete and unaltered.
      *      - A source group whose reject rate for the run date goes
      *        over its tolerance (parameter card REJECT-TOL=pct, or
      *        REJECT-TOL-xxx=pct for source xxx) is quarantined: an
      *        advance pass over the input measures each group's rate
      *        without posting anything, and in the posting pass the
      *        whole group (header, details, voids and trailer) goes
      *        intact to the quarantine file (lab1c-qtn.dat, keyed by
      *        run date, source and line) instead of being counted,
      *        rejected or registered. The report, console, source
      *        history and a QUARAN journal entry show the source as
      *        QUARANTINED; its source history line carries the
      *        details presented and rejected, by reason, as the
      *        advance pass found them, so its reject rate stands.
      *        lab2g releases a group back in as source QRL, which,
      *        like RSB and HLD, is never quarantined.

       Environment division.
       Input-output section.
               Organization is Line Sequential
               File Status is Jrn-File-Status.

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

           Select lab1c-hist
               Assign to "lab1c-hist.dat"
               Organization is Indexed
               Assign to "lab1c-typt.dat"
               Organization is Line Sequential.

           Select lab1c-typh
               Assign to "lab1c-typh.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typh-key
               File Status is Typh-File-Status.

           Select lab1c-hld
               Assign to "lab1c-hld.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is hld-key
               File Status is Hld-File-Status.

           Select lab1c-per
               Assign to "lab1c-per.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is per-month
               File Status is Per-File-Status.

           Select lab1c-srch
               Assign to "lab1c-srch.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is srch-key
               File Status is Srch-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

           Select lab1c-qtn
               Assign to "lab1c-qtn.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is qtn-key
               File Status is Qtn-File-Status.

       data division.
       File Section.
       fd  lab1a.
       01  parm-line               PIC X(80).

       fd  lab1c-jrn.
       01  journal-line            PIC X(148).

       fd  lab1c-hist.
       01  history-record.
           05    typ-description     PIC X(30).
           05    typ-active          PIC X(01).
               88  typ-is-active    Value "Y".
           05    typ-hold-ceiling    PIC 9(7)V99.

       fd  lab1c-sus.
       01  suspense-record.
           05    typt-amount         PIC S9(9)V99
                                      Sign Is Trailing Separate.

       fd  lab1c-typh.
       01  type-history-record.
           05    typh-key.
               10  typh-run-date       PIC 9(8).
               10  typh-type-code      PIC X(02).
           05    typh-count            PIC 9(8).
           05    typh-amount           PIC S9(9)V99.
           05    typh-mtd-count        PIC 9(8).
           05    typh-mtd-amount       PIC S9(11)V99.
           05    typh-ytd-count        PIC 9(8).
           05    typh-ytd-amount       PIC S9(11)V99.

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
               88  srch-quarantined     Value "Q".
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

      *    Line zero of each quarantined group is its control line;
      *    the group's own records follow from line one, in input
      *    order.
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

       Working-Storage section.
       01  EndOfFile           PIC X Value "N".
       01  Counter             PIC 9(06) value 0.
               10  Tt-Type-Code    PIC X(02).
               10  Tt-Count        PIC 9(8).
               10  Tt-Amount       PIC S9(9)V99.
               10  Tt-Mtd-Count    PIC 9(8).
               10  Tt-Mtd-Amount   PIC S9(11)V99.
               10  Tt-Ytd-Count    PIC 9(8).
               10  Tt-Ytd-Amount   PIC S9(11)V99.
       01  Type-Total-Count    PIC 99 Value 0.

      *    Type-code master (lab1c-typ.dat, maintained by lab1k),
               10  Tm-Code         PIC X(02).
               10  Tm-Description  PIC X(30).
               10  Tm-Active       PIC X(01).
               10  Tm-Hold-Ceiling PIC 9(7)V99.
       01  Type-Master-Count   PIC 99 Value 0.
       01  Ws-Tm-Idx           PIC 99.
       01  Ws-Tm-Found         PIC X.
       01  Ws-Sus-Eof              PIC X Value "N".
       01  Ws-Sus-Clear-Done       PIC X Value "N".

      *    Held-transaction file: a valid detail over its type
      *    code's hold ceiling is held here instead of counting,
      *    until lab1z releases it (it comes back as source HLD) or
      *    refuses it to the suspense ledger. Held details balance
      *    the trailer alongside counted and rejected ones.
       01  Hld-File-Status         PIC XX.
       01  Ws-Hld-Opened           PIC X Value "N".
       01  Ws-Hld-Eof              PIC X Value "N".
       01  Ws-Hld-Clear-Done       PIC X Value "N".
       01  Ws-Held-Count           PIC 9(8) Value 0.
       01  Ws-Held-Amount          PIC S9(9)V99 Value 0.

      *    Posted-transaction register: one entry per counted
      *    detail, keyed by source, record number and transaction
      *    date, consulted during validation so a record resent on
               10  Src-Expected-Amount PIC S9(9)V99.
               10  Src-Trailer-Seen    PIC X.
               10  Src-Status          PIC X.
               10  Src-Reason-Used     PIC 99.
               10  Src-Reason-Slot Occurs 10 Times.
                   15  Src-Rsn-Code    PIC X(08).
                   15  Src-Rsn-Count   PIC 9(8).
               10  Src-Other-Rejects   PIC 9(8).
               10  Src-Held            PIC 9(8).
               10  Src-Held-Amount     PIC S9(9)V99.
       01  Source-Total-Count      PIC 9 Value 0.
       01  Ws-Curr-Src-Idx         PIC 9 Value 0.
       01  Ws-Src-Idx              PIC 9.
       01  Ws-Src-Overflow-Warned  PIC X Value "N".
       01  Ws-Any-Src-Mismatch     PIC X Value "N".

      *    Reject tolerance: a source group whose rejects for the
      *    run date exceed this percentage of its details is
      *    quarantined whole. REJECT-TOL sets it for every source,
      *    REJECT-TOL-xxx for source xxx alone; with no such card
      *    nothing is quarantined and the advance pass is skipped.
      *    Resubmissions (RSB), hold releases (HLD) and quarantine
      *    releases (QRL) have been looked at already and are
      *    never quarantined.
       01  Ws-Reject-Tol           PIC 9(3) Value 100.
       01  Ws-Tol-Active           PIC X Value "N".
       01  Source-Tol-Table.
           05  Source-Tol-Entry Occurs 10 Times.
               10  St-Source           PIC X(03).
               10  St-Tolerance        PIC 9(3).
       01  Source-Tol-Count        PIC 99 Value 0.
       01  Ws-St-Idx               PIC 99.
       01  Ws-Grp-Tolerance        PIC 9(3).

      *    One entry per source group per run date, filled by the
      *    advance pass and consulted as each header is posted.
       01  Quarantine-Group-Table.
           05  Quarantine-Group-Entry Occurs 20 Times.
               10  Qg-Run-Date         PIC 9(8).
               10  Qg-Source           PIC X(03).
               10  Qg-Presented        PIC 9(8).
               10  Qg-Rejects          PIC 9(8).
               10  Qg-Tolerance        PIC 9(3).
               10  Qg-Quarantined      PIC X.
               10  Qg-Lines            PIC 9(6).
               10  Qg-Cleared          PIC X.
               10  Qg-Reason-Used      PIC 99.
               10  Qg-Reason-Slot Occurs 10 Times.
                   15  Qg-Rsn-Code     PIC X(08).
                   15  Qg-Rsn-Count    PIC 9(8).
               10  Qg-Other-Rejects    PIC 9(8).
       01  Quarantine-Group-Count  PIC 99 Value 0.
       01  Ws-Qg-Idx               PIC 99.
       01  Ws-Qg-Found             PIC X.
       01  Ws-Qg-Overflow-Warned   PIC X Value "N".
       01  Ws-Grp-Quarantined      PIC X Value "N".
       01  Ws-Quarantine-Count     PIC 9(3) Value 0.
       01  Ws-Record-Class         PIC X.
       01  Ws-Saved-Run-Date       PIC 9(8).
       01  Ws-Prescan-Header-Seen  PIC X.
       01  Ws-Rate-Rejects         PIC 9(11).
       01  Ws-Rate-Allowed         PIC 9(11).
       01  Qtn-File-Status         PIC XX.
       01  Ws-Qtn-Opened           PIC X Value "N".
       01  Ws-Qtn-Eof              PIC X.

      *    Rejects by reason code, for the report's summary section.
       01  Reason-Total-Table.
           05  Reason-Total-Entry Occurs 10 Times.
           88  Ws-Rerun-Replace    Value "R" "r".
       01  Ws-Date-Posted          PIC X Value "N".

      *    Period control (lab1c-per.dat): a month closed by lab2b
      *    once its lab1i statement is accepted may not be changed.
      *    With no period-control file nothing is locked.
       01  Per-File-Status     PIC XX.
       01  Ws-Per-Month        PIC 9(6).
       01  Ws-Period-Closed    PIC X Value "N".

      *    Step-level run control (lab1c-rctl.dat, keyed by run date
      *    and step id): this program is STEP010 of LAB1CJB. A step
      *    already complete for the run date is skipped unless lab1x
      *    has forced it to run again.
       01  Rctl-File-Status    PIC XX.
       01  Ws-Rctl-Step        PIC X(08) Value "STEP010".
       01  Ws-Rctl-Date        PIC 9(8).
       01  Ws-Rctl-Skip        PIC X Value "N".

      *    Catch-up mode (LAB1C_CATCHUP=Y): one execution may carry
      *    groups for several run dates, ascending; each date is
      *    finalized and posted before the next date's group starts.
       01  Ws-Curr-Year            PIC 9(4).
       01  Ws-Year-Start-Date      PIC 9(8).

      *    Per-type history: the date's type lines, each carrying
      *    its own month-to-date and year-to-date figures, summed
      *    from the year's earlier type lines into the Tt-Mtd/Ytd
      *    columns of the type-total table.
       01  Typh-File-Status        PIC XX.
       01  Ws-Typh-Eof             PIC X Value "N".
       01  Ws-Typh-Idx             PIC 99.
       01  Ws-Typh-Found           PIC X.

      *    Source history: one line per source group per run date,
      *    rewritten in place so lab1p's feed status survives.
       01  Srch-File-Status        PIC XX.
       01  Ws-Srch-Rsn-Idx         PIC 99.
       01  Ws-Srch-Rsn-Found       PIC X.

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

       Report Section.
       rd  Lab1c-Report
           Page Limit 60 Lines
           05  Line Plus 1 Column 1 Pic X(18) Value "Records rejected:".
           05  Column 20 Pic ZZZZZZZ9 Source Ws-Reject-Count.

       01  Rpt-Held-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(18) Value "Records held:".
           05  Column 20 Pic ZZZZZZZ9 Source Ws-Held-Count.
           05  Column 30 Pic ----,---,--9.99 Source Ws-Held-Amount.

       01  Rpt-Seq-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(20)
                   Value "Sequence exceptions:".

           Perform 100-Open

           If Ws-Tol-Active = "Y"
               Perform 110-Prescan-Reject-Rates
           End-If

           Perform 060-Journal-Start

           Perform Until EndOfFile = "Y"
                       Move "Y" to EndOfFile
                   Not at End
                       Add 1 to Ws-Records-Read
                       Move det-record-type to Ws-Record-Class
                       If Ws-Grp-Quarantined = "Y"
                           and det-record-type Not = "H"
                           Move "Q" to Ws-Record-Class
                       End-If
                       Evaluate Ws-Record-Class
                           When "H"
                               Perform 620-Process-Header
                           When "Q"
                               Perform 960-Quarantine-Record
                           When "D"
                               Add 1 to Ws-Detail-Ordinal
                               Perform 305-Validate-Detail
                                   and record-number Is Numeric
                                   Perform 350-Check-Sequence
                               End-If
                               Evaluate Ws-Detail-Valid
                                 When "N"
                                   Perform 900-Write-Reject
                                 When "H"
                                   Perform 940-Hold-Detail
                                 When Other
                                   Move record-number to CurrentValue
                                   If Ckpt-Restarted = "Y" and
                                       Ws-Detail-Ordinal
                                   Else
                                       Perform 300-Process
                                   End-If
                               End-Evaluate
                           When "V"
                               If Ws-Seq-Check-On
                                   and record-number Is Numeric
                                   Perform 350-Check-Sequence
                               End-If
                           When "T"
                               Perform 500-Control-Total-Check
        If Ws-Typt-Opened = "Y"
            Close lab1c-typt
        End-If
        If Ws-Qtn-Opened = "Y"
            Close lab1c-qtn
        End-If
        Perform 720-Close-Report
        Perform 690-Journal-End

           Perform 540-Grand-Reconcile
           Perform 550-Display-Source-Totals
           Perform 510-Display-Control-Status
           Perform 790-Post-Quarantined-Groups
           Perform 700-Write-Report
           Perform 760-Write-Extract
           Perform 702-Write-Type-Totals-File
           Perform 770-Update-History
           Perform 775-Update-Type-History
           Perform 785-Update-Source-History.

      *    One line per type code totaled for the date in hand, for
      *    the lab1r GL interface step. The file is rebuilt each run
           Display "  BAND-LOW-MAX:  " Ws-Band-Low-Max
           Display "  BAND-MID-MAX:  " Ws-Band-Mid-Max
           Display "  OLDDATE-BUSDAYS: " Ws-Olddate-Busdays
           Display "  REJECT-TOL:    " Ws-Reject-Tol
           Move 1 to Ws-St-Idx
           Perform 074-Display-One-Source-Tol
               Until Ws-St-Idx > Source-Tol-Count
           If Ws-Parm-Present = "N"
               Display "  (defaults - no parameter file)"
           End-If.

       074-Display-One-Source-Tol.
           Display "  REJECT-TOL-" St-Source(Ws-St-Idx) ": "
               St-Tolerance(Ws-St-Idx)
           Add 1 to Ws-St-Idx.

       071-Process-One-Parm-Line.
           Read lab1c-prm
               At End
                       Perform 079-Bad-Parm-Card
                   End-If
                   Move Ws-Parm-Num to Ws-Olddate-Busdays
               When "REJECT-TOL"
                   If Ws-Parm-Num > 100
                       Perform 079-Bad-Parm-Card
                   End-If
                   Move Ws-Parm-Num to Ws-Reject-Tol
                   Move "Y" to Ws-Tol-Active
               When Other
                   Perform 073-Apply-Source-Tolerance
           End-Evaluate.

      *    REJECT-TOL-xxx=pct: the tolerance for source xxx alone,
      *    over whatever REJECT-TOL says.
       073-Apply-Source-Tolerance.
           If Ws-Parm-Keyword(1:11) Not = "REJECT-TOL-"
               or Ws-Parm-Keyword(12:3) = Spaces
               or Ws-Parm-Keyword(15:6) Not = Spaces
               or Ws-Parm-Num > 100
               or Source-Tol-Count Not < 10
               Perform 079-Bad-Parm-Card
           End-If
           Add 1 to Source-Tol-Count
           Move Ws-Parm-Keyword(12:3) to St-Source(Source-Tol-Count)
           Move Ws-Parm-Num to St-Tolerance(Source-Tol-Count)
           Move "Y" to Ws-Tol-Active.

       079-Bad-Parm-Card.
           Display "**ERROR** invalid parameter card: " parm-line
           Close lab1c-prm
                           to Tm-Description(Type-Master-Count)
                       Move typ-active
                           to Tm-Active(Type-Master-Count)
                       Move typ-hold-ceiling
                           to Tm-Hold-Ceiling(Type-Master-Count)
                   Else
                       Display "**WARNING** type-code master table"
                           " full (50 codes) - remainder not loaded"
                  Ckpt-Restarted delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line.

       690-Journal-End.
           Perform 685-Write-End-Entry
           Close lab1c-jrn
           If Ws-Header-Seen = "Y"
               Perform 042-Run-Control-Finish
           End-If.

      *    One END entry, without closing the journal: catch-up
      *    mode writes one per finished run date and the last is
                  Ws-Jrn-Rc delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line.

       040-Run-Control-Start.
           Perform 043-Open-Run-Control
           Move Ws-Rctl-Date to rctl-run-date
           Move Ws-Rctl-Step to rctl-step
           Read lab1c-rctl
               Invalid Key
                   Move 0 to rctl-cycle-date
                   Move Spaces to rctl-force-oper rctl-force-reason
                   Perform 041-Stage-Run-Control-Start
                   Write run-control-record
               Not Invalid Key
                   If rctl-complete and Not rctl-forced
                       and Not Ws-Rerun-Replace
                       Move "Y" to Ws-Rctl-Skip
                   Else
                       Perform 041-Stage-Run-Control-Start
                       Rewrite run-control-record
                   End-If
           End-Read
           Close lab1c-rctl.

      *    The night's STEP010 already ran to completion: say so in
      *    the journal and end cleanly so the rest of the job runs
      *    on the posted results.
       045-Skip-Completed-Step.
           Display "LAB1C: " Ws-Rctl-Step " already complete for "
               Ws-Rctl-Date " - input not reprocessed"
           Close lab1a
           Perform 720-Close-Report
           Accept Ws-Jrn-Stamp-Date From Date YYYYMMDD
           Accept Ws-Jrn-Stamp-Time From Time
           Move Spaces to Ws-Jrn-Buffer
           String "SKIP  " delimited by size
                  Ws-Jrn-Stamp-Date delimited by size
                  " " delimited by size
                  Ws-Jrn-Stamp-Time delimited by size
                  " RUNDATE=" delimited by size
                  Ws-Rctl-Date delimited by size
                  " STEP=" delimited by size
                  Ws-Rctl-Step delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn
           Move 0 to Return-Code
           Stop run.

      *    A forced start uses up the force; who forced it and why
      *    stay on the line.
       041-Stage-Run-Control-Start.
           Move "S" to rctl-status
           Move "LAB1C" to rctl-program
           Accept rctl-start-date From Date YYYYMMDD
           Accept rctl-start-time From Time
           Move 0 to rctl-end-date rctl-end-time rctl-rc
           Move "N" to rctl-force.

      *    Return code 8 or over leaves the step failed, so the next
      *    submission runs it again.
       042-Run-Control-Finish.
           Perform 043-Open-Run-Control
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

       043-Open-Run-Control.
           Open I-O lab1c-rctl
           If Rctl-File-Status Not = "00"
               Open Output lab1c-rctl
               Close lab1c-rctl
               Open I-O lab1c-rctl
           End-If.

       050-Restart-Check.
           Move "N" to Ckpt-File-Present
           Open Input lab1c-ckpt
           If det-source-id = "RSB"
               Perform 370-Clear-Suspense-Entry
           End-If
           If det-source-id = "HLD"
               Perform 950-Clear-Held-Entry
           End-If
           Perform 380-Post-Register
           Perform 320-Accumulate-Type-Total
           Perform 325-Classify-Magnitude
               If Src-Expected-Count(Ws-Curr-Src-Idx) =
                   Src-Count(Ws-Curr-Src-Idx)
                     + Src-Rejects(Ws-Curr-Src-Idx)
                     + Src-Held(Ws-Curr-Src-Idx)
                   and Src-Expected-Amount(Ws-Curr-Src-Idx) =
                       Src-Amount(Ws-Curr-Src-Idx)
                         + Src-Rej-Amount(Ws-Curr-Src-Idx)
                         + Src-Held-Amount(Ws-Curr-Src-Idx)
                   Move "B" to Src-Status(Ws-Curr-Src-Idx)
               Else
                   Move "M" to Src-Status(Ws-Curr-Src-Idx)

       540-Grand-Reconcile.
           If Ws-Trailer-Seen = "Y"
               Compute Ws-Actual-Count =
                   Counter + Ws-Reject-Count + Ws-Held-Count
               If Ws-Actual-Count = Ws-Expected-Count
                   Move "B" to Ws-Control-Status
               Else
               End-If
               Compute Ws-Actual-Amount =
                   Ws-Amount-Total + Ws-Rejected-Amount
                     + Ws-Held-Amount
               If Ws-Actual-Amount = Ws-Expected-Amount
                   Move "B" to Ws-Amount-Status
               Else
                   Display "**WARNING** mismatch, expected "
                       Ws-Expected-Count " counted " Counter
                       " + rejected " Ws-Reject-Count
                       " + held " Ws-Held-Count
                       " = " Ws-Actual-Count
                   Move 4 to Return-Code
               Else
                   Display "Control total reconciled: " Counter
                       " counted, " Ws-Reject-Count " rejected, "
                       Ws-Held-Count " held"
               End-If
               If Ws-Amount-Mismatch
                   Move Ws-Expected-Amount to Ws-Display-Amount
                   Display "**WARNING** amount hash mismatch, expected "
                       Ws-Display-Amount
                   Move Ws-Actual-Amount to Ws-Display-Amount
                   Display "            counted, rejected, held "
                       Ws-Display-Amount
                   Move 4 to Return-Code
               Else
           Display "  Source " Src-Id(Ws-Src-Idx)
               ": " Src-Count(Ws-Src-Idx)
               " counted, " Src-Rejects(Ws-Src-Idx)
               " rejected, " Src-Held(Ws-Src-Idx)
               " held, amount " Ws-Display-Amount
               " - " Ws-Src-Status-Text
           Add 1 to Ws-Src-Idx.

                   Move "MISMATCH" to Ws-Src-Status-Text
               When "R"
                   Move "NOT RECONCILED" to Ws-Src-Status-Text
               When "Q"
                   Move "QUARANTINED" to Ws-Src-Status-Text
               When Other
                   Move "NO TRAILER" to Ws-Src-Status-Text
           End-Evaluate.
                           If Ws-Detail-Valid = "Y"
                               Perform 316-Check-Posted-Register
                           End-If
                           If Ws-Detail-Valid = "Y"
                               Perform 317-Check-Hold-Ceiling
                           End-If
                       End-If
                   End-If
               End-If
               End-If
           End-If.

      *    A detail passing every edit but over its type code's hold
      *    ceiling is held rather than counted. A released hold
      *    (source HLD) has already been looked at and goes through.
       317-Check-Hold-Ceiling.
           If Ws-Typ-Present = "Y" and det-source-id Not = "HLD"
               Move type-code to Ws-Tm-Lookup-Code
               Perform 313-Find-Master-Code
               If Ws-Tm-Found = "Y"
                   If Tm-Hold-Ceiling(Ws-Tm-Idx) > 0
                       and amount > Tm-Hold-Ceiling(Ws-Tm-Idx)
                       Move "H" to Ws-Detail-Valid
                   End-If
               End-If
           End-If.

       313-Find-Master-Code.
           Move "N" to Ws-Tm-Found
           Move 1 to Ws-Tm-Idx
           Perform 910-Accumulate-Reason-Total
           If Ws-Curr-Src-Idx > 0
               Add 1 to Src-Rejects(Ws-Curr-Src-Idx)
               Perform 915-Accumulate-Source-Reason
           End-If
           If amount Is Numeric
               Add amount to Ws-Rejected-Amount
                   Rewrite suspense-record
           End-Write.

      *    A hold already on file for the run date, source and
      *    record number (a restart or a rerun/replace of the day)
      *    is left as it stands, so one lab1z has already released
      *    or refused is not put back on hold.
       940-Hold-Detail.
           Perform 945-Ensure-Hold-Open
           Add 1 to Ws-Held-Count
           Add amount to Ws-Held-Amount
           If Ws-Curr-Src-Idx > 0
               Add 1 to Src-Held(Ws-Curr-Src-Idx)
               Add amount to Src-Held-Amount(Ws-Curr-Src-Idx)
           End-If
           Move Ws-Run-Date to hld-run-date
           Move det-source-id to hld-source-id
           Move record-number to hld-rec-number
           Move type-code to hld-type-code
           Move amount to hld-amount
           Move Tm-Hold-Ceiling(Ws-Tm-Idx) to hld-ceiling
           Move "H" to hld-status
           Move Ws-Run-Date to hld-status-date
           Move Spaces to hld-oper
           Move detail-record to hld-detail-image
           Write held-record
               Invalid Key
                   Continue
           End-Write.

       945-Ensure-Hold-Open.
           If Ws-Hld-Opened = "N"
               Open I-O lab1c-hld
               If Hld-File-Status Not = "00"
                   Open Output lab1c-hld
                   Close lab1c-hld
                   Open I-O lab1c-hld
               End-If
               Move "Y" to Ws-Hld-Opened
           End-If.

      *    A released hold comes back restamped as source HLD; the
      *    released entry carrying the same record image (all but
      *    the source id) is marked posted.
       950-Clear-Held-Entry.
           Perform 945-Ensure-Hold-Open
           Move Low-Values to hld-key
           Start lab1c-hld Key Is Not Less Than hld-key
               Invalid Key
                   Move "Y" to Ws-Hld-Eof
               Not Invalid Key
                   Move "N" to Ws-Hld-Eof
           End-Start
           Move "N" to Ws-Hld-Clear-Done
           Perform 951-Scan-One-Held
               Until Ws-Hld-Eof = "Y" or Ws-Hld-Clear-Done = "Y".

       951-Scan-One-Held.
           Read lab1c-hld Next Record
               At End
                   Move "Y" to Ws-Hld-Eof
               Not At End
                   If hld-is-released
                       and hld-detail-image(1:27) = detail-record(1:27)
                       Move "P" to hld-status
                       Move Ws-Run-Date to hld-status-date
                       Rewrite held-record
                       Move "Y" to Ws-Hld-Clear-Done
                   End-If
           End-Read.

      *    One record of a quarantined group, kept intact in input
      *    order. The group's earlier lines for the date (from a
      *    run being replaced or restarted) are cleared first, and
      *    the write is a rewrite when the line is already there. A
      *    quarantined trailer is accounted for by the quarantine,
      *    so the night still counts as having had its trailer.
       960-Quarantine-Record.
           Perform 962-Ensure-Quarantine-Open
           If Qg-Cleared(Ws-Qg-Idx) = "N"
               Perform 963-Clear-Quarantine-Group
               Move "Y" to Qg-Cleared(Ws-Qg-Idx)
           End-If
           If det-record-type = "D"
               Add 1 to Ws-Detail-Ordinal
           End-If
           If det-record-type = "T"
               Move "Y" to Ws-Trailer-Seen
           End-If
           Add 1 to Qg-Lines(Ws-Qg-Idx)
           Move Spaces to quarantine-record
           Move Ws-Run-Date to qtn-run-date
           Move Qg-Source(Ws-Qg-Idx) to qtn-source-id
           Move Qg-Lines(Ws-Qg-Idx) to qtn-line-no
           Move detail-record to qtn-image
           Write quarantine-record
               Invalid Key
                   Rewrite quarantine-record
           End-Write.

       962-Ensure-Quarantine-Open.
           If Ws-Qtn-Opened = "N"
               Open I-O lab1c-qtn
               If Qtn-File-Status Not = "00"
                   Open Output lab1c-qtn
                   Close lab1c-qtn
                   Open I-O lab1c-qtn
               End-If
               Move "Y" to Ws-Qtn-Opened
           End-If.

       963-Clear-Quarantine-Group.
           Move Ws-Run-Date to qtn-run-date
           Move Qg-Source(Ws-Qg-Idx) to qtn-source-id
           Move 0 to qtn-line-no
           Move "N" to Ws-Qtn-Eof
           Start lab1c-qtn Key Is Not Less Than qtn-key
               Invalid Key
                   Move "Y" to Ws-Qtn-Eof
           End-Start
           Perform 964-Clear-One-Quarantine-Line
               Until Ws-Qtn-Eof = "Y".

       964-Clear-One-Quarantine-Line.
           Read lab1c-qtn Next Record
               At End
                   Move "Y" to Ws-Qtn-Eof
               Not At End
                   If qtn-run-date = Ws-Run-Date
                       and qtn-source-id = Qg-Source(Ws-Qg-Idx)
                       Delete lab1c-qtn Record
                           Invalid Key
                               Continue
                       End-Delete
                   Else
                       Move "Y" to Ws-Qtn-Eof
                   End-If
           End-Read.

       935-Ensure-Suspense-Open.
           If Ws-Sus-Opened = "N"
               Open I-O lab1c-sus
               Move 1 to Rt-Count(Reason-Total-Count)
           End-If.

      *    The source's own breakdown by reason, for its history
      *    line; a source meeting more than ten reasons in one night
      *    carries the rest as other rejects.
       915-Accumulate-Source-Reason.
           Move "N" to Ws-Srch-Rsn-Found
           Move 1 to Ws-Srch-Rsn-Idx
           Perform 916-Find-Source-Reason-Slot
               Until Ws-Srch-Rsn-Found = "Y"
                  or Ws-Srch-Rsn-Idx >
                     Src-Reason-Used(Ws-Curr-Src-Idx)
           If Ws-Srch-Rsn-Found = "N"
               If Src-Reason-Used(Ws-Curr-Src-Idx) < 10
                   Add 1 to Src-Reason-Used(Ws-Curr-Src-Idx)
                   Move Src-Reason-Used(Ws-Curr-Src-Idx)
                       to Ws-Srch-Rsn-Idx
                   Move Ws-Reject-Reason
                       to Src-Rsn-Code(Ws-Curr-Src-Idx Ws-Srch-Rsn-Idx)
                   Move 1
                       to Src-Rsn-Count(Ws-Curr-Src-Idx Ws-Srch-Rsn-Idx)
               Else
                   Add 1 to Src-Other-Rejects(Ws-Curr-Src-Idx)
               End-If
           End-If.

       916-Find-Source-Reason-Slot.
           If Src-Rsn-Code(Ws-Curr-Src-Idx Ws-Srch-Rsn-Idx)
               = Ws-Reject-Reason
               Add 1 to Src-Rsn-Count(Ws-Curr-Src-Idx Ws-Srch-Rsn-Idx)
               Move "Y" to Ws-Srch-Rsn-Found
           Else
               Add 1 to Ws-Srch-Rsn-Idx
           End-If.

       911-Find-Reason-Slot.
           If Rt-Reason(Ws-Search-Idx) = Ws-Reject-Reason
               Add 1 to Rt-Count(Ws-Search-Idx)
           End-If
           Accept Ws-Run-Date From Date YYYYMMDD.

      *    Advance pass for the reject tolerance: every detail is
      *    put through the edits, with the run date and source
      *    groups set up as the posting pass will set them, and
      *    each group's details and rejects are tallied. Nothing is
      *    written; the tables the edits mark are cleared again and
      *    the input is reopened for the posting pass.
       110-Prescan-Reject-Rates.
           Move Ws-Run-Date to Ws-Saved-Run-Date
           Move "N" to Ws-Prescan-Header-Seen
           Move "N" to Ws-Qg-Found
           Move "N" to EndOfFile
           Perform 111-Prescan-One-Record Until EndOfFile = "Y"
           Close lab1a
           Open Input lab1a
           Move "N" to EndOfFile
           Move 1 to Ws-Qg-Idx
           Perform 113-Judge-One-Group
               Until Ws-Qg-Idx > Quarantine-Group-Count
           Move Ws-Saved-Run-Date to Ws-Run-Date
           Move 0 to Source-Total-Count
           Move 0 to Ws-Curr-Src-Idx
           Move "N" to Ws-Src-Overflow-Warned
           Move All "N" to Dup-Seen-Table
           If Ws-Quarantine-Count > 0
               Display "LAB1C: " Ws-Quarantine-Count
                   " source group(s) over reject tolerance -"
                   " quarantined"
           End-If.

       111-Prescan-One-Record.
           Read lab1a
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Evaluate det-record-type
                       When "H"
                           Perform 112-Prescan-Header
                       When "D"
                           Perform 114-Prescan-Detail
                       When Other
                           Continue
                   End-Evaluate
           End-Read.

      *    The first header fixes the run date; in catch-up mode a
      *    header with another date starts that date's groups
      *    afresh, as 660-Break-To-New-Date will.
       112-Prescan-Header.
           If Ws-Prescan-Header-Seen = "N"
               Move "Y" to Ws-Prescan-Header-Seen
               Move hdr-run-date to Ws-Run-Date
           Else
               If hdr-run-date Not = Ws-Run-Date and Ws-Catchup-On
                   Move hdr-run-date to Ws-Run-Date
                   Move 0 to Source-Total-Count
                   Move All "N" to Dup-Seen-Table
               End-If
           End-If
           Perform 630-Start-Source-Group
           Perform 116-Find-Quarantine-Group
           If Ws-Qg-Found = "N"
               If Quarantine-Group-Count < 20
                   Add 1 to Quarantine-Group-Count
                   Move Quarantine-Group-Count to Ws-Qg-Idx
                   Move Ws-Run-Date to Qg-Run-Date(Ws-Qg-Idx)
                   Move hdr-source-id to Qg-Source(Ws-Qg-Idx)
                   Move 0 to Qg-Presented(Ws-Qg-Idx)
                   Move 0 to Qg-Rejects(Ws-Qg-Idx)
                   Move 0 to Qg-Tolerance(Ws-Qg-Idx)
                   Move 0 to Qg-Lines(Ws-Qg-Idx)
                   Move "N" to Qg-Quarantined(Ws-Qg-Idx)
                   Move "N" to Qg-Cleared(Ws-Qg-Idx)
                   Move 0 to Qg-Reason-Used(Ws-Qg-Idx)
                   Move 0 to Qg-Other-Rejects(Ws-Qg-Idx)
                   Move "Y" to Ws-Qg-Found
               Else
                   If Ws-Qg-Overflow-Warned = "N"
                       Display "**WARNING** quarantine table full (20"
                           " groups) - further groups are not"
                           " measured"
                       Move "Y" to Ws-Qg-Overflow-Warned
                   End-If
               End-If
           End-If.

      *    Every detail the posting pass would reject counts against
      *    the group, by reason as the source history carries them;
      *    a held detail does not.
       114-Prescan-Detail.
           If Ws-Qg-Found = "Y"
               Add 1 to Qg-Presented(Ws-Qg-Idx)
               Perform 305-Validate-Detail
               If Ws-Detail-Valid = "N"
                   Add 1 to Qg-Rejects(Ws-Qg-Idx)
                   Perform 119-Prescan-Reason
               End-If
           End-If.

       119-Prescan-Reason.
           Move "N" to Ws-Srch-Rsn-Found
           Move 1 to Ws-Srch-Rsn-Idx
           Perform 120-Check-One-Prescan-Reason
               Until Ws-Srch-Rsn-Found = "Y"
                  or Ws-Srch-Rsn-Idx > Qg-Reason-Used(Ws-Qg-Idx)
           If Ws-Srch-Rsn-Found = "N"
               If Qg-Reason-Used(Ws-Qg-Idx) < 10
                   Add 1 to Qg-Reason-Used(Ws-Qg-Idx)
                   Move Qg-Reason-Used(Ws-Qg-Idx) to Ws-Srch-Rsn-Idx
                   Move Ws-Reject-Reason
                       to Qg-Rsn-Code(Ws-Qg-Idx Ws-Srch-Rsn-Idx)
                   Move 1 to Qg-Rsn-Count(Ws-Qg-Idx Ws-Srch-Rsn-Idx)
               Else
                   Add 1 to Qg-Other-Rejects(Ws-Qg-Idx)
               End-If
           End-If.

       120-Check-One-Prescan-Reason.
           If Qg-Rsn-Code(Ws-Qg-Idx Ws-Srch-Rsn-Idx) = Ws-Reject-Reason
               Add 1 to Qg-Rsn-Count(Ws-Qg-Idx Ws-Srch-Rsn-Idx)
               Move "Y" to Ws-Srch-Rsn-Found
           Else
               Add 1 to Ws-Srch-Rsn-Idx
           End-If.

       113-Judge-One-Group.
           Perform 115-Find-Source-Tolerance
           Move Ws-Grp-Tolerance to Qg-Tolerance(Ws-Qg-Idx)
           Compute Ws-Rate-Rejects = Qg-Rejects(Ws-Qg-Idx) * 100
           Compute Ws-Rate-Allowed =
               Qg-Presented(Ws-Qg-Idx) * Ws-Grp-Tolerance
           If Qg-Source(Ws-Qg-Idx) Not = "RSB"
               and Qg-Source(Ws-Qg-Idx) Not = "HLD"
               and Qg-Source(Ws-Qg-Idx) Not = "QRL"
               and Qg-Presented(Ws-Qg-Idx) > 0
               and Ws-Rate-Rejects > Ws-Rate-Allowed
               Move "Y" to Qg-Quarantined(Ws-Qg-Idx)
               Add 1 to Ws-Quarantine-Count
           End-If
           Add 1 to Ws-Qg-Idx.

       115-Find-Source-Tolerance.
           Move Ws-Reject-Tol to Ws-Grp-Tolerance
           Move 1 to Ws-St-Idx
           Perform 117-Check-One-Source-Tol
               Until Ws-St-Idx > Source-Tol-Count.

       117-Check-One-Source-Tol.
           If St-Source(Ws-St-Idx) = Qg-Source(Ws-Qg-Idx)
               Move St-Tolerance(Ws-St-Idx) to Ws-Grp-Tolerance
           End-If
           Add 1 to Ws-St-Idx.

      *    The group for the run date in hand and the header's
      *    source.
       116-Find-Quarantine-Group.
           Move "N" to Ws-Qg-Found
           Move 1 to Ws-Qg-Idx
           Perform 118-Check-One-Quarantine-Group
               Until Ws-Qg-Found = "Y"
                  or Ws-Qg-Idx > Quarantine-Group-Count.

       118-Check-One-Quarantine-Group.
           If Qg-Run-Date(Ws-Qg-Idx) = Ws-Run-Date
               and Qg-Source(Ws-Qg-Idx) = hdr-source-id
               Move "Y" to Ws-Qg-Found
           Else
               Add 1 to Ws-Qg-Idx
           End-If.

       905-Ensure-Reject-Open.
           If Ws-Rej-Opened = "N"
               Open Output lab1c-rej
               End-If
           End-If.

      *    A run date in a month closed on the period-control file
      *    is refused outright, like an unreplaced rerun: nothing for
      *    it has been posted yet.
       608-Period-Lock-Check.
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
           End-If
           If Ws-Period-Closed = "Y"
               Display "**ERROR** run date " Ws-Run-Date
                   " falls in closed period " Ws-Per-Month
               Display "the period must be reopened with lab2b"
                   " before it can be posted to"
               Close lab1a
               Perform 720-Close-Report
               Move 12 to Return-Code
               Perform 690-Journal-End
               Stop run
           End-If.

      *    The first header fixes the run date and is checked for a
      *    closed period and a rerun; later headers open further
      *    source groups and must carry the same run date - unless
      *    catch-up mode is on, in which case a later header with a
      *    higher run date closes out the date in hand and starts the
      *    next one.
       620-Process-Header.
           If Ws-Header-Seen = "N"
               Move "Y" to Ws-Header-Seen
               Move hdr-run-date to Ws-Run-Date
               Move 1 to Ws-Dates-Posted
               Move Ws-Run-Date to Ws-Rctl-Date
               Perform 040-Run-Control-Start
               If Ws-Rctl-Skip = "Y"
                   Perform 045-Skip-Completed-Step
               End-If
               Perform 608-Period-Lock-Check
               Perform 600-Rerun-Guard
               Perform 905-Ensure-Reject-Open
               If Ws-Seq-Check-On
           End-If
           Move "Y" to Ws-Seq-First
           Move 0 to Ws-Prev-Rec-Number
           Perform 630-Start-Source-Group
           Perform 635-Check-Quarantine.

      *    Catch-up date break: the date in hand is finalized and
      *    journaled before its accumulators are cleared for the new
           Perform 670-Reset-For-New-Date
           Move hdr-run-date to Ws-Run-Date
           Add 1 to Ws-Dates-Posted
           Perform 608-Period-Lock-Check
           Perform 600-Rerun-Guard.

       670-Reset-For-New-Date.
           Move 0 to Source-Total-Count
           Move 0 to Reason-Total-Count
           Move 0 to Ws-Reject-Count Ws-Rejected-Amount
           Move 0 to Ws-Held-Count Ws-Held-Amount
           Move 0 to Ws-Expected-Count Ws-Expected-Amount
           Move 0 to Ws-Actual-Count Ws-Actual-Amount
           Move 0 to Ws-Seq-Exc-Count
                   Move 0 to Src-Expected-Amount(Ws-Curr-Src-Idx)
                   Move "N" to Src-Trailer-Seen(Ws-Curr-Src-Idx)
                   Move Space to Src-Status(Ws-Curr-Src-Idx)
                   Move 0 to Src-Reason-Used(Ws-Curr-Src-Idx)
                   Move 0 to Src-Other-Rejects(Ws-Curr-Src-Idx)
                   Move 0 to Src-Held(Ws-Curr-Src-Idx)
                   Move 0 to Src-Held-Amount(Ws-Curr-Src-Idx)
               Else
                   If Ws-Src-Overflow-Warned = "N"
                       Display "**WARNING** source table full (5"
               End-If
           End-If.

      *    A header opening a quarantined group sends it, and every
      *    record after it up to the next header, to the quarantine
      *    file instead of through the edits.
       635-Check-Quarantine.
           Move "N" to Ws-Grp-Quarantined
           If Ws-Tol-Active = "Y"
               Perform 116-Find-Quarantine-Group
               If Ws-Qg-Found = "Y"
                   If Qg-Quarantined(Ws-Qg-Idx) = "Y"
                       Move "Y" to Ws-Grp-Quarantined
                       Move "Q" to Src-Status(Ws-Curr-Src-Idx)
                       Perform 960-Quarantine-Record
                   End-If
               End-If
           End-If.

       640-Find-Source-Slot.
           If Src-Id(Ws-Src-Idx) = hdr-source-id
               Move Ws-Src-Idx to Ws-Curr-Src-Idx
           If Ws-Sus-Opened = "Y"
               Close lab1c-sus
           End-If
           If Ws-Hld-Opened = "Y"
               Close lab1c-hld
           End-If
           Perform 390-Purge-Register
           If Ws-Reg-Opened = "Y"
               Close lab1c-reg
           Move 1 to Ws-Src-Idx
           Perform 733-Generate-One-Source-Line
               Until Ws-Src-Idx > Source-Total-Count
           Move 1 to Ws-Qg-Idx
           Perform 734-Generate-One-Quarantine-Line
               Until Ws-Qg-Idx > Quarantine-Group-Count
           Move 1 to Ws-Search-Idx
           Perform 731-Generate-One-Type-Line
               Until Ws-Search-Idx > Type-Total-Count
           Generate Rpt-Mid-Detail
           Generate Rpt-High-Detail
           Generate Rpt-Reject-Detail
           Generate Rpt-Held-Detail
           If Ws-Seq-Check-On
               Generate Rpt-Seq-Detail
           End-If
           Generate Rpt-Source-Detail
           Add 1 to Ws-Src-Idx.

       734-Generate-One-Quarantine-Line.
           If Qg-Run-Date(Ws-Qg-Idx) = Ws-Run-Date
               and Qg-Quarantined(Ws-Qg-Idx) = "Y"
               Perform 736-Build-Quarantine-Text
               Generate Rpt-Control-Detail
           End-If
           Add 1 to Ws-Qg-Idx.

       736-Build-Quarantine-Text.
           Move Qg-Rejects(Ws-Qg-Idx) to Ws-Display-Counter
           Move Qg-Presented(Ws-Qg-Idx) to Ws-Display-Actual
           Move Spaces to Ws-Control-Line-Text
           String "QUARANTINED " delimited by size
                  Qg-Source(Ws-Qg-Idx) delimited by size
                  ": " delimited by size
                  Ws-Display-Counter delimited by size
                  " OF " delimited by size
                  Ws-Display-Actual delimited by size
                  " REJECT, TOL " delimited by size
                  Qg-Tolerance(Ws-Qg-Idx) delimited by size
                  "%" delimited by size
                  into Ws-Control-Line-Text.

      *    On the keyed extract a rerun/replace is simply the
      *    rewrite the Invalid Key branch performs; duplicate lines
      *    for one date cannot exist.
                  Ws-Olddate-Busdays delimited by size
                  into Ws-Control-Line-Text
           Generate Rpt-Control-Detail
           Move Spaces to Ws-Control-Line-Text
           String "  REJECT-TOL: " delimited by size
                  Ws-Reject-Tol delimited by size
                  into Ws-Control-Line-Text
           Generate Rpt-Control-Detail
           Move 1 to Ws-St-Idx
           Perform 746-Echo-One-Source-Tol
               Until Ws-St-Idx > Source-Tol-Count
           If Ws-Parm-Present = "N"
               Move "  (DEFAULTS - NO PARAMETER FILE)"
                   to Ws-Control-Line-Text
           Move Spaces to Ws-Control-Line-Text
           Generate Rpt-Control-Detail.

       746-Echo-One-Source-Tol.
           Move Spaces to Ws-Control-Line-Text
           String "  REJECT-TOL-" delimited by size
                  St-Source(Ws-St-Idx) delimited by size
                  ": " delimited by size
                  St-Tolerance(Ws-St-Idx) delimited by size
                  into Ws-Control-Line-Text
           Generate Rpt-Control-Detail
           Add 1 to Ws-St-Idx.

       741-Build-Amount-Control-Text.
           Move Spaces to Ws-Control-Line-Text
           If Ws-Trailer-Seen = "Y"
                       End-If
                   End-If
           End-Read.

      *    The date's per-type lines go to the type history file with
      *    MTD/YTD by type, summed from the year's other type lines
      *    the way 770-Update-History sums the day records. The
      *    date's old lines are removed first, so a rerun/replace
      *    cannot leave behind a code the new input no longer has.
       775-Update-Type-History.
           Open I-O lab1c-typh
           If Typh-File-Status Not = "00"
               Open Output lab1c-typh
               Close lab1c-typh
               Open I-O lab1c-typh
           End-If
           Move Ws-Run-Date to typh-run-date
           Move Low-Values to typh-type-code
           Start lab1c-typh Key Is Not Less Than typh-key
               Invalid Key
                   Move "Y" to Ws-Typh-Eof
               Not Invalid Key
                   Move "N" to Ws-Typh-Eof
           End-Start
           Perform 776-Remove-One-Date-Line Until Ws-Typh-Eof = "Y"
           Move 1 to Ws-Search-Idx
           Perform 777-Clear-One-Type-Period
               Until Ws-Search-Idx > Type-Total-Count
           Move Ws-Year-Start-Date to typh-run-date
           Move Low-Values to typh-type-code
           Start lab1c-typh Key Is Not Less Than typh-key
               Invalid Key
                   Move "Y" to Ws-Typh-Eof
               Not Invalid Key
                   Move "N" to Ws-Typh-Eof
           End-Start
           Perform 778-Sum-Type-History-Line Until Ws-Typh-Eof = "Y"
           Move 1 to Ws-Search-Idx
           Perform 779-Write-One-Type-History
               Until Ws-Search-Idx > Type-Total-Count
           Close lab1c-typh.

       776-Remove-One-Date-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   If typh-run-date Not = Ws-Run-Date
                       Move "Y" to Ws-Typh-Eof
                   Else
                       Delete lab1c-typh
                   End-If
           End-Read.

       777-Clear-One-Type-Period.
           Move Tt-Count(Ws-Search-Idx) to Tt-Mtd-Count(Ws-Search-Idx)
                                          Tt-Ytd-Count(Ws-Search-Idx)
           Move Tt-Amount(Ws-Search-Idx)
               to Tt-Mtd-Amount(Ws-Search-Idx)
                  Tt-Ytd-Amount(Ws-Search-Idx)
           Add 1 to Ws-Search-Idx.

      *    Positioned at January 1, so the year boundary ends the
      *    scan; a code with no total today has no line to carry.
       778-Sum-Type-History-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   If typh-run-date(1:4) Not = Ws-Curr-Year
                       Move "Y" to Ws-Typh-Eof
                   Else
                       If typh-run-date Not = Ws-Run-Date
                           Perform 781-Find-Type-History-Slot
                           If Ws-Typh-Found = "Y"
                               Perform 782-Add-Type-History-Line
                           End-If
                       End-If
                   End-If
           End-Read.

       779-Write-One-Type-History.
           Move Ws-Run-Date to typh-run-date
           Move Tt-Type-Code(Ws-Search-Idx) to typh-type-code
           Move Tt-Count(Ws-Search-Idx) to typh-count
           Move Tt-Amount(Ws-Search-Idx) to typh-amount
           Move Tt-Mtd-Count(Ws-Search-Idx) to typh-mtd-count
           Move Tt-Mtd-Amount(Ws-Search-Idx) to typh-mtd-amount
           Move Tt-Ytd-Count(Ws-Search-Idx) to typh-ytd-count
           Move Tt-Ytd-Amount(Ws-Search-Idx) to typh-ytd-amount
           Write type-history-record
               Invalid Key
                   Rewrite type-history-record
           End-Write
           Add 1 to Ws-Search-Idx.

       781-Find-Type-History-Slot.
           Move "N" to Ws-Typh-Found
           Move 1 to Ws-Typh-Idx
           Perform 783-Check-One-Type-Slot
               Until Ws-Typh-Found = "Y"
                  or Ws-Typh-Idx > Type-Total-Count.

       783-Check-One-Type-Slot.
           If Tt-Type-Code(Ws-Typh-Idx) = typh-type-code
               Move "Y" to Ws-Typh-Found
           Else
               Add 1 to Ws-Typh-Idx
           End-If.

       782-Add-Type-History-Line.
           Add typh-count to Tt-Ytd-Count(Ws-Typh-Idx)
           Add typh-amount to Tt-Ytd-Amount(Ws-Typh-Idx)
           If typh-run-date(1:6) = Ws-Curr-Year-Month
               Add typh-count to Tt-Mtd-Count(Ws-Typh-Idx)
               Add typh-amount to Tt-Mtd-Amount(Ws-Typh-Idx)
           End-If.

      *    One line per source group for the date. A line lab1p
      *    already wrote keeps its feed status; a source lab1p does
      *    not check starts with the feed status blank.
       785-Update-Source-History.
           Open I-O lab1c-srch
           If Srch-File-Status Not = "00"
               Open Output lab1c-srch
               Close lab1c-srch
               Open I-O lab1c-srch
           End-If
           Move 1 to Ws-Src-Idx
           Perform 786-Post-One-Source-Line
               Until Ws-Src-Idx > Source-Total-Count
           Close lab1c-srch.

       786-Post-One-Source-Line.
           Move Ws-Run-Date to srch-run-date
           Move Src-Id(Ws-Src-Idx) to srch-source-id
           Read lab1c-srch
               Invalid Key
                   Move Space to srch-feed-status
                   Move 0 to srch-feed-checks
                   Perform 787-Stage-Source-Line
                   Write source-history-record
               Not Invalid Key
                   Perform 787-Stage-Source-Line
                   Rewrite source-history-record
           End-Read
           Add 1 to Ws-Src-Idx.

       787-Stage-Source-Line.
           Compute srch-presented =
               Src-Count(Ws-Src-Idx) + Src-Rejects(Ws-Src-Idx)
                 + Src-Held(Ws-Src-Idx)
           Move Src-Count(Ws-Src-Idx) to srch-counted
           Move Src-Rejects(Ws-Src-Idx) to srch-rejected
           Move Src-Amount(Ws-Src-Idx) to srch-amount
           Move Src-Rej-Amount(Ws-Src-Idx) to srch-rej-amount
           Evaluate Src-Status(Ws-Src-Idx)
               When "B"
               When "M"
               When "R"
               When "Q"
                   Move Src-Status(Ws-Src-Idx) to srch-trailer-status
               When Other
                   Move "N" to srch-trailer-status
           End-Evaluate
           Move Src-Other-Rejects(Ws-Src-Idx) to srch-other-rejects
           Move Src-Held(Ws-Src-Idx) to srch-held
           Move Src-Held-Amount(Ws-Src-Idx) to srch-held-amount
           Move 1 to Ws-Srch-Rsn-Idx
           Perform 788-Stage-One-Source-Reason
               Until Ws-Srch-Rsn-Idx > 10
           If Src-Status(Ws-Src-Idx) = "Q"
               Perform 789-Stage-Quarantined-Source
           End-If.

       788-Stage-One-Source-Reason.
           If Ws-Srch-Rsn-Idx > Src-Reason-Used(Ws-Src-Idx)
               Move Spaces to srch-reason(Ws-Srch-Rsn-Idx)
               Move 0 to srch-reason-count(Ws-Srch-Rsn-Idx)
           Else
               Move Src-Rsn-Code(Ws-Src-Idx Ws-Srch-Rsn-Idx)
                   to srch-reason(Ws-Srch-Rsn-Idx)
               Move Src-Rsn-Count(Ws-Src-Idx Ws-Srch-Rsn-Idx)
                   to srch-reason-count(Ws-Srch-Rsn-Idx)
           End-If
           Add 1 to Ws-Srch-Rsn-Idx.

      *    A quarantined group was never counted: its line carries
      *    what the advance pass found - the details presented and
      *    those that would have rejected, by reason - so the
      *    source's reject rate stands on its history.
       789-Stage-Quarantined-Source.
           Move "N" to Ws-Qg-Found
           Move 1 to Ws-Qg-Idx
           Perform 793-Check-One-Posted-Group
               Until Ws-Qg-Found = "Y"
                  or Ws-Qg-Idx > Quarantine-Group-Count
           If Ws-Qg-Found = "Y"
               Move Qg-Presented(Ws-Qg-Idx) to srch-presented
               Move Qg-Rejects(Ws-Qg-Idx) to srch-rejected
               Move Qg-Other-Rejects(Ws-Qg-Idx) to srch-other-rejects
               Move 1 to Ws-Srch-Rsn-Idx
               Perform 794-Stage-One-Prescan-Reason
                   Until Ws-Srch-Rsn-Idx > 10
           End-If.

       793-Check-One-Posted-Group.
           If Qg-Run-Date(Ws-Qg-Idx) = Ws-Run-Date
               and Qg-Source(Ws-Qg-Idx) = Src-Id(Ws-Src-Idx)
               Move "Y" to Ws-Qg-Found
           Else
               Add 1 to Ws-Qg-Idx
           End-If.

       794-Stage-One-Prescan-Reason.
           If Ws-Srch-Rsn-Idx > Qg-Reason-Used(Ws-Qg-Idx)
               Move Spaces to srch-reason(Ws-Srch-Rsn-Idx)
               Move 0 to srch-reason-count(Ws-Srch-Rsn-Idx)
           Else
               Move Qg-Rsn-Code(Ws-Qg-Idx Ws-Srch-Rsn-Idx)
                   to srch-reason(Ws-Srch-Rsn-Idx)
               Move Qg-Rsn-Count(Ws-Qg-Idx Ws-Srch-Rsn-Idx)
                   to srch-reason-count(Ws-Srch-Rsn-Idx)
           End-If
           Add 1 to Ws-Srch-Rsn-Idx.

      *    The run date's quarantined groups: a console warning,
      *    the control line ahead of each group's records on the
      *    quarantine file (what lab2g shows the supervisor), and a
      *    QUARAN journal entry.
       790-Post-Quarantined-Groups.
           Move 1 to Ws-Qg-Idx
           Perform 791-Post-One-Quarantined-Group
               Until Ws-Qg-Idx > Quarantine-Group-Count.

       791-Post-One-Quarantined-Group.
           If Qg-Run-Date(Ws-Qg-Idx) = Ws-Run-Date
               and Qg-Quarantined(Ws-Qg-Idx) = "Y"
               Display "**WARNING** source " Qg-Source(Ws-Qg-Idx)
                   " QUARANTINED - " Qg-Rejects(Ws-Qg-Idx) " of "
                   Qg-Presented(Ws-Qg-Idx) " details reject,"
                   " tolerance " Qg-Tolerance(Ws-Qg-Idx) "%"
               Perform 962-Ensure-Quarantine-Open
               Move Ws-Run-Date to qtc-run-date
               Move Qg-Source(Ws-Qg-Idx) to qtc-source-id
               Move 0 to qtc-line-no
               Move "Q" to qtc-status
               Move Qg-Presented(Ws-Qg-Idx) to qtc-presented
               Move Qg-Rejects(Ws-Qg-Idx) to qtc-rejects
               Move Qg-Tolerance(Ws-Qg-Idx) to qtc-tolerance
               Move Qg-Lines(Ws-Qg-Idx) to qtc-lines
               Move Ws-Run-Date to qtc-status-date
               Move Spaces to qtc-oper
               Write quarantine-control-record
                   Invalid Key
                       Rewrite quarantine-control-record
               End-Write
               Perform 792-Write-Quarantine-Entry
           End-If
           Add 1 to Ws-Qg-Idx.

       792-Write-Quarantine-Entry.
           Accept Ws-Jrn-Stamp-Date From Date YYYYMMDD
           Accept Ws-Jrn-Stamp-Time From Time
           Move Spaces to Ws-Jrn-Buffer
           String "QUARAN" delimited by size
                  Ws-Jrn-Stamp-Date delimited by size
                  " " delimited by size
                  Ws-Jrn-Stamp-Time delimited by size
                  " RUNDATE=" delimited by size
                  Ws-Run-Date delimited by size
                  " SRC=" delimited by size
                  Qg-Source(Ws-Qg-Idx) delimited by size
                  " QUARANTINED" delimited by size
                  " DETAILS=" delimited by size
                  Qg-Presented(Ws-Qg-Idx) delimited by size
                  " REJECTS=" delimited by size
                  Qg-Rejects(Ws-Qg-Idx) delimited by size
                  " TOL=" delimited by size
                  Qg-Tolerance(Ws-Qg-Idx) delimited by size
                  " LINES=" delimited by size
                  Qg-Lines(Ws-Qg-Idx) delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line.

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
           Move "LAB1C" to tctl-last-program
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
