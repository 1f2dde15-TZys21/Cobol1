      *        date, the way lab1c's rerun/replace does), so the
      *        corrective run can re-present the records without
      *        them rejecting as DUPPOST.
      *      - The backed-out date's lines on the per-type history
      *        file (lab1c-typh.dat) are deleted too, and every
      *        remaining type line's MTD/YTD figures are recomputed
      *        in the same walk lab1f uses, so the type history
      *        stays in step with the day records.
      *      - A run date in a month closed on the period-control
      *        file (lab1c-per.dat, see lab2b) can no longer be
      *        backed out (return code 8, nothing changed), and the
      *        running-total rebuild leaves records and type lines in
      *        closed months alone, listing any out of step and
      *        ending with return code 4.
      *      - Every line written to the run journal now carries a
      *        sequence number and a check value chained from the line
      *        before (SEQ= and CHK= after column 120), and the last of
      *        each is kept on the trail-control file (lab1c-tctl.dat),
      *        so lab2c can show the trail complete and unaltered.

       Environment division.
       Input-output section.
               Record Key is reg-key
               File Status is Reg-File-Status.

           Select lab1c-per
               Assign to "lab1c-per.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is per-month
               File Status is Per-File-Status.

           Select lab1c-typh
               Assign to "lab1c-typh.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typh-key
               File Status is Typh-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

       data division.
       File Section.
       fd  lab1c-hist.
                                      Sign Is Trailing Separate.

       fd  lab1c-jrn.
       01  journal-line            PIC X(148).

       fd  lab1c-reg.
       01  register-record.
               10  reg-trans-date      PIC 9(8).
           05    reg-posted-date       PIC 9(8).

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
       01  Ws-Prev-Year-Month  PIC 9(6) Value 0.
       01  Ws-Prev-Year        PIC 9(4) Value 0.

      *    Per-type history: the backed-out date's type lines are
      *    deleted, then every remaining line's running figures are
      *    rebuilt in lab1f's per-type walk.
       01  Typh-File-Status    PIC XX.
       01  Ws-Typh-Eof         PIC X Value "N".
       01  Ws-Typh-Removed     PIC 9(8) Value 0.
       01  Ws-Typh-Rewritten   PIC 9(8) Value 0.
       01  Type-Run-Table.
           05  Type-Run-Entry Occurs 50 Times.
               10  Tr-Type-Code    PIC X(02).
               10  Tr-Mtd-Count    PIC 9(8).
               10  Tr-Mtd-Amount   PIC S9(11)V99.
               10  Tr-Ytd-Count    PIC 9(8).
               10  Tr-Ytd-Amount   PIC S9(11)V99.
       01  Type-Run-Count      PIC 99 Value 0.
       01  Ws-Tr-Idx           PIC 99.
       01  Ws-Tr-Found         PIC X.
       01  Ws-Typh-Prev-Ym     PIC 9(6) Value 0.
       01  Ws-Typh-Prev-Year   PIC 9(4) Value 0.

      *    BKOUT run-journal entry, in the lab1c journal style: the
      *    6-character tag keeps the stamp date at columns 7-14 like
      *    every other entry.
       01  Ws-Jrn-Stamp-Time   PIC 9(8).
       01  Ws-Jrn-Buffer       PIC X(120) Value Spaces.

      *    Period control (lab1c-per.dat): a month closed by lab2b
      *    once its lab1i statement is accepted is not rewritten.
      *    A record there whose running figures no longer agree is
      *    reported instead and the run ends with return code 4, so
      *    the month can be reopened and the statement re-run.
       01  Per-File-Status     PIC XX.
       01  Ws-Per-Avail        PIC X Value "N".
       01  Ws-Per-Month        PIC 9(6).
       01  Ws-Period-Closed    PIC X Value "N".
       01  Ws-Locked-Count     PIC 9(8) Value 0.

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
           Perform 300-Remove-Extract-Line
           Perform 350-Purge-Register-For-Date
           Perform 400-Rebuild-Running-Totals
           Perform 600-Backout-Type-History
           Perform 500-Journal-Backout
           Display "LAB1Q backed out run date " Ws-Backout-Date
           Display "  removed count:  " Ws-Removed-Count
           Display "  extract lines removed: " Ws-Ext-Removed
           Display "  register entries cleared: " Ws-Reg-Cleared
           Display "  history records rebuilt: " Ws-Rewrite-Count
           Display "  type history lines removed: " Ws-Typh-Removed
           Display "  type history lines rebuilt: " Ws-Typh-Rewritten
           If Ws-Per-Avail = "Y"
               Close lab1c-per
           End-If
           If Ws-Locked-Count > 0
               Display "  held by period lock: " Ws-Locked-Count
               Move 4 to Return-Code
           End-If
           Stop run.

       100-Get-Backout-Date.
           Accept Ws-Raw-Date
           If Ws-Raw-Date Is Numeric
               Move Ws-Raw-Date to Ws-Backout-Date
               Perform 110-Check-Backout-Period
           Else
               Display "LAB1Q: backout date must be CCYYMMDD - got "
                   Ws-Raw-Date
               Stop run
           End-If.

      *    The period-control file stays open for the rebuild walks.
      *    A backout into a closed month is refused before anything
      *    has been touched.
       110-Check-Backout-Period.
           Open Input lab1c-per
           If Per-File-Status = "00"
               Move "Y" to Ws-Per-Avail
           End-If
           Move Ws-Backout-Date(1:6) to Ws-Per-Month
           Perform 440-Check-Period-Lock
           If Ws-Period-Closed = "Y"
               Display "LAB1Q: run date " Ws-Backout-Date
                   " is in closed period " Ws-Per-Month
                   " - reopen it with lab2b before backing out"
               Close lab1c-per
               Move 8 to Return-Code
               Stop run
           End-If.

      *    The target's own figures are captured for the journal
      *    before the record goes; later posted dates are counted
      *    only to report that their running totals will be
               or hist-ytd-count Not = Ws-Ytd-Count
               or hist-ytd-even Not = Ws-Ytd-Even
               or hist-ytd-amount Not = Ws-Ytd-Amount
               Move hist-run-date(1:6) to Ws-Per-Month
               Perform 440-Check-Period-Lock
               If Ws-Period-Closed = "Y"
                   Add 1 to Ws-Locked-Count
                   Display "**WARNING** run date " hist-run-date
                       " running totals out of step but"
                       " period " Ws-Per-Month
                       " is closed - not rewritten"
               Else
                   Move Ws-Mtd-Count to hist-mtd-count
                   Move Ws-Mtd-Even to hist-mtd-even
                   Move Ws-Mtd-Amount to hist-mtd-amount
                   Move Ws-Ytd-Count to hist-ytd-count
                   Move Ws-Ytd-Even to hist-ytd-even
                   Move Ws-Ytd-Amount to hist-ytd-amount
                   Rewrite history-record
                   Add 1 to Ws-Rewrite-Count
               End-If
           End-If.

       440-Check-Period-Lock.
           Move "N" to Ws-Period-Closed
           If Ws-Per-Avail = "Y"
               Move Ws-Per-Month to per-month
               Read lab1c-per
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If per-is-closed
                           Move "Y" to Ws-Period-Closed
                       End-If
               End-Read
           End-If.

       500-Journal-Backout.
                  Ws-Disp-Amount delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn.

      *    The backed-out date's type lines go first; the walk that
      *    follows then recomputes every remaining line's MTD/YTD
      *    figures exactly as lab1f does. No type history file means
      *    there is nothing to back out.
       600-Backout-Type-History.
           Open I-O lab1c-typh
           If Typh-File-Status Not = "00"
               Display "LAB1Q: no type history file - status "
                   Typh-File-Status
           Else
               Move Ws-Backout-Date to typh-run-date
               Move Low-Values to typh-type-code
               Start lab1c-typh Key Is Not Less Than typh-key
                   Invalid Key
                       Move "Y" to Ws-Typh-Eof
                   Not Invalid Key
                       Move "N" to Ws-Typh-Eof
               End-Start
               Perform 605-Remove-One-Type-Line
                   Until Ws-Typh-Eof = "Y"
               Move Low-Values to typh-key
               Start lab1c-typh Key Is Not Less Than typh-key
                   Invalid Key
                       Move "Y" to Ws-Typh-Eof
                   Not Invalid Key
                       Move "N" to Ws-Typh-Eof
               End-Start
               Perform 610-Rebuild-One-Type-Line
                   Until Ws-Typh-Eof = "Y"
               Close lab1c-typh
           End-If.

       605-Remove-One-Type-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   If typh-run-date Not = Ws-Backout-Date
                       Move "Y" to Ws-Typh-Eof
                   Else
                       Delete lab1c-typh
                       Add 1 to Ws-Typh-Removed
                   End-If
           End-Read.

       610-Rebuild-One-Type-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   Perform 620-Roll-Type-Breaks
                   Perform 630-Find-Type-Run-Slot
                   If Ws-Tr-Found = "Y"
                       Add typh-count to Tr-Mtd-Count(Ws-Tr-Idx)
                                         Tr-Ytd-Count(Ws-Tr-Idx)
                       Add typh-amount to Tr-Mtd-Amount(Ws-Tr-Idx)
                                          Tr-Ytd-Amount(Ws-Tr-Idx)
                       Perform 640-Rewrite-Type-If-Changed
                   End-If
           End-Read.

       620-Roll-Type-Breaks.
           If typh-run-date(1:4) Not = Ws-Typh-Prev-Year
               Move 0 to Type-Run-Count
               Move typh-run-date(1:4) to Ws-Typh-Prev-Year
           End-If
           If typh-run-date(1:6) Not = Ws-Typh-Prev-Ym
               Move 1 to Ws-Tr-Idx
               Perform 625-Clear-One-Type-Mtd
                   Until Ws-Tr-Idx > Type-Run-Count
               Move typh-run-date(1:6) to Ws-Typh-Prev-Ym
           End-If.

       625-Clear-One-Type-Mtd.
           Move 0 to Tr-Mtd-Count(Ws-Tr-Idx) Tr-Mtd-Amount(Ws-Tr-Idx)
           Add 1 to Ws-Tr-Idx.

       630-Find-Type-Run-Slot.
           Move "N" to Ws-Tr-Found
           Move 1 to Ws-Tr-Idx
           Perform 635-Check-One-Type-Run
               Until Ws-Tr-Found = "Y"
                  or Ws-Tr-Idx > Type-Run-Count
           If Ws-Tr-Found = "N" and Type-Run-Count = 50
               Display "**WARNING** type code " typh-type-code
                   " on " typh-run-date " not rebuilt - more than"
                   " 50 codes in the year"
           End-If
           If Ws-Tr-Found = "N" and Type-Run-Count < 50
               Move "Y" to Ws-Tr-Found
               Add 1 to Type-Run-Count
               Move Type-Run-Count to Ws-Tr-Idx
               Move typh-type-code to Tr-Type-Code(Ws-Tr-Idx)
               Move 0 to Tr-Mtd-Count(Ws-Tr-Idx)
                         Tr-Mtd-Amount(Ws-Tr-Idx)
                         Tr-Ytd-Count(Ws-Tr-Idx)
                         Tr-Ytd-Amount(Ws-Tr-Idx)
           End-If.

       635-Check-One-Type-Run.
           If Tr-Type-Code(Ws-Tr-Idx) = typh-type-code
               Move "Y" to Ws-Tr-Found
           Else
               Add 1 to Ws-Tr-Idx
           End-If.

       640-Rewrite-Type-If-Changed.
           If typh-mtd-count Not = Tr-Mtd-Count(Ws-Tr-Idx)
               or typh-mtd-amount Not = Tr-Mtd-Amount(Ws-Tr-Idx)
               or typh-ytd-count Not = Tr-Ytd-Count(Ws-Tr-Idx)
               or typh-ytd-amount Not = Tr-Ytd-Amount(Ws-Tr-Idx)
               Move typh-run-date(1:6) to Ws-Per-Month
               Perform 440-Check-Period-Lock
               If Ws-Period-Closed = "Y"
                   Add 1 to Ws-Locked-Count
                   Display "**WARNING** type line " typh-run-date
                       " running totals out of step but"
                       " period " Ws-Per-Month
                       " is closed - not rewritten"
               Else
                   Move Tr-Mtd-Count(Ws-Tr-Idx) to typh-mtd-count
                   Move Tr-Mtd-Amount(Ws-Tr-Idx) to typh-mtd-amount
                   Move Tr-Ytd-Count(Ws-Tr-Idx) to typh-ytd-count
                   Move Tr-Ytd-Amount(Ws-Tr-Idx) to typh-ytd-amount
                   Rewrite type-history-record
                   Add 1 to Ws-Typh-Rewritten
               End-If
           End-If.

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
           Move "LAB1Q" to tctl-last-program
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
