      *        and rewritten, so the morning status check can tell
      *        whether the running totals are current against the
      *        latest lab1d correction.
      *      - The rebuild now also walks the per-type history file
      *        (lab1c-typh.dat) and recomputes each type line's MTD/
      *        YTD figures from the daily type figures the same way,
      *        so the type history stays in step with the day
      *        records; the REBLD entry carries the type lines
      *        rewritten.
      *      - Records and type lines in a month closed on the
      *        period-control file (lab1c-per.dat, see lab2b) are no
      *        longer rewritten: any whose running figures are out of
      *        step are listed as held by the period lock and the
      *        rebuild ends with return code 4.
      *      - Every line written to the run journal now carries a
      *        sequence number and a check value chained from the line
      *        before (SEQ= and CHK= after column 120), and the last of
      *        each is kept on the trail-control file (lab1c-tctl.dat),
      *        so lab2c can show the trail complete and unaltered.

       Environment division.
       Input-output section.
               Organization is Line Sequential
               File Status is Jrn-File-Status.

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
           05    hist-ytd-amount        PIC S9(11)V99.

       fd  lab1c-jrn.
       01  journal-line        PIC X(148).

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
       01  Ws-Prev-Year-Month  PIC 9(6) Value 0.
       01  Ws-Prev-Year        PIC 9(4) Value 0.

      *    Per-type running accumulators for the type history walk:
      *    one slot per code met, all reset together on the month
      *    and year breaks since the file is in run-date order.
       01  Typh-File-Status    PIC XX.
       01  Ws-Typh-Eof         PIC X Value "N".
       01  Ws-Typh-Read        PIC 9(8) Value 0.
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

      *    REBLD run-journal entry, in the lab1c journal style: the
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
           Open Input lab1c-per
           If Per-File-Status = "00"
               Move "Y" to Ws-Per-Avail
           End-If
           Open I-O lab1c-hist
           If Hist-File-Status Not = "00"
               Display "LAB1F: cannot open lab1c-hist.dat - status "
           End-Start
           Perform 100-Rebuild-One-Record Until EndOfFile = "Y"
           Close lab1c-hist
           Perform 500-Rebuild-Type-History
           Perform 400-Journal-Rebuild
           Display "History records read:      " Ws-Read-Count
           Display "History records rewritten: " Ws-Rewrite-Count
           Display "Type history lines read:      " Ws-Typh-Read
           Display "Type history lines rewritten: " Ws-Typh-Rewritten
           If Ws-Per-Avail = "Y"
               Close lab1c-per
           End-If
           If Ws-Locked-Count > 0
               Display "Held by period lock:          " Ws-Locked-Count
               Move 4 to Return-Code
           End-If
           Stop run.

       100-Rebuild-One-Record.
               or hist-ytd-count Not = Ws-Ytd-Count
               or hist-ytd-even Not = Ws-Ytd-Even
               or hist-ytd-amount Not = Ws-Ytd-Amount
               Move hist-run-date(1:6) to Ws-Per-Month
               Perform 310-Check-Period-Lock
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

       310-Check-Period-Lock.
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

       400-Journal-Rebuild.
                  Ws-Read-Count delimited by size
                  " REWRITTEN=" delimited by size
                  Ws-Rewrite-Count delimited by size
                  " TYPELINES=" delimited by size
                  Ws-Typh-Rewritten delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn.

      *    The same walk over the type history: lines arrive in run
      *    date then type code order, so each code's running figures
      *    are kept in its own slot and every slot is cleared when
      *    the month or year turns. No type history file means there
      *    is nothing to keep in step.
       500-Rebuild-Type-History.
           Open I-O lab1c-typh
           If Typh-File-Status = "00"
               Move Low-Values to typh-key
               Start lab1c-typh Key Is Not Less Than typh-key
                   Invalid Key
                       Move "Y" to Ws-Typh-Eof
                   Not Invalid Key
                       Move "N" to Ws-Typh-Eof
               End-Start
               Perform 510-Rebuild-One-Type-Line
                   Until Ws-Typh-Eof = "Y"
               Close lab1c-typh
           End-If.

       510-Rebuild-One-Type-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   Add 1 to Ws-Typh-Read
                   Perform 520-Roll-Type-Breaks
                   Perform 530-Find-Type-Run-Slot
                   If Ws-Tr-Found = "Y"
                       Add typh-count to Tr-Mtd-Count(Ws-Tr-Idx)
                                         Tr-Ytd-Count(Ws-Tr-Idx)
                       Add typh-amount to Tr-Mtd-Amount(Ws-Tr-Idx)
                                          Tr-Ytd-Amount(Ws-Tr-Idx)
                       Perform 540-Rewrite-Type-If-Changed
                   End-If
           End-Read.

       520-Roll-Type-Breaks.
           If typh-run-date(1:4) Not = Ws-Typh-Prev-Year
               Move 0 to Type-Run-Count
               Move typh-run-date(1:4) to Ws-Typh-Prev-Year
           End-If
           If typh-run-date(1:6) Not = Ws-Typh-Prev-Ym
               Move 1 to Ws-Tr-Idx
               Perform 525-Clear-One-Type-Mtd
                   Until Ws-Tr-Idx > Type-Run-Count
               Move typh-run-date(1:6) to Ws-Typh-Prev-Ym
           End-If.

       525-Clear-One-Type-Mtd.
           Move 0 to Tr-Mtd-Count(Ws-Tr-Idx) Tr-Mtd-Amount(Ws-Tr-Idx)
           Add 1 to Ws-Tr-Idx.

      *    A code not yet met this year takes the next free slot
      *    with zero running figures. The table holds as many codes
      *    as the type master can; a code past that is left alone.
       530-Find-Type-Run-Slot.
           Move "N" to Ws-Tr-Found
           Move 1 to Ws-Tr-Idx
           Perform 535-Check-One-Type-Run
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

       535-Check-One-Type-Run.
           If Tr-Type-Code(Ws-Tr-Idx) = typh-type-code
               Move "Y" to Ws-Tr-Found
           Else
               Add 1 to Ws-Tr-Idx
           End-If.

       540-Rewrite-Type-If-Changed.
           If typh-mtd-count Not = Tr-Mtd-Count(Ws-Tr-Idx)
               or typh-mtd-amount Not = Tr-Mtd-Amount(Ws-Tr-Idx)
               or typh-ytd-count Not = Tr-Ytd-Count(Ws-Tr-Idx)
               or typh-ytd-amount Not = Tr-Ytd-Amount(Ws-Tr-Idx)
               Move typh-run-date(1:6) to Ws-Per-Month
               Perform 310-Check-Period-Lock
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
           Move "LAB1F" to tctl-last-program
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
