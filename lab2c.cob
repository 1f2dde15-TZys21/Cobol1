       identification division.
       program-id.         lab2c.

      *      Name: Tyler Zysberg. Description: LAB2C. Integrity check
      *      of the three control trails: the lab1b session log
      *      (lab1b-log.dat), the correction and DENIED audit file
      *      (lab1d-aud.dat) and the lab1c run journal
      *      (lab1c-jrn.dat). Every line the writing programs add to
      *      a trail is stamped after its text with a sequence number
      *      and a check value chained from the line before
      *      (" SEQ=nnnnnnnn CHK=nnnnnnnnnn", columns 121-148 on the
      *      audit file and journal, 81-108 on the session log), and
      *      the trail-control file (lab1c-tctl.dat) holds each
      *      trail's last sequence number and check value.
      *
      *      Each trail is read from the top. Lines written before
      *      stamping began are counted and passed over; after the
      *      first stamped line every line must be stamped, the
      *      sequence must run on without a gap, and each check value
      *      is recomputed from the line's own text and the check
      *      value of the line before it. The trail's end is then
      *      compared with the control record, so lines cut from the
      *      bottom show as a truncated tail. When lab1n has moved
      *      old journal lines to the archive, the journal is checked
      *      from the base sequence lab1n left on the control record.
      *
      *      No card is read; all three trails are checked every run.
      *      The verification report (lab2c-rpt.dat) lists every
      *      break found with its line number, and a summary for each
      *      trail. Return code 0 when every trail is intact, 8 when
      *      any break, altered line or truncated tail is found.

       Environment division.
       Input-output section.
       File-Control.
           Select trail-file
               Assign to Ws-Trail-File-Name
               Organization is Line Sequential
               File Status is Trail-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

           Select lab2c-rpt
               Assign to "lab2c-rpt.dat"
               Organization is Line Sequential.

       data division.
       File Section.
       fd  trail-file.
       01  trail-line              PIC X(148).

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

       fd  lab2c-rpt
           Report is Lab2c-Report.

       Working-Storage section.
       01  Trail-File-Status   PIC XX.
       01  Tctl-File-Status    PIC XX.
       01  Ws-Today            PIC 9(8).
       01  Ws-Tctl-Present     PIC X Value "N".
       01  Ws-Ctl-Found        PIC X.

      *    The trail being checked: its control-record id, file
      *    name and the width of the line text ahead of the stamp.
       01  Ws-Trail-File-Name  PIC X(20).
       01  Ws-Content-Width    PIC 9(3).
       01  Ws-Stamp-Pos        PIC 9(3).
       01  Ws-Trail-Eof        PIC X.
       01  Ws-Stamped-Seen     PIC X.

      *    The stamp as found on the line just read.
       01  Ws-Found-Stamp.
           05  Ws-Fs-Seq-Tag   PIC X(05).
           05  Ws-Fs-Seq       PIC 9(8).
           05  Ws-Fs-Chk-Tag   PIC X(05).
           05  Ws-Fs-Chk       PIC 9(10).

      *    Per-trail counts, reset before each trail.
       01  Ws-Lines-Read       PIC 9(8).
       01  Ws-Legacy-Count     PIC 9(8).
       01  Ws-Stamped-Count    PIC 9(8).
       01  Ws-First-Seq        PIC 9(8).
       01  Ws-Last-Seq         PIC 9(8).
       01  Ws-Expect-Seq       PIC 9(8).
       01  Ws-Prev-Chk         PIC 9(10).
       01  Ws-Trail-Breaks     PIC 9(8).
       01  Ws-Trail-Verdict    PIC X(12).

      *    Run totals.
       01  Ws-Trails-Checked   PIC 9(4) Value 0.
       01  Ws-Trails-Broken    PIC 9(4) Value 0.
       01  Ws-Total-Breaks     PIC 9(8) Value 0.
       01  Ws-Verdict-Text     PIC X(60).

      *    Staging fields for the report lines.
       01  Ws-Brk-Check        PIC X(08).
       01  Ws-Brk-Text         PIC X(50).
       01  Ws-Note-Text        PIC X(60).
       01  Ws-Edit-Seq-1       PIC 9(8).
       01  Ws-Edit-Seq-2       PIC 9(8).

      *    Check-value working fields; the arithmetic is the one the
      *    writing programs use when they stamp a line.
       01  Ws-Trail-Id         PIC X(08).
       01  Ws-Trail-Text       PIC X(120).
       01  Ws-Trail-Seq        PIC 9(8).
       01  Ws-Trail-Chk        PIC 9(10).
       01  Ws-Trail-Work       PIC 9(12).
       01  Ws-Trail-Pos        PIC 9(3).

       Report Section.
       rd  Lab2c-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 4
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(30)
                   Value "LAB2C AUDIT TRAIL VERIFICATION".
           05  Line 1  Column 32  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 42  Pic 9999/99/99 Source Ws-Today.
           05  Line 1  Column 53  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 61  Pic ZZZ9  Source Page-Counter.
           05  Line 3  Column  1  Pic X(05) Value "TRAIL".
           05  Line 3  Column 14  Pic X(04) Value "LINE".
           05  Line 3  Column 20  Pic X(05) Value "CHECK".
           05  Line 3  Column 30  Pic X(06) Value "DETAIL".

       01  Rpt-Trail-Head Type Detail.
           05  Line Plus 2 Column 1 Pic X(07) Value "TRAIL: ".
           05  Column 8  Pic X(08) Source Ws-Trail-Id.
           05  Column 18 Pic X(06) Value "FILE: ".
           05  Column 24 Pic X(20) Source Ws-Trail-File-Name.
           05  Line Plus 1 Column 1 Pic X(18)
                   Value "CONTROL LAST SEQ: ".
           05  Column 19 Pic ZZZZZZZ9 Source tctl-last-seq.
           05  Column 29 Pic X(10) Value "BASE SEQ: ".
           05  Column 39 Pic ZZZZZZZ9 Source tctl-base-seq.
           05  Column 49 Pic X(09) Value "LAST BY: ".
           05  Column 58 Pic X(08) Source tctl-last-program.

       01  Rpt-Break-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(08) Source Ws-Trail-Id.
           05  Column 10 Pic ZZZZZZZ9 Source Ws-Lines-Read.
           05  Column 20 Pic X(08) Source Ws-Brk-Check.
           05  Column 30 Pic X(50) Source Ws-Brk-Text.

       01  Rpt-Note-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(60) Source Ws-Note-Text.

       01  Rpt-Trail-Summary Type Detail.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "LINES READ:".
           05  Column 27 Pic ZZZZZZZ9 Source Ws-Lines-Read.
           05  Column 37 Pic X(20) Value "STAMPED:".
           05  Column 57 Pic ZZZZZZZ9 Source Ws-Stamped-Count.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "WRITTEN BEFORE STAMPING:".
           05  Column 27 Pic ZZZZZZZ9 Source Ws-Legacy-Count.
           05  Column 37 Pic X(20) Value "BREAKS:".
           05  Column 57 Pic ZZZZZZZ9 Source Ws-Trail-Breaks.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "FIRST SEQUENCE:".
           05  Column 27 Pic ZZZZZZZ9 Source Ws-First-Seq.
           05  Column 37 Pic X(20) Value "LAST SEQUENCE:".
           05  Column 57 Pic ZZZZZZZ9 Source Ws-Last-Seq.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "RESULT:".
           05  Column 27 Pic X(12) Source Ws-Trail-Verdict.

       01  Rpt-Verdict-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(60) Source Ws-Verdict-Text.

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Today From Date YYYYMMDD
           Open Input lab1c-tctl
           If Tctl-File-Status = "00"
               Move "Y" to Ws-Tctl-Present
           End-If
           Open Output lab2c-rpt
           Initiate Lab2c-Report
           If Ws-Tctl-Present = "N"
               Move "NOTE: NO TRAIL-CONTROL FILE - TAILS NOT CHECKED"
                   to Ws-Note-Text
               Generate Rpt-Note-Detail
           End-If
           Move "SESSLOG" to Ws-Trail-Id
           Move "lab1b-log.dat" to Ws-Trail-File-Name
           Move 80 to Ws-Content-Width
           Perform 200-Verify-Trail
           Move "AUDIT" to Ws-Trail-Id
           Move "lab1d-aud.dat" to Ws-Trail-File-Name
           Move 120 to Ws-Content-Width
           Perform 200-Verify-Trail
           Move "JOURNAL" to Ws-Trail-Id
           Move "lab1c-jrn.dat" to Ws-Trail-File-Name
           Move 120 to Ws-Content-Width
           Perform 200-Verify-Trail
           Perform 500-Set-Verdict
           Generate Rpt-Verdict-Detail
           Terminate Lab2c-Report
           Close lab2c-rpt
           If Ws-Tctl-Present = "Y"
               Close lab1c-tctl
           End-If
           Display "LAB2C audit trail verification"
           Display "Trails checked:   " Ws-Trails-Checked
           Display "Trails broken:    " Ws-Trails-Broken
           Display "Breaks found:     " Ws-Total-Breaks
           Display Ws-Verdict-Text
           Stop run.

      *    One trail, top to bottom, then its tail against the
      *    trail-control record.
       200-Verify-Trail.
           Add 1 to Ws-Trails-Checked
           Move 0 to Ws-Lines-Read Ws-Legacy-Count Ws-Stamped-Count
           Move 0 to Ws-First-Seq Ws-Last-Seq Ws-Expect-Seq
           Move 0 to Ws-Prev-Chk Ws-Trail-Breaks
           Move "N" to Ws-Trail-Eof Ws-Stamped-Seen
           Compute Ws-Stamp-Pos = Ws-Content-Width + 1
           Perform 210-Read-Control-Record
           Generate Rpt-Trail-Head
           Open Input trail-file
           If Trail-File-Status Not = "00"
               If Ws-Ctl-Found = "Y"
                       and tctl-last-seq > tctl-base-seq
                   Move tctl-last-seq to Ws-Edit-Seq-1
                   Move "MISSING" to Ws-Brk-Check
                   Move Spaces to Ws-Brk-Text
                   String "FILE NOT FOUND - CONTROL SHOWS SEQ "
                           Delimited by Size
                       Ws-Edit-Seq-1 Delimited by Size
                       into Ws-Brk-Text
                   Perform 300-Report-Break
               Else
                   Move "NOTE: NO TRAIL FILE AND NO LINES RECORDED"
                       to Ws-Note-Text
                   Generate Rpt-Note-Detail
               End-If
           Else
               Perform 220-Read-Trail-Line Until Ws-Trail-Eof = "Y"
               Close trail-file
               Perform 250-Check-Tail
           End-If
           If Ws-Trail-Breaks = 0
               Move "INTACT" to Ws-Trail-Verdict
           Else
               Move "BROKEN" to Ws-Trail-Verdict
               Add 1 to Ws-Trails-Broken
               Add Ws-Trail-Breaks to Ws-Total-Breaks
           End-If
           Generate Rpt-Trail-Summary
           Display "Trail " Ws-Trail-Id " lines " Ws-Lines-Read
               " stamped " Ws-Stamped-Count " breaks " Ws-Trail-Breaks
               " " Ws-Trail-Verdict.

       210-Read-Control-Record.
           Move "N" to Ws-Ctl-Found
           Move 0 to tctl-last-seq tctl-last-chk
           Move 0 to tctl-base-seq tctl-base-chk
           Move Spaces to tctl-last-program
           If Ws-Tctl-Present = "Y"
               Move Ws-Trail-Id to tctl-trail
               Read lab1c-tctl
                   Invalid Key
                       Move 0 to tctl-last-seq tctl-last-chk
                       Move 0 to tctl-base-seq tctl-base-chk
                       Move Spaces to tctl-last-program
                   Not Invalid Key
                       Move "Y" to Ws-Ctl-Found
               End-Read
           End-If.

       220-Read-Trail-Line.
           Read trail-file
               At End
                   Move "Y" to Ws-Trail-Eof
               Not At End
                   Add 1 to Ws-Lines-Read
                   Perform 230-Check-Line
           End-Read.

      *    Lines ahead of the first stamped line were written before
      *    stamping began; once stamping has begun every line must
      *    carry a stamp.
       230-Check-Line.
           Move trail-line(Ws-Stamp-Pos:28) to Ws-Found-Stamp
           If Ws-Fs-Seq-Tag = " SEQ=" and Ws-Fs-Seq Is Numeric
                   and Ws-Fs-Chk-Tag = " CHK=" and Ws-Fs-Chk Is Numeric
               Perform 240-Check-Stamped-Line
           Else
               If Ws-Stamped-Seen = "N"
                   Add 1 to Ws-Legacy-Count
               Else
                   Move "UNSTAMPD" to Ws-Brk-Check
                   Move "NO SEQ/CHK STAMP AFTER STAMPED LINES"
                       to Ws-Brk-Text
                   Perform 300-Report-Break
               End-If
           End-If.

      *    The first stamped line follows the control record's base
      *    (zero unless lab1n has archived the head of the journal).
      *    After a sequence break the check value cannot be carried
      *    across the gap, so checking picks up again from the line
      *    found.
       240-Check-Stamped-Line.
           Add 1 to Ws-Stamped-Count
           If Ws-Stamped-Seen = "N"
               Move "Y" to Ws-Stamped-Seen
               Move Ws-Fs-Seq to Ws-First-Seq
               Compute Ws-Expect-Seq = tctl-base-seq + 1
               Move tctl-base-chk to Ws-Prev-Chk
           End-If
           Evaluate True
               When Ws-Fs-Seq > Ws-Expect-Seq
                   Move Ws-Expect-Seq to Ws-Edit-Seq-1
                   Move Ws-Fs-Seq to Ws-Edit-Seq-2
                   Move "SEQGAP" to Ws-Brk-Check
                   Move Spaces to Ws-Brk-Text
                   String "SEQUENCE GAP - EXPECTED " Delimited by Size
                       Ws-Edit-Seq-1 Delimited by Size
                       " FOUND " Delimited by Size
                       Ws-Edit-Seq-2 Delimited by Size
                       into Ws-Brk-Text
                   Perform 300-Report-Break
               When Ws-Fs-Seq < Ws-Expect-Seq
                   Move Ws-Expect-Seq to Ws-Edit-Seq-1
                   Move Ws-Fs-Seq to Ws-Edit-Seq-2
                   Move "SEQORDER" to Ws-Brk-Check
                   Move Spaces to Ws-Brk-Text
                   String "OUT OF ORDER - EXPECTED " Delimited by Size
                       Ws-Edit-Seq-1 Delimited by Size
                       " FOUND " Delimited by Size
                       Ws-Edit-Seq-2 Delimited by Size
                       into Ws-Brk-Text
                   Perform 300-Report-Break
               When Other
                   Move Ws-Fs-Seq to Ws-Trail-Seq
                   Move Ws-Prev-Chk to Ws-Trail-Chk
                   Move trail-line(1:Ws-Content-Width) to Ws-Trail-Text
                   Perform 991-Compute-Trail-Chk
                   If Ws-Trail-Chk Not = Ws-Fs-Chk
                       Move "ALTERED" to Ws-Brk-Check
                       Move "CHECK VALUE DOES NOT MATCH LINE TEXT"
                           to Ws-Brk-Text
                       Perform 300-Report-Break
                   End-If
           End-Evaluate
           Move Ws-Fs-Chk to Ws-Prev-Chk
           Move Ws-Fs-Seq to Ws-Last-Seq
           Compute Ws-Expect-Seq = Ws-Fs-Seq + 1.

      *    The last stamped line must be the one the control record
      *    says was written last.
       250-Check-Tail.
           If Ws-Ctl-Found = "N"
               If Ws-Stamped-Count > 0
                   Move "NOCTL" to Ws-Brk-Check
                   Move "STAMPED LINES BUT NO TRAIL-CONTROL RECORD"
                       to Ws-Brk-Text
                   Perform 300-Report-Break
               End-If
           Else
               If Ws-Stamped-Seen = "N"
                   Move tctl-base-seq to Ws-Last-Seq
                   Move tctl-base-chk to Ws-Prev-Chk
               End-If
               Move Ws-Last-Seq to Ws-Edit-Seq-1
               Move tctl-last-seq to Ws-Edit-Seq-2
               Move Spaces to Ws-Brk-Text
               Evaluate True
                   When Ws-Last-Seq < tctl-last-seq
                       Move "TRUNCATD" to Ws-Brk-Check
                       String "TAIL MISSING - LAST " Delimited by Size
                           Ws-Edit-Seq-1 Delimited by Size
                           " CONTROL " Delimited by Size
                           Ws-Edit-Seq-2 Delimited by Size
                           into Ws-Brk-Text
                       Perform 300-Report-Break
                   When Ws-Last-Seq > tctl-last-seq
                       Move "CTLMATCH" to Ws-Brk-Check
                       String "RUNS PAST CONTROL - LAST "
                               Delimited by Size
                           Ws-Edit-Seq-1 Delimited by Size
                           " CONTROL " Delimited by Size
                           Ws-Edit-Seq-2 Delimited by Size
                           into Ws-Brk-Text
                       Perform 300-Report-Break
                   When Ws-Prev-Chk Not = tctl-last-chk
                       Move "CTLMATCH" to Ws-Brk-Check
                       Move "LAST CHECK VALUE DIFFERS FROM CONTROL"
                           to Ws-Brk-Text
                       Perform 300-Report-Break
               End-Evaluate
           End-If.

       300-Report-Break.
           Add 1 to Ws-Trail-Breaks
           Generate Rpt-Break-Detail.

       500-Set-Verdict.
           If Ws-Total-Breaks = 0
               Move "ALL TRAILS INTACT" to Ws-Verdict-Text
               Move 0 to Return-Code
           Else
               Move "TRAIL BREAKS FOUND - SEE REPORT" to Ws-Verdict-Text
               Move 8 to Return-Code
           End-If.

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
