       identification division.
       program-id.         lab1y.

      *      Name: Tyler Zysberg. Description: LAB1Y. Morning
      *      reconciliation of Finance's GL load acknowledgments
      *      against the GL files we sent. lab1r (nightly file) and
      *      lab1v (adjustment file) record every file they build on
      *      the GL control file (lab1c-glc.dat, keyed by run date
      *      and file kind) with its trailer entry count and amount
      *      hash. Finance returns lab1c-ack.dat, one line per file
      *      loaded:
      *
      *        columns  1-8   run date of the file (CCYYMMDD)
      *        column   9     file kind: N nightly, A adjustment
      *                       (blank is taken as N)
      *        columns 10-17  entries accepted
      *        columns 18-31  amount hash loaded, S9(11)V99 with a
      *                       trailing separate sign
      *        columns 32-39  date loaded (CCYYMMDD)
      *
      *      Each acknowledgment is matched to its control line and
      *      the line marked acknowledged, or mismatched when the
      *      count or hash differs from our trailer. The report then
      *      lists every sent file still unacknowledged after
      *      ACK-DAYS calendar days (a KEYWORD=VALUE card on
      *      lab1y-prm.dat, default 3), every mismatched file, and
      *      every acknowledgment naming a file we never sent. A
      *      GLACK entry on the run journal carries the exception
      *      counts for lab1o's morning status page. Return code 4
      *      when any exception is found, so the scheduler can
      *      alert.
      *
      *      Each line written to the run journal carries the chained
      *      sequence number and check value that lab2c verifies against
      *      the trail-control file (lab1c-tctl.dat).

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-glc
               Assign to "lab1c-glc.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is glc-key
               File Status is Glc-File-Status.

           Select lab1c-ack
               Assign to "lab1c-ack.dat"
               Organization is Line Sequential
               File Status is Ack-File-Status.

           Select lab1y-prm
               Assign to "lab1y-prm.dat"
               Organization is Line Sequential
               File Status is Prm-File-Status.

           Select lab1c-jrn
               Assign to "lab1c-jrn.dat"
               Organization is Line Sequential
               File Status is Jrn-File-Status.

           Select lab1y-rpt
               Assign to "lab1y-rpt.dat"
               Organization is Line Sequential.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

       data division.
       File Section.
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

       fd  lab1c-ack.
       01  ack-record.
           05    ack-run-date        PIC X(08).
           05    ack-file-kind       PIC X(01).
           05    ack-entry-count     PIC X(08).
           05    ack-amount-hash     PIC S9(11)V99
                                      Sign Is Trailing Separate.
           05    ack-load-date       PIC X(08).
           05    Filler              PIC X(41).

       fd  lab1y-prm.
       01  parm-line               PIC X(80).

       fd  lab1c-jrn.
       01  journal-line            PIC X(148).

       fd  lab1y-rpt
           Report Is Lab1y-Report.

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
       01  Glc-File-Status     PIC XX.
       01  Ack-File-Status     PIC XX.
       01  Jrn-File-Status     PIC XX.
       01  Ws-Run-Date         PIC 9(8).

      *    Run-time parameter, overridable by an ACK-DAYS card on
      *    the parameter file: how many calendar days a sent file
      *    may wait for its acknowledgment before it is overdue.
      *    No parameter file means the default below; a bad card
      *    stops the run with RC 8.
       01  Prm-File-Status      PIC XX.
       01  Ws-Parm-Present      PIC X Value "N".
       01  Ws-Parm-Eof          PIC X Value "N".
       01  Ws-Parm-Keyword      PIC X(20).
       01  Ws-Parm-Value        PIC X(20).
       01  Ws-Parm-Len          PIC 9(2).
       01  Ws-Parm-Num          PIC 9(8).
       01  Ws-Ack-Days          PIC 9(3) Value 3.

      *    Age derivation for one sent file.
       01  Ws-Today-Int        PIC 9(7).
       01  Ws-Sent-Int         PIC 9(7).
       01  Ws-File-Age         PIC S9(5).

      *    One acknowledgment as matched.
       01  Ws-Ack-Kind         PIC X(01).
       01  Ws-Ack-Count        PIC 9(8).
       01  Ws-Ack-Found        PIC X.

      *    Run counts; the last three are the exceptions.
       01  Ws-Acks-Read        PIC 9(4) Value 0.
       01  Ws-Acks-Matched     PIC 9(4) Value 0.
       01  Ws-Files-On-Record  PIC 9(4) Value 0.
       01  Ws-Files-Acked      PIC 9(4) Value 0.
       01  Ws-Files-Awaiting   PIC 9(4) Value 0.
       01  Ws-Overdue-Count    PIC 9(4) Value 0.
       01  Ws-Mismatch-Count   PIC 9(4) Value 0.
       01  Ws-Unknown-Count    PIC 9(4) Value 0.
       01  Ws-Listed-Count     PIC 9(4) Value 0.

      *    GLACK run-journal entry, in the lab1c journal style.
       01  Ws-Jrn-Stamp-Date   PIC 9(8).
       01  Ws-Jrn-Stamp-Time   PIC 9(8).
       01  Ws-Jrn-Buffer       PIC X(120) Value Spaces.

      *    Staging fields for the report lines.
       01  Ws-Rpt-Run-Date     PIC X(08).
       01  Ws-Rpt-Kind-Text    PIC X(10).
       01  Ws-Rpt-Section-Text PIC X(40).
       01  Ws-Rpt-Status-Text  PIC X(20).
       01  Ws-Rpt-Count        PIC 9(8).
       01  Ws-Rpt-Hash         PIC S9(11)V99.
       01  Ws-Rpt-Ack-Count    PIC 9(8).
       01  Ws-Rpt-Ack-Hash     PIC S9(11)V99.
       01  Ws-Rpt-Age          PIC ZZZZ9.

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
       rd  Lab1y-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 4
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(29)
                   Value "LAB1Y GL ACKNOWLEDGMENT RECON".
           05  Line 1  Column 31  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 41  Pic 9999/99/99 Source Ws-Run-Date.
           05  Line 1  Column 52  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 60  Pic ZZZ9  Source Page-Counter.
           05  Line 3  Column  1  Pic X(08) Value "RUN DATE".
           05  Line 3  Column 11  Pic X(10) Value "FILE".
           05  Line 3  Column 22  Pic X(06) Value "STATUS".
           05  Line 3  Column 43  Pic X(07) Value "ENTRIES".
           05  Line 3  Column 53  Pic X(11) Value "AMOUNT HASH".

       01  Rpt-Thresh-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(37)
                   Value "SENT FILES UNACKNOWLEDGED AFTER DAYS:".
           05  Column 39 Pic ZZ9 Source Ws-Ack-Days.

       01  Rpt-Section-Head Type Detail.
           05  Line Plus 2 Column 1 Pic X(40)
                   Source Ws-Rpt-Section-Text.

       01  Rpt-File-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(08) Source Ws-Rpt-Run-Date.
           05  Column 11 Pic X(10) Source Ws-Rpt-Kind-Text.
           05  Column 22 Pic X(20) Source Ws-Rpt-Status-Text.
           05  Column 42 Pic ZZZZZZZ9 Source Ws-Rpt-Count.
           05  Column 51 Pic ---,---,---,--9.99 Source Ws-Rpt-Hash.

       01  Rpt-Ack-Figures Type Detail.
           05  Line Plus 1 Column 22 Pic X(18)
                   Value "FINANCE LOADED:".
           05  Column 42 Pic ZZZZZZZ9 Source Ws-Rpt-Ack-Count.
           05  Column 51 Pic ---,---,---,--9.99
                   Source Ws-Rpt-Ack-Hash.

       01  Rpt-Age-Detail Type Detail.
           05  Line Plus 1 Column 22 Pic X(11) Value "DAYS SINCE ".
           05  Column 33 Pic X(05) Value "SENT:".
           05  Column 39 Pic X(05) Source Ws-Rpt-Age.

       01  Rpt-None-Detail Type Detail.
           05  Line Plus 1 Column 3 Pic X(04) Value "NONE".

       01  Rpt-Summary-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(26)
                   Value "ACKNOWLEDGMENTS READ:".
           05  Column 27 Pic ZZZ9 Source Ws-Acks-Read.
           05  Column 33 Pic X(26) Value "MATCHED THIS RUN:".
           05  Column 59 Pic ZZZ9 Source Ws-Acks-Matched.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "FILES ON RECORD:".
           05  Column 27 Pic ZZZ9 Source Ws-Files-On-Record.
           05  Column 33 Pic X(26) Value "ACKNOWLEDGED:".
           05  Column 59 Pic ZZZ9 Source Ws-Files-Acked.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "AWAITING (NOT YET DUE):".
           05  Column 27 Pic ZZZ9 Source Ws-Files-Awaiting.
           05  Column 33 Pic X(26) Value "OVERDUE:".
           05  Column 59 Pic ZZZ9 Source Ws-Overdue-Count.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "COUNT OR HASH MISMATCH:".
           05  Column 27 Pic ZZZ9 Source Ws-Mismatch-Count.
           05  Column 33 Pic X(26) Value "ACKS FOR FILES NOT SENT:".
           05  Column 59 Pic ZZZ9 Source Ws-Unknown-Count.

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Compute Ws-Today-Int =
               Function Integer-Of-Date(Ws-Run-Date)
           Perform 070-Read-Parameters
           Open I-O lab1c-glc
           If Glc-File-Status Not = "00"
               Open Output lab1c-glc
               Close lab1c-glc
               Open I-O lab1c-glc
           End-If
           Open Output lab1y-rpt
           Initiate Lab1y-Report
           Generate Rpt-Thresh-Detail
           Perform 200-Apply-Acknowledgments
           Perform 300-Review-Sent-Files
           Generate Rpt-Summary-Detail
           Terminate Lab1y-Report
           Close lab1y-rpt
           Close lab1c-glc
           Perform 600-Journal-Ack-Check
           Display "Acknowledgments read:   " Ws-Acks-Read
           Display "GL files on record:     " Ws-Files-On-Record
           Display "Overdue:                " Ws-Overdue-Count
           Display "Count/hash mismatch:    " Ws-Mismatch-Count
           Display "Acks for files not sent:" Ws-Unknown-Count
           If Ws-Overdue-Count > 0 or Ws-Mismatch-Count > 0
               or Ws-Unknown-Count > 0
               Move 4 to Return-Code
           End-If
           Stop run.

       070-Read-Parameters.
           Open Input lab1y-prm
           If Prm-File-Status = "00"
               Move "Y" to Ws-Parm-Present
               Move "N" to Ws-Parm-Eof
               Perform 071-Process-One-Parm-Line
                   Until Ws-Parm-Eof = "Y"
               Close lab1y-prm
           End-If
           Display "LAB1Y parameters in effect:"
           Display "  ACK-DAYS: " Ws-Ack-Days
           If Ws-Parm-Present = "N"
               Display "  (defaults - no parameter file)"
           End-If.

       071-Process-One-Parm-Line.
           Read lab1y-prm
               At End
                   Move "Y" to Ws-Parm-Eof
               Not At End
                   If parm-line Not = Spaces
                       and parm-line(1:1) Not = "*"
                       Perform 072-Apply-One-Parm
                   End-If
           End-Read.

       072-Apply-One-Parm.
           Move Spaces to Ws-Parm-Keyword Ws-Parm-Value
           Unstring parm-line Delimited By "="
               Into Ws-Parm-Keyword Ws-Parm-Value
           End-Unstring
           Move 0 to Ws-Parm-Len
           Inspect Ws-Parm-Value Tallying Ws-Parm-Len
               For Characters Before Initial Space
           If Ws-Parm-Len = 0 or Ws-Parm-Len > 8
               Perform 079-Bad-Parm-Card
           End-If
           If Ws-Parm-Value(1:Ws-Parm-Len) Is Not Numeric
               Perform 079-Bad-Parm-Card
           End-If
           Compute Ws-Parm-Num =
               Function Numval(Ws-Parm-Value(1:Ws-Parm-Len))
           Evaluate Ws-Parm-Keyword
               When "ACK-DAYS"
                   If Ws-Parm-Num < 1 or Ws-Parm-Num > 999
                       Perform 079-Bad-Parm-Card
                   End-If
                   Move Ws-Parm-Num to Ws-Ack-Days
               When Other
                   Perform 079-Bad-Parm-Card
           End-Evaluate.

       079-Bad-Parm-Card.
           Display "**ERROR** invalid parameter card: " parm-line
           Close lab1y-prm
           Move 8 to Return-Code
           Stop run.

      *    Finance may send the whole acknowledgment history each
      *    time; matching again is harmless, since a line already
      *    acknowledged is only confirmed.
       200-Apply-Acknowledgments.
           Move "ACKNOWLEDGMENTS RECEIVED" to Ws-Rpt-Section-Text
           Generate Rpt-Section-Head
           Open Input lab1c-ack
           If Ack-File-Status Not = "00"
               Display "LAB1Y: no acknowledgment file from Finance -"
                   " status " Ack-File-Status
               Generate Rpt-None-Detail
           Else
               Move "N" to EndOfFile
               Perform 210-Apply-One-Acknowledgment
                   Until EndOfFile = "Y"
               Close lab1c-ack
               If Ws-Acks-Read = 0
                   Generate Rpt-None-Detail
               End-If
           End-If.

       210-Apply-One-Acknowledgment.
           Read lab1c-ack
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If ack-record Not = Spaces
                       Add 1 to Ws-Acks-Read
                       Perform 220-Match-Acknowledgment
                   End-If
           End-Read.

       220-Match-Acknowledgment.
           Move ack-file-kind to Ws-Ack-Kind
           If Ws-Ack-Kind = Space
               Move "N" to Ws-Ack-Kind
           End-If
           If ack-entry-count Is Numeric
               Move ack-entry-count to Ws-Ack-Count
           Else
               Move 0 to Ws-Ack-Count
           End-If
           Move ack-run-date to Ws-Rpt-Run-Date
           Perform 230-Set-Kind-Text
           Move Ws-Ack-Count to Ws-Rpt-Count
           Move ack-amount-hash to Ws-Rpt-Hash
           Move "N" to Ws-Ack-Found
           If ack-run-date Is Numeric
               Move ack-run-date to glc-run-date
               Move Ws-Ack-Kind to glc-file-kind
               Read lab1c-glc
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "Y" to Ws-Ack-Found
               End-Read
           End-If
           If Ws-Ack-Found = "N"
               Add 1 to Ws-Unknown-Count
               Move "NO SUCH FILE SENT" to Ws-Rpt-Status-Text
               Generate Rpt-File-Detail
           Else
               If Ws-Ack-Count = glc-entry-count
                   and ack-amount-hash = glc-amount-hash
                   Move "A" to glc-ack-status
                   Move "MATCHED" to Ws-Rpt-Status-Text
                   Add 1 to Ws-Acks-Matched
               Else
                   Move "M" to glc-ack-status
                   Move "MISMATCH" to Ws-Rpt-Status-Text
               End-If
               Move Ws-Run-Date to glc-ack-date
               Move Ws-Ack-Count to glc-ack-count
               Move ack-amount-hash to glc-ack-hash
               Rewrite gl-control-record
               Generate Rpt-File-Detail
           End-If.

       230-Set-Kind-Text.
           Evaluate Ws-Ack-Kind
               When "N"
                   Move "NIGHTLY" to Ws-Rpt-Kind-Text
               When "A"
                   Move "ADJUSTMENT" to Ws-Rpt-Kind-Text
               When Other
                   Move Ws-Ack-Kind to Ws-Rpt-Kind-Text
           End-Evaluate.

      *    Every file on record is classed: acknowledged, still
      *    mismatched from an earlier acknowledgment, or waiting -
      *    overdue once older than ACK-DAYS.
       300-Review-Sent-Files.
           Move "SENT FILES NEEDING ATTENTION"
               to Ws-Rpt-Section-Text
           Generate Rpt-Section-Head
           Move Low-Values to glc-key
           Start lab1c-glc Key Is Not Less Than glc-key
               Invalid Key
                   Move "Y" to EndOfFile
               Not Invalid Key
                   Move "N" to EndOfFile
           End-Start
           Perform 310-Review-One-Sent-File Until EndOfFile = "Y"
           If Ws-Listed-Count = 0
               Generate Rpt-None-Detail
           End-If.

       310-Review-One-Sent-File.
           Read lab1c-glc Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Files-On-Record
                   Evaluate True
                       When glc-ack-matched
                           Add 1 to Ws-Files-Acked
                       When glc-ack-mismatch
                           Add 1 to Ws-Mismatch-Count
                           Move "COUNT/HASH MISMATCH"
                               to Ws-Rpt-Status-Text
                           Perform 320-List-Sent-File
                           Move glc-ack-count to Ws-Rpt-Ack-Count
                           Move glc-ack-hash to Ws-Rpt-Ack-Hash
                           Generate Rpt-Ack-Figures
                       When Other
                           Compute Ws-Sent-Int =
                               Function Integer-Of-Date(glc-sent-date)
                           Compute Ws-File-Age =
                               Ws-Today-Int - Ws-Sent-Int
                           If Ws-File-Age > Ws-Ack-Days
                               Add 1 to Ws-Overdue-Count
                               Move "NOT ACKNOWLEDGED"
                                   to Ws-Rpt-Status-Text
                               Perform 320-List-Sent-File
                               Move Ws-File-Age to Ws-Rpt-Age
                               Generate Rpt-Age-Detail
                           Else
                               Add 1 to Ws-Files-Awaiting
                           End-If
                   End-Evaluate
           End-Read.

       320-List-Sent-File.
           Add 1 to Ws-Listed-Count
           Move glc-run-date to Ws-Rpt-Run-Date
           Move glc-file-kind to Ws-Ack-Kind
           Perform 230-Set-Kind-Text
           Move glc-entry-count to Ws-Rpt-Count
           Move glc-amount-hash to Ws-Rpt-Hash
           Generate Rpt-File-Detail.

       600-Journal-Ack-Check.
           Open Extend lab1c-jrn
           If Jrn-File-Status Not = "00"
               Open Output lab1c-jrn
           End-If
           Accept Ws-Jrn-Stamp-Date From Date YYYYMMDD
           Accept Ws-Jrn-Stamp-Time From Time
           Move Spaces to Ws-Jrn-Buffer
           String "GLACK " delimited by size
                  Ws-Jrn-Stamp-Date delimited by size
                  " " delimited by size
                  Ws-Jrn-Stamp-Time delimited by size
                  " FILES=" delimited by size
                  Ws-Files-On-Record delimited by size
                  " OVERDUE=" delimited by size
                  Ws-Overdue-Count delimited by size
                  " MISMATCH=" delimited by size
                  Ws-Mismatch-Count delimited by size
                  " UNKNOWN=" delimited by size
                  Ws-Unknown-Count delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn.

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
           Move "LAB1Y" to tctl-last-program
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
