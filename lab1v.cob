       identification division.
       program-id.         lab1v.

      *      Name: Tyler Zysberg. Description: LAB1V. General-ledger
      *      adjustment run for days changed after the GL send. It
      *      finds every history correction on lab1d-aud.dat and
      *      every BKOUT entry on the run journal made since the
      *      last adjustment run (the last GLADJ journal entry),
      *      then for each affected run date compares what the
      *      ledger was sent (lab1c-gls.dat, kept by lab1r) with
      *      what the per-type history (lab1c-typh.dat) now holds.
      *      Each type code whose amount moved gets a reversing
      *      entry for the amount sent and a replacement entry for
      *      the amount now on file, on the account lab1c-glm.dat
      *      maps it to. Each date gets an offsetting control-account
      *      entry, and the file ends with a trailer carrying entry
      *      count and amount hash, exactly as lab1r builds
      *      lab1c-gl.dat. Every entry names the original run date
      *      and the audit or journal entry that caused it. A
      *      correction that left the amounts alone is reported as
      *      needing no adjustment. Return code 4 when a type code
      *      has no mapping, as lab1r does. The run records itself
      *      as STEP060 on the run-control file (lab1c-rctl.dat) and
      *      is skipped when already complete for the night's cycle
      *      date unless lab1x has forced it. An adjustment file
      *      carrying any entries is recorded on the GL control file
      *      (lab1c-glc.dat) with its trailer figures, as lab1r
      *      records the nightly file, for lab1y to match Finance's
      *      acknowledgment against.
      *
      *      Each line written to the run journal carries the chained
      *      sequence number and check value that lab2c verifies against
      *      the trail-control file (lab1c-tctl.dat).

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-glm
               Assign to "lab1c-glm.dat"
               Organization is Line Sequential
               File Status is Glm-File-Status.

           Select lab1c-jrn
               Assign to "lab1c-jrn.dat"
               Organization is Line Sequential
               File Status is Jrn-File-Status.

           Select lab1d-aud
               Assign to "lab1d-aud.dat"
               Organization is Line Sequential
               File Status is Aud-File-Status.

           Select lab1c-gls
               Assign to "lab1c-gls.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is gls-key
               File Status is Gls-File-Status.

           Select lab1c-typh
               Assign to "lab1c-typh.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typh-key
               File Status is Typh-File-Status.

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

           Select lab1c-glc
               Assign to "lab1c-glc.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is glc-key
               File Status is Glc-File-Status.

           Select lab1c-gla
               Assign to "lab1c-gla.dat"
               Organization is Line Sequential.

           Select lab1v-rpt
               Assign to "lab1v-rpt.dat"
               Organization is Line Sequential.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

       data division.
       File Section.
       fd  lab1c-glm.
       01  mapping-card            PIC X(80).

       fd  lab1c-jrn.
       01  journal-line            PIC X(148).

       fd  lab1d-aud.
       01  audit-line              PIC X(148).

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

      *    Adjustment interface file: the lab1c-gl.dat entry layout
      *    with the cause appended. R reverses what was sent, P
      *    replaces it, C is the date's control-account offset.
       fd  lab1c-gla.
       01  gl-adjust-record.
           05    gla-record-type     PIC X(01).
               88  gla-is-reversal    Value "R".
               88  gla-is-replacement Value "P".
               88  gla-is-control     Value "C".
           05    gla-run-date        PIC 9(8).
           05    gla-account         PIC X(08).
           05    gla-type-code       PIC X(02).
           05    gla-amount          PIC S9(9)V99
                                      Sign Is Trailing Separate.
           05    gla-cause-source    PIC X(03).
           05    gla-cause-date      PIC 9(8).
           05    gla-cause-time      PIC 9(8).

       01  gl-adjust-trailer.
           05    glat-record-type    PIC X(01).
           05    glat-entry-count    PIC 9(8).
           05    glat-amount-hash    PIC S9(11)V99
                                      Sign Is Trailing Separate.

       fd  lab1v-rpt
           Report Is Lab1v-Report.

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
       01  Glm-File-Status     PIC XX.
       01  Jrn-File-Status     PIC XX.
       01  Glc-File-Status     PIC XX.
       01  Aud-File-Status     PIC XX.
       01  Gls-File-Status     PIC XX.
       01  Typh-File-Status    PIC XX.
       01  Ws-Run-Date         PIC 9(8).

      *    Step-level run control (lab1c-rctl.dat, keyed by run date
      *    and step id): this program is STEP060 of LAB1CJB. A step
      *    already complete for the run date is skipped unless lab1x
      *    has forced it to run again.
       01  Rctl-File-Status    PIC XX.
       01  Ws-Rctl-Step        PIC X(08) Value "STEP060".
       01  Ws-Rctl-Date        PIC 9(8).
       01  Ws-Rctl-Skip        PIC X Value "N".

      *    Type-code-to-account mapping, loaded from the card file
      *    exactly as lab1r loads it.
       01  Ws-Glm-Eof          PIC X Value "N".
       01  Mapping-Table.
           05  Mapping-Entry Occurs 50 Times.
               10  Gm-Code         PIC X(02).
               10  Gm-Account      PIC X(08).
       01  Mapping-Count       PIC 99 Value 0.
       01  Ws-Map-Idx          PIC 99.
       01  Ws-Map-Found        PIC X.
       01  Ws-Card-Keyword     PIC X(20).
       01  Ws-Card-Value       PIC X(20).
       01  Ws-Control-Account  PIC X(08) Value Spaces.
       01  Ws-Suspense-Account PIC X(08) Value Spaces.
       01  Ws-Map-Code         PIC X(02).

      *    The adjustment window opens at the last GLADJ journal
      *    entry; with none, every correction and backout on file
      *    is considered.
       01  Ws-Last-Adj-Stamp   PIC 9(14) Value 0.
       01  Ws-Line-Stamp       PIC 9(14).
       01  Ws-Cause-Source     PIC X(03).
       01  Ws-Cause-Date       PIC 9(8).
       01  Ws-Cause-Time       PIC 9(8).
       01  Ws-Cause-Run-Date   PIC 9(8).

      *    Affected run dates, in the order first met, each with
      *    the latest entry that changed it.
       01  Adjust-Date-Table.
           05  Adjust-Date-Entry Occurs 100 Times.
               10  Ad-Run-Date     PIC 9(8).
               10  Ad-Cause-Source PIC X(03).
               10  Ad-Cause-Date   PIC 9(8).
               10  Ad-Cause-Time   PIC 9(8).
       01  Adjust-Date-Count   PIC 9(3) Value 0.
       01  Ws-Ad-Idx           PIC 9(3).
       01  Ws-Ad-Found         PIC X.
       01  Ws-Dates-Dropped    PIC 9(4) Value 0.

      *    One date's comparison: every type code the ledger was
      *    sent or the history now holds.
       01  Date-Type-Table.
           05  Date-Type-Entry Occurs 50 Times.
               10  Dt-Type-Code    PIC X(02).
               10  Dt-Sent-Found   PIC X.
               10  Dt-Sent-Amount  PIC S9(11)V99.
               10  Dt-Now-Amount   PIC S9(11)V99.
       01  Date-Type-Count     PIC 99 Value 0.
       01  Ws-Dt-Idx           PIC 99.
       01  Ws-Dt-Found         PIC X.
       01  Ws-Dt-Code          PIC X(02).
       01  Ws-Gls-Eof          PIC X.
       01  Ws-Typh-Eof         PIC X.
       01  Ws-Date-Sent        PIC X.
       01  Ws-Date-Net         PIC S9(11)V99.
       01  Ws-Date-Entries     PIC 9(4).

      *    File-wide control totals for the trailer and the run.
       01  Ws-Entry-Count      PIC 9(8) Value 0.
       01  Ws-Amount-Hash      PIC S9(11)V99 Value 0.
       01  Ws-Unmapped-Count   PIC 9(8) Value 0.
       01  Ws-Adjusted-Dates   PIC 9(4) Value 0.
       01  Ws-Unchanged-Dates  PIC 9(4) Value 0.
       01  Ws-Unsent-Dates     PIC 9(4) Value 0.

      *    Staging fields for the report lines.
       01  Ws-Rpt-Account      PIC X(08).
       01  Ws-Rpt-Flag         PIC X(10).
       01  Ws-Rpt-Kind         PIC X(16).
       01  Ws-Rpt-Status       PIC X(30).
       01  Ws-Rpt-Amount       PIC S9(11)V99.

      *    GLADJ run-journal entry, in the lab1c journal style.
       01  Ws-Jrn-Stamp-Date   PIC 9(8).
       01  Ws-Jrn-Stamp-Time   PIC 9(8).
       01  Ws-Jrn-Buffer       PIC X(120) Value Spaces.
       01  Ws-Disp-Hash        PIC ----,---,---,--9.99.

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
       rd  Lab1v-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 4
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(23)
                   Value "LAB1V GL ADJUSTMENT RUN".
           05  Line 1  Column 26  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 36  Pic 9999/99/99 Source Ws-Run-Date.
           05  Line 1  Column 47  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 55  Pic ZZZ9  Source Page-Counter.

       01  Rpt-Date-Head Type Detail.
           05  Line Plus 2 Column 1 Pic X(09) Value "RUN DATE ".
           05  Column 10 Pic 9999/99/99 Source Ad-Run-Date(Ws-Ad-Idx).
           05  Column 22 Pic X(07) Value "CAUSE: ".
           05  Column 29 Pic X(03) Source Ad-Cause-Source(Ws-Ad-Idx).
           05  Column 33 Pic 9999/99/99 Source Ad-Cause-Date(Ws-Ad-Idx).
           05  Column 44 Pic 9(8) Source Ad-Cause-Time(Ws-Ad-Idx).
           05  Column 54 Pic X(30) Source Ws-Rpt-Status.

       01  Rpt-Entry-Detail Type Detail.
           05  Line Plus 1 Column 3 Pic X(16) Source Ws-Rpt-Kind.
           05  Column 21 Pic X(02) Source Ws-Dt-Code.
           05  Column 25 Pic X(08) Source Ws-Rpt-Account.
           05  Column 35 Pic ----,---,---,--9.99 Source Ws-Rpt-Amount.
           05  Column 56 Pic X(10) Source Ws-Rpt-Flag.

       01  Rpt-Summary-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(09) Value "ENTRIES: ".
           05  Column 10 Pic ZZZZZZZ9 Source Ws-Entry-Count.
           05  Column 20 Pic X(10) Value "UNMAPPED: ".
           05  Column 30 Pic ZZZZZZZ9 Source Ws-Unmapped-Count.
           05  Column 40 Pic X(06) Value "HASH: ".
           05  Column 46 Pic ----,---,---,--9.99
                   Source Ws-Amount-Hash.

       01  Rpt-Dates-Summary Type Detail.
           05  Line Plus 1 Column 1 Pic X(10) Value "ADJUSTED: ".
           05  Column 11 Pic ZZZ9 Source Ws-Adjusted-Dates.
           05  Column 17 Pic X(11) Value "UNCHANGED: ".
           05  Column 28 Pic ZZZ9 Source Ws-Unchanged-Dates.
           05  Column 34 Pic X(10) Value "NOT SENT: ".
           05  Column 44 Pic ZZZ9 Source Ws-Unsent-Dates.

       01  Rpt-None-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(41)
                   Value "NO CORRECTIONS OR BACKOUTS SINCE LAST RUN".

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 050-Run-Control-Start
           If Ws-Rctl-Skip = "Y"
               Display "LAB1V: " Ws-Rctl-Step " already complete for "
                   Ws-Rctl-Date " - adjustment run skipped"
               Stop run
           End-If
           Perform 100-Load-Mapping-File
           Perform 200-Scan-Journal
           Perform 250-Scan-Audit-Trail
           Open I-O lab1c-gls
           If Gls-File-Status Not = "00"
               Open Output lab1c-gls
               Close lab1c-gls
               Open I-O lab1c-gls
           End-If
           Open Input lab1c-typh
           If Typh-File-Status Not = "00" and Adjust-Date-Count > 0
               Display "**ERROR** cannot open lab1c-typh.dat - status "
                   Typh-File-Status " - no adjustment file built"
               Close lab1c-gls
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Open Output lab1c-gla
           Open Output lab1v-rpt
           Initiate Lab1v-Report
           If Adjust-Date-Count = 0
               Generate Rpt-None-Detail
           Else
               Move 1 to Ws-Ad-Idx
               Perform 300-Adjust-One-Date
                   Until Ws-Ad-Idx > Adjust-Date-Count
           End-If
           Perform 500-Write-Adjust-Trailer
           If Ws-Entry-Count > 0
               Perform 510-Log-Adjust-File-Sent
           End-If
           Generate Rpt-Summary-Detail
           Generate Rpt-Dates-Summary
           Terminate Lab1v-Report
           Close lab1v-rpt
           Close lab1c-gla
           If Typh-File-Status = "00"
               Close lab1c-typh
           End-If
           Close lab1c-gls
           Perform 600-Journal-Adjustment
           Display "Dates affected:        " Adjust-Date-Count
           Display "Dates adjusted:        " Ws-Adjusted-Dates
           Display "Dates with no change:  " Ws-Unchanged-Dates
           Display "Dates never sent:      " Ws-Unsent-Dates
           Display "Adjustment entries:    " Ws-Entry-Count
           If Ws-Dates-Dropped > 0
               Display "**WARNING** " Ws-Dates-Dropped
                   " affected dates over 100 left for the next run"
           End-If
           If Ws-Unmapped-Count > 0
               Display "**WARNING** unmapped type codes posted to"
                   " suspense account " Ws-Suspense-Account
               Move 4 to Return-Code
           End-If
           Perform 060-Run-Control-Finish
           Stop run.

       100-Load-Mapping-File.
           Open Input lab1c-glm
           If Glm-File-Status Not = "00"
               Display "**ERROR** no type-to-account mapping file -"
                   " status " Glm-File-Status
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Move "N" to Ws-Glm-Eof
           Perform 110-Process-One-Mapping-Card
               Until Ws-Glm-Eof = "Y"
           Close lab1c-glm
           If Ws-Control-Account = Spaces
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

       110-Process-One-Mapping-Card.
           Read lab1c-glm
               At End
                   Move "Y" to Ws-Glm-Eof
               Not At End
                   If mapping-card Not = Spaces
                       and mapping-card(1:1) Not = "*"
                       Perform 120-Apply-One-Mapping-Card
                   End-If
           End-Read.

       120-Apply-One-Mapping-Card.
           Move Spaces to Ws-Card-Keyword Ws-Card-Value
           Unstring mapping-card Delimited By "="
               Into Ws-Card-Keyword Ws-Card-Value
           End-Unstring
           Evaluate Ws-Card-Keyword
               When "CONTROL"
                   Move Ws-Card-Value(1:8) to Ws-Control-Account
               When "SUSPENSE"
                   Move Ws-Card-Value(1:8) to Ws-Suspense-Account
               When Other
                   If Ws-Card-Keyword(3:18) Not = Spaces
                       or Ws-Card-Value = Spaces
                       Display "**ERROR** invalid mapping card: "
                           mapping-card
                       Move 8 to Return-Code
                       Perform 060-Run-Control-Finish
                       Stop run
                   End-If
                   If Mapping-Count < 50
                       Add 1 to Mapping-Count
                       Move Ws-Card-Keyword(1:2)
                           to Gm-Code(Mapping-Count)
                       Move Ws-Card-Value(1:8)
                           to Gm-Account(Mapping-Count)
                   End-If
           End-Evaluate.

      *    The journal is in time order: a GLADJ entry closes the
      *    window, so every backout noted before it is forgotten.
       200-Scan-Journal.
           Open Input lab1c-jrn
           If Jrn-File-Status Not = "00"
               Display "LAB1V: no run journal - status "
                   Jrn-File-Status
           Else
               Move "N" to EndOfFile
               Perform 210-Scan-One-Journal-Line
                   Until EndOfFile = "Y"
               Close lab1c-jrn
           End-If.

       210-Scan-One-Journal-Line.
           Read lab1c-jrn
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If journal-line(7:8) Is Numeric
                       and journal-line(16:6) Is Numeric
                       Evaluate journal-line(1:6)
                           When "GLADJ "
                               Move journal-line(7:8)
                                   to Ws-Last-Adj-Stamp(1:8)
                               Move journal-line(16:6)
                                   to Ws-Last-Adj-Stamp(9:6)
                               Move 0 to Adjust-Date-Count
                                   Ws-Dates-Dropped
                           When "BKOUT "
                               Perform 220-Note-Backout
                           When Other
                               Continue
                       End-Evaluate
                   End-If
           End-Read.

      *    BKOUT entries carry the backed-out date after RUNDATE=
      *    at columns 33-40.
       220-Note-Backout.
           If journal-line(24:9) = " RUNDATE="
               and journal-line(33:8) Is Numeric
               Move "JRN" to Ws-Cause-Source
               Move journal-line(7:8) to Ws-Cause-Date
               Move journal-line(16:8) to Ws-Cause-Time
               Move journal-line(33:8) to Ws-Cause-Run-Date
               Perform 270-Note-Affected-Date
           End-If.

      *    Correction lines carry " DATE=" at columns 32-37 and the
      *    corrected run date at 38-45; only those stamped after
      *    the last adjustment run count.
       250-Scan-Audit-Trail.
           Open Input lab1d-aud
           If Aud-File-Status Not = "00"
               Display "LAB1V: no correction audit trail - status "
                   Aud-File-Status
           Else
               Move "N" to EndOfFile
               Perform 260-Scan-One-Audit-Line
                   Until EndOfFile = "Y"
               Close lab1d-aud
           End-If.

       260-Scan-One-Audit-Line.
           Read lab1d-aud
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If audit-line(32:6) = " DATE="
                       and audit-line(1:8) Is Numeric
                       and audit-line(10:6) Is Numeric
                       and audit-line(38:8) Is Numeric
                       Move audit-line(1:8) to Ws-Line-Stamp(1:8)
                       Move audit-line(10:6) to Ws-Line-Stamp(9:6)
                       If Ws-Line-Stamp > Ws-Last-Adj-Stamp
                           Move "AUD" to Ws-Cause-Source
                           Move audit-line(1:8) to Ws-Cause-Date
                           Move audit-line(10:8) to Ws-Cause-Time
                           Move audit-line(38:8) to Ws-Cause-Run-Date
                           Perform 270-Note-Affected-Date
                       End-If
                   End-If
           End-Read.

      *    A date met again keeps the later cause; both trails are
      *    read in time order, so compare the stamps.
       270-Note-Affected-Date.
           Move "N" to Ws-Ad-Found
           Move 1 to Ws-Ad-Idx
           Perform 271-Check-One-Affected-Date
               Until Ws-Ad-Found = "Y"
                  or Ws-Ad-Idx > Adjust-Date-Count
           If Ws-Ad-Found = "Y"
               If Ws-Cause-Date > Ad-Cause-Date(Ws-Ad-Idx)
                   or (Ws-Cause-Date = Ad-Cause-Date(Ws-Ad-Idx)
                   and Ws-Cause-Time > Ad-Cause-Time(Ws-Ad-Idx))
                   Move Ws-Cause-Source to Ad-Cause-Source(Ws-Ad-Idx)
                   Move Ws-Cause-Date to Ad-Cause-Date(Ws-Ad-Idx)
                   Move Ws-Cause-Time to Ad-Cause-Time(Ws-Ad-Idx)
               End-If
           Else
               If Adjust-Date-Count < 100
                   Add 1 to Adjust-Date-Count
                   Move Adjust-Date-Count to Ws-Ad-Idx
                   Move Ws-Cause-Run-Date to Ad-Run-Date(Ws-Ad-Idx)
                   Move Ws-Cause-Source to Ad-Cause-Source(Ws-Ad-Idx)
                   Move Ws-Cause-Date to Ad-Cause-Date(Ws-Ad-Idx)
                   Move Ws-Cause-Time to Ad-Cause-Time(Ws-Ad-Idx)
               Else
                   Add 1 to Ws-Dates-Dropped
               End-If
           End-If.

       271-Check-One-Affected-Date.
           If Ad-Run-Date(Ws-Ad-Idx) = Ws-Cause-Run-Date
               Move "Y" to Ws-Ad-Found
           Else
               Add 1 to Ws-Ad-Idx
           End-If.

      *    Gather what the ledger was sent and what history now
      *    holds for the date, then post the differences.
       300-Adjust-One-Date.
           Move 0 to Date-Type-Count Ws-Date-Net Ws-Date-Entries
           Move "N" to Ws-Date-Sent
           Move Ad-Run-Date(Ws-Ad-Idx) to gls-run-date
           Move Low-Values to gls-type-code
           Start lab1c-gls Key Is Not Less Than gls-key
               Invalid Key
                   Move "Y" to Ws-Gls-Eof
               Not Invalid Key
                   Move "N" to Ws-Gls-Eof
           End-Start
           Perform 310-Gather-One-Sent-Line Until Ws-Gls-Eof = "Y"
           Move "Y" to Ws-Typh-Eof
           If Typh-File-Status = "00"
               Move Ad-Run-Date(Ws-Ad-Idx) to typh-run-date
               Move Low-Values to typh-type-code
               Start lab1c-typh Key Is Not Less Than typh-key
                   Invalid Key
                       Move "Y" to Ws-Typh-Eof
                   Not Invalid Key
                       Move "N" to Ws-Typh-Eof
               End-Start
           End-If
           Perform 320-Gather-One-History-Line
               Until Ws-Typh-Eof = "Y"
           Evaluate True
               When Ws-Date-Sent = "N"
                   Add 1 to Ws-Unsent-Dates
                   Move "NOT SENT TO GL - NO ADJUSTMENT"
                       to Ws-Rpt-Status
                   Generate Rpt-Date-Head
               When Other
                   Move Spaces to Ws-Rpt-Status
                   Generate Rpt-Date-Head
                   Move 1 to Ws-Dt-Idx
                   Perform 400-Adjust-One-Type
                       Until Ws-Dt-Idx > Date-Type-Count
                   If Ws-Date-Entries = 0
                       Add 1 to Ws-Unchanged-Dates
                       Move "NO AMOUNT CHANGE" to Ws-Rpt-Kind
                       Move Spaces to Ws-Dt-Code Ws-Rpt-Account
                                      Ws-Rpt-Flag
                       Move 0 to Ws-Rpt-Amount
                       Generate Rpt-Entry-Detail
                   Else
                       Add 1 to Ws-Adjusted-Dates
                       Perform 450-Write-Control-Offset
                   End-If
           End-Evaluate
           Add 1 to Ws-Ad-Idx.

       310-Gather-One-Sent-Line.
           Read lab1c-gls Next Record
               At End
                   Move "Y" to Ws-Gls-Eof
               Not At End
                   If gls-run-date Not = Ad-Run-Date(Ws-Ad-Idx)
                       Move "Y" to Ws-Gls-Eof
                   Else
                       Move "Y" to Ws-Date-Sent
                       Move gls-type-code to Ws-Dt-Code
                       Perform 330-Find-Date-Type
                       If Ws-Dt-Found = "Y"
                           Move "Y" to Dt-Sent-Found(Ws-Dt-Idx)
                           Move gls-amount to Dt-Sent-Amount(Ws-Dt-Idx)
                       End-If
                   End-If
           End-Read.

       320-Gather-One-History-Line.
           Read lab1c-typh Next Record
               At End
                   Move "Y" to Ws-Typh-Eof
               Not At End
                   If typh-run-date Not = Ad-Run-Date(Ws-Ad-Idx)
                       Move "Y" to Ws-Typh-Eof
                   Else
                       Move typh-type-code to Ws-Dt-Code
                       Perform 330-Find-Date-Type
                       If Ws-Dt-Found = "Y"
                           Move typh-amount to Dt-Now-Amount(Ws-Dt-Idx)
                       End-If
                   End-If
           End-Read.

       330-Find-Date-Type.
           Move "N" to Ws-Dt-Found
           Move 1 to Ws-Dt-Idx
           Perform 331-Check-One-Date-Type
               Until Ws-Dt-Found = "Y"
                  or Ws-Dt-Idx > Date-Type-Count
           If Ws-Dt-Found = "N" and Date-Type-Count < 50
               Move "Y" to Ws-Dt-Found
               Add 1 to Date-Type-Count
               Move Date-Type-Count to Ws-Dt-Idx
               Move Ws-Dt-Code to Dt-Type-Code(Ws-Dt-Idx)
               Move "N" to Dt-Sent-Found(Ws-Dt-Idx)
               Move 0 to Dt-Sent-Amount(Ws-Dt-Idx)
                         Dt-Now-Amount(Ws-Dt-Idx)
           End-If.

       331-Check-One-Date-Type.
           If Dt-Type-Code(Ws-Dt-Idx) = Ws-Dt-Code
               Move "Y" to Ws-Dt-Found
           Else
               Add 1 to Ws-Dt-Idx
           End-If.

      *    A moved amount reverses what was sent and replaces it
      *    with what history now holds; a zero side is not posted.
      *    The sent-to-ledger line is brought up to date so the
      *    next run starts from what the ledger now carries.
       400-Adjust-One-Type.
           If Dt-Sent-Amount(Ws-Dt-Idx) Not = Dt-Now-Amount(Ws-Dt-Idx)
               Move Dt-Type-Code(Ws-Dt-Idx) to Ws-Dt-Code
               Move Ws-Dt-Code to Ws-Map-Code
               Perform 420-Find-Account
               If Dt-Sent-Amount(Ws-Dt-Idx) Not = 0
                   Move "R" to gla-record-type
                   Move "REVERSE" to Ws-Rpt-Kind
                   Compute Ws-Rpt-Amount =
                       0 - Dt-Sent-Amount(Ws-Dt-Idx)
                   Perform 430-Write-Adjust-Entry
               End-If
               If Dt-Now-Amount(Ws-Dt-Idx) Not = 0
                   Move "P" to gla-record-type
                   Move "REPLACE" to Ws-Rpt-Kind
                   Move Dt-Now-Amount(Ws-Dt-Idx) to Ws-Rpt-Amount
                   Perform 430-Write-Adjust-Entry
               End-If
               Perform 440-Update-Sent-Line
           End-If
           Add 1 to Ws-Dt-Idx.

       420-Find-Account.
           Move "N" to Ws-Map-Found
           Move 1 to Ws-Map-Idx
           Perform 421-Check-One-Mapping
               Until Ws-Map-Found = "Y"
                  or Ws-Map-Idx > Mapping-Count
           If Ws-Map-Found = "Y"
               Move Gm-Account(Ws-Map-Idx) to Ws-Rpt-Account
               Move Spaces to Ws-Rpt-Flag
           Else
               Move Ws-Suspense-Account to Ws-Rpt-Account
               Move "UNMAPPED" to Ws-Rpt-Flag
               Add 1 to Ws-Unmapped-Count
           End-If.

       421-Check-One-Mapping.
           If Gm-Code(Ws-Map-Idx) = Ws-Map-Code
               Move "Y" to Ws-Map-Found
           Else
               Add 1 to Ws-Map-Idx
           End-If.

       430-Write-Adjust-Entry.
           Move Ad-Run-Date(Ws-Ad-Idx) to gla-run-date
           Move Ws-Rpt-Account to gla-account
           Move Ws-Dt-Code to gla-type-code
           Move Ws-Rpt-Amount to gla-amount
           Move Ad-Cause-Source(Ws-Ad-Idx) to gla-cause-source
           Move Ad-Cause-Date(Ws-Ad-Idx) to gla-cause-date
           Move Ad-Cause-Time(Ws-Ad-Idx) to gla-cause-time
           Write gl-adjust-record
           Add 1 to Ws-Entry-Count Ws-Date-Entries
           Add Ws-Rpt-Amount to Ws-Date-Net
           Add Ws-Rpt-Amount to Ws-Amount-Hash
           Generate Rpt-Entry-Detail.

      *    The line is read again so the last nightly build's date
      *    and amount, which lab1r keeps on it, carry across.
       440-Update-Sent-Line.
           Move Ad-Run-Date(Ws-Ad-Idx) to gls-run-date
           Move Ws-Dt-Code to gls-type-code
           Read lab1c-gls
               Invalid Key
                   Move 0 to gls-build-date gls-build-amount
           End-Read
           Move Dt-Now-Amount(Ws-Dt-Idx) to gls-amount
           Move Ws-Run-Date to gls-last-date
           Move "A" to gls-last-source
           If Dt-Sent-Found(Ws-Dt-Idx) = "Y"
               Rewrite gl-sent-record
           Else
               Write gl-sent-record
           End-If.

      *    The offsetting control-account entry balances the date:
      *    the date's adjustments plus this one sum to zero.
       450-Write-Control-Offset.
           Move "C" to gla-record-type
           Move "CONTROL" to Ws-Rpt-Kind
           Move "--" to Ws-Dt-Code
           Move Ws-Control-Account to Ws-Rpt-Account
           Move Spaces to Ws-Rpt-Flag
           Compute Ws-Rpt-Amount = 0 - Ws-Date-Net
           Perform 430-Write-Adjust-Entry.

       500-Write-Adjust-Trailer.
           Move "T" to glat-record-type
           Move Ws-Entry-Count to glat-entry-count
           Move Ws-Amount-Hash to glat-amount-hash
           Write gl-adjust-trailer.

      *    Every file handed to Finance is recorded on the GL
      *    control file with its trailer figures, for lab1y to
      *    match Finance's acknowledgment against. A file rebuilt
      *    for the same date replaces the old line and waits for a
      *    fresh acknowledgment.
       510-Log-Adjust-File-Sent.
           Open I-O lab1c-glc
           If Glc-File-Status Not = "00"
               Open Output lab1c-glc
               Close lab1c-glc
               Open I-O lab1c-glc
           End-If
           Move Ws-Rctl-Date to glc-run-date
           Move "A" to glc-file-kind
           Read lab1c-glc
               Invalid Key
                   Perform 515-Stage-Gl-Control
                   Write gl-control-record
               Not Invalid Key
                   Perform 515-Stage-Gl-Control
                   Rewrite gl-control-record
           End-Read
           Close lab1c-glc.

       515-Stage-Gl-Control.
           Move Ws-Run-Date to glc-sent-date
           Move Ws-Entry-Count to glc-entry-count
           Move Ws-Amount-Hash to glc-amount-hash
           Move Space to glc-ack-status
           Move 0 to glc-ack-date glc-ack-count glc-ack-hash.

      *    The GLADJ entry is written on every run, adjustments or
      *    not: it is where the next run's window opens.
       600-Journal-Adjustment.
           Open Extend lab1c-jrn
           If Jrn-File-Status Not = "00"
               Open Output lab1c-jrn
           End-If
           Accept Ws-Jrn-Stamp-Date From Date YYYYMMDD
           Accept Ws-Jrn-Stamp-Time From Time
           Move Ws-Amount-Hash to Ws-Disp-Hash
           Move Spaces to Ws-Jrn-Buffer
           String "GLADJ " delimited by size
                  Ws-Jrn-Stamp-Date delimited by size
                  " " delimited by size
                  Ws-Jrn-Stamp-Time delimited by size
                  " DATES=" delimited by size
                  Adjust-Date-Count delimited by size
                  " ADJUSTED=" delimited by size
                  Ws-Adjusted-Dates delimited by size
                  " ENTRIES=" delimited by size
                  Ws-Entry-Count delimited by size
                  " HASH=" delimited by size
                  Ws-Disp-Hash delimited by size
                  into Ws-Jrn-Buffer
           Move Ws-Jrn-Buffer to journal-line
           Perform 986-Stamp-Journal-Line
           Write journal-line
           Close lab1c-jrn.

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
           Move "LAB1V" to rctl-program
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
           Move "LAB1V" to tctl-last-program
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
