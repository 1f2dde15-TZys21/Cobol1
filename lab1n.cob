      *        date, so its purge pass deletes the archived records
      *        by key like the history purge, and the extract work
      *        file is gone.
      *      - Journal lines carry a sequence number and chained check
      *        value after column 120, and the archive and work copies
      *        are widened to keep them. When the journal purge archives
      *        stamped lines, the last one's sequence number and check
      *        value become the journal's base on the trail-control file
      *        (lab1c-tctl.dat), so lab2c verifies the kept lines from
      *        there instead of reporting the purge as a break.

       Environment division.
       Input-output section.
               Assign to "lab1n-rpt.dat"
               Organization is Line Sequential.

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

       fd  lab1n-hsta.
       01  hist-archive-line       PIC X(120).
       01  ext-archive-line        PIC X(32).

       fd  lab1n-jrna.
       01  jrn-archive-line        PIC X(148).

       fd  lab1n-jrnw.
       01  jrnw-line               PIC X(148).

       fd  lab1n-prm.
       01  parm-line               PIC X(80).
       fd  lab1n-rpt
           Report Is Lab1n-Report.

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
      *    Staging field for the report lines.
       01  Ws-Rpt-Line-Text    PIC X(70) Value Spaces.

      *    Journal trail base: the purge removes the oldest lines,
      *    so the sequence number and check value of the last line
      *    archived become the point lab2c verifies the live
      *    journal from (lab1c-tctl.dat).
       01  Tctl-File-Status    PIC XX.
       01  Ws-Arch-Last-Seq    PIC 9(8) Value 0.
       01  Ws-Arch-Last-Chk    PIC 9(10) Value 0.

       Report Section.
       rd  Lab1n-Report
           Page Limit 60 Lines
                       Move journal-line to jrn-archive-line
                       Write jrn-archive-line
                       Add 1 to Ws-Jrn-Archived
                       If journal-line(121:5) = " SEQ="
                           and journal-line(126:8) Is Numeric
                           and journal-line(139:10) Is Numeric
                           Move journal-line(126:8) to Ws-Arch-Last-Seq
                           Move journal-line(139:10)
                               to Ws-Arch-Last-Chk
                       End-If
                   Else
                       Add 1 to Ws-Jrn-Kept
                   End-If
           Move "N" to EndOfFile
           Perform 332-Copy-Back-Journal Until EndOfFile = "Y"
           Close lab1n-jrnw
           Close lab1c-jrn
           If Ws-Arch-Last-Seq > 0
               Perform 340-Advance-Journal-Base
           End-If.

       331-Keep-One-Journal.
           Read lab1c-jrn
                   Write journal-line
           End-Read.

      *    Only stamped lines move the base; with none archived the
      *    live journal still starts where it did.
       340-Advance-Journal-Base.
           Open I-O lab1c-tctl
           If Tctl-File-Status = "00"
               Move "JOURNAL" to tctl-trail
               Read lab1c-tctl
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Ws-Arch-Last-Seq to tctl-base-seq
                       Move Ws-Arch-Last-Chk to tctl-base-chk
                       Move Ws-Run-Date to tctl-base-date
                       Rewrite trail-control-record
               End-Read
               Close lab1c-tctl
           End-If.

       700-Report-Counts.
           Move Spaces to Ws-Rpt-Line-Text
           String "HISTORY  ARCHIVED " delimited by size
