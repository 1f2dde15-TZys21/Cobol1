      *      - The daily extract is now an indexed file keyed by run
      *        date, so the date's line is read by key instead of
      *        scanned for.
      *      - The latest GLACK journal entry (lab1y's reconciliation
      *        of Finance's GL load acknowledgments) is now shown,
      *        and a sent GL file overdue for acknowledgment or
      *        loaded with a different count or hash, or an
      *        acknowledgment for a file never sent, is an attention
      *        item.
      *      - Journal and audit lines now carry a sequence number and
      *        chained check value after column 120 (verified by lab2c);
      *        the records are widened to take it and every field is
      *        read where it was.
      *      - The latest RESTOR journal entry (lab2e's restore of the
      *        master files from a lab2d snapshot) is now shown, and a
      *        restore made on the status date, or one that did not end
      *        clean, is an attention item.
      *      - Source groups lab1c quarantined for the status date
      *        (QUARAN journal entries) are listed, and any is an
      *        attention item for lab2g review.

       Environment division.
       Input-output section.
       data division.
       File Section.
       fd  lab1c-jrn.
       01  journal-line        PIC X(148).

       fd  lab1c-rej.
       01  reject-line         PIC X(46).
           05    hist-ytd-amount        PIC S9(11)V99.

       fd  lab1d-aud.
       01  audit-line          PIC X(148).

       fd  lab1o-rpt
           Report Is Lab1o-Report.
       01  Ws-Jrn-Control      PIC X.
       01  Ws-Jrn-Rc           PIC X(4).

      *    Latest GL acknowledgment check (GLACK entry) on the
      *    journal, whatever night it was made.
       01  Ws-Glack-Seen       PIC X Value "N".
       01  Ws-Glack-Date       PIC X(8).
       01  Ws-Glack-Overdue    PIC X(4).
       01  Ws-Glack-Mismatch   PIC X(4).
       01  Ws-Glack-Unknown    PIC X(4).

      *    Latest restore of the master files from a lab2e snapshot
      *    (RESTOR entry), whatever night it was made.
       01  Ws-Restore-Seen     PIC X Value "N".
       01  Ws-Restore-Date     PIC X(8).
       01  Ws-Restore-Snap     PIC X(8).
       01  Ws-Restore-Rc       PIC X(4).

      *    Source groups quarantined for the status date (QUARAN
      *    entries); a restarted run repeats its entries, so each
      *    source is listed once.
       01  Ws-Quar-Count       PIC 9(2) Value 0.
       01  Ws-Quar-Sources     PIC X(40) Value Spaces.
       01  Ws-Quar-Pos         PIC 9(2) Value 1.
       01  Ws-Quar-Dup         PIC 9(2).

      *    Rebuild-versus-correction stamps, as CCYYMMDDHHMMSS so
      *    they order as plain numbers.
       01  Ws-Last-Rebuild     PIC 9(14) Value 0.
                                       Numval(journal-line(16:6))
                               Move Ws-Stamp-Work to Ws-Last-Rebuild
                           End-If
                       When "GLACK "
                           Move "Y" to Ws-Glack-Seen
                           Move journal-line(7:8) to Ws-Glack-Date
                           Move journal-line(44:4) to Ws-Glack-Overdue
                           Move journal-line(58:4)
                               to Ws-Glack-Mismatch
                           Move journal-line(71:4) to Ws-Glack-Unknown
                       When "RESTOR"
                           Move "Y" to Ws-Restore-Seen
                           Move journal-line(7:8) to Ws-Restore-Date
                           Move journal-line(30:8) to Ws-Restore-Snap
                           Move journal-line(108:4) to Ws-Restore-Rc
                       When "QUARAN"
                           If journal-line(33:8) = Ws-Status-Date
                               Perform 230-Capture-Quarantine
                           End-If
                       When Other
                           Continue
                   End-Evaluate
               Move Ws-Cand-Start-Time to Ws-Start-Time
           End-If.

       230-Capture-Quarantine.
           Move 0 to Ws-Quar-Dup
           Inspect Ws-Quar-Sources Tallying Ws-Quar-Dup
               For All journal-line(46:3)
           If Ws-Quar-Dup = 0 and Ws-Quar-Pos < 38
               Add 1 to Ws-Quar-Count
               Move journal-line(46:3)
                   to Ws-Quar-Sources(Ws-Quar-Pos:3)
               Add 4 to Ws-Quar-Pos
           End-If.

       300-Count-Reject-File.
           Open Input lab1c-rej
           If Rej-File-Status = "00"
           If Ws-Last-Corr > 0 and Ws-Last-Corr > Ws-Last-Rebuild
               Perform 617-Add-Attention-Rebuild
           End-If
           If Ws-Glack-Seen = "Y"
               If Ws-Glack-Overdue Not = "0000"
                   or Ws-Glack-Mismatch Not = "0000"
                   or Ws-Glack-Unknown Not = "0000"
                   Perform 618-Add-Attention-Gl-Ack
               End-If
           End-If
           If Ws-Restore-Seen = "Y"
               If Ws-Restore-Rc Not = "0000"
                   or Ws-Restore-Date = Ws-Status-Date
                   Perform 619-Add-Attention-Restore
               End-If
           End-If
           If Ws-Quar-Count > 0
               Perform 620-Add-Attention-Quarantine
           End-If
           If Ws-Attention-Count = 0
               Move "VERDICT: CLEAN" to Ws-Verdict-Text
           Else
               to Ws-Rpt-Line-Text
           Perform 650-Stack-Attention.

       618-Add-Attention-Gl-Ack.
           Move Spaces to Ws-Rpt-Line-Text
           String "GL ACKNOWLEDGMENT EXCEPTIONS - OVERDUE="
                  delimited by size
                  Ws-Glack-Overdue delimited by size
                  " MISMATCH=" delimited by size
                  Ws-Glack-Mismatch delimited by size
                  " UNKNOWN=" delimited by size
                  Ws-Glack-Unknown delimited by size
                  into Ws-Rpt-Line-Text
           Perform 650-Stack-Attention.

       619-Add-Attention-Restore.
           Move Spaces to Ws-Rpt-Line-Text
           String "MASTER FILES RESTORED FROM SNAPSHOT "
                  delimited by size
                  Ws-Restore-Snap delimited by size
                  " ON " delimited by size
                  Ws-Restore-Date delimited by size
                  " RC=" delimited by size
                  Ws-Restore-Rc delimited by size
                  into Ws-Rpt-Line-Text
           Perform 650-Stack-Attention.

       620-Add-Attention-Quarantine.
           Move Spaces to Ws-Rpt-Line-Text
           String "SOURCE GROUPS QUARANTINED: " delimited by size
                  Ws-Quar-Sources delimited by size
                  into Ws-Rpt-Line-Text
           Perform 650-Stack-Attention.

       650-Stack-Attention.
           If Ws-Attention-Count < 10
               Add 1 to Ws-Attention-Count
                       to Ws-Rpt-Line-Text
               End-If
           End-If
           Generate Rpt-Status-Detail
           Move Spaces to Ws-Rpt-Line-Text
           If Ws-Glack-Seen = "N"
               Move "GL ACKNOWLEDGMENTS: NOT YET CHECKED"
                   to Ws-Rpt-Line-Text
           Else
               String "GL ACKS CHECKED " delimited by size
                      Ws-Glack-Date delimited by size
                      " OVERDUE=" delimited by size
                      Ws-Glack-Overdue delimited by size
                      " MISMATCH=" delimited by size
                      Ws-Glack-Mismatch delimited by size
                      " UNKNOWN=" delimited by size
                      Ws-Glack-Unknown delimited by size
                      into Ws-Rpt-Line-Text
           End-If
           Generate Rpt-Status-Detail
           Move Spaces to Ws-Rpt-Line-Text
           If Ws-Restore-Seen = "N"
               Move "MASTER RESTORES: NONE ON JOURNAL"
                   to Ws-Rpt-Line-Text
           Else
               String "LAST MASTER RESTORE " delimited by size
                      Ws-Restore-Date delimited by size
                      " FROM SNAPSHOT " delimited by size
                      Ws-Restore-Snap delimited by size
                      " RC=" delimited by size
                      Ws-Restore-Rc delimited by size
                      into Ws-Rpt-Line-Text
           End-If
           Generate Rpt-Status-Detail
           Move Spaces to Ws-Rpt-Line-Text
           If Ws-Quar-Count = 0
               Move "QUARANTINED SOURCES: NONE" to Ws-Rpt-Line-Text
           Else
               String "QUARANTINED SOURCES: " delimited by size
                      Ws-Quar-Sources delimited by size
                      into Ws-Rpt-Line-Text
           End-If
           Generate Rpt-Status-Detail.
