       identification division.
       program-id.         lab2a.

      *      Name: Tyler Zysberg. Description: LAB2A. Pre-submission
      *      edit of one feeder file, for the feeder's owner to run
      *      during the day, before the nightly cutoff. The SYSIN
      *      card names the feeder in lab1p's control-card layout:
      *
      *        columns  1-3   source id
      *        columns  5-44  feeder file name
      *        column  46     Y to mark the file pre-verified when
      *                       the edit comes back clean
      *        columns 48-55  nightly run date (CCYYMMDD) the file
      *                       is meant for; blank means today
      *
      *      The file gets the structure checks lab1p applies (every
      *      group opens with a header for that run date and source
      *      and closes with a trailer), each group's trailer count
      *      and amount hash is reconciled as lab1c will, and every
      *      detail goes through lab1c's edits: source, numeric
      *      fields, the transaction-date calendar and lookback
      *      (OLDDATE-BUSDAYS from lab1c-prm.dat, holidays from
      *      lab1c-hol.dat), type codes against lab1c-typ.dat,
      *      DUPREC within the file and DUPPOST against the posted
      *      register (lab1c-reg.dat). Details over their type's
      *      hold ceiling are listed as holds. Nothing is posted:
      *      the master files are only read. The pre-edit report
      *      (lab2a-rpt.dat) lists every record that would not
      *      count, and why. Details voided in lab1b (V records) are
      *      only checked for their place in a group.
      *
      *      A clean edit with the mark flag set records the file's
      *      record count and detail amount total on the pre-
      *      verification file (lab1c-pver.dat, keyed by run date
      *      and source id); lab1p notes on its summary whether the
      *      feeder it copies is the file that was pre-verified.
      *      Return code 0 when clean (holds allowed), 4 when
      *      records would reject or a trailer would not balance,
      *      8 when lab1p would refuse the file or the card is bad.

       Environment division.
       Input-output section.
       File-Control.
           Select feeder-file
               Assign to Ws-Feeder-Name
               Organization is Line Sequential
               File Status is Feed-File-Status.

           Select lab1c-prm
               Assign to "lab1c-prm.dat"
               Organization is Line Sequential
               File Status is Prm-File-Status.

           Select lab1c-typ
               Assign to "lab1c-typ.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typ-code
               File Status is Typ-File-Status.

           Select lab1c-hol
               Assign to "lab1c-hol.dat"
               Organization is Line Sequential
               File Status is Hol-File-Status.

           Select lab1c-reg
               Assign to "lab1c-reg.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is reg-key
               File Status is Reg-File-Status.

           Select lab1c-pver
               Assign to "lab1c-pver.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is pver-key
               File Status is Pver-File-Status.

           Select lab2a-rpt
               Assign to "lab2a-rpt.dat"
               Organization is Line Sequential.

       data division.
       File Section.
       fd  feeder-file.
       01  feeder-line             PIC X(80).

       01  header-record.
           05    hdr-record-type     PIC X(01).
           05    hdr-run-date        PIC X(08).
           05    hdr-source-id       PIC X(03).

       01  detail-record.
           05    det-record-type     PIC X(01).
           05    record-number       PIC 9(06).
           05    transaction-date    PIC 9(8).
           05    amount              PIC S9(7)V99
                                      Sign Is Trailing Separate.
           05    type-code           PIC X(02).
           05    det-source-id       PIC X(03).

       01  trailer-record.
           05    trl-record-type     PIC X(01).
           05    trl-expected-count  PIC 9(8).
           05    trl-expected-amount PIC S9(9)V99
                                      Sign Is Trailing Separate.
           05    trl-source-id       PIC X(03).

       fd  lab1c-prm.
       01  parm-line               PIC X(80).

       fd  lab1c-typ.
       01  type-master-record.
           05    typ-code            PIC X(02).
           05    typ-description     PIC X(30).
           05    typ-active          PIC X(01).
               88  typ-is-active    Value "Y".
           05    typ-hold-ceiling    PIC 9(7)V99.

       fd  lab1c-hol.
       01  holiday-line            PIC X(80).

       fd  lab1c-reg.
       01  register-record.
           05    reg-key.
               10  reg-source-id       PIC X(03).
               10  reg-rec-number      PIC 9(06).
               10  reg-trans-date      PIC 9(8).
           05    reg-posted-date       PIC 9(8).

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

       fd  lab2a-rpt
           Report Is Lab2a-Report.

       Working-Storage section.
       01  EndOfFile           PIC X Value "N".
       01  Feed-File-Status    PIC XX.
       01  Reg-File-Status     PIC XX.
       01  Pver-File-Status    PIC XX.
       01  Ws-Today            PIC 9(8).
       01  Ws-Operator-Id      PIC X(8) Value Spaces.

      *    The SYSIN card: which feeder, for which night, and
      *    whether a clean edit is to be recorded for lab1p.
       01  Ws-Control-Card     PIC X(80) Value Spaces.
       01  Ws-Card-Source      PIC X(03).
       01  Ws-Feeder-Name      PIC X(40) Value Spaces.
       01  Ws-Mark-Flag        PIC X(01).
           88  Ws-Mark-Requested   Value "Y" "y".
       01  Ws-Run-Date         PIC 9(8).

      *    OLDDATE-BUSDAYS is taken from lab1c's own parameter file
      *    so the lookback is edited exactly as tonight's run will
      *    edit it; lab1c's other cards do not bear on the edits.
       01  Prm-File-Status      PIC XX.
       01  Ws-Parm-Eof          PIC X Value "N".
       01  Ws-Parm-Keyword      PIC X(20).
       01  Ws-Parm-Value        PIC X(20).

      *    Type-code master, loaded as lab1c loads it. With no
      *    master file the type-code edit is skipped, as in lab1c.
       01  Typ-File-Status     PIC XX.
       01  Ws-Typ-Present      PIC X Value "N".
       01  Ws-Typ-Eof          PIC X Value "N".
       01  Type-Master-Table.
           05  Type-Master-Entry Occurs 50 Times.
               10  Tm-Code         PIC X(02).
               10  Tm-Active       PIC X(01).
               10  Tm-Hold-Ceiling PIC 9(7)V99.
       01  Type-Master-Count   PIC 99 Value 0.
       01  Ws-Tm-Idx           PIC 99.
       01  Ws-Tm-Found         PIC X.
       01  Ws-Tm-Lookup-Code   PIC X(02).

      *    Posted register, read only: no register means DUPPOST
      *    cannot be checked, and the report says so.
       01  Ws-Reg-Present      PIC X Value "N".

      *    Calendar validation of the transaction date, as lab1c.
       01  Ws-Lookback-Days        PIC 9(3) Value 90.
       01  Ws-Trans-Year           PIC 9(4).
       01  Ws-Olddate-Busdays      PIC 9 Value 0.
           88  Ws-Busday-Lookback  Value 1.
       01  Hol-File-Status         PIC XX.
       01  Ws-Hol-Eof              PIC X Value "N".
       01  Holiday-Table.
           05  Holiday-Entry Occurs 200 Times PIC 9(7).
       01  Holiday-Count           PIC 9(3) Value 0.
       01  Ws-Hol-Idx              PIC 9(3).
       01  Ws-Hol-Found            PIC X.
       01  Ws-Hol-Date             PIC 9(8).
       01  Ws-Scan-Int             PIC 9(7).
       01  Ws-Scan-Dow             PIC 9.
       01  Ws-Busday-Count         PIC 9(5).
       01  Ws-Trans-Month          PIC 9(2).
       01  Ws-Trans-Day            PIC 9(2).
       01  Ws-Month-Days           PIC 9(2).
       01  Ws-Leap-Quotient        PIC 9(4).
       01  Ws-Leap-Rem             PIC 9(4).
       01  Ws-Run-Date-Int         PIC 9(7).
       01  Ws-Trans-Date-Int       PIC 9(7).

      *    Within-file duplicate record numbers: one seen-flag byte
      *    per possible record number, as lab1c keeps per source.
       01  Dup-Seen-Table.
           05  Dup-Seen-Flag Occurs 1000000 Times PIC X.
       01  Ws-Dup-Sub              PIC 9(7).

      *    One detail's verdict: Y counts, N rejects, H is held.
       01  Ws-Detail-Valid         PIC X Value "Y".
       01  Ws-Reject-Reason        PIC X(08) Value Spaces.

      *    Group structure, as lab1p checks it.
       01  Ws-In-Group             PIC X Value "N".
       01  Ws-Header-Seen          PIC X Value "N".
       01  Ws-Group-Source         PIC X(03) Value Spaces.
       01  Ws-Grp-Details          PIC 9(8) Value 0.
       01  Ws-Grp-Amount           PIC S9(9)V99 Value 0.

      *    Run counts.
       01  Ws-Lines-Read           PIC 9(8) Value 0.
       01  Ws-Detail-Count         PIC 9(8) Value 0.
       01  Ws-Would-Count          PIC 9(8) Value 0.
       01  Ws-Would-Reject         PIC 9(8) Value 0.
       01  Ws-Would-Hold           PIC 9(8) Value 0.
       01  Ws-Structure-Errors     PIC 9(8) Value 0.
       01  Ws-Trailer-Errors       PIC 9(8) Value 0.
       01  Ws-Problems-Listed      PIC 9(8) Value 0.
       01  Ws-File-Amount          PIC S9(9)V99 Value 0.

      *    Rejects by reason code, for the report's summary.
       01  Reason-Total-Table.
           05  Reason-Total-Entry Occurs 10 Times.
               10  Rt-Reason       PIC X(08).
               10  Rt-Count        PIC 9(8).
       01  Reason-Total-Count      PIC 99 Value 0.
       01  Ws-Search-Idx           PIC 99.
       01  Ws-Found-Switch         PIC X.

      *    Staging fields for the report lines.
       01  Ws-Rpt-Rec              PIC X(06).
       01  Ws-Rpt-Reason           PIC X(08).
       01  Ws-Rpt-Text             PIC X(40).
       01  Ws-Rpt-Section-Text     PIC X(40).
       01  Ws-Note-Text            PIC X(60).
       01  Ws-Verdict-Text         PIC X(60).
       01  Ws-Mark-Text            PIC X(60).
       01  Ws-Edit-Count-1         PIC Z(7)9.
       01  Ws-Edit-Count-2         PIC Z(7)9.
       01  Ws-Edit-Amount-1        PIC -(9)9.99.
       01  Ws-Edit-Amount-2        PIC -(9)9.99.

       Report Section.
       rd  Lab2a-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 4
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(21)
                   Value "LAB2A FEEDER PRE-EDIT".
           05  Line 1  Column 23  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 33  Pic 9999/99/99 Source Ws-Today.
           05  Line 1  Column 44  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 52  Pic ZZZ9  Source Page-Counter.
           05  Line 3  Column  1  Pic X(04) Value "LINE".
           05  Line 3  Column 11  Pic X(06) Value "RECORD".
           05  Line 3  Column 19  Pic X(06) Value "REASON".
           05  Line 3  Column 29  Pic X(06) Value "DETAIL".

       01  Rpt-Feeder-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(08) Value "SOURCE: ".
           05  Column 9  Pic X(03) Source Ws-Card-Source.
           05  Column 14 Pic X(08) Value "FEEDER: ".
           05  Column 22 Pic X(40) Source Ws-Feeder-Name.
           05  Line Plus 1 Column 1 Pic X(22)
                   Value "FOR NIGHTLY RUN DATE: ".
           05  Column 23 Pic 9999/99/99 Source Ws-Run-Date.

       01  Rpt-Note-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(60) Source Ws-Note-Text.

       01  Rpt-Section-Head Type Detail.
           05  Line Plus 2 Column 1 Pic X(40)
                   Source Ws-Rpt-Section-Text.

       01  Rpt-Problem-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic ZZZZZZZ9 Source Ws-Lines-Read.
           05  Column 11 Pic X(06) Source Ws-Rpt-Rec.
           05  Column 19 Pic X(08) Source Ws-Rpt-Reason.
           05  Column 29 Pic X(40) Source Ws-Rpt-Text.

       01  Rpt-None-Detail Type Detail.
           05  Line Plus 1 Column 3 Pic X(04) Value "NONE".

       01  Rpt-Reason-Detail Type Detail.
           05  Line Plus 1 Column 3
                   Pic X(08) Source Rt-Reason(Ws-Search-Idx).
           05  Column 13 Pic ZZZZZZZ9 Source Rt-Count(Ws-Search-Idx).

       01  Rpt-Summary-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(26)
                   Value "RECORDS READ:".
           05  Column 27 Pic ZZZZZZZ9 Source Ws-Lines-Read.
           05  Column 37 Pic X(20) Value "DETAILS:".
           05  Column 57 Pic ZZZZZZZ9 Source Ws-Detail-Count.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "WOULD COUNT:".
           05  Column 27 Pic ZZZZZZZ9 Source Ws-Would-Count.
           05  Column 37 Pic X(20) Value "WOULD REJECT:".
           05  Column 57 Pic ZZZZZZZ9 Source Ws-Would-Reject.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "WOULD BE HELD:".
           05  Column 27 Pic ZZZZZZZ9 Source Ws-Would-Hold.
           05  Column 37 Pic X(20) Value "STRUCTURE ERRORS:".
           05  Column 57 Pic ZZZZZZZ9 Source Ws-Structure-Errors.
           05  Line Plus 1 Column 1 Pic X(26)
                   Value "TRAILER ERRORS:".
           05  Column 27 Pic ZZZZZZZ9 Source Ws-Trailer-Errors.
           05  Column 37 Pic X(20) Value "DETAIL AMOUNT:".
           05  Column 51 Pic ---,---,--9.99 Source Ws-File-Amount.

       01  Rpt-Verdict-Detail Type Detail.
           05  Line Plus 2 Column 1 Pic X(60) Source Ws-Verdict-Text.
           05  Line Plus 1 Column 1 Pic X(60) Source Ws-Mark-Text.

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Today From Date YYYYMMDD
           Accept Ws-Operator-Id from Environment "USER"
           Perform 100-Read-Control-Card
           Perform 070-Read-Parameters
           Perform 080-Load-Type-Master
           Perform 085-Load-Holiday-File
           Move All "N" to Dup-Seen-Table
           Open Input lab1c-reg
           If Reg-File-Status = "00"
               Move "Y" to Ws-Reg-Present
           End-If
           Open Output lab2a-rpt
           Initiate Lab2a-Report
           Generate Rpt-Feeder-Detail
           If Ws-Typ-Present = "N"
               Move "NOTE: NO TYPE-CODE MASTER - TYPE CODES NOT CHECKED"
                   to Ws-Note-Text
               Generate Rpt-Note-Detail
           End-If
           If Ws-Reg-Present = "N"
               Move "NOTE: NO POSTED REGISTER - DUPPOST NOT CHECKED"
                   to Ws-Note-Text
               Generate Rpt-Note-Detail
           End-If
           Move "RECORDS THAT WOULD NOT COUNT" to Ws-Rpt-Section-Text
           Generate Rpt-Section-Head
           Perform 200-Edit-Feeder
           If Ws-Problems-Listed = 0
               Generate Rpt-None-Detail
           End-If
           Move "REJECTS BY REASON" to Ws-Rpt-Section-Text
           Generate Rpt-Section-Head
           If Reason-Total-Count = 0
               Generate Rpt-None-Detail
           Else
               Move 1 to Ws-Search-Idx
               Perform 610-Generate-One-Reason-Line
                   Until Ws-Search-Idx > Reason-Total-Count
           End-If
           Perform 500-Set-Verdict
           If Return-Code = 0 and Ws-Mark-Requested
               Perform 700-Mark-Pre-Verified
           End-If
           Generate Rpt-Summary-Detail
           Generate Rpt-Verdict-Detail
           Terminate Lab2a-Report
           Close lab2a-rpt
           If Ws-Reg-Present = "Y"
               Close lab1c-reg
           End-If
           Display "LAB2A pre-edit of source " Ws-Card-Source
               " for run date " Ws-Run-Date
           Display "Records read:     " Ws-Lines-Read
           Display "Would count:      " Ws-Would-Count
           Display "Would reject:     " Ws-Would-Reject
           Display "Would be held:    " Ws-Would-Hold
           Display "Structure errors: " Ws-Structure-Errors
           Display "Trailer errors:   " Ws-Trailer-Errors
           Display Ws-Verdict-Text
           Display Ws-Mark-Text
           Stop run.

       100-Read-Control-Card.
           Accept Ws-Control-Card
           Move Ws-Control-Card(1:3) to Ws-Card-Source
           Move Ws-Control-Card(5:40) to Ws-Feeder-Name
           Move Ws-Control-Card(46:1) to Ws-Mark-Flag
           If Ws-Card-Source = Spaces or Ws-Feeder-Name = Spaces
               Display "**ERROR** control card must name the source"
                   " id (columns 1-3) and feeder file (5-44)"
               Move 8 to Return-Code
               Stop run
           End-If
           If Ws-Control-Card(48:8) Is Numeric
               Move Ws-Control-Card(48:8) to Ws-Run-Date
           Else
               Move Ws-Today to Ws-Run-Date
           End-If
           Compute Ws-Run-Date-Int =
               Function Integer-Of-Date(Ws-Run-Date).

       070-Read-Parameters.
           Open Input lab1c-prm
           If Prm-File-Status = "00"
               Move "N" to Ws-Parm-Eof
               Perform 071-Process-One-Parm-Line
                   Until Ws-Parm-Eof = "Y"
               Close lab1c-prm
           End-If.

       071-Process-One-Parm-Line.
           Read lab1c-prm
               At End
                   Move "Y" to Ws-Parm-Eof
               Not At End
                   If parm-line Not = Spaces
                       and parm-line(1:1) Not = "*"
                       Move Spaces to Ws-Parm-Keyword Ws-Parm-Value
                       Unstring parm-line Delimited By "="
                           Into Ws-Parm-Keyword Ws-Parm-Value
                       End-Unstring
                       If Ws-Parm-Keyword = "OLDDATE-BUSDAYS"
                           and Ws-Parm-Value(1:1) = "1"
                           Move 1 to Ws-Olddate-Busdays
                       End-If
                   End-If
           End-Read.

       080-Load-Type-Master.
           Open Input lab1c-typ
           If Typ-File-Status = "00"
               Move Low-Values to typ-code
               Start lab1c-typ Key Is Not Less Than typ-code
                   Invalid Key
                       Move "Y" to Ws-Typ-Eof
                   Not Invalid Key
                       Move "N" to Ws-Typ-Eof
               End-Start
               Perform 081-Load-One-Type-Code Until Ws-Typ-Eof = "Y"
               Close lab1c-typ
               If Type-Master-Count > 0
                   Move "Y" to Ws-Typ-Present
               End-If
           End-If.

       081-Load-One-Type-Code.
           Read lab1c-typ Next Record
               At End
                   Move "Y" to Ws-Typ-Eof
               Not At End
                   If Type-Master-Count < 50
                       Add 1 to Type-Master-Count
                       Move typ-code to Tm-Code(Type-Master-Count)
                       Move typ-active
                           to Tm-Active(Type-Master-Count)
                       Move typ-hold-ceiling
                           to Tm-Hold-Ceiling(Type-Master-Count)
                   Else
                       Move "Y" to Ws-Typ-Eof
                   End-If
           End-Read.

       085-Load-Holiday-File.
           If Ws-Busday-Lookback
               Open Input lab1c-hol
               If Hol-File-Status = "00"
                   Move "N" to Ws-Hol-Eof
                   Perform 086-Load-One-Holiday
                       Until Ws-Hol-Eof = "Y"
                   Close lab1c-hol
               End-If
           End-If.

       086-Load-One-Holiday.
           Read lab1c-hol
               At End
                   Move "Y" to Ws-Hol-Eof
               Not At End
                   If holiday-line(1:8) Is Numeric
                       and holiday-line(1:1) Not = "*"
                       and Holiday-Count < 200
                       Add 1 to Holiday-Count
                       Move holiday-line(1:8) to Ws-Hol-Date
                       Compute Holiday-Entry(Holiday-Count) =
                           Function Integer-Of-Date(Ws-Hol-Date)
                   End-If
           End-Read.

      *    A missing feeder is what lab1p reports as missing; an
      *    empty one passes there as a quiet day, and here too.
       200-Edit-Feeder.
           Open Input feeder-file
           If Feed-File-Status Not = "00"
               Move Spaces to Ws-Rpt-Text
               String "FEEDER NOT FOUND - STATUS " delimited by size
                      Feed-File-Status delimited by size
                      into Ws-Rpt-Text
               Move "NOFILE" to Ws-Rpt-Reason
               Perform 250-List-Structure-Problem
           Else
               Perform 205-Edit-One-Line Until EndOfFile = "Y"
               Close feeder-file
               If Ws-Lines-Read > 0
                   Perform 260-Check-File-End
               End-If
           End-If.

       205-Edit-One-Line.
           Read feeder-file
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Lines-Read
                   Evaluate hdr-record-type
                       When "H"
                           Perform 215-Edit-Header
                       When "D"
                           Perform 210-Edit-Detail
                       When "V"
                           Perform 212-Edit-Void
                       When "T"
                           Perform 220-Edit-Trailer
                       When Other
                           Move "BADRECTY" to Ws-Rpt-Reason
                           Move feeder-line to Ws-Rpt-Text
                           Perform 250-List-Structure-Problem
                   End-Evaluate
           End-Read.

       210-Edit-Detail.
           If Ws-In-Group = "N"
               Move "NOGROUP" to Ws-Rpt-Reason
               Move "DETAIL OUTSIDE A HEADER GROUP" to Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           End-If
           Add 1 to Ws-Detail-Count
           Add 1 to Ws-Grp-Details
           If amount Is Numeric
               Add amount to Ws-Grp-Amount
               Add amount to Ws-File-Amount
           End-If
           Perform 305-Validate-Detail
           Evaluate Ws-Detail-Valid
               When "N"
                   Perform 230-List-Reject
               When "H"
                   Perform 235-List-Hold
               When Other
                   Add 1 to Ws-Would-Count
           End-Evaluate.

      *    A detail voided in lab1b keeps its place and number but
      *    is neither counted nor hashed; it must still sit inside
      *    a group.
       212-Edit-Void.
           If Ws-In-Group = "N"
               Move "NOGROUP" to Ws-Rpt-Reason
               Move "DETAIL OUTSIDE A HEADER GROUP" to Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           End-If.

       215-Edit-Header.
           If Ws-In-Group = "Y"
               Move "HDRNOTRL" to Ws-Rpt-Reason
               Move "HEADER WITHOUT CLOSING TRAILER" to Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           End-If
           Move "Y" to Ws-Header-Seen
           Move "Y" to Ws-In-Group
           Move hdr-source-id to Ws-Group-Source
           Move 0 to Ws-Grp-Details Ws-Grp-Amount
           If hdr-run-date Not = Ws-Run-Date
               Move "HDRDATE" to Ws-Rpt-Reason
               Move Spaces to Ws-Rpt-Text
               String "HEADER DATE " delimited by size
                      hdr-run-date delimited by size
                      ", EXPECTED " delimited by size
                      Ws-Run-Date delimited by size
                      into Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           End-If
           If hdr-source-id Not = Ws-Card-Source
               Move "HDRSRC" to Ws-Rpt-Reason
               Move Spaces to Ws-Rpt-Text
               String "HEADER SOURCE " delimited by size
                      hdr-source-id delimited by size
                      ", EXPECTED " delimited by size
                      Ws-Card-Source delimited by size
                      into Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           End-If.

      *    The trailer is reconciled against every detail in its
      *    group, counted, rejected or held alike, as lab1c does.
       220-Edit-Trailer.
           If Ws-In-Group = "N"
               Move "TRLNOHDR" to Ws-Rpt-Reason
               Move "TRAILER WITHOUT A HEADER" to Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           Else
               If trl-expected-count Is Not Numeric
                   or trl-expected-amount Is Not Numeric
                   Move "TRLBAD" to Ws-Rpt-Reason
                   Move "TRAILER COUNT OR AMOUNT NOT NUMERIC"
                       to Ws-Rpt-Text
                   Perform 255-List-Trailer-Problem
               Else
                   Perform 225-Reconcile-Trailer
               End-If
               If trl-source-id Not = Spaces
                   and trl-source-id Not = Ws-Group-Source
                   Move "TRLSRC" to Ws-Rpt-Reason
                   Move Spaces to Ws-Rpt-Text
                   String "TRAILER SOURCE " delimited by size
                          trl-source-id delimited by size
                          ", GROUP " delimited by size
                          Ws-Group-Source delimited by size
                          into Ws-Rpt-Text
                   Perform 255-List-Trailer-Problem
               End-If
           End-If
           Move "N" to Ws-In-Group.

       225-Reconcile-Trailer.
           If trl-expected-count Not = Ws-Grp-Details
               Move trl-expected-count to Ws-Edit-Count-1
               Move Ws-Grp-Details to Ws-Edit-Count-2
               Move "TRLCOUNT" to Ws-Rpt-Reason
               Move Spaces to Ws-Rpt-Text
               String "TRAILER " delimited by size
                      Ws-Edit-Count-1 delimited by size
                      ", DETAILS " delimited by size
                      Ws-Edit-Count-2 delimited by size
                      into Ws-Rpt-Text
               Perform 255-List-Trailer-Problem
           End-If
           If trl-expected-amount Not = Ws-Grp-Amount
               Move trl-expected-amount to Ws-Edit-Amount-1
               Move Ws-Grp-Amount to Ws-Edit-Amount-2
               Move "TRLAMT" to Ws-Rpt-Reason
               Move Spaces to Ws-Rpt-Text
               String "TRL " delimited by size
                      Ws-Edit-Amount-1 delimited by size
                      " DETAILS " delimited by size
                      Ws-Edit-Amount-2 delimited by size
                      into Ws-Rpt-Text
               Perform 255-List-Trailer-Problem
           End-If.

       230-List-Reject.
           Add 1 to Ws-Would-Reject
           Perform 910-Accumulate-Reason-Total
           Move detail-record(2:6) to Ws-Rpt-Rec
           Move Ws-Reject-Reason to Ws-Rpt-Reason
           Move detail-record to Ws-Rpt-Text
           Generate Rpt-Problem-Detail
           Add 1 to Ws-Problems-Listed.

       235-List-Hold.
           Add 1 to Ws-Would-Hold
           Move detail-record(2:6) to Ws-Rpt-Rec
           Move "HOLD" to Ws-Rpt-Reason
           Move detail-record to Ws-Rpt-Text
           Generate Rpt-Problem-Detail
           Add 1 to Ws-Problems-Listed.

       250-List-Structure-Problem.
           Add 1 to Ws-Structure-Errors
           Move Spaces to Ws-Rpt-Rec
           Generate Rpt-Problem-Detail
           Add 1 to Ws-Problems-Listed.

       255-List-Trailer-Problem.
           Add 1 to Ws-Trailer-Errors
           Move Spaces to Ws-Rpt-Rec
           Generate Rpt-Problem-Detail
           Add 1 to Ws-Problems-Listed.

       260-Check-File-End.
           If Ws-Header-Seen = "N"
               Move "NOHEADER" to Ws-Rpt-Reason
               Move "FEEDER HAS NO HEADER RECORD" to Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           End-If
           If Ws-In-Group = "Y"
               Move "NOTRL" to Ws-Rpt-Reason
               Move "FEEDER ENDS WITHOUT A TRAILER" to Ws-Rpt-Text
               Perform 250-List-Structure-Problem
           End-If.

      *    The detail edits below are lab1c's, in lab1c's order, so
      *    a record reported here rejects there for the same reason.
       305-Validate-Detail.
           Move "Y" to Ws-Detail-Valid
           Move Spaces to Ws-Reject-Reason
           If det-source-id Not = Spaces
               and Ws-In-Group = "Y"
               and det-source-id Not = Ws-Group-Source
               Move "N" to Ws-Detail-Valid
               Move "BADSRC" to Ws-Reject-Reason
           Else
               Perform 315-Validate-Detail-Fields
           End-If.

       315-Validate-Detail-Fields.
           If record-number Is Not Numeric
               Move "N" to Ws-Detail-Valid
               Move "NONNUM" to Ws-Reject-Reason
           Else
               If transaction-date Is Not Numeric
                   Move "N" to Ws-Detail-Valid
                   Move "BADDATE" to Ws-Reject-Reason
               Else
                   Perform 307-Validate-Trans-Date
               End-If
               If Ws-Detail-Valid = "Y"
                   If amount Is Not Numeric
                       Move "N" to Ws-Detail-Valid
                       Move "BADAMT" to Ws-Reject-Reason
                   Else
                       If amount < 0
                           Move "N" to Ws-Detail-Valid
                           Move "NEGAMT" to Ws-Reject-Reason
                       Else
                           Perform 312-Validate-Type-Code
                           If Ws-Detail-Valid = "Y"
                               Perform 306-Check-Duplicate
                           End-If
                           If Ws-Detail-Valid = "Y"
                               Perform 316-Check-Posted-Register
                           End-If
                           If Ws-Detail-Valid = "Y"
                               Perform 317-Check-Hold-Ceiling
                           End-If
                       End-If
                   End-If
               End-If
           End-If.

       312-Validate-Type-Code.
           If Ws-Typ-Present = "Y"
               Move type-code to Ws-Tm-Lookup-Code
               Perform 313-Find-Master-Code
               If Ws-Tm-Found = "N"
                   Move "N" to Ws-Detail-Valid
                   Move "BADTYPE" to Ws-Reject-Reason
               Else
                   If Tm-Active(Ws-Tm-Idx) Not = "Y"
                       Move "N" to Ws-Detail-Valid
                       Move "BADTYPE" to Ws-Reject-Reason
                   End-If
               End-If
           End-If.

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
           Perform 314-Check-One-Master-Code
               Until Ws-Tm-Found = "Y"
                  or Ws-Tm-Idx > Type-Master-Count.

       314-Check-One-Master-Code.
           If Tm-Code(Ws-Tm-Idx) = Ws-Tm-Lookup-Code
               Move "Y" to Ws-Tm-Found
           Else
               Add 1 to Ws-Tm-Idx
           End-If.

       307-Validate-Trans-Date.
           Move transaction-date(1:4) to Ws-Trans-Year
           Move transaction-date(5:2) to Ws-Trans-Month
           Move transaction-date(7:2) to Ws-Trans-Day
           If Ws-Trans-Month < 1 or Ws-Trans-Month > 12
               Move "N" to Ws-Detail-Valid
               Move "BADMON" to Ws-Reject-Reason
           Else
               Perform 308-Set-Month-Days
               If Ws-Trans-Day < 1 or Ws-Trans-Day > Ws-Month-Days
                   Move "N" to Ws-Detail-Valid
                   Move "BADDAY" to Ws-Reject-Reason
               Else
                   If transaction-date > Ws-Run-Date
                       Move "N" to Ws-Detail-Valid
                       Move "FUTDATE" to Ws-Reject-Reason
                   Else
                       Compute Ws-Trans-Date-Int =
                           Function Integer-Of-Date(transaction-date)
                       If Ws-Busday-Lookback
                           Perform 303-Check-Old-Busdays
                       Else
                           If Ws-Trans-Date-Int <
                               Ws-Run-Date-Int - Ws-Lookback-Days
                               Move "N" to Ws-Detail-Valid
                               Move "OLDDATE" to Ws-Reject-Reason
                           End-If
                       End-If
                   End-If
               End-If
           End-If.

       303-Check-Old-Busdays.
           Move 0 to Ws-Busday-Count
           Compute Ws-Scan-Int = Ws-Trans-Date-Int + 1
           Perform 304-Count-One-Busday
               Until Ws-Scan-Int > Ws-Run-Date-Int
                  or Ws-Busday-Count > Ws-Lookback-Days
           If Ws-Busday-Count > Ws-Lookback-Days
               Move "N" to Ws-Detail-Valid
               Move "OLDDATE" to Ws-Reject-Reason
           End-If.

       304-Count-One-Busday.
           Compute Ws-Scan-Dow = Function Mod(Ws-Scan-Int, 7)
           If Ws-Scan-Dow Not = 0 and Ws-Scan-Dow Not = 6
               Perform 302-Check-Holiday
               If Ws-Hol-Found = "N"
                   Add 1 to Ws-Busday-Count
               End-If
           End-If
           Add 1 to Ws-Scan-Int.

       302-Check-Holiday.
           Move "N" to Ws-Hol-Found
           Move 1 to Ws-Hol-Idx
           Perform 301-Check-One-Holiday
               Until Ws-Hol-Found = "Y"
                  or Ws-Hol-Idx > Holiday-Count.

       301-Check-One-Holiday.
           If Holiday-Entry(Ws-Hol-Idx) = Ws-Scan-Int
               Move "Y" to Ws-Hol-Found
           Else
               Add 1 to Ws-Hol-Idx
           End-If.

       308-Set-Month-Days.
           Evaluate Ws-Trans-Month
               When 4
               When 6
               When 9
               When 11
                   Move 30 to Ws-Month-Days
               When 2
                   Perform 309-Set-February-Days
               When Other
                   Move 31 to Ws-Month-Days
           End-Evaluate.

       309-Set-February-Days.
           Move 28 to Ws-Month-Days
           Divide 4 into Ws-Trans-Year
               Giving Ws-Leap-Quotient Remainder Ws-Leap-Rem
           If Ws-Leap-Rem = 0
               Move 29 to Ws-Month-Days
               Divide 100 into Ws-Trans-Year
                   Giving Ws-Leap-Quotient Remainder Ws-Leap-Rem
               If Ws-Leap-Rem = 0
                   Divide 400 into Ws-Trans-Year
                       Giving Ws-Leap-Quotient Remainder Ws-Leap-Rem
                   If Ws-Leap-Rem Not = 0
                       Move 28 to Ws-Month-Days
                   End-If
               End-If
           End-If.

       306-Check-Duplicate.
           Compute Ws-Dup-Sub = record-number + 1
           If Dup-Seen-Flag(Ws-Dup-Sub) = "Y"
               Move "N" to Ws-Detail-Valid
               Move "DUPREC" to Ws-Reject-Reason
           Else
               Move "Y" to Dup-Seen-Flag(Ws-Dup-Sub)
           End-If.

      *    An entry posted under tonight's run date itself is not a
      *    duplicate, as in lab1c: it is tonight's own posting.
       316-Check-Posted-Register.
           If Ws-Reg-Present = "Y"
               Move det-source-id to reg-source-id
               Move record-number to reg-rec-number
               Move transaction-date to reg-trans-date
               Read lab1c-reg
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If reg-posted-date Not = Ws-Run-Date
                           Move "N" to Ws-Detail-Valid
                           Move "DUPPOST" to Ws-Reject-Reason
                       End-If
               End-Read
           End-If.

       500-Set-Verdict.
           If Ws-Structure-Errors > 0
               Move "NOT CLEAN - LAB1P WOULD REFUSE THIS FEEDER"
                   to Ws-Verdict-Text
               Move 8 to Return-Code
           Else
               If Ws-Would-Reject > 0 or Ws-Trailer-Errors > 0
                   Move "NOT CLEAN - REJECTS OR TRAILER OUT OF BALANCE"
                       to Ws-Verdict-Text
                   Move 4 to Return-Code
               Else
                   Move "CLEAN - EVERY RECORD WOULD COUNT OR BE HELD"
                       to Ws-Verdict-Text
                   Move 0 to Return-Code
               End-If
           End-If
           If Ws-Mark-Requested
               Move "NOT MARKED PRE-VERIFIED - THE EDIT WAS NOT CLEAN"
                   to Ws-Mark-Text
           Else
               Move "NOT MARKED PRE-VERIFIED - NOT REQUESTED"
                   to Ws-Mark-Text
           End-If.

      *    The count and amount total let lab1p tell whether the
      *    feeder it copies tonight is still the file verified here.
       700-Mark-Pre-Verified.
           Open I-O lab1c-pver
           If Pver-File-Status Not = "00"
               Open Output lab1c-pver
               Close lab1c-pver
               Open I-O lab1c-pver
           End-If
           Move Ws-Run-Date to pver-run-date
           Move Ws-Card-Source to pver-source-id
           Move Ws-Feeder-Name to pver-file-name
           Move Ws-Lines-Read to pver-record-count
           Move Ws-File-Amount to pver-amount-hash
           Accept pver-verify-date From Date YYYYMMDD
           Accept pver-verify-time From Time
           Move Ws-Operator-Id to pver-oper
           Write pre-verify-record
               Invalid Key
                   Rewrite pre-verify-record
           End-Write
           Close lab1c-pver
           Move "MARKED PRE-VERIFIED FOR LAB1P" to Ws-Mark-Text.

       610-Generate-One-Reason-Line.
           Generate Rpt-Reason-Detail
           Add 1 to Ws-Search-Idx.

       910-Accumulate-Reason-Total.
           Perform 911-Find-Reason-Slot
           If Ws-Found-Switch = "N"
               If Reason-Total-Count < 10
                   Add 1 to Reason-Total-Count
                   Move Ws-Reject-Reason
                       to Rt-Reason(Reason-Total-Count)
                   Move 1 to Rt-Count(Reason-Total-Count)
               End-If
           Else
               Add 1 to Rt-Count(Ws-Search-Idx)
           End-If.

       911-Find-Reason-Slot.
           Move "N" to Ws-Found-Switch
           Move 1 to Ws-Search-Idx
           Perform 912-Check-One-Reason-Slot
               Until Ws-Found-Switch = "Y"
                  or Ws-Search-Idx > Reason-Total-Count.

       912-Check-One-Reason-Slot.
           If Rt-Reason(Ws-Search-Idx) = Ws-Reject-Reason
               Move "Y" to Ws-Found-Switch
           Else
               Add 1 to Ws-Search-Idx
           End-If.
