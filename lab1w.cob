       identification division.
       program-id.         lab1w.

      *      Name: Tyler Zysberg. Description: LAB1W. Monthly source
      *      scorecard over the source history file (lab1c-srch.dat)
      *      that lab1p and lab1c post to every night. For the month
      *      on the SYSIN card (CCYYMM) it totals each source id's
      *      nights, records presented, counted and rejected, its
      *      trailer and feed record, and its most frequent reject
      *      reason, then prints two rankings: by reject rate
      *      (rejected as a percentage of presented) and by nights
      *      out of balance, so a feeder's owner can be shown the
      *      evidence.
      *
      *      Modification History:
      *      - Nights a source's group was quarantined by lab1c for
      *        going over its reject tolerance are counted and printed
      *        beside its out-of-balance and no-trailer nights; the
      *        details such a night presented and would have rejected
      *        count toward its reject rate like any other night's.

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-srch
               Assign to "lab1c-srch.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is srch-key
               File Status is Srch-File-Status.

           Select lab1w-rpt
               Assign to "lab1w-rpt.dat"
               Organization is Line Sequential.

       data division.
       File Section.
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

       fd  lab1w-rpt
           Report Is Lab1w-Report.

       Working-Storage section.
       01  EndOfFile           PIC X Value "N".
       01  Srch-File-Status    PIC XX.
       01  Ws-Run-Date         PIC 9(8).

      *    Requested scorecard month, read from SYSIN as CCYYMM.
       01  Ws-Raw-Month        PIC X(6).
       01  Ws-Score-Month      PIC 9(6).
       01  Ws-Score-Mm         PIC 9(2).

      *    One entry per source id met in the month, in first-
      *    appearance order, with its month's reasons beneath it.
       01  Score-Table.
           05  Score-Entry Occurs 20 Times.
               10  Sc-Source       PIC X(03).
               10  Sc-Nights       PIC 9(4).
               10  Sc-Posted       PIC 9(4).
               10  Sc-Presented    PIC 9(9).
               10  Sc-Counted      PIC 9(9).
               10  Sc-Rejected     PIC 9(9).
               10  Sc-Oob-Nights   PIC 9(4).
               10  Sc-No-Trailer   PIC 9(4).
               10  Sc-Quarantined  PIC 9(4).
               10  Sc-Missing      PIC 9(4).
               10  Sc-Late         PIC 9(4).
               10  Sc-Malformed    PIC 9(4).
               10  Sc-Rate         PIC 9(3)V99.
               10  Sc-Ranked       PIC X.
               10  Sc-Reason-Used  PIC 99.
               10  Sc-Reason-Slot Occurs 10 Times.
                   15  Sc-Rsn-Code  PIC X(08).
                   15  Sc-Rsn-Count PIC 9(8).
               10  Sc-Other-Rejects PIC 9(8).
       01  Score-Count         PIC 99 Value 0.
       01  Ws-Sc-Idx           PIC 99.
       01  Ws-Sc-Found         PIC X.
       01  Ws-Skipped-Lines    PIC 9(4) Value 0.
       01  Ws-Rsn-Idx          PIC 99.
       01  Ws-Rsn-Found        PIC X.
       01  Ws-Line-Rsn-Idx     PIC 99.

      *    Ranking: each pass picks the best source not yet ranked.
       01  Ws-Rank             PIC 99.
       01  Ws-Best-Idx         PIC 99.
       01  Ws-Rank-Mode        PIC X.
           88  Ws-Rank-By-Rate Value "R".
           88  Ws-Rank-By-Oob  Value "O".

      *    Staging fields for the report lines.
       01  Ws-Rpt-Top-Reason   PIC X(08).
       01  Ws-Rpt-Top-Count    PIC 9(8).

       Report Section.
       rd  Lab1w-Report
           Page Limit 60 Lines
           Heading 1
           First Detail 4
           Last Detail 55
           Footing 58.

       01  Rpt-Page-Heading Type Page Heading.
           05  Line 1  Column  1  Pic X(22)
                   Value "LAB1C SOURCE SCORECARD".
           05  Line 1  Column 24  Pic X(07) Value "MONTH: ".
           05  Line 1  Column 31  Pic 9999/99 Source Ws-Score-Month.
           05  Line 1  Column 40  Pic X(10) Value "RUN DATE: ".
           05  Line 1  Column 50  Pic 9999/99/99 Source Ws-Run-Date.
           05  Line 1  Column 61  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 69  Pic ZZZ9  Source Page-Counter.

       01  Rpt-Rate-Head Type Detail.
           05  Line Plus 1 Column 1 Pic X(23)
                   Value "RANKED BY REJECT RATE".
           05  Line Plus 2 Column 1 Pic X(04) Value "RANK".
           05  Column  7 Pic X(06) Value "SOURCE".
           05  Column 15 Pic X(06) Value "NIGHTS".
           05  Column 24 Pic X(09) Value "PRESENTED".
           05  Column 36 Pic X(07) Value "COUNTED".
           05  Column 47 Pic X(08) Value "REJECTED".
           05  Column 57 Pic X(07) Value "REJ PCT".
           05  Column 66 Pic X(10) Value "TOP REASON".

       01  Rpt-Rate-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic Z9 Source Ws-Rank.
           05  Column  8 Pic X(03) Source Sc-Source(Ws-Best-Idx).
           05  Column 16 Pic ZZZ9 Source Sc-Nights(Ws-Best-Idx).
           05  Column 23 Pic ZZZZZZZZ9 Source Sc-Presented(Ws-Best-Idx).
           05  Column 34 Pic ZZZZZZZZ9 Source Sc-Counted(Ws-Best-Idx).
           05  Column 46 Pic ZZZZZZZZ9 Source Sc-Rejected(Ws-Best-Idx).
           05  Column 57 Pic ZZ9.99 Source Sc-Rate(Ws-Best-Idx).
           05  Column 66 Pic X(08) Source Ws-Rpt-Top-Reason.
           05  Column 75 Pic ZZZZZZZ9 Source Ws-Rpt-Top-Count.

       01  Rpt-Oob-Head Type Detail.
           05  Line Plus 2 Column 1 Pic X(31)
                   Value "RANKED BY OUT-OF-BALANCE NIGHTS".
           05  Line Plus 2 Column 1 Pic X(04) Value "RANK".
           05  Column  7 Pic X(06) Value "SOURCE".
           05  Column 15 Pic X(06) Value "NIGHTS".
           05  Column 23 Pic X(06) Value "POSTED".
           05  Column 31 Pic X(07) Value "OUT BAL".
           05  Column 40 Pic X(07) Value "NO TRLR".
           05  Column 49 Pic X(07) Value "QUARANT".
           05  Column 58 Pic X(07) Value "MISSING".
           05  Column 67 Pic X(04) Value "LATE".
           05  Column 73 Pic X(09) Value "MALFORMED".

       01  Rpt-Oob-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic Z9 Source Ws-Rank.
           05  Column  8 Pic X(03) Source Sc-Source(Ws-Best-Idx).
           05  Column 16 Pic ZZZ9 Source Sc-Nights(Ws-Best-Idx).
           05  Column 24 Pic ZZZ9 Source Sc-Posted(Ws-Best-Idx).
           05  Column 33 Pic ZZZ9 Source Sc-Oob-Nights(Ws-Best-Idx).
           05  Column 42 Pic ZZZ9 Source Sc-No-Trailer(Ws-Best-Idx).
           05  Column 51 Pic ZZZ9 Source Sc-Quarantined(Ws-Best-Idx).
           05  Column 60 Pic ZZZ9 Source Sc-Missing(Ws-Best-Idx).
           05  Column 67 Pic ZZZ9 Source Sc-Late(Ws-Best-Idx).
           05  Column 76 Pic ZZZ9 Source Sc-Malformed(Ws-Best-Idx).

       01  Rpt-None-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(36)
                   Value "NO SOURCE HISTORY POSTED FOR MONTH".

       01  Rpt-Report-Footing Type Report Footing.
           05  Line Plus 2 Column 1 Pic X(15) Value "END OF REPORT".

       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 100-Get-Score-Month
           Open Input lab1c-srch
           If Srch-File-Status Not = "00"
               Display "LAB1W: cannot open lab1c-srch.dat - status "
                   Srch-File-Status
               Move 8 to Return-Code
               Stop run
           End-If
           Compute srch-run-date = Ws-Score-Month * 100 + 1
           Move Low-Values to srch-source-id
           Start lab1c-srch Key Is Not Less Than srch-key
               Invalid Key
                   Move "Y" to EndOfFile
           End-Start
           Perform 200-Score-One-Line Until EndOfFile = "Y"
           Close lab1c-srch
           Move 1 to Ws-Sc-Idx
           Perform 300-Set-One-Rate Until Ws-Sc-Idx > Score-Count
           Open Output lab1w-rpt
           Initiate Lab1w-Report
           If Score-Count = 0
               Generate Rpt-None-Detail
           Else
               Generate Rpt-Rate-Head
               Move "R" to Ws-Rank-Mode
               Perform 400-Rank-Sources
               Generate Rpt-Oob-Head
               Move "O" to Ws-Rank-Mode
               Perform 400-Rank-Sources
           End-If
           Terminate Lab1w-Report
           Close lab1w-rpt
           Display "Scorecard month:  " Ws-Score-Month
           Display "Sources scored:   " Score-Count
           If Ws-Skipped-Lines > 0
               Display "**WARNING** " Ws-Skipped-Lines
                   " lines not scored - more than 20 sources"
           End-If
           Stop run.

       100-Get-Score-Month.
           Move Spaces to Ws-Raw-Month
           Accept Ws-Raw-Month
           If Ws-Raw-Month Is Numeric
               Move Ws-Raw-Month to Ws-Score-Month
               Move Ws-Raw-Month(5:2) to Ws-Score-Mm
           Else
               Move 0 to Ws-Score-Mm
           End-If
           If Ws-Score-Mm < 1 or Ws-Score-Mm > 12
               Display "LAB1W: scorecard month must be CCYYMM - got "
                   Ws-Raw-Month
               Move 8 to Return-Code
               Stop run
           End-If.

       200-Score-One-Line.
           Read lab1c-srch Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   If srch-run-date(1:6) Not = Ws-Raw-Month
                       Move "Y" to EndOfFile
                   Else
                       Perform 210-Find-Source-Slot
                       If Ws-Sc-Found = "Y"
                           Perform 220-Add-Source-Line
                       End-If
                   End-If
           End-Read.

       210-Find-Source-Slot.
           Move "N" to Ws-Sc-Found
           Move 1 to Ws-Sc-Idx
           Perform 211-Check-One-Source
               Until Ws-Sc-Found = "Y"
                  or Ws-Sc-Idx > Score-Count
           If Ws-Sc-Found = "N" and Score-Count = 20
               Add 1 to Ws-Skipped-Lines
           End-If
           If Ws-Sc-Found = "N" and Score-Count < 20
               Move "Y" to Ws-Sc-Found
               Add 1 to Score-Count
               Move Score-Count to Ws-Sc-Idx
               Move srch-source-id to Sc-Source(Ws-Sc-Idx)
               Move 0 to Sc-Nights(Ws-Sc-Idx) Sc-Posted(Ws-Sc-Idx)
                         Sc-Presented(Ws-Sc-Idx) Sc-Counted(Ws-Sc-Idx)
                         Sc-Rejected(Ws-Sc-Idx) Sc-Oob-Nights(Ws-Sc-Idx)
                         Sc-No-Trailer(Ws-Sc-Idx) Sc-Missing(Ws-Sc-Idx)
                         Sc-Quarantined(Ws-Sc-Idx)
                         Sc-Late(Ws-Sc-Idx) Sc-Malformed(Ws-Sc-Idx)
                         Sc-Rate(Ws-Sc-Idx) Sc-Reason-Used(Ws-Sc-Idx)
                         Sc-Other-Rejects(Ws-Sc-Idx)
           End-If.

       211-Check-One-Source.
           If Sc-Source(Ws-Sc-Idx) = srch-source-id
               Move "Y" to Ws-Sc-Found
           Else
               Add 1 to Ws-Sc-Idx
           End-If.

       220-Add-Source-Line.
           Add 1 to Sc-Nights(Ws-Sc-Idx)
           If Not srch-not-posted
               Add 1 to Sc-Posted(Ws-Sc-Idx)
           End-If
           Add srch-presented to Sc-Presented(Ws-Sc-Idx)
           Add srch-counted to Sc-Counted(Ws-Sc-Idx)
           Add srch-rejected to Sc-Rejected(Ws-Sc-Idx)
           Add srch-other-rejects to Sc-Other-Rejects(Ws-Sc-Idx)
           Evaluate True
               When srch-out-of-balance
                   Add 1 to Sc-Oob-Nights(Ws-Sc-Idx)
               When srch-no-trailer
                   Add 1 to Sc-No-Trailer(Ws-Sc-Idx)
               When srch-quarantined
                   Add 1 to Sc-Quarantined(Ws-Sc-Idx)
               When Other
                   Continue
           End-Evaluate
           Evaluate True
               When srch-feed-missing
                   Add 1 to Sc-Missing(Ws-Sc-Idx)
               When srch-feed-late
                   Add 1 to Sc-Late(Ws-Sc-Idx)
               When srch-feed-malformed
                   Add 1 to Sc-Malformed(Ws-Sc-Idx)
               When Other
                   Continue
           End-Evaluate
           Move 1 to Ws-Line-Rsn-Idx
           Perform 230-Add-One-Line-Reason
               Until Ws-Line-Rsn-Idx > 10.

       230-Add-One-Line-Reason.
           If srch-reason(Ws-Line-Rsn-Idx) Not = Spaces
               Move "N" to Ws-Rsn-Found
               Move 1 to Ws-Rsn-Idx
               Perform 231-Check-One-Reason
                   Until Ws-Rsn-Found = "Y"
                      or Ws-Rsn-Idx > Sc-Reason-Used(Ws-Sc-Idx)
               If Ws-Rsn-Found = "N"
                   If Sc-Reason-Used(Ws-Sc-Idx) < 10
                       Add 1 to Sc-Reason-Used(Ws-Sc-Idx)
                       Move Sc-Reason-Used(Ws-Sc-Idx) to Ws-Rsn-Idx
                       Move srch-reason(Ws-Line-Rsn-Idx)
                           to Sc-Rsn-Code(Ws-Sc-Idx Ws-Rsn-Idx)
                       Move srch-reason-count(Ws-Line-Rsn-Idx)
                           to Sc-Rsn-Count(Ws-Sc-Idx Ws-Rsn-Idx)
                   Else
                       Add srch-reason-count(Ws-Line-Rsn-Idx)
                           to Sc-Other-Rejects(Ws-Sc-Idx)
                   End-If
               End-If
           End-If
           Add 1 to Ws-Line-Rsn-Idx.

       231-Check-One-Reason.
           If Sc-Rsn-Code(Ws-Sc-Idx Ws-Rsn-Idx)
               = srch-reason(Ws-Line-Rsn-Idx)
               Add srch-reason-count(Ws-Line-Rsn-Idx)
                   to Sc-Rsn-Count(Ws-Sc-Idx Ws-Rsn-Idx)
               Move "Y" to Ws-Rsn-Found
           Else
               Add 1 to Ws-Rsn-Idx
           End-If.

       300-Set-One-Rate.
           If Sc-Presented(Ws-Sc-Idx) > 0
               Compute Sc-Rate(Ws-Sc-Idx) Rounded =
                   Sc-Rejected(Ws-Sc-Idx) * 100
                   / Sc-Presented(Ws-Sc-Idx)
           End-If
           Add 1 to Ws-Sc-Idx.

       400-Rank-Sources.
           Move 1 to Ws-Sc-Idx
           Perform 405-Clear-One-Rank Until Ws-Sc-Idx > Score-Count
           Move 1 to Ws-Rank
           Perform 410-Rank-One-Source Until Ws-Rank > Score-Count.

       405-Clear-One-Rank.
           Move "N" to Sc-Ranked(Ws-Sc-Idx)
           Add 1 to Ws-Sc-Idx.

       410-Rank-One-Source.
           Move 0 to Ws-Best-Idx
           Move 1 to Ws-Sc-Idx
           Perform 420-Compare-One-Source
               Until Ws-Sc-Idx > Score-Count
           Move "Y" to Sc-Ranked(Ws-Best-Idx)
           If Ws-Rank-By-Rate
               Perform 430-Find-Top-Reason
               Generate Rpt-Rate-Detail
           Else
               Generate Rpt-Oob-Detail
           End-If
           Add 1 to Ws-Rank.

      *    By rate, ties go to the larger number rejected; by out-
      *    of-balance nights, ties go to the worse feed record.
       420-Compare-One-Source.
           If Sc-Ranked(Ws-Sc-Idx) = "N"
               If Ws-Best-Idx = 0
                   Move Ws-Sc-Idx to Ws-Best-Idx
               Else
                   If Ws-Rank-By-Rate
                       If Sc-Rate(Ws-Sc-Idx) > Sc-Rate(Ws-Best-Idx)
                           or (Sc-Rate(Ws-Sc-Idx)
                                   = Sc-Rate(Ws-Best-Idx)
                               and Sc-Rejected(Ws-Sc-Idx)
                                   > Sc-Rejected(Ws-Best-Idx))
                           Move Ws-Sc-Idx to Ws-Best-Idx
                       End-If
                   Else
                       If Sc-Oob-Nights(Ws-Sc-Idx)
                               > Sc-Oob-Nights(Ws-Best-Idx)
                           or (Sc-Oob-Nights(Ws-Sc-Idx)
                                   = Sc-Oob-Nights(Ws-Best-Idx)
                               and Sc-Missing(Ws-Sc-Idx)
                                   + Sc-Late(Ws-Sc-Idx)
                                   + Sc-Malformed(Ws-Sc-Idx)
                                 > Sc-Missing(Ws-Best-Idx)
                                   + Sc-Late(Ws-Best-Idx)
                                   + Sc-Malformed(Ws-Best-Idx))
                           Move Ws-Sc-Idx to Ws-Best-Idx
                       End-If
                   End-If
               End-If
           End-If
           Add 1 to Ws-Sc-Idx.

       430-Find-Top-Reason.
           Move Spaces to Ws-Rpt-Top-Reason
           Move 0 to Ws-Rpt-Top-Count
           Move 1 to Ws-Rsn-Idx
           Perform 431-Check-Top-Reason
               Until Ws-Rsn-Idx > Sc-Reason-Used(Ws-Best-Idx).

       431-Check-Top-Reason.
           If Sc-Rsn-Count(Ws-Best-Idx Ws-Rsn-Idx) > Ws-Rpt-Top-Count
               Move Sc-Rsn-Code(Ws-Best-Idx Ws-Rsn-Idx)
                   to Ws-Rpt-Top-Reason
               Move Sc-Rsn-Count(Ws-Best-Idx Ws-Rsn-Idx)
                   to Ws-Rpt-Top-Count
           End-If
           Add 1 to Ws-Rsn-Idx.
