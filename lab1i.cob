      *        line, maintained year by year) no longer prints as a
      *        gap, so statutory holidays stop producing false
      *        "NO RUN POSTED" lines on the controller's statement.
      *      - The statement now shows the month's status on the
      *        period-control file (lab1c-per.dat, see lab2b) and,
      *        when the month was reopened since its last statement,
      *        a re-issue line with the reopen date, operator and
      *        reason. Each run records its date against the month
      *        and clears the re-run flag; a month cannot be closed
      *        until a statement has been recorded for it.

       Environment division.
       Input-output section.
               Assign to "lab1i-rpt.dat"
               Organization is Line Sequential.

           Select lab1c-per
               Assign to "lab1c-per.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is per-month
               File Status is Per-File-Status.

           Select lab1c-hol
               Assign to "lab1c-hol.dat"
               Organization is Line Sequential
       fd  lab1i-rpt
           Report Is Lab1i-Report.

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

       fd  lab1c-hol.
       01  holiday-line        PIC X(80).

       01  Ws-Hol-Idx          PIC 9(3).
       01  Ws-Hol-Found        PIC X.

      *    Period control (lab1c-per.dat): the month's status is
      *    printed, a reopened month's statement is marked as a
      *    re-issue, and this run is recorded against the month.
       01  Per-File-Status     PIC XX.
       01  Ws-Per-Found        PIC X Value "N".
       01  Ws-Per-Status-Text  PIC X(08).
       01  Ws-Per-Reissue      PIC X Value "N".

       Report Section.
       rd  Lab1i-Report
           Page Limit 60 Lines
           05  Line 1  Column 43  Pic X(08) Value "  PAGE: ".
           05  Line 1  Column 51  Pic ZZZ9  Source Page-Counter.

       01  Rpt-Period-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(15)
                   Value "PERIOD STATUS: ".
           05  Column 16 Pic X(08) Source Ws-Per-Status-Text.

       01  Rpt-Reissue-Detail Type Detail.
           05  Line Plus 1 Column 1 Pic X(28)
                   Value "RE-ISSUED - PERIOD REOPENED ".
           05  Column 29 Pic 9999/99/99 Source per-reopen-date.
           05  Column 40 Pic X(03) Value "BY ".
           05  Column 43 Pic X(08) Source per-reopen-oper.
           05  Column 52 Pic X(30) Source per-reopen-reason.

       01  Rpt-Stmt-Detail Type Detail.
           05  Line Plus 1 Column 1
                   Pic 9999/99/99 Source Ws-Curr-Date.
               Stop run
           End-If
           Perform 200-Set-Days-In-Month
           Perform 160-Read-Period-Status
           Open Output lab1i-rpt
           Initiate Lab1i-Report
           Generate Rpt-Period-Detail
           If Ws-Per-Reissue = "Y"
               Generate Rpt-Reissue-Detail
           End-If
           Move 1 to Ws-Curr-Day
           Perform 300-Statement-One-Day
               Until Ws-Curr-Day > Ws-Month-Days
           Terminate Lab1i-Report
           Close lab1i-rpt
           Close lab1c-hist
           Perform 170-Record-Statement-Run
           Display "Statement month:   " Ws-Stmt-Month
           Display "Period status:     " Ws-Per-Status-Text
           If Ws-Per-Reissue = "Y"
               Display "Re-issued after the period was reopened"
           End-If
           Display "Run dates posted:  " Ws-Posted-Days
           Display "Business-day gaps: " Ws-Gap-Days
           Stop run.
                   End-If
           End-Read.

      *    A month with no period-control record has never been
      *    closed; one is started for it so the statement run can
      *    be recorded.
       160-Read-Period-Status.
           Open I-O lab1c-per
           If Per-File-Status Not = "00"
               Open Output lab1c-per
               Close lab1c-per
               Open I-O lab1c-per
           End-If
           Move Ws-Stmt-Month to per-month
           Read lab1c-per
               Invalid Key
                   Move "N" to Ws-Per-Found
                   Move Space to per-status
                   Move 0 to per-close-date per-reopen-date
                   Move 0 to per-reopen-count per-stmt-date
                   Move Spaces to per-close-oper per-reopen-oper
                   Move Spaces to per-reopen-reason
                   Move Space to per-stmt-rerun
               Not Invalid Key
                   Move "Y" to Ws-Per-Found
           End-Read
           Evaluate True
               When per-is-closed
                   Move "CLOSED" to Ws-Per-Status-Text
               When per-is-reopened
                   Move "REOPENED" to Ws-Per-Status-Text
               When Other
                   Move "OPEN" to Ws-Per-Status-Text
           End-Evaluate
           If per-stmt-rerun-due
               Move "Y" to Ws-Per-Reissue
           End-If.

       170-Record-Statement-Run.
           Move Ws-Run-Date to per-stmt-date
           Move Space to per-stmt-rerun
           If Ws-Per-Found = "Y"
               Rewrite period-record
           Else
               Write period-record
           End-If
           Close lab1c-per.

       200-Set-Days-In-Month.
           Evaluate Ws-Stmt-Mm
               When 4
