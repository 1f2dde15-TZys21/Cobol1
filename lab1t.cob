      *      line-sequential copy in the fixed format the extract
      *      carried before it was keyed, so the daily tracking
      *      spreadsheet load is unchanged.
      *
      *      Modification History:
      *      - The unload now records itself as STEP040 on the run-
      *        control file (lab1c-rctl.dat) as it starts and ends,
      *        and is skipped when already complete for the night's
      *        cycle date unless lab1x has forced it.

       Environment division.
       Input-output section.
               Assign to "lab1c-extu.dat"
               Organization is Line Sequential.

           Select lab1c-rctl
               Assign to "lab1c-rctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is rctl-key
               File Status is Rctl-File-Status.

       data division.
       File Section.
       fd  lab1c-ext.
           05    unl-amount-total    PIC S9(9)V99
                                      Sign Is Trailing Separate.

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

       Working-Storage section.
       01  EndOfFile           PIC X Value "N".
       01  Ext-File-Status     PIC XX.
       01  Ws-Unload-Count     PIC 9(8) Value 0.
       01  Ws-Run-Date         PIC 9(8).

      *    Step-level run control (lab1c-rctl.dat, keyed by run date
      *    and step id): this program is STEP040 of LAB1CJB. A step
      *    already complete for the run date is skipped unless lab1x
      *    has forced it to run again.
       01  Rctl-File-Status    PIC XX.
       01  Ws-Rctl-Step        PIC X(08) Value "STEP040".
       01  Ws-Rctl-Date        PIC 9(8).
       01  Ws-Rctl-Skip        PIC X Value "N".

       procedure division.
       000-main.
           Accept Ws-Run-Date From Date YYYYMMDD
           Perform 050-Run-Control-Start
           If Ws-Rctl-Skip = "Y"
               Display "LAB1T: " Ws-Rctl-Step " already complete for "
                   Ws-Rctl-Date " - unload skipped"
               Stop run
           End-If
           Open Input lab1c-ext
           If Ext-File-Status Not = "00"
               Display "LAB1T: no extract file to unload - status "
                   Ext-File-Status
               Move 8 to Return-Code
               Perform 060-Run-Control-Finish
               Stop run
           End-If
           Open Output lab1c-extu
           Close lab1c-extu
           Close lab1c-ext
           Display "Extract records unloaded: " Ws-Unload-Count
           Perform 060-Run-Control-Finish
           Stop run.

       100-Unload-One-Record.
                   Write unload-record
                   Add 1 to Ws-Unload-Count
           End-Read.

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
           Move "LAB1T" to rctl-program
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
