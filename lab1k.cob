      *      - A refused operator is now logged to lab1d-aud.dat as
      *        a DENIED line, in the lab1d/lab1e audit style, before
      *        the run stops.
      *      - Each code now carries a hold ceiling (typ-hold-ceiling,
      *        zero for none), set from a new menu option and shown
      *        on the listing: lab1c holds a detail over its code's
      *        ceiling for lab1z review instead of counting it.
      *      - Every line written to the audit file (lab1d-aud.dat) now
      *        carries a sequence number and a check value chained from
      *        the line before (SEQ= and CHK= after column 120), and the
      *        last of each is kept on the trail-control file
      *        (lab1c-tctl.dat), so lab2c can show the trail complete
      *        and unaltered.

       Environment division.
       Input-output section.
               Organization is Line Sequential
               File Status is Aud-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

       data division.
       File Section.
       fd  lab1c-typ.
           05    typ-description     PIC X(30).
           05    typ-active          PIC X(01).
               88  typ-is-active    Value "Y".
           05    typ-hold-ceiling    PIC 9(7)V99.

       fd  lab1c-opr.
       01  operator-card           PIC X(80).

       fd  lab1d-aud.
       01  audit-line              PIC X(148).

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
       01  Typ-File-Status     PIC XX.
       01  Ws-Raw-Description  PIC X(30).
       01  Ws-Valid-Entry      PIC X Value "N".
       01  Ws-Active-Text      PIC X(08).
       01  Ws-Raw-Ceiling      PIC X(09).
       01  Ws-Raw-Ceiling-Num  Redefines Ws-Raw-Ceiling
                               PIC 9(7)V99.
       01  Ws-Ceiling-Out      PIC Z,ZZZ,ZZ9.99.

      *    Operator authorization (lab1c-opr.dat, shared with lab1d
      *    and lab1e): maintaining the master needs level A. With no
       01  Ws-Aud-Time         PIC 9(8).
       01  Ws-Aud-Buffer       PIC X(120) Value Spaces.

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
           Accept Ws-Operator-Id from Environment "USER"
           Display "3. Change a description"
           Display "4. Deactivate a type code"
           Display "5. Reactivate a type code"
           Display "6. Set a hold ceiling"
           Display "7. Exit"
           Display "Select an option: " with no advancing
           Accept Ws-Menu-Choice
           Evaluate Ws-Menu-Choice
               When "5"
                   Perform 600-Reactivate-Code
               When "6"
                   Perform 650-Set-Hold-Ceiling
               When "7"
                   Move "Y" to Ws-Done
               When Other
                   Display "Invalid option."
                   Else
                       Move "INACTIVE" to Ws-Active-Text
                   End-If
                   Perform 215-Stage-Ceiling-Text
                   Display "  " typ-code "  " typ-description
                       "  " Ws-Active-Text "  HOLD OVER " Ws-Ceiling-Out
           End-Read.

       215-Stage-Ceiling-Text.
           Move typ-hold-ceiling to Ws-Ceiling-Out.

       300-Add-Code.
           Perform 700-Get-Valid-Type-Code
           Perform 900-Read-By-Code
               Move Ws-Raw-Type-Code to typ-code
               Move Ws-Raw-Description to typ-description
               Move "Y" to typ-active
               Move 0 to typ-hold-ceiling
               Write type-master-record
                   Invalid Key
                       Display "LAB1K: write failed - status "
               End-If
           End-If.

      *    A ceiling of zero means no ceiling: every valid detail of
      *    the code counts, whatever its amount.
       650-Set-Hold-Ceiling.
           Perform 700-Get-Valid-Type-Code
           Perform 900-Read-By-Code
           If Ws-Record-Found = "N"
               Display "Type code not on file."
           Else
               Perform 215-Stage-Ceiling-Text
               Display "Current hold ceiling: " Ws-Ceiling-Out
               Perform 720-Get-Valid-Ceiling
               Move Ws-Raw-Ceiling-Num to typ-hold-ceiling
               Rewrite type-master-record
               If typ-hold-ceiling = 0
                   Display "Type code " typ-code " has no hold ceiling."
               Else
                   Perform 215-Stage-Ceiling-Text
                   Display "Type code " typ-code " details over "
                       Ws-Ceiling-Out " will be held for review."
               End-If
           End-If.

       700-Get-Valid-Type-Code.
           Move "N" to Ws-Valid-Entry
           Perform 701-Get-Valid-Code-Entry Until Ws-Valid-Entry = "Y".
               Display "Invalid entry - description may not be blank."
           End-If.

       720-Get-Valid-Ceiling.
           Move "N" to Ws-Valid-Entry
           Perform 721-Get-Valid-Ceiling-Entry
               Until Ws-Valid-Entry = "Y".

       721-Get-Valid-Ceiling-Entry.
           Move Spaces to Ws-Raw-Ceiling
           Display "Enter hold ceiling (9 digits, e.g. 000500000 for"
               " 5000.00; 000000000 for none): " with no advancing
           Accept Ws-Raw-Ceiling
           If Ws-Raw-Ceiling Is Numeric
               Move "Y" to Ws-Valid-Entry
           Else
               Display "Invalid entry - enter 9 numeric digits."
           End-If.

       800-Load-Auth-File.
           Open Input lab1c-opr
           If Opr-File-Status = "00"
                  " DENIED=ADMIN"     delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line
           Close lab1d-aud.

               Not Invalid Key
                   Move "Y" to Ws-Record-Found
           End-Read.

       985-Stamp-Audit-Line.
           Move "AUDIT" to Ws-Trail-Id
           Move audit-line(1:120) to Ws-Trail-Text
           Perform 990-Stamp-Trail-Line
           Move Ws-Trail-Stamp to audit-line(121:28).

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
           Move "LAB1K" to tctl-last-program
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
