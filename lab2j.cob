       identification division.
       program-id.         lab2j.

      *      Name: Tyler Zysberg. Description: LAB2J. One-off
      *      conversion of the type-code master (lab1c-typ.dat), the
      *      source history file (lab1c-srch.dat) and the sent-to-
      *      ledger file (lab1c-gls.dat) to their current record
      *      layouts: the type-code record gains its hold ceiling
      *      (typ-hold-ceiling), the source history record its held
      *      count and amount (srch-held, srch-held-amount), and the
      *      sent-to-ledger record the cycle date and amount of the
      *      last GL build that posted to it (gls-build-date,
      *      gls-build-amount).
      *
      *      LAB2JJB first unloads each file, in the old layout and
      *      key order, to a flat dataset (lab1c-typ.old,
      *      lab1c-srch.old and lab1c-gls.old) and redefines the file
      *      empty at the new record length. This program reads each
      *      unload and writes every record to the new file with the
      *      new fields zero - no ceiling, nothing held, no build
      *      recorded - then reads the file back and compares the
      *      count with the unload.
      *
      *      A file that already holds records is not touched, so
      *      the conversion cannot be run twice over the same file.
      *      Return code 0 when all three are converted, 8 when an
      *      unload cannot be read, a file is not empty, a record
      *      cannot be written or a count does not agree.

       Environment division.
       Input-output section.
       File-Control.
           Select lab1c-typo
               Assign to "lab1c-typ.old"
               Organization is Line Sequential
               File Status is Typo-File-Status.

           Select lab1c-typ
               Assign to "lab1c-typ.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is typ-code
               File Status is Typ-File-Status.

           Select lab1c-srho
               Assign to "lab1c-srch.old"
               Organization is Line Sequential
               File Status is Srho-File-Status.

           Select lab1c-srch
               Assign to "lab1c-srch.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is srch-key
               File Status is Srch-File-Status.

           Select lab1c-glso
               Assign to "lab1c-gls.old"
               Organization is Line Sequential
               File Status is Glso-File-Status.

           Select lab1c-gls
               Assign to "lab1c-gls.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is gls-key
               File Status is Gls-File-Status.

       data division.
       File Section.
      *    Type-code master as it stood before the hold ceiling.
       fd  lab1c-typo.
       01  old-type-master-record.
           05    typo-code           PIC X(02).
           05    typo-description    PIC X(30).
           05    typo-active         PIC X(01).

       fd  lab1c-typ.
       01  type-master-record.
           05    typ-code            PIC X(02).
           05    typ-description     PIC X(30).
           05    typ-active          PIC X(01).
               88  typ-is-active    Value "Y".
           05    typ-hold-ceiling    PIC 9(7)V99.

      *    Source history as it stood before the held count and
      *    amount.
       fd  lab1c-srho.
       01  old-source-history-record.
           05    srho-key.
               10  srho-run-date       PIC 9(8).
               10  srho-source-id      PIC X(03).
           05    srho-presented        PIC 9(8).
           05    srho-counted          PIC 9(8).
           05    srho-rejected         PIC 9(8).
           05    srho-amount           PIC S9(9)V99.
           05    srho-rej-amount       PIC S9(9)V99.
           05    srho-trailer-status   PIC X(01).
           05    srho-feed-status      PIC X(01).
           05    srho-feed-checks      PIC 9(2).
           05    srho-reason-entry Occurs 10 Times.
               10  srho-reason         PIC X(08).
               10  srho-reason-count   PIC 9(8).
           05    srho-other-rejects    PIC 9(8).

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
           05    srch-feed-status      PIC X(01).
           05    srch-feed-checks      PIC 9(2).
           05    srch-reason-entry Occurs 10 Times.
               10  srch-reason         PIC X(08).
               10  srch-reason-count   PIC 9(8).
           05    srch-other-rejects    PIC 9(8).
           05    srch-held             PIC 9(8).
           05    srch-held-amount      PIC S9(9)V99.

      *    Sent-to-ledger line as it stood before the last build's
      *    date and amount.
       fd  lab1c-glso.
       01  old-gl-sent-record.
           05    glso-key.
               10  glso-run-date       PIC 9(8).
               10  glso-type-code      PIC X(02).
           05    glso-amount           PIC S9(11)V99.
           05    glso-last-date        PIC 9(8).
           05    glso-last-source      PIC X(01).

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

       Working-Storage section.
       01  EndOfFile           PIC X Value "N".
       01  Typo-File-Status    PIC XX.
       01  Typ-File-Status     PIC XX.
       01  Srho-File-Status    PIC XX.
       01  Srch-File-Status    PIC XX.
       01  Glso-File-Status    PIC XX.
       01  Gls-File-Status     PIC XX.

      *    Records read from each unload, written to each master,
      *    and found on the master when it is read back.
       01  Ws-Typ-Read         PIC 9(8) Value 0.
       01  Ws-Typ-Written      PIC 9(8) Value 0.
       01  Ws-Typ-Check        PIC 9(8) Value 0.
       01  Ws-Srch-Read        PIC 9(8) Value 0.
       01  Ws-Srch-Written     PIC 9(8) Value 0.
       01  Ws-Srch-Check       PIC 9(8) Value 0.
       01  Ws-Gls-Read         PIC 9(8) Value 0.
       01  Ws-Gls-Written      PIC 9(8) Value 0.
       01  Ws-Gls-Check        PIC 9(8) Value 0.
       01  Ws-Conv-Errors      PIC 9(2) Value 0.
       01  Ws-Master-Empty     PIC X.

       procedure division.
       000-main.
           Perform 200-Convert-Type-Master
           Perform 300-Convert-Source-History
           Perform 400-Convert-Gl-Sent
           Display "LAB2J layout conversion"
           Display "Type-code records read:      " Ws-Typ-Read
           Display "Type-code records written:   " Ws-Typ-Written
           Display "Type-code records on master: " Ws-Typ-Check
           Display "Source history records read: " Ws-Srch-Read
           Display "Source history written:      " Ws-Srch-Written
           Display "Source history on master:    " Ws-Srch-Check
           Display "Sent-to-ledger records read: " Ws-Gls-Read
           Display "Sent-to-ledger written:      " Ws-Gls-Written
           Display "Sent-to-ledger on file:      " Ws-Gls-Check
           If Ws-Conv-Errors > 0
               Display "LAB2J: conversion incomplete - "
                   Ws-Conv-Errors " error(s); restore the files"
                   " from the unloads before the nightly run"
               Move 8 to Return-Code
           End-If
           Stop run.

      *    The master must be empty (as LAB2JJB redefines it) or not
      *    yet exist; anything already on it stops this file.
       200-Convert-Type-Master.
           Move "Y" to Ws-Master-Empty
           Open Input lab1c-typ
           If Typ-File-Status = "00"
               Read lab1c-typ Next Record
                   Not At End
                       Move "N" to Ws-Master-Empty
               End-Read
               Close lab1c-typ
           End-If
           Open Input lab1c-typo
           Evaluate True
               When Ws-Master-Empty = "N"
                   Display "LAB2J: lab1c-typ.dat already holds records"
                       " - type-code master not converted"
                   Add 1 to Ws-Conv-Errors
               When Typo-File-Status Not = "00"
                   Display "LAB2J: cannot read lab1c-typ.old - status "
                       Typo-File-Status
                   Add 1 to Ws-Conv-Errors
               When Other
                   Open Output lab1c-typ
                   Move "N" to EndOfFile
                   Perform 210-Convert-One-Type Until EndOfFile = "Y"
                   Close lab1c-typ
                   Perform 220-Check-Type-Master
           End-Evaluate
           If Typo-File-Status = "00"
               Close lab1c-typo
           End-If.

       210-Convert-One-Type.
           Read lab1c-typo
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Typ-Read
                   Move typo-code to typ-code
                   Move typo-description to typ-description
                   Move typo-active to typ-active
                   Move 0 to typ-hold-ceiling
                   Write type-master-record
                       Invalid Key
                           Display "LAB2J: type code " typ-code
                               " not written - status "
                               Typ-File-Status
                           Add 1 to Ws-Conv-Errors
                       Not Invalid Key
                           Add 1 to Ws-Typ-Written
                   End-Write
           End-Read.

       220-Check-Type-Master.
           Open Input lab1c-typ
           Move "N" to EndOfFile
           Perform 230-Count-One-Type Until EndOfFile = "Y"
           Close lab1c-typ
           If Ws-Typ-Check Not = Ws-Typ-Read
               Display "LAB2J: lab1c-typ.dat holds " Ws-Typ-Check
                   " records, the unload " Ws-Typ-Read
               Add 1 to Ws-Conv-Errors
           End-If.

       230-Count-One-Type.
           Read lab1c-typ Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Typ-Check
           End-Read.

       300-Convert-Source-History.
           Move "Y" to Ws-Master-Empty
           Open Input lab1c-srch
           If Srch-File-Status = "00"
               Read lab1c-srch Next Record
                   Not At End
                       Move "N" to Ws-Master-Empty
               End-Read
               Close lab1c-srch
           End-If
           Open Input lab1c-srho
           Evaluate True
               When Ws-Master-Empty = "N"
                   Display "LAB2J: lab1c-srch.dat already holds"
                       " records - source history not converted"
                   Add 1 to Ws-Conv-Errors
               When Srho-File-Status Not = "00"
                   Display "LAB2J: cannot read lab1c-srch.old -"
                       " status " Srho-File-Status
                   Add 1 to Ws-Conv-Errors
               When Other
                   Open Output lab1c-srch
                   Move "N" to EndOfFile
                   Perform 310-Convert-One-History
                       Until EndOfFile = "Y"
                   Close lab1c-srch
                   Perform 320-Check-Source-History
           End-Evaluate
           If Srho-File-Status = "00"
               Close lab1c-srho
           End-If.

      *    The old record is the new one without its last two
      *    fields, so it carries across whole.
       310-Convert-One-History.
           Read lab1c-srho
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Srch-Read
                   Move old-source-history-record
                       to source-history-record
                   Move 0 to srch-held srch-held-amount
                   Write source-history-record
                       Invalid Key
                           Display "LAB2J: source history " srch-key
                               " not written - status "
                               Srch-File-Status
                           Add 1 to Ws-Conv-Errors
                       Not Invalid Key
                           Add 1 to Ws-Srch-Written
                   End-Write
           End-Read.

       320-Check-Source-History.
           Open Input lab1c-srch
           Move "N" to EndOfFile
           Perform 330-Count-One-History Until EndOfFile = "Y"
           Close lab1c-srch
           If Ws-Srch-Check Not = Ws-Srch-Read
               Display "LAB2J: lab1c-srch.dat holds " Ws-Srch-Check
                   " records, the unload " Ws-Srch-Read
               Add 1 to Ws-Conv-Errors
           End-If.

       330-Count-One-History.
           Read lab1c-srch Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Srch-Check
           End-Read.

       400-Convert-Gl-Sent.
           Move "Y" to Ws-Master-Empty
           Open Input lab1c-gls
           If Gls-File-Status = "00"
               Read lab1c-gls Next Record
                   Not At End
                       Move "N" to Ws-Master-Empty
               End-Read
               Close lab1c-gls
           End-If
           Open Input lab1c-glso
           Evaluate True
               When Ws-Master-Empty = "N"
                   Display "LAB2J: lab1c-gls.dat already holds"
                       " records - sent-to-ledger file not converted"
                   Add 1 to Ws-Conv-Errors
               When Glso-File-Status Not = "00"
                   Display "LAB2J: cannot read lab1c-gls.old -"
                       " status " Glso-File-Status
                   Add 1 to Ws-Conv-Errors
               When Other
                   Open Output lab1c-gls
                   Move "N" to EndOfFile
                   Perform 410-Convert-One-Gl-Sent
                       Until EndOfFile = "Y"
                   Close lab1c-gls
                   Perform 420-Check-Gl-Sent
           End-Evaluate
           If Glso-File-Status = "00"
               Close lab1c-glso
           End-If.

      *    The old record is the new one without its last two
      *    fields, so it carries across whole.
       410-Convert-One-Gl-Sent.
           Read lab1c-glso
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Gls-Read
                   Move old-gl-sent-record to gl-sent-record
                   Move 0 to gls-build-date gls-build-amount
                   Write gl-sent-record
                       Invalid Key
                           Display "LAB2J: sent-to-ledger " gls-key
                               " not written - status "
                               Gls-File-Status
                           Add 1 to Ws-Conv-Errors
                       Not Invalid Key
                           Add 1 to Ws-Gls-Written
                   End-Write
           End-Read.

       420-Check-Gl-Sent.
           Open Input lab1c-gls
           Move "N" to EndOfFile
           Perform 430-Count-One-Gl-Sent Until EndOfFile = "Y"
           Close lab1c-gls
           If Ws-Gls-Check Not = Ws-Gls-Read
               Display "LAB2J: lab1c-gls.dat holds " Ws-Gls-Check
                   " records, the unload " Ws-Gls-Read
               Add 1 to Ws-Conv-Errors
           End-If.

       430-Count-One-Gl-Sent.
           Read lab1c-gls Next Record
               At End
                   Move "Y" to EndOfFile
               Not At End
                   Add 1 to Ws-Gls-Check
           End-Read.
