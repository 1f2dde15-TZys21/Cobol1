      *      run journal so the morning checker can see when each
      *      run started, how it finished and with what return code
      *      without digging through held SYSOUT.
      *
      *      Modification History:
      *      - Journal lines now carry a sequence number and chained
      *        check value after column 120 (verified by lab2c); the
      *        record is widened to take it and the listing still shows
      *        the first 120 columns.

       Environment division.
       Input-output section.
       data division.
       File Section.
       fd  lab1c-jrn.
       01  journal-line        PIC X(148).

       Working-Storage section.
       01  EndOfFile           PIC X Value "N".
