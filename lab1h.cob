      *      sessions per operator, total and even values entered,
      *      first and last session time, and a month-level rollup,
      *      printed as a paginated report in the lab1c style.
      *
      *      Modification History:
      *      - The session log now carries a sequence number and chained
      *        check value after column 80 on every line; the record is
      *        widened to take it and the parse is unchanged. Capture
      *        maintenance lines (VOID=, REKEY=) are passed over like
      *        any other non-session line.

       Environment division.
       Input-output section.
       data division.
       File Section.
       fd  lab1b-log.
       01  log-line            PIC X(108).

       fd  lab1h-rpt
           Report Is Lab1h-Report.
