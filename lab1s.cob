      *      lab1s-prm.dat, in the lab1c-prm.dat style. Return code
      *      4 when any exception is found so the scheduler can
      *      alert on it.
      *
      *      Modification History:
      *      - The session log now carries a sequence number and chained
      *        check value after column 80 on every line; the record is
      *        widened to take it and the exception report still shows
      *        the first 80 columns.

       Environment division.
       Input-output section.
       data division.
       File Section.
       fd  lab1b-log.
       01  log-line            PIC X(108).

       fd  lab1c-opr.
       01  operator-card       PIC X(80).
