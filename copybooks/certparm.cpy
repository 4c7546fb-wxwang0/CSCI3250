      ******************************************************************
      * Interest-certificate parameter (intCertParm.txt), read by
      * INTCERT. One line. CTP-YEAR is the calendar year (YYYY) the
      * certificates are drawn up for: every history.txt record with
      * a closed date in that year counts. Run after the last close
      * of the year; a missing file or a zero year refuses the run
      * rather than guessing which year was meant.
      ******************************************************************
       01  :REC:.
           03 CTP-YEAR PIC 9(4)  VALUE 0.
