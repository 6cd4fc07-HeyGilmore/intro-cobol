       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           05  YTD-IN-EMP-ID       PIC X(6).
           05  FILLER              PIC X(281).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
