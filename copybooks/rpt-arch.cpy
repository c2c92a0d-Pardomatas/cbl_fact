      *> ---------------------------------------------------------------
      *> RPT-ARCH.CPY
      *> Record layout for RPTARCH, the keyed FACTRPT report archive.
      *> FACTRARC loads each night's RPTHIST generation into it after
      *> FACTSTEP, one record per printed line, so a report can be
      *> reprinted (FACTRPRT) long after its generation has aged off.
      *> Two kinds of record share the cluster, told apart by the
      *> first byte of the key:
      *>   'R' run line     - every line of the report, keyed by run
      *>                      date, run time, and line sequence, so a
      *>                      whole run reads back in printed order
      *>   'N' number entry - a second copy of every line that carries
      *>                      an n (a table detail line, its "  +  "
      *>                      continuation lines, and the C/P/M/H
      *>                      result lines), keyed by n, run date, run
      *>                      time, and line sequence, so one number's
      *>                      lines read back across a date range
      *> RA-LINE-TYPE tells the reprint how the line was printed:
      *>   P page heading (printed after a page eject)
      *>   H column heading     D detail or result line
      *>   C continuation line  L any other line
      *> RA-PAGE-NUMBER is the page of the original report the line
      *> was printed on.
      *> ---------------------------------------------------------------
       01  RPTARCH-RECORD.
           05  RA-KEY.
               10  RA-KEY-TYPE       pic x(01).
               10  RA-KEY-BODY       pic x(24).
               10  RA-RUN-KEY redefines RA-KEY-BODY.
                   15  RA-RUN-DATE   pic x(08).
                   15  RA-RUN-TIME   pic x(08).
                   15  RA-LINE-SEQUENCE pic 9(06).
                   15  filler        pic x(02).
               10  RA-NUMBER-KEY redefines RA-KEY-BODY.
                   15  RA-NK-NUMBER  pic 9(02).
                   15  RA-NK-RUN-DATE pic x(08).
                   15  RA-NK-RUN-TIME pic x(08).
                   15  RA-NK-LINE-SEQUENCE pic 9(06).
           05  RA-RUN-MODE           pic x(01).
           05  RA-LINE-TYPE          pic x(01).
           05  RA-LINE-NUMBER-N      pic x(02).
           05  RA-PAGE-NUMBER        pic 9(04).
           05  RA-PRINT-LINE         pic x(80).
           05  filler                pic x(07).
