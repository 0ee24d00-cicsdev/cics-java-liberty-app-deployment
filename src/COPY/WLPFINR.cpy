      *----------------------------------------------------------------*
      *  WLPFINR - finance interface record written by WLPRPT07, one  *
      *  detail per charged team for the month, then one trailer      *
      *  carrying the detail count and amount total so the finance    *
      *  load can prove it received the whole file.  Fixed format,    *
      *  80 bytes; amounts are unsigned zoned decimal with two        *
      *  implied decimal places.                                      *
      *----------------------------------------------------------------*
       01 WLPFIN-RECORD.
          03 FIN-RECORD-TYPE        PIC X(01).
             88 FIN-IS-DETAIL                 VALUE 'D'.
             88 FIN-IS-TRAILER                VALUE 'T'.
          03 FIN-PERIOD             PIC X(06).
          03 FIN-DETAIL.
             05 FIN-COST-CENTRE     PIC X(10).
             05 FIN-TEAM-ID         PIC X(08).
             05 FIN-MINUTES         PIC 9(07).
             05 FIN-RATE-PER-HOUR   PIC 9(05)V99.
             05 FIN-AMOUNT          PIC 9(09)V99.
             05 FIN-SOURCE          PIC X(08).
             05 FILLER              PIC X(22).
          03 FIN-TRAILER REDEFINES FIN-DETAIL.
             05 FIN-DETAIL-COUNT    PIC 9(07).
             05 FIN-TOTAL-AMOUNT    PIC 9(11)V99.
             05 FIN-TOTAL-MINUTES   PIC 9(09).
             05 FILLER              PIC X(44).
