      *----------------------------------------------------------------*
      *  WLPCMDR - one record of the enterprise CMDB's nightly         *
      *  endpoint feed, loaded against WLPENDPT by WLPCMD01.  The CMDB *
      *  is where an endpoint is registered first, so the feed is the  *
      *  master: a LIVE configuration item is added to or brought up   *
      *  to date on WLPENDPT, a RETIRED one is deleted from it, and a  *
      *  registered endpoint the feed no longer carries at all is      *
      *  retired too.  That last rule is only safe on a whole feed,    *
      *  so the file ends with a trailer carrying the detail count.    *
      *  The stale limit arrives as text, exactly as an operator would *
      *  type it into WLPMNT, and is validated the same way.           *
      *----------------------------------------------------------------*
       01 WLPCMDB-RECORD.
          03 CMDB-RECORD-TYPE       PIC X(01).
             88 CMDB-IS-DETAIL                VALUE 'D'.
             88 CMDB-IS-TRAILER               VALUE 'T'.
          03 CMDB-DETAIL.
             05 CMDB-CI-ID          PIC X(20).
             05 CMDB-ENDPOINT       PIC X(128).
             05 CMDB-DESCRIPTION    PIC X(40).
             05 CMDB-REGION         PIC X(08).
             05 CMDB-STANDBY-REGION PIC X(08).
             05 CMDB-STALE-MAX-MIN  PIC X(08).
             05 CMDB-CI-STATUS      PIC X(10).
                88 CMDB-CI-LIVE               VALUE 'LIVE'.
                88 CMDB-CI-RETIRED            VALUE 'RETIRED'.
             05 FILLER              PIC X(27).
          03 CMDB-TRAILER REDEFINES CMDB-DETAIL.
      *    The CMDB's extract date (YYYYMMDD) and the number of 'D'
      *    records ahead of the trailer.
             05 CMDB-TRL-EXTRACT-DATE PIC X(08).
             05 CMDB-TRL-DETAIL-COUNT PIC 9(07).
             05 FILLER              PIC X(234).
