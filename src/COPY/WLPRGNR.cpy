      *----------------------------------------------------------------*
      *  WLPRGNR - region topology record, keyed by the CICS region    *
      *  name as it is recorded in ENDPT-REGION and                    *
      *  ENDPT-STANDBY-REGION.  Says whether a region is currently     *
      *  available to have requests routed to it.  A region with no    *
      *  record here is taken to be available.  The DR switch          *
      *  transaction (WLPDRSW) marks a failed region DOWN; WLPMNT      *
      *  maintains the file like the other reference files.            *
      *----------------------------------------------------------------*
       01 WLPRGN-RECORD.
          03 RGN-REGION             PIC X(08).
          03 RGN-STATUS             PIC X(04).
             88 RGN-IS-AVAILABLE              VALUE 'UP'.
             88 RGN-IS-DOWN                   VALUE 'DOWN'.
          03 RGN-DESCRIPTION        PIC X(40).
          03 RGN-LAST-UPDATE-DATE   PIC X(10).
          03 RGN-LAST-UPDATE-TIME   PIC X(08).
          03 RGN-LAST-USERID        PIC X(08).
