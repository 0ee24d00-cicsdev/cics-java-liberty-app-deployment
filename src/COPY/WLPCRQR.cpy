      *----------------------------------------------------------------*
      *  WLPCRQR - one change record from the change tool's nightly    *
      *  extract, keyed by change number and the endpoint it covers    *
      *  (or 'ALL' for a change covering every endpoint).  The WLPCREQ *
      *  file is reloaded from the extract each night.  A planned      *
      *  PAUSE must name a change that is on file for its endpoint,    *
      *  APPROVED, and whose implementation window is open now; only a *
      *  change-freeze emergency override gets past without one, and   *
      *  the audit record then says a change is owed for it.           *
      *----------------------------------------------------------------*
       01 WLPCREQ-RECORD.
          03 CREQ-KEY.
             05 CREQ-NUMBER        PIC X(10).
             05 CREQ-ENDPOINT      PIC X(128).
                88 CREQ-COVERS-ALL           VALUE 'ALL'.
          03 CREQ-STATUS            PIC X(10).
             88 CREQ-IS-APPROVED             VALUE 'APPROVED'.
      *    Implementation window, MM/DD/YYYY and HH:MM:SS as on the
      *    freeze calendar.
          03 CREQ-START-DATE        PIC X(10).
          03 CREQ-START-TIME        PIC X(08).
          03 CREQ-END-DATE          PIC X(10).
          03 CREQ-END-TIME          PIC X(08).
          03 CREQ-SUMMARY           PIC X(40).
