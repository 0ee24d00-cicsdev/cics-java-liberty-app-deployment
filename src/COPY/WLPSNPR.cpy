      *----------------------------------------------------------------*
      *  WLPSNPR - named site state snapshot taken by WLPSNAP before a *
      *  site event, keyed by snapshot name and endpoint.  A SNAP run  *
      *  copies every WLPSTATE record (and every registered endpoint   *
      *  that has none, as serving) under the name, then pauses the    *
      *  ones that were serving; a RESTORE run resumes only those, so  *
      *  anything already down for its own reasons stays down.  Each   *
      *  entry carries its own PAUSE and RESTORE outcome, the way a    *
      *  WLPBKPR record does for WLPBULK, so a run that dies partway   *
      *  is simply entered again and skips what already succeeded.     *
      *  The header record of a snapshot has an endpoint of            *
      *  LOW-VALUES and says how far the snapshot has got.  The file   *
      *  must be defined non-recoverable for the same reason WLPBKP    *
      *  is: the LINKs it records do not roll back either.             *
      *----------------------------------------------------------------*
       01 WLPSNAP-RECORD.
          03 SNAP-KEY.
             05 SNAP-NAME           PIC X(08).
             05 SNAP-ENDPOINT       PIC X(128).
          03 SNAP-DETAIL.
      *    The endpoint's WLPSTATE record as it stood when the
      *    snapshot was taken.
             05 SNAP-STATUS         PIC X(06).
                88 SNAP-WAS-PAUSED             VALUE 'PAUSED'.
             05 SNAP-STATE-DATE     PIC X(10).
             05 SNAP-STATE-TIME     PIC X(08).
             05 SNAP-STATE-TRIGGER  PIC X(10).
             05 SNAP-STATE-USERID   PIC X(08).
      *    What this snapshot's own runs did to the endpoint; 99 means
      *    the run has not driven it (yet).
             05 SNAP-PAUSE-RC       PIC 9(02).
                88 SNAP-PAUSE-DONE             VALUE 0.
             05 SNAP-PAUSE-DATE     PIC X(10).
             05 SNAP-PAUSE-TIME     PIC X(08).
             05 SNAP-RESTORE-RC     PIC 9(02).
                88 SNAP-RESTORE-DONE           VALUE 0.
             05 SNAP-RESTORE-DATE   PIC X(10).
             05 SNAP-RESTORE-TIME   PIC X(08).
          03 SNAP-HEADER REDEFINES SNAP-DETAIL.
             05 SNAP-HDR-DATE       PIC X(10).
             05 SNAP-HDR-TIME       PIC X(08).
             05 SNAP-HDR-USERID     PIC X(08).
             05 SNAP-HDR-PHASE      PIC X(08).
                88 SNAP-PHASE-TAKING           VALUE 'TAKING'.
                88 SNAP-PHASE-PAUSING          VALUE 'PAUSING'.
                88 SNAP-PHASE-PAUSED           VALUE 'PAUSED'.
                88 SNAP-PHASE-RESTORING        VALUE 'RESTORNG'.
                88 SNAP-PHASE-RESTORED         VALUE 'RESTORED'.
             05 SNAP-HDR-RUN-DATE   PIC X(10).
             05 SNAP-HDR-RUN-TIME   PIC X(08).
             05 SNAP-HDR-RUN-USERID PIC X(08).
             05 FILLER              PIC X(22).
