      *  WLPALTR - monitoring/ticketing feed record, written when     *
      *  LINK-TO-LIBERTY exhausts PGM-ERROR-COUNT-MAX retries, when a *
      *  reconcile pass finds the live and recorded pause status      *
      *  disagree, when the WLPSWEEP sweeper finds an endpoint        *
      *  paused past its limit with no auto-resume pending, or when   *
      *  WLPRCVR finds a timer that came due while the region was     *
      *  down and is configured to alert rather than fire it.         *
      *  ALERT-REASON tells the CSAL consumer which.                  *
      *----------------------------------------------------------------*
       01 WLPALERT-RECORD.
             88 ALERT-RETRIES-EXHAUSTED VALUE 'RETRYMAX'.
             88 ALERT-STATE-DRIFT       VALUE 'DRIFT'.
             88 ALERT-STALE-PAUSE       VALUE 'STALE'.
             88 ALERT-TIMER-MISSED      VALUE 'MISSED'.
          03 ALERT-RESP             PIC 9(08).
          03 ALERT-RESP2            PIC 9(08).
          03 ALERT-DATE             PIC X(10).
