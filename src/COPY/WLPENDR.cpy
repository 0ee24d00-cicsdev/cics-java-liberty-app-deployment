      *    loaded before this field existed) means the site default
      *    from WLPCFG applies; 99999 effectively never alerts.
          03 ENDPT-STALE-MAX-MIN    PIC 9(05).
      *    The region that serves this endpoint when ENDPT-REGION
      *    cannot be reached - a request that runs out of retries
      *    against the owner with SYSIDERR gets one more attempt
      *    here, and the DR switch moves the endpoint here outright.
      *    Spaces (or a record loaded before this field existed)
      *    means the endpoint has no standby.
          03 ENDPT-STANDBY-REGION   PIC X(08).
