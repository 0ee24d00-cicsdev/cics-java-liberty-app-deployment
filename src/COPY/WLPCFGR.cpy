      *    must test NUMERIC before trusting them.
          03 CFG-STALE-PAUSE-MAX-MIN PIC 9(05).
          03 CFG-SWEEP-INTERVAL-MIN PIC 9(04).
      *    WLPRCVR start-up timer recovery: what to do with an
      *    auto-resume or armed window whose fire time passed while
      *    the region was down - F fires it now, A raises a MISSED
      *    alert and leaves it for the shift. Spaces (or anything
      *    else) mean the program's built-in default, alert.
          03 CFG-PAST-DUE-ACTION    PIC X(01).
             88 CFG-PAST-DUE-FIRE              VALUE 'F'.
             88 CFG-PAST-DUE-ALERT             VALUE 'A'.
