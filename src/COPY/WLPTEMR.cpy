      *----------------------------------------------------------------*
      *  WLPTEMR - application team reference record, keyed by the    *
      *  team ID that appears in SCHED-REQ-TEAM on a calendar window  *
      *  and in OPR-TEAM on an operator's authority record.  Holds    *
      *  the cost centre the team's maintenance downtime is charged   *
      *  to and the rate per paused hour, for the WLPRPT07 monthly    *
      *  chargeback run.  WLPMNT maintains the file (file code T).    *
      *----------------------------------------------------------------*
       01 WLPTEAM-RECORD.
          03 TEAM-ID                PIC X(08).
          03 TEAM-NAME              PIC X(30).
          03 TEAM-COST-CENTRE       PIC X(10).
          03 TEAM-RATE-PER-HOUR     PIC 9(05)V99.
