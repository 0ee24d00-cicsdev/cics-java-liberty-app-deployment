             88 OPR-LEVEL-PAUSE-RESUME        VALUE 2.
             88 OPR-LEVEL-FULL                VALUE 3.
          03 OPR-REGION             PIC X(08).
      *    The application team the operator works for, keying WLPTEAM;
      *    the team an ad-hoc PAUSE's downtime is charged back to.
          03 OPR-TEAM               PIC X(08).
