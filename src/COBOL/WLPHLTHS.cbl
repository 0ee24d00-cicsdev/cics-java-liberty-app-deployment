      *                                                                *
      * Modification History                                          *
      * 2026-09-02 DEVL Initial version.                               *
      * 2026-10-15 DEVL Fail over to the endpoint's standby region:    *
      *            when the owning region cannot be reached - LINK     *
      *            retries exhausted with SYSIDERR, or the owner       *
      *            marked DOWN on the WLPRGN region topology file -    *
      *            the request gets one attempt on                     *
      *            ENDPT-STANDBY-REGION, and the failover is           *
      *            recorded.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WLPHLTHS.
          03 WS-LOCAL-SYSID        PIC X(04)         VALUE SPACES.
          03 WS-ROUTE-SYSID        PIC X(04)         VALUE SPACES.

      *  Standby-region failover controls. An endpoint may name a
      *  standby region on WLPENDPT; when its owner cannot be
      *  reached the request is routed there instead, and the
      *  owner it was meant for is kept for the record. A standby
      *  that is this region itself is served by the plain local
      *  LINK.
          03 WS-OWNER-REGION       PIC X(08)         VALUE SPACES.
          03 WS-STANDBY-SYSID      PIC X(04)         VALUE SPACES.
          03 WS-STANDBY-SWITCH     PIC X             VALUE 'N'.
             88 STANDBY-AVAILABLE           VALUE 'Y'.
          03 WS-FAILOVER-SWITCH    PIC X             VALUE 'N'.
             88 FAILOVER-TAKEN              VALUE 'Y'.

      *   Container sent to Liberty
       01 WLPDATA.
          03 RULE-OPERATION        PIC X(10)         VALUE 'STATUS'.
       77 WLP-OUTPUT-CONTAINER-NAME PIC X(16) VALUE 'WLPRESP'.
       77 WLP-CONTROL-PROGRAM       PIC X(8)  VALUE 'WLPCTRL'.
       77 WLP-ENDPT-FILE            PIC X(8)  VALUE 'WLPENDPT'.
       77 WLP-REGION-FILE           PIC X(8)  VALUE 'WLPRGN'.
       77 WLP-HEALTH-FILE           PIC X(8)  VALUE 'WLPHLTH'.
       77 WLP-HEALTH-TRANSID        PIC X(4)  VALUE 'WLPH'.
       77 WLP-HEALTH-REQID          PIC X(8)  VALUE 'WLPHLTHS'.

      *   Copybook for the registered endpoint reference file
           COPY WLPENDR.
      *   Copybook for the region topology file
           COPY WLPRGNR.
      *   Copybook for the endpoint health-history file
           COPY WLPHLTR.
      *   Copybook for the retry-exhausted monitoring alert feed
           ELSE
               MOVE ENDPT-REGION(1:4) TO WS-ROUTE-SYSID
           END-IF

      *    Then work out where the request goes if that owner
      *    cannot be reached.
           PERFORM SET-STANDBY-ROUTE
           EXIT.


       SET-STANDBY-ROUTE.
      *    A standby only counts for an endpoint shipped to another
      *    region, when it names a different region from the owner
      *    and the region topology file does not show it down. A
      *    record loaded before the standby existed carries nulls
      *    there and has none. An owner the topology file already
      *    shows down is not worth the retries - the request goes
      *    straight to the standby.
           MOVE 'N'          TO WS-STANDBY-SWITCH
           MOVE 'N'          TO WS-FAILOVER-SWITCH
           MOVE SPACES       TO WS-STANDBY-SYSID
           MOVE ENDPT-REGION TO WS-OWNER-REGION
           IF WS-ROUTE-SYSID NOT EQUAL SPACES
            AND ENDPT-STANDBY-REGION NOT EQUAL SPACES
            AND ENDPT-STANDBY-REGION NOT EQUAL LOW-VALUES
            AND ENDPT-STANDBY-REGION NOT EQUAL ENDPT-REGION THEN
               MOVE ENDPT-STANDBY-REGION TO RGN-REGION
               PERFORM READ-REGION-STATUS
               IF NOT RGN-IS-DOWN THEN
                   SET STANDBY-AVAILABLE TO TRUE
                   IF ENDPT-STANDBY-REGION(1:4)
                    NOT EQUAL WS-LOCAL-SYSID THEN
                       MOVE ENDPT-STANDBY-REGION(1:4)
                         TO WS-STANDBY-SYSID
                   END-IF
                   MOVE ENDPT-REGION TO RGN-REGION
                   PERFORM READ-REGION-STATUS
                   IF RGN-IS-DOWN THEN
                       PERFORM SWITCH-TO-STANDBY
                   END-IF
               END-IF
           END-IF
           EXIT.


       READ-REGION-STATUS.
      *    A region with no record on the topology file has never
      *    been switched, so it is taken to be available.
           EXEC CICS READ FILE(WLP-REGION-FILE) INTO(WLPRGN-RECORD)
             RIDFLD(RGN-REGION) KEYLENGTH(LENGTH OF RGN-REGION)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET RGN-IS-AVAILABLE TO TRUE
           END-IF
           EXIT.


       SWITCH-TO-STANDBY.
      *    Route the rest of this request to the standby; the owner
      *    stays in WS-OWNER-REGION for the record.
           MOVE WS-STANDBY-SYSID TO WS-ROUTE-SYSID
           SET FAILOVER-TAKEN TO TRUE
           EXIT.


              IF PGM-ERROR-COUNT < PGM-ERROR-COUNT-MAX THEN
                 EXEC CICS DELAY FOR SECONDS(SLEEP-TIME-SEC)
                 END-EXEC
              ELSE IF WS-RESP EQUAL DFHRESP(SYSIDERR)
               AND STANDBY-AVAILABLE AND NOT FAILOVER-TAKEN THEN
      *    The owning region cannot be reached at all. Give the
      *    request one attempt on the endpoint's standby region
      *    before declaring the retries exhausted.
                 PERFORM SWITCH-TO-STANDBY
                 COMPUTE PGM-ERROR-COUNT = PGM-ERROR-COUNT-MAX - 1
              ELSE
      *    Maximum number of tries reached
                 MOVE 4 TO WS-RETURN-CODE
                 SET ALERT-RETRIES-EXHAUSTED TO TRUE
                 PERFORM WRITE-ALERT-RECORD
              END-IF END-IF
           ELSE
      *    Successfully linked to Liberty
              MOVE LENGTH OF WLPRESP TO WLPRESP-LEN
           ELSE
               MOVE WS-LOCAL-SYSID TO HLT-REGION(1:4)
           END-IF
           IF FAILOVER-TAKEN THEN
               SET HLT-FAILED-OVER      TO TRUE
               MOVE WS-OWNER-REGION     TO HLT-FAILOVER-FROM
           ELSE
               MOVE 'N'                 TO HLT-FAILOVER-SWITCH
               MOVE SPACES              TO HLT-FAILOVER-FROM
           END-IF

           MOVE ZERO TO WS-HEALTH-RETRY-COUNT
           MOVE 'N' TO WS-HEALTH-WRITE-SW
