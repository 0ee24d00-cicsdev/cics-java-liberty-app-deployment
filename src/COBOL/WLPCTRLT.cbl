      *            retry loops - a WRITE never raises DUPKEY, so a     *
      *            same-second key collision was dropping the record   *
      *            instead of bumping the tiebreaker.                  *
      * 2026-10-15 DEVL Fail over to the endpoint's standby region:    *
      *            when the owning region cannot be reached - LINK     *
      *            retries exhausted with SYSIDERR, or the owner       *
      *            marked DOWN on the WLPRGN region topology file -    *
      *            the request gets one attempt on                     *
      *            ENDPT-STANDBY-REGION, and the failover is           *
      *            recorded.                                           *
      * 2026-10-15 DEVL Take the endpoint's operation lock on the      *
      *            WLPLOCK file around every PAUSE/RESUME, so no two   *
      *            controller paths drive the same endpoint at once;   *
      *            a request that finds it held is refused, naming     *
      *            the holding transaction and user, and audited.      *
      * 2026-10-15 DEVL Clear the change number off the state record   *
      *            on an auto-resume; the audit record carries none    *
      *            and never owes a retrospective change.              *
      * 2026-10-15 DEVL Chain every audit record to the one before it: *
      *            the next chain position and previous check value    *
      *            come from the WLPACHN chain head, held for update   *
      *            across the write, and WLPACHK stamps the record's   *
      *            own check value, so an edited or removed WLPAUDIT   *
      *            record shows up on the WLPAUD01 verification.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WLPCTRLT.
      *

      *  Return code for the RESUME this watchdog drives
          03 WS-RETURN-CODE        PIC 9(02) COMP    VALUE 9.
             88 SUCCESS                     VALUE 0.
             88 LINKERR                     VALUE 4.
             88 JAVAERR                     VALUE 5.
             88 START-INFO                  VALUE 9.
             88 LOCKERR                     VALUE 11.

      *  Audit trail write controls
          03 WS-AUDIT-WRITE-SWITCH PIC X             VALUE 'N'.
             88 AUDIT-WRITE-DONE            VALUE 'Y'.
          03 WS-AUDIT-RETRY-COUNT  PIC 9(02) COMP    VALUE ZERO.
      *    Chain head state: held for update, or not on file yet
          03 WS-CHAIN-SWITCH       PIC X             VALUE 'N'.
             88 CHAIN-HEAD-HELD             VALUE 'Y'.
             88 CHAIN-HEAD-NEW              VALUE 'W'.

      *  Response metric capture around each LINK to WLPCTRL
          03 WS-LINK-START-ABS     PIC S9(15) COMP-3 VALUE ZERO.
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

      *  Per-endpoint operation lock controls. Only the task that
      *  wrote the lock record ever deletes it.
          03 WS-LOCK-SWITCH        PIC X             VALUE 'N'.
             88 LOCK-HELD                   VALUE 'Y'.
          03 WS-LOCK-TRY-COUNT     PIC 9(02) COMP    VALUE ZERO.

      *  The user ID this watchdog task runs under, kept on the
      *  audit and state records like any other requester identity
          03 WS-REQUESTER-ID       PIC X(08)         VALUE SPACES.

      *   Refusal when another task holds the endpoint's lock
       01 ERROR-LOCKERR-MSG.
          03 FILLER               PIC X(32)
             VALUE 'ERROR: OPERATION IN PROGRESS BY '.
          03 ERROR-LOCK-TRANSID   PIC X(4).
          03 FILLER               PIC X(1)  VALUE '/'.
          03 ERROR-LOCK-USERID    PIC X(8).
          03 FILLER               PIC X(6)  VALUE ' TASK '.
          03 ERROR-LOCK-TASK      PIC 9(7).
          03 FILLER               PIC X(7)  VALUE ' SINCE '.
          03 ERROR-LOCK-TIME      PIC X(8).

      *   Container sent to Liberty
       01 WLPDATA.
          03 RULE-OPERATION        PIC X(10)         VALUE 'RESUME'.
       77 WLP-OUTPUT-CONTAINER-NAME PIC X(16) VALUE 'WLPRESP'.
       77 WLP-CONTROL-PROGRAM       PIC X(8)  VALUE 'WLPCTRL'.
       77 WLP-AUDIT-FILE            PIC X(8)  VALUE 'WLPAUDIT'.
       77 WLP-CHAIN-FILE            PIC X(8)  VALUE 'WLPACHN'.
       77 WLP-CHAIN-KEY             PIC X(8)  VALUE 'WLPAUDIT'.
       77 WLP-STATE-FILE            PIC X(8)  VALUE 'WLPSTATE'.
       77 WLP-ALERT-TDQ             PIC X(4)  VALUE 'CSAL'.
       77 WLP-CONFIG-FILE           PIC X(8)  VALUE 'WLPCFG'.
       77 WLP-CONFIG-KEY            PIC X(8)  VALUE 'WLPCTRLT'.
       77 WLP-ENDPT-FILE            PIC X(8)  VALUE 'WLPENDPT'.
       77 WLP-REGION-FILE           PIC X(8)  VALUE 'WLPRGN'.
       77 WLP-LOCK-FILE             PIC X(8)  VALUE 'WLPLOCK'.
       77 WLP-METRIC-FILE           PIC X(8)  VALUE 'WLPMETRC'.

      *   Copybook for the audit trail file
           COPY WLPAUDR.
      *   Copybook for the audit chain head file
           COPY WLPACHR.
      *   Copybook for the registered endpoint reference file
           COPY WLPENDR.
      *   Copybook for the region topology file
           COPY WLPRGNR.
      *   Copybook for the per-endpoint operation lock file
           COPY WLPLCKR.
      *   Copybook for the per-operation response metric file
           COPY WLPMETR.
      *   Copybook for the persistent endpoint state file
      *    Nothing to do if the endpoint is gone or already resumed -
      *    a manual RESUME already cancelled this START where it
      *    could, but a race is still possible right at the deadline.
      *    A watchdog that finds another PAUSE or RESUME for its
      *    endpoint under way stands down - whoever holds the lock
      *    is deciding the endpoint's state right now - and the
      *    refusal goes on the audit trail like any other.
           IF WS-RESP EQUAL DFHRESP(NORMAL) AND STATE-IS-PAUSED THEN
               PERFORM SET-ROUTE-SYSID
               PERFORM ACQUIRE-ENDPOINT-LOCK
               IF NOT LOCKERR THEN
                   PERFORM LINK-TO-LIBERTY UNTIL WS-RETURN-CODE < 9
                   IF SUCCESS THEN
                       PERFORM UPDATE-STATE-AFTER-AUTO-RESUME
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RELEASE-ENDPOINT-LOCK
           END-IF
           EXIT.

           ELSE
               MOVE SPACES TO WS-ROUTE-SYSID
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
                 PERFORM WRITE-METRIC-RECORD
              END-IF END-IF
           ELSE
      *    Successfully linked to Liberty
              MOVE LENGTH OF WLPRESP TO WLPRESP-LEN

               MOVE 'RESUME' TO STATE-CURRENT-STATUS
               MOVE 'WLPT'   TO STATE-LAST-TRIGGER
               MOVE SPACES   TO STATE-CHANGE-NUMBER
               MOVE WS-REQUESTER-ID TO STATE-LAST-USERID
               MOVE SPACES   TO STATE-AUTO-RESUME-DATE
               MOVE SPACES   TO STATE-AUTO-RESUME-TIME
           EXIT.


       ACQUIRE-ENDPOINT-LOCK.
      *    Only one controller path may drive a PAUSE or RESUME for
      *    an endpoint at a time. The lock record is written before
      *    the LINK; a caller that finds one already on file is
      *    refused, naming the transaction, user and task holding it.
      *    A holder that finishes between our WRITE and our READ of
      *    its record earns one more attempt. A lock file that cannot
      *    be written at all must not stop every PAUSE and RESUME in
      *    the plex - the request then goes ahead unlocked, as it did
      *    before the file existed.
           MOVE 'N' TO WS-LOCK-SWITCH
           MOVE ZERO TO WS-LOCK-TRY-COUNT
           PERFORM TRY-ENDPOINT-LOCK
             UNTIL LOCK-HELD OR LOCKERR
                OR WS-LOCK-TRY-COUNT NOT < 2
           EXIT.


       TRY-ENDPOINT-LOCK.
           ADD 1 TO WS-LOCK-TRY-COUNT
           MOVE SPACES TO WLPLOCK-RECORD
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(LOCK-DATE)
                 DATESEP('/')
                 TIME(LOCK-TIME)
                 TIMESEP(':')
           END-EXEC
           MOVE RULE-ENDPOINT   TO LOCK-ENDPOINT
           MOVE RULE-OPERATION  TO LOCK-OPERATION
           MOVE EIBTRNID        TO LOCK-TRANSID
           MOVE 'WLPCTRLT'      TO LOCK-PROGRAM
           MOVE WS-REQUESTER-ID TO LOCK-USERID
           MOVE EIBTASKN        TO LOCK-TASK-NUMBER
           MOVE WS-LOCAL-SYSID  TO LOCK-SYSID
           EXEC CICS WRITE FILE(WLP-LOCK-FILE)
             FROM(WLPLOCK-RECORD)
             RIDFLD(LOCK-ENDPOINT) KEYLENGTH(LENGTH OF LOCK-ENDPOINT)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET LOCK-HELD TO TRUE
           ELSE IF WS-RESP EQUAL DFHRESP(DUPREC) THEN
               EXEC CICS READ FILE(WLP-LOCK-FILE)
                 INTO(WLPLOCK-RECORD)
                 RIDFLD(LOCK-ENDPOINT)
                 KEYLENGTH(LENGTH OF LOCK-ENDPOINT)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   MOVE LOCK-TRANSID     TO ERROR-LOCK-TRANSID
                   MOVE LOCK-USERID      TO ERROR-LOCK-USERID
                   MOVE LOCK-TASK-NUMBER TO ERROR-LOCK-TASK
                   MOVE LOCK-TIME        TO ERROR-LOCK-TIME
                   MOVE 11 TO WS-RETURN-CODE
               ELSE IF WS-LOCK-TRY-COUNT NOT < 2 THEN
      *    Taken and let go under us twice running - somebody is busy
      *    with this endpoint even if we cannot say who.
                   MOVE SPACES TO ERROR-LOCK-TRANSID
                   MOVE SPACES TO ERROR-LOCK-USERID
                   MOVE ZERO   TO ERROR-LOCK-TASK
                   MOVE SPACES TO ERROR-LOCK-TIME
                   MOVE 11 TO WS-RETURN-CODE
               END-IF END-IF
           ELSE
               MOVE 2 TO WS-LOCK-TRY-COUNT
           END-IF END-IF
           EXIT.


       RELEASE-ENDPOINT-LOCK.
      *    Only the task that wrote the lock takes it away again - if
      *    an operator cleared it on WLPMNT and another task has
      *    since taken the endpoint, that task's lock is left alone.
           IF LOCK-HELD THEN
               EXEC CICS READ FILE(WLP-LOCK-FILE)
                 INTO(WLPLOCK-RECORD)
                 RIDFLD(LOCK-ENDPOINT)
                 KEYLENGTH(LENGTH OF LOCK-ENDPOINT)
                 UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   IF LOCK-TASK-NUMBER EQUAL EIBTASKN
                    AND LOCK-SYSID EQUAL WS-LOCAL-SYSID THEN
                       EXEC CICS DELETE FILE(WLP-LOCK-FILE)
                         RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                   ELSE
                       EXEC CICS UNLOCK FILE(WLP-LOCK-FILE)
                       END-EXEC
                   END-IF
               END-IF
               MOVE 'N' TO WS-LOCK-SWITCH
           END-IF
           EXIT.


       WRITE-AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
      *    The watchdog never pushes through a change freeze.
           MOVE SPACES               TO AUDIT-OVERRIDE-CODE
           MOVE WS-REQUESTER-ID      TO AUDIT-REQUESTER-ID
      *    A request served by the standby because its owner could
      *    not be reached says so, and names the owner it was meant
      *    for.
           IF FAILOVER-TAKEN THEN
               SET AUDIT-FAILED-OVER    TO TRUE
               MOVE WS-OWNER-REGION     TO AUDIT-FAILOVER-FROM
           ELSE
               MOVE 'N'                 TO AUDIT-FAILOVER-SWITCH
               MOVE SPACES              TO AUDIT-FAILOVER-FROM
           END-IF
      *    An auto-resume is never a PAUSE, so it is made under no
      *    change record and never owes a retrospective one.
           MOVE SPACES                  TO AUDIT-CHANGE-NUMBER
           MOVE 'N'                     TO AUDIT-RETRO-SWITCH
      *    For SUCCESS/JAVAERR, Liberty was actually reached, so the
      *    permanent record should carry its own return code rather
      *    than this program's composite WS-RETURN-CODE.
               MOVE WLP-ERROR-MSG(1:80) TO AUDIT-ERROR-MSG
           ELSE
               MOVE WS-RETURN-CODE  TO AUDIT-RETURN-CODE
               IF LOCKERR THEN
                   MOVE ERROR-LOCKERR-MSG TO AUDIT-ERROR-MSG
               ELSE
                   MOVE SPACES TO AUDIT-ERROR-MSG
               END-IF
           END-IF

           MOVE ZERO TO WS-AUDIT-RETRY-COUNT
           MOVE 'N' TO WS-AUDIT-WRITE-SWITCH
           PERFORM READ-AUDIT-CHAIN-HEAD
           PERFORM WRITE-AUDIT-RECORD-ATTEMPT UNTIL AUDIT-WRITE-DONE
           PERFORM UPDATE-AUDIT-CHAIN-HEAD
           EXIT.


      *    same clock second, collide on AUDIT-KEY. Bump the
      *    tiebreaker and retry rather than losing the record.
           ADD 1 TO WS-AUDIT-RETRY-COUNT
      *    The check value covers the key, so a bumped tiebreaker
      *    needs it worked out again.
           CALL 'WLPACHK' USING WLPAUDIT-RECORD
           EXEC CICS WRITE FILE(WLP-AUDIT-FILE)
             FROM(WLPAUDIT-RECORD)
             RIDFLD(AUDIT-KEY) KEYLENGTH(LENGTH OF AUDIT-KEY)
           EXIT.


       READ-AUDIT-CHAIN-HEAD.
      *    The chain head names the last audit record written and its
      *    check value. Holding it for update until this record is on
      *    file hands out chain positions one writer at a time.
           MOVE 'N' TO WS-CHAIN-SWITCH
           MOVE WLP-CHAIN-KEY TO ACHN-KEY
           EXEC CICS READ FILE(WLP-CHAIN-FILE)
             INTO(WLPACHN-RECORD)
             RIDFLD(ACHN-KEY) KEYLENGTH(LENGTH OF ACHN-KEY)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET CHAIN-HEAD-HELD TO TRUE
               COMPUTE AUDIT-CHAIN-SEQ = ACHN-LAST-SEQ + 1
               MOVE ACHN-LAST-VALUE TO AUDIT-CHAIN-PREV-VALUE
           ELSE
               IF WS-RESP EQUAL DFHRESP(NOTFND) THEN
                   SET CHAIN-HEAD-NEW TO TRUE
                   MOVE 1 TO AUDIT-CHAIN-SEQ
                   MOVE ZERO TO AUDIT-CHAIN-PREV-VALUE
               ELSE
      *    Losing the audit record would be worse than an unchained
      *    one, so it is still written, at position zero, which the
      *    verification lists.
                   MOVE ZERO TO AUDIT-CHAIN-SEQ
                   MOVE ZERO TO AUDIT-CHAIN-PREV-VALUE
               END-IF
           END-IF
           EXIT.


       UPDATE-AUDIT-CHAIN-HEAD.
      *    WS-RESP still holds the outcome of the last audit WRITE.
      *    Only a record that reached the file moves the head on;
      *    otherwise the position is given back by releasing it.
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               MOVE AUDIT-CHAIN-SEQ   TO ACHN-LAST-SEQ
               MOVE AUDIT-CHAIN-VALUE TO ACHN-LAST-VALUE
               MOVE AUDIT-KEY         TO ACHN-LAST-KEY
               IF CHAIN-HEAD-HELD THEN
                   EXEC CICS REWRITE FILE(WLP-CHAIN-FILE)
                     FROM(WLPACHN-RECORD)
                     RESP(WS-RESP) RESP2(WS-RESP2)
                   END-EXEC
               END-IF
               IF CHAIN-HEAD-NEW THEN
                   EXEC CICS WRITE FILE(WLP-CHAIN-FILE)
                     FROM(WLPACHN-RECORD)
                     RIDFLD(ACHN-KEY) KEYLENGTH(LENGTH OF ACHN-KEY)
                     RESP(WS-RESP) RESP2(WS-RESP2)
                   END-EXEC
               END-IF
           ELSE
               IF CHAIN-HEAD-HELD THEN
                   EXEC CICS UNLOCK FILE(WLP-CHAIN-FILE)
                   END-EXEC
               END-IF
           END-IF
           MOVE 'N' TO WS-CHAIN-SWITCH
           EXIT.


       WRITE-METRIC-RECORD.
      *    One record per completed operation: how long the final
      *    LINK took, how many retries it burned out of the allowed
