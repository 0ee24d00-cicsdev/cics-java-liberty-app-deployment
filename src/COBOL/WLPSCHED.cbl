      *            resumes its endpoint, and when a window for it is   *
      *            armed, so the teams get advance notice of           *
      *            tonight's outage.                                   *
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
      * 2026-10-15 DEVL A PAUSE window now needs a change record       *
      *            number (SCHED-CHANGE-NUMBER), checked when it fires *
      *            against the WLPCREQ change extract: approved,       *
      *            covering the endpoint and inside its implementation *
      *            window. The change number is kept on the audit and *
      *            state records.                                      *
      * 2026-10-15 DEVL Chain every audit record to the one before it: *
      *            the next chain position and previous check value    *
      *            come from the WLPACHN chain head, held for update   *
      *            across the write, and WLPACHK stamps the record's   *
      *            own check value, so an edited or removed WLPAUDIT   *
      *            record shows up on the WLPAUD01 verification.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WLPSCHED.
      *

      *  Return code for the entry currently being fired
          03 WS-RETURN-CODE        PIC 9(02) COMP    VALUE 9.
             88 SUCCESS                     VALUE 0.
             88 LINKERR                     VALUE 4.
             88 JAVAERR                     VALUE 5.
             88 ENDPTERR                    VALUE 6.
             88 FRZERR                      VALUE 8.
             88 START-INFO                  VALUE 9.
             88 LOCKERR                     VALUE 11.
             88 CHGERR                      VALUE 12.

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
          03 WS-FREEZE-DATE-AREA   PIC X(10)         VALUE SPACES.
          03 WS-FREEZE-TIME-AREA   PIC X(08)         VALUE SPACES.

      *  Change-record controls for a scheduled PAUSE, checked
      *  against the change tool's nightly WLPCREQ extract
          03 RULE-CHANGE-NUMBER    PIC X(10)         VALUE SPACES.
          03 WS-CHANGE-REASON      PIC X(30)         VALUE SPACES.
          03 WS-CHG-START-SORT     PIC X(14)         VALUE SPACES.
          03 WS-CHG-END-SORT       PIC X(14)         VALUE SPACES.

      *  Current date and time for the arming pass
          03 WS-TODAY-DATE         PIC X(10)         VALUE SPACES.
          03 WS-CURRENT-HHMMSS     PIC X(08)         VALUE SPACES.
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

      *  The user ID this scheduler task runs under, kept on the
      *  audit and state records like any other requester identity
          03 WS-REQUESTER-ID       PIC X(08)         VALUE SPACES.
       01 ARM-KEY-TABLE.
          03 ARM-KEY-ENTRY         OCCURS 50 TIMES   PIC X(146).

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
          03 RULE-OPERATION        PIC X(10)         VALUE SPACES.
       77 WLP-SCHED-TDQ             PIC X(4)  VALUE 'CSSL'.
       77 WLP-ALERT-TDQ             PIC X(4)  VALUE 'CSAL'.
       77 WLP-AUDIT-FILE            PIC X(8)  VALUE 'WLPAUDIT'.
       77 WLP-CHAIN-FILE            PIC X(8)  VALUE 'WLPACHN'.
       77 WLP-CHAIN-KEY             PIC X(8)  VALUE 'WLPAUDIT'.
       77 WLP-ENDPT-FILE            PIC X(8)  VALUE 'WLPENDPT'.
       77 WLP-REGION-FILE           PIC X(8)  VALUE 'WLPRGN'.
       77 WLP-LOCK-FILE             PIC X(8)  VALUE 'WLPLOCK'.
       77 WLP-STATE-FILE            PIC X(8)  VALUE 'WLPSTATE'.
       77 WLP-WATCHDOG-TRANSID      PIC X(4)  VALUE 'WLPT'.
       77 WLP-CONFIG-FILE           PIC X(8)  VALUE 'WLPCFG'.
       77 WLP-CONFIG-KEY            PIC X(8)  VALUE 'WLPSCHED'.
       77 WLP-METRIC-FILE           PIC X(8)  VALUE 'WLPMETRC'.
       77 WLP-FREEZE-FILE           PIC X(8)  VALUE 'WLPFREEZ'.
       77 WLP-CHANGE-FILE           PIC X(8)  VALUE 'WLPCREQ'.
       77 WLP-SUB-FILE              PIC X(8)  VALUE 'WLPSUB'.
       77 WLP-NOTIFY-TDQ            PIC X(4)  VALUE 'WNTF'.

           COPY WLPALTR.
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
      *   Copybook for the persistent endpoint state file
           COPY WLPSTAR.
      *   Copybook for the externalized runtime tuning parameters
           COPY WLPMETR.
      *   Copybook for the change-freeze calendar file
           COPY WLPFRZR.
      *   Copybook for the change-management extract file
           COPY WLPCRQR.
      *   Copybook for the downstream subscriber reference file
           COPY WLPSUBR.
      *   Copybook for the subscriber notification interface record
          03 FILLER               PIC X(3)  VALUE 'RC='.
          03 SCHED-RPT-RC         PIC 9(02).

      *   Detail line naming the change record that rejected a window,
      *   written to CSSL next to its RC=12 result line
       01 SCHED-CHANGE-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPSCHED  '.
          03 FILLER               PIC X(07) VALUE 'CHANGE '.
          03 SCHED-CHG-NUMBER     PIC X(10).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 SCHED-CHG-REASON     PIC X(30).

      *   Warning written to CSSL when the arming table overflows
       01 SCHED-OVERFLOW-MSG      PIC X(48)
           VALUE 'WLPSCHED  ARM TABLE FULL - RUN WLPS FOR THE REST'.
           MOVE SCHED-OPERATION TO RULE-OPERATION
           MOVE SCHED-TARGET    TO RULE-ENDPOINT
           MOVE SCHED-AUTO-RESUME-MIN TO RULE-AUTO-RESUME-MIN
           MOVE SCHED-CHANGE-NUMBER   TO RULE-CHANGE-NUMBER
      *    A scheduled window fires unattended, so an out-of-range
      *    auto-resume delay is treated as "no auto-resume" instead
      *    of failing the whole window - the same choice WLPCTRLW
               PERFORM CHECK-CHANGE-FREEZE
           END-IF

      *    A window planned weeks ahead still needs its change record
      *    approved and open at the moment it fires.
           IF NOT ENDPTERR AND NOT FRZERR
            AND RULE-OPERATION-PAUSE THEN
               PERFORM CHECK-CHANGE-RECORD
           END-IF

      *    A window whose endpoint is busy with another PAUSE or
      *    RESUME is refused like any other caller: the entry stays
      *    STARTED, the CSSL line shows FAILED and names the holder.
           IF NOT ENDPTERR AND NOT FRZERR AND NOT CHGERR THEN
               PERFORM ACQUIRE-ENDPOINT-LOCK
               IF NOT LOCKERR THEN
                   PERFORM LINK-TO-LIBERTY-ENTRY
                     UNTIL WS-RETURN-CODE < 9
               END-IF
           END-IF

      *    Keep the same permanent audit trail and persistent state
      *    file a terminal-driven PAUSE/RESUME already keeps current.
           IF SUCCESS OR LINKERR OR JAVAERR OR LOCKERR THEN
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF LOCKERR THEN
               EXEC CICS WRITEQ TD QUEUE(WLP-SCHED-TDQ)
                 FROM(ERROR-LOCKERR-MSG)
                 LENGTH(LENGTH OF ERROR-LOCKERR-MSG)
               END-EXEC
           END-IF

           IF SUCCESS THEN
               PERFORM UPDATE-STATE-FILE
               MOVE SPACES TO NTF-WINDOW-TIME
               PERFORM NOTIFY-SUBSCRIBERS
           END-IF
           PERFORM RELEASE-ENDPOINT-LOCK
           EXIT.


           EXIT.


       CHECK-CHANGE-RECORD.
      *    A planned PAUSE has to name an approved change on the
      *    change tool's extract that covers this endpoint (or ALL)
      *    and whose implementation window is open right now;
      *    WS-NOW-SORT was just set by CHECK-CHANGE-FREEZE. A
      *    scheduled window has no emergency override, so a window
      *    without one fails and stays STARTED like a frozen one.
           MOVE SPACES TO WS-CHANGE-REASON
           IF RULE-CHANGE-NUMBER EQUAL SPACES THEN
               MOVE 'NO CHANGE NUMBER GIVEN' TO WS-CHANGE-REASON
           ELSE
               MOVE RULE-CHANGE-NUMBER TO CREQ-NUMBER
               MOVE RULE-ENDPOINT      TO CREQ-ENDPOINT
               PERFORM READ-CHANGE-RECORD
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                   MOVE RULE-CHANGE-NUMBER TO CREQ-NUMBER
                   MOVE 'ALL'              TO CREQ-ENDPOINT
                   PERFORM READ-CHANGE-RECORD
               END-IF
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                   MOVE 'CHANGE NOT FOR THIS ENDPOINT'
                     TO WS-CHANGE-REASON
               ELSE IF NOT CREQ-IS-APPROVED THEN
                   MOVE 'CHANGE IS NOT APPROVED' TO WS-CHANGE-REASON
               ELSE
                   MOVE CREQ-START-DATE(7:4) TO WS-CHG-START-SORT(1:4)
                   MOVE CREQ-START-DATE(1:2) TO WS-CHG-START-SORT(5:2)
                   MOVE CREQ-START-DATE(4:2) TO WS-CHG-START-SORT(7:2)
                   MOVE CREQ-START-TIME(1:2) TO WS-CHG-START-SORT(9:2)
                   MOVE CREQ-START-TIME(4:2) TO WS-CHG-START-SORT(11:2)
                   MOVE CREQ-START-TIME(7:2) TO WS-CHG-START-SORT(13:2)
                   MOVE CREQ-END-DATE(7:4)   TO WS-CHG-END-SORT(1:4)
                   MOVE CREQ-END-DATE(1:2)   TO WS-CHG-END-SORT(5:2)
                   MOVE CREQ-END-DATE(4:2)   TO WS-CHG-END-SORT(7:2)
                   MOVE CREQ-END-TIME(1:2)   TO WS-CHG-END-SORT(9:2)
                   MOVE CREQ-END-TIME(4:2)   TO WS-CHG-END-SORT(11:2)
                   MOVE CREQ-END-TIME(7:2)   TO WS-CHG-END-SORT(13:2)
                   IF WS-NOW-SORT < WS-CHG-START-SORT
                    OR WS-NOW-SORT > WS-CHG-END-SORT THEN
                       MOVE 'OUTSIDE THE CHANGE WINDOW'
                         TO WS-CHANGE-REASON
                   END-IF
               END-IF END-IF
           END-IF

           IF WS-CHANGE-REASON NOT EQUAL SPACES THEN
               MOVE 12 TO WS-RETURN-CODE
      *    The RC=12 result line alone does not say what was wrong
      *    with the change - put the number and the reason next to
      *    it on CSSL.
               MOVE RULE-CHANGE-NUMBER TO SCHED-CHG-NUMBER
               MOVE WS-CHANGE-REASON   TO SCHED-CHG-REASON
               EXEC CICS WRITEQ TD QUEUE(WLP-SCHED-TDQ)
                 FROM(SCHED-CHANGE-MSG)
                 LENGTH(LENGTH OF SCHED-CHANGE-MSG)
               END-EXEC
           END-IF
           EXIT.


       READ-CHANGE-RECORD.
           EXEC CICS READ FILE(WLP-CHANGE-FILE) INTO(WLPCREQ-RECORD)
             RIDFLD(CREQ-KEY) KEYLENGTH(LENGTH OF CREQ-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EXIT.


       VALIDATE-ENDPOINT-ENTRY.
           EXEC CICS READ FILE(WLP-ENDPT-FILE) INTO(WLPENDPT-RECORD)
             RIDFLD(RULE-ENDPOINT) KEYLENGTH(LENGTH OF RULE-ENDPOINT)
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
                 PERFORM WRITE-METRIC-RECORD
              END-IF END-IF
           ELSE
      *    Successfully linked to Liberty
              MOVE LENGTH OF WLPRESP TO WLPRESP-LEN
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
           MOVE 'WLPSCHED'      TO LOCK-PROGRAM
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
      *    A scheduled window never pushes through a change freeze.
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
      *    A PAUSE window carries the change record it was planned
      *    under. A scheduled window never pushes through a change
      *    freeze, so it never owes a retrospective change.
           IF RULE-OPERATION-PAUSE THEN
               MOVE RULE-CHANGE-NUMBER  TO AUDIT-CHANGE-NUMBER
           ELSE
               MOVE SPACES              TO AUDIT-CHANGE-NUMBER
           END-IF
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


       UPDATE-STATE-FILE.
      *    Read first (if the row exists) so fields this paragraph
      *    does not touch, such as an older auto-resume schedule that

           IF RULE-OPERATION-PAUSE THEN
               MOVE 'PAUSED' TO STATE-CURRENT-STATUS
               MOVE RULE-CHANGE-NUMBER TO STATE-CHANGE-NUMBER
               IF RULE-AUTO-RESUME-MIN > 0 THEN
                   PERFORM SCHEDULE-AUTO-RESUME
               ELSE
      *    A scheduled RESUME cancels any auto-resume watchdog still
      *    pending for this endpoint, same as a manual RESUME.
               MOVE 'RESUME' TO STATE-CURRENT-STATUS
               MOVE SPACES TO STATE-CHANGE-NUMBER
               IF STATE-AUTO-RESUME-REQID NOT EQUAL SPACES THEN
                   EXEC CICS CANCEL REQID(STATE-AUTO-RESUME-REQID)
                     RESP(WS-RESP) RESP2(WS-RESP2)
