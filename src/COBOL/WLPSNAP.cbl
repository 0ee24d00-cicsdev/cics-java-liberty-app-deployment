       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)
      *----------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                          *
      *  SAMPLE                                                        *
      *  (c) Copyright IBM Corp. 2019 All Rights Reserved              *
      *  US Government Users Restricted Rights - Use, duplication or   *
      *  disclosure restricted by GSA ADP Schedule Contract with       *
      *  IBM Corp                                                      *
      *----------------------------------------------------------------*
      ******************************************************************
      *                                                                *
      * Module Name  WLPSNAP.CBL                                       *
      *                                                                *
      * Liberty HTTP Controller site snapshot, pause-all and restore   *
      *                                                                *
      * Terminal transaction (TRANSID WLPN) for a site event such as   *
      * a DB2 outage or an LPAR IPL:                                   *
      *                                                                *
      *   WLPN SNAP name change [approver [override]]                  *
      *   WLPN RESTORE name                                            *
      *                                                                *
      * SNAP copies every WLPSTATE record onto the WLPSNAP file under  *
      * the given name - with every registered endpoint that has no    *
      * state record yet taken as serving - and then pauses each       *
      * endpoint that was serving. RESTORE later resumes only those    *
      * endpoints, and only while the pause this snapshot put on them  *
      * is still the last thing that happened to them: an endpoint     *
      * that was already down beforehand for its own maintenance stays *
      * down, and one somebody has paused again since is left for the  *
      * operator. A static WLPBULK control file cannot know which is   *
      * which.                                                         *
      *                                                                *
      * Every endpoint goes through the same gates, audit trail,       *
      * persistent state file, subscriber notification and response    *
      * metric writes a single WLPCTRLW request gets, and takes the    *
      * endpoint's operation lock around its LINK. The change record,  *
      * approver and freeze override apply to every PAUSE the run      *
      * drives - a site event is normally raised as a change covering  *
      * ALL endpoints. The                                             *
      * signed-on operator needs full (level 3) authority, the same    *
      * bar a WLPBULK run sets.                                        *
      *                                                                *
      * Each snapshot entry records its own PAUSE and RESTORE outcome, *
      * so a run that dies partway is entered again with the same name *
      * and carries on, skipping what already succeeded - the WLPBKP   *
      * checkpoint idea, kept on the snapshot itself.                  *
      *                                                                *
      * Both runs write one CSSL line per endpoint comparing its       *
      * status in the snapshot with its status now, flagging any that  *
      * differ from what the run should have left, and a summary to    *
      * CSSL and the terminal.                                         *
      *                                                                *
      * Modification History                                           *
      * 2026-10-15 DEVL Initial version.                               *
      * 2026-10-15 DEVL A SNAP now names a change record, checked for  *
      *            every PAUSE against the WLPCREQ change extract:     *
      *            approved, covering the endpoint and inside its      *
      *            implementation window. A freeze override still     *
      *            goes through but is flagged for a retrospective    *
      *            change. The change number is kept on the audit and *
      *            state records.                                      *
      * 2026-10-15 DEVL Chain every audit record to the one before it: *
      *            the next chain position and previous check value    *
      *            come from the WLPACHN chain head, held for update   *
      *            across the write, and WLPACHK stamps the record's   *
      *            own check value, so an edited or removed WLPAUDIT   *
      *            record shows up on the WLPAUD01 verification.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WLPSNAP.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *   Working storage definitions
       01 WS-STORAGE.
          03 WS-TERMINAL-INPUT-NUM PIC 9(02)         VALUE ZERO.
          03 WS-TERMINAL-INPUT     PIC X(80)         VALUE SPACES.
          03 WS-START-CODE         PIC XX            VALUE SPACES.
          03 WS-TRANSID            PIC X(4)          VALUE SPACES.
          03 WS-LENGTH             PIC 9(4)  COMP    VALUE ZERO.
          03 WS-RESP               PIC S9(8) COMP    VALUE ZERO.
          03 WS-RESP2              PIC S9(8) COMP    VALUE ZERO.
          03 PGM-ERROR-COUNT       PIC 9     COMP    VALUE ZERO.
          03 ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.

      *
      *  Begin: parameters that can be customized
          03 PGM-ERROR-COUNT-MAX   PIC 9     COMP    VALUE 3.
          03 SLEEP-TIME-SEC        PIC S9(8) BINARY  VALUE 15.
      *  End: parameters that can be customized
      *

      *  Return code for the endpoint currently being processed
          03 WS-RETURN-CODE        PIC 9(02) COMP    VALUE 9.
             88 SUCCESS                     VALUE 0.
             88 OPERERR                     VALUE 3.
             88 LINKERR                     VALUE 4.
             88 JAVAERR                     VALUE 5.
             88 ENDPTERR                    VALUE 6.
             88 APPRERR                     VALUE 7.
             88 FRZERR                      VALUE 8.
             88 START-INFO                  VALUE 9.
             88 LOCKERR                     VALUE 11.
             88 CHGERR                      VALUE 12.

      *  The run being driven and the snapshot it works on
          03 WS-SNAP-RUN           PIC X(10)         VALUE SPACES.
             88 SNAP-RUN-SNAP                        VALUE 'SNAP'.
             88 SNAP-RUN-RESTORE                     VALUE 'RESTORE'.
          03 WS-SNAP-NAME          PIC X(08)         VALUE SPACES.
          03 WS-HEADER-SWITCH      PIC X             VALUE 'N'.
             88 HEADER-FOUND                VALUE 'Y'.
          03 WS-TAKEN-DATE         PIC X(10)         VALUE SPACES.
          03 WS-TAKEN-TIME         PIC X(08)         VALUE SPACES.
          03 WS-NEW-PHASE          PIC X(08)         VALUE SPACES.

      *  Browse controls. Snapshot entries are collected a tableful
      *  at a time and driven once the browse is closed, so the READ
      *  UPDATE and REWRITE of each entry's outcome never fight an
      *  open browse on the same file; the next tableful resumes from
      *  the last endpoint collected.
          03 WS-EOF-SWITCH         PIC X             VALUE 'N'.
             88 END-OF-FILE                 VALUE 'Y'.
          03 WS-PASS-SWITCH        PIC X             VALUE 'N'.
             88 PASS-DONE                   VALUE 'Y'.
          03 WS-BROWSE-KEY         PIC X(128)        VALUE LOW-VALUES.
          03 WS-KEY-COUNT          PIC 9(03) COMP    VALUE ZERO.
          03 WS-KEY-INDEX          PIC 9(03) COMP    VALUE ZERO.
          03 WS-KEY-TABLE-MAX      PIC 9(03) COMP    VALUE 50.

      *  The entry being dealt with and how it compares with now
          03 WS-ENTRY-ACTION       PIC X(08)         VALUE SPACES.
          03 WS-ENTRY-RC           PIC 9(02)         VALUE ZERO.
          03 WS-NOW-STATUS         PIC X(06)         VALUE SPACES.
          03 WS-EXPECT-STATUS      PIC X(06)         VALUE SPACES.

      *  Run roll-up counters
          03 WS-ENTRY-COUNT        PIC 9(05) COMP    VALUE ZERO.
          03 WS-SERVING-COUNT      PIC 9(05) COMP    VALUE ZERO.
          03 WS-LEFT-COUNT         PIC 9(05) COMP    VALUE ZERO.
          03 WS-DONE-COUNT         PIC 9(05) COMP    VALUE ZERO.
          03 WS-PRIOR-COUNT        PIC 9(05) COMP    VALUE ZERO.
          03 WS-FAILED-COUNT       PIC 9(05) COMP    VALUE ZERO.
          03 WS-CHANGED-COUNT      PIC 9(05) COMP    VALUE ZERO.
          03 WS-DIFFER-COUNT       PIC 9(05) COMP    VALUE ZERO.

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
          03 WS-LINK-END-ABS       PIC S9(15) COMP-3 VALUE ZERO.
          03 WS-METRIC-WRITE-SW    PIC X             VALUE 'N'.
             88 METRIC-WRITE-DONE           VALUE 'Y'.
          03 WS-METRIC-RETRY-COUNT PIC 9(02) COMP    VALUE ZERO.

      *  Second-operator approval controls for a business-hours PAUSE
          03 RULE-APPROVER-ID      PIC X(08)         VALUE SPACES.
          03 WS-BUS-HOURS-START    PIC 9(04)         VALUE 0900.
          03 WS-BUS-HOURS-END      PIC 9(04)         VALUE 1700.
          03 WS-CURRENT-HHMMSS     PIC X(08)         VALUE SPACES.
          03 WS-CURRENT-HHMM       PIC 9(04)         VALUE ZERO.

      *  ENDPT-REGION routing controls. CICS connection names are
      *  four characters, so only the first four bytes of the
      *  recorded ENDPT-REGION name the connection; spaces mean the
      *  endpoint is served locally.
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

      *  The signed-on user the request was captured from, and the
      *  run-level authority gate against the WLPOPER file
          03 WS-REQUESTER-ID       PIC X(08)         VALUE SPACES.
          03 WS-AUTH-SWITCH        PIC X             VALUE 'N'.
             88 RUN-IS-AUTHORIZED           VALUE 'Y'.

      *  Subscriber reference file browse switch
          03 WS-SUB-BROWSE-SWITCH  PIC X             VALUE 'N'.
             88 SUB-BROWSE-DONE             VALUE 'Y'.

      *  Change-freeze calendar controls for a PAUSE
          03 RULE-OVERRIDE-CODE    PIC X(08)         VALUE SPACES.
          03 WS-FREEZE-SWITCH      PIC X             VALUE 'N'.
             88 FREEZE-BROWSE-DONE          VALUE 'Y'.
          03 WS-OVERRIDE-SWITCH    PIC X             VALUE 'N'.
             88 OVERRIDE-IN-EFFECT          VALUE 'Y'.
      *    Timestamps rearranged to YYYYMMDDHHMMSS so freeze ranges
      *    compare chronologically as plain character strings.
          03 WS-NOW-SORT           PIC X(14)         VALUE SPACES.
          03 WS-FRZ-START-SORT     PIC X(14)         VALUE SPACES.
          03 WS-FRZ-END-SORT       PIC X(14)         VALUE SPACES.
          03 WS-FREEZE-DATE-AREA   PIC X(10)         VALUE SPACES.
          03 WS-FREEZE-TIME-AREA   PIC X(08)         VALUE SPACES.

      *  Change-record controls for a PAUSE, checked against the
      *  change tool's nightly WLPCREQ extract
          03 RULE-CHANGE-NUMBER    PIC X(10)         VALUE SPACES.
          03 WS-CHANGE-REASON      PIC X(30)         VALUE SPACES.
          03 WS-RETRO-SWITCH       PIC X             VALUE 'N'.
             88 RETRO-CHANGE-DUE            VALUE 'Y'.
          03 WS-CHG-START-SORT     PIC X(14)         VALUE SPACES.
          03 WS-CHG-END-SORT       PIC X(14)         VALUE SPACES.

      *  Snapshot entries collected from the current browse
       01 SNAP-KEY-TABLE.
          03 SNAP-KEY-ENTRY        OCCURS 50 TIMES   PIC X(128).

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
             88 RULE-OPERATION-RESUME                VALUE 'RESUME'.
             88 RULE-OPERATION-PAUSE                 VALUE 'PAUSE'.
          03 RULE-ENDPOINT         PIC X(128)        VALUE SPACES.

      *   Container received from Liberty
       01 WLPRESP.
          03 WLP-RETURN-CODE       PIC 9(2).
          03 WLP-ERROR-MSG         PIC X(256)        VALUE SPACES.
          03 WLP-ERROR-MSG-LEN     PIC 9(4) COMP.
       01 WLPRESP-LEN              PIC S9(8) COMP.

       77 WLP-CHANNEL               PIC X(16) VALUE 'DFHTRANSACTION'.
       77 WLP-INPUT-CONTAINER-NAME  PIC X(16) VALUE 'WLPDATA'.
       77 WLP-OUTPUT-CONTAINER-NAME PIC X(16) VALUE 'WLPRESP'.
       77 WLP-CONTROL-PROGRAM       PIC X(8)  VALUE 'WLPCTRL'.
       77 WLP-SNAP-FILE             PIC X(8)  VALUE 'WLPSNAP'.
       77 WLP-SNAP-TDQ              PIC X(4)  VALUE 'CSSL'.
       77 WLP-ALERT-TDQ             PIC X(4)  VALUE 'CSAL'.
       77 WLP-AUDIT-FILE            PIC X(8)  VALUE 'WLPAUDIT'.
       77 WLP-CHAIN-FILE            PIC X(8)  VALUE 'WLPACHN'.
       77 WLP-CHAIN-KEY             PIC X(8)  VALUE 'WLPAUDIT'.
       77 WLP-ENDPT-FILE            PIC X(8)  VALUE 'WLPENDPT'.
       77 WLP-REGION-FILE           PIC X(8)  VALUE 'WLPRGN'.
       77 WLP-LOCK-FILE             PIC X(8)  VALUE 'WLPLOCK'.
       77 WLP-STATE-FILE            PIC X(8)  VALUE 'WLPSTATE'.
       77 WLP-CONFIG-FILE           PIC X(8)  VALUE 'WLPCFG'.
       77 WLP-CONFIG-KEY            PIC X(8)  VALUE 'WLPSNAP'.
       77 WLP-APPR-FILE             PIC X(8)  VALUE 'WLPAPPR'.
       77 WLP-FREEZE-FILE           PIC X(8)  VALUE 'WLPFREEZ'.
       77 WLP-CHANGE-FILE           PIC X(8)  VALUE 'WLPCREQ'.
       77 WLP-OPER-FILE             PIC X(8)  VALUE 'WLPOPER'.
       77 WLP-METRIC-FILE           PIC X(8)  VALUE 'WLPMETRC'.
       77 WLP-SUB-FILE              PIC X(8)  VALUE 'WLPSUB'.
       77 WLP-NOTIFY-TDQ            PIC X(4)  VALUE 'WNTF'.
      *    Audit start code and state trigger for a snapshot run
       77 WLP-SNAP-TRIGGER          PIC X(2)  VALUE 'SN'.

      *   Copybook for the site state snapshot file
           COPY WLPSNPR.
      *   Copybook for the change-freeze calendar file
           COPY WLPFRZR.
      *   Copybook for the change-management extract file
           COPY WLPCRQR.
      *   Copybook for the operator authority file
           COPY WLPOPRR.
      *   Copybook for the per-operation response metric file
           COPY WLPMETR.
      *   Copybook for the retry-exhausted monitoring alert feed
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
           COPY WLPCFGR.
      *   Copybook for the business-hours PAUSE approver file
           COPY WLPAPPR.
      *   Copybook for the downstream subscriber reference file
           COPY WLPSUBR.
      *   Copybook for the subscriber notification interface record
           COPY WLPNTFR.

      *   One comparison line written to CSSL for each snapshot entry
       01 SNAP-COMPARE-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPSNAP   '.
          03 SNAP-CMP-NAME        PIC X(08).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 SNAP-CMP-ENDPOINT    PIC X(30).
          03 FILLER               PIC X(6)  VALUE ' SNAP='.
          03 SNAP-CMP-SNAP-STATUS PIC X(06).
          03 FILLER               PIC X(5)  VALUE ' NOW='.
          03 SNAP-CMP-NOW-STATUS  PIC X(06).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 SNAP-CMP-ACTION      PIC X(08).
          03 FILLER               PIC X(4)  VALUE ' RC='.
          03 SNAP-CMP-RC          PIC 9(02).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 SNAP-CMP-FLAG        PIC X(06).

      *   Detail line naming the freeze that rejected a PAUSE,
      *   written to CSSL next to the endpoint's RC=08 line
       01 SNAP-FREEZE-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPSNAP   '.
          03 FILLER               PIC X(07) VALUE 'FROZEN '.
          03 SNAP-FRZ-START       PIC X(10).
          03 FILLER               PIC X(01) VALUE '-'.
          03 SNAP-FRZ-END         PIC X(10).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 SNAP-FRZ-REASON      PIC X(40).

      *   Detail line naming the change record that rejected a PAUSE,
      *   written to CSSL next to its RC=12 result line
       01 SNAP-CHANGE-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPSNAP   '.
          03 FILLER               PIC X(07) VALUE 'CHANGE '.
          03 SNAP-CHG-NUMBER      PIC X(10).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 SNAP-CHG-REASON      PIC X(30).

      *   Run summary: a heading line naming the snapshot, then the
      *   endpoint counts, each padded to a full screen row
       01 SNAP-HEADING-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPSNAP   '.
          03 FILLER               PIC X(09) VALUE 'SNAPSHOT '.
          03 SNAP-HDG-NAME        PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 SNAP-HDG-RUN         PIC X(07).
          03 FILLER               PIC X(16) VALUE ' COMPLETE TAKEN '.
          03 SNAP-HDG-DATE        PIC X(10).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 SNAP-HDG-TIME        PIC X(08).
          03 FILLER               PIC X(10) VALUE SPACES.
       01 SNAP-COUNT-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPSNAP   '.
          03 FILLER               PIC X(10) VALUE 'ENDPOINTS='.
          03 SNAP-CNT-ENTRIES     PIC ZZZZ9.
          03 FILLER               PIC X(09) VALUE ' SERVING='.
          03 SNAP-CNT-SERVING     PIC ZZZZ9.
          03 FILLER               PIC X(16) VALUE ' ALREADY-PAUSED='.
          03 SNAP-CNT-LEFT        PIC ZZZZ9.
          03 FILLER               PIC X(20) VALUE SPACES.
       01 SNAP-RESULT-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPSNAP   '.
          03 FILLER               PIC X(05) VALUE 'DONE='.
          03 SNAP-RES-DONE        PIC ZZZZ9.
          03 FILLER               PIC X(07) VALUE ' PRIOR='.
          03 SNAP-RES-PRIOR       PIC ZZZZ9.
          03 FILLER               PIC X(08) VALUE ' FAILED='.
          03 SNAP-RES-FAILED      PIC ZZZZ9.
          03 FILLER               PIC X(09) VALUE ' CHANGED='.
          03 SNAP-RES-CHANGED     PIC ZZZZ9.
          03 FILLER               PIC X(08) VALUE ' DIFFER='.
          03 SNAP-RES-DIFFER      PIC ZZZZ9.
          03 FILLER               PIC X(08) VALUE SPACES.

      *   The three summary lines as sent to the terminal
       01 SNAP-SCREEN-TEXT.
          03 SNAP-SCREEN-LINE     OCCURS 3 TIMES    PIC X(80).

       01 ERROR-INPUTERR-MSG      PIC X(52)
           VALUE 'ERROR: ENTER SNAP OR RESTORE, A NAME AND OPTIONS'.
       01 ERROR-AUTHERR-MSG       PIC X(46)
           VALUE 'ERROR: SNAPSHOT RUNS NEED LEVEL 3 AUTHORITY'.
       01 ERROR-NAMEUSED-MSG      PIC X(51)
           VALUE 'ERROR: SNAPSHOT NAME ALREADY USED - CHOOSE ANOTHER'.
       01 ERROR-NOTFOUND-MSG      PIC X(40)
           VALUE 'ERROR: SNAPSHOT NOT ON THE WLPSNAP FILE'.
       01 ERROR-INCOMPLETE-MSG    PIC X(52)
           VALUE 'ERROR: SNAPSHOT NEVER FINISHED - NOTHING WAS PAUSED'.
       01 ERROR-FILEERR-MSG       PIC X(40)
           VALUE 'ERROR: WLPSNAP FILE CANNOT BE WRITTEN'.
      *
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *    The local region name decides which endpoints stay on the
      *    plain local LINK and which are shipped to their owner.
           EXEC CICS ASSIGN STARTCODE(WS-START-CODE)
             SYSID(WS-LOCAL-SYSID)
             USERID(WS-REQUESTER-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

      *    Pick up any site overrides for the retry tuning parameters
      *    and the business-hours window, same as WLPCTRLW.
           PERFORM READ-CONFIG.

           PERFORM GET-INPUT.

      *    A snapshot run moves every endpoint in the site, so it
      *    needs full (level 3) authority - the same bar a WLPBULK
      *    run sets before it moves anything.
           PERFORM CHECK-RUN-AUTHORITY
           IF NOT RUN-IS-AUTHORIZED THEN
               PERFORM SEND-TERMINAL-LINE-AUTHERR
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-SNAPSHOT-HEADER

           IF SNAP-RUN-SNAP THEN
      *    A name already paused or restored under is finished with;
      *    reusing it would take a second snapshot over a site that
      *    is already down and lose what was serving before.
               IF HEADER-FOUND
                AND NOT SNAP-PHASE-TAKING
                AND NOT SNAP-PHASE-PAUSING THEN
                   PERFORM SEND-TERMINAL-LINE-NAMEUSED
                   EXEC CICS RETURN END-EXEC
               END-IF
               IF NOT HEADER-FOUND THEN
                   PERFORM WRITE-SNAPSHOT-HEADER
                   IF NOT HEADER-FOUND THEN
                       PERFORM SEND-TERMINAL-LINE-FILEERR
                       EXEC CICS RETURN END-EXEC
                   END-IF
               END-IF
      *    Only a snapshot still being copied is copied (again); once
      *    the pausing has started the copy must never be retaken.
               IF SNAP-PHASE-TAKING THEN
                   PERFORM TAKE-SNAPSHOT
                   MOVE 'PAUSING' TO WS-NEW-PHASE
                   PERFORM SET-SNAPSHOT-PHASE
               END-IF
               PERFORM DRIVE-SNAPSHOT-PASS
               MOVE 'PAUSED' TO WS-NEW-PHASE
               PERFORM SET-SNAPSHOT-PHASE
           ELSE
               IF NOT HEADER-FOUND THEN
                   PERFORM SEND-TERMINAL-LINE-NOTFOUND
                   EXEC CICS RETURN END-EXEC
               END-IF
               IF SNAP-PHASE-TAKING THEN
                   PERFORM SEND-TERMINAL-LINE-INCOMPLETE
                   EXEC CICS RETURN END-EXEC
               END-IF
               MOVE 'RESTORNG' TO WS-NEW-PHASE
               PERFORM SET-SNAPSHOT-PHASE
               PERFORM DRIVE-SNAPSHOT-PASS
               MOVE 'RESTORED' TO WS-NEW-PHASE
               PERFORM SET-SNAPSHOT-PHASE
           END-IF

           PERFORM SEND-OUTCOME.

      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.


       GET-INPUT.
      *    Receive and parse the terminal line: SNAP or RESTORE, the
      *    snapshot name, then for a SNAP the change record number and
      *    the same optional approver ID and freeze override code a
      *    single WLPCTRLW PAUSE takes - they apply to every endpoint
      *    the run pauses.
           MOVE LENGTH OF WS-TERMINAL-INPUT TO WS-LENGTH
           EXEC CICS RECEIVE INTO(WS-TERMINAL-INPUT)
             LENGTH(WS-LENGTH)
           END-EXEC

           INITIALIZE WS-TERMINAL-INPUT-NUM
           UNSTRING WS-TERMINAL-INPUT DELIMITED BY ALL SPACES
             INTO WS-TRANSID, WS-SNAP-RUN, WS-SNAP-NAME,
               RULE-CHANGE-NUMBER, RULE-APPROVER-ID, RULE-OVERRIDE-CODE
             TALLYING WS-TERMINAL-INPUT-NUM
             ON OVERFLOW
               PERFORM SEND-TERMINAL-LINE-INPUTERR
               EXEC CICS RETURN END-EXEC
           END-UNSTRING

           IF WS-TERMINAL-INPUT-NUM EQUAL 3 THEN
               MOVE SPACES TO RULE-CHANGE-NUMBER
               MOVE SPACES TO RULE-APPROVER-ID
               MOVE SPACES TO RULE-OVERRIDE-CODE
           ELSE IF WS-TERMINAL-INPUT-NUM EQUAL 4 THEN
               MOVE SPACES TO RULE-APPROVER-ID
               MOVE SPACES TO RULE-OVERRIDE-CODE
           ELSE IF WS-TERMINAL-INPUT-NUM EQUAL 5 THEN
               MOVE SPACES TO RULE-OVERRIDE-CODE
           ELSE IF WS-TERMINAL-INPUT-NUM NOT EQUAL 6 THEN
               PERFORM SEND-TERMINAL-LINE-INPUTERR
               EXEC CICS RETURN END-EXEC
           END-IF END-IF END-IF END-IF

           IF NOT SNAP-RUN-SNAP AND NOT SNAP-RUN-RESTORE THEN
               PERFORM SEND-TERMINAL-LINE-INPUTERR
               EXEC CICS RETURN END-EXEC
           END-IF

      *    A RESTORE only resumes, so it has no change, approver or
      *    override; a SNAP pauses the site and cannot go without the
      *    change it is made under.
           IF SNAP-RUN-RESTORE
            AND WS-TERMINAL-INPUT-NUM NOT EQUAL 3 THEN
               PERFORM SEND-TERMINAL-LINE-INPUTERR
               EXEC CICS RETURN END-EXEC
           END-IF
           IF SNAP-RUN-SNAP
            AND WS-TERMINAL-INPUT-NUM EQUAL 3 THEN
               PERFORM SEND-TERMINAL-LINE-INPUTERR
               EXEC CICS RETURN END-EXEC
           END-IF
           EXIT.


       SEND-TERMINAL-LINE-INPUTERR.
           EXEC CICS SEND TEXT FROM(ERROR-INPUTERR-MSG)
             ERASE FREEKB LENGTH(LENGTH OF ERROR-INPUTERR-MSG)
           END-EXEC
           EXIT.


       SEND-TERMINAL-LINE-AUTHERR.
           EXEC CICS SEND TEXT FROM(ERROR-AUTHERR-MSG)
             ERASE FREEKB LENGTH(LENGTH OF ERROR-AUTHERR-MSG)
           END-EXEC
           EXIT.


       SEND-TERMINAL-LINE-NAMEUSED.
           EXEC CICS SEND TEXT FROM(ERROR-NAMEUSED-MSG)
             ERASE FREEKB LENGTH(LENGTH OF ERROR-NAMEUSED-MSG)
           END-EXEC
           EXIT.


       SEND-TERMINAL-LINE-NOTFOUND.
           EXEC CICS SEND TEXT FROM(ERROR-NOTFOUND-MSG)
             ERASE FREEKB LENGTH(LENGTH OF ERROR-NOTFOUND-MSG)
           END-EXEC
           EXIT.


       SEND-TERMINAL-LINE-INCOMPLETE.
           EXEC CICS SEND TEXT FROM(ERROR-INCOMPLETE-MSG)
             ERASE FREEKB LENGTH(LENGTH OF ERROR-INCOMPLETE-MSG)
           END-EXEC
           EXIT.


       SEND-TERMINAL-LINE-FILEERR.
           EXEC CICS SEND TEXT FROM(ERROR-FILEERR-MSG)
             ERASE FREEKB LENGTH(LENGTH OF ERROR-FILEERR-MSG)
           END-EXEC
           EXIT.


       CHECK-RUN-AUTHORITY.
           EXEC CICS READ FILE(WLP-OPER-FILE) INTO(WLPOPER-RECORD)
             RIDFLD(WS-REQUESTER-ID)
             KEYLENGTH(LENGTH OF WS-REQUESTER-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
            AND OPR-AUTH-LEVEL IS NUMERIC
            AND OPR-LEVEL-FULL THEN
               SET RUN-IS-AUTHORIZED TO TRUE
           END-IF
           EXIT.


       READ-CONFIG.
           EXEC CICS READ FILE(WLP-CONFIG-FILE) INTO(WLPCFG-RECORD)
             RIDFLD(WLP-CONFIG-KEY) KEYLENGTH(LENGTH OF WLP-CONFIG-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               MOVE CFG-ERROR-COUNT-MAX TO PGM-ERROR-COUNT-MAX
               MOVE CFG-SLEEP-TIME-SEC  TO SLEEP-TIME-SEC
               MOVE CFG-BUS-HOURS-START TO WS-BUS-HOURS-START
               MOVE CFG-BUS-HOURS-END   TO WS-BUS-HOURS-END
           END-IF
           EXIT.


       READ-SNAPSHOT-HEADER.
           MOVE WS-SNAP-NAME TO SNAP-NAME
           MOVE LOW-VALUES   TO SNAP-ENDPOINT
           EXEC CICS READ FILE(WLP-SNAP-FILE) INTO(WLPSNAP-RECORD)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET HEADER-FOUND TO TRUE
               MOVE SNAP-HDR-DATE TO WS-TAKEN-DATE
               MOVE SNAP-HDR-TIME TO WS-TAKEN-TIME
           END-IF
           EXIT.


       WRITE-SNAPSHOT-HEADER.
      *    The header goes on first, in phase TAKING, so a run that
      *    dies while copying is known to have paused nothing yet.
           MOVE SPACES       TO WLPSNAP-RECORD
           MOVE WS-SNAP-NAME TO SNAP-NAME
           MOVE LOW-VALUES   TO SNAP-ENDPOINT
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(SNAP-HDR-DATE)
                 DATESEP('/')
                 TIME(SNAP-HDR-TIME)
                 TIMESEP(':')
           END-EXEC
           MOVE WS-REQUESTER-ID TO SNAP-HDR-USERID
           MOVE SNAP-HDR-DATE   TO SNAP-HDR-RUN-DATE
           MOVE SNAP-HDR-TIME   TO SNAP-HDR-RUN-TIME
           MOVE WS-REQUESTER-ID TO SNAP-HDR-RUN-USERID
           SET SNAP-PHASE-TAKING TO TRUE
           EXEC CICS WRITE FILE(WLP-SNAP-FILE)
             FROM(WLPSNAP-RECORD)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET HEADER-FOUND TO TRUE
               MOVE SNAP-HDR-DATE TO WS-TAKEN-DATE
               MOVE SNAP-HDR-TIME TO WS-TAKEN-TIME
           END-IF
           EXIT.


       SET-SNAPSHOT-PHASE.
      *    Move the header on to WS-NEW-PHASE, stamping who ran it.
           MOVE WS-SNAP-NAME TO SNAP-NAME
           MOVE LOW-VALUES   TO SNAP-ENDPOINT
           EXEC CICS READ FILE(WLP-SNAP-FILE) INTO(WLPSNAP-RECORD)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               MOVE WS-NEW-PHASE TO SNAP-HDR-PHASE
               EXEC CICS ASKTIME ABSTIME(ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                     ABSTIME(ABSTIME)
                     MMDDYYYY(SNAP-HDR-RUN-DATE)
                     DATESEP('/')
                     TIME(SNAP-HDR-RUN-TIME)
                     TIMESEP(':')
               END-EXEC
               MOVE WS-REQUESTER-ID TO SNAP-HDR-RUN-USERID
               EXEC CICS REWRITE FILE(WLP-SNAP-FILE)
                 FROM(WLPSNAP-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF
           EXIT.


       TAKE-SNAPSHOT.
      *    Copy every state record first, then every registered
      *    endpoint; one already copied (from its state record, or
      *    by an earlier attempt at this same snapshot) comes back
      *    DUPREC and keeps what was copied first. Neither browse
      *    touches the file it reads, so both run straight through.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO STATE-ENDPOINT-ID
           EXEC CICS STARTBR FILE(WLP-STATE-FILE)
             RIDFLD(STATE-ENDPOINT-ID)
             KEYLENGTH(LENGTH OF STATE-ENDPOINT-ID)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               PERFORM COPY-NEXT-STATE-RECORD
                 UNTIL END-OF-FILE
               EXEC CICS ENDBR FILE(WLP-STATE-FILE) END-EXEC
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO ENDPT-ID
           EXEC CICS STARTBR FILE(WLP-ENDPT-FILE)
             RIDFLD(ENDPT-ID) KEYLENGTH(LENGTH OF ENDPT-ID)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               PERFORM COPY-NEXT-ENDPOINT-RECORD
                 UNTIL END-OF-FILE
               EXEC CICS ENDBR FILE(WLP-ENDPT-FILE) END-EXEC
           END-IF
           EXIT.


       COPY-NEXT-STATE-RECORD.
           EXEC CICS READNEXT FILE(WLP-STATE-FILE)
             INTO(WLPSTATE-RECORD)
             RIDFLD(STATE-ENDPOINT-ID)
             KEYLENGTH(LENGTH OF STATE-ENDPOINT-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET END-OF-FILE TO TRUE
           ELSE
               MOVE SPACES                 TO WLPSNAP-RECORD
               MOVE WS-SNAP-NAME           TO SNAP-NAME
               MOVE STATE-ENDPOINT-ID      TO SNAP-ENDPOINT
               MOVE STATE-CURRENT-STATUS   TO SNAP-STATUS
               MOVE STATE-LAST-UPDATE-DATE TO SNAP-STATE-DATE
               MOVE STATE-LAST-UPDATE-TIME TO SNAP-STATE-TIME
               MOVE STATE-LAST-TRIGGER     TO SNAP-STATE-TRIGGER
               MOVE STATE-LAST-USERID      TO SNAP-STATE-USERID
               PERFORM WRITE-SNAPSHOT-ENTRY
           END-IF
           EXIT.


       COPY-NEXT-ENDPOINT-RECORD.
      *    A registered endpoint never driven through this system has
      *    no state record; it is serving, so it is snapshotted as a
      *    RESUME with no history.
           EXEC CICS READNEXT FILE(WLP-ENDPT-FILE)
             INTO(WLPENDPT-RECORD)
             RIDFLD(ENDPT-ID) KEYLENGTH(LENGTH OF ENDPT-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET END-OF-FILE TO TRUE
           ELSE
               MOVE SPACES       TO WLPSNAP-RECORD
               MOVE WS-SNAP-NAME TO SNAP-NAME
               MOVE ENDPT-ID     TO SNAP-ENDPOINT
               MOVE 'RESUME'     TO SNAP-STATUS
               PERFORM WRITE-SNAPSHOT-ENTRY
           END-IF
           EXIT.


       WRITE-SNAPSHOT-ENTRY.
           MOVE 99 TO SNAP-PAUSE-RC
           MOVE 99 TO SNAP-RESTORE-RC
           EXEC CICS WRITE FILE(WLP-SNAP-FILE)
             FROM(WLPSNAP-RECORD)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EXIT.


       DRIVE-SNAPSHOT-PASS.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'N' TO WS-PASS-SWITCH
           PERFORM DRIVE-SNAPSHOT-TABLEFUL
             UNTIL PASS-DONE
           EXIT.


       DRIVE-SNAPSHOT-TABLEFUL.
           MOVE ZERO TO WS-KEY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-SNAP-NAME  TO SNAP-NAME
           MOVE WS-BROWSE-KEY TO SNAP-ENDPOINT
           EXEC CICS STARTBR FILE(WLP-SNAP-FILE)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               PERFORM COLLECT-NEXT-SNAP-ENTRY
                 UNTIL END-OF-FILE
                    OR WS-KEY-COUNT NOT < WS-KEY-TABLE-MAX
               EXEC CICS ENDBR FILE(WLP-SNAP-FILE) END-EXEC
           ELSE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM PROCESS-ONE-SNAP-ENTRY
             THRU PROCESS-ONE-SNAP-ENTRY-DONE
             VARYING WS-KEY-INDEX FROM 1 BY 1
             UNTIL WS-KEY-INDEX > WS-KEY-COUNT

           IF END-OF-FILE THEN
               SET PASS-DONE TO TRUE
           ELSE
               MOVE SNAP-KEY-ENTRY(WS-KEY-COUNT) TO WS-BROWSE-KEY
           END-IF
           EXIT.


       COLLECT-NEXT-SNAP-ENTRY.
           EXEC CICS READNEXT FILE(WLP-SNAP-FILE)
             INTO(WLPSNAP-RECORD)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
            OR SNAP-NAME NOT EQUAL WS-SNAP-NAME THEN
               SET END-OF-FILE TO TRUE
           ELSE
      *    The header (endpoint LOW-VALUES) is not an endpoint, and
      *    the entry the last tableful ended on comes back first from
      *    the GTEQ and is skipped.
               IF SNAP-ENDPOINT NOT EQUAL LOW-VALUES
                AND SNAP-ENDPOINT NOT EQUAL WS-BROWSE-KEY THEN
                   ADD 1 TO WS-KEY-COUNT
                   MOVE SNAP-ENDPOINT TO SNAP-KEY-ENTRY(WS-KEY-COUNT)
               END-IF
           END-IF
           EXIT.


       PROCESS-ONE-SNAP-ENTRY.
           MOVE WS-SNAP-NAME                 TO SNAP-NAME
           MOVE SNAP-KEY-ENTRY(WS-KEY-INDEX) TO SNAP-ENDPOINT
           EXEC CICS READ FILE(WLP-SNAP-FILE) INTO(WLPSNAP-RECORD)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               GO TO PROCESS-ONE-SNAP-ENTRY-DONE
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SNAP-ENDPOINT TO RULE-ENDPOINT

           IF SNAP-WAS-PAUSED THEN
      *    Down before the snapshot was taken, for its own reasons -
      *    neither run touches it.
               MOVE 'LEFT' TO WS-ENTRY-ACTION
               MOVE 99     TO WS-ENTRY-RC
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               ADD 1 TO WS-SERVING-COUNT
               IF SNAP-RUN-SNAP THEN
                   PERFORM PAUSE-SNAP-ENTRY
               ELSE
                   PERFORM RESTORE-SNAP-ENTRY
               END-IF
           END-IF

           PERFORM COMPARE-SNAP-ENTRY.
       PROCESS-ONE-SNAP-ENTRY-DONE.
           EXIT.


       PAUSE-SNAP-ENTRY.
           IF SNAP-PAUSE-DONE THEN
               MOVE 'PRIOR' TO WS-ENTRY-ACTION
               MOVE ZERO    TO WS-ENTRY-RC
               ADD 1 TO WS-PRIOR-COUNT
           ELSE
               MOVE 'PAUSE' TO RULE-OPERATION
               PERFORM PROCESS-ONE-ENDPOINT
               PERFORM RECORD-ENTRY-OUTCOME
               IF SUCCESS THEN
                   MOVE 'PAUSED' TO WS-ENTRY-ACTION
                   ADD 1 TO WS-DONE-COUNT
               ELSE
                   MOVE 'FAILED' TO WS-ENTRY-ACTION
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-IF
           EXIT.


       RESTORE-SNAP-ENTRY.
      *    Only an endpoint still paused by this snapshot's own run is
      *    resumed. One whose PAUSE failed is still serving; one that
      *    somebody else has paused since is theirs to bring back.
           IF SNAP-RESTORE-DONE THEN
               MOVE 'PRIOR' TO WS-ENTRY-ACTION
               MOVE ZERO    TO WS-ENTRY-RC
               ADD 1 TO WS-PRIOR-COUNT
           ELSE
               EXEC CICS READ FILE(WLP-STATE-FILE)
                 INTO(WLPSTATE-RECORD)
                 RIDFLD(RULE-ENDPOINT)
                 KEYLENGTH(LENGTH OF RULE-ENDPOINT)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                OR NOT STATE-IS-PAUSED THEN
                   MOVE 'SERVING' TO WS-ENTRY-ACTION
                   MOVE SNAP-RESTORE-RC TO WS-ENTRY-RC
               ELSE IF STATE-LAST-TRIGGER NOT EQUAL WLP-SNAP-TRIGGER
                   MOVE 'CHANGED' TO WS-ENTRY-ACTION
                   MOVE SNAP-RESTORE-RC TO WS-ENTRY-RC
                   ADD 1 TO WS-CHANGED-COUNT
               ELSE
                   MOVE 'RESUME' TO RULE-OPERATION
                   PERFORM PROCESS-ONE-ENDPOINT
                   PERFORM RECORD-ENTRY-OUTCOME
                   IF SUCCESS THEN
                       MOVE 'RESUMED' TO WS-ENTRY-ACTION
                       ADD 1 TO WS-DONE-COUNT
                   ELSE
                       MOVE 'FAILED' TO WS-ENTRY-ACTION
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               END-IF END-IF
           END-IF
           EXIT.


       RECORD-ENTRY-OUTCOME.
      *    Keep this run's result on the snapshot entry, so a rerun
      *    under the same name skips the endpoint once it succeeded.
           MOVE WS-RETURN-CODE TO WS-ENTRY-RC
           MOVE WS-SNAP-NAME                 TO SNAP-NAME
           MOVE SNAP-KEY-ENTRY(WS-KEY-INDEX) TO SNAP-ENDPOINT
           EXEC CICS READ FILE(WLP-SNAP-FILE) INTO(WLPSNAP-RECORD)
             RIDFLD(SNAP-KEY) KEYLENGTH(LENGTH OF SNAP-KEY)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               EXEC CICS ASKTIME ABSTIME(ABSTIME)
               END-EXEC
               IF SNAP-RUN-SNAP THEN
                   MOVE WS-RETURN-CODE TO SNAP-PAUSE-RC
                   EXEC CICS FORMATTIME
                         ABSTIME(ABSTIME)
                         MMDDYYYY(SNAP-PAUSE-DATE)
                         DATESEP('/')
                         TIME(SNAP-PAUSE-TIME)
                         TIMESEP(':')
                   END-EXEC
               ELSE
                   MOVE WS-RETURN-CODE TO SNAP-RESTORE-RC
                   EXEC CICS FORMATTIME
                         ABSTIME(ABSTIME)
                         MMDDYYYY(SNAP-RESTORE-DATE)
                         DATESEP('/')
                         TIME(SNAP-RESTORE-TIME)
                         TIMESEP(':')
                   END-EXEC
               END-IF
               EXEC CICS REWRITE FILE(WLP-SNAP-FILE)
                 FROM(WLPSNAP-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF
           EXIT.


       COMPARE-SNAP-ENTRY.
      *    Set the endpoint's status now against what this run should
      *    have left: every endpoint down after a SNAP, every endpoint
      *    back as it was in the snapshot after a RESTORE.
           EXEC CICS READ FILE(WLP-STATE-FILE) INTO(WLPSTATE-RECORD)
             RIDFLD(RULE-ENDPOINT) KEYLENGTH(LENGTH OF RULE-ENDPOINT)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               MOVE STATE-CURRENT-STATUS TO WS-NOW-STATUS
           ELSE
               MOVE 'RESUME' TO WS-NOW-STATUS
           END-IF
           IF SNAP-RUN-SNAP THEN
               MOVE 'PAUSED'    TO WS-EXPECT-STATUS
           ELSE
               MOVE SNAP-STATUS TO WS-EXPECT-STATUS
           END-IF

           MOVE WS-SNAP-NAME        TO SNAP-CMP-NAME
           MOVE RULE-ENDPOINT(1:30) TO SNAP-CMP-ENDPOINT
           MOVE SNAP-STATUS         TO SNAP-CMP-SNAP-STATUS
           MOVE WS-NOW-STATUS       TO SNAP-CMP-NOW-STATUS
           MOVE WS-ENTRY-ACTION     TO SNAP-CMP-ACTION
           MOVE WS-ENTRY-RC         TO SNAP-CMP-RC
           IF WS-NOW-STATUS EQUAL WS-EXPECT-STATUS THEN
               MOVE SPACES   TO SNAP-CMP-FLAG
           ELSE
               MOVE 'DIFFER' TO SNAP-CMP-FLAG
               ADD 1 TO WS-DIFFER-COUNT
           END-IF
           EXEC CICS WRITEQ TD QUEUE(WLP-SNAP-TDQ)
             FROM(SNAP-COMPARE-MSG)
             LENGTH(LENGTH OF SNAP-COMPARE-MSG)
           END-EXEC
           EXIT.


       PROCESS-ONE-ENDPOINT.
      *    One endpoint gets exactly what a single WLPCTRLW request
      *    gets: the registration check, the change-freeze calendar
      *    (with any override token), the change record and the
      *    business-hours approval for a PAUSE, the LINK with
      *    retries, and the same audit, state and metric writes
      *    afterwards. A failure is reported and the run carries on
      *    with the next endpoint.
           MOVE ZERO TO PGM-ERROR-COUNT
           MOVE SPACES TO WS-ROUTE-SYSID
           MOVE 'N' TO WS-STANDBY-SWITCH WS-FAILOVER-SWITCH
           MOVE 'N' TO WS-OVERRIDE-SWITCH
           MOVE 'N' TO WS-RETRO-SWITCH
           MOVE 9 TO WS-RETURN-CODE

           PERFORM VALIDATE-ENDPOINT-ENTRY

           IF NOT ENDPTERR THEN
               IF RULE-OPERATION-PAUSE THEN
                   PERFORM CHECK-CHANGE-FREEZE
                   IF NOT FRZERR THEN
                       PERFORM CHECK-CHANGE-RECORD
                   END-IF
                   IF NOT FRZERR AND NOT CHGERR THEN
                       PERFORM CHECK-PAUSE-APPROVAL
                   END-IF
               END-IF
               IF NOT FRZERR AND NOT APPRERR AND NOT CHGERR THEN
                   PERFORM ACQUIRE-ENDPOINT-LOCK
                   IF NOT LOCKERR THEN
                       PERFORM LINK-TO-LIBERTY-ENDPOINT
                         UNTIL WS-RETURN-CODE < 9
                   END-IF
               END-IF
           END-IF

      *    An endpoint refused because another task held it is
      *    audited too, and its holder goes on the run report.
           IF SUCCESS OR LINKERR OR JAVAERR OR LOCKERR THEN
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF LOCKERR THEN
               EXEC CICS WRITEQ TD QUEUE(WLP-SNAP-TDQ)
                 FROM(ERROR-LOCKERR-MSG)
                 LENGTH(LENGTH OF ERROR-LOCKERR-MSG)
               END-EXEC
           END-IF

           IF SUCCESS THEN
               PERFORM UPDATE-STATE-FILE
               MOVE RULE-ENDPOINT  TO NTF-ENDPOINT
               MOVE RULE-OPERATION TO NTF-OPERATION
               MOVE SPACES TO NTF-AUTO-RESUME-DATE
               MOVE SPACES TO NTF-AUTO-RESUME-TIME
               MOVE SPACES TO NTF-WINDOW-DATE
               MOVE SPACES TO NTF-WINDOW-TIME
               PERFORM NOTIFY-SUBSCRIBERS
           END-IF
           PERFORM RELEASE-ENDPOINT-LOCK
           EXIT.


       VALIDATE-ENDPOINT-ENTRY.
           EXEC CICS READ FILE(WLP-ENDPT-FILE) INTO(WLPENDPT-RECORD)
             RIDFLD(RULE-ENDPOINT) KEYLENGTH(LENGTH OF RULE-ENDPOINT)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               MOVE 6 TO WS-RETURN-CODE
           ELSE
               PERFORM SET-ROUTE-SYSID
           END-IF
           EXIT.


       SET-ROUTE-SYSID.
      *    An endpoint owned by another region is served there by
      *    distributed program link; one owned here (or with no
      *    region recorded) keeps the plain local LINK.
           IF ENDPT-REGION EQUAL SPACES
            OR ENDPT-REGION(1:4) EQUAL WS-LOCAL-SYSID THEN
               MOVE SPACES TO WS-ROUTE-SYSID
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


       CHECK-CHANGE-FREEZE.
      *    Walk the freeze calendar and test the current moment
      *    against every record that covers this endpoint (or ALL).
      *    One applicable freeze without its matching override code
      *    rejects the PAUSE, whatever any other record says.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(WS-FREEZE-DATE-AREA)
                 DATESEP('/')
                 TIME(WS-FREEZE-TIME-AREA)
                 TIMESEP(':')
           END-EXEC
           MOVE WS-FREEZE-DATE-AREA(7:4) TO WS-NOW-SORT(1:4)
           MOVE WS-FREEZE-DATE-AREA(1:2) TO WS-NOW-SORT(5:2)
           MOVE WS-FREEZE-DATE-AREA(4:2) TO WS-NOW-SORT(7:2)
           MOVE WS-FREEZE-TIME-AREA(1:2) TO WS-NOW-SORT(9:2)
           MOVE WS-FREEZE-TIME-AREA(4:2) TO WS-NOW-SORT(11:2)
           MOVE WS-FREEZE-TIME-AREA(7:2) TO WS-NOW-SORT(13:2)

           MOVE 'N' TO WS-FREEZE-SWITCH
           MOVE LOW-VALUES TO FRZ-KEY
           EXEC CICS STARTBR FILE(WLP-FREEZE-FILE)
             RIDFLD(FRZ-KEY) KEYLENGTH(LENGTH OF FRZ-KEY)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               PERFORM CHECK-ONE-FREEZE-RECORD
                 UNTIL FREEZE-BROWSE-DONE
               EXEC CICS ENDBR FILE(WLP-FREEZE-FILE) END-EXEC
           END-IF
           EXIT.


       CHECK-ONE-FREEZE-RECORD.
           EXEC CICS READNEXT FILE(WLP-FREEZE-FILE) INTO(WLPFRZ-RECORD)
             RIDFLD(FRZ-KEY) KEYLENGTH(LENGTH OF FRZ-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET FREEZE-BROWSE-DONE TO TRUE
           ELSE
               MOVE FRZ-START-DATE(7:4) TO WS-FRZ-START-SORT(1:4)
               MOVE FRZ-START-DATE(1:2) TO WS-FRZ-START-SORT(5:2)
               MOVE FRZ-START-DATE(4:2) TO WS-FRZ-START-SORT(7:2)
               MOVE FRZ-START-TIME(1:2) TO WS-FRZ-START-SORT(9:2)
               MOVE FRZ-START-TIME(4:2) TO WS-FRZ-START-SORT(11:2)
               MOVE FRZ-START-TIME(7:2) TO WS-FRZ-START-SORT(13:2)
               MOVE FRZ-END-DATE(7:4)   TO WS-FRZ-END-SORT(1:4)
               MOVE FRZ-END-DATE(1:2)   TO WS-FRZ-END-SORT(5:2)
               MOVE FRZ-END-DATE(4:2)   TO WS-FRZ-END-SORT(7:2)
               MOVE FRZ-END-TIME(1:2)   TO WS-FRZ-END-SORT(9:2)
               MOVE FRZ-END-TIME(4:2)   TO WS-FRZ-END-SORT(11:2)
               MOVE FRZ-END-TIME(7:2)   TO WS-FRZ-END-SORT(13:2)

               IF WS-NOW-SORT NOT < WS-FRZ-START-SORT
                AND WS-NOW-SORT NOT > WS-FRZ-END-SORT
                AND (FRZ-COVERS-ALL
                     OR FRZ-ENDPOINT EQUAL RULE-ENDPOINT) THEN
                   IF RULE-OVERRIDE-CODE NOT EQUAL SPACES
                    AND RULE-OVERRIDE-CODE EQUAL FRZ-OVERRIDE-CODE
                       SET OVERRIDE-IN-EFFECT TO TRUE
                   ELSE
                       MOVE 8 TO WS-RETURN-CODE
      *    The RC=08 line alone does not say which freeze or why -
      *    put the range and reason next to it on CSSL.
                       MOVE FRZ-START-DATE TO SNAP-FRZ-START
                       MOVE FRZ-END-DATE   TO SNAP-FRZ-END
                       MOVE FRZ-REASON     TO SNAP-FRZ-REASON
                       EXEC CICS WRITEQ TD QUEUE(WLP-SNAP-TDQ)
                         FROM(SNAP-FREEZE-MSG)
                         LENGTH(LENGTH OF SNAP-FREEZE-MSG)
                       END-EXEC
                       SET FREEZE-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.


       CHECK-CHANGE-RECORD.
      *    A planned PAUSE has to name an approved change on the
      *    change tool's extract that covers this endpoint (or ALL)
      *    and whose implementation window is open right now;
      *    WS-NOW-SORT was just set by CHECK-CHANGE-FREEZE. An
      *    emergency override of a freeze still gets through without
      *    one, but is flagged for a retrospective change.
           MOVE 'N' TO WS-RETRO-SWITCH
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
               IF OVERRIDE-IN-EFFECT THEN
                   SET RETRO-CHANGE-DUE TO TRUE
               ELSE
                   MOVE 12 TO WS-RETURN-CODE
      *    The RC=12 result line alone does not say what was wrong
      *    with the change - put the number and the reason next to
      *    it on CSSL.
                   MOVE RULE-CHANGE-NUMBER TO SNAP-CHG-NUMBER
                   MOVE WS-CHANGE-REASON   TO SNAP-CHG-REASON
                   EXEC CICS WRITEQ TD QUEUE(WLP-SNAP-TDQ)
                     FROM(SNAP-CHANGE-MSG)
                     LENGTH(LENGTH OF SNAP-CHANGE-MSG)
                   END-EXEC
               END-IF
           END-IF
           EXIT.


       READ-CHANGE-RECORD.
           EXEC CICS READ FILE(WLP-CHANGE-FILE) INTO(WLPCREQ-RECORD)
             RIDFLD(CREQ-KEY) KEYLENGTH(LENGTH OF CREQ-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EXIT.


       CHECK-PAUSE-APPROVAL.
      *    Business hours require a second operator's approval on
      *    file before a PAUSE is allowed to proceed. Outside that
      *    window the request goes through unapproved, same as today.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABSTIME)
             TIME(WS-CURRENT-HHMMSS)
           END-EXEC
           MOVE WS-CURRENT-HHMMSS(1:4) TO WS-CURRENT-HHMM

           IF WS-CURRENT-HHMM >= WS-BUS-HOURS-START
            AND WS-CURRENT-HHMM < WS-BUS-HOURS-END THEN
               IF RULE-APPROVER-ID EQUAL SPACES THEN
                   MOVE 7 TO WS-RETURN-CODE
               ELSE
                   EXEC CICS READ FILE(WLP-APPR-FILE)
                     INTO(WLPAPPR-RECORD)
                     RIDFLD(RULE-APPROVER-ID)
                     KEYLENGTH(LENGTH OF RULE-APPROVER-ID)
                     RESP(WS-RESP) RESP2(WS-RESP2)
                   END-EXEC
                   IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                    OR NOT APPR-AUTHORIZED THEN
                       MOVE 7 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           EXIT.


       LINK-TO-LIBERTY-ENDPOINT.
           EXEC CICS PUT CONTAINER(WLP-INPUT-CONTAINER-NAME)
             CHANNEL(WLP-CHANNEL) FROM(WLPDATA)
           END-EXEC

      *    The owning region recorded on WLPENDPT decides where the
      *    LINK runs: a distributed program link ships the WLPDATA
      *    container there and brings WLPRESP back, so one snapshot
      *    covers endpoints across the whole plex.
           EXEC CICS ASKTIME ABSTIME(WS-LINK-START-ABS)
           END-EXEC
           IF WS-ROUTE-SYSID EQUAL SPACES THEN
               EXEC CICS LINK PROGRAM(WLP-CONTROL-PROGRAM)
                 CHANNEL(WLP-CHANNEL)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           ELSE
               EXEC CICS LINK PROGRAM(WLP-CONTROL-PROGRAM)
                 CHANNEL(WLP-CHANNEL) SYSID(WS-ROUTE-SYSID)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-LINK-END-ABS)
           END-EXEC.

      *    Perform basic response checking from LINK, report error.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
      *    The Liberty server may take a few seconds to be
      *    ready and "linkable". Retry after a delay.
              ADD 1 TO PGM-ERROR-COUNT
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
              EXEC CICS GET CONTAINER(WLP-OUTPUT-CONTAINER-NAME)
                CHANNEL(WLP-CHANNEL) INTO(WLPRESP)
              END-EXEC
      *    Check Java program return code
              IF WLP-RETURN-CODE EQUAL 0 THEN
                  MOVE 0 TO WS-RETURN-CODE
              ELSE
                  MOVE 5 TO WS-RETURN-CODE
              END-IF
              PERFORM WRITE-METRIC-RECORD
           END-IF.
           EXIT.


       WRITE-ALERT-RECORD.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(ALERT-DATE)
                 DATESEP('/')
                 TIME(ALERT-TIME)
                 TIMESEP(':')
           END-EXEC

           MOVE RULE-ENDPOINT TO ALERT-ENDPOINT
           MOVE WS-RESP       TO ALERT-RESP
           MOVE WS-RESP2      TO ALERT-RESP2

           EXEC CICS WRITEQ TD QUEUE(WLP-ALERT-TDQ)
             FROM(WLPALERT-RECORD) LENGTH(LENGTH OF WLPALERT-RECORD)
           END-EXEC
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
           MOVE 'WLPSNAP '      TO LOCK-PROGRAM
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
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(AUDIT-KEY-DATE)
                 DATESEP('/')
                 TIME(AUDIT-KEY-TIME)
                 TIMESEP(':')
           END-EXEC

           MOVE RULE-ENDPOINT(1:30)  TO AUDIT-KEY-ENDPOINT
           MOVE ZERO                 TO AUDIT-KEY-SEQ
           MOVE WLP-SNAP-TRIGGER     TO AUDIT-START-CODE
           MOVE RULE-OPERATION       TO AUDIT-OPERATION
           MOVE RULE-ENDPOINT        TO AUDIT-ENDPOINT
           MOVE RULE-APPROVER-ID     TO AUDIT-APPROVER-ID
      *    The permanent record names the region that actually served
      *    the request - the owning region when it was shipped there,
      *    otherwise this one.
           MOVE SPACES               TO AUDIT-REGION
           IF WS-ROUTE-SYSID NOT EQUAL SPACES THEN
               MOVE WS-ROUTE-SYSID   TO AUDIT-REGION(1:4)
           ELSE
               MOVE WS-LOCAL-SYSID   TO AUDIT-REGION(1:4)
           END-IF
      *    An override pushed through a change freeze must stand out
      *    on the permanent record.
           IF OVERRIDE-IN-EFFECT THEN
               MOVE RULE-OVERRIDE-CODE TO AUDIT-OVERRIDE-CODE
           ELSE
               MOVE SPACES             TO AUDIT-OVERRIDE-CODE
           END-IF
      *    The requester actually captured from the sign-on, not the
      *    typed approver token.
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
      *    A PAUSE carries the change record it was made under, and
      *    one that got through on a freeze override alone is marked
      *    as owing a retrospective change.
           IF RULE-OPERATION-PAUSE THEN
               MOVE RULE-CHANGE-NUMBER  TO AUDIT-CHANGE-NUMBER
           ELSE
               MOVE SPACES              TO AUDIT-CHANGE-NUMBER
           END-IF
           IF RETRO-CHANGE-DUE THEN
               SET AUDIT-RETRO-CHANGE-DUE TO TRUE
           ELSE
               MOVE 'N'                 TO AUDIT-RETRO-SWITCH
           END-IF
      *    For SUCCESS/JAVAERR, Liberty was actually reached, so the
      *    permanent record should carry its own return code rather
      *    than this program's composite WS-RETURN-CODE.
           IF SUCCESS OR JAVAERR THEN
               MOVE WLP-RETURN-CODE     TO AUDIT-RETURN-CODE
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


       WRITE-AUDIT-RECORD-ATTEMPT.
      *    Two endpoints sharing their first 30 bytes, audited in the
      *    same clock second, collide on AUDIT-KEY. Bump the
      *    tiebreaker and retry rather than losing the record.
           ADD 1 TO WS-AUDIT-RETRY-COUNT
      *    The check value covers the key, so a bumped tiebreaker
      *    needs it worked out again.
           CALL 'WLPACHK' USING WLPAUDIT-RECORD
           EXEC CICS WRITE FILE(WLP-AUDIT-FILE)
             FROM(WLPAUDIT-RECORD)
             RIDFLD(AUDIT-KEY) KEYLENGTH(LENGTH OF AUDIT-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET AUDIT-WRITE-DONE TO TRUE
           ELSE
               IF WS-RESP EQUAL DFHRESP(DUPREC)
                AND WS-AUDIT-RETRY-COUNT < 99 THEN
                   ADD 1 TO AUDIT-KEY-SEQ
               ELSE
                   SET AUDIT-WRITE-DONE TO TRUE
               END-IF
           END-IF
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
      *    does not touch are not lost when the record is rewritten.
           EXEC CICS READ FILE(WLP-STATE-FILE) INTO(WLPSTATE-RECORD)
             RIDFLD(RULE-ENDPOINT) KEYLENGTH(LENGTH OF RULE-ENDPOINT)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(STATE-LAST-UPDATE-DATE)
                 DATESEP('/')
                 TIME(STATE-LAST-UPDATE-TIME)
                 TIMESEP(':')
           END-EXEC

      *    The SN trigger is what tells a RESTORE that the pause on an
      *    endpoint is still this snapshot's own.
           MOVE RULE-ENDPOINT    TO STATE-ENDPOINT-ID
           MOVE WLP-SNAP-TRIGGER TO STATE-LAST-TRIGGER
           MOVE WS-REQUESTER-ID  TO STATE-LAST-USERID

      *    A site pause has no auto-resume - the RESTORE brings the
      *    endpoints back when the event is over. A RESUME cancels
      *    any watchdog still pending, as every RESUME does.
           IF RULE-OPERATION-PAUSE THEN
               MOVE 'PAUSED' TO STATE-CURRENT-STATUS
               MOVE RULE-CHANGE-NUMBER TO STATE-CHANGE-NUMBER
           ELSE
               MOVE 'RESUME' TO STATE-CURRENT-STATUS
               MOVE SPACES TO STATE-CHANGE-NUMBER
               IF STATE-AUTO-RESUME-REQID NOT EQUAL SPACES THEN
                   EXEC CICS CANCEL REQID(STATE-AUTO-RESUME-REQID)
                     RESP(WS-RESP) RESP2(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF
           MOVE SPACES TO STATE-AUTO-RESUME-DATE
           MOVE SPACES TO STATE-AUTO-RESUME-TIME
           MOVE SPACES TO STATE-AUTO-RESUME-REQID

           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               EXEC CICS REWRITE FILE(WLP-STATE-FILE)
                 FROM(WLPSTATE-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(WLP-STATE-FILE)
                 FROM(WLPSTATE-RECORD)
                 RIDFLD(RULE-ENDPOINT)
                 KEYLENGTH(LENGTH OF RULE-ENDPOINT)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF
           EXIT.


       WRITE-METRIC-RECORD.
      *    One record per completed operation: how long the final
      *    LINK took, how many retries it burned out of the allowed
      *    maximum, and what Liberty answered - the capacity trail
      *    between "fine" and "dead".
           EXEC CICS FORMATTIME
                 ABSTIME(WS-LINK-END-ABS)
                 MMDDYYYY(MET-KEY-DATE)
                 DATESEP('/')
                 TIME(MET-KEY-TIME)
                 TIMESEP(':')
           END-EXEC
           MOVE RULE-ENDPOINT(1:30) TO MET-KEY-ENDPOINT
           MOVE ZERO                TO MET-KEY-SEQ
           MOVE RULE-ENDPOINT       TO MET-ENDPOINT
           MOVE RULE-OPERATION      TO MET-OPERATION
           COMPUTE MET-ELAPSED-MS =
             WS-LINK-END-ABS - WS-LINK-START-ABS
           MOVE PGM-ERROR-COUNT     TO MET-RETRY-COUNT
           MOVE PGM-ERROR-COUNT-MAX TO MET-RETRY-MAX
           IF LINKERR THEN
               MOVE 99 TO MET-RETURN-CODE
           ELSE
               MOVE WLP-RETURN-CODE TO MET-RETURN-CODE
           END-IF
           MOVE SPACES TO MET-REGION
           IF WS-ROUTE-SYSID NOT EQUAL SPACES THEN
               MOVE WS-ROUTE-SYSID TO MET-REGION(1:4)
           ELSE
               MOVE WS-LOCAL-SYSID TO MET-REGION(1:4)
           END-IF

           MOVE ZERO TO WS-METRIC-RETRY-COUNT
           MOVE 'N' TO WS-METRIC-WRITE-SW
           PERFORM WRITE-METRIC-RECORD-ATTEMPT UNTIL METRIC-WRITE-DONE
           EXIT.


       WRITE-METRIC-RECORD-ATTEMPT.
      *    Two operations for endpoints sharing their first 30 bytes
      *    in the same clock second collide on MET-KEY. Bump the
      *    tiebreaker and retry, same as the audit trail does.
           ADD 1 TO WS-METRIC-RETRY-COUNT
           EXEC CICS WRITE FILE(WLP-METRIC-FILE)
             FROM(WLPMET-RECORD)
             RIDFLD(MET-KEY) KEYLENGTH(LENGTH OF MET-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET METRIC-WRITE-DONE TO TRUE
           ELSE
               IF WS-RESP EQUAL DFHRESP(DUPREC)
                AND WS-METRIC-RETRY-COUNT < 99 THEN
                   ADD 1 TO MET-KEY-SEQ
               ELSE
                   SET METRIC-WRITE-DONE TO TRUE
               END-IF
           END-IF
           EXIT.


       NOTIFY-SUBSCRIBERS.
      *    One notification per registered subscriber of NTF-ENDPOINT,
      *    handed to an interface queue the way WLPALRTC hands tickets
      *    to TICK, so the application teams behind the endpoint hear
      *    about the change before their own monitoring does.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(NTF-DATE)
                 DATESEP('/')
                 TIME(NTF-TIME)
                 TIMESEP(':')
           END-EXEC
           MOVE 'WLPCTRL ' TO NTF-SYSTEM
           MOVE WS-REQUESTER-ID TO NTF-REQUESTER

           MOVE 'N' TO WS-SUB-BROWSE-SWITCH
           MOVE NTF-ENDPOINT TO SUB-ENDPOINT
           MOVE LOW-VALUES   TO SUB-TEAM
           EXEC CICS STARTBR FILE(WLP-SUB-FILE)
             RIDFLD(SUB-KEY) KEYLENGTH(LENGTH OF SUB-KEY)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               PERFORM NOTIFY-NEXT-SUBSCRIBER
                 UNTIL SUB-BROWSE-DONE
               EXEC CICS ENDBR FILE(WLP-SUB-FILE) END-EXEC
           END-IF
           EXIT.


       NOTIFY-NEXT-SUBSCRIBER.
           EXEC CICS READNEXT FILE(WLP-SUB-FILE) INTO(WLPSUB-RECORD)
             RIDFLD(SUB-KEY) KEYLENGTH(LENGTH OF SUB-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
            OR SUB-ENDPOINT NOT EQUAL NTF-ENDPOINT THEN
               SET SUB-BROWSE-DONE TO TRUE
           ELSE
               PERFORM NOTIFY-ONE-SUBSCRIBER
           END-IF
           EXIT.


       NOTIFY-ONE-SUBSCRIBER.
      *    A 'Q' destination is the subscriber's own TD queue; a 'C'
      *    destination rides the common WNTF queue carrying the
      *    contact code for the downstream notifier to resolve.
           MOVE SUB-TEAM TO NTF-TEAM
           IF SUB-DEST-IS-TDQ THEN
               MOVE SPACES TO NTF-CONTACT
               EXEC CICS WRITEQ TD QUEUE(SUB-DEST(1:4))
                 FROM(WLPNTF-RECORD) LENGTH(LENGTH OF WLPNTF-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           ELSE
               MOVE SUB-DEST TO NTF-CONTACT
               EXEC CICS WRITEQ TD QUEUE(WLP-NOTIFY-TDQ)
                 FROM(WLPNTF-RECORD) LENGTH(LENGTH OF WLPNTF-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF
           EXIT.


       SEND-OUTCOME.
      *    The summary goes on CSSL under the comparison lines and
      *    back to the terminal the run was entered from.
           MOVE WS-SNAP-NAME       TO SNAP-HDG-NAME
           MOVE WS-SNAP-RUN(1:7)   TO SNAP-HDG-RUN
           MOVE WS-TAKEN-DATE      TO SNAP-HDG-DATE
           MOVE WS-TAKEN-TIME      TO SNAP-HDG-TIME
           MOVE SNAP-HEADING-MSG   TO SNAP-SCREEN-LINE(1)

           MOVE WS-ENTRY-COUNT     TO SNAP-CNT-ENTRIES
           MOVE WS-SERVING-COUNT   TO SNAP-CNT-SERVING
           MOVE WS-LEFT-COUNT      TO SNAP-CNT-LEFT
           MOVE SNAP-COUNT-MSG     TO SNAP-SCREEN-LINE(2)

           MOVE WS-DONE-COUNT      TO SNAP-RES-DONE
           MOVE WS-PRIOR-COUNT     TO SNAP-RES-PRIOR
           MOVE WS-FAILED-COUNT    TO SNAP-RES-FAILED
           MOVE WS-CHANGED-COUNT   TO SNAP-RES-CHANGED
           MOVE WS-DIFFER-COUNT    TO SNAP-RES-DIFFER
           MOVE SNAP-RESULT-MSG    TO SNAP-SCREEN-LINE(3)

           PERFORM WRITE-SUMMARY-LINE
             VARYING WS-KEY-INDEX FROM 1 BY 1
             UNTIL WS-KEY-INDEX > 3

           EXEC CICS SEND TEXT FROM(SNAP-SCREEN-TEXT)
             ERASE FREEKB LENGTH(LENGTH OF SNAP-SCREEN-TEXT)
           END-EXEC
           EXIT.


       WRITE-SUMMARY-LINE.
           EXEC CICS WRITEQ TD QUEUE(WLP-SNAP-TDQ)
             FROM(SNAP-SCREEN-LINE(WS-KEY-INDEX))
             LENGTH(LENGTH OF SNAP-SCREEN-LINE(WS-KEY-INDEX))
           END-EXEC
           EXIT.
