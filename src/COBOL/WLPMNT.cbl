       PROCESS NODYNAM,RENT,APOST,CICS('SP'),TRUNC(OPT)
      *----------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                          *
      *  SAMPLE                                                        *
      * Pseudo-conversational maintenance transaction (TRANSID WLPM)   *
      * for the reference files the controller programs read: the      *
      * registered endpoint table (WLPENDPT), the PAUSE approver       *
      * list (WLPAPPR), the runtime tuning config (WLPCFG), the        *
      * operator authority file (WLPOPER), the region topology file    *
      * (WLPRGN) and the team chargeback file (WLPTEAM). One generic   *
      * screen serves                                                  *
      * them all - the program relabels the data fields for whichever  *
      * file is selected. The per-endpoint operation lock file         *
      * (WLPLOCK) can be inquired on and cleared here too, but never   *
      * added to or changed - only the controller programs take a      *
      * lock. Add, update and                                          *
      * delete are validated at field level (business hours start      *
      * must precede end, CAN-APPROVE must be Y or N, a key is         *
      * always required) and every applied change writes a             *
      *            as "use the built-in default" - zero is a real     *
      *            value there and would stop the sampler or sweeper  *
      *            chain.                                              *
      * 2026-10-15 DEVL Maintain the endpoint's standby region on the  *
      *            endpoint screen, and the WLPRGN region topology     *
      *            file (file code R) that says which regions are      *
      *            available for failover.                             *
      * 2026-10-15 DEVL Show and clear the WLPLOCK per-endpoint        *
      *            operation lock (file code L, inquire and delete     *
      *            only), so a lock left behind by an abended task     *
      *            can be released with a change-history record.       *
      * 2026-10-15 DEVL Maintain the WLPRCVR past-due timer action     *
      *            (F fire / A alert) on the WLPCFG screen (map row    *
      *            10 added); blank stores a space, meaning the        *
      *            program's built-in default.                         *
      * 2026-10-15 DEVL Maintain the WLPTEAM team chargeback file      *
      *            (file code T: name, cost centre, rate per paused    *
      *            hour) and the operator's team on the WLPOPER       *
      *            screen; a team typed there must be on WLPTEAM.      *
      * 2026-10-15 DEVL Refuse to clear a WLPLOCK lock while its       *
      *            holding task is still running in this region        *
      *            (INQUIRE TASK, so the program is now translated     *
      *            with the SP option). A lock held in another region  *
      *            cannot be checked from here; clearing one says      *
      *            which region held it.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WLPMNT.
          03 WS-RESP2              PIC S9(8) COMP    VALUE ZERO.
          03 ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.
          03 WS-USER-ID            PIC X(08)         VALUE SPACES.
          03 WS-LOCAL-SYSID        PIC X(04)         VALUE SPACES.

      *  Lock holder check before a lock is cleared
          03 WS-HOLDER-TASK        PIC S9(7) COMP-3  VALUE ZERO.
          03 WS-HOLDER-TRANSID     PIC X(04)         VALUE SPACES.
          03 WS-HOLDER-SWITCH      PIC X             VALUE SPACE.
             88 LOCK-HOLDER-GONE            VALUE 'G'.
             88 LOCK-HOLDER-ACTIVE          VALUE 'A'.
             88 LOCK-HOLDER-UNKNOWN         VALUE 'X'.
             88 LOCK-HOLDER-UNCHECKED       VALUE 'U'.

      *  Request decoding
          03 WS-FILE-CODE          PIC X             VALUE SPACE.
             88 FILE-IS-APPR                VALUE 'A'.
             88 FILE-IS-CFG                 VALUE 'C'.
             88 FILE-IS-OPER                VALUE 'O'.
             88 FILE-IS-RGN                 VALUE 'R'.
             88 FILE-IS-LOCK                VALUE 'L'.
             88 FILE-IS-TEAM                VALUE 'T'.
          03 WS-ACTION-CODE        PIC X             VALUE SPACE.
             88 ACTION-IS-ADD               VALUE 'A'.
             88 ACTION-IS-UPDATE            VALUE 'U'.
          03 WS-CFG-HEALTH-NUM     PIC 9(04)         VALUE ZERO.
          03 WS-CFG-STALE-NUM      PIC 9(05)         VALUE ZERO.
          03 WS-CFG-SWEEP-NUM      PIC 9(04)         VALUE ZERO.
          03 WS-CFG-PAST-DUE       PIC X(01)         VALUE SPACE.

      *  Staged team rate per paused hour: whole units, then the
      *  two decimal places typed after a point (if any)
          03 WS-TEAM-RATE          PIC 9(05)V99      VALUE ZERO.
          03 WS-TEAM-RATE-DISP     PIC ZZZZ9.99      VALUE ZERO.
          03 WS-RATE-DOT-POS       PIC 9(02) COMP    VALUE ZERO.
          03 WS-RATE-CENTS         PIC X(02)         VALUE '00'.
          03 WS-RATE-CENTS-NUM REDEFINES WS-RATE-CENTS PIC 9(02).
      *    Largest interval the sampler/sweeper START can fold into
      *    its 2-digit hours, same ceiling those programs apply.
          03 WS-INTERVAL-MAX-MIN   PIC 9(04)         VALUE 5999.
       77 WLP-CONFIG-FILE           PIC X(8)  VALUE 'WLPCFG'.
       77 WLP-CHIST-FILE            PIC X(8)  VALUE 'WLPCHIST'.
       77 WLP-OPER-FILE             PIC X(8)  VALUE 'WLPOPER'.
       77 WLP-REGION-FILE           PIC X(8)  VALUE 'WLPRGN'.
       77 WLP-LOCK-FILE             PIC X(8)  VALUE 'WLPLOCK'.
       77 WLP-TEAM-FILE             PIC X(8)  VALUE 'WLPTEAM'.
       77 WLP-MNT-TRANSID           PIC X(4)  VALUE 'WLPM'.
       77 WLP-MNT-MAPSET            PIC X(7)  VALUE 'WLPMNTM'.
       77 WLP-MNT-MAP               PIC X(7)  VALUE 'WLPMNTS'.
           COPY WLPCHGR.
      *   Copybook for the operator authority file
           COPY WLPOPRR.
      *   Copybook for the region topology file
           COPY WLPRGNR.
      *   Copybook for the per-endpoint operation lock file
           COPY WLPLCKR.
      *   Copybook for the team chargeback reference file
           COPY WLPTEMR.
      *   Symbolic description of the WLPMNTM mapset
           COPY WLPMNTM.
      *   Attention identifier values
      *
       MAIN-PROCESSING SECTION.
           EXEC CICS ASSIGN USERID(WS-USER-ID)
             SYSID(WS-LOCAL-SYSID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           INSPECT MNTDA7I REPLACING ALL LOW-VALUE BY SPACE
           INSPECT MNTDA8I REPLACING ALL LOW-VALUE BY SPACE
           INSPECT MNTDA9I REPLACING ALL LOW-VALUE BY SPACE
           INSPECT MNTDA10I REPLACING ALL LOW-VALUE BY SPACE
           EXIT.


           MOVE MNTKY2I TO WS-RECORD-KEY(75:54)

           IF NOT FILE-IS-ENDPT AND NOT FILE-IS-APPR
            AND NOT FILE-IS-CFG AND NOT FILE-IS-OPER
            AND NOT FILE-IS-RGN AND NOT FILE-IS-LOCK
            AND NOT FILE-IS-TEAM THEN
               MOVE 'FILE MUST BE E, A, C, O, R, L OR T' TO MNTMSGO
           ELSE IF NOT ACTION-IS-ADD AND NOT ACTION-IS-UPDATE
            AND NOT ACTION-IS-DELETE AND NOT ACTION-IS-INQUIRE THEN
               MOVE 'ACTION MUST BE A, U, D OR I' TO MNTMSGO
                       PERFORM PROCESS-CFG-REQUEST
                   WHEN FILE-IS-OPER
                       PERFORM PROCESS-OPER-REQUEST
                   WHEN FILE-IS-RGN
                       PERFORM PROCESS-RGN-REQUEST
                   WHEN FILE-IS-LOCK
                       PERFORM PROCESS-LOCK-REQUEST
                   WHEN FILE-IS-TEAM
                       PERFORM PROCESS-TEAM-REQUEST
               END-EVALUATE
           END-IF END-IF END-IF
           EXIT.
                       ELSE
                           MOVE '00000' TO MNTDA3O(1:5)
                       END-IF
      *    Likewise a record loaded before the standby region existed
      *    carries nulls there - show it as the blank it means.
                       IF ENDPT-STANDBY-REGION EQUAL LOW-VALUES THEN
                           MOVE SPACES TO MNTDA4O
                       ELSE
                           MOVE ENDPT-STANDBY-REGION TO MNTDA4O
                       END-IF
                       MOVE 'ENDPOINT DISPLAYED' TO MNTMSGO
                   ELSE
                       MOVE 'ENDPOINT NOT FOUND' TO MNTMSGO
                   END-IF
               WHEN ACTION-IS-ADD
                   PERFORM VALIDATE-ENDPT-STALE-FIELD
                   IF MNTMSGO EQUAL SPACES THEN
                       PERFORM VALIDATE-ENDPT-STANDBY-FIELD
                   END-IF
                   IF MNTMSGO NOT EQUAL SPACES THEN
                       CONTINUE
                   ELSE
                   MOVE MNTDA1I        TO ENDPT-DESCRIPTION
                   MOVE MNTDA2I(1:8)   TO ENDPT-REGION
                   MOVE WS-ENDPT-STALE TO ENDPT-STALE-MAX-MIN
                   MOVE MNTDA4I(1:8)   TO ENDPT-STANDBY-REGION
                   EXEC CICS WRITE FILE(WLP-ENDPT-FILE)
                     FROM(WLPENDPT-RECORD)
                     RIDFLD(ENDPT-ID) KEYLENGTH(LENGTH OF ENDPT-ID)
                   END-IF
               WHEN ACTION-IS-UPDATE
                   PERFORM VALIDATE-ENDPT-STALE-FIELD
                   IF MNTMSGO EQUAL SPACES THEN
                       PERFORM VALIDATE-ENDPT-STANDBY-FIELD
                   END-IF
                   IF MNTMSGO NOT EQUAL SPACES THEN
                       CONTINUE
                   ELSE
                       MOVE MNTDA1I      TO ENDPT-DESCRIPTION
                       MOVE MNTDA2I(1:8) TO ENDPT-REGION
                       MOVE WS-ENDPT-STALE TO ENDPT-STALE-MAX-MIN
                       MOVE MNTDA4I(1:8) TO ENDPT-STANDBY-REGION
                       EXEC CICS REWRITE FILE(WLP-ENDPT-FILE)
                         FROM(WLPENDPT-RECORD)
                         RESP(WS-RESP) RESP2(WS-RESP2)
           EXIT.


       VALIDATE-ENDPT-STANDBY-FIELD.
      *    The standby region is optional. A region name is eight
      *    characters at most, and an endpoint cannot stand by for
      *    itself - failing over to the owner would be no failover.
           IF MNTDA4I(9:32) NOT EQUAL SPACES THEN
               MOVE 'STANDBY-REGION TAKES 8 CHARACTERS OR FEWER'
                 TO MNTMSGO
           ELSE IF MNTDA4I(1:8) NOT EQUAL SPACES
            AND MNTDA4I(1:8) EQUAL MNTDA2I(1:8) THEN
               MOVE 'STANDBY-REGION MUST DIFFER FROM REGION'
                 TO MNTMSGO
           END-IF END-IF
           EXIT.


       PROCESS-APPR-REQUEST.
           PERFORM SET-APPR-LABELS
           IF (ACTION-IS-ADD OR ACTION-IS-UPDATE)

       PROCESS-OPER-REQUEST.
           PERFORM SET-OPER-LABELS
           IF ACTION-IS-ADD OR ACTION-IS-UPDATE THEN
               PERFORM VALIDATE-OPER-FIELDS
           END-IF
           IF MNTMSGO NOT EQUAL SPACES THEN
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN ACTION-IS-INQUIRE
                           MOVE OPR-NAME       TO MNTDA1O
                           MOVE OPR-AUTH-LEVEL TO MNTDA2O(1:1)
                           MOVE OPR-REGION     TO MNTDA3O(1:8)
      *    A record loaded before the team existed carries nulls
      *    there - show it as the blank it means.
                           IF OPR-TEAM EQUAL LOW-VALUES THEN
                               MOVE SPACES     TO MNTDA4O
                           ELSE
                               MOVE OPR-TEAM   TO MNTDA4O(1:8)
                           END-IF
                           MOVE 'OPERATOR DISPLAYED' TO MNTMSGO
                       ELSE
                           MOVE 'OPERATOR NOT FOUND' TO MNTMSGO
                       MOVE MNTDA1I(1:30)      TO OPR-NAME
                       MOVE MNTDA2I(1:1)       TO OPR-AUTH-LEVEL
                       MOVE MNTDA3I(1:8)       TO OPR-REGION
                       MOVE MNTDA4I(1:8)       TO OPR-TEAM
                       EXEC CICS WRITE FILE(WLP-OPER-FILE)
                         FROM(WLPOPER-RECORD)
                         RIDFLD(OPR-OPERATOR-ID)
                           MOVE MNTDA1I(1:30) TO OPR-NAME
                           MOVE MNTDA2I(1:1)  TO OPR-AUTH-LEVEL
                           MOVE MNTDA3I(1:8)  TO OPR-REGION
                           MOVE MNTDA4I(1:8)  TO OPR-TEAM
                           EXEC CICS REWRITE FILE(WLP-OPER-FILE)
                             FROM(WLPOPER-RECORD)
                             RESP(WS-RESP) RESP2(WS-RESP2)
           EXIT.


       VALIDATE-OPER-FIELDS.
      *    The team is optional - an operator with none has their
      *    ad-hoc downtime reported as unassigned - but one that is
      *    typed must be on WLPTEAM, or the chargeback run would
      *    have no cost centre to send it to.
           IF MNTDA2I(1:1) NOT EQUAL '1'
            AND MNTDA2I(1:1) NOT EQUAL '2'
            AND MNTDA2I(1:1) NOT EQUAL '3' THEN
               MOVE 'AUTH-LEVEL MUST BE 1, 2 OR 3' TO MNTMSGO
           ELSE IF MNTDA4I(9:32) NOT EQUAL SPACES THEN
               MOVE 'TEAM TAKES 8 CHARACTERS OR FEWER' TO MNTMSGO
           ELSE IF MNTDA4I(1:8) NOT EQUAL SPACES THEN
               MOVE MNTDA4I(1:8) TO TEAM-ID
               EXEC CICS READ FILE(WLP-TEAM-FILE)
                 INTO(WLPTEAM-RECORD)
                 RIDFLD(TEAM-ID)
                 KEYLENGTH(LENGTH OF TEAM-ID)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                   MOVE 'TEAM IS NOT ON WLPTEAM' TO MNTMSGO
               END-IF
           END-IF END-IF END-IF
           EXIT.


       PROCESS-RGN-REQUEST.
           PERFORM SET-RGN-LABELS
           IF (ACTION-IS-ADD OR ACTION-IS-UPDATE)
            AND MNTDA2I(1:8) NOT EQUAL 'UP'
            AND MNTDA2I(1:8) NOT EQUAL 'DOWN' THEN
               MOVE 'STATUS MUST BE UP OR DOWN' TO MNTMSGO
           ELSE IF WS-RECORD-KEY(9:120) NOT EQUAL SPACES THEN
               MOVE 'REGION NAME TAKES 8 CHARACTERS OR FEWER'
                 TO MNTMSGO
           ELSE
               EVALUATE TRUE
                   WHEN ACTION-IS-INQUIRE
                       EXEC CICS READ FILE(WLP-REGION-FILE)
                         INTO(WLPRGN-RECORD)
                         RIDFLD(WS-RECORD-KEY)
                         KEYLENGTH(LENGTH OF RGN-REGION)
                         RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           MOVE RGN-DESCRIPTION TO MNTDA1O
                           MOVE RGN-STATUS      TO MNTDA2O
                           MOVE SPACES          TO MNTDA3O
                           STRING RGN-LAST-UPDATE-DATE
                                    DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  RGN-LAST-UPDATE-TIME
                                    DELIMITED BY SIZE
                             INTO MNTDA3O
                           END-STRING
                           MOVE RGN-LAST-USERID TO MNTDA4O
                           MOVE 'REGION DISPLAYED' TO MNTMSGO
                       ELSE
                           MOVE 'REGION NOT FOUND' TO MNTMSGO
                       END-IF
                   WHEN ACTION-IS-ADD
                       MOVE WS-RECORD-KEY(1:8) TO RGN-REGION
                       MOVE MNTDA1I            TO RGN-DESCRIPTION
                       MOVE MNTDA2I(1:4)       TO RGN-STATUS
                       PERFORM STAMP-RGN-CHANGE
                       EXEC CICS WRITE FILE(WLP-REGION-FILE)
                         FROM(WLPRGN-RECORD)
                         RIDFLD(RGN-REGION)
                         KEYLENGTH(LENGTH OF RGN-REGION)
                         RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           MOVE 'WLPRGN' TO CHG-KEY-FILE
                           SET CHG-ACTION-ADD TO TRUE
                           MOVE WLPRGN-RECORD TO CHG-DETAIL
                           PERFORM WRITE-CHANGE-HISTORY
                           MOVE 'REGION ADDED' TO MNTMSGO
                       ELSE IF WS-RESP EQUAL DFHRESP(DUPREC) THEN
                           MOVE 'REGION ALREADY EXISTS' TO MNTMSGO
                       ELSE
                           MOVE 'REGION WRITE FAILED' TO MNTMSGO
                       END-IF END-IF
                   WHEN ACTION-IS-UPDATE
                       EXEC CICS READ FILE(WLP-REGION-FILE)
                         INTO(WLPRGN-RECORD)
                         RIDFLD(WS-RECORD-KEY)
                         KEYLENGTH(LENGTH OF RGN-REGION)
                         UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           MOVE MNTDA1I      TO RGN-DESCRIPTION
                           MOVE MNTDA2I(1:4) TO RGN-STATUS
                           PERFORM STAMP-RGN-CHANGE
                           EXEC CICS REWRITE FILE(WLP-REGION-FILE)
                             FROM(WLPRGN-RECORD)
                             RESP(WS-RESP) RESP2(WS-RESP2)
                           END-EXEC
                           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                               MOVE 'WLPRGN' TO CHG-KEY-FILE
                               SET CHG-ACTION-UPDATE TO TRUE
                               MOVE WLPRGN-RECORD TO CHG-DETAIL
                               PERFORM WRITE-CHANGE-HISTORY
                               MOVE 'REGION UPDATED' TO MNTMSGO
                           ELSE
                               MOVE 'REGION UPDATE FAILED' TO MNTMSGO
                           END-IF
                       ELSE
                           MOVE 'REGION NOT FOUND' TO MNTMSGO
                       END-IF
                   WHEN ACTION-IS-DELETE
                       EXEC CICS READ FILE(WLP-REGION-FILE)
                         INTO(WLPRGN-RECORD)
                         RIDFLD(WS-RECORD-KEY)
                         KEYLENGTH(LENGTH OF RGN-REGION)
                         RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           EXEC CICS DELETE FILE(WLP-REGION-FILE)
                             RIDFLD(WS-RECORD-KEY)
                             KEYLENGTH(LENGTH OF RGN-REGION)
                             RESP(WS-RESP) RESP2(WS-RESP2)
                           END-EXEC
                           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                               MOVE 'WLPRGN' TO CHG-KEY-FILE
                               SET CHG-ACTION-DELETE TO TRUE
                               MOVE WLPRGN-RECORD TO CHG-DETAIL
                               PERFORM WRITE-CHANGE-HISTORY
                               MOVE 'REGION DELETED' TO MNTMSGO
                           ELSE
                               MOVE 'REGION DELETE FAILED' TO MNTMSGO
                           END-IF
                       ELSE
                           MOVE 'REGION NOT FOUND' TO MNTMSGO
                       END-IF
               END-EVALUATE
           END-IF END-IF
           EXIT.


       STAMP-RGN-CHANGE.
      *    The topology record carries its own last-change stamp, so
      *    "since when has this region been marked down, and by
      *    whom" is answered by an inquiry.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(RGN-LAST-UPDATE-DATE)
                 DATESEP('/')
                 TIME(RGN-LAST-UPDATE-TIME)
                 TIMESEP(':')
           END-EXEC
           MOVE WS-USER-ID TO RGN-LAST-USERID
           EXIT.


       PROCESS-LOCK-REQUEST.
      *    A lock is only ever written by the controller programs, so
      *    this screen can show one, and clear one left behind by a
      *    task that abended while holding it, but never add or
      *    change one. A holder in this region is looked up first,
      *    and the clear refused while it is still running - a live
      *    holder would then run on unguarded beside a second PAUSE
      *    or RESUME. A holder in another region cannot be looked up
      *    from here: inquire shows its region and task number so it
      *    can be checked there first, and the clear names the region.
           PERFORM SET-LOCK-LABELS
           IF ACTION-IS-ADD OR ACTION-IS-UPDATE THEN
               MOVE 'A LOCK CAN ONLY BE INQUIRED ON OR DELETED'
                 TO MNTMSGO
           ELSE
               EXEC CICS READ FILE(WLP-LOCK-FILE)
                 INTO(WLPLOCK-RECORD)
                 RIDFLD(WS-RECORD-KEY)
                 KEYLENGTH(LENGTH OF LOCK-ENDPOINT)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                   MOVE 'NO LOCK HELD FOR THIS ENDPOINT' TO MNTMSGO
               ELSE
                   PERFORM SHOW-LOCK-VALUES
                   IF ACTION-IS-INQUIRE THEN
                       MOVE 'LOCK DISPLAYED' TO MNTMSGO
                   ELSE
                       PERFORM CHECK-LOCK-HOLDER
                       EVALUATE TRUE
                           WHEN LOCK-HOLDER-ACTIVE
                               MOVE 'LOCK HOLDER TASK STILL ACTIVE'
                                 TO MNTMSGO
                           WHEN LOCK-HOLDER-UNKNOWN
                               MOVE 'CANNOT CHECK HOLDER - LOCK KEPT'
                                 TO MNTMSGO
                           WHEN OTHER
                               PERFORM CLEAR-LOCK
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           EXIT.


       CHECK-LOCK-HOLDER.
      *    The holder is still running if its task number is live
      *    under the transaction that took the lock. No such task, or
      *    the number since reused by another transaction, means it
      *    has gone. Any other answer leaves the lock where it is.
      *    A holder in another region, or a task number that is not
      *    numeric, cannot be looked up and is cleared unchecked.
           IF LOCK-SYSID NOT EQUAL WS-LOCAL-SYSID
            OR LOCK-TASK-NUMBER NOT NUMERIC THEN
               SET LOCK-HOLDER-UNCHECKED TO TRUE
           ELSE
               MOVE LOCK-TASK-NUMBER TO WS-HOLDER-TASK
               EXEC CICS INQUIRE TASK(WS-HOLDER-TASK)
                 TRANSACTION(WS-HOLDER-TRANSID)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                    AND WS-HOLDER-TRANSID EQUAL LOCK-TRANSID
                       SET LOCK-HOLDER-ACTIVE TO TRUE
                   WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   WHEN WS-RESP EQUAL DFHRESP(TASKIDERR)
                       SET LOCK-HOLDER-GONE TO TRUE
                   WHEN OTHER
                       SET LOCK-HOLDER-UNKNOWN TO TRUE
               END-EVALUATE
           END-IF
           EXIT.


       CLEAR-LOCK.
           EXEC CICS DELETE FILE(WLP-LOCK-FILE)
             RIDFLD(WS-RECORD-KEY)
             KEYLENGTH(LENGTH OF LOCK-ENDPOINT)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               MOVE 'WLPLOCK' TO CHG-KEY-FILE
               SET CHG-ACTION-DELETE TO TRUE
      *    The endpoint is already the history key, so the detail
      *    keeps who held the lock that was cleared.
               MOVE WLPLOCK-RECORD(129:) TO CHG-DETAIL
               PERFORM WRITE-CHANGE-HISTORY
               IF LOCK-HOLDER-UNCHECKED THEN
                   MOVE SPACES TO MNTMSGO
                   STRING 'LOCK CLEARED - HELD IN REGION '
                            DELIMITED BY SIZE
                          LOCK-SYSID DELIMITED BY SIZE
                          ', HOLDER NOT CHECKED'
                            DELIMITED BY SIZE
                     INTO MNTMSGO
                   END-STRING
               ELSE
                   MOVE 'LOCK CLEARED' TO MNTMSGO
               END-IF
           ELSE
               MOVE 'LOCK DELETE FAILED' TO MNTMSGO
           END-IF
           EXIT.


       PROCESS-TEAM-REQUEST.
           PERFORM SET-TEAM-LABELS
           IF WS-RECORD-KEY(9:120) NOT EQUAL SPACES THEN
               MOVE 'TEAM ID TAKES 8 CHARACTERS OR FEWER' TO MNTMSGO
           ELSE IF ACTION-IS-ADD OR ACTION-IS-UPDATE THEN
               PERFORM VALIDATE-TEAM-FIELDS
           END-IF END-IF
           IF MNTMSGO NOT EQUAL SPACES THEN
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN ACTION-IS-INQUIRE
                       EXEC CICS READ FILE(WLP-TEAM-FILE)
                         INTO(WLPTEAM-RECORD)
                         RIDFLD(WS-RECORD-KEY)
                         KEYLENGTH(LENGTH OF TEAM-ID)
                         RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           MOVE TEAM-NAME        TO MNTDA1O
                           MOVE TEAM-COST-CENTRE TO MNTDA2O
                           IF TEAM-RATE-PER-HOUR IS NUMERIC THEN
                               MOVE TEAM-RATE-PER-HOUR
                                 TO WS-TEAM-RATE-DISP
                           ELSE
                               MOVE ZERO TO WS-TEAM-RATE-DISP
                           END-IF
                           MOVE WS-TEAM-RATE-DISP TO MNTDA3O
                           MOVE 'TEAM DISPLAYED' TO MNTMSGO
                       ELSE
                           MOVE 'TEAM NOT FOUND' TO MNTMSGO
                       END-IF
                   WHEN ACTION-IS-ADD
                       MOVE WS-RECORD-KEY(1:8) TO TEAM-ID
                       MOVE MNTDA1I(1:30)      TO TEAM-NAME
                       MOVE MNTDA2I(1:10)      TO TEAM-COST-CENTRE
                       MOVE WS-TEAM-RATE       TO TEAM-RATE-PER-HOUR
                       EXEC CICS WRITE FILE(WLP-TEAM-FILE)
                         FROM(WLPTEAM-RECORD)
                         RIDFLD(TEAM-ID)
                         KEYLENGTH(LENGTH OF TEAM-ID)
                         RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           MOVE 'WLPTEAM' TO CHG-KEY-FILE
                           SET CHG-ACTION-ADD TO TRUE
                           MOVE WLPTEAM-RECORD TO CHG-DETAIL
                           PERFORM WRITE-CHANGE-HISTORY
                           MOVE 'TEAM ADDED' TO MNTMSGO
                       ELSE IF WS-RESP EQUAL DFHRESP(DUPREC) THEN
                           MOVE 'TEAM ALREADY EXISTS' TO MNTMSGO
                       ELSE
                           MOVE 'TEAM WRITE FAILED' TO MNTMSGO
                       END-IF END-IF
                   WHEN ACTION-IS-UPDATE
                       EXEC CICS READ FILE(WLP-TEAM-FILE)
                         INTO(WLPTEAM-RECORD)
                         RIDFLD(WS-RECORD-KEY)
                         KEYLENGTH(LENGTH OF TEAM-ID)
                         UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           MOVE MNTDA1I(1:30) TO TEAM-NAME
                           MOVE MNTDA2I(1:10) TO TEAM-COST-CENTRE
                           MOVE WS-TEAM-RATE  TO TEAM-RATE-PER-HOUR
                           EXEC CICS REWRITE FILE(WLP-TEAM-FILE)
                             FROM(WLPTEAM-RECORD)
                             RESP(WS-RESP) RESP2(WS-RESP2)
                           END-EXEC
                           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                               MOVE 'WLPTEAM' TO CHG-KEY-FILE
                               SET CHG-ACTION-UPDATE TO TRUE
                               MOVE WLPTEAM-RECORD TO CHG-DETAIL
                               PERFORM WRITE-CHANGE-HISTORY
                               MOVE 'TEAM UPDATED' TO MNTMSGO
                           ELSE
                               MOVE 'TEAM UPDATE FAILED' TO MNTMSGO
                           END-IF
                       ELSE
                           MOVE 'TEAM NOT FOUND' TO MNTMSGO
                       END-IF
                   WHEN ACTION-IS-DELETE
                       EXEC CICS READ FILE(WLP-TEAM-FILE)
                         INTO(WLPTEAM-RECORD)
                         RIDFLD(WS-RECORD-KEY)
                         KEYLENGTH(LENGTH OF TEAM-ID)
                         RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                           EXEC CICS DELETE FILE(WLP-TEAM-FILE)
                             RIDFLD(WS-RECORD-KEY)
                             KEYLENGTH(LENGTH OF TEAM-ID)
                             RESP(WS-RESP) RESP2(WS-RESP2)
                           END-EXEC
                           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                               MOVE 'WLPTEAM' TO CHG-KEY-FILE
                               SET CHG-ACTION-DELETE TO TRUE
                               MOVE WLPTEAM-RECORD TO CHG-DETAIL
                               PERFORM WRITE-CHANGE-HISTORY
                               MOVE 'TEAM DELETED' TO MNTMSGO
                           ELSE
                               MOVE 'TEAM DELETE FAILED' TO MNTMSGO
                           END-IF
                       ELSE
                           MOVE 'TEAM NOT FOUND' TO MNTMSGO
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.


       VALIDATE-TEAM-FIELDS.
      *    Every team needs a cost centre - it is where the finance
      *    interface sends the charge.
           IF MNTDA2I(1:10) EQUAL SPACES THEN
               MOVE 'COST-CENTRE IS REQUIRED' TO MNTMSGO
           ELSE IF MNTDA2I(11:30) NOT EQUAL SPACES THEN
               MOVE 'COST-CENTRE TAKES 10 CHARACTERS OR FEWER'
                 TO MNTMSGO
           ELSE
               PERFORM VALIDATE-TEAM-RATE-FIELD
           END-IF END-IF
           EXIT.


       VALIDATE-TEAM-RATE-FIELD.
      *    The rate is a money amount per paused hour: up to five
      *    digits of whole units, optionally followed by a point and
      *    exactly two decimal places.
           MOVE ZERO   TO WS-TEAM-RATE
           MOVE ZERO   TO WS-RATE-DOT-POS
           MOVE '00'   TO WS-RATE-CENTS
           MOVE SPACES TO WS-CONV-TEXT
           IF MNTDA3I(9:32) NOT EQUAL SPACES THEN
               MOVE 'RATE-PER-HOUR TAKES 8 CHARACTERS OR FEWER'
                 TO MNTMSGO
           ELSE
               INSPECT MNTDA3I(1:8) TALLYING WS-RATE-DOT-POS
                 FOR CHARACTERS BEFORE INITIAL '.'
               IF WS-RATE-DOT-POS EQUAL 8 THEN
                   MOVE MNTDA3I(1:8) TO WS-CONV-TEXT
               ELSE IF WS-RATE-DOT-POS EQUAL ZERO
                OR WS-RATE-DOT-POS > 5 THEN
                   MOVE 'RATE-PER-HOUR MUST BE NNNNN.NN' TO MNTMSGO
               ELSE
                   MOVE MNTDA3I(1:WS-RATE-DOT-POS) TO WS-CONV-TEXT
                   MOVE MNTDA3I(WS-RATE-DOT-POS + 2:2)
                     TO WS-RATE-CENTS
                   IF WS-RATE-CENTS IS NOT NUMERIC
                    OR MNTDA3I(WS-RATE-DOT-POS + 4:5)
                       NOT EQUAL SPACES THEN
                       MOVE 'RATE-PER-HOUR MUST BE NNNNN.NN'
                         TO MNTMSGO
                   END-IF
               END-IF END-IF
               IF MNTMSGO EQUAL SPACES THEN
                   MOVE 5 TO WS-CONV-LEN
                   PERFORM CONVERT-UNSIGNED-FIELD
                   IF CONV-ERROR THEN
                       MOVE 'RATE-PER-HOUR MUST BE NNNNN.NN'
                         TO MNTMSGO
                   ELSE
                       COMPUTE WS-TEAM-RATE =
                         WS-CONV-VALUE + (WS-RATE-CENTS-NUM / 100)
                   END-IF
               END-IF
           END-IF
           EXIT.


       SHOW-LOCK-VALUES.
           MOVE SPACES TO MNTDA1O MNTDA2O MNTDA3O MNTDA4O
                          MNTDA5O MNTDA6O
           MOVE LOCK-OPERATION   TO MNTDA1O
           STRING LOCK-TRANSID DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  LOCK-USERID  DELIMITED BY SIZE
             INTO MNTDA2O
           END-STRING
           MOVE LOCK-PROGRAM     TO MNTDA3O
           MOVE LOCK-TASK-NUMBER TO MNTDA4O
           MOVE LOCK-SYSID       TO MNTDA5O
           STRING LOCK-DATE DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  LOCK-TIME DELIMITED BY SIZE
             INTO MNTDA6O
           END-STRING
           EXIT.


       SET-OPER-LABELS.
           MOVE 'NAME:'             TO MNTLB1O
           MOVE 'AUTH-LEVEL (1-3):' TO MNTLB2O
           MOVE 'REGION:'           TO MNTLB3O
           MOVE 'TEAM:'             TO MNTLB4O
           MOVE SPACES              TO MNTLB5O
           MOVE SPACES              TO MNTLB6O
           MOVE SPACES              TO MNTLB7O
           MOVE SPACES              TO MNTLB8O
           MOVE SPACES              TO MNTLB9O
           MOVE SPACES              TO MNTLB10O
           EXIT.


           MOVE 'DESCRIPTION:'      TO MNTLB1O
           MOVE 'REGION:'           TO MNTLB2O
           MOVE 'STALE-MAX-MIN:'    TO MNTLB3O
           MOVE 'STANDBY-REGION:'   TO MNTLB4O
           MOVE SPACES              TO MNTLB5O
           MOVE SPACES              TO MNTLB6O
           MOVE SPACES              TO MNTLB7O
           MOVE SPACES              TO MNTLB8O
           MOVE SPACES              TO MNTLB9O
           MOVE SPACES              TO MNTLB10O
           EXIT.


       SET-RGN-LABELS.
           MOVE 'DESCRIPTION:'      TO MNTLB1O
           MOVE 'STATUS (UP/DOWN):' TO MNTLB2O
           MOVE 'LAST CHANGED:'     TO MNTLB3O
           MOVE 'CHANGED BY:'       TO MNTLB4O
           MOVE SPACES              TO MNTLB5O
           MOVE SPACES              TO MNTLB6O
           MOVE SPACES              TO MNTLB7O
           MOVE SPACES              TO MNTLB8O
           MOVE SPACES              TO MNTLB9O
           MOVE SPACES              TO MNTLB10O
           EXIT.


       SET-TEAM-LABELS.
           MOVE 'NAME:'             TO MNTLB1O
           MOVE 'COST-CENTRE:'      TO MNTLB2O
           MOVE 'RATE-PER-HOUR:'    TO MNTLB3O
           MOVE SPACES              TO MNTLB4O
           MOVE SPACES              TO MNTLB5O
           MOVE SPACES              TO MNTLB6O
           MOVE SPACES              TO MNTLB7O
           MOVE SPACES              TO MNTLB8O
           MOVE SPACES              TO MNTLB9O
           MOVE SPACES              TO MNTLB10O
           EXIT.


       SET-LOCK-LABELS.
           MOVE 'OPERATION:'        TO MNTLB1O
           MOVE 'HELD BY TRAN/USER:' TO MNTLB2O
           MOVE 'PROGRAM:'          TO MNTLB3O
           MOVE 'TASK NUMBER:'      TO MNTLB4O
           MOVE 'REGION:'           TO MNTLB5O
           MOVE 'LOCKED SINCE:'     TO MNTLB6O
           MOVE SPACES              TO MNTLB7O
           MOVE SPACES              TO MNTLB8O
           MOVE SPACES              TO MNTLB9O
           MOVE SPACES              TO MNTLB10O
           EXIT.


           MOVE SPACES              TO MNTLB7O
           MOVE SPACES              TO MNTLB8O
           MOVE SPACES              TO MNTLB9O
           MOVE SPACES              TO MNTLB10O
           EXIT.


           MOVE 'HEALTH-INTERVAL-MIN:' TO MNTLB7O
           MOVE 'STALE-PAUSE-MAX-MIN:' TO MNTLB8O
           MOVE 'SWEEP-INTERVAL-MIN:'  TO MNTLB9O
           MOVE 'PAST-DUE (F/A):'      TO MNTLB10O
           EXIT.


      *    one passes through a display-format staging field first.
           MOVE SPACES TO MNTDA1O MNTDA2O MNTDA3O MNTDA4O
                          MNTDA5O MNTDA6O MNTDA7O MNTDA8O
                          MNTDA9O MNTDA10O
           MOVE CFG-ERROR-COUNT-MAX TO WS-ECM-DISP
           MOVE WS-ECM-DISP         TO MNTDA1O(1:1)
           MOVE CFG-SLEEP-TIME-SEC  TO WS-SLEEP-DISP
           IF CFG-SWEEP-INTERVAL-MIN IS NUMERIC THEN
               MOVE CFG-SWEEP-INTERVAL-MIN TO MNTDA9O(1:4)
           END-IF
           IF CFG-PAST-DUE-FIRE OR CFG-PAST-DUE-ALERT THEN
               MOVE CFG-PAST-DUE-ACTION TO MNTDA10O(1:1)
           END-IF
           EXIT.


           IF MNTMSGO EQUAL SPACES THEN
               PERFORM VALIDATE-SWEEP-FIELD
           END-IF
           IF MNTMSGO EQUAL SPACES THEN
               PERFORM VALIDATE-PAST-DUE-FIELD
           END-IF
           EXIT.


           EXIT.


       VALIDATE-PAST-DUE-FIELD.
      *    Blank is allowed and stays blank on the record, so the
      *    recovery program keeps its built-in default.
           MOVE MNTDA10I(1:1) TO WS-CFG-PAST-DUE
           IF MNTDA10I(2:39) NOT EQUAL SPACES
            OR (WS-CFG-PAST-DUE NOT EQUAL SPACE
            AND WS-CFG-PAST-DUE NOT EQUAL 'F'
            AND WS-CFG-PAST-DUE NOT EQUAL 'A') THEN
               MOVE 'PAST-DUE MUST BE F, A OR BLANK' TO MNTMSGO
           END-IF
           EXIT.


       APPLY-CFG-VALUES.
           MOVE WS-CFG-ECM      TO CFG-ERROR-COUNT-MAX
           MOVE WS-CFG-SLEEP    TO CFG-SLEEP-TIME-SEC
           MOVE WS-CFG-HEALTH-TXT TO CFG-HEALTH-INTERVAL-MIN(1:4)
           MOVE WS-CFG-STALE-TXT  TO CFG-STALE-PAUSE-MAX-MIN(1:5)
           MOVE WS-CFG-SWEEP-TXT  TO CFG-SWEEP-INTERVAL-MIN(1:4)
           MOVE WS-CFG-PAST-DUE   TO CFG-PAST-DUE-ACTION
           EXIT.


