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
      * Module Name  WLPDRSW.CBL                                       *
      *                                                                *
      * Liberty HTTP Controller DR region switch                       *
      *                                                                *
      * Moves every endpoint owned by a failed CICS region over to its *
      * standby region in one step (TRANSID WLPD). From a terminal     *
      * the failed region is typed after the transaction ID:           *
      *                                                                *
      *     WLPD <failed-region>                                       *
      *                                                                *
      * An EXEC CICS START passes the region name as its FROM data     *
      * instead. The region is first marked DOWN on the WLPRGN region  *
      * topology file, so every controller program stops spending its  *
      * retries on it at once. Then every WLPENDPT record whose        *
      * ENDPT-REGION is the failed region and whose standby region is  *
      * named, different and not itself DOWN has the two regions       *
      * swapped - the standby becomes the owner and the failed region  *
      * its standby, so failing back later is the same switch run for  *
      * the other region. Each endpoint moved gets a WLPCHIST change   *
      * record under the signed-on user ID, exactly as if it had been  *
      * updated on WLPMNT, and a CSSL detail line; an endpoint that    *
      * cannot be moved gets a CSSL line saying why. A one-line        *
      * summary goes to CSSL and, from a terminal, to the screen.      *
      *                                                                *
      * Moving the estate is an operator decision with plex-wide       *
      * effect, so the switch needs full (level 3) authority on the    *
      * WLPOPER file, the same as a bulk run.                          *
      *                                                                *
      * Modification History                                           *
      * 2026-10-15 DEVL Initial version.                               *
      * 2026-10-15 DEVL Skip the endpoint just handled when the browse *
      *                 is restarted after an update, so one that      *
      *                 could not be moved is not switched again and   *
      *                 again.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WLPDRSW.
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
          03 WS-RETRIEVE-LEN       PIC 9(4)  COMP    VALUE ZERO.
          03 WS-RESP               PIC S9(8) COMP    VALUE ZERO.
          03 WS-RESP2              PIC S9(8) COMP    VALUE ZERO.
          03 ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.

      *  Return code and associated messages
          03 WS-RETURN-CODE        PIC 9(02) COMP    VALUE ZERO.
             88 SUCCESS                     VALUE 0.
             88 INPUTERR                    VALUE 1.
             88 LOCALERR                    VALUE 2.
             88 AUTHERR                     VALUE 10.

      *  The region being failed, and this region's own name - the
      *  switch cannot be run for the region it is running in
          03 WS-FAILED-REGION      PIC X(08)         VALUE SPACES.
          03 WS-EXTRA-TOKEN        PIC X(08)         VALUE SPACES.
          03 WS-LOCAL-SYSID        PIC X(04)         VALUE SPACES.

      *  The signed-on user the switch was captured from
          03 WS-REQUESTER-ID       PIC X(08)         VALUE SPACES.

      *  Endpoint reference file browse controls. The browse is
      *  ended around each update and restarted from the key just
      *  moved, so the READ UPDATE never runs against a live browse
      *  of the same file. The first record read after a restart is
      *  the one just handled, and is passed over.
          03 WS-ENDPT-BROWSE-SWITCH PIC X            VALUE 'N'.
             88 ENDPT-BROWSE-DONE           VALUE 'Y'.
          03 WS-ENDPT-RESTART-SWITCH PIC X           VALUE 'N'.
             88 ENDPT-BROWSE-RESTARTED      VALUE 'Y'.
          03 WS-BROWSE-KEY         PIC X(128)        VALUE LOW-VALUES.
          03 WS-NEW-REGION         PIC X(08)         VALUE SPACES.

      *  Change history write controls
          03 WS-CHG-WRITE-SWITCH   PIC X             VALUE 'N'.
             88 CHG-WRITE-DONE              VALUE 'Y'.
          03 WS-CHG-RETRY-COUNT    PIC 9(02) COMP    VALUE ZERO.

      *  Switch counters for the summary line
          03 WS-MOVED-COUNT        PIC 9(05) COMP    VALUE ZERO.
          03 WS-NO-STANDBY-COUNT   PIC 9(05) COMP    VALUE ZERO.
          03 WS-FAIL-COUNT         PIC 9(05) COMP    VALUE ZERO.

       77 WLP-ENDPT-FILE            PIC X(8)  VALUE 'WLPENDPT'.
       77 WLP-REGION-FILE           PIC X(8)  VALUE 'WLPRGN'.
       77 WLP-CHIST-FILE            PIC X(8)  VALUE 'WLPCHIST'.
       77 WLP-OPER-FILE             PIC X(8)  VALUE 'WLPOPER'.
       77 WLP-DRSW-TDQ              PIC X(4)  VALUE 'CSSL'.

      *   Copybook for the registered endpoint reference file
           COPY WLPENDR.
      *   Copybook for the region topology file
           COPY WLPRGNR.
      *   Copybook for the reference file change history
           COPY WLPCHGR.
      *   Copybook for the operator authority file
           COPY WLPOPRR.

      *   Messages for a switch that is refused outright
       01 ERROR-INPUTERR-MSG      PIC X(45)
           VALUE 'WLPDRSW   ENTER: WLPD <FAILED-REGION> (1-8)'.
       01 ERROR-LOCALERR-MSG      PIC X(54)
           VALUE 'WLPDRSW   CANNOT SWITCH THE REGION THIS TASK RUNS IN'.
       01 ERROR-AUTHERR-MSG       PIC X(48)
           VALUE 'WLPDRSW   USER NOT AUTHORIZED - SWITCH ABANDONED'.

      *   One line written to CSSL for each endpoint considered
       01 DRSW-DETAIL-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPDRSW   '.
          03 DRSW-DET-ENDPOINT    PIC X(30).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 DRSW-DET-TEXT        PIC X(14).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 DRSW-DET-REGION      PIC X(08).

      *   Switch summary line written to CSSL and the terminal
       01 DRSW-SUMMARY-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPDRSW   '.
          03 FILLER               PIC X(07) VALUE 'REGION='.
          03 DRSW-SUM-REGION      PIC X(08).
          03 FILLER               PIC X(07) VALUE ' DOWN  '.
          03 FILLER               PIC X(06) VALUE 'MOVED='.
          03 DRSW-SUM-MOVED       PIC ZZZZ9.
          03 FILLER               PIC X(2)  VALUE SPACES.
          03 FILLER               PIC X(11) VALUE 'NO-STANDBY='.
          03 DRSW-SUM-NO-STANDBY  PIC ZZZZ9.
          03 FILLER               PIC X(2)  VALUE SPACES.
          03 FILLER               PIC X(7)  VALUE 'FAILED='.
          03 DRSW-SUM-FAIL        PIC ZZZZ9.
      *
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *    Determine if the program is started by a terminal (TD) or
      *    by an EXEC CICS START from automation.
           EXEC CICS ASSIGN STARTCODE(WS-START-CODE)
             SYSID(WS-LOCAL-SYSID)
             USERID(WS-REQUESTER-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           PERFORM GET-INPUT
           IF NOT SUCCESS THEN
               PERFORM PRINT-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

      *    Moving the estate needs the same full authority a bulk run
      *    does, whoever or whatever started the switch.
           PERFORM CHECK-RUN-AUTHORITY
           IF AUTHERR THEN
               PERFORM PRINT-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

      *    Mark the region down first: from here on every controller
      *    program routes that region's endpoints to their standby
      *    without waiting for its retries to run out, even before
      *    the endpoints themselves have been moved below.
           PERFORM MARK-REGION-DOWN

           PERFORM SWITCH-ALL-ENDPOINTS

           PERFORM PRINT-MESSAGE.

      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.


       GET-INPUT.
           IF WS-START-CODE EQUAL 'TD' THEN
               MOVE LENGTH OF WS-TERMINAL-INPUT TO WS-LENGTH
               EXEC CICS RECEIVE INTO(WS-TERMINAL-INPUT)
                 LENGTH(WS-LENGTH)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               INITIALIZE WS-TERMINAL-INPUT-NUM
               UNSTRING WS-TERMINAL-INPUT DELIMITED BY ALL SPACES
                 INTO WS-TRANSID, WS-FAILED-REGION, WS-EXTRA-TOKEN
                 TALLYING WS-TERMINAL-INPUT-NUM
                 ON OVERFLOW
                   MOVE 1 TO WS-RETURN-CODE
               END-UNSTRING
               IF WS-TERMINAL-INPUT-NUM NOT EQUAL 2 THEN
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE LENGTH OF WS-FAILED-REGION TO WS-RETRIEVE-LEN
               EXEC CICS RETRIEVE INTO(WS-FAILED-REGION)
                 LENGTH(WS-RETRIEVE-LEN)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                AND WS-RESP NOT EQUAL DFHRESP(LENGERR) THEN
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
           END-IF

           IF SUCCESS THEN
               IF WS-FAILED-REGION EQUAL SPACES
                OR WS-FAILED-REGION EQUAL LOW-VALUES THEN
                   MOVE 1 TO WS-RETURN-CODE
               ELSE IF WS-FAILED-REGION(1:4) EQUAL WS-LOCAL-SYSID
                AND WS-FAILED-REGION(5:4) EQUAL SPACES THEN
                   MOVE 2 TO WS-RETURN-CODE
               END-IF END-IF
           END-IF
           EXIT.


       CHECK-RUN-AUTHORITY.
           EXEC CICS READ FILE(WLP-OPER-FILE) INTO(WLPOPER-RECORD)
             RIDFLD(WS-REQUESTER-ID)
             KEYLENGTH(LENGTH OF WS-REQUESTER-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
            OR OPR-AUTH-LEVEL NOT NUMERIC THEN
               MOVE 10 TO WS-RETURN-CODE
           ELSE IF NOT OPR-LEVEL-FULL THEN
               MOVE 10 TO WS-RETURN-CODE
           END-IF END-IF
           EXIT.


       MARK-REGION-DOWN.
      *    A region never recorded on the topology file is added as
      *    DOWN; one already there is updated. Either way the change
      *    is kept on WLPCHIST like a WLPMNT change would be.
           EXEC CICS READ FILE(WLP-REGION-FILE) INTO(WLPRGN-RECORD)
             RIDFLD(WS-FAILED-REGION)
             KEYLENGTH(LENGTH OF WS-FAILED-REGION)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET RGN-IS-DOWN TO TRUE
               PERFORM STAMP-RGN-CHANGE
               EXEC CICS REWRITE FILE(WLP-REGION-FILE)
                 FROM(WLPRGN-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               SET CHG-ACTION-UPDATE TO TRUE
           ELSE
               MOVE SPACES           TO WLPRGN-RECORD
               MOVE WS-FAILED-REGION TO RGN-REGION
               SET RGN-IS-DOWN TO TRUE
               MOVE 'MARKED DOWN BY DR SWITCH' TO RGN-DESCRIPTION
               PERFORM STAMP-RGN-CHANGE
               EXEC CICS WRITE FILE(WLP-REGION-FILE)
                 FROM(WLPRGN-RECORD)
                 RIDFLD(RGN-REGION) KEYLENGTH(LENGTH OF RGN-REGION)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               SET CHG-ACTION-ADD TO TRUE
           END-IF
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               MOVE 'WLPRGN'         TO CHG-KEY-FILE
               MOVE WS-FAILED-REGION TO CHG-RECORD-KEY
               MOVE WLPRGN-RECORD    TO CHG-DETAIL
               PERFORM WRITE-CHANGE-HISTORY
           END-IF
           EXIT.


       STAMP-RGN-CHANGE.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(RGN-LAST-UPDATE-DATE)
                 DATESEP('/')
                 TIME(RGN-LAST-UPDATE-TIME)
                 TIMESEP(':')
           END-EXEC
           MOVE WS-REQUESTER-ID TO RGN-LAST-USERID
           EXIT.


       SWITCH-ALL-ENDPOINTS.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           PERFORM START-ENDPOINT-BROWSE
           PERFORM SWITCH-NEXT-ENDPOINT UNTIL ENDPT-BROWSE-DONE
           EXIT.


       START-ENDPOINT-BROWSE.
           MOVE WS-BROWSE-KEY TO ENDPT-ID
           EXEC CICS STARTBR FILE(WLP-ENDPT-FILE)
             RIDFLD(ENDPT-ID) KEYLENGTH(LENGTH OF ENDPT-ID)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET ENDPT-BROWSE-DONE TO TRUE
           END-IF
           EXIT.


       SWITCH-NEXT-ENDPOINT.
           EXEC CICS READNEXT FILE(WLP-ENDPT-FILE)
             INTO(WLPENDPT-RECORD)
             RIDFLD(ENDPT-ID) KEYLENGTH(LENGTH OF ENDPT-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET ENDPT-BROWSE-DONE TO TRUE
               EXEC CICS ENDBR FILE(WLP-ENDPT-FILE) END-EXEC
           ELSE IF ENDPT-BROWSE-RESTARTED
                AND ENDPT-ID EQUAL WS-BROWSE-KEY THEN
      *    Already handled before the restart, whether it moved or
      *    not - an endpoint that could not be moved still names the
      *    failed region and would otherwise be tried for ever.
               MOVE 'N' TO WS-ENDPT-RESTART-SWITCH
           ELSE
               MOVE 'N' TO WS-ENDPT-RESTART-SWITCH
               IF ENDPT-REGION EQUAL WS-FAILED-REGION THEN
                   PERFORM SWITCH-ONE-ENDPOINT
               END-IF
           END-IF END-IF
           EXIT.


       SWITCH-ONE-ENDPOINT.
      *    An endpoint with no standby, a standby that names the
      *    failed region itself, or a standby that is down as well
      *    has nowhere to go - it is reported and left where it is.
      *    A record loaded before the standby existed carries nulls
      *    there and has none.
           MOVE ENDPT-ID TO WS-BROWSE-KEY
           MOVE ENDPT-ID(1:30) TO DRSW-DET-ENDPOINT
           IF ENDPT-STANDBY-REGION EQUAL SPACES
            OR ENDPT-STANDBY-REGION EQUAL LOW-VALUES
            OR ENDPT-STANDBY-REGION EQUAL WS-FAILED-REGION THEN
               ADD 1 TO WS-NO-STANDBY-COUNT
               MOVE 'NO STANDBY'    TO DRSW-DET-TEXT
               MOVE SPACES          TO DRSW-DET-REGION
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE ENDPT-STANDBY-REGION TO WS-NEW-REGION
               MOVE WS-NEW-REGION TO RGN-REGION
               EXEC CICS READ FILE(WLP-REGION-FILE)
                 INTO(WLPRGN-RECORD)
                 RIDFLD(RGN-REGION) KEYLENGTH(LENGTH OF RGN-REGION)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL) AND RGN-IS-DOWN THEN
                   ADD 1 TO WS-NO-STANDBY-COUNT
                   MOVE 'STANDBY DOWN'  TO DRSW-DET-TEXT
                   MOVE WS-NEW-REGION   TO DRSW-DET-REGION
                   PERFORM WRITE-DETAIL-LINE
               ELSE
      *    Step out of the browse for the update, then pick it up
      *    again from this key. GTEQ reads this record again first,
      *    moved or not, so the restart flag has SWITCH-NEXT-ENDPOINT
      *    pass over it rather than switch it a second time.
                   EXEC CICS ENDBR FILE(WLP-ENDPT-FILE) END-EXEC
                   PERFORM MOVE-ONE-ENDPOINT
                   SET ENDPT-BROWSE-RESTARTED TO TRUE
                   PERFORM START-ENDPOINT-BROWSE
               END-IF
           END-IF
           EXIT.


       MOVE-ONE-ENDPOINT.
      *    The standby becomes the owner and the failed region its
      *    standby, so the endpoint can be failed back by running
      *    the switch for the other region once this one returns.
           EXEC CICS READ FILE(WLP-ENDPT-FILE) INTO(WLPENDPT-RECORD)
             RIDFLD(WS-BROWSE-KEY) KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
            AND ENDPT-REGION EQUAL WS-FAILED-REGION THEN
               MOVE WS-FAILED-REGION TO ENDPT-STANDBY-REGION
               MOVE WS-NEW-REGION    TO ENDPT-REGION
               EXEC CICS REWRITE FILE(WLP-ENDPT-FILE)
                 FROM(WLPENDPT-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE 'WLPENDPT'      TO CHG-KEY-FILE
                   SET CHG-ACTION-UPDATE TO TRUE
                   MOVE ENDPT-ID        TO CHG-RECORD-KEY
                   MOVE WLPENDPT-RECORD TO CHG-DETAIL
                   PERFORM WRITE-CHANGE-HISTORY
                   MOVE 'MOVED TO'      TO DRSW-DET-TEXT
                   MOVE WS-NEW-REGION   TO DRSW-DET-REGION
               ELSE
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'UPDATE FAILED' TO DRSW-DET-TEXT
                   MOVE SPACES          TO DRSW-DET-REGION
               END-IF
           ELSE
      *    Deleted or already moved by someone else since the browse
      *    read it - nothing to do, but say so.
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   EXEC CICS UNLOCK FILE(WLP-ENDPT-FILE) END-EXEC
               END-IF
               ADD 1 TO WS-FAIL-COUNT
               MOVE 'CHANGED/GONE'  TO DRSW-DET-TEXT
               MOVE SPACES          TO DRSW-DET-REGION
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT.


       WRITE-DETAIL-LINE.
           EXEC CICS WRITEQ TD QUEUE(WLP-DRSW-TDQ)
             FROM(DRSW-DETAIL-MSG) LENGTH(LENGTH OF DRSW-DETAIL-MSG)
           END-EXEC
           EXIT.


       WRITE-CHANGE-HISTORY.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(CHG-KEY-DATE)
                 DATESEP('/')
                 TIME(CHG-KEY-TIME)
                 TIMESEP(':')
           END-EXEC

           MOVE ZERO            TO CHG-KEY-SEQ
           MOVE WS-REQUESTER-ID TO CHG-USER-ID
           MOVE EIBTRMID        TO CHG-TERMINAL

           MOVE ZERO TO WS-CHG-RETRY-COUNT
           MOVE 'N' TO WS-CHG-WRITE-SWITCH
           PERFORM WRITE-CHANGE-HISTORY-ATTEMPT UNTIL CHG-WRITE-DONE
           EXIT.


       WRITE-CHANGE-HISTORY-ATTEMPT.
      *    Every endpoint moved in the same clock second collides on
      *    CHG-KEY. Bump the tiebreaker and retry rather than losing
      *    the record, same as WLPMNT does.
           ADD 1 TO WS-CHG-RETRY-COUNT
           EXEC CICS WRITE FILE(WLP-CHIST-FILE)
             FROM(WLPCHG-RECORD)
             RIDFLD(CHG-KEY) KEYLENGTH(LENGTH OF CHG-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               SET CHG-WRITE-DONE TO TRUE
           ELSE
               IF WS-RESP EQUAL DFHRESP(DUPREC)
                AND WS-CHG-RETRY-COUNT < 99 THEN
                   ADD 1 TO CHG-KEY-SEQ
               ELSE
                   SET CHG-WRITE-DONE TO TRUE
               END-IF
           END-IF
           EXIT.


       PRINT-MESSAGE.
      *    A refused switch says why; a completed one reports its
      *    counts. Either way the line goes to CSSL, and to the
      *    screen when a terminal started the switch.
           EVALUATE TRUE
               WHEN INPUTERR
                   EXEC CICS WRITEQ TD QUEUE(WLP-DRSW-TDQ)
                     FROM(ERROR-INPUTERR-MSG)
                     LENGTH(LENGTH OF ERROR-INPUTERR-MSG)
                   END-EXEC
               WHEN LOCALERR
                   EXEC CICS WRITEQ TD QUEUE(WLP-DRSW-TDQ)
                     FROM(ERROR-LOCALERR-MSG)
                     LENGTH(LENGTH OF ERROR-LOCALERR-MSG)
                   END-EXEC
               WHEN AUTHERR
                   EXEC CICS WRITEQ TD QUEUE(WLP-DRSW-TDQ)
                     FROM(ERROR-AUTHERR-MSG)
                     LENGTH(LENGTH OF ERROR-AUTHERR-MSG)
                   END-EXEC
               WHEN OTHER
                   MOVE WS-FAILED-REGION    TO DRSW-SUM-REGION
                   MOVE WS-MOVED-COUNT      TO DRSW-SUM-MOVED
                   MOVE WS-NO-STANDBY-COUNT TO DRSW-SUM-NO-STANDBY
                   MOVE WS-FAIL-COUNT       TO DRSW-SUM-FAIL
                   EXEC CICS WRITEQ TD QUEUE(WLP-DRSW-TDQ)
                     FROM(DRSW-SUMMARY-MSG)
                     LENGTH(LENGTH OF DRSW-SUMMARY-MSG)
                   END-EXEC
           END-EVALUATE

           IF WS-START-CODE EQUAL 'TD' THEN
               EVALUATE TRUE
                   WHEN INPUTERR
                       EXEC CICS SEND TEXT FROM(ERROR-INPUTERR-MSG)
                         ERASE FREEKB
                         LENGTH(LENGTH OF ERROR-INPUTERR-MSG)
                       END-EXEC
                   WHEN LOCALERR
                       EXEC CICS SEND TEXT FROM(ERROR-LOCALERR-MSG)
                         ERASE FREEKB
                         LENGTH(LENGTH OF ERROR-LOCALERR-MSG)
                       END-EXEC
                   WHEN AUTHERR
                       EXEC CICS SEND TEXT FROM(ERROR-AUTHERR-MSG)
                         ERASE FREEKB
                         LENGTH(LENGTH OF ERROR-AUTHERR-MSG)
                       END-EXEC
                   WHEN OTHER
                       EXEC CICS SEND TEXT FROM(DRSW-SUMMARY-MSG)
                         ERASE FREEKB
                         LENGTH(LENGTH OF DRSW-SUMMARY-MSG)
                       END-EXEC
               END-EVALUATE
           END-IF
           EXIT.
