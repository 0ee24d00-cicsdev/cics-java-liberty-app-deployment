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
      * Module Name  WLPRCVR.CBL                                       *
      *                                                                *
      * Liberty HTTP Controller start-up timer recovery                *
      *                                                                *
      * The WLPT auto-resume watchdog and the WLPS maintenance window  *
      * STARTs live only in CICS's own interval control. A cold or     *
      * initial start throws them away, yet WLPSTATE still shows the   *
      * auto-resume date, time and REQID, and WLPSCHD still shows the  *
      * window ARMED - and nothing will ever fire. This program        *
      * (TRANSID WLPR) puts them back. It is meant for the second      *
      * phase of the PLT, after the files are open, or as the first    *
      * transaction run once the region is up; it takes no input.      *
      *                                                                *
      * Every PAUSED WLPSTATE record with an auto-resume REQID and     *
      * every ARMED WLPSCHD entry is looked at. A fire time still to   *
      * come gets its START re-issued, under the same REQID and with   *
      * the same FROM data the original carried, for the time that is  *
      * left. A fire time that passed while the region was down is     *
      * dealt with as the WLPCFG record for this program says: fired   *
      * now (F), or left alone with a MISSED alert on the CSAL feed    *
      * (A, the default) - the auto-resume is taken off the state      *
      * record so the WLPSWEEP stale-pause sweeper watches it from     *
      * then on, and the window is set MISSED so no arming pass fires  *
      * it late behind the shift's back.                               *
      *                                                                *
      * Any START still outstanding under the same REQID is cancelled  *
      * before it is re-issued, so a run after a warm or emergency     *
      * start - where the timers survived - does no harm.              *
      *                                                                *
      * One CSSL line is written per timer dealt with, and a recovery  *
      * summary goes to the console, to CSSL and, from a terminal, to  *
      * the screen.                                                    *
      *                                                                *
      * Modification History                                           *
      * 2026-10-15 DEVL Initial version.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WLPRCVR.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *   Working storage definitions
       01 WS-STORAGE.
          03 WS-START-CODE         PIC XX            VALUE SPACES.
          03 WS-RESP               PIC S9(8) COMP    VALUE ZERO.
          03 WS-RESP2              PIC S9(8) COMP    VALUE ZERO.
          03 ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.

      *
      *  Begin: parameters that can be customized
      *    What to do with a timer whose fire time passed while the
      *    region was down: F fires it now, A alerts on it.
          03 WS-PAST-DUE-ACTION    PIC X             VALUE 'A'.
             88 PAST-DUE-FIRE               VALUE 'F'.
             88 PAST-DUE-ALERT              VALUE 'A'.
      *  End: parameters that can be customized
      *

      *  Browse controls. Keys are collected a tableful at a time and
      *  acted on once the browse is closed, so the READ UPDATE and
      *  REWRITE below never fight an open browse on the same file;
      *  the next tableful resumes from the last key collected.
          03 WS-EOF-SWITCH         PIC X             VALUE 'N'.
             88 END-OF-FILE                 VALUE 'Y'.
          03 WS-PASS-SWITCH        PIC X             VALUE 'N'.
             88 PASS-DONE                   VALUE 'Y'.
          03 WS-BROWSE-KEY         PIC X(146)        VALUE LOW-VALUES.
          03 WS-KEY-COUNT          PIC 9(03) COMP    VALUE ZERO.
          03 WS-KEY-INDEX          PIC 9(03) COMP    VALUE ZERO.
          03 WS-KEY-TABLE-MAX      PIC 9(03) COMP    VALUE 50.

      *  The timer being dealt with
          03 WS-TIMER-KIND         PIC X(08)         VALUE SPACES.
          03 WS-TIMER-ACTION       PIC X(08)         VALUE SPACES.
          03 WS-TIMER-REQID        PIC X(08)         VALUE SPACES.
          03 WS-DUE-DATE           PIC X(10)         VALUE SPACES.
          03 WS-DUE-TIME           PIC X(08)         VALUE SPACES.

      *  Auto-resume roll-up counters
          03 WS-RES-FOUND-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-RES-REARM-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-RES-FIRED-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-RES-ALERT-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-RES-FAILED-COUNT   PIC 9(05) COMP    VALUE ZERO.

      *  Maintenance window roll-up counters
          03 WS-WIN-FOUND-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-WIN-REARM-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-WIN-FIRED-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-WIN-ALERT-COUNT    PIC 9(05) COMP    VALUE ZERO.
          03 WS-WIN-FAILED-COUNT   PIC 9(05) COMP    VALUE ZERO.

      *  Fire time arithmetic on the absolute time line (civil day
      *  number * 86400 + second of day), as WLPSWEEP does
          03 WS-NOW-ABS            PIC S9(15) COMP-3 VALUE ZERO.
          03 WS-EVENT-ABS          PIC S9(15) COMP-3 VALUE ZERO.
          03 WS-DELAY-SEC          PIC S9(15) COMP-3 VALUE ZERO.
          03 WS-NOW-DATE           PIC X(10)         VALUE SPACES.
          03 WS-NOW-TIME           PIC X(08)         VALUE SPACES.
          03 WS-CONVERT-DATE       PIC X(10)         VALUE SPACES.
          03 WS-CONVERT-TIME       PIC X(08)         VALUE SPACES.

      *  Date-to-day-number work fields (the usual civil-calendar
      *  count, so two dates subtract to an age in days)
          03 WS-DTN-YYYY           PIC 9(04)         VALUE ZERO.
          03 WS-DTN-MM             PIC 9(02)         VALUE ZERO.
          03 WS-DTN-DD             PIC 9(02)         VALUE ZERO.
          03 WS-DTN-WORK-Y         PIC S9(09) COMP   VALUE ZERO.
          03 WS-DTN-WORK-M         PIC S9(04) COMP   VALUE ZERO.
          03 WS-DTN-Q4             PIC S9(09) COMP   VALUE ZERO.
          03 WS-DTN-Q100           PIC S9(09) COMP   VALUE ZERO.
          03 WS-DTN-Q400           PIC S9(09) COMP   VALUE ZERO.
          03 WS-DTN-MTERM          PIC S9(09) COMP   VALUE ZERO.
          03 WS-DTN-MWORK          PIC S9(09) COMP   VALUE ZERO.
          03 WS-DTN-DAYNUM         PIC S9(09) COMP   VALUE ZERO.
          03 WS-TW-HH              PIC 9(02)         VALUE ZERO.
          03 WS-TW-MM              PIC 9(02)         VALUE ZERO.
          03 WS-TW-SS              PIC 9(02)         VALUE ZERO.

      *  Fields for turning the time left into a START interval
          03 WS-DELAY-HOURS        PIC 9(02)         VALUE ZERO.
          03 WS-DELAY-MINS         PIC 9(02)         VALUE ZERO.
          03 WS-DELAY-SECS         PIC 9(02)         VALUE ZERO.
          03 WS-DELAY-REMAINDER    PIC 9(09)         VALUE ZERO.
          03 WS-INTERVAL-HHMMSS    PIC 9(06)         VALUE ZERO.
      *    Longest wait a START INTERVAL can express (99:59:59).
          03 WS-INTERVAL-MAX-SEC   PIC 9(06)         VALUE 359999.

      *  Keys collected from the current browse, state or calendar
       01 RCVR-KEY-TABLE.
          03 RCVR-KEY-ENTRY        OCCURS 50 TIMES   PIC X(146).

       77 WLP-STATE-FILE            PIC X(8)  VALUE 'WLPSTATE'.
       77 WLP-SCHED-FILE            PIC X(8)  VALUE 'WLPSCHD'.
       77 WLP-WATCHDOG-TRANSID      PIC X(4)  VALUE 'WLPT'.
       77 WLP-SCHED-TRANSID         PIC X(4)  VALUE 'WLPS'.
       77 WLP-ALERT-TDQ             PIC X(4)  VALUE 'CSAL'.
       77 WLP-SUMMARY-TDQ           PIC X(4)  VALUE 'CSSL'.
       77 WLP-CONFIG-FILE           PIC X(8)  VALUE 'WLPCFG'.
       77 WLP-CONFIG-KEY            PIC X(8)  VALUE 'WLPRCVR'.

      *   Copybook for the persistent endpoint state file
           COPY WLPSTAR.
      *   Copybook for the forward maintenance calendar file
           COPY WLPSCHR.
      *   Copybook for the monitoring alert feed
           COPY WLPALTR.
      *   Copybook for the externalized runtime tuning parameters
           COPY WLPCFGR.

      *   One line written to CSSL for each timer dealt with
       01 RCVR-DETAIL-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPRCVR   '.
          03 RCVR-DTL-TARGET      PIC X(30).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 RCVR-DTL-KIND        PIC X(08).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 RCVR-DTL-DATE        PIC X(10).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 RCVR-DTL-TIME        PIC X(08).
          03 FILLER               PIC X(1)  VALUE SPACE.
          03 RCVR-DTL-ACTION      PIC X(08).
          03 FILLER               PIC X(6)  VALUE ' RESP='.
          03 RCVR-DTL-RESP        PIC 9(08).

      *   Recovery summary: a heading line, then one line for the
      *   auto-resumes and one for the maintenance windows, each
      *   padded to a full screen row
       01 RCVR-HEADING-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPRCVR   '.
          03 FILLER               PIC X(41)
             VALUE 'TIMER RECOVERY COMPLETE  PAST-DUE ACTION='.
          03 RCVR-HDG-ACTION      PIC X(05).
          03 FILLER               PIC X(24) VALUE SPACES.
       01 RCVR-SUMMARY-MSG.
          03 FILLER               PIC X(10) VALUE 'WLPRCVR   '.
          03 RCVR-SUM-KIND        PIC X(12).
          03 FILLER               PIC X(06) VALUE 'FOUND='.
          03 RCVR-SUM-FOUND       PIC ZZZZ9.
          03 FILLER               PIC X(07) VALUE ' REARM='.
          03 RCVR-SUM-REARMED     PIC ZZZZ9.
          03 FILLER               PIC X(07) VALUE ' FIRED='.
          03 RCVR-SUM-FIRED       PIC ZZZZ9.
          03 FILLER               PIC X(07) VALUE ' ALERT='.
          03 RCVR-SUM-ALERTED     PIC ZZZZ9.
          03 FILLER               PIC X(06) VALUE ' FAIL='.
          03 RCVR-SUM-FAILED      PIC ZZZZ9.

      *   The three summary lines as sent to a terminal
       01 RCVR-SCREEN-TEXT.
          03 RCVR-SCREEN-LINE     OCCURS 3 TIMES    PIC X(80).
      *
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *    Started from a terminal the summary is shown there too;
      *    from the PLT or an EXEC CICS START there is no screen.
           EXEC CICS ASSIGN STARTCODE(WS-START-CODE)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

      *    Pick up the site's past-due action; the VALUE clause above
      *    remains the default when no WLPCFG record exists for this
      *    program yet.
           PERFORM READ-CONFIG.

           PERFORM SET-CURRENT-MOMENT.

           PERFORM RECOVER-AUTO-RESUMES.

           PERFORM RECOVER-SCHEDULE-WINDOWS.

           PERFORM WRITE-SUMMARY.

      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.


       READ-CONFIG.
           EXEC CICS READ FILE(WLP-CONFIG-FILE) INTO(WLPCFG-RECORD)
             RIDFLD(WLP-CONFIG-KEY) KEYLENGTH(LENGTH OF WLP-CONFIG-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

      *    A config record loaded before the field was added carries
      *    garbage where it now lives, and a blank one means "use the
      *    default" - only a real F or A overrides it.
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               IF CFG-PAST-DUE-FIRE OR CFG-PAST-DUE-ALERT THEN
                   MOVE CFG-PAST-DUE-ACTION TO WS-PAST-DUE-ACTION
               END-IF
           END-IF
           EXIT.


       SET-CURRENT-MOMENT.
           EXEC CICS ASKTIME ABSTIME(ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                 ABSTIME(ABSTIME)
                 MMDDYYYY(WS-NOW-DATE)
                 DATESEP('/')
                 TIME(WS-NOW-TIME)
                 TIMESEP(':')
           END-EXEC
           MOVE WS-NOW-DATE TO WS-CONVERT-DATE
           MOVE WS-NOW-TIME TO WS-CONVERT-TIME
           PERFORM STAMP-TO-ABS
           MOVE WS-EVENT-ABS TO WS-NOW-ABS
           EXIT.


       RECOVER-AUTO-RESUMES.
           MOVE 'AUTORES' TO WS-TIMER-KIND
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'N' TO WS-PASS-SWITCH
           PERFORM RECOVER-STATE-TABLEFUL
             UNTIL PASS-DONE
           EXIT.


       RECOVER-STATE-TABLEFUL.
           MOVE ZERO TO WS-KEY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-BROWSE-KEY TO STATE-ENDPOINT-ID
           EXEC CICS STARTBR FILE(WLP-STATE-FILE)
             RIDFLD(STATE-ENDPOINT-ID)
             KEYLENGTH(LENGTH OF STATE-ENDPOINT-ID)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               PERFORM COLLECT-NEXT-STATE-RECORD
                 UNTIL END-OF-FILE
                    OR WS-KEY-COUNT NOT < WS-KEY-TABLE-MAX
               EXEC CICS ENDBR FILE(WLP-STATE-FILE) END-EXEC
           ELSE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM RECOVER-ONE-AUTO-RESUME
             THRU RECOVER-ONE-AUTO-RESUME-DONE
             VARYING WS-KEY-INDEX FROM 1 BY 1
             UNTIL WS-KEY-INDEX > WS-KEY-COUNT

           IF END-OF-FILE THEN
               SET PASS-DONE TO TRUE
           ELSE
               MOVE RCVR-KEY-ENTRY(WS-KEY-COUNT) TO WS-BROWSE-KEY
           END-IF
           EXIT.


       COLLECT-NEXT-STATE-RECORD.
           EXEC CICS READNEXT FILE(WLP-STATE-FILE)
             INTO(WLPSTATE-RECORD)
             RIDFLD(STATE-ENDPOINT-ID)
             KEYLENGTH(LENGTH OF STATE-ENDPOINT-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET END-OF-FILE TO TRUE
           ELSE
      *    Only a PAUSED endpoint with an auto-resume REQID on record
      *    had a WLPT watchdog pending. The record the last tableful
      *    ended on comes back first from the GTEQ and is skipped.
               IF STATE-IS-PAUSED
                AND STATE-AUTO-RESUME-REQID NOT EQUAL SPACES
                AND STATE-ENDPOINT-ID NOT EQUAL WS-BROWSE-KEY(1:128)
                   ADD 1 TO WS-KEY-COUNT
                   MOVE STATE-ENDPOINT-ID
                     TO RCVR-KEY-ENTRY(WS-KEY-COUNT)
               END-IF
           END-IF
           EXIT.


       RECOVER-ONE-AUTO-RESUME.
      *    Re-read the record in case a RESUME landed since the browse.
           MOVE RCVR-KEY-ENTRY(WS-KEY-INDEX) TO STATE-ENDPOINT-ID
           EXEC CICS READ FILE(WLP-STATE-FILE) INTO(WLPSTATE-RECORD)
             RIDFLD(STATE-ENDPOINT-ID)
             KEYLENGTH(LENGTH OF STATE-ENDPOINT-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
            OR NOT STATE-IS-PAUSED
            OR STATE-AUTO-RESUME-REQID EQUAL SPACES THEN
               GO TO RECOVER-ONE-AUTO-RESUME-DONE
           END-IF
           ADD 1 TO WS-RES-FOUND-COUNT

           MOVE STATE-AUTO-RESUME-REQID TO WS-TIMER-REQID
           MOVE STATE-AUTO-RESUME-DATE  TO WS-DUE-DATE
           MOVE STATE-AUTO-RESUME-TIME  TO WS-DUE-TIME
           PERFORM COMPUTE-TIME-LEFT

      *    Clear away any watchdog START still outstanding under this
      *    REQID (a warm start keeps them) so it is not doubled up.
           EXEC CICS CANCEL REQID(WS-TIMER-REQID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           IF WS-DELAY-SEC > ZERO
            AND WS-DELAY-SEC NOT > WS-INTERVAL-MAX-SEC THEN
               PERFORM COMPUTE-START-INTERVAL
               PERFORM START-WATCHDOG
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   MOVE 'REARMED' TO WS-TIMER-ACTION
                   ADD 1 TO WS-RES-REARM-COUNT
               ELSE
                   MOVE 'FAILED'  TO WS-TIMER-ACTION
                   ADD 1 TO WS-RES-FAILED-COUNT
               END-IF
           ELSE IF PAST-DUE-FIRE AND WS-DELAY-SEC NOT > ZERO THEN
      *    Due while the region was down - the watchdog resumes the
      *    endpoint now, through its usual lock, audit and state.
               MOVE ZERO TO WS-INTERVAL-HHMMSS
               PERFORM START-WATCHDOG
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   MOVE 'FIRED'   TO WS-TIMER-ACTION
                   ADD 1 TO WS-RES-FIRED-COUNT
               ELSE
                   MOVE 'FAILED'  TO WS-TIMER-ACTION
                   ADD 1 TO WS-RES-FAILED-COUNT
               END-IF
           ELSE
      *    Left for the shift. A fire time further out than any START
      *    interval can express did not come from a watchdog this
      *    system armed, so it is treated the same way.
               MOVE STATE-ENDPOINT-ID TO ALERT-ENDPOINT
               PERFORM WRITE-MISSED-ALERT
               PERFORM CLEAR-AUTO-RESUME
               MOVE 'ALERTED'     TO WS-TIMER-ACTION
               ADD 1 TO WS-RES-ALERT-COUNT
           END-IF END-IF

           MOVE STATE-ENDPOINT-ID(1:30) TO RCVR-DTL-TARGET
           PERFORM WRITE-DETAIL-LINE.
       RECOVER-ONE-AUTO-RESUME-DONE.
           EXIT.


       START-WATCHDOG.
      *    The same START WLPCTRLW's SCHEDULE-AUTO-RESUME issues: same
      *    REQID, the endpoint as FROM data for WLPCTRLT to RETRIEVE.
           EXEC CICS START TRANSID(WLP-WATCHDOG-TRANSID)
             REQID(WS-TIMER-REQID)
             INTERVAL(WS-INTERVAL-HHMMSS)
             FROM(STATE-ENDPOINT-ID)
             LENGTH(LENGTH OF STATE-ENDPOINT-ID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EXIT.


       CLEAR-AUTO-RESUME.
      *    Take the lost auto-resume off the state record. The
      *    endpoint stays PAUSED, and with no REQID left on record
      *    the WLPSWEEP sweeper raises it as stale if nobody acts.
           EXEC CICS READ FILE(WLP-STATE-FILE) INTO(WLPSTATE-RECORD)
             RIDFLD(STATE-ENDPOINT-ID)
             KEYLENGTH(LENGTH OF STATE-ENDPOINT-ID)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               MOVE SPACES TO STATE-AUTO-RESUME-DATE
               MOVE SPACES TO STATE-AUTO-RESUME-TIME
               MOVE SPACES TO STATE-AUTO-RESUME-REQID
               EXEC CICS REWRITE FILE(WLP-STATE-FILE)
                 FROM(WLPSTATE-RECORD)
                 RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF
           EXIT.


       RECOVER-SCHEDULE-WINDOWS.
           MOVE 'WINDOW' TO WS-TIMER-KIND
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'N' TO WS-PASS-SWITCH
           PERFORM RECOVER-SCHED-TABLEFUL
             UNTIL PASS-DONE
           EXIT.


       RECOVER-SCHED-TABLEFUL.
           MOVE ZERO TO WS-KEY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-BROWSE-KEY TO SCHED-KEY
           EXEC CICS STARTBR FILE(WLP-SCHED-FILE)
             RIDFLD(SCHED-KEY) KEYLENGTH(LENGTH OF SCHED-KEY)
             GTEQ RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               PERFORM COLLECT-NEXT-SCHED-RECORD
                 UNTIL END-OF-FILE
                    OR WS-KEY-COUNT NOT < WS-KEY-TABLE-MAX
               EXEC CICS ENDBR FILE(WLP-SCHED-FILE) END-EXEC
           ELSE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM RECOVER-ONE-WINDOW
             THRU RECOVER-ONE-WINDOW-DONE
             VARYING WS-KEY-INDEX FROM 1 BY 1
             UNTIL WS-KEY-INDEX > WS-KEY-COUNT

           IF END-OF-FILE THEN
               SET PASS-DONE TO TRUE
           ELSE
               MOVE RCVR-KEY-ENTRY(WS-KEY-COUNT) TO WS-BROWSE-KEY
           END-IF
           EXIT.


       COLLECT-NEXT-SCHED-RECORD.
           EXEC CICS READNEXT FILE(WLP-SCHED-FILE)
             INTO(WLPSCHED-RECORD)
             RIDFLD(SCHED-KEY) KEYLENGTH(LENGTH OF SCHED-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
               SET END-OF-FILE TO TRUE
           ELSE
      *    Only an ARMED entry had a WLPS START pending; PENDING ones
      *    are the daily arming pass's business.
               IF SCHED-IS-ARMED
                AND SCHED-KEY NOT EQUAL WS-BROWSE-KEY
                   ADD 1 TO WS-KEY-COUNT
                   MOVE SCHED-KEY TO RCVR-KEY-ENTRY(WS-KEY-COUNT)
               END-IF
           END-IF
           EXIT.


       RECOVER-ONE-WINDOW.
      *    Re-read the entry in case it fired or was re-planned since
      *    the browse.
           MOVE RCVR-KEY-ENTRY(WS-KEY-INDEX) TO SCHED-KEY
           EXEC CICS READ FILE(WLP-SCHED-FILE) INTO(WLPSCHED-RECORD)
             RIDFLD(SCHED-KEY) KEYLENGTH(LENGTH OF SCHED-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
            OR NOT SCHED-IS-ARMED THEN
               GO TO RECOVER-ONE-WINDOW-DONE
           END-IF
           ADD 1 TO WS-WIN-FOUND-COUNT

           MOVE SCHED-ARM-REQID TO WS-TIMER-REQID
           MOVE SCHED-DATE      TO WS-DUE-DATE
           MOVE SCHED-TIME      TO WS-DUE-TIME
           PERFORM COMPUTE-TIME-LEFT

      *    Clear away any window START still outstanding under this
      *    REQID (a warm start keeps them) so it is not doubled up.
           EXEC CICS CANCEL REQID(WS-TIMER-REQID)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           IF WS-DELAY-SEC > ZERO
            AND WS-DELAY-SEC NOT > WS-INTERVAL-MAX-SEC THEN
               PERFORM COMPUTE-START-INTERVAL
               PERFORM START-WINDOW
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   MOVE 'REARMED' TO WS-TIMER-ACTION
                   ADD 1 TO WS-WIN-REARM-COUNT
               ELSE
                   MOVE 'FAILED'  TO WS-TIMER-ACTION
                   ADD 1 TO WS-WIN-FAILED-COUNT
               END-IF
           ELSE IF PAST-DUE-FIRE AND WS-DELAY-SEC NOT > ZERO THEN
      *    Due while the region was down - the entry is still ARMED,
      *    so the started WLPSCHED drives it now through its usual
      *    freeze gate, lock, audit and state handling.
               MOVE ZERO TO WS-INTERVAL-HHMMSS
               PERFORM START-WINDOW
               IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
                   MOVE 'FIRED'   TO WS-TIMER-ACTION
                   ADD 1 TO WS-WIN-FIRED-COUNT
               ELSE
                   MOVE 'FAILED'  TO WS-TIMER-ACTION
                   ADD 1 TO WS-WIN-FAILED-COUNT
               END-IF
           ELSE
               MOVE SCHED-TARGET TO ALERT-ENDPOINT
               PERFORM WRITE-MISSED-ALERT
               PERFORM MARK-WINDOW-MISSED
               MOVE 'ALERTED'     TO WS-TIMER-ACTION
               ADD 1 TO WS-WIN-ALERT-COUNT
           END-IF END-IF

           MOVE SCHED-TARGET(1:30) TO RCVR-DTL-TARGET
           PERFORM WRITE-DETAIL-LINE.
       RECOVER-ONE-WINDOW-DONE.
           EXIT.


       START-WINDOW.
      *    The same START WLPSCHED's arming pass issues: same REQID,
      *    the entry key as FROM data for the fire to RETRIEVE.
           EXEC CICS START TRANSID(WLP-SCHED-TRANSID)
             REQID(WS-TIMER-REQID)
             INTERVAL(WS-INTERVAL-HHMMSS)
             FROM(SCHED-KEY) LENGTH(LENGTH OF SCHED-KEY)
             RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EXIT.


       MARK-WINDOW-MISSED.
      *    MISSED rather than left ARMED, or the next arming pass
      *    would fire today's window late without anyone deciding to.
           EXEC CICS READ FILE(WLP-SCHED-FILE) INTO(WLPSCHED-RECORD)
             RIDFLD(SCHED-KEY) KEYLENGTH(LENGTH OF SCHED-KEY)
             UPDATE RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
               IF SCHED-IS-ARMED THEN
                   MOVE 'MISSED' TO SCHED-STATUS
                   EXEC CICS REWRITE FILE(WLP-SCHED-FILE)
                     FROM(WLPSCHED-RECORD)
                     RESP(WS-RESP) RESP2(WS-RESP2)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE(WLP-SCHED-FILE)
                     RESP(WS-RESP) RESP2(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF
           EXIT.


       COMPUTE-TIME-LEFT.
      *    Seconds from now until the timer was due to fire; zero or
      *    less means it came due while the region was down.
           MOVE WS-DUE-DATE TO WS-CONVERT-DATE
           MOVE WS-DUE-TIME TO WS-CONVERT-TIME
           PERFORM STAMP-TO-ABS
           COMPUTE WS-DELAY-SEC = WS-EVENT-ABS - WS-NOW-ABS
           EXIT.


       COMPUTE-START-INTERVAL.
           DIVIDE WS-DELAY-SEC BY 3600
             GIVING WS-DELAY-HOURS REMAINDER WS-DELAY-REMAINDER
           DIVIDE WS-DELAY-REMAINDER BY 60
             GIVING WS-DELAY-MINS REMAINDER WS-DELAY-SECS
           COMPUTE WS-INTERVAL-HHMMSS =
             (WS-DELAY-HOURS * 10000) + (WS-DELAY-MINS * 100)
               + WS-DELAY-SECS
           EXIT.


       WRITE-MISSED-ALERT.
      *    The same CSAL feed the other alerts ride, so WLPALRTC
      *    tickets it and its suppression and escalation apply.
           SET ALERT-TIMER-MISSED TO TRUE
           MOVE ZERO              TO ALERT-RESP
           MOVE ZERO              TO ALERT-RESP2
           MOVE WS-NOW-DATE       TO ALERT-DATE
           MOVE WS-NOW-TIME       TO ALERT-TIME

           EXEC CICS WRITEQ TD QUEUE(WLP-ALERT-TDQ)
             FROM(WLPALERT-RECORD) LENGTH(LENGTH OF WLPALERT-RECORD)
           END-EXEC
           EXIT.


       WRITE-DETAIL-LINE.
           MOVE WS-TIMER-KIND   TO RCVR-DTL-KIND
           MOVE WS-DUE-DATE     TO RCVR-DTL-DATE
           MOVE WS-DUE-TIME     TO RCVR-DTL-TIME
           MOVE WS-TIMER-ACTION TO RCVR-DTL-ACTION
           MOVE WS-RESP         TO RCVR-DTL-RESP
           EXEC CICS WRITEQ TD QUEUE(WLP-SUMMARY-TDQ)
             FROM(RCVR-DETAIL-MSG)
             LENGTH(LENGTH OF RCVR-DETAIL-MSG)
           END-EXEC
           EXIT.


       STAMP-TO-ABS.
      *    A MM/DD/YYYY date and HH:MM:SS time onto the absolute
      *    time line; an unparseable stamp counts as now, so it is
      *    treated as already due rather than re-armed for a time
      *    nobody can read.
           IF WS-CONVERT-DATE(1:2) IS NUMERIC
            AND WS-CONVERT-DATE(4:2) IS NUMERIC
            AND WS-CONVERT-DATE(7:4) IS NUMERIC
            AND WS-CONVERT-TIME(1:2) IS NUMERIC
            AND WS-CONVERT-TIME(4:2) IS NUMERIC
            AND WS-CONVERT-TIME(7:2) IS NUMERIC THEN
               MOVE WS-CONVERT-DATE(7:4) TO WS-DTN-YYYY
               MOVE WS-CONVERT-DATE(1:2) TO WS-DTN-MM
               MOVE WS-CONVERT-DATE(4:2) TO WS-DTN-DD
               PERFORM DATE-TO-DAYNUM
               MOVE WS-CONVERT-TIME(1:2) TO WS-TW-HH
               MOVE WS-CONVERT-TIME(4:2) TO WS-TW-MM
               MOVE WS-CONVERT-TIME(7:2) TO WS-TW-SS
               COMPUTE WS-EVENT-ABS =
                 (WS-DTN-DAYNUM * 86400)
                 + (WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS
           ELSE
               MOVE WS-NOW-ABS TO WS-EVENT-ABS
           END-IF
           EXIT.


       DATE-TO-DAYNUM.
      *    Turn WS-DTN-YYYY/MM/DD into a day number. January and
      *    February count as months 13 and 14 of the prior year so
      *    the leap day sits at the end of the cycle.
           MOVE WS-DTN-YYYY TO WS-DTN-WORK-Y
           MOVE WS-DTN-MM   TO WS-DTN-WORK-M
           IF WS-DTN-WORK-M < 3 THEN
               ADD 12 TO WS-DTN-WORK-M
               SUBTRACT 1 FROM WS-DTN-WORK-Y
           END-IF
           DIVIDE WS-DTN-WORK-Y BY 4 GIVING WS-DTN-Q4
           DIVIDE WS-DTN-WORK-Y BY 100 GIVING WS-DTN-Q100
           DIVIDE WS-DTN-WORK-Y BY 400 GIVING WS-DTN-Q400
           COMPUTE WS-DTN-MWORK = 153 * (WS-DTN-WORK-M + 1)
           DIVIDE WS-DTN-MWORK BY 5 GIVING WS-DTN-MTERM
           COMPUTE WS-DTN-DAYNUM =
             (365 * WS-DTN-WORK-Y) + WS-DTN-Q4 - WS-DTN-Q100
             + WS-DTN-Q400 + WS-DTN-MTERM + WS-DTN-DD
           EXIT.


       WRITE-SUMMARY.
      *    The console gets the summary so the operator bringing the
      *    region up sees it without going looking; CSSL keeps it
      *    with the detail lines.
           IF PAST-DUE-FIRE THEN
               MOVE 'FIRE'  TO RCVR-HDG-ACTION
           ELSE
               MOVE 'ALERT' TO RCVR-HDG-ACTION
           END-IF
           MOVE RCVR-HEADING-MSG TO RCVR-SCREEN-LINE(1)

           MOVE 'AUTO-RESUME ' TO RCVR-SUM-KIND
           MOVE WS-RES-FOUND-COUNT  TO RCVR-SUM-FOUND
           MOVE WS-RES-REARM-COUNT  TO RCVR-SUM-REARMED
           MOVE WS-RES-FIRED-COUNT  TO RCVR-SUM-FIRED
           MOVE WS-RES-ALERT-COUNT  TO RCVR-SUM-ALERTED
           MOVE WS-RES-FAILED-COUNT TO RCVR-SUM-FAILED
           MOVE RCVR-SUMMARY-MSG TO RCVR-SCREEN-LINE(2)

           MOVE 'WINDOWS     ' TO RCVR-SUM-KIND
           MOVE WS-WIN-FOUND-COUNT  TO RCVR-SUM-FOUND
           MOVE WS-WIN-REARM-COUNT  TO RCVR-SUM-REARMED
           MOVE WS-WIN-FIRED-COUNT  TO RCVR-SUM-FIRED
           MOVE WS-WIN-ALERT-COUNT  TO RCVR-SUM-ALERTED
           MOVE WS-WIN-FAILED-COUNT TO RCVR-SUM-FAILED
           MOVE RCVR-SUMMARY-MSG TO RCVR-SCREEN-LINE(3)

           PERFORM WRITE-SUMMARY-LINE
             VARYING WS-KEY-INDEX FROM 1 BY 1
             UNTIL WS-KEY-INDEX > 3

           IF WS-START-CODE EQUAL 'TD' THEN
               EXEC CICS SEND TEXT FROM(RCVR-SCREEN-TEXT)
                 ERASE FREEKB
                 LENGTH(LENGTH OF RCVR-SCREEN-TEXT)
               END-EXEC
           END-IF
           EXIT.


       WRITE-SUMMARY-LINE.
           EXEC CICS WRITE OPERATOR
             TEXT(RCVR-SCREEN-LINE(WS-KEY-INDEX))
             TEXTLENGTH(LENGTH OF RCVR-SCREEN-LINE(WS-KEY-INDEX))
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WLP-SUMMARY-TDQ)
             FROM(RCVR-SCREEN-LINE(WS-KEY-INDEX))
             LENGTH(LENGTH OF RCVR-SCREEN-LINE(WS-KEY-INDEX))
           END-EXEC
           EXIT.
