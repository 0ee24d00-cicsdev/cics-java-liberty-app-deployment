003800*----------------------------------------------------------------*
003900* MODIFICATION HISTORY                                          *
004000* 2026-09-02 DEVL INITIAL VERSION.                               *
004010* 2026-10-15 DEVL LIST A WINDOW WLPRCVR SET MISSED (ITS TIME     *
004020*            PASSED WHILE THE REGION WAS DOWN) WITH THE STALLED  *
004030*            ONES, FLAGGED AS NEVER FIRED.                       *
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.              WLPRPT04.
047800     PERFORM 6100-STAMP-TO-ABS THRU 6100-EXIT
047900
048000*    A STARTED ENTRY IS A WINDOW THAT FIRED AND NEVER FINISHED -
048100*    IT BELONGS ON THE TURNOVER WHATEVER ITS DATE SAYS. SO DOES A
048110*    MISSED ENTRY, WHICH NEVER FIRED AT ALL.
048200     IF SCHED-IS-STARTED OR SCHED-IS-MISSED
048300         ADD 1 TO WS-STALLED-COUNT
048400         PERFORM 4300-PRINT-ONE-WINDOW THRU 4300-EXIT
048500     ELSE
050200     IF SCHED-IS-STARTED
050300         MOVE '*** DID NOT COMPLETE ***' TO RPT-WIN-FLAG
050400     ELSE
050410         IF SCHED-IS-MISSED
050420             MOVE '*** NEVER FIRED ***' TO RPT-WIN-FLAG
050430         ELSE
050500             MOVE SPACES TO RPT-WIN-FLAG
050510         END-IF
050600     END-IF
050700     MOVE RPT-WINDOW-LINE TO REPORT-LINE
050800     WRITE REPORT-LINE.
