003200* THE PER-DAY REPORT COVERS THE RECORDS THIS EXECUTION READ;     *
003300* THE TOTALS CARRY ON FROM THE CHECKPOINT AFTER A RESTART.       *
003400*                                                                *
003410* THE TAMPER-EVIDENCE CHAIN FIELDS TRAVEL WITH EACH RECORD, SO   *
003420* THE HISTORY FILE CARRIES ON THE SAME CHAIN AS THE KSDS.  THE   *
003430* REPORT ENDS WITH THE CARRY POINT: THE HIGHEST CHAIN POSITION   *
003440* ARCHIVED WITH ITS CHECK VALUE, AND THE LOWEST POSITION LEFT    *
003450* ONLINE - WHERE WLPAUD01 EXPECTS THE TWO FILES TO JOIN UP.      *
003460*                                                                *
003500*----------------------------------------------------------------*
003600* MODIFICATION HISTORY                                          *
003700* 2026-08-22 DEVL INITIAL VERSION.                               *
003900*            CYCLE RAN TO TRUE END-OF-FILE, SO A FORCED ABORT    *
004000*            LEAVES THE LAST PROGRESS RECORD AS THE RESTART      *
004100*            POINT INSTEAD OF FAKING A FINISHED CYCLE.           *
004110* 2026-10-15 DEVL ARCHIVE-RECORD LENGTHENED TO 313 BYTES TO      *
004120*            CARRY THE STANDBY-REGION FAILOVER FIELDS NOW ON     *
004130*            WLPAUDIT-RECORD.                                    *
004140* 2026-10-15 DEVL ARCHIVE-RECORD LENGTHENED TO 324 BYTES TO      *
004150*            CARRY THE CHANGE NUMBER AND RETROSPECTIVE-CHANGE    *
004160*            FLAG NOW ON WLPAUDIT-RECORD.                        *
004165* 2026-10-15 DEVL ARCHIVE-RECORD LENGTHENED TO 369 BYTES TO      *
004170*            CARRY THE TAMPER-EVIDENCE CHAIN FIELDS NOW ON       *
004175*            WLPAUDIT-RECORD; THE CHAIN CARRY POINT IS KEPT ON   *
004180*            THE CHECKPOINT AND PRINTED WITH THE TOTALS.         *
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.              WLPARC01.
009100 FD  ARCHIVE-FILE
009200     RECORDING MODE IS F.
009300*    SAME LENGTH AS WLPAUDIT-RECORD - KEEP IN STEP WITH WLPAUDR
009400 01  ARCHIVE-RECORD               PIC X(369).
009500*
009600 FD  CHECKPOINT-FILE
009700     RECORDING MODE IS F.
010400     05 CHK-KEPT-COUNT            PIC 9(09).
010500     05 CHK-ARCHIVED-COUNT        PIC 9(09).
010600     05 CHK-DELETE-FAILS          PIC 9(09).
010610     05 CHK-CARRY-SEQ             PIC 9(09).
010620     05 CHK-CARRY-VALUE           PIC 9(18).
010630     05 CHK-KEPT-LOW-SEQ          PIC 9(09).
010700     05 FILLER                    PIC X(13).
010800*
010900 FD  REPORT-FILE
016200     05 WS-ARCHIVED-COUNT         PIC 9(09)   VALUE ZERO.
016300     05 WS-DELETE-FAILS           PIC 9(09)   VALUE ZERO.
016400     05 WS-SKIPPED-COUNT          PIC 9(09)   VALUE ZERO.
016410*
016420*    THE CHAIN CARRY POINT - THE HIGHEST CHAIN POSITION SENT TO
016430*    THE ARCHIVE WITH ITS CHECK VALUE, AND THE LOWEST POSITION
016440*    KEPT ONLINE.  SEEDED FROM THE CHECKPOINT ON A RESTART TOO.
016450 01  WS-CHAIN-CARRY.
016460     05 WS-CARRY-SEQ              PIC 9(09)   VALUE ZERO.
016470     05 WS-CARRY-VALUE            PIC 9(18)   VALUE ZERO.
016480     05 WS-KEPT-LOW-SEQ           PIC 9(09)   VALUE ZERO.
016500*
016600 01  DAY-TABLE.
016700     05 DAY-ENTRY OCCURS 366 TIMES INDEXED BY DAY-IDX.
023000     05 RPT-TOT-DELF               PIC ZZZZZZZZ9.
023100     05 FILLER                     PIC X(09) VALUE ' SKIPPED='.
023200     05 RPT-TOT-SKIP               PIC ZZZZZZZZ9.
023205*
023210 01  RPT-CARRY-LINE.
023215     05 FILLER                     PIC X(31)
023220        VALUE 'CHAIN CARRY: ARCHIVED THRU SEQ='.
023225     05 RPT-CARRY-SEQ              PIC ZZZZZZZZ9.
023230     05 FILLER                     PIC X(07) VALUE ' VALUE='.
023235     05 RPT-CARRY-VALUE            PIC 9(18).
023240     05 FILLER                     PIC X(18)
023245        VALUE '  LOWEST SEQ KEPT='.
023250     05 RPT-KEPT-LOW-SEQ           PIC ZZZZZZZZ9.
023300*
023400 PROCEDURE DIVISION.
023500*
039300             MOVE CHK-KEPT-COUNT     TO WS-KEPT-COUNT
039400             MOVE CHK-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT
039500             MOVE CHK-DELETE-FAILS   TO WS-DELETE-FAILS
039510             MOVE CHK-CARRY-SEQ      TO WS-CARRY-SEQ
039520             MOVE CHK-CARRY-VALUE    TO WS-CARRY-VALUE
039530             MOVE CHK-KEPT-LOW-SEQ   TO WS-KEPT-LOW-SEQ
039600         ELSE
039700             MOVE 'N' TO WS-RESTART-SWITCH
039800             MOVE LOW-VALUES TO WS-RESTART-LAST-KEY
040000             MOVE ZERO TO WS-KEPT-COUNT
040100             MOVE ZERO TO WS-ARCHIVED-COUNT
040200             MOVE ZERO TO WS-DELETE-FAILS
040210             MOVE ZERO TO WS-CARRY-SEQ
040220             MOVE ZERO TO WS-CARRY-VALUE
040230             MOVE ZERO TO WS-KEPT-LOW-SEQ
040300         END-IF
040400     END-IF.
040500 1310-EXIT.
042500         PERFORM 3000-ARCHIVE-ONE-RECORD THRU 3000-EXIT
042600     ELSE
042700         ADD 1 TO WS-KEPT-COUNT
042710         PERFORM 3200-NOTE-KEPT-CHAIN THRU 3200-EXIT
042800         PERFORM 6000-COUNT-DAY THRU 6000-EXIT
042900         IF NOT DAY-TABLE-FULL
043000             ADD 1 TO TBL-DAY-KEPT(DAY-IDX)
047000         SET END-OF-AUDIT TO TRUE
047100         GO TO 3000-EXIT
047200     END-IF
047210     PERFORM 3100-CARRY-CHAIN THRU 3100-EXIT
047300
047400     DELETE AUDIT-FILE
047500     IF AUDIT-OK
048500     END-IF.
048600 3000-EXIT.
048700     EXIT.
048702*
048704*----------------------------------------------------------------*
048706* 3100-CARRY-CHAIN - REMEMBER THE HIGHEST CHAIN POSITION THAT    *
048708* HAS GONE TO THE ARCHIVE.  THE KSDS IS READ IN KEY ORDER, NOT   *
048710* CHAIN ORDER, SO EVERY ARCHIVED RECORD IS COMPARED.  A RECORD   *
048712* FROM BEFORE THE CHAIN HAS NO NUMERIC POSITION AND IS LEFT OUT. *
048714*----------------------------------------------------------------*
048716 3100-CARRY-CHAIN.
048718     IF AUDIT-CHAIN-SEQ IS NOT NUMERIC
048720         GO TO 3100-EXIT
048722     END-IF
048724     IF AUDIT-CHAIN-SEQ > WS-CARRY-SEQ
048726         MOVE AUDIT-CHAIN-SEQ   TO WS-CARRY-SEQ
048728         MOVE AUDIT-CHAIN-VALUE TO WS-CARRY-VALUE
048730     END-IF.
048732 3100-EXIT.
048734     EXIT.
048736*
048738*----------------------------------------------------------------*
048740* 3200-NOTE-KEPT-CHAIN - REMEMBER THE LOWEST CHAIN POSITION LEFT *
048742* ONLINE.  POSITION ZERO WAS WRITTEN OUTSIDE THE CHAIN.          *
048744*----------------------------------------------------------------*
048746 3200-NOTE-KEPT-CHAIN.
048748     IF AUDIT-CHAIN-SEQ IS NOT NUMERIC
048750      OR AUDIT-CHAIN-SEQ = ZERO
048752         GO TO 3200-EXIT
048754     END-IF
048756     IF WS-KEPT-LOW-SEQ = ZERO
048758      OR AUDIT-CHAIN-SEQ < WS-KEPT-LOW-SEQ
048760         MOVE AUDIT-CHAIN-SEQ TO WS-KEPT-LOW-SEQ
048762     END-IF.
048764 3200-EXIT.
048766     EXIT.
048800*
048900*----------------------------------------------------------------*
049000* 5000-DATE-TO-DAYNUM - TURN WS-DTN-YYYY/MM/DD INTO A DAY        *
057200     MOVE WS-KEPT-COUNT     TO CHK-KEPT-COUNT
057300     MOVE WS-ARCHIVED-COUNT TO CHK-ARCHIVED-COUNT
057400     MOVE WS-DELETE-FAILS   TO CHK-DELETE-FAILS
057410     MOVE WS-CARRY-SEQ      TO CHK-CARRY-SEQ
057420     MOVE WS-CARRY-VALUE    TO CHK-CARRY-VALUE
057430     MOVE WS-KEPT-LOW-SEQ   TO CHK-KEPT-LOW-SEQ
057500     MOVE SPACES            TO CHECKPOINT-RECORD(124:13)
057600     WRITE CHECKPOINT-RECORD
057700     IF NOT CHKPT-OK
057800         DISPLAY 'WLPARC01 - CHECKPOINT WRITE FAILED, STATUS='
059900     MOVE WS-DELETE-FAILS   TO RPT-TOT-DELF
060000     MOVE WS-SKIPPED-COUNT  TO RPT-TOT-SKIP
060100     MOVE RPT-TOTAL-LINE TO REPORT-LINE
060200     WRITE REPORT-LINE
060210
060220     MOVE WS-CARRY-SEQ      TO RPT-CARRY-SEQ
060230     MOVE WS-CARRY-VALUE    TO RPT-CARRY-VALUE
060240     MOVE WS-KEPT-LOW-SEQ   TO RPT-KEPT-LOW-SEQ
060250     MOVE RPT-CARRY-LINE TO REPORT-LINE
060260     WRITE REPORT-LINE.
060300 8000-EXIT.
060400     EXIT.
060500*
062700         MOVE WS-KEPT-COUNT     TO CHK-KEPT-COUNT
062800         MOVE WS-ARCHIVED-COUNT TO CHK-ARCHIVED-COUNT
062900         MOVE WS-DELETE-FAILS   TO CHK-DELETE-FAILS
062910         MOVE WS-CARRY-SEQ      TO CHK-CARRY-SEQ
062920         MOVE WS-CARRY-VALUE    TO CHK-CARRY-VALUE
062930         MOVE WS-KEPT-LOW-SEQ   TO CHK-KEPT-LOW-SEQ
063000         MOVE SPACES            TO CHECKPOINT-RECORD(124:13)
063100         WRITE CHECKPOINT-RECORD
063200     END-IF
063300     IF CHKPT-FILE-OPEN
