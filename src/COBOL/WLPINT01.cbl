000100*----------------------------------------------------------------*
000200* Licensed Materials - Property of IBM                          *
000300* SAMPLE                                                        *
000400* (c) Copyright IBM Corp. 2019 All Rights Reserved              *
000500* US Government Users Restricted Rights - Use, duplication or   *
000600* disclosure restricted by GSA ADP Schedule Contract with       *
000700* IBM Corp                                                      *
000800*----------------------------------------------------------------*
000900******************************************************************
001000*                                                                *
001100* MODULE NAME  WLPINT01.CBL                                     *
001200*                                                                *
001300* LIBERTY ENDPOINT CROSS-FILE REFERENTIAL INTEGRITY CHECK        *
001400*                                                                *
001500* NIGHTLY BATCH CHECK THAT TREATS THE WLPENDPT REGISTRY AS THE   *
001600* MASTER LIST OF ENDPOINTS AND TESTS EVERY OTHER FILE THAT NAMES *
001700* AN ENDPOINT AGAINST IT, SO A REGISTRY ROW DELETED THROUGH      *
001800* WLPMNT WHILE GROUPS, SUBSCRIPTIONS OR CALENDAR ENTRIES STILL   *
001900* POINT AT IT IS FOUND THE NIGHT IT HAPPENS - NOT AT 02:00 WHEN  *
002000* WLPSCHED OR WLPGRPC FAILS ITS VALIDATE-ENDPOINT-ENTRY CHECK.   *
002100*                                                                *
002200* ORPHANS ARE REPORTED ON BOTH SIDES:                            *
002300*  - RECORDS NAMING AN ENDPOINT THAT IS NOT REGISTERED - STATE   *
002400*    ROWS, GROUP MEMBERS, SUBSCRIPTIONS, SLA TARGETS, FREEZE     *
002500*    ENTRIES (EXCEPT THE SITE-WIDE ALL ENTRIES) AND PENDING OR   *
002600*    ARMED CALENDAR ENTRIES (EXCEPT BULK WINDOWS, WHOSE TARGET   *
002700*    IS A WLPBULK CONTROL FILE, NOT AN ENDPOINT);                *
002800*  - REGISTERED ENDPOINTS WITH NO SLA TARGET OR NO STATE ROW.    *
002900*                                                                *
003000* THE STEP ENDS WITH RETURN CODE ZERO WHEN THE FILES AGREE, 4    *
003100* WHEN ANY ORPHAN WAS LISTED, AND 12 WHEN THE RUN COULD NOT      *
003200* COMPLETE - A CHECK THAT COULD NOT SEE EVERY FILE MUST NOT      *
003300* REPORT CLEAN.                                                  *
003400*                                                                *
003500* INPUTS:                                                        *
003600*  ENDPTIN - THE WLPENDPT REGISTRY KSDS, WLPENDR LAYOUT.         *
003700*  STATEIN - THE WLPSTATE KSDS, WLPSTAR LAYOUT.                  *
003800*  GRPIN   - THE WLPGRP GROUP MEMBERSHIP KSDS, WLPGRPR LAYOUT.   *
003900*  SUBIN   - THE WLPSUB SUBSCRIPTION KSDS, WLPSUBR LAYOUT.       *
004000*  SLAIN   - THE WLPSLA TARGET KSDS, WLPSLAR LAYOUT.             *
004100*  FRZIN   - THE WLPFREEZ CHANGE-FREEZE KSDS, WLPFRZR LAYOUT.    *
004200*  SCHDIN  - THE WLPSCHD FORWARD CALENDAR KSDS, WLPSCHR LAYOUT.  *
004300*                                                                *
004400*----------------------------------------------------------------*
004500* MODIFICATION HISTORY                                          *
004600* 2026-10-05 DEVL INITIAL VERSION.                               *
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.              WLPINT01.
005000 AUTHOR.                  DEVL.
005100 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
005200 DATE-WRITTEN.            2026-10-05.
005300 DATE-COMPILED.
005400*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.         IBM-370.
005800 OBJECT-COMPUTER.         IBM-370.
005900*
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT ENDPT-FILE ASSIGN TO ENDPTIN
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS ENDPT-ID
006600         FILE STATUS IS WS-ENDPT-STATUS.
006700
006800     SELECT STATE-FILE ASSIGN TO STATEIN
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS STATE-ENDPOINT-ID
007200         FILE STATUS IS WS-STATE-STATUS.
007300
007400     SELECT GROUP-FILE ASSIGN TO GRPIN
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS GRP-KEY
007800         FILE STATUS IS WS-GROUP-STATUS.
007900
008000     SELECT SUB-FILE ASSIGN TO SUBIN
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS SUB-KEY
008400         FILE STATUS IS WS-SUB-STATUS.
008500
008600     SELECT SLA-FILE ASSIGN TO SLAIN
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS SLA-ENDPOINT-ID
009000         FILE STATUS IS WS-SLA-STATUS.
009100
009200     SELECT FREEZE-FILE ASSIGN TO FRZIN
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS FRZ-KEY
009600         FILE STATUS IS WS-FREEZE-STATUS.
009700
009800     SELECT SCHED-FILE ASSIGN TO SCHDIN
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS SCHED-KEY
010200         FILE STATUS IS WS-SCHED-STATUS.
010300
010400     SELECT REPORT-FILE ASSIGN TO RPTOUT
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WS-REPORT-STATUS.
010700*
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  ENDPT-FILE
011100     RECORDING MODE IS F.
011200     COPY WLPENDR.
011300*
011400 FD  STATE-FILE
011500     RECORDING MODE IS F.
011600     COPY WLPSTAR.
011700*
011800 FD  GROUP-FILE
011900     RECORDING MODE IS F.
012000     COPY WLPGRPR.
012100*
012200 FD  SUB-FILE
012300     RECORDING MODE IS F.
012400     COPY WLPSUBR.
012500*
012600 FD  SLA-FILE
012700     RECORDING MODE IS F.
012800     COPY WLPSLAR.
012900*
013000 FD  FREEZE-FILE
013100     RECORDING MODE IS F.
013200     COPY WLPFRZR.
013300*
013400 FD  SCHED-FILE
013500     RECORDING MODE IS F.
013600     COPY WLPSCHR.
013700*
013800 FD  REPORT-FILE
013900     RECORDING MODE IS F.
014000 01  REPORT-LINE                  PIC X(132).
014100*
014200 WORKING-STORAGE SECTION.
014300*
014400 77  WS-ENDPT-STATUS               PIC XX      VALUE '00'.
014500     88 ENDPT-OK                              VALUE '00'.
014600 77  WS-STATE-STATUS               PIC XX      VALUE '00'.
014700     88 STATE-OK                              VALUE '00'.
014800 77  WS-GROUP-STATUS               PIC XX      VALUE '00'.
014900     88 GROUP-OK                              VALUE '00'.
015000 77  WS-SUB-STATUS                 PIC XX      VALUE '00'.
015100     88 SUB-OK                                VALUE '00'.
015200 77  WS-SLA-STATUS                 PIC XX      VALUE '00'.
015300     88 SLA-OK                                VALUE '00'.
015400 77  WS-FREEZE-STATUS              PIC XX      VALUE '00'.
015500     88 FREEZE-OK                             VALUE '00'.
015600 77  WS-SCHED-STATUS               PIC XX      VALUE '00'.
015700     88 SCHED-OK                              VALUE '00'.
015800 77  WS-REPORT-STATUS              PIC XX      VALUE '00'.
015900 77  WS-EOF-SWITCH                 PIC X       VALUE 'N'.
016000     88 END-OF-FILE                           VALUE 'Y'.
016100 77  WS-ABORT-SWITCH               PIC X       VALUE 'N'.
016200     88 RUN-ABORTED                           VALUE 'Y'.
016300 77  WS-REPORT-OPEN-SWITCH         PIC X       VALUE 'N'.
016400     88 REPORT-FILE-OPEN                      VALUE 'Y'.
016500 77  WS-FOUND-SWITCH               PIC X       VALUE 'N'.
016600     88 ENDPOINT-FOUND                        VALUE 'Y'.
016700*
016800 77  WS-MAX-ENDPOINTS              PIC 9(04)   VALUE 2000.
016900 77  WS-ENDPOINT-COUNT             PIC 9(04)   COMP VALUE ZERO.
017000 77  WS-FILE-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
017100 77  WS-FILE-ORPHAN-COUNT          PIC 9(07)   COMP VALUE ZERO.
017200 77  WS-ORPHAN-TOTAL               PIC 9(07)   COMP VALUE ZERO.
017300 77  WS-NO-SLA-COUNT               PIC 9(07)   COMP VALUE ZERO.
017400 77  WS-NO-STATE-COUNT             PIC 9(07)   COMP VALUE ZERO.
017500*
017600 77  WS-CURRENT-DATE               PIC 9(08)   VALUE ZERO.
017700 77  WS-CURRENT-TIME               PIC 9(08)   VALUE ZERO.
017800 77  WS-LOOKUP-ENDPOINT            PIC X(128)  VALUE SPACES.
017900 77  WS-ORPHAN-FILE                PIC X(08)   VALUE SPACES.
018000 77  WS-ORPHAN-DETAIL              PIC X(30)   VALUE SPACES.
018100*
018200*    THE WHOLE REGISTRY, IN KEY ORDER, WITH A MARK FOR EACH
018300*    ENDPOINT THAT TURNED UP ON THE STATE AND SLA FILES.
018400 01  ENDPOINT-TABLE.
018500     05 ENDPOINT-ENTRY OCCURS 2000 TIMES INDEXED BY ENDPT-IDX.
018600        10 TBL-ENDPOINT-ID         PIC X(128).
018700        10 TBL-STATE-SWITCH        PIC X(01).
018800           88 TBL-HAS-STATE                   VALUE 'Y'.
018900        10 TBL-SLA-SWITCH          PIC X(01).
019000           88 TBL-HAS-SLA                     VALUE 'Y'.
019100*
019200 01  RPT-TITLE-LINE.
019300     05 FILLER                     PIC X(10)
019400        VALUE 'WLPINT01  '.
019500     05 FILLER                     PIC X(34)
019600        VALUE 'REFERENTIAL INTEGRITY CHECK'.
019700     05 FILLER                     PIC X(04) VALUE 'RUN '.
019800     05 RPT-RUN-DATE               PIC 9(08).
019900     05 FILLER                     PIC X(01) VALUE SPACE.
020000     05 RPT-RUN-HH                 PIC 9(02).
020100     05 FILLER                     PIC X(01) VALUE ':'.
020200     05 RPT-RUN-MM                 PIC 9(02).
020300*
020400 01  RPT-BLANK-LINE               PIC X(132)  VALUE SPACES.
020500*
020600 01  RPT-REGISTRY-LINE.
020700     05 FILLER                     PIC X(31)
020800        VALUE 'REGISTERED ENDPOINTS (WLPENDPT)'.
020900     05 FILLER                     PIC X(02) VALUE ': '.
021000     05 RPT-REGISTRY-COUNT         PIC ZZZZ9.
021100*
021200 01  RPT-ORPHAN-HEAD-LINE         PIC X(44)
021300     VALUE 'RECORDS NAMING AN ENDPOINT NOT IN WLPENDPT'.
021400*
021500 01  RPT-ORPHAN-COLS-LINE.
021600     05 FILLER                     PIC X(11) VALUE '  FILE'.
021700     05 FILLER                     PIC X(31) VALUE 'RECORD'.
021800     05 FILLER                     PIC X(08) VALUE 'ENDPOINT'.
021900*
022000 01  RPT-ORPHAN-LINE.
022100     05 FILLER                     PIC X(02) VALUE SPACES.
022200     05 RPT-ORP-FILE               PIC X(08).
022300     05 FILLER                     PIC X(01) VALUE SPACE.
022400     05 RPT-ORP-DETAIL             PIC X(30).
022500     05 FILLER                     PIC X(01) VALUE SPACE.
022600     05 RPT-ORP-ENDPOINT           PIC X(80).
022700*
022800 01  RPT-FILE-TOTAL-LINE.
022900     05 FILLER                     PIC X(02) VALUE SPACES.
023000     05 RPT-TOT-FILE               PIC X(08).
023100     05 FILLER                     PIC X(07) VALUE '  READ='.
023200     05 RPT-TOT-READ               PIC Z(06)9.
023300     05 FILLER                     PIC X(10) VALUE '  ORPHANS='.
023400     05 RPT-TOT-ORPHANS            PIC Z(06)9.
023500*
023600 01  RPT-MISSING-HEAD-LINE        PIC X(48)
023700     VALUE 'REGISTERED ENDPOINTS WITH NO SLA OR STATE RECORD'.
023800*
023900 01  RPT-MISSING-LINE.
024000     05 FILLER                     PIC X(02) VALUE SPACES.
024100     05 RPT-MIS-ENDPOINT           PIC X(80).
024200     05 FILLER                     PIC X(01) VALUE SPACE.
024300     05 RPT-MIS-NO-SLA             PIC X(13).
024400     05 FILLER                     PIC X(01) VALUE SPACE.
024500     05 RPT-MIS-NO-STATE           PIC X(15).
024600*
024700 01  RPT-SUMMARY-LINE.
024800     05 FILLER                     PIC X(16)
024900        VALUE 'ORPHAN RECORDS ='.
025000     05 RPT-SUM-ORPHANS            PIC Z(06)9.
025100     05 FILLER                     PIC X(16)
025200        VALUE '   NO SLA      ='.
025300     05 RPT-SUM-NO-SLA             PIC Z(06)9.
025400     05 FILLER                     PIC X(16)
025500        VALUE '   NO STATE    ='.
025600     05 RPT-SUM-NO-STATE           PIC Z(06)9.
025700*
025800 01  RPT-CLEAN-LINE               PIC X(40)
025900     VALUE 'ALL FILES AGREE WITH THE WLPENDPT MASTER'.
026000*
026100 01  RPT-ABORT-LINE               PIC X(48)
026200     VALUE '*** CHECK INCOMPLETE - SEE JOB LOG, NOT CLEAN **'.
026300*
026400 01  RPT-NONE-LINE                PIC X(06)   VALUE '  NONE'.
026500*
026600 PROCEDURE DIVISION.
026700*
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027000     IF NOT RUN-ABORTED
027100         PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT
027200     END-IF.
027300     IF NOT RUN-ABORTED
027400         MOVE RPT-BLANK-LINE TO REPORT-LINE
027500         WRITE REPORT-LINE
027600         MOVE RPT-ORPHAN-HEAD-LINE TO REPORT-LINE
027700         WRITE REPORT-LINE
027800         MOVE RPT-ORPHAN-COLS-LINE TO REPORT-LINE
027900         WRITE REPORT-LINE
028000         PERFORM 3000-CHECK-STATE-FILE THRU 3000-EXIT
028100     END-IF.
028200     IF NOT RUN-ABORTED
028300         PERFORM 3100-CHECK-GROUP-FILE THRU 3100-EXIT
028400     END-IF.
028500     IF NOT RUN-ABORTED
028600         PERFORM 3200-CHECK-SUB-FILE THRU 3200-EXIT
028700     END-IF.
028800     IF NOT RUN-ABORTED
028900         PERFORM 3300-CHECK-SLA-FILE THRU 3300-EXIT
029000     END-IF.
029100     IF NOT RUN-ABORTED
029200         PERFORM 3400-CHECK-FREEZE-FILE THRU 3400-EXIT
029300     END-IF.
029400     IF NOT RUN-ABORTED
029500         PERFORM 3500-CHECK-SCHED-FILE THRU 3500-EXIT
029600     END-IF.
029700     IF NOT RUN-ABORTED
029800         PERFORM 8000-PRINT-MISSING THRU 8000-EXIT
029900     END-IF.
030000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030100     GOBACK.
030200*
030300*----------------------------------------------------------------*
030400* 1000-INITIALIZE - OPEN THE REPORT AND PRINT THE TITLE          *
030500*----------------------------------------------------------------*
030600 1000-INITIALIZE.
030700     OPEN OUTPUT REPORT-FILE.
030800     IF WS-REPORT-STATUS NOT = '00'
030900         DISPLAY 'WLPINT01 - REPORT FILE OPEN FAILED, STATUS='
031000             WS-REPORT-STATUS
031100         SET RUN-ABORTED TO TRUE
031200         GO TO 1000-EXIT
031300     END-IF
031400     SET REPORT-FILE-OPEN TO TRUE
031500
031600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
031700     ACCEPT WS-CURRENT-TIME FROM TIME
031800     MOVE WS-CURRENT-DATE      TO RPT-RUN-DATE
031900     MOVE WS-CURRENT-TIME(1:2) TO RPT-RUN-HH
032000     MOVE WS-CURRENT-TIME(3:2) TO RPT-RUN-MM
032100     MOVE RPT-TITLE-LINE TO REPORT-LINE
032200     WRITE REPORT-LINE.
032300 1000-EXIT.
032400     EXIT.
032500*
032600*----------------------------------------------------------------*
032700* 2000-LOAD-REGISTRY - THE WHOLE WLPENDPT FILE INTO THE TABLE;   *
032800* A REGISTRY TOO BIG FOR THE TABLE ABORTS THE RUN, SINCE EVERY   *
032900* ENDPOINT LEFT OUT WOULD SHOW UP AS A FALSE ORPHAN              *
033000*----------------------------------------------------------------*
033100 2000-LOAD-REGISTRY.
033200     OPEN INPUT ENDPT-FILE.
033300     IF NOT ENDPT-OK
033400         DISPLAY 'WLPINT01 - ENDPOINT FILE OPEN FAILED, STATUS='
033500             WS-ENDPT-STATUS
033600         SET RUN-ABORTED TO TRUE
033700         GO TO 2000-EXIT
033800     END-IF
033900     MOVE 'N' TO WS-EOF-SWITCH
034000     PERFORM 2100-LOAD-ONE-ENDPOINT THRU 2100-EXIT
034100         UNTIL END-OF-FILE
034200            OR RUN-ABORTED
034300     CLOSE ENDPT-FILE
034400
034500     IF NOT RUN-ABORTED
034600         MOVE WS-ENDPOINT-COUNT TO RPT-REGISTRY-COUNT
034700         MOVE RPT-BLANK-LINE TO REPORT-LINE
034800         WRITE REPORT-LINE
034900         MOVE RPT-REGISTRY-LINE TO REPORT-LINE
035000         WRITE REPORT-LINE
035100     END-IF.
035200 2000-EXIT.
035300     EXIT.
035400*
035500 2100-LOAD-ONE-ENDPOINT.
035600     READ ENDPT-FILE
035700         AT END
035800             SET END-OF-FILE TO TRUE
035900     END-READ
036000     IF END-OF-FILE
036100         GO TO 2100-EXIT
036200     END-IF
036300     IF NOT ENDPT-OK
036400         DISPLAY 'WLPINT01 - ENDPOINT FILE READ FAILED, STATUS='
036500             WS-ENDPT-STATUS
036600         SET RUN-ABORTED TO TRUE
036700         GO TO 2100-EXIT
036800     END-IF
036900     IF WS-ENDPOINT-COUNT NOT < WS-MAX-ENDPOINTS
037000         DISPLAY 'WLPINT01 - ENDPOINT TABLE FULL AT '
037100             WS-MAX-ENDPOINTS ' ENTRIES'
037200         SET RUN-ABORTED TO TRUE
037300         GO TO 2100-EXIT
037400     END-IF
037500     ADD 1 TO WS-ENDPOINT-COUNT
037600     SET ENDPT-IDX TO WS-ENDPOINT-COUNT
037700     MOVE ENDPT-ID TO TBL-ENDPOINT-ID(ENDPT-IDX)
037800     MOVE 'N'      TO TBL-STATE-SWITCH(ENDPT-IDX)
037900     MOVE 'N'      TO TBL-SLA-SWITCH(ENDPT-IDX).
038000 2100-EXIT.
038100     EXIT.
038200*
038300*----------------------------------------------------------------*
038400* 3000-CHECK-STATE-FILE - EVERY WLPSTATE ROW MUST NAME A         *
038500* REGISTERED ENDPOINT; THE ONES THAT DO ARE MARKED FOR THE       *
038600* MISSING-STATE PASS                                             *
038700*----------------------------------------------------------------*
038800 3000-CHECK-STATE-FILE.
038900     OPEN INPUT STATE-FILE.
039000     IF NOT STATE-OK
039100         DISPLAY 'WLPINT01 - STATE FILE OPEN FAILED, STATUS='
039200             WS-STATE-STATUS
039300         SET RUN-ABORTED TO TRUE
039400         GO TO 3000-EXIT
039500     END-IF
039600     MOVE 'WLPSTATE' TO WS-ORPHAN-FILE
039700     PERFORM 7100-START-FILE-TOTALS THRU 7100-EXIT
039800     MOVE 'N' TO WS-EOF-SWITCH
039900     PERFORM 3010-CHECK-ONE-STATE THRU 3010-EXIT
040000         UNTIL END-OF-FILE
040100            OR RUN-ABORTED
040200     CLOSE STATE-FILE
040300     PERFORM 7200-PRINT-FILE-TOTALS THRU 7200-EXIT.
040400 3000-EXIT.
040500     EXIT.
040600*
040700 3010-CHECK-ONE-STATE.
040800     READ STATE-FILE
040900         AT END
041000             SET END-OF-FILE TO TRUE
041100     END-READ
041200     IF END-OF-FILE
041300         GO TO 3010-EXIT
041400     END-IF
041500     IF NOT STATE-OK
041600         DISPLAY 'WLPINT01 - STATE FILE READ FAILED, STATUS='
041700             WS-STATE-STATUS
041800         SET RUN-ABORTED TO TRUE
041900         GO TO 3010-EXIT
042000     END-IF
042100     ADD 1 TO WS-FILE-READ-COUNT
042200     MOVE STATE-ENDPOINT-ID TO WS-LOOKUP-ENDPOINT
042300     PERFORM 6000-LOOKUP-ENDPOINT THRU 6000-EXIT
042400     IF ENDPOINT-FOUND
042500         SET TBL-HAS-STATE(ENDPT-IDX) TO TRUE
042600     ELSE
042700         MOVE SPACES TO WS-ORPHAN-DETAIL
042800         STRING 'STATUS ' DELIMITED BY SIZE
042900                STATE-CURRENT-STATUS DELIMITED BY SIZE
043000             INTO WS-ORPHAN-DETAIL
043100         PERFORM 7000-REPORT-ORPHAN THRU 7000-EXIT
043200     END-IF.
043300 3010-EXIT.
043400     EXIT.
043500*
043600*----------------------------------------------------------------*
043700* 3100-CHECK-GROUP-FILE - EVERY WLPGRP MEMBER ROW                *
043800*----------------------------------------------------------------*
043900 3100-CHECK-GROUP-FILE.
044000     OPEN INPUT GROUP-FILE.
044100     IF NOT GROUP-OK
044200         DISPLAY 'WLPINT01 - GROUP FILE OPEN FAILED, STATUS='
044300             WS-GROUP-STATUS
044400         SET RUN-ABORTED TO TRUE
044500         GO TO 3100-EXIT
044600     END-IF
044700     MOVE 'WLPGRP  ' TO WS-ORPHAN-FILE
044800     PERFORM 7100-START-FILE-TOTALS THRU 7100-EXIT
044900     MOVE 'N' TO WS-EOF-SWITCH
045000     PERFORM 3110-CHECK-ONE-MEMBER THRU 3110-EXIT
045100         UNTIL END-OF-FILE
045200            OR RUN-ABORTED
045300     CLOSE GROUP-FILE
045400     PERFORM 7200-PRINT-FILE-TOTALS THRU 7200-EXIT.
045500 3100-EXIT.
045600     EXIT.
045700*
045800 3110-CHECK-ONE-MEMBER.
045900     READ GROUP-FILE
046000         AT END
046100             SET END-OF-FILE TO TRUE
046200     END-READ
046300     IF END-OF-FILE
046400         GO TO 3110-EXIT
046500     END-IF
046600     IF NOT GROUP-OK
046700         DISPLAY 'WLPINT01 - GROUP FILE READ FAILED, STATUS='
046800             WS-GROUP-STATUS
046900         SET RUN-ABORTED TO TRUE
047000         GO TO 3110-EXIT
047100     END-IF
047200     ADD 1 TO WS-FILE-READ-COUNT
047300     MOVE GRP-ENDPOINT TO WS-LOOKUP-ENDPOINT
047400     PERFORM 6000-LOOKUP-ENDPOINT THRU 6000-EXIT
047500     IF NOT ENDPOINT-FOUND
047600         MOVE SPACES TO WS-ORPHAN-DETAIL
047700         STRING 'GROUP ' DELIMITED BY SIZE
047800                GRP-NAME DELIMITED BY SPACE
047900                ' SEQ ' DELIMITED BY SIZE
048000                GRP-SEQ DELIMITED BY SIZE
048100             INTO WS-ORPHAN-DETAIL
048200         PERFORM 7000-REPORT-ORPHAN THRU 7000-EXIT
048300     END-IF.
048400 3110-EXIT.
048500     EXIT.
048600*
048700*----------------------------------------------------------------*
048800* 3200-CHECK-SUB-FILE - EVERY WLPSUB SUBSCRIPTION                *
048900*----------------------------------------------------------------*
049000 3200-CHECK-SUB-FILE.
049100     OPEN INPUT SUB-FILE.
049200     IF NOT SUB-OK
049300         DISPLAY 'WLPINT01 - SUBSCRIPTION FILE OPEN FAILED, '
049400             'STATUS=' WS-SUB-STATUS
049500         SET RUN-ABORTED TO TRUE
049600         GO TO 3200-EXIT
049700     END-IF
049800     MOVE 'WLPSUB  ' TO WS-ORPHAN-FILE
049900     PERFORM 7100-START-FILE-TOTALS THRU 7100-EXIT
050000     MOVE 'N' TO WS-EOF-SWITCH
050100     PERFORM 3210-CHECK-ONE-SUB THRU 3210-EXIT
050200         UNTIL END-OF-FILE
050300            OR RUN-ABORTED
050400     CLOSE SUB-FILE
050500     PERFORM 7200-PRINT-FILE-TOTALS THRU 7200-EXIT.
050600 3200-EXIT.
050700     EXIT.
050800*
050900 3210-CHECK-ONE-SUB.
051000     READ SUB-FILE
051100         AT END
051200             SET END-OF-FILE TO TRUE
051300     END-READ
051400     IF END-OF-FILE
051500         GO TO 3210-EXIT
051600     END-IF
051700     IF NOT SUB-OK
051800         DISPLAY 'WLPINT01 - SUBSCRIPTION FILE READ FAILED, '
051900             'STATUS=' WS-SUB-STATUS
052000         SET RUN-ABORTED TO TRUE
052100         GO TO 3210-EXIT
052200     END-IF
052300     ADD 1 TO WS-FILE-READ-COUNT
052400     MOVE SUB-ENDPOINT TO WS-LOOKUP-ENDPOINT
052500     PERFORM 6000-LOOKUP-ENDPOINT THRU 6000-EXIT
052600     IF NOT ENDPOINT-FOUND
052700         MOVE SPACES TO WS-ORPHAN-DETAIL
052800         STRING 'TEAM ' DELIMITED BY SIZE
052900                SUB-TEAM DELIMITED BY SIZE
053000             INTO WS-ORPHAN-DETAIL
053100         PERFORM 7000-REPORT-ORPHAN THRU 7000-EXIT
053200     END-IF.
053300 3210-EXIT.
053400     EXIT.
053500*
053600*----------------------------------------------------------------*
053700* 3300-CHECK-SLA-FILE - EVERY WLPSLA TARGET; THE ONES NAMING A   *
053800* REGISTERED ENDPOINT ARE MARKED FOR THE MISSING-SLA PASS        *
053900*----------------------------------------------------------------*
054000 3300-CHECK-SLA-FILE.
054100     OPEN INPUT SLA-FILE.
054200     IF NOT SLA-OK
054300         DISPLAY 'WLPINT01 - SLA FILE OPEN FAILED, STATUS='
054400             WS-SLA-STATUS
054500         SET RUN-ABORTED TO TRUE
054600         GO TO 3300-EXIT
054700     END-IF
054800     MOVE 'WLPSLA  ' TO WS-ORPHAN-FILE
054900     PERFORM 7100-START-FILE-TOTALS THRU 7100-EXIT
055000     MOVE 'N' TO WS-EOF-SWITCH
055100     PERFORM 3310-CHECK-ONE-SLA THRU 3310-EXIT
055200         UNTIL END-OF-FILE
055300            OR RUN-ABORTED
055400     CLOSE SLA-FILE
055500     PERFORM 7200-PRINT-FILE-TOTALS THRU 7200-EXIT.
055600 3300-EXIT.
055700     EXIT.
055800*
055900 3310-CHECK-ONE-SLA.
056000     READ SLA-FILE
056100         AT END
056200             SET END-OF-FILE TO TRUE
056300     END-READ
056400     IF END-OF-FILE
056500         GO TO 3310-EXIT
056600     END-IF
056700     IF NOT SLA-OK
056800         DISPLAY 'WLPINT01 - SLA FILE READ FAILED, STATUS='
056900             WS-SLA-STATUS
057000         SET RUN-ABORTED TO TRUE
057100         GO TO 3310-EXIT
057200     END-IF
057300     ADD 1 TO WS-FILE-READ-COUNT
057400     MOVE SLA-ENDPOINT-ID TO WS-LOOKUP-ENDPOINT
057500     PERFORM 6000-LOOKUP-ENDPOINT THRU 6000-EXIT
057600     IF ENDPOINT-FOUND
057700         SET TBL-HAS-SLA(ENDPT-IDX) TO TRUE
057800     ELSE
057900         MOVE 'SLA TARGET' TO WS-ORPHAN-DETAIL
058000         PERFORM 7000-REPORT-ORPHAN THRU 7000-EXIT
058100     END-IF.
058200 3310-EXIT.
058300     EXIT.
058400*
058500*----------------------------------------------------------------*
058600* 3400-CHECK-FREEZE-FILE - EVERY WLPFREEZ ENTRY EXCEPT THE       *
058700* SITE-WIDE ALL ENTRIES, WHICH NAME NO ENDPOINT                  *
058800*----------------------------------------------------------------*
058900 3400-CHECK-FREEZE-FILE.
059000     OPEN INPUT FREEZE-FILE.
059100     IF NOT FREEZE-OK
059200         DISPLAY 'WLPINT01 - FREEZE FILE OPEN FAILED, STATUS='
059300             WS-FREEZE-STATUS
059400         SET RUN-ABORTED TO TRUE
059500         GO TO 3400-EXIT
059600     END-IF
059700     MOVE 'WLPFREEZ' TO WS-ORPHAN-FILE
059800     PERFORM 7100-START-FILE-TOTALS THRU 7100-EXIT
059900     MOVE 'N' TO WS-EOF-SWITCH
060000     PERFORM 3410-CHECK-ONE-FREEZE THRU 3410-EXIT
060100         UNTIL END-OF-FILE
060200            OR RUN-ABORTED
060300     CLOSE FREEZE-FILE
060400     PERFORM 7200-PRINT-FILE-TOTALS THRU 7200-EXIT.
060500 3400-EXIT.
060600     EXIT.
060700*
060800 3410-CHECK-ONE-FREEZE.
060900     READ FREEZE-FILE
061000         AT END
061100             SET END-OF-FILE TO TRUE
061200     END-READ
061300     IF END-OF-FILE
061400         GO TO 3410-EXIT
061500     END-IF
061600     IF NOT FREEZE-OK
061700         DISPLAY 'WLPINT01 - FREEZE FILE READ FAILED, STATUS='
061800             WS-FREEZE-STATUS
061900         SET RUN-ABORTED TO TRUE
062000         GO TO 3410-EXIT
062100     END-IF
062200     IF FRZ-COVERS-ALL
062300         GO TO 3410-EXIT
062400     END-IF
062500     ADD 1 TO WS-FILE-READ-COUNT
062600     MOVE FRZ-ENDPOINT TO WS-LOOKUP-ENDPOINT
062700     PERFORM 6000-LOOKUP-ENDPOINT THRU 6000-EXIT
062800     IF NOT ENDPOINT-FOUND
062900         MOVE SPACES TO WS-ORPHAN-DETAIL
063000         STRING FRZ-START-DATE DELIMITED BY SIZE
063100                ' - ' DELIMITED BY SIZE
063200                FRZ-END-DATE DELIMITED BY SIZE
063300             INTO WS-ORPHAN-DETAIL
063400         PERFORM 7000-REPORT-ORPHAN THRU 7000-EXIT
063500     END-IF.
063600 3410-EXIT.
063700     EXIT.
063800*
063900*----------------------------------------------------------------*
064000* 3500-CHECK-SCHED-FILE - PENDING AND ARMED CALENDAR ENTRIES     *
064100* ONLY (STARTED AND DONE ENTRIES ARE HISTORY); A BULK ENTRY'S    *
064200* TARGET IS A WLPBULK CONTROL FILE AND IS NOT CHECKED            *
064300*----------------------------------------------------------------*
064400 3500-CHECK-SCHED-FILE.
064500     OPEN INPUT SCHED-FILE.
064600     IF NOT SCHED-OK
064700         DISPLAY 'WLPINT01 - CALENDAR FILE OPEN FAILED, STATUS='
064800             WS-SCHED-STATUS
064900         SET RUN-ABORTED TO TRUE
065000         GO TO 3500-EXIT
065100     END-IF
065200     MOVE 'WLPSCHD ' TO WS-ORPHAN-FILE
065300     PERFORM 7100-START-FILE-TOTALS THRU 7100-EXIT
065400     MOVE 'N' TO WS-EOF-SWITCH
065500     PERFORM 3510-CHECK-ONE-SCHED THRU 3510-EXIT
065600         UNTIL END-OF-FILE
065700            OR RUN-ABORTED
065800     CLOSE SCHED-FILE
065900     PERFORM 7200-PRINT-FILE-TOTALS THRU 7200-EXIT.
066000 3500-EXIT.
066100     EXIT.
066200*
066300 3510-CHECK-ONE-SCHED.
066400     READ SCHED-FILE
066500         AT END
066600             SET END-OF-FILE TO TRUE
066700     END-READ
066800     IF END-OF-FILE
066900         GO TO 3510-EXIT
067000     END-IF
067100     IF NOT SCHED-OK
067200         DISPLAY 'WLPINT01 - CALENDAR FILE READ FAILED, STATUS='
067300             WS-SCHED-STATUS
067400         SET RUN-ABORTED TO TRUE
067500         GO TO 3510-EXIT
067600     END-IF
067700     IF SCHED-OPERATION-BULK
067800         GO TO 3510-EXIT
067900     END-IF
068000     IF NOT SCHED-IS-PENDING
068100      AND NOT SCHED-IS-ARMED
068200         GO TO 3510-EXIT
068300     END-IF
068400     ADD 1 TO WS-FILE-READ-COUNT
068500     MOVE SCHED-TARGET TO WS-LOOKUP-ENDPOINT
068600     PERFORM 6000-LOOKUP-ENDPOINT THRU 6000-EXIT
068700     IF NOT ENDPOINT-FOUND
068800         MOVE SPACES TO WS-ORPHAN-DETAIL
068900         STRING SCHED-DATE DELIMITED BY SIZE
069000                ' ' DELIMITED BY SIZE
069100                SCHED-TIME(1:5) DELIMITED BY SIZE
069200                ' ' DELIMITED BY SIZE
069300                SCHED-STATUS DELIMITED BY SIZE
069400             INTO WS-ORPHAN-DETAIL
069500         PERFORM 7000-REPORT-ORPHAN THRU 7000-EXIT
069600     END-IF.
069700 3510-EXIT.
069800     EXIT.
069900*
070000*----------------------------------------------------------------*
070100* 6000-LOOKUP-ENDPOINT - KEYED ON WS-LOOKUP-ENDPOINT; LEAVES     *
070200* ENDPT-IDX ON THE MATCHING ENTRY WHEN FOUND                     *
070300*----------------------------------------------------------------*
070400 6000-LOOKUP-ENDPOINT.
070500     MOVE 'N' TO WS-FOUND-SWITCH
070600     PERFORM 6010-SEARCH-ONE-ENDPOINT THRU 6010-EXIT
070700         VARYING ENDPT-IDX FROM 1 BY 1
070800         UNTIL ENDPT-IDX > WS-ENDPOINT-COUNT
070900            OR ENDPOINT-FOUND
071000     IF ENDPOINT-FOUND
071100         SET ENDPT-IDX DOWN BY 1
071200     END-IF.
071300 6000-EXIT.
071400     EXIT.
071500*
071600 6010-SEARCH-ONE-ENDPOINT.
071700     IF TBL-ENDPOINT-ID(ENDPT-IDX) = WS-LOOKUP-ENDPOINT
071800         SET ENDPOINT-FOUND TO TRUE
071900     END-IF.
072000 6010-EXIT.
072100     EXIT.
072200*
072300*----------------------------------------------------------------*
072400* 7000-REPORT-ORPHAN - ONE LINE FOR A RECORD NAMING AN ENDPOINT  *
072500* THAT IS NOT REGISTERED                                         *
072600*----------------------------------------------------------------*
072700 7000-REPORT-ORPHAN.
072800     ADD 1 TO WS-FILE-ORPHAN-COUNT
072900     ADD 1 TO WS-ORPHAN-TOTAL
073000     MOVE WS-ORPHAN-FILE           TO RPT-ORP-FILE
073100     MOVE WS-ORPHAN-DETAIL         TO RPT-ORP-DETAIL
073200     MOVE WS-LOOKUP-ENDPOINT(1:80) TO RPT-ORP-ENDPOINT
073300     MOVE RPT-ORPHAN-LINE TO REPORT-LINE
073400     WRITE REPORT-LINE.
073500 7000-EXIT.
073600     EXIT.
073700*
073800 7100-START-FILE-TOTALS.
073900     MOVE ZERO TO WS-FILE-READ-COUNT
074000     MOVE ZERO TO WS-FILE-ORPHAN-COUNT.
074100 7100-EXIT.
074200     EXIT.
074300*
074400 7200-PRINT-FILE-TOTALS.
074500     MOVE WS-ORPHAN-FILE       TO RPT-TOT-FILE
074600     MOVE WS-FILE-READ-COUNT   TO RPT-TOT-READ
074700     MOVE WS-FILE-ORPHAN-COUNT TO RPT-TOT-ORPHANS
074800     MOVE RPT-FILE-TOTAL-LINE TO REPORT-LINE
074900     WRITE REPORT-LINE.
075000 7200-EXIT.
075100     EXIT.
075200*
075300*----------------------------------------------------------------*
075400* 8000-PRINT-MISSING - THE OTHER SIDE: REGISTERED ENDPOINTS THE  *
075500* SLA AND STATE PASSES NEVER MARKED                              *
075600*----------------------------------------------------------------*
075700 8000-PRINT-MISSING.
075800     MOVE RPT-BLANK-LINE TO REPORT-LINE
075900     WRITE REPORT-LINE
076000     MOVE RPT-MISSING-HEAD-LINE TO REPORT-LINE
076100     WRITE REPORT-LINE
076200     PERFORM 8100-CHECK-ONE-REGISTERED THRU 8100-EXIT
076300         VARYING ENDPT-IDX FROM 1 BY 1
076400         UNTIL ENDPT-IDX > WS-ENDPOINT-COUNT
076500     IF WS-NO-SLA-COUNT = ZERO
076600      AND WS-NO-STATE-COUNT = ZERO
076700         MOVE RPT-NONE-LINE TO REPORT-LINE
076800         WRITE REPORT-LINE
076900     END-IF.
077000 8000-EXIT.
077100     EXIT.
077200*
077300 8100-CHECK-ONE-REGISTERED.
077400     IF TBL-HAS-SLA(ENDPT-IDX)
077500      AND TBL-HAS-STATE(ENDPT-IDX)
077600         GO TO 8100-EXIT
077700     END-IF
077800     MOVE TBL-ENDPOINT-ID(ENDPT-IDX)(1:80) TO RPT-MIS-ENDPOINT
077900     MOVE SPACES TO RPT-MIS-NO-SLA
078000     MOVE SPACES TO RPT-MIS-NO-STATE
078100     IF NOT TBL-HAS-SLA(ENDPT-IDX)
078200         MOVE 'NO SLA TARGET' TO RPT-MIS-NO-SLA
078300         ADD 1 TO WS-NO-SLA-COUNT
078400     END-IF
078500     IF NOT TBL-HAS-STATE(ENDPT-IDX)
078600         MOVE 'NO STATE RECORD' TO RPT-MIS-NO-STATE
078700         ADD 1 TO WS-NO-STATE-COUNT
078800     END-IF
078900     MOVE RPT-MISSING-LINE TO REPORT-LINE
079000     WRITE REPORT-LINE.
079100 8100-EXIT.
079200     EXIT.
079300*
079400*----------------------------------------------------------------*
079500* 9000-TERMINATE - SUMMARY, STEP RETURN CODE AND CLOSE           *
079600*----------------------------------------------------------------*
079700 9000-TERMINATE.
079800     IF REPORT-FILE-OPEN
079900         MOVE RPT-BLANK-LINE TO REPORT-LINE
080000         WRITE REPORT-LINE
080100         IF RUN-ABORTED
080200             MOVE RPT-ABORT-LINE TO REPORT-LINE
080300             WRITE REPORT-LINE
080400         ELSE
080500             MOVE WS-ORPHAN-TOTAL   TO RPT-SUM-ORPHANS
080600             MOVE WS-NO-SLA-COUNT   TO RPT-SUM-NO-SLA
080700             MOVE WS-NO-STATE-COUNT TO RPT-SUM-NO-STATE
080800             MOVE RPT-SUMMARY-LINE TO REPORT-LINE
080900             WRITE REPORT-LINE
081000             IF WS-ORPHAN-TOTAL = ZERO
081100              AND WS-NO-SLA-COUNT = ZERO
081200              AND WS-NO-STATE-COUNT = ZERO
081300                 MOVE RPT-CLEAN-LINE TO REPORT-LINE
081400                 WRITE REPORT-LINE
081500             END-IF
081600         END-IF
081700         CLOSE REPORT-FILE
081800     END-IF
081900
082000     IF RUN-ABORTED
082100         MOVE 12 TO RETURN-CODE
082200     ELSE
082300         IF WS-ORPHAN-TOTAL = ZERO
082400          AND WS-NO-SLA-COUNT = ZERO
082500          AND WS-NO-STATE-COUNT = ZERO
082600             MOVE ZERO TO RETURN-CODE
082700         ELSE
082800             MOVE 4 TO RETURN-CODE
082900         END-IF
083000     END-IF.
083100 9000-EXIT.
083200     EXIT.
