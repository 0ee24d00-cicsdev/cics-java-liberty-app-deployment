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
001100* MODULE NAME  WLPTML01.CBL                                     *
001200*                                                                *
001300* LIBERTY ENDPOINT INCIDENT TIMELINE REPORT                      *
001400*                                                                *
001500* BATCH PROGRAM FOR POST-INCIDENT REVIEWS.  GIVEN ONE ENDPOINT   *
001600* AND A FROM/TO TIMESTAMP ON PARMIN, IT PULLS EVERYTHING THE     *
001700* SYSTEM RECORDED ABOUT THAT ENDPOINT IN THE WINDOW OUT OF EVERY *
001800* HISTORY FILE AND PRINTS IT AS ONE CHRONOLOGICAL LISTING, EACH  *
001900* LINE TAGGED WITH THE FILE IT CAME FROM:                        *
002000*                                                                *
002100*  AUDIT    - PAUSE/RESUME/STATUS REQUESTS FROM THE AUDIT TRAIL  *
002200*             (ARCHIVE PLUS CURRENT EXTRACT);                    *
002300*  HEALTH   - WLPHLTHS LIVE-STATUS SAMPLES;                      *
002400*  METRIC   - LINK-TO-WLPCTRL TIMINGS AND RETRY COUNTS;          *
002500*  CHANGE   - WLPMNT REFERENCE-FILE CHANGES KEYED ON THE         *
002600*             ENDPOINT;                                          *
002700*  CALENDAR - WLPSCHD WINDOWS SCHEDULED INSIDE THE RANGE;        *
002800*  TICKET   - WLPALRTC TICKETS RAISED FOR THE ENDPOINT.          *
002900*                                                                *
003000* EVENTS WITH THE SAME TIMESTAMP KEEP THE ORDER ABOVE, SO AN     *
003100* AUDIT RECORD PRINTS AHEAD OF THE METRIC ITS LINK PRODUCED.     *
003200*                                                                *
003300* INPUTS:                                                        *
003400*  PARMIN  - RECORD 1: FROM AND TO TIMESTAMPS, YYYYMMDDHHMMSS    *
003500*            YYYYMMDDHHMMSS, INCLUSIVE.                          *
003600*            RECORD 2: THE ENDPOINT ID, COLUMNS 1-80.            *
003700*            RECORD 3: (OPTIONAL) ENDPOINT ID CONTINUED,         *
003800*            COLUMNS 1-48, FOR IDS LONGER THAN 80 BYTES.         *
003900*  HISTIN  - THE AUDIT HISTORY (ARCHIVE PLUS CURRENT EXTRACT),   *
004000*            WLPAUDR LAYOUT.                                     *
004100*  HLTIN   - THE WLPHLTH HEALTH HISTORY KSDS, WLPHLTR LAYOUT.    *
004200*  METRIN  - THE WLPMETRC METRIC KSDS, WLPMETR LAYOUT.           *
004300*  CHISTIN - THE WLPCHIST CHANGE HISTORY KSDS, WLPCHGR LAYOUT.   *
004400*  SCHDIN  - THE WLPSCHD FORWARD CALENDAR KSDS, WLPSCHR LAYOUT.  *
004500*  TKTIN   - THE WLPALRTC TICKET QUEUE OFFLOAD (TICK TDQ).       *
004600*                                                                *
004700* EVERY KEY DATE ON THESE FILES IS MM/DD/YYYY, WHICH DOES NOT    *
004800* COLLATE ACROSS YEARS, SO EACH EVENT IS REARRANGED TO           *
004900* YYYYMMDDHHMMSS BEFORE THE RANGE TEST AND THE MERGE.            *
005000*                                                                *
005100*----------------------------------------------------------------*
005200* MODIFICATION HISTORY                                          *
005300* 2026-10-06 DEVL INITIAL VERSION.                               *
005310* 2026-10-15 DEVL SHOW A STANDBY-REGION FAILOVER ON THE AUDIT    *
005320*            AND HEALTH LINES.                                   *
005400******************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID.              WLPTML01.
005700 AUTHOR.                  DEVL.
005800 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
005900 DATE-WRITTEN.            2026-10-06.
006000 DATE-COMPILED.
006100*
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER.         IBM-370.
006500 OBJECT-COMPUTER.         IBM-370.
006600*
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT PARM-FILE ASSIGN TO PARMIN
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200
007300     SELECT HISTORY-FILE ASSIGN TO HISTIN
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-HISTORY-STATUS.
007600
007700     SELECT HEALTH-FILE ASSIGN TO HLTIN
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS HLT-KEY
008100         FILE STATUS IS WS-HEALTH-STATUS.
008200
008300     SELECT METRIC-FILE ASSIGN TO METRIN
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS MET-KEY
008700         FILE STATUS IS WS-METRIC-STATUS.
008800
008900     SELECT CHIST-FILE ASSIGN TO CHISTIN
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS SEQUENTIAL
009200         RECORD KEY IS CHG-KEY
009300         FILE STATUS IS WS-CHIST-STATUS.
009400
009500     SELECT SCHED-FILE ASSIGN TO SCHDIN
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS SEQUENTIAL
009800         RECORD KEY IS SCHED-KEY
009900         FILE STATUS IS WS-SCHED-STATUS.
010000
010100     SELECT OPTIONAL TICKET-FILE ASSIGN TO TKTIN
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-TICKET-STATUS.
010400
010500     SELECT REPORT-FILE ASSIGN TO RPTOUT
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-REPORT-STATUS.
010800*
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  PARM-FILE
011200     RECORDING MODE IS F.
011300 01  PARM-RECORD.
011400     05 PARM-FROM-STAMP           PIC X(14).
011500     05 FILLER                    PIC X(01).
011600     05 PARM-TO-STAMP             PIC X(14).
011700     05 FILLER                    PIC X(51).
011800 01  PARM-ENDPOINT-RECORD         PIC X(80).
011900*
012000 FD  HISTORY-FILE
012100     RECORDING MODE IS F.
012200     COPY WLPAUDR.
012300*
012400 FD  HEALTH-FILE
012500     RECORDING MODE IS F.
012600     COPY WLPHLTR.
012700*
012800 FD  METRIC-FILE
012900     RECORDING MODE IS F.
013000     COPY WLPMETR.
013100*
013200 FD  CHIST-FILE
013300     RECORDING MODE IS F.
013400     COPY WLPCHGR.
013500*
013600 FD  SCHED-FILE
013700     RECORDING MODE IS F.
013800     COPY WLPSCHR.
013900*
014000*    THE WLPALRTC TICKET RECORD AS WRITTEN TO THE TICK QUEUE -
014100*    KEEP IN STEP WITH TICKET-RECORD IN WLPALRTC.
014200 FD  TICKET-FILE
014300     RECORDING MODE IS F.
014400 01  TICKET-RECORD.
014500     05 TKT-SYSTEM                PIC X(08).
014600     05 TKT-DATE                  PIC X(10).
014700     05 TKT-TIME                  PIC X(08).
014800     05 TKT-REASON                PIC X(08).
014900     05 TKT-ENDPOINT              PIC X(128).
015000     05 TKT-RESP                  PIC 9(08).
015100     05 TKT-RESP2                 PIC 9(08).
015200     05 TKT-SHIFT-COUNT           PIC 9(05).
015300*
015400 FD  REPORT-FILE
015500     RECORDING MODE IS F.
015600 01  REPORT-LINE                  PIC X(132).
015700*
015800 WORKING-STORAGE SECTION.
015900*
016000 77  WS-PARM-STATUS                PIC XX      VALUE '00'.
016100 77  WS-HISTORY-STATUS             PIC XX      VALUE '00'.
016200     88 HISTORY-OK                            VALUE '00'.
016300 77  WS-HEALTH-STATUS              PIC XX      VALUE '00'.
016400     88 HEALTH-OK                             VALUE '00'.
016500 77  WS-METRIC-STATUS              PIC XX      VALUE '00'.
016600     88 METRIC-OK                             VALUE '00'.
016700 77  WS-CHIST-STATUS               PIC XX      VALUE '00'.
016800     88 CHIST-OK                              VALUE '00'.
016900 77  WS-SCHED-STATUS               PIC XX      VALUE '00'.
017000     88 SCHED-OK                              VALUE '00'.
017100 77  WS-TICKET-STATUS              PIC XX      VALUE '00'.
017200     88 TICKET-OK                             VALUE '00'.
017300 77  WS-REPORT-STATUS              PIC XX      VALUE '00'.
017400 77  WS-EOF-SWITCH                 PIC X       VALUE 'N'.
017500     88 END-OF-FILE                           VALUE 'Y'.
017600 77  WS-ABORT-SWITCH               PIC X       VALUE 'N'.
017700     88 RUN-ABORTED                           VALUE 'Y'.
017800 77  WS-REPORT-OPEN-SWITCH         PIC X       VALUE 'N'.
017900     88 REPORT-FILE-OPEN                      VALUE 'Y'.
018000 77  WS-TRUNCATED-SWITCH           PIC X       VALUE 'N'.
018100     88 TIMELINE-TRUNCATED                    VALUE 'Y'.
018200*
018300 77  WS-MAX-EVENTS                 PIC 9(04)   VALUE 3000.
018400 77  WS-EVENT-COUNT                PIC 9(04)   COMP VALUE ZERO.
018500 77  WS-PRINTED-COUNT              PIC 9(04)   COMP VALUE ZERO.
018600 77  WS-DROPPED-COUNT              PIC 9(07)   COMP VALUE ZERO.
018700 77  WS-LOW-IDX                    PIC 9(04)   COMP VALUE ZERO.
018800*
018900 77  WS-ENDPOINT                   PIC X(128)  VALUE SPACES.
019000 77  WS-CONVERT-DATE               PIC X(10)   VALUE SPACES.
019100 77  WS-CONVERT-TIME               PIC X(08)   VALUE SPACES.
019200 77  WS-EVENT-STAMP                PIC X(14)   VALUE SPACES.
019300 77  WS-EVENT-SOURCE               PIC X(08)   VALUE SPACES.
019400 77  WS-EVENT-TEXT                 PIC X(100)  VALUE SPACES.
019410 77  WS-FAILOVER-NOTE              PIC X(24)   VALUE SPACES.
019500 77  WS-EDIT-ELAPSED               PIC Z(08)9.
019600 77  WS-EDIT-MINUTES               PIC ZZZ9.
019700 77  WS-EDIT-RESP                  PIC Z(07)9.
019800*
019900*    EVERY IN-RANGE EVENT FOR THE ENDPOINT, IN THE ORDER THE
020000*    FILES WERE READ; 8000-PRINT-TIMELINE PICKS THEM OUT
020100*    EARLIEST FIRST (THE FIRST ENTRY WINS A TIE, WHICH KEEPS
020200*    THE SOURCE ORDER FOR EVENTS IN THE SAME SECOND).
020300 01  EVENT-TABLE.
020400     05 EVENT-ENTRY OCCURS 3000 TIMES INDEXED BY EVT-IDX.
020500        10 TBT-STAMP               PIC X(14).
020600        10 TBT-DATE                PIC X(10).
020700        10 TBT-TIME                PIC X(08).
020800        10 TBT-SOURCE              PIC X(08).
020900        10 TBT-TEXT                PIC X(100).
021000        10 TBT-PRINTED-SWITCH      PIC X(01).
021100           88 TBT-PRINTED                     VALUE 'Y'.
021200*
021300 01  RPT-TITLE-LINE.
021400     05 FILLER                     PIC X(10)
021500        VALUE 'WLPTML01  '.
021600     05 FILLER                     PIC X(26)
021700        VALUE 'INCIDENT TIMELINE  PERIOD '.
021800     05 RPT-FROM-STAMP             PIC X(14).
021900     05 FILLER                     PIC X(03) VALUE ' - '.
022000     05 RPT-TO-STAMP               PIC X(14).
022100*
022200 01  RPT-ENDPOINT-LINE.
022300     05 FILLER                     PIC X(10) VALUE 'ENDPOINT  '.
022400     05 RPT-ENDPOINT               PIC X(122).
022500*
022600 01  RPT-BLANK-LINE               PIC X(132)  VALUE SPACES.
022700*
022800 01  RPT-COLS-LINE.
022900     05 FILLER                     PIC X(11) VALUE 'DATE'.
023000     05 FILLER                     PIC X(09) VALUE 'TIME'.
023100     05 FILLER                     PIC X(09) VALUE 'SOURCE'.
023200     05 FILLER                     PIC X(05) VALUE 'EVENT'.
023300*
023400 01  RPT-DETAIL-LINE.
023500     05 RPT-DET-DATE               PIC X(10).
023600     05 FILLER                     PIC X(01) VALUE SPACE.
023700     05 RPT-DET-TIME               PIC X(08).
023800     05 FILLER                     PIC X(01) VALUE SPACE.
023900     05 RPT-DET-SOURCE             PIC X(08).
024000     05 FILLER                     PIC X(01) VALUE SPACE.
024100     05 RPT-DET-TEXT               PIC X(100).
024200*
024300 01  RPT-TOTAL-LINE.
024400     05 FILLER                     PIC X(16)
024500        VALUE 'EVENTS LISTED = '.
024600     05 RPT-TOT-EVENTS             PIC ZZZZ9.
024700*
024800 01  RPT-TRUNCATED-LINE.
024900     05 FILLER                     PIC X(42)
025000        VALUE '*** TIMELINE TABLE FULL - EVENTS DROPPED ='.
025100     05 RPT-TRUNC-COUNT            PIC Z(06)9.
025200*
025300 01  RPT-NONE-LINE                PIC X(33)
025400     VALUE '  NO EVENTS RECORDED IN THE RANGE'.
025500*
025600 PROCEDURE DIVISION.
025700*
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     IF NOT RUN-ABORTED
026100         PERFORM 2000-COLLECT-AUDIT THRU 2000-EXIT
026200     END-IF.
026300     IF NOT RUN-ABORTED
026400         PERFORM 2100-COLLECT-HEALTH THRU 2100-EXIT
026500     END-IF.
026600     IF NOT RUN-ABORTED
026700         PERFORM 2200-COLLECT-METRICS THRU 2200-EXIT
026800     END-IF.
026900     IF NOT RUN-ABORTED
027000         PERFORM 2300-COLLECT-CHANGES THRU 2300-EXIT
027100     END-IF.
027200     IF NOT RUN-ABORTED
027300         PERFORM 2400-COLLECT-CALENDAR THRU 2400-EXIT
027400     END-IF.
027500     IF NOT RUN-ABORTED
027600         PERFORM 2500-COLLECT-TICKETS THRU 2500-EXIT
027700     END-IF.
027800     IF NOT RUN-ABORTED
027900         PERFORM 8000-PRINT-TIMELINE THRU 8000-EXIT
028000     END-IF.
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028200     GOBACK.
028300*
028400*----------------------------------------------------------------*
028500* 1000-INITIALIZE - OPEN THE REPORT, READ THE PARMS AND PRINT    *
028600* THE HEADINGS                                                   *
028700*----------------------------------------------------------------*
028800 1000-INITIALIZE.
028900     OPEN OUTPUT REPORT-FILE.
029000     IF WS-REPORT-STATUS NOT = '00'
029100         DISPLAY 'WLPTML01 - REPORT FILE OPEN FAILED, STATUS='
029200             WS-REPORT-STATUS
029300         SET RUN-ABORTED TO TRUE
029400         GO TO 1000-EXIT
029500     END-IF
029600     SET REPORT-FILE-OPEN TO TRUE
029700
029800     PERFORM 1100-READ-PARM THRU 1100-EXIT
029900     IF RUN-ABORTED
030000         GO TO 1000-EXIT
030100     END-IF
030200
030300     MOVE PARM-FROM-STAMP TO RPT-FROM-STAMP
030400     MOVE PARM-TO-STAMP   TO RPT-TO-STAMP
030500     MOVE RPT-TITLE-LINE TO REPORT-LINE
030600     WRITE REPORT-LINE
030700     MOVE WS-ENDPOINT TO RPT-ENDPOINT
030800     MOVE RPT-ENDPOINT-LINE TO REPORT-LINE
030900     WRITE REPORT-LINE
031000     MOVE RPT-BLANK-LINE TO REPORT-LINE
031100     WRITE REPORT-LINE
031200     MOVE RPT-COLS-LINE TO REPORT-LINE
031300     WRITE REPORT-LINE.
031400 1000-EXIT.
031500     EXIT.
031600*
031700*----------------------------------------------------------------*
031800* 1100-READ-PARM - THE RANGE, THEN THE ENDPOINT ID (SPLIT OVER   *
031900* A SECOND RECORD WHEN IT IS LONGER THAN ONE CARD)               *
032000*----------------------------------------------------------------*
032100 1100-READ-PARM.
032200     OPEN INPUT PARM-FILE.
032300     IF WS-PARM-STATUS NOT = '00'
032400         DISPLAY 'WLPTML01 - PARM FILE OPEN FAILED, STATUS='
032500             WS-PARM-STATUS
032600         SET RUN-ABORTED TO TRUE
032700         GO TO 1100-EXIT
032800     END-IF
032900     READ PARM-FILE
033000         AT END
033100             DISPLAY 'WLPTML01 - PARM FILE IS EMPTY'
033200             SET RUN-ABORTED TO TRUE
033300     END-READ
033400     IF NOT RUN-ABORTED
033500         IF PARM-FROM-STAMP IS NUMERIC
033600          AND PARM-TO-STAMP IS NUMERIC
033700          AND PARM-FROM-STAMP NOT > PARM-TO-STAMP
033800             CONTINUE
033900         ELSE
034000             DISPLAY 'WLPTML01 - INVALID TIMESTAMP RANGE PARM'
034100             SET RUN-ABORTED TO TRUE
034200         END-IF
034300     END-IF
034400     IF NOT RUN-ABORTED
034500         READ PARM-FILE
034600             AT END
034700                 DISPLAY 'WLPTML01 - NO ENDPOINT ID ON PARM'
034800                 SET RUN-ABORTED TO TRUE
034900         END-READ
035000     END-IF
035100     IF NOT RUN-ABORTED
035200         MOVE PARM-ENDPOINT-RECORD TO WS-ENDPOINT(1:80)
035300         IF WS-ENDPOINT = SPACES
035400             DISPLAY 'WLPTML01 - NO ENDPOINT ID ON PARM'
035500             SET RUN-ABORTED TO TRUE
035600         END-IF
035700     END-IF
035800     IF NOT RUN-ABORTED
035900         READ PARM-FILE
036000             AT END
036100                 CONTINUE
036200             NOT AT END
036300                 MOVE PARM-ENDPOINT-RECORD(1:48)
036400                     TO WS-ENDPOINT(81:48)
036500         END-READ
036600     END-IF
036700     CLOSE PARM-FILE.
036800 1100-EXIT.
036900     EXIT.
037000*
037100*----------------------------------------------------------------*
037200* 2000-COLLECT-AUDIT - AUDIT TRAIL RECORDS FOR THE ENDPOINT      *
037300*----------------------------------------------------------------*
037400 2000-COLLECT-AUDIT.
037500     OPEN INPUT HISTORY-FILE.
037600     IF NOT HISTORY-OK
037700         DISPLAY 'WLPTML01 - HISTORY FILE OPEN FAILED, STATUS='
037800             WS-HISTORY-STATUS
037900         SET RUN-ABORTED TO TRUE
038000         GO TO 2000-EXIT
038100     END-IF
038200     MOVE 'N' TO WS-EOF-SWITCH
038300     PERFORM 2010-COLLECT-ONE-AUDIT THRU 2010-EXIT
038400         UNTIL END-OF-FILE
038500     CLOSE HISTORY-FILE.
038600 2000-EXIT.
038700     EXIT.
038800*
038900 2010-COLLECT-ONE-AUDIT.
039000     READ HISTORY-FILE
039100         AT END
039200             SET END-OF-FILE TO TRUE
039300     END-READ
039400     IF END-OF-FILE
039500         GO TO 2010-EXIT
039600     END-IF
039700     IF AUDIT-ENDPOINT NOT = WS-ENDPOINT
039800         GO TO 2010-EXIT
039900     END-IF
040000     MOVE AUDIT-KEY-DATE TO WS-CONVERT-DATE
040100     MOVE AUDIT-KEY-TIME TO WS-CONVERT-TIME
040200     MOVE 'AUDIT   '     TO WS-EVENT-SOURCE
040210     MOVE SPACES TO WS-FAILOVER-NOTE
040220     IF AUDIT-FAILED-OVER
040230         STRING ' FAILOVER FROM ' DELIMITED BY SIZE
040240                AUDIT-FAILOVER-FROM DELIMITED BY SPACE
040250             INTO WS-FAILOVER-NOTE
040260     END-IF
040300     MOVE SPACES TO WS-EVENT-TEXT
040400     STRING AUDIT-OPERATION DELIMITED BY SPACE
040500            ' VIA ' DELIMITED BY SIZE
040600            AUDIT-START-CODE DELIMITED BY SIZE
040700            ' RC=' DELIMITED BY SIZE
040800            AUDIT-RETURN-CODE DELIMITED BY SIZE
040900            ' BY ' DELIMITED BY SIZE
041000            AUDIT-REQUESTER-ID DELIMITED BY SPACE
041100            ' APPR ' DELIMITED BY SIZE
041200            AUDIT-APPROVER-ID DELIMITED BY SPACE
041300            ' REGION ' DELIMITED BY SIZE
041400            AUDIT-REGION DELIMITED BY SPACE
041410            WS-FAILOVER-NOTE DELIMITED BY '  '
041500            ' OVR ' DELIMITED BY SIZE
041600            AUDIT-OVERRIDE-CODE DELIMITED BY SPACE
041700            ' ' DELIMITED BY SIZE
041800            AUDIT-ERROR-MSG DELIMITED BY SIZE
041900         INTO WS-EVENT-TEXT
042000     PERFORM 7000-ADD-EVENT THRU 7000-EXIT.
042100 2010-EXIT.
042200     EXIT.
042300*
042400*----------------------------------------------------------------*
042500* 2100-COLLECT-HEALTH - WLPHLTHS SAMPLES FOR THE ENDPOINT        *
042600*----------------------------------------------------------------*
042700 2100-COLLECT-HEALTH.
042800     OPEN INPUT HEALTH-FILE.
042900     IF NOT HEALTH-OK
043000         DISPLAY 'WLPTML01 - HEALTH FILE OPEN FAILED, STATUS='
043100             WS-HEALTH-STATUS
043200         SET RUN-ABORTED TO TRUE
043300         GO TO 2100-EXIT
043400     END-IF
043500     MOVE 'N' TO WS-EOF-SWITCH
043600     PERFORM 2110-COLLECT-ONE-HEALTH THRU 2110-EXIT
043700         UNTIL END-OF-FILE
043800     CLOSE HEALTH-FILE.
043900 2100-EXIT.
044000     EXIT.
044100*
044200 2110-COLLECT-ONE-HEALTH.
044300     READ HEALTH-FILE
044400         AT END
044500             SET END-OF-FILE TO TRUE
044600     END-READ
044700     IF END-OF-FILE
044800         GO TO 2110-EXIT
044900     END-IF
045000     IF HLT-ENDPOINT NOT = WS-ENDPOINT
045100         GO TO 2110-EXIT
045200     END-IF
045300     MOVE HLT-KEY-DATE TO WS-CONVERT-DATE
045400     MOVE HLT-KEY-TIME TO WS-CONVERT-TIME
045500     MOVE 'HEALTH  '   TO WS-EVENT-SOURCE
045510     MOVE SPACES TO WS-FAILOVER-NOTE
045520     IF HLT-FAILED-OVER
045530         STRING ' FAILOVER FROM ' DELIMITED BY SIZE
045540                HLT-FAILOVER-FROM DELIMITED BY SPACE
045550             INTO WS-FAILOVER-NOTE
045560     END-IF
045600     MOVE SPACES TO WS-EVENT-TEXT
045700     STRING HLT-STATUS DELIMITED BY SPACE
045800            ' RC=' DELIMITED BY SIZE
045900            HLT-RETURN-CODE DELIMITED BY SIZE
046000            ' REGION ' DELIMITED BY SIZE
046100            HLT-REGION DELIMITED BY SPACE
046110            WS-FAILOVER-NOTE DELIMITED BY '  '
046200         INTO WS-EVENT-TEXT
046300     PERFORM 7000-ADD-EVENT THRU 7000-EXIT.
046400 2110-EXIT.
046500     EXIT.
046600*
046700*----------------------------------------------------------------*
046800* 2200-COLLECT-METRICS - LINK TIMINGS FOR THE ENDPOINT           *
046900*----------------------------------------------------------------*
047000 2200-COLLECT-METRICS.
047100     OPEN INPUT METRIC-FILE.
047200     IF NOT METRIC-OK
047300         DISPLAY 'WLPTML01 - METRIC FILE OPEN FAILED, STATUS='
047400             WS-METRIC-STATUS
047500         SET RUN-ABORTED TO TRUE
047600         GO TO 2200-EXIT
047700     END-IF
047800     MOVE 'N' TO WS-EOF-SWITCH
047900     PERFORM 2210-COLLECT-ONE-METRIC THRU 2210-EXIT
048000         UNTIL END-OF-FILE
048100     CLOSE METRIC-FILE.
048200 2200-EXIT.
048300     EXIT.
048400*
048500 2210-COLLECT-ONE-METRIC.
048600     READ METRIC-FILE
048700         AT END
048800             SET END-OF-FILE TO TRUE
048900     END-READ
049000     IF END-OF-FILE
049100         GO TO 2210-EXIT
049200     END-IF
049300     IF MET-ENDPOINT NOT = WS-ENDPOINT
049400         GO TO 2210-EXIT
049500     END-IF
049600     MOVE MET-KEY-DATE TO WS-CONVERT-DATE
049700     MOVE MET-KEY-TIME TO WS-CONVERT-TIME
049800     MOVE 'METRIC  '   TO WS-EVENT-SOURCE
049900     MOVE MET-ELAPSED-MS TO WS-EDIT-ELAPSED
050000     MOVE SPACES TO WS-EVENT-TEXT
050100     STRING MET-OPERATION DELIMITED BY SPACE
050200            ' ELAPSED MS=' DELIMITED BY SIZE
050300            WS-EDIT-ELAPSED DELIMITED BY SIZE
050400            ' RETRIES ' DELIMITED BY SIZE
050500            MET-RETRY-COUNT DELIMITED BY SIZE
050600            '/' DELIMITED BY SIZE
050700            MET-RETRY-MAX DELIMITED BY SIZE
050800            ' RC=' DELIMITED BY SIZE
050900            MET-RETURN-CODE DELIMITED BY SIZE
051000            ' REGION ' DELIMITED BY SIZE
051100            MET-REGION DELIMITED BY SPACE
051200         INTO WS-EVENT-TEXT
051300     PERFORM 7000-ADD-EVENT THRU 7000-EXIT.
051400 2210-EXIT.
051500     EXIT.
051600*
051700*----------------------------------------------------------------*
051800* 2300-COLLECT-CHANGES - WLPMNT CHANGES WHOSE RECORD KEY IS THE  *
051900* ENDPOINT (ITS WLPENDPT REGISTRATION AND ANY FILE KEYED THE     *
052000* SAME WAY)                                                      *
052100*----------------------------------------------------------------*
052200 2300-COLLECT-CHANGES.
052300     OPEN INPUT CHIST-FILE.
052400     IF NOT CHIST-OK
052500         DISPLAY 'WLPTML01 - CHANGE HISTORY OPEN FAILED, STATUS='
052600             WS-CHIST-STATUS
052700         SET RUN-ABORTED TO TRUE
052800         GO TO 2300-EXIT
052900     END-IF
053000     MOVE 'N' TO WS-EOF-SWITCH
053100     PERFORM 2310-COLLECT-ONE-CHANGE THRU 2310-EXIT
053200         UNTIL END-OF-FILE
053300     CLOSE CHIST-FILE.
053400 2300-EXIT.
053500     EXIT.
053600*
053700 2310-COLLECT-ONE-CHANGE.
053800     READ CHIST-FILE
053900         AT END
054000             SET END-OF-FILE TO TRUE
054100     END-READ
054200     IF END-OF-FILE
054300         GO TO 2310-EXIT
054400     END-IF
054500     IF CHG-RECORD-KEY NOT = WS-ENDPOINT
054600         GO TO 2310-EXIT
054700     END-IF
054800     MOVE CHG-KEY-DATE TO WS-CONVERT-DATE
054900     MOVE CHG-KEY-TIME TO WS-CONVERT-TIME
055000     MOVE 'CHANGE  '   TO WS-EVENT-SOURCE
055100     MOVE SPACES TO WS-EVENT-TEXT
055200     STRING CHG-ACTION DELIMITED BY SPACE
055300            ' ' DELIMITED BY SIZE
055400            CHG-KEY-FILE DELIMITED BY SPACE
055500            ' BY ' DELIMITED BY SIZE
055600            CHG-USER-ID DELIMITED BY SPACE
055700            ' TERM ' DELIMITED BY SIZE
055800            CHG-TERMINAL DELIMITED BY SIZE
055900         INTO WS-EVENT-TEXT
056000     PERFORM 7000-ADD-EVENT THRU 7000-EXIT.
056100 2310-EXIT.
056200     EXIT.
056300*
056400*----------------------------------------------------------------*
056500* 2400-COLLECT-CALENDAR - WLPSCHD WINDOWS FOR THE ENDPOINT       *
056600* WHOSE SCHEDULED START FALLS IN THE RANGE                       *
056700*----------------------------------------------------------------*
056800 2400-COLLECT-CALENDAR.
056900     OPEN INPUT SCHED-FILE.
057000     IF NOT SCHED-OK
057100         DISPLAY 'WLPTML01 - CALENDAR FILE OPEN FAILED, STATUS='
057200             WS-SCHED-STATUS
057300         SET RUN-ABORTED TO TRUE
057400         GO TO 2400-EXIT
057500     END-IF
057600     MOVE 'N' TO WS-EOF-SWITCH
057700     PERFORM 2410-COLLECT-ONE-WINDOW THRU 2410-EXIT
057800         UNTIL END-OF-FILE
057900     CLOSE SCHED-FILE.
058000 2400-EXIT.
058100     EXIT.
058200*
058300 2410-COLLECT-ONE-WINDOW.
058400     READ SCHED-FILE
058500         AT END
058600             SET END-OF-FILE TO TRUE
058700     END-READ
058800     IF END-OF-FILE
058900         GO TO 2410-EXIT
059000     END-IF
059100     IF SCHED-TARGET NOT = WS-ENDPOINT
059200         GO TO 2410-EXIT
059300     END-IF
059400     MOVE SCHED-DATE TO WS-CONVERT-DATE
059500     MOVE SCHED-TIME TO WS-CONVERT-TIME
059600     MOVE 'CALENDAR' TO WS-EVENT-SOURCE
059700     MOVE SCHED-AUTO-RESUME-MIN TO WS-EDIT-MINUTES
059800     MOVE SPACES TO WS-EVENT-TEXT
059900     STRING SCHED-OPERATION DELIMITED BY SPACE
060000            ' WINDOW ' DELIMITED BY SIZE
060100            SCHED-STATUS DELIMITED BY SPACE
060200            ' TEAM ' DELIMITED BY SIZE
060300            SCHED-REQ-TEAM DELIMITED BY SPACE
060400            ' AUTO-RESUME MIN=' DELIMITED BY SIZE
060500            WS-EDIT-MINUTES DELIMITED BY SIZE
060600         INTO WS-EVENT-TEXT
060700     PERFORM 7000-ADD-EVENT THRU 7000-EXIT.
060800 2410-EXIT.
060900     EXIT.
061000*
061100*----------------------------------------------------------------*
061200* 2500-COLLECT-TICKETS - WLPALRTC TICKETS FOR THE ENDPOINT; THE  *
061300* OFFLOAD MAY NOT EXIST ON EVERY SYSTEM, SO IT IS OPTIONAL       *
061400*----------------------------------------------------------------*
061500 2500-COLLECT-TICKETS.
061600     OPEN INPUT TICKET-FILE.
061700     IF WS-TICKET-STATUS NOT = '00'
061800      AND WS-TICKET-STATUS NOT = '05'
061900         DISPLAY 'WLPTML01 - TICKET FILE OPEN FAILED, STATUS='
062000             WS-TICKET-STATUS ' - TICKETS NOT LISTED'
062100         GO TO 2500-EXIT
062200     END-IF
062300     MOVE 'N' TO WS-EOF-SWITCH
062400     PERFORM 2510-COLLECT-ONE-TICKET THRU 2510-EXIT
062500         UNTIL END-OF-FILE
062600     CLOSE TICKET-FILE.
062700 2500-EXIT.
062800     EXIT.
062900*
063000 2510-COLLECT-ONE-TICKET.
063100     READ TICKET-FILE
063200         AT END
063300             SET END-OF-FILE TO TRUE
063400     END-READ
063500     IF END-OF-FILE
063600         GO TO 2510-EXIT
063700     END-IF
063800     IF TKT-ENDPOINT NOT = WS-ENDPOINT
063900         GO TO 2510-EXIT
064000     END-IF
064100     MOVE TKT-DATE   TO WS-CONVERT-DATE
064200     MOVE TKT-TIME   TO WS-CONVERT-TIME
064300     MOVE 'TICKET  ' TO WS-EVENT-SOURCE
064400     MOVE TKT-RESP TO WS-EDIT-RESP
064500     MOVE SPACES TO WS-EVENT-TEXT
064600     STRING TKT-REASON DELIMITED BY SPACE
064700            ' TICKET RAISED, RESP=' DELIMITED BY SIZE
064800            WS-EDIT-RESP DELIMITED BY SIZE
064900            ' RESP2=' DELIMITED BY SIZE
065000            TKT-RESP2 DELIMITED BY SIZE
065100            ' SHIFT COUNT=' DELIMITED BY SIZE
065200            TKT-SHIFT-COUNT DELIMITED BY SIZE
065300         INTO WS-EVENT-TEXT
065400     PERFORM 7000-ADD-EVENT THRU 7000-EXIT.
065500 2510-EXIT.
065600     EXIT.
065700*
065800*----------------------------------------------------------------*
065900* 5000-MAKE-EVENT-STAMP - MM/DD/YYYY PLUS HH:MM:SS TO            *
066000* YYYYMMDDHHMMSS; AN UNPARSEABLE STAMP COMES OUT ALL ZEROS AND   *
066100* SO FALLS OUTSIDE ANY RANGE                                     *
066200*----------------------------------------------------------------*
066300 5000-MAKE-EVENT-STAMP.
066400     IF WS-CONVERT-DATE(1:2) IS NUMERIC
066500      AND WS-CONVERT-DATE(4:2) IS NUMERIC
066600      AND WS-CONVERT-DATE(7:4) IS NUMERIC
066700      AND WS-CONVERT-TIME(1:2) IS NUMERIC
066800      AND WS-CONVERT-TIME(4:2) IS NUMERIC
066900      AND WS-CONVERT-TIME(7:2) IS NUMERIC
067000         MOVE WS-CONVERT-DATE(7:4) TO WS-EVENT-STAMP(1:4)
067100         MOVE WS-CONVERT-DATE(1:2) TO WS-EVENT-STAMP(5:2)
067200         MOVE WS-CONVERT-DATE(4:2) TO WS-EVENT-STAMP(7:2)
067300         MOVE WS-CONVERT-TIME(1:2) TO WS-EVENT-STAMP(9:2)
067400         MOVE WS-CONVERT-TIME(4:2) TO WS-EVENT-STAMP(11:2)
067500         MOVE WS-CONVERT-TIME(7:2) TO WS-EVENT-STAMP(13:2)
067600     ELSE
067700         MOVE ALL '0' TO WS-EVENT-STAMP
067800     END-IF.
067900 5000-EXIT.
068000     EXIT.
068100*
068200*----------------------------------------------------------------*
068300* 7000-ADD-EVENT - RANGE-TEST THE EVENT IN WS-CONVERT-DATE/TIME  *
068400* AND, IF IT FALLS INSIDE, ADD IT TO THE TIMELINE TABLE          *
068500*----------------------------------------------------------------*
068600 7000-ADD-EVENT.
068700     PERFORM 5000-MAKE-EVENT-STAMP THRU 5000-EXIT
068800     IF WS-EVENT-STAMP < PARM-FROM-STAMP
068900      OR WS-EVENT-STAMP > PARM-TO-STAMP
069000         GO TO 7000-EXIT
069100     END-IF
069200     IF WS-EVENT-COUNT NOT < WS-MAX-EVENTS
069300         SET TIMELINE-TRUNCATED TO TRUE
069400         ADD 1 TO WS-DROPPED-COUNT
069500         GO TO 7000-EXIT
069600     END-IF
069700     ADD 1 TO WS-EVENT-COUNT
069800     SET EVT-IDX TO WS-EVENT-COUNT
069900     MOVE WS-EVENT-STAMP  TO TBT-STAMP(EVT-IDX)
070000     MOVE WS-CONVERT-DATE TO TBT-DATE(EVT-IDX)
070100     MOVE WS-CONVERT-TIME TO TBT-TIME(EVT-IDX)
070200     MOVE WS-EVENT-SOURCE TO TBT-SOURCE(EVT-IDX)
070300     MOVE WS-EVENT-TEXT   TO TBT-TEXT(EVT-IDX)
070400     MOVE 'N'             TO TBT-PRINTED-SWITCH(EVT-IDX).
070500 7000-EXIT.
070600     EXIT.
070700*
070800*----------------------------------------------------------------*
070900* 8000-PRINT-TIMELINE - PRINT THE TABLE EARLIEST FIRST           *
071000*----------------------------------------------------------------*
071100 8000-PRINT-TIMELINE.
071200     IF WS-EVENT-COUNT = ZERO
071300         MOVE RPT-NONE-LINE TO REPORT-LINE
071400         WRITE REPORT-LINE
071500     ELSE
071600         PERFORM 8100-PRINT-NEXT-EVENT THRU 8100-EXIT
071700             UNTIL WS-PRINTED-COUNT NOT < WS-EVENT-COUNT
071800     END-IF
071900
072000     MOVE RPT-BLANK-LINE TO REPORT-LINE
072100     WRITE REPORT-LINE
072200     MOVE WS-EVENT-COUNT TO RPT-TOT-EVENTS
072300     MOVE RPT-TOTAL-LINE TO REPORT-LINE
072400     WRITE REPORT-LINE
072500     IF TIMELINE-TRUNCATED
072600         MOVE WS-DROPPED-COUNT TO RPT-TRUNC-COUNT
072700         MOVE RPT-TRUNCATED-LINE TO REPORT-LINE
072800         WRITE REPORT-LINE
072900         DISPLAY 'WLPTML01 - TIMELINE TABLE FULL, '
073000             WS-DROPPED-COUNT ' EVENTS DROPPED'
073100     END-IF.
073200 8000-EXIT.
073300     EXIT.
073400*
073500 8100-PRINT-NEXT-EVENT.
073600     MOVE ZERO TO WS-LOW-IDX
073700     PERFORM 8110-COMPARE-ONE-EVENT THRU 8110-EXIT
073800         VARYING EVT-IDX FROM 1 BY 1
073900         UNTIL EVT-IDX > WS-EVENT-COUNT
074000     SET EVT-IDX TO WS-LOW-IDX
074100     MOVE TBT-DATE(EVT-IDX)   TO RPT-DET-DATE
074200     MOVE TBT-TIME(EVT-IDX)   TO RPT-DET-TIME
074300     MOVE TBT-SOURCE(EVT-IDX) TO RPT-DET-SOURCE
074400     MOVE TBT-TEXT(EVT-IDX)   TO RPT-DET-TEXT
074500     MOVE RPT-DETAIL-LINE TO REPORT-LINE
074600     WRITE REPORT-LINE
074700     SET TBT-PRINTED(EVT-IDX) TO TRUE
074800     ADD 1 TO WS-PRINTED-COUNT.
074900 8100-EXIT.
075000     EXIT.
075100*
075200 8110-COMPARE-ONE-EVENT.
075300     IF TBT-PRINTED(EVT-IDX)
075400         GO TO 8110-EXIT
075500     END-IF
075600     IF WS-LOW-IDX = ZERO
075700         SET WS-LOW-IDX TO EVT-IDX
075800         GO TO 8110-EXIT
075900     END-IF
076000     IF TBT-STAMP(EVT-IDX) < TBT-STAMP(WS-LOW-IDX)
076100         SET WS-LOW-IDX TO EVT-IDX
076200     END-IF.
076300 8110-EXIT.
076400     EXIT.
076500*
076600*----------------------------------------------------------------*
076700* 9000-TERMINATE - CLOSE THE REPORT                              *
076800*----------------------------------------------------------------*
076900 9000-TERMINATE.
077000     IF RUN-ABORTED
077100         MOVE 12 TO RETURN-CODE
077200     END-IF
077300     IF REPORT-FILE-OPEN
077400         CLOSE REPORT-FILE
077500     END-IF.
077600 9000-EXIT.
077700     EXIT.
