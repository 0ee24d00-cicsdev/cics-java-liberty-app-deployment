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
001100* MODULE NAME  WLPCMD01.CBL                                     *
001200*                                                                *
001300* LIBERTY ENDPOINT REGISTRY LOAD FROM THE ENTERPRISE CMDB        *
001400*                                                                *
001500* NIGHTLY BATCH LOAD THAT BRINGS THE WLPENDPT REGISTRY INTO LINE *
001600* WITH THE CMDB'S ENDPOINT FEED, SO DESCRIPTION, REGION, STANDBY *
001700* REGION AND STALE LIMIT NO LONGER DEPEND ON SOMEONE RETYPING    *
001800* THEM INTO WLPMNT.  EACH FEED DETAIL IS CHECKED THE WAY WLPMNT  *
001900* CHECKS THE SAME FIELDS ON ITS SCREEN AND THEN:                 *
002000*                                                                *
002100*  - A LIVE ENDPOINT NOT YET REGISTERED IS ADDED;                *
002200*  - A LIVE ENDPOINT WHOSE REGISTRY ROW DIFFERS IS UPDATED;      *
002300*  - A RETIRED ENDPOINT, OR A REGISTERED ENDPOINT THE FEED NO    *
002400*    LONGER CARRIES, IS DELETED - BUT ONLY WHEN IT IS NOT        *
002500*    PAUSED ON WLPSTATE, NOT A MEMBER OF A WLPGRP GROUP AND NOT  *
002600*    THE TARGET OF A PENDING OR ARMED WLPSCHD WINDOW.  A REFUSED *
002700*    RETIREMENT IS LISTED FOR SOMEONE TO CLEAR BY HAND.          *
002800*                                                                *
002900* RETIRING WHAT IS MISSING FROM THE FEED IS ONLY SAFE ON A WHOLE *
003000* FEED: WITHOUT A TRAILER WHOSE COUNT MATCHES, ADDS AND UPDATES  *
003100* STILL GO IN BUT NOTHING IS RETIRED FOR BEING ABSENT AND THE    *
003200* STEP ENDS 12.                                                  *
003300*                                                                *
003400* EVERY CHANGE APPLIED WRITES A WLPCHIST RECORD, THE SAME AS A   *
003500* CHANGE MADE THROUGH WLPMNT, UNDER THE BATCH USER ID FROM       *
003600* PARMIN.  IN REPORT MODE NOTHING IS WRITTEN: THE REPORT LISTS   *
003700* WHAT AN UPDATE RUN WOULD DO.  AN UPDATE RUN NEEDS WLPENDPT AND *
003800* WLPCHIST CLOSED TO THE CICS REGION.                            *
003900*                                                                *
004000* INPUTS:                                                        *
004100*  PARMIN  - COLS 1-6 RUN MODE, UPDATE OR REPORT (BLANK MEANS    *
004200*            REPORT); COLS 7-14 THE BATCH USER ID FOR WLPCHIST   *
004300*            (BLANK MEANS CMDBLOAD).                             *
004400*  CMDBIN  - THE CMDB ENDPOINT FEED, WLPCMDR LAYOUT.             *
004500*  ENDPTIO - THE WLPENDPT REGISTRY KSDS, WLPENDR LAYOUT.         *
004600*  STATEIN - THE WLPSTATE KSDS, WLPSTAR LAYOUT.                  *
004700*  GRPIN   - THE WLPGRP GROUP MEMBERSHIP KSDS, WLPGRPR LAYOUT.   *
004800*  SCHDIN  - THE WLPSCHD FORWARD CALENDAR KSDS, WLPSCHR LAYOUT.  *
004900*  CHISTIO - THE WLPCHIST CHANGE HISTORY KSDS, WLPCHGR LAYOUT.   *
005000*                                                                *
005100* RETURN CODE 0 MEANS THE REGISTRY NOW MATCHES THE FEED, 4 MEANS *
005200* SOME FEED RECORDS WERE REJECTED OR RETIREMENTS REFUSED, AND 12 *
005300* MEANS THE RUN COULD NOT COMPLETE.                              *
005400*                                                                *
005500*----------------------------------------------------------------*
005600* MODIFICATION HISTORY                                          *
005700* 2026-10-15 DEVL INITIAL VERSION.                               *
005800******************************************************************
005900 IDENTIFICATION DIVISION.
006000 PROGRAM-ID.              WLPCMD01.
006100 AUTHOR.                  DEVL.
006200 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
006300 DATE-WRITTEN.            2026-10-15.
006400 DATE-COMPILED.
006500*
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER.         IBM-370.
006900 OBJECT-COMPUTER.         IBM-370.
007000*
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT PARM-FILE ASSIGN TO PARMIN
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-PARM-STATUS.
007600
007700     SELECT FEED-FILE ASSIGN TO CMDBIN
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-FEED-STATUS.
008000
008100     SELECT ENDPT-FILE ASSIGN TO ENDPTIO
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS ENDPT-ID
008500         FILE STATUS IS WS-ENDPT-STATUS.
008600
008700     SELECT STATE-FILE ASSIGN TO STATEIN
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS RANDOM
009000         RECORD KEY IS STATE-ENDPOINT-ID
009100         FILE STATUS IS WS-STATE-STATUS.
009200
009300     SELECT GROUP-FILE ASSIGN TO GRPIN
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS SEQUENTIAL
009600         RECORD KEY IS GRP-KEY
009700         FILE STATUS IS WS-GROUP-STATUS.
009800
009900     SELECT SCHED-FILE ASSIGN TO SCHDIN
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS SEQUENTIAL
010200         RECORD KEY IS SCHED-KEY
010300         FILE STATUS IS WS-SCHED-STATUS.
010400
010500     SELECT CHIST-FILE ASSIGN TO CHISTIO
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS RANDOM
010800         RECORD KEY IS CHG-KEY
010900         FILE STATUS IS WS-CHIST-STATUS.
011000
011100     SELECT REPORT-FILE ASSIGN TO RPTOUT
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-REPORT-STATUS.
011400*
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  PARM-FILE
011800     RECORDING MODE IS F.
011900 01  PARM-RECORD.
012000     05 PARM-RUN-MODE             PIC X(06).
012100     05 PARM-USER-ID              PIC X(08).
012200     05 FILLER                    PIC X(66).
012300*
012400 FD  FEED-FILE
012500     RECORDING MODE IS F.
012600     COPY WLPCMDR.
012700*
012800 FD  ENDPT-FILE
012900     RECORDING MODE IS F.
013000     COPY WLPENDR.
013100*
013200 FD  STATE-FILE
013300     RECORDING MODE IS F.
013400     COPY WLPSTAR.
013500*
013600 FD  GROUP-FILE
013700     RECORDING MODE IS F.
013800     COPY WLPGRPR.
013900*
014000 FD  SCHED-FILE
014100     RECORDING MODE IS F.
014200     COPY WLPSCHR.
014300*
014400 FD  CHIST-FILE
014500     RECORDING MODE IS F.
014600     COPY WLPCHGR.
014700*
014800 FD  REPORT-FILE
014900     RECORDING MODE IS F.
015000 01  REPORT-LINE                  PIC X(132).
015100*
015200 WORKING-STORAGE SECTION.
015300*
015400 77  WS-PARM-STATUS                PIC XX      VALUE '00'.
015500 77  WS-FEED-STATUS                PIC XX      VALUE '00'.
015600     88 FEED-OK                               VALUE '00'.
015700 77  WS-ENDPT-STATUS               PIC XX      VALUE '00'.
015800     88 ENDPT-OK                              VALUE '00'.
015900     88 ENDPT-NOT-FOUND                       VALUE '23'.
016000 77  WS-STATE-STATUS               PIC XX      VALUE '00'.
016100     88 STATE-OK                              VALUE '00'.
016200     88 STATE-NOT-FOUND                       VALUE '23'.
016300 77  WS-GROUP-STATUS               PIC XX      VALUE '00'.
016400     88 GROUP-OK                              VALUE '00'.
016500 77  WS-SCHED-STATUS               PIC XX      VALUE '00'.
016600     88 SCHED-OK                              VALUE '00'.
016700 77  WS-CHIST-STATUS               PIC XX      VALUE '00'.
016800     88 CHIST-OK                              VALUE '00'.
016900     88 CHIST-DUPLICATE                       VALUE '22'.
017000 77  WS-REPORT-STATUS              PIC XX      VALUE '00'.
017100 77  WS-EOF-SWITCH                 PIC X       VALUE 'N'.
017200     88 END-OF-FILE                           VALUE 'Y'.
017300 77  WS-FEED-EOF-SWITCH            PIC X       VALUE 'N'.
017400     88 END-OF-FEED                           VALUE 'Y'.
017500 77  WS-ABORT-SWITCH               PIC X       VALUE 'N'.
017600     88 RUN-ABORTED                           VALUE 'Y'.
017700 77  WS-RUN-MODE-SWITCH            PIC X       VALUE 'R'.
017800     88 MODE-IS-UPDATE                        VALUE 'U'.
017900     88 MODE-IS-REPORT                        VALUE 'R'.
018000 77  WS-TRAILER-SWITCH             PIC X       VALUE 'N'.
018100     88 TRAILER-SEEN                          VALUE 'Y'.
018200 77  WS-FEED-WHOLE-SWITCH          PIC X       VALUE 'N'.
018300     88 FEED-IS-WHOLE                         VALUE 'Y'.
018400 77  WS-REPORT-OPEN-SWITCH         PIC X       VALUE 'N'.
018500     88 REPORT-FILE-OPEN                      VALUE 'Y'.
018600 77  WS-FEED-OPEN-SWITCH           PIC X       VALUE 'N'.
018700     88 FEED-FILE-OPEN                        VALUE 'Y'.
018800 77  WS-ENDPT-OPEN-SWITCH          PIC X       VALUE 'N'.
018900     88 ENDPT-FILE-OPEN                       VALUE 'Y'.
019000 77  WS-STATE-OPEN-SWITCH          PIC X       VALUE 'N'.
019100     88 STATE-FILE-OPEN                       VALUE 'Y'.
019200 77  WS-CHIST-OPEN-SWITCH          PIC X       VALUE 'N'.
019300     88 CHIST-FILE-OPEN                       VALUE 'Y'.
019400 77  WS-FOUND-SWITCH               PIC X       VALUE 'N'.
019500     88 ENTRY-FOUND                           VALUE 'Y'.
019600 77  WS-DUPLICATE-SWITCH           PIC X       VALUE 'N'.
019700     88 DUPLICATE-ON-FEED                     VALUE 'Y'.
019800 77  WS-CHG-DONE-SWITCH            PIC X       VALUE 'N'.
019900     88 CHG-WRITE-DONE                        VALUE 'Y'.
020000*
020100 77  WS-MAX-ENDPOINTS              PIC 9(04)   VALUE 2000.
020200 77  WS-ENDPOINT-COUNT             PIC 9(04)   COMP VALUE ZERO.
020300 77  WS-MAX-REFERENCES             PIC 9(04)   VALUE 4000.
020400 77  WS-REFERENCE-COUNT            PIC 9(04)   COMP VALUE ZERO.
020500 77  WS-FEED-DETAIL-COUNT          PIC 9(07)   COMP VALUE ZERO.
020600 77  WS-UNCHANGED-COUNT            PIC 9(07)   COMP VALUE ZERO.
020700 77  WS-ADDED-COUNT                PIC 9(07)   COMP VALUE ZERO.
020800 77  WS-UPDATED-COUNT              PIC 9(07)   COMP VALUE ZERO.
020900 77  WS-RETIRED-COUNT              PIC 9(07)   COMP VALUE ZERO.
021000 77  WS-REJECTED-COUNT             PIC 9(07)   COMP VALUE ZERO.
021100 77  WS-REFUSED-COUNT              PIC 9(07)   COMP VALUE ZERO.
021200 77  WS-CHG-RETRY-COUNT            PIC 9(03)   COMP VALUE ZERO.
021300*
021400 77  WS-CURRENT-DATE               PIC 9(08)   VALUE ZERO.
021500 77  WS-CURRENT-TIME               PIC 9(08)   VALUE ZERO.
021600 77  WS-BATCH-USER-ID              PIC X(08)   VALUE SPACES.
021700 77  WS-LOOKUP-ENDPOINT            PIC X(128)  VALUE SPACES.
021800 77  WS-REASON                     PIC X(48)   VALUE SPACES.
021900 77  WS-ACTION                     PIC X(08)   VALUE SPACES.
022000 77  WS-CHANGED-FIELDS             PIC X(48)   VALUE SPACES.
022100 77  WS-CHANGED-PTR                PIC 9(03)   COMP VALUE ZERO.
022200 77  WS-ENDPT-STALE                PIC 9(05)   VALUE ZERO.
022300 77  WS-OLD-STALE                  PIC 9(05)   VALUE ZERO.
022400 77  WS-OLD-STANDBY                PIC X(08)   VALUE SPACES.
022500 77  WLP-DEFAULT-BATCH-USER        PIC X(08)   VALUE 'CMDBLOAD'.
022600 77  WLP-BATCH-TERMINAL            PIC X(04)   VALUE 'BTCH'.
022700 77  WLP-ENDPT-FILE-NAME           PIC X(08)   VALUE 'WLPENDPT'.
022800*
022900*    UNSIGNED-NUMBER CONVERSION, THE SAME RULES WLPMNT APPLIES
023000*    TO A NUMBER TYPED INTO ONE OF ITS SCREEN FIELDS.
023100 01  WS-CONV-WORK.
023200     05 WS-CONV-TEXT              PIC X(08)   VALUE SPACES.
023300     05 WS-CONV-LEN               PIC 9(02)   COMP VALUE ZERO.
023400     05 WS-CONV-SUB               PIC 9(02)   COMP VALUE ZERO.
023500     05 WS-CONV-VALUE             PIC 9(08)   VALUE ZERO.
023600     05 WS-CONV-CHAR              PIC X(01)   VALUE SPACE.
023700     05 WS-CONV-DIGIT REDEFINES WS-CONV-CHAR
023800                                  PIC 9(01).
023900     05 WS-CONV-ERR-SWITCH        PIC X(01)   VALUE 'N'.
024000        88 CONV-ERROR                         VALUE 'Y'.
024100     05 WS-CONV-BLANK-SWITCH      PIC X(01)   VALUE 'N'.
024200        88 CONV-BLANK-SEEN                    VALUE 'Y'.
024300     05 WS-CONV-DIGIT-SWITCH      PIC X(01)   VALUE 'N'.
024400        88 CONV-DIGIT-SEEN                    VALUE 'Y'.
024500*
024600*    THE WHOLE REGISTRY, WITH A MARK FOR EACH ENDPOINT THE FEED
024700*    ACCOUNTED FOR; WHAT IS LEFT UNMARKED AT THE END IS RETIRED.
024800 01  ENDPOINT-TABLE.
024900     05 ENDPOINT-ENTRY OCCURS 2000 TIMES INDEXED BY ENDPT-IDX.
025000        10 TBL-ENDPOINT-ID         PIC X(128).
025100        10 TBL-SEEN-SWITCH         PIC X(01).
025200           88 TBL-SEEN-ON-FEED                VALUE 'Y'.
025300*
025400*    EVERY GROUP MEMBER AND EVERY PENDING OR ARMED ENDPOINT
025500*    WINDOW, SO A RETIREMENT CAN BE REFUSED WHILE ONE REMAINS.
025600 01  REFERENCE-TABLE.
025700     05 REFERENCE-ENTRY OCCURS 4000 TIMES INDEXED BY REF-IDX.
025800        10 TBR-ENDPOINT            PIC X(128).
025900        10 TBR-REASON              PIC X(48).
026000*
026100 01  RPT-TITLE-LINE.
026200     05 FILLER                     PIC X(10)
026300        VALUE 'WLPCMD01  '.
026400     05 FILLER                     PIC X(34)
026500        VALUE 'REGISTRY LOAD FROM THE CMDB FEED'.
026600     05 FILLER                     PIC X(04) VALUE 'RUN '.
026700     05 RPT-RUN-DATE               PIC 9(08).
026800     05 FILLER                     PIC X(01) VALUE SPACE.
026900     05 RPT-RUN-HH                 PIC 9(02).
027000     05 FILLER                     PIC X(01) VALUE ':'.
027100     05 RPT-RUN-MM                 PIC 9(02).
027200     05 FILLER                     PIC X(02) VALUE SPACES.
027300     05 RPT-RUN-MODE               PIC X(32).
027400*
027500 01  RPT-BLANK-LINE               PIC X(132)  VALUE SPACES.
027600*
027700 01  RPT-COLS-LINE.
027800     05 FILLER                     PIC X(10) VALUE '  ACTION'.
027900     05 FILLER                     PIC X(73) VALUE 'ENDPOINT'.
028000     05 FILLER                     PIC X(06) VALUE 'DETAIL'.
028100*
028200 01  RPT-DETAIL-LINE.
028300     05 FILLER                     PIC X(02) VALUE SPACES.
028400     05 RPT-ACTION                 PIC X(08).
028500     05 RPT-ENDPOINT               PIC X(72).
028600     05 FILLER                     PIC X(01) VALUE SPACE.
028700     05 RPT-REASON                 PIC X(49).
028800*
028900 01  RPT-SUMMARY-LINE-1.
029000     05 FILLER                     PIC X(16)
029100        VALUE 'FEED DETAILS   ='.
029200     05 RPT-SUM-FEED               PIC Z(06)9.
029300     05 FILLER                     PIC X(16)
029400        VALUE '   UNCHANGED   ='.
029500     05 RPT-SUM-UNCHANGED          PIC Z(06)9.
029600     05 FILLER                     PIC X(16)
029700        VALUE '   ADDED       ='.
029800     05 RPT-SUM-ADDED              PIC Z(06)9.
029900     05 FILLER                     PIC X(16)
030000        VALUE '   UPDATED     ='.
030100     05 RPT-SUM-UPDATED            PIC Z(06)9.
030200*
030300 01  RPT-SUMMARY-LINE-2.
030400     05 FILLER                     PIC X(16)
030500        VALUE 'RETIRED        ='.
030600     05 RPT-SUM-RETIRED            PIC Z(06)9.
030700     05 FILLER                     PIC X(16)
030800        VALUE '   REJECTED    ='.
030900     05 RPT-SUM-REJECTED           PIC Z(06)9.
031000     05 FILLER                     PIC X(16)
031100        VALUE '   REFUSED     ='.
031200     05 RPT-SUM-REFUSED            PIC Z(06)9.
031300*
031400 01  RPT-REPORT-ONLY-LINE         PIC X(40)
031500     VALUE 'REPORT MODE - NO CHANGES WERE APPLIED'.
031600*
031700 01  RPT-NOT-WHOLE-LINE           PIC X(52)
031800     VALUE '*** FEED INCOMPLETE - NOTHING RETIRED AS ABSENT ***'.
031900*
032000 01  RPT-ABORT-LINE               PIC X(48)
032100     VALUE '*** LOAD INCOMPLETE - SEE JOB LOG ***'.
032200*
032300 PROCEDURE DIVISION.
032400*
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032700     IF NOT RUN-ABORTED
032800         PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT
032900     END-IF.
033000     IF NOT RUN-ABORTED
033100         PERFORM 2500-LOAD-REFERENCES THRU 2500-EXIT
033200     END-IF.
033300     IF NOT RUN-ABORTED
033400         MOVE RPT-BLANK-LINE TO REPORT-LINE
033500         WRITE REPORT-LINE
033600         MOVE RPT-COLS-LINE TO REPORT-LINE
033700         WRITE REPORT-LINE
033800         PERFORM 3000-PROCESS-FEED THRU 3000-EXIT
033900             UNTIL END-OF-FEED
034000                OR RUN-ABORTED
034100     END-IF.
034200     IF NOT RUN-ABORTED
034300         PERFORM 3900-CHECK-TRAILER THRU 3900-EXIT
034400     END-IF.
034500     IF NOT RUN-ABORTED
034600      AND FEED-IS-WHOLE
034700         PERFORM 4000-RETIRE-IF-ABSENT THRU 4000-EXIT
034800             VARYING ENDPT-IDX FROM 1 BY 1
034900             UNTIL ENDPT-IDX > WS-ENDPOINT-COUNT
035000                OR RUN-ABORTED
035100     END-IF.
035200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035300     GOBACK.
035400*
035500*----------------------------------------------------------------*
035600* 1000-INITIALIZE - OPEN THE REPORT, READ THE RUN MODE, OPEN THE *
035700* FILES THE MODE NEEDS AND PRINT THE TITLE                       *
035800*----------------------------------------------------------------*
035900 1000-INITIALIZE.
036000     OPEN OUTPUT REPORT-FILE.
036100     IF WS-REPORT-STATUS NOT = '00'
036200         DISPLAY 'WLPCMD01 - REPORT FILE OPEN FAILED, STATUS='
036300             WS-REPORT-STATUS
036400         SET RUN-ABORTED TO TRUE
036500         GO TO 1000-EXIT
036600     END-IF
036700     SET REPORT-FILE-OPEN TO TRUE
036800
036900     PERFORM 1100-READ-PARM THRU 1100-EXIT
037000     IF RUN-ABORTED
037100         GO TO 1000-EXIT
037200     END-IF
037300
037400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
037500     ACCEPT WS-CURRENT-TIME FROM TIME
037600     MOVE WS-CURRENT-DATE      TO RPT-RUN-DATE
037700     MOVE WS-CURRENT-TIME(1:2) TO RPT-RUN-HH
037800     MOVE WS-CURRENT-TIME(3:2) TO RPT-RUN-MM
037900     IF MODE-IS-UPDATE
038000         MOVE 'UPDATE RUN' TO RPT-RUN-MODE
038100     ELSE
038200         MOVE 'REPORT ONLY' TO RPT-RUN-MODE
038300     END-IF
038400     MOVE RPT-TITLE-LINE TO REPORT-LINE
038500     WRITE REPORT-LINE
038600
038700     OPEN INPUT FEED-FILE.
038800     IF NOT FEED-OK
038900         DISPLAY 'WLPCMD01 - CMDB FEED OPEN FAILED, STATUS='
039000             WS-FEED-STATUS
039100         SET RUN-ABORTED TO TRUE
039200         GO TO 1000-EXIT
039300     END-IF
039400     SET FEED-FILE-OPEN TO TRUE
039500
039600*    ONLY AN UPDATE RUN OPENS THE REGISTRY FOR OUTPUT OR TOUCHES
039700*    THE CHANGE HISTORY AT ALL.
039800     IF MODE-IS-UPDATE
039900         OPEN I-O ENDPT-FILE
040000     ELSE
040100         OPEN INPUT ENDPT-FILE
040200     END-IF
040300     IF NOT ENDPT-OK
040400         DISPLAY 'WLPCMD01 - ENDPOINT FILE OPEN FAILED, STATUS='
040500             WS-ENDPT-STATUS
040600         SET RUN-ABORTED TO TRUE
040700         GO TO 1000-EXIT
040800     END-IF
040900     SET ENDPT-FILE-OPEN TO TRUE
041000
041100     OPEN INPUT STATE-FILE.
041200     IF NOT STATE-OK
041300         DISPLAY 'WLPCMD01 - STATE FILE OPEN FAILED, STATUS='
041400             WS-STATE-STATUS
041500         SET RUN-ABORTED TO TRUE
041600         GO TO 1000-EXIT
041700     END-IF
041800     SET STATE-FILE-OPEN TO TRUE
041900
042000     IF MODE-IS-UPDATE
042100         OPEN I-O CHIST-FILE
042200         IF NOT CHIST-OK
042300             DISPLAY 'WLPCMD01 - CHANGE HISTORY OPEN FAILED, '
042400                 'STATUS=' WS-CHIST-STATUS
042500             SET RUN-ABORTED TO TRUE
042600             GO TO 1000-EXIT
042700         END-IF
042800         SET CHIST-FILE-OPEN TO TRUE
042900     END-IF.
043000 1000-EXIT.
043100     EXIT.
043200*
043300 1100-READ-PARM.
043400     OPEN INPUT PARM-FILE.
043500     IF WS-PARM-STATUS NOT = '00'
043600         DISPLAY 'WLPCMD01 - PARM FILE OPEN FAILED, STATUS='
043700             WS-PARM-STATUS
043800         SET RUN-ABORTED TO TRUE
043900         GO TO 1100-EXIT
044000     END-IF
044100     MOVE SPACES TO PARM-RECORD
044200     READ PARM-FILE
044300         AT END
044400             MOVE SPACES TO PARM-RECORD
044500     END-READ
044600     CLOSE PARM-FILE
044700
044800     EVALUATE PARM-RUN-MODE
044900         WHEN 'UPDATE'
045000             SET MODE-IS-UPDATE TO TRUE
045100         WHEN 'REPORT'
045200         WHEN SPACES
045300             SET MODE-IS-REPORT TO TRUE
045400         WHEN OTHER
045500             DISPLAY 'WLPCMD01 - RUN MODE MUST BE UPDATE OR '
045600                 'REPORT: ' PARM-RUN-MODE
045700             SET RUN-ABORTED TO TRUE
045800     END-EVALUATE
045900
046000     IF PARM-USER-ID = SPACES
046100         MOVE WLP-DEFAULT-BATCH-USER TO WS-BATCH-USER-ID
046200     ELSE
046300         MOVE PARM-USER-ID TO WS-BATCH-USER-ID
046400     END-IF.
046500 1100-EXIT.
046600     EXIT.
046700*
046800*----------------------------------------------------------------*
046900* 2000-LOAD-REGISTRY - EVERY WLPENDPT KEY INTO THE TABLE; A      *
047000* REGISTRY TOO BIG FOR THE TABLE ABORTS THE RUN, SINCE AN        *
047100* ENDPOINT LEFT OUT COULD BE ADDED TWICE OR NEVER RETIRED        *
047200*----------------------------------------------------------------*
047300 2000-LOAD-REGISTRY.
047400     MOVE 'N' TO WS-EOF-SWITCH
047500     PERFORM 2100-LOAD-ONE-ENDPOINT THRU 2100-EXIT
047600         UNTIL END-OF-FILE
047700            OR RUN-ABORTED.
047800 2000-EXIT.
047900     EXIT.
048000*
048100 2100-LOAD-ONE-ENDPOINT.
048200     READ ENDPT-FILE NEXT RECORD
048300         AT END
048400             SET END-OF-FILE TO TRUE
048500     END-READ
048600     IF END-OF-FILE
048700         GO TO 2100-EXIT
048800     END-IF
048900     IF NOT ENDPT-OK
049000         DISPLAY 'WLPCMD01 - ENDPOINT FILE READ FAILED, STATUS='
049100             WS-ENDPT-STATUS
049200         SET RUN-ABORTED TO TRUE
049300         GO TO 2100-EXIT
049400     END-IF
049500     IF WS-ENDPOINT-COUNT NOT < WS-MAX-ENDPOINTS
049600         DISPLAY 'WLPCMD01 - ENDPOINT TABLE FULL AT '
049700             WS-MAX-ENDPOINTS ' ENTRIES'
049800         SET RUN-ABORTED TO TRUE
049900         GO TO 2100-EXIT
050000     END-IF
050100     ADD 1 TO WS-ENDPOINT-COUNT
050200     SET ENDPT-IDX TO WS-ENDPOINT-COUNT
050300     MOVE ENDPT-ID TO TBL-ENDPOINT-ID(ENDPT-IDX)
050400     MOVE 'N'      TO TBL-SEEN-SWITCH(ENDPT-IDX).
050500 2100-EXIT.
050600     EXIT.
050700*
050800*----------------------------------------------------------------*
050900* 2500-LOAD-REFERENCES - GROUP MEMBERS AND OPEN CALENDAR WINDOWS *
051000* THAT NAME AN ENDPOINT.  A BULK WINDOW'S TARGET IS A WLPBULK    *
051100* CONTROL FILE, AND STARTED, DONE AND MISSED WINDOWS ARE         *
051200* HISTORY, SO NONE OF THOSE HOLDS AN ENDPOINT BACK.              *
051300*----------------------------------------------------------------*
051400 2500-LOAD-REFERENCES.
051500     OPEN INPUT GROUP-FILE.
051600     IF NOT GROUP-OK
051700         DISPLAY 'WLPCMD01 - GROUP FILE OPEN FAILED, STATUS='
051800             WS-GROUP-STATUS
051900         SET RUN-ABORTED TO TRUE
052000         GO TO 2500-EXIT
052100     END-IF
052200     MOVE 'N' TO WS-EOF-SWITCH
052300     PERFORM 2600-LOAD-ONE-MEMBER THRU 2600-EXIT
052400         UNTIL END-OF-FILE
052500            OR RUN-ABORTED
052600     CLOSE GROUP-FILE
052700     IF RUN-ABORTED
052800         GO TO 2500-EXIT
052900     END-IF
053000
053100     OPEN INPUT SCHED-FILE.
053200     IF NOT SCHED-OK
053300         DISPLAY 'WLPCMD01 - CALENDAR FILE OPEN FAILED, STATUS='
053400             WS-SCHED-STATUS
053500         SET RUN-ABORTED TO TRUE
053600         GO TO 2500-EXIT
053700     END-IF
053800     MOVE 'N' TO WS-EOF-SWITCH
053900     PERFORM 2700-LOAD-ONE-WINDOW THRU 2700-EXIT
054000         UNTIL END-OF-FILE
054100            OR RUN-ABORTED
054200     CLOSE SCHED-FILE.
054300 2500-EXIT.
054400     EXIT.
054500*
054600 2600-LOAD-ONE-MEMBER.
054700     READ GROUP-FILE
054800         AT END
054900             SET END-OF-FILE TO TRUE
055000     END-READ
055100     IF END-OF-FILE
055200         GO TO 2600-EXIT
055300     END-IF
055400     IF NOT GROUP-OK
055500         DISPLAY 'WLPCMD01 - GROUP FILE READ FAILED, STATUS='
055600             WS-GROUP-STATUS
055700         SET RUN-ABORTED TO TRUE
055800         GO TO 2600-EXIT
055900     END-IF
056000     MOVE GRP-ENDPOINT TO WS-LOOKUP-ENDPOINT
056100     MOVE SPACES TO WS-REASON
056200     STRING 'MEMBER OF GROUP ' DELIMITED BY SIZE
056300            GRP-NAME DELIMITED BY SPACE
056400         INTO WS-REASON
056500     PERFORM 2800-ADD-REFERENCE THRU 2800-EXIT.
056600 2600-EXIT.
056700     EXIT.
056800*
056900 2700-LOAD-ONE-WINDOW.
057000     READ SCHED-FILE
057100         AT END
057200             SET END-OF-FILE TO TRUE
057300     END-READ
057400     IF END-OF-FILE
057500         GO TO 2700-EXIT
057600     END-IF
057700     IF NOT SCHED-OK
057800         DISPLAY 'WLPCMD01 - CALENDAR FILE READ FAILED, STATUS='
057900             WS-SCHED-STATUS
058000         SET RUN-ABORTED TO TRUE
058100         GO TO 2700-EXIT
058200     END-IF
058300     IF SCHED-OPERATION-BULK
058400         GO TO 2700-EXIT
058500     END-IF
058600     IF NOT SCHED-IS-PENDING
058700      AND NOT SCHED-IS-ARMED
058800         GO TO 2700-EXIT
058900     END-IF
059000     MOVE SCHED-TARGET TO WS-LOOKUP-ENDPOINT
059100     MOVE SPACES TO WS-REASON
059200     STRING 'ON CALENDAR ' DELIMITED BY SIZE
059300            SCHED-DATE DELIMITED BY SIZE
059400            ' ' DELIMITED BY SIZE
059500            SCHED-TIME(1:5) DELIMITED BY SIZE
059600            ' ' DELIMITED BY SIZE
059700            SCHED-OPERATION DELIMITED BY SPACE
059800         INTO WS-REASON
059900     PERFORM 2800-ADD-REFERENCE THRU 2800-EXIT.
060000 2700-EXIT.
060100     EXIT.
060200*
060300*    A REFERENCE LEFT OFF THE TABLE COULD LET AN ENDPOINT IN USE
060400*    BE DELETED, SO RUNNING OUT OF ROOM STOPS THE RUN.
060500 2800-ADD-REFERENCE.
060600     IF WS-REFERENCE-COUNT NOT < WS-MAX-REFERENCES
060700         DISPLAY 'WLPCMD01 - REFERENCE TABLE FULL AT '
060800             WS-MAX-REFERENCES ' ENTRIES'
060900         SET RUN-ABORTED TO TRUE
061000         GO TO 2800-EXIT
061100     END-IF
061200     ADD 1 TO WS-REFERENCE-COUNT
061300     SET REF-IDX TO WS-REFERENCE-COUNT
061400     MOVE WS-LOOKUP-ENDPOINT TO TBR-ENDPOINT(REF-IDX)
061500     MOVE WS-REASON          TO TBR-REASON(REF-IDX).
061600 2800-EXIT.
061700     EXIT.
061800*
061900*----------------------------------------------------------------*
062000* 3000-PROCESS-FEED - ONE CMDB FEED RECORD                       *
062100*----------------------------------------------------------------*
062200 3000-PROCESS-FEED.
062300     READ FEED-FILE
062400         AT END
062500             SET END-OF-FEED TO TRUE
062600     END-READ
062700     IF END-OF-FEED
062800         GO TO 3000-EXIT
062900     END-IF
063000     IF NOT FEED-OK
063100         DISPLAY 'WLPCMD01 - CMDB FEED READ FAILED, STATUS='
063200             WS-FEED-STATUS
063300         SET RUN-ABORTED TO TRUE
063400         GO TO 3000-EXIT
063500     END-IF
063600
063700*    ANYTHING AFTER THE TRAILER MEANS THE TRAILER WAS NOT THE
063800*    END OF THE FEED, SO IT CANNOT VOUCH FOR THE WHOLE FILE.
063900     IF TRAILER-SEEN
064000         MOVE 'N' TO WS-FEED-WHOLE-SWITCH
064100         MOVE 'RECORD AFTER THE FEED TRAILER' TO WS-REASON
064200         MOVE CMDB-ENDPOINT TO WS-LOOKUP-ENDPOINT
064300         PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
064400         GO TO 3000-EXIT
064500     END-IF
064600
064700     IF CMDB-IS-TRAILER
064800         SET TRAILER-SEEN TO TRUE
064900         IF CMDB-TRL-DETAIL-COUNT IS NUMERIC
065000          AND CMDB-TRL-DETAIL-COUNT = WS-FEED-DETAIL-COUNT
065100             SET FEED-IS-WHOLE TO TRUE
065200         END-IF
065300         GO TO 3000-EXIT
065400     END-IF
065500
065600     MOVE CMDB-ENDPOINT TO WS-LOOKUP-ENDPOINT
065700     IF NOT CMDB-IS-DETAIL
065800         MOVE 'UNKNOWN FEED RECORD TYPE' TO WS-REASON
065900         PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
066000         GO TO 3000-EXIT
066100     END-IF
066200     ADD 1 TO WS-FEED-DETAIL-COUNT
066300
066400*    A REGISTERED ENDPOINT IS MARKED AS ACCOUNTED FOR EVEN WHEN
066500*    ITS FEED RECORD IS THEN REJECTED - A BAD FIELD ON THE CMDB
066600*    IS NO REASON TO RETIRE IT AS ABSENT.
066700     MOVE 'N' TO WS-DUPLICATE-SWITCH
066800     PERFORM 6000-LOOKUP-ENDPOINT THRU 6000-EXIT
066900     IF ENTRY-FOUND
067000         IF TBL-SEEN-ON-FEED(ENDPT-IDX)
067100             SET DUPLICATE-ON-FEED TO TRUE
067200         ELSE
067300             SET TBL-SEEN-ON-FEED(ENDPT-IDX) TO TRUE
067400         END-IF
067500     END-IF
067600
067700     PERFORM 3100-VALIDATE-DETAIL THRU 3100-EXIT
067800     IF WS-REASON = SPACES
067900      AND DUPLICATE-ON-FEED
068000         MOVE 'DUPLICATE ENDPOINT ON THE FEED' TO WS-REASON
068100     END-IF
068200     IF WS-REASON NOT = SPACES
068300         PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
068400         GO TO 3000-EXIT
068500     END-IF
068600
068700     IF CMDB-CI-RETIRED
068800         IF ENTRY-FOUND
068900             MOVE 'RETIRED ON THE CMDB' TO WS-REASON
069000             PERFORM 3600-RETIRE-ENDPOINT THRU 3600-EXIT
069100         ELSE
069200             ADD 1 TO WS-UNCHANGED-COUNT
069300         END-IF
069400     ELSE
069500         IF ENTRY-FOUND
069600             PERFORM 3300-UPDATE-ENDPOINT THRU 3300-EXIT
069700         ELSE
069800             PERFORM 3200-ADD-ENDPOINT THRU 3200-EXIT
069900         END-IF
070000     END-IF.
070100 3000-EXIT.
070200     EXIT.
070300*
070400*----------------------------------------------------------------*
070500* 3100-VALIDATE-DETAIL - THE CHECKS WLPMNT MAKES ON THE SAME     *
070600* FIELDS, WITH THE SAME MESSAGES; WS-REASON STAYS BLANK WHEN THE *
070700* RECORD IS GOOD                                                 *
070800*----------------------------------------------------------------*
070900 3100-VALIDATE-DETAIL.
071000     MOVE SPACES TO WS-REASON
071100     IF CMDB-ENDPOINT = SPACES
071200         MOVE 'A KEY IS REQUIRED' TO WS-REASON
071300         GO TO 3100-EXIT
071400     END-IF
071500     IF NOT CMDB-CI-LIVE
071600      AND NOT CMDB-CI-RETIRED
071700         MOVE 'CI STATUS MUST BE LIVE OR RETIRED' TO WS-REASON
071800         GO TO 3100-EXIT
071900     END-IF
072000*    A RETIREMENT ONLY NEEDS THE KEY.
072100     IF CMDB-CI-RETIRED
072200         GO TO 3100-EXIT
072300     END-IF
072400
072500*    THE STALE-PAUSE LIMIT IS OPTIONAL: BLANK MEANS ZERO, WHICH
072600*    LEAVES THE ENDPOINT ON THE WLPCFG SITE DEFAULT.
072700     MOVE ZERO TO WS-ENDPT-STALE
072800     IF CMDB-STALE-MAX-MIN NOT = SPACES
072900         MOVE CMDB-STALE-MAX-MIN TO WS-CONV-TEXT
073000         MOVE 5 TO WS-CONV-LEN
073100         PERFORM 6200-CONVERT-UNSIGNED THRU 6200-EXIT
073200         IF CONV-ERROR
073300             MOVE 'STALE-MAX-MIN MUST BE NUMERIC' TO WS-REASON
073400             GO TO 3100-EXIT
073500         END-IF
073600         MOVE WS-CONV-VALUE TO WS-ENDPT-STALE
073700     END-IF
073800
073900     IF CMDB-STANDBY-REGION NOT = SPACES
074000      AND CMDB-STANDBY-REGION = CMDB-REGION
074100         MOVE 'STANDBY-REGION MUST DIFFER FROM REGION'
074200           TO WS-REASON
074300     END-IF.
074400 3100-EXIT.
074500     EXIT.
074600*
074700*----------------------------------------------------------------*
074800* 3200-ADD-ENDPOINT - A LIVE ENDPOINT THE REGISTRY DOES NOT HAVE *
074900*----------------------------------------------------------------*
075000 3200-ADD-ENDPOINT.
075100*    THE NEW ENDPOINT GOES ON THE TABLE AS SEEN, SO A SECOND
075200*    FEED RECORD FOR IT IS CAUGHT AS A DUPLICATE IN EITHER MODE.
075300     IF WS-ENDPOINT-COUNT NOT < WS-MAX-ENDPOINTS
075400         DISPLAY 'WLPCMD01 - ENDPOINT TABLE FULL AT '
075500             WS-MAX-ENDPOINTS ' ENTRIES'
075600         SET RUN-ABORTED TO TRUE
075700         GO TO 3200-EXIT
075800     END-IF
075900     ADD 1 TO WS-ENDPOINT-COUNT
076000     SET ENDPT-IDX TO WS-ENDPOINT-COUNT
076100     MOVE CMDB-ENDPOINT TO TBL-ENDPOINT-ID(ENDPT-IDX)
076200     SET TBL-SEEN-ON-FEED(ENDPT-IDX) TO TRUE
076300
076400     MOVE CMDB-ENDPOINT       TO ENDPT-ID
076500     MOVE CMDB-DESCRIPTION    TO ENDPT-DESCRIPTION
076600     MOVE CMDB-REGION         TO ENDPT-REGION
076700     MOVE WS-ENDPT-STALE      TO ENDPT-STALE-MAX-MIN
076800     MOVE CMDB-STANDBY-REGION TO ENDPT-STANDBY-REGION
076900
077000     IF MODE-IS-UPDATE
077100         WRITE WLPENDPT-RECORD
077200         IF NOT ENDPT-OK
077300             DISPLAY 'WLPCMD01 - ENDPOINT WRITE FAILED, STATUS='
077400                 WS-ENDPT-STATUS
077500             SET RUN-ABORTED TO TRUE
077600             GO TO 3200-EXIT
077700         END-IF
077800         MOVE ENDPT-ID TO CHG-RECORD-KEY
077900         SET CHG-ACTION-ADD TO TRUE
078000         MOVE WLPENDPT-RECORD TO CHG-DETAIL
078100         PERFORM 6500-WRITE-CHANGE-HISTORY THRU 6500-EXIT
078200     END-IF
078300
078400     ADD 1 TO WS-ADDED-COUNT
078500     MOVE 'ADD'      TO WS-ACTION
078600     MOVE 'CI '      TO WS-REASON
078700     MOVE CMDB-CI-ID TO WS-REASON(4:20)
078800     PERFORM 7000-REPORT-ACTION THRU 7000-EXIT.
078900 3200-EXIT.
079000     EXIT.
079100*
079200*----------------------------------------------------------------*
079300* 3300-UPDATE-ENDPOINT - BRING A REGISTERED ENDPOINT INTO LINE   *
079400* WITH THE FEED WHEN ANY OF ITS FIELDS DIFFERS                   *
079500*----------------------------------------------------------------*
079600 3300-UPDATE-ENDPOINT.
079700     MOVE CMDB-ENDPOINT TO ENDPT-ID
079800     READ ENDPT-FILE
079900         INVALID KEY
080000             CONTINUE
080100     END-READ
080200     IF NOT ENDPT-OK
080300         DISPLAY 'WLPCMD01 - ENDPOINT READ FAILED, STATUS='
080400             WS-ENDPT-STATUS
080500         SET RUN-ABORTED TO TRUE
080600         GO TO 3300-EXIT
080700     END-IF
080800
080900*    A RECORD LOADED BEFORE THE STALE LIMIT OR STANDBY REGION
081000*    EXISTED CARRIES GARBAGE OR NULLS THERE; WLPMNT SHOWS THEM
081100*    AS ZERO AND BLANK, AND THEY COMPARE THAT WAY HERE.
081200     IF ENDPT-STALE-MAX-MIN IS NUMERIC
081300         MOVE ENDPT-STALE-MAX-MIN TO WS-OLD-STALE
081400     ELSE
081500         MOVE ZERO TO WS-OLD-STALE
081600     END-IF
081700     IF ENDPT-STANDBY-REGION = LOW-VALUES
081800         MOVE SPACES TO WS-OLD-STANDBY
081900     ELSE
082000         MOVE ENDPT-STANDBY-REGION TO WS-OLD-STANDBY
082100     END-IF
082200
082300     MOVE SPACES TO WS-CHANGED-FIELDS
082400     MOVE 1 TO WS-CHANGED-PTR
082500     IF ENDPT-DESCRIPTION NOT = CMDB-DESCRIPTION
082600         STRING 'DESCRIPTION ' DELIMITED BY SIZE
082700             INTO WS-CHANGED-FIELDS WITH POINTER WS-CHANGED-PTR
082800     END-IF
082900     IF ENDPT-REGION NOT = CMDB-REGION
083000         STRING 'REGION ' DELIMITED BY SIZE
083100             INTO WS-CHANGED-FIELDS WITH POINTER WS-CHANGED-PTR
083200     END-IF
083300     IF WS-OLD-STALE NOT = WS-ENDPT-STALE
083400         STRING 'STALE-MAX-MIN ' DELIMITED BY SIZE
083500             INTO WS-CHANGED-FIELDS WITH POINTER WS-CHANGED-PTR
083600     END-IF
083700     IF WS-OLD-STANDBY NOT = CMDB-STANDBY-REGION
083800         STRING 'STANDBY-REGION ' DELIMITED BY SIZE
083900             INTO WS-CHANGED-FIELDS WITH POINTER WS-CHANGED-PTR
084000     END-IF
084100     IF WS-CHANGED-FIELDS = SPACES
084200         ADD 1 TO WS-UNCHANGED-COUNT
084300         GO TO 3300-EXIT
084400     END-IF
084500
084600     MOVE CMDB-DESCRIPTION    TO ENDPT-DESCRIPTION
084700     MOVE CMDB-REGION         TO ENDPT-REGION
084800     MOVE WS-ENDPT-STALE      TO ENDPT-STALE-MAX-MIN
084900     MOVE CMDB-STANDBY-REGION TO ENDPT-STANDBY-REGION
085000
085100     IF MODE-IS-UPDATE
085200         REWRITE WLPENDPT-RECORD
085300         IF NOT ENDPT-OK
085400             DISPLAY 'WLPCMD01 - ENDPOINT REWRITE FAILED, '
085500                 'STATUS=' WS-ENDPT-STATUS
085600             SET RUN-ABORTED TO TRUE
085700             GO TO 3300-EXIT
085800         END-IF
085900         MOVE ENDPT-ID TO CHG-RECORD-KEY
086000         SET CHG-ACTION-UPDATE TO TRUE
086100         MOVE WLPENDPT-RECORD TO CHG-DETAIL
086200         PERFORM 6500-WRITE-CHANGE-HISTORY THRU 6500-EXIT
086300     END-IF
086400
086500     ADD 1 TO WS-UPDATED-COUNT
086600     MOVE 'UPDATE' TO WS-ACTION
086700     MOVE WS-CHANGED-FIELDS TO WS-REASON
086800     PERFORM 7000-REPORT-ACTION THRU 7000-EXIT.
086900 3300-EXIT.
087000     EXIT.
087100*
087200*----------------------------------------------------------------*
087300* 3600-RETIRE-ENDPOINT - DELETE THE REGISTERED ENDPOINT IN       *
087400* WS-LOOKUP-ENDPOINT (WS-REASON SAYS WHY) UNLESS IT IS PAUSED OR *
087500* STILL IN USE                                                   *
087600*----------------------------------------------------------------*
087700 3600-RETIRE-ENDPOINT.
087800     MOVE WS-LOOKUP-ENDPOINT TO STATE-ENDPOINT-ID
087900     READ STATE-FILE
088000         INVALID KEY
088100             CONTINUE
088200     END-READ
088300     IF NOT STATE-OK
088400      AND NOT STATE-NOT-FOUND
088500         DISPLAY 'WLPCMD01 - STATE READ FAILED, STATUS='
088600             WS-STATE-STATUS
088700         SET RUN-ABORTED TO TRUE
088800         GO TO 3600-EXIT
088900     END-IF
089000     IF STATE-OK
089100      AND STATE-IS-PAUSED
089200         MOVE 'ENDPOINT IS PAUSED' TO WS-REASON
089300         PERFORM 7200-REPORT-REFUSAL THRU 7200-EXIT
089400         GO TO 3600-EXIT
089500     END-IF
089600
089700     MOVE 'N' TO WS-FOUND-SWITCH
089800     PERFORM 6110-SEARCH-ONE-REFERENCE THRU 6110-EXIT
089900         VARYING REF-IDX FROM 1 BY 1
090000         UNTIL REF-IDX > WS-REFERENCE-COUNT
090100            OR ENTRY-FOUND
090200     IF ENTRY-FOUND
090300         SET REF-IDX DOWN BY 1
090400         MOVE TBR-REASON(REF-IDX) TO WS-REASON
090500         PERFORM 7200-REPORT-REFUSAL THRU 7200-EXIT
090600         GO TO 3600-EXIT
090700     END-IF
090800
090900*    READ FIRST SO THE CHANGE HISTORY CAN CARRY AN IMAGE OF
091000*    WHAT WAS DELETED, THE SAME AS WLPMNT.
091100     MOVE WS-LOOKUP-ENDPOINT TO ENDPT-ID
091200     READ ENDPT-FILE
091300         INVALID KEY
091400             CONTINUE
091500     END-READ
091600     IF NOT ENDPT-OK
091700         DISPLAY 'WLPCMD01 - ENDPOINT READ FAILED, STATUS='
091800             WS-ENDPT-STATUS
091900         SET RUN-ABORTED TO TRUE
092000         GO TO 3600-EXIT
092100     END-IF
092200
092300     IF MODE-IS-UPDATE
092400         DELETE ENDPT-FILE RECORD
092500         IF NOT ENDPT-OK
092600             DISPLAY 'WLPCMD01 - ENDPOINT DELETE FAILED, '
092700                 'STATUS=' WS-ENDPT-STATUS
092800             SET RUN-ABORTED TO TRUE
092900             GO TO 3600-EXIT
093000         END-IF
093100         MOVE ENDPT-ID TO CHG-RECORD-KEY
093200         SET CHG-ACTION-DELETE TO TRUE
093300         MOVE WLPENDPT-RECORD TO CHG-DETAIL
093400         PERFORM 6500-WRITE-CHANGE-HISTORY THRU 6500-EXIT
093500     END-IF
093600
093700     ADD 1 TO WS-RETIRED-COUNT
093800     MOVE 'RETIRE' TO WS-ACTION
093900     PERFORM 7000-REPORT-ACTION THRU 7000-EXIT.
094000 3600-EXIT.
094100     EXIT.
094200*
094300*----------------------------------------------------------------*
094400* 3900-CHECK-TRAILER - SAY SO WHEN THE FEED CANNOT BE TRUSTED    *
094500* FOR RETIREMENTS BY ABSENCE                                     *
094600*----------------------------------------------------------------*
094700 3900-CHECK-TRAILER.
094800     IF FEED-IS-WHOLE
094900         GO TO 3900-EXIT
095000     END-IF
095100     IF TRAILER-SEEN
095200         DISPLAY 'WLPCMD01 - FEED TRAILER COUNT '
095300             CMDB-TRL-DETAIL-COUNT ' DOES NOT MATCH '
095400             WS-FEED-DETAIL-COUNT ' DETAILS READ'
095500     ELSE
095600         DISPLAY 'WLPCMD01 - CMDB FEED HAS NO TRAILER'
095700     END-IF
095800     MOVE RPT-BLANK-LINE TO REPORT-LINE
095900     WRITE REPORT-LINE
096000     MOVE RPT-NOT-WHOLE-LINE TO REPORT-LINE
096100     WRITE REPORT-LINE.
096200 3900-EXIT.
096300     EXIT.
096400*
096500*----------------------------------------------------------------*
096600* 4000-RETIRE-IF-ABSENT - A REGISTERED ENDPOINT THE WHOLE FEED   *
096700* NEVER MENTIONED IS NO LONGER ON THE CMDB                       *
096800*----------------------------------------------------------------*
096900 4000-RETIRE-IF-ABSENT.
097000     IF TBL-SEEN-ON-FEED(ENDPT-IDX)
097100         GO TO 4000-EXIT
097200     END-IF
097300     MOVE TBL-ENDPOINT-ID(ENDPT-IDX) TO WS-LOOKUP-ENDPOINT
097400     MOVE 'NOT ON THE CMDB FEED' TO WS-REASON
097500     PERFORM 3600-RETIRE-ENDPOINT THRU 3600-EXIT.
097600 4000-EXIT.
097700     EXIT.
097800*
097900*----------------------------------------------------------------*
098000* 6000-LOOKUP-ENDPOINT - KEYED ON WS-LOOKUP-ENDPOINT; LEAVES     *
098100* ENDPT-IDX ON THE MATCHING ENTRY WHEN FOUND                     *
098200*----------------------------------------------------------------*
098300 6000-LOOKUP-ENDPOINT.
098400     MOVE 'N' TO WS-FOUND-SWITCH
098500     PERFORM 6010-SEARCH-ONE-ENDPOINT THRU 6010-EXIT
098600         VARYING ENDPT-IDX FROM 1 BY 1
098700         UNTIL ENDPT-IDX > WS-ENDPOINT-COUNT
098800            OR ENTRY-FOUND
098900     IF ENTRY-FOUND
099000         SET ENDPT-IDX DOWN BY 1
099100     END-IF.
099200 6000-EXIT.
099300     EXIT.
099400*
099500 6010-SEARCH-ONE-ENDPOINT.
099600     IF TBL-ENDPOINT-ID(ENDPT-IDX) = WS-LOOKUP-ENDPOINT
099700         SET ENTRY-FOUND TO TRUE
099800     END-IF.
099900 6010-EXIT.
100000     EXIT.
100100*
100200 6110-SEARCH-ONE-REFERENCE.
100300     IF TBR-ENDPOINT(REF-IDX) = WS-LOOKUP-ENDPOINT
100400         SET ENTRY-FOUND TO TRUE
100500     END-IF.
100600 6110-EXIT.
100700     EXIT.
100800*
100900*----------------------------------------------------------------*
101000* 6200-CONVERT-UNSIGNED - A LEFT-JUSTIFIED RUN OF DIGITS WITH    *
101100* TRAILING SPACES, NO MORE THAN WS-CONV-LEN OF THEM; ANYTHING    *
101200* ELSE SETS CONV-ERROR                                           *
101300*----------------------------------------------------------------*
101400 6200-CONVERT-UNSIGNED.
101500     MOVE ZERO TO WS-CONV-VALUE
101600     MOVE 'N'  TO WS-CONV-ERR-SWITCH
101700     MOVE 'N'  TO WS-CONV-BLANK-SWITCH
101800     MOVE 'N'  TO WS-CONV-DIGIT-SWITCH
101900     PERFORM 6210-CONVERT-ONE-CHARACTER THRU 6210-EXIT
102000         VARYING WS-CONV-SUB FROM 1 BY 1
102100         UNTIL WS-CONV-SUB > WS-CONV-LEN
102200            OR CONV-ERROR
102300     IF NOT CONV-DIGIT-SEEN
102400         SET CONV-ERROR TO TRUE
102500     END-IF
102600*    DIGITS PAST THE CONVERTING WINDOW WOULD SILENTLY CHANGE THE
102700*    VALUE - AN OVERLONG NUMBER IS AN ERROR, NOT A TRUNCATION.
102800     IF NOT CONV-ERROR
102900      AND WS-CONV-LEN < 8
103000         IF WS-CONV-TEXT(WS-CONV-LEN + 1:8 - WS-CONV-LEN)
103100          NOT = SPACES
103200             SET CONV-ERROR TO TRUE
103300         END-IF
103400     END-IF.
103500 6200-EXIT.
103600     EXIT.
103700*
103800 6210-CONVERT-ONE-CHARACTER.
103900     MOVE WS-CONV-TEXT(WS-CONV-SUB:1) TO WS-CONV-CHAR
104000     IF WS-CONV-CHAR = SPACE
104100         SET CONV-BLANK-SEEN TO TRUE
104200     ELSE
104300         IF WS-CONV-CHAR IS NUMERIC
104400          AND NOT CONV-BLANK-SEEN
104500             COMPUTE WS-CONV-VALUE =
104600                 (WS-CONV-VALUE * 10) + WS-CONV-DIGIT
104700             SET CONV-DIGIT-SEEN TO TRUE
104800         ELSE
104900             SET CONV-ERROR TO TRUE
105000         END-IF
105100     END-IF.
105200 6210-EXIT.
105300     EXIT.
105400*
105500*----------------------------------------------------------------*
105600* 6500-WRITE-CHANGE-HISTORY - THE WLPCHIST RECORD FOR A CHANGE   *
105700* JUST APPLIED; CHG-ACTION, CHG-RECORD-KEY AND CHG-DETAIL ARE    *
105800* ALREADY SET.  TWO CHANGES IN THE SAME SECOND COLLIDE ON THE    *
105900* KEY, SO THE TIEBREAKER IS BUMPED AND THE WRITE RETRIED, AS     *
106000* WLPMNT DOES.                                                   *
106100*----------------------------------------------------------------*
106200 6500-WRITE-CHANGE-HISTORY.
106300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
106400     ACCEPT WS-CURRENT-TIME FROM TIME
106500     MOVE WS-CURRENT-DATE(5:2) TO CHG-KEY-DATE(1:2)
106600     MOVE '/'                  TO CHG-KEY-DATE(3:1)
106700     MOVE WS-CURRENT-DATE(7:2) TO CHG-KEY-DATE(4:2)
106800     MOVE '/'                  TO CHG-KEY-DATE(6:1)
106900     MOVE WS-CURRENT-DATE(1:4) TO CHG-KEY-DATE(7:4)
107000     MOVE WS-CURRENT-TIME(1:2) TO CHG-KEY-TIME(1:2)
107100     MOVE ':'                  TO CHG-KEY-TIME(3:1)
107200     MOVE WS-CURRENT-TIME(3:2) TO CHG-KEY-TIME(4:2)
107300     MOVE ':'                  TO CHG-KEY-TIME(6:1)
107400     MOVE WS-CURRENT-TIME(5:2) TO CHG-KEY-TIME(7:2)
107500     MOVE WLP-ENDPT-FILE-NAME  TO CHG-KEY-FILE
107600     MOVE ZERO                 TO CHG-KEY-SEQ
107700     MOVE WS-BATCH-USER-ID     TO CHG-USER-ID
107800     MOVE WLP-BATCH-TERMINAL   TO CHG-TERMINAL
107900
108000     MOVE ZERO TO WS-CHG-RETRY-COUNT
108100     MOVE 'N' TO WS-CHG-DONE-SWITCH
108200     PERFORM 6510-WRITE-CHANGE-ATTEMPT THRU 6510-EXIT
108300         UNTIL CHG-WRITE-DONE.
108400 6500-EXIT.
108500     EXIT.
108600*
108700 6510-WRITE-CHANGE-ATTEMPT.
108800     ADD 1 TO WS-CHG-RETRY-COUNT
108900     WRITE WLPCHG-RECORD
109000         INVALID KEY
109100             CONTINUE
109200     END-WRITE
109300     IF CHIST-OK
109400         SET CHG-WRITE-DONE TO TRUE
109500         GO TO 6510-EXIT
109600     END-IF
109700     IF CHIST-DUPLICATE
109800      AND WS-CHG-RETRY-COUNT < 99
109900         ADD 1 TO CHG-KEY-SEQ
110000         GO TO 6510-EXIT
110100     END-IF
110200*    THE REGISTRY CHANGE IS ALREADY MADE; STOP BEFORE ANY MORE
110300*    GO IN WITHOUT A HISTORY RECORD.
110400     DISPLAY 'WLPCMD01 - CHANGE HISTORY WRITE FAILED, STATUS='
110500         WS-CHIST-STATUS ' FOR ' CHG-RECORD-KEY(1:60)
110600     SET RUN-ABORTED TO TRUE
110700     SET CHG-WRITE-DONE TO TRUE.
110800 6510-EXIT.
110900     EXIT.
111000*
111100*----------------------------------------------------------------*
111200* 7000-REPORT-ACTION - ONE LINE PER CHANGE, APPLIED OR (IN       *
111300* REPORT MODE) THAT WOULD BE                                     *
111400*----------------------------------------------------------------*
111500 7000-REPORT-ACTION.
111600     MOVE WS-ACTION                TO RPT-ACTION
111700     MOVE WS-LOOKUP-ENDPOINT(1:72) TO RPT-ENDPOINT
111800     MOVE WS-REASON                TO RPT-REASON
111900     MOVE RPT-DETAIL-LINE TO REPORT-LINE
112000     WRITE REPORT-LINE.
112100 7000-EXIT.
112200     EXIT.
112300*
112400 7100-REPORT-REJECT.
112500     ADD 1 TO WS-REJECTED-COUNT
112600     MOVE 'REJECT' TO WS-ACTION
112700     PERFORM 7000-REPORT-ACTION THRU 7000-EXIT.
112800 7100-EXIT.
112900     EXIT.
113000*
113100 7200-REPORT-REFUSAL.
113200     ADD 1 TO WS-REFUSED-COUNT
113300     MOVE 'REFUSED' TO WS-ACTION
113400     PERFORM 7000-REPORT-ACTION THRU 7000-EXIT.
113500 7200-EXIT.
113600     EXIT.
113700*
113800*----------------------------------------------------------------*
113900* 9000-TERMINATE - SUMMARY, STEP RETURN CODE AND CLOSE           *
114000*----------------------------------------------------------------*
114100 9000-TERMINATE.
114200     IF FEED-FILE-OPEN
114300         CLOSE FEED-FILE
114400     END-IF
114500     IF ENDPT-FILE-OPEN
114600         CLOSE ENDPT-FILE
114700     END-IF
114800     IF STATE-FILE-OPEN
114900         CLOSE STATE-FILE
115000     END-IF
115100     IF CHIST-FILE-OPEN
115200         CLOSE CHIST-FILE
115300     END-IF
115400
115500     IF REPORT-FILE-OPEN
115600         MOVE RPT-BLANK-LINE TO REPORT-LINE
115700         WRITE REPORT-LINE
115800         IF RUN-ABORTED
115900             MOVE RPT-ABORT-LINE TO REPORT-LINE
116000             WRITE REPORT-LINE
116100         END-IF
116200         MOVE WS-FEED-DETAIL-COUNT TO RPT-SUM-FEED
116300         MOVE WS-UNCHANGED-COUNT   TO RPT-SUM-UNCHANGED
116400         MOVE WS-ADDED-COUNT       TO RPT-SUM-ADDED
116500         MOVE WS-UPDATED-COUNT     TO RPT-SUM-UPDATED
116600         MOVE RPT-SUMMARY-LINE-1 TO REPORT-LINE
116700         WRITE REPORT-LINE
116800         MOVE WS-RETIRED-COUNT     TO RPT-SUM-RETIRED
116900         MOVE WS-REJECTED-COUNT    TO RPT-SUM-REJECTED
117000         MOVE WS-REFUSED-COUNT     TO RPT-SUM-REFUSED
117100         MOVE RPT-SUMMARY-LINE-2 TO REPORT-LINE
117200         WRITE REPORT-LINE
117300         IF MODE-IS-REPORT
117400             MOVE RPT-REPORT-ONLY-LINE TO REPORT-LINE
117500             WRITE REPORT-LINE
117600         END-IF
117700         CLOSE REPORT-FILE
117800     END-IF
117900
118000     IF RUN-ABORTED
118100      OR NOT FEED-IS-WHOLE
118200         MOVE 12 TO RETURN-CODE
118300     ELSE
118400         IF WS-REJECTED-COUNT = ZERO
118500          AND WS-REFUSED-COUNT = ZERO
118600             MOVE ZERO TO RETURN-CODE
118700         ELSE
118800             MOVE 4 TO RETURN-CODE
118900         END-IF
119000     END-IF.
119100 9000-EXIT.
119200     EXIT.
