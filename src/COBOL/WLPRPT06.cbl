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
001100* MODULE NAME  WLPRPT06.CBL                                     *
001200*                                                                *
001300* LIBERTY ENDPOINT DAILY CHANGE EXCEPTION REPORT                 *
001400*                                                                *
001500* BATCH PROGRAM FOR THE CHANGE PROCESS.  EVERY PLANNED PAUSE IS  *
001600* MEANT TO CARRY AN APPROVED CHANGE RECORD FROM THE WLPCREQ      *
001700* EXTRACT, AND THE ONLINE PAUSE PATHS REFUSE ONE THAT DOES NOT - *
001800* BUT TWO KINDS OF PAUSE STILL GET THROUGH AND NEED FOLLOWING    *
001900* UP, AND THIS REPORT LISTS BOTH FOR ONE DAY:                    *
002000*                                                                *
002100*  - RETRO - A PAUSE PUSHED THROUGH ON A CHANGE-FREEZE EMERGENCY *
002200*            OVERRIDE WITHOUT A VALID CHANGE (AUDIT-RETRO-       *
002300*            CHANGE-DUE), SO A CHANGE MUST BE RAISED FOR IT      *
002400*            RETROSPECTIVELY;                                    *
002500*  - NOCHG - ANY OTHER SUCCESSFUL PAUSE WITH NO CHANGE NUMBER ON *
002600*            ITS AUDIT RECORD, SUCH AS A POLICY-TRIGGERED PAUSE  *
002700*            WHOSE RULE SUPPLIES NONE.                           *
002800*                                                                *
002900* ONLY PAUSES THAT ACTUALLY WORKED (AUDIT-RETURN-CODE ZERO) ARE  *
003000* LISTED - A FAILED ONE TOOK NO ENDPOINT OUT OF SERVICE.         *
003100*                                                                *
003200* INPUTS:                                                        *
003300*  PARMIN  - THE REPORT DATE, YYYYMMDD.  A BLANK PARM MEANS      *
003400*            TODAY.                                              *
003500*  AUDTIN  - THE WLPAUDIT KSDS, WLPAUDR LAYOUT.                  *
003600*                                                                *
003700* RETURN CODE 0 MEANS NO EXCEPTIONS, 4 MEANS SOME WERE LISTED    *
003800* AND 12 MEANS THE RUN COULD NOT COMPLETE.                       *
003900*                                                                *
004000*----------------------------------------------------------------*
004100* MODIFICATION HISTORY                                          *
004200* 2026-10-15 DEVL INITIAL VERSION.                               *
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID.              WLPRPT06.
004600 AUTHOR.                  DEVL.
004700 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
004800 DATE-WRITTEN.            2026-10-15.
004900 DATE-COMPILED.
005000*
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.         IBM-370.
005400 OBJECT-COMPUTER.         IBM-370.
005500*
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT PARM-FILE ASSIGN TO PARMIN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006100
006200     SELECT AUDIT-FILE ASSIGN TO AUDTIN
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS AUDIT-KEY
006600         FILE STATUS IS WS-AUDIT-STATUS.
006700
006800     SELECT REPORT-FILE ASSIGN TO RPTOUT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-REPORT-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARM-FILE
007500     RECORDING MODE IS F.
007600 01  PARM-RECORD.
007700     05 PARM-REPORT-DATE          PIC X(08).
007800     05 FILLER                    PIC X(72).
007900*
008000 FD  AUDIT-FILE
008100     RECORDING MODE IS F.
008200     COPY WLPAUDR.
008300*
008400 FD  REPORT-FILE
008500     RECORDING MODE IS F.
008600 01  REPORT-LINE                  PIC X(132).
008700*
008800 WORKING-STORAGE SECTION.
008900*
009000 77  WS-PARM-STATUS                PIC XX      VALUE '00'.
009100 77  WS-AUDIT-STATUS               PIC XX      VALUE '00'.
009200     88 AUDIT-OK                              VALUE '00'.
009300 77  WS-REPORT-STATUS              PIC XX      VALUE '00'.
009400 77  WS-EOF-SWITCH                 PIC X       VALUE 'N'.
009500     88 END-OF-AUDIT                          VALUE 'Y'.
009600 77  WS-ABORT-SWITCH               PIC X       VALUE 'N'.
009700     88 RUN-ABORTED                           VALUE 'Y'.
009800 77  WS-AUDIT-OPEN-SWITCH          PIC X       VALUE 'N'.
009900     88 AUDIT-FILE-OPEN                       VALUE 'Y'.
010000 77  WS-REPORT-OPEN-SWITCH         PIC X       VALUE 'N'.
010100     88 REPORT-FILE-OPEN                      VALUE 'Y'.
010200*
010300 77  WS-RETRO-COUNT                PIC 9(05)   COMP VALUE ZERO.
010400 77  WS-NOCHG-COUNT                PIC 9(05)   COMP VALUE ZERO.
010500 77  WS-PAUSE-COUNT                PIC 9(05)   COMP VALUE ZERO.
010600 77  WS-REPORT-DATE                PIC X(08)   VALUE SPACES.
010700 77  WS-EVENT-SORT-DATE            PIC X(08)   VALUE SPACES.
010800*
010900 01  WS-CURRENT-DATE.
011000     05 WS-CD-YYYY                 PIC 9(04).
011100     05 WS-CD-MM                   PIC 9(02).
011200     05 WS-CD-DD                   PIC 9(02).
011300*
011400 01  RPT-TITLE-LINE.
011500     05 FILLER                     PIC X(10)
011600        VALUE 'WLPRPT06  '.
011700     05 FILLER                     PIC X(34)
011800        VALUE 'DAILY CHANGE EXCEPTION REPORT'.
011900     05 FILLER                     PIC X(05) VALUE 'DATE '.
012000     05 RPT-REPORT-DATE            PIC X(08).
012100*
012200 01  RPT-COLUMN-LINE.
012300     05 FILLER                     PIC X(07) VALUE 'TYPE'.
012400     05 FILLER                     PIC X(10) VALUE 'TIME'.
012500     05 FILLER                     PIC X(32) VALUE 'ENDPOINT'.
012600     05 FILLER                     PIC X(07) VALUE 'START'.
012700     05 FILLER                     PIC X(10) VALUE 'REQUESTER'.
012800     05 FILLER                     PIC X(10) VALUE 'APPROVER'.
012900     05 FILLER                     PIC X(10) VALUE 'OVERRIDE'.
013000     05 FILLER                     PIC X(10) VALUE 'CHANGE'.
013100*
013200 01  RPT-DETAIL-LINE.
013300     05 RPT-TYPE                   PIC X(05).
013400     05 FILLER                     PIC X(02) VALUE SPACES.
013500     05 RPT-TIME                   PIC X(08).
013600     05 FILLER                     PIC X(02) VALUE SPACES.
013700     05 RPT-ENDPOINT               PIC X(30).
013800     05 FILLER                     PIC X(02) VALUE SPACES.
013900     05 RPT-START-CODE             PIC X(02).
014000     05 FILLER                     PIC X(05) VALUE SPACES.
014100     05 RPT-REQUESTER              PIC X(08).
014200     05 FILLER                     PIC X(02) VALUE SPACES.
014300     05 RPT-APPROVER               PIC X(08).
014400     05 FILLER                     PIC X(02) VALUE SPACES.
014500     05 RPT-OVERRIDE               PIC X(08).
014600     05 FILLER                     PIC X(02) VALUE SPACES.
014700     05 RPT-CHANGE                 PIC X(10).
014800*
014900 01  RPT-BLANK-LINE               PIC X(132)  VALUE SPACES.
015000*
015100 01  RPT-TOTAL-LINE.
015200     05 FILLER                     PIC X(16)
015300        VALUE 'PAUSES ON DATE: '.
015400     05 RPT-TOT-PAUSES             PIC ZZZZ9.
015500     05 FILLER                     PIC X(09) VALUE '  RETRO: '.
015600     05 RPT-TOT-RETRO              PIC ZZZZ9.
015700     05 FILLER                     PIC X(09) VALUE '  NOCHG: '.
015800     05 RPT-TOT-NOCHG              PIC ZZZZ9.
015900*
016000 01  RPT-NONE-LINE                PIC X(30)
016100     VALUE '  NO CHANGE EXCEPTIONS'.
016200*
016300 PROCEDURE DIVISION.
016400*
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     IF NOT RUN-ABORTED
016800         PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
016900             UNTIL END-OF-AUDIT
017000         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
017100     END-IF.
017200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017300     GOBACK.
017400*
017500*----------------------------------------------------------------*
017600* 1000-INITIALIZE - OPEN THE FILES AND SETTLE THE REPORT DATE    *
017700*----------------------------------------------------------------*
017800 1000-INITIALIZE.
017900     OPEN OUTPUT REPORT-FILE.
018000     IF WS-REPORT-STATUS NOT = '00'
018100         DISPLAY 'WLPRPT06 - REPORT FILE OPEN FAILED, STATUS='
018200             WS-REPORT-STATUS
018300         SET RUN-ABORTED TO TRUE
018400         GO TO 1000-EXIT
018500     END-IF
018600     SET REPORT-FILE-OPEN TO TRUE
018700
018800     PERFORM 1100-READ-PARM THRU 1100-EXIT
018900     IF RUN-ABORTED
019000         GO TO 1000-EXIT
019100     END-IF
019200
019300     OPEN INPUT AUDIT-FILE.
019400     IF NOT AUDIT-OK
019500         DISPLAY 'WLPRPT06 - AUDIT FILE OPEN FAILED, STATUS='
019600             WS-AUDIT-STATUS
019700         SET RUN-ABORTED TO TRUE
019800         GO TO 1000-EXIT
019900     END-IF
020000     SET AUDIT-FILE-OPEN TO TRUE
020100
020200     MOVE WS-REPORT-DATE TO RPT-REPORT-DATE
020300     MOVE RPT-TITLE-LINE TO REPORT-LINE
020400     WRITE REPORT-LINE
020500     MOVE RPT-COLUMN-LINE TO REPORT-LINE
020600     WRITE REPORT-LINE
020700
020800     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*
021200*----------------------------------------------------------------*
021300* 1100-READ-PARM - THE REPORT DATE, YYYYMMDD; A BLANK ONE IS     *
021400* TAKEN AS TODAY SO THE NIGHTLY RUN NEEDS NO PARM MAINTENANCE    *
021500*----------------------------------------------------------------*
021600 1100-READ-PARM.
021700     OPEN INPUT PARM-FILE.
021800     IF WS-PARM-STATUS NOT = '00'
021900         DISPLAY 'WLPRPT06 - PARM FILE OPEN FAILED, STATUS='
022000             WS-PARM-STATUS
022100         SET RUN-ABORTED TO TRUE
022200         GO TO 1100-EXIT
022300     END-IF
022400     READ PARM-FILE
022500         AT END
022600             DISPLAY 'WLPRPT06 - PARM FILE IS EMPTY'
022700             SET RUN-ABORTED TO TRUE
022800     END-READ
022900     IF NOT RUN-ABORTED
023000         IF PARM-REPORT-DATE = SPACES
023100             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
023200             MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
023300         ELSE
023400             IF PARM-REPORT-DATE IS NUMERIC
023500                 MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
023600             ELSE
023700                 DISPLAY 'WLPRPT06 - INVALID REPORT DATE PARM: '
023800                     PARM-REPORT-DATE
023900                 SET RUN-ABORTED TO TRUE
024000             END-IF
024100         END-IF
024200     END-IF
024300     CLOSE PARM-FILE.
024400 1100-EXIT.
024500     EXIT.
024600*
024700*----------------------------------------------------------------*
024800* 2000-PROCESS-AUDIT - LIST A SUCCESSFUL PAUSE ON THE REPORT     *
024900* DATE THAT OWES A RETROSPECTIVE CHANGE OR CARRIES NONE AT ALL   *
025000*----------------------------------------------------------------*
025100 2000-PROCESS-AUDIT.
025200     IF AUDIT-OPERATION NOT = 'PAUSE'
025300      OR AUDIT-RETURN-CODE NOT = 0
025400         GO TO 2000-NEXT
025500     END-IF
025600     PERFORM 5000-AUDIT-DATE-TO-SORT THRU 5000-EXIT
025700     IF WS-EVENT-SORT-DATE NOT = WS-REPORT-DATE
025800         GO TO 2000-NEXT
025900     END-IF
026000     ADD 1 TO WS-PAUSE-COUNT
026100
026200*    A RECORD WRITTEN BEFORE THE CHANGE FIELDS EXISTED CAN HOLD
026300*    LOW-VALUES THERE RATHER THAN SPACES; BOTH MEAN NO CHANGE.
026400     IF AUDIT-RETRO-CHANGE-DUE
026500         MOVE 'RETRO' TO RPT-TYPE
026600         ADD 1 TO WS-RETRO-COUNT
026700         PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
026800     ELSE
026900         IF AUDIT-CHANGE-NUMBER = SPACES
027000          OR AUDIT-CHANGE-NUMBER = LOW-VALUES
027100             MOVE 'NOCHG' TO RPT-TYPE
027200             ADD 1 TO WS-NOCHG-COUNT
027300             PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
027400         END-IF
027500     END-IF.
027600 2000-NEXT.
027700     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
027800 2000-EXIT.
027900     EXIT.
028000*
028100 2100-READ-AUDIT.
028200     READ AUDIT-FILE
028300         AT END
028400             SET END-OF-AUDIT TO TRUE
028500     END-READ.
028600 2100-EXIT.
028700     EXIT.
028800*
028900 2200-PRINT-EXCEPTION.
029000     MOVE AUDIT-KEY-TIME          TO RPT-TIME
029100     MOVE AUDIT-ENDPOINT(1:30)    TO RPT-ENDPOINT
029200     MOVE AUDIT-START-CODE        TO RPT-START-CODE
029300     MOVE AUDIT-REQUESTER-ID      TO RPT-REQUESTER
029400     MOVE AUDIT-APPROVER-ID       TO RPT-APPROVER
029500     MOVE AUDIT-OVERRIDE-CODE     TO RPT-OVERRIDE
029600     IF AUDIT-CHANGE-NUMBER = LOW-VALUES
029700         MOVE SPACES              TO RPT-CHANGE
029800     ELSE
029900         MOVE AUDIT-CHANGE-NUMBER TO RPT-CHANGE
030000     END-IF
030100     MOVE RPT-DETAIL-LINE TO REPORT-LINE
030200     WRITE REPORT-LINE.
030300 2200-EXIT.
030400     EXIT.
030500*
030600*----------------------------------------------------------------*
030700* 5000-AUDIT-DATE-TO-SORT - MM/DD/YYYY KEY DATE TO YYYYMMDD SO   *
030800* IT COMPARES STRAIGHT AGAINST THE REPORT DATE                   *
030900*----------------------------------------------------------------*
031000 5000-AUDIT-DATE-TO-SORT.
031100     IF AUDIT-KEY-DATE(1:2) IS NUMERIC
031200      AND AUDIT-KEY-DATE(4:2) IS NUMERIC
031300      AND AUDIT-KEY-DATE(7:4) IS NUMERIC
031400         MOVE AUDIT-KEY-DATE(7:4) TO WS-EVENT-SORT-DATE(1:4)
031500         MOVE AUDIT-KEY-DATE(1:2) TO WS-EVENT-SORT-DATE(5:2)
031600         MOVE AUDIT-KEY-DATE(4:2) TO WS-EVENT-SORT-DATE(7:2)
031700     ELSE
031800         MOVE '00000000' TO WS-EVENT-SORT-DATE
031900     END-IF.
032000 5000-EXIT.
032100     EXIT.
032200*
032300*----------------------------------------------------------------*
032400* 8000-PRINT-TOTALS - THE COUNTS, OR A NONE LINE ON A CLEAN DAY  *
032500*----------------------------------------------------------------*
032600 8000-PRINT-TOTALS.
032700     IF WS-RETRO-COUNT = ZERO
032800      AND WS-NOCHG-COUNT = ZERO
032900         MOVE RPT-NONE-LINE TO REPORT-LINE
033000         WRITE REPORT-LINE
033100     END-IF
033200     MOVE RPT-BLANK-LINE TO REPORT-LINE
033300     WRITE REPORT-LINE
033400     MOVE WS-PAUSE-COUNT TO RPT-TOT-PAUSES
033500     MOVE WS-RETRO-COUNT TO RPT-TOT-RETRO
033600     MOVE WS-NOCHG-COUNT TO RPT-TOT-NOCHG
033700     MOVE RPT-TOTAL-LINE TO REPORT-LINE
033800     WRITE REPORT-LINE.
033900 8000-EXIT.
034000     EXIT.
034100*
034200*----------------------------------------------------------------*
034300* 9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE       *
034400*----------------------------------------------------------------*
034500 9000-TERMINATE.
034600     IF AUDIT-FILE-OPEN
034700         CLOSE AUDIT-FILE
034800     END-IF
034900     IF REPORT-FILE-OPEN
035000         CLOSE REPORT-FILE
035100     END-IF
035200
035300     IF RUN-ABORTED
035400         MOVE 12 TO RETURN-CODE
035500     ELSE
035600         IF WS-RETRO-COUNT = ZERO
035700          AND WS-NOCHG-COUNT = ZERO
035800             MOVE ZERO TO RETURN-CODE
035900         ELSE
036000             MOVE 4 TO RETURN-CODE
036100         END-IF
036200     END-IF.
036300 9000-EXIT.
036400     EXIT.
