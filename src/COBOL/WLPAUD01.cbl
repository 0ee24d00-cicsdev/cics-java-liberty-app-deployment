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
001100* MODULE NAME  WLPAUD01.CBL                                     *
001200*                                                                *
001300* LIBERTY ENDPOINT AUDIT TRAIL CHAIN VERIFICATION                *
001400*                                                                *
001500* BATCH PROGRAM FOR THE AUDITORS.  EVERY WLPAUDIT RECORD CARRIES *
001600* A CHAIN POSITION, THE CHECK VALUE OF THE RECORD BEFORE IT AND  *
001700* ITS OWN CHECK VALUE WORKED OUT BY WLPACHK.  THIS PROGRAM SORTS *
001800* THE ARCHIVED HISTORY AND THE LIVE KSDS TOGETHER INTO CHAIN     *
001900* ORDER AND WALKS THEM AS ONE CHAIN, SO THE SEVEN YEARS ON THE   *
002000* ARCHIVE AND THE MONTHS STILL ONLINE ARE PROVED IN ONE PASS.    *
002100* IT LISTS:                                                      *
002200*                                                                *
002300*  - ALTERED  - THE STORED CHECK VALUE NO LONGER MATCHES THE     *
002400*               RECORD, SO THE RECORD WAS EDITED AFTERWARDS;     *
002500*  - LINK     - THE RECORD DOES NOT CARRY THE CHECK VALUE OF     *
002600*               THE ONE BEFORE IT, SO THAT ONE WAS EDITED AND    *
002700*               ITS VALUE REWORKED, OR SOMETHING WAS PUT IN;     *
002800*  - GAP      - CHAIN POSITIONS ARE MISSING, SO RECORDS WERE     *
002900*               REMOVED;                                         *
003000*  - DUPLICATE- TWO DIFFERENT RECORDS HOLD ONE POSITION;         *
003100*  - UNCHAINED- A RECORD WITH NO POSITION DATED AFTER THE CHAIN  *
003200*               BEGAN (WRITTEN WHILE WLPACHN WAS UNAVAILABLE,    *
003300*               OR PUT IN BY HAND);                              *
003400*  - HEAD     - THE NEWEST RECORD DOES NOT MATCH THE WLPACHN     *
003500*               CHAIN HEAD, SO RECORDS WERE REMOVED FROM THE END *
003600*               OF THE CHAIN;                                    *
003700*  - SIGN-OFF - THE POSITION SIGNED OFF ON THE LAST RUN NOW HAS  *
003800*               A DIFFERENT VALUE, SO THE CHAIN WAS REWORKED.    *
003900*                                                                *
004000* A RECORD ON BOTH FILES WITH THE SAME CONTENTS (A FAILED DELETE *
004100* OR A RESTART OVERLAP IN WLPARC01) IS COUNTED, NOT LISTED.      *
004200* RECORDS FROM BEFORE THE CHAIN EXISTED ARE COUNTED AS PRE-CHAIN.*
004300* WHEN OLD ARCHIVE GENERATIONS HAVE AGED OFF, THE CHAIN SIMPLY   *
004400* STARTS PART WAY ALONG; THE ORIGIN IS PRINTED.                  *
004500*                                                                *
004600* THE REPORT ENDS WITH THE CHAIN HEAD REACHED.  PUT ITS POSITION *
004700* AND VALUE ON THE NEXT RUN'S PARMIN AS THE SIGN-OFF POINT, SO   *
004800* THE NEXT RUN PROVES NOTHING UP TO THERE HAS BEEN REWORKED.     *
004900*                                                                *
005000* INPUTS:                                                        *
005100*  PARMIN  - OPTIONAL SIGN-OFF POINT FROM THE LAST RUN: CHAIN    *
005200*            POSITION IN COLUMNS 1-9, CHECK VALUE IN 10-27.      *
005300*            MISSING OR BLANK MEANS NO SIGN-OFF CHECK.           *
005400*  ARCHIN  - THE ARCHIVED AUDIT HISTORY WRITTEN BY WLPARC01,     *
005500*            EVERY GENERATION STILL KEPT, WLPAUDR LAYOUT.        *
005600*  AUDTIN  - THE WLPAUDIT KSDS, WLPAUDR LAYOUT.                  *
005700*  ACHNIN  - THE WLPACHN CHAIN HEAD KSDS, WLPACHR LAYOUT.        *
005800*                                                                *
005900* OUTPUTS:                                                       *
006000*  RPTOUT  - THE VERIFICATION REPORT.                            *
006100*                                                                *
006200* RETURN CODE 0 MEANS THE CHAIN IS UNBROKEN, 4 MEANS EXCEPTIONS  *
006300* WERE LISTED AND 12 MEANS THE RUN COULD NOT COMPLETE.           *
006400*                                                                *
006500*----------------------------------------------------------------*
006600* MODIFICATION HISTORY                                          *
006700* 2026-10-15 DEVL INITIAL VERSION.                               *
006800******************************************************************
006900 IDENTIFICATION DIVISION.
007000 PROGRAM-ID.              WLPAUD01.
007100 AUTHOR.                  DEVL.
007200 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
007300 DATE-WRITTEN.            2026-10-15.
007400 DATE-COMPILED.
007500*
007600 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
007800 SOURCE-COMPUTER.         IBM-370.
007900 OBJECT-COMPUTER.         IBM-370.
008000*
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-PARM-STATUS.
008600
008700     SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-ARCHIVE-STATUS.
009000
009100     SELECT AUDIT-FILE ASSIGN TO AUDTIN
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS SEQUENTIAL
009400         RECORD KEY IS AUDIT-IN-KEY
009500         FILE STATUS IS WS-AUDIT-STATUS.
009600
009700     SELECT CHAIN-FILE ASSIGN TO ACHNIN
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS ACHN-KEY
010100         FILE STATUS IS WS-CHAIN-STATUS.
010200
010300     SELECT SORT-FILE ASSIGN TO SORTWK.
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
011400     05 PARM-SIGNOFF-SEQ          PIC 9(09).
011500     05 PARM-SIGNOFF-VALUE        PIC 9(18).
011600     05 FILLER                    PIC X(53).
011700*
011800*    BOTH AUDIT FILES ARE THE SAME LENGTH AS WLPAUDIT-RECORD -
011900*    KEEP IN STEP WITH WLPAUDR.  EACH RECORD IS MOVED TO THE
012000*    WLPAUDR WORK AREA IN WORKING-STORAGE TO BE LOOKED AT.
012100 FD  ARCHIVE-FILE
012200     RECORDING MODE IS F.
012300 01  ARCHIVE-RECORD               PIC X(369).
012400*
012500 FD  AUDIT-FILE
012600     RECORDING MODE IS F.
012700 01  AUDIT-IN-RECORD.
012800     05 AUDIT-IN-KEY              PIC X(50).
012900     05 FILLER                    PIC X(319).
013000*
013100 FD  CHAIN-FILE
013200     RECORDING MODE IS F.
013300     COPY WLPACHR.
013400*
013500*    SORTED ON CHAIN POSITION, ARCHIVE COPY AHEAD OF LIVE COPY.
013600 SD  SORT-FILE.
013700 01  SORT-RECORD.
013800     05 SRT-CHAIN-SEQ             PIC 9(09).
013900     05 SRT-SOURCE                PIC X(01).
014000        88 SRT-FROM-ARCHIVE                   VALUE 'A'.
014100        88 SRT-FROM-LIVE                      VALUE 'L'.
014200     05 SRT-AUDIT-RECORD          PIC X(369).
014300*
014400 FD  REPORT-FILE
014500     RECORDING MODE IS F.
014600 01  REPORT-LINE                  PIC X(132).
014700*
014800 WORKING-STORAGE SECTION.
014900*
015000 77  WS-PARM-STATUS                PIC XX      VALUE '00'.
015100*    '05' IS A SUCCESSFUL OPEN OF THE OPTIONAL PARM FILE WHEN
015200*    THERE IS NONE - NO SIGN-OFF POINT TO CHECK.
015300     88 PARM-OK                               VALUES '00' '05'.
015400 77  WS-ARCHIVE-STATUS             PIC XX      VALUE '00'.
015500     88 ARCHIVE-OK                            VALUE '00'.
015600 77  WS-AUDIT-STATUS               PIC XX      VALUE '00'.
015700     88 AUDIT-OK                              VALUE '00'.
015800 77  WS-CHAIN-STATUS               PIC XX      VALUE '00'.
015900     88 CHAIN-OK                              VALUE '00'.
016000 77  WS-REPORT-STATUS              PIC XX      VALUE '00'.
016100 77  WS-ARCH-EOF-SWITCH            PIC X       VALUE 'N'.
016200     88 END-OF-ARCHIVE                        VALUE 'Y'.
016300 77  WS-AUDIT-EOF-SWITCH           PIC X       VALUE 'N'.
016400     88 END-OF-AUDIT                          VALUE 'Y'.
016500 77  WS-SORT-EOF-SWITCH            PIC X       VALUE 'N'.
016600     88 END-OF-SORT                           VALUE 'Y'.
016700 77  WS-ABORT-SWITCH               PIC X       VALUE 'N'.
016800     88 RUN-ABORTED                           VALUE 'Y'.
016900 77  WS-ARCHIVE-OPEN-SWITCH        PIC X       VALUE 'N'.
017000     88 ARCHIVE-FILE-OPEN                     VALUE 'Y'.
017100 77  WS-AUDIT-OPEN-SWITCH          PIC X       VALUE 'N'.
017200     88 AUDIT-FILE-OPEN                       VALUE 'Y'.
017300 77  WS-REPORT-OPEN-SWITCH         PIC X       VALUE 'N'.
017400     88 REPORT-FILE-OPEN                      VALUE 'Y'.
017500*
017600*    WHAT THE WALK HAS SEEN SO FAR.
017700 77  WS-STARTED-SWITCH             PIC X       VALUE 'N'.
017800     88 CHAIN-STARTED                         VALUE 'Y'.
017900 77  WS-HEAD-SWITCH                PIC X       VALUE 'N'.
018000     88 HEAD-ON-FILE                          VALUE 'Y'.
018100 77  WS-HEAD-REACHED-SWITCH        PIC X       VALUE 'N'.
018200     88 HEAD-REACHED                          VALUE 'Y'.
018300 77  WS-SIGNOFF-SWITCH             PIC X       VALUE 'N'.
018400     88 SIGNOFF-GIVEN                         VALUE 'Y'.
018500 77  WS-SIGNOFF-REACHED-SWITCH     PIC X       VALUE 'N'.
018600     88 SIGNOFF-REACHED                       VALUES 'Y' 'X'.
018700     88 SIGNOFF-DIFFERS                       VALUE 'X'.
018800 77  WS-HANDOFF-SWITCH             PIC X       VALUE 'N'.
018900     88 HANDOFF-SEEN                          VALUE 'Y'.
019000*
019100 77  WS-HEAD-SEQ                   PIC 9(09)   VALUE ZERO.
019200 77  WS-HEAD-VALUE                 PIC 9(18)   VALUE ZERO.
019300 77  WS-SIGNOFF-SEQ                PIC 9(09)   VALUE ZERO.
019400 77  WS-SIGNOFF-VALUE              PIC 9(18)   VALUE ZERO.
019500 77  WS-ORIGIN-SEQ                 PIC 9(09)   VALUE ZERO.
019600 77  WS-ORIGIN-PREV-VALUE          PIC 9(18)   VALUE ZERO.
019700 77  WS-HANDOFF-ARCH-SEQ           PIC 9(09)   VALUE ZERO.
019800 77  WS-HANDOFF-LIVE-SEQ           PIC 9(09)   VALUE ZERO.
019900 77  WS-PREV-SEQ                   PIC 9(09)   VALUE ZERO.
020000 77  WS-PREV-VALUE                 PIC 9(18)   VALUE ZERO.
020100 77  WS-PREV-SOURCE                PIC X(01)   VALUE SPACE.
020200 77  WS-PREV-RECORD                PIC X(369)  VALUE SPACES.
020300 77  WS-STORED-VALUE               PIC 9(18)   VALUE ZERO.
020400 77  WS-GAP-FIRST                  PIC 9(09)   VALUE ZERO.
020500 77  WS-GAP-LAST                   PIC 9(09)   VALUE ZERO.
020600*
020700*    THE EARLIEST CHAINED RECORD'S TIMESTAMP, FOUND WHILE THE
020800*    RECORDS ARE RELEASED TO THE SORT.  A RECORD WITH NO CHAIN
020900*    POSITION DATED BEFORE IT IS PRE-CHAIN HISTORY; ONE DATED
021000*    AT OR AFTER IT SHOULD HAVE BEEN CHAINED.
021100 77  WS-FIRST-SEQ                  PIC 9(09)   VALUE ZERO.
021200 77  WS-FIRST-STAMP                PIC X(14)   VALUE SPACES.
021300 77  WS-RECORD-STAMP               PIC X(14)   VALUE SPACES.
021400*
021500 01  WS-TOTALS.
021600     05 WS-ARCHIVE-COUNT          PIC 9(09)   VALUE ZERO.
021700     05 WS-LIVE-COUNT             PIC 9(09)   VALUE ZERO.
021800     05 WS-CHAINED-COUNT          PIC 9(09)   VALUE ZERO.
021900     05 WS-PRE-CHAIN-COUNT        PIC 9(09)   VALUE ZERO.
022000     05 WS-DUPLICATE-COUNT        PIC 9(09)   VALUE ZERO.
022100     05 WS-EXCEPTION-COUNT        PIC 9(09)   VALUE ZERO.
022200*
022300*    THE RECORD BEING LOOKED AT - WLPACHK IS CALLED ON IT.
022400     COPY WLPAUDR.
022500*
022600 01  RPT-TITLE-LINE.
022700     05 FILLER                     PIC X(10)
022800        VALUE 'WLPAUD01  '.
022900     05 FILLER                     PIC X(40)
023000        VALUE 'AUDIT TRAIL CHAIN VERIFICATION'.
023100*
023200 01  RPT-COLUMN-LINE.
023300     05 FILLER                     PIC X(11) VALUE 'EXCEPTION'.
023400     05 FILLER                     PIC X(10) VALUE 'CHAIN SEQ'.
023500     05 FILLER                     PIC X(08) VALUE 'FILE'.
023600     05 FILLER                     PIC X(51) VALUE 'AUDIT KEY'.
023700     05 FILLER                     PIC X(06) VALUE 'DETAIL'.
023800*
023900 01  RPT-EXCEPTION-LINE.
024000     05 RPT-EXC-TYPE               PIC X(10).
024100     05 FILLER                     PIC X(01) VALUE SPACE.
024200     05 RPT-EXC-SEQ                PIC ZZZZZZZZ9.
024300     05 FILLER                     PIC X(01) VALUE SPACE.
024400     05 RPT-EXC-SOURCE             PIC X(07).
024500     05 FILLER                     PIC X(01) VALUE SPACE.
024600     05 RPT-EXC-KEY                PIC X(50).
024700     05 FILLER                     PIC X(01) VALUE SPACE.
024800     05 RPT-EXC-DETAIL             PIC X(50).
024900*
025000 01  RPT-NONE-LINE                 PIC X(37)
025100     VALUE 'NO EXCEPTIONS - THE CHAIN IS UNBROKEN'.
025200*
025300 01  RPT-COUNT-LINE.
025400     05 FILLER                     PIC X(13)
025500        VALUE 'ARCHIVE READ='.
025600     05 RPT-ARCHIVE-COUNT          PIC ZZZZZZZZ9.
025700     05 FILLER                     PIC X(12) VALUE ' LIVE READ='.
025800     05 RPT-LIVE-COUNT             PIC ZZZZZZZZ9.
025900     05 FILLER                     PIC X(10) VALUE ' CHAINED='.
026000     05 RPT-CHAINED-COUNT          PIC ZZZZZZZZ9.
026100     05 FILLER                     PIC X(12) VALUE ' PRE-CHAIN='.
026200     05 RPT-PRE-CHAIN-COUNT        PIC ZZZZZZZZ9.
026300     05 FILLER                     PIC X(08) VALUE ' COPIES='.
026400     05 RPT-DUPLICATE-COUNT        PIC ZZZZZZZZ9.
026500     05 FILLER                     PIC X(12) VALUE ' EXCEPTIONS='.
026600     05 RPT-EXCEPTION-COUNT        PIC ZZZZZZZZ9.
026700*
026800 01  RPT-ORIGIN-LINE.
026900     05 FILLER                     PIC X(18)
027000        VALUE 'CHAIN ORIGIN  SEQ='.
027100     05 RPT-ORIGIN-SEQ             PIC ZZZZZZZZ9.
027200     05 FILLER                     PIC X(01) VALUE SPACE.
027300     05 RPT-ORIGIN-TEXT            PIC X(50).
027400*
027500 01  RPT-HANDOFF-LINE.
027600     05 FILLER                     PIC X(31)
027700        VALUE 'ARCHIVE TO LIVE HAND-OFF  SEQ='.
027800     05 RPT-HANDOFF-ARCH-SEQ       PIC ZZZZZZZZ9.
027900     05 FILLER                     PIC X(04) VALUE ' TO '.
028000     05 RPT-HANDOFF-LIVE-SEQ       PIC ZZZZZZZZ9.
028100*
028200 01  RPT-HEAD-LINE.
028300     05 FILLER                     PIC X(18)
028400        VALUE 'CHAIN HEAD    SEQ='.
028500     05 RPT-HEAD-SEQ               PIC ZZZZZZZZ9.
028600     05 FILLER                     PIC X(07) VALUE ' VALUE='.
028700     05 RPT-HEAD-VALUE             PIC 9(18).
028800     05 FILLER                     PIC X(32)
028900        VALUE '  - SIGN-OFF POINT FOR NEXT RUN'.
029000*
029100 01  RPT-SIGNOFF-LINE.
029200     05 FILLER                     PIC X(18)
029300        VALUE 'SIGN-OFF      SEQ='.
029400     05 RPT-SIGNOFF-SEQ            PIC ZZZZZZZZ9.
029500     05 FILLER                     PIC X(01) VALUE SPACE.
029600     05 RPT-SIGNOFF-TEXT           PIC X(50).
029700*
029800 PROCEDURE DIVISION.
029900*
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030200     IF NOT RUN-ABORTED
030300         SORT SORT-FILE
030400             ON ASCENDING KEY SRT-CHAIN-SEQ SRT-SOURCE
030500             WITH DUPLICATES IN ORDER
030600             INPUT PROCEDURE IS 2000-RELEASE-ALL
030700                 THRU 2000-EXIT
030800             OUTPUT PROCEDURE IS 3000-VERIFY-ALL
030900                 THRU 3000-EXIT
031000         IF SORT-RETURN NOT = ZERO
031100             DISPLAY 'WLPAUD01 - SORT FAILED, SORT-RETURN='
031200                 SORT-RETURN
031300             SET RUN-ABORTED TO TRUE
031400         END-IF
031500     END-IF
031600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031800     GOBACK.
031900*
032000*----------------------------------------------------------------*
032100* 1000-INITIALIZE - OPEN THE FILES, PICK UP THE SIGN-OFF POINT   *
032200* AND THE CHAIN HEAD                                             *
032300*----------------------------------------------------------------*
032400 1000-INITIALIZE.
032500     OPEN OUTPUT REPORT-FILE.
032600     IF WS-REPORT-STATUS NOT = '00'
032700         DISPLAY 'WLPAUD01 - REPORT FILE OPEN FAILED, STATUS='
032800             WS-REPORT-STATUS
032900         SET RUN-ABORTED TO TRUE
033000         GO TO 1000-EXIT
033100     END-IF
033200     SET REPORT-FILE-OPEN TO TRUE
033300     MOVE RPT-TITLE-LINE TO REPORT-LINE
033400     WRITE REPORT-LINE
033500     MOVE RPT-COLUMN-LINE TO REPORT-LINE
033600     WRITE REPORT-LINE
033700
033800     PERFORM 1100-READ-PARM THRU 1100-EXIT
033900     IF RUN-ABORTED
034000         GO TO 1000-EXIT
034100     END-IF
034200
034300     PERFORM 1200-READ-CHAIN-HEAD THRU 1200-EXIT
034400     IF RUN-ABORTED
034500         GO TO 1000-EXIT
034600     END-IF
034700
034800     OPEN INPUT ARCHIVE-FILE.
034900     IF NOT ARCHIVE-OK
035000         DISPLAY 'WLPAUD01 - ARCHIVE FILE OPEN FAILED, STATUS='
035100             WS-ARCHIVE-STATUS
035200         SET RUN-ABORTED TO TRUE
035300         GO TO 1000-EXIT
035400     END-IF
035500     SET ARCHIVE-FILE-OPEN TO TRUE
035600
035700     OPEN INPUT AUDIT-FILE.
035800     IF NOT AUDIT-OK
035900         DISPLAY 'WLPAUD01 - AUDIT FILE OPEN FAILED, STATUS='
036000             WS-AUDIT-STATUS
036100         SET RUN-ABORTED TO TRUE
036200         GO TO 1000-EXIT
036300     END-IF
036400     SET AUDIT-FILE-OPEN TO TRUE.
036500 1000-EXIT.
036600     EXIT.
036700*
036800*----------------------------------------------------------------*
036900* 1100-READ-PARM - THE SIGN-OFF POINT CARRIED FORWARD FROM THE   *
037000* LAST RUN'S REPORT.  NO FILE, AN EMPTY ONE OR A BLANK RECORD    *
037100* MEANS THERE IS NONE.                                           *
037200*----------------------------------------------------------------*
037300 1100-READ-PARM.
037400     OPEN INPUT PARM-FILE.
037500     IF NOT PARM-OK
037600         DISPLAY 'WLPAUD01 - PARM FILE OPEN FAILED, STATUS='
037700             WS-PARM-STATUS
037800         SET RUN-ABORTED TO TRUE
037900         GO TO 1100-EXIT
038000     END-IF
038100     READ PARM-FILE
038200         AT END
038300             MOVE SPACES TO PARM-RECORD
038400     END-READ
038500     IF PARM-RECORD NOT = SPACES
038600         IF PARM-SIGNOFF-SEQ IS NUMERIC
038700          AND PARM-SIGNOFF-SEQ > ZERO
038800          AND PARM-SIGNOFF-VALUE IS NUMERIC
038900             SET SIGNOFF-GIVEN TO TRUE
039000             MOVE PARM-SIGNOFF-SEQ   TO WS-SIGNOFF-SEQ
039100             MOVE PARM-SIGNOFF-VALUE TO WS-SIGNOFF-VALUE
039200         ELSE
039300             DISPLAY 'WLPAUD01 - INVALID SIGN-OFF PARM: '
039400                 PARM-RECORD(1:27)
039500             SET RUN-ABORTED TO TRUE
039600         END-IF
039700     END-IF
039800     CLOSE PARM-FILE.
039900 1100-EXIT.
040000     EXIT.
040100*
040200*----------------------------------------------------------------*
040300* 1200-READ-CHAIN-HEAD - THE POSITION AND VALUE THE ONLINE       *
040400* WRITERS LAST HANDED OUT.  READ BEFORE THE AUDIT FILE SO A      *
040500* RECORD WRITTEN DURING THE RUN CAN ONLY LIE BEYOND IT.          *
040600*----------------------------------------------------------------*
040700 1200-READ-CHAIN-HEAD.
040800     OPEN INPUT CHAIN-FILE.
040900     IF NOT CHAIN-OK
041000         DISPLAY 'WLPAUD01 - CHAIN HEAD FILE OPEN FAILED, STATUS='
041100             WS-CHAIN-STATUS
041200         SET RUN-ABORTED TO TRUE
041300         GO TO 1200-EXIT
041400     END-IF
041500     MOVE 'WLPAUDIT' TO ACHN-KEY
041600     READ CHAIN-FILE
041700         INVALID KEY
041800             CONTINUE
041900     END-READ
042000     IF CHAIN-OK
042100         SET HEAD-ON-FILE TO TRUE
042200         MOVE ACHN-LAST-SEQ   TO WS-HEAD-SEQ
042300         MOVE ACHN-LAST-VALUE TO WS-HEAD-VALUE
042400     END-IF
042500     CLOSE CHAIN-FILE.
042600 1200-EXIT.
042700     EXIT.
042800*
042900*----------------------------------------------------------------*
043000* 2000-RELEASE-ALL - SORT INPUT: THE WHOLE ARCHIVE, THEN THE     *
043100* WHOLE LIVE FILE                                                *
043200*----------------------------------------------------------------*
043300 2000-RELEASE-ALL.
043400     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
043500     PERFORM 2200-RELEASE-ARCHIVE THRU 2200-EXIT
043600         UNTIL END-OF-ARCHIVE
043700     PERFORM 2300-READ-AUDIT THRU 2300-EXIT
043800     PERFORM 2400-RELEASE-AUDIT THRU 2400-EXIT
043900         UNTIL END-OF-AUDIT.
044000 2000-EXIT.
044100     EXIT.
044200*
044300 2100-READ-ARCHIVE.
044400     READ ARCHIVE-FILE
044500         AT END
044600             SET END-OF-ARCHIVE TO TRUE
044700     END-READ
044800     IF NOT END-OF-ARCHIVE AND NOT ARCHIVE-OK
044900         DISPLAY 'WLPAUD01 - ARCHIVE READ FAILED, STATUS='
045000             WS-ARCHIVE-STATUS
045100         SET RUN-ABORTED TO TRUE
045200         SET END-OF-ARCHIVE TO TRUE
045300     END-IF.
045400 2100-EXIT.
045500     EXIT.
045600*
045700 2200-RELEASE-ARCHIVE.
045800     ADD 1 TO WS-ARCHIVE-COUNT
045900     MOVE ARCHIVE-RECORD TO WLPAUDIT-RECORD
046000     MOVE 'A' TO SRT-SOURCE
046100     PERFORM 2500-RELEASE-ONE THRU 2500-EXIT
046200     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
046300 2200-EXIT.
046400     EXIT.
046500*
046600 2300-READ-AUDIT.
046700     READ AUDIT-FILE
046800         AT END
046900             SET END-OF-AUDIT TO TRUE
047000     END-READ
047100     IF NOT END-OF-AUDIT AND NOT AUDIT-OK
047200         DISPLAY 'WLPAUD01 - AUDIT READ FAILED, STATUS='
047300             WS-AUDIT-STATUS
047400         SET RUN-ABORTED TO TRUE
047500         SET END-OF-AUDIT TO TRUE
047600     END-IF.
047700 2300-EXIT.
047800     EXIT.
047900*
048000 2400-RELEASE-AUDIT.
048100     ADD 1 TO WS-LIVE-COUNT
048200     MOVE AUDIT-IN-RECORD TO WLPAUDIT-RECORD
048300     MOVE 'L' TO SRT-SOURCE
048400     PERFORM 2500-RELEASE-ONE THRU 2500-EXIT
048500     PERFORM 2300-READ-AUDIT THRU 2300-EXIT.
048600 2400-EXIT.
048700     EXIT.
048800*
048900*----------------------------------------------------------------*
049000* 2500-RELEASE-ONE - A RECORD WITH NO NUMERIC POSITION (WRITTEN  *
049100* BEFORE THE CHAIN FIELDS EXISTED, WHEN THEY CAN HOLD            *
049200* LOW-VALUES) SORTS AS POSITION ZERO WITH THE UNCHAINED ONES.    *
049300*----------------------------------------------------------------*
049400 2500-RELEASE-ONE.
049500     IF AUDIT-CHAIN-SEQ IS NUMERIC
049600         MOVE AUDIT-CHAIN-SEQ TO SRT-CHAIN-SEQ
049700     ELSE
049800         MOVE ZERO TO SRT-CHAIN-SEQ
049900     END-IF
050000     IF SRT-CHAIN-SEQ > ZERO
050100         IF WS-FIRST-SEQ = ZERO
050200          OR SRT-CHAIN-SEQ < WS-FIRST-SEQ
050300             MOVE SRT-CHAIN-SEQ TO WS-FIRST-SEQ
050400             PERFORM 5000-AUDIT-KEY-TO-STAMP THRU 5000-EXIT
050500             MOVE WS-RECORD-STAMP TO WS-FIRST-STAMP
050600         END-IF
050700     END-IF
050800     MOVE WLPAUDIT-RECORD TO SRT-AUDIT-RECORD
050900     RELEASE SORT-RECORD.
051000 2500-EXIT.
051100     EXIT.
051200*
051300*----------------------------------------------------------------*
051400* 3000-VERIFY-ALL - SORT OUTPUT: WALK THE CHAIN IN POSITION      *
051500* ORDER, THEN CHECK HOW IT ENDS                                  *
051600*----------------------------------------------------------------*
051700 3000-VERIFY-ALL.
051800     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
051900     PERFORM 3200-VERIFY-ONE THRU 3200-EXIT
052000         UNTIL END-OF-SORT
052100     PERFORM 3900-CHECK-CHAIN-END THRU 3900-EXIT.
052200 3000-EXIT.
052300     EXIT.
052400*
052500 3100-RETURN-ONE.
052600     RETURN SORT-FILE
052700         AT END
052800             SET END-OF-SORT TO TRUE
052900     END-RETURN
053000     IF NOT END-OF-SORT
053100         MOVE SRT-AUDIT-RECORD TO WLPAUDIT-RECORD
053200     END-IF.
053300 3100-EXIT.
053400     EXIT.
053500*
053600*----------------------------------------------------------------*
053700* 3200-VERIFY-ONE - CHECK ONE RECORD'S OWN VALUE AND ITS LINK TO *
053800* THE POSITION BEFORE IT                                         *
053900*----------------------------------------------------------------*
054000 3200-VERIFY-ONE.
054100     IF SRT-CHAIN-SEQ = ZERO
054200         PERFORM 3300-UNCHAINED THRU 3300-EXIT
054300         GO TO 3200-NEXT
054400     END-IF
054500     IF CHAIN-STARTED
054600      AND SRT-CHAIN-SEQ = WS-PREV-SEQ
054700         PERFORM 3400-SAME-POSITION THRU 3400-EXIT
054800         GO TO 3200-NEXT
054900     END-IF
055000
055100     ADD 1 TO WS-CHAINED-COUNT
055200     PERFORM 3500-CHECK-VALUE THRU 3500-EXIT
055300
055400     IF NOT CHAIN-STARTED
055500         SET CHAIN-STARTED TO TRUE
055600         MOVE SRT-CHAIN-SEQ          TO WS-ORIGIN-SEQ
055700         MOVE AUDIT-CHAIN-PREV-VALUE TO WS-ORIGIN-PREV-VALUE
055800         GO TO 3200-LINKED
055900     END-IF
056000
056100     IF SRT-CHAIN-SEQ > WS-PREV-SEQ + 1
056200         COMPUTE WS-GAP-FIRST = WS-PREV-SEQ + 1
056300         COMPUTE WS-GAP-LAST  = SRT-CHAIN-SEQ - 1
056400         MOVE 'GAP' TO RPT-EXC-TYPE
056500         MOVE SPACES TO RPT-EXC-DETAIL
056600         STRING 'POSITIONS ' WS-GAP-FIRST ' THRU ' WS-GAP-LAST
056700             ' MISSING' DELIMITED BY SIZE
056800             INTO RPT-EXC-DETAIL
056900         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
057000         GO TO 3200-LINKED
057100     END-IF
057200
057300     IF AUDIT-CHAIN-PREV-VALUE NOT = WS-PREV-VALUE
057400         MOVE 'LINK' TO RPT-EXC-TYPE
057500         MOVE SPACES TO RPT-EXC-DETAIL
057600         STRING 'PREVIOUS VALUE DOES NOT MATCH POSITION '
057700             WS-PREV-SEQ DELIMITED BY SIZE
057800             INTO RPT-EXC-DETAIL
057900         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
058000     END-IF.
058100 3200-LINKED.
058200     PERFORM 3800-CHECK-KNOWN-POINTS THRU 3800-EXIT
058300     MOVE SRT-CHAIN-SEQ    TO WS-PREV-SEQ
058400     MOVE WS-STORED-VALUE  TO WS-PREV-VALUE
058500     MOVE SRT-SOURCE       TO WS-PREV-SOURCE
058600     MOVE SRT-AUDIT-RECORD TO WS-PREV-RECORD.
058700 3200-NEXT.
058800     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
058900 3200-EXIT.
059000     EXIT.
059100*
059200*----------------------------------------------------------------*
059300* 3300-UNCHAINED - NO CHAIN POSITION.  BEFORE THE FIRST CHAINED  *
059400* RECORD IT IS PRE-CHAIN HISTORY; AFTER IT, IT SHOULD NOT EXIST. *
059500*----------------------------------------------------------------*
059600 3300-UNCHAINED.
059700     PERFORM 5000-AUDIT-KEY-TO-STAMP THRU 5000-EXIT
059800     IF WS-FIRST-SEQ = ZERO
059900      OR WS-RECORD-STAMP < WS-FIRST-STAMP
060000         ADD 1 TO WS-PRE-CHAIN-COUNT
060100         GO TO 3300-EXIT
060200     END-IF
060300     MOVE 'UNCHAINED' TO RPT-EXC-TYPE
060400     MOVE 'NO CHAIN POSITION, DATED AFTER THE CHAIN BEGAN'
060500         TO RPT-EXC-DETAIL
060600     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
060700 3300-EXIT.
060800     EXIT.
060900*
061000*----------------------------------------------------------------*
061100* 3400-SAME-POSITION - A SECOND RECORD AT THE POSITION JUST      *
061200* WALKED.  AN EXACT COPY IS WLPARC01 LEAVING A RECORD ON BOTH    *
061300* FILES; ANYTHING ELSE IS A RECORD THAT SHOULD NOT BE THERE.     *
061400*----------------------------------------------------------------*
061500 3400-SAME-POSITION.
061600     IF SRT-AUDIT-RECORD = WS-PREV-RECORD
061700         ADD 1 TO WS-DUPLICATE-COUNT
061800         GO TO 3400-EXIT
061900     END-IF
062000     MOVE 'DUPLICATE' TO RPT-EXC-TYPE
062100     MOVE 'A DIFFERENT RECORD ALREADY HOLDS THIS POSITION'
062200         TO RPT-EXC-DETAIL
062300     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
062400 3400-EXIT.
062500     EXIT.
062600*
062700*----------------------------------------------------------------*
062800* 3500-CHECK-VALUE - WORK THE CHECK VALUE OUT AGAIN AND COMPARE  *
062900* IT WITH THE ONE STORED.  THE STORED VALUE IS PUT BACK AFTER,   *
063000* AS IT IS WHAT THE NEXT RECORD WAS CHAINED TO.                  *
063100*----------------------------------------------------------------*
063200 3500-CHECK-VALUE.
063300     IF AUDIT-CHAIN-PREV-VALUE IS NOT NUMERIC
063400      OR AUDIT-CHAIN-VALUE IS NOT NUMERIC
063500         MOVE ZERO TO AUDIT-CHAIN-PREV-VALUE
063600         MOVE ZERO TO WS-STORED-VALUE
063700         MOVE 'ALTERED' TO RPT-EXC-TYPE
063800         MOVE 'CHAIN VALUES ARE NOT NUMERIC' TO RPT-EXC-DETAIL
063900         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
064000         GO TO 3500-EXIT
064100     END-IF
064200     MOVE AUDIT-CHAIN-VALUE TO WS-STORED-VALUE
064300     CALL 'WLPACHK' USING WLPAUDIT-RECORD
064400     IF AUDIT-CHAIN-VALUE NOT = WS-STORED-VALUE
064500         MOVE WS-STORED-VALUE TO AUDIT-CHAIN-VALUE
064600         MOVE 'ALTERED' TO RPT-EXC-TYPE
064700         MOVE 'STORED CHECK VALUE DOES NOT MATCH THE RECORD'
064800             TO RPT-EXC-DETAIL
064900         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
065000     END-IF.
065100 3500-EXIT.
065200     EXIT.
065300*
065400*----------------------------------------------------------------*
065500* 3800-CHECK-KNOWN-POINTS - THE FIRST STEP FROM AN ARCHIVED      *
065600* RECORD TO A LIVE ONE IS WHERE WLPARC01 SPLIT THE FILES; THE    *
065700* WLPACHN HEAD AND THE SIGN-OFF POINT MUST HOLD THE VALUE THE    *
065800* RECORD AT THEIR POSITION CARRIES.                              *
065900*----------------------------------------------------------------*
066000 3800-CHECK-KNOWN-POINTS.
066100     IF SRT-FROM-LIVE
066200      AND WS-PREV-SOURCE = 'A'
066300      AND NOT HANDOFF-SEEN
066400         SET HANDOFF-SEEN TO TRUE
066500         MOVE WS-PREV-SEQ   TO WS-HANDOFF-ARCH-SEQ
066600         MOVE SRT-CHAIN-SEQ TO WS-HANDOFF-LIVE-SEQ
066700     END-IF
066800
066900     IF HEAD-ON-FILE
067000      AND SRT-CHAIN-SEQ = WS-HEAD-SEQ
067100         SET HEAD-REACHED TO TRUE
067200         IF WS-STORED-VALUE NOT = WS-HEAD-VALUE
067300             MOVE 'HEAD' TO RPT-EXC-TYPE
067400             MOVE 'VALUE DIFFERS FROM THE WLPACHN CHAIN HEAD'
067500                 TO RPT-EXC-DETAIL
067600             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
067700         END-IF
067800     END-IF
067900
068000     IF SIGNOFF-GIVEN
068100      AND SRT-CHAIN-SEQ = WS-SIGNOFF-SEQ
068200         SET SIGNOFF-REACHED TO TRUE
068300         IF WS-STORED-VALUE NOT = WS-SIGNOFF-VALUE
068400             SET SIGNOFF-DIFFERS TO TRUE
068500             MOVE 'SIGN-OFF' TO RPT-EXC-TYPE
068600             MOVE 'VALUE DIFFERS FROM THE LAST SIGN-OFF'
068700                 TO RPT-EXC-DETAIL
068800             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
068900         END-IF
069000     END-IF.
069100 3800-EXIT.
069200     EXIT.
069300*
069400*----------------------------------------------------------------*
069500* 3900-CHECK-CHAIN-END - A HEAD POSITION BEYOND THE LAST RECORD  *
069600* MEANS RECORDS WERE TAKEN OFF THE END, WHICH NO LINK CAN SHOW.  *
069700* RECORDS WRITTEN DURING THE RUN LIE BEYOND THE HEAD AND ARE     *
069800* FINE.  A SIGN-OFF POSITION BEYOND THE LAST RECORD IS THE SAME. *
069900*----------------------------------------------------------------*
070000 3900-CHECK-CHAIN-END.
070100     MOVE ZERO   TO RPT-EXC-SEQ
070200     MOVE SPACES TO RPT-EXC-SOURCE
070300     MOVE SPACES TO RPT-EXC-KEY
070400     IF NOT HEAD-ON-FILE
070500         IF CHAIN-STARTED
070600             MOVE 'HEAD' TO RPT-EXC-TYPE
070700             MOVE 'NO CHAIN HEAD RECORD ON WLPACHN'
070800                 TO RPT-EXC-DETAIL
070900             PERFORM 7100-PRINT-LINE THRU 7100-EXIT
071000         END-IF
071100     ELSE
071200         IF NOT HEAD-REACHED
071300          AND WS-HEAD-SEQ > WS-PREV-SEQ
071400             COMPUTE WS-GAP-FIRST = WS-PREV-SEQ + 1
071500             MOVE WS-HEAD-SEQ TO RPT-EXC-SEQ
071600             MOVE 'HEAD' TO RPT-EXC-TYPE
071700             MOVE SPACES TO RPT-EXC-DETAIL
071800             STRING 'POSITIONS ' WS-GAP-FIRST ' THRU HEAD MISSING'
071900                 DELIMITED BY SIZE
072000                 INTO RPT-EXC-DETAIL
072100             PERFORM 7100-PRINT-LINE THRU 7100-EXIT
072200         END-IF
072300     END-IF
072400
072500     IF SIGNOFF-GIVEN
072600      AND NOT SIGNOFF-REACHED
072700      AND WS-SIGNOFF-SEQ > WS-PREV-SEQ
072800         MOVE WS-SIGNOFF-SEQ TO RPT-EXC-SEQ
072900         MOVE 'SIGN-OFF' TO RPT-EXC-TYPE
073000         MOVE 'POSITION IS BEYOND THE END OF THE CHAIN'
073100             TO RPT-EXC-DETAIL
073200         PERFORM 7100-PRINT-LINE THRU 7100-EXIT
073300     END-IF.
073400 3900-EXIT.
073500     EXIT.
073600*
073700*----------------------------------------------------------------*
073800* 5000-AUDIT-KEY-TO-STAMP - MM/DD/YYYY AND HH:MM:SS KEY FIELDS   *
073900* TO YYYYMMDDHHMMSS SO TWO RECORDS COMPARE IN TIME ORDER.  A KEY *
074000* THAT WILL NOT PARSE SORTS LAST, SO IT IS NEVER TAKEN FOR       *
074100* PRE-CHAIN HISTORY.                                             *
074200*----------------------------------------------------------------*
074300 5000-AUDIT-KEY-TO-STAMP.
074400     IF AUDIT-KEY-DATE(1:2) IS NUMERIC
074500      AND AUDIT-KEY-DATE(4:2) IS NUMERIC
074600      AND AUDIT-KEY-DATE(7:4) IS NUMERIC
074700      AND AUDIT-KEY-TIME(1:2) IS NUMERIC
074800      AND AUDIT-KEY-TIME(4:2) IS NUMERIC
074900      AND AUDIT-KEY-TIME(7:2) IS NUMERIC
075000         MOVE AUDIT-KEY-DATE(7:4) TO WS-RECORD-STAMP(1:4)
075100         MOVE AUDIT-KEY-DATE(1:2) TO WS-RECORD-STAMP(5:2)
075200         MOVE AUDIT-KEY-DATE(4:2) TO WS-RECORD-STAMP(7:2)
075300         MOVE AUDIT-KEY-TIME(1:2) TO WS-RECORD-STAMP(9:2)
075400         MOVE AUDIT-KEY-TIME(4:2) TO WS-RECORD-STAMP(11:2)
075500         MOVE AUDIT-KEY-TIME(7:2) TO WS-RECORD-STAMP(13:2)
075600     ELSE
075700         MOVE HIGH-VALUES TO WS-RECORD-STAMP
075800     END-IF.
075900 5000-EXIT.
076000     EXIT.
076100*
076200*----------------------------------------------------------------*
076300* 7000-PRINT-EXCEPTION - ONE EXCEPTION LINE FOR THE RECORD IN    *
076400* HAND; RPT-EXC-TYPE AND RPT-EXC-DETAIL ARE ALREADY SET          *
076500*----------------------------------------------------------------*
076600 7000-PRINT-EXCEPTION.
076700     MOVE SRT-CHAIN-SEQ TO RPT-EXC-SEQ
076800     IF SRT-FROM-ARCHIVE
076900         MOVE 'ARCHIVE' TO RPT-EXC-SOURCE
077000     ELSE
077100         MOVE 'LIVE'    TO RPT-EXC-SOURCE
077200     END-IF
077300     MOVE AUDIT-KEY TO RPT-EXC-KEY
077400     PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
077500 7000-EXIT.
077600     EXIT.
077700*
077800 7100-PRINT-LINE.
077900     ADD 1 TO WS-EXCEPTION-COUNT
078000     MOVE RPT-EXCEPTION-LINE TO REPORT-LINE
078100     WRITE REPORT-LINE.
078200 7100-EXIT.
078300     EXIT.
078400*
078500*----------------------------------------------------------------*
078600* 8000-PRINT-TOTALS - THE COUNTS, WHERE THE CHAIN STARTS, WHERE  *
078700* THE ARCHIVE HANDS OVER TO THE LIVE FILE, AND THE HEAD REACHED  *
078800*----------------------------------------------------------------*
078900 8000-PRINT-TOTALS.
079000     IF NOT REPORT-FILE-OPEN
079100         GO TO 8000-EXIT
079200     END-IF
079300     IF RUN-ABORTED
079400         MOVE 'RUN DID NOT COMPLETE - CHAIN NOT VERIFIED'
079500             TO REPORT-LINE
079600         WRITE REPORT-LINE
079700         GO TO 8000-EXIT
079800     END-IF
079900     IF WS-EXCEPTION-COUNT = ZERO
080000         MOVE RPT-NONE-LINE TO REPORT-LINE
080100         WRITE REPORT-LINE
080200     END-IF
080300
080400     MOVE WS-ARCHIVE-COUNT   TO RPT-ARCHIVE-COUNT
080500     MOVE WS-LIVE-COUNT      TO RPT-LIVE-COUNT
080600     MOVE WS-CHAINED-COUNT   TO RPT-CHAINED-COUNT
080700     MOVE WS-PRE-CHAIN-COUNT TO RPT-PRE-CHAIN-COUNT
080800     MOVE WS-DUPLICATE-COUNT TO RPT-DUPLICATE-COUNT
080900     MOVE WS-EXCEPTION-COUNT TO RPT-EXCEPTION-COUNT
081000     MOVE RPT-COUNT-LINE TO REPORT-LINE
081100     WRITE REPORT-LINE
081200
081300     IF NOT CHAIN-STARTED
081400         MOVE 'NO CHAINED RECORDS ON EITHER FILE' TO REPORT-LINE
081500         WRITE REPORT-LINE
081600         GO TO 8000-EXIT
081700     END-IF
081800
081900     MOVE WS-ORIGIN-SEQ TO RPT-ORIGIN-SEQ
082000     IF WS-ORIGIN-SEQ = 1
082100      AND WS-ORIGIN-PREV-VALUE = ZERO
082200         MOVE 'THE FIRST RECORD EVER CHAINED' TO RPT-ORIGIN-TEXT
082300     ELSE
082400         MOVE 'EARLIER POSITIONS ARE NO LONGER ON EITHER FILE'
082500             TO RPT-ORIGIN-TEXT
082600     END-IF
082700     MOVE RPT-ORIGIN-LINE TO REPORT-LINE
082800     WRITE REPORT-LINE
082900
083000     IF HANDOFF-SEEN
083100         MOVE WS-HANDOFF-ARCH-SEQ TO RPT-HANDOFF-ARCH-SEQ
083200         MOVE WS-HANDOFF-LIVE-SEQ TO RPT-HANDOFF-LIVE-SEQ
083300         MOVE RPT-HANDOFF-LINE TO REPORT-LINE
083400         WRITE REPORT-LINE
083500     END-IF
083600
083700     IF SIGNOFF-GIVEN
083800         MOVE WS-SIGNOFF-SEQ TO RPT-SIGNOFF-SEQ
083900         IF SIGNOFF-DIFFERS
084000             MOVE 'VALUE DIFFERS - SEE EXCEPTIONS'
084100                 TO RPT-SIGNOFF-TEXT
084200         ELSE
084300             IF SIGNOFF-REACHED
084400                 MOVE 'CHECKED AGAINST THE LAST RUN'
084500                     TO RPT-SIGNOFF-TEXT
084600             ELSE
084700                 IF WS-SIGNOFF-SEQ < WS-ORIGIN-SEQ
084800                     MOVE 'AGED OFF THE ARCHIVE'
084900                         TO RPT-SIGNOFF-TEXT
085000                 ELSE
085100                     MOVE 'NOT FOUND - SEE EXCEPTIONS'
085200                         TO RPT-SIGNOFF-TEXT
085300                 END-IF
085400             END-IF
085500         END-IF
085600         MOVE RPT-SIGNOFF-LINE TO REPORT-LINE
085700         WRITE REPORT-LINE
085800     END-IF
085900
086000     MOVE WS-PREV-SEQ   TO RPT-HEAD-SEQ
086100     MOVE WS-PREV-VALUE TO RPT-HEAD-VALUE
086200     MOVE RPT-HEAD-LINE TO REPORT-LINE
086300     WRITE REPORT-LINE.
086400 8000-EXIT.
086500     EXIT.
086600*
086700*----------------------------------------------------------------*
086800* 9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE       *
086900*----------------------------------------------------------------*
087000 9000-TERMINATE.
087100     IF ARCHIVE-FILE-OPEN
087200         CLOSE ARCHIVE-FILE
087300     END-IF
087400     IF AUDIT-FILE-OPEN
087500         CLOSE AUDIT-FILE
087600     END-IF
087700     IF REPORT-FILE-OPEN
087800         CLOSE REPORT-FILE
087900     END-IF
088000
088100     IF RUN-ABORTED
088200         MOVE 12 TO RETURN-CODE
088300     ELSE
088400         IF WS-EXCEPTION-COUNT = ZERO
088500             MOVE ZERO TO RETURN-CODE
088600         ELSE
088700             MOVE 4 TO RETURN-CODE
088800         END-IF
088900     END-IF.
089000 9000-EXIT.
089100     EXIT.
