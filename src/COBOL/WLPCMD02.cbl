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
001100* MODULE NAME  WLPCMD02.CBL                                     *
001200*                                                                *
001300* LIBERTY ENDPOINT STATUS EXTRACT FOR THE ENTERPRISE CMDB        *
001400*                                                                *
001500* THE OTHER DIRECTION FROM WLPCMD01: EVERY REGISTERED ENDPOINT   *
001600* ON WLPENDPT WITH ITS CURRENT WLPSTATE STATUS, IN THE CSV       *
001700* LAYOUT THE CMDB INBOUND INTERFACE TAKES, SO THE CMDB CAN SHOW  *
001800* WHETHER AN ENDPOINT IS SERVING OR PAUSED AND WHO DID IT LAST.  *
001900*                                                                *
002000* THE FIRST LINE NAMES THE COLUMNS:                              *
002100*  ENDPOINT,DESCRIPTION,REGION,STANDBY_REGION,STALE_MAX_MIN,     *
002200*  STATUS,STATUS_DATE,STATUS_TIME,TRIGGER,USERID,CHANGE_NUMBER   *
002300* ENDPOINT AND DESCRIPTION ARE QUOTED (A DOUBLE QUOTE INSIDE ONE *
002400* IS SENT AS A SINGLE QUOTE); TRAILING SPACES ARE DROPPED.       *
002500* STATUS IS PAUSED OR SERVING - AN ENDPOINT WITH NO STATE RECORD *
002600* HAS NEVER BEEN PAUSED AND IS SERVING WITH AN EMPTY STATUS      *
002700* DATE.  STATUS_DATE IS YYYY-MM-DD.                              *
002800*                                                                *
002900* INPUTS:                                                        *
003000*  ENDPTIN - THE WLPENDPT REGISTRY KSDS, WLPENDR LAYOUT.         *
003100*  STATEIN - THE WLPSTATE KSDS, WLPSTAR LAYOUT.                  *
003200*                                                                *
003300* OUTPUTS:                                                       *
003400*  CSVOUT  - THE CSV FILE, VARIABLE-LENGTH LINES.                *
003500*                                                                *
003600* RETURN CODE 0 MEANS THE EXTRACT IS COMPLETE AND 12 MEANS IT    *
003700* IS NOT AND MUST NOT BE SENT.                                   *
003800*                                                                *
003900*----------------------------------------------------------------*
004000* MODIFICATION HISTORY                                          *
004100* 2026-10-15 DEVL INITIAL VERSION.                               *
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.              WLPCMD02.
004500 AUTHOR.                  DEVL.
004600 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
004700 DATE-WRITTEN.            2026-10-15.
004800 DATE-COMPILED.
004900*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.         IBM-370.
005300 OBJECT-COMPUTER.         IBM-370.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ENDPT-FILE ASSIGN TO ENDPTIN
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS ENDPT-ID
006100         FILE STATUS IS WS-ENDPT-STATUS.
006200
006300     SELECT STATE-FILE ASSIGN TO STATEIN
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS STATE-ENDPOINT-ID
006700         FILE STATUS IS WS-STATE-STATUS.
006800
006900     SELECT CSV-FILE ASSIGN TO CSVOUT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-CSV-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  ENDPT-FILE
007600     RECORDING MODE IS F.
007700     COPY WLPENDR.
007800*
007900 FD  STATE-FILE
008000     RECORDING MODE IS F.
008100     COPY WLPSTAR.
008200*
008300 FD  CSV-FILE
008400     RECORDING MODE IS V
008500     RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
008600         DEPENDING ON WS-CSV-LENGTH.
008700 01  CSV-RECORD                   PIC X(400).
008800*
008900 WORKING-STORAGE SECTION.
009000*
009100 77  WS-ENDPT-STATUS               PIC XX      VALUE '00'.
009200     88 ENDPT-OK                              VALUE '00'.
009300 77  WS-STATE-STATUS               PIC XX      VALUE '00'.
009400     88 STATE-OK                              VALUE '00'.
009500     88 STATE-NOT-FOUND                       VALUE '23'.
009600 77  WS-CSV-STATUS                 PIC XX      VALUE '00'.
009700     88 CSV-OK                                VALUE '00'.
009800 77  WS-EOF-SWITCH                 PIC X       VALUE 'N'.
009900     88 END-OF-FILE                           VALUE 'Y'.
010000 77  WS-ABORT-SWITCH               PIC X       VALUE 'N'.
010100     88 RUN-ABORTED                           VALUE 'Y'.
010200 77  WS-ENDPT-OPEN-SWITCH          PIC X       VALUE 'N'.
010300     88 ENDPT-FILE-OPEN                       VALUE 'Y'.
010400 77  WS-STATE-OPEN-SWITCH          PIC X       VALUE 'N'.
010500     88 STATE-FILE-OPEN                       VALUE 'Y'.
010600 77  WS-CSV-OPEN-SWITCH            PIC X       VALUE 'N'.
010700     88 CSV-FILE-OPEN                         VALUE 'Y'.
010800 77  WS-QUOTE-SWITCH               PIC X       VALUE 'N'.
010900     88 FIELD-IS-QUOTED                       VALUE 'Y'.
011000 77  WS-END-SWITCH                 PIC X       VALUE 'N'.
011100     88 FIELD-END-FOUND                       VALUE 'Y'.
011200*
011300 77  WS-EXTRACT-COUNT              PIC 9(07)   COMP VALUE ZERO.
011400 77  WS-PAUSED-COUNT               PIC 9(07)   COMP VALUE ZERO.
011500 77  WS-CSV-LENGTH                 PIC 9(04)   COMP VALUE ZERO.
011600 77  WS-CSV-PTR                    PIC 9(04)   COMP VALUE ZERO.
011700 77  WS-FIELD-LEN                  PIC 9(04)   COMP VALUE ZERO.
011800 77  WS-FIELD-COUNT                PIC 9(02)   COMP VALUE ZERO.
011900 77  WS-FIELD                      PIC X(128)  VALUE SPACES.
012000 77  WS-STALE-DISPLAY              PIC 9(05)   VALUE ZERO.
012100 77  WS-CSV-LINE                   PIC X(400)  VALUE SPACES.
012200*
012300 01  WS-ISO-DATE.
012400     05 WS-ISO-YYYY                PIC X(04).
012500     05 FILLER                     PIC X(01) VALUE '-'.
012600     05 WS-ISO-MM                  PIC X(02).
012700     05 FILLER                     PIC X(01) VALUE '-'.
012800     05 WS-ISO-DD                  PIC X(02).
012900*
013000 01  WS-CSV-HEADER.
013100     05 FILLER                     PIC X(40)
013200        VALUE 'ENDPOINT,DESCRIPTION,REGION,STANDBY_REGI'.
013300     05 FILLER                     PIC X(40)
013400        VALUE 'ON,STALE_MAX_MIN,STATUS,STATUS_DATE,STAT'.
013500     05 FILLER                     PIC X(40)
013600        VALUE 'US_TIME,TRIGGER,USERID,CHANGE_NUMBER'.
013700*
013800 PROCEDURE DIVISION.
013900*
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     IF NOT RUN-ABORTED
014300         PERFORM 2000-EXTRACT-ONE-ENDPOINT THRU 2000-EXIT
014400             UNTIL END-OF-FILE
014500                OR RUN-ABORTED
014600     END-IF.
014700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014800     GOBACK.
014900*
015000*----------------------------------------------------------------*
015100* 1000-INITIALIZE - OPEN THE FILES AND WRITE THE COLUMN NAMES    *
015200*----------------------------------------------------------------*
015300 1000-INITIALIZE.
015400     OPEN INPUT ENDPT-FILE.
015500     IF NOT ENDPT-OK
015600         DISPLAY 'WLPCMD02 - ENDPOINT FILE OPEN FAILED, STATUS='
015700             WS-ENDPT-STATUS
015800         SET RUN-ABORTED TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF
016100     SET ENDPT-FILE-OPEN TO TRUE
016200
016300     OPEN INPUT STATE-FILE.
016400     IF NOT STATE-OK
016500         DISPLAY 'WLPCMD02 - STATE FILE OPEN FAILED, STATUS='
016600             WS-STATE-STATUS
016700         SET RUN-ABORTED TO TRUE
016800         GO TO 1000-EXIT
016900     END-IF
017000     SET STATE-FILE-OPEN TO TRUE
017100
017200     OPEN OUTPUT CSV-FILE.
017300     IF NOT CSV-OK
017400         DISPLAY 'WLPCMD02 - CSV FILE OPEN FAILED, STATUS='
017500             WS-CSV-STATUS
017600         SET RUN-ABORTED TO TRUE
017700         GO TO 1000-EXIT
017800     END-IF
017900     SET CSV-FILE-OPEN TO TRUE
018000
018100     MOVE WS-CSV-HEADER TO WS-CSV-LINE
018200     MOVE WS-CSV-HEADER TO WS-FIELD
018300     MOVE 120 TO WS-FIELD-LEN
018400     MOVE 'N' TO WS-END-SWITCH
018500     PERFORM 5100-STEP-BACK THRU 5100-EXIT
018600         UNTIL WS-FIELD-LEN = ZERO
018700            OR FIELD-END-FOUND
018800     COMPUTE WS-CSV-PTR = WS-FIELD-LEN + 1
018900     PERFORM 6000-WRITE-CSV-LINE THRU 6000-EXIT.
019000 1000-EXIT.
019100     EXIT.
019200*
019300*----------------------------------------------------------------*
019400* 2000-EXTRACT-ONE-ENDPOINT - ONE REGISTERED ENDPOINT AND ITS    *
019500* STATE RECORD, IF IT HAS ONE, AS ONE CSV LINE                   *
019600*----------------------------------------------------------------*
019700 2000-EXTRACT-ONE-ENDPOINT.
019800     READ ENDPT-FILE
019900         AT END
020000             SET END-OF-FILE TO TRUE
020100     END-READ
020200     IF END-OF-FILE
020300         GO TO 2000-EXIT
020400     END-IF
020500     IF NOT ENDPT-OK
020600         DISPLAY 'WLPCMD02 - ENDPOINT FILE READ FAILED, STATUS='
020700             WS-ENDPT-STATUS
020800         SET RUN-ABORTED TO TRUE
020900         GO TO 2000-EXIT
021000     END-IF
021100
021200     MOVE ENDPT-ID TO STATE-ENDPOINT-ID
021300     READ STATE-FILE
021400         INVALID KEY
021500             CONTINUE
021600     END-READ
021700     IF NOT STATE-OK
021800      AND NOT STATE-NOT-FOUND
021900         DISPLAY 'WLPCMD02 - STATE READ FAILED, STATUS='
022000             WS-STATE-STATUS
022100         SET RUN-ABORTED TO TRUE
022200         GO TO 2000-EXIT
022300     END-IF
022400     IF STATE-NOT-FOUND
022500         MOVE SPACES TO WLPSTATE-RECORD
022600     END-IF
022700
022800     MOVE SPACES TO WS-CSV-LINE
022900     MOVE 1 TO WS-CSV-PTR
023000     MOVE ZERO TO WS-FIELD-COUNT
023100
023200     SET FIELD-IS-QUOTED TO TRUE
023300     MOVE ENDPT-ID TO WS-FIELD
023400     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
023500     MOVE ENDPT-DESCRIPTION TO WS-FIELD
023600     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
023700
023800     MOVE 'N' TO WS-QUOTE-SWITCH
023900     MOVE ENDPT-REGION TO WS-FIELD
024000     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
024100*    A RECORD LOADED BEFORE THE STANDBY REGION OR STALE LIMIT
024200*    EXISTED CARRIES NULLS OR GARBAGE THERE; THEY GO OUT AS THE
024300*    BLANK AND ZERO WLPMNT SHOWS FOR THEM.
024400     IF ENDPT-STANDBY-REGION = LOW-VALUES
024500         MOVE SPACES TO WS-FIELD
024600     ELSE
024700         MOVE ENDPT-STANDBY-REGION TO WS-FIELD
024800     END-IF
024900     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
025000     IF ENDPT-STALE-MAX-MIN IS NUMERIC
025100         MOVE ENDPT-STALE-MAX-MIN TO WS-STALE-DISPLAY
025200     ELSE
025300         MOVE ZERO TO WS-STALE-DISPLAY
025400     END-IF
025500     MOVE WS-STALE-DISPLAY TO WS-FIELD
025600     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
025700
025800     IF STATE-IS-PAUSED
025900         MOVE 'PAUSED' TO WS-FIELD
026000         ADD 1 TO WS-PAUSED-COUNT
026100     ELSE
026200         MOVE 'SERVING' TO WS-FIELD
026300     END-IF
026400     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
026500     IF STATE-LAST-UPDATE-DATE(7:4) IS NUMERIC
026600         MOVE STATE-LAST-UPDATE-DATE(7:4) TO WS-ISO-YYYY
026700         MOVE STATE-LAST-UPDATE-DATE(1:2) TO WS-ISO-MM
026800         MOVE STATE-LAST-UPDATE-DATE(4:2) TO WS-ISO-DD
026900         MOVE WS-ISO-DATE TO WS-FIELD
027000     ELSE
027100         MOVE SPACES TO WS-FIELD
027200     END-IF
027300     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
027400     MOVE STATE-LAST-UPDATE-TIME TO WS-FIELD
027500     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
027600     MOVE STATE-LAST-TRIGGER TO WS-FIELD
027700     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
027800     MOVE STATE-LAST-USERID TO WS-FIELD
027900     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
028000     IF STATE-CHANGE-NUMBER = LOW-VALUES
028100         MOVE SPACES TO WS-FIELD
028200     ELSE
028300         MOVE STATE-CHANGE-NUMBER TO WS-FIELD
028400     END-IF
028500     PERFORM 5000-APPEND-FIELD THRU 5000-EXIT
028600
028700     PERFORM 6000-WRITE-CSV-LINE THRU 6000-EXIT
028800     ADD 1 TO WS-EXTRACT-COUNT.
028900 2000-EXIT.
029000     EXIT.
029100*
029200*----------------------------------------------------------------*
029300* 5000-APPEND-FIELD - WS-FIELD, LESS ITS TRAILING SPACES, ONTO   *
029400* THE LINE AFTER A COMMA (NONE BEFORE THE FIRST FIELD), IN       *
029500* QUOTES WHEN FIELD-IS-QUOTED                                    *
029600*----------------------------------------------------------------*
029700 5000-APPEND-FIELD.
029800     IF WS-FIELD-COUNT > ZERO
029900         STRING ',' DELIMITED BY SIZE
030000             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
030100     END-IF
030200     ADD 1 TO WS-FIELD-COUNT
030300
030400     MOVE 128 TO WS-FIELD-LEN
030500     MOVE 'N' TO WS-END-SWITCH
030600     PERFORM 5100-STEP-BACK THRU 5100-EXIT
030700         UNTIL WS-FIELD-LEN = ZERO
030800            OR FIELD-END-FOUND
030900
031000     IF FIELD-IS-QUOTED
031100         INSPECT WS-FIELD REPLACING ALL '"' BY "'"
031200         STRING '"' DELIMITED BY SIZE
031300             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
031400     END-IF
031500     IF WS-FIELD-LEN > ZERO
031600         STRING WS-FIELD(1:WS-FIELD-LEN) DELIMITED BY SIZE
031700             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
031800     END-IF
031900     IF FIELD-IS-QUOTED
032000         STRING '"' DELIMITED BY SIZE
032100             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
032200     END-IF.
032300 5000-EXIT.
032400     EXIT.
032500*
032600 5100-STEP-BACK.
032700     IF WS-FIELD(WS-FIELD-LEN:1) = SPACE
032800         SUBTRACT 1 FROM WS-FIELD-LEN
032900     ELSE
033000         SET FIELD-END-FOUND TO TRUE
033100     END-IF.
033200 5100-EXIT.
033300     EXIT.
033400*
033500*----------------------------------------------------------------*
033600* 6000-WRITE-CSV-LINE - WRITE WS-CSV-LINE UP TO WS-CSV-PTR       *
033700*----------------------------------------------------------------*
033800 6000-WRITE-CSV-LINE.
033900     COMPUTE WS-CSV-LENGTH = WS-CSV-PTR - 1
034000     IF WS-CSV-LENGTH = ZERO
034100         MOVE 1 TO WS-CSV-LENGTH
034200     END-IF
034300     MOVE WS-CSV-LINE TO CSV-RECORD
034400     WRITE CSV-RECORD
034500     IF NOT CSV-OK
034600         DISPLAY 'WLPCMD02 - CSV WRITE FAILED, STATUS='
034700             WS-CSV-STATUS
034800         SET RUN-ABORTED TO TRUE
034900     END-IF.
035000 6000-EXIT.
035100     EXIT.
035200*
035300*----------------------------------------------------------------*
035400* 9000-TERMINATE - COUNTS, STEP RETURN CODE AND CLOSE            *
035500*----------------------------------------------------------------*
035600 9000-TERMINATE.
035700     IF ENDPT-FILE-OPEN
035800         CLOSE ENDPT-FILE
035900     END-IF
036000     IF STATE-FILE-OPEN
036100         CLOSE STATE-FILE
036200     END-IF
036300     IF CSV-FILE-OPEN
036400         CLOSE CSV-FILE
036500     END-IF
036600
036700     DISPLAY 'WLPCMD02 - ENDPOINTS EXTRACTED=' WS-EXTRACT-COUNT
036800         ' PAUSED=' WS-PAUSED-COUNT
036900     IF RUN-ABORTED
037000         DISPLAY 'WLPCMD02 - EXTRACT INCOMPLETE, DO NOT SEND'
037100         MOVE 12 TO RETURN-CODE
037200     ELSE
037300         MOVE ZERO TO RETURN-CODE
037400     END-IF.
037500 9000-EXIT.
037600     EXIT.
