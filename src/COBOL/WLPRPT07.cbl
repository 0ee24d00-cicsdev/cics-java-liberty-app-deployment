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
001100* MODULE NAME  WLPRPT07.CBL                                     *
001200*                                                                *
001300* LIBERTY ENDPOINT MONTHLY DOWNTIME CHARGEBACK BY TEAM           *
001400*                                                                *
001500* BATCH PROGRAM FOR SERVICE MANAGEMENT.  WLPRPT02 SAYS WHETHER   *
001600* AN ENDPOINT MET ITS SLA; THIS RUN SAYS WHOSE MAINTENANCE USED  *
001700* THE DOWNTIME, AND CHARGES IT TO THEM.  FOR THE REPORT MONTH    *
001800* ON PARMIN (YYYYMM) EVERY PAUSED SECOND ON THE AUDIT HISTORY    *
001900* IS CHARGED TO THE TEAM THAT ASKED FOR THE PAUSE:               *
002000*                                                                *
002100*  - A PAUSE FIRED BY A WLPSCHD CALENDAR WINDOW (START CODE SC,  *
002200*    OR BU FOR A BULK WINDOW'S WLPBULK RUN) GOES TO THAT         *
002300*    WINDOW'S SCHED-REQ-TEAM - THE LATEST WINDOW FOR THE         *
002400*    ENDPOINT (OR THE LATEST BULK WINDOW) THAT DAY AT OR BEFORE  *
002500*    THE PAUSE;                                                  *
002600*  - ANY OTHER PAUSE IS AD-HOC AND GOES TO THE OPR-TEAM OF THE   *
002700*    REQUESTING OPERATOR ON WLPOPER.                             *
002800*                                                                *
002900* A PAUSE WITH NO TEAM TO CHARGE IS SHOWN AGAINST *NONE*.  THE   *
003000* TEAM'S COST CENTRE AND RATE PER PAUSED HOUR COME FROM WLPTEAM; *
003100* A TEAM NOT ON WLPTEAM IS REPORTED BUT NOT SENT TO FINANCE.     *
003200*                                                                *
003300* UNPLANNED DOWNTIME - TIME AN ENDPOINT'S WLPHLTH SAMPLES SHOW   *
003400* IT UNREACH - IS SHOWN PER ENDPOINT ALONGSIDE, AS UNCHARGED.    *
003500* IT IS MEASURED FROM ONE SAMPLE TO THE NEXT, SO THE TAIL AFTER  *
003600* THE MONTH'S LAST SAMPLE IS NOT COUNTED.                        *
003700*                                                                *
003800* INPUTS:                                                        *
003900*  PARMIN  - THE REPORT MONTH, YYYYMM.                           *
004000*  HISTIN  - THE AUDIT HISTORY (ARCHIVE PLUS CURRENT EXTRACT),   *
004100*            WLPAUDR LAYOUT, READ AS A TIME LINE THE WAY         *
004200*            WLPRPT02 READS IT.  RECORDS BEFORE THE MONTH ARE    *
004300*            READ TOO, SO A PAUSE CARRIED INTO THE MONTH IS      *
004400*            STILL CHARGED TO THE TEAM THAT OPENED IT.           *
004500*  SCHDIN  - THE WLPSCHD FORWARD CALENDAR KSDS, WLPSCHR LAYOUT.  *
004600*  OPERIN  - THE WLPOPER AUTHORITY KSDS, WLPOPRR LAYOUT.         *
004700*  TEAMIN  - THE WLPTEAM TEAM REFERENCE KSDS, WLPTEMR LAYOUT.    *
004800*  HLTIN   - THE WLPHLTH HEALTH HISTORY KSDS, WLPHLTR LAYOUT.    *
004900*                                                                *
005000* OUTPUTS:                                                       *
005100*  RPTOUT  - THE PRINTED REPORT: CHARGES PER TEAM, BROKEN DOWN   *
005200*            BY ENDPOINT, THEN DOWNTIME PER ENDPOINT.            *
005300*  FINOUT  - THE FINANCE INTERFACE FILE, WLPFINR LAYOUT: ONE     *
005400*            DETAIL PER PRICED TEAM AND A CONTROL TRAILER.       *
005500*                                                                *
005600* RETURN CODE 0 MEANS EVERY MINUTE WAS PRICED, 4 MEANS SOME      *
005700* DOWNTIME HAD NO TEAM OR NO RATE, AND 12 MEANS THE RUN COULD    *
005800* NOT COMPLETE.                                                  *
005900*                                                                *
006000*----------------------------------------------------------------*
006100* MODIFICATION HISTORY                                          *
006200* 2026-10-15 DEVL INITIAL VERSION.                               *
006210* 2026-10-15 DEVL STEP THE TABLE INDEX BACK ONTO THE ENTRY FOUND *
006220*                 BY THE ENDPOINT, TEAM AND CHARGE LOOKUPS - IT  *
006230*                 WAS LEFT ONE PAST IT, SO TIME WAS CHARGED TO   *
006240*                 THE NEXT ENTRY.                                *
006300******************************************************************
006400 IDENTIFICATION DIVISION.
006500 PROGRAM-ID.              WLPRPT07.
006600 AUTHOR.                  DEVL.
006700 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
006800 DATE-WRITTEN.            2026-10-15.
006900 DATE-COMPILED.
007000*
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER.         IBM-370.
007400 OBJECT-COMPUTER.         IBM-370.
007500*
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800     SELECT PARM-FILE ASSIGN TO PARMIN
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-PARM-STATUS.
008100
008200     SELECT HISTORY-FILE ASSIGN TO HISTIN
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-HISTORY-STATUS.
008500
008600     SELECT SCHED-FILE ASSIGN TO SCHDIN
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS SCHED-KEY
009000         FILE STATUS IS WS-SCHED-STATUS.
009100
009200     SELECT OPER-FILE ASSIGN TO OPERIN
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS RANDOM
009500         RECORD KEY IS OPR-OPERATOR-ID
009600         FILE STATUS IS WS-OPER-STATUS.
009700
009800     SELECT TEAM-FILE ASSIGN TO TEAMIN
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS TEAM-ID
010200         FILE STATUS IS WS-TEAM-STATUS.
010300
010400     SELECT HEALTH-FILE ASSIGN TO HLTIN
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS SEQUENTIAL
010700         RECORD KEY IS HLT-KEY
010800         FILE STATUS IS WS-HEALTH-STATUS.
010900
011000     SELECT REPORT-FILE ASSIGN TO RPTOUT
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS WS-REPORT-STATUS.
011300
011400     SELECT FINANCE-FILE ASSIGN TO FINOUT
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS WS-FINANCE-STATUS.
011700*
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  PARM-FILE
012100     RECORDING MODE IS F.
012200 01  PARM-RECORD.
012300     05 PARM-REPORT-YYYY          PIC 9(04).
012400     05 PARM-REPORT-MM            PIC 9(02).
012500     05 FILLER                    PIC X(74).
012600*
012700 FD  HISTORY-FILE
012800     RECORDING MODE IS F.
012900     COPY WLPAUDR.
013000*
013100 FD  SCHED-FILE
013200     RECORDING MODE IS F.
013300     COPY WLPSCHR.
013400*
013500 FD  OPER-FILE
013600     RECORDING MODE IS F.
013700     COPY WLPOPRR.
013800*
013900 FD  TEAM-FILE
014000     RECORDING MODE IS F.
014100     COPY WLPTEMR.
014200*
014300 FD  HEALTH-FILE
014400     RECORDING MODE IS F.
014500     COPY WLPHLTR.
014600*
014700 FD  REPORT-FILE
014800     RECORDING MODE IS F.
014900 01  REPORT-LINE                  PIC X(132).
015000*
015100 FD  FINANCE-FILE
015200     RECORDING MODE IS F.
015300     COPY WLPFINR.
015400*
015500 WORKING-STORAGE SECTION.
015600*
015700 77  WS-PARM-STATUS                PIC XX      VALUE '00'.
015800 77  WS-HISTORY-STATUS             PIC XX      VALUE '00'.
015900     88 HISTORY-OK                            VALUE '00'.
016000 77  WS-SCHED-STATUS               PIC XX      VALUE '00'.
016100     88 SCHED-OK                              VALUE '00'.
016200 77  WS-OPER-STATUS                PIC XX      VALUE '00'.
016300     88 OPER-OK                               VALUE '00'.
016400 77  WS-TEAM-STATUS                PIC XX      VALUE '00'.
016500     88 TEAM-OK                               VALUE '00'.
016600 77  WS-HEALTH-STATUS              PIC XX      VALUE '00'.
016700     88 HEALTH-OK                             VALUE '00'.
016800 77  WS-REPORT-STATUS              PIC XX      VALUE '00'.
016900 77  WS-FINANCE-STATUS             PIC XX      VALUE '00'.
017000 77  WS-HIST-EOF-SWITCH            PIC X       VALUE 'N'.
017100     88 END-OF-HISTORY                        VALUE 'Y'.
017200 77  WS-SCHED-EOF-SWITCH           PIC X       VALUE 'N'.
017300     88 END-OF-SCHED                          VALUE 'Y'.
017400 77  WS-HEALTH-EOF-SWITCH          PIC X       VALUE 'N'.
017500     88 END-OF-HEALTH                         VALUE 'Y'.
017600 77  WS-ABORT-SWITCH               PIC X       VALUE 'N'.
017700     88 RUN-ABORTED                           VALUE 'Y'.
017800 77  WS-HISTORY-OPEN-SWITCH        PIC X       VALUE 'N'.
017900     88 HISTORY-FILE-OPEN                     VALUE 'Y'.
018000 77  WS-SCHED-OPEN-SWITCH          PIC X       VALUE 'N'.
018100     88 SCHED-FILE-OPEN                       VALUE 'Y'.
018200 77  WS-OPER-OPEN-SWITCH           PIC X       VALUE 'N'.
018300     88 OPER-FILE-OPEN                        VALUE 'Y'.
018400 77  WS-TEAM-OPEN-SWITCH           PIC X       VALUE 'N'.
018500     88 TEAM-FILE-OPEN                        VALUE 'Y'.
018600 77  WS-HEALTH-OPEN-SWITCH         PIC X       VALUE 'N'.
018700     88 HEALTH-FILE-OPEN                      VALUE 'Y'.
018800 77  WS-REPORT-OPEN-SWITCH         PIC X       VALUE 'N'.
018900     88 REPORT-FILE-OPEN                      VALUE 'Y'.
019000 77  WS-FINANCE-OPEN-SWITCH        PIC X       VALUE 'N'.
019100     88 FINANCE-FILE-OPEN                     VALUE 'Y'.
019200 77  WS-FOUND-SWITCH               PIC X       VALUE 'N'.
019300     88 ENTRY-FOUND                           VALUE 'Y'.
019400 77  WS-TABLE-FULL-SWITCH          PIC X       VALUE 'N'.
019500     88 TABLE-IS-FULL                         VALUE 'Y'.
019600*
019700 77  WS-MAX-ENDPOINTS              PIC 9(04)   VALUE 0200.
019800 77  WS-ENDPOINT-COUNT             PIC 9(04)   COMP VALUE ZERO.
019900 77  WS-MAX-WINDOWS                PIC 9(04)   VALUE 0500.
020000 77  WS-WINDOW-COUNT               PIC 9(04)   COMP VALUE ZERO.
020100 77  WS-MAX-TEAMS                  PIC 9(04)   VALUE 0100.
020200 77  WS-TEAM-COUNT                 PIC 9(04)   COMP VALUE ZERO.
020300 77  WS-MAX-CHARGES                PIC 9(04)   VALUE 0500.
020400 77  WS-CHARGE-COUNT               PIC 9(04)   COMP VALUE ZERO.
020500 77  WS-UNPRICED-COUNT             PIC 9(04)   COMP VALUE ZERO.
020600 77  WS-FIN-DETAIL-COUNT           PIC 9(07)   COMP VALUE ZERO.
020700*
020800 77  WS-SEARCH-ENDPOINT            PIC X(128)  VALUE SPACES.
020900 77  WS-CHARGE-TEAM                PIC X(08)   VALUE SPACES.
021000 77  WS-CHARGE-KIND                PIC X(01)   VALUE SPACE.
021100     88 CHARGE-IS-SCHEDULED                   VALUE 'S'.
021200     88 CHARGE-IS-ADHOC                       VALUE 'A'.
021300 77  WS-WINDOW-KIND                PIC X(01)   VALUE SPACE.
021400 77  WS-BEST-WINDOW-TIME           PIC X(08)   VALUE SPACES.
021500 77  WS-BEST-WINDOW-IDX            PIC 9(04)   COMP VALUE ZERO.
021600 77  WS-THIS-TEAM-IDX              PIC 9(04)   COMP VALUE ZERO.
021700 77  WS-THIS-ENDPT-IDX             PIC 9(04)   COMP VALUE ZERO.
021800 77  WLP-SCHED-START-CODE          PIC X(02)   VALUE 'SC'.
021900 77  WLP-BULK-START-CODE           PIC X(02)   VALUE 'BU'.
022000 77  WLP-UNASSIGNED-TEAM           PIC X(08)   VALUE '*NONE*'.
022100 77  WLP-FINANCE-SOURCE            PIC X(08)   VALUE 'WLPRPT07'.
022200*
022300*    ONE ROW PER ENDPOINT SEEN ON THE HISTORY OR HEALTH FILES.
022400*    THE OPEN-PAUSE FIELDS CARRY A PAUSE FROM ITS AUDIT RECORD
022500*    TO THE RESUME THAT CLOSES IT, TEAM AND ALL.
022600 01  ENDPOINT-TABLE.
022700     05 ENDPOINT-ENTRY OCCURS 200 TIMES INDEXED BY ENDPT-IDX.
022800        10 TBL-ENDPOINT-ID         PIC X(128).
022900        10 TBL-OPEN-SWITCH         PIC X.
023000           88 TBL-PAUSE-IS-OPEN            VALUE 'Y'.
023100        10 TBL-OPEN-ABS            PIC S9(15)  COMP-3.
023200        10 TBL-OPEN-TEAM           PIC X(08).
023300        10 TBL-OPEN-KIND           PIC X(01).
023400        10 TBL-SCHED-SECONDS       PIC S9(15)  COMP-3.
023500        10 TBL-ADHOC-SECONDS       PIC S9(15)  COMP-3.
023600        10 TBL-UNREACH-SECONDS     PIC S9(15)  COMP-3.
023700        10 TBL-HLT-SWITCH          PIC X.
023800           88 TBL-LAST-UNREACH             VALUE 'Y'.
023900        10 TBL-HLT-PREV-ABS        PIC S9(15)  COMP-3.
024000*
024100*    PAUSE AND BULK WINDOWS FROM THE REPORT MONTH AND THE ONE
024200*    BEFORE IT, SO A CARRIED-IN SCHEDULED PAUSE STILL FINDS ITS
024300*    WINDOW.  KIND IS P FOR AN ENDPOINT PAUSE, B FOR A BULK RUN.
024400 01  WINDOW-TABLE.
024500     05 WINDOW-ENTRY OCCURS 500 TIMES INDEXED BY WIN-IDX.
024600        10 TBW-DATE                PIC X(10).
024700        10 TBW-TIME                PIC X(08).
024800        10 TBW-TARGET              PIC X(128).
024900        10 TBW-KIND                PIC X(01).
025000        10 TBW-TEAM                PIC X(08).
025100*
025200 01  TEAM-TABLE.
025300     05 TEAM-ENTRY OCCURS 100 TIMES INDEXED BY TEAM-IDX.
025400        10 TBT-TEAM-ID             PIC X(08).
025500        10 TBT-SECONDS             PIC S9(15)  COMP-3.
025600        10 TBT-MINUTES             PIC 9(07).
025700        10 TBT-PRICED-SWITCH       PIC X.
025800           88 TBT-IS-PRICED                VALUE 'Y'.
025900        10 TBT-NAME                PIC X(30).
026000        10 TBT-COST-CENTRE         PIC X(10).
026100        10 TBT-RATE                PIC 9(05)V99.
026200        10 TBT-AMOUNT              PIC 9(09)V99.
026300*
026400*    ONE ROW PER TEAM AND ENDPOINT PAIR, FOR THE PER-ENDPOINT
026500*    BREAKDOWN UNDER EACH TEAM.
026600 01  CHARGE-TABLE.
026700     05 CHARGE-ENTRY OCCURS 500 TIMES INDEXED BY CHG-IDX.
026800        10 TBC-TEAM-IDX            PIC 9(04)   COMP.
026900        10 TBC-ENDPT-IDX           PIC 9(04)   COMP.
027000        10 TBC-SECONDS             PIC S9(15)  COMP-3.
027100*
027200*    REPORT PERIOD BOUNDS AND WORK FIELDS ON THE ABSOLUTE
027300*    TIME LINE (CIVIL DAY NUMBER * 86400 + SECOND OF DAY).
027400 01  WS-PERIOD-WORK.
027500     05 WS-PERIOD-START-ABS       PIC S9(15)  COMP-3 VALUE ZERO.
027600     05 WS-PERIOD-END-ABS         PIC S9(15)  COMP-3 VALUE ZERO.
027700     05 WS-PERIOD-ELAPSED         PIC S9(15)  COMP-3 VALUE ZERO.
027800     05 WS-EVENT-ABS              PIC S9(15)  COMP-3 VALUE ZERO.
027900     05 WS-CLOSE-ABS              PIC S9(15)  COMP-3 VALUE ZERO.
028000     05 WS-FROM-ABS               PIC S9(15)  COMP-3 VALUE ZERO.
028100     05 WS-OUTAGE-SEC             PIC S9(15)  COMP-3 VALUE ZERO.
028200     05 WS-NEXT-YYYY              PIC 9(04)   VALUE ZERO.
028300     05 WS-NEXT-MM                PIC 9(02)   VALUE ZERO.
028400     05 WS-PRIOR-YYYY             PIC 9(04)   VALUE ZERO.
028500     05 WS-PRIOR-MM               PIC 9(02)   VALUE ZERO.
028600*
028700 01  WS-DAYNUM-WORK.
028800     05 WS-DTN-YYYY               PIC 9(04)   VALUE ZERO.
028900     05 WS-DTN-MM                 PIC 9(02)   VALUE ZERO.
029000     05 WS-DTN-DD                 PIC 9(02)   VALUE ZERO.
029100     05 WS-DTN-WORK-Y             PIC S9(09)  COMP VALUE ZERO.
029200     05 WS-DTN-WORK-M             PIC S9(04)  COMP VALUE ZERO.
029300     05 WS-DTN-Q4                 PIC S9(09)  COMP VALUE ZERO.
029400     05 WS-DTN-Q100               PIC S9(09)  COMP VALUE ZERO.
029500     05 WS-DTN-Q400               PIC S9(09)  COMP VALUE ZERO.
029600     05 WS-DTN-MTERM              PIC S9(09)  COMP VALUE ZERO.
029700     05 WS-DTN-MWORK              PIC S9(09)  COMP VALUE ZERO.
029800     05 WS-DTN-DAYNUM             PIC S9(09)  COMP VALUE ZERO.
029900*
030000 01  WS-TIME-WORK.
030100     05 WS-TW-HH                  PIC 9(02)   VALUE ZERO.
030200     05 WS-TW-MM                  PIC 9(02)   VALUE ZERO.
030300     05 WS-TW-SS                  PIC 9(02)   VALUE ZERO.
030400*
030500 01  WS-CURRENT-DATE.
030600     05 WS-CD-YYYY                PIC 9(04).
030700     05 WS-CD-MM                  PIC 9(02).
030800     05 WS-CD-DD                  PIC 9(02).
030900 01  WS-CURRENT-TIME.
031000     05 WS-CT-HH                  PIC 9(02).
031100     05 WS-CT-MM                  PIC 9(02).
031200     05 WS-CT-SS                  PIC 9(02).
031300     05 FILLER                    PIC 9(02).
031400*
031500 01  WS-TOTAL-WORK.
031600     05 WS-MINUTES                PIC 9(07)   VALUE ZERO.
031700     05 WS-SCHED-MIN              PIC 9(07)   VALUE ZERO.
031800     05 WS-ADHOC-MIN              PIC 9(07)   VALUE ZERO.
031900     05 WS-UNREACH-MIN            PIC 9(07)   VALUE ZERO.
032000     05 WS-TOTAL-CHARGED-MIN      PIC 9(09)   VALUE ZERO.
032100     05 WS-TOTAL-UNREACH-MIN      PIC 9(09)   VALUE ZERO.
032200     05 WS-TOTAL-AMOUNT           PIC 9(11)V99 VALUE ZERO.
032300     05 WS-FIN-AMOUNT-TOTAL       PIC 9(11)V99 VALUE ZERO.
032400     05 WS-FIN-MINUTES-TOTAL      PIC 9(09)   VALUE ZERO.
032500*
032600 01  RPT-TITLE-LINE.
032700     05 FILLER                     PIC X(10)
032800        VALUE 'WLPRPT07  '.
032900     05 FILLER                     PIC X(46)
033000        VALUE 'LIBERTY ENDPOINT MONTHLY DOWNTIME CHARGEBACK'.
033100     05 FILLER                     PIC X(07) VALUE 'MONTH: '.
033200     05 RPT-MONTH                  PIC X(07).
033300*
033400 01  RPT-BLANK-LINE               PIC X(132)  VALUE SPACES.
033500*
033600 01  RPT-TEAM-HEAD-LINE           PIC X(15)
033700     VALUE 'CHARGES BY TEAM'.
033800*
033900 01  RPT-TEAM-COLUMN-LINE.
034000     05 FILLER                     PIC X(10) VALUE 'TEAM'.
034100     05 FILLER                     PIC X(32) VALUE 'NAME'.
034200     05 FILLER                     PIC X(12) VALUE 'COST-CENTRE'.
034300     05 FILLER                     PIC X(10) VALUE '   MINUTES'.
034400     05 FILLER                     PIC X(12) VALUE '     RATE/HR'.
034500     05 FILLER                     PIC X(16)
034600        VALUE '          AMOUNT'.
034700*
034800 01  RPT-TEAM-LINE.
034900     05 RPT-TEAM-ID                PIC X(08).
035000     05 FILLER                     PIC X(02) VALUE SPACES.
035100     05 RPT-TEAM-NAME              PIC X(30).
035200     05 FILLER                     PIC X(02) VALUE SPACES.
035300     05 RPT-TEAM-CC                PIC X(10).
035400     05 FILLER                     PIC X(02) VALUE SPACES.
035500     05 RPT-TEAM-MINUTES           PIC Z(09)9.
035600     05 FILLER                     PIC X(02) VALUE SPACES.
035700     05 RPT-TEAM-RATE              PIC ZZZZZ9.99.
035800     05 FILLER                     PIC X(02) VALUE SPACES.
035900     05 RPT-TEAM-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
036000     05 FILLER                     PIC X(02) VALUE SPACES.
036100     05 RPT-TEAM-NOTE              PIC X(09).
036200*
036300 01  RPT-TEAM-ENDPT-LINE.
036400     05 FILLER                     PIC X(04) VALUE SPACES.
036500     05 RPT-TE-ENDPOINT            PIC X(30).
036600     05 FILLER                     PIC X(20) VALUE SPACES.
036700     05 RPT-TE-MINUTES             PIC Z(09)9.
036800*
036900 01  RPT-CHARGE-TOTAL-LINE.
037000     05 FILLER                     PIC X(54)
037100        VALUE 'TOTAL CHARGED'.
037200     05 RPT-CT-MINUTES             PIC Z(09)9.
037300     05 FILLER                     PIC X(13) VALUE SPACES.
037400     05 RPT-CT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037500*
037600 01  RPT-ENDPT-HEAD-LINE          PIC X(20)
037700     VALUE 'DOWNTIME BY ENDPOINT'.
037800*
037900 01  RPT-ENDPT-COLUMN-LINE.
038000     05 FILLER                     PIC X(32) VALUE 'ENDPOINT'.
038100     05 FILLER                     PIC X(12) VALUE '   SCHED-MIN'.
038200     05 FILLER                     PIC X(12) VALUE '   ADHOC-MIN'.
038300     05 FILLER                     PIC X(12) VALUE ' CHARGED-MIN'.
038400     05 FILLER                     PIC X(24)
038500        VALUE ' UNREACH-MIN (UNCHARGED)'.
038600*
038700 01  RPT-ENDPT-LINE.
038800     05 RPT-EP-ENDPOINT            PIC X(30).
038900     05 FILLER                     PIC X(04) VALUE SPACES.
039000     05 RPT-EP-SCHED               PIC Z(09)9.
039100     05 FILLER                     PIC X(02) VALUE SPACES.
039200     05 RPT-EP-ADHOC               PIC Z(09)9.
039300     05 FILLER                     PIC X(02) VALUE SPACES.
039400     05 RPT-EP-CHARGED             PIC Z(09)9.
039500     05 FILLER                     PIC X(02) VALUE SPACES.
039600     05 RPT-EP-UNREACH             PIC Z(09)9.
039700*
039800 01  RPT-ENDPT-TOTAL-LINE.
039900     05 FILLER                     PIC X(58)
040000        VALUE 'TOTAL'.
040100     05 RPT-ET-CHARGED             PIC Z(09)9.
040200     05 FILLER                     PIC X(02) VALUE SPACES.
040300     05 RPT-ET-UNREACH             PIC Z(09)9.
040400*
040500 01  RPT-NONE-LINE                PIC X(30)
040600     VALUE '  NO DOWNTIME IN THE MONTH'.
040700*
040800 PROCEDURE DIVISION.
040900*
041000 0000-MAINLINE.
041100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041200     IF NOT RUN-ABORTED
041300         PERFORM 2000-LOAD-WINDOWS THRU 2000-EXIT
041400             UNTIL END-OF-SCHED
041500         PERFORM 3000-PROCESS-HISTORY THRU 3000-EXIT
041600             UNTIL END-OF-HISTORY
041700         PERFORM 3900-CLOSE-AT-PERIOD-END THRU 3900-EXIT
041800             VARYING ENDPT-IDX FROM 1 BY 1
041900             UNTIL ENDPT-IDX > WS-ENDPOINT-COUNT
042000         PERFORM 4000-PROCESS-HEALTH THRU 4000-EXIT
042100             UNTIL END-OF-HEALTH
042200         PERFORM 7000-PRICE-ONE-TEAM THRU 7000-EXIT
042300             VARYING TEAM-IDX FROM 1 BY 1
042400             UNTIL TEAM-IDX > WS-TEAM-COUNT
042500         PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
042600         PERFORM 8500-WRITE-FINANCE THRU 8500-EXIT
042700     END-IF.
042800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
042900     GOBACK.
043000*
043100*----------------------------------------------------------------*
043200* 1000-INITIALIZE - OPEN THE FILES, READ THE REPORT MONTH, AND   *
043300* FIX THE PERIOD BOUNDS ON THE ABSOLUTE TIME LINE                *
043400*----------------------------------------------------------------*
043500 1000-INITIALIZE.
043600     OPEN OUTPUT REPORT-FILE.
043700     IF WS-REPORT-STATUS NOT = '00'
043800         DISPLAY 'WLPRPT07 - REPORT FILE OPEN FAILED, STATUS='
043900             WS-REPORT-STATUS
044000         SET RUN-ABORTED TO TRUE
044100         GO TO 1000-EXIT
044200     END-IF
044300     SET REPORT-FILE-OPEN TO TRUE
044400
044500     PERFORM 1100-READ-PARM THRU 1100-EXIT
044600     IF RUN-ABORTED
044700         GO TO 1000-EXIT
044800     END-IF
044900
045000     PERFORM 1200-SET-PERIOD-BOUNDS THRU 1200-EXIT
045100     IF RUN-ABORTED
045200         GO TO 1000-EXIT
045300     END-IF
045400
045500     OPEN INPUT HISTORY-FILE.
045600     IF NOT HISTORY-OK
045700         DISPLAY 'WLPRPT07 - HISTORY FILE OPEN FAILED, STATUS='
045800             WS-HISTORY-STATUS
045900         SET RUN-ABORTED TO TRUE
046000         GO TO 1000-EXIT
046100     END-IF
046200     SET HISTORY-FILE-OPEN TO TRUE
046300
046400     OPEN INPUT SCHED-FILE.
046500     IF NOT SCHED-OK
046600         DISPLAY 'WLPRPT07 - CALENDAR FILE OPEN FAILED, STATUS='
046700             WS-SCHED-STATUS
046800         SET RUN-ABORTED TO TRUE
046900         GO TO 1000-EXIT
047000     END-IF
047100     SET SCHED-FILE-OPEN TO TRUE
047200
047300     OPEN INPUT OPER-FILE.
047400     IF NOT OPER-OK
047500         DISPLAY 'WLPRPT07 - OPERATOR FILE OPEN FAILED, STATUS='
047600             WS-OPER-STATUS
047700         SET RUN-ABORTED TO TRUE
047800         GO TO 1000-EXIT
047900     END-IF
048000     SET OPER-FILE-OPEN TO TRUE
048100
048200     OPEN INPUT TEAM-FILE.
048300     IF NOT TEAM-OK
048400         DISPLAY 'WLPRPT07 - TEAM FILE OPEN FAILED, STATUS='
048500             WS-TEAM-STATUS
048600         SET RUN-ABORTED TO TRUE
048700         GO TO 1000-EXIT
048800     END-IF
048900     SET TEAM-FILE-OPEN TO TRUE
049000
049100     OPEN INPUT HEALTH-FILE.
049200     IF NOT HEALTH-OK
049300         DISPLAY 'WLPRPT07 - HEALTH FILE OPEN FAILED, STATUS='
049400             WS-HEALTH-STATUS
049500         SET RUN-ABORTED TO TRUE
049600         GO TO 1000-EXIT
049700     END-IF
049800     SET HEALTH-FILE-OPEN TO TRUE
049900
050000     OPEN OUTPUT FINANCE-FILE.
050100     IF WS-FINANCE-STATUS NOT = '00'
050200         DISPLAY 'WLPRPT07 - FINANCE FILE OPEN FAILED, STATUS='
050300             WS-FINANCE-STATUS
050400         SET RUN-ABORTED TO TRUE
050500         GO TO 1000-EXIT
050600     END-IF
050700     SET FINANCE-FILE-OPEN TO TRUE
050800
050900     MOVE PARM-REPORT-YYYY TO RPT-MONTH(1:4)
051000     MOVE '/'              TO RPT-MONTH(5:1)
051100     MOVE PARM-REPORT-MM   TO RPT-MONTH(6:2)
051200     MOVE RPT-TITLE-LINE TO REPORT-LINE
051300     WRITE REPORT-LINE
051400
051500     PERFORM 2100-READ-SCHED THRU 2100-EXIT
051600     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
051700     PERFORM 4100-READ-HEALTH THRU 4100-EXIT.
051800 1000-EXIT.
051900     EXIT.
052000*
052100 1100-READ-PARM.
052200     OPEN INPUT PARM-FILE.
052300     IF WS-PARM-STATUS NOT = '00'
052400         DISPLAY 'WLPRPT07 - PARM FILE OPEN FAILED, STATUS='
052500             WS-PARM-STATUS
052600         SET RUN-ABORTED TO TRUE
052700         GO TO 1100-EXIT
052800     END-IF
052900     READ PARM-FILE
053000         AT END
053100             DISPLAY 'WLPRPT07 - PARM FILE IS EMPTY'
053200             SET RUN-ABORTED TO TRUE
053300     END-READ
053400     IF NOT RUN-ABORTED
053500         IF PARM-REPORT-YYYY IS NUMERIC
053600          AND PARM-REPORT-MM IS NUMERIC
053700          AND PARM-REPORT-MM > ZERO
053800          AND PARM-REPORT-MM < 13
053900             CONTINUE
054000         ELSE
054100             DISPLAY 'WLPRPT07 - INVALID REPORT MONTH PARM'
054200             SET RUN-ABORTED TO TRUE
054300         END-IF
054400     END-IF
054500     CLOSE PARM-FILE.
054600 1100-EXIT.
054700     EXIT.
054800*
054900*----------------------------------------------------------------*
055000* 1200-SET-PERIOD-BOUNDS - PERIOD START IS THE FIRST SECOND OF   *
055100* THE MONTH; THE END IS NOW FOR THE CURRENT MONTH, OTHERWISE     *
055200* THE FIRST SECOND OF THE NEXT MONTH.  THE PRIOR MONTH IS KEPT   *
055300* FOR THE CALENDAR WINDOW LOAD.                                  *
055400*----------------------------------------------------------------*
055500 1200-SET-PERIOD-BOUNDS.
055600     MOVE PARM-REPORT-YYYY TO WS-DTN-YYYY
055700     MOVE PARM-REPORT-MM   TO WS-DTN-MM
055800     MOVE 01               TO WS-DTN-DD
055900     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
056000     COMPUTE WS-PERIOD-START-ABS = WS-DTN-DAYNUM * 86400
056100
056200     IF PARM-REPORT-MM = 01
056300         COMPUTE WS-PRIOR-YYYY = PARM-REPORT-YYYY - 1
056400         MOVE 12 TO WS-PRIOR-MM
056500     ELSE
056600         MOVE PARM-REPORT-YYYY TO WS-PRIOR-YYYY
056700         COMPUTE WS-PRIOR-MM = PARM-REPORT-MM - 1
056800     END-IF
056900
057000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
057100     ACCEPT WS-CURRENT-TIME FROM TIME
057200
057300     IF PARM-REPORT-YYYY = WS-CD-YYYY
057400      AND PARM-REPORT-MM = WS-CD-MM
057500         MOVE WS-CD-YYYY TO WS-DTN-YYYY
057600         MOVE WS-CD-MM   TO WS-DTN-MM
057700         MOVE WS-CD-DD   TO WS-DTN-DD
057800         PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
057900         COMPUTE WS-PERIOD-END-ABS =
058000             (WS-DTN-DAYNUM * 86400)
058100             + (WS-CT-HH * 3600) + (WS-CT-MM * 60) + WS-CT-SS
058200     ELSE
058300         IF PARM-REPORT-MM = 12
058400             COMPUTE WS-NEXT-YYYY = PARM-REPORT-YYYY + 1
058500             MOVE 01 TO WS-NEXT-MM
058600         ELSE
058700             MOVE PARM-REPORT-YYYY TO WS-NEXT-YYYY
058800             COMPUTE WS-NEXT-MM = PARM-REPORT-MM + 1
058900         END-IF
059000         MOVE WS-NEXT-YYYY TO WS-DTN-YYYY
059100         MOVE WS-NEXT-MM   TO WS-DTN-MM
059200         MOVE 01           TO WS-DTN-DD
059300         PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
059400         COMPUTE WS-PERIOD-END-ABS = WS-DTN-DAYNUM * 86400
059500     END-IF
059600
059700     COMPUTE WS-PERIOD-ELAPSED =
059800         WS-PERIOD-END-ABS - WS-PERIOD-START-ABS
059900     IF WS-PERIOD-ELAPSED NOT > ZERO
060000         DISPLAY 'WLPRPT07 - REPORT MONTH IS IN THE FUTURE'
060100         SET RUN-ABORTED TO TRUE
060200     END-IF.
060300 1200-EXIT.
060400     EXIT.
060500*
060600*----------------------------------------------------------------*
060700* 2000-LOAD-WINDOWS - KEEP THE PAUSE AND BULK WINDOWS OF THE     *
060800* REPORT MONTH AND THE MONTH BEFORE, WITH THEIR REQUESTING TEAM  *
060900*----------------------------------------------------------------*
061000 2000-LOAD-WINDOWS.
061100     IF (SCHED-OPERATION-PAUSE OR SCHED-OPERATION-BULK)
061200      AND SCHED-DATE(7:4) IS NUMERIC
061300      AND SCHED-DATE(1:2) IS NUMERIC
061400         IF (SCHED-DATE(7:4) = PARM-REPORT-YYYY
061500             AND SCHED-DATE(1:2) = PARM-REPORT-MM)
061600          OR (SCHED-DATE(7:4) = WS-PRIOR-YYYY
061700             AND SCHED-DATE(1:2) = WS-PRIOR-MM)
061800             PERFORM 2200-ADD-WINDOW THRU 2200-EXIT
061900         END-IF
062000     END-IF
062100     PERFORM 2100-READ-SCHED THRU 2100-EXIT.
062200 2000-EXIT.
062300     EXIT.
062400*
062500 2100-READ-SCHED.
062600     READ SCHED-FILE
062700         AT END
062800             SET END-OF-SCHED TO TRUE
062900     END-READ.
063000 2100-EXIT.
063100     EXIT.
063200*
063300 2200-ADD-WINDOW.
063400     IF WS-WINDOW-COUNT NOT < WS-MAX-WINDOWS
063500         DISPLAY 'WLPRPT07 - WINDOW TABLE FULL, DROPPING '
063600             SCHED-DATE ' ' SCHED-TIME
063700         GO TO 2200-EXIT
063800     END-IF
063900     ADD 1 TO WS-WINDOW-COUNT
064000     SET WIN-IDX TO WS-WINDOW-COUNT
064100     MOVE SCHED-DATE   TO TBW-DATE(WIN-IDX)
064200     MOVE SCHED-TIME   TO TBW-TIME(WIN-IDX)
064300     MOVE SCHED-TARGET TO TBW-TARGET(WIN-IDX)
064400     IF SCHED-OPERATION-BULK
064500         MOVE 'B' TO TBW-KIND(WIN-IDX)
064600     ELSE
064700         MOVE 'P' TO TBW-KIND(WIN-IDX)
064800     END-IF
064900     IF SCHED-REQ-TEAM = SPACES
065000      OR SCHED-REQ-TEAM = LOW-VALUES
065100         MOVE WLP-UNASSIGNED-TEAM TO TBW-TEAM(WIN-IDX)
065200     ELSE
065300         MOVE SCHED-REQ-TEAM TO TBW-TEAM(WIN-IDX)
065400     END-IF.
065500 2200-EXIT.
065600     EXIT.
065700*
065800*----------------------------------------------------------------*
065900* 3000-PROCESS-HISTORY - FOLD ONE COMPLETED PAUSE OR RESUME      *
066000* INTO THE TABLE.  ANYTHING FROM BEFORE THE PERIOD END MOVES THE *
066100* TIME LINE; ONLY THE PART OF A PAUSE INSIDE THE MONTH IS        *
066200* CHARGED.                                                       *
066300*----------------------------------------------------------------*
066400 3000-PROCESS-HISTORY.
066500     IF (AUDIT-OPERATION = 'PAUSE' OR 'RESUME')
066600      AND AUDIT-RETURN-CODE = 0
066700      AND AUDIT-KEY-DATE(7:4) IS NUMERIC
066800      AND AUDIT-KEY-DATE(1:2) IS NUMERIC
066900      AND AUDIT-KEY-DATE(4:2) IS NUMERIC
067000         PERFORM 5100-AUDIT-DATE-TO-ABS THRU 5100-EXIT
067100         IF WS-EVENT-ABS < WS-PERIOD-END-ABS
067200             PERFORM 3200-APPLY-ONE-EVENT THRU 3200-EXIT
067300         END-IF
067400     END-IF
067500     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
067600 3000-EXIT.
067700     EXIT.
067800*
067900 3100-READ-HISTORY.
068000     READ HISTORY-FILE
068100         AT END
068200             SET END-OF-HISTORY TO TRUE
068300     END-READ.
068400 3100-EXIT.
068500     EXIT.
068600*
068700 3200-APPLY-ONE-EVENT.
068800     MOVE AUDIT-ENDPOINT TO WS-SEARCH-ENDPOINT
068900     PERFORM 6000-FIND-OR-ADD-ENDPOINT THRU 6000-EXIT
069000     IF TABLE-IS-FULL
069100         GO TO 3200-EXIT
069200     END-IF
069300
069400*    A SECOND PAUSE ON AN ENDPOINT ALREADY PAUSED CHANGES
069500*    NOTHING - THE DOWNTIME STILL BELONGS TO WHOEVER OPENED IT.
069600     IF AUDIT-OPERATION = 'PAUSE'
069700         IF NOT TBL-PAUSE-IS-OPEN(ENDPT-IDX)
069800             MOVE 'Y' TO TBL-OPEN-SWITCH(ENDPT-IDX)
069900             MOVE WS-EVENT-ABS TO TBL-OPEN-ABS(ENDPT-IDX)
070000             PERFORM 3400-FIND-PAUSE-TEAM THRU 3400-EXIT
070100             MOVE WS-CHARGE-TEAM TO TBL-OPEN-TEAM(ENDPT-IDX)
070200             MOVE WS-CHARGE-KIND TO TBL-OPEN-KIND(ENDPT-IDX)
070300         END-IF
070400     ELSE
070500         IF TBL-PAUSE-IS-OPEN(ENDPT-IDX)
070600             MOVE WS-EVENT-ABS TO WS-CLOSE-ABS
070700             PERFORM 3300-CHARGE-OPEN-PAUSE THRU 3300-EXIT
070800             MOVE 'N' TO TBL-OPEN-SWITCH(ENDPT-IDX)
070900         END-IF
071000     END-IF.
071100 3200-EXIT.
071200     EXIT.
071300*
071400*----------------------------------------------------------------*
071500* 3300-CHARGE-OPEN-PAUSE - CHARGE THE PART OF THE OPEN PAUSE     *
071600* THAT FALLS INSIDE THE MONTH, UP TO WS-CLOSE-ABS, TO ITS TEAM   *
071700*----------------------------------------------------------------*
071800 3300-CHARGE-OPEN-PAUSE.
071900     IF WS-CLOSE-ABS NOT > WS-PERIOD-START-ABS
072000         GO TO 3300-EXIT
072100     END-IF
072200     IF TBL-OPEN-ABS(ENDPT-IDX) < WS-PERIOD-START-ABS
072300         MOVE WS-PERIOD-START-ABS TO WS-FROM-ABS
072400     ELSE
072500         MOVE TBL-OPEN-ABS(ENDPT-IDX) TO WS-FROM-ABS
072600     END-IF
072700     COMPUTE WS-OUTAGE-SEC = WS-CLOSE-ABS - WS-FROM-ABS
072800     IF WS-OUTAGE-SEC NOT > ZERO
072900         GO TO 3300-EXIT
073000     END-IF
073100
073200     IF TBL-OPEN-KIND(ENDPT-IDX) = 'S'
073300         ADD WS-OUTAGE-SEC TO TBL-SCHED-SECONDS(ENDPT-IDX)
073400     ELSE
073500         ADD WS-OUTAGE-SEC TO TBL-ADHOC-SECONDS(ENDPT-IDX)
073600     END-IF
073700
073800     SET WS-THIS-ENDPT-IDX TO ENDPT-IDX
073900     MOVE TBL-OPEN-TEAM(ENDPT-IDX) TO WS-CHARGE-TEAM
074000     PERFORM 6300-FIND-OR-ADD-TEAM THRU 6300-EXIT
074100     IF TABLE-IS-FULL
074200         GO TO 3300-EXIT
074300     END-IF
074400     ADD WS-OUTAGE-SEC TO TBT-SECONDS(TEAM-IDX)
074500     SET WS-THIS-TEAM-IDX TO TEAM-IDX
074600     PERFORM 6400-FIND-OR-ADD-CHARGE THRU 6400-EXIT
074700     IF NOT TABLE-IS-FULL
074800         ADD WS-OUTAGE-SEC TO TBC-SECONDS(CHG-IDX)
074900     END-IF.
075000 3300-EXIT.
075100     EXIT.
075200*
075300*----------------------------------------------------------------*
075400* 3400-FIND-PAUSE-TEAM - WHO ASKED FOR THIS PAUSE: THE WINDOW'S  *
075500* TEAM FOR A CALENDAR-FIRED PAUSE, OTHERWISE THE REQUESTER'S     *
075600* TEAM ON WLPOPER                                                *
075700*----------------------------------------------------------------*
075800 3400-FIND-PAUSE-TEAM.
075900     MOVE WLP-UNASSIGNED-TEAM TO WS-CHARGE-TEAM
076000     SET CHARGE-IS-ADHOC TO TRUE
076100     MOVE ZERO TO WS-BEST-WINDOW-IDX
076200     MOVE LOW-VALUES TO WS-BEST-WINDOW-TIME
076300
076400     IF AUDIT-START-CODE = WLP-SCHED-START-CODE
076500         MOVE 'P' TO WS-WINDOW-KIND
076600     ELSE
076700         IF AUDIT-START-CODE = WLP-BULK-START-CODE
076800             MOVE 'B' TO WS-WINDOW-KIND
076900         ELSE
077000             MOVE SPACE TO WS-WINDOW-KIND
077100         END-IF
077200     END-IF
077300
077400     IF WS-WINDOW-KIND NOT = SPACE
077500         PERFORM 3410-CHECK-ONE-WINDOW THRU 3410-EXIT
077600             VARYING WIN-IDX FROM 1 BY 1
077700             UNTIL WIN-IDX > WS-WINDOW-COUNT
077800     END-IF
077900
078000     IF WS-BEST-WINDOW-IDX > ZERO
078100         SET WIN-IDX TO WS-BEST-WINDOW-IDX
078200         MOVE TBW-TEAM(WIN-IDX) TO WS-CHARGE-TEAM
078300         SET CHARGE-IS-SCHEDULED TO TRUE
078400         GO TO 3400-EXIT
078500     END-IF
078600
078700*    A BULK RUN STARTED BY HAND, OR A CALENDAR WINDOW NO LONGER
078800*    ON WLPSCHD, IS CHARGED LIKE ANY AD-HOC PAUSE.
078900     IF AUDIT-REQUESTER-ID = SPACES
079000         GO TO 3400-EXIT
079100     END-IF
079200     MOVE AUDIT-REQUESTER-ID TO OPR-OPERATOR-ID
079300     READ OPER-FILE
079400         INVALID KEY
079500             CONTINUE
079600     END-READ
079700     IF OPER-OK
079800         IF OPR-TEAM NOT = SPACES
079900          AND OPR-TEAM NOT = LOW-VALUES
080000             MOVE OPR-TEAM TO WS-CHARGE-TEAM
080100         END-IF
080200     END-IF.
080300 3400-EXIT.
080400     EXIT.
080500*
080600 3410-CHECK-ONE-WINDOW.
080700     IF TBW-KIND(WIN-IDX) = WS-WINDOW-KIND
080800      AND TBW-DATE(WIN-IDX) = AUDIT-KEY-DATE
080900      AND TBW-TIME(WIN-IDX) NOT > AUDIT-KEY-TIME
081000      AND TBW-TIME(WIN-IDX) > WS-BEST-WINDOW-TIME
081100         IF WS-WINDOW-KIND = 'B'
081200          OR TBW-TARGET(WIN-IDX) = AUDIT-ENDPOINT
081300             MOVE TBW-TIME(WIN-IDX) TO WS-BEST-WINDOW-TIME
081400             SET WS-BEST-WINDOW-IDX TO WIN-IDX
081500         END-IF
081600     END-IF.
081700 3410-EXIT.
081800     EXIT.
081900*
082000*----------------------------------------------------------------*
082100* 3900-CLOSE-AT-PERIOD-END - A PAUSE STILL OPEN RUNS TO THE      *
082200* PERIOD END                                                     *
082300*----------------------------------------------------------------*
082400 3900-CLOSE-AT-PERIOD-END.
082500     IF TBL-PAUSE-IS-OPEN(ENDPT-IDX)
082600         MOVE WS-PERIOD-END-ABS TO WS-CLOSE-ABS
082700         PERFORM 3300-CHARGE-OPEN-PAUSE THRU 3300-EXIT
082800         MOVE 'N' TO TBL-OPEN-SWITCH(ENDPT-IDX)
082900     END-IF.
083000 3900-EXIT.
083100     EXIT.
083200*
083300*----------------------------------------------------------------*
083400* 4000-PROCESS-HEALTH - UNREACH TIME IN THE MONTH, FROM EACH     *
083500* UNREACH SAMPLE TO THE ENDPOINT'S NEXT SAMPLE                   *
083600*----------------------------------------------------------------*
083700 4000-PROCESS-HEALTH.
083800     IF HLT-KEY-DATE(7:4) IS NUMERIC
083900      AND HLT-KEY-DATE(1:2) IS NUMERIC
084000      AND HLT-KEY-DATE(4:2) IS NUMERIC
084100         IF HLT-KEY-DATE(7:4) = PARM-REPORT-YYYY
084200          AND HLT-KEY-DATE(1:2) = PARM-REPORT-MM
084300             PERFORM 4200-APPLY-ONE-SAMPLE THRU 4200-EXIT
084400         END-IF
084500     END-IF
084600     PERFORM 4100-READ-HEALTH THRU 4100-EXIT.
084700 4000-EXIT.
084800     EXIT.
084900*
085000 4100-READ-HEALTH.
085100     READ HEALTH-FILE
085200         AT END
085300             SET END-OF-HEALTH TO TRUE
085400     END-READ.
085500 4100-EXIT.
085600     EXIT.
085700*
085800 4200-APPLY-ONE-SAMPLE.
085900     PERFORM 5300-HEALTH-DATE-TO-ABS THRU 5300-EXIT
086000     IF WS-EVENT-ABS NOT < WS-PERIOD-END-ABS
086100         GO TO 4200-EXIT
086200     END-IF
086300     MOVE HLT-ENDPOINT TO WS-SEARCH-ENDPOINT
086400     PERFORM 6000-FIND-OR-ADD-ENDPOINT THRU 6000-EXIT
086500     IF TABLE-IS-FULL
086600         GO TO 4200-EXIT
086700     END-IF
086800
086900     IF TBL-LAST-UNREACH(ENDPT-IDX)
087000         COMPUTE WS-OUTAGE-SEC =
087100             WS-EVENT-ABS - TBL-HLT-PREV-ABS(ENDPT-IDX)
087200         IF WS-OUTAGE-SEC > ZERO
087300             ADD WS-OUTAGE-SEC TO TBL-UNREACH-SECONDS(ENDPT-IDX)
087400         END-IF
087500     END-IF
087600     IF HLT-IS-UNREACH
087700         MOVE 'Y' TO TBL-HLT-SWITCH(ENDPT-IDX)
087800     ELSE
087900         MOVE 'N' TO TBL-HLT-SWITCH(ENDPT-IDX)
088000     END-IF
088100     MOVE WS-EVENT-ABS TO TBL-HLT-PREV-ABS(ENDPT-IDX).
088200 4200-EXIT.
088300     EXIT.
088400*
088500*----------------------------------------------------------------*
088600* 5000-DATE-TO-DAYNUM - TURN WS-DTN-YYYY/MM/DD INTO A DAY        *
088700* NUMBER.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF     *
088800* THE PRIOR YEAR SO THE LEAP DAY SITS AT THE END OF THE CYCLE.   *
088900*----------------------------------------------------------------*
089000 5000-DATE-TO-DAYNUM.
089100     MOVE WS-DTN-YYYY TO WS-DTN-WORK-Y
089200     MOVE WS-DTN-MM   TO WS-DTN-WORK-M
089300     IF WS-DTN-WORK-M < 3
089400         ADD 12 TO WS-DTN-WORK-M
089500         SUBTRACT 1 FROM WS-DTN-WORK-Y
089600     END-IF
089700     DIVIDE WS-DTN-WORK-Y BY 4 GIVING WS-DTN-Q4
089800     DIVIDE WS-DTN-WORK-Y BY 100 GIVING WS-DTN-Q100
089900     DIVIDE WS-DTN-WORK-Y BY 400 GIVING WS-DTN-Q400
090000     COMPUTE WS-DTN-MWORK = 153 * (WS-DTN-WORK-M + 1)
090100     DIVIDE WS-DTN-MWORK BY 5 GIVING WS-DTN-MTERM
090200     COMPUTE WS-DTN-DAYNUM =
090300         (365 * WS-DTN-WORK-Y) + WS-DTN-Q4 - WS-DTN-Q100
090400         + WS-DTN-Q400 + WS-DTN-MTERM + WS-DTN-DD.
090500 5000-EXIT.
090600     EXIT.
090700*
090800*----------------------------------------------------------------*
090900* 5100-AUDIT-DATE-TO-ABS - AUDIT KEY DATE (MM/DD/YYYY) AND TIME  *
091000* (HH:MM:SS) ONTO THE ABSOLUTE TIME LINE                         *
091100*----------------------------------------------------------------*
091200 5100-AUDIT-DATE-TO-ABS.
091300     MOVE AUDIT-KEY-DATE(7:4) TO WS-DTN-YYYY
091400     MOVE AUDIT-KEY-DATE(1:2) TO WS-DTN-MM
091500     MOVE AUDIT-KEY-DATE(4:2) TO WS-DTN-DD
091600     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
091700     MOVE AUDIT-KEY-TIME(1:2) TO WS-TW-HH
091800     MOVE AUDIT-KEY-TIME(4:2) TO WS-TW-MM
091900     MOVE AUDIT-KEY-TIME(7:2) TO WS-TW-SS
092000     COMPUTE WS-EVENT-ABS =
092100         (WS-DTN-DAYNUM * 86400)
092200         + (WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS.
092300 5100-EXIT.
092400     EXIT.
092500*
092600*----------------------------------------------------------------*
092700* 5300-HEALTH-DATE-TO-ABS - HEALTH SAMPLE KEY DATE AND TIME ONTO *
092800* THE ABSOLUTE TIME LINE                                         *
092900*----------------------------------------------------------------*
093000 5300-HEALTH-DATE-TO-ABS.
093100     MOVE HLT-KEY-DATE(7:4) TO WS-DTN-YYYY
093200     MOVE HLT-KEY-DATE(1:2) TO WS-DTN-MM
093300     MOVE HLT-KEY-DATE(4:2) TO WS-DTN-DD
093400     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
093500     MOVE HLT-KEY-TIME(1:2) TO WS-TW-HH
093600     MOVE HLT-KEY-TIME(4:2) TO WS-TW-MM
093700     MOVE HLT-KEY-TIME(7:2) TO WS-TW-SS
093800     COMPUTE WS-EVENT-ABS =
093900         (WS-DTN-DAYNUM * 86400)
094000         + (WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS.
094100 5300-EXIT.
094200     EXIT.
094300*
094400*----------------------------------------------------------------*
094500* 6000-FIND-OR-ADD-ENDPOINT - KEYED ON WS-SEARCH-ENDPOINT        *
094600*----------------------------------------------------------------*
094700 6000-FIND-OR-ADD-ENDPOINT.
094800     MOVE 'N' TO WS-TABLE-FULL-SWITCH
094900     MOVE 'N' TO WS-FOUND-SWITCH
095000     PERFORM 6010-SEARCH-ONE-ENDPOINT THRU 6010-EXIT
095100         VARYING ENDPT-IDX FROM 1 BY 1
095200         UNTIL ENDPT-IDX > WS-ENDPOINT-COUNT
095300            OR ENTRY-FOUND
095400     IF ENTRY-FOUND
095450         SET ENDPT-IDX DOWN BY 1
095500         GO TO 6000-EXIT
095600     END-IF
095700
095800     IF WS-ENDPOINT-COUNT < WS-MAX-ENDPOINTS
095900         ADD 1 TO WS-ENDPOINT-COUNT
096000         SET ENDPT-IDX TO WS-ENDPOINT-COUNT
096100         MOVE WS-SEARCH-ENDPOINT TO TBL-ENDPOINT-ID(ENDPT-IDX)
096200         MOVE 'N'    TO TBL-OPEN-SWITCH(ENDPT-IDX)
096300         MOVE ZERO   TO TBL-OPEN-ABS(ENDPT-IDX)
096400         MOVE SPACES TO TBL-OPEN-TEAM(ENDPT-IDX)
096500         MOVE SPACE  TO TBL-OPEN-KIND(ENDPT-IDX)
096600         MOVE ZERO   TO TBL-SCHED-SECONDS(ENDPT-IDX)
096700         MOVE ZERO   TO TBL-ADHOC-SECONDS(ENDPT-IDX)
096800         MOVE ZERO   TO TBL-UNREACH-SECONDS(ENDPT-IDX)
096900         MOVE 'N'    TO TBL-HLT-SWITCH(ENDPT-IDX)
097000         MOVE ZERO   TO TBL-HLT-PREV-ABS(ENDPT-IDX)
097100     ELSE
097200         DISPLAY 'WLPRPT07 - ENDPOINT TABLE FULL, DROPPING '
097300             WS-SEARCH-ENDPOINT(1:40)
097400         SET TABLE-IS-FULL TO TRUE
097500     END-IF.
097600 6000-EXIT.
097700     EXIT.
097800*
097900 6010-SEARCH-ONE-ENDPOINT.
098000     IF TBL-ENDPOINT-ID(ENDPT-IDX) = WS-SEARCH-ENDPOINT
098100         SET ENTRY-FOUND TO TRUE
098200     END-IF.
098300 6010-EXIT.
098400     EXIT.
098500*
098600*----------------------------------------------------------------*
098700* 6300-FIND-OR-ADD-TEAM - KEYED ON WS-CHARGE-TEAM                *
098800*----------------------------------------------------------------*
098900 6300-FIND-OR-ADD-TEAM.
099000     MOVE 'N' TO WS-TABLE-FULL-SWITCH
099100     MOVE 'N' TO WS-FOUND-SWITCH
099200     PERFORM 6310-SEARCH-ONE-TEAM THRU 6310-EXIT
099300         VARYING TEAM-IDX FROM 1 BY 1
099400         UNTIL TEAM-IDX > WS-TEAM-COUNT
099500            OR ENTRY-FOUND
099600     IF ENTRY-FOUND
099650         SET TEAM-IDX DOWN BY 1
099700         GO TO 6300-EXIT
099800     END-IF
099900
100000     IF WS-TEAM-COUNT < WS-MAX-TEAMS
100100         ADD 1 TO WS-TEAM-COUNT
100200         SET TEAM-IDX TO WS-TEAM-COUNT
100300         MOVE WS-CHARGE-TEAM TO TBT-TEAM-ID(TEAM-IDX)
100400         MOVE ZERO   TO TBT-SECONDS(TEAM-IDX)
100500         MOVE ZERO   TO TBT-MINUTES(TEAM-IDX)
100600         MOVE 'N'    TO TBT-PRICED-SWITCH(TEAM-IDX)
100700         MOVE SPACES TO TBT-NAME(TEAM-IDX)
100800         MOVE SPACES TO TBT-COST-CENTRE(TEAM-IDX)
100900         MOVE ZERO   TO TBT-RATE(TEAM-IDX)
101000         MOVE ZERO   TO TBT-AMOUNT(TEAM-IDX)
101100     ELSE
101200         DISPLAY 'WLPRPT07 - TEAM TABLE FULL, DROPPING '
101300             WS-CHARGE-TEAM
101400         SET TABLE-IS-FULL TO TRUE
101500     END-IF.
101600 6300-EXIT.
101700     EXIT.
101800*
101900 6310-SEARCH-ONE-TEAM.
102000     IF TBT-TEAM-ID(TEAM-IDX) = WS-CHARGE-TEAM
102100         SET ENTRY-FOUND TO TRUE
102200     END-IF.
102300 6310-EXIT.
102400     EXIT.
102500*
102600*----------------------------------------------------------------*
102700* 6400-FIND-OR-ADD-CHARGE - KEYED ON WS-THIS-TEAM-IDX AND        *
102800* WS-THIS-ENDPT-IDX                                              *
102900*----------------------------------------------------------------*
103000 6400-FIND-OR-ADD-CHARGE.
103100     MOVE 'N' TO WS-TABLE-FULL-SWITCH
103200     MOVE 'N' TO WS-FOUND-SWITCH
103300     PERFORM 6410-SEARCH-ONE-CHARGE THRU 6410-EXIT
103400         VARYING CHG-IDX FROM 1 BY 1
103500         UNTIL CHG-IDX > WS-CHARGE-COUNT
103600            OR ENTRY-FOUND
103700     IF ENTRY-FOUND
103750         SET CHG-IDX DOWN BY 1
103800         GO TO 6400-EXIT
103900     END-IF
104000
104100     IF WS-CHARGE-COUNT < WS-MAX-CHARGES
104200         ADD 1 TO WS-CHARGE-COUNT
104300         SET CHG-IDX TO WS-CHARGE-COUNT
104400         MOVE WS-THIS-TEAM-IDX  TO TBC-TEAM-IDX(CHG-IDX)
104500         MOVE WS-THIS-ENDPT-IDX TO TBC-ENDPT-IDX(CHG-IDX)
104600         MOVE ZERO              TO TBC-SECONDS(CHG-IDX)
104700     ELSE
104800         DISPLAY 'WLPRPT07 - CHARGE TABLE FULL, DROPPING '
104900             WS-CHARGE-TEAM
105000         SET TABLE-IS-FULL TO TRUE
105100     END-IF.
105200 6400-EXIT.
105300     EXIT.
105400*
105500 6410-SEARCH-ONE-CHARGE.
105600     IF TBC-TEAM-IDX(CHG-IDX) = WS-THIS-TEAM-IDX
105700      AND TBC-ENDPT-IDX(CHG-IDX) = WS-THIS-ENDPT-IDX
105800         SET ENTRY-FOUND TO TRUE
105900     END-IF.
106000 6410-EXIT.
106100     EXIT.
106200*
106300*----------------------------------------------------------------*
106400* 7000-PRICE-ONE-TEAM - ROUND THE TEAM'S TIME TO WHOLE MINUTES   *
106500* AND PRICE IT AT THE WLPTEAM RATE.  *NONE* AND A TEAM MISSING   *
106600* FROM WLPTEAM STAY UNPRICED.                                    *
106700*----------------------------------------------------------------*
106800 7000-PRICE-ONE-TEAM.
106900     COMPUTE TBT-MINUTES(TEAM-IDX) ROUNDED =
107000         TBT-SECONDS(TEAM-IDX) / 60
107100     IF TBT-TEAM-ID(TEAM-IDX) = WLP-UNASSIGNED-TEAM
107200         GO TO 7000-COUNT-UNPRICED
107300     END-IF
107400
107500     MOVE TBT-TEAM-ID(TEAM-IDX) TO TEAM-ID
107600     READ TEAM-FILE
107700         INVALID KEY
107800             CONTINUE
107900     END-READ
108000     IF NOT TEAM-OK
108100         GO TO 7000-COUNT-UNPRICED
108200     END-IF
108300     MOVE TEAM-NAME        TO TBT-NAME(TEAM-IDX)
108400     MOVE TEAM-COST-CENTRE TO TBT-COST-CENTRE(TEAM-IDX)
108500     IF TEAM-RATE-PER-HOUR IS NOT NUMERIC
108600         GO TO 7000-COUNT-UNPRICED
108700     END-IF
108800     MOVE TEAM-RATE-PER-HOUR TO TBT-RATE(TEAM-IDX)
108900     COMPUTE TBT-AMOUNT(TEAM-IDX) ROUNDED =
109000         TBT-MINUTES(TEAM-IDX) * TBT-RATE(TEAM-IDX) / 60
109100     MOVE 'Y' TO TBT-PRICED-SWITCH(TEAM-IDX)
109200     GO TO 7000-EXIT.
109300 7000-COUNT-UNPRICED.
109400     IF TBT-MINUTES(TEAM-IDX) > ZERO
109500         ADD 1 TO WS-UNPRICED-COUNT
109600     END-IF.
109700 7000-EXIT.
109800     EXIT.
109900*
110000*----------------------------------------------------------------*
110100* 8000-PRINT-REPORT - CHARGES PER TEAM WITH THEIR ENDPOINTS,     *
110200* THEN DOWNTIME PER ENDPOINT WITH THE UNCHARGED UNREACH TIME     *
110300*----------------------------------------------------------------*
110400 8000-PRINT-REPORT.
110500     MOVE RPT-BLANK-LINE TO REPORT-LINE
110600     WRITE REPORT-LINE
110700     MOVE RPT-TEAM-HEAD-LINE TO REPORT-LINE
110800     WRITE REPORT-LINE
110900     MOVE RPT-TEAM-COLUMN-LINE TO REPORT-LINE
111000     WRITE REPORT-LINE
111100     IF WS-TEAM-COUNT = ZERO
111200         MOVE RPT-NONE-LINE TO REPORT-LINE
111300         WRITE REPORT-LINE
111400     END-IF
111500     PERFORM 8100-PRINT-ONE-TEAM THRU 8100-EXIT
111600         VARYING TEAM-IDX FROM 1 BY 1
111700         UNTIL TEAM-IDX > WS-TEAM-COUNT
111800     MOVE WS-TOTAL-CHARGED-MIN TO RPT-CT-MINUTES
111900     MOVE WS-TOTAL-AMOUNT      TO RPT-CT-AMOUNT
112000     MOVE RPT-CHARGE-TOTAL-LINE TO REPORT-LINE
112100     WRITE REPORT-LINE
112200
112300     MOVE RPT-BLANK-LINE TO REPORT-LINE
112400     WRITE REPORT-LINE
112500     MOVE RPT-ENDPT-HEAD-LINE TO REPORT-LINE
112600     WRITE REPORT-LINE
112700     MOVE RPT-ENDPT-COLUMN-LINE TO REPORT-LINE
112800     WRITE REPORT-LINE
112900     MOVE ZERO TO WS-TOTAL-CHARGED-MIN
113000     PERFORM 8300-PRINT-ONE-ENDPOINT THRU 8300-EXIT
113100         VARYING ENDPT-IDX FROM 1 BY 1
113200         UNTIL ENDPT-IDX > WS-ENDPOINT-COUNT
113300     MOVE WS-TOTAL-CHARGED-MIN TO RPT-ET-CHARGED
113400     MOVE WS-TOTAL-UNREACH-MIN TO RPT-ET-UNREACH
113500     MOVE RPT-ENDPT-TOTAL-LINE TO REPORT-LINE
113600     WRITE REPORT-LINE.
113700 8000-EXIT.
113800     EXIT.
113900*
114000 8100-PRINT-ONE-TEAM.
114100     MOVE TBT-TEAM-ID(TEAM-IDX)     TO RPT-TEAM-ID
114200     MOVE TBT-NAME(TEAM-IDX)        TO RPT-TEAM-NAME
114300     MOVE TBT-COST-CENTRE(TEAM-IDX) TO RPT-TEAM-CC
114400     MOVE TBT-MINUTES(TEAM-IDX)     TO RPT-TEAM-MINUTES
114500     MOVE TBT-RATE(TEAM-IDX)        TO RPT-TEAM-RATE
114600     MOVE TBT-AMOUNT(TEAM-IDX)      TO RPT-TEAM-AMOUNT
114700     IF TBT-IS-PRICED(TEAM-IDX)
114800         MOVE SPACES TO RPT-TEAM-NOTE
114900         ADD TBT-AMOUNT(TEAM-IDX) TO WS-TOTAL-AMOUNT
115000     ELSE
115100         MOVE '*NO RATE*' TO RPT-TEAM-NOTE
115200     END-IF
115300     ADD TBT-MINUTES(TEAM-IDX) TO WS-TOTAL-CHARGED-MIN
115400     MOVE RPT-TEAM-LINE TO REPORT-LINE
115500     WRITE REPORT-LINE
115600
115700     SET WS-THIS-TEAM-IDX TO TEAM-IDX
115800     PERFORM 8200-PRINT-TEAM-ENDPOINT THRU 8200-EXIT
115900         VARYING CHG-IDX FROM 1 BY 1
116000         UNTIL CHG-IDX > WS-CHARGE-COUNT.
116100 8100-EXIT.
116200     EXIT.
116300*
116400 8200-PRINT-TEAM-ENDPOINT.
116500     IF TBC-TEAM-IDX(CHG-IDX) = WS-THIS-TEAM-IDX
116600         SET ENDPT-IDX TO TBC-ENDPT-IDX(CHG-IDX)
116700         MOVE TBL-ENDPOINT-ID(ENDPT-IDX)(1:30)
116800             TO RPT-TE-ENDPOINT
116900         COMPUTE WS-MINUTES ROUNDED = TBC-SECONDS(CHG-IDX) / 60
117000         MOVE WS-MINUTES TO RPT-TE-MINUTES
117100         MOVE RPT-TEAM-ENDPT-LINE TO REPORT-LINE
117200         WRITE REPORT-LINE
117300     END-IF.
117400 8200-EXIT.
117500     EXIT.
117600*
117700 8300-PRINT-ONE-ENDPOINT.
117800     COMPUTE WS-SCHED-MIN ROUNDED =
117900         TBL-SCHED-SECONDS(ENDPT-IDX) / 60
118000     COMPUTE WS-ADHOC-MIN ROUNDED =
118100         TBL-ADHOC-SECONDS(ENDPT-IDX) / 60
118200     COMPUTE WS-UNREACH-MIN ROUNDED =
118300         TBL-UNREACH-SECONDS(ENDPT-IDX) / 60
118400     COMPUTE WS-MINUTES ROUNDED =
118500         (TBL-SCHED-SECONDS(ENDPT-IDX)
118600          + TBL-ADHOC-SECONDS(ENDPT-IDX)) / 60
118700*    AN ENDPOINT THAT WAS ONLY SEEN BEFORE THE MONTH, OR WAS
118800*    SERVING ALL MONTH, HAS NOTHING TO SHOW.
118900     IF WS-MINUTES = ZERO
119000      AND WS-UNREACH-MIN = ZERO
119100         GO TO 8300-EXIT
119200     END-IF
119300     MOVE TBL-ENDPOINT-ID(ENDPT-IDX)(1:30) TO RPT-EP-ENDPOINT
119400     MOVE WS-SCHED-MIN   TO RPT-EP-SCHED
119500     MOVE WS-ADHOC-MIN   TO RPT-EP-ADHOC
119600     MOVE WS-MINUTES     TO RPT-EP-CHARGED
119700     MOVE WS-UNREACH-MIN TO RPT-EP-UNREACH
119800     ADD WS-MINUTES     TO WS-TOTAL-CHARGED-MIN
119900     ADD WS-UNREACH-MIN TO WS-TOTAL-UNREACH-MIN
120000     MOVE RPT-ENDPT-LINE TO REPORT-LINE
120100     WRITE REPORT-LINE.
120200 8300-EXIT.
120300     EXIT.
120400*
120500*----------------------------------------------------------------*
120600* 8500-WRITE-FINANCE - ONE DETAIL PER PRICED TEAM WITH MINUTES,  *
120700* THEN THE CONTROL TRAILER                                       *
120800*----------------------------------------------------------------*
120900 8500-WRITE-FINANCE.
121000     PERFORM 8600-WRITE-ONE-DETAIL THRU 8600-EXIT
121100         VARYING TEAM-IDX FROM 1 BY 1
121200         UNTIL TEAM-IDX > WS-TEAM-COUNT
121300
121400     MOVE SPACES TO WLPFIN-RECORD
121500     SET FIN-IS-TRAILER TO TRUE
121600     MOVE PARM-REPORT-YYYY     TO FIN-PERIOD(1:4)
121700     MOVE PARM-REPORT-MM       TO FIN-PERIOD(5:2)
121800     MOVE WS-FIN-DETAIL-COUNT  TO FIN-DETAIL-COUNT
121900     MOVE WS-FIN-AMOUNT-TOTAL  TO FIN-TOTAL-AMOUNT
122000     MOVE WS-FIN-MINUTES-TOTAL TO FIN-TOTAL-MINUTES
122100     WRITE WLPFIN-RECORD.
122200 8500-EXIT.
122300     EXIT.
122400*
122500 8600-WRITE-ONE-DETAIL.
122600     IF NOT TBT-IS-PRICED(TEAM-IDX)
122700      OR TBT-MINUTES(TEAM-IDX) = ZERO
122800         GO TO 8600-EXIT
122900     END-IF
123000     MOVE SPACES TO WLPFIN-RECORD
123100     SET FIN-IS-DETAIL TO TRUE
123200     MOVE PARM-REPORT-YYYY          TO FIN-PERIOD(1:4)
123300     MOVE PARM-REPORT-MM            TO FIN-PERIOD(5:2)
123400     MOVE TBT-COST-CENTRE(TEAM-IDX) TO FIN-COST-CENTRE
123500     MOVE TBT-TEAM-ID(TEAM-IDX)     TO FIN-TEAM-ID
123600     MOVE TBT-MINUTES(TEAM-IDX)     TO FIN-MINUTES
123700     MOVE TBT-RATE(TEAM-IDX)        TO FIN-RATE-PER-HOUR
123800     MOVE TBT-AMOUNT(TEAM-IDX)      TO FIN-AMOUNT
123900     MOVE WLP-FINANCE-SOURCE        TO FIN-SOURCE
124000     WRITE WLPFIN-RECORD
124100     ADD 1 TO WS-FIN-DETAIL-COUNT
124200     ADD TBT-AMOUNT(TEAM-IDX)  TO WS-FIN-AMOUNT-TOTAL
124300     ADD TBT-MINUTES(TEAM-IDX) TO WS-FIN-MINUTES-TOTAL.
124400 8600-EXIT.
124500     EXIT.
124600*
124700*----------------------------------------------------------------*
124800* 9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE       *
124900*----------------------------------------------------------------*
125000 9000-TERMINATE.
125100     IF HISTORY-FILE-OPEN
125200         CLOSE HISTORY-FILE
125300     END-IF
125400     IF SCHED-FILE-OPEN
125500         CLOSE SCHED-FILE
125600     END-IF
125700     IF OPER-FILE-OPEN
125800         CLOSE OPER-FILE
125900     END-IF
126000     IF TEAM-FILE-OPEN
126100         CLOSE TEAM-FILE
126200     END-IF
126300     IF HEALTH-FILE-OPEN
126400         CLOSE HEALTH-FILE
126500     END-IF
126600     IF REPORT-FILE-OPEN
126700         CLOSE REPORT-FILE
126800     END-IF
126900     IF FINANCE-FILE-OPEN
127000         CLOSE FINANCE-FILE
127100     END-IF
127200
127300     IF RUN-ABORTED
127400         MOVE 12 TO RETURN-CODE
127500     ELSE
127600         IF WS-UNPRICED-COUNT = ZERO
127700             MOVE ZERO TO RETURN-CODE
127800         ELSE
127900             MOVE 4 TO RETURN-CODE
128000         END-IF
128100     END-IF.
128200 9000-EXIT.
128300     EXIT.
