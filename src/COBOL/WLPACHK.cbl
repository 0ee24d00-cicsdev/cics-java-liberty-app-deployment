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
001100* MODULE NAME  WLPACHK.CBL                                      *
001200*                                                                *
001300* LIBERTY ENDPOINT AUDIT CHAIN CHECK VALUE                       *
001400*                                                                *
001500* CALLED SUBPROGRAM THAT WORKS OUT AUDIT-CHAIN-VALUE FOR ONE     *
001600* WLPAUDIT-RECORD AND STORES IT IN THE RECORD.  THE VALUE COVERS *
001700* EVERY BYTE OF THE RECORD AHEAD OF AUDIT-CHAIN-VALUE ITSELF -   *
001800* THE KEY, ALL THE AUDIT FIELDS, THE CHAIN POSITION AND THE      *
001900* PREVIOUS RECORD'S VALUE - SO CHANGING ANY OF THEM, OR MOVING   *
002000* THE RECORD TO ANOTHER PLACE IN THE CHAIN, CHANGES THE VALUE.   *
002100*                                                                *
002200* THE CICS AUDIT WRITERS CALL IT JUST BEFORE EACH WRITE TO       *
002300* WLPAUDIT, AND WLPAUD01 CALLS IT ON A COPY OF EACH RECORD TO    *
002400* SEE WHETHER THE STORED VALUE STILL MATCHES.  IT HAS NO FILES   *
002500* AND NO EXEC CICS, SO THE SAME MODULE LINK-EDITS INTO BOTH AND  *
002600* THE TWO SIDES CANNOT DRIFT APART.                              *
002700*                                                                *
002800* THE VALUE IS TWO POLYNOMIAL REMAINDERS OVER THE RECORD BYTES,  *
002900* EACH MODULO A DIFFERENT PRIME JUST UNDER 10**9, SEEDED WITH    *
003000* THE TWO HALVES OF THE PREVIOUS VALUE AND PUT SIDE BY SIDE AS   *
003100* 18 DIGITS.  IT CATCHES ACCIDENTAL AND CASUAL CHANGES; SOMEBODY *
003200* WHO KNOWS THE METHOD COULD REWORK EVERY LATER VALUE, WHICH IS  *
003300* WHY WLPAUD01 ALSO CHECKS THE WLPACHN HEAD AND THE SIGN-OFF     *
003400* POINT CARRIED FORWARD FROM ITS LAST RUN.                       *
003500*                                                                *
003600*----------------------------------------------------------------*
003700* MODIFICATION HISTORY                                          *
003800* 2026-10-15 DEVL INITIAL VERSION.                               *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.              WLPACHK.
004200 AUTHOR.                  DEVL.
004300 INSTALLATION.            LIBERTY ENDPOINT CONTROL.
004400 DATE-WRITTEN.            2026-10-15.
004500 DATE-COMPILED.
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.         IBM-370.
005000 OBJECT-COMPUTER.         IBM-370.
005100*
005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400*
005500 77  WS-COVERED-LENGTH         PIC 9(04)   COMP VALUE ZERO.
005600 77  WS-POS                    PIC 9(04)   COMP VALUE ZERO.
005700 77  WS-QUOTIENT               PIC S9(18)  COMP VALUE ZERO.
005800 77  WS-WORK                   PIC S9(18)  COMP VALUE ZERO.
005900 77  WS-MODULUS-1              PIC S9(09)  COMP
006000                                           VALUE 999999937.
006100 77  WS-MODULUS-2              PIC S9(09)  COMP
006200                                           VALUE 999999929.
006300 77  WS-MULTIPLIER-1           PIC S9(04)  COMP VALUE 257.
006400 77  WS-MULTIPLIER-2           PIC S9(04)  COMP VALUE 263.
006500*
006600*    THE TWO RUNNING REMAINDERS.  EACH STAYS BELOW ITS MODULUS,
006700*    SO THE LARGEST PRODUCT IS UNDER 3 * 10**11 AND THE TWO
006800*    TOGETHER FIT AUDIT-CHAIN-VALUE EXACTLY.
006900 01  WS-REMAINDERS.
007000     05 WS-HASH-1              PIC S9(18)  COMP VALUE ZERO.
007100     05 WS-HASH-2              PIC S9(18)  COMP VALUE ZERO.
007200*
007300*    THE PREVIOUS VALUE SPLIT INTO ITS TWO HALVES FOR THE SEED.
007400 01  WS-SEED-VALUE             PIC 9(18)   VALUE ZERO.
007500 01  WS-SEED-HALVES REDEFINES WS-SEED-VALUE.
007600     05 WS-SEED-1              PIC 9(09).
007700     05 WS-SEED-2              PIC 9(09).
007800*
007900*    ONE RECORD BYTE DROPPED INTO THE LOW HALF OF A HALFWORD
008000*    GIVES ITS VALUE 0-255 AS A NUMBER.
008100 01  WS-BYTE-AREA.
008200     05 WS-BYTE-VALUE          PIC 9(04)   COMP.
008300     05 WS-BYTE-CHARS REDEFINES WS-BYTE-VALUE
008400                               PIC X(02).
008500*
008600 LINKAGE SECTION.
008700     COPY WLPAUDR.
008800*
008900 PROCEDURE DIVISION USING WLPAUDIT-RECORD.
009000*
009100 0000-MAINLINE.
009200     PERFORM 1000-SEED THRU 1000-EXIT.
009300     PERFORM 2000-ADD-ONE-BYTE THRU 2000-EXIT
009400         VARYING WS-POS FROM 1 BY 1
009500         UNTIL WS-POS > WS-COVERED-LENGTH.
009600     COMPUTE AUDIT-CHAIN-VALUE =
009700         (WS-HASH-1 * 1000000000) + WS-HASH-2.
009800     GOBACK.
009900*
010000*----------------------------------------------------------------*
010100* 1000-SEED - START BOTH REMAINDERS FROM THE PREVIOUS VALUE.  A  *
010200* RECORD WRITTEN WHEN THE CHAIN HEAD COULD NOT BE READ CARRIES   *
010300* ZERO THERE, AND A PRE-CHAIN ONE MAY CARRY ANYTHING, SO ONLY A  *
010400* NUMERIC PREVIOUS VALUE IS USED.                                *
010500*----------------------------------------------------------------*
010600 1000-SEED.
010700     COMPUTE WS-COVERED-LENGTH =
010800         LENGTH OF WLPAUDIT-RECORD - LENGTH OF AUDIT-CHAIN-VALUE
010900     IF AUDIT-CHAIN-PREV-VALUE IS NUMERIC
011000         MOVE AUDIT-CHAIN-PREV-VALUE TO WS-SEED-VALUE
011100     ELSE
011200         MOVE ZERO TO WS-SEED-VALUE
011300     END-IF
011400     DIVIDE WS-SEED-1 BY WS-MODULUS-1
011500         GIVING WS-QUOTIENT REMAINDER WS-HASH-1
011600     DIVIDE WS-SEED-2 BY WS-MODULUS-2
011700         GIVING WS-QUOTIENT REMAINDER WS-HASH-2.
011800 1000-EXIT.
011900     EXIT.
012000*
012100*----------------------------------------------------------------*
012200* 2000-ADD-ONE-BYTE - FOLD ONE BYTE INTO BOTH REMAINDERS.  THE   *
012300* BYTE GOES IN AS ITS VALUE PLUS ONE SO A RUN OF LOW-VALUES      *
012400* STILL MOVES THEM.                                              *
012500*----------------------------------------------------------------*
012600 2000-ADD-ONE-BYTE.
012700     MOVE LOW-VALUES TO WS-BYTE-CHARS
012800     MOVE WLPAUDIT-RECORD(WS-POS:1) TO WS-BYTE-CHARS(2:1)
012900
013000     COMPUTE WS-WORK =
013100         (WS-HASH-1 * WS-MULTIPLIER-1) + WS-BYTE-VALUE + 1
013200     DIVIDE WS-WORK BY WS-MODULUS-1
013300         GIVING WS-QUOTIENT REMAINDER WS-HASH-1
013400
013500     COMPUTE WS-WORK =
013600         (WS-HASH-2 * WS-MULTIPLIER-2) + WS-BYTE-VALUE + 1
013700     DIVIDE WS-WORK BY WS-MODULUS-2
013800         GIVING WS-QUOTIENT REMAINDER WS-HASH-2.
013900 2000-EXIT.
014000     EXIT.
