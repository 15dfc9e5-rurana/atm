000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26WDCL.                                             00020000
000300 DATA DIVISION.                                                   00030000
000400 WORKING-STORAGE SECTION.                                         00040000
000500 01  WS-DATE-IN.                                                  00050000
000600     03  WS-DATE-YY          PIC 9(04).                           00060000
000700     03  WS-DATE-MM          PIC 9(02).                           00070000
000800     03  WS-DATE-DD          PIC 9(02).                           00080000
000900 01  WS-CALC-YY              PIC 9(04) VALUE ZERO.                00090000
001000 01  WS-CALC-MM              PIC 9(02) VALUE ZERO.                00100000
001100 01  WS-QUOT                 PIC 9(07) VALUE ZERO.                00110000
001200 01  WS-REM                  PIC 9(07) VALUE ZERO.                00120000
001300 01  WS-DAY-NUM              PIC 9(07) VALUE ZERO.                00130000
001400 01  WS-FROM-NUM             PIC 9(07) VALUE ZERO.                00140000
001500 01  WS-TO-NUM               PIC 9(07) VALUE ZERO.                00150000
001600 01  WS-WEEKDAY              PIC 9(01) VALUE ZERO.                00160000
001700     88  WS-WEEKEND                  VALUE 4 5.                   00170000
001800 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'Y'.                 00180000
001900     88  DATE-OK                     VALUE 'Y'.                   00190000
002000 LINKAGE SECTION.                                                 00200000
002100     COPY P26WDC.                                                 00210000
002200 PROCEDURE DIVISION USING WORK-DAY-AREA.                          00220000
002300 MAIN-PARA.                                                       00230000
002400     MOVE ZERO TO WD-DAYS                                         00240000
002500     SET WD-OK TO TRUE                                            00250000
002600     MOVE WD-FROM-DATE TO WS-DATE-IN                              00260000
002700     PERFORM DAY-NUMBER-PARA                                      00270000
002800     MOVE WS-DAY-NUM TO WS-FROM-NUM                               00280000
002900     IF DATE-OK                                                   00290000
003000         MOVE WD-TO-DATE TO WS-DATE-IN                            00300000
003100         PERFORM DAY-NUMBER-PARA                                  00310000
003200         MOVE WS-DAY-NUM TO WS-TO-NUM                             00320000
003300     END-IF                                                       00330000
003400     IF NOT DATE-OK                                               00340000
003500         SET WD-BAD-DATE TO TRUE                                  00350000
003600     ELSE                                                         00360000
003700         MOVE WS-FROM-NUM TO WS-DAY-NUM                           00370000
003800         PERFORM COUNT-DAY-PARA                                   00380000
003900             UNTIL WS-DAY-NUM > WS-TO-NUM                         00390000
004000     END-IF                                                       00400000
004100     GOBACK.                                                      00410000
004200*                                                                 00420000
004700 DAY-NUMBER-PARA.                                                 00470000
004800     MOVE 'Y' TO WS-DATE-OK-FLAG                                  00480000
004900     MOVE ZERO TO WS-DAY-NUM                                      00490000
005000     IF WS-DATE-IN NOT NUMERIC                                    00500000
005100         MOVE 'N' TO WS-DATE-OK-FLAG                              00510000
005200     ELSE                                                         00520000
005300         IF WS-DATE-MM < 1 OR WS-DATE-MM > 12                     00530000
005400            OR WS-DATE-DD < 1 OR WS-DATE-DD > 31                  00540000
005500            OR WS-DATE-YY < 1900                                  00550000
005600             MOVE 'N' TO WS-DATE-OK-FLAG                          00560000
005700         END-IF                                                   00570000
005800     END-IF                                                       00580000
005900     IF DATE-OK                                                   00590000
006000         MOVE WS-DATE-YY TO WS-CALC-YY                            00600000
006100         MOVE WS-DATE-MM TO WS-CALC-MM                            00610000
006200         IF WS-CALC-MM < 3                                        00620000
006300             SUBTRACT 1 FROM WS-CALC-YY                           00630000
006400             ADD 12 TO WS-CALC-MM                                 00640000
006500         END-IF                                                   00650000
006600         COMPUTE WS-DAY-NUM = 365 * WS-CALC-YY + WS-DATE-DD       00660000
006700         DIVIDE WS-CALC-YY BY 4 GIVING WS-QUOT                    00670000
006800         ADD WS-QUOT TO WS-DAY-NUM                                00680000
006900         DIVIDE WS-CALC-YY BY 100 GIVING WS-QUOT                  00690000
007000         SUBTRACT WS-QUOT FROM WS-DAY-NUM                         00700000
007100         DIVIDE WS-CALC-YY BY 400 GIVING WS-QUOT                  00710000
007200         ADD WS-QUOT TO WS-DAY-NUM                                00720000
007300         COMPUTE WS-QUOT = 153 * (WS-CALC-MM - 3) + 2             00730000
007400         DIVIDE WS-QUOT BY 5 GIVING WS-QUOT                       00740000
007500         ADD WS-QUOT TO WS-DAY-NUM                                00750000
007600     END-IF.                                                      00760000
007700*                                                                 00770000
007800 COUNT-DAY-PARA.                                                  00780000
007900     DIVIDE WS-DAY-NUM BY 7 GIVING WS-QUOT REMAINDER WS-REM       00790000
008000     MOVE WS-REM TO WS-WEEKDAY                                    00800000
008100     IF NOT WS-WEEKEND                                            00810000
008200         ADD 1 TO WD-DAYS                                         00820000
008300     END-IF                                                       00830000
008400     ADD 1 TO WS-DAY-NUM.                                         00840000
