000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26YTDUP.                                            00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26YTDF ASSIGN TO P26YTDF                             00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS DYNAMIC                                   00080000
000900         RECORD KEY IS YTA-KEY                                    00090000
001000         FILE STATUS IS WS-YTDF-STATUS.                           00100000
001100*                                                                 00110000
001200 DATA DIVISION.                                                   00120000
001300 FILE SECTION.                                                    00130000
001400 FD  P26YTDF                                                      00140000
001500     LABEL RECORDS ARE STANDARD.                                  00150000
001600     COPY P26YTAR.                                                00160000
001700*                                                                 00170000
001800 WORKING-STORAGE SECTION.                                         00180000
001900 01  WS-YTDF-STATUS          PIC X(02) VALUE SPACES.              00190000
002000     88  YTDF-OK                     VALUE '00'.                  00200000
002100     88  YTDF-MISSING                VALUE '35'.                  00210000
002200 01  WS-YTDF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00220000
002300     88  YTDF-OPEN                   VALUE 'Y'.                   00230000
002400 01  WS-REC-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00240000
002500     88  REC-FOUND                   VALUE 'Y'.                   00250000
002600 01  WS-DED-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00260000
002700     88  DED-FOUND                   VALUE 'Y'.                   00270000
002800 01  WS-DED-SUB              PIC 9(02) VALUE ZERO.                00280000
002900 01  WS-CURRENT-DATE.                                             00290000
003000     03  WS-CURR-YY          PIC 9(04).                           00300000
003100     03  WS-CURR-MM          PIC 9(02).                           00310000
003200     03  WS-CURR-DD          PIC 9(02).                           00320000
003300 01  WS-STAMP-DATE           PIC X(10) VALUE SPACES.              00330000
003400 LINKAGE SECTION.                                                 00340000
003500     COPY P26YTAC.                                                00350000
003600 PROCEDURE DIVISION USING YTD-POST-AREA.                          00360000
003700 MAIN-PARA.                                                       00370000
003800     MOVE '00' TO YTP-RETURN                                      00380000
003900     IF YTP-OPEN                                                  00390000
004000         IF NOT YTDF-OPEN                                         00400000
004100             PERFORM OPEN-YTDF-PARA                               00410000
004200         END-IF                                                   00420000
004300     ELSE                                                         00430000
004400         IF YTP-CLOSE                                             00440000
004500             IF YTDF-OPEN                                         00450000
004600                 CLOSE P26YTDF                                    00460000
004700                 MOVE 'N' TO WS-YTDF-OPEN-FLAG                    00470000
004800             END-IF                                               00480000
004900         ELSE                                                     00490000
005000             IF NOT YTDF-OPEN                                     00500000
005100                 PERFORM OPEN-YTDF-PARA                           00510000
005200             END-IF                                               00520000
005300             IF YTDF-OPEN                                         00530000
005400                 PERFORM POST-PARA                                00540000
005500             END-IF                                               00550000
005600         END-IF                                                   00560000
005700     END-IF                                                       00570000
005800     GOBACK.                                                      00580000
005900*                                                                 00590000
006000 OPEN-YTDF-PARA.                                                  00600000
006100     OPEN I-O P26YTDF                                             00610000
006200     IF YTDF-MISSING                                              00620000
006300         OPEN OUTPUT P26YTDF                                      00630000
006400         CLOSE P26YTDF                                            00640000
006500         OPEN I-O P26YTDF                                         00650000
006600     END-IF                                                       00660000
006700     IF YTDF-OK                                                   00670000
006800         SET YTDF-OPEN TO TRUE                                    00680000
006900     ELSE                                                         00690000
007000         SET YTP-IO-ERROR TO TRUE                                 00700000
007100     END-IF.                                                      00710000
007200*                                                                 00720000
007300 POST-PARA.                                                       00730000
007400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    00740000
007500     MOVE SPACES TO WS-STAMP-DATE                                 00750000
007600     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              00760000
007700         DELIMITED BY SIZE INTO WS-STAMP-DATE                     00770000
007800     MOVE YTP-PERIOD(1:4) TO YTA-YEAR                             00780000
007900     MOVE YTP-EMP-ID TO YTA-EMP-ID                                00790000
008000     READ P26YTDF                                                 00800000
008100         INVALID KEY                                              00810000
008200             PERFORM NEW-ACCUM-PARA                               00820000
008300         NOT INVALID KEY                                          00830000
008400             MOVE 'Y' TO WS-REC-FOUND-FLAG                        00840000
008500     END-READ                                                     00850000
008600     IF YTP-POST-PAY                                              00860000
008700         PERFORM ADD-PAY-PARA                                     00870000
008800     ELSE                                                         00880000
008900         PERFORM ADD-DED-PARA                                     00890000
009000     END-IF                                                       00900000
009100     IF YTP-PERIOD > YTA-LAST-PERIOD                              00910000
009200         MOVE YTP-PERIOD TO YTA-LAST-PERIOD                       00920000
009300     END-IF                                                       00930000
009400     MOVE WS-STAMP-DATE TO YTA-UPD-DATE                           00940000
009500     MOVE YTP-USER TO YTA-UPD-USER                                00950000
009600     IF REC-FOUND                                                 00960000
009700         REWRITE YTD-ACCUM-RECORD                                 00970000
009800     ELSE                                                         00980000
009900         WRITE YTD-ACCUM-RECORD                                   00990000
010000     END-IF                                                       01000000
010100     IF NOT YTDF-OK                                               01010000
010200         SET YTP-IO-ERROR TO TRUE                                 01020000
010300     END-IF.                                                      01030000
010400*                                                                 01040000
010500 NEW-ACCUM-PARA.                                                  01050000
010600     MOVE 'N' TO WS-REC-FOUND-FLAG                                01060000
010700     INITIALIZE YTD-ACCUM-RECORD                                  01070000
010800     MOVE YTP-PERIOD(1:4) TO YTA-YEAR                             01080000
010900     MOVE YTP-EMP-ID TO YTA-EMP-ID.                               01090000
011000*                                                                 01100000
011100 ADD-PAY-PARA.                                                    01110000
011200     IF YTP-EMP-NAME NOT = SPACES                                 01120000
011300         MOVE YTP-EMP-NAME TO YTA-EMP-NAME                        01130000
011400     END-IF                                                       01140000
011500     ADD YTP-GROSS TO YTA-GROSS                                   01150000
011600     ADD YTP-TAX TO YTA-TAX                                       01160000
011700     ADD YTP-OTH-DEDN TO YTA-OTH-DEDN                             01170000
011800     ADD YTP-EMPR-CONT TO YTA-EMPR-CONT                           01180000
011900     ADD YTP-NET TO YTA-NET                                       01190000
012000     ADD YTP-HOURS TO YTA-HOURS                                   01200000
012100     ADD YTP-PAY-COUNT TO YTA-PAY-COUNT.                          01210000
012200*                                                                 01220000
012300 ADD-DED-PARA.                                                    01230000
012400     MOVE 'N' TO WS-DED-FOUND-FLAG                                01240000
012500     MOVE ZERO TO WS-DED-SUB                                      01250000
012600     PERFORM FIND-DED-PARA                                        01260000
012700         UNTIL DED-FOUND OR WS-DED-SUB = YTA-DED-COUNT            01270000
012800     IF NOT DED-FOUND                                             01280000
012900        AND YTA-DED-COUNT < 20                                    01290000
013000         ADD 1 TO YTA-DED-COUNT                                   01300000
013100         MOVE YTA-DED-COUNT TO WS-DED-SUB                         01310000
013200         MOVE YTP-DED-TYPE TO YTA-DED-TYPE(WS-DED-SUB)            01320000
013300         MOVE YTP-DED-CLASS TO YTA-DED-CLASS(WS-DED-SUB)          01330000
013400         MOVE ZERO TO YTA-DED-AMOUNT(WS-DED-SUB)                  01340000
013500         MOVE 'Y' TO WS-DED-FOUND-FLAG                            01350000
013600     END-IF                                                       01360000
013700     IF DED-FOUND                                                 01370000
013800         ADD YTP-DED-AMOUNT TO YTA-DED-AMOUNT(WS-DED-SUB)         01380000
013900     ELSE                                                         01390000
014000         ADD YTP-DED-AMOUNT TO YTA-DED-OVERFLOW                   01400000
014100     END-IF.                                                      01410000
014200*                                                                 01420000
014300 FIND-DED-PARA.                                                   01430000
014400     ADD 1 TO WS-DED-SUB                                          01440000
014500     IF YTA-DED-TYPE(WS-DED-SUB) = YTP-DED-TYPE                   01450000
014600        AND YTA-DED-CLASS(WS-DED-SUB) = YTP-DED-CLASS             01460000
014700         MOVE 'Y' TO WS-DED-FOUND-FLAG                            01470000
014800     END-IF.                                                      01480000
