000600     SELECT P26YEPARM ASSIGN TO P26YEPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-YEPARM-STATUS.                         00080000
000900     SELECT P26YTDF ASSIGN TO P26YTDF                             00090068
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS YTA-KEY                                    00120068
001300         FILE STATUS IS WS-YTDF-STATUS.                           00130068
001400     SELECT P26AFILE ASSIGN TO P26AFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
003200 01  YEPARM-RECORD.                                               00320000
003300     03  YEP-YEAR            PIC X(04).                           00330000
003400     03  FILLER              PIC X(76).                           00340000
003500 FD  P26YTDF                                                      00350068
003600     LABEL RECORDS ARE STANDARD.                                  00360000
003700     COPY P26YTAR.                                                00370068
003800 FD  P26AFILE                                                     00380000
003900     LABEL RECORDS ARE STANDARD.                                  00390000
004000     COPY EMPREC.                                                 00400000
004800 WORKING-STORAGE SECTION.                                         00480000
004900 01  WS-YEPARM-STATUS        PIC X(02) VALUE SPACES.              00490000
005000     88  YEPARM-MISSING              VALUE '35'.                  00500000
005100 01  WS-YTDF-STATUS          PIC X(02) VALUE SPACES.              00510068
005200     88  YTDF-MISSING                VALUE '35'.                  00520068
005300 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00530000
005400     88  AFILE-MISSING               VALUE '35'.                  00540000
005500 01  WS-AFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00550000
011600 MAIN-PARA.                                                       01160000
011700     PERFORM REGISTER-START-PARA                                  01170000
011800     PERFORM INITIALIZATION-PARA                                  01180000
011900     PERFORM SUM-ACCUM-PARA                                       01190068
012000         UNTIL END-OF-FILE                                        01200000
012100     PERFORM TRUE-UP-PARA                                         01210000
012200     PERFORM RANK-REPORT-PARA                                     01220000
014800     IF NOT ADJF-MISSING                                          01480000
014900         SET ADJF-OPEN TO TRUE                                    01490000
015000     END-IF                                                       01500000
015100     OPEN INPUT P26YTDF                                           01510068
015200     IF YTDF-MISSING                                              01520068
015300         SET END-OF-FILE TO TRUE                                  01530000
015400     ELSE                                                         01540000
015500         MOVE WS-YEAR TO YTA-YEAR                                 01550068
015550         MOVE LOW-VALUES TO YTA-EMP-ID                            01555068
015600         START P26YTDF KEY IS NOT LESS THAN YTA-KEY               01560068
015700             INVALID KEY                                          01570000
015800                 SET END-OF-FILE TO TRUE                          01580000
015900         END-START                                                01590000
016000         IF NOT END-OF-FILE                                       01600000
016100             PERFORM READ-YTDF-PARA                               01610068
016200         END-IF                                                   01620000
016300     END-IF.                                                      01630000
016400*                                                                 01640000
017700         MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR                     01770000
017800     END-IF.                                                      01780000
017900*                                                                 01790000
018000 READ-YTDF-PARA.                                                  01800068
018100     READ P26YTDF NEXT RECORD                                     01810068
018200         AT END                                                   01820000
018300             SET END-OF-FILE TO TRUE                              01830000
018400     END-READ                                                     01840068
018410     IF NOT END-OF-FILE                                           01841068
018420        AND YTA-YEAR NOT = WS-YEAR                                01842068
018430         SET END-OF-FILE TO TRUE                                  01843068
018440     END-IF.                                                      01844068
018500*                                                                 01850000
018600 SUM-ACCUM-PARA.                                                  01860068
018900     PERFORM FIND-EMP-PARA                                        01890068
019000     IF WS-EMP-SUB > ZERO                                         01900068
019100         ADD YTA-GROSS TO WS-TBL-GROSS(WS-EMP-SUB)                01910068
019200         ADD YTA-TAX TO WS-TBL-TAX(WS-EMP-SUB)                    01920068
019300     END-IF                                                       01930068
019500     PERFORM READ-YTDF-PARA.                                      01950068
019600*                                                                 01960000
019700 FIND-EMP-PARA.                                                   01970000
019800     MOVE 'N' TO WS-FOUND-FLAG                                    01980000
020300         IF WS-EMP-MAX < 500                                      02030000
020400             ADD 1 TO WS-EMP-MAX                                  02040000
020500             MOVE WS-EMP-MAX TO WS-EMP-SUB                        02050000
020600             MOVE YTA-EMP-ID TO WS-TBL-EMP-ID(WS-EMP-SUB)         02060068
020700             MOVE YTA-EMP-NAME TO WS-TBL-NAME(WS-EMP-SUB)         02070068
020800             MOVE ZERO TO WS-TBL-GROSS(WS-EMP-SUB)                02080000
020900             MOVE ZERO TO WS-TBL-TAX(WS-EMP-SUB)                  02090000
021000             MOVE ZERO TO WS-TBL-LIAB(WS-EMP-SUB)                 02100000
021700*                                                                 02170000
021800 FIND-EMP-SCAN-PARA.                                              02180000
021900     ADD 1 TO WS-EMP-SUB                                          02190000
022000     IF WS-TBL-EMP-ID(WS-EMP-SUB) = YTA-EMP-ID                    02200068
022100         MOVE 'Y' TO WS-FOUND-FLAG                                02210000
022200     END-IF.                                                      02220000
022300*                                                                 02230000
033700     MOVE WS-ADJ-COUNT TO SM-COUNT                                03370000
033800     MOVE WS-SUMMARY-LINE TO YERP-LINE                            03380000
033900     WRITE YERP-LINE                                              03390000
034000     IF NOT YTDF-MISSING                                          03400068
034100         CLOSE P26YTDF                                            03410068
034200     END-IF                                                       03420000
034300     IF AFILE-OPEN                                                03430000
034400         CLOSE P26AFILE                                           03440000
