000600     SELECT P26YEPARM ASSIGN TO P26YEPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-YEPARM-STATUS.                         00080000
000900     SELECT P26YTDF ASSIGN TO P26YTDF                             00090068
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS YTA-KEY                                    00120068
001300         FILE STATUS IS WS-YTDF-STATUS.                           00130068
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
003700 01  YEPARM-RECORD.                                               00370000
003800     03  YEP-YEAR            PIC X(04).                           00380000
003900     03  FILLER              PIC X(76).                           00390000
004000 FD  P26YTDF                                                      00400068
004100     LABEL RECORDS ARE STANDARD.                                  00410000
004200     COPY P26YTAR.                                                00420068
004300 FD  P26MFILE                                                     00430000
004400     LABEL RECORDS ARE STANDARD.                                  00440000
004500     COPY EMPMSTR.                                                00450000
005600 WORKING-STORAGE SECTION.                                         00560000
005700 01  WS-YEPARM-STATUS        PIC X(02) VALUE SPACES.              00570000
005800     88  YEPARM-MISSING              VALUE '35'.                  00580000
005900 01  WS-YTDF-STATUS          PIC X(02) VALUE SPACES.              00590068
006000     88  YTDF-MISSING                VALUE '35'.                  00600068
006100 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00610000
006200     88  MFILE-MISSING               VALUE '35'.                  00620000
006300 01  WS-MFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00630000
008000 01  WS-CERT-TAX             PIC 9(09)V99 VALUE ZERO.             00800000
008100 01  WS-CERT-OTH             PIC 9(09)V99 VALUE ZERO.             00810000
008200 01  WS-CERT-NET             PIC S9(09)V99 VALUE ZERO.            00820000
008210 01  WS-DED-SUB              PIC 9(02) VALUE ZERO.                00821068
008220 01  WS-AMT-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.                 00822068
008300 01  WS-ARCH-REPORT          PIC X(08) VALUE SPACES.              00830000
008400 01  WS-CURRENT-DATE.                                             00840000
008500     03  WS-CURR-YY          PIC 9(04).                           00850000
010100     03  FILLER              PIC X(02) VALUE SPACES.              01010000
010200     03  LBL-VALUE           PIC X(30).                           01020000
010300 01  WS-COL-HEADING          PIC X(132) VALUE                     01030000
010400     '                GROSS             TAX        OTH-DEDN       01040068
010500-    '      NET'.                                                 01050068
011500 01  WS-TOTAL-LINE.                                               01150000
011600     03  FILLER              PIC X(06) VALUE 'TOTAL '.            01160000
011700     03  FILLER              PIC X(01) VALUE SPACES.              01170000
013000     PERFORM INITIALIZATION-PARA                                  01300000
013100     PERFORM PROCESS-PARA                                         01310000
013200         UNTIL END-OF-FILE                                        01320000
013600     PERFORM TERMINATION-PARA                                     01360000
013700     PERFORM REGISTER-END-PARA                                    01370000
013800     STOP RUN.                                                    01380000
016100         CLOSE P26RARCH                                           01610000
016200         OPEN I-O P26RARCH                                        01620000
016300     END-IF                                                       01630000
016400     OPEN INPUT P26YTDF                                           01640068
016500     IF YTDF-MISSING                                              01650068
016600         SET END-OF-FILE TO TRUE                                  01660000
016700     ELSE                                                         01670000
016800         MOVE WS-YEAR TO YTA-YEAR                                 01680068
016850         MOVE LOW-VALUES TO YTA-EMP-ID                            01685068
016900         START P26YTDF KEY IS NOT LESS THAN YTA-KEY               01690068
017000             INVALID KEY                                          01700000
017100                 SET END-OF-FILE TO TRUE                          01710000
017200         END-START                                                01720000
017300         IF NOT END-OF-FILE                                       01730000
017400             PERFORM READ-YTDF-PARA                               01740068
017500         END-IF                                                   01750000
017600     END-IF.                                                      01760000
017700*                                                                 01770000
019000         MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR                     01900000
019100     END-IF.                                                      01910000
019200*                                                                 01920000
019300 READ-YTDF-PARA.                                                  01930068
019400     READ P26YTDF NEXT RECORD                                     01940068
019500         AT END                                                   01950000
019600             SET END-OF-FILE TO TRUE                              01960000
019700     END-READ                                                     01970068
019710     IF NOT END-OF-FILE                                           01971068
019720        AND YTA-YEAR NOT = WS-YEAR                                01972068
019730         SET END-OF-FILE TO TRUE                                  01973068
019740     END-IF.                                                      01974068
019800*                                                                 01980000
019900 PROCESS-PARA.                                                    01990000
020000     PERFORM START-CERT-PARA                                      02000068
020100     PERFORM FINISH-CERT-PARA                                     02010068
020200     PERFORM READ-YTDF-PARA.                                      02020068
021100*                                                                 02110000
021200 START-CERT-PARA.                                                 02120000
021300     MOVE YTA-EMP-ID TO WS-CUR-EMP                                02130068
021400     MOVE YTA-EMP-NAME TO WS-CUR-NAME                             02140068
021500     IF MFILE-OPEN                                                02150000
021600         MOVE YTA-EMP-ID TO EMP-ID                                02160068
021700         READ P26MFILE                                            02170000
021800             INVALID KEY                                          02180000
021900                 MOVE SPACES TO EMPLOYEE-MASTER-RECORD            02190043
022400     ADD 1 TO WS-CERT-COUNT                                       02240000
022500     ADD 1 TO WS-SERIAL-SEQ                                       02250000
022600     MOVE ZERO TO WS-LINE-SEQ                                     02260000
022700     MOVE YTA-GROSS TO WS-CERT-GROSS                              02270068
022800     MOVE YTA-TAX TO WS-CERT-TAX                                  02280068
022810     MOVE YTA-OTH-DEDN TO WS-CERT-OTH                             02281068
022820     MOVE YTA-NET TO WS-CERT-NET                                  02282068
022900     MOVE SPACES TO WS-ARCH-REPORT                                02290000
023000     STRING 'TC' WS-CUR-EMP DELIMITED BY SIZE                     02300000
023100         INTO WS-ARCH-REPORT                                      02310000
024792         END-READ                                                 02479236
024794     END-IF.                                                      02479436
024796*                                                                 02479636
024806 CERT-DEDN-PARA.                                                  02480668
024816     MOVE SPACES TO WS-LABEL-LINE                                 02481668
024826     MOVE 'EMPLOYER CONTRIB' TO LBL-TEXT                          02482668
024836     MOVE YTA-EMPR-CONT TO WS-AMT-EDIT                            02483668
024846     MOVE WS-AMT-EDIT TO LBL-VALUE                                02484668
024856     MOVE WS-LABEL-LINE TO TAXCT-LINE                             02485668
024866     PERFORM WRITE-CERT-LINE-PARA                                 02486668
024876     MOVE ZERO TO WS-DED-SUB                                      02487668
024886     PERFORM CERT-DEDN-LINE-PARA                                  02488668
024896         UNTIL WS-DED-SUB = YTA-DED-COUNT                         02489668
024906     IF YTA-DED-OVERFLOW NOT = ZERO                               02490668
024916         MOVE SPACES TO WS-LABEL-LINE                             02491668
024926         MOVE 'DEDUCTION OTHER' TO LBL-TEXT                       02492668
024936         MOVE YTA-DED-OVERFLOW TO WS-AMT-EDIT                     02493668
024946         MOVE WS-AMT-EDIT TO LBL-VALUE                            02494668
024956         MOVE WS-LABEL-LINE TO TAXCT-LINE                         02495668
024966         PERFORM WRITE-CERT-LINE-PARA                             02496668
024976     END-IF.                                                      02497668
024986*                                                                 02498668
024996 CERT-DEDN-LINE-PARA.                                             02499668
025006     ADD 1 TO WS-DED-SUB                                          02500668
025016     IF YTA-DED-CLASS(WS-DED-SUB) NOT = 'E'                       02501668
025026        AND YTA-DED-AMOUNT(WS-DED-SUB) NOT = ZERO                 02502668
025036         MOVE SPACES TO WS-LABEL-LINE                             02503668
025046         STRING 'DEDUCTION ' YTA-DED-TYPE(WS-DED-SUB)             02504668
025056             DELIMITED BY SIZE INTO LBL-TEXT                      02505668
025066         MOVE YTA-DED-AMOUNT(WS-DED-SUB) TO WS-AMT-EDIT           02506668
025076         MOVE WS-AMT-EDIT TO LBL-VALUE                            02507668
025086         MOVE WS-LABEL-LINE TO TAXCT-LINE                         02508668
025096         PERFORM WRITE-CERT-LINE-PARA                             02509668
025106     END-IF.                                                      02510668
026100*                                                                 02610000
026200 FINISH-CERT-PARA.                                                02620000
026300     MOVE SPACES TO WS-TOTAL-LINE                                 02630000
026800     MOVE WS-CERT-NET TO TL-NET                                   02680000
026900     MOVE WS-TOTAL-LINE TO TAXCT-LINE                             02690000
027000     PERFORM WRITE-CERT-LINE-PARA                                 02700000
027050     PERFORM CERT-DEDN-PARA                                       02705068
027100     MOVE SPACES TO TAXCT-LINE                                    02710000
027200     PERFORM WRITE-CERT-LINE-PARA                                 02720000
027300     PERFORM WRITE-INDEX-PARA                                     02730000
030200*                                                                 03020000
030300 TERMINATION-PARA.                                                03030000
030400     DISPLAY 'P26BP34 CERTIFICATES PRODUCED ' WS-CERT-COUNT       03040000
030500     IF NOT YTDF-MISSING                                          03050068
030600         CLOSE P26YTDF                                            03060068
030700     END-IF                                                       03070000
030800     IF MFILE-OPEN                                                03080000
030900         CLOSE P26MFILE                                           03090000
