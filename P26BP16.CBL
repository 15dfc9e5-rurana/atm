004200     03  PPARM-PERIOD        PIC X(06).                           00420000
004300     03  FILLER              PIC X(01).                           00430000
004400     03  PPARM-RUN-TYPE      PIC X(01).                           00440000
004500     03  FILLER              PIC X(05).                           00450067
004510     03  PPARM-PAY-GROUP     PIC X(02).                           00451067
004520     03  FILLER              PIC X(65).                           00452067
004600 FD  P26PHIST                                                     00460000
004700     LABEL RECORDS ARE STANDARD.                                  00470000
004800     COPY P26PHR.                                                 00480000
006500     88  SUPPL-RUN                   VALUE 'S'.                   00650000
006600 01  WS-WANT-RUN             PIC X(01) VALUE 'R'.                 00660000
006700 01  WS-PERIOD               PIC X(06) VALUE SPACES.              00670000
006710 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              00671067
006720 01  WS-GRP-DONE-FLAG        PIC X(01) VALUE 'N'.                 00672067
006730     88  GRP-DONE                    VALUE 'Y'.                   00673067
006800 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00680000
006900     88  EMP-FOUND                   VALUE 'Y'.                   00690000
007000 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00700000
007600 01  WS-OTH-DEDN             PIC 9(07)V99 VALUE ZERO.             00760000
007700 01  WS-NET-PAY              PIC S9(07)V99 VALUE ZERO.            00770000
007800 01  WS-EMPR-CONT            PIC 9(07)V99 VALUE ZERO.             00780000
007805 01  WS-EXP-REIMB            PIC 9(07)V99 VALUE ZERO.             00780556
007810 01  WS-PRO-DAYS             PIC 9(03) VALUE ZERO.                00781046
007820 01  WS-PRO-PRD-DAYS         PIC 9(03) VALUE ZERO.                00782046
007900 01  WS-CURRENT-DATE.                                             00790000
008000     03  WS-CURR-YY          PIC 9(04).                           00800000
008100     03  WS-CURR-MM          PIC 9(02).                           00810000
009400     03  ML-TEXT             PIC X(16).                           00940000
009500     03  FILLER              PIC X(02) VALUE SPACES.              00950000
009600     03  ML-AMOUNT           PIC Z,ZZZ,ZZ9.99-.                   00960000
009610 01  WS-PRORATE-TEXT.                                             00961046
009620     03  FILLER              PIC X(09) VALUE 'PRORATED '.         00962046
009630     03  PT-DAYS             PIC Z9.                              00963046
009640     03  FILLER              PIC X(04) VALUE ' OF '.              00964046
009650     03  PT-PRD-DAYS         PIC Z9.                              00965046
009660     03  FILLER              PIC X(05) VALUE ' DAYS'.             00966046
009700 01  WS-EMPR-BOX-HEADING     PIC X(132) VALUE                     00970000
009800     'EMPLOYER CONTRIBUTIONS (NOT DEDUCTED FROM PAY)'.            00980000
009900 01  WS-CONTROL-LINE-1.                                           00990000
010400     03  FILLER              PIC X(26) VALUE                      01040000
010500         'PAYSLIPS PRODUCED         '.                            01050000
010600     03  CL-SLIPS            PIC ZZ,ZZ9.                          01060000
010610 01  WS-CONTROL-LINE-3.                                           01061067
010620     03  FILLER              PIC X(26) VALUE                      01062067
010630         'PAY GROUP                 '.                            01063067
010640     03  CL-PAY-GROUP        PIC X(02).                           01064067
010700     COPY P26RCC.                                                 01070000
010800*                                                                 01080000
010900 PROCEDURE DIVISION.                                              01090000
011000 MAIN-PARA.                                                       01100000
011050     PERFORM READ-PPARM-PARA                                      01105067
011100     PERFORM REGISTER-START-PARA                                  01110000
011200     PERFORM INITIALIZATION-PARA                                  01120000
011300     PERFORM HISTORY-SLIP-PARA                                    01130000
012000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01200000
012100     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01210000
012200         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01220000
012400     IF WS-PERIOD = SPACES                                        01240000
012450        AND WS-PAY-GROUP = SPACES                                 01245067
012500         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   01250000
012600     END-IF                                                       01260000
012700     IF SUPPL-RUN                                                 01270000
013600     END-IF                                                       01360000
013700     OPEN OUTPUT P26PSLP                                          01370000
013800     OPEN INPUT P26PHIST                                          01380000
013810     IF NOT PHIST-MISSING                                         01381067
013820        AND WS-PERIOD = SPACES                                    01382067
013830         PERFORM FIND-GROUP-PERIOD-PARA                           01383067
013840     END-IF                                                       01384067
013900     IF PHIST-MISSING                                             01390000
014000         SET END-OF-FILE TO TRUE                                  01400000
014100     ELSE                                                         01410000
014800             PERFORM READ-PHIST-PARA                              01480000
014900         END-IF                                                   01490000
015000     END-IF.                                                      01500000
015002*                                                                 01500267
015004 FIND-GROUP-PERIOD-PARA.                                          01500467
015006     MOVE 'N' TO WS-GRP-DONE-FLAG                                 01500667
015008     MOVE '99999' TO PH-EMP-ID                                    01500867
015010     MOVE LOW-VALUES TO PH-PERIOD PH-RUN-TYPE                     01501067
015012     START P26PHIST KEY IS NOT LESS THAN PH-KEY                   01501267
015014         INVALID KEY                                              01501467
015016             SET GRP-DONE TO TRUE                                 01501667
015018     END-START                                                    01501867
015020     PERFORM FIND-GROUP-PERIOD-NEXT-PARA                          01502067
015022         UNTIL GRP-DONE                                           01502267
015024     IF WS-PERIOD = SPACES                                        01502467
015026         DISPLAY 'P26BP16 NO CLOSED PERIOD FOR PAY GROUP '        01502667
015028             WS-PAY-GROUP                                         01502867
015030     END-IF.                                                      01503067
015032*                                                                 01503267
015034 FIND-GROUP-PERIOD-NEXT-PARA.                                     01503467
015036     READ P26PHIST NEXT RECORD                                    01503667
015038         AT END                                                   01503867
015040             SET GRP-DONE TO TRUE                                 01504067
015042     END-READ                                                     01504267
015044     IF NOT GRP-DONE                                              01504467
015046         IF PH-EMP-ID NOT = '99999'                               01504667
015048             SET GRP-DONE TO TRUE                                 01504867
015050         ELSE                                                     01505067
015052             IF PH-TRAILER-REC AND PH-REGULAR-RUN                 01505267
015054                AND PH-PERIOD-CLOSED                              01505467
015056                AND PH-PAY-GROUP = WS-PAY-GROUP                   01505667
015058                 MOVE PH-PERIOD TO WS-PERIOD                      01505867
015060             END-IF                                               01506067
015062         END-IF                                                   01506267
015064     END-IF.                                                      01506467
015100*                                                                 01510000
015200 READ-PPARM-PARA.                                                 01520000
015300     MOVE SPACES TO WS-PERIOD WS-RUN-TYPE                         01530000
015350     MOVE SPACES TO WS-PAY-GROUP                                  01535067
015400     OPEN INPUT P26PPARM                                          01540000
015500     IF NOT PPARM-MISSING                                         01550000
015600         READ P26PPARM                                            01560000
015900         END-READ                                                 01590000
016000         MOVE PPARM-PERIOD TO WS-PERIOD                           01600000
016100         MOVE PPARM-RUN-TYPE TO WS-RUN-TYPE                       01610000
016150         MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                     01615067
016200         CLOSE P26PPARM                                           01620000
016300     END-IF.                                                      01630000
016400*                                                                 01640000
017200     IF PH-DETAIL-REC                                             01720000
017300        AND PH-RUN-TYPE = WS-WANT-RUN                             01730000
017400        AND PH-PERIOD = WS-PERIOD                                 01740000
017450        AND PH-PAY-GROUP = WS-PAY-GROUP                           01745067
017500         ADD 1 TO WS-READ-COUNT                                   01750000
017600         PERFORM FIND-MASTER-PARA                                 01760000
017700         MOVE PH-GROSS TO WS-GROSS                                01770000
018300         ELSE                                                     01830000
018400             MOVE ZERO TO WS-EMPR-CONT                            01840000
018500         END-IF                                                   01850000
018510         IF PH-PRO-DAYS NUMERIC                                   01851046
018520            AND PH-PRO-PRD-DAYS NUMERIC                           01852046
018530             MOVE PH-PRO-DAYS TO WS-PRO-DAYS                      01853046
018540             MOVE PH-PRO-PRD-DAYS TO WS-PRO-PRD-DAYS              01854046
018550         ELSE                                                     01855046
018560             MOVE ZERO TO WS-PRO-DAYS WS-PRO-PRD-DAYS             01856046
018570         END-IF                                                   01857046
018575         IF PH-EXP-REIMB NUMERIC                                  01857556
018580             MOVE PH-EXP-REIMB TO WS-EXP-REIMB                    01858056
018585         ELSE                                                     01858556
018590             MOVE ZERO TO WS-EXP-REIMB                            01859056
018595         END-IF                                                   01859556
018600         PERFORM PRINT-SLIP-PARA                                  01860000
018700         ADD 1 TO WS-SLIP-COUNT                                   01870000
018800     END-IF                                                       01880000
026000     MOVE WS-GROSS TO ML-AMOUNT                                   02600000
026100     MOVE WS-MONEY-LINE TO PSLP-LINE                              02610000
026200     WRITE PSLP-LINE AFTER ADVANCING 2 LINE                       02620000
026210     IF WS-PRO-PRD-DAYS > ZERO                                    02621046
026220         MOVE SPACES TO WS-LABEL-LINE                             02622046
026230         MOVE WS-PRO-DAYS TO PT-DAYS                              02623046
026240         MOVE WS-PRO-PRD-DAYS TO PT-PRD-DAYS                      02624046
026250         MOVE WS-PRORATE-TEXT TO LBL-VALUE                        02625046
026260         MOVE WS-LABEL-LINE TO PSLP-LINE                          02626046
026270         WRITE PSLP-LINE AFTER ADVANCING 1 LINE                   02627046
026280     END-IF                                                       02628046
026300     MOVE 'TAX             ' TO ML-TEXT                           02630000
026400     MOVE WS-TAX TO ML-AMOUNT                                     02640000
026500     MOVE WS-MONEY-LINE TO PSLP-LINE                              02650000
026800     MOVE WS-OTH-DEDN TO ML-AMOUNT                                02680000
026900     MOVE WS-MONEY-LINE TO PSLP-LINE                              02690000
027000     WRITE PSLP-LINE AFTER ADVANCING 1 LINE                       02700000
027010     IF WS-EXP-REIMB > ZERO                                       02701056
027020         MOVE 'EXPENSES NON-TAX' TO ML-TEXT                       02702056
027030         MOVE WS-EXP-REIMB TO ML-AMOUNT                           02703056
027040         MOVE WS-MONEY-LINE TO PSLP-LINE                          02704056
027050         WRITE PSLP-LINE AFTER ADVANCING 1 LINE                   02705056
027060     END-IF                                                       02706056
027100     MOVE 'NET PAY         ' TO ML-TEXT                           02710000
027200     MOVE WS-NET-PAY TO ML-AMOUNT                                 02720000
027300     MOVE WS-MONEY-LINE TO PSLP-LINE                              02730000
028900     MOVE WS-SLIP-COUNT TO CL-SLIPS                               02890000
029000     MOVE WS-CONTROL-LINE-2 TO PSLP-LINE                          02900000
029100     WRITE PSLP-LINE AFTER ADVANCING 1 LINE                       02910000
029110     MOVE WS-PAY-GROUP TO CL-PAY-GROUP                            02911067
029120     MOVE WS-CONTROL-LINE-3 TO PSLP-LINE                          02912067
029130     WRITE PSLP-LINE AFTER ADVANCING 1 LINE                       02913067
029200     IF CTF-OPEN                                                  02920000
029300         CLOSE P26CTF                                             02930000
029400     END-IF                                                       02940000
030100 REGISTER-START-PARA.                                             03010000
030200     SET RCA-START TO TRUE                                        03020000
030300     MOVE 'P26BP16' TO RCA-JOB-NAME                               03030000
030310     IF WS-PAY-GROUP NOT = SPACES                                 03031067
030320         STRING 'P26B16' WS-PAY-GROUP                             03032067
030330             DELIMITED BY SIZE INTO RCA-JOB-NAME                  03033067
030340     END-IF                                                       03034067
030400     MOVE SPACES TO RCA-BUS-DATE                                  03040000
030500     MOVE SPACES TO RCA-PRED-JOB                                  03050000
030600     MOVE SPACES TO RCA-OVERRIDE                                  03060000
