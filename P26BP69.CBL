000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP69.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PGIN ASSIGN TO P26PGIN                             00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PGIN-STATUS.                           00080000
000900     SELECT P26PCAL ASSIGN TO P26PCAL                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS CAL-PERIOD                                 00120000
001300         FILE STATUS IS WS-PCAL-STATUS.                           00130000
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS EMP-ID                                     00170000
001800         FILE STATUS IS WS-MFILE-STATUS.                          00180000
001900     SELECT P26SFILE ASSIGN TO P26SFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS STS-EMP-ID                                 00220000
002300         FILE STATUS IS WS-SFILE-STATUS.                          00230000
002400     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS AUD-KEY                                    00270000
002800         FILE STATUS IS WS-AUDIT-STATUS.                          00280000
002900     SELECT P26PGRP ASSIGN TO P26PGRP                             00290000
003000         ORGANIZATION IS LINE SEQUENTIAL                          00300000
003100         FILE STATUS IS WS-PGRP-STATUS.                           00310000
003200*                                                                 00320000
003300 DATA DIVISION.                                                   00330000
003400 FILE SECTION.                                                    00340000
003500 FD  P26PGIN                                                      00350000
003600     LABEL RECORDS ARE STANDARD.                                  00360000
003700 01  PGIN-RECORD.                                                 00370000
003800     03  PGI-EMP-ID          PIC X(05).                           00380000
003900     03  FILLER              PIC X(01).                           00390000
004000     03  PGI-PAY-GROUP       PIC X(02).                           00400000
004100     03  FILLER              PIC X(72).                           00410000
004200 FD  P26PCAL                                                      00420000
004300     LABEL RECORDS ARE STANDARD.                                  00430000
004400     COPY P26PCLR.                                                00440000
004500 FD  P26MFILE                                                     00450000
004600     LABEL RECORDS ARE STANDARD.                                  00460000
004700     COPY EMPMSTR.                                                00470000
004800 FD  P26SFILE                                                     00480000
004900     LABEL RECORDS ARE STANDARD.                                  00490000
005000     COPY P26STR.                                                 00500000
005100 FD  P26AUDIT                                                     00510000
005200     LABEL RECORDS ARE STANDARD.                                  00520000
005300     COPY P26AUDR.                                                00530000
005400 FD  P26PGRP                                                      00540000
005500     LABEL RECORDS ARE STANDARD.                                  00550000
005600 01  PGRP-LINE               PIC X(132).                          00560000
005700*                                                                 00570000
005800 WORKING-STORAGE SECTION.                                         00580000
005900 01  WS-PGIN-STATUS          PIC X(02) VALUE SPACES.              00590000
006000     88  PGIN-MISSING                VALUE '35'.                  00600000
006100 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              00610000
006200     88  PCAL-MISSING                VALUE '35'.                  00620000
006300 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00630000
006400 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00640000
006500     88  SFILE-MISSING               VALUE '35'.                  00650000
006600 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              00660000
006700     88  AUDIT-DUPKEY                VALUE '22'.                  00670000
006800     88  AUDIT-MISSING               VALUE '35'.                  00680000
006900 01  WS-PGRP-STATUS          PIC X(02) VALUE SPACES.              00690000
007000 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00700000
007100     88  END-OF-FILE                 VALUE 'Y'.                   00710000
007200 01  WS-CAL-DONE-FLAG        PIC X(01) VALUE 'N'.                 00720000
007300     88  CAL-DONE                    VALUE 'Y'.                   00730000
007400 01  WS-GROUP-FOUND-FLAG     PIC X(01) VALUE 'N'.                 00740000
007500     88  GROUP-FOUND                 VALUE 'Y'.                   00750000
007600 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00760000
007700     88  STS-FOUND                   VALUE 'Y'.                   00770000
007800 01  WS-OLD-GROUP            PIC X(02) VALUE SPACES.              00780000
007900 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00790000
008000 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.                00800000
008100 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.                00810000
008200 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              00820000
008300 01  WS-APPLIED-NOTE         PIC X(30) VALUE SPACES.              00830000
008400 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00840000
008500 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00850000
008600 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00860000
008700 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             00870000
008800 01  WS-CURRENT-DATE.                                             00880000
008900     03  WS-CURR-YY          PIC 9(04).                           00890000
009000     03  WS-CURR-MM          PIC 9(02).                           00900000
009100     03  WS-CURR-DD          PIC 9(02).                           00910000
009200 01  WS-CURRENT-TIME         PIC 9(08).                           00920000
009300 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              00930000
009400 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              00940000
009500 01  WS-HEADING-LINE         PIC X(132) VALUE                     00950000
009600     'P26BP69  PAY GROUP ASSIGNMENT'.                             00960000
009700 01  WS-RESULT-LINE.                                              00970000
009800     03  RL-CARD             PIC X(80).                           00980000
009900     03  FILLER              PIC X(02) VALUE SPACES.              00990000
010000     03  RL-RESULT           PIC X(08).                           01000000
010100     03  FILLER              PIC X(02) VALUE SPACES.              01010000
010200     03  RL-REASON           PIC X(30).                           01020000
010300 01  WS-MOVED-NOTE.                                               01030000
010400     03  FILLER              PIC X(11) VALUE 'FROM GROUP '.       01040000
010500     03  MN-OLD-GROUP        PIC X(02).                           01050000
010600     03  FILLER              PIC X(04) VALUE ' TO '.              01060000
010700     03  MN-NEW-GROUP        PIC X(02).                           01070000
010800 01  WS-SUMMARY-LINE.                                             01080000
010900     03  SM-LABEL            PIC X(30).                           01090000
011000     03  SM-COUNT            PIC ZZZ,ZZ9.                         01100000
011100     COPY P26RCC.                                                 01110000
011200*                                                                 01120000
011300 PROCEDURE DIVISION.                                              01130000
011400 MAIN-PARA.                                                       01140000
011500     PERFORM REGISTER-START-PARA                                  01150000
011600     PERFORM INITIALIZATION-PARA                                  01160000
011700     PERFORM PROCESS-PARA                                         01170000
011800         UNTIL END-OF-FILE                                        01180000
011900     PERFORM TERMINATION-PARA                                     01190000
012000     PERFORM REGISTER-END-PARA                                    01200000
012100     STOP RUN.                                                    01210000
012200*                                                                 01220000
012300 INITIALIZATION-PARA.                                             01230000
012400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01240000
012500     ACCEPT WS-CURRENT-TIME FROM TIME                             01250000
012600     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01260000
012700         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01270000
012800     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      01280000
012900     OPEN OUTPUT P26PGRP                                          01290000
013000     MOVE WS-HEADING-LINE TO PGRP-LINE                            01300000
013100     WRITE PGRP-LINE                                              01310000
013200     OPEN INPUT P26PCAL                                           01320000
013300     OPEN INPUT P26MFILE                                          01330000
013400     OPEN I-O P26SFILE                                            01340000
013500     IF SFILE-MISSING                                             01350000
013600         OPEN OUTPUT P26SFILE                                     01360000
013700         CLOSE P26SFILE                                           01370000
013800         OPEN I-O P26SFILE                                        01380000
013900     END-IF                                                       01390000
014000     OPEN I-O P26AUDIT                                            01400000
014100     IF AUDIT-MISSING                                             01410000
014200         OPEN OUTPUT P26AUDIT                                     01420000
014300         CLOSE P26AUDIT                                           01430000
014400         OPEN I-O P26AUDIT                                        01440000
014500     END-IF                                                       01450000
014600     OPEN INPUT P26PGIN                                           01460000
014700     IF PGIN-MISSING                                              01470000
014800         SET END-OF-FILE TO TRUE                                  01480000
014900         MOVE 'P26PGIN NOT PRESENT - NO ASSIGNMENTS' TO PGRP-LINE 01490000
015000         WRITE PGRP-LINE                                          01500000
015100     ELSE                                                         01510000
015200         PERFORM READ-PGIN-PARA                                   01520000
015300     END-IF.                                                      01530000
015400*                                                                 01540000
015500 READ-PGIN-PARA.                                                  01550000
015600     READ P26PGIN                                                 01560000
015700         AT END                                                   01570000
015800             SET END-OF-FILE TO TRUE                              01580000
015900     END-READ.                                                    01590000
016000*                                                                 01600000
016100 PROCESS-PARA.                                                    01610000
016200     ADD 1 TO WS-READ-COUNT                                       01620000
016300     MOVE SPACES TO WS-REJECT-REASON                              01630000
016400     MOVE SPACES TO WS-APPLIED-NOTE                               01640000
016500     MOVE PGI-EMP-ID TO EMP-ID                                    01650000
016600     READ P26MFILE                                                01660000
016700         INVALID KEY                                              01670000
016800             MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON      01680000
016900     END-READ                                                     01690000
017000     IF WS-REJECT-REASON = SPACES                                 01700000
017100        AND PGI-PAY-GROUP NOT = SPACES                            01710000
017200         PERFORM CHECK-GROUP-PARA                                 01720000
017300         IF NOT GROUP-FOUND                                       01730000
017400             MOVE 'PAY GROUP NOT ON CALENDAR' TO WS-REJECT-REASON 01740000
017500         END-IF                                                   01750000
017600     END-IF                                                       01760000
017700     IF WS-REJECT-REASON = SPACES                                 01770000
017800         PERFORM SAVE-PAY-GROUP-PARA                              01780000
017900     END-IF                                                       01790000
018000     IF WS-REJECT-REASON = SPACES                                 01800000
018100         PERFORM APPLIED-PARA                                     01810000
018200     ELSE                                                         01820000
018300         PERFORM REJECT-PARA                                      01830000
018400     END-IF                                                       01840000
018500     PERFORM READ-PGIN-PARA.                                      01850000
018600*                                                                 01860000
018700 CHECK-GROUP-PARA.                                                01870000
018800     MOVE 'N' TO WS-GROUP-FOUND-FLAG                              01880000
018900     MOVE 'N' TO WS-CAL-DONE-FLAG                                 01890000
019000     IF PCAL-MISSING                                              01900000
019100         SET CAL-DONE TO TRUE                                     01910000
019200     ELSE                                                         01920000
019300         MOVE LOW-VALUES TO CAL-PERIOD                            01930000
019400         START P26PCAL KEY IS NOT LESS THAN CAL-PERIOD            01940000
019500             INVALID KEY                                          01950000
019600                 SET CAL-DONE TO TRUE                             01960000
019700         END-START                                                01970000
019800     END-IF                                                       01980000
019900     PERFORM CHECK-GROUP-NEXT-PARA                                01990000
020000         UNTIL CAL-DONE.                                          02000000
020100*                                                                 02010000
020200 CHECK-GROUP-NEXT-PARA.                                           02020000
020300     READ P26PCAL NEXT RECORD                                     02030000
020400         AT END                                                   02040000
020500             SET CAL-DONE TO TRUE                                 02050000
020600     END-READ                                                     02060000
020700     IF NOT CAL-DONE                                              02070000
020800        AND CAL-PAY-GROUP = PGI-PAY-GROUP                         02080000
020900         SET GROUP-FOUND TO TRUE                                  02090000
021000         SET CAL-DONE TO TRUE                                     02100000
021100     END-IF.                                                      02110000
021200*                                                                 02120000
021300 SAVE-PAY-GROUP-PARA.                                             02130000
021400     MOVE PGI-EMP-ID TO STS-EMP-ID                                02140000
021500     READ P26SFILE                                                02150000
021600         INVALID KEY                                              02160000
021700             MOVE 'N' TO WS-STS-FOUND-FLAG                        02170000
021800         NOT INVALID KEY                                          02180000
021900             MOVE 'Y' TO WS-STS-FOUND-FLAG                        02190000
022000     END-READ                                                     02200000
022100     IF STS-FOUND                                                 02210000
022200         MOVE STS-PAY-GROUP TO WS-OLD-GROUP                       02220000
022300     ELSE                                                         02230000
022400         MOVE SPACES TO WS-OLD-GROUP                              02240000
022500     END-IF                                                       02250000
022600     IF PGI-PAY-GROUP = WS-OLD-GROUP                              02260000
022700         MOVE 'ALREADY IN THIS PAY GROUP' TO WS-REJECT-REASON     02270000
022800     ELSE                                                         02280000
022900         IF STS-FOUND                                             02290000
023000             MOVE EMP-STATUS-RECORD TO WS-AUDIT-BEFORE            02300000
023100             MOVE PGI-PAY-GROUP TO STS-PAY-GROUP                  02310000
023200             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 02320000
023300             MOVE 'P26BP69 ' TO STS-UPD-USER                      02330000
023400             REWRITE EMP-STATUS-RECORD                            02340000
023500                 INVALID KEY                                      02350000
023600                     MOVE 'STATUS REWRITE FAILED'                 02360000
023700                         TO WS-REJECT-REASON                      02370000
023800             END-REWRITE                                          02380000
023900         ELSE                                                     02390000
024000             MOVE SPACES TO WS-AUDIT-BEFORE                       02400000
024100             MOVE SPACES TO EMP-STATUS-RECORD                     02410000
024200             MOVE PGI-EMP-ID TO STS-EMP-ID                        02420000
024300             SET STS-ACTIVE TO TRUE                               02430000
024400             MOVE PGI-PAY-GROUP TO STS-PAY-GROUP                  02440000
024500             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 02450000
024600             MOVE 'P26BP69 ' TO STS-UPD-USER                      02460000
024700             WRITE EMP-STATUS-RECORD                              02470000
024800                 INVALID KEY                                      02480000
024900                     MOVE 'STATUS WRITE FAILED'                   02490000
025000                         TO WS-REJECT-REASON                      02500000
025100             END-WRITE                                            02510000
025200         END-IF                                                   02520000
025300     END-IF                                                       02530000
025400     IF WS-REJECT-REASON = SPACES                                 02540000
025500         MOVE EMP-STATUS-RECORD TO WS-AUDIT-AFTER                 02550000
025600         MOVE 'U' TO WS-AUDIT-ACTION                              02560000
025700         PERFORM WRITE-AUDIT-PARA                                 02570000
025800         MOVE WS-OLD-GROUP TO MN-OLD-GROUP                        02580000
025900         MOVE PGI-PAY-GROUP TO MN-NEW-GROUP                       02590000
026000         MOVE WS-MOVED-NOTE TO WS-APPLIED-NOTE                    02600000
026100     END-IF.                                                      02610000
026200*                                                                 02620000
026300 WRITE-AUDIT-PARA.                                                02630000
026400     MOVE PGI-EMP-ID TO AUD-EMP-ID                                02640000
026500     MOVE WS-RUN-DATE-OUT TO AUD-DATE-KEY                         02650000
026600     MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                         02660000
026700     MOVE ZERO TO WS-AUDIT-SEQ                                    02670000
026800     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 02680000
026900     MOVE WS-AUDIT-ACTION TO AUD-ACTION                           02690000
027000     MOVE 'P26SFILE' TO AUD-SOURCE-FILE                           02700000
027100     MOVE 'BP69' TO AUD-TERM-ID                                   02710000
027200     MOVE 'P26BP69 ' TO AUD-USER-ID                               02720000
027300     MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE                     02730000
027400     MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE                       02740000
027500     PERFORM WRITE-AUDIT-RECORD-PARA                              02750000
027600     PERFORM WRITE-AUDIT-RETRY-PARA                               02760000
027700         UNTIL NOT AUDIT-DUPKEY.                                  02770000
027800*                                                                 02780000
027900 WRITE-AUDIT-RECORD-PARA.                                         02790000
028000     WRITE AUDIT-RECORD                                           02800000
028100         INVALID KEY                                              02810000
028200             CONTINUE                                             02820000
028300     END-WRITE.                                                   02830000
028400*                                                                 02840000
028500 WRITE-AUDIT-RETRY-PARA.                                          02850000
028600     IF AUDIT-DUPKEY                                              02860000
028700         ADD 1 TO WS-AUDIT-SEQ                                    02870000
028800         IF WS-AUDIT-SEQ = ZERO                                   02880000
028900             PERFORM STAMP-TIME-PARA                              02890000
029000             MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                 02900000
029100         END-IF                                                   02910000
029200         MOVE WS-AUDIT-SEQ TO AUD-SEQ                             02920000
029300         PERFORM WRITE-AUDIT-RECORD-PARA                          02930000
029400     END-IF.                                                      02940000
029500*                                                                 02950000
029600 STAMP-TIME-PARA.                                                 02960000
029700     ACCEPT WS-CURRENT-TIME FROM TIME                             02970000
029800     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT.                     02980000
029900*                                                                 02990000
030000 APPLIED-PARA.                                                    03000000
030100     ADD 1 TO WS-APPLIED-COUNT                                    03010000
030200     MOVE SPACES TO WS-RESULT-LINE                                03020000
030300     MOVE PGIN-RECORD TO RL-CARD                                  03030000
030400     MOVE 'APPLIED ' TO RL-RESULT                                 03040000
030500     MOVE WS-APPLIED-NOTE TO RL-REASON                            03050000
030600     MOVE WS-RESULT-LINE TO PGRP-LINE                             03060000
030700     WRITE PGRP-LINE.                                             03070000
030800*                                                                 03080000
030900 REJECT-PARA.                                                     03090000
031000     ADD 1 TO WS-REJECT-COUNT                                     03100000
031100     MOVE SPACES TO WS-RESULT-LINE                                03110000
031200     MOVE PGIN-RECORD TO RL-CARD                                  03120000
031300     MOVE 'REJECTED' TO RL-RESULT                                 03130000
031400     MOVE WS-REJECT-REASON TO RL-REASON                           03140000
031500     MOVE WS-RESULT-LINE TO PGRP-LINE                             03150000
031600     WRITE PGRP-LINE.                                             03160000
031700*                                                                 03170000
031800 TERMINATION-PARA.                                                03180000
031900     MOVE SPACES TO PGRP-LINE                                     03190000
032000     WRITE PGRP-LINE                                              03200000
032100     MOVE SPACES TO WS-SUMMARY-LINE                               03210000
032200     MOVE 'CARDS READ' TO SM-LABEL                                03220000
032300     MOVE WS-READ-COUNT TO SM-COUNT                               03230000
032400     MOVE WS-SUMMARY-LINE TO PGRP-LINE                            03240000
032500     WRITE PGRP-LINE                                              03250000
032600     MOVE 'CARDS APPLIED' TO SM-LABEL                             03260000
032700     MOVE WS-APPLIED-COUNT TO SM-COUNT                            03270000
032800     MOVE WS-SUMMARY-LINE TO PGRP-LINE                            03280000
032900     WRITE PGRP-LINE                                              03290000
033000     MOVE 'CARDS REJECTED' TO SM-LABEL                            03300000
033100     MOVE WS-REJECT-COUNT TO SM-COUNT                             03310000
033200     MOVE WS-SUMMARY-LINE TO PGRP-LINE                            03320000
033300     WRITE PGRP-LINE                                              03330000
033400     IF NOT PGIN-MISSING                                          03340000
033500         CLOSE P26PGIN                                            03350000
033600     END-IF                                                       03360000
033700     IF NOT PCAL-MISSING                                          03370000
033800         CLOSE P26PCAL                                            03380000
033900     END-IF                                                       03390000
034000     CLOSE P26MFILE                                               03400000
034100     CLOSE P26SFILE                                               03410000
034200     CLOSE P26AUDIT                                               03420000
034300     CLOSE P26PGRP                                                03430000
034400     DISPLAY 'P26BP69 CARDS ' WS-READ-COUNT                       03440000
034500         ' APPLIED ' WS-APPLIED-COUNT                             03450000
034600         ' REJECTED ' WS-REJECT-COUNT.                            03460000
034700*                                                                 03470000
034800 REGISTER-START-PARA.                                             03480000
034900     SET RCA-START TO TRUE                                        03490000
035000     MOVE 'P26BP69' TO RCA-JOB-NAME                               03500000
035100     MOVE SPACES TO RCA-BUS-DATE                                  03510000
035200     MOVE SPACES TO RCA-PRED-JOB                                  03520000
035300     MOVE SPACES TO RCA-OVERRIDE                                  03530000
035400     MOVE ZERO TO RCA-READ-COUNT                                  03540000
035500     MOVE ZERO TO RCA-WRITE-COUNT                                 03550000
035600     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       03560000
035700     IF RCA-RETURN NOT = '00'                                     03570000
035800         DISPLAY 'P26BP69 RUN REFUSED BY RUN CONTROL RC='         03580000
035900             RCA-RETURN                                           03590000
036000         STOP RUN                                                 03600000
036100     END-IF.                                                      03610000
036200*                                                                 03620000
036300 REGISTER-END-PARA.                                               03630000
036400     SET RCA-END TO TRUE                                          03640000
036500     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         03650000
036600     MOVE WS-APPLIED-COUNT TO RCA-WRITE-COUNT                     03660000
036700     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      03670000
