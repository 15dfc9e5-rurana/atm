000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP48.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PYIN ASSIGN TO P26PYIN                             00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PYIN-STATUS.                           00080000
000900     SELECT P26PYEF ASSIGN TO P26PYEF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS PYE-KEY                                    00120000
001300         FILE STATUS IS WS-PYEF-STATUS.                           00130000
001400     SELECT P26PYRP ASSIGN TO P26PYRP                             00140000
001500         ORGANIZATION IS LINE SEQUENTIAL                          00150000
001600         FILE STATUS IS WS-PYRP-STATUS.                           00160000
001700*                                                                 00170000
001800 DATA DIVISION.                                                   00180000
001900 FILE SECTION.                                                    00190000
002000 FD  P26PYIN                                                      00200000
002100     LABEL RECORDS ARE STANDARD.                                  00210000
002200 01  PYIN-RECORD.                                                 00220000
002300     03  PYI-CARD-TYPE       PIC X(01).                           00230000
002400         88  PYI-NAME-CARD          VALUE 'P'.                    00240000
002500         88  PYI-ADDR-CARD          VALUE 'A'.                    00250000
002600         88  PYI-BANK-CARD          VALUE 'B'.                    00260000
002700     03  PYI-DED-TYPE        PIC X(04).                           00270000
002800     03  PYI-EMP-ID          PIC X(05).                           00280000
002900     03  PYI-NAME-DATA.                                           00290000
003000         05  PYI-NAME        PIC X(30).                           00300000
003100         05  PYI-REFERENCE   PIC X(15).                           00310000
003200         05  FILLER          PIC X(25).                           00320000
003300     03  PYI-ADDR-DATA REDEFINES PYI-NAME-DATA.                   00330000
003400         05  PYI-ADDR-1      PIC X(30).                           00340000
003500         05  PYI-ADDR-2      PIC X(30).                           00350000
003600         05  PYI-POSTCODE    PIC X(10).                           00360000
003700     03  PYI-BANK-DATA REDEFINES PYI-NAME-DATA.                   00370000
003800         05  PYI-BANK-CODE   PIC X(06).                           00380000
003900         05  PYI-ACCT-NO     PIC X(12).                           00390000
004000         05  PYI-STATUS      PIC X(01).                           00400000
004100         05  FILLER          PIC X(51).                           00410000
004200 FD  P26PYEF                                                      00420000
004300     LABEL RECORDS ARE STANDARD.                                  00430000
004400     COPY P26PYER.                                                00440000
004500 FD  P26PYRP                                                      00450000
004600     LABEL RECORDS ARE STANDARD.                                  00460000
004700 01  PYRP-LINE               PIC X(132).                          00470000
004800*                                                                 00480000
004900 WORKING-STORAGE SECTION.                                         00490000
005000 01  WS-PYIN-STATUS          PIC X(02) VALUE SPACES.              00500000
005100     88  PYIN-MISSING                VALUE '35'.                  00510000
005200 01  WS-PYEF-STATUS          PIC X(02) VALUE SPACES.              00520000
005300     88  PYEF-MISSING                VALUE '35'.                  00530000
005400 01  WS-PYRP-STATUS          PIC X(02) VALUE SPACES.              00540000
005500 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00550000
005600     88  END-OF-FILE                 VALUE 'Y'.                   00560000
005700 01  WS-PAYEE-FOUND-FLAG     PIC X(01) VALUE 'N'.                 00570000
005800     88  PAYEE-FOUND                 VALUE 'Y'.                   00580000
005900 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00590000
006000 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.                00600000
006100 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.                00610000
006200 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              00620000
006300 01  WS-CURRENT-DATE.                                             00630000
006400     03  WS-CURR-YY          PIC 9(04).                           00640000
006500     03  WS-CURR-MM          PIC 9(02).                           00650000
006600     03  WS-CURR-DD          PIC 9(02).                           00660000
006700 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              00670000
006800 01  WS-HEADING-LINE         PIC X(132) VALUE                     00680000
006900     'P26BP48  DEDUCTION PAYEE MASTER LOAD'.                      00690000
007000 01  WS-RESULT-LINE.                                              00700000
007100     03  RL-CARD             PIC X(80).                           00710000
007200     03  FILLER              PIC X(02) VALUE SPACES.              00720000
007300     03  RL-RESULT           PIC X(08).                           00730000
007400     03  FILLER              PIC X(02) VALUE SPACES.              00740000
007500     03  RL-REASON           PIC X(30).                           00750000
007600 01  WS-PAYEE-LINE.                                               00760000
007700     03  PL-DED-TYPE         PIC X(04).                           00770000
007800     03  FILLER              PIC X(01) VALUE SPACES.              00780000
007900     03  PL-EMP-ID           PIC X(05).                           00790000
008000     03  FILLER              PIC X(02) VALUE SPACES.              00800000
008100     03  PL-NAME             PIC X(30).                           00810000
008200     03  FILLER              PIC X(02) VALUE SPACES.              00820000
008300     03  PL-BANK-CODE        PIC X(06).                           00830000
008400     03  FILLER              PIC X(01) VALUE SPACES.              00840000
008500     03  PL-ACCT-NO          PIC X(12).                           00850000
008600     03  FILLER              PIC X(02) VALUE SPACES.              00860000
008700     03  PL-REFERENCE        PIC X(15).                           00870000
008800     03  FILLER              PIC X(02) VALUE SPACES.              00880000
008900     03  PL-STATUS           PIC X(01).                           00890000
009000 01  WS-SUMMARY-LINE.                                             00900000
009100     03  SM-LABEL            PIC X(30).                           00910000
009200     03  SM-COUNT            PIC ZZZ,ZZ9.                         00920000
009300     COPY P26RCC.                                                 00930000
009400*                                                                 00940000
009500 PROCEDURE DIVISION.                                              00950000
009600 MAIN-PARA.                                                       00960000
009700     PERFORM REGISTER-START-PARA                                  00970000
009800     PERFORM INITIALIZATION-PARA                                  00980000
009900     PERFORM PROCESS-PARA                                         00990000
010000         UNTIL END-OF-FILE                                        01000000
010100     PERFORM LIST-PAYEES-PARA                                     01010000
010200     PERFORM TERMINATION-PARA                                     01020000
010300     PERFORM REGISTER-END-PARA                                    01030000
010400     STOP RUN.                                                    01040000
010500*                                                                 01050000
010600 INITIALIZATION-PARA.                                             01060000
010700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01070000
010800     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01080000
010900         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01090000
011000     OPEN OUTPUT P26PYRP                                          01100000
011100     MOVE WS-HEADING-LINE TO PYRP-LINE                            01110000
011200     WRITE PYRP-LINE                                              01120000
011300     OPEN I-O P26PYEF                                             01130000
011400     IF PYEF-MISSING                                              01140000
011500         OPEN OUTPUT P26PYEF                                      01150000
011600         CLOSE P26PYEF                                            01160000
011700         OPEN I-O P26PYEF                                         01170000
011800     END-IF                                                       01180000
011900     OPEN INPUT P26PYIN                                           01190000
012000     IF PYIN-MISSING                                              01200000
012100         SET END-OF-FILE TO TRUE                                  01210000
012200         MOVE 'P26PYIN NOT PRESENT - PAYEES LISTED ONLY'          01220000
012300             TO PYRP-LINE                                         01230000
012400         WRITE PYRP-LINE                                          01240000
012500     ELSE                                                         01250000
012600         PERFORM READ-PYIN-PARA                                   01260000
012700     END-IF.                                                      01270000
012800*                                                                 01280000
012900 READ-PYIN-PARA.                                                  01290000
013000     READ P26PYIN                                                 01300000
013100         AT END                                                   01310000
013200             SET END-OF-FILE TO TRUE                              01320000
013300     END-READ.                                                    01330000
013400*                                                                 01340000
013500 PROCESS-PARA.                                                    01350000
013600     ADD 1 TO WS-READ-COUNT                                       01360000
013700     MOVE SPACES TO WS-REJECT-REASON                              01370000
013800     MOVE PYI-DED-TYPE TO PYE-DED-TYPE                            01380000
013900     MOVE PYI-EMP-ID TO PYE-EMP-ID                                01390000
014000     READ P26PYEF                                                 01400000
014100         INVALID KEY                                              01410000
014200             MOVE 'N' TO WS-PAYEE-FOUND-FLAG                      01420000
014300         NOT INVALID KEY                                          01430000
014400             MOVE 'Y' TO WS-PAYEE-FOUND-FLAG                      01440000
014500     END-READ                                                     01450000
014600     EVALUATE TRUE                                                01460000
014700         WHEN PYI-DED-TYPE = SPACES                               01470000
014800             MOVE 'DEDUCTION TYPE MISSING' TO WS-REJECT-REASON    01480000
014900         WHEN PYI-NAME-CARD                                       01490000
015000             PERFORM NAME-CARD-PARA                               01500000
015100         WHEN PYI-ADDR-CARD                                       01510000
015200             PERFORM ADDR-CARD-PARA                               01520000
015300         WHEN PYI-BANK-CARD                                       01530000
015400             PERFORM BANK-CARD-PARA                               01540000
015500         WHEN OTHER                                               01550000
015600             MOVE 'CARD TYPE NOT P, A OR B' TO WS-REJECT-REASON   01560000
015700     END-EVALUATE                                                 01570000
015800     IF WS-REJECT-REASON = SPACES                                 01580000
015900         PERFORM APPLIED-PARA                                     01590000
016000     ELSE                                                         01600000
016100         PERFORM REJECT-PARA                                      01610000
016200     END-IF                                                       01620000
016300     PERFORM READ-PYIN-PARA.                                      01630000
016400*                                                                 01640000
016500 NAME-CARD-PARA.                                                  01650000
016600     IF PYI-NAME = SPACES                                         01660000
016700         MOVE 'PAYEE NAME MISSING' TO WS-REJECT-REASON            01670000
016800     ELSE                                                         01680000
016900         IF NOT PAYEE-FOUND                                       01690000
017000             MOVE SPACES TO PAYEE-RECORD                          01700000
017100             MOVE PYI-DED-TYPE TO PYE-DED-TYPE                    01710000
017200             MOVE PYI-EMP-ID TO PYE-EMP-ID                        01720000
017300             SET PYE-ACTIVE TO TRUE                               01730000
017400         END-IF                                                   01740000
017500         MOVE PYI-NAME TO PYE-NAME                                01750000
017600         MOVE PYI-REFERENCE TO PYE-REFERENCE                      01760000
017700         PERFORM SAVE-PAYEE-PARA                                  01770000
017800     END-IF.                                                      01780000
017900*                                                                 01790000
018000 ADDR-CARD-PARA.                                                  01800000
018100     IF NOT PAYEE-FOUND                                           01810000
018200         MOVE 'PAYEE CARD MUST COME FIRST' TO WS-REJECT-REASON    01820000
018300     ELSE                                                         01830000
018400         MOVE PYI-ADDR-1 TO PYE-ADDR-1                            01840000
018500         MOVE PYI-ADDR-2 TO PYE-ADDR-2                            01850000
018600         MOVE PYI-POSTCODE TO PYE-POSTCODE                        01860000
018700         PERFORM SAVE-PAYEE-PARA                                  01870000
018800     END-IF.                                                      01880000
018900*                                                                 01890000
019000 BANK-CARD-PARA.                                                  01900000
019100     EVALUATE TRUE                                                01910000
019200         WHEN NOT PAYEE-FOUND                                     01920000
019300             MOVE 'PAYEE CARD MUST COME FIRST'                    01930000
019400                 TO WS-REJECT-REASON                              01940000
019500         WHEN PYI-BANK-CODE NOT NUMERIC                           01950000
019600             MOVE 'BANK CODE NOT NUMERIC' TO WS-REJECT-REASON     01960000
019700         WHEN PYI-ACCT-NO = SPACES                                01970000
019800             MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON    01980000
019900         WHEN PYI-STATUS NOT = 'A' AND PYI-STATUS NOT = 'C'       01990000
020000             MOVE 'STATUS MUST BE A OR C' TO WS-REJECT-REASON     02000000
020100         WHEN OTHER                                               02010000
020200             MOVE PYI-BANK-CODE TO PYE-BANK-CODE                  02020000
020300             MOVE PYI-ACCT-NO TO PYE-ACCT-NO                      02030000
020400             MOVE PYI-STATUS TO PYE-STATUS                        02040000
020500             PERFORM SAVE-PAYEE-PARA                              02050000
020600     END-EVALUATE.                                                02060000
020700*                                                                 02070000
020800 SAVE-PAYEE-PARA.                                                 02080000
020900     MOVE WS-RUN-DATE-OUT TO PYE-UPD-DATE                         02090000
021000     MOVE 'P26BP48 ' TO PYE-UPD-USER                              02100000
021100     IF PAYEE-FOUND                                               02110000
021200         REWRITE PAYEE-RECORD                                     02120000
021300             INVALID KEY                                          02130000
021400                 MOVE 'PAYEE REWRITE FAILED' TO WS-REJECT-REASON  02140000
021500         END-REWRITE                                              02150000
021600     ELSE                                                         02160000
021700         WRITE PAYEE-RECORD                                       02170000
021800             INVALID KEY                                          02180000
021900                 MOVE 'PAYEE WRITE FAILED' TO WS-REJECT-REASON    02190000
022000         END-WRITE                                                02200000
022100     END-IF.                                                      02210000
022200*                                                                 02220000
022300 APPLIED-PARA.                                                    02230000
022400     ADD 1 TO WS-APPLIED-COUNT                                    02240000
022500     MOVE SPACES TO WS-RESULT-LINE                                02250000
022600     MOVE PYIN-RECORD TO RL-CARD                                  02260000
022700     MOVE 'APPLIED ' TO RL-RESULT                                 02270000
022800     MOVE WS-RESULT-LINE TO PYRP-LINE                             02280000
022900     WRITE PYRP-LINE.                                             02290000
023000*                                                                 02300000
023100 REJECT-PARA.                                                     02310000
023200     ADD 1 TO WS-REJECT-COUNT                                     02320000
023300     MOVE SPACES TO WS-RESULT-LINE                                02330000
023400     MOVE PYIN-RECORD TO RL-CARD                                  02340000
023500     MOVE 'REJECTED' TO RL-RESULT                                 02350000
023600     MOVE WS-REJECT-REASON TO RL-REASON                           02360000
023700     MOVE WS-RESULT-LINE TO PYRP-LINE                             02370000
023800     WRITE PYRP-LINE.                                             02380000
023900*                                                                 02390000
024000 LIST-PAYEES-PARA.                                                02400000
024100     MOVE SPACES TO PYRP-LINE                                     02410000
024200     WRITE PYRP-LINE                                              02420000
024300     MOVE 'PAYEE MASTER AFTER LOAD' TO PYRP-LINE                  02430000
024400     WRITE PYRP-LINE                                              02440000
024500     MOVE 'N' TO WS-EOF-FLAG                                      02450000
024600     MOVE LOW-VALUES TO PYE-KEY                                   02460000
024700     START P26PYEF KEY IS NOT LESS THAN PYE-KEY                   02470000
024800         INVALID KEY                                              02480000
024900             SET END-OF-FILE TO TRUE                              02490000
025000     END-START                                                    02500000
025100     PERFORM LIST-PAYEE-LINE-PARA                                 02510000
025200         UNTIL END-OF-FILE.                                       02520000
025300*                                                                 02530000
025400 LIST-PAYEE-LINE-PARA.                                            02540000
025500     READ P26PYEF NEXT RECORD                                     02550000
025600         AT END                                                   02560000
025700             SET END-OF-FILE TO TRUE                              02570000
025800     END-READ                                                     02580000
025900     IF NOT END-OF-FILE                                           02590000
026000         MOVE SPACES TO WS-PAYEE-LINE                             02600000
026100         MOVE PYE-DED-TYPE TO PL-DED-TYPE                         02610000
026200         MOVE PYE-EMP-ID TO PL-EMP-ID                             02620000
026300         MOVE PYE-NAME TO PL-NAME                                 02630000
026400         MOVE PYE-BANK-CODE TO PL-BANK-CODE                       02640000
026500         MOVE PYE-ACCT-NO TO PL-ACCT-NO                           02650000
026600         MOVE PYE-REFERENCE TO PL-REFERENCE                       02660000
026700         MOVE PYE-STATUS TO PL-STATUS                             02670000
026800         MOVE WS-PAYEE-LINE TO PYRP-LINE                          02680000
026900         WRITE PYRP-LINE                                          02690000
027000     END-IF.                                                      02700000
027100*                                                                 02710000
027200 TERMINATION-PARA.                                                02720000
027300     MOVE SPACES TO PYRP-LINE                                     02730000
027400     WRITE PYRP-LINE                                              02740000
027500     MOVE SPACES TO WS-SUMMARY-LINE                               02750000
027600     MOVE 'CARDS READ' TO SM-LABEL                                02760000
027700     MOVE WS-READ-COUNT TO SM-COUNT                               02770000
027800     MOVE WS-SUMMARY-LINE TO PYRP-LINE                            02780000
027900     WRITE PYRP-LINE                                              02790000
028000     MOVE 'CARDS APPLIED' TO SM-LABEL                             02800000
028100     MOVE WS-APPLIED-COUNT TO SM-COUNT                            02810000
028200     MOVE WS-SUMMARY-LINE TO PYRP-LINE                            02820000
028300     WRITE PYRP-LINE                                              02830000
028400     MOVE 'CARDS REJECTED' TO SM-LABEL                            02840000
028500     MOVE WS-REJECT-COUNT TO SM-COUNT                             02850000
028600     MOVE WS-SUMMARY-LINE TO PYRP-LINE                            02860000
028700     WRITE PYRP-LINE                                              02870000
028800     IF NOT PYIN-MISSING                                          02880000
028900         CLOSE P26PYIN                                            02890000
029000     END-IF                                                       02900000
029100     CLOSE P26PYEF                                                02910000
029200     CLOSE P26PYRP                                                02920000
029300     DISPLAY 'P26BP48 CARDS ' WS-READ-COUNT                       02930000
029400         ' APPLIED ' WS-APPLIED-COUNT                             02940000
029500         ' REJECTED ' WS-REJECT-COUNT.                            02950000
029600*                                                                 02960000
029700 REGISTER-START-PARA.                                             02970000
029800     SET RCA-START TO TRUE                                        02980000
029900     MOVE 'P26BP48' TO RCA-JOB-NAME                               02990000
030000     MOVE SPACES TO RCA-BUS-DATE                                  03000000
030100     MOVE SPACES TO RCA-PRED-JOB                                  03010000
030200     MOVE SPACES TO RCA-OVERRIDE                                  03020000
030300     MOVE ZERO TO RCA-READ-COUNT                                  03030000
030400     MOVE ZERO TO RCA-WRITE-COUNT                                 03040000
030500     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       03050000
030600     IF RCA-RETURN NOT = '00'                                     03060000
030700         DISPLAY 'P26BP48 RUN REFUSED BY RUN CONTROL RC='         03070000
030800             RCA-RETURN                                           03080000
030900         STOP RUN                                                 03090000
031000     END-IF.                                                      03100000
031100*                                                                 03110000
031200 REGISTER-END-PARA.                                               03120000
031300     SET RCA-END TO TRUE                                          03130000
031400     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         03140000
031500     MOVE WS-APPLIED-COUNT TO RCA-WRITE-COUNT                     03150000
031600     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      03160000
