000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP45.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26BPLIN ASSIGN TO P26BPLIN                           00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-BPLIN-STATUS.                          00080000
000900     SELECT P26BPLF ASSIGN TO P26BPLF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS BPL-PLAN-CODE                              00120000
001300         FILE STATUS IS WS-BPLF-STATUS.                           00130000
001400     SELECT P26BPRP ASSIGN TO P26BPRP                             00140000
001500         ORGANIZATION IS LINE SEQUENTIAL                          00150000
001600         FILE STATUS IS WS-BPRP-STATUS.                           00160000
001700*                                                                 00170000
001800 DATA DIVISION.                                                   00180000
001900 FILE SECTION.                                                    00190000
002000 FD  P26BPLIN                                                     00200000
002100     LABEL RECORDS ARE STANDARD.                                  00210000
002200 01  BPLIN-RECORD.                                                00220000
002300     03  BPI-CARD-TYPE       PIC X(01).                           00230000
002400         88  BPI-PLAN-CARD          VALUE 'P'.                    00240000
002500         88  BPI-TIER-CARD          VALUE 'T'.                    00250000
002600     03  BPI-PLAN-CODE       PIC X(04).                           00260000
002700     03  BPI-PLAN-DATA.                                           00270000
002800         05  BPI-DESC        PIC X(20).                           00280000
002900         05  BPI-CARRIER     PIC X(10).                           00290000
003000         05  BPI-EE-TYPE     PIC X(04).                           00300000
003100         05  BPI-ER-TYPE     PIC X(04).                           00310000
003200         05  BPI-WAIT        PIC X(02).                           00320000
003300         05  BPI-STATUS      PIC X(01).                           00330000
003400         05  FILLER          PIC X(34).                           00340000
003500     03  BPI-TIER-DATA REDEFINES BPI-PLAN-DATA.                   00350000
003600         05  BPI-TIER-NO     PIC X(01).                           00360000
003700         05  BPI-TIER-CODE   PIC X(02).                           00370000
003800         05  BPI-EE-COST     PIC X(07).                           00380000
003900         05  BPI-ER-COST     PIC X(07).                           00390000
004000         05  FILLER          PIC X(58).                           00400000
004100 FD  P26BPLF                                                      00410000
004200     LABEL RECORDS ARE STANDARD.                                  00420000
004300     COPY P26BPLR.                                                00430000
004400 FD  P26BPRP                                                      00440000
004500     LABEL RECORDS ARE STANDARD.                                  00450000
004600 01  BPRP-LINE               PIC X(132).                          00460000
004700*                                                                 00470000
004800 WORKING-STORAGE SECTION.                                         00480000
004900 01  WS-BPLIN-STATUS         PIC X(02) VALUE SPACES.              00490000
005000     88  BPLIN-MISSING               VALUE '35'.                  00500000
005100 01  WS-BPLF-STATUS          PIC X(02) VALUE SPACES.              00510000
005200     88  BPLF-OK                     VALUE '00'.                  00520000
005300     88  BPLF-MISSING                VALUE '35'.                  00530000
005400 01  WS-BPRP-STATUS          PIC X(02) VALUE SPACES.              00540000
005500 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00550000
005600     88  END-OF-FILE                 VALUE 'Y'.                   00560000
005700 01  WS-PLAN-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00570000
005800     88  PLAN-FOUND                  VALUE 'Y'.                   00580000
005900 01  WS-TIER-SUB             PIC 9(01) VALUE ZERO.                00590000
006000 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00600000
006100 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.                00610000
006200 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.                00620000
006300 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              00630000
006400 01  WS-COST-IN              PIC 9(05)V99 VALUE ZERO.             00640000
006500 01  WS-COST-IN-X REDEFINES WS-COST-IN PIC X(07).                 00650000
006600 01  WS-HEADING-LINE         PIC X(132) VALUE                     00660000
006700     'P26BP45  BENEFIT PLAN TABLE LOAD'.                          00670000
006800 01  WS-RESULT-LINE.                                              00680000
006900     03  RL-CARD             PIC X(44).                           00690000
007000     03  FILLER              PIC X(02) VALUE SPACES.              00700000
007100     03  RL-RESULT           PIC X(08).                           00710000
007200     03  FILLER              PIC X(02) VALUE SPACES.              00720000
007300     03  RL-REASON           PIC X(30).                           00730000
007400 01  WS-PLAN-LINE.                                                00740000
007500     03  PL-PLAN-CODE        PIC X(04).                           00750000
007600     03  FILLER              PIC X(02) VALUE SPACES.              00760000
007700     03  PL-DESC             PIC X(20).                           00770000
007800     03  FILLER              PIC X(02) VALUE SPACES.              00780000
007900     03  PL-CARRIER          PIC X(10).                           00790000
008000     03  FILLER              PIC X(02) VALUE SPACES.              00800000
008100     03  PL-EE-TYPE          PIC X(04).                           00810000
008200     03  FILLER              PIC X(01) VALUE SPACES.              00820000
008300     03  PL-ER-TYPE          PIC X(04).                           00830000
008400     03  FILLER              PIC X(02) VALUE SPACES.              00840000
008500     03  PL-WAIT             PIC Z9.                              00850000
008600     03  FILLER              PIC X(02) VALUE SPACES.              00860000
008700     03  PL-STATUS           PIC X(01).                           00870000
008800 01  WS-TIER-LINE.                                                00880000
008900     03  FILLER              PIC X(08) VALUE SPACES.              00890000
009000     03  TL-TIER-CODE        PIC X(02).                           00900000
009100     03  FILLER              PIC X(02) VALUE SPACES.              00910000
009200     03  TL-EE-COST          PIC ZZ,ZZ9.99.                       00920000
009300     03  FILLER              PIC X(02) VALUE SPACES.              00930000
009400     03  TL-ER-COST          PIC ZZ,ZZ9.99.                       00940000
009500 01  WS-SUMMARY-LINE.                                             00950000
009600     03  SM-LABEL            PIC X(30).                           00960000
009700     03  SM-COUNT            PIC ZZZ,ZZ9.                         00970000
009800     COPY P26RCC.                                                 00980000
009900*                                                                 00990000
010000 PROCEDURE DIVISION.                                              01000000
010100 MAIN-PARA.                                                       01010000
010200     PERFORM REGISTER-START-PARA                                  01020000
010300     PERFORM INITIALIZATION-PARA                                  01030000
010400     PERFORM PROCESS-PARA                                         01040000
010500         UNTIL END-OF-FILE                                        01050000
010600     PERFORM LIST-PLANS-PARA                                      01060000
010700     PERFORM TERMINATION-PARA                                     01070000
010800     PERFORM REGISTER-END-PARA                                    01080000
010900     STOP RUN.                                                    01090000
011000*                                                                 01100000
011100 INITIALIZATION-PARA.                                             01110000
011200     OPEN OUTPUT P26BPRP                                          01120000
011300     MOVE WS-HEADING-LINE TO BPRP-LINE                            01130000
011400     WRITE BPRP-LINE                                              01140000
011500     OPEN I-O P26BPLF                                             01150000
011600     IF BPLF-MISSING                                              01160000
011700         OPEN OUTPUT P26BPLF                                      01170000
011800         CLOSE P26BPLF                                            01180000
011900         OPEN I-O P26BPLF                                         01190000
012000     END-IF                                                       01200000
012100     OPEN INPUT P26BPLIN                                          01210000
012200     IF BPLIN-MISSING                                             01220000
012300         SET END-OF-FILE TO TRUE                                  01230000
012400         MOVE 'P26BPLIN NOT PRESENT - TABLE LISTED ONLY'          01240000
012500             TO BPRP-LINE                                         01250000
012600         WRITE BPRP-LINE                                          01260000
012700     ELSE                                                         01270000
012800         PERFORM READ-BPLIN-PARA                                  01280000
012900     END-IF.                                                      01290000
013000*                                                                 01300000
013100 READ-BPLIN-PARA.                                                 01310000
013200     READ P26BPLIN                                                01320000
013300         AT END                                                   01330000
013400             SET END-OF-FILE TO TRUE                              01340000
013500     END-READ.                                                    01350000
013600*                                                                 01360000
013700 PROCESS-PARA.                                                    01370000
013800     ADD 1 TO WS-READ-COUNT                                       01380000
013900     MOVE SPACES TO WS-REJECT-REASON                              01390000
014000     MOVE BPI-PLAN-CODE TO BPL-PLAN-CODE                          01400000
014100     READ P26BPLF                                                 01410000
014200         INVALID KEY                                              01420000
014300             MOVE 'N' TO WS-PLAN-FOUND-FLAG                       01430000
014400         NOT INVALID KEY                                          01440000
014500             MOVE 'Y' TO WS-PLAN-FOUND-FLAG                       01450000
014600     END-READ                                                     01460000
014700     EVALUATE TRUE                                                01470000
014800         WHEN BPI-PLAN-CODE = SPACES                              01480000
014900             MOVE 'PLAN CODE MISSING' TO WS-REJECT-REASON         01490000
015000         WHEN BPI-PLAN-CARD                                       01500000
015100             PERFORM PLAN-CARD-PARA                               01510000
015200         WHEN BPI-TIER-CARD                                       01520000
015300             PERFORM TIER-CARD-PARA                               01530000
015400         WHEN OTHER                                               01540000
015500             MOVE 'CARD TYPE NOT P OR T' TO WS-REJECT-REASON      01550000
015600     END-EVALUATE                                                 01560000
015700     IF WS-REJECT-REASON = SPACES                                 01570000
015800         PERFORM APPLIED-PARA                                     01580000
015900     ELSE                                                         01590000
016000         PERFORM REJECT-PARA                                      01600000
016100     END-IF                                                       01610000
016200     PERFORM READ-BPLIN-PARA.                                     01620000
016300*                                                                 01630000
016400 PLAN-CARD-PARA.                                                  01640000
016500     EVALUATE TRUE                                                01650000
016600         WHEN BPI-EE-TYPE = SPACES                                01660000
016700             MOVE 'EMPLOYEE DEDUCTION TYPE MISSING'               01670000
016800                 TO WS-REJECT-REASON                              01680000
016900         WHEN BPI-EE-TYPE = BPI-ER-TYPE                           01690000
017000             MOVE 'EE AND ER TYPES MUST DIFFER'                   01700000
017100                 TO WS-REJECT-REASON                              01710000
017200         WHEN BPI-WAIT NOT NUMERIC                                01720000
017300             MOVE 'WAITING MONTHS NOT NUMERIC'                    01730000
017400                 TO WS-REJECT-REASON                              01740000
017500         WHEN BPI-STATUS NOT = 'A' AND BPI-STATUS NOT = 'C'       01750000
017600             MOVE 'STATUS MUST BE A OR C' TO WS-REJECT-REASON     01760000
017700         WHEN OTHER                                               01770000
017800             IF NOT PLAN-FOUND                                    01780000
017900                 MOVE SPACES TO BENEFIT-PLAN-RECORD               01790000
018000                 MOVE BPI-PLAN-CODE TO BPL-PLAN-CODE              01800000
018100                 MOVE ZERO TO WS-TIER-SUB                         01810000
018200                 PERFORM CLEAR-TIER-PARA                          01820000
018300                     UNTIL WS-TIER-SUB = 4                        01830000
018400             END-IF                                               01840000
018500             MOVE BPI-DESC TO BPL-DESC                            01850000
018600             MOVE BPI-CARRIER TO BPL-CARRIER                      01860000
018700             MOVE BPI-EE-TYPE TO BPL-EE-DED-TYPE                  01870000
018800             MOVE BPI-ER-TYPE TO BPL-ER-DED-TYPE                  01880000
018900             MOVE BPI-WAIT TO BPL-WAIT-MONTHS                     01890000
019000             MOVE BPI-STATUS TO BPL-STATUS                        01900000
019100             PERFORM SAVE-PLAN-PARA                               01910000
019200     END-EVALUATE.                                                01920000
019300*                                                                 01930000
019400 CLEAR-TIER-PARA.                                                 01940000
019500     ADD 1 TO WS-TIER-SUB                                         01950000
019600     MOVE SPACES TO BPL-TIER-CODE(WS-TIER-SUB)                    01960000
019700     MOVE ZERO TO BPL-EE-COST(WS-TIER-SUB)                        01970000
019800     MOVE ZERO TO BPL-ER-COST(WS-TIER-SUB).                       01980000
019900*                                                                 01990000
020000 TIER-CARD-PARA.                                                  02000000
020100     EVALUATE TRUE                                                02010000
020200         WHEN NOT PLAN-FOUND                                      02020000
020300             MOVE 'PLAN CARD MUST COME FIRST'                     02030000
020400                 TO WS-REJECT-REASON                              02040000
020500         WHEN BPI-TIER-NO NOT NUMERIC                             02050000
020600           OR BPI-TIER-NO = '0'                                   02060000
020700           OR BPI-TIER-NO > '4'                                   02070000
020800             MOVE 'TIER NUMBER MUST BE 1-4' TO WS-REJECT-REASON   02080000
020900         WHEN BPI-EE-COST NOT NUMERIC                             02090000
021000           OR BPI-ER-COST NOT NUMERIC                             02100000
021100             MOVE 'TIER COSTS NOT NUMERIC' TO WS-REJECT-REASON    02110000
021200         WHEN BPI-TIER-CODE = 'WV'                                02120000
021300             MOVE 'WV IS RESERVED FOR WAIVERS'                    02130000
021400                 TO WS-REJECT-REASON                              02140000
021500         WHEN OTHER                                               02150000
021600             MOVE BPI-TIER-NO TO WS-TIER-SUB                      02160000
021700             MOVE BPI-TIER-CODE TO BPL-TIER-CODE(WS-TIER-SUB)     02170000
021800             MOVE BPI-EE-COST TO WS-COST-IN-X                     02180000
021900             MOVE WS-COST-IN TO BPL-EE-COST(WS-TIER-SUB)          02190000
022000             MOVE BPI-ER-COST TO WS-COST-IN-X                     02200000
022100             MOVE WS-COST-IN TO BPL-ER-COST(WS-TIER-SUB)          02210000
022200             PERFORM SAVE-PLAN-PARA                               02220000
022300     END-EVALUATE.                                                02230000
022400*                                                                 02240000
022500 SAVE-PLAN-PARA.                                                  02250000
022600     IF PLAN-FOUND                                                02260000
022700         REWRITE BENEFIT-PLAN-RECORD                              02270000
022800             INVALID KEY                                          02280000
022900                 MOVE 'PLAN REWRITE FAILED' TO WS-REJECT-REASON   02290000
023000         END-REWRITE                                              02300000
023100     ELSE                                                         02310000
023200         WRITE BENEFIT-PLAN-RECORD                                02320000
023300             INVALID KEY                                          02330000
023400                 MOVE 'PLAN WRITE FAILED' TO WS-REJECT-REASON     02340000
023500         END-WRITE                                                02350000
023600     END-IF.                                                      02360000
023700*                                                                 02370000
023800 APPLIED-PARA.                                                    02380000
023900     ADD 1 TO WS-APPLIED-COUNT                                    02390000
024000     MOVE SPACES TO WS-RESULT-LINE                                02400000
024100     MOVE BPLIN-RECORD TO RL-CARD                                 02410000
024200     MOVE 'APPLIED ' TO RL-RESULT                                 02420000
024300     MOVE WS-RESULT-LINE TO BPRP-LINE                             02430000
024400     WRITE BPRP-LINE.                                             02440000
024500*                                                                 02450000
024600 REJECT-PARA.                                                     02460000
024700     ADD 1 TO WS-REJECT-COUNT                                     02470000
024800     MOVE SPACES TO WS-RESULT-LINE                                02480000
024900     MOVE BPLIN-RECORD TO RL-CARD                                 02490000
025000     MOVE 'REJECTED' TO RL-RESULT                                 02500000
025100     MOVE WS-REJECT-REASON TO RL-REASON                           02510000
025200     MOVE WS-RESULT-LINE TO BPRP-LINE                             02520000
025300     WRITE BPRP-LINE.                                             02530000
025400*                                                                 02540000
025500 LIST-PLANS-PARA.                                                 02550000
025600     MOVE SPACES TO BPRP-LINE                                     02560000
025700     WRITE BPRP-LINE                                              02570000
025800     MOVE 'PLAN TABLE AFTER LOAD' TO BPRP-LINE                    02580000
025900     WRITE BPRP-LINE                                              02590000
026000     MOVE 'N' TO WS-EOF-FLAG                                      02600000
026100     MOVE LOW-VALUES TO BPL-PLAN-CODE                             02610000
026200     START P26BPLF KEY IS NOT LESS THAN BPL-PLAN-CODE             02620000
026300         INVALID KEY                                              02630000
026400             SET END-OF-FILE TO TRUE                              02640000
026500     END-START                                                    02650000
026600     PERFORM LIST-PLAN-LINE-PARA                                  02660000
026700         UNTIL END-OF-FILE.                                       02670000
026800*                                                                 02680000
026900 LIST-PLAN-LINE-PARA.                                             02690000
027000     READ P26BPLF NEXT RECORD                                     02700000
027100         AT END                                                   02710000
027200             SET END-OF-FILE TO TRUE                              02720000
027300     END-READ                                                     02730000
027400     IF NOT END-OF-FILE                                           02740000
027500         MOVE SPACES TO WS-PLAN-LINE                              02750000
027600         MOVE BPL-PLAN-CODE TO PL-PLAN-CODE                       02760000
027700         MOVE BPL-DESC TO PL-DESC                                 02770000
027800         MOVE BPL-CARRIER TO PL-CARRIER                           02780000
027900         MOVE BPL-EE-DED-TYPE TO PL-EE-TYPE                       02790000
028000         MOVE BPL-ER-DED-TYPE TO PL-ER-TYPE                       02800000
028100         MOVE BPL-WAIT-MONTHS TO PL-WAIT                          02810000
028200         MOVE BPL-STATUS TO PL-STATUS                             02820000
028300         MOVE WS-PLAN-LINE TO BPRP-LINE                           02830000
028400         WRITE BPRP-LINE                                          02840000
028500         MOVE ZERO TO WS-TIER-SUB                                 02850000
028600         PERFORM LIST-TIER-LINE-PARA                              02860000
028700             UNTIL WS-TIER-SUB = 4                                02870000
028800     END-IF.                                                      02880000
028900*                                                                 02890000
029000 LIST-TIER-LINE-PARA.                                             02900000
029100     ADD 1 TO WS-TIER-SUB                                         02910000
029200     IF BPL-TIER-CODE(WS-TIER-SUB) NOT = SPACES                   02920000
029300         MOVE SPACES TO WS-TIER-LINE                              02930000
029400         MOVE BPL-TIER-CODE(WS-TIER-SUB) TO TL-TIER-CODE          02940000
029500         MOVE BPL-EE-COST(WS-TIER-SUB) TO TL-EE-COST              02950000
029600         MOVE BPL-ER-COST(WS-TIER-SUB) TO TL-ER-COST              02960000
029700         MOVE WS-TIER-LINE TO BPRP-LINE                           02970000
029800         WRITE BPRP-LINE                                          02980000
029900     END-IF.                                                      02990000
030000*                                                                 03000000
030100 TERMINATION-PARA.                                                03010000
030200     MOVE SPACES TO BPRP-LINE                                     03020000
030300     WRITE BPRP-LINE                                              03030000
030400     MOVE SPACES TO WS-SUMMARY-LINE                               03040000
030500     MOVE 'CARDS READ' TO SM-LABEL                                03050000
030600     MOVE WS-READ-COUNT TO SM-COUNT                               03060000
030700     MOVE WS-SUMMARY-LINE TO BPRP-LINE                            03070000
030800     WRITE BPRP-LINE                                              03080000
030900     MOVE 'CARDS APPLIED' TO SM-LABEL                             03090000
031000     MOVE WS-APPLIED-COUNT TO SM-COUNT                            03100000
031100     MOVE WS-SUMMARY-LINE TO BPRP-LINE                            03110000
031200     WRITE BPRP-LINE                                              03120000
031300     MOVE 'CARDS REJECTED' TO SM-LABEL                            03130000
031400     MOVE WS-REJECT-COUNT TO SM-COUNT                             03140000
031500     MOVE WS-SUMMARY-LINE TO BPRP-LINE                            03150000
031600     WRITE BPRP-LINE                                              03160000
031700     IF NOT BPLIN-MISSING                                         03170000
031800         CLOSE P26BPLIN                                           03180000
031900     END-IF                                                       03190000
032000     CLOSE P26BPLF                                                03200000
032100     CLOSE P26BPRP                                                03210000
032200     DISPLAY 'P26BP45 CARDS ' WS-READ-COUNT                       03220000
032300         ' APPLIED ' WS-APPLIED-COUNT                             03230000
032400         ' REJECTED ' WS-REJECT-COUNT.                            03240000
032500*                                                                 03250000
032600 REGISTER-START-PARA.                                             03260000
032700     SET RCA-START TO TRUE                                        03270000
032800     MOVE 'P26BP45' TO RCA-JOB-NAME                               03280000
032900     MOVE SPACES TO RCA-BUS-DATE                                  03290000
033000     MOVE SPACES TO RCA-PRED-JOB                                  03300000
033100     MOVE SPACES TO RCA-OVERRIDE                                  03310000
033200     MOVE ZERO TO RCA-READ-COUNT                                  03320000
033300     MOVE ZERO TO RCA-WRITE-COUNT                                 03330000
033400     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       03340000
033500     IF RCA-RETURN NOT = '00'                                     03350000
033600         DISPLAY 'P26BP45 RUN REFUSED BY RUN CONTROL RC='         03360000
033700             RCA-RETURN                                           03370000
033800         STOP RUN                                                 03380000
033900     END-IF.                                                      03390000
034000*                                                                 03400000
034100 REGISTER-END-PARA.                                               03410000
034200     SET RCA-END TO TRUE                                          03420000
034300     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         03430000
034400     MOVE WS-APPLIED-COUNT TO RCA-WRITE-COUNT                     03440000
034500     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      03450000
