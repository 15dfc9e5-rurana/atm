000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP50.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PSIN ASSIGN TO P26PSIN                             00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PSIN-STATUS.                           00080000
000900     SELECT P26POSF ASSIGN TO P26POSF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS POS-NUMBER                                 00120000
001300         FILE STATUS IS WS-POSF-STATUS.                           00130000
001400     SELECT P26RFILE ASSIGN TO P26RFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS REF-KEY                                    00170000
001800         FILE STATUS IS WS-RFILE-STATUS.                          00180000
001900     SELECT P26PSRP ASSIGN TO P26PSRP                             00190000
002000         ORGANIZATION IS LINE SEQUENTIAL                          00200000
002100         FILE STATUS IS WS-PSRP-STATUS.                           00210000
002200*                                                                 00220000
002300 DATA DIVISION.                                                   00230000
002400 FILE SECTION.                                                    00240000
002500 FD  P26PSIN                                                      00250000
002600     LABEL RECORDS ARE STANDARD.                                  00260000
002700 01  PSIN-RECORD.                                                 00270000
002800     03  PSI-ACTION          PIC X(01).                           00280000
002900         88  PSI-ADD                VALUE 'A'.                    00290000
003000         88  PSI-CHANGE             VALUE 'C'.                    00300000
003100         88  PSI-FREEZE             VALUE 'F'.                    00310000
003200         88  PSI-UNFREEZE           VALUE 'U'.                    00320000
003300         88  PSI-DELETE             VALUE 'D'.                    00330000
003400     03  PSI-POS-NO          PIC X(06).                           00340000
003500     03  PSI-DEPT            PIC X(08).                           00350000
003600     03  PSI-LOC             PIC X(10).                           00360000
003700     03  PSI-TECH            PIC X(10).                           00370000
003800     03  PSI-BUDGET-X        PIC X(09).                           00380000
003900     03  PSI-BUDGET REDEFINES PSI-BUDGET-X                        00390000
004000                             PIC 9(07)V99.                        00400000
004100     03  FILLER              PIC X(36).                           00410000
004200 FD  P26POSF                                                      00420000
004300     LABEL RECORDS ARE STANDARD.                                  00430000
004400     COPY P26POSR.                                                00440000
004500 FD  P26RFILE                                                     00450000
004600     LABEL RECORDS ARE STANDARD.                                  00460000
004700     COPY P26REF.                                                 00470000
004800 FD  P26PSRP                                                      00480000
004900     LABEL RECORDS ARE STANDARD.                                  00490000
005000 01  PSRP-LINE               PIC X(132).                          00500000
005100*                                                                 00510000
005200 WORKING-STORAGE SECTION.                                         00520000
005300 01  WS-PSIN-STATUS          PIC X(02) VALUE SPACES.              00530000
005400     88  PSIN-MISSING                VALUE '35'.                  00540000
005500 01  WS-POSF-STATUS          PIC X(02) VALUE SPACES.              00550000
005600     88  POSF-MISSING                VALUE '35'.                  00560000
005700 01  WS-RFILE-STATUS         PIC X(02) VALUE SPACES.              00570000
005800     88  RFILE-MISSING               VALUE '35'.                  00580000
005900 01  WS-PSRP-STATUS          PIC X(02) VALUE SPACES.              00590000
006000 01  WS-RFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00600000
006100     88  RFILE-OPEN                  VALUE 'Y'.                   00610000
006200 01  WS-REF-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00620000
006300     88  REF-USABLE                  VALUE 'Y'.                   00630000
006400 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00640000
006500     88  END-OF-FILE                 VALUE 'Y'.                   00650000
006600 01  WS-POS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00660000
006700     88  POS-FOUND                   VALUE 'Y'.                   00670000
006800 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00680000
006900 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.                00690000
007000 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.                00700000
007100 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              00710000
007200 01  WS-CURRENT-DATE.                                             00720000
007300     03  WS-CURR-YY          PIC 9(04).                           00730000
007400     03  WS-CURR-MM          PIC 9(02).                           00740000
007500     03  WS-CURR-DD          PIC 9(02).                           00750000
007600 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              00760000
007700 01  WS-HEADING-LINE         PIC X(132) VALUE                     00770000
007800     'P26BP50  POSITION CONTROL LOAD'.                            00780000
007900 01  WS-RESULT-LINE.                                              00790000
008000     03  RL-CARD             PIC X(44).                           00800000
008100     03  FILLER              PIC X(02) VALUE SPACES.              00810000
008200     03  RL-RESULT           PIC X(08).                           00820000
008300     03  FILLER              PIC X(02) VALUE SPACES.              00830000
008400     03  RL-REASON           PIC X(30).                           00840000
008500 01  WS-POSITION-LINE.                                            00850000
008600     03  PL-POS-NO           PIC X(06).                           00860000
008700     03  FILLER              PIC X(02) VALUE SPACES.              00870000
008800     03  PL-DEPT             PIC X(08).                           00880000
008900     03  FILLER              PIC X(02) VALUE SPACES.              00890000
009000     03  PL-LOC              PIC X(10).                           00900000
009100     03  FILLER              PIC X(02) VALUE SPACES.              00910000
009200     03  PL-TECH             PIC X(10).                           00920000
009300     03  FILLER              PIC X(02) VALUE SPACES.              00930000
009400     03  PL-BUDGET           PIC Z,ZZZ,ZZ9.99.                    00940000
009500     03  FILLER              PIC X(02) VALUE SPACES.              00950000
009600     03  PL-STATUS           PIC X(01).                           00960000
009700     03  FILLER              PIC X(02) VALUE SPACES.              00970000
009800     03  PL-EMP-ID           PIC X(05).                           00980000
009900 01  WS-SUMMARY-LINE.                                             00990000
010000     03  SM-LABEL            PIC X(30).                           01000000
010100     03  SM-COUNT            PIC ZZZ,ZZ9.                         01010000
010200     COPY P26RCC.                                                 01020000
010300*                                                                 01030000
010400 PROCEDURE DIVISION.                                              01040000
010500 MAIN-PARA.                                                       01050000
010600     PERFORM REGISTER-START-PARA                                  01060000
010700     PERFORM INITIALIZATION-PARA                                  01070000
010800     PERFORM PROCESS-PARA                                         01080000
010900         UNTIL END-OF-FILE                                        01090000
011000     PERFORM LIST-POSITIONS-PARA                                  01100000
011100     PERFORM TERMINATION-PARA                                     01110000
011200     PERFORM REGISTER-END-PARA                                    01120000
011300     STOP RUN.                                                    01130000
011400*                                                                 01140000
011500 INITIALIZATION-PARA.                                             01150000
011600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01160000
011700     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01170000
011800         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01180000
011900     OPEN OUTPUT P26PSRP                                          01190000
012000     MOVE WS-HEADING-LINE TO PSRP-LINE                            01200000
012100     WRITE PSRP-LINE                                              01210000
012200     OPEN I-O P26POSF                                             01220000
012300     IF POSF-MISSING                                              01230000
012400         OPEN OUTPUT P26POSF                                      01240000
012500         CLOSE P26POSF                                            01250000
012600         OPEN I-O P26POSF                                         01260000
012700     END-IF                                                       01270000
012800     OPEN INPUT P26RFILE                                          01280000
012900     IF NOT RFILE-MISSING                                         01290000
013000         SET RFILE-OPEN TO TRUE                                   01300000
013100     END-IF                                                       01310000
013200     OPEN INPUT P26PSIN                                           01320000
013300     IF PSIN-MISSING                                              01330000
013400         SET END-OF-FILE TO TRUE                                  01340000
013500         MOVE 'P26PSIN NOT PRESENT - POSITIONS LISTED ONLY'       01350000
013600             TO PSRP-LINE                                         01360000
013700         WRITE PSRP-LINE                                          01370000
013800     ELSE                                                         01380000
013900         PERFORM READ-PSIN-PARA                                   01390000
014000     END-IF.                                                      01400000
014100*                                                                 01410000
014200 READ-PSIN-PARA.                                                  01420000
014300     READ P26PSIN                                                 01430000
014400         AT END                                                   01440000
014500             SET END-OF-FILE TO TRUE                              01450000
014600     END-READ.                                                    01460000
014700*                                                                 01470000
014800 PROCESS-PARA.                                                    01480000
014900     ADD 1 TO WS-READ-COUNT                                       01490000
015000     MOVE SPACES TO WS-REJECT-REASON                              01500000
015100     MOVE PSI-POS-NO TO POS-NUMBER                                01510000
015200     READ P26POSF                                                 01520000
015300         INVALID KEY                                              01530000
015400             MOVE 'N' TO WS-POS-FOUND-FLAG                        01540000
015500         NOT INVALID KEY                                          01550000
015600             MOVE 'Y' TO WS-POS-FOUND-FLAG                        01560000
015700     END-READ                                                     01570000
015800     EVALUATE TRUE                                                01580000
015900         WHEN PSI-POS-NO = SPACES                                 01590000
016000             MOVE 'POSITION NUMBER MISSING' TO WS-REJECT-REASON   01600000
016100         WHEN PSI-ADD                                             01610000
016200             PERFORM ADD-POSITION-PARA                            01620000
016300         WHEN NOT POS-FOUND                                       01630000
016400             MOVE 'POSITION NOT ON FILE' TO WS-REJECT-REASON      01640000
016500         WHEN PSI-CHANGE                                          01650000
016600             PERFORM CHANGE-POSITION-PARA                         01660000
016700         WHEN PSI-FREEZE                                          01670000
016800             PERFORM FREEZE-POSITION-PARA                         01680000
016900         WHEN PSI-UNFREEZE                                        01690000
017000             PERFORM UNFREEZE-POSITION-PARA                       01700000
017100         WHEN PSI-DELETE                                          01710000
017200             PERFORM DELETE-POSITION-PARA                         01720000
017300         WHEN OTHER                                               01730000
017400             MOVE 'ACTION NOT A, C, F, U OR D' TO WS-REJECT-REASON01740000
017500     END-EVALUATE                                                 01750000
017600     IF WS-REJECT-REASON = SPACES                                 01760000
017700         PERFORM APPLIED-PARA                                     01770000
017800     ELSE                                                         01780000
017900         PERFORM REJECT-PARA                                      01790000
018000     END-IF                                                       01800000
018100     PERFORM READ-PSIN-PARA.                                      01810000
018200*                                                                 01820000
018300 ADD-POSITION-PARA.                                               01830000
018400     EVALUATE TRUE                                                01840000
018500         WHEN POS-FOUND                                           01850000
018600             MOVE 'POSITION ALREADY ON FILE' TO WS-REJECT-REASON  01860000
018700         WHEN PSI-DEPT = SPACES                                   01870000
018800             MOVE 'DEPARTMENT MISSING' TO WS-REJECT-REASON        01880000
018900         WHEN PSI-LOC = SPACES                                    01890000
019000             MOVE 'LOCATION MISSING' TO WS-REJECT-REASON          01900000
019100         WHEN PSI-BUDGET-X NOT NUMERIC                            01910000
019200             MOVE 'BUDGET SALARY NOT NUMERIC' TO WS-REJECT-REASON 01920000
019300         WHEN PSI-BUDGET = ZERO                                   01930000
019400             MOVE 'BUDGET SALARY MUST BE ABOVE 0'                 01940000
019500                 TO WS-REJECT-REASON                              01950000
019600         WHEN OTHER                                               01960000
019700             PERFORM CHECK-CODES-PARA                             01970000
019800     END-EVALUATE                                                 01980000
019900     IF WS-REJECT-REASON = SPACES                                 01990000
020000         MOVE SPACES TO POSITION-RECORD                           02000000
020100         MOVE PSI-POS-NO TO POS-NUMBER                            02010000
020200         MOVE PSI-DEPT TO POS-DEPT                                02020000
020300         MOVE PSI-LOC TO POS-LOC                                  02030000
020400         MOVE PSI-TECH TO POS-TECH                                02040000
020500         MOVE PSI-BUDGET TO POS-BUDGET-SAL                        02050000
020600         SET POS-VACANT TO TRUE                                   02060000
020700         MOVE SPACES TO POS-EMP-ID                                02070000
020800         PERFORM SAVE-POSITION-PARA                               02080000
020900     END-IF.                                                      02090000
021000*                                                                 02100000
021100 CHANGE-POSITION-PARA.                                            02110000
021200     IF PSI-BUDGET-X NOT = SPACES                                 02120000
021300         IF PSI-BUDGET-X NOT NUMERIC                              02130000
021400             MOVE 'BUDGET SALARY NOT NUMERIC' TO WS-REJECT-REASON 02140000
021500         ELSE                                                     02150000
021600             IF PSI-BUDGET = ZERO                                 02160000
021700                 MOVE 'BUDGET SALARY MUST BE ABOVE 0'             02170000
021800                     TO WS-REJECT-REASON                          02180000
021900             END-IF                                               02190000
022000         END-IF                                                   02200000
022100     END-IF                                                       02210000
022200     IF WS-REJECT-REASON = SPACES                                 02220000
022300        AND POS-FILLED                                            02230000
022400        AND (PSI-DEPT NOT = SPACES OR PSI-LOC NOT = SPACES        02240000
022500             OR PSI-TECH NOT = SPACES)                            02250000
022600         MOVE 'POSITION FILLED - CANNOT MOVE' TO WS-REJECT-REASON 02260000
022700     END-IF                                                       02270000
022800     IF WS-REJECT-REASON = SPACES                                 02280000
022900         PERFORM CHECK-CODES-PARA                                 02290000
023000     END-IF                                                       02300000
023100     IF WS-REJECT-REASON = SPACES                                 02310000
023200         IF PSI-DEPT NOT = SPACES                                 02320000
023300             MOVE PSI-DEPT TO POS-DEPT                            02330000
023400         END-IF                                                   02340000
023500         IF PSI-LOC NOT = SPACES                                  02350000
023600             MOVE PSI-LOC TO POS-LOC                              02360000
023700         END-IF                                                   02370000
023800         IF PSI-TECH NOT = SPACES                                 02380000
023900             MOVE PSI-TECH TO POS-TECH                            02390000
024000         END-IF                                                   02400000
024100         IF PSI-BUDGET-X NOT = SPACES                             02410000
024200             MOVE PSI-BUDGET TO POS-BUDGET-SAL                    02420000
024300         END-IF                                                   02430000
024400         PERFORM SAVE-POSITION-PARA                               02440000
024500     END-IF.                                                      02450000
024600*                                                                 02460000
024700 FREEZE-POSITION-PARA.                                            02470000
024800     IF NOT POS-VACANT                                            02480000
024900         MOVE 'ONLY A VACANT POSITION FREEZES' TO WS-REJECT-REASON02490000
025000     ELSE                                                         02500000
025100         SET POS-FROZEN TO TRUE                                   02510000
025200         PERFORM SAVE-POSITION-PARA                               02520000
025300     END-IF.                                                      02530000
025400*                                                                 02540000
025500 UNFREEZE-POSITION-PARA.                                          02550000
025600     IF NOT POS-FROZEN                                            02560000
025700         MOVE 'POSITION IS NOT FROZEN' TO WS-REJECT-REASON        02570000
025800     ELSE                                                         02580000
025900         SET POS-VACANT TO TRUE                                   02590000
026000         PERFORM SAVE-POSITION-PARA                               02600000
026100     END-IF.                                                      02610000
026200*                                                                 02620000
026300 DELETE-POSITION-PARA.                                            02630000
026400     IF POS-FILLED                                                02640000
026500         MOVE 'POSITION FILLED - NOT DELETED' TO WS-REJECT-REASON 02650000
026600     ELSE                                                         02660000
026700         DELETE P26POSF                                           02670000
026800             INVALID KEY                                          02680000
026900                 MOVE 'POSITION DELETE FAILED' TO WS-REJECT-REASON02690000
027000         END-DELETE                                               02700000
027100     END-IF.                                                      02710000
027200*                                                                 02720000
027300 CHECK-CODES-PARA.                                                02730000
027400     IF PSI-DEPT NOT = SPACES                                     02740000
027500         MOVE 'D' TO REF-TYPE                                     02750000
027600         MOVE PSI-DEPT TO REF-CODE                                02760000
027700         PERFORM READ-REF-PARA                                    02770000
027800         IF NOT REF-USABLE                                        02780000
027900             MOVE 'DEPARTMENT NOT ACTIVE' TO WS-REJECT-REASON     02790000
028000         END-IF                                                   02800000
028100     END-IF                                                       02810000
028200     IF WS-REJECT-REASON = SPACES                                 02820000
028300        AND PSI-LOC NOT = SPACES                                  02830000
028400         MOVE 'L' TO REF-TYPE                                     02840000
028500         MOVE PSI-LOC TO REF-CODE                                 02850000
028600         PERFORM READ-REF-PARA                                    02860000
028700         IF NOT REF-USABLE                                        02870000
028800             MOVE 'LOCATION NOT ACTIVE' TO WS-REJECT-REASON       02880000
028900         END-IF                                                   02890000
029000     END-IF                                                       02900000
029100     IF WS-REJECT-REASON = SPACES                                 02910000
029200        AND PSI-TECH NOT = SPACES                                 02920000
029300         MOVE 'T' TO REF-TYPE                                     02930000
029400         MOVE PSI-TECH TO REF-CODE                                02940000
029500         PERFORM READ-REF-PARA                                    02950000
029600         IF NOT REF-USABLE                                        02960000
029700             MOVE 'TECHNOLOGY NOT ACTIVE' TO WS-REJECT-REASON     02970000
029800         END-IF                                                   02980000
029900     END-IF.                                                      02990000
030000*                                                                 03000000
030100 READ-REF-PARA.                                                   03010000
030200     MOVE 'N' TO WS-REF-FOUND-FLAG                                03020000
030300     IF RFILE-OPEN                                                03030000
030400         READ P26RFILE                                            03040000
030500             INVALID KEY                                          03050000
030600                 CONTINUE                                         03060000
030700             NOT INVALID KEY                                      03070000
030800                 IF NOT REF-RETIRED                               03080000
030900                     MOVE 'Y' TO WS-REF-FOUND-FLAG                03090000
031000                 END-IF                                           03100000
031100         END-READ                                                 03110000
031200     ELSE                                                         03120000
031300         MOVE 'Y' TO WS-REF-FOUND-FLAG                            03130000
031400     END-IF.                                                      03140000
031500*                                                                 03150000
031600 SAVE-POSITION-PARA.                                              03160000
031700     MOVE WS-RUN-DATE-OUT TO POS-UPD-DATE                         03170000
031800     MOVE 'P26BP50 ' TO POS-UPD-USER                              03180000
031900     IF POS-FOUND                                                 03190000
032000         REWRITE POSITION-RECORD                                  03200000
032100             INVALID KEY                                          03210000
032200                 MOVE 'POSITION REWRITE FAILED'                   03220000
032300                     TO WS-REJECT-REASON                          03230000
032400         END-REWRITE                                              03240000
032500     ELSE                                                         03250000
032600         WRITE POSITION-RECORD                                    03260000
032700             INVALID KEY                                          03270000
032800                 MOVE 'POSITION WRITE FAILED' TO WS-REJECT-REASON 03280000
032900         END-WRITE                                                03290000
033000     END-IF.                                                      03300000
033100*                                                                 03310000
033200 APPLIED-PARA.                                                    03320000
033300     ADD 1 TO WS-APPLIED-COUNT                                    03330000
033400     MOVE SPACES TO WS-RESULT-LINE                                03340000
033500     MOVE PSIN-RECORD TO RL-CARD                                  03350000
033600     MOVE 'APPLIED ' TO RL-RESULT                                 03360000
033700     MOVE WS-RESULT-LINE TO PSRP-LINE                             03370000
033800     WRITE PSRP-LINE.                                             03380000
033900*                                                                 03390000
034000 REJECT-PARA.                                                     03400000
034100     ADD 1 TO WS-REJECT-COUNT                                     03410000
034200     MOVE SPACES TO WS-RESULT-LINE                                03420000
034300     MOVE PSIN-RECORD TO RL-CARD                                  03430000
034400     MOVE 'REJECTED' TO RL-RESULT                                 03440000
034500     MOVE WS-REJECT-REASON TO RL-REASON                           03450000
034600     MOVE WS-RESULT-LINE TO PSRP-LINE                             03460000
034700     WRITE PSRP-LINE.                                             03470000
034800*                                                                 03480000
034900 LIST-POSITIONS-PARA.                                             03490000
035000     MOVE SPACES TO PSRP-LINE                                     03500000
035100     WRITE PSRP-LINE                                              03510000
035200     MOVE 'POSITION FILE AFTER LOAD' TO PSRP-LINE                 03520000
035300     WRITE PSRP-LINE                                              03530000
035400     MOVE 'N' TO WS-EOF-FLAG                                      03540000
035500     MOVE LOW-VALUES TO POS-NUMBER                                03550000
035600     START P26POSF KEY IS NOT LESS THAN POS-NUMBER                03560000
035700         INVALID KEY                                              03570000
035800             SET END-OF-FILE TO TRUE                              03580000
035900     END-START                                                    03590000
036000     PERFORM LIST-POSITION-LINE-PARA                              03600000
036100         UNTIL END-OF-FILE.                                       03610000
036200*                                                                 03620000
036300 LIST-POSITION-LINE-PARA.                                         03630000
036400     READ P26POSF NEXT RECORD                                     03640000
036500         AT END                                                   03650000
036600             SET END-OF-FILE TO TRUE                              03660000
036700     END-READ                                                     03670000
036800     IF NOT END-OF-FILE                                           03680000
036900         MOVE SPACES TO WS-POSITION-LINE                          03690000
037000         MOVE POS-NUMBER TO PL-POS-NO                             03700000
037100         MOVE POS-DEPT TO PL-DEPT                                 03710000
037200         MOVE POS-LOC TO PL-LOC                                   03720000
037300         MOVE POS-TECH TO PL-TECH                                 03730000
037400         MOVE POS-BUDGET-SAL TO PL-BUDGET                         03740000
037500         MOVE POS-STATUS TO PL-STATUS                             03750000
037600         MOVE POS-EMP-ID TO PL-EMP-ID                             03760000
037700         MOVE WS-POSITION-LINE TO PSRP-LINE                       03770000
037800         WRITE PSRP-LINE                                          03780000
037900     END-IF.                                                      03790000
038000*                                                                 03800000
038100 TERMINATION-PARA.                                                03810000
038200     MOVE SPACES TO PSRP-LINE                                     03820000
038300     WRITE PSRP-LINE                                              03830000
038400     MOVE SPACES TO WS-SUMMARY-LINE                               03840000
038500     MOVE 'CARDS READ' TO SM-LABEL                                03850000
038600     MOVE WS-READ-COUNT TO SM-COUNT                               03860000
038700     MOVE WS-SUMMARY-LINE TO PSRP-LINE                            03870000
038800     WRITE PSRP-LINE                                              03880000
038900     MOVE 'CARDS APPLIED' TO SM-LABEL                             03890000
039000     MOVE WS-APPLIED-COUNT TO SM-COUNT                            03900000
039100     MOVE WS-SUMMARY-LINE TO PSRP-LINE                            03910000
039200     WRITE PSRP-LINE                                              03920000
039300     MOVE 'CARDS REJECTED' TO SM-LABEL                            03930000
039400     MOVE WS-REJECT-COUNT TO SM-COUNT                             03940000
039500     MOVE WS-SUMMARY-LINE TO PSRP-LINE                            03950000
039600     WRITE PSRP-LINE                                              03960000
039700     IF NOT PSIN-MISSING                                          03970000
039800         CLOSE P26PSIN                                            03980000
039900     END-IF                                                       03990000
040000     IF RFILE-OPEN                                                04000000
040100         CLOSE P26RFILE                                           04010000
040200     END-IF                                                       04020000
040300     CLOSE P26POSF                                                04030000
040400     CLOSE P26PSRP                                                04040000
040500     DISPLAY 'P26BP50 CARDS ' WS-READ-COUNT                       04050000
040600         ' APPLIED ' WS-APPLIED-COUNT                             04060000
040700         ' REJECTED ' WS-REJECT-COUNT.                            04070000
040800*                                                                 04080000
040900 REGISTER-START-PARA.                                             04090000
041000     SET RCA-START TO TRUE                                        04100000
041100     MOVE 'P26BP50' TO RCA-JOB-NAME                               04110000
041200     MOVE SPACES TO RCA-BUS-DATE                                  04120000
041300     MOVE SPACES TO RCA-PRED-JOB                                  04130000
041400     MOVE SPACES TO RCA-OVERRIDE                                  04140000
041500     MOVE ZERO TO RCA-READ-COUNT                                  04150000
041600     MOVE ZERO TO RCA-WRITE-COUNT                                 04160000
041700     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       04170000
041800     IF RCA-RETURN NOT = '00'                                     04180000
041900         DISPLAY 'P26BP50 RUN REFUSED BY RUN CONTROL RC='         04190000
042000             RCA-RETURN                                           04200000
042100         STOP RUN                                                 04210000
042200     END-IF.                                                      04220000
042300*                                                                 04230000
042400 REGISTER-END-PARA.                                               04240000
042500     SET RCA-END TO TRUE                                          04250000
042600     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         04260000
042700     MOVE WS-APPLIED-COUNT TO RCA-WRITE-COUNT                     04270000
042800     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      04280000
