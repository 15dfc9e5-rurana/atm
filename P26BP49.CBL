000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP49.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26RMPARM ASSIGN TO P26RMPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-RMPARM-STATUS.                         00080000
000900     SELECT P26PCAL ASSIGN TO P26PCAL                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS CAL-PERIOD                                 00120000
001300         FILE STATUS IS WS-PCAL-STATUS.                           00130000
001400     SELECT P26PHDF ASSIGN TO P26PHDF                             00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS PHD-KEY                                    00170000
001800         FILE STATUS IS WS-PHDF-STATUS.                           00180000
001900     SELECT P26PYEF ASSIGN TO P26PYEF                             00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS PYE-KEY                                    00220000
002300         FILE STATUS IS WS-PYEF-STATUS.                           00230000
002400     SELECT P26AFILE ASSIGN TO P26AFILE                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS EMP-ID                                     00270000
002800         FILE STATUS IS WS-AFILE-STATUS.                          00280000
002900     SELECT P26RMIT ASSIGN TO P26RMIT                             00290000
003000         ORGANIZATION IS LINE SEQUENTIAL                          00300000
003100         FILE STATUS IS WS-RMIT-STATUS.                           00310000
003200     SELECT P26RMAD ASSIGN TO P26RMAD                             00320000
003300         ORGANIZATION IS LINE SEQUENTIAL                          00330000
003400         FILE STATUS IS WS-RMAD-STATUS.                           00340000
003500     SELECT P26RMGL ASSIGN TO P26RMGL                             00350069
003600         ORGANIZATION IS LINE SEQUENTIAL                          00360000
003700         FILE STATUS IS WS-RMGL-STATUS.                           00370069
003800     SELECT WS-SORT-FILE ASSIGN TO SORTWK1.                       00380000
003900*                                                                 00390000
004000 DATA DIVISION.                                                   00400000
004100 FILE SECTION.                                                    00410000
004200 FD  P26RMPARM                                                    00420000
004300     LABEL RECORDS ARE STANDARD.                                  00430000
004400 01  RMPARM-RECORD.                                               00440000
004500     03  RP-PERIOD           PIC X(06).                           00450000
004600     03  FILLER              PIC X(74).                           00460000
004700 FD  P26PCAL                                                      00470000
004800     LABEL RECORDS ARE STANDARD.                                  00480000
004900     COPY P26PCLR.                                                00490000
005000 FD  P26PHDF                                                      00500000
005100     LABEL RECORDS ARE STANDARD.                                  00510000
005200     COPY P26PHDR.                                                00520000
005300 FD  P26PYEF                                                      00530000
005400     LABEL RECORDS ARE STANDARD.                                  00540000
005500     COPY P26PYER.                                                00550000
005600 FD  P26AFILE                                                     00560000
005700     LABEL RECORDS ARE STANDARD.                                  00570000
005800     COPY EMPREC.                                                 00580000
005900 FD  P26RMIT                                                      00590000
006000     LABEL RECORDS ARE STANDARD.                                  00600000
006100 01  RMIT-RECORD             PIC X(80).                           00610000
006200 FD  P26RMAD                                                      00620000
006300     LABEL RECORDS ARE STANDARD.                                  00630000
006400 01  RMAD-LINE               PIC X(132).                          00640000
006500 FD  P26RMGL                                                      00650069
006600     LABEL RECORDS ARE STANDARD.                                  00660000
006700 01  GLPF-RECORD.                                                 00670000
006800     03  GLP-ACCOUNT         PIC X(08).                           00680000
006900     03  GLP-DEPT            PIC X(08).                           00690000
007000     03  GLP-LOC             PIC X(10).                           00700000
007100     03  GLP-DC              PIC X(01).                           00710000
007200     03  GLP-AMOUNT          PIC 9(09)V99.                        00720000
007300     03  FILLER              PIC X(42).                           00730000
007400 SD  WS-SORT-FILE.                                                00740000
007500 01  SORT-RECORD.                                                 00750000
007600     03  SRT-PAYEE-KEY.                                           00760000
007700         05  SRT-PAYEE-TYPE  PIC X(04).                           00770000
007800         05  SRT-PAYEE-EMP   PIC X(05).                           00780000
007900     03  SRT-EMP-ID          PIC X(05).                           00790000
008000     03  SRT-RUN-TYPE        PIC X(01).                           00800000
008100     03  SRT-DED-TYPE        PIC X(04).                           00810000
008200     03  SRT-CLASS           PIC X(01).                           00820000
008300     03  SRT-AMOUNT          PIC 9(07)V99.                        00830000
008400*                                                                 00840000
008500 WORKING-STORAGE SECTION.                                         00850000
008600 01  WS-RMPARM-STATUS        PIC X(02) VALUE SPACES.              00860000
008700     88  RMPARM-MISSING              VALUE '35'.                  00870000
008800 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              00880000
008900     88  PCAL-MISSING                VALUE '35'.                  00890000
009000 01  WS-PHDF-STATUS          PIC X(02) VALUE SPACES.              00900000
009100     88  PHDF-MISSING                VALUE '35'.                  00910000
009200 01  WS-PYEF-STATUS          PIC X(02) VALUE SPACES.              00920000
009300     88  PYEF-MISSING                VALUE '35'.                  00930000
009400 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00940000
009500 01  WS-RMIT-STATUS          PIC X(02) VALUE SPACES.              00950000
009600 01  WS-RMAD-STATUS          PIC X(02) VALUE SPACES.              00960000
009700 01  WS-RMGL-STATUS          PIC X(02) VALUE SPACES.              00970069
009900 01  WS-PCAL-EOF-FLAG        PIC X(01) VALUE 'N'.                 00990000
010000     88  PCAL-EOF                    VALUE 'Y'.                   01000000
010100 01  WS-PHDF-EOF-FLAG        PIC X(01) VALUE 'N'.                 01010000
010200     88  PHDF-EOF                    VALUE 'Y'.                   01020000
010300 01  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.                 01030000
010400     88  SORT-EOF                    VALUE 'Y'.                   01040000
010500 01  WS-PERIOD-OK-FLAG       PIC X(01) VALUE 'N'.                 01050000
010600     88  PERIOD-OK                   VALUE 'Y'.                   01060000
010700 01  WS-PAYABLE-FLAG         PIC X(01) VALUE 'N'.                 01070000
010800     88  PAYEE-PAYABLE               VALUE 'Y'.                   01080000
010900 01  WS-PERIOD               PIC X(06) VALUE SPACES.              01090000
011000 01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.              01100000
011100 01  WS-HELD-REASON          PIC X(30) VALUE SPACES.              01110000
011200 01  WS-PREV-PAYEE-KEY       PIC X(09) VALUE SPACES.              01120000
011300 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                01130000
011400 01  WS-DETAIL-COUNT         PIC 9(05) VALUE ZERO.                01140000
011500 01  WS-REMIT-COUNT          PIC 9(05) VALUE ZERO.                01150000
011600 01  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.                01160000
011700 01  WS-MARKED-COUNT         PIC 9(05) VALUE ZERO.                01170000
011800 01  WS-PAYEE-TOT            PIC 9(07)V99 VALUE ZERO.             01180000
011900 01  WS-PAYEE-EE-TOT         PIC 9(07)V99 VALUE ZERO.             01190000
012000 01  WS-PAYEE-ER-TOT         PIC 9(07)V99 VALUE ZERO.             01200000
012100 01  WS-REMIT-EE-TOT         PIC 9(09)V99 VALUE ZERO.             01210000
012200 01  WS-REMIT-ER-TOT         PIC 9(09)V99 VALUE ZERO.             01220000
012300 01  WS-REMIT-TOT            PIC 9(09)V99 VALUE ZERO.             01230000
012400 01  WS-HELD-TOT             PIC 9(09)V99 VALUE ZERO.             01240000
012500 01  WS-HASH-TOTAL           PIC 9(11)V99 VALUE ZERO.             01250000
012600 01  WS-CURRENT-DATE.                                             01260000
012700     03  WS-CURR-YY          PIC 9(04).                           01270000
012800     03  WS-CURR-MM          PIC 9(02).                           01280000
012900     03  WS-CURR-DD          PIC 9(02).                           01290000
013000 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(08).       01300000
013100 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              01310000
013200 01  WS-HEADER-RECORD.                                            01320000
013300     03  FILLER              PIC X(03) VALUE 'HDR'.               01330000
013400     03  HDR-FILE-ID         PIC X(08) VALUE 'P26RMIT '.          01340000
013500     03  HDR-CREATE-DATE     PIC 9(08).                           01350000
013600     03  FILLER              PIC X(61) VALUE SPACES.              01360000
013700 01  WS-REMIT-RECORD.                                             01370000
013800     03  FILLER              PIC X(03) VALUE 'DTL'.               01380000
013900     03  RMD-BANK-CODE       PIC X(06).                           01390000
014000     03  RMD-ACCT-NO         PIC X(12).                           01400000
014100     03  RMD-REFERENCE       PIC X(15).                           01410000
014200     03  RMD-PAYEE-NAME      PIC X(20).                           01420000
014300     03  RMD-AMOUNT          PIC 9(07)V99.                        01430000
014400     03  FILLER              PIC X(15) VALUE SPACES.              01440000
014500 01  WS-TRAILER-RECORD.                                           01450000
014600     03  FILLER              PIC X(03) VALUE 'TRL'.               01460000
014700     03  TRL-REC-COUNT       PIC 9(06).                           01470000
014800     03  TRL-HASH-TOTAL      PIC 9(11)V99.                        01480000
014900     03  FILLER              PIC X(58) VALUE SPACES.              01490000
015000 01  WS-HEADING-LINE.                                             01500000
015100     03  FILLER              PIC X(09) VALUE 'P26BP49 '.          01510000
015200     03  FILLER              PIC X(30) VALUE                      01520000
015300         'DEDUCTION REMITTANCE ADVICE'.                           01530000
015400     03  FILLER              PIC X(08) VALUE 'PERIOD '.           01540000
015500     03  HL-PERIOD           PIC X(06).                           01550000
015600     03  FILLER              PIC X(07) VALUE '  RUN '.            01560000
015700     03  HL-RUN-DATE         PIC X(10).                           01570000
015800 01  WS-PAYEE-LINE-1.                                             01580000
015900     03  FILLER              PIC X(07) VALUE 'PAYEE '.            01590000
016000     03  PL-DED-TYPE         PIC X(04).                           01600000
016100     03  FILLER              PIC X(01) VALUE SPACES.              01610000
016200     03  PL-PAYEE-EMP        PIC X(05).                           01620000
016300     03  FILLER              PIC X(02) VALUE SPACES.              01630000
016400     03  PL-NAME             PIC X(30).                           01640000
016500     03  FILLER              PIC X(06) VALUE ' REF '.             01650000
016600     03  PL-REFERENCE        PIC X(15).                           01660000
016700 01  WS-PAYEE-LINE-2.                                             01670000
016800     03  FILLER              PIC X(19) VALUE SPACES.              01680000
016900     03  PL-ADDR-1           PIC X(30).                           01690000
017000     03  FILLER              PIC X(01) VALUE SPACES.              01700000
017100     03  PL-ADDR-2           PIC X(30).                           01710000
017200     03  FILLER              PIC X(01) VALUE SPACES.              01720000
017300     03  PL-POSTCODE         PIC X(10).                           01730000
017400 01  WS-COL-HEADING.                                              01740000
017500     03  FILLER              PIC X(19) VALUE SPACES.              01750000
017600     03  FILLER              PIC X(50) VALUE                      01760000
017700         'EMP-ID NAME                 TYPE RUN       AMOUNT'.     01770000
017800 01  WS-DETAIL-LINE.                                              01780000
017900     03  FILLER              PIC X(19) VALUE SPACES.              01790000
018000     03  DL-EMP-ID           PIC X(05).                           01800000
018100     03  FILLER              PIC X(02) VALUE SPACES.              01810000
018200     03  DL-NAME             PIC X(20).                           01820000
018300     03  FILLER              PIC X(01) VALUE SPACES.              01830000
018400     03  DL-DED-TYPE         PIC X(04).                           01840000
018500     03  FILLER              PIC X(02) VALUE SPACES.              01850000
018600     03  DL-RUN-TYPE         PIC X(01).                           01860000
018700     03  FILLER              PIC X(02) VALUE SPACES.              01870000
018800     03  DL-AMOUNT           PIC Z,ZZZ,ZZ9.99.                    01880000
018900 01  WS-PAYEE-TOTAL-LINE.                                         01890000
019000     03  FILLER              PIC X(19) VALUE SPACES.              01900000
019100     03  FILLER              PIC X(20) VALUE 'PAYEE TOTAL'.       01910000
019200     03  FILLER              PIC X(15) VALUE SPACES.              01920000
019300     03  PT-AMOUNT           PIC Z,ZZZ,ZZ9.99.                    01930000
019400     03  FILLER              PIC X(02) VALUE SPACES.              01940000
019500     03  PT-STATUS           PIC X(30).                           01950000
019600 01  WS-SUMMARY-LINE.                                             01960000
019700     03  SM-LABEL            PIC X(30).                           01970000
019800     03  SM-COUNT            PIC ZZZ,ZZ9.                         01980000
019900     03  FILLER              PIC X(02) VALUE SPACES.              01990000
020000     03  SM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  02000000
020100*                                                                 02010000
020200     COPY P26RCC.                                                 02020000
020300*                                                                 02030000
020400 PROCEDURE DIVISION.                                              02040000
020500 MAIN-PARA.                                                       02050000
020600     PERFORM REGISTER-START-PARA                                  02060000
020700     PERFORM INITIALIZATION-PARA                                  02070000
020800     IF PERIOD-OK                                                 02080000
020900         SORT WS-SORT-FILE                                        02090000
021000             ON ASCENDING KEY SRT-PAYEE-KEY SRT-EMP-ID            02100000
021100                              SRT-RUN-TYPE SRT-DED-TYPE           02110000
021200             INPUT PROCEDURE IS LOAD-SORT-PARA                    02120000
021300             OUTPUT PROCEDURE IS REMIT-PARA                       02130000
021400     END-IF                                                       02140000
021500     PERFORM TERMINATION-PARA                                     02150000
021600     PERFORM REGISTER-END-PARA                                    02160000
021700     STOP RUN.                                                    02170000
021800*                                                                 02180000
021900 INITIALIZATION-PARA.                                             02190000
022000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02200000
022100     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              02210000
022200         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   02220000
022300     OPEN INPUT P26RMPARM                                         02230000
022400     IF NOT RMPARM-MISSING                                        02240000
022500         READ P26RMPARM                                           02250000
022600             AT END                                               02260000
022700                 MOVE SPACES TO RMPARM-RECORD                     02270000
022800         END-READ                                                 02280000
022900         IF RP-PERIOD NUMERIC                                     02290000
023000             MOVE RP-PERIOD TO WS-PERIOD                          02300000
023100         END-IF                                                   02310000
023200         CLOSE P26RMPARM                                          02320000
023300     END-IF                                                       02330000
023400     OPEN OUTPUT P26RMAD                                          02340000
023500     PERFORM CHECK-PERIOD-PARA                                    02350000
023600     MOVE WS-PERIOD TO HL-PERIOD                                  02360000
023700     MOVE WS-RUN-DATE-OUT TO HL-RUN-DATE                          02370000
023800     MOVE WS-HEADING-LINE TO RMAD-LINE                            02380000
023900     WRITE RMAD-LINE AFTER ADVANCING PAGE                         02390000
024000     IF NOT PERIOD-OK                                             02400000
024100         MOVE WS-REFUSE-REASON TO RMAD-LINE                       02410000
024200         WRITE RMAD-LINE AFTER ADVANCING 2 LINES                  02420000
024300     END-IF.                                                      02430000
024400*                                                                 02440000
024500 CHECK-PERIOD-PARA.                                               02450000
024600     OPEN INPUT P26PCAL                                           02460000
024700     IF PCAL-MISSING                                              02470000
024800         MOVE 'NO PAY CALENDAR - REMITTANCE REFUSED'              02480000
024900             TO WS-REFUSE-REASON                                  02490000
025000     ELSE                                                         02500000
025100         IF WS-PERIOD = SPACES                                    02510000
025200             PERFORM FIND-LAST-CLOSED-PARA                        02520000
025300         END-IF                                                   02530000
025400         MOVE WS-PERIOD TO CAL-PERIOD                             02540000
025500         READ P26PCAL                                             02550000
025600             INVALID KEY                                          02560000
025700                 MOVE 'PERIOD NOT ON PAY CALENDAR - REFUSED'      02570000
025800                     TO WS-REFUSE-REASON                          02580000
025900             NOT INVALID KEY                                      02590000
026000                 IF CAL-CLOSED                                    02600000
026100                     SET PERIOD-OK TO TRUE                        02610000
026200                 ELSE                                             02620000
026300                     MOVE 'PERIOD NOT CLOSED - REMITTANCE REFUSED'02630000
026400                         TO WS-REFUSE-REASON                      02640000
026500                 END-IF                                           02650000
026600         END-READ                                                 02660000
026700         CLOSE P26PCAL                                            02670000
026800     END-IF.                                                      02680000
026900*                                                                 02690000
027000 FIND-LAST-CLOSED-PARA.                                           02700000
027100     MOVE LOW-VALUES TO CAL-PERIOD                                02710000
027200     START P26PCAL KEY IS NOT LESS THAN CAL-PERIOD                02720000
027300         INVALID KEY                                              02730000
027400             SET PCAL-EOF TO TRUE                                 02740000
027500     END-START                                                    02750000
027600     PERFORM SCAN-PCAL-PARA                                       02760000
027700         UNTIL PCAL-EOF.                                          02770000
027800*                                                                 02780000
027900 SCAN-PCAL-PARA.                                                  02790000
028000     READ P26PCAL NEXT RECORD                                     02800000
028100         AT END                                                   02810000
028200             SET PCAL-EOF TO TRUE                                 02820000
028300     END-READ                                                     02830000
028400     IF NOT PCAL-EOF AND CAL-CLOSED                               02840000
028500         MOVE CAL-PERIOD TO WS-PERIOD                             02850000
028600     END-IF.                                                      02860000
028700*                                                                 02870000
028800 LOAD-SORT-PARA.                                                  02880000
028900     OPEN INPUT P26PHDF                                           02890000
029000     OPEN INPUT P26PYEF                                           02900000
029100     IF PHDF-MISSING                                              02910000
029200         SET PHDF-EOF TO TRUE                                     02920000
029300     ELSE                                                         02930000
029400         PERFORM READ-PHDF-PARA                                   02940000
029500     END-IF                                                       02950000
029600     PERFORM SCAN-PHDF-PARA                                       02960000
029700         UNTIL PHDF-EOF                                           02970000
029800     IF NOT PYEF-MISSING                                          02980000
029900         CLOSE P26PYEF                                            02990000
030000     END-IF                                                       03000000
030100     IF NOT PHDF-MISSING                                          03010000
030200         CLOSE P26PHDF                                            03020000
030300     END-IF.                                                      03030000
030400*                                                                 03040000
030500 READ-PHDF-PARA.                                                  03050000
030600     READ P26PHDF NEXT RECORD                                     03060000
030700         AT END                                                   03070000
030800             SET PHDF-EOF TO TRUE                                 03080000
030900     END-READ                                                     03090000
031000     IF NOT PHDF-EOF                                              03100000
031100         ADD 1 TO WS-READ-COUNT                                   03110000
031200     END-IF.                                                      03120000
031300*                                                                 03130000
031400 SCAN-PHDF-PARA.                                                  03140000
031500     IF PHD-PERIOD = WS-PERIOD                                    03150000
031600        AND NOT PHD-REMITTED                                      03160000
031700        AND PHD-AMOUNT > ZERO                                     03170000
031800         PERFORM RELEASE-RECORD-PARA                              03180000
031900     END-IF                                                       03190000
032000     PERFORM READ-PHDF-PARA.                                      03200000
032100*                                                                 03210000
032200 RELEASE-RECORD-PARA.                                             03220000
032300     MOVE PHD-DED-TYPE TO SRT-PAYEE-TYPE                          03230000
032400     MOVE SPACES TO SRT-PAYEE-EMP                                 03240000
032500     IF NOT PYEF-MISSING                                          03250000
032600         MOVE PHD-DED-TYPE TO PYE-DED-TYPE                        03260000
032700         MOVE PHD-EMP-ID TO PYE-EMP-ID                            03270000
032800         READ P26PYEF                                             03280000
032900             INVALID KEY                                          03290000
033000                 CONTINUE                                         03300000
033100             NOT INVALID KEY                                      03310000
033200                 MOVE PHD-EMP-ID TO SRT-PAYEE-EMP                 03320000
033300         END-READ                                                 03330000
033400     END-IF                                                       03340000
033500     MOVE PHD-EMP-ID TO SRT-EMP-ID                                03350000
033600     MOVE PHD-RUN-TYPE TO SRT-RUN-TYPE                            03360000
033700     MOVE PHD-DED-TYPE TO SRT-DED-TYPE                            03370000
033800     MOVE PHD-CLASS TO SRT-CLASS                                  03380000
033900     MOVE PHD-AMOUNT TO SRT-AMOUNT                                03390000
034000     ADD 1 TO WS-DETAIL-COUNT                                     03400000
034100     RELEASE SORT-RECORD.                                         03410000
034200*                                                                 03420000
034300 REMIT-PARA.                                                      03430000
034400     OPEN I-O P26PHDF                                             03440000
034500     OPEN INPUT P26PYEF                                           03450000
034600     OPEN INPUT P26AFILE                                          03460000
034700     OPEN OUTPUT P26RMIT                                          03470000
034800     MOVE WS-CURRENT-DATE-N TO HDR-CREATE-DATE                    03480000
034900     MOVE WS-HEADER-RECORD TO RMIT-RECORD                         03490000
035000     WRITE RMIT-RECORD                                            03500000
035100     PERFORM RETURN-SORT-PARA                                     03510000
035200     PERFORM PROCESS-SORTED-PARA                                  03520000
035300         UNTIL SORT-EOF                                           03530000
035400     IF WS-PREV-PAYEE-KEY NOT = SPACES                            03540000
035500         PERFORM PAYEE-TOTAL-PARA                                 03550000
035600     END-IF                                                       03560000
035700     MOVE WS-REMIT-COUNT TO TRL-REC-COUNT                         03570000
035800     MOVE WS-HASH-TOTAL TO TRL-HASH-TOTAL                         03580000
035900     MOVE WS-TRAILER-RECORD TO RMIT-RECORD                        03590000
036000     WRITE RMIT-RECORD                                            03600000
036100     CLOSE P26RMIT                                                03610000
036200     CLOSE P26AFILE                                               03620000
036300     IF NOT PYEF-MISSING                                          03630000
036400         CLOSE P26PYEF                                            03640000
036500     END-IF                                                       03650000
036600     IF NOT PHDF-MISSING                                          03660000
036700         CLOSE P26PHDF                                            03670000
036800     END-IF                                                       03680000
036900     PERFORM POST-GL-PARA.                                        03690000
037000*                                                                 03700000
037100 RETURN-SORT-PARA.                                                03710000
037200     RETURN WS-SORT-FILE                                          03720000
037300         AT END                                                   03730000
037400             SET SORT-EOF TO TRUE                                 03740000
037500     END-RETURN.                                                  03750000
037600*                                                                 03760000
037700 PROCESS-SORTED-PARA.                                             03770000
037800     IF SRT-PAYEE-KEY NOT = WS-PREV-PAYEE-KEY                     03780000
037900         IF WS-PREV-PAYEE-KEY NOT = SPACES                        03790000
038000             PERFORM PAYEE-TOTAL-PARA                             03800000
038100         END-IF                                                   03810000
038200         MOVE SRT-PAYEE-KEY TO WS-PREV-PAYEE-KEY                  03820000
038300         PERFORM PAYEE-HEADING-PARA                               03830000
038400     END-IF                                                       03840000
038500     PERFORM WRITE-DETAIL-PARA                                    03850000
038600     ADD SRT-AMOUNT TO WS-PAYEE-TOT                               03860000
038700     IF SRT-CLASS = 'E'                                           03870000
038800         ADD SRT-AMOUNT TO WS-PAYEE-ER-TOT                        03880000
038900     ELSE                                                         03890000
039000         ADD SRT-AMOUNT TO WS-PAYEE-EE-TOT                        03900000
039100     END-IF                                                       03910000
039200     IF PAYEE-PAYABLE                                             03920000
039300         PERFORM MARK-REMITTED-PARA                               03930000
039400     END-IF                                                       03940000
039500     PERFORM RETURN-SORT-PARA.                                    03950000
039600*                                                                 03960000
039700 PAYEE-HEADING-PARA.                                              03970000
039800     MOVE 'N' TO WS-PAYABLE-FLAG                                  03980000
039900     MOVE SPACES TO WS-HELD-REASON                                03990000
040000     MOVE SPACES TO PAYEE-RECORD                                  04000000
040100     IF PYEF-MISSING                                              04010000
040200         MOVE 'HELD - NO PAYEE ON FILE' TO WS-HELD-REASON         04020000
040300     ELSE                                                         04030000
040400         MOVE SRT-PAYEE-KEY TO PYE-KEY                            04040000
040500         READ P26PYEF                                             04050000
040600             INVALID KEY                                          04060000
040700                 MOVE SPACES TO PAYEE-RECORD                      04070000
040800                 MOVE 'HELD - NO PAYEE ON FILE'                   04080000
040900                     TO WS-HELD-REASON                            04090000
041000         END-READ                                                 04100000
041100     END-IF                                                       04110000
041200     EVALUATE TRUE                                                04120000
041300         WHEN WS-HELD-REASON NOT = SPACES                         04130000
041400             CONTINUE                                             04140000
041500         WHEN PYE-CLOSED                                          04150000
041600             MOVE 'HELD - PAYEE CLOSED' TO WS-HELD-REASON         04160000
041700         WHEN PYE-BANK-CODE = SPACES OR PYE-ACCT-NO = SPACES      04170000
041800             MOVE 'HELD - NO BANK DETAILS' TO WS-HELD-REASON      04180000
041900         WHEN OTHER                                               04190000
042000             SET PAYEE-PAYABLE TO TRUE                            04200000
042100     END-EVALUATE                                                 04210000
042200     MOVE SPACES TO WS-PAYEE-LINE-1                               04220000
042300     MOVE SRT-PAYEE-TYPE TO PL-DED-TYPE                           04230000
042400     MOVE SRT-PAYEE-EMP TO PL-PAYEE-EMP                           04240000
042500     MOVE PYE-NAME TO PL-NAME                                     04250000
042600     MOVE PYE-REFERENCE TO PL-REFERENCE                           04260000
042700     MOVE WS-PAYEE-LINE-1 TO RMAD-LINE                            04270000
042800     WRITE RMAD-LINE AFTER ADVANCING 2 LINES                      04280000
042900     MOVE SPACES TO WS-PAYEE-LINE-2                               04290000
043000     MOVE PYE-ADDR-1 TO PL-ADDR-1                                 04300000
043100     MOVE PYE-ADDR-2 TO PL-ADDR-2                                 04310000
043200     MOVE PYE-POSTCODE TO PL-POSTCODE                             04320000
043300     MOVE WS-PAYEE-LINE-2 TO RMAD-LINE                            04330000
043400     WRITE RMAD-LINE AFTER ADVANCING 1 LINE                       04340000
043500     MOVE WS-COL-HEADING TO RMAD-LINE                             04350000
043600     WRITE RMAD-LINE AFTER ADVANCING 1 LINE.                      04360000
043700*                                                                 04370000
043800 WRITE-DETAIL-PARA.                                               04380000
043900     MOVE SPACES TO WS-DETAIL-LINE                                04390000
044000     MOVE SRT-EMP-ID TO DL-EMP-ID                                 04400000
044100     MOVE SRT-EMP-ID TO EMP-ID                                    04410000
044200     READ P26AFILE                                                04420000
044300         INVALID KEY                                              04430000
044400             MOVE SPACES TO EMP-NAME                              04440000
044500     END-READ                                                     04450000
044600     MOVE EMP-NAME TO DL-NAME                                     04460000
044700     MOVE SRT-DED-TYPE TO DL-DED-TYPE                             04470000
044800     MOVE SRT-RUN-TYPE TO DL-RUN-TYPE                             04480000
044900     MOVE SRT-AMOUNT TO DL-AMOUNT                                 04490000
045000     MOVE WS-DETAIL-LINE TO RMAD-LINE                             04500000
045100     WRITE RMAD-LINE AFTER ADVANCING 1 LINE.                      04510000
045200*                                                                 04520000
045300 MARK-REMITTED-PARA.                                              04530000
045400     MOVE SRT-EMP-ID TO PHD-EMP-ID                                04540000
045500     MOVE WS-PERIOD TO PHD-PERIOD                                 04550000
045600     MOVE SRT-RUN-TYPE TO PHD-RUN-TYPE                            04560000
045700     MOVE SRT-DED-TYPE TO PHD-DED-TYPE                            04570000
045800     READ P26PHDF                                                 04580000
045900         INVALID KEY                                              04590000
046000             CONTINUE                                             04600000
046100         NOT INVALID KEY                                          04610000
046200             SET PHD-REMITTED TO TRUE                             04620000
046300             MOVE WS-RUN-DATE-OUT TO PHD-REMIT-DATE               04630000
046400             REWRITE PAY-DEDUCTION-RECORD                         04640000
046500             ADD 1 TO WS-MARKED-COUNT                             04650000
046600     END-READ.                                                    04660000
046700*                                                                 04670000
046800 PAYEE-TOTAL-PARA.                                                04680000
046900     MOVE SPACES TO WS-PAYEE-TOTAL-LINE                           04690000
047000     MOVE WS-PAYEE-TOT TO PT-AMOUNT                               04700000
047100     IF PAYEE-PAYABLE                                             04710000
047200         MOVE 'REMITTED' TO PT-STATUS                             04720000
047300         PERFORM WRITE-REMIT-PARA                                 04730000
047400     ELSE                                                         04740000
047500         MOVE WS-HELD-REASON TO PT-STATUS                         04750000
047600         ADD 1 TO WS-HELD-COUNT                                   04760000
047700         ADD WS-PAYEE-TOT TO WS-HELD-TOT                          04770000
047800     END-IF                                                       04780000
047900     MOVE WS-PAYEE-TOTAL-LINE TO RMAD-LINE                        04790000
048000     WRITE RMAD-LINE AFTER ADVANCING 1 LINE                       04800000
048100     MOVE ZERO TO WS-PAYEE-TOT                                    04810000
048200     MOVE ZERO TO WS-PAYEE-EE-TOT                                 04820000
048300     MOVE ZERO TO WS-PAYEE-ER-TOT.                                04830000
048400*                                                                 04840000
048500 WRITE-REMIT-PARA.                                                04850000
048600     MOVE PYE-BANK-CODE TO RMD-BANK-CODE                          04860000
048700     MOVE PYE-ACCT-NO TO RMD-ACCT-NO                              04870000
048800     MOVE PYE-REFERENCE TO RMD-REFERENCE                          04880000
048900     MOVE PYE-NAME TO RMD-PAYEE-NAME                              04890000
049000     MOVE WS-PAYEE-TOT TO RMD-AMOUNT                              04900000
049100     MOVE WS-REMIT-RECORD TO RMIT-RECORD                          04910000
049200     WRITE RMIT-RECORD                                            04920000
049300     ADD 1 TO WS-REMIT-COUNT                                      04930000
049400     ADD WS-PAYEE-TOT TO WS-HASH-TOTAL                            04940000
049500     ADD WS-PAYEE-TOT TO WS-REMIT-TOT                             04950000
049600     ADD WS-PAYEE-EE-TOT TO WS-REMIT-EE-TOT                       04960000
049700     ADD WS-PAYEE-ER-TOT TO WS-REMIT-ER-TOT.                      04970000
049800*                                                                 04980000
049900 POST-GL-PARA.                                                    04990000
049950     OPEN OUTPUT P26RMGL                                          04995069
050000     IF WS-REMIT-TOT > ZERO                                       05000000
050500         MOVE SPACES TO GLPF-RECORD                               05050000
050600         MOVE SPACES TO GLP-DEPT                                  05060000
050700         MOVE SPACES TO GLP-LOC                                   05070000
050800         MOVE 'D' TO GLP-DC                                       05080000
050900         IF WS-REMIT-EE-TOT > ZERO                                05090000
051000             MOVE 'DEDNPAY ' TO GLP-ACCOUNT                       05100000
051100             MOVE WS-REMIT-EE-TOT TO GLP-AMOUNT                   05110000
051200             WRITE GLPF-RECORD                                    05120000
051300         END-IF                                                   05130000
051400         IF WS-REMIT-ER-TOT > ZERO                                05140000
051500             MOVE 'EMPRCPAY' TO GLP-ACCOUNT                       05150000
051600             MOVE WS-REMIT-ER-TOT TO GLP-AMOUNT                   05160000
051700             WRITE GLPF-RECORD                                    05170000
051800         END-IF                                                   05180000
051900         MOVE 'BANKREMT' TO GLP-ACCOUNT                           05190000
052000         MOVE 'C' TO GLP-DC                                       05200000
052100         MOVE WS-REMIT-TOT TO GLP-AMOUNT                          05210000
052200         WRITE GLPF-RECORD                                        05220000
052400     END-IF                                                       05240069
052450     CLOSE P26RMGL.                                               05245069
052500*                                                                 05250000
052600 TERMINATION-PARA.                                                05260000
052700     IF PERIOD-OK                                                 05270000
052800         MOVE SPACES TO RMAD-LINE                                 05280000
052900         WRITE RMAD-LINE AFTER ADVANCING 1 LINE                   05290000
053000         MOVE SPACES TO WS-SUMMARY-LINE                           05300000
053100         MOVE 'DEDUCTION DETAILS SELECTED' TO SM-LABEL            05310000
053200         MOVE WS-DETAIL-COUNT TO SM-COUNT                         05320000
053300         MOVE WS-SUMMARY-LINE TO RMAD-LINE                        05330000
053400         WRITE RMAD-LINE AFTER ADVANCING 1 LINE                   05340000
053500         MOVE SPACES TO WS-SUMMARY-LINE                           05350000
053600         MOVE 'PAYEES REMITTED' TO SM-LABEL                       05360000
053700         MOVE WS-REMIT-COUNT TO SM-COUNT                          05370000
053800         MOVE WS-REMIT-TOT TO SM-AMOUNT                           05380000
053900         MOVE WS-SUMMARY-LINE TO RMAD-LINE                        05390000
054000         WRITE RMAD-LINE AFTER ADVANCING 1 LINE                   05400000
054100         MOVE SPACES TO WS-SUMMARY-LINE                           05410000
054200         MOVE 'PAYEES HELD' TO SM-LABEL                           05420000
054300         MOVE WS-HELD-COUNT TO SM-COUNT                           05430000
054400         MOVE WS-HELD-TOT TO SM-AMOUNT                            05440000
054500         MOVE WS-SUMMARY-LINE TO RMAD-LINE                        05450000
054600         WRITE RMAD-LINE AFTER ADVANCING 1 LINE                   05460000
054700         MOVE SPACES TO WS-SUMMARY-LINE                           05470000
054800         MOVE 'DETAILS MARKED REMITTED' TO SM-LABEL               05480000
054900         MOVE WS-MARKED-COUNT TO SM-COUNT                         05490000
055000         MOVE WS-SUMMARY-LINE TO RMAD-LINE                        05500000
055100         WRITE RMAD-LINE AFTER ADVANCING 1 LINE                   05510000
055200     END-IF                                                       05520000
055300     CLOSE P26RMAD                                                05530000
055400     DISPLAY 'P26BP49 PERIOD ' WS-PERIOD                          05540000
055500         ' REMITTED ' WS-REMIT-COUNT                              05550000
055600         ' HELD ' WS-HELD-COUNT.                                  05560000
055700*                                                                 05570000
055800 REGISTER-START-PARA.                                             05580000
055900     SET RCA-START TO TRUE                                        05590000
056000     MOVE 'P26BP49' TO RCA-JOB-NAME                               05600000
056100     MOVE SPACES TO RCA-BUS-DATE                                  05610000
056200     MOVE SPACES TO RCA-PRED-JOB                                  05620000
056300     MOVE SPACES TO RCA-OVERRIDE                                  05630000
056400     MOVE ZERO TO RCA-READ-COUNT                                  05640000
056500     MOVE ZERO TO RCA-WRITE-COUNT                                 05650000
056600     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       05660000
056700     IF RCA-RETURN NOT = '00'                                     05670000
056800         DISPLAY 'P26BP49 RUN REFUSED BY RUN CONTROL RC='         05680000
056900             RCA-RETURN                                           05690000
057000         STOP RUN                                                 05700000
057100     END-IF.                                                      05710000
057200*                                                                 05720000
057300 REGISTER-END-PARA.                                               05730000
057400     SET RCA-END TO TRUE                                          05740000
057500     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         05750000
057600     MOVE WS-REMIT-COUNT TO RCA-WRITE-COUNT                       05760000
057700     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      05770000
