000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP63.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PPARM ASSIGN TO P26PPARM                           00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PPARM-STATUS.                          00080000
000810     SELECT P26PCAL ASSIGN TO P26PCAL                             00081069
000820         ORGANIZATION IS INDEXED                                  00082069
000830         ACCESS MODE IS DYNAMIC                                   00083069
000840         RECORD KEY IS CAL-PERIOD                                 00084069
000850         FILE STATUS IS WS-PCAL-STATUS.                           00085069
000900     SELECT P26CQPARM ASSIGN TO P26CQPARM                         00090000
001000         ORGANIZATION IS LINE SEQUENTIAL                          00100000
001100         FILE STATUS IS WS-CQPARM-STATUS.                         00110000
001200     SELECT P26CQTX ASSIGN TO P26CQTX                             00120000
001300         ORGANIZATION IS LINE SEQUENTIAL                          00130000
001400         FILE STATUS IS WS-CQTX-STATUS.                           00140000
001500     SELECT P26PHIST ASSIGN TO P26PHIST                           00150000
001600         ORGANIZATION IS INDEXED                                  00160000
001700         ACCESS MODE IS DYNAMIC                                   00170000
001800         RECORD KEY IS PH-KEY                                     00180000
001900         FILE STATUS IS WS-PHIST-STATUS.                          00190000
002000     SELECT P26MFILE ASSIGN TO P26MFILE                           00200000
002100         ORGANIZATION IS INDEXED                                  00210000
002200         ACCESS MODE IS DYNAMIC                                   00220000
002300         RECORD KEY IS EMP-ID                                     00230000
002400         FILE STATUS IS WS-MFILE-STATUS.                          00240000
002500     SELECT P26BFILE ASSIGN TO P26BFILE                           00250000
002600         ORGANIZATION IS INDEXED                                  00260000
002700         ACCESS MODE IS DYNAMIC                                   00270000
002800         RECORD KEY IS BNK-EMP-ID                                 00280000
002900         FILE STATUS IS WS-BFILE-STATUS.                          00290000
003000     SELECT P26DDEP ASSIGN TO P26DDEP                             00300000
003100         ORGANIZATION IS LINE SEQUENTIAL                          00310000
003200         FILE STATUS IS WS-DDEP-STATUS.                           00320000
003300     SELECT P26RPAY ASSIGN TO P26RPAY                             00330000
003400         ORGANIZATION IS LINE SEQUENTIAL                          00340000
003500         FILE STATUS IS WS-RPAY-STATUS.                           00350000
003600     SELECT P26CHQF ASSIGN TO P26CHQF                             00360000
003700         ORGANIZATION IS INDEXED                                  00370000
003800         ACCESS MODE IS DYNAMIC                                   00380000
003900         RECORD KEY IS CHQ-KEY                                    00390000
004000         FILE STATUS IS WS-CHQF-STATUS.                           00400000
004100     SELECT P26CHQP ASSIGN TO P26CHQP                             00410000
004200         ORGANIZATION IS LINE SEQUENTIAL                          00420000
004300         FILE STATUS IS WS-CHQP-STATUS.                           00430000
004400     SELECT P26PPAY ASSIGN TO P26PPAY                             00440000
004500         ORGANIZATION IS LINE SEQUENTIAL                          00450000
004600         FILE STATUS IS WS-PPAY-STATUS.                           00460000
004700     SELECT P26CHRG ASSIGN TO P26CHRG                             00470000
004800         ORGANIZATION IS LINE SEQUENTIAL                          00480000
004900         FILE STATUS IS WS-CHRG-STATUS.                           00490000
005000*                                                                 00500000
005100 DATA DIVISION.                                                   00510000
005200 FILE SECTION.                                                    00520000
005300 FD  P26PPARM                                                     00530000
005400     LABEL RECORDS ARE STANDARD.                                  00540000
005500 01  PPARM-RECORD.                                                00550000
005600     03  PPARM-PERIOD        PIC X(06).                           00560000
005700     03  FILLER              PIC X(01).                           00570000
005800     03  PPARM-RUN-TYPE      PIC X(01).                           00580000
005900     03  FILLER              PIC X(05).                           00590069
005910     03  PPARM-PAY-GROUP     PIC X(02).                           00591069
005920     03  FILLER              PIC X(65).                           00592069
005930 FD  P26PCAL                                                      00593069
005940     LABEL RECORDS ARE STANDARD.                                  00594069
005950     COPY P26PCLR.                                                00595069
006000 FD  P26CQPARM                                                    00600000
006100     LABEL RECORDS ARE STANDARD.                                  00610000
006200 01  CQPARM-RECORD.                                               00620000
006300     03  CQP-STOCK-FROM      PIC X(08).                           00630000
006400     03  FILLER              PIC X(01).                           00640000
006500     03  CQP-STOCK-TO        PIC X(08).                           00650000
006600     03  FILLER              PIC X(01).                           00660000
006700     03  CQP-ACCOUNT         PIC X(12).                           00670000
006800     03  FILLER              PIC X(50).                           00680000
006900 FD  P26CQTX                                                      00690000
007000     LABEL RECORDS ARE STANDARD.                                  00700000
007100 01  CQTX-RECORD.                                                 00710000
007200     03  CQT-ACTION          PIC X(01).                           00720000
007300         88  CQT-VOID                VALUE 'V'.                   00730000
007400         88  CQT-REISSUE             VALUE 'R'.                   00740000
007500     03  FILLER              PIC X(01).                           00750000
007600     03  CQT-CHQ-NO          PIC X(08).                           00760000
007700     03  CQT-CHQ-NUM REDEFINES CQT-CHQ-NO                         00770000
007800                             PIC 9(08).                           00780000
007900     03  FILLER              PIC X(01).                           00790000
008000     03  CQT-REASON          PIC X(02).                           00800000
008100     03  FILLER              PIC X(01).                           00810000
008200     03  CQT-USER            PIC X(08).                           00820000
008300     03  FILLER              PIC X(58).                           00830000
008400 FD  P26PHIST                                                     00840000
008500     LABEL RECORDS ARE STANDARD.                                  00850000
008600     COPY P26PHR.                                                 00860000
008700 FD  P26MFILE                                                     00870000
008800     LABEL RECORDS ARE STANDARD.                                  00880000
008900     COPY EMPMSTR.                                                00890000
009000 FD  P26BFILE                                                     00900000
009100     LABEL RECORDS ARE STANDARD.                                  00910000
009200     COPY P26BNKR.                                                00920000
009300 FD  P26DDEP                                                      00930000
009400     LABEL RECORDS ARE STANDARD.                                  00940000
009500 01  DDEP-RECORD.                                                 00950000
009600     03  DDP-REC-ID          PIC X(03).                           00960000
009700     03  DDP-REST            PIC X(77).                           00970000
009800 01  DDEP-DTL-RECORD REDEFINES DDEP-RECORD.                       00980000
009900     03  FILLER              PIC X(03).                           00990000
010000     03  DDP-BANK-CODE       PIC X(06).                           01000000
010100     03  DDP-ACCT-NO         PIC X(12).                           01010000
010200     03  DDP-EMP-ID          PIC X(05).                           01020000
010300     03  DDP-EMP-NAME        PIC X(20).                           01030000
010400     03  DDP-AMOUNT          PIC 9(07)V99.                        01040000
010500     03  FILLER              PIC X(25).                           01050000
010600 01  DDEP-CH-ENTRY REDEFINES DDEP-RECORD.                         01060000
010700     03  FILLER              PIC X(03).                           01070000
010800     03  DDP-CH-BANK-CODE    PIC X(06).                           01080000
010900     03  DDP-CH-ACCT-NO      PIC X(12).                           01090000
011000     03  DDP-CH-AMOUNT       PIC 9(07)V99.                        01100000
011100     03  DDP-CH-EMP-ID       PIC X(05).                           01110000
011200     03  FILLER              PIC X(45).                           01120000
011300 FD  P26RPAY                                                      01130000
011400     LABEL RECORDS ARE STANDARD.                                  01140000
011500 01  RPAY-RECORD.                                                 01150000
011600     03  RPY-EMP-ID          PIC X(05).                           01160000
011700     03  FILLER              PIC X(01).                           01170000
011800     03  RPY-AMOUNT          PIC 9(07)V99.                        01180000
011900     03  FILLER              PIC X(01).                           01190000
012000     03  RPY-REASON          PIC X(02).                           01200000
012100     03  FILLER              PIC X(01).                           01210000
012200     03  RPY-RETURN-DATE     PIC X(10).                           01220000
012300     03  FILLER              PIC X(51).                           01230000
012400 FD  P26CHQF                                                      01240000
012500     LABEL RECORDS ARE STANDARD.                                  01250000
012600     COPY P26CHQR.                                                01260000
012700 FD  P26CHQP                                                      01270000
012800     LABEL RECORDS ARE STANDARD.                                  01280000
012900 01  CHQP-LINE               PIC X(132).                          01290000
013000 FD  P26PPAY                                                      01300000
013100     LABEL RECORDS ARE STANDARD.                                  01310000
013200 01  PPAY-RECORD             PIC X(80).                           01320000
013300 FD  P26CHRG                                                      01330000
013400     LABEL RECORDS ARE STANDARD.                                  01340000
013500 01  CHRG-LINE               PIC X(132).                          01350000
013600*                                                                 01360000
013700 WORKING-STORAGE SECTION.                                         01370000
013800 01  WS-PPARM-STATUS         PIC X(02) VALUE SPACES.              01380000
013900     88  PPARM-MISSING               VALUE '35'.                  01390000
013910 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              01391069
013920     88  PCAL-MISSING                VALUE '35'.                  01392069
013930 01  WS-CAL-DONE-FLAG        PIC X(01) VALUE 'N'.                 01393069
013940     88  CAL-DONE                    VALUE 'Y'.                   01394069
014000 01  WS-CQPARM-STATUS        PIC X(02) VALUE SPACES.              01400000
014100     88  CQPARM-MISSING              VALUE '35'.                  01410000
014200 01  WS-CQTX-STATUS          PIC X(02) VALUE SPACES.              01420000
014300     88  CQTX-MISSING                VALUE '35'.                  01430000
014400 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              01440000
014500     88  PHIST-MISSING               VALUE '35'.                  01450000
014600 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              01460000
014700     88  MFILE-MISSING               VALUE '35'.                  01470000
014800 01  WS-BFILE-STATUS         PIC X(02) VALUE SPACES.              01480000
014900     88  BFILE-MISSING               VALUE '35'.                  01490000
015000 01  WS-DDEP-STATUS          PIC X(02) VALUE SPACES.              01500000
015100     88  DDEP-MISSING                VALUE '35'.                  01510000
015200 01  WS-RPAY-STATUS          PIC X(02) VALUE SPACES.              01520000
015300     88  RPAY-MISSING                VALUE '35'.                  01530000
015400 01  WS-CHQF-STATUS          PIC X(02) VALUE SPACES.              01540000
015500     88  CHQF-MISSING                VALUE '35'.                  01550000
015600 01  WS-CHQP-STATUS          PIC X(02) VALUE SPACES.              01560000
015700 01  WS-PPAY-STATUS          PIC X(02) VALUE SPACES.              01570000
015800 01  WS-CHRG-STATUS          PIC X(02) VALUE SPACES.              01580000
015900 01  WS-MFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01590000
016000     88  MFILE-OPEN                  VALUE 'Y'.                   01600000
016100 01  WS-BFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01610000
016200     88  BFILE-OPEN                  VALUE 'Y'.                   01620000
016300 01  WS-CREDITS-FLAG         PIC X(01) VALUE 'N'.                 01630000
016400     88  CREDITS-LOADED              VALUE 'Y'.                   01640000
016500 01  WS-STOCK-FLAG           PIC X(01) VALUE 'N'.                 01650000
016600     88  STOCK-VALID                 VALUE 'Y'.                   01660000
016700 01  WS-ALLOC-FLAG           PIC X(01) VALUE 'N'.                 01670000
016800     88  CHEQUE-ALLOCATED            VALUE 'Y'.                   01680000
016900 01  WS-FAIL-FLAG            PIC X(01) VALUE 'N'.                 01690000
017000     88  RUN-FAILED                  VALUE 'Y'.                   01700000
017100 01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.                 01710000
017200     88  HIST-DONE                   VALUE 'Y'.                   01720000
017300 01  WS-CHQF-DONE-FLAG       PIC X(01) VALUE 'N'.                 01730000
017400     88  CHQF-DONE                   VALUE 'Y'.                   01740000
017500 01  WS-CQTX-EOF-FLAG        PIC X(01) VALUE 'N'.                 01750000
017600     88  CQTX-EOF                    VALUE 'Y'.                   01760000
017700 01  WS-RPAY-EOF-FLAG        PIC X(01) VALUE 'N'.                 01770000
017800     88  RPAY-EOF                    VALUE 'Y'.                   01780000
017900 01  WS-DDEP-EOF-FLAG        PIC X(01) VALUE 'N'.                 01790000
018000     88  DDEP-EOF                    VALUE 'Y'.                   01800000
018100 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 01810000
018200     88  ENTRY-FOUND                 VALUE 'Y'.                   01820000
018300 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01830000
018400     88  EMP-FOUND                   VALUE 'Y'.                   01840000
018500 01  WS-REASON-FLAG          PIC X(01) VALUE 'N'.                 01850000
018600     88  REASON-VALID                VALUE 'Y'.                   01860000
018700 01  WS-PERIOD               PIC X(06) VALUE SPACES.              01870000
018750 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              01875069
018800 01  WS-RUN-TYPE             PIC X(01) VALUE 'R'.                 01880000
018900 01  WS-STOCK-FROM           PIC 9(08) VALUE ZERO.                01890000
019000 01  WS-STOCK-TO             PIC 9(08) VALUE ZERO.                01900000
019100 01  WS-NEXT-CHQ             PIC 9(08) VALUE ZERO.                01910000
019200 01  WS-NEW-CHQ              PIC 9(08) VALUE ZERO.                01920000
019300 01  WS-STOCK-LEFT           PIC 9(08) VALUE ZERO.                01930000
019400 01  WS-ISSUE-ACCOUNT        PIC X(12) VALUE SPACES.              01940000
019500 01  WS-WANT-EMP             PIC X(05) VALUE SPACES.              01950000
019600 01  WS-WANT-SOURCE          PIC X(01) VALUE SPACES.              01960000
019700 01  WS-WANT-AMOUNT          PIC 9(07)V99 VALUE ZERO.             01970000
019800 01  WS-WANT-PAYEE           PIC X(20) VALUE SPACES.              01980000
019900 01  WS-NOTE                 PIC X(30) VALUE SPACES.              01990000
020000 01  WS-REASON-DESC          PIC X(20) VALUE SPACES.              02000000
020100 01  WS-CRED-SUB             PIC 9(04) VALUE ZERO.                02010000
020200 01  WS-CRED-MAX             PIC 9(04) VALUE ZERO.                02020000
020300 01  WS-CREDIT-TABLE.                                             02030000
020400     03  WS-CRED-EMP-ID      PIC X(05) OCCURS 2000 TIMES.         02040000
020500 01  WS-HAVE-SUB             PIC 9(04) VALUE ZERO.                02050000
020600 01  WS-HAVE-MAX             PIC 9(04) VALUE ZERO.                02060000
020700 01  WS-HAVE-TABLE.                                               02070000
020800     03  WS-HAVE-ENTRY OCCURS 2000 TIMES.                         02080000
020900         05  WS-HAVE-EMP-ID      PIC X(05).                       02090000
021000         05  WS-HAVE-SOURCE      PIC X(01).                       02100000
021100         05  WS-HAVE-AMOUNT      PIC 9(07)V99.                    02110000
021200 01  WS-ISSUE-COUNT          PIC 9(06) VALUE ZERO.                02120000
021300 01  WS-ISSUE-TOTAL          PIC 9(09)V99 VALUE ZERO.             02130000
021400 01  WS-VOID-COUNT           PIC 9(06) VALUE ZERO.                02140000
021500 01  WS-VOID-TOTAL           PIC 9(09)V99 VALUE ZERO.             02150000
021600 01  WS-REISSUE-COUNT        PIC 9(06) VALUE ZERO.                02160000
021700 01  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.                02170000
021800 01  WS-PP-COUNT             PIC 9(06) VALUE ZERO.                02180000
021900 01  WS-PP-TOTAL             PIC 9(11)V99 VALUE ZERO.             02190000
022000 01  WS-CURRENT-DATE.                                             02200000
022100     03  WS-CURR-YY          PIC 9(04).                           02210000
022200     03  WS-CURR-MM          PIC 9(02).                           02220000
022300     03  WS-CURR-DD          PIC 9(02).                           02230000
022400 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE                  02240000
022500                             PIC 9(08).                           02250000
022600 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              02260000
022700 01  WS-PP-HEADER.                                                02270000
022800     03  FILLER              PIC X(03) VALUE 'HDR'.               02280000
022900     03  PPH-FILE-ID         PIC X(08) VALUE 'P26PPAY '.          02290000
023000     03  PPH-ACCOUNT         PIC X(12).                           02300000
023100     03  PPH-CREATE-DATE     PIC 9(08).                           02310000
023200     03  FILLER              PIC X(49) VALUE SPACES.              02320000
023300 01  WS-PP-DETAIL.                                                02330000
023400     03  FILLER              PIC X(03) VALUE 'DTL'.               02340000
023500     03  PPD-TYPE            PIC X(01).                           02350000
023600     03  PPD-CHQ-NO          PIC 9(08).                           02360000
023700     03  PPD-AMOUNT          PIC 9(07)V99.                        02370000
023800     03  PPD-ISSUE-DATE      PIC X(08).                           02380000
023900     03  PPD-PAYEE           PIC X(20).                           02390000
024000     03  FILLER              PIC X(31) VALUE SPACES.              02400000
024100 01  WS-PP-TRAILER.                                               02410000
024200     03  FILLER              PIC X(03) VALUE 'TRL'.               02420000
024300     03  PPT-COUNT           PIC 9(06).                           02430000
024400     03  PPT-TOTAL           PIC 9(11)V99.                        02440000
024500     03  FILLER              PIC X(58) VALUE SPACES.              02450000
024600 01  WS-CHQ-LINE-1.                                               02460000
024700     03  FILLER              PIC X(20) VALUE                      02470000
024800         'P26 PAYROLL ACCOUNT '.                                  02480000
024900     03  CL1-ACCOUNT         PIC X(12).                           02490000
025000     03  FILLER              PIC X(20) VALUE SPACES.              02500000
025100     03  FILLER              PIC X(10) VALUE 'CHEQUE NO '.        02510000
025200     03  CL1-CHQ-NO          PIC 9(08).                           02520000
025300 01  WS-CHQ-LINE-2.                                               02530000
025400     03  FILLER              PIC X(52) VALUE SPACES.              02540000
025500     03  FILLER              PIC X(10) VALUE 'DATE      '.        02550000
025600     03  CL2-DATE            PIC X(10).                           02560000
025700 01  WS-CHQ-LINE-3.                                               02570000
025800     03  FILLER              PIC X(04) VALUE 'PAY '.              02580000
025900     03  CL3-PAYEE           PIC X(20).                           02590000
026000     03  FILLER              PIC X(28) VALUE SPACES.              02600000
026100     03  FILLER              PIC X(10) VALUE 'AMOUNT    '.        02610000
026200     03  CL3-AMOUNT          PIC *,***,**9.99.                    02620000
026300 01  WS-STUB-LINE-1.                                              02630000
026400     03  FILLER              PIC X(16) VALUE 'STUB - EMPLOYEE '.  02640000
026500     03  SL1-EMP-ID          PIC X(05).                           02650000
026600     03  FILLER              PIC X(01) VALUE SPACES.              02660000
026700     03  SL1-NAME            PIC X(20).                           02670000
026800     03  FILLER              PIC X(09) VALUE '  PERIOD '.         02680000
026900     03  SL1-PERIOD          PIC X(06).                           02690000
027000     03  FILLER              PIC X(11) VALUE '  NET PAY  '.       02700000
027100     03  SL1-AMOUNT          PIC Z,ZZZ,ZZ9.99.                    02710000
027200 01  WS-STUB-LINE-2.                                              02720000
027300     03  FILLER              PIC X(16) VALUE SPACES.              02730000
027400     03  SL2-TEXT            PIC X(28).                           02740000
027500     03  SL2-CHQ-NO          PIC 9(08).                           02750000
027600 01  WS-HEADING-LINE.                                             02760000
027700     03  FILLER              PIC X(37) VALUE                      02770000
027800         'P26BP63  CHEQUE REGISTER FOR PERIOD '.                  02780000
027900     03  HL-PERIOD           PIC X(06).                           02790000
028000     03  FILLER              PIC X(06) VALUE '  RUN '.            02800000
028100     03  HL-RUN-TYPE         PIC X(01).                           02810000
028200     03  FILLER              PIC X(12) VALUE '  RUN DATE  '.      02820000
028300     03  HL-DATE             PIC X(10).                           02830000
028310     03  FILLER              PIC X(12) VALUE '  PAY GROUP '.      02831069
028320     03  HL-PAY-GROUP        PIC X(02).                           02832069
028400 01  WS-COL-HEADING.                                              02840000
028500     03  FILLER              PIC X(29) VALUE                      02850000
028600         'CHEQUE NO  ACTION     EMP    '.                         02860000
028700     03  FILLER              PIC X(34) VALUE                      02870000
028800         'PAYEE                       AMOUNT'.                    02880000
028900     03  FILLER              PIC X(11) VALUE '  RSN  NOTE'.       02890000
029000 01  WS-REGISTER-LINE.                                            02900000
029100     03  RL-CHQ-NO           PIC X(08).                           02910000
029200     03  FILLER              PIC X(03) VALUE SPACES.              02920000
029300     03  RL-ACTION           PIC X(09).                           02930000
029400     03  FILLER              PIC X(02) VALUE SPACES.              02940000
029500     03  RL-EMP-ID           PIC X(05).                           02950000
029600     03  FILLER              PIC X(02) VALUE SPACES.              02960000
029700     03  RL-PAYEE            PIC X(20).                           02970000
029800     03  FILLER              PIC X(02) VALUE SPACES.              02980000
029900     03  RL-AMOUNT           PIC Z,ZZZ,ZZ9.99.                    02990000
030000     03  FILLER              PIC X(02) VALUE SPACES.              03000000
030100     03  RL-REASON           PIC X(02).                           03010000
030200     03  FILLER              PIC X(03) VALUE SPACES.              03020000
030300     03  RL-NOTE             PIC X(30).                           03030000
030400 01  WS-SUMMARY-LINE.                                             03040000
030500     03  SM-LABEL            PIC X(30).                           03050000
030600     03  SM-COUNT            PIC ZZ,ZZZ,ZZ9.                      03060000
030700     03  FILLER              PIC X(04) VALUE SPACES.              03070000
030800     03  SM-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.                   03080000
030900     COPY P26RCC.                                                 03090000
031000*                                                                 03100000
031100 PROCEDURE DIVISION.                                              03110000
031200 MAIN-PARA.                                                       03120000
031250     PERFORM READ-PPARM-PARA                                      03125069
031300     PERFORM REGISTER-START-PARA                                  03130000
031400     PERFORM INITIALIZATION-PARA                                  03140000
031500     PERFORM PROCESS-TRANSACTIONS-PARA                            03150000
031600     PERFORM ISSUE-EXCEPTION-PARA                                 03160000
031700     PERFORM ISSUE-RETURNED-PARA                                  03170000
031800     PERFORM TERMINATION-PARA                                     03180000
031900     PERFORM REGISTER-END-PARA                                    03190000
032000     STOP RUN.                                                    03200000
032100*                                                                 03210000
032200 INITIALIZATION-PARA.                                             03220000
032300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    03230000
032310     IF WS-PERIOD = SPACES                                        03231069
032320        AND WS-PAY-GROUP NOT = SPACES                             03232069
032330         PERFORM PICK-GROUP-PERIOD-PARA                           03233069
032340     END-IF                                                       03234069
032350     IF WS-PERIOD = SPACES                                        03235069
032360        AND WS-PAY-GROUP = SPACES                                 03236069
032370         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   03237069
032380     END-IF                                                       03238069
032400     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              03240000
032500         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   03250000
032700     PERFORM READ-CQPARM-PARA                                     03270000
032800     OPEN I-O P26CHQF                                             03280000
032900     IF CHQF-MISSING                                              03290000
033000         OPEN OUTPUT P26CHQF                                      03300000
033100         CLOSE P26CHQF                                            03310000
033200         OPEN I-O P26CHQF                                         03320000
033300     END-IF                                                       03330000
033400     PERFORM LOAD-REGISTER-PARA                                   03340000
033500     PERFORM FIND-NEXT-CHEQUE-PARA                                03350000
033600     PERFORM LOAD-CREDITS-PARA                                    03360000
033700     OPEN INPUT P26MFILE                                          03370000
033800     IF NOT MFILE-MISSING                                         03380000
033900         SET MFILE-OPEN TO TRUE                                   03390000
034000     END-IF                                                       03400000
034100     OPEN INPUT P26BFILE                                          03410000
034200     IF NOT BFILE-MISSING                                         03420000
034300         SET BFILE-OPEN TO TRUE                                   03430000
034400     END-IF                                                       03440000
034500     OPEN OUTPUT P26CHQP                                          03450000
034600     OPEN OUTPUT P26PPAY                                          03460000
034700     MOVE WS-ISSUE-ACCOUNT TO PPH-ACCOUNT                         03470000
034800     MOVE WS-CURRENT-DATE-N TO PPH-CREATE-DATE                    03480000
034900     MOVE WS-PP-HEADER TO PPAY-RECORD                             03490000
035000     WRITE PPAY-RECORD                                            03500000
035100     OPEN OUTPUT P26CHRG                                          03510000
035200     MOVE WS-PERIOD TO HL-PERIOD                                  03520000
035300     MOVE WS-RUN-TYPE TO HL-RUN-TYPE                              03530000
035350     MOVE WS-PAY-GROUP TO HL-PAY-GROUP                            03535069
035400     MOVE WS-RUN-DATE-OUT TO HL-DATE                              03540000
035500     MOVE WS-HEADING-LINE TO CHRG-LINE                            03550000
035600     WRITE CHRG-LINE                                              03560000
035700     MOVE WS-COL-HEADING TO CHRG-LINE                             03570000
035800     WRITE CHRG-LINE                                              03580000
035900     IF NOT STOCK-VALID                                           03590000
036000         MOVE 'NO VALID CHEQUE STOCK RANGE - NO CHEQUES ISSUED'   03600000
036100             TO CHRG-LINE                                         03610000
036200         WRITE CHRG-LINE                                          03620000
036300     END-IF.                                                      03630000
036400*                                                                 03640000
036500 READ-PPARM-PARA.                                                 03650000
036600     OPEN INPUT P26PPARM                                          03660000
036700     IF NOT PPARM-MISSING                                         03670000
036800         READ P26PPARM                                            03680000
036900             AT END                                               03690000
037000                 MOVE SPACES TO PPARM-RECORD                      03700000
037100         END-READ                                                 03710000
037200         MOVE PPARM-PERIOD TO WS-PERIOD                           03720000
037300         IF PPARM-RUN-TYPE = 'S'                                  03730000
037400             MOVE 'S' TO WS-RUN-TYPE                              03740000
037500         END-IF                                                   03750000
037550         MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                     03755069
037600         CLOSE P26PPARM                                           03760000
037700     END-IF.                                                      03770069
038100*                                                                 03810000
038102 PICK-GROUP-PERIOD-PARA.                                          03810269
038104     OPEN INPUT P26PCAL                                           03810469
038106     IF NOT PCAL-MISSING                                          03810669
038108         MOVE 'N' TO WS-CAL-DONE-FLAG                             03810869
038110         MOVE LOW-VALUES TO CAL-PERIOD                            03811069
038112         START P26PCAL KEY IS NOT LESS THAN CAL-PERIOD            03811269
038114             INVALID KEY                                          03811469
038116                 SET CAL-DONE TO TRUE                             03811669
038118         END-START                                                03811869
038120         PERFORM PICK-GROUP-NEXT-PARA                             03812069
038122             UNTIL CAL-DONE                                       03812269
038124         CLOSE P26PCAL                                            03812469
038126     END-IF                                                       03812669
038128     IF WS-PERIOD = SPACES                                        03812869
038130         DISPLAY 'P26BP63 NO CLOSED PERIOD FOR PAY GROUP '        03813069
038132             WS-PAY-GROUP                                         03813269
038134     END-IF.                                                      03813469
038136*                                                                 03813669
038138 PICK-GROUP-NEXT-PARA.                                            03813869
038140     READ P26PCAL NEXT RECORD                                     03814069
038142         AT END                                                   03814269
038144             SET CAL-DONE TO TRUE                                 03814469
038146     END-READ                                                     03814669
038148     IF NOT CAL-DONE                                              03814869
038150        AND CAL-CLOSED                                            03815069
038152        AND CAL-PAY-GROUP = WS-PAY-GROUP                          03815269
038154         MOVE CAL-PERIOD TO WS-PERIOD                             03815469
038156     END-IF.                                                      03815669
038158*                                                                 03815869
038200 READ-CQPARM-PARA.                                                03820000
038300     MOVE SPACES TO CQPARM-RECORD                                 03830000
038400     OPEN INPUT P26CQPARM                                         03840000
038500     IF NOT CQPARM-MISSING                                        03850000
038600         READ P26CQPARM                                           03860000
038700             AT END                                               03870000
038800                 MOVE SPACES TO CQPARM-RECORD                     03880000
038900         END-READ                                                 03890000
039000         CLOSE P26CQPARM                                          03900000
039100     END-IF                                                       03910000
039200     IF CQP-STOCK-FROM NUMERIC                                    03920000
039300        AND CQP-STOCK-TO NUMERIC                                  03930000
039400         MOVE CQP-STOCK-FROM TO WS-STOCK-FROM                     03940000
039500         MOVE CQP-STOCK-TO TO WS-STOCK-TO                         03950000
039600         IF WS-STOCK-FROM > ZERO                                  03960000
039700            AND WS-STOCK-TO NOT < WS-STOCK-FROM                   03970000
039800             SET STOCK-VALID TO TRUE                              03980000
039900         END-IF                                                   03990000
040000     END-IF                                                       04000000
040100     MOVE CQP-ACCOUNT TO WS-ISSUE-ACCOUNT                         04010000
040200     IF NOT STOCK-VALID                                           04020000
040300         SET RUN-FAILED TO TRUE                                   04030000
040400         DISPLAY 'P26BP63 NO VALID CHEQUE STOCK RANGE'            04040000
040500     END-IF.                                                      04050000
040600*                                                                 04060000
040700 LOAD-REGISTER-PARA.                                              04070000
040800     MOVE LOW-VALUES TO CHQ-KEY                                   04080000
040900     START P26CHQF KEY IS NOT LESS THAN CHQ-KEY                   04090000
041000         INVALID KEY                                              04100000
041100             SET CHQF-DONE TO TRUE                                04110000
041200     END-START                                                    04120000
041300     PERFORM LOAD-ONE-CHEQUE-PARA                                 04130000
041400         UNTIL CHQF-DONE.                                         04140000
041500*                                                                 04150000
041600 LOAD-ONE-CHEQUE-PARA.                                            04160000
041700     READ P26CHQF NEXT RECORD                                     04170000
041800         AT END                                                   04180000
041900             SET CHQF-DONE TO TRUE                                04190000
042000     END-READ                                                     04200000
042100     IF NOT CHQF-DONE                                             04210000
042200        AND CHQ-PERIOD = WS-PERIOD                                04220000
042300        AND CHQ-RUN-TYPE = WS-RUN-TYPE                            04230000
042400        AND CHQ-REPL-OF = ZERO                                    04240000
042500        AND WS-HAVE-MAX < 2000                                    04250000
042600         ADD 1 TO WS-HAVE-MAX                                     04260000
042700         MOVE CHQ-EMP-ID TO WS-HAVE-EMP-ID(WS-HAVE-MAX)           04270000
042800         MOVE CHQ-SOURCE TO WS-HAVE-SOURCE(WS-HAVE-MAX)           04280000
042900         MOVE CHQ-AMOUNT TO WS-HAVE-AMOUNT(WS-HAVE-MAX)           04290000
043000     END-IF.                                                      04300000
043100*                                                                 04310000
043200 FIND-NEXT-CHEQUE-PARA.                                           04320000
043300     IF STOCK-VALID                                               04330000
043400         MOVE WS-STOCK-FROM TO WS-NEXT-CHQ                        04340000
043500         MOVE WS-STOCK-TO TO CHQ-NUMBER                           04350000
043600         START P26CHQF KEY IS NOT GREATER THAN CHQ-KEY            04360000
043700             INVALID KEY                                          04370000
043800                 CONTINUE                                         04380000
043900         END-START                                                04390000
044000         IF WS-CHQF-STATUS = '00'                                 04400000
044100             READ P26CHQF PREVIOUS RECORD                         04410000
044200                 AT END                                           04420000
044300                     CONTINUE                                     04430000
044400             END-READ                                             04440000
044500             IF WS-CHQF-STATUS = '00'                             04450000
044600                AND CHQ-NUMBER NOT < WS-STOCK-FROM                04460000
044700                 COMPUTE WS-NEXT-CHQ = CHQ-NUMBER + 1             04470000
044800             END-IF                                               04480000
044900         END-IF                                                   04490000
045000     END-IF.                                                      04500000
045100*                                                                 04510000
045200 LOAD-CREDITS-PARA.                                               04520000
045300     OPEN INPUT P26DDEP                                           04530000
045400     IF NOT DDEP-MISSING                                          04540000
045500         SET CREDITS-LOADED TO TRUE                               04550000
045600         PERFORM READ-DDEP-PARA                                   04560000
045700         PERFORM LOAD-ONE-CREDIT-PARA                             04570000
045800             UNTIL DDEP-EOF                                       04580000
045900         CLOSE P26DDEP                                            04590000
046000     END-IF.                                                      04600000
046100*                                                                 04610000
046200 READ-DDEP-PARA.                                                  04620000
046300     READ P26DDEP                                                 04630000
046400         AT END                                                   04640000
046500             SET DDEP-EOF TO TRUE                                 04650000
046600     END-READ.                                                    04660000
046700*                                                                 04670000
046800 LOAD-ONE-CREDIT-PARA.                                            04680000
046900     IF WS-CRED-MAX < 2000                                        04690000
047000         IF DDP-REC-ID = 'DTL'                                    04700000
047100             ADD 1 TO WS-CRED-MAX                                 04710000
047200             MOVE DDP-EMP-ID TO WS-CRED-EMP-ID(WS-CRED-MAX)       04720000
047300         END-IF                                                   04730000
047400         IF DDP-REC-ID(1:1) = '6'                                 04740000
047500             ADD 1 TO WS-CRED-MAX                                 04750000
047600             MOVE DDP-CH-EMP-ID TO WS-CRED-EMP-ID(WS-CRED-MAX)    04760000
047700         END-IF                                                   04770000
047800     END-IF                                                       04780000
047900     PERFORM READ-DDEP-PARA.                                      04790000
048000*                                                                 04800000
048100 PROCESS-TRANSACTIONS-PARA.                                       04810000
048200     OPEN INPUT P26CQTX                                           04820000
048300     IF NOT CQTX-MISSING                                          04830000
048400         PERFORM READ-CQTX-PARA                                   04840000
048500         PERFORM PROCESS-ONE-TXN-PARA                             04850000
048600             UNTIL CQTX-EOF                                       04860000
048700         CLOSE P26CQTX                                            04870000
048800     END-IF.                                                      04880000
048900*                                                                 04890000
049000 READ-CQTX-PARA.                                                  04900000
049100     READ P26CQTX                                                 04910000
049200         AT END                                                   04920000
049300             SET CQTX-EOF TO TRUE                                 04930000
049400     END-READ.                                                    04940000
049500*                                                                 04950000
049600 PROCESS-ONE-TXN-PARA.                                            04960000
049700     MOVE SPACES TO WS-NOTE                                       04970000
049800     PERFORM CHECK-REASON-PARA                                    04980000
049900     EVALUATE TRUE                                                04990000
050000         WHEN NOT CQT-VOID AND NOT CQT-REISSUE                    05000000
050100             MOVE 'ACTION MUST BE V OR R' TO WS-NOTE              05010000
050200         WHEN CQT-CHQ-NO NOT NUMERIC                              05020000
050300             MOVE 'CHEQUE NUMBER NOT NUMERIC' TO WS-NOTE          05030000
050400         WHEN NOT REASON-VALID                                    05040000
050500             MOVE 'REASON CODE NOT RECOGNISED' TO WS-NOTE         05050000
050600         WHEN OTHER                                               05060000
050700             PERFORM APPLY-TXN-PARA                               05070000
050800     END-EVALUATE                                                 05080000
050900     IF WS-NOTE NOT = SPACES                                      05090000
051000         PERFORM REJECT-TXN-PARA                                  05100000
051100     END-IF                                                       05110000
051200     PERFORM READ-CQTX-PARA.                                      05120000
051300*                                                                 05130000
051400 CHECK-REASON-PARA.                                               05140000
051500     MOVE 'Y' TO WS-REASON-FLAG                                   05150000
051600     EVALUATE CQT-REASON                                          05160000
051700         WHEN '01'                                                05170000
051800             MOVE 'LOST IN TRANSIT' TO WS-REASON-DESC             05180000
051900         WHEN '02'                                                05190000
052000             MOVE 'STOLEN' TO WS-REASON-DESC                      05200000
052100         WHEN '03'                                                05210000
052200             MOVE 'DAMAGED OR MISPRINTED' TO WS-REASON-DESC       05220000
052300         WHEN '04'                                                05230000
052400             MOVE 'WRONG AMOUNT' TO WS-REASON-DESC                05240000
052500         WHEN '05'                                                05250000
052600             MOVE 'WRONG PAYEE NAME' TO WS-REASON-DESC            05260000
052700         WHEN '06'                                                05270000
052800             MOVE 'STALE DATED' TO WS-REASON-DESC                 05280000
052900         WHEN '07'                                                05290000
053000             MOVE 'PAID BY OTHER MEANS' TO WS-REASON-DESC         05300000
053100         WHEN OTHER                                               05310000
053200             MOVE 'N' TO WS-REASON-FLAG                           05320000
053300             MOVE SPACES TO WS-REASON-DESC                        05330000
053400     END-EVALUATE.                                                05340000
053500*                                                                 05350000
053600 APPLY-TXN-PARA.                                                  05360000
053700     MOVE CQT-CHQ-NUM TO CHQ-NUMBER                               05370000
053800     READ P26CHQF                                                 05380000
053900         INVALID KEY                                              05390000
054000             MOVE 'CHEQUE NOT ON REGISTER' TO WS-NOTE             05400000
054100     END-READ                                                     05410000
054200     IF WS-NOTE = SPACES                                          05420000
054300         IF CHQ-VOIDED                                            05430000
054400             MOVE 'CHEQUE ALREADY VOIDED' TO WS-NOTE              05440000
054500         ELSE                                                     05450000
054600             IF CQT-REISSUE                                       05460000
054700                 PERFORM ALLOCATE-CHEQUE-PARA                     05470000
054800                 IF CHEQUE-ALLOCATED                              05480000
054900                     MOVE WS-NEW-CHQ TO CHQ-REPL-BY               05490000
055000                     PERFORM VOID-CHEQUE-PARA                     05500000
055100                     PERFORM REISSUE-CHEQUE-PARA                  05510000
055200                 ELSE                                             05520000
055300                     MOVE 'NO CHEQUE STOCK FOR REISSUE'           05530000
055400                         TO WS-NOTE                               05540000
055500                 END-IF                                           05550000
055600             ELSE                                                 05560000
055700                 PERFORM VOID-CHEQUE-PARA                         05570000
055800             END-IF                                               05580000
055900         END-IF                                                   05590000
056000     END-IF.                                                      05600000
056100*                                                                 05610000
056200 VOID-CHEQUE-PARA.                                                05620000
056300     SET CHQ-VOIDED TO TRUE                                       05630000
056400     MOVE WS-CURRENT-DATE TO CHQ-VOID-DATE                        05640000
056500     MOVE CQT-REASON TO CHQ-VOID-REASON                           05650000
056600     MOVE CQT-USER TO CHQ-VOID-USER                               05660000
056700     REWRITE CHEQUE-RECORD                                        05670000
056800         INVALID KEY                                              05680000
056900             SET RUN-FAILED TO TRUE                               05690000
057000     END-REWRITE                                                  05700000
057100     ADD 1 TO WS-VOID-COUNT                                       05710000
057200     ADD CHQ-AMOUNT TO WS-VOID-TOTAL                              05720000
057300     MOVE 'V' TO PPD-TYPE                                         05730000
057400     PERFORM WRITE-PP-DETAIL-PARA                                 05740000
057500     MOVE 'VOIDED' TO RL-ACTION                                   05750000
057600     MOVE WS-REASON-DESC TO WS-NOTE                               05760000
057700     PERFORM WRITE-REGISTER-LINE-PARA                             05770000
057800     MOVE SPACES TO WS-NOTE.                                      05780000
057900*                                                                 05790000
058000 REISSUE-CHEQUE-PARA.                                             05800000
058100     MOVE CHQ-NUMBER TO CHQ-REPL-OF                               05810000
058200     MOVE WS-NEW-CHQ TO CHQ-NUMBER                                05820000
058300     MOVE ZERO TO CHQ-REPL-BY                                     05830000
058400     SET CHQ-ISSUED TO TRUE                                       05840000
058500     MOVE WS-CURRENT-DATE TO CHQ-ISSUE-DATE                       05850000
058600     MOVE SPACES TO CHQ-VOID-DATE                                 05860000
058700     MOVE SPACES TO CHQ-VOID-REASON                               05870000
058800     MOVE SPACES TO CHQ-VOID-USER                                 05880000
058900     MOVE WS-RUN-DATE-OUT TO CHQ-RUN-DATE                         05890000
059000     MOVE CHQ-EMP-ID TO WS-WANT-EMP                               05900000
059100     PERFORM GET-PAYEE-PARA                                       05910000
059200     IF EMP-FOUND                                                 05920000
059300         MOVE WS-WANT-PAYEE TO CHQ-PAYEE                          05930000
059400     END-IF                                                       05940000
059500     WRITE CHEQUE-RECORD                                          05950000
059600         INVALID KEY                                              05960000
059700             SET RUN-FAILED TO TRUE                               05970000
059800             MOVE 'CHEQUE NUMBER ALREADY USED' TO WS-NOTE         05980000
059900     END-WRITE                                                    05990000
060000     IF WS-NOTE = SPACES                                          06000000
060100         ADD 1 TO WS-REISSUE-COUNT                                06010000
060200         ADD 1 TO WS-ISSUE-COUNT                                  06020000
060300         ADD CHQ-AMOUNT TO WS-ISSUE-TOTAL                         06030000
060400         PERFORM PRINT-CHEQUE-PARA                                06040000
060500         MOVE 'I' TO PPD-TYPE                                     06050000
060600         PERFORM WRITE-PP-DETAIL-PARA                             06060000
060700         MOVE 'REISSUED' TO RL-ACTION                             06070000
060800         MOVE SPACES TO WS-NOTE                                   06080000
060900         STRING 'REPLACES ' CHQ-REPL-OF                           06090000
061000             DELIMITED BY SIZE INTO WS-NOTE                       06100000
061100         PERFORM WRITE-REGISTER-LINE-PARA                         06110000
061200         MOVE SPACES TO WS-NOTE                                   06120000
061300     END-IF.                                                      06130000
061400*                                                                 06140000
061500 REJECT-TXN-PARA.                                                 06150000
061600     ADD 1 TO WS-REJECT-COUNT                                     06160000
061700     MOVE SPACES TO WS-REGISTER-LINE                              06170000
061800     MOVE CQT-CHQ-NO TO RL-CHQ-NO                                 06180000
061900     MOVE 'REJECTED' TO RL-ACTION                                 06190000
062000     MOVE CQT-REASON TO RL-REASON                                 06200000
062100     MOVE WS-NOTE TO RL-NOTE                                      06210000
062200     MOVE WS-REGISTER-LINE TO CHRG-LINE                           06220000
062300     WRITE CHRG-LINE.                                             06230000
062400*                                                                 06240000
062500 ISSUE-EXCEPTION-PARA.                                            06250000
062600     OPEN INPUT P26PHIST                                          06260000
062700     IF PHIST-MISSING                                             06270000
062800         MOVE 'NO PAY HISTORY FILE' TO CHRG-LINE                  06280000
062900         WRITE CHRG-LINE                                          06290000
063000     ELSE                                                         06300000
063100         MOVE LOW-VALUES TO PH-KEY                                06310000
063200         START P26PHIST KEY IS NOT LESS THAN PH-KEY               06320000
063300             INVALID KEY                                          06330000
063400                 SET HIST-DONE TO TRUE                            06340000
063500         END-START                                                06350000
063600         PERFORM ISSUE-ONE-EXCEPTION-PARA                         06360000
063700             UNTIL HIST-DONE                                      06370000
063800         CLOSE P26PHIST                                           06380000
063900     END-IF.                                                      06390000
064000*                                                                 06400000
064100 ISSUE-ONE-EXCEPTION-PARA.                                        06410000
064200     READ P26PHIST NEXT RECORD                                    06420000
064300         AT END                                                   06430000
064400             SET HIST-DONE TO TRUE                                06440000
064500     END-READ                                                     06450000
064600     IF NOT HIST-DONE                                             06460000
064700        AND PH-PERIOD = WS-PERIOD                                 06470000
064800        AND PH-RUN-TYPE = WS-RUN-TYPE                             06480000
064900        AND PH-DETAIL-REC                                         06490000
064950        AND PH-PAY-GROUP = WS-PAY-GROUP                           06495069
065000        AND PH-NET > ZERO                                         06500000
065100         PERFORM CHECK-CREDITED-PARA                              06510000
065200         IF NOT ENTRY-FOUND                                       06520000
065300             MOVE PH-EMP-ID TO WS-WANT-EMP                        06530000
065400             MOVE 'E' TO WS-WANT-SOURCE                           06540000
065500             MOVE PH-NET TO WS-WANT-AMOUNT                        06550000
065600             PERFORM CHECK-HAVE-PARA                              06560000
065700             IF NOT ENTRY-FOUND                                   06570000
065800                 PERFORM GET-PAYEE-PARA                           06580000
065900                 IF NOT EMP-FOUND                                 06590000
066000                     MOVE PH-EMP-NAME TO WS-WANT-PAYEE            06600000
066100                 END-IF                                           06610000
066200                 PERFORM ISSUE-CHEQUE-PARA                        06620000
066300             END-IF                                               06630000
066400         END-IF                                                   06640000
066500     END-IF.                                                      06650000
066600*                                                                 06660000
066700 CHECK-CREDITED-PARA.                                             06670000
066800     MOVE 'N' TO WS-FOUND-FLAG                                    06680000
066900     IF CREDITS-LOADED                                            06690000
067000         MOVE ZERO TO WS-CRED-SUB                                 06700000
067100         PERFORM SCAN-CREDIT-PARA                                 06710000
067200             UNTIL WS-CRED-SUB = WS-CRED-MAX OR ENTRY-FOUND       06720000
067300     ELSE                                                         06730000
067400         IF BFILE-OPEN                                            06740000
067500             MOVE PH-EMP-ID TO BNK-EMP-ID                         06750000
067600             READ P26BFILE                                        06760000
067700                 INVALID KEY                                      06770000
067800                     CONTINUE                                     06780000
067900                 NOT INVALID KEY                                  06790000
068000                     IF NOT BNK-FAILED                            06800000
068100                         MOVE 'Y' TO WS-FOUND-FLAG                06810000
068200                     END-IF                                       06820000
068300             END-READ                                             06830000
068400         END-IF                                                   06840000
068500     END-IF.                                                      06850000
068600*                                                                 06860000
068700 SCAN-CREDIT-PARA.                                                06870000
068800     ADD 1 TO WS-CRED-SUB                                         06880000
068900     IF WS-CRED-EMP-ID(WS-CRED-SUB) = PH-EMP-ID                   06890000
069000         MOVE 'Y' TO WS-FOUND-FLAG                                06900000
069100     END-IF.                                                      06910000
069200*                                                                 06920000
069300 ISSUE-RETURNED-PARA.                                             06930000
069400     OPEN INPUT P26RPAY                                           06940000
069500     IF NOT RPAY-MISSING                                          06950000
069600         PERFORM READ-RPAY-PARA                                   06960000
069700         PERFORM ISSUE-ONE-RETURNED-PARA                          06970000
069800             UNTIL RPAY-EOF                                       06980000
069900         CLOSE P26RPAY                                            06990000
070000     END-IF.                                                      07000000
070100*                                                                 07010000
070200 READ-RPAY-PARA.                                                  07020000
070300     READ P26RPAY                                                 07030000
070400         AT END                                                   07040000
070500             SET RPAY-EOF TO TRUE                                 07050000
070600     END-READ.                                                    07060000
070700*                                                                 07070000
070800 ISSUE-ONE-RETURNED-PARA.                                         07080000
070900     IF RPY-AMOUNT NUMERIC                                        07090000
071000        AND RPY-AMOUNT > ZERO                                     07100000
071100         MOVE RPY-EMP-ID TO WS-WANT-EMP                           07110000
071200         MOVE 'R' TO WS-WANT-SOURCE                               07120000
071300         MOVE RPY-AMOUNT TO WS-WANT-AMOUNT                        07130000
071400         PERFORM CHECK-HAVE-PARA                                  07140000
071500         IF NOT ENTRY-FOUND                                       07150000
071600             PERFORM GET-PAYEE-PARA                               07160000
071700             IF EMP-FOUND                                         07170000
071800                 PERFORM ISSUE-CHEQUE-PARA                        07180000
071900             ELSE                                                 07190000
072000                 MOVE 'EMPLOYEE NOT ON MASTER FILE' TO WS-NOTE    07200000
072100                 PERFORM REJECT-ISSUE-PARA                        07210000
072200             END-IF                                               07220000
072300         END-IF                                                   07230000
072400     END-IF                                                       07240000
072500     PERFORM READ-RPAY-PARA.                                      07250000
072600*                                                                 07260000
072700 CHECK-HAVE-PARA.                                                 07270000
072800     MOVE 'N' TO WS-FOUND-FLAG                                    07280000
072900     MOVE ZERO TO WS-HAVE-SUB                                     07290000
073000     PERFORM SCAN-HAVE-PARA                                       07300000
073100         UNTIL WS-HAVE-SUB = WS-HAVE-MAX OR ENTRY-FOUND.          07310000
073200*                                                                 07320000
073300 SCAN-HAVE-PARA.                                                  07330000
073400     ADD 1 TO WS-HAVE-SUB                                         07340000
073500     IF WS-HAVE-EMP-ID(WS-HAVE-SUB) = WS-WANT-EMP                 07350000
073600        AND WS-HAVE-SOURCE(WS-HAVE-SUB) = WS-WANT-SOURCE          07360000
073700         IF WS-WANT-SOURCE = 'E'                                  07370000
073800            OR WS-HAVE-AMOUNT(WS-HAVE-SUB) = WS-WANT-AMOUNT       07380000
073900             MOVE 'Y' TO WS-FOUND-FLAG                            07390000
074000         END-IF                                                   07400000
074100     END-IF.                                                      07410000
074200*                                                                 07420000
074300 GET-PAYEE-PARA.                                                  07430000
074400     MOVE 'N' TO WS-EMP-FOUND-FLAG                                07440000
074500     MOVE SPACES TO WS-WANT-PAYEE                                 07450000
074600     IF MFILE-OPEN                                                07460000
074700         MOVE WS-WANT-EMP TO EMP-ID                               07470000
074800         READ P26MFILE                                            07480000
074900             INVALID KEY                                          07490000
075000                 CONTINUE                                         07500000
075100             NOT INVALID KEY                                      07510000
075200                 MOVE 'Y' TO WS-EMP-FOUND-FLAG                    07520000
075300                 MOVE EMP-NAME TO WS-WANT-PAYEE                   07530000
075400         END-READ                                                 07540000
075500     END-IF.                                                      07550000
075600*                                                                 07560000
075700 ALLOCATE-CHEQUE-PARA.                                            07570000
075800     MOVE 'N' TO WS-ALLOC-FLAG                                    07580000
075900     IF STOCK-VALID                                               07590000
076000        AND WS-NEXT-CHQ NOT > WS-STOCK-TO                         07600000
076100         MOVE WS-NEXT-CHQ TO WS-NEW-CHQ                           07610000
076200         ADD 1 TO WS-NEXT-CHQ                                     07620000
076300         SET CHEQUE-ALLOCATED TO TRUE                             07630000
076400     ELSE                                                         07640000
076500         SET RUN-FAILED TO TRUE                                   07650000
076600     END-IF.                                                      07660000
076700*                                                                 07670000
076800 ISSUE-CHEQUE-PARA.                                               07680000
076900     MOVE SPACES TO WS-NOTE                                       07690000
077000     PERFORM ALLOCATE-CHEQUE-PARA                                 07700000
077100     IF NOT CHEQUE-ALLOCATED                                      07710000
077200         MOVE 'CHEQUE STOCK EXHAUSTED' TO WS-NOTE                 07720000
077300         PERFORM REJECT-ISSUE-PARA                                07730000
077400     ELSE                                                         07740000
077500         MOVE SPACES TO CHEQUE-RECORD                             07750000
077600         MOVE WS-NEW-CHQ TO CHQ-NUMBER                            07760000
077700         MOVE WS-WANT-EMP TO CHQ-EMP-ID                           07770000
077800         MOVE WS-WANT-PAYEE TO CHQ-PAYEE                          07780000
077900         MOVE WS-WANT-AMOUNT TO CHQ-AMOUNT                        07790000
078000         MOVE WS-PERIOD TO CHQ-PERIOD                             07800000
078100         MOVE WS-RUN-TYPE TO CHQ-RUN-TYPE                         07810000
078200         MOVE WS-WANT-SOURCE TO CHQ-SOURCE                        07820000
078300         SET CHQ-ISSUED TO TRUE                                   07830000
078400         MOVE WS-CURRENT-DATE TO CHQ-ISSUE-DATE                   07840000
078500         MOVE ZERO TO CHQ-REPL-OF                                 07850000
078600         MOVE ZERO TO CHQ-REPL-BY                                 07860000
078700         MOVE WS-RUN-DATE-OUT TO CHQ-RUN-DATE                     07870000
078800         WRITE CHEQUE-RECORD                                      07880000
078900             INVALID KEY                                          07890000
079000                 SET RUN-FAILED TO TRUE                           07900000
079100                 MOVE 'CHEQUE NUMBER ALREADY USED' TO WS-NOTE     07910000
079200         END-WRITE                                                07920000
079300         IF WS-NOTE = SPACES                                      07930000
079400             PERFORM ISSUED-PARA                                  07940000
079500         ELSE                                                     07950000
079600             PERFORM REJECT-ISSUE-PARA                            07960000
079700         END-IF                                                   07970000
079800     END-IF.                                                      07980000
079900*                                                                 07990000
080000 ISSUED-PARA.                                                     08000000
080100     ADD 1 TO WS-ISSUE-COUNT                                      08010000
080200     ADD CHQ-AMOUNT TO WS-ISSUE-TOTAL                             08020000
080300     IF WS-HAVE-MAX < 2000                                        08030000
080400         ADD 1 TO WS-HAVE-MAX                                     08040000
080500         MOVE CHQ-EMP-ID TO WS-HAVE-EMP-ID(WS-HAVE-MAX)           08050000
080600         MOVE CHQ-SOURCE TO WS-HAVE-SOURCE(WS-HAVE-MAX)           08060000
080700         MOVE CHQ-AMOUNT TO WS-HAVE-AMOUNT(WS-HAVE-MAX)           08070000
080800     END-IF                                                       08080000
080900     PERFORM PRINT-CHEQUE-PARA                                    08090000
081000     MOVE 'I' TO PPD-TYPE                                         08100000
081100     PERFORM WRITE-PP-DETAIL-PARA                                 08110000
081200     MOVE 'ISSUED' TO RL-ACTION                                   08120000
081300     IF CHQ-RETURNED                                              08130000
081400         MOVE 'RETURNED DEPOSIT' TO WS-NOTE                       08140000
081500     ELSE                                                         08150000
081600         MOVE 'NO DIRECT DEPOSIT' TO WS-NOTE                      08160000
081700     END-IF                                                       08170000
081800     PERFORM WRITE-REGISTER-LINE-PARA                             08180000
081900     MOVE SPACES TO WS-NOTE.                                      08190000
082000*                                                                 08200000
082100 REJECT-ISSUE-PARA.                                               08210000
082200     ADD 1 TO WS-REJECT-COUNT                                     08220000
082300     MOVE SPACES TO WS-REGISTER-LINE                              08230000
082400     MOVE 'NOT ISSUED' TO RL-ACTION                               08240000
082500     MOVE WS-WANT-EMP TO RL-EMP-ID                                08250000
082600     MOVE WS-WANT-PAYEE TO RL-PAYEE                               08260000
082700     MOVE WS-WANT-AMOUNT TO RL-AMOUNT                             08270000
082800     MOVE WS-NOTE TO RL-NOTE                                      08280000
082900     MOVE WS-REGISTER-LINE TO CHRG-LINE                           08290000
083000     WRITE CHRG-LINE                                              08300000
083100     MOVE SPACES TO WS-NOTE.                                      08310000
083200*                                                                 08320000
083300 PRINT-CHEQUE-PARA.                                               08330000
083400     MOVE WS-ISSUE-ACCOUNT TO CL1-ACCOUNT                         08340000
083500     MOVE CHQ-NUMBER TO CL1-CHQ-NO                                08350000
083600     MOVE WS-CHQ-LINE-1 TO CHQP-LINE                              08360000
083700     WRITE CHQP-LINE AFTER ADVANCING PAGE                         08370000
083800     MOVE WS-RUN-DATE-OUT TO CL2-DATE                             08380000
083900     MOVE WS-CHQ-LINE-2 TO CHQP-LINE                              08390000
084000     WRITE CHQP-LINE AFTER ADVANCING 2 LINE                       08400000
084100     MOVE CHQ-PAYEE TO CL3-PAYEE                                  08410000
084200     MOVE CHQ-AMOUNT TO CL3-AMOUNT                                08420000
084300     MOVE WS-CHQ-LINE-3 TO CHQP-LINE                              08430000
084400     WRITE CHQP-LINE AFTER ADVANCING 2 LINE                       08440000
084500     MOVE CHQ-EMP-ID TO SL1-EMP-ID                                08450000
084600     MOVE CHQ-PAYEE TO SL1-NAME                                   08460000
084700     MOVE CHQ-PERIOD TO SL1-PERIOD                                08470000
084800     MOVE CHQ-AMOUNT TO SL1-AMOUNT                                08480000
084900     MOVE WS-STUB-LINE-1 TO CHQP-LINE                             08490000
085000     WRITE CHQP-LINE AFTER ADVANCING 6 LINE                       08500000
085100     MOVE 'CHEQUE NUMBER' TO SL2-TEXT                             08510000
085200     MOVE CHQ-NUMBER TO SL2-CHQ-NO                                08520000
085300     MOVE WS-STUB-LINE-2 TO CHQP-LINE                             08530000
085400     WRITE CHQP-LINE AFTER ADVANCING 1 LINE                       08540000
085500     IF CHQ-REPL-OF NOT = ZERO                                    08550000
085600         MOVE 'REPLACES CHEQUE NUMBER' TO SL2-TEXT                08560000
085700         MOVE CHQ-REPL-OF TO SL2-CHQ-NO                           08570000
085800         MOVE WS-STUB-LINE-2 TO CHQP-LINE                         08580000
085900         WRITE CHQP-LINE AFTER ADVANCING 1 LINE                   08590000
086000     END-IF.                                                      08600000
086100*                                                                 08610000
086200 WRITE-PP-DETAIL-PARA.                                            08620000
086300     MOVE CHQ-NUMBER TO PPD-CHQ-NO                                08630000
086400     MOVE CHQ-AMOUNT TO PPD-AMOUNT                                08640000
086500     MOVE CHQ-ISSUE-DATE TO PPD-ISSUE-DATE                        08650000
086600     MOVE CHQ-PAYEE TO PPD-PAYEE                                  08660000
086700     MOVE WS-PP-DETAIL TO PPAY-RECORD                             08670000
086800     WRITE PPAY-RECORD                                            08680000
086900     ADD 1 TO WS-PP-COUNT                                         08690000
087000     ADD CHQ-AMOUNT TO WS-PP-TOTAL.                               08700000
087100*                                                                 08710000
087200 WRITE-REGISTER-LINE-PARA.                                        08720000
087300     MOVE CHQ-NUMBER TO RL-CHQ-NO                                 08730000
087400     MOVE CHQ-EMP-ID TO RL-EMP-ID                                 08740000
087500     MOVE CHQ-PAYEE TO RL-PAYEE                                   08750000
087600     MOVE CHQ-AMOUNT TO RL-AMOUNT                                 08760000
087700     MOVE CHQ-VOID-REASON TO RL-REASON                            08770000
087800     MOVE WS-NOTE TO RL-NOTE                                      08780000
087900     MOVE WS-REGISTER-LINE TO CHRG-LINE                           08790000
088000     WRITE CHRG-LINE.                                             08800000
088100*                                                                 08810000
088200 TERMINATION-PARA.                                                08820000
088300     MOVE WS-PP-COUNT TO PPT-COUNT                                08830000
088400     MOVE WS-PP-TOTAL TO PPT-TOTAL                                08840000
088500     MOVE WS-PP-TRAILER TO PPAY-RECORD                            08850000
088600     WRITE PPAY-RECORD                                            08860000
088700     MOVE SPACES TO CHRG-LINE                                     08870000
088800     WRITE CHRG-LINE                                              08880000
088900     MOVE SPACES TO WS-SUMMARY-LINE                               08890000
089000     MOVE 'CHEQUES ISSUED' TO SM-LABEL                            08900000
089100     MOVE WS-ISSUE-COUNT TO SM-COUNT                              08910000
089200     MOVE WS-ISSUE-TOTAL TO SM-AMOUNT                             08920000
089300     MOVE WS-SUMMARY-LINE TO CHRG-LINE                            08930000
089400     WRITE CHRG-LINE                                              08940000
089500     MOVE 'OF WHICH REISSUES' TO SM-LABEL                         08950000
089600     MOVE WS-REISSUE-COUNT TO SM-COUNT                            08960000
089700     MOVE ZERO TO SM-AMOUNT                                       08970000
089800     MOVE WS-SUMMARY-LINE TO CHRG-LINE                            08980000
089900     WRITE CHRG-LINE                                              08990000
090000     MOVE 'CHEQUES VOIDED' TO SM-LABEL                            09000000
090100     MOVE WS-VOID-COUNT TO SM-COUNT                               09010000
090200     MOVE WS-VOID-TOTAL TO SM-AMOUNT                              09020000
090300     MOVE WS-SUMMARY-LINE TO CHRG-LINE                            09030000
090400     WRITE CHRG-LINE                                              09040000
090500     MOVE 'ITEMS REJECTED' TO SM-LABEL                            09050000
090600     MOVE WS-REJECT-COUNT TO SM-COUNT                             09060000
090700     MOVE ZERO TO SM-AMOUNT                                       09070000
090800     MOVE WS-SUMMARY-LINE TO CHRG-LINE                            09080000
090900     WRITE CHRG-LINE                                              09090000
091000     MOVE 'POSITIVE PAY ITEMS' TO SM-LABEL                        09100000
091100     MOVE WS-PP-COUNT TO SM-COUNT                                 09110000
091200     MOVE WS-PP-TOTAL TO SM-AMOUNT                                09120000
091300     MOVE WS-SUMMARY-LINE TO CHRG-LINE                            09130000
091400     WRITE CHRG-LINE                                              09140000
091500     IF STOCK-VALID                                               09150000
091600         MOVE ZERO TO WS-STOCK-LEFT                               09160000
091700         IF WS-NEXT-CHQ NOT > WS-STOCK-TO                         09170000
091800             COMPUTE WS-STOCK-LEFT =                              09180000
091900                 WS-STOCK-TO - WS-NEXT-CHQ + 1                    09190000
092000         END-IF                                                   09200000
092100         MOVE 'NEXT CHEQUE NUMBER' TO SM-LABEL                    09210000
092200         MOVE WS-NEXT-CHQ TO SM-COUNT                             09220000
092300         MOVE ZERO TO SM-AMOUNT                                   09230000
092400         MOVE WS-SUMMARY-LINE TO CHRG-LINE                        09240000
092500         WRITE CHRG-LINE                                          09250000
092600         MOVE 'CHEQUE STOCK REMAINING' TO SM-LABEL                09260000
092700         MOVE WS-STOCK-LEFT TO SM-COUNT                           09270000
092800         MOVE WS-SUMMARY-LINE TO CHRG-LINE                        09280000
092900         WRITE CHRG-LINE                                          09290000
093000     END-IF                                                       09300000
093100     IF MFILE-OPEN                                                09310000
093200         CLOSE P26MFILE                                           09320000
093300     END-IF                                                       09330000
093400     IF BFILE-OPEN                                                09340000
093500         CLOSE P26BFILE                                           09350000
093600     END-IF                                                       09360000
093700     CLOSE P26CHQF                                                09370000
093800     CLOSE P26CHQP                                                09380000
093900     CLOSE P26PPAY                                                09390000
094000     CLOSE P26CHRG.                                               09400000
094100*                                                                 09410000
094200 REGISTER-START-PARA.                                             09420000
094300     SET RCA-START TO TRUE                                        09430000
094400     MOVE 'P26BP63' TO RCA-JOB-NAME                               09440000
094500     MOVE SPACES TO RCA-BUS-DATE                                  09450000
094600     MOVE 'P26BP17 ' TO RCA-PRED-JOB                              09460000
094610     IF WS-PAY-GROUP NOT = SPACES                                 09461069
094620         STRING 'P26B63' WS-PAY-GROUP                             09462069
094630             DELIMITED BY SIZE INTO RCA-JOB-NAME                  09463069
094640         STRING 'P26B17' WS-PAY-GROUP                             09464069
094650             DELIMITED BY SIZE INTO RCA-PRED-JOB                  09465069
094660     END-IF                                                       09466069
094700     MOVE SPACES TO RCA-OVERRIDE                                  09470000
094800     MOVE ZERO TO RCA-READ-COUNT                                  09480000
094900     MOVE ZERO TO RCA-WRITE-COUNT                                 09490000
095000     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       09500000
095100     IF RCA-RETURN NOT = '00'                                     09510000
095200         DISPLAY 'P26BP63 RUN REFUSED BY RUN CONTROL RC='         09520000
095300             RCA-RETURN                                           09530000
095400         STOP RUN                                                 09540000
095500     END-IF.                                                      09550000
095600*                                                                 09560000
095700 REGISTER-END-PARA.                                               09570000
095800     IF RUN-FAILED                                                09580000
095900         SET RCA-FAIL TO TRUE                                     09590000
096000     ELSE                                                         09600000
096100         SET RCA-END TO TRUE                                      09610000
096200     END-IF                                                       09620000
096300     MOVE WS-ISSUE-COUNT TO RCA-READ-COUNT                        09630000
096400     MOVE WS-PP-COUNT TO RCA-WRITE-COUNT                          09640000
096500     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      09650000
