000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26AP28.                                             00020000
000300 DATA DIVISION.                                                   00030000
000400 WORKING-STORAGE SECTION.                                         00040000
000500 01  WS-CA.                                                       00050000
000600     03  WS-PROCESS-FLAG     PIC X(01) VALUE SPACES.              00060000
000700         88  PROCESS-ACTIVE         VALUE '1'.                    00070000
000800         88  SIGNON-COMPLETE        VALUE '9'.                    00080000
000900     03  WS-USERID           PIC X(08) VALUE SPACES.              00090000
001000     03  WS-ROLE             PIC X(01) VALUE SPACES.              00100000
001100         88  ROLE-SUPER             VALUE 'S'.                    00110000
001200         88  ROLE-HRADMIN           VALUE 'H'.                    00120000
001300         88  ROLE-PAYROLL           VALUE 'P'.                    00130000
001400         88  ROLE-SELF              VALUE 'E'.                    00140000
001500     03  WS-LAST-PRD         PIC X(06) VALUE SPACES.              00150000
001600 01  WS-SIGNON-CA.                                                00160000
001700     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00170000
001800     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00180000
001900 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00200000
002100 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00210000
002200 01  WS-SUP-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00220000
002300 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00230000
002400 01  WS-TODAY-NUM            PIC X(08) VALUE SPACES.              00240000
002500 01  WS-EXP-KEY.                                                  00250000
002600     03  WS-EXP-EMP-ID       PIC X(05) VALUE SPACES.              00260000
002700     03  WS-EXP-SEQ          PIC 9(03) VALUE ZERO.                00270000
002800 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              00280000
002900 01  WS-SUP-EMP-ID           PIC X(05) VALUE SPACES.              00290000
003000 01  WS-AMOUNT               PIC 9(05)V99 VALUE ZERO.             00300000
003100 01  FILLER  REDEFINES  WS-AMOUNT.                                00310000
003200     03  WS-RS                PIC 9(05).                          00320000
003300     03  WS-PS                PIC 9(02).                          00330000
003400 01  WS-DATE-WORK            PIC X(08) VALUE SPACES.              00340000
003500 01  FILLER  REDEFINES  WS-DATE-WORK.                             00350000
003600     03  WS-DATE-YY          PIC 9(04).                           00360000
003700     03  WS-DATE-MM          PIC 9(02).                           00370000
003800     03  WS-DATE-DD          PIC 9(02).                           00380000
003900 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'N'.                 00390000
004000     88  DATE-OK                    VALUE 'Y'.                    00400000
004100 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 00410000
004200     88  VALID-DATA                 VALUE 'Y'.                    00420000
004300 01  WS-APPROVER-FLAG        PIC X(01) VALUE 'N'.                 00430000
004400     88  IS-APPROVER                VALUE 'Y'.                    00440000
004500 01  WS-BROWSE-DONE-FLAG     PIC X(01) VALUE 'N'.                 00450000
004600     88  BROWSE-DONE                VALUE 'Y'.                    00460000
004700 01  WS-PEND-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00470000
004800     88  PENDING-FOUND              VALUE 'Y'.                    00480000
004900 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00490000
005000 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00500000
005100 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             00510000
005200 01  WS-AUDIT-RESP-CODE      PIC S9(08) COMP VALUE ZERO.          00520000
005300 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00530000
005400 01  WS-TSQ-NAME.                                                 00540000
005500     03  FILLER              PIC X(04) VALUE 'P26U'.              00550000
005600     03  WS-TSQ-TERM         PIC X(04) VALUE SPACES.              00560000
005700 01  WS-TSQ-RESP             PIC S9(08) COMP VALUE ZERO.          00570000
005800 01  WS-TSQ-LEN              PIC S9(04) COMP VALUE +14.           00580000
005900 01  WS-SESSION-REC.                                              00590000
006000     03  WS-SESS-USERID      PIC X(08) VALUE SPACES.              00600000
006100     03  WS-SESS-ROLE        PIC X(01) VALUE SPACES.              00610000
006200         88  SESS-SELF-SERVICE       VALUE 'E'.                   00620000
006300     03  WS-SESS-EMP-ID      PIC X(05) VALUE SPACES.              00630000
006400 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00640000
006500 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00650000
006600     COPY P26EXPR.                                                00660000
006700     COPY P26SUPR.                                                00670000
006800     COPY EMPMSTR.                                                00680000
006900     COPY P26AUDR.                                                00690000
007000     COPY P26ERRL.                                                00700000
007100     COPY P26AS28.                                                00710000
007200     COPY P26SESC.                                                00720000
007300     COPY DFHAID.                                                 00730000
007400 LINKAGE SECTION.                                                 00740000
007500 01  DFHCOMMAREA     PIC X(16).                                   00750000
007600 PROCEDURE DIVISION.                                              00760000
007700 MAIN-PARA.                                                       00770000
007800     IF EIBCALEN = ZERO                                           00780000
007900         MOVE 'P26AP28' TO WS-SIGNON-TARGET                       00790000
008000         MOVE SPACES    TO WS-SIGNON-FLAG                         00800000
008100         EXEC CICS XCTL                                           00810000
008200             PROGRAM('P26AP06')                                   00820000
008300             COMMAREA(WS-SIGNON-CA)                               00830000
008400         END-EXEC                                                 00840000
008500     ELSE                                                         00850000
008600         MOVE DFHCOMMAREA TO WS-CA                                00860000
008700         PERFORM CHECK-SESSION-PARA                               00870000
008800         IF SIGNON-COMPLETE                                       00880000
008900             PERFORM FIRST-PARA                                   00890000
009000         ELSE                                                     00900000
009100             PERFORM NEXT-PARA                                    00910000
009200         END-IF                                                   00920000
009300     END-IF.                                                      00930000
009400 END-PARA.                                                        00940000
009500     SET PROCESS-ACTIVE TO TRUE.                                  00950000
009600     EXEC CICS RETURN                                             00960000
009700         TRANSID('P27H')                                          00970000
009800         COMMAREA(WS-CA)                                          00980000
009900     END-EXEC.                                                    00990000
010000 FIRST-PARA.                                                      01000000
010100     MOVE LOW-VALUES TO EXPMAPO                                   01010000
010200     PERFORM DATE-TIME-PARA                                       01020000
010300     PERFORM SEND-MAP.                                            01030000
010400 SEND-MAP.                                                        01040000
010500     EXEC CICS SEND                                               01050000
010600         MAP('EXPMAP')                                            01060000
010700         MAPSET('P26AS28')                                        01070000
010800         FROM (EXPMAPI)                                           01080000
010900         ERASE                                                    01090000
011000     END-EXEC.                                                    01100000
011100     PERFORM DATE-TIME-PARA.                                      01110000
011200 NEXT-PARA.                                                       01120000
011300     EVALUATE EIBAID                                              01130000
011400        WHEN DFHPF3                                               01140000
011500         EXEC CICS XCTL                                           01150000
011600             PROGRAM('P26AP02')                                   01160000
011700         END-EXEC                                                 01170000
011800        WHEN DFHENTER                                             01180000
011900            PERFORM INQUIRE-PARA                                  01190000
012000        WHEN DFHPF1                                               01200000
012100            PERFORM FILE-CLAIM-PARA                               01210000
012200        WHEN DFHPF5                                               01220000
012300            PERFORM APPROVE-PARA                                  01230000
012400        WHEN DFHPF6                                               01240000
012500            PERFORM REJECT-PARA                                   01250000
012600        WHEN DFHPF8                                               01260000
012700            PERFORM NEXT-PENDING-PARA                             01270000
012800        WHEN OTHER                                                01280000
012900            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                01290000
013000     END-EVALUATE                                                 01300000
013100     PERFORM SEND-MAP.                                            01310000
013200 INQUIRE-PARA.                                                    01320000
013300     PERFORM RECEIVE-MAP                                          01330000
013400     PERFORM EDIT-KEY-PARA                                        01340000
013500     IF VALID-DATA                                                01350000
013600         PERFORM READ-CLAIM-PARA                                  01360000
013700     END-IF.                                                      01370000
013800 READ-CLAIM-PARA.                                                 01380000
013900     EXEC CICS READ                                               01390000
014000         FILE('P26EXPF')                                          01400000
014100         RIDFLD(WS-EXP-KEY)                                       01410000
014200         INTO(EXPENSE-CLAIM-RECORD)                               01420000
014300         RESP(WS-RESP-CODE)                                       01430000
014400     END-EXEC                                                     01440000
014500     EVALUATE WS-RESP-CODE                                        01450000
014600         WHEN DFHRESP(NORMAL)                                     01460000
014700             PERFORM SHOW-CLAIM-PARA                              01470000
014800             MOVE 'EXPENSE CLAIM DISPLAYED' TO MESSAGEO           01480000
014900         WHEN DFHRESP(NOTFND)                                     01490000
015000             MOVE 'NO SUCH CLAIM - PF1 FILES ONE' TO MESSAGEO     01500000
015100         WHEN OTHER                                               01510000
015200             MOVE 'ERROR ACCESSING FILE' TO MESSAGEO              01520000
015300             MOVE WS-RESP-CODE TO ERL-RESP-CODE                   01530000
015400             MOVE 'READ-CLAIM-PARA     ' TO ERL-PARAGRAPH         01540000
015500             PERFORM LOG-FILE-ERROR-PARA                          01550000
015600     END-EVALUATE.                                                01560000
015700 EDIT-KEY-PARA.                                                   01570000
015800     MOVE 'Y' TO WS-VALID-FLAG                                    01580000
015900     PERFORM READ-SESSION-PARA                                    01590000
016000     IF XEIDL = ZERO OR XEIDI = SPACES                            01600000
016100         IF SESS-SELF-SERVICE                                     01610000
016200             MOVE WS-SESS-EMP-ID TO WS-EXP-EMP-ID WS-EMP-ID       01620000
016300         ELSE                                                     01630000
016400             MOVE 'PLEASE ENTER AN EMPLOYEE ID' TO MESSAGEO       01640000
016500             MOVE 'N' TO WS-VALID-FLAG                            01650000
016600         END-IF                                                   01660000
016700     ELSE                                                         01670000
016800         MOVE XEIDI TO WS-EXP-EMP-ID WS-EMP-ID                    01680000
016900         IF SESS-SELF-SERVICE                                     01690000
017000            AND XEIDI NOT = WS-SESS-EMP-ID                        01700000
017100             PERFORM CHECK-REPORTS-TO-PARA                        01710000
017200         END-IF                                                   01720000
017300     END-IF                                                       01730000
017400     IF VALID-DATA                                                01740000
017500         IF XSEQL = ZERO                                          01750000
017600             MOVE 1 TO WS-EXP-SEQ                                 01760000
017700         ELSE                                                     01770000
017800             MOVE XSEQI TO WS-EXP-SEQ                             01780000
017900         END-IF                                                   01790000
018000     END-IF.                                                      01800000
018100 CHECK-REPORTS-TO-PARA.                                           01810000
018200     MOVE WS-EMP-ID TO WS-SUP-EMP-ID                              01820000
018300     PERFORM READ-SUPERVISOR-PARA                                 01830000
018400     IF SUP-SUPV-ID = SPACES                                      01840000
018500        OR SUP-SUPV-ID NOT = WS-SESS-EMP-ID                       01850000
018600         MOVE 'EMPLOYEE DOES NOT REPORT TO YOU' TO MESSAGEO       01860000
018700         MOVE 'N' TO WS-VALID-FLAG                                01870000
018800     END-IF.                                                      01880000
018900 SHOW-CLAIM-PARA.                                                 01890000
019000     MOVE EXP-EMP-ID TO XEIDO                                     01900000
019100     MOVE EXP-SEQ TO XSEQO                                        01910000
019200     MOVE EXP-CATEGORY TO XCATO                                   01920000
019300     MOVE EXP-CLAIM-DATE TO XDATEO                                01930000
019400     MOVE EXP-AMOUNT TO WS-AMOUNT                                 01940000
019500     MOVE WS-RS TO XAMTRSO                                        01950000
019600     MOVE WS-PS TO XAMTPSO                                        01960000
019700     MOVE EXP-RECEIPT-REF TO XRCPTO                               01970000
019800     EVALUATE TRUE                                                01980000
019900         WHEN EXP-PENDING                                         01990000
020000             MOVE 'PENDING ' TO XSTATO                            02000000
020100         WHEN EXP-APPROVED                                        02010000
020200             MOVE 'APPROVED' TO XSTATO                            02020000
020300         WHEN EXP-REJECTED                                        02030000
020400             MOVE 'REJECTED' TO XSTATO                            02040000
020500         WHEN EXP-PAID                                            02050000
020600             MOVE 'PAID    ' TO XSTATO                            02060000
020700         WHEN OTHER                                               02070000
020800             MOVE SPACES TO XSTATO                                02080000
020900     END-EVALUATE                                                 02090000
021000     MOVE EXP-REASON TO XRSNO                                     02100000
021100     MOVE EXP-REQ-USER TO XREQO                                   02110000
021200     MOVE EXP-APPR-USER TO XAPPO                                  02120000
021300     MOVE EXP-PAID-PERIOD TO XPAIDO.                              02130000
021400 FILE-CLAIM-PARA.                                                 02140000
021500     PERFORM RECEIVE-MAP                                          02150000
021600     PERFORM EDIT-KEY-PARA                                        02160000
021700     IF VALID-DATA                                                02170000
021800         IF SESS-SELF-SERVICE                                     02180000
021900            AND WS-EMP-ID NOT = WS-SESS-EMP-ID                    02190000
022000             MOVE 'YOU MAY ONLY FILE YOUR OWN CLAIMS' TO MESSAGEO 02200000
022100             MOVE 'N' TO WS-VALID-FLAG                            02210000
022200         END-IF                                                   02220000
022300     END-IF                                                       02230000
022400     IF VALID-DATA                                                02240000
022500         PERFORM EDIT-CLAIM-PARA                                  02250000
022600     END-IF                                                       02260000
022700     IF VALID-DATA                                                02270000
022800         PERFORM CHECK-EMP-PARA                                   02280000
022900     END-IF                                                       02290000
023000     IF VALID-DATA                                                02300000
023100         PERFORM FIND-FREE-SEQ-PARA                               02310000
023200         PERFORM BUILD-CLAIM-PARA                                 02320000
023300         EXEC CICS WRITE                                          02330000
023400             FILE('P26EXPF')                                      02340000
023500             RIDFLD(EXP-KEY)                                      02350000
023600             FROM(EXPENSE-CLAIM-RECORD)                           02360000
023700             RESP(WS-RESP-CODE)                                   02370000
023800         END-EXEC                                                 02380000
023900         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02390000
024000             PERFORM SHOW-CLAIM-PARA                              02400000
024100             MOVE 'EXPENSE CLAIM FILED' TO MESSAGEO               02410000
024200             MOVE 'A' TO WS-AUDIT-ACTION                          02420000
024300             MOVE SPACES TO WS-AUDIT-BEFORE                       02430000
024400             MOVE EXPENSE-CLAIM-RECORD TO WS-AUDIT-AFTER          02440000
024500             PERFORM WRITE-AUDIT-PARA                             02450000
024600         ELSE                                                     02460000
024700             MOVE 'CLAIM NOT FILED' TO MESSAGEO                   02470000
024800             MOVE WS-RESP-CODE TO ERL-RESP-CODE                   02480000
024900             MOVE 'FILE-CLAIM-PARA     ' TO ERL-PARAGRAPH         02490000
025000             PERFORM LOG-FILE-ERROR-PARA                          02500000
025100         END-IF                                                   02510000
025200     END-IF.                                                      02520000
025300 EDIT-CLAIM-PARA.                                                 02530000
025400     MOVE XCATI TO EXP-CATEGORY                                   02540000
025500     IF XCATL = ZERO OR NOT EXP-CATEGORY-VALID                    02550000
025600         MOVE 'CATEGORY: TRVL MEAL LODG MILE OTHR' TO MESSAGEO    02560000
025700         MOVE 'N' TO WS-VALID-FLAG                                02570000
025800     END-IF                                                       02580000
025900     IF VALID-DATA                                                02590000
026000         MOVE XDATEI TO WS-DATE-WORK                              02600000
026100         PERFORM CHECK-DATE-PARA                                  02610000
026200         IF XDATEL = ZERO OR NOT DATE-OK                          02620000
026300             MOVE 'CLAIM DATE MUST BE YYYYMMDD' TO MESSAGEO       02630000
026400             MOVE 'N' TO WS-VALID-FLAG                            02640000
026500         ELSE                                                     02650000
026600             PERFORM DATE-TIME-PARA                               02660000
026700             IF WS-DATE-WORK > WS-TODAY-NUM                       02670000
026800                 MOVE 'CLAIM DATE IS IN THE FUTURE' TO MESSAGEO   02680000
026900                 MOVE 'N' TO WS-VALID-FLAG                        02690000
027000             END-IF                                               02700000
027100         END-IF                                                   02710000
027200     END-IF                                                       02720000
027300     IF VALID-DATA                                                02730000
027400         MOVE ZERO TO WS-AMOUNT                                   02740000
027500         IF XAMTRSL NOT = ZERO AND XAMTRSI NUMERIC                02750000
027600             MOVE XAMTRSI TO WS-RS                                02760000
027700         END-IF                                                   02770000
027800         IF XAMTPSL NOT = ZERO AND XAMTPSI NUMERIC                02780000
027900             MOVE XAMTPSI TO WS-PS                                02790000
028000         END-IF                                                   02800000
028100         IF WS-AMOUNT = ZERO                                      02810000
028200             MOVE 'ENTER THE CLAIM AMOUNT' TO MESSAGEO            02820000
028300             MOVE 'N' TO WS-VALID-FLAG                            02830000
028400         END-IF                                                   02840000
028500     END-IF                                                       02850000
028600     IF VALID-DATA                                                02860000
028700         IF XRCPTL = ZERO OR XRCPTI = SPACES                      02870000
028800             MOVE 'ENTER THE RECEIPT REFERENCE' TO MESSAGEO       02880000
028900             MOVE 'N' TO WS-VALID-FLAG                            02890000
029000         END-IF                                                   02900000
029100     END-IF.                                                      02910000
029200 CHECK-DATE-PARA.                                                 02920000
029300     MOVE 'N' TO WS-DATE-OK-FLAG                                  02930000
029400     IF WS-DATE-WORK NUMERIC                                      02940000
029500         IF WS-DATE-MM > ZERO AND WS-DATE-MM < 13                 02950000
029600            AND WS-DATE-DD > ZERO AND WS-DATE-DD < 32             02960000
029700             MOVE 'Y' TO WS-DATE-OK-FLAG                          02970000
029800         END-IF                                                   02980000
029900     END-IF.                                                      02990000
030000 CHECK-EMP-PARA.                                                  03000000
030100     EXEC CICS READ                                               03010000
030200         FILE('P26MFILE')                                         03020000
030300         RIDFLD(WS-EMP-ID)                                        03030000
030400         INTO(EMPLOYEE-MASTER-RECORD)                             03040000
030500         RESP(WS-RESP-CODE)                                       03050000
030600     END-EXEC                                                     03060000
030700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                        03070000
030800         MOVE 'EMPLOYEE NOT ON MASTER' TO MESSAGEO                03080000
030900         MOVE 'N' TO WS-VALID-FLAG                                03090000
031000     END-IF.                                                      03100000
031100 FIND-FREE-SEQ-PARA.                                              03110000
031200     MOVE ZERO TO WS-EXP-SEQ                                      03120000
031300     MOVE 'N' TO WS-BROWSE-DONE-FLAG                              03130000
031400     PERFORM TRY-NEXT-SEQ-PARA                                    03140000
031500         UNTIL BROWSE-DONE.                                       03150000
031600 TRY-NEXT-SEQ-PARA.                                               03160000
031700     ADD 1 TO WS-EXP-SEQ                                          03170000
031800     IF WS-EXP-SEQ > 998                                          03180000
031900         SET BROWSE-DONE TO TRUE                                  03190000
032000     ELSE                                                         03200000
032100         EXEC CICS READ                                           03210000
032200             FILE('P26EXPF')                                      03220000
032300             RIDFLD(WS-EXP-KEY)                                   03230000
032400             INTO(EXPENSE-CLAIM-RECORD)                           03240000
032500             RESP(WS-RESP-CODE)                                   03250000
032600         END-EXEC                                                 03260000
032700         IF WS-RESP-CODE = DFHRESP(NOTFND)                        03270000
032800             SET BROWSE-DONE TO TRUE                              03280000
032900         END-IF                                                   03290000
033000     END-IF.                                                      03300000
033100 BUILD-CLAIM-PARA.                                                03310000
033200     MOVE SPACES TO EXPENSE-CLAIM-RECORD                          03320000
033300     MOVE WS-EMP-ID TO EXP-EMP-ID                                 03330000
033400     MOVE WS-EXP-SEQ TO EXP-SEQ                                   03340000
033500     MOVE XCATI TO EXP-CATEGORY                                   03350000
033600     MOVE XDATEI TO EXP-CLAIM-DATE                                03360000
033700     MOVE WS-AMOUNT TO EXP-AMOUNT                                 03370000
033800     MOVE XRCPTI TO EXP-RECEIPT-REF                               03380000
033900     SET EXP-PENDING TO TRUE                                      03390000
034000     MOVE SPACES TO EXP-REASON                                    03400000
034100     MOVE WS-USERID TO EXP-REQ-USER                               03410000
034200     PERFORM DATE-TIME-PARA                                       03420000
034300     MOVE SYSDATEO TO EXP-REQ-DATE                                03430000
034400     MOVE SPACES TO EXP-APPR-USER                                 03440000
034500     MOVE SPACES TO EXP-APPR-DATE                                 03450000
034600     MOVE SPACES TO EXP-PAID-PERIOD                               03460000
034700     MOVE SPACES TO EXP-PAID-DATE.                                03470000
034800 NEXT-PENDING-PARA.                                               03480000
034900     PERFORM RECEIVE-MAP                                          03490000
035000     PERFORM READ-SESSION-PARA                                    03500000
035100     IF ROLE-PAYROLL                                              03510000
035200         MOVE 'APPROVAL QUEUE IS FOR APPROVERS' TO MESSAGEO       03520000
035300     ELSE                                                         03530000
035400         PERFORM SCAN-PENDING-PARA                                03540000
035500     END-IF.                                                      03550000
035600 SCAN-PENDING-PARA.                                               03560000
035700     MOVE 'N' TO WS-PEND-FOUND-FLAG                               03570000
035800     MOVE 'N' TO WS-BROWSE-DONE-FLAG                              03580000
035900     IF XEIDL = ZERO OR XEIDI = SPACES                            03590000
036000         MOVE LOW-VALUES TO WS-EXP-KEY                            03600000
036100     ELSE                                                         03610000
036200         MOVE XEIDI TO WS-EXP-EMP-ID                              03620000
036300         IF XSEQL = ZERO                                          03630000
036400             MOVE ZERO TO WS-EXP-SEQ                              03640000
036500         ELSE                                                     03650000
036600             MOVE XSEQI TO WS-EXP-SEQ                             03660000
036700         END-IF                                                   03670000
036800     END-IF                                                       03680000
036900     EXEC CICS STARTBR                                            03690000
037000         FILE('P26EXPF')                                          03700000
037100         RIDFLD(WS-EXP-KEY)                                       03710000
037200         RESP(WS-RESP-CODE)                                       03720000
037300     END-EXEC                                                     03730000
037400     IF WS-RESP-CODE = DFHRESP(NORMAL)                            03740000
037500         PERFORM SCAN-NEXT-PARA                                   03750000
037600             UNTIL BROWSE-DONE                                    03760000
037700         EXEC CICS ENDBR                                          03770000
037800             FILE('P26EXPF')                                      03780000
037900         END-EXEC                                                 03790000
038000     END-IF                                                       03800000
038100     IF PENDING-FOUND                                             03810000
038200         PERFORM SHOW-CLAIM-PARA                                  03820000
038300         MOVE 'PENDING CLAIM - PF5 APPR PF6 REJ' TO MESSAGEO      03830000
038400     ELSE                                                         03840000
038500         MOVE 'NO MORE CLAIMS FOR YOUR APPROVAL' TO MESSAGEO      03850000
038600     END-IF.                                                      03860000
038700 SCAN-NEXT-PARA.                                                  03870000
038800     EXEC CICS READNEXT                                           03880000
038900         FILE('P26EXPF')                                          03890000
039000         INTO(EXPENSE-CLAIM-RECORD)                               03900000
039100         RIDFLD(WS-EXP-KEY)                                       03910000
039200         RESP(WS-RESP-CODE)                                       03920000
039300     END-EXEC                                                     03930000
039400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                        03940000
039500         SET BROWSE-DONE TO TRUE                                  03950000
039600     ELSE                                                         03960000
039700         IF EXP-PENDING                                           03970000
039800            AND (EXP-EMP-ID NOT = XEIDI                           03980000
039900                 OR EXP-SEQ NOT = XSEQI)                          03990000
040000             PERFORM CHECK-APPROVER-PARA                          04000000
040100             IF IS-APPROVER                                       04010000
040200                 SET PENDING-FOUND TO TRUE                        04020000
040300                 SET BROWSE-DONE TO TRUE                          04030000
040400             END-IF                                               04040000
040500         END-IF                                                   04050000
040600     END-IF.                                                      04060000
040700 CHECK-APPROVER-PARA.                                             04070000
040800     MOVE 'N' TO WS-APPROVER-FLAG                                 04080000
040900     MOVE EXP-EMP-ID TO WS-SUP-EMP-ID                             04090000
041000     PERFORM READ-SUPERVISOR-PARA                                 04100000
041100     IF NOT ROLE-PAYROLL                                          04110000
041200        AND WS-SESS-EMP-ID NOT = EXP-EMP-ID                       04120000
041300         IF SUP-SUPV-ID = SPACES                                  04130000
041400             IF ROLE-SUPER                                        04140000
041500                 MOVE 'Y' TO WS-APPROVER-FLAG                     04150000
041600             END-IF                                               04160000
041700         ELSE                                                     04170000
041800             IF SUP-SUPV-ID = WS-SESS-EMP-ID                      04180000
041900                 MOVE 'Y' TO WS-APPROVER-FLAG                     04190000
042000             END-IF                                               04200000
042100         END-IF                                                   04210000
042200     END-IF.                                                      04220000
042300 READ-SUPERVISOR-PARA.                                            04230000
042400     EXEC CICS READ                                               04240000
042500         FILE('P26SUPF')                                          04250000
042600         RIDFLD(WS-SUP-EMP-ID)                                    04260000
042700         INTO(SUPERVISOR-RECORD)                                  04270000
042800         RESP(WS-SUP-RESP-CODE)                                   04280000
042900     END-EXEC                                                     04290000
043000     IF WS-SUP-RESP-CODE NOT = DFHRESP(NORMAL)                    04300000
043100         MOVE SPACES TO SUP-SUPV-ID                               04310000
043200     END-IF.                                                      04320000
043300 APPROVE-PARA.                                                    04330000
043400     PERFORM RECEIVE-MAP                                          04340000
043500     PERFORM READ-SESSION-PARA                                    04350000
043600     IF ROLE-PAYROLL                                              04360000
043700         MOVE 'APPROVAL NOT ALLOWED FOR YOUR ROLE' TO MESSAGEO    04370000
043800     ELSE                                                         04380000
043900         PERFORM APPLY-APPROVE-PARA                               04390000
044000     END-IF.                                                      04400000
044100 APPLY-APPROVE-PARA.                                              04410000
044200     PERFORM GET-FOR-UPDATE-PARA                                  04420000
044300     IF VALID-DATA                                                04430000
044400         IF NOT EXP-PENDING                                       04440000
044500             MOVE 'CLAIM IS NOT PENDING' TO MESSAGEO              04450000
044600             EXEC CICS UNLOCK                                     04460000
044700                 FILE('P26EXPF')                                  04470000
044800             END-EXEC                                             04480000
044900         ELSE                                                     04490000
045000             PERFORM CHECK-APPROVER-PARA                          04500000
045100             IF NOT IS-APPROVER                                   04510000
045200                 MOVE 'ONLY THE SUPERVISOR MAY APPROVE'           04520000
045300                     TO MESSAGEO                                  04530000
045400                 EXEC CICS UNLOCK                                 04540000
045500                     FILE('P26EXPF')                              04550000
045600                 END-EXEC                                         04560000
045700             ELSE                                                 04570000
045800                 MOVE EXPENSE-CLAIM-RECORD TO WS-AUDIT-BEFORE     04580000
045900                 SET EXP-APPROVED TO TRUE                         04590000
046000                 MOVE WS-USERID TO EXP-APPR-USER                  04600000
046100                 PERFORM DATE-TIME-PARA                           04610000
046200                 MOVE SYSDATEO TO EXP-APPR-DATE                   04620000
046300                 PERFORM REWRITE-CLAIM-PARA                       04630000
046400                 IF WS-RESP-CODE1 = DFHRESP(NORMAL)               04640000
046500                     PERFORM SHOW-CLAIM-PARA                      04650000
046600                     MOVE 'EXPENSE CLAIM APPROVED' TO MESSAGEO    04660000
046700                     MOVE 'U' TO WS-AUDIT-ACTION                  04670000
046800                     MOVE EXPENSE-CLAIM-RECORD TO WS-AUDIT-AFTER  04680000
046900                     PERFORM WRITE-AUDIT-PARA                     04690000
047000                 END-IF                                           04700000
047100             END-IF                                               04710000
047200         END-IF                                                   04720000
047300     END-IF.                                                      04730000
047400 REJECT-PARA.                                                     04740000
047500     PERFORM RECEIVE-MAP                                          04750000
047600     PERFORM READ-SESSION-PARA                                    04760000
047700     IF ROLE-PAYROLL                                              04770000
047800         MOVE 'REJECTION NOT ALLOWED FOR YOUR ROLE' TO MESSAGEO   04780000
047900     ELSE                                                         04790000
048000         PERFORM APPLY-REJECT-PARA                                04800000
048100     END-IF.                                                      04810000
048200 APPLY-REJECT-PARA.                                               04820000
048300     IF XRSNL = ZERO OR XRSNI = SPACES                            04830000
048400         MOVE 'ENTER A REJECTION REASON' TO MESSAGEO              04840000
048500     ELSE                                                         04850000
048600         PERFORM GET-FOR-UPDATE-PARA                              04860000
048700         IF VALID-DATA                                            04870000
048800             IF NOT EXP-PENDING                                   04880000
048900                 MOVE 'CLAIM IS NOT PENDING' TO MESSAGEO          04890000
049000                 EXEC CICS UNLOCK                                 04900000
049100                     FILE('P26EXPF')                              04910000
049200                 END-EXEC                                         04920000
049300             ELSE                                                 04930000
049400                 PERFORM CHECK-APPROVER-PARA                      04940000
049500                 IF NOT IS-APPROVER                               04950000
049600                     MOVE 'ONLY THE SUPERVISOR MAY REJECT'        04960000
049700                         TO MESSAGEO                              04970000
049800                     EXEC CICS UNLOCK                             04980000
049900                         FILE('P26EXPF')                          04990000
050000                     END-EXEC                                     05000000
050100                 ELSE                                             05010000
050200                     PERFORM REJECT-CLAIM-PARA                    05020000
050300                 END-IF                                           05030000
050400             END-IF                                               05040000
050500         END-IF                                                   05050000
050600     END-IF.                                                      05060000
050700 REJECT-CLAIM-PARA.                                               05070000
050800     MOVE EXPENSE-CLAIM-RECORD TO WS-AUDIT-BEFORE                 05080000
050900     SET EXP-REJECTED TO TRUE                                     05090000
051000     MOVE XRSNI TO EXP-REASON                                     05100000
051100     MOVE WS-USERID TO EXP-APPR-USER                              05110000
051200     PERFORM DATE-TIME-PARA                                       05120000
051300     MOVE SYSDATEO TO EXP-APPR-DATE                               05130000
051400     PERFORM REWRITE-CLAIM-PARA                                   05140000
051500     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           05150000
051600         PERFORM SHOW-CLAIM-PARA                                  05160000
051700         MOVE 'EXPENSE CLAIM REJECTED' TO MESSAGEO                05170000
051800         MOVE 'U' TO WS-AUDIT-ACTION                              05180000
051900         MOVE EXPENSE-CLAIM-RECORD TO WS-AUDIT-AFTER              05190000
052000         PERFORM WRITE-AUDIT-PARA                                 05200000
052100     END-IF.                                                      05210000
052200 GET-FOR-UPDATE-PARA.                                             05220000
052300     PERFORM EDIT-KEY-PARA                                        05230000
052400     IF VALID-DATA                                                05240000
052500         EXEC CICS READ                                           05250000
052600             FILE('P26EXPF')                                      05260000
052700             RIDFLD(WS-EXP-KEY)                                   05270000
052800             INTO(EXPENSE-CLAIM-RECORD)                           05280000
052900             RESP(WS-RESP-CODE)                                   05290000
053000             UPDATE                                               05300000
053100         END-EXEC                                                 05310000
053200         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    05320000
053300             MOVE 'CLAIM NOT FOUND' TO MESSAGEO                   05330000
053400             MOVE 'N' TO WS-VALID-FLAG                            05340000
053500         END-IF                                                   05350000
053600     END-IF.                                                      05360000
053700 REWRITE-CLAIM-PARA.                                              05370000
053800     EXEC CICS REWRITE                                            05380000
053900         FILE('P26EXPF')                                          05390000
054000         FROM(EXPENSE-CLAIM-RECORD)                               05400000
054100         RESP(WS-RESP-CODE1)                                      05410000
054200     END-EXEC                                                     05420000
054300     IF WS-RESP-CODE1 NOT = DFHRESP(NORMAL)                       05430000
054400         MOVE 'UPDATE NOT SUCCESSFUL' TO MESSAGEO                 05440000
054500         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      05450000
054600         MOVE 'REWRITE-CLAIM-PARA  ' TO ERL-PARAGRAPH             05460000
054700         PERFORM LOG-FILE-ERROR-PARA                              05470000
054800     END-IF.                                                      05480000
054900 READ-SESSION-PARA.                                               05490000
055000     MOVE SPACES TO WS-SESSION-REC                                05500000
055100     MOVE EIBTRMID TO WS-TSQ-TERM                                 05510000
055200     MOVE 14 TO WS-TSQ-LEN                                        05520000
055300     EXEC CICS READQ TS                                           05530000
055400         QUEUE(WS-TSQ-NAME)                                       05540000
055500         INTO(WS-SESSION-REC)                                     05550000
055600         LENGTH(WS-TSQ-LEN)                                       05560000
055700         ITEM(1)                                                  05570000
055800         RESP(WS-TSQ-RESP)                                        05580000
055900     END-EXEC                                                     05590000
056000     IF WS-TSQ-RESP NOT = DFHRESP(NORMAL)                         05600000
056100         MOVE SPACES TO WS-SESSION-REC                            05610000
056200     END-IF.                                                      05620000
056300 WRITE-AUDIT-PARA.                                                05630000
056400     PERFORM DATE-TIME-PARA                                       05640000
056500     MOVE WS-EMP-ID          TO AUD-EMP-ID                        05650000
056600     MOVE SYSDATEO           TO AUD-DATE-KEY                      05660000
056700     MOVE SYSTIMEO           TO AUD-TIME-KEY                      05670000
056800     ADD 1 TO WS-AUDIT-SEQ                                        05680000
056900     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05690000
057000     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        05700000
057100     MOVE 'P26EXPF '         TO AUD-SOURCE-FILE                   05710000
057200     MOVE EIBTRMID           TO AUD-TERM-ID                       05720000
057300     MOVE WS-USERID          TO AUD-USER-ID                       05730000
057400     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  05740000
057500     MOVE WS-AUDIT-AFTER     TO AUD-AFTER-IMAGE                   05750000
057600     PERFORM WRITE-AUDIT-RECORD-PARA                              05760000
057700     PERFORM WRITE-AUDIT-RETRY-PARA                               05770000
057800         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           05780000
057900     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  05790000
058000         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 05800000
058100         MOVE 'WRITE-AUDIT-PARA    ' TO ERL-PARAGRAPH             05810000
058200         PERFORM LOG-FILE-ERROR-PARA                              05820000
058300     END-IF.                                                      05830000
058400 WRITE-AUDIT-RECORD-PARA.                                         05840000
058500     EXEC CICS WRITE                                              05850000
058600         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         05860000
058700         FROM(AUDIT-RECORD)                                       05870000
058800         RESP(WS-AUDIT-RESP-CODE)                                 05880000
058900     END-EXEC.                                                    05890000
059000 WRITE-AUDIT-RETRY-PARA.                                          05900000
059100     ADD 1 TO WS-AUDIT-SEQ                                        05910000
059200     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05920000
059300     PERFORM WRITE-AUDIT-RECORD-PARA.                             05930000
059400 RECEIVE-MAP.                                                     05940000
059500     EXEC CICS RECEIVE                                            05950000
059600         MAP('EXPMAP')                                            05960000
059700         MAPSET('P26AS28')                                        05970000
059800         INTO(EXPMAPI)                                            05980000
059900     END-EXEC.                                                    05990000
060000 DATE-TIME-PARA.                                                  06000000
060100     EXEC CICS ASKTIME                                            06010000
060200         ABSTIME(WS-DATE-TIME)                                    06020000
060300     END-EXEC.                                                    06030000
060400     EXEC CICS FORMATTIME                                         06040000
060500         ABSTIME(WS-DATE-TIME)                                    06050000
060600         DDMMYYYY(SYSDATEO)                                       06060000
060700         DATESEP                                                  06070000
060800         TIME(SYSTIMEO)                                           06080000
060900         TIMESEP                                                  06090000
061000     END-EXEC.                                                    06100000
061100     MOVE SYSDATEO(7:4) TO WS-TODAY-NUM(1:4)                      06110000
061200     MOVE SYSDATEO(4:2) TO WS-TODAY-NUM(5:2)                      06120000
061300     MOVE SYSDATEO(1:2) TO WS-TODAY-NUM(7:2).                     06130000
061400*                                                                 06140000
061500 LOG-FILE-ERROR-PARA.                                             06150000
061600     PERFORM DATE-TIME-PARA                                       06160000
061700     MOVE SYSDATEO          TO ERL-DATE-KEY                       06170000
061800     MOVE SYSTIMEO          TO ERL-TIME-KEY                       06180000
061900     ADD 1 TO WS-ERRLOG-SEQ                                       06190000
062000     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           06200000
062100     MOVE 'P26AP28'         TO ERL-PROGRAM                        06210000
062200     MOVE EIBTRMID          TO ERL-TERM-ID                        06220000
062300     PERFORM WRITE-ERRLOG-RECORD-PARA                             06230000
062400     PERFORM WRITE-ERRLOG-RETRY-PARA                              06240000
062500         UNTIL WS-ERRLOG-RESP-CODE NOT = DFHRESP(DUPKEY).         06250000
062600 WRITE-ERRLOG-RECORD-PARA.                                        06260000
062700     EXEC CICS WRITE                                              06270000
062800         FILE('P26ERRLOG') RIDFLD(ERL-KEY)                        06280000
062900         FROM(ERROR-LOG-RECORD)                                   06290000
063000         RESP(WS-ERRLOG-RESP-CODE)                                06300000
063100     END-EXEC.                                                    06310000
063200 WRITE-ERRLOG-RETRY-PARA.                                         06320000
063300     ADD 1 TO WS-ERRLOG-SEQ                                       06330000
063400     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           06340000
063500     PERFORM WRITE-ERRLOG-RECORD-PARA.                            06350000
063600 CHECK-SESSION-PARA.                                              06360000
063700     SET SCK-CHECK TO TRUE                                        06370000
063800     EXEC CICS LINK                                               06380000
063900         PROGRAM('P26SESCK')                                      06390000
064000         COMMAREA(SESSION-CHECK-AREA)                             06400000
064100         RESP(WS-SCK-RESP)                                        06410000
064200     END-EXEC                                                     06420000
064300     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         06430000
064400        OR NOT SCK-OK                                             06440000
064500        OR SCK-USERID NOT = WS-USERID                             06450000
064600         MOVE 'P26AP28' TO WS-SIGNON-TARGET                       06460000
064700         MOVE 'T'       TO WS-SIGNON-FLAG                         06470000
064800         EXEC CICS XCTL                                           06480000
064900             PROGRAM('P26AP06')                                   06490000
065000             COMMAREA(WS-SIGNON-CA)                               06500000
065100         END-EXEC                                                 06510000
065200     END-IF.                                                      06520000
