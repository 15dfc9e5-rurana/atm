000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26AP30.                                             00020000
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
002200 01  WS-MST-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00220000
002300 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00230000
002400 01  WS-PCH-KEY.                                                  00240000
002500     03  WS-PCH-EMP-ID       PIC X(05) VALUE SPACES.              00250000
002600     03  WS-PCH-SEQ          PIC 9(03) VALUE ZERO.                00260000
002700 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              00270000
002800 01  WS-EARN-EDIT            PIC Z(06)9.99.                       00280000
002900 01  WS-BANK-SHOW.                                                00290000
003000     03  WS-SHOW-BANK-CODE   PIC X(06) VALUE SPACES.              00300000
003100     03  FILLER              PIC X(01) VALUE SPACES.              00310000
003200     03  WS-SHOW-ACCT-NO     PIC X(12) VALUE SPACES.              00320000
003300 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 00330000
003400     88  VALID-DATA                 VALUE 'Y'.                    00340000
003500 01  WS-APPROVER-FLAG        PIC X(01) VALUE 'N'.                 00350000
003600     88  IS-APPROVER                VALUE 'Y'.                    00360000
003700 01  WS-APPLIED-FLAG         PIC X(01) VALUE 'N'.                 00370000
003800     88  MASTER-APPLIED             VALUE 'Y'.                    00380000
003900 01  WS-BROWSE-DONE-FLAG     PIC X(01) VALUE 'N'.                 00390000
004000     88  BROWSE-DONE                VALUE 'Y'.                    00400000
004100 01  WS-PEND-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00410000
004200     88  PENDING-FOUND              VALUE 'Y'.                    00420000
004300 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00430000
004400 01  WS-AUDIT-FILE           PIC X(08) VALUE SPACES.              00440000
004500 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00450000
004600 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             00460000
004700 01  WS-AUDIT-RESP-CODE      PIC S9(08) COMP VALUE ZERO.          00470000
004800 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00480000
004900 01  WS-TSQ-NAME.                                                 00490000
005000     03  FILLER              PIC X(04) VALUE 'P26U'.              00500000
005100     03  WS-TSQ-TERM         PIC X(04) VALUE SPACES.              00510000
005200 01  WS-TSQ-RESP             PIC S9(08) COMP VALUE ZERO.          00520000
005300 01  WS-TSQ-LEN              PIC S9(04) COMP VALUE +14.           00530000
005400 01  WS-SESSION-REC.                                              00540000
005500     03  WS-SESS-USERID      PIC X(08) VALUE SPACES.              00550000
005600     03  WS-SESS-ROLE        PIC X(01) VALUE SPACES.              00560000
005700     03  WS-SESS-EMP-ID      PIC X(05) VALUE SPACES.              00570000
005800 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00580000
005900 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00590000
005910 01  WS-CAPT-RESP-CODE       PIC S9(08) COMP.                     00591069
005920 01  WS-CAPT-SEQ             PIC 9(02) VALUE ZERO.                00592069
006000     COPY P26PCHR.                                                00600000
006100     COPY EMPMSTR.                                                00610000
006200     COPY EMPREC REPLACING                                        00620000
006300         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00630000
006400         ==EMP-ID==          BY ==AEMP-ID==                       00640000
006500         ==EMP-NAME==        BY ==AEMP-NAME==                     00650000
006600         ==EMP-TECH==        BY ==AEMP-TECH==                     00660000
006700         ==EMP-LOC==         BY ==AEMP-LOC==                      00670000
006800         ==EMP-DOB==         BY ==AEMP-DOB==                      00680000
006900         ==EMP-EARN==        BY ==AEMP-EARN==                     00690000
007000         ==EMP-DEDN==        BY ==AEMP-DEDN==                     00700000
007100         ==EMP-UPD-DATE==    BY ==AEMP-UPD-DATE==                 00710000
007200         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 00720000
007300         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                00730000
007400     COPY P26BNKR.                                                00740000
007500     COPY P26AUDR.                                                00750000
007550     COPY P26CAPR.                                                00755069
007600     COPY P26ERRL.                                                00760000
007700     COPY P26AS30.                                                00770000
007800     COPY P26SESC.                                                00780000
007900     COPY DFHAID.                                                 00790000
008000 LINKAGE SECTION.                                                 00800000
008100 01  DFHCOMMAREA     PIC X(16).                                   00810000
008200 PROCEDURE DIVISION.                                              00820000
008300 MAIN-PARA.                                                       00830000
008400     IF EIBCALEN = ZERO                                           00840000
008500         MOVE 'P26AP30' TO WS-SIGNON-TARGET                       00850000
008600         MOVE SPACES    TO WS-SIGNON-FLAG                         00860000
008700         EXEC CICS XCTL                                           00870000
008800             PROGRAM('P26AP06')                                   00880000
008900             COMMAREA(WS-SIGNON-CA)                               00890000
009000         END-EXEC                                                 00900000
009100     ELSE                                                         00910000
009200         MOVE DFHCOMMAREA TO WS-CA                                00920000
009300         PERFORM CHECK-SESSION-PARA                               00930000
009400         IF SIGNON-COMPLETE                                       00940000
009500             PERFORM FIRST-PARA                                   00950000
009600         ELSE                                                     00960000
009700             PERFORM NEXT-PARA                                    00970000
009800         END-IF                                                   00980000
009900     END-IF.                                                      00990000
010000 END-PARA.                                                        01000000
010100     SET PROCESS-ACTIVE TO TRUE.                                  01010000
010200     EXEC CICS RETURN                                             01020000
010300         TRANSID('P27J')                                          01030000
010400         COMMAREA(WS-CA)                                          01040000
010500     END-EXEC.                                                    01050000
010600 FIRST-PARA.                                                      01060000
010700     MOVE LOW-VALUES TO PCHMAPO                                   01070000
010800     PERFORM DATE-TIME-PARA                                       01080000
010900     PERFORM SEND-MAP.                                            01090000
011000 SEND-MAP.                                                        01100000
011100     EXEC CICS SEND                                               01110000
011200         MAP('PCHMAP')                                            01120000
011300         MAPSET('P26AS30')                                        01130000
011400         FROM (PCHMAPI)                                           01140000
011500         ERASE                                                    01150000
011600     END-EXEC.                                                    01160000
011700     PERFORM DATE-TIME-PARA.                                      01170000
011800 NEXT-PARA.                                                       01180000
011900     EVALUATE EIBAID                                              01190000
012000        WHEN DFHPF3                                               01200000
012100         EXEC CICS XCTL                                           01210000
012200             PROGRAM('P26AP02')                                   01220000
012300         END-EXEC                                                 01230000
012400        WHEN DFHENTER                                             01240000
012500            PERFORM INQUIRE-PARA                                  01250000
012600        WHEN DFHPF5                                               01260000
012700            PERFORM APPROVE-PARA                                  01270000
012800        WHEN DFHPF6                                               01280000
012900            PERFORM REJECT-PARA                                   01290000
013000        WHEN DFHPF8                                               01300000
013100            PERFORM NEXT-PENDING-PARA                             01310000
013200        WHEN OTHER                                                01320000
013300            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                01330000
013400     END-EVALUATE                                                 01340000
013500     PERFORM SEND-MAP.                                            01350000
013600 INQUIRE-PARA.                                                    01360000
013700     PERFORM RECEIVE-MAP                                          01370000
013800     PERFORM EDIT-KEY-PARA                                        01380000
013900     IF VALID-DATA                                                01390000
014000         PERFORM READ-CHANGE-PARA                                 01400000
014100     END-IF.                                                      01410000
014200 READ-CHANGE-PARA.                                                01420000
014300     EXEC CICS READ                                               01430000
014400         FILE('P26PCHF')                                          01440000
014500         RIDFLD(WS-PCH-KEY)                                       01450000
014600         INTO(PENDING-CHANGE-RECORD)                              01460000
014700         RESP(WS-RESP-CODE)                                       01470000
014800     END-EXEC                                                     01480000
014900     EVALUATE WS-RESP-CODE                                        01490000
015000         WHEN DFHRESP(NORMAL)                                     01500000
015100             PERFORM SHOW-CHANGE-PARA                             01510000
015200             MOVE 'CHANGE REQUEST DISPLAYED' TO MESSAGEO          01520000
015300         WHEN DFHRESP(NOTFND)                                     01530000
015400             MOVE 'NO SUCH CHANGE REQUEST' TO MESSAGEO            01540000
015500         WHEN OTHER                                               01550000
015600             MOVE 'ERROR ACCESSING FILE' TO MESSAGEO              01560000
015700             MOVE WS-RESP-CODE TO ERL-RESP-CODE                   01570000
015800             MOVE 'READ-CHANGE-PARA    ' TO ERL-PARAGRAPH         01580000
015900             PERFORM LOG-FILE-ERROR-PARA                          01590000
016000     END-EVALUATE.                                                01600000
016100 EDIT-KEY-PARA.                                                   01610000
016200     MOVE 'Y' TO WS-VALID-FLAG                                    01620000
016300     IF CEIDL = ZERO OR CEIDI = SPACES                            01630000
016400         MOVE 'PLEASE ENTER AN EMPLOYEE ID' TO MESSAGEO           01640000
016500         MOVE 'N' TO WS-VALID-FLAG                                01650000
016600     ELSE                                                         01660000
016700         MOVE CEIDI TO WS-PCH-EMP-ID WS-EMP-ID                    01670000
016800         IF CSEQL = ZERO                                          01680000
016900             MOVE 1 TO WS-PCH-SEQ                                 01690000
017000         ELSE                                                     01700000
017100             IF CSEQI NUMERIC                                     01710000
017200                 MOVE CSEQI TO WS-PCH-SEQ                         01720000
017300             ELSE                                                 01730000
017400                 MOVE 'SEQUENCE MUST BE NUMERIC' TO MESSAGEO      01740000
017500                 MOVE 'N' TO WS-VALID-FLAG                        01750000
017600             END-IF                                               01760000
017700         END-IF                                                   01770000
017800     END-IF.                                                      01780000
017900 SHOW-CHANGE-PARA.                                                01790000
018000     MOVE PCH-EMP-ID TO CEIDO                                     01800000
018100     MOVE PCH-SEQ TO CSEQO                                        01810000
018200     MOVE PCH-EMP-ID TO WS-EMP-ID                                 01820000
018300     EXEC CICS READ                                               01830000
018400         FILE('P26MFILE')                                         01840000
018500         RIDFLD(WS-EMP-ID)                                        01850000
018600         INTO(EMPLOYEE-MASTER-RECORD)                             01860000
018700         RESP(WS-MST-RESP-CODE)                                   01870000
018800     END-EXEC                                                     01880000
018900     IF WS-MST-RESP-CODE = DFHRESP(NORMAL)                        01890000
019000         MOVE EMP-NAME TO CNAMEO                                  01900000
019100     ELSE                                                         01910000
019200         MOVE SPACES TO CNAMEO                                    01920000
019300     END-IF                                                       01930000
019400     MOVE PCH-SOURCE-FILE TO CFILEO                               01940000
019500     IF PCH-BANK-CHANGE                                           01950000
019600         IF PCH-ADD-ACTION                                        01960000
019700             MOVE 'ADD   ' TO CACTO                               01970000
019800         ELSE                                                     01980000
019900             MOVE 'UPDATE' TO CACTO                               01990000
020000         END-IF                                                   02000000
020100         MOVE PCH-OLD-BANK-CODE TO WS-SHOW-BANK-CODE              02010000
020200         MOVE PCH-OLD-ACCT-NO TO WS-SHOW-ACCT-NO                  02020000
020300         MOVE WS-BANK-SHOW TO COLDO                               02030000
020400         MOVE PCH-NEW-BANK-CODE TO WS-SHOW-BANK-CODE              02040000
020500         MOVE PCH-NEW-ACCT-NO TO WS-SHOW-ACCT-NO                  02050000
020600         MOVE WS-BANK-SHOW TO CNEWO                               02060000
020700     ELSE                                                         02070000
020800         MOVE 'SALARY' TO CACTO                                   02080000
020900         MOVE PCH-OLD-EARN TO WS-EARN-EDIT                        02090000
021000         MOVE WS-EARN-EDIT TO COLDO                               02100000
021100         MOVE PCH-NEW-EARN TO WS-EARN-EDIT                        02110000
021200         MOVE WS-EARN-EDIT TO CNEWO                               02120000
021300     END-IF                                                       02130000
021400     EVALUATE TRUE                                                02140000
021500         WHEN PCH-PENDING                                         02150000
021600             MOVE 'PENDING ' TO CSTATO                            02160000
021700         WHEN PCH-APPROVED                                        02170000
021800             MOVE 'APPROVED' TO CSTATO                            02180000
021900         WHEN PCH-REJECTED                                        02190000
022000             MOVE 'REJECTED' TO CSTATO                            02200000
022100         WHEN OTHER                                               02210000
022200             MOVE SPACES TO CSTATO                                02220000
022300     END-EVALUATE                                                 02230000
022400     MOVE PCH-REQ-USER TO CREQO                                   02240000
022500     MOVE PCH-REQ-DATE TO CRDATO                                  02250000
022600     MOVE PCH-CHK-USER TO CCHKO                                   02260000
022700     MOVE PCH-CHK-DATE TO CCDATO                                  02270000
022800     MOVE PCH-REASON TO CRSNO.                                    02280000
022900 NEXT-PENDING-PARA.                                               02290000
023000     PERFORM RECEIVE-MAP                                          02300000
023100     PERFORM READ-SESSION-PARA                                    02310000
023200     IF NOT ROLE-SUPER AND NOT ROLE-HRADMIN                       02320000
023300         MOVE 'APPROVAL QUEUE IS FOR APPROVERS' TO MESSAGEO       02330000
023400     ELSE                                                         02340000
023500         PERFORM SCAN-PENDING-PARA                                02350000
023600     END-IF.                                                      02360000
023700 SCAN-PENDING-PARA.                                               02370000
023800     MOVE 'N' TO WS-PEND-FOUND-FLAG                               02380000
023900     MOVE 'N' TO WS-BROWSE-DONE-FLAG                              02390000
024000     IF CEIDL = ZERO OR CEIDI = SPACES                            02400000
024100         MOVE LOW-VALUES TO WS-PCH-KEY                            02410000
024200     ELSE                                                         02420000
024300         MOVE CEIDI TO WS-PCH-EMP-ID                              02430000
024400         IF CSEQL = ZERO OR CSEQI NOT NUMERIC                     02440000
024500             MOVE ZERO TO WS-PCH-SEQ                              02450000
024600         ELSE                                                     02460000
024700             MOVE CSEQI TO WS-PCH-SEQ                             02470000
024800         END-IF                                                   02480000
024900     END-IF                                                       02490000
025000     EXEC CICS STARTBR                                            02500000
025100         FILE('P26PCHF')                                          02510000
025200         RIDFLD(WS-PCH-KEY)                                       02520000
025300         RESP(WS-RESP-CODE)                                       02530000
025400     END-EXEC                                                     02540000
025500     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02550000
025600         PERFORM SCAN-NEXT-PARA                                   02560000
025700             UNTIL BROWSE-DONE                                    02570000
025800         EXEC CICS ENDBR                                          02580000
025900             FILE('P26PCHF')                                      02590000
026000         END-EXEC                                                 02600000
026100     END-IF                                                       02610000
026200     IF PENDING-FOUND                                             02620000
026300         PERFORM SHOW-CHANGE-PARA                                 02630000
026400         MOVE 'PENDING CHANGE - PF5 APPR PF6 REJ' TO MESSAGEO     02640000
026500     ELSE                                                         02650000
026600         MOVE 'NO MORE CHANGES FOR YOUR APPROVAL' TO MESSAGEO     02660000
026700     END-IF.                                                      02670000
026800 SCAN-NEXT-PARA.                                                  02680000
026900     EXEC CICS READNEXT                                           02690000
027000         FILE('P26PCHF')                                          02700000
027100         INTO(PENDING-CHANGE-RECORD)                              02710000
027200         RIDFLD(WS-PCH-KEY)                                       02720000
027300         RESP(WS-RESP-CODE)                                       02730000
027400     END-EXEC                                                     02740000
027500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                        02750000
027600         SET BROWSE-DONE TO TRUE                                  02760000
027700     ELSE                                                         02770000
027800         IF PCH-PENDING                                           02780000
027900            AND (PCH-EMP-ID NOT = CEIDI                           02790000
028000                 OR PCH-SEQ NOT = CSEQI)                          02800000
028100             PERFORM CHECK-APPROVER-PARA                          02810000
028200             IF IS-APPROVER                                       02820000
028300                 SET PENDING-FOUND TO TRUE                        02830000
028400                 SET BROWSE-DONE TO TRUE                          02840000
028500             END-IF                                               02850000
028600         END-IF                                                   02860000
028700     END-IF.                                                      02870000
028800 CHECK-APPROVER-PARA.                                             02880000
028900     MOVE 'N' TO WS-APPROVER-FLAG                                 02890000
029000     IF (ROLE-SUPER OR ROLE-HRADMIN)                              02900000
029100        AND WS-USERID NOT = PCH-REQ-USER                          02910000
029200        AND WS-SESS-EMP-ID NOT = PCH-EMP-ID                       02920000
029300         MOVE 'Y' TO WS-APPROVER-FLAG                             02930000
029400     END-IF.                                                      02940000
029500 APPROVE-PARA.                                                    02950000
029600     PERFORM RECEIVE-MAP                                          02960000
029700     PERFORM READ-SESSION-PARA                                    02970000
029800     IF NOT ROLE-SUPER AND NOT ROLE-HRADMIN                       02980000
029900         MOVE 'APPROVAL NOT ALLOWED FOR YOUR ROLE' TO MESSAGEO    02990000
030000     ELSE                                                         03000000
030100         PERFORM APPLY-APPROVE-PARA                               03010000
030200     END-IF.                                                      03020000
030300 APPLY-APPROVE-PARA.                                              03030000
030400     PERFORM GET-FOR-UPDATE-PARA                                  03040000
030500     IF VALID-DATA                                                03050000
030600         IF NOT PCH-PENDING                                       03060000
030700             MOVE 'CHANGE IS NOT PENDING' TO MESSAGEO             03070000
030800             EXEC CICS UNLOCK                                     03080000
030900                 FILE('P26PCHF')                                  03090000
031000             END-EXEC                                             03100000
031100         ELSE                                                     03110000
031200             PERFORM CHECK-APPROVER-PARA                          03120000
031300             IF NOT IS-APPROVER                                   03130000
031400                 MOVE 'MAKER MAY NOT APPROVE OWN CHANGE'          03140000
031500                     TO MESSAGEO                                  03150000
031600                 EXEC CICS UNLOCK                                 03160000
031700                     FILE('P26PCHF')                              03170000
031800                 END-EXEC                                         03180000
031900             ELSE                                                 03190000
032000                 PERFORM APPLY-CHANGE-PARA                        03200000
032100             END-IF                                               03210000
032200         END-IF                                                   03220000
032300     END-IF.                                                      03230000
032400 APPLY-CHANGE-PARA.                                               03240000
032500     MOVE 'N' TO WS-APPLIED-FLAG                                  03250000
032600     EVALUATE TRUE                                                03260000
032700         WHEN PCH-SALARY-AFILE                                    03270000
032800             PERFORM APPLY-AFILE-PARA                             03280000
032900         WHEN PCH-SALARY-MFILE                                    03290000
033000             PERFORM APPLY-MFILE-PARA                             03300000
033100         WHEN PCH-BANK-CHANGE                                     03310000
033200             PERFORM APPLY-BANK-PARA                              03320000
033300         WHEN OTHER                                               03330000
033400             MOVE 'UNKNOWN CHANGE TYPE' TO MESSAGEO               03340000
033500     END-EVALUATE                                                 03350000
033600     IF MASTER-APPLIED                                            03360000
033700         PERFORM WRITE-AUDIT-PARA                                 03370000
033900         PERFORM WRITE-APPROVAL-AUDIT-PARA                        03390000
034000         SET PCH-APPROVED TO TRUE                                 03400000
034100         PERFORM MARK-CHECKER-PARA                                03410000
034200         IF WS-RESP-CODE1 = DFHRESP(NORMAL)                       03420000
034300             PERFORM SHOW-CHANGE-PARA                             03430000
034400             MOVE 'CHANGE APPROVED AND APPLIED' TO MESSAGEO       03440000
034500         END-IF                                                   03450000
034600     ELSE                                                         03460000
034700         EXEC CICS UNLOCK                                         03470000
034800             FILE('P26PCHF')                                      03480000
034900         END-EXEC                                                 03490000
035000     END-IF.                                                      03500000
035100 APPLY-AFILE-PARA.                                                03510000
035200     EXEC CICS READ                                               03520000
035300         FILE('P26AFILE')                                         03530000
035400         RIDFLD(PCH-EMP-ID)                                       03540000
035500         INTO(A-EMPLOYEE-RECORD)                                  03550000
035600         RESP(WS-MST-RESP-CODE)                                   03560000
035700         UPDATE                                                   03570000
035800     END-EXEC                                                     03580000
035900     IF WS-MST-RESP-CODE NOT = DFHRESP(NORMAL)                    03590000
036000         MOVE 'EMPLOYEE NOT ON FILE' TO MESSAGEO                  03600000
036100     ELSE                                                         03610000
036200         IF AEMP-EARN NOT = PCH-OLD-EARN                          03620000
036300             MOVE 'SALARY CHANGED SINCE REQUEST' TO MESSAGEO      03630000
036400             EXEC CICS UNLOCK                                     03640000
036500                 FILE('P26AFILE')                                 03650000
036600             END-EXEC                                             03660000
036700         ELSE                                                     03670000
036800             MOVE A-EMPLOYEE-RECORD TO WS-AUDIT-BEFORE            03680000
036900             MOVE PCH-NEW-EARN TO AEMP-EARN                       03690000
037000             PERFORM DATE-TIME-PARA                               03700000
037100             MOVE SYSDATEO TO AEMP-UPD-DATE                       03710000
037200             MOVE SYSTIMEO TO AEMP-UPD-TIME                       03720000
037300             MOVE WS-USERID TO AEMP-UPD-TERM                      03730000
037400             EXEC CICS REWRITE                                    03740000
037500                 FILE('P26AFILE')                                 03750000
037600                 FROM(A-EMPLOYEE-RECORD)                          03760000
037700                 RESP(WS-MST-RESP-CODE)                           03770000
037800             END-EXEC                                             03780000
037900             IF WS-MST-RESP-CODE = DFHRESP(NORMAL)                03790000
038000                 MOVE A-EMPLOYEE-RECORD TO WS-AUDIT-AFTER         03800000
038100                 MOVE 'U' TO WS-AUDIT-ACTION                      03810000
038200                 MOVE 'P26AFILE' TO WS-AUDIT-FILE                 03820000
038300                 SET MASTER-APPLIED TO TRUE                       03830000
038350                 PERFORM WRITE-CAPTURE-PARA                       03835069
038400             ELSE                                                 03840000
038500                 PERFORM MASTER-ERROR-PARA                        03850000
038600             END-IF                                               03860000
038700         END-IF                                                   03870000
038800     END-IF.                                                      03880000
038900 APPLY-MFILE-PARA.                                                03890000
039000     EXEC CICS READ                                               03900000
039100         FILE('P26MFILE')                                         03910000
039200         RIDFLD(PCH-EMP-ID)                                       03920000
039300         INTO(EMPLOYEE-MASTER-RECORD)                             03930000
039400         RESP(WS-MST-RESP-CODE)                                   03940000
039500         UPDATE                                                   03950000
039600     END-EXEC                                                     03960000
039700     IF WS-MST-RESP-CODE NOT = DFHRESP(NORMAL)                    03970000
039800         MOVE 'EMPLOYEE NOT ON FILE' TO MESSAGEO                  03980000
039900     ELSE                                                         03990000
040000         IF EMP-EARN NOT = PCH-OLD-EARN                           04000000
040100             MOVE 'SALARY CHANGED SINCE REQUEST' TO MESSAGEO      04010000
040200             EXEC CICS UNLOCK                                     04020000
040300                 FILE('P26MFILE')                                 04030000
040400             END-EXEC                                             04040000
040500         ELSE                                                     04050000
040600             MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-BEFORE       04060000
040700             MOVE PCH-NEW-EARN TO EMP-EARN                        04070000
040800             PERFORM DATE-TIME-PARA                               04080000
040900             MOVE SYSDATEO TO EMP-UPD-DATE                        04090000
041000             MOVE SYSTIMEO TO EMP-UPD-TIME                        04100000
041100             MOVE WS-USERID TO EMP-UPD-TERM                       04110000
041200             EXEC CICS REWRITE                                    04120000
041300                 FILE('P26MFILE')                                 04130000
041400                 FROM(EMPLOYEE-MASTER-RECORD)                     04140000
041500                 RESP(WS-MST-RESP-CODE)                           04150000
041600             END-EXEC                                             04160000
041700             IF WS-MST-RESP-CODE = DFHRESP(NORMAL)                04170000
041800                 MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-AFTER    04180000
041900                 MOVE 'U' TO WS-AUDIT-ACTION                      04190000
042000                 MOVE 'P26MFILE' TO WS-AUDIT-FILE                 04200000
042100                 SET MASTER-APPLIED TO TRUE                       04210000
042200             ELSE                                                 04220000
042300                 PERFORM MASTER-ERROR-PARA                        04230000
042400             END-IF                                               04240000
042500         END-IF                                                   04250000
042600     END-IF.                                                      04260000
042700 APPLY-BANK-PARA.                                                 04270000
042800     IF PCH-ADD-ACTION                                            04280000
042900         PERFORM ADD-BANK-PARA                                    04290000
043000     ELSE                                                         04300000
043100         PERFORM UPDATE-BANK-PARA                                 04310000
043200     END-IF.                                                      04320000
043300 ADD-BANK-PARA.                                                   04330000
043400     MOVE SPACES TO BANK-RECORD                                   04340000
043500     MOVE PCH-EMP-ID TO BNK-EMP-ID                                04350000
043600     PERFORM BUILD-BANK-PARA                                      04360000
043700     EXEC CICS WRITE                                              04370000
043800         FILE('P26BFILE')                                         04380000
043900         RIDFLD(BNK-EMP-ID)                                       04390000
044000         FROM(BANK-RECORD)                                        04400000
044100         RESP(WS-MST-RESP-CODE)                                   04410000
044200     END-EXEC                                                     04420000
044300     EVALUATE WS-MST-RESP-CODE                                    04430000
044400         WHEN DFHRESP(NORMAL)                                     04440000
044500             MOVE SPACES TO WS-AUDIT-BEFORE                       04450000
044600             MOVE BANK-RECORD TO WS-AUDIT-AFTER                   04460000
044700             MOVE 'A' TO WS-AUDIT-ACTION                          04470000
044800             MOVE 'P26BFILE' TO WS-AUDIT-FILE                     04480000
044900             SET MASTER-APPLIED TO TRUE                           04490000
045000         WHEN DFHRESP(DUPREC)                                     04500000
045100             MOVE 'BANK DETAILS ADDED SINCE REQUEST' TO MESSAGEO  04510000
045200         WHEN OTHER                                               04520000
045300             PERFORM MASTER-ERROR-PARA                            04530000
045400     END-EVALUATE.                                                04540000
045500 UPDATE-BANK-PARA.                                                04550000
045600     EXEC CICS READ                                               04560000
045700         FILE('P26BFILE')                                         04570000
045800         RIDFLD(PCH-EMP-ID)                                       04580000
045900         INTO(BANK-RECORD)                                        04590000
046000         RESP(WS-MST-RESP-CODE)                                   04600000
046100         UPDATE                                                   04610000
046200     END-EXEC                                                     04620000
046300     IF WS-MST-RESP-CODE NOT = DFHRESP(NORMAL)                    04630000
046400         MOVE 'NO BANK DETAILS ON FILE' TO MESSAGEO               04640000
046500     ELSE                                                         04650000
046600         IF BNK-BANK-CODE NOT = PCH-OLD-BANK-CODE                 04660000
046700            OR BNK-ACCT-NO NOT = PCH-OLD-ACCT-NO                  04670000
046800             MOVE 'BANK DETAILS CHANGED SINCE REQUEST' TO MESSAGEO04680000
046900             EXEC CICS UNLOCK                                     04690000
047000                 FILE('P26BFILE')                                 04700000
047100             END-EXEC                                             04710000
047200         ELSE                                                     04720000
047300             MOVE BANK-RECORD TO WS-AUDIT-BEFORE                  04730000
047400             PERFORM BUILD-BANK-PARA                              04740000
047500             EXEC CICS REWRITE                                    04750000
047600                 FILE('P26BFILE')                                 04760000
047700                 FROM(BANK-RECORD)                                04770000
047800                 RESP(WS-MST-RESP-CODE)                           04780000
047900             END-EXEC                                             04790000
048000             IF WS-MST-RESP-CODE = DFHRESP(NORMAL)                04800000
048100                 MOVE BANK-RECORD TO WS-AUDIT-AFTER               04810000
048200                 MOVE 'U' TO WS-AUDIT-ACTION                      04820000
048300                 MOVE 'P26BFILE' TO WS-AUDIT-FILE                 04830000
048400                 SET MASTER-APPLIED TO TRUE                       04840000
048500             ELSE                                                 04850000
048600                 PERFORM MASTER-ERROR-PARA                        04860000
048700             END-IF                                               04870000
048800         END-IF                                                   04880000
048900     END-IF.                                                      04890000
049000 BUILD-BANK-PARA.                                                 04900000
049100     MOVE PCH-NEW-BANK-CODE TO BNK-BANK-CODE                      04910000
049200     MOVE PCH-NEW-ACCT-NO TO BNK-ACCT-NO                          04920000
049300     MOVE SPACES TO BNK-STATUS                                    04930000
049400     MOVE SPACES TO BNK-FAIL-DATE                                 04940000
049500     PERFORM DATE-TIME-PARA                                       04950000
049600     MOVE SYSDATEO TO BNK-UPD-DATE                                04960000
049700     MOVE WS-USERID TO BNK-UPD-TERM.                              04970000
049800 MASTER-ERROR-PARA.                                               04980000
049900     MOVE 'UPDATE NOT SUCCESSFUL' TO MESSAGEO                     04990000
050000     MOVE WS-MST-RESP-CODE TO ERL-RESP-CODE                       05000000
050100     MOVE 'APPLY-CHANGE-PARA   ' TO ERL-PARAGRAPH                 05010000
050200     PERFORM LOG-FILE-ERROR-PARA.                                 05020000
050300 REJECT-PARA.                                                     05030000
050400     PERFORM RECEIVE-MAP                                          05040000
050500     PERFORM READ-SESSION-PARA                                    05050000
050600     IF NOT ROLE-SUPER AND NOT ROLE-HRADMIN                       05060000
050700         MOVE 'REJECTION NOT ALLOWED FOR YOUR ROLE' TO MESSAGEO   05070000
050800     ELSE                                                         05080000
050900         PERFORM APPLY-REJECT-PARA                                05090000
051000     END-IF.                                                      05100000
051100 APPLY-REJECT-PARA.                                               05110000
051200     IF CRSNL = ZERO OR CRSNI = SPACES                            05120000
051300         MOVE 'ENTER A REJECTION REASON' TO MESSAGEO              05130000
051400     ELSE                                                         05140000
051500         PERFORM GET-FOR-UPDATE-PARA                              05150000
051600         IF VALID-DATA                                            05160000
051700             IF NOT PCH-PENDING                                   05170000
051800                 MOVE 'CHANGE IS NOT PENDING' TO MESSAGEO         05180000
051900                 EXEC CICS UNLOCK                                 05190000
052000                     FILE('P26PCHF')                              05200000
052100                 END-EXEC                                         05210000
052200             ELSE                                                 05220000
052300                 PERFORM CHECK-APPROVER-PARA                      05230000
052400                 IF NOT IS-APPROVER                               05240000
052500                     MOVE 'MAKER MAY NOT REJECT OWN CHANGE'       05250000
052600                         TO MESSAGEO                              05260000
052700                     EXEC CICS UNLOCK                             05270000
052800                         FILE('P26PCHF')                          05280000
052900                     END-EXEC                                     05290000
053000                 ELSE                                             05300000
053100                     SET PCH-REJECTED TO TRUE                     05310000
053200                     MOVE CRSNI TO PCH-REASON                     05320000
053300                     PERFORM MARK-CHECKER-PARA                    05330000
053400                     IF WS-RESP-CODE1 = DFHRESP(NORMAL)           05340000
053500                         PERFORM SHOW-CHANGE-PARA                 05350000
053600                         MOVE 'CHANGE REJECTED' TO MESSAGEO       05360000
053700                     END-IF                                       05370000
053800                 END-IF                                           05380000
053900             END-IF                                               05390000
054000         END-IF                                                   05400000
054100     END-IF.                                                      05410000
054200 GET-FOR-UPDATE-PARA.                                             05420000
054300     PERFORM EDIT-KEY-PARA                                        05430000
054400     IF VALID-DATA                                                05440000
054500         EXEC CICS READ                                           05450000
054600             FILE('P26PCHF')                                      05460000
054700             RIDFLD(WS-PCH-KEY)                                   05470000
054800             INTO(PENDING-CHANGE-RECORD)                          05480000
054900             RESP(WS-RESP-CODE)                                   05490000
055000             UPDATE                                               05500000
055100         END-EXEC                                                 05510000
055200         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    05520000
055300             MOVE 'CHANGE REQUEST NOT FOUND' TO MESSAGEO          05530000
055400             MOVE 'N' TO WS-VALID-FLAG                            05540000
055500         END-IF                                                   05550000
055600     END-IF.                                                      05560000
055700 MARK-CHECKER-PARA.                                               05570000
055800     MOVE WS-USERID TO PCH-CHK-USER                               05580000
055900     PERFORM DATE-TIME-PARA                                       05590000
056000     MOVE SYSDATEO TO PCH-CHK-DATE                                05600000
056100     MOVE SYSTIMEO TO PCH-CHK-TIME                                05610000
056200     EXEC CICS REWRITE                                            05620000
056300         FILE('P26PCHF')                                          05630000
056400         FROM(PENDING-CHANGE-RECORD)                              05640000
056500         RESP(WS-RESP-CODE1)                                      05650000
056600     END-EXEC                                                     05660000
056700     IF WS-RESP-CODE1 NOT = DFHRESP(NORMAL)                       05670000
056800         MOVE 'CHANGE REQUEST NOT UPDATED' TO MESSAGEO            05680000
056900         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      05690000
057000         MOVE 'MARK-CHECKER-PARA   ' TO ERL-PARAGRAPH             05700000
057100         PERFORM LOG-FILE-ERROR-PARA                              05710000
057200     END-IF.                                                      05720000
057300 READ-SESSION-PARA.                                               05730000
057400     MOVE SPACES TO WS-SESSION-REC                                05740000
057500     MOVE EIBTRMID TO WS-TSQ-TERM                                 05750000
057600     MOVE 14 TO WS-TSQ-LEN                                        05760000
057700     EXEC CICS READQ TS                                           05770000
057800         QUEUE(WS-TSQ-NAME)                                       05780000
057900         INTO(WS-SESSION-REC)                                     05790000
058000         LENGTH(WS-TSQ-LEN)                                       05800000
058100         ITEM(1)                                                  05810000
058200         RESP(WS-TSQ-RESP)                                        05820000
058300     END-EXEC                                                     05830000
058400     IF WS-TSQ-RESP NOT = DFHRESP(NORMAL)                         05840000
058500         MOVE SPACES TO WS-SESSION-REC                            05850000
058600     END-IF.                                                      05860000
058700 WRITE-AUDIT-PARA.                                                05870000
058800     PERFORM DATE-TIME-PARA                                       05880000
058900     MOVE PCH-EMP-ID         TO AUD-EMP-ID                        05890000
059000     MOVE SYSDATEO           TO AUD-DATE-KEY                      05900000
059100     MOVE SYSTIMEO           TO AUD-TIME-KEY                      05910000
059200     ADD 1 TO WS-AUDIT-SEQ                                        05920000
059300     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05930000
059400     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        05940000
059500     MOVE WS-AUDIT-FILE      TO AUD-SOURCE-FILE                   05950000
059600     MOVE EIBTRMID           TO AUD-TERM-ID                       05960000
059700     MOVE PCH-REQ-USER       TO AUD-USER-ID                       05970000
059800     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  05980000
059900     MOVE WS-AUDIT-AFTER     TO AUD-AFTER-IMAGE                   05990000
060000     PERFORM WRITE-AUDIT-RECORD-PARA                              06000000
060100     PERFORM WRITE-AUDIT-RETRY-PARA                               06010000
060200         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           06020000
060300     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  06030000
060400         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 06040000
060500         MOVE 'WRITE-AUDIT-PARA    ' TO ERL-PARAGRAPH             06050000
060600         PERFORM LOG-FILE-ERROR-PARA                              06060000
060700     END-IF.                                                      06070000
060800 WRITE-APPROVAL-AUDIT-PARA.                                       06080000
060900     SET AUD-APPROVE-ACTION TO TRUE                               06090000
061000     MOVE WS-USERID          TO AUD-USER-ID                       06100000
061100     ADD 1 TO WS-AUDIT-SEQ                                        06110000
061200     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           06120000
061300     PERFORM WRITE-AUDIT-RECORD-PARA                              06130000
061400     PERFORM WRITE-AUDIT-RETRY-PARA                               06140000
061500         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           06150000
061600     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  06160000
061700         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 06170000
061800         MOVE 'WRITE-APPR-AUDIT    ' TO ERL-PARAGRAPH             06180000
061900         PERFORM LOG-FILE-ERROR-PARA                              06190000
062000     END-IF.                                                      06200000
062100 WRITE-AUDIT-RECORD-PARA.                                         06210000
062200     EXEC CICS WRITE                                              06220000
062300         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         06230000
062400         FROM(AUDIT-RECORD)                                       06240000
062500         RESP(WS-AUDIT-RESP-CODE)                                 06250000
062600     END-EXEC.                                                    06260000
062700 WRITE-AUDIT-RETRY-PARA.                                          06270000
062800     ADD 1 TO WS-AUDIT-SEQ                                        06280000
062900     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           06290000
063000     PERFORM WRITE-AUDIT-RECORD-PARA.                             06300000
063002 WRITE-CAPTURE-PARA.                                              06300269
063004     MOVE SYSDATEO           TO CAP-DATE-KEY                      06300469
063006     MOVE SYSTIMEO           TO CAP-TIME-KEY                      06300669
063008     ADD 1 TO WS-CAPT-SEQ                                         06300869
063010     MOVE WS-CAPT-SEQ        TO CAP-SEQ                           06301069
063012     MOVE 'P26AFILE'         TO CAP-SOURCE-FILE                   06301269
063014     MOVE 'U'                TO CAP-ACTION                        06301469
063016     MOVE PCH-EMP-ID         TO CAP-EMP-ID                        06301669
063018     MOVE A-EMPLOYEE-RECORD  TO CAP-IMAGE                         06301869
063020     SET CAP-PENDING         TO TRUE                              06302069
063022     PERFORM WRITE-CAPTURE-RECORD-PARA                            06302269
063024     PERFORM WRITE-CAPTURE-RETRY-PARA                             06302469
063026         UNTIL WS-CAPT-RESP-CODE NOT = DFHRESP(DUPKEY)            06302669
063028     IF WS-CAPT-RESP-CODE NOT = DFHRESP(NORMAL)                   06302869
063030         MOVE WS-CAPT-RESP-CODE TO ERL-RESP-CODE                  06303069
063032         MOVE 'WRITE-CAPTURE-PARA  ' TO ERL-PARAGRAPH             06303269
063034         PERFORM LOG-FILE-ERROR-PARA                              06303469
063036     END-IF.                                                      06303669
063038 WRITE-CAPTURE-RECORD-PARA.                                       06303869
063040     EXEC CICS WRITE                                              06304069
063042         FILE('P26CAPT') RIDFLD(CAP-KEY)                          06304269
063044         FROM(CAPTURE-RECORD)                                     06304469
063046         RESP(WS-CAPT-RESP-CODE)                                  06304669
063048     END-EXEC.                                                    06304869
063050 WRITE-CAPTURE-RETRY-PARA.                                        06305069
063052     ADD 1 TO WS-CAPT-SEQ                                         06305269
063054     MOVE WS-CAPT-SEQ        TO CAP-SEQ                           06305469
063056     PERFORM WRITE-CAPTURE-RECORD-PARA.                           06305669
063100 RECEIVE-MAP.                                                     06310000
063200     EXEC CICS RECEIVE                                            06320000
063300         MAP('PCHMAP')                                            06330000
063400         MAPSET('P26AS30')                                        06340000
063500         INTO(PCHMAPI)                                            06350000
063600     END-EXEC.                                                    06360000
063700 DATE-TIME-PARA.                                                  06370000
063800     EXEC CICS ASKTIME                                            06380000
063900         ABSTIME(WS-DATE-TIME)                                    06390000
064000     END-EXEC.                                                    06400000
064100     EXEC CICS FORMATTIME                                         06410000
064200         ABSTIME(WS-DATE-TIME)                                    06420000
064300         DDMMYYYY(SYSDATEO)                                       06430000
064400         DATESEP                                                  06440000
064500         TIME(SYSTIMEO)                                           06450000
064600         TIMESEP                                                  06460000
064700     END-EXEC.                                                    06470000
064800*                                                                 06480000
064900 LOG-FILE-ERROR-PARA.                                             06490000
065000     PERFORM DATE-TIME-PARA                                       06500000
065100     MOVE SYSDATEO          TO ERL-DATE-KEY                       06510000
065200     MOVE SYSTIMEO          TO ERL-TIME-KEY                       06520000
065300     ADD 1 TO WS-ERRLOG-SEQ                                       06530000
065400     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           06540000
065500     MOVE 'P26AP30'         TO ERL-PROGRAM                        06550000
065600     MOVE EIBTRMID          TO ERL-TERM-ID                        06560000
065700     PERFORM WRITE-ERRLOG-RECORD-PARA                             06570000
065800     PERFORM WRITE-ERRLOG-RETRY-PARA                              06580000
065900         UNTIL WS-ERRLOG-RESP-CODE NOT = DFHRESP(DUPKEY).         06590000
066000 WRITE-ERRLOG-RECORD-PARA.                                        06600000
066100     EXEC CICS WRITE                                              06610000
066200         FILE('P26ERRLOG') RIDFLD(ERL-KEY)                        06620000
066300         FROM(ERROR-LOG-RECORD)                                   06630000
066400         RESP(WS-ERRLOG-RESP-CODE)                                06640000
066500     END-EXEC.                                                    06650000
066600 WRITE-ERRLOG-RETRY-PARA.                                         06660000
066700     ADD 1 TO WS-ERRLOG-SEQ                                       06670000
066800     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           06680000
066900     PERFORM WRITE-ERRLOG-RECORD-PARA.                            06690000
067000 CHECK-SESSION-PARA.                                              06700000
067100     SET SCK-CHECK TO TRUE                                        06710000
067200     EXEC CICS LINK                                               06720000
067300         PROGRAM('P26SESCK')                                      06730000
067400         COMMAREA(SESSION-CHECK-AREA)                             06740000
067500         RESP(WS-SCK-RESP)                                        06750000
067600     END-EXEC                                                     06760000
067700     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         06770000
067800        OR NOT SCK-OK                                             06780000
067900        OR SCK-USERID NOT = WS-USERID                             06790000
068000         MOVE 'P26AP30' TO WS-SIGNON-TARGET                       06800000
068100         MOVE 'T'       TO WS-SIGNON-FLAG                         06810000
068200         EXEC CICS XCTL                                           06820000
068300             PROGRAM('P26AP06')                                   06830000
068400             COMMAREA(WS-SIGNON-CA)                               06840000
068500         END-EXEC                                                 06850000
068600     END-IF.                                                      06860000
