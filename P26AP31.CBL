000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26AP31.                                             00020000
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
001500     03  WS-CONFIRM-FLAG     PIC X(01) VALUE SPACES.              00150000
001600         88  OVERRIDE-PENDING       VALUE 'Y'.                    00160000
001700     03  FILLER              PIC X(05) VALUE SPACES.              00170000
001800 01  WS-SIGNON-CA.                                                00180000
001900     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00190000
002000     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00200000
002100 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00210000
002200 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00220000
002300 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00230000
002400 01  WS-MST-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00240000
002500 01  WS-EMP-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00250000
002600 01  WS-STS-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00260000
002700 01  WS-REF-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00270000
002800 01  WS-GRD-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00280000
002900 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00290000
003000 01  WS-FCH-KEY.                                                  00300000
003100     03  WS-FCH-EMP-ID       PIC X(05) VALUE SPACES.              00310000
003200     03  WS-FCH-EFF-DATE     PIC X(08) VALUE SPACES.              00320000
003300     03  WS-FCH-SEQ          PIC 9(02) VALUE ZERO.                00330000
003400 01  WS-START-KEY            PIC X(15) VALUE SPACES.              00340000
003500 01  WS-FCH-SCAN-REC         PIC X(147) VALUE SPACES.             00350000
003600 01  WS-SCAN-EMP-ID          PIC X(05) VALUE SPACES.              00360000
003700 01  WS-NEXT-SEQ             PIC 9(02) VALUE ZERO.                00370000
003800 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              00380000
003900 01  WS-TODAY-NUM            PIC X(08) VALUE SPACES.              00390000
004000 01  WS-DATE-WORK            PIC X(08) VALUE SPACES.              00400000
004100 01  FILLER  REDEFINES  WS-DATE-WORK.                             00410000
004200     03  WS-DATE-YY          PIC 9(04).                           00420000
004300     03  WS-DATE-MM          PIC 9(02).                           00430000
004400     03  WS-DATE-DD          PIC 9(02).                           00440000
004500 01  WS-AMOUNT               PIC 9(07)V99 VALUE ZERO.             00450000
004600 01  FILLER  REDEFINES  WS-AMOUNT.                                00460000
004700     03  WS-RS               PIC 9(07).                           00470000
004800     03  WS-PS               PIC 9(02).                           00480000
004900 01  WS-EARN-EDIT            PIC Z(06)9.99.                       00490000
005000 01  WS-CUR-GRADE            PIC X(03) VALUE SPACES.              00500000
005100 01  WS-CHK-GRADE            PIC X(03) VALUE SPACES.              00510000
005200 01  WS-CHK-EARN             PIC 9(07)V99 VALUE ZERO.             00520000
005300 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 00530000
005400     88  VALID-DATA                 VALUE 'Y'.                    00540000
005500 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'N'.                 00550000
005600     88  DATE-OK                    VALUE 'Y'.                    00560000
005700 01  WS-REF-FLAG             PIC X(01) VALUE 'N'.                 00570000
005800     88  REF-USABLE                 VALUE 'Y'.                    00580000
005900 01  WS-RANGE-FLAG           PIC X(01) VALUE 'N'.                 00590000
006000     88  OUTSIDE-RANGE              VALUE 'Y'.                    00600000
006100 01  WS-OVR-FLAG             PIC X(01) VALUE 'N'.                 00610000
006200     88  OVERRIDE-CONFIRMED         VALUE 'Y'.                    00620000
006300 01  WS-BROWSE-DONE-FLAG     PIC X(01) VALUE 'N'.                 00630000
006400     88  BROWSE-DONE                VALUE 'Y'.                    00640000
006500 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 00650000
006600     88  CHANGE-FOUND               VALUE 'Y'.                    00660000
006700 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00670000
006800 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00680000
006900 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             00690000
007000 01  WS-AUDIT-RESP-CODE      PIC S9(08) COMP VALUE ZERO.          00700000
007100 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00710000
007200 01  WS-TSQ-NAME.                                                 00720000
007300     03  FILLER              PIC X(04) VALUE 'P26U'.              00730000
007400     03  WS-TSQ-TERM         PIC X(04) VALUE SPACES.              00740000
007500 01  WS-TSQ-RESP             PIC S9(08) COMP VALUE ZERO.          00750000
007600 01  WS-TSQ-LEN              PIC S9(04) COMP VALUE +14.           00760000
007700 01  WS-SESSION-REC.                                              00770000
007800     03  WS-SESS-USERID      PIC X(08) VALUE SPACES.              00780000
007900     03  WS-SESS-ROLE        PIC X(01) VALUE SPACES.              00790000
008000     03  WS-SESS-EMP-ID      PIC X(05) VALUE SPACES.              00800000
008100 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00810000
008200 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00820000
008300     COPY P26FCHR.                                                00830000
008400     COPY EMPMSTR.                                                00840000
008500     COPY EMPREC REPLACING                                        00850000
008600         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00860000
008700         ==EMP-ID==          BY ==AEMP-ID==                       00870000
008800         ==EMP-NAME==        BY ==AEMP-NAME==                     00880000
008900         ==EMP-TECH==        BY ==AEMP-TECH==                     00890000
009000         ==EMP-LOC==         BY ==AEMP-LOC==                      00900000
009100         ==EMP-DOB==         BY ==AEMP-DOB==                      00910000
009200         ==EMP-EARN==        BY ==AEMP-EARN==                     00920000
009300         ==EMP-DEDN==        BY ==AEMP-DEDN==                     00930000
009400         ==EMP-UPD-DATE==    BY ==AEMP-UPD-DATE==                 00940000
009500         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 00950000
009600         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                00960000
009700     COPY P26STR.                                                 00970000
009800     COPY P26REF.                                                 00980000
009900     COPY P26GRDR.                                                00990000
010000     COPY P26AUDR.                                                01000000
010100     COPY P26ERRL.                                                01010000
010200     COPY P26AS31.                                                01020000
010300     COPY P26SESC.                                                01030000
010400     COPY DFHAID.                                                 01040000
010500 LINKAGE SECTION.                                                 01050000
010600 01  DFHCOMMAREA     PIC X(16).                                   01060000
010700 PROCEDURE DIVISION.                                              01070000
010800 MAIN-PARA.                                                       01080000
010900     IF EIBCALEN = ZERO                                           01090000
011000         MOVE 'P26AP31' TO WS-SIGNON-TARGET                       01100000
011100         MOVE SPACES    TO WS-SIGNON-FLAG                         01110000
011200         EXEC CICS XCTL                                           01120000
011300             PROGRAM('P26AP06')                                   01130000
011400             COMMAREA(WS-SIGNON-CA)                               01140000
011500         END-EXEC                                                 01150000
011600     ELSE                                                         01160000
011700         MOVE DFHCOMMAREA TO WS-CA                                01170000
011800         PERFORM CHECK-SESSION-PARA                               01180000
011900         IF SIGNON-COMPLETE                                       01190000
012000             PERFORM FIRST-PARA                                   01200000
012100         ELSE                                                     01210000
012200             PERFORM NEXT-PARA                                    01220000
012300         END-IF                                                   01230000
012400     END-IF.                                                      01240000
012500 END-PARA.                                                        01250000
012600     SET PROCESS-ACTIVE TO TRUE.                                  01260000
012700     EXEC CICS RETURN                                             01270000
012800         TRANSID('P27K')                                          01280000
012900         COMMAREA(WS-CA)                                          01290000
013000     END-EXEC.                                                    01300000
013100 FIRST-PARA.                                                      01310000
013200     MOVE SPACES TO WS-CONFIRM-FLAG                               01320000
013300     MOVE LOW-VALUES TO FCHMAPO                                   01330000
013400     PERFORM DATE-TIME-PARA                                       01340000
013500     PERFORM SEND-MAP.                                            01350000
013600 SEND-MAP.                                                        01360000
013700     EXEC CICS SEND                                               01370000
013800         MAP('FCHMAP')                                            01380000
013900         MAPSET('P26AS31')                                        01390000
014000         FROM (FCHMAPI)                                           01400000
014100         ERASE                                                    01410000
014200     END-EXEC.                                                    01420000
014300     PERFORM DATE-TIME-PARA.                                      01430000
014400 NEXT-PARA.                                                       01440000
014500     MOVE 'N' TO WS-OVR-FLAG                                      01450000
014600     IF OVERRIDE-PENDING AND EIBAID = DFHPF4                      01460000
014700         MOVE 'Y' TO WS-OVR-FLAG                                  01470000
014800     END-IF                                                       01480000
014900     MOVE SPACES TO WS-CONFIRM-FLAG                               01490000
015000     EVALUATE EIBAID                                              01500000
015100        WHEN DFHPF3                                               01510000
015200         EXEC CICS XCTL                                           01520000
015300             PROGRAM('P26AP02')                                   01530000
015400         END-EXEC                                                 01540000
015500        WHEN DFHENTER                                             01550000
015600            PERFORM INQUIRE-PARA                                  01560000
015700        WHEN DFHPF1                                               01570000
015800            PERFORM ADD-PARA                                      01580000
015900        WHEN DFHPF4                                               01590000
016000            IF OVERRIDE-CONFIRMED                                 01600000
016100                PERFORM ADD-PARA                                  01610000
016200            ELSE                                                  01620000
016300                MOVE 'PF4 NOT ENABLED' TO MESSAGEO                01630000
016400            END-IF                                                01640000
016500        WHEN DFHPF6                                               01650000
016600            PERFORM CANCEL-PARA                                   01660000
016700        WHEN DFHPF8                                               01670000
016800            PERFORM NEXT-CHANGE-PARA                              01680000
016900        WHEN OTHER                                                01690000
017000            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                01700000
017100     END-EVALUATE                                                 01710000
017200     PERFORM SEND-MAP.                                            01720000
017300 INQUIRE-PARA.                                                    01730000
017400     PERFORM RECEIVE-MAP                                          01740000
017500     PERFORM EDIT-KEY-PARA                                        01750000
017600     IF VALID-DATA                                                01760000
017700         PERFORM READ-CHANGE-PARA                                 01770000
017800     END-IF.                                                      01780000
017900 READ-CHANGE-PARA.                                                01790000
018000     EXEC CICS READ                                               01800000
018100         FILE('P26FCHF')                                          01810000
018200         RIDFLD(WS-FCH-KEY)                                       01820000
018300         INTO(FUTURE-CHANGE-RECORD)                               01830000
018400         RESP(WS-RESP-CODE)                                       01840000
018500     END-EXEC                                                     01850000
018600     EVALUATE WS-RESP-CODE                                        01860000
018700         WHEN DFHRESP(NORMAL)                                     01870000
018800             PERFORM SHOW-CHANGE-PARA                             01880000
018900             MOVE 'FUTURE CHANGE DISPLAYED' TO MESSAGEO           01890000
019000         WHEN DFHRESP(NOTFND)                                     01900000
019100             MOVE 'NO SUCH FUTURE CHANGE - PF8 TO LIST'           01910000
019200                 TO MESSAGEO                                      01920000
019300         WHEN OTHER                                               01930000
019400             MOVE 'ERROR ACCESSING FILE' TO MESSAGEO              01940000
019500             MOVE WS-RESP-CODE TO ERL-RESP-CODE                   01950000
019600             MOVE 'READ-CHANGE-PARA    ' TO ERL-PARAGRAPH         01960000
019700             PERFORM LOG-FILE-ERROR-PARA                          01970000
019800     END-EVALUATE.                                                01980000
019900 EDIT-KEY-PARA.                                                   01990000
020000     MOVE 'Y' TO WS-VALID-FLAG                                    02000000
020100     IF FEIDL = ZERO OR FEIDI = SPACES                            02010000
020200         MOVE 'PLEASE ENTER AN EMPLOYEE ID' TO MESSAGEO           02020000
020300         MOVE 'N' TO WS-VALID-FLAG                                02030000
020400     ELSE                                                         02040000
020500         MOVE FEIDI TO WS-FCH-EMP-ID WS-EMP-ID                    02050000
020600         MOVE FEFFI TO WS-DATE-WORK                               02060000
020700         PERFORM CHECK-DATE-PARA                                  02070000
020800         IF FEFFL = ZERO OR NOT DATE-OK                           02080000
020900             MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO MESSAGEO   02090000
021000             MOVE 'N' TO WS-VALID-FLAG                            02100000
021100         ELSE                                                     02110000
021200             MOVE WS-DATE-WORK TO WS-FCH-EFF-DATE                 02120000
021300         END-IF                                                   02130000
021400     END-IF                                                       02140000
021500     IF VALID-DATA                                                02150000
021600         IF FSEQL = ZERO                                          02160000
021700             MOVE 1 TO WS-FCH-SEQ                                 02170000
021800         ELSE                                                     02180000
021900             IF FSEQI NUMERIC                                     02190000
022000                 MOVE FSEQI TO WS-FCH-SEQ                         02200000
022100             ELSE                                                 02210000
022200                 MOVE 'SEQUENCE MUST BE NUMERIC' TO MESSAGEO      02220000
022300                 MOVE 'N' TO WS-VALID-FLAG                        02230000
022400             END-IF                                               02240000
022500         END-IF                                                   02250000
022600     END-IF.                                                      02260000
022700 CHECK-DATE-PARA.                                                 02270000
022800     MOVE 'N' TO WS-DATE-OK-FLAG                                  02280000
022900     IF WS-DATE-WORK NUMERIC                                      02290000
023000         IF WS-DATE-MM > ZERO AND WS-DATE-MM < 13                 02300000
023100            AND WS-DATE-DD > ZERO AND WS-DATE-DD < 32             02310000
023200             MOVE 'Y' TO WS-DATE-OK-FLAG                          02320000
023300         END-IF                                                   02330000
023400     END-IF.                                                      02340000
023500 SHOW-CHANGE-PARA.                                                02350000
023600     MOVE FCH-EMP-ID TO FEIDO WS-EMP-ID                           02360000
023700     MOVE FCH-EFF-DATE TO FEFFO                                   02370000
023800     MOVE FCH-SEQ TO FSEQO                                        02380000
023900     MOVE FCH-TYPE TO FTYPEO                                      02390000
024000     PERFORM READ-CURRENT-PARA                                    02400000
024100     PERFORM SHOW-CURRENT-PARA                                    02410000
024200     EVALUATE TRUE                                                02420000
024300         WHEN FCH-PENDING                                         02430000
024400             MOVE 'PENDING  ' TO FSTATO                           02440000
024500         WHEN FCH-APPLIED                                         02450000
024600             MOVE 'APPLIED  ' TO FSTATO                           02460000
024700         WHEN FCH-REJECTED                                        02470000
024800             MOVE 'REJECTED ' TO FSTATO                           02480000
024900         WHEN FCH-CANCELLED                                       02490000
025000             MOVE 'CANCELLED' TO FSTATO                           02500000
025100         WHEN OTHER                                               02510000
025200             MOVE SPACES TO FSTATO                                02520000
025300     END-EVALUATE                                                 02530000
025400     MOVE FCH-NEW-DEPT TO FNDEPTO                                 02540000
025500     MOVE FCH-NEW-LOC TO FNLOCO                                   02550000
025600     MOVE FCH-NEW-TECH TO FNTECHO                                 02560000
025700     MOVE FCH-NEW-GRADE TO FNGRDO                                 02570000
025800     IF FCH-NEW-EARN = ZERO                                       02580000
025900         MOVE SPACES TO FNERSO FNEPSO                             02590000
026000     ELSE                                                         02600000
026100         MOVE FCH-NEW-EARN TO WS-AMOUNT                           02610000
026200         MOVE WS-RS TO FNERSO                                     02620000
026300         MOVE WS-PS TO FNEPSO                                     02630000
026400     END-IF                                                       02640000
026500     MOVE FCH-REQ-USER TO FREQO                                   02650000
026600     MOVE FCH-REQ-DATE TO FRDATO                                  02660000
026700     MOVE FCH-DONE-USER TO FDONEO                                 02670000
026800     MOVE FCH-DONE-DATE TO FDDATO                                 02680000
026900     MOVE FCH-REASON TO FRSNO.                                    02690000
027000 READ-CURRENT-PARA.                                               02700000
027100     EXEC CICS READ                                               02710000
027200         FILE('P26MFILE')                                         02720000
027300         RIDFLD(WS-EMP-ID)                                        02730000
027400         INTO(EMPLOYEE-MASTER-RECORD)                             02740000
027500         RESP(WS-MST-RESP-CODE)                                   02750000
027600     END-EXEC                                                     02760000
027700     IF WS-MST-RESP-CODE NOT = DFHRESP(NORMAL)                    02770000
027800         MOVE SPACES TO EMPLOYEE-MASTER-RECORD                    02780000
027900     END-IF                                                       02790000
028000     EXEC CICS READ                                               02800000
028100         FILE('P26AFILE')                                         02810000
028200         RIDFLD(WS-EMP-ID)                                        02820000
028300         INTO(A-EMPLOYEE-RECORD)                                  02830000
028400         RESP(WS-EMP-RESP-CODE)                                   02840000
028500     END-EXEC                                                     02850000
028600     IF WS-EMP-RESP-CODE NOT = DFHRESP(NORMAL)                    02860000
028700         MOVE SPACES TO A-EMPLOYEE-RECORD                         02870000
028800         MOVE ZERO TO AEMP-EARN                                   02880000
028900     END-IF                                                       02890000
029000     MOVE SPACES TO WS-CUR-GRADE                                  02900000
029100     MOVE WS-EMP-ID TO STS-EMP-ID                                 02910000
029200     EXEC CICS READ                                               02920000
029300         FILE('P26SFILE') RIDFLD(STS-EMP-ID)                      02930000
029400         INTO(EMP-STATUS-RECORD)                                  02940000
029500         RESP(WS-STS-RESP-CODE)                                   02950000
029600     END-EXEC                                                     02960000
029700     IF WS-STS-RESP-CODE = DFHRESP(NORMAL)                        02970000
029800         MOVE STS-GRADE TO WS-CUR-GRADE                           02980000
029900     END-IF.                                                      02990000
030000 SHOW-CURRENT-PARA.                                               03000000
030100     MOVE EMP-NAME TO FNAMEO                                      03010000
030200     MOVE EMP-DEPT TO FCDEPTO                                     03020000
030300     MOVE AEMP-LOC TO FCLOCO                                      03030000
030400     MOVE AEMP-TECH TO FCTECHO                                    03040000
030500     MOVE WS-CUR-GRADE TO FCGRDO                                  03050000
030600     MOVE AEMP-EARN TO WS-EARN-EDIT                               03060000
030700     MOVE WS-EARN-EDIT TO FCEARNO.                                03070000
030800 NEXT-CHANGE-PARA.                                                03080000
030900     PERFORM RECEIVE-MAP                                          03090000
031000     MOVE 'N' TO WS-FOUND-FLAG                                    03100000
031100     MOVE 'N' TO WS-BROWSE-DONE-FLAG                              03110000
031200     MOVE LOW-VALUES TO WS-FCH-KEY                                03120000
031300     MOVE SPACES TO WS-SCAN-EMP-ID                                03130000
031400     IF FEIDL NOT = ZERO AND FEIDI NOT = SPACES                   03140000
031500         MOVE FEIDI TO WS-FCH-EMP-ID WS-SCAN-EMP-ID               03150000
031600         IF FEFFL NOT = ZERO AND FEFFI NUMERIC                    03160000
031700             MOVE FEFFI TO WS-FCH-EFF-DATE                        03170000
031800             IF FSEQL NOT = ZERO AND FSEQI NUMERIC                03180000
031900                 MOVE FSEQI TO WS-FCH-SEQ                         03190000
032000             ELSE                                                 03200000
032100                 MOVE ZERO TO WS-FCH-SEQ                          03210000
032200             END-IF                                               03220000
032300         END-IF                                                   03230000
032400     END-IF                                                       03240000
032500     MOVE WS-FCH-KEY TO WS-START-KEY                              03250000
032600     EXEC CICS STARTBR                                            03260000
032700         FILE('P26FCHF')                                          03270000
032800         RIDFLD(WS-FCH-KEY)                                       03280000
032900         RESP(WS-RESP-CODE)                                       03290000
033000     END-EXEC                                                     03300000
033100     IF WS-RESP-CODE = DFHRESP(NORMAL)                            03310000
033200         PERFORM SCAN-NEXT-PARA                                   03320000
033300             UNTIL BROWSE-DONE                                    03330000
033400         EXEC CICS ENDBR                                          03340000
033500             FILE('P26FCHF')                                      03350000
033600         END-EXEC                                                 03360000
033700     END-IF                                                       03370000
033800     IF CHANGE-FOUND                                              03380000
033900         PERFORM SHOW-CHANGE-PARA                                 03390000
034000         IF FCH-PENDING                                           03400000
034100             MOVE 'PENDING CHANGE - PF6 TO CANCEL' TO MESSAGEO    03410000
034200         ELSE                                                     03420000
034300             MOVE 'FUTURE CHANGE DISPLAYED' TO MESSAGEO           03430000
034400         END-IF                                                   03440000
034500     ELSE                                                         03450000
034600         MOVE 'NO MORE FUTURE CHANGES' TO MESSAGEO                03460000
034700     END-IF.                                                      03470000
034800 SCAN-NEXT-PARA.                                                  03480000
034900     EXEC CICS READNEXT                                           03490000
035000         FILE('P26FCHF')                                          03500000
035100         INTO(FUTURE-CHANGE-RECORD)                               03510000
035200         RIDFLD(WS-FCH-KEY)                                       03520000
035300         RESP(WS-RESP-CODE)                                       03530000
035400     END-EXEC                                                     03540000
035500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                        03550000
035600         SET BROWSE-DONE TO TRUE                                  03560000
035700     ELSE                                                         03570000
035800         IF FCH-KEY > WS-START-KEY                                03580000
035900             IF WS-SCAN-EMP-ID NOT = SPACES                       03590000
036000                 IF FCH-EMP-ID NOT = WS-SCAN-EMP-ID               03600000
036100                     SET BROWSE-DONE TO TRUE                      03610000
036200                 ELSE                                             03620000
036300                     SET CHANGE-FOUND TO TRUE                     03630000
036400                     SET BROWSE-DONE TO TRUE                      03640000
036500                 END-IF                                           03650000
036600             ELSE                                                 03660000
036700                 IF FCH-PENDING                                   03670000
036800                     SET CHANGE-FOUND TO TRUE                     03680000
036900                     SET BROWSE-DONE TO TRUE                      03690000
037000                 END-IF                                           03700000
037100             END-IF                                               03710000
037200         END-IF                                                   03720000
037300     END-IF.                                                      03730000
037400 ADD-PARA.                                                        03740000
037500     PERFORM RECEIVE-MAP                                          03750000
037600     IF NOT ROLE-SUPER AND NOT ROLE-HRADMIN AND NOT ROLE-PAYROLL  03760000
037700         MOVE 'FUTURE CHANGES NOT ALLOWED FOR YOUR ROLE'          03770000
037800             TO MESSAGEO                                          03780000
037900     ELSE                                                         03790000
038000         PERFORM READ-SESSION-PARA                                03800000
038100         PERFORM EDIT-ADD-PARA                                    03810000
038200         IF VALID-DATA                                            03820000
038300             PERFORM CHECK-RANGE-PARA                             03830000
038400             IF OUTSIDE-RANGE AND NOT OVERRIDE-CONFIRMED          03840000
038500                 PERFORM CONFIRM-OVERRIDE-PARA                    03850000
038600             ELSE                                                 03860000
038700                 PERFORM WRITE-CHANGE-PARA                        03870000
038800             END-IF                                               03880000
038900         END-IF                                                   03890000
039000     END-IF.                                                      03900000
039100 EDIT-ADD-PARA.                                                   03910000
039200     PERFORM EDIT-KEY-PARA                                        03920000
039300     IF VALID-DATA                                                03930000
039400         PERFORM DATE-TIME-PARA                                   03940000
039500         IF WS-FCH-EFF-DATE < WS-TODAY-NUM                        03950000
039600             MOVE 'EFFECTIVE DATE IS IN THE PAST' TO MESSAGEO     03960000
039700             MOVE 'N' TO WS-VALID-FLAG                            03970000
039800         END-IF                                                   03980000
039900     END-IF                                                       03990000
040000     IF VALID-DATA                                                04000000
040100         IF WS-SESS-EMP-ID = WS-EMP-ID                            04010000
040200             MOVE 'YOU MAY NOT CHANGE YOUR OWN RECORD'            04020000
040300                 TO MESSAGEO                                      04030000
040400             MOVE 'N' TO WS-VALID-FLAG                            04040000
040500         END-IF                                                   04050000
040600     END-IF                                                       04060000
040700     IF VALID-DATA                                                04070000
040800         PERFORM READ-CURRENT-PARA                                04080000
040900         IF WS-MST-RESP-CODE NOT = DFHRESP(NORMAL)                04090000
041000            OR WS-EMP-RESP-CODE NOT = DFHRESP(NORMAL)             04100000
041100             MOVE 'EMPLOYEE NOT ON FILE' TO MESSAGEO              04110000
041200             MOVE 'N' TO WS-VALID-FLAG                            04120000
041300         ELSE                                                     04130000
041400             PERFORM SHOW-CURRENT-PARA                            04140000
041500             IF WS-STS-RESP-CODE = DFHRESP(NORMAL)                04150000
041600                AND STS-TERMINATED                                04160000
041700                 MOVE 'EMPLOYEE IS TERMINATED' TO MESSAGEO        04170000
041800                 MOVE 'N' TO WS-VALID-FLAG                        04180000
041900             END-IF                                               04190000
042000         END-IF                                                   04200000
042100     END-IF                                                       04210000
042200     IF VALID-DATA                                                04220000
042300         PERFORM EDIT-VALUES-PARA                                 04230000
042400     END-IF.                                                      04240000
042500 EDIT-VALUES-PARA.                                                04250000
042600     MOVE SPACES TO FUTURE-CHANGE-RECORD                          04260000
042700     MOVE ZERO TO FCH-NEW-EARN                                    04270000
042800     IF FTYPEL NOT = ZERO                                         04280000
042900         MOVE FTYPEI TO FCH-TYPE                                  04290000
043000     END-IF                                                       04300000
043100     IF NOT FCH-TRANSFER AND NOT FCH-PROMOTION                    04310000
043200        AND NOT FCH-SALARY-CHANGE                                 04320000
043300         MOVE 'TYPE: T TRANSFER P PROMOTION S SALARY'             04330000
043400             TO MESSAGEO                                          04340000
043500         MOVE 'N' TO WS-VALID-FLAG                                04350000
043600     END-IF                                                       04360000
043700     IF FNDEPTL NOT = ZERO                                        04370000
043800         MOVE FNDEPTI TO FCH-NEW-DEPT                             04380000
043900     END-IF                                                       04390000
044000     IF FNLOCL NOT = ZERO                                         04400000
044100         MOVE FNLOCI TO FCH-NEW-LOC                               04410000
044200     END-IF                                                       04420000
044300     IF FNTECHL NOT = ZERO                                        04430000
044400         MOVE FNTECHI TO FCH-NEW-TECH                             04440000
044500     END-IF                                                       04450000
044600     IF FNGRDL NOT = ZERO                                         04460000
044700         MOVE FNGRDI TO FCH-NEW-GRADE                             04470000
044800     END-IF                                                       04480000
044900     MOVE ZERO TO WS-AMOUNT                                       04490000
045000     IF VALID-DATA                                                04500000
045100        AND (FNERSL NOT = ZERO OR FNEPSL NOT = ZERO)              04510000
045200         IF FNERSL NOT = ZERO AND FNERSI NOT NUMERIC              04520000
045300            OR FNEPSL NOT = ZERO AND FNEPSI NOT NUMERIC           04530000
045400             MOVE -1 TO FNERSL                                    04540000
045500             MOVE 'NEW SALARY MUST BE NUMERIC' TO MESSAGEO        04550000
045600             MOVE 'N' TO WS-VALID-FLAG                            04560000
045700         ELSE                                                     04570000
045800             IF FNERSL NOT = ZERO                                 04580000
045900                 MOVE FNERSI TO WS-RS                             04590000
046000             END-IF                                               04600000
046100             IF FNEPSL NOT = ZERO                                 04610000
046200                 MOVE FNEPSI TO WS-PS                             04620000
046300             END-IF                                               04630000
046400             MOVE WS-AMOUNT TO FCH-NEW-EARN                       04640000
046500         END-IF                                                   04650000
046600     END-IF                                                       04660000
046700     IF VALID-DATA                                                04670000
046800         EVALUATE TRUE                                            04680000
046900             WHEN FCH-TRANSFER                                    04690000
047000                AND FCH-NEW-DEPT = SPACES                         04700000
047100                AND FCH-NEW-LOC = SPACES                          04710000
047200                 MOVE -1 TO FNDEPTL                               04720000
047300                 MOVE 'TRANSFER NEEDS A NEW DEPT OR LOCATION'     04730000
047400                     TO MESSAGEO                                  04740000
047500                 MOVE 'N' TO WS-VALID-FLAG                        04750000
047600             WHEN FCH-PROMOTION                                   04760000
047700                AND FCH-NEW-GRADE = SPACES                        04770000
047800                 MOVE -1 TO FNGRDL                                04780000
047900                 MOVE 'PROMOTION NEEDS A NEW GRADE' TO MESSAGEO   04790000
048000                 MOVE 'N' TO WS-VALID-FLAG                        04800000
048100             WHEN FCH-SALARY-CHANGE                               04810000
048200                AND FCH-NEW-EARN = ZERO                           04820000
048300                 MOVE -1 TO FNERSL                                04830000
048400                 MOVE 'SALARY CHANGE NEEDS A NEW SALARY'          04840000
048500                     TO MESSAGEO                                  04850000
048600                 MOVE 'N' TO WS-VALID-FLAG                        04860000
048700         END-EVALUATE                                             04870000
048800     END-IF                                                       04880000
048900     IF VALID-DATA AND FCH-NEW-DEPT NOT = SPACES                  04890000
049000         MOVE 'D' TO REF-TYPE                                     04900000
049100         MOVE FCH-NEW-DEPT TO REF-CODE                            04910000
049200         PERFORM READ-REF-PARA                                    04920000
049300         IF NOT REF-USABLE                                        04930000
049400             MOVE -1 TO FNDEPTL                                   04940000
049500             MOVE 'DEPARTMENT INVALID OR RETIRED' TO MESSAGEO     04950000
049600             MOVE 'N' TO WS-VALID-FLAG                            04960000
049700         END-IF                                                   04970000
049800     END-IF                                                       04980000
049900     IF VALID-DATA AND FCH-NEW-LOC NOT = SPACES                   04990000
050000         MOVE 'L' TO REF-TYPE                                     05000000
050100         MOVE FCH-NEW-LOC TO REF-CODE                             05010000
050200         PERFORM READ-REF-PARA                                    05020000
050300         IF NOT REF-USABLE                                        05030000
050400             MOVE -1 TO FNLOCL                                    05040000
050500             MOVE 'LOCATION INVALID OR RETIRED' TO MESSAGEO       05050000
050600             MOVE 'N' TO WS-VALID-FLAG                            05060000
050700         END-IF                                                   05070000
050800     END-IF                                                       05080000
050900     IF VALID-DATA AND FCH-NEW-TECH NOT = SPACES                  05090000
051000         MOVE 'T' TO REF-TYPE                                     05100000
051100         MOVE FCH-NEW-TECH TO REF-CODE                            05110000
051200         PERFORM READ-REF-PARA                                    05120000
051300         IF NOT REF-USABLE                                        05130000
051400             MOVE -1 TO FNTECHL                                   05140000
051500             MOVE 'TECHNOLOGY INVALID OR RETIRED' TO MESSAGEO     05150000
051600             MOVE 'N' TO WS-VALID-FLAG                            05160000
051700         END-IF                                                   05170000
051800     END-IF                                                       05180000
051900     IF VALID-DATA AND FCH-NEW-GRADE NOT = SPACES                 05190000
052000         MOVE FCH-NEW-GRADE TO GRD-CODE                           05200000
052100         EXEC CICS READ                                           05210000
052200             FILE('P26GRDF') RIDFLD(GRD-CODE)                     05220000
052300             INTO(GRADE-RECORD)                                   05230000
052400             RESP(WS-GRD-RESP-CODE)                               05240000
052500         END-EXEC                                                 05250000
052600         IF WS-GRD-RESP-CODE NOT = DFHRESP(NORMAL)                05260000
052700            OR GRD-RETIRED                                        05270000
052800             MOVE -1 TO FNGRDL                                    05280000
052900             MOVE 'GRADE CODE INVALID OR RETIRED' TO MESSAGEO     05290000
053000             MOVE 'N' TO WS-VALID-FLAG                            05300000
053100         END-IF                                                   05310000
053200     END-IF.                                                      05320000
053300 READ-REF-PARA.                                                   05330000
053400     MOVE 'N' TO WS-REF-FLAG                                      05340000
053500     EXEC CICS READ                                               05350000
053600         FILE('P26RFILE') RIDFLD(REF-KEY)                         05360000
053700         INTO(REFERENCE-RECORD)                                   05370000
053800         RESP(WS-REF-RESP-CODE)                                   05380000
053900     END-EXEC                                                     05390000
054000     IF WS-REF-RESP-CODE = DFHRESP(NORMAL)                        05400000
054100        AND NOT REF-RETIRED                                       05410000
054200         MOVE 'Y' TO WS-REF-FLAG                                  05420000
054300     END-IF.                                                      05430000
054400 CHECK-RANGE-PARA.                                                05440000
054500     MOVE 'N' TO WS-RANGE-FLAG                                    05450000
054600     MOVE WS-CUR-GRADE TO WS-CHK-GRADE                            05460000
054700     IF FCH-NEW-GRADE NOT = SPACES                                05470000
054800         MOVE FCH-NEW-GRADE TO WS-CHK-GRADE                       05480000
054900     END-IF                                                       05490000
055000     MOVE AEMP-EARN TO WS-CHK-EARN                                05500000
055100     IF FCH-NEW-EARN NOT = ZERO                                   05510000
055200         MOVE FCH-NEW-EARN TO WS-CHK-EARN                         05520000
055300     END-IF                                                       05530000
055400     IF WS-CHK-GRADE NOT = SPACES                                 05540000
055500        AND (FCH-NEW-GRADE NOT = SPACES                           05550000
055600             OR FCH-NEW-EARN NOT = ZERO)                          05560000
055700         MOVE WS-CHK-GRADE TO GRD-CODE                            05570000
055800         EXEC CICS READ                                           05580000
055900             FILE('P26GRDF') RIDFLD(GRD-CODE)                     05590000
056000             INTO(GRADE-RECORD)                                   05600000
056100             RESP(WS-GRD-RESP-CODE)                               05610000
056200         END-EXEC                                                 05620000
056300         IF WS-GRD-RESP-CODE = DFHRESP(NORMAL)                    05630000
056400            AND GRD-ACTIVE                                        05640000
056500             IF WS-CHK-EARN < GRD-MIN-SAL                         05650000
056600                OR WS-CHK-EARN > GRD-MAX-SAL                      05660000
056700                 MOVE 'Y' TO WS-RANGE-FLAG                        05670000
056800             END-IF                                               05680000
056900         END-IF                                                   05690000
057000     END-IF.                                                      05700000
057100 CONFIRM-OVERRIDE-PARA.                                           05710000
057200     MOVE -1 TO FNERSL                                            05720000
057300     IF ROLE-SUPER                                                05730000
057400         SET OVERRIDE-PENDING TO TRUE                             05740000
057500         MOVE 'OUT OF GRADE - PF4 TO OVERRIDE' TO MESSAGEO        05750000
057600     ELSE                                                         05760000
057700         MOVE 'SALARY OUTSIDE GRADE RANGE' TO MESSAGEO            05770000
057800     END-IF.                                                      05780000
057900 WRITE-CHANGE-PARA.                                               05790000
058000     PERFORM FIND-NEXT-SEQ-PARA                                   05800000
058100     MOVE WS-EMP-ID          TO FCH-EMP-ID                        05810000
058200     MOVE WS-FCH-EFF-DATE    TO FCH-EFF-DATE                      05820000
058300     MOVE WS-NEXT-SEQ        TO FCH-SEQ                           05830000
058400     SET FCH-PENDING         TO TRUE                              05840000
058500     MOVE WS-USERID          TO FCH-REQ-USER                      05850000
058600     PERFORM DATE-TIME-PARA                                       05860000
058700     MOVE SYSDATEO           TO FCH-REQ-DATE                      05870000
058800     MOVE SYSTIMEO           TO FCH-REQ-TIME                      05880000
058900     IF OUTSIDE-RANGE                                             05890000
059000         MOVE WS-USERID      TO FCH-OVR-USER                      05900000
059100     END-IF                                                       05910000
059200     EXEC CICS WRITE                                              05920000
059300         FILE('P26FCHF') RIDFLD(FCH-KEY)                          05930000
059400         FROM(FUTURE-CHANGE-RECORD)                               05940000
059500         RESP(WS-RESP-CODE)                                       05950000
059600     END-EXEC                                                     05960000
059700     IF WS-RESP-CODE = DFHRESP(NORMAL)                            05970000
059800         PERFORM SHOW-CHANGE-PARA                                 05980000
059900         MOVE 'FUTURE CHANGE RECORDED' TO MESSAGEO                05990000
060000         MOVE 'A' TO WS-AUDIT-ACTION                              06000000
060100         MOVE SPACES TO WS-AUDIT-BEFORE                           06010000
060200         MOVE FUTURE-CHANGE-RECORD TO WS-AUDIT-AFTER              06020000
060300         PERFORM WRITE-AUDIT-PARA                                 06030000
060400         IF OUTSIDE-RANGE                                         06040000
060500             PERFORM WRITE-OVERRIDE-AUDIT-PARA                    06050000
060600         END-IF                                                   06060000
060700     ELSE                                                         06070000
060800         MOVE 'FUTURE CHANGE NOT RECORDED' TO MESSAGEO            06080000
060900         MOVE WS-RESP-CODE TO ERL-RESP-CODE                       06090000
061000         MOVE 'WRITE-CHANGE-PARA   ' TO ERL-PARAGRAPH             06100000
061100         PERFORM LOG-FILE-ERROR-PARA                              06110000
061200     END-IF.                                                      06120000
061300 FIND-NEXT-SEQ-PARA.                                              06130000
061400     MOVE 1 TO WS-NEXT-SEQ                                        06140000
061500     MOVE 'N' TO WS-BROWSE-DONE-FLAG                              06150000
061600     MOVE WS-EMP-ID TO WS-FCH-EMP-ID                              06160000
061700     MOVE ZERO TO WS-FCH-SEQ                                      06170000
061800     MOVE WS-FCH-KEY TO WS-START-KEY                              06180000
061900     EXEC CICS STARTBR                                            06190000
062000         FILE('P26FCHF')                                          06200000
062100         RIDFLD(WS-FCH-KEY)                                       06210000
062200         RESP(WS-RESP-CODE)                                       06220000
062300     END-EXEC                                                     06230000
062400     IF WS-RESP-CODE = DFHRESP(NORMAL)                            06240000
062500         PERFORM FIND-SEQ-NEXT-PARA                               06250000
062600             UNTIL BROWSE-DONE                                    06260000
062700         EXEC CICS ENDBR                                          06270000
062800             FILE('P26FCHF')                                      06280000
062900         END-EXEC                                                 06290000
063000     END-IF                                                       06300000
063100     MOVE WS-START-KEY TO WS-FCH-KEY.                             06310000
063200 FIND-SEQ-NEXT-PARA.                                              06320000
063300     EXEC CICS READNEXT                                           06330000
063400         FILE('P26FCHF')                                          06340000
063500         INTO(WS-FCH-SCAN-REC)                                    06350000
063600         RIDFLD(WS-FCH-KEY)                                       06360000
063700         RESP(WS-RESP-CODE)                                       06370000
063800     END-EXEC                                                     06380000
063900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                        06390000
064000        OR WS-FCH-KEY(1:13) NOT = WS-START-KEY(1:13)              06400000
064100         SET BROWSE-DONE TO TRUE                                  06410000
064200     ELSE                                                         06420000
064300         COMPUTE WS-NEXT-SEQ = WS-FCH-SEQ + 1                     06430000
064400     END-IF.                                                      06440000
064500 CANCEL-PARA.                                                     06450000
064600     PERFORM RECEIVE-MAP                                          06460000
064700     IF NOT ROLE-SUPER AND NOT ROLE-HRADMIN AND NOT ROLE-PAYROLL  06470000
064800         MOVE 'FUTURE CHANGES NOT ALLOWED FOR YOUR ROLE'          06480000
064900             TO MESSAGEO                                          06490000
065000     ELSE                                                         06500000
065100         PERFORM APPLY-CANCEL-PARA                                06510000
065200     END-IF.                                                      06520000
065300 APPLY-CANCEL-PARA.                                               06530000
065400     PERFORM EDIT-KEY-PARA                                        06540000
065500     IF VALID-DATA                                                06550000
065600         EXEC CICS READ                                           06560000
065700             FILE('P26FCHF')                                      06570000
065800             RIDFLD(WS-FCH-KEY)                                   06580000
065900             INTO(FUTURE-CHANGE-RECORD)                           06590000
066000             RESP(WS-RESP-CODE)                                   06600000
066100             UPDATE                                               06610000
066200         END-EXEC                                                 06620000
066300         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    06630000
066400             MOVE 'FUTURE CHANGE NOT FOUND' TO MESSAGEO           06640000
066500             MOVE 'N' TO WS-VALID-FLAG                            06650000
066600         END-IF                                                   06660000
066700     END-IF                                                       06670000
066800     IF VALID-DATA                                                06680000
066900         IF NOT FCH-PENDING                                       06690000
067000             MOVE 'CHANGE IS NOT PENDING' TO MESSAGEO             06700000
067100             EXEC CICS UNLOCK                                     06710000
067200                 FILE('P26FCHF')                                  06720000
067300             END-EXEC                                             06730000
067400         ELSE                                                     06740000
067500             IF WS-USERID NOT = FCH-REQ-USER                      06750000
067600                AND NOT ROLE-SUPER AND NOT ROLE-HRADMIN           06760000
067700                 MOVE 'ONLY THE REQUESTER OR HR MAY CANCEL'       06770000
067800                     TO MESSAGEO                                  06780000
067900                 EXEC CICS UNLOCK                                 06790000
068000                     FILE('P26FCHF')                              06800000
068100                 END-EXEC                                         06810000
068200             ELSE                                                 06820000
068300                 PERFORM MARK-CANCELLED-PARA                      06830000
068400             END-IF                                               06840000
068500         END-IF                                                   06850000
068600     END-IF.                                                      06860000
068700 MARK-CANCELLED-PARA.                                             06870000
068800     MOVE FUTURE-CHANGE-RECORD TO WS-AUDIT-BEFORE                 06880000
068900     SET FCH-CANCELLED TO TRUE                                    06890000
069000     MOVE WS-USERID TO FCH-DONE-USER                              06900000
069100     PERFORM DATE-TIME-PARA                                       06910000
069200     MOVE SYSDATEO TO FCH-DONE-DATE                               06920000
069300     MOVE SYSTIMEO TO FCH-DONE-TIME                               06930000
069400     MOVE 'CANCELLED ONLINE' TO FCH-REASON                        06940000
069500     EXEC CICS REWRITE                                            06950000
069600         FILE('P26FCHF')                                          06960000
069700         FROM(FUTURE-CHANGE-RECORD)                               06970000
069800         RESP(WS-RESP-CODE1)                                      06980000
069900     END-EXEC                                                     06990000
070000     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           07000000
070100         PERFORM SHOW-CHANGE-PARA                                 07010000
070200         MOVE 'FUTURE CHANGE CANCELLED' TO MESSAGEO               07020000
070300         MOVE 'U' TO WS-AUDIT-ACTION                              07030000
070400         MOVE FUTURE-CHANGE-RECORD TO WS-AUDIT-AFTER              07040000
070500         PERFORM WRITE-AUDIT-PARA                                 07050000
070600     ELSE                                                         07060000
070700         MOVE 'FUTURE CHANGE NOT UPDATED' TO MESSAGEO             07070000
070800         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      07080000
070900         MOVE 'MARK-CANCELLED-PARA ' TO ERL-PARAGRAPH             07090000
071000         PERFORM LOG-FILE-ERROR-PARA                              07100000
071100     END-IF.                                                      07110000
071200 READ-SESSION-PARA.                                               07120000
071300     MOVE SPACES TO WS-SESSION-REC                                07130000
071400     MOVE EIBTRMID TO WS-TSQ-TERM                                 07140000
071500     MOVE 14 TO WS-TSQ-LEN                                        07150000
071600     EXEC CICS READQ TS                                           07160000
071700         QUEUE(WS-TSQ-NAME)                                       07170000
071800         INTO(WS-SESSION-REC)                                     07180000
071900         LENGTH(WS-TSQ-LEN)                                       07190000
072000         ITEM(1)                                                  07200000
072100         RESP(WS-TSQ-RESP)                                        07210000
072200     END-EXEC                                                     07220000
072300     IF WS-TSQ-RESP NOT = DFHRESP(NORMAL)                         07230000
072400         MOVE SPACES TO WS-SESSION-REC                            07240000
072500     END-IF.                                                      07250000
072600 WRITE-AUDIT-PARA.                                                07260000
072700     PERFORM DATE-TIME-PARA                                       07270000
072800     MOVE FCH-EMP-ID         TO AUD-EMP-ID                        07280000
072900     MOVE SYSDATEO           TO AUD-DATE-KEY                      07290000
073000     MOVE SYSTIMEO           TO AUD-TIME-KEY                      07300000
073100     ADD 1 TO WS-AUDIT-SEQ                                        07310000
073200     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           07320000
073300     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        07330000
073400     MOVE 'P26FCHF'          TO AUD-SOURCE-FILE                   07340000
073500     MOVE EIBTRMID           TO AUD-TERM-ID                       07350000
073600     MOVE WS-USERID          TO AUD-USER-ID                       07360000
073700     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  07370000
073800     MOVE WS-AUDIT-AFTER     TO AUD-AFTER-IMAGE                   07380000
073900     PERFORM WRITE-AUDIT-RECORD-PARA                              07390000
074000     PERFORM WRITE-AUDIT-RETRY-PARA                               07400000
074100         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           07410000
074200     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  07420000
074300         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 07430000
074400         MOVE 'WRITE-AUDIT-PARA    ' TO ERL-PARAGRAPH             07440000
074500         PERFORM LOG-FILE-ERROR-PARA                              07450000
074600     END-IF.                                                      07460000
074700 WRITE-OVERRIDE-AUDIT-PARA.                                       07470000
074800     SET AUD-OVERRIDE-ACTION TO TRUE                              07480000
074900     ADD 1 TO WS-AUDIT-SEQ                                        07490000
075000     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           07500000
075100     PERFORM WRITE-AUDIT-RECORD-PARA                              07510000
075200     PERFORM WRITE-AUDIT-RETRY-PARA                               07520000
075300         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           07530000
075400     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  07540000
075500         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 07550000
075600         MOVE 'WRITE-OVR-AUDIT-PARA' TO ERL-PARAGRAPH             07560000
075700         PERFORM LOG-FILE-ERROR-PARA                              07570000
075800     END-IF.                                                      07580000
075900 WRITE-AUDIT-RECORD-PARA.                                         07590000
076000     EXEC CICS WRITE                                              07600000
076100         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         07610000
076200         FROM(AUDIT-RECORD)                                       07620000
076300         RESP(WS-AUDIT-RESP-CODE)                                 07630000
076400     END-EXEC.                                                    07640000
076500 WRITE-AUDIT-RETRY-PARA.                                          07650000
076600     ADD 1 TO WS-AUDIT-SEQ                                        07660000
076700     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           07670000
076800     PERFORM WRITE-AUDIT-RECORD-PARA.                             07680000
076900 RECEIVE-MAP.                                                     07690000
077000     EXEC CICS RECEIVE                                            07700000
077100         MAP('FCHMAP')                                            07710000
077200         MAPSET('P26AS31')                                        07720000
077300         INTO(FCHMAPI)                                            07730000
077400     END-EXEC.                                                    07740000
077500 DATE-TIME-PARA.                                                  07750000
077600     EXEC CICS ASKTIME                                            07760000
077700         ABSTIME(WS-DATE-TIME)                                    07770000
077800     END-EXEC.                                                    07780000
077900     EXEC CICS FORMATTIME                                         07790000
078000         ABSTIME(WS-DATE-TIME)                                    07800000
078100         DDMMYYYY(SYSDATEO)                                       07810000
078200         DATESEP                                                  07820000
078300         TIME(SYSTIMEO)                                           07830000
078400         TIMESEP                                                  07840000
078500     END-EXEC.                                                    07850000
078600     MOVE SYSDATEO(7:4) TO WS-TODAY-NUM(1:4)                      07860000
078700     MOVE SYSDATEO(4:2) TO WS-TODAY-NUM(5:2)                      07870000
078800     MOVE SYSDATEO(1:2) TO WS-TODAY-NUM(7:2).                     07880000
078850*                                                                 07885000
078900 LOG-FILE-ERROR-PARA.                                             07890000
079000     PERFORM DATE-TIME-PARA                                       07900000
079100     MOVE SYSDATEO          TO ERL-DATE-KEY                       07910000
079200     MOVE SYSTIMEO          TO ERL-TIME-KEY                       07920000
079300     ADD 1 TO WS-ERRLOG-SEQ                                       07930000
079400     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           07940000
079500     MOVE 'P26AP31'         TO ERL-PROGRAM                        07950000
079600     MOVE EIBTRMID          TO ERL-TERM-ID                        07960000
079700     PERFORM WRITE-ERRLOG-RECORD-PARA                             07970000
079800     PERFORM WRITE-ERRLOG-RETRY-PARA                              07980000
079900         UNTIL WS-ERRLOG-RESP-CODE NOT = DFHRESP(DUPKEY).         07990000
080000 WRITE-ERRLOG-RECORD-PARA.                                        08000000
080100     EXEC CICS WRITE                                              08010000
080200         FILE('P26ERRLOG') RIDFLD(ERL-KEY)                        08020000
080300         FROM(ERROR-LOG-RECORD)                                   08030000
080400         RESP(WS-ERRLOG-RESP-CODE)                                08040000
080500     END-EXEC.                                                    08050000
080600 WRITE-ERRLOG-RETRY-PARA.                                         08060000
080700     ADD 1 TO WS-ERRLOG-SEQ                                       08070000
080800     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           08080000
080900     PERFORM WRITE-ERRLOG-RECORD-PARA.                            08090000
081000 CHECK-SESSION-PARA.                                              08100000
081100     SET SCK-CHECK TO TRUE                                        08110000
081200     EXEC CICS LINK                                               08120000
081300         PROGRAM('P26SESCK')                                      08130000
081400         COMMAREA(SESSION-CHECK-AREA)                             08140000
081500         RESP(WS-SCK-RESP)                                        08150000
081600     END-EXEC                                                     08160000
081700     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         08170000
081800        OR NOT SCK-OK                                             08180000
081900        OR SCK-USERID NOT = WS-USERID                             08190000
082000         MOVE 'P26AP31' TO WS-SIGNON-TARGET                       08200000
082100         MOVE 'T'       TO WS-SIGNON-FLAG                         08210000
082200         EXEC CICS XCTL                                           08220000
082300             PROGRAM('P26AP06')                                   08230000
082400             COMMAREA(WS-SIGNON-CA)                               08240000
082500         END-EXEC                                                 08250000
082600     END-IF.                                                      08260000
