000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26AP26.                                             00020000
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
001400     03  WS-LAST-ID          PIC X(05) VALUE SPACES.              00140000
001500     03  WS-LAST-EFF         PIC X(08) VALUE SPACES.              00150000
001600     03  WS-SAVE-LD-REC      PIC X(131) VALUE SPACES.             00160000
001700 01  WS-SIGNON-CA.                                                00170000
001800     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00180000
001900     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00190000
001950 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00195054
002000 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00200000
002100 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00210000
002200 01  WS-LDF-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00220000
002300 01  WS-REF-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00230000
002400 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00240000
002500 01  WS-TIME-OUT             PIC X(08) VALUE SPACES.              00250000
002600 01  WS-LD-KEY.                                                   00260000
002700     03  WS-LD-EMP-ID        PIC X(05) VALUE SPACES.              00270000
002800     03  WS-LD-EFF           PIC X(08) VALUE SPACES.              00280000
002900 01  WS-TODAY-NUM            PIC X(08) VALUE SPACES.              00290000
003000 01  WS-MONTH-START          PIC X(08) VALUE SPACES.              00300000
003100 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 00310000
003200     88  VALID-DATA                 VALUE 'Y'.                    00320000
003300 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00330000
003400     88  STS-FOUND                  VALUE 'Y'.                    00340000
003500 01  WS-LN-SUB               PIC 9(01) VALUE ZERO.                00350000
003600 01  WS-LN-SUB2              PIC 9(01) VALUE ZERO.                00360000
003700 01  WS-LN-OUT               PIC 9(01) VALUE ZERO.                00370000
003800 01  WS-LN-USED              PIC 9(01) VALUE ZERO.                00380000
003900 01  WS-TOT-PCT              PIC 9(03)V99 VALUE ZERO.             00390000
004000 01  WS-TOT-PCT-O            PIC ZZ9.99.                          00400000
004100 01  WS-PCT-WORK             PIC 9(03)V99 VALUE ZERO.             00410000
004200 01  FILLER  REDEFINES  WS-PCT-WORK.                              00420000
004300     03  WS-PCT-WHOLE        PIC 9(03).                           00430000
004400     03  WS-PCT-DEC          PIC 9(02).                           00440000
004500 01  WS-LN-TABLE.                                                 00450000
004600     03  WS-LN-ENTRY                OCCURS 4 TIMES.               00460000
004700         05  WS-LN-DEPT      PIC X(08).                           00470000
004800         05  WS-LN-LOC       PIC X(10).                           00480000
004900         05  WS-LN-PCT       PIC 9(03)V99.                        00490000
005000 01  WS-LINE-MSG.                                                 00500000
005100     03  WS-LINE-MSG-TEXT    PIC X(30) VALUE SPACES.              00510000
005200     03  FILLER              PIC X(06) VALUE ' LINE '.            00520000
005300     03  WS-LINE-MSG-NO      PIC 9(01) VALUE ZERO.                00530000
005400 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00540000
005500 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00550000
005600 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             00560000
005700 01  WS-AUDIT-RESP-CODE      PIC S9(08) COMP.                     00570000
005800 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00580000
005900 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00590000
006000 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00600000
006100     COPY EMPREC.                                                 00610000
006200     COPY P26STR.                                                 00620000
006300     COPY P26REF.                                                 00630000
006400     COPY P26LDR.                                                 00640000
006500     COPY P26AUDR.                                                00650000
006600     COPY P26ERRL.                                                00660000
006700     COPY P26AS26.                                                00670000
006750     COPY P26SESC.                                                00675054
006800     COPY DFHAID.                                                 00680000
006900 LINKAGE SECTION.                                                 00690000
007000 01  DFHCOMMAREA     PIC X(154).                                  00700000
007100 PROCEDURE DIVISION.                                              00710000
007200 MAIN-PARA.                                                       00720000
007300     IF EIBCALEN = ZERO                                           00730000
007400         MOVE 'P26AP26' TO WS-SIGNON-TARGET                       00740000
007500         MOVE SPACES    TO WS-SIGNON-FLAG                         00750000
007600         EXEC CICS XCTL                                           00760000
007700             PROGRAM('P26AP06')                                   00770000
007800             COMMAREA(WS-SIGNON-CA)                               00780000
007900         END-EXEC                                                 00790000
008000     ELSE                                                         00800000
008100         MOVE DFHCOMMAREA TO WS-CA                                00810000
008150         PERFORM CHECK-SESSION-PARA                               00815054
008200         IF SIGNON-COMPLETE                                       00820000
008300             PERFORM FIRST-PARA                                   00830000
008400         ELSE                                                     00840000
008500             PERFORM NEXT-PARA                                    00850000
008600         END-IF                                                   00860000
008700     END-IF.                                                      00870000
008800 END-PARA.                                                        00880000
008900     SET PROCESS-ACTIVE TO TRUE.                                  00890000
009000     EXEC CICS RETURN                                             00900000
009100         TRANSID('P27F')                                          00910000
009200         COMMAREA(WS-CA)                                          00920000
009300     END-EXEC.                                                    00930000
009400 FIRST-PARA.                                                      00940000
009500     MOVE LOW-VALUES TO LDSMAPO                                   00950000
009600     PERFORM DATE-TIME-PARA                                       00960000
009700     PERFORM SEND-MAP.                                            00970000
009800 SEND-MAP.                                                        00980000
009900     EXEC CICS SEND                                               00990000
010000         MAP('LDSMAP')                                            01000000
010100         MAPSET('P26AS26')                                        01010000
010200         FROM (LDSMAPI)                                           01020000
010300         ERASE                                                    01030000
010400     END-EXEC.                                                    01040000
010500     PERFORM DATE-TIME-PARA.                                      01050000
010600 NEXT-PARA.                                                       01060000
010700     EVALUATE EIBAID                                              01070000
010800        WHEN DFHPF3                                               01080000
010900         EXEC CICS XCTL                                           01090000
011000             PROGRAM('P26AP02')                                   01100000
011100         END-EXEC                                                 01110000
011200        WHEN DFHENTER                                             01120000
011300            PERFORM INQUIRE-PARA                                  01130000
011400        WHEN DFHPF1                                               01140000
011500            PERFORM ADD-LD-PARA                                   01150000
011600        WHEN DFHPF4                                               01160000
011700            PERFORM UPDATE-LD-PARA                                01170000
011800        WHEN DFHPF5                                               01180000
011900            PERFORM DELETE-LD-PARA                                01190000
012000        WHEN DFHPF8                                               01200000
012100            PERFORM BROWSE-NEXT-PARA                              01210000
012200        WHEN OTHER                                                01220000
012300            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                01230000
012400     END-EVALUATE                                                 01240000
012500     PERFORM SEND-MAP.                                            01250000
012600 INQUIRE-PARA.                                                    01260000
012700     PERFORM RECEIVE-MAP                                          01270000
012800     IF LEIDL = ZERO OR LEIDI = SPACES                            01280000
012900         MOVE 'PLEASE ENTER AN EMPLOYEE ID' TO MESSAGEO           01290000
013000     ELSE                                                         01300000
013100         MOVE LEIDI TO WS-LAST-ID                                 01310000
013200         IF LEFFL NOT = ZERO AND LEFFI NOT = SPACES               01320000
013300             MOVE LEIDI TO WS-LD-EMP-ID                           01330000
013400             MOVE LEFFI TO WS-LD-EFF                              01340000
013500             PERFORM READ-LD-PARA                                 01350000
013600         ELSE                                                     01360000
013700             MOVE SPACES TO WS-LAST-EFF                           01370000
013800             PERFORM BROWSE-NEXT-PARA                             01380000
013900         END-IF                                                   01390000
014000     END-IF.                                                      01400000
014100 READ-LD-PARA.                                                    01410000
014200     EXEC CICS READ                                               01420000
014300         FILE('P26LDF')                                           01430000
014400         RIDFLD(WS-LD-KEY)                                        01440000
014500         INTO(LABOR-DIST-RECORD)                                  01450000
014600         RESP(WS-LDF-RESP-CODE)                                   01460000
014700     END-EXEC                                                     01470000
014800     EVALUATE WS-LDF-RESP-CODE                                    01480000
014900         WHEN DFHRESP(NORMAL)                                     01490000
015000             PERFORM SHOW-LD-PARA                                 01500000
015100             MOVE 'DISTRIBUTION FOUND - PF4 UPD PF5 DEL'          01510000
015200                 TO MESSAGEO                                      01520000
015300         WHEN DFHRESP(NOTFND)                                     01530000
015400             MOVE 'NO SUCH DISTRIBUTION - PF1 ADDS' TO MESSAGEO   01540000
015500         WHEN OTHER                                               01550000
015600             MOVE 'ERROR ACCESSING FILE' TO MESSAGEO              01560000
015700             MOVE WS-LDF-RESP-CODE TO ERL-RESP-CODE               01570000
015800             MOVE 'READ-LD-PARA        ' TO ERL-PARAGRAPH         01580000
015900             PERFORM LOG-FILE-ERROR-PARA                          01590000
016000     END-EVALUATE.                                                01600000
016100 BROWSE-NEXT-PARA.                                                01610000
016200     IF WS-LAST-ID = SPACES                                       01620000
016300         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO MESSAGEO            01630000
016400     ELSE                                                         01640000
016500         MOVE WS-LAST-ID TO WS-LD-EMP-ID                          01650000
016600         MOVE WS-LAST-EFF TO WS-LD-EFF                            01660000
016700         EXEC CICS STARTBR                                        01670000
016800             FILE('P26LDF')                                       01680000
016900             RIDFLD(WS-LD-KEY)                                    01690000
017000             RESP(WS-RESP-CODE)                                   01700000
017100         END-EXEC                                                 01710000
017200         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01720000
017300             EXEC CICS READNEXT                                   01730000
017400                 FILE('P26LDF')                                   01740000
017500                 INTO(LABOR-DIST-RECORD)                          01750000
017600                 RIDFLD(WS-LD-KEY)                                01760000
017700                 RESP(WS-RESP-CODE)                               01770000
017800             END-EXEC                                             01780000
017900             IF WS-RESP-CODE = DFHRESP(NORMAL)                    01790000
018000                AND LD-EMP-ID = WS-LAST-ID                        01800000
018100                AND LD-EFF-DATE = WS-LAST-EFF                     01810000
018200                 EXEC CICS READNEXT                               01820000
018300                     FILE('P26LDF')                               01830000
018400                     INTO(LABOR-DIST-RECORD)                      01840000
018500                     RIDFLD(WS-LD-KEY)                            01850000
018600                     RESP(WS-RESP-CODE)                           01860000
018700                 END-EXEC                                         01870000
018800             END-IF                                               01880000
018900             EXEC CICS ENDBR                                      01890000
019000                 FILE('P26LDF')                                   01900000
019100             END-EXEC                                             01910000
019200         END-IF                                                   01920000
019300         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01930000
019400            AND LD-EMP-ID = WS-LAST-ID                            01940000
019500             PERFORM SHOW-LD-PARA                                 01950000
019600             MOVE 'DISTRIBUTION DISPLAYED - PF8 NEXT'             01960000
019700                 TO MESSAGEO                                      01970000
019800         ELSE                                                     01980000
019900             MOVE 'NO MORE DISTRIBUTIONS FOR EMPLOYEE'            01990000
020000                 TO MESSAGEO                                      02000000
020100         END-IF                                                   02010000
020200     END-IF.                                                      02020000
020300 SHOW-LD-PARA.                                                    02030000
020400     MOVE LOW-VALUES TO LDSMAPO                                   02040000
020500     PERFORM DATE-TIME-PARA                                       02050000
020600     MOVE LD-EMP-ID TO LEIDO WS-LAST-ID                           02060000
020700     MOVE LD-EFF-DATE TO LEFFO WS-LAST-EFF                        02070000
020800     MOVE LABOR-DIST-RECORD TO WS-SAVE-LD-REC                     02080000
020900     MOVE SPACES TO LNAMEO LHLOCO                                 02090000
021000     MOVE LD-EMP-ID TO WS-LD-EMP-ID                               02100000
021100     PERFORM READ-EMP-PARA                                        02110000
021200     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02120000
021300         MOVE EMP-NAME TO LNAMEO                                  02130000
021400         MOVE EMP-LOC TO LHLOCO                                   02140000
021500     END-IF                                                       02150000
021600     MOVE ZERO TO WS-TOT-PCT                                      02160000
021700     IF LD-DEPT(1) NOT = SPACES                                   02170000
021800         MOVE LD-DEPT(1) TO L1DEPO                                02180000
021900         MOVE LD-LOC(1) TO L1LOCO                                 02190000
022000         MOVE LD-PCT(1) TO WS-PCT-WORK                            02200000
022100         MOVE WS-PCT-WHOLE TO L1PCTO                              02210000
022200         MOVE WS-PCT-DEC TO L1PDCO                                02220000
022300         ADD LD-PCT(1) TO WS-TOT-PCT                              02230000
022400     END-IF                                                       02240000
022500     IF LD-DEPT(2) NOT = SPACES                                   02250000
022600         MOVE LD-DEPT(2) TO L2DEPO                                02260000
022700         MOVE LD-LOC(2) TO L2LOCO                                 02270000
022800         MOVE LD-PCT(2) TO WS-PCT-WORK                            02280000
022900         MOVE WS-PCT-WHOLE TO L2PCTO                              02290000
023000         MOVE WS-PCT-DEC TO L2PDCO                                02300000
023100         ADD LD-PCT(2) TO WS-TOT-PCT                              02310000
023200     END-IF                                                       02320000
023300     IF LD-DEPT(3) NOT = SPACES                                   02330000
023400         MOVE LD-DEPT(3) TO L3DEPO                                02340000
023500         MOVE LD-LOC(3) TO L3LOCO                                 02350000
023600         MOVE LD-PCT(3) TO WS-PCT-WORK                            02360000
023700         MOVE WS-PCT-WHOLE TO L3PCTO                              02370000
023800         MOVE WS-PCT-DEC TO L3PDCO                                02380000
023900         ADD LD-PCT(3) TO WS-TOT-PCT                              02390000
024000     END-IF                                                       02400000
024100     IF LD-DEPT(4) NOT = SPACES                                   02410000
024200         MOVE LD-DEPT(4) TO L4DEPO                                02420000
024300         MOVE LD-LOC(4) TO L4LOCO                                 02430000
024400         MOVE LD-PCT(4) TO WS-PCT-WORK                            02440000
024500         MOVE WS-PCT-WHOLE TO L4PCTO                              02450000
024600         MOVE WS-PCT-DEC TO L4PDCO                                02460000
024700         ADD LD-PCT(4) TO WS-TOT-PCT                              02470000
024800     END-IF                                                       02480000
024900     MOVE WS-TOT-PCT TO WS-TOT-PCT-O                              02490000
025000     MOVE WS-TOT-PCT-O TO LTOTO.                                  02500000
025100 ADD-LD-PARA.                                                     02510000
025200     PERFORM RECEIVE-MAP                                          02520000
025300     PERFORM EDIT-DIST-PARA                                       02530000
025400     IF VALID-DATA                                                02540000
025500         MOVE SPACES TO LABOR-DIST-RECORD                         02550000
025600         MOVE WS-LD-EMP-ID TO LD-EMP-ID                           02560000
025700         MOVE WS-LD-EFF TO LD-EFF-DATE                            02570000
025800         PERFORM BUILD-LD-PARA                                    02580000
025900         EXEC CICS WRITE                                          02590000
026000             FILE('P26LDF')                                       02600000
026100             RIDFLD(LD-KEY)                                       02610000
026200             FROM(LABOR-DIST-RECORD)                              02620000
026300             RESP(WS-RESP-CODE)                                   02630000
026400         END-EXEC                                                 02640000
026500         EVALUATE WS-RESP-CODE                                    02650000
026600             WHEN DFHRESP(NORMAL)                                 02660000
026700                 MOVE 'A' TO WS-AUDIT-ACTION                      02670000
026800                 MOVE SPACES TO WS-AUDIT-BEFORE                   02680000
026900                 MOVE LABOR-DIST-RECORD TO WS-AUDIT-AFTER         02690000
027000                 PERFORM WRITE-AUDIT-PARA                         02700000
027100                 PERFORM SHOW-LD-PARA                             02710000
027200                 MOVE 'DISTRIBUTION ADDED' TO MESSAGEO            02720000
027300             WHEN DFHRESP(DUPREC)                                 02730000
027400                 MOVE 'DISTRIBUTION EXISTS FOR THAT DATE'         02740000
027500                     TO MESSAGEO                                  02750000
027600             WHEN OTHER                                           02760000
027700                 MOVE 'ADD NOT SUCCESSFUL' TO MESSAGEO            02770000
027800                 MOVE WS-RESP-CODE TO ERL-RESP-CODE               02780000
027900                 MOVE 'ADD-LD-PARA         ' TO ERL-PARAGRAPH     02790000
028000                 PERFORM LOG-FILE-ERROR-PARA                      02800000
028100         END-EVALUATE                                             02810000
028200     END-IF.                                                      02820000
028300 UPDATE-LD-PARA.                                                  02830000
028400     PERFORM RECEIVE-MAP                                          02840000
028500     PERFORM EDIT-DIST-PARA                                       02850000
028600     IF VALID-DATA                                                02860000
028700         EXEC CICS READ                                           02870000
028800             FILE('P26LDF')                                       02880000
028900             RIDFLD(WS-LD-KEY)                                    02890000
029000             INTO(LABOR-DIST-RECORD)                              02900000
029100             RESP(WS-RESP-CODE)                                   02910000
029200             UPDATE                                               02920000
029300         END-EXEC                                                 02930000
029400         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02940000
029500             IF LABOR-DIST-RECORD NOT = WS-SAVE-LD-REC            02950000
029600                 PERFORM STALE-LD-PARA                            02960000
029700             ELSE                                                 02970000
029800                 PERFORM REWRITE-LD-PARA                          02980000
029900             END-IF                                               02990000
030000         ELSE                                                     03000000
030100             MOVE 'DISTRIBUTION NOT FOUND' TO MESSAGEO            03010000
030200         END-IF                                                   03020000
030300     END-IF.                                                      03030000
030400 REWRITE-LD-PARA.                                                 03040000
030500     MOVE LABOR-DIST-RECORD TO WS-AUDIT-BEFORE                    03050000
030600     PERFORM BUILD-LD-PARA                                        03060000
030700     EXEC CICS REWRITE                                            03070000
030800         FILE('P26LDF')                                           03080000
030900         FROM(LABOR-DIST-RECORD)                                  03090000
031000         RESP(WS-RESP-CODE1)                                      03100000
031100     END-EXEC                                                     03110000
031200     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           03120000
031300         MOVE 'U' TO WS-AUDIT-ACTION                              03130000
031400         MOVE LABOR-DIST-RECORD TO WS-AUDIT-AFTER                 03140000
031500         PERFORM WRITE-AUDIT-PARA                                 03150000
031600         PERFORM SHOW-LD-PARA                                     03160000
031700         MOVE 'DISTRIBUTION UPDATED' TO MESSAGEO                  03170000
031800     ELSE                                                         03180000
031900         MOVE 'UPDATE NOT SUCCESSFUL' TO MESSAGEO                 03190000
032000         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      03200000
032100         MOVE 'REWRITE-LD-PARA     ' TO ERL-PARAGRAPH             03210000
032200         PERFORM LOG-FILE-ERROR-PARA                              03220000
032300     END-IF.                                                      03230000
032400 DELETE-LD-PARA.                                                  03240000
032500     PERFORM RECEIVE-MAP                                          03250000
032600     PERFORM EDIT-KEY-PARA                                        03260000
032700     IF VALID-DATA                                                03270000
032800         IF WS-LD-EFF < WS-MONTH-START                            03280000
032900             MOVE 'ALREADY POSTED - ADD A NEW DISTRIBUTION'       03290000
033000                 TO MESSAGEO                                      03300000
033100             MOVE 'N' TO WS-VALID-FLAG                            03310000
033200         END-IF                                                   03320000
033300     END-IF                                                       03330000
033400     IF VALID-DATA                                                03340000
033500         EXEC CICS READ                                           03350000
033600             FILE('P26LDF')                                       03360000
033700             RIDFLD(WS-LD-KEY)                                    03370000
033800             INTO(LABOR-DIST-RECORD)                              03380000
033900             RESP(WS-RESP-CODE)                                   03390000
034000             UPDATE                                               03400000
034100         END-EXEC                                                 03410000
034200         IF WS-RESP-CODE = DFHRESP(NORMAL)                        03420000
034300             IF LABOR-DIST-RECORD NOT = WS-SAVE-LD-REC            03430000
034400                 PERFORM STALE-LD-PARA                            03440000
034500             ELSE                                                 03450000
034600                 PERFORM REMOVE-LD-PARA                           03460000
034700             END-IF                                               03470000
034800         ELSE                                                     03480000
034900             MOVE 'DISTRIBUTION NOT FOUND' TO MESSAGEO            03490000
035000         END-IF                                                   03500000
035100     END-IF.                                                      03510000
035200 REMOVE-LD-PARA.                                                  03520000
035300     MOVE LABOR-DIST-RECORD TO WS-AUDIT-BEFORE                    03530000
035400     EXEC CICS DELETE                                             03540000
035500         FILE('P26LDF')                                           03550000
035600         RESP(WS-RESP-CODE1)                                      03560000
035700     END-EXEC                                                     03570000
035800     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           03580000
035900         MOVE 'D' TO WS-AUDIT-ACTION                              03590000
036000         MOVE SPACES TO WS-AUDIT-AFTER                            03600000
036100         PERFORM WRITE-AUDIT-PARA                                 03610000
036200         MOVE SPACES TO WS-SAVE-LD-REC                            03620000
036300         MOVE 'DISTRIBUTION DELETED' TO MESSAGEO                  03630000
036400     ELSE                                                         03640000
036500         MOVE 'DELETE NOT SUCCESSFUL' TO MESSAGEO                 03650000
036600         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      03660000
036700         MOVE 'REMOVE-LD-PARA      ' TO ERL-PARAGRAPH             03670000
036800         PERFORM LOG-FILE-ERROR-PARA                              03680000
036900     END-IF.                                                      03690000
037000 STALE-LD-PARA.                                                   03700000
037100     EXEC CICS UNLOCK                                             03710000
037200         FILE('P26LDF')                                           03720000
037300     END-EXEC                                                     03730000
037400     PERFORM SHOW-LD-PARA                                         03740000
037500     MOVE 'CHANGED SINCE DISPLAY - CHECK AND REKEY' TO MESSAGEO   03750000
037600     MOVE ZERO TO ERL-RESP-CODE                                   03760000
037700     MOVE 'UPDATE-LD (STALE)   ' TO ERL-PARAGRAPH                 03770000
037800     PERFORM LOG-FILE-ERROR-PARA.                                 03780000
037900 EDIT-KEY-PARA.                                                   03790000
038000     MOVE 'Y' TO WS-VALID-FLAG                                    03800000
038100     PERFORM GET-TODAY-PARA                                       03810000
038200     IF LEIDL = ZERO OR LEIDI = SPACES                            03820000
038300        OR LEFFL = ZERO OR LEFFI = SPACES                         03830000
038400         MOVE 'ENTER EMPLOYEE AND EFFECTIVE DATE' TO MESSAGEO     03840000
038500         MOVE 'N' TO WS-VALID-FLAG                                03850000
038600     ELSE                                                         03860000
038700         MOVE LEIDI TO WS-LD-EMP-ID WS-LAST-ID                    03870000
038800         MOVE LEFFI TO WS-LD-EFF WS-LAST-EFF                      03880000
038900     END-IF.                                                      03890000
039000 EDIT-DIST-PARA.                                                  03900000
039100     PERFORM EDIT-KEY-PARA                                        03910000
039200     IF VALID-DATA                                                03920000
039300         IF WS-LD-EFF NOT NUMERIC                                 03930000
039400             MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO MESSAGEO   03940000
039500             MOVE 'N' TO WS-VALID-FLAG                            03950000
039600         ELSE                                                     03960000
039700             IF WS-LD-EFF < WS-MONTH-START                        03970000
039800                 MOVE 'ALREADY POSTED - ADD A NEW DISTRIBUTION'   03980000
039900                     TO MESSAGEO                                  03990000
040000                 MOVE 'N' TO WS-VALID-FLAG                        04000000
040100             END-IF                                               04010000
040200         END-IF                                                   04020000
040300     END-IF                                                       04030000
040400     IF VALID-DATA                                                04040000
040500         PERFORM READ-EMP-PARA                                    04050000
040600         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    04060000
040700             MOVE 'EMPLOYEE NOT ON P26AFILE' TO MESSAGEO          04070000
040800             MOVE 'N' TO WS-VALID-FLAG                            04080000
040900         END-IF                                                   04090000
041000     END-IF                                                       04100000
041100     IF VALID-DATA                                                04110000
041200         PERFORM READ-STATUS-PARA                                 04120000
041300         IF STS-FOUND                                             04130000
041400            AND STS-TERMINATED                                    04140000
041500             MOVE 'EMPLOYEE IS TERMINATED' TO MESSAGEO            04150000
041600             MOVE 'N' TO WS-VALID-FLAG                            04160000
041700         END-IF                                                   04170000
041800     END-IF                                                       04180000
041900     IF VALID-DATA                                                04190000
042000         PERFORM LOAD-LINES-PARA                                  04200000
042100     END-IF                                                       04210000
042200     IF VALID-DATA                                                04220000
042300         MOVE ZERO TO WS-LN-SUB WS-LN-USED WS-TOT-PCT             04230000
042400         PERFORM EDIT-LINE-PARA                                   04240000
042500             UNTIL WS-LN-SUB = 4 OR NOT VALID-DATA                04250000
042600     END-IF                                                       04260000
042700     IF VALID-DATA                                                04270000
042800         MOVE WS-TOT-PCT TO WS-TOT-PCT-O                          04280000
042900         MOVE WS-TOT-PCT-O TO LTOTO                               04290000
043000         IF WS-LN-USED = ZERO                                     04300000
043100             MOVE 'ENTER AT LEAST ONE DEPARTMENT LINE'            04310000
043200                 TO MESSAGEO                                      04320000
043300             MOVE 'N' TO WS-VALID-FLAG                            04330000
043400         ELSE                                                     04340000
043500             IF WS-TOT-PCT NOT = 100                              04350000
043600                 MOVE 'PERCENTAGES MUST TOTAL 100.00'             04360000
043700                     TO MESSAGEO                                  04370000
043800                 MOVE 'N' TO WS-VALID-FLAG                        04380000
043900             END-IF                                               04390000
044000         END-IF                                                   04400000
044100     END-IF.                                                      04410000
044200 LOAD-LINES-PARA.                                                 04420000
044300     MOVE SPACES TO WS-LN-TABLE                                   04430000
044400     MOVE ZERO TO WS-LN-PCT(1) WS-LN-PCT(2)                       04440000
044500                  WS-LN-PCT(3) WS-LN-PCT(4)                       04450000
044600     IF L1DEPL NOT = ZERO                                         04460000
044700         MOVE L1DEPI TO WS-LN-DEPT(1)                             04470000
044800     END-IF                                                       04480000
044900     IF L1LOCL NOT = ZERO                                         04490000
045000         MOVE L1LOCI TO WS-LN-LOC(1)                              04500000
045100     END-IF                                                       04510000
045200     MOVE ZERO TO WS-PCT-WORK                                     04520000
045300     IF L1PCTL NOT = ZERO                                         04530000
045400         MOVE L1PCTI TO WS-PCT-WHOLE                              04540000
045500     END-IF                                                       04550000
045600     IF L1PDCL NOT = ZERO                                         04560000
045700         MOVE L1PDCI TO WS-PCT-DEC                                04570000
045800     END-IF                                                       04580000
045900     IF WS-PCT-WORK NOT NUMERIC                                   04590000
046000         MOVE 1 TO WS-LINE-MSG-NO                                 04600000
046100         PERFORM BAD-PERCENT-PARA                                 04610000
046200     ELSE                                                         04620000
046300         MOVE WS-PCT-WORK TO WS-LN-PCT(1)                         04630000
046400     END-IF                                                       04640000
046500     IF L2DEPL NOT = ZERO                                         04650000
046600         MOVE L2DEPI TO WS-LN-DEPT(2)                             04660000
046700     END-IF                                                       04670000
046800     IF L2LOCL NOT = ZERO                                         04680000
046900         MOVE L2LOCI TO WS-LN-LOC(2)                              04690000
047000     END-IF                                                       04700000
047100     MOVE ZERO TO WS-PCT-WORK                                     04710000
047200     IF L2PCTL NOT = ZERO                                         04720000
047300         MOVE L2PCTI TO WS-PCT-WHOLE                              04730000
047400     END-IF                                                       04740000
047500     IF L2PDCL NOT = ZERO                                         04750000
047600         MOVE L2PDCI TO WS-PCT-DEC                                04760000
047700     END-IF                                                       04770000
047800     IF WS-PCT-WORK NOT NUMERIC                                   04780000
047900         MOVE 2 TO WS-LINE-MSG-NO                                 04790000
048000         PERFORM BAD-PERCENT-PARA                                 04800000
048100     ELSE                                                         04810000
048200         MOVE WS-PCT-WORK TO WS-LN-PCT(2)                         04820000
048300     END-IF                                                       04830000
048400     IF L3DEPL NOT = ZERO                                         04840000
048500         MOVE L3DEPI TO WS-LN-DEPT(3)                             04850000
048600     END-IF                                                       04860000
048700     IF L3LOCL NOT = ZERO                                         04870000
048800         MOVE L3LOCI TO WS-LN-LOC(3)                              04880000
048900     END-IF                                                       04890000
049000     MOVE ZERO TO WS-PCT-WORK                                     04900000
049100     IF L3PCTL NOT = ZERO                                         04910000
049200         MOVE L3PCTI TO WS-PCT-WHOLE                              04920000
049300     END-IF                                                       04930000
049400     IF L3PDCL NOT = ZERO                                         04940000
049500         MOVE L3PDCI TO WS-PCT-DEC                                04950000
049600     END-IF                                                       04960000
049700     IF WS-PCT-WORK NOT NUMERIC                                   04970000
049800         MOVE 3 TO WS-LINE-MSG-NO                                 04980000
049900         PERFORM BAD-PERCENT-PARA                                 04990000
050000     ELSE                                                         05000000
050100         MOVE WS-PCT-WORK TO WS-LN-PCT(3)                         05010000
050200     END-IF                                                       05020000
050300     IF L4DEPL NOT = ZERO                                         05030000
050400         MOVE L4DEPI TO WS-LN-DEPT(4)                             05040000
050500     END-IF                                                       05050000
050600     IF L4LOCL NOT = ZERO                                         05060000
050700         MOVE L4LOCI TO WS-LN-LOC(4)                              05070000
050800     END-IF                                                       05080000
050900     MOVE ZERO TO WS-PCT-WORK                                     05090000
051000     IF L4PCTL NOT = ZERO                                         05100000
051100         MOVE L4PCTI TO WS-PCT-WHOLE                              05110000
051200     END-IF                                                       05120000
051300     IF L4PDCL NOT = ZERO                                         05130000
051400         MOVE L4PDCI TO WS-PCT-DEC                                05140000
051500     END-IF                                                       05150000
051600     IF WS-PCT-WORK NOT NUMERIC                                   05160000
051700         MOVE 4 TO WS-LINE-MSG-NO                                 05170000
051800         PERFORM BAD-PERCENT-PARA                                 05180000
051900     ELSE                                                         05190000
052000         MOVE WS-PCT-WORK TO WS-LN-PCT(4)                         05200000
052100     END-IF.                                                      05210000
052200 BAD-PERCENT-PARA.                                                05220000
052300     IF VALID-DATA                                                05230000
052400         MOVE 'PERCENT MUST BE NUMERIC -' TO WS-LINE-MSG-TEXT     05240000
052500         MOVE WS-LINE-MSG TO MESSAGEO                             05250000
052600         MOVE 'N' TO WS-VALID-FLAG                                05260000
052700     END-IF.                                                      05270000
052800 EDIT-LINE-PARA.                                                  05280000
052900     ADD 1 TO WS-LN-SUB                                           05290000
053000     MOVE WS-LN-SUB TO WS-LINE-MSG-NO                             05300000
053100     IF WS-LN-DEPT(WS-LN-SUB) = SPACES                            05310000
053200         IF WS-LN-LOC(WS-LN-SUB) NOT = SPACES                     05320000
053300            OR WS-LN-PCT(WS-LN-SUB) NOT = ZERO                    05330000
053400             MOVE 'DEPARTMENT MISSING -' TO WS-LINE-MSG-TEXT      05340000
053500             MOVE WS-LINE-MSG TO MESSAGEO                         05350000
053600             MOVE 'N' TO WS-VALID-FLAG                            05360000
053700         END-IF                                                   05370000
053800     ELSE                                                         05380000
053900         ADD 1 TO WS-LN-USED                                      05390000
054000         MOVE 'D' TO REF-TYPE                                     05400000
054100         MOVE WS-LN-DEPT(WS-LN-SUB) TO REF-CODE                   05410000
054200         PERFORM READ-REF-PARA                                    05420000
054300         IF NOT VALID-DATA                                        05430000
054400             MOVE 'DEPARTMENT NOT ACTIVE -' TO WS-LINE-MSG-TEXT   05440000
054500             MOVE WS-LINE-MSG TO MESSAGEO                         05450000
054600         END-IF                                                   05460000
054700         IF VALID-DATA                                            05470000
054800             IF WS-LN-LOC(WS-LN-SUB) = SPACES                     05480000
054900                 MOVE EMP-LOC TO WS-LN-LOC(WS-LN-SUB)             05490000
055000             END-IF                                               05500000
055100             MOVE 'L' TO REF-TYPE                                 05510000
055200             MOVE WS-LN-LOC(WS-LN-SUB) TO REF-CODE                05520000
055300             PERFORM READ-REF-PARA                                05530000
055400             IF NOT VALID-DATA                                    05540000
055500                 MOVE 'LOCATION NOT ACTIVE -'                     05550000
055600                     TO WS-LINE-MSG-TEXT                          05560000
055700                 MOVE WS-LINE-MSG TO MESSAGEO                     05570000
055800             END-IF                                               05580000
055900         END-IF                                                   05590000
056000         IF VALID-DATA                                            05600000
056100             IF WS-LN-PCT(WS-LN-SUB) = ZERO                       05610000
056200                 MOVE 'PERCENT MISSING -' TO WS-LINE-MSG-TEXT     05620000
056300                 MOVE WS-LINE-MSG TO MESSAGEO                     05630000
056400                 MOVE 'N' TO WS-VALID-FLAG                        05640000
056500             ELSE                                                 05650000
056600                 ADD WS-LN-PCT(WS-LN-SUB) TO WS-TOT-PCT           05660000
056700             END-IF                                               05670000
056800         END-IF                                                   05680000
056900         IF VALID-DATA                                            05690000
057000             MOVE ZERO TO WS-LN-SUB2                              05700000
057100             PERFORM CHECK-DUP-PARA                               05710000
057200                 UNTIL WS-LN-SUB2 = WS-LN-SUB - 1                 05720000
057300                    OR NOT VALID-DATA                             05730000
057400         END-IF                                                   05740000
057500     END-IF.                                                      05750000
057600 CHECK-DUP-PARA.                                                  05760000
057700     ADD 1 TO WS-LN-SUB2                                          05770000
057800     IF WS-LN-DEPT(WS-LN-SUB2) = WS-LN-DEPT(WS-LN-SUB)            05780000
057900        AND WS-LN-LOC(WS-LN-SUB2) = WS-LN-LOC(WS-LN-SUB)          05790000
058000         MOVE 'DEPARTMENT REPEATED -' TO WS-LINE-MSG-TEXT         05800000
058100         MOVE WS-LINE-MSG TO MESSAGEO                             05810000
058200         MOVE 'N' TO WS-VALID-FLAG                                05820000
058300     END-IF.                                                      05830000
058400 BUILD-LD-PARA.                                                   05840000
058500     MOVE ZERO TO WS-LN-SUB WS-LN-OUT                             05850000
058600     PERFORM BUILD-LINE-PARA                                      05860000
058700         UNTIL WS-LN-SUB = 4                                      05870000
058800     PERFORM DATE-TIME-PARA                                       05880000
058900     MOVE SYSDATEO TO LD-UPD-DATE                                 05890000
059000     MOVE WS-TIME-OUT TO LD-UPD-TIME                              05900000
059100     MOVE WS-USERID TO LD-UPD-USER.                               05910000
059200 BUILD-LINE-PARA.                                                 05920000
059300     ADD 1 TO WS-LN-SUB                                           05930000
059400     IF WS-LN-DEPT(WS-LN-SUB) NOT = SPACES                        05940000
059500         ADD 1 TO WS-LN-OUT                                       05950000
059600         MOVE WS-LN-DEPT(WS-LN-SUB) TO LD-DEPT(WS-LN-OUT)         05960000
059700         MOVE WS-LN-LOC(WS-LN-SUB) TO LD-LOC(WS-LN-OUT)           05970000
059800         MOVE WS-LN-PCT(WS-LN-SUB) TO LD-PCT(WS-LN-OUT)           05980000
059900     END-IF                                                       05990000
060000     IF WS-LN-SUB > WS-LN-OUT                                     06000000
060100         MOVE SPACES TO LD-DEPT(WS-LN-SUB) LD-LOC(WS-LN-SUB)      06010000
060200         MOVE ZERO TO LD-PCT(WS-LN-SUB)                           06020000
060300     END-IF.                                                      06030000
060400 READ-EMP-PARA.                                                   06040000
060500     EXEC CICS READ                                               06050000
060600         FILE('P26AFILE')                                         06060000
060700         RIDFLD(WS-LD-EMP-ID)                                     06070000
060800         INTO(EMPLOYEE-RECORD)                                    06080000
060900         RESP(WS-RESP-CODE)                                       06090000
061000     END-EXEC.                                                    06100000
061100 READ-STATUS-PARA.                                                06110000
061200     EXEC CICS READ                                               06120000
061300         FILE('P26SFILE')                                         06130000
061400         RIDFLD(WS-LD-EMP-ID)                                     06140000
061500         INTO(EMP-STATUS-RECORD)                                  06150000
061600         RESP(WS-RESP-CODE)                                       06160000
061700     END-EXEC                                                     06170000
061800     IF WS-RESP-CODE = DFHRESP(NORMAL)                            06180000
061900         MOVE 'Y' TO WS-STS-FOUND-FLAG                            06190000
062000     ELSE                                                         06200000
062100         MOVE 'N' TO WS-STS-FOUND-FLAG                            06210000
062200     END-IF.                                                      06220000
062300 READ-REF-PARA.                                                   06230000
062400     EXEC CICS READ                                               06240000
062500         FILE('P26RFILE')                                         06250000
062600         RIDFLD(REF-KEY)                                          06260000
062700         INTO(REFERENCE-RECORD)                                   06270000
062800         RESP(WS-REF-RESP-CODE)                                   06280000
062900     END-EXEC                                                     06290000
063000     IF WS-REF-RESP-CODE NOT = DFHRESP(NORMAL)                    06300000
063100        OR REF-RETIRED                                            06310000
063200         MOVE 'N' TO WS-VALID-FLAG                                06320000
063300     END-IF.                                                      06330000
063400 GET-TODAY-PARA.                                                  06340000
063500     PERFORM DATE-TIME-PARA                                       06350000
063600     MOVE SYSDATEO(7:4) TO WS-TODAY-NUM(1:4)                      06360000
063700     MOVE SYSDATEO(4:2) TO WS-TODAY-NUM(5:2)                      06370000
063800     MOVE SYSDATEO(1:2) TO WS-TODAY-NUM(7:2)                      06380000
063900     MOVE WS-TODAY-NUM TO WS-MONTH-START                          06390000
064000     MOVE '01' TO WS-MONTH-START(7:2).                            06400000
064100 WRITE-AUDIT-PARA.                                                06410000
064200     PERFORM DATE-TIME-PARA                                       06420000
064300     MOVE WS-LD-EMP-ID       TO AUD-EMP-ID                        06430000
064400     MOVE SYSDATEO           TO AUD-DATE-KEY                      06440000
064500     MOVE WS-TIME-OUT        TO AUD-TIME-KEY                      06450000
064600     ADD 1 TO WS-AUDIT-SEQ                                        06460000
064700     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           06470000
064800     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        06480000
064900     MOVE 'P26LDF  '         TO AUD-SOURCE-FILE                   06490000
065000     MOVE EIBTRMID           TO AUD-TERM-ID                       06500000
065100     MOVE WS-USERID          TO AUD-USER-ID                       06510000
065200     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  06520000
065300     MOVE WS-AUDIT-AFTER     TO AUD-AFTER-IMAGE                   06530000
065400     PERFORM WRITE-AUDIT-RECORD-PARA                              06540000
065500     PERFORM WRITE-AUDIT-RETRY-PARA                               06550000
065600         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           06560000
065700     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  06570000
065800         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 06580000
065900         MOVE 'WRITE-AUDIT-PARA    ' TO ERL-PARAGRAPH             06590000
066000         PERFORM LOG-FILE-ERROR-PARA                              06600000
066100     END-IF.                                                      06610000
066200 WRITE-AUDIT-RECORD-PARA.                                         06620000
066300     EXEC CICS WRITE                                              06630000
066400         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         06640000
066500         FROM(AUDIT-RECORD)                                       06650000
066600         RESP(WS-AUDIT-RESP-CODE)                                 06660000
066700     END-EXEC.                                                    06670000
066800 WRITE-AUDIT-RETRY-PARA.                                          06680000
066900     ADD 1 TO WS-AUDIT-SEQ                                        06690000
067000     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           06700000
067100     PERFORM WRITE-AUDIT-RECORD-PARA.                             06710000
067200 RECEIVE-MAP.                                                     06720000
067300     EXEC CICS RECEIVE                                            06730000
067400         MAP('LDSMAP')                                            06740000
067500         MAPSET('P26AS26')                                        06750000
067600         INTO(LDSMAPI)                                            06760000
067700     END-EXEC.                                                    06770000
067800 DATE-TIME-PARA.                                                  06780000
067900     EXEC CICS ASKTIME                                            06790000
068000         ABSTIME(WS-DATE-TIME)                                    06800000
068100     END-EXEC.                                                    06810000
068200     EXEC CICS FORMATTIME                                         06820000
068300         ABSTIME(WS-DATE-TIME)                                    06830000
068400         DDMMYYYY(SYSDATEO)                                       06840000
068500         DATESEP                                                  06850000
068600         TIME(SYSTIMEO)                                           06860000
068700         TIMESEP                                                  06870000
068800     END-EXEC                                                     06880000
068900     MOVE SYSTIMEO TO WS-TIME-OUT.                                06890000
069000*                                                                 06900000
069100 LOG-FILE-ERROR-PARA.                                             06910000
069200     PERFORM DATE-TIME-PARA                                       06920000
069300     MOVE SYSDATEO          TO ERL-DATE-KEY                       06930000
069400     MOVE WS-TIME-OUT       TO ERL-TIME-KEY                       06940000
069500     ADD 1 TO WS-ERRLOG-SEQ                                       06950000
069600     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           06960000
069700     MOVE 'P26AP26'         TO ERL-PROGRAM                        06970000
069800     MOVE EIBTRMID          TO ERL-TERM-ID                        06980000
069900     PERFORM WRITE-ERRLOG-RECORD-PARA                             06990000
070000     PERFORM WRITE-ERRLOG-RETRY-PARA                              07000000
070100         UNTIL WS-ERRLOG-RESP-CODE NOT = DFHRESP(DUPKEY).         07010000
070200 WRITE-ERRLOG-RECORD-PARA.                                        07020000
070300     EXEC CICS WRITE                                              07030000
070400         FILE('P26ERRLOG') RIDFLD(ERL-KEY)                        07040000
070500         FROM(ERROR-LOG-RECORD)                                   07050000
070600         RESP(WS-ERRLOG-RESP-CODE)                                07060000
070700     END-EXEC.                                                    07070000
070800 WRITE-ERRLOG-RETRY-PARA.                                         07080000
070900     ADD 1 TO WS-ERRLOG-SEQ                                       07090000
071000     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           07100000
071100     PERFORM WRITE-ERRLOG-RECORD-PARA.                            07110000
071200 CHECK-SESSION-PARA.                                              07120054
071300     SET SCK-CHECK TO TRUE                                        07130054
071400     EXEC CICS LINK                                               07140054
071500         PROGRAM('P26SESCK')                                      07150054
071600         COMMAREA(SESSION-CHECK-AREA)                             07160054
071700         RESP(WS-SCK-RESP)                                        07170054
071800     END-EXEC                                                     07180054
071900     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         07190054
072000        OR NOT SCK-OK                                             07200054
072100        OR SCK-USERID NOT = WS-USERID                             07210054
072200         MOVE 'P26AP26' TO WS-SIGNON-TARGET                       07220054
072300         MOVE 'T'       TO WS-SIGNON-FLAG                         07230054
072400         EXEC CICS XCTL                                           07240054
072500             PROGRAM('P26AP06')                                   07250054
072600             COMMAREA(WS-SIGNON-CA)                               07260054
072700         END-EXEC                                                 07270054
072800     END-IF.                                                      07280054
