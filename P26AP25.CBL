000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26AP25.                                             00020000
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
001500     03  WS-LAST-PLAN        PIC X(04) VALUE SPACES.              00150000
001600     03  WS-LAST-EFF         PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SAVE-ENR-REC     PIC X(54) VALUE SPACES.              00170000
001800 01  WS-SIGNON-CA.                                                00180000
001900     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00190000
002000     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00200000
002050 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00205054
002100 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00210000
002200 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00220000
002300 01  WS-ENRF-RESP-CODE       PIC S9(08) COMP VALUE ZERO.          00230000
002400 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00240000
002500 01  WS-TIME-OUT             PIC X(08) VALUE SPACES.              00250000
002600 01  WS-ENR-KEY.                                                  00260000
002700     03  WS-ENR-EMP-ID       PIC X(05) VALUE SPACES.              00270000
002800     03  WS-ENR-PLAN         PIC X(04) VALUE SPACES.              00280000
002900     03  WS-ENR-EFF          PIC X(08) VALUE SPACES.              00290000
003000 01  WS-TODAY-NUM            PIC X(08) VALUE SPACES.              00300000
003100 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 00310000
003200     88  VALID-DATA                 VALUE 'Y'.                    00320000
003300 01  WS-TIER-SUB             PIC 9(01) VALUE ZERO.                00330000
003400 01  WS-TIER-CODE            PIC X(02) VALUE SPACES.              00340000
003500 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00350000
003600     88  STS-FOUND                  VALUE 'Y'.                    00360000
003700 01  WS-TIER-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00370000
003800     88  TIER-FOUND                 VALUE 'Y'.                    00380000
003900 01  WS-EE-COST              PIC 9(05)V99 VALUE ZERO.             00390000
004000 01  WS-ER-COST              PIC 9(05)V99 VALUE ZERO.             00400000
004100 01  WS-COST-O               PIC ZZZ,ZZ9.99 VALUE ZERO.           00410000
004200 01  WS-HIRE-DATE.                                                00420000
004300     03  WS-HIRE-YYYY        PIC 9(04).                           00430000
004400     03  WS-HIRE-MM          PIC 9(02).                           00440000
004500     03  WS-HIRE-DD          PIC X(02).                           00450000
004600 01  WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE PIC X(08).             00460000
004700 01  WS-ELIG-DATE.                                                00470000
004800     03  WS-ELIG-YYYY        PIC 9(04).                           00480000
004900     03  WS-ELIG-MM          PIC 9(02).                           00490000
005000     03  WS-ELIG-DD          PIC X(02).                           00500000
005100 01  WS-ELIG-DATE-X REDEFINES WS-ELIG-DATE PIC X(08).             00510000
005200 01  WS-ELIG-MTHS            PIC 9(03) VALUE ZERO.                00520000
005300 01  WS-ELIG-YRS             PIC 9(02) VALUE ZERO.                00530000
005400 01  WS-ELIG-REM             PIC 9(02) VALUE ZERO.                00540000
005500 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00550000
005600 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00560000
005700 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             00570000
005800 01  WS-AUDIT-RESP-CODE      PIC S9(08) COMP.                     00580000
005900 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00590000
006000 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00600000
006100 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00610000
006200     COPY EMPREC.                                                 00620000
006300     COPY P26STR.                                                 00630000
006400     COPY P26BPLR.                                                00640000
006500     COPY P26ENRR.                                                00650000
006600     COPY P26AUDR.                                                00660000
006700     COPY P26ERRL.                                                00670000
006800     COPY P26AS25.                                                00680000
006850     COPY P26SESC.                                                00685054
006900     COPY DFHAID.                                                 00690000
007000 LINKAGE SECTION.                                                 00700000
007100 01  DFHCOMMAREA     PIC X(81).                                   00710000
007200 PROCEDURE DIVISION.                                              00720000
007300 MAIN-PARA.                                                       00730000
007400     IF EIBCALEN = ZERO                                           00740000
007500         MOVE 'P26AP25' TO WS-SIGNON-TARGET                       00750000
007600         MOVE SPACES    TO WS-SIGNON-FLAG                         00760000
007700         EXEC CICS XCTL                                           00770000
007800             PROGRAM('P26AP06')                                   00780000
007900             COMMAREA(WS-SIGNON-CA)                               00790000
008000         END-EXEC                                                 00800000
008100     ELSE                                                         00810000
008200         MOVE DFHCOMMAREA TO WS-CA                                00820000
008250         PERFORM CHECK-SESSION-PARA                               00825054
008300         IF SIGNON-COMPLETE                                       00830000
008400             PERFORM FIRST-PARA                                   00840000
008500         ELSE                                                     00850000
008600             PERFORM NEXT-PARA                                    00860000
008700         END-IF                                                   00870000
008800     END-IF.                                                      00880000
008900 END-PARA.                                                        00890000
009000     SET PROCESS-ACTIVE TO TRUE.                                  00900000
009100     EXEC CICS RETURN                                             00910000
009200         TRANSID('P27E')                                          00920000
009300         COMMAREA(WS-CA)                                          00930000
009400     END-EXEC.                                                    00940000
009500 FIRST-PARA.                                                      00950000
009600     MOVE LOW-VALUES TO BENMAPO                                   00960000
009700     PERFORM DATE-TIME-PARA                                       00970000
009800     PERFORM SEND-MAP.                                            00980000
009900 SEND-MAP.                                                        00990000
010000     EXEC CICS SEND                                               01000000
010100         MAP('BENMAP')                                            01010000
010200         MAPSET('P26AS25')                                        01020000
010300         FROM (BENMAPI)                                           01030000
010400         ERASE                                                    01040000
010500     END-EXEC.                                                    01050000
010600     PERFORM DATE-TIME-PARA.                                      01060000
010700 NEXT-PARA.                                                       01070000
010800     EVALUATE EIBAID                                              01080000
010900        WHEN DFHPF3                                               01090000
011000         EXEC CICS XCTL                                           01100000
011100             PROGRAM('P26AP02')                                   01110000
011200         END-EXEC                                                 01120000
011300        WHEN DFHENTER                                             01130000
011400            PERFORM INQUIRE-PARA                                  01140000
011500        WHEN DFHPF1                                               01150000
011600            PERFORM ADD-ENR-PARA                                  01160000
011700        WHEN DFHPF4                                               01170000
011800            PERFORM UPDATE-ENR-PARA                               01180000
011900        WHEN DFHPF5                                               01190000
012000            PERFORM DELETE-ENR-PARA                               01200000
012100        WHEN DFHPF8                                               01210000
012200            PERFORM BROWSE-NEXT-PARA                              01220000
012300        WHEN OTHER                                                01230000
012400            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                01240000
012500     END-EVALUATE                                                 01250000
012600     PERFORM SEND-MAP.                                            01260000
012700 INQUIRE-PARA.                                                    01270000
012800     PERFORM RECEIVE-MAP                                          01280000
012900     IF BEIDL = ZERO OR BEIDI = SPACES                            01290000
013000         MOVE 'PLEASE ENTER AN EMPLOYEE ID' TO MESSAGEO           01300000
013100     ELSE                                                         01310000
013200         MOVE BEIDI TO WS-LAST-ID                                 01320000
013300         IF BPLANL NOT = ZERO AND BPLANI NOT = SPACES             01330000
013400            AND BEFFL NOT = ZERO AND BEFFI NOT = SPACES           01340000
013500             MOVE BEIDI TO WS-ENR-EMP-ID                          01350000
013600             MOVE BPLANI TO WS-ENR-PLAN                           01360000
013700             MOVE BEFFI TO WS-ENR-EFF                             01370000
013800             PERFORM READ-ENR-PARA                                01380000
013900         ELSE                                                     01390000
014000             IF BPLANL NOT = ZERO AND BPLANI NOT = SPACES         01400000
014100                 MOVE BPLANI TO WS-LAST-PLAN                      01410000
014200             ELSE                                                 01420000
014300                 MOVE SPACES TO WS-LAST-PLAN                      01430000
014400             END-IF                                               01440000
014500             MOVE SPACES TO WS-LAST-EFF                           01450000
014600             PERFORM BROWSE-NEXT-PARA                             01460000
014700         END-IF                                                   01470000
014800     END-IF.                                                      01480000
014900 READ-ENR-PARA.                                                   01490000
015000     EXEC CICS READ                                               01500000
015100         FILE('P26ENRF')                                          01510000
015200         RIDFLD(WS-ENR-KEY)                                       01520000
015300         INTO(ENROLLMENT-RECORD)                                  01530000
015400         RESP(WS-ENRF-RESP-CODE)                                  01540000
015500     END-EXEC                                                     01550000
015600     EVALUATE WS-ENRF-RESP-CODE                                   01560000
015700         WHEN DFHRESP(NORMAL)                                     01570000
015800             PERFORM SHOW-ENR-PARA                                01580000
015900             MOVE 'ELECTION FOUND - PF4 UPD PF5 DEL' TO MESSAGEO  01590000
016000         WHEN DFHRESP(NOTFND)                                     01600000
016100             MOVE 'NO SUCH ELECTION - PF1 ADDS' TO MESSAGEO       01610000
016200         WHEN OTHER                                               01620000
016300             MOVE 'ERROR ACCESSING FILE' TO MESSAGEO              01630000
016400             MOVE WS-ENRF-RESP-CODE TO ERL-RESP-CODE              01640000
016500             MOVE 'READ-ENR-PARA       ' TO ERL-PARAGRAPH         01650000
016600             PERFORM LOG-FILE-ERROR-PARA                          01660000
016700     END-EVALUATE.                                                01670000
016800 BROWSE-NEXT-PARA.                                                01680000
016900     IF WS-LAST-ID = SPACES                                       01690000
017000         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO MESSAGEO            01700000
017100     ELSE                                                         01710000
017200         MOVE WS-LAST-ID TO WS-ENR-EMP-ID                         01720000
017300         MOVE WS-LAST-PLAN TO WS-ENR-PLAN                         01730000
017400         MOVE WS-LAST-EFF TO WS-ENR-EFF                           01740000
017500         EXEC CICS STARTBR                                        01750000
017600             FILE('P26ENRF')                                      01760000
017700             RIDFLD(WS-ENR-KEY)                                   01770000
017800             RESP(WS-RESP-CODE)                                   01780000
017900         END-EXEC                                                 01790000
018000         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01800000
018100             EXEC CICS READNEXT                                   01810000
018200                 FILE('P26ENRF')                                  01820000
018300                 INTO(ENROLLMENT-RECORD)                          01830000
018400                 RIDFLD(WS-ENR-KEY)                               01840000
018500                 RESP(WS-RESP-CODE)                               01850000
018600             END-EXEC                                             01860000
018700             IF WS-RESP-CODE = DFHRESP(NORMAL)                    01870000
018800                AND ENR-EMP-ID = WS-LAST-ID                       01880000
018900                AND ENR-PLAN-CODE = WS-LAST-PLAN                  01890000
019000                AND ENR-EFF-DATE = WS-LAST-EFF                    01900000
019100                 EXEC CICS READNEXT                               01910000
019200                     FILE('P26ENRF')                              01920000
019300                     INTO(ENROLLMENT-RECORD)                      01930000
019400                     RIDFLD(WS-ENR-KEY)                           01940000
019500                     RESP(WS-RESP-CODE)                           01950000
019600                 END-EXEC                                         01960000
019700             END-IF                                               01970000
019800             EXEC CICS ENDBR                                      01980000
019900                 FILE('P26ENRF')                                  01990000
020000             END-EXEC                                             02000000
020100         END-IF                                                   02010000
020200         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02020000
020300            AND ENR-EMP-ID = WS-LAST-ID                           02030000
020400             PERFORM SHOW-ENR-PARA                                02040000
020500             MOVE 'ELECTION DISPLAYED - PF8 NEXT' TO MESSAGEO     02050000
020600         ELSE                                                     02060000
020700             MOVE 'NO MORE ELECTIONS FOR EMPLOYEE' TO MESSAGEO    02070000
020800         END-IF                                                   02080000
020900     END-IF.                                                      02090000
021000 SHOW-ENR-PARA.                                                   02100000
021100     MOVE ENR-EMP-ID TO BEIDO WS-LAST-ID                          02110000
021200     MOVE ENR-PLAN-CODE TO BPLANO WS-LAST-PLAN                    02120000
021300     MOVE ENR-EFF-DATE TO BEFFO WS-LAST-EFF                       02130000
021400     MOVE ENR-TIER TO BTIERO                                      02140000
021500     MOVE ENR-STOP-DATE TO BSTOPO                                 02150000
021600     MOVE ENR-STATUS TO BSTATO                                    02160000
021700     MOVE ENROLLMENT-RECORD TO WS-SAVE-ENR-REC                    02170000
021800     MOVE SPACES TO BNAMEO BPDESCO BELIGO                         02180000
021900     MOVE SPACES TO BEECSTO BERCSTO                               02190000
022000     MOVE ENR-EMP-ID TO WS-ENR-EMP-ID                             02200000
022100     PERFORM READ-EMP-PARA                                        02210000
022200     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02220000
022300         MOVE EMP-NAME TO BNAMEO                                  02230000
022400     END-IF                                                       02240000
022500     MOVE ENR-PLAN-CODE TO BPL-PLAN-CODE                          02250000
022600     PERFORM READ-PLAN-PARA                                       02260000
022700     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02270000
022800         MOVE BPL-DESC TO BPDESCO                                 02280000
022900         MOVE ENR-TIER TO WS-TIER-CODE                            02290000
023000         PERFORM FIND-TIER-PARA                                   02300000
023100         MOVE WS-EE-COST TO WS-COST-O                             02310000
023200         MOVE WS-COST-O TO BEECSTO                                02320000
023300         MOVE WS-ER-COST TO WS-COST-O                             02330000
023400         MOVE WS-COST-O TO BERCSTO                                02340000
023500         PERFORM READ-STATUS-PARA                                 02350000
023600         PERFORM ELIG-DATE-PARA                                   02360000
023700         MOVE WS-ELIG-DATE-X TO BELIGO                            02370000
023800     END-IF.                                                      02380000
023900 ADD-ENR-PARA.                                                    02390000
024000     PERFORM RECEIVE-MAP                                          02400000
024100     PERFORM EDIT-ELECTION-PARA                                   02410000
024200     IF VALID-DATA                                                02420000
024300         MOVE SPACES TO ENROLLMENT-RECORD                         02430000
024400         MOVE WS-ENR-EMP-ID TO ENR-EMP-ID                         02440000
024500         MOVE WS-ENR-PLAN TO ENR-PLAN-CODE                        02450000
024600         MOVE WS-ENR-EFF TO ENR-EFF-DATE                          02460000
024700         PERFORM BUILD-ENR-PARA                                   02470000
024800         EXEC CICS WRITE                                          02480000
024900             FILE('P26ENRF')                                      02490000
025000             RIDFLD(ENR-KEY)                                      02500000
025100             FROM(ENROLLMENT-RECORD)                              02510000
025200             RESP(WS-RESP-CODE)                                   02520000
025300         END-EXEC                                                 02530000
025400         EVALUATE WS-RESP-CODE                                    02540000
025500             WHEN DFHRESP(NORMAL)                                 02550000
025600                 MOVE 'A' TO WS-AUDIT-ACTION                      02560000
025700                 MOVE SPACES TO WS-AUDIT-BEFORE                   02570000
025800                 MOVE ENROLLMENT-RECORD TO WS-AUDIT-AFTER         02580000
025900                 PERFORM WRITE-AUDIT-PARA                         02590000
026000                 PERFORM SHOW-ENR-PARA                            02600000
026100                 MOVE 'ELECTION ADDED' TO MESSAGEO                02610000
026200             WHEN DFHRESP(DUPREC)                                 02620000
026300                 MOVE 'ELECTION EXISTS FOR THAT DATE' TO MESSAGEO 02630000
026400             WHEN OTHER                                           02640000
026500                 MOVE 'ADD NOT SUCCESSFUL' TO MESSAGEO            02650000
026600                 MOVE WS-RESP-CODE TO ERL-RESP-CODE               02660000
026700                 MOVE 'ADD-ENR-PARA        ' TO ERL-PARAGRAPH     02670000
026800                 PERFORM LOG-FILE-ERROR-PARA                      02680000
026900         END-EVALUATE                                             02690000
027000     END-IF.                                                      02700000
027100 UPDATE-ENR-PARA.                                                 02710000
027200     PERFORM RECEIVE-MAP                                          02720000
027300     PERFORM EDIT-ELECTION-PARA                                   02730000
027400     IF VALID-DATA                                                02740000
027500         EXEC CICS READ                                           02750000
027600             FILE('P26ENRF')                                      02760000
027700             RIDFLD(WS-ENR-KEY)                                   02770000
027800             INTO(ENROLLMENT-RECORD)                              02780000
027900             RESP(WS-RESP-CODE)                                   02790000
028000             UPDATE                                               02800000
028100         END-EXEC                                                 02810000
028200         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02820000
028300             IF ENROLLMENT-RECORD NOT = WS-SAVE-ENR-REC           02830000
028400                 PERFORM STALE-ENR-PARA                           02840000
028500             ELSE                                                 02850000
028600                 IF ENR-EFF-DATE NOT > WS-TODAY-NUM               02860000
028700                    AND BTIERI NOT = ENR-TIER                     02870000
028800                     EXEC CICS UNLOCK                             02880000
028900                         FILE('P26ENRF')                          02890000
029000                     END-EXEC                                     02900000
029100                     MOVE 'IN FORCE - ADD NEW ELECTION FOR TIER'  02910000
029200                         TO MESSAGEO                              02920000
029300                 ELSE                                             02930000
029400                     PERFORM REWRITE-ENR-PARA                     02940000
029500                 END-IF                                           02950000
029600             END-IF                                               02960000
029700         ELSE                                                     02970000
029800             MOVE 'ELECTION NOT FOUND' TO MESSAGEO                02980000
029900         END-IF                                                   02990000
030000     END-IF.                                                      03000000
030100 REWRITE-ENR-PARA.                                                03010000
030200     MOVE ENROLLMENT-RECORD TO WS-AUDIT-BEFORE                    03020000
030300     PERFORM BUILD-ENR-PARA                                       03030000
030400     EXEC CICS REWRITE                                            03040000
030500         FILE('P26ENRF')                                          03050000
030600         FROM(ENROLLMENT-RECORD)                                  03060000
030700         RESP(WS-RESP-CODE1)                                      03070000
030800     END-EXEC                                                     03080000
030900     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           03090000
031000         MOVE 'U' TO WS-AUDIT-ACTION                              03100000
031100         MOVE ENROLLMENT-RECORD TO WS-AUDIT-AFTER                 03110000
031200         PERFORM WRITE-AUDIT-PARA                                 03120000
031300         PERFORM SHOW-ENR-PARA                                    03130000
031400         MOVE 'ELECTION UPDATED' TO MESSAGEO                      03140000
031500     ELSE                                                         03150000
031600         MOVE 'UPDATE NOT SUCCESSFUL' TO MESSAGEO                 03160000
031700         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      03170000
031800         MOVE 'REWRITE-ENR-PARA    ' TO ERL-PARAGRAPH             03180000
031900         PERFORM LOG-FILE-ERROR-PARA                              03190000
032000     END-IF.                                                      03200000
032100 DELETE-ENR-PARA.                                                 03210000
032200     PERFORM RECEIVE-MAP                                          03220000
032300     PERFORM EDIT-KEY-PARA                                        03230000
032400     IF VALID-DATA                                                03240000
032500         EXEC CICS READ                                           03250000
032600             FILE('P26ENRF')                                      03260000
032700             RIDFLD(WS-ENR-KEY)                                   03270000
032800             INTO(ENROLLMENT-RECORD)                              03280000
032900             RESP(WS-RESP-CODE)                                   03290000
033000             UPDATE                                               03300000
033100         END-EXEC                                                 03310000
033200         IF WS-RESP-CODE = DFHRESP(NORMAL)                        03320000
033300             IF ENROLLMENT-RECORD NOT = WS-SAVE-ENR-REC           03330000
033400                 PERFORM STALE-ENR-PARA                           03340000
033500             ELSE                                                 03350000
033600                 IF ENR-EFF-DATE NOT > WS-TODAY-NUM               03360000
033700                    OR ENR-APPLIED                                03370000
033800                     EXEC CICS UNLOCK                             03380000
033900                         FILE('P26ENRF')                          03390000
034000                     END-EXEC                                     03400000
034100                     MOVE 'IN FORCE - ENTER A STOP DATE INSTEAD'  03410000
034200                         TO MESSAGEO                              03420000
034300                 ELSE                                             03430000
034400                     PERFORM REMOVE-ENR-PARA                      03440000
034500                 END-IF                                           03450000
034600             END-IF                                               03460000
034700         ELSE                                                     03470000
034800             MOVE 'ELECTION NOT FOUND' TO MESSAGEO                03480000
034900         END-IF                                                   03490000
035000     END-IF.                                                      03500000
035100 REMOVE-ENR-PARA.                                                 03510000
035200     MOVE ENROLLMENT-RECORD TO WS-AUDIT-BEFORE                    03520000
035300     EXEC CICS DELETE                                             03530000
035400         FILE('P26ENRF')                                          03540000
035500         RESP(WS-RESP-CODE1)                                      03550000
035600     END-EXEC                                                     03560000
035700     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           03570000
035800         MOVE 'D' TO WS-AUDIT-ACTION                              03580000
035900         MOVE SPACES TO WS-AUDIT-AFTER                            03590000
036000         PERFORM WRITE-AUDIT-PARA                                 03600000
036100         MOVE SPACES TO WS-SAVE-ENR-REC                           03610000
036200         MOVE 'ELECTION DELETED' TO MESSAGEO                      03620000
036300     ELSE                                                         03630000
036400         MOVE 'DELETE NOT SUCCESSFUL' TO MESSAGEO                 03640000
036500         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      03650000
036600         MOVE 'REMOVE-ENR-PARA     ' TO ERL-PARAGRAPH             03660000
036700         PERFORM LOG-FILE-ERROR-PARA                              03670000
036800     END-IF.                                                      03680000
036900 STALE-ENR-PARA.                                                  03690000
037000     EXEC CICS UNLOCK                                             03700000
037100         FILE('P26ENRF')                                          03710000
037200     END-EXEC                                                     03720000
037300     PERFORM SHOW-ENR-PARA                                        03730000
037400     MOVE 'CHANGED SINCE DISPLAY - CHECK AND REKEY' TO MESSAGEO   03740000
037500     MOVE ZERO TO ERL-RESP-CODE                                   03750000
037600     MOVE 'UPDATE-ENR (STALE)  ' TO ERL-PARAGRAPH                 03760000
037700     PERFORM LOG-FILE-ERROR-PARA.                                 03770000
037800 EDIT-KEY-PARA.                                                   03780000
037900     MOVE 'Y' TO WS-VALID-FLAG                                    03790000
038000     PERFORM GET-TODAY-PARA                                       03800000
038100     IF BEIDL = ZERO OR BEIDI = SPACES                            03810000
038200        OR BPLANL = ZERO OR BPLANI = SPACES                       03820000
038300        OR BEFFL = ZERO OR BEFFI = SPACES                         03830000
038400         MOVE 'ENTER EMPLOYEE, PLAN AND EFFECTIVE DATE'           03840000
038500             TO MESSAGEO                                          03850000
038600         MOVE 'N' TO WS-VALID-FLAG                                03860000
038700     ELSE                                                         03870000
038800         MOVE BEIDI TO WS-ENR-EMP-ID WS-LAST-ID                   03880000
038900         MOVE BPLANI TO WS-ENR-PLAN WS-LAST-PLAN                  03890000
039000         MOVE BEFFI TO WS-ENR-EFF WS-LAST-EFF                     03900000
039100     END-IF.                                                      03910000
039200 EDIT-ELECTION-PARA.                                              03920000
039300     PERFORM EDIT-KEY-PARA                                        03930000
039400     IF VALID-DATA                                                03940000
039500         IF WS-ENR-EFF NOT NUMERIC                                03950000
039600             MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO MESSAGEO   03960000
039700             MOVE 'N' TO WS-VALID-FLAG                            03970000
039800         END-IF                                                   03980000
039900     END-IF                                                       03990000
040000     IF VALID-DATA                                                04000000
040100         IF BTIERL = ZERO OR BTIERI = SPACES                      04010000
040200             MOVE 'ENTER A COVERAGE TIER OR WV TO WAIVE'          04020000
040300                 TO MESSAGEO                                      04030000
040400             MOVE 'N' TO WS-VALID-FLAG                            04040000
040500         END-IF                                                   04050000
040600     END-IF                                                       04060000
040700     IF VALID-DATA                                                04070000
040800         IF BSTOPL NOT = ZERO AND BSTOPI NOT = SPACES             04080000
040900             IF BSTOPI NOT NUMERIC                                04090000
041000                OR BSTOPI NOT > WS-ENR-EFF                        04100000
041100                 MOVE 'STOP DATE MUST BE AFTER EFFECTIVE DATE'    04110000
041200                     TO MESSAGEO                                  04120000
041300                 MOVE 'N' TO WS-VALID-FLAG                        04130000
041400             END-IF                                               04140000
041500         END-IF                                                   04150000
041600     END-IF                                                       04160000
041700     IF VALID-DATA                                                04170000
041800         PERFORM READ-EMP-PARA                                    04180000
041900         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    04190000
042000             MOVE 'EMPLOYEE NOT ON P26AFILE' TO MESSAGEO          04200000
042100             MOVE 'N' TO WS-VALID-FLAG                            04210000
042200         END-IF                                                   04220000
042300     END-IF                                                       04230000
042400     IF VALID-DATA                                                04240000
042500         PERFORM READ-STATUS-PARA                                 04250000
042600         IF STS-FOUND                                             04260000
042700            AND STS-TERMINATED                                    04270000
042800             MOVE 'EMPLOYEE IS TERMINATED' TO MESSAGEO            04280000
042900             MOVE 'N' TO WS-VALID-FLAG                            04290000
043000         END-IF                                                   04300000
043100     END-IF                                                       04310000
043200     IF VALID-DATA                                                04320000
043300         MOVE WS-ENR-PLAN TO BPL-PLAN-CODE                        04330000
043400         PERFORM READ-PLAN-PARA                                   04340000
043500         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    04350000
043600             MOVE 'UNKNOWN PLAN CODE' TO MESSAGEO                 04360000
043700             MOVE 'N' TO WS-VALID-FLAG                            04370000
043800         ELSE                                                     04380000
043900             IF BPL-CLOSED                                        04390000
044000                 MOVE 'PLAN IS CLOSED TO ELECTIONS' TO MESSAGEO   04400000
044100                 MOVE 'N' TO WS-VALID-FLAG                        04410000
044200             END-IF                                               04420000
044300         END-IF                                                   04430000
044400     END-IF                                                       04440000
044500     IF VALID-DATA                                                04450000
044600         MOVE BTIERI TO WS-TIER-CODE                              04460000
044700         PERFORM FIND-TIER-PARA                                   04470000
044800         IF NOT TIER-FOUND                                        04480000
044900             MOVE 'TIER NOT OFFERED ON THIS PLAN' TO MESSAGEO     04490000
045000             MOVE 'N' TO WS-VALID-FLAG                            04500000
045100         END-IF                                                   04510000
045200     END-IF                                                       04520000
045300     IF VALID-DATA                                                04530000
045400         PERFORM ELIG-DATE-PARA                                   04540000
045500         IF BTIERI NOT = 'WV'                                     04550000
045600            AND WS-ELIG-DATE-X NOT = SPACES                       04560000
045700            AND WS-ENR-EFF < WS-ELIG-DATE-X                       04570000
045800             MOVE WS-ELIG-DATE-X TO BELIGO                        04580000
045900             MOVE 'WAITING PERIOD NOT MET - SEE ELIG DATE'        04590000
046000                 TO MESSAGEO                                      04600000
046100             MOVE 'N' TO WS-VALID-FLAG                            04610000
046200         END-IF                                                   04620000
046300     END-IF.                                                      04630000
046400 FIND-TIER-PARA.                                                  04640000
046500     MOVE 'N' TO WS-TIER-FOUND-FLAG                               04650000
046600     MOVE ZERO TO WS-EE-COST WS-ER-COST                           04660000
046700     IF WS-TIER-CODE = 'WV'                                       04670000
046800         SET TIER-FOUND TO TRUE                                   04680000
046900     ELSE                                                         04690000
047000         MOVE ZERO TO WS-TIER-SUB                                 04700000
047100         PERFORM FIND-TIER-SCAN-PARA                              04710000
047200             UNTIL WS-TIER-SUB = 4 OR TIER-FOUND                  04720000
047300     END-IF.                                                      04730000
047400 FIND-TIER-SCAN-PARA.                                             04740000
047500     ADD 1 TO WS-TIER-SUB                                         04750000
047600     IF BPL-TIER-CODE(WS-TIER-SUB) = WS-TIER-CODE                 04760000
047700        AND WS-TIER-CODE NOT = SPACES                             04770000
047800         SET TIER-FOUND TO TRUE                                   04780000
047900         MOVE BPL-EE-COST(WS-TIER-SUB) TO WS-EE-COST              04790000
048000         MOVE BPL-ER-COST(WS-TIER-SUB) TO WS-ER-COST              04800000
048100     END-IF.                                                      04810000
048200 ELIG-DATE-PARA.                                                  04820000
048300     MOVE SPACES TO WS-ELIG-DATE-X                                04830000
048400     IF STS-FOUND                                                 04840000
048500         MOVE STS-HIRE-DATE TO WS-HIRE-DATE-X                     04850000
048600         IF WS-HIRE-DATE-X NUMERIC                                04860000
048700             COMPUTE WS-ELIG-MTHS =                               04870000
048800                 WS-HIRE-MM - 1 + BPL-WAIT-MONTHS                 04880000
048900             DIVIDE WS-ELIG-MTHS BY 12                            04890000
049000                 GIVING WS-ELIG-YRS REMAINDER WS-ELIG-REM         04900000
049100             COMPUTE WS-ELIG-YYYY = WS-HIRE-YYYY + WS-ELIG-YRS    04910000
049200             COMPUTE WS-ELIG-MM = WS-ELIG-REM + 1                 04920000
049300             MOVE WS-HIRE-DD TO WS-ELIG-DD                        04930000
049400         END-IF                                                   04940000
049500     END-IF.                                                      04950000
049600 BUILD-ENR-PARA.                                                  04960000
049700     MOVE BTIERI TO ENR-TIER                                      04970000
049800     IF BSTOPL = ZERO                                             04980000
049900         MOVE SPACES TO ENR-STOP-DATE                             04990000
050000     ELSE                                                         05000000
050100         MOVE BSTOPI TO ENR-STOP-DATE                             05010000
050200     END-IF                                                       05020000
050300     SET ENR-PENDING TO TRUE                                      05030000
050400     PERFORM DATE-TIME-PARA                                       05040000
050500     MOVE SYSDATEO TO ENR-UPD-DATE                                05050000
050600     MOVE WS-TIME-OUT TO ENR-UPD-TIME                             05060000
050700     MOVE WS-USERID TO ENR-UPD-USER.                              05070000
050800 READ-EMP-PARA.                                                   05080000
050900     EXEC CICS READ                                               05090000
051000         FILE('P26AFILE')                                         05100000
051100         RIDFLD(WS-ENR-EMP-ID)                                    05110000
051200         INTO(EMPLOYEE-RECORD)                                    05120000
051300         RESP(WS-RESP-CODE)                                       05130000
051400     END-EXEC.                                                    05140000
051500 READ-STATUS-PARA.                                                05150000
051600     EXEC CICS READ                                               05160000
051700         FILE('P26SFILE')                                         05170000
051800         RIDFLD(WS-ENR-EMP-ID)                                    05180000
051900         INTO(EMP-STATUS-RECORD)                                  05190000
052000         RESP(WS-RESP-CODE)                                       05200000
052100     END-EXEC                                                     05210000
052200     IF WS-RESP-CODE = DFHRESP(NORMAL)                            05220000
052300         MOVE 'Y' TO WS-STS-FOUND-FLAG                            05230000
052400     ELSE                                                         05240000
052500         MOVE 'N' TO WS-STS-FOUND-FLAG                            05250000
052600     END-IF.                                                      05260000
052700 READ-PLAN-PARA.                                                  05270000
052800     EXEC CICS READ                                               05280000
052900         FILE('P26BPLF')                                          05290000
053000         RIDFLD(BPL-PLAN-CODE)                                    05300000
053100         INTO(BENEFIT-PLAN-RECORD)                                05310000
053200         RESP(WS-RESP-CODE)                                       05320000
053300     END-EXEC.                                                    05330000
053400 GET-TODAY-PARA.                                                  05340000
053500     PERFORM DATE-TIME-PARA                                       05350000
053600     MOVE SYSDATEO(7:4) TO WS-TODAY-NUM(1:4)                      05360000
053700     MOVE SYSDATEO(4:2) TO WS-TODAY-NUM(5:2)                      05370000
053800     MOVE SYSDATEO(1:2) TO WS-TODAY-NUM(7:2).                     05380000
053900 WRITE-AUDIT-PARA.                                                05390000
054000     PERFORM DATE-TIME-PARA                                       05400000
054100     MOVE WS-ENR-EMP-ID      TO AUD-EMP-ID                        05410000
054200     MOVE SYSDATEO           TO AUD-DATE-KEY                      05420000
054300     MOVE WS-TIME-OUT        TO AUD-TIME-KEY                      05430000
054400     ADD 1 TO WS-AUDIT-SEQ                                        05440000
054500     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05450000
054600     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        05460000
054700     MOVE 'P26ENRF '         TO AUD-SOURCE-FILE                   05470000
054800     MOVE EIBTRMID           TO AUD-TERM-ID                       05480000
054900     MOVE WS-USERID          TO AUD-USER-ID                       05490000
055000     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  05500000
055100     MOVE WS-AUDIT-AFTER     TO AUD-AFTER-IMAGE                   05510000
055200     PERFORM WRITE-AUDIT-RECORD-PARA                              05520000
055300     PERFORM WRITE-AUDIT-RETRY-PARA                               05530000
055400         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           05540000
055500     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  05550000
055600         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 05560000
055700         MOVE 'WRITE-AUDIT-PARA    ' TO ERL-PARAGRAPH             05570000
055800         PERFORM LOG-FILE-ERROR-PARA                              05580000
055900     END-IF.                                                      05590000
056000 WRITE-AUDIT-RECORD-PARA.                                         05600000
056100     EXEC CICS WRITE                                              05610000
056200         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         05620000
056300         FROM(AUDIT-RECORD)                                       05630000
056400         RESP(WS-AUDIT-RESP-CODE)                                 05640000
056500     END-EXEC.                                                    05650000
056600 WRITE-AUDIT-RETRY-PARA.                                          05660000
056700     ADD 1 TO WS-AUDIT-SEQ                                        05670000
056800     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05680000
056900     PERFORM WRITE-AUDIT-RECORD-PARA.                             05690000
057000 RECEIVE-MAP.                                                     05700000
057100     EXEC CICS RECEIVE                                            05710000
057200         MAP('BENMAP')                                            05720000
057300         MAPSET('P26AS25')                                        05730000
057400         INTO(BENMAPI)                                            05740000
057500     END-EXEC.                                                    05750000
057600 DATE-TIME-PARA.                                                  05760000
057700     EXEC CICS ASKTIME                                            05770000
057800         ABSTIME(WS-DATE-TIME)                                    05780000
057900     END-EXEC.                                                    05790000
058000     EXEC CICS FORMATTIME                                         05800000
058100         ABSTIME(WS-DATE-TIME)                                    05810000
058200         DDMMYYYY(SYSDATEO)                                       05820000
058300         DATESEP                                                  05830000
058400         TIME(SYSTIMEO)                                           05840000
058500         TIMESEP                                                  05850000
058600     END-EXEC                                                     05860000
058700     MOVE SYSTIMEO TO WS-TIME-OUT.                                05870000
058800*                                                                 05880000
058900 LOG-FILE-ERROR-PARA.                                             05890000
059000     PERFORM DATE-TIME-PARA                                       05900000
059100     MOVE SYSDATEO          TO ERL-DATE-KEY                       05910000
059200     MOVE WS-TIME-OUT       TO ERL-TIME-KEY                       05920000
059300     ADD 1 TO WS-ERRLOG-SEQ                                       05930000
059400     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           05940000
059500     MOVE 'P26AP25'         TO ERL-PROGRAM                        05950000
059600     MOVE EIBTRMID          TO ERL-TERM-ID                        05960000
059700     PERFORM WRITE-ERRLOG-RECORD-PARA                             05970000
059800     PERFORM WRITE-ERRLOG-RETRY-PARA                              05980000
059900         UNTIL WS-ERRLOG-RESP-CODE NOT = DFHRESP(DUPKEY).         05990000
060000 WRITE-ERRLOG-RECORD-PARA.                                        06000000
060100     EXEC CICS WRITE                                              06010000
060200         FILE('P26ERRLOG') RIDFLD(ERL-KEY)                        06020000
060300         FROM(ERROR-LOG-RECORD)                                   06030000
060400         RESP(WS-ERRLOG-RESP-CODE)                                06040000
060500     END-EXEC.                                                    06050000
060600 WRITE-ERRLOG-RETRY-PARA.                                         06060000
060700     ADD 1 TO WS-ERRLOG-SEQ                                       06070000
060800     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           06080000
060900     PERFORM WRITE-ERRLOG-RECORD-PARA.                            06090000
061000 CHECK-SESSION-PARA.                                              06100054
061100     SET SCK-CHECK TO TRUE                                        06110054
061200     EXEC CICS LINK                                               06120054
061300         PROGRAM('P26SESCK')                                      06130054
061400         COMMAREA(SESSION-CHECK-AREA)                             06140054
061500         RESP(WS-SCK-RESP)                                        06150054
061600     END-EXEC                                                     06160054
061700     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         06170054
061800        OR NOT SCK-OK                                             06180054
061900        OR SCK-USERID NOT = WS-USERID                             06190054
062000         MOVE 'P26AP25' TO WS-SIGNON-TARGET                       06200054
062100         MOVE 'T'       TO WS-SIGNON-FLAG                         06210054
062200         EXEC CICS XCTL                                           06220054
062300             PROGRAM('P26AP06')                                   06230054
062400             COMMAREA(WS-SIGNON-CA)                               06240054
062500         END-EXEC                                                 06250054
062600     END-IF.                                                      06260054
