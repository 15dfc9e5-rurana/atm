000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26AP27.                                             00020000
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
001500     03  WS-LAST-DOC         PIC X(19) VALUE SPACES.              00150000
001600     03  WS-SAVE-DOC-REC     PIC X(94) VALUE SPACES.              00160000
001700 01  WS-SIGNON-CA.                                                00170000
001800     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00180000
001900     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00190000
001950 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00195054
002000 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00200000
002100 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00210000
002200 01  WS-DOC-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00220000
002300 01  WS-REF-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00230000
002400 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00240000
002500 01  WS-TIME-OUT             PIC X(08) VALUE SPACES.              00250000
002600 01  WS-DOC-KEY.                                                  00260000
002700     03  WS-DOC-EMP-ID       PIC X(05) VALUE SPACES.              00270000
002800     03  WS-DOC-TYPE         PIC X(04) VALUE SPACES.              00280000
002900     03  WS-DOC-NUMBER       PIC X(15) VALUE SPACES.              00290000
003000 01  WS-DOC-KEY-R REDEFINES WS-DOC-KEY.                           00300000
003100     03  FILLER              PIC X(05).                           00310000
003200     03  WS-DOC-TYPE-NUM     PIC X(19).                           00320000
003300 01  WS-TODAY-NUM            PIC X(08) VALUE SPACES.              00330000
003400 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 00340000
003500     88  VALID-DATA                 VALUE 'Y'.                    00350000
003600 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00360000
003700     88  STS-FOUND                  VALUE 'Y'.                    00370000
003800 01  WS-NEW-TECH             PIC X(10) VALUE SPACES.              00380000
003900 01  WS-NEW-ISSUE            PIC X(08) VALUE SPACES.              00390000
004000 01  WS-NEW-EXPIRY           PIC X(08) VALUE SPACES.              00400000
004100 01  WS-DATE-WORK            PIC X(08) VALUE SPACES.              00410000
004200 01  FILLER  REDEFINES  WS-DATE-WORK.                             00420000
004300     03  WS-DATE-YY          PIC 9(04).                           00430000
004400     03  WS-DATE-MM          PIC 9(02).                           00440000
004500     03  WS-DATE-DD          PIC 9(02).                           00450000
004600 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'N'.                 00460000
004700     88  DATE-OK                    VALUE 'Y'.                    00470000
004800 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00480000
004900 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00490000
005000 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             00500000
005100 01  WS-AUDIT-RESP-CODE      PIC S9(08) COMP.                     00510000
005200 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00520000
005300 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00530000
005400 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00540000
005500     COPY EMPREC.                                                 00550000
005600     COPY P26STR.                                                 00560000
005700     COPY P26REF.                                                 00570000
005800     COPY P26DOCR.                                                00580000
005900     COPY P26AUDR.                                                00590000
006000     COPY P26ERRL.                                                00600000
006100     COPY P26AS27.                                                00610000
006150     COPY P26SESC.                                                00615054
006200     COPY DFHAID.                                                 00620000
006300 LINKAGE SECTION.                                                 00630000
006400 01  DFHCOMMAREA     PIC X(128).                                  00640000
006500 PROCEDURE DIVISION.                                              00650000
006600 MAIN-PARA.                                                       00660000
006700     IF EIBCALEN = ZERO                                           00670000
006800         MOVE 'P26AP27' TO WS-SIGNON-TARGET                       00680000
006900         MOVE SPACES    TO WS-SIGNON-FLAG                         00690000
007000         EXEC CICS XCTL                                           00700000
007100             PROGRAM('P26AP06')                                   00710000
007200             COMMAREA(WS-SIGNON-CA)                               00720000
007300         END-EXEC                                                 00730000
007400     ELSE                                                         00740000
007500         MOVE DFHCOMMAREA TO WS-CA                                00750000
007550         PERFORM CHECK-SESSION-PARA                               00755054
007600         IF SIGNON-COMPLETE                                       00760000
007700             PERFORM FIRST-PARA                                   00770000
007800         ELSE                                                     00780000
007900             PERFORM NEXT-PARA                                    00790000
008000         END-IF                                                   00800000
008100     END-IF.                                                      00810000
008200 END-PARA.                                                        00820000
008300     SET PROCESS-ACTIVE TO TRUE.                                  00830000
008400     EXEC CICS RETURN                                             00840000
008500         TRANSID('P27G')                                          00850000
008600         COMMAREA(WS-CA)                                          00860000
008700     END-EXEC.                                                    00870000
008800 FIRST-PARA.                                                      00880000
008900     MOVE LOW-VALUES TO DOCMAPO                                   00890000
009000     PERFORM DATE-TIME-PARA                                       00900000
009100     PERFORM SEND-MAP.                                            00910000
009200 SEND-MAP.                                                        00920000
009300     EXEC CICS SEND                                               00930000
009400         MAP('DOCMAP')                                            00940000
009500         MAPSET('P26AS27')                                        00950000
009600         FROM (DOCMAPI)                                           00960000
009700         ERASE                                                    00970000
009800     END-EXEC.                                                    00980000
009900     PERFORM DATE-TIME-PARA.                                      00990000
010000 NEXT-PARA.                                                       01000000
010100     EVALUATE EIBAID                                              01010000
010200        WHEN DFHPF3                                               01020000
010300         EXEC CICS XCTL                                           01030000
010400             PROGRAM('P26AP02')                                   01040000
010500         END-EXEC                                                 01050000
010600        WHEN DFHENTER                                             01060000
010700            PERFORM INQUIRE-PARA                                  01070000
010800        WHEN DFHPF1                                               01080000
010900            PERFORM ADD-DOC-PARA                                  01090000
011000        WHEN DFHPF4                                               01100000
011100            PERFORM UPDATE-DOC-PARA                               01110000
011200        WHEN DFHPF5                                               01120000
011300            PERFORM DELETE-DOC-PARA                               01130000
011400        WHEN DFHPF6                                               01140000
011500            PERFORM VERIFY-DOC-PARA                               01150000
011600        WHEN DFHPF8                                               01160000
011700            PERFORM BROWSE-NEXT-PARA                              01170000
011800        WHEN OTHER                                                01180000
011900            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                01190000
012000     END-EVALUATE                                                 01200000
012100     PERFORM SEND-MAP.                                            01210000
012200 INQUIRE-PARA.                                                    01220000
012300     PERFORM RECEIVE-MAP                                          01230000
012400     IF DEIDL = ZERO OR DEIDI = SPACES                            01240000
012500         MOVE 'PLEASE ENTER AN EMPLOYEE ID' TO MESSAGEO           01250000
012600     ELSE                                                         01260000
012700         MOVE DEIDI TO WS-LAST-ID                                 01270000
012800         IF DTYPEL NOT = ZERO AND DTYPEI NOT = SPACES             01280000
012900            AND DNUML NOT = ZERO AND DNUMI NOT = SPACES           01290000
013000             MOVE DEIDI TO WS-DOC-EMP-ID                          01300000
013100             MOVE DTYPEI TO WS-DOC-TYPE                           01310000
013200             MOVE DNUMI TO WS-DOC-NUMBER                          01320000
013300             PERFORM READ-DOC-PARA                                01330000
013400         ELSE                                                     01340000
013500             MOVE SPACES TO WS-LAST-DOC                           01350000
013600             PERFORM BROWSE-NEXT-PARA                             01360000
013700         END-IF                                                   01370000
013800     END-IF.                                                      01380000
013900 READ-DOC-PARA.                                                   01390000
014000     EXEC CICS READ                                               01400000
014100         FILE('P26DOCF')                                          01410000
014200         RIDFLD(WS-DOC-KEY)                                       01420000
014300         INTO(EMP-DOCUMENT-RECORD)                                01430000
014400         RESP(WS-DOC-RESP-CODE)                                   01440000
014500     END-EXEC                                                     01450000
014600     EVALUATE WS-DOC-RESP-CODE                                    01460000
014700         WHEN DFHRESP(NORMAL)                                     01470000
014800             PERFORM SHOW-DOC-PARA                                01480000
014900             MOVE 'DOCUMENT FOUND - PF4 UPD PF5 DEL PF6 VFY'      01490000
015000                 TO MESSAGEO                                      01500000
015100         WHEN DFHRESP(NOTFND)                                     01510000
015200             MOVE 'NO SUCH DOCUMENT - PF1 ADDS' TO MESSAGEO       01520000
015300         WHEN OTHER                                               01530000
015400             MOVE 'ERROR ACCESSING FILE' TO MESSAGEO              01540000
015500             MOVE WS-DOC-RESP-CODE TO ERL-RESP-CODE               01550000
015600             MOVE 'READ-DOC-PARA       ' TO ERL-PARAGRAPH         01560000
015700             PERFORM LOG-FILE-ERROR-PARA                          01570000
015800     END-EVALUATE.                                                01580000
015900 BROWSE-NEXT-PARA.                                                01590000
016000     IF WS-LAST-ID = SPACES                                       01600000
016100         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO MESSAGEO            01610000
016200     ELSE                                                         01620000
016300         MOVE WS-LAST-ID TO WS-DOC-EMP-ID                         01630000
016400         MOVE WS-LAST-DOC TO WS-DOC-TYPE-NUM                      01640000
016500         EXEC CICS STARTBR                                        01650000
016600             FILE('P26DOCF')                                      01660000
016700             RIDFLD(WS-DOC-KEY)                                   01670000
016800             RESP(WS-RESP-CODE)                                   01680000
016900         END-EXEC                                                 01690000
017000         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01700000
017100             EXEC CICS READNEXT                                   01710000
017200                 FILE('P26DOCF')                                  01720000
017300                 INTO(EMP-DOCUMENT-RECORD)                        01730000
017400                 RIDFLD(WS-DOC-KEY)                               01740000
017500                 RESP(WS-RESP-CODE)                               01750000
017600             END-EXEC                                             01760000
017700             IF WS-RESP-CODE = DFHRESP(NORMAL)                    01770000
017800                AND DOC-EMP-ID = WS-LAST-ID                       01780000
017900                AND DOC-TYPE = WS-LAST-DOC(1:4)                   01790000
018000                AND DOC-NUMBER = WS-LAST-DOC(5:15)                01800000
018100                 EXEC CICS READNEXT                               01810000
018200                     FILE('P26DOCF')                              01820000
018300                     INTO(EMP-DOCUMENT-RECORD)                    01830000
018400                     RIDFLD(WS-DOC-KEY)                           01840000
018500                     RESP(WS-RESP-CODE)                           01850000
018600                 END-EXEC                                         01860000
018700             END-IF                                               01870000
018800             EXEC CICS ENDBR                                      01880000
018900                 FILE('P26DOCF')                                  01890000
019000             END-EXEC                                             01900000
019100         END-IF                                                   01910000
019200         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01920000
019300            AND DOC-EMP-ID = WS-LAST-ID                           01930000
019400             PERFORM SHOW-DOC-PARA                                01940000
019500             MOVE 'DOCUMENT DISPLAYED - PF8 NEXT' TO MESSAGEO     01950000
019600         ELSE                                                     01960000
019700             MOVE 'NO MORE DOCUMENTS FOR EMPLOYEE' TO MESSAGEO    01970000
019800         END-IF                                                   01980000
019900     END-IF.                                                      01990000
020000 SHOW-DOC-PARA.                                                   02000000
020100     MOVE LOW-VALUES TO DOCMAPO                                   02010000
020200     PERFORM GET-TODAY-PARA                                       02020000
020300     MOVE DOC-EMP-ID TO DEIDO WS-LAST-ID                          02030000
020400     MOVE DOC-TYPE TO DTYPEO                                      02040000
020500     MOVE DOC-NUMBER TO DNUMO                                     02050000
020600     MOVE DOC-KEY TO WS-DOC-KEY                                   02060000
020700     MOVE WS-DOC-TYPE-NUM TO WS-LAST-DOC                          02070000
020800     MOVE EMP-DOCUMENT-RECORD TO WS-SAVE-DOC-REC                  02080000
020900     MOVE DOC-TECH TO DTECHO                                      02090000
021000     MOVE DOC-ISSUE-DATE TO DISSO                                 02100000
021100     MOVE DOC-EXPIRY-DATE TO DEXPO                                02110000
021200     MOVE DOC-VERIFY-USER TO DVUSRO                               02120000
021300     MOVE DOC-VERIFY-DATE TO DVDATO                               02130000
021400     MOVE SPACES TO DNAMEO DETECO                                 02140000
021500     PERFORM READ-EMP-PARA                                        02150000
021600     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02160000
021700         MOVE EMP-NAME TO DNAMEO                                  02170000
021800         MOVE EMP-TECH TO DETECO                                  02180000
021900     END-IF                                                       02190000
022000     MOVE SPACES TO DSTATO                                        02200000
022100     IF DOC-EXPIRY-DATE < WS-TODAY-NUM                            02210000
022200         MOVE 'EXPIRED' TO DSTATO                                 02220000
022300     ELSE                                                         02230000
022400         MOVE 'CURRENT' TO DSTATO                                 02240000
022500     END-IF                                                       02250000
022600     IF DOC-VERIFY-USER = SPACES                                  02260000
022700         MOVE 'UNVERIFIED' TO DSTATO(10:10)                       02270000
022800     ELSE                                                         02280000
022900         MOVE 'VERIFIED' TO DSTATO(10:10)                         02290000
023000     END-IF.                                                      02300000
023100 ADD-DOC-PARA.                                                    02310000
023200     PERFORM RECEIVE-MAP                                          02320000
023300     PERFORM EDIT-DOC-PARA                                        02330000
023400     IF VALID-DATA                                                02340000
023500         MOVE SPACES TO EMP-DOCUMENT-RECORD                       02350000
023600         MOVE WS-DOC-KEY TO DOC-KEY                               02360000
023700         PERFORM BUILD-DOC-PARA                                   02370000
023800         EXEC CICS WRITE                                          02380000
023900             FILE('P26DOCF')                                      02390000
024000             RIDFLD(DOC-KEY)                                      02400000
024100             FROM(EMP-DOCUMENT-RECORD)                            02410000
024200             RESP(WS-RESP-CODE)                                   02420000
024300         END-EXEC                                                 02430000
024400         EVALUATE WS-RESP-CODE                                    02440000
024500             WHEN DFHRESP(NORMAL)                                 02450000
024600                 MOVE 'A' TO WS-AUDIT-ACTION                      02460000
024700                 MOVE SPACES TO WS-AUDIT-BEFORE                   02470000
024800                 MOVE EMP-DOCUMENT-RECORD TO WS-AUDIT-AFTER       02480000
024900                 PERFORM WRITE-AUDIT-PARA                         02490000
025000                 PERFORM SHOW-DOC-PARA                            02500000
025100                 MOVE 'DOCUMENT ADDED - AWAITING VERIFICATION'    02510000
025200                     TO MESSAGEO                                  02520000
025300             WHEN DFHRESP(DUPREC)                                 02530000
025400                 MOVE 'DOCUMENT ALREADY ON FILE' TO MESSAGEO      02540000
025500             WHEN OTHER                                           02550000
025600                 MOVE 'ADD NOT SUCCESSFUL' TO MESSAGEO            02560000
025700                 MOVE WS-RESP-CODE TO ERL-RESP-CODE               02570000
025800                 MOVE 'ADD-DOC-PARA        ' TO ERL-PARAGRAPH     02580000
025900                 PERFORM LOG-FILE-ERROR-PARA                      02590000
026000         END-EVALUATE                                             02600000
026100     END-IF.                                                      02610000
026200 UPDATE-DOC-PARA.                                                 02620000
026300     PERFORM RECEIVE-MAP                                          02630000
026400     PERFORM EDIT-DOC-PARA                                        02640000
026500     IF VALID-DATA                                                02650000
026600         PERFORM READ-DOC-UPDATE-PARA                             02660000
026700         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02670000
026800             IF EMP-DOCUMENT-RECORD NOT = WS-SAVE-DOC-REC         02680000
026900                 PERFORM STALE-DOC-PARA                           02690000
027000             ELSE                                                 02700000
027100                 MOVE EMP-DOCUMENT-RECORD TO WS-AUDIT-BEFORE      02710000
027200                 IF DOC-TECH NOT = WS-NEW-TECH                    02720000
027300                    OR DOC-ISSUE-DATE NOT = WS-NEW-ISSUE          02730000
027400                    OR DOC-EXPIRY-DATE NOT = WS-NEW-EXPIRY        02740000
027500                     MOVE SPACES TO DOC-VERIFY-USER               02750000
027600                     MOVE SPACES TO DOC-VERIFY-DATE               02760000
027700                 END-IF                                           02770000
027800                 PERFORM BUILD-DOC-PARA                           02780000
027900                 PERFORM REWRITE-DOC-PARA                         02790000
028000             END-IF                                               02800000
028100         ELSE                                                     02810000
028200             MOVE 'DOCUMENT NOT FOUND' TO MESSAGEO                02820000
028300         END-IF                                                   02830000
028400     END-IF.                                                      02840000
028500 VERIFY-DOC-PARA.                                                 02850000
028600     PERFORM RECEIVE-MAP                                          02860000
028700     PERFORM EDIT-KEY-PARA                                        02870000
028800     IF VALID-DATA                                                02880000
028900         IF ROLE-SUPER OR ROLE-HRADMIN                            02890000
029000             CONTINUE                                             02900000
029100         ELSE                                                     02910000
029200             MOVE 'ONLY HR OR SUPERVISOR MAY VERIFY'              02920000
029300                 TO MESSAGEO                                      02930000
029400             MOVE 'N' TO WS-VALID-FLAG                            02940000
029500         END-IF                                                   02950000
029600     END-IF                                                       02960000
029700     IF VALID-DATA                                                02970000
029800         PERFORM READ-DOC-UPDATE-PARA                             02980000
029900         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02990000
030000             EVALUATE TRUE                                        03000000
030100                 WHEN EMP-DOCUMENT-RECORD NOT = WS-SAVE-DOC-REC   03010000
030200                     PERFORM STALE-DOC-PARA                       03020000
030300                 WHEN DOC-UPD-USER = WS-USERID                    03030000
030400                     EXEC CICS UNLOCK                             03040000
030500                         FILE('P26DOCF')                          03050000
030600                     END-EXEC                                     03060000
030700                     MOVE 'VERIFIER MUST DIFFER FROM LAST UPDATER'03070000
030800                         TO MESSAGEO                              03080000
030900                 WHEN OTHER                                       03090000
031000                     MOVE EMP-DOCUMENT-RECORD TO WS-AUDIT-BEFORE  03100000
031100                     PERFORM DATE-TIME-PARA                       03110000
031200                     MOVE WS-USERID TO DOC-VERIFY-USER            03120000
031300                     MOVE SYSDATEO TO DOC-VERIFY-DATE             03130000
031400                     PERFORM REWRITE-DOC-PARA                     03140000
031500             END-EVALUATE                                         03150000
031600         ELSE                                                     03160000
031700             MOVE 'DOCUMENT NOT FOUND' TO MESSAGEO                03170000
031800         END-IF                                                   03180000
031900     END-IF.                                                      03190000
032000 READ-DOC-UPDATE-PARA.                                            03200000
032100     EXEC CICS READ                                               03210000
032200         FILE('P26DOCF')                                          03220000
032300         RIDFLD(WS-DOC-KEY)                                       03230000
032400         INTO(EMP-DOCUMENT-RECORD)                                03240000
032500         RESP(WS-RESP-CODE)                                       03250000
032600         UPDATE                                                   03260000
032700     END-EXEC.                                                    03270000
032800 REWRITE-DOC-PARA.                                                03280000
032900     EXEC CICS REWRITE                                            03290000
033000         FILE('P26DOCF')                                          03300000
033100         FROM(EMP-DOCUMENT-RECORD)                                03310000
033200         RESP(WS-RESP-CODE1)                                      03320000
033300     END-EXEC                                                     03330000
033400     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           03340000
033500         MOVE 'U' TO WS-AUDIT-ACTION                              03350000
033600         MOVE EMP-DOCUMENT-RECORD TO WS-AUDIT-AFTER               03360000
033700         PERFORM WRITE-AUDIT-PARA                                 03370000
033800         PERFORM SHOW-DOC-PARA                                    03380000
033900         MOVE 'DOCUMENT UPDATED' TO MESSAGEO                      03390000
034000     ELSE                                                         03400000
034100         MOVE 'UPDATE NOT SUCCESSFUL' TO MESSAGEO                 03410000
034200         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      03420000
034300         MOVE 'REWRITE-DOC-PARA    ' TO ERL-PARAGRAPH             03430000
034400         PERFORM LOG-FILE-ERROR-PARA                              03440000
034500     END-IF.                                                      03450000
034600 DELETE-DOC-PARA.                                                 03460000
034700     PERFORM RECEIVE-MAP                                          03470000
034800     PERFORM EDIT-KEY-PARA                                        03480000
034900     IF VALID-DATA                                                03490000
035000         PERFORM READ-DOC-UPDATE-PARA                             03500000
035100         IF WS-RESP-CODE = DFHRESP(NORMAL)                        03510000
035200             IF EMP-DOCUMENT-RECORD NOT = WS-SAVE-DOC-REC         03520000
035300                 PERFORM STALE-DOC-PARA                           03530000
035400             ELSE                                                 03540000
035500                 PERFORM REMOVE-DOC-PARA                          03550000
035600             END-IF                                               03560000
035700         ELSE                                                     03570000
035800             MOVE 'DOCUMENT NOT FOUND' TO MESSAGEO                03580000
035900         END-IF                                                   03590000
036000     END-IF.                                                      03600000
036100 REMOVE-DOC-PARA.                                                 03610000
036200     MOVE EMP-DOCUMENT-RECORD TO WS-AUDIT-BEFORE                  03620000
036300     EXEC CICS DELETE                                             03630000
036400         FILE('P26DOCF')                                          03640000
036500         RESP(WS-RESP-CODE1)                                      03650000
036600     END-EXEC                                                     03660000
036700     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           03670000
036800         MOVE 'D' TO WS-AUDIT-ACTION                              03680000
036900         MOVE SPACES TO WS-AUDIT-AFTER                            03690000
037000         PERFORM WRITE-AUDIT-PARA                                 03700000
037100         MOVE SPACES TO WS-SAVE-DOC-REC                           03710000
037200         MOVE 'DOCUMENT DELETED' TO MESSAGEO                      03720000
037300     ELSE                                                         03730000
037400         MOVE 'DELETE NOT SUCCESSFUL' TO MESSAGEO                 03740000
037500         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      03750000
037600         MOVE 'REMOVE-DOC-PARA     ' TO ERL-PARAGRAPH             03760000
037700         PERFORM LOG-FILE-ERROR-PARA                              03770000
037800     END-IF.                                                      03780000
037900 STALE-DOC-PARA.                                                  03790000
038000     EXEC CICS UNLOCK                                             03800000
038100         FILE('P26DOCF')                                          03810000
038200     END-EXEC                                                     03820000
038300     PERFORM SHOW-DOC-PARA                                        03830000
038400     MOVE 'CHANGED SINCE DISPLAY - CHECK AND REKEY' TO MESSAGEO   03840000
038500     MOVE ZERO TO ERL-RESP-CODE                                   03850000
038600     MOVE 'UPDATE-DOC (STALE)  ' TO ERL-PARAGRAPH                 03860000
038700     PERFORM LOG-FILE-ERROR-PARA.                                 03870000
038800 EDIT-KEY-PARA.                                                   03880000
038900     MOVE 'Y' TO WS-VALID-FLAG                                    03890000
039000     IF DEIDL = ZERO OR DEIDI = SPACES                            03900000
039100        OR DTYPEL = ZERO OR DTYPEI = SPACES                       03910000
039200        OR DNUML = ZERO OR DNUMI = SPACES                         03920000
039300         MOVE 'ENTER EMPLOYEE, DOC TYPE AND NUMBER'               03930000
039400             TO MESSAGEO                                          03940000
039500         MOVE 'N' TO WS-VALID-FLAG                                03950000
039600     ELSE                                                         03960000
039700         MOVE DEIDI TO WS-DOC-EMP-ID WS-LAST-ID                   03970000
039800         MOVE DTYPEI TO WS-DOC-TYPE                               03980000
039900         MOVE DNUMI TO WS-DOC-NUMBER                              03990000
040000         MOVE WS-DOC-TYPE-NUM TO WS-LAST-DOC                      04000000
040100     END-IF.                                                      04010000
040200 EDIT-DOC-PARA.                                                   04020000
040300     PERFORM EDIT-KEY-PARA                                        04030000
040400     MOVE SPACES TO WS-NEW-TECH WS-NEW-ISSUE WS-NEW-EXPIRY        04040000
040500     IF DTECHL NOT = ZERO                                         04050000
040600         MOVE DTECHI TO WS-NEW-TECH                               04060000
040700     END-IF                                                       04070000
040800     IF DISSL NOT = ZERO                                          04080000
040900         MOVE DISSI TO WS-NEW-ISSUE                               04090000
041000     END-IF                                                       04100000
041100     IF DEXPL NOT = ZERO                                          04110000
041200         MOVE DEXPI TO WS-NEW-EXPIRY                              04120000
041300     END-IF                                                       04130000
041400     IF VALID-DATA                                                04140000
041500         MOVE WS-DOC-TYPE TO DOC-TYPE                             04150000
041600         IF NOT DOC-TYPE-VALID                                    04160000
041700             MOVE 'DOC TYPE MUST BE WKAU OR CERT' TO MESSAGEO     04170000
041800             MOVE 'N' TO WS-VALID-FLAG                            04180000
041900         END-IF                                                   04190000
042000     END-IF                                                       04200000
042100     IF VALID-DATA                                                04210000
042200         PERFORM READ-EMP-PARA                                    04220000
042300         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    04230000
042400             MOVE 'EMPLOYEE NOT ON P26AFILE' TO MESSAGEO          04240000
042500             MOVE 'N' TO WS-VALID-FLAG                            04250000
042600         END-IF                                                   04260000
042700     END-IF                                                       04270000
042800     IF VALID-DATA                                                04280000
042900         PERFORM READ-STATUS-PARA                                 04290000
043000         IF STS-FOUND                                             04300000
043100            AND STS-TERMINATED                                    04310000
043200             MOVE 'EMPLOYEE IS TERMINATED' TO MESSAGEO            04320000
043300             MOVE 'N' TO WS-VALID-FLAG                            04330000
043400         END-IF                                                   04340000
043500     END-IF                                                       04350000
043600     IF VALID-DATA                                                04360000
043700         IF DOC-CERT                                              04370000
043800             IF WS-NEW-TECH = SPACES                              04380000
043900                 MOVE EMP-TECH TO WS-NEW-TECH                     04390000
044000             END-IF                                               04400000
044100             MOVE 'T' TO REF-TYPE                                 04410000
044200             MOVE WS-NEW-TECH TO REF-CODE                         04420000
044300             PERFORM READ-REF-PARA                                04430000
044400             IF NOT VALID-DATA                                    04440000
044500                 MOVE 'SKILL CODE NOT ACTIVE' TO MESSAGEO         04450000
044600             END-IF                                               04460000
044700         ELSE                                                     04470000
044800             MOVE SPACES TO WS-NEW-TECH                           04480000
044900         END-IF                                                   04490000
045000     END-IF                                                       04500000
045100     IF VALID-DATA                                                04510000
045200         MOVE WS-NEW-ISSUE TO WS-DATE-WORK                        04520000
045300         PERFORM CHECK-DATE-PARA                                  04530000
045400         IF NOT DATE-OK                                           04540000
045500             MOVE 'ISSUE DATE MUST BE YYYYMMDD' TO MESSAGEO       04550000
045600             MOVE 'N' TO WS-VALID-FLAG                            04560000
045700         END-IF                                                   04570000
045800     END-IF                                                       04580000
045900     IF VALID-DATA                                                04590000
046000         MOVE WS-NEW-EXPIRY TO WS-DATE-WORK                       04600000
046100         PERFORM CHECK-DATE-PARA                                  04610000
046200         IF NOT DATE-OK                                           04620000
046300             MOVE 'EXPIRY DATE MUST BE YYYYMMDD' TO MESSAGEO      04630000
046400             MOVE 'N' TO WS-VALID-FLAG                            04640000
046500         END-IF                                                   04650000
046600     END-IF                                                       04660000
046700     IF VALID-DATA                                                04670000
046800         IF WS-NEW-EXPIRY NOT > WS-NEW-ISSUE                      04680000
046900             MOVE 'EXPIRY MUST BE AFTER ISSUE DATE' TO MESSAGEO   04690000
047000             MOVE 'N' TO WS-VALID-FLAG                            04700000
047100         END-IF                                                   04710000
047200     END-IF.                                                      04720000
047300 CHECK-DATE-PARA.                                                 04730000
047400     MOVE 'N' TO WS-DATE-OK-FLAG                                  04740000
047500     IF WS-DATE-WORK NUMERIC                                      04750000
047600         IF WS-DATE-MM > ZERO AND WS-DATE-MM < 13                 04760000
047700            AND WS-DATE-DD > ZERO AND WS-DATE-DD < 32             04770000
047800             MOVE 'Y' TO WS-DATE-OK-FLAG                          04780000
047900         END-IF                                                   04790000
048000     END-IF.                                                      04800000
048100 BUILD-DOC-PARA.                                                  04810000
048200     MOVE WS-NEW-TECH TO DOC-TECH                                 04820000
048300     MOVE WS-NEW-ISSUE TO DOC-ISSUE-DATE                          04830000
048400     MOVE WS-NEW-EXPIRY TO DOC-EXPIRY-DATE                        04840000
048500     PERFORM DATE-TIME-PARA                                       04850000
048600     MOVE SYSDATEO TO DOC-UPD-DATE                                04860000
048700     MOVE WS-TIME-OUT TO DOC-UPD-TIME                             04870000
048800     MOVE WS-USERID TO DOC-UPD-USER.                              04880000
048900 READ-EMP-PARA.                                                   04890000
049000     EXEC CICS READ                                               04900000
049100         FILE('P26AFILE')                                         04910000
049200         RIDFLD(WS-DOC-EMP-ID)                                    04920000
049300         INTO(EMPLOYEE-RECORD)                                    04930000
049400         RESP(WS-RESP-CODE)                                       04940000
049500     END-EXEC.                                                    04950000
049600 READ-STATUS-PARA.                                                04960000
049700     EXEC CICS READ                                               04970000
049800         FILE('P26SFILE')                                         04980000
049900         RIDFLD(WS-DOC-EMP-ID)                                    04990000
050000         INTO(EMP-STATUS-RECORD)                                  05000000
050100         RESP(WS-RESP-CODE)                                       05010000
050200     END-EXEC                                                     05020000
050300     IF WS-RESP-CODE = DFHRESP(NORMAL)                            05030000
050400         MOVE 'Y' TO WS-STS-FOUND-FLAG                            05040000
050500     ELSE                                                         05050000
050600         MOVE 'N' TO WS-STS-FOUND-FLAG                            05060000
050700     END-IF.                                                      05070000
050800 READ-REF-PARA.                                                   05080000
050900     EXEC CICS READ                                               05090000
051000         FILE('P26RFILE')                                         05100000
051100         RIDFLD(REF-KEY)                                          05110000
051200         INTO(REFERENCE-RECORD)                                   05120000
051300         RESP(WS-REF-RESP-CODE)                                   05130000
051400     END-EXEC                                                     05140000
051500     IF WS-REF-RESP-CODE NOT = DFHRESP(NORMAL)                    05150000
051600        OR REF-RETIRED                                            05160000
051700         MOVE 'N' TO WS-VALID-FLAG                                05170000
051800     END-IF.                                                      05180000
051900 GET-TODAY-PARA.                                                  05190000
052000     PERFORM DATE-TIME-PARA                                       05200000
052100     MOVE SYSDATEO(7:4) TO WS-TODAY-NUM(1:4)                      05210000
052200     MOVE SYSDATEO(4:2) TO WS-TODAY-NUM(5:2)                      05220000
052300     MOVE SYSDATEO(1:2) TO WS-TODAY-NUM(7:2).                     05230000
052400 WRITE-AUDIT-PARA.                                                05240000
052500     PERFORM DATE-TIME-PARA                                       05250000
052600     MOVE WS-DOC-EMP-ID      TO AUD-EMP-ID                        05260000
052700     MOVE SYSDATEO           TO AUD-DATE-KEY                      05270000
052800     MOVE WS-TIME-OUT        TO AUD-TIME-KEY                      05280000
052900     ADD 1 TO WS-AUDIT-SEQ                                        05290000
053000     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05300000
053100     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        05310000
053200     MOVE 'P26DOCF '         TO AUD-SOURCE-FILE                   05320000
053300     MOVE EIBTRMID           TO AUD-TERM-ID                       05330000
053400     MOVE WS-USERID          TO AUD-USER-ID                       05340000
053500     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  05350000
053600     MOVE WS-AUDIT-AFTER     TO AUD-AFTER-IMAGE                   05360000
053700     PERFORM WRITE-AUDIT-RECORD-PARA                              05370000
053800     PERFORM WRITE-AUDIT-RETRY-PARA                               05380000
053900         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           05390000
054000     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  05400000
054100         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 05410000
054200         MOVE 'WRITE-AUDIT-PARA    ' TO ERL-PARAGRAPH             05420000
054300         PERFORM LOG-FILE-ERROR-PARA                              05430000
054400     END-IF.                                                      05440000
054500 WRITE-AUDIT-RECORD-PARA.                                         05450000
054600     EXEC CICS WRITE                                              05460000
054700         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         05470000
054800         FROM(AUDIT-RECORD)                                       05480000
054900         RESP(WS-AUDIT-RESP-CODE)                                 05490000
055000     END-EXEC.                                                    05500000
055100 WRITE-AUDIT-RETRY-PARA.                                          05510000
055200     ADD 1 TO WS-AUDIT-SEQ                                        05520000
055300     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05530000
055400     PERFORM WRITE-AUDIT-RECORD-PARA.                             05540000
055500 RECEIVE-MAP.                                                     05550000
055600     EXEC CICS RECEIVE                                            05560000
055700         MAP('DOCMAP')                                            05570000
055800         MAPSET('P26AS27')                                        05580000
055900         INTO(DOCMAPI)                                            05590000
056000     END-EXEC.                                                    05600000
056100 DATE-TIME-PARA.                                                  05610000
056200     EXEC CICS ASKTIME                                            05620000
056300         ABSTIME(WS-DATE-TIME)                                    05630000
056400     END-EXEC.                                                    05640000
056500     EXEC CICS FORMATTIME                                         05650000
056600         ABSTIME(WS-DATE-TIME)                                    05660000
056700         DDMMYYYY(SYSDATEO)                                       05670000
056800         DATESEP                                                  05680000
056900         TIME(SYSTIMEO)                                           05690000
057000         TIMESEP                                                  05700000
057100     END-EXEC                                                     05710000
057200     MOVE SYSTIMEO TO WS-TIME-OUT.                                05720000
057300*                                                                 05730000
057400 LOG-FILE-ERROR-PARA.                                             05740000
057500     PERFORM DATE-TIME-PARA                                       05750000
057600     MOVE SYSDATEO          TO ERL-DATE-KEY                       05760000
057700     MOVE WS-TIME-OUT       TO ERL-TIME-KEY                       05770000
057800     ADD 1 TO WS-ERRLOG-SEQ                                       05780000
057900     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           05790000
058000     MOVE 'P26AP27'         TO ERL-PROGRAM                        05800000
058100     MOVE EIBTRMID          TO ERL-TERM-ID                        05810000
058200     PERFORM WRITE-ERRLOG-RECORD-PARA                             05820000
058300     PERFORM WRITE-ERRLOG-RETRY-PARA                              05830000
058400         UNTIL WS-ERRLOG-RESP-CODE NOT = DFHRESP(DUPKEY).         05840000
058500 WRITE-ERRLOG-RECORD-PARA.                                        05850000
058600     EXEC CICS WRITE                                              05860000
058700         FILE('P26ERRLOG') RIDFLD(ERL-KEY)                        05870000
058800         FROM(ERROR-LOG-RECORD)                                   05880000
058900         RESP(WS-ERRLOG-RESP-CODE)                                05890000
059000     END-EXEC.                                                    05900000
059100 WRITE-ERRLOG-RETRY-PARA.                                         05910000
059200     ADD 1 TO WS-ERRLOG-SEQ                                       05920000
059300     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           05930000
059400     PERFORM WRITE-ERRLOG-RECORD-PARA.                            05940000
059500 CHECK-SESSION-PARA.                                              05950054
059600     SET SCK-CHECK TO TRUE                                        05960054
059700     EXEC CICS LINK                                               05970054
059800         PROGRAM('P26SESCK')                                      05980054
059900         COMMAREA(SESSION-CHECK-AREA)                             05990054
060000         RESP(WS-SCK-RESP)                                        06000054
060100     END-EXEC                                                     06010054
060200     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         06020054
060300        OR NOT SCK-OK                                             06030054
060400        OR SCK-USERID NOT = WS-USERID                             06040054
060500         MOVE 'P26AP27' TO WS-SIGNON-TARGET                       06050054
060600         MOVE 'T'       TO WS-SIGNON-FLAG                         06060054
060700         EXEC CICS XCTL                                           06070054
060800             PROGRAM('P26AP06')                                   06080054
060900             COMMAREA(WS-SIGNON-CA)                               06090054
061000         END-EXEC                                                 06100054
061100     END-IF.                                                      06110054
