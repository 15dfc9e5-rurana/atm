000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26AP29.                                             00020000
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
001500     03  WS-LAST-YEAR        PIC X(04) VALUE SPACES.              00150000
001600     03  WS-SAVE-APR-REC     PIC X(41) VALUE SPACES.              00160000
001700 01  WS-SIGNON-CA.                                                00170000
001800     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00180000
001900     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00190000
002000 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00200000
002100 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00210000
002200 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00220000
002300 01  WS-SUP-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00230000
002400 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00240000
002500 01  WS-TIME-OUT             PIC X(08) VALUE SPACES.              00250000
002600 01  WS-APR-KEY.                                                  00260000
002700     03  WS-APR-EMP-ID       PIC X(05) VALUE SPACES.              00270000
002800     03  WS-APR-YEAR         PIC X(04) VALUE SPACES.              00280000
002900 01  FILLER  REDEFINES  WS-APR-KEY.                               00290000
003000     03  FILLER              PIC X(05).                           00300000
003100     03  WS-APR-YEAR-NUM     PIC 9(04).                           00310000
003200 01  WS-TODAY-NUM            PIC X(08) VALUE SPACES.              00320000
003300 01  FILLER  REDEFINES  WS-TODAY-NUM.                             00330000
003400     03  WS-TODAY-YY         PIC 9(04).                           00340000
003500     03  FILLER              PIC X(04).                           00350000
003600 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              00360000
003700 01  WS-SUP-EMP-ID           PIC X(05) VALUE SPACES.              00370000
003800 01  WS-NEW-RATING           PIC X(01) VALUE SPACES.              00380000
003900 01  WS-NEW-REVIEWER         PIC X(05) VALUE SPACES.              00390000
004000 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 00400000
004100     88  VALID-DATA                 VALUE 'Y'.                    00410000
004200 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00420000
004300     88  STS-FOUND                  VALUE 'Y'.                    00430000
004400 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              00440000
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
006000     COPY P26APRR.                                                00600000
006100     COPY P26SUPR.                                                00610000
006200     COPY P26STR.                                                 00620000
006300     COPY EMPMSTR.                                                00630000
006400     COPY P26AUDR.                                                00640000
006500     COPY P26ERRL.                                                00650000
006600     COPY P26AS29.                                                00660000
006700     COPY P26SESC.                                                00670000
006800     COPY DFHAID.                                                 00680000
006900 LINKAGE SECTION.                                                 00690000
007000 01  DFHCOMMAREA     PIC X(60).                                   00700000
007100 PROCEDURE DIVISION.                                              00710000
007200 MAIN-PARA.                                                       00720000
007300     IF EIBCALEN = ZERO                                           00730000
007400         MOVE 'P26AP29' TO WS-SIGNON-TARGET                       00740000
007500         MOVE SPACES    TO WS-SIGNON-FLAG                         00750000
007600         EXEC CICS XCTL                                           00760000
007700             PROGRAM('P26AP06')                                   00770000
007800             COMMAREA(WS-SIGNON-CA)                               00780000
007900         END-EXEC                                                 00790000
008000     ELSE                                                         00800000
008100         MOVE DFHCOMMAREA TO WS-CA                                00810000
008200         PERFORM CHECK-SESSION-PARA                               00820000
008300         IF SIGNON-COMPLETE                                       00830000
008400             PERFORM FIRST-PARA                                   00840000
008500         ELSE                                                     00850000
008600             PERFORM NEXT-PARA                                    00860000
008700         END-IF                                                   00870000
008800     END-IF.                                                      00880000
008900 END-PARA.                                                        00890000
009000     SET PROCESS-ACTIVE TO TRUE.                                  00900000
009100     EXEC CICS RETURN                                             00910000
009200         TRANSID('P27I')                                          00920000
009300         COMMAREA(WS-CA)                                          00930000
009400     END-EXEC.                                                    00940000
009500 FIRST-PARA.                                                      00950000
009600     MOVE LOW-VALUES TO APRMAPO                                   00960000
009700     PERFORM DATE-TIME-PARA                                       00970000
009800     PERFORM SEND-MAP.                                            00980000
009900 SEND-MAP.                                                        00990000
010000     EXEC CICS SEND                                               01000000
010100         MAP('APRMAP')                                            01010000
010200         MAPSET('P26AS29')                                        01020000
010300         FROM (APRMAPI)                                           01030000
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
011600            PERFORM ADD-APR-PARA                                  01160000
011700        WHEN DFHPF4                                               01170000
011800            PERFORM UPDATE-APR-PARA                               01180000
011900        WHEN DFHPF5                                               01190000
012000            PERFORM DELETE-APR-PARA                               01200000
012100        WHEN DFHPF8                                               01210000
012200            PERFORM BROWSE-NEXT-PARA                              01220000
012300        WHEN OTHER                                                01230000
012400            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                01240000
012500     END-EVALUATE                                                 01250000
012600     PERFORM SEND-MAP.                                            01260000
012700 INQUIRE-PARA.                                                    01270000
012800     PERFORM RECEIVE-MAP                                          01280000
012900     PERFORM CHECK-ACCESS-PARA                                    01290000
013000     IF VALID-DATA                                                01300000
013100         IF AYEARL NOT = ZERO AND AYEARI NOT = SPACES             01310000
013200             MOVE AYEARI TO WS-APR-YEAR WS-LAST-YEAR              01320000
013300             PERFORM READ-APR-PARA                                01330000
013400         ELSE                                                     01340000
013500             MOVE SPACES TO WS-LAST-YEAR                          01350000
013600             PERFORM BROWSE-NEXT-PARA                             01360000
013700         END-IF                                                   01370000
013800     END-IF.                                                      01380000
013900 READ-APR-PARA.                                                   01390000
014000     EXEC CICS READ                                               01400000
014100         FILE('P26APRF')                                          01410000
014200         RIDFLD(WS-APR-KEY)                                       01420000
014300         INTO(APPRAISAL-RECORD)                                   01430000
014400         RESP(WS-RESP-CODE)                                       01440000
014500     END-EXEC                                                     01450000
014600     EVALUATE WS-RESP-CODE                                        01460000
014700         WHEN DFHRESP(NORMAL)                                     01470000
014800             PERFORM SHOW-APR-PARA                                01480000
014900             MOVE 'APPRAISAL FOUND - PF4 UPD PF5 DEL' TO MESSAGEO 01490000
015000         WHEN DFHRESP(NOTFND)                                     01500000
015100             MOVE 'NO RATING FOR THAT YEAR - PF1 ADDS'            01510000
015200                 TO MESSAGEO                                      01520000
015300         WHEN OTHER                                               01530000
015400             MOVE 'ERROR ACCESSING FILE' TO MESSAGEO              01540000
015500             MOVE WS-RESP-CODE TO ERL-RESP-CODE                   01550000
015600             MOVE 'READ-APR-PARA       ' TO ERL-PARAGRAPH         01560000
015700             PERFORM LOG-FILE-ERROR-PARA                          01570000
015800     END-EVALUATE.                                                01580000
015900 BROWSE-NEXT-PARA.                                                01590000
016000     IF WS-LAST-ID = SPACES                                       01600000
016100         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO MESSAGEO            01610000
016200     ELSE                                                         01620000
016300         MOVE WS-LAST-ID TO WS-APR-EMP-ID                         01630000
016400         MOVE WS-LAST-YEAR TO WS-APR-YEAR                         01640000
016500         EXEC CICS STARTBR                                        01650000
016600             FILE('P26APRF')                                      01660000
016700             RIDFLD(WS-APR-KEY)                                   01670000
016800             RESP(WS-RESP-CODE)                                   01680000
016900         END-EXEC                                                 01690000
017000         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01700000
017100             EXEC CICS READNEXT                                   01710000
017200                 FILE('P26APRF')                                  01720000
017300                 INTO(APPRAISAL-RECORD)                           01730000
017400                 RIDFLD(WS-APR-KEY)                               01740000
017500                 RESP(WS-RESP-CODE)                               01750000
017600             END-EXEC                                             01760000
017700             IF WS-RESP-CODE = DFHRESP(NORMAL)                    01770000
017800                AND APR-EMP-ID = WS-LAST-ID                       01780000
017900                AND APR-YEAR = WS-LAST-YEAR                       01790000
018000                 EXEC CICS READNEXT                               01800000
018100                     FILE('P26APRF')                              01810000
018200                     INTO(APPRAISAL-RECORD)                       01820000
018300                     RIDFLD(WS-APR-KEY)                           01830000
018400                     RESP(WS-RESP-CODE)                           01840000
018500                 END-EXEC                                         01850000
018600             END-IF                                               01860000
018700             EXEC CICS ENDBR                                      01870000
018800                 FILE('P26APRF')                                  01880000
018900             END-EXEC                                             01890000
019000         END-IF                                                   01900000
019100         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01910000
019200            AND APR-EMP-ID = WS-LAST-ID                           01920000
019300             PERFORM SHOW-APR-PARA                                01930000
019400             MOVE 'APPRAISAL DISPLAYED - PF8 NEXT' TO MESSAGEO    01940000
019500         ELSE                                                     01950000
019600             MOVE 'NO MORE APPRAISALS FOR EMPLOYEE' TO MESSAGEO   01960000
019700         END-IF                                                   01970000
019800     END-IF.                                                      01980000
019900 SHOW-APR-PARA.                                                   01990000
020000     MOVE LOW-VALUES TO APRMAPO                                   02000000
020100     MOVE APR-EMP-ID TO AEIDO WS-LAST-ID WS-EMP-ID                02010000
020200     MOVE APR-YEAR TO AYEARO WS-LAST-YEAR                         02020000
020300     MOVE APR-KEY TO WS-APR-KEY                                   02030000
020400     MOVE APPRAISAL-RECORD TO WS-SAVE-APR-REC                     02040000
020500     MOVE APR-RATING TO ARATEO                                    02050000
020600     MOVE APR-REVIEWER TO AREVO                                   02060000
020700     MOVE APR-UPD-USER TO AUSERO                                  02070000
020800     MOVE APR-UPD-DATE TO AUDATO                                  02080000
020900     MOVE SPACES TO ANAMEO ADEPTO ARNAMEO                         02090000
021000     PERFORM READ-EMP-PARA                                        02100000
021100     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02110000
021200         MOVE EMP-NAME TO ANAMEO                                  02120000
021300         MOVE EMP-DEPT TO ADEPTO                                  02130000
021400     END-IF                                                       02140000
021500     MOVE APR-REVIEWER TO WS-EMP-ID                               02150000
021600     PERFORM READ-EMP-PARA                                        02160000
021700     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02170000
021800         MOVE EMP-NAME TO ARNAMEO                                 02180000
021900     END-IF                                                       02190000
022000     MOVE APR-EMP-ID TO WS-EMP-ID.                                02200000
022100 ADD-APR-PARA.                                                    02210000
022200     PERFORM RECEIVE-MAP                                          02220000
022300     PERFORM EDIT-APR-PARA                                        02230000
022400     IF VALID-DATA                                                02240000
022500         MOVE SPACES TO APPRAISAL-RECORD                          02250000
022600         MOVE WS-APR-KEY TO APR-KEY                               02260000
022700         PERFORM BUILD-APR-PARA                                   02270000
022800         EXEC CICS WRITE                                          02280000
022900             FILE('P26APRF')                                      02290000
023000             RIDFLD(APR-KEY)                                      02300000
023100             FROM(APPRAISAL-RECORD)                               02310000
023200             RESP(WS-RESP-CODE)                                   02320000
023300         END-EXEC                                                 02330000
023400         EVALUATE WS-RESP-CODE                                    02340000
023500             WHEN DFHRESP(NORMAL)                                 02350000
023600                 MOVE 'A' TO WS-AUDIT-ACTION                      02360000
023700                 MOVE SPACES TO WS-AUDIT-BEFORE                   02370000
023800                 MOVE APPRAISAL-RECORD TO WS-AUDIT-AFTER          02380000
023900                 PERFORM WRITE-AUDIT-PARA                         02390000
024000                 PERFORM SHOW-APR-PARA                            02400000
024100                 MOVE 'APPRAISAL RATING ADDED' TO MESSAGEO        02410000
024200             WHEN DFHRESP(DUPREC)                                 02420000
024300                 MOVE 'RATING ALREADY ON FILE - USE PF4'          02430000
024400                     TO MESSAGEO                                  02440000
024500             WHEN OTHER                                           02450000
024600                 MOVE 'ADD NOT SUCCESSFUL' TO MESSAGEO            02460000
024700                 MOVE WS-RESP-CODE TO ERL-RESP-CODE               02470000
024800                 MOVE 'ADD-APR-PARA        ' TO ERL-PARAGRAPH     02480000
024900                 PERFORM LOG-FILE-ERROR-PARA                      02490000
025000         END-EVALUATE                                             02500000
025100     END-IF.                                                      02510000
025200 UPDATE-APR-PARA.                                                 02520000
025300     PERFORM RECEIVE-MAP                                          02530000
025400     PERFORM EDIT-APR-PARA                                        02540000
025500     IF VALID-DATA                                                02550000
025600         PERFORM READ-APR-UPDATE-PARA                             02560000
025700         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02570000
025800             IF APPRAISAL-RECORD NOT = WS-SAVE-APR-REC            02580000
025900                 PERFORM STALE-APR-PARA                           02590000
026000             ELSE                                                 02600000
026100                 MOVE APPRAISAL-RECORD TO WS-AUDIT-BEFORE         02610000
026200                 PERFORM BUILD-APR-PARA                           02620000
026300                 PERFORM REWRITE-APR-PARA                         02630000
026400             END-IF                                               02640000
026500         ELSE                                                     02650000
026600             MOVE 'APPRAISAL NOT FOUND' TO MESSAGEO               02660000
026700         END-IF                                                   02670000
026800     END-IF.                                                      02680000
026900 READ-APR-UPDATE-PARA.                                            02690000
027000     EXEC CICS READ                                               02700000
027100         FILE('P26APRF')                                          02710000
027200         RIDFLD(WS-APR-KEY)                                       02720000
027300         INTO(APPRAISAL-RECORD)                                   02730000
027400         RESP(WS-RESP-CODE)                                       02740000
027500         UPDATE                                                   02750000
027600     END-EXEC.                                                    02760000
027700 REWRITE-APR-PARA.                                                02770000
027800     EXEC CICS REWRITE                                            02780000
027900         FILE('P26APRF')                                          02790000
028000         FROM(APPRAISAL-RECORD)                                   02800000
028100         RESP(WS-RESP-CODE1)                                      02810000
028200     END-EXEC                                                     02820000
028300     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           02830000
028400         MOVE 'U' TO WS-AUDIT-ACTION                              02840000
028500         MOVE APPRAISAL-RECORD TO WS-AUDIT-AFTER                  02850000
028600         PERFORM WRITE-AUDIT-PARA                                 02860000
028700         PERFORM SHOW-APR-PARA                                    02870000
028800         MOVE 'APPRAISAL RATING UPDATED' TO MESSAGEO              02880000
028900     ELSE                                                         02890000
029000         MOVE 'UPDATE NOT SUCCESSFUL' TO MESSAGEO                 02900000
029100         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      02910000
029200         MOVE 'REWRITE-APR-PARA    ' TO ERL-PARAGRAPH             02920000
029300         PERFORM LOG-FILE-ERROR-PARA                              02930000
029400     END-IF.                                                      02940000
029500 DELETE-APR-PARA.                                                 02950000
029600     PERFORM RECEIVE-MAP                                          02960000
029700     PERFORM EDIT-KEY-PARA                                        02970000
029800     IF VALID-DATA                                                02980000
029900         IF NOT ROLE-HRADMIN                                      02990000
030000             MOVE 'ONLY HR MAY DELETE A RATING' TO MESSAGEO       03000000
030100             MOVE 'N' TO WS-VALID-FLAG                            03010000
030200         END-IF                                                   03020000
030300     END-IF                                                       03030000
030400     IF VALID-DATA                                                03040000
030500         PERFORM READ-APR-UPDATE-PARA                             03050000
030600         IF WS-RESP-CODE = DFHRESP(NORMAL)                        03060000
030700             IF APPRAISAL-RECORD NOT = WS-SAVE-APR-REC            03070000
030800                 PERFORM STALE-APR-PARA                           03080000
030900             ELSE                                                 03090000
031000                 PERFORM REMOVE-APR-PARA                          03100000
031100             END-IF                                               03110000
031200         ELSE                                                     03120000
031300             MOVE 'APPRAISAL NOT FOUND' TO MESSAGEO               03130000
031400         END-IF                                                   03140000
031500     END-IF.                                                      03150000
031600 REMOVE-APR-PARA.                                                 03160000
031700     MOVE APPRAISAL-RECORD TO WS-AUDIT-BEFORE                     03170000
031800     EXEC CICS DELETE                                             03180000
031900         FILE('P26APRF')                                          03190000
032000         RESP(WS-RESP-CODE1)                                      03200000
032100     END-EXEC                                                     03210000
032200     IF WS-RESP-CODE1 = DFHRESP(NORMAL)                           03220000
032300         MOVE 'D' TO WS-AUDIT-ACTION                              03230000
032400         MOVE SPACES TO WS-AUDIT-AFTER                            03240000
032500         PERFORM WRITE-AUDIT-PARA                                 03250000
032600         MOVE SPACES TO WS-SAVE-APR-REC                           03260000
032700         MOVE 'APPRAISAL RATING DELETED' TO MESSAGEO              03270000
032800     ELSE                                                         03280000
032900         MOVE 'DELETE NOT SUCCESSFUL' TO MESSAGEO                 03290000
033000         MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                      03300000
033100         MOVE 'REMOVE-APR-PARA     ' TO ERL-PARAGRAPH             03310000
033200         PERFORM LOG-FILE-ERROR-PARA                              03320000
033300     END-IF.                                                      03330000
033400 STALE-APR-PARA.                                                  03340000
033500     EXEC CICS UNLOCK                                             03350000
033600         FILE('P26APRF')                                          03360000
033700     END-EXEC                                                     03370000
033800     PERFORM SHOW-APR-PARA                                        03380000
033900     MOVE 'CHANGED SINCE DISPLAY - CHECK AND REKEY' TO MESSAGEO   03390000
034000     MOVE ZERO TO ERL-RESP-CODE                                   03400000
034100     MOVE 'UPDATE-APR (STALE)  ' TO ERL-PARAGRAPH                 03410000
034200     PERFORM LOG-FILE-ERROR-PARA.                                 03420000
034300 CHECK-ACCESS-PARA.                                               03430000
034400     MOVE 'Y' TO WS-VALID-FLAG                                    03440000
034500     PERFORM READ-SESSION-PARA                                    03450000
034600     IF NOT ROLE-SUPER AND NOT ROLE-HRADMIN                       03460000
034700         MOVE 'APPRAISALS ARE FOR HR OR SUPERVISORS' TO MESSAGEO  03470000
034800         MOVE 'N' TO WS-VALID-FLAG                                03480000
034900     END-IF                                                       03490000
035000     IF VALID-DATA                                                03500000
035100         IF AEIDL = ZERO OR AEIDI = SPACES                        03510000
035200             MOVE 'PLEASE ENTER AN EMPLOYEE ID' TO MESSAGEO       03520000
035300             MOVE 'N' TO WS-VALID-FLAG                            03530000
035400         ELSE                                                     03540000
035500             MOVE AEIDI TO WS-APR-EMP-ID WS-EMP-ID WS-LAST-ID     03550000
035600         END-IF                                                   03560000
035700     END-IF                                                       03570000
035800     IF VALID-DATA                                                03580000
035900         IF ROLE-SUPER                                            03590000
036000             PERFORM CHECK-REPORTS-TO-PARA                        03600000
036100         END-IF                                                   03610000
036200     END-IF.                                                      03620000
036300 CHECK-REPORTS-TO-PARA.                                           03630000
036400     MOVE WS-EMP-ID TO WS-SUP-EMP-ID                              03640000
036500     PERFORM READ-SUPERVISOR-PARA                                 03650000
036600     IF SUP-SUPV-ID = SPACES                                      03660000
036700        OR SUP-SUPV-ID NOT = WS-SESS-EMP-ID                       03670000
036800         MOVE 'EMPLOYEE DOES NOT REPORT TO YOU' TO MESSAGEO       03680000
036900         MOVE 'N' TO WS-VALID-FLAG                                03690000
037000     END-IF.                                                      03700000
037100 EDIT-KEY-PARA.                                                   03710000
037200     PERFORM CHECK-ACCESS-PARA                                    03720000
037300     IF VALID-DATA                                                03730000
037400         IF AYEARL = ZERO OR AYEARI = SPACES                      03740000
037500             MOVE 'ENTER THE REVIEW YEAR' TO MESSAGEO             03750000
037600             MOVE 'N' TO WS-VALID-FLAG                            03760000
037700         ELSE                                                     03770000
037800             MOVE AYEARI TO WS-APR-YEAR WS-LAST-YEAR              03780000
037900         END-IF                                                   03790000
038000     END-IF.                                                      03800000
038100 EDIT-APR-PARA.                                                   03810000
038200     PERFORM EDIT-KEY-PARA                                        03820000
038300     MOVE SPACES TO WS-NEW-RATING WS-NEW-REVIEWER                 03830000
038400     IF ARATEL NOT = ZERO                                         03840000
038500         MOVE ARATEI TO WS-NEW-RATING                             03850000
038600     END-IF                                                       03860000
038700     IF AREVL NOT = ZERO                                          03870000
038800         MOVE AREVI TO WS-NEW-REVIEWER                            03880000
038900     END-IF                                                       03890000
039000     IF VALID-DATA                                                03900000
039100         PERFORM GET-TODAY-PARA                                   03910000
039200         IF WS-APR-YEAR NOT NUMERIC                               03920000
039300            OR WS-APR-YEAR-NUM < 1900                             03930000
039400            OR WS-APR-YEAR-NUM > WS-TODAY-YY                      03940000
039500             MOVE 'REVIEW YEAR MUST BE YYYY, NOT FUTURE'          03950000
039600                 TO MESSAGEO                                      03960000
039700             MOVE 'N' TO WS-VALID-FLAG                            03970000
039800         END-IF                                                   03980000
039900     END-IF                                                       03990000
040000     IF VALID-DATA                                                04000000
040100         MOVE WS-NEW-RATING TO APR-RATING                         04010000
040200         IF NOT APR-RATING-VALID                                  04020000
040300             MOVE 'RATING MUST BE 1 TO 5' TO MESSAGEO             04030000
040400             MOVE 'N' TO WS-VALID-FLAG                            04040000
040500         END-IF                                                   04050000
040600     END-IF                                                       04060000
040700     IF VALID-DATA                                                04070000
040800         PERFORM READ-EMP-PARA                                    04080000
040900         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    04090000
041000             MOVE 'EMPLOYEE NOT ON MASTER' TO MESSAGEO            04100000
041100             MOVE 'N' TO WS-VALID-FLAG                            04110000
041200         END-IF                                                   04120000
041300     END-IF                                                       04130000
041400     IF VALID-DATA                                                04140000
041500         PERFORM READ-STATUS-PARA                                 04150000
041600         IF STS-FOUND                                             04160000
041700            AND STS-TERMINATED                                    04170000
041800             MOVE 'EMPLOYEE IS TERMINATED' TO MESSAGEO            04180000
041900             MOVE 'N' TO WS-VALID-FLAG                            04190000
042000         END-IF                                                   04200000
042100     END-IF                                                       04210000
042200     IF VALID-DATA                                                04220000
042300         IF ROLE-SUPER                                            04230000
042400            OR WS-NEW-REVIEWER = SPACES                           04240000
042500             MOVE WS-SESS-EMP-ID TO WS-NEW-REVIEWER               04250000
042600         END-IF                                                   04260000
042700         IF WS-NEW-REVIEWER = SPACES                              04270000
042800             MOVE 'ENTER THE REVIEWER EMPLOYEE ID' TO MESSAGEO    04280000
042900             MOVE 'N' TO WS-VALID-FLAG                            04290000
043000         END-IF                                                   04300000
043100     END-IF                                                       04310000
043200     IF VALID-DATA                                                04320000
043300         IF WS-NEW-REVIEWER = WS-APR-EMP-ID                       04330000
043400             MOVE 'REVIEWER CANNOT RATE THEMSELVES' TO MESSAGEO   04340000
043500             MOVE 'N' TO WS-VALID-FLAG                            04350000
043600         ELSE                                                     04360000
043700             MOVE WS-NEW-REVIEWER TO WS-EMP-ID                    04370000
043800             PERFORM READ-EMP-PARA                                04380000
043900             IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                04390000
044000                 MOVE 'REVIEWER NOT ON MASTER' TO MESSAGEO        04400000
044100                 MOVE 'N' TO WS-VALID-FLAG                        04410000
044200             END-IF                                               04420000
044300             MOVE WS-APR-EMP-ID TO WS-EMP-ID                      04430000
044400         END-IF                                                   04440000
044500     END-IF.                                                      04450000
044600 BUILD-APR-PARA.                                                  04460000
044700     MOVE WS-NEW-RATING TO APR-RATING                             04470000
044800     MOVE WS-NEW-REVIEWER TO APR-REVIEWER                         04480000
044900     PERFORM DATE-TIME-PARA                                       04490000
045000     MOVE SYSDATEO TO APR-UPD-DATE                                04500000
045100     MOVE WS-TIME-OUT TO APR-UPD-TIME                             04510000
045200     MOVE WS-USERID TO APR-UPD-USER.                              04520000
045300 READ-EMP-PARA.                                                   04530000
045400     EXEC CICS READ                                               04540000
045500         FILE('P26MFILE')                                         04550000
045600         RIDFLD(WS-EMP-ID)                                        04560000
045700         INTO(EMPLOYEE-MASTER-RECORD)                             04570000
045800         RESP(WS-RESP-CODE)                                       04580000
045900     END-EXEC.                                                    04590000
046000 READ-STATUS-PARA.                                                04600000
046100     EXEC CICS READ                                               04610000
046200         FILE('P26SFILE')                                         04620000
046300         RIDFLD(WS-APR-EMP-ID)                                    04630000
046400         INTO(EMP-STATUS-RECORD)                                  04640000
046500         RESP(WS-RESP-CODE)                                       04650000
046600     END-EXEC                                                     04660000
046700     IF WS-RESP-CODE = DFHRESP(NORMAL)                            04670000
046800         MOVE 'Y' TO WS-STS-FOUND-FLAG                            04680000
046900     ELSE                                                         04690000
047000         MOVE 'N' TO WS-STS-FOUND-FLAG                            04700000
047100     END-IF.                                                      04710000
047200 READ-SUPERVISOR-PARA.                                            04720000
047300     EXEC CICS READ                                               04730000
047400         FILE('P26SUPF')                                          04740000
047500         RIDFLD(WS-SUP-EMP-ID)                                    04750000
047600         INTO(SUPERVISOR-RECORD)                                  04760000
047700         RESP(WS-SUP-RESP-CODE)                                   04770000
047800     END-EXEC                                                     04780000
047900     IF WS-SUP-RESP-CODE NOT = DFHRESP(NORMAL)                    04790000
048000         MOVE SPACES TO SUP-SUPV-ID                               04800000
048100     END-IF.                                                      04810000
048200 READ-SESSION-PARA.                                               04820000
048300     MOVE SPACES TO WS-SESSION-REC                                04830000
048400     MOVE EIBTRMID TO WS-TSQ-TERM                                 04840000
048500     MOVE 14 TO WS-TSQ-LEN                                        04850000
048600     EXEC CICS READQ TS                                           04860000
048700         QUEUE(WS-TSQ-NAME)                                       04870000
048800         INTO(WS-SESSION-REC)                                     04880000
048900         LENGTH(WS-TSQ-LEN)                                       04890000
049000         ITEM(1)                                                  04900000
049100         RESP(WS-TSQ-RESP)                                        04910000
049200     END-EXEC                                                     04920000
049300     IF WS-TSQ-RESP NOT = DFHRESP(NORMAL)                         04930000
049400         MOVE SPACES TO WS-SESSION-REC                            04940000
049500     END-IF.                                                      04950000
049600 GET-TODAY-PARA.                                                  04960000
049700     PERFORM DATE-TIME-PARA                                       04970000
049800     MOVE SYSDATEO(7:4) TO WS-TODAY-NUM(1:4)                      04980000
049900     MOVE SYSDATEO(4:2) TO WS-TODAY-NUM(5:2)                      04990000
050000     MOVE SYSDATEO(1:2) TO WS-TODAY-NUM(7:2).                     05000000
050100 WRITE-AUDIT-PARA.                                                05010000
050200     PERFORM DATE-TIME-PARA                                       05020000
050300     MOVE WS-APR-EMP-ID      TO AUD-EMP-ID                        05030000
050400     MOVE SYSDATEO           TO AUD-DATE-KEY                      05040000
050500     MOVE WS-TIME-OUT        TO AUD-TIME-KEY                      05050000
050600     ADD 1 TO WS-AUDIT-SEQ                                        05060000
050700     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05070000
050800     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        05080000
050900     MOVE 'P26APRF '         TO AUD-SOURCE-FILE                   05090000
051000     MOVE EIBTRMID           TO AUD-TERM-ID                       05100000
051100     MOVE WS-USERID          TO AUD-USER-ID                       05110000
051200     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  05120000
051300     MOVE WS-AUDIT-AFTER     TO AUD-AFTER-IMAGE                   05130000
051400     PERFORM WRITE-AUDIT-RECORD-PARA                              05140000
051500     PERFORM WRITE-AUDIT-RETRY-PARA                               05150000
051600         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           05160000
051700     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  05170000
051800         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 05180000
051900         MOVE 'WRITE-AUDIT-PARA    ' TO ERL-PARAGRAPH             05190000
052000         PERFORM LOG-FILE-ERROR-PARA                              05200000
052100     END-IF.                                                      05210000
052200 WRITE-AUDIT-RECORD-PARA.                                         05220000
052300     EXEC CICS WRITE                                              05230000
052400         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         05240000
052500         FROM(AUDIT-RECORD)                                       05250000
052600         RESP(WS-AUDIT-RESP-CODE)                                 05260000
052700     END-EXEC.                                                    05270000
052800 WRITE-AUDIT-RETRY-PARA.                                          05280000
052900     ADD 1 TO WS-AUDIT-SEQ                                        05290000
053000     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           05300000
053100     PERFORM WRITE-AUDIT-RECORD-PARA.                             05310000
053200 RECEIVE-MAP.                                                     05320000
053300     EXEC CICS RECEIVE                                            05330000
053400         MAP('APRMAP')                                            05340000
053500         MAPSET('P26AS29')                                        05350000
053600         INTO(APRMAPI)                                            05360000
053700     END-EXEC.                                                    05370000
053800 DATE-TIME-PARA.                                                  05380000
053900     EXEC CICS ASKTIME                                            05390000
054000         ABSTIME(WS-DATE-TIME)                                    05400000
054100     END-EXEC.                                                    05410000
054200     EXEC CICS FORMATTIME                                         05420000
054300         ABSTIME(WS-DATE-TIME)                                    05430000
054400         DDMMYYYY(SYSDATEO)                                       05440000
054500         DATESEP                                                  05450000
054600         TIME(SYSTIMEO)                                           05460000
054700         TIMESEP                                                  05470000
054800     END-EXEC                                                     05480000
054900     MOVE SYSTIMEO TO WS-TIME-OUT.                                05490000
055000*                                                                 05500000
055100 LOG-FILE-ERROR-PARA.                                             05510000
055200     PERFORM DATE-TIME-PARA                                       05520000
055300     MOVE SYSDATEO          TO ERL-DATE-KEY                       05530000
055400     MOVE WS-TIME-OUT       TO ERL-TIME-KEY                       05540000
055500     ADD 1 TO WS-ERRLOG-SEQ                                       05550000
055600     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           05560000
055700     MOVE 'P26AP29'         TO ERL-PROGRAM                        05570000
055800     MOVE EIBTRMID          TO ERL-TERM-ID                        05580000
055900     PERFORM WRITE-ERRLOG-RECORD-PARA                             05590000
056000     PERFORM WRITE-ERRLOG-RETRY-PARA                              05600000
056100         UNTIL WS-ERRLOG-RESP-CODE NOT = DFHRESP(DUPKEY).         05610000
056200 WRITE-ERRLOG-RECORD-PARA.                                        05620000
056300     EXEC CICS WRITE                                              05630000
056400         FILE('P26ERRLOG') RIDFLD(ERL-KEY)                        05640000
056500         FROM(ERROR-LOG-RECORD)                                   05650000
056600         RESP(WS-ERRLOG-RESP-CODE)                                05660000
056700     END-EXEC.                                                    05670000
056800 WRITE-ERRLOG-RETRY-PARA.                                         05680000
056900     ADD 1 TO WS-ERRLOG-SEQ                                       05690000
057000     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           05700000
057100     PERFORM WRITE-ERRLOG-RECORD-PARA.                            05710000
057200 CHECK-SESSION-PARA.                                              05720000
057300     SET SCK-CHECK TO TRUE                                        05730000
057400     EXEC CICS LINK                                               05740000
057500         PROGRAM('P26SESCK')                                      05750000
057600         COMMAREA(SESSION-CHECK-AREA)                             05760000
057700         RESP(WS-SCK-RESP)                                        05770000
057800     END-EXEC                                                     05780000
057900     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         05790000
058000        OR NOT SCK-OK                                             05800000
058100        OR SCK-USERID NOT = WS-USERID                             05810000
058200         MOVE 'P26AP29' TO WS-SIGNON-TARGET                       05820000
058300         MOVE 'T'       TO WS-SIGNON-FLAG                         05830000
058400         EXEC CICS XCTL                                           05840000
058500             PROGRAM('P26AP06')                                   05850000
058600             COMMAREA(WS-SIGNON-CA)                               05860000
058700         END-EXEC                                                 05870000
058800     END-IF.                                                      05880000
