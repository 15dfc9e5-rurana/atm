000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP65.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26FCPARM ASSIGN TO P26FCPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-FCPARM-STATUS.                         00080000
000900     SELECT P26FCHF ASSIGN TO P26FCHF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS FCH-KEY                                    00120000
001300         FILE STATUS IS WS-FCHF-STATUS.                           00130000
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS EMP-ID                                     00170000
001800         FILE STATUS IS WS-MFILE-STATUS.                          00180000
001900     SELECT P26AFILE ASSIGN TO P26AFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS AEMP-ID                                    00220000
002300         FILE STATUS IS WS-AFILE-STATUS.                          00230000
002400     SELECT P26RFILE ASSIGN TO P26RFILE                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS REF-KEY                                    00270000
002800         FILE STATUS IS WS-RFILE-STATUS.                          00280000
002900     SELECT P26SFILE ASSIGN TO P26SFILE                           00290000
003000         ORGANIZATION IS INDEXED                                  00300000
003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS STS-EMP-ID                                 00320000
003300         FILE STATUS IS WS-SFILE-STATUS.                          00330000
003400     SELECT P26GRDF ASSIGN TO P26GRDF                             00340000
003500         ORGANIZATION IS INDEXED                                  00350000
003600         ACCESS MODE IS DYNAMIC                                   00360000
003700         RECORD KEY IS GRD-CODE                                   00370000
003800         FILE STATUS IS WS-GRDF-STATUS.                           00380000
003900     SELECT P26CFILE ASSIGN TO P26CFILE                           00390000
004000         ORGANIZATION IS INDEXED                                  00400000
004100         ACCESS MODE IS DYNAMIC                                   00410000
004200         RECORD KEY IS CRD-USERID                                 00420000
004300         FILE STATUS IS WS-CFILE-STATUS.                          00430000
004400     SELECT P26PCHF ASSIGN TO P26PCHF                             00440000
004500         ORGANIZATION IS INDEXED                                  00450000
004600         ACCESS MODE IS DYNAMIC                                   00460000
004700         RECORD KEY IS PCH-KEY                                    00470000
004800         FILE STATUS IS WS-PCHF-STATUS.                           00480000
004900     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00490000
005000         ORGANIZATION IS INDEXED                                  00500000
005100         ACCESS MODE IS DYNAMIC                                   00510000
005200         RECORD KEY IS AUD-KEY                                    00520000
005300         FILE STATUS IS WS-AUDIT-STATUS.                          00530000
005400     SELECT P26CAPT ASSIGN TO P26CAPT                             00540000
005500         ORGANIZATION IS INDEXED                                  00550000
005600         ACCESS MODE IS DYNAMIC                                   00560000
005700         RECORD KEY IS CAP-KEY                                    00570000
005800         FILE STATUS IS WS-CAPT-STATUS.                           00580000
005900     SELECT P26FCRP ASSIGN TO P26FCRP                             00590000
006000         ORGANIZATION IS LINE SEQUENTIAL                          00600000
006100         FILE STATUS IS WS-FCRP-STATUS.                           00610000
006200*                                                                 00620000
006300 DATA DIVISION.                                                   00630000
006400 FILE SECTION.                                                    00640000
006500 FD  P26FCPARM                                                    00650000
006600     LABEL RECORDS ARE STANDARD.                                  00660000
006700 01  FCPARM-RECORD.                                               00670000
006800     03  FCP-RUN-DATE        PIC X(08).                           00680000
006900     03  FILLER              PIC X(72).                           00690000
007000 FD  P26FCHF                                                      00700000
007100     LABEL RECORDS ARE STANDARD.                                  00710000
007200     COPY P26FCHR.                                                00720000
007300 FD  P26MFILE                                                     00730000
007400     LABEL RECORDS ARE STANDARD.                                  00740000
007500     COPY EMPMSTR.                                                00750000
007600 FD  P26AFILE                                                     00760000
007700     LABEL RECORDS ARE STANDARD.                                  00770000
007800     COPY EMPREC REPLACING                                        00780000
007900         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00790000
008000         ==EMP-ID==          BY ==AEMP-ID==                       00800000
008100         ==EMP-NAME==        BY ==AEMP-NAME==                     00810000
008200         ==EMP-TECH==        BY ==AEMP-TECH==                     00820000
008300         ==EMP-LOC==         BY ==AEMP-LOC==                      00830000
008400         ==EMP-DOB==         BY ==AEMP-DOB==                      00840000
008500         ==EMP-EARN==        BY ==AEMP-EARN==                     00850000
008600         ==EMP-DEDN==        BY ==AEMP-DEDN==                     00860000
008700         ==EMP-UPD-DATE==    BY ==AEMP-UPD-DATE==                 00870000
008800         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 00880000
008900         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                00890000
009000 FD  P26RFILE                                                     00900000
009100     LABEL RECORDS ARE STANDARD.                                  00910000
009200     COPY P26REF.                                                 00920000
009300 FD  P26SFILE                                                     00930000
009400     LABEL RECORDS ARE STANDARD.                                  00940000
009500     COPY P26STR.                                                 00950000
009600 FD  P26GRDF                                                      00960000
009700     LABEL RECORDS ARE STANDARD.                                  00970000
009800     COPY P26GRDR.                                                00980000
009900 FD  P26CFILE                                                     00990000
010000     LABEL RECORDS ARE STANDARD.                                  01000000
010100     COPY P26CRED.                                                01010000
010200 FD  P26PCHF                                                      01020000
010300     LABEL RECORDS ARE STANDARD.                                  01030000
010400     COPY P26PCHR.                                                01040000
010500 FD  P26AUDIT                                                     01050000
010600     LABEL RECORDS ARE STANDARD.                                  01060000
010700     COPY P26AUDR.                                                01070000
010800 FD  P26CAPT                                                      01080000
010900     LABEL RECORDS ARE STANDARD.                                  01090000
011000     COPY P26CAPR.                                                01100000
011100 FD  P26FCRP                                                      01110000
011200     LABEL RECORDS ARE STANDARD.                                  01120000
011300 01  FCRP-LINE               PIC X(132).                          01130000
011400*                                                                 01140000
011500 WORKING-STORAGE SECTION.                                         01150000
011600 01  WS-FCPARM-STATUS        PIC X(02) VALUE SPACES.              01160000
011700     88  FCPARM-MISSING              VALUE '35'.                  01170000
011800 01  WS-FCHF-STATUS          PIC X(02) VALUE SPACES.              01180000
011900     88  FCHF-IO-OK                  VALUE '00'.                  01190000
012000     88  FCHF-MISSING                VALUE '35'.                  01200000
012100 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              01210000
012200     88  MFILE-IO-OK                 VALUE '00'.                  01220000
012300 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              01230000
012400     88  AFILE-IO-OK                 VALUE '00'.                  01240000
012500 01  WS-RFILE-STATUS         PIC X(02) VALUE SPACES.              01250000
012600     88  RFILE-MISSING               VALUE '35'.                  01260000
012700 01  WS-RFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01270000
012800     88  RFILE-OPEN                  VALUE 'Y'.                   01280000
012900 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              01290000
013000     88  SFILE-IO-OK                 VALUE '00'.                  01300000
013100     88  SFILE-MISSING               VALUE '35'.                  01310000
013200 01  WS-GRDF-STATUS          PIC X(02) VALUE SPACES.              01320000
013300     88  GRDF-MISSING                VALUE '35'.                  01330000
013400 01  WS-GRDF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 01340000
013500     88  GRDF-OPEN                   VALUE 'Y'.                   01350000
013600 01  WS-CFILE-STATUS         PIC X(02) VALUE SPACES.              01360000
013700     88  CFILE-MISSING               VALUE '35'.                  01370000
013800 01  WS-CFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01380000
013900     88  CFILE-OPEN                  VALUE 'Y'.                   01390000
014000 01  WS-PCHF-STATUS          PIC X(02) VALUE SPACES.              01400000
014100     88  PCHF-IO-OK                  VALUE '00'.                  01410000
014200     88  PCHF-MISSING                VALUE '35'.                  01420000
014300 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              01430000
014400     88  AUDIT-DUPKEY                VALUE '22'.                  01440000
014500     88  AUDIT-MISSING               VALUE '35'.                  01450000
014600 01  WS-CAPT-STATUS          PIC X(02) VALUE SPACES.              01460000
014700     88  CAPT-DUPKEY                 VALUE '22'.                  01470000
014800     88  CAPT-MISSING                VALUE '35'.                  01480000
014900 01  WS-FCRP-STATUS          PIC X(02) VALUE SPACES.              01490000
015000 01  WS-FCHF-DONE-FLAG       PIC X(01) VALUE 'N'.                 01500000
015100     88  FCHF-DONE                   VALUE 'Y'.                   01510000
015200 01  WS-PCH-DONE-FLAG        PIC X(01) VALUE 'N'.                 01520000
015300     88  PCH-BROWSE-DONE             VALUE 'Y'.                   01530000
015400 01  WS-MST-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01540000
015500     88  MST-FOUND                   VALUE 'Y'.                   01550000
015600 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01560000
015700     88  EMP-FOUND                   VALUE 'Y'.                   01570000
015800 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01580000
015900     88  STS-FOUND                   VALUE 'Y'.                   01590000
016000 01  WS-REF-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01600000
016100     88  REF-USABLE                  VALUE 'Y'.                   01610000
016200 01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.                 01620000
016300     88  VALID-DATA                  VALUE 'Y'.                   01630000
016400 01  WS-RANGE-FLAG           PIC X(01) VALUE 'N'.                 01640000
016500     88  OUTSIDE-RANGE               VALUE 'Y'.                   01650000
016600 01  WS-OVERRIDE-FLAG        PIC X(01) VALUE 'N'.                 01660000
016700     88  OVERRIDE-VALID              VALUE 'Y'.                   01670000
016800 01  WS-SAL-PEND-FLAG        PIC X(01) VALUE 'N'.                 01680000
016900     88  SALARY-PENDING              VALUE 'Y'.                   01690000
017000 01  WS-APPLY-FLAG           PIC X(01) VALUE 'N'.                 01700000
017100     88  APPLY-FAILED                VALUE 'F'.                   01710000
017200     88  MASTER-CHANGED              VALUE 'Y'.                   01720000
017300 01  WS-QUEUED-FLAG          PIC X(01) VALUE 'N'.                 01730000
017400     88  SALARY-QUEUED               VALUE 'Y'.                   01740000
017500 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              01750000
017600 01  WS-CHK-GRADE            PIC X(03) VALUE SPACES.              01760000
017700 01  WS-CHK-EARN             PIC 9(07)V99 VALUE ZERO.             01770000
017800 01  WS-PCH-NEXT-SEQ         PIC 9(03) VALUE ZERO.                01780000
017900 01  WS-RUN-DATE             PIC X(08) VALUE SPACES.              01790000
018000 01  WS-READ-COUNT           PIC 9(06) VALUE ZERO.                01800000
018100 01  WS-DUE-COUNT            PIC 9(06) VALUE ZERO.                01810000
018200 01  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.                01820000
018300 01  WS-QUEUED-COUNT         PIC 9(06) VALUE ZERO.                01830000
018400 01  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.                01840000
018500 01  WS-FUTURE-COUNT         PIC 9(06) VALUE ZERO.                01850000
018600 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              01860000
018700 01  WS-AUDIT-FILE           PIC X(08) VALUE SPACES.              01870000
018800 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                01880000
018900 01  WS-CAPT-SEQ             PIC 9(02) VALUE ZERO.                01890000
019000 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             01900000
019100 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             01910000
019200 01  WS-CURRENT-DATE.                                             01920000
019300     03  WS-CURR-YY          PIC 9(04).                           01930000
019400     03  WS-CURR-MM          PIC 9(02).                           01940000
019500     03  WS-CURR-DD          PIC 9(02).                           01950000
019600 01  WS-CURRENT-TIME         PIC 9(08).                           01960000
019700 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              01970000
019800 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              01980000
019900 01  WS-HEADING-LINE.                                             01990000
020000     03  FILLER              PIC X(48) VALUE                      02000000
020100         'P26BP65  FUTURE-DATED CHANGE APPLICATION REPORT'.       02010000
020200     03  FILLER              PIC X(10) VALUE 'RUN DATE '.         02020000
020300     03  HL-RUN-DATE         PIC X(10).                           02030000
020400     03  FILLER              PIC X(04) VALUE SPACES.              02040000
020500     03  FILLER              PIC X(16) VALUE 'EFFECTIVE UP TO '.  02050000
020600     03  HL-EFF-DATE         PIC X(08).                           02060000
020700 01  WS-COLUMN-LINE.                                              02070000
020800     03  FILLER              PIC X(40) VALUE                      02080000
020900         'EMPID EFF-DATE SQ T RESULT   REASON     '.              02090000
021000     03  FILLER              PIC X(40) VALUE                      02100000
021100         '                    DEPT     LOCATION   '.              02110000
021200     03  FILLER              PIC X(40) VALUE                      02120000
021300         'TECH       GRD   NEW SALARY REQ USER    '.              02130000
021400 01  WS-RESULT-LINE.                                              02140000
021500     03  RL-EMP-ID           PIC X(05).                           02150000
021600     03  FILLER              PIC X(01) VALUE SPACES.              02160000
021700     03  RL-EFF-DATE         PIC X(08).                           02170000
021800     03  FILLER              PIC X(01) VALUE SPACES.              02180000
021900     03  RL-SEQ              PIC 9(02).                           02190000
022000     03  FILLER              PIC X(01) VALUE SPACES.              02200000
022100     03  RL-TYPE             PIC X(01).                           02210000
022200     03  FILLER              PIC X(01) VALUE SPACES.              02220000
022300     03  RL-RESULT           PIC X(08).                           02230000
022400     03  FILLER              PIC X(01) VALUE SPACES.              02240000
022500     03  RL-REASON           PIC X(30).                           02250000
022600     03  FILLER              PIC X(01) VALUE SPACES.              02260000
022700     03  RL-DEPT             PIC X(08).                           02270000
022800     03  FILLER              PIC X(01) VALUE SPACES.              02280000
022900     03  RL-LOC              PIC X(10).                           02290000
023000     03  FILLER              PIC X(01) VALUE SPACES.              02300000
023100     03  RL-TECH             PIC X(10).                           02310000
023200     03  FILLER              PIC X(01) VALUE SPACES.              02320000
023300     03  RL-GRADE            PIC X(03).                           02330000
023400     03  FILLER              PIC X(01) VALUE SPACES.              02340000
023500     03  RL-EARN             PIC Z,ZZZ,ZZ9.99                     02350000
023600                             BLANK WHEN ZERO.                     02360000
023700     03  FILLER              PIC X(01) VALUE SPACES.              02370000
023800     03  RL-REQ-USER         PIC X(08).                           02380000
023900 01  WS-SUMMARY-LINE.                                             02390000
024000     03  SM-LABEL            PIC X(40).                           02400000
024100     03  SM-COUNT            PIC ZZZ,ZZ9.                         02410000
024200     COPY P26RCC.                                                 02420000
024300*                                                                 02430000
024400 PROCEDURE DIVISION.                                              02440000
024500 MAIN-PARA.                                                       02450000
024600     PERFORM REGISTER-START-PARA                                  02460000
024700     PERFORM INITIALIZATION-PARA                                  02470000
024800     PERFORM PROCESS-PARA                                         02480000
024900         UNTIL FCHF-DONE                                          02490000
025000     PERFORM TERMINATION-PARA                                     02500000
025100     PERFORM REGISTER-END-PARA                                    02510000
025200     STOP RUN.                                                    02520000
025300*                                                                 02530000
025400 INITIALIZATION-PARA.                                             02540000
025500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02550000
025600     ACCEPT WS-CURRENT-TIME FROM TIME                             02560000
025700     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              02570000
025800         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   02580000
025900     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      02590000
026000     MOVE WS-CURRENT-DATE TO WS-RUN-DATE                          02600000
026100     PERFORM READ-FCPARM-PARA                                     02610000
026200     OPEN I-O P26FCHF                                             02620000
026300     IF FCHF-MISSING                                              02630000
026400         OPEN OUTPUT P26FCHF                                      02640000
026500         CLOSE P26FCHF                                            02650000
026600         OPEN I-O P26FCHF                                         02660000
026700     END-IF                                                       02670000
026800     OPEN I-O P26MFILE                                            02680000
026900     OPEN I-O P26AFILE                                            02690000
027000     OPEN INPUT P26RFILE                                          02700000
027100     IF NOT RFILE-MISSING                                         02710000
027200         SET RFILE-OPEN TO TRUE                                   02720000
027300     END-IF                                                       02730000
027400     OPEN I-O P26SFILE                                            02740000
027500     IF SFILE-MISSING                                             02750000
027600         OPEN OUTPUT P26SFILE                                     02760000
027700         CLOSE P26SFILE                                           02770000
027800         OPEN I-O P26SFILE                                        02780000
027900     END-IF                                                       02790000
028000     OPEN INPUT P26GRDF                                           02800000
028100     IF NOT GRDF-MISSING                                          02810000
028200         SET GRDF-OPEN TO TRUE                                    02820000
028300     END-IF                                                       02830000
028400     OPEN INPUT P26CFILE                                          02840000
028500     IF NOT CFILE-MISSING                                         02850000
028600         SET CFILE-OPEN TO TRUE                                   02860000
028700     END-IF                                                       02870000
028800     OPEN I-O P26PCHF                                             02880000
028900     IF PCHF-MISSING                                              02890000
029000         OPEN OUTPUT P26PCHF                                      02900000
029100         CLOSE P26PCHF                                            02910000
029200         OPEN I-O P26PCHF                                         02920000
029300     END-IF                                                       02930000
029400     OPEN I-O P26AUDIT                                            02940000
029500     IF AUDIT-MISSING                                             02950000
029600         OPEN OUTPUT P26AUDIT                                     02960000
029700         CLOSE P26AUDIT                                           02970000
029800         OPEN I-O P26AUDIT                                        02980000
029900     END-IF                                                       02990000
030000     OPEN I-O P26CAPT                                             03000000
030100     IF CAPT-MISSING                                              03010000
030200         OPEN OUTPUT P26CAPT                                      03020000
030300         CLOSE P26CAPT                                            03030000
030400         OPEN I-O P26CAPT                                         03040000
030500     END-IF                                                       03050000
030600     OPEN OUTPUT P26FCRP                                          03060000
030700     MOVE WS-RUN-DATE-OUT TO HL-RUN-DATE                          03070000
030800     MOVE WS-RUN-DATE TO HL-EFF-DATE                              03080000
030900     MOVE WS-HEADING-LINE TO FCRP-LINE                            03090000
031000     WRITE FCRP-LINE                                              03100000
031100     MOVE SPACES TO FCRP-LINE                                     03110000
031200     WRITE FCRP-LINE                                              03120000
031300     MOVE WS-COLUMN-LINE TO FCRP-LINE                             03130000
031400     WRITE FCRP-LINE                                              03140000
031500     MOVE LOW-VALUES TO FCH-KEY                                   03150000
031600     START P26FCHF KEY IS NOT LESS THAN FCH-KEY                   03160000
031700         INVALID KEY                                              03170000
031800             SET FCHF-DONE TO TRUE                                03180000
031900     END-START                                                    03190000
032000     IF NOT FCHF-DONE                                             03200000
032100         PERFORM READ-FCHF-PARA                                   03210000
032200     END-IF.                                                      03220000
032300*                                                                 03230000
032400 READ-FCPARM-PARA.                                                03240000
032500     OPEN INPUT P26FCPARM                                         03250000
032600     IF NOT FCPARM-MISSING                                        03260000
032700         READ P26FCPARM                                           03270000
032800             AT END                                               03280000
032900                 MOVE SPACES TO FCPARM-RECORD                     03290000
033000         END-READ                                                 03300000
033100         IF FCP-RUN-DATE NUMERIC                                  03310000
033200             MOVE FCP-RUN-DATE TO WS-RUN-DATE                     03320000
033300         END-IF                                                   03330000
033400         CLOSE P26FCPARM                                          03340000
033500     END-IF.                                                      03350000
033600*                                                                 03360000
033700 READ-FCHF-PARA.                                                  03370000
033800     READ P26FCHF NEXT RECORD                                     03380000
033900         AT END                                                   03390000
034000             SET FCHF-DONE TO TRUE                                03400000
034100     END-READ.                                                    03410000
034200*                                                                 03420000
034300 PROCESS-PARA.                                                    03430000
034400     ADD 1 TO WS-READ-COUNT                                       03440000
034500     IF FCH-PENDING                                               03450000
034600         IF FCH-EFF-DATE > WS-RUN-DATE                            03460000
034700             ADD 1 TO WS-FUTURE-COUNT                             03470000
034800         ELSE                                                     03480000
034900             ADD 1 TO WS-DUE-COUNT                                03490000
035000             PERFORM APPLY-CHANGE-PARA                            03500000
035100         END-IF                                                   03510000
035200     END-IF                                                       03520000
035300     PERFORM READ-FCHF-PARA.                                      03530000
035400*                                                                 03540000
035500 APPLY-CHANGE-PARA.                                               03550000
035600     MOVE SPACES TO WS-REJECT-REASON                              03560000
035700     MOVE 'N' TO WS-RANGE-FLAG                                    03570000
035800     MOVE 'N' TO WS-APPLY-FLAG                                    03580000
035900     MOVE 'N' TO WS-QUEUED-FLAG                                   03590000
036000     PERFORM READ-MASTERS-PARA                                    03600000
036100     PERFORM VALIDATE-PARA                                        03610000
036200     IF VALID-DATA                                                03620000
036300         IF FCH-NEW-EARN NOT = ZERO                               03630000
036400            AND FCH-NEW-EARN NOT = AEMP-EARN                      03640000
036500             PERFORM WRITE-PENDING-PARA                           03650000
036600         END-IF                                                   03660000
036700         IF NOT APPLY-FAILED                                      03670000
036800             PERFORM APPLY-AFILE-PARA                             03680000
036900         END-IF                                                   03690000
037000         IF NOT APPLY-FAILED                                      03700000
037100             PERFORM APPLY-MFILE-PARA                             03710000
037200         END-IF                                                   03720000
037300         IF NOT APPLY-FAILED                                      03730000
037400             PERFORM APPLY-GRADE-PARA                             03740000
037500         END-IF                                                   03750000
037600         IF APPLY-FAILED                                          03760000
037700             PERFORM REJECT-PARA                                  03770000
037800         ELSE                                                     03780000
037900             IF OUTSIDE-RANGE                                     03790000
038000                 MOVE 'P26FCHF' TO WS-AUDIT-FILE                  03800000
038100                 MOVE SPACES TO WS-AUDIT-BEFORE                   03810000
038200                 MOVE FUTURE-CHANGE-RECORD TO WS-AUDIT-AFTER      03820000
038300                 PERFORM WRITE-OVERRIDE-AUDIT-PARA                03830000
038400             END-IF                                               03840000
038500             PERFORM APPLIED-PARA                                 03850000
038600         END-IF                                                   03860000
038700     ELSE                                                         03870000
038800         PERFORM REJECT-PARA                                      03880000
038900     END-IF.                                                      03890000
039000*                                                                 03900000
039100 READ-MASTERS-PARA.                                               03910000
039200     MOVE 'N' TO WS-MST-FOUND-FLAG                                03920000
039300     MOVE FCH-EMP-ID TO EMP-ID                                    03930000
039400     READ P26MFILE                                                03940000
039500         INVALID KEY                                              03950000
039600             CONTINUE                                             03960000
039700         NOT INVALID KEY                                          03970000
039800             MOVE 'Y' TO WS-MST-FOUND-FLAG                        03980000
039900     END-READ                                                     03990000
040000     MOVE 'N' TO WS-EMP-FOUND-FLAG                                04000000
040100     MOVE FCH-EMP-ID TO AEMP-ID                                   04010000
040200     READ P26AFILE                                                04020000
040300         INVALID KEY                                              04030000
040400             CONTINUE                                             04040000
040500         NOT INVALID KEY                                          04050000
040600             MOVE 'Y' TO WS-EMP-FOUND-FLAG                        04060000
040700     END-READ                                                     04070000
040800     MOVE 'N' TO WS-STS-FOUND-FLAG                                04080000
040900     MOVE FCH-EMP-ID TO STS-EMP-ID                                04090000
041000     READ P26SFILE                                                04100000
041100         INVALID KEY                                              04110000
041200             MOVE SPACES TO EMP-STATUS-RECORD                     04120000
041300         NOT INVALID KEY                                          04130000
041400             MOVE 'Y' TO WS-STS-FOUND-FLAG                        04140000
041500     END-READ.                                                    04150000
041600*                                                                 04160000
041700 VALIDATE-PARA.                                                   04170000
041800     MOVE 'Y' TO WS-VALID-FLAG                                    04180000
041900     IF NOT MST-FOUND OR NOT EMP-FOUND                            04190000
042000         MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON          04200000
042100         MOVE 'N' TO WS-VALID-FLAG                                04210000
042200     END-IF                                                       04220000
042300     IF VALID-DATA AND STS-FOUND AND STS-TERMINATED               04230000
042400         MOVE 'EMPLOYEE TERMINATED SINCE ENTRY'                   04240000
042500             TO WS-REJECT-REASON                                  04250000
042600         MOVE 'N' TO WS-VALID-FLAG                                04260000
042700     END-IF                                                       04270000
042800     IF VALID-DATA AND FCH-NEW-DEPT NOT = SPACES                  04280000
042900         MOVE 'D' TO REF-TYPE                                     04290000
043000         MOVE FCH-NEW-DEPT TO REF-CODE                            04300000
043100         PERFORM READ-REF-PARA                                    04310000
043200         IF NOT REF-USABLE                                        04320000
043300             MOVE 'DEPARTMENT INVALID OR RETIRED'                 04330000
043400                 TO WS-REJECT-REASON                              04340000
043500             MOVE 'N' TO WS-VALID-FLAG                            04350000
043600         END-IF                                                   04360000
043700     END-IF                                                       04370000
043800     IF VALID-DATA AND FCH-NEW-LOC NOT = SPACES                   04380000
043900         MOVE 'L' TO REF-TYPE                                     04390000
044000         MOVE FCH-NEW-LOC TO REF-CODE                             04400000
044100         PERFORM READ-REF-PARA                                    04410000
044200         IF NOT REF-USABLE                                        04420000
044300             MOVE 'LOCATION CODE INVALID OR RETIRED'              04430000
044400                 TO WS-REJECT-REASON                              04440000
044500             MOVE 'N' TO WS-VALID-FLAG                            04450000
044600         END-IF                                                   04460000
044700     END-IF                                                       04470000
044800     IF VALID-DATA AND FCH-NEW-TECH NOT = SPACES                  04480000
044900         MOVE 'T' TO REF-TYPE                                     04490000
045000         MOVE FCH-NEW-TECH TO REF-CODE                            04500000
045100         PERFORM READ-REF-PARA                                    04510000
045200         IF NOT REF-USABLE                                        04520000
045300             MOVE 'TECH CODE INVALID OR RETIRED'                  04530000
045400                 TO WS-REJECT-REASON                              04540000
045500             MOVE 'N' TO WS-VALID-FLAG                            04550000
045600         END-IF                                                   04560000
045700     END-IF                                                       04570000
045800     IF VALID-DATA                                                04580000
045900         PERFORM CHECK-GRADE-PARA                                 04590000
046000     END-IF                                                       04600000
046100     IF VALID-DATA                                                04610000
046200        AND FCH-NEW-EARN NOT = ZERO                               04620000
046300        AND FCH-NEW-EARN NOT = AEMP-EARN                          04630000
046400         PERFORM FIND-PENDING-PARA                                04640000
046500         IF SALARY-PENDING                                        04650000
046600             MOVE 'SALARY CHANGE ALREADY PENDING'                 04660000
046700                 TO WS-REJECT-REASON                              04670000
046800             MOVE 'N' TO WS-VALID-FLAG                            04680000
046900         END-IF                                                   04690000
047000     END-IF.                                                      04700000
047100*                                                                 04710000
047200 READ-REF-PARA.                                                   04720000
047300     MOVE 'N' TO WS-REF-FOUND-FLAG                                04730000
047400     IF RFILE-OPEN                                                04740000
047500         READ P26RFILE                                            04750000
047600             INVALID KEY                                          04760000
047700                 CONTINUE                                         04770000
047800             NOT INVALID KEY                                      04780000
047900                 IF NOT REF-RETIRED                               04790000
048000                     MOVE 'Y' TO WS-REF-FOUND-FLAG                04800000
048100                 END-IF                                           04810000
048200         END-READ                                                 04820000
048300     ELSE                                                         04830000
048400         MOVE 'Y' TO WS-REF-FOUND-FLAG                            04840000
048500     END-IF.                                                      04850000
048600*                                                                 04860000
048700 CHECK-GRADE-PARA.                                                04870000
048800     MOVE STS-GRADE TO WS-CHK-GRADE                               04880000
048900     IF FCH-NEW-GRADE NOT = SPACES                                04890000
049000         MOVE FCH-NEW-GRADE TO WS-CHK-GRADE                       04900000
049100     END-IF                                                       04910000
049200     MOVE AEMP-EARN TO WS-CHK-EARN                                04920000
049300     IF FCH-NEW-EARN NOT = ZERO                                   04930000
049400         MOVE FCH-NEW-EARN TO WS-CHK-EARN                         04940000
049500     END-IF                                                       04950000
049600     IF GRDF-OPEN AND WS-CHK-GRADE NOT = SPACES                   04960000
049700         MOVE WS-CHK-GRADE TO GRD-CODE                            04970000
049800         READ P26GRDF                                             04980000
049900             INVALID KEY                                          04990000
050000                 MOVE SPACES TO GRADE-RECORD                      05000000
050100         END-READ                                                 05010000
050200         IF FCH-NEW-GRADE NOT = SPACES                            05020000
050300            AND (GRD-CODE = SPACES OR GRD-RETIRED)                05030000
050400             MOVE 'GRADE CODE INVALID OR RETIRED'                 05040000
050500                 TO WS-REJECT-REASON                              05050000
050600             MOVE 'N' TO WS-VALID-FLAG                            05060000
050700         END-IF                                                   05070000
050800         IF VALID-DATA AND GRD-ACTIVE                             05080000
050900            AND (FCH-NEW-GRADE NOT = SPACES                       05090000
051000                 OR FCH-NEW-EARN NOT = ZERO)                      05100000
051100            AND (WS-CHK-EARN < GRD-MIN-SAL                        05110000
051200                 OR WS-CHK-EARN > GRD-MAX-SAL)                    05120000
051300             MOVE 'Y' TO WS-RANGE-FLAG                            05130000
051400             PERFORM CHECK-OVERRIDE-PARA                          05140000
051500             IF NOT OVERRIDE-VALID                                05150000
051600                 MOVE 'SALARY OUTSIDE GRADE RANGE'                05160000
051700                     TO WS-REJECT-REASON                          05170000
051800                 MOVE 'N' TO WS-VALID-FLAG                        05180000
051900             END-IF                                               05190000
052000         END-IF                                                   05200000
052100     END-IF.                                                      05210000
052200*                                                                 05220000
052300 CHECK-OVERRIDE-PARA.                                             05230000
052400     MOVE 'N' TO WS-OVERRIDE-FLAG                                 05240000
052500     IF CFILE-OPEN AND FCH-OVR-USER NOT = SPACES                  05250000
052600         MOVE FCH-OVR-USER TO CRD-USERID                          05260000
052700         READ P26CFILE                                            05270000
052800             INVALID KEY                                          05280000
052900                 CONTINUE                                         05290000
053000             NOT INVALID KEY                                      05300000
053100                 IF CRD-SUPER-ROLE AND CRD-ACTIVE                 05310000
053200                     MOVE 'Y' TO WS-OVERRIDE-FLAG                 05320000
053300                 END-IF                                           05330000
053400         END-READ                                                 05340000
053500     END-IF.                                                      05350000
053600*                                                                 05360000
053700 FIND-PENDING-PARA.                                               05370000
053800     MOVE 'N' TO WS-SAL-PEND-FLAG                                 05380000
053900     MOVE 'N' TO WS-PCH-DONE-FLAG                                 05390000
054000     MOVE 1 TO WS-PCH-NEXT-SEQ                                    05400000
054100     MOVE FCH-EMP-ID TO PCH-EMP-ID                                05410000
054200     MOVE ZERO TO PCH-SEQ                                         05420000
054300     START P26PCHF KEY IS NOT LESS THAN PCH-KEY                   05430000
054400         INVALID KEY                                              05440000
054500             SET PCH-BROWSE-DONE TO TRUE                          05450000
054600     END-START                                                    05460000
054700     PERFORM FIND-PENDING-NEXT-PARA                               05470000
054800         UNTIL PCH-BROWSE-DONE.                                   05480000
054900*                                                                 05490000
055000 FIND-PENDING-NEXT-PARA.                                          05500000
055100     READ P26PCHF NEXT RECORD                                     05510000
055200         AT END                                                   05520000
055300             SET PCH-BROWSE-DONE TO TRUE                          05530000
055400     END-READ                                                     05540000
055500     IF NOT PCH-BROWSE-DONE                                       05550000
055600         IF PCH-EMP-ID NOT = FCH-EMP-ID                           05560000
055700             SET PCH-BROWSE-DONE TO TRUE                          05570000
055800         ELSE                                                     05580000
055900             COMPUTE WS-PCH-NEXT-SEQ = PCH-SEQ + 1                05590000
056000             IF PCH-PENDING                                       05600000
056100                AND (PCH-SALARY-AFILE OR PCH-SALARY-MFILE)        05610000
056200                 MOVE 'Y' TO WS-SAL-PEND-FLAG                     05620000
056300             END-IF                                               05630000
056400         END-IF                                                   05640000
056500     END-IF.                                                      05650000
056600*                                                                 05660000
056700 WRITE-PENDING-PARA.                                              05670000
056800     MOVE SPACES TO PENDING-CHANGE-RECORD                         05680000
056900     MOVE FCH-EMP-ID TO PCH-EMP-ID                                05690000
057000     MOVE WS-PCH-NEXT-SEQ TO PCH-SEQ                              05700000
057100     MOVE 'P26AFILE' TO PCH-SOURCE-FILE                           05710000
057200     SET PCH-UPDATE-ACTION TO TRUE                                05720000
057300     SET PCH-PENDING TO TRUE                                      05730000
057400     MOVE AEMP-EARN TO PCH-OLD-EARN                               05740000
057500     MOVE FCH-NEW-EARN TO PCH-NEW-EARN                            05750000
057600     MOVE FCH-REQ-USER TO PCH-REQ-USER                            05760000
057700     MOVE WS-RUN-DATE-OUT TO PCH-REQ-DATE                         05770000
057800     MOVE WS-RUN-TIME-OUT TO PCH-REQ-TIME                         05780000
057900     MOVE 'FUTURE-DATED CHANGE' TO PCH-REASON                     05790000
058000     WRITE PENDING-CHANGE-RECORD                                  05800000
058100         INVALID KEY                                              05810000
058200             MOVE 'PENDING CHANGE WRITE FAILED'                   05820000
058300                 TO WS-REJECT-REASON                              05830000
058400             SET APPLY-FAILED TO TRUE                             05840000
058500         NOT INVALID KEY                                          05850000
058600             SET SALARY-QUEUED TO TRUE                            05860000
058700             ADD 1 TO WS-QUEUED-COUNT                             05870000
058800     END-WRITE.                                                   05880000
058900*                                                                 05890000
059000 APPLY-AFILE-PARA.                                                05900000
059100     IF (FCH-NEW-LOC NOT = SPACES                                 05910000
059200         AND FCH-NEW-LOC NOT = AEMP-LOC)                          05920000
059300        OR (FCH-NEW-TECH NOT = SPACES                             05930000
059400         AND FCH-NEW-TECH NOT = AEMP-TECH)                        05940000
059500         MOVE A-EMPLOYEE-RECORD TO WS-AUDIT-BEFORE                05950000
059600         IF FCH-NEW-LOC NOT = SPACES                              05960000
059700             MOVE FCH-NEW-LOC TO AEMP-LOC                         05970000
059800         END-IF                                                   05980000
059900         IF FCH-NEW-TECH NOT = SPACES                             05990000
060000             MOVE FCH-NEW-TECH TO AEMP-TECH                       06000000
060100         END-IF                                                   06010000
060200         MOVE WS-RUN-DATE-OUT TO AEMP-UPD-DATE                    06020000
060300         MOVE WS-RUN-TIME-OUT TO AEMP-UPD-TIME                    06030000
060400         MOVE 'BP65' TO AEMP-UPD-TERM                             06040000
060500         REWRITE A-EMPLOYEE-RECORD                                06050000
060600             INVALID KEY                                          06060000
060700                 MOVE 'EMPLOYEE RECORD UPDATE FAILED'             06070000
060800                     TO WS-REJECT-REASON                          06080000
060900                 SET APPLY-FAILED TO TRUE                         06090000
061000         END-REWRITE                                              06100000
061100         IF NOT APPLY-FAILED                                      06110000
061200             SET MASTER-CHANGED TO TRUE                           06120000
061300             MOVE A-EMPLOYEE-RECORD TO WS-AUDIT-AFTER             06130000
061400             MOVE 'U' TO WS-AUDIT-ACTION                          06140000
061500             MOVE 'P26AFILE' TO WS-AUDIT-FILE                     06150000
061600             PERFORM WRITE-AUDIT-PARA                             06160000
061700             PERFORM WRITE-CAPTURE-PARA                           06170000
061800         END-IF                                                   06180000
061900     END-IF.                                                      06190000
062000*                                                                 06200000
062100 APPLY-MFILE-PARA.                                                06210000
062200     IF (FCH-NEW-DEPT NOT = SPACES                                06220000
062300         AND FCH-NEW-DEPT NOT = EMP-DEPT)                         06230000
062400        OR (FCH-NEW-LOC NOT = SPACES                              06240000
062500         AND FCH-NEW-LOC NOT = EMP-LOC)                           06250000
062600        OR (FCH-NEW-TECH NOT = SPACES                             06260000
062700         AND FCH-NEW-TECH NOT = EMP-TECH)                         06270000
062800         MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-BEFORE           06280000
062900         IF FCH-NEW-DEPT NOT = SPACES                             06290000
063000             MOVE FCH-NEW-DEPT TO EMP-DEPT                        06300000
063100         END-IF                                                   06310000
063200         IF FCH-NEW-LOC NOT = SPACES                              06320000
063300             MOVE FCH-NEW-LOC TO EMP-LOC                          06330000
063400         END-IF                                                   06340000
063500         IF FCH-NEW-TECH NOT = SPACES                             06350000
063600             MOVE FCH-NEW-TECH TO EMP-TECH                        06360000
063700         END-IF                                                   06370000
063800         MOVE WS-RUN-DATE-OUT TO EMP-UPD-DATE                     06380000
063900         MOVE WS-RUN-TIME-OUT TO EMP-UPD-TIME                     06390000
064000         MOVE 'BP65' TO EMP-UPD-TERM                              06400000
064100         REWRITE EMPLOYEE-MASTER-RECORD                           06410000
064200             INVALID KEY                                          06420000
064300                 MOVE 'MASTER RECORD UPDATE FAILED'               06430000
064400                     TO WS-REJECT-REASON                          06440000
064500                 SET APPLY-FAILED TO TRUE                         06450000
064600         END-REWRITE                                              06460000
064700         IF NOT APPLY-FAILED                                      06470000
064800             SET MASTER-CHANGED TO TRUE                           06480000
064900             MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-AFTER        06490000
065000             MOVE 'U' TO WS-AUDIT-ACTION                          06500000
065100             MOVE 'P26MFILE' TO WS-AUDIT-FILE                     06510000
065200             PERFORM WRITE-AUDIT-PARA                             06520000
065300         END-IF                                                   06530000
065400     END-IF.                                                      06540000
065500*                                                                 06550000
065600 APPLY-GRADE-PARA.                                                06560000
065700     IF FCH-NEW-GRADE NOT = SPACES                                06570000
065800        AND FCH-NEW-GRADE NOT = STS-GRADE                         06580000
065900         IF STS-FOUND                                             06590000
066000             MOVE EMP-STATUS-RECORD TO WS-AUDIT-BEFORE            06600000
066100             MOVE FCH-NEW-GRADE TO STS-GRADE                      06610000
066200             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 06620000
066300             MOVE 'P26BP65 ' TO STS-UPD-USER                      06630000
066400             REWRITE EMP-STATUS-RECORD                            06640000
066500                 INVALID KEY                                      06650000
066600                     SET APPLY-FAILED TO TRUE                     06660000
066700             END-REWRITE                                          06670000
066800         ELSE                                                     06680000
066900             MOVE SPACES TO WS-AUDIT-BEFORE                       06690000
067000             MOVE SPACES TO EMP-STATUS-RECORD                     06700000
067100             MOVE FCH-EMP-ID TO STS-EMP-ID                        06710000
067200             SET STS-ACTIVE TO TRUE                               06720000
067300             MOVE FCH-NEW-GRADE TO STS-GRADE                      06730000
067400             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 06740000
067500             MOVE 'P26BP65 ' TO STS-UPD-USER                      06750000
067600             WRITE EMP-STATUS-RECORD                              06760000
067700                 INVALID KEY                                      06770000
067800                     SET APPLY-FAILED TO TRUE                     06780000
067900             END-WRITE                                            06790000
068000         END-IF                                                   06800000
068100         IF APPLY-FAILED                                          06810000
068200             MOVE 'STATUS RECORD UPDATE FAILED'                   06820000
068300                 TO WS-REJECT-REASON                              06830000
068400         ELSE                                                     06840000
068500             SET MASTER-CHANGED TO TRUE                           06850000
068600             MOVE EMP-STATUS-RECORD TO WS-AUDIT-AFTER             06860000
068700             MOVE 'U' TO WS-AUDIT-ACTION                          06870000
068800             MOVE 'P26SFILE' TO WS-AUDIT-FILE                     06880000
068900             PERFORM WRITE-AUDIT-PARA                             06890000
069000         END-IF                                                   06900000
069100     END-IF.                                                      06910000
069200*                                                                 06920000
069300 WRITE-AUDIT-PARA.                                                06930000
069400     MOVE FCH-EMP-ID TO AUD-EMP-ID                                06940000
069500     MOVE WS-RUN-DATE-OUT TO AUD-DATE-KEY                         06950000
069600     MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                         06960000
069700     MOVE ZERO TO WS-AUDIT-SEQ                                    06970000
069800     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 06980000
069900     MOVE WS-AUDIT-ACTION TO AUD-ACTION                           06990000
070000     MOVE WS-AUDIT-FILE TO AUD-SOURCE-FILE                        07000000
070100     MOVE 'BP65' TO AUD-TERM-ID                                   07010000
070200     MOVE FCH-REQ-USER TO AUD-USER-ID                             07020000
070300     IF AUD-OVERRIDE-ACTION                                       07030000
070400         MOVE FCH-OVR-USER TO AUD-USER-ID                         07040000
070500     END-IF                                                       07050000
070600     MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE                     07060000
070700     MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE                       07070000
070800     PERFORM WRITE-AUDIT-RECORD-PARA                              07080000
070900     PERFORM WRITE-AUDIT-RETRY-PARA                               07090000
071000         UNTIL NOT AUDIT-DUPKEY.                                  07100000
071100*                                                                 07110000
071200 WRITE-OVERRIDE-AUDIT-PARA.                                       07120000
071300     MOVE 'O' TO WS-AUDIT-ACTION                                  07130000
071400     PERFORM WRITE-AUDIT-PARA.                                    07140000
071500*                                                                 07150000
071600 WRITE-AUDIT-RECORD-PARA.                                         07160000
071700     WRITE AUDIT-RECORD                                           07170000
071800         INVALID KEY                                              07180000
071900             CONTINUE                                             07190000
072000     END-WRITE.                                                   07200000
072100*                                                                 07210000
072200 WRITE-AUDIT-RETRY-PARA.                                          07220000
072300     IF AUDIT-DUPKEY                                              07230000
072400         ADD 1 TO WS-AUDIT-SEQ                                    07240000
072500         IF WS-AUDIT-SEQ = ZERO                                   07250000
072600             PERFORM STAMP-TIME-PARA                              07260000
072700             MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                 07270000
072800         END-IF                                                   07280000
072900         MOVE WS-AUDIT-SEQ TO AUD-SEQ                             07290000
073000         PERFORM WRITE-AUDIT-RECORD-PARA                          07300000
073100     END-IF.                                                      07310000
073200*                                                                 07320000
073300 WRITE-CAPTURE-PARA.                                              07330000
073400     MOVE WS-RUN-DATE-OUT TO CAP-DATE-KEY                         07340000
073500     MOVE WS-RUN-TIME-OUT TO CAP-TIME-KEY                         07350000
073600     MOVE ZERO TO WS-CAPT-SEQ                                     07360000
073700     MOVE WS-CAPT-SEQ TO CAP-SEQ                                  07370000
073800     MOVE 'P26AFILE' TO CAP-SOURCE-FILE                           07380000
073900     MOVE WS-AUDIT-ACTION TO CAP-ACTION                           07390000
074000     MOVE FCH-EMP-ID TO CAP-EMP-ID                                07400000
074100     MOVE WS-AUDIT-AFTER TO CAP-IMAGE                             07410000
074200     SET CAP-PENDING TO TRUE                                      07420000
074300     PERFORM WRITE-CAPTURE-RECORD-PARA                            07430000
074400     PERFORM WRITE-CAPTURE-RETRY-PARA                             07440000
074500         UNTIL NOT CAPT-DUPKEY.                                   07450000
074600*                                                                 07460000
074700 WRITE-CAPTURE-RECORD-PARA.                                       07470000
074800     WRITE CAPTURE-RECORD                                         07480000
074900         INVALID KEY                                              07490000
075000             CONTINUE                                             07500000
075100     END-WRITE.                                                   07510000
075200*                                                                 07520000
075300 WRITE-CAPTURE-RETRY-PARA.                                        07530000
075400     IF CAPT-DUPKEY                                               07540000
075500         ADD 1 TO WS-CAPT-SEQ                                     07550000
075600         IF WS-CAPT-SEQ = ZERO                                    07560000
075700             PERFORM STAMP-TIME-PARA                              07570000
075800             MOVE WS-RUN-TIME-OUT TO CAP-TIME-KEY                 07580000
075900         END-IF                                                   07590000
076000         MOVE WS-CAPT-SEQ TO CAP-SEQ                              07600000
076100         PERFORM WRITE-CAPTURE-RECORD-PARA                        07610000
076200     END-IF.                                                      07620000
076300*                                                                 07630000
076400 STAMP-TIME-PARA.                                                 07640000
076500     ACCEPT WS-CURRENT-TIME FROM TIME                             07650000
076600     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT.                     07660000
076700*                                                                 07670000
076800 APPLIED-PARA.                                                    07680000
076900     ADD 1 TO WS-APPLIED-COUNT                                    07690000
077000     SET FCH-APPLIED TO TRUE                                      07700000
077100     MOVE SPACES TO FCH-REASON                                    07710000
077200     IF SALARY-QUEUED                                             07720000
077300         MOVE 'SALARY AWAITS APPROVAL' TO FCH-REASON              07730000
077400     ELSE                                                         07740000
077500         IF NOT MASTER-CHANGED                                    07750000
077600             MOVE 'ALREADY IN EFFECT' TO FCH-REASON               07760000
077700         END-IF                                                   07770000
077800     END-IF                                                       07780000
077900     IF OUTSIDE-RANGE AND FCH-REASON = SPACES                     07790000
078000         MOVE 'GRADE RANGE OVERRIDE' TO FCH-REASON                07800000
078100     END-IF                                                       07810000
078200     MOVE 'APPLIED ' TO RL-RESULT                                 07820000
078300     PERFORM REWRITE-FCH-PARA.                                    07830000
078400*                                                                 07840000
078500 REJECT-PARA.                                                     07850000
078600     ADD 1 TO WS-REJECT-COUNT                                     07860000
078700     SET FCH-REJECTED TO TRUE                                     07870000
078800     MOVE WS-REJECT-REASON TO FCH-REASON                          07880000
078900     MOVE 'REJECTED' TO RL-RESULT                                 07890000
079000     PERFORM REWRITE-FCH-PARA.                                    07900000
079100*                                                                 07910000
079200 REWRITE-FCH-PARA.                                                07920000
079300     MOVE 'P26BP65 ' TO FCH-DONE-USER                             07930000
079400     MOVE WS-RUN-DATE-OUT TO FCH-DONE-DATE                        07940000
079500     MOVE WS-RUN-TIME-OUT TO FCH-DONE-TIME                        07950000
079600     REWRITE FUTURE-CHANGE-RECORD                                 07960000
079700         INVALID KEY                                              07970000
079800             CONTINUE                                             07980000
079900     END-REWRITE                                                  07990000
080000     MOVE FCH-EMP-ID TO RL-EMP-ID                                 08000000
080100     MOVE FCH-EFF-DATE TO RL-EFF-DATE                             08010000
080200     MOVE FCH-SEQ TO RL-SEQ                                       08020000
080300     MOVE FCH-TYPE TO RL-TYPE                                     08030000
080400     MOVE FCH-REASON TO RL-REASON                                 08040000
080500     MOVE FCH-NEW-DEPT TO RL-DEPT                                 08050000
080600     MOVE FCH-NEW-LOC TO RL-LOC                                   08060000
080700     MOVE FCH-NEW-TECH TO RL-TECH                                 08070000
080800     MOVE FCH-NEW-GRADE TO RL-GRADE                               08080000
080900     MOVE FCH-NEW-EARN TO RL-EARN                                 08090000
081000     MOVE FCH-REQ-USER TO RL-REQ-USER                             08100000
081100     MOVE WS-RESULT-LINE TO FCRP-LINE                             08110000
081200     WRITE FCRP-LINE.                                             08120000
081300*                                                                 08130000
081400 TERMINATION-PARA.                                                08140000
081500     MOVE SPACES TO FCRP-LINE                                     08150000
081600     WRITE FCRP-LINE                                              08160000
081700     MOVE SPACES TO WS-SUMMARY-LINE                               08170000
081800     MOVE 'CHANGES DUE' TO SM-LABEL                               08180000
081900     MOVE WS-DUE-COUNT TO SM-COUNT                                08190000
082000     MOVE WS-SUMMARY-LINE TO FCRP-LINE                            08200000
082100     WRITE FCRP-LINE                                              08210000
082200     MOVE SPACES TO WS-SUMMARY-LINE                               08220000
082300     MOVE 'CHANGES APPLIED' TO SM-LABEL                           08230000
082400     MOVE WS-APPLIED-COUNT TO SM-COUNT                            08240000
082500     MOVE WS-SUMMARY-LINE TO FCRP-LINE                            08250000
082600     WRITE FCRP-LINE                                              08260000
082700     MOVE SPACES TO WS-SUMMARY-LINE                               08270000
082800     MOVE 'SALARY CHANGES QUEUED FOR APPROVAL' TO SM-LABEL        08280000
082900     MOVE WS-QUEUED-COUNT TO SM-COUNT                             08290000
083000     MOVE WS-SUMMARY-LINE TO FCRP-LINE                            08300000
083100     WRITE FCRP-LINE                                              08310000
083200     MOVE SPACES TO WS-SUMMARY-LINE                               08320000
083300     MOVE 'CHANGES REJECTED' TO SM-LABEL                          08330000
083400     MOVE WS-REJECT-COUNT TO SM-COUNT                             08340000
083500     MOVE WS-SUMMARY-LINE TO FCRP-LINE                            08350000
083600     WRITE FCRP-LINE                                              08360000
083700     MOVE SPACES TO WS-SUMMARY-LINE                               08370000
083800     MOVE 'CHANGES NOT YET DUE' TO SM-LABEL                       08380000
083900     MOVE WS-FUTURE-COUNT TO SM-COUNT                             08390000
084000     MOVE WS-SUMMARY-LINE TO FCRP-LINE                            08400000
084100     WRITE FCRP-LINE                                              08410000
084200     CLOSE P26FCHF                                                08420000
084300     CLOSE P26MFILE                                               08430000
084400     CLOSE P26AFILE                                               08440000
084500     IF RFILE-OPEN                                                08450000
084600         CLOSE P26RFILE                                           08460000
084700     END-IF                                                       08470000
084800     CLOSE P26SFILE                                               08480000
084900     IF GRDF-OPEN                                                 08490000
085000         CLOSE P26GRDF                                            08500000
085100     END-IF                                                       08510000
085200     IF CFILE-OPEN                                                08520000
085300         CLOSE P26CFILE                                           08530000
085400     END-IF                                                       08540000
085500     CLOSE P26PCHF                                                08550000
085600     CLOSE P26AUDIT                                               08560000
085700     CLOSE P26CAPT                                                08570000
085800     CLOSE P26FCRP.                                               08580000
085900*                                                                 08590000
086000 REGISTER-START-PARA.                                             08600000
086100     SET RCA-START TO TRUE                                        08610000
086200     MOVE 'P26BP65' TO RCA-JOB-NAME                               08620000
086300     MOVE SPACES TO RCA-BUS-DATE                                  08630000
086400     MOVE SPACES TO RCA-PRED-JOB                                  08640000
086500     MOVE SPACES TO RCA-OVERRIDE                                  08650000
086600     MOVE ZERO TO RCA-READ-COUNT                                  08660000
086700     MOVE ZERO TO RCA-WRITE-COUNT                                 08670000
086800     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       08680000
086900     IF RCA-RETURN NOT = '00'                                     08690000
087000         DISPLAY 'P26BP65 RUN REFUSED BY RUN CONTROL RC='         08700000
087100             RCA-RETURN                                           08710000
087200         STOP RUN                                                 08720000
087300     END-IF.                                                      08730000
087400*                                                                 08740000
087500 REGISTER-END-PARA.                                               08750000
087600     SET RCA-END TO TRUE                                          08760000
087700     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         08770000
087800     MOVE WS-APPLIED-COUNT TO RCA-WRITE-COUNT                     08780000
087900     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      08790000
