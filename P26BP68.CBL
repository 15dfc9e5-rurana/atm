000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP68.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26CFPARM ASSIGN TO P26CFPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-CFPARM-STATUS.                         00080000
000900     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS AUD-KEY                                    00120000
001300         FILE STATUS IS WS-AUDIT-STATUS.                          00130000
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS EMP-ID                                     00170000
001800         FILE STATUS IS WS-MFILE-STATUS.                          00180000
001900     SELECT P26SFILE ASSIGN TO P26SFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS STS-EMP-ID                                 00220000
002300         FILE STATUS IS WS-SFILE-STATUS.                          00230000
002400     SELECT P26CTF ASSIGN TO P26CTF                               00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS CTT-EMP-ID                                 00270000
002800         FILE STATUS IS WS-CTF-STATUS.                            00280000
002900     SELECT P26FDCF ASSIGN TO P26FDCF                             00290000
003000         ORGANIZATION IS INDEXED                                  00300000
003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS FDC-KEY                                    00320000
003300         FILE STATUS IS WS-FDCF-STATUS.                           00330000
003400     SELECT P26CFEED ASSIGN TO P26CFEED                           00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-CFEED-STATUS.                          00360000
003700*                                                                 00370000
003800 DATA DIVISION.                                                   00380000
003900 FILE SECTION.                                                    00390000
004000 FD  P26CFPARM                                                    00400000
004100     LABEL RECORDS ARE STANDARD.                                  00410000
004200 01  CFPARM-RECORD.                                               00420000
004300     03  CFP-EXTRACT-DATE    PIC X(08).                           00430000
004400     03  FILLER              PIC X(72).                           00440000
004500 FD  P26AUDIT                                                     00450000
004600     LABEL RECORDS ARE STANDARD.                                  00460000
004700     COPY P26AUDR.                                                00470000
004800 FD  P26MFILE                                                     00480000
004900     LABEL RECORDS ARE STANDARD.                                  00490000
005000     COPY EMPMSTR.                                                00500000
005100 FD  P26SFILE                                                     00510000
005200     LABEL RECORDS ARE STANDARD.                                  00520000
005300     COPY P26STR.                                                 00530000
005400 FD  P26CTF                                                       00540000
005500     LABEL RECORDS ARE STANDARD.                                  00550000
005600     COPY P26CTR.                                                 00560000
005700 FD  P26FDCF                                                      00570000
005800     LABEL RECORDS ARE STANDARD.                                  00580000
005900     COPY P26FDCR.                                                00590000
006000 FD  P26CFEED                                                     00600000
006100     LABEL RECORDS ARE STANDARD.                                  00610000
006200     COPY P26FEDR.                                                00620000
006300*                                                                 00630000
006400 WORKING-STORAGE SECTION.                                         00640000
006500 01  WS-CFPARM-STATUS        PIC X(02) VALUE SPACES.              00650000
006600     88  CFPARM-MISSING              VALUE '35'.                  00660000
006700 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              00670000
006800     88  AUDIT-MISSING               VALUE '35'.                  00680000
006900 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00690000
007000     88  MFILE-MISSING               VALUE '35'.                  00700000
007100 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00710000
007200     88  SFILE-MISSING               VALUE '35'.                  00720000
007300 01  WS-CTF-STATUS           PIC X(02) VALUE SPACES.              00730000
007400     88  CTF-MISSING                 VALUE '35'.                  00740000
007500 01  WS-FDCF-STATUS          PIC X(02) VALUE SPACES.              00750000
007600     88  FDCF-MISSING                VALUE '35'.                  00760000
007700 01  WS-CFEED-STATUS         PIC X(02) VALUE SPACES.              00770000
007800 01  WS-OPEN-FLAGS.                                               00780000
007900     03  WS-MFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 00790000
008000         88  MFILE-OPEN              VALUE 'Y'.                   00800000
008100     03  WS-SFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 00810000
008200         88  SFILE-OPEN              VALUE 'Y'.                   00820000
008300     03  WS-CTF-OPEN-FLAG    PIC X(01) VALUE 'N'.                 00830000
008400         88  CTF-OPEN                VALUE 'Y'.                   00840000
008500 01  WS-AUDIT-DONE-FLAG      PIC X(01) VALUE 'N'.                 00850000
008600     88  AUDIT-DONE                  VALUE 'Y'.                   00860000
008700 01  WS-PARM-DATE-FLAG       PIC X(01) VALUE 'N'.                 00870000
008800     88  PARM-DATE-GIVEN             VALUE 'Y'.                   00880000
008900 01  WS-DATE-REC-FLAG        PIC X(01) VALUE 'N'.                 00890000
009000     88  DATE-ON-FILE                VALUE 'Y'.                   00900000
009100 01  WS-LASTSEQ-FLAG         PIC X(01) VALUE 'N'.                 00910000
009200     88  LASTSEQ-ON-FILE             VALUE 'Y'.                   00920000
009300 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 00930000
009400     88  CHANGE-FOUND                VALUE 'Y'.                   00940000
009500 01  WS-EXTRACT-MODE         PIC X(01) VALUE 'N'.                 00950000
009600     88  RE-EXTRACT                  VALUE 'R'.                   00960000
009700 01  WS-EXTRACT-DATE.                                             00970000
009800     03  WS-EXT-YY           PIC X(04).                           00980000
009900     03  WS-EXT-MM           PIC X(02).                           00990000
010000     03  WS-EXT-DD           PIC X(02).                           01000000
010100 01  WS-EXTRACT-KEY          PIC X(10) VALUE SPACES.              01010000
010200 01  WS-RUN-SEQ              PIC 9(06) VALUE ZERO.                01020000
010300 01  WS-LAST-SEQ             PIC 9(06) VALUE ZERO.                01030000
010400 01  WS-EXTRACT-COUNT        PIC 9(03) VALUE ZERO.                01040000
010500 01  WS-CUR-EMP              PIC X(05) VALUE SPACES.              01050000
010600 01  WS-LIFE-TYPE            PIC X(01) VALUE SPACES.              01060000
010700 01  WS-SRC-IX               PIC 9(01) VALUE ZERO.                01070000
010800 01  WS-FLD-IX               PIC 9(02) VALUE ZERO.                01080000
010900 01  WS-CHG-IX               PIC 9(02) VALUE ZERO.                01090000
011000 01  WS-HIT-IX               PIC 9(02) VALUE ZERO.                01100000
011100 01  WS-POS                  PIC 9(03) VALUE ZERO.                01110000
011200 01  WS-LEN                  PIC 9(02) VALUE ZERO.                01120000
011300 01  WS-CHG-NAME             PIC X(10) VALUE SPACES.              01130000
011400 01  WS-CHG-BEFORE           PIC X(30) VALUE SPACES.              01140000
011500 01  WS-CHG-AFTER            PIC X(30) VALUE SPACES.              01150000
011600 01  WS-SOURCE-DATA.                                              01160000
011700     03  WS-SRC-ENTRY                OCCURS 4 TIMES.              01170000
011800         05  WS-SRC-SEEN-FLAG PIC X(01).                          01180000
011900             88  SRC-SEEN                VALUE 'Y'.               01190000
012000         05  WS-SRC-BEFORE   PIC X(135).                          01200000
012100         05  WS-SRC-AFTER    PIC X(135).                          01210000
012200 01  WS-FIELD-DATA.                                               01220000
012300     03  FILLER              PIC X(16) VALUE '1NAME      00620'.  01230000
012400     03  FILLER              PIC X(16) VALUE '1ADDRESS   02630'.  01240000
012500     03  FILLER              PIC X(16) VALUE '1DEPT      05608'.  01250000
012600     03  FILLER              PIC X(16) VALUE '1LOCATION  06410'.  01260000
012700     03  FILLER              PIC X(16) VALUE '1TECH      07410'.  01270000
012800     03  FILLER              PIC X(16) VALUE '1DOB       08408'.  01280000
012900     03  FILLER              PIC X(16) VALUE '1DOJ       09208'.  01290000
013000     03  FILLER              PIC X(16) VALUE '2NAME      00620'.  01300000
013100     03  FILLER              PIC X(16) VALUE '2TECH      02610'.  01310000
013200     03  FILLER              PIC X(16) VALUE '2LOCATION  03610'.  01320000
013300     03  FILLER              PIC X(16) VALUE '2DOB       04608'.  01330000
013400     03  FILLER              PIC X(16) VALUE '3STATUS    00601'.  01340000
013500     03  FILLER              PIC X(16) VALUE '3HIRE-DATE 00708'.  01350000
013600     03  FILLER              PIC X(16) VALUE '3TERM-DATE 01508'.  01360000
013700     03  FILLER              PIC X(16) VALUE '3POSITION  04106'.  01370000
013800     03  FILLER              PIC X(16) VALUE '3GRADE     04703'.  01380000
013850     03  FILLER              PIC X(16) VALUE '3PAY-GROUP 05002'.  01385067
013900     03  FILLER              PIC X(16) VALUE '4ADDRESS1  00630'.  01390000
014000     03  FILLER              PIC X(16) VALUE '4ADDRESS2  03630'.  01400000
014100     03  FILLER              PIC X(16) VALUE '4CITY      06620'.  01410000
014200     03  FILLER              PIC X(16) VALUE '4POSTCODE  08610'.  01420000
014300     03  FILLER              PIC X(16) VALUE '4PHONE     09615'.  01430000
014400     03  FILLER              PIC X(16) VALUE '4EMAIL     11125'.  01440000
014500 01  WS-FIELD-TABLE REDEFINES WS-FIELD-DATA.                      01450000
014600     03  WS-FLD-ENTRY                OCCURS 23 TIMES.             01460067
014700         05  WS-FLD-SRC      PIC 9(01).                           01470000
014800         05  WS-FLD-NAME     PIC X(10).                           01480000
014900         05  WS-FLD-POS      PIC 9(03).                           01490000
015000         05  WS-FLD-LEN      PIC 9(02).                           01500000
015100 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.                01510000
015200 01  WS-SELECT-COUNT         PIC 9(07) VALUE ZERO.                01520000
015300 01  WS-EMP-COUNT            PIC 9(07) VALUE ZERO.                01530000
015400 01  WS-NOCHG-COUNT          PIC 9(07) VALUE ZERO.                01540000
015500 01  WS-DETAIL-COUNT         PIC 9(07) VALUE ZERO.                01550000
015600 01  WS-HIRE-COUNT           PIC 9(07) VALUE ZERO.                01560000
015700 01  WS-CHANGE-COUNT         PIC 9(07) VALUE ZERO.                01570000
015800 01  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.                01580000
015900 01  WS-REHIRE-COUNT         PIC 9(07) VALUE ZERO.                01590000
016000 01  WS-CURRENT-DATE.                                             01600000
016100     03  WS-CURR-YY          PIC 9(04).                           01610000
016200     03  WS-CURR-MM          PIC 9(02).                           01620000
016300     03  WS-CURR-DD          PIC 9(02).                           01630000
016400 01  WS-CURRENT-TIME         PIC 9(08).                           01640000
016500 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              01650000
016600 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              01660000
016700     COPY P26RCC.                                                 01670000
016800*                                                                 01680000
016900 PROCEDURE DIVISION.                                              01690000
017000 MAIN-PARA.                                                       01700000
017100     PERFORM SET-EXTRACT-DATE-PARA                                01710000
017200     PERFORM REGISTER-START-PARA                                  01720000
017300     PERFORM INITIALIZATION-PARA                                  01730000
017400     PERFORM PROCESS-PARA                                         01740000
017500         UNTIL AUDIT-DONE                                         01750000
017600     PERFORM TERMINATION-PARA                                     01760000
017700     PERFORM REGISTER-END-PARA                                    01770000
017800     STOP RUN.                                                    01780000
017900*                                                                 01790000
018000 SET-EXTRACT-DATE-PARA.                                           01800000
018100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01810000
018200     ACCEPT WS-CURRENT-TIME FROM TIME                             01820000
018300     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01830000
018400         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01840000
018500     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      01850000
018600     MOVE WS-CURRENT-DATE TO WS-EXTRACT-DATE                      01860000
018700     MOVE SPACES TO CFPARM-RECORD                                 01870000
018800     OPEN INPUT P26CFPARM                                         01880000
018900     IF NOT CFPARM-MISSING                                        01890000
019000         READ P26CFPARM                                           01900000
019100             AT END                                               01910000
019200                 MOVE SPACES TO CFPARM-RECORD                     01920000
019300         END-READ                                                 01930000
019400         CLOSE P26CFPARM                                          01940000
019500     END-IF                                                       01950000
019600     IF CFP-EXTRACT-DATE NUMERIC                                  01960000
019700        AND CFP-EXTRACT-DATE NOT = ZERO                           01970000
019800         IF CFP-EXTRACT-DATE > WS-CURRENT-DATE                    01980000
019900             DISPLAY 'P26BP68 FUTURE EXTRACT DATE IGNORED '       01990000
020000                 CFP-EXTRACT-DATE                                 02000000
020100         ELSE                                                     02010000
020200             MOVE CFP-EXTRACT-DATE TO WS-EXTRACT-DATE             02020000
020300             SET PARM-DATE-GIVEN TO TRUE                          02030000
020400         END-IF                                                   02040000
020500     END-IF                                                       02050000
020600     STRING WS-EXT-DD '/' WS-EXT-MM '/' WS-EXT-YY                 02060000
020700         DELIMITED BY SIZE INTO WS-EXTRACT-KEY.                   02070000
020800*                                                                 02080000
020900 INITIALIZATION-PARA.                                             02090000
021000     OPEN INPUT P26AUDIT                                          02100000
021100     IF AUDIT-MISSING                                             02110000
021200         DISPLAY 'P26BP68 AUDIT FILE NOT AVAILABLE'               02120000
021300         SET AUDIT-DONE TO TRUE                                   02130000
021400     END-IF                                                       02140000
021500     OPEN INPUT P26MFILE                                          02150000
021600     IF NOT MFILE-MISSING                                         02160000
021700         SET MFILE-OPEN TO TRUE                                   02170000
021800     END-IF                                                       02180000
021900     OPEN INPUT P26SFILE                                          02190000
022000     IF NOT SFILE-MISSING                                         02200000
022100         SET SFILE-OPEN TO TRUE                                   02210000
022200     END-IF                                                       02220000
022300     OPEN INPUT P26CTF                                            02230000
022400     IF NOT CTF-MISSING                                           02240000
022500         SET CTF-OPEN TO TRUE                                     02250000
022600     END-IF                                                       02260000
022700     OPEN I-O P26FDCF                                             02270000
022800     IF FDCF-MISSING                                              02280000
022900         OPEN OUTPUT P26FDCF                                      02290000
023000         CLOSE P26FDCF                                            02300000
023100         OPEN I-O P26FDCF                                         02310000
023200     END-IF                                                       02320000
023300     OPEN OUTPUT P26CFEED                                         02330000
023400     PERFORM ASSIGN-SEQUENCE-PARA                                 02340000
023500     PERFORM WRITE-HEADER-PARA                                    02350000
023600     IF NOT AUDIT-DONE                                            02360000
023700         PERFORM READ-AUDIT-PARA                                  02370000
023800     END-IF.                                                      02380000
023900*                                                                 02390000
024000 ASSIGN-SEQUENCE-PARA.                                            02400000
024100     MOVE WS-EXTRACT-DATE TO FDC-KEY                              02410000
024200     READ P26FDCF                                                 02420000
024300         INVALID KEY                                              02430000
024400             MOVE 'N' TO WS-DATE-REC-FLAG                         02440000
024500         NOT INVALID KEY                                          02450000
024600             SET DATE-ON-FILE TO TRUE                             02460000
024700             MOVE FDC-RUN-SEQ TO WS-RUN-SEQ                       02470000
024800             MOVE FDC-EXTRACT-COUNT TO WS-EXTRACT-COUNT           02480000
024900             SET RE-EXTRACT TO TRUE                               02490000
025000     END-READ                                                     02500000
025100     IF NOT DATE-ON-FILE                                          02510000
025200         MOVE '*LASTSEQ' TO FDC-KEY                               02520000
025300         READ P26FDCF                                             02530000
025400             INVALID KEY                                          02540000
025500                 MOVE ZERO TO WS-LAST-SEQ                         02550000
025600             NOT INVALID KEY                                      02560000
025700                 SET LASTSEQ-ON-FILE TO TRUE                      02570000
025800                 MOVE FDC-RUN-SEQ TO WS-LAST-SEQ                  02580000
025900         END-READ                                                 02590000
026000         IF WS-LAST-SEQ = 999999                                  02600000
026100             MOVE 1 TO WS-RUN-SEQ                                 02610000
026200         ELSE                                                     02620000
026300             COMPUTE WS-RUN-SEQ = WS-LAST-SEQ + 1                 02630000
026400         END-IF                                                   02640000
026500     END-IF.                                                      02650000
026600*                                                                 02660000
026700 WRITE-HEADER-PARA.                                               02670000
026800     MOVE SPACES TO CHANGE-FEED-RECORD                            02680000
026900     SET CFD-HEADER TO TRUE                                       02690000
027000     MOVE 'P26PAY' TO CFD-HDR-SYSTEM                              02700000
027100     MOVE WS-RUN-SEQ TO CFD-HDR-RUN-SEQ                           02710000
027200     MOVE WS-EXTRACT-DATE TO CFD-HDR-EXTRACT-DATE                 02720000
027300     MOVE WS-RUN-DATE-OUT TO CFD-HDR-RUN-DATE                     02730000
027400     MOVE WS-RUN-TIME-OUT TO CFD-HDR-RUN-TIME                     02740000
027500     MOVE WS-EXTRACT-MODE TO CFD-HDR-MODE                         02750000
027600     WRITE CHANGE-FEED-RECORD.                                    02760000
027700*                                                                 02770000
027800 READ-AUDIT-PARA.                                                 02780000
027900     READ P26AUDIT NEXT RECORD                                    02790000
028000         AT END                                                   02800000
028100             SET AUDIT-DONE TO TRUE                               02810000
028200     END-READ.                                                    02820000
028300*                                                                 02830000
028400 PROCESS-PARA.                                                    02840000
028500     ADD 1 TO WS-READ-COUNT                                       02850000
028600     IF AUD-DATE-KEY = WS-EXTRACT-KEY                             02860000
028700        AND (AUD-ADD-ACTION OR AUD-UPDATE-ACTION                  02870000
028800             OR AUD-TERM-ACTION)                                  02880000
028900         PERFORM SELECT-SOURCE-PARA                               02890000
029000         IF WS-SRC-IX > ZERO                                      02900000
029100             ADD 1 TO WS-SELECT-COUNT                             02910000
029200             IF AUD-EMP-ID NOT = WS-CUR-EMP                       02920000
029300                 IF WS-CUR-EMP NOT = SPACES                       02930000
029400                     PERFORM FINISH-EMPLOYEE-PARA                 02940000
029500                 END-IF                                           02950000
029600                 PERFORM START-EMPLOYEE-PARA                      02960000
029700             END-IF                                               02970000
029800             PERFORM ACCUMULATE-PARA                              02980000
029900         END-IF                                                   02990000
030000     END-IF                                                       03000000
030100     PERFORM READ-AUDIT-PARA.                                     03010000
030200*                                                                 03020000
030300 SELECT-SOURCE-PARA.                                              03030000
030400     EVALUATE AUD-SOURCE-FILE                                     03040000
030500         WHEN 'P26MFILE'                                          03050000
030600             MOVE 1 TO WS-SRC-IX                                  03060000
030700         WHEN 'P26AFILE'                                          03070000
030800             MOVE 2 TO WS-SRC-IX                                  03080000
030900         WHEN 'P26SFILE'                                          03090000
031000             MOVE 3 TO WS-SRC-IX                                  03100000
031100         WHEN 'P26CTF  '                                          03110000
031200             MOVE 4 TO WS-SRC-IX                                  03120000
031300         WHEN OTHER                                               03130000
031400             MOVE ZERO TO WS-SRC-IX                               03140000
031500     END-EVALUATE.                                                03150000
031600*                                                                 03160000
031700 START-EMPLOYEE-PARA.                                             03170000
031800     MOVE AUD-EMP-ID TO WS-CUR-EMP                                03180000
031900     MOVE SPACES TO WS-LIFE-TYPE                                  03190000
032000     MOVE SPACES TO WS-SOURCE-DATA                                03200000
032100     ADD 1 TO WS-EMP-COUNT.                                       03210000
032200*                                                                 03220000
032300 ACCUMULATE-PARA.                                                 03230000
032400     EVALUATE TRUE                                                03240000
032500         WHEN AUD-TERM-ACTION                                     03250000
032600             MOVE 'T' TO WS-LIFE-TYPE                             03260000
032700         WHEN AUD-ADD-ACTION AND WS-SRC-IX < 3                    03270000
032800             MOVE 'H' TO WS-LIFE-TYPE                             03280000
032900         WHEN AUD-UPDATE-ACTION AND WS-SRC-IX < 3                 03290000
033000              AND AUD-BEFORE-IMAGE = AUD-AFTER-IMAGE              03300000
033100             MOVE 'R' TO WS-LIFE-TYPE                             03310000
033200         WHEN OTHER                                               03320000
033300             CONTINUE                                             03330000
033400     END-EVALUATE                                                 03340000
033500     IF NOT AUD-TERM-ACTION                                       03350000
033600         IF NOT SRC-SEEN(WS-SRC-IX)                               03360000
033700             MOVE AUD-BEFORE-IMAGE TO WS-SRC-BEFORE(WS-SRC-IX)    03370000
033800             SET SRC-SEEN(WS-SRC-IX) TO TRUE                      03380000
033900         END-IF                                                   03390000
034000         MOVE AUD-AFTER-IMAGE TO WS-SRC-AFTER(WS-SRC-IX)          03400000
034100     END-IF.                                                      03410000
034200*                                                                 03420000
034300 FINISH-EMPLOYEE-PARA.                                            03430000
034400     MOVE SPACES TO CHANGE-FEED-RECORD                            03440000
034500     SET CFD-DETAIL TO TRUE                                       03450000
034600     MOVE WS-CUR-EMP TO CFD-EMP-ID                                03460000
034700     MOVE WS-EXTRACT-DATE TO CFD-EFF-DATE                         03470000
034800     MOVE ZERO TO CFD-CHG-COUNT                                   03480000
034900     MOVE 'N' TO CFD-CHG-MORE                                     03490000
035000     PERFORM CURRENT-VALUES-PARA                                  03500000
035100     IF WS-LIFE-TYPE = 'R'                                        03510000
035200        AND CFD-STATUS = 'T'                                      03520000
035300         MOVE SPACES TO WS-LIFE-TYPE                              03530000
035400     END-IF                                                       03540000
035500     IF WS-LIFE-TYPE = SPACES                                     03550000
035600         SET CFD-CHANGE TO TRUE                                   03560000
035700     ELSE                                                         03570000
035800         MOVE WS-LIFE-TYPE TO CFD-CHANGE-TYPE                     03580000
035900     END-IF                                                       03590000
036000     IF NOT CFD-HIRE                                              03600000
036100         PERFORM DIFF-FIELD-PARA                                  03610000
036200             VARYING WS-FLD-IX FROM 1 BY 1                        03620000
036300             UNTIL WS-FLD-IX > 23                                 03630067
036400     END-IF                                                       03640000
036500     IF CFD-TERMINATE OR CFD-REHIRE                               03650000
036600         PERFORM ADD-STATUS-PARA                                  03660000
036700     END-IF                                                       03670000
036800     IF CFD-CHANGE AND CFD-CHG-COUNT = ZERO                       03680000
036900         ADD 1 TO WS-NOCHG-COUNT                                  03690000
037000     ELSE                                                         03700000
037100         PERFORM WRITE-DETAIL-PARA                                03710000
037200     END-IF.                                                      03720000
037300*                                                                 03730000
037400 CURRENT-VALUES-PARA.                                             03740000
037500     IF MFILE-OPEN                                                03750000
037600         MOVE WS-CUR-EMP TO EMP-ID                                03760000
037700         READ P26MFILE                                            03770000
037800             INVALID KEY                                          03780000
037900                 CONTINUE                                         03790000
038000             NOT INVALID KEY                                      03800000
038100                 MOVE EMP-NAME TO CFD-NAME                        03810000
038200                 MOVE EMP-ADDR TO CFD-ADDR                        03820000
038300                 MOVE EMP-DEPT TO CFD-DEPT                        03830000
038400                 MOVE EMP-LOC TO CFD-LOC                          03840000
038500                 MOVE EMP-TECH TO CFD-TECH                        03850000
038600                 STRING EMP-DOB-YY EMP-DOB-MM EMP-DOB-DD          03860000
038700                     DELIMITED BY SIZE INTO CFD-DOB               03870000
038800                 STRING EMP-DOJ-YY EMP-DOJ-MM EMP-DOJ-DD          03880000
038900                     DELIMITED BY SIZE INTO CFD-DOJ               03890000
039000         END-READ                                                 03900000
039100     END-IF                                                       03910000
039200     IF SFILE-OPEN                                                03920000
039300         MOVE WS-CUR-EMP TO STS-EMP-ID                            03930000
039400         READ P26SFILE                                            03940000
039500             INVALID KEY                                          03950000
039600                 CONTINUE                                         03960000
039700             NOT INVALID KEY                                      03970000
039800                 MOVE STS-STATUS TO CFD-STATUS                    03980000
039900                 MOVE STS-HIRE-DATE TO CFD-HIRE-DATE              03990000
040000                 MOVE STS-TERM-DATE TO CFD-TERM-DATE              04000000
040100                 MOVE STS-POS-NO TO CFD-POS-NO                    04010000
040200                 MOVE STS-GRADE TO CFD-GRADE                      04020000
040300         END-READ                                                 04030000
040400     END-IF                                                       04040000
040500     IF CTF-OPEN                                                  04050000
040600         MOVE WS-CUR-EMP TO CTT-EMP-ID                            04060000
040700         READ P26CTF                                              04070000
040800             INVALID KEY                                          04080000
040900                 CONTINUE                                         04090000
041000             NOT INVALID KEY                                      04100000
041100                 MOVE CTT-ADDR1 TO CFD-ADDR1                      04110000
041200                 MOVE CTT-ADDR2 TO CFD-ADDR2                      04120000
041300                 MOVE CTT-CITY TO CFD-CITY                        04130000
041400                 MOVE CTT-POSTCODE TO CFD-POSTCODE                04140000
041500                 MOVE CTT-PHONE TO CFD-PHONE                      04150000
041600                 MOVE CTT-EMAIL TO CFD-EMAIL                      04160000
041700                 MOVE CTT-EMERG-NAME TO CFD-EMERG-NAME            04170000
041800                 MOVE CTT-EMERG-PHONE TO CFD-EMERG-PHONE          04180000
041900         END-READ                                                 04190000
042000     END-IF.                                                      04200000
042100*                                                                 04210000
042200 DIFF-FIELD-PARA.                                                 04220000
042300     MOVE WS-FLD-SRC(WS-FLD-IX) TO WS-SRC-IX                      04230000
042400     IF SRC-SEEN(WS-SRC-IX)                                       04240000
042500         MOVE WS-FLD-POS(WS-FLD-IX) TO WS-POS                     04250000
042600         MOVE WS-FLD-LEN(WS-FLD-IX) TO WS-LEN                     04260000
042700         IF WS-SRC-BEFORE(WS-SRC-IX)(WS-POS:WS-LEN)               04270000
042800            NOT = WS-SRC-AFTER(WS-SRC-IX)(WS-POS:WS-LEN)          04280000
042900             MOVE WS-FLD-NAME(WS-FLD-IX) TO WS-CHG-NAME           04290000
043000             MOVE WS-SRC-BEFORE(WS-SRC-IX)(WS-POS:WS-LEN)         04300000
043100                 TO WS-CHG-BEFORE                                 04310000
043200             MOVE WS-SRC-AFTER(WS-SRC-IX)(WS-POS:WS-LEN)          04320000
043300                 TO WS-CHG-AFTER                                  04330000
043400             PERFORM ADD-CHANGE-PARA                              04340000
043500         END-IF                                                   04350000
043600     END-IF.                                                      04360000
043700*                                                                 04370000
043800 ADD-STATUS-PARA.                                                 04380000
043900     MOVE 'STATUS' TO WS-CHG-NAME                                 04390000
044000     IF CFD-TERMINATE                                             04400000
044100         MOVE 'A' TO WS-CHG-BEFORE                                04410000
044200         MOVE 'T' TO WS-CHG-AFTER                                 04420000
044300     ELSE                                                         04430000
044400         MOVE 'T' TO WS-CHG-BEFORE                                04440000
044500         MOVE 'A' TO WS-CHG-AFTER                                 04450000
044600     END-IF                                                       04460000
044700     PERFORM FIND-CHANGE-SCAN-PARA                                04470000
044800     IF NOT CHANGE-FOUND                                          04480000
044900         PERFORM ADD-CHANGE-PARA                                  04490000
045000     END-IF.                                                      04500000
045100*                                                                 04510000
045200 ADD-CHANGE-PARA.                                                 04520000
045300     PERFORM FIND-CHANGE-SCAN-PARA                                04530000
045400     IF CHANGE-FOUND                                              04540000
045500         MOVE WS-CHG-AFTER TO CFD-CHG-AFTER(WS-HIT-IX)            04550000
045600     ELSE                                                         04560000
045700         IF CFD-CHG-COUNT < 12                                    04570000
045800             ADD 1 TO CFD-CHG-COUNT                               04580000
045900             MOVE WS-CHG-NAME TO CFD-CHG-FIELD(CFD-CHG-COUNT)     04590000
046000             MOVE WS-CHG-BEFORE TO CFD-CHG-BEFORE(CFD-CHG-COUNT)  04600000
046100             MOVE WS-CHG-AFTER TO CFD-CHG-AFTER(CFD-CHG-COUNT)    04610000
046200         ELSE                                                     04620000
046300             MOVE 'Y' TO CFD-CHG-MORE                             04630000
046400         END-IF                                                   04640000
046500     END-IF.                                                      04650000
046600*                                                                 04660000
046700 FIND-CHANGE-SCAN-PARA.                                           04670000
046800     MOVE 'N' TO WS-FOUND-FLAG                                    04680000
046900     MOVE ZERO TO WS-HIT-IX                                       04690000
047000     PERFORM FIND-CHANGE-PARA                                     04700000
047100         VARYING WS-CHG-IX FROM 1 BY 1                            04710000
047200         UNTIL WS-CHG-IX > CFD-CHG-COUNT                          04720000
047300            OR CHANGE-FOUND.                                      04730000
047400*                                                                 04740000
047500 FIND-CHANGE-PARA.                                                04750000
047600     IF CFD-CHG-FIELD(WS-CHG-IX) = WS-CHG-NAME                    04760000
047700         SET CHANGE-FOUND TO TRUE                                 04770000
047800         MOVE WS-CHG-IX TO WS-HIT-IX                              04780000
047900     END-IF.                                                      04790000
048000*                                                                 04800000
048100 WRITE-DETAIL-PARA.                                               04810000
048200     WRITE CHANGE-FEED-RECORD                                     04820000
048300     ADD 1 TO WS-DETAIL-COUNT                                     04830000
048400     EVALUATE TRUE                                                04840000
048500         WHEN CFD-HIRE                                            04850000
048600             ADD 1 TO WS-HIRE-COUNT                               04860000
048700         WHEN CFD-TERMINATE                                       04870000
048800             ADD 1 TO WS-TERM-COUNT                               04880000
048900         WHEN CFD-REHIRE                                          04890000
049000             ADD 1 TO WS-REHIRE-COUNT                             04900000
049100         WHEN OTHER                                               04910000
049200             ADD 1 TO WS-CHANGE-COUNT                             04920000
049300     END-EVALUATE.                                                04930000
049400*                                                                 04940000
049500 TERMINATION-PARA.                                                04950000
049600     IF WS-CUR-EMP NOT = SPACES                                   04960000
049700         PERFORM FINISH-EMPLOYEE-PARA                             04970000
049800     END-IF                                                       04980000
049900     MOVE SPACES TO CHANGE-FEED-RECORD                            04990000
050000     SET CFD-TRAILER TO TRUE                                      05000000
050100     MOVE WS-RUN-SEQ TO CFD-TRL-RUN-SEQ                           05010000
050200     MOVE WS-DETAIL-COUNT TO CFD-TRL-REC-COUNT                    05020000
050300     MOVE WS-HIRE-COUNT TO CFD-TRL-HIRE-COUNT                     05030000
050400     MOVE WS-CHANGE-COUNT TO CFD-TRL-CHG-COUNT                    05040000
050500     MOVE WS-TERM-COUNT TO CFD-TRL-TERM-COUNT                     05050000
050600     MOVE WS-REHIRE-COUNT TO CFD-TRL-REHIRE-COUNT                 05060000
050700     WRITE CHANGE-FEED-RECORD                                     05070000
050800     PERFORM UPDATE-CONTROL-PARA                                  05080000
050900     DISPLAY 'P26BP68 EXTRACT DATE        ' WS-EXTRACT-DATE       05090000
051000     DISPLAY 'P26BP68 RUN SEQUENCE        ' WS-RUN-SEQ            05100000
051100         ' MODE ' WS-EXTRACT-MODE                                 05110000
051200     DISPLAY 'P26BP68 AUDIT RECORDS READ  ' WS-READ-COUNT         05120000
051300     DISPLAY 'P26BP68 AUDIT RECORDS USED  ' WS-SELECT-COUNT       05130000
051400     DISPLAY 'P26BP68 EMPLOYEES AFFECTED  ' WS-EMP-COUNT          05140000
051500     DISPLAY 'P26BP68 NO FEED CHANGE      ' WS-NOCHG-COUNT        05150000
051600     DISPLAY 'P26BP68 DETAIL RECORDS      ' WS-DETAIL-COUNT       05160000
051700     DISPLAY 'P26BP68   HIRES             ' WS-HIRE-COUNT         05170000
051800     DISPLAY 'P26BP68   CHANGES           ' WS-CHANGE-COUNT       05180000
051900     DISPLAY 'P26BP68   TERMINATIONS      ' WS-TERM-COUNT         05190000
052000     DISPLAY 'P26BP68   REHIRES           ' WS-REHIRE-COUNT       05200000
052100     IF NOT AUDIT-MISSING                                         05210000
052200         CLOSE P26AUDIT                                           05220000
052300     END-IF                                                       05230000
052400     IF MFILE-OPEN                                                05240000
052500         CLOSE P26MFILE                                           05250000
052600     END-IF                                                       05260000
052700     IF SFILE-OPEN                                                05270000
052800         CLOSE P26SFILE                                           05280000
052900     END-IF                                                       05290000
053000     IF CTF-OPEN                                                  05300000
053100         CLOSE P26CTF                                             05310000
053200     END-IF                                                       05320000
053300     CLOSE P26FDCF                                                05330000
053400     CLOSE P26CFEED.                                              05340000
053500*                                                                 05350000
053600 UPDATE-CONTROL-PARA.                                             05360000
053700     MOVE SPACES TO FEED-CONTROL-RECORD                           05370000
053800     MOVE WS-EXTRACT-DATE TO FDC-KEY                              05380000
053900     MOVE WS-RUN-SEQ TO FDC-RUN-SEQ                               05390000
054000     MOVE WS-RUN-DATE-OUT TO FDC-RUN-DATE                         05400000
054100     MOVE WS-RUN-TIME-OUT TO FDC-RUN-TIME                         05410000
054200     MOVE WS-DETAIL-COUNT TO FDC-REC-COUNT                        05420000
054300     IF WS-EXTRACT-COUNT < 999                                    05430000
054400         ADD 1 TO WS-EXTRACT-COUNT                                05440000
054500     END-IF                                                       05450000
054600     MOVE WS-EXTRACT-COUNT TO FDC-EXTRACT-COUNT                   05460000
054700     IF DATE-ON-FILE                                              05470000
054800         REWRITE FEED-CONTROL-RECORD                              05480000
054900             INVALID KEY                                          05490000
055000                 DISPLAY 'P26BP68 CONTROL REWRITE FAILED '        05500000
055100                     WS-FDCF-STATUS                               05510000
055200         END-REWRITE                                              05520000
055300     ELSE                                                         05530000
055400         WRITE FEED-CONTROL-RECORD                                05540000
055500             INVALID KEY                                          05550000
055600                 DISPLAY 'P26BP68 CONTROL WRITE FAILED '          05560000
055700                     WS-FDCF-STATUS                               05570000
055800         END-WRITE                                                05580000
055900         MOVE '*LASTSEQ' TO FDC-KEY                               05590000
056000         MOVE ZERO TO FDC-REC-COUNT                               05600000
056100         MOVE ZERO TO FDC-EXTRACT-COUNT                           05610000
056200         IF LASTSEQ-ON-FILE                                       05620000
056300             REWRITE FEED-CONTROL-RECORD                          05630000
056400                 INVALID KEY                                      05640000
056500                     DISPLAY 'P26BP68 SEQUENCE REWRITE FAILED '   05650000
056600                         WS-FDCF-STATUS                           05660000
056700             END-REWRITE                                          05670000
056800         ELSE                                                     05680000
056900             WRITE FEED-CONTROL-RECORD                            05690000
057000                 INVALID KEY                                      05700000
057100                     DISPLAY 'P26BP68 SEQUENCE WRITE FAILED '     05710000
057200                         WS-FDCF-STATUS                           05720000
057300             END-WRITE                                            05730000
057400         END-IF                                                   05740000
057500     END-IF.                                                      05750000
057600*                                                                 05760000
057700 REGISTER-START-PARA.                                             05770000
057800     SET RCA-START TO TRUE                                        05780000
057900     MOVE 'P26BP68' TO RCA-JOB-NAME                               05790000
058000     MOVE WS-EXTRACT-DATE TO RCA-BUS-DATE                         05800000
058100     MOVE SPACES TO RCA-PRED-JOB                                  05810000
058200     MOVE SPACES TO RCA-OVERRIDE                                  05820000
058300     IF PARM-DATE-GIVEN                                           05830000
058400         MOVE 'Y' TO RCA-OVERRIDE                                 05840000
058500     END-IF                                                       05850000
058600     MOVE ZERO TO RCA-READ-COUNT                                  05860000
058700     MOVE ZERO TO RCA-WRITE-COUNT                                 05870000
058800     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       05880000
058900     IF RCA-RETURN NOT = '00'                                     05890000
059000         DISPLAY 'P26BP68 RUN REFUSED BY RUN CONTROL RC='         05900000
059100             RCA-RETURN                                           05910000
059200         STOP RUN                                                 05920000
059300     END-IF.                                                      05930000
059400*                                                                 05940000
059500 REGISTER-END-PARA.                                               05950000
059600     SET RCA-END TO TRUE                                          05960000
059700     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         05970000
059800     MOVE WS-DETAIL-COUNT TO RCA-WRITE-COUNT                      05980000
059900     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      05990000
