003000     SELECT P26TRCF ASSIGN TO P26TRCF                             00300000
003100         ORGANIZATION IS LINE SEQUENTIAL                          00310000
003200         FILE STATUS IS WS-TRCF-STATUS.                           00320000
003210     SELECT P26PCHF ASSIGN TO P26PCHF                             00321058
003220         ORGANIZATION IS INDEXED                                  00322058
003230         ACCESS MODE IS DYNAMIC                                   00323058
003240         RECORD KEY IS PCH-KEY                                    00324058
003250         FILE STATUS IS WS-PCHF-STATUS.                           00325058
003300*                                                                 00330000
003400 DATA DIVISION.                                                   00340000
003500 FILE SECTION.                                                    00350000
005300     03  PPARM-RUN-TYPE      PIC X(01).                           00530000
005400     03  FILLER              PIC X(01).                           00540000
005500     03  PPARM-BANK-FMT      PIC X(01).                           00550000
005600     03  FILLER              PIC X(03).                           00560067
005610     03  PPARM-PAY-GROUP     PIC X(02).                           00561067
005620     03  FILLER              PIC X(65).                           00562067
005700 FD  P26PHIST                                                     00570000
005800     LABEL RECORDS ARE STANDARD.                                  00580000
005900     COPY P26PHR.                                                 00590000
006000 FD  P26TRCF                                                      00600000
006100     LABEL RECORDS ARE STANDARD.                                  00610000
006200 01  TRCF-RECORD             PIC X(80).                           00620000
006210 FD  P26PCHF                                                      00621058
006220     LABEL RECORDS ARE STANDARD.                                  00622058
006230     COPY P26PCHR.                                                00623058
006300*                                                                 00630000
006400 WORKING-STORAGE SECTION.                                         00640000
006500 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00650000
007300     88  PHIST-MISSING               VALUE '35'.                  00730000
007400 01  WS-TRCF-STATUS          PIC X(02) VALUE SPACES.              00740000
007500     88  TRCF-MISSING                VALUE '35'.                  00750000
007510 01  WS-PCHF-STATUS          PIC X(02) VALUE SPACES.              00751058
007520     88  PCHF-MISSING                VALUE '35'.                  00752058
007530 01  WS-PCH-DONE-FLAG        PIC X(01) VALUE 'N'.                 00753058
007540     88  PCH-DONE                    VALUE 'Y'.                   00754058
007550 01  WS-BANK-PEND-FLAG       PIC X(01) VALUE 'N'.                 00755058
007560     88  BANK-CHANGE-PENDING         VALUE 'Y'.                   00756058
007600 01  WS-RUN-TYPE             PIC X(01) VALUE SPACES.              00760000
007700     88  SUPPL-RUN                   VALUE 'S'.                   00770000
007800 01  WS-WANT-RUN             PIC X(01) VALUE 'R'.                 00780000
007900 01  WS-PERIOD               PIC X(06) VALUE SPACES.              00790000
007910 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              00791067
007920 01  WS-GRP-DONE-FLAG        PIC X(01) VALUE 'N'.                 00792067
007930     88  GRP-DONE                    VALUE 'Y'.                   00793067
008000 01  WS-BANK-FMT             PIC X(01) VALUE SPACES.              00800000
008100     88  CH-FORMAT                   VALUE 'C'.                   00810000
008200 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00820000
008900 01  WS-CREDIT-AMT           PIC 9(07)V99 VALUE ZERO.             00890000
009000 01  WS-CREDIT-COUNT         PIC 9(06) VALUE ZERO.                00900000
009100 01  WS-EXCEPT-COUNT         PIC 9(06) VALUE ZERO.                00910000
009150 01  WS-PEND-COUNT           PIC 9(06) VALUE ZERO.                00915058
009200 01  WS-HASH-TOTAL           PIC 9(11)V99 VALUE ZERO.             00920000
009300 01  WS-TRACE-SEQ            PIC 9(07) VALUE ZERO.                00930000
009310 01  WS-TRACE-SEQ-IN         PIC 9(07) VALUE ZERO.                00931042
017400     03  XL-EMP-NAME         PIC X(20).                           01740000
017500     03  FILLER              PIC X(02) VALUE SPACES.              01750000
017600     03  XL-NET              PIC Z,ZZZ,ZZ9.99-.                   01760000
017610 01  WS-PEND-LINE.                                                01761058
017620     03  XP-EMP-ID           PIC X(05).                           01762058
017630     03  FILLER              PIC X(02) VALUE SPACES.              01763058
017640     03  XP-EMP-NAME         PIC X(20).                           01764058
017650     03  FILLER              PIC X(02) VALUE SPACES.              01765058
017660     03  XP-NET              PIC Z,ZZZ,ZZ9.99-.                   01766058
017670     03  FILLER              PIC X(02) VALUE SPACES.              01767058
017680     03  XP-TEXT             PIC X(40) VALUE                      01768058
017690         'BANK CHANGE AWAITING APPROVAL'.                         01769058
017700 01  WS-SUMMARY-LINE.                                             01770000
017800     03  SM-LABEL            PIC X(30).                           01780000
017900     03  SM-COUNT            PIC ZZZ,ZZ9.                         01790000
018100*                                                                 01810000
018200 PROCEDURE DIVISION.                                              01820000
018300 MAIN-PARA.                                                       01830000
018350     PERFORM READ-PPARM-PARA                                      01835067
018400     PERFORM REGISTER-START-PARA                                  01840000
018500     PERFORM INITIALIZATION-PARA                                  01850000
018600     PERFORM HISTORY-CREDIT-PARA                                  01860000
019000     STOP RUN.                                                    01900000
019100*                                                                 01910000
019200 INITIALIZATION-PARA.                                             01920000
019400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01940000
019500     IF WS-PERIOD = SPACES                                        01950000
019550        AND WS-PAY-GROUP = SPACES                                 01955067
019600         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   01960000
019700     END-IF                                                       01970000
019800     IF SUPPL-RUN                                                 01980000
020400     OPEN INPUT P26BFILE                                          02040000
020500     OPEN OUTPUT P26DDEP                                          02050000
020600     OPEN OUTPUT P26DDEX                                          02060000
020650     OPEN INPUT P26PCHF                                           02065058
020700     MOVE WS-CURRENT-DATE TO HDR-CREATE-DATE                      02070000
020800     IF CH-FORMAT                                                 02080000
020900         PERFORM OPEN-TRACE-PARA                                  02090000
021500     MOVE WS-EXCEPT-HEADING TO DDEX-LINE                          02150000
021600     WRITE DDEX-LINE                                              02160000
021700     OPEN INPUT P26PHIST                                          02170000
021710     IF NOT PHIST-MISSING                                         02171067
021720        AND WS-PERIOD = SPACES                                    02172067
021730         PERFORM FIND-GROUP-PERIOD-PARA                           02173067
021740     END-IF                                                       02174067
021800     IF PHIST-MISSING                                             02180000
021900         SET END-OF-FILE TO TRUE                                  02190000
022000     ELSE                                                         02200000
022700             PERFORM READ-PHIST-PARA                              02270000
022800         END-IF                                                   02280000
022900     END-IF.                                                      02290000
022902*                                                                 02290267
022904 FIND-GROUP-PERIOD-PARA.                                          02290467
022906     MOVE 'N' TO WS-GRP-DONE-FLAG                                 02290667
022908     MOVE '99999' TO PH-EMP-ID                                    02290867
022910     MOVE LOW-VALUES TO PH-PERIOD PH-RUN-TYPE                     02291067
022912     START P26PHIST KEY IS NOT LESS THAN PH-KEY                   02291267
022914         INVALID KEY                                              02291467
022916             SET GRP-DONE TO TRUE                                 02291667
022918     END-START                                                    02291867
022920     PERFORM FIND-GROUP-PERIOD-NEXT-PARA                          02292067
022922         UNTIL GRP-DONE                                           02292267
022924     IF WS-PERIOD = SPACES                                        02292467
022926         DISPLAY 'P26BP17 NO CLOSED PERIOD FOR PAY GROUP '        02292667
022928             WS-PAY-GROUP                                         02292867
022930     END-IF.                                                      02293067
022932*                                                                 02293267
022934 FIND-GROUP-PERIOD-NEXT-PARA.                                     02293467
022936     READ P26PHIST NEXT RECORD                                    02293667
022938         AT END                                                   02293867
022940             SET GRP-DONE TO TRUE                                 02294067
022942     END-READ                                                     02294267
022944     IF NOT GRP-DONE                                              02294467
022946         IF PH-EMP-ID NOT = '99999'                               02294667
022948             SET GRP-DONE TO TRUE                                 02294867
022950         ELSE                                                     02295067
022952             IF PH-TRAILER-REC AND PH-REGULAR-RUN                 02295267
022954                AND PH-PERIOD-CLOSED                              02295467
022956                AND PH-PAY-GROUP = WS-PAY-GROUP                   02295667
022958                 MOVE PH-PERIOD TO WS-PERIOD                      02295867
022960             END-IF                                               02296067
022962         END-IF                                                   02296267
022964     END-IF.                                                      02296467
023000*                                                                 02300000
023100 OPEN-TRACE-PARA.                                                 02310000
023110     PERFORM SEED-TRACE-SEQ-PARA                                  02311042
023603*                                                                 02360342
023700 READ-PPARM-PARA.                                                 02370000
023800     MOVE SPACES TO WS-PERIOD WS-RUN-TYPE WS-BANK-FMT             02380000
023850     MOVE SPACES TO WS-PAY-GROUP                                  02385067
023900     OPEN INPUT P26PPARM                                          02390000
024000     IF NOT PPARM-MISSING                                         02400000
024100         READ P26PPARM                                            02410000
024500         MOVE PPARM-PERIOD TO WS-PERIOD                           02450000
024600         MOVE PPARM-RUN-TYPE TO WS-RUN-TYPE                       02460000
024700         MOVE PPARM-BANK-FMT TO WS-BANK-FMT                       02470000
024750         MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                     02475067
024800         CLOSE P26PPARM                                           02480000
024900     END-IF.                                                      02490000
025000*                                                                 02500000
025800     IF PH-DETAIL-REC                                             02580000
025900        AND PH-RUN-TYPE = WS-WANT-RUN                             02590000
026000        AND PH-PERIOD = WS-PERIOD                                 02600000
026050        AND PH-PAY-GROUP = WS-PAY-GROUP                           02605067
026100         PERFORM FIND-MASTER-PARA                                 02610000
026200         MOVE PH-NET TO WS-NET-PAY                                02620000
026300         PERFORM FIND-BANK-PARA                                   02630000
026350         PERFORM CHECK-PENDING-BANK-PARA                          02635058
026400         IF BANK-FOUND                                            02640000
026500             PERFORM WRITE-CREDIT-PARA                            02650000
026600         ELSE                                                     02660000
026700             PERFORM WRITE-EXCEPT-PARA                            02670000
026800         END-IF                                                   02680000
026810         IF BANK-CHANGE-PENDING                                   02681058
026820             PERFORM WRITE-PENDING-PARA                           02682058
026830         END-IF                                                   02683058
026900     END-IF                                                       02690000
027000     PERFORM READ-PHIST-PARA.                                     02700000
027100*                                                                 02710000
037400     MOVE WS-EXCEPT-LINE TO DDEX-LINE                             03740000
037500     WRITE DDEX-LINE.                                             03750000
037600*                                                                 03760000
037602 CHECK-PENDING-BANK-PARA.                                         03760258
037604     MOVE 'N' TO WS-BANK-PEND-FLAG                                03760458
037606     IF NOT PCHF-MISSING                                          03760658
037608         MOVE 'N' TO WS-PCH-DONE-FLAG                             03760858
037610         MOVE EMP-ID TO PCH-EMP-ID                                03761058
037612         MOVE ZERO TO PCH-SEQ                                     03761258
037614         START P26PCHF KEY IS NOT LESS THAN PCH-KEY               03761458
037616             INVALID KEY                                          03761658
037618                 SET PCH-DONE TO TRUE                             03761858
037620         END-START                                                03762058
037622         PERFORM CHECK-PENDING-NEXT-PARA                          03762258
037624             UNTIL PCH-DONE                                       03762458
037626     END-IF.                                                      03762658
037628*                                                                 03762858
037630 CHECK-PENDING-NEXT-PARA.                                         03763058
037632     READ P26PCHF NEXT RECORD                                     03763258
037634         AT END                                                   03763458
037636             SET PCH-DONE TO TRUE                                 03763658
037638     END-READ                                                     03763858
037640     IF NOT PCH-DONE                                              03764058
037642         IF PCH-EMP-ID = EMP-ID                                   03764258
037644             IF PCH-PENDING AND PCH-BANK-CHANGE                   03764458
037646                 MOVE 'Y' TO WS-BANK-PEND-FLAG                    03764658
037648             END-IF                                               03764858
037650         ELSE                                                     03765058
037652             SET PCH-DONE TO TRUE                                 03765258
037654         END-IF                                                   03765458
037656     END-IF.                                                      03765658
037658*                                                                 03765858
037660 WRITE-PENDING-PARA.                                              03766058
037662     ADD 1 TO WS-PEND-COUNT                                       03766258
037664     MOVE EMP-ID TO XP-EMP-ID                                     03766458
037666     MOVE EMP-NAME TO XP-EMP-NAME                                 03766658
037668     MOVE WS-NET-PAY TO XP-NET                                    03766858
037670     MOVE WS-PEND-LINE TO DDEX-LINE                               03767058
037672     WRITE DDEX-LINE.                                             03767258
037674*                                                                 03767458
037700 TERMINATION-PARA.                                                03770000
037800     IF CH-FORMAT                                                 03780000
037900         PERFORM WRITE-CH-CONTROL-PARA                            03790000
038600     END-IF                                                       03860000
038700     MOVE SPACES TO DDEX-LINE                                     03870000
038800     WRITE DDEX-LINE                                              03880000
038810     MOVE SPACES TO WS-SUMMARY-LINE                               03881067
038820     MOVE 'PAY GROUP' TO SM-LABEL                                 03882067
038830     MOVE WS-SUMMARY-LINE TO DDEX-LINE                            03883067
038840     MOVE WS-PAY-GROUP TO DDEX-LINE(31:2)                         03884067
038850     WRITE DDEX-LINE                                              03885067
038900     MOVE SPACES TO WS-SUMMARY-LINE                               03890000
039000     MOVE 'CREDITS WRITTEN' TO SM-LABEL                           03900000
039100     MOVE WS-CREDIT-COUNT TO SM-COUNT                             03910000
039600     MOVE WS-EXCEPT-COUNT TO SM-COUNT                             03960000
039700     MOVE WS-SUMMARY-LINE TO DDEX-LINE                            03970000
039800     WRITE DDEX-LINE                                              03980000
039810     MOVE SPACES TO WS-SUMMARY-LINE                               03981058
039820     MOVE 'BANK CHANGES AWAITING APPROVAL' TO SM-LABEL            03982058
039830     MOVE WS-PEND-COUNT TO SM-COUNT                               03983058
039840     MOVE WS-SUMMARY-LINE TO DDEX-LINE                            03984058
039850     WRITE DDEX-LINE                                              03985058
039900     IF NOT PHIST-MISSING                                         03990000
040000         CLOSE P26PHIST                                           04000000
040100     END-IF                                                       04010000
040200     CLOSE P26MFILE                                               04020000
040300     CLOSE P26BFILE                                               04030000
040310     IF NOT PCHF-MISSING                                          04031058
040320         CLOSE P26PCHF                                            04032058
040330     END-IF                                                       04033058
040400     CLOSE P26DDEP                                                04040000
040500     CLOSE P26DDEX.                                               04050000
040600*                                                                 04060000
040700 REGISTER-START-PARA.                                             04070000
040800     SET RCA-START TO TRUE                                        04080000
040900     MOVE 'P26BP17' TO RCA-JOB-NAME                               04090000
040910     IF WS-PAY-GROUP NOT = SPACES                                 04091067
040920         STRING 'P26B17' WS-PAY-GROUP                             04092067
040930             DELIMITED BY SIZE INTO RCA-JOB-NAME                  04093067
040940     END-IF                                                       04094067
041000     MOVE SPACES TO RCA-BUS-DATE                                  04100000
041100     MOVE SPACES TO RCA-PRED-JOB                                  04110000
041200     MOVE SPACES TO RCA-OVERRIDE                                  04120000
