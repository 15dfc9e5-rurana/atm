005800         ACCESS MODE IS SEQUENTIAL                                00580000
005900         RECORD KEY IS RC-KEY                                     00590000
006000         FILE STATUS IS WS-XIN-STATUS.                            00600000
006005     SELECT P26CTF ASSIGN TO P26CTF                               00600559
006010         ORGANIZATION IS INDEXED                                  00601059
006015         ACCESS MODE IS SEQUENTIAL                                00601559
006020         RECORD KEY IS CTT-EMP-ID                                 00602059
006025         FILE STATUS IS WS-KIN-STATUS.                            00602559
006030     SELECT P26LNF ASSIGN TO P26LNF                               00603059
006035         ORGANIZATION IS INDEXED                                  00603559
006040         ACCESS MODE IS SEQUENTIAL                                00604059
006045         RECORD KEY IS LN-KEY                                     00604559
006050         FILE STATUS IS WS-NIN-STATUS.                            00605059
006100     SELECT P26BKM ASSIGN TO P26BKM                               00610000
006200         ORGANIZATION IS LINE SEQUENTIAL                          00620000
006300         FILE STATUS IS WS-MOUT-STATUS.                           00630000
009100     SELECT P26BKX ASSIGN TO P26BKX                               00910000
009200         ORGANIZATION IS LINE SEQUENTIAL                          00920000
009300         FILE STATUS IS WS-XOUT-STATUS.                           00930000
009310     SELECT P26BKK ASSIGN TO P26BKK                               00931059
009320         ORGANIZATION IS LINE SEQUENTIAL                          00932059
009330         FILE STATUS IS WS-KOUT-STATUS.                           00933059
009340     SELECT P26BKN ASSIGN TO P26BKN                               00934059
009350         ORGANIZATION IS LINE SEQUENTIAL                          00935059
009360         FILE STATUS IS WS-NOUT-STATUS.                           00936059
009400*                                                                 00940000
009500 DATA DIVISION.                                                   00950000
009600 FILE SECTION.                                                    00960000
012700 FD  P26RCTL                                                      01270000
012800     LABEL RECORDS ARE STANDARD.                                  01280000
012900     COPY P26RCR.                                                 01290000
012910 FD  P26CTF                                                       01291059
012920     LABEL RECORDS ARE STANDARD.                                  01292059
012930     COPY P26CTR.                                                 01293059
012940 FD  P26LNF                                                       01294059
012950     LABEL RECORDS ARE STANDARD.                                  01295059
012960     COPY P26LNR.                                                 01296059
013000 FD  P26BKM                                                       01300000
013100     LABEL RECORDS ARE STANDARD.                                  01310000
013200 01  BKM-RECORD            PIC X(351).                            01320000
016000 FD  P26BKX                                                       01600000
016100     LABEL RECORDS ARE STANDARD.                                  01610000
016200 01  BKX-RECORD            PIC X(351).                            01620000
016210 FD  P26BKK                                                       01621059
016220     LABEL RECORDS ARE STANDARD.                                  01622059
016230 01  BKK-RECORD            PIC X(351).                            01623059
016240 FD  P26BKN                                                       01624059
016250     LABEL RECORDS ARE STANDARD.                                  01625059
016260 01  BKN-RECORD            PIC X(351).                            01626059
016300*                                                                 01630000
016400 WORKING-STORAGE SECTION.                                         01640000
016500 01  WS-MIN-STATUS          PIC X(02) VALUE SPACES.               01650000
018400 01  WS-AOUT-STATUS         PIC X(02) VALUE SPACES.               01840000
018500 01  WS-XIN-STATUS          PIC X(02) VALUE SPACES.               01850000
018600 01  WS-XOUT-STATUS         PIC X(02) VALUE SPACES.               01860000
018610 01  WS-KIN-STATUS          PIC X(02) VALUE SPACES.               01861059
018620 01  WS-KOUT-STATUS         PIC X(02) VALUE SPACES.               01862059
018630 01  WS-NIN-STATUS          PIC X(02) VALUE SPACES.               01863059
018640 01  WS-NOUT-STATUS         PIC X(02) VALUE SPACES.               01864059
018700 01  WS-IN-MISSING-FLAG      PIC X(01) VALUE 'N'.                 01870000
018800     88  IN-MISSING                  VALUE 'Y'.                   01880000
018900 01  WS-FILE-EOF-FLAG        PIC X(01) VALUE 'N'.                 01890000
023000     PERFORM UNLOAD-C-PARA                                        02300000
023100     PERFORM UNLOAD-A-PARA                                        02310000
023200     PERFORM UNLOAD-X-PARA                                        02320000
023210     PERFORM UNLOAD-K-PARA                                        02321059
023220     PERFORM UNLOAD-N-PARA                                        02322059
023300     PERFORM REGISTER-END-PARA                                    02330000
023400     DISPLAY 'P26BP39 FILES UNLOADED ' WS-FILE-COUNT              02340000
023500     STOP RUN.                                                    02350000
084400     MOVE WS-BKP-RECORD TO BKX-RECORD                             08440000
084500     WRITE BKX-RECORD.                                            08450000
084600*                                                                 08460000
084601 UNLOAD-K-PARA.                                                   08460159
084602     MOVE 'N' TO WS-IN-MISSING-FLAG                               08460259
084603     MOVE 'N' TO WS-FILE-EOF-FLAG                                 08460359
084604     MOVE ZERO TO WS-REC-COUNT WS-HASH-TOTAL                      08460459
084605     MOVE 'P26CTF' TO WS-BKP-FILE                                 08460559
084606     OPEN INPUT P26CTF                                            08460659
084607     IF WS-KIN-STATUS = '35'                                      08460759
084608         SET IN-MISSING TO TRUE                                   08460859
084609         DISPLAY 'P26BP39 P26CTF NOT PRESENT - SKIPPED'           08460959
084610     END-IF                                                       08461059
084611     IF NOT IN-MISSING                                            08461159
084612         OPEN OUTPUT P26BKK                                       08461259
084613         PERFORM WRITE-HEADER-K-PARA                              08461359
084614         PERFORM READ-K-PARA                                      08461459
084615         PERFORM COPY-K-PARA                                      08461559
084616             UNTIL FILE-EOF                                       08461659
084617         PERFORM WRITE-TRAILER-K-PARA                             08461759
084618         CLOSE P26CTF                                             08461859
084619         CLOSE P26BKK                                             08461959
084620         ADD 1 TO WS-FILE-COUNT                                   08462059
084621     END-IF.                                                      08462159
084622*                                                                 08462259
084623 WRITE-HEADER-K-PARA.                                             08462359
084624     MOVE SPACES TO WS-BKP-RECORD                                 08462459
084625     MOVE 'H' TO BKP-REC-TYPE                                     08462559
084626     MOVE WS-BKP-FILE TO BKH-FILE                                 08462659
084627     MOVE WS-CURRENT-DATE TO BKH-GEN                              08462759
084628     MOVE WS-RUN-DATE-OUT TO BKH-DATE                             08462859
084629     MOVE WS-BKP-RECORD TO BKK-RECORD                             08462959
084630     WRITE BKK-RECORD.                                            08463059
084631*                                                                 08463159
084632 READ-K-PARA.                                                     08463259
084633     READ P26CTF                                                  08463359
084634         AT END                                                   08463459
084635             SET FILE-EOF TO TRUE                                 08463559
084636     END-READ.                                                    08463659
084637*                                                                 08463759
084638 COPY-K-PARA.                                                     08463859
084639     MOVE SPACES TO WS-BKP-RECORD                                 08463959
084640     MOVE 'D' TO BKP-REC-TYPE                                     08464059
084641     MOVE CONTACT-RECORD TO BKP-DATA                              08464159
084642     PERFORM HASH-DATA-PARA                                       08464259
084643     ADD 1 TO WS-REC-COUNT                                        08464359
084644     MOVE WS-BKP-RECORD TO BKK-RECORD                             08464459
084645     WRITE BKK-RECORD                                             08464559
084646     PERFORM READ-K-PARA.                                         08464659
084647*                                                                 08464759
084648 WRITE-TRAILER-K-PARA.                                            08464859
084649     MOVE SPACES TO WS-BKP-RECORD                                 08464959
084650     MOVE 'T' TO BKP-REC-TYPE                                     08465059
084651     MOVE WS-REC-COUNT TO BKT-COUNT                               08465159
084652     MOVE WS-HASH-TOTAL TO BKT-HASH                               08465259
084653     MOVE WS-BKP-RECORD TO BKK-RECORD                             08465359
084654     WRITE BKK-RECORD.                                            08465459
084655*                                                                 08465559
084656 UNLOAD-N-PARA.                                                   08465659
084657     MOVE 'N' TO WS-IN-MISSING-FLAG                               08465759
084658     MOVE 'N' TO WS-FILE-EOF-FLAG                                 08465859
084659     MOVE ZERO TO WS-REC-COUNT WS-HASH-TOTAL                      08465959
084660     MOVE 'P26LNF' TO WS-BKP-FILE                                 08466059
084661     OPEN INPUT P26LNF                                            08466159
084662     IF WS-NIN-STATUS = '35'                                      08466259
084663         SET IN-MISSING TO TRUE                                   08466359
084664         DISPLAY 'P26BP39 P26LNF NOT PRESENT - SKIPPED'           08466459
084665     END-IF                                                       08466559
084666     IF NOT IN-MISSING                                            08466659
084667         OPEN OUTPUT P26BKN                                       08466759
084668         PERFORM WRITE-HEADER-N-PARA                              08466859
084669         PERFORM READ-N-PARA                                      08466959
084670         PERFORM COPY-N-PARA                                      08467059
084671             UNTIL FILE-EOF                                       08467159
084672         PERFORM WRITE-TRAILER-N-PARA                             08467259
084673         CLOSE P26LNF                                             08467359
084674         CLOSE P26BKN                                             08467459
084675         ADD 1 TO WS-FILE-COUNT                                   08467559
084676     END-IF.                                                      08467659
084677*                                                                 08467759
084678 WRITE-HEADER-N-PARA.                                             08467859
084679     MOVE SPACES TO WS-BKP-RECORD                                 08467959
084680     MOVE 'H' TO BKP-REC-TYPE                                     08468059
084681     MOVE WS-BKP-FILE TO BKH-FILE                                 08468159
084682     MOVE WS-CURRENT-DATE TO BKH-GEN                              08468259
084683     MOVE WS-RUN-DATE-OUT TO BKH-DATE                             08468359
084684     MOVE WS-BKP-RECORD TO BKN-RECORD                             08468459
084685     WRITE BKN-RECORD.                                            08468559
084686*                                                                 08468659
084687 READ-N-PARA.                                                     08468759
084688     READ P26LNF                                                  08468859
084689         AT END                                                   08468959
084690             SET FILE-EOF TO TRUE                                 08469059
084691     END-READ.                                                    08469159
084692*                                                                 08469259
084693 COPY-N-PARA.                                                     08469359
084694     MOVE SPACES TO WS-BKP-RECORD                                 08469459
084695     MOVE 'D' TO BKP-REC-TYPE                                     08469559
084696     MOVE LOAN-RECORD TO BKP-DATA                                 08469659
084697     PERFORM HASH-DATA-PARA                                       08469759
084698     ADD 1 TO WS-REC-COUNT                                        08469859
084699     MOVE WS-BKP-RECORD TO BKN-RECORD                             08469959
084700     WRITE BKN-RECORD                                             08470059
084701     PERFORM READ-N-PARA.                                         08470159
084702*                                                                 08470259
084703 WRITE-TRAILER-N-PARA.                                            08470359
084704     MOVE SPACES TO WS-BKP-RECORD                                 08470459
084705     MOVE 'T' TO BKP-REC-TYPE                                     08470559
084706     MOVE WS-REC-COUNT TO BKT-COUNT                               08470659
084707     MOVE WS-HASH-TOTAL TO BKT-HASH                               08470759
084708     MOVE WS-BKP-RECORD TO BKN-RECORD                             08470859
084709     WRITE BKN-RECORD.                                            08470959
084710*                                                                 08471059
084711 HASH-DATA-PARA.                                                  08471100
084800     EVALUATE WS-BKP-FILE                                         08480000
084900         WHEN 'P26MFILE'                                          08490000
085000             IF BKP-DATA(100:9) NUMERIC                           08500000
087700                 MOVE BKP-DATA(52:9) TO WS-MONEY-WORK(1:9)        08770000
087800                 ADD WS-MONEY-WORK TO WS-HASH-TOTAL               08780000
087900             END-IF                                               08790000
087910         WHEN 'P26LNF'                                            08791059
087920             IF BKP-DATA(28:9) NUMERIC                            08792059
087930                 MOVE BKP-DATA(28:9) TO WS-MONEY-WORK(1:9)        08793059
087940                 ADD WS-MONEY-WORK TO WS-HASH-TOTAL               08794059
087950             END-IF                                               08795059
087960             IF BKP-DATA(44:9) NUMERIC                            08796059
087970                 MOVE BKP-DATA(44:9) TO WS-MONEY-WORK(1:9)        08797059
087980                 ADD WS-MONEY-WORK TO WS-HASH-TOTAL               08798059
087990             END-IF                                               08799059
088000         WHEN 'P26TAXRT'                                          08800000
088100             IF BKP-DATA(13:9) NUMERIC                            08810000
088200                 MOVE BKP-DATA(13:9) TO WS-SLAB-WORK(1:9)         08820000
