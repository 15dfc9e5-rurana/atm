002800         ACCESS MODE IS SEQUENTIAL                                00280000
002900         RECORD KEY IS AUD-KEY                                    00290000
003000         FILE STATUS IS WS-AUDIT-STATUS.                          00300000
003010     SELECT P26ARVF ASSIGN TO P26ARVF                             00301069
003020         ORGANIZATION IS INDEXED                                  00302069
003030         ACCESS MODE IS DYNAMIC                                   00303069
003040         RECORD KEY IS ARV-KEY                                    00304069
003050         FILE STATUS IS WS-ARVF-STATUS.                           00305069
003100     SELECT P26INTG ASSIGN TO P26INTG                             00310000
003200         ORGANIZATION IS LINE SEQUENTIAL                          00320000
003300         FILE STATUS IS WS-INTG-STATUS.                           00330000
007100 FD  P26AUDIT                                                     00710000
007200     LABEL RECORDS ARE STANDARD.                                  00720000
007300     COPY P26AUDR.                                                00730000
007310 FD  P26ARVF                                                      00731069
007320     LABEL RECORDS ARE STANDARD.                                  00732069
007330     COPY P26ARVR.                                                00733069
007400 FD  P26INTG                                                      00740000
007500     LABEL RECORDS ARE STANDARD.                                  00750000
007600 01  INTG-LINE               PIC X(132).                          00760000
009000 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              00900000
009100     88  AUDIT-EOF                   VALUE '10'.                  00910000
009200     88  AUDIT-MISSING               VALUE '35'.                  00920000
009210 01  WS-ARVF-STATUS          PIC X(02) VALUE SPACES.              00921069
009220     88  ARVF-MISSING                VALUE '35'.                  00922069
009300 01  WS-INTG-STATUS          PIC X(02) VALUE SPACES.              00930000
009400 01  WS-RFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00940000
009500     88  RFILE-OPEN                  VALUE 'Y'.                   00950000
009510 01  WS-ARVF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00951069
009520     88  ARVF-OPEN                   VALUE 'Y'.                   00952069
009530 01  WS-ARCHIVED-FLAG        PIC X(01) VALUE 'N'.                 00953069
009540     88  EMP-ARCHIVED                VALUE 'Y'.                   00954069
009600 01  WS-REF-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00960000
009700     88  REF-FOUND                   VALUE 'Y'.                   00970000
009800 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'Y'.                 00980000
010800 01  WS-CAL-TEMP             PIC 9(04) VALUE ZERO.                01080000
010900 01  WS-ERROR-COUNT          PIC 9(06) VALUE ZERO.                01090000
011000 01  WS-WARN-COUNT           PIC 9(06) VALUE ZERO.                01100000
011050 01  WS-INFO-COUNT           PIC 9(06) VALUE ZERO.                01105069
011100 01  WS-REC-COUNT            PIC 9(06) VALUE ZERO.                01110000
011200 01  WS-LAST-AUD-ID          PIC X(05) VALUE SPACES.              01120000
011300 01  WS-MASTER-FOUND-FLAG    PIC X(01) VALUE 'N'.                 01130000
015500     IF NOT RFILE-MISSING                                         01550000
015600         SET RFILE-OPEN TO TRUE                                   01560000
015700     END-IF                                                       01570000
015710     OPEN INPUT P26ARVF                                           01571069
015720     IF NOT ARVF-MISSING                                          01572069
015730         SET ARVF-OPEN TO TRUE                                    01573069
015740     END-IF                                                       01574069
015800     OPEN INPUT P26AFILE                                          01580000
015900     IF AFILE-MISSING                                             01590000
016000         SET AFILE-EOF TO TRUE                                    01600000
043800     IF NOT MASTER-FOUND                                          04380000
043900         MOVE AUD-SOURCE-FILE TO XL-FILE                          04390000
044000         MOVE AUD-EMP-ID TO XL-EMP-ID                             04400000
044010         PERFORM CHECK-ARCHIVE-PARA                               04401069
044020         IF EMP-ARCHIVED                                          04402069
044030             MOVE SPACES TO XL-FINDING                            04403069
044040             STRING 'ARCHIVED ' ARV-ARCH-DATE                     04404069
044050                 DELIMITED BY SIZE INTO XL-FINDING                04405069
044060             PERFORM WRITE-INFO-PARA                              04406069
044070         ELSE                                                     04407069
044100             MOVE 'ON AUDIT TRAIL BUT NOT ON MASTER'              04410069
044200                 TO XL-FINDING                                    04420069
044300             PERFORM WRITE-WARN-PARA                              04430069
044350         END-IF                                                   04435069
044400     END-IF.                                                      04440000
044500*                                                                 04450000
044505 CHECK-ARCHIVE-PARA.                                              04450569
044510     MOVE 'N' TO WS-ARCHIVED-FLAG                                 04451069
044515     IF ARVF-OPEN                                                 04451569
044520         MOVE AUD-EMP-ID TO ARV-EMP-ID                            04452069
044525         MOVE '*CONTROL' TO ARV-SOURCE-FILE                       04452569
044530         MOVE ZERO TO ARV-SEQ                                     04453069
044535         READ P26ARVF                                             04453569
044540             INVALID KEY                                          04454069
044545                 CONTINUE                                         04454569
044550             NOT INVALID KEY                                      04455069
044555                 MOVE 'Y' TO WS-ARCHIVED-FLAG                     04455569
044560         END-READ                                                 04456069
044565     END-IF.                                                      04456569
044570*                                                                 04457069
044600 WRITE-ERROR-PARA.                                                04460000
044700     ADD 1 TO WS-ERROR-COUNT                                      04470000
044800     MOVE 'E' TO XL-SEV                                           04480000
045500     MOVE WS-EXCEPT-LINE TO INTG-LINE                             04550000
045600     WRITE INTG-LINE.                                             04560000
045700*                                                                 04570000
045710 WRITE-INFO-PARA.                                                 04571069
045720     ADD 1 TO WS-INFO-COUNT                                       04572069
045730     MOVE 'I' TO XL-SEV                                           04573069
045740     MOVE WS-EXCEPT-LINE TO INTG-LINE                             04574069
045750     WRITE INTG-LINE.                                             04575069
045760*                                                                 04576069
045800 TERMINATION-PARA.                                                04580000
045900     MOVE SPACES TO INTG-LINE                                     04590000
046000     WRITE INTG-LINE                                              04600000
047300     MOVE WS-WARN-COUNT TO SM-COUNT                               04730000
047400     MOVE WS-SUMMARY-LINE TO INTG-LINE                            04740000
047500     WRITE INTG-LINE                                              04750000
047510     MOVE SPACES TO WS-SUMMARY-LINE                               04751069
047520     MOVE 'SEVERITY I FINDINGS' TO SM-LABEL                       04752069
047530     MOVE WS-INFO-COUNT TO SM-COUNT                               04753069
047540     MOVE WS-SUMMARY-LINE TO INTG-LINE                            04754069
047550     WRITE INTG-LINE                                              04755069
047600     IF NOT AFILE-MISSING                                         04760000
047700         CLOSE P26AFILE                                           04770000
047800     END-IF                                                       04780000
048500     IF RFILE-OPEN                                                04850000
048600         CLOSE P26RFILE                                           04860000
048700     END-IF                                                       04870000
048710     IF ARVF-OPEN                                                 04871069
048720         CLOSE P26ARVF                                            04872069
048730     END-IF                                                       04873069
048800     IF NOT AUDIT-MISSING                                         04880000
048900         CLOSE P26AUDIT                                           04890000
049000     END-IF                                                       04900000
