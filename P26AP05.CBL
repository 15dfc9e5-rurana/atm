002620 01  WS-CAL-PERIOD           PIC X(06) VALUE SPACES.              00262026
002630 01  WS-PERIOD-OK-FLAG       PIC X(01) VALUE 'Y'.                 00263026
002640     88  PERIOD-OK                   VALUE 'Y'.                   00264026
002642 01  WS-EMP-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00264260
002644 01  WS-EMP-OK-FLAG          PIC X(01) VALUE 'Y'.                 00264460
002646     88  EMPLOYEE-OK                 VALUE 'Y'.                   00264660
002650     COPY P26PCLR.                                                00265026
002700     COPY P26RQSR.                                                00270000
002750     COPY EMPMSTR.                                                00275060
002800     COPY P26ERRL.                                                00280000
002900     COPY P26AS05.                                                00290000
003000     COPY DFHAID.                                                 00300000
008520                 MOVE 'PERIOD NOT ON PAY CALENDAR' TO MESSAGEO    00852026
008530             END-IF                                               00853026
008600         ELSE                                                     00860000
008610             IF RQS-PERSONAL-DATA                                 00861060
008620                 PERFORM CHECK-EMPLOYEE-PARA                      00862060
008630                 IF EMPLOYEE-OK                                   00863060
008640                     PERFORM NEXT-REQ-ID-PARA                     00864060
008650                     PERFORM WRITE-REQUEST-PARA                   00865060
008660                 END-IF                                           00866060
008670             ELSE                                                 00867060
008700                 MOVE 'REPORT CODE NOT RECOGNISED' TO MESSAGEO    00870060
008750             END-IF                                               00875060
008800         END-IF                                                   00880000
008900     END-IF.                                                      00890000
008905 CHECK-PERIOD-PARA.                                               00890526
008965             END-IF                                               00896541
008966         END-IF                                                   00896641
008970     END-IF.                                                      00897026
008971 CHECK-EMPLOYEE-PARA.                                             00897160
008972     MOVE 'Y' TO WS-EMP-OK-FLAG                                   00897260
008973     IF REMPL = ZERO OR REMPI = SPACES                            00897360
008974         MOVE 'N' TO WS-EMP-OK-FLAG                               00897460
008975         MOVE 'ENTER AN EMPLOYEE ID' TO MESSAGEO                  00897560
008976     ELSE                                                         00897660
008977         MOVE REMPI TO EMP-ID                                     00897760
008978         EXEC CICS READ                                           00897860
008979             FILE('P26MFILE')                                     00897960
008980             RIDFLD(EMP-ID)                                       00898060
008981             INTO(EMPLOYEE-MASTER-RECORD)                         00898160
008982             RESP(WS-EMP-RESP-CODE)                               00898260
008983         END-EXEC                                                 00898360
008984         IF WS-EMP-RESP-CODE NOT = DFHRESP(NORMAL)                00898460
008985             MOVE 'N' TO WS-EMP-OK-FLAG                           00898560
008986             IF WS-EMP-RESP-CODE = DFHRESP(NOTFND)                00898660
008987                 MOVE 'EMPLOYEE NOT FOUND' TO MESSAGEO            00898760
008988             ELSE                                                 00898860
008989                 MOVE 'EMPLOYEE FILE UNAVAILABLE' TO MESSAGEO     00898960
008990                 MOVE WS-EMP-RESP-CODE TO ERL-RESP-CODE           00899060
008991                 MOVE 'CHECK-EMPLOYEE-PARA ' TO ERL-PARAGRAPH     00899160
008992                 PERFORM LOG-FILE-ERROR-PARA                      00899260
008993             END-IF                                               00899360
008994         END-IF                                                   00899460
008995     END-IF.                                                      00899560
009000 NEXT-REQ-ID-PARA.                                                00900000
009100     MOVE HIGH-VALUES TO RQS-KEY                                  00910020
009200     MOVE ZERO TO WS-REQ-ID                                       00920000
012900     ELSE                                                         01290000
013000         MOVE SPACES TO RQS-PARM-LOC                              01300000
013100     END-IF                                                       01310000
013110     IF RQS-PERSONAL-DATA                                         01311060
013120         MOVE REMPI TO RQS-PARM-EMP                               01312060
013130     END-IF                                                       01313060
013200     SET RQS-QUEUED TO TRUE                                       01320000
013300     MOVE EIBTRMID TO RQS-REQ-TERM                                01330000
013400     PERFORM DATE-TIME-PARA                                       01340000
