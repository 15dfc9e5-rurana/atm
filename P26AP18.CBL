001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00200000
003700     COPY P26PCLR.                                                00370000
003800     COPY P26ERRL.                                                00380000
003900     COPY P26AS18.                                                00390000
003950     COPY P26SESC.                                                00395054
004000     COPY DFHAID.                                                 00400000
004100 LINKAGE SECTION.                                                 00410000
004200 01  DFHCOMMAREA     PIC X(16).                                   00420000
005100         END-EXEC                                                 00510000
005200     ELSE                                                         00520000
005300         MOVE DFHCOMMAREA TO WS-CA                                00530000
005350         PERFORM CHECK-SESSION-PARA                               00535054
005400         IF SIGNON-COMPLETE                                       00540000
005500             PERFORM FIRST-PARA                                   00550000
005600         ELSE                                                     00560000
045000     ADD 1 TO WS-ERRLOG-SEQ                                       04500000
045100     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           04510000
045200     PERFORM WRITE-ERRLOG-RECORD-PARA.                            04520000
045300 CHECK-SESSION-PARA.                                              04530054
045400     SET SCK-CHECK TO TRUE                                        04540054
045500     EXEC CICS LINK                                               04550054
045600         PROGRAM('P26SESCK')                                      04560054
045700         COMMAREA(SESSION-CHECK-AREA)                             04570054
045800         RESP(WS-SCK-RESP)                                        04580054
045900     END-EXEC                                                     04590054
046000     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         04600054
046100        OR NOT SCK-OK                                             04610054
046200        OR SCK-USERID NOT = WS-USERID                             04620054
046300         MOVE 'P26AP18' TO WS-SIGNON-TARGET                       04630054
046400         MOVE 'T'       TO WS-SIGNON-FLAG                         04640054
046500         EXEC CICS XCTL                                           04650054
046600             PROGRAM('P26AP06')                                   04660054
046700             COMMAREA(WS-SIGNON-CA)                               04670054
046800         END-EXEC                                                 04680054
046900     END-IF.                                                      04690054
