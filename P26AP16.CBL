001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00200000
003000     COPY P26LVR.                                                 00300000
003100     COPY P26ERRL.                                                00310000
003200     COPY P26AS16.                                                00320000
003250     COPY P26SESC.                                                00325054
003300     COPY DFHAID.                                                 00330000
003400 LINKAGE SECTION.                                                 00340000
003500 01  DFHCOMMAREA     PIC X(15).                                   00350000
004400         END-EXEC                                                 00440000
004500     ELSE                                                         00450000
004600         MOVE DFHCOMMAREA TO WS-CA                                00460000
004650         PERFORM CHECK-SESSION-PARA                               00465054
004700         IF SIGNON-COMPLETE                                       00470000
004800             PERFORM FIRST-PARA                                   00480000
004900         ELSE                                                     00490000
023500     ADD 1 TO WS-ERRLOG-SEQ                                       02350000
023600     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           02360000
023700     PERFORM WRITE-ERRLOG-RECORD-PARA.                            02370000
023800 CHECK-SESSION-PARA.                                              02380054
023900     SET SCK-CHECK TO TRUE                                        02390054
024000     EXEC CICS LINK                                               02400054
024100         PROGRAM('P26SESCK')                                      02410054
024200         COMMAREA(SESSION-CHECK-AREA)                             02420054
024300         RESP(WS-SCK-RESP)                                        02430054
024400     END-EXEC                                                     02440054
024500     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         02450054
024600        OR NOT SCK-OK                                             02460054
024700        OR SCK-USERID NOT = WS-USERID                             02470054
024800         MOVE 'P26AP16' TO WS-SIGNON-TARGET                       02480054
024900         MOVE 'T'       TO WS-SIGNON-FLAG                         02490054
025000         EXEC CICS XCTL                                           02500054
025100             PROGRAM('P26AP06')                                   02510054
025200             COMMAREA(WS-SIGNON-CA)                               02520054
025300         END-EXEC                                                 02530054
025400     END-IF.                                                      02540054
