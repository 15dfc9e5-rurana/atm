001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00200000
003300     COPY P26AUDR.                                                00330000
003400     COPY P26ERRL.                                                00340000
003500     COPY P26AS22.                                                00350000
003550     COPY P26SESC.                                                00355054
003600     COPY DFHAID.                                                 00360000
003700 LINKAGE SECTION.                                                 00370000
003800 01  DFHCOMMAREA     PIC X(16).                                   00380000
004700         END-EXEC                                                 00470000
004800     ELSE                                                         00480000
004900         MOVE DFHCOMMAREA TO WS-CA                                00490000
004950         PERFORM CHECK-SESSION-PARA                               00495054
005000         IF SIGNON-COMPLETE                                       00500000
005100             PERFORM FIRST-PARA                                   00510000
005200         ELSE                                                     00520000
032000     ADD 1 TO WS-ERRLOG-SEQ                                       03200000
032100     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           03210000
032200     PERFORM WRITE-ERRLOG-RECORD-PARA.                            03220000
032300 CHECK-SESSION-PARA.                                              03230054
032400     SET SCK-CHECK TO TRUE                                        03240054
032500     EXEC CICS LINK                                               03250054
032600         PROGRAM('P26SESCK')                                      03260054
032700         COMMAREA(SESSION-CHECK-AREA)                             03270054
032800         RESP(WS-SCK-RESP)                                        03280054
032900     END-EXEC                                                     03290054
033000     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         03300054
033100        OR NOT SCK-OK                                             03310054
033200        OR SCK-USERID NOT = WS-USERID                             03320054
033300         MOVE 'P26AP22' TO WS-SIGNON-TARGET                       03330054
033400         MOVE 'T'       TO WS-SIGNON-FLAG                         03340054
033500         EXEC CICS XCTL                                           03350054
033600             PROGRAM('P26AP06')                                   03360054
033700             COMMAREA(WS-SIGNON-CA)                               03370054
033800         END-EXEC                                                 03380054
033900     END-IF.                                                      03390054
