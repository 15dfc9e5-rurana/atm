001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00200000
003900     COPY EMPMSTR.                                                00390000
004000     COPY P26ERRL.                                                00400000
004100     COPY P26AS19.                                                00410000
004150     COPY P26SESC.                                                00415054
004200     COPY DFHAID.                                                 00420000
004300 LINKAGE SECTION.                                                 00430000
004400 01  DFHCOMMAREA     PIC X(16).                                   00440000
005300         END-EXEC                                                 00530000
005400     ELSE                                                         00540000
005500         MOVE DFHCOMMAREA TO WS-CA                                00550000
005550         PERFORM CHECK-SESSION-PARA                               00555054
005600         IF SIGNON-COMPLETE                                       00560000
005700             PERFORM FIRST-PARA                                   00570000
005800         ELSE                                                     00580000
031600     ADD 1 TO WS-ERRLOG-SEQ                                       03160000
031700     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           03170000
031800     PERFORM WRITE-ERRLOG-RECORD-PARA.                            03180000
031900 CHECK-SESSION-PARA.                                              03190054
032000     SET SCK-CHECK TO TRUE                                        03200054
032100     EXEC CICS LINK                                               03210054
032200         PROGRAM('P26SESCK')                                      03220054
032300         COMMAREA(SESSION-CHECK-AREA)                             03230054
032400         RESP(WS-SCK-RESP)                                        03240054
032500     END-EXEC                                                     03250054
032600     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         03260054
032700        OR NOT SCK-OK                                             03270054
032800        OR SCK-USERID NOT = WS-USERID                             03280054
032900         MOVE 'P26AP19' TO WS-SIGNON-TARGET                       03290054
033000         MOVE 'T'       TO WS-SIGNON-FLAG                         03300054
033100         EXEC CICS XCTL                                           03310054
033200             PROGRAM('P26AP06')                                   03320054
033300             COMMAREA(WS-SIGNON-CA)                               03330054
033400         END-EXEC                                                 03340054
033500     END-IF.                                                      03350054
