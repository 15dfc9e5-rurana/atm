001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00200000
003500     COPY P26STR.                                                 00350000
003600     COPY P26ERRL.                                                00360000
003700     COPY P26AS23.                                                00370000
003750     COPY P26SESC.                                                00375054
003800     COPY DFHAID.                                                 00380000
003900 LINKAGE SECTION.                                                 00390000
004000 01  DFHCOMMAREA     PIC X(16).                                   00400000
004900         END-EXEC                                                 00490000
005000     ELSE                                                         00500000
005100         MOVE DFHCOMMAREA TO WS-CA                                00510000
005150         PERFORM CHECK-SESSION-PARA                               00515054
005200         IF SIGNON-COMPLETE                                       00520000
005300             PERFORM FIRST-PARA                                   00530000
005400         ELSE                                                     00540000
034000     ADD 1 TO WS-ERRLOG-SEQ                                       03400000
034100     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           03410000
034200     PERFORM WRITE-ERRLOG-RECORD-PARA.                            03420000
034300 CHECK-SESSION-PARA.                                              03430054
034400     SET SCK-CHECK TO TRUE                                        03440054
034500     EXEC CICS LINK                                               03450054
034600         PROGRAM('P26SESCK')                                      03460054
034700         COMMAREA(SESSION-CHECK-AREA)                             03470054
034800         RESP(WS-SCK-RESP)                                        03480054
034900     END-EXEC                                                     03490054
035000     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         03500054
035100        OR NOT SCK-OK                                             03510054
035200        OR SCK-USERID NOT = WS-USERID                             03520054
035300         MOVE 'P26AP23' TO WS-SIGNON-TARGET                       03530054
035400         MOVE 'T'       TO WS-SIGNON-FLAG                         03540054
035500         EXEC CICS XCTL                                           03550054
035600             PROGRAM('P26AP06')                                   03560054
035700             COMMAREA(WS-SIGNON-CA)                               03570054
035800         END-EXEC                                                 03580054
035900     END-IF.                                                      03590054
