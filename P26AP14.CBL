001600 01  WS-SIGNON-CA.                                                00160000
001700     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00170000
001800     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00180000
001850 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00185054
001900 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00200000
002100 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00210000
003300     COPY P26AUDR.                                                00330000
003400     COPY P26ERRL.                                                00340000
003500     COPY P26AS14.                                                00350000
003550     COPY P26SESC.                                                00355054
003600     COPY DFHAID.                                                 00360000
003700 LINKAGE SECTION.                                                 00370000
003800 01  DFHCOMMAREA     PIC X(21).                                   00380000
004700         END-EXEC                                                 00470000
004800     ELSE                                                         00480000
004900         MOVE DFHCOMMAREA TO WS-CA                                00490000
004950         PERFORM CHECK-SESSION-PARA                               00495054
005000         IF SIGNON-COMPLETE                                       00500000
005100             PERFORM FIRST-PARA                                   00510000
005200         ELSE                                                     00520000
035000     ADD 1 TO WS-ERRLOG-SEQ                                       03500000
035100     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           03510000
035200     PERFORM WRITE-ERRLOG-RECORD-PARA.                            03520000
035300 CHECK-SESSION-PARA.                                              03530054
035400     SET SCK-CHECK TO TRUE                                        03540054
035500     EXEC CICS LINK                                               03550054
035600         PROGRAM('P26SESCK')                                      03560054
035700         COMMAREA(SESSION-CHECK-AREA)                             03570054
035800         RESP(WS-SCK-RESP)                                        03580054
035900     END-EXEC                                                     03590054
036000     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         03600054
036100        OR NOT SCK-OK                                             03610054
036200        OR SCK-USERID NOT = WS-USERID                             03620054
036300         MOVE 'P26AP14' TO WS-SIGNON-TARGET                       03630054
036400         MOVE 'T'       TO WS-SIGNON-FLAG                         03640054
036500         EXEC CICS XCTL                                           03650054
036600             PROGRAM('P26AP06')                                   03660054
036700             COMMAREA(WS-SIGNON-CA)                               03670054
036800         END-EXEC                                                 03680054
036900     END-IF.                                                      03690054
