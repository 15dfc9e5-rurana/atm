001600 01  WS-SIGNON-CA.                                                00160000
001700     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00170000
001800     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00180000
001850 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00185054
001900 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00200000
002100 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00210000
005400     COPY P26AUDR.                                                00540000
005500     COPY P26ERRL.                                                00550000
005600     COPY P26AS24.                                                00560000
005650     COPY P26SESC.                                                00565054
005700     COPY DFHAID.                                                 00570000
005800 LINKAGE SECTION.                                                 00580000
005900 01  DFHCOMMAREA     PIC X(16).                                   00590000
006800         END-EXEC                                                 00680000
006900     ELSE                                                         00690000
007000         MOVE DFHCOMMAREA TO WS-CA                                00700000
007050         PERFORM CHECK-SESSION-PARA                               00705054
007100         IF SIGNON-COMPLETE                                       00710000
007200             PERFORM FIRST-PARA                                   00720000
007300         ELSE                                                     00730000
053700     ADD 1 TO WS-ERRLOG-SEQ                                       05370000
053750     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           05375000
053800     PERFORM WRITE-ERRLOG-RECORD-PARA.                            05380000
053900 CHECK-SESSION-PARA.                                              05390054
054000     SET SCK-CHECK TO TRUE                                        05400054
054100     EXEC CICS LINK                                               05410054
054200         PROGRAM('P26SESCK')                                      05420054
054300         COMMAREA(SESSION-CHECK-AREA)                             05430054
054400         RESP(WS-SCK-RESP)                                        05440054
054500     END-EXEC                                                     05450054
054600     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         05460054
054700        OR NOT SCK-OK                                             05470054
054800        OR SCK-USERID NOT = WS-USERID                             05480054
054900         MOVE 'P26AP24' TO WS-SIGNON-TARGET                       05490054
055000         MOVE 'T'       TO WS-SIGNON-FLAG                         05500054
055100         EXEC CICS XCTL                                           05510054
055200             PROGRAM('P26AP06')                                   05520054
055300             COMMAREA(WS-SIGNON-CA)                               05530054
055400         END-EXEC                                                 05540054
055500     END-IF.                                                      05550054
