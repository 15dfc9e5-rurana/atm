001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00200000
002100 01  WS-PERIOD               PIC X(06) VALUE SPACES.              00210000
002200 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00220000
002300 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00230000
002310 01  WS-ADD-MSG              PIC X(40) VALUE SPACES.              00231069
002320 01  WS-ADD-PERIOD.                                               00232069
002330     03  WS-ADD-YY           PIC X(04).                           00233069
002340     03  WS-ADD-NN           PIC 9(02).                           00234069
002350 01  WS-PPY-X                PIC X(02) VALUE SPACES.              00235069
002360 01  WS-PPY-NUM REDEFINES WS-PPY-X PIC 9(02).                     00236069
002400     COPY P26PCLR.                                                00240000
002500     COPY P26ERRL.                                                00250000
002600     COPY P26AS17.                                                00260000
002650     COPY P26SESC.                                                00265054
002700     COPY DFHAID.                                                 00270000
002800 LINKAGE SECTION.                                                 00280000
002900 01  DFHCOMMAREA     PIC X(16).                                   00290000
003800         END-EXEC                                                 00380000
003900     ELSE                                                         00390000
004000         MOVE DFHCOMMAREA TO WS-CA                                00400000
004050         PERFORM CHECK-SESSION-PARA                               00405054
004100         IF SIGNON-COMPLETE                                       00410000
004200             PERFORM FIRST-PARA                                   00420000
004300         ELSE                                                     00430000
009700             WHEN DFHRESP(NOTFND)                                 00970000
009800                 MOVE SPACES TO CSTARTO CENDO CCUTO               00980000
009900                 MOVE SPACES TO CPAYO CSTATO                      00990000
009950                 MOVE SPACES TO CGRPO CPPYO                       00995069
010000                 MOVE 'PERIOD NOT ON CALENDAR - PF1 ADDS'         01000000
010100                     TO MESSAGEO                                  01010000
010200             WHEN OTHER                                           01020000
011200     MOVE CAL-END-DATE TO CENDO                                   01120000
011300     MOVE CAL-CUTOFF-DATE TO CCUTO                                01130000
011400     MOVE CAL-PAY-DATE TO CPAYO                                   01140000
011500     MOVE CAL-STATUS TO CSTATO                                    01150069
011510     MOVE CAL-PAY-GROUP TO CGRPO                                  01151069
011520     MOVE CAL-PERIODS-PER-YEAR TO CPPYO.                          01152069
011600 ADD-PERIOD-PARA.                                                 01160000
011700     PERFORM RECEIVE-MAP                                          01170000
011800     IF ROLE-PAYROLL                                              01180000
012700        OR CSTATL = ZERO                                          01270000
012800         MOVE 'ENTER PERIOD, DATES AND STATUS' TO MESSAGEO        01280000
012900     ELSE                                                         01290000
013000         PERFORM VALIDATE-ADD-PARA                                01300069
013100         IF WS-ADD-MSG NOT = SPACES                               01310069
013200             MOVE WS-ADD-MSG TO MESSAGEO                          01320069
013300         ELSE                                                     01330000
013400             PERFORM BUILD-PERIOD-PARA                            01340000
013500             EXEC CICS WRITE                                      01350000
015200             END-EVALUATE                                         01520000
015300         END-IF                                                   01530000
015400     END-IF.                                                      01540000
015404 VALIDATE-ADD-PARA.                                               01540469
015408     MOVE SPACES TO WS-ADD-MSG                                    01540869
015412     MOVE '12' TO WS-PPY-X                                        01541269
015416     IF CPPYL NOT = ZERO AND CPPYI NOT = SPACES                   01541669
015420         MOVE CPPYI TO WS-PPY-X                                   01542069
015424     END-IF                                                       01542469
015428     MOVE CPRDI TO WS-ADD-PERIOD                                  01542869
015432     EVALUATE TRUE                                                01543269
015436         WHEN CSTATI NOT = 'O' AND CSTATI NOT = 'C'               01543669
015440              AND CSTATI NOT = 'F'                                01544069
015444             MOVE 'STATUS MUST BE O, C OR F' TO WS-ADD-MSG        01544469
015448         WHEN WS-ADD-PERIOD NOT NUMERIC                           01544869
015452             MOVE 'PERIOD MUST BE NUMERIC' TO WS-ADD-MSG          01545269
015456         WHEN CSTARTI NOT NUMERIC OR CENDI NOT NUMERIC            01545669
015460              OR CCUTI NOT NUMERIC OR CPAYI NOT NUMERIC           01546069
015464             MOVE 'DATES MUST BE NUMERIC YYYYMMDD' TO WS-ADD-MSG  01546469
015468         WHEN WS-PPY-X NOT NUMERIC                                01546869
015472              OR WS-PPY-NUM = ZERO OR WS-PPY-NUM > 52             01547269
015476             MOVE 'PERIODS PER YEAR MUST BE 01 TO 52'             01547669
015480                 TO WS-ADD-MSG                                    01548069
015484         WHEN WS-ADD-NN = ZERO OR WS-ADD-NN > WS-PPY-NUM          01548469
015488             MOVE 'PERIOD NUMBER OUTSIDE PERIODS PER YEAR'        01548869
015492                 TO WS-ADD-MSG                                    01549269
015496     END-EVALUATE.                                                01549669
015500 UPDATE-PERIOD-PARA.                                              01550000
015600     PERFORM RECEIVE-MAP                                          01560000
015700     IF ROLE-PAYROLL                                              01570000
020000     MOVE CCUTI TO CAL-CUTOFF-DATE                                02000000
020100     MOVE CPAYI TO CAL-PAY-DATE                                   02010000
020200     MOVE CSTATI TO CAL-STATUS                                    02020000
020210     IF CGRPL NOT = ZERO                                          02021069
020220         MOVE CGRPI TO CAL-PAY-GROUP                              02022069
020230     END-IF                                                       02023069
020240     MOVE WS-PPY-NUM TO CAL-PERIODS-PER-YEAR                      02024069
020300     PERFORM DATE-TIME-PARA                                       02030000
020400     MOVE SYSDATEO TO CAL-UPD-DATE                                02040000
020500     MOVE WS-USERID TO CAL-UPD-USER.                              02050000
022000        AND (CSTATI = 'O' OR CSTATI = 'C' OR CSTATI = 'F')        02200000
022100         MOVE CSTATI TO CAL-STATUS                                02210000
022200     END-IF                                                       02220000
022205     IF CGRPL NOT = ZERO                                          02220569
022210         MOVE CGRPI TO CAL-PAY-GROUP                              02221069
022215     END-IF                                                       02221569
022220     IF CPPYL NOT = ZERO                                          02222069
022225         MOVE CPPYI TO WS-PPY-X                                   02222569
022230         IF WS-PPY-X NUMERIC                                      02223069
022235            AND WS-PPY-NUM > ZERO AND WS-PPY-NUM NOT > 52         02223569
022240             MOVE WS-PPY-NUM TO CAL-PERIODS-PER-YEAR              02224069
022245         END-IF                                                   02224569
022250     END-IF                                                       02225069
022300     PERFORM DATE-TIME-PARA                                       02230000
022400     MOVE SYSDATEO TO CAL-UPD-DATE                                02240000
022500     MOVE WS-USERID TO CAL-UPD-USER.                              02250000
026200     ADD 1 TO WS-ERRLOG-SEQ                                       02620000
026300     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           02630000
026400     PERFORM WRITE-ERRLOG-RECORD-PARA.                            02640000
026500 CHECK-SESSION-PARA.                                              02650054
026600     SET SCK-CHECK TO TRUE                                        02660054
026700     EXEC CICS LINK                                               02670054
026800         PROGRAM('P26SESCK')                                      02680054
026900         COMMAREA(SESSION-CHECK-AREA)                             02690054
027000         RESP(WS-SCK-RESP)                                        02700054
027100     END-EXEC                                                     02710054
027200     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         02720054
027300        OR NOT SCK-OK                                             02730054
027400        OR SCK-USERID NOT = WS-USERID                             02740054
027500         MOVE 'P26AP17' TO WS-SIGNON-TARGET                       02750054
027600         MOVE 'T'       TO WS-SIGNON-FLAG                         02760054
027700         EXEC CICS XCTL                                           02770054
027800             PROGRAM('P26AP06')                                   02780054
027900             COMMAREA(WS-SIGNON-CA)                               02790054
028000         END-EXEC                                                 02800054
028100     END-IF.                                                      02810054
