000700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.
000800         88  SIGNON-FIRST            VALUE SPACE.
000900         88  SIGNON-PENDING          VALUE '1'.
000950         88  SIGNON-TIMED-OUT        VALUE 'T'.
001000 01  WS-DATE-TIME PIC S9(15) COMP-3 VALUE ZERO.
001100 01  WS-SIGNON-VALID         PIC X(01) VALUE 'N'.
001200     88  SIGNON-VALID                VALUE 'Y'.
001400 01  WS-CRED-RESP-CODE1      PIC S9(08) COMP VALUE ZERO.
001500 01  WS-SLOG-RESP-CODE       PIC S9(08) COMP VALUE ZERO.
001600 01  WS-SLOG-SEQ             PIC 9(02) VALUE ZERO.
001650 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.
001700 01  WS-SIGNON-RESULT        PIC X(01) VALUE SPACES.
001800 01  WS-TSQ-NAME.
001900     03  FILLER              PIC X(04) VALUE 'P26U'.
003100         05  WS-P09-LIST-ID  PIC X(05) OCCURS 10 TIMES.
003200     03  WS-P09-USERID       PIC X(08) VALUE SPACES.
003300     03  WS-P09-ROLE         PIC X(01) VALUE SPACES.
003350     03  WS-P09-SAVE-AREA    PIC X(97) VALUE SPACES.
003400 01  WS-P10-CA.
003500     03  WS-P10-FLAG         PIC X(01) VALUE '9'.
003600     03  WS-P10-ID           PIC X(05) VALUE SPACES.
003900         05  WS-P10-LIST-ID  PIC X(05) OCCURS 10 TIMES.
004000     03  WS-P10-USERID       PIC X(08) VALUE SPACES.
004100     03  WS-P10-ROLE         PIC X(01) VALUE SPACES.
004150     03  WS-P10-SAVE-AREA    PIC X(139) VALUE SPACES.
004200 01  WS-P04-CA.
004300     03  WS-P04-FLAG         PIC X(01) VALUE '9'.
004400     03  WS-P04-ID           PIC X(05) VALUE SPACES.
004700         05  WS-P04-LIST-ID  PIC X(05) OCCURS 10 TIMES.
004800     03  WS-P04-USERID       PIC X(08) VALUE SPACES.
004900     03  WS-P04-ROLE         PIC X(01) VALUE SPACES.
004950     03  WS-P04-SAVE-AREA    PIC X(93) VALUE SPACES.
005000 01  WS-P14-CA.
005100     03  WS-P14-FLAG         PIC X(01) VALUE '9'.
005200     03  WS-P14-USERID       PIC X(08) VALUE SPACES.
006400     03  WS-P13-ROLE         PIC X(01) VALUE SPACES.
006500     03  WS-P13-LAST-ID      PIC X(05) VALUE SPACES.
006600     03  WS-P13-LAST-TYPE    PIC X(04) VALUE SPACES.
006650     03  WS-P13-SAVE-AREA    PIC X(89) VALUE SPACES.
006700 01  WS-P15-CA.
006800     03  WS-P15-FLAG         PIC X(01) VALUE '9'.
006900     03  WS-P15-USERID       PIC X(08) VALUE SPACES.
007000     03  WS-P15-ROLE         PIC X(01) VALUE SPACES.
007100     03  WS-P15-LAST-ID      PIC X(05) VALUE SPACES.
007105     03  WS-P15-SAVE-AREA    PIC X(66) VALUE SPACES.
007110 01  WS-P17-CA.
007120     03  WS-P17-FLAG         PIC X(01) VALUE '9'.
007130     03  WS-P17-USERID       PIC X(08) VALUE SPACES.
007164     03  WS-P18-USERID       PIC X(08) VALUE SPACES.
007166     03  WS-P18-ROLE         PIC X(01) VALUE SPACES.
007168     03  WS-P18-LAST-PRD     PIC X(06) VALUE SPACES.
007170 01  WS-P25-CA.
007172     03  WS-P25-FLAG         PIC X(01) VALUE '9'.
007174     03  WS-P25-USERID       PIC X(08) VALUE SPACES.
007176     03  WS-P25-ROLE         PIC X(01) VALUE SPACES.
007178     03  WS-P25-LAST-ID      PIC X(05) VALUE SPACES.
007180     03  WS-P25-LAST-PLAN    PIC X(04) VALUE SPACES.
007182     03  WS-P25-LAST-EFF     PIC X(08) VALUE SPACES.
007184     03  WS-P25-SAVE-AREA    PIC X(54) VALUE SPACES.
007186 01  WS-P26-CA.
007188     03  WS-P26-FLAG         PIC X(01) VALUE '9'.
007190     03  WS-P26-USERID       PIC X(08) VALUE SPACES.
007192     03  WS-P26-ROLE         PIC X(01) VALUE SPACES.
007194     03  WS-P26-LAST-ID      PIC X(05) VALUE SPACES.
007196     03  WS-P26-LAST-EFF     PIC X(08) VALUE SPACES.
007198     03  WS-P26-SAVE-AREA    PIC X(131) VALUE SPACES.
007208 01  WS-P27-CA.
007218     03  WS-P27-FLAG         PIC X(01) VALUE '9'.
007228     03  WS-P27-USERID       PIC X(08) VALUE SPACES.
007238     03  WS-P27-ROLE         PIC X(01) VALUE SPACES.
007248     03  WS-P27-LAST-ID      PIC X(05) VALUE SPACES.
007258     03  WS-P27-LAST-DOC     PIC X(19) VALUE SPACES.
007268     03  WS-P27-SAVE-AREA    PIC X(94) VALUE SPACES.
007269 01  WS-P29-CA.
007270     03  WS-P29-FLAG         PIC X(01) VALUE '9'.
007271     03  WS-P29-USERID       PIC X(08) VALUE SPACES.
007272     03  WS-P29-ROLE         PIC X(01) VALUE SPACES.
007273     03  WS-P29-LAST-ID      PIC X(05) VALUE SPACES.
007274     03  WS-P29-LAST-YEAR    PIC X(04) VALUE SPACES.
007275     03  WS-P29-SAVE-AREA    PIC X(41) VALUE SPACES.
007278     COPY P26CRED.
007300     COPY P26SLGR.
007350     COPY P26SESC.
007400     COPY P26AS06.
007500     COPY DFHAID.
007600 LINKAGE SECTION.
008200     ELSE
008300         MOVE DFHCOMMAREA TO WS-CA
008400     END-IF.
008500     IF SIGNON-FIRST OR SIGNON-TIMED-OUT
008600         PERFORM FIRST-PARA
008700     ELSE
008800         PERFORM NEXT-PARA
009500     END-EXEC.
009600 FIRST-PARA.
009700     MOVE LOW-VALUES TO SIGNMAPO
009710     IF SIGNON-TIMED-OUT
009720         MOVE 'SESSION ENDED - SIGN ON AGAIN' TO MESSAGEO
009730     END-IF
009800     PERFORM DATE-TIME-PARA
009900     PERFORM SEND-MAP.
010000 SEND-MAP.
014320             MOVE CRD-ROLE   TO WS-P17-ROLE
014330             MOVE CRD-USERID TO WS-P18-USERID
014340             MOVE CRD-ROLE   TO WS-P18-ROLE
014350             MOVE CRD-USERID TO WS-P25-USERID
014360             MOVE CRD-ROLE   TO WS-P25-ROLE
014370             MOVE CRD-USERID TO WS-P26-USERID
014380             MOVE CRD-ROLE   TO WS-P26-ROLE
014385             MOVE CRD-USERID TO WS-P27-USERID
014390             MOVE CRD-ROLE   TO WS-P27-ROLE
014394             MOVE CRD-USERID TO WS-P29-USERID
014398             MOVE CRD-ROLE   TO WS-P29-ROLE
014400             EVALUATE WS-TARGET-PGM
014500                 WHEN 'P26AP09'
014600                     EXEC CICS XCTL
017930                         PROGRAM(WS-TARGET-PGM)
017940                         COMMAREA(WS-P17-CA)
017950                     END-EXEC
017955                 WHEN 'P26AP28'
017957                 WHEN 'P26AP31'
017959                 WHEN 'P26AP30'
017960                 WHEN 'P26AP18'
017961                 WHEN 'P26AP19'
017962                 WHEN 'P26AP20'
017967                         PROGRAM(WS-TARGET-PGM)
017968                         COMMAREA(WS-P18-CA)
017969                     END-EXEC
017974                 WHEN 'P26AP25'
017979                     EXEC CICS XCTL
017984                         PROGRAM(WS-TARGET-PGM)
017989                         COMMAREA(WS-P25-CA)
017994                     END-EXEC
017995                 WHEN 'P26AP26'
017996                     EXEC CICS XCTL
017997                         PROGRAM(WS-TARGET-PGM)
017998                         COMMAREA(WS-P26-CA)
017999                     END-EXEC
018009                 WHEN 'P26AP27'
018019                     EXEC CICS XCTL
018029                         PROGRAM(WS-TARGET-PGM)
018039                         COMMAREA(WS-P27-CA)
018049                     END-EXEC
018050                 WHEN 'P26AP29'
018051                     EXEC CICS XCTL
018052                         PROGRAM(WS-TARGET-PGM)
018053                         COMMAREA(WS-P29-CA)
018054                     END-EXEC
018059                 WHEN OTHER
018100                     EXEC CICS XCTL
018200                         PROGRAM(WS-TARGET-PGM)
018300                     END-EXEC
021900                 PERFORM UNLOCK-CRED-PARA
022000             ELSE
022100                 IF PASSWDI = CRD-PASSWD
022300                     MOVE ZERO TO CRD-FAIL-COUNT
022400                     PERFORM REWRITE-CRED-PARA
022500                     PERFORM START-SESSION-PARA
022600                 ELSE
022700                     ADD 1 TO CRD-FAIL-COUNT
022800                     IF CRD-FAIL-COUNT NOT < 3
024200             MOVE 'F' TO WS-SIGNON-RESULT
024300     END-EVALUATE
024400     PERFORM WRITE-SIGNLOG-PARA.
024402 START-SESSION-PARA.
024404     SET SCK-START TO TRUE
024406     MOVE CRD-USERID TO SCK-USERID
024408     MOVE CRD-ROLE TO SCK-ROLE
024410     MOVE CRD-EMP-ID TO SCK-EMP-ID
024412     EXEC CICS LINK
024414         PROGRAM('P26SESCK')
024416         COMMAREA(SESSION-CHECK-AREA)
024418         RESP(WS-SCK-RESP)
024420     END-EXEC
024422     EVALUATE TRUE
024424         WHEN WS-SCK-RESP NOT = DFHRESP(NORMAL)
024426             MOVE 'SESSION CONTROL UNAVAILABLE' TO MESSAGEO
024428             MOVE 'F' TO WS-SIGNON-RESULT
024430         WHEN SCK-OK
024432             MOVE 'Y' TO WS-SIGNON-VALID
024434             MOVE 'S' TO WS-SIGNON-RESULT
024436         WHEN SCK-DUPLICATE
024438             MOVE SPACES TO MESSAGEO
024440             STRING 'USERID ACTIVE AT TERMINAL '
024442                 SCK-OTHER-TERM DELIMITED BY SIZE
024444                 INTO MESSAGEO
024446             END-STRING
024448             MOVE 'D' TO WS-SIGNON-RESULT
024450         WHEN OTHER
024452             MOVE 'SESSION CONTROL UNAVAILABLE' TO MESSAGEO
024454             MOVE 'F' TO WS-SIGNON-RESULT
024456     END-EVALUATE.
024500 UNLOCK-CRED-PARA.
024600     EXEC CICS UNLOCK
024700         FILE('P26CFILE')
