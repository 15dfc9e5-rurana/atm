000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP56.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26SESF ASSIGN TO P26SESF                             00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS DYNAMIC                                   00080000
000900         RECORD KEY IS SES-USERID                                 00090000
001000         FILE STATUS IS WS-SESF-STATUS.                           00100000
001100     SELECT P26SCPARM ASSIGN TO P26SCPARM                         00110000
001200         ORGANIZATION IS LINE SEQUENTIAL                          00120000
001300         FILE STATUS IS WS-SCPARM-STATUS.                         00130000
001400*                                                                 00140000
001500 DATA DIVISION.                                                   00150000
001600 FILE SECTION.                                                    00160000
001700 FD  P26SESF                                                      00170000
001800     LABEL RECORDS ARE STANDARD.                                  00180000
001900     COPY P26SESR.                                                00190000
002000 FD  P26SCPARM                                                    00200000
002100     LABEL RECORDS ARE STANDARD.                                  00210000
002200 01  SCPARM-RECORD.                                               00220000
002300     03  SCPARM-IDLE-MINUTES PIC X(03).                           00230000
002400     03  FILLER              PIC X(77).                           00240000
002500*                                                                 00250000
002600 WORKING-STORAGE SECTION.                                         00260000
002700 01  WS-SESF-STATUS          PIC X(02) VALUE SPACES.              00270000
002800     88  SESF-OK                     VALUE '00'.                  00280000
002900     88  SESF-NOT-FOUND              VALUE '23'.                  00290000
003000     88  SESF-MISSING                VALUE '35'.                  00300000
003100 01  WS-SCPARM-STATUS        PIC X(02) VALUE SPACES.              00310000
003200     88  SCPARM-OK                   VALUE '00'.                  00320000
003300 01  WS-IDLE-MINUTES         PIC 9(03) VALUE 15.                  00330000
003400 01  WS-CONTROL-KEY          PIC X(08) VALUE '*CONTROL'.          00340000
003500*                                                                 00350000
003600 PROCEDURE DIVISION.                                              00360000
003700 MAIN-PARA.                                                       00370000
003800     PERFORM READ-PARM-PARA                                       00380000
003900     PERFORM INITIALIZATION-PARA                                  00390000
004000     PERFORM SET-CONTROL-PARA                                     00400000
004100     PERFORM TERMINATION-PARA                                     00410000
004200     STOP RUN.                                                    00420000
004300*                                                                 00430000
004400 READ-PARM-PARA.                                                  00440000
004500     OPEN INPUT P26SCPARM                                         00450000
004600     IF SCPARM-OK                                                 00460000
004700         READ P26SCPARM                                           00470000
004800             AT END                                               00480000
004900                 MOVE SPACES TO SCPARM-IDLE-MINUTES               00490000
005000         END-READ                                                 00500000
005100         IF SCPARM-IDLE-MINUTES NUMERIC                           00510000
005200            AND SCPARM-IDLE-MINUTES NOT = '000'                   00520000
005300             MOVE SCPARM-IDLE-MINUTES TO WS-IDLE-MINUTES          00530000
005400         END-IF                                                   00540000
005500         CLOSE P26SCPARM                                          00550000
005600     END-IF.                                                      00560000
005700*                                                                 00570000
005800 INITIALIZATION-PARA.                                             00580000
005900     OPEN I-O P26SESF                                             00590000
006000     IF SESF-MISSING                                              00600000
006100         OPEN OUTPUT P26SESF                                      00610000
006200     END-IF.                                                      00620000
006300*                                                                 00630000
006400 SET-CONTROL-PARA.                                                00640000
006500     MOVE WS-CONTROL-KEY TO SES-USERID                            00650000
006600     READ P26SESF                                                 00660000
006700     IF SESF-OK                                                   00670000
006800         MOVE WS-IDLE-MINUTES TO SES-IDLE-MINUTES                 00680000
006900         MOVE 'P26BP56' TO SES-UPD-USER                           00690000
007000         REWRITE SESSION-RECORD                                   00700000
007100     ELSE                                                         00710000
007200         MOVE SPACES TO SESSION-RECORD                            00720000
007300         MOVE WS-CONTROL-KEY TO SES-USERID                        00730000
007400         MOVE ZERO TO SES-LAST-ABSTIME                            00740000
007500         MOVE WS-IDLE-MINUTES TO SES-IDLE-MINUTES                 00750000
007600         MOVE 'P26BP56' TO SES-UPD-USER                           00760000
007700         WRITE SESSION-RECORD                                     00770000
007800     END-IF                                                       00780000
007900     IF SESF-OK                                                   00790000
008000         DISPLAY 'P26BP56 IDLE TIMEOUT SET TO '                   00800000
008100             WS-IDLE-MINUTES ' MINUTES'                           00810000
008200     ELSE                                                         00820000
008300         DISPLAY 'P26BP56 CONTROL RECORD NOT UPDATED STATUS='     00830000
008400             WS-SESF-STATUS                                       00840000
008500         MOVE 8 TO RETURN-CODE                                    00850000
008600     END-IF.                                                      00860000
008700*                                                                 00870000
008800 TERMINATION-PARA.                                                00880000
008900     CLOSE P26SESF.                                               00890000
