000100 01  ARCHIVE-RECORD.
000200     05  ARV-KEY.
000300         10  ARV-EMP-ID          PIC X(05).
000400         10  ARV-SOURCE-FILE     PIC X(08).
000500             88  ARV-CONTROL-REC        VALUE '*CONTROL'.
000600         10  ARV-SEQ             PIC 9(04).
000700     05  ARV-ARCH-DATE           PIC X(10).
000800     05  ARV-ARCH-TIME           PIC X(08).
000900     05  ARV-IMAGE               PIC X(500).
001000     05  ARV-CONTROL REDEFINES ARV-IMAGE.
001100         10  ARV-EMP-NAME        PIC X(20).
001200         10  ARV-TERM-DATE       PIC X(08).
001300         10  ARV-RETAIN-YEARS    PIC 9(02).
001400         10  ARV-FILE-COUNT      PIC 9(05) OCCURS 23 TIMES.
001500         10  ARV-TOTAL-COUNT     PIC 9(07).
001600         10  ARV-GROSS-HASH      PIC 9(11)V99.
001700         10  ARV-ARCH-USER       PIC X(08).
001800         10  FILLER              PIC X(327).
