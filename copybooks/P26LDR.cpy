000100 01  LABOR-DIST-RECORD.
000200     05  LD-KEY.
000300         10  LD-EMP-ID           PIC X(05).
000400         10  LD-EFF-DATE         PIC X(08).
000500     05  LD-LINE                 OCCURS 4 TIMES.
000600         10  LD-DEPT             PIC X(08).
000700         10  LD-LOC              PIC X(10).
000800         10  LD-PCT              PIC 9(03)V99.
000900     05  LD-UPD-DATE             PIC X(10).
001000     05  LD-UPD-TIME             PIC X(08).
001100     05  LD-UPD-USER             PIC X(08).
