000100 01  LEAVE-VALUATION-RECORD.
000200     05  LVV-EMP-ID              PIC X(05).
000300     05  LVV-DEPT                PIC X(08).
000400     05  LVV-LOC                 PIC X(10).
000500     05  LVV-VAL-PERIOD          PIC X(06).
000600     05  LVV-BAL-DAYS            PIC 9(03)V9.
000700     05  LVV-ACCRUED-DAYS        PIC 9(03)V9.
000800     05  LVV-TAKEN-DAYS          PIC 9(03)V9.
000900     05  LVV-DAY-RATE            PIC 9(06)V99.
001000     05  LVV-VALUE               PIC 9(09)V99.
001100     05  LVV-PREV-DEPT           PIC X(08).
001200     05  LVV-PREV-LOC            PIC X(10).
001300     05  LVV-PREV-PERIOD         PIC X(06).
001400     05  LVV-PREV-BAL-DAYS       PIC 9(03)V9.
001500     05  LVV-PREV-ACCRUED-DAYS   PIC 9(03)V9.
001600     05  LVV-PREV-TAKEN-DAYS     PIC 9(03)V9.
001700     05  LVV-PREV-DAY-RATE       PIC 9(06)V99.
001800     05  LVV-PREV-VALUE          PIC 9(09)V99.
001900     05  LVV-RUN-STAMP           PIC X(16).
002000     05  LVV-RUN-DATE            PIC X(10).
