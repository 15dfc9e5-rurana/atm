000100 01  POSITION-RECORD.
000200     05  POS-NUMBER              PIC X(06).
000300     05  POS-DEPT                PIC X(08).
000400     05  POS-LOC                 PIC X(10).
000500     05  POS-TECH                PIC X(10).
000600     05  POS-BUDGET-SAL          PIC 9(07)V99.
000700     05  POS-STATUS              PIC X(01).
000800         88  POS-VACANT                 VALUE 'V'.
000900         88  POS-FILLED                 VALUE 'F'.
001000         88  POS-FROZEN                 VALUE 'Z'.
001100     05  POS-EMP-ID              PIC X(05).
001200     05  POS-UPD-DATE            PIC X(10).
001300     05  POS-UPD-USER            PIC X(08).
