000100 01  GRADE-RECORD.
000200     05  GRD-CODE                PIC X(03).
000300     05  GRD-DESC                PIC X(20).
000400     05  GRD-MIN-SAL             PIC 9(07)V99.
000500     05  GRD-MID-SAL             PIC 9(07)V99.
000600     05  GRD-MAX-SAL             PIC 9(07)V99.
000700     05  GRD-STATUS              PIC X(01).
000800         88  GRD-ACTIVE                 VALUE 'A'.
000900         88  GRD-RETIRED                VALUE 'R'.
001000     05  GRD-UPD-DATE            PIC X(10).
001100     05  GRD-UPD-USER            PIC X(08).
