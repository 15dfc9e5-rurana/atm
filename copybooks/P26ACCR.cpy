000100 01  ACCRUAL-CONTROL-RECORD.
000200     05  ACR-MONTH               PIC X(06).
000300     05  ACR-PERIOD              PIC X(06).
000400     05  ACR-MONTH-END           PIC X(08).
000500     05  ACR-REV-DATE            PIC X(08).
000600     05  ACR-EMP-COUNT           PIC 9(05).
000700     05  ACR-AMOUNT              PIC 9(09)V99.
000800     05  ACR-RUN-DATE            PIC X(10).
000900     05  ACR-RUN-TIME            PIC X(08).
