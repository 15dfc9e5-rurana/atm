000700         88  RQS-TAX-EXTRACT            VALUE 'PTAX'.
000800         88  RQS-RECONCILE              VALUE 'RECN'.
000900         88  RQS-YEAR-END               VALUE 'YEND'.
000950         88  RQS-PERSONAL-DATA          VALUE 'PDAT'.
001000     05  RQS-PARM-DATE           PIC X(10).
001100     05  RQS-PARM-DEPT           PIC X(08).
001200     05  RQS-PARM-LOC            PIC X(10).
001900     05  RQS-REQ-TIME            PIC X(08).
002000     05  RQS-RUN-DATE            PIC X(10).
002100     05  RQS-RUN-TIME            PIC X(08).
002200     05  RQS-PARM-EMP            PIC X(05).
