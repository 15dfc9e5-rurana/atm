000100 01  PAY-DEDUCTION-RECORD.
000200     05  PHD-KEY.
000300         10  PHD-EMP-ID          PIC X(05).
000400         10  PHD-PERIOD          PIC X(06).
000500         10  PHD-RUN-TYPE        PIC X(01).
000600         10  PHD-DED-TYPE        PIC X(04).
000700     05  PHD-CLASS               PIC X(01).
000800         88  PHD-GARNISH                VALUE 'G'.
000900         88  PHD-EMPLOYER               VALUE 'E'.
001000     05  PHD-AMOUNT              PIC 9(07)V99.
001100     05  PHD-RUN-DATE            PIC X(10).
001200     05  PHD-REMIT-FLAG          PIC X(01).
001300         88  PHD-REMITTED               VALUE 'R'.
001400     05  PHD-REMIT-DATE          PIC X(10).
