001000         88  CAL-FUTURE                 VALUE 'F'.
001100     05  CAL-UPD-DATE            PIC X(10).
001200     05  CAL-UPD-USER            PIC X(08).
001300     05  CAL-PAY-GROUP           PIC X(02).
001400     05  CAL-PERIODS-PER-YEAR    PIC 9(02).
