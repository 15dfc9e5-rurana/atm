000100 01  APPRAISAL-RECORD.
000200     05  APR-KEY.
000300         10  APR-EMP-ID          PIC X(05).
000400         10  APR-YEAR            PIC X(04).
000500     05  APR-RATING              PIC X(01).
000600         88  APR-RATING-VALID           VALUE '1' THRU '5'.
000700     05  APR-REVIEWER            PIC X(05).
000800     05  APR-UPD-DATE            PIC X(10).
000900     05  APR-UPD-TIME            PIC X(08).
001000     05  APR-UPD-USER            PIC X(08).
