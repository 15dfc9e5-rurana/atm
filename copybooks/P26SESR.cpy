000100 01  SESSION-RECORD.
000200     05  SES-USERID              PIC X(08).
000300     05  SES-TERM-ID             PIC X(04).
000400     05  SES-ROLE                PIC X(01).
000500     05  SES-EMP-ID              PIC X(05).
000600     05  SES-SIGNON-DATE         PIC X(10).
000700     05  SES-SIGNON-TIME         PIC X(08).
000800     05  SES-LAST-ABSTIME        PIC S9(15) COMP-3.
000900     05  SES-IDLE-MINUTES        PIC 9(03).
001000     05  SES-UPD-USER            PIC X(08).
