000100 01  PAYEE-RECORD.
000200     05  PYE-KEY.
000300         10  PYE-DED-TYPE        PIC X(04).
000400         10  PYE-EMP-ID          PIC X(05).
000500     05  PYE-NAME                PIC X(30).
000600     05  PYE-ADDR-1              PIC X(30).
000700     05  PYE-ADDR-2              PIC X(30).
000800     05  PYE-POSTCODE            PIC X(10).
000900     05  PYE-BANK-CODE           PIC X(06).
001000     05  PYE-ACCT-NO             PIC X(12).
001100     05  PYE-REFERENCE           PIC X(15).
001200     05  PYE-STATUS              PIC X(01).
001300         88  PYE-ACTIVE                 VALUE 'A'.
001400         88  PYE-CLOSED                 VALUE 'C'.
001500     05  PYE-UPD-DATE            PIC X(10).
001600     05  PYE-UPD-USER            PIC X(08).
