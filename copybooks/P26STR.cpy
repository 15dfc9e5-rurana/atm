000800     05  STS-TERM-DATE           PIC X(08).
000900     05  STS-UPD-DATE            PIC X(10).
001000     05  STS-UPD-USER            PIC X(08).
001100     05  STS-POS-NO              PIC X(06).
001200     05  STS-GRADE               PIC X(03).
001300     05  STS-PAY-GROUP           PIC X(02).
