000100 01  EMP-DOCUMENT-RECORD.
000200     05  DOC-KEY.
000300         10  DOC-EMP-ID          PIC X(05).
000400         10  DOC-TYPE            PIC X(04).
000500             88  DOC-WORK-AUTH          VALUE 'WKAU'.
000600             88  DOC-CERT               VALUE 'CERT'.
000700             88  DOC-TYPE-VALID         VALUE 'WKAU' 'CERT'.
000800         10  DOC-NUMBER          PIC X(15).
000900     05  DOC-TECH                PIC X(10).
001000     05  DOC-ISSUE-DATE          PIC X(08).
001100     05  DOC-EXPIRY-DATE         PIC X(08).
001200     05  DOC-VERIFY-USER         PIC X(08).
001300     05  DOC-VERIFY-DATE         PIC X(10).
001400     05  DOC-UPD-DATE            PIC X(10).
001500     05  DOC-UPD-TIME            PIC X(08).
001600     05  DOC-UPD-USER            PIC X(08).
