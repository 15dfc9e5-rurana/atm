000100 01  ENROLLMENT-RECORD.
000200     05  ENR-KEY.
000300         10  ENR-EMP-ID          PIC X(05).
000400         10  ENR-PLAN-CODE       PIC X(04).
000500         10  ENR-EFF-DATE        PIC X(08).
000600     05  ENR-TIER                PIC X(02).
000700         88  ENR-WAIVED                 VALUE 'WV'.
000800     05  ENR-STOP-DATE           PIC X(08).
000900     05  ENR-STATUS              PIC X(01).
001000         88  ENR-PENDING                VALUE 'P'.
001100         88  ENR-APPLIED                VALUE 'A'.
001200         88  ENR-REJECTED               VALUE 'R'.
001300     05  ENR-UPD-DATE            PIC X(10).
001400     05  ENR-UPD-TIME            PIC X(08).
001500     05  ENR-UPD-USER            PIC X(08).
