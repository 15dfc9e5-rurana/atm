000100 01  BENEFIT-PLAN-RECORD.
000200     05  BPL-PLAN-CODE           PIC X(04).
000300     05  BPL-DESC                PIC X(20).
000400     05  BPL-CARRIER             PIC X(10).
000500     05  BPL-EE-DED-TYPE         PIC X(04).
000600     05  BPL-ER-DED-TYPE         PIC X(04).
000700     05  BPL-WAIT-MONTHS         PIC 9(02).
000800     05  BPL-STATUS              PIC X(01).
000900         88  BPL-ACTIVE                 VALUE 'A'.
001000         88  BPL-CLOSED                 VALUE 'C'.
001100     05  BPL-TIER-TABLE.
001200         10  BPL-TIER                   OCCURS 4 TIMES.
001300             15  BPL-TIER-CODE   PIC X(02).
001400             15  BPL-EE-COST     PIC 9(05)V99.
001500             15  BPL-ER-COST     PIC 9(05)V99.
