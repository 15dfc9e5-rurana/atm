000100 01  FEED-CONTROL-RECORD.
000200     05  FDC-KEY                 PIC X(08).
000300         88  FDC-LAST-SEQ-REC           VALUE '*LASTSEQ'.
000400     05  FDC-RUN-SEQ             PIC 9(06).
000500     05  FDC-RUN-DATE            PIC X(10).
000600     05  FDC-RUN-TIME            PIC X(08).
000700     05  FDC-REC-COUNT           PIC 9(07).
000800     05  FDC-EXTRACT-COUNT       PIC 9(03).
