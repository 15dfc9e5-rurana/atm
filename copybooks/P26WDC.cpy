000100 01  WORK-DAY-AREA.
000200     05  WD-FROM-DATE            PIC X(08).
000300     05  WD-TO-DATE              PIC X(08).
000400     05  WD-DAYS                 PIC 9(03).
000500     05  WD-RETURN               PIC X(02).
000600         88  WD-OK                      VALUE '00'.
000700         88  WD-BAD-DATE                VALUE '08'.
