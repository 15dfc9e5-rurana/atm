000900         88  AUD-UPDATE-ACTION          VALUE 'U'.
001000         88  AUD-DELETE-ACTION          VALUE 'D'.
001050         88  AUD-TERM-ACTION            VALUE 'T'.
001060         88  AUD-OVERRIDE-ACTION        VALUE 'O'.
001070         88  AUD-APPROVE-ACTION         VALUE 'V'.
001100     05  AUD-SOURCE-FILE         PIC X(08).
001200     05  AUD-TERM-ID             PIC X(04).
001300     05  AUD-BEFORE-IMAGE        PIC X(135).
