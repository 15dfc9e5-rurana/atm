005000     02  FILLER REDEFINES RUNDATEF.
005100         03  RUNDATEA      PIC X.
005200     02  RUNDATEI          PIC X(10).
005205     02  YTDGRSL           PIC S9(4) COMP.
005210     02  YTDGRSF           PIC X.
005215     02  FILLER REDEFINES YTDGRSF.
005220         03  YTDGRSA       PIC X.
005225     02  YTDGRSI           PIC X(12).
005230     02  YTDTAXL           PIC S9(4) COMP.
005235     02  YTDTAXF           PIC X.
005240     02  FILLER REDEFINES YTDTAXF.
005245         03  YTDTAXA       PIC X.
005250     02  YTDTAXI           PIC X(12).
005255     02  YTDNETL           PIC S9(4) COMP.
005260     02  YTDNETF           PIC X.
005265     02  FILLER REDEFINES YTDNETF.
005270         03  YTDNETA       PIC X.
005275     02  YTDNETI           PIC X(13).
005300     02  MESSAGEL          PIC S9(4) COMP.
005400     02  MESSAGEF          PIC X.
005500     02  FILLER REDEFINES MESSAGEF.
007700     02  NETO              PIC X(13).
007800     02  FILLER            PIC X(02).
007900     02  RUNDATEO          PIC X(10).
007910     02  FILLER            PIC X(02).
007920     02  YTDGRSO           PIC X(12).
007930     02  FILLER            PIC X(02).
007940     02  YTDTAXO           PIC X(12).
007950     02  FILLER            PIC X(02).
007960     02  YTDNETO           PIC X(13).
008000     02  FILLER            PIC X(02).
008100     02  MESSAGEO          PIC X(30).
