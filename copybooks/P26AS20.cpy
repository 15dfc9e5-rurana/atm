009000     02  FILLER REDEFINES ODAMTPSF.
009100         03  ODAMTPSA      PIC X.
009200     02  ODAMTPSI          PIC 9(02).
009210     02  OPOSNL            PIC S9(4) COMP.
009220     02  OPOSNF            PIC X.
009230     02  FILLER REDEFINES OPOSNF.
009240         03  OPOSNA        PIC X.
009250     02  OPOSNI            PIC X(06).
009255     02  OGRDL             PIC S9(4) COMP.
009260     02  OGRDF             PIC X.
009265     02  FILLER REDEFINES OGRDF.
009270         03  OGRDA         PIC X.
009275     02  OGRDI             PIC X(03).
009300     02  MESSAGEL          PIC S9(4) COMP.
009400     02  MESSAGEF          PIC X.
009500     02  FILLER REDEFINES MESSAGEF.
013300     02  ODAMTRSO          PIC 9(07).
013400     02  FILLER            PIC X(02).
013500     02  ODAMTPSO          PIC 9(02).
013510     02  FILLER            PIC X(02).
013520     02  OPOSNO            PIC X(06).
013530     02  FILLER            PIC X(02).
013540     02  OGRDO             PIC X(03).
013600     02  FILLER            PIC X(02).
013700     02  MESSAGEO          PIC X(40).
