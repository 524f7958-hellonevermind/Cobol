000010******************************************************************
000020*    COPYBOOK    : SLATIME.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : AGREED COMPLETION DEADLINES FOR THE NIGHTLY
000060*                  STREAM, ONE ENTRY PER PROGRAM THAT RECORDS
000070*                  ITS RUNS ON GENRUNCT.  USED BY GENSLA01 TO
000080*                  FLAG RUNS THAT FINISHED LATE.  THE STREAM
000090*                  RUNS OVERNIGHT, SO A TIME BEFORE 12:00:00 IS
000100*                  THE MORNING AFTER THE RUN DATE - 023000
000110*                  MEANS HALF PAST TWO THE NEXT MORNING.  A
000120*                  PROGRAM NOT LISTED HAS NO DEADLINE.  A NEW
000130*                  OR CHANGED DEADLINE IS MADE HERE AND NOWHERE
000140*                  ELSE.
000150*----------------------------------------------------------------
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    2026-10-15  DM  ORIGINAL - GENEDIT, GENDER1, GENXTR01
000190*                    (HR CUT-OFF), GENBDG01 AND GENBFD01.
000195*    2026-10-15  DM  GENEDIT DEADLINE IS 00:30 - IT RUNS AFTER
000197*                    MIDNIGHT, AHEAD OF GENDER1 AT 01:30.
000200******************************************************************
000210 01  SL-TABLE-VALUES.
000220     05  FILLER              PIC X(14) VALUE 'GENEDIT 003000'.
000230     05  FILLER              PIC X(14) VALUE 'GENDER1 013000'.
000240     05  FILLER              PIC X(14) VALUE 'GENXTR01030000'.
000250     05  FILLER              PIC X(14) VALUE 'GENBDG01050000'.
000260     05  FILLER              PIC X(14) VALUE 'GENBFD01050000'.
000270 01  SL-TABLE REDEFINES SL-TABLE-VALUES.
000280     05  SL-ENTRY OCCURS 5 TIMES INDEXED BY SL-IDX.
000290         10  SL-PROGRAM-ID   PIC X(08).
000300         10  SL-DEADLINE     PIC 9(06).
000310 77  SL-TABLE-MAX            PIC 9(02) COMP VALUE 5.
