000010******************************************************************
000020*    COPYBOOK    : CALREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE BUSINESS CALENDAR FILE
000060*                  (GENCAL, INDEXED) MAINTAINED BY GENCAL01.  ONE
000070*                  RECORD PER SITE PER DAY, KEYED ON THE SITE CODE
000080*                  AND THE DATE, SAYING WHETHER THE SITE IS
000090*                  WORKING THAT DAY.  A YEAR IS GENERATED WITH
000100*                  MONDAY TO FRIDAY WORKING AND WEEKENDS CLOSED;
000110*                  BANK HOLIDAYS AND ANY WEEKEND OPENING ARE THEN
000120*                  SET DAY BY DAY.  THE SHARED GENBDAY ROUTINE
000130*                  READS IT FOR THE NIGHTLY STREAM'S BUSINESS
000140*                  DATE AND PRIOR BUSINESS DAY.
000150*----------------------------------------------------------------
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    2026-10-15  DM  ORIGINAL RECORD.
000190******************************************************************
000200 01  CALENDAR-RECORD.
000210     05  CL-KEY.
000220         10  CL-LOCATION         PIC X(03).
000230         10  CL-DATE             PIC 9(08).
000240     05  CL-DAY-TYPE             PIC X(01).
000250         88  CL-WORKING-DAY                 VALUE 'W'.
000260         88  CL-HOLIDAY                     VALUE 'H'.
000270         88  CL-CLOSED-DAY                  VALUE 'C'.
000280     05  CL-WEEKDAY              PIC X(03).
000290     05  CL-DESCRIPTION          PIC X(30).
000300     05  CL-UPDATED-DATE         PIC 9(08).
000310     05  FILLER                  PIC X(11).
