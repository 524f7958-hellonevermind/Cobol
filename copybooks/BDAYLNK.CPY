000010******************************************************************
000020*    COPYBOOK    : BDAYLNK.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : PARAMETER AREA FOR THE GENBDAY SHARED BUSINESS-
000060*                  DAY ROUTINE OVER THE GENCAL CALENDAR.  BLANK
000070*                  LOCATION MEANS HEAD OFFICE (THE FIRST SITE ON
000080*                  THE SITECODE TABLE), WHOSE CALENDAR THE NIGHTLY
000090*                  STREAM RUNS BY.
000100*                  FUNCTION D RETURNS THE DEFAULT DATES FOR A RUN
000110*                  TODAY - THE BUSINESS DATE (TODAY, OR THE LAST
000120*                  WORKING DAY BEFORE IT WHEN TODAY IS NOT ONE)
000130*                  AND THE PRIOR BUSINESS DAY (THE LAST WORKING
000140*                  DAY BEFORE TODAY).  FUNCTION W SAYS WHETHER
000150*                  BDAY-CHECK-DATE IS A WORKING DAY.
000160*                  RESULT Y - DATES FOUND / DATE IS WORKING.
000170*                  N - NOT A WORKING DAY (BDAY-DESCRIPTION SAYS
000180*                  WHY).  U - DATE NOT ON THE CALENDAR (YEAR NOT
000190*                  GENERATED).  M - NO CALENDAR FILE; FUNCTION D
000200*                  THEN RETURNS TODAY AS THE BUSINESS DATE AND
000210*                  ZERO AS THE PRIOR BUSINESS DAY, AS DOES U.
000220*----------------------------------------------------------------
000230*    MODIFICATION HISTORY
000240*    DATE       INIT DESCRIPTION
000250*    2026-10-15  DM  ORIGINAL PARAMETER AREA.
000260******************************************************************
000270 01  BDAY-AREA.
000280     05  BDAY-FUNCTION           PIC X(01).
000290         88  BDAY-DEFAULT-FUNCTION          VALUE 'D'.
000300         88  BDAY-CHECK-FUNCTION            VALUE 'W'.
000310     05  BDAY-PROGRAM-ID         PIC X(08).
000320     05  BDAY-LOCATION           PIC X(03).
000330     05  BDAY-CHECK-DATE         PIC 9(08).
000340     05  BDAY-BUSINESS-DATE      PIC 9(08).
000350     05  BDAY-PRIOR-DATE         PIC 9(08).
000360     05  BDAY-RESULT             PIC X(01).
000370         88  BDAY-DATES-FOUND               VALUE 'Y'.
000380         88  BDAY-WORKING-DAY               VALUE 'Y'.
000390         88  BDAY-NOT-WORKING               VALUE 'N'.
000400         88  BDAY-NOT-ON-CALENDAR           VALUE 'U'.
000410         88  BDAY-NO-CALENDAR               VALUE 'M'.
000420     05  BDAY-DESCRIPTION        PIC X(30).
