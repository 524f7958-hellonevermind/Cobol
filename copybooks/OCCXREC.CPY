000010******************************************************************
000020*    COPYBOOK    : OCCXREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE OCCUPANCY EXCEPTION FILE
000060*                  (GENOCCX).  GENDER1 APPENDS ONE RECORD EVERY
000070*                  TIME A SIGN-IN TAKES A BUILDING TO OR OVER THE
000080*                  FIRE-CERTIFIED CAPACITY ON THE SITECODE TABLE -
000090*                  INTERACTIVE OR BATCH.  OX-HEADCOUNT IS THE
000100*                  NUMBER OF OPEN VISITS AT THE SITE INCLUDING THE
000110*                  ONE JUST OPENED.  THE GENOCC01 DAILY OCCUPANCY
000120*                  REPORT COUNTS THEM PER SITE.
000130*----------------------------------------------------------------
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    2026-10-15  DM  ORIGINAL RECORD.
000170******************************************************************
000180 01  OCCUPANCY-EXCEPTION-RECORD.
000190     05  OX-EXCEPTION-DATE       PIC 9(08).
000200     05  OX-EXCEPTION-TIME       PIC 9(06).
000210     05  OX-LOCATION             PIC X(03).
000220     05  OX-CAPACITY             PIC 9(05).
000230     05  OX-HEADCOUNT            PIC 9(05).
000240     05  OX-EXCEPTION-TYPE       PIC X(01).
000250         88  OX-AT-LIMIT                    VALUE 'L'.
000260         88  OX-OVER-LIMIT                  VALUE 'O'.
000270     05  OX-PERSON-ID            PIC 9(07).
000280     05  OX-SURNAME              PIC X(20).
000290     05  OX-GIVEN-NAME           PIC X(20).
000300     05  OX-USER-ID              PIC X(08).
000310     05  OX-SOURCE               PIC X(01).
000320         88  OX-INTERACTIVE-ENTRY           VALUE 'I'.
000330         88  OX-BATCH-ENTRY                 VALUE 'B'.
000340     05  FILLER                  PIC X(16).
