000010******************************************************************
000020*    COPYBOOK    : BFEEDREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE NIGHTLY BARRED-LIST
000060*                  FEED (GENBFEED) SENT BY THE SECURITY CASE
000070*                  SYSTEM AND APPLIED TO GENBARRD BY GENBFD01.
000080*                  ONE ADD, CHANGE OR LIFT PER RECORD.  THE
000090*                  KEY FIELDS MATCH BP-KEY ON BARREC.CPY, SO A
000100*                  CHANGE OR LIFT NAMES THE BAR BY SURNAME,
000110*                  GIVEN NAME AND EFFECTIVE DATE.  EXPIRY ZERO
000120*                  MEANS NO EXPIRY, AS ON GENBARRD.
000130*----------------------------------------------------------------
000140*    REJECT REASON CODES (GENBFREJ, AFTER THE FEED IMAGE)
000150*    01 - ACTION CODE NOT A, C OR L
000160*    02 - SURNAME IS BLANK
000170*    03 - NAME CONTAINS AN INVALID CHARACTER
000180*    04 - EFFECTIVE DATE IS NOT A VALID YYYYMMDD DATE
000190*    05 - EXPIRY DATE INVALID OR BEFORE THE EFFECTIVE DATE
000200*    06 - AUTHORIZED BY IS BLANK
000210*    07 - ADD FOR A BAR ALREADY HELD WITH OTHER DETAILS
000220*    08 - CHANGE FOR A BAR NOT ON GENBARRD
000230*----------------------------------------------------------------
000240*    MODIFICATION HISTORY
000250*    DATE       INIT DESCRIPTION
000260*    2026-10-15  DM  ORIGINAL RECORD.
000270******************************************************************
000280 01  BARRED-FEED-RECORD.
000290     05  BF-ACTION-CODE          PIC X(01).
000300         88  BF-ADD-ACTION                  VALUE 'A'.
000310         88  BF-CHANGE-ACTION               VALUE 'C'.
000320         88  BF-LIFT-ACTION                 VALUE 'L'.
000330     05  BF-KEY.
000340         10  BF-SURNAME          PIC X(20).
000350         10  BF-GIVEN-NAME       PIC X(20).
000360         10  BF-EFFECT-DATE      PIC 9(08).
000370     05  BF-EXPIRE-DATE          PIC 9(08).
000380     05  BF-REASON-CODE          PIC X(02).
000390     05  BF-AUTH-BY              PIC X(20).
000400     05  BF-CASE-REF             PIC X(12).
000410     05  FILLER                  PIC X(09).
