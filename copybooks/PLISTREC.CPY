000010******************************************************************
000020*    COPYBOOK    : PLISTREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE PARTY MEMBER LIST
000060*                  (GENPLIST) THAT A GROUP ORGANISER SENDS AHEAD
000070*                  - A SCHOOL'S CLASS LIST, AN AUDIT FIRM'S TEAM,
000080*                  A CONTRACTOR'S CREW.  ONE MEMBER PER RECORD,
000090*                  THE SAME NAME, GENDER AND LANGUAGE FIELDS AS
000100*                  THE GENTRANS LOAD.  GENDER1 FUNCTION G READS
000110*                  IT IN PLACE OF KEYING THE MEMBERS.  BLANK
000120*                  LANGUAGE MEANS ENGLISH.
000130*----------------------------------------------------------------
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    2026-10-15  DM  ORIGINAL RECORD.
000170******************************************************************
000180 01  PARTY-LIST-RECORD.
000190     05  PL-SURNAME              PIC X(20).
000200     05  PL-GIVEN-NAME           PIC X(20).
000210     05  PL-GENDER               PIC X(01).
000220     05  PL-LANG-CODE            PIC X(03).
000230     05  FILLER                  PIC X(04).
