000010******************************************************************
000020*    COPYBOOK    : PARTYREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE PARTY MEMBERSHIP FILE
000060*                  (GENPARTY, INDEXED).  ONE RECORD PER PERSON
000070*                  SIGNED IN AS PART OF A GROUP THROUGH GENDER1
000080*                  FUNCTION G - THE LEAD AND EVERY MEMBER.  THE
000090*                  PRIMARY KEY IS THE PARTY REFERENCE FOLLOWED
000100*                  BY THE MEMBER'S VISIT KEY, SO A PARTY IS ONE
000110*                  KEY RANGE FOR THE PARTY CHECK-OUT (FUNCTION
000120*                  P).  PY-VISIT-KEY IS ALSO AN ALTERNATE KEY SO
000130*                  GENVIS01 CAN ASK, FOR ANY OPEN VISIT, WHICH
000140*                  PARTY IT BELONGS TO AND WHO LEADS IT.  A
000150*                  REFERENCE MAY BE USED AGAIN ONCE EVERY
000160*                  MEMBER OF ITS LAST PARTY HAS LEFT.
000170*----------------------------------------------------------------
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    2026-10-15  DM  ORIGINAL RECORD.
000210******************************************************************
000220 01  PARTY-MEMBER-RECORD.
000230     05  PY-KEY.
000240         10  PY-PARTY-REF        PIC X(10).
000250         10  PY-VISIT-KEY.
000260             15  PY-PERSON-ID    PIC 9(07).
000270             15  PY-DATE-IN      PIC 9(08).
000280             15  PY-TIME-IN      PIC 9(06).
000290     05  PY-LOCATION             PIC X(03).
000300     05  PY-SURNAME              PIC X(20).
000310     05  PY-GIVEN-NAME           PIC X(20).
000320     05  PY-MEMBER-TYPE          PIC X(01).
000330         88  PY-PARTY-LEAD                  VALUE 'L'.
000340         88  PY-PARTY-MEMBER                VALUE 'M'.
000350     05  PY-LEAD-SURNAME         PIC X(20).
000360     05  PY-LEAD-GIVEN-NAME      PIC X(20).
000370     05  FILLER                  PIC X(05).
