000010******************************************************************
000020*    COPYBOOK    : MUSTREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE MUSTER CAPTURE FILE
000060*                  (GENMUSTR).  ONE RECORD PER PERSON A WARDEN
000070*                  SEES AT AN ASSEMBLY POINT, KEYED THROUGH
000080*                  GENMUS01 AND RECONCILED AGAINST THE VISITS
000090*                  OPEN AT THE ALARM BY GENMUS02.  THE PERSON
000100*                  ID IS ZERO WHEN THE WARDEN ONLY HAD A NAME.
000110*                  MU-ALARM-DATE TIES THE ENTRY TO ITS ALARM;
000120*                  ONLY CAPTURES TAKEN (MU-CAPTURE-DATE AND
000130*                  -TIME) AT OR AFTER THE ALARM COUNT FOR THAT
000132*                  DRILL, SO A CAPTURE KEYED AFTER MIDNIGHT FOR
000134*                  A LATE-EVENING ALARM STILL COUNTS.  RECORDS
000136*                  WRITTEN BEFORE THE CAPTURE DATE WAS ADDED
000138*                  HOLD SPACES THERE (READ AS THE ALARM DATE).
000140*----------------------------------------------------------------
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    2026-10-15  DM  ORIGINAL RECORD.
000172*    2026-10-15  DM  ADDED MU-CAPTURE-DATE (FROM FILLER) SO A
000174*                    CAPTURE AFTER MIDNIGHT MATCHES ITS ALARM.
000180******************************************************************
000190 01  MUSTER-RECORD.
000200     05  MU-ALARM-DATE           PIC 9(08).
000210     05  MU-CAPTURE-TIME         PIC 9(06).
000220     05  MU-LOCATION             PIC X(03).
000230     05  MU-ASSEMBLY-POINT       PIC X(10).
000240     05  MU-WARDEN               PIC X(15).
000250     05  MU-PERSON-ID            PIC 9(07).
000260     05  MU-SURNAME              PIC X(20).
000270     05  MU-GIVEN-NAME           PIC X(20).
000275     05  MU-CAPTURE-DATE         PIC 9(08).
000280     05  FILLER                  PIC X(03).
