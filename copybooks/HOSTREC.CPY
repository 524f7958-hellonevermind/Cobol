000010******************************************************************
000020*    COPYBOOK    : HOSTREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE HOST DIRECTORY FILE
000060*                  (GENHOST) MAINTAINED BY GENHST01 - EVERY
000070*                  MEMBER OF STAFF WHO MAY RECEIVE VISITORS,
000080*                  WITH THE EXTENSION, DEPARTMENT AND BUILDING
000090*                  THE GATEWAY NEEDS TO REACH THEM.  KEYED ON
000100*                  THE HOST NAME EXACTLY AS IT IS TO BE KEYED
000110*                  ON AN APPOINTMENT (SURNAME THEN INITIAL),
000120*                  SO GENAPP01 CAN REFUSE A MISSPELT HOST.
000130*                  STAFF WHO LEAVE ARE MARKED INACTIVE RATHER
000140*                  THAN REMOVED - OLD VISITS STILL NAME THEM.
000150*----------------------------------------------------------------
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    2026-10-15  DM  ORIGINAL RECORD.
000190******************************************************************
000200 01  HOST-DIRECTORY-RECORD.
000210     05  HS-HOST-NAME            PIC X(15).
000220     05  HS-EXTENSION            PIC X(06).
000230     05  HS-DEPARTMENT           PIC X(20).
000240     05  HS-LOCATION             PIC X(03).
000250     05  HS-ACTIVE-FLAG          PIC X(01).
000260         88  HS-IS-ACTIVE                VALUE 'Y'.
000270         88  HS-IS-INACTIVE              VALUE 'N'.
000280     05  FILLER                  PIC X(15).
