000010******************************************************************
000020*    COPYBOOK    : ARRVREC.CPY
000030*    AUTHOR      : D.MATHESON
000040*    DATE-WRITTEN: 2026-10-15
000050*    PURPOSE     : RECORD LAYOUT FOR THE ARRIVAL NOTIFICATION
000060*                  FILE (GENARRV) WRITTEN BY GENDER1 WHEN A
000070*                  VISIT IS OPENED FOR A VISITOR WITH A HOST ON
000080*                  THE HOST DIRECTORY.  THE PAGING/EMAIL
000090*                  GATEWAY PICKS THE FILE UP AND TELLS THE HOST
000100*                  THEIR VISITOR HAS ARRIVED.  APPENDED TO, ONE
000110*                  RECORD PER ARRIVAL; THE GATEWAY EMPTIES IT.
000120*----------------------------------------------------------------
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    2026-10-15  DM  ORIGINAL RECORD.
000160******************************************************************
000170 01  ARRIVAL-NOTICE-RECORD.
000180     05  AN-NOTICE-DATE          PIC 9(08).
000190     05  AN-NOTICE-TIME          PIC 9(06).
000200     05  AN-HOST-NAME            PIC X(15).
000210     05  AN-HOST-EXTENSION       PIC X(06).
000220     05  AN-HOST-DEPARTMENT      PIC X(20).
000230     05  AN-VISIT-LOCATION       PIC X(03).
000240     05  AN-PERSON-ID            PIC 9(07).
000250     05  AN-SURNAME              PIC X(20).
000260     05  AN-GIVEN-NAME           PIC X(20).
000270     05  FILLER                  PIC X(15).
