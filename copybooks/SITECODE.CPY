000100*                  AND NOWHERE ELSE.  A BLANK OR UNKNOWN CODE
000110*                  FALLS BACK TO ENTRY ONE (HEADQUARTERS),
000120*                  WHICH IS WHERE EVERY PRE-SPLIT RECORD WAS.
000122*                  SC-CAPACITY IS THE MAXIMUM HEADCOUNT ON THE
000124*                  BUILDING'S FIRE CERTIFICATE - CHANGE IT HERE
000126*                  WHEN A CERTIFICATE IS REISSUED.  ZERO MEANS
000128*                  NO LIMIT HELD.
000130*----------------------------------------------------------------
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    2026-09-03  DM  ORIGINAL - HQ AND RIV.
000163*    2026-10-15  DM  ADDED SC-CAPACITY, THE FIRE-CERTIFIED
000166*                    HEADCOUNT - HQ 450, RIV 120.
000170******************************************************************
000180 01  SC-TABLE-VALUES.
000190     05  FILLER              PIC X(28) VALUE
000200         'HQ HEADQUARTERS        00450'.
000210     05  FILLER              PIC X(28) VALUE
000220         'RIVRIVERSIDE ANNEX     00120'.
000230 01  SC-TABLE REDEFINES SC-TABLE-VALUES.
000240     05  SC-ENTRY OCCURS 2 TIMES INDEXED BY SC-IDX.
000250         10  SC-CODE         PIC X(03).
000260         10  SC-NAME         PIC X(20).
000265         10  SC-CAPACITY     PIC 9(05).
000270 77  SC-TABLE-MAX            PIC 9(02) COMP VALUE 2.
