000100*                  DID NOT - AND RECORDS THE START.  FUNCTION E
000110*                  RECORDS A CLEAN END WITH THE RECORDS-
000120*                  PROCESSED COUNT; FUNCTION F RECORDS A
000130*                  FAILED END.  FUNCTION N IS A START FOR A
000133*                  JOB THAT RUNS EVERY CALENDAR NIGHT UNDER
000136*                  TODAY'S DATE - NO WORKING-DAY CHECKS.
000140*----------------------------------------------------------------
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    2026-09-02  DM  ORIGINAL PARAMETER AREA.
000175*    2026-10-15  DM  ADDED FUNCTION N (NIGHTLY START).
000180******************************************************************
000190 01  RCTL-AREA.
000200     05  RCTL-FUNCTION           PIC X(01).
000210         88  RCTL-START-FUNCTION            VALUE 'S'.
000215         88  RCTL-NIGHTLY-START-FUNCTION    VALUE 'N'.
000220         88  RCTL-END-FUNCTION              VALUE 'E'.
000230         88  RCTL-FAIL-FUNCTION             VALUE 'F'.
000240     05  RCTL-PROGRAM-ID         PIC X(08).
