000280*                    KEY ORDERS BY SURNAME ONLY, SO EACH
000290*                    SURNAME RUN IS COLLECTED AND THEN GROUPED
000300*                    BY GIVEN NAME IN CORE.
000302*    2026-10-15  DM  VISITLOG SELECT DECLARES THE NEW
000304*                    VL-ROLL-CALL-KEY ALTERNATE KEY.  RE-KEYING
000306*                    STILL GOES BY THE PRIME KEY.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS VL-KEY
000585         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000590         FILE STATUS IS WS-VL-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO "GENDUP01"
