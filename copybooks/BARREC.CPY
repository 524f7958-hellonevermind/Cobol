000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    2026-09-03  DM  ORIGINAL RECORD.
000172*    2026-10-15  DM  NOW ALSO MAINTAINED NIGHTLY BY GENBFD01
000174*                    FROM THE SECURITY FEED (BFEEDREC.CPY),
000176*                    WHICH ALSO REMOVES EXPIRED BARS.
000180******************************************************************
000190 01  BARRED-PERSON-RECORD.
000200     05  BP-KEY.
