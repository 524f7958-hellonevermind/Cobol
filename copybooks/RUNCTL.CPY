000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    2026-09-02  DM  ORIGINAL RECORD.
000182*    2026-10-15  DM  ADDED RC-REFUSED-COUNT (CARVED FROM THE
000184*                    FILLER) - HOW MANY TIMES GENRCTL REFUSED
000186*                    THE PROGRAM FOR THE DATE - AND STATUS X
000188*                    FOR A PROGRAM THAT WAS ONLY EVER REFUSED.
000189*                    OLD RECORDS HOLD SPACES THERE (= ZERO).
000190******************************************************************
000200 01  RUN-CONTROL-RECORD.
000210     05  RC-KEY.
000270         88  RC-RUNNING                     VALUE 'R'.
000280         88  RC-COMPLETED                   VALUE 'C'.
000290         88  RC-FAILED                      VALUE 'F'.
000295         88  RC-REFUSED                     VALUE 'X'.
000300     05  RC-RECORD-COUNT         PIC 9(07).
000310     05  RC-REFUSED-COUNT        PIC 9(03).
000320     05  FILLER                  PIC X(05).
