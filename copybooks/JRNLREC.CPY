000170*    2026-09-02  DM  ORIGINAL RECORD.
000172*    2026-09-02  DM  IMAGES WIDENED TO 76 BYTES FOR THE NEW
000174*                    PERSON-MASTER LAYOUT; RECORD IS NOW 190.
000176*    2026-10-15  DM  ACTION E - PRIVACY ERASURE BY GENPRV01.  THE
000177*                    BEFORE IMAGE IS BLANK; THE AFTER IMAGE IS
000178*                    THE MASTER WITH THE NAMES ERASED, OR BLANK
000179*                    IF THE PERSON WAS NOT ON THE MASTER.
000180******************************************************************
000190 01  JOURNAL-RECORD.
000200     05  JR-LOG-DATE             PIC 9(08).
000240         88  JR-ADD-ACTION                  VALUE 'A'.
000250         88  JR-CHANGE-ACTION               VALUE 'C'.
000260         88  JR-DELETE-ACTION               VALUE 'D'.
000265         88  JR-ERASE-ACTION                VALUE 'E'.
000270     05  JR-PERSON-ID            PIC 9(07).
000280     05  JR-BEFORE-IMAGE         PIC X(76).
000290     05  JR-AFTER-IMAGE          PIC X(76).
