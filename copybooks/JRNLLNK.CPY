000160*    2026-09-02  DM  ORIGINAL PARAMETER AREA.
000162*    2026-09-02  DM  IMAGES WIDENED TO 76 BYTES FOR THE NEW
000164*                    PERSON-MASTER LAYOUT.
000166*    2026-10-15  DM  ACTION E - PRIVACY ERASURE (GENPRV01).
000170******************************************************************
000180 01  JRNW-AREA.
000190     05  JRNW-PROGRAM-ID         PIC X(08).
000210         88  JRNW-ADD-ACTION                VALUE 'A'.
000220         88  JRNW-CHANGE-ACTION             VALUE 'C'.
000230         88  JRNW-DELETE-ACTION             VALUE 'D'.
000235         88  JRNW-ERASE-ACTION              VALUE 'E'.
000240     05  JRNW-PERSON-ID          PIC 9(07).
000250     05  JRNW-BEFORE-IMAGE       PIC X(76).
000260     05  JRNW-AFTER-IMAGE        PIC X(76).
