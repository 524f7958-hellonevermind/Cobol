000158*    2026-09-03  DM  ADDED VL-LOCATION (SITECODE TABLE) SO THE
000159*                    FIRE ROLL-CALL PRINTS PER BUILDING.  BLANK
000161*                    MEANS HEADQUARTERS.
000162*    2026-10-15  DM  VL-DATE-OUT, VL-LOCATION AND THE NAME NOW
000163*                    SIT TOGETHER AS VL-ROLL-CALL-KEY, THE
000164*                    ALTERNATE KEY (WITH DUPLICATES) EVERY
000165*                    VISITLOG SELECT NOW DECLARES.  ALL OPEN
000166*                    VISITS (DATE-OUT ZERO) FOR A SITE ARE ONE
000167*                    KEY RANGE, SO CHECK-OUT, THE ROLL-CALL AND
000168*                    THE SWEEP NO LONGER READ THE WHOLE HISTORY.
000169*                    EXISTING FILES ARE CONVERTED ONCE BY
000170*                    GENCNV02, WHICH ALSO STAMPS BLANK LOCATIONS
000171*                    AS HQ.  RECORD LENGTH IS UNCHANGED.
000172******************************************************************
000173 01  VISIT-LOG-RECORD.
000174     05  VL-KEY.
000180         10  VL-PERSON-ID        PIC 9(07).
000190         10  VL-DATE-IN          PIC 9(08).
000200         10  VL-TIME-IN          PIC 9(06).
000210     05  VL-ROLL-CALL-KEY.
000212         10  VL-DATE-OUT         PIC 9(08).
000214         10  VL-LOCATION         PIC X(03).
000216         10  VL-SURNAME          PIC X(20).
000218         10  VL-GIVEN-NAME       PIC X(20).
000230     05  VL-TIME-OUT             PIC 9(06).
000240     05  VL-HOST-NAME            PIC X(15).
000242     05  VL-CLOSE-TYPE           PIC X(01).
000244         88  VL-AUTO-CLOSED                 VALUE 'A'.
000250     05  FILLER                  PIC X(06).
