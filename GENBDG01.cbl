000110*                  LAYOUT, AND THE DATE - READY FOR THE BADGE
000120*                  STOCK ON THE LINE PRINTER.  SCHEDULED AFTER
000130*                  THE OVERNIGHT LOAD.
000133*                  THE RUN DATE IS THE BUSINESS DATE FROM THE
000136*                  GENCAL CALENDAR.
000140*                  PARAMETERS: YYYYMMDD PRINTS THAT DAY'S
000150*                  ENTRIES INSTEAD; NAME=XXXX REPRINTS THE
000160*                  BADGE FOR THAT NAME ONLY (ANY DATE) WHEN ONE
000170*                  GETS MANGLED.
000180*    TECTONICS   : COBOL
000190*----------------------------------------------------------------
000200*    MODIFICATION HISTORY
000340*                    UNTIL GENDER1 BATCH COMPLETED CLEANLY FOR
000350*                    THE BUSINESS DATE.  A NAME=XXXX REPRINT IS
000360*                    AN AD-HOC RERUN AND SKIPS RUN CONTROL.
000361*    2026-10-15  DM  SELECTION AND RUN-CONTROL DATE DEFAULT TO
000363*                    THE BUSINESS DATE FROM THE GENCAL CALENDAR
000365*                    (SHARED GENBDAY ROUTINE), NOT TODAY.
000366*    2026-10-15  DM  A KEYED YYYYMMDD PARAMETER IS NOW ALSO THE
000368*                    RUN-CONTROL DATE FOR THE BADGE RUN.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000970 77  WS-NAME-SUB                 PIC 9(02) COMP VALUE ZERO.
000980 77  WS-BIG-SUB                  PIC 9(02) COMP VALUE ZERO.
000990 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000995 77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
001000
001010 01  BDG-BORDER-LINE             PIC X(50)  VALUE ALL '*'.
001020
001370
001380 COPY FERRLNK IN "copybooks".
001390 COPY RCTLLNK IN "copybooks".
001395 COPY BDAYLNK IN "copybooks".
001400
001410 PROCEDURE DIVISION.
001420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001520
001530******************************************************************
001540*    1000-INITIALIZE
001550*    RESOLVES THE SELECTION - THE BUSINESS DATE'S ENTRIES BY
001560*    DEFAULT, A PARAMETER DATE, OR NAME=XXXX FOR A SINGLE
001570*    REPRINT - AND OPENS THE FILES.
001580******************************************************************
001590 1000-INITIALIZE.
001600     MOVE 'GENBDG01' TO FERR-PROGRAM-ID.
001610     MOVE 'F' TO FERR-DISPOSITION.
001620     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001630     PERFORM 8650-GET-BUSINESS-DATE THRU 8650-EXIT.
001635     MOVE WS-BUSINESS-DATE TO WS-SELECT-DATE.
001640     ACCEPT WS-PARM FROM COMMAND-LINE.
001650     IF WS-PARM(1:5) = 'NAME='
001660         MOVE 'NAME' TO WS-RUN-MODE
001680     ELSE
001690         IF WS-PARM(1:8) IS NUMERIC
001700             MOVE WS-PARM(1:8) TO WS-SELECT-DATE
001705             MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
001710         END-IF
001720     END-IF.
001730     IF NOT NAME-REPRINT-MODE
003320     EXIT.
003330
003340******************************************************************
003341*    8650-GET-BUSINESS-DATE
003342*    ASKS THE SHARED GENBDAY ROUTINE FOR THE BUSINESS DATE ON THE
003344*    HEAD-OFFICE CALENDAR (TODAY, OR THE LAST WORKING DAY BEFORE
003345*    IT).  WITHOUT A CALENDAR THE BUSINESS DATE IS TODAY.
003346******************************************************************
003348 8650-GET-BUSINESS-DATE.
003349     MOVE 'D' TO BDAY-FUNCTION.
003350     MOVE 'GENBDG01' TO BDAY-PROGRAM-ID.
003352     MOVE SPACES TO BDAY-LOCATION.
003353     CALL 'GENBDAY' USING BDAY-AREA.
003355     MOVE BDAY-BUSINESS-DATE TO WS-BUSINESS-DATE.
003356     IF BDAY-NO-CALENDAR
003357         DISPLAY 'GENBDG01 NO BUSINESS CALENDAR - BUSINESS DATE '
003359             'IS TODAY ' WS-BUSINESS-DATE
003360     END-IF.
003361 8650-EXIT.
003363     EXIT.
003364
003365******************************************************************
003367*    8700-CALL-RUN-CONTROL
003368*    HANDS THE START/END EVENT TO THE SHARED GENRCTL ROUTINE.
003370*    ON A START GENRCTL REFUSES THE BADGE RUN UNLESS THE
003380*    GENDER1 BATCH LOAD COMPLETED CLEANLY FOR THE BUSINESS
003390*    DATE.
003400******************************************************************
003410 8700-CALL-RUN-CONTROL.
003420     MOVE 'GENBDG01' TO RCTL-PROGRAM-ID.
003430     MOVE WS-BUSINESS-DATE TO RCTL-RUN-DATE.
003440     CALL 'GENRCTL' USING RCTL-AREA.
003450 8700-EXIT.
003460     EXIT.
