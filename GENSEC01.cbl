000080*                  ALERT FILE (GENBALRT).  LISTS EVERY ATTEMPT
000090*                  A BARRED PERSON MADE TO SIGN IN ON THE
000100*                  REPORT DATE (YYYYMMDD PARAMETER, DEFAULT
000110*                  THE BUSINESS DATE FROM THE GENCAL CALENDAR)
000115*                  WITH TIME, LOCATION, SOURCE AND THE
000120*                  BAR REASON CODE, PLUS PER-SITE AND TOTAL
000130*                  COUNTS.  THE REASON IS FOR SECURITY'S EYES -
000140*                  THE FRONT DESK ONLY EVER SEES "CALL
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    2026-09-03  DM  ORIGINAL PROGRAM.
000202*    2026-10-15  DM  REPORT DATE DEFAULTS TO THE BUSINESS DATE
000205*                    FROM THE GENCAL CALENDAR (SHARED GENBDAY
000207*                    ROUTINE), NOT TODAY.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690 77  WS-PARM                     PIC X(20)  VALUE SPACES.
000700 77  WS-TARGET-DATE              PIC 9(08)  VALUE ZERO.
000710 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000715 77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
000720 77  WS-ALERT-COUNT              PIC 9(06)  VALUE ZERO.
000730
000740 01  SEC-SITE-TABLE.
001240     05  RC-COUNT                PIC ZZZ,ZZ9.
001250
001260 COPY FERRLNK IN "copybooks".
001265 COPY BDAYLNK IN "copybooks".
001270
001280 PROCEDURE DIVISION.
001290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001390
001400******************************************************************
001410*    1000-INITIALIZE
001420*    RESOLVES THE REPORT DATE (PARAMETER OR BUSINESS DATE),
001430*    CLEARS THE SITE COUNTS AND OPENS THE FILES.  NO ALERT FILE
001440*    AT ALL MEANS A QUIET DAY - THE REPORT STILL PRINTS, ALL
001445*    ZEROS.
001450******************************************************************
001460 1000-INITIALIZE.
001470     MOVE 'GENSEC01' TO FERR-PROGRAM-ID.
001480     MOVE 'F' TO FERR-DISPOSITION.
001490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001500     PERFORM 8650-GET-BUSINESS-DATE THRU 8650-EXIT.
001505     MOVE WS-BUSINESS-DATE TO WS-TARGET-DATE.
001510     ACCEPT WS-PARM FROM COMMAND-LINE.
001520     IF WS-PARM(1:8) IS NUMERIC
001530         MOVE WS-PARM(1:8) TO WS-TARGET-DATE
002800     EXIT.
002810
002820******************************************************************
002821*    8650-GET-BUSINESS-DATE
002822*    ASKS THE SHARED GENBDAY ROUTINE FOR THE BUSINESS DATE ON THE
002824*    HEAD-OFFICE CALENDAR (TODAY, OR THE LAST WORKING DAY BEFORE
002825*    IT).  WITHOUT A CALENDAR THE BUSINESS DATE IS TODAY.
002826******************************************************************
002828 8650-GET-BUSINESS-DATE.
002829     MOVE 'D' TO BDAY-FUNCTION.
002830     MOVE 'GENSEC01' TO BDAY-PROGRAM-ID.
002832     MOVE SPACES TO BDAY-LOCATION.
002833     CALL 'GENBDAY' USING BDAY-AREA.
002835     MOVE BDAY-BUSINESS-DATE TO WS-BUSINESS-DATE.
002836     IF BDAY-NO-CALENDAR
002837         DISPLAY 'GENSEC01 NO BUSINESS CALENDAR - BUSINESS DATE '
002839             'IS TODAY ' WS-BUSINESS-DATE
002840     END-IF.
002841 8650-EXIT.
002843     EXIT.
002844
002845******************************************************************
002847*    9100-FILE-ERROR
002848*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
002850*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
002860*    ENDS THE RUN WITH RETURN CODE 12.
002870******************************************************************
