000080*                  OPERATIONS THE STATE OF THE NIGHTLY STREAM
000090*                  AT A GLANCE - EVERY GENRUNCT RECORD FOR THE
000100*                  BUSINESS DATE (YYYYMMDD PARAMETER, DEFAULT
000110*                  THE BUSINESS DATE FROM THE GENCAL CALENDAR)
000115*                  WITH START/END TIMES, STATUS AND THE
000120*                  RECORDS-PROCESSED COUNT.  DISPLAYS TO THE
000130*                  CONSOLE SO IT CAN BE RUN FROM THE OPERATOR
000140*                  TERMINAL WHILE THE STREAM IS STILL MOVING.
000170*    MODIFICATION HISTORY
000180*    DATE       INIT DESCRIPTION
000190*    2026-09-02  DM  ORIGINAL PROGRAM.
000191*    2026-10-15  DM  SHOWS REFUSED RUNS (STATUS X) AND HOW
000192*                    MANY TIMES EACH PROGRAM WAS REFUSED.
000194*    2026-10-15  DM  DEFAULT DATE IS THE BUSINESS DATE FROM THE
000195*                    GENCAL CALENDAR (SHARED GENBDAY ROUTINE),
000197*                    THE DATE THE STREAM NOW RECORDS ITS RUNS
000198*                    UNDER.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000620 77  WS-STATUS-TEXT              PIC X(10)  VALUE SPACES.
000630
000640 COPY FERRLNK IN "copybooks".
000645 COPY BDAYLNK IN "copybooks".
000650
000660 PROCEDURE DIVISION.
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000770
000780******************************************************************
000790*    1000-INITIALIZE
000800*    RESOLVES THE BUSINESS DATE (PARAMETER OR CALENDAR) AND
000810*    POSITIONS THE RUN-CONTROL FILE AT ITS FIRST RECORD.  NO
000820*    RUN-CONTROL FILE AT ALL MEANS THE STREAM HAS NEVER RUN.
000830******************************************************************
000840 1000-INITIALIZE.
000850     MOVE 'GENSTA01' TO FERR-PROGRAM-ID.
000860     MOVE 'F' TO FERR-DISPOSITION.
000870     PERFORM 8650-GET-BUSINESS-DATE THRU 8650-EXIT.
000880     ACCEPT WS-PARM FROM COMMAND-LINE.
000890     IF WS-PARM(1:8) IS NUMERIC
000900         MOVE WS-PARM(1:8) TO WS-TARGET-DATE
001400                     MOVE 'COMPLETED' TO WS-STATUS-TEXT
001410                 WHEN RC-FAILED
001420                     MOVE 'FAILED' TO WS-STATUS-TEXT
001423                 WHEN RC-REFUSED
001426                     MOVE 'REFUSED' TO WS-STATUS-TEXT
001430                 WHEN OTHER
001440                     MOVE 'UNKNOWN' TO WS-STATUS-TEXT
001450             END-EVALUATE
001452             IF RC-REFUSED-COUNT NOT NUMERIC
001455                 MOVE ZERO TO RC-REFUSED-COUNT
001457             END-IF
001460             DISPLAY RC-PROGRAM-ID
001470                 ' START ' RC-START-TIME
001480                 ' END ' RC-END-TIME
001490                 ' ' WS-STATUS-TEXT
001500                 ' RECORDS ' RC-RECORD-COUNT
001505                 ' REFUSALS ' RC-REFUSED-COUNT
001510             ADD 1 TO WS-SHOWN-COUNT
001520         ELSE
001530             MOVE 'Y' TO WS-EOF-SWITCH
001710     EXIT.
001720
001730******************************************************************
001731*    8650-GET-BUSINESS-DATE
001732*    ASKS THE SHARED GENBDAY ROUTINE FOR THE BUSINESS DATE ON THE
001734*    HEAD-OFFICE CALENDAR (TODAY, OR THE LAST WORKING DAY BEFORE
001735*    IT).  WITHOUT A CALENDAR THE BUSINESS DATE IS TODAY.
001736******************************************************************
001738 8650-GET-BUSINESS-DATE.
001739     MOVE 'D' TO BDAY-FUNCTION.
001740     MOVE 'GENSTA01' TO BDAY-PROGRAM-ID.
001742     MOVE SPACES TO BDAY-LOCATION.
001743     CALL 'GENBDAY' USING BDAY-AREA.
001745     MOVE BDAY-BUSINESS-DATE TO WS-TARGET-DATE.
001746     IF BDAY-NO-CALENDAR
001747         DISPLAY 'GENSTA01 NO BUSINESS CALENDAR - BUSINESS DATE '
001749             'IS TODAY ' WS-TARGET-DATE
001750     END-IF.
001751 8650-EXIT.
001753     EXIT.
001754
001755******************************************************************
001757*    9100-FILE-ERROR
001758*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
001760*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
001770*    ENDS THE RUN WITH RETURN CODE 12.
001780******************************************************************
