000350*                    RUN-CONTROL FILE (SHARED GENRCTL ROUTINE).
000360*                    GENEDIT HEADS THE NIGHTLY STREAM - GENDER1
000370*                    BATCH REFUSES TO RUN UNTIL THIS COMPLETES.
000372*    2026-10-15  DM  RUN-CONTROL DATE IS NOW THE BUSINESS DATE
000374*                    FROM THE GENCAL CALENDAR (SHARED GENBDAY
000376*                    ROUTINE), NOT TODAY - A WEEKEND RESTART
000378*                    RUNS FOR FRIDAY.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001140 77  WS-NAME-OK-SWITCH           PIC X(01)  VALUE 'N'.
001150     88  NAME-IS-CLEAN                      VALUE 'Y'.
001160 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001165 77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
001170 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
001180 77  WS-CLEAN-COUNT              PIC 9(06) COMP VALUE ZERO.
001190 77  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
001470
001480 COPY FERRLNK IN "copybooks".
001490 COPY RCTLLNK IN "copybooks".
001495 COPY BDAYLNK IN "copybooks".
001500
001510 PROCEDURE DIVISION.
001520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001670     MOVE 'GENEDIT' TO FERR-PROGRAM-ID.
001680     MOVE 'F' TO FERR-DISPOSITION.
001690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001695     PERFORM 8650-GET-BUSINESS-DATE THRU 8650-EXIT.
001700     MOVE 'S' TO RCTL-FUNCTION.
001710     MOVE 'GENEDIT' TO RCTL-PROGRAM-ID.
001720     MOVE SPACES TO RCTL-PRED-ID.
001730     MOVE WS-BUSINESS-DATE TO RCTL-RUN-DATE.
001740     MOVE ZERO TO RCTL-RECORD-COUNT.
001750     PERFORM 8700-CALL-RUN-CONTROL THRU 8700-EXIT.
001760     OPEN INPUT RAW-TRANS-FILE.
004180     EXIT.
004190
004200******************************************************************
004201*    8650-GET-BUSINESS-DATE
004202*    ASKS THE SHARED GENBDAY ROUTINE FOR THE BUSINESS DATE ON THE
004204*    HEAD-OFFICE CALENDAR (TODAY, OR THE LAST WORKING DAY BEFORE
004205*    IT).  WITHOUT A CALENDAR THE BUSINESS DATE IS TODAY.
004206******************************************************************
004208 8650-GET-BUSINESS-DATE.
004209     MOVE 'D' TO BDAY-FUNCTION.
004210     MOVE 'GENEDIT' TO BDAY-PROGRAM-ID.
004212     MOVE SPACES TO BDAY-LOCATION.
004213     CALL 'GENBDAY' USING BDAY-AREA.
004215     MOVE BDAY-BUSINESS-DATE TO WS-BUSINESS-DATE.
004216     IF BDAY-NO-CALENDAR
004217         DISPLAY 'GENEDIT NO BUSINESS CALENDAR - BUSINESS DATE '
004219             'IS TODAY ' WS-BUSINESS-DATE
004220     END-IF.
004221 8650-EXIT.
004223     EXIT.
004224
004225******************************************************************
004227*    8700-CALL-RUN-CONTROL
004228*    HANDS THE START/END EVENT TO THE SHARED GENRCTL ROUTINE.
004230*    ON A START IT ALSO ENFORCES THE STREAM SEQUENCE - GENEDIT
004240*    HEADS THE STREAM, SO ITS START PASSES UNLESS THE BUSINESS
004245*    DATE IS NOT A WORKING DAY.
004250******************************************************************
004260 8700-CALL-RUN-CONTROL.
004270     CALL 'GENRCTL' USING RCTL-AREA.
