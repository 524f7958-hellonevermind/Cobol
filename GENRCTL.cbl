000150*                  CALLED AT END (FUNCTION E OR F) IT RECORDS
000160*                  COMPLETION AND THE RECORDS-PROCESSED COUNT.
000170*                  THE STREAM'S STATE LIVES ON THE GENRUNCT
000180*                  FILE, SHOWN BY GENSTA01.  A BUSINESS DATE
000181*                  THAT IS NOT A WORKING DAY ON THE GENCAL
000183*                  CALENDAR IS REFUSED THE SAME WAY, AS IS A START
000185*                  FOR A DATE ALREADY COMPLETED WHEN TODAY IS NOT
000186*                  A WORKING DAY (A WEEKEND OR HOLIDAY RUN THAT
000188*                  WOULD ONLY REPEAT THE LAST WORKING DAY).
000190*    TECTONICS   : COBOL
000200*----------------------------------------------------------------
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    2026-09-02  DM  ORIGINAL PROGRAM.
000231*    2026-10-15  DM  A REFUSED RUN IS NOW RECORDED - THE
000232*                    CALLER'S RC-REFUSED-COUNT GOES UP BY ONE
000234*                    (A NEW RECORD WITH STATUS X IF IT HAD
000235*                    NEVER STARTED) SO THE SLA REPORT CAN
000237*                    COUNT REFUSALS.  A RESTART KEEPS THE COUNT.
000238*    2026-10-15  DM  FUNCTION S NOW ALSO REFUSES A RUN WHOSE
000240*                    BUSINESS DATE IS NOT A WORKING DAY ON THE
000241*                    HEAD-OFFICE CALENDAR (GENBDAY), OR IS NOT ON
000242*                    THE CALENDAR AT ALL.
000243*    2026-10-15  DM  FUNCTION S REFUSES TO RESTART A COMPLETED
000244*                    BUSINESS DATE WHEN TODAY IS NOT A WORKING
000245*                    DAY.  A FAILED OR RUNNING DATE MAY RESTART.
000246*    2026-10-15  DM  FUNCTION N - START FOR A JOB THAT RUNS EVERY
000247*                    CALENDAR NIGHT (THE GENBFD01 BARRED-LIST
000248*                    FEED).  NO WORKING-DAY OR RE-RUN REFUSAL.
000249******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. GENRCTL.
000570*-----------------------
000580 77  WS-RC-STATUS                PIC X(02)  VALUE SPACES.
000590 77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
000593 77  WS-REFUSED-SAVE             PIC 9(03)  VALUE ZERO.
000596 77  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
000600
000610 COPY FERRLNK IN "copybooks".
000613
000616 COPY BDAYLNK IN "copybooks".
000620
000630 LINKAGE SECTION.
000640*-----------------------
000740     ACCEPT WS-CURRENT-TIME FROM TIME.
000750     EVALUATE TRUE
000760         WHEN RCTL-START-FUNCTION
000765             PERFORM 1500-CHECK-BUSINESS-DATE THRU 1500-EXIT
000770             PERFORM 2000-CHECK-PREDECESSOR THRU 2000-EXIT
000780             PERFORM 3000-RECORD-START THRU 3000-EXIT
000782         WHEN RCTL-NIGHTLY-START-FUNCTION
000785             PERFORM 2000-CHECK-PREDECESSOR THRU 2000-EXIT
000787             PERFORM 3000-RECORD-START THRU 3000-EXIT
000790         WHEN RCTL-END-FUNCTION
000800             PERFORM 4000-RECORD-END THRU 4000-EXIT
000810         WHEN RCTL-FAIL-FUNCTION
001110     EXIT.
001120
001130******************************************************************
001131*    1500-CHECK-BUSINESS-DATE
001132*    THE STREAM ONLY RUNS FOR A WORKING DAY.  A HOLIDAY OR CLOSED
001133*    DAY IS REFUSED, AS IS A DATE NOT ON THE CALENDAR (NEXT YEAR
001134*    NOT YET GENERATED BY GENCAL01) - THE OPERATOR MUST FIX THE
001135*    CALENDAR OR THE DATE, NOT RUN ON REGARDLESS.  WITH NO
001136*    CALENDAR FILE AT ALL THE RUN GOES AHEAD UNCHECKED.
001137******************************************************************
001138 1500-CHECK-BUSINESS-DATE.
001140     MOVE 'W' TO BDAY-FUNCTION.
001141     MOVE RCTL-PROGRAM-ID TO BDAY-PROGRAM-ID.
001142     MOVE SPACES TO BDAY-LOCATION.
001143     MOVE RCTL-RUN-DATE TO BDAY-CHECK-DATE.
001144     CALL 'GENBDAY' USING BDAY-AREA.
001145     IF BDAY-NO-CALENDAR
001146         DISPLAY 'GENRCTL - ' RCTL-PROGRAM-ID
001147             ' NO BUSINESS CALENDAR - WORKING DAY NOT CHECKED'
001148         GO TO 1500-EXIT
001150     END-IF.
001151     IF BDAY-NOT-WORKING
001152         DISPLAY 'GENRCTL - ' RCTL-PROGRAM-ID
001153             ' REFUSED: BUSINESS DATE ' RCTL-RUN-DATE
001154             ' IS NOT A WORKING DAY - ' BDAY-DESCRIPTION
001155         PERFORM 2500-RECORD-REFUSAL THRU 2500-EXIT
001156         CLOSE RUN-CONTROL-FILE
001157         MOVE 8 TO RETURN-CODE
001158         STOP RUN
001160     END-IF.
001161     IF BDAY-NOT-ON-CALENDAR
001162         DISPLAY 'GENRCTL - ' RCTL-PROGRAM-ID
001163             ' REFUSED: BUSINESS DATE ' RCTL-RUN-DATE
001164             ' IS NOT ON THE BUSINESS CALENDAR'
001165         PERFORM 2500-RECORD-REFUSAL THRU 2500-EXIT
001166         CLOSE RUN-CONTROL-FILE
001167         MOVE 8 TO RETURN-CODE
001168         STOP RUN
001170     END-IF.
001171 1500-EXIT.
001172     EXIT.
001173
001174******************************************************************
001175*    2000-CHECK-PREDECESSOR
001176*    THE CALLER MAY ONLY RUN WHEN ITS PREDECESSOR'S RECORD FOR
001177*    THE SAME BUSINESS DATE SHOWS COMPLETED.  NO RECORD (NEVER
001178*    STARTED), STILL RUNNING, OR FAILED ALL REFUSE THE RUN -
001180*    THE EXTRACT MUST NEVER AGAIN RUN AGAINST A HALF-LOADED
001190*    MASTER.  SPACES MEANS THE CALLER HEADS THE STREAM.
001200******************************************************************
001290             DISPLAY 'GENRCTL - ' RCTL-PROGRAM-ID
001300                 ' REFUSED: PREDECESSOR ' RCTL-PRED-ID
001310                 ' HAS NOT RUN FOR ' RCTL-RUN-DATE
001315             PERFORM 2500-RECORD-REFUSAL THRU 2500-EXIT
001320             CLOSE RUN-CONTROL-FILE
001330             MOVE 8 TO RETURN-CODE
001340             STOP RUN
001380             ' REFUSED: PREDECESSOR ' RCTL-PRED-ID
001390             ' STATUS IS ' RC-STATUS ' FOR ' RCTL-RUN-DATE
001400             ' - MUST BE C (COMPLETED)'
001405         PERFORM 2500-RECORD-REFUSAL THRU 2500-EXIT
001410         CLOSE RUN-CONTROL-FILE
001420         MOVE 8 TO RETURN-CODE
001430         STOP RUN
001450 2000-EXIT.
001460     EXIT.
001470
001471******************************************************************
001472*    2500-RECORD-REFUSAL
001473*    ADDS ONE TO THE CALLER'S REFUSAL COUNT FOR THE DATE.  A
001474*    PROGRAM REFUSED BEFORE IT EVER STARTED GETS A RECORD OF
001475*    ITS OWN WITH STATUS X, WHICH A SUCCESSOR'S PREDECESSOR
001476*    CHECK TREATS AS NOT COMPLETED, LIKE ANY OTHER.
001477******************************************************************
001478 2500-RECORD-REFUSAL.
001480     MOVE RCTL-RUN-DATE TO RC-RUN-DATE.
001481     MOVE RCTL-PROGRAM-ID TO RC-PROGRAM-ID.
001482     READ RUN-CONTROL-FILE
001483         INVALID KEY
001484             MOVE SPACES TO RUN-CONTROL-RECORD
001485             MOVE RCTL-RUN-DATE TO RC-RUN-DATE
001486             MOVE RCTL-PROGRAM-ID TO RC-PROGRAM-ID
001487             MOVE ZERO TO RC-START-TIME
001488             MOVE ZERO TO RC-END-TIME
001490             MOVE 'X' TO RC-STATUS
001491             MOVE ZERO TO RC-RECORD-COUNT
001492     END-READ.
001493     IF RC-REFUSED-COUNT NOT NUMERIC
001494         MOVE ZERO TO RC-REFUSED-COUNT
001495     END-IF.
001496     ADD 1 TO RC-REFUSED-COUNT.
001497     IF WS-RC-STATUS = '00'
001498         REWRITE RUN-CONTROL-RECORD
001500             INVALID KEY
001501                 CONTINUE
001502         END-REWRITE
001503     ELSE
001504         WRITE RUN-CONTROL-RECORD
001505             INVALID KEY
001506                 CONTINUE
001507         END-WRITE
001508     END-IF.
001510     IF WS-RC-STATUS NOT = '00' AND WS-RC-STATUS NOT = '02'
001511         MOVE RCTL-PROGRAM-ID TO FERR-PROGRAM-ID
001512         MOVE 'F' TO FERR-DISPOSITION
001513         MOVE 'GENRUNCT' TO FERR-FILE-NAME
001514         MOVE 'WRITE' TO FERR-OPERATION
001515         MOVE WS-RC-STATUS TO FERR-STATUS
001516         CALL 'GENFERR' USING FERR-AREA
001517     END-IF.
001518 2500-EXIT.
001520     EXIT.
001521
001522******************************************************************
001523*    3000-RECORD-START
001524*    WRITES (OR, ON A RESTART, REWRITES) THE CALLER'S RECORD AS
001525*    RUNNING WITH THE START TIME.  ANY REFUSALS ALREADY COUNTED
001526*    FOR THE DATE ARE CARRIED OVER.  A DATE ALREADY COMPLETED
001527*    IS ONLY RE-RUN ON A WORKING DAY (3100) - EXCEPT UNDER
001528*    FUNCTION N, WHERE EVERY NIGHT IS A RUN NIGHT.
001529******************************************************************
001530 3000-RECORD-START.
001531     MOVE ZERO TO WS-REFUSED-SAVE.
001532     MOVE RCTL-RUN-DATE TO RC-RUN-DATE.
001534     MOVE RCTL-PROGRAM-ID TO RC-PROGRAM-ID.
001535     READ RUN-CONTROL-FILE
001536         INVALID KEY
001538             CONTINUE
001539     END-READ.
001540     IF WS-RC-STATUS = '00' AND RC-REFUSED-COUNT NUMERIC
001542         MOVE RC-REFUSED-COUNT TO WS-REFUSED-SAVE
001543     END-IF.
001544     IF WS-RC-STATUS = '00' AND RC-COMPLETED
001545         AND RCTL-START-FUNCTION
001546         PERFORM 3100-CHECK-RERUN THRU 3100-EXIT
001547     END-IF.
001548     MOVE SPACES TO RUN-CONTROL-RECORD.
001550     MOVE RCTL-RUN-DATE TO RC-RUN-DATE.
001560     MOVE RCTL-PROGRAM-ID TO RC-PROGRAM-ID.
001570     MOVE WS-CURRENT-TIME(1:6) TO RC-START-TIME.
001580     MOVE ZERO TO RC-END-TIME.
001590     MOVE 'R' TO RC-STATUS.
001600     MOVE ZERO TO RC-RECORD-COUNT.
001605     MOVE WS-REFUSED-SAVE TO RC-REFUSED-COUNT.
001610     WRITE RUN-CONTROL-RECORD
001620         INVALID KEY
001630             CONTINUE
001800     EXIT.
001810
001820******************************************************************
001821*    3100-CHECK-RERUN
001822*    THE BUSINESS DATE HAS ALREADY COMPLETED.  ON A WEEKEND OR
001823*    HOLIDAY THAT IS THE STREAM BEING STARTED IN ERROR - GENBDAY
001825*    HAS ROLLED THE DATE BACK TO THE LAST WORKING DAY - SO THE
001826*    START IS REFUSED RATHER THAN REDO THAT DAY OVER ITS RESULTS.
001827*    ON A WORKING DAY A DELIBERATE RE-RUN GOES AHEAD.
001828******************************************************************
001830 3100-CHECK-RERUN.
001831     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001832     MOVE 'W' TO BDAY-FUNCTION.
001833     MOVE RCTL-PROGRAM-ID TO BDAY-PROGRAM-ID.
001835     MOVE SPACES TO BDAY-LOCATION.
001836     MOVE WS-TODAY-DATE TO BDAY-CHECK-DATE.
001837     CALL 'GENBDAY' USING BDAY-AREA.
001838     IF BDAY-NOT-WORKING
001840         DISPLAY 'GENRCTL - ' RCTL-PROGRAM-ID
001841             ' REFUSED: BUSINESS DATE ' RCTL-RUN-DATE
001842             ' ALREADY COMPLETED AND TODAY ' WS-TODAY-DATE
001843             ' IS NOT A WORKING DAY'
001845         PERFORM 2500-RECORD-REFUSAL THRU 2500-EXIT
001846         CLOSE RUN-CONTROL-FILE
001847         MOVE 8 TO RETURN-CODE
001848         STOP RUN
001850     END-IF.
001851 3100-EXIT.
001852     EXIT.
001853
001855******************************************************************
001856*    4000-RECORD-END
001857*    MARKS THE CALLER'S RECORD COMPLETED (FUNCTION E) OR FAILED
001858*    (FUNCTION F) WITH THE END TIME AND THE RECORDS-PROCESSED
001860*    COUNT.  A MISSING RECORD (END WITHOUT START) IS WRITTEN
001870*    FRESH SO THE STREAM STATE IS NEVER SILENTLY LOST.
001880******************************************************************
001950             MOVE RCTL-RUN-DATE TO RC-RUN-DATE
001960             MOVE RCTL-PROGRAM-ID TO RC-PROGRAM-ID
001970             MOVE ZERO TO RC-START-TIME
001975             MOVE ZERO TO RC-REFUSED-COUNT
001980     END-READ.
001982     IF RC-REFUSED-COUNT NOT NUMERIC
001985         MOVE ZERO TO RC-REFUSED-COUNT
001987     END-IF.
001990     MOVE WS-CURRENT-TIME(1:6) TO RC-END-TIME.
002000     IF RCTL-END-FUNCTION
002010         MOVE 'C' TO RC-STATUS
