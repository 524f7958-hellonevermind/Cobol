000110*                  PERSON ENTERED THAT DAY, AND A TRAILER WITH
000120*                  THE RECORD COUNT AND A HASH TOTAL OF THE
000130*                  PERSON IDS.  SCHEDULED AFTER THE OVERNIGHT
000140*                  LOAD.  THE DAY IS THE BUSINESS DATE FROM THE
000150*                  GENCAL CALENDAR; AN OPTIONAL YYYYMMDD
000153*                  PARAMETER EXTRACTS ANOTHER DAY INSTEAD, AND
000156*                  IS THE DATE CHECKED AND RECORDED ON GENRUNCT.
000160*    TECTONICS   : COBOL
000170*----------------------------------------------------------------
000180*    MODIFICATION HISTORY
000300*                    BATCH COMPLETED CLEANLY FOR THE BUSINESS
000310*                    DATE - NO MORE EXTRACTING A HALF-LOADED
000320*                    MASTER.
000321*    2026-10-15  DM  EVERY RECORD SENT IS ALSO APPENDED TO THE
000323*                    GENHRHST INTERFACE HISTORY, WHICH GENPRV01
000325*                    SEARCHES FOR SUBJECT-ACCESS REQUESTS.
000326*    2026-10-15  DM  EXTRACT AND RUN-CONTROL DATE DEFAULT TO THE
000328*                    BUSINESS DATE FROM THE GENCAL CALENDAR
000330*                    (SHARED GENBDAY ROUTINE), NOT TODAY - A
000331*                    WEEKEND RESTART EXTRACTS FRIDAY.
000333*    2026-10-15  DM  A KEYED YYYYMMDD PARAMETER IS NOW ALSO THE
000335*                    RUN-CONTROL DATE, SO A CATCH-UP EXTRACT IS
000336*                    CHECKED AND RECORDED UNDER THE DAY IT SENDS.
000338******************************************************************
000340 IDENTIFICATION DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 PROGRAM-ID. GENXTR01.
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-HR-STATUS.
000600
000602     SELECT HR-HISTORY-FILE ASSIGN TO "GENHRHST"
000604         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS IS WS-HH-STATUS.
000608
000610 DATA DIVISION.
000620*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000630 FILE SECTION.
000710     RECORD CONTAINS 60 CHARACTERS.
000720 01  HR-INTERFACE-RECORD            PIC X(60).
000730
000731 FD  HR-HISTORY-FILE
000733     LABEL RECORDS ARE STANDARD
000735     RECORD CONTAINS 60 CHARACTERS.
000736 01  HR-HISTORY-RECORD              PIC X(60).
000738
000740*-----------------------
000750 WORKING-STORAGE SECTION.
000760*-----------------------
000780
000790 77  WS-PM-STATUS                PIC X(02)  VALUE SPACES.
000800 77  WS-HR-STATUS                PIC X(02)  VALUE SPACES.
000805 77  WS-HH-STATUS                PIC X(02)  VALUE SPACES.
000810
000820 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
000830     88  END-OF-MASTER                      VALUE 'Y'.
000870 77  WS-DETAIL-COUNT             PIC 9(07)  VALUE ZERO.
000880 77  WS-HASH-TOTAL               PIC 9(13)  VALUE ZERO.
000890 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000895 77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
000900
000910 COPY FERRLNK IN "copybooks".
000920 COPY RCTLLNK IN "copybooks".
000925 COPY BDAYLNK IN "copybooks".
000930
000940 PROCEDURE DIVISION.
000950*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001050
001060******************************************************************
001070*    1000-INITIALIZE
001080*    RESOLVES THE EXTRACT DATE (PARAMETER OR BUSINESS DATE),
001090*    OPENS THE FILES, WRITES THE HEADER AND READS THE FIRST
001095*    MASTER RECORD.
001100******************************************************************
001110 1000-INITIALIZE.
001120     MOVE 'GENXTR01' TO FERR-PROGRAM-ID.
001130     MOVE 'F' TO FERR-DISPOSITION.
001140     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001141     PERFORM 8650-GET-BUSINESS-DATE THRU 8650-EXIT.
001143     ACCEPT WS-PARM FROM COMMAND-LINE.
001145     IF WS-PARM(1:8) IS NUMERIC
001146         MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
001148     END-IF.
001150     MOVE 'S' TO RCTL-FUNCTION.
001160     MOVE 'GENDER1' TO RCTL-PRED-ID.
001170     MOVE ZERO TO RCTL-RECORD-COUNT.
001180     PERFORM 8700-CALL-RUN-CONTROL THRU 8700-EXIT.
001190     MOVE WS-BUSINESS-DATE TO WS-EXTRACT-DATE.
001240     OPEN INPUT PERSON-MASTER-FILE.
001250     IF WS-PM-STATUS NOT = '00'
001260         MOVE 'PERSONM' TO FERR-FILE-NAME
001350         MOVE WS-HR-STATUS TO FERR-STATUS
001360         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001370     END-IF.
001371     OPEN EXTEND HR-HISTORY-FILE.
001373     IF WS-HH-STATUS = '35'
001375         OPEN OUTPUT HR-HISTORY-FILE
001376     END-IF.
001378     IF WS-HH-STATUS NOT = '00'
001380         MOVE 'GENHRHST' TO FERR-FILE-NAME
001381         MOVE 'OPEN' TO FERR-OPERATION
001383         MOVE WS-HH-STATUS TO FERR-STATUS
001385         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001386     END-IF.
001388     MOVE SPACES TO HR-HEADER-RECORD.
001390     MOVE 'H' TO HH-RECORD-TYPE.
001400     MOVE WS-EXTRACT-DATE TO HH-RUN-DATE.
001410     WRITE HR-INTERFACE-RECORD FROM HR-HEADER-RECORD.
001420     PERFORM 8400-CHECK-HR-WRITE THRU 8400-EXIT.
001423     WRITE HR-HISTORY-RECORD FROM HR-HEADER-RECORD.
001426     PERFORM 8500-CHECK-HISTORY-WRITE THRU 8500-EXIT.
001430     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001440 1000-EXIT.
001450     EXIT.
001600         MOVE PM-DATE-ENTERED TO HD-DATE-ENTERED
001610         WRITE HR-INTERFACE-RECORD FROM HR-DETAIL-RECORD
001620         PERFORM 8400-CHECK-HR-WRITE THRU 8400-EXIT
001623         WRITE HR-HISTORY-RECORD FROM HR-DETAIL-RECORD
001626         PERFORM 8500-CHECK-HISTORY-WRITE THRU 8500-EXIT
001630         ADD 1 TO WS-DETAIL-COUNT
001640         ADD PM-PERSON-ID TO WS-HASH-TOTAL
001650     END-IF.
002000     MOVE WS-HASH-TOTAL TO HT-HASH-TOTAL.
002010     WRITE HR-INTERFACE-RECORD FROM HR-TRAILER-RECORD.
002020     PERFORM 8400-CHECK-HR-WRITE THRU 8400-EXIT.
002023     WRITE HR-HISTORY-RECORD FROM HR-TRAILER-RECORD.
002026     PERFORM 8500-CHECK-HISTORY-WRITE THRU 8500-EXIT.
002030     DISPLAY 'GENXTR01 EXTRACT DATE ' WS-EXTRACT-DATE
002040         ' DETAILS ' WS-DETAIL-COUNT
002050         ' HASH ' WS-HASH-TOTAL.
002060     CLOSE PERSON-MASTER-FILE.
002070     CLOSE HR-INTERFACE-FILE.
002075     CLOSE HR-HISTORY-FILE.
002080     MOVE 'E' TO RCTL-FUNCTION.
002090     MOVE WS-DETAIL-COUNT TO RCTL-RECORD-COUNT.
002100     PERFORM 8700-CALL-RUN-CONTROL THRU 8700-EXIT.
002270     EXIT.
002280
002290******************************************************************
002291*    8500-CHECK-HISTORY-WRITE
002292*    THE HISTORY IS THE ONLY RECORD OF WHAT HR WAS SENT ABOUT A
002293*    PERSON, SO A FAILED WRITE IS AS FATAL AS ON GENHRIF.
002294******************************************************************
002295 8500-CHECK-HISTORY-WRITE.
002296     IF WS-HH-STATUS NOT = '00'
002297         MOVE 'GENHRHST' TO FERR-FILE-NAME
002298         MOVE 'WRITE' TO FERR-OPERATION
002299         MOVE WS-HH-STATUS TO FERR-STATUS
002300         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002301     END-IF.
002302 8500-EXIT.
002303     EXIT.
002304
002305******************************************************************
002306*    8650-GET-BUSINESS-DATE
002307*    ASKS THE SHARED GENBDAY ROUTINE FOR THE BUSINESS DATE ON THE
002308*    HEAD-OFFICE CALENDAR (TODAY, OR THE LAST WORKING DAY BEFORE
002310*    IT).  WITHOUT A CALENDAR THE BUSINESS DATE IS TODAY.
002311******************************************************************
002312 8650-GET-BUSINESS-DATE.
002313     MOVE 'D' TO BDAY-FUNCTION.
002314     MOVE 'GENXTR01' TO BDAY-PROGRAM-ID.
002315     MOVE SPACES TO BDAY-LOCATION.
002316     CALL 'GENBDAY' USING BDAY-AREA.
002317     MOVE BDAY-BUSINESS-DATE TO WS-BUSINESS-DATE.
002318     IF BDAY-NO-CALENDAR
002319         DISPLAY 'GENXTR01 NO BUSINESS CALENDAR - BUSINESS DATE '
002320             'IS TODAY ' WS-BUSINESS-DATE
002321     END-IF.
002322 8650-EXIT.
002323     EXIT.
002324
002325******************************************************************
002326*    8700-CALL-RUN-CONTROL
002327*    HANDS THE START/END EVENT TO THE SHARED GENRCTL ROUTINE.
002328*    ON A START GENRCTL REFUSES THE EXTRACT UNLESS THE GENDER1
002330*    BATCH LOAD COMPLETED CLEANLY FOR THE BUSINESS DATE.
002340******************************************************************
002350 8700-CALL-RUN-CONTROL.
002360     MOVE 'GENXTR01' TO RCTL-PROGRAM-ID.
002370     MOVE WS-BUSINESS-DATE TO RCTL-RUN-DATE.
002380     CALL 'GENRCTL' USING RCTL-AREA.
002390 8700-EXIT.
002400     EXIT.
