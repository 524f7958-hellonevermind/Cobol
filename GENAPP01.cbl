000200*    2026-09-02  DM  ORIGINAL PROGRAM.
000210*    2026-09-02  DM  SURNAME/GIVEN-NAME SPLIT ON THE
000220*                    APPOINTMENT FILE AND THE PROMPTS.
000222*    2026-10-15  DM  HOST NAME CHECKED AGAINST THE HOST
000225*                    DIRECTORY (GENHOST) - AN UNKNOWN OR
000227*                    INACTIVE HOST IS REFUSED.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AP-KEY
000440         FILE STATUS IS WS-AP-STATUS.
000441     SELECT HOST-DIRECTORY-FILE ASSIGN TO "GENHOST"
000443         ORGANIZATION IS INDEXED
000445         ACCESS MODE IS RANDOM
000446         RECORD KEY IS HS-HOST-NAME
000448         FILE STATUS IS WS-HS-STATUS.
000450
000460 DATA DIVISION.
000470*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FD  APPOINTMENT-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY APPTREC IN "copybooks".
000522 FD  HOST-DIRECTORY-FILE
000525     LABEL RECORDS ARE STANDARD.
000527 COPY HOSTREC IN "copybooks".
000530
000540*-----------------------
000550 WORKING-STORAGE SECTION.
000560*-----------------------
000570 77  WS-AP-STATUS                PIC X(02)  VALUE SPACES.
000571 77  WS-HS-STATUS                PIC X(02)  VALUE SPACES.
000573 77  WS-HOST-FILE-SWITCH         PIC X(01)  VALUE 'N'.
000575     88  HOST-FILE-AVAILABLE                VALUE 'Y'.
000576 77  WS-HOST-CHECK-SWITCH        PIC X(01)  VALUE 'N'.
000578     88  HOST-ACCEPTED                      VALUE 'Y'.
000580
000590 77  WS-FUNCTION-CODE            PIC X(01)  VALUE SPACES.
000600     88  ADD-FUNCTION                       VALUE 'A'.
001060         MOVE WS-AP-STATUS TO FERR-STATUS
001070         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001080     END-IF.
001081     OPEN INPUT HOST-DIRECTORY-FILE.
001082     IF WS-HS-STATUS = '00'
001083         MOVE 'Y' TO WS-HOST-FILE-SWITCH
001085     ELSE
001086         IF WS-HS-STATUS = '35'
001087             DISPLAY 'HOST DIRECTORY (GENHOST) NOT SET UP - '
001088                 'APPOINTMENTS CANNOT BE ADDED'
001090         ELSE
001091             MOVE 'GENHOST' TO FERR-FILE-NAME
001092             MOVE 'OPEN' TO FERR-OPERATION
001093             MOVE WS-HS-STATUS TO FERR-STATUS
001095             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001096         END-IF
001097     END-IF.
001098 1000-EXIT.
001100     EXIT.
001110
001120******************************************************************
001500         DISPLAY 'HOST NAME IS REQUIRED - NOT ADDED'
001510         GO TO 3000-EXIT
001520     END-IF.
001522     PERFORM 3100-CHECK-HOST THRU 3100-EXIT.
001524     IF NOT HOST-ACCEPTED
001526         GO TO 3000-EXIT
001528     END-IF.
001530     DISPLAY 'ENTER PURPOSE OF VISIT'.
001540     ACCEPT WS-ENTRY-PURPOSE.
001550     MOVE SPACES TO APPOINTMENT-RECORD.
001750         END-IF
001760     END-IF.
001770 3000-EXIT.
001771     EXIT.
001772
001773******************************************************************
001774*    3100-CHECK-HOST
001775*    LOOKS THE HOST UP ON THE HOST DIRECTORY.  THE HOST MUST BE
001776*    ON FILE AND ACTIVE - A MISSPELT OR DEPARTED HOST IS WHAT
001777*    LEFT VISITORS IN RECEPTION WITH NOBODY TO CALL.  SETS
001779*    HOST-ACCEPTED WHEN THE HOST IS ACCEPTED.
001780******************************************************************
001781 3100-CHECK-HOST.
001782     MOVE 'N' TO WS-HOST-CHECK-SWITCH.
001783     IF NOT HOST-FILE-AVAILABLE
001784         DISPLAY 'HOST DIRECTORY NOT AVAILABLE - NOT ADDED'
001785         GO TO 3100-EXIT
001787     END-IF.
001788     MOVE WS-ENTRY-HOST TO HS-HOST-NAME.
001789     READ HOST-DIRECTORY-FILE
001790         INVALID KEY
001791             DISPLAY 'HOST ' WS-ENTRY-HOST
001792                 ' NOT ON HOST DIRECTORY - NOT ADDED'
001793     END-READ.
001795     IF WS-HS-STATUS = '23'
001796         GO TO 3100-EXIT
001797     END-IF.
001798     IF WS-HS-STATUS NOT = '00'
001799         MOVE 'GENHOST' TO FERR-FILE-NAME
001800         MOVE 'READ' TO FERR-OPERATION
001801         MOVE WS-HS-STATUS TO FERR-STATUS
001802         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001804     END-IF.
001805     IF NOT HS-IS-ACTIVE
001806         DISPLAY 'HOST ' WS-ENTRY-HOST
001807             ' IS NO LONGER ACTIVE - NOT ADDED'
001808         GO TO 3100-EXIT
001809     END-IF.
001810     DISPLAY 'HOST: ' HS-HOST-NAME ' EXT ' HS-EXTENSION
001812         ' DEPT ' HS-DEPARTMENT.
001813     MOVE 'Y' TO WS-HOST-CHECK-SWITCH.
001814 3100-EXIT.
001815     EXIT.
001816
001817******************************************************************
001818*    4000-DELETE-APPOINTMENT
001820*    DELETES THE APPOINTMENT FOR THE GIVEN VISITOR AND DATE.
001830******************************************************************
001840 4000-DELETE-APPOINTMENT.
002900******************************************************************
002910 9000-TERMINATE.
002920     CLOSE APPOINTMENT-FILE.
002922     IF HOST-FILE-AVAILABLE
002925         CLOSE HOST-DIRECTORY-FILE
002927     END-IF.
002930 9000-EXIT.
002940     EXIT.
002950
