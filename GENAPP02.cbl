000060*    DATE-COMPILED:
000070*    PURPOSE     : APPOINTMENT NO-SHOW EXCEPTION LISTING.  RUN
000080*                  EACH MORNING FOR THE PRIOR BUSINESS DAY
000090*                  (TAKEN FROM THE GENCAL CALENDAR, OR A
000095*                  YYYYMMDD PARAMETER) - LISTS EVERY
000100*                  APPOINTMENT FOR THAT DATE STILL OPEN, I.E.
000110*                  THE EXPECTED VISITOR NEVER SIGNED IN, SO THE
000120*                  HOST CAN BE TOLD AND THE APPOINTMENT CLEARED
000180*    2026-09-02  DM  ORIGINAL PROGRAM.
000190*    2026-09-02  DM  SURNAME/GIVEN-NAME SPLIT ON THE
000200*                    APPOINTMENT FILE AND THE LISTING.
000202*    2026-10-15  DM  THE DATE PARAMETER IS NOW OPTIONAL - THE
000204*                    PRIOR BUSINESS DAY COMES FROM THE GENCAL
000206*                    CALENDAR (SHARED GENBDAY ROUTINE).  IT IS
000208*                    STILL REQUIRED WHEN THERE IS NO CALENDAR.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001100     05  RC-COUNT                PIC ZZZ,ZZ9.
001110
001120 COPY FERRLNK IN "copybooks".
001125 COPY BDAYLNK IN "copybooks".
001130
001140 PROCEDURE DIVISION.
001150*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001270
001280******************************************************************
001290*    1000-INITIALIZE
001300*    RESOLVES THE EXPECTED DATE (PARAMETER OR PRIOR BUSINESS
001310*    DAY) AND OPENS THE FILES.  A MISSING APPOINTMENT FILE
001320*    PRODUCES AN EMPTY LISTING - NO APPOINTMENTS MEANS NO
001325*    NO-SHOWS.
001330******************************************************************
001340 1000-INITIALIZE.
001350     MOVE 'GENAPP02' TO FERR-PROGRAM-ID.
001400         MOVE 'Y' TO WS-PARM-OK-SWITCH
001410         MOVE WS-PARM(1:8) TO WS-TARGET-DATE
001420     ELSE
001430         PERFORM 8650-GET-PRIOR-BUSINESS-DAY THRU 8650-EXIT
001432     END-IF.
001434     IF NOT PARM-IS-VALID
001436         DISPLAY 'GENAPP02 - NO PRIOR BUSINESS DAY ON THE '
001438             'CALENDAR - EXPECTED DATE PARAMETER (YYYYMMDD) '
001440             'IS REQUIRED - RUN CANCELLED'
001450         MOVE 12 TO RETURN-CODE
001460         GO TO 1000-EXIT
002380     EXIT.
002390
002400******************************************************************
002401*    8650-GET-PRIOR-BUSINESS-DAY
002402*    ASKS THE SHARED GENBDAY ROUTINE FOR THE PRIOR BUSINESS DAY
002404*    ON THE HEAD-OFFICE CALENDAR - THE LAST WORKING DAY BEFORE
002405*    TODAY.  NONE COMES BACK WITHOUT A CALENDAR, OR WHEN THE
002406*    DAYS ARE NOT ON IT, AND THE PARAMETER IS THEN REQUIRED.
002408******************************************************************
002409 8650-GET-PRIOR-BUSINESS-DAY.
002410     MOVE 'D' TO BDAY-FUNCTION.
002412     MOVE 'GENAPP02' TO BDAY-PROGRAM-ID.
002413     MOVE SPACES TO BDAY-LOCATION.
002415     CALL 'GENBDAY' USING BDAY-AREA.
002416     IF BDAY-PRIOR-DATE NOT = ZERO
002417         MOVE 'Y' TO WS-PARM-OK-SWITCH
002419         MOVE BDAY-PRIOR-DATE TO WS-TARGET-DATE
002420     END-IF.
002421 8650-EXIT.
002423     EXIT.
002424
002425******************************************************************
002427*    9100-FILE-ERROR
002428*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
002430*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
002440*    ENDS THE RUN WITH RETURN CODE 12.
002450******************************************************************
