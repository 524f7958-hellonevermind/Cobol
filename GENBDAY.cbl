000010******************************************************************
000020*    PROGRAM-ID : GENBDAY
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : SHARED BUSINESS-DAY ROUTINE OVER THE GENCAL
000080*                  BUSINESS CALENDAR.  EVERY DATE-DRIVEN PROGRAM
000090*                  IN THE NIGHTLY STREAM CALLS IT (FUNCTION D) FOR
000100*                  ITS DEFAULT BUSINESS DATE AND PRIOR BUSINESS
000110*                  DAY, SO NOBODY HAS TO KEY THEM AFTER A BANK
000120*                  HOLIDAY OR A WEEKEND RESTART.  GENRCTL CALLS IT
000130*                  (FUNCTION W) TO REFUSE A RUN WHOSE BUSINESS
000140*                  DATE IS NOT A WORKING DAY.  SEE BDAYLNK FOR THE
000150*                  RESULT CODES.  GENCAL01 KEEPS THE CALENDAR.
000160*    TECTONICS   : COBOL
000170*----------------------------------------------------------------
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    2026-10-15  DM  ORIGINAL PROGRAM.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000240 PROGRAM-ID. GENBDAY.
000250 AUTHOR. D. MATHESON.
000260 INSTALLATION. FRONT OFFICE SYSTEMS.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 CONFIGURATION SECTION.
000320*-----------------------
000330 SOURCE-COMPUTER. GENERIC.
000340 OBJECT-COMPUTER. GENERIC.
000350 INPUT-OUTPUT SECTION.
000360*-----------------------
000370 FILE-CONTROL.
000380     SELECT CALENDAR-FILE ASSIGN TO "GENCAL"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CL-KEY
000420         FILE STATUS IS WS-CL-STATUS.
000430
000440 DATA DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 FILE SECTION.
000470*-----------------------
000480 FD  CALENDAR-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY CALREC IN "copybooks".
000510
000520*-----------------------
000530 WORKING-STORAGE SECTION.
000540*-----------------------
000550 COPY SITECODE IN "copybooks".
000560
000570 77  WS-CL-STATUS                PIC X(02)  VALUE SPACES.
000580 77  WS-CAL-LOCATION             PIC X(03)  VALUE SPACES.
000590 77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
000600
000610*    RESULT OF LOOKING ONE DATE UP ON THE CALENDAR.
000620 77  WS-DAY-SWITCH               PIC X(01)  VALUE SPACES.
000630     88  DAY-IS-WORKING                     VALUE 'Y'.
000640     88  DAY-NOT-WORKING                    VALUE 'N'.
000650     88  DAY-NOT-ON-CALENDAR                VALUE 'U'.
000660 77  WS-SEARCH-SWITCH            PIC X(01)  VALUE 'N'.
000670     88  SEARCH-DONE                        VALUE 'Y'.
000680
000690*    A WORKING DAY FURTHER BACK THAN THIS MEANS THE CALENDAR HAS
000700*    NOT BEEN KEPT, NOT A LONG HOLIDAY.
000710 77  WS-STEP-COUNT               PIC 9(03) COMP VALUE ZERO.
000720 77  WS-STEP-MAX                 PIC 9(03) COMP VALUE 31.
000730
000740*    DATE STEPPING - ONE DAY BACK FROM WS-DC-DATE.
000750 01  WS-DC-DATE                  PIC 9(08)  VALUE ZERO.
000760 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
000770     05  WS-DC-YYYY              PIC 9(04).
000780     05  WS-DC-MM                PIC 9(02).
000790     05  WS-DC-DD                PIC 9(02).
000800 01  WS-MONTH-DAYS-VALUES        PIC X(24)
000810         VALUE '312831303130313130313031'.
000820 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000830     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
000840 77  WS-MONTH-LENGTH             PIC 9(02)  VALUE ZERO.
000850 77  WS-DC-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
000860 77  WS-DC-REM-4                 PIC 9(04) COMP VALUE ZERO.
000870 77  WS-DC-REM-100               PIC 9(04) COMP VALUE ZERO.
000880 77  WS-DC-REM-400               PIC 9(04) COMP VALUE ZERO.
000890
000900 COPY FERRLNK IN "copybooks".
000910
000920 LINKAGE SECTION.
000930*-----------------------
000940 COPY BDAYLNK IN "copybooks".
000950
000960 PROCEDURE DIVISION USING BDAY-AREA.
000970*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000980******************************************************************
000990*    0000-MAINLINE
001000*    A MISSING CALENDAR IS NOT AN ERROR HERE - THE CALLER DECIDES
001010*    WHAT TO DO WITHOUT ONE (RESULT M).
001020******************************************************************
001030 0000-MAINLINE.
001040     MOVE SPACES TO BDAY-DESCRIPTION.
001050     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001060     IF BDAY-LOCATION = SPACES
001070         MOVE SC-CODE(1) TO WS-CAL-LOCATION
001080     ELSE
001090         MOVE BDAY-LOCATION TO WS-CAL-LOCATION
001100     END-IF.
001110     OPEN INPUT CALENDAR-FILE.
001120     IF WS-CL-STATUS = '35'
001130         MOVE 'M' TO BDAY-RESULT
001140         MOVE WS-TODAY TO BDAY-BUSINESS-DATE
001150         MOVE ZERO TO BDAY-PRIOR-DATE
001160         GOBACK
001170     END-IF.
001180     IF WS-CL-STATUS NOT = '00'
001190         MOVE 'OPEN' TO FERR-OPERATION
001200         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001210     END-IF.
001220     EVALUATE TRUE
001230         WHEN BDAY-DEFAULT-FUNCTION
001240             PERFORM 2000-DEFAULT-DATES THRU 2000-EXIT
001250         WHEN BDAY-CHECK-FUNCTION
001260             PERFORM 3000-CHECK-DATE THRU 3000-EXIT
001270         WHEN OTHER
001280             DISPLAY 'GENBDAY - UNKNOWN FUNCTION CODE '
001290                 BDAY-FUNCTION ' FROM ' BDAY-PROGRAM-ID
001300     END-EVALUATE.
001310     CLOSE CALENDAR-FILE.
001320     GOBACK.
001330
001340******************************************************************
001350*    2000-DEFAULT-DATES
001360*    THE BUSINESS DATE IS THE FIRST WORKING DAY FOUND STEPPING
001370*    BACK FROM TODAY; THE PRIOR BUSINESS DAY THE FIRST FOUND
001380*    STEPPING BACK FROM YESTERDAY.  SO A SATURDAY RESTART GIVES
001390*    FRIDAY FOR BOTH, AND A MONDAY RUN GIVES MONDAY AND FRIDAY.
001400*    TODAY'S DESCRIPTION IS RETURNED FOR THE CALLER'S MESSAGE.
001410******************************************************************
001420 2000-DEFAULT-DATES.
001430     MOVE WS-TODAY TO BDAY-BUSINESS-DATE.
001440     MOVE ZERO TO BDAY-PRIOR-DATE.
001450     MOVE WS-TODAY TO WS-DC-DATE.
001460     PERFORM 8000-READ-DAY THRU 8000-EXIT.
001470     IF NOT DAY-NOT-ON-CALENDAR
001480         MOVE CL-DESCRIPTION TO BDAY-DESCRIPTION
001490     END-IF.
001500     PERFORM 2100-FIND-WORKING-DAY THRU 2100-EXIT.
001510     IF NOT DAY-IS-WORKING
001520         MOVE 'U' TO BDAY-RESULT
001530         GO TO 2000-EXIT
001540     END-IF.
001550     MOVE WS-DC-DATE TO BDAY-BUSINESS-DATE.
001560     MOVE WS-TODAY TO WS-DC-DATE.
001570     PERFORM 8100-PREVIOUS-DATE THRU 8100-EXIT.
001580     PERFORM 2100-FIND-WORKING-DAY THRU 2100-EXIT.
001590     IF NOT DAY-IS-WORKING
001600         MOVE 'U' TO BDAY-RESULT
001610         GO TO 2000-EXIT
001620     END-IF.
001630     MOVE WS-DC-DATE TO BDAY-PRIOR-DATE.
001640     MOVE 'Y' TO BDAY-RESULT.
001650 2000-EXIT.
001660     EXIT.
001670
001680******************************************************************
001690*    2100-FIND-WORKING-DAY
001700*    STEPS WS-DC-DATE BACK UNTIL IT IS A WORKING DAY.  A DATE NOT
001710*    ON THE CALENDAR, OR NO WORKING DAY WITHIN WS-STEP-MAX DAYS,
001720*    ENDS THE SEARCH WITHOUT ONE.
001730******************************************************************
001740 2100-FIND-WORKING-DAY.
001750     MOVE ZERO TO WS-STEP-COUNT.
001760     MOVE 'N' TO WS-SEARCH-SWITCH.
001770     PERFORM 2110-CHECK-ONE-DAY THRU 2110-EXIT
001780         UNTIL SEARCH-DONE.
001790 2100-EXIT.
001800     EXIT.
001810
001820 2110-CHECK-ONE-DAY.
001830     PERFORM 8000-READ-DAY THRU 8000-EXIT.
001840     IF DAY-IS-WORKING OR DAY-NOT-ON-CALENDAR
001850         MOVE 'Y' TO WS-SEARCH-SWITCH
001860         GO TO 2110-EXIT
001870     END-IF.
001880     ADD 1 TO WS-STEP-COUNT.
001890     IF WS-STEP-COUNT > WS-STEP-MAX
001900         MOVE 'U' TO WS-DAY-SWITCH
001910         MOVE 'Y' TO WS-SEARCH-SWITCH
001920         GO TO 2110-EXIT
001930     END-IF.
001940     PERFORM 8100-PREVIOUS-DATE THRU 8100-EXIT.
001950 2110-EXIT.
001960     EXIT.
001970
001980******************************************************************
001990*    3000-CHECK-DATE
002000*    ONE DATE, AS IS - NO STEPPING.
002010******************************************************************
002020 3000-CHECK-DATE.
002030     MOVE BDAY-CHECK-DATE TO WS-DC-DATE.
002040     PERFORM 8000-READ-DAY THRU 8000-EXIT.
002050     MOVE WS-DAY-SWITCH TO BDAY-RESULT.
002060     IF NOT DAY-NOT-ON-CALENDAR
002070         MOVE CL-DESCRIPTION TO BDAY-DESCRIPTION
002080     END-IF.
002090 3000-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130*    8000-READ-DAY
002140*    LOOKS WS-DC-DATE UP FOR THE SITE AND SETS WS-DAY-SWITCH.
002150******************************************************************
002160 8000-READ-DAY.
002170     MOVE WS-CAL-LOCATION TO CL-LOCATION.
002180     MOVE WS-DC-DATE TO CL-DATE.
002190     READ CALENDAR-FILE
002200         INVALID KEY
002210             MOVE 'U' TO WS-DAY-SWITCH
002220             GO TO 8000-EXIT
002230     END-READ.
002240     IF WS-CL-STATUS NOT = '00'
002250         MOVE 'READ' TO FERR-OPERATION
002260         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002270     END-IF.
002280     IF CL-WORKING-DAY
002290         MOVE 'Y' TO WS-DAY-SWITCH
002300     ELSE
002310         MOVE 'N' TO WS-DAY-SWITCH
002320     END-IF.
002330 8000-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370*    8100-PREVIOUS-DATE
002380*    STEPS WS-DC-DATE BACK ONE DAY.
002390******************************************************************
002400 8100-PREVIOUS-DATE.
002410     IF WS-DC-DD > 1
002420         SUBTRACT 1 FROM WS-DC-DD
002430         GO TO 8100-EXIT
002440     END-IF.
002450     IF WS-DC-MM > 1
002460         SUBTRACT 1 FROM WS-DC-MM
002470     ELSE
002480         MOVE 12 TO WS-DC-MM
002490         SUBTRACT 1 FROM WS-DC-YYYY
002500     END-IF.
002510     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
002520     MOVE WS-MONTH-LENGTH TO WS-DC-DD.
002530 8100-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570*    8300-MONTH-LENGTH
002580*    DAYS IN MONTH WS-DC-MM OF YEAR WS-DC-YYYY.  A LEAP YEAR
002590*    DIVIDES BY 4, EXCEPT CENTURIES THAT DO NOT DIVIDE BY 400.
002600******************************************************************
002610 8300-MONTH-LENGTH.
002620     MOVE WS-MONTH-DAYS(WS-DC-MM) TO WS-MONTH-LENGTH.
002630     IF WS-DC-MM NOT = 2
002640         GO TO 8300-EXIT
002650     END-IF.
002660     DIVIDE WS-DC-YYYY BY 4 GIVING WS-DC-QUOTIENT
002670         REMAINDER WS-DC-REM-4.
002680     DIVIDE WS-DC-YYYY BY 100 GIVING WS-DC-QUOTIENT
002690         REMAINDER WS-DC-REM-100.
002700     DIVIDE WS-DC-YYYY BY 400 GIVING WS-DC-QUOTIENT
002710         REMAINDER WS-DC-REM-400.
002720     IF WS-DC-REM-4 = ZERO
002730         AND (WS-DC-REM-100 NOT = ZERO OR WS-DC-REM-400 = ZERO)
002740         MOVE 29 TO WS-MONTH-LENGTH
002750     END-IF.
002760 8300-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800*    9100-FILE-ERROR
002810*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE IN
002820*    THE CALLER'S NAME.  A DAMAGED CALENDAR STOPS THE STREAM.
002830******************************************************************
002840 9100-FILE-ERROR.
002850     MOVE BDAY-PROGRAM-ID TO FERR-PROGRAM-ID.
002860     MOVE 'F' TO FERR-DISPOSITION.
002870     MOVE 'GENCAL' TO FERR-FILE-NAME.
002880     MOVE WS-CL-STATUS TO FERR-STATUS.
002890     CALL 'GENFERR' USING FERR-AREA.
002900 9100-EXIT.
002910     EXIT.
002920
002930 END PROGRAM GENBDAY.
