000010******************************************************************
000020*    PROGRAM-ID : GENCAL01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : BUSINESS CALENDAR MAINTENANCE.  KEEPS THE
000080*                  GENCAL FILE OF WORKING DAYS AND HOLIDAYS PER
000090*                  SITE THAT THE NIGHTLY STREAM TAKES ITS DATES
000100*                  FROM (SHARED GENBDAY ROUTINE).
000110*                  FUNCTIONS: GENERATE A YEAR FOR A SITE (MONDAY
000120*                  TO FRIDAY WORKING, WEEKENDS CLOSED - DAYS
000130*                  ALREADY ON FILE ARE LEFT AS THEY ARE, SO A
000140*                  RE-RUN NEVER UNDOES A HOLIDAY), SET A DAY AS A
000150*                  HOLIDAY, SET A DAY AS WORKING (A WEEKEND
000160*                  OPENING, OR A HOLIDAY TAKEN BACK), AND LIST A
000170*                  MONTH.  NEXT YEAR MUST BE GENERATED BEFORE THE
000180*                  FIRST RUN IN IT, OR GENRCTL REFUSES THE STREAM.
000190*    TECTONICS   : COBOL
000200*----------------------------------------------------------------
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    2026-10-15  DM  ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. GENCAL01.
000280 AUTHOR. D. MATHESON.
000290 INSTALLATION. FRONT OFFICE SYSTEMS.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 CONFIGURATION SECTION.
000350*-----------------------
000360 SOURCE-COMPUTER. GENERIC.
000370 OBJECT-COMPUTER. GENERIC.
000380 INPUT-OUTPUT SECTION.
000390*-----------------------
000400 FILE-CONTROL.
000410     SELECT CALENDAR-FILE ASSIGN TO "GENCAL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CL-KEY
000450         FILE STATUS IS WS-CL-STATUS.
000460
000470 DATA DIVISION.
000480*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000490 FILE SECTION.
000500*-----------------------
000510 FD  CALENDAR-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY CALREC IN "copybooks".
000540
000550*-----------------------
000560 WORKING-STORAGE SECTION.
000570*-----------------------
000580 77  WS-CL-STATUS                PIC X(02)  VALUE SPACES.
000590
000600 77  WS-FUNCTION-CODE            PIC X(01)  VALUE SPACES.
000610     88  GENERATE-FUNCTION                  VALUE 'G'.
000620     88  HOLIDAY-FUNCTION                   VALUE 'H'.
000630     88  WORKING-FUNCTION                   VALUE 'W'.
000640     88  LIST-FUNCTION                      VALUE 'L'.
000650     88  EXIT-FUNCTION                      VALUE 'X'.
000660
000670 77  WS-ENTRY-LOCATION           PIC X(03)  VALUE SPACES.
000680 77  WS-ENTRY-YEAR               PIC X(04)  VALUE SPACES.
000690 77  WS-ENTRY-MONTH              PIC X(06)  VALUE SPACES.
000700 77  WS-ENTRY-DATE               PIC X(08)  VALUE SPACES.
000710 77  WS-ENTRY-DESCRIPTION        PIC X(30)  VALUE SPACES.
000720
000730 77  WS-VALID-SITE-SWITCH        PIC X(01)  VALUE 'N'.
000740     88  VALID-SITE                         VALUE 'Y'.
000750 77  WS-VALID-DATE-SWITCH        PIC X(01)  VALUE 'N'.
000760     88  VALID-DATE                         VALUE 'Y'.
000770
000780 77  WS-LIST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
000790     88  END-OF-LIST                        VALUE 'Y'.
000800 77  WS-LIST-COUNT               PIC 9(04)  VALUE ZERO.
000810 77  WS-ADDED-COUNT              PIC 9(04)  VALUE ZERO.
000820 77  WS-KEPT-COUNT               PIC 9(04)  VALUE ZERO.
000830 77  WS-GEN-YEAR                 PIC 9(04)  VALUE ZERO.
000840 77  WS-LIST-MONTH               PIC 9(06)  VALUE ZERO.
000850 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000860 77  WS-DAY-TYPE-TEXT            PIC X(08)  VALUE SPACES.
000870
000880*    DATE STEPPING AND DAY NUMBERS, AS IN GENSLA01 AND GENDUR01.
000890 01  WS-DC-DATE                  PIC 9(08)  VALUE ZERO.
000900 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
000910     05  WS-DC-YYYY              PIC 9(04).
000920     05  WS-DC-MM                PIC 9(02).
000930     05  WS-DC-DD                PIC 9(02).
000940 01  WS-MONTH-DAYS-VALUES        PIC X(24)
000950         VALUE '312831303130313130313031'.
000960 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000970     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
000980 77  WS-MONTH-LENGTH             PIC 9(02)  VALUE ZERO.
000990 77  WS-DC-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
001000 77  WS-DC-REM-4                 PIC 9(04) COMP VALUE ZERO.
001010 77  WS-DC-REM-100               PIC 9(04) COMP VALUE ZERO.
001020 77  WS-DC-REM-400               PIC 9(04) COMP VALUE ZERO.
001030 77  WS-DC-YEAR                  PIC 9(04) COMP VALUE ZERO.
001040 77  WS-DC-MONTH                 PIC 9(02) COMP VALUE ZERO.
001050 77  WS-DC-WORK                  PIC 9(07) COMP VALUE ZERO.
001060 77  WS-DC-DAYS                  PIC 9(07) COMP VALUE ZERO.
001070
001080*    DAY NUMBER MOD 7 GIVES 0 FOR A WEDNESDAY.
001090 01  WS-WEEKDAY-VALUES           PIC X(21)
001100         VALUE 'WEDTHUFRISATSUNMONTUE'.
001110 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-VALUES.
001120     05  WS-WEEKDAY-NAME         PIC X(03) OCCURS 7 TIMES.
001130 77  WS-WEEKDAY-SUB              PIC 9(02) COMP VALUE ZERO.
001140     88  WEEKEND-DAY                        VALUE 4 5.
001150
001160 COPY SITECODE IN "copybooks".
001170
001180 COPY FERRLNK IN "copybooks".
001190
001200 PROCEDURE DIVISION.
001210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001220******************************************************************
001230*    0000-MAINLINE
001240******************************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001270     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
001280         UNTIL EXIT-FUNCTION.
001290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001300     STOP RUN.
001310
001320******************************************************************
001330*    1000-INITIALIZE
001340*    OPENS THE CALENDAR, CREATING IT ON THE FIRST RUN.
001350******************************************************************
001360 1000-INITIALIZE.
001370     MOVE 'GENCAL01' TO FERR-PROGRAM-ID.
001380     MOVE 'F' TO FERR-DISPOSITION.
001390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001400     OPEN I-O CALENDAR-FILE.
001410     IF WS-CL-STATUS = '35'
001420         OPEN OUTPUT CALENDAR-FILE
001430         CLOSE CALENDAR-FILE
001440         OPEN I-O CALENDAR-FILE
001450     END-IF.
001460     IF WS-CL-STATUS NOT = '00'
001470         MOVE 'GENCAL' TO FERR-FILE-NAME
001480         MOVE 'OPEN' TO FERR-OPERATION
001490         MOVE WS-CL-STATUS TO FERR-STATUS
001500         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001510     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540
001550******************************************************************
001560*    2000-PROCESS-FUNCTION
001570*    ONE PASS OF THE MAINTENANCE MENU - PROMPT FOR THE FUNCTION
001580*    AND ROUTE IT.  AN UNKNOWN CODE RE-PROMPTS.
001590******************************************************************
001600 2000-PROCESS-FUNCTION.
001610     DISPLAY 'ENTER FUNCTION (G=GENERATE YEAR, H=HOLIDAY, '
001620         'W=WORKING DAY, L=LIST MONTH, X=EXIT)'.
001630     ACCEPT WS-FUNCTION-CODE.
001640     EVALUATE TRUE
001650         WHEN GENERATE-FUNCTION
001660             PERFORM 3000-GENERATE-YEAR THRU 3000-EXIT
001670         WHEN HOLIDAY-FUNCTION
001680             PERFORM 4000-SET-DAY THRU 4000-EXIT
001690         WHEN WORKING-FUNCTION
001700             PERFORM 4000-SET-DAY THRU 4000-EXIT
001710         WHEN LIST-FUNCTION
001720             PERFORM 5000-LIST-MONTH THRU 5000-EXIT
001730         WHEN EXIT-FUNCTION
001740             CONTINUE
001750         WHEN OTHER
001760             DISPLAY 'INVALID FUNCTION CODE - PLEASE RE-ENTER'
001770     END-EVALUATE.
001780 2000-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820*    3000-GENERATE-YEAR
001830*    WRITES EVERY DAY OF THE YEAR FOR THE SITE THAT IS NOT YET ON
001840*    FILE - MONDAY TO FRIDAY WORKING, SATURDAY AND SUNDAY CLOSED.
001850*    DAYS ALREADY ON FILE (HOLIDAYS SET EARLY, A PART-GENERATED
001860*    YEAR) ARE KEPT.
001870******************************************************************
001880 3000-GENERATE-YEAR.
001890     PERFORM 6000-ACCEPT-LOCATION THRU 6000-EXIT.
001900     IF NOT VALID-SITE
001910         GO TO 3000-EXIT
001920     END-IF.
001930     DISPLAY 'ENTER YEAR (YYYY)'.
001940     ACCEPT WS-ENTRY-YEAR.
001950     IF WS-ENTRY-YEAR NOT NUMERIC OR WS-ENTRY-YEAR < '2000'
001960         DISPLAY 'YEAR MUST BE FOUR DIGITS, 2000 OR LATER - '
001970             'NOT GENERATED'
001980         GO TO 3000-EXIT
001990     END-IF.
002000     MOVE WS-ENTRY-YEAR TO WS-GEN-YEAR.
002010     MOVE ZERO TO WS-ADDED-COUNT.
002020     MOVE ZERO TO WS-KEPT-COUNT.
002030     MOVE WS-GEN-YEAR TO WS-DC-YYYY.
002040     MOVE 1 TO WS-DC-MM.
002050     MOVE 1 TO WS-DC-DD.
002060     PERFORM 3100-GENERATE-ONE-DAY THRU 3100-EXIT
002070         UNTIL WS-DC-YYYY NOT = WS-GEN-YEAR.
002080     DISPLAY 'YEAR ' WS-GEN-YEAR ' FOR SITE ' WS-ENTRY-LOCATION
002090         ' - DAYS ADDED: ' WS-ADDED-COUNT
002100         '  ALREADY ON FILE: ' WS-KEPT-COUNT.
002110 3000-EXIT.
002120     EXIT.
002130
002140 3100-GENERATE-ONE-DAY.
002150     PERFORM 3110-ADD-DAY THRU 3110-EXIT.
002160     PERFORM 8200-NEXT-DATE THRU 8200-EXIT.
002170 3100-EXIT.
002180     EXIT.
002190
002200 3110-ADD-DAY.
002210     MOVE WS-ENTRY-LOCATION TO CL-LOCATION.
002220     MOVE WS-DC-DATE TO CL-DATE.
002230     READ CALENDAR-FILE
002240         INVALID KEY
002250             CONTINUE
002260     END-READ.
002270     IF WS-CL-STATUS = '00'
002280         ADD 1 TO WS-KEPT-COUNT
002290         GO TO 3110-EXIT
002300     END-IF.
002310     IF WS-CL-STATUS NOT = '23'
002320         MOVE 'GENCAL' TO FERR-FILE-NAME
002330         MOVE 'READ' TO FERR-OPERATION
002340         MOVE WS-CL-STATUS TO FERR-STATUS
002350         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002360     END-IF.
002370     MOVE SPACES TO CALENDAR-RECORD.
002380     MOVE WS-ENTRY-LOCATION TO CL-LOCATION.
002390     MOVE WS-DC-DATE TO CL-DATE.
002400     PERFORM 8500-SET-WEEKDAY THRU 8500-EXIT.
002410     IF WEEKEND-DAY
002420         MOVE 'C' TO CL-DAY-TYPE
002430         MOVE 'WEEKEND' TO CL-DESCRIPTION
002440     ELSE
002450         MOVE 'W' TO CL-DAY-TYPE
002460     END-IF.
002470     MOVE WS-CURRENT-DATE TO CL-UPDATED-DATE.
002480     WRITE CALENDAR-RECORD
002490         INVALID KEY
002500             CONTINUE
002510     END-WRITE.
002520     IF WS-CL-STATUS NOT = '00' AND WS-CL-STATUS NOT = '02'
002530         MOVE 'GENCAL' TO FERR-FILE-NAME
002540         MOVE 'WRITE' TO FERR-OPERATION
002550         MOVE WS-CL-STATUS TO FERR-STATUS
002560         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002570     END-IF.
002580     ADD 1 TO WS-ADDED-COUNT.
002590 3110-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630*    4000-SET-DAY
002640*    FUNCTION H MAKES THE DAY A HOLIDAY (THE DESCRIPTION - E.G.
002650*    THE BANK HOLIDAY'S NAME - IS REQUIRED); FUNCTION W MAKES IT
002660*    A WORKING DAY.  A DAY NOT YET ON FILE IS ADDED.  SHOWS WHAT
002670*    WAS ON FILE BEFORE THE CHANGE.
002680******************************************************************
002690 4000-SET-DAY.
002700     PERFORM 6000-ACCEPT-LOCATION THRU 6000-EXIT.
002710     IF NOT VALID-SITE
002720         GO TO 4000-EXIT
002730     END-IF.
002740     PERFORM 6100-ACCEPT-DATE THRU 6100-EXIT.
002750     IF NOT VALID-DATE
002760         GO TO 4000-EXIT
002770     END-IF.
002780     DISPLAY 'ENTER DESCRIPTION'.
002790     ACCEPT WS-ENTRY-DESCRIPTION.
002800     IF HOLIDAY-FUNCTION AND WS-ENTRY-DESCRIPTION = SPACES
002810         DISPLAY 'DESCRIPTION IS REQUIRED FOR A HOLIDAY - NOT SET'
002820         GO TO 4000-EXIT
002830     END-IF.
002840     MOVE WS-ENTRY-LOCATION TO CL-LOCATION.
002850     MOVE WS-DC-DATE TO CL-DATE.
002860     READ CALENDAR-FILE
002870         INVALID KEY
002880             CONTINUE
002890     END-READ.
002900     IF WS-CL-STATUS NOT = '00' AND WS-CL-STATUS NOT = '23'
002910         MOVE 'GENCAL' TO FERR-FILE-NAME
002920         MOVE 'READ' TO FERR-OPERATION
002930         MOVE WS-CL-STATUS TO FERR-STATUS
002940         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002950     END-IF.
002960     IF WS-CL-STATUS = '00'
002970         DISPLAY 'WAS:'
002980         PERFORM 5200-DISPLAY-DAY THRU 5200-EXIT
002990     ELSE
003000         MOVE SPACES TO CALENDAR-RECORD
003010         MOVE WS-ENTRY-LOCATION TO CL-LOCATION
003020         MOVE WS-DC-DATE TO CL-DATE
003030         PERFORM 8500-SET-WEEKDAY THRU 8500-EXIT
003040     END-IF.
003050     IF HOLIDAY-FUNCTION
003060         MOVE 'H' TO CL-DAY-TYPE
003070     ELSE
003080         MOVE 'W' TO CL-DAY-TYPE
003090     END-IF.
003100     MOVE WS-ENTRY-DESCRIPTION TO CL-DESCRIPTION.
003110     MOVE WS-CURRENT-DATE TO CL-UPDATED-DATE.
003120     IF WS-CL-STATUS = '00'
003130         REWRITE CALENDAR-RECORD
003140         MOVE 'REWRITE' TO FERR-OPERATION
003150     ELSE
003160         WRITE CALENDAR-RECORD
003170             INVALID KEY
003180                 CONTINUE
003190         END-WRITE
003200         MOVE 'WRITE' TO FERR-OPERATION
003210     END-IF.
003220     IF WS-CL-STATUS NOT = '00' AND WS-CL-STATUS NOT = '02'
003230         MOVE 'GENCAL' TO FERR-FILE-NAME
003240         MOVE WS-CL-STATUS TO FERR-STATUS
003250         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003260     END-IF.
003270     DISPLAY 'NOW:'.
003280     PERFORM 5200-DISPLAY-DAY THRU 5200-EXIT.
003290 4000-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    5000-LIST-MONTH
003340*    DISPLAYS EVERY DAY ON FILE FOR THE SITE IN ONE MONTH.
003350******************************************************************
003360 5000-LIST-MONTH.
003370     PERFORM 6000-ACCEPT-LOCATION THRU 6000-EXIT.
003380     IF NOT VALID-SITE
003390         GO TO 5000-EXIT
003400     END-IF.
003410     DISPLAY 'ENTER MONTH (YYYYMM)'.
003420     ACCEPT WS-ENTRY-MONTH.
003430     IF WS-ENTRY-MONTH NOT NUMERIC
003440         DISPLAY 'MONTH MUST BE YYYYMM'
003450         GO TO 5000-EXIT
003460     END-IF.
003470     MOVE WS-ENTRY-MONTH TO WS-LIST-MONTH.
003480     MOVE 'N' TO WS-LIST-EOF-SWITCH.
003490     MOVE ZERO TO WS-LIST-COUNT.
003500     MOVE WS-ENTRY-LOCATION TO CL-LOCATION.
003510     MOVE WS-LIST-MONTH TO CL-DATE(1:6).
003520     MOVE '01' TO CL-DATE(7:2).
003530     START CALENDAR-FILE KEY NOT LESS THAN CL-KEY
003540         INVALID KEY
003550             MOVE 'Y' TO WS-LIST-EOF-SWITCH
003560     END-START.
003570     PERFORM 5100-LIST-ONE-DAY THRU 5100-EXIT
003580         UNTIL END-OF-LIST.
003590     DISPLAY 'DAYS LISTED: ' WS-LIST-COUNT.
003600 5000-EXIT.
003610     EXIT.
003620
003630 5100-LIST-ONE-DAY.
003640     READ CALENDAR-FILE NEXT RECORD
003650         AT END
003660             MOVE 'Y' TO WS-LIST-EOF-SWITCH
003670     END-READ.
003680     IF WS-CL-STATUS NOT = '00' AND WS-CL-STATUS NOT = '10'
003690         MOVE 'GENCAL' TO FERR-FILE-NAME
003700         MOVE 'READ' TO FERR-OPERATION
003710         MOVE WS-CL-STATUS TO FERR-STATUS
003720         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003730     END-IF.
003740     IF WS-CL-STATUS NOT = '00'
003750         MOVE 'Y' TO WS-LIST-EOF-SWITCH
003760         GO TO 5100-EXIT
003770     END-IF.
003780     IF CL-LOCATION NOT = WS-ENTRY-LOCATION
003790         OR CL-DATE(1:6) NOT = WS-ENTRY-MONTH
003800         MOVE 'Y' TO WS-LIST-EOF-SWITCH
003810         GO TO 5100-EXIT
003820     END-IF.
003830     PERFORM 5200-DISPLAY-DAY THRU 5200-EXIT.
003840     ADD 1 TO WS-LIST-COUNT.
003850 5100-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*    5200-DISPLAY-DAY
003900*    ONE LINE PER DAY - SHARED BY THE LIST AND SET PATHS.
003910******************************************************************
003920 5200-DISPLAY-DAY.
003930     EVALUATE TRUE
003940         WHEN CL-WORKING-DAY
003950             MOVE 'WORKING' TO WS-DAY-TYPE-TEXT
003960         WHEN CL-HOLIDAY
003970             MOVE 'HOLIDAY' TO WS-DAY-TYPE-TEXT
003980         WHEN CL-CLOSED-DAY
003990             MOVE 'CLOSED' TO WS-DAY-TYPE-TEXT
004000         WHEN OTHER
004010             MOVE CL-DAY-TYPE TO WS-DAY-TYPE-TEXT
004020     END-EVALUATE.
004030     DISPLAY CL-LOCATION ' ' CL-DATE ' ' CL-WEEKDAY ' '
004040         WS-DAY-TYPE-TEXT ' ' CL-DESCRIPTION.
004050 5200-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090*    6000-ACCEPT-LOCATION
004100*    PROMPTS FOR THE SITE CODE AND CHECKS IT AGAINST THE SITE
004110*    TABLE (COPYBOOK SITECODE).
004120******************************************************************
004130 6000-ACCEPT-LOCATION.
004140     DISPLAY 'ENTER SITE CODE'.
004150     ACCEPT WS-ENTRY-LOCATION.
004160     MOVE 'N' TO WS-VALID-SITE-SWITCH.
004170     SET SC-IDX TO 1.
004180     SEARCH SC-ENTRY
004190         AT END
004200             MOVE 'N' TO WS-VALID-SITE-SWITCH
004210         WHEN SC-CODE(SC-IDX) = WS-ENTRY-LOCATION
004220             MOVE 'Y' TO WS-VALID-SITE-SWITCH
004230     END-SEARCH.
004240     IF NOT VALID-SITE
004250         DISPLAY 'UNKNOWN SITE CODE ' WS-ENTRY-LOCATION
004260     END-IF.
004270 6000-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*    6100-ACCEPT-DATE
004320*    PROMPTS FOR A YYYYMMDD DATE INTO WS-DC-DATE AND CHECKS THE
004330*    MONTH AND THE DAY WITHIN IT.
004340******************************************************************
004350 6100-ACCEPT-DATE.
004360     MOVE 'N' TO WS-VALID-DATE-SWITCH.
004370     DISPLAY 'ENTER DATE (YYYYMMDD)'.
004380     ACCEPT WS-ENTRY-DATE.
004390     IF WS-ENTRY-DATE NOT NUMERIC
004400         DISPLAY 'DATE MUST BE YYYYMMDD'
004410         GO TO 6100-EXIT
004420     END-IF.
004430     MOVE WS-ENTRY-DATE TO WS-DC-DATE.
004440     IF WS-DC-MM < 1 OR WS-DC-MM > 12 OR WS-DC-DD < 1
004450         DISPLAY 'NOT A VALID DATE: ' WS-ENTRY-DATE
004460         GO TO 6100-EXIT
004470     END-IF.
004480     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
004490     IF WS-DC-DD > WS-MONTH-LENGTH
004500         DISPLAY 'NOT A VALID DATE: ' WS-ENTRY-DATE
004510         GO TO 6100-EXIT
004520     END-IF.
004530     MOVE 'Y' TO WS-VALID-DATE-SWITCH.
004540 6100-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    8000-DATE-TO-DAYS
004590*    DAY NUMBER OF WS-DC-DATE, COUNTED IN A YEAR THAT STARTS ON
004600*    1 MARCH SO THE LEAP DAY FALLS AT THE END.
004610******************************************************************
004620 8000-DATE-TO-DAYS.
004630     IF WS-DC-MM > 2
004640         MOVE WS-DC-YYYY TO WS-DC-YEAR
004650         COMPUTE WS-DC-MONTH = WS-DC-MM - 3
004660     ELSE
004670         COMPUTE WS-DC-YEAR = WS-DC-YYYY - 1
004680         COMPUTE WS-DC-MONTH = WS-DC-MM + 9
004690     END-IF.
004700     COMPUTE WS-DC-DAYS = WS-DC-YEAR * 365 + WS-DC-DD - 1.
004710     DIVIDE 4 INTO WS-DC-YEAR GIVING WS-DC-WORK.
004720     ADD WS-DC-WORK TO WS-DC-DAYS.
004730     DIVIDE 100 INTO WS-DC-YEAR GIVING WS-DC-WORK.
004740     SUBTRACT WS-DC-WORK FROM WS-DC-DAYS.
004750     DIVIDE 400 INTO WS-DC-YEAR GIVING WS-DC-WORK.
004760     ADD WS-DC-WORK TO WS-DC-DAYS.
004770     COMPUTE WS-DC-WORK = WS-DC-MONTH * 153 + 2.
004780     DIVIDE 5 INTO WS-DC-WORK.
004790     ADD WS-DC-WORK TO WS-DC-DAYS.
004800 8000-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840*    8200-NEXT-DATE
004850*    STEPS WS-DC-DATE FORWARD ONE DAY.
004860******************************************************************
004870 8200-NEXT-DATE.
004880     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
004890     IF WS-DC-DD < WS-MONTH-LENGTH
004900         ADD 1 TO WS-DC-DD
004910         GO TO 8200-EXIT
004920     END-IF.
004930     MOVE 1 TO WS-DC-DD.
004940     IF WS-DC-MM < 12
004950         ADD 1 TO WS-DC-MM
004960     ELSE
004970         MOVE 1 TO WS-DC-MM
004980         ADD 1 TO WS-DC-YYYY
004990     END-IF.
005000 8200-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    8300-MONTH-LENGTH
005050*    DAYS IN MONTH WS-DC-MM OF YEAR WS-DC-YYYY.  A LEAP YEAR
005060*    DIVIDES BY 4, EXCEPT CENTURIES THAT DO NOT DIVIDE BY 400.
005070******************************************************************
005080 8300-MONTH-LENGTH.
005090     MOVE WS-MONTH-DAYS(WS-DC-MM) TO WS-MONTH-LENGTH.
005100     IF WS-DC-MM NOT = 2
005110         GO TO 8300-EXIT
005120     END-IF.
005130     DIVIDE WS-DC-YYYY BY 4 GIVING WS-DC-QUOTIENT
005140         REMAINDER WS-DC-REM-4.
005150     DIVIDE WS-DC-YYYY BY 100 GIVING WS-DC-QUOTIENT
005160         REMAINDER WS-DC-REM-100.
005170     DIVIDE WS-DC-YYYY BY 400 GIVING WS-DC-QUOTIENT
005180         REMAINDER WS-DC-REM-400.
005190     IF WS-DC-REM-4 = ZERO
005200         AND (WS-DC-REM-100 NOT = ZERO OR WS-DC-REM-400 = ZERO)
005210         MOVE 29 TO WS-MONTH-LENGTH
005220     END-IF.
005230 8300-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270*    8500-SET-WEEKDAY
005280*    PUTS THE DAY NAME OF WS-DC-DATE IN CL-WEEKDAY AND LEAVES ITS
005290*    TABLE POSITION IN WS-WEEKDAY-SUB (4 AND 5 ARE THE WEEKEND).
005300******************************************************************
005310 8500-SET-WEEKDAY.
005320     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
005330     DIVIDE WS-DC-DAYS BY 7 GIVING WS-DC-WORK
005340         REMAINDER WS-WEEKDAY-SUB.
005350     ADD 1 TO WS-WEEKDAY-SUB.
005360     MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-SUB) TO CL-WEEKDAY.
005370 8500-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*    9000-TERMINATE
005420******************************************************************
005430 9000-TERMINATE.
005440     CLOSE CALENDAR-FILE.
005450 9000-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490*    9100-FILE-ERROR
005500*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
005510*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
005520*    ENDS THE RUN WITH RETURN CODE 12.
005530******************************************************************
005540 9100-FILE-ERROR.
005550     CALL 'GENFERR' USING FERR-AREA.
005560 9100-EXIT.
005570     EXIT.
005580
005590 END PROGRAM GENCAL01.
