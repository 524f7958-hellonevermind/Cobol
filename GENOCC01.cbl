000010******************************************************************
000020*    PROGRAM-ID : GENOCC01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : DAILY OCCUPANCY REPORT FOR FACILITIES.  FOR
000080*                  THE REPORT DATE (YYYYMMDD PARAMETER, DEFAULT
000090*                  THE BUSINESS DATE FROM THE GENCAL CALENDAR)
000100*                  IT REBUILDS, BUILDING BY BUILDING, HOW MANY
000110*                  PEOPLE WERE ON SITE MINUTE BY MINUTE FROM THE
000120*                  VISIT TIMES ON VISITLOG, AND PRINTS EACH HOUR
000130*                  (ON SITE AT THE START, ARRIVALS, DEPARTURES,
000140*                  PEAK) THEN THE DAY'S PEAK AND WHEN IT CAME,
000150*                  AGAINST THE FIRE-CERTIFIED CAPACITY ON THE
000160*                  SITECODE TABLE.  THE DESK WARNINGS GENDER1
000170*                  WROTE TO GENOCCX THAT DAY ARE COUNTED TOO.
000180*                  ONLY OPEN VISITS AND THOSE CLOSED ON OR AFTER
000190*                  THE REPORT DATE ARE READ (VIA THE
000200*                  VL-ROLL-CALL-KEY), NOT THE WHOLE HISTORY.
000210*                  RETURN CODE 4 WHEN ANY BUILDING REACHED ITS
000220*                  LIMIT.
000230*    TECTONICS   : COBOL
000240*----------------------------------------------------------------
000250*    MODIFICATION HISTORY
000260*    DATE       INIT DESCRIPTION
000270*    2026-10-15  DM  ORIGINAL PROGRAM.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 PROGRAM-ID. GENOCC01.
000320 AUTHOR. D. MATHESON.
000330 INSTALLATION. FRONT OFFICE SYSTEMS.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 CONFIGURATION SECTION.
000390*-----------------------
000400 SOURCE-COMPUTER. GENERIC.
000410 OBJECT-COMPUTER. GENERIC.
000420 INPUT-OUTPUT SECTION.
000430*-----------------------
000440 FILE-CONTROL.
000450     SELECT VISIT-LOG-FILE ASSIGN TO "VISITLOG"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS VL-KEY
000490         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000500         FILE STATUS IS WS-VL-STATUS.
000510
000520     SELECT OCCUPANCY-EXCEPTION-FILE ASSIGN TO "GENOCCX"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-OX-STATUS.
000550
000560     SELECT REPORT-FILE ASSIGN TO "GENOCC01"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.
000590
000600 DATA DIVISION.
000610*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000620 FILE SECTION.
000630*-----------------------
000640 FD  VISIT-LOG-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY VISITREC IN "copybooks".
000670
000680 FD  OCCUPANCY-EXCEPTION-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 100 CHARACTERS.
000710 COPY OCCXREC IN "copybooks".
000720
000730 FD  REPORT-FILE
000740     LABEL RECORDS ARE OMITTED.
000750 01  REPORT-RECORD                  PIC X(80).
000760
000770*-----------------------
000780 WORKING-STORAGE SECTION.
000790*-----------------------
000800 COPY SITECODE IN "copybooks".
000810
000820 77  WS-VL-STATUS                PIC X(02)  VALUE SPACES.
000830 77  WS-OX-STATUS                PIC X(02)  VALUE SPACES.
000840 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000850
000860 77  WS-VISIT-LOG-SWITCH         PIC X(01)  VALUE 'N'.
000870     88  VISIT-LOG-AVAILABLE                VALUE 'Y'.
000880 77  WS-VISIT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
000890     88  END-OF-VISITS                      VALUE 'Y'.
000900 77  WS-OX-EOF-SWITCH            PIC X(01)  VALUE 'N'.
000910     88  END-OF-EXCEPTIONS                  VALUE 'Y'.
000920 77  WS-LIMIT-SWITCH             PIC X(01)  VALUE 'N'.
000930     88  LIMIT-REACHED-SOMEWHERE            VALUE 'Y'.
000940
000950 77  WS-PARM                     PIC X(20)  VALUE SPACES.
000960 77  WS-TARGET-DATE              PIC 9(08)  VALUE ZERO.
000970 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000980 77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
000990 77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
001000
001010 77  WS-NOW-MINUTE               PIC 9(04) COMP VALUE ZERO.
001020 77  WS-START-MINUTE             PIC 9(04) COMP VALUE ZERO.
001030 77  WS-END-MINUTE               PIC 9(04) COMP VALUE ZERO.
001040 77  WS-MINUTE-SUB               PIC 9(04) COMP VALUE ZERO.
001050 77  WS-MINUTE-OF-DAY            PIC 9(04) COMP VALUE ZERO.
001060 77  WS-MINUTE-OF-HOUR           PIC 9(04) COMP VALUE ZERO.
001070 77  WS-HOUR-SUB                 PIC 9(04) COMP VALUE ZERO.
001080 77  WS-ON-SITE                  PIC S9(05) COMP VALUE ZERO.
001090 77  WS-PEAK-COUNT               PIC 9(05) COMP VALUE ZERO.
001100 77  WS-PEAK-MINUTE              PIC 9(04) COMP VALUE ZERO.
001110 77  WS-LIMIT-MINUTES            PIC 9(05) COMP VALUE ZERO.
001120 77  WS-VISIT-COUNT              PIC 9(05) COMP VALUE ZERO.
001130 77  WS-SWEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
001140
001150*    A VISIT TIME (HHMMSS) SPLIT FOR THE MINUTE OF THE DAY.
001160 01  WS-TIME-WORK                PIC 9(06)  VALUE ZERO.
001170 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001180     05  WS-TIME-HH              PIC 9(02).
001190     05  WS-TIME-MM              PIC 9(02).
001200     05  WS-TIME-SS              PIC 9(02).
001210
001220*    CHANGE IN HEADCOUNT AT EACH MINUTE OF THE DAY FOR THE SITE
001230*    BEING REPORTED - ENTRY 1 IS 00:00.  A VISIT ADDS ONE AT ITS
001240*    FIRST MINUTE AND TAKES ONE OFF THE MINUTE AFTER ITS LAST,
001250*    SO A RUNNING TOTAL GIVES THE HEADCOUNT.  ENTRY 1441 ONLY
001260*    CATCHES VISITS THAT RUN TO 23:59.
001270 01  OCC-MINUTE-TABLE.
001280     05  OM-DELTA OCCURS 1441 TIMES
001290                                 PIC S9(05) COMP.
001300
001310 01  OCC-HOUR-TABLE.
001320     05  OH-ENTRY OCCURS 24 TIMES.
001330         10  OH-START-COUNT      PIC 9(05) COMP.
001340         10  OH-ARRIVALS         PIC 9(05) COMP.
001350         10  OH-DEPARTURES       PIC 9(05) COMP.
001360         10  OH-PEAK             PIC 9(05) COMP.
001370
001380 01  OCC-WARNING-TABLE.
001390     05  OW-COUNT OCCURS 2 TIMES
001400                                 PIC 9(05) COMP.
001410
001420 01  RPT-HEADING-1.
001430     05  FILLER                  PIC X(20)  VALUE SPACES.
001440     05  FILLER                  PIC X(41)
001450         VALUE 'DAILY OCCUPANCY REPORT - BY SITE AND HOUR'.
001460     05  FILLER                  PIC X(19)  VALUE SPACES.
001470
001480 01  RPT-HEADING-2.
001490     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
001500     05  RH2-DATE                PIC 9(08).
001510     05  FILLER                  PIC X(10)  VALUE SPACES.
001520     05  FILLER                  PIC X(13)
001530         VALUE 'REPORT DATE: '.
001540     05  RH2-TARGET              PIC 9(08).
001550     05  FILLER                  PIC X(35)  VALUE SPACES.
001560
001570 01  RPT-SITE-HEADING.
001580     05  FILLER                  PIC X(04)  VALUE '*** '.
001590     05  RSH-NAME                PIC X(20).
001600     05  FILLER                  PIC X(14)
001610         VALUE '  FIRE LIMIT: '.
001620     05  RSH-CAPACITY            PIC ZZ,ZZ9.
001630     05  FILLER                  PIC X(04)  VALUE ' ***'.
001640
001650 01  RPT-HOUR-HEADING.
001660     05  FILLER                  PIC X(14)  VALUE 'HOUR'.
001670     05  FILLER                  PIC X(10)  VALUE '  AT START'.
001680     05  FILLER                  PIC X(10)  VALUE '   ARRIVED'.
001690     05  FILLER                  PIC X(10)  VALUE '      LEFT'.
001700     05  FILLER                  PIC X(10)  VALUE '      PEAK'.
001710     05  FILLER                  PIC X(02)  VALUE SPACES.
001720     05  FILLER                  PIC X(12)  VALUE 'NOTE'.
001730
001740 01  RPT-HOUR-LINE.
001750     05  RHL-FROM-HH             PIC 9(02).
001760     05  FILLER                  PIC X(04)  VALUE ':00-'.
001770     05  RHL-TO-HH               PIC 9(02).
001780     05  FILLER                  PIC X(06)  VALUE ':59   '.
001790     05  FILLER                  PIC X(04)  VALUE SPACES.
001800     05  RHL-START-COUNT         PIC ZZ,ZZ9.
001810     05  FILLER                  PIC X(04)  VALUE SPACES.
001820     05  RHL-ARRIVALS            PIC ZZ,ZZ9.
001830     05  FILLER                  PIC X(04)  VALUE SPACES.
001840     05  RHL-DEPARTURES          PIC ZZ,ZZ9.
001850     05  FILLER                  PIC X(04)  VALUE SPACES.
001860     05  RHL-PEAK                PIC ZZ,ZZ9.
001870     05  FILLER                  PIC X(02)  VALUE SPACES.
001880     05  RHL-NOTE                PIC X(12).
001890
001900 01  RPT-PEAK-LINE.
001910     05  FILLER                  PIC X(30)
001920         VALUE 'PEAK OCCUPANCY:'.
001930     05  RPK-COUNT               PIC ZZZ,ZZ9.
001940     05  FILLER                  PIC X(04)  VALUE ' AT '.
001950     05  RPK-HH                  PIC 9(02).
001960     05  FILLER                  PIC X(01)  VALUE ':'.
001970     05  RPK-MM                  PIC 9(02).
001980
001990 01  RPT-STATUS-LINE.
002000     05  FILLER                  PIC X(30)
002010         VALUE 'FIRE LIMIT STATUS:'.
002020     05  RST-STATUS              PIC X(20).
002030
002040 01  RPT-COUNT-LINE.
002050     05  RC-LABEL                PIC X(30).
002060     05  RC-COUNT                PIC ZZZ,ZZ9.
002070
002080 01  RPT-BLANK-LINE              PIC X(80)  VALUE SPACES.
002090
002100 COPY FERRLNK IN "copybooks".
002110 COPY BDAYLNK IN "copybooks".
002120
002130 PROCEDURE DIVISION.
002140*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002150******************************************************************
002160*    0000-MAINLINE
002170******************************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     SET SC-IDX TO 1.
002210     PERFORM 3000-REPORT-SITE THRU 3000-EXIT
002220         UNTIL SC-IDX > SC-TABLE-MAX.
002230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002240     STOP RUN.
002250
002260******************************************************************
002270*    1000-INITIALIZE
002280*    RESOLVES THE REPORT DATE (PARAMETER OR BUSINESS DATE),
002290*    COUNTS THE DAY'S DESK WARNINGS AND OPENS THE FILES.  NO
002300*    VISIT LOG AT ALL STILL PRINTS THE REPORT, ALL ZEROS.
002310******************************************************************
002320 1000-INITIALIZE.
002330     MOVE 'GENOCC01' TO FERR-PROGRAM-ID.
002340     MOVE 'F' TO FERR-DISPOSITION.
002350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002360     ACCEPT WS-CURRENT-TIME FROM TIME.
002370     MOVE WS-CURRENT-TIME(1:6) TO WS-TIME-WORK.
002380     COMPUTE WS-NOW-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM.
002390     PERFORM 8650-GET-BUSINESS-DATE THRU 8650-EXIT.
002400     MOVE WS-BUSINESS-DATE TO WS-TARGET-DATE.
002410     ACCEPT WS-PARM FROM COMMAND-LINE.
002420     IF WS-PARM(1:8) IS NUMERIC
002430         MOVE WS-PARM(1:8) TO WS-TARGET-DATE
002440     END-IF.
002450     PERFORM 2000-COUNT-WARNINGS THRU 2000-EXIT.
002460     OPEN INPUT VISIT-LOG-FILE.
002470     IF WS-VL-STATUS = '00'
002480         MOVE 'Y' TO WS-VISIT-LOG-SWITCH
002490     ELSE
002500         IF WS-VL-STATUS NOT = '35'
002510             MOVE 'VISITLOG' TO FERR-FILE-NAME
002520             MOVE 'OPEN' TO FERR-OPERATION
002530             MOVE WS-VL-STATUS TO FERR-STATUS
002540             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002550         END-IF
002560     END-IF.
002570     OPEN OUTPUT REPORT-FILE.
002580     IF WS-RPT-STATUS NOT = '00'
002590         MOVE 'GENOCC01' TO FERR-FILE-NAME
002600         MOVE 'OPEN' TO FERR-OPERATION
002610         MOVE WS-RPT-STATUS TO FERR-STATUS
002620         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002630     END-IF.
002640     MOVE WS-CURRENT-DATE TO RH2-DATE.
002650     MOVE WS-TARGET-DATE TO RH2-TARGET.
002660     WRITE REPORT-RECORD FROM RPT-HEADING-1.
002670     WRITE REPORT-RECORD FROM RPT-HEADING-2.
002680 1000-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*    2000-COUNT-WARNINGS
002730*    COUNTS, PER SITE, THE OCCUPANCY EXCEPTIONS GENDER1 RAISED
002740*    AT THE DESK ON THE REPORT DATE.  NO GENOCCX FILE MEANS NO
002750*    BUILDING HAS EVER REACHED ITS LIMIT.
002760******************************************************************
002770 2000-COUNT-WARNINGS.
002780     SET SC-IDX TO 1.
002790     PERFORM 2100-CLEAR-WARNING-SLOT THRU 2100-EXIT
002800         UNTIL SC-IDX > SC-TABLE-MAX.
002810     OPEN INPUT OCCUPANCY-EXCEPTION-FILE.
002820     IF WS-OX-STATUS = '35'
002830         GO TO 2000-EXIT
002840     END-IF.
002850     IF WS-OX-STATUS NOT = '00'
002860         MOVE 'GENOCCX' TO FERR-FILE-NAME
002870         MOVE 'OPEN' TO FERR-OPERATION
002880         MOVE WS-OX-STATUS TO FERR-STATUS
002890         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002900     END-IF.
002910     PERFORM 2200-COUNT-ONE-WARNING THRU 2200-EXIT
002920         UNTIL END-OF-EXCEPTIONS.
002930     CLOSE OCCUPANCY-EXCEPTION-FILE.
002940 2000-EXIT.
002950     EXIT.
002960
002970 2100-CLEAR-WARNING-SLOT.
002980     MOVE ZERO TO OW-COUNT(SC-IDX).
002990     SET SC-IDX UP BY 1.
003000 2100-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040*    2200-COUNT-ONE-WARNING
003050*    THE EXCEPTION FILE ACCUMULATES ACROSS DAYS - OTHER DATES
003060*    PASS THROUGH.  AN UNKNOWN LOCATION COUNTS AS HEADQUARTERS,
003070*    ENTRY ONE.
003080******************************************************************
003090 2200-COUNT-ONE-WARNING.
003100     READ OCCUPANCY-EXCEPTION-FILE
003110         AT END
003120             MOVE 'Y' TO WS-OX-EOF-SWITCH
003130     END-READ.
003140     IF WS-OX-STATUS NOT = '00' AND WS-OX-STATUS NOT = '10'
003150         MOVE 'GENOCCX' TO FERR-FILE-NAME
003160         MOVE 'READ' TO FERR-OPERATION
003170         MOVE WS-OX-STATUS TO FERR-STATUS
003180         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003190     END-IF.
003200     IF WS-OX-STATUS NOT = '00'
003210         MOVE 'Y' TO WS-OX-EOF-SWITCH
003220         GO TO 2200-EXIT
003230     END-IF.
003240     IF OX-EXCEPTION-DATE NOT = WS-TARGET-DATE
003250         GO TO 2200-EXIT
003260     END-IF.
003270     SET SC-IDX TO 1.
003280     SEARCH SC-ENTRY
003290         AT END
003300             SET SC-IDX TO 1
003310         WHEN SC-CODE(SC-IDX) = OX-LOCATION
003320             CONTINUE
003330     END-SEARCH.
003340     ADD 1 TO OW-COUNT(SC-IDX).
003350 2200-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    3000-REPORT-SITE
003400*    ONE SECTION PER BUILDING IN SC-IDX.  TWO KEY RANGES ON
003410*    VL-ROLL-CALL-KEY COVER EVERY VISIT THAT COULD HAVE BEEN ON
003420*    SITE DURING THE REPORT DATE: THE VISITS STILL OPEN
003430*    (DATE-OUT ZERO, THIS SITE), AND THE VISITS CLOSED ON OR
003440*    AFTER THE REPORT DATE (ALL SITES - FILTERED HERE).  EACH
003450*    VISIT IS LAID ON THE MINUTE TABLE, THEN THE TABLE IS
003460*    WALKED ONCE FOR THE HOURLY FIGURES AND THE PEAK.
003470******************************************************************
003480 3000-REPORT-SITE.
003490     MOVE ZERO TO WS-VISIT-COUNT.
003500     MOVE ZERO TO WS-SWEPT-COUNT.
003510     MOVE 1 TO WS-MINUTE-SUB.
003520     PERFORM 3010-CLEAR-MINUTE THRU 3010-EXIT
003530         UNTIL WS-MINUTE-SUB > 1441.
003540     MOVE 1 TO WS-HOUR-SUB.
003550     PERFORM 3020-CLEAR-HOUR THRU 3020-EXIT
003560         UNTIL WS-HOUR-SUB > 24.
003570     IF VISIT-LOG-AVAILABLE
003580         MOVE LOW-VALUES TO VL-ROLL-CALL-KEY
003590         MOVE ZERO TO VL-DATE-OUT
003600         MOVE SC-CODE(SC-IDX) TO VL-LOCATION
003610         PERFORM 3100-START-VISITS THRU 3100-EXIT
003620         PERFORM 3200-ADD-OPEN-VISIT THRU 3200-EXIT
003630             UNTIL END-OF-VISITS
003640         MOVE LOW-VALUES TO VL-ROLL-CALL-KEY
003650         MOVE WS-TARGET-DATE TO VL-DATE-OUT
003660         PERFORM 3100-START-VISITS THRU 3100-EXIT
003670         PERFORM 3300-ADD-CLOSED-VISIT THRU 3300-EXIT
003680             UNTIL END-OF-VISITS
003690     END-IF.
003700     PERFORM 4000-WALK-MINUTES THRU 4000-EXIT.
003710     PERFORM 5000-PRINT-SITE THRU 5000-EXIT.
003720     SET SC-IDX UP BY 1.
003730 3000-EXIT.
003740     EXIT.
003750
003760 3010-CLEAR-MINUTE.
003770     MOVE ZERO TO OM-DELTA(WS-MINUTE-SUB).
003780     ADD 1 TO WS-MINUTE-SUB.
003790 3010-EXIT.
003800     EXIT.
003810
003820 3020-CLEAR-HOUR.
003830     MOVE ZERO TO OH-START-COUNT(WS-HOUR-SUB).
003840     MOVE ZERO TO OH-ARRIVALS(WS-HOUR-SUB).
003850     MOVE ZERO TO OH-DEPARTURES(WS-HOUR-SUB).
003860     MOVE ZERO TO OH-PEAK(WS-HOUR-SUB).
003870     ADD 1 TO WS-HOUR-SUB.
003880 3020-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*    3100-START-VISITS
003930*    POSITIONS ON VL-ROLL-CALL-KEY AT THE KEY ALREADY MOVED IN.
003940*    NOTHING AT OR BEYOND IT (23) IS AN EMPTY RANGE.
003950******************************************************************
003960 3100-START-VISITS.
003970     MOVE 'N' TO WS-VISIT-EOF-SWITCH.
003980     START VISIT-LOG-FILE KEY NOT LESS THAN VL-ROLL-CALL-KEY
003990         INVALID KEY
004000             MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004010     END-START.
004020     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '23'
004030         MOVE 'VISITLOG' TO FERR-FILE-NAME
004040         MOVE 'START' TO FERR-OPERATION
004050         MOVE WS-VL-STATUS TO FERR-STATUS
004060         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004070     END-IF.
004080     IF WS-VL-STATUS NOT = '00'
004090         MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004100     END-IF.
004110 3100-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*    3200-ADD-OPEN-VISIT
004160*    STILL-OPEN VISITS FOR THIS SITE.  THE RANGE ENDS AT THE
004170*    FIRST CLOSED VISIT OR THE NEXT SITE.
004180******************************************************************
004190 3200-ADD-OPEN-VISIT.
004200     PERFORM 3400-READ-VISIT THRU 3400-EXIT.
004210     IF END-OF-VISITS
004220         GO TO 3200-EXIT
004230     END-IF.
004240     IF VL-DATE-OUT NOT = ZERO
004250         OR VL-LOCATION NOT = SC-CODE(SC-IDX)
004260         MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004270         GO TO 3200-EXIT
004280     END-IF.
004290     PERFORM 3500-ADD-VISIT THRU 3500-EXIT.
004300 3200-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*    3300-ADD-CLOSED-VISIT
004350*    VISITS CLOSED ON OR AFTER THE REPORT DATE, ANY SITE.
004360******************************************************************
004370 3300-ADD-CLOSED-VISIT.
004380     PERFORM 3400-READ-VISIT THRU 3400-EXIT.
004390     IF END-OF-VISITS
004400         GO TO 3300-EXIT
004410     END-IF.
004420     IF VL-LOCATION NOT = SC-CODE(SC-IDX)
004430         GO TO 3300-EXIT
004440     END-IF.
004450     PERFORM 3500-ADD-VISIT THRU 3500-EXIT.
004460 3300-EXIT.
004470     EXIT.
004480
004490 3400-READ-VISIT.
004500     READ VISIT-LOG-FILE NEXT RECORD
004510         AT END
004520             MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004530     END-READ.
004540     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
004550         AND WS-VL-STATUS NOT = '10'
004560         MOVE 'VISITLOG' TO FERR-FILE-NAME
004570         MOVE 'READ' TO FERR-OPERATION
004580         MOVE WS-VL-STATUS TO FERR-STATUS
004590         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004600     END-IF.
004610     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
004620         MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004630     END-IF.
004640 3400-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*    3500-ADD-VISIT
004690*    LAYS ONE VISIT ON THE MINUTE TABLE.  A VISIT THAT STARTED
004700*    BEFORE THE REPORT DATE IS ON SITE FROM 00:00; ONE THAT
004710*    ENDED AFTER IT, OR IS STILL OPEN, IS ON SITE TO 23:59 -
004720*    OR TO NOW WHEN THE REPORT IS FOR TODAY.  A SWEPT VISIT
004730*    (CLOSED BY GENSWP01 AT 235959) NEVER SIGNED OUT, SO IT
004740*    COUNTS TO 23:59 AND IS NOT A DEPARTURE.  ARRIVALS AND
004750*    DEPARTURES ARE COUNTED ONLY WHEN THEY FALL ON THE DATE.
004760******************************************************************
004770 3500-ADD-VISIT.
004780     IF VL-DATE-IN > WS-TARGET-DATE
004790         GO TO 3500-EXIT
004800     END-IF.
004810     ADD 1 TO WS-VISIT-COUNT.
004820     IF VL-DATE-IN < WS-TARGET-DATE
004830         MOVE ZERO TO WS-START-MINUTE
004840     ELSE
004850         MOVE VL-TIME-IN TO WS-TIME-WORK
004860         COMPUTE WS-START-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM
004870         ADD 1 TO OH-ARRIVALS(WS-TIME-HH + 1)
004880     END-IF.
004890     MOVE 1439 TO WS-END-MINUTE.
004900     IF VL-DATE-OUT = ZERO
004910         IF WS-TARGET-DATE = WS-CURRENT-DATE
004920             MOVE WS-NOW-MINUTE TO WS-END-MINUTE
004930         END-IF
004940     ELSE
004950         IF VL-DATE-OUT = WS-TARGET-DATE
004960             IF VL-AUTO-CLOSED
004970                 ADD 1 TO WS-SWEPT-COUNT
004980             ELSE
004990                 MOVE VL-TIME-OUT TO WS-TIME-WORK
005000                 COMPUTE WS-END-MINUTE =
005010                     WS-TIME-HH * 60 + WS-TIME-MM
005020                 ADD 1 TO OH-DEPARTURES(WS-TIME-HH + 1)
005030             END-IF
005040         END-IF
005050     END-IF.
005060     IF WS-END-MINUTE < WS-START-MINUTE
005070         MOVE WS-START-MINUTE TO WS-END-MINUTE
005080     END-IF.
005090     ADD 1 TO OM-DELTA(WS-START-MINUTE + 1).
005100     SUBTRACT 1 FROM OM-DELTA(WS-END-MINUTE + 2).
005110 3500-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150*    4000-WALK-MINUTES
005160*    RUNS THE HEADCOUNT THROUGH THE DAY A MINUTE AT A TIME,
005170*    PICKING UP EACH HOUR'S OPENING COUNT AND PEAK, THE DAY'S
005180*    PEAK (FIRST MINUTE IT WAS REACHED) AND THE MINUTES SPENT
005190*    AT OR OVER THE FIRE LIMIT.
005200******************************************************************
005210 4000-WALK-MINUTES.
005220     MOVE ZERO TO WS-ON-SITE.
005230     MOVE ZERO TO WS-PEAK-COUNT.
005240     MOVE ZERO TO WS-PEAK-MINUTE.
005250     MOVE ZERO TO WS-LIMIT-MINUTES.
005260     MOVE 1 TO WS-MINUTE-SUB.
005270     PERFORM 4100-WALK-ONE-MINUTE THRU 4100-EXIT
005280         UNTIL WS-MINUTE-SUB > 1440.
005290 4000-EXIT.
005300     EXIT.
005310
005320 4100-WALK-ONE-MINUTE.
005330     ADD OM-DELTA(WS-MINUTE-SUB) TO WS-ON-SITE.
005340     COMPUTE WS-MINUTE-OF-DAY = WS-MINUTE-SUB - 1.
005350     DIVIDE 60 INTO WS-MINUTE-OF-DAY
005360         GIVING WS-HOUR-SUB REMAINDER WS-MINUTE-OF-HOUR.
005370     ADD 1 TO WS-HOUR-SUB.
005380     IF WS-MINUTE-OF-HOUR = ZERO
005390         MOVE WS-ON-SITE TO OH-START-COUNT(WS-HOUR-SUB)
005400     END-IF.
005410     IF WS-ON-SITE > OH-PEAK(WS-HOUR-SUB)
005420         MOVE WS-ON-SITE TO OH-PEAK(WS-HOUR-SUB)
005430     END-IF.
005440     IF WS-ON-SITE > WS-PEAK-COUNT
005450         MOVE WS-ON-SITE TO WS-PEAK-COUNT
005460         MOVE WS-MINUTE-OF-DAY TO WS-PEAK-MINUTE
005470     END-IF.
005480     IF SC-CAPACITY(SC-IDX) NOT = ZERO
005490         AND WS-ON-SITE NOT < SC-CAPACITY(SC-IDX)
005500         ADD 1 TO WS-LIMIT-MINUTES
005510     END-IF.
005520     ADD 1 TO WS-MINUTE-SUB.
005530 4100-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*    5000-PRINT-SITE
005580*    THE SITE HEADING, 24 HOUR LINES AND THE SITE SUMMARY.  A
005590*    SITE THAT REACHED ITS LIMIT SETS RETURN CODE 4 AT THE END.
005600******************************************************************
005610 5000-PRINT-SITE.
005620     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
005630     MOVE SC-NAME(SC-IDX) TO RSH-NAME.
005640     MOVE SC-CAPACITY(SC-IDX) TO RSH-CAPACITY.
005650     WRITE REPORT-RECORD FROM RPT-SITE-HEADING.
005660     WRITE REPORT-RECORD FROM RPT-HOUR-HEADING.
005670     MOVE 1 TO WS-HOUR-SUB.
005680     PERFORM 5100-PRINT-HOUR THRU 5100-EXIT
005690         UNTIL WS-HOUR-SUB > 24.
005700     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
005710     MOVE WS-PEAK-COUNT TO RPK-COUNT.
005720     DIVIDE 60 INTO WS-PEAK-MINUTE
005730         GIVING RPK-HH REMAINDER RPK-MM.
005740     WRITE REPORT-RECORD FROM RPT-PEAK-LINE.
005750     IF SC-CAPACITY(SC-IDX) = ZERO
005760         MOVE 'NO LIMIT SET' TO RST-STATUS
005770     ELSE
005780         IF WS-PEAK-COUNT < SC-CAPACITY(SC-IDX)
005790             MOVE 'WITHIN LIMIT' TO RST-STATUS
005800         ELSE
005810             MOVE 'Y' TO WS-LIMIT-SWITCH
005820             IF WS-PEAK-COUNT = SC-CAPACITY(SC-IDX)
005830                 MOVE 'LIMIT REACHED' TO RST-STATUS
005840             ELSE
005850                 MOVE 'OVER LIMIT' TO RST-STATUS
005860             END-IF
005870         END-IF
005880     END-IF.
005890     WRITE REPORT-RECORD FROM RPT-STATUS-LINE.
005900     MOVE 'MINUTES AT OR OVER LIMIT:' TO RC-LABEL.
005910     MOVE WS-LIMIT-MINUTES TO RC-COUNT.
005920     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005930     MOVE 'VISITS ON SITE THIS DAY:' TO RC-LABEL.
005940     MOVE WS-VISIT-COUNT TO RC-COUNT.
005950     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005960     MOVE 'NEVER SIGNED OUT (SWEPT):' TO RC-LABEL.
005970     MOVE WS-SWEPT-COUNT TO RC-COUNT.
005980     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005990     MOVE 'DESK OCCUPANCY WARNINGS:' TO RC-LABEL.
006000     MOVE OW-COUNT(SC-IDX) TO RC-COUNT.
006010     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006020 5000-EXIT.
006030     EXIT.
006040
006050 5100-PRINT-HOUR.
006060     COMPUTE RHL-FROM-HH = WS-HOUR-SUB - 1.
006070     COMPUTE RHL-TO-HH = WS-HOUR-SUB - 1.
006080     MOVE OH-START-COUNT(WS-HOUR-SUB) TO RHL-START-COUNT.
006090     MOVE OH-ARRIVALS(WS-HOUR-SUB) TO RHL-ARRIVALS.
006100     MOVE OH-DEPARTURES(WS-HOUR-SUB) TO RHL-DEPARTURES.
006110     MOVE OH-PEAK(WS-HOUR-SUB) TO RHL-PEAK.
006120     MOVE SPACES TO RHL-NOTE.
006130     IF SC-CAPACITY(SC-IDX) NOT = ZERO
006140         IF OH-PEAK(WS-HOUR-SUB) > SC-CAPACITY(SC-IDX)
006150             MOVE 'OVER LIMIT' TO RHL-NOTE
006160         ELSE
006170             IF OH-PEAK(WS-HOUR-SUB) = SC-CAPACITY(SC-IDX)
006180                 MOVE 'AT LIMIT' TO RHL-NOTE
006190             END-IF
006200         END-IF
006210     END-IF.
006220     WRITE REPORT-RECORD FROM RPT-HOUR-LINE.
006230     ADD 1 TO WS-HOUR-SUB.
006240 5100-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    8650-GET-BUSINESS-DATE
006290*    ASKS THE SHARED GENBDAY ROUTINE FOR THE BUSINESS DATE ON THE
006300*    HEAD-OFFICE CALENDAR (TODAY, OR THE LAST WORKING DAY BEFORE
006310*    IT).  WITHOUT A CALENDAR THE BUSINESS DATE IS TODAY.
006320******************************************************************
006330 8650-GET-BUSINESS-DATE.
006340     MOVE 'D' TO BDAY-FUNCTION.
006350     MOVE 'GENOCC01' TO BDAY-PROGRAM-ID.
006360     MOVE SPACES TO BDAY-LOCATION.
006370     CALL 'GENBDAY' USING BDAY-AREA.
006380     MOVE BDAY-BUSINESS-DATE TO WS-BUSINESS-DATE.
006390     IF BDAY-NO-CALENDAR
006400         DISPLAY 'GENOCC01 NO BUSINESS CALENDAR - BUSINESS DATE '
006410             'IS TODAY ' WS-BUSINESS-DATE
006420     END-IF.
006430 8650-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470*    9000-TERMINATE
006480*    CLOSES THE FILES.  RETURN CODE 4 TELLS OPERATIONS TO PASS
006490*    THE REPORT TO FACILITIES - A BUILDING REACHED ITS LIMIT.
006500******************************************************************
006510 9000-TERMINATE.
006520     IF VISIT-LOG-AVAILABLE
006530         CLOSE VISIT-LOG-FILE
006540     END-IF.
006550     CLOSE REPORT-FILE.
006560     IF LIMIT-REACHED-SOMEWHERE
006570         MOVE 4 TO RETURN-CODE
006580     END-IF.
006590 9000-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*    9100-FILE-ERROR
006640*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
006650*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
006660*    ENDS THE RUN WITH RETURN CODE 12.
006670******************************************************************
006680 9100-FILE-ERROR.
006690     CALL 'GENFERR' USING FERR-AREA.
006700 9100-EXIT.
006710     EXIT.
006720
006730 END PROGRAM GENOCC01.
