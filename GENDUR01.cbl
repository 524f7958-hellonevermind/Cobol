000010******************************************************************
000020*    PROGRAM-ID : GENDUR01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : VISIT DURATION AND REPEAT-VISITOR REPORT FOR
000080*                  FACILITIES.  FOR THE VISITS STARTED IN A DATE
000090*                  RANGE (PARAMETER 'YYYYMMDD YYYYMMDD', DEFAULT
000100*                  THE FIRST OF THE CURRENT MONTH TO TODAY) IT
000110*                  REPORTS AVERAGE AND LONGEST STAY BY LOCATION
000120*                  AND BY HOST, THE SHARE OF VISITS CLOSED BY
000130*                  THE GENSWP01 SWEEP (VL-CLOSE-TYPE A) AGAINST
000140*                  A REAL CHECK-OUT, AND THE TOP REPEAT VISITORS
000150*                  BY PERSON ID.  STAYS ARE MEASURED ON REAL
000160*                  CHECK-OUTS ONLY - A SWEPT VISIT IS STAMPED
000170*                  235959 AND WOULD SAY NOTHING ABOUT HOW LONG
000180*                  THE VISITOR REALLY STAYED.  USED TO DECIDE
000190*                  WHO SHOULD BE OFFERED A PERMANENT PASS.
000200*    TECTONICS   : COBOL
000210*----------------------------------------------------------------
000220*    MODIFICATION HISTORY
000230*    DATE       INIT DESCRIPTION
000240*    2026-10-15  DM  ORIGINAL PROGRAM.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 PROGRAM-ID. GENDUR01.
000290 AUTHOR. D. MATHESON.
000300 INSTALLATION. FRONT OFFICE SYSTEMS.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360*-----------------------
000370 SOURCE-COMPUTER. GENERIC.
000380 OBJECT-COMPUTER. GENERIC.
000390 INPUT-OUTPUT SECTION.
000400*-----------------------
000410 FILE-CONTROL.
000420     SELECT VISIT-LOG-FILE ASSIGN TO "VISITLOG"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS VL-KEY
000460         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000470         FILE STATUS IS WS-VL-STATUS.
000480
000490     SELECT REPORT-FILE ASSIGN TO "GENDUR01"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520
000530 DATA DIVISION.
000540*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000550 FILE SECTION.
000560*-----------------------
000570 FD  VISIT-LOG-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY VISITREC IN "copybooks".
000600
000610 FD  REPORT-FILE
000620     LABEL RECORDS ARE OMITTED.
000630 01  REPORT-RECORD                  PIC X(80).
000640
000650*-----------------------
000660 WORKING-STORAGE SECTION.
000670*-----------------------
000680 COPY SITECODE IN "copybooks".
000690
000700 77  WS-VL-STATUS                PIC X(02)  VALUE SPACES.
000710 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000720
000730 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
000740     88  END-OF-VISIT-LOG                   VALUE 'Y'.
000750
000760 77  WS-PARM                     PIC X(20)  VALUE SPACES.
000770 77  WS-PARM-OK-SWITCH           PIC X(01)  VALUE 'Y'.
000780     88  PARM-IS-VALID                      VALUE 'Y'.
000790 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000800 77  WS-FROM-DATE                PIC 9(08)  VALUE ZERO.
000810 77  WS-TO-DATE                  PIC 9(08)  VALUE ZERO.
000820
000830*    STAY OF THE VISIT IN HAND, IN MINUTES.
000840 77  WS-STAY-MINUTES             PIC S9(07) COMP VALUE ZERO.
000850 77  WS-DAYS-IN                  PIC 9(07) COMP VALUE ZERO.
000860 77  WS-DAYS-OUT                 PIC 9(07) COMP VALUE ZERO.
000870 77  WS-MINUTE-IN                PIC 9(04) COMP VALUE ZERO.
000880 77  WS-MINUTE-OUT               PIC 9(04) COMP VALUE ZERO.
000890 77  WS-VISIT-CLASS              PIC X(01)  VALUE SPACES.
000900     88  VISIT-CHECKED-OUT                  VALUE 'C'.
000910     88  VISIT-SWEPT                        VALUE 'S'.
000920     88  VISIT-STILL-OPEN                   VALUE 'O'.
000930
000940*    DATE-TO-DAY-NUMBER WORK AREA (8000-DATE-TO-DAYS).  DAYS ARE
000950*    COUNTED FROM 1 MARCH OF YEAR ZERO SO THE LEAP DAY FALLS AT
000960*    THE END OF THE COUNTING YEAR.
000970 01  WS-DC-DATE                  PIC 9(08)  VALUE ZERO.
000980 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
000990     05  WS-DC-YYYY              PIC 9(04).
001000     05  WS-DC-MM                PIC 9(02).
001010     05  WS-DC-DD                PIC 9(02).
001020 77  WS-DC-YEAR                  PIC 9(04) COMP VALUE ZERO.
001030 77  WS-DC-MONTH                 PIC 9(02) COMP VALUE ZERO.
001040 77  WS-DC-WORK                  PIC 9(07) COMP VALUE ZERO.
001050 77  WS-DC-DAYS                  PIC 9(07) COMP VALUE ZERO.
001060
001070 01  WS-TIME-WORK                PIC 9(06)  VALUE ZERO.
001080 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001090     05  WS-TIME-HH              PIC 9(02).
001100     05  WS-TIME-MM              PIC 9(02).
001110     05  WS-TIME-SS              PIC 9(02).
001120
001130*    CURRENT PERSON - THE FILE IS READ IN VL-KEY ORDER, SO ALL
001140*    OF ONE PERSON'S VISITS ARRIVE TOGETHER.
001150 77  WS-PREV-PERSON-ID           PIC 9(07)  VALUE ZERO.
001160 77  WS-PREV-SURNAME             PIC X(20)  VALUE SPACES.
001170 77  WS-PREV-GIVEN-NAME          PIC X(20)  VALUE SPACES.
001180 77  WS-PERSON-VISITS            PIC 9(05) COMP VALUE ZERO.
001190
001200*    GRAND TOTALS.
001210 77  WS-TOTAL-VISITS             PIC 9(07) COMP VALUE ZERO.
001220 77  WS-TOTAL-CHECKED-OUT        PIC 9(07) COMP VALUE ZERO.
001230 77  WS-TOTAL-SWEPT              PIC 9(07) COMP VALUE ZERO.
001240 77  WS-TOTAL-OPEN               PIC 9(07) COMP VALUE ZERO.
001250 77  WS-TOTAL-MINUTES            PIC 9(09) COMP VALUE ZERO.
001260 77  WS-TOTAL-LONGEST            PIC 9(07) COMP VALUE ZERO.
001270 77  WS-TOTAL-REPEATERS          PIC 9(07) COMP VALUE ZERO.
001280
001290*    PER-SITE STAY FIGURES, ONE SLOT PER SITECODE ENTRY.  A
001300*    BLANK OR UNKNOWN LOCATION COUNTS AS HEADQUARTERS.
001310 01  DUR-SITE-TABLE.
001320     05  DS-ENTRY OCCURS 2 TIMES.
001330         10  DS-VISITS           PIC 9(07) COMP.
001340         10  DS-CHECKED-OUT      PIC 9(07) COMP.
001350         10  DS-SWEPT            PIC 9(07) COMP.
001360         10  DS-OPEN             PIC 9(07) COMP.
001370         10  DS-MINUTES          PIC 9(09) COMP.
001380         10  DS-LONGEST          PIC 9(07) COMP.
001390
001400*    PER-HOST STAY FIGURES, GENACT01 STYLE - A FULL TABLE
001410*    COUNTS INTO THE LAST SLOT AS *OTHER*.  WALK-INS WITH NO
001420*    HOST COUNT UNDER *NO HOST*.
001430 77  WS-HOST-MAX                 PIC 9(03) COMP VALUE 100.
001440 77  WS-HOSTS-USED               PIC 9(03) COMP VALUE ZERO.
001450 77  WS-HOST-SUB                 PIC 9(03) COMP VALUE ZERO.
001460 77  WS-HOST-KEY                 PIC X(15)  VALUE SPACES.
001470 77  WS-HOST-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001480     88  HOST-SLOT-FOUND                    VALUE 'Y'.
001490 01  DUR-HOST-TABLE.
001500     05  DH-ENTRY OCCURS 100 TIMES.
001510         10  DH-HOST-NAME        PIC X(15).
001520         10  DH-VISITS           PIC 9(07) COMP.
001530         10  DH-CHECKED-OUT      PIC 9(07) COMP.
001540         10  DH-SWEPT            PIC 9(07) COMP.
001550         10  DH-OPEN             PIC 9(07) COMP.
001560         10  DH-MINUTES          PIC 9(09) COMP.
001570         10  DH-LONGEST          PIC 9(07) COMP.
001580
001590*    TOP REPEAT VISITORS, HIGHEST VISIT COUNT FIRST.  A PERSON
001600*    WITH ONE VISIT IN THE RANGE IS NOT A REPEAT VISITOR.  ON A
001610*    TIE THE PERSON ALREADY RANKED KEEPS THE PLACE.
001620 77  WS-RANK-MAX                 PIC 9(02) COMP VALUE 20.
001630 77  WS-RANKS-USED               PIC 9(02) COMP VALUE ZERO.
001640 77  WS-RANK-SUB                 PIC 9(02) COMP VALUE ZERO.
001650 77  WS-SHIFT-SUB                PIC 9(02) COMP VALUE ZERO.
001660 77  WS-RANK-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001670     88  RANK-SLOT-FOUND                    VALUE 'Y'.
001680 01  DUR-RANK-TABLE.
001690     05  DR-ENTRY OCCURS 20 TIMES.
001700         10  DR-PERSON-ID        PIC 9(07).
001710         10  DR-SURNAME          PIC X(20).
001720         10  DR-GIVEN-NAME       PIC X(20).
001730         10  DR-VISITS           PIC 9(05) COMP.
001740
001750*    FIGURES HANDED TO THE SHARED STAY-LINE PRINT PARAGRAPH.
001760 77  WS-PL-VISITS                PIC 9(07) COMP VALUE ZERO.
001770 77  WS-PL-CHECKED-OUT           PIC 9(07) COMP VALUE ZERO.
001780 77  WS-PL-SWEPT                 PIC 9(07) COMP VALUE ZERO.
001790 77  WS-PL-OPEN                  PIC 9(07) COMP VALUE ZERO.
001800 77  WS-PL-MINUTES               PIC 9(09) COMP VALUE ZERO.
001810 77  WS-PL-LONGEST               PIC 9(07) COMP VALUE ZERO.
001820 77  WS-PL-CLOSED                PIC 9(07) COMP VALUE ZERO.
001830
001840 01  RPT-HEADING-1.
001850     05  FILLER                  PIC X(18)  VALUE SPACES.
001860     05  FILLER                  PIC X(40)
001870         VALUE 'VISIT DURATION AND REPEAT-VISITOR REPORT'.
001880     05  FILLER                  PIC X(22)  VALUE SPACES.
001890
001900 01  RPT-HEADING-2.
001910     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
001920     05  RH2-DATE                PIC 9(08).
001930     05  FILLER                  PIC X(10)  VALUE SPACES.
001940     05  FILLER                  PIC X(13)  VALUE 'VISITS FROM: '.
001950     05  RH2-FROM                PIC 9(08).
001960     05  FILLER                  PIC X(05)  VALUE ' TO: '.
001970     05  RH2-TO                  PIC 9(08).
001980     05  FILLER                  PIC X(22)  VALUE SPACES.
001990
002000 01  RPT-SECTION-LINE.
002010     05  FILLER                  PIC X(05)  VALUE '*** '.
002020     05  RS-TITLE                PIC X(35).
002030     05  FILLER                  PIC X(04)  VALUE ' ***'.
002040
002050 01  RPT-STAY-HEAD.
002060     05  FILLER                  PIC X(21)  VALUE SPACES.
002070     05  FILLER                  PIC X(07)  VALUE ' VISITS'.
002080     05  FILLER                  PIC X(07)  VALUE ' CHKOUT'.
002090     05  FILLER                  PIC X(07)  VALUE '  SWEPT'.
002100     05  FILLER                  PIC X(07)  VALUE ' SWEPT%'.
002110     05  FILLER                  PIC X(07)  VALUE '   OPEN'.
002120     05  FILLER                  PIC X(09)  VALUE ' AVG-MINS'.
002130     05  FILLER                  PIC X(09)  VALUE ' MAX-MINS'.
002140
002150 01  RPT-STAY-LINE.
002160     05  RL-NAME                 PIC X(20).
002170     05  FILLER                  PIC X(01)  VALUE SPACES.
002180     05  RL-VISITS               PIC ZZZ,ZZ9.
002190     05  RL-CHECKED-OUT          PIC ZZZ,ZZ9.
002200     05  RL-SWEPT                PIC ZZZ,ZZ9.
002210     05  FILLER                  PIC X(01)  VALUE SPACES.
002220     05  RL-SWEPT-PCT            PIC ZZ9.9.
002230     05  FILLER                  PIC X(01)  VALUE SPACES.
002240     05  RL-OPEN                 PIC ZZZ,ZZ9.
002250     05  FILLER                  PIC X(01)  VALUE SPACES.
002260     05  RL-AVG-MINS             PIC ZZZ,ZZ9.
002270     05  FILLER                  PIC X(02)  VALUE SPACES.
002280     05  RL-MAX-MINS             PIC ZZZ,ZZ9.
002290
002300 01  RPT-REPEAT-HEAD.
002310     05  FILLER                  PIC X(10)  VALUE 'PERSON-ID'.
002320     05  FILLER                  PIC X(22)  VALUE 'SURNAME'.
002330     05  FILLER                  PIC X(22)  VALUE 'GIVEN NAME'.
002340     05  FILLER                  PIC X(06)  VALUE 'VISITS'.
002350
002360 01  RPT-REPEAT-LINE.
002370     05  RR-PERSON-ID            PIC 9(07).
002380     05  FILLER                  PIC X(03)  VALUE SPACES.
002390     05  RR-SURNAME              PIC X(20).
002400     05  FILLER                  PIC X(02)  VALUE SPACES.
002410     05  RR-GIVEN-NAME           PIC X(20).
002420     05  FILLER                  PIC X(02)  VALUE SPACES.
002430     05  RR-VISITS               PIC ZZ,ZZ9.
002440
002450 01  RPT-PCT-LINE.
002460     05  RP-LABEL                PIC X(30).
002470     05  FILLER                  PIC X(02)  VALUE SPACES.
002480     05  RP-PCT                  PIC ZZ9.9.
002490
002500 01  RPT-COUNT-LINE.
002510     05  RC-LABEL                PIC X(30).
002520     05  RC-COUNT                PIC ZZZ,ZZ9.
002530
002540 COPY FERRLNK IN "copybooks".
002550
002560 PROCEDURE DIVISION.
002570*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002580******************************************************************
002590*    0000-MAINLINE
002600******************************************************************
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     IF PARM-IS-VALID
002640         PERFORM 2000-TALLY-VISIT THRU 2000-EXIT
002650             UNTIL END-OF-VISIT-LOG
002660         PERFORM 2600-RANK-VISITOR THRU 2600-EXIT
002670         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
002680         PERFORM 9000-TERMINATE THRU 9000-EXIT
002690     END-IF.
002700     STOP RUN.
002710
002720******************************************************************
002730*    1000-INITIALIZE
002740*    RESOLVES THE DATE RANGE, CLEARS THE TABLES AND OPENS THE
002750*    FILES.  A MISSING VISIT LOG PRODUCES AN ALL-ZERO REPORT.
002760******************************************************************
002770 1000-INITIALIZE.
002780     MOVE 'GENDUR01' TO FERR-PROGRAM-ID.
002790     MOVE 'F' TO FERR-DISPOSITION.
002800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002810     MOVE WS-CURRENT-DATE TO WS-FROM-DATE.
002820     MOVE '01' TO WS-FROM-DATE(7:2).
002830     MOVE WS-CURRENT-DATE TO WS-TO-DATE.
002840     ACCEPT WS-PARM FROM COMMAND-LINE.
002850     IF WS-PARM(1:8) IS NUMERIC
002860         MOVE WS-PARM(1:8) TO WS-FROM-DATE
002870     END-IF.
002880     IF WS-PARM(10:8) IS NUMERIC
002890         MOVE WS-PARM(10:8) TO WS-TO-DATE
002900     END-IF.
002910     IF WS-FROM-DATE > WS-TO-DATE
002920         DISPLAY 'GENDUR01 - FROM DATE ' WS-FROM-DATE
002930             ' IS AFTER TO DATE ' WS-TO-DATE ' - RUN CANCELLED'
002940         MOVE 'N' TO WS-PARM-OK-SWITCH
002950         MOVE 12 TO RETURN-CODE
002960         GO TO 1000-EXIT
002970     END-IF.
002980     SET SC-IDX TO 1.
002990     PERFORM 1100-CLEAR-SITE-SLOT THRU 1100-EXIT
003000         UNTIL SC-IDX > SC-TABLE-MAX.
003010     MOVE 1 TO WS-HOST-SUB.
003020     PERFORM 1200-CLEAR-HOST-SLOT THRU 1200-EXIT
003030         UNTIL WS-HOST-SUB > WS-HOST-MAX.
003040     MOVE 1 TO WS-RANK-SUB.
003050     PERFORM 1300-CLEAR-RANK-SLOT THRU 1300-EXIT
003060         UNTIL WS-RANK-SUB > WS-RANK-MAX.
003070     OPEN INPUT VISIT-LOG-FILE.
003080     IF WS-VL-STATUS = '35'
003090         MOVE 'Y' TO WS-EOF-SWITCH
003100     ELSE
003110         IF WS-VL-STATUS NOT = '00'
003120             MOVE 'VISITLOG' TO FERR-FILE-NAME
003130             MOVE 'OPEN' TO FERR-OPERATION
003140             MOVE WS-VL-STATUS TO FERR-STATUS
003150             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003160         END-IF
003170     END-IF.
003180     OPEN OUTPUT REPORT-FILE.
003190     IF WS-RPT-STATUS NOT = '00'
003200         MOVE 'GENDUR01' TO FERR-FILE-NAME
003210         MOVE 'OPEN' TO FERR-OPERATION
003220         MOVE WS-RPT-STATUS TO FERR-STATUS
003230         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003240     END-IF.
003250     IF NOT END-OF-VISIT-LOG
003260         PERFORM 2100-READ-VISIT THRU 2100-EXIT
003270     END-IF.
003280     IF NOT END-OF-VISIT-LOG
003290         MOVE VL-PERSON-ID TO WS-PREV-PERSON-ID
003300     END-IF.
003310 1000-EXIT.
003320     EXIT.
003330
003340 1100-CLEAR-SITE-SLOT.
003350     MOVE ZERO TO DS-VISITS(SC-IDX) DS-CHECKED-OUT(SC-IDX)
003360         DS-SWEPT(SC-IDX) DS-OPEN(SC-IDX)
003370         DS-MINUTES(SC-IDX) DS-LONGEST(SC-IDX).
003380     SET SC-IDX UP BY 1.
003390 1100-EXIT.
003400     EXIT.
003410
003420 1200-CLEAR-HOST-SLOT.
003430     MOVE SPACES TO DH-HOST-NAME(WS-HOST-SUB).
003440     MOVE ZERO TO DH-VISITS(WS-HOST-SUB)
003450         DH-CHECKED-OUT(WS-HOST-SUB) DH-SWEPT(WS-HOST-SUB)
003460         DH-OPEN(WS-HOST-SUB) DH-MINUTES(WS-HOST-SUB)
003470         DH-LONGEST(WS-HOST-SUB).
003480     ADD 1 TO WS-HOST-SUB.
003490 1200-EXIT.
003500     EXIT.
003510
003520 1300-CLEAR-RANK-SLOT.
003530     MOVE ZERO TO DR-PERSON-ID(WS-RANK-SUB).
003540     MOVE SPACES TO DR-SURNAME(WS-RANK-SUB).
003550     MOVE SPACES TO DR-GIVEN-NAME(WS-RANK-SUB).
003560     MOVE ZERO TO DR-VISITS(WS-RANK-SUB).
003570     ADD 1 TO WS-RANK-SUB.
003580 1300-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*    2000-TALLY-VISIT
003630*    ROLLS ONE VISIT INTO THE TALLIES IF IT STARTED IN THE
003640*    RANGE.  A NEW PERSON ID FIRST RANKS THE PREVIOUS PERSON'S
003650*    VISIT COUNT.  EACH VISIT IS CLASSED AS CHECKED OUT, SWEPT
003660*    OR STILL OPEN; ONLY A CHECKED-OUT VISIT HAS A STAY.
003670******************************************************************
003680 2000-TALLY-VISIT.
003690     IF VL-PERSON-ID NOT = WS-PREV-PERSON-ID
003700         PERFORM 2600-RANK-VISITOR THRU 2600-EXIT
003710         MOVE VL-PERSON-ID TO WS-PREV-PERSON-ID
003720         MOVE ZERO TO WS-PERSON-VISITS
003730     END-IF.
003740     IF VL-DATE-IN NOT < WS-FROM-DATE
003750         AND VL-DATE-IN NOT > WS-TO-DATE
003760         PERFORM 2050-TALLY-IN-RANGE THRU 2050-EXIT
003770     END-IF.
003780     PERFORM 2100-READ-VISIT THRU 2100-EXIT.
003790 2000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*    2050-TALLY-IN-RANGE
003840*    CLASSES A VISIT THAT STARTED IN THE RANGE AND ADDS IT TO
003850*    THE OVERALL, SITE AND HOST TALLIES.
003860******************************************************************
003870 2050-TALLY-IN-RANGE.
003880     ADD 1 TO WS-PERSON-VISITS.
003890     MOVE VL-SURNAME TO WS-PREV-SURNAME.
003900     MOVE VL-GIVEN-NAME TO WS-PREV-GIVEN-NAME.
003910     ADD 1 TO WS-TOTAL-VISITS.
003920     MOVE ZERO TO WS-STAY-MINUTES.
003930     IF VL-DATE-OUT = ZERO
003940         MOVE 'O' TO WS-VISIT-CLASS
003950         ADD 1 TO WS-TOTAL-OPEN
003960     ELSE
003970         IF VL-AUTO-CLOSED
003980             MOVE 'S' TO WS-VISIT-CLASS
003990             ADD 1 TO WS-TOTAL-SWEPT
004000         ELSE
004010             MOVE 'C' TO WS-VISIT-CLASS
004020             ADD 1 TO WS-TOTAL-CHECKED-OUT
004030             PERFORM 2200-COMPUTE-STAY THRU 2200-EXIT
004040             ADD WS-STAY-MINUTES TO WS-TOTAL-MINUTES
004050             IF WS-STAY-MINUTES > WS-TOTAL-LONGEST
004060                 MOVE WS-STAY-MINUTES TO WS-TOTAL-LONGEST
004070             END-IF
004080         END-IF
004090     END-IF.
004100     PERFORM 2300-TALLY-SITE THRU 2300-EXIT.
004110     PERFORM 2400-TALLY-HOST THRU 2400-EXIT.
004120 2050-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*    2100-READ-VISIT
004170*    ANY NON-ZERO STATUS ENDS THE PASS - AT END AND HARD I/O
004180*    ERRORS ALIKE - SO THE LOOP CANNOT SPIN ON A BAD FILE.
004190******************************************************************
004200 2100-READ-VISIT.
004210     READ VISIT-LOG-FILE NEXT RECORD
004220         AT END
004230             MOVE 'Y' TO WS-EOF-SWITCH
004240     END-READ.
004250     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '10'
004260         MOVE 'VISITLOG' TO FERR-FILE-NAME
004270         MOVE 'READ' TO FERR-OPERATION
004280         MOVE WS-VL-STATUS TO FERR-STATUS
004290         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004300     END-IF.
004310     IF WS-VL-STATUS NOT = '00'
004320         MOVE 'Y' TO WS-EOF-SWITCH
004330     END-IF.
004340 2100-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*    2200-COMPUTE-STAY
004390*    MINUTES FROM TIME IN TO TIME OUT, ACROSS MIDNIGHT WHEN THE
004400*    DATES DIFFER.  A TIME OUT BEFORE THE TIME IN (A KEYING OR
004410*    CLOCK FAULT) COUNTS AS A ZERO STAY RATHER THAN A NEGATIVE.
004420******************************************************************
004430 2200-COMPUTE-STAY.
004440     MOVE VL-DATE-IN TO WS-DC-DATE.
004450     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
004460     MOVE WS-DC-DAYS TO WS-DAYS-IN.
004470     MOVE VL-DATE-OUT TO WS-DC-DATE.
004480     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
004490     MOVE WS-DC-DAYS TO WS-DAYS-OUT.
004500     MOVE VL-TIME-IN TO WS-TIME-WORK.
004510     COMPUTE WS-MINUTE-IN = WS-TIME-HH * 60 + WS-TIME-MM.
004520     MOVE VL-TIME-OUT TO WS-TIME-WORK.
004530     COMPUTE WS-MINUTE-OUT = WS-TIME-HH * 60 + WS-TIME-MM.
004540     COMPUTE WS-STAY-MINUTES =
004550         (WS-DAYS-OUT - WS-DAYS-IN) * 1440
004560         + WS-MINUTE-OUT - WS-MINUTE-IN.
004570     IF WS-STAY-MINUTES < ZERO
004580         MOVE ZERO TO WS-STAY-MINUTES
004590     END-IF.
004600 2200-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*    2300-TALLY-SITE
004650*    COUNTS THE VISIT UNDER ITS SITE.  A BLANK OR UNKNOWN
004660*    LOCATION COUNTS AS HEADQUARTERS, ENTRY ONE.
004670******************************************************************
004680 2300-TALLY-SITE.
004690     SET SC-IDX TO 1.
004700     SEARCH SC-ENTRY
004710         AT END
004720             SET SC-IDX TO 1
004730         WHEN SC-CODE(SC-IDX) = VL-LOCATION
004740             CONTINUE
004750     END-SEARCH.
004760     ADD 1 TO DS-VISITS(SC-IDX).
004770     EVALUATE TRUE
004780         WHEN VISIT-STILL-OPEN
004790             ADD 1 TO DS-OPEN(SC-IDX)
004800         WHEN VISIT-SWEPT
004810             ADD 1 TO DS-SWEPT(SC-IDX)
004820         WHEN OTHER
004830             ADD 1 TO DS-CHECKED-OUT(SC-IDX)
004840             ADD WS-STAY-MINUTES TO DS-MINUTES(SC-IDX)
004850             IF WS-STAY-MINUTES > DS-LONGEST(SC-IDX)
004860                 MOVE WS-STAY-MINUTES TO DS-LONGEST(SC-IDX)
004870             END-IF
004880     END-EVALUATE.
004890 2300-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*    2400-TALLY-HOST
004940*    FINDS (OR CLAIMS) THE HOST'S SLOT AND COUNTS THE VISIT.
004950******************************************************************
004960 2400-TALLY-HOST.
004970     IF VL-HOST-NAME = SPACES
004980         MOVE '*NO HOST*' TO WS-HOST-KEY
004990     ELSE
005000         MOVE VL-HOST-NAME TO WS-HOST-KEY
005010     END-IF.
005020     PERFORM 2450-FIND-HOST-SLOT THRU 2450-EXIT.
005030     ADD 1 TO DH-VISITS(WS-HOST-SUB).
005040     EVALUATE TRUE
005050         WHEN VISIT-STILL-OPEN
005060             ADD 1 TO DH-OPEN(WS-HOST-SUB)
005070         WHEN VISIT-SWEPT
005080             ADD 1 TO DH-SWEPT(WS-HOST-SUB)
005090         WHEN OTHER
005100             ADD 1 TO DH-CHECKED-OUT(WS-HOST-SUB)
005110             ADD WS-STAY-MINUTES TO DH-MINUTES(WS-HOST-SUB)
005120             IF WS-STAY-MINUTES > DH-LONGEST(WS-HOST-SUB)
005130                 MOVE WS-STAY-MINUTES TO DH-LONGEST(WS-HOST-SUB)
005140             END-IF
005150     END-EVALUATE.
005160 2400-EXIT.
005170     EXIT.
005180
005190 2450-FIND-HOST-SLOT.
005200     MOVE 'N' TO WS-HOST-FOUND-SWITCH.
005210     MOVE 1 TO WS-HOST-SUB.
005220     PERFORM 2460-CHECK-HOST-SLOT THRU 2460-EXIT
005230         UNTIL HOST-SLOT-FOUND OR WS-HOST-SUB > WS-HOSTS-USED.
005240     IF NOT HOST-SLOT-FOUND
005250         IF WS-HOSTS-USED < WS-HOST-MAX
005260             ADD 1 TO WS-HOSTS-USED
005270             MOVE WS-HOSTS-USED TO WS-HOST-SUB
005280             MOVE WS-HOST-KEY TO DH-HOST-NAME(WS-HOST-SUB)
005290         ELSE
005300             MOVE WS-HOST-MAX TO WS-HOST-SUB
005310             MOVE '*OTHER*' TO DH-HOST-NAME(WS-HOST-SUB)
005320         END-IF
005330     END-IF.
005340 2450-EXIT.
005350     EXIT.
005360
005370 2460-CHECK-HOST-SLOT.
005380     IF DH-HOST-NAME(WS-HOST-SUB) = WS-HOST-KEY
005390         MOVE 'Y' TO WS-HOST-FOUND-SWITCH
005400     ELSE
005410         ADD 1 TO WS-HOST-SUB
005420     END-IF.
005430 2460-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*    2600-RANK-VISITOR
005480*    CALLED AT EACH CHANGE OF PERSON ID AND ONCE AT END OF FILE.
005490*    A PERSON WITH TWO OR MORE VISITS IN THE RANGE IS COUNTED
005500*    AS A REPEAT VISITOR AND, IF THE COUNT BEATS A RANKED ONE,
005510*    SLOTTED INTO THE TOP TABLE - LOWER PLACES MOVE DOWN ONE
005520*    AND THE LAST FALLS OFF.
005530******************************************************************
005540 2600-RANK-VISITOR.
005550     IF WS-PERSON-VISITS < 2
005560         GO TO 2600-EXIT
005570     END-IF.
005580     ADD 1 TO WS-TOTAL-REPEATERS.
005590     MOVE 'N' TO WS-RANK-FOUND-SWITCH.
005600     MOVE 1 TO WS-RANK-SUB.
005610     PERFORM 2610-CHECK-RANK-SLOT THRU 2610-EXIT
005620         UNTIL RANK-SLOT-FOUND OR WS-RANK-SUB > WS-RANKS-USED.
005630     IF NOT RANK-SLOT-FOUND
005640         IF WS-RANKS-USED < WS-RANK-MAX
005650             ADD 1 TO WS-RANKS-USED
005660             MOVE WS-RANKS-USED TO WS-RANK-SUB
005670         ELSE
005680             GO TO 2600-EXIT
005690         END-IF
005700     ELSE
005710         IF WS-RANKS-USED < WS-RANK-MAX
005720             ADD 1 TO WS-RANKS-USED
005730         END-IF
005740         MOVE WS-RANKS-USED TO WS-SHIFT-SUB
005750         PERFORM 2620-SHIFT-RANK-DOWN THRU 2620-EXIT
005760             UNTIL WS-SHIFT-SUB NOT > WS-RANK-SUB
005770     END-IF.
005780     MOVE WS-PREV-PERSON-ID TO DR-PERSON-ID(WS-RANK-SUB).
005790     MOVE WS-PREV-SURNAME TO DR-SURNAME(WS-RANK-SUB).
005800     MOVE WS-PREV-GIVEN-NAME TO DR-GIVEN-NAME(WS-RANK-SUB).
005810     MOVE WS-PERSON-VISITS TO DR-VISITS(WS-RANK-SUB).
005820 2600-EXIT.
005830     EXIT.
005840
005850 2610-CHECK-RANK-SLOT.
005860     IF WS-PERSON-VISITS > DR-VISITS(WS-RANK-SUB)
005870         MOVE 'Y' TO WS-RANK-FOUND-SWITCH
005880     ELSE
005890         ADD 1 TO WS-RANK-SUB
005900     END-IF.
005910 2610-EXIT.
005920     EXIT.
005930
005940 2620-SHIFT-RANK-DOWN.
005950     MOVE DR-ENTRY(WS-SHIFT-SUB - 1) TO DR-ENTRY(WS-SHIFT-SUB).
005960     SUBTRACT 1 FROM WS-SHIFT-SUB.
005970 2620-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*    3000-PRINT-REPORT
006020*    WRITES THE STAY-BY-LOCATION AND STAY-BY-HOST SECTIONS, THE
006030*    SWEEP SHARE AND THE TOP REPEAT VISITORS.
006040******************************************************************
006050 3000-PRINT-REPORT.
006060     MOVE WS-CURRENT-DATE TO RH2-DATE.
006070     MOVE WS-FROM-DATE TO RH2-FROM.
006080     MOVE WS-TO-DATE TO RH2-TO.
006090     WRITE REPORT-RECORD FROM RPT-HEADING-1.
006100     WRITE REPORT-RECORD FROM RPT-HEADING-2.
006110     MOVE 'STAY BY LOCATION' TO RS-TITLE.
006120     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006130     WRITE REPORT-RECORD FROM RPT-STAY-HEAD.
006140     SET SC-IDX TO 1.
006150     PERFORM 3100-PRINT-SITE-LINE THRU 3100-EXIT
006160         UNTIL SC-IDX > SC-TABLE-MAX.
006170     MOVE WS-TOTAL-VISITS TO WS-PL-VISITS.
006180     MOVE WS-TOTAL-CHECKED-OUT TO WS-PL-CHECKED-OUT.
006190     MOVE WS-TOTAL-SWEPT TO WS-PL-SWEPT.
006200     MOVE WS-TOTAL-OPEN TO WS-PL-OPEN.
006210     MOVE WS-TOTAL-MINUTES TO WS-PL-MINUTES.
006220     MOVE WS-TOTAL-LONGEST TO WS-PL-LONGEST.
006230     MOVE 'ALL LOCATIONS' TO RL-NAME.
006240     PERFORM 3500-PRINT-STAY-LINE THRU 3500-EXIT.
006250     MOVE 'STAY BY HOST' TO RS-TITLE.
006260     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006270     WRITE REPORT-RECORD FROM RPT-STAY-HEAD.
006280     MOVE 1 TO WS-HOST-SUB.
006290     PERFORM 3200-PRINT-HOST-LINE THRU 3200-EXIT
006300         UNTIL WS-HOST-SUB > WS-HOSTS-USED.
006310     MOVE 'SWEEP-CLOSED SHARE' TO RS-TITLE.
006320     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006330     MOVE 'VISITS CLOSED BY CHECK-OUT:' TO RC-LABEL.
006340     MOVE WS-TOTAL-CHECKED-OUT TO RC-COUNT.
006350     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006360     MOVE 'VISITS CLOSED BY SWEEP:' TO RC-LABEL.
006370     MOVE WS-TOTAL-SWEPT TO RC-COUNT.
006380     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006390     MOVE 'VISITS STILL OPEN:' TO RC-LABEL.
006400     MOVE WS-TOTAL-OPEN TO RC-COUNT.
006410     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006420     MOVE 'SWEPT % OF CLOSED VISITS:' TO RP-LABEL.
006430     MOVE ZERO TO RP-PCT.
006440     COMPUTE WS-PL-CLOSED = WS-TOTAL-CHECKED-OUT + WS-TOTAL-SWEPT.
006450     IF WS-PL-CLOSED > ZERO
006460         COMPUTE RP-PCT ROUNDED =
006470             WS-TOTAL-SWEPT * 100 / WS-PL-CLOSED
006480     END-IF.
006490     WRITE REPORT-RECORD FROM RPT-PCT-LINE.
006500     MOVE 'TOP REPEAT VISITORS' TO RS-TITLE.
006510     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006520     WRITE REPORT-RECORD FROM RPT-REPEAT-HEAD.
006530     MOVE 1 TO WS-RANK-SUB.
006540     PERFORM 3300-PRINT-REPEAT-LINE THRU 3300-EXIT
006550         UNTIL WS-RANK-SUB > WS-RANKS-USED.
006560     MOVE 'REPEAT VISITORS IN RANGE:' TO RC-LABEL.
006570     MOVE WS-TOTAL-REPEATERS TO RC-COUNT.
006580     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006590     MOVE 'TOTAL VISITS IN RANGE:' TO RC-LABEL.
006600     MOVE WS-TOTAL-VISITS TO RC-COUNT.
006610     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006620 3000-EXIT.
006630     EXIT.
006640
006650 3100-PRINT-SITE-LINE.
006660     MOVE DS-VISITS(SC-IDX) TO WS-PL-VISITS.
006670     MOVE DS-CHECKED-OUT(SC-IDX) TO WS-PL-CHECKED-OUT.
006680     MOVE DS-SWEPT(SC-IDX) TO WS-PL-SWEPT.
006690     MOVE DS-OPEN(SC-IDX) TO WS-PL-OPEN.
006700     MOVE DS-MINUTES(SC-IDX) TO WS-PL-MINUTES.
006710     MOVE DS-LONGEST(SC-IDX) TO WS-PL-LONGEST.
006720     MOVE SC-NAME(SC-IDX) TO RL-NAME.
006730     PERFORM 3500-PRINT-STAY-LINE THRU 3500-EXIT.
006740     SET SC-IDX UP BY 1.
006750 3100-EXIT.
006760     EXIT.
006770
006780 3200-PRINT-HOST-LINE.
006790     MOVE DH-VISITS(WS-HOST-SUB) TO WS-PL-VISITS.
006800     MOVE DH-CHECKED-OUT(WS-HOST-SUB) TO WS-PL-CHECKED-OUT.
006810     MOVE DH-SWEPT(WS-HOST-SUB) TO WS-PL-SWEPT.
006820     MOVE DH-OPEN(WS-HOST-SUB) TO WS-PL-OPEN.
006830     MOVE DH-MINUTES(WS-HOST-SUB) TO WS-PL-MINUTES.
006840     MOVE DH-LONGEST(WS-HOST-SUB) TO WS-PL-LONGEST.
006850     MOVE DH-HOST-NAME(WS-HOST-SUB) TO RL-NAME.
006860     PERFORM 3500-PRINT-STAY-LINE THRU 3500-EXIT.
006870     ADD 1 TO WS-HOST-SUB.
006880 3200-EXIT.
006890     EXIT.
006900
006910 3300-PRINT-REPEAT-LINE.
006920     MOVE DR-PERSON-ID(WS-RANK-SUB) TO RR-PERSON-ID.
006930     MOVE DR-SURNAME(WS-RANK-SUB) TO RR-SURNAME.
006940     MOVE DR-GIVEN-NAME(WS-RANK-SUB) TO RR-GIVEN-NAME.
006950     MOVE DR-VISITS(WS-RANK-SUB) TO RR-VISITS.
006960     WRITE REPORT-RECORD FROM RPT-REPEAT-LINE.
006970     ADD 1 TO WS-RANK-SUB.
006980 3300-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*    3500-PRINT-STAY-LINE
007030*    EDITS ONE STAY LINE FROM THE WS-PL- FIGURES (RL-NAME IS SET
007040*    BY THE CALLER).  THE AVERAGE IS OVER CHECKED-OUT VISITS
007050*    ONLY; THE SWEPT PERCENTAGE IS OF ALL CLOSED VISITS.
007060******************************************************************
007070 3500-PRINT-STAY-LINE.
007080     MOVE WS-PL-VISITS TO RL-VISITS.
007090     MOVE WS-PL-CHECKED-OUT TO RL-CHECKED-OUT.
007100     MOVE WS-PL-SWEPT TO RL-SWEPT.
007110     MOVE WS-PL-OPEN TO RL-OPEN.
007120     MOVE WS-PL-LONGEST TO RL-MAX-MINS.
007130     MOVE ZERO TO RL-AVG-MINS.
007140     IF WS-PL-CHECKED-OUT > ZERO
007150         COMPUTE RL-AVG-MINS ROUNDED =
007160             WS-PL-MINUTES / WS-PL-CHECKED-OUT
007170     END-IF.
007180     MOVE ZERO TO RL-SWEPT-PCT.
007190     COMPUTE WS-PL-CLOSED = WS-PL-CHECKED-OUT + WS-PL-SWEPT.
007200     IF WS-PL-CLOSED > ZERO
007210         COMPUTE RL-SWEPT-PCT ROUNDED =
007220             WS-PL-SWEPT * 100 / WS-PL-CLOSED
007230     END-IF.
007240     WRITE REPORT-RECORD FROM RPT-STAY-LINE.
007250 3500-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    8000-DATE-TO-DAYS
007300*    TURNS THE YYYYMMDD IN WS-DC-DATE INTO A DAY NUMBER IN
007310*    WS-DC-DAYS, SO TWO DATES CAN BE SUBTRACTED.  THE YEAR IS
007320*    TAKEN AS STARTING ON 1 MARCH, WHICH PUTS 29 FEBRUARY LAST
007330*    AND LETS (153 * MONTH + 2) / 5 GIVE THE DAYS BEFORE EACH
007340*    MONTH.  EVERY DIVISION TRUNCATES INTO A WHOLE-NUMBER
007350*    FIELD, WHICH IS WHAT THE RULE NEEDS.
007360******************************************************************
007370 8000-DATE-TO-DAYS.
007380     IF WS-DC-MM > 2
007390         MOVE WS-DC-YYYY TO WS-DC-YEAR
007400         COMPUTE WS-DC-MONTH = WS-DC-MM - 3
007410     ELSE
007420         COMPUTE WS-DC-YEAR = WS-DC-YYYY - 1
007430         COMPUTE WS-DC-MONTH = WS-DC-MM + 9
007440     END-IF.
007450     COMPUTE WS-DC-DAYS = WS-DC-YEAR * 365 + WS-DC-DD - 1.
007460     DIVIDE 4 INTO WS-DC-YEAR GIVING WS-DC-WORK.
007470     ADD WS-DC-WORK TO WS-DC-DAYS.
007480     DIVIDE 100 INTO WS-DC-YEAR GIVING WS-DC-WORK.
007490     SUBTRACT WS-DC-WORK FROM WS-DC-DAYS.
007500     DIVIDE 400 INTO WS-DC-YEAR GIVING WS-DC-WORK.
007510     ADD WS-DC-WORK TO WS-DC-DAYS.
007520     COMPUTE WS-DC-WORK = WS-DC-MONTH * 153 + 2.
007530     DIVIDE 5 INTO WS-DC-WORK.
007540     ADD WS-DC-WORK TO WS-DC-DAYS.
007550 8000-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590*    9000-TERMINATE
007600******************************************************************
007610 9000-TERMINATE.
007620     IF WS-VL-STATUS NOT = '35'
007630         CLOSE VISIT-LOG-FILE
007640     END-IF.
007650     CLOSE REPORT-FILE.
007660 9000-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700*    9100-FILE-ERROR
007710*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
007720*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
007730*    ENDS THE RUN WITH RETURN CODE 12.
007740******************************************************************
007750 9100-FILE-ERROR.
007760     CALL 'GENFERR' USING FERR-AREA.
007770 9100-EXIT.
007780     EXIT.
007790
007800 END PROGRAM GENDUR01.
