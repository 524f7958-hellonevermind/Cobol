000010******************************************************************
000020*    PROGRAM-ID : GENMUS02
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : EVACUATION MUSTER RECONCILIATION.  TAKES THE
000080*                  ALARM DATE AND TIME AS ITS PARAMETER, LOADS
000090*                  THE GENMUSTR CAPTURES KEYED BY THE WARDENS
000100*                  SINCE THE ALARM, AND MATCHES THEM AGAINST
000110*                  EVERY VISIT OPEN ON VISITLOG AT THE MOMENT OF
000120*                  THE ALARM.  LISTS, BUILDING BY BUILDING, WHO
000130*                  IS UNACCOUNTED FOR, THEN EVERYONE WHO
000140*                  MUSTERED WITH NO OPEN VISIT (A MISSED SIGN-
000150*                  IN).  THE SAME REPORT IS APPENDED TO THE
000160*                  GENDRILL FILE AS THE FIRE OFFICER'S DRILL
000170*                  RECORD.  ONLY OPEN VISITS AND THOSE CLOSED
000180*                  SINCE THE ALARM DATE ARE READ (VIA THE
000190*                  VL-ROLL-CALL-KEY), SO IT RUNS IN SECONDS AND
000200*                  CAN BE RE-RUN AS MORE CAPTURES COME IN.
000210*                  RETURN CODE 8 WHILE ANYONE IS UNACCOUNTED.
000220*    TECTONICS   : COBOL
000230*----------------------------------------------------------------
000240*    MODIFICATION HISTORY
000250*    DATE       INIT DESCRIPTION
000260*    2026-10-15  DM  ORIGINAL PROGRAM.
000262*    2026-10-15  DM  CAPTURES ARE SELECTED ON THEIR CAPTURE DATE
000264*                    AND TIME TOGETHER - ONE KEYED AFTER MIDNIGHT
000266*                    FOR A LATE-EVENING ALARM NOW COUNTS.
000268*    2026-10-15  DM  REPORT NOW WRITTEN TO GENMUS02.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. GENMUS02.
000310 AUTHOR. D. MATHESON.
000320 INSTALLATION. FRONT OFFICE SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 CONFIGURATION SECTION.
000380*-----------------------
000390 SOURCE-COMPUTER. GENERIC.
000400 OBJECT-COMPUTER. GENERIC.
000410 INPUT-OUTPUT SECTION.
000420*-----------------------
000430 FILE-CONTROL.
000440     SELECT VISIT-LOG-FILE ASSIGN TO "VISITLOG"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS VL-KEY
000480         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000490         FILE STATUS IS WS-VL-STATUS.
000500
000510     SELECT MUSTER-FILE ASSIGN TO "GENMUSTR"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-MU-STATUS.
000540
000550     SELECT REPORT-FILE ASSIGN TO "GENMUS02"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000580
000590     SELECT DRILL-RECORD-FILE ASSIGN TO "GENDRILL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DR-STATUS.
000620
000630 DATA DIVISION.
000640*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000650 FILE SECTION.
000660*-----------------------
000670 FD  VISIT-LOG-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY VISITREC IN "copybooks".
000700
000710 FD  MUSTER-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 100 CHARACTERS.
000740 COPY MUSTREC IN "copybooks".
000750
000760 FD  REPORT-FILE
000770     LABEL RECORDS ARE OMITTED.
000780 01  REPORT-RECORD                  PIC X(80).
000790
000800 FD  DRILL-RECORD-FILE
000810     LABEL RECORDS ARE OMITTED.
000820 01  DRILL-RECORD                   PIC X(80).
000830
000840*-----------------------
000850 WORKING-STORAGE SECTION.
000860*-----------------------
000870 77  WS-VL-STATUS                PIC X(02)  VALUE SPACES.
000880 77  WS-MU-STATUS                PIC X(02)  VALUE SPACES.
000890 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000900 77  WS-DR-STATUS                PIC X(02)  VALUE SPACES.
000910
000920 77  WS-PARM                     PIC X(20)  VALUE SPACES.
000930 77  WS-PARM-OK-SWITCH           PIC X(01)  VALUE 'Y'.
000940     88  PARM-IS-VALID                      VALUE 'Y'.
000950 77  WS-MUSTER-EOF-SWITCH        PIC X(01)  VALUE 'N'.
000960     88  END-OF-MUSTER                      VALUE 'Y'.
000970 77  WS-VISIT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
000980     88  END-OF-VISITS                      VALUE 'Y'.
000990 77  WS-VISIT-LOG-SWITCH         PIC X(01)  VALUE 'N'.
001000     88  VISIT-LOG-AVAILABLE                VALUE 'Y'.
001010 77  WS-MATCH-SWITCH             PIC X(01)  VALUE 'N'.
001020     88  PERSON-MUSTERED                    VALUE 'Y'.
001030
001040 77  WS-ALARM-DATE               PIC 9(08)  VALUE ZERO.
001050 77  WS-ALARM-TIME               PIC 9(06)  VALUE ZERO.
001060 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001070 77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
001080
001090*    MUSTER CAPTURES FOR THIS ALARM, HELD SO EACH VISIT CAN BE
001100*    MATCHED BY ID OR NAME.  MT-MATCHED IS SET BY ANY VISIT
001110*    THE ENTRY ACCOUNTS FOR; WHAT IS LEFT UNMATCHED AT THE END
001120*    IS A MISSED SIGN-IN.
001130 01  WS-MUSTER-TABLE.
001140     05  MT-ENTRY OCCURS 1000 TIMES.
001150         10  MT-PERSON-ID        PIC 9(07).
001160         10  MT-SURNAME          PIC X(20).
001170         10  MT-GIVEN-NAME       PIC X(20).
001180         10  MT-LOCATION         PIC X(03).
001190         10  MT-ASSEMBLY-POINT   PIC X(10).
001200         10  MT-CAPTURE-TIME     PIC 9(06).
001210         10  MT-WARDEN           PIC X(15).
001220         10  MT-MATCHED          PIC X(01).
001230             88  MT-IS-MATCHED              VALUE 'Y'.
001240 77  WS-MUSTER-MAX               PIC 9(04) COMP VALUE 1000.
001250 77  WS-MUSTER-USED              PIC 9(04) COMP VALUE ZERO.
001260 77  WS-MT-SUB                   PIC 9(04) COMP VALUE ZERO.
001270
001280 77  WS-MUSTER-READ-COUNT        PIC 9(06) COMP VALUE ZERO.
001290 77  WS-MUSTER-LOST-COUNT        PIC 9(06) COMP VALUE ZERO.
001300 77  WS-SITE-ON-COUNT            PIC 9(06) COMP VALUE ZERO.
001310 77  WS-SITE-FOUND-COUNT         PIC 9(06) COMP VALUE ZERO.
001320 77  WS-SITE-MISSING-COUNT       PIC 9(06) COMP VALUE ZERO.
001330 77  WS-TOTAL-ON-COUNT           PIC 9(06) COMP VALUE ZERO.
001340 77  WS-TOTAL-FOUND-COUNT        PIC 9(06) COMP VALUE ZERO.
001350 77  WS-TOTAL-MISSING-COUNT      PIC 9(06) COMP VALUE ZERO.
001360 77  WS-NO-VISIT-COUNT           PIC 9(06) COMP VALUE ZERO.
001370
001380 77  WS-PRINT-LINE               PIC X(80)  VALUE SPACES.
001390
001400 01  RPT-RULE-LINE.
001410     05  FILLER                  PIC X(80)  VALUE ALL '='.
001420
001430 01  RPT-HEADING-1.
001440     05  FILLER                  PIC X(22)  VALUE SPACES.
001450     05  FILLER                  PIC X(36)
001460         VALUE 'EVACUATION MUSTER RECONCILIATION'.
001470     05  FILLER                  PIC X(22)  VALUE SPACES.
001480
001490 01  RPT-HEADING-2.
001500     05  FILLER                  PIC X(07)  VALUE 'ALARM: '.
001510     05  RH2-ALARM-DATE          PIC 9(08).
001520     05  FILLER                  PIC X(01)  VALUE SPACES.
001530     05  RH2-ALARM-TIME          PIC 9(06).
001540     05  FILLER                  PIC X(10)  VALUE '    RUN: '.
001550     05  RH2-RUN-DATE            PIC 9(08).
001560     05  FILLER                  PIC X(01)  VALUE SPACES.
001570     05  RH2-RUN-TIME            PIC 9(06).
001580     05  FILLER                  PIC X(33)  VALUE SPACES.
001590
001600 01  RPT-SITE-LINE.
001610     05  FILLER                  PIC X(22)
001620         VALUE '*** UNACCOUNTED FOR - '.
001630     05  RS-SITE-NAME            PIC X(20).
001640     05  FILLER                  PIC X(04)  VALUE ' ***'.
001650     05  FILLER                  PIC X(34)  VALUE SPACES.
001660
001670 01  RPT-SECTION-LINE.
001680     05  FILLER                  PIC X(05)  VALUE '*** '.
001690     05  RS-TITLE                PIC X(35).
001700     05  FILLER                  PIC X(04)  VALUE ' ***'.
001710     05  FILLER                  PIC X(36)  VALUE SPACES.
001720
001730 01  RPT-MISSING-HEADING.
001740     05  FILLER                  PIC X(09)  VALUE 'PERSON'.
001750     05  FILLER                  PIC X(21)  VALUE 'SURNAME'.
001760     05  FILLER                  PIC X(21)  VALUE 'GIVEN NAME'.
001770     05  FILLER                  PIC X(07)  VALUE 'IN AT'.
001780     05  FILLER                  PIC X(22)  VALUE 'HOST'.
001790
001800 01  RPT-MISSING-LINE.
001810     05  RM-PERSON-ID            PIC 9(07).
001820     05  FILLER                  PIC X(02)  VALUE SPACES.
001830     05  RM-SURNAME              PIC X(20).
001840     05  FILLER                  PIC X(01)  VALUE SPACES.
001850     05  RM-GIVEN-NAME           PIC X(20).
001860     05  FILLER                  PIC X(01)  VALUE SPACES.
001870     05  RM-TIME-IN              PIC 9(06).
001880     05  FILLER                  PIC X(01)  VALUE SPACES.
001890     05  RM-HOST-NAME            PIC X(15).
001900     05  FILLER                  PIC X(07)  VALUE SPACES.
001910
001920 01  RPT-NO-VISIT-HEADING.
001930     05  FILLER                  PIC X(09)  VALUE 'PERSON'.
001940     05  FILLER                  PIC X(21)  VALUE 'SURNAME'.
001950     05  FILLER                  PIC X(16)  VALUE 'GIVEN NAME'.
001960     05  FILLER                  PIC X(15)  VALUE 'BLD POINT'.
001970     05  FILLER                  PIC X(07)  VALUE 'AT'.
001980     05  FILLER                  PIC X(12)  VALUE 'WARDEN'.
001990
002000 01  RPT-NO-VISIT-LINE.
002010     05  RN-PERSON-ID            PIC 9(07).
002020     05  FILLER                  PIC X(02)  VALUE SPACES.
002030     05  RN-SURNAME              PIC X(20).
002040     05  FILLER                  PIC X(01)  VALUE SPACES.
002050     05  RN-GIVEN-NAME           PIC X(15).
002060     05  FILLER                  PIC X(01)  VALUE SPACES.
002070     05  RN-LOCATION             PIC X(03).
002080     05  FILLER                  PIC X(01)  VALUE SPACES.
002090     05  RN-ASSEMBLY-POINT       PIC X(10).
002100     05  FILLER                  PIC X(01)  VALUE SPACES.
002110     05  RN-CAPTURE-TIME         PIC 9(06).
002120     05  FILLER                  PIC X(01)  VALUE SPACES.
002130     05  RN-WARDEN               PIC X(12).
002140
002150 01  RPT-NONE-LINE.
002160     05  FILLER                  PIC X(80)  VALUE '  NONE'.
002170
002180 01  RPT-COUNT-LINE.
002190     05  RC-LABEL                PIC X(30).
002200     05  RC-COUNT                PIC ZZZ,ZZ9.
002210     05  FILLER                  PIC X(43)  VALUE SPACES.
002220
002230 COPY SITECODE IN "copybooks".
002240
002250 COPY FERRLNK IN "copybooks".
002260
002270 PROCEDURE DIVISION.
002280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002290******************************************************************
002300*    0000-MAINLINE
002310******************************************************************
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     IF NOT PARM-IS-VALID
002350         STOP RUN
002360     END-IF.
002370     PERFORM 2000-LOAD-MUSTER THRU 2000-EXIT
002380         UNTIL END-OF-MUSTER.
002390     SET SC-IDX TO 1.
002400     PERFORM 3000-RECONCILE-SITE THRU 3000-EXIT
002410         UNTIL SC-IDX > SC-TABLE-MAX.
002420     PERFORM 5000-LIST-NO-VISIT THRU 5000-EXIT.
002430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002440     STOP RUN.
002450
002460******************************************************************
002470*    1000-INITIALIZE
002480*    THE PARAMETER IS 'YYYYMMDD HHMMSS' - THE ALARM DATE AND
002490*    TIME.  BOTH ARE REQUIRED: A MUSTER RECONCILED AGAINST THE
002500*    WRONG MOMENT IS WORSE THAN NONE.  NO CAPTURES YET (STATUS
002510*    35) STILL PRODUCES THE REPORT - EVERYONE IS UNACCOUNTED.
002520******************************************************************
002530 1000-INITIALIZE.
002540     MOVE 'GENMUS02' TO FERR-PROGRAM-ID.
002550     MOVE 'F' TO FERR-DISPOSITION.
002560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002570     ACCEPT WS-CURRENT-TIME FROM TIME.
002580     ACCEPT WS-PARM FROM COMMAND-LINE.
002590     IF WS-PARM(1:8) NOT NUMERIC OR WS-PARM(10:6) NOT NUMERIC
002600         DISPLAY 'GENMUS02 - PARAMETER MUST BE THE ALARM DATE '
002610             'AND TIME: YYYYMMDD HHMMSS - RUN CANCELLED'
002620         MOVE 'N' TO WS-PARM-OK-SWITCH
002630         MOVE 12 TO RETURN-CODE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     MOVE WS-PARM(1:8) TO WS-ALARM-DATE.
002670     MOVE WS-PARM(10:6) TO WS-ALARM-TIME.
002680     MOVE 1 TO WS-MT-SUB.
002690     PERFORM 1100-CLEAR-MUSTER-SLOT THRU 1100-EXIT
002700         UNTIL WS-MT-SUB > WS-MUSTER-MAX.
002710     OPEN INPUT VISIT-LOG-FILE.
002720     IF WS-VL-STATUS = '00'
002730         MOVE 'Y' TO WS-VISIT-LOG-SWITCH
002740     ELSE
002750         IF WS-VL-STATUS NOT = '35'
002760             MOVE 'VISITLOG' TO FERR-FILE-NAME
002770             MOVE 'OPEN' TO FERR-OPERATION
002780             MOVE WS-VL-STATUS TO FERR-STATUS
002790             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002800         END-IF
002810     END-IF.
002820     OPEN INPUT MUSTER-FILE.
002830     IF WS-MU-STATUS NOT = '00'
002840         IF WS-MU-STATUS NOT = '35'
002850             MOVE 'GENMUSTR' TO FERR-FILE-NAME
002860             MOVE 'OPEN' TO FERR-OPERATION
002870             MOVE WS-MU-STATUS TO FERR-STATUS
002880             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002890         END-IF
002900         DISPLAY 'GENMUS02 - NO MUSTER CAPTURES ON GENMUSTR'
002910         MOVE 'Y' TO WS-MUSTER-EOF-SWITCH
002920     END-IF.
002930     OPEN OUTPUT REPORT-FILE.
002940     IF WS-RPT-STATUS NOT = '00'
002950         MOVE 'GENMUS02' TO FERR-FILE-NAME
002960         MOVE 'OPEN' TO FERR-OPERATION
002970         MOVE WS-RPT-STATUS TO FERR-STATUS
002980         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002990     END-IF.
003000     OPEN EXTEND DRILL-RECORD-FILE.
003010     IF WS-DR-STATUS = '35'
003020         OPEN OUTPUT DRILL-RECORD-FILE
003030     END-IF.
003040     IF WS-DR-STATUS NOT = '00'
003050         MOVE 'GENDRILL' TO FERR-FILE-NAME
003060         MOVE 'OPEN' TO FERR-OPERATION
003070         MOVE WS-DR-STATUS TO FERR-STATUS
003080         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003090     END-IF.
003100     MOVE WS-ALARM-DATE TO RH2-ALARM-DATE.
003110     MOVE WS-ALARM-TIME TO RH2-ALARM-TIME.
003120     MOVE WS-CURRENT-DATE TO RH2-RUN-DATE.
003130     MOVE WS-CURRENT-TIME(1:6) TO RH2-RUN-TIME.
003140     MOVE RPT-RULE-LINE TO WS-PRINT-LINE.
003150     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
003160     MOVE RPT-HEADING-1 TO WS-PRINT-LINE.
003170     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
003180     MOVE RPT-HEADING-2 TO WS-PRINT-LINE.
003190     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
003200     IF NOT END-OF-MUSTER
003210         PERFORM 2100-READ-MUSTER THRU 2100-EXIT
003220     END-IF.
003230 1000-EXIT.
003240     EXIT.
003250
003260 1100-CLEAR-MUSTER-SLOT.
003270     MOVE ZERO TO MT-PERSON-ID(WS-MT-SUB)
003280         MT-CAPTURE-TIME(WS-MT-SUB).
003290     MOVE SPACES TO MT-SURNAME(WS-MT-SUB)
003300         MT-GIVEN-NAME(WS-MT-SUB) MT-LOCATION(WS-MT-SUB)
003310         MT-ASSEMBLY-POINT(WS-MT-SUB) MT-WARDEN(WS-MT-SUB).
003320     MOVE 'N' TO MT-MATCHED(WS-MT-SUB).
003330     ADD 1 TO WS-MT-SUB.
003340 1100-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    2000-LOAD-MUSTER
003390*    KEEPS THE CAPTURES FOR THIS ALARM - THE ALARM DATE, TAKEN AT
003400*    OR AFTER THE ALARM DATE AND TIME - SO AN EARLIER DRILL THE
003410*    SAME DAY DOES NOT COUNT, BUT A CAPTURE AFTER MIDNIGHT DOES.
003412*    A BLANK CAPTURE DATE (A RECORD FROM BEFORE IT WAS HELD) IS
003414*    TAKEN AS THE ALARM DATE.  A FULL TABLE IS REPORTED, NEVER
003416*    IGNORED.
003420******************************************************************
003430 2000-LOAD-MUSTER.
003440     IF MU-CAPTURE-DATE NOT NUMERIC
003442         MOVE MU-ALARM-DATE TO MU-CAPTURE-DATE
003444     END-IF.
003446     IF MU-ALARM-DATE = WS-ALARM-DATE
003448         AND (MU-CAPTURE-DATE > WS-ALARM-DATE
003450             OR (MU-CAPTURE-DATE = WS-ALARM-DATE
003452                 AND MU-CAPTURE-TIME NOT < WS-ALARM-TIME))
003460         IF WS-MUSTER-USED < WS-MUSTER-MAX
003470             ADD 1 TO WS-MUSTER-USED
003480             MOVE MU-PERSON-ID TO MT-PERSON-ID(WS-MUSTER-USED)
003490             MOVE MU-SURNAME TO MT-SURNAME(WS-MUSTER-USED)
003500             MOVE MU-GIVEN-NAME TO MT-GIVEN-NAME(WS-MUSTER-USED)
003510             MOVE MU-LOCATION TO MT-LOCATION(WS-MUSTER-USED)
003520             MOVE MU-ASSEMBLY-POINT
003530                 TO MT-ASSEMBLY-POINT(WS-MUSTER-USED)
003540             MOVE MU-CAPTURE-TIME
003550                 TO MT-CAPTURE-TIME(WS-MUSTER-USED)
003560             MOVE MU-WARDEN TO MT-WARDEN(WS-MUSTER-USED)
003570         ELSE
003580             ADD 1 TO WS-MUSTER-LOST-COUNT
003590         END-IF
003600     END-IF.
003610     PERFORM 2100-READ-MUSTER THRU 2100-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640
003650 2100-READ-MUSTER.
003660     READ MUSTER-FILE
003670         AT END
003680             MOVE 'Y' TO WS-MUSTER-EOF-SWITCH
003690     END-READ.
003700     IF WS-MU-STATUS NOT = '00' AND WS-MU-STATUS NOT = '10'
003710         MOVE 'GENMUSTR' TO FERR-FILE-NAME
003720         MOVE 'READ' TO FERR-OPERATION
003730         MOVE WS-MU-STATUS TO FERR-STATUS
003740         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003750     END-IF.
003760     IF WS-MU-STATUS NOT = '00'
003770         MOVE 'Y' TO WS-MUSTER-EOF-SWITCH
003780     ELSE
003790         ADD 1 TO WS-MUSTER-READ-COUNT
003800     END-IF.
003810 2100-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    3000-RECONCILE-SITE
003860*    ONE SECTION PER BUILDING IN SC-IDX.  TWO KEY RANGES ON
003870*    VL-ROLL-CALL-KEY COVER EVERY VISIT THAT COULD HAVE BEEN
003880*    OPEN AT THE ALARM: THE VISITS STILL OPEN (DATE-OUT ZERO,
003890*    THIS SITE), AND THE VISITS CLOSED ON OR AFTER THE ALARM
003900*    DATE (ALL SITES - FILTERED HERE).  THE SECOND RANGE IS
003910*    ONLY THE DAYS SINCE THE ALARM, SO IT STAYS SMALL.
003920******************************************************************
003930 3000-RECONCILE-SITE.
003940     MOVE ZERO TO WS-SITE-ON-COUNT.
003950     MOVE ZERO TO WS-SITE-FOUND-COUNT.
003960     MOVE ZERO TO WS-SITE-MISSING-COUNT.
003970     MOVE SC-NAME(SC-IDX) TO RS-SITE-NAME.
003980     MOVE RPT-SITE-LINE TO WS-PRINT-LINE.
003990     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
004000     MOVE RPT-MISSING-HEADING TO WS-PRINT-LINE.
004010     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
004020     IF VISIT-LOG-AVAILABLE
004030         MOVE LOW-VALUES TO VL-ROLL-CALL-KEY
004040         MOVE ZERO TO VL-DATE-OUT
004050         MOVE SC-CODE(SC-IDX) TO VL-LOCATION
004060         PERFORM 3100-START-VISITS THRU 3100-EXIT
004070         PERFORM 3200-CHECK-OPEN-VISIT THRU 3200-EXIT
004080             UNTIL END-OF-VISITS
004090         MOVE LOW-VALUES TO VL-ROLL-CALL-KEY
004100         MOVE WS-ALARM-DATE TO VL-DATE-OUT
004110         PERFORM 3100-START-VISITS THRU 3100-EXIT
004120         PERFORM 3300-CHECK-CLOSED-VISIT THRU 3300-EXIT
004130             UNTIL END-OF-VISITS
004140     END-IF.
004150     IF WS-SITE-MISSING-COUNT = ZERO
004160         MOVE RPT-NONE-LINE TO WS-PRINT-LINE
004170         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
004180     END-IF.
004190     MOVE 'ON SITE AT ALARM:' TO RC-LABEL.
004200     MOVE WS-SITE-ON-COUNT TO RC-COUNT.
004210     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
004220     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
004230     MOVE 'ACCOUNTED FOR:' TO RC-LABEL.
004240     MOVE WS-SITE-FOUND-COUNT TO RC-COUNT.
004250     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
004260     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
004270     MOVE 'UNACCOUNTED FOR:' TO RC-LABEL.
004280     MOVE WS-SITE-MISSING-COUNT TO RC-COUNT.
004290     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
004300     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
004310     ADD WS-SITE-ON-COUNT TO WS-TOTAL-ON-COUNT.
004320     ADD WS-SITE-FOUND-COUNT TO WS-TOTAL-FOUND-COUNT.
004330     ADD WS-SITE-MISSING-COUNT TO WS-TOTAL-MISSING-COUNT.
004340     SET SC-IDX UP BY 1.
004350 3000-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390*    3100-START-VISITS
004400*    POSITIONS ON VL-ROLL-CALL-KEY AT THE KEY ALREADY MOVED IN.
004410*    NOTHING AT OR BEYOND IT (23) IS AN EMPTY RANGE.
004420******************************************************************
004430 3100-START-VISITS.
004440     MOVE 'N' TO WS-VISIT-EOF-SWITCH.
004450     START VISIT-LOG-FILE KEY NOT LESS THAN VL-ROLL-CALL-KEY
004460         INVALID KEY
004470             MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004480     END-START.
004490     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '23'
004500         MOVE 'VISITLOG' TO FERR-FILE-NAME
004510         MOVE 'START' TO FERR-OPERATION
004520         MOVE WS-VL-STATUS TO FERR-STATUS
004530         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004540     END-IF.
004550     IF WS-VL-STATUS NOT = '00'
004560         MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004570     END-IF.
004580 3100-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    3200-CHECK-OPEN-VISIT
004630*    STILL-OPEN VISITS FOR THIS SITE.  THE RANGE ENDS AT THE
004640*    FIRST CLOSED VISIT OR THE NEXT SITE.
004650******************************************************************
004660 3200-CHECK-OPEN-VISIT.
004670     PERFORM 3400-READ-VISIT THRU 3400-EXIT.
004680     IF END-OF-VISITS
004690         GO TO 3200-EXIT
004700     END-IF.
004710     IF VL-DATE-OUT NOT = ZERO
004720         OR VL-LOCATION NOT = SC-CODE(SC-IDX)
004730         MOVE 'Y' TO WS-VISIT-EOF-SWITCH
004740         GO TO 3200-EXIT
004750     END-IF.
004760     PERFORM 3500-CHECK-VISIT THRU 3500-EXIT.
004770 3200-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810*    3300-CHECK-CLOSED-VISIT
004820*    VISITS CLOSED ON OR AFTER THE ALARM DATE, ANY SITE.  ONE
004830*    CLOSED ON THE ALARM DATE ONLY COUNTS IF IT CLOSED AFTER
004840*    THE ALARM TIME - A SWEPT VISIT (235959) ALWAYS DOES.
004850******************************************************************
004860 3300-CHECK-CLOSED-VISIT.
004870     PERFORM 3400-READ-VISIT THRU 3400-EXIT.
004880     IF END-OF-VISITS
004890         GO TO 3300-EXIT
004900     END-IF.
004910     IF VL-LOCATION NOT = SC-CODE(SC-IDX)
004920         GO TO 3300-EXIT
004930     END-IF.
004940     IF VL-DATE-OUT = WS-ALARM-DATE
004950         AND VL-TIME-OUT NOT > WS-ALARM-TIME
004960         GO TO 3300-EXIT
004970     END-IF.
004980     PERFORM 3500-CHECK-VISIT THRU 3500-EXIT.
004990 3300-EXIT.
005000     EXIT.
005010
005020 3400-READ-VISIT.
005030     READ VISIT-LOG-FILE NEXT RECORD
005040         AT END
005050             MOVE 'Y' TO WS-VISIT-EOF-SWITCH
005060     END-READ.
005070     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
005075         AND WS-VL-STATUS NOT = '10'
005080         MOVE 'VISITLOG' TO FERR-FILE-NAME
005090         MOVE 'READ' TO FERR-OPERATION
005100         MOVE WS-VL-STATUS TO FERR-STATUS
005110         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005120     END-IF.
005130     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
005140         MOVE 'Y' TO WS-VISIT-EOF-SWITCH
005150     END-IF.
005160 3400-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    3500-CHECK-VISIT
005210*    A VISIT THAT STARTED AFTER THE ALARM WAS NOT ON SITE AT
005220*    THE ALARM.  ANYONE ELSE IS ON SITE, AND IS EITHER MATCHED
005230*    TO A MUSTER CAPTURE OR LISTED AS UNACCOUNTED FOR.
005240******************************************************************
005250 3500-CHECK-VISIT.
005260     IF VL-DATE-IN > WS-ALARM-DATE
005270         GO TO 3500-EXIT
005280     END-IF.
005290     IF VL-DATE-IN = WS-ALARM-DATE
005300         AND VL-TIME-IN > WS-ALARM-TIME
005310         GO TO 3500-EXIT
005320     END-IF.
005330     ADD 1 TO WS-SITE-ON-COUNT.
005340     MOVE 'N' TO WS-MATCH-SWITCH.
005350     MOVE 1 TO WS-MT-SUB.
005360     PERFORM 3600-MATCH-ONE-CAPTURE THRU 3600-EXIT
005370         UNTIL WS-MT-SUB > WS-MUSTER-USED.
005380     IF PERSON-MUSTERED
005390         ADD 1 TO WS-SITE-FOUND-COUNT
005400         GO TO 3500-EXIT
005410     END-IF.
005420     ADD 1 TO WS-SITE-MISSING-COUNT.
005430     MOVE VL-PERSON-ID TO RM-PERSON-ID.
005440     MOVE VL-SURNAME TO RM-SURNAME.
005450     MOVE VL-GIVEN-NAME TO RM-GIVEN-NAME.
005460     MOVE VL-TIME-IN TO RM-TIME-IN.
005470     MOVE VL-HOST-NAME TO RM-HOST-NAME.
005480     MOVE RPT-MISSING-LINE TO WS-PRINT-LINE.
005490     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
005500 3500-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*    3600-MATCH-ONE-CAPTURE
005550*    A CAPTURE WITH AN ID MATCHES ON THE ID ALONE.  A NAME-ONLY
005560*    CAPTURE MATCHES ON SURNAME, AND ON GIVEN NAME TOO WHEN THE
005570*    WARDEN HAD ONE.  EVERY MATCHING CAPTURE IS MARKED, SO A
005580*    PERSON KEYED AT TWO POINTS IS NOT A MISSED SIGN-IN.
005590******************************************************************
005600 3600-MATCH-ONE-CAPTURE.
005610     IF MT-PERSON-ID(WS-MT-SUB) NOT = ZERO
005620         IF MT-PERSON-ID(WS-MT-SUB) = VL-PERSON-ID
005630             MOVE 'Y' TO MT-MATCHED(WS-MT-SUB)
005640             MOVE 'Y' TO WS-MATCH-SWITCH
005650         END-IF
005660     ELSE
005670         IF MT-SURNAME(WS-MT-SUB) = VL-SURNAME
005680             AND (MT-GIVEN-NAME(WS-MT-SUB) = SPACES
005690                 OR MT-GIVEN-NAME(WS-MT-SUB) = VL-GIVEN-NAME)
005700             MOVE 'Y' TO MT-MATCHED(WS-MT-SUB)
005710             MOVE 'Y' TO WS-MATCH-SWITCH
005720         END-IF
005730     END-IF.
005740     ADD 1 TO WS-MT-SUB.
005750 3600-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    5000-LIST-NO-VISIT
005800*    EVERY CAPTURE NO OPEN VISIT ACCOUNTED FOR - SOMEONE ON THE
005810*    PREMISES WHO NEVER SIGNED IN (OR WAS CHECKED OUT WHILE
005820*    STILL INSIDE).
005830******************************************************************
005840 5000-LIST-NO-VISIT.
005850     MOVE 'MUSTERED - NO OPEN VISIT' TO RS-TITLE.
005860     MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
005870     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
005880     MOVE RPT-NO-VISIT-HEADING TO WS-PRINT-LINE.
005890     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
005900     MOVE 1 TO WS-MT-SUB.
005910     PERFORM 5100-LIST-ONE-CAPTURE THRU 5100-EXIT
005920         UNTIL WS-MT-SUB > WS-MUSTER-USED.
005930     IF WS-NO-VISIT-COUNT = ZERO
005940         MOVE RPT-NONE-LINE TO WS-PRINT-LINE
005950         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
005960     END-IF.
005970 5000-EXIT.
005980     EXIT.
005990
006000 5100-LIST-ONE-CAPTURE.
006010     IF NOT MT-IS-MATCHED(WS-MT-SUB)
006020         ADD 1 TO WS-NO-VISIT-COUNT
006030         MOVE MT-PERSON-ID(WS-MT-SUB) TO RN-PERSON-ID
006040         MOVE MT-SURNAME(WS-MT-SUB) TO RN-SURNAME
006050         MOVE MT-GIVEN-NAME(WS-MT-SUB) TO RN-GIVEN-NAME
006060         MOVE MT-LOCATION(WS-MT-SUB) TO RN-LOCATION
006070         MOVE MT-ASSEMBLY-POINT(WS-MT-SUB) TO RN-ASSEMBLY-POINT
006080         MOVE MT-CAPTURE-TIME(WS-MT-SUB) TO RN-CAPTURE-TIME
006090         MOVE MT-WARDEN(WS-MT-SUB) TO RN-WARDEN
006100         MOVE RPT-NO-VISIT-LINE TO WS-PRINT-LINE
006110         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
006120     END-IF.
006130     ADD 1 TO WS-MT-SUB.
006140 5100-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180*    8900-PRINT-LINE
006190*    EVERY LINE GOES TO THE REPORT AND TO THE DRILL RECORD.
006200******************************************************************
006210 8900-PRINT-LINE.
006220     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
006230     WRITE DRILL-RECORD FROM WS-PRINT-LINE.
006240     IF WS-DR-STATUS NOT = '00'
006250         MOVE 'GENDRILL' TO FERR-FILE-NAME
006260         MOVE 'WRITE' TO FERR-OPERATION
006270         MOVE WS-DR-STATUS TO FERR-STATUS
006280         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006290     END-IF.
006300 8900-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340*    9000-TERMINATE
006350*    PRINTS THE TOTALS AND CLOSES THE FILES.  RETURN CODE 8
006360*    WHILE ANYONE IS UNACCOUNTED FOR.
006370******************************************************************
006380 9000-TERMINATE.
006390     MOVE 'TOTALS' TO RS-TITLE.
006400     MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
006410     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
006420     MOVE 'MUSTER RECORDS READ:' TO RC-LABEL.
006430     MOVE WS-MUSTER-READ-COUNT TO RC-COUNT.
006440     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
006450     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
006460     MOVE 'MUSTER CAPTURES FOR ALARM:' TO RC-LABEL.
006470     MOVE WS-MUSTER-USED TO RC-COUNT.
006480     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
006490     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
006500     IF WS-MUSTER-LOST-COUNT > ZERO
006510         MOVE 'CAPTURES NOT LOADED (FULL):' TO RC-LABEL
006520         MOVE WS-MUSTER-LOST-COUNT TO RC-COUNT
006530         MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
006540         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
006550     END-IF.
006560     MOVE 'ON SITE AT ALARM:' TO RC-LABEL.
006570     MOVE WS-TOTAL-ON-COUNT TO RC-COUNT.
006580     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
006590     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
006600     MOVE 'ACCOUNTED FOR:' TO RC-LABEL.
006610     MOVE WS-TOTAL-FOUND-COUNT TO RC-COUNT.
006620     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
006630     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
006640     MOVE 'UNACCOUNTED FOR:' TO RC-LABEL.
006650     MOVE WS-TOTAL-MISSING-COUNT TO RC-COUNT.
006660     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
006670     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
006680     MOVE 'MUSTERED WITH NO OPEN VISIT:' TO RC-LABEL.
006690     MOVE WS-NO-VISIT-COUNT TO RC-COUNT.
006700     MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
006710     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
006720     IF VISIT-LOG-AVAILABLE
006730         CLOSE VISIT-LOG-FILE
006740     END-IF.
006750     IF WS-MU-STATUS NOT = '35'
006760         CLOSE MUSTER-FILE
006770     END-IF.
006780     CLOSE REPORT-FILE.
006790     CLOSE DRILL-RECORD-FILE.
006800     IF WS-TOTAL-MISSING-COUNT > ZERO
006810         DISPLAY 'GENMUS02 - ' WS-TOTAL-MISSING-COUNT
006820             ' PEOPLE UNACCOUNTED FOR - SEE REPORT GENMUS02'
006830         MOVE 8 TO RETURN-CODE
006840     END-IF.
006850 9000-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*    9100-FILE-ERROR
006900*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
006910*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
006920*    ENDS THE RUN WITH RETURN CODE 12.
006930******************************************************************
006940 9100-FILE-ERROR.
006950     CALL 'GENFERR' USING FERR-AREA.
006960 9100-EXIT.
006970     EXIT.
006980
006990 END PROGRAM GENMUS02.
