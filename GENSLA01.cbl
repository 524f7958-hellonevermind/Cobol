000010******************************************************************
000020*    PROGRAM-ID : GENSLA01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : NIGHTLY STREAM RUN-HISTORY AND SLA EXCEPTION
000080*                  REPORT FOR OPERATIONS MANAGEMENT, RUN EVERY
000090*                  MONDAY.  FOR EACH DATE IN THE RANGE IT LISTS
000100*                  EVERY GENRUNCT RECORD - START, END, ELAPSED
000110*                  TIME, STATUS, RECORDS PROCESSED, REFUSALS AND
000120*                  WHETHER THE RUN FINISHED AFTER ITS AGREED
000130*                  DEADLINE (SLATIME TABLE) - FOLLOWED BY THAT
000140*                  DATE'S GENERLOG ENTRIES GROUPED BY PROGRAM,
000150*                  FILE AND STATUS.  RUNS ARE RECORDED UNDER THE
000160*                  BUSINESS DATE, SO A LOG ENTRY MADE ON A DAY
000170*                  THAT IS NOT A WORKING DAY (A WEEKEND RESTART)
000180*                  IS LISTED UNDER THE LAST WORKING DAY BEFORE
000190*                  IT (GENBDAY FUNCTION W).  A SUMMARY PER PROGRAM
000200*                  OVER THE WHOLE RANGE FOLLOWS, SO A STREAM
000210*                  THAT IS GETTING SLOWER OR FAILING REPEATEDLY
000220*                  SHOWS UP BEFORE IT MISSES THE HR CUT-OFF.
000230*                  PARAMETER 'YYYYMMDD YYYYMMDD' (FROM, TO).
000240*                  THE DEFAULT IS THE SEVEN DAYS TO YESTERDAY -
000250*                  ON A MONDAY, THE WEEK JUST ENDED.
000260*    TECTONICS   : COBOL
000270*----------------------------------------------------------------
000280*    MODIFICATION HISTORY
000290*    DATE       INIT DESCRIPTION
000300*    2026-10-15  DM  ORIGINAL PROGRAM.
000310*    2026-10-15  DM  GENERLOG ENTRIES GROUPED BY BUSINESS DATE,
000320*                    NOT CALENDAR DATE, TO MATCH GENRUNCT.  THE
000330*                    GENRUNCT START IS STATUS-CHECKED.  REPORT
000340*                    NOW WRITTEN TO GENSLA01.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 PROGRAM-ID. GENSLA01.
000390 AUTHOR. D. MATHESON.
000400 INSTALLATION. FRONT OFFICE SYSTEMS.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 CONFIGURATION SECTION.
000460*-----------------------
000470 SOURCE-COMPUTER. GENERIC.
000480 OBJECT-COMPUTER. GENERIC.
000490 INPUT-OUTPUT SECTION.
000500*-----------------------
000510 FILE-CONTROL.
000520     SELECT RUN-CONTROL-FILE ASSIGN TO "GENRUNCT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS RC-KEY
000560         FILE STATUS IS WS-RC-STATUS.
000570
000580     SELECT ERROR-LOG-FILE ASSIGN TO "GENERLOG"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-LOG-STATUS.
000610
000620     SELECT REPORT-FILE ASSIGN TO "GENSLA01"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650
000660 DATA DIVISION.
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000680 FILE SECTION.
000690*-----------------------
000700 FD  RUN-CONTROL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY RUNCTL IN "copybooks".
000730
000740 FD  ERROR-LOG-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 48 CHARACTERS.
000770 COPY ERRLOG IN "copybooks".
000780
000790 FD  REPORT-FILE
000800     LABEL RECORDS ARE OMITTED.
000810 01  REPORT-RECORD                  PIC X(80).
000820
000830*-----------------------
000840 WORKING-STORAGE SECTION.
000850*-----------------------
000860 77  WS-RC-STATUS                PIC X(02)  VALUE SPACES.
000870 77  WS-LOG-STATUS               PIC X(02)  VALUE SPACES.
000880 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000890
000900 77  WS-PARM                     PIC X(20)  VALUE SPACES.
000910 77  WS-PARM-OK-SWITCH           PIC X(01)  VALUE 'Y'.
000920     88  PARM-IS-VALID                      VALUE 'Y'.
000930 77  WS-RUN-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000940     88  END-OF-DATE-RUNS                   VALUE 'Y'.
000950 77  WS-LOG-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000960     88  END-OF-LOG                         VALUE 'Y'.
000970 77  WS-RUN-CONTROL-SWITCH       PIC X(01)  VALUE 'N'.
000980     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000990 77  WS-FOUND-SWITCH             PIC X(01)  VALUE 'N'.
001000     88  ENTRY-FOUND                        VALUE 'Y'.
001010 77  WS-MAP-DONE-SWITCH          PIC X(01)  VALUE 'N'.
001020     88  MAPPING-DONE                       VALUE 'Y'.
001030 77  WS-CALENDAR-SWITCH          PIC X(01)  VALUE 'Y'.
001040     88  CALENDAR-AVAILABLE                 VALUE 'Y'.
001050
001060 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001070 77  WS-FROM-DATE                PIC 9(08)  VALUE ZERO.
001080 77  WS-TO-DATE                  PIC 9(08)  VALUE ZERO.
001090 77  WS-REPORT-DATE              PIC 9(08)  VALUE ZERO.
001100
001110*    GENERLOG DATE TO BUSINESS DATE.  THE LOG IS IN TIME ORDER,
001120*    SO THE LAST DATE MAPPED IS KEPT AND GENBDAY IS ONLY CALLED
001130*    WHEN THE DATE CHANGES.
001140 77  WS-MAPPED-LOG-DATE          PIC 9(08)  VALUE ZERO.
001150 77  WS-LOG-BUSINESS-DATE        PIC 9(08)  VALUE ZERO.
001160 77  WS-STEP-COUNT               PIC 9(03) COMP VALUE ZERO.
001170 77  WS-STEP-MAX                 PIC 9(03) COMP VALUE 31.
001180
001190*    DATE STEPPING - ONE DAY FORWARD OR BACK FROM WS-DC-DATE.
001200 01  WS-DC-DATE                  PIC 9(08)  VALUE ZERO.
001210 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
001220     05  WS-DC-YYYY              PIC 9(04).
001230     05  WS-DC-MM                PIC 9(02).
001240     05  WS-DC-DD                PIC 9(02).
001250 01  WS-MONTH-DAYS-VALUES        PIC X(24)
001260         VALUE '312831303130313130313031'.
001270 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001280     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001290 77  WS-MONTH-LENGTH             PIC 9(02)  VALUE ZERO.
001300 77  WS-DC-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
001310 77  WS-DC-REM-4                 PIC 9(04) COMP VALUE ZERO.
001320 77  WS-DC-REM-100               PIC 9(04) COMP VALUE ZERO.
001330 77  WS-DC-REM-400               PIC 9(04) COMP VALUE ZERO.
001340
001350*    TIMES - HHMMSS TO SECONDS AND BACK.
001360 01  WS-TIME-WORK                PIC 9(06)  VALUE ZERO.
001370 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001380     05  WS-TIME-HH              PIC 9(02).
001390     05  WS-TIME-MM              PIC 9(02).
001400     05  WS-TIME-SS              PIC 9(02).
001410 77  WS-SECS                     PIC 9(06) COMP VALUE ZERO.
001420 77  WS-START-SECS               PIC 9(06) COMP VALUE ZERO.
001430 77  WS-END-SECS                 PIC 9(06) COMP VALUE ZERO.
001440 77  WS-ELAPSED-SECS             PIC 9(06) COMP VALUE ZERO.
001450 77  WS-DEADLINE-SECS            PIC 9(06) COMP VALUE ZERO.
001460 77  WS-HMS-SECS                 PIC 9(06) COMP VALUE ZERO.
001470 77  WS-HMS-REM                  PIC 9(06) COMP VALUE ZERO.
001480 01  WS-HMS.
001490     05  WS-HMS-HH               PIC 9(02).
001500     05  FILLER                  PIC X(01)  VALUE ':'.
001510     05  WS-HMS-MM               PIC 9(02).
001520     05  FILLER                  PIC X(01)  VALUE ':'.
001530     05  WS-HMS-SS               PIC 9(02).
001540
001550*    ONE SLOT PER PROGRAM SEEN IN THE RANGE.  THE LAST SLOT
001560*    COLLECTS *OTHER* IF THE TABLE EVER FILLS.
001570 01  WS-PROGRAM-TABLE.
001580     05  PT-ENTRY OCCURS 20 TIMES.
001590         10  PT-PROGRAM-ID       PIC X(08).
001600         10  PT-RUNS             PIC 9(05) COMP.
001610         10  PT-FAILED           PIC 9(05) COMP.
001620         10  PT-REFUSED          PIC 9(05) COMP.
001630         10  PT-LATE             PIC 9(05) COMP.
001640         10  PT-TIMED            PIC 9(05) COMP.
001650         10  PT-ELAPSED-TOTAL    PIC 9(09) COMP.
001660         10  PT-ELAPSED-MAX      PIC 9(06) COMP.
001670         10  PT-RECORDS          PIC 9(09) COMP.
001680 77  WS-PROG-MAX                 PIC 9(02) COMP VALUE 20.
001690 77  WS-PROG-USED                PIC 9(02) COMP VALUE ZERO.
001700 77  WS-PT-SUB                   PIC 9(02) COMP VALUE ZERO.
001710
001720*    GENERLOG ENTRIES IN THE RANGE, ONE SLOT PER BUSINESS DATE,
001730*    PROGRAM, FILE AND STATUS.
001740 01  WS-LOG-TABLE.
001750     05  LG-ENTRY OCCURS 500 TIMES.
001760         10  LG-DATE             PIC 9(08).
001770         10  LG-PROGRAM-ID       PIC X(08).
001780         10  LG-FILE-NAME        PIC X(08).
001790         10  LG-STATUS           PIC X(02).
001800         10  LG-COUNT            PIC 9(05) COMP.
001810         10  LG-FATAL-COUNT      PIC 9(05) COMP.
001820 77  WS-LOG-MAX                  PIC 9(04) COMP VALUE 500.
001830 77  WS-LOG-USED                 PIC 9(04) COMP VALUE ZERO.
001840 77  WS-LG-SUB                   PIC 9(04) COMP VALUE ZERO.
001850
001860 77  WS-DATE-COUNT               PIC 9(05) COMP VALUE ZERO.
001870 77  WS-DATE-RUN-COUNT           PIC 9(05) COMP VALUE ZERO.
001880 77  WS-DATE-LOG-COUNT           PIC 9(05) COMP VALUE ZERO.
001890 77  WS-TOTAL-RUNS               PIC 9(06) COMP VALUE ZERO.
001900 77  WS-TOTAL-FAILED             PIC 9(06) COMP VALUE ZERO.
001910 77  WS-TOTAL-REFUSED            PIC 9(06) COMP VALUE ZERO.
001920 77  WS-TOTAL-LATE               PIC 9(06) COMP VALUE ZERO.
001930 77  WS-TOTAL-LOG                PIC 9(06) COMP VALUE ZERO.
001940 77  WS-LOG-LOST-COUNT           PIC 9(06) COMP VALUE ZERO.
001950
001960 01  RPT-HEADING-1.
001970     05  FILLER                  PIC X(19)  VALUE SPACES.
001980     05  FILLER                  PIC X(42)
001990         VALUE 'NIGHTLY STREAM RUN HISTORY AND SLA REPORT'.
002000     05  FILLER                  PIC X(19)  VALUE SPACES.
002010
002020 01  RPT-HEADING-2.
002030     05  FILLER                  PIC X(06)  VALUE 'FROM: '.
002040     05  RH2-FROM-DATE           PIC 9(08).
002050     05  FILLER                  PIC X(06)  VALUE '  TO: '.
002060     05  RH2-TO-DATE             PIC 9(08).
002070     05  FILLER                  PIC X(07)  VALUE '  RUN: '.
002080     05  RH2-RUN-DATE            PIC 9(08).
002090     05  FILLER                  PIC X(37)  VALUE SPACES.
002100
002110 01  RPT-DATE-LINE.
002120     05  FILLER                  PIC X(13)
002130         VALUE '*** RUN DATE '.
002140     05  RD-DATE                 PIC 9(08).
002150     05  FILLER                  PIC X(04)  VALUE ' ***'.
002160     05  FILLER                  PIC X(55)  VALUE SPACES.
002170
002180 01  RPT-SECTION-LINE.
002190     05  FILLER                  PIC X(05)  VALUE '*** '.
002200     05  RS-TITLE                PIC X(35).
002210     05  FILLER                  PIC X(04)  VALUE ' ***'.
002220     05  FILLER                  PIC X(36)  VALUE SPACES.
002230
002240 01  RPT-RUN-HEADING.
002250     05  FILLER                  PIC X(10)  VALUE 'PROGRAM'.
002260     05  FILLER                  PIC X(07)  VALUE 'START'.
002270     05  FILLER                  PIC X(07)  VALUE 'END'.
002280     05  FILLER                  PIC X(09)  VALUE 'ELAPSED'.
002290     05  FILLER                  PIC X(10)  VALUE 'STATUS'.
002300     05  FILLER                  PIC X(11)  VALUE '  RECORDS'.
002310     05  FILLER                  PIC X(05)  VALUE 'REF'.
002320     05  FILLER                  PIC X(21)  VALUE 'SLA'.
002330
002340 01  RPT-RUN-LINE.
002350     05  RR-PROGRAM-ID           PIC X(08).
002360     05  FILLER                  PIC X(02)  VALUE SPACES.
002370     05  RR-START-TIME           PIC 9(06).
002380     05  FILLER                  PIC X(01)  VALUE SPACES.
002390     05  RR-END-TIME             PIC 9(06).
002400     05  FILLER                  PIC X(01)  VALUE SPACES.
002410     05  RR-ELAPSED              PIC X(08).
002420     05  FILLER                  PIC X(01)  VALUE SPACES.
002430     05  RR-STATUS               PIC X(10).
002440     05  RR-RECORDS              PIC Z,ZZZ,ZZ9.
002450     05  FILLER                  PIC X(02)  VALUE SPACES.
002460     05  RR-REFUSED              PIC ZZ9.
002470     05  FILLER                  PIC X(02)  VALUE SPACES.
002480     05  RR-SLA                  PIC X(10).
002490     05  FILLER                  PIC X(11)  VALUE SPACES.
002500
002510 01  RPT-LOG-TITLE.
002520     05  FILLER                  PIC X(80)
002530         VALUE '  GENERLOG ENTRIES FOR THE DATE:'.
002540
002550 01  RPT-LOG-HEADING.
002560     05  FILLER                  PIC X(12)  VALUE '  PROGRAM'.
002570     05  FILLER                  PIC X(10)  VALUE 'FILE'.
002580     05  FILLER                  PIC X(06)  VALUE 'STATUS'.
002590     05  FILLER                  PIC X(08)  VALUE 'ENTRIES'.
002600     05  FILLER                  PIC X(44)  VALUE 'FATAL'.
002610
002620 01  RPT-LOG-LINE.
002630     05  FILLER                  PIC X(02)  VALUE SPACES.
002640     05  LL-PROGRAM-ID           PIC X(08).
002650     05  FILLER                  PIC X(02)  VALUE SPACES.
002660     05  LL-FILE-NAME            PIC X(08).
002670     05  FILLER                  PIC X(02)  VALUE SPACES.
002680     05  LL-STATUS               PIC X(02).
002690     05  FILLER                  PIC X(04)  VALUE SPACES.
002700     05  LL-COUNT                PIC ZZ,ZZ9.
002710     05  FILLER                  PIC X(02)  VALUE SPACES.
002720     05  LL-FATAL-COUNT          PIC ZZ,ZZ9.
002730     05  FILLER                  PIC X(38)  VALUE SPACES.
002740
002750 01  RPT-NO-RUNS-LINE.
002760     05  FILLER                  PIC X(80)
002770         VALUE '  NO RUNS RECORDED'.
002780
002790 01  RPT-NO-LOG-LINE.
002800     05  FILLER                  PIC X(80)
002810         VALUE '  NONE'.
002820
002830 01  RPT-SUMMARY-HEADING.
002840     05  FILLER                  PIC X(10)  VALUE 'PROGRAM'.
002850     05  FILLER                  PIC X(06)  VALUE 'RUNS'.
002860     05  FILLER                  PIC X(07)  VALUE 'FAILED'.
002870     05  FILLER                  PIC X(08)  VALUE 'REFUSED'.
002880     05  FILLER                  PIC X(06)  VALUE 'LATE'.
002890     05  FILLER                  PIC X(12)  VALUE 'AVG ELAPSED'.
002900     05  FILLER                  PIC X(12)  VALUE 'MAX ELAPSED'.
002910     05  FILLER                  PIC X(19)  VALUE '   RECORDS'.
002920
002930 01  RPT-SUMMARY-LINE.
002940     05  PS-PROGRAM-ID           PIC X(08).
002950     05  FILLER                  PIC X(02)  VALUE SPACES.
002960     05  PS-RUNS                 PIC ZZZ9.
002970     05  FILLER                  PIC X(02)  VALUE SPACES.
002980     05  PS-FAILED               PIC ZZZ9.
002990     05  FILLER                  PIC X(03)  VALUE SPACES.
003000     05  PS-REFUSED              PIC ZZZ9.
003010     05  FILLER                  PIC X(04)  VALUE SPACES.
003020     05  PS-LATE                 PIC ZZZ9.
003030     05  FILLER                  PIC X(02)  VALUE SPACES.
003040     05  PS-AVG-ELAPSED          PIC X(08).
003050     05  FILLER                  PIC X(04)  VALUE SPACES.
003060     05  PS-MAX-ELAPSED          PIC X(08).
003070     05  FILLER                  PIC X(04)  VALUE SPACES.
003080     05  PS-RECORDS              PIC ZZ,ZZZ,ZZ9.
003090     05  FILLER                  PIC X(09)  VALUE SPACES.
003100
003110 01  RPT-COUNT-LINE.
003120     05  RC-LABEL                PIC X(30).
003130     05  RC-COUNT                PIC ZZZ,ZZ9.
003140     05  FILLER                  PIC X(43)  VALUE SPACES.
003150
003160 COPY SLATIME IN "copybooks".
003170
003180 COPY FERRLNK IN "copybooks".
003190 COPY BDAYLNK IN "copybooks".
003200
003210 PROCEDURE DIVISION.
003220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003230******************************************************************
003240*    0000-MAINLINE
003250******************************************************************
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     IF NOT PARM-IS-VALID
003290         STOP RUN
003300     END-IF.
003310     PERFORM 2000-LOAD-LOG THRU 2000-EXIT
003320         UNTIL END-OF-LOG.
003330     MOVE WS-FROM-DATE TO WS-REPORT-DATE.
003340     PERFORM 3000-REPORT-ONE-DATE THRU 3000-EXIT
003350         UNTIL WS-REPORT-DATE > WS-TO-DATE.
003360     PERFORM 4000-PROGRAM-SUMMARY THRU 4000-EXIT.
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003380     STOP RUN.
003390
003400******************************************************************
003410*    1000-INITIALIZE
003420*    NO GENRUNCT (THE STREAM HAS NEVER RUN) OR NO GENERLOG
003430*    (NOTHING HAS EVER FAILED) STILL GIVES A REPORT.
003440******************************************************************
003450 1000-INITIALIZE.
003460     MOVE 'GENSLA01' TO FERR-PROGRAM-ID.
003470     MOVE 'F' TO FERR-DISPOSITION.
003480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003490     MOVE WS-CURRENT-DATE TO WS-DC-DATE.
003500     PERFORM 8100-PREVIOUS-DATE THRU 8100-EXIT.
003510     MOVE WS-DC-DATE TO WS-TO-DATE.
003520     PERFORM 8100-PREVIOUS-DATE THRU 8100-EXIT 6 TIMES.
003530     MOVE WS-DC-DATE TO WS-FROM-DATE.
003540     ACCEPT WS-PARM FROM COMMAND-LINE.
003550     IF WS-PARM(1:8) IS NUMERIC
003560         MOVE WS-PARM(1:8) TO WS-FROM-DATE
003570     END-IF.
003580     IF WS-PARM(10:8) IS NUMERIC
003590         MOVE WS-PARM(10:8) TO WS-TO-DATE
003600     END-IF.
003610     IF WS-FROM-DATE > WS-TO-DATE
003620         DISPLAY 'GENSLA01 - FROM DATE ' WS-FROM-DATE
003630             ' IS AFTER TO DATE ' WS-TO-DATE ' - RUN CANCELLED'
003640         MOVE 'N' TO WS-PARM-OK-SWITCH
003650         MOVE 12 TO RETURN-CODE
003660         GO TO 1000-EXIT
003670     END-IF.
003680     MOVE 1 TO WS-PT-SUB.
003690     PERFORM 1100-CLEAR-PROGRAM-SLOT THRU 1100-EXIT
003700         UNTIL WS-PT-SUB > WS-PROG-MAX.
003710     OPEN INPUT RUN-CONTROL-FILE.
003720     IF WS-RC-STATUS = '00'
003730         MOVE 'Y' TO WS-RUN-CONTROL-SWITCH
003740     ELSE
003750         IF WS-RC-STATUS NOT = '35'
003760             MOVE 'GENRUNCT' TO FERR-FILE-NAME
003770             MOVE 'OPEN' TO FERR-OPERATION
003780             MOVE WS-RC-STATUS TO FERR-STATUS
003790             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003800         END-IF
003810     END-IF.
003820     OPEN INPUT ERROR-LOG-FILE.
003830     IF WS-LOG-STATUS NOT = '00'
003840         IF WS-LOG-STATUS NOT = '35'
003850             MOVE 'GENERLOG' TO FERR-FILE-NAME
003860             MOVE 'OPEN' TO FERR-OPERATION
003870             MOVE WS-LOG-STATUS TO FERR-STATUS
003880             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003890         END-IF
003900         MOVE 'Y' TO WS-LOG-EOF-SWITCH
003910     END-IF.
003920     OPEN OUTPUT REPORT-FILE.
003930     IF WS-RPT-STATUS NOT = '00'
003940         MOVE 'GENSLA01' TO FERR-FILE-NAME
003950         MOVE 'OPEN' TO FERR-OPERATION
003960         MOVE WS-RPT-STATUS TO FERR-STATUS
003970         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003980     END-IF.
003990     MOVE WS-FROM-DATE TO RH2-FROM-DATE.
004000     MOVE WS-TO-DATE TO RH2-TO-DATE.
004010     MOVE WS-CURRENT-DATE TO RH2-RUN-DATE.
004020     WRITE REPORT-RECORD FROM RPT-HEADING-1.
004030     WRITE REPORT-RECORD FROM RPT-HEADING-2.
004040     IF NOT END-OF-LOG
004050         PERFORM 2100-READ-LOG THRU 2100-EXIT
004060     END-IF.
004070 1000-EXIT.
004080     EXIT.
004090
004100 1100-CLEAR-PROGRAM-SLOT.
004110     MOVE SPACES TO PT-PROGRAM-ID(WS-PT-SUB).
004120     MOVE ZERO TO PT-RUNS(WS-PT-SUB) PT-FAILED(WS-PT-SUB)
004130         PT-REFUSED(WS-PT-SUB) PT-LATE(WS-PT-SUB)
004140         PT-TIMED(WS-PT-SUB) PT-ELAPSED-TOTAL(WS-PT-SUB)
004150         PT-ELAPSED-MAX(WS-PT-SUB) PT-RECORDS(WS-PT-SUB).
004160     ADD 1 TO WS-PT-SUB.
004170 1100-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210*    2000-LOAD-LOG
004220*    GENERLOG IS WRITTEN IN TIME ORDER AND NEVER REORGANISED,
004230*    SO IT IS READ ONCE AND THE ENTRIES WHOSE BUSINESS DATE
004240*    FALLS IN THE RANGE ARE GROUPED INTO THE TABLE FOR THE
004250*    PER-DATE LISTING.  AN ENTRY DATED AFTER THE TO DATE CAN
004260*    STILL MAP BACK INTO THE RANGE (A SATURDAY RESTART OF THE
004270*    FRIDAY STREAM), SO ONLY ENTRIES BEFORE THE FROM DATE ARE
004280*    PASSED OVER UNMAPPED.
004290******************************************************************
004300 2000-LOAD-LOG.
004310     IF EL-LOG-DATE NOT < WS-FROM-DATE
004320         PERFORM 2300-MAP-BUSINESS-DATE THRU 2300-EXIT
004330         IF WS-LOG-BUSINESS-DATE NOT < WS-FROM-DATE
004340             AND WS-LOG-BUSINESS-DATE NOT > WS-TO-DATE
004350             ADD 1 TO WS-TOTAL-LOG
004360             PERFORM 2200-ADD-LOG-ENTRY THRU 2200-EXIT
004370         END-IF
004380     END-IF.
004390     PERFORM 2100-READ-LOG THRU 2100-EXIT.
004400 2000-EXIT.
004410     EXIT.
004420
004430 2100-READ-LOG.
004440     READ ERROR-LOG-FILE
004450         AT END
004460             MOVE 'Y' TO WS-LOG-EOF-SWITCH
004470     END-READ.
004480     IF WS-LOG-STATUS NOT = '00' AND WS-LOG-STATUS NOT = '10'
004490         MOVE 'GENERLOG' TO FERR-FILE-NAME
004500         MOVE 'READ' TO FERR-OPERATION
004510         MOVE WS-LOG-STATUS TO FERR-STATUS
004520         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004530     END-IF.
004540     IF WS-LOG-STATUS NOT = '00'
004550         MOVE 'Y' TO WS-LOG-EOF-SWITCH
004560     END-IF.
004570 2100-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*    2200-ADD-LOG-ENTRY
004620*    COUNTS THE ENTRY INTO ITS BUSINESS DATE/PROGRAM/FILE/
004630*    STATUS SLOT, OPENING A NEW SLOT THE FIRST TIME THE GROUP IS
004640*    SEEN.  A FULL TABLE IS COUNTED AND REPORTED, NEVER SILENTLY
004650*    LOST.
004660******************************************************************
004670 2200-ADD-LOG-ENTRY.
004680     MOVE 'N' TO WS-FOUND-SWITCH.
004690     MOVE 1 TO WS-LG-SUB.
004700     PERFORM 2210-CHECK-LOG-SLOT THRU 2210-EXIT
004710         UNTIL WS-LG-SUB > WS-LOG-USED OR ENTRY-FOUND.
004720     IF NOT ENTRY-FOUND
004730         IF WS-LOG-USED < WS-LOG-MAX
004740             ADD 1 TO WS-LOG-USED
004750             MOVE WS-LOG-USED TO WS-LG-SUB
004760             MOVE WS-LOG-BUSINESS-DATE TO LG-DATE(WS-LG-SUB)
004770             MOVE EL-PROGRAM-ID TO LG-PROGRAM-ID(WS-LG-SUB)
004780             MOVE EL-FILE-NAME TO LG-FILE-NAME(WS-LG-SUB)
004790             MOVE EL-STATUS TO LG-STATUS(WS-LG-SUB)
004800             MOVE ZERO TO LG-COUNT(WS-LG-SUB)
004810             MOVE ZERO TO LG-FATAL-COUNT(WS-LG-SUB)
004820         ELSE
004830             ADD 1 TO WS-LOG-LOST-COUNT
004840             GO TO 2200-EXIT
004850         END-IF
004860     END-IF.
004870     ADD 1 TO LG-COUNT(WS-LG-SUB).
004880     IF EL-DISPOSITION = 'F'
004890         ADD 1 TO LG-FATAL-COUNT(WS-LG-SUB)
004900     END-IF.
004910 2200-EXIT.
004920     EXIT.
004930
004940 2210-CHECK-LOG-SLOT.
004950     IF LG-DATE(WS-LG-SUB) = WS-LOG-BUSINESS-DATE
004960         AND LG-PROGRAM-ID(WS-LG-SUB) = EL-PROGRAM-ID
004970         AND LG-FILE-NAME(WS-LG-SUB) = EL-FILE-NAME
004980         AND LG-STATUS(WS-LG-SUB) = EL-STATUS
004990         MOVE 'Y' TO WS-FOUND-SWITCH
005000     ELSE
005010         ADD 1 TO WS-LG-SUB
005020     END-IF.
005030 2210-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*    2300-MAP-BUSINESS-DATE
005080*    SETS WS-LOG-BUSINESS-DATE FOR THE ENTRY: ITS OWN DATE WHEN
005090*    THAT IS A WORKING DAY, OTHERWISE THE LAST WORKING DAY
005100*    BEFORE IT, STEPPING BACK ONE DAY AT A TIME WITH GENBDAY
005110*    FUNCTION W.  NO CALENDAR, A DATE NOT ON IT, OR NO WORKING
005120*    DAY WITHIN WS-STEP-MAX DAYS LEAVES THE ENTRY'S OWN DATE.
005130******************************************************************
005140 2300-MAP-BUSINESS-DATE.
005150     IF EL-LOG-DATE = WS-MAPPED-LOG-DATE
005160         GO TO 2300-EXIT
005170     END-IF.
005180     MOVE EL-LOG-DATE TO WS-MAPPED-LOG-DATE.
005190     MOVE EL-LOG-DATE TO WS-LOG-BUSINESS-DATE.
005200     IF NOT CALENDAR-AVAILABLE
005210         GO TO 2300-EXIT
005220     END-IF.
005230     MOVE EL-LOG-DATE TO WS-DC-DATE.
005240     MOVE ZERO TO WS-STEP-COUNT.
005250     MOVE 'N' TO WS-MAP-DONE-SWITCH.
005260     PERFORM 2310-CHECK-ONE-DAY THRU 2310-EXIT
005270         UNTIL MAPPING-DONE.
005280 2300-EXIT.
005290     EXIT.
005300
005310 2310-CHECK-ONE-DAY.
005320     MOVE 'W' TO BDAY-FUNCTION.
005330     MOVE 'GENSLA01' TO BDAY-PROGRAM-ID.
005340     MOVE SPACES TO BDAY-LOCATION.
005350     MOVE WS-DC-DATE TO BDAY-CHECK-DATE.
005360     CALL 'GENBDAY' USING BDAY-AREA.
005370     IF BDAY-NO-CALENDAR
005380         MOVE 'N' TO WS-CALENDAR-SWITCH
005390         MOVE 'Y' TO WS-MAP-DONE-SWITCH
005400         GO TO 2310-EXIT
005410     END-IF.
005420     IF BDAY-WORKING-DAY
005430         MOVE WS-DC-DATE TO WS-LOG-BUSINESS-DATE
005440         MOVE 'Y' TO WS-MAP-DONE-SWITCH
005450         GO TO 2310-EXIT
005460     END-IF.
005470     ADD 1 TO WS-STEP-COUNT.
005480     IF NOT BDAY-NOT-WORKING
005490         OR WS-STEP-COUNT > WS-STEP-MAX
005500         MOVE 'Y' TO WS-MAP-DONE-SWITCH
005510         GO TO 2310-EXIT
005520     END-IF.
005530     PERFORM 8100-PREVIOUS-DATE THRU 8100-EXIT.
005540 2310-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*    3000-REPORT-ONE-DATE
005590*    EVERY DATE IN THE RANGE GETS A SECTION, EVEN WITH NOTHING
005600*    ON IT - A NIGHT WITH NO RUNS AT ALL IS ITSELF A FINDING.
005610*    GENRUNCT IS KEYED DATE FIRST, SO EACH DATE IS ONE RANGE;
005620*    NO RECORD AT OR AFTER THE DATE (23) JUST MEANS NO RUNS.
005630******************************************************************
005640 3000-REPORT-ONE-DATE.
005650     ADD 1 TO WS-DATE-COUNT.
005660     MOVE WS-REPORT-DATE TO RD-DATE.
005670     WRITE REPORT-RECORD FROM RPT-DATE-LINE.
005680     WRITE REPORT-RECORD FROM RPT-RUN-HEADING.
005690     MOVE ZERO TO WS-DATE-RUN-COUNT.
005700     MOVE 'Y' TO WS-RUN-EOF-SWITCH.
005710     IF RUN-CONTROL-AVAILABLE
005720         MOVE 'N' TO WS-RUN-EOF-SWITCH
005730         MOVE WS-REPORT-DATE TO RC-RUN-DATE
005740         MOVE LOW-VALUES TO RC-PROGRAM-ID
005750         START RUN-CONTROL-FILE KEY NOT LESS THAN RC-KEY
005760             INVALID KEY
005770                 MOVE 'Y' TO WS-RUN-EOF-SWITCH
005780         END-START
005790         IF WS-RC-STATUS NOT = '00' AND WS-RC-STATUS NOT = '23'
005800             MOVE 'GENRUNCT' TO FERR-FILE-NAME
005810             MOVE 'START' TO FERR-OPERATION
005820             MOVE WS-RC-STATUS TO FERR-STATUS
005830             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005840         END-IF
005850     END-IF.
005860     PERFORM 3100-REPORT-ONE-RUN THRU 3100-EXIT
005870         UNTIL END-OF-DATE-RUNS.
005880     IF WS-DATE-RUN-COUNT = ZERO
005890         WRITE REPORT-RECORD FROM RPT-NO-RUNS-LINE
005900     END-IF.
005910     WRITE REPORT-RECORD FROM RPT-LOG-TITLE.
005920     WRITE REPORT-RECORD FROM RPT-LOG-HEADING.
005930     MOVE ZERO TO WS-DATE-LOG-COUNT.
005940     MOVE 1 TO WS-LG-SUB.
005950     PERFORM 3500-LIST-LOG-GROUP THRU 3500-EXIT
005960         UNTIL WS-LG-SUB > WS-LOG-USED.
005970     IF WS-DATE-LOG-COUNT = ZERO
005980         WRITE REPORT-RECORD FROM RPT-NO-LOG-LINE
005990     END-IF.
006000     MOVE WS-REPORT-DATE TO WS-DC-DATE.
006010     PERFORM 8200-NEXT-DATE THRU 8200-EXIT.
006020     MOVE WS-DC-DATE TO WS-REPORT-DATE.
006030 3000-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070*    3100-REPORT-ONE-RUN
006080*    ONE LINE PER PROGRAM FOR THE DATE.  A STATUS X RECORD IS
006090*    A PROGRAM THAT WAS ONLY EVER REFUSED; IT IS NOT A RUN.
006100*    ELAPSED TIME AND THE DEADLINE CHECK NEED BOTH STAMPS.
006110******************************************************************
006120 3100-REPORT-ONE-RUN.
006130     READ RUN-CONTROL-FILE NEXT RECORD
006140         AT END
006150             MOVE 'Y' TO WS-RUN-EOF-SWITCH
006160     END-READ.
006170     IF WS-RC-STATUS NOT = '00' AND WS-RC-STATUS NOT = '10'
006180         MOVE 'GENRUNCT' TO FERR-FILE-NAME
006190         MOVE 'READ' TO FERR-OPERATION
006200         MOVE WS-RC-STATUS TO FERR-STATUS
006210         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006220     END-IF.
006230     IF WS-RC-STATUS NOT = '00'
006240         MOVE 'Y' TO WS-RUN-EOF-SWITCH
006250         GO TO 3100-EXIT
006260     END-IF.
006270     IF RC-RUN-DATE NOT = WS-REPORT-DATE
006280         MOVE 'Y' TO WS-RUN-EOF-SWITCH
006290         GO TO 3100-EXIT
006300     END-IF.
006310     ADD 1 TO WS-DATE-RUN-COUNT.
006320     IF RC-REFUSED-COUNT NOT NUMERIC
006330         MOVE ZERO TO RC-REFUSED-COUNT
006340     END-IF.
006350     PERFORM 8400-FIND-PROGRAM THRU 8400-EXIT.
006360     ADD RC-REFUSED-COUNT TO PT-REFUSED(WS-PT-SUB).
006370     ADD RC-REFUSED-COUNT TO WS-TOTAL-REFUSED.
006380     MOVE RC-PROGRAM-ID TO RR-PROGRAM-ID.
006390     MOVE RC-START-TIME TO RR-START-TIME.
006400     MOVE RC-END-TIME TO RR-END-TIME.
006410     MOVE RC-RECORD-COUNT TO RR-RECORDS.
006420     MOVE RC-REFUSED-COUNT TO RR-REFUSED.
006430     MOVE SPACES TO RR-ELAPSED.
006440     MOVE SPACES TO RR-SLA.
006450     EVALUATE TRUE
006460         WHEN RC-RUNNING
006470             MOVE 'RUNNING' TO RR-STATUS
006480         WHEN RC-COMPLETED
006490             MOVE 'COMPLETED' TO RR-STATUS
006500         WHEN RC-FAILED
006510             MOVE 'FAILED' TO RR-STATUS
006520         WHEN RC-REFUSED
006530             MOVE 'REFUSED' TO RR-STATUS
006540         WHEN OTHER
006550             MOVE 'UNKNOWN' TO RR-STATUS
006560     END-EVALUATE.
006570     IF NOT RC-REFUSED
006580         ADD 1 TO PT-RUNS(WS-PT-SUB)
006590         ADD 1 TO WS-TOTAL-RUNS
006600         ADD RC-RECORD-COUNT TO PT-RECORDS(WS-PT-SUB)
006610     END-IF.
006620     IF RC-FAILED
006630         ADD 1 TO PT-FAILED(WS-PT-SUB)
006640         ADD 1 TO WS-TOTAL-FAILED
006650     END-IF.
006660     IF (RC-COMPLETED OR RC-FAILED)
006670         AND RC-START-TIME NOT = ZERO
006680         PERFORM 3200-TIME-RUN THRU 3200-EXIT
006690     END-IF.
006700     WRITE REPORT-RECORD FROM RPT-RUN-LINE.
006710 3100-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    3200-TIME-RUN
006760*    AN END TIME EARLIER THAN THE START TIME MEANS THE RUN WENT
006770*    PAST MIDNIGHT.
006780******************************************************************
006790 3200-TIME-RUN.
006800     MOVE RC-START-TIME TO WS-TIME-WORK.
006810     PERFORM 8500-TIME-TO-SECS THRU 8500-EXIT.
006820     MOVE WS-SECS TO WS-START-SECS.
006830     MOVE RC-END-TIME TO WS-TIME-WORK.
006840     PERFORM 8500-TIME-TO-SECS THRU 8500-EXIT.
006850     MOVE WS-SECS TO WS-END-SECS.
006860     IF WS-END-SECS < WS-START-SECS
006870         COMPUTE WS-ELAPSED-SECS =
006880             WS-END-SECS + 86400 - WS-START-SECS
006890     ELSE
006900         COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
006910     END-IF.
006920     MOVE WS-ELAPSED-SECS TO WS-HMS-SECS.
006930     PERFORM 8600-FORMAT-HMS THRU 8600-EXIT.
006940     MOVE WS-HMS TO RR-ELAPSED.
006950     ADD 1 TO PT-TIMED(WS-PT-SUB).
006960     ADD WS-ELAPSED-SECS TO PT-ELAPSED-TOTAL(WS-PT-SUB).
006970     IF WS-ELAPSED-SECS > PT-ELAPSED-MAX(WS-PT-SUB)
006980         MOVE WS-ELAPSED-SECS TO PT-ELAPSED-MAX(WS-PT-SUB)
006990     END-IF.
007000     SET SL-IDX TO 1.
007010     SEARCH SL-ENTRY
007020         AT END
007030             MOVE 'NO SLA' TO RR-SLA
007040         WHEN SL-PROGRAM-ID(SL-IDX) = RC-PROGRAM-ID
007050             PERFORM 3300-CHECK-DEADLINE THRU 3300-EXIT
007060     END-SEARCH.
007070 3200-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*    3300-CHECK-DEADLINE
007120*    THE STREAM CLOCK RUNS FROM NOON TO NOON: ANY TIME BEFORE
007130*    12:00:00 IS MOVED ON A DAY BEFORE THE END TIME AND THE
007140*    DEADLINE ARE COMPARED (SEE SLATIME.CPY).
007150******************************************************************
007160 3300-CHECK-DEADLINE.
007170     MOVE SL-DEADLINE(SL-IDX) TO WS-TIME-WORK.
007180     PERFORM 8500-TIME-TO-SECS THRU 8500-EXIT.
007190     IF WS-SECS < 43200
007200         ADD 86400 TO WS-SECS
007210     END-IF.
007220     MOVE WS-SECS TO WS-DEADLINE-SECS.
007230     MOVE RC-END-TIME TO WS-TIME-WORK.
007240     PERFORM 8500-TIME-TO-SECS THRU 8500-EXIT.
007250     IF WS-SECS < 43200
007260         ADD 86400 TO WS-SECS
007270     END-IF.
007280     IF WS-SECS > WS-DEADLINE-SECS
007290         MOVE 'LATE' TO RR-SLA
007300         ADD 1 TO PT-LATE(WS-PT-SUB)
007310         ADD 1 TO WS-TOTAL-LATE
007320     ELSE
007330         MOVE 'ON TIME' TO RR-SLA
007340     END-IF.
007350 3300-EXIT.
007360     EXIT.
007370
007380 3500-LIST-LOG-GROUP.
007390     IF LG-DATE(WS-LG-SUB) = WS-REPORT-DATE
007400         ADD 1 TO WS-DATE-LOG-COUNT
007410         MOVE LG-PROGRAM-ID(WS-LG-SUB) TO LL-PROGRAM-ID
007420         MOVE LG-FILE-NAME(WS-LG-SUB) TO LL-FILE-NAME
007430         MOVE LG-STATUS(WS-LG-SUB) TO LL-STATUS
007440         MOVE LG-COUNT(WS-LG-SUB) TO LL-COUNT
007450         MOVE LG-FATAL-COUNT(WS-LG-SUB) TO LL-FATAL-COUNT
007460         WRITE REPORT-RECORD FROM RPT-LOG-LINE
007470     END-IF.
007480     ADD 1 TO WS-LG-SUB.
007490 3500-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530*    4000-PROGRAM-SUMMARY
007540*    ONE LINE PER PROGRAM OVER THE WHOLE RANGE.  AVERAGE AND
007550*    MAXIMUM ELAPSED COVER THE RUNS WITH BOTH TIME STAMPS.
007560******************************************************************
007570 4000-PROGRAM-SUMMARY.
007580     MOVE 'PROGRAM SUMMARY FOR THE RANGE' TO RS-TITLE.
007590     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
007600     WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADING.
007610     MOVE 1 TO WS-PT-SUB.
007620     PERFORM 4100-PRINT-PROGRAM THRU 4100-EXIT
007630         UNTIL WS-PT-SUB > WS-PROG-USED.
007640     IF PT-PROGRAM-ID(WS-PROG-MAX) NOT = SPACES
007650         MOVE WS-PROG-MAX TO WS-PT-SUB
007660         PERFORM 4100-PRINT-PROGRAM THRU 4100-EXIT
007670     END-IF.
007680 4000-EXIT.
007690     EXIT.
007700
007710 4100-PRINT-PROGRAM.
007720     MOVE PT-PROGRAM-ID(WS-PT-SUB) TO PS-PROGRAM-ID.
007730     MOVE PT-RUNS(WS-PT-SUB) TO PS-RUNS.
007740     MOVE PT-FAILED(WS-PT-SUB) TO PS-FAILED.
007750     MOVE PT-REFUSED(WS-PT-SUB) TO PS-REFUSED.
007760     MOVE PT-LATE(WS-PT-SUB) TO PS-LATE.
007770     MOVE PT-RECORDS(WS-PT-SUB) TO PS-RECORDS.
007780     IF PT-TIMED(WS-PT-SUB) = ZERO
007790         MOVE SPACES TO PS-AVG-ELAPSED
007800         MOVE SPACES TO PS-MAX-ELAPSED
007810     ELSE
007820         DIVIDE PT-ELAPSED-TOTAL(WS-PT-SUB)
007830             BY PT-TIMED(WS-PT-SUB) GIVING WS-HMS-SECS
007840         PERFORM 8600-FORMAT-HMS THRU 8600-EXIT
007850         MOVE WS-HMS TO PS-AVG-ELAPSED
007860         MOVE PT-ELAPSED-MAX(WS-PT-SUB) TO WS-HMS-SECS
007870         PERFORM 8600-FORMAT-HMS THRU 8600-EXIT
007880         MOVE WS-HMS TO PS-MAX-ELAPSED
007890     END-IF.
007900     WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
007910     ADD 1 TO WS-PT-SUB.
007920 4100-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*    8100-PREVIOUS-DATE
007970*    STEPS WS-DC-DATE BACK ONE DAY.
007980******************************************************************
007990 8100-PREVIOUS-DATE.
008000     IF WS-DC-DD > 1
008010         SUBTRACT 1 FROM WS-DC-DD
008020         GO TO 8100-EXIT
008030     END-IF.
008040     IF WS-DC-MM > 1
008050         SUBTRACT 1 FROM WS-DC-MM
008060     ELSE
008070         MOVE 12 TO WS-DC-MM
008080         SUBTRACT 1 FROM WS-DC-YYYY
008090     END-IF.
008100     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
008110     MOVE WS-MONTH-LENGTH TO WS-DC-DD.
008120 8100-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*    8200-NEXT-DATE
008170*    STEPS WS-DC-DATE FORWARD ONE DAY.
008180******************************************************************
008190 8200-NEXT-DATE.
008200     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
008210     IF WS-DC-DD < WS-MONTH-LENGTH
008220         ADD 1 TO WS-DC-DD
008230         GO TO 8200-EXIT
008240     END-IF.
008250     MOVE 1 TO WS-DC-DD.
008260     IF WS-DC-MM < 12
008270         ADD 1 TO WS-DC-MM
008280     ELSE
008290         MOVE 1 TO WS-DC-MM
008300         ADD 1 TO WS-DC-YYYY
008310     END-IF.
008320 8200-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360*    8300-MONTH-LENGTH
008370*    DAYS IN MONTH WS-DC-MM OF YEAR WS-DC-YYYY.  A LEAP YEAR
008380*    DIVIDES BY 4, EXCEPT CENTURIES THAT DO NOT DIVIDE BY 400.
008390******************************************************************
008400 8300-MONTH-LENGTH.
008410     MOVE WS-MONTH-DAYS(WS-DC-MM) TO WS-MONTH-LENGTH.
008420     IF WS-DC-MM NOT = 2
008430         GO TO 8300-EXIT
008440     END-IF.
008450     DIVIDE WS-DC-YYYY BY 4 GIVING WS-DC-QUOTIENT
008460         REMAINDER WS-DC-REM-4.
008470     DIVIDE WS-DC-YYYY BY 100 GIVING WS-DC-QUOTIENT
008480         REMAINDER WS-DC-REM-100.
008490     DIVIDE WS-DC-YYYY BY 400 GIVING WS-DC-QUOTIENT
008500         REMAINDER WS-DC-REM-400.
008510     IF WS-DC-REM-4 = ZERO
008520         AND (WS-DC-REM-100 NOT = ZERO OR WS-DC-REM-400 = ZERO)
008530         MOVE 29 TO WS-MONTH-LENGTH
008540     END-IF.
008550 8300-EXIT.
008560     EXIT.
008570
008580******************************************************************
008590*    8400-FIND-PROGRAM
008600*    SETS WS-PT-SUB TO RC-PROGRAM-ID'S SLOT, OPENING ONE THE
008610*    FIRST TIME THE PROGRAM IS SEEN.  WHEN ONLY THE LAST SLOT
008620*    IS LEFT, EVERY FURTHER PROGRAM GOES INTO *OTHER*.
008630******************************************************************
008640 8400-FIND-PROGRAM.
008650     MOVE 'N' TO WS-FOUND-SWITCH.
008660     MOVE 1 TO WS-PT-SUB.
008670     PERFORM 8410-CHECK-PROGRAM-SLOT THRU 8410-EXIT
008680         UNTIL WS-PT-SUB > WS-PROG-USED OR ENTRY-FOUND.
008690     IF ENTRY-FOUND
008700         GO TO 8400-EXIT
008710     END-IF.
008720     IF WS-PROG-USED < WS-PROG-MAX - 1
008730         ADD 1 TO WS-PROG-USED
008740         MOVE WS-PROG-USED TO WS-PT-SUB
008750         MOVE RC-PROGRAM-ID TO PT-PROGRAM-ID(WS-PT-SUB)
008760     ELSE
008770         MOVE WS-PROG-MAX TO WS-PT-SUB
008780         MOVE '*OTHER*' TO PT-PROGRAM-ID(WS-PT-SUB)
008790     END-IF.
008800 8400-EXIT.
008810     EXIT.
008820
008830 8410-CHECK-PROGRAM-SLOT.
008840     IF PT-PROGRAM-ID(WS-PT-SUB) = RC-PROGRAM-ID
008850         MOVE 'Y' TO WS-FOUND-SWITCH
008860     ELSE
008870         ADD 1 TO WS-PT-SUB
008880     END-IF.
008890 8410-EXIT.
008900     EXIT.
008910
008920 8500-TIME-TO-SECS.
008930     COMPUTE WS-SECS = WS-TIME-HH * 3600 + WS-TIME-MM * 60
008940         + WS-TIME-SS.
008950 8500-EXIT.
008960     EXIT.
008970
008980 8600-FORMAT-HMS.
008990     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
009000         REMAINDER WS-HMS-REM.
009010     DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
009020         REMAINDER WS-HMS-SS.
009030 8600-EXIT.
009040     EXIT.
009050
009060******************************************************************
009070*    9000-TERMINATE
009080*    PRINTS THE RANGE TOTALS AND CLOSES THE FILES.
009090******************************************************************
009100 9000-TERMINATE.
009110     MOVE 'RANGE TOTALS' TO RS-TITLE.
009120     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
009130     MOVE 'DATES REPORTED:' TO RC-LABEL.
009140     MOVE WS-DATE-COUNT TO RC-COUNT.
009150     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009160     MOVE 'RUNS:' TO RC-LABEL.
009170     MOVE WS-TOTAL-RUNS TO RC-COUNT.
009180     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009190     MOVE 'FAILED RUNS:' TO RC-LABEL.
009200     MOVE WS-TOTAL-FAILED TO RC-COUNT.
009210     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009220     MOVE 'REFUSED RUNS:' TO RC-LABEL.
009230     MOVE WS-TOTAL-REFUSED TO RC-COUNT.
009240     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009250     MOVE 'FINISHED AFTER DEADLINE:' TO RC-LABEL.
009260     MOVE WS-TOTAL-LATE TO RC-COUNT.
009270     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009280     MOVE 'GENERLOG ENTRIES:' TO RC-LABEL.
009290     MOVE WS-TOTAL-LOG TO RC-COUNT.
009300     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009310     IF WS-LOG-LOST-COUNT > ZERO
009320         MOVE 'LOG ENTRIES NOT GROUPED (FULL):' TO RC-LABEL
009330         MOVE WS-LOG-LOST-COUNT TO RC-COUNT
009340         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009350     END-IF.
009360     IF RUN-CONTROL-AVAILABLE
009370         CLOSE RUN-CONTROL-FILE
009380     END-IF.
009390     IF WS-LOG-STATUS NOT = '35'
009400         CLOSE ERROR-LOG-FILE
009410     END-IF.
009420     CLOSE REPORT-FILE.
009430 9000-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470*    9100-FILE-ERROR
009480*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
009490*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
009500*    ENDS THE RUN WITH RETURN CODE 12.
009510******************************************************************
009520 9100-FILE-ERROR.
009530     CALL 'GENFERR' USING FERR-AREA.
009540 9100-EXIT.
009550     EXIT.
009560
009570 END PROGRAM GENSLA01.
