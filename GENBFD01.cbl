000010******************************************************************
000020*    PROGRAM-ID : GENBFD01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : NIGHTLY BARRED-LIST FEED.  APPLIES THE ADDS,
000080*                  CHANGES AND LIFTS SENT BY THE SECURITY CASE
000090*                  SYSTEM (GENBFEED) TO THE GENBARRD FILE THAT
000100*                  GENDER1 SCREENS EVERY SIGN-IN AGAINST, THEN
000110*                  TAKES OFF EVERY BAR WHOSE EXPIRY DATE HAS
000120*                  PASSED.  PRINTS A RECONCILIATION REPORT -
000130*                  EACH FEED ENTRY AS APPLIED, UNCHANGED OR
000140*                  REJECTED, THEN THE EXPIRED BARS REMOVED -
000150*                  AND WRITES REJECTED ENTRIES, WITH A REASON
000160*                  CODE, TO GENBFREJ FOR SECURITY TO CORRECT.
000170*                  GENBAR01 STAYS AS THE MANUAL ROUTE FOR A BAR
000180*                  THAT CANNOT WAIT FOR THE NIGHT.
000190*    TECTONICS   : COBOL
000200*----------------------------------------------------------------
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    2026-10-15  DM  ORIGINAL PROGRAM.
000232*    2026-10-15  DM  RUN-CONTROL DATE IS NOW THE BUSINESS DATE
000235*                    FROM THE GENCAL CALENDAR (SHARED GENBDAY
000237*                    ROUTINE).  EXPIRY IS STILL JUDGED ON TODAY.
000238*    2026-10-15  DM  REPORT NOW WRITTEN TO GENBFD01.
000239*    2026-10-15  DM  RUN CONTROL KEYED ON TODAY'S DATE AGAIN AND
000241*                    STARTED WITH GENRCTL FUNCTION N - THE FEED
000243*                    RUNS EVERY CALENDAR NIGHT, WEEKENDS AND
000244*                    HOLIDAYS INCLUDED, SO A LATE-WEEK BAR IS
000246*                    NOT HELD OVER TO THE NEXT WORKING DAY.
000248******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. GENBFD01.
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
000410     SELECT BARRED-FEED-FILE ASSIGN TO "GENBFEED"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-BF-STATUS.
000440
000450     SELECT BARRED-FILE ASSIGN TO "GENBARRD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS BP-KEY
000490         FILE STATUS IS WS-BP-STATUS.
000500
000510     SELECT FEED-REJECT-FILE ASSIGN TO "GENBFREJ"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FR-STATUS.
000540
000550     SELECT REPORT-FILE ASSIGN TO "GENBFD01"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000580
000590 DATA DIVISION.
000600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000610 FILE SECTION.
000620*-----------------------
000630 FD  BARRED-FEED-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 100 CHARACTERS.
000660 COPY BFEEDREC IN "copybooks".
000670
000680 FD  BARRED-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY BARREC IN "copybooks".
000710
000720 FD  FEED-REJECT-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 102 CHARACTERS.
000750 01  FEED-REJECT-RECORD.
000760     05  FR-FEED-DATA            PIC X(100).
000770     05  FR-REASON-CODE          PIC X(02).
000780
000790 FD  REPORT-FILE
000800     LABEL RECORDS ARE OMITTED.
000810 01  REPORT-RECORD                  PIC X(80).
000820
000830*-----------------------
000840 WORKING-STORAGE SECTION.
000850*-----------------------
000860 77  WS-BF-STATUS                PIC X(02)  VALUE SPACES.
000870 77  WS-BP-STATUS                PIC X(02)  VALUE SPACES.
000880 77  WS-FR-STATUS                PIC X(02)  VALUE SPACES.
000890 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000900
000910 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
000920     88  END-OF-FEED                        VALUE 'Y'.
000930 77  WS-FEED-FILE-SWITCH         PIC X(01)  VALUE 'N'.
000940     88  FEED-FILE-AVAILABLE                VALUE 'Y'.
000950 77  WS-PURGE-EOF-SWITCH         PIC X(01)  VALUE 'N'.
000960     88  PURGE-DONE                         VALUE 'Y'.
000970
000980 77  WS-REASON-CODE              PIC X(02)  VALUE SPACES.
000990     88  RECORD-IS-CLEAN                    VALUE '  '.
001000 77  WS-RESULT                   PIC X(01)  VALUE SPACES.
001010     88  RESULT-APPLIED                     VALUE 'A'.
001020     88  RESULT-UNCHANGED                   VALUE 'U'.
001030 77  WS-RESULT-TEXT              PIC X(22)  VALUE SPACES.
001040
001050 77  WS-NAME-FIELD               PIC X(20)  VALUE SPACES.
001060 77  WS-NAME-SUB                 PIC 9(02) COMP VALUE ZERO.
001070 77  WS-NAME-OK-SWITCH           PIC X(01)  VALUE 'N'.
001080     88  NAME-IS-CLEAN                      VALUE 'Y'.
001090
001100 01  WS-CHECK-DATE               PIC X(08)  VALUE SPACES.
001110 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001120     05  WS-CHECK-CCYY           PIC 9(04).
001130     05  WS-CHECK-MM             PIC 9(02).
001140     05  WS-CHECK-DD             PIC 9(02).
001150 77  WS-DATE-OK-SWITCH           PIC X(01)  VALUE 'N'.
001160     88  DATE-IS-VALID                      VALUE 'Y'.
001170
001180 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001190 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
001200 77  WS-ADD-COUNT                PIC 9(06) COMP VALUE ZERO.
001210 77  WS-CHANGE-COUNT             PIC 9(06) COMP VALUE ZERO.
001220 77  WS-LIFT-COUNT               PIC 9(06) COMP VALUE ZERO.
001230 77  WS-UNCHANGED-COUNT          PIC 9(06) COMP VALUE ZERO.
001240 77  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
001250 77  WS-EXPIRED-COUNT            PIC 9(06) COMP VALUE ZERO.
001260 77  WS-KEPT-COUNT               PIC 9(06) COMP VALUE ZERO.
001270
001280 01  RPT-HEADING-1.
001290     05  FILLER                  PIC X(22)  VALUE SPACES.
001300     05  FILLER                  PIC X(36)
001310         VALUE 'BARRED-LIST FEED RECONCILIATION'.
001320     05  FILLER                  PIC X(22)  VALUE SPACES.
001330
001340 01  RPT-HEADING-2.
001350     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
001360     05  RH2-DATE                PIC 9(08).
001370     05  FILLER                  PIC X(66)  VALUE SPACES.
001380
001390 01  RPT-SECTION-LINE.
001400     05  FILLER                  PIC X(05)  VALUE '*** '.
001410     05  RS-TITLE                PIC X(35).
001420     05  FILLER                  PIC X(04)  VALUE ' ***'.
001430
001440 01  RPT-FEED-HEADING.
001450     05  FILLER                  PIC X(23)
001460         VALUE 'A SURNAME'.
001470     05  FILLER                  PIC X(13)
001480         VALUE 'GIVEN NAME'.
001490     05  FILLER                  PIC X(09)
001500         VALUE 'EFFECT'.
001510     05  FILLER                  PIC X(10)
001520         VALUE 'RESULT'.
001530     05  FILLER                  PIC X(25)
001540         VALUE 'DETAIL'.
001550
001560 01  RPT-FEED-LINE.
001570     05  RF-ACTION               PIC X(01).
001580     05  FILLER                  PIC X(01)  VALUE SPACES.
001590     05  RF-SURNAME              PIC X(20).
001600     05  FILLER                  PIC X(01)  VALUE SPACES.
001610     05  RF-GIVEN-NAME           PIC X(12).
001620     05  FILLER                  PIC X(01)  VALUE SPACES.
001630     05  RF-EFFECT-DATE          PIC 9(08).
001640     05  FILLER                  PIC X(01)  VALUE SPACES.
001650     05  RF-RESULT               PIC X(10).
001660     05  RF-REASON-CODE          PIC X(02).
001670     05  FILLER                  PIC X(01)  VALUE SPACES.
001680     05  RF-RESULT-TEXT          PIC X(22).
001690
001700 01  RPT-EXPIRED-HEADING.
001710     05  FILLER                  PIC X(23)
001720         VALUE '  SURNAME'.
001730     05  FILLER                  PIC X(21)
001740         VALUE 'GIVEN NAME'.
001750     05  FILLER                  PIC X(09)
001760         VALUE 'EFFECT'.
001770     05  FILLER                  PIC X(09)
001780         VALUE 'EXPIRED'.
001790     05  FILLER                  PIC X(18)
001800         VALUE 'REASON'.
001810
001820 01  RPT-EXPIRED-LINE.
001830     05  FILLER                  PIC X(02)  VALUE SPACES.
001840     05  RE-SURNAME              PIC X(20).
001850     05  FILLER                  PIC X(01)  VALUE SPACES.
001860     05  RE-GIVEN-NAME           PIC X(20).
001870     05  FILLER                  PIC X(01)  VALUE SPACES.
001880     05  RE-EFFECT-DATE          PIC 9(08).
001890     05  FILLER                  PIC X(01)  VALUE SPACES.
001900     05  RE-EXPIRE-DATE          PIC 9(08).
001910     05  FILLER                  PIC X(01)  VALUE SPACES.
001920     05  RE-REASON-CODE          PIC X(02).
001930     05  FILLER                  PIC X(16)  VALUE SPACES.
001940
001950 01  RPT-NONE-LINE.
001960     05  FILLER                  PIC X(80)  VALUE '  NONE'.
001970
001980 01  RPT-NO-FEED-LINE.
001990     05  FILLER                  PIC X(80)
002000         VALUE '  NO FEED RECEIVED FROM SECURITY - EXPIRY ONLY'.
002010
002020 01  RPT-COUNT-LINE.
002030     05  RC-LABEL                PIC X(30).
002040     05  RC-COUNT                PIC ZZZ,ZZ9.
002050
002060 COPY FERRLNK IN "copybooks".
002070 COPY RCTLLNK IN "copybooks".
002080
002090 PROCEDURE DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002110******************************************************************
002120*    0000-MAINLINE
002130******************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-PROCESS-FEED-RECORD THRU 2000-EXIT
002170         UNTIL END-OF-FEED.
002180     PERFORM 4000-REMOVE-EXPIRED THRU 4000-EXIT.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     STOP RUN.
002210
002220******************************************************************
002230*    1000-INITIALIZE
002240*    A MISSING FEED (STATUS 35 - SECURITY SENT NOTHING) IS NOT
002250*    FATAL: THE EXPIRY PASS STILL RUNS AND THE RUN ENDS WITH
002260*    RETURN CODE 4 SO OPERATIONS CHASE THE FEED.
002270******************************************************************
002280 1000-INITIALIZE.
002290     MOVE 'GENBFD01' TO FERR-PROGRAM-ID.
002300     MOVE 'F' TO FERR-DISPOSITION.
002310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002320     MOVE 'N' TO RCTL-FUNCTION.
002330     MOVE 'GENBFD01' TO RCTL-PROGRAM-ID.
002340     MOVE SPACES TO RCTL-PRED-ID.
002350     MOVE WS-CURRENT-DATE TO RCTL-RUN-DATE.
002360     MOVE ZERO TO RCTL-RECORD-COUNT.
002370     PERFORM 8700-CALL-RUN-CONTROL THRU 8700-EXIT.
002380     OPEN INPUT BARRED-FEED-FILE.
002390     IF WS-BF-STATUS = '00'
002400         MOVE 'Y' TO WS-FEED-FILE-SWITCH
002410     ELSE
002420         IF WS-BF-STATUS NOT = '35'
002430             MOVE 'GENBFEED' TO FERR-FILE-NAME
002440             MOVE 'OPEN' TO FERR-OPERATION
002450             MOVE WS-BF-STATUS TO FERR-STATUS
002460             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002470         END-IF
002480         DISPLAY 'GENBFD01 - NO GENBFEED FEED RECEIVED - '
002490             'EXPIRED BARS WILL STILL BE REMOVED'
002500         MOVE 'Y' TO WS-EOF-SWITCH
002510     END-IF.
002520     OPEN I-O BARRED-FILE.
002530     IF WS-BP-STATUS = '35'
002540         OPEN OUTPUT BARRED-FILE
002550         CLOSE BARRED-FILE
002560         OPEN I-O BARRED-FILE
002570     END-IF.
002580     IF WS-BP-STATUS NOT = '00'
002590         MOVE 'GENBARRD' TO FERR-FILE-NAME
002600         MOVE 'OPEN' TO FERR-OPERATION
002610         MOVE WS-BP-STATUS TO FERR-STATUS
002620         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002630     END-IF.
002640     OPEN OUTPUT FEED-REJECT-FILE.
002650     IF WS-FR-STATUS NOT = '00'
002660         MOVE 'GENBFREJ' TO FERR-FILE-NAME
002670         MOVE 'OPEN' TO FERR-OPERATION
002680         MOVE WS-FR-STATUS TO FERR-STATUS
002690         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002700     END-IF.
002710     OPEN OUTPUT REPORT-FILE.
002720     IF WS-RPT-STATUS NOT = '00'
002730         MOVE 'GENBFD01' TO FERR-FILE-NAME
002740         MOVE 'OPEN' TO FERR-OPERATION
002750         MOVE WS-RPT-STATUS TO FERR-STATUS
002760         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002770     END-IF.
002780     MOVE WS-CURRENT-DATE TO RH2-DATE.
002790     WRITE REPORT-RECORD FROM RPT-HEADING-1.
002800     WRITE REPORT-RECORD FROM RPT-HEADING-2.
002810     MOVE 'FEED ENTRIES' TO RS-TITLE.
002820     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
002830     IF FEED-FILE-AVAILABLE
002840         WRITE REPORT-RECORD FROM RPT-FEED-HEADING
002850         PERFORM 2100-READ-FEED THRU 2100-EXIT
002860     ELSE
002870         WRITE REPORT-RECORD FROM RPT-NO-FEED-LINE
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930*    2000-PROCESS-FEED-RECORD
002940*    VALIDATES ONE FEED ENTRY, APPLIES IT IF CLEAN, AND LISTS
002950*    THE OUTCOME.  THE APPLY STEP CAN STILL REJECT AN ENTRY
002960*    THAT DOES NOT AGREE WITH WHAT GENBARRD HOLDS.
002970******************************************************************
002980 2000-PROCESS-FEED-RECORD.
002990     MOVE SPACES TO WS-RESULT.
003000     MOVE SPACES TO WS-RESULT-TEXT.
003010     PERFORM 2200-VALIDATE THRU 2200-EXIT.
003020     IF RECORD-IS-CLEAN
003030         PERFORM 3000-APPLY-FEED-RECORD THRU 3000-EXIT
003040     END-IF.
003050     IF NOT RECORD-IS-CLEAN
003060         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003070     END-IF.
003080     PERFORM 2500-LIST-RESULT THRU 2500-EXIT.
003090     PERFORM 2100-READ-FEED THRU 2100-EXIT.
003100 2000-EXIT.
003110     EXIT.
003120
003130******************************************************************
003140*    2100-READ-FEED
003150*    ANY NON-ZERO STATUS ENDS THE READ LOOP - AT END AND HARD
003160*    I/O ERRORS ALIKE.
003170******************************************************************
003180 2100-READ-FEED.
003190     READ BARRED-FEED-FILE
003200         AT END
003210             MOVE 'Y' TO WS-EOF-SWITCH
003220     END-READ.
003230     IF WS-BF-STATUS NOT = '00' AND WS-BF-STATUS NOT = '10'
003240         MOVE 'GENBFEED' TO FERR-FILE-NAME
003250         MOVE 'READ' TO FERR-OPERATION
003260         MOVE WS-BF-STATUS TO FERR-STATUS
003270         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003280     END-IF.
003290     IF WS-BF-STATUS NOT = '00'
003300         MOVE 'Y' TO WS-EOF-SWITCH
003310     END-IF.
003320     IF NOT END-OF-FEED
003330         ADD 1 TO WS-READ-COUNT
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    2200-VALIDATE
003400*    THE FIRST FAILURE SETS THE REASON CODE.  A LIFT ONLY NEEDS
003410*    THE KEY; ADDS AND CHANGES ALSO NEED A SENSIBLE EXPIRY AND
003420*    AN AUTHORIZER, AS GENBAR01 INSISTS ON AT THE DESK.
003430******************************************************************
003440 2200-VALIDATE.
003450     MOVE SPACES TO WS-REASON-CODE.
003460     IF NOT BF-ADD-ACTION AND NOT BF-CHANGE-ACTION
003470         AND NOT BF-LIFT-ACTION
003480         MOVE '01' TO WS-REASON-CODE
003490         GO TO 2200-EXIT
003500     END-IF.
003510     IF BF-SURNAME = SPACES
003520         MOVE '02' TO WS-REASON-CODE
003530         GO TO 2200-EXIT
003540     END-IF.
003550     MOVE BF-SURNAME TO WS-NAME-FIELD.
003560     PERFORM 2250-CHECK-NAME-CHARS THRU 2250-EXIT.
003570     IF NAME-IS-CLEAN
003580         MOVE BF-GIVEN-NAME TO WS-NAME-FIELD
003590         PERFORM 2250-CHECK-NAME-CHARS THRU 2250-EXIT
003600     END-IF.
003610     IF NOT NAME-IS-CLEAN
003620         MOVE '03' TO WS-REASON-CODE
003630         GO TO 2200-EXIT
003640     END-IF.
003650     MOVE BF-EFFECT-DATE TO WS-CHECK-DATE.
003660     PERFORM 2270-CHECK-DATE THRU 2270-EXIT.
003670     IF NOT DATE-IS-VALID
003680         MOVE '04' TO WS-REASON-CODE
003690         GO TO 2200-EXIT
003700     END-IF.
003710     IF BF-LIFT-ACTION
003720         GO TO 2200-EXIT
003730     END-IF.
003740     IF BF-EXPIRE-DATE NOT NUMERIC
003750         MOVE '05' TO WS-REASON-CODE
003760         GO TO 2200-EXIT
003770     END-IF.
003780     IF BF-EXPIRE-DATE NOT = ZERO
003790         MOVE BF-EXPIRE-DATE TO WS-CHECK-DATE
003800         PERFORM 2270-CHECK-DATE THRU 2270-EXIT
003810         IF NOT DATE-IS-VALID
003820             OR BF-EXPIRE-DATE < BF-EFFECT-DATE
003830             MOVE '05' TO WS-REASON-CODE
003840             GO TO 2200-EXIT
003850         END-IF
003860     END-IF.
003870     IF BF-AUTH-BY = SPACES
003880         MOVE '06' TO WS-REASON-CODE
003890     END-IF.
003900 2200-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*    2250-CHECK-NAME-CHARS
003950*    SAME RULE AS THE GENEDIT NAME EDIT - LETTERS, SPACES,
003960*    APOSTROPHES AND HYPHENS ONLY - SO A FEED NAME CAN ONLY
003970*    EVER MATCH A NAME THE DESK IS ABLE TO KEY.
003980******************************************************************
003990 2250-CHECK-NAME-CHARS.
004000     MOVE 'Y' TO WS-NAME-OK-SWITCH.
004010     MOVE 1 TO WS-NAME-SUB.
004020     PERFORM 2260-CHECK-ONE-CHAR THRU 2260-EXIT
004030         UNTIL WS-NAME-SUB > 20 OR NOT NAME-IS-CLEAN.
004040 2250-EXIT.
004050     EXIT.
004060
004070 2260-CHECK-ONE-CHAR.
004080     IF WS-NAME-FIELD(WS-NAME-SUB:1) IS ALPHABETIC
004090         OR WS-NAME-FIELD(WS-NAME-SUB:1) = "'"
004100         OR WS-NAME-FIELD(WS-NAME-SUB:1) = '-'
004110         ADD 1 TO WS-NAME-SUB
004120     ELSE
004130         MOVE 'N' TO WS-NAME-OK-SWITCH
004140     END-IF.
004150 2260-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    2270-CHECK-DATE
004200*    WS-CHECK-DATE MUST BE NUMERIC WITH A REAL MONTH AND A DAY
004210*    OF 01-31.
004220******************************************************************
004230 2270-CHECK-DATE.
004240     MOVE 'N' TO WS-DATE-OK-SWITCH.
004250     IF WS-CHECK-DATE NOT NUMERIC
004260         GO TO 2270-EXIT
004270     END-IF.
004280     IF WS-CHECK-CCYY < 1900
004290         OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
004300         OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
004310         GO TO 2270-EXIT
004320     END-IF.
004330     MOVE 'Y' TO WS-DATE-OK-SWITCH.
004340 2270-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*    2400-WRITE-REJECT
004390*    WRITES THE FEED IMAGE PLUS THE REASON CODE TO GENBFREJ SO
004400*    SECURITY CAN CORRECT AND RESEND IT.
004410******************************************************************
004420 2400-WRITE-REJECT.
004430     MOVE BARRED-FEED-RECORD TO FR-FEED-DATA.
004440     MOVE WS-REASON-CODE TO FR-REASON-CODE.
004450     WRITE FEED-REJECT-RECORD.
004460     IF WS-FR-STATUS NOT = '00'
004470         MOVE 'GENBFREJ' TO FERR-FILE-NAME
004480         MOVE 'WRITE' TO FERR-OPERATION
004490         MOVE WS-FR-STATUS TO FERR-STATUS
004500         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004510     END-IF.
004520     ADD 1 TO WS-REJECT-COUNT.
004530     PERFORM 2450-REASON-TEXT THRU 2450-EXIT.
004540 2400-EXIT.
004550     EXIT.
004560
004570 2450-REASON-TEXT.
004580     EVALUATE WS-REASON-CODE
004590         WHEN '01'
004600             MOVE 'INVALID ACTION CODE' TO WS-RESULT-TEXT
004610         WHEN '02'
004620             MOVE 'SURNAME IS BLANK' TO WS-RESULT-TEXT
004630         WHEN '03'
004640             MOVE 'INVALID NAME CHARACTER' TO WS-RESULT-TEXT
004650         WHEN '04'
004660             MOVE 'INVALID EFFECTIVE DATE' TO WS-RESULT-TEXT
004670         WHEN '05'
004680             MOVE 'INVALID EXPIRY DATE' TO WS-RESULT-TEXT
004690         WHEN '06'
004700             MOVE 'AUTHORIZED BY IS BLANK' TO WS-RESULT-TEXT
004710         WHEN '07'
004720             MOVE 'HELD WITH OTHER DETAILS' TO WS-RESULT-TEXT
004730         WHEN '08'
004740             MOVE 'BAR NOT ON GENBARRD' TO WS-RESULT-TEXT
004750         WHEN OTHER
004760             MOVE 'UNKNOWN REASON' TO WS-RESULT-TEXT
004770     END-EVALUATE.
004780 2450-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*    2500-LIST-RESULT
004830*    ONE RECONCILIATION LINE PER FEED ENTRY.
004840******************************************************************
004850 2500-LIST-RESULT.
004860     MOVE BF-ACTION-CODE TO RF-ACTION.
004870     MOVE BF-SURNAME TO RF-SURNAME.
004880     MOVE BF-GIVEN-NAME TO RF-GIVEN-NAME.
004890     IF BF-EFFECT-DATE NUMERIC
004900         MOVE BF-EFFECT-DATE TO RF-EFFECT-DATE
004910     ELSE
004920         MOVE ZERO TO RF-EFFECT-DATE
004930     END-IF.
004940     MOVE SPACES TO RF-REASON-CODE.
004950     EVALUATE TRUE
004960         WHEN NOT RECORD-IS-CLEAN
004970             MOVE 'REJECTED' TO RF-RESULT
004980             MOVE WS-REASON-CODE TO RF-REASON-CODE
004990         WHEN RESULT-APPLIED
005000             MOVE 'APPLIED' TO RF-RESULT
005010         WHEN OTHER
005020             MOVE 'UNCHANGED' TO RF-RESULT
005030     END-EVALUATE.
005040     MOVE WS-RESULT-TEXT TO RF-RESULT-TEXT.
005050     WRITE REPORT-RECORD FROM RPT-FEED-LINE.
005060 2500-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100*    3000-APPLY-FEED-RECORD
005110*    THE FEED KEY IS LAID OUT EXACTLY AS BP-KEY, SO EACH ACTION
005120*    READS THE BAR BY KEY FIRST AND DECIDES FROM WHAT IS HELD.
005130******************************************************************
005140 3000-APPLY-FEED-RECORD.
005150     MOVE BF-KEY TO BP-KEY.
005160     READ BARRED-FILE
005170         INVALID KEY
005180             CONTINUE
005190     END-READ.
005200     IF WS-BP-STATUS NOT = '00' AND WS-BP-STATUS NOT = '23'
005210         MOVE 'GENBARRD' TO FERR-FILE-NAME
005220         MOVE 'READ' TO FERR-OPERATION
005230         MOVE WS-BP-STATUS TO FERR-STATUS
005240         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005250     END-IF.
005260     EVALUATE TRUE
005270         WHEN BF-ADD-ACTION
005280             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
005290         WHEN BF-CHANGE-ACTION
005300             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
005310         WHEN BF-LIFT-ACTION
005320             PERFORM 3300-APPLY-LIFT THRU 3300-EXIT
005330     END-EVALUATE.
005340 3000-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*    3100-APPLY-ADD
005390*    A BAR ALREADY HELD WITH THE SAME DETAILS IS UNCHANGED (A
005400*    RESENT ENTRY); HELD WITH DIFFERENT DETAILS IT IS REJECTED -
005410*    SECURITY MUST SEND A CHANGE, NOT A SECOND ADD.
005420******************************************************************
005430 3100-APPLY-ADD.
005440     IF WS-BP-STATUS = '00'
005450         IF BP-EXPIRE-DATE = BF-EXPIRE-DATE
005460             AND BP-REASON-CODE = BF-REASON-CODE
005470             AND BP-AUTH-BY = BF-AUTH-BY
005480             PERFORM 3800-SET-UNCHANGED THRU 3800-EXIT
005490         ELSE
005500             MOVE '07' TO WS-REASON-CODE
005510         END-IF
005520         GO TO 3100-EXIT
005530     END-IF.
005540     MOVE SPACES TO BARRED-PERSON-RECORD.
005550     MOVE BF-KEY TO BP-KEY.
005560     MOVE BF-EXPIRE-DATE TO BP-EXPIRE-DATE.
005570     MOVE BF-REASON-CODE TO BP-REASON-CODE.
005580     MOVE BF-AUTH-BY TO BP-AUTH-BY.
005590     WRITE BARRED-PERSON-RECORD
005600         INVALID KEY
005610             CONTINUE
005620     END-WRITE.
005630     IF WS-BP-STATUS NOT = '00'
005640         MOVE 'GENBARRD' TO FERR-FILE-NAME
005650         MOVE 'WRITE' TO FERR-OPERATION
005660         MOVE WS-BP-STATUS TO FERR-STATUS
005670         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005680     END-IF.
005690     ADD 1 TO WS-ADD-COUNT.
005700     MOVE 'A' TO WS-RESULT.
005710     MOVE 'BAR ADDED' TO WS-RESULT-TEXT.
005720 3100-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    3200-APPLY-CHANGE
005770*    CHANGES EXPIRY, REASON AND AUTHORIZER.  THE EFFECTIVE DATE
005780*    IS PART OF THE KEY - A NEW PERIOD IS A LIFT PLUS AN ADD.
005790******************************************************************
005800 3200-APPLY-CHANGE.
005810     IF WS-BP-STATUS = '23'
005820         MOVE '08' TO WS-REASON-CODE
005830         GO TO 3200-EXIT
005840     END-IF.
005850     IF BP-EXPIRE-DATE = BF-EXPIRE-DATE
005860         AND BP-REASON-CODE = BF-REASON-CODE
005870         AND BP-AUTH-BY = BF-AUTH-BY
005880         PERFORM 3800-SET-UNCHANGED THRU 3800-EXIT
005890         GO TO 3200-EXIT
005900     END-IF.
005910     MOVE BF-EXPIRE-DATE TO BP-EXPIRE-DATE.
005920     MOVE BF-REASON-CODE TO BP-REASON-CODE.
005930     MOVE BF-AUTH-BY TO BP-AUTH-BY.
005940     REWRITE BARRED-PERSON-RECORD
005950         INVALID KEY
005960             CONTINUE
005970     END-REWRITE.
005980     IF WS-BP-STATUS NOT = '00'
005990         MOVE 'GENBARRD' TO FERR-FILE-NAME
006000         MOVE 'REWRITE' TO FERR-OPERATION
006010         MOVE WS-BP-STATUS TO FERR-STATUS
006020         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006030     END-IF.
006040     ADD 1 TO WS-CHANGE-COUNT.
006050     MOVE 'A' TO WS-RESULT.
006060     MOVE 'BAR CHANGED' TO WS-RESULT-TEXT.
006070 3200-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110*    3300-APPLY-LIFT
006120*    A LIFT FOR A BAR NOT HELD (ALREADY LIFTED BY HAND, OR
006130*    EXPIRED OFF THE FILE) LEAVES THE LISTS AGREEING - IT IS
006140*    COUNTED AS UNCHANGED, NOT REJECTED.
006150******************************************************************
006160 3300-APPLY-LIFT.
006170     IF WS-BP-STATUS = '23'
006180         PERFORM 3800-SET-UNCHANGED THRU 3800-EXIT
006190         MOVE 'ALREADY OFF GENBARRD' TO WS-RESULT-TEXT
006200         GO TO 3300-EXIT
006210     END-IF.
006220     DELETE BARRED-FILE RECORD
006230         INVALID KEY
006240             CONTINUE
006250     END-DELETE.
006260     IF WS-BP-STATUS NOT = '00'
006270         MOVE 'GENBARRD' TO FERR-FILE-NAME
006280         MOVE 'DELETE' TO FERR-OPERATION
006290         MOVE WS-BP-STATUS TO FERR-STATUS
006300         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006310     END-IF.
006320     ADD 1 TO WS-LIFT-COUNT.
006330     MOVE 'A' TO WS-RESULT.
006340     MOVE 'BAR LIFTED' TO WS-RESULT-TEXT.
006350 3300-EXIT.
006360     EXIT.
006370
006380 3800-SET-UNCHANGED.
006390     ADD 1 TO WS-UNCHANGED-COUNT.
006400     MOVE 'U' TO WS-RESULT.
006410     MOVE 'SAME AS GENBARRD' TO WS-RESULT-TEXT.
006420 3800-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460*    4000-REMOVE-EXPIRED
006470*    WALKS THE WHOLE OF GENBARRD AND DELETES EVERY BAR WHOSE
006480*    EXPIRY DATE IS BEFORE TODAY.  GENDER1 TREATS THE EXPIRY
006490*    DATE ITSELF AS STILL BARRED, SO A BAR ENDING TODAY STAYS
006500*    UNTIL TOMORROW NIGHT'S RUN.  ZERO MEANS NO EXPIRY.
006510******************************************************************
006520 4000-REMOVE-EXPIRED.
006530     MOVE 'EXPIRED BARS REMOVED' TO RS-TITLE.
006540     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006550     WRITE REPORT-RECORD FROM RPT-EXPIRED-HEADING.
006560     MOVE 'N' TO WS-PURGE-EOF-SWITCH.
006570     MOVE LOW-VALUES TO BP-KEY.
006580     START BARRED-FILE KEY NOT LESS THAN BP-KEY
006590         INVALID KEY
006600             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
006610     END-START.
006620     PERFORM 4100-CHECK-ONE-BAR THRU 4100-EXIT
006630         UNTIL PURGE-DONE.
006640     IF WS-EXPIRED-COUNT = ZERO
006650         WRITE REPORT-RECORD FROM RPT-NONE-LINE
006660     END-IF.
006670 4000-EXIT.
006680     EXIT.
006690
006700 4100-CHECK-ONE-BAR.
006710     READ BARRED-FILE NEXT RECORD
006720         AT END
006730             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
006740     END-READ.
006750     IF WS-BP-STATUS NOT = '00' AND WS-BP-STATUS NOT = '10'
006760         MOVE 'GENBARRD' TO FERR-FILE-NAME
006770         MOVE 'READ' TO FERR-OPERATION
006780         MOVE WS-BP-STATUS TO FERR-STATUS
006790         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006800     END-IF.
006810     IF WS-BP-STATUS NOT = '00'
006820         MOVE 'Y' TO WS-PURGE-EOF-SWITCH
006830         GO TO 4100-EXIT
006840     END-IF.
006850     IF BP-EXPIRE-DATE = ZERO
006860         OR BP-EXPIRE-DATE NOT < WS-CURRENT-DATE
006870         ADD 1 TO WS-KEPT-COUNT
006880         GO TO 4100-EXIT
006890     END-IF.
006900     DELETE BARRED-FILE RECORD
006910         INVALID KEY
006920             CONTINUE
006930     END-DELETE.
006940     IF WS-BP-STATUS NOT = '00'
006950         MOVE 'GENBARRD' TO FERR-FILE-NAME
006960         MOVE 'DELETE' TO FERR-OPERATION
006970         MOVE WS-BP-STATUS TO FERR-STATUS
006980         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006990     END-IF.
007000     ADD 1 TO WS-EXPIRED-COUNT.
007010     MOVE BP-SURNAME TO RE-SURNAME.
007020     MOVE BP-GIVEN-NAME TO RE-GIVEN-NAME.
007030     MOVE BP-EFFECT-DATE TO RE-EFFECT-DATE.
007040     MOVE BP-EXPIRE-DATE TO RE-EXPIRE-DATE.
007050     MOVE BP-REASON-CODE TO RE-REASON-CODE.
007060     WRITE REPORT-RECORD FROM RPT-EXPIRED-LINE.
007070 4100-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*    9000-TERMINATE
007120*    PRINTS THE RECONCILIATION COUNTS AND CLOSES THE FILES.
007130*    BARS NOW ON FILE IS THE FIGURE SECURITY CHECKS AGAINST
007140*    THE ACTIVE CASES IN ITS OWN SYSTEM.
007150******************************************************************
007160 9000-TERMINATE.
007170     MOVE 'COUNTS' TO RS-TITLE.
007180     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
007190     MOVE 'FEED ENTRIES READ:' TO RC-LABEL.
007200     MOVE WS-READ-COUNT TO RC-COUNT.
007210     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007220     MOVE 'BARS ADDED:' TO RC-LABEL.
007230     MOVE WS-ADD-COUNT TO RC-COUNT.
007240     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007250     MOVE 'BARS CHANGED:' TO RC-LABEL.
007260     MOVE WS-CHANGE-COUNT TO RC-COUNT.
007270     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007280     MOVE 'BARS LIFTED:' TO RC-LABEL.
007290     MOVE WS-LIFT-COUNT TO RC-COUNT.
007300     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007310     MOVE 'ENTRIES UNCHANGED:' TO RC-LABEL.
007320     MOVE WS-UNCHANGED-COUNT TO RC-COUNT.
007330     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007340     MOVE 'ENTRIES REJECTED:' TO RC-LABEL.
007350     MOVE WS-REJECT-COUNT TO RC-COUNT.
007360     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007370     MOVE 'EXPIRED BARS REMOVED:' TO RC-LABEL.
007380     MOVE WS-EXPIRED-COUNT TO RC-COUNT.
007390     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007400     MOVE 'BARS NOW ON FILE:' TO RC-LABEL.
007410     MOVE WS-KEPT-COUNT TO RC-COUNT.
007420     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007430     IF FEED-FILE-AVAILABLE
007440         CLOSE BARRED-FEED-FILE
007450     END-IF.
007460     CLOSE BARRED-FILE.
007470     CLOSE FEED-REJECT-FILE.
007480     CLOSE REPORT-FILE.
007490     MOVE 'E' TO RCTL-FUNCTION.
007500     MOVE WS-READ-COUNT TO RCTL-RECORD-COUNT.
007510     PERFORM 8700-CALL-RUN-CONTROL THRU 8700-EXIT.
007520     IF NOT FEED-FILE-AVAILABLE
007530         MOVE 4 TO RETURN-CODE
007540     END-IF.
007550 9000-EXIT.
007560     EXIT.
007570
007611******************************************************************
007613*    8700-CALL-RUN-CONTROL
007615*    HANDS THE START/END EVENT TO THE SHARED GENRCTL ROUTINE.
007617*    THE FEED HAS NO PREDECESSOR AND RUNS EVERY CALENDAR NIGHT,
007621*    SO IT STARTS WITH FUNCTION N UNDER TODAY'S DATE - GENRCTL
007623*    SKIPS THE WORKING-DAY CHECKS AND JUST RECORDS THE START.
007625******************************************************************
007630 8700-CALL-RUN-CONTROL.
007640     CALL 'GENRCTL' USING RCTL-AREA.
007650 8700-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690*    9100-FILE-ERROR
007700*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
007710*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
007720*    ENDS THE RUN WITH RETURN CODE 12.
007730******************************************************************
007740 9100-FILE-ERROR.
007750     CALL 'GENFERR' USING FERR-AREA.
007760 9100-EXIT.
007770     EXIT.
007780
007790 END PROGRAM GENBFD01.
