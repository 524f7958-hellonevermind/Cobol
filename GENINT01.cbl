000010******************************************************************
000020*    PROGRAM-ID : GENINT01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : WEEKLY CROSS-FILE INTEGRITY CHECK.  GENBKP01
000080*                  CHECKS PERSON-MASTER AGAINST ITSELF; THIS
000090*                  CHECKS THAT THE FILES AGREE WITH EACH OTHER
000100*                  AFTER PURGES (GENARC01), MERGES (GENDUP01),
000110*                  REINSTATEMENTS (GENARQ01) AND RECOVERIES
000120*                  (GENRCV01).  IT REPORTS:
000130*                  1. PERSON IDS ON BOTH PERSONM AND GENARCH.
000140*                  2. GENPIDCT NEXT ID AT OR BELOW AN ID ALREADY
000150*                     USED ON THE MASTER OR THE ARCHIVE.
000160*                  3. VISITLOG RECORDS WHOSE PERSON ID IS ON
000170*                     NEITHER PERSONM NOR GENARCH.
000180*                  4. OPEN VISITS FOR A PERSON NO LONGER ON THE
000190*                     MASTER.
000200*                  5. GENAUDIT PERSON IDS THAT RESOLVE TO
000210*                     NEITHER FILE (RECORDS WITH NO PERSON ID
000220*                     PRE-DATE THE REKEY AND ARE ONLY COUNTED).
000230*                  THE ARCHIVE IS SEQUENTIAL, SO ITS IDS ARE
000240*                  FIRST LOADED TO THE GENINTWK KEYED WORK FILE
000250*                  FOR LOOKUP.  ANY EXCEPTION ENDS THE RUN WITH
000260*                  RETURN CODE 8 SO THE SCHEDULER HOLDS THE
000270*                  NEXT STREAM UNTIL SOMEONE HAS LOOKED.
000280*    TECTONICS   : COBOL
000290*----------------------------------------------------------------
000300*    MODIFICATION HISTORY
000310*    DATE       INIT DESCRIPTION
000320*    2026-10-15  DM  ORIGINAL PROGRAM.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 PROGRAM-ID. GENINT01.
000370 AUTHOR. D. MATHESON.
000380 INSTALLATION. FRONT OFFICE SYSTEMS.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 CONFIGURATION SECTION.
000440*-----------------------
000450 SOURCE-COMPUTER. GENERIC.
000460 OBJECT-COMPUTER. GENERIC.
000470 INPUT-OUTPUT SECTION.
000480*-----------------------
000490 FILE-CONTROL.
000500     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PM-PERSON-ID
000540         ALTERNATE RECORD KEY IS PM-SURNAME WITH DUPLICATES
000550         FILE STATUS IS WS-PM-STATUS.
000560
000570     SELECT ARCHIVE-FILE ASSIGN TO "GENARCH"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-AR-STATUS.
000600
000610     SELECT ARCHIVE-ID-FILE ASSIGN TO "GENINTWK"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS IW-PERSON-ID
000650         FILE STATUS IS WS-IW-STATUS.
000660
000670     SELECT PERSON-ID-FILE ASSIGN TO "GENPIDCT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PID-STATUS.
000700
000710     SELECT VISIT-LOG-FILE ASSIGN TO "VISITLOG"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS VL-KEY
000750         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000760         FILE STATUS IS WS-VL-STATUS.
000770
000780     SELECT GENDER-AUDIT-FILE ASSIGN TO "GENAUDIT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-AUD-STATUS.
000810
000820     SELECT REPORT-FILE ASSIGN TO "GENINT01"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RPT-STATUS.
000850
000860 DATA DIVISION.
000870*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000880 FILE SECTION.
000890*-----------------------
000900 FD  PERSON-MASTER-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY PERSONM IN "copybooks".
000930
000940 FD  ARCHIVE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY ARCREC IN "copybooks".
000970
000980*    WORK FILE - ONE RECORD PER ARCHIVED PERSON ID, REBUILT FROM
000990*    GENARCH ON EVERY RUN.  NOTHING ELSE READS IT.
001000 FD  ARCHIVE-ID-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  ARCHIVE-ID-RECORD.
001030     05  IW-PERSON-ID            PIC 9(07).
001040     05  IW-ARCHIVE-DATE         PIC 9(08).
001050     05  IW-SURNAME              PIC X(20).
001060     05  FILLER                  PIC X(05).
001070
001080 FD  PERSON-ID-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY PIDCTL IN "copybooks".
001110
001120 FD  VISIT-LOG-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY VISITREC IN "copybooks".
001150
001160 FD  GENDER-AUDIT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY AUDITREC IN "copybooks".
001190
001200 FD  REPORT-FILE
001210     LABEL RECORDS ARE OMITTED.
001220 01  REPORT-RECORD                  PIC X(80).
001230
001240*-----------------------
001250 WORKING-STORAGE SECTION.
001260*-----------------------
001270 77  WS-PM-STATUS                PIC X(02)  VALUE SPACES.
001280 77  WS-AR-STATUS                PIC X(02)  VALUE SPACES.
001290 77  WS-IW-STATUS                PIC X(02)  VALUE SPACES.
001300 77  WS-PID-STATUS               PIC X(02)  VALUE SPACES.
001310 77  WS-VL-STATUS                PIC X(02)  VALUE SPACES.
001320 77  WS-AUD-STATUS               PIC X(02)  VALUE SPACES.
001330 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001340
001350 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
001360     88  END-OF-INPUT                       VALUE 'Y'.
001370 77  WS-MASTER-FILE-SWITCH       PIC X(01)  VALUE 'N'.
001380     88  MASTER-FILE-AVAILABLE              VALUE 'Y'.
001390
001400 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001410 77  WS-HIGH-MASTER-ID           PIC 9(07)  VALUE ZERO.
001420 77  WS-HIGH-ARCHIVE-ID          PIC 9(07)  VALUE ZERO.
001430 77  WS-HIGH-ID-IN-USE           PIC 9(07)  VALUE ZERO.
001440 77  WS-NEXT-PERSON-ID           PIC 9(07)  VALUE ZERO.
001450
001460*    RESULT OF THE LAST PERSON-ID LOOKUP (8000-RESOLVE-PERSON).
001470*    VISITLOG ARRIVES IN PERSON-ID ORDER, SO THE RESULT IS KEPT
001480*    AND REUSED WHILE THE ID STAYS THE SAME.
001490 77  WS-LOOKUP-ID                PIC 9(07)  VALUE ZERO.
001500 77  WS-RESOLVED-ID              PIC 9(07)  VALUE ZERO.
001510 77  WS-ON-MASTER-SWITCH         PIC X(01)  VALUE 'N'.
001520     88  ID-ON-MASTER                       VALUE 'Y'.
001530 77  WS-ON-ARCHIVE-SWITCH        PIC X(01)  VALUE 'N'.
001540     88  ID-ON-ARCHIVE                      VALUE 'Y'.
001550
001560 77  WS-MASTER-COUNT             PIC 9(07)  VALUE ZERO.
001570 77  WS-ARCHIVE-COUNT            PIC 9(07)  VALUE ZERO.
001580 77  WS-VISIT-COUNT              PIC 9(07)  VALUE ZERO.
001590 77  WS-AUDIT-COUNT              PIC 9(07)  VALUE ZERO.
001600 77  WS-AUDIT-NO-ID-COUNT        PIC 9(07)  VALUE ZERO.
001610 77  WS-BOTH-FILES-COUNT         PIC 9(07)  VALUE ZERO.
001620 77  WS-PIDCT-COUNT              PIC 9(07)  VALUE ZERO.
001630 77  WS-ORPHAN-VISIT-COUNT       PIC 9(07)  VALUE ZERO.
001640 77  WS-OPEN-VISIT-COUNT         PIC 9(07)  VALUE ZERO.
001650 77  WS-ORPHAN-AUDIT-COUNT       PIC 9(07)  VALUE ZERO.
001660 77  WS-EXCEPTION-COUNT          PIC 9(07)  VALUE ZERO.
001670
001680 01  RPT-HEADING-1.
001690     05  FILLER                  PIC X(24)  VALUE SPACES.
001700     05  FILLER                  PIC X(32)
001710         VALUE 'CROSS-FILE INTEGRITY CHECK'.
001720     05  FILLER                  PIC X(24)  VALUE SPACES.
001730
001740 01  RPT-HEADING-2.
001750     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
001760     05  RH2-DATE                PIC 9(08).
001770     05  FILLER                  PIC X(66)  VALUE SPACES.
001780
001790 01  RPT-SECTION-LINE.
001800     05  FILLER                  PIC X(05)  VALUE '*** '.
001810     05  RS-TITLE                PIC X(40).
001820     05  FILLER                  PIC X(04)  VALUE ' ***'.
001830
001840 01  RPT-EXCEPTION-LINE.
001850     05  FILLER                  PIC X(11)  VALUE 'EXCEPTION: '.
001860     05  RE-PERSON-ID            PIC 9(07).
001870     05  FILLER                  PIC X(02)  VALUE SPACES.
001880     05  RE-SURNAME              PIC X(20).
001890     05  FILLER                  PIC X(02)  VALUE SPACES.
001900     05  RE-TEXT                 PIC X(38).
001910
001920 01  RPT-COUNT-LINE.
001930     05  RC-LABEL                PIC X(30).
001940     05  RC-COUNT                PIC ZZZ,ZZ9.
001950
001960 01  WS-EXCEPTION-TEXT.
001970     05  WS-ET-LABEL             PIC X(20).
001980     05  WS-ET-DATE              PIC 9(08).
001990     05  FILLER                  PIC X(01)  VALUE SPACES.
002000     05  WS-ET-TIME              PIC 9(06).
002010     05  FILLER                  PIC X(03)  VALUE SPACES.
002020
002030 COPY FERRLNK IN "copybooks".
002040
002050 PROCEDURE DIVISION.
002060*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002070******************************************************************
002080*    0000-MAINLINE
002090******************************************************************
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-LOAD-ARCHIVE-IDS THRU 2000-EXIT.
002130     PERFORM 3000-SCAN-MASTER THRU 3000-EXIT.
002140     PERFORM 4000-CHECK-ID-CONTROL THRU 4000-EXIT.
002150     PERFORM 5000-CHECK-VISITS THRU 5000-EXIT.
002160     PERFORM 6000-CHECK-AUDIT THRU 6000-EXIT.
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002180     STOP RUN.
002190
002200******************************************************************
002210*    1000-INITIALIZE
002220*    OPENS THE MASTER AND THE REPORT.  AN EMPTY SHOP (NO MASTER
002230*    YET) IS NOT AN ERROR - EVERY LOOKUP SIMPLY FAILS TO FIND.
002240******************************************************************
002250 1000-INITIALIZE.
002260     MOVE 'GENINT01' TO FERR-PROGRAM-ID.
002270     MOVE 'F' TO FERR-DISPOSITION.
002280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002290     OPEN OUTPUT REPORT-FILE.
002300     IF WS-RPT-STATUS NOT = '00'
002310         MOVE 'GENINT01' TO FERR-FILE-NAME
002320         MOVE 'OPEN' TO FERR-OPERATION
002330         MOVE WS-RPT-STATUS TO FERR-STATUS
002340         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002350     END-IF.
002360     MOVE WS-CURRENT-DATE TO RH2-DATE.
002370     WRITE REPORT-RECORD FROM RPT-HEADING-1.
002380     WRITE REPORT-RECORD FROM RPT-HEADING-2.
002390     OPEN INPUT PERSON-MASTER-FILE.
002400     IF WS-PM-STATUS = '00'
002410         MOVE 'Y' TO WS-MASTER-FILE-SWITCH
002420     ELSE
002430         IF WS-PM-STATUS NOT = '35'
002440             MOVE 'PERSONM' TO FERR-FILE-NAME
002450             MOVE 'OPEN' TO FERR-OPERATION
002460             MOVE WS-PM-STATUS TO FERR-STATUS
002470             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002480         END-IF
002490     END-IF.
002500 1000-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540*    2000-LOAD-ARCHIVE-IDS
002550*    REBUILDS THE GENINTWK WORK FILE FROM GENARCH AND, ON THE
002560*    SAME PASS, REPORTS EVERY ARCHIVED ID THAT IS ALSO ON THE
002570*    MASTER.  AN ID ARCHIVED TWICE LOADS ONCE (STATUS 22 ON THE
002580*    SECOND WRITE IS EXPECTED).  THE WORK FILE IS THEN REOPENED
002590*    FOR RANDOM LOOKUP.
002600******************************************************************
002610 2000-LOAD-ARCHIVE-IDS.
002620     MOVE 'IDS ON BOTH PERSONM AND GENARCH' TO RS-TITLE.
002630     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
002640     OPEN OUTPUT ARCHIVE-ID-FILE.
002650     IF WS-IW-STATUS NOT = '00'
002660         MOVE 'GENINTWK' TO FERR-FILE-NAME
002670         MOVE 'OPEN' TO FERR-OPERATION
002680         MOVE WS-IW-STATUS TO FERR-STATUS
002690         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002700     END-IF.
002710     MOVE 'N' TO WS-EOF-SWITCH.
002720     OPEN INPUT ARCHIVE-FILE.
002730     IF WS-AR-STATUS = '35'
002740         MOVE 'Y' TO WS-EOF-SWITCH
002750     ELSE
002760         IF WS-AR-STATUS NOT = '00'
002770             MOVE 'GENARCH' TO FERR-FILE-NAME
002780             MOVE 'OPEN' TO FERR-OPERATION
002790             MOVE WS-AR-STATUS TO FERR-STATUS
002800             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002810         END-IF
002820     END-IF.
002830     IF NOT END-OF-INPUT
002840         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
002850     END-IF.
002860     PERFORM 2200-LOAD-ONE-ARCHIVE-ID THRU 2200-EXIT
002870         UNTIL END-OF-INPUT.
002880     IF WS-AR-STATUS NOT = '35'
002890         CLOSE ARCHIVE-FILE
002900     END-IF.
002910     CLOSE ARCHIVE-ID-FILE.
002920     OPEN INPUT ARCHIVE-ID-FILE.
002930     IF WS-IW-STATUS NOT = '00'
002940         MOVE 'GENINTWK' TO FERR-FILE-NAME
002950         MOVE 'OPEN' TO FERR-OPERATION
002960         MOVE WS-IW-STATUS TO FERR-STATUS
002970         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002980     END-IF.
002990     MOVE 'IDS ON BOTH FILES:' TO RC-LABEL.
003000     MOVE WS-BOTH-FILES-COUNT TO RC-COUNT.
003010     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
003020 2000-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    2100-READ-ARCHIVE
003070*    ANY NON-ZERO STATUS ENDS THE PASS - AT END AND HARD I/O
003080*    ERRORS ALIKE - SO THE LOOP CANNOT SPIN ON A BAD FILE.
003090******************************************************************
003100 2100-READ-ARCHIVE.
003110     READ ARCHIVE-FILE
003120         AT END
003130             MOVE 'Y' TO WS-EOF-SWITCH
003140     END-READ.
003150     IF WS-AR-STATUS NOT = '00' AND WS-AR-STATUS NOT = '10'
003160         MOVE 'GENARCH' TO FERR-FILE-NAME
003170         MOVE 'READ' TO FERR-OPERATION
003180         MOVE WS-AR-STATUS TO FERR-STATUS
003190         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003200     END-IF.
003210     IF WS-AR-STATUS NOT = '00'
003220         MOVE 'Y' TO WS-EOF-SWITCH
003230     END-IF.
003240 2100-EXIT.
003250     EXIT.
003260
003270 2200-LOAD-ONE-ARCHIVE-ID.
003280     ADD 1 TO WS-ARCHIVE-COUNT.
003290     IF AR-PERSON-ID > WS-HIGH-ARCHIVE-ID
003300         MOVE AR-PERSON-ID TO WS-HIGH-ARCHIVE-ID
003310     END-IF.
003320     MOVE SPACES TO ARCHIVE-ID-RECORD.
003330     MOVE AR-PERSON-ID TO IW-PERSON-ID.
003340     MOVE AR-ARCHIVE-DATE TO IW-ARCHIVE-DATE.
003350     MOVE AR-SURNAME TO IW-SURNAME.
003360     WRITE ARCHIVE-ID-RECORD.
003370     IF WS-IW-STATUS NOT = '00' AND WS-IW-STATUS NOT = '22'
003380         MOVE 'GENINTWK' TO FERR-FILE-NAME
003390         MOVE 'WRITE' TO FERR-OPERATION
003400         MOVE WS-IW-STATUS TO FERR-STATUS
003410         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003420     END-IF.
003430     IF MASTER-FILE-AVAILABLE
003440         MOVE AR-PERSON-ID TO PM-PERSON-ID
003450         READ PERSON-MASTER-FILE
003460             INVALID KEY
003470                 CONTINUE
003480         END-READ
003490         IF WS-PM-STATUS = '00'
003500             MOVE 'ARCHIVED' TO WS-ET-LABEL
003510             MOVE AR-ARCHIVE-DATE TO WS-ET-DATE
003520             MOVE ZERO TO WS-ET-TIME
003530             MOVE WS-EXCEPTION-TEXT TO RE-TEXT
003540             MOVE AR-PERSON-ID TO RE-PERSON-ID
003550             MOVE PM-SURNAME TO RE-SURNAME
003560             PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
003570             ADD 1 TO WS-BOTH-FILES-COUNT
003580         ELSE
003590             IF WS-PM-STATUS NOT = '23'
003600                 MOVE 'PERSONM' TO FERR-FILE-NAME
003610                 MOVE 'READ' TO FERR-OPERATION
003620                 MOVE WS-PM-STATUS TO FERR-STATUS
003630                 PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003640             END-IF
003650         END-IF
003660     END-IF.
003670     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
003680 2200-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    3000-SCAN-MASTER
003730*    ONE PASS OF THE MASTER FOR ITS RECORD COUNT AND HIGHEST
003740*    PERSON ID (FOR THE ID-CONTROL CHECK).
003750******************************************************************
003760 3000-SCAN-MASTER.
003770     IF NOT MASTER-FILE-AVAILABLE
003780         GO TO 3000-EXIT
003790     END-IF.
003800     MOVE 'N' TO WS-EOF-SWITCH.
003810     MOVE ZERO TO PM-PERSON-ID.
003820     START PERSON-MASTER-FILE KEY NOT LESS THAN PM-PERSON-ID
003830         INVALID KEY
003840             MOVE 'Y' TO WS-EOF-SWITCH
003850     END-START.
003860     IF NOT END-OF-INPUT
003870         PERFORM 3100-READ-MASTER THRU 3100-EXIT
003880     END-IF.
003890     PERFORM 3200-COUNT-MASTER THRU 3200-EXIT
003900         UNTIL END-OF-INPUT.
003910 3000-EXIT.
003920     EXIT.
003930
003940 3100-READ-MASTER.
003950     READ PERSON-MASTER-FILE NEXT RECORD
003960         AT END
003970             MOVE 'Y' TO WS-EOF-SWITCH
003980     END-READ.
003990     IF WS-PM-STATUS NOT = '00' AND WS-PM-STATUS NOT = '10'
004000         MOVE 'PERSONM' TO FERR-FILE-NAME
004010         MOVE 'READ' TO FERR-OPERATION
004020         MOVE WS-PM-STATUS TO FERR-STATUS
004030         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004040     END-IF.
004050     IF WS-PM-STATUS NOT = '00'
004060         MOVE 'Y' TO WS-EOF-SWITCH
004070     END-IF.
004080 3100-EXIT.
004090     EXIT.
004100
004110 3200-COUNT-MASTER.
004120     ADD 1 TO WS-MASTER-COUNT.
004130     IF PM-PERSON-ID > WS-HIGH-MASTER-ID
004140         MOVE PM-PERSON-ID TO WS-HIGH-MASTER-ID
004150     END-IF.
004160     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
004170 3200-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210*    4000-CHECK-ID-CONTROL
004220*    THE NEXT ID ON GENPIDCT MUST BE ABOVE EVERY ID IN USE ON
004230*    THE MASTER OR THE ARCHIVE, OR THE NEXT SIGN-IN WILL COLLIDE
004240*    WITH (OR RE-USE) AN EXISTING PERSON.  A MISSING CONTROL
004250*    FILE IS AN EXCEPTION ONCE ANY ID HAS BEEN ISSUED.
004260******************************************************************
004270 4000-CHECK-ID-CONTROL.
004280     MOVE 'PERSON-ID CONTROL (GENPIDCT)' TO RS-TITLE.
004290     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
004300     MOVE WS-HIGH-MASTER-ID TO WS-HIGH-ID-IN-USE.
004310     IF WS-HIGH-ARCHIVE-ID > WS-HIGH-ID-IN-USE
004320         MOVE WS-HIGH-ARCHIVE-ID TO WS-HIGH-ID-IN-USE
004330     END-IF.
004340     MOVE ZERO TO WS-NEXT-PERSON-ID.
004350     OPEN INPUT PERSON-ID-FILE.
004360     IF WS-PID-STATUS = '00'
004370         READ PERSON-ID-FILE
004380             AT END
004390                 CONTINUE
004400         END-READ
004410         IF WS-PID-STATUS = '00'
004420             MOVE PID-NEXT-PERSON-ID TO WS-NEXT-PERSON-ID
004430         END-IF
004440         CLOSE PERSON-ID-FILE
004450     ELSE
004460         IF WS-PID-STATUS NOT = '35'
004470             MOVE 'GENPIDCT' TO FERR-FILE-NAME
004480             MOVE 'OPEN' TO FERR-OPERATION
004490             MOVE WS-PID-STATUS TO FERR-STATUS
004500             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004510         END-IF
004520     END-IF.
004530     IF WS-HIGH-ID-IN-USE > ZERO
004540         AND WS-NEXT-PERSON-ID NOT > WS-HIGH-ID-IN-USE
004550         MOVE WS-NEXT-PERSON-ID TO RE-PERSON-ID
004560         MOVE 'GENPIDCT NEXT ID' TO RE-SURNAME
004570         MOVE 'NOT ABOVE HIGHEST ID IN USE' TO RE-TEXT
004580         PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
004590         ADD 1 TO WS-PIDCT-COUNT
004600     END-IF.
004610     MOVE 'NEXT PERSON ID (GENPIDCT):' TO RC-LABEL.
004620     MOVE WS-NEXT-PERSON-ID TO RC-COUNT.
004630     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004640     MOVE 'HIGHEST ID ON PERSONM:' TO RC-LABEL.
004650     MOVE WS-HIGH-MASTER-ID TO RC-COUNT.
004660     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004670     MOVE 'HIGHEST ID ON GENARCH:' TO RC-LABEL.
004680     MOVE WS-HIGH-ARCHIVE-ID TO RC-COUNT.
004690     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004700 4000-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    5000-CHECK-VISITS
004750*    EVERY VISIT MUST BELONG TO A PERSON ON THE MASTER OR THE
004760*    ARCHIVE, AND AN OPEN VISIT (NO DATE OUT) MUST BELONG TO A
004770*    PERSON STILL ON THE MASTER - OTHERWISE THE ROLL-CALL NAMES
004780*    SOMEONE NOBODY CAN LOOK UP.
004790******************************************************************
004800 5000-CHECK-VISITS.
004810     MOVE 'VISITLOG PERSON IDS' TO RS-TITLE.
004820     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
004830     MOVE 'N' TO WS-EOF-SWITCH.
004840     OPEN INPUT VISIT-LOG-FILE.
004850     IF WS-VL-STATUS = '35'
004860         MOVE 'Y' TO WS-EOF-SWITCH
004870     ELSE
004880         IF WS-VL-STATUS NOT = '00'
004890             MOVE 'VISITLOG' TO FERR-FILE-NAME
004900             MOVE 'OPEN' TO FERR-OPERATION
004910             MOVE WS-VL-STATUS TO FERR-STATUS
004920             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004930         END-IF
004940     END-IF.
004950     IF NOT END-OF-INPUT
004960         PERFORM 5100-READ-VISIT THRU 5100-EXIT
004970     END-IF.
004980     PERFORM 5200-CHECK-ONE-VISIT THRU 5200-EXIT
004990         UNTIL END-OF-INPUT.
005000     IF WS-VL-STATUS NOT = '35'
005010         CLOSE VISIT-LOG-FILE
005020     END-IF.
005030     MOVE 'VISITS CHECKED:' TO RC-LABEL.
005040     MOVE WS-VISIT-COUNT TO RC-COUNT.
005050     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005060     MOVE 'VISITS FOR UNKNOWN PERSON:' TO RC-LABEL.
005070     MOVE WS-ORPHAN-VISIT-COUNT TO RC-COUNT.
005080     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005090     MOVE 'OPEN VISITS OFF THE MASTER:' TO RC-LABEL.
005100     MOVE WS-OPEN-VISIT-COUNT TO RC-COUNT.
005110     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005120 5000-EXIT.
005130     EXIT.
005140
005150 5100-READ-VISIT.
005160     READ VISIT-LOG-FILE NEXT RECORD
005170         AT END
005180             MOVE 'Y' TO WS-EOF-SWITCH
005190     END-READ.
005200     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '10'
005210         MOVE 'VISITLOG' TO FERR-FILE-NAME
005220         MOVE 'READ' TO FERR-OPERATION
005230         MOVE WS-VL-STATUS TO FERR-STATUS
005240         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005250     END-IF.
005260     IF WS-VL-STATUS NOT = '00'
005270         MOVE 'Y' TO WS-EOF-SWITCH
005280     END-IF.
005290 5100-EXIT.
005300     EXIT.
005310
005320 5200-CHECK-ONE-VISIT.
005330     ADD 1 TO WS-VISIT-COUNT.
005340     MOVE VL-PERSON-ID TO WS-LOOKUP-ID.
005350     PERFORM 8000-RESOLVE-PERSON THRU 8000-EXIT.
005360     MOVE VL-PERSON-ID TO RE-PERSON-ID.
005370     MOVE VL-SURNAME TO RE-SURNAME.
005380     MOVE VL-DATE-IN TO WS-ET-DATE.
005390     MOVE VL-TIME-IN TO WS-ET-TIME.
005400     IF NOT ID-ON-MASTER AND NOT ID-ON-ARCHIVE
005410         MOVE 'VISIT, NO PERSON' TO WS-ET-LABEL
005420         MOVE WS-EXCEPTION-TEXT TO RE-TEXT
005430         PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
005440         ADD 1 TO WS-ORPHAN-VISIT-COUNT
005450     END-IF.
005460     IF VL-DATE-OUT = ZERO AND NOT ID-ON-MASTER
005470         MOVE 'OPEN, OFF MASTER' TO WS-ET-LABEL
005480         MOVE WS-EXCEPTION-TEXT TO RE-TEXT
005490         PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
005500         ADD 1 TO WS-OPEN-VISIT-COUNT
005510     END-IF.
005520     PERFORM 5100-READ-VISIT THRU 5100-EXIT.
005530 5200-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*    6000-CHECK-AUDIT
005580*    EVERY AUDIT RECORD CARRYING A PERSON ID MUST RESOLVE TO THE
005590*    MASTER OR THE ARCHIVE.  RECORDS WITH NO ID WERE WRITTEN
005600*    BEFORE THE MASTER WAS REKEYED AND ARE COUNTED, NOT FLAGGED.
005610******************************************************************
005620 6000-CHECK-AUDIT.
005630     MOVE 'GENAUDIT PERSON IDS' TO RS-TITLE.
005640     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
005650     MOVE 'N' TO WS-EOF-SWITCH.
005660     OPEN INPUT GENDER-AUDIT-FILE.
005670     IF WS-AUD-STATUS = '35'
005680         MOVE 'Y' TO WS-EOF-SWITCH
005690     ELSE
005700         IF WS-AUD-STATUS NOT = '00'
005710             MOVE 'GENAUDIT' TO FERR-FILE-NAME
005720             MOVE 'OPEN' TO FERR-OPERATION
005730             MOVE WS-AUD-STATUS TO FERR-STATUS
005740             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005750         END-IF
005760     END-IF.
005770     IF NOT END-OF-INPUT
005780         PERFORM 6100-READ-AUDIT THRU 6100-EXIT
005790     END-IF.
005800     PERFORM 6200-CHECK-ONE-AUDIT THRU 6200-EXIT
005810         UNTIL END-OF-INPUT.
005820     IF WS-AUD-STATUS NOT = '35'
005830         CLOSE GENDER-AUDIT-FILE
005840     END-IF.
005850     MOVE 'AUDIT RECORDS CHECKED:' TO RC-LABEL.
005860     MOVE WS-AUDIT-COUNT TO RC-COUNT.
005870     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005880     MOVE 'AUDIT RECORDS WITH NO ID:' TO RC-LABEL.
005890     MOVE WS-AUDIT-NO-ID-COUNT TO RC-COUNT.
005900     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005910     MOVE 'AUDIT IDS NOT RESOLVED:' TO RC-LABEL.
005920     MOVE WS-ORPHAN-AUDIT-COUNT TO RC-COUNT.
005930     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005940 6000-EXIT.
005950     EXIT.
005960
005970 6100-READ-AUDIT.
005980     READ GENDER-AUDIT-FILE
005990         AT END
006000             MOVE 'Y' TO WS-EOF-SWITCH
006010     END-READ.
006020     IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '10'
006030         MOVE 'GENAUDIT' TO FERR-FILE-NAME
006040         MOVE 'READ' TO FERR-OPERATION
006050         MOVE WS-AUD-STATUS TO FERR-STATUS
006060         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006070     END-IF.
006080     IF WS-AUD-STATUS NOT = '00'
006090         MOVE 'Y' TO WS-EOF-SWITCH
006100     END-IF.
006110 6100-EXIT.
006120     EXIT.
006130
006140 6200-CHECK-ONE-AUDIT.
006150     ADD 1 TO WS-AUDIT-COUNT.
006160     IF AL-PERSON-ID NOT NUMERIC OR AL-PERSON-ID = ZERO
006170         ADD 1 TO WS-AUDIT-NO-ID-COUNT
006180     ELSE
006190         PERFORM 6210-RESOLVE-AUDIT-ID THRU 6210-EXIT
006200     END-IF.
006210     PERFORM 6100-READ-AUDIT THRU 6100-EXIT.
006220 6200-EXIT.
006230     EXIT.
006240
006250 6210-RESOLVE-AUDIT-ID.
006260     MOVE AL-PERSON-ID TO WS-LOOKUP-ID.
006270     PERFORM 8000-RESOLVE-PERSON THRU 8000-EXIT.
006280     IF NOT ID-ON-MASTER AND NOT ID-ON-ARCHIVE
006290         MOVE AL-PERSON-ID TO RE-PERSON-ID
006300         MOVE AL-SURNAME TO RE-SURNAME
006310         MOVE 'AUDIT, NO PERSON' TO WS-ET-LABEL
006320         MOVE AL-LOG-DATE TO WS-ET-DATE
006330         MOVE AL-LOG-TIME(1:6) TO WS-ET-TIME
006340         MOVE WS-EXCEPTION-TEXT TO RE-TEXT
006350         PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
006360         ADD 1 TO WS-ORPHAN-AUDIT-COUNT
006370     END-IF.
006380 6210-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    8000-RESOLVE-PERSON
006430*    LOOKS WS-LOOKUP-ID UP ON THE MASTER AND THE ARCHIVE-ID WORK
006440*    FILE AND SETS ID-ON-MASTER / ID-ON-ARCHIVE.  THE SAME ID AS
006450*    LAST TIME REUSES THE LAST ANSWER.
006460******************************************************************
006470 8000-RESOLVE-PERSON.
006480     IF WS-LOOKUP-ID = WS-RESOLVED-ID AND WS-RESOLVED-ID > ZERO
006490         GO TO 8000-EXIT
006500     END-IF.
006510     MOVE WS-LOOKUP-ID TO WS-RESOLVED-ID.
006520     MOVE 'N' TO WS-ON-MASTER-SWITCH.
006530     MOVE 'N' TO WS-ON-ARCHIVE-SWITCH.
006540     IF MASTER-FILE-AVAILABLE
006550         MOVE WS-LOOKUP-ID TO PM-PERSON-ID
006560         READ PERSON-MASTER-FILE
006570             INVALID KEY
006580                 CONTINUE
006590         END-READ
006600         IF WS-PM-STATUS = '00'
006610             MOVE 'Y' TO WS-ON-MASTER-SWITCH
006620         ELSE
006630             IF WS-PM-STATUS NOT = '23'
006640                 MOVE 'PERSONM' TO FERR-FILE-NAME
006650                 MOVE 'READ' TO FERR-OPERATION
006660                 MOVE WS-PM-STATUS TO FERR-STATUS
006670                 PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006680             END-IF
006690         END-IF
006700     END-IF.
006710     MOVE WS-LOOKUP-ID TO IW-PERSON-ID.
006720     READ ARCHIVE-ID-FILE
006730         INVALID KEY
006740             CONTINUE
006750     END-READ.
006760     IF WS-IW-STATUS = '00'
006770         MOVE 'Y' TO WS-ON-ARCHIVE-SWITCH
006780     ELSE
006790         IF WS-IW-STATUS NOT = '23'
006800             MOVE 'GENINTWK' TO FERR-FILE-NAME
006810             MOVE 'READ' TO FERR-OPERATION
006820             MOVE WS-IW-STATUS TO FERR-STATUS
006830             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006840         END-IF
006850     END-IF.
006860 8000-EXIT.
006870     EXIT.
006880
006890 8500-WRITE-EXCEPTION.
006900     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE.
006910     ADD 1 TO WS-EXCEPTION-COUNT.
006920 8500-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960*    9000-TERMINATE
006970*    PRINTS THE TOTALS AND SETS RETURN CODE 8 WHEN ANYTHING WAS
006980*    FOUND, SO THE SCHEDULER HOLDS THE NEXT STREAM.
006990******************************************************************
007000 9000-TERMINATE.
007010     MOVE 'PERSONM RECORDS:' TO RC-LABEL.
007020     MOVE WS-MASTER-COUNT TO RC-COUNT.
007030     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007040     MOVE 'GENARCH RECORDS:' TO RC-LABEL.
007050     MOVE WS-ARCHIVE-COUNT TO RC-COUNT.
007060     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007070     MOVE 'INTEGRITY EXCEPTIONS:' TO RC-LABEL.
007080     MOVE WS-EXCEPTION-COUNT TO RC-COUNT.
007090     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007100     IF MASTER-FILE-AVAILABLE
007110         CLOSE PERSON-MASTER-FILE
007120     END-IF.
007130     CLOSE ARCHIVE-ID-FILE.
007140     CLOSE REPORT-FILE.
007150     IF WS-EXCEPTION-COUNT > ZERO
007160         DISPLAY 'GENINT01 - ' WS-EXCEPTION-COUNT
007170             ' INTEGRITY EXCEPTIONS - SEE THE GENINT01 REPORT'
007180         MOVE 8 TO RETURN-CODE
007190     END-IF.
007200 9000-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240*    9100-FILE-ERROR
007250*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
007260*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
007270*    ENDS THE RUN WITH RETURN CODE 12.
007280******************************************************************
007290 9100-FILE-ERROR.
007300     CALL 'GENFERR' USING FERR-AREA.
007310 9100-EXIT.
007320     EXIT.
007330
007340 END PROGRAM GENINT01.
