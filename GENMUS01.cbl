000010******************************************************************
000020*    PROGRAM-ID : GENMUS01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : MUSTER CAPTURE.  A WARDEN SIGNS ON WITH THE
000080*                  ALARM DATE, THE BUILDING, THE ASSEMBLY POINT
000090*                  AND THEIR OWN NAME, THEN KEYS EACH PERSON
000100*                  SEEN AT THE POINT - BY 7-DIGIT PERSON ID OFF
000110*                  THE BADGE, OR BY NAME WHEN THERE IS NO BADGE.
000120*                  EACH ENTRY IS APPENDED AT ONCE TO GENMUSTR,
000130*                  SO SEVERAL WARDENS CAN KEY AT THE SAME TIME
000140*                  AND GENMUS02 CAN RECONCILE WHILE THEY WORK.
000150*    TECTONICS   : COBOL
000160*----------------------------------------------------------------
000170*    MODIFICATION HISTORY
000180*    DATE       INIT DESCRIPTION
000190*    2026-10-15  DM  ORIGINAL PROGRAM.
000192*    2026-10-15  DM  EACH CAPTURE NOW CARRIES THE DATE IT WAS
000194*                    KEYED AS WELL AS THE TIME.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000230 PROGRAM-ID. GENMUS01.
000240 AUTHOR. D. MATHESON.
000250 INSTALLATION. FRONT OFFICE SYSTEMS.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 CONFIGURATION SECTION.
000310*-----------------------
000320 SOURCE-COMPUTER. GENERIC.
000330 OBJECT-COMPUTER. GENERIC.
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONM"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PM-PERSON-ID
000410         ALTERNATE RECORD KEY IS PM-SURNAME WITH DUPLICATES
000420         FILE STATUS IS WS-PM-STATUS.
000430
000440     SELECT MUSTER-FILE ASSIGN TO "GENMUSTR"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-MU-STATUS.
000470
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000510*-----------------------
000520 FD  PERSON-MASTER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY PERSONM IN "copybooks".
000550
000560 FD  MUSTER-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 100 CHARACTERS.
000590 COPY MUSTREC IN "copybooks".
000600
000610*-----------------------
000620 WORKING-STORAGE SECTION.
000630*-----------------------
000640 77  WS-PM-STATUS                PIC X(02)  VALUE SPACES.
000650 77  WS-MU-STATUS                PIC X(02)  VALUE SPACES.
000660
000670 77  WS-MASTER-FILE-SWITCH       PIC X(01)  VALUE 'N'.
000680     88  MASTER-FILE-AVAILABLE              VALUE 'Y'.
000690 77  WS-CAPTURE-SWITCH           PIC X(01)  VALUE 'N'.
000700     88  END-OF-CAPTURE                     VALUE 'Y'.
000710 77  WS-VALID-SITE-SWITCH        PIC X(01)  VALUE 'N'.
000720     88  VALID-SITE                         VALUE 'Y'.
000730
000740 77  WS-ENTRY-DATE               PIC X(08)  VALUE SPACES.
000750 77  WS-ENTRY-LOCATION           PIC X(03)  VALUE SPACES.
000760 77  WS-ENTRY-POINT              PIC X(10)  VALUE SPACES.
000770 77  WS-ENTRY-WARDEN             PIC X(15)  VALUE SPACES.
000780 77  WS-ENTRY-PERSON             PIC X(20)  VALUE SPACES.
000790 77  WS-ENTRY-GIVEN-NAME         PIC X(20)  VALUE SPACES.
000800
000810 77  WS-ALARM-DATE               PIC 9(08)  VALUE ZERO.
000815 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000820 77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
000830 77  WS-CAPTURE-COUNT            PIC 9(04)  VALUE ZERO.
000840
000850 COPY SITECODE IN "copybooks".
000860
000870 COPY FERRLNK IN "copybooks".
000880
000890 PROCEDURE DIVISION.
000900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000910******************************************************************
000920*    0000-MAINLINE
000930******************************************************************
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-CAPTURE-PERSON THRU 2000-EXIT
000970         UNTIL END-OF-CAPTURE.
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000990     STOP RUN.
001000
001010******************************************************************
001020*    1000-INITIALIZE
001030*    THE MASTER IS ONLY USED TO PUT A NAME TO A BADGE NUMBER -
001040*    IF IT CANNOT BE OPENED THE WARDEN CARRIES ON AND THE ID
001050*    IS RECORDED AS KEYED.  THE SIGN-ON PROMPTS REPEAT UNTIL
001060*    THEY ARE VALID; THE MUSTER MUST NOT BE HELD UP BY A TYPO.
001070******************************************************************
001080 1000-INITIALIZE.
001090     MOVE 'GENMUS01' TO FERR-PROGRAM-ID.
001100     MOVE 'F' TO FERR-DISPOSITION.
001110     OPEN INPUT PERSON-MASTER-FILE.
001120     IF WS-PM-STATUS = '00'
001130         MOVE 'Y' TO WS-MASTER-FILE-SWITCH
001140     ELSE
001150         DISPLAY 'PERSON MASTER NOT AVAILABLE - IDS WILL BE '
001160             'RECORDED WITHOUT NAMES'
001170     END-IF.
001180     MOVE ZERO TO WS-ALARM-DATE.
001190     PERFORM 1100-ACCEPT-ALARM-DATE THRU 1100-EXIT
001200         UNTIL WS-ALARM-DATE NOT = ZERO.
001210     MOVE 'N' TO WS-VALID-SITE-SWITCH.
001220     PERFORM 1200-ACCEPT-LOCATION THRU 1200-EXIT
001230         UNTIL VALID-SITE.
001240     DISPLAY 'ENTER ASSEMBLY POINT'.
001250     ACCEPT WS-ENTRY-POINT.
001260     MOVE SPACES TO WS-ENTRY-WARDEN.
001270     PERFORM 1300-ACCEPT-WARDEN THRU 1300-EXIT
001280         UNTIL WS-ENTRY-WARDEN NOT = SPACES.
001290 1000-EXIT.
001300     EXIT.
001310
001320 1100-ACCEPT-ALARM-DATE.
001330     DISPLAY 'ENTER ALARM DATE YYYYMMDD (BLANK = TODAY)'.
001340     ACCEPT WS-ENTRY-DATE.
001350     IF WS-ENTRY-DATE = SPACES
001360         ACCEPT WS-ALARM-DATE FROM DATE YYYYMMDD
001370         GO TO 1100-EXIT
001380     END-IF.
001390     IF WS-ENTRY-DATE NOT NUMERIC
001400         DISPLAY 'ALARM DATE MUST BE YYYYMMDD - PLEASE RE-ENTER'
001410         GO TO 1100-EXIT
001420     END-IF.
001430     MOVE WS-ENTRY-DATE TO WS-ALARM-DATE.
001440 1100-EXIT.
001450     EXIT.
001460
001470 1200-ACCEPT-LOCATION.
001480     DISPLAY 'ENTER BUILDING CODE'.
001490     ACCEPT WS-ENTRY-LOCATION.
001500     MOVE 'N' TO WS-VALID-SITE-SWITCH.
001510     SET SC-IDX TO 1.
001520     SEARCH SC-ENTRY
001530         AT END
001540             DISPLAY 'UNKNOWN BUILDING CODE ' WS-ENTRY-LOCATION
001550                 ' - PLEASE RE-ENTER'
001560         WHEN SC-CODE(SC-IDX) = WS-ENTRY-LOCATION
001570             MOVE 'Y' TO WS-VALID-SITE-SWITCH
001580     END-SEARCH.
001590 1200-EXIT.
001600     EXIT.
001610
001620 1300-ACCEPT-WARDEN.
001630     DISPLAY 'ENTER WARDEN NAME'.
001640     ACCEPT WS-ENTRY-WARDEN.
001650     IF WS-ENTRY-WARDEN = SPACES
001660         DISPLAY 'WARDEN NAME IS REQUIRED'
001670     END-IF.
001680 1300-EXIT.
001690     EXIT.
001700
001710******************************************************************
001720*    2000-CAPTURE-PERSON
001730*    SEVEN DIGITS IS A BADGE NUMBER; ANYTHING ELSE IS A SURNAME
001740*    AND THE GIVEN NAME IS ASKED FOR (BLANK IF NOT KNOWN).  A
001750*    BLANK ENTRY ENDS THE WARDEN'S SESSION.
001760******************************************************************
001770 2000-CAPTURE-PERSON.
001780     DISPLAY 'ENTER 7-DIGIT PERSON ID OR SURNAME '
001790         '(BLANK TO FINISH)'.
001800     ACCEPT WS-ENTRY-PERSON.
001810     IF WS-ENTRY-PERSON = SPACES
001820         MOVE 'Y' TO WS-CAPTURE-SWITCH
001830         GO TO 2000-EXIT
001840     END-IF.
001850     MOVE SPACES TO MUSTER-RECORD.
001860     MOVE WS-ALARM-DATE TO MU-ALARM-DATE.
001865     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001870     ACCEPT WS-CURRENT-TIME FROM TIME.
001880     MOVE WS-CURRENT-TIME(1:6) TO MU-CAPTURE-TIME.
001885     MOVE WS-CURRENT-DATE TO MU-CAPTURE-DATE.
001890     MOVE WS-ENTRY-LOCATION TO MU-LOCATION.
001900     MOVE WS-ENTRY-POINT TO MU-ASSEMBLY-POINT.
001910     MOVE WS-ENTRY-WARDEN TO MU-WARDEN.
001920     IF WS-ENTRY-PERSON(1:7) NUMERIC
001930         AND WS-ENTRY-PERSON(8:13) = SPACES
001940         PERFORM 2100-NAME-FROM-BADGE THRU 2100-EXIT
001950     ELSE
001960         MOVE ZERO TO MU-PERSON-ID
001970         MOVE WS-ENTRY-PERSON TO MU-SURNAME
001980         DISPLAY 'ENTER GIVEN NAME (BLANK IF NOT KNOWN)'
001990         ACCEPT WS-ENTRY-GIVEN-NAME
002000         MOVE WS-ENTRY-GIVEN-NAME TO MU-GIVEN-NAME
002010     END-IF.
002020     PERFORM 2200-WRITE-MUSTER THRU 2200-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050
002060 2100-NAME-FROM-BADGE.
002070     MOVE WS-ENTRY-PERSON(1:7) TO MU-PERSON-ID.
002080     IF NOT MASTER-FILE-AVAILABLE
002090         GO TO 2100-EXIT
002100     END-IF.
002110     MOVE MU-PERSON-ID TO PM-PERSON-ID.
002120     READ PERSON-MASTER-FILE
002130         INVALID KEY
002140             DISPLAY 'ID ' MU-PERSON-ID ' NOT ON THE MASTER - '
002150                 'RECORDED AS KEYED'
002160     END-READ.
002170     IF WS-PM-STATUS = '00'
002180         MOVE PM-SURNAME TO MU-SURNAME
002190         MOVE PM-GIVEN-NAME TO MU-GIVEN-NAME
002200     ELSE
002210         IF WS-PM-STATUS NOT = '23'
002220             MOVE 'PERSONM' TO FERR-FILE-NAME
002230             MOVE 'READ' TO FERR-OPERATION
002240             MOVE WS-PM-STATUS TO FERR-STATUS
002250             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002260         END-IF
002270     END-IF.
002280 2100-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320*    2200-WRITE-MUSTER
002330*    OPENS, APPENDS AND CLOSES FOR EVERY ENTRY SO NOTHING IS
002340*    LOST IF THE TERMINAL IS ABANDONED, AND SO THE FILE IS
002350*    COMPLETE WHENEVER GENMUS02 IS RUN.
002360******************************************************************
002370 2200-WRITE-MUSTER.
002380     OPEN EXTEND MUSTER-FILE.
002390     IF WS-MU-STATUS = '35'
002400         OPEN OUTPUT MUSTER-FILE
002410     END-IF.
002420     IF WS-MU-STATUS NOT = '00'
002430         MOVE 'GENMUSTR' TO FERR-FILE-NAME
002440         MOVE 'OPEN' TO FERR-OPERATION
002450         MOVE WS-MU-STATUS TO FERR-STATUS
002460         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002470     END-IF.
002480     WRITE MUSTER-RECORD.
002490     IF WS-MU-STATUS NOT = '00'
002500         MOVE 'GENMUSTR' TO FERR-FILE-NAME
002510         MOVE 'WRITE' TO FERR-OPERATION
002520         MOVE WS-MU-STATUS TO FERR-STATUS
002530         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002540     END-IF.
002550     CLOSE MUSTER-FILE.
002560     ADD 1 TO WS-CAPTURE-COUNT.
002570     DISPLAY 'RECORDED: ' MU-SURNAME ' ' MU-GIVEN-NAME.
002580 2200-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*    9000-TERMINATE
002630******************************************************************
002640 9000-TERMINATE.
002650     IF MASTER-FILE-AVAILABLE
002660         CLOSE PERSON-MASTER-FILE
002670     END-IF.
002680     DISPLAY 'GENMUS01 - ' WS-CAPTURE-COUNT
002690         ' PEOPLE RECORDED AT ' WS-ENTRY-LOCATION ' '
002700         WS-ENTRY-POINT.
002710 9000-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750*    9100-FILE-ERROR
002760*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
002770*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
002780*    ENDS THE RUN WITH RETURN CODE 12.
002790******************************************************************
002800 9100-FILE-ERROR.
002810     CALL 'GENFERR' USING FERR-AREA.
002820 9100-EXIT.
002830     EXIT.
002840
002850 END PROGRAM GENMUS01.
