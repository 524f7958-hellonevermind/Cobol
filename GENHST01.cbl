000010******************************************************************
000020*    PROGRAM-ID : GENHST01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : HOST DIRECTORY MAINTENANCE.  KEEPS THE GENHOST
000080*                  FILE OF STAFF WHO MAY RECEIVE VISITORS - HOST
000090*                  NAME, EXTENSION, DEPARTMENT, BUILDING AND AN
000100*                  ACTIVE FLAG.  GENAPP01 ACCEPTS ONLY A HOST
000110*                  NAME THAT IS ON THIS FILE AND ACTIVE; GENDER1
000120*                  USES IT TO SEND THE ARRIVAL NOTICE.
000130*                  FUNCTIONS: ADD, CHANGE, AND LIST FROM A
000140*                  STARTING NAME.  THERE IS NO DELETE - A HOST
000150*                  WHO LEAVES IS CHANGED TO INACTIVE, BECAUSE
000160*                  OLD APPOINTMENTS AND VISITS STILL NAME THEM.
000170*    TECTONICS   : COBOL
000180*----------------------------------------------------------------
000190*    MODIFICATION HISTORY
000200*    DATE       INIT DESCRIPTION
000210*    2026-10-15  DM  ORIGINAL PROGRAM.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. GENHST01.
000260 AUTHOR. D. MATHESON.
000270 INSTALLATION. FRONT OFFICE SYSTEMS.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 SOURCE-COMPUTER. GENERIC.
000350 OBJECT-COMPUTER. GENERIC.
000360 INPUT-OUTPUT SECTION.
000370*-----------------------
000380 FILE-CONTROL.
000390     SELECT HOST-DIRECTORY-FILE ASSIGN TO "GENHOST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS HS-HOST-NAME
000430         FILE STATUS IS WS-HS-STATUS.
000440
000450 DATA DIVISION.
000460*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000470 FILE SECTION.
000480*-----------------------
000490 FD  HOST-DIRECTORY-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY HOSTREC IN "copybooks".
000520
000530*-----------------------
000540 WORKING-STORAGE SECTION.
000550*-----------------------
000560 77  WS-HS-STATUS                PIC X(02)  VALUE SPACES.
000570
000580 77  WS-FUNCTION-CODE            PIC X(01)  VALUE SPACES.
000590     88  ADD-FUNCTION                       VALUE 'A'.
000600     88  CHANGE-FUNCTION                    VALUE 'C'.
000610     88  LIST-FUNCTION                      VALUE 'L'.
000620     88  EXIT-FUNCTION                      VALUE 'X'.
000630
000640 77  WS-ENTRY-HOST               PIC X(15)  VALUE SPACES.
000650 77  WS-ENTRY-EXTENSION          PIC X(06)  VALUE SPACES.
000660 77  WS-ENTRY-DEPARTMENT         PIC X(20)  VALUE SPACES.
000670 77  WS-ENTRY-LOCATION           PIC X(03)  VALUE SPACES.
000680 77  WS-ENTRY-ACTIVE             PIC X(01)  VALUE SPACES.
000690     88  ENTRY-ACTIVE-VALID                 VALUE 'Y' 'N'.
000700
000710 77  WS-VALID-SITE-SWITCH        PIC X(01)  VALUE 'N'.
000720     88  VALID-SITE                         VALUE 'Y'.
000730
000740 77  WS-LIST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
000750     88  END-OF-LIST                        VALUE 'Y'.
000760 77  WS-LIST-COUNT               PIC 9(04)  VALUE ZERO.
000770
000780 COPY SITECODE IN "copybooks".
000790
000800 COPY FERRLNK IN "copybooks".
000810
000820 PROCEDURE DIVISION.
000830*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000840******************************************************************
000850*    0000-MAINLINE
000860******************************************************************
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
000900         UNTIL EXIT-FUNCTION.
000910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000920     STOP RUN.
000930
000940******************************************************************
000950*    1000-INITIALIZE
000960*    OPENS THE HOST DIRECTORY, CREATING IT ON THE FIRST RUN.
000970******************************************************************
000980 1000-INITIALIZE.
000990     MOVE 'GENHST01' TO FERR-PROGRAM-ID.
001000     MOVE 'F' TO FERR-DISPOSITION.
001010     OPEN I-O HOST-DIRECTORY-FILE.
001020     IF WS-HS-STATUS = '35'
001030         OPEN OUTPUT HOST-DIRECTORY-FILE
001040         CLOSE HOST-DIRECTORY-FILE
001050         OPEN I-O HOST-DIRECTORY-FILE
001060     END-IF.
001070     IF WS-HS-STATUS NOT = '00'
001080         MOVE 'GENHOST' TO FERR-FILE-NAME
001090         MOVE 'OPEN' TO FERR-OPERATION
001100         MOVE WS-HS-STATUS TO FERR-STATUS
001110         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001120     END-IF.
001130 1000-EXIT.
001140     EXIT.
001150
001160******************************************************************
001170*    2000-PROCESS-FUNCTION
001180*    ONE PASS OF THE MAINTENANCE MENU - PROMPT FOR THE FUNCTION
001190*    AND ROUTE IT.  AN UNKNOWN CODE RE-PROMPTS.
001200******************************************************************
001210 2000-PROCESS-FUNCTION.
001220     DISPLAY 'ENTER FUNCTION (A=ADD, C=CHANGE, L=LIST, X=EXIT)'.
001230     ACCEPT WS-FUNCTION-CODE.
001240     EVALUATE TRUE
001250         WHEN ADD-FUNCTION
001260             PERFORM 3000-ADD-HOST THRU 3000-EXIT
001270         WHEN CHANGE-FUNCTION
001280             PERFORM 4000-CHANGE-HOST THRU 4000-EXIT
001290         WHEN LIST-FUNCTION
001300             PERFORM 5000-LIST-HOSTS THRU 5000-EXIT
001310         WHEN EXIT-FUNCTION
001320             CONTINUE
001330         WHEN OTHER
001340             DISPLAY 'INVALID FUNCTION CODE - PLEASE RE-ENTER'
001350     END-EVALUATE.
001360 2000-EXIT.
001370     EXIT.
001380
001390******************************************************************
001400*    3000-ADD-HOST
001410*    PROMPTS FOR A NEW HOST AND WRITES THE RECORD, ACTIVE.  THE
001420*    EXTENSION IS REQUIRED - IT IS WHAT THE GATEWAY PAGES.  THE
001430*    BUILDING MUST BE ON THE SITE TABLE.
001440******************************************************************
001450 3000-ADD-HOST.
001460     PERFORM 6000-ACCEPT-HOST THRU 6000-EXIT.
001470     IF WS-ENTRY-HOST = SPACES
001480         DISPLAY 'HOST NAME IS REQUIRED - NOT ADDED'
001490         GO TO 3000-EXIT
001500     END-IF.
001510     DISPLAY 'ENTER EXTENSION'.
001520     ACCEPT WS-ENTRY-EXTENSION.
001530     IF WS-ENTRY-EXTENSION = SPACES
001540         DISPLAY 'EXTENSION IS REQUIRED - NOT ADDED'
001550         GO TO 3000-EXIT
001560     END-IF.
001570     DISPLAY 'ENTER DEPARTMENT'.
001580     ACCEPT WS-ENTRY-DEPARTMENT.
001590     DISPLAY 'ENTER BUILDING CODE'.
001600     ACCEPT WS-ENTRY-LOCATION.
001610     PERFORM 6100-VALIDATE-SITE THRU 6100-EXIT.
001620     IF NOT VALID-SITE
001630         DISPLAY 'UNKNOWN BUILDING CODE ' WS-ENTRY-LOCATION
001640             ' - NOT ADDED'
001650         GO TO 3000-EXIT
001660     END-IF.
001670     MOVE SPACES TO HOST-DIRECTORY-RECORD.
001680     MOVE WS-ENTRY-HOST TO HS-HOST-NAME.
001690     MOVE WS-ENTRY-EXTENSION TO HS-EXTENSION.
001700     MOVE WS-ENTRY-DEPARTMENT TO HS-DEPARTMENT.
001710     MOVE WS-ENTRY-LOCATION TO HS-LOCATION.
001720     MOVE 'Y' TO HS-ACTIVE-FLAG.
001730     WRITE HOST-DIRECTORY-RECORD
001740         INVALID KEY
001750             DISPLAY 'HOST ALREADY ON FILE: ' WS-ENTRY-HOST
001760     END-WRITE.
001770     IF WS-HS-STATUS = '00' OR WS-HS-STATUS = '02'
001780         DISPLAY 'HOST ADDED'
001790     ELSE
001800         IF WS-HS-STATUS NOT = '22'
001810             MOVE 'GENHOST' TO FERR-FILE-NAME
001820             MOVE 'WRITE' TO FERR-OPERATION
001830             MOVE WS-HS-STATUS TO FERR-STATUS
001840             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001850         END-IF
001860     END-IF.
001870 3000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*    4000-CHANGE-HOST
001920*    READS THE HOST, SHOWS WHAT IS ON FILE, AND TAKES NEW
001930*    VALUES FIELD BY FIELD.  A BLANK ENTRY KEEPS THE CURRENT
001940*    VALUE.  SETTING THE ACTIVE FLAG TO N IS HOW A HOST WHO HAS
001950*    LEFT IS TAKEN OUT OF USE.
001960******************************************************************
001970 4000-CHANGE-HOST.
001980     PERFORM 6000-ACCEPT-HOST THRU 6000-EXIT.
001990     MOVE WS-ENTRY-HOST TO HS-HOST-NAME.
002000     READ HOST-DIRECTORY-FILE
002010         INVALID KEY
002020             DISPLAY 'HOST NOT ON FILE: ' WS-ENTRY-HOST
002030     END-READ.
002040     IF WS-HS-STATUS = '23'
002050         GO TO 4000-EXIT
002060     END-IF.
002070     IF WS-HS-STATUS NOT = '00'
002080         MOVE 'GENHOST' TO FERR-FILE-NAME
002090         MOVE 'READ' TO FERR-OPERATION
002100         MOVE WS-HS-STATUS TO FERR-STATUS
002110         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002120     END-IF.
002130     PERFORM 5200-DISPLAY-HOST THRU 5200-EXIT.
002140     DISPLAY 'ENTER EXTENSION (BLANK=NO CHANGE)'.
002150     ACCEPT WS-ENTRY-EXTENSION.
002160     DISPLAY 'ENTER DEPARTMENT (BLANK=NO CHANGE)'.
002170     ACCEPT WS-ENTRY-DEPARTMENT.
002180     DISPLAY 'ENTER BUILDING CODE (BLANK=NO CHANGE)'.
002190     ACCEPT WS-ENTRY-LOCATION.
002200     IF WS-ENTRY-LOCATION NOT = SPACES
002210         PERFORM 6100-VALIDATE-SITE THRU 6100-EXIT
002220         IF NOT VALID-SITE
002230             DISPLAY 'UNKNOWN BUILDING CODE ' WS-ENTRY-LOCATION
002240                 ' - NOT CHANGED'
002250             GO TO 4000-EXIT
002260         END-IF
002270     END-IF.
002280     DISPLAY 'ENTER ACTIVE FLAG Y/N (BLANK=NO CHANGE)'.
002290     ACCEPT WS-ENTRY-ACTIVE.
002300     IF WS-ENTRY-ACTIVE NOT = SPACES
002310         AND NOT ENTRY-ACTIVE-VALID
002320         DISPLAY 'ACTIVE FLAG MUST BE Y OR N - NOT CHANGED'
002330         GO TO 4000-EXIT
002340     END-IF.
002350     IF WS-ENTRY-EXTENSION NOT = SPACES
002360         MOVE WS-ENTRY-EXTENSION TO HS-EXTENSION
002370     END-IF.
002380     IF WS-ENTRY-DEPARTMENT NOT = SPACES
002390         MOVE WS-ENTRY-DEPARTMENT TO HS-DEPARTMENT
002400     END-IF.
002410     IF WS-ENTRY-LOCATION NOT = SPACES
002420         MOVE WS-ENTRY-LOCATION TO HS-LOCATION
002430     END-IF.
002440     IF WS-ENTRY-ACTIVE NOT = SPACES
002450         MOVE WS-ENTRY-ACTIVE TO HS-ACTIVE-FLAG
002460     END-IF.
002470     REWRITE HOST-DIRECTORY-RECORD.
002480     IF WS-HS-STATUS NOT = '00'
002490         MOVE 'GENHOST' TO FERR-FILE-NAME
002500         MOVE 'REWRITE' TO FERR-OPERATION
002510         MOVE WS-HS-STATUS TO FERR-STATUS
002520         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002530     END-IF.
002540     DISPLAY 'HOST CHANGED'.
002550 4000-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590*    5000-LIST-HOSTS
002600*    DISPLAYS THE DIRECTORY IN NAME ORDER FROM THE STARTING
002610*    NAME GIVEN.  A BLANK START LISTS THE WHOLE DIRECTORY.
002620******************************************************************
002630 5000-LIST-HOSTS.
002640     DISPLAY 'ENTER STARTING HOST NAME (BLANK=ALL)'.
002650     ACCEPT WS-ENTRY-HOST.
002660     MOVE 'N' TO WS-LIST-EOF-SWITCH.
002670     MOVE ZERO TO WS-LIST-COUNT.
002680     MOVE WS-ENTRY-HOST TO HS-HOST-NAME.
002690     START HOST-DIRECTORY-FILE KEY NOT LESS THAN HS-HOST-NAME
002700         INVALID KEY
002710             MOVE 'Y' TO WS-LIST-EOF-SWITCH
002720     END-START.
002730     PERFORM 5100-LIST-ONE-HOST THRU 5100-EXIT
002740         UNTIL END-OF-LIST.
002750     DISPLAY 'HOSTS LISTED: ' WS-LIST-COUNT.
002760 5000-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800*    5100-LIST-ONE-HOST
002810*    READS THE NEXT HOST IN NAME ORDER AND DISPLAYS IT.
002820******************************************************************
002830 5100-LIST-ONE-HOST.
002840     READ HOST-DIRECTORY-FILE NEXT RECORD
002850         AT END
002860             MOVE 'Y' TO WS-LIST-EOF-SWITCH
002870     END-READ.
002880     IF WS-HS-STATUS NOT = '00' AND WS-HS-STATUS NOT = '10'
002890         MOVE 'GENHOST' TO FERR-FILE-NAME
002900         MOVE 'READ' TO FERR-OPERATION
002910         MOVE WS-HS-STATUS TO FERR-STATUS
002920         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002930     END-IF.
002940     IF WS-HS-STATUS NOT = '00'
002950         MOVE 'Y' TO WS-LIST-EOF-SWITCH
002960     END-IF.
002970     IF NOT END-OF-LIST
002980         PERFORM 5200-DISPLAY-HOST THRU 5200-EXIT
002990         ADD 1 TO WS-LIST-COUNT
003000     END-IF.
003010 5100-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*    5200-DISPLAY-HOST
003060*    ONE LINE PER HOST - SHARED BY THE LIST AND CHANGE PATHS.
003070******************************************************************
003080 5200-DISPLAY-HOST.
003090     DISPLAY HS-HOST-NAME ' EXT ' HS-EXTENSION
003100         ' DEPT ' HS-DEPARTMENT
003110         ' BLDG ' HS-LOCATION
003120         ' ACTIVE ' HS-ACTIVE-FLAG.
003130 5200-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*    6000-ACCEPT-HOST
003180*    SHARED PROMPT FOR THE HOST NAME THAT KEYS THE DIRECTORY.
003190*    ENTERED AS IT IS TO BE KEYED ON AN APPOINTMENT - SURNAME
003200*    THEN INITIAL.
003210******************************************************************
003220 6000-ACCEPT-HOST.
003230     DISPLAY 'ENTER HOST NAME (SURNAME THEN INITIAL)'.
003240     ACCEPT WS-ENTRY-HOST.
003250 6000-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*    6100-VALIDATE-SITE
003300*    SEARCHES THE SITE TABLE (COPYBOOK SITECODE) FOR THE
003310*    BUILDING CODE IN WS-ENTRY-LOCATION.
003320******************************************************************
003330 6100-VALIDATE-SITE.
003340     MOVE 'N' TO WS-VALID-SITE-SWITCH.
003350     SET SC-IDX TO 1.
003360     SEARCH SC-ENTRY
003370         AT END
003380             MOVE 'N' TO WS-VALID-SITE-SWITCH
003390         WHEN SC-CODE(SC-IDX) = WS-ENTRY-LOCATION
003400             MOVE 'Y' TO WS-VALID-SITE-SWITCH
003410     END-SEARCH.
003420 6100-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    9000-TERMINATE
003470******************************************************************
003480 9000-TERMINATE.
003490     CLOSE HOST-DIRECTORY-FILE.
003500 9000-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*    9100-FILE-ERROR
003550*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
003560*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
003570*    ENDS THE RUN WITH RETURN CODE 12.
003580******************************************************************
003590 9100-FILE-ERROR.
003600     CALL 'GENFERR' USING FERR-AREA.
003610 9100-EXIT.
003620     EXIT.
003630
003640 END PROGRAM GENHST01.
