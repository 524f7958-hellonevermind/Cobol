000010******************************************************************
000020*    PROGRAM-ID : GENPRV01
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : PRIVACY SUBJECT-ACCESS AND ERASURE.  THE
000080*                  PRIVACY OFFICER KEYS THE REQUEST REFERENCE
000090*                  AND A PERSON ID OR A NAME.  EVERY RECORD HELD
000100*                  ON THE SUBJECT IS LISTED ON GENPRV01, FIELD
000110*                  BY FIELD, FROM PERSONM, GENARCH, VISITLOG,
000120*                  GENAUDIT, GENJRNL, GENAPPT, GENBALRT, THE
000130*                  GENHRHST HR INTERFACE HISTORY, GENBARRD AND
000140*                  THE GENPARTY GROUP SIGN-IN FILE, THE
000150*                  GENOCCX OCCUPANCY EXCEPTIONS, THE GENMUSTR
000160*                  MUSTER CAPTURES, THE GENARRV HOST ARRIVAL
000163*                  NOTICES AND THE GENBFREJ BARRED-LIST FEED
000166*                  REJECTS.  GENDRILL IS NOT SEARCHED - THE
000170*                  SUMMARY SAYS SO.
000180*                  A NAME FINDS EVERY PERSON ID HELD UNDER IT
000190*                  ON THE MASTER OR THE ARCHIVE.  FILES WITHOUT
000200*                  A PERSON ID (GENAPPT, GENBALRT, GENBARRD,
000210*                  GENBFREJ, AND AUDIT ENTRIES OLDER THAN THE
000220*                  REKEY, MUSTER CAPTURES TAKEN ON A NAME ONLY)
000230*                  ARE MATCHED ON THE NAME.
000240*                  FUNCTION E THEN ERASES: AFTER THE LISTING AND
000250*                  A Y/N CONFIRMATION, THE SURNAME AND GIVEN NAME
000260*                  ON EVERY RECORD LISTED ARE OVERWRITTEN WITH
000270*                  *ERASED*.  AN ACTIVE OR FUTURE BAR ON GENBARRD
000280*                  IS A LEGAL HOLD - NOTHING IS ERASED AND THE
000290*                  RUN ENDS WITH RETURN CODE 8.  GENBARRD AND
000300*                  GENBFREJ ARE NEVER CHANGED HERE.  EACH
000310*                  ERASURE IS JOURNALLED ON GENJRNL (ACTION E,
000320*                  VIA GENJLOG) SO GENRCV01 RE-APPLIES IT AFTER
000330*                  A RESTORE.  RETURN CODE 4 WHEN THE ERASURE IS
000340*                  NOT CONFIRMED.
000350*    TECTONICS   : COBOL
000360*----------------------------------------------------------------
000370*    MODIFICATION HISTORY
000380*    DATE       INIT DESCRIPTION
000390*    2026-10-15  DM  ORIGINAL PROGRAM.
000400*    2026-10-15  DM  GENPARTY SEARCHED AND ERASED - A MEMBER BY
000410*                    PERSON ID, A PARTY LEAD BY NAME.
000420*    2026-10-15  DM  GENOCCX OCCUPANCY EXCEPTIONS SEARCHED AND
000430*                    ERASED BY PERSON ID.
000440*    2026-10-15  DM  GENMUSTR MUSTER CAPTURES SEARCHED AND
000450*                    ERASED.  SUMMARY NOTES GENDRILL NOT SEARCHED.
000455*    2026-10-15  DM  REPORT NOW WRITTEN TO GENPRV01.
000456*    2026-10-15  DM  GENARRV ARRIVAL NOTICES SEARCHED AND ERASED
000457*                    BY PERSON ID.  GENBFREJ FEED REJECTS LISTED
000458*                    BY NAME AND NEVER CHANGED.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000490 PROGRAM-ID. GENPRV01.
000500 AUTHOR. D. MATHESON.
000510 INSTALLATION. FRONT OFFICE SYSTEMS.
000520 DATE-WRITTEN. 2026-10-15.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000560 CONFIGURATION SECTION.
000570*-----------------------
000580 SOURCE-COMPUTER. GENERIC.
000590 OBJECT-COMPUTER. GENERIC.
000600 INPUT-OUTPUT SECTION.
000610*-----------------------
000620 FILE-CONTROL.
000630     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONM"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PM-PERSON-ID
000670         ALTERNATE RECORD KEY IS PM-SURNAME WITH DUPLICATES
000680         FILE STATUS IS WS-PM-STATUS.
000690
000700     SELECT ARCHIVE-FILE ASSIGN TO "GENARCH"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-AR-STATUS.
000730
000740     SELECT VISIT-LOG-FILE ASSIGN TO "VISITLOG"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS VL-KEY
000780         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000790         FILE STATUS IS WS-VL-STATUS.
000800
000810     SELECT GENDER-AUDIT-FILE ASSIGN TO "GENAUDIT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-AUD-STATUS.
000840
000850     SELECT JOURNAL-FILE ASSIGN TO "GENJRNL"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-JRN-STATUS.
000880
000890     SELECT APPOINTMENT-FILE ASSIGN TO "GENAPPT"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS AP-KEY
000930         FILE STATUS IS WS-AP-STATUS.
000940
000950     SELECT ALERT-FILE ASSIGN TO "GENBALRT"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-AB-STATUS.
000980
000990     SELECT HR-HISTORY-FILE ASSIGN TO "GENHRHST"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-HH-STATUS.
001020
001030     SELECT BARRED-FILE ASSIGN TO "GENBARRD"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS BP-KEY
001070         FILE STATUS IS WS-BP-STATUS.
001080
001090     SELECT PARTY-FILE ASSIGN TO "GENPARTY"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS SEQUENTIAL
001120         RECORD KEY IS PY-KEY
001130         ALTERNATE RECORD KEY IS PY-VISIT-KEY
001140         FILE STATUS IS WS-PY-STATUS.
001150
001160     SELECT OCCUPANCY-EXCEPTION-FILE ASSIGN TO "GENOCCX"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-OX-STATUS.
001190
001200     SELECT MUSTER-FILE ASSIGN TO "GENMUSTR"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WS-MU-STATUS.
001230
001231     SELECT ARRIVAL-NOTICE-FILE ASSIGN TO "GENARRV"
001232         ORGANIZATION IS SEQUENTIAL
001233         FILE STATUS IS WS-AN-STATUS.
001234
001235     SELECT FEED-REJECT-FILE ASSIGN TO "GENBFREJ"
001236         ORGANIZATION IS SEQUENTIAL
001237         FILE STATUS IS WS-FR-STATUS.
001238
001240     SELECT REPORT-FILE ASSIGN TO "GENPRV01"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-RPT-STATUS.
001270
001280 DATA DIVISION.
001290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001300 FILE SECTION.
001310*-----------------------
001320 FD  PERSON-MASTER-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY PERSONM IN "copybooks".
001350
001360 FD  ARCHIVE-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY ARCREC IN "copybooks".
001390
001400 FD  VISIT-LOG-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY VISITREC IN "copybooks".
001430
001440 FD  GENDER-AUDIT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 COPY AUDITREC IN "copybooks".
001470
001480 FD  JOURNAL-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 190 CHARACTERS.
001510 COPY JRNLREC IN "copybooks".
001520
001530 FD  APPOINTMENT-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 COPY APPTREC IN "copybooks".
001560
001570 FD  ALERT-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 COPY ALRTREC IN "copybooks".
001600
001610 FD  HR-HISTORY-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 60 CHARACTERS.
001640 01  HR-HISTORY-RECORD              PIC X(60).
001650
001660 FD  BARRED-FILE
001670     LABEL RECORDS ARE STANDARD.
001680 COPY BARREC IN "copybooks".
001690
001700 FD  PARTY-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 COPY PARTYREC IN "copybooks".
001730
001740 FD  OCCUPANCY-EXCEPTION-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 100 CHARACTERS.
001770 COPY OCCXREC IN "copybooks".
001780
001790 FD  MUSTER-FILE
001800     LABEL RECORDS ARE STANDARD
001810     RECORD CONTAINS 100 CHARACTERS.
001820 COPY MUSTREC IN "copybooks".
001830
001831 FD  ARRIVAL-NOTICE-FILE
001832     LABEL RECORDS ARE STANDARD
001834     RECORD CONTAINS 120 CHARACTERS.
001835 COPY ARRVREC IN "copybooks".
001836
001838*    THE FEED IMAGE (BFEEDREC) FOLLOWED BY THE REJECT REASON.
001839 FD  FEED-REJECT-FILE
001840     LABEL RECORDS ARE STANDARD
001842     RECORD CONTAINS 102 CHARACTERS.
001843 01  FEED-REJECT-RECORD.
001844     05  FR-FEED-DATA            PIC X(100).
001846     05  FR-REASON-CODE          PIC X(02).
001847
001848 FD  REPORT-FILE
001850     LABEL RECORDS ARE OMITTED.
001860 01  REPORT-RECORD                  PIC X(80).
001870
001880*-----------------------
001890 WORKING-STORAGE SECTION.
001900*-----------------------
001910 COPY HRIFREC IN "copybooks".
001915 COPY BFEEDREC IN "copybooks".
001920
001930 77  WS-PM-STATUS                PIC X(02)  VALUE SPACES.
001940 77  WS-AR-STATUS                PIC X(02)  VALUE SPACES.
001950 77  WS-VL-STATUS                PIC X(02)  VALUE SPACES.
001960 77  WS-AUD-STATUS               PIC X(02)  VALUE SPACES.
001970 77  WS-JRN-STATUS               PIC X(02)  VALUE SPACES.
001980 77  WS-AP-STATUS                PIC X(02)  VALUE SPACES.
001990 77  WS-AB-STATUS                PIC X(02)  VALUE SPACES.
002000 77  WS-HH-STATUS                PIC X(02)  VALUE SPACES.
002010 77  WS-BP-STATUS                PIC X(02)  VALUE SPACES.
002020 77  WS-PY-STATUS                PIC X(02)  VALUE SPACES.
002030 77  WS-OX-STATUS                PIC X(02)  VALUE SPACES.
002040 77  WS-MU-STATUS                PIC X(02)  VALUE SPACES.
002043 77  WS-AN-STATUS                PIC X(02)  VALUE SPACES.
002046 77  WS-FR-STATUS                PIC X(02)  VALUE SPACES.
002050 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002060
002070 77  WS-FUNCTION-CODE            PIC X(01)  VALUE SPACES.
002080     88  DISCLOSE-FUNCTION                  VALUE 'D'.
002090     88  ERASE-FUNCTION                     VALUE 'E'.
002100 77  WS-ENTRY-PERSON             PIC X(20)  VALUE SPACES.
002110 77  WS-ENTRY-GIVEN-NAME         PIC X(20)  VALUE SPACES.
002120 77  WS-ENTRY-REFERENCE          PIC X(12)  VALUE SPACES.
002130 77  WS-ENTRY-CONFIRM            PIC X(01)  VALUE SPACES.
002140
002150 77  WS-SUBJECT-OK-SWITCH        PIC X(01)  VALUE 'Y'.
002160     88  SUBJECT-IS-VALID                   VALUE 'Y'.
002170 77  WS-SUBJECT-TYPE             PIC X(01)  VALUE SPACES.
002180     88  SUBJECT-BY-ID                      VALUE 'I'.
002190     88  SUBJECT-BY-NAME                    VALUE 'N'.
002200 77  WS-NAME-KNOWN-SWITCH        PIC X(01)  VALUE 'N'.
002210     88  SUBJECT-NAME-KNOWN                 VALUE 'Y'.
002220 77  WS-PASS-SWITCH              PIC X(01)  VALUE 'D'.
002230     88  ERASE-PASS                         VALUE 'E'.
002240 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
002250     88  END-OF-FILE                        VALUE 'Y'.
002260 77  WS-FOUND-SWITCH             PIC X(01)  VALUE 'N'.
002270     88  ENTRY-FOUND                        VALUE 'Y'.
002280 77  WS-MEMBER-MATCH-SWITCH      PIC X(01)  VALUE 'N'.
002290     88  PARTY-MEMBER-MATCHED               VALUE 'Y'.
002300 77  WS-LEAD-MATCH-SWITCH        PIC X(01)  VALUE 'N'.
002310     88  PARTY-LEAD-MATCHED                 VALUE 'Y'.
002320 77  WS-HOLD-SWITCH              PIC X(01)  VALUE 'N'.
002330     88  LEGAL-HOLD                         VALUE 'Y'.
002340 77  WS-MASTER-SWITCH            PIC X(01)  VALUE 'N'.
002350     88  MASTER-FILE-AVAILABLE              VALUE 'Y'.
002360
002370 77  WS-SUBJECT-SURNAME          PIC X(20)  VALUE SPACES.
002380 77  WS-SUBJECT-GIVEN-NAME       PIC X(20)  VALUE SPACES.
002390 77  WS-CHECK-SURNAME            PIC X(20)  VALUE SPACES.
002400 77  WS-CHECK-GIVEN-NAME         PIC X(20)  VALUE SPACES.
002410 77  WS-CHECK-ID                 PIC 9(07)  VALUE ZERO.
002420 77  WS-ERASED-NAME              PIC X(20)  VALUE '*ERASED*'.
002430 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
002440 77  WS-HR-RUN-DATE              PIC 9(08)  VALUE ZERO.
002450 77  WS-EDIT-COUNT               PIC ZZ,ZZ9.
002460
002470 01  WS-APPT-RESUME-KEY.
002480     05  WS-RESUME-DATE          PIC 9(08).
002490     05  WS-RESUME-SURNAME       PIC X(20).
002500     05  WS-RESUME-GIVEN-NAME    PIC X(20).
002510
002520*    A JOURNAL BEFORE OR AFTER IMAGE IS A PERSON-MASTER RECORD.
002530 01  WS-JOURNAL-IMAGE.
002540     05  JI-PERSON-ID            PIC 9(07).
002550     05  JI-SURNAME              PIC X(20).
002560     05  JI-GIVEN-NAME           PIC X(20).
002570     05  JI-GENDER               PIC X(01).
002580     05  JI-DATE-ENTERED         PIC X(08).
002590     05  FILLER                  PIC X(20).
002600
002610*    EVERY PERSON ID HELD UNDER THE SUBJECT'S NAME.
002620 01  WS-SUBJECT-ID-TABLE.
002630     05  SJ-PERSON-ID            PIC 9(07) OCCURS 20 TIMES.
002640 77  WS-SJ-MAX                   PIC 9(02) COMP VALUE 20.
002650 77  WS-SJ-COUNT                 PIC 9(02) COMP VALUE ZERO.
002660 77  WS-SJ-SUB                   PIC 9(02) COMP VALUE ZERO.
002670 77  WS-SJ-LOST-COUNT            PIC 9(04) COMP VALUE ZERO.
002680
002690*    ONE ENTRY PER FILE SEARCHED, IN LISTING ORDER.
002700 01  WS-FILE-TABLE-VALUES.
002710     05  FILLER                  PIC X(43)
002720         VALUE 'PERSONM PERSON MASTER'.
002730     05  FILLER                  PIC X(43)
002740         VALUE 'GENARCH ARCHIVED PERSON MASTER'.
002750     05  FILLER                  PIC X(43)
002760         VALUE 'VISITLOGVISIT LOG'.
002770     05  FILLER                  PIC X(43)
002780         VALUE 'GENAUDITSIGN-IN AUDIT TRAIL'.
002790     05  FILLER                  PIC X(43)
002800         VALUE 'GENJRNL MASTER CHANGE JOURNAL'.
002810     05  FILLER                  PIC X(43)
002820         VALUE 'GENAPPT EXPECTED-VISITOR APPOINTMENTS'.
002830     05  FILLER                  PIC X(43)
002840         VALUE 'GENBALRTBARRED-LIST ALERTS'.
002850     05  FILLER                  PIC X(43)
002860         VALUE 'GENHRHSTHR INTERFACE HISTORY'.
002870     05  FILLER                  PIC X(43)
002880         VALUE 'GENBARRDBARRED PERSONS'.
002890     05  FILLER                  PIC X(43)
002900         VALUE 'GENPARTYGROUP SIGN-IN PARTIES'.
002910     05  FILLER                  PIC X(43)
002920         VALUE 'GENOCCX OCCUPANCY LIMIT EXCEPTIONS'.
002930     05  FILLER                  PIC X(43)
002940         VALUE 'GENMUSTRFIRE MUSTER CAPTURES'.
002942     05  FILLER                  PIC X(43)
002944         VALUE 'GENARRV HOST ARRIVAL NOTICES'.
002946     05  FILLER                  PIC X(43)
002948         VALUE 'GENBFREJBARRED-LIST FEED REJECTS'.
002950 01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
002960     05  FT-ENTRY OCCURS 14 TIMES.
002970         10  FT-FILE-NAME        PIC X(08).
002980         10  FT-TITLE            PIC X(35).
002990 01  WS-FILE-COUNTS.
003000     05  FC-ENTRY OCCURS 14 TIMES.
003010         10  FC-LISTED           PIC 9(05) COMP.
003020         10  FC-ERASED           PIC 9(05) COMP.
003030 77  WS-FILE-MAX                 PIC 9(02) COMP VALUE 14.
003040 77  WS-FILE-SUB                 PIC 9(02) COMP VALUE ZERO.
003050 77  WS-TOTAL-LISTED             PIC 9(06) COMP VALUE ZERO.
003060 77  WS-TOTAL-ERASED             PIC 9(06) COMP VALUE ZERO.
003070
003080 01  RPT-HEADING-1.
003090     05  FILLER                  PIC X(19)  VALUE SPACES.
003100     05  FILLER                  PIC X(42)
003110         VALUE 'PRIVACY SUBJECT-ACCESS DISCLOSURE LISTING'.
003120     05  FILLER                  PIC X(19)  VALUE SPACES.
003130
003140 01  RPT-HEADING-2.
003150     05  FILLER                  PIC X(05)  VALUE 'RUN: '.
003160     05  RH2-RUN-DATE            PIC 9(08).
003170     05  FILLER                  PIC X(13)
003180         VALUE '  REFERENCE: '.
003190     05  RH2-REFERENCE           PIC X(12).
003200     05  FILLER                  PIC X(12)
003210         VALUE '  FUNCTION: '.
003220     05  RH2-FUNCTION            PIC X(10).
003230     05  FILLER                  PIC X(20)  VALUE SPACES.
003240
003250 01  RPT-SUBJECT-LINE.
003260     05  FILLER                  PIC X(12)
003270         VALUE 'SUBJECT ID: '.
003280     05  SB-PERSON-ID            PIC X(07).
003290     05  FILLER                  PIC X(08)  VALUE '  NAME: '.
003300     05  SB-SURNAME              PIC X(20).
003310     05  FILLER                  PIC X(01)  VALUE SPACES.
003320     05  SB-GIVEN-NAME           PIC X(20).
003330     05  FILLER                  PIC X(12)  VALUE SPACES.
003340
003350 01  RPT-FILE-SECTION-LINE.
003360     05  FILLER                  PIC X(04)  VALUE '*** '.
003370     05  FS-FILE-NAME            PIC X(08).
003380     05  FILLER                  PIC X(03)  VALUE ' - '.
003390     05  FS-TITLE                PIC X(35).
003400     05  FILLER                  PIC X(04)  VALUE ' ***'.
003410     05  FILLER                  PIC X(26)  VALUE SPACES.
003420
003430 01  RPT-SECTION-LINE.
003440     05  FILLER                  PIC X(05)  VALUE '*** '.
003450     05  RS-TITLE                PIC X(35).
003460     05  FILLER                  PIC X(04)  VALUE ' ***'.
003470     05  FILLER                  PIC X(36)  VALUE SPACES.
003480
003490 01  RPT-RECORD-LINE.
003500     05  FILLER                  PIC X(09)  VALUE '  RECORD '.
003510     05  RL-NUMBER               PIC ZZZZ9.
003520     05  FILLER                  PIC X(66)  VALUE SPACES.
003530
003540 01  RPT-FIELD-LINE.
003550     05  FILLER                  PIC X(06)  VALUE SPACES.
003560     05  FL-LABEL                PIC X(20).
003570     05  FL-VALUE                PIC X(40).
003580     05  FILLER                  PIC X(14)  VALUE SPACES.
003590
003600 01  RPT-MESSAGE-LINE.
003610     05  FILLER                  PIC X(02)  VALUE SPACES.
003620     05  ML-TEXT                 PIC X(78).
003630
003640 01  RPT-SUMMARY-HEADING.
003650     05  FILLER                  PIC X(12)  VALUE '  FILE'.
003660     05  FILLER                  PIC X(17) VALUE 'RECORDS LISTED'.
003670     05  FILLER                  PIC X(51)  VALUE 'NAMES ERASED'.
003680
003690 01  RPT-SUMMARY-LINE.
003700     05  FILLER                  PIC X(02)  VALUE SPACES.
003710     05  SM-FILE-NAME            PIC X(08).
003720     05  FILLER                  PIC X(10)  VALUE SPACES.
003730     05  SM-LISTED               PIC ZZ,ZZ9.
003740     05  FILLER                  PIC X(09)  VALUE SPACES.
003750     05  SM-ERASED               PIC X(06).
003760     05  FILLER                  PIC X(39)  VALUE SPACES.
003770
003780 01  RPT-COUNT-LINE.
003790     05  RC-LABEL                PIC X(30).
003800     05  RC-COUNT                PIC ZZZ,ZZ9.
003810     05  FILLER                  PIC X(43)  VALUE SPACES.
003820
003830 COPY FERRLNK IN "copybooks".
003840 COPY JRNLLNK IN "copybooks".
003850
003860 PROCEDURE DIVISION.
003870*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003880******************************************************************
003890*    0000-MAINLINE
003900******************************************************************
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003930     IF NOT SUBJECT-IS-VALID
003940         STOP RUN
003950     END-IF.
003960     PERFORM 2000-DISCLOSE THRU 2000-EXIT.
003970     IF ERASE-FUNCTION
003980         PERFORM 3000-ERASE THRU 3000-EXIT
003990     END-IF.
004000     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
004010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004020     STOP RUN.
004030
004040******************************************************************
004050*    1000-INITIALIZE
004060*    TAKES THE FUNCTION, THE REQUEST REFERENCE (LEGAL'S CASE
004070*    NUMBER, PRINTED ON EVERY PAGE SENT) AND THE SUBJECT.
004080******************************************************************
004090 1000-INITIALIZE.
004100     MOVE 'GENPRV01' TO FERR-PROGRAM-ID.
004110     MOVE 'F' TO FERR-DISPOSITION.
004120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004130     MOVE 1 TO WS-FILE-SUB.
004140     PERFORM 1300-CLEAR-FILE-COUNTS THRU 1300-EXIT
004150         UNTIL WS-FILE-SUB > WS-FILE-MAX.
004160     DISPLAY 'ENTER FUNCTION (D=DISCLOSURE LISTING, E=ERASURE)'.
004170     ACCEPT WS-FUNCTION-CODE.
004180     IF NOT DISCLOSE-FUNCTION AND NOT ERASE-FUNCTION
004190         DISPLAY 'INVALID FUNCTION CODE - RUN CANCELLED'
004200         MOVE 'N' TO WS-SUBJECT-OK-SWITCH
004210         MOVE 12 TO RETURN-CODE
004220         GO TO 1000-EXIT
004230     END-IF.
004240     DISPLAY 'ENTER REQUEST REFERENCE'.
004250     ACCEPT WS-ENTRY-REFERENCE.
004260     PERFORM 1100-ACCEPT-SUBJECT THRU 1100-EXIT.
004270     IF NOT SUBJECT-IS-VALID
004280         GO TO 1000-EXIT
004290     END-IF.
004300     OPEN OUTPUT REPORT-FILE.
004310     IF WS-RPT-STATUS NOT = '00'
004320         MOVE 'GENPRV01' TO FERR-FILE-NAME
004330         MOVE 'OPEN' TO FERR-OPERATION
004340         MOVE WS-RPT-STATUS TO FERR-STATUS
004350         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
004360     END-IF.
004370     MOVE WS-CURRENT-DATE TO RH2-RUN-DATE.
004380     MOVE WS-ENTRY-REFERENCE TO RH2-REFERENCE.
004390     IF ERASE-FUNCTION
004400         MOVE 'ERASURE' TO RH2-FUNCTION
004410     ELSE
004420         MOVE 'DISCLOSURE' TO RH2-FUNCTION
004430     END-IF.
004440     WRITE REPORT-RECORD FROM RPT-HEADING-1.
004450     WRITE REPORT-RECORD FROM RPT-HEADING-2.
004460     IF SUBJECT-BY-ID
004470         MOVE SJ-PERSON-ID(1) TO SB-PERSON-ID
004480     ELSE
004490         MOVE 'BY NAME' TO SB-PERSON-ID
004500     END-IF.
004510     MOVE WS-SUBJECT-SURNAME TO SB-SURNAME.
004520     MOVE WS-SUBJECT-GIVEN-NAME TO SB-GIVEN-NAME.
004530     WRITE REPORT-RECORD FROM RPT-SUBJECT-LINE.
004540 1000-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    1100-ACCEPT-SUBJECT
004590*    SEVEN DIGITS AND NOTHING ELSE IS A PERSON ID; ANYTHING
004600*    ELSE IS A SURNAME, FOLLOWED BY A GIVEN-NAME PROMPT.
004610******************************************************************
004620 1100-ACCEPT-SUBJECT.
004630     DISPLAY 'ENTER PERSON ID (7 DIGITS) OR SURNAME'.
004640     ACCEPT WS-ENTRY-PERSON.
004650     IF WS-ENTRY-PERSON = SPACES
004660         DISPLAY 'NO SUBJECT ENTERED - RUN CANCELLED'
004670         MOVE 'N' TO WS-SUBJECT-OK-SWITCH
004680         MOVE 12 TO RETURN-CODE
004690         GO TO 1100-EXIT
004700     END-IF.
004710     IF WS-ENTRY-PERSON(1:7) IS NUMERIC
004720         AND WS-ENTRY-PERSON(8:13) = SPACES
004730         MOVE 'I' TO WS-SUBJECT-TYPE
004740         MOVE WS-ENTRY-PERSON(1:7) TO WS-CHECK-ID
004750         PERFORM 1200-ADD-SUBJECT-ID THRU 1200-EXIT
004760         GO TO 1100-EXIT
004770     END-IF.
004780     MOVE 'N' TO WS-SUBJECT-TYPE.
004790     MOVE WS-ENTRY-PERSON TO WS-SUBJECT-SURNAME.
004800     DISPLAY 'ENTER GIVEN NAME'.
004810     ACCEPT WS-ENTRY-GIVEN-NAME.
004820     MOVE WS-ENTRY-GIVEN-NAME TO WS-SUBJECT-GIVEN-NAME.
004830     MOVE 'Y' TO WS-NAME-KNOWN-SWITCH.
004840 1100-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*    1200-ADD-SUBJECT-ID
004890*    ADDS WS-CHECK-ID TO THE SUBJECT'S IDS UNLESS ALREADY HELD.
004900*    IDS BEYOND THE TABLE ARE COUNTED AND BLOCK AN ERASURE.
004910******************************************************************
004920 1200-ADD-SUBJECT-ID.
004930     PERFORM 8100-CHECK-ID THRU 8100-EXIT.
004940     IF ENTRY-FOUND OR WS-CHECK-ID = ZERO
004950         GO TO 1200-EXIT
004960     END-IF.
004970     IF WS-SJ-COUNT < WS-SJ-MAX
004980         ADD 1 TO WS-SJ-COUNT
004990         MOVE WS-CHECK-ID TO SJ-PERSON-ID(WS-SJ-COUNT)
005000     ELSE
005010         ADD 1 TO WS-SJ-LOST-COUNT
005020     END-IF.
005030 1200-EXIT.
005040     EXIT.
005050
005060 1300-CLEAR-FILE-COUNTS.
005070     MOVE ZERO TO FC-LISTED(WS-FILE-SUB).
005080     MOVE ZERO TO FC-ERASED(WS-FILE-SUB).
005090     ADD 1 TO WS-FILE-SUB.
005100 1300-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140*    2000-DISCLOSE
005150*    THE MASTER AND THE ARCHIVE GO FIRST: THEY TURN A NAME INTO
005160*    PERSON IDS, AND A PERSON ID INTO THE NAME, FOR THE FILES
005170*    THAT FOLLOW.
005180******************************************************************
005190 2000-DISCLOSE.
005200     PERFORM 2100-LIST-MASTER THRU 2100-EXIT.
005210     PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT.
005220     PERFORM 2300-SCAN-VISITS THRU 2300-EXIT.
005230     PERFORM 2400-SCAN-AUDIT THRU 2400-EXIT.
005240     PERFORM 2500-SCAN-JOURNAL THRU 2500-EXIT.
005250     PERFORM 2600-LIST-APPOINTMENTS THRU 2600-EXIT.
005260     PERFORM 2700-SCAN-ALERTS THRU 2700-EXIT.
005270     PERFORM 2800-SCAN-HR-HISTORY THRU 2800-EXIT.
005280     PERFORM 2900-LIST-BARS THRU 2900-EXIT.
005290     PERFORM 2950-SCAN-PARTIES THRU 2950-EXIT.
005300     PERFORM 2990-SCAN-OCC-EXCEPTIONS THRU 2990-EXIT.
005310     PERFORM 2997-SCAN-MUSTER THRU 2997-EXIT.
005313     PERFORM 2920-SCAN-ARRIVALS THRU 2920-EXIT.
005316     PERFORM 2930-LIST-FEED-REJECTS THRU 2930-EXIT.
005320 2000-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    2100-LIST-MASTER
005370*    BY ID, ONE RANDOM READ.  BY NAME, THE SURNAME ALTERNATE
005380*    KEY, KEEPING THOSE WITH THE SAME GIVEN NAME.
005390******************************************************************
005400 2100-LIST-MASTER.
005410     MOVE 1 TO WS-FILE-SUB.
005420     PERFORM 8920-START-SECTION THRU 8920-EXIT.
005430     OPEN INPUT PERSON-MASTER-FILE.
005440     IF WS-PM-STATUS = '35'
005450         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
005460         GO TO 2100-EXIT
005470     END-IF.
005480     IF WS-PM-STATUS NOT = '00'
005490         MOVE 'PERSONM' TO FERR-FILE-NAME
005500         MOVE 'OPEN' TO FERR-OPERATION
005510         MOVE WS-PM-STATUS TO FERR-STATUS
005520         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005530     END-IF.
005540     IF SUBJECT-BY-ID
005550         PERFORM 2110-READ-MASTER-BY-ID THRU 2110-EXIT
005560     ELSE
005570         MOVE WS-SUBJECT-SURNAME TO PM-SURNAME
005580         MOVE 'N' TO WS-EOF-SWITCH
005590         START PERSON-MASTER-FILE KEY IS EQUAL TO PM-SURNAME
005600             INVALID KEY
005610                 MOVE 'Y' TO WS-EOF-SWITCH
005620         END-START
005630         PERFORM 2120-NEXT-MASTER-BY-NAME THRU 2120-EXIT
005640             UNTIL END-OF-FILE
005650     END-IF.
005660     CLOSE PERSON-MASTER-FILE.
005670     PERFORM 8940-END-SECTION THRU 8940-EXIT.
005680 2100-EXIT.
005690     EXIT.
005700
005710 2110-READ-MASTER-BY-ID.
005720     MOVE SJ-PERSON-ID(1) TO PM-PERSON-ID.
005730     READ PERSON-MASTER-FILE
005740         INVALID KEY
005750             CONTINUE
005760     END-READ.
005770     IF WS-PM-STATUS = '00'
005780         MOVE PM-SURNAME TO WS-SUBJECT-SURNAME
005790         MOVE PM-GIVEN-NAME TO WS-SUBJECT-GIVEN-NAME
005800         MOVE 'Y' TO WS-NAME-KNOWN-SWITCH
005810         PERFORM 2150-PRINT-MASTER THRU 2150-EXIT
005820     ELSE
005830         IF WS-PM-STATUS NOT = '23'
005840             MOVE 'PERSONM' TO FERR-FILE-NAME
005850             MOVE 'READ' TO FERR-OPERATION
005860             MOVE WS-PM-STATUS TO FERR-STATUS
005870             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
005880         END-IF
005890     END-IF.
005900 2110-EXIT.
005910     EXIT.
005920
005930 2120-NEXT-MASTER-BY-NAME.
005940     READ PERSON-MASTER-FILE NEXT RECORD
005950         AT END
005960             MOVE 'Y' TO WS-EOF-SWITCH
005970     END-READ.
005980     IF WS-PM-STATUS NOT = '00' AND WS-PM-STATUS NOT = '10'
005990         AND WS-PM-STATUS NOT = '02'
006000         MOVE 'PERSONM' TO FERR-FILE-NAME
006010         MOVE 'READ' TO FERR-OPERATION
006020         MOVE WS-PM-STATUS TO FERR-STATUS
006030         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006040     END-IF.
006050     IF WS-PM-STATUS NOT = '00' AND WS-PM-STATUS NOT = '02'
006060         MOVE 'Y' TO WS-EOF-SWITCH
006070         GO TO 2120-EXIT
006080     END-IF.
006090     IF PM-SURNAME NOT = WS-SUBJECT-SURNAME
006100         MOVE 'Y' TO WS-EOF-SWITCH
006110         GO TO 2120-EXIT
006120     END-IF.
006130     IF PM-GIVEN-NAME = WS-SUBJECT-GIVEN-NAME
006140         MOVE PM-PERSON-ID TO WS-CHECK-ID
006150         PERFORM 1200-ADD-SUBJECT-ID THRU 1200-EXIT
006160         PERFORM 2150-PRINT-MASTER THRU 2150-EXIT
006170     END-IF.
006180 2120-EXIT.
006190     EXIT.
006200
006210 2150-PRINT-MASTER.
006220     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
006230     MOVE 'PERSON ID' TO FL-LABEL.
006240     MOVE PM-PERSON-ID TO FL-VALUE.
006250     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
006260     MOVE 'SURNAME' TO FL-LABEL.
006270     MOVE PM-SURNAME TO FL-VALUE.
006280     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
006290     MOVE 'GIVEN NAME' TO FL-LABEL.
006300     MOVE PM-GIVEN-NAME TO FL-VALUE.
006310     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
006320     MOVE 'GENDER' TO FL-LABEL.
006330     MOVE PM-GENDER TO FL-VALUE.
006340     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
006350     MOVE 'DATE ENTERED' TO FL-LABEL.
006360     MOVE PM-DATE-ENTERED TO FL-VALUE.
006370     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
006380     MOVE 'LANGUAGE' TO FL-LABEL.
006390     MOVE PM-LANG-CODE TO FL-VALUE.
006400     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
006410     MOVE 'LOCATION' TO FL-LABEL.
006420     MOVE PM-LOCATION TO FL-VALUE.
006430     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
006440 2150-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*    2200-SCAN-ARCHIVE
006490*    USED BY BOTH PASSES.  LISTING, A NAME MATCH ADDS THE ID OF
006500*    AN ARCHIVED NAMESAKE RECORD TO THE SUBJECT'S IDS, AND AN
006510*    ID NOT ON THE MASTER TAKES ITS NAME FROM HERE.  ERASING,
006520*    EACH RECORD FOR THE SUBJECT IS REWRITTEN IN PLACE.
006530******************************************************************
006540 2200-SCAN-ARCHIVE.
006550     MOVE 2 TO WS-FILE-SUB.
006560     PERFORM 8920-START-SECTION THRU 8920-EXIT.
006570     IF ERASE-PASS
006580         OPEN I-O ARCHIVE-FILE
006590     ELSE
006600         OPEN INPUT ARCHIVE-FILE
006610     END-IF.
006620     IF WS-AR-STATUS = '35'
006630         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
006640         GO TO 2200-EXIT
006650     END-IF.
006660     IF WS-AR-STATUS NOT = '00'
006670         MOVE 'GENARCH' TO FERR-FILE-NAME
006680         MOVE 'OPEN' TO FERR-OPERATION
006690         MOVE WS-AR-STATUS TO FERR-STATUS
006700         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006710     END-IF.
006720     MOVE 'N' TO WS-EOF-SWITCH.
006730     PERFORM 2220-CHECK-ARCHIVE THRU 2220-EXIT
006740         UNTIL END-OF-FILE.
006750     CLOSE ARCHIVE-FILE.
006760     PERFORM 8940-END-SECTION THRU 8940-EXIT.
006770 2200-EXIT.
006780     EXIT.
006790
006800 2210-READ-ARCHIVE.
006810     READ ARCHIVE-FILE
006820         AT END
006830             MOVE 'Y' TO WS-EOF-SWITCH
006840     END-READ.
006850     IF WS-AR-STATUS NOT = '00' AND WS-AR-STATUS NOT = '10'
006860         MOVE 'GENARCH' TO FERR-FILE-NAME
006870         MOVE 'READ' TO FERR-OPERATION
006880         MOVE WS-AR-STATUS TO FERR-STATUS
006890         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
006900     END-IF.
006910     IF WS-AR-STATUS NOT = '00'
006920         MOVE 'Y' TO WS-EOF-SWITCH
006930     END-IF.
006940 2210-EXIT.
006950     EXIT.
006960
006970 2220-CHECK-ARCHIVE.
006980     PERFORM 2210-READ-ARCHIVE THRU 2210-EXIT.
006990     IF END-OF-FILE
007000         GO TO 2220-EXIT
007010     END-IF.
007020     IF SUBJECT-BY-NAME AND NOT ERASE-PASS
007030         AND AR-SURNAME = WS-SUBJECT-SURNAME
007040         AND AR-GIVEN-NAME = WS-SUBJECT-GIVEN-NAME
007050         MOVE AR-PERSON-ID TO WS-CHECK-ID
007060         PERFORM 1200-ADD-SUBJECT-ID THRU 1200-EXIT
007070     END-IF.
007080     MOVE AR-PERSON-ID TO WS-CHECK-ID.
007090     PERFORM 8100-CHECK-ID THRU 8100-EXIT.
007100     IF NOT ENTRY-FOUND
007110         GO TO 2220-EXIT
007120     END-IF.
007130     IF NOT SUBJECT-NAME-KNOWN
007140         MOVE AR-SURNAME TO WS-SUBJECT-SURNAME
007150         MOVE AR-GIVEN-NAME TO WS-SUBJECT-GIVEN-NAME
007160         MOVE 'Y' TO WS-NAME-KNOWN-SWITCH
007170     END-IF.
007180     IF ERASE-PASS
007190         MOVE WS-ERASED-NAME TO AR-SURNAME
007200         MOVE WS-ERASED-NAME TO AR-GIVEN-NAME
007210         REWRITE ARCHIVE-RECORD
007220         IF WS-AR-STATUS NOT = '00'
007230             MOVE 'GENARCH' TO FERR-FILE-NAME
007240             MOVE 'REWRITE' TO FERR-OPERATION
007250             MOVE WS-AR-STATUS TO FERR-STATUS
007260             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
007270         END-IF
007280         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
007290     ELSE
007300         PERFORM 2250-PRINT-ARCHIVE THRU 2250-EXIT
007310     END-IF.
007320 2220-EXIT.
007330     EXIT.
007340
007350 2250-PRINT-ARCHIVE.
007360     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
007370     MOVE 'PERSON ID' TO FL-LABEL.
007380     MOVE AR-PERSON-ID TO FL-VALUE.
007390     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
007400     MOVE 'SURNAME' TO FL-LABEL.
007410     MOVE AR-SURNAME TO FL-VALUE.
007420     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
007430     MOVE 'GIVEN NAME' TO FL-LABEL.
007440     MOVE AR-GIVEN-NAME TO FL-VALUE.
007450     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
007460     MOVE 'GENDER' TO FL-LABEL.
007470     MOVE AR-GENDER TO FL-VALUE.
007480     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
007490     MOVE 'DATE ENTERED' TO FL-LABEL.
007500     MOVE AR-DATE-ENTERED TO FL-VALUE.
007510     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
007520     MOVE 'DATE ARCHIVED' TO FL-LABEL.
007530     MOVE AR-ARCHIVE-DATE TO FL-VALUE.
007540     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
007550 2250-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590*    2300-SCAN-VISITS
007600*    VISITLOG IS KEYED PERSON ID FIRST, SO EACH OF THE
007610*    SUBJECT'S IDS IS ONE KEY RANGE.  USED BY BOTH PASSES.
007620******************************************************************
007630 2300-SCAN-VISITS.
007640     MOVE 3 TO WS-FILE-SUB.
007650     PERFORM 8920-START-SECTION THRU 8920-EXIT.
007660     IF ERASE-PASS
007670         OPEN I-O VISIT-LOG-FILE
007680     ELSE
007690         OPEN INPUT VISIT-LOG-FILE
007700     END-IF.
007710     IF WS-VL-STATUS = '35'
007720         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
007730         GO TO 2300-EXIT
007740     END-IF.
007750     IF WS-VL-STATUS NOT = '00'
007760         MOVE 'VISITLOG' TO FERR-FILE-NAME
007770         MOVE 'OPEN' TO FERR-OPERATION
007780         MOVE WS-VL-STATUS TO FERR-STATUS
007790         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
007800     END-IF.
007810     MOVE 1 TO WS-SJ-SUB.
007820     PERFORM 2310-VISITS-FOR-ID THRU 2310-EXIT
007830         UNTIL WS-SJ-SUB > WS-SJ-COUNT.
007840     CLOSE VISIT-LOG-FILE.
007850     PERFORM 8940-END-SECTION THRU 8940-EXIT.
007860 2300-EXIT.
007870     EXIT.
007880
007890 2310-VISITS-FOR-ID.
007900     MOVE SJ-PERSON-ID(WS-SJ-SUB) TO VL-PERSON-ID.
007910     MOVE ZERO TO VL-DATE-IN.
007920     MOVE ZERO TO VL-TIME-IN.
007930     MOVE 'N' TO WS-EOF-SWITCH.
007940     START VISIT-LOG-FILE KEY IS NOT LESS THAN VL-KEY
007950         INVALID KEY
007960             MOVE 'Y' TO WS-EOF-SWITCH
007970     END-START.
007980     PERFORM 2320-NEXT-VISIT THRU 2320-EXIT
007990         UNTIL END-OF-FILE.
008000     ADD 1 TO WS-SJ-SUB.
008010 2310-EXIT.
008020     EXIT.
008030
008040 2320-NEXT-VISIT.
008050     READ VISIT-LOG-FILE NEXT RECORD
008060         AT END
008070             MOVE 'Y' TO WS-EOF-SWITCH
008080     END-READ.
008090     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '10'
008100         AND WS-VL-STATUS NOT = '02'
008110         MOVE 'VISITLOG' TO FERR-FILE-NAME
008120         MOVE 'READ' TO FERR-OPERATION
008130         MOVE WS-VL-STATUS TO FERR-STATUS
008140         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
008150     END-IF.
008160     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
008170         MOVE 'Y' TO WS-EOF-SWITCH
008180         GO TO 2320-EXIT
008190     END-IF.
008200     IF VL-PERSON-ID NOT = SJ-PERSON-ID(WS-SJ-SUB)
008210         MOVE 'Y' TO WS-EOF-SWITCH
008220         GO TO 2320-EXIT
008230     END-IF.
008240     IF ERASE-PASS
008250         MOVE WS-ERASED-NAME TO VL-SURNAME
008260         MOVE WS-ERASED-NAME TO VL-GIVEN-NAME
008270         REWRITE VISIT-LOG-RECORD
008280             INVALID KEY
008290                 CONTINUE
008300         END-REWRITE
008310         IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
008320             MOVE 'VISITLOG' TO FERR-FILE-NAME
008330             MOVE 'REWRITE' TO FERR-OPERATION
008340             MOVE WS-VL-STATUS TO FERR-STATUS
008350             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
008360         END-IF
008370         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
008380     ELSE
008390         PERFORM 2350-PRINT-VISIT THRU 2350-EXIT
008400     END-IF.
008410 2320-EXIT.
008420     EXIT.
008430
008440 2350-PRINT-VISIT.
008450     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
008460     MOVE 'PERSON ID' TO FL-LABEL.
008470     MOVE VL-PERSON-ID TO FL-VALUE.
008480     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008490     MOVE 'SURNAME' TO FL-LABEL.
008500     MOVE VL-SURNAME TO FL-VALUE.
008510     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008520     MOVE 'GIVEN NAME' TO FL-LABEL.
008530     MOVE VL-GIVEN-NAME TO FL-VALUE.
008540     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008550     MOVE 'LOCATION' TO FL-LABEL.
008560     MOVE VL-LOCATION TO FL-VALUE.
008570     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008580     MOVE 'DATE IN' TO FL-LABEL.
008590     MOVE VL-DATE-IN TO FL-VALUE.
008600     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008610     MOVE 'TIME IN' TO FL-LABEL.
008620     MOVE VL-TIME-IN TO FL-VALUE.
008630     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008640     MOVE 'DATE OUT' TO FL-LABEL.
008650     MOVE VL-DATE-OUT TO FL-VALUE.
008660     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008670     MOVE 'TIME OUT' TO FL-LABEL.
008680     MOVE VL-TIME-OUT TO FL-VALUE.
008690     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008700     MOVE 'HOST' TO FL-LABEL.
008710     MOVE VL-HOST-NAME TO FL-VALUE.
008720     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
008730     IF VL-AUTO-CLOSED
008740         MOVE 'CLOSED BY' TO FL-LABEL
008750         MOVE 'OVERNIGHT SWEEP' TO FL-VALUE
008760         PERFORM 8900-PRINT-FIELD THRU 8900-EXIT
008770     END-IF.
008780 2350-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820*    2400-SCAN-AUDIT
008830*    AN AUDIT RECORD WITH A PERSON ID MATCHES ON THE ID; ONE
008840*    OLDER THAN THE REKEY HAS NONE AND MATCHES ON THE NAME.
008850*    USED BY BOTH PASSES.
008860******************************************************************
008870 2400-SCAN-AUDIT.
008880     MOVE 4 TO WS-FILE-SUB.
008890     PERFORM 8920-START-SECTION THRU 8920-EXIT.
008900     IF ERASE-PASS
008910         OPEN I-O GENDER-AUDIT-FILE
008920     ELSE
008930         OPEN INPUT GENDER-AUDIT-FILE
008940     END-IF.
008950     IF WS-AUD-STATUS = '35'
008960         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
008970         GO TO 2400-EXIT
008980     END-IF.
008990     IF WS-AUD-STATUS NOT = '00'
009000         MOVE 'GENAUDIT' TO FERR-FILE-NAME
009010         MOVE 'OPEN' TO FERR-OPERATION
009020         MOVE WS-AUD-STATUS TO FERR-STATUS
009030         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
009040     END-IF.
009050     MOVE 'N' TO WS-EOF-SWITCH.
009060     PERFORM 2420-CHECK-AUDIT THRU 2420-EXIT
009070         UNTIL END-OF-FILE.
009080     CLOSE GENDER-AUDIT-FILE.
009090     PERFORM 8940-END-SECTION THRU 8940-EXIT.
009100 2400-EXIT.
009110     EXIT.
009120
009130 2410-READ-AUDIT.
009140     READ GENDER-AUDIT-FILE
009150         AT END
009160             MOVE 'Y' TO WS-EOF-SWITCH
009170     END-READ.
009180     IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '10'
009190         MOVE 'GENAUDIT' TO FERR-FILE-NAME
009200         MOVE 'READ' TO FERR-OPERATION
009210         MOVE WS-AUD-STATUS TO FERR-STATUS
009220         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
009230     END-IF.
009240     IF WS-AUD-STATUS NOT = '00'
009250         MOVE 'Y' TO WS-EOF-SWITCH
009260     END-IF.
009270 2410-EXIT.
009280     EXIT.
009290
009300 2420-CHECK-AUDIT.
009310     PERFORM 2410-READ-AUDIT THRU 2410-EXIT.
009320     IF END-OF-FILE
009330         GO TO 2420-EXIT
009340     END-IF.
009350     IF AL-PERSON-ID NOT NUMERIC OR AL-PERSON-ID = ZERO
009360         MOVE AL-SURNAME TO WS-CHECK-SURNAME
009370         MOVE AL-GIVEN-NAME TO WS-CHECK-GIVEN-NAME
009380         PERFORM 8200-CHECK-NAME THRU 8200-EXIT
009390     ELSE
009400         MOVE AL-PERSON-ID TO WS-CHECK-ID
009410         PERFORM 8100-CHECK-ID THRU 8100-EXIT
009420     END-IF.
009430     IF NOT ENTRY-FOUND
009440         GO TO 2420-EXIT
009450     END-IF.
009460     IF ERASE-PASS
009470         MOVE WS-ERASED-NAME TO AL-SURNAME
009480         MOVE WS-ERASED-NAME TO AL-GIVEN-NAME
009490         REWRITE AUDIT-LOG-RECORD
009500         IF WS-AUD-STATUS NOT = '00'
009510             MOVE 'GENAUDIT' TO FERR-FILE-NAME
009520             MOVE 'REWRITE' TO FERR-OPERATION
009530             MOVE WS-AUD-STATUS TO FERR-STATUS
009540             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
009550         END-IF
009560         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
009570     ELSE
009580         PERFORM 2450-PRINT-AUDIT THRU 2450-EXIT
009590     END-IF.
009600 2420-EXIT.
009610     EXIT.
009620
009630 2450-PRINT-AUDIT.
009640     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
009650     MOVE 'PERSON ID' TO FL-LABEL.
009660     MOVE AL-PERSON-ID TO FL-VALUE.
009670     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009680     MOVE 'SURNAME' TO FL-LABEL.
009690     MOVE AL-SURNAME TO FL-VALUE.
009700     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009710     MOVE 'GIVEN NAME' TO FL-LABEL.
009720     MOVE AL-GIVEN-NAME TO FL-VALUE.
009730     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009740     MOVE 'GENDER' TO FL-LABEL.
009750     MOVE AL-GENDER TO FL-VALUE.
009760     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009770     MOVE 'LOGGED ON' TO FL-LABEL.
009780     MOVE AL-LOG-DATE TO FL-VALUE.
009790     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009800     MOVE 'LOGGED AT' TO FL-LABEL.
009810     MOVE AL-LOG-TIME TO FL-VALUE.
009820     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009830     MOVE 'DESK USER' TO FL-LABEL.
009840     MOVE AL-USER-ID TO FL-VALUE.
009850     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009860     MOVE 'LOCATION' TO FL-LABEL.
009870     MOVE AL-LOCATION TO FL-VALUE.
009880     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
009890 2450-EXIT.
009900     EXIT.
009910
009920******************************************************************
009930*    2500-SCAN-JOURNAL
009940*    EVERY JOURNALLED MASTER CHANGE FOR ONE OF THE SUBJECT'S
009950*    IDS.  ERASING, THE NAMES IN BOTH IMAGES ARE OVERWRITTEN -
009960*    THIS RUNS BEFORE THE MASTER IS ERASED, BECAUSE GENJLOG
009970*    APPENDS TO THIS SAME FILE.  USED BY BOTH PASSES.
009980******************************************************************
009990 2500-SCAN-JOURNAL.
010000     MOVE 5 TO WS-FILE-SUB.
010010     PERFORM 8920-START-SECTION THRU 8920-EXIT.
010020     IF ERASE-PASS
010030         OPEN I-O JOURNAL-FILE
010040     ELSE
010050         OPEN INPUT JOURNAL-FILE
010060     END-IF.
010070     IF WS-JRN-STATUS = '35'
010080         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
010090         GO TO 2500-EXIT
010100     END-IF.
010110     IF WS-JRN-STATUS NOT = '00'
010120         MOVE 'GENJRNL' TO FERR-FILE-NAME
010130         MOVE 'OPEN' TO FERR-OPERATION
010140         MOVE WS-JRN-STATUS TO FERR-STATUS
010150         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
010160     END-IF.
010170     MOVE 'N' TO WS-EOF-SWITCH.
010180     PERFORM 2520-CHECK-JOURNAL THRU 2520-EXIT
010190         UNTIL END-OF-FILE.
010200     CLOSE JOURNAL-FILE.
010210     PERFORM 8940-END-SECTION THRU 8940-EXIT.
010220 2500-EXIT.
010230     EXIT.
010240
010250 2510-READ-JOURNAL.
010260     READ JOURNAL-FILE
010270         AT END
010280             MOVE 'Y' TO WS-EOF-SWITCH
010290     END-READ.
010300     IF WS-JRN-STATUS NOT = '00' AND WS-JRN-STATUS NOT = '10'
010310         MOVE 'GENJRNL' TO FERR-FILE-NAME
010320         MOVE 'READ' TO FERR-OPERATION
010330         MOVE WS-JRN-STATUS TO FERR-STATUS
010340         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
010350     END-IF.
010360     IF WS-JRN-STATUS NOT = '00'
010370         MOVE 'Y' TO WS-EOF-SWITCH
010380     END-IF.
010390 2510-EXIT.
010400     EXIT.
010410
010420 2520-CHECK-JOURNAL.
010430     PERFORM 2510-READ-JOURNAL THRU 2510-EXIT.
010440     IF END-OF-FILE
010450         GO TO 2520-EXIT
010460     END-IF.
010470     MOVE JR-PERSON-ID TO WS-CHECK-ID.
010480     PERFORM 8100-CHECK-ID THRU 8100-EXIT.
010490     IF NOT ENTRY-FOUND
010500         GO TO 2520-EXIT
010510     END-IF.
010520     IF ERASE-PASS
010530         PERFORM 2530-ERASE-IMAGES THRU 2530-EXIT
010540         REWRITE JOURNAL-RECORD
010550         IF WS-JRN-STATUS NOT = '00'
010560             MOVE 'GENJRNL' TO FERR-FILE-NAME
010570             MOVE 'REWRITE' TO FERR-OPERATION
010580             MOVE WS-JRN-STATUS TO FERR-STATUS
010590             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
010600         END-IF
010610         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
010620     ELSE
010630         PERFORM 2550-PRINT-JOURNAL THRU 2550-EXIT
010640     END-IF.
010650 2520-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690*    2530-ERASE-IMAGES
010700*    A BLANK IMAGE (THE BEFORE IMAGE OF AN ADD, THE AFTER IMAGE
010710*    OF A DELETE) IS LEFT BLANK.
010720******************************************************************
010730 2530-ERASE-IMAGES.
010740     IF JR-BEFORE-IMAGE NOT = SPACES
010750         MOVE JR-BEFORE-IMAGE TO WS-JOURNAL-IMAGE
010760         MOVE WS-ERASED-NAME TO JI-SURNAME
010770         MOVE WS-ERASED-NAME TO JI-GIVEN-NAME
010780         MOVE WS-JOURNAL-IMAGE TO JR-BEFORE-IMAGE
010790     END-IF.
010800     IF JR-AFTER-IMAGE NOT = SPACES
010810         MOVE JR-AFTER-IMAGE TO WS-JOURNAL-IMAGE
010820         MOVE WS-ERASED-NAME TO JI-SURNAME
010830         MOVE WS-ERASED-NAME TO JI-GIVEN-NAME
010840         MOVE WS-JOURNAL-IMAGE TO JR-AFTER-IMAGE
010850     END-IF.
010860 2530-EXIT.
010870     EXIT.
010880
010890 2550-PRINT-JOURNAL.
010900     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
010910     MOVE 'PERSON ID' TO FL-LABEL.
010920     MOVE JR-PERSON-ID TO FL-VALUE.
010930     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
010940     MOVE 'LOGGED ON' TO FL-LABEL.
010950     MOVE JR-LOG-DATE TO FL-VALUE.
010960     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
010970     MOVE 'LOGGED AT' TO FL-LABEL.
010980     MOVE JR-LOG-TIME TO FL-VALUE.
010990     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
011000     MOVE 'PROGRAM' TO FL-LABEL.
011010     MOVE JR-PROGRAM-ID TO FL-VALUE.
011020     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
011030     MOVE 'ACTION' TO FL-LABEL.
011040     EVALUATE TRUE
011050         WHEN JR-ADD-ACTION
011060             MOVE 'ADD' TO FL-VALUE
011070         WHEN JR-CHANGE-ACTION
011080             MOVE 'CHANGE' TO FL-VALUE
011090         WHEN JR-DELETE-ACTION
011100             MOVE 'DELETE' TO FL-VALUE
011110         WHEN JR-ERASE-ACTION
011120             MOVE 'ERASURE' TO FL-VALUE
011130         WHEN OTHER
011140             MOVE JR-ACTION TO FL-VALUE
011150     END-EVALUATE.
011160     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
011170     IF JR-BEFORE-IMAGE NOT = SPACES
011180         MOVE JR-BEFORE-IMAGE TO WS-JOURNAL-IMAGE
011190         MOVE 'BEFORE - SURNAME' TO FL-LABEL
011200         MOVE JI-SURNAME TO FL-VALUE
011210         PERFORM 8900-PRINT-FIELD THRU 8900-EXIT
011220         MOVE '  - GIVEN NAME' TO FL-LABEL
011230         MOVE JI-GIVEN-NAME TO FL-VALUE
011240         PERFORM 8900-PRINT-FIELD THRU 8900-EXIT
011250         MOVE '  - GENDER' TO FL-LABEL
011260         MOVE JI-GENDER TO FL-VALUE
011270         PERFORM 8900-PRINT-FIELD THRU 8900-EXIT
011280     END-IF.
011290     IF JR-AFTER-IMAGE NOT = SPACES
011300         MOVE JR-AFTER-IMAGE TO WS-JOURNAL-IMAGE
011310         MOVE 'AFTER - SURNAME' TO FL-LABEL
011320         MOVE JI-SURNAME TO FL-VALUE
011330         PERFORM 8900-PRINT-FIELD THRU 8900-EXIT
011340         MOVE '  - GIVEN NAME' TO FL-LABEL
011350         MOVE JI-GIVEN-NAME TO FL-VALUE
011360         PERFORM 8900-PRINT-FIELD THRU 8900-EXIT
011370         MOVE '  - GENDER' TO FL-LABEL
011380         MOVE JI-GENDER TO FL-VALUE
011390         PERFORM 8900-PRINT-FIELD THRU 8900-EXIT
011400     END-IF.
011410 2550-EXIT.
011420     EXIT.
011430
011440******************************************************************
011450*    2600-LIST-APPOINTMENTS
011460*    GENAPPT HOLDS NO PERSON ID AND IS KEYED DATE FIRST, SO
011470*    THE WHOLE FILE IS READ AND MATCHED ON THE NAME.  THE
011480*    ERASURE IS 3600 - THE NAME IS PART OF THE KEY.
011490******************************************************************
011500 2600-LIST-APPOINTMENTS.
011510     MOVE 6 TO WS-FILE-SUB.
011520     PERFORM 8920-START-SECTION THRU 8920-EXIT.
011530     IF NOT SUBJECT-NAME-KNOWN
011540         PERFORM 8950-NAME-NOT-KNOWN THRU 8950-EXIT
011550         GO TO 2600-EXIT
011560     END-IF.
011570     OPEN INPUT APPOINTMENT-FILE.
011580     IF WS-AP-STATUS = '35'
011590         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
011600         GO TO 2600-EXIT
011610     END-IF.
011620     IF WS-AP-STATUS NOT = '00'
011630         MOVE 'GENAPPT' TO FERR-FILE-NAME
011640         MOVE 'OPEN' TO FERR-OPERATION
011650         MOVE WS-AP-STATUS TO FERR-STATUS
011660         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
011670     END-IF.
011680     MOVE 'N' TO WS-EOF-SWITCH.
011690     PERFORM 2610-NEXT-APPOINTMENT THRU 2610-EXIT
011700         UNTIL END-OF-FILE.
011710     CLOSE APPOINTMENT-FILE.
011720     PERFORM 8940-END-SECTION THRU 8940-EXIT.
011730 2600-EXIT.
011740     EXIT.
011750
011760 2610-NEXT-APPOINTMENT.
011770     PERFORM 8300-READ-APPOINTMENT THRU 8300-EXIT.
011780     IF END-OF-FILE
011790         GO TO 2610-EXIT
011800     END-IF.
011810     MOVE AP-SURNAME TO WS-CHECK-SURNAME.
011820     MOVE AP-GIVEN-NAME TO WS-CHECK-GIVEN-NAME.
011830     PERFORM 8200-CHECK-NAME THRU 8200-EXIT.
011840     IF ENTRY-FOUND
011850         PERFORM 2650-PRINT-APPOINTMENT THRU 2650-EXIT
011860     END-IF.
011870 2610-EXIT.
011880     EXIT.
011890
011900 2650-PRINT-APPOINTMENT.
011910     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
011920     MOVE 'EXPECTED ON' TO FL-LABEL.
011930     MOVE AP-EXPECT-DATE TO FL-VALUE.
011940     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
011950     MOVE 'SURNAME' TO FL-LABEL.
011960     MOVE AP-SURNAME TO FL-VALUE.
011970     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
011980     MOVE 'GIVEN NAME' TO FL-LABEL.
011990     MOVE AP-GIVEN-NAME TO FL-VALUE.
012000     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
012010     MOVE 'HOST' TO FL-LABEL.
012020     MOVE AP-HOST-NAME TO FL-VALUE.
012030     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
012040     MOVE 'PURPOSE' TO FL-LABEL.
012050     MOVE AP-PURPOSE TO FL-VALUE.
012060     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
012070     MOVE 'STATUS' TO FL-LABEL.
012080     EVALUATE TRUE
012090         WHEN AP-IS-OPEN
012100             MOVE 'OPEN' TO FL-VALUE
012110         WHEN AP-WAS-KEPT
012120             MOVE 'KEPT' TO FL-VALUE
012130         WHEN OTHER
012140             MOVE AP-STATUS TO FL-VALUE
012150     END-EVALUATE.
012160     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
012170 2650-EXIT.
012180     EXIT.
012190
012200******************************************************************
012210*    2700-SCAN-ALERTS
012220*    BARRED-LIST HITS ARE RECORDED BY NAME ONLY.  USED BY BOTH
012230*    PASSES.
012240******************************************************************
012250 2700-SCAN-ALERTS.
012260     MOVE 7 TO WS-FILE-SUB.
012270     PERFORM 8920-START-SECTION THRU 8920-EXIT.
012280     IF NOT SUBJECT-NAME-KNOWN
012290         PERFORM 8950-NAME-NOT-KNOWN THRU 8950-EXIT
012300         GO TO 2700-EXIT
012310     END-IF.
012320     IF ERASE-PASS
012330         OPEN I-O ALERT-FILE
012340     ELSE
012350         OPEN INPUT ALERT-FILE
012360     END-IF.
012370     IF WS-AB-STATUS = '35'
012380         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
012390         GO TO 2700-EXIT
012400     END-IF.
012410     IF WS-AB-STATUS NOT = '00'
012420         MOVE 'GENBALRT' TO FERR-FILE-NAME
012430         MOVE 'OPEN' TO FERR-OPERATION
012440         MOVE WS-AB-STATUS TO FERR-STATUS
012450         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
012460     END-IF.
012470     MOVE 'N' TO WS-EOF-SWITCH.
012480     PERFORM 2720-CHECK-ALERT THRU 2720-EXIT
012490         UNTIL END-OF-FILE.
012500     CLOSE ALERT-FILE.
012510     PERFORM 8940-END-SECTION THRU 8940-EXIT.
012520 2700-EXIT.
012530     EXIT.
012540
012550 2710-READ-ALERT.
012560     READ ALERT-FILE
012570         AT END
012580             MOVE 'Y' TO WS-EOF-SWITCH
012590     END-READ.
012600     IF WS-AB-STATUS NOT = '00' AND WS-AB-STATUS NOT = '10'
012610         MOVE 'GENBALRT' TO FERR-FILE-NAME
012620         MOVE 'READ' TO FERR-OPERATION
012630         MOVE WS-AB-STATUS TO FERR-STATUS
012640         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
012650     END-IF.
012660     IF WS-AB-STATUS NOT = '00'
012670         MOVE 'Y' TO WS-EOF-SWITCH
012680     END-IF.
012690 2710-EXIT.
012700     EXIT.
012710
012720 2720-CHECK-ALERT.
012730     PERFORM 2710-READ-ALERT THRU 2710-EXIT.
012740     IF END-OF-FILE
012750         GO TO 2720-EXIT
012760     END-IF.
012770     MOVE AB-SURNAME TO WS-CHECK-SURNAME.
012780     MOVE AB-GIVEN-NAME TO WS-CHECK-GIVEN-NAME.
012790     PERFORM 8200-CHECK-NAME THRU 8200-EXIT.
012800     IF NOT ENTRY-FOUND
012810         GO TO 2720-EXIT
012820     END-IF.
012830     IF ERASE-PASS
012840         MOVE WS-ERASED-NAME TO AB-SURNAME
012850         MOVE WS-ERASED-NAME TO AB-GIVEN-NAME
012860         REWRITE BARRED-ALERT-RECORD
012870         IF WS-AB-STATUS NOT = '00'
012880             MOVE 'GENBALRT' TO FERR-FILE-NAME
012890             MOVE 'REWRITE' TO FERR-OPERATION
012900             MOVE WS-AB-STATUS TO FERR-STATUS
012910             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
012920         END-IF
012930         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
012940     ELSE
012950         PERFORM 2750-PRINT-ALERT THRU 2750-EXIT
012960     END-IF.
012970 2720-EXIT.
012980     EXIT.
012990
013000 2750-PRINT-ALERT.
013010     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
013020     MOVE 'ALERT DATE' TO FL-LABEL.
013030     MOVE AB-ALERT-DATE TO FL-VALUE.
013040     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013050     MOVE 'ALERT TIME' TO FL-LABEL.
013060     MOVE AB-ALERT-TIME TO FL-VALUE.
013070     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013080     MOVE 'SURNAME' TO FL-LABEL.
013090     MOVE AB-SURNAME TO FL-VALUE.
013100     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013110     MOVE 'GIVEN NAME' TO FL-LABEL.
013120     MOVE AB-GIVEN-NAME TO FL-VALUE.
013130     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013140     MOVE 'LOCATION' TO FL-LABEL.
013150     MOVE AB-LOCATION TO FL-VALUE.
013160     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013170     MOVE 'DESK USER' TO FL-LABEL.
013180     MOVE AB-USER-ID TO FL-VALUE.
013190     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013200     MOVE 'BAR REASON CODE' TO FL-LABEL.
013210     MOVE AB-REASON-CODE TO FL-VALUE.
013220     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013230     MOVE 'RAISED BY' TO FL-LABEL.
013240     EVALUATE TRUE
013250         WHEN AB-INTERACTIVE-HIT
013260             MOVE 'DESK SIGN-IN' TO FL-VALUE
013270         WHEN AB-BATCH-HIT
013280             MOVE 'BATCH LOAD' TO FL-VALUE
013290         WHEN OTHER
013300             MOVE AB-SOURCE TO FL-VALUE
013310     END-EVALUATE.
013320     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
013330 2750-EXIT.
013340     EXIT.
013350
013360******************************************************************
013370*    2800-SCAN-HR-HISTORY
013380*    EVERY TRANSMISSION GENXTR01 HAS SENT, HEADER, DETAILS AND
013390*    TRAILER IN TURN.  THE HEADER GIVES THE EXTRACT DATE FOR THE
013400*    DETAILS BEHIND IT.  USED BY BOTH PASSES.
013410******************************************************************
013420 2800-SCAN-HR-HISTORY.
013430     MOVE 8 TO WS-FILE-SUB.
013440     PERFORM 8920-START-SECTION THRU 8920-EXIT.
013450     IF ERASE-PASS
013460         OPEN I-O HR-HISTORY-FILE
013470     ELSE
013480         OPEN INPUT HR-HISTORY-FILE
013490     END-IF.
013500     IF WS-HH-STATUS = '35'
013510         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
013520         GO TO 2800-EXIT
013530     END-IF.
013540     IF WS-HH-STATUS NOT = '00'
013550         MOVE 'GENHRHST' TO FERR-FILE-NAME
013560         MOVE 'OPEN' TO FERR-OPERATION
013570         MOVE WS-HH-STATUS TO FERR-STATUS
013580         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
013590     END-IF.
013600     MOVE ZERO TO WS-HR-RUN-DATE.
013610     MOVE 'N' TO WS-EOF-SWITCH.
013620     PERFORM 2820-CHECK-HR-HISTORY THRU 2820-EXIT
013630         UNTIL END-OF-FILE.
013640     CLOSE HR-HISTORY-FILE.
013650     PERFORM 8940-END-SECTION THRU 8940-EXIT.
013660 2800-EXIT.
013670     EXIT.
013680
013690 2810-READ-HR-HISTORY.
013700     READ HR-HISTORY-FILE
013710         AT END
013720             MOVE 'Y' TO WS-EOF-SWITCH
013730     END-READ.
013740     IF WS-HH-STATUS NOT = '00' AND WS-HH-STATUS NOT = '10'
013750         MOVE 'GENHRHST' TO FERR-FILE-NAME
013760         MOVE 'READ' TO FERR-OPERATION
013770         MOVE WS-HH-STATUS TO FERR-STATUS
013780         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
013790     END-IF.
013800     IF WS-HH-STATUS NOT = '00'
013810         MOVE 'Y' TO WS-EOF-SWITCH
013820     END-IF.
013830 2810-EXIT.
013840     EXIT.
013850
013860 2820-CHECK-HR-HISTORY.
013870     PERFORM 2810-READ-HR-HISTORY THRU 2810-EXIT.
013880     IF END-OF-FILE
013890         GO TO 2820-EXIT
013900     END-IF.
013910     IF HR-HISTORY-RECORD(1:1) = 'H'
013920         MOVE HR-HISTORY-RECORD TO HR-HEADER-RECORD
013930         MOVE HH-RUN-DATE TO WS-HR-RUN-DATE
013940         GO TO 2820-EXIT
013950     END-IF.
013960     IF HR-HISTORY-RECORD(1:1) NOT = 'D'
013970         GO TO 2820-EXIT
013980     END-IF.
013990     MOVE HR-HISTORY-RECORD TO HR-DETAIL-RECORD.
014000     MOVE HD-PERSON-ID TO WS-CHECK-ID.
014010     PERFORM 8100-CHECK-ID THRU 8100-EXIT.
014020     IF NOT ENTRY-FOUND
014030         GO TO 2820-EXIT
014040     END-IF.
014050     IF ERASE-PASS
014060         MOVE WS-ERASED-NAME TO HD-SURNAME
014070         MOVE WS-ERASED-NAME TO HD-GIVEN-NAME
014080         REWRITE HR-HISTORY-RECORD FROM HR-DETAIL-RECORD
014090         IF WS-HH-STATUS NOT = '00'
014100             MOVE 'GENHRHST' TO FERR-FILE-NAME
014110             MOVE 'REWRITE' TO FERR-OPERATION
014120             MOVE WS-HH-STATUS TO FERR-STATUS
014130             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014140         END-IF
014150         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
014160     ELSE
014170         PERFORM 2850-PRINT-HR-DETAIL THRU 2850-EXIT
014180     END-IF.
014190 2820-EXIT.
014200     EXIT.
014210
014220 2850-PRINT-HR-DETAIL.
014230     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
014240     MOVE 'SENT TO HR FOR' TO FL-LABEL.
014250     MOVE WS-HR-RUN-DATE TO FL-VALUE.
014260     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
014270     MOVE 'PERSON ID' TO FL-LABEL.
014280     MOVE HD-PERSON-ID TO FL-VALUE.
014290     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
014300     MOVE 'SURNAME' TO FL-LABEL.
014310     MOVE HD-SURNAME TO FL-VALUE.
014320     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
014330     MOVE 'GIVEN NAME' TO FL-LABEL.
014340     MOVE HD-GIVEN-NAME TO FL-VALUE.
014350     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
014360     MOVE 'GENDER' TO FL-LABEL.
014370     MOVE HD-GENDER TO FL-VALUE.
014380     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
014390     MOVE 'DATE ENTERED' TO FL-LABEL.
014400     MOVE HD-DATE-ENTERED TO FL-VALUE.
014410     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
014420 2850-EXIT.
014430     EXIT.
014440
014450******************************************************************
014460*    2900-LIST-BARS
014470*    GENBARRD IS KEYED ON THE NAME.  A BAR WITH NO EXPIRY, OR
014480*    ONE EXPIRING TODAY OR LATER, IS A LEGAL HOLD ON THE WHOLE
014490*    SUBJECT.  DISCLOSURE ONLY - THIS FILE IS NEVER ERASED.
014500******************************************************************
014510 2900-LIST-BARS.
014520     MOVE 9 TO WS-FILE-SUB.
014530     PERFORM 8920-START-SECTION THRU 8920-EXIT.
014540     IF NOT SUBJECT-NAME-KNOWN
014550         PERFORM 8950-NAME-NOT-KNOWN THRU 8950-EXIT
014560         GO TO 2900-EXIT
014570     END-IF.
014580     OPEN INPUT BARRED-FILE.
014590     IF WS-BP-STATUS = '35'
014600         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
014610         GO TO 2900-EXIT
014620     END-IF.
014630     IF WS-BP-STATUS NOT = '00'
014640         MOVE 'GENBARRD' TO FERR-FILE-NAME
014650         MOVE 'OPEN' TO FERR-OPERATION
014660         MOVE WS-BP-STATUS TO FERR-STATUS
014670         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014680     END-IF.
014690     MOVE WS-SUBJECT-SURNAME TO BP-SURNAME.
014700     MOVE WS-SUBJECT-GIVEN-NAME TO BP-GIVEN-NAME.
014710     MOVE ZERO TO BP-EFFECT-DATE.
014720     MOVE 'N' TO WS-EOF-SWITCH.
014730     START BARRED-FILE KEY IS NOT LESS THAN BP-KEY
014740         INVALID KEY
014750             MOVE 'Y' TO WS-EOF-SWITCH
014760     END-START.
014770     PERFORM 2910-NEXT-BAR THRU 2910-EXIT
014780         UNTIL END-OF-FILE.
014790     CLOSE BARRED-FILE.
014800     PERFORM 8940-END-SECTION THRU 8940-EXIT.
014810 2900-EXIT.
014820     EXIT.
014830
014840 2910-NEXT-BAR.
014850     READ BARRED-FILE NEXT RECORD
014860         AT END
014870             MOVE 'Y' TO WS-EOF-SWITCH
014880     END-READ.
014890     IF WS-BP-STATUS NOT = '00' AND WS-BP-STATUS NOT = '10'
014900         MOVE 'GENBARRD' TO FERR-FILE-NAME
014910         MOVE 'READ' TO FERR-OPERATION
014920         MOVE WS-BP-STATUS TO FERR-STATUS
014930         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014940     END-IF.
014950     IF WS-BP-STATUS NOT = '00'
014960         MOVE 'Y' TO WS-EOF-SWITCH
014970         GO TO 2910-EXIT
014980     END-IF.
014990     IF BP-SURNAME NOT = WS-SUBJECT-SURNAME
015000         OR BP-GIVEN-NAME NOT = WS-SUBJECT-GIVEN-NAME
015010         MOVE 'Y' TO WS-EOF-SWITCH
015020         GO TO 2910-EXIT
015030     END-IF.
015040     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
015050     MOVE 'SURNAME' TO FL-LABEL.
015060     MOVE BP-SURNAME TO FL-VALUE.
015070     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015080     MOVE 'GIVEN NAME' TO FL-LABEL.
015090     MOVE BP-GIVEN-NAME TO FL-VALUE.
015100     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015110     MOVE 'EFFECTIVE' TO FL-LABEL.
015120     MOVE BP-EFFECT-DATE TO FL-VALUE.
015130     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015140     MOVE 'EXPIRES' TO FL-LABEL.
015150     MOVE BP-EXPIRE-DATE TO FL-VALUE.
015160     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015170     MOVE 'REASON CODE' TO FL-LABEL.
015180     MOVE BP-REASON-CODE TO FL-VALUE.
015190     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015200     MOVE 'AUTHORIZED BY' TO FL-LABEL.
015210     MOVE BP-AUTH-BY TO FL-VALUE.
015220     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015230     MOVE 'STATUS' TO FL-LABEL.
015240     IF BP-EXPIRE-DATE = ZERO
015250         OR BP-EXPIRE-DATE NOT < WS-CURRENT-DATE
015260         MOVE 'Y' TO WS-HOLD-SWITCH
015270         MOVE 'IN FORCE - LEGAL HOLD' TO FL-VALUE
015280     ELSE
015290         MOVE 'EXPIRED' TO FL-VALUE
015300     END-IF.
015310     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015320 2910-EXIT.
015330     EXIT.
015340
015341******************************************************************
015342*    2920-SCAN-ARRIVALS
015343*    HOST ARRIVAL NOTICES WAITING FOR THE PAGING/EMAIL GATEWAY.
015344*    EVERY ONE CARRIES THE VISITOR'S PERSON ID.  USED BY BOTH
015345*    PASSES.
015346******************************************************************
015347 2920-SCAN-ARRIVALS.
015348     MOVE 13 TO WS-FILE-SUB.
015349     PERFORM 8920-START-SECTION THRU 8920-EXIT.
015350     IF ERASE-PASS
015351         OPEN I-O ARRIVAL-NOTICE-FILE
015352     ELSE
015353         OPEN INPUT ARRIVAL-NOTICE-FILE
015354     END-IF.
015355     IF WS-AN-STATUS = '35'
015356         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
015357         GO TO 2920-EXIT
015358     END-IF.
015359     IF WS-AN-STATUS NOT = '00'
015360         MOVE 'GENARRV' TO FERR-FILE-NAME
015361         MOVE 'OPEN' TO FERR-OPERATION
015362         MOVE WS-AN-STATUS TO FERR-STATUS
015363         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015364     END-IF.
015365     MOVE 'N' TO WS-EOF-SWITCH.
015366     PERFORM 2924-CHECK-ARRIVAL THRU 2924-EXIT
015367         UNTIL END-OF-FILE.
015368     CLOSE ARRIVAL-NOTICE-FILE.
015369     PERFORM 8940-END-SECTION THRU 8940-EXIT.
015370 2920-EXIT.
015371     EXIT.
015372
015373 2922-READ-ARRIVAL.
015374     READ ARRIVAL-NOTICE-FILE
015375         AT END
015376             MOVE 'Y' TO WS-EOF-SWITCH
015377     END-READ.
015378     IF WS-AN-STATUS NOT = '00' AND WS-AN-STATUS NOT = '10'
015379         MOVE 'GENARRV' TO FERR-FILE-NAME
015380         MOVE 'READ' TO FERR-OPERATION
015381         MOVE WS-AN-STATUS TO FERR-STATUS
015382         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015383     END-IF.
015384     IF WS-AN-STATUS NOT = '00'
015385         MOVE 'Y' TO WS-EOF-SWITCH
015386     END-IF.
015387 2922-EXIT.
015388     EXIT.
015389
015390 2924-CHECK-ARRIVAL.
015391     PERFORM 2922-READ-ARRIVAL THRU 2922-EXIT.
015392     IF END-OF-FILE
015393         GO TO 2924-EXIT
015394     END-IF.
015395     MOVE AN-PERSON-ID TO WS-CHECK-ID.
015396     PERFORM 8100-CHECK-ID THRU 8100-EXIT.
015397     IF NOT ENTRY-FOUND
015398         GO TO 2924-EXIT
015399     END-IF.
015400     IF ERASE-PASS
015401         MOVE WS-ERASED-NAME TO AN-SURNAME
015402         MOVE WS-ERASED-NAME TO AN-GIVEN-NAME
015403         REWRITE ARRIVAL-NOTICE-RECORD
015404         IF WS-AN-STATUS NOT = '00'
015405             MOVE 'GENARRV' TO FERR-FILE-NAME
015406             MOVE 'REWRITE' TO FERR-OPERATION
015407             MOVE WS-AN-STATUS TO FERR-STATUS
015408             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015409         END-IF
015410         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
015411     ELSE
015412         PERFORM 2926-PRINT-ARRIVAL THRU 2926-EXIT
015413     END-IF.
015414 2924-EXIT.
015415     EXIT.
015416
015417 2926-PRINT-ARRIVAL.
015418     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
015419     MOVE 'NOTICE DATE' TO FL-LABEL.
015420     MOVE AN-NOTICE-DATE TO FL-VALUE.
015421     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015422     MOVE 'NOTICE TIME' TO FL-LABEL.
015423     MOVE AN-NOTICE-TIME TO FL-VALUE.
015424     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015425     MOVE 'HOST' TO FL-LABEL.
015426     MOVE AN-HOST-NAME TO FL-VALUE.
015427     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015428     MOVE 'HOST EXTENSION' TO FL-LABEL.
015429     MOVE AN-HOST-EXTENSION TO FL-VALUE.
015430     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015431     MOVE 'HOST DEPARTMENT' TO FL-LABEL.
015432     MOVE AN-HOST-DEPARTMENT TO FL-VALUE.
015433     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015434     MOVE 'LOCATION' TO FL-LABEL.
015435     MOVE AN-VISIT-LOCATION TO FL-VALUE.
015436     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015437     MOVE 'PERSON ID' TO FL-LABEL.
015438     MOVE AN-PERSON-ID TO FL-VALUE.
015439     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015440     MOVE 'SURNAME' TO FL-LABEL.
015441     MOVE AN-SURNAME TO FL-VALUE.
015442     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015443     MOVE 'GIVEN NAME' TO FL-LABEL.
015444     MOVE AN-GIVEN-NAME TO FL-VALUE.
015445     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015446 2926-EXIT.
015447     EXIT.
015448
015449******************************************************************
015450*    2930-LIST-FEED-REJECTS
015451*    BARRED-LIST FEED ENTRIES GENBFD01 REJECTED LAST NIGHT, HELD
015452*    FOR SECURITY TO CORRECT AND RESEND.  THE FEED CARRIES NO
015453*    PERSON ID, SO THE MATCH IS ON THE NAME.  LISTED ONLY - LIKE
015454*    GENBARRD THE FILE IS SECURITY'S, AND GENBFD01 REPLACES IT
015455*    ON ITS NEXT RUN.
015456******************************************************************
015457 2930-LIST-FEED-REJECTS.
015458     MOVE 14 TO WS-FILE-SUB.
015459     PERFORM 8920-START-SECTION THRU 8920-EXIT.
015460     IF NOT SUBJECT-NAME-KNOWN
015461         PERFORM 8950-NAME-NOT-KNOWN THRU 8950-EXIT
015462         GO TO 2930-EXIT
015463     END-IF.
015464     OPEN INPUT FEED-REJECT-FILE.
015465     IF WS-FR-STATUS = '35'
015466         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
015467         GO TO 2930-EXIT
015468     END-IF.
015469     IF WS-FR-STATUS NOT = '00'
015470         MOVE 'GENBFREJ' TO FERR-FILE-NAME
015471         MOVE 'OPEN' TO FERR-OPERATION
015472         MOVE WS-FR-STATUS TO FERR-STATUS
015473         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015474     END-IF.
015475     MOVE 'N' TO WS-EOF-SWITCH.
015476     PERFORM 2934-CHECK-FEED-REJECT THRU 2934-EXIT
015477         UNTIL END-OF-FILE.
015478     CLOSE FEED-REJECT-FILE.
015479     PERFORM 8940-END-SECTION THRU 8940-EXIT.
015480 2930-EXIT.
015481     EXIT.
015482
015483 2932-READ-FEED-REJECT.
015484     READ FEED-REJECT-FILE
015485         AT END
015486             MOVE 'Y' TO WS-EOF-SWITCH
015487     END-READ.
015488     IF WS-FR-STATUS NOT = '00' AND WS-FR-STATUS NOT = '10'
015489         MOVE 'GENBFREJ' TO FERR-FILE-NAME
015490         MOVE 'READ' TO FERR-OPERATION
015491         MOVE WS-FR-STATUS TO FERR-STATUS
015492         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015493     END-IF.
015494     IF WS-FR-STATUS NOT = '00'
015495         MOVE 'Y' TO WS-EOF-SWITCH
015496     END-IF.
015497 2932-EXIT.
015498     EXIT.
015499
015500 2934-CHECK-FEED-REJECT.
015501     PERFORM 2932-READ-FEED-REJECT THRU 2932-EXIT.
015502     IF END-OF-FILE
015503         GO TO 2934-EXIT
015504     END-IF.
015505     MOVE FR-FEED-DATA TO BARRED-FEED-RECORD.
015506     MOVE BF-SURNAME TO WS-CHECK-SURNAME.
015507     MOVE BF-GIVEN-NAME TO WS-CHECK-GIVEN-NAME.
015508     PERFORM 8200-CHECK-NAME THRU 8200-EXIT.
015509     IF ENTRY-FOUND
015510         PERFORM 2936-PRINT-FEED-REJECT THRU 2936-EXIT
015511     END-IF.
015512 2934-EXIT.
015513     EXIT.
015514
015515 2936-PRINT-FEED-REJECT.
015516     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
015517     MOVE 'FEED ACTION' TO FL-LABEL.
015518     MOVE BF-ACTION-CODE TO FL-VALUE.
015519     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015520     MOVE 'SURNAME' TO FL-LABEL.
015521     MOVE BF-SURNAME TO FL-VALUE.
015522     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015523     MOVE 'GIVEN NAME' TO FL-LABEL.
015524     MOVE BF-GIVEN-NAME TO FL-VALUE.
015525     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015526     MOVE 'EFFECTIVE' TO FL-LABEL.
015527     MOVE BF-EFFECT-DATE TO FL-VALUE.
015528     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015529     MOVE 'EXPIRES' TO FL-LABEL.
015530     MOVE BF-EXPIRE-DATE TO FL-VALUE.
015531     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015532     MOVE 'BAR REASON CODE' TO FL-LABEL.
015533     MOVE BF-REASON-CODE TO FL-VALUE.
015534     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015535     MOVE 'AUTHORIZED BY' TO FL-LABEL.
015536     MOVE BF-AUTH-BY TO FL-VALUE.
015537     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015538     MOVE 'CASE REFERENCE' TO FL-LABEL.
015539     MOVE BF-CASE-REF TO FL-VALUE.
015540     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015541     MOVE 'REJECT REASON CODE' TO FL-LABEL.
015542     MOVE FR-REASON-CODE TO FL-VALUE.
015543     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
015544 2936-EXIT.
015545     EXIT.
015546
015547******************************************************************
015548*    2950-SCAN-PARTIES
015549*    GROUP SIGN-INS FROM THE DESK.  A MEMBER'S OWN NAME GOES
015550*    WITH THEIR PERSON ID; THE LEAD'S NAME IS CARRIED ON EVERY
015551*    MEMBER OF THE PARTY AND MATCHES ON THE NAME.  USED BY BOTH
015552*    PASSES.
015553******************************************************************
015554 2950-SCAN-PARTIES.
015555     MOVE 10 TO WS-FILE-SUB.
015556     PERFORM 8920-START-SECTION THRU 8920-EXIT.
015557     IF ERASE-PASS
015558         OPEN I-O PARTY-FILE
015559     ELSE
015560         OPEN INPUT PARTY-FILE
015561     END-IF.
015562     IF WS-PY-STATUS = '35'
015563         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
015564         GO TO 2950-EXIT
015565     END-IF.
015566     IF WS-PY-STATUS NOT = '00'
015567         MOVE 'GENPARTY' TO FERR-FILE-NAME
015568         MOVE 'OPEN' TO FERR-OPERATION
015570         MOVE WS-PY-STATUS TO FERR-STATUS
015580         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015590     END-IF.
015600     MOVE 'N' TO WS-EOF-SWITCH.
015610     PERFORM 2970-CHECK-PARTY THRU 2970-EXIT
015620         UNTIL END-OF-FILE.
015630     CLOSE PARTY-FILE.
015640     PERFORM 8940-END-SECTION THRU 8940-EXIT.
015650 2950-EXIT.
015660     EXIT.
015670
015680 2960-READ-PARTY.
015690     READ PARTY-FILE NEXT RECORD
015700         AT END
015710             MOVE 'Y' TO WS-EOF-SWITCH
015720     END-READ.
015730     IF WS-PY-STATUS NOT = '00' AND WS-PY-STATUS NOT = '10'
015740         MOVE 'GENPARTY' TO FERR-FILE-NAME
015750         MOVE 'READ' TO FERR-OPERATION
015760         MOVE WS-PY-STATUS TO FERR-STATUS
015770         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015780     END-IF.
015790     IF WS-PY-STATUS NOT = '00'
015800         MOVE 'Y' TO WS-EOF-SWITCH
015810     END-IF.
015820 2960-EXIT.
015830     EXIT.
015840
015850 2970-CHECK-PARTY.
015860     PERFORM 2960-READ-PARTY THRU 2960-EXIT.
015870     IF END-OF-FILE
015880         GO TO 2970-EXIT
015890     END-IF.
015900     MOVE PY-PERSON-ID TO WS-CHECK-ID.
015910     PERFORM 8100-CHECK-ID THRU 8100-EXIT.
015920     MOVE WS-FOUND-SWITCH TO WS-MEMBER-MATCH-SWITCH.
015930     MOVE PY-LEAD-SURNAME TO WS-CHECK-SURNAME.
015940     MOVE PY-LEAD-GIVEN-NAME TO WS-CHECK-GIVEN-NAME.
015950     PERFORM 8200-CHECK-NAME THRU 8200-EXIT.
015960     MOVE WS-FOUND-SWITCH TO WS-LEAD-MATCH-SWITCH.
015970     IF NOT PARTY-MEMBER-MATCHED AND NOT PARTY-LEAD-MATCHED
015980         GO TO 2970-EXIT
015990     END-IF.
016000     IF NOT ERASE-PASS
016010         PERFORM 2980-PRINT-PARTY THRU 2980-EXIT
016020         GO TO 2970-EXIT
016030     END-IF.
016040     IF PARTY-MEMBER-MATCHED
016050         MOVE WS-ERASED-NAME TO PY-SURNAME
016060         MOVE WS-ERASED-NAME TO PY-GIVEN-NAME
016070     END-IF.
016080     IF PARTY-LEAD-MATCHED
016090         MOVE WS-ERASED-NAME TO PY-LEAD-SURNAME
016100         MOVE WS-ERASED-NAME TO PY-LEAD-GIVEN-NAME
016110     END-IF.
016120     REWRITE PARTY-MEMBER-RECORD.
016130     IF WS-PY-STATUS NOT = '00'
016140         MOVE 'GENPARTY' TO FERR-FILE-NAME
016150         MOVE 'REWRITE' TO FERR-OPERATION
016160         MOVE WS-PY-STATUS TO FERR-STATUS
016170         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
016180     END-IF.
016190     PERFORM 8960-COUNT-ERASED THRU 8960-EXIT.
016200 2970-EXIT.
016210     EXIT.
016220
016230 2980-PRINT-PARTY.
016240     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
016250     MOVE 'PARTY REFERENCE' TO FL-LABEL.
016260     MOVE PY-PARTY-REF TO FL-VALUE.
016270     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016280     MOVE 'PERSON ID' TO FL-LABEL.
016290     MOVE PY-PERSON-ID TO FL-VALUE.
016300     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016310     MOVE 'DATE IN' TO FL-LABEL.
016320     MOVE PY-DATE-IN TO FL-VALUE.
016330     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016340     MOVE 'TIME IN' TO FL-LABEL.
016350     MOVE PY-TIME-IN TO FL-VALUE.
016360     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016370     MOVE 'LOCATION' TO FL-LABEL.
016380     MOVE PY-LOCATION TO FL-VALUE.
016390     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016400     MOVE 'SURNAME' TO FL-LABEL.
016410     MOVE PY-SURNAME TO FL-VALUE.
016420     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016430     MOVE 'GIVEN NAME' TO FL-LABEL.
016440     MOVE PY-GIVEN-NAME TO FL-VALUE.
016450     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016460     MOVE 'ROLE' TO FL-LABEL.
016470     IF PY-PARTY-LEAD
016480         MOVE 'PARTY LEAD' TO FL-VALUE
016490     ELSE
016500         MOVE 'PARTY MEMBER' TO FL-VALUE
016510     END-IF.
016520     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016530     MOVE 'LEAD SURNAME' TO FL-LABEL.
016540     MOVE PY-LEAD-SURNAME TO FL-VALUE.
016550     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016560     MOVE 'LEAD GIVEN NAME' TO FL-LABEL.
016570     MOVE PY-LEAD-GIVEN-NAME TO FL-VALUE.
016580     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
016590 2980-EXIT.
016600     EXIT.
016610
016620******************************************************************
016630*    2990-SCAN-OCC-EXCEPTIONS
016640*    OCCUPANCY-LIMIT WARNINGS RAISED AT THE DESK, EACH NAMING
016650*    THE PERSON WHOSE SIGN-IN REACHED THE LIMIT.  EVERY ONE
016660*    CARRIES THE PERSON ID.  USED BY BOTH PASSES.
016670******************************************************************
016680 2990-SCAN-OCC-EXCEPTIONS.
016690     MOVE 11 TO WS-FILE-SUB.
016700     PERFORM 8920-START-SECTION THRU 8920-EXIT.
016710     IF ERASE-PASS
016720         OPEN I-O OCCUPANCY-EXCEPTION-FILE
016730     ELSE
016740         OPEN INPUT OCCUPANCY-EXCEPTION-FILE
016750     END-IF.
016760     IF WS-OX-STATUS = '35'
016770         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
016780         GO TO 2990-EXIT
016790     END-IF.
016800     IF WS-OX-STATUS NOT = '00'
016810         MOVE 'GENOCCX' TO FERR-FILE-NAME
016820         MOVE 'OPEN' TO FERR-OPERATION
016830         MOVE WS-OX-STATUS TO FERR-STATUS
016840         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
016850     END-IF.
016860     MOVE 'N' TO WS-EOF-SWITCH.
016870     PERFORM 2994-CHECK-OCC-EXCEPTION THRU 2994-EXIT
016880         UNTIL END-OF-FILE.
016890     CLOSE OCCUPANCY-EXCEPTION-FILE.
016900     PERFORM 8940-END-SECTION THRU 8940-EXIT.
016910 2990-EXIT.
016920     EXIT.
016930
016940 2992-READ-OCC-EXCEPTION.
016950     READ OCCUPANCY-EXCEPTION-FILE
016960         AT END
016970             MOVE 'Y' TO WS-EOF-SWITCH
016980     END-READ.
016990     IF WS-OX-STATUS NOT = '00' AND WS-OX-STATUS NOT = '10'
017000         MOVE 'GENOCCX' TO FERR-FILE-NAME
017010         MOVE 'READ' TO FERR-OPERATION
017020         MOVE WS-OX-STATUS TO FERR-STATUS
017030         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
017040     END-IF.
017050     IF WS-OX-STATUS NOT = '00'
017060         MOVE 'Y' TO WS-EOF-SWITCH
017070     END-IF.
017080 2992-EXIT.
017090     EXIT.
017100
017110 2994-CHECK-OCC-EXCEPTION.
017120     PERFORM 2992-READ-OCC-EXCEPTION THRU 2992-EXIT.
017130     IF END-OF-FILE
017140         GO TO 2994-EXIT
017150     END-IF.
017160     MOVE OX-PERSON-ID TO WS-CHECK-ID.
017170     PERFORM 8100-CHECK-ID THRU 8100-EXIT.
017180     IF NOT ENTRY-FOUND
017190         GO TO 2994-EXIT
017200     END-IF.
017210     IF ERASE-PASS
017220         MOVE WS-ERASED-NAME TO OX-SURNAME
017230         MOVE WS-ERASED-NAME TO OX-GIVEN-NAME
017240         REWRITE OCCUPANCY-EXCEPTION-RECORD
017250         IF WS-OX-STATUS NOT = '00'
017260             MOVE 'GENOCCX' TO FERR-FILE-NAME
017270             MOVE 'REWRITE' TO FERR-OPERATION
017280             MOVE WS-OX-STATUS TO FERR-STATUS
017290             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
017300         END-IF
017310         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
017320     ELSE
017330         PERFORM 2996-PRINT-OCC-EXCEPTION THRU 2996-EXIT
017340     END-IF.
017350 2994-EXIT.
017360     EXIT.
017370
017380 2996-PRINT-OCC-EXCEPTION.
017390     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
017400     MOVE 'EXCEPTION DATE' TO FL-LABEL.
017410     MOVE OX-EXCEPTION-DATE TO FL-VALUE.
017420     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017430     MOVE 'EXCEPTION TIME' TO FL-LABEL.
017440     MOVE OX-EXCEPTION-TIME TO FL-VALUE.
017450     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017460     MOVE 'LOCATION' TO FL-LABEL.
017470     MOVE OX-LOCATION TO FL-VALUE.
017480     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017490     MOVE 'PERSON ID' TO FL-LABEL.
017500     MOVE OX-PERSON-ID TO FL-VALUE.
017510     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017520     MOVE 'SURNAME' TO FL-LABEL.
017530     MOVE OX-SURNAME TO FL-VALUE.
017540     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017550     MOVE 'GIVEN NAME' TO FL-LABEL.
017560     MOVE OX-GIVEN-NAME TO FL-VALUE.
017570     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017580     MOVE 'DESK USER' TO FL-LABEL.
017590     MOVE OX-USER-ID TO FL-VALUE.
017600     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017610     MOVE 'RAISED BY' TO FL-LABEL.
017620     EVALUATE TRUE
017630         WHEN OX-INTERACTIVE-ENTRY
017640             MOVE 'DESK SIGN-IN' TO FL-VALUE
017650         WHEN OX-BATCH-ENTRY
017660             MOVE 'BATCH LOAD' TO FL-VALUE
017670         WHEN OTHER
017680             MOVE OX-SOURCE TO FL-VALUE
017690     END-EVALUATE.
017700     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
017710 2996-EXIT.
017720     EXIT.
017730
017740******************************************************************
017750*    2997-SCAN-MUSTER
017760*    EVERY CAPTURE A WARDEN HAS KEYED AT AN ASSEMBLY POINT.  A
017770*    CAPTURE TAKEN ON A NAME ONLY HAS PERSON ID ZERO AND IS
017780*    MATCHED ON THE NAME.  USED BY BOTH PASSES.
017790******************************************************************
017800 2997-SCAN-MUSTER.
017810     MOVE 12 TO WS-FILE-SUB.
017820     PERFORM 8920-START-SECTION THRU 8920-EXIT.
017830     IF ERASE-PASS
017840         OPEN I-O MUSTER-FILE
017850     ELSE
017860         OPEN INPUT MUSTER-FILE
017870     END-IF.
017880     IF WS-MU-STATUS = '35'
017890         PERFORM 8930-FILE-NOT-AVAILABLE THRU 8930-EXIT
017900         GO TO 2997-EXIT
017910     END-IF.
017920     IF WS-MU-STATUS NOT = '00'
017930         MOVE 'GENMUSTR' TO FERR-FILE-NAME
017940         MOVE 'OPEN' TO FERR-OPERATION
017950         MOVE WS-MU-STATUS TO FERR-STATUS
017960         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
017970     END-IF.
017980     MOVE 'N' TO WS-EOF-SWITCH.
017990     PERFORM 2998-CHECK-MUSTER THRU 2998-EXIT
018000         UNTIL END-OF-FILE.
018010     CLOSE MUSTER-FILE.
018020     PERFORM 8940-END-SECTION THRU 8940-EXIT.
018030 2997-EXIT.
018040     EXIT.
018050
018060 2998-CHECK-MUSTER.
018070     PERFORM 8310-READ-MUSTER THRU 8310-EXIT.
018080     IF END-OF-FILE
018090         GO TO 2998-EXIT
018100     END-IF.
018110     IF MU-PERSON-ID NOT NUMERIC OR MU-PERSON-ID = ZERO
018120         MOVE MU-SURNAME TO WS-CHECK-SURNAME
018130         MOVE MU-GIVEN-NAME TO WS-CHECK-GIVEN-NAME
018140         PERFORM 8200-CHECK-NAME THRU 8200-EXIT
018150     ELSE
018160         MOVE MU-PERSON-ID TO WS-CHECK-ID
018170         PERFORM 8100-CHECK-ID THRU 8100-EXIT
018180     END-IF.
018190     IF NOT ENTRY-FOUND
018200         GO TO 2998-EXIT
018210     END-IF.
018220     IF ERASE-PASS
018230         MOVE WS-ERASED-NAME TO MU-SURNAME
018240         MOVE WS-ERASED-NAME TO MU-GIVEN-NAME
018250         REWRITE MUSTER-RECORD
018260         IF WS-MU-STATUS NOT = '00'
018270             MOVE 'GENMUSTR' TO FERR-FILE-NAME
018280             MOVE 'REWRITE' TO FERR-OPERATION
018290             MOVE WS-MU-STATUS TO FERR-STATUS
018300             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
018310         END-IF
018320         PERFORM 8960-COUNT-ERASED THRU 8960-EXIT
018330     ELSE
018340         PERFORM 2999-PRINT-MUSTER THRU 2999-EXIT
018350     END-IF.
018360 2998-EXIT.
018370     EXIT.
018380
018390 2999-PRINT-MUSTER.
018400     PERFORM 8910-PRINT-RECORD-HEADING THRU 8910-EXIT.
018410     MOVE 'ALARM DATE' TO FL-LABEL.
018420     MOVE MU-ALARM-DATE TO FL-VALUE.
018430     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018440     MOVE 'CAPTURE DATE' TO FL-LABEL.
018450     MOVE MU-CAPTURE-DATE TO FL-VALUE.
018460     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018470     MOVE 'CAPTURE TIME' TO FL-LABEL.
018480     MOVE MU-CAPTURE-TIME TO FL-VALUE.
018490     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018500     MOVE 'LOCATION' TO FL-LABEL.
018510     MOVE MU-LOCATION TO FL-VALUE.
018520     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018530     MOVE 'ASSEMBLY POINT' TO FL-LABEL.
018540     MOVE MU-ASSEMBLY-POINT TO FL-VALUE.
018550     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018560     MOVE 'WARDEN' TO FL-LABEL.
018570     MOVE MU-WARDEN TO FL-VALUE.
018580     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018590     MOVE 'PERSON ID' TO FL-LABEL.
018600     MOVE MU-PERSON-ID TO FL-VALUE.
018610     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018620     MOVE 'SURNAME' TO FL-LABEL.
018630     MOVE MU-SURNAME TO FL-VALUE.
018640     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018650     MOVE 'GIVEN NAME' TO FL-LABEL.
018660     MOVE MU-GIVEN-NAME TO FL-VALUE.
018670     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
018680 2999-EXIT.
018690     EXIT.
018700
018710******************************************************************
018720*    3000-ERASE
018730*    ONLY AFTER THE FULL LISTING HAS BEEN PRODUCED, AND ONLY ON
018740*    THE OFFICER'S CONFIRMATION.  A LEGAL HOLD, OR A NAME WITH
018750*    MORE PERSON IDS THAN WERE SEARCHED, STOPS IT OUTRIGHT.
018760******************************************************************
018770 3000-ERASE.
018780     MOVE 'ERASURE' TO RS-TITLE.
018790     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
018800     IF LEGAL-HOLD
018810         MOVE 'ERASURE REFUSED - BAR IN FORCE (LEGAL HOLD)'
018820             TO ML-TEXT
018830         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
018840         DISPLAY 'GENPRV01 - ERASURE REFUSED - LEGAL HOLD'
018850         MOVE 8 TO RETURN-CODE
018860         GO TO 3000-EXIT
018870     END-IF.
018880     IF WS-SJ-LOST-COUNT > ZERO
018890         MOVE 'ERASURE REFUSED - TOO MANY IDS UNDER THIS NAME'
018900             TO ML-TEXT
018910         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
018920         DISPLAY 'GENPRV01 - ERASURE REFUSED - ERASE BY PERSON ID'
018930         MOVE 8 TO RETURN-CODE
018940         GO TO 3000-EXIT
018950     END-IF.
018960     IF WS-TOTAL-LISTED = ZERO
018970         MOVE 'NOTHING HELD ON THE SUBJECT - NOTHING TO ERASE'
018980             TO ML-TEXT
018990         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
019000         GO TO 3000-EXIT
019010     END-IF.
019020     DISPLAY WS-TOTAL-LISTED ' RECORDS LISTED ON GENPRV01 FOR '
019030         WS-SUBJECT-SURNAME ' ' WS-SUBJECT-GIVEN-NAME.
019040     DISPLAY 'ERASE THE NAME ON ALL OF THEM? (Y/N)'.
019050     ACCEPT WS-ENTRY-CONFIRM.
019060     IF WS-ENTRY-CONFIRM NOT = 'Y'
019070         MOVE 'ERASURE NOT CONFIRMED - NOTHING CHANGED' TO ML-TEXT
019080         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
019090         MOVE 4 TO RETURN-CODE
019100         GO TO 3000-EXIT
019110     END-IF.
019120     MOVE 'E' TO WS-PASS-SWITCH.
019130     PERFORM 2500-SCAN-JOURNAL THRU 2500-EXIT.
019140     PERFORM 3100-ERASE-MASTER THRU 3100-EXIT.
019150     PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT.
019160     PERFORM 2300-SCAN-VISITS THRU 2300-EXIT.
019170     PERFORM 2400-SCAN-AUDIT THRU 2400-EXIT.
019180     PERFORM 3600-ERASE-APPOINTMENTS THRU 3600-EXIT.
019190     PERFORM 2700-SCAN-ALERTS THRU 2700-EXIT.
019200     PERFORM 2800-SCAN-HR-HISTORY THRU 2800-EXIT.
019210     PERFORM 2950-SCAN-PARTIES THRU 2950-EXIT.
019220     PERFORM 2990-SCAN-OCC-EXCEPTIONS THRU 2990-EXIT.
019230     PERFORM 2997-SCAN-MUSTER THRU 2997-EXIT.
019235     PERFORM 2920-SCAN-ARRIVALS THRU 2920-EXIT.
019240     MOVE 'NAMES ERASED AND JOURNALLED ON GENJRNL (ACTION E)'
019250         TO ML-TEXT.
019260     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
019270     MOVE 'GENBARRD NOT CHANGED - LEFT TO GENBFD01 PURGE'
019280         TO ML-TEXT.
019290     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
019292     MOVE 'GENBFREJ NOT CHANGED - REPLACED BY NEXT GENBFD01'
019295         TO ML-TEXT.
019297     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
019300     DISPLAY 'GENPRV01 - ERASURE COMPLETE, ' WS-TOTAL-ERASED
019310         ' RECORDS CHANGED'.
019320 3000-EXIT.
019330     EXIT.
019340
019350******************************************************************
019360*    3100-ERASE-MASTER
019370*    EVERY ID GETS AN ERASURE JOURNAL ENTRY, ON THE MASTER OR
019380*    NOT, SO THE JOURNAL SHOWS WHAT WAS DONE AND WHEN.  A NAME
019390*    WITH NO ID ANYWHERE IS JOURNALLED ONCE UNDER ID ZERO.
019400******************************************************************
019410 3100-ERASE-MASTER.
019420     MOVE 1 TO WS-FILE-SUB.
019430     MOVE 'N' TO WS-MASTER-SWITCH.
019440     OPEN I-O PERSON-MASTER-FILE.
019450     IF WS-PM-STATUS = '00'
019460         MOVE 'Y' TO WS-MASTER-SWITCH
019470     ELSE
019480         IF WS-PM-STATUS NOT = '35'
019490             MOVE 'PERSONM' TO FERR-FILE-NAME
019500             MOVE 'OPEN' TO FERR-OPERATION
019510             MOVE WS-PM-STATUS TO FERR-STATUS
019520             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
019530         END-IF
019540     END-IF.
019550     IF WS-SJ-COUNT = ZERO
019560         MOVE ZERO TO WS-CHECK-ID
019570         MOVE SPACES TO JRNW-AFTER-IMAGE
019580         PERFORM 3150-JOURNAL-ERASURE THRU 3150-EXIT
019590     ELSE
019600         MOVE 1 TO WS-SJ-SUB
019610         PERFORM 3110-ERASE-ONE-MASTER THRU 3110-EXIT
019620             UNTIL WS-SJ-SUB > WS-SJ-COUNT
019630     END-IF.
019640     IF MASTER-FILE-AVAILABLE
019650         CLOSE PERSON-MASTER-FILE
019660     END-IF.
019670 3100-EXIT.
019680     EXIT.
019690
019700 3110-ERASE-ONE-MASTER.
019710     MOVE SPACES TO JRNW-AFTER-IMAGE.
019720     MOVE SJ-PERSON-ID(WS-SJ-SUB) TO WS-CHECK-ID.
019730     IF MASTER-FILE-AVAILABLE
019740         PERFORM 3120-REWRITE-MASTER THRU 3120-EXIT
019750     END-IF.
019760     PERFORM 3150-JOURNAL-ERASURE THRU 3150-EXIT.
019770     ADD 1 TO WS-SJ-SUB.
019780 3110-EXIT.
019790     EXIT.
019800
019810 3120-REWRITE-MASTER.
019820     MOVE WS-CHECK-ID TO PM-PERSON-ID.
019830     READ PERSON-MASTER-FILE
019840         INVALID KEY
019850             CONTINUE
019860     END-READ.
019870     IF WS-PM-STATUS = '23'
019880         GO TO 3120-EXIT
019890     END-IF.
019900     IF WS-PM-STATUS NOT = '00'
019910         MOVE 'PERSONM' TO FERR-FILE-NAME
019920         MOVE 'READ' TO FERR-OPERATION
019930         MOVE WS-PM-STATUS TO FERR-STATUS
019940         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
019950     END-IF.
019960     MOVE WS-ERASED-NAME TO PM-SURNAME.
019970     MOVE WS-ERASED-NAME TO PM-GIVEN-NAME.
019980     REWRITE PERSON-MASTER-RECORD
019990         INVALID KEY
020000             CONTINUE
020010     END-REWRITE.
020020     IF WS-PM-STATUS NOT = '00' AND WS-PM-STATUS NOT = '02'
020030         MOVE 'PERSONM' TO FERR-FILE-NAME
020040         MOVE 'REWRITE' TO FERR-OPERATION
020050         MOVE WS-PM-STATUS TO FERR-STATUS
020060         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
020070     END-IF.
020080     PERFORM 8960-COUNT-ERASED THRU 8960-EXIT.
020090     MOVE PERSON-MASTER-RECORD TO JRNW-AFTER-IMAGE.
020100 3120-EXIT.
020110     EXIT.
020120
020130 3150-JOURNAL-ERASURE.
020140     MOVE 'GENPRV01' TO JRNW-PROGRAM-ID.
020150     MOVE 'E' TO JRNW-ACTION.
020160     MOVE WS-CHECK-ID TO JRNW-PERSON-ID.
020170     MOVE SPACES TO JRNW-BEFORE-IMAGE.
020180     CALL 'GENJLOG' USING JRNW-AREA.
020190 3150-EXIT.
020200     EXIT.
020210
020220******************************************************************
020230*    3600-ERASE-APPOINTMENTS
020240*    THE NAME IS PART OF THE GENAPPT KEY, SO EACH MATCH IS
020250*    DELETED AND WRITTEN BACK UNDER THE ERASED NAME.  THE SCAN
020260*    RESTARTS AFTER THE DELETED KEY EACH TIME; THE ERASED COPY
020270*    SORTS AHEAD OF IT AND IS NOT SEEN AGAIN.  WHEN AN ERASED
020280*    COPY FOR THAT DATE IS ALREADY ON FILE THE DELETE ALONE
020290*    DOES THE ERASURE.
020300******************************************************************
020310 3600-ERASE-APPOINTMENTS.
020320     MOVE 6 TO WS-FILE-SUB.
020330     IF NOT SUBJECT-NAME-KNOWN
020340         GO TO 3600-EXIT
020350     END-IF.
020360     OPEN I-O APPOINTMENT-FILE.
020370     IF WS-AP-STATUS = '35'
020380         GO TO 3600-EXIT
020390     END-IF.
020400     IF WS-AP-STATUS NOT = '00'
020410         MOVE 'GENAPPT' TO FERR-FILE-NAME
020420         MOVE 'OPEN' TO FERR-OPERATION
020430         MOVE WS-AP-STATUS TO FERR-STATUS
020440         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
020450     END-IF.
020460     MOVE LOW-VALUES TO WS-APPT-RESUME-KEY.
020470     MOVE 'N' TO WS-EOF-SWITCH.
020480     PERFORM 3610-ERASE-NEXT-APPOINTMENT THRU 3610-EXIT
020490         UNTIL END-OF-FILE.
020500     CLOSE APPOINTMENT-FILE.
020510 3600-EXIT.
020520     EXIT.
020530
020540 3610-ERASE-NEXT-APPOINTMENT.
020550     MOVE WS-APPT-RESUME-KEY TO AP-KEY.
020560     START APPOINTMENT-FILE KEY IS NOT LESS THAN AP-KEY
020570         INVALID KEY
020580             MOVE 'Y' TO WS-EOF-SWITCH
020590     END-START.
020600     MOVE 'N' TO WS-FOUND-SWITCH.
020610     PERFORM 3620-FIND-APPOINTMENT THRU 3620-EXIT
020620         UNTIL ENTRY-FOUND OR END-OF-FILE.
020630     IF END-OF-FILE
020640         GO TO 3610-EXIT
020650     END-IF.
020660     MOVE AP-KEY TO WS-APPT-RESUME-KEY.
020670     DELETE APPOINTMENT-FILE RECORD
020680         INVALID KEY
020690             CONTINUE
020700     END-DELETE.
020710     IF WS-AP-STATUS NOT = '00'
020720         MOVE 'GENAPPT' TO FERR-FILE-NAME
020730         MOVE 'DELETE' TO FERR-OPERATION
020740         MOVE WS-AP-STATUS TO FERR-STATUS
020750         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
020760     END-IF.
020770     MOVE WS-ERASED-NAME TO AP-SURNAME.
020780     MOVE WS-ERASED-NAME TO AP-GIVEN-NAME.
020790     WRITE APPOINTMENT-RECORD
020800         INVALID KEY
020810             CONTINUE
020820     END-WRITE.
020830     IF WS-AP-STATUS NOT = '00' AND WS-AP-STATUS NOT = '02'
020840         AND WS-AP-STATUS NOT = '22'
020850         MOVE 'GENAPPT' TO FERR-FILE-NAME
020860         MOVE 'WRITE' TO FERR-OPERATION
020870         MOVE WS-AP-STATUS TO FERR-STATUS
020880         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
020890     END-IF.
020900     PERFORM 8960-COUNT-ERASED THRU 8960-EXIT.
020910 3610-EXIT.
020920     EXIT.
020930
020940 3620-FIND-APPOINTMENT.
020950     PERFORM 8300-READ-APPOINTMENT THRU 8300-EXIT.
020960     IF END-OF-FILE
020970         GO TO 3620-EXIT
020980     END-IF.
020990     MOVE AP-SURNAME TO WS-CHECK-SURNAME.
021000     MOVE AP-GIVEN-NAME TO WS-CHECK-GIVEN-NAME.
021010     PERFORM 8200-CHECK-NAME THRU 8200-EXIT.
021020 3620-EXIT.
021030     EXIT.
021040
021050******************************************************************
021060*    4000-PRINT-SUMMARY
021070*    THE IDS FOUND, THEN RECORDS LISTED (AND ERASED) PER FILE,
021080*    THEN THE NAMESAKE CAUTION FOR THE NAME-ONLY FILES AND
021090*    THE NOTE THAT THE GENDRILL REPORTS ARE NOT SEARCHED.
021100******************************************************************
021110 4000-PRINT-SUMMARY.
021120     MOVE 'SUMMARY' TO RS-TITLE.
021130     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
021140     MOVE 1 TO WS-SJ-SUB.
021150     PERFORM 4100-PRINT-SUBJECT-ID THRU 4100-EXIT
021160         UNTIL WS-SJ-SUB > WS-SJ-COUNT.
021170     IF WS-SJ-LOST-COUNT > ZERO
021180         MOVE 'PERSON IDS NOT SEARCHED:' TO RC-LABEL
021190         MOVE WS-SJ-LOST-COUNT TO RC-COUNT
021200         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
021210     END-IF.
021220     WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADING.
021230     MOVE 1 TO WS-FILE-SUB.
021240     PERFORM 4200-PRINT-FILE-COUNT THRU 4200-EXIT
021250         UNTIL WS-FILE-SUB > WS-FILE-MAX.
021260     MOVE 'RECORDS LISTED:' TO RC-LABEL.
021270     MOVE WS-TOTAL-LISTED TO RC-COUNT.
021280     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
021290     IF ERASE-PASS
021300         MOVE 'RECORDS ERASED:' TO RC-LABEL
021310         MOVE WS-TOTAL-ERASED TO RC-COUNT
021320         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
021330     END-IF.
021340     MOVE 'GENAPPT, GENBALRT, GENBARRD, GENBFREJ AND UNKEYED'
021350         TO ML-TEXT.
021360     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
021370     MOVE 'GENAUDIT/GENMUSTR MATCH ON NAME - CHECK NAMESAKES.'
021380         TO ML-TEXT.
021390     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
021400     MOVE 'GENDRILL DRILL REPORTS NOT SEARCHED - CHECK BY HAND.'
021410         TO ML-TEXT.
021420     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
021430 4000-EXIT.
021440     EXIT.
021450
021460 4100-PRINT-SUBJECT-ID.
021470     MOVE 'PERSON ID FOUND' TO FL-LABEL.
021480     MOVE SJ-PERSON-ID(WS-SJ-SUB) TO FL-VALUE.
021490     PERFORM 8900-PRINT-FIELD THRU 8900-EXIT.
021500     ADD 1 TO WS-SJ-SUB.
021510 4100-EXIT.
021520     EXIT.
021530
021540 4200-PRINT-FILE-COUNT.
021550     MOVE FT-FILE-NAME(WS-FILE-SUB) TO SM-FILE-NAME.
021560     MOVE FC-LISTED(WS-FILE-SUB) TO SM-LISTED.
021570     IF ERASE-PASS
021580         MOVE FC-ERASED(WS-FILE-SUB) TO WS-EDIT-COUNT
021590         MOVE WS-EDIT-COUNT TO SM-ERASED
021600     ELSE
021610         MOVE SPACES TO SM-ERASED
021620     END-IF.
021630     WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
021640     ADD 1 TO WS-FILE-SUB.
021650 4200-EXIT.
021660     EXIT.
021670
021680******************************************************************
021690*    8100-CHECK-ID
021700*    SETS ENTRY-FOUND WHEN WS-CHECK-ID IS ONE OF THE SUBJECT'S
021710*    IDS.  ZERO (NO ID RECORDED) NEVER MATCHES.
021720******************************************************************
021730 8100-CHECK-ID.
021740     MOVE 'N' TO WS-FOUND-SWITCH.
021750     IF WS-CHECK-ID = ZERO
021760         GO TO 8100-EXIT
021770     END-IF.
021780     MOVE 1 TO WS-SJ-SUB.
021790     PERFORM 8110-CHECK-ID-SLOT THRU 8110-EXIT
021800         UNTIL WS-SJ-SUB > WS-SJ-COUNT OR ENTRY-FOUND.
021810 8100-EXIT.
021820     EXIT.
021830
021840 8110-CHECK-ID-SLOT.
021850     IF SJ-PERSON-ID(WS-SJ-SUB) = WS-CHECK-ID
021860         MOVE 'Y' TO WS-FOUND-SWITCH
021870     ELSE
021880         ADD 1 TO WS-SJ-SUB
021890     END-IF.
021900 8110-EXIT.
021910     EXIT.
021920
021930******************************************************************
021940*    8200-CHECK-NAME
021950*    SETS ENTRY-FOUND WHEN WS-CHECK-SURNAME / GIVEN NAME ARE
021960*    THE SUBJECT'S NAME.
021970******************************************************************
021980 8200-CHECK-NAME.
021990     MOVE 'N' TO WS-FOUND-SWITCH.
022000     IF SUBJECT-NAME-KNOWN
022010         AND WS-CHECK-SURNAME = WS-SUBJECT-SURNAME
022020         AND WS-CHECK-GIVEN-NAME = WS-SUBJECT-GIVEN-NAME
022030         MOVE 'Y' TO WS-FOUND-SWITCH
022040     END-IF.
022050 8200-EXIT.
022060     EXIT.
022070
022080 8300-READ-APPOINTMENT.
022090     READ APPOINTMENT-FILE NEXT RECORD
022100         AT END
022110             MOVE 'Y' TO WS-EOF-SWITCH
022120     END-READ.
022130     IF WS-AP-STATUS NOT = '00' AND WS-AP-STATUS NOT = '10'
022140         MOVE 'GENAPPT' TO FERR-FILE-NAME
022150         MOVE 'READ' TO FERR-OPERATION
022160         MOVE WS-AP-STATUS TO FERR-STATUS
022170         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
022180     END-IF.
022190     IF WS-AP-STATUS NOT = '00'
022200         MOVE 'Y' TO WS-EOF-SWITCH
022210     END-IF.
022220 8300-EXIT.
022230     EXIT.
022240
022250 8310-READ-MUSTER.
022260     READ MUSTER-FILE
022270         AT END
022280             MOVE 'Y' TO WS-EOF-SWITCH
022290     END-READ.
022300     IF WS-MU-STATUS NOT = '00' AND WS-MU-STATUS NOT = '10'
022310         MOVE 'GENMUSTR' TO FERR-FILE-NAME
022320         MOVE 'READ' TO FERR-OPERATION
022330         MOVE WS-MU-STATUS TO FERR-STATUS
022340         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
022350     END-IF.
022360     IF WS-MU-STATUS NOT = '00'
022370         MOVE 'Y' TO WS-EOF-SWITCH
022380     END-IF.
022390 8310-EXIT.
022400     EXIT.
022410
022420 8900-PRINT-FIELD.
022430     WRITE REPORT-RECORD FROM RPT-FIELD-LINE.
022440 8900-EXIT.
022450     EXIT.
022460
022470 8910-PRINT-RECORD-HEADING.
022480     ADD 1 TO FC-LISTED(WS-FILE-SUB).
022490     ADD 1 TO WS-TOTAL-LISTED.
022500     MOVE FC-LISTED(WS-FILE-SUB) TO RL-NUMBER.
022510     WRITE REPORT-RECORD FROM RPT-RECORD-LINE.
022520 8910-EXIT.
022530     EXIT.
022540
022550******************************************************************
022560*    8920-8950 - SECTION LINES.  NOTHING IS PRINTED FOR A FILE
022570*    DURING THE ERASE PASS; ITS COUNT GOES TO THE SUMMARY.
022580******************************************************************
022590 8920-START-SECTION.
022600     IF NOT ERASE-PASS
022610         MOVE FT-FILE-NAME(WS-FILE-SUB) TO FS-FILE-NAME
022620         MOVE FT-TITLE(WS-FILE-SUB) TO FS-TITLE
022630         WRITE REPORT-RECORD FROM RPT-FILE-SECTION-LINE
022640     END-IF.
022650 8920-EXIT.
022660     EXIT.
022670
022680 8930-FILE-NOT-AVAILABLE.
022690     IF NOT ERASE-PASS
022700         MOVE 'FILE NOT AVAILABLE - NOT SEARCHED' TO ML-TEXT
022710         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
022720     END-IF.
022730 8930-EXIT.
022740     EXIT.
022750
022760 8940-END-SECTION.
022770     IF NOT ERASE-PASS AND FC-LISTED(WS-FILE-SUB) = ZERO
022780         MOVE 'NO RECORDS HELD' TO ML-TEXT
022790         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
022800     END-IF.
022810 8940-EXIT.
022820     EXIT.
022830
022840 8950-NAME-NOT-KNOWN.
022850     IF NOT ERASE-PASS
022860         MOVE 'SUBJECT NAME NOT KNOWN - NOT SEARCHED' TO ML-TEXT
022870         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
022880     END-IF.
022890 8950-EXIT.
022900     EXIT.
022910
022920 8960-COUNT-ERASED.
022930     ADD 1 TO FC-ERASED(WS-FILE-SUB).
022940     ADD 1 TO WS-TOTAL-ERASED.
022950 8960-EXIT.
022960     EXIT.
022970
022980******************************************************************
022990*    9000-TERMINATE
023000******************************************************************
023010 9000-TERMINATE.
023020     CLOSE REPORT-FILE.
023030     DISPLAY 'GENPRV01 - ' WS-TOTAL-LISTED
023040         ' RECORDS LISTED ON GENPRV01'.
023050 9000-EXIT.
023060     EXIT.
023070
023080******************************************************************
023090*    9100-FILE-ERROR
023100*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
023110*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
023120*    ENDS THE RUN WITH RETURN CODE 12.
023130******************************************************************
023140 9100-FILE-ERROR.
023150     CALL 'GENFERR' USING FERR-AREA.
023160 9100-EXIT.
023170     EXIT.
023180
023190 END PROGRAM GENPRV01.
