001010*                    REFUSES THE ENTRY AND TELLS THE OPERATOR
001020*                    TO CALL SECURITY (NO REASON SHOWN); A
001030*                    BATCH HIT DIVERTS TO THE GENDREJ REJECT
001031*                    FILE (REASON 07).  EVERY HIT WRITES A
001032*                    GENBALRT ALERT FOR THE GENSEC01 REPORT.
001033*    2026-10-15  DM  CHECK-OUT NO LONGER READS THE WHOLE VISIT
001034*                    HISTORY - IT STARTS ON THE NEW VISITLOG
001035*                    VL-ROLL-CALL-KEY ALTERNATE KEY (OPEN
001036*                    VISITS BY SITE AND NAME) FOR EACH SITE ON
001037*                    THE SITECODE TABLE.
001039*    2026-10-15  DM  ARRIVAL NOTICES - WHEN A VISIT OPENS WITH
001040*                    A HOST, THE HOST IS LOOKED UP ON THE
001041*                    GENHOST DIRECTORY AND A NOTICE IS APPENDED
001042*                    TO GENARRV FOR THE PAGING/EMAIL GATEWAY.
001043*                    A HOST NOT ON THE DIRECTORY (OR INACTIVE)
001044*                    GETS NO NOTICE AND THE DESK IS TOLD TO
001045*                    CALL THEM.
001047*    2026-10-15  DM  BARRED LIST NOW OPENED FOR EACH SCREENING
001048*                    (NOT ONCE AT START-UP) SO A DESK THAT STAYS
001049*                    SIGNED ON SEES THE NIGHTLY GENBFD01 FEED.
001050*    2026-10-15  DM  GROUP SIGN-IN (FUNCTION G) - A PARTY
001051*                    REFERENCE AND LEAD ARE ENTERED ONCE, THEN
001052*                    THE MEMBERS ARE KEYED OR READ FROM THE
001053*                    GENPLIST LIST.  EACH MEMBER IS SCREENED AND
001055*                    POSTED AS A NORMAL ENTRY AND RECORDED ON
001056*                    GENPARTY.  PARTY CHECK-OUT (FUNCTION P)
001057*                    CLOSES EVERY MEMBER'S OPEN VISIT.
001058*    2026-10-15  DM  BATCH LOAD RUNS FOR THE BUSINESS DATE FROM
001059*                    THE GENCAL CALENDAR (SHARED GENBDAY
001060*                    ROUTINE) - RUN CONTROL AND THE LOADED
001061*                    ENTRIES' DATE-ENTERED CARRY IT, SO THE
001062*                    EXTRACT AND BADGE RUNS FIND THEM AFTER A
001064*                    WEEKEND RESTART.
001065*    2026-10-15  DM  OCCUPANCY LIMITS - EACH SIGN-IN COUNTS THE
001066*                    SITE'S OPEN VISITS AGAINST THE FIRE-
001067*                    CERTIFIED CAPACITY ON THE SITECODE TABLE.
001068*                    AT OR OVER THE LIMIT THE DESK IS WARNED AND
001069*                    AN EXCEPTION IS APPENDED TO GENOCCX FOR
001070*                    FACILITIES.  THE SIGN-IN STILL GOES AHEAD.
001072*    2026-10-15  DM  BATCH LOAD COUNTS EACH SITE'S OPEN VISITS
001073*                    ONCE AT THE START AND KEEPS A RUNNING
001074*                    HEADCOUNT, AND OPENS THE BARRED LIST ONCE
001075*                    FOR THE RUN.  DESK SIGN-INS STILL COUNT
001076*                    AND OPEN THE LIST FOR EACH ENTRY.
001077******************************************************************
001078 IDENTIFICATION DIVISION.
001080*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001090 PROGRAM-ID. GENDER1.
001100 AUTHOR. D. MATHESON.
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001530         RECORD KEY IS VL-KEY
001535         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
001540         FILE STATUS IS WS-VL-STATUS.
001550
001560     SELECT APPOINTMENT-FILE ASSIGN TO "GENAPPT"
001720     SELECT BATCH-REJECT-FILE ASSIGN TO "GENDREJ"
001730         ORGANIZATION IS SEQUENTIAL
001740         FILE STATUS IS WS-REJ-STATUS.
001741
001742     SELECT HOST-DIRECTORY-FILE ASSIGN TO "GENHOST"
001743         ORGANIZATION IS INDEXED
001744         ACCESS MODE IS RANDOM
001745         RECORD KEY IS HS-HOST-NAME
001746         FILE STATUS IS WS-HS-STATUS.
001747
001748     SELECT ARRIVAL-NOTICE-FILE ASSIGN TO "GENARRV"
001749         ORGANIZATION IS SEQUENTIAL
001750         FILE STATUS IS WS-AN-STATUS.
001751
001752     SELECT PARTY-FILE ASSIGN TO "GENPARTY"
001753         ORGANIZATION IS INDEXED
001755         ACCESS MODE IS DYNAMIC
001756         RECORD KEY IS PY-KEY
001757         ALTERNATE RECORD KEY IS PY-VISIT-KEY
001758         FILE STATUS IS WS-PY-STATUS.
001759
001760     SELECT PARTY-LIST-FILE ASSIGN TO "GENPLIST"
001761         ORGANIZATION IS SEQUENTIAL
001762         FILE STATUS IS WS-PL-STATUS.
001763
001764     SELECT OCCUPANCY-EXCEPTION-FILE ASSIGN TO "GENOCCX"
001765         ORGANIZATION IS SEQUENTIAL
001766         FILE STATUS IS WS-OX-STATUS.
001767
001768 DATA DIVISION.
001770*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001780 FILE SECTION.
001790*-----------------------
002230     LABEL RECORDS ARE STANDARD
002240     RECORD CONTAINS 50 CHARACTERS.
002250 COPY REJREC IN "copybooks".
002251
002252 FD  HOST-DIRECTORY-FILE
002253     LABEL RECORDS ARE STANDARD.
002254 COPY HOSTREC IN "copybooks".
002255
002256 FD  ARRIVAL-NOTICE-FILE
002258     LABEL RECORDS ARE STANDARD
002259     RECORD CONTAINS 120 CHARACTERS.
002260 COPY ARRVREC IN "copybooks".
002261
002262 FD  PARTY-FILE
002263     LABEL RECORDS ARE STANDARD.
002265 COPY PARTYREC IN "copybooks".
002266
002267 FD  PARTY-LIST-FILE
002268     LABEL RECORDS ARE STANDARD
002269     RECORD CONTAINS 48 CHARACTERS.
002270 COPY PLISTREC IN "copybooks".
002271
002273 FD  OCCUPANCY-EXCEPTION-FILE
002274     LABEL RECORDS ARE STANDARD
002275     RECORD CONTAINS 100 CHARACTERS.
002276 COPY OCCXREC IN "copybooks".
002277
002278*-----------------------
002280 WORKING-STORAGE SECTION.
002290*-----------------------
002300 COPY GENDCODE IN "copybooks".
002440
002450 77  WS-PM-STATUS                PIC X(02)  VALUE SPACES.
002460 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
002465 77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
002470
002480 77  WS-PARM                     PIC X(40)  VALUE SPACES.
002490 77  WS-RUN-MODE                 PIC X(05)  VALUE SPACES.
002690 77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
002700 77  WS-FUNCTION-CODE            PIC X(01)  VALUE SPACES.
002710     88  CHECKOUT-FUNCTION                  VALUE 'C'.
002713     88  GROUP-SIGN-IN-FUNCTION             VALUE 'G'.
002716     88  PARTY-CHECKOUT-FUNCTION            VALUE 'P'.
002720 77  WS-VL-EOF-SWITCH            PIC X(01)  VALUE 'N'.
002730     88  END-OF-VISIT-LOG                   VALUE 'Y'.
002740 77  WS-VISIT-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
003000 77  WS-HOST-NAME                PIC X(15)  VALUE SPACES.
003010 77  WS-APPT-MATCH-SWITCH        PIC X(01)  VALUE 'N'.
003020     88  APPOINTMENT-MATCHED                VALUE 'Y'.
003023 77  WS-HS-STATUS                PIC X(02)  VALUE SPACES.
003026 77  WS-AN-STATUS                PIC X(02)  VALUE SPACES.
003030
003040 77  WS-BP-STATUS                PIC X(02)  VALUE SPACES.
003050 77  WS-AB-STATUS                PIC X(02)  VALUE SPACES.
003120     88  BAR-SCAN-DONE                      VALUE 'Y'.
003130 77  WS-BAR-REASON               PIC X(02)  VALUE SPACES.
003140 77  WS-ALERT-SOURCE             PIC X(01)  VALUE SPACES.
003141
003142 77  WS-PY-STATUS                PIC X(02)  VALUE SPACES.
003143 77  WS-PL-STATUS                PIC X(02)  VALUE SPACES.
003144 77  WS-PARTY-REF                PIC X(10)  VALUE SPACES.
003146 77  WS-LEAD-SURNAME             PIC X(20)  VALUE SPACES.
003147 77  WS-LEAD-GIVEN-NAME          PIC X(20)  VALUE SPACES.
003148 77  WS-LEAD-HOST-NAME           PIC X(15)  VALUE SPACES.
003149 77  WS-MEMBER-TYPE              PIC X(01)  VALUE SPACES.
003150 77  WS-ENTRY-POSTED-SWITCH      PIC X(01)  VALUE 'N'.
003152     88  ENTRY-WAS-POSTED                   VALUE 'Y'.
003153 77  WS-PARTY-ENTRY-SWITCH       PIC X(01)  VALUE 'N'.
003154     88  PARTY-MEMBER-ENTRY                 VALUE 'Y'.
003155 77  WS-PARTY-IN-USE-SWITCH      PIC X(01)  VALUE 'N'.
003156     88  PARTY-REF-IN-USE                   VALUE 'Y'.
003158 77  WS-PY-EOF-SWITCH            PIC X(01)  VALUE 'N'.
003159     88  END-OF-PARTY                       VALUE 'Y'.
003160 77  WS-PL-EOF-SWITCH            PIC X(01)  VALUE 'N'.
003161     88  END-OF-PARTY-LIST                  VALUE 'Y'.
003163 77  WS-LIST-ANSWER              PIC X(01)  VALUE SPACES.
003164 77  WS-MEMBERS-DONE-SWITCH      PIC X(01)  VALUE 'N'.
003165     88  ALL-MEMBERS-IN                     VALUE 'Y'.
003166 77  WS-PARTY-POSTED-COUNT       PIC 9(04) COMP VALUE ZERO.
003167 77  WS-PARTY-REFUSED-COUNT      PIC 9(04) COMP VALUE ZERO.
003168 77  WS-PARTY-CLOSED-COUNT       PIC 9(04) COMP VALUE ZERO.
003169
003170 77  WS-OX-STATUS                PIC X(02)  VALUE SPACES.
003171 77  WS-SITE-CAPACITY            PIC 9(05)  VALUE ZERO.
003172 77  WS-SITE-HEADCOUNT           PIC 9(05)  VALUE ZERO.
003173 77  WS-SITE-SUB                 PIC 9(02) COMP VALUE ZERO.
003174 77  WS-SITE-COUNTS-SWITCH       PIC X(01)  VALUE 'N'.
003175     88  SITE-COUNTS-LOADED                 VALUE 'Y'.
003176 77  WS-SITE-NAME                PIC X(20)  VALUE SPACES.
003177
003178 COPY FERRLNK IN "copybooks".
003179 COPY JRNLLNK IN "copybooks".
003180 COPY RCTLLNK IN "copybooks".
003181 COPY BDAYLNK IN "copybooks".
003182
003183*    BATCH ONLY - OPEN VISITS AT EACH SITECODE SITE, COUNTED
003185*    ONCE AT THE START OF THE LOAD AND KEPT RUNNING.
003186 01  WS-SITE-OPEN-TABLE.
003187     05  WS-SITE-OPEN-COUNT OCCURS 2 TIMES
003188                                 PIC 9(05) COMP.
003190
003200 PROCEDURE DIVISION.
003210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003480         PERFORM 1050-PARSE-BATCH-PARM THRU 1050-EXIT
003490     END-IF.
003500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003505     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
003510     PERFORM 1400-RESOLVE-DESK-LOCATION THRU 1400-EXIT.
003520     IF NOT BATCH-MODE
003530         PERFORM 1200-CHECK-LOAD-LOCK THRU 1200-EXIT
003910         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003920     END-IF.
003930     PERFORM 1300-OPEN-APPOINTMENTS THRU 1300-EXIT.
003950     PERFORM 1100-LOAD-PERSON-ID THRU 1100-EXIT.
003960 1000-EXIT.
003970     EXIT.
005710*    1500-OPEN-BARRED-LIST
005720*    OPENS THE BARRED-PERSONS FILE FOR THE SIGN-IN SCREEN.  NO
005730*    FILE AT ALL (STATUS 35 - SECURITY HAS BARRED NOBODY YET)
005740*    MEANS NO SCREENING.  CALLED BY 2070 FOR EACH INTERACTIVE
005745*    SCREENING SO A DESK THAT STAYS SIGNED ON ALWAYS HAS THE
005746*    LIST THE SECURITY FEED LAST APPLIED; THE BATCH LOAD OPENS
005748*    IT ONCE AT THE START AND 9000 CLOSES IT.
005750******************************************************************
005760 1500-OPEN-BARRED-LIST.
005770     OPEN INPUT BARRED-FILE.
005930*    ASKS FOR THE FUNCTION (ENTRY OR CHECK-OUT) AND THE NAME.
005940*    AN ENTRY VALIDATES GENDER, GREETS THE PERSON, ADDS THE
005950*    ENTRY TO PERSON-MASTER AND OPENS A VISIT.  A CHECK-OUT
005960*    CLOSES THE PERSON'S OPEN VISIT WITH THE TIME OUT.  GROUP
005963*    SIGN-IN AND PARTY CHECK-OUT TAKE A PARTY REFERENCE
005966*    INSTEAD OF A NAME (4000 AND 4500).
005970******************************************************************
005980 2000-INTERACTIVE-PROCESS.
005990     DISPLAY 'ENTER FUNCTION (E=ENTRY, C=CHECK-OUT, '
005995         'G=GROUP SIGN-IN, P=PARTY CHECK-OUT)'.
006000     ACCEPT WS-FUNCTION-CODE.
006001     IF GROUP-SIGN-IN-FUNCTION
006002         PERFORM 4000-GROUP-SIGN-IN THRU 4000-EXIT
006003         GO TO 2000-EXIT
006004     END-IF.
006005     IF PARTY-CHECKOUT-FUNCTION
006006         PERFORM 4500-PARTY-CHECK-OUT THRU 4500-EXIT
006007         GO TO 2000-EXIT
006008     END-IF.
006010     DISPLAY 'ENTER GIVEN NAME'.
006020     ACCEPT WS-GIVEN-NAME.
006030     DISPLAY 'ENTER SURNAME'.
006060         PERFORM 2600-CHECK-OUT THRU 2600-EXIT
006070         GO TO 2000-EXIT
006080     END-IF.
006081     PERFORM 2010-ENTER-ONE-PERSON THRU 2010-EXIT.
006082 2000-EXIT.
006084     EXIT.
006085
006087******************************************************************
006088*    2010-ENTER-ONE-PERSON
006090*    SCREENS, PROMPTS FOR AND POSTS ONE KEYED ENTRY FOR THE NAME
006091*    IN WS-SURNAME / WS-GIVEN-NAME.  ENTRY-WAS-POSTED TELLS A
006092*    GROUP SIGN-IN WHETHER THE PERSON GOT IN.
006094******************************************************************
006095 2010-ENTER-ONE-PERSON.
006097     MOVE 'N' TO WS-ENTRY-POSTED-SWITCH.
006098     MOVE WS-DESK-LOCATION TO WS-ENTRY-LOCATION.
006100     PERFORM 2070-CHECK-BARRED THRU 2070-EXIT.
006110     IF PERSON-IS-BARRED
006120         DISPLAY 'ENTRY REFUSED - PLEASE ASK THE VISITOR TO '
006130             'WAIT AND CALL SECURITY'
006140         MOVE 'I' TO WS-ALERT-SOURCE
006150         PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
006160         GO TO 2010-EXIT
006170     END-IF.
006180     PERFORM 2050-CHECK-APPOINTMENT THRU 2050-EXIT.
006182     IF PARTY-MEMBER-ENTRY AND NOT APPOINTMENT-MATCHED
006185         MOVE WS-LEAD-HOST-NAME TO WS-HOST-NAME
006187     END-IF.
006190     MOVE 'N' TO WS-VALID-GENDER-SWITCH.
006200     PERFORM 2100-ACCEPT-GENDER THRU 2100-EXIT
006210         UNTIL GENDER-IS-VALID.
006230     PERFORM 2160-ACCEPT-LANGUAGE THRU 2160-EXIT
006240         UNTIL LANGUAGE-IS-VALID.
006250     PERFORM 2300-GREET-AND-POST THRU 2300-EXIT.
006255     MOVE 'Y' TO WS-ENTRY-POSTED-SWITCH.
006260     IF APPOINTMENT-MATCHED
006270         PERFORM 2060-FLAG-APPOINTMENT-KEPT THRU 2060-EXIT
006280     END-IF.
006290 2010-EXIT.
006300     EXIT.
006310
006320******************************************************************
007030*    POSITIONS THERE AND WALKS THE PERSON'S BARS LOOKING FOR
007040*    ONE IN EFFECT TODAY (EXPIRY ZERO = NO EXPIRY).  THE
007050*    REASON IS KEPT FOR THE ALERT RECORD AND THE SECURITY
007060*    REPORT - IT IS NEVER DISPLAYED AT THE DESK.  AT THE DESK
007065*    THE FILE IS OPENED AND CLOSED AROUND EACH SCREENING; THE
007067*    BATCH LOAD KEEPS IT OPEN FOR THE WHOLE RUN.
007070******************************************************************
007080 2070-CHECK-BARRED.
007090     MOVE 'N' TO WS-BARRED-SWITCH.
007100     MOVE SPACES TO WS-BAR-REASON.
007105     IF NOT BATCH-MODE
007106         PERFORM 1500-OPEN-BARRED-LIST THRU 1500-EXIT
007108     END-IF.
007110     IF NOT BARRED-FILE-AVAILABLE
007120         GO TO 2070-EXIT
007130     END-IF.
007210     END-START.
007220     PERFORM 2080-SCAN-ONE-BAR THRU 2080-EXIT
007230         UNTIL BAR-SCAN-DONE.
007233     IF NOT BATCH-MODE
007234         CLOSE BARRED-FILE
007236         MOVE 'N' TO WS-BARRED-FILE-SWITCH
007238     END-IF.
007240 2070-EXIT.
007250     EXIT.
007260
008420*    IS BEHIND THE MASTER, SO THE ATTEMPT PARAGRAPH STEPS PAST
008430*    THE COLLISION; A NUMBER THAT STILL CANNOT BE WRITTEN AFTER
008440*    WS-RETRY-MAX TRIES GOES TO GENFERR LIKE ANY OTHER FAILURE.
008443*    DATE-ENTERED IS TODAY AT THE DESK, THE BUSINESS DATE IN A
008446*    BATCH LOAD.
008450******************************************************************
008460 2200-WRITE-MASTER.
008470     MOVE SPACES TO PERSON-MASTER-RECORD.
008510     MOVE GENDER TO PM-GENDER.
008520     MOVE WS-LANG-CODE TO PM-LANG-CODE.
008530     MOVE WS-ENTRY-LOCATION TO PM-LOCATION.
008540     MOVE WS-BUSINESS-DATE TO PM-DATE-ENTERED.
008550     MOVE ZERO TO WS-RETRY-COUNT.
008560     MOVE 'N' TO WS-IO-DONE-SWITCH.
008570     PERFORM 2220-WRITE-MASTER-ATTEMPT THRU 2220-EXIT
009800*    2400-LOG-VISIT-START
009810*    WRITES THE VISIT-START RECORD FOR THE PERSON JUST POSTED.
009820*    DATE/TIME OUT STAY ZERO UNTIL A CHECK-OUT CLOSES THE VISIT,
009830*    SO A ZERO TIME-OUT MEANS "STILL ON THE PREMISES".  A
009831*    VISIT WITH A HOST ALSO SENDS THE HOST AN ARRIVAL NOTICE.
009833*    A PARTY MEMBER BROUGHT IN UNDER THE LEAD'S HOST SENDS
009835*    NONE - THE LEAD'S NOTICE COVERS THE WHOLE PARTY.
009836*    THE SITE'S HEADCOUNT IS TAKEN BEFORE THE VISIT IS WRITTEN
009838*    AND CHECKED AGAINST ITS FIRE LIMIT AFTERWARDS.
009840******************************************************************
009850 2400-LOG-VISIT-START.
009860     ACCEPT WS-CURRENT-TIME FROM TIME.
009865     PERFORM 2450-COUNT-ON-SITE THRU 2450-EXIT.
009870     MOVE SPACES TO VISIT-LOG-RECORD.
009880     MOVE PM-PERSON-ID TO VL-PERSON-ID.
009890     MOVE WS-CURRENT-DATE TO VL-DATE-IN.
010060         MOVE WS-VL-STATUS TO FERR-STATUS
010070         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
010080     END-IF.
010081     IF WS-HOST-NAME NOT = SPACES
010082         AND (WS-VL-STATUS = '00' OR WS-VL-STATUS = '02')
010083         AND NOT (PARTY-MEMBER-ENTRY
010084             AND WS-HOST-NAME = WS-LEAD-HOST-NAME)
010085         PERFORM 8850-WRITE-ARRIVAL-NOTICE THRU 8850-EXIT
010086     END-IF.
010087     IF WS-VL-STATUS = '00' OR WS-VL-STATUS = '02'
010088         PERFORM 2470-CHECK-CAPACITY THRU 2470-EXIT
010089     END-IF.
010090 2400-EXIT.
010091     EXIT.
010092
010093******************************************************************
010094*    2450-COUNT-ON-SITE
010095*    SETS THE ENTRY SITE'S FIRE LIMIT AND CURRENT HEADCOUNT.  A
010096*    SITE NOT ON THE TABLE, OR WITH NO FIRE LIMIT SET, IS NOT
010097*    COUNTED.  AT THE DESK THE OPEN VISITS ARE COUNTED AFRESH
010098*    (2455) FOR EVERY SIGN-IN; THE BATCH LOAD TAKES THE RUNNING
010099*    COUNT 3020 BUILT AT THE START OF THE RUN, SO A LARGE LOAD
010100*    DOES NOT RE-READ THE OPEN RANGE FOR EVERY TRANSACTION.
010101*    THIS RUNS BEFORE THE VISIT RECORD IS BUILT, SO THE READS
010102*    DO NOT DISTURB IT.
010103******************************************************************
010104 2450-COUNT-ON-SITE.
010105     MOVE ZERO TO WS-SITE-CAPACITY.
010106     MOVE ZERO TO WS-SITE-HEADCOUNT.
010107     SET SC-IDX TO 1.
010108     SEARCH SC-ENTRY
010109         AT END
010110             GO TO 2450-EXIT
010111         WHEN SC-CODE(SC-IDX) = WS-ENTRY-LOCATION
010112             MOVE SC-CAPACITY(SC-IDX) TO WS-SITE-CAPACITY
010113             MOVE SC-NAME(SC-IDX) TO WS-SITE-NAME
010114     END-SEARCH.
010115     IF WS-SITE-CAPACITY = ZERO
010116         GO TO 2450-EXIT
010117     END-IF.
010118     SET WS-SITE-SUB TO SC-IDX.
010119     IF SITE-COUNTS-LOADED
010120         MOVE WS-SITE-OPEN-COUNT(WS-SITE-SUB)
010121             TO WS-SITE-HEADCOUNT
010122         GO TO 2450-EXIT
010123     END-IF.
010125     PERFORM 2455-COUNT-SITE-RANGE THRU 2455-EXIT.
010126 2450-EXIT.
010127     EXIT.
010128
010129******************************************************************
010130*    2455-COUNT-SITE-RANGE
010131*    COUNTS THE VISITS STILL OPEN AT THE SITE IN SC-IDX INTO
010132*    WS-SITE-HEADCOUNT - ONE KEY RANGE ON VL-ROLL-CALL-KEY
010133*    (DATE-OUT ZERO, THEN SITE), THE SAME RANGE THE ROLL-CALL
010134*    READS.
010135******************************************************************
010136 2455-COUNT-SITE-RANGE.
010137     MOVE 'N' TO WS-VL-EOF-SWITCH.
010138     MOVE LOW-VALUES TO VL-ROLL-CALL-KEY.
010139     MOVE ZERO TO VL-DATE-OUT.
010140     MOVE SC-CODE(SC-IDX) TO VL-LOCATION.
010141     START VISIT-LOG-FILE
010142         KEY IS NOT LESS THAN VL-ROLL-CALL-KEY
010143         INVALID KEY
010144             MOVE 'Y' TO WS-VL-EOF-SWITCH
010145     END-START.
010146     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '23'
010147         MOVE 'VISITLOG' TO FERR-FILE-NAME
010148         MOVE 'START' TO FERR-OPERATION
010149         MOVE WS-VL-STATUS TO FERR-STATUS
010150         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
010151     END-IF.
010152     PERFORM 2460-COUNT-ONE-VISIT THRU 2460-EXIT
010153         UNTIL END-OF-VISIT-LOG.
010154 2455-EXIT.
010155     EXIT.
010156
010157 2460-COUNT-ONE-VISIT.
010158     READ VISIT-LOG-FILE NEXT RECORD
010160         AT END
010161             MOVE 'Y' TO WS-VL-EOF-SWITCH
010162     END-READ.
010163     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
010164         AND WS-VL-STATUS NOT = '10'
010165         MOVE 'VISITLOG' TO FERR-FILE-NAME
010166         MOVE 'READ' TO FERR-OPERATION
010167         MOVE WS-VL-STATUS TO FERR-STATUS
010168         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
010169     END-IF.
010170     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
010171         MOVE 'Y' TO WS-VL-EOF-SWITCH
010172         GO TO 2460-EXIT
010173     END-IF.
010174     IF VL-DATE-OUT NOT = ZERO
010175         OR VL-LOCATION NOT = SC-CODE(SC-IDX)
010176         MOVE 'Y' TO WS-VL-EOF-SWITCH
010177         GO TO 2460-EXIT
010178     END-IF.
010179     ADD 1 TO WS-SITE-HEADCOUNT.
010180 2460-EXIT.
010181     EXIT.
010182
010183******************************************************************
010184*    2470-CHECK-CAPACITY
010185*    ADDS THE VISIT JUST WRITTEN TO THE SITE'S HEADCOUNT (AND
010186*    TO THE RUNNING COUNT WHEN THE BATCH LOAD KEEPS ONE).  AT
010187*    OR OVER THE FIRE LIMIT THE DESK IS WARNED AND AN EXCEPTION
010188*    GOES TO GENOCCX.  THE SIGN-IN IS NOT REFUSED - THE PERSON
010189*    IS ALREADY IN THE BUILDING AND MUST STAY ON THE ROLL-CALL.
010190******************************************************************
010191 2470-CHECK-CAPACITY.
010192     IF WS-SITE-CAPACITY = ZERO
010193         GO TO 2470-EXIT
010195     END-IF.
010196     ADD 1 TO WS-SITE-HEADCOUNT.
010197     IF SITE-COUNTS-LOADED
010198         MOVE WS-SITE-HEADCOUNT
010199             TO WS-SITE-OPEN-COUNT(WS-SITE-SUB)
010200     END-IF.
010201     IF WS-SITE-HEADCOUNT < WS-SITE-CAPACITY
010202         GO TO 2470-EXIT
010203     END-IF.
010204     DISPLAY '*** OCCUPANCY WARNING - ' WS-SITE-NAME ' ***'.
010205     DISPLAY 'ON SITE NOW: ' WS-SITE-HEADCOUNT
010206         '   FIRE LIMIT: ' WS-SITE-CAPACITY.
010207     IF WS-SITE-HEADCOUNT = WS-SITE-CAPACITY
010208         DISPLAY 'BUILDING IS AT ITS FIRE LIMIT - HOLD FURTHER '
010209             'VISITORS UNTIL SOMEONE LEAVES'
010210     ELSE
010211         DISPLAY 'BUILDING IS OVER ITS FIRE LIMIT - CALL '
010212             'FACILITIES AND THE FIRE WARDEN NOW'
010213     END-IF.
010214     PERFORM 8870-WRITE-OCCUPANCY-EXCEPTION THRU 8870-EXIT.
010215 2470-EXIT.
010216     EXIT.
010217
010218******************************************************************
010219*    2500-WRITE-AUDIT
010220*    APPENDS THE COMPLIANCE AUDIT RECORD FOR THE ENTRY JUST
010221*    ACCEPTED - WHO KEYED IT, WHAT WAS KEYED, AND WHEN.
010222******************************************************************
010223 2500-WRITE-AUDIT.
010224     ACCEPT WS-CURRENT-TIME FROM TIME.
010225     MOVE SPACES TO AUDIT-LOG-RECORD.
010226     MOVE WS-SURNAME TO AL-SURNAME.
010227     MOVE WS-GIVEN-NAME TO AL-GIVEN-NAME.
010228     MOVE GENDER TO AL-GENDER.
010230     MOVE WS-CURRENT-DATE TO AL-LOG-DATE.
010240     MOVE WS-CURRENT-TIME TO AL-LOG-TIME.
010250     MOVE WS-USER-ID TO AL-USER-ID.
010380******************************************************************
010390*    2600-CHECK-OUT
010400*    CLOSES THE MOST RECENT OPEN VISIT FOR THE ENTERED
010410*    SURNAME AND GIVEN NAME.  OPEN VISITS ARE FOUND DIRECTLY ON
010420*    THE VL-ROLL-CALL-KEY ALTERNATE KEY (DATE-OUT ZERO, SITE,
010430*    NAME), ONE START PER SITE ON THE SITECODE TABLE, SO THE
010440*    COST DOES NOT GROW WITH THE VISIT HISTORY.  THE LATEST
010443*    DATE/TIME IN WINS WHEN THE SAME NAME HAS MORE THAN ONE
010446*    OPEN VISIT.  SHARED BY THE INTERACTIVE AND BATCH PATHS.
010450******************************************************************
010460 2600-CHECK-OUT.
010470     MOVE 'N' TO WS-VISIT-FOUND-SWITCH.
010471     MOVE ZERO TO WS-FV-PERSON-ID WS-FV-DATE-IN WS-FV-TIME-IN.
010472     SET SC-IDX TO 1.
010474     PERFORM 2640-FIND-AT-ONE-SITE THRU 2640-EXIT
010475         UNTIL SC-IDX > SC-TABLE-MAX.
010476     IF OPEN-VISIT-FOUND
010478         PERFORM 2670-CLOSE-VISIT THRU 2670-EXIT
010479     ELSE
010480         DISPLAY 'NO OPEN VISIT FOUND FOR: ' WS-SURNAME
010482     END-IF.
010483 2600-EXIT.
010485     EXIT.
010486
010487******************************************************************
010489*    2640-FIND-AT-ONE-SITE
010490*    POSITIONS ON THE FIRST OPEN VISIT FOR THE NAME AT THE
010491*    SITE IN SC-IDX.  NO MATCHING KEY (23) JUST MEANS NO OPEN
010493*    VISIT THERE.
010494******************************************************************
010495 2640-FIND-AT-ONE-SITE.
010497     MOVE 'N' TO WS-VL-EOF-SWITCH.
010498     MOVE ZERO TO VL-DATE-OUT.
010500     MOVE SC-CODE(SC-IDX) TO VL-LOCATION.
010502     MOVE WS-SURNAME TO VL-SURNAME.
010505     MOVE WS-GIVEN-NAME TO VL-GIVEN-NAME.
010507     START VISIT-LOG-FILE KEY IS EQUAL TO VL-ROLL-CALL-KEY
010510         INVALID KEY
010520             MOVE 'Y' TO WS-VL-EOF-SWITCH
010530     END-START.
010620     END-IF.
010630     PERFORM 2650-SCAN-VISIT-LOG THRU 2650-EXIT
010640         UNTIL END-OF-VISIT-LOG.
010650     SET SC-IDX UP BY 1.
010660 2640-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740*    2650-SCAN-VISIT-LOG
010750*    READS THE NEXT OPEN VISIT IN ALTERNATE-KEY ORDER.  THE
010760*    FIRST RECORD FOR ANOTHER NAME, ANOTHER SITE OR A CLOSED
010770*    VISIT ENDS THE SCAN.  A READ STATUS OTHER THAN 00, 02 OR 10
010780*    IS FATAL - AN ERROR SWALLOWED HERE WOULD REPORT "NO OPEN
010790*    VISIT FOUND" AND LEAVE THE PERSON ON THE FIRE ROLL-CALL
010793*    FOR GOOD.  THE FILE IS KNOWN OPEN (1000 IS FATAL ON ANY
010796*    OPEN FAILURE).  AT END (10) ENDS THE SCAN NORMALLY.
010800******************************************************************
010810 2650-SCAN-VISIT-LOG.
010820     READ VISIT-LOG-FILE NEXT RECORD
010830         AT END
010840             MOVE 'Y' TO WS-VL-EOF-SWITCH
010850     END-READ.
010860     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
010865         AND WS-VL-STATUS NOT = '10'
010870         MOVE 'VISITLOG' TO FERR-FILE-NAME
010880         MOVE 'READ' TO FERR-OPERATION
010890         MOVE WS-VL-STATUS TO FERR-STATUS
010900         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
010910     END-IF.
010920     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
010930         MOVE 'Y' TO WS-VL-EOF-SWITCH
010935         GO TO 2650-EXIT
010940     END-IF.
010950     IF VL-DATE-OUT NOT = ZERO
010960         OR VL-LOCATION NOT = SC-CODE(SC-IDX)
010970         OR VL-SURNAME NOT = WS-SURNAME
010980         OR VL-GIVEN-NAME NOT = WS-GIVEN-NAME
010990         MOVE 'Y' TO WS-VL-EOF-SWITCH
011000         GO TO 2650-EXIT
011010     END-IF.
011020     IF NOT OPEN-VISIT-FOUND
011021         OR VL-DATE-IN > WS-FV-DATE-IN
011023         OR (VL-DATE-IN = WS-FV-DATE-IN
011025             AND VL-TIME-IN > WS-FV-TIME-IN)
011026         MOVE VL-KEY TO WS-FOUND-VISIT-KEY
011028         MOVE 'Y' TO WS-VISIT-FOUND-SWITCH
011030     END-IF.
011040 2650-EXIT.
011050     EXIT.
011060
011070 2670-CLOSE-VISIT.
011080     MOVE WS-FOUND-VISIT-KEY TO VL-KEY.
011090     READ VISIT-LOG-FILE KEY IS VL-KEY
011100         INVALID KEY
011110             DISPLAY 'VISIT RECORD NOT FOUND ON RE-READ: '
011120                 WS-SURNAME
011190     MOVE 'N' TO WS-IO-DONE-SWITCH.
011200     PERFORM 2680-REWRITE-VISIT-ATTEMPT THRU 2680-EXIT
011210         UNTIL IO-ATTEMPT-DONE.
011220     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
011225         AND WS-VL-STATUS NOT = '23'
011230         MOVE 'VISITLOG' TO FERR-FILE-NAME
011240         MOVE 'REWRITE' TO FERR-OPERATION
011250         MOVE WS-VL-STATUS TO FERR-STATUS
011260         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
011270     END-IF.
011272     IF SITE-COUNTS-LOADED
011274         AND (WS-VL-STATUS = '00' OR WS-VL-STATUS = '02')
011276         PERFORM 2690-COUNT-DEPARTURE THRU 2690-EXIT
011278     END-IF.
011280     DISPLAY 'GOODBYE ' WS-SURNAME.
011290 2670-EXIT.
011300     EXIT.
011520     END-IF.
011530 2680-EXIT.
011540     EXIT.
011541
011542******************************************************************
011543*    2690-COUNT-DEPARTURE
011545*    BATCH ONLY.  TAKES THE VISIT JUST CLOSED OFF ITS SITE'S
011546*    RUNNING COUNT SO LATER SIGN-INS IN THE SAME LOAD ARE
011547*    CHECKED AGAINST THE TRUE HEADCOUNT.
011549******************************************************************
011550 2690-COUNT-DEPARTURE.
011551     SET SC-IDX TO 1.
011553     SEARCH SC-ENTRY
011554         AT END
011555             GO TO 2690-EXIT
011556         WHEN SC-CODE(SC-IDX) = VL-LOCATION
011558             SET WS-SITE-SUB TO SC-IDX
011559     END-SEARCH.
011560     IF WS-SITE-OPEN-COUNT(WS-SITE-SUB) > ZERO
011562         SUBTRACT 1 FROM WS-SITE-OPEN-COUNT(WS-SITE-SUB)
011563     END-IF.
011564 2690-EXIT.
011566     EXIT.
011567
011568******************************************************************
011570*    3000-BATCH-PROCESS
011580*    DRIVES THE OVERNIGHT NEW-HIRE LOAD OFF GENDER-TRANS-FILE
011590*    INSTEAD OF PROMPTING A HUMAN FOR EACH PAIR.  RESTARTS PAST
011600*    ANY TRANSACTIONS A PRIOR CHECKPOINT SHOWS ALREADY POSTED.
011605*    THE LOAD BELONGS TO THE BUSINESS DATE, NOT THE DAY IT RUNS.
011606*    THE BARRED LIST IS OPENED AND THE SITES' OPEN VISITS ARE
011608*    COUNTED ONCE, AFTER THE LOAD LOCK IS TAKEN.
011610******************************************************************
011620 3000-BATCH-PROCESS.
011625     PERFORM 8650-GET-BUSINESS-DATE THRU 8650-EXIT.
011630     MOVE 'S' TO RCTL-FUNCTION.
011640     MOVE 'GENEDIT' TO RCTL-PRED-ID.
011650     MOVE ZERO TO RCTL-RECORD-COUNT.
011660     PERFORM 8700-CALL-RUN-CONTROL THRU 8700-EXIT.
011670     PERFORM 7000-SET-LOAD-LOCK THRU 7000-EXIT.
011673     PERFORM 1500-OPEN-BARRED-LIST THRU 1500-EXIT.
011676     PERFORM 3020-COUNT-OPEN-VISITS THRU 3020-EXIT.
011680     PERFORM 2260-RESERVE-ID-BLOCK THRU 2260-EXIT.
011690     MOVE 'N' TO WS-EOF-SWITCH.
011700     MOVE ZERO TO WS-TRANS-RECORD-NUM.
011870     PERFORM 8700-CALL-RUN-CONTROL THRU 8700-EXIT.
011880 3000-EXIT.
011890     EXIT.
011891
011892******************************************************************
011893*    3020-COUNT-OPEN-VISITS
011895*    BATCH ONLY.  COUNTS EACH SITE'S OPEN VISITS ONCE (2455)
011896*    INTO WS-SITE-OPEN-TABLE.  FROM HERE ON 2470 ADDS EACH VISIT
011897*    THE LOAD OPENS AND 2690 TAKES OFF EACH ONE IT CLOSES, SO
011898*    THE FIRE-LIMIT CHECK NEVER RE-READS THE VISIT LOG.  A SITE
011900*    WITH NO FIRE LIMIT IS LEFT AT ZERO.
011901******************************************************************
011902 3020-COUNT-OPEN-VISITS.
011903     SET SC-IDX TO 1.
011905     PERFORM 3030-COUNT-ONE-SITE THRU 3030-EXIT
011906         UNTIL SC-IDX > SC-TABLE-MAX.
011907     MOVE 'Y' TO WS-SITE-COUNTS-SWITCH.
011908 3020-EXIT.
011910     EXIT.
011911
011912 3030-COUNT-ONE-SITE.
011913     SET WS-SITE-SUB TO SC-IDX.
011915     MOVE ZERO TO WS-SITE-HEADCOUNT.
011916     IF SC-CAPACITY(SC-IDX) NOT = ZERO
011917         PERFORM 2455-COUNT-SITE-RANGE THRU 2455-EXIT
011918     END-IF.
011920     MOVE WS-SITE-HEADCOUNT
011921         TO WS-SITE-OPEN-COUNT(WS-SITE-SUB).
011922     SET SC-IDX UP BY 1.
011923 3030-EXIT.
011925     EXIT.
011926
011927******************************************************************
011928*    3100-READ-TRANSACTION
011930*    ANY NON-ZERO STATUS ENDS THE LOAD'S READ LOOP - AT END AND
011940*    HARD I/O ERRORS ALIKE - SO THE LOOP CANNOT SPIN ON A BAD
011950*    TRANSACTION FILE AND REPOST THE STALE RECORD AREA.
013870     CLOSE CHECKPOINT-FILE.
013880 3060-EXIT.
013890     EXIT.
013891
013892******************************************************************
013893*    4000-GROUP-SIGN-IN
013894*    SIGNS A WHOLE PARTY IN UNDER ONE PARTY REFERENCE.  THE LEAD
013895*    IS ENTERED FIRST, EXACTLY LIKE A SINGLE ENTRY; IF THE LEAD
013896*    IS REFUSED THE PARTY IS NOT SIGNED IN.  THE MEMBERS ARE
013897*    THEN KEYED ONE BY ONE, OR READ FROM THE GENPLIST LIST THE
013898*    ORGANISER SENT.  EVERY MEMBER IS SCREENED AND POSTED AS A
013899*    NORMAL ENTRY (MASTER, VISIT, AUDIT) AND RECORDED ON
013900*    GENPARTY.  A BARRED MEMBER IS REFUSED ALONE - THE REST OF
013901*    THE PARTY GOES IN.  A MEMBER WITH NO APPOINTMENT OF THEIR
013902*    OWN CARRIES THE LEAD'S HOST.  A REFERENCE STILL IN USE BY
013903*    A PARTY ON THE PREMISES IS REFUSED, OR ONE PARTY CHECK-OUT
013904*    WOULD CLOSE BOTH PARTIES.
013905******************************************************************
013906 4000-GROUP-SIGN-IN.
013907     MOVE 'N' TO WS-PARTY-ENTRY-SWITCH.
013908     MOVE SPACES TO WS-LEAD-HOST-NAME.
013909     MOVE ZERO TO WS-PARTY-POSTED-COUNT.
013910     MOVE ZERO TO WS-PARTY-REFUSED-COUNT.
013911     DISPLAY 'ENTER PARTY REFERENCE'.
013912     ACCEPT WS-PARTY-REF.
013913     IF WS-PARTY-REF = SPACES
013914         DISPLAY 'NO PARTY REFERENCE - GROUP SIGN-IN CANCELLED'
013915         GO TO 4000-EXIT
013916     END-IF.
013917     PERFORM 4050-OPEN-PARTY-FILE THRU 4050-EXIT.
013918     PERFORM 4010-SIGN-IN-PARTY THRU 4010-EXIT.
013919     CLOSE PARTY-FILE.
013920     MOVE 'N' TO WS-PARTY-ENTRY-SWITCH.
013921 4000-EXIT.
013922     EXIT.
013923
013924 4010-SIGN-IN-PARTY.
013925     PERFORM 4100-CHECK-PARTY-REF THRU 4100-EXIT.
013926     IF PARTY-REF-IN-USE
013927         DISPLAY 'PARTY ' WS-PARTY-REF
013928             ' STILL HAS MEMBERS ON THE PREMISES'
013929         DISPLAY 'PLEASE USE ANOTHER PARTY REFERENCE'
013930         GO TO 4010-EXIT
013931     END-IF.
013932     DISPLAY 'ENTER PARTY LEAD GIVEN NAME'.
013933     ACCEPT WS-GIVEN-NAME.
013934     DISPLAY 'ENTER PARTY LEAD SURNAME'.
013935     ACCEPT WS-SURNAME.
013936     MOVE WS-SURNAME TO WS-LEAD-SURNAME.
013937     MOVE WS-GIVEN-NAME TO WS-LEAD-GIVEN-NAME.
013938     MOVE 'L' TO WS-MEMBER-TYPE.
013939     PERFORM 2010-ENTER-ONE-PERSON THRU 2010-EXIT.
013940     IF NOT ENTRY-WAS-POSTED
013941         DISPLAY 'PARTY LEAD NOT SIGNED IN - GROUP SIGN-IN '
013942             'CANCELLED'
013943         GO TO 4010-EXIT
013944     END-IF.
013945     PERFORM 4200-RECORD-MEMBER THRU 4200-EXIT.
013946     MOVE WS-HOST-NAME TO WS-LEAD-HOST-NAME.
013947     MOVE 'Y' TO WS-PARTY-ENTRY-SWITCH.
013948     MOVE 'M' TO WS-MEMBER-TYPE.
013949     DISPLAY 'LOAD THE MEMBERS FROM THE GENPLIST LIST? (Y/N)'.
013950     ACCEPT WS-LIST-ANSWER.
013951     MOVE 'N' TO WS-MEMBERS-DONE-SWITCH.
013953     IF WS-LIST-ANSWER = 'Y'
013954         PERFORM 4300-LOAD-MEMBER-LIST THRU 4300-EXIT
013955     END-IF.
013956     PERFORM 4400-KEY-ONE-MEMBER THRU 4400-EXIT
013957         UNTIL ALL-MEMBERS-IN.
013958     DISPLAY 'PARTY ' WS-PARTY-REF ' SIGNED IN UNDER '
013959         WS-LEAD-GIVEN-NAME ' ' WS-LEAD-SURNAME.
013960     DISPLAY 'SIGNED IN: ' WS-PARTY-POSTED-COUNT
013961         '  REFUSED: ' WS-PARTY-REFUSED-COUNT.
013962 4010-EXIT.
013963     EXIT.
013964
013965******************************************************************
013966*    4050-OPEN-PARTY-FILE
013967*    OPENS GENPARTY FOR UPDATE, CREATING IT FOR THE FIRST PARTY.
013968******************************************************************
013969 4050-OPEN-PARTY-FILE.
013970     OPEN I-O PARTY-FILE.
013971     IF WS-PY-STATUS = '35'
013972         OPEN OUTPUT PARTY-FILE
013973         CLOSE PARTY-FILE
013974         OPEN I-O PARTY-FILE
013975     END-IF.
013976     IF WS-PY-STATUS NOT = '00'
013977         MOVE 'GENPARTY' TO FERR-FILE-NAME
013978         MOVE 'OPEN' TO FERR-OPERATION
013979         MOVE WS-PY-STATUS TO FERR-STATUS
013980         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
013981     END-IF.
013982 4050-EXIT.
013983     EXIT.
013984
013985******************************************************************
013986*    4100-CHECK-PARTY-REF
013987*    WALKS THE MEMBERS LAST RECORDED UNDER THE REFERENCE AND
013988*    SETS PARTY-REF-IN-USE AT THE FIRST ONE WHOSE VISIT IS STILL
013989*    OPEN.  A REFERENCE NEVER USED, OR WHOSE PARTY HAS ALL LEFT,
013990*    IS FREE.
013991******************************************************************
013992 4100-CHECK-PARTY-REF.
013993     MOVE 'N' TO WS-PARTY-IN-USE-SWITCH.
013994     PERFORM 4900-START-PARTY THRU 4900-EXIT.
013995     PERFORM 4150-CHECK-ONE-MEMBER THRU 4150-EXIT
013996         UNTIL END-OF-PARTY OR PARTY-REF-IN-USE.
013997 4100-EXIT.
013998     EXIT.
013999
014000 4150-CHECK-ONE-MEMBER.
014001     PERFORM 4910-READ-PARTY THRU 4910-EXIT.
014002     IF END-OF-PARTY
014003         GO TO 4150-EXIT
014004     END-IF.
014005     PERFORM 4920-READ-MEMBER-VISIT THRU 4920-EXIT.
014006     IF WS-VL-STATUS = '00' AND VL-DATE-OUT = ZERO
014007         MOVE 'Y' TO WS-PARTY-IN-USE-SWITCH
014008     END-IF.
014009 4150-EXIT.
014010     EXIT.
014011
014012******************************************************************
014013*    4200-RECORD-MEMBER
014014*    RECORDS THE PERSON JUST POSTED ON GENPARTY UNDER THE PARTY
014016*    REFERENCE, KEYED BY THEIR NEW VISIT.  A VISIT THAT WAS NOT
014017*    LOGGED (DUPLICATE VISIT KEY, ALREADY REPORTED BY 2400) HAS
014018*    NOTHING TO CHECK OUT AND IS NOT RECORDED.
014019******************************************************************
014020 4200-RECORD-MEMBER.
014021     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
014022         GO TO 4200-EXIT
014023     END-IF.
014024     MOVE SPACES TO PARTY-MEMBER-RECORD.
014025     MOVE WS-PARTY-REF TO PY-PARTY-REF.
014026     MOVE VL-KEY TO PY-VISIT-KEY.
014027     MOVE VL-LOCATION TO PY-LOCATION.
014028     MOVE WS-SURNAME TO PY-SURNAME.
014029     MOVE WS-GIVEN-NAME TO PY-GIVEN-NAME.
014030     MOVE WS-MEMBER-TYPE TO PY-MEMBER-TYPE.
014031     MOVE WS-LEAD-SURNAME TO PY-LEAD-SURNAME.
014032     MOVE WS-LEAD-GIVEN-NAME TO PY-LEAD-GIVEN-NAME.
014033     WRITE PARTY-MEMBER-RECORD
014034         INVALID KEY
014035             DISPLAY 'DUPLICATE PARTY ENTRY - NOT RECORDED: '
014036                 WS-SURNAME
014037     END-WRITE.
014038     IF WS-PY-STATUS NOT = '00' AND WS-PY-STATUS NOT = '02'
014039         AND WS-PY-STATUS NOT = '22'
014040         MOVE 'GENPARTY' TO FERR-FILE-NAME
014041         MOVE 'WRITE' TO FERR-OPERATION
014042         MOVE WS-PY-STATUS TO FERR-STATUS
014043         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014044     END-IF.
014045     ADD 1 TO WS-PARTY-POSTED-COUNT.
014046 4200-EXIT.
014047     EXIT.
014048
014049******************************************************************
014050*    4300-LOAD-MEMBER-LIST
014051*    POSTS EVERY MEMBER ON THE GENPLIST LIST.  NO LIST FILE
014052*    FALLS BACK TO KEYING; EITHER WAY THE DESK CAN KEY ANY
014053*    LATECOMERS NOT ON THE LIST AFTERWARDS.
014054******************************************************************
014055 4300-LOAD-MEMBER-LIST.
014056     OPEN INPUT PARTY-LIST-FILE.
014057     IF WS-PL-STATUS = '35'
014058         DISPLAY 'NO GENPLIST MEMBER LIST FOUND - PLEASE KEY THE '
014059             'MEMBERS'
014060         GO TO 4300-EXIT
014061     END-IF.
014062     IF WS-PL-STATUS NOT = '00'
014063         MOVE 'GENPLIST' TO FERR-FILE-NAME
014064         MOVE 'OPEN' TO FERR-OPERATION
014065         MOVE WS-PL-STATUS TO FERR-STATUS
014066         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014067     END-IF.
014068     MOVE 'N' TO WS-PL-EOF-SWITCH.
014069     PERFORM 4320-POST-LISTED-MEMBER THRU 4320-EXIT
014070         UNTIL END-OF-PARTY-LIST.
014071     CLOSE PARTY-LIST-FILE.
014072     DISPLAY 'MEMBER LIST DONE - KEY ANY LATECOMERS, OR A BLANK '
014073         'NAME TO FINISH'.
014074 4300-EXIT.
014075     EXIT.
014076
014077 4310-READ-MEMBER-LIST.
014079     READ PARTY-LIST-FILE
014080         AT END
014081             MOVE 'Y' TO WS-PL-EOF-SWITCH
014082     END-READ.
014083     IF WS-PL-STATUS NOT = '00' AND WS-PL-STATUS NOT = '10'
014084         MOVE 'GENPLIST' TO FERR-FILE-NAME
014085         MOVE 'READ' TO FERR-OPERATION
014086         MOVE WS-PL-STATUS TO FERR-STATUS
014087         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014088     END-IF.
014089     IF WS-PL-STATUS NOT = '00'
014090         MOVE 'Y' TO WS-PL-EOF-SWITCH
014091     END-IF.
014092 4310-EXIT.
014093     EXIT.
014094
014095******************************************************************
014096*    4320-POST-LISTED-MEMBER
014097*    ONE LISTED MEMBER - THE SAME SCREENING AND POSTING AS A
014098*    KEYED ENTRY, WITH GENDER AND LANGUAGE TAKEN FROM THE LIST
014099*    AND EDITED AS THE BATCH LOAD EDITS THEM.  A REFUSED MEMBER
014100*    IS NAMED SO THE DESK CAN TAKE THEM ASIDE.
014101******************************************************************
014102 4320-POST-LISTED-MEMBER.
014103     PERFORM 4310-READ-MEMBER-LIST THRU 4310-EXIT.
014104     IF END-OF-PARTY-LIST
014105         GO TO 4320-EXIT
014106     END-IF.
014107     MOVE PL-SURNAME TO WS-SURNAME.
014108     MOVE PL-GIVEN-NAME TO WS-GIVEN-NAME.
014109     IF WS-SURNAME = SPACES AND WS-GIVEN-NAME = SPACES
014110         GO TO 4320-EXIT
014111     END-IF.
014112     MOVE WS-DESK-LOCATION TO WS-ENTRY-LOCATION.
014113     PERFORM 2070-CHECK-BARRED THRU 2070-EXIT.
014114     IF PERSON-IS-BARRED
014115         DISPLAY 'MEMBER REFUSED - ' WS-GIVEN-NAME ' ' WS-SURNAME
014116         DISPLAY 'PLEASE ASK THEM TO WAIT AND CALL SECURITY'
014117         MOVE 'I' TO WS-ALERT-SOURCE
014118         PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
014119         ADD 1 TO WS-PARTY-REFUSED-COUNT
014120         GO TO 4320-EXIT
014121     END-IF.
014122     MOVE PL-GENDER TO GENDER.
014123     MOVE PL-LANG-CODE TO WS-LANG-CODE.
014124     IF WS-LANG-CODE = SPACES
014125         MOVE 'ENG' TO WS-LANG-CODE
014126     END-IF.
014127     PERFORM 2150-VALIDATE-GENDER THRU 2150-EXIT.
014128     PERFORM 2170-VALIDATE-LANGUAGE THRU 2170-EXIT.
014129     IF NOT GENDER-IS-VALID OR NOT LANGUAGE-IS-VALID
014130         DISPLAY 'MEMBER NOT SIGNED IN - BAD GENDER OR LANGUAGE '
014131             'ON LIST: ' WS-SURNAME
014132         DISPLAY 'PLEASE KEY THIS MEMBER AFTER THE LIST'
014133         ADD 1 TO WS-PARTY-REFUSED-COUNT
014134         GO TO 4320-EXIT
014135     END-IF.
014136     PERFORM 2050-CHECK-APPOINTMENT THRU 2050-EXIT.
014137     IF NOT APPOINTMENT-MATCHED
014138         MOVE WS-LEAD-HOST-NAME TO WS-HOST-NAME
014139     END-IF.
014140     PERFORM 2300-GREET-AND-POST THRU 2300-EXIT.
014142     IF APPOINTMENT-MATCHED
014143         PERFORM 2060-FLAG-APPOINTMENT-KEPT THRU 2060-EXIT
014144     END-IF.
014145     PERFORM 4200-RECORD-MEMBER THRU 4200-EXIT.
014146 4320-EXIT.
014147     EXIT.
014148
014149******************************************************************
014150*    4400-KEY-ONE-MEMBER
014151*    ONE KEYED MEMBER, THROUGH THE SAME PROMPTS AS A SINGLE
014152*    ENTRY.  A BLANK GIVEN NAME ENDS THE PARTY.
014153******************************************************************
014154 4400-KEY-ONE-MEMBER.
014155     DISPLAY 'ENTER MEMBER GIVEN NAME (BLANK WHEN ALL ARE IN)'.
014156     ACCEPT WS-GIVEN-NAME.
014157     IF WS-GIVEN-NAME = SPACES
014158         MOVE 'Y' TO WS-MEMBERS-DONE-SWITCH
014159         GO TO 4400-EXIT
014160     END-IF.
014161     DISPLAY 'ENTER MEMBER SURNAME'.
014162     ACCEPT WS-SURNAME.
014163     PERFORM 2010-ENTER-ONE-PERSON THRU 2010-EXIT.
014164     IF ENTRY-WAS-POSTED
014165         PERFORM 4200-RECORD-MEMBER THRU 4200-EXIT
014166     ELSE
014167         ADD 1 TO WS-PARTY-REFUSED-COUNT
014168     END-IF.
014169 4400-EXIT.
014170     EXIT.
014171
014172******************************************************************
014173*    4500-PARTY-CHECK-OUT
014174*    CLOSES THE OPEN VISIT OF EVERY MEMBER RECORDED UNDER THE
014175*    PARTY REFERENCE, LEAD INCLUDED.  MEMBERS WHO ALREADY LEFT
014176*    ON THEIR OWN (FUNCTION C) OR WERE SWEPT ARE PASSED OVER.
014177******************************************************************
014178 4500-PARTY-CHECK-OUT.
014179     MOVE ZERO TO WS-PARTY-CLOSED-COUNT.
014180     DISPLAY 'ENTER PARTY REFERENCE'.
014181     ACCEPT WS-PARTY-REF.
014182     IF WS-PARTY-REF = SPACES
014183         DISPLAY 'NO PARTY REFERENCE - PARTY CHECK-OUT CANCELLED'
014184         GO TO 4500-EXIT
014185     END-IF.
014186     OPEN INPUT PARTY-FILE.
014187     IF WS-PY-STATUS = '35'
014188         DISPLAY 'NO OPEN VISITS FOUND FOR PARTY: ' WS-PARTY-REF
014189         GO TO 4500-EXIT
014190     END-IF.
014191     IF WS-PY-STATUS NOT = '00'
014192         MOVE 'GENPARTY' TO FERR-FILE-NAME
014193         MOVE 'OPEN' TO FERR-OPERATION
014194         MOVE WS-PY-STATUS TO FERR-STATUS
014195         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014196     END-IF.
014197     PERFORM 4900-START-PARTY THRU 4900-EXIT.
014198     PERFORM 4550-CHECK-OUT-MEMBER THRU 4550-EXIT
014199         UNTIL END-OF-PARTY.
014200     CLOSE PARTY-FILE.
014201     IF WS-PARTY-CLOSED-COUNT = ZERO
014202         DISPLAY 'NO OPEN VISITS FOUND FOR PARTY: ' WS-PARTY-REF
014203     ELSE
014205         DISPLAY 'PARTY ' WS-PARTY-REF ' CHECKED OUT - '
014206             WS-PARTY-CLOSED-COUNT ' VISITS CLOSED'
014207     END-IF.
014208 4500-EXIT.
014209     EXIT.
014210
014211 4550-CHECK-OUT-MEMBER.
014212     PERFORM 4910-READ-PARTY THRU 4910-EXIT.
014213     IF END-OF-PARTY
014214         GO TO 4550-EXIT
014215     END-IF.
014216     PERFORM 4920-READ-MEMBER-VISIT THRU 4920-EXIT.
014217     IF WS-VL-STATUS NOT = '00' OR VL-DATE-OUT NOT = ZERO
014218         GO TO 4550-EXIT
014219     END-IF.
014220     MOVE PY-SURNAME TO WS-SURNAME.
014221     MOVE VL-KEY TO WS-FOUND-VISIT-KEY.
014222     PERFORM 2670-CLOSE-VISIT THRU 2670-EXIT.
014223     ADD 1 TO WS-PARTY-CLOSED-COUNT.
014224 4550-EXIT.
014225     EXIT.
014226
014227******************************************************************
014228*    4900-4920 - GENPARTY ACCESS SHARED BY 4100 AND 4500.  4900
014229*    POSITIONS ON THE FIRST MEMBER UNDER WS-PARTY-REF; 4910 ENDS
014230*    THE PARTY AT THE FIRST RECORD FOR ANOTHER REFERENCE; 4920
014231*    READS THE MEMBER'S VISIT (23 - VISIT NO LONGER ON FILE).
014232******************************************************************
014233 4900-START-PARTY.
014234     MOVE 'N' TO WS-PY-EOF-SWITCH.
014235     MOVE WS-PARTY-REF TO PY-PARTY-REF.
014236     MOVE LOW-VALUES TO PY-VISIT-KEY.
014237     START PARTY-FILE KEY NOT LESS THAN PY-KEY
014238         INVALID KEY
014239             MOVE 'Y' TO WS-PY-EOF-SWITCH
014240     END-START.
014241     IF WS-PY-STATUS NOT = '00' AND WS-PY-STATUS NOT = '23'
014242         MOVE 'GENPARTY' TO FERR-FILE-NAME
014243         MOVE 'START' TO FERR-OPERATION
014244         MOVE WS-PY-STATUS TO FERR-STATUS
014245         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014246     END-IF.
014247 4900-EXIT.
014248     EXIT.
014249
014250 4910-READ-PARTY.
014251     READ PARTY-FILE NEXT RECORD
014252         AT END
014253             MOVE 'Y' TO WS-PY-EOF-SWITCH
014254     END-READ.
014255     IF WS-PY-STATUS NOT = '00' AND WS-PY-STATUS NOT = '10'
014256         MOVE 'GENPARTY' TO FERR-FILE-NAME
014257         MOVE 'READ' TO FERR-OPERATION
014258         MOVE WS-PY-STATUS TO FERR-STATUS
014259         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014260     END-IF.
014261     IF WS-PY-STATUS NOT = '00'
014262         MOVE 'Y' TO WS-PY-EOF-SWITCH
014263         GO TO 4910-EXIT
014264     END-IF.
014265     IF PY-PARTY-REF NOT = WS-PARTY-REF
014266         MOVE 'Y' TO WS-PY-EOF-SWITCH
014268     END-IF.
014269 4910-EXIT.
014270     EXIT.
014271
014272 4920-READ-MEMBER-VISIT.
014273     MOVE PY-VISIT-KEY TO VL-KEY.
014274     READ VISIT-LOG-FILE KEY IS VL-KEY
014275         INVALID KEY
014276             CONTINUE
014277     END-READ.
014278     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '23'
014279         MOVE 'VISITLOG' TO FERR-FILE-NAME
014280         MOVE 'READ' TO FERR-OPERATION
014281         MOVE WS-VL-STATUS TO FERR-STATUS
014282         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
014283     END-IF.
014284 4920-EXIT.
014285     EXIT.
014286
014287******************************************************************
014288*    9000-TERMINATE
014289******************************************************************
014290 9000-TERMINATE.
014291     CLOSE PERSON-MASTER-FILE.
014292     CLOSE VISIT-LOG-FILE.
014293     CLOSE GENDER-AUDIT-FILE.
014294     IF APPT-FILE-AVAILABLE
014295         CLOSE APPOINTMENT-FILE
014296     END-IF.
014297     IF BARRED-FILE-AVAILABLE
014298         CLOSE BARRED-FILE
014299     END-IF.
014300 9000-EXIT.
014301     EXIT.
014302
014303******************************************************************
014304*    7000-SET-LOAD-LOCK
014305*    TAKES THE BATCH-WINDOW LOCK - INTERACTIVE SIGN-ON IS
014306*    REFUSED UNTIL 7100 RELEASES IT WHEN THE LOAD FINISHES.
014307******************************************************************
014308 7000-SET-LOAD-LOCK.
014309     MOVE 'L' TO WS-LOCK-STATE.
014310     PERFORM 7050-WRITE-LOCK THRU 7050-EXIT.
014311 7000-EXIT.
014312     EXIT.
014313
014314******************************************************************
014315*    7100-RELEASE-LOAD-LOCK
014316*    RELEASES THE BATCH-WINDOW LOCK AUTOMATICALLY AT THE END OF
014317*    THE LOAD.
014318******************************************************************
014319 7100-RELEASE-LOAD-LOCK.
014320     MOVE 'U' TO WS-LOCK-STATE.
014321     PERFORM 7050-WRITE-LOCK THRU 7050-EXIT.
014322 7100-EXIT.
014323     EXIT.
014324
014325 7050-WRITE-LOCK.
014326     ACCEPT WS-CURRENT-TIME FROM TIME.
014327     OPEN OUTPUT LOAD-LOCK-FILE.
014328     MOVE SPACES TO LOAD-LOCK-RECORD.
014330     MOVE WS-LOCK-STATE TO GL-LOCK-STATE.
014340     MOVE WS-CURRENT-DATE TO GL-LOCK-DATE.
014350     MOVE WS-CURRENT-TIME(1:6) TO GL-LOCK-TIME.
014600     EXIT.
014610
014620******************************************************************
014621*    8650-GET-BUSINESS-DATE
014622*    ASKS THE SHARED GENBDAY ROUTINE FOR THE BUSINESS DATE ON THE
014624*    HEAD-OFFICE CALENDAR (TODAY, OR THE LAST WORKING DAY BEFORE
014625*    IT).  WITHOUT A CALENDAR THE BUSINESS DATE IS TODAY.
014626******************************************************************
014628 8650-GET-BUSINESS-DATE.
014629     MOVE 'D' TO BDAY-FUNCTION.
014630     MOVE 'GENDER1' TO BDAY-PROGRAM-ID.
014632     MOVE SPACES TO BDAY-LOCATION.
014633     CALL 'GENBDAY' USING BDAY-AREA.
014635     MOVE BDAY-BUSINESS-DATE TO WS-BUSINESS-DATE.
014636     IF BDAY-NO-CALENDAR
014637         DISPLAY 'GENDER1 NO BUSINESS CALENDAR - BUSINESS DATE '
014639             'IS TODAY ' WS-BUSINESS-DATE
014640     END-IF.
014641 8650-EXIT.
014643     EXIT.
014644
014645******************************************************************
014647*    8700-CALL-RUN-CONTROL
014648*    HANDS THE BATCH LOAD'S START/END EVENT TO THE SHARED
014650*    GENRCTL ROUTINE.  ON A START GENRCTL REFUSES THE LOAD
014660*    UNLESS GENEDIT COMPLETED CLEANLY FOR THE SAME BUSINESS
014670*    DATE - THE LOAD MUST NEVER POST AN UNEDITED FILE.  ONLY
014690******************************************************************
014700 8700-CALL-RUN-CONTROL.
014710     MOVE 'GENDER1' TO RCTL-PROGRAM-ID.
014720     MOVE WS-BUSINESS-DATE TO RCTL-RUN-DATE.
014730     CALL 'GENRCTL' USING RCTL-AREA.
014740 8700-EXIT.
014750     EXIT.
015130     EXIT.
015140
015150******************************************************************
015160*    8850-WRITE-ARRIVAL-NOTICE
015170*    LOOKS THE VISIT'S HOST UP ON THE GENHOST DIRECTORY AND
015180*    APPENDS AN ARRIVAL NOTICE TO GENARRV FOR THE PAGING/EMAIL
015190*    GATEWAY.  THE DIRECTORY IS OPENED FOR EACH ARRIVAL, NOT AT
015200*    START-UP, SO A DESK SIGNED ON ALL DAY SEES HOSTS ADDED OR
015210*    DEACTIVATED THROUGH GENHST01 SINCE.  A HOST WHO IS NOT ON
015220*    THE DIRECTORY, OR IS INACTIVE, GETS NO NOTICE - THE DESK
015230*    IS TOLD TO CALL THEM INSTEAD.
015240******************************************************************
015250 8850-WRITE-ARRIVAL-NOTICE.
015260     OPEN INPUT HOST-DIRECTORY-FILE.
015270     IF WS-HS-STATUS = '35'
015280         DISPLAY 'HOST DIRECTORY NOT AVAILABLE - PLEASE CALL '
015290             WS-HOST-NAME
015300         GO TO 8850-EXIT
015310     END-IF.
015320     IF WS-HS-STATUS NOT = '00'
015330         MOVE 'GENHOST' TO FERR-FILE-NAME
015340         MOVE 'OPEN' TO FERR-OPERATION
015350         MOVE WS-HS-STATUS TO FERR-STATUS
015360         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015370     END-IF.
015380     MOVE WS-HOST-NAME TO HS-HOST-NAME.
015390     READ HOST-DIRECTORY-FILE
015400         INVALID KEY
015410             MOVE 'N' TO HS-ACTIVE-FLAG
015420     END-READ.
015430     IF WS-HS-STATUS NOT = '00' AND WS-HS-STATUS NOT = '23'
015440         MOVE 'GENHOST' TO FERR-FILE-NAME
015450         MOVE 'READ' TO FERR-OPERATION
015460         MOVE WS-HS-STATUS TO FERR-STATUS
015470         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015480     END-IF.
015490     CLOSE HOST-DIRECTORY-FILE.
015500     IF NOT HS-IS-ACTIVE
015510         DISPLAY 'HOST ' WS-HOST-NAME
015520             ' NOT ON HOST DIRECTORY - PLEASE CALL THE HOST'
015530         GO TO 8850-EXIT
015540     END-IF.
015550     OPEN EXTEND ARRIVAL-NOTICE-FILE.
015560     IF WS-AN-STATUS = '35'
015570         OPEN OUTPUT ARRIVAL-NOTICE-FILE
015580     END-IF.
015590     IF WS-AN-STATUS NOT = '00'
015600         MOVE 'GENARRV' TO FERR-FILE-NAME
015610         MOVE 'OPEN' TO FERR-OPERATION
015620         MOVE WS-AN-STATUS TO FERR-STATUS
015630         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015640     END-IF.
015650     MOVE SPACES TO ARRIVAL-NOTICE-RECORD.
015660     MOVE VL-DATE-IN TO AN-NOTICE-DATE.
015670     MOVE VL-TIME-IN TO AN-NOTICE-TIME.
015680     MOVE HS-HOST-NAME TO AN-HOST-NAME.
015690     MOVE HS-EXTENSION TO AN-HOST-EXTENSION.
015700     MOVE HS-DEPARTMENT TO AN-HOST-DEPARTMENT.
015710     MOVE VL-LOCATION TO AN-VISIT-LOCATION.
015720     MOVE VL-PERSON-ID TO AN-PERSON-ID.
015730     MOVE VL-SURNAME TO AN-SURNAME.
015740     MOVE VL-GIVEN-NAME TO AN-GIVEN-NAME.
015750     WRITE ARRIVAL-NOTICE-RECORD.
015760     IF WS-AN-STATUS NOT = '00'
015770         MOVE 'GENARRV' TO FERR-FILE-NAME
015780         MOVE 'WRITE' TO FERR-OPERATION
015790         MOVE WS-AN-STATUS TO FERR-STATUS
015800         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
015810     END-IF.
015820     CLOSE ARRIVAL-NOTICE-FILE.
015830     DISPLAY 'HOST ' HS-HOST-NAME ' NOTIFIED OF ARRIVAL'.
015840 8850-EXIT.
015850     EXIT.
015860
015870******************************************************************
015880*    8870-WRITE-OCCUPANCY-EXCEPTION
015890*    APPENDS AN OCCUPANCY EXCEPTION TO GENOCCX FOR FACILITIES
015900*    AND THE GENOCC01 DAILY OCCUPANCY REPORT - THE SITE, ITS
015910*    FIRE LIMIT, THE HEADCOUNT REACHED AND WHO TOOK IT THERE.
015920******************************************************************
015930 8870-WRITE-OCCUPANCY-EXCEPTION.
015940     OPEN EXTEND OCCUPANCY-EXCEPTION-FILE.
015950     IF WS-OX-STATUS = '35'
015960         OPEN OUTPUT OCCUPANCY-EXCEPTION-FILE
015970     END-IF.
015980     IF WS-OX-STATUS NOT = '00'
015990         MOVE 'GENOCCX' TO FERR-FILE-NAME
016000         MOVE 'OPEN' TO FERR-OPERATION
016010         MOVE WS-OX-STATUS TO FERR-STATUS
016020         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
016030     END-IF.
016040     MOVE SPACES TO OCCUPANCY-EXCEPTION-RECORD.
016050     MOVE WS-CURRENT-DATE TO OX-EXCEPTION-DATE.
016060     MOVE WS-CURRENT-TIME(1:6) TO OX-EXCEPTION-TIME.
016070     MOVE WS-ENTRY-LOCATION TO OX-LOCATION.
016080     MOVE WS-SITE-CAPACITY TO OX-CAPACITY.
016090     MOVE WS-SITE-HEADCOUNT TO OX-HEADCOUNT.
016100     IF WS-SITE-HEADCOUNT = WS-SITE-CAPACITY
016110         MOVE 'L' TO OX-EXCEPTION-TYPE
016120     ELSE
016130         MOVE 'O' TO OX-EXCEPTION-TYPE
016140     END-IF.
016150     MOVE PM-PERSON-ID TO OX-PERSON-ID.
016160     MOVE WS-SURNAME TO OX-SURNAME.
016170     MOVE WS-GIVEN-NAME TO OX-GIVEN-NAME.
016180     MOVE WS-USER-ID TO OX-USER-ID.
016190     IF BATCH-MODE
016200         MOVE 'B' TO OX-SOURCE
016210     ELSE
016220         MOVE 'I' TO OX-SOURCE
016230     END-IF.
016240     WRITE OCCUPANCY-EXCEPTION-RECORD.
016250     IF WS-OX-STATUS NOT = '00'
016260         MOVE 'GENOCCX' TO FERR-FILE-NAME
016270         MOVE 'WRITE' TO FERR-OPERATION
016280         MOVE WS-OX-STATUS TO FERR-STATUS
016290         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
016300     END-IF.
016310     CLOSE OCCUPANCY-EXCEPTION-FILE.
016320 8870-EXIT.
016330     EXIT.
016340
016350******************************************************************
016360*    9100-FILE-ERROR
016370*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
016380*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
016390*    ENDS THE RUN WITH RETURN CODE 12.
016400******************************************************************
016410 9100-FILE-ERROR.
016420     CALL 'GENFERR' USING FERR-AREA.
016430 9100-EXIT.
016440     EXIT.
016450
016460 END PROGRAM GENDER1.
