000090*                  STAYS ON THE FIRE ROLL-CALL FOR GOOD - THE
000100*                  WARDEN ONCE COUNTED 19 "ON PREMISES" IN AN
000110*                  EMPTY BUILDING.  RUN AFTER CLOSE OF BUSINESS
000120*                  FOR THE DAY (THE PRIOR BUSINESS DAY FROM THE
000123*                  GENCAL CALENDAR WHEN THE STREAM RUNS AFTER
000126*                  MIDNIGHT, OR A YYYYMMDD PARAMETER):
000130*                  EVERY VISIT OPENED ON OR BEFORE THAT DATE
000140*                  AND STILL OPEN IS STAMPED CLOSED AT 235959
000150*                  WITH THE DISTINCT AUTO-CLOSED MARKER
000240*    2026-09-02  DM  ORIGINAL PROGRAM.
000250*    2026-09-02  DM  SURNAME/GIVEN-NAME SPLIT - THE EXCEPTION
000260*                    LISTING SHOWS THE SURNAME.
000261*    2026-10-15  DM  THE SWEEP READS ONLY THE OPEN VISITS - IT
000262*                    STARTS ON THE VL-ROLL-CALL-KEY ALTERNATE
000263*                    KEY AT DATE-OUT ZERO AND STOPS AT THE FIRST
000264*                    CLOSED VISIT, INSTEAD OF READING THE WHOLE
000265*                    VISIT HISTORY EVERY NIGHT.
000266*    2026-10-15  DM  THE DATE PARAMETER IS NOW OPTIONAL - THE
000267*                    PRIOR BUSINESS DAY COMES FROM THE GENCAL
000268*                    CALENDAR (SHARED GENBDAY ROUTINE).  IT IS
000269*                    STILL REQUIRED WHEN THERE IS NO CALENDAR.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS VL-KEY
000475         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000480         FILE STATUS IS WS-VL-STATUS.
000490
000500     SELECT GENDER-AUDIT-FILE ASSIGN TO "GENAUDIT"
000930 77  WS-SWEEP-USER-ID            PIC X(08)  VALUE SPACES.
000940 77  WS-USER-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
000950     88  AUDIT-USER-FOUND                   VALUE 'Y'.
000955 77  WS-RESUME-KEY               PIC X(51)  VALUE SPACES.
000960
000970*    PER-USER SWEEP COUNTS, GENACT01 STYLE - A FULL TABLE
000980*    COUNTS INTO THE LAST SLOT AS *OTHER*.
001540     05  RC-COUNT                PIC ZZZ,ZZ9.
001550
001560 COPY FERRLNK IN "copybooks".
001565 COPY BDAYLNK IN "copybooks".
001570
001580 PROCEDURE DIVISION.
001590*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001710
001720******************************************************************
001730*    1000-INITIALIZE
001740*    RESOLVES THE SWEEP DATE (PARAMETER OR PRIOR BUSINESS DAY)
001750*    AND OPENS THE FILES.  NO VISIT LOG AT ALL MEANS NOTHING TO
001755*    SWEEP.
001760******************************************************************
001770 1000-INITIALIZE.
001780     MOVE 'GENSWP01' TO FERR-PROGRAM-ID.
001830         MOVE 'Y' TO WS-PARM-OK-SWITCH
001840         MOVE WS-PARM(1:8) TO WS-TARGET-DATE
001850     ELSE
001860         PERFORM 8650-GET-PRIOR-BUSINESS-DAY THRU 8650-EXIT
001862     END-IF.
001864     IF NOT PARM-IS-VALID
001866         DISPLAY 'GENSWP01 - NO PRIOR BUSINESS DAY ON THE '
001868             'CALENDAR - SWEEP DATE PARAMETER (YYYYMMDD) '
001870             'IS REQUIRED - RUN CANCELLED'
001880         MOVE 12 TO RETURN-CODE
001890         GO TO 1000-EXIT
002150     PERFORM 1100-CLEAR-USER-SLOT THRU 1100-EXIT
002160         UNTIL WS-USER-SUB > WS-USER-MAX.
002170     IF NOT END-OF-VISIT-LOG
002171         MOVE LOW-VALUES TO VL-ROLL-CALL-KEY
002172         MOVE ZERO TO VL-DATE-OUT
002174         MOVE VL-ROLL-CALL-KEY TO WS-RESUME-KEY
002175         PERFORM 2300-START-OPEN-VISITS THRU 2300-EXIT
002177     END-IF.
002178     IF NOT END-OF-VISIT-LOG
002180         PERFORM 2100-READ-VISIT THRU 2100-EXIT
002190     END-IF.
002200 1000-EXIT.
002320*    A VISIT OPENED ON OR BEFORE THE SWEEP DATE AND STILL OPEN
002330*    IS STAMPED CLOSED WITH THE AUTO-CLOSED MARKER AND LISTED.
002340*    VISITS OPENED AFTER THE SWEEP DATE (A LATE RUN) ARE LEFT
002350*    ALONE.  THE FILE IS READ IN VL-ROLL-CALL-KEY ORDER, SO THE
002355*    FIRST CLOSED VISIT (DATE-OUT NOT ZERO) ENDS THE PASS.
002360******************************************************************
002370 2000-SWEEP-ONE-VISIT.
002372     IF VL-DATE-OUT NOT = ZERO
002374         MOVE 'Y' TO WS-EOF-SWITCH
002376         GO TO 2000-EXIT
002378     END-IF.
002380     IF VL-DATE-IN NOT > WS-TARGET-DATE
002400         AND VL-TIME-OUT = ZERO
002410         PERFORM 2200-CLOSE-STALE-VISIT THRU 2200-EXIT
002420     END-IF.
002460
002470******************************************************************
002480*    2100-READ-VISIT
002490*    A READ STATUS OTHER THAN 00, 02 OR 10 IS FATAL - A SWEEP CUT
002500*    SHORT WOULD LEAVE GHOSTS ON THE ROLL-CALL UNDER A CLEAN
002510*    RETURN CODE.  AT END (10) ENDS THE PASS NORMALLY.
002520******************************************************************
002550         AT END
002560             MOVE 'Y' TO WS-EOF-SWITCH
002570     END-READ.
002580     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
002585         AND WS-VL-STATUS NOT = '10'
002590         MOVE 'VISITLOG' TO FERR-FILE-NAME
002600         MOVE 'READ' TO FERR-OPERATION
002610         MOVE WS-VL-STATUS TO FERR-STATUS
002620         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002630     END-IF.
002640     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
002650         MOVE 'Y' TO WS-EOF-SWITCH
002660     END-IF.
002670 2100-EXIT.
002720*    STAMPS THE VISIT CLOSED AT 235959 ON THE SWEEP DATE WITH
002730*    THE AUTO-CLOSED MARKER, FINDS WHO KEYED THE ENTRY ON THE
002740*    AUDIT LOG, TALLIES THE USER AND PRINTS THE EXCEPTION LINE.
002742*    THE REWRITE MOVES THE RECORD OUT OF THE OPEN-VISIT KEY
002745*    RANGE, SO THE PASS RE-POSITIONS AT THE KEY IT JUST LEFT
002747*    BEFORE READING ON.
002750******************************************************************
002760 2200-CLOSE-STALE-VISIT.
002765     MOVE VL-ROLL-CALL-KEY TO WS-RESUME-KEY.
002770     MOVE WS-TARGET-DATE TO VL-DATE-OUT.
002780     MOVE 235959 TO VL-TIME-OUT.
002790     MOVE 'A' TO VL-CLOSE-TYPE.
002810         INVALID KEY
002820             DISPLAY 'GENSWP01 - SWEEP REWRITE FAILED: ' VL-KEY
002830     END-REWRITE.
002840     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
002845         AND WS-VL-STATUS NOT = '23'
002850         MOVE 'VISITLOG' TO FERR-FILE-NAME
002860         MOVE 'REWRITE' TO FERR-OPERATION
002870         MOVE WS-VL-STATUS TO FERR-STATUS
002970     MOVE VL-HOST-NAME TO RD-HOST-NAME.
002980     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
002990     ADD 1 TO WS-SWEPT-COUNT.
002995     PERFORM 2300-START-OPEN-VISITS THRU 2300-EXIT.
003000 2200-EXIT.
003001     EXIT.
003002
003003******************************************************************
003004*    2300-START-OPEN-VISITS
003005*    POSITIONS ON THE VL-ROLL-CALL-KEY ALTERNATE KEY AT OR PAST
003006*    WS-RESUME-KEY.  NO RECORD THERE (23) ENDS THE PASS.
003008******************************************************************
003009 2300-START-OPEN-VISITS.
003010     MOVE WS-RESUME-KEY TO VL-ROLL-CALL-KEY.
003011     START VISIT-LOG-FILE KEY NOT LESS THAN VL-ROLL-CALL-KEY
003012         INVALID KEY
003013             MOVE 'Y' TO WS-EOF-SWITCH
003015     END-START.
003016     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '23'
003017         MOVE 'VISITLOG' TO FERR-FILE-NAME
003018         MOVE 'START' TO FERR-OPERATION
003019         MOVE WS-VL-STATUS TO FERR-STATUS
003020         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003021     END-IF.
003023     IF WS-VL-STATUS NOT = '00'
003024         MOVE 'Y' TO WS-EOF-SWITCH
003025     END-IF.
003026 2300-EXIT.
003027     EXIT.
003028
003030******************************************************************
003040*    3000-FIND-AUDIT-USER
003050*    SCANS THE AUDIT LOG FOR THE ENTRY THAT POSTED THIS VISIT -
004150     EXIT.
004160
004170******************************************************************
004171*    8650-GET-PRIOR-BUSINESS-DAY
004172*    ASKS THE SHARED GENBDAY ROUTINE FOR THE PRIOR BUSINESS DAY
004174*    ON THE HEAD-OFFICE CALENDAR - THE LAST WORKING DAY BEFORE
004175*    TODAY.  NONE COMES BACK WITHOUT A CALENDAR, OR WHEN THE
004176*    DAYS ARE NOT ON IT, AND THE PARAMETER IS THEN REQUIRED.
004178******************************************************************
004179 8650-GET-PRIOR-BUSINESS-DAY.
004180     MOVE 'D' TO BDAY-FUNCTION.
004182     MOVE 'GENSWP01' TO BDAY-PROGRAM-ID.
004183     MOVE SPACES TO BDAY-LOCATION.
004185     CALL 'GENBDAY' USING BDAY-AREA.
004186     IF BDAY-PRIOR-DATE NOT = ZERO
004187         MOVE 'Y' TO WS-PARM-OK-SWITCH
004189         MOVE BDAY-PRIOR-DATE TO WS-TARGET-DATE
004190     END-IF.
004191 8650-EXIT.
004193     EXIT.
004194
004195******************************************************************
004197*    9100-FILE-ERROR
004198*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
004200*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
004210*    ENDS THE RUN WITH RETURN CODE 12.
004220******************************************************************
