000330*    2026-09-02  DM  SURNAME/GIVEN-NAME SPLIT - THE NAME COLUMN
000340*                    NOW SHOWS THE 20-BYTE SURNAME; COLUMN GAPS
000350*                    TIGHTENED TO KEEP THE LINE INSIDE 80.
000351*    2026-10-15  DM  ROLL-CALL NO LONGER READS THE WHOLE VISIT
000352*                    HISTORY PER BUILDING - EACH SECTION STARTS
000353*                    ON THE VL-ROLL-CALL-KEY ALTERNATE KEY AT
000354*                    DATE-OUT ZERO FOR ITS SITE AND READS ONLY
000355*                    THAT SITE'S OPEN VISITS, IN NAME ORDER.
000356*    2026-10-15  DM  GROUPS SIGNED IN AT THE DESK (GENPARTY) NOW
000357*                    PRINT TOGETHER AFTER EACH BUILDING'S LIST,
000358*                    UNDER THE PARTY REFERENCE AND THE LEAD'S
000359*                    NAME, SO THE WARDEN CAN ASK THE LEAD.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS VL-KEY
000565         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000570         FILE STATUS IS WS-VL-STATUS.
000571
000572     SELECT PARTY-FILE ASSIGN TO "GENPARTY"
000573         ORGANIZATION IS INDEXED
000575         ACCESS MODE IS RANDOM
000576         RECORD KEY IS PY-KEY
000577         ALTERNATE RECORD KEY IS PY-VISIT-KEY
000578         FILE STATUS IS WS-PY-STATUS.
000580
000590     SELECT REPORT-FILE ASSIGN TO "GENVIS01"
000600         ORGANIZATION IS LINE SEQUENTIAL
000680     LABEL RECORDS ARE STANDARD.
000690 COPY VISITREC IN "copybooks".
000700
000702 FD  PARTY-FILE
000704     LABEL RECORDS ARE STANDARD.
000706 COPY PARTYREC IN "copybooks".
000708
000710 FD  REPORT-FILE
000720     LABEL RECORDS ARE OMITTED.
000730 01  REPORT-RECORD                  PIC X(80).
000790
000800 77  WS-VL-STATUS                PIC X(02)  VALUE SPACES.
000810 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000815 77  WS-PY-STATUS                PIC X(02)  VALUE SPACES.
000820
000830 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
000840     88  END-OF-VISIT-LOG                   VALUE 'Y'.
000842 77  WS-PARTY-FILE-SWITCH        PIC X(01)  VALUE 'N'.
000844     88  PARTY-FILE-AVAILABLE               VALUE 'Y'.
000846 77  WS-PARTY-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
000848     88  VISIT-IN-PARTY                     VALUE 'Y'.
000850
000860 77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000870 77  WS-LINE-COUNT                PIC 9(03) COMP VALUE ZERO.
000900
000910 77  WS-ONPREM-COUNT              PIC 9(06) COMP VALUE ZERO.
000920 77  WS-ONPREM-TOTAL              PIC 9(06) COMP VALUE ZERO.
000940 77  WS-VISIT-COUNT               PIC 9(06) COMP VALUE ZERO.
000950
000960 77  WS-SECTION-TITLE             PIC X(35)  VALUE SPACES.
000961
000962*    OPEN VISITS OF PARTY MEMBERS FOR THE BUILDING BEING LISTED,
000963*    HELD BACK AND PRINTED BY PARTY AT THE END OF ITS SECTION.
000964 77  WS-PT-COUNT                  PIC 9(03) COMP VALUE ZERO.
000965 77  WS-PT-MAX                    PIC 9(03) COMP VALUE 200.
000967 01  WS-PARTY-TABLE.
000968     05  WS-PT-ENTRY             OCCURS 200 TIMES
000969                                 INDEXED BY WS-PT-IDX
000970                                            WS-PT-MBR-IDX.
000971         10  WS-PT-PARTY-REF     PIC X(10).
000972         10  WS-PT-LEAD-SURNAME  PIC X(20).
000974         10  WS-PT-LEAD-GIVEN    PIC X(20).
000975         10  WS-PT-PRINTED-SW    PIC X(01).
000976             88  WS-PT-PRINTED              VALUE 'Y'.
000977         10  WS-PT-VISIT         PIC X(100).
000978
000980 01  RPT-HEADING-1.
000990     05  FILLER                  PIC X(25)  VALUE SPACES.
001000     05  FILLER                  PIC X(30)
001370     05  FILLER                  PIC X(01)  VALUE SPACES.
001380     05  RD-HOST-NAME            PIC X(15).
001390
001391 01  RPT-PARTY-LINE.
001392     05  FILLER                  PIC X(06)  VALUE 'PARTY '.
001393     05  RP-PARTY-REF            PIC X(10).
001394     05  FILLER                  PIC X(08)  VALUE '  LEAD: '.
001395     05  RP-LEAD-SURNAME         PIC X(20).
001396     05  FILLER                  PIC X(01)  VALUE SPACES.
001397     05  RP-LEAD-GIVEN-NAME      PIC X(20).
001398
001400 01  RPT-TOTAL-LINE.
001410     05  RT-LABEL                PIC X(30).
001420     05  RT-COUNT                PIC ZZZ,ZZ9.
001700         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001710     END-IF.
001720     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
001721     OPEN INPUT PARTY-FILE.
001723     IF WS-PY-STATUS = '00'
001725         MOVE 'Y' TO WS-PARTY-FILE-SWITCH
001726     END-IF.
001728     IF WS-PY-STATUS NOT = '00' AND WS-PY-STATUS NOT = '35'
001730         MOVE 'GENPARTY' TO FERR-FILE-NAME
001731         MOVE 'OPEN' TO FERR-OPERATION
001733         MOVE WS-PY-STATUS TO FERR-STATUS
001735         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001736     END-IF.
001738 1000-EXIT.
001740     EXIT.
001750
001760******************************************************************
001770*    2000-ONPREM-SECTION
001780*    FIRST PASS OVER THE VISIT LOG - LISTS EVERY VISIT WITH NO
001790*    TIME OUT, I.E. EVERYONE STILL IN THE BUILDING.  THIS IS
001800*    THE LIST HANDED TO THE FIRE WARDEN.  ONLY THE OPEN VISITS
001805*    ARE READ (SEE 2060), NOT THE VISIT HISTORY.
001810******************************************************************
001820 2000-ONPREM-SECTION.
001830     SET SC-IDX TO 1.
001920******************************************************************
001930*    2050-ONPREM-ONE-SITE
001940*    ONE ROLL-CALL SECTION PER BUILDING - TWO WARDENS IN TWO
001950*    LOBBIES EACH GET THEIR OWN PAGE.  GENCNV02 STAMPED THE
001960*    BLANK LOCATIONS ON PRE-SPLIT RECORDS AS HEADQUARTERS, SO
001970*    EVERY VISIT NOW FALLS UNDER A SITE ON THE TABLE.  PARTY
001973*    MEMBERS ARE HELD BACK AND PRINTED BY PARTY AT THE END
001976*    (2300); THE SECTION COUNT INCLUDES THEM.
001980******************************************************************
001990 2050-ONPREM-ONE-SITE.
002010     MOVE SPACES TO WS-SECTION-TITLE.
002020     MOVE 'ON PREMISES - ' TO WS-SECTION-TITLE(1:14).
002030     MOVE SC-NAME(SC-IDX) TO WS-SECTION-TITLE(15:20).
002040     PERFORM 8000-START-SECTION THRU 8000-EXIT.
002050     MOVE ZERO TO WS-ONPREM-COUNT.
002055     MOVE ZERO TO WS-PT-COUNT.
002060     MOVE 'N' TO WS-EOF-SWITCH.
002070     OPEN INPUT VISIT-LOG-FILE.
002080     PERFORM 8300-CHECK-VISIT-OPEN THRU 8300-EXIT.
002082     IF NOT END-OF-VISIT-LOG
002085         PERFORM 2060-START-OPEN-VISITS THRU 2060-EXIT
002087     END-IF.
002090     IF NOT END-OF-VISIT-LOG
002100         PERFORM 2100-READ-VISIT THRU 2100-EXIT
002110     END-IF.
002140     IF WS-VL-STATUS NOT = '35'
002150         CLOSE VISIT-LOG-FILE
002160     END-IF.
002165     PERFORM 2300-PRINT-PARTIES THRU 2300-EXIT.
002170     MOVE 'PERSONS ON PREMISES:' TO RT-LABEL.
002180     MOVE WS-ONPREM-COUNT TO RT-COUNT.
002190     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
002230     EXIT.
002240
002250******************************************************************
002251*    2060-START-OPEN-VISITS
002252*    POSITIONS ON THE FIRST OPEN VISIT (DATE-OUT ZERO) FOR THE
002253*    SITE IN SC-IDX VIA THE VL-ROLL-CALL-KEY ALTERNATE KEY.  NO
002254*    RECORD AT OR PAST THAT KEY (23) IS AN EMPTY SECTION.
002255******************************************************************
002256 2060-START-OPEN-VISITS.
002257     MOVE LOW-VALUES TO VL-ROLL-CALL-KEY.
002258     MOVE ZERO TO VL-DATE-OUT.
002259     MOVE SC-CODE(SC-IDX) TO VL-LOCATION.
002260     START VISIT-LOG-FILE KEY NOT LESS THAN VL-ROLL-CALL-KEY
002261         INVALID KEY
002262             MOVE 'Y' TO WS-EOF-SWITCH
002263     END-START.
002264     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '23'
002265         MOVE 'VISITLOG' TO FERR-FILE-NAME
002266         MOVE 'START' TO FERR-OPERATION
002267         MOVE WS-VL-STATUS TO FERR-STATUS
002268         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002269     END-IF.
002270     IF WS-VL-STATUS NOT = '00'
002271         MOVE 'Y' TO WS-EOF-SWITCH
002272     END-IF.
002273 2060-EXIT.
002274     EXIT.
002275
002276******************************************************************
002277*    2100-READ-VISIT
002278*    A READ STATUS OTHER THAN 00, 02 OR 10 IS FATAL - A TRUNCATED
002280*    FIRE ROLL-CALL MUST NEVER GO OUT UNDER A CLEAN RETURN
002290*    CODE.  AT END (10) ENDS THE PASS NORMALLY.  THE LOOP IS
002300*    ONLY ENTERED WHEN THE OPEN RETURNED 00 (SEE 8300).
002340         AT END
002350             MOVE 'Y' TO WS-EOF-SWITCH
002360     END-READ.
002370     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
002375         AND WS-VL-STATUS NOT = '10'
002380         MOVE 'VISITLOG' TO FERR-FILE-NAME
002390         MOVE 'READ' TO FERR-OPERATION
002400         MOVE WS-VL-STATUS TO FERR-STATUS
002410         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002420     END-IF.
002430     IF WS-VL-STATUS NOT = '00' AND WS-VL-STATUS NOT = '02'
002440         MOVE 'Y' TO WS-EOF-SWITCH
002450     END-IF.
002460 2100-EXIT.
002470     EXIT.
002480
002481******************************************************************
002482*    2200-ONPREM-DETAIL
002483*    THE FIRST CLOSED VISIT OR OTHER SITE IN ALTERNATE-KEY
002485*    ORDER ENDS THE SECTION.  A VISIT RECORDED ON GENPARTY IS
002486*    HELD IN THE PARTY TABLE INSTEAD OF PRINTED; IF THE TABLE
002487*    IS FULL IT PRINTS HERE, SO NOBODY IS EVER LEFT OFF.
002488******************************************************************
002490 2200-ONPREM-DETAIL.
002500     IF VL-DATE-OUT NOT = ZERO
002510         OR VL-LOCATION NOT = SC-CODE(SC-IDX)
002520         MOVE 'Y' TO WS-EOF-SWITCH
002522         GO TO 2200-EXIT
002524     END-IF.
002526     PERFORM 2250-FIND-PARTY THRU 2250-EXIT.
002528     IF VISIT-IN-PARTY AND WS-PT-COUNT < WS-PT-MAX
002530         ADD 1 TO WS-PT-COUNT
002532         SET WS-PT-IDX TO WS-PT-COUNT
002535         MOVE PY-PARTY-REF TO WS-PT-PARTY-REF(WS-PT-IDX)
002537         MOVE PY-LEAD-SURNAME TO WS-PT-LEAD-SURNAME(WS-PT-IDX)
002539         MOVE PY-LEAD-GIVEN-NAME TO WS-PT-LEAD-GIVEN(WS-PT-IDX)
002541         MOVE 'N' TO WS-PT-PRINTED-SW(WS-PT-IDX)
002543         MOVE VISIT-LOG-RECORD TO WS-PT-VISIT(WS-PT-IDX)
002545     ELSE
002547         PERFORM 8100-BUILD-DETAIL THRU 8100-EXIT
002550     END-IF.
002555     ADD 1 TO WS-ONPREM-COUNT.
002560     PERFORM 2100-READ-VISIT THRU 2100-EXIT.
002570 2200-EXIT.
002571     EXIT.
002572
002573******************************************************************
002574*    2250-FIND-PARTY
002575*    LOOKS THE OPEN VISIT UP ON GENPARTY BY ITS VISIT KEY.  NO
002576*    GENPARTY (NO GROUP EVER SIGNED IN) MEANS NO PARTIES.
002577******************************************************************
002578 2250-FIND-PARTY.
002579     MOVE 'N' TO WS-PARTY-FOUND-SWITCH.
002580     IF NOT PARTY-FILE-AVAILABLE
002581         GO TO 2250-EXIT
002582     END-IF.
002583     MOVE VL-KEY TO PY-VISIT-KEY.
002584     READ PARTY-FILE KEY IS PY-VISIT-KEY
002585         INVALID KEY
002586             GO TO 2250-EXIT
002588     END-READ.
002589     IF WS-PY-STATUS NOT = '00'
002590         MOVE 'GENPARTY' TO FERR-FILE-NAME
002591         MOVE 'READ' TO FERR-OPERATION
002592         MOVE WS-PY-STATUS TO FERR-STATUS
002593         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
002594     END-IF.
002595     MOVE 'Y' TO WS-PARTY-FOUND-SWITCH.
002596 2250-EXIT.
002597     EXIT.
002598
002599******************************************************************
002600*    2300-PRINT-PARTIES
002601*    PRINTS THE HELD PARTY MEMBERS ONE PARTY AT A TIME - A
002602*    HEADING WITH THE PARTY REFERENCE AND THE LEAD, THEN EACH
002603*    MEMBER STILL ON THE PREMISES IN NAME ORDER.  2310 STEPS
002604*    THROUGH THE TABLE, 2315 TAKES EACH UNPRINTED ENTRY AS THE
002606*    NEXT PARTY AND 2320 SWEEPS THE REST OF THE TABLE FOR ITS
002607*    MEMBERS.
002608******************************************************************
002609 2300-PRINT-PARTIES.
002610     SET WS-PT-IDX TO 1.
002611     PERFORM 2310-NEXT-PARTY THRU 2310-EXIT
002612         UNTIL WS-PT-IDX > WS-PT-COUNT.
002613 2300-EXIT.
002614     EXIT.
002615
002616 2310-NEXT-PARTY.
002617     IF NOT WS-PT-PRINTED(WS-PT-IDX)
002618         PERFORM 2315-PRINT-ONE-PARTY THRU 2315-EXIT
002619     END-IF.
002620     SET WS-PT-IDX UP BY 1.
002621 2310-EXIT.
002622     EXIT.
002624
002625 2315-PRINT-ONE-PARTY.
002626     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
002627         PERFORM 8000-START-SECTION THRU 8000-EXIT
002628     END-IF.
002629     MOVE WS-PT-PARTY-REF(WS-PT-IDX) TO RP-PARTY-REF.
002630     MOVE WS-PT-LEAD-SURNAME(WS-PT-IDX) TO RP-LEAD-SURNAME.
002631     MOVE WS-PT-LEAD-GIVEN(WS-PT-IDX) TO RP-LEAD-GIVEN-NAME.
002632     WRITE REPORT-RECORD FROM RPT-PARTY-LINE.
002633     ADD 1 TO WS-LINE-COUNT.
002634     SET WS-PT-MBR-IDX TO WS-PT-IDX.
002635     PERFORM 2320-PRINT-PARTY-MEMBER THRU 2320-EXIT
002636         UNTIL WS-PT-MBR-IDX > WS-PT-COUNT.
002637 2315-EXIT.
002638     EXIT.
002639
002640 2320-PRINT-PARTY-MEMBER.
002642     IF WS-PT-PARTY-REF(WS-PT-MBR-IDX) =
002643             WS-PT-PARTY-REF(WS-PT-IDX)
002644         AND NOT WS-PT-PRINTED(WS-PT-MBR-IDX)
002645         MOVE WS-PT-VISIT(WS-PT-MBR-IDX) TO VISIT-LOG-RECORD
002646         PERFORM 8100-BUILD-DETAIL THRU 8100-EXIT
002647         MOVE 'Y' TO WS-PT-PRINTED-SW(WS-PT-MBR-IDX)
002648     END-IF.
002649     SET WS-PT-MBR-IDX UP BY 1.
002650 2320-EXIT.
002651     EXIT.
002652
002653******************************************************************
002654*    3000-DAYLOG-SECTION
002655*    SECOND PASS OVER THE VISIT LOG - LISTS EVERY VISIT THAT
002656*    STARTED TODAY, WITH ARRIVAL AND DEPARTURE TIMES.
002657******************************************************************
002658 3000-DAYLOG-SECTION.
002660     MOVE 'DAILY VISIT LOG' TO WS-SECTION-TITLE.
002670     PERFORM 8000-START-SECTION THRU 8000-EXIT.
002680     MOVE 'N' TO WS-EOF-SWITCH.
003690******************************************************************
003700 9000-TERMINATE.
003710     CLOSE REPORT-FILE.
003712     IF PARTY-FILE-AVAILABLE
003715         CLOSE PARTY-FILE
003717     END-IF.
003720 9000-EXIT.
003730     EXIT.
003740
