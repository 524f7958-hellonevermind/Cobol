000010******************************************************************
000020*    PROGRAM-ID : GENCNV02
000030*    AUTHOR      : D.MATHESON
000040*    INSTALLATION: FRONT OFFICE SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*    DATE-COMPILED:
000070*    PURPOSE     : ONE-TIME CONVERSION OF THE VISIT LOG TO THE
000080*                  VL-ROLL-CALL-KEY LAYOUT.  DATE-OUT, LOCATION
000090*                  AND NAME ARE REGROUPED INTO THE NEW ALTERNATE
000100*                  KEY SO OPEN VISITS (DATE-OUT ZERO) FOR A SITE
000110*                  ARE ONE KEY RANGE.  THE RECORD STAYS 100
000120*                  BYTES AND NO FIELD CHANGES SIZE.  A BLANK
000130*                  LOCATION (VISITS LOGGED BEFORE THE SITE CODE
000140*                  WAS ADDED) IS STAMPED HQ, WHICH EVERY REPORT
000150*                  ALREADY READ IT AS.
000160*
000170*                  RUN ONCE AT CONVERSION, BEFORE ANY PROGRAM
000180*                  BUILT ON THE NEW LAYOUT TOUCHES THE FILE:
000190*                  1. POINT THE VISITLGO DD AT THE EXISTING
000200*                     PRODUCTION VISIT LOG.
000210*                  2. POINT THE VISITLOG DD AT THE NEW VISIT LOG
000220*                     DATASET (CREATED BY THIS RUN).
000230*                  RECORD COUNTS IN AND OUT MUST MATCH - A
000240*                  MISMATCH ENDS WITH RETURN CODE 12 AND THE
000250*                  OLD VISIT LOG IS LEFT UNTOUCHED EITHER WAY.
000260*    TECTONICS   : COBOL
000270*----------------------------------------------------------------
000280*    MODIFICATION HISTORY
000290*    DATE       INIT DESCRIPTION
000300*    2026-10-15  DM  ORIGINAL PROGRAM.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 PROGRAM-ID. GENCNV02.
000350 AUTHOR. D. MATHESON.
000360 INSTALLATION. FRONT OFFICE SYSTEMS.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 CONFIGURATION SECTION.
000420*-----------------------
000430 SOURCE-COMPUTER. GENERIC.
000440 OBJECT-COMPUTER. GENERIC.
000450 INPUT-OUTPUT SECTION.
000460*-----------------------
000470 FILE-CONTROL.
000480     SELECT OLD-VISIT-LOG-FILE ASSIGN TO "VISITLGO"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS OV-KEY
000520         FILE STATUS IS WS-OV-STATUS.
000530
000540     SELECT VISIT-LOG-FILE ASSIGN TO "VISITLOG"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS VL-KEY
000580         ALTERNATE RECORD KEY IS VL-ROLL-CALL-KEY WITH DUPLICATES
000590         FILE STATUS IS WS-VL-STATUS.
000600
000610 DATA DIVISION.
000620*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000630 FILE SECTION.
000640*-----------------------
000650 FD  OLD-VISIT-LOG-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 100 CHARACTERS.
000680*    PRE-CONVERSION LAYOUT - NAME, DATE-OUT AND LOCATION IN
000690*    THEIR ORIGINAL POSITIONS.  KEPT HERE AND NOWHERE ELSE;
000700*    EVERY OTHER PROGRAM USES THE VISITREC COPYBOOK.
000710 01  OLD-VISIT-LOG-RECORD.
000720     05  OV-KEY.
000730         10  OV-PERSON-ID        PIC 9(07).
000740         10  OV-DATE-IN          PIC 9(08).
000750         10  OV-TIME-IN          PIC 9(06).
000760     05  OV-SURNAME              PIC X(20).
000770     05  OV-GIVEN-NAME           PIC X(20).
000780     05  OV-DATE-OUT             PIC 9(08).
000790     05  OV-TIME-OUT             PIC 9(06).
000800     05  OV-HOST-NAME            PIC X(15).
000810     05  OV-CLOSE-TYPE           PIC X(01).
000820     05  OV-LOCATION             PIC X(03).
000830     05  FILLER                  PIC X(06).
000840
000850 FD  VISIT-LOG-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY VISITREC IN "copybooks".
000880
000890*-----------------------
000900 WORKING-STORAGE SECTION.
000910*-----------------------
000920 77  WS-OV-STATUS                PIC X(02)  VALUE SPACES.
000930 77  WS-VL-STATUS                PIC X(02)  VALUE SPACES.
000940
000950 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
000960     88  END-OF-OLD-VISIT-LOG               VALUE 'Y'.
000970
000980 77  WS-READ-COUNT               PIC 9(07)  VALUE ZERO.
000990 77  WS-WRITTEN-COUNT            PIC 9(07)  VALUE ZERO.
001000 77  WS-STAMPED-COUNT            PIC 9(07)  VALUE ZERO.
001010
001020 COPY FERRLNK IN "copybooks".
001030
001040 PROCEDURE DIVISION.
001050*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001060******************************************************************
001070*    0000-MAINLINE
001080******************************************************************
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
001120         UNTIL END-OF-OLD-VISIT-LOG.
001130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001140     STOP RUN.
001150
001160******************************************************************
001170*    1000-INITIALIZE
001180******************************************************************
001190 1000-INITIALIZE.
001200     MOVE 'GENCNV02' TO FERR-PROGRAM-ID.
001210     MOVE 'F' TO FERR-DISPOSITION.
001220     OPEN INPUT OLD-VISIT-LOG-FILE.
001230     IF WS-OV-STATUS NOT = '00'
001240         MOVE 'VISITLGO' TO FERR-FILE-NAME
001250         MOVE 'OPEN' TO FERR-OPERATION
001260         MOVE WS-OV-STATUS TO FERR-STATUS
001270         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001280     END-IF.
001290     OPEN OUTPUT VISIT-LOG-FILE.
001300     IF WS-VL-STATUS NOT = '00'
001310         MOVE 'VISITLOG' TO FERR-FILE-NAME
001320         MOVE 'OPEN' TO FERR-OPERATION
001330         MOVE WS-VL-STATUS TO FERR-STATUS
001340         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001350     END-IF.
001360     PERFORM 2100-READ-OLD-VISIT THRU 2100-EXIT.
001370 1000-EXIT.
001380     EXIT.
001390
001400******************************************************************
001410*    2000-CONVERT-RECORD
001420*    MOVES EACH FIELD TO ITS NEW POSITION AND WRITES THE VISIT
001430*    UNDER THE SAME PRIME KEY.  THE OLD FILE IS READ IN PRIME
001440*    KEY ORDER, SO THE SEQUENTIAL WRITES ARRIVE IN SEQUENCE.
001450******************************************************************
001460 2000-CONVERT-RECORD.
001470     MOVE SPACES TO VISIT-LOG-RECORD.
001480     MOVE OV-PERSON-ID TO VL-PERSON-ID.
001490     MOVE OV-DATE-IN TO VL-DATE-IN.
001500     MOVE OV-TIME-IN TO VL-TIME-IN.
001510     MOVE OV-DATE-OUT TO VL-DATE-OUT.
001520     MOVE OV-LOCATION TO VL-LOCATION.
001530     IF VL-LOCATION = SPACES
001540         MOVE 'HQ ' TO VL-LOCATION
001550         ADD 1 TO WS-STAMPED-COUNT
001560     END-IF.
001570     MOVE OV-SURNAME TO VL-SURNAME.
001580     MOVE OV-GIVEN-NAME TO VL-GIVEN-NAME.
001590     MOVE OV-TIME-OUT TO VL-TIME-OUT.
001600     MOVE OV-HOST-NAME TO VL-HOST-NAME.
001610     MOVE OV-CLOSE-TYPE TO VL-CLOSE-TYPE.
001620     WRITE VISIT-LOG-RECORD
001630         INVALID KEY
001640             CONTINUE
001650     END-WRITE.
001660     IF WS-VL-STATUS = '00' OR WS-VL-STATUS = '02'
001670         ADD 1 TO WS-WRITTEN-COUNT
001680     ELSE
001690         MOVE 'VISITLOG' TO FERR-FILE-NAME
001700         MOVE 'WRITE' TO FERR-OPERATION
001710         MOVE WS-VL-STATUS TO FERR-STATUS
001720         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001730     END-IF.
001740     PERFORM 2100-READ-OLD-VISIT THRU 2100-EXIT.
001750 2000-EXIT.
001760     EXIT.
001770
001780******************************************************************
001790*    2100-READ-OLD-VISIT
001800*    ANY NON-ZERO STATUS ENDS THE PASS - AT END AND HARD I/O
001810*    ERRORS ALIKE.  A PASS THAT DID NOT END AT TRUE END OF
001820*    FILE FAILS THE COUNT CHECK IN 9000.
001830******************************************************************
001840 2100-READ-OLD-VISIT.
001850     READ OLD-VISIT-LOG-FILE NEXT RECORD
001860         AT END
001870             MOVE 'Y' TO WS-EOF-SWITCH
001880     END-READ.
001890     IF WS-OV-STATUS NOT = '00' AND WS-OV-STATUS NOT = '10'
001900         MOVE 'VISITLGO' TO FERR-FILE-NAME
001910         MOVE 'READ' TO FERR-OPERATION
001920         MOVE WS-OV-STATUS TO FERR-STATUS
001930         PERFORM 9100-FILE-ERROR THRU 9100-EXIT
001940     END-IF.
001950     IF WS-OV-STATUS NOT = '00'
001960         MOVE 'Y' TO WS-EOF-SWITCH
001970     END-IF.
001980     IF NOT END-OF-OLD-VISIT-LOG
001990         ADD 1 TO WS-READ-COUNT
002000     END-IF.
002010 2100-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050*    9000-TERMINATE
002060*    VERIFIES THE IN/OUT COUNTS MATCH AND REPORTS THE RESULT.
002070*    A MISMATCH ENDS WITH RETURN CODE 12 SO THE CONVERSION IS
002080*    NOT PUT INTO SERVICE OFF A PARTIAL COPY.
002090******************************************************************
002100 9000-TERMINATE.
002110     CLOSE OLD-VISIT-LOG-FILE.
002120     CLOSE VISIT-LOG-FILE.
002130     DISPLAY 'GENCNV02 RECORDS READ:    ' WS-READ-COUNT.
002140     DISPLAY 'GENCNV02 RECORDS WRITTEN: ' WS-WRITTEN-COUNT.
002150     DISPLAY 'GENCNV02 BLANK SITES SET: ' WS-STAMPED-COUNT.
002160     IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
002170         DISPLAY 'GENCNV02 - COUNT MISMATCH - CONVERSION NOT '
002180             'USABLE - DO NOT PUT THE NEW VISIT LOG IN SERVICE'
002190         MOVE 12 TO RETURN-CODE
002200     END-IF.
002210 9000-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*    9100-FILE-ERROR
002260*    HANDS THE FAILED OPERATION TO THE SHARED GENFERR ROUTINE.
002270*    GENFERR LOGS IT, DISPLAYS IT, AND ON A FATAL DISPOSITION
002280*    ENDS THE RUN WITH RETURN CODE 12.
002290******************************************************************
002300 9100-FILE-ERROR.
002310     CALL 'GENFERR' USING FERR-AREA.
002320 9100-EXIT.
002330     EXIT.
002340
002350 END PROGRAM GENCNV02.
