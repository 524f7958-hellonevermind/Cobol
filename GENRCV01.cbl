000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    2026-09-02  DM  ORIGINAL PROGRAM.
000232*    2026-10-15  DM  ERASURE ENTRIES (GENPRV01) ARE RE-APPLIED
000234*                    LIKE A CHANGE, SO A RESTORED BACKUP CANNOT
000236*                    BRING BACK AN ERASED NAME.  ONE FOR A
000238*                    PERSON NOT ON THE MASTER HAS NOTHING TO DO.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002520             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002530         WHEN JR-DELETE-ACTION
002540             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002543         WHEN JR-ERASE-ACTION
002546             PERFORM 2700-APPLY-ERASURE THRU 2700-EXIT
002550         WHEN OTHER
002560             MOVE 'UNKNOWN' TO RD-ACTION-TEXT
002570             MOVE 'ACTION CODE NOT RECOGNIZED' TO RD-RESULT-TEXT
003600 2600-EXIT.
003610     EXIT.
003620
003621******************************************************************
003622*    2700-APPLY-ERASURE
003623*    THE AFTER IMAGE IS THE MASTER RECORD WITH THE NAMES
003624*    ERASED.  IT IS BLANK WHEN THE PERSON WAS NOT ON THE MASTER
003625*    AT THE TIME (ARCHIVED OR NEVER SIGNED IN).  A RECORD NO
003627*    LONGER ON FILE IS NOT ADDED BACK - ERASURE NEVER CREATES.
003628******************************************************************
003629 2700-APPLY-ERASURE.
003630     MOVE 'ERASURE' TO RD-ACTION-TEXT.
003631     IF JR-AFTER-IMAGE = SPACES
003633         ADD 1 TO WS-ALREADY-DONE-COUNT
003634         MOVE 'NOT ON MASTER - NOTHING TO DO' TO RD-RESULT-TEXT
003635         PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
003636         GO TO 2700-EXIT
003637     END-IF.
003639     MOVE JR-AFTER-IMAGE TO PERSON-MASTER-RECORD.
003640     REWRITE PERSON-MASTER-RECORD
003641         INVALID KEY
003642             CONTINUE
003643     END-REWRITE.
003645     IF WS-PM-STATUS = '00' OR WS-PM-STATUS = '02'
003646         ADD 1 TO WS-APPLIED-COUNT
003647     ELSE
003648         IF WS-PM-STATUS = '23'
003649             ADD 1 TO WS-ALREADY-DONE-COUNT
003650             MOVE 'NOT ON FILE - SKIPPED' TO RD-RESULT-TEXT
003652             PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
003653         ELSE
003654             MOVE 'PERSONM' TO FERR-FILE-NAME
003655             MOVE 'REWRITE' TO FERR-OPERATION
003656             MOVE WS-PM-STATUS TO FERR-STATUS
003658             PERFORM 9100-FILE-ERROR THRU 9100-EXIT
003659         END-IF
003660     END-IF.
003661 2700-EXIT.
003662     EXIT.
003664
003665******************************************************************
003666*    9000-TERMINATE
003667*    PRINTS THE RECOVERY COUNTS AND CLOSES THE FILES.
003668******************************************************************
003670 9000-TERMINATE.
003680     MOVE 'JOURNAL ENTRIES READ:' TO RC-LABEL.
003690     MOVE WS-READ-COUNT TO RC-COUNT.
