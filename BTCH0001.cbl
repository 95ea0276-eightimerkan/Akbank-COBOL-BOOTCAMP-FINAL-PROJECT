001090*                        SHARED RUN-CONTROL DATASET (RUNCTL)    *
001091*                        FOR THE STRMPROG BALANCING STEP.       *
001100*****************************************************************
001105*  2026-09-29  RSK       CONTACT MAINTENANCE ("K") RECORDS      *
001110*                        COUNT TOWARD THE BATCH BUT HASH AS     *
001115*                        ZERO - THEIR BODY CARRIES ADDRESS      *
001120*                        TEXT, NOT AN AMOUNT.                   *
001125*  2026-10-05  RSK       SUSPENSE RECORDS ARE NOW 130 BYTES     *
001130*                        (REPFREC) - THE TRANSACTION IMAGE PLUS *
001135*                        THE BATCH VERDICT AS REASON, THE BATCH *
001140*                        BRANCH AND THE RUN DATE - FOR REPRPROG *
001145*                        TO LOAD ONTO THE PENDING-ITEMS FILE.   *
001150*****************************************************************
001200*
001300*  BTCHPROG PROVES EVERY TELLER BATCH ON THE RAW DAILY
001400*  TRANSACTION FILE (TRANFILE) COMPLETE BEFORE A SINGLE
002900*  SUSPENDED THE SAME WAY.
003000*
003100*  RETURN CODE 8 MEANS AT LEAST ONE BATCH OR RECORD WAS
003200*  SUSPENDED - RELEASE THE BALANCED OUTPUT TO MAINPROG; THE
003250*  SUSPENDED ITEMS ARE WORKED FROM THE PENDING-ITEMS FILE (SEE
003300*  REPRPROG) AND COME BACK IN ITS REPAIR BATCH; 16 MEANS
003400*  THE BALANCING ITSELF COULD NOT RUN (OPEN/READ FAILURE OR
003500*  MORE BATCHES THAN THE VERDICT TABLE HOLDS) AND NOTHING WAS
003600*  RELEASED.  RUN AHEAD OF MAINPROG.JCL IN THE NIGHTLY STREAM
007800
007900*****************************************************************
008000*  SUSPENSE FILE - EVERY RECORD OF EVERY BATCH THAT DID NOT      *
008100*  PROVE, HELD INTACT FOR THE REPAIR FOLLOW-UP (SEE REPFREC).    *
008200*****************************************************************
008300 FD  SUSPENSE-FILE
008400     RECORD CONTAINS 130 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600     COPY REPFREC REPLACING ==:PFX:== BY ==SUSP-==.
008700
008800*****************************************************************
008900*  PRINTED BATCH BALANCING REPORT.                               *
038700         GO TO 2300-EXIT
038800     END-IF.
038900     ADD 1 TO WS-BT-COUNT (WS-BT-USED).
038920     IF WS-TRAN-OP-CONTACT
038940         GO TO 2300-EXIT
038960     END-IF.
039000     IF WS-TRAN-BALANCE-N IS NUMERIC
039100         IF WS-TRAN-OP-WITHDRAW
039200             SUBTRACT WS-TRAN-BALANCE-N
045900             END-IF
046000         WHEN WS-TRAN-OP-BATCH-TRL
046100             IF WS-IN-BATCH
046300                 IF WS-BT-SUSPENDED (WS-ROUTE-IDX)
046400                     PERFORM 3200-WRITE-SUSPENSE THRU 3200-EXIT
046500                 END-IF
046550                 SET WS-NOT-IN-BATCH TO TRUE
046600             ELSE
046700                 PERFORM 3200-WRITE-SUSPENSE THRU 3200-EXIT
046800             END-IF
049400     EXIT.
049500
049600 3200-WRITE-SUSPENSE.
049605     MOVE SPACES TO SUSP-REPF-RECORD.
049610     MOVE WS-TRAN-INDEX-NUM TO SUSP-REPF-INDEX.
049615     MOVE WS-TRAN-OPERATION TO SUSP-REPF-OPERATION.
049620     MOVE WS-TRAN-RECORD TO SUSP-REPF-TRAN-IMAGE.
049625     MOVE WS-RUNC-DATE TO SUSP-REPF-RUN-DATE.
049630     IF WS-IN-BATCH
049635         MOVE WS-BT-REASON (WS-ROUTE-IDX) TO SUSP-REPF-REASON
049640         MOVE WS-BT-BRANCH (WS-ROUTE-IDX) TO SUSP-REPF-BRANCH
049645     ELSE
049650         MOVE "RECORD OUTSIDE ANY BATCH" TO SUSP-REPF-REASON
049655     END-IF.
049700     WRITE SUSP-REPF-RECORD.
049800     IF NOT WS-SUSP-OK
049900         DISPLAY "SUSPENSE FILE WRITE ERROR - STATUS "
050000                 WS-SUSP-STATUS
