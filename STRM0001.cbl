000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-02  RSK       INITIAL VERSION.                       *
001010*  2026-10-07  RSK       ADDED CLRGPROG (INCOMING CLEARING      *
001020*                        CREDITS) AS AN OPTIONAL STEP: IT MUST  *
001030*                        END RC 0, AND EVERY CREDIT IT READ     *
001040*                        MUST BE DEPOSITED OR RETURNED.         *
001050*  2026-10-09  RSK       ADDED BALHPROG (NIGHTLY BALANCE        *
001060*                        HISTORY CAPTURE) AS A REQUIRED STEP:   *
001070*                        ITS CAPTURED TOTAL MUST EQUAL          *
001080*                        MAINPROG'S BALANCE CONTROL TOTAL.      *
001100*****************************************************************
001200*
001300*  STRMPROG IS THE END-OF-STREAM BALANCING STEP OF THE NIGHTLY
001800*  SECOND RECORD AND THE LAST ONE PER STEP WINS) AND PROVES THE
001900*  CHAIN TIES END TO END:
002000*
002010*    - BTCHPROG, MAINPROG, BALHPROG, GLEXPROG AND RECNPROG ALL
002020*      PRESENT AND ENDED RC 0 (INTRPROG AND DORMPROG ARE
002200*      OPTIONAL BUT MUST ALSO BE RC 0 ON THE NIGHTS THEY RAN);
002220*    - CLRGPROG, WHEN IT RAN, ENDED RC 0 AND ITS CLEARING
002230*      CREDITS READ = CREDITS DEPOSITED + CREDITS RETURNED;
002240*    - BALHPROG'S CAPTURED BALANCE TOTAL = MAINPROG'S BALANCE
002250*      CONTROL TOTAL, SO THE INTEREST HISTORY HOLDS EVERY OPEN
002260*      ACCOUNT'S BALANCE AS THE NIGHT LEFT IT;
002300*    - TRANSACTIONS BTCHPROG PASSED = TRANSACTIONS MAINPROG
002400*      APPLIED;
002500*    - AUDIT IMAGES WRITTEN (MAINPROG PLUS, WHEN PRESENT,
008700
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
008910*  KNOWN-STEP TABLE: THE FIVE "R" (REQUIRED) PROGRAMS EVERY      *
009010*  NIGHT MUST RUN, PLUS THE "O" (OPTIONAL) MONTH-END/SWEEP       *
009020*  STEPS WHOSE TOTALS FOLD INTO THE CROSS-FOOT ON THE NIGHTS     *
009030*  THEY RUN.  TO ADD A STEP, ADD A FILLER ENTRY AND GROW THE     *
009100*  OCCURS AND WS-STEP-COUNT.                                     *
009300*****************************************************************
009400 01  WS-STEP-TABLE-DATA.
009500     05  FILLER                 PIC X(09) VALUE "BTCHPROGR".
009800     05  FILLER                 PIC X(09) VALUE "RECNPROGR".
009810     05  FILLER                 PIC X(09) VALUE "INTRPROGO".
009820     05  FILLER                 PIC X(09) VALUE "DORMPROGO".
009830     05  FILLER                 PIC X(09) VALUE "CLRGPROGO".
009840     05  FILLER                 PIC X(09) VALUE "BALHPROGR".
009900 01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
009910     05  WS-STEP-ENTRY OCCURS 8 TIMES.
010100         10  WS-STEP-NAME       PIC X(08).
010110         10  WS-STEP-REQ        PIC X(01).
010120             88  WS-STEP-REQUIRED   VALUE "R".
010130 01  WS-STEP-COUNT              PIC 9(02) VALUE 8.
010300
010400*****************************************************************
010500*  LAST-SEEN TOTALS PER KNOWN STEP (THE LAST RECORD PER STEP     *
010620*  INTO THE CROSS-FOOT ONLY ON THE NIGHTS THEY RAN.              *
010700*****************************************************************
010800 01  WS-STEP-DATA.
010810     05  WS-SD-ENTRY OCCURS 8 TIMES.
011000         10  WS-SD-FOUND        PIC X(01).
011100             88  WS-SD-PRESENT      VALUE "Y".
011200             88  WS-SD-MISSING      VALUE "N".
011400         10  WS-SD-UPDATED      PIC 9(08) COMP.
011500         10  WS-SD-HASH         PIC S9(12)V99 COMP-3.
011600         10  WS-SD-RC           PIC 9(04) COMP.
011610         10  WS-SD-RETURNED     PIC 9(08) COMP.
011700
011800 01  WS-STEP-IDX                PIC 9(02) COMP.
011900 01  WS-STEP-HIT                PIC 9(02) COMP.
027000     MOVE ZERO TO WS-SD-UPDATED (WS-STEP-IDX).
027100     MOVE ZERO TO WS-SD-HASH (WS-STEP-IDX).
027200     MOVE ZERO TO WS-SD-RC (WS-STEP-IDX).
027210     MOVE ZERO TO WS-SD-RETURNED (WS-STEP-IDX).
027300 1200-EXIT.
027400     EXIT.
027500
031100             TO WS-SD-HASH (WS-STEP-HIT)
031200         MOVE FD-RUNC-RETURN-CODE
031300             TO WS-SD-RC (WS-STEP-HIT)
031310         IF FD-RUNC-RECS-RETURNED IS NUMERIC
031320             MOVE FD-RUNC-RECS-RETURNED
031330                 TO WS-SD-RETURNED (WS-STEP-HIT)
031340         ELSE
031350             MOVE ZERO TO WS-SD-RETURNED (WS-STEP-HIT)
031360         END-IF
031400     END-IF.
031500 2000-EXIT.
031600     EXIT.
033900*****************************************************************
034000*  3000-CROSS-FOOT-STREAM - EVERY REQUIRED STEP PRESENT, EVERY   *
034100*  STEP THAT RAN CLEAN, AND THE HAND-OFF TOTALS EQUAL AT EVERY   *
034110*  LINK OF THE CHAIN.  STEPS 1-8 ARE BTCHPROG, MAINPROG,         *
034120*  GLEXPROG, RECNPROG, INTRPROG, DORMPROG, CLRGPROG AND BALHPROG *
034130*  IN THAT ORDER (SEE WS-STEP-TABLE); THE OPTIONAL STEPS 5-7     *
034140*  CONTRIBUTE ZERO WHEN ABSENT, SO THE SAME ARITHMETIC COVERS AN *
034320*  ORDINARY NIGHT AND A MONTH-END OR SWEEP NIGHT.                *
034400*****************************************************************
034500 3000-CROSS-FOOT-STREAM.
034600     MOVE SPACES TO REPORT-LINE.
037200-             "R" TO DIF-REASON
037300         PERFORM 3400-WRITE-DIFFERENCE THRU 3400-EXIT
037400     END-IF.
037410     IF WS-SD-PRESENT (7)
037420        AND WS-SD-READ (7) NOT =
037430            WS-SD-UPDATED (7) + WS-SD-RETURNED (7)
037440         MOVE "CLEARING CREDITS READ AND DEPOSITED PLUS RETURNED D
037450-             "IFFER" TO DIF-REASON
037460         PERFORM 3400-WRITE-DIFFERENCE THRU 3400-EXIT
037470     END-IF.
037474     IF WS-SD-PRESENT (2) AND WS-SD-PRESENT (8)
037478        AND WS-SD-HASH (8) NOT = WS-SD-HASH (2)
037482         MOVE "BALHPROG CAPTURE TOTAL AND MAINPROG BALANCE TOTAL D
037486-             "IFFER" TO DIF-REASON
037490         PERFORM 3400-WRITE-DIFFERENCE THRU 3400-EXIT
037494     END-IF.
037500     MOVE SPACES TO REPORT-LINE.
037600     WRITE REPORT-LINE.
037700     IF WS-DIFF-COUNT = ZERO
