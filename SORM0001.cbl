000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SORMPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-09-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-15  RSK       INITIAL VERSION.                       *
001050*  2026-10-15  RSK       AN END DATE IN THE PAST NOW SAYS SO    *
001075*                        ("END DATE BEFORE TODAY").             *
001100*****************************************************************
001200*
001300*  SORMPROG IS THE ONLINE (CICS) STANDING-ORDER MAINTENANCE FOR
001400*  BRANCH TELLERS - TRANSACTION CSOR, MAPSET SORMSET (SEE
001500*  SORMSET.BMS AND SORMCSD.JCL).  THE TELLER KEYS AN A (SET
001600*  UP), C (CHANGE) OR D (CANCEL) AGAINST A STANDING INSTRUCTION
001700*  - FROM-INDEX PLUS A TWO-DIGIT SEQUENCE - AND GETS THE FIELD
001800*  EDITS SORDPROG WILL APPLY TONIGHT, IMMEDIATELY.  AN ACCEPTED
001900*  REQUEST IS WRITTEN, IN THE SOMTREC LAYOUT, TO THE
002000*  EXTRAPARTITION QUEUE "SORM" (DATASET SORMFILE) AND APPLIED
002100*  TO THE STANDING-INSTRUCTION MASTER BY THE NIGHT'S SORDPROG
002200*  RUN, AHEAD OF THAT NIGHT'S PAYMENTS.  AS WITH CAPTPROG, THE
002300*  BATCH JOB STAYS THE ONLY WRITER OF BOTH KSDS - CUSTMAST AND
002400*  SORDMAST ARE DEFINED READ-ONLY TO CICS.
002500*
002600*  ON A CHANGE ONLY THE FIELDS KEYED ARE REPLACED; BLANK FIELDS
002700*  KEEP THEIR VALUE ON FILE.  THE EDITS THAT DEPEND ON THE
002800*  STORED INSTRUCTION AS A WHOLE (END DATE AFTER START, DAY
002900*  AGAINST FREQUENCY WHEN ONLY ONE OF THEM IS CHANGED) ARE
003000*  APPLIED BY SORDPROG AND APPEAR ON ITS REPORT.
003100*
003200*  PSEUDO-CONVERSATIONAL: EVERY INTERACTION ENDS WITH RETURN
003300*  TRANSID(CSOR).  PF3 OR CLEAR ENDS THE SESSION.  THE SYMBOLIC
003400*  MAP IS HAND-CODED BELOW IN SCREEN-FIELD ORDER (OPCODE,
003500*  FRIDX, SEQ, TOIDX, AMT, FREQ, DAY, START, END, BRCH, OPERID,
003600*  MSG) AND MUST BE KEPT IN STEP WITH SORMSET.BMS.
003700*
003800 ENVIRONMENT DIVISION.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004200*  CUSTOMER MASTER RECORD READ FROM CUSTMAST                    *
004300*****************************************************************
004400 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
004500
004600*****************************************************************
004700*  STANDING INSTRUCTION READ FROM SORDMAST                      *
004800*****************************************************************
004900 COPY SORDREC REPLACING ==:PFX:== BY ==WS-==.
005000
005100*****************************************************************
005200*  ACCEPTED MAINTENANCE BUILT IN THE SOMTREC LAYOUT AND         *
005300*  WRITTEN TO THE STANDING-ORDER MAINTENANCE QUEUE.             *
005400*****************************************************************
005500 COPY SOMTREC REPLACING ==:PFX:== BY ==SOR-==.
005600
005700 01  SOR-MAINT-LENGTH           PIC S9(04) COMP VALUE 80.
005800
005900*****************************************************************
006000*  VALID-BRANCH TABLE AND LOOKUP CONTROLS                       *
006100*****************************************************************
006200 COPY BRCHTAB REPLACING ==:PFX:== BY ==WS-==.
006300
006400 01  WS-BRCH-IDX                PIC 9(02) COMP.
006500 01  WS-BRANCH-SWITCH           PIC X(01).
006600     88  WS-BRANCH-FOUND         VALUE "Y".
006700     88  WS-BRANCH-NOT-FOUND     VALUE "N".
006800
006900*****************************************************************
007000*  CALENDAR SUBROUTINE PARAMETERS (DATE VALIDITY)               *
007100*****************************************************************
007200 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
007300
007400*****************************************************************
007500*  APPROVED AMOUNT RANGE (SAME VALUE SORDPROG ENFORCES)         *
007600*****************************************************************
007700 01  WS-BAL-MAX                 PIC S9(10)V99 VALUE 9999999.99.
007800
007900*****************************************************************
008000*  SYMBOLIC MAP FOR SORMMAP IN MAPSET SORMSET - INPUT SIDE.     *
008100*  EACH FIELD IS THE STANDARD BMS TRIPLET: LENGTH, FLAG/ATTR,   *
008200*  DATA.  TIOAPFX=YES GIVES THE 12-BYTE PREFIX.                 *
008300*****************************************************************
008400 01  SORMMAPI.
008500     05  FILLER                 PIC X(12).
008600     05  SOPCODEL               PIC S9(04) COMP.
008700     05  SOPCODEF               PIC X(01).
008800     05  SOPCODEI               PIC X(01).
008900     05  SFRIDXL                PIC S9(04) COMP.
009000     05  SFRIDXF                PIC X(01).
009100     05  SFRIDXI                PIC X(08).
009200     05  SSEQL                  PIC S9(04) COMP.
009300     05  SSEQF                  PIC X(01).
009400     05  SSEQI                  PIC X(02).
009500     05  STOIDXL                PIC S9(04) COMP.
009600     05  STOIDXF                PIC X(01).
009700     05  STOIDXI                PIC X(08).
009800     05  SAMTL                  PIC S9(04) COMP.
009900     05  SAMTF                  PIC X(01).
010000     05  SAMTI                  PIC X(12).
010100     05  SFREQL                 PIC S9(04) COMP.
010200     05  SFREQF                 PIC X(01).
010300     05  SFREQI                 PIC X(01).
010400     05  SDAYL                  PIC S9(04) COMP.
010500     05  SDAYF                  PIC X(01).
010600     05  SDAYI                  PIC X(02).
010700     05  SSTARTL                PIC S9(04) COMP.
010800     05  SSTARTF                PIC X(01).
010900     05  SSTARTI                PIC X(08).
011000     05  SENDL                  PIC S9(04) COMP.
011100     05  SENDF                  PIC X(01).
011200     05  SENDI                  PIC X(08).
011300     05  SBRCHL                 PIC S9(04) COMP.
011400     05  SBRCHF                 PIC X(01).
011500     05  SBRCHI                 PIC X(02).
011600     05  SOPRL                  PIC S9(04) COMP.
011700     05  SOPRF                  PIC X(01).
011800     05  SOPRI                  PIC X(05).
011900     05  SMSGL                  PIC S9(04) COMP.
012000     05  SMSGF                  PIC X(01).
012100     05  SMSGI                  PIC X(40).
012200
012300*****************************************************************
012400*  SYMBOLIC MAP - OUTPUT SIDE OVER THE SAME STORAGE.            *
012500*****************************************************************
012600 01  SORMMAPO REDEFINES SORMMAPI.
012700     05  FILLER                 PIC X(12).
012800     05  FILLER                 PIC X(03).
012900     05  SOPCODEO               PIC X(01).
013000     05  FILLER                 PIC X(03).
013100     05  SFRIDXO                PIC X(08).
013200     05  FILLER                 PIC X(03).
013300     05  SSEQO                  PIC X(02).
013400     05  FILLER                 PIC X(03).
013500     05  STOIDXO                PIC X(08).
013600     05  FILLER                 PIC X(03).
013700     05  SAMTO                  PIC X(12).
013800     05  FILLER                 PIC X(03).
013900     05  SFREQO                 PIC X(01).
014000     05  FILLER                 PIC X(03).
014100     05  SDAYO                  PIC X(02).
014200     05  FILLER                 PIC X(03).
014300     05  SSTARTO                PIC X(08).
014400     05  FILLER                 PIC X(03).
014500     05  SENDO                  PIC X(08).
014600     05  FILLER                 PIC X(03).
014700     05  SBRCHO                 PIC X(02).
014800     05  FILLER                 PIC X(03).
014900     05  SOPRO                  PIC X(05).
015000     05  FILLER                 PIC X(03).
015100     05  SMSGO                  PIC X(40).
015200
015300*****************************************************************
015400*  MAINTENANCE WORK FIELDS.  THE SCREEN FIELDS ARE MOVED TO     *
015500*  THE SOMTREC RECORD FIRST (LOW-VALUES AS SPACES) AND EDITED   *
015600*  THROUGH ITS NUMERIC REDEFINITIONS.                           *
015700*****************************************************************
015800 01  SOR-RESP                   PIC S9(08) COMP.
015900 01  SOR-ABSTIME                PIC S9(15) COMP-3.
016000 01  SOR-TODAY                  PIC 9(08).
016100
016200 01  SOR-EDIT-SWITCH            PIC X(01).
016300     88  SOR-EDIT-OK             VALUE "Y".
016400     88  SOR-EDIT-BAD            VALUE "N".
016500
016600*****************************************************************
016700*  ATTENTION IDENTIFIERS TESTED AGAINST EIBAID.  KEPT INLINE    *
016800*  (SAME VALUES AS DFHAID) SO THE WHOLE PROGRAM IS IN ONE       *
016900*  MEMBER.                                                      *
017000*****************************************************************
017100 01  SOR-AID-VALUES.
017200     05  SOR-AID-ENTER          PIC X(01) VALUE "'".
017300     05  SOR-AID-CLEAR          PIC X(01) VALUE "_".
017400     05  SOR-AID-PF3            PIC X(01) VALUE "3".
017500
017600*****************************************************************
017700*  ONE-BYTE COMMAREA - ITS PRESENCE (EIBCALEN > 0) MARKS A      *
017800*  RETURNING PSEUDO-CONVERSATION.                               *
017900*****************************************************************
018000 01  SOR-COMMAREA               PIC X(01) VALUE "R".
018100
018200 LINKAGE SECTION.
018300 01  DFHCOMMAREA                PIC X(01).
018400
018500 PROCEDURE DIVISION.
018600*****************************************************************
018700*  0000-MAINLINE - FIRST TIME IN, PAINT THE EMPTY SCREEN; ON A  *
018800*  RETURN, ACT ON THE TELLER'S KEY.  EVERY PATH ENDS WITH       *
018900*  RETURN TRANSID(CSOR) OR A PLAIN RETURN ON EXIT.              *
019000*****************************************************************
019100 0000-MAINLINE.
019200     IF EIBCALEN = ZERO
019300         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
019400         GO TO 0000-RETURN-NEXT
019500     END-IF.
019600     IF EIBAID = SOR-AID-PF3 OR EIBAID = SOR-AID-CLEAR
019700         PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
019800         EXEC CICS RETURN
019900         END-EXEC
020000     END-IF.
020100     IF EIBAID = SOR-AID-ENTER
020200         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
020300     ELSE
020400         MOVE LOW-VALUES TO SORMMAPO
020500         MOVE "USE ENTER, PF3 OR CLEAR" TO SMSGO
020600         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
020700     END-IF.
020800 0000-RETURN-NEXT.
020900     EXEC CICS RETURN
021000         TRANSID("CSOR")
021100         COMMAREA(SOR-COMMAREA)
021200         LENGTH(1)
021300     END-EXEC.
021400
021500*****************************************************************
021600*  1000-SEND-FRESH-MAP - PAINT THE EMPTY MAINTENANCE SCREEN.    *
021700*****************************************************************
021800 1000-SEND-FRESH-MAP.
021900     MOVE LOW-VALUES TO SORMMAPO.
022000     EXEC CICS SEND
022100         MAP("SORMMAP")
022200         MAPSET("SORMSET")
022300         FROM(SORMMAPO)
022400         ERASE
022500     END-EXEC.
022600 1000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*  2000-PROCESS-MAINT - RECEIVE THE KEYED REQUEST, EDIT IT AND  *
023100*  QUEUE AN ACCEPTED ONE FOR TONIGHT'S SORDPROG RUN.  NEITHER   *
023200*  MASTER IS CHANGED HERE.                                      *
023300*****************************************************************
023400 2000-PROCESS-MAINT.
023500     MOVE LOW-VALUES TO SORMMAPI.
023600     EXEC CICS RECEIVE
023700         MAP("SORMMAP")
023800         MAPSET("SORMSET")
023900         INTO(SORMMAPI)
024000         RESP(SOR-RESP)
024100     END-EXEC.
024200     IF SOR-RESP = DFHRESP(MAPFAIL)
024300         MOVE LOW-VALUES TO SORMMAPO
024400         MOVE "KEY A REQUEST AND PRESS ENTER" TO SMSGO
024500         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
024600         GO TO 2000-EXIT
024700     END-IF.
024800     IF SOR-RESP NOT = DFHRESP(NORMAL)
024900         MOVE LOW-VALUES TO SORMMAPO
025000         MOVE "STANDING ORDER SCREEN ERROR - TRY AGAIN" TO SMSGO
025100         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
025200         GO TO 2000-EXIT
025300     END-IF.
025400     PERFORM 2050-BUILD-MAINT-RECORD THRU 2050-EXIT.
025500     SET SOR-EDIT-OK TO TRUE.
025600     PERFORM 2100-EDIT-MAINT THRU 2100-EXIT.
025700     IF SOR-EDIT-OK
025800         PERFORM 2800-WRITE-MAINT-QUEUE THRU 2800-EXIT
025900     END-IF.
026000     PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT.
026100 2000-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500*  2050-BUILD-MAINT-RECORD - COPY THE SCREEN INTO THE SOMTREC   *
026600*  LAYOUT.  A FIELD NOT KEYED ARRIVES AS LOW-VALUES AND IS      *
026700*  STORED AS SPACES, WHICH SORDPROG READS AS "NOT KEYED".       *
026800*****************************************************************
026900 2050-BUILD-MAINT-RECORD.
027000     MOVE SPACES      TO SOR-SOMT-RECORD.
027100     MOVE SOPCODEI    TO SOR-SOMT-OPERATION.
027200     MOVE SFRIDXI     TO SOR-SOMT-FROM-INDEX.
027300     MOVE SSEQI       TO SOR-SOMT-SEQ.
027400     MOVE STOIDXI     TO SOR-SOMT-TO-INDEX.
027500     MOVE SAMTI       TO SOR-SOMT-AMOUNT.
027600     MOVE SFREQI      TO SOR-SOMT-FREQUENCY.
027700     MOVE SDAYI       TO SOR-SOMT-DAY.
027800     MOVE SSTARTI     TO SOR-SOMT-START-DATE.
027900     MOVE SENDI       TO SOR-SOMT-END-DATE.
028000     MOVE SBRCHI      TO SOR-SOMT-BRANCH.
028100     MOVE SOPRI       TO SOR-SOMT-OPERATOR.
028200     INSPECT SOR-SOMT-RECORD REPLACING ALL LOW-VALUES BY SPACES.
028300 2050-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*  2100-EDIT-MAINT - OPERATION, KEY AND OPERATOR FIRST, THEN    *
028800*  THE INSTRUCTION ON SORDMAST (ABSENT FOR A SET-UP, ACTIVE     *
028900*  FOR A CHANGE OR CANCEL), THEN THE FIELDS KEYED.  THE FIRST   *
029000*  FAILURE WINS THE MESSAGE LINE.                               *
029100*****************************************************************
029200 2100-EDIT-MAINT.
029300     MOVE LOW-VALUES TO SORMMAPO.
029400     IF NOT SOR-SOMT-SET-UP AND NOT SOR-SOMT-CHANGE
029500        AND NOT SOR-SOMT-CANCEL
029600         MOVE "OPERATION MUST BE A C OR D" TO SMSGO
029700         SET SOR-EDIT-BAD TO TRUE
029800         GO TO 2100-EXIT
029900     END-IF.
030000     IF SOR-SOMT-FROM-INDEX-N IS NOT NUMERIC
030100        OR SOR-SOMT-FROM-INDEX-N = ZERO
030200         MOVE "FROM INDEX MUST BE 00000001-99999999" TO SMSGO
030300         SET SOR-EDIT-BAD TO TRUE
030400         GO TO 2100-EXIT
030500     END-IF.
030600     IF SOR-SOMT-SEQ-N IS NOT NUMERIC
030700         MOVE "SEQUENCE MUST BE 00-99" TO SMSGO
030800         SET SOR-EDIT-BAD TO TRUE
030900         GO TO 2100-EXIT
031000     END-IF.
031100     IF SOR-SOMT-OPERATOR = SPACES
031200         MOVE "OPERATOR ID REQUIRED" TO SMSGO
031300         SET SOR-EDIT-BAD TO TRUE
031400         GO TO 2100-EXIT
031500     END-IF.
031600     PERFORM 2200-CHECK-INSTRUCTION THRU 2200-EXIT.
031700     IF SOR-EDIT-BAD OR SOR-SOMT-CANCEL
031800         GO TO 2100-EXIT
031900     END-IF.
032000     IF SOR-SOMT-SET-UP
032100         PERFORM 2300-CHECK-REQUIRED THRU 2300-EXIT
032200         IF SOR-EDIT-BAD
032300             GO TO 2100-EXIT
032400         END-IF
032500     END-IF.
032600     PERFORM 2400-EDIT-KEYED-FIELDS THRU 2400-EXIT.
032700 2100-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*  2200-CHECK-INSTRUCTION - A SET-UP MUST NOT FIND ITS KEY ON   *
033200*  SORDMAST AND ITS FROM-INDEX MUST BE A LIVE ACCOUNT; A        *
033300*  CHANGE OR CANCEL MUST FIND AN ACTIVE INSTRUCTION.            *
033400*****************************************************************
033500 2200-CHECK-INSTRUCTION.
033600     EXEC CICS READ
033700         FILE("SORDMAST")
033800         INTO(WS-SORD-RECORD)
033900         RIDFLD(SOR-SOMT-KEY)
034000         RESP(SOR-RESP)
034100     END-EXEC.
034200     EVALUATE TRUE
034300         WHEN SOR-RESP = DFHRESP(NORMAL)
034400             IF SOR-SOMT-SET-UP
034500                 MOVE "STANDING ORDER ALREADY ON FILE" TO SMSGO
034600                 SET SOR-EDIT-BAD TO TRUE
034700             ELSE
034800                 IF NOT WS-SORD-ACTIVE
034900                     MOVE "STANDING ORDER NOT ACTIVE" TO SMSGO
035000                     SET SOR-EDIT-BAD TO TRUE
035100                 END-IF
035200             END-IF
035300         WHEN SOR-RESP = DFHRESP(NOTFND)
035400             IF NOT SOR-SOMT-SET-UP
035500                 MOVE "STANDING ORDER NOT ON FILE" TO SMSGO
035600                 SET SOR-EDIT-BAD TO TRUE
035700             END-IF
035800         WHEN OTHER
035900             MOVE "STANDING ORDER FILE UNAVAILABLE - CALL OPS"
036000                 TO SMSGO
036100             SET SOR-EDIT-BAD TO TRUE
036200     END-EVALUATE.
036300     IF SOR-EDIT-BAD OR NOT SOR-SOMT-SET-UP
036400         GO TO 2200-EXIT
036500     END-IF.
036600     EXEC CICS READ
036700         FILE("CUSTMAST")
036800         INTO(WS-VSAM-RECORD)
036900         RIDFLD(SOR-SOMT-FROM-INDEX)
037000         RESP(SOR-RESP)
037100     END-EXEC.
037200     EVALUATE TRUE
037300         WHEN SOR-RESP = DFHRESP(NORMAL)
037400             IF WS-VSAM-INACTIVE
037500                 MOVE "FROM ACCOUNT IS CLOSED" TO SMSGO
037600                 SET SOR-EDIT-BAD TO TRUE
037700             END-IF
037800         WHEN SOR-RESP = DFHRESP(NOTFND)
037900             MOVE "FROM INDEX NOT ON CUSTOMER MASTER" TO SMSGO
038000             SET SOR-EDIT-BAD TO TRUE
038100         WHEN OTHER
038200             MOVE "CUSTOMER MASTER UNAVAILABLE - CALL OPS"
038300                 TO SMSGO
038400             SET SOR-EDIT-BAD TO TRUE
038500     END-EVALUATE.
038600 2200-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*  2300-CHECK-REQUIRED - A SET-UP NEEDS EVERY FIELD EXCEPT      *
039100*  THE END DATE, AND A DAY UNLESS IT PAYS ON A SPECIFIC DAY.    *
039200*****************************************************************
039300 2300-CHECK-REQUIRED.
039400     IF SOR-SOMT-TO-INDEX = SPACES
039500        OR SOR-SOMT-AMOUNT = SPACES
039600        OR SOR-SOMT-FREQUENCY = SPACES
039700        OR SOR-SOMT-START-DATE = SPACES
039800        OR SOR-SOMT-BRANCH = SPACES
039900         MOVE "SET-UP NEEDS TO, AMOUNT, FREQ, START, BRANCH"
040000             TO SMSGO
040100         SET SOR-EDIT-BAD TO TRUE
040200         GO TO 2300-EXIT
040300     END-IF.
040400     IF SOR-SOMT-FREQUENCY NOT = "S" AND SOR-SOMT-DAY = SPACES
040500         MOVE "PAYMENT DAY REQUIRED" TO SMSGO
040600         SET SOR-EDIT-BAD TO TRUE
040700     END-IF.
040800 2300-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041200*  2400-EDIT-KEYED-FIELDS - EDIT EACH FIELD THAT WAS KEYED:     *
041300*  TO-INDEX A LIVE ACCOUNT OTHER THAN THE FROM-INDEX, A         *
041400*  POSITIVE AMOUNT IN RANGE, FREQUENCY W/M/S, DAY IN RANGE,     *
041500*  REAL DATES (START NOT BEFORE TODAY), BRANCH ON BRCHTAB.      *
041600*****************************************************************
041700 2400-EDIT-KEYED-FIELDS.
041800     IF SOR-SOMT-TO-INDEX NOT = SPACES
041900         PERFORM 2500-EDIT-TO-INDEX THRU 2500-EXIT
042000         IF SOR-EDIT-BAD
042100             GO TO 2400-EXIT
042200         END-IF
042300     END-IF.
042400     IF SOR-SOMT-AMOUNT NOT = SPACES
042500         IF SOR-SOMT-AMOUNT-N IS NOT NUMERIC
042600             MOVE "AMOUNT NOT NUMERIC" TO SMSGO
042700             SET SOR-EDIT-BAD TO TRUE
042800             GO TO 2400-EXIT
042900         END-IF
043000         IF SOR-SOMT-AMOUNT-N NOT > ZERO
043100            OR SOR-SOMT-AMOUNT-N > WS-BAL-MAX
043200             MOVE "AMOUNT OUT OF APPROVED RANGE" TO SMSGO
043300             SET SOR-EDIT-BAD TO TRUE
043400             GO TO 2400-EXIT
043500         END-IF
043600     END-IF.
043700     IF SOR-SOMT-FREQUENCY NOT = SPACES
043800        AND SOR-SOMT-FREQUENCY NOT = "W"
043900        AND SOR-SOMT-FREQUENCY NOT = "M"
044000        AND SOR-SOMT-FREQUENCY NOT = "S"
044100         MOVE "FREQUENCY MUST BE W, M OR S" TO SMSGO
044200         SET SOR-EDIT-BAD TO TRUE
044300         GO TO 2400-EXIT
044400     END-IF.
044500     IF SOR-SOMT-DAY NOT = SPACES
044600         PERFORM 2600-EDIT-DAY THRU 2600-EXIT
044700         IF SOR-EDIT-BAD
044800             GO TO 2400-EXIT
044900         END-IF
045000     END-IF.
045100     IF SOR-SOMT-START-DATE NOT = SPACES
045200        OR SOR-SOMT-END-DATE NOT = SPACES
045300         PERFORM 2700-EDIT-DATES THRU 2700-EXIT
045400         IF SOR-EDIT-BAD
045500             GO TO 2400-EXIT
045600         END-IF
045700     END-IF.
045800     IF SOR-SOMT-BRANCH NOT = SPACES
045900         SET WS-BRANCH-NOT-FOUND TO TRUE
046000         PERFORM 2450-CHECK-ONE-BRANCH THRU 2450-EXIT
046100             VARYING WS-BRCH-IDX FROM 1 BY 1
046200             UNTIL WS-BRCH-IDX > WS-BRCH-COUNT
046300                OR WS-BRANCH-FOUND
046400         IF WS-BRANCH-NOT-FOUND
046500             MOVE "BRANCH CODE NOT ON VALID-BRANCH TABLE"
046600                 TO SMSGO
046700             SET SOR-EDIT-BAD TO TRUE
046800         END-IF
046900     END-IF.
047000 2400-EXIT.
047100     EXIT.
047200
047300 2450-CHECK-ONE-BRANCH.
047400     IF WS-BRCH-CODE (WS-BRCH-IDX) = SOR-SOMT-BRANCH
047500         SET WS-BRANCH-FOUND TO TRUE
047600     END-IF.
047700 2450-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*  2500-EDIT-TO-INDEX - THE PAYEE MUST BE NUMERIC, A DIFFERENT  *
048200*  ACCOUNT, ON THE MASTER AND NOT CLOSED.                       *
048300*****************************************************************
048400 2500-EDIT-TO-INDEX.
048500     IF SOR-SOMT-TO-INDEX-N IS NOT NUMERIC
048600        OR SOR-SOMT-TO-INDEX-N = ZERO
048700         MOVE "TRANSFER TO-INDEX INVALID" TO SMSGO
048800         SET SOR-EDIT-BAD TO TRUE
048900         GO TO 2500-EXIT
049000     END-IF.
049100     IF SOR-SOMT-TO-INDEX = SOR-SOMT-FROM-INDEX
049200         MOVE "TRANSFER TO SAME ACCOUNT" TO SMSGO
049300         SET SOR-EDIT-BAD TO TRUE
049400         GO TO 2500-EXIT
049500     END-IF.
049600     EXEC CICS READ
049700         FILE("CUSTMAST")
049800         INTO(WS-VSAM-RECORD)
049900         RIDFLD(SOR-SOMT-TO-INDEX)
050000         RESP(SOR-RESP)
050100     END-EXEC.
050200     IF SOR-RESP = DFHRESP(NOTFND)
050300         MOVE "TRANSFER TO-INDEX NOT ON MASTER" TO SMSGO
050400         SET SOR-EDIT-BAD TO TRUE
050500         GO TO 2500-EXIT
050600     END-IF.
050700     IF SOR-RESP NOT = DFHRESP(NORMAL)
050800         MOVE "CUSTOMER MASTER UNAVAILABLE - CALL OPS"
050900             TO SMSGO
051000         SET SOR-EDIT-BAD TO TRUE
051100         GO TO 2500-EXIT
051200     END-IF.
051300     IF WS-VSAM-INACTIVE
051400         MOVE "TRANSFER TO-INDEX IS CLOSED" TO SMSGO
051500         SET SOR-EDIT-BAD TO TRUE
051600     END-IF.
051700 2500-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*  2600-EDIT-DAY - WEEKDAY 1-7 FOR A WEEKLY ORDER, 1-31 FOR A   *
052200*  MONTHLY ONE.  WHEN THE FREQUENCY IS NOT KEYED ON A CHANGE,   *
052300*  THE ONE ON FILE DECIDES.                                     *
052400*****************************************************************
052500 2600-EDIT-DAY.
052600     IF SOR-SOMT-DAY-N IS NOT NUMERIC
052700         MOVE "PAYMENT DAY NOT NUMERIC" TO SMSGO
052800         SET SOR-EDIT-BAD TO TRUE
052900         GO TO 2600-EXIT
053000     END-IF.
053100     IF SOR-SOMT-FREQUENCY NOT = SPACES
053200         MOVE SOR-SOMT-FREQUENCY TO WS-SORD-FREQUENCY
053300     END-IF.
053400     IF WS-SORD-WEEKLY
053500        AND (SOR-SOMT-DAY-N < 1 OR SOR-SOMT-DAY-N > 7)
053600         MOVE "WEEKDAY MUST BE 1-7 (1 = MONDAY)" TO SMSGO
053700         SET SOR-EDIT-BAD TO TRUE
053800         GO TO 2600-EXIT
053900     END-IF.
054000     IF WS-SORD-MONTHLY
054100        AND (SOR-SOMT-DAY-N < 1 OR SOR-SOMT-DAY-N > 31)
054200         MOVE "DAY OF MONTH MUST BE 1-31" TO SMSGO
054300         SET SOR-EDIT-BAD TO TRUE
054400     END-IF.
054500 2600-EXIT.
054600     EXIT.
054700
054800*****************************************************************
054900*  2700-EDIT-DATES - A KEYED START DATE MUST BE A REAL DATE     *
055000*  NOT BEFORE TODAY; A KEYED END DATE MUST BE A REAL DATE NOT   *
055100*  BEFORE THE START KEYED WITH IT.                              *
055200*****************************************************************
055300 2700-EDIT-DATES.
055400     EXEC CICS ASKTIME
055500         ABSTIME(SOR-ABSTIME)
055600     END-EXEC.
055700     EXEC CICS FORMATTIME
055800         ABSTIME(SOR-ABSTIME)
055900         YYYYMMDD(SOR-TODAY)
056000     END-EXEC.
056100     IF SOR-SOMT-START-DATE NOT = SPACES
056200         MOVE "D" TO WS-DTP-FUNCTION
056300         MOVE SOR-SOMT-START-DATE TO WS-DTP-DATE
056400         IF SOR-SOMT-START-DATE-N IS NUMERIC
056500             CALL "DATEPROG" USING WS-DATE-PARM
056600         END-IF
056700         IF SOR-SOMT-START-DATE-N IS NOT NUMERIC
056800            OR WS-DTP-INVALID
056900             MOVE "START DATE MUST BE A VALID YYYYMMDD" TO SMSGO
057000             SET SOR-EDIT-BAD TO TRUE
057100             GO TO 2700-EXIT
057200         END-IF
057300         IF SOR-SOMT-START-DATE-N < SOR-TODAY
057400             MOVE "START DATE IN THE PAST" TO SMSGO
057500             SET SOR-EDIT-BAD TO TRUE
057600             GO TO 2700-EXIT
057700         END-IF
057800     END-IF.
057900     IF SOR-SOMT-END-DATE NOT = SPACES
058000         MOVE "D" TO WS-DTP-FUNCTION
058100         MOVE SOR-SOMT-END-DATE TO WS-DTP-DATE
058200         IF SOR-SOMT-END-DATE-N IS NUMERIC
058300             CALL "DATEPROG" USING WS-DATE-PARM
058400         END-IF
058500         IF SOR-SOMT-END-DATE-N IS NOT NUMERIC
058600            OR WS-DTP-INVALID
058700             MOVE "END DATE MUST BE A VALID YYYYMMDD" TO SMSGO
058800             SET SOR-EDIT-BAD TO TRUE
058900             GO TO 2700-EXIT
059000         END-IF
059100         IF SOR-SOMT-END-DATE-N < SOR-TODAY
059150             MOVE "END DATE BEFORE TODAY" TO SMSGO
059200             SET SOR-EDIT-BAD TO TRUE
059250             GO TO 2700-EXIT
059300         END-IF
059350         IF SOR-SOMT-START-DATE NOT = SPACES
059400            AND SOR-SOMT-END-DATE-N < SOR-SOMT-START-DATE-N
059450             MOVE "END DATE BEFORE START DATE" TO SMSGO
059500             SET SOR-EDIT-BAD TO TRUE
059600         END-IF
059700     END-IF.
059800 2700-EXIT.
059900     EXIT.
060000
060100*****************************************************************
060200*  2800-WRITE-MAINT-QUEUE - QUEUE THE ACCEPTED REQUEST FOR      *
060300*  TONIGHT'S SORDPROG RUN.                                      *
060400*****************************************************************
060500 2800-WRITE-MAINT-QUEUE.
060600     EXEC CICS WRITEQ TD
060700         QUEUE("SORM")
060800         FROM(SOR-SOMT-RECORD)
060900         LENGTH(SOR-MAINT-LENGTH)
061000         RESP(SOR-RESP)
061100     END-EXEC.
061200     IF SOR-RESP = DFHRESP(NORMAL)
061300         MOVE "ACCEPTED FOR TONIGHTS STANDING ORDER RUN"
061400             TO SMSGO
061500     ELSE
061600         MOVE "STANDING ORDER QUEUE ERROR - CALL OPS" TO SMSGO
061700     END-IF.
061800 2800-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*  3000-SEND-DATAONLY - REFRESH THE VARIABLE FIELDS OF THE      *
062300*  SCREEN ALREADY ON DISPLAY.                                   *
062400*****************************************************************
062500 3000-SEND-DATAONLY.
062600     EXEC CICS SEND
062700         MAP("SORMMAP")
062800         MAPSET("SORMSET")
062900         FROM(SORMMAPO)
063000         DATAONLY
063100     END-EXEC.
063200 3000-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600*  8000-SEND-GOODBYE - CLEAR THE SCREEN ON THE WAY OUT.         *
063700*****************************************************************
063800 8000-SEND-GOODBYE.
063900     EXEC CICS SEND CONTROL
064000         ERASE
064100         FREEKB
064200     END-EXEC.
064300 8000-EXIT.
064400     EXIT.
