000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BALHPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-10-09  RSK       INITIAL VERSION.                       *
001100*****************************************************************
001200*
001300*  BALHPROG IS THE NIGHTLY BALANCE-HISTORY CAPTURE.  RUN EVERY
001400*  NIGHT STRAIGHT AFTER MAINPROG (SEE BALHPROG.JCL), IT BROWSES
001500*  THE CUSTOMER MASTER IN KEY SEQUENCE AND WRITES ONE RECORD
001600*  PER OPEN ("A"/"M"/"H") ACCOUNT TO THE BALANCE-HISTORY FILE
001700*  (BALHFILE, SEE BALHREC): THE INDEX, THE BUSINESS DATE AND
001800*  THE END-OF-DAY BALANCE AS MAINPROG LEFT IT, WITH THE STATUS,
001900*  BRANCH AND CUSTOMER TYPE OF THE DAY.  INTRPROG ACCRUES THE
002000*  MONTH'S INTEREST ON THE AVERAGE OF THESE DAILY BALANCES, AND
002100*  BALQPROG LISTS THEM FOR ANY DATE RANGE TO SETTLE DISPUTES.
002200*  A RERUN FOR THE SAME DATE REPLACES THAT NIGHT'S RECORDS, SO
002300*  IT IS ALWAYS SAFE.
002400*
002500*  ON THE SAME PASS EACH ACCOUNT'S CAPTURES OLDER THAN THE
002600*  RETENTION PERIOD ARE PURGED - EVERYTHING DATED BEFORE THE
002700*  FIRST OF THE MONTH THAT MANY MONTHS BEFORE THE CAPTURE
002800*  MONTH.  THE RETENTION IS NEVER LESS THAN TWO MONTHS, SINCE
002900*  INTRPROG NEEDS THE LAST CAPTURE OF THE PRIOR MONTH TO CARRY
003000*  A BALANCE INTO THE FIRST DAYS OF THE MONTH IT ACCRUES.
003100*  HISTORY OF A CLOSED ("D") ACCOUNT IS KEPT AND PURGED THE SAME
003200*  WAY FOR AS LONG AS THE ACCOUNT IS ON THE MASTER.
003300*
003400*  CONTROL CARD (BALHCARD): CAPTURE DATE YYYYMMDD (COLS 1-8,
003500*  BLANK = TODAY) AND RETENTION IN MONTHS (COLS 9-10, BLANK =
003600*  24).  AN ABSENT CARD TAKES BOTH DEFAULTS.
003700*
003800*  RC 8 MEANS AN OPEN ACCOUNT'S BALANCE WAS NOT NUMERIC AND WAS
003900*  NOT CAPTURED (SEE THE JOB LOG), OR THE RUN-CONTROL RECORD
004000*  COULD NOT BE WRITTEN; RC 16 MEANS THE CARD WAS UNUSABLE OR A
004100*  FILE COULD NOT BE OPENED, READ OR WRITTEN AND THE RUN
004200*  STOPPED - RERUN WITH THE SAME CAPTURE DATE.  THE CUSTOMER
004300*  MASTER IS NOT CHANGED.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CARD-FILE ASSIGN TO "BALHCARD"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CARD-STATUS.
005100
005200     SELECT VSAM-FILE ASSIGN TO "VSAMFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS FD-VSAM-INDEX
005600         FILE STATUS IS WS-FILE-STATUS.
005700
005800     SELECT BALH-FILE ASSIGN TO "BALHFILE"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS FD-BALH-KEY
006200         FILE STATUS IS WS-HIST-STATUS.
006300
006400     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCFILE"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RUNC-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*****************************************************************
007100*  CONTROL CARD - CAPTURE DATE AND RETENTION IN MONTHS.         *
007200*****************************************************************
007300 FD  CARD-FILE
007400     RECORD CONTAINS 80 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600 01  CARD-RECORD.
007700     05  CARD-CAPTURE-DATE      PIC X(08).
007800     05  CARD-CAPTURE-DATE-N REDEFINES CARD-CAPTURE-DATE
007900                                PIC 9(08).
008000     05  CARD-KEEP-MONTHS       PIC X(02).
008100     05  CARD-KEEP-MONTHS-N REDEFINES CARD-KEEP-MONTHS
008200                                PIC 9(02).
008300     05  FILLER                 PIC X(70).
008400
008500 FD  VSAM-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY VSAMREC REPLACING ==:PFX:== BY ==FD-==.
008800
008900*****************************************************************
009000*  DAILY BALANCE HISTORY (SEE BALHREC).                         *
009100*****************************************************************
009200 FD  BALH-FILE
009300     RECORD CONTAINS 40 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500     COPY BALHREC REPLACING ==:PFX:== BY ==FD-==.
009600
009700*****************************************************************
009800*  NIGHTLY RUN-CONTROL DATASET - ONE RECORD APPENDED AT END OF  *
009900*  RUN FOR THE STRMPROG BALANCING STEP (SEE RUNCTL).            *
010000*****************************************************************
010100 FD  RUN-CONTROL-FILE
010200     RECORD CONTAINS 80 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400     COPY RUNCTL REPLACING ==:PFX:== BY ==FD-==.
010500
010600 WORKING-STORAGE SECTION.
010700*****************************************************************
010800*  CUSTOMER MASTER AND BALANCE-HISTORY WORKING COPIES           *
010900*****************************************************************
011000 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
011100 COPY BALHREC REPLACING ==:PFX:== BY ==WS-==.
011200
011300*****************************************************************
011400*  CAPTURE DATE, RETENTION AND THE PURGE CUTOFF - CAPTURES      *
011500*  DATED BEFORE THE CUTOFF ARE DELETED.                         *
011600*****************************************************************
011700 01  WS-CAPTURE-DATE            PIC 9(08) VALUE ZERO.
011800 01  WS-KEEP-MONTHS             PIC 9(02) VALUE 24.
011900 01  WS-KEEP-MINIMUM            PIC 9(02) VALUE 2.
012000 01  WS-MONTH-COUNT             PIC 9(06) COMP.
012100 01  WS-PURGE-CUTOFF-DATE.
012200     05  WS-CUTOFF-YEAR         PIC 9(04).
012300     05  WS-CUTOFF-MONTH        PIC 9(02).
012400     05  WS-CUTOFF-DAY          PIC 9(02).
012500 01  WS-PURGE-CUTOFF REDEFINES WS-PURGE-CUTOFF-DATE
012600                                PIC 9(08).
012700
012800*****************************************************************
012900*  CALENDAR SUBROUTINE PARAMETERS (SEE DATEPARM)                *
013000*****************************************************************
013100 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
013200
013300*****************************************************************
013400*  BROWSE CONTROL AND RUN CONTROL TOTALS                        *
013500*****************************************************************
013600 01  WS-SCAN-EOF-SWITCH         PIC X(01) VALUE "N".
013700     88  WS-SCAN-EOF                VALUE "Y".
013800 01  WS-PURGE-SWITCH            PIC X(01) VALUE "N".
013900     88  WS-PURGE-DONE              VALUE "Y".
014000     88  WS-PURGE-NOT-DONE          VALUE "N".
014100 01  WS-RECORDS-READ            PIC 9(08) COMP VALUE ZERO.
014200 01  WS-CAPTURED-COUNT          PIC 9(08) COMP VALUE ZERO.
014300 01  WS-REPLACED-COUNT          PIC 9(08) COMP VALUE ZERO.
014400 01  WS-SKIPPED-COUNT           PIC 9(08) COMP VALUE ZERO.
014500 01  WS-PURGED-COUNT            PIC 9(08) COMP VALUE ZERO.
014600 01  WS-WRITTEN-COUNT           PIC 9(08) COMP VALUE ZERO.
014700 01  WS-BALANCE-TOTAL           PIC S9(12)V99 COMP-3 VALUE ZERO.
014800
014900 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
015000     88  WS-RUN-OK                  VALUE "N".
015100     88  WS-RUN-FATAL               VALUE "Y".
015200
015300*****************************************************************
015400*  FILE STATUS                                                  *
015500*****************************************************************
015600 01  WS-CARD-STATUS             PIC X(02).
015700     88  WS-CARD-OK                 VALUE "00".
015800
015900 01  WS-FILE-STATUS             PIC X(02).
016000     88  WS-VSAM-OK                 VALUE "00".
016100
016200 01  WS-HIST-STATUS             PIC X(02).
016300     88  WS-HIST-OK                 VALUE "00".
016400     88  WS-HIST-DUPLICATE          VALUE "22".
016500     88  WS-HIST-NOT-FOUND          VALUE "23".
016600
016700 01  WS-RUNC-STATUS             PIC X(02).
016800     88  WS-RUNC-OK                 VALUE "00".
016900
017000 01  WS-RUNC-DATE               PIC 9(08) VALUE ZERO.
017100 01  WS-RUNC-START-TIME         PIC 9(08) VALUE ZERO.
017200
017300 PROCEDURE DIVISION.
017400*****************************************************************
017500*  0000-MAINLINE - SET THE CAPTURE DATE AND PURGE CUTOFF, THEN  *
017600*  CAPTURE AND PURGE OVER THE MASTER BROWSE.                    *
017700*****************************************************************
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     IF WS-RUN-OK
018100         PERFORM 2000-CAPTURE-ONE-ACCOUNT THRU 2000-EXIT
018200             UNTIL WS-SCAN-EOF OR WS-RUN-FATAL
018300     END-IF.
018400     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
018500     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
018600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018700     STOP RUN.
018800
018900 1000-INITIALIZE.
019000     ACCEPT WS-RUNC-DATE FROM DATE YYYYMMDD.
019100     ACCEPT WS-RUNC-START-TIME FROM TIME.
019200     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
019300     IF WS-RUN-FATAL
019400         GO TO 1000-EXIT
019500     END-IF.
019600     PERFORM 1200-SET-PURGE-CUTOFF THRU 1200-EXIT.
019700     IF WS-RUN-FATAL
019800         GO TO 1000-EXIT
019900     END-IF.
020000     OPEN INPUT VSAM-FILE.
020100     IF NOT WS-VSAM-OK
020200         DISPLAY "VSAM FILE OPEN ERROR - STATUS " WS-FILE-STATUS
020300         MOVE 16 TO RETURN-CODE
020400         SET WS-RUN-FATAL TO TRUE
020500         GO TO 1000-EXIT
020600     END-IF.
020700     OPEN I-O BALH-FILE.
020800     IF NOT WS-HIST-OK
020900         DISPLAY "BALANCE HISTORY FILE OPEN ERROR - STATUS "
021000                 WS-HIST-STATUS
021100         MOVE 16 TO RETURN-CODE
021200         SET WS-RUN-FATAL TO TRUE
021300         GO TO 1000-EXIT
021400     END-IF.
021500 1000-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900*  1100-READ-CONTROL-CARD - AN ABSENT CARD OR A BLANK FIELD     *
022000*  TAKES THE DEFAULT; A FIELD THAT IS PRESENT BUT UNUSABLE      *
022100*  STOPS THE RUN RC 16 BEFORE ANYTHING IS CAPTURED, SO A        *
022200*  MIS-DATED NIGHT NEVER REACHES THE INTEREST AVERAGE.          *
022300*****************************************************************
022400 1100-READ-CONTROL-CARD.
022500     ACCEPT WS-CAPTURE-DATE FROM DATE YYYYMMDD.
022600     OPEN INPUT CARD-FILE.
022700     IF NOT WS-CARD-OK
022800         DISPLAY "NO CONTROL CARD - CAPTURING TODAY, DEFAULT "
022900                 "RETENTION"
023000         GO TO 1100-EXIT
023100     END-IF.
023200     READ CARD-FILE
023300         AT END
023400             MOVE SPACES TO CARD-RECORD
023500     END-READ.
023600     CLOSE CARD-FILE.
023700     IF CARD-CAPTURE-DATE NOT = SPACES
023800         IF CARD-CAPTURE-DATE-N IS NUMERIC
023900             MOVE CARD-CAPTURE-DATE-N TO WS-CAPTURE-DATE
024000         ELSE
024100             MOVE ZERO TO WS-CAPTURE-DATE
024200         END-IF
024300     END-IF.
024400     IF CARD-KEEP-MONTHS = SPACES
024500         GO TO 1100-EXIT
024600     END-IF.
024700     IF CARD-KEEP-MONTHS-N IS NOT NUMERIC
024800         DISPLAY "RETENTION UNUSABLE: " CARD-KEEP-MONTHS
024900                 " - RUN STOPPED"
025000         MOVE 16 TO RETURN-CODE
025100         SET WS-RUN-FATAL TO TRUE
025200         GO TO 1100-EXIT
025300     END-IF.
025400     MOVE CARD-KEEP-MONTHS-N TO WS-KEEP-MONTHS.
025500 1100-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900*  1200-SET-PURGE-CUTOFF - EDIT THE CAPTURE DATE AND TURN THE   *
026000*  RETENTION INTO THE FIRST OF THE MONTH THAT MANY MONTHS       *
026100*  BEFORE THE CAPTURE MONTH.                                    *
026200*****************************************************************
026300 1200-SET-PURGE-CUTOFF.
026400     MOVE "D"             TO WS-DTP-FUNCTION.
026500     MOVE WS-CAPTURE-DATE TO WS-DTP-DATE.
026600     CALL "DATEPROG" USING WS-DATE-PARM.
026700     IF WS-DTP-INVALID
026800         DISPLAY "CAPTURE DATE UNUSABLE: " WS-CAPTURE-DATE
026900                 " - RUN STOPPED"
027000         MOVE 16 TO RETURN-CODE
027100         SET WS-RUN-FATAL TO TRUE
027200         GO TO 1200-EXIT
027300     END-IF.
027400     IF WS-KEEP-MONTHS < WS-KEEP-MINIMUM
027500         DISPLAY "RETENTION " WS-KEEP-MONTHS
027600                 " RAISED TO THE MINIMUM OF " WS-KEEP-MINIMUM
027700                 " MONTHS"
027800         MOVE WS-KEEP-MINIMUM TO WS-KEEP-MONTHS
027900     END-IF.
028000     COMPUTE WS-MONTH-COUNT = WS-DTP-YEAR * 12
028100         + WS-DTP-MONTH - 1 - WS-KEEP-MONTHS.
028200     DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-YEAR
028300         REMAINDER WS-CUTOFF-MONTH.
028400     ADD 1 TO WS-CUTOFF-MONTH.
028500     MOVE 1 TO WS-CUTOFF-DAY.
028600     DISPLAY "CAPTURE DATE  . . . . . . . : " WS-CAPTURE-DATE.
028700     DISPLAY "PURGING CAPTURES BEFORE . . : " WS-PURGE-CUTOFF.
028800 1200-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200*  2000-CAPTURE-ONE-ACCOUNT - FETCH THE NEXT MASTER RECORD,     *
029300*  PURGE ITS EXPIRED HISTORY AND, IF THE ACCOUNT IS OPEN,       *
029400*  CAPTURE TONIGHT'S BALANCE.                                   *
029500*****************************************************************
029600 2000-CAPTURE-ONE-ACCOUNT.
029700     READ VSAM-FILE NEXT RECORD INTO WS-VSAM-RECORD
029800         AT END
029900             SET WS-SCAN-EOF TO TRUE
030000             GO TO 2000-EXIT
030100     END-READ.
030200     IF NOT WS-VSAM-OK
030300         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
030400         MOVE 16 TO RETURN-CODE
030500         SET WS-RUN-FATAL TO TRUE
030600         GO TO 2000-EXIT
030700     END-IF.
030800     ADD 1 TO WS-RECORDS-READ.
030900     PERFORM 2100-PURGE-OLD-CAPTURES THRU 2100-EXIT.
031000     IF WS-RUN-FATAL
031100         GO TO 2000-EXIT
031200     END-IF.
031300     IF NOT WS-VSAM-OPEN
031400         GO TO 2000-EXIT
031500     END-IF.
031600     IF WS-VSAM-BALANCE IS NOT NUMERIC
031700         DISPLAY "BALANCE NOT NUMERIC - INDEX " WS-VSAM-INDEX
031800                 " NOT CAPTURED"
031900         ADD 1 TO WS-SKIPPED-COUNT
032000         IF RETURN-CODE = ZERO
032100             MOVE 8 TO RETURN-CODE
032200         END-IF
032300         GO TO 2000-EXIT
032400     END-IF.
032500     PERFORM 2200-WRITE-CAPTURE THRU 2200-EXIT.
032600 2000-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000*  2100-PURGE-OLD-CAPTURES - POSITION AT THE ACCOUNT'S OLDEST   *
033100*  CAPTURE AND DELETE FORWARD UNTIL THE FIRST ONE ON OR AFTER   *
033200*  THE CUTOFF.  AN ACCOUNT WITH NO HISTORY YET IS NOT AN ERROR. *
033300*****************************************************************
033400 2100-PURGE-OLD-CAPTURES.
033500     MOVE WS-VSAM-INDEX TO FD-BALH-INDEX.
033600     MOVE ZERO          TO FD-BALH-DATE.
033700     START BALH-FILE KEY IS NOT LESS THAN FD-BALH-KEY
033800         INVALID KEY
033900             CONTINUE
034000     END-START.
034100     IF WS-HIST-NOT-FOUND
034200         GO TO 2100-EXIT
034300     END-IF.
034400     IF NOT WS-HIST-OK
034500         DISPLAY "BALANCE HISTORY START ERROR - STATUS "
034600                 WS-HIST-STATUS " INDEX " WS-VSAM-INDEX
034700         MOVE 16 TO RETURN-CODE
034800         SET WS-RUN-FATAL TO TRUE
034900         GO TO 2100-EXIT
035000     END-IF.
035100     SET WS-PURGE-NOT-DONE TO TRUE.
035200     PERFORM 2110-PURGE-ONE-CAPTURE THRU 2110-EXIT
035300         UNTIL WS-PURGE-DONE OR WS-RUN-FATAL.
035400 2100-EXIT.
035500     EXIT.
035600
035700 2110-PURGE-ONE-CAPTURE.
035800     READ BALH-FILE NEXT RECORD
035900         AT END
036000             SET WS-PURGE-DONE TO TRUE
036100             GO TO 2110-EXIT
036200     END-READ.
036300     IF NOT WS-HIST-OK
036400         DISPLAY "BALANCE HISTORY READ ERROR - STATUS "
036500                 WS-HIST-STATUS " INDEX " WS-VSAM-INDEX
036600         MOVE 16 TO RETURN-CODE
036700         SET WS-RUN-FATAL TO TRUE
036800         GO TO 2110-EXIT
036900     END-IF.
037000     IF FD-BALH-INDEX NOT = WS-VSAM-INDEX
037100        OR FD-BALH-DATE NOT < WS-PURGE-CUTOFF
037200         SET WS-PURGE-DONE TO TRUE
037300         GO TO 2110-EXIT
037400     END-IF.
037500     DELETE BALH-FILE RECORD
037600         INVALID KEY
037700             DISPLAY "BALANCE HISTORY DELETE ERROR - STATUS "
037800                     WS-HIST-STATUS " KEY " FD-BALH-KEY
037900             MOVE 16 TO RETURN-CODE
038000             SET WS-RUN-FATAL TO TRUE
038100             GO TO 2110-EXIT
038200     END-DELETE.
038300     ADD 1 TO WS-PURGED-COUNT.
038400 2110-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*  2200-WRITE-CAPTURE - ADD TONIGHT'S RECORD.  IF THE DATE IS   *
038900*  ON FILE ALREADY THIS IS A RERUN, AND THE RECORD IS REPLACED  *
039000*  WITH THE BALANCE AS IT STANDS NOW.                           *
039100*****************************************************************
039200 2200-WRITE-CAPTURE.
039300     MOVE SPACES            TO WS-BALH-RECORD.
039400     MOVE WS-VSAM-INDEX     TO WS-BALH-INDEX.
039500     MOVE WS-CAPTURE-DATE   TO WS-BALH-DATE.
039600     MOVE WS-VSAM-BALANCE   TO WS-BALH-BALANCE.
039700     MOVE WS-VSAM-STATUS    TO WS-BALH-STATUS.
039800     MOVE WS-VSAM-BRANCH    TO WS-BALH-BRANCH.
039900     MOVE WS-VSAM-CUST-TYPE TO WS-BALH-CUST-TYPE.
040000     WRITE FD-BALH-RECORD FROM WS-BALH-RECORD
040100         INVALID KEY
040200             CONTINUE
040300     END-WRITE.
040400     IF WS-HIST-OK
040500         ADD 1 TO WS-CAPTURED-COUNT
040600         GO TO 2250-COUNT-CAPTURE
040700     END-IF.
040800     IF NOT WS-HIST-DUPLICATE
040900         DISPLAY "BALANCE HISTORY WRITE ERROR - STATUS "
041000                 WS-HIST-STATUS " KEY " WS-BALH-KEY
041100         MOVE 16 TO RETURN-CODE
041200         SET WS-RUN-FATAL TO TRUE
041300         GO TO 2200-EXIT
041400     END-IF.
041500     REWRITE FD-BALH-RECORD FROM WS-BALH-RECORD
041600         INVALID KEY
041700             DISPLAY "BALANCE HISTORY REWRITE ERROR - STATUS "
041800                     WS-HIST-STATUS " KEY " WS-BALH-KEY
041900             MOVE 16 TO RETURN-CODE
042000             SET WS-RUN-FATAL TO TRUE
042100             GO TO 2200-EXIT
042200     END-REWRITE.
042300     ADD 1 TO WS-REPLACED-COUNT.
042400 2250-COUNT-CAPTURE.
042500     ADD 1 TO WS-WRITTEN-COUNT.
042600     ADD WS-VSAM-BALANCE TO WS-BALANCE-TOTAL.
042700 2200-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE CAPTURE RUN.     *
043200*****************************************************************
043300 5000-PRINT-SUMMARY.
043400     DISPLAY "===== BALANCE HISTORY CAPTURE SUMMARY =====".
043500     DISPLAY "MASTER RECORDS READ . . . . : " WS-RECORDS-READ.
043600     DISPLAY "BALANCES CAPTURED (NEW) . . : " WS-CAPTURED-COUNT.
043700     DISPLAY "BALANCES REPLACED (RERUN) . : " WS-REPLACED-COUNT.
043800     DISPLAY "OPEN ACCOUNTS NOT CAPTURED  : " WS-SKIPPED-COUNT.
043900     DISPLAY "EXPIRED CAPTURES PURGED . . : " WS-PURGED-COUNT.
044000     DISPLAY "CAPTURED BALANCE TOTAL  . . : " WS-BALANCE-TOTAL.
044100 5000-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*  8000-WRITE-RUN-CONTROL - APPEND THIS RUN'S CONTROL TOTALS TO *
044600*  THE SHARED RUN-CONTROL DATASET FOR THE STRMPROG END-OF-      *
044700*  STREAM BALANCING: MASTER RECORDS READ, BALANCES CAPTURED AND *
044800*  THEIR TOTAL, WHICH TIES TO MAINPROG'S BALANCE CONTROL TOTAL. *
044900*****************************************************************
045000 8000-WRITE-RUN-CONTROL.
045100     OPEN EXTEND RUN-CONTROL-FILE.
045200     IF NOT WS-RUNC-OK
045300         DISPLAY "RUN CONTROL FILE OPEN ERROR - STATUS "
045400                 WS-RUNC-STATUS
045500         IF RETURN-CODE = ZERO
045600             MOVE 8 TO RETURN-CODE
045700         END-IF
045800         GO TO 8000-EXIT
045900     END-IF.
046000     MOVE SPACES             TO FD-RUNC-RECORD.
046100     MOVE WS-RUNC-DATE       TO FD-RUNC-RUN-DATE.
046200     MOVE "BALHPROG"         TO FD-RUNC-STEP.
046300     MOVE WS-RECORDS-READ    TO FD-RUNC-RECS-READ.
046400     MOVE WS-WRITTEN-COUNT   TO FD-RUNC-RECS-UPDATED.
046500     MOVE WS-BALANCE-TOTAL   TO FD-RUNC-BALANCE-HASH.
046600     MOVE RETURN-CODE        TO FD-RUNC-RETURN-CODE.
046700     MOVE WS-RUNC-START-TIME TO FD-RUNC-START-TIME.
046800     ACCEPT FD-RUNC-END-TIME FROM TIME.
046900     WRITE FD-RUNC-RECORD.
047000     IF NOT WS-RUNC-OK
047100         DISPLAY "RUN CONTROL FILE WRITE ERROR - STATUS "
047200                 WS-RUNC-STATUS
047300         IF RETURN-CODE = ZERO
047400             MOVE 8 TO RETURN-CODE
047500         END-IF
047600     END-IF.
047700     CLOSE RUN-CONTROL-FILE.
047800 8000-EXIT.
047900     EXIT.
048000
048100 9000-TERMINATE.
048200     CLOSE VSAM-FILE.
048300     CLOSE BALH-FILE.
048400 9000-EXIT.
048500     EXIT.
