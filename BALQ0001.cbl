000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BALQPROG.
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
001300*  BALQPROG IS THE ON-DEMAND DAILY BALANCE QUERY, RUN WHEN A
001400*  CUSTOMER DISPUTES THE INTEREST ON A STATEMENT.  FOR EACH
001500*  QUERY CARD (BALQCARD) IT LISTS ONE LINE PER CALENDAR DAY OF
001600*  THE REQUESTED RANGE FROM THE BALANCE HISTORY BALHPROG
001700*  CAPTURES (BALHFILE, SEE BALHREC): THE DATE, THE WEEKDAY, THE
001800*  END-OF-DAY BALANCE AND ITS CHANGE FROM THE DAY BEFORE, AND
001900*  WHETHER THAT BALANCE WAS CAPTURED THAT NIGHT OR CARRIED FROM
002000*  THE LAST CAPTURE BEFORE IT (A WEEKEND OR HOLIDAY).  A RANGE
002100*  STARTING BETWEEN CAPTURES PICKS UP THE BALANCE OF THE LAST
002200*  CAPTURE BEFORE IT.  THE DAYS ARE TREATED EXACTLY AS INTRPROG
002300*  TREATS THEM, SO THE AVERAGE DAILY BALANCE PRINTED UNDER A
002400*  CALENDAR MONTH IS THE ONE THAT MONTH'S INTEREST WAS ACCRUED
002500*  ON: A DAY BEFORE THE ACCOUNT'S FIRST CAPTURE COUNTS AS ZERO
002600*  AND A CAPTURE WHOSE BALANCE IS NOT NUMERIC IS PASSED OVER.
002700*  CAPTURES OLDER THAN THE BALHPROG RETENTION ARE GONE, SO DAYS
002800*  THAT FAR BACK LIST AS "NO BALANCE ON FILE".
002900*
003000*  THE NAME, BRANCH AND TYPE IN EACH REQUEST HEADING COME FROM
003100*  THE CUSTOMER MASTER; AN ACCOUNT SINCE ARCHIVED IS LISTED
003200*  FROM ITS HISTORY ALONE AS "NOT ON MASTER".  NEITHER FILE IS
003300*  CHANGED.
003400*
003500*  QUERY CARD: CUSTOMER INDEX (COLS 1-8), FROM DATE YYYYMMDD
003600*  (COLS 9-16) AND TO DATE YYYYMMDD (COLS 17-24, BLANK = TODAY),
003700*  ONE CARD PER REQUEST.  A RANGE MAY NOT RUN PAST TODAY OR
003800*  COVER MORE THAN 366 DAYS.
003900*
004000*  RC 8 MEANS A QUERY CARD WAS REJECTED (SEE THE JOB LOG) OR
004100*  THERE WERE NO CARDS; RC 16 MEANS A FILE COULD NOT BE OPENED
004200*  OR READ AND THE LISTING STOPPED.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CARD-FILE ASSIGN TO "BALQCARD"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CARD-STATUS.
005000
005100     SELECT VSAM-FILE ASSIGN TO "VSAMFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS FD-VSAM-INDEX
005500         FILE STATUS IS WS-FILE-STATUS.
005600
005700     SELECT BALH-FILE ASSIGN TO "BALHFILE"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS FD-BALH-KEY
006100         FILE STATUS IS WS-HIST-STATUS.
006200
006300     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900*****************************************************************
007000*  QUERY CARD - CUSTOMER INDEX AND THE DATE RANGE TO LIST.      *
007100*  TO DATE BLANK MEANS TODAY.                                   *
007200*****************************************************************
007300 FD  CARD-FILE
007400     RECORD CONTAINS 80 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600 01  CARD-RECORD.
007700     05  CARD-INDEX             PIC X(08).
007800     05  CARD-FROM-DATE         PIC X(08).
007900     05  CARD-FROM-DATE-N REDEFINES CARD-FROM-DATE
008000                                PIC 9(08).
008100     05  CARD-TO-DATE           PIC X(08).
008200     05  CARD-TO-DATE-N REDEFINES CARD-TO-DATE
008300                                PIC 9(08).
008400     05  FILLER                 PIC X(56).
008500
008600 FD  VSAM-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY VSAMREC REPLACING ==:PFX:== BY ==FD-==.
008900
009000*****************************************************************
009100*  DAILY BALANCE HISTORY (SEE BALHREC).                         *
009200*****************************************************************
009300 FD  BALH-FILE
009400     RECORD CONTAINS 40 CHARACTERS
009500     LABEL RECORDS ARE STANDARD.
009600     COPY BALHREC REPLACING ==:PFX:== BY ==FD-==.
009700
009800*****************************************************************
009900*  PRINTED DAILY BALANCE LISTING.                               *
010000*****************************************************************
010100 FD  REPORT-FILE
010200     RECORD CONTAINS 132 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 01  REPORT-LINE                PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700*****************************************************************
010800*  CUSTOMER MASTER AND BALANCE-HISTORY WORKING COPIES           *
010900*****************************************************************
011000 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
011100 COPY BALHREC REPLACING ==:PFX:== BY ==WS-==.
011200
011300*****************************************************************
011400*  THE REQUEST BEING LISTED, AFTER THE QUERY CARD HAS BEEN      *
011500*  EDITED.  THE DAYS ARE WALKED BY DAY NUMBER (SEE DATEPARM).   *
011600*****************************************************************
011700 01  WS-TODAY                   PIC 9(08) VALUE ZERO.
011800 01  WS-QUERY-INDEX             PIC X(08) VALUE SPACES.
011900 01  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
012000 01  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
012100 01  WS-FROM-DAY-NUMBER         PIC 9(07) VALUE ZERO.
012200 01  WS-TO-DAY-NUMBER           PIC 9(07) VALUE ZERO.
012300 01  WS-DAY-NUMBER              PIC 9(07) VALUE ZERO.
012400 01  WS-RANGE-DAYS              PIC 9(07) VALUE ZERO.
012500 01  WS-MAX-RANGE-DAYS          PIC 9(07) VALUE 366.
012600 01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
012700
012800*****************************************************************
012900*  CALENDAR SUBROUTINE PARAMETERS (SEE DATEPARM)                *
013000*****************************************************************
013100 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
013200
013300*****************************************************************
013400*  WEEKDAY NAMES BY DATEPROG WEEKDAY NUMBER, 1 = MONDAY         *
013500*****************************************************************
013600 01  WS-DAY-NAME-VALUES.
013700     05  FILLER                 PIC X(21)
013800                                VALUE "MONTUEWEDTHUFRISATSUN".
013900 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
014000     05  WS-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
014100
014200*****************************************************************
014300*  DAY-BY-DAY WORK FIELDS.  WS-BALH-RECORD HOLDS THE NEXT       *
014400*  CAPTURE NOT YET LISTED WHILE WS-CAPTURE-PENDING IS SET;      *
014500*  WS-DAY-BALANCE IS THE BALANCE IN FORCE.                      *
014600*****************************************************************
014700 01  WS-PENDING-SWITCH          PIC X(01) VALUE "N".
014800     88  WS-CAPTURE-PENDING         VALUE "Y".
014900     88  WS-NO-CAPTURE-PENDING      VALUE "N".
015000 01  WS-LOOKUP-SWITCH           PIC X(01) VALUE "N".
015100     88  WS-LOOKUP-DONE             VALUE "Y".
015200     88  WS-LOOKUP-NOT-DONE         VALUE "N".
015300 01  WS-HELD-SWITCH             PIC X(01) VALUE "N".
015400     88  WS-BALANCE-ON-FILE         VALUE "Y".
015500     88  WS-NO-BALANCE-YET          VALUE "N".
015600 01  WS-PRIOR-HELD-SWITCH       PIC X(01) VALUE "N".
015700     88  WS-PRIOR-ON-FILE           VALUE "Y".
015800 01  WS-DAY-BALANCE             PIC S9(10)V99 VALUE ZERO.
015900 01  WS-PRIOR-BALANCE           PIC S9(10)V99 VALUE ZERO.
016000 01  WS-BALANCE-CHANGE          PIC S9(11)V99 VALUE ZERO.
016100 01  WS-BALANCE-SUM             PIC S9(13)V99 COMP-3 VALUE ZERO.
016200 01  WS-AVG-BALANCE             PIC S9(10)V99 VALUE ZERO.
016300 01  WS-LOW-BALANCE             PIC S9(10)V99 VALUE ZERO.
016400 01  WS-HIGH-BALANCE            PIC S9(10)V99 VALUE ZERO.
016500 01  WS-DAYS-LISTED             PIC 9(04) COMP VALUE ZERO.
016600 01  WS-DAYS-HELD               PIC 9(04) COMP VALUE ZERO.
016700 01  WS-CAPTURE-COUNT           PIC 9(04) COMP VALUE ZERO.
016800
016900*****************************************************************
017000*  PAGE AND LINE CONTROL FOR THE REPORT                         *
017100*****************************************************************
017200 01  WS-PAGE-COUNT              PIC 9(04) COMP VALUE ZERO.
017300 01  WS-LINE-COUNT              PIC 9(02) COMP VALUE ZERO.
017400 01  WS-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
017500
017600*****************************************************************
017700*  CARD CONTROL AND RUN TOTALS                                  *
017800*****************************************************************
017900 01  WS-CARD-EOF-SWITCH         PIC X(01) VALUE "N".
018000     88  WS-CARD-EOF                VALUE "Y".
018100 01  WS-REQUEST-SWITCH          PIC X(01) VALUE "N".
018200     88  WS-IN-REQUEST              VALUE "Y".
018300     88  WS-NOT-IN-REQUEST          VALUE "N".
018400 01  WS-CARDS-READ              PIC 9(06) COMP VALUE ZERO.
018500 01  WS-REQUESTS-LISTED         PIC 9(06) COMP VALUE ZERO.
018600 01  WS-CARDS-REJECTED          PIC 9(06) COMP VALUE ZERO.
018700
018800 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
018900     88  WS-RUN-OK                  VALUE "N".
019000     88  WS-RUN-FATAL               VALUE "Y".
019100
019200*****************************************************************
019300*  FILE STATUS                                                  *
019400*****************************************************************
019500 01  WS-CARD-STATUS             PIC X(02).
019600     88  WS-CARD-OK                 VALUE "00".
019700
019800 01  WS-FILE-STATUS             PIC X(02).
019900     88  WS-VSAM-OK                 VALUE "00".
020000     88  WS-VSAM-NOT-FOUND          VALUE "23".
020100
020200 01  WS-HIST-STATUS             PIC X(02).
020300     88  WS-HIST-OK                 VALUE "00".
020400     88  WS-HIST-NOT-FOUND          VALUE "23".
020500
020600 01  WS-REPORT-STATUS           PIC X(02).
020700     88  WS-REPORT-OK               VALUE "00".
020800
020900*****************************************************************
021000*  REPORT HEADING LINES.  HDG2 AND HDG3 ARE PRINTED ONLY WHILE  *
021100*  A REQUEST IS BEING LISTED.                                   *
021200*****************************************************************
021300 01  HDG1-LINE.
021400     05  FILLER                 PIC X(01) VALUE SPACE.
021500     05  FILLER                 PIC X(40)
021600                         VALUE "DAILY BALANCE HISTORY QUERY".
021700     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
021800     05  HDG1-RUN-DATE          PIC 9999/99/99.
021900     05  FILLER                 PIC X(63) VALUE SPACES.
022000     05  FILLER                 PIC X(05) VALUE "PAGE ".
022100     05  HDG1-PAGE              PIC ZZZ9.
022200
022300 01  HDG2-LINE.
022400     05  FILLER                 PIC X(07) VALUE " INDEX ".
022500     05  HDG2-INDEX             PIC X(08).
022600     05  FILLER                 PIC X(02) VALUE SPACES.
022700     05  HDG2-NAME              PIC X(15).
022800     05  FILLER                 PIC X(01) VALUE SPACE.
022900     05  HDG2-SURNAME           PIC X(15).
023000     05  FILLER                 PIC X(02) VALUE SPACES.
023100     05  FILLER                 PIC X(07) VALUE "BRANCH ".
023200     05  HDG2-BRANCH            PIC X(02).
023300     05  FILLER                 PIC X(02) VALUE SPACES.
023400     05  FILLER                 PIC X(05) VALUE "TYPE ".
023500     05  HDG2-TYPE              PIC X(01).
023600     05  FILLER                 PIC X(02) VALUE SPACES.
023700     05  FILLER                 PIC X(05) VALUE "FROM ".
023800     05  HDG2-FROM-DATE         PIC 9999/99/99.
023900     05  FILLER                 PIC X(04) VALUE " TO ".
024000     05  HDG2-TO-DATE           PIC 9999/99/99.
024100     05  FILLER                 PIC X(34) VALUE SPACES.
024200
024300 01  HDG3-LINE.
024400     05  FILLER                 PIC X(01) VALUE SPACE.
024500     05  FILLER                 PIC X(12) VALUE "DATE".
024600     05  FILLER                 PIC X(05) VALUE "DAY".
024700     05  FILLER                 PIC X(16)
024800                         VALUE "         BALANCE".
024900     05  FILLER                 PIC X(02) VALUE SPACES.
025000     05  FILLER                 PIC X(16)
025100                         VALUE "          CHANGE".
025200     05  FILLER                 PIC X(02) VALUE SPACES.
025300     05  FILLER                 PIC X(18) VALUE "SOURCE".
025400     05  FILLER                 PIC X(60) VALUE SPACES.
025500
025600 01  DETAIL-LINE.
025700     05  FILLER                 PIC X(01) VALUE SPACE.
025800     05  DTL-DATE               PIC 9999/99/99.
025900     05  FILLER                 PIC X(02) VALUE SPACES.
026000     05  DTL-DAY                PIC X(03).
026100     05  FILLER                 PIC X(02) VALUE SPACES.
026200     05  DTL-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
026300     05  FILLER                 PIC X(01) VALUE SPACE.
026400     05  DTL-CHANGE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
026500     05  FILLER                 PIC X(01) VALUE SPACE.
026600     05  DTL-SOURCE             PIC X(18).
026700     05  FILLER                 PIC X(60) VALUE SPACES.
026800
026900 01  TOT1-LINE.
027000     05  FILLER                 PIC X(01) VALUE SPACE.
027100     05  FILLER                 PIC X(22)
027200                                VALUE "DAYS LISTED . . . . . ".
027300     05  TOT1-DAYS-LISTED       PIC ZZ9.
027400     05  FILLER                 PIC X(04) VALUE SPACES.
027500     05  FILLER                 PIC X(22)
027600                                VALUE "DAYS WITH A BALANCE . ".
027700     05  TOT1-DAYS-HELD         PIC ZZ9.
027800     05  FILLER                 PIC X(04) VALUE SPACES.
027900     05  FILLER                 PIC X(22)
028000                                VALUE "CAPTURES ON FILE  . . ".
028100     05  TOT1-CAPTURES          PIC ZZ9.
028200     05  FILLER                 PIC X(48) VALUE SPACES.
028300
028400 01  TOT2-LINE.
028500     05  FILLER                 PIC X(01) VALUE SPACE.
028600     05  FILLER                 PIC X(22)
028700                                VALUE "AVERAGE DAILY BALANCE ".
028800     05  TOT2-AVG-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
028900     05  FILLER                 PIC X(04) VALUE SPACES.
029000     05  FILLER                 PIC X(08) VALUE "LOWEST ".
029100     05  TOT2-LOW-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
029200     05  FILLER                 PIC X(04) VALUE SPACES.
029300     05  FILLER                 PIC X(08) VALUE "HIGHEST ".
029400     05  TOT2-HIGH-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
029500     05  FILLER                 PIC X(34) VALUE SPACES.
029600
029700 01  RUN-TOTAL-LINE.
029800     05  FILLER                 PIC X(01) VALUE SPACE.
029900     05  FILLER                 PIC X(19)
030000                         VALUE "QUERY CARDS READ ".
030100     05  RTL-CARDS-READ         PIC ZZ,ZZ9.
030200     05  FILLER                 PIC X(04) VALUE SPACES.
030300     05  FILLER                 PIC X(17)
030400                         VALUE "REQUESTS LISTED ".
030500     05  RTL-REQUESTS-LISTED    PIC ZZ,ZZ9.
030600     05  FILLER                 PIC X(04) VALUE SPACES.
030700     05  FILLER                 PIC X(30)
030800                         VALUE "CARDS REJECTED (SEE JOB LOG) ".
030900     05  RTL-CARDS-REJECTED     PIC ZZ,ZZ9.
031000     05  FILLER                 PIC X(39) VALUE SPACES.
031100
031200 PROCEDURE DIVISION.
031300*****************************************************************
031400*  0000-MAINLINE - LIST EACH QUERY CARD'S RANGE, THEN CLOSE     *
031500*  THE LISTING WITH THE CARD COUNTS.                            *
031600*****************************************************************
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     IF WS-RUN-OK
032000         PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
032100             UNTIL WS-CARD-EOF OR WS-RUN-FATAL
032200         PERFORM 4000-WRITE-RUN-TOTALS THRU 4000-EXIT
032300     END-IF.
032400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032500     STOP RUN.
032600
032700 1000-INITIALIZE.
032800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
032900     MOVE WS-TODAY TO HDG1-RUN-DATE.
033000     OPEN INPUT VSAM-FILE.
033100     IF NOT WS-VSAM-OK
033200         DISPLAY "VSAM FILE OPEN ERROR - STATUS " WS-FILE-STATUS
033300         MOVE 16 TO RETURN-CODE
033400         SET WS-RUN-FATAL TO TRUE
033500         GO TO 1000-EXIT
033600     END-IF.
033700     OPEN INPUT BALH-FILE.
033800     IF NOT WS-HIST-OK
033900         DISPLAY "BALANCE HISTORY FILE OPEN ERROR - STATUS "
034000                 WS-HIST-STATUS
034100         MOVE 16 TO RETURN-CODE
034200         SET WS-RUN-FATAL TO TRUE
034300         GO TO 1000-EXIT
034400     END-IF.
034500     OPEN OUTPUT REPORT-FILE.
034600     IF NOT WS-REPORT-OK
034700         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
034800                 WS-REPORT-STATUS
034900         MOVE 16 TO RETURN-CODE
035000         SET WS-RUN-FATAL TO TRUE
035100         GO TO 1000-EXIT
035200     END-IF.
035300     OPEN INPUT CARD-FILE.
035400     IF NOT WS-CARD-OK
035500         DISPLAY "NO QUERY CARDS - NOTHING LISTED"
035600         SET WS-CARD-EOF TO TRUE
035700     END-IF.
035800 1000-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*  2000-PROCESS-ONE-CARD - READ THE NEXT QUERY CARD, EDIT IT    *
036300*  AND LIST ITS RANGE ON A NEW PAGE.                            *
036400*****************************************************************
036500 2000-PROCESS-ONE-CARD.
036600     READ CARD-FILE
036700         AT END
036800             SET WS-CARD-EOF TO TRUE
036900             GO TO 2000-EXIT
037000     END-READ.
037100     ADD 1 TO WS-CARDS-READ.
037200     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
037300     IF WS-REJECT-REASON NOT = SPACES
037400         DISPLAY "QUERY CARD REJECTED: " CARD-RECORD (1:24)
037500                 " - " WS-REJECT-REASON
037600         ADD 1 TO WS-CARDS-REJECTED
037700         GO TO 2000-EXIT
037800     END-IF.
037900     PERFORM 2200-GET-CUSTOMER THRU 2200-EXIT.
038000     IF WS-RUN-FATAL
038100         GO TO 2000-EXIT
038200     END-IF.
038300     PERFORM 2300-FIND-CARRY-IN THRU 2300-EXIT.
038400     IF WS-RUN-FATAL
038500         GO TO 2000-EXIT
038600     END-IF.
038700     SET WS-IN-REQUEST TO TRUE.
038800     MOVE ZERO TO WS-LINE-COUNT.
038900     MOVE ZERO TO WS-BALANCE-SUM.
039000     MOVE ZERO TO WS-DAYS-LISTED.
039100     MOVE ZERO TO WS-DAYS-HELD.
039200     MOVE ZERO TO WS-CAPTURE-COUNT.
039300     MOVE ZERO TO WS-LOW-BALANCE.
039400     MOVE ZERO TO WS-HIGH-BALANCE.
039500     MOVE WS-FROM-DAY-NUMBER TO WS-DAY-NUMBER.
039600     PERFORM 2400-LIST-ONE-DAY THRU 2400-EXIT
039700         UNTIL WS-DAY-NUMBER > WS-TO-DAY-NUMBER
039800            OR WS-RUN-FATAL.
039900     IF WS-RUN-FATAL
040000         GO TO 2000-EXIT
040100     END-IF.
040200     PERFORM 2500-WRITE-REQUEST-TOTALS THRU 2500-EXIT.
040300     SET WS-NOT-IN-REQUEST TO TRUE.
040400     ADD 1 TO WS-REQUESTS-LISTED.
040500 2000-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*  2100-EDIT-CARD - CHECK THE INDEX AND BOTH DATES AND TURN     *
041000*  THE DATES INTO DAY NUMBERS.  WS-REJECT-REASON IS LEFT        *
041100*  BLANK WHEN THE CARD IS USABLE.                               *
041200*****************************************************************
041300 2100-EDIT-CARD.
041400     MOVE SPACES TO WS-REJECT-REASON.
041500     IF CARD-INDEX IS NOT NUMERIC
041600         MOVE "INDEX NOT NUMERIC" TO WS-REJECT-REASON
041700         GO TO 2100-EXIT
041800     END-IF.
041900     MOVE CARD-INDEX TO WS-QUERY-INDEX.
042000     IF CARD-FROM-DATE-N IS NOT NUMERIC
042100         MOVE "FROM DATE NOT NUMERIC" TO WS-REJECT-REASON
042200         GO TO 2100-EXIT
042300     END-IF.
042400     MOVE CARD-FROM-DATE-N TO WS-FROM-DATE.
042500     IF CARD-TO-DATE = SPACES
042600         MOVE WS-TODAY TO WS-TO-DATE
042700     ELSE
042800         IF CARD-TO-DATE-N IS NOT NUMERIC
042900             MOVE "TO DATE NOT NUMERIC" TO WS-REJECT-REASON
043000             GO TO 2100-EXIT
043100         END-IF
043200         MOVE CARD-TO-DATE-N TO WS-TO-DATE
043300     END-IF.
043400     MOVE "D"          TO WS-DTP-FUNCTION.
043500     MOVE WS-FROM-DATE TO WS-DTP-DATE.
043600     CALL "DATEPROG" USING WS-DATE-PARM.
043700     IF WS-DTP-INVALID
043800         MOVE "FROM DATE INVALID" TO WS-REJECT-REASON
043900         GO TO 2100-EXIT
044000     END-IF.
044100     MOVE WS-DTP-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
044200     MOVE "D"          TO WS-DTP-FUNCTION.
044300     MOVE WS-TO-DATE   TO WS-DTP-DATE.
044400     CALL "DATEPROG" USING WS-DATE-PARM.
044500     IF WS-DTP-INVALID
044600         MOVE "TO DATE INVALID" TO WS-REJECT-REASON
044700         GO TO 2100-EXIT
044800     END-IF.
044900     MOVE WS-DTP-DAY-NUMBER TO WS-TO-DAY-NUMBER.
045000     IF WS-TO-DATE > WS-TODAY
045100         MOVE "TO DATE AFTER TODAY" TO WS-REJECT-REASON
045200         GO TO 2100-EXIT
045300     END-IF.
045400     IF WS-TO-DAY-NUMBER < WS-FROM-DAY-NUMBER
045500         MOVE "RANGE REVERSED" TO WS-REJECT-REASON
045600         GO TO 2100-EXIT
045700     END-IF.
045800     COMPUTE WS-RANGE-DAYS =
045900         WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1.
046000     IF WS-RANGE-DAYS > WS-MAX-RANGE-DAYS
046100         MOVE "RANGE OVER 366 DAYS" TO WS-REJECT-REASON
046200         GO TO 2100-EXIT
046300     END-IF.
046400 2100-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800*  2200-GET-CUSTOMER - FILL THE REQUEST HEADING FROM THE        *
046900*  MASTER.  AN ACCOUNT NO LONGER ON IT IS STILL LISTED.         *
047000*****************************************************************
047100 2200-GET-CUSTOMER.
047200     MOVE WS-QUERY-INDEX TO HDG2-INDEX.
047300     MOVE WS-FROM-DATE   TO HDG2-FROM-DATE.
047400     MOVE WS-TO-DATE     TO HDG2-TO-DATE.
047500     MOVE WS-QUERY-INDEX TO FD-VSAM-INDEX.
047600     READ VSAM-FILE INTO WS-VSAM-RECORD
047700         INVALID KEY
047800             CONTINUE
047900     END-READ.
048000     IF WS-VSAM-NOT-FOUND
048100         MOVE "NOT ON MASTER" TO HDG2-NAME
048200         MOVE SPACES          TO HDG2-SURNAME
048300         MOVE SPACES          TO HDG2-BRANCH
048400         MOVE SPACES          TO HDG2-TYPE
048500         GO TO 2200-EXIT
048600     END-IF.
048700     IF NOT WS-VSAM-OK
048800         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
048900                 " INDEX " WS-QUERY-INDEX
049000         MOVE 16 TO RETURN-CODE
049100         SET WS-RUN-FATAL TO TRUE
049200         GO TO 2200-EXIT
049300     END-IF.
049400     MOVE WS-VSAM-NAME      TO HDG2-NAME.
049500     MOVE WS-VSAM-SURNAME   TO HDG2-SURNAME.
049600     MOVE WS-VSAM-BRANCH    TO HDG2-BRANCH.
049700     MOVE WS-VSAM-CUST-TYPE TO HDG2-TYPE.
049800 2200-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*  2300-FIND-CARRY-IN - POSITION AT THE ACCOUNT'S OLDEST        *
050300*  CAPTURE AND READ UP TO THE FROM DATE, KEEPING THE LAST       *
050400*  BALANCE BEFORE IT AS THE BALANCE CARRIED INTO THE RANGE.     *
050500*  THE FIRST CAPTURE INSIDE THE RANGE IS LEFT PENDING.          *
050600*****************************************************************
050700 2300-FIND-CARRY-IN.
050800     SET WS-NO-BALANCE-YET     TO TRUE.
050900     SET WS-NO-CAPTURE-PENDING TO TRUE.
051000     MOVE ZERO TO WS-DAY-BALANCE.
051100     MOVE WS-QUERY-INDEX TO FD-BALH-INDEX.
051200     MOVE ZERO           TO FD-BALH-DATE.
051300     START BALH-FILE KEY IS NOT LESS THAN FD-BALH-KEY
051400         INVALID KEY
051500             CONTINUE
051600     END-START.
051700     IF WS-HIST-NOT-FOUND
051800         GO TO 2300-EXIT
051900     END-IF.
052000     IF NOT WS-HIST-OK
052100         DISPLAY "BALANCE HISTORY START ERROR - STATUS "
052200                 WS-HIST-STATUS " INDEX " WS-QUERY-INDEX
052300         MOVE 16 TO RETURN-CODE
052400         SET WS-RUN-FATAL TO TRUE
052500         GO TO 2300-EXIT
052600     END-IF.
052700     PERFORM 2310-NEXT-CAPTURE THRU 2310-EXIT.
052800     PERFORM 2320-TAKE-CARRY-IN THRU 2320-EXIT
052900         UNTIL WS-NO-CAPTURE-PENDING
053000            OR WS-BALH-DATE NOT < WS-FROM-DATE
053100            OR WS-RUN-FATAL.
053200 2300-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*  2310-NEXT-CAPTURE - MAKE THE ACCOUNT'S NEXT USABLE CAPTURE   *
053700*  UP TO THE TO DATE PENDING, OR CLEAR WS-CAPTURE-PENDING IF    *
053800*  THERE IS NONE.                                               *
053900*****************************************************************
054000 2310-NEXT-CAPTURE.
054100     SET WS-NO-CAPTURE-PENDING TO TRUE.
054200     SET WS-LOOKUP-NOT-DONE    TO TRUE.
054300     PERFORM 2315-READ-ONE-CAPTURE THRU 2315-EXIT
054400         UNTIL WS-LOOKUP-DONE.
054500 2310-EXIT.
054600     EXIT.
054700
054800 2315-READ-ONE-CAPTURE.
054900     SET WS-LOOKUP-DONE TO TRUE.
055000     READ BALH-FILE NEXT RECORD INTO WS-BALH-RECORD
055100         AT END
055200             GO TO 2315-EXIT
055300     END-READ.
055400     IF NOT WS-HIST-OK
055500         DISPLAY "BALANCE HISTORY READ ERROR - STATUS "
055600                 WS-HIST-STATUS " INDEX " WS-QUERY-INDEX
055700         MOVE 16 TO RETURN-CODE
055800         SET WS-RUN-FATAL TO TRUE
055900         GO TO 2315-EXIT
056000     END-IF.
056100     IF WS-BALH-INDEX NOT = WS-QUERY-INDEX
056200        OR WS-BALH-DATE > WS-TO-DATE
056300         GO TO 2315-EXIT
056400     END-IF.
056500     IF WS-BALH-BALANCE IS NOT NUMERIC
056600         SET WS-LOOKUP-NOT-DONE TO TRUE
056700         GO TO 2315-EXIT
056800     END-IF.
056900     SET WS-CAPTURE-PENDING TO TRUE.
057000 2315-EXIT.
057100     EXIT.
057200
057300 2320-TAKE-CARRY-IN.
057400     MOVE WS-BALH-BALANCE TO WS-DAY-BALANCE.
057500     SET WS-BALANCE-ON-FILE TO TRUE.
057600     PERFORM 2310-NEXT-CAPTURE THRU 2310-EXIT.
057700 2320-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100*  2400-LIST-ONE-DAY - PRINT ONE CALENDAR DAY: THE PENDING      *
058200*  CAPTURE IF IT IS FOR THIS DAY, ELSE THE BALANCE CARRIED      *
058300*  FROM THE DAY BEFORE.  THE AVERAGE COUNTS A DAY WITH NO       *
058400*  BALANCE ON FILE AS ZERO, AS INTRPROG DOES.                   *
058500*****************************************************************
058600 2400-LIST-ONE-DAY.
058700     MOVE "N"           TO WS-DTP-FUNCTION.
058800     MOVE WS-DAY-NUMBER TO WS-DTP-DAY-NUMBER.
058900     CALL "DATEPROG" USING WS-DATE-PARM.
059000     MOVE WS-HELD-SWITCH TO WS-PRIOR-HELD-SWITCH.
059100     MOVE WS-DAY-BALANCE TO WS-PRIOR-BALANCE.
059200     MOVE SPACES         TO DETAIL-LINE.
059300     MOVE WS-DTP-DATE    TO DTL-DATE.
059400     MOVE WS-DAY-NAME (WS-DTP-WEEKDAY) TO DTL-DAY.
059500     IF WS-CAPTURE-PENDING
059600        AND WS-BALH-DATE NOT > WS-DTP-DATE
059700         MOVE WS-BALH-BALANCE TO WS-DAY-BALANCE
059800         SET WS-BALANCE-ON-FILE TO TRUE
059900         MOVE "CAPTURED"      TO DTL-SOURCE
060000         ADD 1 TO WS-CAPTURE-COUNT
060100         PERFORM 2310-NEXT-CAPTURE THRU 2310-EXIT
060200     ELSE
060300         IF WS-BALANCE-ON-FILE
060400             MOVE "CARRIED"            TO DTL-SOURCE
060500         ELSE
060600             MOVE "NO BALANCE ON FILE" TO DTL-SOURCE
060700         END-IF
060800     END-IF.
060900     IF WS-BALANCE-ON-FILE
061000         PERFORM 2410-ADD-DAY-BALANCE THRU 2410-EXIT
061100     END-IF.
061200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
061300     ADD 1 TO WS-DAYS-LISTED.
061400     ADD 1 TO WS-DAY-NUMBER.
061500 2400-EXIT.
061600     EXIT.
061700
061800 2410-ADD-DAY-BALANCE.
061900     MOVE WS-DAY-BALANCE TO DTL-BALANCE.
062000     IF WS-PRIOR-ON-FILE
062100         COMPUTE WS-BALANCE-CHANGE =
062200             WS-DAY-BALANCE - WS-PRIOR-BALANCE
062300         IF WS-BALANCE-CHANGE NOT = ZERO
062400             MOVE WS-BALANCE-CHANGE TO DTL-CHANGE
062500         END-IF
062600     END-IF.
062700     ADD WS-DAY-BALANCE TO WS-BALANCE-SUM.
062800     ADD 1 TO WS-DAYS-HELD.
062900     IF WS-DAYS-HELD = 1
063000         MOVE WS-DAY-BALANCE TO WS-LOW-BALANCE
063100         MOVE WS-DAY-BALANCE TO WS-HIGH-BALANCE
063200         GO TO 2410-EXIT
063300     END-IF.
063400     IF WS-DAY-BALANCE < WS-LOW-BALANCE
063500         MOVE WS-DAY-BALANCE TO WS-LOW-BALANCE
063600     END-IF.
063700     IF WS-DAY-BALANCE > WS-HIGH-BALANCE
063800         MOVE WS-DAY-BALANCE TO WS-HIGH-BALANCE
063900     END-IF.
064000 2410-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*  2500-WRITE-REQUEST-TOTALS - CLOSE THE REQUEST WITH ITS DAY   *
064500*  COUNTS AND THE AVERAGE, LOWEST AND HIGHEST BALANCES.         *
064600*****************************************************************
064700 2500-WRITE-REQUEST-TOTALS.
064800     COMPUTE WS-AVG-BALANCE ROUNDED =
064900         WS-BALANCE-SUM / WS-DAYS-LISTED.
065000     MOVE SPACES TO DETAIL-LINE.
065100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
065200     MOVE WS-DAYS-LISTED   TO TOT1-DAYS-LISTED.
065300     MOVE WS-DAYS-HELD     TO TOT1-DAYS-HELD.
065400     MOVE WS-CAPTURE-COUNT TO TOT1-CAPTURES.
065500     MOVE TOT1-LINE        TO DETAIL-LINE.
065600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
065700     MOVE WS-AVG-BALANCE   TO TOT2-AVG-BALANCE.
065800     MOVE WS-LOW-BALANCE   TO TOT2-LOW-BALANCE.
065900     MOVE WS-HIGH-BALANCE  TO TOT2-HIGH-BALANCE.
066000     MOVE TOT2-LINE        TO DETAIL-LINE.
066100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
066200 2500-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600*  3000-WRITE-LINE - PRINT DETAIL-LINE, STARTING A NEW PAGE     *
066700*  WHEN THE CURRENT ONE IS FULL OR A NEW REQUEST BEGINS.        *
066800*****************************************************************
066900 3000-WRITE-LINE.
067000     IF WS-LINE-COUNT = ZERO OR
067100             WS-LINE-COUNT >= WS-LINES-PER-PAGE
067200         PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
067300     END-IF.
067400     MOVE DETAIL-LINE TO REPORT-LINE.
067500     WRITE REPORT-LINE.
067600     ADD 1 TO WS-LINE-COUNT.
067700 3000-EXIT.
067800     EXIT.
067900
068000 3200-WRITE-HEADINGS.
068100     ADD 1 TO WS-PAGE-COUNT.
068200     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
068300     MOVE HDG1-LINE TO REPORT-LINE.
068400     WRITE REPORT-LINE.
068500     IF WS-IN-REQUEST
068600         MOVE HDG2-LINE TO REPORT-LINE
068700         WRITE REPORT-LINE
068800         MOVE HDG3-LINE TO REPORT-LINE
068900         WRITE REPORT-LINE
069000     END-IF.
069100     MOVE SPACES TO REPORT-LINE.
069200     WRITE REPORT-LINE.
069300     MOVE ZERO TO WS-LINE-COUNT.
069400 3200-EXIT.
069500     EXIT.
069600
069700*****************************************************************
069800*  4000-WRITE-RUN-TOTALS - CLOSE THE LISTING WITH THE CARD      *
069900*  COUNTS ON A PAGE OF ITS OWN, AND SET RC 8 IF NOTHING WAS     *
070000*  ASKED FOR OR A CARD WAS REJECTED.  THE RETURN CODE IS SET    *
070100*  HERE, NOT AS EACH CARD IS EDITED, BECAUSE EVERY DATEPROG     *
070200*  CALL RESETS IT.                                              *
070300*****************************************************************
070400 4000-WRITE-RUN-TOTALS.
070500     MOVE ZERO TO WS-LINE-COUNT.
070600     MOVE WS-CARDS-READ      TO RTL-CARDS-READ.
070700     MOVE WS-REQUESTS-LISTED TO RTL-REQUESTS-LISTED.
070800     MOVE WS-CARDS-REJECTED  TO RTL-CARDS-REJECTED.
070900     MOVE RUN-TOTAL-LINE     TO DETAIL-LINE.
071000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
071100     DISPLAY "QUERY CARDS READ  . . . . . : " WS-CARDS-READ.
071200     DISPLAY "REQUESTS LISTED . . . . . . : " WS-REQUESTS-LISTED.
071300     DISPLAY "CARDS REJECTED  . . . . . . : " WS-CARDS-REJECTED.
071400     IF WS-RUN-OK
071450        AND (WS-CARDS-READ = ZERO OR WS-CARDS-REJECTED > ZERO)
071500         MOVE 8 TO RETURN-CODE
071600     END-IF.
071700 4000-EXIT.
071800     EXIT.
071900
072000 9000-TERMINATE.
072100     CLOSE VSAM-FILE.
072200     CLOSE BALH-FILE.
072300     CLOSE REPORT-FILE.
072400     CLOSE CARD-FILE.
072500 9000-EXIT.
072600     EXIT.
