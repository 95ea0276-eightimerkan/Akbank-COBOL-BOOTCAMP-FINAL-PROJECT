000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SRCHPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-10-01.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-10-01  RSK       INITIAL VERSION.                       *
001100*****************************************************************
001200*
001300*  SRCHPROG IS THE ONLINE (CICS) CUSTOMER SEARCH FOR BRANCH
001400*  TELLERS - TRANSACTION CSRC, MAPSET SRCHSET (SEE SRCHSET.BMS
001500*  AND SRCHCSD.JCL).  A CUSTOMER WHO WALKS IN WITHOUT AN INDEX
001600*  NUMBER IS FOUND BY SURNAME, FULL OR PARTIAL, OPTIONALLY
001700*  NARROWED BY FIRST NAME (ALSO FULL OR PARTIAL) AND BRANCH.
001800*  EACH MATCH IS LISTED WITH INDEX, NAME, SURNAME, BRANCH AND
001900*  STATUS (DORMANT AND HELD SPELLED OUT AS ON CINQ), TWELVE TO
002000*  A PAGE, PF8 FORWARD AND PF7 BACK.  KEYING AN S BESIDE A LINE
002100*  AND PRESSING ENTER PASSES THAT INDEX TO INQPROG, WHICH OPENS
002200*  THE CINQ DETAIL SCREEN FOR IT.
002300*
002400*  THE MASTER HOLDS NAMES AS MAINPROG STORED THEM - AFTER
002500*  SUBPROG STANDARDIZATION (SUBTAB TRANSLITERATION ON THE
002600*  SURNAME, EMBEDDED SPACES AS LOW-VALUES IN THE NAME).  THE
002700*  KEYED SURNAME AND NAME ARE PASSED THROUGH THE SAME SUBPROG
002800*  CALL BEFORE THE COMPARE, SO "KAYA" FINDS THE CUSTOMERS ON
002900*  FILE AS "KEYE" EXACTLY AS THE NIGHTLY RUN FILED THEM.
003000*
003100*  THE LIVE MASTER IS BROWSED IN SURNAME ORDER THROUGH CICS
003200*  FILE CUSTSURN - THE PATH OVER THE SURNAME ALTERNATE INDEX
003300*  (DEFSAIX.JCL), DEFINED READ-ONLY.  A PAGE POSITION IS THE
003400*  SURNAME TO START AT PLUS THE NUMBER OF RECORDS WITH THAT
003500*  SAME SURNAME ALREADY PASSED, SINCE A SURNAME IS NOT UNIQUE.
003600*  THE START OF EVERY PAGE SHOWN IS KEPT IN THE COMMAREA SO
003700*  PF7 CAN GO BACK.  NO ONE INTERACTION EXAMINES MORE THAN
003800*  SRC-SCAN-LIMIT RECORDS; A THIN FILTER OVER A SHORT PREFIX
003900*  SHOWS WHAT IT HAS FOUND AND PF8 CARRIES ON FROM THERE.
004000*
004100*  PSEUDO-CONVERSATIONAL: EVERY INTERACTION ENDS WITH RETURN
004200*  TRANSID(CSRC).  PF3 OR CLEAR ENDS THE SESSION.  THE SYMBOLIC
004300*  MAP IS HAND-CODED BELOW IN SCREEN-FIELD ORDER (PAGE, SURN,
004400*  FNAME, BRCH, TWELVE SEL/LIN ROWS, MSG) AND MUST BE KEPT IN
004500*  STEP WITH SRCHSET.BMS.
004600*
004700 ENVIRONMENT DIVISION.
004800 DATA DIVISION.
004900 WORKING-STORAGE SECTION.
005000*****************************************************************
005100*  CUSTOMER MASTER RECORD READ THROUGH CUSTSURN                 *
005200*****************************************************************
005300 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
005400
005500*****************************************************************
005600*  VALID-BRANCH TABLE AND LOOKUP CONTROLS                       *
005700*****************************************************************
005800 COPY BRCHTAB REPLACING ==:PFX:== BY ==WS-==.
005900
006000 01  WS-BRCH-IDX                PIC 9(02) COMP.
006100 01  WS-BRANCH-SWITCH           PIC X(01).
006200     88  WS-BRANCH-FOUND         VALUE "Y".
006300     88  WS-BRANCH-NOT-FOUND     VALUE "N".
006400
006500*****************************************************************
006600*  SYMBOLIC MAP FOR SRCHMAP IN MAPSET SRCHSET - INPUT SIDE.     *
006700*  EACH FIELD IS THE STANDARD BMS TRIPLET: LENGTH, FLAG/ATTR,   *
006800*  DATA.  TIOAPFX=YES GIVES THE 12-BYTE PREFIX.  THE TWELVE     *
006900*  LIST ROWS (SRSEL01/SRLIN01 ... SRSEL12/SRLIN12 IN THE        *
007000*  MAPSET) ARE ONE REPEATING GROUP HERE.                        *
007100*****************************************************************
007200 01  SRCHMAPI.
007300     05  FILLER                 PIC X(12).
007400     05  SRPAGEL                PIC S9(04) COMP.
007500     05  SRPAGEF                PIC X(01).
007600     05  SRPAGEI                PIC X(03).
007700     05  SRSURNL                PIC S9(04) COMP.
007800     05  SRSURNF                PIC X(01).
007900     05  SRSURNI                PIC X(15).
008000     05  SRFNAMEL               PIC S9(04) COMP.
008100     05  SRFNAMEF               PIC X(01).
008200     05  SRFNAMEI               PIC X(15).
008300     05  SRBRCHL                PIC S9(04) COMP.
008400     05  SRBRCHF                PIC X(01).
008500     05  SRBRCHI                PIC X(02).
008600     05  SRROWI                 OCCURS 12 TIMES.
008700         10  SRSELL             PIC S9(04) COMP.
008800         10  SRSELF             PIC X(01).
008900         10  SRSELI             PIC X(01).
009000         10  SRLINL             PIC S9(04) COMP.
009100         10  SRLINF             PIC X(01).
009200         10  SRLINI             PIC X(60).
009300     05  SRMSGL                 PIC S9(04) COMP.
009400     05  SRMSGF                 PIC X(01).
009500     05  SRMSGI                 PIC X(60).
009600
009700*****************************************************************
009800*  SYMBOLIC MAP - OUTPUT SIDE OVER THE SAME STORAGE.            *
009900*****************************************************************
010000 01  SRCHMAPO REDEFINES SRCHMAPI.
010100     05  FILLER                 PIC X(12).
010200     05  FILLER                 PIC X(03).
010300     05  SRPAGEO                PIC X(03).
010400     05  FILLER                 PIC X(03).
010500     05  SRSURNO                PIC X(15).
010600     05  FILLER                 PIC X(03).
010700     05  SRFNAMEO               PIC X(15).
010800     05  FILLER                 PIC X(03).
010900     05  SRBRCHO                PIC X(02).
011000     05  SRROWO                 OCCURS 12 TIMES.
011100         10  FILLER             PIC X(03).
011200         10  SRSELO             PIC X(01).
011300         10  FILLER             PIC X(03).
011400         10  SRLINO             PIC X(60).
011500     05  FILLER                 PIC X(03).
011600     05  SRMSGO                 PIC X(60).
011700
011800*****************************************************************
011900*  ONE LIST LINE AS SHOWN IN SRLINNN - COLUMNS MATCH THE        *
012000*  HEADING ROW OF THE MAP.                                      *
012100*****************************************************************
012200 01  SRC-LIST-LINE.
012300     05  SRC-LIST-INDEX         PIC X(08).
012400     05  FILLER                 PIC X(02).
012500     05  SRC-LIST-NAME          PIC X(15).
012600     05  FILLER                 PIC X(01).
012700     05  SRC-LIST-SURNAME       PIC X(15).
012800     05  FILLER                 PIC X(01).
012900     05  SRC-LIST-BRANCH        PIC X(02).
013000     05  FILLER                 PIC X(02).
013100     05  SRC-LIST-STATUS        PIC X(08).
013200     05  FILLER                 PIC X(06).
013300
013400*****************************************************************
013500*  SEARCH WORK FIELDS.  THE KEYED NAME AND SURNAME ARE          *
013600*  STANDARDIZED IN PLACE BY SUBPROG.                            *
013700*****************************************************************
013800 01  SRC-RESP                   PIC S9(08) COMP.
013900 01  SRC-STD-NAME               PIC X(15).
014000 01  SRC-STD-SURNAME            PIC X(15).
014100 01  SRC-KEY-WORK               PIC X(15).
014200 01  SRC-CHAR-POS               PIC S9(04) COMP.
014300 01  SRC-ROW                    PIC 9(02) COMP.
014400 01  SRC-ROW-COUNT              PIC 9(02) COMP.
014500 01  SRC-SEL-ROW                PIC 9(02) COMP.
014600 01  SRC-PAGE-EDIT              PIC ZZ9.
014700
014800*****************************************************************
014900*  TERMINALS WITHOUT UPPER-CASE TRANSLATION CAN SEND LOWER      *
015000*  CASE; THE MASTER IS ALL UPPER CASE.                          *
015100*****************************************************************
015200 01  SRC-LOWER-CASE             PIC X(26)
015300         VALUE "abcdefghijklmnopqrstuvwxyz".
015400 01  SRC-UPPER-CASE             PIC X(26)
015500         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015600
015700*****************************************************************
015800*  BROWSE CONTROLS.  SRC-BR-KEY IS THE RIDFLD OF THE PATH       *
015900*  BROWSE; SRC-CUR-KEY/SRC-DUP-SEEN COUNT THE RECORDS READ SO   *
016000*  FAR UNDER THE CURRENT SURNAME, WHICH IS WHAT A PAGE          *
016100*  POSITION SKIPS OVER.                                         *
016200*****************************************************************
016300 01  SRC-BR-KEY                 PIC X(15).
016400 01  SRC-CUR-KEY                PIC X(15).
016500 01  SRC-DUP-SEEN               PIC 9(04) COMP.
016600 01  SRC-SKIP-KEY               PIC X(15).
016700 01  SRC-SKIP-COUNT             PIC 9(04) COMP.
016800 01  SRC-SCAN-COUNT             PIC 9(04) COMP.
016900 01  SRC-SCAN-LIMIT             PIC 9(04) COMP VALUE 200.
017000 01  SRC-MAX-PAGES              PIC 9(03) VALUE 50.
017100
017200 01  SRC-BROWSE-SWITCH          PIC X(01).
017300     88  SRC-BROWSE-GOING        VALUE "G".
017400     88  SRC-BROWSE-ENDED        VALUE "E".
017500     88  SRC-BROWSE-FAILED       VALUE "F".
017600
017700 01  SRC-STARTBR-SWITCH         PIC X(01).
017800     88  SRC-BROWSE-STARTED      VALUE "Y".
017900     88  SRC-BROWSE-NOT-STARTED  VALUE "N".
018000
018100 01  SRC-KEY-END-SWITCH         PIC X(01).
018200     88  SRC-KEY-END-FOUND       VALUE "Y".
018300     88  SRC-KEY-END-NOT-FOUND   VALUE "N".
018400
018500 01  SRC-EDIT-SWITCH            PIC X(01).
018600     88  SRC-EDIT-OK             VALUE "Y".
018700     88  SRC-EDIT-BAD            VALUE "N".
018800
018900*****************************************************************
019000*  ATTENTION IDENTIFIERS TESTED AGAINST EIBAID.  KEPT INLINE    *
019100*  (SAME VALUES AS DFHAID) SO THE WHOLE PROGRAM IS IN ONE       *
019200*  MEMBER.                                                      *
019300*****************************************************************
019400 01  SRC-AID-VALUES.
019500     05  SRC-AID-ENTER          PIC X(01) VALUE "'".
019600     05  SRC-AID-CLEAR          PIC X(01) VALUE "_".
019700     05  SRC-AID-PF3            PIC X(01) VALUE "3".
019800     05  SRC-AID-PF7            PIC X(01) VALUE "7".
019900     05  SRC-AID-PF8            PIC X(01) VALUE "8".
020000
020100*****************************************************************
020200*  COMMAREA PASSED TO INQPROG ON A SELECTION - "S" AND THE      *
020300*  INDEX CHOSEN (SEE INQPROG'S LINKAGE).                        *
020400*****************************************************************
020500 01  SRC-INQ-COMMAREA.
020600     05  SRC-INQ-SOURCE         PIC X(01) VALUE "S".
020700     05  SRC-INQ-INDEX          PIC X(08).
020800 01  SRC-INQ-LENGTH             PIC S9(04) COMP VALUE 9.
020900
021000*****************************************************************
021100*  COMMAREA CARRIED BETWEEN INTERACTIONS: THE STANDARDIZED      *
021200*  SEARCH KEYS, THE PAGE ON DISPLAY, WHERE EACH PAGE SHOWN SO   *
021300*  FAR STARTED AND WHERE THE NEXT ONE STARTS, AND THE INDEX ON  *
021400*  EACH LIST ROW.  SRC-CA-LENGTH MUST MATCH ITS SIZE.           *
021500*****************************************************************
021600 01  SRC-COMMAREA.
021700     05  SRC-SEARCH-KEYS.
021800         10  SRC-SURN-KEY       PIC X(15).
021900         10  SRC-SURN-LEN       PIC 9(02).
022000         10  SRC-NAME-KEY       PIC X(15).
022100         10  SRC-NAME-LEN       PIC 9(02).
022200         10  SRC-BRANCH         PIC X(02).
022300     05  SRC-PAGE-NO            PIC 9(03).
022400     05  SRC-MORE-SWITCH        PIC X(01).
022500         88  SRC-MORE            VALUE "Y".
022600         88  SRC-NO-MORE         VALUE "N".
022700     05  SRC-NEXT-POSITION.
022800         10  SRC-NEXT-KEY       PIC X(15).
022900         10  SRC-NEXT-SKIP      PIC 9(04).
023000     05  SRC-PAGE-START         OCCURS 50 TIMES.
023100         10  SRC-START-KEY      PIC X(15).
023200         10  SRC-START-SKIP     PIC 9(04).
023300     05  SRC-ROW-INDEX          PIC X(08) OCCURS 12 TIMES.
023400 01  SRC-CA-LENGTH              PIC S9(04) COMP VALUE 1105.
023500
023600 LINKAGE SECTION.
023700 01  DFHCOMMAREA                PIC X(1105).
023800
023900 PROCEDURE DIVISION.
024000*****************************************************************
024100*  0000-MAINLINE - FIRST TIME IN, PAINT THE EMPTY SCREEN; ON A  *
024200*  RETURN, ACT ON THE TELLER'S KEY.  EVERY PATH ENDS WITH       *
024300*  RETURN TRANSID(CSRC), A PLAIN RETURN ON EXIT, OR AN XCTL     *
024400*  TO INQPROG FOR A SELECTED CUSTOMER.                          *
024500*****************************************************************
024600 0000-MAINLINE.
024700     IF EIBCALEN = ZERO
024800         INITIALIZE SRC-COMMAREA
024900         SET SRC-NO-MORE TO TRUE
025000         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
025100         GO TO 0000-RETURN-NEXT
025200     END-IF.
025300     MOVE DFHCOMMAREA TO SRC-COMMAREA.
025400     IF EIBAID = SRC-AID-PF3 OR EIBAID = SRC-AID-CLEAR
025500         PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
025600         EXEC CICS RETURN
025700         END-EXEC
025800     END-IF.
025900     EVALUATE TRUE
026000         WHEN EIBAID = SRC-AID-ENTER
026100             PERFORM 2000-PROCESS-ENTER THRU 2000-EXIT
026200         WHEN EIBAID = SRC-AID-PF8
026300             PERFORM 4000-PAGE-FORWARD THRU 4000-EXIT
026400         WHEN EIBAID = SRC-AID-PF7
026500             PERFORM 4500-PAGE-BACK THRU 4500-EXIT
026600         WHEN OTHER
026700             MOVE LOW-VALUES TO SRCHMAPO
026800             MOVE "USE ENTER, PF7, PF8, PF3 OR CLEAR" TO SRMSGO
026900             PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
027000     END-EVALUATE.
027100 0000-RETURN-NEXT.
027200     EXEC CICS RETURN
027300         TRANSID("CSRC")
027400         COMMAREA(SRC-COMMAREA)
027500         LENGTH(SRC-CA-LENGTH)
027600     END-EXEC.
027700
027800*****************************************************************
027900*  1000-SEND-FRESH-MAP - PAINT THE EMPTY SEARCH SCREEN.         *
028000*****************************************************************
028100 1000-SEND-FRESH-MAP.
028200     MOVE LOW-VALUES TO SRCHMAPO.
028300     EXEC CICS SEND
028400         MAP("SRCHMAP")
028500         MAPSET("SRCHSET")
028600         FROM(SRCHMAPO)
028700         ERASE
028800     END-EXEC.
028900 1000-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*  2000-PROCESS-ENTER - AN S BESIDE A LISTED CUSTOMER OPENS     *
029400*  THAT CUSTOMER ON CINQ; OTHERWISE ENTER STARTS A NEW SEARCH   *
029500*  FROM THE KEYS ON THE SCREEN, AT PAGE 1.                      *
029600*****************************************************************
029700 2000-PROCESS-ENTER.
029800     MOVE LOW-VALUES TO SRCHMAPI.
029900     EXEC CICS RECEIVE
030000         MAP("SRCHMAP")
030100         MAPSET("SRCHSET")
030200         INTO(SRCHMAPI)
030300         RESP(SRC-RESP)
030400     END-EXEC.
030500     IF SRC-RESP = DFHRESP(MAPFAIL)
030600         MOVE LOW-VALUES TO SRCHMAPO
030700         MOVE "KEY A SURNAME AND PRESS ENTER" TO SRMSGO
030800         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
030900         GO TO 2000-EXIT
031000     END-IF.
031100     IF SRC-RESP NOT = DFHRESP(NORMAL)
031200         MOVE LOW-VALUES TO SRCHMAPO
031300         MOVE "SEARCH SCREEN ERROR - TRY AGAIN" TO SRMSGO
031400         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
031500         GO TO 2000-EXIT
031600     END-IF.
031700     MOVE ZERO TO SRC-SEL-ROW.
031800     PERFORM 2100-CHECK-ONE-ROW THRU 2100-EXIT
031900         VARYING SRC-ROW FROM 1 BY 1
032000         UNTIL SRC-ROW > 12
032100            OR SRC-SEL-ROW > ZERO.
032200     IF SRC-SEL-ROW > ZERO
032300         PERFORM 2200-SELECT-CUSTOMER THRU 2200-EXIT
032400         GO TO 2000-EXIT
032500     END-IF.
032600     SET SRC-EDIT-OK TO TRUE.
032700     PERFORM 2300-SET-SEARCH-KEYS THRU 2300-EXIT.
032800     IF SRC-EDIT-BAD
032900         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
033000         GO TO 2000-EXIT
033100     END-IF.
033200     MOVE 1 TO SRC-PAGE-NO.
033300     MOVE SRC-SURN-KEY TO SRC-START-KEY (1).
033400     MOVE ZERO TO SRC-START-SKIP (1).
033500     PERFORM 3000-BUILD-PAGE THRU 3000-EXIT.
033600     PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100*  2100-CHECK-ONE-ROW - THE FIRST ROW WITH ANYTHING KEYED IN    *
034200*  ITS SELECT FIELD IS THE SELECTION.                           *
034300*****************************************************************
034400 2100-CHECK-ONE-ROW.
034500     IF SRSELI (SRC-ROW) NOT = SPACE
034600        AND SRSELI (SRC-ROW) NOT = LOW-VALUE
034700         MOVE SRC-ROW TO SRC-SEL-ROW
034800     END-IF.
034900 2100-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300*  2200-SELECT-CUSTOMER - HAND THE INDEX ON THE SELECTED ROW    *
035400*  TO INQPROG.  XCTL DOES NOT COME BACK UNLESS IT FAILED.       *
035500*****************************************************************
035600 2200-SELECT-CUSTOMER.
035700     MOVE LOW-VALUES TO SRCHMAPO.
035800     IF SRC-ROW-INDEX (SRC-SEL-ROW) = SPACES
035900         MOVE SPACE TO SRSELO (SRC-SEL-ROW)
036000         MOVE "NO CUSTOMER ON THAT LINE" TO SRMSGO
036100         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
036200         GO TO 2200-EXIT
036300     END-IF.
036400     MOVE SRC-ROW-INDEX (SRC-SEL-ROW) TO SRC-INQ-INDEX.
036500     EXEC CICS XCTL
036600         PROGRAM("INQPROG")
036700         COMMAREA(SRC-INQ-COMMAREA)
036800         LENGTH(SRC-INQ-LENGTH)
036900         RESP(SRC-RESP)
037000     END-EXEC.
037100     MOVE SPACE TO SRSELO (SRC-SEL-ROW).
037200     MOVE "CUSTOMER INQUIRY UNAVAILABLE - CALL OPS" TO SRMSGO.
037300     PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT.
037400 2200-EXIT.
037500     EXIT.
037600
037700*****************************************************************
037800*  2300-SET-SEARCH-KEYS - EDIT THE KEYED SURNAME, NAME AND      *
037900*  BRANCH, NOTE HOW MANY CHARACTERS OF EACH NAME WERE KEYED     *
038000*  (THE PARTIAL-MATCH LENGTH), THEN STANDARDIZE BOTH THROUGH    *
038100*  SUBPROG AS MAINPROG DID WHEN IT FILED THEM.                  *
038200*****************************************************************
038300 2300-SET-SEARCH-KEYS.
038400     MOVE SRSURNI TO SRC-STD-SURNAME.
038500     MOVE SRFNAMEI TO SRC-STD-NAME.
038600     MOVE SRBRCHI TO SRC-BRANCH.
038700     MOVE LOW-VALUES TO SRCHMAPO.
038800     INSPECT SRC-STD-SURNAME REPLACING ALL LOW-VALUES BY SPACES.
038900     INSPECT SRC-STD-NAME REPLACING ALL LOW-VALUES BY SPACES.
039000     INSPECT SRC-BRANCH REPLACING ALL LOW-VALUES BY SPACES.
039100     INSPECT SRC-STD-SURNAME
039200         CONVERTING SRC-LOWER-CASE TO SRC-UPPER-CASE.
039300     INSPECT SRC-STD-NAME
039400         CONVERTING SRC-LOWER-CASE TO SRC-UPPER-CASE.
039500     IF SRC-STD-SURNAME = SPACES
039600         MOVE "SURNAME REQUIRED - FULL OR PARTIAL" TO SRMSGO
039700         SET SRC-EDIT-BAD TO TRUE
039800         GO TO 2300-EXIT
039900     END-IF.
040000     IF SRC-STD-SURNAME (1:1) = SPACE
040100        OR (SRC-STD-NAME (1:1) = SPACE
040200            AND SRC-STD-NAME NOT = SPACES)
040300         MOVE "NAMES MUST START IN THE FIRST POSITION" TO SRMSGO
040400         SET SRC-EDIT-BAD TO TRUE
040500         GO TO 2300-EXIT
040600     END-IF.
040700     IF SRC-BRANCH NOT = SPACES
040800         SET WS-BRANCH-NOT-FOUND TO TRUE
040900         PERFORM 2350-CHECK-ONE-BRANCH THRU 2350-EXIT
041000             VARYING WS-BRCH-IDX FROM 1 BY 1
041100             UNTIL WS-BRCH-IDX > WS-BRCH-COUNT
041200                OR WS-BRANCH-FOUND
041300         IF WS-BRANCH-NOT-FOUND
041400             MOVE "BRANCH CODE NOT ON VALID-BRANCH TABLE"
041500                 TO SRMSGO
041600             SET SRC-EDIT-BAD TO TRUE
041700             GO TO 2300-EXIT
041800         END-IF
041900     END-IF.
042000     MOVE SRC-STD-SURNAME TO SRC-KEY-WORK.
042100     PERFORM 2400-MEASURE-KEY THRU 2400-EXIT.
042200     MOVE SRC-CHAR-POS TO SRC-SURN-LEN.
042300     MOVE SRC-STD-NAME TO SRC-KEY-WORK.
042400     PERFORM 2400-MEASURE-KEY THRU 2400-EXIT.
042500     MOVE SRC-CHAR-POS TO SRC-NAME-LEN.
042600     CALL "SUBPROG" USING SRC-STD-NAME, SRC-STD-SURNAME.
042700     MOVE SRC-STD-SURNAME TO SRC-SURN-KEY.
042800     MOVE SRC-STD-NAME TO SRC-NAME-KEY.
042900 2300-EXIT.
043000     EXIT.
043100
043200 2350-CHECK-ONE-BRANCH.
043300     IF WS-BRCH-CODE (WS-BRCH-IDX) = SRC-BRANCH
043400         SET WS-BRANCH-FOUND TO TRUE
043500     END-IF.
043600 2350-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*  2400-MEASURE-KEY - LEAVE SRC-CHAR-POS ON THE LAST NON-BLANK  *
044100*  CHARACTER OF SRC-KEY-WORK (ZERO WHEN IT IS ALL BLANK).       *
044200*****************************************************************
044300 2400-MEASURE-KEY.
044400     MOVE 15 TO SRC-CHAR-POS.
044500     SET SRC-KEY-END-NOT-FOUND TO TRUE.
044600     PERFORM 2450-STEP-BACK THRU 2450-EXIT
044700         UNTIL SRC-CHAR-POS = ZERO
044800            OR SRC-KEY-END-FOUND.
044900 2400-EXIT.
045000     EXIT.
045100
045200 2450-STEP-BACK.
045300     IF SRC-KEY-WORK (SRC-CHAR-POS:1) NOT = SPACE
045400         SET SRC-KEY-END-FOUND TO TRUE
045500     ELSE
045600         SUBTRACT 1 FROM SRC-CHAR-POS
045700     END-IF.
045800 2450-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*  3000-BUILD-PAGE - BROWSE CUSTSURN FROM THE START OF THE      *
046300*  CURRENT PAGE AND LIST UP TO TWELVE MATCHES.  STOPS AT A      *
046400*  FULL PAGE, THE END OF THE SURNAME PREFIX, THE END OF THE     *
046500*  FILE OR THE SCAN LIMIT, WHICHEVER COMES FIRST, LEAVING THE   *
046600*  POSITION AFTER THE LAST RECORD EXAMINED FOR PF8.             *
046700*****************************************************************
046800 3000-BUILD-PAGE.
046900     MOVE LOW-VALUES TO SRCHMAPO.
047000     MOVE ZERO TO SRC-ROW-COUNT.
047100     MOVE ZERO TO SRC-SCAN-COUNT.
047200     PERFORM 3050-CLEAR-ONE-ROW THRU 3050-EXIT
047300         VARYING SRC-ROW FROM 1 BY 1
047400         UNTIL SRC-ROW > 12.
047500     MOVE SRC-START-KEY (SRC-PAGE-NO) TO SRC-SKIP-KEY.
047600     MOVE SRC-START-SKIP (SRC-PAGE-NO) TO SRC-SKIP-COUNT.
047700     MOVE SRC-SKIP-KEY TO SRC-BR-KEY.
047800     MOVE SRC-SKIP-KEY TO SRC-CUR-KEY.
047900     MOVE ZERO TO SRC-DUP-SEEN.
048000     MOVE SRC-SKIP-KEY TO SRC-NEXT-KEY.
048100     MOVE SRC-SKIP-COUNT TO SRC-NEXT-SKIP.
048200     SET SRC-BROWSE-NOT-STARTED TO TRUE.
048300     EXEC CICS STARTBR
048400         FILE("CUSTSURN")
048500         RIDFLD(SRC-BR-KEY)
048600         GTEQ
048700         RESP(SRC-RESP)
048800     END-EXEC.
048900     EVALUATE TRUE
049000         WHEN SRC-RESP = DFHRESP(NORMAL)
049100             SET SRC-BROWSE-GOING TO TRUE
049200             SET SRC-BROWSE-STARTED TO TRUE
049300         WHEN SRC-RESP = DFHRESP(NOTFND)
049400             SET SRC-BROWSE-ENDED TO TRUE
049500         WHEN OTHER
049600             SET SRC-BROWSE-FAILED TO TRUE
049700     END-EVALUATE.
049800     PERFORM 3100-READ-NEXT-MATCH THRU 3100-EXIT
049900         UNTIL NOT SRC-BROWSE-GOING
050000            OR SRC-ROW-COUNT = 12
050100            OR SRC-SCAN-COUNT NOT < SRC-SCAN-LIMIT.
050200     IF SRC-BROWSE-STARTED
050300         EXEC CICS ENDBR
050400             FILE("CUSTSURN")
050500             RESP(SRC-RESP)
050600         END-EXEC
050700     END-IF.
050800     IF SRC-BROWSE-ENDED
050900         SET SRC-NO-MORE TO TRUE
051000     ELSE
051100         SET SRC-MORE TO TRUE
051200     END-IF.
051300     MOVE SRC-PAGE-NO TO SRC-PAGE-EDIT.
051400     MOVE SRC-PAGE-EDIT TO SRPAGEO.
051500     PERFORM 3300-SET-PAGE-MESSAGE THRU 3300-EXIT.
051600 3000-EXIT.
051700     EXIT.
051800
051900*****************************************************************
052000*  3050-CLEAR-ONE-ROW - BLANK A LIST ROW (SPACES, NOT LOW-      *
052100*  VALUES, SO THE PREVIOUS PAGE'S LINE IS OVERWRITTEN).         *
052200*****************************************************************
052300 3050-CLEAR-ONE-ROW.
052400     MOVE SPACES TO SRC-ROW-INDEX (SRC-ROW).
052500     MOVE SPACE TO SRSELO (SRC-ROW).
052600     MOVE SPACES TO SRLINO (SRC-ROW).
052700 3050-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100*  3100-READ-NEXT-MATCH - READ ONE RECORD ALONG THE PATH.       *
053200*  RECORDS ALREADY PASSED UNDER THE STARTING SURNAME ARE        *
053300*  SKIPPED; THE FIRST SURNAME BEYOND THE KEYED PREFIX ENDS THE  *
053400*  SEARCH.  DUPKEY ONLY SAYS MORE RECORDS SHARE THIS SURNAME.   *
053500*****************************************************************
053600 3100-READ-NEXT-MATCH.
053700     EXEC CICS READNEXT
053800         FILE("CUSTSURN")
053900         INTO(WS-VSAM-RECORD)
054000         RIDFLD(SRC-BR-KEY)
054100         RESP(SRC-RESP)
054200     END-EXEC.
054300     EVALUATE TRUE
054400         WHEN SRC-RESP = DFHRESP(NORMAL)
054500           OR SRC-RESP = DFHRESP(DUPKEY)
054600             CONTINUE
054700         WHEN SRC-RESP = DFHRESP(ENDFILE)
054800             SET SRC-BROWSE-ENDED TO TRUE
054900             GO TO 3100-EXIT
055000         WHEN OTHER
055100             SET SRC-BROWSE-FAILED TO TRUE
055200             GO TO 3100-EXIT
055300     END-EVALUATE.
055400     IF WS-VSAM-SURNAME = SRC-CUR-KEY
055500         ADD 1 TO SRC-DUP-SEEN
055600     ELSE
055700         MOVE WS-VSAM-SURNAME TO SRC-CUR-KEY
055800         MOVE 1 TO SRC-DUP-SEEN
055900     END-IF.
056000     IF WS-VSAM-SURNAME = SRC-SKIP-KEY
056100        AND SRC-DUP-SEEN NOT > SRC-SKIP-COUNT
056200         GO TO 3100-EXIT
056300     END-IF.
056400     IF WS-VSAM-SURNAME (1:SRC-SURN-LEN)
056500            > SRC-SURN-KEY (1:SRC-SURN-LEN)
056600         SET SRC-BROWSE-ENDED TO TRUE
056700         GO TO 3100-EXIT
056800     END-IF.
056900     ADD 1 TO SRC-SCAN-COUNT.
057000     MOVE SRC-CUR-KEY TO SRC-NEXT-KEY.
057100     MOVE SRC-DUP-SEEN TO SRC-NEXT-SKIP.
057200     IF SRC-NAME-LEN > ZERO
057300         IF WS-VSAM-NAME (1:SRC-NAME-LEN)
057400                NOT = SRC-NAME-KEY (1:SRC-NAME-LEN)
057500             GO TO 3100-EXIT
057600         END-IF
057700     END-IF.
057800     IF SRC-BRANCH NOT = SPACES
057900        AND WS-VSAM-BRANCH NOT = SRC-BRANCH
058000         GO TO 3100-EXIT
058100     END-IF.
058200     ADD 1 TO SRC-ROW-COUNT.
058300     PERFORM 3200-FORMAT-ROW THRU 3200-EXIT.
058400 3100-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800*  3200-FORMAT-ROW - ONE LIST LINE FOR THE RECORD JUST READ.    *
058900*  THE STORED NAME HOLDS LOW-VALUES FOR ITS SPACES; THEY ARE    *
059000*  SHOWN AS SPACES.                                             *
059100*****************************************************************
059200 3200-FORMAT-ROW.
059300     MOVE WS-VSAM-INDEX TO SRC-ROW-INDEX (SRC-ROW-COUNT).
059400     MOVE SPACES TO SRC-LIST-LINE.
059500     MOVE WS-VSAM-INDEX TO SRC-LIST-INDEX.
059600     MOVE WS-VSAM-NAME TO SRC-LIST-NAME.
059700     MOVE WS-VSAM-SURNAME TO SRC-LIST-SURNAME.
059800     MOVE WS-VSAM-BRANCH TO SRC-LIST-BRANCH.
059900     EVALUATE TRUE
060000         WHEN WS-VSAM-ACTIVE
060100             MOVE "ACTIVE" TO SRC-LIST-STATUS
060200         WHEN WS-VSAM-DORMANT
060300             MOVE "DORMANT" TO SRC-LIST-STATUS
060400         WHEN WS-VSAM-HELD
060500             MOVE "HELD" TO SRC-LIST-STATUS
060600         WHEN WS-VSAM-INACTIVE
060700             MOVE "DELETED" TO SRC-LIST-STATUS
060800         WHEN OTHER
060900             MOVE "UNKNOWN" TO SRC-LIST-STATUS
061000     END-EVALUATE.
061100     INSPECT SRC-LIST-LINE REPLACING ALL LOW-VALUES BY SPACES.
061200     MOVE SRC-LIST-LINE TO SRLINO (SRC-ROW-COUNT).
061300 3200-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*  3300-SET-PAGE-MESSAGE - TELL THE TELLER WHAT THE PAGE IS     *
061800*  AND WHAT TO DO NEXT.                                         *
061900*****************************************************************
062000 3300-SET-PAGE-MESSAGE.
062100     EVALUATE TRUE
062200         WHEN SRC-BROWSE-FAILED
062300             MOVE "CUSTOMER MASTER UNAVAILABLE - CALL OPS"
062400                 TO SRMSGO
062500         WHEN SRC-ROW-COUNT = ZERO AND SRC-NO-MORE
062600             MOVE "NO CUSTOMERS MATCH - CHECK THE SPELLING"
062700                 TO SRMSGO
062800         WHEN SRC-ROW-COUNT < 12 AND SRC-MORE
062900             MOVE "SEARCH PAUSED - PF8 TO LOOK FURTHER"
063000                 TO SRMSGO
063100         WHEN SRC-NO-MORE
063200             MOVE "KEY S BY A CUSTOMER AND ENTER - END OF LIST"
063300                 TO SRMSGO
063400         WHEN OTHER
063500             MOVE "KEY S BY A CUSTOMER AND ENTER - PF8 FOR MORE"
063600                 TO SRMSGO
063700     END-EVALUATE.
063800 3300-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200*  3500-SEND-DATAONLY - REFRESH THE VARIABLE FIELDS OF THE      *
064300*  SCREEN ALREADY ON DISPLAY.                                   *
064400*****************************************************************
064500 3500-SEND-DATAONLY.
064600     EXEC CICS SEND
064700         MAP("SRCHMAP")
064800         MAPSET("SRCHSET")
064900         FROM(SRCHMAPO)
065000         DATAONLY
065100     END-EXEC.
065200 3500-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600*  4000-PAGE-FORWARD - PF8.  THE NEXT PAGE STARTS WHERE THE     *
065700*  LAST ONE STOPPED.  IF IT TURNS OUT EMPTY (THE LAST PAGE WAS  *
065800*  FULL AND NOTHING FOLLOWED) THE LAST PAGE IS SHOWN AGAIN.     *
065900*****************************************************************
066000 4000-PAGE-FORWARD.
066100     MOVE LOW-VALUES TO SRCHMAPO.
066200     IF SRC-PAGE-NO = ZERO
066300         MOVE "KEY A SURNAME AND PRESS ENTER" TO SRMSGO
066400         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
066500         GO TO 4000-EXIT
066600     END-IF.
066700     IF SRC-NO-MORE
066800         MOVE "END OF LIST - NO MORE CUSTOMERS MATCH" TO SRMSGO
066900         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
067000         GO TO 4000-EXIT
067100     END-IF.
067200     IF SRC-PAGE-NO NOT < SRC-MAX-PAGES
067300         MOVE "TOO MANY PAGES - NARROW THE SEARCH" TO SRMSGO
067400         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
067500         GO TO 4000-EXIT
067600     END-IF.
067700     ADD 1 TO SRC-PAGE-NO.
067800     MOVE SRC-NEXT-KEY TO SRC-START-KEY (SRC-PAGE-NO).
067900     MOVE SRC-NEXT-SKIP TO SRC-START-SKIP (SRC-PAGE-NO).
068000     PERFORM 3000-BUILD-PAGE THRU 3000-EXIT.
068100     IF SRC-ROW-COUNT = ZERO AND SRC-NO-MORE
068200         SUBTRACT 1 FROM SRC-PAGE-NO
068300         PERFORM 3000-BUILD-PAGE THRU 3000-EXIT
068400         SET SRC-NO-MORE TO TRUE
068500         MOVE "END OF LIST - NO MORE CUSTOMERS MATCH" TO SRMSGO
068600     END-IF.
068700     PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT.
068800 4000-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200*  4500-PAGE-BACK - PF7.  REBUILD THE PREVIOUS PAGE FROM ITS    *
069300*  SAVED START.                                                 *
069400*****************************************************************
069500 4500-PAGE-BACK.
069600     MOVE LOW-VALUES TO SRCHMAPO.
069700     IF SRC-PAGE-NO NOT > 1
069800         MOVE "ALREADY AT THE FIRST PAGE" TO SRMSGO
069900         PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT
070000         GO TO 4500-EXIT
070100     END-IF.
070200     SUBTRACT 1 FROM SRC-PAGE-NO.
070300     PERFORM 3000-BUILD-PAGE THRU 3000-EXIT.
070400     PERFORM 3500-SEND-DATAONLY THRU 3500-EXIT.
070500 4500-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900*  8000-SEND-GOODBYE - CLEAR THE SCREEN ON THE WAY OUT.         *
071000*****************************************************************
071100 8000-SEND-GOODBYE.
071200     EXEC CICS SEND CONTROL
071300         ERASE
071400         FREEKB
071500     END-EXEC.
071600 8000-EXIT.
071700     EXIT.
