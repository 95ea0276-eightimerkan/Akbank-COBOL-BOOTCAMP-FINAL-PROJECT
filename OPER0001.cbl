000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPERPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-09-22.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-22  RSK       INITIAL VERSION.                       *
001100*****************************************************************
001200*
001300*  OPERPROG IS THE OPERATOR ACTIVITY AND SUPERVISOR-OVERRIDE
001400*  REVIEW THE BRANCH MANAGERS SIGN EACH TELLER'S DAY OFF FROM,
001500*  AND THAT INTERNAL AUDIT SAMPLES QUARTERLY.  AUDTFILE IS THE
001600*  REVIEW PERIOD - THE DAY'S AUDIT GENERATION FOR THE DAILY
001700*  SIGN-OFF, OR A RUN OF GENERATIONS CONCATENATED OLDEST FIRST
001800*  (SEE OPERPROG.JCL).  EVERY IMAGE IS CHARGED TO ITS AUDIT
001900*  OPERATOR (AUD-OPERATOR) AND CHECKED AGAINST THE OPERATOR
002000*  MASTER (OPERFILE/OPERREC):
002100*
002200*    - AN "S" OVERRIDE IMAGE ARMS THE OVERRIDE THE WAY MAINPROG
002300*      DOES, AND THE NEXT WITHDRAWAL, TRANSFER OR BALANCE
002400*      CHANGE ON THAT INDEX ABOVE THE POSTING OPERATOR'S
002500*      OPER-LIMIT IS SHOWN AS HAVING USED IT, WITH THE
002600*      SUPERVISOR WHO ARMED IT.  ONE ABOVE THE LIMIT WITH NO
002700*      OVERRIDE ON THE TRAIL (THE LIMIT HAS SINCE BEEN CUT, OR
002800*      THE OVERRIDE FELL OUTSIDE THE PERIOD) IS SHOWN "OVER";
002900*    - ONE AT OR ABOVE THE NEAR-LIMIT PERCENTAGE OF THE LIMIT
003000*      (OPERCARD, DEFAULT 90) IS SHOWN "NEAR";
003100*    - ONE ON AN ACCOUNT OUTSIDE THE OPERATOR'S OPER-BRANCH IS
003200*      SHOWN "OUT-BR";
003300*    - AN OPERATOR ID NO LONGER ON THE MASTER IS FLAGGED ON ITS
003400*      HEADER LINE AND LISTED UNDER THE ACCOUNT'S BRANCH.
003500*
003600*  THE LISTING IS BY THE OPERATOR'S BRANCH AND OPERATOR: EACH
003700*  FLAGGED POSTING, THEN THE OPERATOR'S COUNTS AND AMOUNTS BY
003800*  OPERATION TYPE.  A TRANSFER COUNTS ONCE, ON ITS FROM SIDE.
003900*  POSTINGS BY THE SYSTEM OPERATOR (INTEREST, DORMANCY) ARE NOT
004000*  AN OPERATOR'S DAY AND ARE ONLY COUNTED IN THE SUMMARY.
004100*
004200*  RC 8 MEANS AN IMAGE WAS UNUSABLE (SEE THE JOB LOG); RC 16
004300*  MEANS A FILE COULD NOT BE OPENED OR READ, THE OPERATOR
004400*  MASTER DID NOT FIT THE TABLE, OR THE CARD WAS UNUSABLE.  NO
004500*  FILE IS CHANGED.
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CARD-FILE ASSIGN TO "OPERCARD"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-CARD-STATUS.
005300
005400     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-OPER-STATUS.
005700
005800     SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-AUDIT-STATUS.
006100
006200     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
006300
006400     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-REPORT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*****************************************************************
007100*  NEAR-LIMIT CARD - PERCENTAGE OF OPER-LIMIT (001-100) AT OR   *
007200*  ABOVE WHICH A POSTING IS SHOWN "NEAR".  ABSENT OR BLANK: 90. *
007300*****************************************************************
007400 FD  CARD-FILE
007500     RECORD CONTAINS 80 CHARACTERS
007600     LABEL RECORDS ARE STANDARD.
007700 01  CARD-RECORD.
007800     05  CARD-NEAR-PCT          PIC X(03).
007900     05  CARD-NEAR-PCT-N REDEFINES CARD-NEAR-PCT
008000                                PIC 9(03).
008100     05  FILLER                 PIC X(77).
008200
008300 FD  OPERATOR-FILE
008400     RECORD CONTAINS 48 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600     COPY OPERREC REPLACING ==:PFX:== BY ==FD-==.
008700
008800 FD  AUDIT-FILE
008900     RECORD CONTAINS 152 CHARACTERS
009000     LABEL RECORDS ARE STANDARD.
009100     COPY AUDITREC REPLACING ==:PFX:== BY ====.
009200
009300*****************************************************************
009400*  SORT WORK FILE - ONE ENTRY PER OPERATOR POSTING, KEYED ON    *
009500*  THE BRANCH IT IS REVIEWED UNDER, THE OPERATOR AND THE        *
009600*  ORDER OF THE TRAIL.                                          *
009700*****************************************************************
009800 SD  SORT-WORK-FILE.
009900 01  SW-RECORD.
010000     05  SW-REVIEW-BRANCH       PIC X(02).
010100     05  SW-OPERATOR            PIC X(05).
010200     05  SW-SEQ                 PIC 9(08).
010300     05  SW-INDEX               PIC X(08).
010400     05  SW-OPERATION           PIC X(01).
010500     05  SW-DATE                PIC 9(08).
010600     05  SW-TIME                PIC 9(08).
010700     05  SW-AMOUNT              PIC S9(11)V99.
010800     05  SW-ACCOUNT-BRANCH      PIC X(02).
010900     05  SW-OT-SLOT             PIC 9(04).
011000     05  SW-OVR-SUPVR           PIC X(05).
011100     05  SW-LIMIT-FLAG          PIC X(01).
011200     05  SW-BRANCH-FLAG         PIC X(01).
011300
011400 FD  REPORT-FILE
011500     RECORD CONTAINS 80 CHARACTERS
011600     LABEL RECORDS ARE STANDARD.
011700 01  REPORT-LINE                PIC X(80).
011800
011900 WORKING-STORAGE SECTION.
012000 01  WS-RUN-DATE                PIC 9(08).
012100 01  WS-NEAR-PCT                PIC 9(03) VALUE 90.
012200 01  WS-SYSTEM-OPERATOR         PIC X(05) VALUE "SYSTM".
012300
012400*****************************************************************
012500*  OPERATOR MASTER, LOADED AT INITIALIZATION.  WS-OT-FOUND      *
012600*  RETURNS THE MATCHED ENTRY, ZERO WHEN THE ID IS NOT ON IT.    *
012700*****************************************************************
012800 01  WS-OPER-TABLE.
012900     05  WS-OT-ENTRY OCCURS 500 TIMES.
013000         10  WS-OT-ID           PIC X(05).
013100         10  WS-OT-NAME         PIC X(20).
013200         10  WS-OT-BRANCH       PIC X(02).
013300         10  WS-OT-LIMIT        PIC S9(10)V99 COMP-3.
013400         10  WS-OT-CLASS        PIC X(01).
013500 01  WS-OT-MAX                  PIC 9(04) COMP VALUE 500.
013600 01  WS-OT-USED                 PIC 9(04) COMP VALUE ZERO.
013700 01  WS-OT-IDX                  PIC 9(04) COMP.
013800 01  WS-OT-FOUND                PIC 9(04) COMP VALUE ZERO.
013900 01  WS-SEARCH-ID               PIC X(05).
014000
014100*****************************************************************
014200*  PENDING SUPERVISOR OVERRIDE, TRACKED OVER THE TRAIL THE SAME *
014300*  WAY MAINPROG TRACKS IT OVER THE TRANSACTIONS - ONE SLOT, THE *
014400*  LATEST "S" WINNING, CONSUMED BY THE POSTING THAT USES IT.    *
014500*****************************************************************
014600 01  WS-OVERRIDE-PENDING.
014700     05  WS-OVR-SWITCH          PIC X(01) VALUE "N".
014800         88  WS-OVR-ARMED           VALUE "Y".
014900         88  WS-OVR-CLEAR           VALUE "N".
015000     05  WS-OVR-INDEX           PIC X(08) VALUE SPACES.
015100     05  WS-OVR-SUPVR           PIC X(05) VALUE SPACES.
015200
015300*****************************************************************
015400*  DECODED AUDIT IMAGES                                         *
015500*****************************************************************
015600 COPY VSAMREC REPLACING ==:PFX:== BY ==OLD-==.
015700 COPY VSAMREC REPLACING ==:PFX:== BY ==NEW-==.
015800
015900 01  WS-AMOUNT                  PIC S9(11)V99.
016000 01  WS-AUTH-AMOUNT             PIC S9(11)V99.
016100 01  WS-NEAR-AMOUNT             PIC S9(11)V99.
016200 01  WS-ABS-AMOUNT              PIC 9(11)V99.
016300
016400*****************************************************************
016500*  OPERATION TYPES COUNTED PER OPERATOR.  THE LAST SLOT TAKES   *
016600*  ANY CODE NOT IN THE TABLE.                                   *
016700*****************************************************************
016800 01  WS-OPTYPE-DATA.
016900     05  FILLER                 PIC X(13) VALUE "AADD".
017000     05  FILLER                 PIC X(13) VALUE "CCHANGE".
017100     05  FILLER                 PIC X(13) VALUE "DDELETE".
017200     05  FILLER                 PIC X(13) VALUE "PDEPOSIT".
017300     05  FILLER                 PIC X(13) VALUE "WWITHDRAWAL".
017400     05  FILLER                 PIC X(13) VALUE "XTRANSFER".
017500     05  FILLER                 PIC X(13) VALUE "SOVERRIDE".
017600     05  FILLER                 PIC X(13) VALUE "HHOLD".
017700     05  FILLER                 PIC X(13) VALUE "RRELEASE".
017800     05  FILLER                 PIC X(13) VALUE "MDORMANT FLAG".
017900     05  FILLER                 PIC X(13) VALUE "NINTEREST".
018000     05  FILLER                 PIC X(13) VALUE " OTHER".
018100 01  WS-OPTYPE-TABLE REDEFINES WS-OPTYPE-DATA.
018200     05  WS-OPTYPE-ENTRY OCCURS 12 TIMES.
018300         10  WS-OPTYPE-CODE     PIC X(01).
018400         10  WS-OPTYPE-DESC     PIC X(12).
018500 01  WS-OPTYPE-COUNT-MAX        PIC 9(02) COMP VALUE 12.
018600 01  WS-OPTYPE-IDX              PIC 9(02) COMP.
018700 01  WS-OPTYPE-FOUND            PIC 9(02) COMP.
018800
018900 01  WS-OPER-TOTALS.
019000     05  WS-OPR-TYPE-TOTAL OCCURS 12 TIMES.
019100         10  WS-OPR-TYPE-COUNT  PIC 9(06) COMP.
019200         10  WS-OPR-TYPE-AMOUNT PIC S9(13)V99 COMP-3.
019300 01  WS-OPR-POSTINGS            PIC 9(06) COMP VALUE ZERO.
019400 01  WS-OPR-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
019500 01  WS-OPR-OVERRIDES           PIC 9(06) COMP VALUE ZERO.
019600 01  WS-OPR-NEAR                PIC 9(06) COMP VALUE ZERO.
019700 01  WS-OPR-OVER                PIC 9(06) COMP VALUE ZERO.
019800 01  WS-OPR-OUT-BRANCH          PIC 9(06) COMP VALUE ZERO.
019900
020000 01  WS-BR-OPERATORS            PIC 9(06) COMP VALUE ZERO.
020100 01  WS-BR-POSTINGS             PIC 9(08) COMP VALUE ZERO.
020200 01  WS-BR-FLAGGED              PIC 9(08) COMP VALUE ZERO.
020300
020400*****************************************************************
020500*  SORT RETURN AREA                                             *
020600*****************************************************************
020700 01  WS-SORT-REC.
020800     05  WS-SRT-REVIEW-BRANCH   PIC X(02).
020900     05  WS-SRT-OPERATOR        PIC X(05).
021000     05  WS-SRT-SEQ             PIC 9(08).
021100     05  WS-SRT-INDEX           PIC X(08).
021200     05  WS-SRT-OPERATION       PIC X(01).
021300     05  WS-SRT-DATE            PIC 9(08).
021400     05  WS-SRT-TIME            PIC 9(08).
021500     05  WS-SRT-AMOUNT          PIC S9(11)V99.
021600     05  WS-SRT-ACCOUNT-BRANCH  PIC X(02).
021700     05  WS-SRT-OT-SLOT         PIC 9(04).
021800     05  WS-SRT-OVR-SUPVR       PIC X(05).
021900     05  WS-SRT-LIMIT-FLAG      PIC X(01).
022000         88  WS-SRT-NEAR-LIMIT      VALUE "N".
022100         88  WS-SRT-OVER-LIMIT      VALUE "O".
022200     05  WS-SRT-BRANCH-FLAG     PIC X(01).
022300         88  WS-SRT-OUT-BRANCH      VALUE "Y".
022400
022500 01  WS-PREV-BRANCH             PIC X(02) VALUE LOW-VALUES.
022600 01  WS-PREV-OPERATOR           PIC X(05) VALUE LOW-VALUES.
022700 01  WS-CUR-OT-SLOT             PIC 9(04) VALUE ZERO.
022800 01  WS-DTL-HEADING-SWITCH      PIC X(01) VALUE "N".
022900     88  WS-DTL-HEADING-DONE        VALUE "Y".
023000
023100*****************************************************************
023200*  RELEASE AND CONTROL TOTALS                                   *
023300*****************************************************************
023400 01  WS-RELEASE-SEQ             PIC 9(08) COMP VALUE ZERO.
023500 01  WS-IMAGES-READ             PIC 9(08) COMP VALUE ZERO.
023600 01  WS-IMAGES-UNUSABLE         PIC 9(06) COMP VALUE ZERO.
023700 01  WS-SYSTEM-IMAGES           PIC 9(08) COMP VALUE ZERO.
023800 01  WS-TO-SIDE-IMAGES          PIC 9(08) COMP VALUE ZERO.
023900 01  WS-POSTINGS-REVIEWED       PIC 9(08) COMP VALUE ZERO.
024000 01  WS-OVERRIDES-ARMED         PIC 9(06) COMP VALUE ZERO.
024100 01  WS-OVERRIDES-USED          PIC 9(06) COMP VALUE ZERO.
024200 01  WS-NEAR-COUNT              PIC 9(06) COMP VALUE ZERO.
024300 01  WS-OVER-COUNT              PIC 9(06) COMP VALUE ZERO.
024400 01  WS-OUT-BRANCH-COUNT        PIC 9(06) COMP VALUE ZERO.
024500 01  WS-UNKNOWN-POSTINGS        PIC 9(08) COMP VALUE ZERO.
024600 01  WS-OPERATORS-LISTED        PIC 9(06) COMP VALUE ZERO.
024700
024800*****************************************************************
024900*  PAGE AND LINE CONTROL, WITH THE VALID-BRANCH TABLE FOR THE   *
025000*  PAGE CAPTION.                                                *
025100*****************************************************************
025200 COPY BRCHTAB REPLACING ==:PFX:== BY ==WS-==.
025300
025400 01  WS-BRCH-IDX                PIC 9(02) COMP.
025500 01  WS-PAGE-COUNT              PIC 9(04) COMP VALUE ZERO.
025600 01  WS-LINE-COUNT              PIC 9(02) COMP VALUE ZERO.
025700 01  WS-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
025800
025900 01  WS-OPER-EOF-SWITCH         PIC X(01) VALUE "N".
026000     88  WS-OPER-EOF                VALUE "Y".
026100
026200 01  WS-AUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
026300     88  WS-AUDIT-EOF               VALUE "Y".
026400
026500 01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
026600     88  WS-SORT-EOF                VALUE "Y".
026700
026800 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
026900     88  WS-RUN-OK                  VALUE "N".
027000     88  WS-RUN-FATAL               VALUE "Y".
027100
027200*****************************************************************
027300*  FILE STATUS                                                  *
027400*****************************************************************
027500 01  WS-CARD-STATUS             PIC X(02).
027600     88  WS-CARD-OK                 VALUE "00".
027700
027800 01  WS-OPER-STATUS             PIC X(02).
027900     88  WS-OPER-OK                 VALUE "00".
028000
028100 01  WS-AUDIT-STATUS            PIC X(02).
028200     88  WS-AUDIT-OK                VALUE "00".
028300
028400 01  WS-REPORT-STATUS           PIC X(02).
028500     88  WS-REPORT-OK               VALUE "00".
028600
028700*****************************************************************
028800*  REVIEW LISTING LINES                                         *
028900*****************************************************************
029000 01  HDG1-LINE.
029100     05  FILLER                 PIC X(01) VALUE SPACE.
029200     05  FILLER                 PIC X(24)
029300                                 VALUE "OPERATOR ACTIVITY REVIEW".
029400     05  FILLER                 PIC X(08) VALUE " BRANCH ".
029500     05  HDG1-BRANCH            PIC X(02).
029600     05  FILLER                 PIC X(01) VALUE SPACE.
029700     05  HDG1-BRANCH-NAME       PIC X(15).
029800     05  FILLER                 PIC X(01) VALUE SPACE.
029900     05  FILLER                 PIC X(04) VALUE "RUN ".
030000     05  HDG1-DATE              PIC 9(08).
030100     05  FILLER                 PIC X(02) VALUE SPACES.
030200     05  FILLER                 PIC X(05) VALUE "PAGE ".
030300     05  HDG1-PAGE              PIC ZZZ9.
030400     05  FILLER                 PIC X(05) VALUE SPACES.
030500
030600 01  OPER-HDR-LINE.
030700     05  FILLER                 PIC X(01) VALUE SPACE.
030800     05  FILLER                 PIC X(09) VALUE "OPERATOR ".
030900     05  OHL-OPERATOR           PIC X(05).
031000     05  FILLER                 PIC X(02) VALUE SPACES.
031100     05  OHL-NAME               PIC X(20).
031200     05  FILLER                 PIC X(01) VALUE SPACE.
031300     05  OHL-CLASS-CAPTION      PIC X(06).
031400     05  OHL-CLASS              PIC X(01).
031500     05  FILLER                 PIC X(01) VALUE SPACE.
031600     05  OHL-LIMIT-CAPTION      PIC X(06).
031700     05  OHL-LIMIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
031800     05  FILLER                 PIC X(11) VALUE SPACES.
031900
032000 01  OPER-UNKNOWN-LINE.
032100     05  FILLER                 PIC X(01) VALUE SPACE.
032200     05  FILLER                 PIC X(09) VALUE "OPERATOR ".
032300     05  OUL-OPERATOR           PIC X(05).
032400     05  FILLER                 PIC X(02) VALUE SPACES.
032500     05  FILLER                 PIC X(34)
032600             VALUE "*** NOT ON OPERATOR MASTER ***".
032700     05  FILLER                 PIC X(29) VALUE SPACES.
032800
032900 01  DTL-HDG-LINE.
033000     05  FILLER                 PIC X(04) VALUE SPACES.
033100     05  FILLER                 PIC X(09) VALUE "DATE".
033200     05  FILLER                 PIC X(07) VALUE "TIME".
033300     05  FILLER                 PIC X(03) VALUE "OP".
033400     05  FILLER                 PIC X(09) VALUE "INDEX".
033500     05  FILLER                 PIC X(03) VALUE "BR".
033600     05  FILLER                 PIC X(17)
033700                                 VALUE "           AMOUNT".
033800     05  FILLER                 PIC X(01) VALUE SPACE.
033900     05  FILLER                 PIC X(06) VALUE "SUPVR".
034000     05  FILLER                 PIC X(05) VALUE "LIMIT".
034100     05  FILLER                 PIC X(01) VALUE SPACE.
034200     05  FILLER                 PIC X(06) VALUE "BRANCH".
034300     05  FILLER                 PIC X(09) VALUE SPACES.
034400
034500 01  DETAIL-LINE.
034600     05  FILLER                 PIC X(04) VALUE SPACES.
034700     05  DTL-DATE               PIC 9(08).
034800     05  FILLER                 PIC X(01) VALUE SPACE.
034900     05  DTL-TIME               PIC X(06).
035000     05  FILLER                 PIC X(01) VALUE SPACE.
035100     05  DTL-OPERATION          PIC X(01).
035200     05  FILLER                 PIC X(02) VALUE SPACES.
035300     05  DTL-INDEX              PIC X(08).
035400     05  FILLER                 PIC X(01) VALUE SPACE.
035500     05  DTL-BRANCH             PIC X(02).
035600     05  FILLER                 PIC X(01) VALUE SPACE.
035700     05  DTL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035800     05  FILLER                 PIC X(01) VALUE SPACE.
035900     05  DTL-OVR-SUPVR          PIC X(05).
036000     05  FILLER                 PIC X(01) VALUE SPACE.
036100     05  DTL-LIMIT-NOTE         PIC X(04).
036200     05  FILLER                 PIC X(02) VALUE SPACES.
036300     05  DTL-BRANCH-NOTE        PIC X(06).
036400     05  FILLER                 PIC X(08) VALUE SPACES.
036500
036600 01  TYPE-LINE.
036700     05  FILLER                 PIC X(06) VALUE SPACES.
036800     05  TYP-CODE               PIC X(01).
036900     05  FILLER                 PIC X(01) VALUE SPACE.
037000     05  TYP-DESC               PIC X(12).
037100     05  FILLER                 PIC X(01) VALUE SPACE.
037200     05  TYP-COUNT              PIC ZZZ,ZZ9.
037300     05  FILLER                 PIC X(02) VALUE SPACES.
037400     05  TYP-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
037500     05  FILLER                 PIC X(32) VALUE SPACES.
037600
037700 01  OPER-FLAG-LINE.
037800     05  FILLER                 PIC X(06) VALUE SPACES.
037900     05  FILLER                 PIC X(10) VALUE "OVERRIDES ".
038000     05  OFL-OVERRIDES          PIC ZZZ,ZZ9.
038100     05  FILLER                 PIC X(07) VALUE "  NEAR ".
038200     05  OFL-NEAR               PIC ZZZ,ZZ9.
038300     05  FILLER                 PIC X(07) VALUE "  OVER ".
038400     05  OFL-OVER               PIC ZZZ,ZZ9.
038500     05  FILLER                 PIC X(09) VALUE "  OUT-BR ".
038600     05  OFL-OUT-BRANCH         PIC ZZZ,ZZ9.
038700     05  FILLER                 PIC X(13) VALUE SPACES.
038800
038900 01  BRCH-TOTAL-LINE.
039000     05  FILLER                 PIC X(17)
039100                                 VALUE "BRANCH OPERATORS ".
039200     05  BTL-OPERATORS          PIC ZZZ,ZZ9.
039300     05  FILLER                 PIC X(10) VALUE " POSTINGS ".
039400     05  BTL-POSTINGS           PIC ZZ,ZZZ,ZZ9.
039500     05  FILLER                 PIC X(09) VALUE " FLAGGED ".
039600     05  BTL-FLAGGED            PIC ZZ,ZZZ,ZZ9.
039700     05  FILLER                 PIC X(17) VALUE SPACES.
039800
039900 01  NO-ACTIVITY-LINE.
040000     05  FILLER                 PIC X(01) VALUE SPACE.
040100     05  FILLER                 PIC X(40)
040200             VALUE "NO OPERATOR ACTIVITY IN THE PERIOD".
040300     05  FILLER                 PIC X(39) VALUE SPACES.
040400
040500 PROCEDURE DIVISION.
040600*****************************************************************
040700*  0000-MAINLINE - CHARGE EVERY IMAGE TO ITS OPERATOR IN TRAIL  *
040800*  ORDER, THEN LIST BY BRANCH AND OPERATOR.                     *
040900*****************************************************************
041000 0000-MAINLINE.
041100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041200     IF WS-RUN-OK
041300         SORT SORT-WORK-FILE
041400             ON ASCENDING KEY SW-REVIEW-BRANCH
041500             ON ASCENDING KEY SW-OPERATOR
041600             ON ASCENDING KEY SW-SEQ
041700             INPUT PROCEDURE IS 2000-RELEASE-POSTINGS
041800                 THRU 2000-EXIT
041900             OUTPUT PROCEDURE IS 3000-PRINT-REVIEW
042000                 THRU 3000-EXIT
042100     END-IF.
042200     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
042300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
042400     STOP RUN.
042500
042600 1000-INITIALIZE.
042700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042800     PERFORM 1100-READ-NEAR-LIMIT-CARD THRU 1100-EXIT.
042900     IF WS-RUN-FATAL
043000         GO TO 1000-EXIT
043100     END-IF.
043200     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
043300     IF WS-RUN-FATAL
043400         GO TO 1000-EXIT
043500     END-IF.
043600     OPEN INPUT AUDIT-FILE.
043700     IF NOT WS-AUDIT-OK
043800         DISPLAY "AUDIT FILE OPEN ERROR - STATUS "
043900                 WS-AUDIT-STATUS
044000         MOVE 16 TO RETURN-CODE
044100         SET WS-RUN-FATAL TO TRUE
044200         GO TO 1000-EXIT
044300     END-IF.
044400     OPEN OUTPUT REPORT-FILE.
044500     IF NOT WS-REPORT-OK
044600         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
044700                 WS-REPORT-STATUS
044800         MOVE 16 TO RETURN-CODE
044900         SET WS-RUN-FATAL TO TRUE
045000     END-IF.
045100 1000-EXIT.
045200     EXIT.
045300
045400*****************************************************************
045500*  1100-READ-NEAR-LIMIT-CARD - AN ABSENT OR BLANK CARD LEAVES   *
045600*  THE DEFAULT OF 90 PER CENT; ANYTHING ELSE MUST BE 001-100.   *
045700*****************************************************************
045800 1100-READ-NEAR-LIMIT-CARD.
045900     OPEN INPUT CARD-FILE.
046000     IF NOT WS-CARD-OK
046100         DISPLAY "NO NEAR-LIMIT CARD - USING " WS-NEAR-PCT
046200                 " PER CENT"
046300         GO TO 1100-EXIT
046400     END-IF.
046500     READ CARD-FILE
046600         AT END
046700             MOVE SPACES TO CARD-RECORD
046800     END-READ.
046900     CLOSE CARD-FILE.
047000     IF CARD-NEAR-PCT = SPACES
047100         DISPLAY "NO NEAR-LIMIT CARD - USING " WS-NEAR-PCT
047200                 " PER CENT"
047300         GO TO 1100-EXIT
047400     END-IF.
047500     IF CARD-NEAR-PCT-N IS NOT NUMERIC
047600        OR CARD-NEAR-PCT-N = ZERO
047700        OR CARD-NEAR-PCT-N > 100
047800         DISPLAY "NEAR-LIMIT CARD UNUSABLE: " CARD-NEAR-PCT
047900                 " - RUN STOPPED"
048000         MOVE 16 TO RETURN-CODE
048100         SET WS-RUN-FATAL TO TRUE
048200         GO TO 1100-EXIT
048300     END-IF.
048400     MOVE CARD-NEAR-PCT-N TO WS-NEAR-PCT.
048500 1100-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*  1200-LOAD-OPERATORS - THE WHOLE MASTER MUST FIT; AN          *
049000*  OPERATOR LEFT OUT WOULD BE REPORTED AS UNKNOWN.              *
049100*****************************************************************
049200 1200-LOAD-OPERATORS.
049300     OPEN INPUT OPERATOR-FILE.
049400     IF NOT WS-OPER-OK
049500         DISPLAY "OPERATOR FILE OPEN ERROR - STATUS "
049600                 WS-OPER-STATUS
049700         MOVE 16 TO RETURN-CODE
049800         SET WS-RUN-FATAL TO TRUE
049900         GO TO 1200-EXIT
050000     END-IF.
050100     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
050200         UNTIL WS-OPER-EOF OR WS-RUN-FATAL.
050300     CLOSE OPERATOR-FILE.
050400 1200-EXIT.
050500     EXIT.
050600
050700 1210-LOAD-ONE-OPERATOR.
050800     READ OPERATOR-FILE
050900         AT END
051000             SET WS-OPER-EOF TO TRUE
051100             GO TO 1210-EXIT
051200     END-READ.
051300     IF NOT WS-OPER-OK
051400         DISPLAY "OPERATOR FILE READ ERROR - STATUS "
051500                 WS-OPER-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         SET WS-RUN-FATAL TO TRUE
051800         GO TO 1210-EXIT
051900     END-IF.
052000     IF WS-OT-USED = WS-OT-MAX
052100         DISPLAY "OPERATOR TABLE FULL AT " WS-OT-MAX
052200                 " - RUN STOPPED"
052300         MOVE 16 TO RETURN-CODE
052400         SET WS-RUN-FATAL TO TRUE
052500         GO TO 1210-EXIT
052600     END-IF.
052700     ADD 1 TO WS-OT-USED.
052800     MOVE FD-OPER-ID     TO WS-OT-ID (WS-OT-USED).
052900     MOVE FD-OPER-NAME   TO WS-OT-NAME (WS-OT-USED).
053000     MOVE FD-OPER-BRANCH TO WS-OT-BRANCH (WS-OT-USED).
053100     IF FD-OPER-LIMIT IS NUMERIC
053200         MOVE FD-OPER-LIMIT TO WS-OT-LIMIT (WS-OT-USED)
053300     ELSE
053400         MOVE ZERO TO WS-OT-LIMIT (WS-OT-USED)
053500     END-IF.
053600     MOVE FD-OPER-CLASS  TO WS-OT-CLASS (WS-OT-USED).
053700 1210-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100*  2000-RELEASE-POSTINGS - SORT INPUT PROCEDURE.  PASS THE      *
054200*  TRAIL IN ORDER, FOLLOWING THE OVERRIDE SLOT, AND RELEASE     *
054300*  EVERY OPERATOR POSTING WITH ITS FLAGS SET.                   *
054400*****************************************************************
054500 2000-RELEASE-POSTINGS.
054600     PERFORM 2100-RELEASE-ONE-IMAGE THRU 2100-EXIT
054700         UNTIL WS-AUDIT-EOF OR WS-RUN-FATAL.
054800 2000-EXIT.
054900     EXIT.
055000
055100 2100-RELEASE-ONE-IMAGE.
055200     READ AUDIT-FILE
055300         AT END
055400             SET WS-AUDIT-EOF TO TRUE
055500             GO TO 2100-EXIT
055600     END-READ.
055700     IF NOT WS-AUDIT-OK
055800         DISPLAY "AUDIT FILE READ ERROR - STATUS "
055900                 WS-AUDIT-STATUS
056000         MOVE 16 TO RETURN-CODE
056100         SET WS-RUN-FATAL TO TRUE
056200         GO TO 2100-EXIT
056300     END-IF.
056400     ADD 1 TO WS-IMAGES-READ.
056500     IF AUD-OPERATOR = WS-SYSTEM-OPERATOR
056600         ADD 1 TO WS-SYSTEM-IMAGES
056700         GO TO 2100-EXIT
056800     END-IF.
056900     MOVE AUD-OLD-IMAGE TO OLD-VSAM-RECORD.
057000     MOVE AUD-NEW-IMAGE TO NEW-VSAM-RECORD.
057100     IF AUD-RUN-DATE IS NOT NUMERIC
057200        OR AUD-RUN-TIME IS NOT NUMERIC
057300        OR NEW-VSAM-BALANCE IS NOT NUMERIC
057400        OR (AUD-OLD-IMAGE NOT = LOW-VALUES
057500            AND OLD-VSAM-BALANCE IS NOT NUMERIC)
057600         DISPLAY "AUDIT IMAGE UNUSABLE - INDEX " AUD-INDEX
057700                 " OPERATION " AUD-OPERATION
057800         ADD 1 TO WS-IMAGES-UNUSABLE
057900         IF RETURN-CODE = ZERO
058000             MOVE 8 TO RETURN-CODE
058100         END-IF
058200         GO TO 2100-EXIT
058300     END-IF.
058400     IF AUD-OLD-IMAGE = LOW-VALUES
058500         MOVE NEW-VSAM-BALANCE TO WS-AMOUNT
058600     ELSE
058700         COMPUTE WS-AMOUNT = NEW-VSAM-BALANCE - OLD-VSAM-BALANCE
058800     END-IF.
058900     IF AUD-OPERATION = "X" AND WS-AMOUNT > ZERO
059000         ADD 1 TO WS-TO-SIDE-IMAGES
059100         GO TO 2100-EXIT
059200     END-IF.
059300     MOVE SPACES TO SW-RECORD.
059400     MOVE AUD-OPERATOR  TO SW-OPERATOR.
059500     MOVE AUD-INDEX     TO SW-INDEX.
059600     MOVE AUD-OPERATION TO SW-OPERATION.
059700     COMPUTE SW-DATE = AUD-RUN-DATE + 20000000.
059800     MOVE AUD-RUN-TIME  TO SW-TIME.
059900     MOVE WS-AMOUNT     TO SW-AMOUNT.
060000     IF NEW-VSAM-BRANCH = SPACES
060100         MOVE OLD-VSAM-BRANCH TO SW-ACCOUNT-BRANCH
060200     ELSE
060300         MOVE NEW-VSAM-BRANCH TO SW-ACCOUNT-BRANCH
060400     END-IF.
060500     MOVE AUD-OPERATOR TO WS-SEARCH-ID.
060600     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT.
060700     MOVE WS-OT-FOUND TO SW-OT-SLOT.
060800     IF WS-OT-FOUND = ZERO
060900         MOVE SW-ACCOUNT-BRANCH TO SW-REVIEW-BRANCH
061000         ADD 1 TO WS-UNKNOWN-POSTINGS
061100     ELSE
061200         MOVE WS-OT-BRANCH (WS-OT-FOUND) TO SW-REVIEW-BRANCH
061300         IF SW-ACCOUNT-BRANCH NOT = WS-OT-BRANCH (WS-OT-FOUND)
061400             MOVE "Y" TO SW-BRANCH-FLAG
061500             ADD 1 TO WS-OUT-BRANCH-COUNT
061600         END-IF
061700     END-IF.
061800     IF AUD-OPERATION = "S"
061900         SET WS-OVR-ARMED TO TRUE
062000         MOVE AUD-INDEX    TO WS-OVR-INDEX
062100         MOVE AUD-OPERATOR TO WS-OVR-SUPVR
062200         ADD 1 TO WS-OVERRIDES-ARMED
062300     END-IF.
062400     IF WS-OT-FOUND > ZERO
062500        AND (AUD-OPERATION = "W" OR AUD-OPERATION = "X"
062600             OR AUD-OPERATION = "C")
062700         PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT
062800     END-IF.
062900     ADD 1 TO WS-RELEASE-SEQ.
063000     MOVE WS-RELEASE-SEQ TO SW-SEQ.
063100     ADD 1 TO WS-POSTINGS-REVIEWED.
063200     RELEASE SW-RECORD.
063300 2100-EXIT.
063400     EXIT.
063500
063600 2200-FIND-OPERATOR.
063700     MOVE ZERO TO WS-OT-FOUND.
063800     PERFORM 2210-CHECK-ONE-OPERATOR THRU 2210-EXIT
063900         VARYING WS-OT-IDX FROM 1 BY 1
064000         UNTIL WS-OT-IDX > WS-OT-USED OR WS-OT-FOUND > ZERO.
064100 2200-EXIT.
064200     EXIT.
064300
064400 2210-CHECK-ONE-OPERATOR.
064500     IF WS-OT-ID (WS-OT-IDX) = WS-SEARCH-ID
064600         MOVE WS-OT-IDX TO WS-OT-FOUND
064700     END-IF.
064800 2210-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*  2300-CHECK-AUTHORITY - THE AMOUNT MAINPROG HELD AGAINST THE  *
065300*  OPERATOR'S LIMIT (THE WITHDRAWN OR TRANSFERRED AMOUNT, OR    *
065400*  THE NEW BALANCE OF A CHANGE).  ABOVE THE LIMIT IT MUST HAVE  *
065500*  USED THE ARMED OVERRIDE ON THE SAME INDEX; OTHERWISE IT IS   *
065600*  "OVER".  AT OR ABOVE THE NEAR-LIMIT PERCENTAGE IT IS "NEAR". *
065700*****************************************************************
065800 2300-CHECK-AUTHORITY.
065900     IF AUD-OPERATION = "C"
066000         MOVE NEW-VSAM-BALANCE TO WS-AUTH-AMOUNT
066100     ELSE
066200         COMPUTE WS-AUTH-AMOUNT = 0 - WS-AMOUNT
066300     END-IF.
066400     IF WS-AUTH-AMOUNT > WS-OT-LIMIT (WS-OT-FOUND)
066500         IF WS-OVR-ARMED AND WS-OVR-INDEX = AUD-INDEX
066600             MOVE WS-OVR-SUPVR TO SW-OVR-SUPVR
066700             SET WS-OVR-CLEAR TO TRUE
066800             ADD 1 TO WS-OVERRIDES-USED
066900         ELSE
067000             MOVE "O" TO SW-LIMIT-FLAG
067100             ADD 1 TO WS-OVER-COUNT
067200         END-IF
067300         GO TO 2300-EXIT
067400     END-IF.
067500     IF WS-OT-LIMIT (WS-OT-FOUND) = ZERO
067600         GO TO 2300-EXIT
067700     END-IF.
067800     COMPUTE WS-NEAR-AMOUNT ROUNDED =
067900         WS-OT-LIMIT (WS-OT-FOUND) * WS-NEAR-PCT / 100.
068000     IF WS-AUTH-AMOUNT NOT < WS-NEAR-AMOUNT
068100         MOVE "N" TO SW-LIMIT-FLAG
068200         ADD 1 TO WS-NEAR-COUNT
068300     END-IF.
068400 2300-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*  3000-PRINT-REVIEW - SORT OUTPUT PROCEDURE.  A NEW BRANCH     *
068900*  STARTS A NEW PAGE; A NEW OPERATOR GETS ITS HEADER LINE.      *
069000*  FLAGGED POSTINGS ARE LISTED AS THEY COME AND THE OPERATOR'S  *
069100*  TOTALS CLOSE ITS BLOCK.                                      *
069200*****************************************************************
069300 3000-PRINT-REVIEW.
069400     PERFORM 3100-RETURN-ONE-POSTING THRU 3100-EXIT
069500         UNTIL WS-SORT-EOF OR WS-RUN-FATAL.
069600     IF WS-PREV-BRANCH = LOW-VALUES
069700         MOVE SPACES TO WS-PREV-BRANCH
069800         PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
069900         MOVE NO-ACTIVITY-LINE TO REPORT-LINE
070000         WRITE REPORT-LINE
070100         GO TO 3000-EXIT
070200     END-IF.
070300     PERFORM 3600-CLOSE-OPERATOR THRU 3600-EXIT.
070400     PERFORM 3700-CLOSE-BRANCH THRU 3700-EXIT.
070500 3000-EXIT.
070600     EXIT.
070700
070800 3100-RETURN-ONE-POSTING.
070900     RETURN SORT-WORK-FILE INTO WS-SORT-REC
071000         AT END
071100             SET WS-SORT-EOF TO TRUE
071200             GO TO 3100-EXIT
071300     END-RETURN.
071400     IF WS-SRT-REVIEW-BRANCH NOT = WS-PREV-BRANCH
071500         PERFORM 3600-CLOSE-OPERATOR THRU 3600-EXIT
071600         PERFORM 3700-CLOSE-BRANCH THRU 3700-EXIT
071700         MOVE WS-SRT-REVIEW-BRANCH TO WS-PREV-BRANCH
071800         MOVE LOW-VALUES TO WS-PREV-OPERATOR
071900         PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
072000     END-IF.
072100     IF WS-SRT-OPERATOR NOT = WS-PREV-OPERATOR
072200         PERFORM 3600-CLOSE-OPERATOR THRU 3600-EXIT
072300         MOVE WS-SRT-OPERATOR TO WS-PREV-OPERATOR
072400         MOVE WS-SRT-OT-SLOT  TO WS-CUR-OT-SLOT
072500         PERFORM 3300-WRITE-OPERATOR-HEADER THRU 3300-EXIT
072600     END-IF.
072700     PERFORM 3400-ADD-TO-OPERATOR THRU 3400-EXIT.
072800     IF WS-SRT-OVR-SUPVR NOT = SPACES
072900        OR WS-SRT-LIMIT-FLAG NOT = SPACE
073000        OR WS-SRT-OUT-BRANCH
073100         PERFORM 3500-WRITE-FLAGGED-POSTING THRU 3500-EXIT
073200     END-IF.
073300 3100-EXIT.
073400     EXIT.
073500
073600 3200-WRITE-HEADINGS.
073700     ADD 1 TO WS-PAGE-COUNT.
073800     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
073900     MOVE WS-PREV-BRANCH TO HDG1-BRANCH.
074000     MOVE WS-RUN-DATE TO HDG1-DATE.
074100     MOVE SPACES TO HDG1-BRANCH-NAME.
074200     PERFORM 3250-FIND-BRANCH-NAME THRU 3250-EXIT
074300         VARYING WS-BRCH-IDX FROM 1 BY 1
074400         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
074500     MOVE HDG1-LINE TO REPORT-LINE.
074600     WRITE REPORT-LINE.
074700     MOVE SPACES TO REPORT-LINE.
074800     WRITE REPORT-LINE.
074900     MOVE ZERO TO WS-LINE-COUNT.
075000 3200-EXIT.
075100     EXIT.
075200
075300 3250-FIND-BRANCH-NAME.
075400     IF WS-BRCH-CODE (WS-BRCH-IDX) = WS-PREV-BRANCH
075500         MOVE WS-BRCH-NAME (WS-BRCH-IDX) TO HDG1-BRANCH-NAME
075600     END-IF.
075700 3250-EXIT.
075800     EXIT.
075900
076000 3300-WRITE-OPERATOR-HEADER.
076100     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
076200         PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
076300     END-IF.
076400     IF WS-CUR-OT-SLOT = ZERO
076500         MOVE WS-PREV-OPERATOR TO OUL-OPERATOR
076600         MOVE OPER-UNKNOWN-LINE TO REPORT-LINE
076700     ELSE
076800         MOVE WS-PREV-OPERATOR TO OHL-OPERATOR
076900         MOVE WS-OT-NAME (WS-CUR-OT-SLOT) TO OHL-NAME
077000         MOVE "CLASS " TO OHL-CLASS-CAPTION
077100         MOVE WS-OT-CLASS (WS-CUR-OT-SLOT) TO OHL-CLASS
077200         MOVE "LIMIT " TO OHL-LIMIT-CAPTION
077300         MOVE WS-OT-LIMIT (WS-CUR-OT-SLOT) TO OHL-LIMIT
077400         MOVE OPER-HDR-LINE TO REPORT-LINE
077500     END-IF.
077600     WRITE REPORT-LINE.
077700     ADD 1 TO WS-LINE-COUNT.
077800     ADD 1 TO WS-BR-OPERATORS.
077900     ADD 1 TO WS-OPERATORS-LISTED.
078000     MOVE "N" TO WS-DTL-HEADING-SWITCH.
078100     INITIALIZE WS-OPER-TOTALS.
078200     MOVE ZERO TO WS-OPR-POSTINGS.
078300     MOVE ZERO TO WS-OPR-AMOUNT.
078400     MOVE ZERO TO WS-OPR-OVERRIDES.
078500     MOVE ZERO TO WS-OPR-NEAR.
078600     MOVE ZERO TO WS-OPR-OVER.
078700     MOVE ZERO TO WS-OPR-OUT-BRANCH.
078800 3300-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*  3400-ADD-TO-OPERATOR - COUNT THE POSTING UNDER ITS           *
079300*  OPERATION TYPE, WITH THE AMOUNT MOVED EITHER WAY.            *
079400*****************************************************************
079500 3400-ADD-TO-OPERATOR.
079600     MOVE WS-OPTYPE-COUNT-MAX TO WS-OPTYPE-FOUND.
079700     PERFORM 3410-MATCH-ONE-TYPE THRU 3410-EXIT
079800         VARYING WS-OPTYPE-IDX FROM 1 BY 1
079900         UNTIL WS-OPTYPE-IDX NOT < WS-OPTYPE-COUNT-MAX.
080000     IF WS-SRT-AMOUNT < ZERO
080100         COMPUTE WS-ABS-AMOUNT = 0 - WS-SRT-AMOUNT
080200     ELSE
080300         MOVE WS-SRT-AMOUNT TO WS-ABS-AMOUNT
080400     END-IF.
080500     ADD 1 TO WS-OPR-TYPE-COUNT (WS-OPTYPE-FOUND).
080600     ADD WS-ABS-AMOUNT TO WS-OPR-TYPE-AMOUNT (WS-OPTYPE-FOUND).
080700     ADD 1 TO WS-OPR-POSTINGS.
080800     ADD WS-ABS-AMOUNT TO WS-OPR-AMOUNT.
080900     ADD 1 TO WS-BR-POSTINGS.
081000     IF WS-SRT-OVR-SUPVR NOT = SPACES
081100         ADD 1 TO WS-OPR-OVERRIDES
081200     END-IF.
081300     IF WS-SRT-NEAR-LIMIT
081400         ADD 1 TO WS-OPR-NEAR
081500     END-IF.
081600     IF WS-SRT-OVER-LIMIT
081700         ADD 1 TO WS-OPR-OVER
081800     END-IF.
081900     IF WS-SRT-OUT-BRANCH
082000         ADD 1 TO WS-OPR-OUT-BRANCH
082100     END-IF.
082200 3400-EXIT.
082300     EXIT.
082400
082500 3410-MATCH-ONE-TYPE.
082600     IF WS-OPTYPE-CODE (WS-OPTYPE-IDX) = WS-SRT-OPERATION
082700         MOVE WS-OPTYPE-IDX TO WS-OPTYPE-FOUND
082800     END-IF.
082900 3410-EXIT.
083000     EXIT.
083100
083200 3500-WRITE-FLAGGED-POSTING.
083300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
083400         PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
083500         MOVE "N" TO WS-DTL-HEADING-SWITCH
083600     END-IF.
083700     IF NOT WS-DTL-HEADING-DONE
083800         MOVE DTL-HDG-LINE TO REPORT-LINE
083900         WRITE REPORT-LINE
084000         ADD 1 TO WS-LINE-COUNT
084100         SET WS-DTL-HEADING-DONE TO TRUE
084200     END-IF.
084300     MOVE WS-SRT-DATE           TO DTL-DATE.
084400     MOVE WS-SRT-TIME (1:6)     TO DTL-TIME.
084500     MOVE WS-SRT-OPERATION      TO DTL-OPERATION.
084600     MOVE WS-SRT-INDEX          TO DTL-INDEX.
084700     MOVE WS-SRT-ACCOUNT-BRANCH TO DTL-BRANCH.
084800     IF WS-SRT-AMOUNT < ZERO
084900         COMPUTE DTL-AMOUNT = 0 - WS-SRT-AMOUNT
085000     ELSE
085100         MOVE WS-SRT-AMOUNT TO DTL-AMOUNT
085200     END-IF.
085300     MOVE WS-SRT-OVR-SUPVR      TO DTL-OVR-SUPVR.
085400     EVALUATE TRUE
085500         WHEN WS-SRT-NEAR-LIMIT
085600             MOVE "NEAR" TO DTL-LIMIT-NOTE
085700         WHEN WS-SRT-OVER-LIMIT
085800             MOVE "OVER" TO DTL-LIMIT-NOTE
085900         WHEN OTHER
086000             MOVE SPACES TO DTL-LIMIT-NOTE
086100     END-EVALUATE.
086200     IF WS-SRT-OUT-BRANCH
086300         MOVE "OUT-BR" TO DTL-BRANCH-NOTE
086400     ELSE
086500         MOVE SPACES TO DTL-BRANCH-NOTE
086600     END-IF.
086700     MOVE DETAIL-LINE TO REPORT-LINE.
086800     WRITE REPORT-LINE.
086900     ADD 1 TO WS-LINE-COUNT.
087000     ADD 1 TO WS-BR-FLAGGED.
087100 3500-EXIT.
087200     EXIT.
087300
087400*****************************************************************
087500*  3600-CLOSE-OPERATOR - THE OPERATOR'S COUNTS AND AMOUNTS BY   *
087600*  OPERATION TYPE AND ITS FLAG COUNTS.  NOTHING IS WRITTEN      *
087700*  BEFORE THE FIRST OPERATOR OF A BRANCH.                       *
087800*****************************************************************
087900 3600-CLOSE-OPERATOR.
088000     IF WS-PREV-OPERATOR = LOW-VALUES
088100         GO TO 3600-EXIT
088200     END-IF.
088300     PERFORM 3610-WRITE-ONE-TYPE THRU 3610-EXIT
088400         VARYING WS-OPTYPE-IDX FROM 1 BY 1
088500         UNTIL WS-OPTYPE-IDX > WS-OPTYPE-COUNT-MAX.
088600     MOVE SPACE          TO TYP-CODE.
088700     MOVE "TOTAL"        TO TYP-DESC.
088800     MOVE WS-OPR-POSTINGS TO TYP-COUNT.
088900     MOVE WS-OPR-AMOUNT  TO TYP-AMOUNT.
089000     MOVE TYPE-LINE TO REPORT-LINE.
089100     WRITE REPORT-LINE.
089200     MOVE WS-OPR-OVERRIDES  TO OFL-OVERRIDES.
089300     MOVE WS-OPR-NEAR       TO OFL-NEAR.
089400     MOVE WS-OPR-OVER       TO OFL-OVER.
089500     MOVE WS-OPR-OUT-BRANCH TO OFL-OUT-BRANCH.
089600     MOVE OPER-FLAG-LINE TO REPORT-LINE.
089700     WRITE REPORT-LINE.
089800     MOVE SPACES TO REPORT-LINE.
089900     WRITE REPORT-LINE.
090000     ADD 3 TO WS-LINE-COUNT.
090100     MOVE LOW-VALUES TO WS-PREV-OPERATOR.
090200 3600-EXIT.
090300     EXIT.
090400
090500 3610-WRITE-ONE-TYPE.
090600     IF WS-OPR-TYPE-COUNT (WS-OPTYPE-IDX) = ZERO
090700         GO TO 3610-EXIT
090800     END-IF.
090900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
091000         PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
091100     END-IF.
091200     MOVE WS-OPTYPE-CODE (WS-OPTYPE-IDX) TO TYP-CODE.
091300     MOVE WS-OPTYPE-DESC (WS-OPTYPE-IDX) TO TYP-DESC.
091400     MOVE WS-OPR-TYPE-COUNT (WS-OPTYPE-IDX) TO TYP-COUNT.
091500     MOVE WS-OPR-TYPE-AMOUNT (WS-OPTYPE-IDX) TO TYP-AMOUNT.
091600     MOVE TYPE-LINE TO REPORT-LINE.
091700     WRITE REPORT-LINE.
091800     ADD 1 TO WS-LINE-COUNT.
091900 3610-EXIT.
092000     EXIT.
092100
092200 3700-CLOSE-BRANCH.
092300     IF WS-PREV-BRANCH = LOW-VALUES
092400         GO TO 3700-EXIT
092500     END-IF.
092600     MOVE WS-BR-OPERATORS TO BTL-OPERATORS.
092700     MOVE WS-BR-POSTINGS  TO BTL-POSTINGS.
092800     MOVE WS-BR-FLAGGED   TO BTL-FLAGGED.
092900     MOVE BRCH-TOTAL-LINE TO REPORT-LINE.
093000     WRITE REPORT-LINE.
093100     ADD 1 TO WS-LINE-COUNT.
093200     MOVE ZERO TO WS-BR-OPERATORS.
093300     MOVE ZERO TO WS-BR-POSTINGS.
093400     MOVE ZERO TO WS-BR-FLAGGED.
093500 3700-EXIT.
093600     EXIT.
093700
093800*****************************************************************
093900*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE REVIEW RUN.      *
094000*****************************************************************
094100 5000-PRINT-SUMMARY.
094200     DISPLAY "===== OPERATOR ACTIVITY REVIEW SUMMARY =====".
094300     DISPLAY "AUDIT IMAGES READ . . . . . : " WS-IMAGES-READ.
094400     DISPLAY "SYSTEM POSTINGS NOT LISTED  : " WS-SYSTEM-IMAGES.
094500     DISPLAY "TRANSFER TO-SIDE IMAGES . . : " WS-TO-SIDE-IMAGES.
094600     DISPLAY "IMAGES UNUSABLE . . . . . . : " WS-IMAGES-UNUSABLE.
094700     DISPLAY "OPERATOR POSTINGS REVIEWED  : "
094800             WS-POSTINGS-REVIEWED.
094900     DISPLAY "OPERATORS LISTED  . . . . . : "
095000             WS-OPERATORS-LISTED.
095100     DISPLAY "OVERRIDES ARMED . . . . . . : " WS-OVERRIDES-ARMED.
095200     DISPLAY "OVERRIDES USED  . . . . . . : " WS-OVERRIDES-USED.
095300     DISPLAY "OVER LIMIT, NO OVERRIDE . . : " WS-OVER-COUNT.
095400     DISPLAY "NEAR LIMIT (" WS-NEAR-PCT " PCT) . . . : "
095500             WS-NEAR-COUNT.
095600     DISPLAY "OUTSIDE OPERATOR'S BRANCH . : "
095700             WS-OUT-BRANCH-COUNT.
095800     DISPLAY "POSTINGS BY UNKNOWN IDS . . : "
095900             WS-UNKNOWN-POSTINGS.
096000 5000-EXIT.
096100     EXIT.
096200
096300 9000-TERMINATE.
096400     CLOSE AUDIT-FILE.
096500     CLOSE REPORT-FILE.
096600 9000-EXIT.
096700     EXIT.
