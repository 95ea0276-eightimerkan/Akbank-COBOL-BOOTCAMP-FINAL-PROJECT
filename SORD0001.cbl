000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SORDPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-09-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-15  RSK       INITIAL VERSION.                       *
001020*  2026-10-15  RSK       THE RUN'S RC 8 IS NOW HELD IN A        *
001040*                        WARNING SWITCH AND SET AT THE END OF   *
001060*                        THE RUN - DATEPROG RESET IT TO ZERO.   *
001065*  2026-10-15  RSK       AUDTFILE IS NOW EVERY GENERATION       *
001070*                        THE NIGHT CAN PRODUCE, AND A           *
001075*                        PAYMENT IS CONFIRMED ONLY BY A         *
001080*                        POSTING OF THAT NIGHT TO THE SAME      *
001085*                        TO-INDEX.                              *
001090*  2026-10-15  RSK       DETAIL LINE CUT TO 80 BYTES.           *
001100*****************************************************************
001200*
001300*  SORDPROG IS THE NIGHTLY STANDING-ORDER RUN.  IT KEEPS THE
001400*  STANDING-INSTRUCTION MASTER (SORDFILE, SEE SORDREC) AND
001500*  TURNS THE INSTRUCTIONS DUE TONIGHT INTO ONE "B"/"T"-WRAPPED
001600*  BATCH OF "X" TRANSFERS UNDER OPERATOR "STORD" (BATCHOUT),
001700*  WHICH BTCHPROG.JCL CONCATENATES ONTO TRANFILE - SO EVERY
001800*  STANDING-ORDER PAYMENT GOES THROUGH THE SAME BATCH PROOF,
001900*  MAINPROG EDITS, HOLDS AND AUDIT TRAIL AS TELLER WORK.  THE
002000*  RUN, AHEAD OF BTCHPROG (SEE SORDPROG.JCL):
002100*    1. LOADS THE NIGHT'S AUDIT GENERATIONS (AUDTFILE) AND
002200*       NOTES EVERY "STORD" TRANSFER THAT ACTUALLY POSTED,
002250*       WITH ITS TO-INDEX AND THE DAY IT POSTED;
002300*    2. APPLIES THE DAY'S SET-UPS, CHANGES AND CANCELLATIONS
002400*       FROM THE TELLERS' CSOR SCREEN (SORMFILE, SEE SOMTREC);
002500*    3. BROWSES THE MASTER: A TRANSFER GENERATED ON AN EARLIER
002600*       NIGHT IS CONFIRMED AGAINST THE AUDIT TRAIL (ONE THAT
002700*       MAINPROG DID NOT POST GOES INTO RETRY), AND EACH ACTIVE
002800*       INSTRUCTION WITH A PAYMENT DUE - OR A FAILED PAYMENT
002900*       STILL INSIDE ITS RETRY WINDOW - IS CHECKED AGAINST THE
003000*       CUSTOMER MASTER (BOTH ACCOUNTS ON FILE AND NOT DELETED,
003100*       THE FROM ACCOUNT NOT HELD AND ABLE TO COVER IT) BEFORE
003200*       ITS TRANSFER IS WRITTEN.
003300*  A PAYMENT THAT FAILS IS RETRIED EACH NIGHT UNTIL THE RETRY
003400*  DAYS ON THE CONTROL CARD HAVE PASSED SINCE ITS DUE DATE, AND
003500*  IS THEN REPORTED "NOT PAID" TO THE INSTRUCTION'S BRANCH.
003600*  EVERY SET-UP, CHANGE, CANCELLATION, REJECTION, PAYMENT,
003700*  RETRY AND FAILURE IS LISTED ON RPTFILE, ONE SECTION PER
003800*  BRANCH.  A RERUN ON THE SAME PROCESSING DATE REBUILDS THE
003900*  SAME BATCH - INSTRUCTIONS ALREADY GENERATED TONIGHT ARE
004000*  WRITTEN AGAIN, NOT PAID TWICE.  THE CUSTOMER MASTER IS ONLY
004100*  READ; MAINPROG REMAINS THE ONLY WRITER TO IT.
004200*
004300*  CONTROL CARD (SORDCARD): BATCH NUMBER (COLS 1-6), REPORTING
004400*  BRANCH FOR THE BATCH (COLS 7-8), PROCESSING DATE YYYYMMDD
004500*  (COLS 9-16, BLANK = TODAY) AND RETRY DAYS (COLS 17-18,
004600*  BLANK = 3).
004700*
004800*  RC 8 MEANS A MAINTENANCE RECORD WAS REJECTED OR A PAYMENT
004900*  WAS GIVEN UP AS NOT PAID (SEE THE REPORT); RC 16 MEANS A FILE
005000*  COULD NOT BE OPENED, READ OR WRITTEN, OR THE CONTROL CARD WAS
005100*  UNUSABLE, AND THE BATCH MUST NOT BE RELEASED TO BTCHPROG.
005200*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CARD-FILE ASSIGN TO "SORDCARD"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CARD-STATUS.
005900
006000     SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-STATUS.
006300
006400     SELECT MAINT-FILE ASSIGN TO "SORMFILE"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-MAINT-STATUS.
006700
006800     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-OPER-STATUS.
007100
007200     SELECT VSAM-FILE ASSIGN TO "VSAMFILE"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS FD-VSAM-INDEX
007600         FILE STATUS IS WS-FILE-STATUS.
007700
007800     SELECT SORD-FILE ASSIGN TO "SORDFILE"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS FD-SORD-KEY
008200         FILE STATUS IS WS-STORD-STATUS.
008300
008400     SELECT BATCH-FILE ASSIGN TO "BATCHOUT"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-BATCH-STATUS.
008700
008800     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
008900
009000     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-REPORT-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600*****************************************************************
009700*  CONTROL CARD - BATCH NUMBER, REPORTING BRANCH, PROCESSING    *
009800*  DATE AND RETRY DAYS.                                         *
009900*****************************************************************
010000 FD  CARD-FILE
010100     RECORD CONTAINS 80 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300 01  CARD-RECORD.
010400     05  CARD-BATCH-NUMBER      PIC X(06).
010500     05  CARD-BATCH-NUMBER-N REDEFINES CARD-BATCH-NUMBER
010600                                PIC 9(06).
010700     05  CARD-BRANCH            PIC X(02).
010800     05  CARD-RUN-DATE          PIC X(08).
010900     05  CARD-RUN-DATE-N REDEFINES CARD-RUN-DATE
011000                                PIC 9(08).
011100     05  CARD-RETRY-DAYS        PIC X(02).
011200     05  CARD-RETRY-DAYS-N REDEFINES CARD-RETRY-DAYS
011300                                PIC 9(02).
011400     05  FILLER                 PIC X(62).
011500
011600*****************************************************************
011700*  AUDIT TRAIL - THE NIGHT'S GENERATIONS, OLDEST FIRST (SEE     *
011750*  AUDITREC AND SORDPROG.JCL).                                  *
011800*****************************************************************
011900 FD  AUDIT-FILE
012000     RECORD CONTAINS 152 CHARACTERS
012100     LABEL RECORDS ARE STANDARD.
012200     COPY AUDITREC REPLACING ==:PFX:== BY ====.
012300
012400*****************************************************************
012500*  STANDING-INSTRUCTION MAINTENANCE FROM THE CSOR SCREEN        *
012600*  (SEE SOMTREC).                                               *
012700*****************************************************************
012800 FD  MAINT-FILE
012900     RECORD CONTAINS 80 CHARACTERS
013000     LABEL RECORDS ARE STANDARD.
013100     COPY SOMTREC REPLACING ==:PFX:== BY ====.
013200
013300*****************************************************************
013400*  OPERATOR MASTER (SEE OPERREC) - EVERY MAINTENANCE RECORD'S   *
013500*  OPERATOR ID MUST BE ON IT.                                   *
013600*****************************************************************
013700 FD  OPERATOR-FILE
013800     RECORD CONTAINS 48 CHARACTERS
013900     LABEL RECORDS ARE STANDARD.
014000     COPY OPERREC REPLACING ==:PFX:== BY ==FD-==.
014100
014200 FD  VSAM-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY VSAMREC REPLACING ==:PFX:== BY ==FD-==.
014500
014600 FD  SORD-FILE
014700     LABEL RECORDS ARE STANDARD.
014800     COPY SORDREC REPLACING ==:PFX:== BY ==FD-==.
014900
015000*****************************************************************
015100*  GENERATED BATCH - HEADER, TONIGHT'S TRANSFERS, TRAILER.      *
015200*****************************************************************
015300 FD  BATCH-FILE
015400     RECORD CONTAINS 67 CHARACTERS
015500     LABEL RECORDS ARE STANDARD.
015600 01  BATCH-RECORD               PIC X(67).
015700
015800*****************************************************************
015900*  SORT WORK FILE - ONE ENTRY PER REPORTED EVENT, KEYED ON THE  *
016000*  INSTRUCTION'S BRANCH, ITS KEY AND THE ORDER OF EVENTS.       *
016100*****************************************************************
016200 SD  SORT-WORK-FILE.
016300 01  SW-RECORD.
016400     05  SW-BRANCH              PIC X(02).
016500     05  SW-KEY                 PIC X(10).
016600     05  SW-SEQ                 PIC 9(08).
016700     05  SW-TO-INDEX            PIC X(08).
016800     05  SW-AMOUNT              PIC S9(10)V99.
016900     05  SW-EVENT               PIC X(10).
017000     05  SW-REASON              PIC X(30).
017100
017200*****************************************************************
017300*  PRINTED STANDING-ORDER REPORT.                               *
017400*****************************************************************
017500 FD  REPORT-FILE
017600     RECORD CONTAINS 80 CHARACTERS
017700     LABEL RECORDS ARE STANDARD.
017800 01  REPORT-LINE                PIC X(80).
017900
018000 WORKING-STORAGE SECTION.
018100*****************************************************************
018200*  WORKING COPIES - INSTRUCTION, CUSTOMER MASTER, TRANSACTION   *
018300*  (ALSO USED TO BUILD THE BATCH HEADER AND TRAILER) AND THE    *
018400*  DATEPROG CALENDAR PARAMETERS.                                *
018500*****************************************************************
018600 COPY SORDREC REPLACING ==:PFX:== BY ==WS-==.
018700
018800 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
018900
019000 COPY TRANREC REPLACING ==:PFX:== BY ==WS-TRAN-==.
019100
019200 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
019300
019400*****************************************************************
019500*  RUN PARAMETERS FROM THE CONTROL CARD.                        *
019600*****************************************************************
019700 01  WS-BATCH-NUMBER            PIC 9(06) VALUE ZERO.
019800 01  WS-BATCH-BRANCH            PIC X(02) VALUE SPACES.
019900 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
020000 01  WS-RUN-DAY-NUMBER          PIC 9(07) VALUE ZERO.
020100 01  WS-RETRY-DAYS              PIC 9(02) VALUE 3.
020200 01  WS-STORD-OPERATOR          PIC X(05) VALUE "STORD".
020300 01  WS-BAL-MAX                 PIC S9(10)V99 VALUE 9999999.99.
020400
020500*****************************************************************
020600*  CONFIRMATION TABLE - EVERY "STORD" TRANSFER ON THE NIGHT'S   *
020700*  AUDIT GENERATIONS, BY FROM-INDEX, TO-INDEX, AMOUNT AND THE   *
020800*  DAY NUMBER OF ITS POSTING DATE.  AN ENTRY IS TAKEN BY THE    *
020850*  FIRST INSTRUCTION IT CONFIRMS.                               *
020900*****************************************************************
021000 01  WS-CONF-TABLE.
021100     05  WS-CF-ENTRY OCCURS 2000 TIMES.
021200         10  WS-CF-INDEX        PIC X(08).
021300         10  WS-CF-AMOUNT       PIC S9(10)V99 COMP-3.
021330         10  WS-CF-TO-INDEX     PIC X(08).
021360         10  WS-CF-DAY-NUMBER   PIC 9(07).
021400         10  WS-CF-TAKEN        PIC X(01).
021500             88  WS-CF-IS-TAKEN     VALUE "Y".
021600
021700 01  WS-CF-MAX                  PIC 9(04) COMP VALUE 2000.
021800 01  WS-CF-USED                 PIC 9(04) COMP VALUE ZERO.
021900 01  WS-CF-IDX                  PIC 9(04) COMP.
022000 01  WS-CF-FOUND                PIC 9(04) COMP VALUE ZERO.
022020 01  WS-CF-LAST-READ            PIC 9(08) COMP VALUE ZERO.
022040 01  WS-CF-TO-AMOUNT            PIC S9(10)V99 COMP-3.
022060 01  WS-GEN-DAY-FIRST           PIC 9(07) VALUE ZERO.
022080 01  WS-GEN-DAY-LAST            PIC 9(07) VALUE ZERO.
022100
022200 01  WS-OLD-AUDIT-IMAGE.
022300     05  FILLER                 PIC X(38).
022400     05  WS-OLD-AUDIT-BALANCE   PIC S9(10)V99.
022500     05  FILLER                 PIC X(12).
022600 01  WS-NEW-AUDIT-IMAGE.
022700     05  FILLER                 PIC X(38).
022800     05  WS-NEW-AUDIT-BALANCE   PIC S9(10)V99.
022900     05  FILLER                 PIC X(12).
023000
023100*****************************************************************
023200*  OPERATOR MASTER TABLE - IDS ONLY, LOADED AT INITIALIZATION.  *
023300*****************************************************************
023400 01  WS-OPER-TABLE.
023500     05  WS-OT-ENTRY OCCURS 100 TIMES.
023600         10  WS-OT-ID           PIC X(05).
023700
023800 01  WS-OT-MAX                  PIC 9(03) COMP VALUE 100.
023900 01  WS-OT-USED                 PIC 9(03) COMP VALUE ZERO.
024000 01  WS-OT-IDX                  PIC 9(03) COMP.
024100
024200 01  WS-OPER-FOUND-SWITCH       PIC X(01).
024300     88  WS-OPER-FOUND              VALUE "Y".
024400     88  WS-OPER-NOT-FOUND          VALUE "N".
024500
024600*****************************************************************
024700*  MAINTENANCE AND PAYMENT WORK FIELDS.  A BLANK REASON MEANS   *
024800*  THE EDIT OR PRE-CHECK PASSED.                                *
024900*****************************************************************
025000 01  WS-MAINT-REASON            PIC X(30).
025100 01  WS-FAIL-REASON             PIC X(30).
025200 01  WS-START-KEYED-SWITCH      PIC X(01).
025300     88  WS-START-KEYED             VALUE "Y".
025400     88  WS-START-NOT-KEYED         VALUE "N".
025500
025600 01  WS-SORD-CHANGED-SWITCH     PIC X(01).
025700     88  WS-SORD-CHANGED            VALUE "Y".
025800     88  WS-SORD-UNCHANGED          VALUE "N".
025900
026000 01  WS-BRANCH-FOUND-SWITCH     PIC X(01).
026100     88  WS-BRANCH-FOUND            VALUE "Y".
026200     88  WS-BRANCH-NOT-FOUND        VALUE "N".
026300
026400 01  WS-REF-DATE                PIC 9(08).
026500 01  WS-DUE-DATE                PIC 9(08).
026600 01  WS-EFFECTIVE-DAY           PIC 9(02).
026700 01  WS-BACK-DAYS               PIC S9(02).
026800 01  WS-DAYS-ELAPSED            PIC S9(07).
026900 01  WS-AVAILABLE               PIC S9(11)V99.
027000 01  WS-TO-BALANCE              PIC S9(11)V99.
027100
027200*****************************************************************
027300*  FUNDS ALREADY COMMITTED TONIGHT FROM ONE FROM-INDEX - THE    *
027400*  MASTER IS KEYED FROM-INDEX FIRST, SO ONE ACCOUNT'S           *
027500*  INSTRUCTIONS ARRIVE TOGETHER.                                *
027600*****************************************************************
027700 01  WS-COMMIT-INDEX            PIC X(08) VALUE SPACES.
027800 01  WS-COMMIT-AMOUNT           PIC S9(11)V99 VALUE ZERO.
027900
028000*****************************************************************
028100*  EVENT WAITING TO BE RELEASED TO THE REPORT SORT.             *
028200*****************************************************************
028300 01  WS-EVT-BRANCH              PIC X(02).
028400 01  WS-EVT-KEY                 PIC X(10).
028500 01  WS-EVT-TO-INDEX            PIC X(08).
028600 01  WS-EVT-AMOUNT              PIC S9(10)V99.
028700 01  WS-EVT-EVENT               PIC X(10).
028800 01  WS-EVT-REASON              PIC X(30).
028900
029000 01  WS-OPER-REASON.
029100     05  FILLER                 PIC X(09) VALUE "OPERATOR ".
029200     05  WS-OPRS-ID             PIC X(05).
029300     05  FILLER                 PIC X(16) VALUE SPACES.
029400
029500 01  WS-DUE-REASON.
029600     05  FILLER                 PIC X(04) VALUE "DUE ".
029700     05  WS-DURS-DATE           PIC 9(08).
029800     05  WS-DURS-RETRY-TEXT     PIC X(10).
029900     05  WS-DURS-RETRY-COUNT    PIC Z9 BLANK WHEN ZERO.
030000     05  FILLER                 PIC X(06) VALUE SPACES.
030100
030200 01  WS-RETRY-EVENT.
030300     05  FILLER                 PIC X(06) VALUE "RETRY ".
030400     05  WS-RTEV-COUNT          PIC Z9.
030500     05  FILLER                 PIC X(02) VALUE SPACES.
030600
030700*****************************************************************
030800*  BATCH CONTROLS AND RUN CONTROL TOTALS.                       *
030900*****************************************************************
031000 01  WS-TRAN-COUNT              PIC 9(06) COMP VALUE ZERO.
031100 01  WS-NET-AMOUNT              PIC S9(12)V99 COMP-3 VALUE ZERO.
031200 01  WS-RELEASE-SEQ             PIC 9(08) COMP VALUE ZERO.
031300 01  WS-AUDIT-READ              PIC 9(08) COMP VALUE ZERO.
031400 01  WS-MAINT-READ              PIC 9(06) COMP VALUE ZERO.
031500 01  WS-MAINT-APPLIED           PIC 9(06) COMP VALUE ZERO.
031600 01  WS-MAINT-REJECTED          PIC 9(06) COMP VALUE ZERO.
031700 01  WS-SORD-READ               PIC 9(06) COMP VALUE ZERO.
031800 01  WS-CONFIRMED-COUNT         PIC 9(06) COMP VALUE ZERO.
031900 01  WS-GENERATED-COUNT         PIC 9(06) COMP VALUE ZERO.
032000 01  WS-RETRYING-COUNT          PIC 9(06) COMP VALUE ZERO.
032100 01  WS-NOT-PAID-COUNT          PIC 9(06) COMP VALUE ZERO.
032200 01  WS-ENDED-COUNT             PIC 9(06) COMP VALUE ZERO.
032300
032400*****************************************************************
032500*  SORT RETURN AREA, BRANCH BREAK AND PAGE CONTROL, WITH THE    *
032600*  VALID-BRANCH TABLE FOR THE EDITS AND THE PAGE CAPTION.       *
032700*****************************************************************
032800 01  WS-SORT-REC.
032900     05  WS-SRT-BRANCH          PIC X(02).
033000     05  WS-SRT-KEY.
033100         10  WS-SRT-FROM-INDEX  PIC X(08).
033200         10  WS-SRT-SEQ-NO      PIC X(02).
033300     05  WS-SRT-SEQ             PIC 9(08).
033400     05  WS-SRT-TO-INDEX        PIC X(08).
033500     05  WS-SRT-AMOUNT          PIC S9(10)V99.
033600     05  WS-SRT-EVENT           PIC X(10).
033700     05  WS-SRT-REASON          PIC X(30).
033800
033900 01  WS-PREV-BRANCH             PIC X(02) VALUE LOW-VALUES.
034000 01  WS-BRANCH-ITEMS            PIC 9(06) COMP VALUE ZERO.
034100 01  WS-BRANCH-GEN-TOTAL        PIC S9(12)V99 COMP-3 VALUE ZERO.
034200 01  WS-GRAND-ITEMS             PIC 9(06) COMP VALUE ZERO.
034300
034400 COPY BRCHTAB REPLACING ==:PFX:== BY ==WS-==.
034500
034600 01  WS-BRCH-IDX                PIC 9(02) COMP.
034700 01  WS-PAGE-COUNT              PIC 9(04) COMP VALUE ZERO.
034800 01  WS-LINE-COUNT              PIC 9(02) COMP VALUE ZERO.
034900 01  WS-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
035000
035100 01  WS-AUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
035200     88  WS-AUDIT-EOF               VALUE "Y".
035300
035400 01  WS-MAINT-EOF-SWITCH        PIC X(01) VALUE "N".
035500     88  WS-MAINT-EOF               VALUE "Y".
035600
035700 01  WS-OPER-EOF-SWITCH         PIC X(01) VALUE "N".
035800     88  WS-OPER-EOF                VALUE "Y".
035900
036000 01  WS-SORD-EOF-SWITCH         PIC X(01) VALUE "N".
036100     88  WS-SORD-EOF                VALUE "Y".
036200
036300 01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
036400     88  WS-SORT-EOF                VALUE "Y".
036500
036600 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
036700     88  WS-RUN-OK                  VALUE "N".
036800     88  WS-RUN-FATAL               VALUE "Y".
036900
036920 01  WS-WARNING-SWITCH          PIC X(01) VALUE "N".
036940     88  WS-RUN-WARNING             VALUE "Y".
036960
037000*****************************************************************
037100*  FILE STATUS                                                  *
037200*****************************************************************
037300 01  WS-CARD-STATUS             PIC X(02).
037400     88  WS-CARD-OK                 VALUE "00".
037500
037600 01  WS-AUDIT-STATUS            PIC X(02).
037700     88  WS-AUDIT-OK                VALUE "00".
037800
037900 01  WS-MAINT-STATUS            PIC X(02).
038000     88  WS-MAINT-OK                VALUE "00".
038100
038200 01  WS-OPER-STATUS             PIC X(02).
038300     88  WS-OPER-OK                 VALUE "00".
038400
038500 01  WS-FILE-STATUS             PIC X(02).
038600     88  WS-VSAM-OK                 VALUE "00".
038700
038800 01  WS-STORD-STATUS            PIC X(02).
038900     88  WS-STORD-OK                VALUE "00".
039000     88  WS-STORD-NOT-FOUND         VALUE "23".
039100
039200 01  WS-BATCH-STATUS            PIC X(02).
039300     88  WS-BATCH-OK                VALUE "00".
039400
039500 01  WS-REPORT-STATUS           PIC X(02).
039600     88  WS-REPORT-OK               VALUE "00".
039700
039800*****************************************************************
039900*  REPORT LINES                                                 *
040000*****************************************************************
040100 01  HDG1-LINE.
040200     05  FILLER                 PIC X(01) VALUE SPACE.
040300     05  FILLER                 PIC X(16) VALUE "STANDING ORDERS".
040400     05  FILLER                 PIC X(07) VALUE "BRANCH ".
040500     05  HDG1-BRANCH            PIC X(02).
040600     05  FILLER                 PIC X(01) VALUE SPACE.
040700     05  HDG1-BRANCH-NAME       PIC X(15).
040800     05  FILLER                 PIC X(01) VALUE SPACE.
040900     05  FILLER                 PIC X(05) VALUE "DATE ".
041000     05  HDG1-DATE              PIC 9(08).
041100     05  FILLER                 PIC X(02) VALUE SPACES.
041200     05  FILLER                 PIC X(05) VALUE "PAGE ".
041300     05  HDG1-PAGE              PIC ZZZ9.
041400     05  FILLER                 PIC X(13) VALUE SPACES.
041500
041600 01  HDG2-LINE.
041700     05  FILLER                 PIC X(01) VALUE SPACE.
041800     05  FILLER                 PIC X(09) VALUE "FROM".
041900     05  FILLER                 PIC X(03) VALUE "SQ".
042000     05  FILLER                 PIC X(09) VALUE "TO".
042100     05  FILLER                 PIC X(17)
042200                                 VALUE "          AMOUNT".
042300     05  FILLER                 PIC X(11) VALUE "EVENT".
042400     05  FILLER                 PIC X(30) VALUE "REASON".
042500
042600 01  DETAIL-LINE.
042700     05  FILLER                 PIC X(01) VALUE SPACE.
042800     05  DTL-FROM-INDEX         PIC X(08).
042900     05  FILLER                 PIC X(01) VALUE SPACE.
043000     05  DTL-SEQ                PIC X(02).
043100     05  FILLER                 PIC X(01) VALUE SPACE.
043200     05  DTL-TO-INDEX           PIC X(08).
043300     05  FILLER                 PIC X(01) VALUE SPACE.
043400     05  DTL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
043500     05  FILLER                 PIC X(01) VALUE SPACE.
043600     05  DTL-EVENT              PIC X(10).
043700     05  FILLER                 PIC X(01) VALUE SPACE.
043800     05  DTL-REASON             PIC X(29).
043900
044000 01  BRCH-COUNT-LINE.
044100     05  FILLER                 PIC X(23)
044200                                 VALUE "BRANCH ITEMS . . . . . ".
044300     05  BCNT-COUNT             PIC ZZZ,ZZ9.
044400     05  FILLER                 PIC X(50) VALUE SPACES.
044500
044600 01  BRCH-TOTAL-LINE.
044700     05  FILLER                 PIC X(23)
044800                                 VALUE "BRANCH GENERATED . . . ".
044900     05  BTOT-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
045000     05  FILLER                 PIC X(38) VALUE SPACES.
045100
045200 01  GRAND-COUNT-LINE.
045300     05  FILLER                 PIC X(23)
045400                                 VALUE "ITEMS REPORTED . . . . ".
045500     05  GCNT-COUNT             PIC ZZZ,ZZ9.
045600     05  FILLER                 PIC X(50) VALUE SPACES.
045700
045800 PROCEDURE DIVISION.
045900*****************************************************************
046000*  0000-MAINLINE - OPEN THE BATCH, APPLY THE MAINTENANCE AND    *
046100*  GENERATE TONIGHT'S TRANSFERS (THE SORT INPUT), PRINT THE     *
046200*  BRANCH REPORT (THE SORT OUTPUT), THEN CLOSE THE BATCH.       *
046300*****************************************************************
046400 0000-MAINLINE.
046500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046600     IF WS-RUN-OK
046700         SORT SORT-WORK-FILE
046800             ON ASCENDING KEY SW-BRANCH
046900             ON ASCENDING KEY SW-KEY
047000             ON ASCENDING KEY SW-SEQ
047100             INPUT PROCEDURE IS 2000-BUILD-TONIGHT
047200                 THRU 2000-EXIT
047300             OUTPUT PROCEDURE IS 6000-PRINT-REPORT
047400                 THRU 6000-EXIT
047500     END-IF.
047600     IF WS-RUN-OK
047700         PERFORM 5100-WRITE-TRAILER THRU 5100-EXIT
047800     END-IF.
047900     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
048000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
048010*    THE SORT AND EVERY DATEPROG CALL LEAVE THEIR OWN CODE IN
048020*    RETURN-CODE, SO THE RUN'S CODE IS SET AGAIN HERE.
048030     IF WS-RUN-FATAL
048040         MOVE 16 TO RETURN-CODE
048050     ELSE
048060         IF WS-RUN-WARNING
048070             MOVE 8 TO RETURN-CODE
048080         END-IF
048090     END-IF.
048100     STOP RUN.
048200
048300 1000-INITIALIZE.
048400     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
048500     IF WS-RUN-FATAL
048600         GO TO 1000-EXIT
048700     END-IF.
048800     PERFORM 1200-LOAD-OPERATOR-TABLE THRU 1200-EXIT.
048900     PERFORM 1300-LOAD-CONFIRMATIONS THRU 1300-EXIT.
049000     IF WS-RUN-FATAL
049100         GO TO 1000-EXIT
049200     END-IF.
049300     OPEN INPUT VSAM-FILE.
049400     IF NOT WS-VSAM-OK
049500         DISPLAY "VSAM FILE OPEN ERROR - STATUS " WS-FILE-STATUS
049600         MOVE 16 TO RETURN-CODE
049700         SET WS-RUN-FATAL TO TRUE
049800         GO TO 1000-EXIT
049900     END-IF.
050000     OPEN I-O SORD-FILE.
050100     IF NOT WS-STORD-OK
050200         DISPLAY "STANDING ORDER FILE OPEN ERROR - STATUS "
050300                 WS-STORD-STATUS
050400         MOVE 16 TO RETURN-CODE
050500         SET WS-RUN-FATAL TO TRUE
050600         GO TO 1000-EXIT
050700     END-IF.
050800     OPEN INPUT MAINT-FILE.
050900     IF NOT WS-MAINT-OK
051000         DISPLAY "MAINTENANCE FILE OPEN ERROR - STATUS "
051100                 WS-MAINT-STATUS
051200         MOVE 16 TO RETURN-CODE
051300         SET WS-RUN-FATAL TO TRUE
051400         GO TO 1000-EXIT
051500     END-IF.
051600     OPEN OUTPUT REPORT-FILE.
051700     IF NOT WS-REPORT-OK
051800         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
051900                 WS-REPORT-STATUS
052000         MOVE 16 TO RETURN-CODE
052100         SET WS-RUN-FATAL TO TRUE
052200         GO TO 1000-EXIT
052300     END-IF.
052400     OPEN OUTPUT BATCH-FILE.
052500     IF NOT WS-BATCH-OK
052600         DISPLAY "BATCH OUTPUT OPEN ERROR - STATUS "
052700                 WS-BATCH-STATUS
052800         MOVE 16 TO RETURN-CODE
052900         SET WS-RUN-FATAL TO TRUE
053000         GO TO 1000-EXIT
053100     END-IF.
053200     MOVE SPACES          TO WS-TRAN-RECORD.
053300     MOVE "B"             TO WS-TRAN-OPERATION.
053400     MOVE WS-BATCH-NUMBER TO WS-TRAN-BCH-NUMBER.
053500     MOVE WS-BATCH-BRANCH TO WS-TRAN-BCH-BRANCH.
053600     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
053700 1000-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100*  1100-READ-CONTROL-CARD - A MISSING OR UNUSABLE CARD STOPS    *
054200*  THE RUN RC 16 BEFORE ANYTHING IS WRITTEN, SO AN UNNUMBERED   *
054300*  OR MIS-DATED BATCH NEVER REACHES BTCHPROG.                   *
054400*****************************************************************
054500 1100-READ-CONTROL-CARD.
054600     OPEN INPUT CARD-FILE.
054700     IF NOT WS-CARD-OK
054800         DISPLAY "CONTROL CARD NOT PRESENT - RUN STOPPED"
054900         MOVE 16 TO RETURN-CODE
055000         SET WS-RUN-FATAL TO TRUE
055100         GO TO 1100-EXIT
055200     END-IF.
055300     READ CARD-FILE
055400         AT END
055500             MOVE SPACES TO CARD-RECORD
055600     END-READ.
055700     CLOSE CARD-FILE.
055800     IF CARD-BATCH-NUMBER-N IS NOT NUMERIC
055900        OR CARD-BATCH-NUMBER-N = ZERO
056000         DISPLAY "BATCH NUMBER UNUSABLE: " CARD-BATCH-NUMBER
056100                 " - RUN STOPPED"
056200         MOVE 16 TO RETURN-CODE
056300         SET WS-RUN-FATAL TO TRUE
056400         GO TO 1100-EXIT
056500     END-IF.
056600     MOVE CARD-BATCH-NUMBER-N TO WS-BATCH-NUMBER.
056700     MOVE CARD-BRANCH         TO WS-BATCH-BRANCH.
056800     IF CARD-RUN-DATE = SPACES
056900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
057000     ELSE
057100         IF CARD-RUN-DATE-N IS NUMERIC
057200             MOVE CARD-RUN-DATE-N TO WS-RUN-DATE
057300         END-IF
057400     END-IF.
057500     MOVE "D"         TO WS-DTP-FUNCTION.
057600     MOVE WS-RUN-DATE TO WS-DTP-DATE.
057700     CALL "DATEPROG" USING WS-DATE-PARM.
057800     IF WS-DTP-INVALID
057900         DISPLAY "PROCESSING DATE UNUSABLE: " CARD-RUN-DATE
058000                 " - RUN STOPPED"
058100         MOVE 16 TO RETURN-CODE
058200         SET WS-RUN-FATAL TO TRUE
058300         GO TO 1100-EXIT
058400     END-IF.
058500     MOVE WS-DTP-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
058600     IF CARD-RETRY-DAYS NOT = SPACES
058700         IF CARD-RETRY-DAYS-N IS NUMERIC
058800             MOVE CARD-RETRY-DAYS-N TO WS-RETRY-DAYS
058900         ELSE
059000             DISPLAY "RETRY DAYS UNUSABLE: " CARD-RETRY-DAYS
059100                     " - RUN STOPPED"
059200             MOVE 16 TO RETURN-CODE
059300             SET WS-RUN-FATAL TO TRUE
059400         END-IF
059500     END-IF.
059600 1100-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*  1200-LOAD-OPERATOR-TABLE - LOAD THE OPERATOR IDS.  AN        *
060100*  UNREADABLE OPERATOR MASTER LEAVES THE TABLE EMPTY, SO EVERY  *
060200*  MAINTENANCE RECORD REJECTS BUT TONIGHT'S PAYMENTS STILL RUN. *
060300*****************************************************************
060400 1200-LOAD-OPERATOR-TABLE.
060500     OPEN INPUT OPERATOR-FILE.
060600     IF NOT WS-OPER-OK
060700         DISPLAY "OPERATOR FILE OPEN ERROR - STATUS "
060800                 WS-OPER-STATUS
060900         DISPLAY "NO OPERATORS LOADED - ALL MAINTENANCE "
061000                 "WILL REJECT"
061100         GO TO 1200-EXIT
061200     END-IF.
061300     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
061400         UNTIL WS-OPER-EOF.
061500     CLOSE OPERATOR-FILE.
061600 1200-EXIT.
061700     EXIT.
061800
061900 1210-LOAD-ONE-OPERATOR.
062000     READ OPERATOR-FILE
062100         AT END
062200             SET WS-OPER-EOF TO TRUE
062300             GO TO 1210-EXIT
062400     END-READ.
062500     IF WS-OT-USED = WS-OT-MAX
062600         DISPLAY "OPERATOR TABLE FULL - REMAINING OPERATORS "
062700                 "NOT LOADED"
062800         SET WS-OPER-EOF TO TRUE
062900         GO TO 1210-EXIT
063000     END-IF.
063100     ADD 1 TO WS-OT-USED.
063200     MOVE FD-OPER-ID TO WS-OT-ID (WS-OT-USED).
063300 1210-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*  1300-LOAD-CONFIRMATIONS - NOTE THE FROM SIDE OF EVERY "X"    *
063800*  TRANSFER OPERATOR "STORD" POSTED ON THE NIGHT'S GENERATIONS  *
063900*  (THE IMAGE WHOSE BALANCE FELL), WITH THE AMOUNT THAT LEFT    *
063930*  THE ACCOUNT, THE DAY NUMBER OF ITS POSTING DATE AND THE      *
063960*  TO-INDEX OF ITS OTHER SIDE (SEE 1320).                       *
064000*****************************************************************
064100 1300-LOAD-CONFIRMATIONS.
064200     OPEN INPUT AUDIT-FILE.
064300     IF NOT WS-AUDIT-OK
064400         DISPLAY "AUDIT FILE OPEN ERROR - STATUS "
064500                 WS-AUDIT-STATUS
064600         MOVE 16 TO RETURN-CODE
064700         SET WS-RUN-FATAL TO TRUE
064800         GO TO 1300-EXIT
064900     END-IF.
065000     PERFORM 1310-LOAD-ONE-CONFIRMATION THRU 1310-EXIT
065100         UNTIL WS-AUDIT-EOF OR WS-RUN-FATAL.
065200     CLOSE AUDIT-FILE.
065300 1300-EXIT.
065400     EXIT.
065500
065600 1310-LOAD-ONE-CONFIRMATION.
065700     READ AUDIT-FILE
065800         AT END
065900             SET WS-AUDIT-EOF TO TRUE
066000             GO TO 1310-EXIT
066100     END-READ.
066200     IF NOT WS-AUDIT-OK
066300         DISPLAY "AUDIT FILE READ ERROR - STATUS "
066400                 WS-AUDIT-STATUS
066500         MOVE 16 TO RETURN-CODE
066600         SET WS-RUN-FATAL TO TRUE
066700         GO TO 1310-EXIT
066800     END-IF.
066900     ADD 1 TO WS-AUDIT-READ.
067000     IF AUD-OPERATION NOT = "X"
067100        OR AUD-OPERATOR NOT = WS-STORD-OPERATOR
067200         GO TO 1310-EXIT
067300     END-IF.
067400     MOVE AUD-OLD-IMAGE TO WS-OLD-AUDIT-IMAGE.
067500     MOVE AUD-NEW-IMAGE TO WS-NEW-AUDIT-IMAGE.
067600     IF WS-OLD-AUDIT-BALANCE IS NOT NUMERIC
067700        OR WS-NEW-AUDIT-BALANCE IS NOT NUMERIC
067750        OR AUD-RUN-DATE IS NOT NUMERIC
067800         GO TO 1310-EXIT
067900     END-IF.
068000     IF WS-NEW-AUDIT-BALANCE > WS-OLD-AUDIT-BALANCE
068020         PERFORM 1320-NOTE-TO-SIDE THRU 1320-EXIT
068040         GO TO 1310-EXIT
068060     END-IF.
068080     IF WS-NEW-AUDIT-BALANCE = WS-OLD-AUDIT-BALANCE
068100         GO TO 1310-EXIT
068200     END-IF.
068210     MOVE "D" TO WS-DTP-FUNCTION.
068220     COMPUTE WS-DTP-DATE = AUD-RUN-DATE + 20000000.
068230     CALL "DATEPROG" USING WS-DATE-PARM.
068240     IF WS-DTP-INVALID
068250         GO TO 1310-EXIT
068260     END-IF.
068300     IF WS-CF-USED = WS-CF-MAX
068400         DISPLAY "CONFIRMATION TABLE FULL - LATER TRANSFERS "
068500                 "WILL RETRY"
068600         SET WS-RUN-WARNING TO TRUE
068900         SET WS-AUDIT-EOF TO TRUE
069000         GO TO 1310-EXIT
069100     END-IF.
069200     ADD 1 TO WS-CF-USED.
069300     MOVE AUD-INDEX TO WS-CF-INDEX (WS-CF-USED).
069400     COMPUTE WS-CF-AMOUNT (WS-CF-USED) =
069500         WS-OLD-AUDIT-BALANCE - WS-NEW-AUDIT-BALANCE.
069600     MOVE "N" TO WS-CF-TAKEN (WS-CF-USED).
069620     MOVE SPACES TO WS-CF-TO-INDEX (WS-CF-USED).
069640     MOVE WS-DTP-DAY-NUMBER TO WS-CF-DAY-NUMBER (WS-CF-USED).
069660     MOVE WS-AUDIT-READ TO WS-CF-LAST-READ.
069700 1310-EXIT.
069800     EXIT.
069900
069905*****************************************************************
069910*  1320-NOTE-TO-SIDE - MAINPROG LOGS THE TO SIDE OF A TRANSFER  *
069915*  STRAIGHT AFTER ITS FROM SIDE, SO A "STORD" IMAGE WHOSE       *
069920*  BALANCE ROSE BY THE SAME AMOUNT ON THE VERY NEXT RECORD      *
069925*  COMPLETES THE ENTRY JUST NOTED.                              *
069930*****************************************************************
069935 1320-NOTE-TO-SIDE.
069940     IF WS-CF-USED = ZERO
069945        OR WS-AUDIT-READ NOT = WS-CF-LAST-READ + 1
069950         GO TO 1320-EXIT
069955     END-IF.
069960     COMPUTE WS-CF-TO-AMOUNT =
069965         WS-NEW-AUDIT-BALANCE - WS-OLD-AUDIT-BALANCE.
069970     IF WS-CF-TO-AMOUNT = WS-CF-AMOUNT (WS-CF-USED)
069975         MOVE AUD-INDEX TO WS-CF-TO-INDEX (WS-CF-USED)
069980     END-IF.
069985 1320-EXIT.
069990     EXIT.
069995
070000*****************************************************************
070100*  2000-BUILD-TONIGHT - SORT INPUT PROCEDURE.  APPLY THE DAY'S  *
070200*  MAINTENANCE, THEN BROWSE THE WHOLE MASTER FOR PAYMENTS.      *
070300*****************************************************************
070400 2000-BUILD-TONIGHT.
070500     PERFORM 2100-APPLY-ONE-MAINT THRU 2100-EXIT
070600         UNTIL WS-MAINT-EOF OR WS-RUN-FATAL.
070700     IF WS-RUN-FATAL
070800         GO TO 2000-EXIT
070900     END-IF.
071000     MOVE LOW-VALUES TO FD-SORD-KEY.
071100     START SORD-FILE KEY IS NOT LESS THAN FD-SORD-KEY
071200         INVALID KEY
071300             SET WS-SORD-EOF TO TRUE
071400     END-START.
071500     PERFORM 3000-PROCESS-ONE-INSTRUCTION THRU 3000-EXIT
071600         UNTIL WS-SORD-EOF OR WS-RUN-FATAL.
071700 2000-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100*  2100-APPLY-ONE-MAINT - EDIT ONE MAINTENANCE RECORD AND ROUTE *
072200*  IT TO ITS SET-UP, CHANGE OR CANCEL PARAGRAPH.  A REJECTED    *
072300*  RECORD IS REPORTED TO ITS BRANCH AND ENDS THE RUN RC 8.      *
072400*****************************************************************
072500 2100-APPLY-ONE-MAINT.
072600     READ MAINT-FILE
072700         AT END
072800             SET WS-MAINT-EOF TO TRUE
072900             GO TO 2100-EXIT
073000     END-READ.
073100     IF NOT WS-MAINT-OK
073200         DISPLAY "MAINTENANCE FILE READ ERROR - STATUS "
073300                 WS-MAINT-STATUS
073400         MOVE 16 TO RETURN-CODE
073500         SET WS-RUN-FATAL TO TRUE
073600         GO TO 2100-EXIT
073700     END-IF.
073800     ADD 1 TO WS-MAINT-READ.
073900     MOVE SPACES TO WS-MAINT-REASON.
074000     PERFORM 2150-CHECK-OPERATOR THRU 2150-EXIT.
074100     IF WS-OPER-NOT-FOUND
074200         MOVE "OPERATOR NOT ON MASTER" TO WS-MAINT-REASON
074300     END-IF.
074400     IF WS-MAINT-REASON = SPACES
074500         IF SOMT-FROM-INDEX-N IS NOT NUMERIC
074600            OR SOMT-FROM-INDEX-N = ZERO
074700            OR SOMT-SEQ-N IS NOT NUMERIC
074800             MOVE "INSTRUCTION KEY INVALID" TO WS-MAINT-REASON
074900         END-IF
075000     END-IF.
075100     IF WS-MAINT-REASON NOT = SPACES
075200         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
075300         GO TO 2100-EXIT
075400     END-IF.
075500     EVALUATE TRUE
075600         WHEN SOMT-SET-UP
075700             PERFORM 2200-SET-UP-INSTRUCTION THRU 2200-EXIT
075800         WHEN SOMT-CHANGE
075900             PERFORM 2300-CHANGE-INSTRUCTION THRU 2300-EXIT
076000         WHEN SOMT-CANCEL
076100             PERFORM 2400-CANCEL-INSTRUCTION THRU 2400-EXIT
076200         WHEN OTHER
076300             MOVE "INVALID MAINTENANCE CODE" TO WS-MAINT-REASON
076400             PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
076500     END-EVALUATE.
076600 2100-EXIT.
076700     EXIT.
076800
076900 2150-CHECK-OPERATOR.
077000     SET WS-OPER-NOT-FOUND TO TRUE.
077100     PERFORM 2160-CHECK-ONE-OPERATOR THRU 2160-EXIT
077200         VARYING WS-OT-IDX FROM 1 BY 1
077300         UNTIL WS-OT-IDX > WS-OT-USED
077400            OR WS-OPER-FOUND.
077500 2150-EXIT.
077600     EXIT.
077700
077800 2160-CHECK-ONE-OPERATOR.
077900     IF WS-OT-ID (WS-OT-IDX) = SOMT-OPERATOR
078000         SET WS-OPER-FOUND TO TRUE
078100     END-IF.
078200 2160-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*  2200-SET-UP-INSTRUCTION - ADD A NEW ACTIVE INSTRUCTION.      *
078700*  EVERY FIELD IS REQUIRED EXCEPT THE END DATE, AND THE DAY FOR *
078800*  A SPECIFIC-DAY INSTRUCTION; THE KEY MUST NOT BE ON FILE.     *
078900*****************************************************************
079000 2200-SET-UP-INSTRUCTION.
079100     MOVE SOMT-KEY TO FD-SORD-KEY.
079200     READ SORD-FILE INTO WS-SORD-RECORD
079300         INVALID KEY
079400             CONTINUE
079500         NOT INVALID KEY
079600             MOVE "INSTRUCTION ALREADY ON FILE"
079700                 TO WS-MAINT-REASON
079800     END-READ.
079900     IF NOT WS-STORD-OK AND NOT WS-STORD-NOT-FOUND
080000         DISPLAY "STANDING ORDER FILE READ ERROR - STATUS "
080100                 WS-STORD-STATUS
080200         MOVE 16 TO RETURN-CODE
080300         SET WS-RUN-FATAL TO TRUE
080400         GO TO 2200-EXIT
080500     END-IF.
080600     IF WS-MAINT-REASON = SPACES
080700         IF SOMT-TO-INDEX = SPACES OR SOMT-AMOUNT = SPACES
080800            OR SOMT-FREQUENCY = SPACES
080900            OR SOMT-START-DATE = SPACES OR SOMT-BRANCH = SPACES
081000             MOVE "REQUIRED FIELD MISSING" TO WS-MAINT-REASON
081100         END-IF
081200     END-IF.
081300     IF WS-MAINT-REASON = SPACES
081400         IF SOMT-DAY = SPACES AND SOMT-FREQUENCY NOT = "S"
081500             MOVE "PAYMENT DAY MISSING" TO WS-MAINT-REASON
081600         END-IF
081700     END-IF.
081800     IF WS-MAINT-REASON NOT = SPACES
081900         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
082000         GO TO 2200-EXIT
082100     END-IF.
082200     MOVE SPACES TO WS-SORD-RECORD.
082300     MOVE SOMT-KEY TO WS-SORD-KEY.
082400     MOVE ZERO TO WS-SORD-AMOUNT.
082500     MOVE ZERO TO WS-SORD-DAY.
082600     MOVE ZERO TO WS-SORD-START-DATE.
082700     MOVE ZERO TO WS-SORD-END-DATE.
082800     MOVE ZERO TO WS-SORD-LAST-DUE.
082900     MOVE ZERO TO WS-SORD-GEN-DATE.
083000     MOVE ZERO TO WS-SORD-RETRY-DUE.
083100     MOVE ZERO TO WS-SORD-RETRY-COUNT.
083200     SET WS-SORD-ACTIVE TO TRUE.
083300     PERFORM 2500-OVERLAY-KEYED-FIELDS THRU 2500-EXIT.
083400     IF WS-MAINT-REASON = SPACES
083500         PERFORM 2600-EDIT-INSTRUCTION THRU 2600-EXIT
083600     END-IF.
083700     IF WS-MAINT-REASON NOT = SPACES
083800         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
083900         GO TO 2200-EXIT
084000     END-IF.
084100     MOVE SOMT-OPERATOR TO WS-SORD-MAINT-OPERATOR.
084200     MOVE WS-RUN-DATE   TO WS-SORD-MAINT-DATE.
084300     WRITE FD-SORD-RECORD FROM WS-SORD-RECORD
084400         INVALID KEY
084500             DISPLAY "STANDING ORDER FILE WRITE ERROR "
084600                     WS-SORD-KEY
084700             MOVE 16 TO RETURN-CODE
084800             SET WS-RUN-FATAL TO TRUE
084900             GO TO 2200-EXIT
085000     END-WRITE.
085100     ADD 1 TO WS-MAINT-APPLIED.
085200     MOVE "SET UP" TO WS-EVT-EVENT.
085300     PERFORM 2950-RELEASE-MAINT-DONE THRU 2950-EXIT.
085400 2200-EXIT.
085500     EXIT.
085600
085700*****************************************************************
085800*  2300-CHANGE-INSTRUCTION - REPLACE THE FIELDS KEYED NON-BLANK *
085900*  ON AN ACTIVE INSTRUCTION.  A TRANSFER STILL AWAITING ITS     *
086000*  AUDIT CONFIRMATION IS SETTLED FIRST, AT THE AMOUNT IT WAS    *
086100*  GENERATED FOR; A PAYMENT IN RETRY IS RETRIED ON THE CHANGED  *
086200*  TERMS.                                                       *
086300*****************************************************************
086400 2300-CHANGE-INSTRUCTION.
086500     PERFORM 2700-READ-FOR-UPDATE THRU 2700-EXIT.
086600     IF WS-RUN-FATAL
086700         GO TO 2300-EXIT
086800     END-IF.
086900     IF WS-MAINT-REASON NOT = SPACES
087000         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
087100         GO TO 2300-EXIT
087200     END-IF.
087300     PERFORM 3100-CONFIRM-IF-PENDING THRU 3100-EXIT.
087400     IF WS-SORD-CHANGED
087500         PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
087600         IF WS-RUN-FATAL
087700             GO TO 2300-EXIT
087800         END-IF
087900     END-IF.
088000     PERFORM 2500-OVERLAY-KEYED-FIELDS THRU 2500-EXIT.
088100     IF WS-MAINT-REASON = SPACES
088200         PERFORM 2600-EDIT-INSTRUCTION THRU 2600-EXIT
088300     END-IF.
088400     IF WS-MAINT-REASON NOT = SPACES
088500         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
088600         GO TO 2300-EXIT
088700     END-IF.
088800     MOVE SOMT-OPERATOR TO WS-SORD-MAINT-OPERATOR.
088900     MOVE WS-RUN-DATE   TO WS-SORD-MAINT-DATE.
089000     PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT.
089100     IF WS-RUN-FATAL
089200         GO TO 2300-EXIT
089300     END-IF.
089400     ADD 1 TO WS-MAINT-APPLIED.
089500     MOVE "CHANGED" TO WS-EVT-EVENT.
089600     PERFORM 2950-RELEASE-MAINT-DONE THRU 2950-EXIT.
089700 2300-EXIT.
089800     EXIT.
089900
090000*****************************************************************
090100*  2400-CANCEL-INSTRUCTION - STOP AN ACTIVE INSTRUCTION.  IT    *
090200*  STAYS ON FILE AS "C" FOR ENQUIRIES; ANY PENDING TRANSFER IS  *
090300*  SETTLED FIRST AND ANY PAYMENT IN RETRY IS DROPPED.           *
090400*****************************************************************
090500 2400-CANCEL-INSTRUCTION.
090600     PERFORM 2700-READ-FOR-UPDATE THRU 2700-EXIT.
090700     IF WS-RUN-FATAL
090800         GO TO 2400-EXIT
090900     END-IF.
091000     IF WS-MAINT-REASON NOT = SPACES
091100         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
091200         GO TO 2400-EXIT
091300     END-IF.
091400     PERFORM 3100-CONFIRM-IF-PENDING THRU 3100-EXIT.
091500     SET WS-SORD-CANCELLED TO TRUE.
091600     MOVE ZERO TO WS-SORD-GEN-DATE.
091700     MOVE ZERO TO WS-SORD-RETRY-DUE.
091800     MOVE ZERO TO WS-SORD-RETRY-COUNT.
091900     MOVE SOMT-OPERATOR TO WS-SORD-MAINT-OPERATOR.
092000     MOVE WS-RUN-DATE   TO WS-SORD-MAINT-DATE.
092100     PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT.
092200     IF WS-RUN-FATAL
092300         GO TO 2400-EXIT
092400     END-IF.
092500     ADD 1 TO WS-MAINT-APPLIED.
092600     MOVE "CANCELLED" TO WS-EVT-EVENT.
092700     PERFORM 2950-RELEASE-MAINT-DONE THRU 2950-EXIT.
092800 2400-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200*  2500-OVERLAY-KEYED-FIELDS - MOVE EVERY NON-BLANK MAINTENANCE *
093300*  FIELD ONTO THE WORKING INSTRUCTION, REJECTING ONE THAT IS    *
093400*  NOT NUMERIC WHERE IT MUST BE.                                *
093500*****************************************************************
093600 2500-OVERLAY-KEYED-FIELDS.
093700     SET WS-START-NOT-KEYED TO TRUE.
093800     IF SOMT-TO-INDEX NOT = SPACES
093900         MOVE SOMT-TO-INDEX TO WS-SORD-TO-INDEX
094000     END-IF.
094100     IF SOMT-AMOUNT NOT = SPACES
094200         IF SOMT-AMOUNT-N IS NUMERIC
094300             MOVE SOMT-AMOUNT-N TO WS-SORD-AMOUNT
094400         ELSE
094500             MOVE "AMOUNT NOT NUMERIC" TO WS-MAINT-REASON
094600             GO TO 2500-EXIT
094700         END-IF
094800     END-IF.
094900     IF SOMT-FREQUENCY NOT = SPACES
095000         MOVE SOMT-FREQUENCY TO WS-SORD-FREQUENCY
095100     END-IF.
095200     IF SOMT-DAY NOT = SPACES
095300         IF SOMT-DAY-N IS NUMERIC
095400             MOVE SOMT-DAY-N TO WS-SORD-DAY
095500         ELSE
095600             MOVE "PAYMENT DAY NOT NUMERIC" TO WS-MAINT-REASON
095700             GO TO 2500-EXIT
095800         END-IF
095900     END-IF.
096000     IF SOMT-START-DATE NOT = SPACES
096100         IF SOMT-START-DATE-N IS NUMERIC
096200             MOVE SOMT-START-DATE-N TO WS-SORD-START-DATE
096300             SET WS-START-KEYED TO TRUE
096400         ELSE
096500             MOVE "START DATE NOT NUMERIC" TO WS-MAINT-REASON
096600             GO TO 2500-EXIT
096700         END-IF
096800     END-IF.
096900     IF SOMT-END-DATE NOT = SPACES
097000         IF SOMT-END-DATE-N IS NUMERIC
097100             MOVE SOMT-END-DATE-N TO WS-SORD-END-DATE
097200         ELSE
097300             MOVE "END DATE NOT NUMERIC" TO WS-MAINT-REASON
097400             GO TO 2500-EXIT
097500         END-IF
097600     END-IF.
097700     IF SOMT-BRANCH NOT = SPACES
097800         MOVE SOMT-BRANCH TO WS-SORD-BRANCH
097900     END-IF.
098000 2500-EXIT.
098100     EXIT.
098200
098300*****************************************************************
098400*  2600-EDIT-INSTRUCTION - EDIT THE INSTRUCTION AS IT WILL BE   *
098500*  STORED: BOTH ACCOUNTS ON THE MASTER AND NOT DELETED, A       *
098600*  POSITIVE AMOUNT IN THE APPROVED RANGE, A VALID FREQUENCY AND *
098700*  DAY, REAL DATES (A NEWLY KEYED START DATE NOT BEFORE         *
098800*  TONIGHT, THE END DATE NOT BEFORE THE START) AND A VALID      *
098810*  BRANCH.                                                      *
098900*****************************************************************
099000 2600-EDIT-INSTRUCTION.
099100     IF WS-SORD-TO-INDEX IS NOT NUMERIC
099200        OR WS-SORD-TO-INDEX = ZEROS
099300         MOVE "TO-INDEX INVALID" TO WS-MAINT-REASON
099400         GO TO 2600-EXIT
099500     END-IF.
099600     IF WS-SORD-TO-INDEX = WS-SORD-FROM-INDEX
099700         MOVE "TRANSFER TO SAME ACCOUNT" TO WS-MAINT-REASON
099800         GO TO 2600-EXIT
099900     END-IF.
100000     IF WS-SORD-AMOUNT NOT > ZERO
100100        OR WS-SORD-AMOUNT > WS-BAL-MAX
100200         MOVE "AMOUNT OUT OF RANGE" TO WS-MAINT-REASON
100300         GO TO 2600-EXIT
100400     END-IF.
100500     EVALUATE TRUE
100600         WHEN WS-SORD-WEEKLY
100700             IF WS-SORD-DAY < 1 OR WS-SORD-DAY > 7
100800                 MOVE "WEEKDAY MUST BE 1-7" TO WS-MAINT-REASON
100900             END-IF
101000         WHEN WS-SORD-MONTHLY
101100             IF WS-SORD-DAY < 1 OR WS-SORD-DAY > 31
101200                 MOVE "DAY OF MONTH MUST BE 1-31"
101300                     TO WS-MAINT-REASON
101400             END-IF
101500         WHEN WS-SORD-SPECIFIC-DAY
101600             MOVE ZERO TO WS-SORD-DAY
101700         WHEN OTHER
101800             MOVE "FREQUENCY MUST BE W, M OR S" TO WS-MAINT-REASON
101900     END-EVALUATE.
102000     IF WS-MAINT-REASON NOT = SPACES
102100         GO TO 2600-EXIT
102200     END-IF.
102300     MOVE "D"                TO WS-DTP-FUNCTION.
102400     MOVE WS-SORD-START-DATE TO WS-DTP-DATE.
102500     CALL "DATEPROG" USING WS-DATE-PARM.
102600     IF WS-DTP-INVALID
102700         MOVE "START DATE INVALID" TO WS-MAINT-REASON
102800         GO TO 2600-EXIT
102900     END-IF.
103000     IF WS-START-KEYED AND WS-SORD-START-DATE < WS-RUN-DATE
103100         MOVE "START DATE IN THE PAST" TO WS-MAINT-REASON
103200         GO TO 2600-EXIT
103300     END-IF.
103400     IF WS-SORD-END-DATE NOT = ZERO
103500         MOVE WS-SORD-END-DATE TO WS-DTP-DATE
103600         CALL "DATEPROG" USING WS-DATE-PARM
103700         IF WS-DTP-INVALID
103800             MOVE "END DATE INVALID" TO WS-MAINT-REASON
103900             GO TO 2600-EXIT
104000         END-IF
104100         IF WS-SORD-END-DATE < WS-SORD-START-DATE
104200             MOVE "END DATE BEFORE START DATE" TO WS-MAINT-REASON
104300             GO TO 2600-EXIT
104400         END-IF
104500     END-IF.
104600     SET WS-BRANCH-NOT-FOUND TO TRUE.
104700     PERFORM 2610-CHECK-ONE-BRANCH THRU 2610-EXIT
104800         VARYING WS-BRCH-IDX FROM 1 BY 1
104900         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT
105000            OR WS-BRANCH-FOUND.
105100     IF WS-BRANCH-NOT-FOUND
105200         MOVE "BRANCH NOT ON BRANCH TABLE" TO WS-MAINT-REASON
105300         GO TO 2600-EXIT
105400     END-IF.
105500     MOVE WS-SORD-FROM-INDEX TO FD-VSAM-INDEX.
105600     READ VSAM-FILE INTO WS-VSAM-RECORD
105700         INVALID KEY
105800             MOVE "FROM ACCOUNT NOT ON MASTER" TO WS-MAINT-REASON
105900             GO TO 2600-EXIT
106000     END-READ.
106100     IF WS-VSAM-INACTIVE
106200         MOVE "FROM ACCOUNT DELETED" TO WS-MAINT-REASON
106300         GO TO 2600-EXIT
106400     END-IF.
106500     MOVE WS-SORD-TO-INDEX TO FD-VSAM-INDEX.
106600     READ VSAM-FILE INTO WS-VSAM-RECORD
106700         INVALID KEY
106800             MOVE "TO ACCOUNT NOT ON MASTER" TO WS-MAINT-REASON
106900             GO TO 2600-EXIT
107000     END-READ.
107100     IF WS-VSAM-INACTIVE
107200         MOVE "TO ACCOUNT DELETED" TO WS-MAINT-REASON
107300     END-IF.
107400 2600-EXIT.
107500     EXIT.
107600
107700 2610-CHECK-ONE-BRANCH.
107800     IF WS-BRCH-CODE (WS-BRCH-IDX) = WS-SORD-BRANCH
107900         SET WS-BRANCH-FOUND TO TRUE
108000     END-IF.
108100 2610-EXIT.
108200     EXIT.
108300
108400*****************************************************************
108500*  2700-READ-FOR-UPDATE - FETCH THE INSTRUCTION A CHANGE OR     *
108600*  CANCEL NAMES; IT MUST BE ON FILE AND STILL ACTIVE.           *
108700*****************************************************************
108800 2700-READ-FOR-UPDATE.
108900     SET WS-SORD-UNCHANGED TO TRUE.
109000     MOVE SOMT-KEY TO FD-SORD-KEY.
109100     READ SORD-FILE INTO WS-SORD-RECORD
109200         INVALID KEY
109300             MOVE "INSTRUCTION NOT ON FILE" TO WS-MAINT-REASON
109400             GO TO 2700-EXIT
109500     END-READ.
109600     IF NOT WS-STORD-OK
109700         DISPLAY "STANDING ORDER FILE READ ERROR - STATUS "
109800                 WS-STORD-STATUS
109900         MOVE 16 TO RETURN-CODE
110000         SET WS-RUN-FATAL TO TRUE
110100         GO TO 2700-EXIT
110200     END-IF.
110300     IF NOT WS-SORD-ACTIVE
110400         MOVE "INSTRUCTION NOT ACTIVE" TO WS-MAINT-REASON
110500     END-IF.
110600 2700-EXIT.
110700     EXIT.
110800
110900 2800-REWRITE-INSTRUCTION.
111000     REWRITE FD-SORD-RECORD FROM WS-SORD-RECORD
111100         INVALID KEY
111200             DISPLAY "STANDING ORDER FILE REWRITE ERROR "
111300                     WS-SORD-KEY
111400             MOVE 16 TO RETURN-CODE
111500             SET WS-RUN-FATAL TO TRUE
111600     END-REWRITE.
111700 2800-EXIT.
111800     EXIT.
111900
112000*****************************************************************
112100*  2900-REJECT-MAINT - REPORT A REJECTED MAINTENANCE RECORD TO  *
112200*  THE BRANCH KEYED ON IT (THE BATCH BRANCH IF NONE WAS KEYED). *
112300*****************************************************************
112400 2900-REJECT-MAINT.
112500     ADD 1 TO WS-MAINT-REJECTED.
112600     SET WS-RUN-WARNING TO TRUE.
112900     MOVE SOMT-BRANCH TO WS-EVT-BRANCH.
113000     IF WS-EVT-BRANCH = SPACES
113100         MOVE WS-BATCH-BRANCH TO WS-EVT-BRANCH
113200     END-IF.
113300     MOVE SOMT-KEY      TO WS-EVT-KEY.
113400     MOVE SOMT-TO-INDEX TO WS-EVT-TO-INDEX.
113500     IF SOMT-AMOUNT-N IS NUMERIC
113600         MOVE SOMT-AMOUNT-N TO WS-EVT-AMOUNT
113700     ELSE
113800         MOVE ZERO TO WS-EVT-AMOUNT
113900     END-IF.
114000     MOVE "REJECTED"      TO WS-EVT-EVENT.
114100     MOVE WS-MAINT-REASON TO WS-EVT-REASON.
114200     PERFORM 4000-RELEASE-EVENT THRU 4000-EXIT.
114300 2900-EXIT.
114400     EXIT.
114500
114600 2950-RELEASE-MAINT-DONE.
114700     MOVE SOMT-OPERATOR  TO WS-OPRS-ID.
114800     MOVE WS-OPER-REASON TO WS-EVT-REASON.
114900     PERFORM 4100-RELEASE-SORD-EVENT THRU 4100-EXIT.
115000 2950-EXIT.
115100     EXIT.
115200
115300*****************************************************************
115400*  3000-PROCESS-ONE-INSTRUCTION - FETCH THE NEXT INSTRUCTION    *
115500*  AND, IF IT IS ACTIVE, CONFIRM LAST NIGHT'S TRANSFER, PAY     *
115600*  WHAT IS DUE OR STILL IN RETRY, AND RETIRE IT WHEN IT HAS RUN *
115700*  ITS COURSE.  AN INSTRUCTION ALREADY GENERATED TONIGHT (A     *
115800*  RERUN) IS ONLY WRITTEN TO THE BATCH AGAIN.                   *
115900*****************************************************************
116000 3000-PROCESS-ONE-INSTRUCTION.
116100     READ SORD-FILE NEXT RECORD INTO WS-SORD-RECORD
116200         AT END
116300             SET WS-SORD-EOF TO TRUE
116400             GO TO 3000-EXIT
116500     END-READ.
116600     IF NOT WS-STORD-OK
116700         DISPLAY "STANDING ORDER FILE READ ERROR - STATUS "
116800                 WS-STORD-STATUS
116900         MOVE 16 TO RETURN-CODE
117000         SET WS-RUN-FATAL TO TRUE
117100         GO TO 3000-EXIT
117200     END-IF.
117300     ADD 1 TO WS-SORD-READ.
117400     IF NOT WS-SORD-ACTIVE
117500         GO TO 3000-EXIT
117600     END-IF.
117700     SET WS-SORD-UNCHANGED TO TRUE.
117800     IF WS-SORD-GEN-DATE = WS-RUN-DATE
117900         PERFORM 3800-WRITE-TRANSFER THRU 3800-EXIT
118000         MOVE "GENERATED" TO WS-EVT-EVENT
118100         MOVE "RERUN - SAME PROCESSING DATE" TO WS-EVT-REASON
118200         PERFORM 4100-RELEASE-SORD-EVENT THRU 4100-EXIT
118300         GO TO 3000-EXIT
118400     END-IF.
118500     PERFORM 3100-CONFIRM-IF-PENDING THRU 3100-EXIT.
118600     PERFORM 3300-FIND-DUE-DATE THRU 3300-EXIT.
118700     IF WS-DUE-DATE > ZERO AND WS-DUE-DATE > WS-SORD-LAST-DUE
118800         IF WS-SORD-RETRY-DUE > ZERO
118900             MOVE "NOT PAID" TO WS-EVT-EVENT
119000             MOVE "OVERTAKEN BY NEXT PAYMENT" TO WS-EVT-REASON
119100             PERFORM 3650-GIVE-UP-PAYMENT THRU 3650-EXIT
119200         END-IF
119300         MOVE WS-DUE-DATE TO WS-SORD-LAST-DUE
119400         SET WS-SORD-CHANGED TO TRUE
119500         PERFORM 3400-ATTEMPT-PAYMENT THRU 3400-EXIT
119600     ELSE
119700         IF WS-SORD-RETRY-DUE > ZERO
119800             PERFORM 3400-ATTEMPT-PAYMENT THRU 3400-EXIT
119900         END-IF
120000     END-IF.
120100     IF WS-RUN-FATAL
120200         GO TO 3000-EXIT
120300     END-IF.
120400     PERFORM 3700-CHECK-END-OF-LIFE THRU 3700-EXIT.
120500     IF WS-SORD-CHANGED
120600         PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
120700     END-IF.
120800 3000-EXIT.
120900     EXIT.
121000
121100*****************************************************************
121200*  3100-CONFIRM-IF-PENDING - A TRANSFER GENERATED ON AN EARLIER *
121300*  NIGHT MUST APPEAR ON THE AUDIT TRAIL AS A "STORD" POSTING    *
121400*  FROM THE SAME ACCOUNT TO THE SAME TO-INDEX FOR THE SAME      *
121500*  AMOUNT, DATED THE NIGHT IT WAS GENERATED OR THE DAY AFTER    *
121600*  (A STREAM THAT RAN PAST MIDNIGHT).  IF IT DOES THE PAYMENT   *
121630*  IS COMPLETE; IF NOT, MAINPROG REFUSED IT AND IT GOES INTO    *
121660*  RETRY.                                                       *
121700 3100-CONFIRM-IF-PENDING.
121800     IF WS-SORD-GEN-DATE = ZERO
121900        OR WS-SORD-GEN-DATE NOT < WS-RUN-DATE
122000         GO TO 3100-EXIT
122100     END-IF.
122110     MOVE "D"              TO WS-DTP-FUNCTION.
122120     MOVE WS-SORD-GEN-DATE TO WS-DTP-DATE.
122130     CALL "DATEPROG" USING WS-DATE-PARM.
122140     MOVE WS-DTP-DAY-NUMBER TO WS-GEN-DAY-FIRST.
122150     COMPUTE WS-GEN-DAY-LAST = WS-GEN-DAY-FIRST + 1.
122200     SET WS-SORD-CHANGED TO TRUE.
122300     MOVE ZERO TO WS-SORD-GEN-DATE.
122400     MOVE ZERO TO WS-CF-FOUND.
122500     PERFORM 3110-MATCH-ONE-CONFIRMATION THRU 3110-EXIT
122600         VARYING WS-CF-IDX FROM 1 BY 1
122700         UNTIL WS-CF-IDX > WS-CF-USED
122800            OR WS-CF-FOUND > ZERO.
122900     IF WS-CF-FOUND > ZERO
123000         MOVE "Y" TO WS-CF-TAKEN (WS-CF-FOUND)
123100         MOVE ZERO TO WS-SORD-RETRY-DUE
123200         MOVE ZERO TO WS-SORD-RETRY-COUNT
123300         ADD 1 TO WS-CONFIRMED-COUNT
123400         GO TO 3100-EXIT
123500     END-IF.
123600     MOVE "NOT POSTED BY MAINPROG" TO WS-FAIL-REASON.
123700     PERFORM 3600-RECORD-FAILURE THRU 3600-EXIT.
123800 3100-EXIT.
123900     EXIT.
124000
124100 3110-MATCH-ONE-CONFIRMATION.
124200     IF WS-CF-INDEX (WS-CF-IDX) = WS-SORD-FROM-INDEX
124250        AND WS-CF-TO-INDEX (WS-CF-IDX) = WS-SORD-TO-INDEX
124300        AND WS-CF-AMOUNT (WS-CF-IDX) = WS-SORD-AMOUNT
124330        AND WS-CF-DAY-NUMBER (WS-CF-IDX) NOT < WS-GEN-DAY-FIRST
124360        AND WS-CF-DAY-NUMBER (WS-CF-IDX) NOT > WS-GEN-DAY-LAST
124400        AND NOT WS-CF-IS-TAKEN (WS-CF-IDX)
124500         MOVE WS-CF-IDX TO WS-CF-FOUND
124600     END-IF.
124700 3110-EXIT.
124800     EXIT.
124900
125000*****************************************************************
125100*  3300-FIND-DUE-DATE - THE LATEST SCHEDULED PAYMENT DATE NOT   *
125200*  AFTER TONIGHT (OR THE END DATE, IF EARLIER) AND NOT BEFORE   *
125300*  THE START DATE; ZERO IF THERE IS NONE.  A NIGHT THE RUN DID  *
125400*  NOT HAPPEN IS CAUGHT UP ON THE NEXT ONE.                     *
125500*****************************************************************
125600 3300-FIND-DUE-DATE.
125700     MOVE ZERO TO WS-DUE-DATE.
125800     MOVE WS-RUN-DATE TO WS-REF-DATE.
125900     IF WS-SORD-END-DATE > ZERO
126000        AND WS-SORD-END-DATE < WS-REF-DATE
126100         MOVE WS-SORD-END-DATE TO WS-REF-DATE
126200     END-IF.
126300     IF WS-REF-DATE < WS-SORD-START-DATE
126400         GO TO 3300-EXIT
126500     END-IF.
126600     EVALUATE TRUE
126700         WHEN WS-SORD-WEEKLY
126800             PERFORM 3310-DUE-WEEKLY THRU 3310-EXIT
126900         WHEN WS-SORD-MONTHLY
127000             PERFORM 3320-DUE-MONTHLY THRU 3320-EXIT
127100         WHEN WS-SORD-SPECIFIC-DAY
127200             MOVE WS-SORD-START-DATE TO WS-DUE-DATE
127300     END-EVALUATE.
127400     IF WS-DUE-DATE < WS-SORD-START-DATE
127500         MOVE ZERO TO WS-DUE-DATE
127600     END-IF.
127700 3300-EXIT.
127800     EXIT.
127900
128000 3310-DUE-WEEKLY.
128100     MOVE "D"         TO WS-DTP-FUNCTION.
128200     MOVE WS-REF-DATE TO WS-DTP-DATE.
128300     CALL "DATEPROG" USING WS-DATE-PARM.
128400     COMPUTE WS-BACK-DAYS = WS-DTP-WEEKDAY - WS-SORD-DAY.
128500     IF WS-BACK-DAYS < ZERO
128600         ADD 7 TO WS-BACK-DAYS
128700     END-IF.
128800     SUBTRACT WS-BACK-DAYS FROM WS-DTP-DAY-NUMBER.
128900     MOVE "N" TO WS-DTP-FUNCTION.
129000     CALL "DATEPROG" USING WS-DATE-PARM.
129100     MOVE WS-DTP-DATE TO WS-DUE-DATE.
129200 3310-EXIT.
129300     EXIT.
129400
129500 3320-DUE-MONTHLY.
129600     MOVE "D"         TO WS-DTP-FUNCTION.
129700     MOVE WS-REF-DATE TO WS-DTP-DATE.
129800     CALL "DATEPROG" USING WS-DATE-PARM.
129900     MOVE WS-SORD-DAY TO WS-EFFECTIVE-DAY.
130000     IF WS-EFFECTIVE-DAY > WS-DTP-MONTH-DAYS
130100         MOVE WS-DTP-MONTH-DAYS TO WS-EFFECTIVE-DAY
130200     END-IF.
130300     IF WS-EFFECTIVE-DAY NOT > WS-DTP-DAY
130400         MOVE WS-EFFECTIVE-DAY TO WS-DTP-DAY
130500         MOVE WS-DTP-DATE TO WS-DUE-DATE
130600         GO TO 3320-EXIT
130700     END-IF.
130800     IF WS-DTP-MONTH = 1
130900         MOVE 12 TO WS-DTP-MONTH
131000         SUBTRACT 1 FROM WS-DTP-YEAR
131100     ELSE
131200         SUBTRACT 1 FROM WS-DTP-MONTH
131300     END-IF.
131400     MOVE 1 TO WS-DTP-DAY.
131500     CALL "DATEPROG" USING WS-DATE-PARM.
131600     MOVE WS-SORD-DAY TO WS-EFFECTIVE-DAY.
131700     IF WS-EFFECTIVE-DAY > WS-DTP-MONTH-DAYS
131800         MOVE WS-DTP-MONTH-DAYS TO WS-EFFECTIVE-DAY
131900     END-IF.
132000     MOVE WS-EFFECTIVE-DAY TO WS-DTP-DAY.
132100     MOVE WS-DTP-DATE TO WS-DUE-DATE.
132200 3320-EXIT.
132300     EXIT.
132400
132500*****************************************************************
132600*  3400-ATTEMPT-PAYMENT - PRE-CHECK THE TRANSFER AGAINST THE    *
132700*  CUSTOMER MASTER THE WAY MAINPROG WILL EDIT IT, ALLOWING FOR  *
132800*  WHAT THIS ACCOUNT HAS ALREADY COMMITTED TONIGHT.  A PASS IS  *
132900*  WRITTEN TO THE BATCH; A FAILURE GOES INTO RETRY.             *
133000*****************************************************************
133100 3400-ATTEMPT-PAYMENT.
133200     SET WS-SORD-CHANGED TO TRUE.
133300     PERFORM 3450-PRE-CHECK-PAYMENT THRU 3450-EXIT.
133400     IF WS-RUN-FATAL
133500         GO TO 3400-EXIT
133600     END-IF.
133700     IF WS-FAIL-REASON NOT = SPACES
133800         PERFORM 3600-RECORD-FAILURE THRU 3600-EXIT
133900         GO TO 3400-EXIT
134000     END-IF.
134100     PERFORM 3800-WRITE-TRANSFER THRU 3800-EXIT.
134200     MOVE WS-RUN-DATE TO WS-SORD-GEN-DATE.
134300     MOVE "GENERATED" TO WS-EVT-EVENT.
134400     MOVE WS-SORD-LAST-DUE TO WS-DURS-DATE.
134500     MOVE SPACES TO WS-DURS-RETRY-TEXT.
134600     MOVE ZERO TO WS-DURS-RETRY-COUNT.
134700     IF WS-SORD-RETRY-DUE > ZERO
134800         MOVE WS-SORD-RETRY-DUE TO WS-DURS-DATE
134900         MOVE " ON RETRY " TO WS-DURS-RETRY-TEXT
135000         MOVE WS-SORD-RETRY-COUNT TO WS-DURS-RETRY-COUNT
135100     END-IF.
135200     MOVE WS-DUE-REASON TO WS-EVT-REASON.
135300     PERFORM 4100-RELEASE-SORD-EVENT THRU 4100-EXIT.
135400 3400-EXIT.
135500     EXIT.
135600
135700 3450-PRE-CHECK-PAYMENT.
135800     MOVE SPACES TO WS-FAIL-REASON.
135900     MOVE WS-SORD-FROM-INDEX TO FD-VSAM-INDEX.
136000     READ VSAM-FILE INTO WS-VSAM-RECORD
136100         INVALID KEY
136200             MOVE "FROM ACCOUNT NOT ON MASTER" TO WS-FAIL-REASON
136300             GO TO 3450-EXIT
136400     END-READ.
136500     IF NOT WS-VSAM-OK
136600         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
136700         MOVE 16 TO RETURN-CODE
136800         SET WS-RUN-FATAL TO TRUE
136900         GO TO 3450-EXIT
137000     END-IF.
137100     IF WS-VSAM-INACTIVE
137200         MOVE "FROM ACCOUNT DELETED" TO WS-FAIL-REASON
137300         GO TO 3450-EXIT
137400     END-IF.
137500     IF WS-VSAM-HELD
137600         MOVE "FROM ACCOUNT ON HOLD" TO WS-FAIL-REASON
137700         GO TO 3450-EXIT
137800     END-IF.
137900     IF WS-VSAM-BALANCE IS NOT NUMERIC
138000         MOVE "FROM BALANCE NOT NUMERIC" TO WS-FAIL-REASON
138100         GO TO 3450-EXIT
138200     END-IF.
138300     MOVE WS-VSAM-BALANCE TO WS-AVAILABLE.
138400     IF WS-SORD-FROM-INDEX = WS-COMMIT-INDEX
138500         SUBTRACT WS-COMMIT-AMOUNT FROM WS-AVAILABLE
138600     END-IF.
138700     IF WS-AVAILABLE < WS-SORD-AMOUNT
138800         MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
138900         GO TO 3450-EXIT
139000     END-IF.
139100     MOVE WS-SORD-TO-INDEX TO FD-VSAM-INDEX.
139200     READ VSAM-FILE INTO WS-VSAM-RECORD
139300         INVALID KEY
139400             MOVE "TO ACCOUNT NOT ON MASTER" TO WS-FAIL-REASON
139500             GO TO 3450-EXIT
139600     END-READ.
139700     IF NOT WS-VSAM-OK
139800         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
139900         MOVE 16 TO RETURN-CODE
140000         SET WS-RUN-FATAL TO TRUE
140100         GO TO 3450-EXIT
140200     END-IF.
140300     IF WS-VSAM-INACTIVE
140400         MOVE "TO ACCOUNT DELETED" TO WS-FAIL-REASON
140500         GO TO 3450-EXIT
140600     END-IF.
140700     IF WS-VSAM-BALANCE IS NUMERIC
140800         COMPUTE WS-TO-BALANCE =
140900             WS-VSAM-BALANCE + WS-SORD-AMOUNT
141000         IF WS-TO-BALANCE > WS-BAL-MAX
141100             MOVE "TO ACCOUNT WOULD EXCEED RANGE"
141200                 TO WS-FAIL-REASON
141300         END-IF
141400     END-IF.
141500 3450-EXIT.
141600     EXIT.
141700
141800*****************************************************************
141900*  3600-RECORD-FAILURE - A PAYMENT THAT COULD NOT BE MADE.  IT  *
142000*  STAYS IN RETRY UNTIL THE RETRY DAYS HAVE PASSED SINCE ITS    *
142100*  DUE DATE, THEN IT IS GIVEN UP AND REPORTED "NOT PAID".       *
142200*****************************************************************
142300 3600-RECORD-FAILURE.
142400     SET WS-SORD-CHANGED TO TRUE.
142500     IF WS-SORD-RETRY-DUE = ZERO
142600         MOVE WS-SORD-LAST-DUE TO WS-SORD-RETRY-DUE
142700     END-IF.
142800     IF WS-SORD-RETRY-COUNT < 99
142900         ADD 1 TO WS-SORD-RETRY-COUNT
143000     END-IF.
143100     MOVE "D"               TO WS-DTP-FUNCTION.
143200     MOVE WS-SORD-RETRY-DUE TO WS-DTP-DATE.
143300     CALL "DATEPROG" USING WS-DATE-PARM.
143400     COMPUTE WS-DAYS-ELAPSED =
143500         WS-RUN-DAY-NUMBER - WS-DTP-DAY-NUMBER.
143600     IF WS-DTP-INVALID OR WS-DAYS-ELAPSED NOT < WS-RETRY-DAYS
143700         MOVE "NOT PAID"     TO WS-EVT-EVENT
143800         MOVE WS-FAIL-REASON TO WS-EVT-REASON
143900         PERFORM 3650-GIVE-UP-PAYMENT THRU 3650-EXIT
144000         GO TO 3600-EXIT
144100     END-IF.
144200     ADD 1 TO WS-RETRYING-COUNT.
144300     MOVE WS-SORD-RETRY-COUNT TO WS-RTEV-COUNT.
144400     MOVE WS-RETRY-EVENT      TO WS-EVT-EVENT.
144500     MOVE WS-FAIL-REASON      TO WS-EVT-REASON.
144600     PERFORM 4100-RELEASE-SORD-EVENT THRU 4100-EXIT.
144700 3600-EXIT.
144800     EXIT.
144900
145000 3650-GIVE-UP-PAYMENT.
145100     ADD 1 TO WS-NOT-PAID-COUNT.
145200     SET WS-RUN-WARNING TO TRUE.
145500     PERFORM 4100-RELEASE-SORD-EVENT THRU 4100-EXIT.
145600     MOVE ZERO TO WS-SORD-RETRY-DUE.
145700     MOVE ZERO TO WS-SORD-RETRY-COUNT.
145800     SET WS-SORD-CHANGED TO TRUE.
145900 3650-EXIT.
146000     EXIT.
146100
146200*****************************************************************
146300*  3700-CHECK-END-OF-LIFE - WITH NOTHING GENERATED OR IN RETRY, *
146400*  A SPECIFIC-DAY INSTRUCTION THAT HAS COME DUE, OR ANY         *
146500*  INSTRUCTION WHOSE END DATE HAS BEEN REACHED, HAS RUN ITS     *
146600*  COURSE AND IS MARKED ENDED.                                  *
146700*****************************************************************
146800 3700-CHECK-END-OF-LIFE.
146900     IF WS-SORD-GEN-DATE > ZERO OR WS-SORD-RETRY-DUE > ZERO
147000         GO TO 3700-EXIT
147100     END-IF.
147200     IF WS-SORD-SPECIFIC-DAY AND WS-SORD-LAST-DUE > ZERO
147300         CONTINUE
147400     ELSE
147500         IF WS-SORD-END-DATE = ZERO
147600            OR WS-SORD-END-DATE > WS-RUN-DATE
147700             GO TO 3700-EXIT
147800         END-IF
147900     END-IF.
148000     SET WS-SORD-ENDED TO TRUE.
148100     SET WS-SORD-CHANGED TO TRUE.
148200     ADD 1 TO WS-ENDED-COUNT.
148300     MOVE "ENDED" TO WS-EVT-EVENT.
148400     MOVE "INSTRUCTION COMPLETE" TO WS-EVT-REASON.
148500     PERFORM 4100-RELEASE-SORD-EVENT THRU 4100-EXIT.
148600 3700-EXIT.
148700     EXIT.
148800
148900*****************************************************************
149000*  3800-WRITE-TRANSFER - ONE "X" TRANSFER UNDER OPERATOR        *
149100*  "STORD" FOR THE INSTRUCTION, COUNTED INTO THE TRAILER BY THE *
149200*  SAME HASH RULE BTCHPROG PROVES AGAINST (AN "X" ADDS).        *
149300*****************************************************************
149400 3800-WRITE-TRANSFER.
149500     MOVE SPACES             TO WS-TRAN-RECORD.
149600     MOVE "X"                TO WS-TRAN-OPERATION.
149700     MOVE WS-SORD-FROM-INDEX TO WS-TRAN-INDEX-NUM.
149800     MOVE WS-SORD-AMOUNT     TO WS-TRAN-BALANCE-N.
149900     MOVE WS-SORD-BRANCH     TO WS-TRAN-BRANCH.
150000     MOVE WS-STORD-OPERATOR  TO WS-TRAN-OPERATOR.
150100     MOVE WS-SORD-TO-INDEX   TO WS-TRAN-TO-INDEX.
150200     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
150300     ADD 1 TO WS-TRAN-COUNT.
150400     ADD 1 TO WS-GENERATED-COUNT.
150500     ADD WS-SORD-AMOUNT TO WS-NET-AMOUNT.
150600     IF WS-SORD-FROM-INDEX = WS-COMMIT-INDEX
150700         ADD WS-SORD-AMOUNT TO WS-COMMIT-AMOUNT
150800     ELSE
150900         MOVE WS-SORD-FROM-INDEX TO WS-COMMIT-INDEX
151000         MOVE WS-SORD-AMOUNT     TO WS-COMMIT-AMOUNT
151100     END-IF.
151200 3800-EXIT.
151300     EXIT.
151400
151500*****************************************************************
151600*  4000-RELEASE-EVENT - PASS ONE REPORTED EVENT TO THE SORT.    *
151700*  4100 LOADS IT FROM THE WORKING INSTRUCTION FIRST.            *
151800*****************************************************************
151900 4000-RELEASE-EVENT.
152000     ADD 1 TO WS-RELEASE-SEQ.
152100     MOVE WS-EVT-BRANCH   TO SW-BRANCH.
152200     MOVE WS-EVT-KEY      TO SW-KEY.
152300     MOVE WS-RELEASE-SEQ  TO SW-SEQ.
152400     MOVE WS-EVT-TO-INDEX TO SW-TO-INDEX.
152500     MOVE WS-EVT-AMOUNT   TO SW-AMOUNT.
152600     MOVE WS-EVT-EVENT    TO SW-EVENT.
152700     MOVE WS-EVT-REASON   TO SW-REASON.
152800     RELEASE SW-RECORD.
152900 4000-EXIT.
153000     EXIT.
153100
153200 4100-RELEASE-SORD-EVENT.
153300     MOVE WS-SORD-BRANCH   TO WS-EVT-BRANCH.
153400     IF WS-EVT-BRANCH = SPACES
153500         MOVE WS-BATCH-BRANCH TO WS-EVT-BRANCH
153600     END-IF.
153700     MOVE WS-SORD-KEY      TO WS-EVT-KEY.
153800     MOVE WS-SORD-TO-INDEX TO WS-EVT-TO-INDEX.
153900     MOVE WS-SORD-AMOUNT   TO WS-EVT-AMOUNT.
154000     PERFORM 4000-RELEASE-EVENT THRU 4000-EXIT.
154100 4100-EXIT.
154200     EXIT.
154300
154400*****************************************************************
154500*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE STANDING-ORDER   *
154600*  RUN.                                                         *
154700*****************************************************************
154800 5000-PRINT-SUMMARY.
154900     DISPLAY "===== STANDING ORDER RUN SUMMARY =====".
155000     DISPLAY "PROCESSING DATE . . . . . . : " WS-RUN-DATE.
155100     DISPLAY "BATCH NUMBER  . . . . . . . : " WS-BATCH-NUMBER.
155200     DISPLAY "AUDIT IMAGES READ . . . . . : " WS-AUDIT-READ.
155300     DISPLAY "MAINTENANCE RECORDS READ  . : " WS-MAINT-READ.
155400     DISPLAY "MAINTENANCE APPLIED . . . . : " WS-MAINT-APPLIED.
155500     DISPLAY "MAINTENANCE REJECTED  . . . : " WS-MAINT-REJECTED.
155600     DISPLAY "INSTRUCTIONS READ . . . . . : " WS-SORD-READ.
155700     DISPLAY "PAYMENTS CONFIRMED  . . . . : " WS-CONFIRMED-COUNT.
155800     DISPLAY "TRANSFERS GENERATED . . . . : " WS-GENERATED-COUNT.
155900     DISPLAY "PAYMENTS IN RETRY . . . . . : " WS-RETRYING-COUNT.
156000     DISPLAY "PAYMENTS NOT PAID . . . . . : " WS-NOT-PAID-COUNT.
156100     DISPLAY "INSTRUCTIONS ENDED  . . . . : " WS-ENDED-COUNT.
156200     DISPLAY "HASHED NET AMOUNT . . . . . : " WS-NET-AMOUNT.
156300 5000-EXIT.
156400     EXIT.
156500
156600*****************************************************************
156700*  5100-WRITE-TRAILER - COUNT AND HASHED NET AMOUNT FOR         *
156800*  BTCHPROG'S COMPLETENESS PROOF.                               *
156900*****************************************************************
157000 5100-WRITE-TRAILER.
157100     MOVE SPACES          TO WS-TRAN-RECORD.
157200     MOVE "T"             TO WS-TRAN-OPERATION.
157300     MOVE WS-BATCH-NUMBER TO WS-TRAN-BCH-NUMBER.
157400     MOVE WS-BATCH-BRANCH TO WS-TRAN-BCH-BRANCH.
157500     MOVE WS-TRAN-COUNT   TO WS-TRAN-BCH-COUNT.
157600     MOVE WS-NET-AMOUNT   TO WS-TRAN-BCH-NET.
157700     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
157800 5100-EXIT.
157900     EXIT.
158000
158100 5900-WRITE-BATCH-RECORD.
158200     WRITE BATCH-RECORD FROM WS-TRAN-RECORD.
158300     IF NOT WS-BATCH-OK
158400         DISPLAY "BATCH OUTPUT WRITE ERROR - STATUS "
158500                 WS-BATCH-STATUS
158600         MOVE 16 TO RETURN-CODE
158700         SET WS-RUN-FATAL TO TRUE
158800     END-IF.
158900 5900-EXIT.
159000     EXIT.
159100
159200*****************************************************************
159300*  6000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  ONE SECTION PER  *
159400*  BRANCH, EACH CLOSED BY ITS ITEM COUNT AND GENERATED TOTAL.   *
159500*****************************************************************
159600 6000-PRINT-REPORT.
159700     PERFORM 6100-RETURN-ONE-EVENT THRU 6100-EXIT
159800         UNTIL WS-SORT-EOF.
159900     PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT.
160000     IF WS-GRAND-ITEMS = ZERO
160100         MOVE WS-BATCH-BRANCH TO WS-PREV-BRANCH
160200         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
160300     END-IF.
160400     MOVE SPACES TO REPORT-LINE.
160500     WRITE REPORT-LINE.
160600     MOVE WS-GRAND-ITEMS TO GCNT-COUNT.
160700     MOVE GRAND-COUNT-LINE TO REPORT-LINE.
160800     WRITE REPORT-LINE.
160900 6000-EXIT.
161000     EXIT.
161100
161200 6100-RETURN-ONE-EVENT.
161300     RETURN SORT-WORK-FILE INTO WS-SORT-REC
161400         AT END
161500             SET WS-SORT-EOF TO TRUE
161600             GO TO 6100-EXIT
161700     END-RETURN.
161800     IF WS-SRT-BRANCH NOT = WS-PREV-BRANCH
161900         PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT
162000         MOVE WS-SRT-BRANCH TO WS-PREV-BRANCH
162100         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
162200     END-IF.
162300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
162400         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
162500     END-IF.
162600     MOVE WS-SRT-FROM-INDEX TO DTL-FROM-INDEX.
162700     MOVE WS-SRT-SEQ-NO     TO DTL-SEQ.
162800     MOVE WS-SRT-TO-INDEX   TO DTL-TO-INDEX.
162900     MOVE WS-SRT-AMOUNT     TO DTL-AMOUNT.
163000     MOVE WS-SRT-EVENT      TO DTL-EVENT.
163100     MOVE WS-SRT-REASON     TO DTL-REASON.
163200     MOVE DETAIL-LINE TO REPORT-LINE.
163300     WRITE REPORT-LINE.
163400     ADD 1 TO WS-LINE-COUNT.
163500     ADD 1 TO WS-BRANCH-ITEMS.
163600     ADD 1 TO WS-GRAND-ITEMS.
163700     IF WS-SRT-EVENT = "GENERATED"
163800         ADD WS-SRT-AMOUNT TO WS-BRANCH-GEN-TOTAL
163900     END-IF.
164000 6100-EXIT.
164100     EXIT.
164200
164300 6200-WRITE-HEADINGS.
164400     ADD 1 TO WS-PAGE-COUNT.
164500     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
164600     MOVE WS-PREV-BRANCH TO HDG1-BRANCH.
164700     MOVE WS-RUN-DATE TO HDG1-DATE.
164800     MOVE SPACES TO HDG1-BRANCH-NAME.
164900     PERFORM 6250-FIND-BRANCH-NAME THRU 6250-EXIT
165000         VARYING WS-BRCH-IDX FROM 1 BY 1
165100         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
165200     MOVE HDG1-LINE TO REPORT-LINE.
165300     WRITE REPORT-LINE.
165400     MOVE HDG2-LINE TO REPORT-LINE.
165500     WRITE REPORT-LINE.
165600     MOVE SPACES TO REPORT-LINE.
165700     WRITE REPORT-LINE.
165800     MOVE ZERO TO WS-LINE-COUNT.
165900 6200-EXIT.
166000     EXIT.
166100
166200 6250-FIND-BRANCH-NAME.
166300     IF WS-BRCH-CODE (WS-BRCH-IDX) = WS-PREV-BRANCH
166400         MOVE WS-BRCH-NAME (WS-BRCH-IDX) TO HDG1-BRANCH-NAME
166500     END-IF.
166600 6250-EXIT.
166700     EXIT.
166800
166900*****************************************************************
167000*  6600-CLOSE-BRANCH - ITEM COUNT AND GENERATED TOTAL FOR THE   *
167100*  BRANCH JUST PRINTED.  NOTHING IS WRITTEN BEFORE THE FIRST.   *
167200*****************************************************************
167300 6600-CLOSE-BRANCH.
167400     IF WS-PREV-BRANCH = LOW-VALUES
167500         GO TO 6600-EXIT
167600     END-IF.
167700     MOVE SPACES TO REPORT-LINE.
167800     WRITE REPORT-LINE.
167900     MOVE WS-BRANCH-ITEMS TO BCNT-COUNT.
168000     MOVE BRCH-COUNT-LINE TO REPORT-LINE.
168100     WRITE REPORT-LINE.
168200     MOVE WS-BRANCH-GEN-TOTAL TO BTOT-TOTAL.
168300     MOVE BRCH-TOTAL-LINE TO REPORT-LINE.
168400     WRITE REPORT-LINE.
168500     ADD 3 TO WS-LINE-COUNT.
168600     MOVE ZERO TO WS-BRANCH-ITEMS.
168700     MOVE ZERO TO WS-BRANCH-GEN-TOTAL.
168800 6600-EXIT.
168900     EXIT.
169000
169100 9000-TERMINATE.
169200     CLOSE VSAM-FILE.
169300     CLOSE SORD-FILE.
169400     CLOSE MAINT-FILE.
169500     CLOSE BATCH-FILE.
169600     CLOSE REPORT-FILE.
169700 9000-EXIT.
169800     EXIT.
