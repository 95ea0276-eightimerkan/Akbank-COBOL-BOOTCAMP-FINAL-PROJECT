000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MONIPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-09-18.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-18  RSK       INITIAL VERSION.                       *
001020*  2026-10-15  RSK       THE RUN'S RC 8 IS NOW HELD IN A        *
001040*                        WARNING SWITCH AND SET AT THE END OF   *
001060*                        THE RUN - DATEPROG RESET IT TO ZERO.   *
001100*****************************************************************
001200*
001300*  MONIPROG IS COMPLIANCE'S CASH-STRUCTURING AND UNUSUAL-
001400*  ACTIVITY MONITOR.  AUDTFILE IS THE MONITORING WINDOW - AS
001500*  MANY AUDIT GENERATIONS AS COMPLIANCE WANTS TO LOOK BACK
001600*  OVER, CONCATENATED OLDEST FIRST (SEE MONIPROG.JCL).  EVERY
001700*  "P" DEPOSIT, "W" WITHDRAWAL AND "X" TRANSFER IMAGE IS TAKEN
001800*  WITH ITS AMOUNT (NEW MINUS OLD IMAGE BALANCE), ITS OPERATOR
001900*  AND, FOR A TRANSFER, THE INDEX AT THE OTHER END (THE FROM
002000*  AND TO IMAGES OF ONE TRANSFER ARE WRITTEN BACK TO BACK);
002100*  AN IMAGE THAT TAKES AN ACCOUNT OUT OF DORMANT ("M") STATUS
002200*  IS MARKED AS A REACTIVATION.  THE IMAGES ARE SORTED BY
002300*  ACCOUNT AND TIME AND EACH ACCOUNT IS TESTED AGAINST THE
002400*  RULES ON THE PARAMETER FILE:
002500*    SP  SPLITTING - AT LEAST COUNT DEPOSITS (OR, SEPARATELY,
002600*        WITHDRAWALS) EACH UNDER THE THRESHOLD, WITHIN THE DAY
002700*        WINDOW, TOGETHER AT OR ABOVE THE THRESHOLD (CASE SD/SW)
002800*    XB  BACK AND FORTH - AT LEAST COUNT "X" TRANSFERS BETWEEN
002900*        THE SAME TWO INDEXES, IN BOTH DIRECTIONS, WITHIN THE
003000*        DAY WINDOW, MOVING AT LEAST THE THRESHOLD IN ALL
003100*    DR  REACTIVATION - AT LEAST COUNT MOVEMENTS OF THE
003200*        THRESHOLD OR MORE WITHIN THE DAY WINDOW FROM THE DAY
003300*        A DORMANT ACCOUNT WAS REACTIVATED
003400*  EACH CASE IS LISTED UNDER THE ACCOUNT'S BRANCH WITH EVERY
003500*  TRIGGERING POSTING AND THE OPERATOR WHO ENTERED IT, AND IS
003600*  APPENDED TO THE CUMULATIVE CASE FILE (CASEFILE, SEE
003700*  CASEREC).  A CASE ALREADY ON THAT FILE IS NOT RAISED AGAIN
003800*  UNLESS NEWER POSTINGS HAVE JOINED THE ACTIVITY, SO AN
003900*  OVERLAPPING WINDOW ON THE NEXT RUN DOES NOT REPEAT IT.  A
004000*  TRANSFER PAIR IS RAISED ONCE, ON THE LOWER OF THE TWO
004100*  INDEXES.  NO OTHER FILE IS CHANGED.
004200*
004300*  PARAMETER FILE (MONIPARM), ONE CARD PER RULE: RULE CODE
004400*  (COLS 1-2), THRESHOLD (COLS 3-14, 9999999999V99), DAY
004500*  WINDOW (COLS 15-17, 1 = SAME DAY) AND COUNT (COLS 18-20,
004600*  ZERO = 2 FOR SP/XB, 1 FOR DR).  A CARD WITH "*" IN COLUMN 1
004700*  IS A COMMENT.  A RULE WITHOUT A CARD IS NOT APPLIED.
004800*
004900*  RC 8 MEANS A RULE WAS NOT APPLIED, AN IMAGE WAS UNUSABLE OR
005000*  AN ACCOUNT HAD MORE POSTINGS THAN THE ACCOUNT TABLE HOLDS
005100*  (SEE THE JOB LOG); RC 16 MEANS A FILE COULD NOT BE OPENED,
005200*  READ OR WRITTEN, OR THE PARAMETER FILE WAS UNUSABLE.
005300*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT PARM-FILE ASSIGN TO "MONIPARM"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-PARM-STATUS.
006000
006100     SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-AUDIT-STATUS.
006400
006500     SELECT CASE-FILE ASSIGN TO "CASEFILE"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-CASE-STATUS.
006800
006900     SELECT CASE-WORK-FILE ASSIGN TO "CASEWORK"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-CWORK-STATUS.
007200
007300     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
007400
007500     SELECT CASE-SORT-FILE ASSIGN TO "SORTWORK".
007600
007700     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-REPORT-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300*****************************************************************
008400*  MONITORING RULE PARAMETERS - ONE CARD PER RULE.              *
008500*****************************************************************
008600 FD  PARM-FILE
008700     RECORD CONTAINS 80 CHARACTERS
008800     LABEL RECORDS ARE STANDARD.
008900 01  PARM-RECORD.
009000     05  PARM-RULE              PIC X(02).
009100     05  PARM-THRESHOLD         PIC X(12).
009200     05  PARM-THRESHOLD-N REDEFINES PARM-THRESHOLD
009300                                PIC 9(10)V99.
009400     05  PARM-DAYS              PIC X(03).
009500     05  PARM-DAYS-N REDEFINES PARM-DAYS
009600                                PIC 9(03).
009700     05  PARM-COUNT             PIC X(03).
009800     05  PARM-COUNT-N REDEFINES PARM-COUNT
009900                                PIC 9(03).
010000     05  FILLER                 PIC X(60).
010100
010200*****************************************************************
010300*  AUDIT TRAIL - SAME LAYOUT MAINPROG WRITES (SEE AUDITREC).    *
010400*****************************************************************
010500 FD  AUDIT-FILE
010600     RECORD CONTAINS 152 CHARACTERS
010700     LABEL RECORDS ARE STANDARD.
010800     COPY AUDITREC REPLACING ==:PFX:== BY ====.
010900
011000*****************************************************************
011100*  CUMULATIVE CASE FILE - READ AT START, EXTENDED AS CASES      *
011200*  ARE PRINTED (SEE CASEREC).                                   *
011300*****************************************************************
011400 FD  CASE-FILE
011500     RECORD CONTAINS 100 CHARACTERS
011600     LABEL RECORDS ARE STANDARD.
011700     COPY CASEREC REPLACING ==:PFX:== BY ==FD-==.
011800
011900*****************************************************************
012000*  CASE WORK FILE - THE CASES RAISED THIS RUN, ONE HEADER AND   *
012100*  ONE LINE PER TRIGGERING POSTING, RE-SORTED BY BRANCH FOR     *
012200*  THE LISTING.                                                 *
012300*****************************************************************
012400 FD  CASE-WORK-FILE
012500     RECORD CONTAINS 150 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700 01  CASE-WORK-RECORD           PIC X(150).
012800
012900*****************************************************************
013000*  SORT WORK FILE - ONE ENTRY PER SELECTED IMAGE, KEYED ON      *
013100*  ACCOUNT, AUDIT DATE AND TIME AND ARRIVAL SEQUENCE.           *
013200*****************************************************************
013300 SD  SORT-WORK-FILE.
013400 01  SW-RECORD.
013500     05  SW-INDEX               PIC X(08).
013600     05  SW-DATE                PIC 9(08).
013700     05  SW-TIME                PIC 9(08).
013800     05  SW-SEQ                 PIC 9(08).
013900     05  SW-DAY-NUMBER          PIC 9(07).
014000     05  SW-OPERATION           PIC X(01).
014100     05  SW-OPERATOR            PIC X(05).
014200     05  SW-AMOUNT              PIC S9(11)V99.
014300     05  SW-OTHER-INDEX         PIC X(08).
014400     05  SW-REACTIVATED         PIC X(01).
014500     05  SW-BRANCH              PIC X(02).
014600     05  SW-NAME                PIC X(15).
014700     05  SW-SURNAME             PIC X(15).
014800
014900*****************************************************************
015000*  CASE SORT FILE - THE CASE WORK FILE BY BRANCH, CASE AND      *
015100*  LINE (THE HEADER IS LINE ZERO).                              *
015200*****************************************************************
015300 SD  CASE-SORT-FILE.
015400 01  SC-RECORD.
015500     05  SC-BRANCH              PIC X(02).
015600     05  SC-CASE-NUMBER         PIC 9(08).
015700     05  SC-LINE-SEQ            PIC 9(04).
015800     05  FILLER                 PIC X(136).
015900
016000*****************************************************************
016100*  PRINTED CASE LISTING.                                        *
016200*****************************************************************
016300 FD  REPORT-FILE
016400     RECORD CONTAINS 80 CHARACTERS
016500     LABEL RECORDS ARE STANDARD.
016600 01  REPORT-LINE                PIC X(80).
016700
016800 WORKING-STORAGE SECTION.
016900*****************************************************************
017000*  RULE PARAMETERS AS LOADED FROM MONIPARM                      *
017100*****************************************************************
017200 01  WS-SP-SWITCH               PIC X(01) VALUE "N".
017300     88  WS-SP-ON                   VALUE "Y".
017400 01  WS-SP-THRESHOLD            PIC 9(10)V99 VALUE ZERO.
017500 01  WS-SP-DAYS                 PIC 9(03) VALUE ZERO.
017600 01  WS-SP-COUNT                PIC 9(03) VALUE ZERO.
017700
017800 01  WS-XB-SWITCH               PIC X(01) VALUE "N".
017900     88  WS-XB-ON                   VALUE "Y".
018000 01  WS-XB-THRESHOLD            PIC 9(10)V99 VALUE ZERO.
018100 01  WS-XB-DAYS                 PIC 9(03) VALUE ZERO.
018200 01  WS-XB-COUNT                PIC 9(03) VALUE ZERO.
018300
018400 01  WS-DR-SWITCH               PIC X(01) VALUE "N".
018500     88  WS-DR-ON                   VALUE "Y".
018600 01  WS-DR-THRESHOLD            PIC 9(10)V99 VALUE ZERO.
018700 01  WS-DR-DAYS                 PIC 9(03) VALUE ZERO.
018800 01  WS-DR-COUNT                PIC 9(03) VALUE ZERO.
018900
019000 01  WS-RUN-DATE                PIC 9(08).
019100
019200*****************************************************************
019300*  CALENDAR SUBROUTINE PARAMETERS (AUDIT DATE TO DAY NUMBER)    *
019400*****************************************************************
019500 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
019600
019700*****************************************************************
019800*  DECODED AUDIT IMAGES, AND THE "X" FROM-SIDE IMAGE HELD       *
019900*  BACK UNTIL ITS TO-SIDE IMAGE SHOWS WHERE THE MONEY WENT.     *
020000*****************************************************************
020100 COPY VSAMREC REPLACING ==:PFX:== BY ==OLD-==.
020200 COPY VSAMREC REPLACING ==:PFX:== BY ==NEW-==.
020300
020400 01  WS-ENTRY.
020500     05  WS-ENT-INDEX           PIC X(08).
020600     05  WS-ENT-DATE            PIC 9(08).
020700     05  WS-ENT-TIME            PIC 9(08).
020800     05  WS-ENT-SEQ             PIC 9(08).
020900     05  WS-ENT-DAY-NUMBER      PIC 9(07).
021000     05  WS-ENT-OPERATION       PIC X(01).
021100     05  WS-ENT-OPERATOR        PIC X(05).
021200     05  WS-ENT-AMOUNT          PIC S9(11)V99.
021300     05  WS-ENT-OTHER-INDEX     PIC X(08).
021400     05  WS-ENT-REACTIVATED     PIC X(01).
021500     05  WS-ENT-BRANCH          PIC X(02).
021600     05  WS-ENT-NAME            PIC X(15).
021700     05  WS-ENT-SURNAME         PIC X(15).
021800
021900 01  WS-HELD-ENTRY.
022000     05  WS-HELD-INDEX          PIC X(08).
022100     05  FILLER                 PIC X(50).
022200     05  WS-HELD-OTHER-INDEX    PIC X(08).
022300     05  FILLER                 PIC X(33).
022400 01  WS-HELD-SWITCH             PIC X(01) VALUE "N".
022500     88  WS-HELD-PRESENT            VALUE "Y".
022600     88  WS-HELD-EMPTY              VALUE "N".
022700 01  WS-HELD-AMOUNT             PIC S9(11)V99.
022800
022900*****************************************************************
023000*  ONE ACCOUNT'S POSTINGS IN TIME ORDER, AS RETURNED FROM       *
023100*  THE SORT, WITH A TRIGGER FLAG PER POSTING FOR THE CASE       *
023200*  BEING BUILT.                                                 *
023300*****************************************************************
023400 01  WS-SORT-REC.
023500     05  WS-SRT-INDEX           PIC X(08).
023600     05  WS-SRT-DATE            PIC 9(08).
023700     05  WS-SRT-TIME            PIC 9(08).
023800     05  WS-SRT-SEQ             PIC 9(08).
023900     05  WS-SRT-DAY-NUMBER      PIC 9(07).
024000     05  WS-SRT-OPERATION       PIC X(01).
024100     05  WS-SRT-OPERATOR        PIC X(05).
024200     05  WS-SRT-AMOUNT          PIC S9(11)V99.
024300     05  WS-SRT-OTHER-INDEX     PIC X(08).
024400     05  WS-SRT-REACTIVATED     PIC X(01).
024500     05  WS-SRT-BRANCH          PIC X(02).
024600     05  WS-SRT-NAME            PIC X(15).
024700     05  WS-SRT-SURNAME         PIC X(15).
024800
024900 01  WS-ACCOUNT-INDEX           PIC X(08) VALUE LOW-VALUES.
025000 01  WS-ACCOUNT-BRANCH          PIC X(02).
025100 01  WS-ACCOUNT-NAME            PIC X(15).
025200 01  WS-ACCOUNT-SURNAME         PIC X(15).
025300 01  WS-ACCOUNT-FULL-SWITCH     PIC X(01) VALUE "N".
025400     88  WS-ACCOUNT-FULL            VALUE "Y".
025500
025600 01  WS-PT-MAX                  PIC 9(04) COMP VALUE 1000.
025700 01  WS-PT-USED                 PIC 9(04) COMP VALUE ZERO.
025800 01  WS-POSTING-TABLE.
025900     05  WS-PT-ENTRY OCCURS 1000 TIMES.
026000         10  WS-PT-DATE         PIC 9(08).
026100         10  WS-PT-TIME         PIC 9(08).
026200         10  WS-PT-DAY-NUMBER   PIC 9(07).
026300         10  WS-PT-OPERATION    PIC X(01).
026400         10  WS-PT-OPERATOR     PIC X(05).
026500         10  WS-PT-AMOUNT       PIC S9(11)V99.
026600         10  WS-PT-OTHER-INDEX  PIC X(08).
026700         10  WS-PT-REACTIVATED  PIC X(01).
026800         10  WS-PT-TRIGGER      PIC X(01).
026900
027000*****************************************************************
027100*  RULE EVALUATION WORK FIELDS                                  *
027200*****************************************************************
027300 01  WS-PT-I                    PIC 9(04) COMP.
027400 01  WS-PT-J                    PIC 9(04) COMP.
027500 01  WS-PT-K                    PIC 9(04) COMP.
027600 01  WS-SPLIT-OPERATION         PIC X(01).
027700 01  WS-TEST-RULE               PIC X(02).
027800 01  WS-TEST-OTHER              PIC X(08).
027900 01  WS-WIN-COUNT               PIC 9(04) COMP.
028000 01  WS-WIN-OUT                 PIC 9(04) COMP.
028100 01  WS-WIN-IN                  PIC 9(04) COMP.
028200 01  WS-WIN-TOTAL               PIC 9(12)V99 COMP-3.
028300 01  WS-ABS-AMOUNT              PIC 9(11)V99.
028400 01  WS-DAY-GAP                 PIC S9(07) COMP-3.
028500 01  WS-TRIGGER-COUNT           PIC 9(04) COMP.
028600 01  WS-SEEN-SWITCH             PIC X(01).
028700     88  WS-OTHER-SEEN              VALUE "Y".
028800     88  WS-OTHER-NOT-SEEN          VALUE "N".
028900 01  WS-PASS-SWITCH             PIC X(01) VALUE "C".
029000     88  WS-COUNT-PASS              VALUE "C".
029100     88  WS-MARK-PASS               VALUE "M".
029200
029300*****************************************************************
029400*  CASES ALREADY RAISED - ONE ENTRY PER RULE, ACCOUNT AND       *
029500*  COUNTERPARTY WITH THE LAST POSTING REPORTED, LOADED FROM     *
029600*  THE CUMULATIVE CASE FILE AND KEPT UP TO DATE THIS RUN.       *
029700*****************************************************************
029800 COPY CASEREC REPLACING ==:PFX:== BY ==WS-==.
029900
030000 01  WS-CT-MAX                  PIC 9(05) COMP VALUE 20000.
030100 01  WS-CT-USED                 PIC 9(05) COMP VALUE ZERO.
030200 01  WS-CT-IDX                  PIC 9(05) COMP.
030300 01  WS-CT-FOUND                PIC 9(05) COMP.
030400 01  WS-CASE-TABLE.
030500     05  WS-CT-ENTRY OCCURS 20000 TIMES.
030600         10  WS-CT-RULE         PIC X(02).
030700         10  WS-CT-INDEX        PIC X(08).
030800         10  WS-CT-OTHER-INDEX  PIC X(08).
030900         10  WS-CT-LAST-STAMP   PIC 9(16).
031000 01  WS-LAST-CASE-NUMBER        PIC 9(08) VALUE ZERO.
031100 01  WS-CASE-LINE-SEQ           PIC 9(04) COMP.
031200
031300*****************************************************************
031400*  CASE WORK RECORD - HEADER AND POSTING VIEWS                  *
031500*****************************************************************
031600 01  WS-CWORK-REC.
031700     05  WS-CW-BRANCH           PIC X(02).
031800     05  WS-CW-CASE-NUMBER      PIC 9(08).
031900     05  WS-CW-LINE-SEQ         PIC 9(04).
032000     05  WS-CW-DATA             PIC X(136).
032100     05  WS-CW-HEADER REDEFINES WS-CW-DATA.
032200         10  WS-CW-CASE         PIC X(100).
032300         10  WS-CW-NAME         PIC X(15).
032400         10  WS-CW-SURNAME      PIC X(15).
032500         10  FILLER             PIC X(06).
032600     05  WS-CW-POSTING REDEFINES WS-CW-DATA.
032700         10  WS-CW-DATE         PIC 9(08).
032800         10  WS-CW-TIME         PIC 9(08).
032900         10  WS-CW-OPERATION    PIC X(01).
033000         10  WS-CW-OPERATOR     PIC X(05).
033100         10  WS-CW-AMOUNT       PIC S9(11)V99.
033200         10  WS-CW-OTHER-INDEX  PIC X(08).
033300         10  WS-CW-REACTIVATED  PIC X(01).
033400         10  FILLER             PIC X(92).
033500
033600*****************************************************************
033700*  RELEASE AND CONTROL TOTALS                                   *
033800*****************************************************************
033900 01  WS-RELEASE-SEQ             PIC 9(08) COMP VALUE ZERO.
034000 01  WS-IMAGES-READ             PIC 9(08) COMP VALUE ZERO.
034100 01  WS-IMAGES-SELECTED         PIC 9(08) COMP VALUE ZERO.
034200 01  WS-IMAGES-UNUSABLE         PIC 9(06) COMP VALUE ZERO.
034300 01  WS-ACCOUNTS-EXAMINED       PIC 9(08) COMP VALUE ZERO.
034400 01  WS-ACCOUNTS-TRUNCATED      PIC 9(06) COMP VALUE ZERO.
034500 01  WS-CASES-RAISED            PIC 9(06) COMP VALUE ZERO.
034600 01  WS-CASES-SUPPRESSED        PIC 9(06) COMP VALUE ZERO.
034700 01  WS-CASES-ON-FILE           PIC 9(08) COMP VALUE ZERO.
034800 01  WS-BRANCH-CASE-COUNT       PIC 9(06) COMP VALUE ZERO.
034900
035000*****************************************************************
035100*  PAGE AND LINE CONTROL, WITH THE VALID-BRANCH TABLE FOR THE   *
035200*  PAGE CAPTION (SAME TECHNIQUE AS STMTPROG).                   *
035300*****************************************************************
035400 COPY BRCHTAB REPLACING ==:PFX:== BY ==WS-==.
035500
035600 01  WS-BRCH-IDX                PIC 9(02) COMP.
035700 01  WS-PAGE-COUNT              PIC 9(04) COMP VALUE ZERO.
035800 01  WS-LINE-COUNT              PIC 9(02) COMP VALUE ZERO.
035900 01  WS-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
036000 01  WS-PREV-BRANCH             PIC X(02) VALUE LOW-VALUES.
036100
036200 01  WS-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
036300     88  WS-PARM-EOF                VALUE "Y".
036400
036500 01  WS-CASE-EOF-SWITCH         PIC X(01) VALUE "N".
036600     88  WS-CASE-EOF                VALUE "Y".
036700
036800 01  WS-AUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
036900     88  WS-AUDIT-EOF               VALUE "Y".
037000
037100 01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
037200     88  WS-SORT-EOF                VALUE "Y".
037300
037400 01  WS-CSORT-EOF-SWITCH        PIC X(01) VALUE "N".
037500     88  WS-CSORT-EOF               VALUE "Y".
037600
037700 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
037800     88  WS-RUN-OK                  VALUE "N".
037900     88  WS-RUN-FATAL               VALUE "Y".
038000
038020 01  WS-WARNING-SWITCH          PIC X(01) VALUE "N".
038040     88  WS-RUN-WARNING             VALUE "Y".
038060
038100*****************************************************************
038200*  FILE STATUS                                                  *
038300*****************************************************************
038400 01  WS-PARM-STATUS             PIC X(02).
038500     88  WS-PARM-OK                 VALUE "00".
038600
038700 01  WS-AUDIT-STATUS            PIC X(02).
038800     88  WS-AUDIT-OK                VALUE "00".
038900
039000 01  WS-CASE-STATUS             PIC X(02).
039100     88  WS-CASE-OK                 VALUE "00".
039200
039300 01  WS-CWORK-STATUS            PIC X(02).
039400     88  WS-CWORK-OK                VALUE "00".
039500
039600 01  WS-REPORT-STATUS           PIC X(02).
039700     88  WS-REPORT-OK               VALUE "00".
039800
039900*****************************************************************
040000*  CASE LISTING LINES                                           *
040100*****************************************************************
040200 01  HDG1-LINE.
040300     05  FILLER                 PIC X(01) VALUE SPACE.
040400     05  FILLER                 PIC X(24)
040500                                 VALUE "UNUSUAL ACTIVITY CASES".
040600     05  FILLER                 PIC X(07) VALUE "BRANCH ".
040700     05  HDG1-BRANCH            PIC X(02).
040800     05  FILLER                 PIC X(01) VALUE SPACE.
040900     05  HDG1-BRANCH-NAME       PIC X(15).
041000     05  FILLER                 PIC X(01) VALUE SPACE.
041100     05  FILLER                 PIC X(04) VALUE "RUN ".
041200     05  HDG1-DATE              PIC 9(08).
041300     05  FILLER                 PIC X(02) VALUE SPACES.
041400     05  FILLER                 PIC X(05) VALUE "PAGE ".
041500     05  HDG1-PAGE              PIC ZZZ9.
041600     05  FILLER                 PIC X(06) VALUE SPACES.
041700
041800 01  HDG2-LINE.
041900     05  FILLER                 PIC X(04) VALUE SPACES.
042000     05  FILLER                 PIC X(09) VALUE "DATE".
042100     05  FILLER                 PIC X(07) VALUE "TIME".
042200     05  FILLER                 PIC X(03) VALUE "OP".
042300     05  FILLER                 PIC X(19)
042400                                 VALUE "             AMOUNT".
042500     05  FILLER                 PIC X(01) VALUE SPACE.
042600     05  FILLER                 PIC X(06) VALUE "OPER".
042700     05  FILLER                 PIC X(09) VALUE "OTHER IDX".
042800     05  FILLER                 PIC X(22) VALUE SPACES.
042900
043000 01  CASE-LINE-1.
043100     05  FILLER                 PIC X(01) VALUE SPACE.
043200     05  FILLER                 PIC X(05) VALUE "CASE ".
043300     05  CL1-CASE-NUMBER        PIC 9(08).
043400     05  FILLER                 PIC X(02) VALUE SPACES.
043500     05  CL1-RULE               PIC X(02).
043600     05  FILLER                 PIC X(01) VALUE SPACE.
043700     05  CL1-RULE-TEXT          PIC X(30).
043800     05  FILLER                 PIC X(31) VALUE SPACES.
043900
044000 01  CASE-LINE-2.
044100     05  FILLER                 PIC X(04) VALUE SPACES.
044200     05  FILLER                 PIC X(08) VALUE "ACCOUNT ".
044300     05  CL2-INDEX              PIC X(08).
044400     05  FILLER                 PIC X(02) VALUE SPACES.
044500     05  CL2-NAME               PIC X(15).
044600     05  FILLER                 PIC X(01) VALUE SPACE.
044700     05  CL2-SURNAME            PIC X(15).
044800     05  FILLER                 PIC X(01) VALUE SPACE.
044900     05  CL2-OTHER-CAPTION      PIC X(10).
045000     05  CL2-OTHER-INDEX        PIC X(08).
045100     05  FILLER                 PIC X(08) VALUE SPACES.
045200
045300 01  CASE-LINE-3.
045400     05  FILLER                 PIC X(04) VALUE SPACES.
045500     05  FILLER                 PIC X(09) VALUE "POSTINGS ".
045600     05  CL3-POSTINGS           PIC ZZZ9.
045700     05  FILLER                 PIC X(09) VALUE "   TOTAL ".
045800     05  CL3-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
045900     05  FILLER                 PIC X(37) VALUE SPACES.
046000
046100 01  DETAIL-LINE.
046200     05  FILLER                 PIC X(04) VALUE SPACES.
046300     05  DTL-DATE               PIC 9(08).
046400     05  FILLER                 PIC X(01) VALUE SPACE.
046500     05  DTL-TIME               PIC X(06).
046600     05  FILLER                 PIC X(01) VALUE SPACE.
046700     05  DTL-OPERATION          PIC X(01).
046800     05  FILLER                 PIC X(02) VALUE SPACES.
046900     05  DTL-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
047000     05  FILLER                 PIC X(01) VALUE SPACE.
047100     05  DTL-OPERATOR           PIC X(05).
047200     05  FILLER                 PIC X(01) VALUE SPACE.
047300     05  DTL-OTHER-INDEX        PIC X(08).
047400     05  FILLER                 PIC X(01) VALUE SPACE.
047500     05  DTL-NOTE               PIC X(11).
047600     05  FILLER                 PIC X(11) VALUE SPACES.
047700
047800 01  BRCH-COUNT-LINE.
047900     05  FILLER                 PIC X(23)
048000                                 VALUE "BRANCH CASES . . . . . ".
048100     05  BCNT-COUNT             PIC ZZZ,ZZ9.
048200     05  FILLER                 PIC X(50) VALUE SPACES.
048300
048400 01  GRAND-COUNT-LINE.
048500     05  FILLER                 PIC X(23)
048600                                 VALUE "CASES RAISED . . . . . ".
048700     05  GCNT-COUNT             PIC ZZZ,ZZ9.
048800     05  FILLER                 PIC X(50) VALUE SPACES.
048900
049000 01  NO-CASE-LINE.
049100     05  FILLER                 PIC X(01) VALUE SPACE.
049200     05  FILLER                 PIC X(40)
049300             VALUE "NO NEW CASES IN THE MONITORING WINDOW".
049400     05  FILLER                 PIC X(39) VALUE SPACES.
049500
049600 PROCEDURE DIVISION.
049700*****************************************************************
049800*  0000-MAINLINE - SELECT AND SORT THE WINDOW'S POSTINGS,       *
049900*  TEST EACH ACCOUNT AGAINST THE RULES, THEN PRINT THE NEW      *
050000*  CASES BY BRANCH.                                             *
050100*****************************************************************
050200 0000-MAINLINE.
050300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
050400     IF WS-RUN-OK
050500         SORT SORT-WORK-FILE
050600             ON ASCENDING KEY SW-INDEX
050700             ON ASCENDING KEY SW-DATE
050800             ON ASCENDING KEY SW-TIME
050900             ON ASCENDING KEY SW-SEQ
051000             INPUT PROCEDURE IS 2000-RELEASE-POSTINGS
051100                 THRU 2000-EXIT
051200             OUTPUT PROCEDURE IS 3000-EVALUATE-ACCOUNTS
051300                 THRU 3000-EXIT
051400         CLOSE CASE-WORK-FILE
051500     END-IF.
051600     IF WS-RUN-OK
051700         PERFORM 6000-PRINT-CASE-LISTING THRU 6000-EXIT
051800     END-IF.
051900     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
052000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
052010*    THE SORT AND EVERY DATEPROG CALL LEAVE THEIR OWN CODE IN
052020*    RETURN-CODE, SO THE RUN'S CODE IS SET AGAIN HERE.
052030     IF WS-RUN-FATAL
052040         MOVE 16 TO RETURN-CODE
052050     ELSE
052060         IF WS-RUN-WARNING
052070             MOVE 8 TO RETURN-CODE
052080         END-IF
052090     END-IF.
052100     STOP RUN.
052200
052300 1000-INITIALIZE.
052400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
052500     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
052600     IF WS-RUN-FATAL
052700         GO TO 1000-EXIT
052800     END-IF.
052900     PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
053000     IF WS-RUN-FATAL
053100         GO TO 1000-EXIT
053200     END-IF.
053300     OPEN INPUT AUDIT-FILE.
053400     IF NOT WS-AUDIT-OK
053500         DISPLAY "AUDIT FILE OPEN ERROR - STATUS "
053600                 WS-AUDIT-STATUS
053700         MOVE 16 TO RETURN-CODE
053800         SET WS-RUN-FATAL TO TRUE
053900         GO TO 1000-EXIT
054000     END-IF.
054100     OPEN OUTPUT CASE-WORK-FILE.
054200     IF NOT WS-CWORK-OK
054300         DISPLAY "CASE WORK FILE OPEN ERROR - STATUS "
054400                 WS-CWORK-STATUS
054500         MOVE 16 TO RETURN-CODE
054600         SET WS-RUN-FATAL TO TRUE
054700         GO TO 1000-EXIT
054800     END-IF.
054900     OPEN OUTPUT REPORT-FILE.
055000     IF NOT WS-REPORT-OK
055100         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
055200                 WS-REPORT-STATUS
055300         MOVE 16 TO RETURN-CODE
055400         SET WS-RUN-FATAL TO TRUE
055500     END-IF.
055600 1000-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000*  1100-LOAD-PARAMETERS - ONE CARD PER RULE.  A CARD THAT IS    *
056100*  NOT NUMERIC WHERE IT MUST BE, OR NAMES AN UNKNOWN RULE,      *
056200*  STOPS THE RUN - COMPLIANCE MUST NOT GET A LISTING RUN ON     *
056300*  RULES NOBODY ASKED FOR.  A RULE WITH NO CARD IS SKIPPED.     *
056400*****************************************************************
056500 1100-LOAD-PARAMETERS.
056600     OPEN INPUT PARM-FILE.
056700     IF NOT WS-PARM-OK
056800         DISPLAY "PARAMETER FILE OPEN ERROR - STATUS "
056900                 WS-PARM-STATUS
057000         MOVE 16 TO RETURN-CODE
057100         SET WS-RUN-FATAL TO TRUE
057200         GO TO 1100-EXIT
057300     END-IF.
057400     PERFORM 1110-LOAD-ONE-PARAMETER THRU 1110-EXIT
057500         UNTIL WS-PARM-EOF OR WS-RUN-FATAL.
057600     CLOSE PARM-FILE.
057700     IF WS-RUN-FATAL
057800         GO TO 1100-EXIT
057900     END-IF.
058000     IF NOT WS-SP-ON AND NOT WS-XB-ON AND NOT WS-DR-ON
058100         DISPLAY "NO RULE ON THE PARAMETER FILE - RUN STOPPED"
058200         MOVE 16 TO RETURN-CODE
058300         SET WS-RUN-FATAL TO TRUE
058400         GO TO 1100-EXIT
058500     END-IF.
058600     IF NOT WS-SP-ON
058700         DISPLAY "RULE SP (SPLITTING) NOT ON PARAMETER FILE - "
058800                 "NOT APPLIED"
058900         SET WS-RUN-WARNING TO TRUE
059000     END-IF.
059100     IF NOT WS-XB-ON
059200         DISPLAY "RULE XB (BACK AND FORTH) NOT ON PARAMETER "
059300                 "FILE - NOT APPLIED"
059400         SET WS-RUN-WARNING TO TRUE
059500     END-IF.
059600     IF NOT WS-DR-ON
059700         DISPLAY "RULE DR (REACTIVATION) NOT ON PARAMETER FILE "
059800                 "- NOT APPLIED"
059900         SET WS-RUN-WARNING TO TRUE
060000     END-IF.
060100 1100-EXIT.
060200     EXIT.
060300
060400 1110-LOAD-ONE-PARAMETER.
060500     READ PARM-FILE
060600         AT END
060700             SET WS-PARM-EOF TO TRUE
060800             GO TO 1110-EXIT
060900     END-READ.
061000     IF NOT WS-PARM-OK
061100         DISPLAY "PARAMETER FILE READ ERROR - STATUS "
061200                 WS-PARM-STATUS
061300         MOVE 16 TO RETURN-CODE
061400         SET WS-RUN-FATAL TO TRUE
061500         GO TO 1110-EXIT
061600     END-IF.
061700     IF PARM-RECORD (1:1) = "*"
061800         GO TO 1110-EXIT
061900     END-IF.
062000     IF PARM-THRESHOLD-N IS NOT NUMERIC
062100        OR PARM-DAYS-N IS NOT NUMERIC
062200        OR PARM-COUNT-N IS NOT NUMERIC
062300        OR PARM-DAYS-N = ZERO
062400         DISPLAY "PARAMETER CARD UNUSABLE: " PARM-RECORD (1:20)
062500             " - RUN STOPPED"
062600         MOVE 16 TO RETURN-CODE
062700         SET WS-RUN-FATAL TO TRUE
062800         GO TO 1110-EXIT
062900     END-IF.
063000     EVALUATE PARM-RULE
063100         WHEN "SP"
063200             SET WS-SP-ON TO TRUE
063300             MOVE PARM-THRESHOLD-N TO WS-SP-THRESHOLD
063400             MOVE PARM-DAYS-N      TO WS-SP-DAYS
063500             MOVE PARM-COUNT-N     TO WS-SP-COUNT
063600             IF WS-SP-COUNT = ZERO
063700                 MOVE 2 TO WS-SP-COUNT
063800             END-IF
063900         WHEN "XB"
064000             SET WS-XB-ON TO TRUE
064100             MOVE PARM-THRESHOLD-N TO WS-XB-THRESHOLD
064200             MOVE PARM-DAYS-N      TO WS-XB-DAYS
064300             MOVE PARM-COUNT-N     TO WS-XB-COUNT
064400             IF WS-XB-COUNT = ZERO
064500                 MOVE 2 TO WS-XB-COUNT
064600             END-IF
064700         WHEN "DR"
064800             SET WS-DR-ON TO TRUE
064900             MOVE PARM-THRESHOLD-N TO WS-DR-THRESHOLD
065000             MOVE PARM-DAYS-N      TO WS-DR-DAYS
065100             MOVE PARM-COUNT-N     TO WS-DR-COUNT
065200             IF WS-DR-COUNT = ZERO
065300                 MOVE 1 TO WS-DR-COUNT
065400             END-IF
065500         WHEN OTHER
065600             DISPLAY "PARAMETER CARD RULE UNKNOWN: " PARM-RULE
065700                 " - RUN STOPPED"
065800             MOVE 16 TO RETURN-CODE
065900             SET WS-RUN-FATAL TO TRUE
066000     END-EVALUATE.
066100 1110-EXIT.
066200     EXIT.
066300
066400*****************************************************************
066500*  1200-LOAD-CASES - READ THE CUMULATIVE CASE FILE INTO THE     *
066600*  CASE TABLE, KEEPING THE LATEST LAST-POSTING STAMP PER        *
066700*  RULE, ACCOUNT AND COUNTERPARTY, AND THE HIGHEST CASE NUMBER  *
066800*  SO FAR.  A TABLE TOO SMALL FOR THE FILE STOPS THE RUN        *
066900*  RATHER THAN RISK RAISING OLD CASES AGAIN.                    *
067000*****************************************************************
067100 1200-LOAD-CASES.
067200     OPEN INPUT CASE-FILE.
067300     IF NOT WS-CASE-OK
067400         DISPLAY "CASE FILE OPEN ERROR - STATUS "
067500                 WS-CASE-STATUS
067600         MOVE 16 TO RETURN-CODE
067700         SET WS-RUN-FATAL TO TRUE
067800         GO TO 1200-EXIT
067900     END-IF.
068000     PERFORM 1210-LOAD-ONE-CASE THRU 1210-EXIT
068100         UNTIL WS-CASE-EOF OR WS-RUN-FATAL.
068200     CLOSE CASE-FILE.
068300 1200-EXIT.
068400     EXIT.
068500
068600 1210-LOAD-ONE-CASE.
068700     READ CASE-FILE
068800         AT END
068900             SET WS-CASE-EOF TO TRUE
069000             GO TO 1210-EXIT
069100     END-READ.
069200     IF NOT WS-CASE-OK
069300         DISPLAY "CASE FILE READ ERROR - STATUS "
069400                 WS-CASE-STATUS
069500         MOVE 16 TO RETURN-CODE
069600         SET WS-RUN-FATAL TO TRUE
069700         GO TO 1210-EXIT
069800     END-IF.
069900     ADD 1 TO WS-CASES-ON-FILE.
070000     IF FD-CASE-NUMBER IS NUMERIC
070100        AND FD-CASE-NUMBER > WS-LAST-CASE-NUMBER
070200         MOVE FD-CASE-NUMBER TO WS-LAST-CASE-NUMBER
070300     END-IF.
070400     MOVE FD-CASE-RECORD TO WS-CASE-RECORD.
070500     PERFORM 3850-FIND-CASE THRU 3850-EXIT.
070600     IF WS-RUN-FATAL
070700         GO TO 1210-EXIT
070800     END-IF.
070900     IF WS-CASE-LAST-STAMP > WS-CT-LAST-STAMP (WS-CT-FOUND)
071000         MOVE WS-CASE-LAST-STAMP TO WS-CT-LAST-STAMP (WS-CT-FOUND)
071100     END-IF.
071200 1210-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600*  2000-RELEASE-POSTINGS - SORT INPUT PROCEDURE.  PASS THE      *
071700*  WINDOW'S AUDIT TRAIL AND RELEASE EVERY POSTING IMAGE AND     *
071800*  EVERY REACTIVATION.  THE FROM SIDE OF A TRANSFER IS HELD     *
071900*  UNTIL THE NEXT IMAGE: WHEN THAT IS ITS TO SIDE, EACH SIDE    *
072000*  IS RELEASED CARRYING THE OTHER'S INDEX.                      *
072100*****************************************************************
072200 2000-RELEASE-POSTINGS.
072300     PERFORM 2100-RELEASE-ONE-IMAGE THRU 2100-EXIT
072400         UNTIL WS-AUDIT-EOF OR WS-RUN-FATAL.
072500     PERFORM 2400-RELEASE-HELD THRU 2400-EXIT.
072600 2000-EXIT.
072700     EXIT.
072800
072900 2100-RELEASE-ONE-IMAGE.
073000     READ AUDIT-FILE
073100         AT END
073200             SET WS-AUDIT-EOF TO TRUE
073300             GO TO 2100-EXIT
073400     END-READ.
073500     IF NOT WS-AUDIT-OK
073600         DISPLAY "AUDIT FILE READ ERROR - STATUS "
073700                 WS-AUDIT-STATUS
073800         MOVE 16 TO RETURN-CODE
073900         SET WS-RUN-FATAL TO TRUE
074000         GO TO 2100-EXIT
074100     END-IF.
074200     ADD 1 TO WS-IMAGES-READ.
074300     MOVE AUD-OLD-IMAGE TO OLD-VSAM-RECORD.
074400     MOVE AUD-NEW-IMAGE TO NEW-VSAM-RECORD.
074500     IF AUD-OPERATION NOT = "P" AND AUD-OPERATION NOT = "W"
074600        AND AUD-OPERATION NOT = "X"
074700        AND NOT (OLD-VSAM-DORMANT AND NEW-VSAM-ACTIVE)
074800         PERFORM 2400-RELEASE-HELD THRU 2400-EXIT
074900         GO TO 2100-EXIT
075000     END-IF.
075100     PERFORM 2200-BUILD-ENTRY THRU 2200-EXIT.
075200     IF WS-ENT-INDEX = SPACES
075300         PERFORM 2400-RELEASE-HELD THRU 2400-EXIT
075400         GO TO 2100-EXIT
075500     END-IF.
075600     ADD 1 TO WS-IMAGES-SELECTED.
075700     IF WS-ENT-OPERATION = "X" AND WS-ENT-AMOUNT < ZERO
075800         PERFORM 2400-RELEASE-HELD THRU 2400-EXIT
075900         MOVE WS-ENTRY      TO WS-HELD-ENTRY
076000         MOVE WS-ENT-AMOUNT TO WS-HELD-AMOUNT
076100         SET WS-HELD-PRESENT TO TRUE
076200         GO TO 2100-EXIT
076300     END-IF.
076400     IF WS-ENT-OPERATION = "X" AND WS-HELD-PRESENT
076500        AND WS-HELD-AMOUNT + WS-ENT-AMOUNT = ZERO
076600         MOVE WS-HELD-INDEX TO WS-ENT-OTHER-INDEX
076700         MOVE WS-ENT-INDEX  TO WS-HELD-OTHER-INDEX
076800     END-IF.
076900     PERFORM 2400-RELEASE-HELD THRU 2400-EXIT.
077000     MOVE WS-ENTRY TO SW-RECORD.
077100     PERFORM 2500-RELEASE-ENTRY THRU 2500-EXIT.
077200 2100-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600*  2200-BUILD-ENTRY - DECODE ONE IMAGE: ITS AMOUNT (NEW MINUS   *
077700*  OLD BALANCE), ITS AUDIT DATE AS A FULL DATE AND DAY NUMBER,  *
077800*  AND WHETHER IT REACTIVATED A DORMANT ACCOUNT.  AN IMAGE      *
077900*  THAT CANNOT BE DECODED IS LEFT OUT, RC 8 (INDEX RETURNED     *
078000*  AS SPACES).                                                  *
078100*****************************************************************
078200 2200-BUILD-ENTRY.
078300     MOVE SPACES TO WS-ENTRY.
078400     IF AUD-INDEX-N IS NOT NUMERIC
078500        OR OLD-VSAM-BALANCE IS NOT NUMERIC
078600        OR NEW-VSAM-BALANCE IS NOT NUMERIC
078700        OR AUD-RUN-DATE IS NOT NUMERIC
078800        OR AUD-RUN-TIME IS NOT NUMERIC
078900         DISPLAY "AUDIT IMAGE UNUSABLE - INDEX " AUD-INDEX
079000                 " OPERATION " AUD-OPERATION
079100         ADD 1 TO WS-IMAGES-UNUSABLE
079200         SET WS-RUN-WARNING TO TRUE
079500         GO TO 2200-EXIT
079600     END-IF.
079700     MOVE "D" TO WS-DTP-FUNCTION.
079800     COMPUTE WS-DTP-DATE = AUD-RUN-DATE + 20000000.
079900     CALL "DATEPROG" USING WS-DATE-PARM.
080000     IF WS-DTP-INVALID
080100         DISPLAY "AUDIT IMAGE DATE INVALID - INDEX " AUD-INDEX
080200                 " DATE " AUD-RUN-DATE
080300         ADD 1 TO WS-IMAGES-UNUSABLE
080400         SET WS-RUN-WARNING TO TRUE
080700         GO TO 2200-EXIT
080800     END-IF.
080900     MOVE AUD-INDEX          TO WS-ENT-INDEX.
081000     MOVE WS-DTP-DATE        TO WS-ENT-DATE.
081100     MOVE AUD-RUN-TIME       TO WS-ENT-TIME.
081200     MOVE WS-DTP-DAY-NUMBER  TO WS-ENT-DAY-NUMBER.
081300     MOVE AUD-OPERATION      TO WS-ENT-OPERATION.
081400     MOVE AUD-OPERATOR       TO WS-ENT-OPERATOR.
081500     COMPUTE WS-ENT-AMOUNT =
081600         NEW-VSAM-BALANCE - OLD-VSAM-BALANCE.
081700     IF OLD-VSAM-DORMANT AND NEW-VSAM-ACTIVE
081800         MOVE "Y" TO WS-ENT-REACTIVATED
081900     ELSE
082000         MOVE "N" TO WS-ENT-REACTIVATED
082100     END-IF.
082200     MOVE NEW-VSAM-BRANCH    TO WS-ENT-BRANCH.
082300     MOVE NEW-VSAM-NAME      TO WS-ENT-NAME.
082400     MOVE NEW-VSAM-SURNAME   TO WS-ENT-SURNAME.
082500 2200-EXIT.
082600     EXIT.
082700
082800*****************************************************************
082900*  2400-RELEASE-HELD - RELEASE THE HELD TRANSFER FROM SIDE,     *
083000*  IF ANY, WITH WHATEVER COUNTERPARTY IT HAS BEEN GIVEN.        *
083100*****************************************************************
083200 2400-RELEASE-HELD.
083300     IF WS-HELD-EMPTY
083400         GO TO 2400-EXIT
083500     END-IF.
083600     MOVE WS-HELD-ENTRY TO SW-RECORD.
083700     SET WS-HELD-EMPTY TO TRUE.
083800     PERFORM 2500-RELEASE-ENTRY THRU 2500-EXIT.
083900 2400-EXIT.
084000     EXIT.
084100
084200 2500-RELEASE-ENTRY.
084300     ADD 1 TO WS-RELEASE-SEQ.
084400     MOVE WS-RELEASE-SEQ TO SW-SEQ.
084500     RELEASE SW-RECORD.
084600 2500-EXIT.
084700     EXIT.
084800
084900*****************************************************************
085000*  3000-EVALUATE-ACCOUNTS - SORT OUTPUT PROCEDURE.  GATHER      *
085100*  EACH ACCOUNT'S POSTINGS INTO THE POSTING TABLE AND TEST      *
085200*  THE ACCOUNT AT ITS BREAK.                                    *
085300*****************************************************************
085400 3000-EVALUATE-ACCOUNTS.
085500     PERFORM 3100-RETURN-ONE-POSTING THRU 3100-EXIT
085600         UNTIL WS-SORT-EOF OR WS-RUN-FATAL.
085700     IF WS-RUN-OK
085800         PERFORM 3200-EVALUATE-ACCOUNT THRU 3200-EXIT
085900     END-IF.
086000 3000-EXIT.
086100     EXIT.
086200
086300 3100-RETURN-ONE-POSTING.
086400     RETURN SORT-WORK-FILE INTO WS-SORT-REC
086500         AT END
086600             SET WS-SORT-EOF TO TRUE
086700             GO TO 3100-EXIT
086800     END-RETURN.
086900     IF WS-SRT-INDEX NOT = WS-ACCOUNT-INDEX
087000         PERFORM 3200-EVALUATE-ACCOUNT THRU 3200-EXIT
087100         MOVE WS-SRT-INDEX TO WS-ACCOUNT-INDEX
087200         MOVE ZERO TO WS-PT-USED
087300         MOVE "N" TO WS-ACCOUNT-FULL-SWITCH
087400     END-IF.
087500     MOVE WS-SRT-BRANCH  TO WS-ACCOUNT-BRANCH.
087600     MOVE WS-SRT-NAME    TO WS-ACCOUNT-NAME.
087700     MOVE WS-SRT-SURNAME TO WS-ACCOUNT-SURNAME.
087800     IF WS-PT-USED = WS-PT-MAX
087900         IF NOT WS-ACCOUNT-FULL
088000             DISPLAY "ACCOUNT " WS-SRT-INDEX " HAS MORE THAN "
088100                     WS-PT-MAX " POSTINGS - LATER ONES NOT TESTED"
088200             ADD 1 TO WS-ACCOUNTS-TRUNCATED
088300             SET WS-ACCOUNT-FULL TO TRUE
088400             SET WS-RUN-WARNING TO TRUE
088700         END-IF
088800         GO TO 3100-EXIT
088900     END-IF.
089000     ADD 1 TO WS-PT-USED.
089100     MOVE WS-SRT-DATE        TO WS-PT-DATE (WS-PT-USED).
089200     MOVE WS-SRT-TIME        TO WS-PT-TIME (WS-PT-USED).
089300     MOVE WS-SRT-DAY-NUMBER  TO WS-PT-DAY-NUMBER (WS-PT-USED).
089400     MOVE WS-SRT-OPERATION   TO WS-PT-OPERATION (WS-PT-USED).
089500     MOVE WS-SRT-OPERATOR    TO WS-PT-OPERATOR (WS-PT-USED).
089600     MOVE WS-SRT-AMOUNT      TO WS-PT-AMOUNT (WS-PT-USED).
089700     MOVE WS-SRT-OTHER-INDEX TO WS-PT-OTHER-INDEX (WS-PT-USED).
089800     MOVE WS-SRT-REACTIVATED TO WS-PT-REACTIVATED (WS-PT-USED).
089900     MOVE "N"                TO WS-PT-TRIGGER (WS-PT-USED).
090000 3100-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400*  3200-EVALUATE-ACCOUNT - RUN EVERY RULE IN FORCE OVER THE     *
090500*  ACCOUNT JUST GATHERED.  NOTHING IS DONE BEFORE THE FIRST     *
090600*  ACCOUNT.                                                     *
090700*****************************************************************
090800 3200-EVALUATE-ACCOUNT.
090900     IF WS-PT-USED = ZERO
091000         GO TO 3200-EXIT
091100     END-IF.
091200     ADD 1 TO WS-ACCOUNTS-EXAMINED.
091300     IF WS-SP-ON
091400         MOVE "P"  TO WS-SPLIT-OPERATION
091500         MOVE "SD" TO WS-TEST-RULE
091600         PERFORM 3300-TEST-SPLITTING THRU 3300-EXIT
091700         MOVE "W"  TO WS-SPLIT-OPERATION
091800         MOVE "SW" TO WS-TEST-RULE
091900         PERFORM 3300-TEST-SPLITTING THRU 3300-EXIT
092000     END-IF.
092100     IF WS-XB-ON AND WS-RUN-OK
092200         PERFORM 3400-TEST-BACK-AND-FORTH THRU 3400-EXIT
092300             VARYING WS-PT-I FROM 1 BY 1
092400             UNTIL WS-PT-I > WS-PT-USED OR WS-RUN-FATAL
092500     END-IF.
092600     IF WS-DR-ON AND WS-RUN-OK
092700         PERFORM 3500-TEST-REACTIVATION THRU 3500-EXIT
092800     END-IF.
092900 3200-EXIT.
093000     EXIT.
093100
093200*****************************************************************
093300*  3300-TEST-SPLITTING - FOR EACH DEPOSIT (OR WITHDRAWAL)       *
093400*  UNDER THE THRESHOLD, COUNT AND ADD UP THE ONES UNDER THE     *
093500*  THRESHOLD IN THE DAY WINDOW ENDING WITH IT; A WINDOW THAT    *
093600*  REACHES THE COUNT AND THE THRESHOLD MARKS ALL OF THEM.       *
093700*****************************************************************
093800 3300-TEST-SPLITTING.
093900     PERFORM 3800-CLEAR-TRIGGERS THRU 3800-EXIT.
094000     PERFORM 3310-TEST-ONE-SPLIT-WINDOW THRU 3310-EXIT
094100         VARYING WS-PT-J FROM 1 BY 1
094200         UNTIL WS-PT-J > WS-PT-USED.
094300     MOVE SPACES TO WS-TEST-OTHER.
094400     PERFORM 3900-RAISE-CASE THRU 3900-EXIT.
094500 3300-EXIT.
094600     EXIT.
094700
094800 3310-TEST-ONE-SPLIT-WINDOW.
094900     MOVE WS-PT-J TO WS-PT-K.
095000     PERFORM 3350-SPLIT-CANDIDATE THRU 3350-EXIT.
095100     IF WS-ABS-AMOUNT = ZERO
095200         GO TO 3310-EXIT
095300     END-IF.
095400     MOVE ZERO TO WS-WIN-COUNT.
095500     MOVE ZERO TO WS-WIN-TOTAL.
095600     PERFORM 3320-ADD-SPLIT-POSTING THRU 3320-EXIT
095700         VARYING WS-PT-K FROM 1 BY 1
095800         UNTIL WS-PT-K > WS-PT-J.
095900     IF WS-WIN-COUNT < WS-SP-COUNT
096000        OR WS-WIN-TOTAL < WS-SP-THRESHOLD
096100         GO TO 3310-EXIT
096200     END-IF.
096300     PERFORM 3330-MARK-SPLIT-POSTING THRU 3330-EXIT
096400         VARYING WS-PT-K FROM 1 BY 1
096500         UNTIL WS-PT-K > WS-PT-J.
096600 3310-EXIT.
096700     EXIT.
096800
096900 3320-ADD-SPLIT-POSTING.
097000     PERFORM 3350-SPLIT-CANDIDATE THRU 3350-EXIT.
097100     IF WS-ABS-AMOUNT = ZERO
097200         GO TO 3320-EXIT
097300     END-IF.
097400     COMPUTE WS-DAY-GAP = WS-PT-DAY-NUMBER (WS-PT-J)
097500                        - WS-PT-DAY-NUMBER (WS-PT-K).
097600     IF WS-DAY-GAP NOT < WS-SP-DAYS
097700         GO TO 3320-EXIT
097800     END-IF.
097900     ADD 1 TO WS-WIN-COUNT.
098000     ADD WS-ABS-AMOUNT TO WS-WIN-TOTAL.
098100 3320-EXIT.
098200     EXIT.
098300
098400 3330-MARK-SPLIT-POSTING.
098500     PERFORM 3350-SPLIT-CANDIDATE THRU 3350-EXIT.
098600     IF WS-ABS-AMOUNT = ZERO
098700         GO TO 3330-EXIT
098800     END-IF.
098900     COMPUTE WS-DAY-GAP = WS-PT-DAY-NUMBER (WS-PT-J)
099000                        - WS-PT-DAY-NUMBER (WS-PT-K).
099100     IF WS-DAY-GAP < WS-SP-DAYS
099200         MOVE "Y" TO WS-PT-TRIGGER (WS-PT-K)
099300     END-IF.
099400 3330-EXIT.
099500     EXIT.
099600
099700*****************************************************************
099800*  3350-SPLIT-CANDIDATE - POSTING WS-PT-K COUNTS FOR THE        *
099900*  SPLITTING TEST WHEN IT IS OF THE OPERATION BEING TESTED,     *
100000*  MOVES MONEY THE RIGHT WAY AND IS UNDER THE THRESHOLD.  ITS   *
100100*  AMOUNT IS RETURNED IN WS-ABS-AMOUNT, ZERO WHEN IT DOES NOT.  *
100200*****************************************************************
100300 3350-SPLIT-CANDIDATE.
100400     MOVE ZERO TO WS-ABS-AMOUNT.
100500     IF WS-PT-OPERATION (WS-PT-K) NOT = WS-SPLIT-OPERATION
100600         GO TO 3350-EXIT
100700     END-IF.
100800     IF WS-SPLIT-OPERATION = "P"
100900        AND WS-PT-AMOUNT (WS-PT-K) > ZERO
101000        AND WS-PT-AMOUNT (WS-PT-K) < WS-SP-THRESHOLD
101100         MOVE WS-PT-AMOUNT (WS-PT-K) TO WS-ABS-AMOUNT
101200     END-IF.
101300     IF WS-SPLIT-OPERATION = "W"
101400        AND WS-PT-AMOUNT (WS-PT-K) < ZERO
101500        AND 0 - WS-PT-AMOUNT (WS-PT-K) < WS-SP-THRESHOLD
101600         COMPUTE WS-ABS-AMOUNT = 0 - WS-PT-AMOUNT (WS-PT-K)
101700     END-IF.
101800 3350-EXIT.
101900     EXIT.
102000
102100*****************************************************************
102200*  3400-TEST-BACK-AND-FORTH - TEST THE TRANSFER PAIR OPENED BY  *
102300*  POSTING WS-PT-I, THE FIRST TIME EACH COUNTERPARTY APPEARS.   *
102400*  ONLY THE LOWER INDEX OF A PAIR TESTS IT, SO THE SAME         *
102500*  TRANSFERS ARE NOT RAISED FROM BOTH ENDS.                     *
102600*****************************************************************
102700 3400-TEST-BACK-AND-FORTH.
102800     IF WS-PT-OPERATION (WS-PT-I) NOT = "X"
102900        OR WS-PT-OTHER-INDEX (WS-PT-I) = SPACES
103000        OR WS-PT-OTHER-INDEX (WS-PT-I) < WS-ACCOUNT-INDEX
103100         GO TO 3400-EXIT
103200     END-IF.
103300     SET WS-OTHER-NOT-SEEN TO TRUE.
103400     PERFORM 3410-CHECK-OTHER-SEEN THRU 3410-EXIT
103500         VARYING WS-PT-K FROM 1 BY 1
103600         UNTIL WS-PT-K NOT < WS-PT-I OR WS-OTHER-SEEN.
103700     IF WS-OTHER-SEEN
103800         GO TO 3400-EXIT
103900     END-IF.
104000     MOVE WS-PT-OTHER-INDEX (WS-PT-I) TO WS-TEST-OTHER.
104100     PERFORM 3800-CLEAR-TRIGGERS THRU 3800-EXIT.
104200     PERFORM 3420-TEST-ONE-PAIR-WINDOW THRU 3420-EXIT
104300         VARYING WS-PT-J FROM WS-PT-I BY 1
104400         UNTIL WS-PT-J > WS-PT-USED.
104500     MOVE "XB" TO WS-TEST-RULE.
104600     PERFORM 3900-RAISE-CASE THRU 3900-EXIT.
104700 3400-EXIT.
104800     EXIT.
104900
105000 3410-CHECK-OTHER-SEEN.
105100     IF WS-PT-OPERATION (WS-PT-K) = "X"
105200        AND WS-PT-OTHER-INDEX (WS-PT-K) =
105300            WS-PT-OTHER-INDEX (WS-PT-I)
105400         SET WS-OTHER-SEEN TO TRUE
105500     END-IF.
105600 3410-EXIT.
105700     EXIT.
105800
105900 3420-TEST-ONE-PAIR-WINDOW.
106000     IF WS-PT-OPERATION (WS-PT-J) NOT = "X"
106100        OR WS-PT-OTHER-INDEX (WS-PT-J) NOT = WS-TEST-OTHER
106200         GO TO 3420-EXIT
106300     END-IF.
106400     MOVE ZERO TO WS-WIN-COUNT.
106500     MOVE ZERO TO WS-WIN-OUT.
106600     MOVE ZERO TO WS-WIN-IN.
106700     MOVE ZERO TO WS-WIN-TOTAL.
106800     PERFORM 3430-ADD-PAIR-POSTING THRU 3430-EXIT
106900         VARYING WS-PT-K FROM WS-PT-I BY 1
107000         UNTIL WS-PT-K > WS-PT-J.
107100     IF WS-WIN-COUNT < WS-XB-COUNT
107200        OR WS-WIN-OUT = ZERO OR WS-WIN-IN = ZERO
107300        OR WS-WIN-TOTAL < WS-XB-THRESHOLD
107400         GO TO 3420-EXIT
107500     END-IF.
107600     PERFORM 3440-MARK-PAIR-POSTING THRU 3440-EXIT
107700         VARYING WS-PT-K FROM WS-PT-I BY 1
107800         UNTIL WS-PT-K > WS-PT-J.
107900 3420-EXIT.
108000     EXIT.
108100
108200 3430-ADD-PAIR-POSTING.
108300     IF WS-PT-OPERATION (WS-PT-K) NOT = "X"
108400        OR WS-PT-OTHER-INDEX (WS-PT-K) NOT = WS-TEST-OTHER
108500         GO TO 3430-EXIT
108600     END-IF.
108700     COMPUTE WS-DAY-GAP = WS-PT-DAY-NUMBER (WS-PT-J)
108800                        - WS-PT-DAY-NUMBER (WS-PT-K).
108900     IF WS-DAY-GAP NOT < WS-XB-DAYS
109000         GO TO 3430-EXIT
109100     END-IF.
109200     ADD 1 TO WS-WIN-COUNT.
109300     IF WS-PT-AMOUNT (WS-PT-K) < ZERO
109400         ADD 1 TO WS-WIN-OUT
109500         COMPUTE WS-WIN-TOTAL = WS-WIN-TOTAL
109600                              - WS-PT-AMOUNT (WS-PT-K)
109700     ELSE
109800         ADD 1 TO WS-WIN-IN
109900         ADD WS-PT-AMOUNT (WS-PT-K) TO WS-WIN-TOTAL
110000     END-IF.
110100 3430-EXIT.
110200     EXIT.
110300
110400 3440-MARK-PAIR-POSTING.
110500     IF WS-PT-OPERATION (WS-PT-K) NOT = "X"
110600        OR WS-PT-OTHER-INDEX (WS-PT-K) NOT = WS-TEST-OTHER
110700         GO TO 3440-EXIT
110800     END-IF.
110900     COMPUTE WS-DAY-GAP = WS-PT-DAY-NUMBER (WS-PT-J)
111000                        - WS-PT-DAY-NUMBER (WS-PT-K).
111100     IF WS-DAY-GAP < WS-XB-DAYS
111200         MOVE "Y" TO WS-PT-TRIGGER (WS-PT-K)
111300     END-IF.
111400 3440-EXIT.
111500     EXIT.
111600
111700*****************************************************************
111800*  3500-TEST-REACTIVATION - FROM EACH REACTIVATION, COUNT THE   *
111900*  MOVEMENTS OF THE THRESHOLD OR MORE IN THE DAY WINDOW THAT    *
112000*  STARTS WITH IT (THE REACTIVATING POSTING INCLUDED).  A       *
112100*  WINDOW REACHING THE COUNT MARKS THOSE MOVEMENTS AND THE      *
112200*  REACTIVATION ITSELF.                                         *
112300*****************************************************************
112400 3500-TEST-REACTIVATION.
112500     PERFORM 3800-CLEAR-TRIGGERS THRU 3800-EXIT.
112600     PERFORM 3510-TEST-ONE-REACTIVATION THRU 3510-EXIT
112700         VARYING WS-PT-I FROM 1 BY 1
112800         UNTIL WS-PT-I > WS-PT-USED.
112900     MOVE "DR"   TO WS-TEST-RULE.
113000     MOVE SPACES TO WS-TEST-OTHER.
113100     PERFORM 3900-RAISE-CASE THRU 3900-EXIT.
113200 3500-EXIT.
113300     EXIT.
113400
113500 3510-TEST-ONE-REACTIVATION.
113600     IF WS-PT-REACTIVATED (WS-PT-I) NOT = "Y"
113700         GO TO 3510-EXIT
113800     END-IF.
113900     MOVE ZERO TO WS-WIN-COUNT.
114000     PERFORM 3520-COUNT-LARGE-MOVEMENT THRU 3520-EXIT
114100         VARYING WS-PT-K FROM WS-PT-I BY 1
114200         UNTIL WS-PT-K > WS-PT-USED.
114300     IF WS-WIN-COUNT < WS-DR-COUNT
114400         GO TO 3510-EXIT
114500     END-IF.
114600     MOVE "Y" TO WS-PT-TRIGGER (WS-PT-I).
114700     SET WS-MARK-PASS TO TRUE.
114800     PERFORM 3520-COUNT-LARGE-MOVEMENT THRU 3520-EXIT
114900         VARYING WS-PT-K FROM WS-PT-I BY 1
115000         UNTIL WS-PT-K > WS-PT-USED.
115100     SET WS-COUNT-PASS TO TRUE.
115200 3510-EXIT.
115300     EXIT.
115400
115500*****************************************************************
115600*  3520-COUNT-LARGE-MOVEMENT - COUNT POSTING WS-PT-K WHEN IT    *
115700*  IS A MOVEMENT OF THE THRESHOLD OR MORE INSIDE THE WINDOW;    *
115800*  ON THE MARKING PASS, MARK IT INSTEAD.                        *
115900*****************************************************************
116000 3520-COUNT-LARGE-MOVEMENT.
116100     IF WS-PT-OPERATION (WS-PT-K) NOT = "P"
116200        AND WS-PT-OPERATION (WS-PT-K) NOT = "W"
116300        AND WS-PT-OPERATION (WS-PT-K) NOT = "X"
116400         GO TO 3520-EXIT
116500     END-IF.
116600     COMPUTE WS-DAY-GAP = WS-PT-DAY-NUMBER (WS-PT-K)
116700                        - WS-PT-DAY-NUMBER (WS-PT-I).
116800     IF WS-DAY-GAP NOT < WS-DR-DAYS
116900         GO TO 3520-EXIT
117000     END-IF.
117100     IF WS-PT-AMOUNT (WS-PT-K) < ZERO
117200         COMPUTE WS-ABS-AMOUNT = 0 - WS-PT-AMOUNT (WS-PT-K)
117300     ELSE
117400         MOVE WS-PT-AMOUNT (WS-PT-K) TO WS-ABS-AMOUNT
117500     END-IF.
117600     IF WS-ABS-AMOUNT < WS-DR-THRESHOLD
117700        OR WS-ABS-AMOUNT = ZERO
117800         GO TO 3520-EXIT
117900     END-IF.
118000     IF WS-MARK-PASS
118100         MOVE "Y" TO WS-PT-TRIGGER (WS-PT-K)
118200     ELSE
118300         ADD 1 TO WS-WIN-COUNT
118400     END-IF.
118500 3520-EXIT.
118600     EXIT.
118700
118800 3800-CLEAR-TRIGGERS.
118900     PERFORM 3810-CLEAR-ONE-TRIGGER THRU 3810-EXIT
119000         VARYING WS-PT-K FROM 1 BY 1
119100         UNTIL WS-PT-K > WS-PT-USED.
119200 3800-EXIT.
119300     EXIT.
119400
119500 3810-CLEAR-ONE-TRIGGER.
119600     MOVE "N" TO WS-PT-TRIGGER (WS-PT-K).
119700 3810-EXIT.
119800     EXIT.
119900
120000*****************************************************************
120100*  3850-FIND-CASE - LOOK UP THE CASE RULE/INDEX/OTHER-INDEX IN  *
120200*  THE CASE TABLE, ADDING AN ENTRY (STAMP ZERO) IF IT IS NOT    *
120300*  THERE.  WS-CT-FOUND RETURNS ITS SLOT.                        *
120400*****************************************************************
120500 3850-FIND-CASE.
120600     MOVE ZERO TO WS-CT-FOUND.
120700     PERFORM 3860-MATCH-ONE-CASE THRU 3860-EXIT
120800         VARYING WS-CT-IDX FROM 1 BY 1
120900         UNTIL WS-CT-IDX > WS-CT-USED OR WS-CT-FOUND > ZERO.
121000     IF WS-CT-FOUND > ZERO
121100         GO TO 3850-EXIT
121200     END-IF.
121300     IF WS-CT-USED = WS-CT-MAX
121400         DISPLAY "CASE TABLE FULL AT " WS-CT-MAX
121500                 " - ARCHIVE OLD CASES, RUN STOPPED"
121600         MOVE 16 TO RETURN-CODE
121700         SET WS-RUN-FATAL TO TRUE
121800         GO TO 3850-EXIT
121900     END-IF.
122000     ADD 1 TO WS-CT-USED.
122100     MOVE WS-CT-USED          TO WS-CT-FOUND.
122200     MOVE WS-CASE-RULE        TO WS-CT-RULE (WS-CT-FOUND).
122300     MOVE WS-CASE-INDEX       TO WS-CT-INDEX (WS-CT-FOUND).
122400     MOVE WS-CASE-OTHER-INDEX TO WS-CT-OTHER-INDEX (WS-CT-FOUND).
122500     MOVE ZERO                TO WS-CT-LAST-STAMP (WS-CT-FOUND).
122600 3850-EXIT.
122700     EXIT.
122800
122900 3860-MATCH-ONE-CASE.
123000     IF WS-CT-RULE (WS-CT-IDX) = WS-CASE-RULE
123100        AND WS-CT-INDEX (WS-CT-IDX) = WS-CASE-INDEX
123200        AND WS-CT-OTHER-INDEX (WS-CT-IDX) = WS-CASE-OTHER-INDEX
123300         MOVE WS-CT-IDX TO WS-CT-FOUND
123400     END-IF.
123500 3860-EXIT.
123600     EXIT.
123700
123800*****************************************************************
123900*  3900-RAISE-CASE - IF ANY POSTING IS MARKED, BUILD THE CASE   *
124000*  (FIRST AND LAST STAMP, COUNT, TOTAL).  A CASE WHOSE LAST     *
124100*  POSTING WAS ALREADY REPORTED IS SUPPRESSED; OTHERWISE IT     *
124200*  GETS THE NEXT CASE NUMBER AND GOES TO THE CASE WORK FILE,    *
124300*  HEADER FIRST, FOR THE LISTING.                               *
124400*****************************************************************
124500 3900-RAISE-CASE.
124600     MOVE ZERO TO WS-TRIGGER-COUNT.
124700     MOVE SPACES TO WS-CASE-RECORD.
124800     MOVE ZERO TO WS-CASE-TOTAL.
124900     PERFORM 3910-ADD-ONE-TRIGGER THRU 3910-EXIT
125000         VARYING WS-PT-K FROM 1 BY 1
125100         UNTIL WS-PT-K > WS-PT-USED.
125200     IF WS-TRIGGER-COUNT = ZERO
125300         GO TO 3900-EXIT
125400     END-IF.
125500     MOVE WS-TEST-RULE      TO WS-CASE-RULE.
125600     MOVE WS-ACCOUNT-INDEX  TO WS-CASE-INDEX.
125700     MOVE WS-TEST-OTHER     TO WS-CASE-OTHER-INDEX.
125800     MOVE WS-ACCOUNT-BRANCH TO WS-CASE-BRANCH.
125900     MOVE WS-TRIGGER-COUNT  TO WS-CASE-POSTINGS.
126000     MOVE WS-RUN-DATE       TO WS-CASE-RAISED-DATE.
126100     PERFORM 3850-FIND-CASE THRU 3850-EXIT.
126200     IF WS-RUN-FATAL
126300         GO TO 3900-EXIT
126400     END-IF.
126500     IF WS-CASE-LAST-STAMP NOT > WS-CT-LAST-STAMP (WS-CT-FOUND)
126600         ADD 1 TO WS-CASES-SUPPRESSED
126700         GO TO 3900-EXIT
126800     END-IF.
126900     MOVE WS-CASE-LAST-STAMP TO WS-CT-LAST-STAMP (WS-CT-FOUND).
127000     ADD 1 TO WS-LAST-CASE-NUMBER.
127100     MOVE WS-LAST-CASE-NUMBER TO WS-CASE-NUMBER.
127200     ADD 1 TO WS-CASES-RAISED.
127300     MOVE SPACES             TO WS-CWORK-REC.
127400     MOVE WS-CASE-BRANCH     TO WS-CW-BRANCH.
127500     MOVE WS-CASE-NUMBER     TO WS-CW-CASE-NUMBER.
127600     MOVE ZERO               TO WS-CASE-LINE-SEQ.
127700     MOVE ZERO               TO WS-CW-LINE-SEQ.
127800     MOVE WS-CASE-RECORD     TO WS-CW-CASE.
127900     MOVE WS-ACCOUNT-NAME    TO WS-CW-NAME.
128000     MOVE WS-ACCOUNT-SURNAME TO WS-CW-SURNAME.
128100     PERFORM 3950-WRITE-CASE-WORK THRU 3950-EXIT.
128200     PERFORM 3920-WRITE-ONE-TRIGGER THRU 3920-EXIT
128300         VARYING WS-PT-K FROM 1 BY 1
128400         UNTIL WS-PT-K > WS-PT-USED OR WS-RUN-FATAL.
128500 3900-EXIT.
128600     EXIT.
128700
128800 3910-ADD-ONE-TRIGGER.
128900     IF WS-PT-TRIGGER (WS-PT-K) NOT = "Y"
129000         GO TO 3910-EXIT
129100     END-IF.
129200     ADD 1 TO WS-TRIGGER-COUNT.
129300     IF WS-TRIGGER-COUNT = 1
129400         MOVE WS-PT-DATE (WS-PT-K) TO WS-CASE-FIRST-DATE
129500         MOVE WS-PT-TIME (WS-PT-K) TO WS-CASE-FIRST-TIME
129600     END-IF.
129700     MOVE WS-PT-DATE (WS-PT-K) TO WS-CASE-LAST-DATE.
129800     MOVE WS-PT-TIME (WS-PT-K) TO WS-CASE-LAST-TIME.
129900     IF WS-PT-AMOUNT (WS-PT-K) < ZERO
130000         COMPUTE WS-CASE-TOTAL = WS-CASE-TOTAL
130100                               - WS-PT-AMOUNT (WS-PT-K)
130200     ELSE
130300         ADD WS-PT-AMOUNT (WS-PT-K) TO WS-CASE-TOTAL
130400     END-IF.
130500 3910-EXIT.
130600     EXIT.
130700
130800 3920-WRITE-ONE-TRIGGER.
130900     IF WS-PT-TRIGGER (WS-PT-K) NOT = "Y"
131000         GO TO 3920-EXIT
131100     END-IF.
131200     ADD 1 TO WS-CASE-LINE-SEQ.
131300     MOVE SPACES                      TO WS-CW-DATA.
131400     MOVE WS-CASE-LINE-SEQ            TO WS-CW-LINE-SEQ.
131500     MOVE WS-PT-DATE (WS-PT-K)        TO WS-CW-DATE.
131600     MOVE WS-PT-TIME (WS-PT-K)        TO WS-CW-TIME.
131700     MOVE WS-PT-OPERATION (WS-PT-K)   TO WS-CW-OPERATION.
131800     MOVE WS-PT-OPERATOR (WS-PT-K)    TO WS-CW-OPERATOR.
131900     MOVE WS-PT-AMOUNT (WS-PT-K)      TO WS-CW-AMOUNT.
132000     MOVE WS-PT-OTHER-INDEX (WS-PT-K) TO WS-CW-OTHER-INDEX.
132100     MOVE WS-PT-REACTIVATED (WS-PT-K) TO WS-CW-REACTIVATED.
132200     PERFORM 3950-WRITE-CASE-WORK THRU 3950-EXIT.
132300 3920-EXIT.
132400     EXIT.
132500
132600 3950-WRITE-CASE-WORK.
132700     WRITE CASE-WORK-RECORD FROM WS-CWORK-REC.
132800     IF NOT WS-CWORK-OK
132900         DISPLAY "CASE WORK FILE WRITE ERROR - STATUS "
133000                 WS-CWORK-STATUS
133100         MOVE 16 TO RETURN-CODE
133200         SET WS-RUN-FATAL TO TRUE
133300     END-IF.
133400 3950-EXIT.
133500     EXIT.
133600
133700*****************************************************************
133800*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE MONITORING RUN.  *
133900*****************************************************************
134000 5000-PRINT-SUMMARY.
134100     DISPLAY "===== UNUSUAL ACTIVITY MONITORING SUMMARY =====".
134200     DISPLAY "AUDIT IMAGES READ . . . . . : " WS-IMAGES-READ.
134300     DISPLAY "POSTING IMAGES SELECTED . . : " WS-IMAGES-SELECTED.
134400     DISPLAY "IMAGES UNUSABLE . . . . . . : " WS-IMAGES-UNUSABLE.
134500     DISPLAY "ACCOUNTS EXAMINED . . . . . : "
134600             WS-ACCOUNTS-EXAMINED.
134700     DISPLAY "ACCOUNTS OVER TABLE SIZE  . : "
134800             WS-ACCOUNTS-TRUNCATED.
134900     DISPLAY "CASES ALREADY ON FILE . . . : " WS-CASES-ON-FILE.
135000     DISPLAY "CASES RAISED  . . . . . . . : " WS-CASES-RAISED.
135100     DISPLAY "REPEATS SUPPRESSED  . . . . : "
135200             WS-CASES-SUPPRESSED.
135300 5000-EXIT.
135400     EXIT.
135500
135600*****************************************************************
135700*  6000-PRINT-CASE-LISTING - SORT THE CASES RAISED BY BRANCH    *
135800*  AND PRINT THEM, ADDING EACH ONE TO THE CUMULATIVE CASE       *
135900*  FILE AS IT IS PRINTED.  WITH NO NEW CASES A SINGLE PAGE      *
136000*  SAYS SO.                                                     *
136100*****************************************************************
136200 6000-PRINT-CASE-LISTING.
136300     IF WS-CASES-RAISED = ZERO
136400         MOVE SPACES TO WS-PREV-BRANCH
136500         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
136600         MOVE NO-CASE-LINE TO REPORT-LINE
136700         WRITE REPORT-LINE
136800         GO TO 6000-EXIT
136900     END-IF.
137000     OPEN EXTEND CASE-FILE.
137100     IF NOT WS-CASE-OK
137200         DISPLAY "CASE FILE OPEN ERROR - STATUS "
137300                 WS-CASE-STATUS
137400         MOVE 16 TO RETURN-CODE
137500         SET WS-RUN-FATAL TO TRUE
137600         GO TO 6000-EXIT
137700     END-IF.
137800     SORT CASE-SORT-FILE
137900         ON ASCENDING KEY SC-BRANCH
138000         ON ASCENDING KEY SC-CASE-NUMBER
138100         ON ASCENDING KEY SC-LINE-SEQ
138200         USING CASE-WORK-FILE
138300         OUTPUT PROCEDURE IS 6100-PRINT-CASES
138400             THRU 6100-EXIT.
138500     CLOSE CASE-FILE.
138600 6000-EXIT.
138700     EXIT.
138800
138900 6100-PRINT-CASES.
139000     PERFORM 6110-RETURN-ONE-LINE THRU 6110-EXIT
139100         UNTIL WS-CSORT-EOF OR WS-RUN-FATAL.
139200     PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT.
139300     MOVE SPACES TO REPORT-LINE.
139400     WRITE REPORT-LINE.
139500     MOVE WS-CASES-RAISED TO GCNT-COUNT.
139600     MOVE GRAND-COUNT-LINE TO REPORT-LINE.
139700     WRITE REPORT-LINE.
139800 6100-EXIT.
139900     EXIT.
140000
140100 6110-RETURN-ONE-LINE.
140200     RETURN CASE-SORT-FILE INTO WS-CWORK-REC
140300         AT END
140400             SET WS-CSORT-EOF TO TRUE
140500             GO TO 6110-EXIT
140600     END-RETURN.
140700     IF WS-CW-BRANCH NOT = WS-PREV-BRANCH
140800         PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT
140900         MOVE WS-CW-BRANCH TO WS-PREV-BRANCH
141000         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
141100     END-IF.
141200     IF WS-CW-LINE-SEQ = ZERO
141300         PERFORM 6300-WRITE-CASE-HEADER THRU 6300-EXIT
141400     ELSE
141500         PERFORM 6400-WRITE-CASE-POSTING THRU 6400-EXIT
141600     END-IF.
141700 6110-EXIT.
141800     EXIT.
141900
142000 6200-WRITE-HEADINGS.
142100     ADD 1 TO WS-PAGE-COUNT.
142200     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
142300     MOVE WS-PREV-BRANCH TO HDG1-BRANCH.
142400     MOVE WS-RUN-DATE TO HDG1-DATE.
142500     MOVE SPACES TO HDG1-BRANCH-NAME.
142600     PERFORM 6250-FIND-BRANCH-NAME THRU 6250-EXIT
142700         VARYING WS-BRCH-IDX FROM 1 BY 1
142800         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
142900     MOVE HDG1-LINE TO REPORT-LINE.
143000     WRITE REPORT-LINE.
143100     MOVE HDG2-LINE TO REPORT-LINE.
143200     WRITE REPORT-LINE.
143300     MOVE SPACES TO REPORT-LINE.
143400     WRITE REPORT-LINE.
143500     MOVE ZERO TO WS-LINE-COUNT.
143600 6200-EXIT.
143700     EXIT.
143800
143900 6250-FIND-BRANCH-NAME.
144000     IF WS-BRCH-CODE (WS-BRCH-IDX) = WS-PREV-BRANCH
144100         MOVE WS-BRCH-NAME (WS-BRCH-IDX) TO HDG1-BRANCH-NAME
144200     END-IF.
144300 6250-EXIT.
144400     EXIT.
144500
144600*****************************************************************
144700*  6300-WRITE-CASE-HEADER - THE CASE'S THREE HEADER LINES,      *
144800*  AND ITS RECORD ON THE CUMULATIVE CASE FILE.                  *
144900*****************************************************************
145000 6300-WRITE-CASE-HEADER.
145100     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
145200         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
145300     END-IF.
145400     MOVE WS-CW-CASE TO WS-CASE-RECORD.
145500     MOVE WS-CASE-NUMBER TO CL1-CASE-NUMBER.
145600     MOVE WS-CASE-RULE TO CL1-RULE.
145700     EVALUATE TRUE
145800         WHEN WS-CASE-SPLIT-DEPOSITS
145900             MOVE "SPLIT DEPOSITS" TO CL1-RULE-TEXT
146000         WHEN WS-CASE-SPLIT-WITHDRAWALS
146100             MOVE "SPLIT WITHDRAWALS" TO CL1-RULE-TEXT
146200         WHEN WS-CASE-BACK-AND-FORTH
146300             MOVE "TRANSFERS BACK AND FORTH" TO CL1-RULE-TEXT
146400         WHEN OTHER
146500             MOVE "LARGE MOVES AFTER REACTIVATION"
146600                 TO CL1-RULE-TEXT
146700     END-EVALUATE.
146800     MOVE WS-CASE-INDEX TO CL2-INDEX.
146900     MOVE WS-CW-NAME    TO CL2-NAME.
147000     MOVE WS-CW-SURNAME TO CL2-SURNAME.
147100     IF WS-CASE-OTHER-INDEX = SPACES
147200         MOVE SPACES TO CL2-OTHER-CAPTION
147300     ELSE
147400         MOVE "WITH IDX " TO CL2-OTHER-CAPTION
147500     END-IF.
147600     MOVE WS-CASE-OTHER-INDEX TO CL2-OTHER-INDEX.
147700     MOVE WS-CASE-POSTINGS TO CL3-POSTINGS.
147800     MOVE WS-CASE-TOTAL    TO CL3-TOTAL.
147900     MOVE CASE-LINE-1 TO REPORT-LINE.
148000     WRITE REPORT-LINE.
148100     MOVE CASE-LINE-2 TO REPORT-LINE.
148200     WRITE REPORT-LINE.
148300     MOVE CASE-LINE-3 TO REPORT-LINE.
148400     WRITE REPORT-LINE.
148500     ADD 3 TO WS-LINE-COUNT.
148600     ADD 1 TO WS-BRANCH-CASE-COUNT.
148700     WRITE FD-CASE-RECORD FROM WS-CASE-RECORD.
148800     IF NOT WS-CASE-OK
148900         DISPLAY "CASE FILE WRITE ERROR - STATUS "
149000                 WS-CASE-STATUS
149100         MOVE 16 TO RETURN-CODE
149200         SET WS-RUN-FATAL TO TRUE
149300     END-IF.
149400 6300-EXIT.
149500     EXIT.
149600
149700 6400-WRITE-CASE-POSTING.
149800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
149900         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
150000     END-IF.
150100     MOVE WS-CW-DATE        TO DTL-DATE.
150200     MOVE WS-CW-TIME (1:6)  TO DTL-TIME.
150300     MOVE WS-CW-OPERATION   TO DTL-OPERATION.
150400     MOVE WS-CW-AMOUNT      TO DTL-AMOUNT.
150500     MOVE WS-CW-OPERATOR    TO DTL-OPERATOR.
150600     MOVE WS-CW-OTHER-INDEX TO DTL-OTHER-INDEX.
150700     IF WS-CW-REACTIVATED = "Y"
150800         MOVE "REACTIVATED" TO DTL-NOTE
150900     ELSE
151000         MOVE SPACES TO DTL-NOTE
151100     END-IF.
151200     MOVE DETAIL-LINE TO REPORT-LINE.
151300     WRITE REPORT-LINE.
151400     ADD 1 TO WS-LINE-COUNT.
151500 6400-EXIT.
151600     EXIT.
151700
151800*****************************************************************
151900*  6600-CLOSE-BRANCH - CASE COUNT FOR THE BRANCH JUST           *
152000*  PRINTED.  NOTHING IS WRITTEN BEFORE THE FIRST BRANCH.        *
152100*****************************************************************
152200 6600-CLOSE-BRANCH.
152300     IF WS-PREV-BRANCH = LOW-VALUES
152400         GO TO 6600-EXIT
152500     END-IF.
152600     MOVE SPACES TO REPORT-LINE.
152700     WRITE REPORT-LINE.
152800     MOVE WS-BRANCH-CASE-COUNT TO BCNT-COUNT.
152900     MOVE BRCH-COUNT-LINE TO REPORT-LINE.
153000     WRITE REPORT-LINE.
153100     ADD 2 TO WS-LINE-COUNT.
153200     MOVE ZERO TO WS-BRANCH-CASE-COUNT.
153300 6600-EXIT.
153400     EXIT.
153500
153600 9000-TERMINATE.
153700     CLOSE AUDIT-FILE.
153800     CLOSE REPORT-FILE.
153900 9000-EXIT.
154000     EXIT.
