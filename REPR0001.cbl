000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REPRPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-10-05  RSK       INITIAL VERSION.                       *
001100*****************************************************************
001200*
001300*  REPRPROG IS THE NIGHTLY REPAIR AND RE-ENTRY RUN.  IT KEEPS
001400*  THE PENDING-ITEMS FILE (PENDFILE, SEE PENDREC) - EVERY
001500*  TRANSACTION THE NIGHTLY RUNS REFUSED, FROM THE NIGHT IT WAS
001600*  FIRST REFUSED UNTIL IT IS POSTED OR WRITTEN OFF - AND TURNS
001700*  THE ITEMS BACK OFFICE HAS RELEASED INTO ONE "B"/"T"-WRAPPED
001800*  REPAIR BATCH (BATCHOUT), WHICH BTCHPROG.JCL CONCATENATES
001900*  ONTO TRANFILE.  THE RUN, AHEAD OF BTCHPROG (SEE REPRPROG.JCL):
002000*    1. LOADS LAST NIGHT'S REFUSED ITEMS FROM MAINPROG'S REJECT
002100*       AND EXCEPTION LISTINGS (REJTFILE, EXCPFILE) AND
002200*       BTCHPROG'S SUSPENSE FILE (SUSPFILE), ALL IN THE REPFREC
002300*       LAYOUT.  BATCH HEADERS AND TRAILERS ARE NOT ITEMS.  AN
002400*       ITEM RELEASED EARLIER AND REFUSED AGAIN IS MATCHED BY
002500*       ITS RELEASED TRANSACTION IMAGE AND REOPENED; ANY OTHER
002600*       IS ADDED AS A NEW OPEN ITEM FOR THE BRANCH IT CAME FROM;
002700*    2. APPLIES THE DAY'S CORRECTIONS, RELEASES AND WRITE-OFFS
002800*       FROM THE BACK-OFFICE CRPR SCREEN (REPMFILE, SEE
002900*       REPMREC).  ONLY AN OPEN ITEM CAN BE ACTED ON, ONLY BY AN
003000*       OPERATOR ON THE OPERATOR MASTER, AND NEVER BY THE
003100*       OPERATOR WHO KEYED THE ORIGINAL TRANSACTION;
003200*    3. BROWSES THE PENDING-ITEMS FILE: AN ITEM RELEASED ON AN
003300*       EARLIER NIGHT THAT WAS NOT REFUSED AGAIN HAS POSTED AND
003400*       IS CLOSED; AN ITEM RELEASED TONIGHT IS WRITTEN TO THE
003500*       REPAIR BATCH UNDER THE RELEASING OPERATOR'S ID; AN OPEN
003600*       ITEM IS AGED FROM THE DATE IT WAS FIRST REFUSED.
003700*  RPTFILE LISTS THE NIGHT'S ACTIVITY AND EVERY OPEN ITEM, ONE
003800*  SECTION PER BRANCH CLOSED BY ITS AGING (1-2, 3-6, 7-29 AND
003900*  30 OR MORE DAYS), THEN AN AGING SUMMARY OF ALL BRANCHES.
004000*  A RERUN IS SAFE: ITEMS ALREADY LOADED ARE FOUND ON FILE BY
004100*  THEIR KEY AND IMAGE, MAINTENANCE ALREADY APPLIED TONIGHT IS
004200*  RECOGNIZED, AND THE ITEMS RELEASED ON THE PROCESSING DATE
004300*  ARE WRITTEN TO THE BATCH AGAIN.  THE CUSTOMER MASTER IS NOT
004400*  READ; MAINPROG STILL EDITS EVERY RELEASED ITEM IN FULL.
004500*
004600*  CONTROL CARD (REPRCARD): BATCH NUMBER (COLS 1-6), REPORTING
004700*  BRANCH FOR THE BATCH (COLS 7-8) AND PROCESSING DATE YYYYMMDD
004800*  (COLS 9-16, BLANK = TODAY).
004900*
005000*  RC 8 MEANS A MAINTENANCE RECORD WAS REJECTED (SEE THE
005100*  REPORT); RC 16 MEANS A FILE COULD NOT BE OPENED, READ OR
005200*  WRITTEN, OR THE CONTROL CARD WAS UNUSABLE, AND THE BATCH MUST
005300*  NOT BE RELEASED TO BTCHPROG NOR THE LISTINGS EMPTIED.
005400*
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CARD-FILE ASSIGN TO "REPRCARD"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CARD-STATUS.
006100
006200     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-OPER-STATUS.
006500
006600     SELECT REJECT-FILE ASSIGN TO "REJTFILE"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-REJT-STATUS.
006900
007000     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-EXCP-STATUS.
007300
007400     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-SUSP-STATUS.
007700
007800     SELECT MAINT-FILE ASSIGN TO "REPMFILE"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-MAINT-STATUS.
008100
008200     SELECT PEND-FILE ASSIGN TO "PENDFILE"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS FD-PEND-KEY
008600         FILE STATUS IS WS-PENDF-STATUS.
008700
008800     SELECT BATCH-FILE ASSIGN TO "BATCHOUT"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-BATCH-STATUS.
009100
009200     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
009300
009400     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-REPORT-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000*****************************************************************
010100*  CONTROL CARD - BATCH NUMBER, REPORTING BRANCH AND PROCESSING *
010200*  DATE.                                                        *
010300*****************************************************************
010400 FD  CARD-FILE
010500     RECORD CONTAINS 80 CHARACTERS
010600     LABEL RECORDS ARE STANDARD.
010700 01  CARD-RECORD.
010800     05  CARD-BATCH-NUMBER      PIC X(06).
010900     05  CARD-BATCH-NUMBER-N REDEFINES CARD-BATCH-NUMBER
011000                                PIC 9(06).
011100     05  CARD-BRANCH            PIC X(02).
011200     05  CARD-RUN-DATE          PIC X(08).
011300     05  CARD-RUN-DATE-N REDEFINES CARD-RUN-DATE
011400                                PIC 9(08).
011500     05  FILLER                 PIC X(64).
011600
011700*****************************************************************
011800*  OPERATOR MASTER (SEE OPERREC) - EVERY MAINTENANCE RECORD'S   *
011900*  OPERATOR ID MUST BE ON IT; AN ITEM WITH NO BRANCH OF ITS OWN *
012000*  IS GIVEN ITS KEYING OPERATOR'S BRANCH.                       *
012100*****************************************************************
012200 FD  OPERATOR-FILE
012300     RECORD CONTAINS 48 CHARACTERS
012400     LABEL RECORDS ARE STANDARD.
012500     COPY OPERREC REPLACING ==:PFX:== BY ==FD-==.
012600
012700*****************************************************************
012800*  REFUSED-ITEM FEEDS - MAINPROG'S REJECT AND EXCEPTION         *
012900*  LISTINGS AND BTCHPROG'S SUSPENSE FILE, ALL REPFREC LAYOUT.   *
013000*****************************************************************
013100 FD  REJECT-FILE
013200     RECORD CONTAINS 130 CHARACTERS
013300     LABEL RECORDS ARE STANDARD.
013400 01  REJT-RECORD                PIC X(130).
013500
013600 FD  EXCEPTION-FILE
013700     RECORD CONTAINS 130 CHARACTERS
013800     LABEL RECORDS ARE STANDARD.
013900 01  EXCP-RECORD                PIC X(130).
014000
014100 FD  SUSPENSE-FILE
014200     RECORD CONTAINS 130 CHARACTERS
014300     LABEL RECORDS ARE STANDARD.
014400 01  SUSP-RECORD                PIC X(130).
014500
014600*****************************************************************
014700*  REPAIR MAINTENANCE FROM THE CRPR SCREEN (SEE REPMREC).       *
014800*****************************************************************
014900 FD  MAINT-FILE
015000     RECORD CONTAINS 120 CHARACTERS
015100     LABEL RECORDS ARE STANDARD.
015200     COPY REPMREC REPLACING ==:PFX:== BY ====.
015300
015400 FD  PEND-FILE
015500     LABEL RECORDS ARE STANDARD.
015600     COPY PENDREC REPLACING ==:PFX:== BY ==FD-==.
015700
015800*****************************************************************
015900*  GENERATED BATCH - HEADER, TONIGHT'S RELEASED ITEMS, TRAILER. *
016000*****************************************************************
016100 FD  BATCH-FILE
016200     RECORD CONTAINS 67 CHARACTERS
016300     LABEL RECORDS ARE STANDARD.
016400 01  BATCH-RECORD               PIC X(67).
016500
016600*****************************************************************
016700*  SORT WORK FILE - ONE ENTRY PER REPORTED ITEM, KEYED ON THE   *
016800*  ITEM'S BRANCH, THE NIGHT'S ACTIVITY (GROUP 1) AHEAD OF THE   *
016900*  OPEN ITEMS (GROUP 2), THE ITEM KEY AND THE ORDER OF EVENTS.  *
017000*****************************************************************
017100 SD  SORT-WORK-FILE.
017200 01  SW-RECORD.
017300     05  SW-BRANCH              PIC X(02).
017400     05  SW-GROUP               PIC X(01).
017500     05  SW-KEY                 PIC X(14).
017600     05  SW-SEQ                 PIC 9(08).
017700     05  SW-INDEX               PIC X(08).
017800     05  SW-OPERATION           PIC X(01).
017900     05  SW-AMOUNT              PIC S9(10)V99.
018000     05  SW-ORIG-OPERATOR       PIC X(05).
018100     05  SW-EVENT               PIC X(11).
018200     05  SW-AGE                 PIC 9(04).
018300     05  SW-REASON              PIC X(40).
018400     05  SW-BY-OPERATOR         PIC X(05).
018500
018600*****************************************************************
018700*  PRINTED REPAIR AND AGING REPORT.                             *
018800*****************************************************************
018900 FD  REPORT-FILE
019000     RECORD CONTAINS 132 CHARACTERS
019100     LABEL RECORDS ARE STANDARD.
019200 01  REPORT-LINE                PIC X(132).
019300
019400 WORKING-STORAGE SECTION.
019500*****************************************************************
019600*  WORKING COPIES - PENDING ITEM (AND A SECOND COPY FOR THE     *
019700*  DUPLICATE-KEY CHECK), FEED RECORD, THE TRANSACTION IMAGE     *
019800*  BEING EXAMINED, THE BATCH RECORD AND THE DATEPROG CALENDAR   *
019900*  PARAMETERS.                                                  *
020000*****************************************************************
020100 COPY PENDREC REPLACING ==:PFX:== BY ==WS-==.
020200
020300 COPY PENDREC REPLACING ==:PFX:== BY ==WS-CHK-==.
020400
020500 COPY REPFREC REPLACING ==:PFX:== BY ==WS-==.
020600
020700 COPY TRANREC REPLACING ==:PFX:== BY ==WS-IMG-==.
020800
020900 COPY TRANREC REPLACING ==:PFX:== BY ==WS-TRAN-==.
021000
021100 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
021200
021300*****************************************************************
021400*  RUN PARAMETERS FROM THE CONTROL CARD.                        *
021500*****************************************************************
021600 01  WS-BATCH-NUMBER            PIC 9(06) VALUE ZERO.
021700 01  WS-BATCH-BRANCH            PIC X(02) VALUE SPACES.
021800 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
021900 01  WS-RUN-DAY-NUMBER          PIC 9(07) VALUE ZERO.
022000 01  WS-UNKNOWN-BRANCH          PIC X(02) VALUE "**".
022100
022200*****************************************************************
022300*  RETURN TABLE - EVERY ITEM STILL RELEASED, AND EVERY ITEM     *
022400*  ALREADY REOPENED AFTER A RELEASE, WITH ITS RELEASED IMAGE.   *
022500*  A REFUSED TRANSACTION WITH THE SAME IMAGE, REFUSED ON OR     *
022600*  AFTER THE RELEASE DATE (OR, FOR ONE ALREADY REOPENED, ON THE *
022700*  NIGHT IT WAS REOPENED FOR), IS THAT ITEM COMING BACK - NOT A *
022800*  NEW ONE.  AN ENTRY IS TAKEN BY THE FIRST FEED RECORD IT      *
022900*  MATCHES.                                                     *
023000*****************************************************************
023100 01  WS-RETURN-TABLE.
023200     05  WS-RT-ENTRY OCCURS 5000 TIMES.
023300         10  WS-RT-KEY          PIC X(14).
023400         10  WS-RT-IMAGE        PIC X(67).
023500         10  WS-RT-STATUS       PIC X(01).
023600             88  WS-RT-RELEASED     VALUE "R".
023700             88  WS-RT-REOPENED     VALUE "O".
023800         10  WS-RT-DATE         PIC 9(08).
023900         10  WS-RT-TAKEN        PIC X(01).
024000             88  WS-RT-IS-TAKEN     VALUE "Y".
024100
024200 01  WS-RT-MAX                  PIC 9(04) COMP VALUE 5000.
024300 01  WS-RT-USED                 PIC 9(04) COMP VALUE ZERO.
024400 01  WS-RT-IDX                  PIC 9(04) COMP.
024500 01  WS-RT-FOUND                PIC 9(04) COMP VALUE ZERO.
024600
024700*****************************************************************
024800*  OPERATOR MASTER TABLE - ID AND BRANCH, LOADED AT             *
024900*  INITIALIZATION.                                              *
025000*****************************************************************
025100 01  WS-OPER-TABLE.
025200     05  WS-OT-ENTRY OCCURS 100 TIMES.
025300         10  WS-OT-ID           PIC X(05).
025400         10  WS-OT-BRANCH       PIC X(02).
025500
025600 01  WS-OT-MAX                  PIC 9(03) COMP VALUE 100.
025700 01  WS-OT-USED                 PIC 9(03) COMP VALUE ZERO.
025800 01  WS-OT-IDX                  PIC 9(03) COMP.
025900 01  WS-OT-FOUND                PIC 9(03) COMP VALUE ZERO.
026000 01  WS-OPER-WANTED             PIC X(05).
026100
026200 01  WS-OPER-FOUND-SWITCH       PIC X(01).
026300     88  WS-OPER-FOUND              VALUE "Y".
026400     88  WS-OPER-NOT-FOUND          VALUE "N".
026500
026600*****************************************************************
026700*  AGING TABLE - OPEN ITEMS AND THEIR AMOUNT BY BRANCH AND AGE  *
026800*  BAND, KEPT IN BRANCH ORDER FOR THE SUMMARY PAGE.  BAND 1 IS  *
026900*  UNDER 3 DAYS, 2 IS 3-6, 3 IS 7-29, 4 IS 30 DAYS OR MORE.     *
027000*****************************************************************
027100 01  WS-AGING-TABLE.
027200     05  WS-AG-ENTRY OCCURS 50 TIMES.
027300         10  WS-AG-BRANCH       PIC X(02).
027400         10  WS-AG-BAND-COUNT   PIC 9(06) COMP OCCURS 4 TIMES.
027500         10  WS-AG-TOTAL        PIC 9(06) COMP.
027600         10  WS-AG-AMOUNT       PIC S9(13)V99 COMP-3.
027700
027800 01  WS-AG-MAX                  PIC 9(02) COMP VALUE 50.
027900 01  WS-AG-USED                 PIC 9(02) COMP VALUE ZERO.
028000 01  WS-AG-IDX                  PIC 9(02) COMP.
028100 01  WS-AG-SHIFT                PIC 9(02) COMP.
028200 01  WS-AG-FOUND                PIC 9(02) COMP VALUE ZERO.
028300 01  WS-AG-BAND                 PIC 9(01) COMP.
028400
028500 01  WS-GRAND-AGING.
028600     05  WS-GR-BAND-COUNT       PIC 9(06) COMP OCCURS 4 TIMES.
028700     05  WS-GR-TOTAL            PIC 9(06) COMP.
028800     05  WS-GR-AMOUNT           PIC S9(13)V99 COMP-3.
028900
029000*****************************************************************
029100*  FEED CONTROLS - THE SOURCE BEING LOADED AND THE POSITION OF  *
029200*  THE ITEM WITHIN ITS NIGHT OF THAT FEED (THE LAST PART OF THE *
029300*  ITEM KEY).                                                   *
029400*****************************************************************
029500 01  WS-FEED-SOURCE             PIC X(01).
029600 01  WS-FEED-PREV-DATE          PIC 9(08) VALUE ZERO.
029700 01  WS-FEED-SEQ                PIC 9(05) VALUE ZERO.
029800
029900*****************************************************************
030000*  MAINTENANCE AND AGING WORK FIELDS.  A BLANK REASON MEANS THE *
030100*  EDIT PASSED.                                                 *
030200*****************************************************************
030300 01  WS-MAINT-REASON            PIC X(40).
030400 01  WS-ITEM-KEY.
030500     05  WS-IK-DATE             PIC X(08).
030600     05  WS-IK-DATE-N REDEFINES WS-IK-DATE
030700                                PIC 9(08).
030800     05  WS-IK-SOURCE           PIC X(01).
030900         88  WS-IK-SOURCE-VALID     VALUES "R", "E", "S".
031000     05  WS-IK-SEQ              PIC X(05).
031100     05  WS-IK-SEQ-N REDEFINES WS-IK-SEQ
031200                                PIC 9(05).
031300
031400 01  WS-AGE-DAYS                PIC S9(07) VALUE ZERO.
031500 01  WS-IMG-AMOUNT              PIC S9(10)V99 VALUE ZERO.
031600
031700 01  WS-ITEM-DONE-SWITCH        PIC X(01).
031800     88  WS-ITEM-DONE               VALUE "Y".
031900     88  WS-ITEM-NOT-DONE           VALUE "N".
032000
032100 01  WS-REPEAT-SWITCH           PIC X(01).
032200     88  WS-MAINT-REPEAT            VALUE "Y".
032300     88  WS-MAINT-FIRST-TIME        VALUE "N".
032400
032500*****************************************************************
032600*  EVENT WAITING TO BE RELEASED TO THE REPORT SORT.             *
032700*****************************************************************
032800 01  WS-EVT-BRANCH              PIC X(02).
032900 01  WS-EVT-GROUP               PIC X(01).
033000 01  WS-EVT-KEY                 PIC X(14).
033100 01  WS-EVT-INDEX               PIC X(08).
033200 01  WS-EVT-OPERATION           PIC X(01).
033300 01  WS-EVT-AMOUNT              PIC S9(10)V99.
033400 01  WS-EVT-ORIG-OPERATOR       PIC X(05).
033500 01  WS-EVT-EVENT               PIC X(11).
033600 01  WS-EVT-AGE                 PIC 9(04).
033700 01  WS-EVT-REASON              PIC X(40).
033800 01  WS-EVT-BY-OPERATOR         PIC X(05).
033900
034000*****************************************************************
034100*  BATCH CONTROLS AND RUN CONTROL TOTALS.                       *
034200*****************************************************************
034300 01  WS-TRAN-COUNT              PIC 9(06) COMP VALUE ZERO.
034400 01  WS-NET-AMOUNT              PIC S9(12)V99 COMP-3 VALUE ZERO.
034500 01  WS-RELEASE-SEQ             PIC 9(08) COMP VALUE ZERO.
034600 01  WS-REJT-READ               PIC 9(06) COMP VALUE ZERO.
034700 01  WS-EXCP-READ               PIC 9(06) COMP VALUE ZERO.
034800 01  WS-SUSP-READ               PIC 9(06) COMP VALUE ZERO.
034900 01  WS-CONTROL-SKIPPED         PIC 9(06) COMP VALUE ZERO.
035000 01  WS-NEW-ITEMS               PIC 9(06) COMP VALUE ZERO.
035100 01  WS-RETURNED-ITEMS          PIC 9(06) COMP VALUE ZERO.
035200 01  WS-ALREADY-LOADED          PIC 9(06) COMP VALUE ZERO.
035300 01  WS-MAINT-READ              PIC 9(06) COMP VALUE ZERO.
035400 01  WS-MAINT-APPLIED           PIC 9(06) COMP VALUE ZERO.
035500 01  WS-MAINT-REJECTED          PIC 9(06) COMP VALUE ZERO.
035600 01  WS-PEND-READ               PIC 9(06) COMP VALUE ZERO.
035700 01  WS-POSTED-COUNT            PIC 9(06) COMP VALUE ZERO.
035800 01  WS-RELEASED-COUNT          PIC 9(06) COMP VALUE ZERO.
035900 01  WS-WRITTEN-OFF-COUNT       PIC 9(06) COMP VALUE ZERO.
036000 01  WS-OPEN-COUNT              PIC 9(06) COMP VALUE ZERO.
036100
036200*****************************************************************
036300*  SORT RETURN AREA, BRANCH BREAK AND PAGE CONTROL, WITH THE    *
036400*  VALID-BRANCH TABLE FOR THE PAGE CAPTION.                     *
036500*****************************************************************
036600 01  WS-SORT-REC.
036700     05  WS-SRT-BRANCH          PIC X(02).
036800     05  WS-SRT-GROUP           PIC X(01).
036900     05  WS-SRT-KEY             PIC X(14).
037000     05  WS-SRT-SEQ             PIC 9(08).
037100     05  WS-SRT-INDEX           PIC X(08).
037200     05  WS-SRT-OPERATION       PIC X(01).
037300     05  WS-SRT-AMOUNT          PIC S9(10)V99.
037400     05  WS-SRT-ORIG-OPERATOR   PIC X(05).
037500     05  WS-SRT-EVENT           PIC X(11).
037600     05  WS-SRT-AGE             PIC 9(04).
037700     05  WS-SRT-REASON          PIC X(40).
037800     05  WS-SRT-BY-OPERATOR     PIC X(05).
037900
038000 01  WS-PREV-BRANCH             PIC X(02) VALUE LOW-VALUES.
038100 01  WS-BRANCH-ITEMS            PIC 9(06) COMP VALUE ZERO.
038200 01  WS-GRAND-ITEMS             PIC 9(06) COMP VALUE ZERO.
038300 01  WS-BRANCH-NAME             PIC X(15).
038400
038500 COPY BRCHTAB REPLACING ==:PFX:== BY ==WS-==.
038600
038700 01  WS-BRCH-IDX                PIC 9(02) COMP.
038800 01  WS-PAGE-COUNT              PIC 9(04) COMP VALUE ZERO.
038900 01  WS-LINE-COUNT              PIC 9(02) COMP VALUE ZERO.
039000 01  WS-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
039100
039200 01  WS-OPER-EOF-SWITCH         PIC X(01) VALUE "N".
039300     88  WS-OPER-EOF                VALUE "Y".
039400
039500 01  WS-FEED-EOF-SWITCH         PIC X(01) VALUE "N".
039600     88  WS-FEED-EOF                VALUE "Y".
039700
039800 01  WS-MAINT-EOF-SWITCH        PIC X(01) VALUE "N".
039900     88  WS-MAINT-EOF               VALUE "Y".
040000
040100 01  WS-PEND-EOF-SWITCH         PIC X(01) VALUE "N".
040200     88  WS-PEND-EOF                VALUE "Y".
040300
040400 01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
040500     88  WS-SORT-EOF                VALUE "Y".
040600
040700 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
040800     88  WS-RUN-OK                  VALUE "N".
040900     88  WS-RUN-FATAL               VALUE "Y".
041000
041100*****************************************************************
041200*  FILE STATUS                                                  *
041300*****************************************************************
041400 01  WS-CARD-STATUS             PIC X(02).
041500     88  WS-CARD-OK                 VALUE "00".
041600
041700 01  WS-OPER-STATUS             PIC X(02).
041800     88  WS-OPER-OK                 VALUE "00".
041900
042000 01  WS-REJT-STATUS             PIC X(02).
042100     88  WS-REJT-OK                 VALUE "00".
042200
042300 01  WS-EXCP-STATUS             PIC X(02).
042400     88  WS-EXCP-OK                 VALUE "00".
042500
042600 01  WS-SUSP-STATUS             PIC X(02).
042700     88  WS-SUSP-OK                 VALUE "00".
042800
042900 01  WS-MAINT-STATUS            PIC X(02).
043000     88  WS-MAINT-OK                VALUE "00".
043100
043200 01  WS-PENDF-STATUS            PIC X(02).
043300     88  WS-PENDF-OK                VALUE "00".
043400     88  WS-PENDF-DUPLICATE         VALUE "22".
043500     88  WS-PENDF-NOT-FOUND         VALUE "23".
043600
043700 01  WS-BATCH-STATUS            PIC X(02).
043800     88  WS-BATCH-OK                VALUE "00".
043900
044000 01  WS-REPORT-STATUS           PIC X(02).
044100     88  WS-REPORT-OK               VALUE "00".
044200
044300*****************************************************************
044400*  REPORT LINES                                                 *
044500*****************************************************************
044600 01  HDG1-LINE.
044700     05  FILLER                 PIC X(01) VALUE SPACE.
044800     05  FILLER                 PIC X(21)
044900                                 VALUE "REPAIR AND RE-ENTRY".
045000     05  FILLER                 PIC X(07) VALUE "BRANCH ".
045100     05  HDG1-BRANCH            PIC X(02).
045200     05  FILLER                 PIC X(01) VALUE SPACE.
045300     05  HDG1-BRANCH-NAME       PIC X(15).
045400     05  FILLER                 PIC X(01) VALUE SPACE.
045500     05  FILLER                 PIC X(05) VALUE "DATE ".
045600     05  HDG1-DATE              PIC 9(08).
045700     05  FILLER                 PIC X(02) VALUE SPACES.
045800     05  FILLER                 PIC X(05) VALUE "PAGE ".
045900     05  HDG1-PAGE              PIC ZZZ9.
046000     05  FILLER                 PIC X(60) VALUE SPACES.
046100
046200 01  HDG2-LINE.
046300     05  FILLER                 PIC X(01) VALUE SPACE.
046400     05  FILLER                 PIC X(15) VALUE "ITEM KEY".
046500     05  FILLER                 PIC X(09) VALUE "INDEX".
046600     05  FILLER                 PIC X(02) VALUE "OP".
046700     05  FILLER                 PIC X(18)
046800                                 VALUE "          AMOUNT".
046900     05  FILLER                 PIC X(06) VALUE "KEYED".
047000     05  FILLER                 PIC X(12) VALUE "EVENT".
047100     05  FILLER                 PIC X(05) VALUE " AGE".
047200     05  FILLER                 PIC X(41) VALUE "REASON".
047300     05  FILLER                 PIC X(23) VALUE "BY".
047400
047500 01  DETAIL-LINE.
047600     05  FILLER                 PIC X(01) VALUE SPACE.
047700     05  DTL-KEY                PIC X(14).
047800     05  FILLER                 PIC X(01) VALUE SPACE.
047900     05  DTL-INDEX              PIC X(08).
048000     05  FILLER                 PIC X(01) VALUE SPACE.
048100     05  DTL-OPERATION          PIC X(01).
048200     05  FILLER                 PIC X(01) VALUE SPACE.
048300     05  DTL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
048400     05  FILLER                 PIC X(01) VALUE SPACE.
048500     05  DTL-ORIG-OPERATOR      PIC X(05).
048600     05  FILLER                 PIC X(01) VALUE SPACE.
048700     05  DTL-EVENT              PIC X(11).
048800     05  FILLER                 PIC X(01) VALUE SPACE.
048900     05  DTL-AGE                PIC ZZZ9.
049000     05  FILLER                 PIC X(01) VALUE SPACE.
049100     05  DTL-REASON             PIC X(40).
049200     05  FILLER                 PIC X(01) VALUE SPACE.
049300     05  DTL-BY-OPERATOR        PIC X(05).
049400     05  FILLER                 PIC X(18) VALUE SPACES.
049500
049600 01  BRCH-COUNT-LINE.
049700     05  FILLER                 PIC X(23)
049800                                 VALUE "BRANCH ITEMS . . . . . ".
049900     05  BCNT-COUNT             PIC ZZZ,ZZ9.
050000     05  FILLER                 PIC X(102) VALUE SPACES.
050100
050200 01  AGING-LINE.
050300     05  AGE-CAPTION            PIC X(23).
050400     05  FILLER                 PIC X(09) VALUE "1-2 DAYS ".
050500     05  AGE-BAND-1             PIC ZZZ,ZZ9.
050600     05  FILLER                 PIC X(11) VALUE "  3-6 DAYS ".
050700     05  AGE-BAND-2             PIC ZZZ,ZZ9.
050800     05  FILLER                 PIC X(12) VALUE "  7-29 DAYS ".
050900     05  AGE-BAND-3             PIC ZZZ,ZZ9.
051000     05  FILLER                 PIC X(11) VALUE "  30+ DAYS ".
051100     05  AGE-BAND-4             PIC ZZZ,ZZ9.
051200     05  FILLER                 PIC X(08) VALUE "  TOTAL ".
051300     05  AGE-TOTAL              PIC ZZZ,ZZ9.
051400     05  FILLER                 PIC X(02) VALUE SPACES.
051500     05  AGE-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
051600     05  FILLER                 PIC X(02) VALUE SPACES.
051700
051800 01  SUMM-HDG-LINE.
051900     05  FILLER                 PIC X(01) VALUE SPACE.
052000     05  FILLER                 PIC X(43)
052100             VALUE "REPAIR AND RE-ENTRY - OPEN ITEMS BY AGE".
052200     05  FILLER                 PIC X(05) VALUE "DATE ".
052300     05  SHDG-DATE              PIC 9(08).
052400     05  FILLER                 PIC X(02) VALUE SPACES.
052500     05  FILLER                 PIC X(05) VALUE "PAGE ".
052600     05  SHDG-PAGE              PIC ZZZ9.
052700     05  FILLER                 PIC X(64) VALUE SPACES.
052800
052900 01  GRAND-COUNT-LINE.
053000     05  FILLER                 PIC X(23)
053100                                 VALUE "ITEMS REPORTED . . . . ".
053200     05  GCNT-COUNT             PIC ZZZ,ZZ9.
053300     05  FILLER                 PIC X(102) VALUE SPACES.
053400
053500 PROCEDURE DIVISION.
053600*****************************************************************
053700*  0000-MAINLINE - OPEN THE BATCH, LOAD THE NIGHT'S REFUSED     *
053800*  ITEMS, APPLY THE MAINTENANCE AND AGE THE FILE (THE SORT      *
053900*  INPUT), PRINT THE BRANCH REPORT (THE SORT OUTPUT), THEN      *
054000*  CLOSE THE BATCH.                                             *
054100*****************************************************************
054200 0000-MAINLINE.
054300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
054400     IF WS-RUN-OK
054500         SORT SORT-WORK-FILE
054600             ON ASCENDING KEY SW-BRANCH
054700             ON ASCENDING KEY SW-GROUP
054800             ON ASCENDING KEY SW-KEY
054900             ON ASCENDING KEY SW-SEQ
055000             INPUT PROCEDURE IS 2000-BUILD-TONIGHT
055100                 THRU 2000-EXIT
055200             OUTPUT PROCEDURE IS 6000-PRINT-REPORT
055300                 THRU 6000-EXIT
055400     END-IF.
055500*    THE SORT LEAVES ITS OWN COMPLETION CODE IN RETURN-CODE, SO
055600*    THE RUN'S CODE IS SET AGAIN FROM ITS SWITCHES AND COUNTS.
055700     IF WS-RUN-FATAL
055800         MOVE 16 TO RETURN-CODE
055900     ELSE
056000         IF WS-MAINT-REJECTED > ZERO AND RETURN-CODE = ZERO
056100             MOVE 8 TO RETURN-CODE
056200         END-IF
056300     END-IF.
056400     IF WS-RUN-OK
056500         PERFORM 5100-WRITE-TRAILER THRU 5100-EXIT
056600     END-IF.
056700     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
056800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
056900     STOP RUN.
057000
057100 1000-INITIALIZE.
057200     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
057300     IF WS-RUN-FATAL
057400         GO TO 1000-EXIT
057500     END-IF.
057600     PERFORM 1200-LOAD-OPERATOR-TABLE THRU 1200-EXIT.
057700     OPEN I-O PEND-FILE.
057800     IF NOT WS-PENDF-OK
057900         DISPLAY "PENDING ITEMS FILE OPEN ERROR - STATUS "
058000                 WS-PENDF-STATUS
058100         MOVE 16 TO RETURN-CODE
058200         SET WS-RUN-FATAL TO TRUE
058300         GO TO 1000-EXIT
058400     END-IF.
058500     PERFORM 1300-LOAD-RETURN-TABLE THRU 1300-EXIT.
058600     IF WS-RUN-FATAL
058700         GO TO 1000-EXIT
058800     END-IF.
058900     OPEN INPUT REJECT-FILE.
059000     IF NOT WS-REJT-OK
059100         DISPLAY "REJECT LISTING OPEN ERROR - STATUS "
059200                 WS-REJT-STATUS
059300         MOVE 16 TO RETURN-CODE
059400         SET WS-RUN-FATAL TO TRUE
059500         GO TO 1000-EXIT
059600     END-IF.
059700     OPEN INPUT EXCEPTION-FILE.
059800     IF NOT WS-EXCP-OK
059900         DISPLAY "EXCEPTION LISTING OPEN ERROR - STATUS "
060000                 WS-EXCP-STATUS
060100         MOVE 16 TO RETURN-CODE
060200         SET WS-RUN-FATAL TO TRUE
060300         GO TO 1000-EXIT
060400     END-IF.
060500     OPEN INPUT SUSPENSE-FILE.
060600     IF NOT WS-SUSP-OK
060700         DISPLAY "SUSPENSE FILE OPEN ERROR - STATUS "
060800                 WS-SUSP-STATUS
060900         MOVE 16 TO RETURN-CODE
061000         SET WS-RUN-FATAL TO TRUE
061100         GO TO 1000-EXIT
061200     END-IF.
061300     OPEN INPUT MAINT-FILE.
061400     IF NOT WS-MAINT-OK
061500         DISPLAY "MAINTENANCE FILE OPEN ERROR - STATUS "
061600                 WS-MAINT-STATUS
061700         MOVE 16 TO RETURN-CODE
061800         SET WS-RUN-FATAL TO TRUE
061900         GO TO 1000-EXIT
062000     END-IF.
062100     OPEN OUTPUT REPORT-FILE.
062200     IF NOT WS-REPORT-OK
062300         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
062400                 WS-REPORT-STATUS
062500         MOVE 16 TO RETURN-CODE
062600         SET WS-RUN-FATAL TO TRUE
062700         GO TO 1000-EXIT
062800     END-IF.
062900     OPEN OUTPUT BATCH-FILE.
063000     IF NOT WS-BATCH-OK
063100         DISPLAY "BATCH OUTPUT OPEN ERROR - STATUS "
063200                 WS-BATCH-STATUS
063300         MOVE 16 TO RETURN-CODE
063400         SET WS-RUN-FATAL TO TRUE
063500         GO TO 1000-EXIT
063600     END-IF.
063700     MOVE SPACES          TO WS-TRAN-RECORD.
063800     MOVE "B"             TO WS-TRAN-OPERATION.
063900     MOVE WS-BATCH-NUMBER TO WS-TRAN-BCH-NUMBER.
064000     MOVE WS-BATCH-BRANCH TO WS-TRAN-BCH-BRANCH.
064100     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
064200 1000-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600*  1100-READ-CONTROL-CARD - A MISSING OR UNUSABLE CARD STOPS    *
064700*  THE RUN RC 16 BEFORE ANYTHING IS WRITTEN, SO AN UNNUMBERED   *
064800*  OR MIS-DATED BATCH NEVER REACHES BTCHPROG.                   *
064900*****************************************************************
065000 1100-READ-CONTROL-CARD.
065100     OPEN INPUT CARD-FILE.
065200     IF NOT WS-CARD-OK
065300         DISPLAY "CONTROL CARD NOT PRESENT - RUN STOPPED"
065400         MOVE 16 TO RETURN-CODE
065500         SET WS-RUN-FATAL TO TRUE
065600         GO TO 1100-EXIT
065700     END-IF.
065800     READ CARD-FILE
065900         AT END
066000             MOVE SPACES TO CARD-RECORD
066100     END-READ.
066200     CLOSE CARD-FILE.
066300     IF CARD-BATCH-NUMBER-N IS NOT NUMERIC
066400        OR CARD-BATCH-NUMBER-N = ZERO
066500         DISPLAY "BATCH NUMBER UNUSABLE: " CARD-BATCH-NUMBER
066600                 " - RUN STOPPED"
066700         MOVE 16 TO RETURN-CODE
066800         SET WS-RUN-FATAL TO TRUE
066900         GO TO 1100-EXIT
067000     END-IF.
067100     MOVE CARD-BATCH-NUMBER-N TO WS-BATCH-NUMBER.
067200     MOVE CARD-BRANCH         TO WS-BATCH-BRANCH.
067300     IF CARD-RUN-DATE = SPACES
067400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
067500     ELSE
067600         IF CARD-RUN-DATE-N IS NUMERIC
067700             MOVE CARD-RUN-DATE-N TO WS-RUN-DATE
067800         END-IF
067900     END-IF.
068000     MOVE "D"         TO WS-DTP-FUNCTION.
068100     MOVE WS-RUN-DATE TO WS-DTP-DATE.
068200     CALL "DATEPROG" USING WS-DATE-PARM.
068300     IF WS-DTP-INVALID
068400         DISPLAY "PROCESSING DATE UNUSABLE: " CARD-RUN-DATE
068500                 " - RUN STOPPED"
068600         MOVE 16 TO RETURN-CODE
068700         SET WS-RUN-FATAL TO TRUE
068800         GO TO 1100-EXIT
068900     END-IF.
069000     MOVE WS-DTP-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
069100 1100-EXIT.
069200     EXIT.
069300
069400*****************************************************************
069500*  1200-LOAD-OPERATOR-TABLE - LOAD THE OPERATOR IDS AND         *
069600*  BRANCHES.  AN UNREADABLE OPERATOR MASTER LEAVES THE TABLE    *
069700*  EMPTY, SO EVERY MAINTENANCE RECORD REJECTS BUT THE ITEMS     *
069800*  ARE STILL LOADED AND AGED.                                   *
069900*****************************************************************
070000 1200-LOAD-OPERATOR-TABLE.
070100     OPEN INPUT OPERATOR-FILE.
070200     IF NOT WS-OPER-OK
070300         DISPLAY "OPERATOR FILE OPEN ERROR - STATUS "
070400                 WS-OPER-STATUS
070500         DISPLAY "NO OPERATORS LOADED - ALL MAINTENANCE "
070600                 "WILL REJECT"
070700         GO TO 1200-EXIT
070800     END-IF.
070900     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
071000         UNTIL WS-OPER-EOF.
071100     CLOSE OPERATOR-FILE.
071200 1200-EXIT.
071300     EXIT.
071400
071500 1210-LOAD-ONE-OPERATOR.
071600     READ OPERATOR-FILE
071700         AT END
071800             SET WS-OPER-EOF TO TRUE
071900             GO TO 1210-EXIT
072000     END-READ.
072100     IF WS-OT-USED = WS-OT-MAX
072200         DISPLAY "OPERATOR TABLE FULL - REMAINING OPERATORS "
072300                 "NOT LOADED"
072400         SET WS-OPER-EOF TO TRUE
072500         GO TO 1210-EXIT
072600     END-IF.
072700     ADD 1 TO WS-OT-USED.
072800     MOVE FD-OPER-ID     TO WS-OT-ID (WS-OT-USED).
072900     MOVE FD-OPER-BRANCH TO WS-OT-BRANCH (WS-OT-USED).
073000 1210-EXIT.
073100     EXIT.
073200
073300*****************************************************************
073400*  1300-LOAD-RETURN-TABLE - NOTE EVERY RELEASED ITEM, AND EVERY *
073500*  ITEM ALREADY REOPENED AFTER A RELEASE, SO THE FEEDS CAN BE   *
073600*  MATCHED AGAINST THEM.  A FULL TABLE STOPS THE RUN - LOADING  *
073700*  A RETURNING ITEM AS NEW WOULD OPEN IT TWICE.                 *
073800*****************************************************************
073900 1300-LOAD-RETURN-TABLE.
074000     MOVE LOW-VALUES TO FD-PEND-KEY.
074100     START PEND-FILE KEY IS NOT LESS THAN FD-PEND-KEY
074200         INVALID KEY
074300             SET WS-PEND-EOF TO TRUE
074400     END-START.
074500     PERFORM 1310-LOAD-ONE-RETURN THRU 1310-EXIT
074600         UNTIL WS-PEND-EOF OR WS-RUN-FATAL.
074700     MOVE "N" TO WS-PEND-EOF-SWITCH.
074800 1300-EXIT.
074900     EXIT.
075000
075100 1310-LOAD-ONE-RETURN.
075200     READ PEND-FILE NEXT RECORD INTO WS-PEND-RECORD
075300         AT END
075400             SET WS-PEND-EOF TO TRUE
075500             GO TO 1310-EXIT
075600     END-READ.
075700     IF NOT WS-PENDF-OK
075800         DISPLAY "PENDING ITEMS FILE READ ERROR - STATUS "
075900                 WS-PENDF-STATUS
076000         MOVE 16 TO RETURN-CODE
076100         SET WS-RUN-FATAL TO TRUE
076200         GO TO 1310-EXIT
076300     END-IF.
076400     IF NOT WS-PEND-RELEASED
076500        AND NOT (WS-PEND-OPEN AND WS-PEND-TIMES > 1)
076600         GO TO 1310-EXIT
076700     END-IF.
076800     IF WS-RT-USED = WS-RT-MAX
076900         DISPLAY "RETURN TABLE FULL - RUN STOPPED"
077000         MOVE 16 TO RETURN-CODE
077100         SET WS-RUN-FATAL TO TRUE
077200         GO TO 1310-EXIT
077300     END-IF.
077400     ADD 1 TO WS-RT-USED.
077500     MOVE WS-PEND-KEY        TO WS-RT-KEY (WS-RT-USED).
077600     MOVE WS-PEND-TRAN-IMAGE TO WS-RT-IMAGE (WS-RT-USED).
077700     MOVE WS-PEND-STATUS     TO WS-RT-STATUS (WS-RT-USED).
077800     IF WS-PEND-RELEASED
077900         MOVE WS-PEND-ACTION-DATE TO WS-RT-DATE (WS-RT-USED)
078000     ELSE
078100         MOVE WS-PEND-LAST-DATE   TO WS-RT-DATE (WS-RT-USED)
078200     END-IF.
078300     MOVE "N" TO WS-RT-TAKEN (WS-RT-USED).
078400 1310-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800*  2000-BUILD-TONIGHT - SORT INPUT PROCEDURE.  LOAD THE THREE   *
078900*  FEEDS, APPLY THE DAY'S MAINTENANCE, THEN BROWSE THE WHOLE    *
079000*  PENDING-ITEMS FILE.                                          *
079100*****************************************************************
079200 2000-BUILD-TONIGHT.
079300     MOVE "R" TO WS-FEED-SOURCE.
079400     MOVE ZERO TO WS-FEED-PREV-DATE.
079500     MOVE "N" TO WS-FEED-EOF-SWITCH.
079600     PERFORM 2100-LOAD-ONE-REJECT THRU 2100-EXIT
079700         UNTIL WS-FEED-EOF OR WS-RUN-FATAL.
079800     MOVE "E" TO WS-FEED-SOURCE.
079900     MOVE ZERO TO WS-FEED-PREV-DATE.
080000     MOVE "N" TO WS-FEED-EOF-SWITCH.
080100     PERFORM 2110-LOAD-ONE-EXCEPTION THRU 2110-EXIT
080200         UNTIL WS-FEED-EOF OR WS-RUN-FATAL.
080300     MOVE "S" TO WS-FEED-SOURCE.
080400     MOVE ZERO TO WS-FEED-PREV-DATE.
080500     MOVE "N" TO WS-FEED-EOF-SWITCH.
080600     PERFORM 2120-LOAD-ONE-SUSPENSE THRU 2120-EXIT
080700         UNTIL WS-FEED-EOF OR WS-RUN-FATAL.
080800     PERFORM 2500-APPLY-ONE-MAINT THRU 2500-EXIT
080900         UNTIL WS-MAINT-EOF OR WS-RUN-FATAL.
081000     IF WS-RUN-FATAL
081100         GO TO 2000-EXIT
081200     END-IF.
081300     MOVE LOW-VALUES TO FD-PEND-KEY.
081400     START PEND-FILE KEY IS NOT LESS THAN FD-PEND-KEY
081500         INVALID KEY
081600             SET WS-PEND-EOF TO TRUE
081700     END-START.
081800     PERFORM 3000-PROCESS-ONE-ITEM THRU 3000-EXIT
081900         UNTIL WS-PEND-EOF OR WS-RUN-FATAL.
082000 2000-EXIT.
082100     EXIT.
082200
082300 2100-LOAD-ONE-REJECT.
082400     READ REJECT-FILE INTO WS-REPF-RECORD
082500         AT END
082600             SET WS-FEED-EOF TO TRUE
082700             GO TO 2100-EXIT
082800     END-READ.
082900     IF NOT WS-REJT-OK
083000         DISPLAY "REJECT LISTING READ ERROR - STATUS "
083100                 WS-REJT-STATUS
083200         MOVE 16 TO RETURN-CODE
083300         SET WS-RUN-FATAL TO TRUE
083400         GO TO 2100-EXIT
083500     END-IF.
083600     ADD 1 TO WS-REJT-READ.
083700     PERFORM 2200-LOAD-ONE-ITEM THRU 2200-EXIT.
083800 2100-EXIT.
083900     EXIT.
084000
084100 2110-LOAD-ONE-EXCEPTION.
084200     READ EXCEPTION-FILE INTO WS-REPF-RECORD
084300         AT END
084400             SET WS-FEED-EOF TO TRUE
084500             GO TO 2110-EXIT
084600     END-READ.
084700     IF NOT WS-EXCP-OK
084800         DISPLAY "EXCEPTION LISTING READ ERROR - STATUS "
084900                 WS-EXCP-STATUS
085000         MOVE 16 TO RETURN-CODE
085100         SET WS-RUN-FATAL TO TRUE
085200         GO TO 2110-EXIT
085300     END-IF.
085400     ADD 1 TO WS-EXCP-READ.
085500     PERFORM 2200-LOAD-ONE-ITEM THRU 2200-EXIT.
085600 2110-EXIT.
085700     EXIT.
085800
085900 2120-LOAD-ONE-SUSPENSE.
086000     READ SUSPENSE-FILE INTO WS-REPF-RECORD
086100         AT END
086200             SET WS-FEED-EOF TO TRUE
086300             GO TO 2120-EXIT
086400     END-READ.
086500     IF NOT WS-SUSP-OK
086600         DISPLAY "SUSPENSE FILE READ ERROR - STATUS "
086700                 WS-SUSP-STATUS
086800         MOVE 16 TO RETURN-CODE
086900         SET WS-RUN-FATAL TO TRUE
087000         GO TO 2120-EXIT
087100     END-IF.
087200     ADD 1 TO WS-SUSP-READ.
087300     PERFORM 2200-LOAD-ONE-ITEM THRU 2200-EXIT.
087400 2120-EXIT.
087500     EXIT.
087600
087700*****************************************************************
087800*  2200-LOAD-ONE-ITEM - ONE FEED RECORD.  ITS POSITION WITHIN   *
087900*  THE NIGHT IT WAS REFUSED IS COUNTED FIRST, SO A RELOAD OF    *
088000*  THE SAME FEED ARRIVES AT THE SAME KEYS.  A RETURNING ITEM IS *
088100*  REOPENED; ANYTHING ELSE IS A NEW ITEM.                       *
088200*****************************************************************
088300 2200-LOAD-ONE-ITEM.
088400     MOVE WS-REPF-TRAN-IMAGE TO WS-IMG-RECORD.
088500     IF WS-IMG-OP-BATCH-HDR OR WS-IMG-OP-BATCH-TRL
088600         ADD 1 TO WS-CONTROL-SKIPPED
088700         GO TO 2200-EXIT
088800     END-IF.
088900     IF WS-REPF-RUN-DATE IS NOT NUMERIC
089000         MOVE WS-RUN-DATE TO WS-REPF-RUN-DATE
089100     END-IF.
089200     IF WS-REPF-RUN-DATE NOT = WS-FEED-PREV-DATE
089300         MOVE WS-REPF-RUN-DATE TO WS-FEED-PREV-DATE
089400         MOVE ZERO TO WS-FEED-SEQ
089500     END-IF.
089600     ADD 1 TO WS-FEED-SEQ.
089700     MOVE ZERO TO WS-RT-FOUND.
089800     PERFORM 2300-MATCH-ONE-RETURN THRU 2300-EXIT
089900         VARYING WS-RT-IDX FROM 1 BY 1
090000         UNTIL WS-RT-IDX > WS-RT-USED
090100            OR WS-RT-FOUND > ZERO.
090200     IF WS-RT-FOUND > ZERO
090300         PERFORM 2350-REOPEN-ITEM THRU 2350-EXIT
090400     ELSE
090500         PERFORM 2400-WRITE-NEW-ITEM THRU 2400-EXIT
090600     END-IF.
090700 2200-EXIT.
090800     EXIT.
090900
091000 2300-MATCH-ONE-RETURN.
091100     IF WS-RT-IS-TAKEN (WS-RT-IDX)
091200        OR WS-RT-IMAGE (WS-RT-IDX) NOT = WS-REPF-TRAN-IMAGE
091300         GO TO 2300-EXIT
091400     END-IF.
091500     IF (WS-RT-RELEASED (WS-RT-IDX)
091600         AND WS-RT-DATE (WS-RT-IDX) NOT > WS-REPF-RUN-DATE)
091700        OR (WS-RT-REOPENED (WS-RT-IDX)
091800         AND WS-RT-DATE (WS-RT-IDX) = WS-REPF-RUN-DATE)
091900         MOVE WS-RT-IDX TO WS-RT-FOUND
092000         MOVE "Y" TO WS-RT-TAKEN (WS-RT-IDX)
092100     END-IF.
092200 2300-EXIT.
092300     EXIT.
092400
092500*****************************************************************
092600*  2350-REOPEN-ITEM - A RELEASED ITEM REFUSED AGAIN GOES BACK   *
092700*  TO OPEN WITH THE NEW REASON.  ONE ALREADY REOPENED FOR THIS  *
092800*  NIGHT (A RELOAD OF THE SAME FEED) IS LEFT AS IT IS.          *
092900*****************************************************************
093000 2350-REOPEN-ITEM.
093100     MOVE WS-RT-KEY (WS-RT-FOUND) TO FD-PEND-KEY.
093200     READ PEND-FILE INTO WS-PEND-RECORD
093300         INVALID KEY
093400             DISPLAY "PENDING ITEM NOT ON FILE "
093500                     WS-RT-KEY (WS-RT-FOUND)
093600             MOVE 16 TO RETURN-CODE
093700             SET WS-RUN-FATAL TO TRUE
093800             GO TO 2350-EXIT
093900     END-READ.
094000     IF WS-RT-REOPENED (WS-RT-FOUND)
094100         ADD 1 TO WS-ALREADY-LOADED
094200         GO TO 2350-EXIT
094300     END-IF.
094400     SET WS-PEND-OPEN TO TRUE.
094500     MOVE WS-REPF-REASON   TO WS-PEND-REASON.
094600     MOVE WS-REPF-RUN-DATE TO WS-PEND-LAST-DATE.
094700     IF WS-PEND-TIMES < 99
094800         ADD 1 TO WS-PEND-TIMES
094900     END-IF.
095000     PERFORM 2850-REWRITE-ITEM THRU 2850-EXIT.
095100     IF WS-RUN-FATAL
095200         GO TO 2350-EXIT
095300     END-IF.
095400     ADD 1 TO WS-RETURNED-ITEMS.
095500     MOVE "RETURNED"             TO WS-EVT-EVENT.
095600     MOVE WS-PEND-REASON         TO WS-EVT-REASON.
095700     MOVE WS-PEND-ACTION-OPERATOR TO WS-EVT-BY-OPERATOR.
095800     PERFORM 4100-RELEASE-ITEM-EVENT THRU 4100-EXIT.
095900 2350-EXIT.
096000     EXIT.
096100
096200*****************************************************************
096300*  2400-WRITE-NEW-ITEM - ADD AN OPEN ITEM.  IF ITS KEY IS ON    *
096400*  FILE ALREADY WITH THE SAME ORIGINAL IMAGE, THIS FEED WAS     *
096500*  LOADED BEFORE; WITH ANOTHER IMAGE, THE NEXT FREE POSITION    *
096600*  FOR THE NIGHT IS TAKEN.                                      *
096700*****************************************************************
096800 2400-WRITE-NEW-ITEM.
096900     MOVE SPACES             TO WS-PEND-RECORD.
097000     MOVE WS-REPF-RUN-DATE   TO WS-PEND-FIRST-DATE.
097100     MOVE WS-FEED-SOURCE     TO WS-PEND-SOURCE.
097200     SET WS-PEND-OPEN        TO TRUE.
097300     PERFORM 2450-RESOLVE-BRANCH THRU 2450-EXIT.
097400     MOVE WS-IMG-OPERATOR    TO WS-PEND-ORIG-OPERATOR.
097500     MOVE WS-REPF-REASON     TO WS-PEND-REASON.
097600     MOVE WS-REPF-RUN-DATE   TO WS-PEND-LAST-DATE.
097700     MOVE 1                  TO WS-PEND-TIMES.
097800     MOVE WS-REPF-TRAN-IMAGE TO WS-PEND-ORIG-IMAGE.
097900     MOVE WS-REPF-TRAN-IMAGE TO WS-PEND-TRAN-IMAGE.
098000     MOVE ZERO               TO WS-PEND-CORR-DATE.
098100     MOVE ZERO               TO WS-PEND-ACTION-DATE.
098200     MOVE ZERO               TO WS-PEND-CLOSED-DATE.
098300     SET WS-ITEM-NOT-DONE TO TRUE.
098400     PERFORM 2420-TRY-ONE-KEY THRU 2420-EXIT
098500         UNTIL WS-ITEM-DONE OR WS-RUN-FATAL.
098600 2400-EXIT.
098700     EXIT.
098800
098900 2420-TRY-ONE-KEY.
099000     MOVE WS-FEED-SEQ TO WS-PEND-SEQ.
099100     WRITE FD-PEND-RECORD FROM WS-PEND-RECORD
099200         INVALID KEY
099300             CONTINUE
099400     END-WRITE.
099500     IF WS-PENDF-OK
099600         SET WS-ITEM-DONE TO TRUE
099700         ADD 1 TO WS-NEW-ITEMS
099800         GO TO 2420-EXIT
099900     END-IF.
100000     IF NOT WS-PENDF-DUPLICATE OR WS-FEED-SEQ = 99999
100100         DISPLAY "PENDING ITEMS FILE WRITE ERROR - STATUS "
100200                 WS-PENDF-STATUS " KEY " WS-PEND-KEY
100300         MOVE 16 TO RETURN-CODE
100400         SET WS-RUN-FATAL TO TRUE
100500         GO TO 2420-EXIT
100600     END-IF.
100700     MOVE WS-PEND-KEY TO FD-PEND-KEY.
100800     READ PEND-FILE INTO WS-CHK-PEND-RECORD
100900         INVALID KEY
101000             DISPLAY "PENDING ITEMS FILE READ ERROR - STATUS "
101100                     WS-PENDF-STATUS
101200             MOVE 16 TO RETURN-CODE
101300             SET WS-RUN-FATAL TO TRUE
101400             GO TO 2420-EXIT
101500     END-READ.
101600     IF WS-CHK-PEND-ORIG-IMAGE = WS-PEND-ORIG-IMAGE
101700         SET WS-ITEM-DONE TO TRUE
101800         ADD 1 TO WS-ALREADY-LOADED
101900     ELSE
102000         ADD 1 TO WS-FEED-SEQ
102100     END-IF.
102200 2420-EXIT.
102300     EXIT.
102400
102500*****************************************************************
102600*  2450-RESOLVE-BRANCH - THE BRANCH THE ITEM CAME FROM: THE     *
102700*  BATCH BRANCH ON THE FEED (SUSPENSE), ELSE THE KEYING         *
102800*  OPERATOR'S BRANCH ON THE OPERATOR MASTER, ELSE THE BRANCH    *
102900*  KEYED ON THE TRANSACTION, ELSE "**" (NOT KNOWN).             *
103000*****************************************************************
103100 2450-RESOLVE-BRANCH.
103200     IF WS-REPF-BRANCH NOT = SPACES
103300         MOVE WS-REPF-BRANCH TO WS-PEND-BRANCH
103400         GO TO 2450-EXIT
103500     END-IF.
103600     MOVE WS-IMG-OPERATOR TO WS-OPER-WANTED.
103700     PERFORM 2550-CHECK-OPERATOR THRU 2550-EXIT.
103800     IF WS-OPER-FOUND
103900         IF WS-OT-BRANCH (WS-OT-FOUND) NOT = SPACES
104000             MOVE WS-OT-BRANCH (WS-OT-FOUND) TO WS-PEND-BRANCH
104100             GO TO 2450-EXIT
104200         END-IF
104300     END-IF.
104400     IF NOT WS-IMG-OP-CONTACT AND WS-IMG-BRANCH NOT = SPACES
104500         MOVE WS-IMG-BRANCH TO WS-PEND-BRANCH
104600         GO TO 2450-EXIT
104700     END-IF.
104800     MOVE WS-UNKNOWN-BRANCH TO WS-PEND-BRANCH.
104900 2450-EXIT.
105000     EXIT.
105100
105200*****************************************************************
105300*  2500-APPLY-ONE-MAINT - EDIT ONE MAINTENANCE RECORD AND ROUTE *
105400*  IT TO ITS CORRECT, RELEASE OR WRITE-OFF PARAGRAPH.  AN       *
105500*  ACTION THIS SAME OPERATOR ALREADY APPLIED ON THIS PROCESSING *
105600*  DATE (A RERUN) IS REPORTED AGAIN, NOT APPLIED TWICE.  A      *
105700*  REJECTED RECORD IS REPORTED TO THE ITEM'S BRANCH AND ENDS    *
105800*  THE RUN RC 8.                                                *
105900*****************************************************************
106000 2500-APPLY-ONE-MAINT.
106100     READ MAINT-FILE
106200         AT END
106300             SET WS-MAINT-EOF TO TRUE
106400             GO TO 2500-EXIT
106500     END-READ.
106600     IF NOT WS-MAINT-OK
106700         DISPLAY "MAINTENANCE FILE READ ERROR - STATUS "
106800                 WS-MAINT-STATUS
106900         MOVE 16 TO RETURN-CODE
107000         SET WS-RUN-FATAL TO TRUE
107100         GO TO 2500-EXIT
107200     END-IF.
107300     ADD 1 TO WS-MAINT-READ.
107400     MOVE SPACES TO WS-MAINT-REASON.
107500     MOVE SPACES TO WS-PEND-RECORD.
107600     MOVE REPM-KEY TO WS-ITEM-KEY.
107700     MOVE REPM-OPERATOR TO WS-OPER-WANTED.
107800     PERFORM 2550-CHECK-OPERATOR THRU 2550-EXIT.
107900     IF WS-OPER-NOT-FOUND
108000         MOVE "OPERATOR NOT ON MASTER" TO WS-MAINT-REASON
108100     END-IF.
108200     IF WS-MAINT-REASON = SPACES
108300         IF WS-IK-DATE-N IS NOT NUMERIC
108400            OR NOT WS-IK-SOURCE-VALID
108500            OR WS-IK-SEQ-N IS NOT NUMERIC
108600             MOVE "ITEM KEY INVALID" TO WS-MAINT-REASON
108700         END-IF
108800     END-IF.
108900     IF WS-MAINT-REASON NOT = SPACES
109000         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
109100         GO TO 2500-EXIT
109200     END-IF.
109300     MOVE REPM-KEY TO FD-PEND-KEY.
109400     READ PEND-FILE INTO WS-PEND-RECORD
109500         INVALID KEY
109600             MOVE SPACES TO WS-PEND-RECORD
109700             MOVE "ITEM NOT ON FILE" TO WS-MAINT-REASON
109800             PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
109900             GO TO 2500-EXIT
110000     END-READ.
110100     IF NOT WS-PENDF-OK
110200         DISPLAY "PENDING ITEMS FILE READ ERROR - STATUS "
110300                 WS-PENDF-STATUS
110400         MOVE 16 TO RETURN-CODE
110500         SET WS-RUN-FATAL TO TRUE
110600         GO TO 2500-EXIT
110700     END-IF.
110800     PERFORM 2510-CHECK-REPEAT THRU 2510-EXIT.
110900     IF WS-MAINT-REPEAT
111000         ADD 1 TO WS-MAINT-APPLIED
111100         IF NOT REPM-RELEASE
111200             PERFORM 2950-RELEASE-MAINT-DONE THRU 2950-EXIT
111300         END-IF
111400         GO TO 2500-EXIT
111500     END-IF.
111600     IF NOT WS-PEND-OPEN
111700         MOVE "ITEM NOT OPEN" TO WS-MAINT-REASON
111800     END-IF.
111900     IF WS-MAINT-REASON = SPACES
112000         IF REPM-OPERATOR = WS-PEND-ORIG-OPERATOR
112100             MOVE "OPERATOR KEYED THE ORIGINAL ITEM"
112200                 TO WS-MAINT-REASON
112300         END-IF
112400     END-IF.
112500     IF WS-MAINT-REASON NOT = SPACES
112600         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
112700         GO TO 2500-EXIT
112800     END-IF.
112900     EVALUATE TRUE
113000         WHEN REPM-CORRECT
113100             PERFORM 2600-CORRECT-ITEM THRU 2600-EXIT
113200         WHEN REPM-RELEASE
113300             PERFORM 2700-RELEASE-ITEM THRU 2700-EXIT
113400         WHEN REPM-WRITE-OFF
113500             PERFORM 2800-WRITE-OFF-ITEM THRU 2800-EXIT
113600         WHEN OTHER
113700             MOVE "INVALID ACTION CODE" TO WS-MAINT-REASON
113800             PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
113900     END-EVALUATE.
114000 2500-EXIT.
114100     EXIT.
114200
114300 2510-CHECK-REPEAT.
114400     SET WS-MAINT-FIRST-TIME TO TRUE.
114500     IF REPM-CORRECT
114600        AND WS-PEND-CORR-DATE = WS-RUN-DATE
114700        AND WS-PEND-CORR-OPERATOR = REPM-OPERATOR
114800        AND NOT WS-PEND-OPEN
114900         SET WS-MAINT-REPEAT TO TRUE
115000         MOVE "CORRECTED" TO WS-EVT-EVENT
115100     END-IF.
115200     IF REPM-RELEASE AND WS-PEND-RELEASED
115300        AND WS-PEND-ACTION-DATE = WS-RUN-DATE
115400        AND WS-PEND-ACTION-OPERATOR = REPM-OPERATOR
115500         SET WS-MAINT-REPEAT TO TRUE
115600     END-IF.
115700     IF REPM-WRITE-OFF AND WS-PEND-WRITTEN-OFF
115800        AND WS-PEND-ACTION-DATE = WS-RUN-DATE
115900        AND WS-PEND-ACTION-OPERATOR = REPM-OPERATOR
116000         SET WS-MAINT-REPEAT TO TRUE
116100         MOVE "WRITTEN OFF" TO WS-EVT-EVENT
116200     END-IF.
116300 2510-EXIT.
116400     EXIT.
116500
116600 2550-CHECK-OPERATOR.
116700     SET WS-OPER-NOT-FOUND TO TRUE.
116800     MOVE ZERO TO WS-OT-FOUND.
116900     PERFORM 2560-CHECK-ONE-OPERATOR THRU 2560-EXIT
117000         VARYING WS-OT-IDX FROM 1 BY 1
117100         UNTIL WS-OT-IDX > WS-OT-USED
117200            OR WS-OPER-FOUND.
117300 2550-EXIT.
117400     EXIT.
117500
117600 2560-CHECK-ONE-OPERATOR.
117700     IF WS-OT-ID (WS-OT-IDX) = WS-OPER-WANTED
117800         SET WS-OPER-FOUND TO TRUE
117900         MOVE WS-OT-IDX TO WS-OT-FOUND
118000     END-IF.
118100 2560-EXIT.
118200     EXIT.
118300
118400*****************************************************************
118500*  2600-CORRECT-ITEM - REPLACE THE ITEM'S TRANSACTION WITH THE  *
118600*  CORRECTED ONE.  THE ITEM STAYS OPEN UNTIL IT IS RELEASED;    *
118700*  MAINPROG EDITS THE CORRECTED FIELDS WHEN IT POSTS.           *
118800*****************************************************************
118900 2600-CORRECT-ITEM.
119000     MOVE REPM-TRAN-IMAGE TO WS-IMG-RECORD.
119100     PERFORM 2650-EDIT-IMAGE THRU 2650-EXIT.
119200     IF WS-MAINT-REASON NOT = SPACES
119300         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
119400         GO TO 2600-EXIT
119500     END-IF.
119600     MOVE REPM-TRAN-IMAGE TO WS-PEND-TRAN-IMAGE.
119700     MOVE REPM-OPERATOR   TO WS-PEND-CORR-OPERATOR.
119800     MOVE WS-RUN-DATE     TO WS-PEND-CORR-DATE.
119900     IF REPM-NOTE NOT = SPACES
120000         MOVE REPM-NOTE TO WS-PEND-NOTE
120100     END-IF.
120200     PERFORM 2850-REWRITE-ITEM THRU 2850-EXIT.
120300     IF WS-RUN-FATAL
120400         GO TO 2600-EXIT
120500     END-IF.
120600     ADD 1 TO WS-MAINT-APPLIED.
120700     MOVE "CORRECTED" TO WS-EVT-EVENT.
120800     PERFORM 2950-RELEASE-MAINT-DONE THRU 2950-EXIT.
120900 2600-EXIT.
121000     EXIT.
121100
121200*****************************************************************
121300*  2650-EDIT-IMAGE - THE ONLY EDITS MADE HERE ARE THE ONES THAT *
121400*  KEEP A RELEASED ITEM OUT OF THE WAY OF THE BATCH PROOF: A    *
121500*  POSTABLE OPERATION CODE AND A NUMERIC INDEX.                 *
121600*****************************************************************
121700 2650-EDIT-IMAGE.
121800     IF WS-IMG-OP-BATCH-HDR OR WS-IMG-OP-BATCH-TRL
121900        OR WS-IMG-OP-END
122000         MOVE "OPERATION CODE CANNOT BE RELEASED"
122100             TO WS-MAINT-REASON
122200         GO TO 2650-EXIT
122300     END-IF.
122400     IF NOT (WS-IMG-OP-ADD OR WS-IMG-OP-CHANGE OR WS-IMG-OP-DELETE
122500        OR WS-IMG-OP-INQUIRE OR WS-IMG-OP-DEPOSIT
122600        OR WS-IMG-OP-WITHDRAW OR WS-IMG-OP-OVERRIDE
122700        OR WS-IMG-OP-TRANSFER OR WS-IMG-OP-HOLD
122800        OR WS-IMG-OP-RELEASE OR WS-IMG-OP-CONTACT)
122900         MOVE "OPERATION CODE INVALID" TO WS-MAINT-REASON
123000         GO TO 2650-EXIT
123100     END-IF.
123200     IF WS-IMG-INDEX-NUM-N IS NOT NUMERIC
123300         MOVE "INDEX NUMBER NOT NUMERIC" TO WS-MAINT-REASON
123400     END-IF.
123500 2650-EXIT.
123600     EXIT.
123700
123800*****************************************************************
123900*  2700-RELEASE-ITEM - MARK THE ITEM FOR TONIGHT'S REPAIR BATCH *
124000*  UNDER THE RELEASING OPERATOR'S ID, WHICH MAINPROG EDITS AND  *
124100*  AUDITS IN PLACE OF THE ORIGINAL TELLER'S.  THE ITEM IS       *
124200*  REPORTED WHEN IT IS WRITTEN TO THE BATCH (3200).             *
124300*****************************************************************
124400 2700-RELEASE-ITEM.
124500     MOVE WS-PEND-TRAN-IMAGE TO WS-IMG-RECORD.
124600     PERFORM 2650-EDIT-IMAGE THRU 2650-EXIT.
124700     IF WS-MAINT-REASON NOT = SPACES
124800         MOVE "CORRECT THE ITEM BEFORE RELEASE" TO WS-MAINT-REASON
124900         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
125000         GO TO 2700-EXIT
125100     END-IF.
125200     MOVE REPM-OPERATOR      TO WS-IMG-OPERATOR.
125300     MOVE WS-IMG-RECORD      TO WS-PEND-TRAN-IMAGE.
125400     SET WS-PEND-RELEASED    TO TRUE.
125500     MOVE REPM-OPERATOR      TO WS-PEND-ACTION-OPERATOR.
125600     MOVE WS-RUN-DATE        TO WS-PEND-ACTION-DATE.
125700     IF REPM-NOTE NOT = SPACES
125800         MOVE REPM-NOTE TO WS-PEND-NOTE
125900     END-IF.
126000     PERFORM 2850-REWRITE-ITEM THRU 2850-EXIT.
126100     IF WS-RUN-FATAL
126200         GO TO 2700-EXIT
126300     END-IF.
126400     ADD 1 TO WS-MAINT-APPLIED.
126500 2700-EXIT.
126600     EXIT.
126700
126800*****************************************************************
126900*  2800-WRITE-OFF-ITEM - CLOSE THE ITEM UNPOSTED.  THE NOTE     *
127000*  SAYING WHY IS REQUIRED AND KEPT ON THE ITEM.                 *
127100*****************************************************************
127200 2800-WRITE-OFF-ITEM.
127300     IF REPM-NOTE = SPACES
127400         MOVE "WRITE-OFF NOTE REQUIRED" TO WS-MAINT-REASON
127500         PERFORM 2900-REJECT-MAINT THRU 2900-EXIT
127600         GO TO 2800-EXIT
127700     END-IF.
127800     SET WS-PEND-WRITTEN-OFF TO TRUE.
127900     MOVE REPM-OPERATOR      TO WS-PEND-ACTION-OPERATOR.
128000     MOVE WS-RUN-DATE        TO WS-PEND-ACTION-DATE.
128100     MOVE WS-RUN-DATE        TO WS-PEND-CLOSED-DATE.
128200     MOVE REPM-NOTE          TO WS-PEND-NOTE.
128300     PERFORM 2850-REWRITE-ITEM THRU 2850-EXIT.
128400     IF WS-RUN-FATAL
128500         GO TO 2800-EXIT
128600     END-IF.
128700     ADD 1 TO WS-MAINT-APPLIED.
128800     ADD 1 TO WS-WRITTEN-OFF-COUNT.
128900     MOVE "WRITTEN OFF" TO WS-EVT-EVENT.
129000     PERFORM 2950-RELEASE-MAINT-DONE THRU 2950-EXIT.
129100 2800-EXIT.
129200     EXIT.
129300
129400 2850-REWRITE-ITEM.
129500     REWRITE FD-PEND-RECORD FROM WS-PEND-RECORD
129600         INVALID KEY
129700             DISPLAY "PENDING ITEMS FILE REWRITE ERROR "
129800                     WS-PEND-KEY
129900             MOVE 16 TO RETURN-CODE
130000             SET WS-RUN-FATAL TO TRUE
130100     END-REWRITE.
130200 2850-EXIT.
130300     EXIT.
130400
130500*****************************************************************
130600*  2900-REJECT-MAINT - REPORT A REJECTED MAINTENANCE RECORD TO  *
130700*  THE ITEM'S BRANCH (THE BATCH BRANCH IF THE ITEM WAS NOT      *
130800*  FOUND).                                                      *
130900*****************************************************************
131000 2900-REJECT-MAINT.
131100     ADD 1 TO WS-MAINT-REJECTED.
131200     IF RETURN-CODE = ZERO
131300         MOVE 8 TO RETURN-CODE
131400     END-IF.
131500     IF WS-PEND-KEY = SPACES
131600         MOVE WS-BATCH-BRANCH TO WS-EVT-BRANCH
131700         MOVE "1"             TO WS-EVT-GROUP
131800         MOVE REPM-KEY        TO WS-EVT-KEY
131900         MOVE REPM-TRAN-IMAGE TO WS-IMG-RECORD
132000         PERFORM 4150-LOAD-IMAGE-FIELDS THRU 4150-EXIT
132100         MOVE SPACES          TO WS-EVT-ORIG-OPERATOR
132200         MOVE ZERO            TO WS-EVT-AGE
132300         MOVE "REJECTED"      TO WS-EVT-EVENT
132400         MOVE WS-MAINT-REASON TO WS-EVT-REASON
132500         MOVE REPM-OPERATOR   TO WS-EVT-BY-OPERATOR
132600         PERFORM 4000-RELEASE-EVENT THRU 4000-EXIT
132700         GO TO 2900-EXIT
132800     END-IF.
132900     MOVE "REJECTED"      TO WS-EVT-EVENT.
133000     MOVE WS-MAINT-REASON TO WS-EVT-REASON.
133100     MOVE REPM-OPERATOR   TO WS-EVT-BY-OPERATOR.
133200     PERFORM 4100-RELEASE-ITEM-EVENT THRU 4100-EXIT.
133300 2900-EXIT.
133400     EXIT.
133500
133600 2950-RELEASE-MAINT-DONE.
133700     IF REPM-NOTE NOT = SPACES
133800         MOVE REPM-NOTE      TO WS-EVT-REASON
133900     ELSE
134000         MOVE WS-PEND-REASON TO WS-EVT-REASON
134100     END-IF.
134200     MOVE REPM-OPERATOR TO WS-EVT-BY-OPERATOR.
134300     PERFORM 4100-RELEASE-ITEM-EVENT THRU 4100-EXIT.
134400 2950-EXIT.
134500     EXIT.
134600
134700*****************************************************************
134800*  3000-PROCESS-ONE-ITEM - FETCH THE NEXT ITEM.  A RELEASE FROM *
134900*  AN EARLIER NIGHT THAT DID NOT COME BACK HAS POSTED; A        *
135000*  RELEASE DATED TONIGHT GOES TO THE BATCH; AN OPEN ITEM IS     *
135100*  AGED.  CLOSED ITEMS ARE PASSED OVER.                         *
135200*****************************************************************
135300 3000-PROCESS-ONE-ITEM.
135400     READ PEND-FILE NEXT RECORD INTO WS-PEND-RECORD
135500         AT END
135600             SET WS-PEND-EOF TO TRUE
135700             GO TO 3000-EXIT
135800     END-READ.
135900     IF NOT WS-PENDF-OK
136000         DISPLAY "PENDING ITEMS FILE READ ERROR - STATUS "
136100                 WS-PENDF-STATUS
136200         MOVE 16 TO RETURN-CODE
136300         SET WS-RUN-FATAL TO TRUE
136400         GO TO 3000-EXIT
136500     END-IF.
136600     ADD 1 TO WS-PEND-READ.
136700     EVALUATE TRUE
136800         WHEN WS-PEND-RELEASED
136900          AND WS-PEND-ACTION-DATE < WS-RUN-DATE
137000             PERFORM 3100-CLOSE-POSTED THRU 3100-EXIT
137100         WHEN WS-PEND-RELEASED
137200             PERFORM 3200-WRITE-RELEASED THRU 3200-EXIT
137300         WHEN WS-PEND-OPEN
137400             PERFORM 3300-AGE-OPEN-ITEM THRU 3300-EXIT
137500         WHEN OTHER
137600             CONTINUE
137700     END-EVALUATE.
137800 3000-EXIT.
137900     EXIT.
138000
138100 3100-CLOSE-POSTED.
138200     SET WS-PEND-POSTED TO TRUE.
138300     MOVE WS-RUN-DATE TO WS-PEND-CLOSED-DATE.
138400     PERFORM 2850-REWRITE-ITEM THRU 2850-EXIT.
138500     IF WS-RUN-FATAL
138600         GO TO 3100-EXIT
138700     END-IF.
138800     ADD 1 TO WS-POSTED-COUNT.
138900     MOVE "POSTED"                TO WS-EVT-EVENT.
139000     MOVE WS-PEND-REASON          TO WS-EVT-REASON.
139100     MOVE WS-PEND-ACTION-OPERATOR TO WS-EVT-BY-OPERATOR.
139200     PERFORM 4100-RELEASE-ITEM-EVENT THRU 4100-EXIT.
139300 3100-EXIT.
139400     EXIT.
139500
139600*****************************************************************
139700*  3200-WRITE-RELEASED - ONE RELEASED TRANSACTION TO THE BATCH, *
139800*  COUNTED INTO THE TRAILER BY THE SAME HASH RULE BTCHPROG      *
139900*  PROVES AGAINST (A "W" SUBTRACTS, A "K" OR A NON-NUMERIC      *
140000*  AMOUNT COUNTS AS ZERO, ANYTHING ELSE ADDS).                  *
140100*****************************************************************
140200 3200-WRITE-RELEASED.
140300     MOVE WS-PEND-TRAN-IMAGE TO WS-TRAN-RECORD.
140400     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
140500     IF WS-RUN-FATAL
140600         GO TO 3200-EXIT
140700     END-IF.
140800     ADD 1 TO WS-TRAN-COUNT.
140900     ADD 1 TO WS-RELEASED-COUNT.
141000     IF NOT WS-TRAN-OP-CONTACT AND WS-TRAN-BALANCE-N IS NUMERIC
141100         IF WS-TRAN-OP-WITHDRAW
141200             SUBTRACT WS-TRAN-BALANCE-N FROM WS-NET-AMOUNT
141300         ELSE
141400             ADD WS-TRAN-BALANCE-N TO WS-NET-AMOUNT
141500         END-IF
141600     END-IF.
141700     IF WS-PEND-NOTE NOT = SPACES
141800         MOVE WS-PEND-NOTE   TO WS-EVT-REASON
141900     ELSE
142000         MOVE WS-PEND-REASON TO WS-EVT-REASON
142100     END-IF.
142200     MOVE "RELEASED"              TO WS-EVT-EVENT.
142300     MOVE WS-PEND-ACTION-OPERATOR TO WS-EVT-BY-OPERATOR.
142400     PERFORM 4100-RELEASE-ITEM-EVENT THRU 4100-EXIT.
142500 3200-EXIT.
142600     EXIT.
142700
142800*****************************************************************
142900*  3300-AGE-OPEN-ITEM - COUNT AN OPEN ITEM INTO ITS BRANCH'S    *
143000*  AGE BAND AND LIST IT AFTER THE BRANCH'S ACTIVITY.            *
143100*****************************************************************
143200 3300-AGE-OPEN-ITEM.
143300     ADD 1 TO WS-OPEN-COUNT.
143400     PERFORM 4200-COMPUTE-AGE THRU 4200-EXIT.
143500     EVALUATE TRUE
143600         WHEN WS-AGE-DAYS < 3
143700             MOVE 1 TO WS-AG-BAND
143800         WHEN WS-AGE-DAYS < 7
143900             MOVE 2 TO WS-AG-BAND
144000         WHEN WS-AGE-DAYS < 30
144100             MOVE 3 TO WS-AG-BAND
144200         WHEN OTHER
144300             MOVE 4 TO WS-AG-BAND
144400     END-EVALUATE.
144500     MOVE WS-PEND-TRAN-IMAGE TO WS-IMG-RECORD.
144600     PERFORM 4150-LOAD-IMAGE-FIELDS THRU 4150-EXIT.
144700     PERFORM 3350-FIND-AGING-ENTRY THRU 3350-EXIT.
144800     IF WS-AG-FOUND > ZERO
144900         ADD 1 TO WS-AG-BAND-COUNT (WS-AG-FOUND, WS-AG-BAND)
145000         ADD 1 TO WS-AG-TOTAL (WS-AG-FOUND)
145100         ADD WS-EVT-AMOUNT TO WS-AG-AMOUNT (WS-AG-FOUND)
145200     END-IF.
145300     ADD 1 TO WS-GR-BAND-COUNT (WS-AG-BAND).
145400     ADD 1 TO WS-GR-TOTAL.
145500     ADD WS-EVT-AMOUNT TO WS-GR-AMOUNT.
145600     IF WS-PEND-TIMES > 1
145700         MOVE "OPEN-RETURN" TO WS-EVT-EVENT
145800     ELSE
145900         MOVE "OPEN"        TO WS-EVT-EVENT
146000     END-IF.
146100     MOVE WS-PEND-REASON        TO WS-EVT-REASON.
146200     MOVE WS-PEND-CORR-OPERATOR TO WS-EVT-BY-OPERATOR.
146300     PERFORM 4100-RELEASE-ITEM-EVENT THRU 4100-EXIT.
146400 3300-EXIT.
146500     EXIT.
146600
146700*****************************************************************
146800*  3350-FIND-AGING-ENTRY - THE ITEM'S BRANCH IN THE AGING       *
146900*  TABLE, INSERTED IN BRANCH ORDER IF IT IS NOT THERE YET.  A   *
147000*  FULL TABLE LEAVES THE ITEM IN THE ALL-BRANCH TOTALS ONLY.    *
147100*****************************************************************
147200 3350-FIND-AGING-ENTRY.
147300     MOVE ZERO TO WS-AG-FOUND.
147400     PERFORM 3360-CHECK-ONE-AGING THRU 3360-EXIT
147500         VARYING WS-AG-IDX FROM 1 BY 1
147600         UNTIL WS-AG-IDX > WS-AG-USED
147700            OR WS-AG-FOUND > ZERO
147800            OR WS-AG-BRANCH (WS-AG-IDX) > WS-PEND-BRANCH.
147900     IF WS-AG-FOUND > ZERO
148000         GO TO 3350-EXIT
148100     END-IF.
148200     IF WS-AG-USED = WS-AG-MAX
148300         DISPLAY "AGING TABLE FULL - BRANCH " WS-PEND-BRANCH
148400                 " IN ALL-BRANCH TOTALS ONLY"
148500         GO TO 3350-EXIT
148600     END-IF.
148700     PERFORM 3370-SHIFT-ONE-AGING THRU 3370-EXIT
148800         VARYING WS-AG-SHIFT FROM WS-AG-USED BY -1
148900         UNTIL WS-AG-SHIFT < WS-AG-IDX.
149000     ADD 1 TO WS-AG-USED.
149100     MOVE WS-AG-IDX TO WS-AG-FOUND.
149200     MOVE WS-PEND-BRANCH TO WS-AG-BRANCH (WS-AG-FOUND).
149300     MOVE ZERO TO WS-AG-BAND-COUNT (WS-AG-FOUND, 1).
149400     MOVE ZERO TO WS-AG-BAND-COUNT (WS-AG-FOUND, 2).
149500     MOVE ZERO TO WS-AG-BAND-COUNT (WS-AG-FOUND, 3).
149600     MOVE ZERO TO WS-AG-BAND-COUNT (WS-AG-FOUND, 4).
149700     MOVE ZERO TO WS-AG-TOTAL (WS-AG-FOUND).
149800     MOVE ZERO TO WS-AG-AMOUNT (WS-AG-FOUND).
149900 3350-EXIT.
150000     EXIT.
150100
150200 3360-CHECK-ONE-AGING.
150300     IF WS-AG-BRANCH (WS-AG-IDX) = WS-PEND-BRANCH
150400         MOVE WS-AG-IDX TO WS-AG-FOUND
150500     END-IF.
150600 3360-EXIT.
150700     EXIT.
150800
150900 3370-SHIFT-ONE-AGING.
151000     MOVE WS-AG-ENTRY (WS-AG-SHIFT)
151100         TO WS-AG-ENTRY (WS-AG-SHIFT + 1).
151200 3370-EXIT.
151300     EXIT.
151400
151500*****************************************************************
151600*  4000-RELEASE-EVENT - PASS ONE REPORTED EVENT TO THE SORT.    *
151700*  4100 LOADS IT FROM THE WORKING PENDING ITEM FIRST.           *
151800*****************************************************************
151900 4000-RELEASE-EVENT.
152000     ADD 1 TO WS-RELEASE-SEQ.
152100     MOVE WS-EVT-BRANCH         TO SW-BRANCH.
152200     MOVE WS-EVT-GROUP          TO SW-GROUP.
152300     MOVE WS-EVT-KEY            TO SW-KEY.
152400     MOVE WS-RELEASE-SEQ        TO SW-SEQ.
152500     MOVE WS-EVT-INDEX          TO SW-INDEX.
152600     MOVE WS-EVT-OPERATION      TO SW-OPERATION.
152700     MOVE WS-EVT-AMOUNT         TO SW-AMOUNT.
152800     MOVE WS-EVT-ORIG-OPERATOR  TO SW-ORIG-OPERATOR.
152900     MOVE WS-EVT-EVENT          TO SW-EVENT.
153000     MOVE WS-EVT-AGE            TO SW-AGE.
153100     MOVE WS-EVT-REASON         TO SW-REASON.
153200     MOVE WS-EVT-BY-OPERATOR    TO SW-BY-OPERATOR.
153300     RELEASE SW-RECORD.
153400 4000-EXIT.
153500     EXIT.
153600
153700 4100-RELEASE-ITEM-EVENT.
153800     MOVE WS-PEND-BRANCH        TO WS-EVT-BRANCH.
153900     IF WS-PEND-OPEN AND WS-EVT-EVENT (1:4) = "OPEN"
154000         MOVE "2" TO WS-EVT-GROUP
154100     ELSE
154200         MOVE "1" TO WS-EVT-GROUP
154300     END-IF.
154400     MOVE WS-PEND-KEY           TO WS-EVT-KEY.
154500     MOVE WS-PEND-TRAN-IMAGE    TO WS-IMG-RECORD.
154600     PERFORM 4150-LOAD-IMAGE-FIELDS THRU 4150-EXIT.
154700     MOVE WS-PEND-ORIG-OPERATOR TO WS-EVT-ORIG-OPERATOR.
154800     PERFORM 4200-COMPUTE-AGE THRU 4200-EXIT.
154900     MOVE WS-AGE-DAYS           TO WS-EVT-AGE.
155000     PERFORM 4000-RELEASE-EVENT THRU 4000-EXIT.
155100 4100-EXIT.
155200     EXIT.
155300
155400 4150-LOAD-IMAGE-FIELDS.
155500     MOVE WS-IMG-INDEX-NUM TO WS-EVT-INDEX.
155600     MOVE WS-IMG-OPERATION TO WS-EVT-OPERATION.
155700     IF WS-IMG-OP-CONTACT OR WS-IMG-BALANCE-N IS NOT NUMERIC
155800         MOVE ZERO TO WS-EVT-AMOUNT
155900     ELSE
156000         MOVE WS-IMG-BALANCE-N TO WS-EVT-AMOUNT
156100     END-IF.
156200 4150-EXIT.
156300     EXIT.
156400
156500*****************************************************************
156600*  4200-COMPUTE-AGE - DAYS FROM THE DATE THE ITEM WAS FIRST     *
156700*  REFUSED TO THE PROCESSING DATE.                              *
156800*****************************************************************
156900 4200-COMPUTE-AGE.
157000     MOVE ZERO TO WS-AGE-DAYS.
157100     IF WS-PEND-FIRST-DATE IS NOT NUMERIC
157200         GO TO 4200-EXIT
157300     END-IF.
157400     MOVE "D"                TO WS-DTP-FUNCTION.
157500     MOVE WS-PEND-FIRST-DATE TO WS-DTP-DATE.
157600     CALL "DATEPROG" USING WS-DATE-PARM.
157700     IF WS-DTP-INVALID
157800         GO TO 4200-EXIT
157900     END-IF.
158000     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER - WS-DTP-DAY-NUMBER.
158100     IF WS-AGE-DAYS < ZERO
158200         MOVE ZERO TO WS-AGE-DAYS
158300     END-IF.
158400     IF WS-AGE-DAYS > 9999
158500         MOVE 9999 TO WS-AGE-DAYS
158600     END-IF.
158700 4200-EXIT.
158800     EXIT.
158900
159000*****************************************************************
159100*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE REPAIR RUN.      *
159200*****************************************************************
159300 5000-PRINT-SUMMARY.
159400     DISPLAY "===== REPAIR AND RE-ENTRY RUN SUMMARY =====".
159500     DISPLAY "PROCESSING DATE . . . . . . : " WS-RUN-DATE.
159600     DISPLAY "BATCH NUMBER  . . . . . . . : " WS-BATCH-NUMBER.
159700     DISPLAY "REJECT LISTING READ . . . . : " WS-REJT-READ.
159800     DISPLAY "EXCEPTION LISTING READ  . . : " WS-EXCP-READ.
159900     DISPLAY "SUSPENSE RECORDS READ . . . : " WS-SUSP-READ.
160000     DISPLAY "BATCH CONTROLS SKIPPED  . . : " WS-CONTROL-SKIPPED.
160100     DISPLAY "NEW ITEMS OPENED  . . . . . : " WS-NEW-ITEMS.
160200     DISPLAY "RELEASED ITEMS RETURNED . . : " WS-RETURNED-ITEMS.
160300     DISPLAY "ITEMS ALREADY ON FILE . . . : " WS-ALREADY-LOADED.
160400     DISPLAY "MAINTENANCE RECORDS READ  . : " WS-MAINT-READ.
160500     DISPLAY "MAINTENANCE APPLIED . . . . : " WS-MAINT-APPLIED.
160600     DISPLAY "MAINTENANCE REJECTED  . . . : " WS-MAINT-REJECTED.
160700     DISPLAY "PENDING ITEMS READ  . . . . : " WS-PEND-READ.
160800     DISPLAY "RELEASES CLOSED AS POSTED . : " WS-POSTED-COUNT.
160900     DISPLAY "ITEMS WRITTEN OFF . . . . . : "
161000             WS-WRITTEN-OFF-COUNT.
161100     DISPLAY "ITEMS RELEASED TO BATCH . . : " WS-RELEASED-COUNT.
161200     DISPLAY "ITEMS STILL OPEN  . . . . . : " WS-OPEN-COUNT.
161300     DISPLAY "HASHED NET AMOUNT . . . . . : " WS-NET-AMOUNT.
161400 5000-EXIT.
161500     EXIT.
161600
161700*****************************************************************
161800*  5100-WRITE-TRAILER - COUNT AND HASHED NET AMOUNT FOR         *
161900*  BTCHPROG'S COMPLETENESS PROOF.                               *
162000*****************************************************************
162100 5100-WRITE-TRAILER.
162200     MOVE SPACES          TO WS-TRAN-RECORD.
162300     MOVE "T"             TO WS-TRAN-OPERATION.
162400     MOVE WS-BATCH-NUMBER TO WS-TRAN-BCH-NUMBER.
162500     MOVE WS-BATCH-BRANCH TO WS-TRAN-BCH-BRANCH.
162600     MOVE WS-TRAN-COUNT   TO WS-TRAN-BCH-COUNT.
162700     MOVE WS-NET-AMOUNT   TO WS-TRAN-BCH-NET.
162800     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
162900 5100-EXIT.
163000     EXIT.
163100
163200 5900-WRITE-BATCH-RECORD.
163300     WRITE BATCH-RECORD FROM WS-TRAN-RECORD.
163400     IF NOT WS-BATCH-OK
163500         DISPLAY "BATCH OUTPUT WRITE ERROR - STATUS "
163600                 WS-BATCH-STATUS
163700         MOVE 16 TO RETURN-CODE
163800         SET WS-RUN-FATAL TO TRUE
163900     END-IF.
164000 5900-EXIT.
164100     EXIT.
164200
164300*****************************************************************
164400*  6000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  ONE SECTION PER  *
164500*  BRANCH, EACH CLOSED BY ITS ITEM COUNT AND OPEN-ITEM AGING,   *
164600*  THEN THE AGING SUMMARY FOR ALL BRANCHES.                     *
164700*****************************************************************
164800 6000-PRINT-REPORT.
164900     PERFORM 6100-RETURN-ONE-EVENT THRU 6100-EXIT
165000         UNTIL WS-SORT-EOF.
165100     PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT.
165200     IF WS-GRAND-ITEMS = ZERO
165300         MOVE WS-BATCH-BRANCH TO WS-PREV-BRANCH
165400         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
165500     END-IF.
165600     MOVE SPACES TO REPORT-LINE.
165700     WRITE REPORT-LINE.
165800     MOVE WS-GRAND-ITEMS TO GCNT-COUNT.
165900     MOVE GRAND-COUNT-LINE TO REPORT-LINE.
166000     WRITE REPORT-LINE.
166100     PERFORM 6800-PRINT-AGING-SUMMARY THRU 6800-EXIT.
166200 6000-EXIT.
166300     EXIT.
166400
166500 6100-RETURN-ONE-EVENT.
166600     RETURN SORT-WORK-FILE INTO WS-SORT-REC
166700         AT END
166800             SET WS-SORT-EOF TO TRUE
166900             GO TO 6100-EXIT
167000     END-RETURN.
167100     IF WS-SRT-BRANCH NOT = WS-PREV-BRANCH
167200         PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT
167300         MOVE WS-SRT-BRANCH TO WS-PREV-BRANCH
167400         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
167500     END-IF.
167600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
167700         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
167800     END-IF.
167900     MOVE WS-SRT-KEY           TO DTL-KEY.
168000     MOVE WS-SRT-INDEX         TO DTL-INDEX.
168100     MOVE WS-SRT-OPERATION     TO DTL-OPERATION.
168200     MOVE WS-SRT-AMOUNT        TO DTL-AMOUNT.
168300     MOVE WS-SRT-ORIG-OPERATOR TO DTL-ORIG-OPERATOR.
168400     MOVE WS-SRT-EVENT         TO DTL-EVENT.
168500     MOVE WS-SRT-AGE           TO DTL-AGE.
168600     MOVE WS-SRT-REASON        TO DTL-REASON.
168700     MOVE WS-SRT-BY-OPERATOR   TO DTL-BY-OPERATOR.
168800     MOVE DETAIL-LINE TO REPORT-LINE.
168900     WRITE REPORT-LINE.
169000     ADD 1 TO WS-LINE-COUNT.
169100     ADD 1 TO WS-BRANCH-ITEMS.
169200     ADD 1 TO WS-GRAND-ITEMS.
169300 6100-EXIT.
169400     EXIT.
169500
169600 6200-WRITE-HEADINGS.
169700     ADD 1 TO WS-PAGE-COUNT.
169800     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
169900     MOVE WS-PREV-BRANCH TO HDG1-BRANCH.
170000     MOVE WS-RUN-DATE TO HDG1-DATE.
170100     PERFORM 6250-FIND-BRANCH-NAME THRU 6250-EXIT.
170200     MOVE WS-BRANCH-NAME TO HDG1-BRANCH-NAME.
170300     MOVE HDG1-LINE TO REPORT-LINE.
170400     WRITE REPORT-LINE.
170500     MOVE HDG2-LINE TO REPORT-LINE.
170600     WRITE REPORT-LINE.
170700     MOVE SPACES TO REPORT-LINE.
170800     WRITE REPORT-LINE.
170900     MOVE ZERO TO WS-LINE-COUNT.
171000 6200-EXIT.
171100     EXIT.
171200
171300 6250-FIND-BRANCH-NAME.
171400     MOVE SPACES TO WS-BRANCH-NAME.
171500     IF WS-PREV-BRANCH = WS-UNKNOWN-BRANCH
171600         MOVE "NOT KNOWN" TO WS-BRANCH-NAME
171700         GO TO 6250-EXIT
171800     END-IF.
171900     PERFORM 6260-CHECK-ONE-BRANCH THRU 6260-EXIT
172000         VARYING WS-BRCH-IDX FROM 1 BY 1
172100         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
172200 6250-EXIT.
172300     EXIT.
172400
172500 6260-CHECK-ONE-BRANCH.
172600     IF WS-BRCH-CODE (WS-BRCH-IDX) = WS-PREV-BRANCH
172700         MOVE WS-BRCH-NAME (WS-BRCH-IDX) TO WS-BRANCH-NAME
172800     END-IF.
172900 6260-EXIT.
173000     EXIT.
173100
173200*****************************************************************
173300*  6600-CLOSE-BRANCH - ITEM COUNT AND OPEN-ITEM AGING FOR THE   *
173400*  BRANCH JUST PRINTED.  NOTHING IS WRITTEN BEFORE THE FIRST.   *
173500*****************************************************************
173600 6600-CLOSE-BRANCH.
173700     IF WS-PREV-BRANCH = LOW-VALUES
173800         GO TO 6600-EXIT
173900     END-IF.
174000     MOVE SPACES TO REPORT-LINE.
174100     WRITE REPORT-LINE.
174200     MOVE WS-BRANCH-ITEMS TO BCNT-COUNT.
174300     MOVE BRCH-COUNT-LINE TO REPORT-LINE.
174400     WRITE REPORT-LINE.
174500     ADD 2 TO WS-LINE-COUNT.
174600     MOVE ZERO TO WS-BRANCH-ITEMS.
174700     MOVE ZERO TO WS-AG-FOUND.
174800     PERFORM 6650-MATCH-ONE-AGING THRU 6650-EXIT
174900         VARYING WS-AG-IDX FROM 1 BY 1
175000         UNTIL WS-AG-IDX > WS-AG-USED
175100            OR WS-AG-FOUND > ZERO.
175200     IF WS-AG-FOUND = ZERO
175300         GO TO 6600-EXIT
175400     END-IF.
175500     MOVE "OPEN ITEMS BY AGE  . . " TO AGE-CAPTION.
175600     PERFORM 6700-WRITE-AGING-LINE THRU 6700-EXIT.
175700     ADD 1 TO WS-LINE-COUNT.
175800 6600-EXIT.
175900     EXIT.
176000
176100 6650-MATCH-ONE-AGING.
176200     IF WS-AG-BRANCH (WS-AG-IDX) = WS-PREV-BRANCH
176300         MOVE WS-AG-IDX TO WS-AG-FOUND
176400     END-IF.
176500 6650-EXIT.
176600     EXIT.
176700
176800 6700-WRITE-AGING-LINE.
176900     MOVE WS-AG-BAND-COUNT (WS-AG-FOUND, 1) TO AGE-BAND-1.
177000     MOVE WS-AG-BAND-COUNT (WS-AG-FOUND, 2) TO AGE-BAND-2.
177100     MOVE WS-AG-BAND-COUNT (WS-AG-FOUND, 3) TO AGE-BAND-3.
177200     MOVE WS-AG-BAND-COUNT (WS-AG-FOUND, 4) TO AGE-BAND-4.
177300     MOVE WS-AG-TOTAL (WS-AG-FOUND)         TO AGE-TOTAL.
177400     MOVE WS-AG-AMOUNT (WS-AG-FOUND)        TO AGE-AMOUNT.
177500     MOVE AGING-LINE TO REPORT-LINE.
177600     WRITE REPORT-LINE.
177700 6700-EXIT.
177800     EXIT.
177900
178000*****************************************************************
178100*  6800-PRINT-AGING-SUMMARY - A PAGE OF OPEN ITEMS BY AGE BAND, *
178200*  ONE LINE PER BRANCH IN BRANCH ORDER, THEN ALL BRANCHES.      *
178300*****************************************************************
178400 6800-PRINT-AGING-SUMMARY.
178500     ADD 1 TO WS-PAGE-COUNT.
178600     MOVE WS-PAGE-COUNT TO SHDG-PAGE.
178700     MOVE WS-RUN-DATE TO SHDG-DATE.
178800     MOVE SUMM-HDG-LINE TO REPORT-LINE.
178900     WRITE REPORT-LINE.
179000     MOVE SPACES TO REPORT-LINE.
179100     WRITE REPORT-LINE.
179200     PERFORM 6850-PRINT-ONE-BRANCH-AGING THRU 6850-EXIT
179300         VARYING WS-AG-IDX FROM 1 BY 1
179400         UNTIL WS-AG-IDX > WS-AG-USED.
179500     MOVE SPACES TO REPORT-LINE.
179600     WRITE REPORT-LINE.
179700     MOVE "ALL BRANCHES  . . . . " TO AGE-CAPTION.
179800     MOVE WS-GR-BAND-COUNT (1) TO AGE-BAND-1.
179900     MOVE WS-GR-BAND-COUNT (2) TO AGE-BAND-2.
180000     MOVE WS-GR-BAND-COUNT (3) TO AGE-BAND-3.
180100     MOVE WS-GR-BAND-COUNT (4) TO AGE-BAND-4.
180200     MOVE WS-GR-TOTAL          TO AGE-TOTAL.
180300     MOVE WS-GR-AMOUNT         TO AGE-AMOUNT.
180400     MOVE AGING-LINE TO REPORT-LINE.
180500     WRITE REPORT-LINE.
180600 6800-EXIT.
180700     EXIT.
180800
180900 6850-PRINT-ONE-BRANCH-AGING.
181000     MOVE WS-AG-BRANCH (WS-AG-IDX) TO WS-PREV-BRANCH.
181100     PERFORM 6250-FIND-BRANCH-NAME THRU 6250-EXIT.
181200     MOVE SPACES TO AGE-CAPTION.
181300     MOVE WS-PREV-BRANCH TO AGE-CAPTION (1:2).
181400     MOVE WS-BRANCH-NAME TO AGE-CAPTION (4:15).
181500     MOVE WS-AG-IDX TO WS-AG-FOUND.
181600     PERFORM 6700-WRITE-AGING-LINE THRU 6700-EXIT.
181700 6850-EXIT.
181800     EXIT.
181900
182000 9000-TERMINATE.
182100     CLOSE PEND-FILE.
182200     CLOSE REJECT-FILE.
182300     CLOSE EXCEPTION-FILE.
182400     CLOSE SUSPENSE-FILE.
182500     CLOSE MAINT-FILE.
182600     CLOSE BATCH-FILE.
182700     CLOSE REPORT-FILE.
182800 9000-EXIT.
182900     EXIT.
