000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLRGPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-10-07  RSK       INITIAL VERSION.                       *
001030*  2026-10-15  RSK       REFUSE A CLEARING FILE NOT LATER THAN  *
001060*                        THE LAST ONE PROCESSED (CKPTFILE).     *
001100*****************************************************************
001200*
001300*  CLRGPROG TURNS THE CLEARING HOUSE'S DAILY FILE OF INCOMING
001400*  CREDITS FROM OTHER BANKS (CLRGFILE, SEE CLRGREC) INTO ONE
001500*  "B"/"T"-WRAPPED BATCH OF "P" DEPOSITS UNDER OPERATOR "CLEAR"
001600*  (BATCHOUT), WHICH BTCHPROG.JCL CONCATENATES ONTO TRANFILE -
001700*  SO EVERY INCOMING PAYMENT GOES THROUGH THE SAME BATCH PROOF,
001800*  MAINPROG EDITS AND AUDIT TRAIL AS TELLER WORK, WITHOUT BEING
001900*  RE-KEYED.  THE RUN, AHEAD OF BTCHPROG (SEE CLRGPROG.JCL):
002000*    1. PROVES THE WHOLE FILE BEFORE ANYTHING IS WRITTEN: ONE
002100*       "H" HEADER FIRST (ADDRESSED TO THIS BANK WHEN THE CARD
002200*       NAMES A BANK CODE), NUMERIC AMOUNTS, AND ONE "T"
002300*       TRAILER LAST WHOSE COUNT AND TOTAL EQUAL THE CREDITS
002400*       ACTUALLY ON THE FILE.  A FILE THAT DOES NOT PROVE IS
002500*       REFUSED WHOLE;
002600*    2. MATCHES EACH CREDIT TO THE CUSTOMER MASTER BY ITS
002700*       BENEFICIARY INDEX AND CROSS-CHECKS THE BENEFICIARY NAME
002800*       AGAINST THE MASTER ONCE BOTH ARE STANDARDIZED THE WAY
002900*       MAINPROG FILED THEM (SUBPROG).  THE SURNAME MUST AGREE;
003000*       THE GIVEN NAME MUST AGREE IN FULL OR BY ITS INITIAL, AND
003100*       MAY BE OMITTED ONLY FOR A COMMERCIAL ACCOUNT;
003200*    3. WRITES A MATCHED CREDIT AS A DEPOSIT FOR THE ACCOUNT'S
003300*       BRANCH, AND SENDS ANY OTHER BACK TO THE CLEARING HOUSE
003400*       ON THE RETURN FILE (RTRNFILE, SEE CLRTREC) WITH ITS
003500*       REASON CODE - INVALID OR UNKNOWN INDEX, CLOSED ("D")
003600*       ACCOUNT, NAME MISMATCH, OR AN AMOUNT THE MASTER COULD
003700*       NOT TAKE.
003800*  EVERY CREDIT IS LISTED ON RPTFILE WITH WHAT BECAME OF IT, AND
003900*  THE RUN'S CONTROL TOTALS ARE APPENDED TO THE SHARED RUN-
004000*  CONTROL DATASET FOR STRMPROG, WHICH PROVES THAT EVERY CREDIT
004100*  READ WAS EITHER DEPOSITED OR RETURNED.  THE CUSTOMER MASTER
004200*  IS ONLY READ; MAINPROG REMAINS THE ONLY WRITER TO IT.  EACH
004300*  FILE PROCESSED IS RECORDED ON THE JOB CHECKPOINT FILE
004400*  (CKPTFILE, SEE CKPTREC) UNDER ITS HEADER DATE AND SEQUENCE,
004410*  AND A FILE WHOSE HEADER IS NOT LATER THAN THE LAST ONE
004420*  RECORDED IS REFUSED, SO THE SAME CREDITS ARE NEVER BATCHED
004430*  TWICE.  A REFUSED RUN RECORDS NOTHING, AND A RERUN AGAINST
004440*  THE SAME CLEARING FILE REBUILDS THE SAME BATCH AND RETURN
004450*  FILE.
004500*
004600*  CONTROL CARD (CLRGCARD): BATCH NUMBER (COLS 1-6), REPORTING
004700*  BRANCH FOR THE BATCH (COLS 7-8), PROCESSING DATE YYYYMMDD
004800*  (COLS 9-16, BLANK = TODAY) AND THIS BANK'S CLEARING CODE
004900*  (COLS 17-24, BLANK = DO NOT CHECK THE HEADER'S ADDRESSEE).
005000*
005100*  RC 8 MEANS THE RUN-CONTROL RECORD COULD NOT BE WRITTEN - THE
005200*  BATCH AND RETURNS ARE GOOD; RC 16 MEANS THE CLEARING FILE WAS
005300*  REFUSED, A FILE COULD NOT BE OPENED, READ OR WRITTEN (THE
005400*  CHECKPOINT FILE INCLUDED), THE CONTROL CARD WAS UNUSABLE OR
005500*  OPERATOR "CLEAR" IS NOT ON THE OPERATOR MASTER, AND NEITHER
005600*  THE BATCH NOR THE RETURN FILE MAY BE RELEASED.
005700*
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT CARD-FILE ASSIGN TO "CLRGCARD"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CARD-STATUS.
006400
006500     SELECT CLEARING-FILE ASSIGN TO "CLRGFILE"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-CLRG-STATUS.
006800
006900     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-OPER-STATUS.
007200
007300     SELECT VSAM-FILE ASSIGN TO "VSAMFILE"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS FD-VSAM-INDEX
007700         FILE STATUS IS WS-FILE-STATUS.
007800
007900     SELECT BATCH-FILE ASSIGN TO "BATCHOUT"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-BATCH-STATUS.
008200
008300     SELECT RETURN-FILE ASSIGN TO "RTRNFILE"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-RTRN-STATUS.
008600
008700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCFILE"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-RUNC-STATUS.
009000
009100     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-REPORT-STATUS.
009400
009410     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
009420         ORGANIZATION IS INDEXED
009430         ACCESS MODE IS DYNAMIC
009440         RECORD KEY IS FD-CKPT-KEY
009450         FILE STATUS IS WS-CKPT-STATUS.
009460
009500 DATA DIVISION.
009600 FILE SECTION.
009700*****************************************************************
009800*  CONTROL CARD - BATCH NUMBER, REPORTING BRANCH, PROCESSING    *
009900*  DATE AND THIS BANK'S CLEARING CODE.                          *
010000*****************************************************************
010100 FD  CARD-FILE
010200     RECORD CONTAINS 80 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 01  CARD-RECORD.
010500     05  CARD-BATCH-NUMBER      PIC X(06).
010600     05  CARD-BATCH-NUMBER-N REDEFINES CARD-BATCH-NUMBER
010700                                PIC 9(06).
010800     05  CARD-BRANCH            PIC X(02).
010900     05  CARD-RUN-DATE          PIC X(08).
011000     05  CARD-RUN-DATE-N REDEFINES CARD-RUN-DATE
011100                                PIC 9(08).
011200     05  CARD-BANK-CODE         PIC X(08).
011300     05  FILLER                 PIC X(56).
011400
011500*****************************************************************
011600*  INCOMING CLEARING CREDITS (SEE CLRGREC).                     *
011700*****************************************************************
011800 FD  CLEARING-FILE
011900     RECORD CONTAINS 120 CHARACTERS
012000     LABEL RECORDS ARE STANDARD.
012100     COPY CLRGREC REPLACING ==:PFX:== BY ====.
012200
012300*****************************************************************
012400*  OPERATOR MASTER (SEE OPERREC) - THE SYSTEM OPERATOR THE      *
012500*  DEPOSITS ARE ENTERED UNDER MUST BE ON IT.                    *
012600*****************************************************************
012700 FD  OPERATOR-FILE
012800     RECORD CONTAINS 48 CHARACTERS
012900     LABEL RECORDS ARE STANDARD.
013000     COPY OPERREC REPLACING ==:PFX:== BY ==FD-==.
013100
013200 FD  VSAM-FILE
013300     LABEL RECORDS ARE STANDARD.
013400     COPY VSAMREC REPLACING ==:PFX:== BY ==FD-==.
013500
013600*****************************************************************
013700*  GENERATED BATCH - HEADER, TONIGHT'S DEPOSITS, TRAILER.       *
013800*****************************************************************
013900 FD  BATCH-FILE
014000     RECORD CONTAINS 67 CHARACTERS
014100     LABEL RECORDS ARE STANDARD.
014200 01  BATCH-RECORD               PIC X(67).
014300
014400*****************************************************************
014500*  RETURNS TO THE CLEARING HOUSE (SEE CLRTREC).                 *
014600*****************************************************************
014700 FD  RETURN-FILE
014800     RECORD CONTAINS 120 CHARACTERS
014900     LABEL RECORDS ARE STANDARD.
015000     COPY CLRTREC REPLACING ==:PFX:== BY ====.
015100
015200*****************************************************************
015300*  NIGHTLY RUN-CONTROL DATASET - ONE RECORD APPENDED PER RUN    *
015400*  FOR THE STRMPROG BALANCING STEP (SEE RUNCTL).                *
015500*****************************************************************
015600 FD  RUN-CONTROL-FILE
015700     RECORD CONTAINS 80 CHARACTERS
015800     LABEL RECORDS ARE STANDARD.
015900     COPY RUNCTL REPLACING ==:PFX:== BY ==FD-==.
016000
016100*****************************************************************
016200*  PRINTED CLEARING CREDIT REPORT.                              *
016300*****************************************************************
016400 FD  REPORT-FILE
016500     RECORD CONTAINS 80 CHARACTERS
016600     LABEL RECORDS ARE STANDARD.
016700 01  REPORT-LINE                PIC X(80).
016800
016805*****************************************************************
016810*  JOB CHECKPOINT FILE (SEE CKPTREC) - ONE RECORD PER CLEARING  *
016815*  FILE DATE, HOLDING THE LAST SEQUENCE PROCESSED FOR IT.       *
016820*  SHARED WITH INTRPROG, DORMPROG AND ARCHPROG.                 *
016825*****************************************************************
016830 FD  CKPT-FILE
016835     RECORD CONTAINS 200 CHARACTERS
016840     LABEL RECORDS ARE STANDARD.
016845     COPY CKPTREC REPLACING ==:PFX:== BY ==FD-==.
016850
016900 WORKING-STORAGE SECTION.
017000*****************************************************************
017100*  WORKING COPIES - CUSTOMER MASTER AND TRANSACTION (ALSO USED  *
017200*  TO BUILD THE BATCH HEADER AND TRAILER), AND THE DATEPROG     *
017300*  CALENDAR PARAMETERS.                                         *
017400*****************************************************************
017500 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
017600
017700 COPY TRANREC REPLACING ==:PFX:== BY ==WS-TRAN-==.
017800
017900 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
018000
018100*****************************************************************
018200*  RUN PARAMETERS FROM THE CONTROL CARD.                        *
018300*****************************************************************
018400 01  WS-BATCH-NUMBER            PIC 9(06) VALUE ZERO.
018500 01  WS-BATCH-BRANCH            PIC X(02) VALUE SPACES.
018600 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
018700 01  WS-BANK-CODE               PIC X(08) VALUE SPACES.
018800 01  WS-CLEAR-OPERATOR          PIC X(05) VALUE "CLEAR".
018900 01  WS-BAL-MAX                 PIC S9(10)V99 VALUE 9999999.99.
019000
019100*****************************************************************
019200*  FILE PROOF - WHAT THE HEADER AND TRAILER SAY AND WHAT WAS    *
019300*  ACTUALLY FOUND BETWEEN THEM.  A NON-BLANK REASON REFUSES     *
019400*  THE FILE.                                                    *
019500*****************************************************************
019600 01  WS-HDR-FILE-DATE           PIC 9(08) VALUE ZERO.
019700 01  WS-HDR-FILE-SEQ            PIC 9(04) VALUE ZERO.
019800 01  WS-HDR-HOUSE-ID            PIC X(08) VALUE SPACES.
019900 01  WS-HDR-BANK-CODE           PIC X(08) VALUE SPACES.
020000 01  WS-TRL-COUNT               PIC 9(07) VALUE ZERO.
020100 01  WS-TRL-TOTAL               PIC 9(13)V99 VALUE ZERO.
020200 01  WS-PROOF-RECORDS           PIC 9(07) COMP VALUE ZERO.
020300 01  WS-PROOF-COUNT             PIC 9(07) COMP VALUE ZERO.
020400 01  WS-PROOF-TOTAL             PIC 9(13)V99 COMP-3 VALUE ZERO.
020500 01  WS-PROOF-REASON            PIC X(40) VALUE SPACES.
020600
020700 01  WS-TRAILER-SWITCH          PIC X(01) VALUE "N".
020800     88  WS-TRAILER-SEEN            VALUE "Y".
020900     88  WS-TRAILER-NOT-SEEN        VALUE "N".
021000
021100*****************************************************************
021200*  CREDIT WORK FIELDS.  A BLANK RETURN CODE MEANS THE CREDIT    *
021300*  MATCHED AND IS DEPOSITED; OTHERWISE IT IS RETURNED WITH THE  *
021400*  CODE AND TEXT (SEE CLRTREC FOR THE CODES).                   *
021500*****************************************************************
021600 01  WS-RTN-CODE                PIC X(02).
021700 01  WS-RTN-TEXT                PIC X(22).
021800 01  WS-POSTED-BALANCE          PIC S9(11)V99.
021900
022000 01  WS-STD-NAME                PIC X(15).
022100 01  WS-STD-SURNAME             PIC X(15).
022200
022300 01  WS-NAME-MATCH-SWITCH       PIC X(01).
022400     88  WS-NAME-MATCHED            VALUE "Y".
022500     88  WS-NAME-NOT-MATCHED        VALUE "N".
022600
022700*****************************************************************
022800*  THE PAYER KEYS THE BENEFICIARY NAME; THE MASTER IS ALL       *
022900*  UPPER CASE.                                                  *
023000*****************************************************************
023100 01  WS-LOWER-CASE              PIC X(26)
023200         VALUE "abcdefghijklmnopqrstuvwxyz".
023300 01  WS-UPPER-CASE              PIC X(26)
023400         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023500
023600*****************************************************************
023700*  BATCH CONTROLS AND RUN CONTROL TOTALS.                       *
023800*****************************************************************
023900 01  WS-TRAN-COUNT              PIC 9(06) COMP VALUE ZERO.
024000 01  WS-NET-AMOUNT              PIC S9(12)V99 COMP-3 VALUE ZERO.
024100 01  WS-CREDITS-READ            PIC 9(07) COMP VALUE ZERO.
024200 01  WS-DEPOSIT-COUNT           PIC 9(07) COMP VALUE ZERO.
024300 01  WS-DEPOSIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
024400 01  WS-RETURN-COUNT            PIC 9(07) COMP VALUE ZERO.
024500 01  WS-RETURN-TOTAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
024600
024700 01  WS-RUNC-DATE               PIC 9(08) VALUE ZERO.
024800 01  WS-RUNC-START-TIME         PIC 9(08) VALUE ZERO.
024900
025000*****************************************************************
025100*  PAGE CONTROL.                                                *
025200*****************************************************************
025300 01  WS-PAGE-COUNT              PIC 9(04) COMP VALUE ZERO.
025400 01  WS-LINE-COUNT              PIC 9(02) COMP VALUE ZERO.
025500 01  WS-LINES-PER-PAGE          PIC 9(02) COMP VALUE 50.
025600
025700 01  WS-CLRG-EOF-SWITCH         PIC X(01) VALUE "N".
025800     88  WS-CLRG-EOF                VALUE "Y".
025900
026000 01  WS-OPER-EOF-SWITCH         PIC X(01) VALUE "N".
026100     88  WS-OPER-EOF                VALUE "Y".
026200
026300 01  WS-OPER-FOUND-SWITCH       PIC X(01) VALUE "N".
026400     88  WS-OPER-FOUND              VALUE "Y".
026500     88  WS-OPER-NOT-FOUND          VALUE "N".
026600
026700 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
026800     88  WS-RUN-OK                  VALUE "N".
026900     88  WS-RUN-FATAL               VALUE "Y".
026910
026920 01  WS-BROWSE-SWITCH           PIC X(01) VALUE "N".
026930     88  WS-BROWSE-DONE             VALUE "Y".
026940     88  WS-BROWSE-NOT-DONE         VALUE "N".
026950
026960 01  WS-CKPT-FOUND-SWITCH       PIC X(01) VALUE "N".
026970     88  WS-CKPT-ON-FILE            VALUE "Y".
027000
027100*****************************************************************
027200*  FILE STATUS                                                  *
027300*****************************************************************
027400 01  WS-CARD-STATUS             PIC X(02).
027500     88  WS-CARD-OK                 VALUE "00".
027600
027700 01  WS-CLRG-STATUS             PIC X(02).
027800     88  WS-CLRG-OK                 VALUE "00".
027900
028000 01  WS-OPER-STATUS             PIC X(02).
028100     88  WS-OPER-OK                 VALUE "00".
028200
028300 01  WS-FILE-STATUS             PIC X(02).
028400     88  WS-VSAM-OK                 VALUE "00".
028500     88  WS-VSAM-NOT-FOUND          VALUE "23".
028600
028700 01  WS-BATCH-STATUS            PIC X(02).
028800     88  WS-BATCH-OK                VALUE "00".
028900
029000 01  WS-RTRN-STATUS             PIC X(02).
029100     88  WS-RTRN-OK                 VALUE "00".
029200
029300 01  WS-RUNC-STATUS             PIC X(02).
029400     88  WS-RUNC-OK                 VALUE "00".
029500
029600 01  WS-REPORT-STATUS           PIC X(02).
029700     88  WS-REPORT-OK               VALUE "00".
029720
029740 01  WS-CKPT-STATUS             PIC X(02).
029760     88  WS-CKPT-OK                 VALUE "00".
029780     88  WS-CKPT-NOT-FOUND          VALUE "23".
029800
029900*****************************************************************
030000*  REPORT LINES                                                 *
030100*****************************************************************
030200 01  HDG1-LINE.
030300     05  FILLER                 PIC X(01) VALUE SPACE.
030400     05  FILLER                 PIC X(18)
030500                                 VALUE "CLEARING CREDITS".
030600     05  FILLER                 PIC X(05) VALUE "FILE ".
030700     05  HDG1-FILE-DATE         PIC 9(08).
030800     05  FILLER                 PIC X(05) VALUE " SEQ ".
030900     05  HDG1-FILE-SEQ          PIC 9(04).
031000     05  FILLER                 PIC X(06) VALUE "  RUN ".
031100     05  HDG1-RUN-DATE          PIC 9(08).
031200     05  FILLER                 PIC X(07) VALUE "  PAGE ".
031300     05  HDG1-PAGE              PIC ZZZ9.
031400     05  FILLER                 PIC X(14) VALUE SPACES.
031500
031600 01  HDG2-LINE.
031700     05  FILLER                 PIC X(01) VALUE SPACE.
031800     05  FILLER                 PIC X(17) VALUE "ITEM REFERENCE".
031900     05  FILLER                 PIC X(09) VALUE "INDEX".
032000     05  FILLER                 PIC X(18)
032100                                 VALUE "           AMOUNT".
032200     05  FILLER                 PIC X(10) VALUE "RESULT".
032300     05  FILLER                 PIC X(03) VALUE "RC".
032400     05  FILLER                 PIC X(22) VALUE "REASON".
032500
032600 01  DETAIL-LINE.
032700     05  FILLER                 PIC X(01) VALUE SPACE.
032800     05  DTL-ITEM-REF           PIC X(16).
032900     05  FILLER                 PIC X(01) VALUE SPACE.
033000     05  DTL-INDEX              PIC X(08).
033100     05  FILLER                 PIC X(01) VALUE SPACE.
033200     05  DTL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033300     05  FILLER                 PIC X(01) VALUE SPACE.
033400     05  DTL-RESULT             PIC X(09).
033500     05  FILLER                 PIC X(01) VALUE SPACE.
033600     05  DTL-RTN-CODE           PIC X(02).
033700     05  FILLER                 PIC X(01) VALUE SPACE.
033800     05  DTL-REASON             PIC X(22).
033900
034000 01  TOTAL-LINE.
034100     05  FILLER                 PIC X(01) VALUE SPACE.
034200     05  TOT-CAPTION            PIC X(29).
034300     05  TOT-COUNT              PIC Z,ZZZ,ZZ9.
034400     05  FILLER                 PIC X(02) VALUE SPACES.
034500     05  TOT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
034600     05  FILLER                 PIC X(18) VALUE SPACES.
034700
034800 01  REFUSED-LINE.
034900     05  FILLER                 PIC X(01) VALUE SPACE.
035000     05  FILLER                 PIC X(24)
035100                                 VALUE "CLEARING FILE REFUSED - ".
035200     05  RFS-REASON             PIC X(40).
035300     05  FILLER                 PIC X(15) VALUE SPACES.
035400
035500 PROCEDURE DIVISION.
035600*****************************************************************
035700*  0000-MAINLINE - PROVE THE CLEARING FILE AND OPEN THE BATCH   *
035800*  AND RETURNS, DEPOSIT OR RETURN EVERY CREDIT, CLOSE BOTH      *
035900*  FILES WITH THEIR TRAILERS AND RECORD THE FILE AS PROCESSED,  *
035950*  THEN RECORD THE RUN'S TOTALS.                                *
036000*****************************************************************
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036300     IF WS-RUN-OK
036400         PERFORM 2000-PROCESS-ONE-CREDIT THRU 2000-EXIT
036500             UNTIL WS-CLRG-EOF OR WS-RUN-FATAL
036600     END-IF.
036700     IF WS-RUN-OK
036800         PERFORM 5100-WRITE-TRAILERS THRU 5100-EXIT
036900     END-IF.
036920     IF WS-RUN-OK
036940         PERFORM 7000-RECORD-FILE-PROCESSED THRU 7000-EXIT
036960     END-IF.
037000     IF WS-RUN-OK
037100         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
037200     END-IF.
037300     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
037400     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
037500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037600     STOP RUN.
037700
037800*****************************************************************
037900*  1000-INITIALIZE - NOTHING IS WRITTEN TO THE BATCH OR THE     *
038000*  RETURN FILE UNTIL THE CARD, THE SYSTEM OPERATOR AND THE      *
038100*  WHOLE CLEARING FILE HAVE PROVED; A REFUSED RUN LEAVES BOTH   *
038200*  EMPTY.                                                       *
038300*****************************************************************
038400 1000-INITIALIZE.
038500     ACCEPT WS-RUNC-DATE FROM DATE YYYYMMDD.
038600     ACCEPT WS-RUNC-START-TIME FROM TIME.
038700     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
038800     IF WS-RUN-FATAL
038900         GO TO 1000-EXIT
039000     END-IF.
039100     PERFORM 1200-CHECK-SYSTEM-OPERATOR THRU 1200-EXIT.
039200     IF WS-RUN-FATAL
039300         GO TO 1000-EXIT
039400     END-IF.
039500     OPEN OUTPUT REPORT-FILE.
039600     IF NOT WS-REPORT-OK
039700         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
039800                 WS-REPORT-STATUS
039900         MOVE 16 TO RETURN-CODE
040000         SET WS-RUN-FATAL TO TRUE
040100         GO TO 1000-EXIT
040200     END-IF.
040210     OPEN I-O CKPT-FILE.
040220     IF NOT WS-CKPT-OK
040230         DISPLAY "CHECKPOINT FILE OPEN ERROR - STATUS "
040240                 WS-CKPT-STATUS
040250         MOVE 16 TO RETURN-CODE
040260         SET WS-RUN-FATAL TO TRUE
040270         GO TO 1000-EXIT
040280     END-IF.
040300     PERFORM 1300-PROVE-CLEARING-FILE THRU 1300-EXIT.
040400     PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT.
040500     IF WS-RUN-FATAL
040600         IF WS-PROOF-REASON NOT = SPACES
040700             MOVE WS-PROOF-REASON TO RFS-REASON
040800             MOVE REFUSED-LINE TO REPORT-LINE
040900             WRITE REPORT-LINE
041000         END-IF
041100         GO TO 1000-EXIT
041200     END-IF.
041300     OPEN INPUT VSAM-FILE.
041400     IF NOT WS-VSAM-OK
041500         DISPLAY "VSAM FILE OPEN ERROR - STATUS " WS-FILE-STATUS
041600         MOVE 16 TO RETURN-CODE
041700         SET WS-RUN-FATAL TO TRUE
041800         GO TO 1000-EXIT
041900     END-IF.
042000     OPEN INPUT CLEARING-FILE.
042100     IF NOT WS-CLRG-OK
042200         DISPLAY "CLEARING FILE OPEN ERROR - STATUS "
042300                 WS-CLRG-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         SET WS-RUN-FATAL TO TRUE
042600         GO TO 1000-EXIT
042700     END-IF.
042800     OPEN OUTPUT BATCH-FILE.
042900     IF NOT WS-BATCH-OK
043000         DISPLAY "BATCH OUTPUT OPEN ERROR - STATUS "
043100                 WS-BATCH-STATUS
043200         MOVE 16 TO RETURN-CODE
043300         SET WS-RUN-FATAL TO TRUE
043400         GO TO 1000-EXIT
043500     END-IF.
043600     OPEN OUTPUT RETURN-FILE.
043700     IF NOT WS-RTRN-OK
043800         DISPLAY "RETURN FILE OPEN ERROR - STATUS "
043900                 WS-RTRN-STATUS
044000         MOVE 16 TO RETURN-CODE
044100         SET WS-RUN-FATAL TO TRUE
044200         GO TO 1000-EXIT
044300     END-IF.
044400     MOVE SPACES          TO WS-TRAN-RECORD.
044500     MOVE "B"             TO WS-TRAN-OPERATION.
044600     MOVE WS-BATCH-NUMBER TO WS-TRAN-BCH-NUMBER.
044700     MOVE WS-BATCH-BRANCH TO WS-TRAN-BCH-BRANCH.
044800     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
044900     MOVE SPACES           TO CLRT-RECORD.
045000     SET CLRT-HEADER       TO TRUE.
045100     MOVE WS-RUN-DATE      TO CLRT-HDR-RUN-DATE.
045200     MOVE WS-HDR-FILE-DATE TO CLRT-HDR-FILE-DATE.
045300     MOVE WS-HDR-FILE-SEQ  TO CLRT-HDR-FILE-SEQ.
045400     MOVE WS-HDR-BANK-CODE TO CLRT-HDR-BANK-CODE.
045500     MOVE WS-HDR-HOUSE-ID  TO CLRT-HDR-HOUSE-ID.
045600     PERFORM 5950-WRITE-RETURN-RECORD THRU 5950-EXIT.
045700 1000-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100*  1100-READ-CONTROL-CARD - A MISSING OR UNUSABLE CARD STOPS    *
046200*  THE RUN RC 16 BEFORE ANYTHING IS WRITTEN, SO AN UNNUMBERED   *
046300*  OR MIS-DATED BATCH NEVER REACHES BTCHPROG.                   *
046400*****************************************************************
046500 1100-READ-CONTROL-CARD.
046600     OPEN INPUT CARD-FILE.
046700     IF NOT WS-CARD-OK
046800         DISPLAY "CONTROL CARD NOT PRESENT - RUN STOPPED"
046900         MOVE 16 TO RETURN-CODE
047000         SET WS-RUN-FATAL TO TRUE
047100         GO TO 1100-EXIT
047200     END-IF.
047300     READ CARD-FILE
047400         AT END
047500             MOVE SPACES TO CARD-RECORD
047600     END-READ.
047700     CLOSE CARD-FILE.
047800     IF CARD-BATCH-NUMBER-N IS NOT NUMERIC
047900        OR CARD-BATCH-NUMBER-N = ZERO
048000         DISPLAY "BATCH NUMBER UNUSABLE: " CARD-BATCH-NUMBER
048100                 " - RUN STOPPED"
048200         MOVE 16 TO RETURN-CODE
048300         SET WS-RUN-FATAL TO TRUE
048400         GO TO 1100-EXIT
048500     END-IF.
048600     MOVE CARD-BATCH-NUMBER-N TO WS-BATCH-NUMBER.
048700     MOVE CARD-BRANCH         TO WS-BATCH-BRANCH.
048800     MOVE CARD-BANK-CODE      TO WS-BANK-CODE.
048900     IF CARD-RUN-DATE = SPACES
049000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
049100     ELSE
049200         IF CARD-RUN-DATE-N IS NUMERIC
049300             MOVE CARD-RUN-DATE-N TO WS-RUN-DATE
049400         END-IF
049500     END-IF.
049600     MOVE "D"         TO WS-DTP-FUNCTION.
049700     MOVE WS-RUN-DATE TO WS-DTP-DATE.
049800     CALL "DATEPROG" USING WS-DATE-PARM.
049900     IF WS-DTP-INVALID
050000         DISPLAY "PROCESSING DATE UNUSABLE: " CARD-RUN-DATE
050100                 " - RUN STOPPED"
050200         MOVE 16 TO RETURN-CODE
050300         SET WS-RUN-FATAL TO TRUE
050400     END-IF.
050500 1100-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*  1200-CHECK-SYSTEM-OPERATOR - MAINPROG REJECTS A TRANSACTION  *
051000*  WHOSE OPERATOR IS NOT ON THE OPERATOR MASTER, SO A BATCH     *
051100*  UNDER AN UNKNOWN OPERATOR WOULD POST NOTHING.  STOP RC 16    *
051200*  INSTEAD OF GENERATING ONE.                                   *
051300*****************************************************************
051400 1200-CHECK-SYSTEM-OPERATOR.
051500     OPEN INPUT OPERATOR-FILE.
051600     IF NOT WS-OPER-OK
051700         DISPLAY "OPERATOR FILE OPEN ERROR - STATUS "
051800                 WS-OPER-STATUS
051900         MOVE 16 TO RETURN-CODE
052000         SET WS-RUN-FATAL TO TRUE
052100         GO TO 1200-EXIT
052200     END-IF.
052300     PERFORM 1210-CHECK-ONE-OPERATOR THRU 1210-EXIT
052400         UNTIL WS-OPER-EOF OR WS-OPER-FOUND.
052500     CLOSE OPERATOR-FILE.
052600     IF WS-OPER-NOT-FOUND
052700         DISPLAY "OPERATOR " WS-CLEAR-OPERATOR
052800                 " NOT ON OPERATOR MASTER - RUN STOPPED"
052900         MOVE 16 TO RETURN-CODE
053000         SET WS-RUN-FATAL TO TRUE
053100     END-IF.
053200 1200-EXIT.
053300     EXIT.
053400
053500 1210-CHECK-ONE-OPERATOR.
053600     READ OPERATOR-FILE
053700         AT END
053800             SET WS-OPER-EOF TO TRUE
053900             GO TO 1210-EXIT
054000     END-READ.
054100     IF FD-OPER-ID = WS-CLEAR-OPERATOR
054200         SET WS-OPER-FOUND TO TRUE
054300     END-IF.
054400 1210-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*  1300-PROVE-CLEARING-FILE - READ THE WHOLE FILE ONCE AND      *
054900*  PROVE IT AGAINST ITS OWN HEADER AND TRAILER.  A FILE THAT    *
055000*  DOES NOT PROVE IS REFUSED RC 16 WITH THE FIRST REASON FOUND  *
055100*  (WS-PROOF-REASON), AND NOT ONE CREDIT IS ACTED ON.           *
055200*****************************************************************
055300 1300-PROVE-CLEARING-FILE.
055400     OPEN INPUT CLEARING-FILE.
055500     IF NOT WS-CLRG-OK
055600         DISPLAY "CLEARING FILE OPEN ERROR - STATUS "
055700                 WS-CLRG-STATUS
055800         MOVE 16 TO RETURN-CODE
055900         SET WS-RUN-FATAL TO TRUE
056000         GO TO 1300-EXIT
056100     END-IF.
056200     PERFORM 1310-PROVE-ONE-RECORD THRU 1310-EXIT
056300         UNTIL WS-CLRG-EOF OR WS-RUN-FATAL
056400            OR WS-PROOF-REASON NOT = SPACES.
056500     CLOSE CLEARING-FILE.
056600     MOVE "N" TO WS-CLRG-EOF-SWITCH.
056700     IF WS-RUN-FATAL
056800         GO TO 1300-EXIT
056900     END-IF.
057000     IF WS-PROOF-REASON = SPACES
057100         PERFORM 1330-PROVE-TOTALS THRU 1330-EXIT
057200     END-IF.
057300     IF WS-PROOF-REASON NOT = SPACES
057400         DISPLAY "CLEARING FILE REFUSED - " WS-PROOF-REASON
057500         MOVE 16 TO RETURN-CODE
057600         SET WS-RUN-FATAL TO TRUE
057700     END-IF.
057800 1300-EXIT.
057900     EXIT.
058000
058100*****************************************************************
058200*  1310-PROVE-ONE-RECORD - THE HEADER MUST COME FIRST AND THE   *
058300*  TRAILER LAST, WITH ONLY CREDITS BETWEEN THEM.                *
058400*****************************************************************
058500 1310-PROVE-ONE-RECORD.
058600     READ CLEARING-FILE
058700         AT END
058800             SET WS-CLRG-EOF TO TRUE
058900             GO TO 1310-EXIT
059000     END-READ.
059100     IF NOT WS-CLRG-OK
059200         DISPLAY "CLEARING FILE READ ERROR - STATUS "
059300                 WS-CLRG-STATUS
059400         MOVE 16 TO RETURN-CODE
059500         SET WS-RUN-FATAL TO TRUE
059600         GO TO 1310-EXIT
059700     END-IF.
059800     ADD 1 TO WS-PROOF-RECORDS.
059900     IF WS-PROOF-RECORDS = 1
060000         PERFORM 1320-PROVE-HEADER THRU 1320-EXIT
060100         GO TO 1310-EXIT
060200     END-IF.
060300     IF WS-TRAILER-SEEN
060400         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-PROOF-REASON
060500         GO TO 1310-EXIT
060600     END-IF.
060700     EVALUATE TRUE
060800         WHEN CLRG-CREDIT
060900             IF CLRG-AMOUNT-N IS NOT NUMERIC
061000                 MOVE "CREDIT AMOUNT NOT NUMERIC"
061100                     TO WS-PROOF-REASON
061200             ELSE
061300                 ADD 1 TO WS-PROOF-COUNT
061400                 ADD CLRG-AMOUNT-N TO WS-PROOF-TOTAL
061500             END-IF
061600         WHEN CLRG-TRAILER
061700             SET WS-TRAILER-SEEN TO TRUE
061800             IF CLRG-TRL-COUNT-N IS NOT NUMERIC
061900                OR CLRG-TRL-TOTAL-N IS NOT NUMERIC
062000                 MOVE "TRAILER COUNT OR TOTAL NOT NUMERIC"
062100                     TO WS-PROOF-REASON
062200             ELSE
062300                 MOVE CLRG-TRL-COUNT-N TO WS-TRL-COUNT
062400                 MOVE CLRG-TRL-TOTAL-N TO WS-TRL-TOTAL
062500             END-IF
062600         WHEN CLRG-HEADER
062700             MOVE "SECOND HEADER ON FILE" TO WS-PROOF-REASON
062800         WHEN OTHER
062900             MOVE "UNKNOWN RECORD TYPE ON FILE" TO WS-PROOF-REASON
063000     END-EVALUATE.
063100 1310-EXIT.
063200     EXIT.
063300
063310*****************************************************************
063320*  1320-PROVE-HEADER - THE HEADER MUST BE ADDRESSED TO THIS     *
063330*  BANK AND BE LATER, BY FILE DATE AND SEQUENCE, THAN EVERY     *
063340*  FILE ALREADY PROCESSED, SO A FILE CANNOT BE BATCHED TWICE.   *
063350*****************************************************************
063400 1320-PROVE-HEADER.
063500     IF NOT CLRG-HEADER
063600         MOVE "FIRST RECORD IS NOT A HEADER" TO WS-PROOF-REASON
063700         GO TO 1320-EXIT
063800     END-IF.
063900     IF CLRG-HDR-FILE-DATE IS NOT NUMERIC
064000        OR CLRG-HDR-FILE-SEQ IS NOT NUMERIC
064100         MOVE "HEADER DATE OR SEQUENCE NOT NUMERIC"
064200             TO WS-PROOF-REASON
064300         GO TO 1320-EXIT
064400     END-IF.
064500     MOVE CLRG-HDR-FILE-DATE TO WS-HDR-FILE-DATE.
064600     MOVE CLRG-HDR-FILE-SEQ  TO WS-HDR-FILE-SEQ.
064700     MOVE CLRG-HDR-HOUSE-ID  TO WS-HDR-HOUSE-ID.
064800     MOVE CLRG-HDR-BANK-CODE TO WS-HDR-BANK-CODE.
064900     IF WS-BANK-CODE NOT = SPACES
065000        AND WS-BANK-CODE NOT = WS-HDR-BANK-CODE
065100         MOVE "FILE IS ADDRESSED TO ANOTHER BANK"
065200             TO WS-PROOF-REASON
065300     END-IF.
065320     IF WS-PROOF-REASON = SPACES
065340         PERFORM 1325-CHECK-LAST-PROCESSED THRU 1325-EXIT
065360     END-IF.
065400 1320-EXIT.
065500     EXIT.
065600
065602*****************************************************************
065604*  1325-CHECK-LAST-PROCESSED - BROWSE THIS STEP'S CHECKPOINT    *
065606*  RECORDS FROM THE HEADER'S FILE DATE ON.  A LATER DATE, OR    *
065608*  THE SAME DATE WITH THE SAME OR A LATER SEQUENCE, MEANS THE   *
065610*  FILE IS NOT NEW AND IS REFUSED.                              *
065612*****************************************************************
065614 1325-CHECK-LAST-PROCESSED.
065616     MOVE "CLRGPROG"       TO FD-CKPT-STEP.
065618     MOVE WS-HDR-FILE-DATE TO FD-CKPT-PERIOD.
065620     START CKPT-FILE KEY IS NOT LESS THAN FD-CKPT-KEY
065622         INVALID KEY
065624             GO TO 1325-EXIT
065626     END-START.
065628     SET WS-BROWSE-NOT-DONE TO TRUE.
065630     PERFORM 1326-CHECK-ONE-PROCESSED THRU 1326-EXIT
065632         UNTIL WS-BROWSE-DONE.
065634 1325-EXIT.
065636     EXIT.
065638
065640 1326-CHECK-ONE-PROCESSED.
065642     READ CKPT-FILE NEXT RECORD
065644         AT END
065646             SET WS-BROWSE-DONE TO TRUE
065648             GO TO 1326-EXIT
065650     END-READ.
065652     IF NOT WS-CKPT-OK
065654         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
065656                 WS-CKPT-STATUS
065658         MOVE 16 TO RETURN-CODE
065660         SET WS-RUN-FATAL TO TRUE
065662         SET WS-BROWSE-DONE TO TRUE
065664         GO TO 1326-EXIT
065666     END-IF.
065668     IF FD-CKPT-STEP NOT = "CLRGPROG"
065670         SET WS-BROWSE-DONE TO TRUE
065672         GO TO 1326-EXIT
065674     END-IF.
065676     IF FD-CKPT-PERIOD > WS-HDR-FILE-DATE
065678        OR FD-CKPT-COUNT-1 NOT < WS-HDR-FILE-SEQ
065680         DISPLAY "CLEARING FILE " FD-CKPT-PERIOD "/"
065682                 FD-CKPT-COUNT-1 " ALREADY PROCESSED ON "
065684                 FD-CKPT-LAST-DATE
065686         MOVE "FILE NOT LATER THAN THE LAST PROCESSED"
065688             TO WS-PROOF-REASON
065690         SET WS-BROWSE-DONE TO TRUE
065692     END-IF.
065694 1326-EXIT.
065696     EXIT.
065698
065700*****************************************************************
065800*  1330-PROVE-TOTALS - ONCE EVERY RECORD HAS PASSED, THE FILE   *
065900*  MUST HAVE ENDED WITH ITS TRAILER AND THE TRAILER MUST AGREE  *
066000*  WITH THE CREDITS COUNTED.                                    *
066100*****************************************************************
066200 1330-PROVE-TOTALS.
066300     IF WS-PROOF-RECORDS = ZERO
066400         MOVE "FILE IS EMPTY" TO WS-PROOF-REASON
066500         GO TO 1330-EXIT
066600     END-IF.
066700     IF WS-TRAILER-NOT-SEEN
066800         MOVE "TRAILER MISSING" TO WS-PROOF-REASON
066900         GO TO 1330-EXIT
067000     END-IF.
067100     IF WS-PROOF-COUNT NOT = WS-TRL-COUNT
067200         MOVE "CREDIT COUNT DISAGREES WITH TRAILER"
067300             TO WS-PROOF-REASON
067400         GO TO 1330-EXIT
067500     END-IF.
067600     IF WS-PROOF-TOTAL NOT = WS-TRL-TOTAL
067700         MOVE "CREDIT TOTAL DISAGREES WITH TRAILER"
067800             TO WS-PROOF-REASON
067900     END-IF.
068000 1330-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400*  2000-PROCESS-ONE-CREDIT - READ ONE RECORD OF THE PROVED      *
068500*  FILE.  THE HEADER IS PASSED OVER AND THE TRAILER ENDS THE    *
068600*  RUN; EACH CREDIT IS EDITED AND THEN EITHER DEPOSITED OR      *
068700*  RETURNED, AND LISTED EITHER WAY.                             *
068800*****************************************************************
068900 2000-PROCESS-ONE-CREDIT.
069000     READ CLEARING-FILE
069100         AT END
069200             SET WS-CLRG-EOF TO TRUE
069300             GO TO 2000-EXIT
069400     END-READ.
069500     IF NOT WS-CLRG-OK
069600         DISPLAY "CLEARING FILE READ ERROR - STATUS "
069700                 WS-CLRG-STATUS
069800         MOVE 16 TO RETURN-CODE
069900         SET WS-RUN-FATAL TO TRUE
070000         GO TO 2000-EXIT
070100     END-IF.
070200     IF CLRG-TRAILER
070300         SET WS-CLRG-EOF TO TRUE
070400         GO TO 2000-EXIT
070500     END-IF.
070600     IF NOT CLRG-CREDIT
070700         GO TO 2000-EXIT
070800     END-IF.
070900     ADD 1 TO WS-CREDITS-READ.
071000     PERFORM 2100-EDIT-CREDIT THRU 2100-EXIT.
071100     IF WS-RUN-FATAL
071200         GO TO 2000-EXIT
071300     END-IF.
071400     IF WS-RTN-CODE = SPACES
071500         PERFORM 3000-WRITE-DEPOSIT THRU 3000-EXIT
071600     ELSE
071700         PERFORM 3100-WRITE-RETURN THRU 3100-EXIT
071800     END-IF.
071900     PERFORM 4000-PRINT-CREDIT THRU 4000-EXIT.
072000 2000-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400*  2100-EDIT-CREDIT - THE FIRST FAILING CHECK SETS THE RETURN   *
072500*  CODE.  THE AMOUNT CHECKS ARE THE ONES MAINPROG APPLIES TO A  *
072600*  DEPOSIT, SO A CREDIT IS RETURNED HERE RATHER THAN LEFT ON    *
072700*  TOMORROW'S EXCEPTION LISTING.                                *
072800*****************************************************************
072900 2100-EDIT-CREDIT.
073000     MOVE SPACES TO WS-RTN-CODE.
073100     MOVE SPACES TO WS-RTN-TEXT.
073200     IF CLRG-BEN-INDEX-N IS NOT NUMERIC
073300        OR CLRG-BEN-INDEX-N = ZERO
073400         MOVE "01"                     TO WS-RTN-CODE
073500         MOVE "ACCOUNT NUMBER INVALID" TO WS-RTN-TEXT
073600         GO TO 2100-EXIT
073700     END-IF.
073800     IF CLRG-AMOUNT-N = ZERO
073900        OR CLRG-AMOUNT-N > WS-BAL-MAX
074000         MOVE "05"                     TO WS-RTN-CODE
074100         MOVE "AMOUNT OUT OF RANGE"    TO WS-RTN-TEXT
074200         GO TO 2100-EXIT
074300     END-IF.
074400     MOVE CLRG-BEN-INDEX TO FD-VSAM-INDEX.
074500     READ VSAM-FILE INTO WS-VSAM-RECORD
074600         INVALID KEY
074700             CONTINUE
074800     END-READ.
074900     IF WS-VSAM-NOT-FOUND
075000         MOVE "02"                     TO WS-RTN-CODE
075100         MOVE "NO SUCH ACCOUNT"        TO WS-RTN-TEXT
075200         GO TO 2100-EXIT
075300     END-IF.
075400     IF NOT WS-VSAM-OK
075500         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
075600                 " INDEX " CLRG-BEN-INDEX
075700         MOVE 16 TO RETURN-CODE
075800         SET WS-RUN-FATAL TO TRUE
075900         GO TO 2100-EXIT
076000     END-IF.
076100     IF WS-VSAM-INACTIVE
076200         MOVE "03"                     TO WS-RTN-CODE
076300         MOVE "ACCOUNT CLOSED"         TO WS-RTN-TEXT
076400         GO TO 2100-EXIT
076500     END-IF.
076600     PERFORM 2200-MATCH-NAME THRU 2200-EXIT.
076700     IF WS-NAME-NOT-MATCHED
076800         MOVE "04"                     TO WS-RTN-CODE
076900         MOVE "NAME DOES NOT MATCH"    TO WS-RTN-TEXT
077000         GO TO 2100-EXIT
077100     END-IF.
077200     COMPUTE WS-POSTED-BALANCE =
077300         WS-VSAM-BALANCE + CLRG-AMOUNT-N.
077400     IF WS-POSTED-BALANCE > WS-BAL-MAX
077500         MOVE "06"                     TO WS-RTN-CODE
077600         MOVE "BALANCE LIMIT EXCEEDED" TO WS-RTN-TEXT
077700     END-IF.
077800 2100-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200*  2200-MATCH-NAME - STANDARDIZE THE BENEFICIARY NAME AS        *
078300*  MAINPROG STANDARDIZED THE MASTER'S (UPPER CASE, NO           *
078400*  PUNCTUATION, THEN SUBPROG) AND COMPARE.  THE SURNAME MUST    *
078500*  AGREE.  THE GIVEN NAME MUST AGREE IN FULL, OR BE A SINGLE    *
078600*  INITIAL AGREEING WITH THE MASTER'S, OR BE BLANK ON A         *
078700*  COMMERCIAL ACCOUNT (WHERE PAYERS SEND THE FIRM'S NAME ONLY). *
078800*****************************************************************
078900 2200-MATCH-NAME.
079000     SET WS-NAME-NOT-MATCHED TO TRUE.
079100     MOVE CLRG-BEN-NAME    TO WS-STD-NAME.
079200     MOVE CLRG-BEN-SURNAME TO WS-STD-SURNAME.
079300     INSPECT WS-STD-NAME
079400         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
079500     INSPECT WS-STD-SURNAME
079600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
079700     INSPECT WS-STD-NAME REPLACING ALL "." BY SPACE.
079800     CALL "SUBPROG" USING WS-STD-NAME, WS-STD-SURNAME.
079900     IF WS-STD-SURNAME NOT = WS-VSAM-SURNAME
080000         GO TO 2200-EXIT
080100     END-IF.
080200     IF WS-STD-NAME = WS-VSAM-NAME
080300         SET WS-NAME-MATCHED TO TRUE
080400         GO TO 2200-EXIT
080500     END-IF.
080600     IF WS-STD-NAME = LOW-VALUES
080700         IF WS-VSAM-COMMERCIAL
080800             SET WS-NAME-MATCHED TO TRUE
080900         END-IF
081000         GO TO 2200-EXIT
081100     END-IF.
081200     IF WS-STD-NAME (2:14) = LOW-VALUES
081300        AND WS-STD-NAME (1:1) = WS-VSAM-NAME (1:1)
081400         SET WS-NAME-MATCHED TO TRUE
081500     END-IF.
081600 2200-EXIT.
081700     EXIT.
081800
081900*****************************************************************
082000*  3000-WRITE-DEPOSIT - ONE "P" DEPOSIT UNDER OPERATOR "CLEAR"  *
082100*  FOR THE ACCOUNT'S OWN BRANCH, COUNTED INTO THE TRAILER BY    *
082200*  THE SAME HASH RULE BTCHPROG PROVES AGAINST (A "P" ADDS).     *
082300*****************************************************************
082400 3000-WRITE-DEPOSIT.
082500     MOVE SPACES            TO WS-TRAN-RECORD.
082600     MOVE "P"               TO WS-TRAN-OPERATION.
082700     MOVE CLRG-BEN-INDEX    TO WS-TRAN-INDEX-NUM.
082800     MOVE CLRG-AMOUNT-N     TO WS-TRAN-BALANCE-N.
082900     MOVE WS-VSAM-BRANCH    TO WS-TRAN-BRANCH.
083000     MOVE WS-CLEAR-OPERATOR TO WS-TRAN-OPERATOR.
083100     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
083200     ADD 1 TO WS-TRAN-COUNT.
083300     ADD CLRG-AMOUNT-N TO WS-NET-AMOUNT.
083400     ADD 1 TO WS-DEPOSIT-COUNT.
083500     ADD CLRG-AMOUNT-N TO WS-DEPOSIT-TOTAL.
083600 3000-EXIT.
083700     EXIT.
083800
083900*****************************************************************
084000*  3100-WRITE-RETURN - SEND THE CREDIT BACK AS RECEIVED, WITH   *
084100*  ITS REASON CODE.                                             *
084200*****************************************************************
084300 3100-WRITE-RETURN.
084400     MOVE SPACES           TO CLRT-RECORD.
084500     SET CLRT-RETURN       TO TRUE.
084600     MOVE CLRG-ITEM-REF    TO CLRT-ITEM-REF.
084700     MOVE CLRG-SEND-BANK   TO CLRT-SEND-BANK.
084800     MOVE CLRG-BEN-INDEX   TO CLRT-BEN-INDEX.
084900     MOVE CLRG-BEN-NAME    TO CLRT-BEN-NAME.
085000     MOVE CLRG-BEN-SURNAME TO CLRT-BEN-SURNAME.
085100     MOVE CLRG-AMOUNT-N    TO CLRT-AMOUNT.
085200     MOVE WS-RTN-CODE      TO CLRT-REASON-CODE.
085300     MOVE WS-RTN-TEXT      TO CLRT-REASON-TEXT.
085400     PERFORM 5950-WRITE-RETURN-RECORD THRU 5950-EXIT.
085500     ADD 1 TO WS-RETURN-COUNT.
085600     ADD CLRG-AMOUNT-N TO WS-RETURN-TOTAL.
085700 3100-EXIT.
085800     EXIT.
085900
086000*****************************************************************
086100*  4000-PRINT-CREDIT - ONE REPORT LINE PER CREDIT.              *
086200*****************************************************************
086300 4000-PRINT-CREDIT.
086400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
086500         PERFORM 6200-WRITE-HEADINGS THRU 6200-EXIT
086600     END-IF.
086700     MOVE CLRG-ITEM-REF  TO DTL-ITEM-REF.
086800     MOVE CLRG-BEN-INDEX TO DTL-INDEX.
086900     MOVE CLRG-AMOUNT-N  TO DTL-AMOUNT.
087000     IF WS-RTN-CODE = SPACES
087100         MOVE "DEPOSITED" TO DTL-RESULT
087200     ELSE
087300         MOVE "RETURNED"  TO DTL-RESULT
087400     END-IF.
087500     MOVE WS-RTN-CODE    TO DTL-RTN-CODE.
087600     MOVE WS-RTN-TEXT    TO DTL-REASON.
087700     MOVE DETAIL-LINE TO REPORT-LINE.
087800     WRITE REPORT-LINE.
087900     ADD 1 TO WS-LINE-COUNT.
088000 4000-EXIT.
088100     EXIT.
088200
088300*****************************************************************
088400*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE CLEARING RUN.    *
088500*****************************************************************
088600 5000-PRINT-SUMMARY.
088700     DISPLAY "===== CLEARING CREDIT RUN SUMMARY =====".
088800     DISPLAY "PROCESSING DATE . . . . . . : " WS-RUN-DATE.
088900     DISPLAY "BATCH NUMBER  . . . . . . . : " WS-BATCH-NUMBER.
089000     DISPLAY "CLEARING FILE DATE/SEQ  . . : " WS-HDR-FILE-DATE
089100             "/" WS-HDR-FILE-SEQ.
089200     DISPLAY "TRAILER CREDIT COUNT  . . . : " WS-TRL-COUNT.
089300     DISPLAY "TRAILER CREDIT TOTAL  . . . : " WS-TRL-TOTAL.
089400     DISPLAY "CREDITS READ  . . . . . . . : " WS-CREDITS-READ.
089500     DISPLAY "CREDITS DEPOSITED . . . . . : " WS-DEPOSIT-COUNT.
089600     DISPLAY "DEPOSIT TOTAL . . . . . . . : " WS-DEPOSIT-TOTAL.
089700     DISPLAY "CREDITS RETURNED  . . . . . : " WS-RETURN-COUNT.
089800     DISPLAY "RETURN TOTAL  . . . . . . . : " WS-RETURN-TOTAL.
089900     DISPLAY "HASHED NET AMOUNT . . . . . : " WS-NET-AMOUNT.
090000 5000-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400*  5100-WRITE-TRAILERS - COUNT AND HASHED NET AMOUNT FOR        *
090500*  BTCHPROG'S COMPLETENESS PROOF, AND THE RETURN COUNT AND      *
090600*  TOTAL FOR THE CLEARING HOUSE'S.                              *
090700*****************************************************************
090800 5100-WRITE-TRAILERS.
090900     MOVE SPACES          TO WS-TRAN-RECORD.
091000     MOVE "T"             TO WS-TRAN-OPERATION.
091100     MOVE WS-BATCH-NUMBER TO WS-TRAN-BCH-NUMBER.
091200     MOVE WS-BATCH-BRANCH TO WS-TRAN-BCH-BRANCH.
091300     MOVE WS-TRAN-COUNT   TO WS-TRAN-BCH-COUNT.
091400     MOVE WS-NET-AMOUNT   TO WS-TRAN-BCH-NET.
091500     PERFORM 5900-WRITE-BATCH-RECORD THRU 5900-EXIT.
091600     MOVE SPACES          TO CLRT-RECORD.
091700     SET CLRT-TRAILER     TO TRUE.
091800     MOVE WS-RETURN-COUNT TO CLRT-TRL-COUNT.
091900     MOVE WS-RETURN-TOTAL TO CLRT-TRL-TOTAL.
092000     PERFORM 5950-WRITE-RETURN-RECORD THRU 5950-EXIT.
092100 5100-EXIT.
092200     EXIT.
092300
092400 5900-WRITE-BATCH-RECORD.
092500     WRITE BATCH-RECORD FROM WS-TRAN-RECORD.
092600     IF NOT WS-BATCH-OK
092700         DISPLAY "BATCH OUTPUT WRITE ERROR - STATUS "
092800                 WS-BATCH-STATUS
092900         MOVE 16 TO RETURN-CODE
093000         SET WS-RUN-FATAL TO TRUE
093100     END-IF.
093200 5900-EXIT.
093300     EXIT.
093400
093500 5950-WRITE-RETURN-RECORD.
093600     WRITE CLRT-RECORD.
093700     IF NOT WS-RTRN-OK
093800         DISPLAY "RETURN FILE WRITE ERROR - STATUS "
093900                 WS-RTRN-STATUS
094000         MOVE 16 TO RETURN-CODE
094100         SET WS-RUN-FATAL TO TRUE
094200     END-IF.
094300 5950-EXIT.
094400     EXIT.
094500
094600*****************************************************************
094700*  6000-PRINT-TOTALS - THE FILE'S OWN TOTALS, THEN WHAT WAS     *
094800*  DEPOSITED AND WHAT WAS RETURNED; THE LAST TWO ADD UP TO THE  *
094900*  FIRST.                                                       *
095000*****************************************************************
095100 6000-PRINT-TOTALS.
095200     MOVE SPACES TO REPORT-LINE.
095300     WRITE REPORT-LINE.
095400     MOVE "CREDITS ON FILE . . . . . . " TO TOT-CAPTION.
095500     MOVE WS-TRL-COUNT     TO TOT-COUNT.
095600     MOVE WS-TRL-TOTAL     TO TOT-AMOUNT.
095700     MOVE TOTAL-LINE TO REPORT-LINE.
095800     WRITE REPORT-LINE.
095900     MOVE "DEPOSITED TO CUSTOMERS  . . " TO TOT-CAPTION.
096000     MOVE WS-DEPOSIT-COUNT TO TOT-COUNT.
096100     MOVE WS-DEPOSIT-TOTAL TO TOT-AMOUNT.
096200     MOVE TOTAL-LINE TO REPORT-LINE.
096300     WRITE REPORT-LINE.
096400     MOVE "RETURNED TO CLEARING HOUSE  " TO TOT-CAPTION.
096500     MOVE WS-RETURN-COUNT  TO TOT-COUNT.
096600     MOVE WS-RETURN-TOTAL  TO TOT-AMOUNT.
096700     MOVE TOTAL-LINE TO REPORT-LINE.
096800     WRITE REPORT-LINE.
096900 6000-EXIT.
097000     EXIT.
097100
097200 6200-WRITE-HEADINGS.
097300     ADD 1 TO WS-PAGE-COUNT.
097400     MOVE WS-PAGE-COUNT    TO HDG1-PAGE.
097500     MOVE WS-HDR-FILE-DATE TO HDG1-FILE-DATE.
097600     MOVE WS-HDR-FILE-SEQ  TO HDG1-FILE-SEQ.
097700     MOVE WS-RUN-DATE      TO HDG1-RUN-DATE.
097800     MOVE HDG1-LINE TO REPORT-LINE.
097900     WRITE REPORT-LINE.
098000     MOVE HDG2-LINE TO REPORT-LINE.
098100     WRITE REPORT-LINE.
098200     MOVE SPACES TO REPORT-LINE.
098300     WRITE REPORT-LINE.
098400     MOVE ZERO TO WS-LINE-COUNT.
098500 6200-EXIT.
098600     EXIT.
098700
098701*****************************************************************
098702*  7000-RECORD-FILE-PROCESSED - ONCE BOTH TRAILERS ARE WRITTEN, *
098703*  RECORD THE FILE'S DATE AND SEQUENCE, WITH WHAT BECAME OF     *
098704*  ITS CREDITS, UNDER ITS FILE DATE.  A SECOND FILE THE SAME    *
098705*  DAY REPLACES THE FIRST'S RECORD.  IF THIS FAILS THE RUN      *
098706*  ENDS RC 16 AND NOTHING MAY BE RELEASED, AS THE FILE WOULD    *
098707*  NOT BE REFUSED AGAIN.                                        *
098708*****************************************************************
098709 7000-RECORD-FILE-PROCESSED.
098710     MOVE "CLRGPROG"       TO FD-CKPT-STEP.
098711     MOVE WS-HDR-FILE-DATE TO FD-CKPT-PERIOD.
098712     READ CKPT-FILE
098713         INVALID KEY
098714             CONTINUE
098715     END-READ.
098716     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
098717         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
098718                 WS-CKPT-STATUS
098719         MOVE 16 TO RETURN-CODE
098720         SET WS-RUN-FATAL TO TRUE
098721         GO TO 7000-EXIT
098722     END-IF.
098723     IF WS-CKPT-OK
098724         SET WS-CKPT-ON-FILE TO TRUE
098725     END-IF.
098726     INITIALIZE FD-CKPT-RECORD.
098727     MOVE "CLRGPROG"         TO FD-CKPT-STEP.
098728     MOVE WS-HDR-FILE-DATE   TO FD-CKPT-PERIOD.
098729     SET FD-CKPT-COMPLETE    TO TRUE.
098730     MOVE "N"                TO FD-CKPT-FORCED.
098731     MOVE WS-RUN-DATE        TO FD-CKPT-RUN-DATE.
098732     MOVE WS-RUNC-DATE       TO FD-CKPT-LAST-DATE.
098733     ACCEPT FD-CKPT-LAST-TIME FROM TIME.
098734     MOVE 1                  TO FD-CKPT-ATTEMPTS.
098735     MOVE WS-CREDITS-READ    TO FD-CKPT-RECS-READ.
098736     MOVE WS-DEPOSIT-COUNT   TO FD-CKPT-RECS-UPDATED.
098737     MOVE WS-RETURN-COUNT    TO FD-CKPT-RECS-EXCEPTED.
098738     MOVE WS-HDR-FILE-SEQ    TO FD-CKPT-COUNT-1.
098739     MOVE WS-BATCH-NUMBER    TO FD-CKPT-COUNT-2.
098740     MOVE WS-DEPOSIT-TOTAL   TO FD-CKPT-AMOUNT-1.
098741     MOVE WS-RETURN-TOTAL    TO FD-CKPT-AMOUNT-2.
098742     IF WS-CKPT-ON-FILE
098743         REWRITE FD-CKPT-RECORD
098744             INVALID KEY
098745                 CONTINUE
098746         END-REWRITE
098747     ELSE
098748         WRITE FD-CKPT-RECORD
098749             INVALID KEY
098750                 CONTINUE
098751         END-WRITE
098752     END-IF.
098753     IF NOT WS-CKPT-OK
098754         DISPLAY "CHECKPOINT FILE WRITE ERROR - STATUS "
098755                 WS-CKPT-STATUS " FILE " WS-HDR-FILE-DATE
098756                 "/" WS-HDR-FILE-SEQ
098757         MOVE 16 TO RETURN-CODE
098758         SET WS-RUN-FATAL TO TRUE
098759     END-IF.
098760 7000-EXIT.
098761     EXIT.
098762
098800*****************************************************************
098900*  8000-WRITE-RUN-CONTROL - APPEND THIS RUN'S CONTROL TOTALS TO *
099000*  THE SHARED RUN-CONTROL DATASET FOR THE STRMPROG END-OF-      *
099100*  STREAM BALANCING: CREDITS READ, DEPOSITS GENERATED AND THEIR *
099200*  TOTAL, AND CREDITS RETURNED.                                 *
099300*****************************************************************
099400 8000-WRITE-RUN-CONTROL.
099500     OPEN EXTEND RUN-CONTROL-FILE.
099600     IF NOT WS-RUNC-OK
099700         DISPLAY "RUN CONTROL FILE OPEN ERROR - STATUS "
099800                 WS-RUNC-STATUS
099900         IF RETURN-CODE = ZERO
100000             MOVE 8 TO RETURN-CODE
100100         END-IF
100200         GO TO 8000-EXIT
100300     END-IF.
100400     MOVE SPACES             TO FD-RUNC-RECORD.
100500     MOVE WS-RUNC-DATE       TO FD-RUNC-RUN-DATE.
100600     MOVE "CLRGPROG"         TO FD-RUNC-STEP.
100700     MOVE WS-CREDITS-READ    TO FD-RUNC-RECS-READ.
100800     MOVE WS-DEPOSIT-COUNT   TO FD-RUNC-RECS-UPDATED.
100900     MOVE WS-DEPOSIT-TOTAL   TO FD-RUNC-BALANCE-HASH.
101000     MOVE WS-RETURN-COUNT    TO FD-RUNC-RECS-RETURNED.
101100     MOVE RETURN-CODE        TO FD-RUNC-RETURN-CODE.
101200     MOVE WS-RUNC-START-TIME TO FD-RUNC-START-TIME.
101300     ACCEPT FD-RUNC-END-TIME FROM TIME.
101400     WRITE FD-RUNC-RECORD.
101500     IF NOT WS-RUNC-OK
101600         DISPLAY "RUN CONTROL FILE WRITE ERROR - STATUS "
101700                 WS-RUNC-STATUS
101800         IF RETURN-CODE = ZERO
101900             MOVE 8 TO RETURN-CODE
102000         END-IF
102100     END-IF.
102200     CLOSE RUN-CONTROL-FILE.
102300 8000-EXIT.
102400     EXIT.
102500
102600 9000-TERMINATE.
102700     CLOSE VSAM-FILE.
102800     CLOSE CLEARING-FILE.
102900     CLOSE BATCH-FILE.
103000     CLOSE RETURN-FILE.
103100     CLOSE REPORT-FILE.
103150     CLOSE CKPT-FILE.
103200 9000-EXIT.
103300     EXIT.
