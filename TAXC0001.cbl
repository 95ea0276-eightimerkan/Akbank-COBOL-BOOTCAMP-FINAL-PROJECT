000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TAXCPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-09-25.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-25  RSK       INITIAL VERSION.                       *
001020*  2026-10-15  RSK       THE RUN'S RC IS SET AGAIN AT THE END   *
001040*                        OF THE RUN - THE CERTIFICATE SORT      *
001060*                        RESET AN RC 8 TO ZERO.                 *
001100*****************************************************************
001200*
001300*  TAXCPROG IS THE YEAR-END WITHHOLDING TAX RUN.  AUDTFILE IS
001400*  THE INTEREST AUDIT GDG - EVERY MONTH-END INTRPROG GENERATION,
001500*  COPIED THERE BY INTRPROG.JCL - READ AS A WHOLE (SEE
001600*  TAXCPROG.JCL); THE TAX YEAR COMES FROM THE TAXCARD CARD, SO
001700*  GENERATIONS OF THE YEAR BEFORE OR AFTER ON THE GROUP ARE
001800*  PASSED OVER BY THEIR AUDIT RUN DATE.  FOR EVERY CUSTOMER THE
001900*  RUN ADDS UP THE YEAR'S GROSS INTEREST (THE "N" IMAGES, NEW
002000*  MINUS OLD BALANCE) AND WITHHOLDING TAX (THE "Y" IMAGES, OLD
002100*  MINUS NEW BALANCE), THEN:
002200*
002300*    - PRINTS ONE CERTIFICATE PER CUSTOMER, ONE TO A PAGE, IN
002400*      BRANCH AND INDEX ORDER FOR MAILING, EACH BRANCH CLOSED BY
002500*      A MAILING CONTROL PAGE (CERTIFICATE COUNT, GROSS AND TAX);
002600*    - WRITES THE DECLARATION FILE FOR THE TAX AUTHORITY
002700*      (DECLFILE, SEE TAXDREC): A HEADER, ONE DETAIL PER
002800*      CUSTOMER AND A TRAILER, HEADER AND TRAILER BOTH CARRYING
002900*      THE DETAIL COUNT AND THE GROSS AND TAX CONTROL TOTALS.
003000*
003100*  NAME, BRANCH AND TYPE ARE TAKEN FROM THE CUSTOMER'S LATEST
003200*  IMAGE OF THE YEAR, SO A CUSTOMER WHO MOVED BRANCH GETS ONE
003300*  CERTIFICATE, FROM THE BRANCH THAT NOW HOLDS THE ACCOUNT.
003400*  THE IMAGES OF A CUSTOMER ARE TAKEN IN AUDIT DATE AND TIME
003500*  ORDER, NOT THE ORDER THE GENERATIONS ARE READ IN.
003600*
003700*  RC 8 MEANS AN IMAGE OR A CUSTOMER WAS LEFT OUT (SEE THE JOB
003800*  LOG); RC 16 MEANS A FILE COULD NOT BE OPENED, READ OR
003900*  WRITTEN, OR THE TAXCARD CARD WAS MISSING OR UNUSABLE, AND
004000*  THE DECLARATION FILE MUST NOT BE SENT.  NO MASTER FILE IS
004100*  CHANGED.
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CARD-FILE ASSIGN TO "TAXCARD"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-CARD-STATUS.
004900
005000     SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-STATUS.
005300
005400     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
005500
005600     SELECT CERT-WORK-FILE ASSIGN TO "CERTWORK"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CWORK-STATUS.
005900
006000     SELECT CERT-SORT-FILE ASSIGN TO "SORTWORK".
006100
006200     SELECT DECL-FILE ASSIGN TO "DECLFILE"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-DECL-STATUS.
006500
006600     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-REPORT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200*****************************************************************
007300*  TAX YEAR CARD - TAX YEAR (CCYY) IN COLS 1-4, THE BANK'S OWN  *
007400*  PAYER TAX NUMBER IN COLS 5-14.  BOTH ARE REQUIRED.           *
007500*****************************************************************
007600 FD  CARD-FILE
007700     RECORD CONTAINS 80 CHARACTERS
007800     LABEL RECORDS ARE STANDARD.
007900 01  CARD-RECORD.
008000     05  CARD-TAX-YEAR          PIC X(04).
008100     05  CARD-TAX-YEAR-N REDEFINES CARD-TAX-YEAR
008200                                PIC 9(04).
008300     05  CARD-PAYER-ID          PIC X(10).
008400     05  FILLER                 PIC X(66).
008500
008600*****************************************************************
008700*  AUDIT TRAIL - SAME LAYOUT MAINPROG WRITES (SEE AUDITREC).    *
008800*****************************************************************
008900 FD  AUDIT-FILE
009000     RECORD CONTAINS 152 CHARACTERS
009100     LABEL RECORDS ARE STANDARD.
009200     COPY AUDITREC REPLACING ==:PFX:== BY ====.
009300
009400*****************************************************************
009500*  SORT WORK FILE - ONE ENTRY PER "N" OR "Y" IMAGE OF THE TAX   *
009600*  YEAR, KEYED ON CUSTOMER INDEX, AUDIT DATE AND TIME AND THE   *
009700*  ARRIVAL SEQUENCE.                                            *
009800*****************************************************************
009900 SD  SORT-WORK-FILE.
010000 01  SW-RECORD.
010100     05  SW-INDEX               PIC X(08).
010200     05  SW-DATE                PIC 9(06).
010300     05  SW-TIME                PIC 9(08).
010400     05  SW-SEQ                 PIC 9(08).
010500     05  SW-AUDIT               PIC X(152).
010600
010700*****************************************************************
010800*  CUSTOMER TOTALS WORK FILE - ONE RECORD PER CUSTOMER TO BE    *
010900*  CERTIFIED (LAYOUT WS-CWORK-REC), RE-SORTED BY BRANCH.        *
011000*****************************************************************
011100 FD  CERT-WORK-FILE
011200     RECORD CONTAINS 80 CHARACTERS
011300     LABEL RECORDS ARE STANDARD.
011400 01  CERT-WORK-RECORD           PIC X(80).
011500
011600 SD  CERT-SORT-FILE.
011700 01  SC-RECORD.
011800     05  SC-BRANCH              PIC X(02).
011900     05  SC-INDEX               PIC X(08).
012000     05  FILLER                 PIC X(70).
012100
012200*****************************************************************
012300*  DECLARATION FILE FOR THE TAX AUTHORITY (SEE TAXDREC).        *
012400*****************************************************************
012500 FD  DECL-FILE
012600     RECORD CONTAINS 100 CHARACTERS
012700     LABEL RECORDS ARE STANDARD.
012800 01  DECL-RECORD                PIC X(100).
012900
013000*****************************************************************
013100*  PRINTED CERTIFICATES.                                        *
013200*****************************************************************
013300 FD  REPORT-FILE
013400     RECORD CONTAINS 80 CHARACTERS
013500     LABEL RECORDS ARE STANDARD.
013600 01  REPORT-LINE                PIC X(80).
013700
013800 WORKING-STORAGE SECTION.
013900*****************************************************************
014000*  SORT RETURN AREA AND THE DECODED AUDIT RECORD AND IMAGES     *
014100*****************************************************************
014200 01  WS-SORT-REC.
014300     05  WS-SRT-INDEX           PIC X(08).
014400     05  WS-SRT-DATE            PIC 9(06).
014500     05  WS-SRT-TIME            PIC 9(08).
014600     05  WS-SRT-SEQ             PIC 9(08).
014700     05  WS-SRT-AUDIT           PIC X(152).
014800
014900 COPY AUDITREC REPLACING ==:PFX:== BY ==WS-A-==.
015000
015100 COPY VSAMREC REPLACING ==:PFX:== BY ==OLD-==.
015200 COPY VSAMREC REPLACING ==:PFX:== BY ==NEW-==.
015300
015400 01  WS-IMAGE-DATE.
015500     05  WS-IMAGE-YY            PIC 9(02).
015600     05  FILLER                 PIC 9(04).
015700
015800*****************************************************************
015900*  CUSTOMER TOTALS RECORD - BUILT FROM THE SORTED IMAGES,       *
016000*  WRITTEN TO CERTWORK, AND RETURNED FROM THE BRANCH SORT.      *
016100*****************************************************************
016200 01  WS-CWORK-REC.
016300     05  WS-CW-BRANCH           PIC X(02).
016400     05  WS-CW-INDEX            PIC X(08).
016500     05  WS-CW-NAME             PIC X(15).
016600     05  WS-CW-SURNAME          PIC X(15).
016700     05  WS-CW-CUST-TYPE        PIC X(01).
016800         88  WS-CW-PERSONAL         VALUE "P".
016900         88  WS-CW-COMMERCIAL       VALUE "C".
017000     05  WS-CW-GROSS            PIC S9(11)V99.
017100     05  WS-CW-TAX              PIC S9(11)V99.
017200     05  WS-CW-POSTINGS         PIC 9(03).
017300     05  FILLER                 PIC X(10).
017400
017500*****************************************************************
017600*  TAX YEAR AND PAYER FROM THE CARD                             *
017700*****************************************************************
017800 01  WS-TAX-YEAR.
017900     05  WS-TAX-CC              PIC 9(02).
018000     05  WS-TAX-YY              PIC 9(02).
018100 01  WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR
018200                                PIC 9(04).
018300 01  WS-PAYER-ID                PIC X(10).
018400 01  WS-RUN-DATE                PIC 9(08).
018500
018600*****************************************************************
018700*  CUSTOMER CONTROL BREAK AND IMAGE AMOUNTS                     *
018800*****************************************************************
018900 01  WS-PREV-INDEX              PIC X(08) VALUE LOW-VALUES.
019000 01  WS-PREV-BRANCH             PIC X(02) VALUE LOW-VALUES.
019100
019200 01  WS-CUST-OPEN-SWITCH        PIC X(01) VALUE "N".
019300     88  WS-CUST-OPEN               VALUE "Y".
019400     88  WS-CUST-CLOSED             VALUE "N".
019500
019600 01  WS-OLD-BALANCE             PIC S9(10)V99.
019700 01  WS-NEW-BALANCE             PIC S9(10)V99.
019800 01  WS-IMAGE-AMOUNT            PIC S9(11)V99.
019900
020000 01  WS-IMAGE-BAD-SWITCH        PIC X(01) VALUE "N".
020100     88  WS-IMAGE-BAD               VALUE "Y".
020200     88  WS-IMAGE-GOOD              VALUE "N".
020300
020400*****************************************************************
020500*  RELEASE AND CONTROL TOTALS                                   *
020600*****************************************************************
020700 01  WS-RELEASE-SEQ             PIC 9(08) COMP VALUE ZERO.
020800 01  WS-IMAGES-READ             PIC 9(08) COMP VALUE ZERO.
020900 01  WS-IMAGES-SELECTED         PIC 9(08) COMP VALUE ZERO.
021000 01  WS-IMAGES-BAD              PIC 9(06) COMP VALUE ZERO.
021100 01  WS-CUSTOMERS-REJECTED      PIC 9(06) COMP VALUE ZERO.
021200
021300 01  WS-DECL-COUNT              PIC 9(08) COMP VALUE ZERO.
021400 01  WS-DECL-GROSS              PIC S9(13)V99 COMP-3 VALUE ZERO.
021500 01  WS-DECL-TAX                PIC S9(13)V99 COMP-3 VALUE ZERO.
021600 01  WS-DECL-RECORDS            PIC 9(08) COMP VALUE ZERO.
021700
021800 01  WS-BRANCH-CERT-COUNT       PIC 9(06) COMP VALUE ZERO.
021900 01  WS-BRANCH-GROSS            PIC S9(13)V99 COMP-3 VALUE ZERO.
022000 01  WS-BRANCH-TAX              PIC S9(13)V99 COMP-3 VALUE ZERO.
022100 01  WS-CERT-COUNT              PIC 9(08) COMP VALUE ZERO.
022200
022300 COPY TAXDREC REPLACING ==:PFX:== BY ==WS-==.
022400
022500*****************************************************************
022600*  PAGE CONTROL, WITH THE VALID-BRANCH TABLE FOR THE PAGE       *
022700*  CAPTION (SAME TECHNIQUE AS RPTPROG).                         *
022800*****************************************************************
022900 COPY BRCHTAB REPLACING ==:PFX:== BY ==WS-==.
023000
023100 01  WS-BRCH-IDX                PIC 9(02) COMP.
023200 01  WS-PAGE-COUNT              PIC 9(04) COMP VALUE ZERO.
023300
023400 01  WS-AUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
023500     88  WS-AUDIT-EOF               VALUE "Y".
023600
023700 01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
023800     88  WS-SORT-EOF                VALUE "Y".
023900
024000 01  WS-CERT-EOF-SWITCH         PIC X(01) VALUE "N".
024100     88  WS-CERT-EOF                VALUE "Y".
024200
024300 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
024400     88  WS-RUN-OK                  VALUE "N".
024500     88  WS-RUN-FATAL               VALUE "Y".
024600
024700*****************************************************************
024800*  FILE STATUS                                                  *
024900*****************************************************************
025000 01  WS-CARD-STATUS             PIC X(02).
025100     88  WS-CARD-OK                 VALUE "00".
025200
025300 01  WS-AUDIT-STATUS            PIC X(02).
025400     88  WS-AUDIT-OK                VALUE "00".
025500
025600 01  WS-CWORK-STATUS            PIC X(02).
025700     88  WS-CWORK-OK                VALUE "00".
025800
025900 01  WS-DECL-STATUS             PIC X(02).
026000     88  WS-DECL-OK                 VALUE "00".
026100
026200 01  WS-REPORT-STATUS           PIC X(02).
026300     88  WS-REPORT-OK               VALUE "00".
026400
026500*****************************************************************
026600*  CERTIFICATE LINES                                            *
026700*****************************************************************
026800 01  HDG1-LINE.
026900     05  FILLER                 PIC X(01) VALUE SPACE.
027000     05  FILLER                 PIC X(20)
027100                                 VALUE "TAX CERTIFICATES".
027200     05  FILLER                 PIC X(07) VALUE "BRANCH ".
027300     05  HDG1-BRANCH            PIC X(02).
027400     05  FILLER                 PIC X(01) VALUE SPACE.
027500     05  HDG1-BRANCH-NAME       PIC X(15).
027600     05  FILLER                 PIC X(01) VALUE SPACE.
027700     05  FILLER                 PIC X(06) VALUE "PAGE ".
027800     05  HDG1-PAGE              PIC ZZZ9.
027900     05  FILLER                 PIC X(23) VALUE SPACES.
028000
028100 01  CERT-TITLE-LINE.
028200     05  FILLER                 PIC X(03) VALUE SPACES.
028300     05  FILLER                 PIC X(41) VALUE
028400             "INTEREST AND WITHHOLDING TAX CERTIFICATE".
028500     05  FILLER                 PIC X(09) VALUE "TAX YEAR ".
028600     05  CTL-TAX-YEAR           PIC 9(04).
028700     05  FILLER                 PIC X(23) VALUE SPACES.
028800
028900 01  CERT-PAYER-LINE.
029000     05  FILLER                 PIC X(03) VALUE SPACES.
029100     05  FILLER                 PIC X(37) VALUE
029200             "RETAIL BANKING - PAYER TAX NUMBER".
029300     05  CPY-PAYER-ID           PIC X(10).
029400     05  FILLER                 PIC X(30) VALUE SPACES.
029500
029600 01  CERT-CUST-LINE.
029700     05  FILLER                 PIC X(03) VALUE SPACES.
029800     05  FILLER                 PIC X(17) VALUE "ACCOUNT".
029900     05  CCL-INDEX              PIC X(08).
030000     05  FILLER                 PIC X(02) VALUE SPACES.
030100     05  CCL-NAME               PIC X(15).
030200     05  FILLER                 PIC X(01) VALUE SPACE.
030300     05  CCL-SURNAME            PIC X(15).
030400     05  FILLER                 PIC X(19) VALUE SPACES.
030500
030600 01  CERT-TYPE-LINE.
030700     05  FILLER                 PIC X(03) VALUE SPACES.
030800     05  FILLER                 PIC X(17) VALUE "CUSTOMER TYPE".
030900     05  CTY-TYPE               PIC X(10).
031000     05  FILLER                 PIC X(50) VALUE SPACES.
031100
031200 01  CERT-AMOUNT-LINE.
031300     05  FILLER                 PIC X(03) VALUE SPACES.
031400     05  CAM-LABEL              PIC X(30).
031500     05  CAM-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
031600     05  FILLER                 PIC X(29) VALUE SPACES.
031700
031800 01  CERT-COUNT-LINE.
031900     05  FILLER                 PIC X(03) VALUE SPACES.
032000     05  FILLER                 PIC X(30)
032100             VALUE "INTEREST POSTINGS  . . . . . .".
032200     05  FILLER                 PIC X(15) VALUE SPACES.
032300     05  CCN-POSTINGS           PIC ZZ9.
032400     05  FILLER                 PIC X(29) VALUE SPACES.
032500
032600 01  CERT-NOTE-LINE-1.
032700     05  FILLER                 PIC X(03) VALUE SPACES.
032800     05  FILLER                 PIC X(77) VALUE
032900             "THE TAX SHOWN HAS BEEN WITHHELD AND PAID OVER TO".
033000
033100 01  CERT-NOTE-LINE-2.
033200     05  FILLER                 PIC X(03) VALUE SPACES.
033300     05  FILLER                 PIC X(77) VALUE
033400             "THE TAX AUTHORITY ON YOUR BEHALF.  PLEASE KEEP".
033500
033600 01  CERT-NOTE-LINE-3.
033700     05  FILLER                 PIC X(03) VALUE SPACES.
033800     05  FILLER                 PIC X(77) VALUE
033900             "THIS CERTIFICATE WITH YOUR TAX RECORDS.".
034000
034100 01  MAIL-TITLE-LINE.
034200     05  FILLER                 PIC X(03) VALUE SPACES.
034300     05  FILLER                 PIC X(40)
034400             VALUE "MAILING CONTROL - END OF BRANCH".
034500     05  FILLER                 PIC X(37) VALUE SPACES.
034600
034700 01  MAIL-COUNT-LINE.
034800     05  FILLER                 PIC X(03) VALUE SPACES.
034900     05  FILLER                 PIC X(30)
035000             VALUE "BRANCH CERTIFICATES  . . . . .".
035100     05  FILLER                 PIC X(11) VALUE SPACES.
035200     05  MCN-COUNT              PIC ZZZ,ZZ9.
035300     05  FILLER                 PIC X(29) VALUE SPACES.
035400
035500 01  NONE-LINE.
035600     05  FILLER                 PIC X(03) VALUE SPACES.
035700     05  FILLER                 PIC X(50)
035800             VALUE "NO INTEREST WAS PAID IN THE TAX YEAR".
035900     05  FILLER                 PIC X(27) VALUE SPACES.
036000
036100 PROCEDURE DIVISION.
036200*****************************************************************
036300*  0000-MAINLINE - TOTAL THE YEAR'S IMAGES BY CUSTOMER, THEN    *
036400*  PRINT THE CERTIFICATES AND WRITE THE DECLARATION BY BRANCH.  *
036500*****************************************************************
036600 0000-MAINLINE.
036700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036800     IF WS-RUN-OK
036900         SORT SORT-WORK-FILE
037000             ON ASCENDING KEY SW-INDEX
037100             ON ASCENDING KEY SW-DATE
037200             ON ASCENDING KEY SW-TIME
037300             ON ASCENDING KEY SW-SEQ
037400             INPUT PROCEDURE IS 2000-RELEASE-IMAGES
037500                 THRU 2000-EXIT
037600             OUTPUT PROCEDURE IS 3000-TOTAL-CUSTOMERS
037700                 THRU 3000-EXIT
037800         CLOSE CERT-WORK-FILE
037900     END-IF.
038000     IF WS-RUN-OK
038100         PERFORM 6000-ISSUE-CERTIFICATES THRU 6000-EXIT
038200     END-IF.
038300     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
038400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038405*    THE SORTS LEAVE THEIR OWN COMPLETION CODE IN RETURN-CODE,
038410*    SO THE RUN'S CODE IS SET AGAIN FROM ITS SWITCHES AND
038415*    COUNTS.
038420     IF WS-RUN-FATAL
038425         MOVE 16 TO RETURN-CODE
038430     ELSE
038435         IF (WS-IMAGES-BAD > ZERO
038440             OR WS-CUSTOMERS-REJECTED > ZERO)
038445            AND RETURN-CODE = ZERO
038450             MOVE 8 TO RETURN-CODE
038455         END-IF
038460     END-IF.
038500     STOP RUN.
038600
038700 1000-INITIALIZE.
038800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038900     PERFORM 1100-READ-TAX-YEAR-CARD THRU 1100-EXIT.
039000     IF WS-RUN-FATAL
039100         GO TO 1000-EXIT
039200     END-IF.
039300     OPEN INPUT AUDIT-FILE.
039400     IF NOT WS-AUDIT-OK
039500         DISPLAY "AUDIT FILE OPEN ERROR - STATUS "
039600                 WS-AUDIT-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         SET WS-RUN-FATAL TO TRUE
039900         GO TO 1000-EXIT
040000     END-IF.
040100     OPEN OUTPUT CERT-WORK-FILE.
040200     IF NOT WS-CWORK-OK
040300         DISPLAY "CERTIFICATE WORK FILE OPEN ERROR - STATUS "
040400                 WS-CWORK-STATUS
040500         MOVE 16 TO RETURN-CODE
040600         SET WS-RUN-FATAL TO TRUE
040700         GO TO 1000-EXIT
040800     END-IF.
040900     OPEN OUTPUT DECL-FILE.
041000     IF NOT WS-DECL-OK
041100         DISPLAY "DECLARATION FILE OPEN ERROR - STATUS "
041200                 WS-DECL-STATUS
041300         MOVE 16 TO RETURN-CODE
041400         SET WS-RUN-FATAL TO TRUE
041500         GO TO 1000-EXIT
041600     END-IF.
041700     OPEN OUTPUT REPORT-FILE.
041800     IF NOT WS-REPORT-OK
041900         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
042000                 WS-REPORT-STATUS
042100         MOVE 16 TO RETURN-CODE
042200         SET WS-RUN-FATAL TO TRUE
042300     END-IF.
042400 1000-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*  1100-READ-TAX-YEAR-CARD - THE TAX YEAR AND PAYER NUMBER ARE  *
042900*  BOTH REQUIRED: A DECLARATION FOR THE WRONG YEAR OR WITHOUT   *
043000*  THE PAYER IS WORSE THAN NONE, SO EITHER MISSING STOPS THE    *
043100*  RUN RC 16.                                                   *
043200*****************************************************************
043300 1100-READ-TAX-YEAR-CARD.
043400     OPEN INPUT CARD-FILE.
043500     IF NOT WS-CARD-OK
043600         DISPLAY "TAX YEAR CARD FILE OPEN ERROR - STATUS "
043700                 WS-CARD-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         SET WS-RUN-FATAL TO TRUE
044000         GO TO 1100-EXIT
044100     END-IF.
044200     READ CARD-FILE
044300         AT END
044400             MOVE SPACES TO CARD-RECORD
044500     END-READ.
044600     CLOSE CARD-FILE.
044700     IF CARD-TAX-YEAR-N IS NOT NUMERIC
044800        OR CARD-TAX-YEAR-N < 2000
044900        OR CARD-PAYER-ID = SPACES
045000         DISPLAY "TAX YEAR CARD MISSING OR UNUSABLE: "
045100                 CARD-TAX-YEAR " " CARD-PAYER-ID
045200         MOVE 16 TO RETURN-CODE
045300         SET WS-RUN-FATAL TO TRUE
045400         GO TO 1100-EXIT
045500     END-IF.
045600     MOVE CARD-TAX-YEAR-N TO WS-TAX-YEAR-N.
045700     MOVE CARD-PAYER-ID   TO WS-PAYER-ID.
045800 1100-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*  2000-RELEASE-IMAGES - PASS THE INTEREST AUDIT GENERATIONS    *
046300*  AND RELEASE EVERY "N" AND "Y" IMAGE DATED IN THE TAX YEAR.   *
046400*****************************************************************
046500 2000-RELEASE-IMAGES.
046600     PERFORM 2100-RELEASE-ONE-IMAGE THRU 2100-EXIT
046700         UNTIL WS-AUDIT-EOF OR WS-RUN-FATAL.
046800 2000-EXIT.
046900     EXIT.
047000
047100 2100-RELEASE-ONE-IMAGE.
047200     READ AUDIT-FILE
047300         AT END
047400             SET WS-AUDIT-EOF TO TRUE
047500             GO TO 2100-EXIT
047600     END-READ.
047700     IF NOT WS-AUDIT-OK
047800         DISPLAY "AUDIT FILE READ ERROR - STATUS "
047900                 WS-AUDIT-STATUS
048000         MOVE 16 TO RETURN-CODE
048100         SET WS-RUN-FATAL TO TRUE
048200         GO TO 2100-EXIT
048300     END-IF.
048400     ADD 1 TO WS-IMAGES-READ.
048500     IF AUD-OPERATION NOT = "N" AND AUD-OPERATION NOT = "Y"
048600         GO TO 2100-EXIT
048700     END-IF.
048800     MOVE AUD-RUN-DATE TO WS-IMAGE-DATE.
048900     IF WS-IMAGE-YY NOT = WS-TAX-YY
049000         GO TO 2100-EXIT
049100     END-IF.
049200     IF AUD-INDEX-N IS NOT NUMERIC
049300         DISPLAY "AUDIT RECORD WITH BAD INDEX IGNORED"
049400         ADD 1 TO WS-IMAGES-BAD
049500         IF RETURN-CODE = ZERO
049600             MOVE 8 TO RETURN-CODE
049700         END-IF
049800         GO TO 2100-EXIT
049900     END-IF.
050000     ADD 1 TO WS-IMAGES-SELECTED.
050100     ADD 1 TO WS-RELEASE-SEQ.
050200     MOVE AUD-INDEX      TO SW-INDEX.
050300     MOVE AUD-RUN-DATE   TO SW-DATE.
050400     MOVE AUD-RUN-TIME   TO SW-TIME.
050500     MOVE WS-RELEASE-SEQ TO SW-SEQ.
050600     MOVE AUDIT-RECORD   TO SW-AUDIT.
050700     RELEASE SW-RECORD.
050800 2100-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*  3000-TOTAL-CUSTOMERS - RETURN THE SORTED IMAGES AND WRITE    *
051300*  ONE TOTALS RECORD PER CUSTOMER TO CERTWORK.                  *
051400*****************************************************************
051500 3000-TOTAL-CUSTOMERS.
051600     PERFORM 3100-RETURN-ONE-IMAGE THRU 3100-EXIT
051700         UNTIL WS-SORT-EOF OR WS-RUN-FATAL.
051800     PERFORM 3500-CLOSE-CUSTOMER THRU 3500-EXIT.
051900 3000-EXIT.
052000     EXIT.
052100
052200 3100-RETURN-ONE-IMAGE.
052300     RETURN SORT-WORK-FILE INTO WS-SORT-REC
052400         AT END
052500             SET WS-SORT-EOF TO TRUE
052600             GO TO 3100-EXIT
052700     END-RETURN.
052800     MOVE WS-SRT-AUDIT TO WS-A-AUDIT-RECORD.
052900     MOVE WS-A-AUD-OLD-IMAGE TO OLD-VSAM-RECORD.
053000     MOVE WS-A-AUD-NEW-IMAGE TO NEW-VSAM-RECORD.
053100     IF WS-SRT-INDEX NOT = WS-PREV-INDEX
053200         PERFORM 3500-CLOSE-CUSTOMER THRU 3500-EXIT
053300         MOVE WS-SRT-INDEX TO WS-PREV-INDEX
053400         PERFORM 3200-START-CUSTOMER THRU 3200-EXIT
053500     END-IF.
053600     PERFORM 3150-EDIT-IMAGE-BALANCES THRU 3150-EXIT.
053700     IF WS-IMAGE-BAD
053800         GO TO 3100-EXIT
053900     END-IF.
054000     IF WS-A-AUD-OPERATION = "N"
054100         ADD WS-IMAGE-AMOUNT TO WS-CW-GROSS
054200         ADD 1 TO WS-CW-POSTINGS
054300     ELSE
054400         SUBTRACT WS-IMAGE-AMOUNT FROM WS-CW-TAX
054500     END-IF.
054600     MOVE NEW-VSAM-BRANCH    TO WS-CW-BRANCH.
054700     MOVE NEW-VSAM-NAME      TO WS-CW-NAME.
054800     MOVE NEW-VSAM-SURNAME   TO WS-CW-SURNAME.
054900     MOVE NEW-VSAM-CUST-TYPE TO WS-CW-CUST-TYPE.
055000 3100-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*  3150-EDIT-IMAGE-BALANCES - DECODE THE OLD/NEW BALANCES AND   *
055500*  THE IMAGE AMOUNT (NEW MINUS OLD).  AN IMAGE WITH A NON-      *
055600*  NUMERIC BALANCE IS LEFT OUT OF THE TOTALS AND FLAGS THE RUN  *
055700*  RC 8.                                                        *
055800*****************************************************************
055900 3150-EDIT-IMAGE-BALANCES.
056000     SET WS-IMAGE-GOOD TO TRUE.
056100     IF OLD-VSAM-BALANCE IS NOT NUMERIC
056200        OR NEW-VSAM-BALANCE IS NOT NUMERIC
056300         DISPLAY "IMAGE BALANCE NOT NUMERIC - INDEX "
056400                 WS-SRT-INDEX " NOT TOTALLED"
056500         SET WS-IMAGE-BAD TO TRUE
056600         ADD 1 TO WS-IMAGES-BAD
056700         IF RETURN-CODE = ZERO
056800             MOVE 8 TO RETURN-CODE
056900         END-IF
057000         GO TO 3150-EXIT
057100     END-IF.
057200     MOVE OLD-VSAM-BALANCE TO WS-OLD-BALANCE.
057300     MOVE NEW-VSAM-BALANCE TO WS-NEW-BALANCE.
057400     COMPUTE WS-IMAGE-AMOUNT =
057500         WS-NEW-BALANCE - WS-OLD-BALANCE.
057600 3150-EXIT.
057700     EXIT.
057800
057900 3200-START-CUSTOMER.
058000     MOVE SPACES       TO WS-CWORK-REC.
058100     MOVE WS-SRT-INDEX TO WS-CW-INDEX.
058200     MOVE ZERO         TO WS-CW-GROSS.
058300     MOVE ZERO         TO WS-CW-TAX.
058400     MOVE ZERO         TO WS-CW-POSTINGS.
058500     SET WS-CUST-OPEN TO TRUE.
058600 3200-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*  3500-CLOSE-CUSTOMER - WRITE THE OPEN CUSTOMER'S TOTALS, IF   *
059100*  ANY, TO CERTWORK AND ADD THEM TO THE DECLARATION CONTROL     *
059200*  TOTALS.  A CUSTOMER WHOSE TOTALS COME OUT NEGATIVE, OR WHOSE *
059300*  IMAGES WERE ALL UNUSABLE, IS LEFT OUT AND REPORTED.          *
059400*****************************************************************
059500 3500-CLOSE-CUSTOMER.
059600     IF WS-CUST-CLOSED
059700         GO TO 3500-EXIT
059800     END-IF.
059900     SET WS-CUST-CLOSED TO TRUE.
060000     IF WS-CW-GROSS = ZERO AND WS-CW-TAX = ZERO
060100         GO TO 3500-EXIT
060200     END-IF.
060300     IF WS-CW-GROSS < ZERO OR WS-CW-TAX < ZERO
060400        OR WS-CW-TAX > WS-CW-GROSS
060500         DISPLAY "TOTALS NOT VALID - INDEX " WS-CW-INDEX
060600                 " NOT CERTIFIED"
060700         ADD 1 TO WS-CUSTOMERS-REJECTED
060800         IF RETURN-CODE = ZERO
060900             MOVE 8 TO RETURN-CODE
061000         END-IF
061100         GO TO 3500-EXIT
061200     END-IF.
061300     WRITE CERT-WORK-RECORD FROM WS-CWORK-REC.
061400     IF NOT WS-CWORK-OK
061500         DISPLAY "CERTIFICATE WORK FILE WRITE ERROR - STATUS "
061600                 WS-CWORK-STATUS
061700         MOVE 16 TO RETURN-CODE
061800         SET WS-RUN-FATAL TO TRUE
061900         GO TO 3500-EXIT
062000     END-IF.
062100     ADD 1           TO WS-DECL-COUNT.
062200     ADD WS-CW-GROSS TO WS-DECL-GROSS.
062300     ADD WS-CW-TAX   TO WS-DECL-TAX.
062400 3500-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800*  6000-ISSUE-CERTIFICATES - DECLARATION HEADER, THEN THE       *
062900*  CUSTOMERS IN BRANCH AND INDEX ORDER (CERTIFICATE AND DETAIL  *
063000*  RECORD EACH), THEN THE DECLARATION TRAILER.                  *
063100*****************************************************************
063200 6000-ISSUE-CERTIFICATES.
063300     PERFORM 6700-WRITE-DECL-HEADER THRU 6700-EXIT.
063400     IF WS-RUN-FATAL
063500         GO TO 6000-EXIT
063600     END-IF.
063700     IF WS-DECL-COUNT = ZERO
063800         MOVE SPACES TO WS-PREV-BRANCH
063900         PERFORM 6300-WRITE-HEADINGS THRU 6300-EXIT
064000         MOVE NONE-LINE TO REPORT-LINE
064100         WRITE REPORT-LINE
064200     ELSE
064300         SORT CERT-SORT-FILE
064400             ON ASCENDING KEY SC-BRANCH
064500             ON ASCENDING KEY SC-INDEX
064600             USING CERT-WORK-FILE
064700             OUTPUT PROCEDURE IS 6100-CERTIFY-CUSTOMERS
064800                 THRU 6100-EXIT
064900     END-IF.
065000     IF WS-RUN-FATAL
065100         GO TO 6000-EXIT
065200     END-IF.
065300     PERFORM 6800-WRITE-DECL-TRAILER THRU 6800-EXIT.
065400 6000-EXIT.
065500     EXIT.
065600
065700 6100-CERTIFY-CUSTOMERS.
065800     PERFORM 6200-RETURN-ONE-CUSTOMER THRU 6200-EXIT
065900         UNTIL WS-CERT-EOF OR WS-RUN-FATAL.
066000     PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT.
066100 6100-EXIT.
066200     EXIT.
066300
066400 6200-RETURN-ONE-CUSTOMER.
066500     RETURN CERT-SORT-FILE INTO WS-CWORK-REC
066600         AT END
066700             SET WS-CERT-EOF TO TRUE
066800             GO TO 6200-EXIT
066900     END-RETURN.
067000     IF WS-CW-BRANCH NOT = WS-PREV-BRANCH
067100         PERFORM 6600-CLOSE-BRANCH THRU 6600-EXIT
067200         MOVE WS-CW-BRANCH TO WS-PREV-BRANCH
067300     END-IF.
067400     PERFORM 6400-PRINT-CERTIFICATE THRU 6400-EXIT.
067500     PERFORM 6500-WRITE-DECL-DETAIL THRU 6500-EXIT.
067600 6200-EXIT.
067700     EXIT.
067800
067900 6300-WRITE-HEADINGS.
068000     ADD 1 TO WS-PAGE-COUNT.
068100     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
068200     MOVE WS-PREV-BRANCH TO HDG1-BRANCH.
068300     MOVE SPACES TO HDG1-BRANCH-NAME.
068400     PERFORM 6350-FIND-BRANCH-NAME THRU 6350-EXIT
068500         VARYING WS-BRCH-IDX FROM 1 BY 1
068600         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
068700     MOVE HDG1-LINE TO REPORT-LINE.
068800     WRITE REPORT-LINE.
068900     MOVE SPACES TO REPORT-LINE.
069000     WRITE REPORT-LINE.
069100 6300-EXIT.
069200     EXIT.
069300
069400 6350-FIND-BRANCH-NAME.
069500     IF WS-BRCH-CODE (WS-BRCH-IDX) = WS-PREV-BRANCH
069600         MOVE WS-BRCH-NAME (WS-BRCH-IDX) TO HDG1-BRANCH-NAME
069700     END-IF.
069800 6350-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  6400-PRINT-CERTIFICATE - ONE CERTIFICATE, ON A PAGE OF ITS   *
070300*  OWN SO IT CAN GO STRAIGHT INTO THE ENVELOPE.                 *
070400*****************************************************************
070500 6400-PRINT-CERTIFICATE.
070600     PERFORM 6300-WRITE-HEADINGS THRU 6300-EXIT.
070700     MOVE WS-TAX-YEAR-N TO CTL-TAX-YEAR.
070800     MOVE CERT-TITLE-LINE TO REPORT-LINE.
070900     WRITE REPORT-LINE.
071000     MOVE WS-PAYER-ID TO CPY-PAYER-ID.
071100     MOVE CERT-PAYER-LINE TO REPORT-LINE.
071200     WRITE REPORT-LINE.
071300     MOVE SPACES TO REPORT-LINE.
071400     WRITE REPORT-LINE.
071500     MOVE WS-CW-INDEX   TO CCL-INDEX.
071600     MOVE WS-CW-NAME    TO CCL-NAME.
071700     MOVE WS-CW-SURNAME TO CCL-SURNAME.
071800     MOVE CERT-CUST-LINE TO REPORT-LINE.
071900     WRITE REPORT-LINE.
072000     EVALUATE TRUE
072100         WHEN WS-CW-PERSONAL
072200             MOVE "PERSONAL"   TO CTY-TYPE
072300         WHEN WS-CW-COMMERCIAL
072400             MOVE "COMMERCIAL" TO CTY-TYPE
072500         WHEN OTHER
072600             MOVE WS-CW-CUST-TYPE TO CTY-TYPE
072700     END-EVALUATE.
072800     MOVE CERT-TYPE-LINE TO REPORT-LINE.
072900     WRITE REPORT-LINE.
073000     MOVE SPACES TO REPORT-LINE.
073100     WRITE REPORT-LINE.
073200     MOVE "GROSS INTEREST PAID  . . . . ." TO CAM-LABEL.
073300     MOVE WS-CW-GROSS TO CAM-AMOUNT.
073400     MOVE CERT-AMOUNT-LINE TO REPORT-LINE.
073500     WRITE REPORT-LINE.
073600     MOVE "WITHHOLDING TAX DEDUCTED . . ." TO CAM-LABEL.
073700     MOVE WS-CW-TAX TO CAM-AMOUNT.
073800     MOVE CERT-AMOUNT-LINE TO REPORT-LINE.
073900     WRITE REPORT-LINE.
074000     MOVE "NET INTEREST CREDITED  . . . ." TO CAM-LABEL.
074100     COMPUTE CAM-AMOUNT = WS-CW-GROSS - WS-CW-TAX.
074200     MOVE CERT-AMOUNT-LINE TO REPORT-LINE.
074300     WRITE REPORT-LINE.
074400     MOVE WS-CW-POSTINGS TO CCN-POSTINGS.
074500     MOVE CERT-COUNT-LINE TO REPORT-LINE.
074600     WRITE REPORT-LINE.
074700     MOVE SPACES TO REPORT-LINE.
074800     WRITE REPORT-LINE.
074900     MOVE CERT-NOTE-LINE-1 TO REPORT-LINE.
075000     WRITE REPORT-LINE.
075100     MOVE CERT-NOTE-LINE-2 TO REPORT-LINE.
075200     WRITE REPORT-LINE.
075300     MOVE CERT-NOTE-LINE-3 TO REPORT-LINE.
075400     WRITE REPORT-LINE.
075500     ADD 1 TO WS-CERT-COUNT.
075600     ADD 1 TO WS-BRANCH-CERT-COUNT.
075700     ADD WS-CW-GROSS TO WS-BRANCH-GROSS.
075800     ADD WS-CW-TAX   TO WS-BRANCH-TAX.
075900 6400-EXIT.
076000     EXIT.
076100
076200 6500-WRITE-DECL-DETAIL.
076300     MOVE SPACES            TO WS-TAXD-RECORD.
076400     SET WS-TAXD-DETAIL     TO TRUE.
076500     MOVE WS-CW-INDEX       TO WS-TAXD-D-INDEX.
076600     MOVE WS-CW-NAME        TO WS-TAXD-D-NAME.
076700     MOVE WS-CW-SURNAME     TO WS-TAXD-D-SURNAME.
076800     MOVE WS-CW-CUST-TYPE   TO WS-TAXD-D-CUST-TYPE.
076900     MOVE WS-CW-BRANCH      TO WS-TAXD-D-BRANCH.
077000     MOVE WS-CW-GROSS       TO WS-TAXD-D-GROSS.
077100     MOVE WS-CW-TAX         TO WS-TAXD-D-TAX.
077200     PERFORM 6900-WRITE-DECL-RECORD THRU 6900-EXIT.
077300 6500-EXIT.
077400     EXIT.
077500
077600*****************************************************************
077700*  6600-CLOSE-BRANCH - MAILING CONTROL PAGE FOR THE BRANCH JUST *
077800*  PRINTED.  NOTHING IS WRITTEN BEFORE THE FIRST BRANCH.        *
077900*****************************************************************
078000 6600-CLOSE-BRANCH.
078100     IF WS-PREV-BRANCH = LOW-VALUES
078200         GO TO 6600-EXIT
078300     END-IF.
078400     PERFORM 6300-WRITE-HEADINGS THRU 6300-EXIT.
078500     MOVE MAIL-TITLE-LINE TO REPORT-LINE.
078600     WRITE REPORT-LINE.
078700     MOVE SPACES TO REPORT-LINE.
078800     WRITE REPORT-LINE.
078900     MOVE WS-BRANCH-CERT-COUNT TO MCN-COUNT.
079000     MOVE MAIL-COUNT-LINE TO REPORT-LINE.
079100     WRITE REPORT-LINE.
079200     MOVE "BRANCH GROSS INTEREST  . . . ." TO CAM-LABEL.
079300     MOVE WS-BRANCH-GROSS TO CAM-AMOUNT.
079400     MOVE CERT-AMOUNT-LINE TO REPORT-LINE.
079500     WRITE REPORT-LINE.
079600     MOVE "BRANCH TAX WITHHELD  . . . . ." TO CAM-LABEL.
079700     MOVE WS-BRANCH-TAX TO CAM-AMOUNT.
079800     MOVE CERT-AMOUNT-LINE TO REPORT-LINE.
079900     WRITE REPORT-LINE.
080000     MOVE ZERO TO WS-BRANCH-CERT-COUNT.
080100     MOVE ZERO TO WS-BRANCH-GROSS.
080200     MOVE ZERO TO WS-BRANCH-TAX.
080300 6600-EXIT.
080400     EXIT.
080500
080600 6700-WRITE-DECL-HEADER.
080700     MOVE SPACES            TO WS-TAXD-RECORD.
080800     SET WS-TAXD-HEADER     TO TRUE.
080900     MOVE WS-TAX-YEAR-N     TO WS-TAXD-H-TAX-YEAR.
081000     MOVE WS-PAYER-ID       TO WS-TAXD-H-PAYER-ID.
081100     MOVE WS-RUN-DATE       TO WS-TAXD-H-CREATED.
081200     MOVE WS-DECL-COUNT     TO WS-TAXD-H-DETAIL-COUNT.
081300     MOVE WS-DECL-GROSS     TO WS-TAXD-H-TOTAL-GROSS.
081400     MOVE WS-DECL-TAX       TO WS-TAXD-H-TOTAL-TAX.
081500     PERFORM 6900-WRITE-DECL-RECORD THRU 6900-EXIT.
081600 6700-EXIT.
081700     EXIT.
081800
081900 6800-WRITE-DECL-TRAILER.
082000     MOVE SPACES            TO WS-TAXD-RECORD.
082100     SET WS-TAXD-TRAILER    TO TRUE.
082200     MOVE WS-TAX-YEAR-N     TO WS-TAXD-T-TAX-YEAR.
082300     MOVE WS-PAYER-ID       TO WS-TAXD-T-PAYER-ID.
082400     COMPUTE WS-TAXD-T-RECORD-COUNT = WS-DECL-RECORDS + 1.
082500     MOVE WS-DECL-COUNT     TO WS-TAXD-T-DETAIL-COUNT.
082600     MOVE WS-DECL-GROSS     TO WS-TAXD-T-TOTAL-GROSS.
082700     MOVE WS-DECL-TAX       TO WS-TAXD-T-TOTAL-TAX.
082800     PERFORM 6900-WRITE-DECL-RECORD THRU 6900-EXIT.
082900 6800-EXIT.
083000     EXIT.
083100
083200 6900-WRITE-DECL-RECORD.
083300     WRITE DECL-RECORD FROM WS-TAXD-RECORD.
083400     IF NOT WS-DECL-OK
083500         DISPLAY "DECLARATION FILE WRITE ERROR - STATUS "
083600                 WS-DECL-STATUS
083700         MOVE 16 TO RETURN-CODE
083800         SET WS-RUN-FATAL TO TRUE
083900         GO TO 6900-EXIT
084000     END-IF.
084100     ADD 1 TO WS-DECL-RECORDS.
084200 6900-EXIT.
084300     EXIT.
084400
084500*****************************************************************
084600*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE YEAR-END RUN.    *
084700*****************************************************************
084800 5000-PRINT-SUMMARY.
084900     DISPLAY "===== YEAR-END WITHHOLDING TAX RUN SUMMARY =====".
085000     DISPLAY "TAX YEAR  . . . . . . . . . : " WS-TAX-YEAR-N.
085100     DISPLAY "AUDIT IMAGES READ . . . . . : " WS-IMAGES-READ.
085200     DISPLAY "INTEREST/TAX IMAGES USED  . : " WS-IMAGES-SELECTED.
085300     DISPLAY "IMAGES NOT USABLE . . . . . : " WS-IMAGES-BAD.
085400     DISPLAY "CUSTOMERS NOT CERTIFIED . . : "
085500             WS-CUSTOMERS-REJECTED.
085600     DISPLAY "CERTIFICATES PRINTED  . . . : " WS-CERT-COUNT.
085700     DISPLAY "DECLARATION RECORDS . . . . : " WS-DECL-RECORDS.
085800     DISPLAY "GROSS INTEREST DECLARED . . : " WS-DECL-GROSS.
085900     DISPLAY "TAX WITHHELD DECLARED . . . : " WS-DECL-TAX.
086000 5000-EXIT.
086100     EXIT.
086200
086300 9000-TERMINATE.
086400     CLOSE AUDIT-FILE.
086500     CLOSE DECL-FILE.
086600     CLOSE REPORT-FILE.
086700 9000-EXIT.
086800     EXIT.
