000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-02  RSK       INITIAL VERSION.                       *
001010*  2026-09-25  RSK       "Y" WITHHOLDING TAX IMAGES FROM        *
001020*                        INTRPROG ARE NOW PRINTED AS POSTINGS.  *
001030*  2026-09-29  RSK       STATEMENTS CARRY THE CUSTOMER'S        *
001040*                        ADDRESS BLOCK FROM THE CONTACT FILE    *
001050*                        (CONTFILE).  NO USABLE ADDRESS, OR     *
001060*                        DO-NOT-MAIL, ROUTES THE STATEMENT TO   *
001070*                        THE BRANCH-COLLECT LISTING (COLLFILE). *
001100*****************************************************************
001200*
001300*  STMTPROG PRINTS PER-CUSTOMER ACCOUNT STATEMENTS FROM THE
001600*  AUDTPROG'S INTERNAL CHANGE-HISTORY LISTING.  AUDTFILE IS THE
001700*  STATEMENT PERIOD'S AUDIT GENERATIONS CONCATENATED OLDEST
001800*  FIRST (SEE STMTPROG.JCL).  THE BALANCE-AFFECTING POSTING
001900*  IMAGES - "P" DEPOSITS, "W" WITHDRAWALS, "X" TRANSFERS, "N"
002000*  INTEREST AND "Y" WITHHOLDING TAX ON THE INTEREST - ARE
002010*  SORTED BY BRANCH, CUSTOMER AND ARRIVAL ORDER AND PRINTED
002100*  ONE STATEMENT PER CUSTOMER: OPENING
002200*  BALANCE (THE BEFORE IMAGE OF THE FIRST POSTING), EACH
002300*  POSTING WITH ITS DATE, TIME AND AMOUNT (THE DIFFERENCE
002400*  BETWEEN THE OLD AND NEW IMAGE BALANCES), AND CLOSING
002600*  GROUPED BY BRANCH FOR DISTRIBUTION, EACH BRANCH CLOSED BY A
002700*  STATEMENT COUNT AND NET POSTING TOTAL FOR MAILROOM CONTROL.
002800*  A CUSTOMER WITH NO POSTING IN THE PERIOD GETS NO STATEMENT.
002810*
002820*  EACH STATEMENT IS ADDRESSED FROM THE CUSTOMER CONTACT FILE
002830*  (CONTFILE, SEE CONTREC).  A CUSTOMER WITH AN ADDRESS LINE
002840*  AND POSTCODE ON FILE GOES TO THE MAIL RUN (RPTFILE) WITH THE
002850*  ADDRESS BLOCK PRINTED UNDER THE ACCOUNT HEADER; ONE WITH NO
002860*  CONTACT RECORD, AN INCOMPLETE ADDRESS OR THE DO-NOT-MAIL
002870*  FLAG GOES INSTEAD TO THE BRANCH-COLLECT LISTING (COLLFILE)
002880*  WITH THE REASON, FOR THE BRANCH TO HAND OVER.  BOTH OUTPUTS
002890*  ARE GROUPED BY BRANCH WITH THE SAME CONTROL TOTALS.
002900*  NO FILE IS CHANGED BY THIS PROGRAM.
003000*
003100*  RC 8 MEANS AN IMAGE WITH A NON-NUMERIC BALANCE WAS PRINTED
004400     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-REPORT-STATUS.
004609
004618     SELECT COLLECT-FILE ASSIGN TO "COLLFILE"
004627         ORGANIZATION IS SEQUENTIAL
004636         FILE STATUS IS WS-COLLECT-STATUS.
004645
004654     SELECT CONTACT-FILE ASSIGN TO "CONTFILE"
004663         ORGANIZATION IS INDEXED
004672         ACCESS MODE IS RANDOM
004681         RECORD KEY IS FD-CONT-INDEX
004690         FILE STATUS IS WS-CONTACT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005700
005800*****************************************************************
005900*  SORT WORK FILE - ONE ENTRY PER SELECTED POSTING IMAGE, KEYED  *
005910*  ON MAILING ROUTE, BRANCH (FROM THE AFTER IMAGE), CUSTOMER     *
005920*  INDEX AND THE ARRIVAL SEQUENCE, SO EACH CUSTOMER'S POSTINGS   *
005930*  COME BACK IN THE ORDER THEY WERE WRITTEN, GROUPED BY BRANCH   *
005940*  WITHIN EACH OUTPUT.  THE COLLECT REASON RIDES ALONG.          *
006300*****************************************************************
006400 SD  SORT-WORK-FILE.
006500 01  SW-RECORD.
006510     05  SW-ROUTE               PIC X(01).
006520     05  SW-REASON              PIC X(01).
006600     05  SW-BRANCH              PIC X(02).
006700     05  SW-INDEX               PIC X(08).
006800     05  SW-SEQ                 PIC 9(08).
007500     RECORD CONTAINS 80 CHARACTERS
007600     LABEL RECORDS ARE STANDARD.
007700 01  REPORT-LINE                PIC X(80).
007706
007712*****************************************************************
007718*  BRANCH-COLLECT LISTING - STATEMENTS NOT TO BE MAILED.         *
007724*****************************************************************
007730 FD  COLLECT-FILE
007736     RECORD CONTAINS 80 CHARACTERS
007742     LABEL RECORDS ARE STANDARD.
007748 01  COLLECT-LINE               PIC X(80).
007754
007760*****************************************************************
007766*  CUSTOMER CONTACT FILE - ADDRESS BLOCK (SEE CONTREC).          *
007772*****************************************************************
007778 FD  CONTACT-FILE
007784     LABEL RECORDS ARE STANDARD.
007790     COPY CONTREC REPLACING ==:PFX:== BY ==FD-==.
007800
007900 WORKING-STORAGE SECTION.
008000*****************************************************************
008100*  SORT RETURN AREA AND THE DECODED AUDIT RECORD AND IMAGES      *
008200*****************************************************************
008300 01  WS-SORT-REC.
008310     05  WS-SRT-ROUTE           PIC X(01).
008320         88  WS-SRT-MAIL            VALUE "M".
008330         88  WS-SRT-COLLECT         VALUE "B".
008340     05  WS-SRT-REASON          PIC X(01).
008350         88  WS-SRT-NO-ADDRESS      VALUE "N".
008360         88  WS-SRT-DO-NOT-MAIL     VALUE "D".
008400     05  WS-SRT-BRANCH          PIC X(02).
008500     05  WS-SRT-INDEX           PIC X(08).
008600     05  WS-SRT-SEQ             PIC 9(08).
009000
009100 COPY VSAMREC REPLACING ==:PFX:== BY ==OLD-==.
009200 COPY VSAMREC REPLACING ==:PFX:== BY ==NEW-==.
009208
009216 COPY CONTREC REPLACING ==:PFX:== BY ==WS-==.
009224
009232*****************************************************************
009240*  MAILING ROUTE OF THE LAST CUSTOMER LOOKED UP ON THE CONTACT   *
009248*  FILE - A CUSTOMER'S POSTINGS ARRIVE TOGETHER OFTEN ENOUGH     *
009256*  THAT ONE READ SERVES A RUN OF THEM.                           *
009264*****************************************************************
009272 01  WS-ROUTE-INDEX             PIC X(08) VALUE LOW-VALUES.
009280 01  WS-ROUTE-CODE              PIC X(01) VALUE SPACE.
009288 01  WS-ROUTE-REASON            PIC X(01) VALUE SPACE.
009300
009400*****************************************************************
009500*  STATEMENT CONTROL BREAKS AND RUNNING AMOUNTS                  *
009600*****************************************************************
009610 01  WS-PREV-ROUTE              PIC X(01) VALUE LOW-VALUES.
009620     88  WS-PREV-COLLECT            VALUE "B".
009700 01  WS-PREV-BRANCH             PIC X(02) VALUE LOW-VALUES.
009800 01  WS-PREV-INDEX              PIC X(08) VALUE LOW-VALUES.
009900
011800 01  WS-BRANCH-POST-TOTAL       PIC S9(12)V99 COMP-3 VALUE ZERO.
011900 01  WS-GRAND-STMT-COUNT        PIC 9(06) COMP VALUE ZERO.
012000 01  WS-GRAND-POST-TOTAL        PIC S9(12)V99 COMP-3 VALUE ZERO.
012010
012020 01  WS-ROUTE-STMT-COUNT        PIC 9(06) COMP VALUE ZERO.
012030 01  WS-MAIL-STMT-COUNT         PIC 9(06) COMP VALUE ZERO.
012040 01  WS-COLLECT-STMT-COUNT      PIC 9(06) COMP VALUE ZERO.
012100
012200*****************************************************************
012300*  PAGE AND LINE CONTROL, WITH THE VALID-BRANCH TABLE FOR THE    *
014800
014900 01  WS-REPORT-STATUS           PIC X(02).
015000     88  WS-REPORT-OK               VALUE "00".
015010
015020 01  WS-COLLECT-STATUS          PIC X(02).
015030     88  WS-COLLECT-OK              VALUE "00".
015040
015050 01  WS-CONTACT-STATUS          PIC X(02).
015060     88  WS-CONTACT-OK              VALUE "00".
015070     88  WS-CONTACT-NOTFND          VALUE "23".
015100
015200*****************************************************************
015300*  STATEMENT LINES                                               *
015400*****************************************************************
015410 01  WS-PRINT-LINE              PIC X(80).
015420
015500 01  HDG1-LINE.
015600     05  FILLER                 PIC X(01) VALUE SPACE.
015700     05  HDG1-TITLE             PIC X(20)
015800                                 VALUE "CUSTOMER STATEMENTS".
015900     05  FILLER                 PIC X(07) VALUE "BRANCH ".
016000     05  HDG1-BRANCH            PIC X(02).
018100     05  FILLER                 PIC X(14) VALUE SPACES.
018200     05  OPN-BALANCE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
018300     05  FILLER                 PIC X(17) VALUE SPACES.
018305
018310 01  ADDR-LINE.
018315     05  FILLER                 PIC X(19) VALUE SPACES.
018320     05  ADR-TEXT               PIC X(31).
018325     05  ADR-TOWN REDEFINES ADR-TEXT.
018330         10  ADR-POSTCODE       PIC X(10).
018335         10  FILLER             PIC X(01).
018340         10  ADR-CITY           PIC X(20).
018345     05  FILLER                 PIC X(30) VALUE SPACES.
018350
018355 01  REASON-LINE.
018360     05  FILLER                 PIC X(19) VALUE SPACES.
018365     05  FILLER                 PIC X(25)
018370             VALUE "HOLD FOR BRANCH COLLECT -".
018375     05  FILLER                 PIC X(01) VALUE SPACE.
018380     05  RSN-TEXT               PIC X(18).
018385     05  FILLER                 PIC X(17) VALUE SPACES.
018400
018500 01  DETAIL-LINE.
018600     05  FILLER                 PIC X(03) VALUE SPACES.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     IF WS-RUN-OK
023100         SORT SORT-WORK-FILE
023110             ON ASCENDING KEY SW-ROUTE
023200             ON ASCENDING KEY SW-BRANCH
023300             ON ASCENDING KEY SW-INDEX
023400             ON ASCENDING KEY SW-SEQ
025600         MOVE 16 TO RETURN-CODE
025700         SET WS-RUN-FATAL TO TRUE
025800     END-IF.
025806     OPEN OUTPUT COLLECT-FILE.
025812     IF NOT WS-COLLECT-OK
025818         DISPLAY "COLLECT FILE OPEN ERROR - STATUS "
025824                 WS-COLLECT-STATUS
025830         MOVE 16 TO RETURN-CODE
025836         SET WS-RUN-FATAL TO TRUE
025842     END-IF.
025848     OPEN INPUT CONTACT-FILE.
025854     IF NOT WS-CONTACT-OK
025860         DISPLAY "CONTACT FILE OPEN ERROR - STATUS "
025866                 WS-CONTACT-STATUS
025872         MOVE 16 TO RETURN-CODE
025878         SET WS-RUN-FATAL TO TRUE
025884     END-IF.
025900 1000-EXIT.
026000     EXIT.
026100
028700     ADD 1 TO WS-IMAGES-READ.
028800     IF AUD-OPERATION NOT = "P" AND AUD-OPERATION NOT = "W"
028900        AND AUD-OPERATION NOT = "X" AND AUD-OPERATION NOT = "N"
028910        AND AUD-OPERATION NOT = "Y"
029000         GO TO 2100-EXIT
029100     END-IF.
029200     IF AUD-INDEX-N IS NOT NUMERIC
029400         GO TO 2100-EXIT
029500     END-IF.
029600     MOVE AUD-NEW-IMAGE TO NEW-VSAM-RECORD.
029610     PERFORM 2200-SET-ROUTE THRU 2200-EXIT.
029620     IF WS-RUN-FATAL
029630         GO TO 2100-EXIT
029640     END-IF.
029700     ADD 1 TO WS-IMAGES-SELECTED.
029800     ADD 1 TO WS-RELEASE-SEQ.
029810     MOVE WS-ROUTE-CODE   TO SW-ROUTE.
029820     MOVE WS-ROUTE-REASON TO SW-REASON.
029900     MOVE NEW-VSAM-BRANCH TO SW-BRANCH.
030000     MOVE AUD-INDEX       TO SW-INDEX.
030100     MOVE WS-RELEASE-SEQ  TO SW-SEQ.
030300     RELEASE SW-RECORD.
030400 2100-EXIT.
030500     EXIT.
030502
030504*****************************************************************
030506*  2200-SET-ROUTE - DECIDE FROM THE CONTACT FILE WHETHER THE     *
030508*  CUSTOMER'S STATEMENT GOES TO THE MAIL RUN ("M") OR TO BRANCH  *
030510*  COLLECT ("B"), WITH THE REASON: "N" NO USABLE ADDRESS (NO     *
030512*  RECORD, OR ADDRESS LINE 1 OR POSTCODE BLANK), "D" DO NOT      *
030514*  MAIL.  THE LAST CUSTOMER'S ROUTE IS KEPT.                     *
030516*****************************************************************
030518 2200-SET-ROUTE.
030520     IF AUD-INDEX = WS-ROUTE-INDEX
030522         GO TO 2200-EXIT
030524     END-IF.
030526     MOVE AUD-INDEX TO WS-ROUTE-INDEX.
030528     MOVE "M"       TO WS-ROUTE-CODE.
030530     MOVE SPACE     TO WS-ROUTE-REASON.
030532     MOVE AUD-INDEX TO FD-CONT-INDEX.
030534     READ CONTACT-FILE INTO WS-CONT-RECORD
030536         INVALID KEY
030538             CONTINUE
030540     END-READ.
030542     IF NOT WS-CONTACT-OK
030544         IF WS-CONTACT-NOTFND
030546             MOVE "B" TO WS-ROUTE-CODE
030548             MOVE "N" TO WS-ROUTE-REASON
030550         ELSE
030552             DISPLAY "CONTACT FILE READ ERROR - STATUS "
030554                     WS-CONTACT-STATUS " INDEX " AUD-INDEX
030556             MOVE 16 TO RETURN-CODE
030558             SET WS-RUN-FATAL TO TRUE
030560         END-IF
030562         GO TO 2200-EXIT
030564     END-IF.
030566     IF WS-CONT-DO-NOT-MAIL
030568         MOVE "B" TO WS-ROUTE-CODE
030570         MOVE "D" TO WS-ROUTE-REASON
030572         GO TO 2200-EXIT
030574     END-IF.
030576     IF WS-CONT-ADDR-LINE-1 = SPACES
030578        OR WS-CONT-POSTCODE = SPACES
030580         MOVE "B" TO WS-ROUTE-CODE
030582         MOVE "N" TO WS-ROUTE-REASON
030584     END-IF.
030586 2200-EXIT.
030588     EXIT.
030600
030700*****************************************************************
030800*  3000-PRINT-STATEMENTS - RETURN THE SORTED POSTINGS AND PRINT  *
031400         UNTIL WS-SORT-EOF OR WS-RUN-FATAL.
031500     PERFORM 3500-CLOSE-CUSTOMER THRU 3500-EXIT.
031600     PERFORM 3600-CLOSE-BRANCH THRU 3600-EXIT.
031610     PERFORM 3700-CLOSE-ROUTE THRU 3700-EXIT.
032400 3000-EXIT.
032500     EXIT.
032600
033400     MOVE WS-A-AUD-OLD-IMAGE TO OLD-VSAM-RECORD.
033500     MOVE WS-A-AUD-NEW-IMAGE TO NEW-VSAM-RECORD.
033600     PERFORM 3150-EDIT-IMAGE-BALANCES THRU 3150-EXIT.
033610     IF WS-SRT-ROUTE NOT = WS-PREV-ROUTE
033620         PERFORM 3500-CLOSE-CUSTOMER THRU 3500-EXIT
033630         PERFORM 3600-CLOSE-BRANCH THRU 3600-EXIT
033640         PERFORM 3700-CLOSE-ROUTE THRU 3700-EXIT
033650         MOVE WS-SRT-ROUTE TO WS-PREV-ROUTE
033660         MOVE LOW-VALUES TO WS-PREV-BRANCH
033670     END-IF.
033700     IF WS-SRT-BRANCH NOT = WS-PREV-BRANCH
033800         PERFORM 3500-CLOSE-CUSTOMER THRU 3500-EXIT
033900         PERFORM 3600-CLOSE-BRANCH THRU 3600-EXIT
038600 3200-WRITE-HEADINGS.
038700     ADD 1 TO WS-PAGE-COUNT.
038800     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
038810     IF WS-PREV-COLLECT
038820         MOVE "HELD FOR COLLECTION" TO HDG1-TITLE
038830     ELSE
038840         MOVE "CUSTOMER STATEMENTS" TO HDG1-TITLE
038850     END-IF.
038900     MOVE WS-PREV-BRANCH TO HDG1-BRANCH.
039000     MOVE SPACES TO HDG1-BRANCH-NAME.
039100     PERFORM 3250-FIND-BRANCH-NAME THRU 3250-EXIT
039200         VARYING WS-BRCH-IDX FROM 1 BY 1
039300         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
039400     MOVE HDG1-LINE TO WS-PRINT-LINE.
039500     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
039600     MOVE SPACES TO WS-PRINT-LINE.
039700     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
039800     MOVE ZERO TO WS-LINE-COUNT.
039900 3200-EXIT.
040000     EXIT.
040800
040900*****************************************************************
041000*  3300-START-CUSTOMER - OPEN A STATEMENT: ACCOUNT HEADER FROM   *
041100*  THE AFTER IMAGE, THE ADDRESS BLOCK (MAIL RUN) OR THE COLLECT  *
041200*  REASON (BRANCH COLLECT), AND THE OPENING BALANCE FROM THE     *
041210*  BEFORE IMAGE OF THIS FIRST POSTING.                           *
041300*****************************************************************
041400 3300-START-CUSTOMER.
041500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
041800     MOVE WS-SRT-INDEX     TO CHD-INDEX.
041900     MOVE NEW-VSAM-NAME    TO CHD-NAME.
042000     MOVE NEW-VSAM-SURNAME TO CHD-SURNAME.
042100     MOVE CUST-HDG-LINE TO WS-PRINT-LINE.
042200     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
042210     ADD 1 TO WS-LINE-COUNT.
042220     IF WS-SRT-MAIL
042230         PERFORM 3310-WRITE-ADDRESS THRU 3310-EXIT
042240     ELSE
042250         PERFORM 3320-WRITE-REASON THRU 3320-EXIT
042260     END-IF.
042300     MOVE WS-OLD-BALANCE TO OPN-BALANCE.
042400     MOVE OPEN-LINE TO WS-PRINT-LINE.
042500     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
042600     ADD 1 TO WS-LINE-COUNT.
042700     SET WS-CUST-OPEN TO TRUE.
042800 3300-EXIT.
042900     EXIT.
042901
042902*****************************************************************
042903*  3310-WRITE-ADDRESS - THE MAILING ADDRESS UNDER THE ACCOUNT    *
042904*  HEADER: ADDRESS LINE 1, LINE 2 WHEN PRESENT, THEN POSTCODE    *
042905*  AND CITY, AND A SPACING LINE.                                 *
042906*****************************************************************
042907 3310-WRITE-ADDRESS.
042908     MOVE WS-SRT-INDEX TO FD-CONT-INDEX.
042909     READ CONTACT-FILE INTO WS-CONT-RECORD
042910         INVALID KEY
042911             CONTINUE
042912     END-READ.
042913     IF NOT WS-CONTACT-OK
042914         DISPLAY "CONTACT FILE READ ERROR - STATUS "
042915                 WS-CONTACT-STATUS " INDEX " WS-SRT-INDEX
042916         MOVE 16 TO RETURN-CODE
042917         SET WS-RUN-FATAL TO TRUE
042918         GO TO 3310-EXIT
042919     END-IF.
042920     MOVE WS-CONT-ADDR-LINE-1 TO ADR-TEXT.
042921     MOVE ADDR-LINE TO WS-PRINT-LINE.
042922     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
042923     ADD 1 TO WS-LINE-COUNT.
042924     IF WS-CONT-ADDR-LINE-2 NOT = SPACES
042925         MOVE WS-CONT-ADDR-LINE-2 TO ADR-TEXT
042926         MOVE ADDR-LINE TO WS-PRINT-LINE
042927         PERFORM 3900-WRITE-LINE THRU 3900-EXIT
042928         ADD 1 TO WS-LINE-COUNT
042929     END-IF.
042930     MOVE SPACES TO ADR-TEXT.
042931     MOVE WS-CONT-POSTCODE TO ADR-POSTCODE.
042932     MOVE WS-CONT-CITY     TO ADR-CITY.
042933     MOVE ADDR-LINE TO WS-PRINT-LINE.
042934     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
042935     MOVE SPACES TO WS-PRINT-LINE.
042936     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
042937     ADD 2 TO WS-LINE-COUNT.
042938 3310-EXIT.
042939     EXIT.
042940
042941*****************************************************************
042942*  3320-WRITE-REASON - WHY THE STATEMENT IS HELD FOR THE BRANCH. *
042943*****************************************************************
042944 3320-WRITE-REASON.
042945     IF WS-SRT-DO-NOT-MAIL
042946         MOVE "DO NOT MAIL" TO RSN-TEXT
042947     ELSE
042948         MOVE "NO ADDRESS ON FILE" TO RSN-TEXT
042949     END-IF.
042950     MOVE REASON-LINE TO WS-PRINT-LINE.
042951     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
042952     ADD 1 TO WS-LINE-COUNT.
042953 3320-EXIT.
042954     EXIT.
043000
043100 3400-WRITE-POSTING-LINE.
043110     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
043400     MOVE WS-A-AUD-OPERATION TO DTL-OPERATION.
043500     MOVE WS-POSTING-AMOUNT TO DTL-AMOUNT.
043600     MOVE WS-NEW-BALANCE    TO DTL-BALANCE.
043700     MOVE DETAIL-LINE TO WS-PRINT-LINE.
043800     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
043900     ADD 1 TO WS-LINE-COUNT.
044000     MOVE WS-NEW-BALANCE TO WS-CLOSING-BALANCE.
044100     ADD WS-POSTING-AMOUNT TO WS-BRANCH-POST-TOTAL.
045200         GO TO 3500-EXIT
045300     END-IF.
045400     MOVE WS-CLOSING-BALANCE TO CLS-BALANCE.
045500     MOVE CLOSE-LINE TO WS-PRINT-LINE.
045600     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
045700     MOVE SPACES TO WS-PRINT-LINE.
045800     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
045900     ADD 2 TO WS-LINE-COUNT.
046000     ADD 1 TO WS-BRANCH-STMT-COUNT.
046010     ADD 1 TO WS-ROUTE-STMT-COUNT.
046100     ADD 1 TO WS-GRAND-STMT-COUNT.
046200     SET WS-CUST-CLOSED TO TRUE.
046300 3500-EXIT.
047200         GO TO 3600-EXIT
047300     END-IF.
047400     MOVE WS-BRANCH-STMT-COUNT TO BCNT-COUNT.
047500     MOVE BRCH-COUNT-LINE TO WS-PRINT-LINE.
047600     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
047700     MOVE WS-BRANCH-POST-TOTAL TO BTOT-TOTAL.
047800     MOVE BRCH-TOTAL-LINE TO WS-PRINT-LINE.
047900     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
048000     ADD 2 TO WS-LINE-COUNT.
048100     MOVE ZERO TO WS-BRANCH-STMT-COUNT.
048200     MOVE ZERO TO WS-BRANCH-POST-TOTAL.
048300 3600-EXIT.
048400     EXIT.
048402
048404*****************************************************************
048406*  3700-CLOSE-ROUTE - CLOSE THE MAIL RUN OR THE BRANCH-COLLECT   *
048408*  LISTING WITH ITS STATEMENT COUNT.  NOTHING IS WRITTEN BEFORE  *
048410*  THE FIRST ROUTE.  PAGE NUMBERING RESTARTS FOR THE NEXT ONE.   *
048412*****************************************************************
048414 3700-CLOSE-ROUTE.
048416     IF WS-PREV-ROUTE = LOW-VALUES
048418         GO TO 3700-EXIT
048420     END-IF.
048422     MOVE SPACES TO WS-PRINT-LINE.
048424     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
048426     MOVE WS-ROUTE-STMT-COUNT TO GCNT-COUNT.
048428     MOVE GRAND-COUNT-LINE TO WS-PRINT-LINE.
048430     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
048432     IF WS-PREV-COLLECT
048434         ADD WS-ROUTE-STMT-COUNT TO WS-COLLECT-STMT-COUNT
048436     ELSE
048438         ADD WS-ROUTE-STMT-COUNT TO WS-MAIL-STMT-COUNT
048440     END-IF.
048442     MOVE ZERO TO WS-ROUTE-STMT-COUNT.
048444     MOVE ZERO TO WS-PAGE-COUNT.
048446 3700-EXIT.
048448     EXIT.
048450
048452*****************************************************************
048454*  3900-WRITE-LINE - WRITE THE PRINT LINE TO THE OUTPUT OF THE   *
048456*  ROUTE BEING PRINTED: THE MAIL RUN OR THE BRANCH-COLLECT       *
048458*  LISTING.                                                      *
048460*****************************************************************
048462 3900-WRITE-LINE.
048464     IF WS-PREV-COLLECT
048466         WRITE COLLECT-LINE FROM WS-PRINT-LINE
048468     ELSE
048470         WRITE REPORT-LINE FROM WS-PRINT-LINE
048472     END-IF.
048474 3900-EXIT.
048476     EXIT.
048500
048600*****************************************************************
048700*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE STATEMENT RUN.    *
049200     DISPLAY "POSTING IMAGES SELECTED . . : " WS-IMAGES-SELECTED.
049300     DISPLAY "STATEMENTS PRINTED  . . . . : "
049400             WS-GRAND-STMT-COUNT.
049410     DISPLAY "  FOR THE MAIL RUN  . . . . : "
049420             WS-MAIL-STMT-COUNT.
049430     DISPLAY "  HELD FOR BRANCH COLLECT . : "
049440             WS-COLLECT-STMT-COUNT.
049500     DISPLAY "NET POSTINGS PRINTED  . . . : "
049600             WS-GRAND-POST-TOTAL.
049700     DISPLAY "IMAGES WITH BAD BALANCES  . : "
050200 9000-TERMINATE.
050300     CLOSE AUDIT-FILE.
050400     CLOSE REPORT-FILE.
050410     CLOSE COLLECT-FILE.
050420     CLOSE CONTACT-FILE.
050500 9000-EXIT.
050600     EXIT.
