001010*  2026-09-02  RSK       APPENDS ITS CONTROL TOTALS TO THE      *
001020*                        SHARED RUN-CONTROL DATASET (RUNCTL)    *
001030*                        FOR THE STRMPROG BALANCING STEP.       *
001035*  2026-09-29  RSK       DORMANCY NOTICE FOR EACH ACCOUNT       *
001040*                        FLAGGED, ADDRESSED FROM THE CONTACT    *
001045*                        FILE (NOTCFILE); NO USABLE ADDRESS OR  *
001050*                        DO-NOT-MAIL LISTS IT FOR BRANCH        *
001055*                        COLLECTION INSTEAD (COLLFILE).         *
001060*  2026-10-13  RSK       CHECKPOINTS ITS PROGRESS AND AS-OF     *
001065*                        DATE ON THE JOB CHECKPOINT FILE        *
001070*                        (CKPTFILE): A RERUN RESUMES AFTER THE  *
001075*                        LAST COMMITTED INDEX WITH THE SWEEP'S  *
001080*                        TOTALS CARRIED INTO RUNCFILE, AND A    *
001085*                        SWEEP ALREADY COMPLETED IS REFUSED     *
001090*                        UNLESS DORMCARD CARRIES FORCE.         *
001092*  2026-10-15  RSK       A NOTICE ISSUED AGAIN ON A RESUMED     *
001094*                        SWEEP IS ROUTED UNDER ITS ACCOUNT'S    *
001096*                        OWN BRANCH.                            *
001097*  2026-10-15  RSK       A REFUSED OR EARLY-STOPPED SWEEP NOW   *
001098*                        LEAVES AN EMPTY AUDTFILE GENERATION,   *
001099*                        NOT AN UNOPENED ONE.                   *
001100*****************************************************************
001200*
001300*  DORMPROG IS THE PERIODIC DORMANT-ACCOUNT SWEEP THE REGULATOR
002200*  LISTING OF THE ACCOUNTS FLAGGED, WITH PER-BRANCH COUNTS, IS
002300*  PRINTED FOR BACK OFFICE TO START THE ESCHEATMENT WORKFLOW.
002400*
002410*  EVERY ACCOUNT FLAGGED ALSO GETS A DORMANCY NOTICE TO THE
002420*  CUSTOMER, ADDRESSED FROM THE CUSTOMER CONTACT FILE (CONTFILE,
002430*  SEE CONTREC) AND WRITTEN TO THE MAIL RUN (NOTCFILE).  A
002440*  CUSTOMER WITH NO CONTACT RECORD, NO ADDRESS LINE OR POSTCODE,
002450*  OR THE DO-NOT-MAIL FLAG IS LISTED FOR BRANCH COLLECTION
002460*  INSTEAD (COLLFILE) WITH THE REASON, CLOSED BY PER-BRANCH
002470*  COUNTS.
002480*
002500*  A RECORD WITH NO ACTIVITY DATE AT ALL (ZERO OR NOT NUMERIC -
002600*  UNTOUCHED SINCE THE DATE FIELD WAS INTRODUCED) IS LISTED
002700*  WITH A "NO ACTIVITY DATE" NOTE BUT NOT FLAGGED, AND THE RUN
003000*  FLAGGED; RC 16 MEANS A FILE COULD NOT BE OPENED OR READ.
003100*  RUN OUTSIDE THE NIGHTLY WINDOW, OR AFTER MAINPROG AND BEFORE
003200*  RECNPROG WITH THE AUDIT CONCATENATION NOTE IN DORMPROG.JCL.
003205*
003210*  THE SWEEP'S PROGRESS IS KEPT ON THE JOB CHECKPOINT FILE
003215*  (CKPTFILE, SEE CKPTREC) UNDER THE AS-OF DATE: COMMITTED EVERY
003220*  1000 RECORDS AND AFTER EVERY ACCOUNT FLAGGED, WITH THE FLAG
003225*  ABOUT TO BE SET RECORDED AS PENDING JUST BEFORE THE MASTER IS
003230*  REWRITTEN.  A SWEEP THAT STOPS PART WAY IS SIMPLY RESUBMITTED:
003235*  IT RESUMES AFTER THE LAST COMMITTED INDEX, SETTLING A PENDING
003240*  FLAG FIRST - ONE THAT DID NOT REACH THE MASTER IS SWEPT AGAIN,
003245*  ONE THAT DID IS COUNTED AND ITS NOTICE ISSUED AGAIN, SINCE THE
003250*  STOP MAY HAVE COME BEFORE IT WAS WRITTEN (THE JOB LOG NAMES
003255*  THE ACCOUNT SO A DUPLICATE CAN BE PULLED).  THE RUN-CONTROL
003260*  RECORD CARRIES THE WHOLE SWEEP'S TOTALS UNDER THE DATE THE
003265*  SWEEP WAS FIRST RUN.  A SWEEP ALREADY RUN TO THE END FOR THE
003270*  AS-OF DATE IS REFUSED RC 8, AS IS A NEW AS-OF DATE WHILE AN
003275*  EARLIER SWEEP IS STILL PART DONE; THE WORD FORCE IN COLS 18-22
003280*  OF DORMCARD OVERRIDES EITHER (THE PART-DONE SWEEP IS THEN
003285*  MARKED ABANDONED).  FORCE NEVER OVERRIDES A RESUME.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005330         ORGANIZATION IS SEQUENTIAL
005340         FILE STATUS IS WS-RUNC-STATUS.
005400
005402     SELECT CONTACT-FILE ASSIGN TO "CONTFILE"
005404         ORGANIZATION IS INDEXED
005406         ACCESS MODE IS RANDOM
005408         RECORD KEY IS FD-CONT-INDEX
005410         FILE STATUS IS WS-CONTACT-STATUS.
005412
005414     SELECT NOTICE-FILE ASSIGN TO "NOTCFILE"
005416         ORGANIZATION IS SEQUENTIAL
005418         FILE STATUS IS WS-NOTICE-STATUS.
005420
005422     SELECT COLLECT-FILE ASSIGN TO "COLLFILE"
005424         ORGANIZATION IS SEQUENTIAL
005426         FILE STATUS IS WS-COLLECT-STATUS.
005428
005430     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
005432         ORGANIZATION IS INDEXED
005434         ACCESS MODE IS DYNAMIC
005436         RECORD KEY IS FD-CKPT-KEY
005438         FILE STATUS IS WS-CKPT-STATUS.
005440
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  VSAM-FILE
006000
006100*****************************************************************
006200*  AS-OF DATE CARD - THE SWEEP DATE, YYYYMMDD.                   *
006250*  FORCE IN COLS 18-22 RERUNS A SWEEP ALREADY COMPLETED.         *
006300*****************************************************************
006400 FD  ASOF-FILE
006500     RECORD CONTAINS 80 CHARACTERS
006800     05  ASOF-DATE              PIC X(08).
006900     05  ASOF-DATE-N REDEFINES ASOF-DATE
007000                                PIC 9(08).
007020     05  FILLER                 PIC X(09).
007040     05  ASOF-FORCE             PIC X(05).
007060         88  ASOF-FORCE-RUN         VALUE "FORCE".
007100     05  FILLER                 PIC X(58).
007200
007300*****************************************************************
007400*  AUDIT TRAIL - SAME LAYOUT MAINPROG WRITES (SEE AUDITREC).     *
008780     LABEL RECORDS ARE STANDARD.
008790     COPY RUNCTL REPLACING ==:PFX:== BY ==FD-==.
008800
008802*****************************************************************
008804*  CUSTOMER CONTACT FILE - NOTICE ADDRESS (SEE CONTREC).         *
008806*****************************************************************
008808 FD  CONTACT-FILE
008810     LABEL RECORDS ARE STANDARD.
008812     COPY CONTREC REPLACING ==:PFX:== BY ==FD-==.
008814
008816*****************************************************************
008818*  DORMANCY NOTICES FOR THE MAIL RUN.                            *
008820*****************************************************************
008822 FD  NOTICE-FILE
008824     RECORD CONTAINS 80 CHARACTERS
008826     LABEL RECORDS ARE STANDARD.
008828 01  NOTICE-LINE                PIC X(80).
008830
008832*****************************************************************
008834*  BRANCH-COLLECT LISTING - NOTICES NOT TO BE MAILED.            *
008836*****************************************************************
008838 FD  COLLECT-FILE
008840     RECORD CONTAINS 80 CHARACTERS
008842     LABEL RECORDS ARE STANDARD.
008844 01  COLLECT-LINE               PIC X(80).
008846
008848*****************************************************************
008850*  JOB CHECKPOINT FILE - ONE RECORD PER STEP AND PERIOD (SEE     *
008852*  CKPTREC).  SHARED WITH INTRPROG AND ARCHPROG.                 *
008854*****************************************************************
008856 FD  CKPT-FILE
008858     RECORD CONTAINS 200 CHARACTERS
008860     LABEL RECORDS ARE STANDARD.
008862     COPY CKPTREC REPLACING ==:PFX:== BY ==FD-==.
008864
008900 WORKING-STORAGE SECTION.
009000*****************************************************************
009100*  CUSTOMER MASTER WORKING COPY (SAME LAYOUT AS THE FD RECORD)   *
009200*****************************************************************
009300 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
009320
009340 COPY CONTREC REPLACING ==:PFX:== BY ==WS-==.
009400
009500*****************************************************************
009600*  SWEEP DATES - THE DORMANCY CUTOFF IS THE AS-OF DATE LESS      *
010800 01  WS-RECORDS-READ            PIC 9(08) COMP VALUE ZERO.
010900 01  WS-FLAGGED-COUNT           PIC 9(08) COMP VALUE ZERO.
011000 01  WS-NO-DATE-COUNT           PIC 9(08) COMP VALUE ZERO.
011020 01  WS-NOTICE-COUNT            PIC 9(08) COMP VALUE ZERO.
011040 01  WS-COLLECT-COUNT           PIC 9(08) COMP VALUE ZERO.
011100
011200*****************************************************************
011300*  BRANCH COUNTS - PARALLEL TO THE BRCHTAB VALID-BRANCH TABLE,   *
012000 01  WS-BRANCH-COUNTS.
012100     05  WS-BRC-ENTRY OCCURS 6 TIMES.
012200         10  WS-BRC-COUNT       PIC 9(06) COMP VALUE ZERO.
012250         10  WS-BRC-COLLECT     PIC 9(06) COMP VALUE ZERO.
012300
012400 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
012500     88  WS-RUN-OK                  VALUE "N".
013000*****************************************************************
013100 01  WS-FILE-STATUS             PIC X(02).
013200     88  WS-VSAM-OK                 VALUE "00".
013250     88  WS-VSAM-NOT-FOUND          VALUE "23".
013300
013400 01  WS-ASOF-STATUS             PIC X(02).
013500     88  WS-ASOF-OK                 VALUE "00".
013600
013700 01  WS-AUDIT-STATUS            PIC X(02).
013800     88  WS-AUDIT-OK                VALUE "00".
013830 01  WS-AUDIT-OPEN-SWITCH       PIC X(01) VALUE "N".
013860     88  WS-AUDIT-OPENED            VALUE "Y".
013900
014000 01  WS-REPORT-STATUS           PIC X(02).
014100     88  WS-REPORT-OK               VALUE "00".
014110
014120 01  WS-RUNC-STATUS             PIC X(02).
014130     88  WS-RUNC-OK                 VALUE "00".
014132
014134 01  WS-CONTACT-STATUS          PIC X(02).
014136     88  WS-CONTACT-OK              VALUE "00".
014138     88  WS-CONTACT-NOTFND          VALUE "23".
014140
014141 01  WS-NOTICE-STATUS           PIC X(02).
014142     88  WS-NOTICE-OK               VALUE "00".
014143
014144 01  WS-COLLECT-STATUS          PIC X(02).
014145     88  WS-COLLECT-OK              VALUE "00".
014146
014150 01  WS-RUNC-DATE               PIC 9(08) VALUE ZERO.
014160 01  WS-RUNC-START-TIME         PIC 9(08) VALUE ZERO.
014161
014162 01  WS-CKPT-STATUS             PIC X(02).
014163     88  WS-CKPT-OK                 VALUE "00".
014164     88  WS-CKPT-NOT-FOUND          VALUE "23".
014165
014166*****************************************************************
014167*  JOB CHECKPOINT - THE SWEEP'S RECORD AS THIS RUN KEEPS IT.  A  *
014168*  RUN IS FRESH, RESUMED (THE SWEEP WAS PART DONE) OR REFUSED.   *
014169*  WS-OPEN-PERIOD IS AN EARLIER AS-OF DATE FOUND STILL PART      *
014170*  DONE; THE BROUGHT-FORWARD FIELDS ARE THE ACCOUNTS EARLIER     *
014171*  ATTEMPTS FLAGGED AND LISTED FOR COLLECTION, SHOWN ON THEIR    *
014172*  OWN LISTING LINES.                                            *
014173*****************************************************************
014174 COPY CKPTREC REPLACING ==:PFX:== BY ==WS-==.
014175
014176 01  WS-START-SWITCH            PIC X(01) VALUE "F".
014177     88  WS-FRESH-RUN               VALUE "F".
014178     88  WS-RESUMED-RUN             VALUE "R".
014179     88  WS-RUN-REFUSED             VALUE "X".
014180 01  WS-FORCE-SWITCH            PIC X(01) VALUE "N".
014181     88  WS-FORCE-REQUESTED         VALUE "Y".
014182 01  WS-CKPT-FOUND-SWITCH       PIC X(01) VALUE "N".
014183     88  WS-CKPT-ON-FILE            VALUE "Y".
014184 01  WS-REISSUE-SWITCH          PIC X(01) VALUE "N".
014185     88  WS-REISSUE-NOTICE          VALUE "Y".
014186 01  WS-BROWSE-SWITCH           PIC X(01) VALUE "N".
014187     88  WS-BROWSE-DONE             VALUE "Y".
014188     88  WS-BROWSE-NOT-DONE         VALUE "N".
014189 01  WS-OPEN-PERIOD             PIC 9(08) VALUE ZERO.
014190 01  WS-LAST-READ-INDEX         PIC X(08) VALUE SPACES.
014191 01  WS-PREV-READ-INDEX         PIC X(08) VALUE SPACES.
014192 01  WS-SINCE-CHECKPOINT        PIC 9(04) COMP VALUE ZERO.
014193 01  WS-CHECKPOINT-INTERVAL     PIC 9(04) COMP VALUE 1000.
014194 01  WS-BF-FLAGGED              PIC 9(08) COMP VALUE ZERO.
014195 01  WS-BF-COLLECT              PIC 9(08) COMP VALUE ZERO.
014200
014300*****************************************************************
014400*  LISTING LINES                                                 *
018300     05  BCNT-COUNT             PIC ZZZ,ZZ9.
018400     05  FILLER                 PIC X(54) VALUE SPACES.
018500
018510 01  RESUME-LINE.
018520     05  FILLER                 PIC X(25)
018530             VALUE " *** RESUMED AFTER INDEX ".
018540     05  RSM-INDEX              PIC X(08).
018550     05  FILLER                 PIC X(47)
018560             VALUE " - EARLIER ACCOUNTS ON THE PRIOR LISTING".
018600 01  COUNT-LINE.
018700     05  FILLER                 PIC X(21)
018800                                 VALUE "ACCOUNTS FLAGGED . . ".
018900     05  CNT-FLAGGED            PIC ZZZ,ZZ9.
019000     05  FILLER                 PIC X(52) VALUE SPACES.
019100
019101*****************************************************************
019102*  DORMANCY NOTICE LINES                                         *
019103*****************************************************************
019104 01  NTC-TITLE-LINE.
019105     05  FILLER                 PIC X(01) VALUE SPACE.
019106     05  FILLER                 PIC X(49)
019107             VALUE "NOTICE OF DORMANT ACCOUNT".
019108     05  FILLER                 PIC X(06) VALUE "DATE ".
019109     05  NTC-ASOF               PIC 9(08).
019110     05  FILLER                 PIC X(16) VALUE SPACES.
019111
019112 01  NTC-NAME-LINE.
019113     05  FILLER                 PIC X(05) VALUE SPACES.
019114     05  NTC-NAME               PIC X(15).
019115     05  FILLER                 PIC X(01) VALUE SPACE.
019116     05  NTC-SURNAME            PIC X(15).
019117     05  FILLER                 PIC X(44) VALUE SPACES.
019118
019119 01  NTC-ADDR-LINE.
019120     05  FILLER                 PIC X(05) VALUE SPACES.
019121     05  NTC-TEXT               PIC X(31).
019122     05  NTC-TOWN REDEFINES NTC-TEXT.
019123         10  NTC-POSTCODE       PIC X(10).
019124         10  FILLER             PIC X(01).
019125         10  NTC-CITY           PIC X(20).
019126     05  FILLER                 PIC X(44) VALUE SPACES.
019127
019128 01  NTC-BODY1-LINE.
019129     05  FILLER                 PIC X(05) VALUE SPACES.
019130     05  FILLER                 PIC X(08) VALUE "ACCOUNT ".
019131     05  NTC-INDEX              PIC X(08).
019132     05  FILLER                 PIC X(35)
019133             VALUE " HAS HAD NO CUSTOMER ACTIVITY SINCE".
019134     05  FILLER                 PIC X(01) VALUE SPACE.
019135     05  NTC-LAST-ACT           PIC 9(08).
019136     05  FILLER                 PIC X(15) VALUE SPACES.
019137
019138 01  NTC-BODY2-LINE.
019139     05  FILLER                 PIC X(05) VALUE SPACES.
019140     05  FILLER                 PIC X(30)
019141             VALUE "AND IS NOW CLASSIFIED DORMANT.".
019142     05  FILLER                 PIC X(21)
019143             VALUE "  PLEASE CONTACT YOUR".
019144     05  FILLER                 PIC X(24) VALUE SPACES.
019145
019146 01  NTC-BODY3-LINE.
019147     05  FILLER                 PIC X(05) VALUE SPACES.
019148     05  FILLER                 PIC X(07) VALUE "BRANCH ".
019149     05  NTC-BRANCH-NAME        PIC X(15).
019150     05  FILLER                 PIC X(34)
019151             VALUE " TO RETURN THE ACCOUNT TO USE.".
019152     05  FILLER                 PIC X(19) VALUE SPACES.
019153
019154*****************************************************************
019155*  BRANCH-COLLECT LISTING LINES                                  *
019156*****************************************************************
019157 01  CLT-HDG1-LINE.
019158     05  FILLER                 PIC X(01) VALUE SPACE.
019159     05  FILLER                 PIC X(41)
019160             VALUE "DORMANCY NOTICES HELD FOR BRANCH COLLECT".
019161     05  FILLER                 PIC X(06) VALUE "ASOF ".
019162     05  CLT-ASOF               PIC 9(08).
019163     05  FILLER                 PIC X(24) VALUE SPACES.
019164
019165 01  CLT-HDG2-LINE.
019166     05  FILLER                 PIC X(01) VALUE SPACE.
019167     05  FILLER                 PIC X(09) VALUE "IDX".
019168     05  FILLER                 PIC X(03) VALUE "BR".
019169     05  FILLER                 PIC X(16) VALUE "NAME".
019170     05  FILLER                 PIC X(16) VALUE "SURNAME".
019171     05  FILLER                 PIC X(18) VALUE "REASON".
019172     05  FILLER                 PIC X(17) VALUE SPACES.
019173
019174 01  CLT-DETAIL-LINE.
019175     05  FILLER                 PIC X(01) VALUE SPACE.
019176     05  CLT-INDEX              PIC X(08).
019177     05  FILLER                 PIC X(01) VALUE SPACE.
019178     05  CLT-BRANCH             PIC X(02).
019179     05  FILLER                 PIC X(01) VALUE SPACE.
019180     05  CLT-NAME               PIC X(15).
019181     05  FILLER                 PIC X(01) VALUE SPACE.
019182     05  CLT-SURNAME            PIC X(15).
019183     05  FILLER                 PIC X(01) VALUE SPACE.
019184     05  CLT-REASON             PIC X(18).
019185     05  FILLER                 PIC X(17) VALUE SPACES.
019186
019187 01  CLT-COUNT-LINE.
019188     05  FILLER                 PIC X(21)
019189                                 VALUE "NOTICES TO COLLECT . ".
019190     05  CLT-COUNT              PIC ZZZ,ZZ9.
019191     05  FILLER                 PIC X(52) VALUE SPACES.
019192
019200 PROCEDURE DIVISION.
019300*****************************************************************
019400*  0000-MAINLINE - PICK UP THE AS-OF DATE, SWEEP THE MASTER,     *
019500*  AND CLOSE THE LISTING WITH PER-BRANCH COUNTS.                 *
019550*  A REFUSED RUN LEAVES NO RUN-CONTROL RECORD BEHIND.            *
019600*****************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100             UNTIL WS-SCAN-EOF OR WS-RUN-FATAL
020200     END-IF.
020300     IF WS-RUN-OK
020320         PERFORM 7200-COMPLETE-PERIOD THRU 7200-EXIT
020340     END-IF.
020360     IF WS-RUN-OK
020400         PERFORM 4000-WRITE-BRANCH-COUNTS THRU 4000-EXIT
020500     END-IF.
020600     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
020605     IF NOT WS-RUN-REFUSED
020610         PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT
020660     END-IF.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800     STOP RUN.
020900
021700         DISPLAY "VSAM FILE OPEN ERROR - STATUS " WS-FILE-STATUS
021800         MOVE 16 TO RETURN-CODE
021900         SET WS-RUN-FATAL TO TRUE
021920         GO TO 1000-EXIT
021940     END-IF.
021960     PERFORM 1500-CHECK-RUN-STATE THRU 1500-EXIT.
021980     IF WS-RUN-FATAL
022000         GO TO 1000-EXIT
022100     END-IF.
022200     OPEN OUTPUT AUDIT-FILE.
022700         SET WS-RUN-FATAL TO TRUE
022800         GO TO 1000-EXIT
022900     END-IF.
022950     SET WS-AUDIT-OPENED TO TRUE.
023000     OPEN OUTPUT REPORT-FILE.
023100     IF NOT WS-REPORT-OK
023200         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
023500         SET WS-RUN-FATAL TO TRUE
023600         GO TO 1000-EXIT
023700     END-IF.
023702     OPEN INPUT CONTACT-FILE.
023704     IF NOT WS-CONTACT-OK
023706         DISPLAY "CONTACT FILE OPEN ERROR - STATUS "
023708                 WS-CONTACT-STATUS
023710         MOVE 16 TO RETURN-CODE
023712         SET WS-RUN-FATAL TO TRUE
023714         GO TO 1000-EXIT
023716     END-IF.
023718     OPEN OUTPUT NOTICE-FILE.
023720     IF NOT WS-NOTICE-OK
023722         DISPLAY "NOTICE FILE OPEN ERROR - STATUS "
023724                 WS-NOTICE-STATUS
023726         MOVE 16 TO RETURN-CODE
023728         SET WS-RUN-FATAL TO TRUE
023730         GO TO 1000-EXIT
023732     END-IF.
023734     OPEN OUTPUT COLLECT-FILE.
023736     IF NOT WS-COLLECT-OK
023738         DISPLAY "COLLECT FILE OPEN ERROR - STATUS "
023740                 WS-COLLECT-STATUS
023742         MOVE 16 TO RETURN-CODE
023744         SET WS-RUN-FATAL TO TRUE
023746         GO TO 1000-EXIT
023748     END-IF.
023750     PERFORM 1600-START-PERIOD THRU 1600-EXIT.
023752     IF WS-RUN-FATAL
023754         GO TO 1000-EXIT
023756     END-IF.
023800     MOVE WS-ASOF-DATE   TO HDG1-ASOF.
023900     MOVE WS-CUTOFF-DATE TO HDG1-CUTOFF.
024000     MOVE HDG1-LINE TO REPORT-LINE.
024300     WRITE REPORT-LINE.
024400     MOVE SPACES TO REPORT-LINE.
024500     WRITE REPORT-LINE.
024502     MOVE WS-ASOF-DATE TO CLT-ASOF.
024504     MOVE CLT-HDG1-LINE TO COLLECT-LINE.
024506     WRITE COLLECT-LINE.
024508     MOVE CLT-HDG2-LINE TO COLLECT-LINE.
024510     WRITE COLLECT-LINE.
024512     MOVE SPACES TO COLLECT-LINE.
024514     WRITE COLLECT-LINE.
024516     IF WS-RESUMED-RUN
024518         MOVE RESUME-LINE TO REPORT-LINE
024520         WRITE REPORT-LINE
024522         MOVE SPACES TO REPORT-LINE
024524         WRITE REPORT-LINE
024526         MOVE RESUME-LINE TO COLLECT-LINE
024528         WRITE COLLECT-LINE
024530         MOVE SPACES TO COLLECT-LINE
024532         WRITE COLLECT-LINE
024534     END-IF.
024536     IF WS-REISSUE-NOTICE
024537         PERFORM 3105-FIND-BRANCH-SLOT THRU 3105-EXIT
024538         PERFORM 3300-ROUTE-NOTICE THRU 3300-EXIT
024540         IF WS-RUN-OK
024542             PERFORM 7000-COMMIT-CHECKPOINT THRU 7000-EXIT
024544         END-IF
024546     END-IF.
024548     MOVE WS-ASOF-DATE TO NTC-ASOF.
024600 1000-EXIT.
024700     EXIT.
024800
025100*  THE RUN RC 8 BEFORE ANYTHING IS FLAGGED, SO A MISKEYED DATE   *
025200*  CANNOT QUIETLY DORMANT THE WHOLE MASTER.  THE CUTOFF IS THE   *
025300*  SAME MONTH AND DAY OF THE PRIOR YEAR.                         *
025350*  THE FORCE WORD IS HELD SO IT OUTLIVES THE CARD FILE.          *
025400*****************************************************************
025500 1100-READ-ASOF-CARD.
025600     OPEN INPUT ASOF-FILE.
026400         AT END
026500             MOVE SPACES TO ASOF-RECORD
026600     END-READ.
026620     IF ASOF-FORCE-RUN
026640         SET WS-FORCE-REQUESTED TO TRUE
026660     END-IF.
026700     CLOSE ASOF-FILE.
026800     IF ASOF-DATE-N IS NOT NUMERIC
026900        OR ASOF-DATE-N = ZERO
027700     COMPUTE WS-CUTOFF-DATE = WS-ASOF-DATE - 10000.
027800 1100-EXIT.
027900     EXIT.
027901
027902*****************************************************************
027903*  1500-CHECK-RUN-STATE - LOOK THE AS-OF DATE UP ON THE JOB      *
027904*  CHECKPOINT FILE.  A SWEEP PART DONE IS RESUMED.  ONE ALREADY  *
027905*  RUN TO THE END (OR ABANDONED) IS REFUSED RC 8 UNLESS THE CARD *
027906*  CARRIES FORCE.  A DATE NOT YET ON FILE IS SWEPT FRESH, UNLESS *
027907*  AN EARLIER SWEEP IS STILL PART DONE - THAT IS REFUSED TOO,    *
027908*  AND FORCE MARKS THE EARLIER SWEEP ABANDONED.  A REFUSED RUN   *
027909*  CHANGES NOTHING ON THE FILE.                                  *
027910*****************************************************************
027911 1500-CHECK-RUN-STATE.
027912     OPEN I-O CKPT-FILE.
027913     IF NOT WS-CKPT-OK
027914         DISPLAY "CHECKPOINT FILE OPEN ERROR - STATUS "
027915                 WS-CKPT-STATUS
027916         MOVE 16 TO RETURN-CODE
027917         SET WS-RUN-FATAL TO TRUE
027918         GO TO 1500-EXIT
027919     END-IF.
027920     MOVE "DORMPROG"   TO FD-CKPT-STEP.
027921     MOVE WS-ASOF-DATE TO FD-CKPT-PERIOD.
027922     READ CKPT-FILE INTO WS-CKPT-RECORD
027923         INVALID KEY
027924             CONTINUE
027925     END-READ.
027926     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
027927         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
027928                 WS-CKPT-STATUS
027929         MOVE 16 TO RETURN-CODE
027930         SET WS-RUN-FATAL TO TRUE
027931         GO TO 1500-EXIT
027932     END-IF.
027933     IF WS-CKPT-NOT-FOUND
027934         GO TO 1500-NEW-PERIOD
027935     END-IF.
027936     SET WS-CKPT-ON-FILE TO TRUE.
027937     IF WS-CKPT-IN-PROGRESS
027938         PERFORM 1530-RESUME-PERIOD THRU 1530-EXIT
027939         GO TO 1500-EXIT
027940     END-IF.
027941     IF WS-FORCE-REQUESTED
027942         DISPLAY "FORCED RERUN OF THE SWEEP AS OF " WS-ASOF-DATE
027943         GO TO 1500-EXIT
027944     END-IF.
027945     IF WS-CKPT-ABANDONED
027946         DISPLAY "SWEEP AS OF " WS-ASOF-DATE
027947                 " WAS ABANDONED PART DONE ON " WS-CKPT-LAST-DATE
027948     ELSE
027949         DISPLAY "SWEEP AS OF " WS-ASOF-DATE
027950                 " WAS ALREADY RUN TO THE END ON "
027951                 WS-CKPT-LAST-DATE
027952     END-IF.
027953     DISPLAY "RUN REFUSED - FORCE IN DORMCARD COLS 18-22 TO "
027954             "SWEEP THE DATE AGAIN".
027955     GO TO 1500-REFUSED.
027956 1500-NEW-PERIOD.
027957     PERFORM 1510-FIND-OPEN-PERIOD THRU 1510-EXIT.
027958     IF WS-RUN-FATAL OR WS-OPEN-PERIOD = ZERO
027959         GO TO 1500-EXIT
027960     END-IF.
027961     IF WS-FORCE-REQUESTED
027962         PERFORM 1540-ABANDON-OPEN-PERIOD THRU 1540-EXIT
027963         GO TO 1500-EXIT
027964     END-IF.
027965     DISPLAY "SWEEP AS OF " WS-OPEN-PERIOD
027966             " WAS NOT RUN TO THE END - RUN REFUSED".
027967     DISPLAY "RESUBMIT WITH " WS-OPEN-PERIOD
027968             " IN DORMCARD TO FINISH IT, OR FORCE TO ABANDON IT".
027969 1500-REFUSED.
027970     SET WS-RUN-REFUSED TO TRUE.
027971     MOVE 8 TO RETURN-CODE.
027972     SET WS-RUN-FATAL TO TRUE.
027973 1500-EXIT.
027974     EXIT.
027975
027976*****************************************************************
027977*  1510-FIND-OPEN-PERIOD - BROWSE THIS STEP'S CHECKPOINT RECORDS *
027978*  FOR A SWEEP STILL IN PROGRESS.  WS-OPEN-PERIOD ZERO MEANS     *
027979*  THERE IS NONE.                                                *
027980*****************************************************************
027981 1510-FIND-OPEN-PERIOD.
027982     MOVE ZERO TO WS-OPEN-PERIOD.
027983     MOVE "DORMPROG" TO FD-CKPT-STEP.
027984     MOVE ZERO       TO FD-CKPT-PERIOD.
027985     START CKPT-FILE KEY IS NOT LESS THAN FD-CKPT-KEY
027986         INVALID KEY
027987             GO TO 1510-EXIT
027988     END-START.
027989     SET WS-BROWSE-NOT-DONE TO TRUE.
027990     PERFORM 1520-CHECK-ONE-PERIOD THRU 1520-EXIT
027991         UNTIL WS-BROWSE-DONE.
027992 1510-EXIT.
027993     EXIT.
028000
028001 1520-CHECK-ONE-PERIOD.
028002     READ CKPT-FILE NEXT RECORD
028003         AT END
028004             SET WS-BROWSE-DONE TO TRUE
028005             GO TO 1520-EXIT
028006     END-READ.
028007     IF NOT WS-CKPT-OK
028008         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
028009                 WS-CKPT-STATUS
028010         MOVE 16 TO RETURN-CODE
028011         SET WS-RUN-FATAL TO TRUE
028012         SET WS-BROWSE-DONE TO TRUE
028013         GO TO 1520-EXIT
028014     END-IF.
028015     IF FD-CKPT-STEP NOT = "DORMPROG"
028016         SET WS-BROWSE-DONE TO TRUE
028017         GO TO 1520-EXIT
028018     END-IF.
028019     IF FD-CKPT-IN-PROGRESS
028020         MOVE FD-CKPT-PERIOD TO WS-OPEN-PERIOD
028021     END-IF.
028022 1520-EXIT.
028023     EXIT.
028024
028025*****************************************************************
028026*  1530-RESUME-PERIOD - PICK UP A SWEEP PART DONE.  A FLAG LEFT  *
028027*  PENDING IS SETTLED FIRST: IF THE MASTER ALREADY SHOWS THE     *
028028*  ACCOUNT DORMANT IT IS COUNTED AS FLAGGED AND ITS NOTICE IS    *
028029*  ISSUED AGAIN ONCE THE FILES ARE OPEN, OTHERWISE IT IS SWEPT   *
028030*  AGAIN ON THIS RUN.  THE TOTALS THEN CARRY ON FROM THE         *
028031*  CHECKPOINT, AND THE RUN-CONTROL RECORD TAKES THE DATE THE     *
028032*  SWEEP WAS FIRST RUN.                                          *
028033*****************************************************************
028034 1530-RESUME-PERIOD.
028035     SET WS-RESUMED-RUN TO TRUE.
028036     IF WS-FORCE-REQUESTED
028037         DISPLAY "FORCE IGNORED - SWEEP AS OF " WS-ASOF-DATE
028038                 " IS PART DONE AND IS RESUMED"
028039     END-IF.
028040     IF WS-CKPT-PEND-INDEX NOT = SPACES
028041         PERFORM 1535-SETTLE-PENDING THRU 1535-EXIT
028042         IF WS-RUN-FATAL
028043             GO TO 1530-EXIT
028044         END-IF
028045     END-IF.
028046     MOVE WS-CKPT-RUN-DATE      TO WS-RUNC-DATE.
028047     MOVE WS-CKPT-LAST-INDEX    TO WS-LAST-READ-INDEX.
028048     MOVE WS-CKPT-RECS-READ     TO WS-RECORDS-READ.
028049     MOVE WS-CKPT-RECS-UPDATED  TO WS-FLAGGED-COUNT.
028050     MOVE WS-CKPT-RECS-EXCEPTED TO WS-NO-DATE-COUNT.
028051     MOVE WS-CKPT-COUNT-1       TO WS-NOTICE-COUNT.
028052     MOVE WS-CKPT-COUNT-2       TO WS-COLLECT-COUNT.
028053     MOVE WS-FLAGGED-COUNT      TO WS-BF-FLAGGED.
028054     MOVE WS-COLLECT-COUNT      TO WS-BF-COLLECT.
028055     IF WS-NO-DATE-COUNT > ZERO
028056         MOVE 8 TO RETURN-CODE
028057     END-IF.
028058     IF WS-LAST-READ-INDEX = SPACES
028059         DISPLAY "RESUMING THE SWEEP AS OF " WS-ASOF-DATE
028060                 " FROM THE FIRST INDEX"
028061     ELSE
028062         DISPLAY "RESUMING THE SWEEP AS OF " WS-ASOF-DATE
028063                 " AFTER INDEX " WS-LAST-READ-INDEX
028064     END-IF.
028065 1530-EXIT.
028066     EXIT.
028067
028068 1535-SETTLE-PENDING.
028069     MOVE WS-CKPT-PEND-INDEX TO FD-VSAM-INDEX.
028070     READ VSAM-FILE INTO WS-VSAM-RECORD
028071         INVALID KEY
028072             CONTINUE
028073     END-READ.
028074     IF NOT WS-VSAM-OK AND NOT WS-VSAM-NOT-FOUND
028075         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
028076                 " INDEX " WS-CKPT-PEND-INDEX
028077         MOVE 16 TO RETURN-CODE
028078         SET WS-RUN-FATAL TO TRUE
028079         GO TO 1535-EXIT
028080     END-IF.
028081     IF WS-VSAM-OK AND WS-VSAM-DORMANT
028082         DISPLAY "FLAG ON INDEX " WS-CKPT-PEND-INDEX
028083                 " WAS ON THE MASTER BEFORE THE STOP"
028084         DISPLAY "ITS NOTICE IS ISSUED AGAIN - DISCARD ANY COPY"
028085         DISPLAY "ON THE PRIOR ATTEMPT'S OUTPUT"
028086         SET WS-REISSUE-NOTICE TO TRUE
028087         MOVE WS-CKPT-PEND-INDEX TO WS-CKPT-LAST-INDEX
028088         ADD 1                     TO WS-CKPT-RECS-READ
028089         ADD 1                     TO WS-CKPT-RECS-UPDATED
028090         ADD WS-CKPT-PEND-COUNT-1  TO WS-CKPT-COUNT-1
028091         ADD WS-CKPT-PEND-COUNT-2  TO WS-CKPT-COUNT-2
028092     ELSE
028093         DISPLAY "FLAG ON INDEX " WS-CKPT-PEND-INDEX
028094                 " WAS NOT ON THE MASTER - SWEPT AGAIN"
028095     END-IF.
028096     INITIALIZE WS-CKPT-PENDING.
028097 1535-EXIT.
028098     EXIT.
028099
028100*****************************************************************
028101*  1540-ABANDON-OPEN-PERIOD - FORCE WAS GIVEN WITH AN EARLIER    *
028102*  SWEEP STILL PART DONE: MARK IT ABANDONED SO IT CAN NO LONGER  *
028103*  BE RESUMED.                                                   *
028104*****************************************************************
028105 1540-ABANDON-OPEN-PERIOD.
028106     MOVE "DORMPROG"     TO FD-CKPT-STEP.
028107     MOVE WS-OPEN-PERIOD TO FD-CKPT-PERIOD.
028108     READ CKPT-FILE
028109         INVALID KEY
028110             CONTINUE
028111     END-READ.
028112     IF WS-CKPT-OK
028113         SET FD-CKPT-ABANDONED TO TRUE
028114         REWRITE FD-CKPT-RECORD
028115             INVALID KEY
028116                 CONTINUE
028117         END-REWRITE
028118     END-IF.
028119     IF NOT WS-CKPT-OK
028120         DISPLAY "CHECKPOINT FILE UPDATE ERROR - STATUS "
028121                 WS-CKPT-STATUS " PERIOD " WS-OPEN-PERIOD
028122         MOVE 16 TO RETURN-CODE
028123         SET WS-RUN-FATAL TO TRUE
028124         GO TO 1540-EXIT
028125     END-IF.
028126     DISPLAY "SWEEP AS OF " WS-OPEN-PERIOD
028127             " ABANDONED PART DONE BY FORCE".
028128 1540-EXIT.
028129     EXIT.
028130
028131*****************************************************************
028132*  1600-START-PERIOD - RECORD THE SWEEP AS IN PROGRESS BEFORE    *
028133*  ANYTHING IS FLAGGED AND POSITION THE MASTER BROWSE: AT THE    *
028134*  FIRST INDEX ON A FRESH RUN, JUST PAST THE LAST COMMITTED      *
028135*  INDEX ON A RESUMED ONE.                                       *
028136*****************************************************************
028137 1600-START-PERIOD.
028138     IF WS-RESUMED-RUN
028139         ADD 1 TO WS-CKPT-ATTEMPTS
028140         MOVE WS-LAST-READ-INDEX TO RSM-INDEX
028141         IF RSM-INDEX = SPACES
028142             MOVE "NONE" TO RSM-INDEX
028143         END-IF
028144     ELSE
028145         MOVE SPACES       TO WS-CKPT-RECORD
028146         MOVE "DORMPROG"   TO WS-CKPT-STEP
028147         MOVE WS-ASOF-DATE TO WS-CKPT-PERIOD
028148         MOVE WS-RUNC-DATE TO WS-CKPT-RUN-DATE
028149         MOVE 1            TO WS-CKPT-ATTEMPTS
028150         MOVE "N"          TO WS-CKPT-FORCED
028151         IF WS-FORCE-REQUESTED
028152             SET WS-CKPT-FORCED-RUN TO TRUE
028153         END-IF
028154     END-IF.
028155     SET WS-CKPT-IN-PROGRESS TO TRUE.
028156     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
028157     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
028158     IF WS-RUN-FATAL
028159         GO TO 1600-EXIT
028160     END-IF.
028161     IF WS-LAST-READ-INDEX = SPACES
028162         MOVE LOW-VALUES TO FD-VSAM-INDEX
028163         START VSAM-FILE KEY IS NOT LESS THAN FD-VSAM-INDEX
028164             INVALID KEY
028165                 SET WS-SCAN-EOF TO TRUE
028166         END-START
028167     ELSE
028168         MOVE WS-LAST-READ-INDEX TO FD-VSAM-INDEX
028169         START VSAM-FILE KEY IS GREATER THAN FD-VSAM-INDEX
028170             INVALID KEY
028171                 SET WS-SCAN-EOF TO TRUE
028172         END-START
028173     END-IF.
028174     IF NOT WS-VSAM-OK AND NOT WS-SCAN-EOF
028175         DISPLAY "VSAM FILE START ERROR - STATUS " WS-FILE-STATUS
028176         MOVE 16 TO RETURN-CODE
028177         SET WS-RUN-FATAL TO TRUE
028178     END-IF.
028179 1600-EXIT.
028180     EXIT.
028181
028182*****************************************************************
028200*  2000-SWEEP-ONE-RECORD - FETCH THE NEXT MASTER RECORD (SAME    *
028300*  READ NEXT BROWSE TECHNIQUE AS MAINPROG'S MASTER SCAN) AND     *
028400*  FLAG IT DORMANT IF ITS LAST ACTIVITY PREDATES THE CUTOFF.     *
028500*  ONLY STATUS "A" RECORDS ARE SWEPT - DELETED RECORDS ARE NOT   *
028600*  CUSTOMERS AND ALREADY-DORMANT ONES ARE ALREADY FLAGGED.       *
028620*  PROGRESS IS COMMITTED TO THE CHECKPOINT EVERY 1000 RECORDS   *
028640*  AND AFTER EVERY FLAG, WHICH IS MARKED PENDING FIRST.          *
028700*****************************************************************
028800 2000-SWEEP-ONE-RECORD.
028810     IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-INTERVAL
028820         PERFORM 7000-COMMIT-CHECKPOINT THRU 7000-EXIT
028830         IF WS-RUN-FATAL
028840             GO TO 2000-EXIT
028850         END-IF
028860     END-IF.
028900     READ VSAM-FILE NEXT RECORD INTO WS-VSAM-RECORD
029000         AT END
029100             SET WS-SCAN-EOF TO TRUE
029800         GO TO 2000-EXIT
029900     END-IF.
030000     ADD 1 TO WS-RECORDS-READ.
030020     ADD 1 TO WS-SINCE-CHECKPOINT.
030040     MOVE WS-LAST-READ-INDEX TO WS-PREV-READ-INDEX.
030060     MOVE WS-VSAM-INDEX      TO WS-LAST-READ-INDEX.
030100     IF NOT WS-VSAM-ACTIVE
030200         GO TO 2000-EXIT
030300     END-IF.
031500     IF WS-VSAM-LAST-ACT NOT < WS-CUTOFF-DATE
031600         GO TO 2000-EXIT
031700     END-IF.
031720     PERFORM 7100-MARK-PENDING THRU 7100-EXIT.
031740     IF WS-RUN-FATAL
031760         GO TO 2000-EXIT
031780     END-IF.
031800     PERFORM 3000-FLAG-DORMANT THRU 3000-EXIT.
031820     IF WS-RUN-OK
031840         PERFORM 7000-COMMIT-CHECKPOINT THRU 7000-EXIT
031860     END-IF.
031900 2000-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300*  3000-FLAG-DORMANT - SET STATUS "M", REWRITE, LOG THE AUDIT    *
032400*  IMAGE, LIST THE ACCOUNT FOR THE ESCHEATMENT WORKFLOW, AND     *
032450*  SEND THE CUSTOMER'S NOTICE TO THE MAIL RUN OR THE BRANCH.     *
032500*****************************************************************
032600 3000-FLAG-DORMANT.
032700     MOVE WS-VSAM-RECORD TO AUD-OLD-IMAGE.
035200     MOVE WS-VSAM-LAST-ACT TO DTL-LAST-ACT.
035300     MOVE "FLAGGED DORMANT" TO DTL-NOTE.
035400     PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT.
035450     PERFORM 3300-ROUTE-NOTICE THRU 3300-EXIT.
035500 3000-EXIT.
035600     EXIT.
035700
035800 3100-ADD-BRANCH-COUNT.
035900     PERFORM 3105-FIND-BRANCH-SLOT THRU 3105-EXIT.
036300     ADD 1 TO WS-BRC-COUNT (WS-BRCH-SLOT).
036400 3100-EXIT.
036500     EXIT.
036600
036605*****************************************************************
036610*  3105-FIND-BRANCH-SLOT - WS-BRCH-SLOT IS THE ACCOUNT'S BRANCH  *
036615*  ON BRCHTAB, OR THE EXTRA BUCKET WHEN IT IS NOT ON IT.         *
036620*****************************************************************
036625 3105-FIND-BRANCH-SLOT.
036630     COMPUTE WS-BRCH-SLOT = WS-BRCH-COUNT + 1.
036635     PERFORM 3110-MATCH-ONE-BRANCH THRU 3110-EXIT
036640         VARYING WS-BRCH-IDX FROM 1 BY 1
036645         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
036650 3105-EXIT.
036655     EXIT.
036660
036700 3110-MATCH-ONE-BRANCH.
036800     IF WS-BRCH-CODE (WS-BRCH-IDX) = WS-VSAM-BRANCH
036900         MOVE WS-BRCH-IDX TO WS-BRCH-SLOT
038400 3200-EXIT.
038500     EXIT.
038600
038610*****************************************************************
038620*  3300-ROUTE-NOTICE - LOOK THE CUSTOMER UP ON THE CONTACT FILE. *
038630*  AN ADDRESS LINE AND POSTCODE ON FILE, NOT FLAGGED DO-NOT-     *
038640*  MAIL, SENDS THE NOTICE TO THE MAIL RUN; ANYTHING ELSE LISTS   *
038650*  IT FOR THE BRANCH TO HAND OVER.                               *
038700*****************************************************************
038701 3300-ROUTE-NOTICE.
038702     MOVE WS-VSAM-INDEX TO FD-CONT-INDEX.
038703     READ CONTACT-FILE INTO WS-CONT-RECORD
038704         INVALID KEY
038705             CONTINUE
038706     END-READ.
038707     IF NOT WS-CONTACT-OK
038708         IF WS-CONTACT-NOTFND
038709             MOVE "NO ADDRESS ON FILE" TO CLT-REASON
038710             PERFORM 3500-WRITE-COLLECT THRU 3500-EXIT
038711         ELSE
038712             DISPLAY "CONTACT FILE READ ERROR - STATUS "
038713                     WS-CONTACT-STATUS " INDEX " WS-VSAM-INDEX
038714             MOVE 16 TO RETURN-CODE
038715             SET WS-RUN-FATAL TO TRUE
038716         END-IF
038717         GO TO 3300-EXIT
038718     END-IF.
038719     IF WS-CONT-DO-NOT-MAIL
038720         MOVE "DO NOT MAIL" TO CLT-REASON
038721         PERFORM 3500-WRITE-COLLECT THRU 3500-EXIT
038722         GO TO 3300-EXIT
038723     END-IF.
038724     IF WS-CONT-ADDR-LINE-1 = SPACES
038725        OR WS-CONT-POSTCODE = SPACES
038726         MOVE "NO ADDRESS ON FILE" TO CLT-REASON
038727         PERFORM 3500-WRITE-COLLECT THRU 3500-EXIT
038728         GO TO 3300-EXIT
038729     END-IF.
038730     PERFORM 3400-WRITE-NOTICE THRU 3400-EXIT.
038731 3300-EXIT.
038732     EXIT.
038733
038734*****************************************************************
038735*  3400-WRITE-NOTICE - ONE ADDRESSED NOTICE: TITLE, NAME AND     *
038736*  ADDRESS BLOCK, THE DORMANCY TEXT NAMING THE ACCOUNT'S BRANCH  *
038737*  (SLOT FOUND BY 3100), AND A SEPARATING LINE.                  *
038738*****************************************************************
038739 3400-WRITE-NOTICE.
038740     MOVE NTC-TITLE-LINE TO NOTICE-LINE.
038741     WRITE NOTICE-LINE.
038742     MOVE SPACES TO NOTICE-LINE.
038743     WRITE NOTICE-LINE.
038744     MOVE WS-VSAM-NAME    TO NTC-NAME.
038745     MOVE WS-VSAM-SURNAME TO NTC-SURNAME.
038746     MOVE NTC-NAME-LINE TO NOTICE-LINE.
038747     WRITE NOTICE-LINE.
038748     MOVE WS-CONT-ADDR-LINE-1 TO NTC-TEXT.
038749     MOVE NTC-ADDR-LINE TO NOTICE-LINE.
038750     WRITE NOTICE-LINE.
038751     IF WS-CONT-ADDR-LINE-2 NOT = SPACES
038752         MOVE WS-CONT-ADDR-LINE-2 TO NTC-TEXT
038753         MOVE NTC-ADDR-LINE TO NOTICE-LINE
038754         WRITE NOTICE-LINE
038755     END-IF.
038756     MOVE SPACES TO NTC-TEXT.
038757     MOVE WS-CONT-POSTCODE TO NTC-POSTCODE.
038758     MOVE WS-CONT-CITY     TO NTC-CITY.
038759     MOVE NTC-ADDR-LINE TO NOTICE-LINE.
038760     WRITE NOTICE-LINE.
038761     MOVE SPACES TO NOTICE-LINE.
038762     WRITE NOTICE-LINE.
038763     MOVE WS-VSAM-INDEX    TO NTC-INDEX.
038764     MOVE WS-VSAM-LAST-ACT TO NTC-LAST-ACT.
038765     MOVE NTC-BODY1-LINE TO NOTICE-LINE.
038766     WRITE NOTICE-LINE.
038767     MOVE NTC-BODY2-LINE TO NOTICE-LINE.
038768     WRITE NOTICE-LINE.
038769     IF WS-BRCH-SLOT > WS-BRCH-COUNT
038770         MOVE WS-VSAM-BRANCH TO NTC-BRANCH-NAME
038771     ELSE
038772         MOVE WS-BRCH-NAME (WS-BRCH-SLOT) TO NTC-BRANCH-NAME
038773     END-IF.
038774     MOVE NTC-BODY3-LINE TO NOTICE-LINE.
038775     WRITE NOTICE-LINE.
038776     MOVE ALL "-" TO NOTICE-LINE.
038777     WRITE NOTICE-LINE.
038778     ADD 1 TO WS-NOTICE-COUNT.
038779 3400-EXIT.
038780     EXIT.
038781
038782*****************************************************************
038783*  3500-WRITE-COLLECT - LIST THE NOTICE FOR BRANCH COLLECTION    *
038784*  (REASON ALREADY SET) AND COUNT IT AGAINST THE BRANCH SLOT.    *
038785*****************************************************************
038786 3500-WRITE-COLLECT.
038787     MOVE WS-VSAM-INDEX   TO CLT-INDEX.
038788     MOVE WS-VSAM-BRANCH  TO CLT-BRANCH.
038789     MOVE WS-VSAM-NAME    TO CLT-NAME.
038790     MOVE WS-VSAM-SURNAME TO CLT-SURNAME.
038791     MOVE CLT-DETAIL-LINE TO COLLECT-LINE.
038792     WRITE COLLECT-LINE.
038793     ADD 1 TO WS-COLLECT-COUNT.
038794     ADD 1 TO WS-BRC-COLLECT (WS-BRCH-SLOT).
038795 3500-EXIT.
038796     EXIT.
038797
038798*****************************************************************
038800*  4000-WRITE-BRANCH-COUNTS - ACCOUNTS FLAGGED PER BRANCH FOR    *
038900*  THE ESCHEATMENT WORKLOAD, THEN THE OVERALL COUNT.             *
038920*  A RESUMED RUN ADDS A BROUGHT-FORWARD LINE FOR THE EARLIER     *
038940*  ATTEMPTS, SO THE OVERALL COUNT IS THE WHOLE SWEEP'S.          *
039000*****************************************************************
039100 4000-WRITE-BRANCH-COUNTS.
039200     MOVE SPACES TO REPORT-LINE.
040100         MOVE BRCH-COUNT-LINE TO REPORT-LINE
040200         WRITE REPORT-LINE
040300     END-IF.
040310     IF WS-RESUMED-RUN AND WS-BF-FLAGGED > ZERO
040320         MOVE "**" TO BCNT-BRANCH
040330         MOVE "BROUGHT FORWARD" TO BCNT-NAME
040340         MOVE WS-BF-FLAGGED TO BCNT-COUNT
040350         MOVE BRCH-COUNT-LINE TO REPORT-LINE
040360         WRITE REPORT-LINE
040370     END-IF.
040400     MOVE SPACES TO REPORT-LINE.
040500     WRITE REPORT-LINE.
040600     MOVE WS-FLAGGED-COUNT TO CNT-FLAGGED.
040700     MOVE COUNT-LINE TO REPORT-LINE.
040800     WRITE REPORT-LINE.
040850     PERFORM 4200-WRITE-COLLECT-COUNTS THRU 4200-EXIT.
040900 4000-EXIT.
041000     EXIT.
041100
042200     EXIT.
042300
042400*****************************************************************
042402*  4200-WRITE-COLLECT-COUNTS - CLOSE THE BRANCH-COLLECT LISTING  *
042404*  WITH THE NOTICES EACH BRANCH HAS TO HAND OVER, THEN THE       *
042406*  OVERALL COUNT, BROUGHT FORWARD AS IN 4000 ON A RESUMED RUN.  *
042408*****************************************************************
042410 4200-WRITE-COLLECT-COUNTS.
042412     MOVE SPACES TO COLLECT-LINE.
042414     WRITE COLLECT-LINE.
042416     PERFORM 4300-WRITE-ONE-COLLECT THRU 4300-EXIT
042418         VARYING WS-BRCH-IDX FROM 1 BY 1
042420         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
042422     IF WS-BRC-COLLECT (WS-BRCH-COUNT + 1) > ZERO
042424         MOVE "??" TO BCNT-BRANCH
042426         MOVE "BRANCH NOT ON TABLE" TO BCNT-NAME
042428         MOVE WS-BRC-COLLECT (WS-BRCH-COUNT + 1) TO BCNT-COUNT
042430         MOVE BRCH-COUNT-LINE TO COLLECT-LINE
042432         WRITE COLLECT-LINE
042434     END-IF.
042436     IF WS-RESUMED-RUN AND WS-BF-COLLECT > ZERO
042438         MOVE "**" TO BCNT-BRANCH
042440         MOVE "BROUGHT FORWARD" TO BCNT-NAME
042442         MOVE WS-BF-COLLECT TO BCNT-COUNT
042444         MOVE BRCH-COUNT-LINE TO COLLECT-LINE
042446         WRITE COLLECT-LINE
042448     END-IF.
042450     MOVE SPACES TO COLLECT-LINE.
042452     WRITE COLLECT-LINE.
042454     MOVE WS-COLLECT-COUNT TO CLT-COUNT.
042456     MOVE CLT-COUNT-LINE TO COLLECT-LINE.
042458     WRITE COLLECT-LINE.
042460 4200-EXIT.
042462     EXIT.
042464
042466 4300-WRITE-ONE-COLLECT.
042468     IF WS-BRC-COLLECT (WS-BRCH-IDX) = ZERO
042470         GO TO 4300-EXIT
042472     END-IF.
042474     MOVE WS-BRCH-CODE (WS-BRCH-IDX) TO BCNT-BRANCH.
042476     MOVE WS-BRCH-NAME (WS-BRCH-IDX) TO BCNT-NAME.
042478     MOVE WS-BRC-COLLECT (WS-BRCH-IDX) TO BCNT-COUNT.
042480     MOVE BRCH-COUNT-LINE TO COLLECT-LINE.
042482     WRITE COLLECT-LINE.
042484 4300-EXIT.
042486     EXIT.
042488
042490*****************************************************************
042500*  5000-PRINT-SUMMARY - CONTROL TOTALS FOR THE SWEEP.            *
042600*****************************************************************
042700 5000-PRINT-SUMMARY.
042800     DISPLAY "===== DORMANT ACCOUNT SWEEP SUMMARY =====".
042805     DISPLAY "AS-OF DATE  . . . . . . . . : " WS-ASOF-DATE.
042810     IF WS-RUN-REFUSED
042815         DISPLAY "RUN REFUSED - NOTHING FLAGGED"
042820     END-IF.
042825     IF WS-RESUMED-RUN
042830         DISPLAY "RUN RESUMED - ATTEMPT . . . : " WS-CKPT-ATTEMPTS
042835         DISPLAY "TOTALS BELOW ARE FOR THE WHOLE SWEEP"
042840     END-IF.
042845     IF WS-CKPT-FORCED-RUN AND NOT WS-RUN-REFUSED
042850         DISPLAY "FORCED RERUN OF THE SWEEP"
042855     END-IF.
042900     DISPLAY "RECORDS READ  . . . . . . . : " WS-RECORDS-READ.
043000     DISPLAY "ACCOUNTS FLAGGED DORMANT  . : " WS-FLAGGED-COUNT.
043100     DISPLAY "ACCOUNTS WITH NO DATE . . . : " WS-NO-DATE-COUNT.
043120     DISPLAY "NOTICES FOR THE MAIL RUN  . : " WS-NOTICE-COUNT.
043140     DISPLAY "NOTICES FOR BRANCH COLLECT  : " WS-COLLECT-COUNT.
043200 5000-EXIT.
043201     EXIT.
043202
043203*****************************************************************
043204*  7000-COMMIT-CHECKPOINT - RECORD EVERYTHING UP TO AND          *
043205*  INCLUDING THE LAST RECORD READ AS DONE.                       *
043206*****************************************************************
043207 7000-COMMIT-CHECKPOINT.
043208     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
043209     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
043210     MOVE ZERO TO WS-SINCE-CHECKPOINT.
043211 7000-EXIT.
043212     EXIT.
043213
043214 7050-SET-CKPT-TOTALS.
043215     MOVE WS-LAST-READ-INDEX TO WS-CKPT-LAST-INDEX.
043216     MOVE WS-RECORDS-READ    TO WS-CKPT-RECS-READ.
043217     MOVE WS-FLAGGED-COUNT   TO WS-CKPT-RECS-UPDATED.
043218     MOVE WS-NO-DATE-COUNT   TO WS-CKPT-RECS-EXCEPTED.
043219     MOVE WS-NOTICE-COUNT    TO WS-CKPT-COUNT-1.
043220     MOVE WS-COLLECT-COUNT   TO WS-CKPT-COUNT-2.
043221     MOVE ZERO               TO WS-CKPT-AMOUNT-1.
043222     MOVE ZERO               TO WS-CKPT-AMOUNT-2.
043223     MOVE ZERO               TO WS-CKPT-AMOUNT-3.
043224     INITIALIZE WS-CKPT-PENDING.
043225     ACCEPT WS-CKPT-LAST-DATE FROM DATE YYYYMMDD.
043226     ACCEPT WS-CKPT-LAST-TIME FROM TIME.
043227 7050-EXIT.
043228     EXIT.
043229
043230 7060-WRITE-CKPT-RECORD.
043231     IF WS-CKPT-ON-FILE
043232         REWRITE FD-CKPT-RECORD FROM WS-CKPT-RECORD
043233             INVALID KEY
043234                 CONTINUE
043235         END-REWRITE
043236     ELSE
043237         WRITE FD-CKPT-RECORD FROM WS-CKPT-RECORD
043238             INVALID KEY
043239                 CONTINUE
043240         END-WRITE
043241         SET WS-CKPT-ON-FILE TO TRUE
043242     END-IF.
043243     IF NOT WS-CKPT-OK
043244         DISPLAY "CHECKPOINT FILE WRITE ERROR - STATUS "
043245                 WS-CKPT-STATUS " INDEX " WS-CKPT-LAST-INDEX
043246         MOVE 16 TO RETURN-CODE
043247         SET WS-RUN-FATAL TO TRUE
043248     END-IF.
043249 7060-EXIT.
043250     EXIT.
043251
043252*****************************************************************
043253*  7100-MARK-PENDING - JUST BEFORE A FLAG IS SET, COMMIT         *
043254*  EVERYTHING BEFORE THIS RECORD AND RECORD THE FLAG ITSELF AS   *
043255*  PENDING.  WHERE ITS NOTICE WILL GO IS NOT YET KNOWN, SO THE   *
043256*  PENDING NOTICE COUNTS STAY ZERO.                              *
043257*****************************************************************
043258 7100-MARK-PENDING.
043259     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
043260     SUBTRACT 1 FROM WS-CKPT-RECS-READ.
043261     MOVE WS-PREV-READ-INDEX TO WS-CKPT-LAST-INDEX.
043262     MOVE WS-VSAM-INDEX      TO WS-CKPT-PEND-INDEX.
043263     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
043264 7100-EXIT.
043265     EXIT.
043266
043267*****************************************************************
043268*  7200-COMPLETE-PERIOD - THE BROWSE REACHED THE END OF THE      *
043269*  MASTER: RECORD THE SWEEP AS COMPLETE WITH ITS FINAL TOTALS,   *
043270*  SO A RERUN IS REFUSED.                                        *
043271*****************************************************************
043272 7200-COMPLETE-PERIOD.
043273     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
043274     SET WS-CKPT-COMPLETE TO TRUE.
043275     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
043276 7200-EXIT.
043300     EXIT.
043400
043410*****************************************************************
043450
043500 9000-TERMINATE.
043600     CLOSE VSAM-FILE.
043620     IF NOT WS-AUDIT-OPENED
043640         OPEN OUTPUT AUDIT-FILE
043660     END-IF.
043700     CLOSE AUDIT-FILE.
043800     CLOSE REPORT-FILE.
043820     CLOSE CONTACT-FILE.
043840     CLOSE NOTICE-FILE.
043860     CLOSE COLLECT-FILE.
043880     CLOSE CKPT-FILE.
043900 9000-EXIT.
044000     EXIT.
