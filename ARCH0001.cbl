001070*  2026-09-02  RSK       MASTER RECORD IS NOW 62 BYTES (LAST-   *
001080*                        ACTIVITY DATE) - ARCHIVE RECORDS ARE   *
001090*                        68 BYTES.                              *
001091*  2026-10-13  RSK       THE ARCHIVE SWEEP CHECKPOINTS ITS      *
001092*                        PROGRESS AND SWEEP DATE ON THE JOB     *
001093*                        CHECKPOINT FILE (CKPTFILE): A RERUN    *
001094*                        RESUMES AFTER THE LAST COMMITTED       *
001095*                        INDEX, AND A SWEEP ALREADY COMPLETED   *
001096*                        IS REFUSED UNLESS THE CARD CARRIES     *
001097*                        FORCE.  THE CARD MAY NAME THE SWEEP    *
001098*                        DATE (ARCHIVE YYYYMMDD).               *
001099*  2026-10-15  RSK       ARCHFILE WRITTEN EMPTY IF NOT OPENED.  *
001100*****************************************************************
001200*
001300*  ARCHPROG KEEPS THE CUSTOMER MASTER FROM GROWING WITHOUT
002100*                  THE FREED INDEX NUMBERS CAN THEN BE REUSED
002200*                  BY NEW ADDS.
002300*
002320*                  THE CARD MAY CARRY THE SWEEP DATE (ARCHIVE
002340*                  YYYYMMDD); LEFT BLANK IT IS TODAY, OR THE DATE
002360*                  OF A SWEEP STILL PART DONE.
002380*
002400*    RESTORE NNNNNNNN                                          *
002410*                  READ THE ARCHIVE DATASET, FIND THAT INDEX,
002500*                  AND WRITE IT BACK TO THE KSDS AS AN ACTIVE
003200*  FUNCTION THE RECONCILIATION SNAPSHOT MUST BE REFRESHED (SEE
003300*  ARCHPROG.JCL) SO RECNPROG DOES NOT REPORT THE ARCHIVED OR
003400*  RESTORED RECORDS AS DIFFERENCES.
003405*
003410*  THE ARCHIVE SWEEP'S PROGRESS IS KEPT ON THE JOB CHECKPOINT
003415*  FILE (CKPTFILE, SEE CKPTREC) UNDER THE SWEEP DATE: COMMITTED
003420*  EVERY 1000 RECORDS AND AFTER EVERY RECORD ARCHIVED, WITH THE
003425*  RECORD ABOUT TO BE PURGED RECORDED AS PENDING FIRST.  A SWEEP
003430*  THAT STOPS PART WAY IS SIMPLY RESUBMITTED: IT RESUMES AFTER
003435*  THE LAST COMMITTED INDEX, COUNTING A PENDING RECORD ALREADY
003440*  GONE FROM THE MASTER AS ARCHIVED AND SWEEPING ONE STILL THERE
003445*  AGAIN, AND THE MANIFEST TOTALS ARE THE WHOLE SWEEP'S.  A SWEEP
003450*  DATE ALREADY RUN TO THE END IS REFUSED RC 8, AS IS A NEW SWEEP
003455*  DATE WHILE AN EARLIER SWEEP IS STILL PART DONE; FORCE IN COLS
003460*  18-22 OF THE CARD OVERRIDES EITHER (THE PART-DONE SWEEP IS
003465*  THEN MARKED ABANDONED).  FORCE NEVER OVERRIDES A RESUME.  A
003470*  RESTORE IS NOT CHECKPOINTED.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.
005600
005610     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS FD-CKPT-KEY
005650         FILE STATUS IS WS-CKPT-STATUS.
005660
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  VSAM-FILE
007400
007500*****************************************************************
007600*  FUNCTION CARD - "ARCHIVE" OR "RESTORE NNNNNNNN".              *
007620*  "ARCHIVE YYYYMMDD" NAMES THE SWEEP DATE; FORCE IN COLS 18-22  *
007640*  RERUNS A SWEEP ALREADY COMPLETED.                             *
007700*****************************************************************
007800 FD  FUNCTION-FILE
007900     RECORD CONTAINS 80 CHARACTERS
009500     LABEL RECORDS ARE STANDARD.
009600 01  REPORT-LINE                PIC X(80).
009700
009710*****************************************************************
009720*  JOB CHECKPOINT FILE - ONE RECORD PER STEP AND PERIOD (SEE     *
009730*  CKPTREC).  SHARED WITH INTRPROG AND DORMPROG.                 *
009740*****************************************************************
009750 FD  CKPT-FILE
009760     RECORD CONTAINS 200 CHARACTERS
009770     LABEL RECORDS ARE STANDARD.
009780     COPY CKPTREC REPLACING ==:PFX:== BY ==FD-==.
009790
009800 WORKING-STORAGE SECTION.
009900*****************************************************************
010000*  FUNCTION CARD WORKING COPY - HELD HERE SO IT STAYS USABLE     *
010160     05  WS-FUNC-INDEX          PIC X(08).
010170     05  WS-FUNC-INDEX-N REDEFINES WS-FUNC-INDEX
010180                                PIC 9(08).
010181     05  WS-FUNC-SWEEP-DATE REDEFINES WS-FUNC-INDEX
010182                                PIC 9(08).
010183     05  FILLER                 PIC X(01).
010184     05  WS-FUNC-FORCE          PIC X(05).
010185         88  FUNC-FORCE-RUN         VALUE "FORCE".
010190     05  FILLER                 PIC X(58).
010195
010196*****************************************************************
010197*  CUSTOMER MASTER WORKING COPY (SAME LAYOUT AS THE FD RECORD)   *
010800 01  WS-RUN-DATE                PIC 9(06).
010900 01  WS-ARCHIVED-COUNT          PIC 9(06) COMP VALUE ZERO.
011000 01  WS-ARCHIVED-BALANCE        PIC S9(12)V99 COMP-3 VALUE ZERO.
011010 01  WS-TODAY                   PIC 9(08) VALUE ZERO.
011020 01  WS-SWEEP-DATE              PIC 9(08) VALUE ZERO.
011030 01  WS-SWEEP-DATE-PARTS REDEFINES WS-SWEEP-DATE.
011040     05  WS-SWEEP-CENTURY       PIC 9(02).
011050     05  WS-SWEEP-YYMMDD        PIC 9(06).
011060 01  WS-SWEEP-DATE-SWITCH       PIC X(01) VALUE "N".
011070     88  WS-SWEEP-DATE-DEFAULTED    VALUE "Y".
011100
011200 01  WS-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
011300     88  WS-ARCH-EOF                VALUE "Y".
012900
013000 01  WS-ARCH-STATUS             PIC X(02).
013100     88  WS-ARCH-OK                 VALUE "00".
013130 01  WS-ARCH-OPEN-SWITCH        PIC X(01) VALUE "N".
013160     88  WS-ARCH-OPENED             VALUE "Y".
013200
013300 01  WS-FUNC-STATUS             PIC X(02).
013400     88  WS-FUNC-OK                 VALUE "00".
013500
013600 01  WS-REPORT-STATUS           PIC X(02).
013700     88  WS-REPORT-OK               VALUE "00".
013702
013704 01  WS-CKPT-STATUS             PIC X(02).
013706     88  WS-CKPT-OK                 VALUE "00".
013708     88  WS-CKPT-NOT-FOUND          VALUE "23".
013710
013712*****************************************************************
013714*  JOB CHECKPOINT - THE ARCHIVE SWEEP'S RECORD AS THIS RUN KEEPS *
013716*  IT.  A SWEEP IS FRESH, RESUMED (IT WAS PART DONE) OR REFUSED. *
013718*  WS-OPEN-PERIOD IS AN EARLIER SWEEP DATE FOUND STILL PART      *
013720*  DONE; THE BROUGHT-FORWARD FIELDS ARE WHAT EARLIER ATTEMPTS    *
013722*  ARCHIVED, SHOWN ON THEIR OWN MANIFEST LINE.                   *
013724*****************************************************************
013726 COPY CKPTREC REPLACING ==:PFX:== BY ==WS-==.
013728
013730 01  WS-START-SWITCH            PIC X(01) VALUE "F".
013732     88  WS-FRESH-RUN               VALUE "F".
013734     88  WS-RESUMED-RUN             VALUE "R".
013736     88  WS-RUN-REFUSED             VALUE "X".
013738 01  WS-FORCE-SWITCH            PIC X(01) VALUE "N".
013740     88  WS-FORCE-REQUESTED         VALUE "Y".
013742 01  WS-CKPT-FOUND-SWITCH       PIC X(01) VALUE "N".
013744     88  WS-CKPT-ON-FILE            VALUE "Y".
013746 01  WS-BROWSE-SWITCH           PIC X(01) VALUE "N".
013748     88  WS-BROWSE-DONE             VALUE "Y".
013750     88  WS-BROWSE-NOT-DONE         VALUE "N".
013752 01  WS-OPEN-PERIOD             PIC 9(08) VALUE ZERO.
013754 01  WS-LAST-READ-INDEX         PIC X(08) VALUE SPACES.
013756 01  WS-PREV-READ-INDEX         PIC X(08) VALUE SPACES.
013758 01  WS-SINCE-CHECKPOINT        PIC 9(04) COMP VALUE ZERO.
013760 01  WS-CHECKPOINT-INTERVAL     PIC 9(04) COMP VALUE 1000.
013762 01  WS-BF-ARCHIVED             PIC 9(06) COMP VALUE ZERO.
013764 01  WS-BF-BALANCE              PIC S9(12)V99 COMP-3 VALUE ZERO.
013766
013768*****************************************************************
013770*  CALENDAR SUBROUTINE PARAMETERS (SEE DATEPARM) - VALIDATES THE *
013772*  SWEEP DATE ON THE CARD.                                       *
013774*****************************************************************
013776 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
013800
013900*****************************************************************
014000*  MANIFEST LINES                                                *
016900                                 VALUE "BALANCE ARCHIVED . . ".
017000     05  TOT-BALANCE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
017100     05  FILLER                 PIC X(39) VALUE SPACES.
017105
017110 01  BFWD-LINE.
017115     05  FILLER                 PIC X(21)
017120                                 VALUE "BROUGHT FORWARD  . . ".
017125     05  BFWD-COUNT             PIC ZZZ,ZZ9.
017130     05  FILLER                 PIC X(02) VALUE SPACES.
017135     05  BFWD-BALANCE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
017140     05  FILLER                 PIC X(31) VALUE SPACES.
017145
017150 01  RESUME-LINE.
017155     05  FILLER                 PIC X(25)
017160             VALUE " *** RESUMED AFTER INDEX ".
017165     05  RSM-INDEX              PIC X(08).
017170     05  FILLER                 PIC X(47)
017175             VALUE " - EARLIER RECORDS ON THE PRIOR MANIFEST".
017200
017300 PROCEDURE DIVISION.
017400*****************************************************************
020840         SET WS-RUN-FATAL TO TRUE
020850         GO TO 1000-EXIT
020860     END-IF.
020862     IF FUNC-FORCE-RUN
020864         SET WS-FORCE-REQUESTED TO TRUE
020866     END-IF.
020868     IF FUNC-ARCHIVE
020870         PERFORM 1100-SET-SWEEP-DATE THRU 1100-EXIT
020872         IF WS-RUN-FATAL
020874             GO TO 1000-EXIT
020876         END-IF
020878     END-IF.
020900     OPEN I-O VSAM-FILE.
021000     IF NOT WS-VSAM-OK
021100         DISPLAY "VSAM FILE OPEN ERROR - STATUS " WS-FILE-STATUS
021200         MOVE 16 TO RETURN-CODE
021300         SET WS-RUN-FATAL TO TRUE
021350         GO TO 1000-EXIT
021355     END-IF.
021360     IF FUNC-ARCHIVE
021365         PERFORM 1500-CHECK-RUN-STATE THRU 1500-EXIT
021370         IF WS-RUN-FATAL
021375             GO TO 1000-EXIT
021380         END-IF
021385         MOVE WS-SWEEP-YYMMDD TO WS-RUN-DATE
021400     END-IF.
021500     IF FUNC-ARCHIVE
021600         OPEN OUTPUT ARCHIVE-FILE
022300         MOVE 16 TO RETURN-CODE
022400         SET WS-RUN-FATAL TO TRUE
022500     END-IF.
022520     IF WS-ARCH-OK
022540         SET WS-ARCH-OPENED TO TRUE
022560     END-IF.
022600     OPEN OUTPUT REPORT-FILE.
022700     IF NOT WS-REPORT-OK
022800         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
023000         MOVE 16 TO RETURN-CODE
023100         SET WS-RUN-FATAL TO TRUE
023200     END-IF.
023220     IF WS-RUN-OK AND FUNC-ARCHIVE
023240         PERFORM 1600-START-PERIOD THRU 1600-EXIT
023260     END-IF.
023300     IF WS-RUN-OK
023400         IF FUNC-ARCHIVE
023500             MOVE "CUSTOMER ARCHIVE MANIFEST" TO HDG1-TITLE
024200         MOVE SPACES TO REPORT-LINE
024300         WRITE REPORT-LINE
024400     END-IF.
024401     IF WS-RUN-OK AND WS-RESUMED-RUN
024402         MOVE RESUME-LINE TO REPORT-LINE
024403         WRITE REPORT-LINE
024404         MOVE SPACES TO REPORT-LINE
024405         WRITE REPORT-LINE
024406     END-IF.
024407 1000-EXIT.
024408     EXIT.
024409
024410*****************************************************************
024411*  1100-SET-SWEEP-DATE - THE SWEEP DATE IS THE ONE ON THE CARD,  *
024412*  WHICH MUST BE A REAL DATE NOT AFTER TODAY.  LEFT BLANK IT IS  *
024413*  TODAY, UNLESS A SWEEP IS STILL PART DONE (SEE 1500).          *
024414*****************************************************************
024415 1100-SET-SWEEP-DATE.
024416     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
024417     IF WS-FUNC-INDEX = SPACES
024418         MOVE WS-TODAY TO WS-SWEEP-DATE
024419         SET WS-SWEEP-DATE-DEFAULTED TO TRUE
024420         GO TO 1100-EXIT
024421     END-IF.
024422     IF WS-FUNC-SWEEP-DATE IS NOT NUMERIC
024423         GO TO 1100-BAD-DATE
024424     END-IF.
024425     MOVE "D"                TO WS-DTP-FUNCTION.
024426     MOVE WS-FUNC-SWEEP-DATE TO WS-DTP-DATE.
024427     CALL "DATEPROG" USING WS-DATE-PARM.
024428     IF WS-DTP-INVALID
024429        OR WS-FUNC-SWEEP-DATE > WS-TODAY
024430         GO TO 1100-BAD-DATE
024431     END-IF.
024432     MOVE WS-FUNC-SWEEP-DATE TO WS-SWEEP-DATE.
024433     GO TO 1100-EXIT.
024434 1100-BAD-DATE.
024435     DISPLAY "ARCHIVE SWEEP DATE INVALID: " WS-FUNC-INDEX.
024436     MOVE 8 TO RETURN-CODE.
024437     SET WS-RUN-FATAL TO TRUE.
024438 1100-EXIT.
024439     EXIT.
024440
024441*****************************************************************
024442*  1500-CHECK-RUN-STATE - LOOK THE SWEEP DATE UP ON THE JOB      *
024443*  CHECKPOINT FILE.  A CARD WITH NO DATE TAKES OVER A SWEEP      *
024444*  STILL PART DONE.  A SWEEP PART DONE IS RESUMED.  ONE ALREADY  *
024445*  RUN TO THE END (OR ABANDONED) IS REFUSED RC 8 UNLESS THE CARD *
024446*  CARRIES FORCE.  A DATE NOT YET ON FILE IS SWEPT FRESH, UNLESS *
024447*  AN EARLIER SWEEP IS STILL PART DONE - THAT IS REFUSED TOO,    *
024448*  AND FORCE MARKS THE EARLIER SWEEP ABANDONED.  A REFUSED RUN   *
024449*  CHANGES NOTHING.                                              *
024450*****************************************************************
024451 1500-CHECK-RUN-STATE.
024452     OPEN I-O CKPT-FILE.
024453     IF NOT WS-CKPT-OK
024454         DISPLAY "CHECKPOINT FILE OPEN ERROR - STATUS "
024455                 WS-CKPT-STATUS
024456         MOVE 16 TO RETURN-CODE
024457         SET WS-RUN-FATAL TO TRUE
024458         GO TO 1500-EXIT
024459     END-IF.
024460     IF WS-SWEEP-DATE-DEFAULTED
024461         PERFORM 1510-FIND-OPEN-PERIOD THRU 1510-EXIT
024462         IF WS-RUN-FATAL
024463             GO TO 1500-EXIT
024464         END-IF
024465         IF WS-OPEN-PERIOD NOT = ZERO
024466             MOVE WS-OPEN-PERIOD TO WS-SWEEP-DATE
024467             DISPLAY "NO SWEEP DATE ON THE CARD - TAKING THE "
024468                     "PART-DONE SWEEP OF " WS-SWEEP-DATE
024469         END-IF
024470     END-IF.
024471     MOVE "ARCHPROG"    TO FD-CKPT-STEP.
024472     MOVE WS-SWEEP-DATE TO FD-CKPT-PERIOD.
024473     READ CKPT-FILE INTO WS-CKPT-RECORD
024474         INVALID KEY
024475             CONTINUE
024476     END-READ.
024477     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
024478         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
024479                 WS-CKPT-STATUS
024480         MOVE 16 TO RETURN-CODE
024481         SET WS-RUN-FATAL TO TRUE
024482         GO TO 1500-EXIT
024483     END-IF.
024484     IF WS-CKPT-NOT-FOUND
024485         GO TO 1500-NEW-PERIOD
024486     END-IF.
024487     SET WS-CKPT-ON-FILE TO TRUE.
024488     IF WS-CKPT-IN-PROGRESS
024489         PERFORM 1530-RESUME-PERIOD THRU 1530-EXIT
024490         GO TO 1500-EXIT
024491     END-IF.
024492     IF WS-FORCE-REQUESTED
024493         DISPLAY "FORCED RERUN OF THE ARCHIVE SWEEP OF "
024494                 WS-SWEEP-DATE
024495         GO TO 1500-EXIT
024496     END-IF.
024497     IF WS-CKPT-ABANDONED
024498         DISPLAY "ARCHIVE SWEEP OF " WS-SWEEP-DATE
024499                 " WAS ABANDONED PART DONE ON " WS-CKPT-LAST-DATE
024500     ELSE
024501         DISPLAY "ARCHIVE SWEEP OF " WS-SWEEP-DATE
024502                 " WAS ALREADY RUN TO THE END ON "
024503                 WS-CKPT-LAST-DATE
024504     END-IF.
024505     DISPLAY "RUN REFUSED - FORCE IN FUNCFILE COLS 18-22 TO "
024506             "SWEEP AGAIN".
024507     GO TO 1500-REFUSED.
024508 1500-NEW-PERIOD.
024509     PERFORM 1510-FIND-OPEN-PERIOD THRU 1510-EXIT.
024510     IF WS-RUN-FATAL OR WS-OPEN-PERIOD = ZERO
024511         GO TO 1500-EXIT
024512     END-IF.
024513     IF WS-FORCE-REQUESTED
024514         PERFORM 1540-ABANDON-OPEN-PERIOD THRU 1540-EXIT
024515         GO TO 1500-EXIT
024516     END-IF.
024517     DISPLAY "ARCHIVE SWEEP OF " WS-OPEN-PERIOD
024518             " WAS NOT RUN TO THE END - RUN REFUSED".
024519     DISPLAY "RESUBMIT WITH NO DATE ON THE CARD TO FINISH IT, OR "
024520             "FORCE TO ABANDON IT".
024521 1500-REFUSED.
024522     SET WS-RUN-REFUSED TO TRUE.
024523     MOVE 8 TO RETURN-CODE.
024524     SET WS-RUN-FATAL TO TRUE.
024525 1500-EXIT.
024526     EXIT.
024527
024528*****************************************************************
024529*  1510-FIND-OPEN-PERIOD - BROWSE THIS STEP'S CHECKPOINT RECORDS *
024530*  FOR A SWEEP STILL IN PROGRESS.  WS-OPEN-PERIOD ZERO MEANS     *
024531*  THERE IS NONE.                                                *
024532*****************************************************************
024533 1510-FIND-OPEN-PERIOD.
024534     MOVE ZERO TO WS-OPEN-PERIOD.
024535     MOVE "ARCHPROG" TO FD-CKPT-STEP.
024536     MOVE ZERO       TO FD-CKPT-PERIOD.
024537     START CKPT-FILE KEY IS NOT LESS THAN FD-CKPT-KEY
024538         INVALID KEY
024539             GO TO 1510-EXIT
024540     END-START.
024541     SET WS-BROWSE-NOT-DONE TO TRUE.
024542     PERFORM 1520-CHECK-ONE-PERIOD THRU 1520-EXIT
024543         UNTIL WS-BROWSE-DONE.
024544 1510-EXIT.
024545     EXIT.
024546
024547 1520-CHECK-ONE-PERIOD.
024548     READ CKPT-FILE NEXT RECORD
024549         AT END
024550             SET WS-BROWSE-DONE TO TRUE
024551             GO TO 1520-EXIT
024552     END-READ.
024553     IF NOT WS-CKPT-OK
024554         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
024555                 WS-CKPT-STATUS
024556         MOVE 16 TO RETURN-CODE
024557         SET WS-RUN-FATAL TO TRUE
024558         SET WS-BROWSE-DONE TO TRUE
024559         GO TO 1520-EXIT
024560     END-IF.
024561     IF FD-CKPT-STEP NOT = "ARCHPROG"
024562         SET WS-BROWSE-DONE TO TRUE
024563         GO TO 1520-EXIT
024564     END-IF.
024565     IF FD-CKPT-IN-PROGRESS
024566         MOVE FD-CKPT-PERIOD TO WS-OPEN-PERIOD
024567     END-IF.
024568 1520-EXIT.
024569     EXIT.
024570
024571*****************************************************************
024572*  1530-RESUME-PERIOD - PICK UP A SWEEP PART DONE.  A RECORD     *
024573*  LEFT PENDING IS SETTLED FIRST: IF IT IS NO LONGER ON THE      *
024574*  MASTER IT WAS ARCHIVED AND IS COUNTED, OTHERWISE IT IS SWEPT  *
024575*  AGAIN ON THIS RUN.  THE TOTALS THEN CARRY ON FROM THE         *
024576*  CHECKPOINT.                                                   *
024577*****************************************************************
024578 1530-RESUME-PERIOD.
024579     SET WS-RESUMED-RUN TO TRUE.
024580     IF WS-FORCE-REQUESTED
024581         DISPLAY "FORCE IGNORED - ARCHIVE SWEEP OF " WS-SWEEP-DATE
024582                 " IS PART DONE AND IS RESUMED"
024583     END-IF.
024584     IF WS-CKPT-PEND-INDEX NOT = SPACES
024585         PERFORM 1535-SETTLE-PENDING THRU 1535-EXIT
024586         IF WS-RUN-FATAL
024587             GO TO 1530-EXIT
024588         END-IF
024589     END-IF.
024590     MOVE WS-CKPT-LAST-INDEX    TO WS-LAST-READ-INDEX.
024591     MOVE WS-CKPT-RECS-UPDATED  TO WS-ARCHIVED-COUNT.
024592     MOVE WS-CKPT-AMOUNT-1      TO WS-ARCHIVED-BALANCE.
024593     MOVE WS-ARCHIVED-COUNT     TO WS-BF-ARCHIVED.
024594     MOVE WS-ARCHIVED-BALANCE   TO WS-BF-BALANCE.
024595     IF WS-LAST-READ-INDEX = SPACES
024596         DISPLAY "RESUMING THE ARCHIVE SWEEP OF " WS-SWEEP-DATE
024597                 " FROM THE FIRST INDEX"
024598     ELSE
024599         DISPLAY "RESUMING THE ARCHIVE SWEEP OF " WS-SWEEP-DATE
024600                 " AFTER INDEX " WS-LAST-READ-INDEX
024601     END-IF.
024602 1530-EXIT.
024603     EXIT.
024604
024605 1535-SETTLE-PENDING.
024606     MOVE WS-CKPT-PEND-INDEX TO FD-VSAM-INDEX.
024607     READ VSAM-FILE INTO WS-VSAM-RECORD
024608         INVALID KEY
024609             CONTINUE
024610     END-READ.
024611     IF NOT WS-VSAM-OK AND NOT WS-VSAM-NOTFND
024612         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
024613                 " INDEX " WS-CKPT-PEND-INDEX
024614         MOVE 16 TO RETURN-CODE
024615         SET WS-RUN-FATAL TO TRUE
024616         GO TO 1535-EXIT
024617     END-IF.
024618     IF WS-VSAM-NOTFND
024619         DISPLAY "INDEX " WS-CKPT-PEND-INDEX
024620                 " WAS ARCHIVED AND PURGED BEFORE THE STOP"
024621         MOVE WS-CKPT-PEND-INDEX   TO WS-CKPT-LAST-INDEX
024622         ADD 1                     TO WS-CKPT-RECS-UPDATED
024623         ADD WS-CKPT-PEND-BALANCE  TO WS-CKPT-AMOUNT-1
024624     ELSE
024625         DISPLAY "INDEX " WS-CKPT-PEND-INDEX
024626                 " WAS STILL ON THE MASTER - SWEPT AGAIN"
024627     END-IF.
024628     INITIALIZE WS-CKPT-PENDING.
024629 1535-EXIT.
024630     EXIT.
024631
024632*****************************************************************
024633*  1540-ABANDON-OPEN-PERIOD - FORCE WAS GIVEN WITH AN EARLIER    *
024634*  SWEEP STILL PART DONE: MARK IT ABANDONED SO IT CAN NO LONGER  *
024635*  BE RESUMED.                                                   *
024636*****************************************************************
024637 1540-ABANDON-OPEN-PERIOD.
024638     MOVE "ARCHPROG"     TO FD-CKPT-STEP.
024639     MOVE WS-OPEN-PERIOD TO FD-CKPT-PERIOD.
024640     READ CKPT-FILE
024641         INVALID KEY
024642             CONTINUE
024643     END-READ.
024644     IF WS-CKPT-OK
024645         SET FD-CKPT-ABANDONED TO TRUE
024646         REWRITE FD-CKPT-RECORD
024647             INVALID KEY
024648                 CONTINUE
024649         END-REWRITE
024650     END-IF.
024651     IF NOT WS-CKPT-OK
024652         DISPLAY "CHECKPOINT FILE UPDATE ERROR - STATUS "
024653                 WS-CKPT-STATUS " PERIOD " WS-OPEN-PERIOD
024654         MOVE 16 TO RETURN-CODE
024655         SET WS-RUN-FATAL TO TRUE
024656         GO TO 1540-EXIT
024657     END-IF.
024658     DISPLAY "ARCHIVE SWEEP OF " WS-OPEN-PERIOD
024659             " ABANDONED PART DONE BY FORCE".
024660 1540-EXIT.
024661     EXIT.
024662
024663*****************************************************************
024664*  1600-START-PERIOD - RECORD THE SWEEP AS IN PROGRESS BEFORE    *
024665*  ANYTHING IS PURGED AND POSITION THE MASTER BROWSE: AT THE     *
024666*  FIRST INDEX ON A FRESH RUN, JUST PAST THE LAST COMMITTED      *
024667*  INDEX ON A RESUMED ONE.                                       *
024668*****************************************************************
024669 1600-START-PERIOD.
024670     IF WS-RESUMED-RUN
024671         ADD 1 TO WS-CKPT-ATTEMPTS
024672         MOVE WS-LAST-READ-INDEX TO RSM-INDEX
024673         IF RSM-INDEX = SPACES
024674             MOVE "NONE" TO RSM-INDEX
024675         END-IF
024676     ELSE
024677         MOVE SPACES        TO WS-CKPT-RECORD
024678         MOVE "ARCHPROG"    TO WS-CKPT-STEP
024679         MOVE WS-SWEEP-DATE TO WS-CKPT-PERIOD
024680         MOVE WS-TODAY      TO WS-CKPT-RUN-DATE
024681         MOVE 1             TO WS-CKPT-ATTEMPTS
024682         MOVE "N"           TO WS-CKPT-FORCED
024683         IF WS-FORCE-REQUESTED
024684             SET WS-CKPT-FORCED-RUN TO TRUE
024685         END-IF
024686     END-IF.
024687     SET WS-CKPT-IN-PROGRESS TO TRUE.
024688     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
024689     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
024690     IF WS-RUN-FATAL
024691         GO TO 1600-EXIT
024692     END-IF.
024693     IF WS-LAST-READ-INDEX = SPACES
024694         MOVE LOW-VALUES TO FD-VSAM-INDEX
024695         START VSAM-FILE KEY IS NOT LESS THAN FD-VSAM-INDEX
024696             INVALID KEY
024697                 SET WS-SCAN-EOF TO TRUE
024698         END-START
024699     ELSE
024700         MOVE WS-LAST-READ-INDEX TO FD-VSAM-INDEX
024701         START VSAM-FILE KEY IS GREATER THAN FD-VSAM-INDEX
024702             INVALID KEY
024703                 SET WS-SCAN-EOF TO TRUE
024704         END-START
024705     END-IF.
024706     IF NOT WS-VSAM-OK AND NOT WS-SCAN-EOF
024707         DISPLAY "VSAM FILE START ERROR - STATUS " WS-FILE-STATUS
024708         MOVE 16 TO RETURN-CODE
024709         SET WS-RUN-FATAL TO TRUE
024710     END-IF.
024711 1600-EXIT.
024712     EXIT.
024713
024800*****************************************************************
024900*  2000-ARCHIVE-SWEEP - BROWSE THE MASTER IN KEY SEQUENCE AND   *
025000*  ARCHIVE EVERY LOGICALLY DELETED RECORD (SAME READ NEXT        *
025100*  BROWSE TECHNIQUE AS MAINPROG'S MASTER SCAN).                  *
025120*  A RESUMED SWEEP ADDS A BROUGHT-FORWARD LINE FOR THE EARLIER   *
025140*  ATTEMPTS, SO THE TOTALS ARE THE WHOLE SWEEP'S.  A SWEEP THAT  *
025160*  REACHES THE END IS RECORDED COMPLETE ON THE CHECKPOINT.       *
025200*****************************************************************
025300 2000-ARCHIVE-SWEEP.
025400     PERFORM 2100-ARCHIVE-ONE-RECORD THRU 2100-EXIT
025600         UNTIL WS-SCAN-EOF OR WS-RUN-FATAL.
025620     IF WS-RUN-OK
025640         PERFORM 7200-COMPLETE-PERIOD THRU 7200-EXIT
025660     END-IF.
025700     MOVE SPACES TO REPORT-LINE.
025800     WRITE REPORT-LINE.
025810     IF WS-RESUMED-RUN
025820         MOVE WS-BF-ARCHIVED TO BFWD-COUNT
025830         MOVE WS-BF-BALANCE  TO BFWD-BALANCE
025840         MOVE BFWD-LINE TO REPORT-LINE
025850         WRITE REPORT-LINE
025860     END-IF.
025900     MOVE WS-ARCHIVED-COUNT TO CNT-ARCHIVED.
026000     MOVE COUNT-LINE TO REPORT-LINE.
026100     WRITE REPORT-LINE.
026300     MOVE TOTAL-LINE TO REPORT-LINE.
026400     WRITE REPORT-LINE.
026500     DISPLAY "RECORDS ARCHIVED: " WS-ARCHIVED-COUNT.
026520     IF WS-RESUMED-RUN
026540         DISPLAY "RUN RESUMED - ATTEMPT " WS-CKPT-ATTEMPTS
026560                 " - COUNT IS FOR THE WHOLE SWEEP"
026580     END-IF.
026600 2000-EXIT.
026700     EXIT.
026800
026810*****************************************************************
026820*  2100-ARCHIVE-ONE-RECORD - PROGRESS IS COMMITTED TO THE        *
026830*  CHECKPOINT EVERY 1000 RECORDS AND AFTER EVERY RECORD          *
026840*  ARCHIVED, WHICH IS MARKED PENDING BEFORE IT IS WRITTEN TO THE *
026850*  ARCHIVE AND PURGED.                                           *
026860*****************************************************************
026900 2100-ARCHIVE-ONE-RECORD.
026920     IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-INTERVAL
026940         PERFORM 7000-COMMIT-CHECKPOINT THRU 7000-EXIT
026960         IF WS-RUN-FATAL
026980             GO TO 2100-EXIT
027000         END-IF
027020     END-IF.
027100     READ VSAM-FILE NEXT RECORD INTO WS-VSAM-RECORD
027200         AT END
027210             SET WS-SCAN-EOF TO TRUE
027800         SET WS-RUN-FATAL TO TRUE
027900         GO TO 2100-EXIT
028000     END-IF.
028020     ADD 1 TO WS-SINCE-CHECKPOINT.
028040     MOVE WS-LAST-READ-INDEX TO WS-PREV-READ-INDEX.
028060     MOVE WS-VSAM-INDEX      TO WS-LAST-READ-INDEX.
028100     IF NOT WS-VSAM-INACTIVE
028120         GO TO 2100-EXIT
028140     END-IF.
028160     PERFORM 7100-MARK-PENDING THRU 7100-EXIT.
028180     IF WS-RUN-FATAL
028200         GO TO 2100-EXIT
028300     END-IF.
028400     MOVE WS-RUN-DATE    TO ARCH-DATE.
030500     IF WS-VSAM-BALANCE IS NUMERIC
030600         ADD WS-VSAM-BALANCE TO WS-ARCHIVED-BALANCE
030700     END-IF.
030750     PERFORM 7000-COMMIT-CHECKPOINT THRU 7000-EXIT.
030800 2100-EXIT.
030900     EXIT.
031000
038800 4000-EXIT.
038900     EXIT.
039000
039001*****************************************************************
039002*  7000-COMMIT-CHECKPOINT - RECORD EVERYTHING UP TO AND          *
039003*  INCLUDING THE LAST RECORD READ AS DONE.                       *
039004*****************************************************************
039005 7000-COMMIT-CHECKPOINT.
039006     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
039007     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
039008     MOVE ZERO TO WS-SINCE-CHECKPOINT.
039009 7000-EXIT.
039010     EXIT.
039011
039012 7050-SET-CKPT-TOTALS.
039013     MOVE WS-LAST-READ-INDEX  TO WS-CKPT-LAST-INDEX.
039014     MOVE ZERO                TO WS-CKPT-RECS-READ.
039015     MOVE WS-ARCHIVED-COUNT   TO WS-CKPT-RECS-UPDATED.
039016     MOVE ZERO                TO WS-CKPT-RECS-EXCEPTED.
039017     MOVE ZERO                TO WS-CKPT-COUNT-1.
039018     MOVE ZERO                TO WS-CKPT-COUNT-2.
039019     MOVE WS-ARCHIVED-BALANCE TO WS-CKPT-AMOUNT-1.
039020     MOVE ZERO                TO WS-CKPT-AMOUNT-2.
039021     MOVE ZERO                TO WS-CKPT-AMOUNT-3.
039022     INITIALIZE WS-CKPT-PENDING.
039023     ACCEPT WS-CKPT-LAST-DATE FROM DATE YYYYMMDD.
039024     ACCEPT WS-CKPT-LAST-TIME FROM TIME.
039025 7050-EXIT.
039026     EXIT.
039027
039028 7060-WRITE-CKPT-RECORD.
039029     IF WS-CKPT-ON-FILE
039030         REWRITE FD-CKPT-RECORD FROM WS-CKPT-RECORD
039031             INVALID KEY
039032                 CONTINUE
039033         END-REWRITE
039034     ELSE
039035         WRITE FD-CKPT-RECORD FROM WS-CKPT-RECORD
039036             INVALID KEY
039037                 CONTINUE
039038         END-WRITE
039039         SET WS-CKPT-ON-FILE TO TRUE
039040     END-IF.
039041     IF NOT WS-CKPT-OK
039042         DISPLAY "CHECKPOINT FILE WRITE ERROR - STATUS "
039043                 WS-CKPT-STATUS " INDEX " WS-CKPT-LAST-INDEX
039044         MOVE 16 TO RETURN-CODE
039045         SET WS-RUN-FATAL TO TRUE
039046     END-IF.
039047 7060-EXIT.
039048     EXIT.
039049
039050*****************************************************************
039051*  7100-MARK-PENDING - JUST BEFORE A RECORD IS ARCHIVED AND      *
039052*  PURGED, COMMIT EVERYTHING BEFORE IT AND RECORD IT AS PENDING  *
039053*  WITH THE BALANCE IT TAKES OFF THE MASTER.                     *
039054*****************************************************************
039055 7100-MARK-PENDING.
039056     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
039057     MOVE WS-PREV-READ-INDEX TO WS-CKPT-LAST-INDEX.
039058     MOVE WS-VSAM-INDEX      TO WS-CKPT-PEND-INDEX.
039059     IF WS-VSAM-BALANCE IS NUMERIC
039060         MOVE WS-VSAM-BALANCE TO WS-CKPT-PEND-BALANCE
039061     END-IF.
039062     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
039063 7100-EXIT.
039064     EXIT.
039065
039066*****************************************************************
039067*  7200-COMPLETE-PERIOD - THE BROWSE REACHED THE END OF THE      *
039068*  MASTER: RECORD THE SWEEP AS COMPLETE WITH ITS FINAL TOTALS,   *
039069*  SO A RERUN IS REFUSED.                                        *
039070*****************************************************************
039071 7200-COMPLETE-PERIOD.
039072     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
039073     SET WS-CKPT-COMPLETE TO TRUE.
039074     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
039075 7200-EXIT.
039076     EXIT.
039077
039100 9000-TERMINATE.
039200     CLOSE VSAM-FILE.
039220     IF FUNC-ARCHIVE AND NOT WS-ARCH-OPENED
039240         OPEN OUTPUT ARCHIVE-FILE
039260     END-IF.
039300     CLOSE ARCHIVE-FILE.
039400     CLOSE REPORT-FILE.
039420     IF FUNC-ARCHIVE
039440         CLOSE CKPT-FILE
039460     END-IF.
039500 9000-EXIT.
039600     EXIT.
