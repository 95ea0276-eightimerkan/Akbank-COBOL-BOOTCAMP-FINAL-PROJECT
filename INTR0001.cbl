001050*  2026-09-02  RSK       APPENDS ITS CONTROL TOTALS TO THE      *
001060*                        SHARED RUN-CONTROL DATASET (RUNCTL)    *
001070*                        FOR THE STRMPROG BALANCING STEP.       *
001071*  2026-09-25  RSK       WITHHOLDING TAX ON THE INTEREST AT THE *
001072*                        RATE FOR THE CUSTOMER TYPE FROM        *
001073*                        FINANCE'S TAX RATE CARDS (TAXFILE),    *
001074*                        POSTED WITH ITS OWN "Y" AUDIT IMAGE.   *
001075*                        REGISTER SHOWS GROSS, TAX AND NET; THE *
001076*                        RUN-CONTROL HASH IS NOW NET INTEREST.  *
001077*  2026-10-09  RSK       INTEREST NOW ACCRUES ON THE MONTH'S    *
001078*                        AVERAGE DAILY BALANCE FROM THE         *
001079*                        BALHPROG HISTORY (BALHFILE), RATE TIER *
001080*                        CHOSEN BY THE AVERAGE; ACCRUAL MONTH   *
001081*                        FROM THE NEW PERIOD CARD (INTRCARD).   *
001082*                        REGISTER SHOWS AVERAGE AND DAYS HELD.  *
001083*  2026-10-13  RSK       CHECKPOINTS ITS PROGRESS AND ACCRUAL   *
001084*                        MONTH ON THE JOB CHECKPOINT FILE       *
001085*                        (CKPTFILE): A RERUN RESUMES AFTER THE  *
001086*                        LAST COMMITTED INDEX WITH THE MONTH'S  *
001087*                        TOTALS CARRIED INTO RUNCFILE, AND A    *
001088*                        MONTH ALREADY COMPLETED IS REFUSED     *
001089*                        UNLESS INTRCARD CARRIES FORCE.         *
001090*  2026-10-15  RSK       A RUN STOPPED OR REFUSED BEFORE THE    *
001091*                        AUDIT TRAIL IS OPENED NOW LEAVES AN    *
001092*                        EMPTY AUDTFILE GENERATION, NOT AN      *
001093*                        UNOPENED ONE, FOR STEP020 TO COPY.     *
001100*****************************************************************
001200*
001300*  INTRPROG IS THE MONTH-END INTEREST ACCRUAL AND POSTING RUN.
001400*  IT BROWSES THE CUSTOMER MASTER IN KEY SEQUENCE AND, FOR
001420*  EVERY OPEN RECORD, AVERAGES THE END-OF-DAY BALANCES BALHPROG
001440*  CAPTURED (BALHFILE, SEE BALHREC) OVER EVERY CALENDAR DAY OF
001460*  THE ACCRUAL MONTH.  A DAY WITH NO CAPTURE - A WEEKEND OR
001480*  HOLIDAY, OR THE DAYS AFTER THE LAST CAPTURE - TAKES THE
001500*  BALANCE OF THE LAST CAPTURE BEFORE IT, REACHING BACK INTO THE
001520*  PRIOR MONTH FOR THE FIRST DAYS; DAYS BEFORE THE ACCOUNT'S
001540*  FIRST CAPTURE COUNT AS ZERO, SO AN ACCOUNT OPENED MID-MONTH
001560*  EARNS ONLY FOR THE DAYS IT HELD A BALANCE.  ON A POSITIVE
001600*  AVERAGE IT COMPUTES ONE MONTH'S INTEREST FROM THE RATE CARD
001700*  TABLE (RATEFILE): ONE CARD PER CUSTOMER TYPE ("P"/"C") AND
001800*  BALANCE TIER, THE HIGHEST TIER FLOOR NOT ABOVE THE AVERAGE
001900*  BALANCE WINNING, SO RATES DIFFER BY TYPE AND TIER WITHOUT A
001950*  PROGRAM CHANGE.  THE
002000*  INTEREST IS POSTED TO THE STORED BALANCE WITH A BEFORE/AFTER
002100*  AUDIT IMAGE (OPERATION "N", OPERATOR "SYSTM") ON THE DAY'S
002200*  AUDIT GENERATION, SO RECNPROG STILL PROVES THE MASTER AND
002300*  RCVRPROG CAN STILL ROLL IT FORWARD.
002600*
002602*  WITHHOLDING TAX IS THEN TAKEN FROM THE GROSS INTEREST AT THE
002604*  RATE FOR THE CUSTOMER TYPE ON FINANCE'S TAX RATE CARDS
002606*  (TAXFILE) AND POSTED AS A SECOND BEFORE/AFTER IMAGE
002608*  (OPERATION "Y", OPERATOR "SYSTM") FROM THE GROSS TO THE NET
002610*  BALANCE; A TYPE WHOSE RATE IS ZERO (EXEMPT) GETS NO "Y"
002612*  IMAGE.  THE "N" AND "Y" IMAGES ARE WHAT TAXCPROG ADDS UP FOR
002614*  THE YEAR-END CERTIFICATES.  AN INTEREST REGISTER IS PRINTED
002616*  - ONE LINE PER POSTING WITH THE AVERAGE BALANCE, THE DAYS OF
002618*  THE MONTH THE ACCOUNT HELD A BALANCE, THE RATE, AND GROSS, TAX
002620*  AND NET, CLOSED BY
002622*  PER-BRANCH TOTALS AND GRAND TOTALS FOR FINANCE TO TIE TO THE
002624*  GL.  THE RUN-CONTROL HASH IS THE NET INTEREST, THE AMOUNT
002626*  THE BALANCES ACTUALLY MOVED BY.
002628*
002630*  THE ACCRUAL MONTH COMES FROM THE PERIOD CARD (INTRCARD,
002632*  YYYYMM IN COLS 1-6); AN ABSENT OR BLANK CARD ACCRUES THE
002634*  CURRENT MONTH.  A MONTH NOT YET BEGUN IS REFUSED.
002636*
002638*  THE RUN'S PROGRESS IS KEPT ON THE JOB CHECKPOINT FILE
002640*  (CKPTFILE, SEE CKPTREC) UNDER THE ACCRUAL MONTH: COMMITTED
002642*  EVERY 1000 RECORDS AND AFTER EVERY POSTING, WITH THE POSTING
002644*  ABOUT TO BE MADE RECORDED AS PENDING JUST BEFORE THE MASTER IS
002646*  REWRITTEN.  A RUN THAT STOPS PART WAY IS SIMPLY RESUBMITTED:
002648*  IT RESUMES AFTER THE LAST COMMITTED INDEX (COUNTING A PENDING
002650*  POSTING THAT REACHED THE MASTER, REPOSTING ONE THAT DID NOT),
002652*  SO NO ACCOUNT IS CREDITED TWICE, AND ITS RUN-CONTROL RECORD
002654*  CARRIES THE WHOLE MONTH'S TOTALS UNDER THE DATE THE MONTH WAS
002656*  FIRST RUN.  A MONTH ALREADY RUN TO THE END IS REFUSED RC 16,
002658*  AS IS A NEW MONTH WHILE AN EARLIER ONE IS STILL PART DONE; THE
002660*  WORD FORCE IN COLS 18-22 OF INTRCARD OVERRIDES EITHER (THE
002662*  PART-DONE MONTH IS THEN MARKED ABANDONED).  FORCE NEVER
002664*  OVERRIDES A RESUME.
002666*
002700*  A RECORD WHOSE BALANCE IS NOT NUMERIC, HAS NO BALANCE
002750*  HISTORY FOR THE MONTH WHILE HOLDING A BALANCE, HAS NO RATE
002800*  CARD OR TAX RATE CARD FOR ITS TYPE, OR WOULD LEAVE THE
002850*  APPROVED BALANCE RANGE IS SKIPPED, REPORTED, AND ENDS THE RUN
002900*  RC 8; RC 16 MEANS THE PERIOD CARD WAS UNUSABLE OR A FILE
002950*  COULD NOT BE OPENED OR READ (OR THERE WAS NO USABLE RATE OR
003000*  TAX RATE CARD) AND THE RUN STOPPED EARLY.  RUN ON THE LAST
003100*  BUSINESS NIGHT OF THE MONTH, AFTER MAINPROG AND BALHPROG AND
003200*  BEFORE RECNPROG (SEE INTRPROG.JCL).
003300*
003400 ENVIRONMENT DIVISION.
004000         RECORD KEY IS FD-VSAM-INDEX
004100         FILE STATUS IS WS-FILE-STATUS.
004200
004205     SELECT CARD-FILE ASSIGN TO "INTRCARD"
004210         ORGANIZATION IS SEQUENTIAL
004215         FILE STATUS IS WS-CARD-STATUS.
004220
004225     SELECT BALH-FILE ASSIGN TO "BALHFILE"
004230         ORGANIZATION IS INDEXED
004235         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS FD-BALH-KEY
004245         FILE STATUS IS WS-HIST-STATUS.
004250
004300     SELECT RATE-FILE ASSIGN TO "RATEFILE"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-RATE-STATUS.
004520
004540     SELECT TAX-FILE ASSIGN TO "TAXFILE"
004560         ORGANIZATION IS SEQUENTIAL
004580         FILE STATUS IS WS-TAX-STATUS.
004600
004700     SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
004800         ORGANIZATION IS SEQUENTIAL
005330         ORGANIZATION IS SEQUENTIAL
005340         FILE STATUS IS WS-RUNC-STATUS.
005400
005410     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS DYNAMIC
005440         RECORD KEY IS FD-CKPT-KEY
005450         FILE STATUS IS WS-CKPT-STATUS.
005460
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  VSAM-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY VSAMREC REPLACING ==:PFX:== BY ==FD-==.
005902
005904*****************************************************************
005906*  ACCRUAL PERIOD CARD - THE MONTH TO ACCRUE, YYYYMM.  ABSENT    *
005908*  OR BLANK MEANS THE CURRENT MONTH.                             *
005910*  FORCE IN COLS 18-22 RERUNS A MONTH ALREADY COMPLETED.         *
005912*****************************************************************
005914 FD  CARD-FILE
005916     RECORD CONTAINS 80 CHARACTERS
005918     LABEL RECORDS ARE STANDARD.
005920 01  CARD-RECORD.
005922     05  CARD-PERIOD            PIC X(06).
005924     05  CARD-PERIOD-N REDEFINES CARD-PERIOD
005926                                PIC 9(06).
005928     05  FILLER                 PIC X(11).
005930     05  CARD-FORCE             PIC X(05).
005932         88  CARD-FORCE-RUN         VALUE "FORCE".
005934     05  FILLER                 PIC X(58).
005936
005938*****************************************************************
005940*  DAILY BALANCE HISTORY CAPTURED BY BALHPROG (SEE BALHREC).     *
005942*****************************************************************
005944 FD  BALH-FILE
005946     RECORD CONTAINS 40 CHARACTERS
005948     LABEL RECORDS ARE STANDARD.
005950     COPY BALHREC REPLACING ==:PFX:== BY ==FD-==.
006000
006100*****************************************************************
006200*  RATE CARDS - ONE PER CUSTOMER TYPE AND BALANCE TIER.  THE     *
007500     05  RATE-MONTHLY-PCT-N REDEFINES RATE-MONTHLY-PCT
007600                                PIC 9(02)V9(04).
007700     05  FILLER                 PIC X(61).
007705
007710*****************************************************************
007715*  TAX RATE CARDS - ONE PER CUSTOMER TYPE.  THE WITHHOLDING RATE *
007720*  IS A PERCENTAGE OF THE GROSS INTEREST, 99V9999; ZERO MEANS    *
007725*  THE TYPE IS EXEMPT.  MAINTAINED BY FINANCE.                   *
007730*****************************************************************
007735 FD  TAX-FILE
007740     RECORD CONTAINS 80 CHARACTERS
007745     LABEL RECORDS ARE STANDARD.
007750 01  TAX-RECORD.
007755     05  TAX-CUST-TYPE          PIC X(01).
007760     05  TAX-RATE-PCT           PIC X(06).
007765     05  TAX-RATE-PCT-N REDEFINES TAX-RATE-PCT
007770                                PIC 9(02)V9(04).
007775     05  FILLER                 PIC X(73).
007800
007900*****************************************************************
008000*  AUDIT TRAIL - SAME LAYOUT MAINPROG WRITES (SEE AUDITREC).     *
009370     RECORD CONTAINS 80 CHARACTERS
009380     LABEL RECORDS ARE STANDARD.
009390     COPY RUNCTL REPLACING ==:PFX:== BY ==FD-==.
009391
009392*****************************************************************
009393*  JOB CHECKPOINT FILE - ONE RECORD PER STEP AND PERIOD (SEE     *
009394*  CKPTREC).  SHARED WITH DORMPROG AND ARCHPROG.                 *
009395*****************************************************************
009396 FD  CKPT-FILE
009397     RECORD CONTAINS 200 CHARACTERS
009398     LABEL RECORDS ARE STANDARD.
009399     COPY CKPTREC REPLACING ==:PFX:== BY ==FD-==.
009400
009500 WORKING-STORAGE SECTION.
009600*****************************************************************
011800     88  WS-RATE-EOF                VALUE "Y".
011900
012000*****************************************************************
012001*  WITHHOLDING TAX TABLE LOADED FROM THE TAX RATE CARDS - ONE    *
012002*  ENTRY PER CUSTOMER TYPE.                                      *
012003*****************************************************************
012004 01  WS-TAX-TABLE.
012005     05  WS-TX-ENTRY OCCURS 10 TIMES.
012006         10  WS-TX-TYPE         PIC X(01).
012007         10  WS-TX-RATE         PIC 9(02)V9(04) COMP-3.
012008
012009 01  WS-TX-MAX                  PIC 9(02) COMP VALUE 10.
012010 01  WS-TX-USED                 PIC 9(02) COMP VALUE ZERO.
012011 01  WS-TX-IDX                  PIC 9(02) COMP.
012012 01  WS-TX-BEST                 PIC 9(02) COMP VALUE ZERO.
012013 01  WS-TX-KEY                  PIC X(01).
012014
012015 01  WS-TAX-EOF-SWITCH          PIC X(01) VALUE "N".
012016     88  WS-TAX-EOF                 VALUE "Y".
012017
012018*****************************************************************
012019*  ACCRUAL PERIOD - FIRST OF THE MONTH BEING ACCRUED, ITS LENGTH *
012020*  IN DAYS, AND THE FIRST OF THE PRIOR MONTH, WHERE THE HISTORY  *
012021*  BROWSE STARTS SO A BALANCE CAN BE CARRIED INTO THE MONTH.     *
012022*****************************************************************
012023 01  WS-TODAY                   PIC 9(08) VALUE ZERO.
012024 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
012025     05  WS-TODAY-YYYYMM        PIC 9(06).
012026     05  WS-TODAY-DD            PIC 9(02).
012027 01  WS-PERIOD-START.
012028     05  WS-PERIOD-YYYYMM       PIC 9(06).
012029     05  WS-PERIOD-DD           PIC 9(02).
012030 01  WS-PERIOD-START-N REDEFINES WS-PERIOD-START
012031                                PIC 9(08).
012032 01  WS-PRIOR-START.
012033     05  WS-PRIOR-YEAR          PIC 9(04).
012034     05  WS-PRIOR-MONTH         PIC 9(02).
012035     05  WS-PRIOR-DAY           PIC 9(02).
012036 01  WS-PRIOR-START-N REDEFINES WS-PRIOR-START
012037                                PIC 9(08).
012038 01  WS-MONTH-DAYS              PIC 9(02) VALUE ZERO.
012039
012040 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
012041
012042*****************************************************************
012043*  AVERAGE DAILY BALANCE WORK FIELDS.  WS-NEXT-DAY IS THE FIRST  *
012044*  DAY OF THE MONTH NOT YET ADDED IN; WS-DAY-BALANCE IS THE      *
012045*  BALANCE IN FORCE FROM THAT DAY ON.                            *
012046*****************************************************************
012047 01  WS-HIST-SWITCH             PIC X(01) VALUE "N".
012048     88  WS-HIST-DONE               VALUE "Y".
012049     88  WS-HIST-NOT-DONE           VALUE "N".
012050 01  WS-HELD-SWITCH             PIC X(01) VALUE "N".
012051     88  WS-BALANCE-ON-FILE         VALUE "Y".
012052     88  WS-NO-BALANCE-YET          VALUE "N".
012053 01  WS-DAY-BALANCE             PIC S9(10)V99 VALUE ZERO.
012054 01  WS-NEXT-DAY                PIC 9(02) COMP VALUE ZERO.
012055 01  WS-SPAN-DAYS               PIC 9(02) COMP VALUE ZERO.
012056 01  WS-DAYS-HELD               PIC 9(02) COMP VALUE ZERO.
012057 01  WS-BALANCE-DAYS            PIC S9(13)V99 COMP-3 VALUE ZERO.
012058 01  WS-AVG-BALANCE             PIC S9(10)V99 VALUE ZERO.
012059
012060*****************************************************************
012100*  POSTING WORK FIELDS AND THE APPROVED BALANCE CEILING (SAME    *
012200*  RANGE MAINPROG ENFORCES).                                     *
012300*****************************************************************
012400 01  WS-BAL-MAX                 PIC S9(10)V99 VALUE 9999999.99.
012500 01  WS-INTEREST-AMOUNT         PIC S9(10)V99.
012600 01  WS-POSTED-BALANCE          PIC S9(10)V99.
012620 01  WS-TAX-AMOUNT              PIC S9(10)V99.
012640 01  WS-NET-AMOUNT              PIC S9(10)V99.
012660 01  WS-GROSS-IMAGE             PIC X(62).
012700 01  WS-SYSTEM-OPERATOR         PIC X(05) VALUE "SYSTM".
012800
012900*****************************************************************
013500 01  WS-POSTED-COUNT            PIC 9(08) COMP VALUE ZERO.
013600 01  WS-SKIPPED-COUNT           PIC 9(08) COMP VALUE ZERO.
013700 01  WS-INTEREST-TOTAL          PIC S9(12)V99 COMP-3 VALUE ZERO.
013720 01  WS-TAX-TOTAL               PIC S9(12)V99 COMP-3 VALUE ZERO.
013740 01  WS-NET-TOTAL               PIC S9(12)V99 COMP-3 VALUE ZERO.
013760 01  WS-IMAGES-WRITTEN          PIC 9(08) COMP VALUE ZERO.
013800
013900*****************************************************************
014000*  BRANCH TOTALS - PARALLEL TO THE BRCHTAB VALID-BRANCH TABLE,   *
014800     05  WS-BRT-ENTRY OCCURS 6 TIMES.
014900         10  WS-BRT-COUNT       PIC 9(06) COMP VALUE ZERO.
015000         10  WS-BRT-TOTAL       PIC S9(12)V99 COMP-3 VALUE ZERO.
015050         10  WS-BRT-TAX         PIC S9(12)V99 COMP-3 VALUE ZERO.
015100
015200 01  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
015300     88  WS-RUN-OK                  VALUE "N".
015800*****************************************************************
015900 01  WS-FILE-STATUS             PIC X(02).
016000     88  WS-VSAM-OK                 VALUE "00".
016050     88  WS-VSAM-NOT-FOUND          VALUE "23".
016100
016200 01  WS-RATE-STATUS             PIC X(02).
016300     88  WS-RATE-OK                 VALUE "00".
016310 01  WS-TAX-STATUS              PIC X(02).
016320     88  WS-TAX-OK                  VALUE "00".
016330
016340 01  WS-CARD-STATUS             PIC X(02).
016350     88  WS-CARD-OK                 VALUE "00".
016360
016370 01  WS-HIST-STATUS             PIC X(02).
016380     88  WS-HIST-OK                 VALUE "00".
016390     88  WS-HIST-NOT-FOUND          VALUE "23".
016400
016500 01  WS-AUDIT-STATUS            PIC X(02).
016600     88  WS-AUDIT-OK                VALUE "00".
016610 01  WS-AUDIT-OPEN-SWITCH       PIC X(01) VALUE "N".
016620     88  WS-AUDIT-OPENED            VALUE "Y".
016700
016800 01  WS-REPORT-STATUS           PIC X(02).
016900     88  WS-REPORT-OK               VALUE "00".
016950 01  WS-RUNC-DATE               PIC 9(08) VALUE ZERO.
016960 01  WS-RUNC-START-TIME         PIC 9(08) VALUE ZERO.
017000
017002 01  WS-CKPT-STATUS             PIC X(02).
017004     88  WS-CKPT-OK                 VALUE "00".
017006     88  WS-CKPT-NOT-FOUND          VALUE "23".
017008
017010*****************************************************************
017012*  JOB CHECKPOINT - THE MONTH'S RECORD AS THIS RUN KEEPS IT.  A  *
017014*  RUN IS FRESH, RESUMED (THE MONTH WAS PART DONE) OR REFUSED.   *
017016*  WS-OPEN-PERIOD IS AN EARLIER MONTH FOUND STILL PART DONE;     *
017018*  THE BROUGHT-FORWARD FIELDS ARE THE POSTINGS EARLIER ATTEMPTS  *
017020*  MADE, SHOWN ON THEIR OWN REGISTER LINE.                       *
017022*****************************************************************
017024 COPY CKPTREC REPLACING ==:PFX:== BY ==WS-==.
017026
017028 01  WS-START-SWITCH            PIC X(01) VALUE "F".
017030     88  WS-FRESH-RUN               VALUE "F".
017032     88  WS-RESUMED-RUN             VALUE "R".
017034     88  WS-RUN-REFUSED             VALUE "X".
017036 01  WS-FORCE-SWITCH            PIC X(01) VALUE "N".
017038     88  WS-FORCE-REQUESTED         VALUE "Y".
017040 01  WS-CKPT-FOUND-SWITCH       PIC X(01) VALUE "N".
017042     88  WS-CKPT-ON-FILE            VALUE "Y".
017044 01  WS-BROWSE-SWITCH           PIC X(01) VALUE "N".
017046     88  WS-BROWSE-DONE             VALUE "Y".
017048     88  WS-BROWSE-NOT-DONE         VALUE "N".
017050 01  WS-OPEN-PERIOD             PIC 9(08) VALUE ZERO.
017052 01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD.
017054     05  WS-OPEN-YYYYMM         PIC 9(06).
017056     05  WS-OPEN-DD             PIC 9(02).
017058 01  WS-LAST-READ-INDEX         PIC X(08) VALUE SPACES.
017060 01  WS-PREV-READ-INDEX         PIC X(08) VALUE SPACES.
017062 01  WS-SINCE-CHECKPOINT        PIC 9(04) COMP VALUE ZERO.
017064 01  WS-CHECKPOINT-INTERVAL     PIC 9(04) COMP VALUE 1000.
017066 01  WS-BF-POSTED               PIC 9(08) COMP VALUE ZERO.
017068 01  WS-BF-GROSS                PIC S9(12)V99 COMP-3 VALUE ZERO.
017070 01  WS-BF-TAX                  PIC S9(12)V99 COMP-3 VALUE ZERO.
017072
017100*****************************************************************
017200*  REGISTER LINES                                                *
017300*****************************************************************
017700             VALUE "MONTH-END INTEREST REGISTER".
017800     05  FILLER                 PIC X(06) VALUE "DATE ".
017900     05  HDG1-DATE              PIC 9(06).
017920     05  FILLER                 PIC X(10) VALUE "   PERIOD ".
017940     05  HDG1-PERIOD            PIC 9(06).
017960     05  FILLER                 PIC X(07) VALUE "  DAYS ".
017980     05  HDG1-MONTH-DAYS        PIC 9(02).
018000     05  FILLER                 PIC X(09) VALUE SPACES.
018100
018200 01  HDG2-LINE.
018300     05  FILLER                 PIC X(01) VALUE SPACE.
018400     05  FILLER                 PIC X(09) VALUE "IDX".
018500     05  FILLER                 PIC X(03) VALUE "BR".
018600     05  FILLER                 PIC X(03) VALUE "TY".
018700     05  FILLER                 PIC X(14) VALUE "AVG BALANCE".
018750     05  FILLER                 PIC X(04) VALUE "DAYS".
018800     05  FILLER                 PIC X(08) VALUE "  RATE".
018900     05  FILLER                 PIC X(13) VALUE "GROSS".
018950     05  FILLER                 PIC X(13) VALUE "TAX".
019000     05  FILLER                 PIC X(12) VALUE "NET".
019100
019200 01  DETAIL-LINE.
019300     05  FILLER                 PIC X(01) VALUE SPACE.
019600     05  DTL-BRANCH             PIC X(02).
019700     05  FILLER                 PIC X(01) VALUE SPACE.
019800     05  DTL-TYPE               PIC X(01).
019900     05  FILLER                 PIC X(01) VALUE SPACE.
020000     05  DTL-AVG-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
020020     05  FILLER                 PIC X(01) VALUE SPACE.
020040     05  DTL-DAYS               PIC ZZ9.
020100     05  FILLER                 PIC X(01) VALUE SPACE.
020200     05  DTL-RATE               PIC Z9.9999.
020300     05  FILLER                 PIC X(01) VALUE SPACE.
020400     05  DTL-INTEREST           PIC Z,ZZZ,ZZ9.99.
020420     05  FILLER                 PIC X(01) VALUE SPACE.
020440     05  DTL-TAX                PIC Z,ZZZ,ZZ9.99.
020500     05  FILLER                 PIC X(01) VALUE SPACE.
020550     05  DTL-NET                PIC Z,ZZZ,ZZ9.99.
020600
020700 01  BRCH-TOTAL-LINE.
020800     05  FILLER                 PIC X(01) VALUE SPACE.
021100     05  BTOT-NAME              PIC X(15).
021200     05  BTOT-COUNT             PIC ZZZ,ZZ9.
021300     05  FILLER                 PIC X(02) VALUE SPACES.
021400     05  BTOT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
021420     05  FILLER                 PIC X(01) VALUE SPACE.
021440     05  BTOT-TAX               PIC ZZZ,ZZZ,ZZ9.99.
021460     05  FILLER                 PIC X(01) VALUE SPACE.
021480     05  BTOT-NET               PIC ZZZ,ZZZ,ZZ9.99.
021500     05  FILLER                 PIC X(08) VALUE SPACES.
021600
021610 01  RESUME-LINE.
021620     05  FILLER                 PIC X(25)
021630             VALUE " *** RESUMED AFTER INDEX ".
021640     05  RSM-INDEX              PIC X(08).
021650     05  FILLER                 PIC X(47)
021660             VALUE " - EARLIER POSTINGS ON THE PRIOR REGISTER".
021700 01  TOTAL-LINE.
021800     05  TOT-LABEL              PIC X(21).
022000     05  TOT-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022100     05  FILLER                 PIC X(40) VALUE SPACES.
022200
022400*****************************************************************
022500*  0000-MAINLINE - LOAD THE RATES, ACCRUE AND POST OVER THE      *
022600*  MASTER BROWSE, THEN CLOSE THE REGISTER WITH BRANCH TOTALS.    *
022650*  A REFUSED RUN LEAVES NO RUN-CONTROL RECORD BEHIND.            *
022660*  A RUN STOPPED OR REFUSED BEFORE THE AUDIT TRAIL WAS OPENED    *
022670*  OPENS IT AT TERMINATION, SO STEP020 STILL COPIES A VALID,     *
022680*  EMPTY GENERATION.                                             *
022700*****************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200             UNTIL WS-SCAN-EOF OR WS-RUN-FATAL
023300     END-IF.
023400     IF WS-RUN-OK
023420         PERFORM 7200-COMPLETE-PERIOD THRU 7200-EXIT
023440     END-IF.
023460     IF WS-RUN-OK
023500         PERFORM 4000-WRITE-BRANCH-TOTALS THRU 4000-EXIT
023600     END-IF.
023700     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
023705     IF NOT WS-RUN-REFUSED
023710         PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT
023760     END-IF.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     STOP RUN.
024000
024100 1000-INITIALIZE.
024110     ACCEPT WS-RUNC-DATE FROM DATE YYYYMMDD.
024120     ACCEPT WS-RUNC-START-TIME FROM TIME.
024130     PERFORM 1300-READ-PERIOD-CARD THRU 1300-EXIT.
024140     PERFORM 1400-SET-PERIOD THRU 1400-EXIT.
024150     IF WS-RUN-FATAL
024160         GO TO 1000-EXIT
024170     END-IF.
024200     OPEN I-O VSAM-FILE.
024300     IF NOT WS-VSAM-OK
024400         DISPLAY "VSAM FILE OPEN ERROR - STATUS " WS-FILE-STATUS
024500         MOVE 16 TO RETURN-CODE
024600         SET WS-RUN-FATAL TO TRUE
024605         GO TO 1000-EXIT
024610     END-IF.
024615     OPEN INPUT BALH-FILE.
024620     IF NOT WS-HIST-OK
024625         DISPLAY "BALANCE HISTORY FILE OPEN ERROR - STATUS "
024630                 WS-HIST-STATUS
024635         MOVE 16 TO RETURN-CODE
024640         SET WS-RUN-FATAL TO TRUE
024645         GO TO 1000-EXIT
024650     END-IF.
024655     PERFORM 1500-CHECK-RUN-STATE THRU 1500-EXIT.
024660     IF WS-RUN-FATAL
024700         GO TO 1000-EXIT
024800     END-IF.
024900     OPEN OUTPUT AUDIT-FILE.
025400         SET WS-RUN-FATAL TO TRUE
025500         GO TO 1000-EXIT
025600     END-IF.
025650     SET WS-AUDIT-OPENED TO TRUE.
025700     OPEN OUTPUT REPORT-FILE.
025800     IF NOT WS-REPORT-OK
025900         DISPLAY "REPORT FILE OPEN ERROR - STATUS "
026600     IF WS-RUN-FATAL
026700         GO TO 1000-EXIT
026800     END-IF.
026810     PERFORM 1200-LOAD-TAX-TABLE THRU 1200-EXIT.
026820     IF WS-RUN-FATAL
026830         GO TO 1000-EXIT
026840     END-IF.
026850     PERFORM 1600-START-PERIOD THRU 1600-EXIT.
026860     IF WS-RUN-FATAL
026870         GO TO 1000-EXIT
026880     END-IF.
026900     ACCEPT HDG1-DATE FROM DATE.
026920     MOVE WS-PERIOD-YYYYMM TO HDG1-PERIOD.
026940     MOVE WS-MONTH-DAYS    TO HDG1-MONTH-DAYS.
027000     MOVE HDG1-LINE TO REPORT-LINE.
027100     WRITE REPORT-LINE.
027200     MOVE HDG2-LINE TO REPORT-LINE.
027300     WRITE REPORT-LINE.
027400     MOVE SPACES TO REPORT-LINE.
027500     WRITE REPORT-LINE.
027510     IF WS-RESUMED-RUN
027520         MOVE RESUME-LINE TO REPORT-LINE
027530         WRITE REPORT-LINE
027540         MOVE SPACES TO REPORT-LINE
027550         WRITE REPORT-LINE
027560     END-IF.
027600 1000-EXIT.
027700     EXIT.
027800
033000     EXIT.
033100
033200*****************************************************************
033201*  1200-LOAD-TAX-TABLE - LOAD THE WITHHOLDING TAX RATE CARDS.    *
033202*  NO USABLE TAX CARD AT ALL STOPS THE RUN RC 16, FOR THE SAME   *
033203*  REASON AS THE RATE CARDS.  A SECOND CARD FOR A TYPE ALREADY   *
033204*  LOADED IS IGNORED.                                            *
033205*****************************************************************
033206 1200-LOAD-TAX-TABLE.
033207     OPEN INPUT TAX-FILE.
033208     IF NOT WS-TAX-OK
033209         DISPLAY "TAX RATE FILE OPEN ERROR - STATUS "
033210                 WS-TAX-STATUS
033211         MOVE 16 TO RETURN-CODE
033212         SET WS-RUN-FATAL TO TRUE
033213         GO TO 1200-EXIT
033214     END-IF.
033215     PERFORM 1210-LOAD-ONE-TAX-RATE THRU 1210-EXIT
033216         UNTIL WS-TAX-EOF.
033217     CLOSE TAX-FILE.
033218     IF WS-TX-USED = ZERO
033219         DISPLAY "NO USABLE TAX RATE CARDS - RUN STOPPED"
033220         MOVE 16 TO RETURN-CODE
033221         SET WS-RUN-FATAL TO TRUE
033222     END-IF.
033223 1200-EXIT.
033224     EXIT.
033225
033226 1210-LOAD-ONE-TAX-RATE.
033227     READ TAX-FILE
033228         AT END
033229             SET WS-TAX-EOF TO TRUE
033230             GO TO 1210-EXIT
033231     END-READ.
033232     IF TAX-CUST-TYPE NOT = "P" AND TAX-CUST-TYPE NOT = "C"
033233         DISPLAY "TAX RATE CARD WITH BAD TYPE IGNORED: "
033234                 TAX-CUST-TYPE
033235         GO TO 1210-EXIT
033236     END-IF.
033237     IF TAX-RATE-PCT-N IS NOT NUMERIC
033238        OR TAX-RATE-PCT-N > 100
033239         DISPLAY "TAX RATE CARD NOT VALID IGNORED - TYPE "
033240                 TAX-CUST-TYPE
033241         GO TO 1210-EXIT
033242     END-IF.
033243     MOVE TAX-CUST-TYPE TO WS-TX-KEY.
033244     PERFORM 2600-FIND-TAX-RATE THRU 2600-EXIT.
033245     IF WS-TX-BEST NOT = ZERO
033246         DISPLAY "DUPLICATE TAX RATE CARD IGNORED - TYPE "
033247                 TAX-CUST-TYPE
033248         GO TO 1210-EXIT
033249     END-IF.
033250     IF WS-TX-USED = WS-TX-MAX
033251         DISPLAY "TAX TABLE FULL - REMAINING CARDS IGNORED"
033252         SET WS-TAX-EOF TO TRUE
033253         GO TO 1210-EXIT
033254     END-IF.
033255     ADD 1 TO WS-TX-USED.
033256     MOVE TAX-CUST-TYPE  TO WS-TX-TYPE (WS-TX-USED).
033257     MOVE TAX-RATE-PCT-N TO WS-TX-RATE (WS-TX-USED).
033258 1210-EXIT.
033259     EXIT.
033260
033261*****************************************************************
033262*  1300-READ-PERIOD-CARD - THE MONTH TO ACCRUE.  AN ABSENT OR    *
033263*  BLANK CARD TAKES THE CURRENT MONTH; ANYTHING ELSE THAT IS NOT *
033264*  NUMERIC IS LEFT FOR 1400 TO REFUSE.                           *
033265*  THE FORCE WORD IS HELD SO IT OUTLIVES THE CARD FILE.          *
033266*****************************************************************
033267 1300-READ-PERIOD-CARD.
033268     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
033269     MOVE WS-TODAY-YYYYMM TO WS-PERIOD-YYYYMM.
033270     OPEN INPUT CARD-FILE.
033271     IF NOT WS-CARD-OK
033272         DISPLAY "NO PERIOD CARD - ACCRUING THE CURRENT MONTH"
033273         GO TO 1300-EXIT
033274     END-IF.
033275     READ CARD-FILE
033276         AT END
033277             MOVE SPACES TO CARD-RECORD
033278     END-READ.
033279     IF CARD-FORCE-RUN
033280         SET WS-FORCE-REQUESTED TO TRUE
033281     END-IF.
033282     CLOSE CARD-FILE.
033283     IF CARD-PERIOD = SPACES
033284         GO TO 1300-EXIT
033285     END-IF.
033286     IF CARD-PERIOD-N IS NUMERIC
033287         MOVE CARD-PERIOD-N TO WS-PERIOD-YYYYMM
033288     ELSE
033289         MOVE ZERO TO WS-PERIOD-YYYYMM
033290     END-IF.
033291 1300-EXIT.
033292     EXIT.
033293
033294*****************************************************************
033295*  1400-SET-PERIOD - EDIT THE ACCRUAL MONTH AND FIND ITS LENGTH  *
033296*  AND THE FIRST OF THE PRIOR MONTH.  AN IMPOSSIBLE MONTH, OR    *
033297*  ONE NOT YET BEGUN, STOPS THE RUN RC 16 BEFORE ANYTHING POSTS. *
033298*****************************************************************
033299 1400-SET-PERIOD.
033300     MOVE 1 TO WS-PERIOD-DD.
033301     MOVE "D"               TO WS-DTP-FUNCTION.
033302     MOVE WS-PERIOD-START-N TO WS-DTP-DATE.
033303     CALL "DATEPROG" USING WS-DATE-PARM.
033304     IF WS-DTP-INVALID
033305        OR WS-PERIOD-YYYYMM > WS-TODAY-YYYYMM
033306         DISPLAY "ACCRUAL PERIOD UNUSABLE: " WS-PERIOD-YYYYMM
033307                 " - RUN STOPPED"
033308         MOVE 16 TO RETURN-CODE
033309         SET WS-RUN-FATAL TO TRUE
033310         GO TO 1400-EXIT
033311     END-IF.
033312     MOVE WS-DTP-MONTH-DAYS TO WS-MONTH-DAYS.
033313     MOVE WS-DTP-YEAR       TO WS-PRIOR-YEAR.
033314     MOVE 1                 TO WS-PRIOR-DAY.
033315     IF WS-DTP-MONTH = 1
033316         SUBTRACT 1 FROM WS-PRIOR-YEAR
033317         MOVE 12 TO WS-PRIOR-MONTH
033318     ELSE
033319         COMPUTE WS-PRIOR-MONTH = WS-DTP-MONTH - 1
033320     END-IF.
033321 1400-EXIT.
033322     EXIT.
033323
033324*****************************************************************
033325*  1500-CHECK-RUN-STATE - LOOK THE MONTH UP ON THE JOB           *
033326*  CHECKPOINT FILE.  A MONTH PART DONE IS RESUMED.  ONE ALREADY  *
033327*  RUN TO THE END (OR ABANDONED) IS REFUSED RC 16 UNLESS THE     *
033328*  CARD CARRIES FORCE.  A MONTH NOT YET ON FILE IS RUN FRESH,    *
033329*  UNLESS AN EARLIER MONTH IS STILL PART DONE - THAT IS REFUSED  *
033330*  TOO, AND FORCE MARKS THE EARLIER MONTH ABANDONED.  A REFUSED  *
033331*  RUN CHANGES NOTHING ON THE FILE.                              *
033332*****************************************************************
033333 1500-CHECK-RUN-STATE.
033334     OPEN I-O CKPT-FILE.
033335     IF NOT WS-CKPT-OK
033336         DISPLAY "CHECKPOINT FILE OPEN ERROR - STATUS "
033337                 WS-CKPT-STATUS
033338         MOVE 16 TO RETURN-CODE
033339         SET WS-RUN-FATAL TO TRUE
033340         GO TO 1500-EXIT
033341     END-IF.
033342     MOVE "INTRPROG"        TO FD-CKPT-STEP.
033343     MOVE WS-PERIOD-START-N TO FD-CKPT-PERIOD.
033344     READ CKPT-FILE INTO WS-CKPT-RECORD
033345         INVALID KEY
033346             CONTINUE
033347     END-READ.
033348     IF NOT WS-CKPT-OK AND NOT WS-CKPT-NOT-FOUND
033349         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
033350                 WS-CKPT-STATUS
033351         MOVE 16 TO RETURN-CODE
033352         SET WS-RUN-FATAL TO TRUE
033353         GO TO 1500-EXIT
033354     END-IF.
033355     IF WS-CKPT-NOT-FOUND
033356         GO TO 1500-NEW-PERIOD
033357     END-IF.
033358     SET WS-CKPT-ON-FILE TO TRUE.
033359     IF WS-CKPT-IN-PROGRESS
033360         PERFORM 1530-RESUME-PERIOD THRU 1530-EXIT
033361         GO TO 1500-EXIT
033362     END-IF.
033363     IF WS-FORCE-REQUESTED
033364         DISPLAY "FORCED RERUN OF ACCRUAL PERIOD "
033365                 WS-PERIOD-YYYYMM
033366         GO TO 1500-EXIT
033367     END-IF.
033368     IF WS-CKPT-ABANDONED
033369         DISPLAY "ACCRUAL PERIOD " WS-PERIOD-YYYYMM
033370                 " WAS ABANDONED PART DONE ON "
033371                 WS-CKPT-LAST-DATE
033372     ELSE
033373         DISPLAY "ACCRUAL PERIOD " WS-PERIOD-YYYYMM
033374                 " WAS ALREADY RUN TO THE END ON "
033375                 WS-CKPT-LAST-DATE
033376     END-IF.
033377     DISPLAY "RUN REFUSED - FORCE IN INTRCARD COLS 18-22 TO POST "
033378             "THE MONTH AGAIN".
033379     GO TO 1500-REFUSED.
033380 1500-NEW-PERIOD.
033381     PERFORM 1510-FIND-OPEN-PERIOD THRU 1510-EXIT.
033382     IF WS-RUN-FATAL OR WS-OPEN-PERIOD = ZERO
033383         GO TO 1500-EXIT
033384     END-IF.
033385     IF WS-FORCE-REQUESTED
033386         PERFORM 1540-ABANDON-OPEN-PERIOD THRU 1540-EXIT
033387         GO TO 1500-EXIT
033388     END-IF.
033389     DISPLAY "ACCRUAL PERIOD " WS-OPEN-YYYYMM
033390             " WAS NOT RUN TO THE END - RUN REFUSED".
033391     DISPLAY "RESUBMIT WITH " WS-OPEN-YYYYMM
033392             " IN INTRCARD TO FINISH IT, OR FORCE TO ABANDON IT".
033393 1500-REFUSED.
033394     SET WS-RUN-REFUSED TO TRUE.
033395     MOVE 16 TO RETURN-CODE.
033396     SET WS-RUN-FATAL TO TRUE.
033397 1500-EXIT.
033398     EXIT.
033399
033400*****************************************************************
033401*  1510-FIND-OPEN-PERIOD - BROWSE THIS STEP'S CHECKPOINT RECORDS *
033402*  FOR A MONTH STILL IN PROGRESS.  WS-OPEN-PERIOD ZERO MEANS     *
033403*  THERE IS NONE.                                                *
033404*****************************************************************
033405 1510-FIND-OPEN-PERIOD.
033406     MOVE ZERO TO WS-OPEN-PERIOD.
033407     MOVE "INTRPROG" TO FD-CKPT-STEP.
033408     MOVE ZERO       TO FD-CKPT-PERIOD.
033409     START CKPT-FILE KEY IS NOT LESS THAN FD-CKPT-KEY
033410         INVALID KEY
033411             GO TO 1510-EXIT
033412     END-START.
033413     SET WS-BROWSE-NOT-DONE TO TRUE.
033414     PERFORM 1520-CHECK-ONE-PERIOD THRU 1520-EXIT
033415         UNTIL WS-BROWSE-DONE.
033416 1510-EXIT.
033417     EXIT.
033418
033419 1520-CHECK-ONE-PERIOD.
033420     READ CKPT-FILE NEXT RECORD
033421         AT END
033422             SET WS-BROWSE-DONE TO TRUE
033423             GO TO 1520-EXIT
033424     END-READ.
033425     IF NOT WS-CKPT-OK
033426         DISPLAY "CHECKPOINT FILE READ ERROR - STATUS "
033427                 WS-CKPT-STATUS
033428         MOVE 16 TO RETURN-CODE
033429         SET WS-RUN-FATAL TO TRUE
033430         SET WS-BROWSE-DONE TO TRUE
033431         GO TO 1520-EXIT
033432     END-IF.
033433     IF FD-CKPT-STEP NOT = "INTRPROG"
033434         SET WS-BROWSE-DONE TO TRUE
033435         GO TO 1520-EXIT
033436     END-IF.
033437     IF FD-CKPT-IN-PROGRESS
033438         MOVE FD-CKPT-PERIOD TO WS-OPEN-PERIOD
033439     END-IF.
033440 1520-EXIT.
033441     EXIT.
033442
033443*****************************************************************
033444*  1530-RESUME-PERIOD - PICK UP A MONTH PART DONE.  A POSTING    *
033445*  LEFT PENDING IS SETTLED FIRST: IF THE MASTER ALREADY HOLDS    *
033446*  ITS NET BALANCE THE POSTING IS COUNTED AS MADE, OTHERWISE IT  *
033447*  IS MADE AGAIN ON THIS RUN.  THE TOTALS THEN CARRY ON FROM THE *
033448*  CHECKPOINT, AND THE RUN-CONTROL RECORD TAKES THE DATE THE     *
033449*  MONTH WAS FIRST RUN.                                          *
033450*****************************************************************
033451 1530-RESUME-PERIOD.
033452     SET WS-RESUMED-RUN TO TRUE.
033453     IF WS-FORCE-REQUESTED
033454         DISPLAY "FORCE IGNORED - ACCRUAL PERIOD "
033455                 WS-PERIOD-YYYYMM
033456                 " IS PART DONE AND IS RESUMED"
033457     END-IF.
033458     IF WS-CKPT-PEND-INDEX NOT = SPACES
033459         PERFORM 1535-SETTLE-PENDING THRU 1535-EXIT
033460         IF WS-RUN-FATAL
033461             GO TO 1530-EXIT
033462         END-IF
033463     END-IF.
033464     MOVE WS-CKPT-RUN-DATE      TO WS-RUNC-DATE.
033465     MOVE WS-CKPT-LAST-INDEX    TO WS-LAST-READ-INDEX.
033466     MOVE WS-CKPT-RECS-READ     TO WS-RECORDS-READ.
033467     MOVE WS-CKPT-RECS-UPDATED  TO WS-POSTED-COUNT.
033468     MOVE WS-CKPT-RECS-EXCEPTED TO WS-SKIPPED-COUNT.
033469     MOVE WS-CKPT-COUNT-1       TO WS-IMAGES-WRITTEN.
033470     MOVE WS-CKPT-AMOUNT-1      TO WS-INTEREST-TOTAL.
033471     MOVE WS-CKPT-AMOUNT-2      TO WS-TAX-TOTAL.
033472     MOVE WS-CKPT-AMOUNT-3      TO WS-NET-TOTAL.
033473     MOVE WS-POSTED-COUNT       TO WS-BF-POSTED.
033474     MOVE WS-INTEREST-TOTAL     TO WS-BF-GROSS.
033475     MOVE WS-TAX-TOTAL          TO WS-BF-TAX.
033476     IF WS-SKIPPED-COUNT > ZERO
033477         MOVE 8 TO RETURN-CODE
033478     END-IF.
033479     IF WS-LAST-READ-INDEX = SPACES
033480         DISPLAY "RESUMING ACCRUAL PERIOD " WS-PERIOD-YYYYMM
033481                 " FROM THE FIRST INDEX"
033482     ELSE
033483         DISPLAY "RESUMING ACCRUAL PERIOD " WS-PERIOD-YYYYMM
033484                 " AFTER INDEX " WS-LAST-READ-INDEX
033485     END-IF.
033486 1530-EXIT.
033487     EXIT.
033488
033489 1535-SETTLE-PENDING.
033490     MOVE WS-CKPT-PEND-INDEX TO FD-VSAM-INDEX.
033491     READ VSAM-FILE INTO WS-VSAM-RECORD
033492         INVALID KEY
033493             CONTINUE
033494     END-READ.
033495     IF NOT WS-VSAM-OK AND NOT WS-VSAM-NOT-FOUND
033496         DISPLAY "VSAM FILE READ ERROR - STATUS " WS-FILE-STATUS
033497                 " INDEX " WS-CKPT-PEND-INDEX
033498         MOVE 16 TO RETURN-CODE
033499         SET WS-RUN-FATAL TO TRUE
033500         GO TO 1535-EXIT
033501     END-IF.
033502     IF WS-VSAM-OK
033503        AND WS-VSAM-BALANCE IS NUMERIC
033504        AND WS-VSAM-BALANCE = WS-CKPT-PEND-BALANCE
033505         DISPLAY "POSTING TO INDEX " WS-CKPT-PEND-INDEX
033506                 " WAS ON THE MASTER BEFORE THE STOP"
033507         MOVE WS-CKPT-PEND-INDEX TO WS-CKPT-LAST-INDEX
033508         ADD 1                     TO WS-CKPT-RECS-READ
033509         ADD 1                     TO WS-CKPT-RECS-UPDATED
033510         ADD WS-CKPT-PEND-COUNT-1  TO WS-CKPT-COUNT-1
033511         ADD WS-CKPT-PEND-AMOUNT-1 TO WS-CKPT-AMOUNT-1
033512         ADD WS-CKPT-PEND-AMOUNT-2 TO WS-CKPT-AMOUNT-2
033513         ADD WS-CKPT-PEND-AMOUNT-3 TO WS-CKPT-AMOUNT-3
033514     ELSE
033515         DISPLAY "POSTING TO INDEX " WS-CKPT-PEND-INDEX
033516                 " WAS NOT ON THE MASTER - POSTED AGAIN"
033517     END-IF.
033518     INITIALIZE WS-CKPT-PENDING.
033519 1535-EXIT.
033520     EXIT.
033521
033522*****************************************************************
033523*  1540-ABANDON-OPEN-PERIOD - FORCE WAS GIVEN WITH AN EARLIER    *
033524*  MONTH STILL PART DONE: MARK IT ABANDONED SO IT CAN NO LONGER  *
033525*  BE RESUMED.                                                   *
033526*****************************************************************
033527 1540-ABANDON-OPEN-PERIOD.
033528     MOVE "INTRPROG"     TO FD-CKPT-STEP.
033529     MOVE WS-OPEN-PERIOD TO FD-CKPT-PERIOD.
033530     READ CKPT-FILE
033531         INVALID KEY
033532             CONTINUE
033533     END-READ.
033534     IF WS-CKPT-OK
033535         SET FD-CKPT-ABANDONED TO TRUE
033536         REWRITE FD-CKPT-RECORD
033537             INVALID KEY
033538                 CONTINUE
033539         END-REWRITE
033540     END-IF.
033541     IF NOT WS-CKPT-OK
033542         DISPLAY "CHECKPOINT FILE UPDATE ERROR - STATUS "
033543                 WS-CKPT-STATUS " PERIOD " WS-OPEN-PERIOD
033544         MOVE 16 TO RETURN-CODE
033545         SET WS-RUN-FATAL TO TRUE
033546         GO TO 1540-EXIT
033547     END-IF.
033548     DISPLAY "ACCRUAL PERIOD " WS-OPEN-YYYYMM
033549             " ABANDONED PART DONE BY FORCE".
033550 1540-EXIT.
033551     EXIT.
033552
033553*****************************************************************
033554*  1600-START-PERIOD - RECORD THE MONTH AS IN PROGRESS BEFORE    *
033555*  ANYTHING POSTS AND POSITION THE MASTER BROWSE: AT THE FIRST   *
033556*  INDEX ON A FRESH RUN, JUST PAST THE LAST COMMITTED INDEX ON A *
033557*  RESUMED ONE.                                                  *
033558*****************************************************************
033559 1600-START-PERIOD.
033560     IF WS-RESUMED-RUN
033561         ADD 1 TO WS-CKPT-ATTEMPTS
033562         MOVE WS-LAST-READ-INDEX TO RSM-INDEX
033563         IF RSM-INDEX = SPACES
033564             MOVE "NONE" TO RSM-INDEX
033565         END-IF
033566     ELSE
033567         MOVE SPACES            TO WS-CKPT-RECORD
033568         MOVE "INTRPROG"        TO WS-CKPT-STEP
033569         MOVE WS-PERIOD-START-N TO WS-CKPT-PERIOD
033570         MOVE WS-RUNC-DATE      TO WS-CKPT-RUN-DATE
033571         MOVE 1                 TO WS-CKPT-ATTEMPTS
033572         MOVE "N"               TO WS-CKPT-FORCED
033573         IF WS-FORCE-REQUESTED
033574             SET WS-CKPT-FORCED-RUN TO TRUE
033575         END-IF
033576     END-IF.
033577     SET WS-CKPT-IN-PROGRESS TO TRUE.
033578     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
033579     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
033580     IF WS-RUN-FATAL
033581         GO TO 1600-EXIT
033582     END-IF.
033583     IF WS-LAST-READ-INDEX = SPACES
033584         MOVE LOW-VALUES TO FD-VSAM-INDEX
033585         START VSAM-FILE KEY IS NOT LESS THAN FD-VSAM-INDEX
033586             INVALID KEY
033587                 SET WS-SCAN-EOF TO TRUE
033588         END-START
033589     ELSE
033590         MOVE WS-LAST-READ-INDEX TO FD-VSAM-INDEX
033591         START VSAM-FILE KEY IS GREATER THAN FD-VSAM-INDEX
033592             INVALID KEY
033593                 SET WS-SCAN-EOF TO TRUE
033594         END-START
033595     END-IF.
033596     IF NOT WS-VSAM-OK AND NOT WS-SCAN-EOF
033597         DISPLAY "VSAM FILE START ERROR - STATUS " WS-FILE-STATUS
033598         MOVE 16 TO RETURN-CODE
033599         SET WS-RUN-FATAL TO TRUE
033600     END-IF.
033601 1600-EXIT.
033602     EXIT.
033603
033604*****************************************************************
033605*  2000-ACCRUE-ONE-CUSTOMER - FETCH THE NEXT MASTER RECORD AND   *
033606*  POST ITS MONTH'S INTEREST (SAME READ NEXT BROWSE TECHNIQUE    *
033607*  AS MAINPROG'S MASTER SCAN).  ONLY OPEN RECORDS WITH A         *
033608*  POSITIVE AVERAGE DAILY BALANCE FOR THE MONTH ACCRUE.          *
033609*  PROGRESS IS COMMITTED TO THE CHECKPOINT EVERY 1000 RECORDS   *
033610*  AND AFTER EVERY POSTING, WHICH IS MARKED PENDING FIRST.       *
033700*****************************************************************
033800 2000-ACCRUE-ONE-CUSTOMER.
033810     IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-INTERVAL
033820         PERFORM 7000-COMMIT-CHECKPOINT THRU 7000-EXIT
033830         IF WS-RUN-FATAL
033840             GO TO 2000-EXIT
033850         END-IF
033860     END-IF.
033900     READ VSAM-FILE NEXT RECORD INTO WS-VSAM-RECORD
034000         AT END
034100             SET WS-SCAN-EOF TO TRUE
034800         GO TO 2000-EXIT
034900     END-IF.
035000     ADD 1 TO WS-RECORDS-READ.
035020     ADD 1 TO WS-SINCE-CHECKPOINT.
035040     MOVE WS-LAST-READ-INDEX TO WS-PREV-READ-INDEX.
035060     MOVE WS-VSAM-INDEX      TO WS-LAST-READ-INDEX.
035100     IF NOT WS-VSAM-OPEN
035200         GO TO 2000-EXIT
035300     END-IF.
036000         END-IF
036100         GO TO 2000-EXIT
036200     END-IF.
036205     PERFORM 2300-AVERAGE-BALANCE THRU 2300-EXIT.
036210     IF WS-RUN-FATAL
036215         GO TO 2000-EXIT
036220     END-IF.
036225     IF WS-NO-BALANCE-YET AND WS-VSAM-BALANCE > ZERO
036230         DISPLAY "NO BALANCE HISTORY FOR THE PERIOD - INDEX "
036235                 WS-VSAM-INDEX " NOT ACCRUED"
036240         ADD 1 TO WS-SKIPPED-COUNT
036245         IF RETURN-CODE = ZERO
036250             MOVE 8 TO RETURN-CODE
036255         END-IF
036260         GO TO 2000-EXIT
036265     END-IF.
036300     IF WS-AVG-BALANCE NOT > ZERO
036400         GO TO 2000-EXIT
036500     END-IF.
036600     PERFORM 2500-FIND-RATE THRU 2500-EXIT.
037300         END-IF
037400         GO TO 2000-EXIT
037500     END-IF.
037505     MOVE WS-VSAM-CUST-TYPE TO WS-TX-KEY.
037510     PERFORM 2600-FIND-TAX-RATE THRU 2600-EXIT.
037515     IF WS-TX-BEST = ZERO
037520         DISPLAY "NO TAX RATE CARD FOR TYPE " WS-VSAM-CUST-TYPE
037525                 " - INDEX " WS-VSAM-INDEX " NOT ACCRUED"
037530         ADD 1 TO WS-SKIPPED-COUNT
037535         IF RETURN-CODE = ZERO
037540             MOVE 8 TO RETURN-CODE
037545         END-IF
037550         GO TO 2000-EXIT
037555     END-IF.
037600     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
037700         WS-AVG-BALANCE * WS-RT-RATE (WS-RT-BEST) / 100.
037800     IF WS-INTEREST-AMOUNT = ZERO
037900         GO TO 2000-EXIT
038000     END-IF.
038020     COMPUTE WS-TAX-AMOUNT ROUNDED =
038040         WS-INTEREST-AMOUNT * WS-TX-RATE (WS-TX-BEST) / 100.
038060     COMPUTE WS-NET-AMOUNT = WS-INTEREST-AMOUNT - WS-TAX-AMOUNT.
038100     COMPUTE WS-POSTED-BALANCE =
038200         WS-VSAM-BALANCE + WS-INTEREST-AMOUNT.
038300     IF WS-POSTED-BALANCE > WS-BAL-MAX
038900         END-IF
039000         GO TO 2000-EXIT
039100     END-IF.
039120     PERFORM 7100-MARK-PENDING THRU 7100-EXIT.
039140     IF WS-RUN-FATAL
039160         GO TO 2000-EXIT
039180     END-IF.
039200     PERFORM 3000-POST-INTEREST THRU 3000-EXIT.
039220     IF WS-RUN-OK
039240         PERFORM 7000-COMMIT-CHECKPOINT THRU 7000-EXIT
039260     END-IF.
039300 2000-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039601*  2300-AVERAGE-BALANCE - BROWSE THE ACCOUNT'S CAPTURES FROM THE *
039602*  FIRST OF THE PRIOR MONTH TO THE END OF THE ACCRUAL MONTH.     *
039603*  PRIOR-MONTH CAPTURES ONLY SET THE BALANCE CARRIED INTO DAY 1; *
039604*  EACH CAPTURE IN THE MONTH CLOSES THE SPAN OF DAYS BEFORE IT   *
039605*  AT THE BALANCE THEN IN FORCE, AND THE LAST BALANCE RUNS TO    *
039606*  MONTH END.  THE SUM OF BALANCE TIMES DAYS OVER THE DAYS IN    *
039607*  THE MONTH IS THE AVERAGE.  WS-NO-BALANCE-YET AT THE END MEANS *
039608*  NOTHING WAS ON FILE FOR THE ACCOUNT.                          *
039609*****************************************************************
039610 2300-AVERAGE-BALANCE.
039611     SET WS-NO-BALANCE-YET TO TRUE.
039612     MOVE ZERO TO WS-DAY-BALANCE.
039613     MOVE ZERO TO WS-BALANCE-DAYS.
039614     MOVE ZERO TO WS-DAYS-HELD.
039615     MOVE ZERO TO WS-AVG-BALANCE.
039616     MOVE 1    TO WS-NEXT-DAY.
039617     MOVE WS-VSAM-INDEX     TO FD-BALH-INDEX.
039618     MOVE WS-PRIOR-START-N  TO FD-BALH-DATE.
039619     START BALH-FILE KEY IS NOT LESS THAN FD-BALH-KEY
039620         INVALID KEY
039621             CONTINUE
039622     END-START.
039623     IF WS-HIST-NOT-FOUND
039624         GO TO 2300-EXIT
039625     END-IF.
039626     IF NOT WS-HIST-OK
039627         DISPLAY "BALANCE HISTORY START ERROR - STATUS "
039628                 WS-HIST-STATUS " INDEX " WS-VSAM-INDEX
039629         MOVE 16 TO RETURN-CODE
039630         SET WS-RUN-FATAL TO TRUE
039631         GO TO 2300-EXIT
039632     END-IF.
039633     SET WS-HIST-NOT-DONE TO TRUE.
039634     PERFORM 2310-TAKE-ONE-CAPTURE THRU 2310-EXIT
039635         UNTIL WS-HIST-DONE OR WS-RUN-FATAL.
039636     IF WS-RUN-FATAL OR WS-NO-BALANCE-YET
039637         GO TO 2300-EXIT
039638     END-IF.
039639     COMPUTE WS-SPAN-DAYS = WS-MONTH-DAYS + 1 - WS-NEXT-DAY.
039640     PERFORM 2320-ADD-SPAN THRU 2320-EXIT.
039641     COMPUTE WS-AVG-BALANCE ROUNDED =
039642         WS-BALANCE-DAYS / WS-MONTH-DAYS.
039643 2300-EXIT.
039644     EXIT.
039645
039646 2310-TAKE-ONE-CAPTURE.
039647     READ BALH-FILE NEXT RECORD
039648         AT END
039649             SET WS-HIST-DONE TO TRUE
039650             GO TO 2310-EXIT
039651     END-READ.
039652     IF NOT WS-HIST-OK
039653         DISPLAY "BALANCE HISTORY READ ERROR - STATUS "
039654                 WS-HIST-STATUS " INDEX " WS-VSAM-INDEX
039655         MOVE 16 TO RETURN-CODE
039656         SET WS-RUN-FATAL TO TRUE
039657         GO TO 2310-EXIT
039658     END-IF.
039659     IF FD-BALH-INDEX NOT = WS-VSAM-INDEX
039660        OR FD-BALH-YYYYMM > WS-PERIOD-YYYYMM
039661         SET WS-HIST-DONE TO TRUE
039662         GO TO 2310-EXIT
039663     END-IF.
039664     IF FD-BALH-BALANCE IS NOT NUMERIC
039665         GO TO 2310-EXIT
039666     END-IF.
039667     IF FD-BALH-YYYYMM < WS-PERIOD-YYYYMM
039668         MOVE FD-BALH-BALANCE TO WS-DAY-BALANCE
039669         SET WS-BALANCE-ON-FILE TO TRUE
039670         GO TO 2310-EXIT
039671     END-IF.
039672     COMPUTE WS-SPAN-DAYS = FD-BALH-DD - WS-NEXT-DAY.
039673     PERFORM 2320-ADD-SPAN THRU 2320-EXIT.
039674     MOVE FD-BALH-BALANCE TO WS-DAY-BALANCE.
039675     SET WS-BALANCE-ON-FILE TO TRUE.
039676     MOVE FD-BALH-DD TO WS-NEXT-DAY.
039677 2310-EXIT.
039678     EXIT.
039679
039680*****************************************************************
039681*  2320-ADD-SPAN - ADD WS-SPAN-DAYS DAYS AT THE BALANCE IN FORCE *
039682*  AND MOVE PAST THEM.  DAYS BEFORE THE FIRST BALANCE ON FILE    *
039683*  ADD NOTHING AND ARE NOT COUNTED AS HELD.                      *
039684*****************************************************************
039685 2320-ADD-SPAN.
039686     IF WS-SPAN-DAYS = ZERO
039687         GO TO 2320-EXIT
039688     END-IF.
039689     IF WS-BALANCE-ON-FILE
039690         COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
039691             + WS-DAY-BALANCE * WS-SPAN-DAYS
039692         ADD WS-SPAN-DAYS TO WS-DAYS-HELD
039693     END-IF.
039694 2320-EXIT.
039695     EXIT.
039696
039697*****************************************************************
039700*  2500-FIND-RATE - PICK THE RATE TABLE ENTRY OF THE CUSTOMER'S  *
039800*  TYPE WITH THE HIGHEST TIER FLOOR NOT ABOVE ITS AVERAGE DAILY  *
039850*  BALANCE FOR THE MONTH.                                        *
039900*  WS-RT-BEST ZERO MEANS NO ENTRY APPLIES.                       *
040000*****************************************************************
040100 2500-FIND-RATE.
041000     IF WS-RT-TYPE (WS-RT-IDX) NOT = WS-VSAM-CUST-TYPE
041100         GO TO 2510-EXIT
041200     END-IF.
041300     IF WS-RT-FLOOR (WS-RT-IDX) > WS-AVG-BALANCE
041400         GO TO 2510-EXIT
041500     END-IF.
041600     IF WS-RT-BEST = ZERO
042400     EXIT.
042500
042600*****************************************************************
042605*  2600-FIND-TAX-RATE - PICK THE WITHHOLDING TAX TABLE ENTRY     *
042610*  FOR THE TYPE IN WS-TX-KEY.  WS-TX-BEST ZERO MEANS NONE.       *
042615*****************************************************************
042620 2600-FIND-TAX-RATE.
042625     MOVE ZERO TO WS-TX-BEST.
042630     PERFORM 2610-TEST-ONE-TAX-RATE THRU 2610-EXIT
042635         VARYING WS-TX-IDX FROM 1 BY 1
042640         UNTIL WS-TX-IDX > WS-TX-USED.
042645 2600-EXIT.
042650     EXIT.
042655
042660 2610-TEST-ONE-TAX-RATE.
042665     IF WS-TX-TYPE (WS-TX-IDX) = WS-TX-KEY
042670         MOVE WS-TX-IDX TO WS-TX-BEST
042675     END-IF.
042680 2610-EXIT.
042685     EXIT.
042690
042695*****************************************************************
042700*  3000-POST-INTEREST - REWRITE THE RECORD AT THE NET BALANCE,   *
042750*  LOG THE GROSS INTEREST IMAGE ("N") AND THE WITHHOLDING IMAGE  *
042800*  ("Y", SKIPPED WHEN NO TAX IS DUE), AND REGISTER THE POSTING.  *
042850*  THE "N" AFTER IMAGE IS THE "Y" BEFORE IMAGE, SO A REPLAY OF   *
042900*  THE TRAIL ARRIVES AT THE SAME NET BALANCE.                    *
043000*****************************************************************
043100 3000-POST-INTEREST.
043200     MOVE WS-VSAM-RECORD TO AUD-OLD-IMAGE.
043300     MOVE WS-POSTED-BALANCE TO WS-VSAM-BALANCE.
043320     MOVE WS-VSAM-RECORD TO WS-GROSS-IMAGE.
043340     SUBTRACT WS-TAX-AMOUNT FROM WS-VSAM-BALANCE.
043400     REWRITE FD-VSAM-RECORD FROM WS-VSAM-RECORD
043500         INVALID KEY
043600             DISPLAY "VSAM FILE REWRITE ERROR " WS-VSAM-INDEX
044300     MOVE WS-SYSTEM-OPERATOR TO AUD-OPERATOR.
044400     ACCEPT AUD-RUN-DATE     FROM DATE.
044500     ACCEPT AUD-RUN-TIME     FROM TIME.
044600     MOVE WS-GROSS-IMAGE     TO AUD-NEW-IMAGE.
044700     WRITE AUDIT-RECORD.
044800     IF NOT WS-AUDIT-OK
044900         DISPLAY "AUDIT FILE WRITE ERROR - STATUS "
045200         SET WS-RUN-FATAL TO TRUE
045300         GO TO 3000-EXIT
045400     END-IF.
045410     ADD 1 TO WS-IMAGES-WRITTEN.
045420     IF WS-TAX-AMOUNT NOT = ZERO
045430         PERFORM 3050-POST-WITHHOLDING THRU 3050-EXIT
045440         IF WS-RUN-FATAL
045450             GO TO 3000-EXIT
045460         END-IF
045470     END-IF.
045500     ADD 1 TO WS-POSTED-COUNT.
045600     ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL.
045620     ADD WS-TAX-AMOUNT      TO WS-TAX-TOTAL.
045640     ADD WS-NET-AMOUNT      TO WS-NET-TOTAL.
045700     PERFORM 3100-ADD-BRANCH-TOTAL THRU 3100-EXIT.
045800     PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT.
045900 3000-EXIT.
045902     EXIT.
045904
045906*****************************************************************
045908*  3050-POST-WITHHOLDING - LOG THE WITHHOLDING TAX AS ITS OWN    *
045910*  BEFORE/AFTER IMAGE, FROM THE GROSS TO THE NET BALANCE.        *
045912*****************************************************************
045914 3050-POST-WITHHOLDING.
045916     MOVE WS-VSAM-INDEX      TO AUD-INDEX.
045918     MOVE "Y"                TO AUD-OPERATION.
045920     MOVE WS-SYSTEM-OPERATOR TO AUD-OPERATOR.
045922     ACCEPT AUD-RUN-DATE     FROM DATE.
045924     ACCEPT AUD-RUN-TIME     FROM TIME.
045926     MOVE WS-GROSS-IMAGE     TO AUD-OLD-IMAGE.
045928     MOVE WS-VSAM-RECORD     TO AUD-NEW-IMAGE.
045930     WRITE AUDIT-RECORD.
045932     IF NOT WS-AUDIT-OK
045934         DISPLAY "AUDIT FILE WRITE ERROR - STATUS "
045936                 WS-AUDIT-STATUS
045938         MOVE 16 TO RETURN-CODE
045940         SET WS-RUN-FATAL TO TRUE
045942         GO TO 3050-EXIT
045944     END-IF.
045946     ADD 1 TO WS-IMAGES-WRITTEN.
045948 3050-EXIT.
046000     EXIT.
046100
046200*****************************************************************
047100         UNTIL WS-BRCH-IDX > WS-BRCH-COUNT.
047200     ADD 1 TO WS-BRT-COUNT (WS-BRCH-SLOT).
047300     ADD WS-INTEREST-AMOUNT TO WS-BRT-TOTAL (WS-BRCH-SLOT).
047350     ADD WS-TAX-AMOUNT      TO WS-BRT-TAX (WS-BRCH-SLOT).
047400 3100-EXIT.
047500     EXIT.
047600
048500     MOVE WS-VSAM-INDEX     TO DTL-INDEX.
048600     MOVE WS-VSAM-BRANCH    TO DTL-BRANCH.
048700     MOVE WS-VSAM-CUST-TYPE TO DTL-TYPE.
048800     MOVE WS-AVG-BALANCE    TO DTL-AVG-BALANCE.
048850     MOVE WS-DAYS-HELD      TO DTL-DAYS.
048900     MOVE WS-RT-RATE (WS-RT-BEST) TO DTL-RATE.
049000     MOVE WS-INTEREST-AMOUNT TO DTL-INTEREST.
049020     MOVE WS-TAX-AMOUNT      TO DTL-TAX.
049040     MOVE WS-NET-AMOUNT      TO DTL-NET.
049100     MOVE DETAIL-LINE TO REPORT-LINE.
049200     WRITE REPORT-LINE.
049300 3200-EXIT.
049600*****************************************************************
049700*  4000-WRITE-BRANCH-TOTALS - CLOSE THE REGISTER WITH ONE LINE   *
049800*  PER BRANCH (BUCKET SIX IS ANY BRANCH NOT ON BRCHTAB) AND THE  *
049900*  GROSS, TAX AND NET GRAND TOTALS FINANCE TIES TO THE GL.       *
049920*  A RESUMED RUN ADDS A BROUGHT-FORWARD LINE FOR THE EARLIER     *
049940*  ATTEMPTS, SO THE GRAND TOTALS ARE THE WHOLE MONTH'S.          *
050000*****************************************************************
050100 4000-WRITE-BRANCH-TOTALS.
050200     MOVE SPACES TO REPORT-LINE.
050900         MOVE "BRANCH NOT ON TABLE" TO BTOT-NAME
051000         MOVE WS-BRT-COUNT (WS-BRCH-COUNT + 1) TO BTOT-COUNT
051100         MOVE WS-BRT-TOTAL (WS-BRCH-COUNT + 1) TO BTOT-TOTAL
051105         MOVE WS-BRT-TAX (WS-BRCH-COUNT + 1) TO BTOT-TAX
051110         COMPUTE BTOT-NET = WS-BRT-TOTAL (WS-BRCH-COUNT + 1)
051115             - WS-BRT-TAX (WS-BRCH-COUNT + 1)
051120         MOVE BRCH-TOTAL-LINE TO REPORT-LINE
051125         WRITE REPORT-LINE
051130     END-IF.
051135     IF WS-RESUMED-RUN AND WS-BF-POSTED > ZERO
051140         MOVE "**" TO BTOT-BRANCH
051145         MOVE "BROUGHT FORWARD" TO BTOT-NAME
051150         MOVE WS-BF-POSTED TO BTOT-COUNT
051155         MOVE WS-BF-GROSS TO BTOT-TOTAL
051160         MOVE WS-BF-TAX TO BTOT-TAX
051165         COMPUTE BTOT-NET = WS-BF-GROSS - WS-BF-TAX
051200         MOVE BRCH-TOTAL-LINE TO REPORT-LINE
051300         WRITE REPORT-LINE
051400     END-IF.
051500     MOVE SPACES TO REPORT-LINE.
051600     WRITE REPORT-LINE.
051650     MOVE "GROSS INTEREST . . . " TO TOT-LABEL.
051700     MOVE WS-INTEREST-TOTAL TO TOT-TOTAL.
051710     MOVE TOTAL-LINE TO REPORT-LINE.
051720     WRITE REPORT-LINE.
051730     MOVE "TAX WITHHELD . . . . " TO TOT-LABEL.
051740     MOVE WS-TAX-TOTAL TO TOT-TOTAL.
051750     MOVE TOTAL-LINE TO REPORT-LINE.
051760     WRITE REPORT-LINE.
051770     MOVE "NET INTEREST POSTED  " TO TOT-LABEL.
051780     MOVE WS-NET-TOTAL TO TOT-TOTAL.
051800     MOVE TOTAL-LINE TO REPORT-LINE.
051900     WRITE REPORT-LINE.
052000 4000-EXIT.
052800     MOVE WS-BRCH-NAME (WS-BRCH-IDX) TO BTOT-NAME.
052900     MOVE WS-BRT-COUNT (WS-BRCH-IDX) TO BTOT-COUNT.
053000     MOVE WS-BRT-TOTAL (WS-BRCH-IDX) TO BTOT-TOTAL.
053020     MOVE WS-BRT-TAX (WS-BRCH-IDX) TO BTOT-TAX.
053040     COMPUTE BTOT-NET = WS-BRT-TOTAL (WS-BRCH-IDX)
053060         - WS-BRT-TAX (WS-BRCH-IDX).
053100     MOVE BRCH-TOTAL-LINE TO REPORT-LINE.
053200     WRITE REPORT-LINE.
053300 4100-EXIT.
053800*****************************************************************
053900 5000-PRINT-SUMMARY.
054000     DISPLAY "===== MONTH-END INTEREST RUN SUMMARY =====".
054005     DISPLAY "ACCRUAL PERIOD  . . . . . . : " WS-PERIOD-YYYYMM.
054010     DISPLAY "DAYS IN PERIOD  . . . . . . : " WS-MONTH-DAYS.
054015     IF WS-RUN-REFUSED
054020         DISPLAY "RUN REFUSED - NOTHING POSTED"
054025     END-IF.
054030     IF WS-RESUMED-RUN
054035         DISPLAY "RUN RESUMED - ATTEMPT . . . : " WS-CKPT-ATTEMPTS
054040         DISPLAY "TOTALS BELOW ARE FOR THE WHOLE PERIOD"
054045     END-IF.
054050     IF WS-CKPT-FORCED-RUN AND NOT WS-RUN-REFUSED
054055         DISPLAY "FORCED RERUN OF THE PERIOD"
054060     END-IF.
054100     DISPLAY "RECORDS READ  . . . . . . . : " WS-RECORDS-READ.
054200     DISPLAY "INTEREST POSTINGS . . . . . : " WS-POSTED-COUNT.
054300     DISPLAY "RECORDS SKIPPED . . . . . . : " WS-SKIPPED-COUNT.
054400     DISPLAY "GROSS INTEREST  . . . . . . : " WS-INTEREST-TOTAL.
054420     DISPLAY "TAX WITHHELD  . . . . . . . : " WS-TAX-TOTAL.
054440     DISPLAY "NET INTEREST POSTED . . . . : " WS-NET-TOTAL.
054460     DISPLAY "AUDIT IMAGES WRITTEN  . . . : " WS-IMAGES-WRITTEN.
054500 5000-EXIT.
054501     EXIT.
054502
054503*****************************************************************
054504*  7000-COMMIT-CHECKPOINT - RECORD EVERYTHING UP TO AND          *
054505*  INCLUDING THE LAST RECORD READ AS DONE.                       *
054506*****************************************************************
054507 7000-COMMIT-CHECKPOINT.
054508     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
054509     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
054510     MOVE ZERO TO WS-SINCE-CHECKPOINT.
054511 7000-EXIT.
054512     EXIT.
054513
054514 7050-SET-CKPT-TOTALS.
054515     MOVE WS-LAST-READ-INDEX TO WS-CKPT-LAST-INDEX.
054516     MOVE WS-RECORDS-READ    TO WS-CKPT-RECS-READ.
054517     MOVE WS-POSTED-COUNT    TO WS-CKPT-RECS-UPDATED.
054518     MOVE WS-SKIPPED-COUNT   TO WS-CKPT-RECS-EXCEPTED.
054519     MOVE WS-IMAGES-WRITTEN  TO WS-CKPT-COUNT-1.
054520     MOVE ZERO               TO WS-CKPT-COUNT-2.
054521     MOVE WS-INTEREST-TOTAL  TO WS-CKPT-AMOUNT-1.
054522     MOVE WS-TAX-TOTAL       TO WS-CKPT-AMOUNT-2.
054523     MOVE WS-NET-TOTAL       TO WS-CKPT-AMOUNT-3.
054524     INITIALIZE WS-CKPT-PENDING.
054525     ACCEPT WS-CKPT-LAST-DATE FROM DATE YYYYMMDD.
054526     ACCEPT WS-CKPT-LAST-TIME FROM TIME.
054527 7050-EXIT.
054528     EXIT.
054529
054530 7060-WRITE-CKPT-RECORD.
054531     IF WS-CKPT-ON-FILE
054532         REWRITE FD-CKPT-RECORD FROM WS-CKPT-RECORD
054533             INVALID KEY
054534                 CONTINUE
054535         END-REWRITE
054536     ELSE
054537         WRITE FD-CKPT-RECORD FROM WS-CKPT-RECORD
054538             INVALID KEY
054539                 CONTINUE
054540         END-WRITE
054541         SET WS-CKPT-ON-FILE TO TRUE
054542     END-IF.
054543     IF NOT WS-CKPT-OK
054544         DISPLAY "CHECKPOINT FILE WRITE ERROR - STATUS "
054545                 WS-CKPT-STATUS " INDEX " WS-CKPT-LAST-INDEX
054546         MOVE 16 TO RETURN-CODE
054547         SET WS-RUN-FATAL TO TRUE
054548     END-IF.
054549 7060-EXIT.
054550     EXIT.
054551
054552*****************************************************************
054553*  7100-MARK-PENDING - JUST BEFORE A POSTING, COMMIT EVERYTHING  *
054554*  BEFORE THIS RECORD AND RECORD THE POSTING ITSELF AS PENDING:  *
054555*  ITS INDEX, THE NET BALANCE IT WILL LEAVE ON THE MASTER, ITS   *
054556*  AUDIT IMAGES AND ITS GROSS, TAX AND NET.                      *
054557*****************************************************************
054558 7100-MARK-PENDING.
054559     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
054560     SUBTRACT 1 FROM WS-CKPT-RECS-READ.
054561     MOVE WS-PREV-READ-INDEX TO WS-CKPT-LAST-INDEX.
054562     MOVE WS-VSAM-INDEX      TO WS-CKPT-PEND-INDEX.
054563     COMPUTE WS-CKPT-PEND-BALANCE =
054564         WS-POSTED-BALANCE - WS-TAX-AMOUNT.
054565     IF WS-TAX-AMOUNT = ZERO
054566         MOVE 1 TO WS-CKPT-PEND-COUNT-1
054567     ELSE
054568         MOVE 2 TO WS-CKPT-PEND-COUNT-1
054569     END-IF.
054570     MOVE WS-INTEREST-AMOUNT TO WS-CKPT-PEND-AMOUNT-1.
054571     MOVE WS-TAX-AMOUNT      TO WS-CKPT-PEND-AMOUNT-2.
054572     MOVE WS-NET-AMOUNT      TO WS-CKPT-PEND-AMOUNT-3.
054573     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
054574 7100-EXIT.
054575     EXIT.
054576
054577*****************************************************************
054578*  7200-COMPLETE-PERIOD - THE BROWSE REACHED THE END OF THE      *
054579*  MASTER: RECORD THE MONTH AS COMPLETE WITH ITS FINAL TOTALS,   *
054580*  SO A RERUN IS REFUSED.                                        *
054581*****************************************************************
054582 7200-COMPLETE-PERIOD.
054583     PERFORM 7050-SET-CKPT-TOTALS THRU 7050-EXIT.
054584     SET WS-CKPT-COMPLETE TO TRUE.
054585     PERFORM 7060-WRITE-CKPT-RECORD THRU 7060-EXIT.
054586 7200-EXIT.
054587     EXIT.
054588
054589*****************************************************************
054590*  8000-WRITE-RUN-CONTROL - APPEND THIS RUN'S CONTROL TOTALS TO  *
054591*  THE SHARED RUN-CONTROL DATASET FOR THE STRMPROG END-OF-       *
054592*  STREAM BALANCING: AUDIT IMAGES WRITTEN ("N" PLUS "Y") AND THE *
054593*  NET INTEREST THE BALANCES MOVED BY.                           *
054594*  ON A RESUMED RUN THEY ARE THE WHOLE MONTH'S, DATED THE NIGHT  *
054595*  THE MONTH WAS FIRST RUN, SO THEY REPLACE THAT NIGHT'S RECORD. *
054614*****************************************************************
054615 8000-WRITE-RUN-CONTROL.
054616     OPEN EXTEND RUN-CONTROL-FILE.
054624     END-IF.
054625     MOVE WS-RUNC-DATE       TO FD-RUNC-RUN-DATE.
054626     MOVE "INTRPROG"         TO FD-RUNC-STEP.
054627     MOVE WS-RECORDS-READ    TO FD-RUNC-RECS-READ.
054628     MOVE WS-IMAGES-WRITTEN  TO FD-RUNC-RECS-UPDATED.
054629     MOVE WS-NET-TOTAL       TO FD-RUNC-BALANCE-HASH.
054630     MOVE RETURN-CODE        TO FD-RUNC-RETURN-CODE.
054631     MOVE WS-RUNC-START-TIME TO FD-RUNC-START-TIME.
054632     ACCEPT FD-RUNC-END-TIME FROM TIME.
054650
054800 9000-TERMINATE.
054900     CLOSE VSAM-FILE.
054950     CLOSE BALH-FILE.
054965     IF NOT WS-AUDIT-OPENED
054970         OPEN OUTPUT AUDIT-FILE
054975     END-IF.
055000     CLOSE AUDIT-FILE.
055100     CLOSE REPORT-FILE.
055150     CLOSE CKPT-FILE.
055200 9000-EXIT.
055300     EXIT.
