000100*****************************************************************
000200*  CKPTREC.CPY                                                  *
000300*  JOB CHECKPOINT RECORD - CKPTFILE (KSDS), 200 BYTES, KEYED ON *
000400*  :PFX:CKPT-KEY (POSITIONS 1-16) - STEP (PROGRAM) NAME, THEN   *
000500*  THE PERIOD THE RUN IS FOR (YYYYMMDD).  ONE RECORD PER STEP   *
000600*  PER PERIOD, KEPT BY THE MASTER-UPDATING PERIODIC JOBS SO A   *
000700*  RERUN CAN NEITHER POST A PERIOD TWICE NOR LEAVE ONE HALF     *
000800*  DONE:                                                        *
000900*    INTRPROG  ACCRUAL MONTH, FIRST OF THE MONTH (YYYYMM01)     *
001000*    DORMPROG  THE AS-OF DATE OF THE SWEEP                      *
001100*    ARCHPROG  THE DATE OF THE ARCHIVE SWEEP                    *
001150*    CLRGPROG  THE HEADER DATE OF THE CLEARING FILE PROCESSED   *
001200*  :PFX:CKPT-STATE IS "I" FROM THE START OF THE PERIOD'S RUN    *
001300*  UNTIL IT REACHES THE END OF THE MASTER, THEN "C"; "X" MARKS  *
001400*  A PERIOD LEFT UNFINISHED WHEN A FORCE CARD STARTED ANOTHER.  *
001450*  CLRGPROG WRITES ITS RECORD ONCE, "C", WHEN A FILE IS DONE.   *
001500*  :PFX:CKPT-LAST-INDEX IS THE LAST MASTER INDEX WHOSE WORK IS  *
001600*  COMMITTED (SPACES = NONE YET) AND THE COUNTS AND AMOUNTS ARE *
001700*  THE PERIOD-TO-DATE TOTALS UP TO AND INCLUDING IT, SO A       *
001800*  RESUMED RUN STARTS AFTER IT WITH THE TOTALS CARRIED.  BEFORE *
001900*  EACH MASTER UPDATE THE RECORD IS REWRITTEN WITH THE UPDATE   *
002000*  PENDING (:PFX:CKPT-PEND-INDEX AND WHAT IT WILL ADD); A       *
002100*  RESUMED RUN READS THAT INDEX BACK TO SEE WHETHER THE UPDATE  *
002200*  LANDED BEFORE THE FAILURE.  WHAT GOES IN THE COUNTS AND      *
002300*  AMOUNTS PER STEP:                                            *
002400*    INTRPROG  READ / POSTINGS / SKIPPED / AUDIT IMAGES / ZERO; *
002500*              GROSS / TAX / NET INTEREST.  THE PENDING BALANCE *
002600*              IS THE NET BALANCE THE POSTING LEAVES ON FILE    *
002700*    DORMPROG  READ / FLAGGED / NO ACTIVITY DATE / NOTICES      *
002800*              MAILED / NOTICES FOR BRANCH COLLECTION; ZERO     *
002900*    ARCHPROG  ZERO / ARCHIVED / ZERO / ZERO / ZERO; BALANCE    *
003000*              ARCHIVED / ZERO / ZERO                           *
003020*    CLRGPROG  CREDITS READ / DEPOSITED / RETURNED / FILE       *
003040*              SEQUENCE / BATCH NUMBER; DEPOSIT TOTAL /         *
003060*              RETURN TOTAL / ZERO                              *
003100*                                                               *
003200*  COPY CKPTREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
003300*****************************************************************
003400 01  :PFX:CKPT-RECORD.
003500     05  :PFX:CKPT-KEY.
003600         10  :PFX:CKPT-STEP           PIC X(08).
003700         10  :PFX:CKPT-PERIOD         PIC 9(08).
003800     05  :PFX:CKPT-STATE              PIC X(01).
003900         88  :PFX:CKPT-IN-PROGRESS    VALUE "I".
004000         88  :PFX:CKPT-COMPLETE       VALUE "C".
004100         88  :PFX:CKPT-ABANDONED      VALUE "X".
004200     05  :PFX:CKPT-FORCED             PIC X(01).
004300         88  :PFX:CKPT-FORCED-RUN     VALUE "Y".
004400     05  :PFX:CKPT-RUN-DATE           PIC 9(08).
004500     05  :PFX:CKPT-LAST-DATE          PIC 9(08).
004600     05  :PFX:CKPT-LAST-TIME          PIC 9(08).
004700     05  :PFX:CKPT-ATTEMPTS           PIC 9(04).
004800     05  :PFX:CKPT-LAST-INDEX         PIC X(08).
004900     05  :PFX:CKPT-RECS-READ          PIC 9(08).
005000     05  :PFX:CKPT-RECS-UPDATED       PIC 9(08).
005100     05  :PFX:CKPT-RECS-EXCEPTED      PIC 9(08).
005200     05  :PFX:CKPT-COUNT-1            PIC 9(08).
005300     05  :PFX:CKPT-COUNT-2            PIC 9(08).
005400     05  :PFX:CKPT-AMOUNT-1           PIC S9(12)V99.
005500     05  :PFX:CKPT-AMOUNT-2           PIC S9(12)V99.
005600     05  :PFX:CKPT-AMOUNT-3           PIC S9(12)V99.
005700     05  :PFX:CKPT-PENDING.
005800         10  :PFX:CKPT-PEND-INDEX     PIC X(08).
005900         10  :PFX:CKPT-PEND-BALANCE   PIC S9(10)V99.
006000         10  :PFX:CKPT-PEND-COUNT-1   PIC 9(01).
006100         10  :PFX:CKPT-PEND-COUNT-2   PIC 9(01).
006200         10  :PFX:CKPT-PEND-AMOUNT-1  PIC S9(10)V99.
006300         10  :PFX:CKPT-PEND-AMOUNT-2  PIC S9(10)V99.
006400         10  :PFX:CKPT-PEND-AMOUNT-3  PIC S9(10)V99.
006500     05  FILLER                       PIC X(06).
