000100*****************************************************************
000200*  CASEREC.CPY                                                  *
000300*  UNUSUAL-ACTIVITY CASE RECORD - CASEFILE (100 BYTES,          *
000400*  CUMULATIVE, DISP=OLD).  ONE RECORD PER CASE MONIPROG HAS     *
000500*  RAISED, APPENDED WHEN THE CASE IS PRINTED ON THE BRANCH      *
000600*  CASE LISTING.  MONIPROG LOADS THE FILE AT START OF RUN AND   *
000700*  DOES NOT RAISE A CASE AGAIN FOR THE SAME RULE, ACCOUNT AND   *
000800*  COUNTERPARTY UNLESS ITS TRIGGERING POSTINGS RUN PAST THE     *
000900*  LAST POSTING ALREADY REPORTED (:PFX:CASE-LAST-STAMP).        *
000940*  THE CASE RULE CODES ARE BELOW - THE ONE SP (SPLITTING) CARD  *
000970*  ON MONIPARM RAISES BOTH SD AND SW CASES.                     *
001000*    SD  SPLIT DEPOSITS - SEVERAL DEPOSITS EACH UNDER THE       *
001100*        REPORTING THRESHOLD, TOGETHER AT OR ABOVE IT           *
001200*    SW  SPLIT WITHDRAWALS - THE SAME FOR WITHDRAWALS           *
001300*    XB  "X" TRANSFERS BOTH WAYS BETWEEN THE SAME PAIR OF       *
001400*        INDEXES (:PFX:CASE-OTHER-INDEX IS THE OTHER ONE)       *
001500*    DR  LARGE MOVEMENTS ON AN ACCOUNT JUST REACTIVATED FROM    *
001600*        DORMANT ("M") STATUS                                   *
001700*  STAMPS ARE THE AUDIT DATE (YYYYMMDD) AND TIME (HHMMSSTT) OF  *
001800*  THE FIRST AND LAST TRIGGERING POSTING; THE TOTAL IS THE SUM  *
001900*  OF THEIR AMOUNTS, IGNORING SIGN.                             *
002000*                                                               *
002100*  COPY CASEREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
002200*****************************************************************
002300 01  :PFX:CASE-RECORD.
002400     05  :PFX:CASE-NUMBER             PIC 9(08).
002500     05  :PFX:CASE-RULE               PIC X(02).
002600         88  :PFX:CASE-SPLIT-DEPOSITS     VALUE "SD".
002700         88  :PFX:CASE-SPLIT-WITHDRAWALS  VALUE "SW".
002800         88  :PFX:CASE-BACK-AND-FORTH     VALUE "XB".
002900         88  :PFX:CASE-REACTIVATED        VALUE "DR".
003000     05  :PFX:CASE-INDEX              PIC X(08).
003100     05  :PFX:CASE-OTHER-INDEX        PIC X(08).
003200     05  :PFX:CASE-BRANCH             PIC X(02).
003300     05  :PFX:CASE-FIRST-STAMP.
003400         10  :PFX:CASE-FIRST-DATE     PIC 9(08).
003500         10  :PFX:CASE-FIRST-TIME     PIC 9(08).
003600     05  :PFX:CASE-LAST-STAMP.
003700         10  :PFX:CASE-LAST-DATE      PIC 9(08).
003800         10  :PFX:CASE-LAST-TIME      PIC 9(08).
003900     05  :PFX:CASE-POSTINGS           PIC 9(04).
004000     05  :PFX:CASE-TOTAL              PIC 9(11)V99.
004100     05  :PFX:CASE-RAISED-DATE        PIC 9(08).
004200     05  FILLER                       PIC X(15).
