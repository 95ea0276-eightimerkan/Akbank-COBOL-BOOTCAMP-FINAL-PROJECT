000100*****************************************************************
000200*  SORDREC.CPY                                                  *
000300*  STANDING-INSTRUCTION MASTER RECORD - SORDFILE (KSDS, 100     *
000400*  BYTES, KEY = FROM-INDEX + INSTRUCTION SEQUENCE, 10 BYTES).   *
000500*  ONE RECORD PER STANDING ORDER: A RECURRING "X" TRANSFER OF   *
000600*  A FIXED AMOUNT FROM ONE CUSTOMER INDEX TO ANOTHER.           *
000700*  FREQUENCY "W" PAYS WEEKLY ON WEEKDAY :PFX:SORD-DAY (1 = MON  *
000800*  ... 7 = SUN); "M" PAYS MONTHLY ON DAY :PFX:SORD-DAY OF THE   *
000900*  MONTH (A DAY PAST THE END OF A SHORT MONTH PAYS ON ITS LAST  *
001000*  DAY); "S" PAYS ONCE, ON THE SPECIFIC DAY :PFX:SORD-START-    *
001100*  DATE.  AN END DATE OF ZERO MEANS OPEN-ENDED.  SET UP,        *
001200*  CHANGED AND CANCELLED ONLY THROUGH SORDPROG, FROM THE        *
001300*  TELLERS' CSOR MAINTENANCE (SEE SOMTREC); SORDPROG ALSO       *
001400*  KEEPS THE PAYMENT-TRACKING FIELDS:                           *
001500*    LAST-DUE    LAST DUE DATE ALREADY ACTED ON (PAID, IN       *
001600*                RETRY, OR GIVEN UP)                            *
001700*    GEN-DATE    NIGHT A TRANSFER WAS LAST GENERATED AND NOT    *
001800*                YET SEEN ON THE AUDIT TRAIL (ZERO = NONE       *
001900*                OUTSTANDING)                                   *
002000*    RETRY-DUE   DUE DATE OF A FAILED PAYMENT STILL BEING       *
002100*                RETRIED (ZERO = NONE), WITH THE NUMBER OF      *
002200*                FAILED ATTEMPTS SO FAR                         *
002300*                                                               *
002400*  COPY SORDREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
002500*****************************************************************
002600 01  :PFX:SORD-RECORD.
002700     05  :PFX:SORD-KEY.
002800         10  :PFX:SORD-FROM-INDEX     PIC X(08).
002900         10  :PFX:SORD-SEQ            PIC X(02).
003000     05  :PFX:SORD-TO-INDEX           PIC X(08).
003100     05  :PFX:SORD-AMOUNT             PIC S9(10)V99.
003200     05  :PFX:SORD-FREQUENCY          PIC X(01).
003300         88  :PFX:SORD-WEEKLY             VALUE "W".
003400         88  :PFX:SORD-MONTHLY            VALUE "M".
003500         88  :PFX:SORD-SPECIFIC-DAY       VALUE "S".
003600     05  :PFX:SORD-DAY                PIC 9(02).
003700     05  :PFX:SORD-START-DATE         PIC 9(08).
003800     05  :PFX:SORD-END-DATE           PIC 9(08).
003900     05  :PFX:SORD-BRANCH             PIC X(02).
004000     05  :PFX:SORD-STATUS             PIC X(01).
004100         88  :PFX:SORD-ACTIVE             VALUE "A".
004200         88  :PFX:SORD-CANCELLED          VALUE "C".
004300         88  :PFX:SORD-ENDED              VALUE "E".
004400     05  :PFX:SORD-MAINT-OPERATOR     PIC X(05).
004500     05  :PFX:SORD-MAINT-DATE         PIC 9(08).
004600     05  :PFX:SORD-LAST-DUE           PIC 9(08).
004700     05  :PFX:SORD-GEN-DATE           PIC 9(08).
004800     05  :PFX:SORD-RETRY-DUE          PIC 9(08).
004900     05  :PFX:SORD-RETRY-COUNT        PIC 9(02).
005000     05  FILLER                       PIC X(09).
