000100*****************************************************************
000200*  SOMTREC.CPY                                                  *
000300*  STANDING-INSTRUCTION MAINTENANCE RECORD - SORMFILE (80       *
000400*  BYTES).  WRITTEN BY THE TELLERS' CSOR SCREEN (SORMPROG) TO   *
000500*  THE EXTRAPARTITION TDQ "SORM" DURING THE DAY AND APPLIED TO  *
000600*  THE STANDING-INSTRUCTION MASTER (SORDREC) BY THE NIGHT'S     *
000700*  SORDPROG RUN, AHEAD OF THAT NIGHT'S PAYMENTS.                *
000800*    "A"  SET UP A NEW INSTRUCTION - EVERY FIELD REQUIRED       *
000900*         EXCEPT END DATE (BLANK = OPEN-ENDED) AND DAY FOR A    *
001000*         SPECIFIC-DAY ("S") INSTRUCTION                        *
001100*    "C"  CHANGE AN ACTIVE INSTRUCTION - ONLY THE FIELDS KEYED  *
001200*         NON-BLANK ARE REPLACED                                *
001300*    "D"  CANCEL AN ACTIVE INSTRUCTION (KEPT ON FILE AS "C")    *
001400*  THE FROM-INDEX AND SEQUENCE ARE THE INSTRUCTION'S KEY; THE   *
001500*  OPERATOR ID IS THE ENTERING TELLER'S.                        *
001600*                                                               *
001700*  COPY SOMTREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001800*****************************************************************
001900 01  :PFX:SOMT-RECORD.
002000     05  :PFX:SOMT-OPERATION          PIC X(01).
002100         88  :PFX:SOMT-SET-UP             VALUE "A".
002200         88  :PFX:SOMT-CHANGE             VALUE "C".
002300         88  :PFX:SOMT-CANCEL             VALUE "D".
002400     05  :PFX:SOMT-KEY.
002500         10  :PFX:SOMT-FROM-INDEX     PIC X(08).
002600         10  :PFX:SOMT-FROM-INDEX-N REDEFINES
002700             :PFX:SOMT-FROM-INDEX     PIC 9(08).
002800         10  :PFX:SOMT-SEQ            PIC X(02).
002900         10  :PFX:SOMT-SEQ-N REDEFINES :PFX:SOMT-SEQ
003000                                      PIC 9(02).
003100     05  :PFX:SOMT-TO-INDEX           PIC X(08).
003200     05  :PFX:SOMT-TO-INDEX-N REDEFINES :PFX:SOMT-TO-INDEX
003300                                      PIC 9(08).
003400     05  :PFX:SOMT-AMOUNT             PIC X(12).
003500     05  :PFX:SOMT-AMOUNT-N REDEFINES :PFX:SOMT-AMOUNT
003600                                      PIC S9(10)V99.
003700     05  :PFX:SOMT-FREQUENCY          PIC X(01).
003800     05  :PFX:SOMT-DAY                PIC X(02).
003900     05  :PFX:SOMT-DAY-N REDEFINES :PFX:SOMT-DAY
004000                                      PIC 9(02).
004100     05  :PFX:SOMT-START-DATE         PIC X(08).
004200     05  :PFX:SOMT-START-DATE-N REDEFINES :PFX:SOMT-START-DATE
004300                                      PIC 9(08).
004400     05  :PFX:SOMT-END-DATE           PIC X(08).
004500     05  :PFX:SOMT-END-DATE-N REDEFINES :PFX:SOMT-END-DATE
004600                                      PIC 9(08).
004700     05  :PFX:SOMT-BRANCH             PIC X(02).
004800     05  :PFX:SOMT-OPERATOR           PIC X(05).
004900     05  FILLER                       PIC X(23).
