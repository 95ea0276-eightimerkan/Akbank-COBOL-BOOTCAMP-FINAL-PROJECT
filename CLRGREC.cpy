000100*****************************************************************
000200*  CLRGREC.CPY                                                  *
000300*  INCOMING CLEARING CREDIT FILE - 120 BYTES, THE CLEARING      *
000400*  HOUSE'S OWN LAYOUT, RECEIVED EACH BUSINESS DAY.  ONE "H"     *
000500*  HEADER (FILE DATE, FILE SEQUENCE, CLEARING HOUSE ID AND THE  *
000600*  RECEIVING BANK CODE), ANY NUMBER OF "C" CREDITS, ONE "T"     *
000700*  TRAILER WITH THE CREDIT COUNT AND TOTAL.  A CREDIT NAMES ITS *
000800*  BENEFICIARY BY CUSTOMER INDEX AND BY NAME AS THE PAYER GAVE  *
000900*  IT; AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.  READ BY *
001000*  CLRGPROG ONLY.                                               *
001100*                                                               *
001200*  COPY CLRGREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001300*****************************************************************
001400 01  :PFX:CLRG-RECORD.
001500     05  :PFX:CLRG-REC-TYPE           PIC X(01).
001600         88  :PFX:CLRG-HEADER         VALUE "H".
001700         88  :PFX:CLRG-CREDIT         VALUE "C".
001800         88  :PFX:CLRG-TRAILER        VALUE "T".
001900     05  :PFX:CLRG-BODY               PIC X(119).
002000     05  :PFX:CLRG-HDR REDEFINES :PFX:CLRG-BODY.
002100         10  :PFX:CLRG-HDR-FILE-DATE  PIC 9(08).
002200         10  :PFX:CLRG-HDR-FILE-SEQ   PIC 9(04).
002300         10  :PFX:CLRG-HDR-HOUSE-ID   PIC X(08).
002400         10  :PFX:CLRG-HDR-BANK-CODE  PIC X(08).
002500         10  FILLER                   PIC X(91).
002600     05  :PFX:CLRG-CRD REDEFINES :PFX:CLRG-BODY.
002700         10  :PFX:CLRG-ITEM-REF       PIC X(16).
002800         10  :PFX:CLRG-SEND-BANK      PIC X(08).
002900         10  :PFX:CLRG-PAYER-NAME     PIC X(30).
003000         10  :PFX:CLRG-BEN-INDEX      PIC X(08).
003100         10  :PFX:CLRG-BEN-INDEX-N REDEFINES :PFX:CLRG-BEN-INDEX
003200                                      PIC 9(08).
003300         10  :PFX:CLRG-BEN-NAME       PIC X(15).
003400         10  :PFX:CLRG-BEN-SURNAME    PIC X(15).
003500         10  :PFX:CLRG-AMOUNT         PIC X(13).
003600         10  :PFX:CLRG-AMOUNT-N REDEFINES :PFX:CLRG-AMOUNT
003700                                      PIC 9(11)V99.
003800         10  FILLER                   PIC X(14).
003900     05  :PFX:CLRG-TRL REDEFINES :PFX:CLRG-BODY.
004000         10  :PFX:CLRG-TRL-COUNT      PIC X(07).
004100         10  :PFX:CLRG-TRL-COUNT-N REDEFINES :PFX:CLRG-TRL-COUNT
004200                                      PIC 9(07).
004300         10  :PFX:CLRG-TRL-TOTAL      PIC X(15).
004400         10  :PFX:CLRG-TRL-TOTAL-N REDEFINES :PFX:CLRG-TRL-TOTAL
004500                                      PIC 9(13)V99.
004600         10  FILLER                   PIC X(97).
