000100*****************************************************************
000200*  CLRTREC.CPY                                                  *
000300*  CLEARING RETURN FILE - 120 BYTES, THE CLEARING HOUSE'S       *
000400*  RETURN FORMAT, WRITTEN BY CLRGPROG AND TRANSMITTED BACK TO   *
000500*  THE HOUSE.  ONE "H" HEADER (OUR RUN DATE, THE DATE AND       *
000600*  SEQUENCE OF THE CREDIT FILE BEING ANSWERED, OUR BANK CODE    *
000700*  AND THE HOUSE ID), ONE "R" RECORD PER CREDIT SENT BACK -     *
000800*  THE ORIGINAL ITEM AS RECEIVED PLUS A REASON CODE - AND ONE   *
000900*  "T" TRAILER WITH THE RETURN COUNT AND TOTAL.  REASON CODES:  *
001000*    01  ACCOUNT NUMBER INVALID (NOT AN 8-DIGIT INDEX)          *
001100*    02  NO SUCH ACCOUNT                                        *
001200*    03  ACCOUNT CLOSED (STATUS "D")                            *
001300*    04  BENEFICIARY NAME DOES NOT MATCH THE ACCOUNT            *
001400*    05  AMOUNT ZERO OR OUTSIDE THE ACCEPTED RANGE              *
001500*    06  CREDIT WOULD TAKE THE BALANCE OUT OF RANGE             *
001600*                                                               *
001700*  COPY CLRTREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001800*****************************************************************
001900 01  :PFX:CLRT-RECORD.
002000     05  :PFX:CLRT-REC-TYPE           PIC X(01).
002100         88  :PFX:CLRT-HEADER         VALUE "H".
002200         88  :PFX:CLRT-RETURN         VALUE "R".
002300         88  :PFX:CLRT-TRAILER        VALUE "T".
002400     05  :PFX:CLRT-BODY               PIC X(119).
002500     05  :PFX:CLRT-HDR REDEFINES :PFX:CLRT-BODY.
002600         10  :PFX:CLRT-HDR-RUN-DATE   PIC 9(08).
002700         10  :PFX:CLRT-HDR-FILE-DATE  PIC 9(08).
002800         10  :PFX:CLRT-HDR-FILE-SEQ   PIC 9(04).
002900         10  :PFX:CLRT-HDR-BANK-CODE  PIC X(08).
003000         10  :PFX:CLRT-HDR-HOUSE-ID   PIC X(08).
003100         10  FILLER                   PIC X(83).
003200     05  :PFX:CLRT-RTN REDEFINES :PFX:CLRT-BODY.
003300         10  :PFX:CLRT-ITEM-REF       PIC X(16).
003400         10  :PFX:CLRT-SEND-BANK      PIC X(08).
003500         10  :PFX:CLRT-BEN-INDEX      PIC X(08).
003600         10  :PFX:CLRT-BEN-NAME       PIC X(15).
003700         10  :PFX:CLRT-BEN-SURNAME    PIC X(15).
003800         10  :PFX:CLRT-AMOUNT         PIC 9(11)V99.
003900         10  :PFX:CLRT-REASON-CODE    PIC X(02).
004000         10  :PFX:CLRT-REASON-TEXT    PIC X(22).
004100         10  FILLER                   PIC X(20).
004200     05  :PFX:CLRT-TRL REDEFINES :PFX:CLRT-BODY.
004300         10  :PFX:CLRT-TRL-COUNT      PIC 9(07).
004400         10  :PFX:CLRT-TRL-TOTAL      PIC 9(13)V99.
004500         10  FILLER                   PIC X(97).
