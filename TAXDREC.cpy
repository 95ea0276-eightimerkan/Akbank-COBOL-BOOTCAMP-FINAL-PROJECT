000100*****************************************************************
000200*  TAXDREC.CPY                                                  *
000300*  WITHHOLDING TAX DECLARATION RECORD - DECLFILE (100 BYTES),   *
000400*  WRITTEN BY TAXCPROG AT YEAR END FOR TRANSMISSION TO THE TAX  *
000500*  AUTHORITY.  ONE "H" HEADER, ONE "D" DETAIL PER CUSTOMER WHO  *
000600*  WAS PAID INTEREST IN THE TAX YEAR, ONE "T" TRAILER.  THE     *
000700*  HEADER AND TRAILER BOTH CARRY THE DETAIL COUNT AND THE GROSS *
000800*  INTEREST AND TAX WITHHELD TOTALS OVER THE DETAILS; THE       *
000900*  TRAILER ALSO CARRIES THE RECORD COUNT INCLUDING ITSELF AND   *
001000*  THE HEADER.  AMOUNTS ARE UNSIGNED, TWO IMPLIED DECIMALS.     *
001100*                                                               *
001200*  COPY TAXDREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001300*****************************************************************
001400 01  :PFX:TAXD-RECORD.
001500     05  :PFX:TAXD-REC-TYPE           PIC X(01).
001600         88  :PFX:TAXD-HEADER         VALUE "H".
001700         88  :PFX:TAXD-DETAIL         VALUE "D".
001800         88  :PFX:TAXD-TRAILER        VALUE "T".
001900     05  :PFX:TAXD-BODY               PIC X(99).
002000     05  :PFX:TAXD-HDR-BODY REDEFINES :PFX:TAXD-BODY.
002100         10  :PFX:TAXD-H-TAX-YEAR     PIC 9(04).
002200         10  :PFX:TAXD-H-PAYER-ID     PIC X(10).
002300         10  :PFX:TAXD-H-CREATED      PIC 9(08).
002400         10  :PFX:TAXD-H-DETAIL-COUNT PIC 9(08).
002500         10  :PFX:TAXD-H-TOTAL-GROSS  PIC 9(13)V99.
002600         10  :PFX:TAXD-H-TOTAL-TAX    PIC 9(13)V99.
002700         10  FILLER                   PIC X(39).
002800     05  :PFX:TAXD-DTL-BODY REDEFINES :PFX:TAXD-BODY.
002900         10  :PFX:TAXD-D-INDEX        PIC X(08).
003000         10  :PFX:TAXD-D-NAME         PIC X(15).
003100         10  :PFX:TAXD-D-SURNAME      PIC X(15).
003200         10  :PFX:TAXD-D-CUST-TYPE    PIC X(01).
003300         10  :PFX:TAXD-D-BRANCH       PIC X(02).
003400         10  :PFX:TAXD-D-GROSS        PIC 9(11)V99.
003500         10  :PFX:TAXD-D-TAX          PIC 9(11)V99.
003600         10  FILLER                   PIC X(32).
003700     05  :PFX:TAXD-TRL-BODY REDEFINES :PFX:TAXD-BODY.
003800         10  :PFX:TAXD-T-TAX-YEAR     PIC 9(04).
003900         10  :PFX:TAXD-T-PAYER-ID     PIC X(10).
004000         10  :PFX:TAXD-T-RECORD-COUNT PIC 9(08).
004100         10  :PFX:TAXD-T-DETAIL-COUNT PIC 9(08).
004200         10  :PFX:TAXD-T-TOTAL-GROSS  PIC 9(13)V99.
004300         10  :PFX:TAXD-T-TOTAL-TAX    PIC 9(13)V99.
004400         10  FILLER                   PIC X(39).
