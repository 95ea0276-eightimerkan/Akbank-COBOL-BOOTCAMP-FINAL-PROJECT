000100*****************************************************************
000200*  CONTREC.CPY                                                  *
000300*  CUSTOMER CONTACT RECORD LAYOUT - CONTFILE (KSDS), 200        *
000400*  BYTES, KEYED ON :PFX:CONT-INDEX (POSITIONS 1-8) - THE SAME   *
000500*  8-DIGIT INDEX AS THE CUSTOMER MASTER (VSAMREC).  ONE RECORD  *
000600*  PER CUSTOMER WITH CONTACT DETAILS ON FILE, KEPT ONLY BY      *
000700*  MAINPROG FROM "K" CONTACT TRANSACTIONS (SEE TRANREC), EACH   *
000800*  CHANGE LOGGED ON THE CONTACT AUDIT TRAIL (SEE CAUDREC).      *
000900*  AN ITEM FOR THE MAIL RUN (STATEMENT, DORMANCY NOTICE) NEEDS  *
001000*  ADDRESS LINE 1 AND THE POSTCODE; A CUSTOMER WITH NO RECORD,  *
001100*  WITHOUT EITHER OF THOSE, OR FLAGGED :PFX:CONT-DO-NOT-MAIL    *
001200*  IS ROUTED TO THE BRANCH-COLLECT LISTING INSTEAD.             *
001300*  :PFX:CONT-MAINT-OPERATOR/-DATE ARE THE LAST CHANGE'S.        *
001400*                                                               *
001500*  COPY CONTREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001600*****************************************************************
001700 01  :PFX:CONT-RECORD.
001800     05  :PFX:CONT-INDEX          PIC X(08).
001900     05  :PFX:CONT-INDEX-N REDEFINES :PFX:CONT-INDEX
002000                                  PIC 9(08).
002100     05  :PFX:CONT-ADDR-LINE-1    PIC X(30).
002200     05  :PFX:CONT-ADDR-LINE-2    PIC X(30).
002300     05  :PFX:CONT-CITY           PIC X(20).
002400     05  :PFX:CONT-POSTCODE       PIC X(10).
002500     05  :PFX:CONT-PHONE          PIC X(15).
002600     05  :PFX:CONT-EMAIL          PIC X(40).
002700     05  :PFX:CONT-MAIL-FLAG      PIC X(01).
002800         88  :PFX:CONT-DO-NOT-MAIL    VALUE "Y".
002900         88  :PFX:CONT-MAIL-OK        VALUE "N".
003000     05  :PFX:CONT-MAINT-OPERATOR PIC X(05).
003100     05  :PFX:CONT-MAINT-DATE     PIC 9(08).
003200     05  FILLER                   PIC X(33).
