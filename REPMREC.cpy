000100*****************************************************************
000200*  REPMREC.CPY                                                  *
000300*  REPAIR MAINTENANCE RECORD - REPMFILE, 120 BYTES.  WRITTEN BY *
000400*  THE CRPR SCREEN (REPMPROG) TO TRANSIENT DATA QUEUE REPM AND  *
000500*  APPLIED TO THE PENDING-ITEMS FILE (PENDREC) BY THE NEXT      *
000600*  REPRPROG RUN, WHICH REFUSES ANY ACTION ON AN ITEM THAT IS    *
000700*  NOT OPEN OR BY THE OPERATOR WHO KEYED THE ORIGINAL           *
000710*  TRANSACTION.                                                 *
000800*    C  CORRECT   - :PFX:REPM-TRAN-IMAGE REPLACES THE ITEM'S    *
000900*                   TRANSACTION; THE ITEM STAYS OPEN            *
001000*    R  RELEASE   - THE ITEM GOES OUT IN TONIGHT'S REPAIR BATCH *
001100*    W  WRITE OFF - THE ITEM IS CLOSED UNPOSTED; NOTE REQUIRED  *
001200*                                                               *
001300*  COPY REPMREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001400*****************************************************************
001500 01  :PFX:REPM-RECORD.
001600     05  :PFX:REPM-ACTION             PIC X(01).
001700         88  :PFX:REPM-CORRECT            VALUE "C".
001800         88  :PFX:REPM-RELEASE            VALUE "R".
001900         88  :PFX:REPM-WRITE-OFF          VALUE "W".
002000     05  :PFX:REPM-KEY                PIC X(14).
002100     05  :PFX:REPM-OPERATOR           PIC X(05).
002200     05  :PFX:REPM-TRAN-IMAGE         PIC X(67).
002300     05  :PFX:REPM-NOTE               PIC X(30).
002400     05  FILLER                       PIC X(03).
