000100*****************************************************************
000200*  REPFREC.CPY                                                  *
000300*  REPAIR FEED RECORD - 130 BYTES.  THE LAYOUT OF THE ITEMS THE *
000400*  NIGHTLY RUNS COULD NOT APPLY: MAINPROG'S EXCEPTION LISTING   *
000500*  (EXCPFILE) AND REJECT LISTING (REJTFILE) AND BTCHPROG'S      *
000600*  SUSPENSE FILE (SUSPFILE), ALL CUMULATIVE (DISP=MOD) UNTIL    *
000700*  REPRPROG LOADS THEM ONTO THE PENDING-ITEMS FILE (PENDREC)    *
000800*  AND EMPTIES THEM.  POSITIONS 1-51 ARE THE PRINTABLE LISTING  *
000900*  LINE (INDEX, OPERATION CODE, REASON); :PFX:REPF-TRAN-IMAGE   *
001000*  IS THE TRANSACTION RECORD (TRANREC) EXACTLY AS IT WAS READ.  *
001100*  :PFX:REPF-RUN-DATE IS THE DATE OF THE RUN THAT REFUSED THE   *
001200*  ITEM.  :PFX:REPF-BRANCH IS THE BRANCH OF THE BATCH THE ITEM  *
001300*  CAME IN (SUSPENSE ONLY) - SPACES WHERE IT IS NOT KNOWN.      *
001400*                                                               *
001500*  COPY REPFREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001600*****************************************************************
001700 01  :PFX:REPF-RECORD.
001800     05  :PFX:REPF-INDEX              PIC X(08).
001900     05  FILLER                       PIC X(01).
002000     05  :PFX:REPF-OPERATION          PIC X(01).
002100     05  FILLER                       PIC X(01).
002200     05  :PFX:REPF-REASON             PIC X(40).
002300     05  FILLER                       PIC X(01).
002400     05  :PFX:REPF-TRAN-IMAGE         PIC X(67).
002500     05  :PFX:REPF-RUN-DATE           PIC 9(08).
002600     05  :PFX:REPF-BRANCH             PIC X(02).
002700     05  FILLER                       PIC X(01).
