000100*****************************************************************
000200*  PENDREC.CPY                                                  *
000300*  PENDING-ITEMS RECORD LAYOUT - PENDFILE (KSDS), 300 BYTES,    *
000400*  KEYED ON :PFX:PEND-KEY (POSITIONS 1-14).  ONE RECORD PER     *
000500*  TRANSACTION THE NIGHTLY RUNS REFUSED - A MAINPROG REJECT (R) *
000600*  OR EXCEPTION (E) OR A BTCHPROG SUSPENSE ITEM (S) - FROM THE  *
000700*  NIGHT IT WAS FIRST REFUSED UNTIL BACK OFFICE RELEASES IT AND *
000800*  IT POSTS, OR WRITES IT OFF.  THE KEY IS THE DATE FIRST       *
000900*  REFUSED, THE SOURCE AND THE ITEM'S POSITION IN THAT NIGHT'S  *
001000*  LISTING, SO A RELOAD OF THE SAME LISTING FINDS ITS ITEMS ON  *
001100*  FILE ALREADY.  LOADED AND KEPT BY REPRPROG ONLY; THE CRPR    *
001200*  SCREEN (REPMPROG) READS IT AND QUEUES ITS CHANGES (REPMREC). *
001300*    O  OPEN        - WAITING FOR BACK OFFICE                   *
001400*    R  RELEASED    - IN TONIGHT'S REPAIR BATCH                 *
001500*    P  POSTED      - RELEASED AND NOT REFUSED AGAIN (CLOSED)   *
001600*    W  WRITTEN OFF - CLOSED WITHOUT POSTING                    *
001700*  :PFX:PEND-ORIG-IMAGE IS THE TRANSACTION AS FIRST REFUSED     *
001800*  AND IS NEVER CHANGED; :PFX:PEND-TRAN-IMAGE IS THE ONE THAT   *
001900*  WILL BE (OR WAS) RELEASED, WITH ANY CORRECTIONS.  AN ITEM    *
002000*  REFUSED AGAIN AFTER RELEASE GOES BACK TO OPEN WITH THE NEW   *
002100*  REASON, :PFX:PEND-LAST-DATE AND :PFX:PEND-TIMES UPDATED; ITS *
002200*  AGE IS STILL COUNTED FROM :PFX:PEND-FIRST-DATE.              *
002300*                                                               *
002400*  COPY PENDREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
002500*****************************************************************
002600 01  :PFX:PEND-RECORD.
002700     05  :PFX:PEND-KEY.
002800         10  :PFX:PEND-FIRST-DATE     PIC 9(08).
002900         10  :PFX:PEND-SOURCE         PIC X(01).
003000             88  :PFX:PEND-FROM-REJECT    VALUE "R".
003100             88  :PFX:PEND-FROM-EXCEPTION VALUE "E".
003200             88  :PFX:PEND-FROM-SUSPENSE  VALUE "S".
003300         10  :PFX:PEND-SEQ            PIC 9(05).
003400     05  :PFX:PEND-STATUS             PIC X(01).
003500         88  :PFX:PEND-OPEN               VALUE "O".
003600         88  :PFX:PEND-RELEASED           VALUE "R".
003700         88  :PFX:PEND-POSTED             VALUE "P".
003800         88  :PFX:PEND-WRITTEN-OFF        VALUE "W".
003900     05  :PFX:PEND-BRANCH             PIC X(02).
004000     05  :PFX:PEND-ORIG-OPERATOR      PIC X(05).
004100     05  :PFX:PEND-REASON             PIC X(40).
004200     05  :PFX:PEND-LAST-DATE          PIC 9(08).
004300     05  :PFX:PEND-TIMES              PIC 9(02).
004400     05  :PFX:PEND-ORIG-IMAGE         PIC X(67).
004500     05  :PFX:PEND-TRAN-IMAGE         PIC X(67).
004600     05  :PFX:PEND-CORR-OPERATOR      PIC X(05).
004700     05  :PFX:PEND-CORR-DATE          PIC 9(08).
004800     05  :PFX:PEND-ACTION-OPERATOR    PIC X(05).
004900     05  :PFX:PEND-ACTION-DATE        PIC 9(08).
005000     05  :PFX:PEND-CLOSED-DATE        PIC 9(08).
005100     05  :PFX:PEND-NOTE               PIC X(30).
005200     05  FILLER                       PIC X(30).
