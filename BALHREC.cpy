000100*****************************************************************
000200*  BALHREC.CPY                                                  *
000300*  DAILY BALANCE-HISTORY RECORD - BALHFILE (KSDS), 40 BYTES,    *
000400*  KEYED ON :PFX:BALH-KEY (POSITIONS 1-16) - INDEX, THEN THE    *
000500*  BUSINESS DATE (YYYYMMDD) OF THE CAPTURE.  BALHPROG WRITES    *
000600*  ONE RECORD PER OPEN ("A"/"M"/"H") ACCOUNT EACH NIGHT AFTER   *
000700*  MAINPROG, HOLDING THE END-OF-DAY BALANCE AS IT STOOD ON THE  *
000800*  MASTER; A RERUN FOR THE SAME DATE REPLACES THE NIGHT'S       *
000900*  RECORD.  NIGHTS THE STREAM DID NOT RUN (WEEKENDS, HOLIDAYS)  *
001000*  HAVE NO RECORD - THE BALANCE OF THE LAST CAPTURE BEFORE THEM *
001100*  STANDS FOR THOSE DAYS.  CAPTURES OLDER THAN THE RETENTION ON *
001200*  THE BALHPROG CARD ARE PURGED BY BALHPROG.  READ BY INTRPROG  *
001300*  (AVERAGE DAILY BALANCE) AND BALQPROG (DISPUTE LISTING).      *
001400*                                                               *
001500*  COPY BALHREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001600*****************************************************************
001700 01  :PFX:BALH-RECORD.
001800     05  :PFX:BALH-KEY.
001900         10  :PFX:BALH-INDEX          PIC X(08).
002000         10  :PFX:BALH-DATE           PIC 9(08).
002100         10  :PFX:BALH-DATE-PARTS REDEFINES :PFX:BALH-DATE.
002200             15  :PFX:BALH-YYYYMM     PIC 9(06).
002300             15  :PFX:BALH-DD         PIC 9(02).
002400     05  :PFX:BALH-BALANCE            PIC S9(10)V99.
002500     05  :PFX:BALH-STATUS             PIC X(01).
002600     05  :PFX:BALH-BRANCH             PIC X(02).
002700     05  :PFX:BALH-CUST-TYPE          PIC X(01).
002800     05  FILLER                       PIC X(08).
