001400*              CURRENT MASTER BALANCE TOTAL, OPEN ("A"/"M"/     *
001410*              "H") RECORDS ONLY - LIKE FOR LIKE WITH THE       *
001420*              MAINPROG AND GLEXPROG TOTALS                     *
001430*    CLRGPROG  CLEARING CREDITS READ / DEPOSITS GENERATED /     *
001440*              DEPOSIT TOTAL, WITH THE CREDITS RETURNED TO THE  *
001450*              CLEARING HOUSE IN :PFX:RUNC-RECS-RETURNED (ZERO  *
001460*              OR SPACES FOR EVERY OTHER STEP)                  *
001470*    BALHPROG  MASTER RECORDS READ / BALANCES CAPTURED /        *
001473*              CAPTURED BALANCE TOTAL, OPEN RECORDS ONLY - TIES *
001476*              TO THE MAINPROG BALANCE CONTROL TOTAL            *
001500*  STRMPROG CROSS-FOOTS THE CHAIN AND HOLDS THE PRINT/TRANSMIT  *
001600*  JOBS WHEN IT DOES NOT TIE (SEE STRM0001).  A RERUN OF A      *
001700*  STEP APPENDS A SECOND RECORD - THE LAST RECORD PER DATE AND  *
001800*  STEP WINS.                                                   *
001810*  A RESUMED INTRPROG OR DORMPROG RUN (SEE CKPTREC) WRITES THE  *
001820*  WHOLE PERIOD'S TOTALS UNDER THE RUN DATE OF THE PERIOD'S     *
001830*  FIRST ATTEMPT, SO IT REPLACES ANY RECORD A STOPPED ATTEMPT   *
001840*  LEFT FOR THAT NIGHT AND STILL TIES.  A REFUSED RUN WRITES    *
001850*  NONE.                                                        *
001900*                                                               *
002000*  COPY RUNCTL REPLACING ==:PFX:== BY ==<PREFIX>==.             *
002100*****************************************************************
002800     05  :PFX:RUNC-RETURN-CODE    PIC 9(04).
002900     05  :PFX:RUNC-START-TIME     PIC 9(08).
003000     05  :PFX:RUNC-END-TIME       PIC 9(08).
003100     05  :PFX:RUNC-RECS-RETURNED  PIC 9(08).
003110     05  FILLER                   PIC X(06).
