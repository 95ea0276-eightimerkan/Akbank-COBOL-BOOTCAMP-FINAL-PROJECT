000600*  A "T" BATCH TRAILER CLOSES IT, CARRYING THE TRANSACTION      *
000700*  COUNT AND THE HASHED NET AMOUNT (THE ALGEBRAIC SUM OF THE    *
000800*  AMOUNT FIELD OVER THE BATCH, "W" WITHDRAWALS SUBTRACTED,     *
000900*  EVERY OTHER OPERATION ADDED, NON-NUMERIC AMOUNTS AS ZERO     *
000910*  AND "K" CONTACT TRANSACTIONS AS ZERO).                       *
001000*  BTCHPROG PROVES EVERY BATCH COMPLETE AGAINST ITS TRAILER     *
001100*  BEFORE THE BARE TRANSACTIONS ARE PASSED ON TO MAINPROG.      *
001110*  EVERY TRANSACTION CARRIES THE ENTERING OPERATOR'S ID,        *
001170*  :PFX:TO-INDEX IN ONE TRANSACTION - BOTH SIDES POST OR        *
001180*  NEITHER DOES.  AN "H" PLACES A LEGAL HOLD ON THE RECORD AND  *
001190*  AN "R" RELEASES IT (SEE VSAMREC STATUS "H").                 *
001191*  A "K" CHANGES ONE FIELD OF THE CUSTOMER'S CONTACT RECORD     *
001192*  (SEE CONTREC), NAMED BY :PFX:CNT-FIELD, TO :PFX:CNT-VALUE;   *
001193*  A BLANK VALUE CLEARS THE FIELD.  "DM" TAKES "Y" (DO NOT      *
001194*  MAIL) OR "N" IN THE FIRST POSITION OF THE VALUE, AND "XX"    *
001195*  REMOVES THE WHOLE CONTACT RECORD.                            *
001200*                                                               *
001300*  COPY TRANREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001400*****************************************************************
002520         88  :PFX:OP-TRANSFER           VALUE "X".
002530         88  :PFX:OP-HOLD               VALUE "H".
002540         88  :PFX:OP-RELEASE            VALUE "R".
002550         88  :PFX:OP-CONTACT            VALUE "K".
002600     05  :PFX:BODY.
002700         10  :PFX:INDEX-NUM         PIC X(08).
002800         10  :PFX:INDEX-NUM-N REDEFINES :PFX:INDEX-NUM
004200         10  :PFX:BCH-COUNT         PIC 9(06).
004300         10  :PFX:BCH-NET           PIC S9(12)V99.
004400         10  FILLER                 PIC X(38).
004410     05  :PFX:CONTACT REDEFINES :PFX:BODY.
004420         10  FILLER                 PIC X(08).
004430         10  :PFX:CNT-FIELD         PIC X(02).
004440             88  :PFX:CNT-ADDR-LINE-1   VALUE "A1".
004450             88  :PFX:CNT-ADDR-LINE-2   VALUE "A2".
004460             88  :PFX:CNT-CITY          VALUE "CT".
004470             88  :PFX:CNT-POSTCODE      VALUE "PC".
004480             88  :PFX:CNT-PHONE         VALUE "PH".
004490             88  :PFX:CNT-EMAIL         VALUE "EM".
004500             88  :PFX:CNT-MAIL-FLAG     VALUE "DM".
004510             88  :PFX:CNT-REMOVE        VALUE "XX".
004512             88  :PFX:CNT-FIELD-VALID   VALUES "A1", "A2", "CT",
004514                                        "PC", "PH", "EM", "DM",
004516                                        "XX".
004520         10  :PFX:CNT-VALUE         PIC X(40).
004530         10  FILLER                 PIC X(16).
