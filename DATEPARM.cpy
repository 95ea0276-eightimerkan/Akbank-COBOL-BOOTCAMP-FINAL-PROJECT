000100*****************************************************************
000200*  DATEPARM.CPY                                                 *
000300*  PARAMETER BLOCK FOR THE DATEPROG CALENDAR SUBROUTINE.  SET   *
000400*  :PFX:DTP-FUNCTION AND THE INPUT FIELD, THEN                  *
000500*      CALL "DATEPROG" USING :PFX:DATE-PARM.                    *
000600*    "D"  :PFX:DTP-DATE (YYYYMMDD) IN - DAY NUMBER, WEEKDAY AND *
000700*         DAYS IN THE MONTH OUT.  AN IMPOSSIBLE DATE COMES BACK *
000800*         WITH :PFX:DTP-INVALID SET AND THE OUTPUTS ZERO.       *
000900*    "N"  :PFX:DTP-DAY-NUMBER IN - DATE, WEEKDAY AND DAYS IN    *
001000*         THE MONTH OUT.                                        *
001100*  THE DAY NUMBER IS A PLAIN SERIAL DAY COUNT, SO THE NUMBER OF *
001200*  DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF THEIR DAY        *
001300*  NUMBERS AND A DATE N DAYS ON IS DAY NUMBER + N.  WEEKDAY IS  *
001400*  1 (MONDAY) THROUGH 7 (SUNDAY).                               *
001500*                                                               *
001600*  COPY DATEPARM REPLACING ==:PFX:== BY ==<PREFIX>==.           *
001700*****************************************************************
001800 01  :PFX:DATE-PARM.
001900     05  :PFX:DTP-FUNCTION        PIC X(01).
002000         88  :PFX:DTP-TO-DAY-NUMBER   VALUE "D".
002100         88  :PFX:DTP-TO-DATE         VALUE "N".
002200     05  :PFX:DTP-DATE            PIC 9(08).
002300     05  :PFX:DTP-DATE-PARTS REDEFINES :PFX:DTP-DATE.
002400         10  :PFX:DTP-YEAR        PIC 9(04).
002500         10  :PFX:DTP-MONTH       PIC 9(02).
002600         10  :PFX:DTP-DAY         PIC 9(02).
002700     05  :PFX:DTP-DAY-NUMBER      PIC 9(07).
002800     05  :PFX:DTP-WEEKDAY         PIC 9(01).
002900     05  :PFX:DTP-MONTH-DAYS      PIC 9(02).
003000     05  :PFX:DTP-RESULT          PIC X(01).
003100         88  :PFX:DTP-VALID           VALUE "Y".
003200         88  :PFX:DTP-INVALID         VALUE "N".
