000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DATEPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-09-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-09-15  RSK       INITIAL VERSION.                       *
001100*****************************************************************
001200*
001300*  DATEPROG IS THE SHARED CALENDAR SUBROUTINE FOR THE BATCH
001400*  PROGRAMS THAT NEED DATE ARITHMETIC - DAYS BETWEEN TWO DATES,
001500*  A DATE N DAYS ON, THE DAY OF THE WEEK AND THE LENGTH OF A
001600*  MONTH.  IT CONVERTS A YYYYMMDD DATE TO A SERIAL DAY NUMBER
001700*  (FUNCTION "D") OR A DAY NUMBER BACK TO A DATE (FUNCTION
001800*  "N"); SEE DATEPARM FOR THE PARAMETER BLOCK.  THE DAY NUMBER
001900*  COUNTS DAYS FROM 1 MARCH OF YEAR ZERO ON THE GREGORIAN
002000*  CALENDAR, SO THE LEAP DAY ALWAYS FALLS AT THE END OF THE
002100*  SHIFTED YEAR AND THE MONTH OFFSETS NEED NO TABLE.  ONLY
002200*  WHOLE-NUMBER DIVIDES ARE USED - EVERY QUOTIENT IS TRUNCATED
002300*  INTO ITS OWN FIELD BEFORE IT IS USED.
002400*
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700*****************************************************************
002800*  DAYS-IN-MONTH TABLE - FEBRUARY IS CORRECTED FOR LEAP YEARS    *
002900*****************************************************************
003000 01  WS-MONTH-TABLE-DATA.
003100     05  FILLER                 PIC X(24)
003200                      VALUE "312831303130313130313031".
003300 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.
003400     05  WS-MT-DAYS OCCURS 12 TIMES
003500                                PIC 9(02).
003600
003700*****************************************************************
003800*  CONVERSION WORK FIELDS                                        *
003900*****************************************************************
004000 01  WS-SHIFT-YEAR              PIC 9(05) COMP.
004100 01  WS-SHIFT-MONTH             PIC 9(02) COMP.
004200 01  WS-ERA                     PIC 9(03) COMP.
004300 01  WS-DAY-OF-ERA              PIC 9(06) COMP.
004400 01  WS-YEAR-OF-ERA             PIC 9(03) COMP.
004500 01  WS-DAY-OF-YEAR             PIC 9(03) COMP.
004600 01  WS-QUOT-4                  PIC 9(06) COMP.
004700 01  WS-QUOT-100                PIC 9(06) COMP.
004800 01  WS-QUOT-400                PIC 9(06) COMP.
004900 01  WS-QUOT-WORK               PIC 9(06) COMP.
005000 01  WS-MONTH-OFFSET            PIC 9(03) COMP.
005100 01  WS-PRODUCT                 PIC 9(07) COMP.
005200 01  WS-REMAINDER               PIC 9(03) COMP.
005300 01  WS-LEAP-SWITCH             PIC X(01).
005400     88  WS-LEAP-YEAR               VALUE "Y".
005500     88  WS-COMMON-YEAR             VALUE "N".
005600
005700 LINKAGE SECTION.
005800 COPY DATEPARM REPLACING ==:PFX:== BY ==WS-==.
005900
006000 PROCEDURE DIVISION USING WS-DATE-PARM.
006100*****************************************************************
006200*  0000-MAINLINE - RUN THE REQUESTED CONVERSION AND RETURN.      *
006300*****************************************************************
006400 0000-MAINLINE.
006500     SET WS-DTP-INVALID TO TRUE.
006600     EVALUATE TRUE
006700         WHEN WS-DTP-TO-DAY-NUMBER
006800             PERFORM 1000-DATE-TO-DAY-NUMBER THRU 1000-EXIT
006900         WHEN WS-DTP-TO-DATE
007000             PERFORM 2000-DAY-NUMBER-TO-DATE THRU 2000-EXIT
007100         WHEN OTHER
007200             MOVE ZERO TO WS-DTP-DAY-NUMBER
007300             MOVE ZERO TO WS-DTP-WEEKDAY
007400             MOVE ZERO TO WS-DTP-MONTH-DAYS
007500     END-EVALUATE.
007600     GOBACK.
007700
007800*****************************************************************
007900*  1000-DATE-TO-DAY-NUMBER - EDIT THE DATE, THEN COUNT THE DAYS  *
008000*  OF THE WHOLE SHIFTED YEARS (365 EACH PLUS THE GREGORIAN LEAP  *
008100*  DAYS), THE WHOLE MONTHS SINCE MARCH (153 DAYS PER FIVE        *
008200*  MONTHS) AND THE DAYS OF THE MONTH.                            *
008300*****************************************************************
008400 1000-DATE-TO-DAY-NUMBER.
008500     MOVE ZERO TO WS-DTP-DAY-NUMBER.
008600     MOVE ZERO TO WS-DTP-WEEKDAY.
008700     MOVE ZERO TO WS-DTP-MONTH-DAYS.
008800     IF WS-DTP-DATE IS NOT NUMERIC
008900         GO TO 1000-EXIT
009000     END-IF.
009100     IF WS-DTP-YEAR < 1601
009200        OR WS-DTP-MONTH < 1 OR WS-DTP-MONTH > 12
009300         GO TO 1000-EXIT
009400     END-IF.
009500     PERFORM 3000-SET-MONTH-DAYS THRU 3000-EXIT.
009600     IF WS-DTP-DAY < 1 OR WS-DTP-DAY > WS-DTP-MONTH-DAYS
009700         MOVE ZERO TO WS-DTP-MONTH-DAYS
009800         GO TO 1000-EXIT
009900     END-IF.
010000     IF WS-DTP-MONTH > 2
010100         MOVE WS-DTP-YEAR TO WS-SHIFT-YEAR
010200         COMPUTE WS-SHIFT-MONTH = WS-DTP-MONTH - 3
010300     ELSE
010400         COMPUTE WS-SHIFT-YEAR = WS-DTP-YEAR - 1
010500         COMPUTE WS-SHIFT-MONTH = WS-DTP-MONTH + 9
010600     END-IF.
010700     DIVIDE WS-SHIFT-YEAR BY 4   GIVING WS-QUOT-4.
010800     DIVIDE WS-SHIFT-YEAR BY 100 GIVING WS-QUOT-100.
010900     DIVIDE WS-SHIFT-YEAR BY 400 GIVING WS-QUOT-400.
011000     COMPUTE WS-PRODUCT = 153 * WS-SHIFT-MONTH + 2.
011100     DIVIDE WS-PRODUCT BY 5 GIVING WS-MONTH-OFFSET.
011200     COMPUTE WS-DTP-DAY-NUMBER =
011300         365 * WS-SHIFT-YEAR + WS-QUOT-4 - WS-QUOT-100
011400         + WS-QUOT-400 + WS-MONTH-OFFSET + WS-DTP-DAY - 1.
011500     PERFORM 3100-SET-WEEKDAY THRU 3100-EXIT.
011600     SET WS-DTP-VALID TO TRUE.
011700 1000-EXIT.
011800     EXIT.
011900
012000*****************************************************************
012100*  2000-DAY-NUMBER-TO-DATE - THE REVERSE: SPLIT THE DAY NUMBER   *
012200*  INTO 400-YEAR ERAS (146097 DAYS EACH), FIND THE YEAR WITHIN   *
012300*  THE ERA, THEN THE SHIFTED MONTH AND THE DAY.                  *
012400*****************************************************************
012500 2000-DAY-NUMBER-TO-DATE.
012600     MOVE ZERO TO WS-DTP-DATE.
012700     MOVE ZERO TO WS-DTP-WEEKDAY.
012800     MOVE ZERO TO WS-DTP-MONTH-DAYS.
012900     IF WS-DTP-DAY-NUMBER IS NOT NUMERIC
013000         GO TO 2000-EXIT
013100     END-IF.
013200     DIVIDE WS-DTP-DAY-NUMBER BY 146097 GIVING WS-ERA
013300         REMAINDER WS-DAY-OF-ERA.
013400     DIVIDE WS-DAY-OF-ERA BY 1460   GIVING WS-QUOT-4.
013500     DIVIDE WS-DAY-OF-ERA BY 36524  GIVING WS-QUOT-100.
013600     DIVIDE WS-DAY-OF-ERA BY 146096 GIVING WS-QUOT-400.
013700     COMPUTE WS-QUOT-WORK = WS-DAY-OF-ERA - WS-QUOT-4
013800         + WS-QUOT-100 - WS-QUOT-400.
013900     DIVIDE WS-QUOT-WORK BY 365 GIVING WS-YEAR-OF-ERA.
014000     DIVIDE WS-YEAR-OF-ERA BY 4   GIVING WS-QUOT-4.
014100     DIVIDE WS-YEAR-OF-ERA BY 100 GIVING WS-QUOT-100.
014200     COMPUTE WS-DAY-OF-YEAR = WS-DAY-OF-ERA
014300         - (365 * WS-YEAR-OF-ERA + WS-QUOT-4 - WS-QUOT-100).
014400     COMPUTE WS-PRODUCT = 5 * WS-DAY-OF-YEAR + 2.
014500     DIVIDE WS-PRODUCT BY 153 GIVING WS-SHIFT-MONTH.
014600     COMPUTE WS-PRODUCT = 153 * WS-SHIFT-MONTH + 2.
014700     DIVIDE WS-PRODUCT BY 5 GIVING WS-MONTH-OFFSET.
014800     COMPUTE WS-DTP-DAY = WS-DAY-OF-YEAR - WS-MONTH-OFFSET + 1.
014900     COMPUTE WS-SHIFT-YEAR = WS-YEAR-OF-ERA + 400 * WS-ERA.
015000     IF WS-SHIFT-MONTH < 10
015100         COMPUTE WS-DTP-MONTH = WS-SHIFT-MONTH + 3
015200     ELSE
015300         COMPUTE WS-DTP-MONTH = WS-SHIFT-MONTH - 9
015400         ADD 1 TO WS-SHIFT-YEAR
015500     END-IF.
015600     MOVE WS-SHIFT-YEAR TO WS-DTP-YEAR.
015700     PERFORM 3000-SET-MONTH-DAYS THRU 3000-EXIT.
015800     PERFORM 3100-SET-WEEKDAY THRU 3100-EXIT.
015900     SET WS-DTP-VALID TO TRUE.
016000 2000-EXIT.
016100     EXIT.
016200
016300*****************************************************************
016400*  3000-SET-MONTH-DAYS - LENGTH OF WS-DTP-MONTH IN WS-DTP-YEAR.  *
016500*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A CENTURY YEAR   *
016600*  NOT DIVISIBLE BY 400.                                         *
016700*****************************************************************
016800 3000-SET-MONTH-DAYS.
016900     MOVE WS-MT-DAYS (WS-DTP-MONTH) TO WS-DTP-MONTH-DAYS.
017000     IF WS-DTP-MONTH NOT = 2
017100         GO TO 3000-EXIT
017200     END-IF.
017300     SET WS-COMMON-YEAR TO TRUE.
017400     DIVIDE WS-DTP-YEAR BY 4 GIVING WS-QUOT-WORK
017500         REMAINDER WS-REMAINDER.
017600     IF WS-REMAINDER = ZERO
017700         SET WS-LEAP-YEAR TO TRUE
017800         DIVIDE WS-DTP-YEAR BY 100 GIVING WS-QUOT-WORK
017900             REMAINDER WS-REMAINDER
018000         IF WS-REMAINDER = ZERO
018100             SET WS-COMMON-YEAR TO TRUE
018200             DIVIDE WS-DTP-YEAR BY 400 GIVING WS-QUOT-WORK
018300                 REMAINDER WS-REMAINDER
018400             IF WS-REMAINDER = ZERO
018500                 SET WS-LEAP-YEAR TO TRUE
018600             END-IF
018700         END-IF
018800     END-IF.
018900     IF WS-LEAP-YEAR
019000         MOVE 29 TO WS-DTP-MONTH-DAYS
019100     END-IF.
019200 3000-EXIT.
019300     EXIT.
019400
019500*****************************************************************
019600*  3100-SET-WEEKDAY - DAY NUMBER ZERO (1 MARCH, YEAR ZERO) WAS   *
019700*  A WEDNESDAY, SO MONDAY = 1 FALLS OUT OF (DAY NUMBER + 2)      *
019800*  MODULO 7, PLUS ONE.                                           *
019900*****************************************************************
020000 3100-SET-WEEKDAY.
020100     COMPUTE WS-PRODUCT = WS-DTP-DAY-NUMBER + 2.
020200     DIVIDE WS-PRODUCT BY 7 GIVING WS-QUOT-WORK
020300         REMAINDER WS-REMAINDER.
020400     COMPUTE WS-DTP-WEEKDAY = WS-REMAINDER + 1.
020500 3100-EXIT.
020600     EXIT.
