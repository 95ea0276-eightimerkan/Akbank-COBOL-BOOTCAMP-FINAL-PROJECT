003552*                    THE SHARED RUN-CONTROL DATASET (RUNCTL)     *
003553*                    FOR THE STRMPROG END-OF-STREAM BALANCING.   *
003554*****************************************************************
003555*  2026-09-22  RSK   AN "S" SUPERVISOR OVERRIDE NOW WRITES AN    *
003556*                    AUDIT IMAGE UNDER THE SUPERVISOR'S ID       *
003557*                    (BEFORE AND AFTER IMAGES BOTH THE UNCHANGED *
003558*                    RECORD) SO OPERPROG CAN SHOW WHO ARMED THE  *
003559*                    OVERRIDE A POSTING USED.                    *
003560*  2026-09-29  RSK   ADDED THE "K" CONTACT TRANSACTION - ONE     *
003561*                    FIELD OF THE NEW CUSTOMER CONTACT FILE      *
003562*                    (CONTFILE/CONTREC: ADDRESS, CITY, POSTCODE, *
003563*                    PHONE, E-MAIL, DO-NOT-MAIL) PER             *
003564*                    TRANSACTION, WITH ITS OWN BEFORE/AFTER      *
003565*                    AUDIT TRAIL (CAUDFILE/CAUDREC) SO THE       *
003566*                    MASTER TRAIL STAYS MASTER IMAGES ONLY.      *
003567*                    CONTACT CHANGES ARE NOT IN THE RUN-CONTROL  *
003568*                    TOTALS.                                     *
003569*  2026-10-05  RSK   THE EXCEPTION AND REJECT LISTINGS NOW CARRY *
003570*                    THE TRANSACTION IMAGE AS READ AND THE RUN   *
003571*                    DATE (LRECL 130, SEE REPFREC) SO REPRPROG   *
003572*                    CAN LOAD THEM ONTO THE PENDING-ITEMS FILE.  *
003573*                    A POSTING OR MAINTENANCE TRANSACTION FOR AN *
003574*                    INDEX NOT ON THE MASTER, AND AN INVALID     *
003575*                    OPERATION CODE, NOW GO TO THE EXCEPTION     *
003576*                    LISTING AS WELL AS THE CONSOLE.             *
003577*  2026-10-15  RSK   A "K" ITEM THAT CANNOT BE APPLIED BECAUSE   *
003578*                    THE CONTACT FILE FAILED TO OPEN, READ OR    *
003579*                    UPDATE NOW GOES TO THE EXCEPTION LISTING    *
003580*                    ("CONTACT FILE UNAVAILABLE") AND THE RUN    *
003581*                    ENDS RC 8.                                  *
003582*****************************************************************
003600
003700*****************************************************************
003800*  MAINPROG READS TELLER-ENTERED MAINTENANCE TRANSACTIONS AND   *
007170         ORGANIZATION IS SEQUENTIAL
007180         FILE STATUS IS WS-RUNC-STATUS.
007200
007205     SELECT CONTACT-FILE ASSIGN TO "CONTFILE"
007210         ORGANIZATION IS INDEXED
007215         ACCESS MODE IS DYNAMIC
007220         RECORD KEY IS FD-CONT-INDEX
007225         FILE STATUS IS WS-CNTF-STATUS.
007230
007235     SELECT CONTACT-AUDIT-FILE ASSIGN TO "CAUDFILE"
007240         ORGANIZATION IS SEQUENTIAL
007245         FILE STATUS IS WS-CAUD-STATUS.
007250
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  VSAM-FILE
007800
007900*****************************************************************
008000*  EXCEPTION LISTING - REJECTED TRANSACTIONS (BAD BALANCE, ETC.) *
008050*  SAME LAYOUT AS REPFREC; POSITIONS 1-51 ARE THE PRINT LINE.    *
008100*****************************************************************
008200 FD  EXCEPTION-FILE
008300     RECORD CONTAINS 130 CHARACTERS
008400     LABEL RECORDS ARE STANDARD.
008500 01  EXCP-RECORD.
008600     05  EXCP-INDEX             PIC X(08).
008800     05  EXCP-OPERATION         PIC X(01).
008900     05  FILLER                 PIC X(01) VALUE SPACE.
009000     05  EXCP-REASON            PIC X(40).
009010     05  FILLER                 PIC X(01) VALUE SPACE.
009020     05  EXCP-TRAN-IMAGE        PIC X(67).
009030     05  EXCP-RUN-DATE          PIC 9(08).
009040     05  EXCP-BRANCH            PIC X(02) VALUE SPACES.
009050     05  FILLER                 PIC X(01) VALUE SPACE.
009100
009200*****************************************************************
009300*  AUDIT TRAIL - BEFORE/AFTER IMAGE OF EVERY ADD/CHANGE/DELETE.  *
013900*  OR THE DUPLICATE-KEY CHECK, BEFORE THEY EVER REACH THE        *
014000*  ADD/CHANGE/DELETE/INQUIRE PARAGRAPHS. KEPT SEPARATE FROM THE  *
014100*  EXCEPTION LISTING, WHICH IS FOR BALANCE-EDIT FAILURES ONLY.   *
014150*  SAME LAYOUT AS REPFREC; POSITIONS 1-51 ARE THE PRINT LINE.    *
014200*****************************************************************
014300 FD  REJECT-FILE
014400     RECORD CONTAINS 130 CHARACTERS
014500     LABEL RECORDS ARE STANDARD.
014600 01  REJT-RECORD.
014700     05  REJT-INDEX                 PIC X(08).
014900     05  REJT-OPERATION             PIC X(01).
015000     05  FILLER                     PIC X(01) VALUE SPACE.
015100     05  REJT-REASON                PIC X(40).
015101     05  FILLER                     PIC X(01) VALUE SPACE.
015102     05  REJT-TRAN-IMAGE            PIC X(67).
015103     05  REJT-RUN-DATE              PIC 9(08).
015104     05  REJT-BRANCH                PIC X(02) VALUE SPACES.
015105     05  FILLER                     PIC X(01) VALUE SPACE.
015110
015120*****************************************************************
015130*  OPERATOR MASTER - ONE RECORD PER AUTHORIZED OPERATOR (SEE     *
015250 FD  RUN-CONTROL-FILE
015260     RECORD CONTAINS 80 CHARACTERS
015270     LABEL RECORDS ARE STANDARD.
015271     COPY RUNCTL REPLACING ==:PFX:== BY ==FD-==.
015272
015273*****************************************************************
015274*  CUSTOMER CONTACT FILE - ADDRESS AND CONTACT DETAILS KEYED ON  *
015275*  THE SAME INDEX AS THE MASTER (SEE CONTREC), KEPT BY "K"       *
015276*  TRANSACTIONS.                                                 *
015277*****************************************************************
015278 FD  CONTACT-FILE
015279     LABEL RECORDS ARE STANDARD.
015280     COPY CONTREC REPLACING ==:PFX:== BY ==FD-==.
015281
015282*****************************************************************
015283*  CONTACT AUDIT TRAIL - BEFORE/AFTER IMAGE OF EVERY CONTACT     *
015284*  CHANGE (SEE CAUDREC).                                         *
015285*****************************************************************
015286 FD  CONTACT-AUDIT-FILE
015287     RECORD CONTAINS 430 CHARACTERS
015288     LABEL RECORDS ARE STANDARD.
015289     COPY CAUDREC REPLACING ==:PFX:== BY ====.
015290
015300 WORKING-STORAGE SECTION.
015400*****************************************************************
017775*  EVERY RECORD AN ADD, CHANGE OR POSTING TOUCHES.              *
017776*****************************************************************
017777 01  WS-RUN-DATE-YMD            PIC 9(08).
017779
017781*****************************************************************
017783*  THE TRANSACTION AS READ, BEFORE SUBPROG STANDARDIZES THE     *
017785*  NAME, FOR THE EXCEPTION AND REJECT LISTINGS.                 *
017787*****************************************************************
017789 01  WS-TRAN-IMAGE              PIC X(67).
017800
017900*****************************************************************
018000*  CONSOLE DISPLAY AREA                                         *
019700 01  WS-AUDIT-NEW-IMAGE         PIC X(62).
019800
019900*****************************************************************
019905*  CONTACT RECORD WORKING COPY, ITS BEFORE/AFTER IMAGES FOR THE  *
019910*  CONTACT AUDIT TRAIL, AND THE "K" TRANSACTION EDIT FIELDS      *
019915*****************************************************************
019920 COPY CONTREC REPLACING ==:PFX:== BY ==WS-==.
019925
019930 01  WS-CAUD-OLD-IMAGE          PIC X(200).
019935 01  WS-CAUD-NEW-IMAGE          PIC X(200).
019940
019945 01  WS-CONT-FOUND-SWITCH       PIC X(01).
019950     88  WS-CONT-ON-FILE         VALUE "Y".
019955     88  WS-CONT-NEW             VALUE "N".
019960
019965 01  WS-CNT-MAX-LENGTH          PIC 9(02) COMP.
019970 01  WS-CNT-AT-COUNT            PIC 9(02) COMP.
019975
019980*****************************************************************
020000*  FULL-KEY-RANGE SCAN CONTROLS                                 *
020100*****************************************************************
020200 01  WS-SCAN-START              PIC 9(08) COMP.
021800     05  WS-RECORDS-READ         PIC 9(06) COMP VALUE ZERO.
021900     05  WS-RECORDS-UPDATED      PIC 9(06) COMP VALUE ZERO.
022000     05  WS-BALANCE-HASH         PIC S9(12)V99 COMP-3 VALUE ZERO.
022050     05  WS-CONTACTS-UPDATED     PIC 9(06) COMP VALUE ZERO.
022100
022200*****************************************************************
022300*  EDIT SWITCH FOR THE BALANCE EDIT PARAGRAPH                   *
025760     88  WS-RUNC-OK              VALUE "00".
025770
025780 01  WS-RUNC-START-TIME         PIC 9(08) VALUE ZERO.
025782 01  WS-CNTF-STATUS             PIC X(02).
025784     88  WS-CNTF-OK              VALUE "00".
025786     88  WS-CNTF-NOTFND          VALUE "23".
025788
025790 01  WS-CAUD-STATUS             PIC X(02).
025792     88  WS-CAUD-OK              VALUE "00".
025793
025794 01  WS-CONT-FILE-SWITCH        PIC X(01) VALUE "N".
025795     88  WS-CONT-FILE-DOWN       VALUE "D".
025796     88  WS-CONT-FILE-ERROR      VALUE "E".
025797     88  WS-CONT-FILE-FAILED     VALUE "D" "E".
025800
025900 PROCEDURE DIVISION.
026000
026400         UNTIL WS-OP-END.
026500     PERFORM 3000-PROCESS-OPERATION THRU 3000-EXIT.
026600     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
026602     IF WS-CONT-FILE-FAILED AND RETURN-CODE = ZERO
026604         MOVE 8 TO RETURN-CODE
026606     END-IF.
026610     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
026700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026800     STOP RUN.
029100     IF NOT WS-REJT-OK
029200         DISPLAY "REJECT FILE OPEN ERROR - STATUS "
029300                 WS-REJT-STATUS
029305     END-IF.
029310     OPEN I-O CONTACT-FILE.
029315     IF NOT WS-CNTF-OK
029320         DISPLAY "CONTACT FILE OPEN ERROR - STATUS "
029325                 WS-CNTF-STATUS
029327         SET WS-CONT-FILE-DOWN TO TRUE
029330     END-IF.
029335     OPEN OUTPUT CONTACT-AUDIT-FILE.
029340     IF NOT WS-CAUD-OK
029345         DISPLAY "CONTACT AUDIT FILE OPEN ERROR - STATUS "
029350                 WS-CAUD-STATUS
029400     END-IF.
029405     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
029406     ACCEPT WS-RUNC-START-TIME FROM TIME.
036450*****************************************************************
036460*  2000-PROCESS-TRANSACTION - ACCEPT ONE TELLER TRANSACTION AND  *
036470*  ROUTE IT TO ITS OWN ADD/CHANGE/DELETE/INQUIRE OR DEPOSIT/     *
036480*  WITHDRAWAL POSTING PARAGRAPH, OR TO THE CONTACT PARAGRAPH.    *
036490*  UNRECOGNIZED OPERATION CODES ARE REPORTED AND IGNORED.        *
036500*****************************************************************
036600 2000-PROCESS-TRANSACTION.
037986                 WHEN WS-OP-RELEASE
037987                     PERFORM 4950-PROCESS-RELEASE
037988                         THRU 4950-EXIT
037990                 WHEN WS-OP-CONTACT
037992                     PERFORM 4970-PROCESS-CONTACT
037994                         THRU 4970-EXIT
038000                 WHEN OTHER
038100                     DISPLAY "INVALID OPERATION CODE "
038200                             WS-OPERATION
038220                     MOVE "INVALID OPERATION CODE" TO EXCP-REASON
038240                     PERFORM 2300-WRITE-EXCEPTION-RECORD
038260                         THRU 2300-EXIT
038300             END-EVALUATE
038400         END-IF
038500         PERFORM 2700-WRITE-TRAN-CHECKPOINT THRU 2700-EXIT
039300             MOVE "E" TO WS-OPERATION
039400         NOT AT END
039500             ADD 1 TO WS-TRAN-COUNT
039550             MOVE WS-RECORD TO WS-TRAN-IMAGE
039600     END-READ.
039700 2100-EXIT.
039800     EXIT.
046100 2500-WRITE-REJECT-RECORD.
046200     MOVE WS-INDEX-NUM TO REJT-INDEX.
046300     MOVE WS-OPERATION TO REJT-OPERATION.
046320     MOVE WS-TRAN-IMAGE TO REJT-TRAN-IMAGE.
046340     MOVE WS-RUN-DATE-YMD TO REJT-RUN-DATE.
046360     MOVE SPACES TO REJT-BRANCH.
046400     WRITE REJT-RECORD.
046500 2500-EXIT.
046600     EXIT.
048922 2280-EXIT.
048923     EXIT.
048924
048925*****************************************************************
048926*  2290-EDIT-CONTACT-FIELD - REJECT A "K" CONTACT TRANSACTION    *
048927*  WHOSE FIELD CODE IS NOT RECOGNIZED, WHOSE VALUE IS LONGER     *
048928*  THAN THE CONTACT FIELD IT IS FOR, WHOSE DO-NOT-MAIL FLAG IS   *
048929*  NOT "Y" OR "N", OR WHOSE E-MAIL ADDRESS DOES NOT HAVE EXACTLY *
048930*  ONE "@".  FAILING TRANSACTIONS ARE WRITTEN TO THE EXCEPTION   *
048931*  LISTING.                                                      *
048932*****************************************************************
048933 2290-EDIT-CONTACT-FIELD.
048934     SET WS-EDIT-OK TO TRUE.
048935     IF NOT WS-CNT-FIELD-VALID
048936         SET WS-EDIT-BAD TO TRUE
048937         MOVE "CONTACT FIELD CODE NOT RECOGNIZED" TO EXCP-REASON
048938         PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
048939         GO TO 2290-EXIT
048940     END-IF.
048941     EVALUATE TRUE
048942         WHEN WS-CNT-ADDR-LINE-1
048943         WHEN WS-CNT-ADDR-LINE-2
048944             MOVE 30 TO WS-CNT-MAX-LENGTH
048945         WHEN WS-CNT-CITY
048946             MOVE 20 TO WS-CNT-MAX-LENGTH
048947         WHEN WS-CNT-POSTCODE
048948             MOVE 10 TO WS-CNT-MAX-LENGTH
048949         WHEN WS-CNT-PHONE
048950             MOVE 15 TO WS-CNT-MAX-LENGTH
048951         WHEN WS-CNT-MAIL-FLAG
048952             MOVE 1 TO WS-CNT-MAX-LENGTH
048953         WHEN OTHER
048954             MOVE 40 TO WS-CNT-MAX-LENGTH
048955     END-EVALUATE.
048956     IF WS-CNT-MAX-LENGTH < 40
048957         IF WS-CNT-VALUE (WS-CNT-MAX-LENGTH + 1:) NOT = SPACES
048958             SET WS-EDIT-BAD TO TRUE
048959             MOVE "CONTACT VALUE TOO LONG FOR FIELD"
048960                 TO EXCP-REASON
048961             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
048962             GO TO 2290-EXIT
048963         END-IF
048964     END-IF.
048965     IF WS-CNT-MAIL-FLAG
048966         IF WS-CNT-VALUE (1:1) NOT = "Y"
048967            AND WS-CNT-VALUE (1:1) NOT = "N"
048968             SET WS-EDIT-BAD TO TRUE
048969             MOVE "DO-NOT-MAIL FLAG NOT Y OR N" TO EXCP-REASON
048970             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
048971         END-IF
048972         GO TO 2290-EXIT
048973     END-IF.
048974     IF WS-CNT-EMAIL AND WS-CNT-VALUE NOT = SPACES
048975         MOVE ZERO TO WS-CNT-AT-COUNT
048976         INSPECT WS-CNT-VALUE TALLYING WS-CNT-AT-COUNT FOR ALL "@"
048977         IF WS-CNT-AT-COUNT NOT = 1
048978             SET WS-EDIT-BAD TO TRUE
048979             MOVE "E-MAIL ADDRESS NOT VALID" TO EXCP-REASON
048980             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
048981         END-IF
048982     END-IF.
048983 2290-EXIT.
048984     EXIT.
048985
049000 2300-WRITE-EXCEPTION-RECORD.
049100     MOVE WS-INDEX-NUM TO EXCP-INDEX.
049200     MOVE WS-OPERATION TO EXCP-OPERATION.
049220     MOVE WS-TRAN-IMAGE TO EXCP-TRAN-IMAGE.
049240     MOVE WS-RUN-DATE-YMD TO EXCP-RUN-DATE.
049260     MOVE SPACES TO EXCP-BRANCH.
049300     WRITE EXCP-RECORD.
049400 2300-EXIT.
049500     EXIT.
049600
049605*****************************************************************
049610*  2310-CONTACT-FILE-FAILED - THE CONTACT FILE COULD NOT BE      *
049615*  OPENED, READ OR UPDATED FOR A "K" ITEM.  THE ITEM GOES TO     *
049620*  THE EXCEPTION LISTING LIKE ANY OTHER REFUSED ITEM, SO         *
049625*  REPRPROG PICKS IT UP FOR REPAIR, AND THE RUN ENDS RC 8 (SET   *
049630*  IN 0000-MAINLINE, AHEAD OF THE RUN-CONTROL RECORD).           *
049635*****************************************************************
049640 2310-CONTACT-FILE-FAILED.
049645     MOVE "CONTACT FILE UNAVAILABLE" TO EXCP-REASON.
049650     PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT.
049655     IF NOT WS-CONT-FILE-DOWN
049660         SET WS-CONT-FILE-ERROR TO TRUE
049665     END-IF.
049670 2310-EXIT.
049675     EXIT.
049680
049700*****************************************************************
049800*  2600-WRITE-AUDIT-RECORD - LOG THE BEFORE/AFTER IMAGE OF AN    *
049900*  ADD, CHANGE OR DELETE ALONG WITH THE RUN DATE AND TIME.       *
051380 2650-EXIT.
051381     EXIT.
051400
051402*****************************************************************
051404*  2620-WRITE-CONTACT-AUDIT - LOG THE BEFORE/AFTER IMAGE OF A    *
051406*  CONTACT CHANGE ON THE CONTACT AUDIT TRAIL, WITH THE FIELD     *
051408*  CODE, THE OPERATOR AND THE RUN DATE AND TIME.                 *
051410*  WS-CAUD-OLD-IMAGE/WS-CAUD-NEW-IMAGE ARE SET BY THE CALLER.    *
051412*****************************************************************
051414 2620-WRITE-CONTACT-AUDIT.
051416     MOVE WS-INDEX-NUM       TO CAUD-INDEX.
051418     MOVE WS-OPERATION       TO CAUD-OPERATION.
051420     MOVE WS-CNT-FIELD       TO CAUD-FIELD.
051422     MOVE WS-OPERATOR        TO CAUD-OPERATOR.
051424     ACCEPT CAUD-RUN-DATE    FROM DATE.
051426     ACCEPT CAUD-RUN-TIME    FROM TIME.
051428     MOVE WS-CAUD-OLD-IMAGE  TO CAUD-OLD-IMAGE.
051430     MOVE WS-CAUD-NEW-IMAGE  TO CAUD-NEW-IMAGE.
051432     WRITE CAUD-RECORD.
051434     IF NOT WS-CAUD-OK
051436         DISPLAY "CONTACT AUDIT FILE WRITE ERROR - STATUS "
051438                 WS-CAUD-STATUS
051440     END-IF.
051442     ADD 1 TO WS-CONTACTS-UPDATED.
051444 2620-EXIT.
051446     EXIT.
051448
051500*****************************************************************
051600*  3000-PROCESS-OPERATION - BROWSE THE CUSTOMER MASTER IN KEY    *
051700*  SEQUENCE WITH START/READ NEXT AND DISPLAY EVERY ACTIVE        *
057700     DISPLAY "RECORDS ADDED/CHANGED/DELETED/POSTED: "
057705             WS-RECORDS-UPDATED.
057800     DISPLAY "BALANCE CONTROL TOTAL . . . : " WS-BALANCE-HASH.
057820     DISPLAY "CONTACT CHANGES APPLIED . . : "
057840             WS-CONTACTS-UPDATED.
057900 5000-EXIT.
058000     EXIT.
058100
061800             INVALID KEY
061900                 DISPLAY "VSAM FILE CHANGE ERROR - NOT FOUND "
062000                         WS-INDEX-NUM
062020                 MOVE "INDEX NOT ON CUSTOMER MASTER"
062040                     TO EXCP-REASON
062060                 PERFORM 2300-WRITE-EXCEPTION-RECORD
062080                     THRU 2300-EXIT
062100             NOT INVALID KEY
062200                 MOVE WS-VSAM-RECORD TO WS-AUDIT-OLD-IMAGE
062300                 MOVE WS-NAME      TO WS-VSAM-NAME
064700         INVALID KEY
064800             DISPLAY "VSAM FILE DELETE ERROR - NOT FOUND "
064900                     WS-INDEX-NUM
064902             MOVE "INDEX NOT ON CUSTOMER MASTER" TO EXCP-REASON
064904             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
064910             GO TO 4300-EXIT
065000     END-READ.
065010     IF WS-VSAM-HELD
068470             INVALID KEY
068475                 DISPLAY "VSAM FILE DEPOSIT ERROR - NOT FOUND "
068480                         WS-INDEX-NUM
068481                 MOVE "INDEX NOT ON CUSTOMER MASTER"
068482                     TO EXCP-REASON
068483                 PERFORM 2300-WRITE-EXCEPTION-RECORD
068484                     THRU 2300-EXIT
068485             NOT INVALID KEY
068490                 PERFORM 4550-POST-DEPOSIT THRU 4550-EXIT
068495         END-READ
068735             INVALID KEY
068740                 DISPLAY "VSAM FILE WITHDRAWAL ERROR - NOT FOUND "
068745                         WS-INDEX-NUM
068746                 MOVE "INDEX NOT ON CUSTOMER MASTER"
068747                     TO EXCP-REASON
068748                 PERFORM 2300-WRITE-EXCEPTION-RECORD
068749                     THRU 2300-EXIT
068750             NOT INVALID KEY
068755                 PERFORM 4650-POST-WITHDRAWAL THRU 4650-EXIT
068760         END-READ
068915             PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
068920     END-REWRITE.
068925 4650-EXIT.
068926     EXIT.
068927
068928*****************************************************************
068929*  4700-PROCESS-OVERRIDE - AN "S" SUPERVISOR OVERRIDE.  ONLY A   *
068930*  CLASS "S" OPERATOR MAY ARM ONE; IT AUTHORIZES THE NEXT        *
068931*  OVER-LIMIT WITHDRAWAL OR CHANGE ON THE SAME INDEX (SEE        *
068932*  2460-CHECK-AUTHORITY).  THE MASTER IS NOT TOUCHED, BUT THE    *
068933*  OVERRIDE IS LOGGED AS AN AUDIT IMAGE (OLD AND NEW IMAGE BOTH  *
068934*  THE RECORD AS IT STANDS) UNDER THE SUPERVISOR'S ID.           *
068935*****************************************************************
068936 4700-PROCESS-OVERRIDE.
068937     IF NOT WS-OT-SUPERVISOR (WS-OT-FOUND)
068938         MOVE "OVERRIDE BY NON-SUPERVISOR OPERATOR"
068939             TO EXCP-REASON
068940         PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
068941         GO TO 4700-EXIT
068942     END-IF.
068943     SET WS-OVR-ARMED TO TRUE.
068944     MOVE WS-INDEX-NUM TO WS-OVR-INDEX.
068945     MOVE WS-OPERATOR  TO WS-OVR-SUPVR.
068946     MOVE WS-INDEX-NUM TO FD-VSAM-INDEX.
068947     READ VSAM-FILE INTO WS-VSAM-RECORD
068948         INVALID KEY
068949             GO TO 4700-EXIT
068950     END-READ.
068951     MOVE WS-VSAM-RECORD TO WS-AUDIT-OLD-IMAGE.
068952     MOVE WS-VSAM-RECORD TO WS-AUDIT-NEW-IMAGE.
068953     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
068954 4700-EXIT.
068955     EXIT.
068956
068957*****************************************************************
068958*  4800-PROCESS-TRANSFER - MOVE THE EDITED AMOUNT FROM THE       *
068959*  TRANSACTION INDEX TO THE TO-INDEX AS ONE UNIT.  EVERY EDIT    *
068960*  (BOTH RECORDS ON FILE, BOTH ACTIVE, NO OVERDRAW OF THE FROM   *
068961*  SIDE, NO OVER-RANGE OF THE TO SIDE) IS DONE BEFORE EITHER     *
068962*  RECORD IS REWRITTEN, SO A TRANSFER EITHER POSTS BOTH SIDES    *
068963*  WITH AUDIT IMAGES OR POSTS NOTHING.                           *
068964*****************************************************************
068965 4800-PROCESS-TRANSFER.
068966     PERFORM 2460-CHECK-AUTHORITY THRU 2460-EXIT.
068967     IF WS-AUTH-BAD
068968         GO TO 4800-EXIT
068969     END-IF.
068970     PERFORM 2250-EDIT-POSTING-AMOUNT THRU 2250-EXIT.
068971     IF WS-EDIT-BAD
068972         GO TO 4800-EXIT
068973     END-IF.
068974     IF WS-TO-INDEX-N IS NOT NUMERIC
068975        OR WS-TO-INDEX-N < 1
068976        OR WS-TO-INDEX-N > 99999999
068977         MOVE "TRANSFER TO-INDEX INVALID" TO REJT-REASON
068978         PERFORM 2500-WRITE-REJECT-RECORD THRU 2500-EXIT
068979         GO TO 4800-EXIT
068980     END-IF.
068981     IF WS-TO-INDEX = WS-INDEX-NUM
068982         MOVE "TRANSFER TO SAME ACCOUNT" TO EXCP-REASON
068983         PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
068984         GO TO 4800-EXIT
068985     END-IF.
068986     MOVE WS-INDEX-NUM TO FD-VSAM-INDEX.
068987     READ VSAM-FILE INTO WS-VSAM-RECORD
068988         INVALID KEY
068989             DISPLAY "VSAM FILE TRANSFER ERROR - FROM NOT "
068990                     "FOUND " WS-INDEX-NUM
068991             MOVE "INDEX NOT ON CUSTOMER MASTER" TO EXCP-REASON
068992             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
068994             GO TO 4800-EXIT
068995     END-READ.
068996     IF WS-VSAM-INACTIVE
069190         INVALID KEY
069200             DISPLAY "VSAM FILE HOLD ERROR - NOT FOUND "
069210                     WS-INDEX-NUM
069212             MOVE "INDEX NOT ON CUSTOMER MASTER" TO EXCP-REASON
069214             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
069220             GO TO 4900-EXIT
069230     END-READ.
069240     IF WS-VSAM-INACTIVE
069550         INVALID KEY
069560             DISPLAY "VSAM FILE RELEASE ERROR - NOT FOUND "
069570                     WS-INDEX-NUM
069572             MOVE "INDEX NOT ON CUSTOMER MASTER" TO EXCP-REASON
069574             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
069580             GO TO 4950-EXIT
069590     END-READ.
069600     IF NOT WS-VSAM-HELD
069610         MOVE "RECORD NOT ON HOLD" TO EXCP-REASON
069620         PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
069630         GO TO 4950-EXIT
069631     END-IF.
069632     MOVE WS-VSAM-RECORD TO WS-AUDIT-OLD-IMAGE.
069633     SET WS-VSAM-ACTIVE TO TRUE.
069634     REWRITE FD-VSAM-RECORD FROM WS-VSAM-RECORD
069635         INVALID KEY
069636             DISPLAY "VSAM FILE REWRITE ERROR "
069637                     WS-INDEX-NUM
069638         NOT INVALID KEY
069639             MOVE WS-VSAM-RECORD TO WS-AUDIT-NEW-IMAGE
069640             PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
069641     END-REWRITE.
069642 4950-EXIT.
069643     EXIT.
069644
069645*****************************************************************
069646*  4970-PROCESS-CONTACT - A "K" CONTACT TRANSACTION.  CHANGE ONE *
069647*  FIELD OF THE CUSTOMER'S CONTACT RECORD, CREATING THE RECORD   *
069648*  ON THE FIRST CHANGE, OR REMOVE THE WHOLE RECORD ("XX").  THE  *
069649*  CUSTOMER MUST BE ON THE MASTER AND NOT DELETED.  EVERY CHANGE *
069650*  APPLIED IS LOGGED ON THE CONTACT AUDIT TRAIL; THE MASTER AND  *
069651*  ITS AUDIT TRAIL ARE NOT TOUCHED.                              *
069652*****************************************************************
069653 4970-PROCESS-CONTACT.
069654     PERFORM 2290-EDIT-CONTACT-FIELD THRU 2290-EXIT.
069655     IF WS-EDIT-BAD
069656         GO TO 4970-EXIT
069657     END-IF.
069658     MOVE WS-INDEX-NUM TO FD-VSAM-INDEX.
069659     READ VSAM-FILE INTO WS-VSAM-RECORD
069660         INVALID KEY
069661             MOVE "CONTACT FOR INDEX NOT ON MASTER" TO EXCP-REASON
069662             PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
069663             GO TO 4970-EXIT
069664     END-READ.
069665     IF WS-VSAM-INACTIVE
069666         MOVE "CONTACT FOR INACTIVE CUSTOMER" TO EXCP-REASON
069667         PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
069668         GO TO 4970-EXIT
069669     END-IF.
069670     IF WS-CONT-FILE-DOWN
069671         PERFORM 2310-CONTACT-FILE-FAILED THRU 2310-EXIT
069672         GO TO 4970-EXIT
069673     END-IF.
069674     MOVE WS-INDEX-NUM TO FD-CONT-INDEX.
069675     READ CONTACT-FILE INTO WS-CONT-RECORD
069676         INVALID KEY
069677             CONTINUE
069678     END-READ.
069679     IF WS-CNTF-OK
069680         SET WS-CONT-ON-FILE TO TRUE
069681         MOVE WS-CONT-RECORD TO WS-CAUD-OLD-IMAGE
069682     ELSE
069683         IF NOT WS-CNTF-NOTFND
069684             DISPLAY "CONTACT FILE READ ERROR - STATUS "
069685                     WS-CNTF-STATUS " INDEX " WS-INDEX-NUM
069686             PERFORM 2310-CONTACT-FILE-FAILED THRU 2310-EXIT
069687             GO TO 4970-EXIT
069688         END-IF
069689         SET WS-CONT-NEW TO TRUE
069690         MOVE LOW-VALUES   TO WS-CAUD-OLD-IMAGE
069691         MOVE SPACES       TO WS-CONT-RECORD
069692         MOVE WS-INDEX-NUM TO WS-CONT-INDEX
069693         SET WS-CONT-MAIL-OK TO TRUE
069694     END-IF.
069695     IF WS-CNT-REMOVE
069696         PERFORM 4990-REMOVE-CONTACT THRU 4990-EXIT
069697         GO TO 4970-EXIT
069698     END-IF.
069699     PERFORM 4980-APPLY-CONTACT-FIELD THRU 4980-EXIT.
069700     MOVE WS-OPERATOR     TO WS-CONT-MAINT-OPERATOR.
069701     MOVE WS-RUN-DATE-YMD TO WS-CONT-MAINT-DATE.
069702     IF WS-CONT-NEW
069703         WRITE FD-CONT-RECORD FROM WS-CONT-RECORD
069704             INVALID KEY
069705                 DISPLAY "CONTACT FILE ADD ERROR "
069706                         WS-INDEX-NUM
069707                 PERFORM 2310-CONTACT-FILE-FAILED THRU 2310-EXIT
069708                 GO TO 4970-EXIT
069709         END-WRITE
069710     ELSE
069711         REWRITE FD-CONT-RECORD FROM WS-CONT-RECORD
069712             INVALID KEY
069713                 DISPLAY "CONTACT FILE REWRITE ERROR "
069714                         WS-INDEX-NUM
069715                 PERFORM 2310-CONTACT-FILE-FAILED THRU 2310-EXIT
069716                 GO TO 4970-EXIT
069717         END-REWRITE
069718     END-IF.
069719     MOVE WS-CONT-RECORD TO WS-CAUD-NEW-IMAGE.
069720     PERFORM 2620-WRITE-CONTACT-AUDIT THRU 2620-EXIT.
069721 4970-EXIT.
069722     EXIT.
069723
069724*****************************************************************
069725*  4980-APPLY-CONTACT-FIELD - MOVE THE TRANSACTION VALUE INTO    *
069726*  THE FIELD ITS CODE NAMES.  A BLANK VALUE CLEARS THE FIELD.    *
069727*****************************************************************
069728 4980-APPLY-CONTACT-FIELD.
069729     EVALUATE TRUE
069730         WHEN WS-CNT-ADDR-LINE-1
069731             MOVE WS-CNT-VALUE TO WS-CONT-ADDR-LINE-1
069732         WHEN WS-CNT-ADDR-LINE-2
069733             MOVE WS-CNT-VALUE TO WS-CONT-ADDR-LINE-2
069734         WHEN WS-CNT-CITY
069735             MOVE WS-CNT-VALUE TO WS-CONT-CITY
069736         WHEN WS-CNT-POSTCODE
069737             MOVE WS-CNT-VALUE TO WS-CONT-POSTCODE
069738         WHEN WS-CNT-PHONE
069739             MOVE WS-CNT-VALUE TO WS-CONT-PHONE
069740         WHEN WS-CNT-EMAIL
069741             MOVE WS-CNT-VALUE TO WS-CONT-EMAIL
069742         WHEN WS-CNT-MAIL-FLAG
069743             MOVE WS-CNT-VALUE (1:1) TO WS-CONT-MAIL-FLAG
069744     END-EVALUATE.
069745 4980-EXIT.
069746     EXIT.
069747
069748*****************************************************************
069749*  4990-REMOVE-CONTACT - AN "XX" REMOVES THE WHOLE CONTACT       *
069750*  RECORD.  THERE MUST BE ONE ON FILE TO REMOVE.                 *
069751*****************************************************************
069752 4990-REMOVE-CONTACT.
069753     IF WS-CONT-NEW
069754         MOVE "NO CONTACT RECORD TO REMOVE" TO EXCP-REASON
069755         PERFORM 2300-WRITE-EXCEPTION-RECORD THRU 2300-EXIT
069756         GO TO 4990-EXIT
069757     END-IF.
069758     DELETE CONTACT-FILE RECORD
069759         INVALID KEY
069760             DISPLAY "CONTACT FILE DELETE ERROR "
069761                     WS-INDEX-NUM
069762             PERFORM 2310-CONTACT-FILE-FAILED THRU 2310-EXIT
069763             GO TO 4990-EXIT
069764     END-DELETE.
069765     MOVE LOW-VALUES TO WS-CAUD-NEW-IMAGE.
069766     PERFORM 2620-WRITE-CONTACT-AUDIT THRU 2620-EXIT.
069767 4990-EXIT.
069768     EXIT.
069770
069771*****************************************************************
069772*  8000-WRITE-RUN-CONTROL - APPEND THIS RUN'S CONTROL TOTALS TO  *
069840     CLOSE TRANSACTION-FILE.
069850     CLOSE REJECT-FILE.
069860     CLOSE RESTART-FILE.
069862     CLOSE CONTACT-FILE.
069864     CLOSE CONTACT-AUDIT-FILE.
069870 9000-EXIT.
069880     EXIT.
