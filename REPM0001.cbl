000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REPMPROG.
000300 AUTHOR.        R SIMSEK-KAYA.
000400 INSTALLATION.  RETAIL BANKING - CUSTOMER SERVICES.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOD HISTORY                                                  *
000900*  ----------  --------  -------------------------------------- *
001000*  2026-10-05  RSK       INITIAL VERSION.                       *
001100*****************************************************************
001200*
001300*  REPMPROG IS THE ONLINE (CICS) REPAIR SCREEN FOR BACK OFFICE -
001400*  TRANSACTION CRPR, MAPSET REPMSET (SEE REPMSET.BMS AND
001500*  REPMCSD.JCL).  THE OPERATOR KEYS THE KEY OF A PENDING ITEM
001600*  (FROM THE REPRPROG REPORT) AND PRESSES ENTER TO SEE IT: ITS
001700*  STATUS, BRANCH, DATE FIRST REFUSED, HOW OFTEN IT HAS BEEN
001800*  REFUSED, THE LATEST REASON, WHO KEYED IT, AND THE TRANSACTION
001900*  AS IT NOW STANDS.  THEN, ON THE SAME ITEM, ONE OF:
002000*    C  CORRECT    - OVERTYPE THE TRANSACTION FIELDS;
002100*    R  RELEASE    - SEND THE TRANSACTION AS IT STANDS INTO
002200*                    TONIGHT'S STREAM;
002300*    W  WRITE OFF  - CLOSE IT UNPOSTED; A NOTE SAYING WHY IS
002400*                    REQUIRED.
002500*  WITH THE OPERATOR'S OWN ID (NEVER THE ID THAT KEYED THE
002600*  ORIGINAL).  A "K" CONTACT ITEM IS CORRECTED POSITIONALLY: ITS
002700*  FIELD CODE AND VALUE OCCUPY THE NAME, SURNAME AND AMOUNT
002800*  FIELDS.  AN ACCEPTED ACTION IS WRITTEN, IN THE REPMREC LAYOUT,
002900*  TO THE EXTRAPARTITION QUEUE "REPM" (DATASET REPMFILE) AND
003000*  APPLIED BY THE NIGHT'S REPRPROG RUN, WHICH ALSO CHECKS THE
003100*  OPERATOR AGAINST THE OPERATOR MASTER.  AS WITH SORMPROG, THE
003200*  BATCH JOB STAYS THE ONLY WRITER OF THE KSDS - PENDMAST IS
003300*  DEFINED READ-ONLY TO CICS, SO THE SCREEN SHOWS THE ITEM AS IT
003400*  STOOD AFTER LAST NIGHT'S RUN.
003500*
003600*  PSEUDO-CONVERSATIONAL: EVERY INTERACTION ENDS WITH RETURN
003700*  TRANSID(CRPR), THE COMMAREA CARRYING THE KEY OF THE ITEM ON
003800*  DISPLAY.  AN ACTION IS TAKEN ONLY FOR THE ITEM ALREADY SHOWN;
003900*  A NEW KEY, OR ENTER WITH NO ACTION, SHOWS THE ITEM FIRST.
004000*  PF3 OR CLEAR ENDS THE SESSION.  THE SYMBOLIC MAP IS HAND-CODED
004100*  BELOW IN SCREEN-FIELD ORDER (KEY, STAT, BRCH, FRST, TIME, KBY,
004200*  RSN, OP, IDX, NAME, SURN, AMT, TBR, TYPE, TOIX, ACT, OPR, NOTE,
004300*  MSG) AND MUST BE KEPT IN STEP WITH REPMSET.BMS.
004400*
004500 ENVIRONMENT DIVISION.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800*****************************************************************
004900*  PENDING ITEM READ FROM PENDMAST                              *
005000*****************************************************************
005100 COPY PENDREC REPLACING ==:PFX:== BY ==WS-==.
005200
005300*****************************************************************
005400*  ITEM'S TRANSACTION AS ON FILE, THEN AS KEYED ON THE SCREEN   *
005500*****************************************************************
005600 COPY TRANREC REPLACING ==:PFX:== BY ==RPM-IMG-==.
005700
005800*****************************************************************
005900*  ACCEPTED ACTION BUILT IN THE REPMREC LAYOUT AND WRITTEN TO   *
006000*  THE REPAIR MAINTENANCE QUEUE.                                *
006100*****************************************************************
006200 COPY REPMREC REPLACING ==:PFX:== BY ==RPM-==.
006300
006400 01  RPM-MAINT-LENGTH           PIC S9(04) COMP VALUE 120.
006500
006600*****************************************************************
006700*  SYMBOLIC MAP FOR REPMMAP IN MAPSET REPMSET - INPUT SIDE.     *
006800*  EACH FIELD IS THE STANDARD BMS TRIPLET: LENGTH, FLAG/ATTR,   *
006900*  DATA.  TIOAPFX=YES GIVES THE 12-BYTE PREFIX.                 *
007000*****************************************************************
007100 01  REPMMAPI.
007200     05  FILLER                 PIC X(12).
007300     05  RPKEYL                 PIC S9(04) COMP.
007400     05  RPKEYF                 PIC X(01).
007500     05  RPKEYI                 PIC X(14).
007600     05  RPSTATL                PIC S9(04) COMP.
007700     05  RPSTATF                PIC X(01).
007800     05  RPSTATI                PIC X(01).
007900     05  RPBRCHL                PIC S9(04) COMP.
008000     05  RPBRCHF                PIC X(01).
008100     05  RPBRCHI                PIC X(02).
008200     05  RPFRSTL                PIC S9(04) COMP.
008300     05  RPFRSTF                PIC X(01).
008400     05  RPFRSTI                PIC X(08).
008500     05  RPTIMEL                PIC S9(04) COMP.
008600     05  RPTIMEF                PIC X(01).
008700     05  RPTIMEI                PIC X(02).
008800     05  RPKBYL                 PIC S9(04) COMP.
008900     05  RPKBYF                 PIC X(01).
009000     05  RPKBYI                 PIC X(05).
009100     05  RPRSNL                 PIC S9(04) COMP.
009200     05  RPRSNF                 PIC X(01).
009300     05  RPRSNI                 PIC X(40).
009400     05  RPOPL                  PIC S9(04) COMP.
009500     05  RPOPF                  PIC X(01).
009600     05  RPOPI                  PIC X(01).
009700     05  RPIDXL                 PIC S9(04) COMP.
009800     05  RPIDXF                 PIC X(01).
009900     05  RPIDXI                 PIC X(08).
010000     05  RPNAMEL                PIC S9(04) COMP.
010100     05  RPNAMEF                PIC X(01).
010200     05  RPNAMEI                PIC X(15).
010300     05  RPSURNL                PIC S9(04) COMP.
010400     05  RPSURNF                PIC X(01).
010500     05  RPSURNI                PIC X(15).
010600     05  RPAMTL                 PIC S9(04) COMP.
010700     05  RPAMTF                 PIC X(01).
010800     05  RPAMTI                 PIC X(12).
010900     05  RPTBRL                 PIC S9(04) COMP.
011000     05  RPTBRF                 PIC X(01).
011100     05  RPTBRI                 PIC X(02).
011200     05  RPTYPEL                PIC S9(04) COMP.
011300     05  RPTYPEF                PIC X(01).
011400     05  RPTYPEI                PIC X(01).
011500     05  RPTOIXL                PIC S9(04) COMP.
011600     05  RPTOIXF                PIC X(01).
011700     05  RPTOIXI                PIC X(08).
011800     05  RPACTL                 PIC S9(04) COMP.
011900     05  RPACTF                 PIC X(01).
012000     05  RPACTI                 PIC X(01).
012100     05  RPOPRL                 PIC S9(04) COMP.
012200     05  RPOPRF                 PIC X(01).
012300     05  RPOPRI                 PIC X(05).
012400     05  RPNOTEL                PIC S9(04) COMP.
012500     05  RPNOTEF                PIC X(01).
012600     05  RPNOTEI                PIC X(30).
012700     05  RPMSGL                 PIC S9(04) COMP.
012800     05  RPMSGF                 PIC X(01).
012900     05  RPMSGI                 PIC X(60).
013000
013100*****************************************************************
013200*  SYMBOLIC MAP - OUTPUT SIDE OVER THE SAME STORAGE.            *
013300*****************************************************************
013400 01  REPMMAPO REDEFINES REPMMAPI.
013500     05  FILLER                 PIC X(12).
013600     05  FILLER                 PIC X(03).
013700     05  RPKEYO                 PIC X(14).
013800     05  FILLER                 PIC X(03).
013900     05  RPSTATO                PIC X(01).
014000     05  FILLER                 PIC X(03).
014100     05  RPBRCHO                PIC X(02).
014200     05  FILLER                 PIC X(03).
014300     05  RPFRSTO                PIC X(08).
014400     05  FILLER                 PIC X(03).
014500     05  RPTIMEO                PIC X(02).
014600     05  FILLER                 PIC X(03).
014700     05  RPKBYO                 PIC X(05).
014800     05  FILLER                 PIC X(03).
014900     05  RPRSNO                 PIC X(40).
015000     05  FILLER                 PIC X(03).
015100     05  RPOPO                  PIC X(01).
015200     05  FILLER                 PIC X(03).
015300     05  RPIDXO                 PIC X(08).
015400     05  FILLER                 PIC X(03).
015500     05  RPNAMEO                PIC X(15).
015600     05  FILLER                 PIC X(03).
015700     05  RPSURNO                PIC X(15).
015800     05  FILLER                 PIC X(03).
015900     05  RPAMTO                 PIC X(12).
016000     05  FILLER                 PIC X(03).
016100     05  RPTBRO                 PIC X(02).
016200     05  FILLER                 PIC X(03).
016300     05  RPTYPEO                PIC X(01).
016400     05  FILLER                 PIC X(03).
016500     05  RPTOIXO                PIC X(08).
016600     05  FILLER                 PIC X(03).
016700     05  RPACTO                 PIC X(01).
016800     05  FILLER                 PIC X(03).
016900     05  RPOPRO                 PIC X(05).
017000     05  FILLER                 PIC X(03).
017100     05  RPNOTEO                PIC X(30).
017200     05  FILLER                 PIC X(03).
017300     05  RPMSGO                 PIC X(60).
017400
017500*****************************************************************
017600*  WORK FIELDS.  THE SCREEN FIELDS ARE MOVED TO THE REPMREC     *
017700*  RECORD AND OVER THE TRANSACTION ON FILE FIRST (LOW-VALUES AS *
017800*  SPACES) AND EDITED THERE.                                    *
017900*****************************************************************
018000 01  RPM-RESP                   PIC S9(08) COMP.
018100 01  RPM-ITEM-KEY               PIC X(14).
018200
018300 01  RPM-EDIT-SWITCH            PIC X(01).
018400     88  RPM-EDIT-OK             VALUE "Y".
018500     88  RPM-EDIT-BAD            VALUE "N".
018600
018700*****************************************************************
018800*  ATTENTION IDENTIFIERS TESTED AGAINST EIBAID.  KEPT INLINE    *
018900*  (SAME VALUES AS DFHAID) SO THE WHOLE PROGRAM IS IN ONE       *
019000*  MEMBER.                                                      *
019100*****************************************************************
019200 01  RPM-AID-VALUES.
019300     05  RPM-AID-ENTER          PIC X(01) VALUE "'".
019400     05  RPM-AID-CLEAR          PIC X(01) VALUE "_".
019500     05  RPM-AID-PF3            PIC X(01) VALUE "3".
019600
019700*****************************************************************
019800*  COMMAREA CARRIED BETWEEN INTERACTIONS - THE KEY OF THE ITEM  *
019900*  ON DISPLAY (SPACES WHEN NONE).  RPM-CA-LENGTH MUST MATCH ITS *
020000*  SIZE.                                                        *
020100*****************************************************************
020200 01  RPM-COMMAREA.
020300     05  RPM-CA-FLAG            PIC X(01) VALUE "R".
020400     05  RPM-CA-KEY             PIC X(14) VALUE SPACES.
020500 01  RPM-CA-LENGTH              PIC S9(04) COMP VALUE 15.
020600
020700 LINKAGE SECTION.
020800 01  DFHCOMMAREA                PIC X(15).
020900
021000 PROCEDURE DIVISION.
021100*****************************************************************
021200*  0000-MAINLINE - FIRST TIME IN, PAINT THE EMPTY SCREEN; ON A  *
021300*  RETURN, ACT ON THE OPERATOR'S KEY.  EVERY PATH ENDS WITH     *
021400*  RETURN TRANSID(CRPR) OR A PLAIN RETURN ON EXIT.              *
021500*****************************************************************
021600 0000-MAINLINE.
021700     IF EIBCALEN = ZERO
021800         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
021900         GO TO 0000-RETURN-NEXT
022000     END-IF.
022100     MOVE DFHCOMMAREA TO RPM-COMMAREA.
022200     IF EIBAID = RPM-AID-PF3 OR EIBAID = RPM-AID-CLEAR
022300         PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
022400         EXEC CICS RETURN
022500         END-EXEC
022600     END-IF.
022700     IF EIBAID = RPM-AID-ENTER
022800         PERFORM 2000-PROCESS-ENTER THRU 2000-EXIT
022900     ELSE
023000         MOVE LOW-VALUES TO REPMMAPO
023100         MOVE "USE ENTER, PF3 OR CLEAR" TO RPMSGO
023200         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
023300     END-IF.
023400 0000-RETURN-NEXT.
023500     EXEC CICS RETURN
023600         TRANSID("CRPR")
023700         COMMAREA(RPM-COMMAREA)
023800         LENGTH(RPM-CA-LENGTH)
023900     END-EXEC.
024000
024100*****************************************************************
024200*  1000-SEND-FRESH-MAP - PAINT THE EMPTY REPAIR SCREEN.         *
024300*****************************************************************
024400 1000-SEND-FRESH-MAP.
024500     MOVE LOW-VALUES TO REPMMAPO.
024600     EXEC CICS SEND
024700         MAP("REPMMAP")
024800         MAPSET("REPMSET")
024900         FROM(REPMMAPO)
025000         ERASE
025100     END-EXEC.
025200 1000-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600*  2000-PROCESS-ENTER - SHOW THE ITEM KEYED, OR, FOR THE ITEM   *
025700*  ALREADY ON DISPLAY WITH AN ACTION KEYED, EDIT THE ACTION AND *
025800*  QUEUE AN ACCEPTED ONE FOR TONIGHT'S REPRPROG RUN.  THE       *
025900*  PENDING-ITEMS FILE IS NOT CHANGED HERE.                      *
026000*****************************************************************
026100 2000-PROCESS-ENTER.
026200     MOVE LOW-VALUES TO REPMMAPI.
026300     EXEC CICS RECEIVE
026400         MAP("REPMMAP")
026500         MAPSET("REPMSET")
026600         INTO(REPMMAPI)
026700         RESP(RPM-RESP)
026800     END-EXEC.
026900     IF RPM-RESP = DFHRESP(MAPFAIL)
027000         MOVE LOW-VALUES TO REPMMAPO
027100         MOVE "KEY AN ITEM KEY AND PRESS ENTER" TO RPMSGO
027200         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
027300         GO TO 2000-EXIT
027400     END-IF.
027500     IF RPM-RESP NOT = DFHRESP(NORMAL)
027600         MOVE LOW-VALUES TO REPMMAPO
027700         MOVE "REPAIR SCREEN ERROR - TRY AGAIN" TO RPMSGO
027800         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
027900         GO TO 2000-EXIT
028000     END-IF.
028100     MOVE RPKEYI TO RPM-ITEM-KEY.
028200     INSPECT RPM-ITEM-KEY REPLACING ALL LOW-VALUES BY SPACES.
028300     INSPECT RPACTI REPLACING ALL LOW-VALUES BY SPACES.
028400     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
028500     IF RPM-EDIT-BAD
028600         MOVE SPACES TO RPM-CA-KEY
028700         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
028800         GO TO 2000-EXIT
028900     END-IF.
029000     IF RPM-ITEM-KEY NOT = RPM-CA-KEY OR RPACTI = SPACE
029100         PERFORM 2200-SHOW-ITEM THRU 2200-EXIT
029200         MOVE RPM-ITEM-KEY TO RPM-CA-KEY
029300         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
029400         GO TO 2000-EXIT
029500     END-IF.
029600     PERFORM 2050-BUILD-MAINT-RECORD THRU 2050-EXIT.
029700     SET RPM-EDIT-OK TO TRUE.
029800     PERFORM 2300-EDIT-MAINT THRU 2300-EXIT.
029900     IF RPM-EDIT-OK
030000         PERFORM 2800-WRITE-MAINT-QUEUE THRU 2800-EXIT
030100     END-IF.
030200     PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT.
030300 2000-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*  2050-BUILD-MAINT-RECORD - COPY THE SCREEN INTO THE REPMREC   *
030800*  LAYOUT, AND THE TRANSACTION FIELDS OVER THE TRANSACTION ON   *
030900*  FILE (WHICH KEEPS THE ORIGINAL OPERATOR ID).  A FIELD        *
031000*  BLANKED ON THE SCREEN IS STORED AS SPACES.                   *
031100*****************************************************************
031200 2050-BUILD-MAINT-RECORD.
031300     MOVE SPACES          TO RPM-REPM-RECORD.
031400     MOVE RPACTI          TO RPM-REPM-ACTION.
031500     MOVE RPM-ITEM-KEY    TO RPM-REPM-KEY.
031600     MOVE RPOPRI          TO RPM-REPM-OPERATOR.
031700     MOVE RPNOTEI         TO RPM-REPM-NOTE.
031800     INSPECT RPM-REPM-RECORD REPLACING ALL LOW-VALUES BY SPACES.
031900     MOVE WS-PEND-TRAN-IMAGE TO RPM-IMG-RECORD.
032000     MOVE RPOPI           TO RPM-IMG-OPERATION.
032100     MOVE RPIDXI          TO RPM-IMG-INDEX-NUM.
032200     MOVE RPNAMEI         TO RPM-IMG-NAME.
032300     MOVE RPSURNI         TO RPM-IMG-SURNAME.
032400     MOVE RPAMTI          TO RPM-IMG-BALANCE.
032500     MOVE RPTBRI          TO RPM-IMG-BRANCH.
032600     MOVE RPTYPEI         TO RPM-IMG-CUST-TYPE.
032700     MOVE RPTOIXI         TO RPM-IMG-TO-INDEX.
032800     INSPECT RPM-IMG-RECORD REPLACING ALL LOW-VALUES BY SPACES.
032900 2050-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300*  2100-READ-ITEM - FETCH THE ITEM KEYED FROM PENDMAST.         *
033400*****************************************************************
033500 2100-READ-ITEM.
033600     SET RPM-EDIT-OK TO TRUE.
033700     IF RPM-ITEM-KEY = SPACES
033800         MOVE LOW-VALUES TO REPMMAPO
033900         MOVE "KEY AN ITEM KEY AND PRESS ENTER" TO RPMSGO
034000         SET RPM-EDIT-BAD TO TRUE
034100         GO TO 2100-EXIT
034200     END-IF.
034300     EXEC CICS READ
034400         FILE("PENDMAST")
034500         INTO(WS-PEND-RECORD)
034600         RIDFLD(RPM-ITEM-KEY)
034700         RESP(RPM-RESP)
034800     END-EXEC.
034900     EVALUATE TRUE
035000         WHEN RPM-RESP = DFHRESP(NORMAL)
035100             CONTINUE
035200         WHEN RPM-RESP = DFHRESP(NOTFND)
035300             MOVE LOW-VALUES TO REPMMAPO
035400             MOVE "ITEM NOT ON PENDING-ITEMS FILE" TO RPMSGO
035500             SET RPM-EDIT-BAD TO TRUE
035600         WHEN OTHER
035700             MOVE LOW-VALUES TO REPMMAPO
035800             MOVE "PENDING-ITEMS FILE UNAVAILABLE - CALL OPS"
035900                 TO RPMSGO
036000             SET RPM-EDIT-BAD TO TRUE
036100     END-EVALUATE.
036200 2100-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*  2200-SHOW-ITEM - DISPLAY THE ITEM READ, WITH ITS TRANSACTION *
036700*  IN THE FIELDS THAT MAY BE CORRECTED.  THE ACTION IS BLANKED  *
036800*  SO NOTHING IS QUEUED UNTIL THE ITEM HAS BEEN SEEN.           *
036900*****************************************************************
037000 2200-SHOW-ITEM.
037100     MOVE LOW-VALUES            TO REPMMAPO.
037200     MOVE WS-PEND-KEY           TO RPKEYO.
037300     MOVE WS-PEND-STATUS        TO RPSTATO.
037400     MOVE WS-PEND-BRANCH        TO RPBRCHO.
037500     MOVE WS-PEND-FIRST-DATE    TO RPFRSTO.
037600     MOVE WS-PEND-TIMES         TO RPTIMEO.
037700     MOVE WS-PEND-ORIG-OPERATOR TO RPKBYO.
037800     MOVE WS-PEND-REASON        TO RPRSNO.
037900     MOVE WS-PEND-TRAN-IMAGE    TO RPM-IMG-RECORD.
038000     MOVE RPM-IMG-OPERATION     TO RPOPO.
038100     MOVE RPM-IMG-INDEX-NUM     TO RPIDXO.
038200     MOVE RPM-IMG-NAME          TO RPNAMEO.
038300     MOVE RPM-IMG-SURNAME       TO RPSURNO.
038400     MOVE RPM-IMG-BALANCE       TO RPAMTO.
038500     MOVE RPM-IMG-BRANCH        TO RPTBRO.
038600     MOVE RPM-IMG-CUST-TYPE     TO RPTYPEO.
038700     MOVE RPM-IMG-TO-INDEX      TO RPTOIXO.
038800     MOVE SPACE                 TO RPACTO.
038900     MOVE WS-PEND-NOTE          TO RPNOTEO.
039000     IF WS-PEND-OPEN
039100         MOVE "KEY ACTION AND OPERATOR ID, THEN PRESS ENTER"
039200             TO RPMSGO
039300     ELSE
039400         MOVE "ITEM IS NOT OPEN - NO ACTION POSSIBLE" TO RPMSGO
039500     END-IF.
039600 2200-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*  2300-EDIT-MAINT - THE ITEM MUST BE OPEN AND THE OPERATOR     *
040100*  MUST NOT BE THE ONE WHO KEYED IT; THEN THE EDITS FOR THE     *
040200*  ACTION.  THE FIRST FAILURE WINS THE MESSAGE LINE.            *
040300*****************************************************************
040400 2300-EDIT-MAINT.
040500     MOVE LOW-VALUES TO REPMMAPO.
040600     IF NOT WS-PEND-OPEN
040700         MOVE "ITEM IS NOT OPEN - NO ACTION POSSIBLE" TO RPMSGO
040800         SET RPM-EDIT-BAD TO TRUE
040900         GO TO 2300-EXIT
041000     END-IF.
041100     IF NOT RPM-REPM-CORRECT AND NOT RPM-REPM-RELEASE
041200        AND NOT RPM-REPM-WRITE-OFF
041300         MOVE "ACTION MUST BE C, R OR W" TO RPMSGO
041400         SET RPM-EDIT-BAD TO TRUE
041500         GO TO 2300-EXIT
041600     END-IF.
041700     IF RPM-REPM-OPERATOR = SPACES
041800         MOVE "OPERATOR ID REQUIRED" TO RPMSGO
041900         SET RPM-EDIT-BAD TO TRUE
042000         GO TO 2300-EXIT
042100     END-IF.
042200     IF RPM-REPM-OPERATOR = WS-PEND-ORIG-OPERATOR
042300         MOVE "ANOTHER OPERATOR MUST ACT ON YOUR OWN ITEM"
042400             TO RPMSGO
042500         SET RPM-EDIT-BAD TO TRUE
042600         GO TO 2300-EXIT
042700     END-IF.
042800     EVALUATE TRUE
042900         WHEN RPM-REPM-CORRECT
043000             PERFORM 2400-EDIT-CORRECTION THRU 2400-EXIT
043100         WHEN RPM-REPM-RELEASE
043200             IF RPM-IMG-RECORD NOT = WS-PEND-TRAN-IMAGE
043300                 MOVE "FIELDS CHANGED - CORRECT (C) FIRST"
043400                     TO RPMSGO
043500                 SET RPM-EDIT-BAD TO TRUE
043600             END-IF
043700         WHEN RPM-REPM-WRITE-OFF
043800             IF RPM-REPM-NOTE = SPACES
043900                 MOVE "WRITE-OFF NEEDS A NOTE SAYING WHY"
044000                     TO RPMSGO
044100                 SET RPM-EDIT-BAD TO TRUE
044200             END-IF
044300     END-EVALUATE.
044400 2300-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*  2400-EDIT-CORRECTION - SOMETHING MUST HAVE BEEN CHANGED, THE *
044900*  OPERATION MUST BE ONE MAINPROG POSTS AND THE INDEX NUMERIC.  *
045000*  THE FULL FIELD EDITS ARE MAINPROG'S WHEN THE ITEM IS         *
045100*  RELEASED.                                                    *
045200*****************************************************************
045300 2400-EDIT-CORRECTION.
045400     IF RPM-IMG-RECORD = WS-PEND-TRAN-IMAGE
045500         MOVE "NO CORRECTION KEYED" TO RPMSGO
045600         SET RPM-EDIT-BAD TO TRUE
045700         GO TO 2400-EXIT
045800     END-IF.
045900     IF NOT (RPM-IMG-OP-ADD OR RPM-IMG-OP-CHANGE
046000        OR RPM-IMG-OP-DELETE OR RPM-IMG-OP-INQUIRE
046100        OR RPM-IMG-OP-DEPOSIT OR RPM-IMG-OP-WITHDRAW
046200        OR RPM-IMG-OP-OVERRIDE OR RPM-IMG-OP-TRANSFER
046300        OR RPM-IMG-OP-HOLD OR RPM-IMG-OP-RELEASE
046400        OR RPM-IMG-OP-CONTACT)
046500         MOVE "OPERATION MUST BE A C D I P W S X H R OR K"
046600             TO RPMSGO
046700         SET RPM-EDIT-BAD TO TRUE
046800         GO TO 2400-EXIT
046900     END-IF.
047000     IF RPM-IMG-INDEX-NUM-N IS NOT NUMERIC
047100         MOVE "INDEX MUST BE 8 DIGITS" TO RPMSGO
047200         SET RPM-EDIT-BAD TO TRUE
047300         GO TO 2400-EXIT
047400     END-IF.
047500     MOVE RPM-IMG-RECORD TO RPM-REPM-TRAN-IMAGE.
047600 2400-EXIT.
047700     EXIT.
047800
047900*****************************************************************
048000*  2800-WRITE-MAINT-QUEUE - QUEUE THE ACCEPTED ACTION FOR       *
048100*  TONIGHT'S REPRPROG RUN.  THE ITEM IS DROPPED FROM THE        *
048200*  COMMAREA SO A SECOND ENTER SHOWS IT AGAIN RATHER THAN        *
048300*  QUEUING THE SAME ACTION TWICE.                               *
048400*****************************************************************
048500 2800-WRITE-MAINT-QUEUE.
048600     EXEC CICS WRITEQ TD
048700         QUEUE("REPM")
048800         FROM(RPM-REPM-RECORD)
048900         LENGTH(RPM-MAINT-LENGTH)
049000         RESP(RPM-RESP)
049100     END-EXEC.
049200     IF RPM-RESP = DFHRESP(NORMAL)
049300         MOVE "ACCEPTED FOR TONIGHTS REPAIR RUN" TO RPMSGO
049400         MOVE SPACES TO RPM-CA-KEY
049500     ELSE
049600         MOVE "REPAIR QUEUE ERROR - CALL OPS" TO RPMSGO
049700     END-IF.
049800 2800-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*  3000-SEND-DATAONLY - REFRESH THE VARIABLE FIELDS OF THE      *
050300*  SCREEN ALREADY ON DISPLAY.                                   *
050400*****************************************************************
050500 3000-SEND-DATAONLY.
050600     EXEC CICS SEND
050700         MAP("REPMMAP")
050800         MAPSET("REPMSET")
050900         FROM(REPMMAPO)
051000         DATAONLY
051100     END-EXEC.
051200 3000-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*  8000-SEND-GOODBYE - CLEAR THE SCREEN ON THE WAY OUT.         *
051700*****************************************************************
051800 8000-SEND-GOODBYE.
051900     EXEC CICS SEND CONTROL
052000         ERASE
052100         FREEKB
052200     END-EXEC.
052300 8000-EXIT.
052400     EXIT.
