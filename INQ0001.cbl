001040*                        TELLERS SEE THE DORMPROG FLAG.         *
001050*  2026-09-02  RSK       STATUS "H" (LEGAL HOLD) NOW SHOWS AS   *
001060*                        HELD - DEPOSITS ONLY ON SUCH RECORDS.  *
001062*  2026-09-29  RSK       CONTACT BLOCK - ADDRESS, CITY,         *
001064*                        POSTCODE, PHONE, E-MAIL AND MAILING    *
001066*                        ROUTE - READ FROM CICS FILE CUSTCONT   *
001068*                        (CUSTOMER CONTACT FILE, READ-ONLY).    *
001070*  2026-10-01  RSK       ENTERED FROM THE CSRC SURNAME SEARCH   *
001072*                        (SRCHPROG) WITH AN INDEX IN THE        *
001074*                        COMMAREA - THAT CUSTOMER IS SHOWN      *
001076*                        STRAIGHT AWAY.                         *
001081*  2026-10-15  RSK       THE MAP SENT FOR A CUSTOMER CHOSEN ON  *
001086*                        THE SEARCH IS CLEARED FIRST, SO NO     *
001091*                        LEFTOVER FIELD GOES OUT WITH IT.       *
001100*****************************************************************
001200*
001300*  INQPROG IS THE ONLINE (CICS) REAL-TIME CUSTOMER INQUIRY FOR
002100*  PSEUDO-CONVERSATIONAL: EVERY INTERACTION ENDS WITH RETURN
002200*  TRANSID(CINQ).  PF3 OR CLEAR ENDS THE SESSION.
002300*
002305*  BELOW THE MASTER DETAIL THE SCREEN SHOWS THE CUSTOMER'S
002310*  CONTACT DETAILS FROM CICS FILE CUSTCONT (OVER
002315*  PROD.CUST.CONTACT.KSDS, ALSO READ-ONLY) AND THE MAILING
002320*  ROUTE THE BATCH STATEMENT AND DORMANCY RUNS WILL TAKE: THE
002325*  MAIL RUN, OR BRANCH COLLECT WHEN THE ADDRESS IS INCOMPLETE
002330*  OR THE CUSTOMER HAS ASKED NOT TO BE MAILED (SEE CONTREC).
002335*
002340*  A TELLER WHO DOES NOT HAVE THE INDEX NUMBER FINDS THE
002345*  CUSTOMER ON THE CSRC SURNAME SEARCH (SRCHPROG), WHICH
002350*  TRANSFERS HERE WITH "S" AND THE INDEX CHOSEN IN THE
002355*  COMMAREA; THAT CUSTOMER IS READ AND THE FULL SCREEN PAINTED
002360*  WITH THE INDEX FILLED IN, AFTER WHICH THE CONVERSATION
002365*  CARRIES ON AS AN ORDINARY CINQ ONE.
002370*
002400*  THE SYMBOLIC MAP IS HAND-CODED BELOW IN SCREEN-FIELD ORDER
002500*  (IDXNUM, NAME, SURN, BAL, STAT, ADDR1, ADDR2, CITY, PCODE,
002550*  PHONE, EMAIL, MAILST, MSG) AND MUST BE KEPT IN STEP WITH
002600*  INQSET.BMS IF THE MAP IS EVER CHANGED.
002700*
002800 ENVIRONMENT DIVISION.
002900 DATA DIVISION.
003200*  CUSTOMER MASTER RECORD READ FROM CUSTMAST                     *
003300*****************************************************************
003400 COPY VSAMREC REPLACING ==:PFX:== BY ==WS-==.
003410
003420*****************************************************************
003430*  CUSTOMER CONTACT RECORD READ FROM CUSTCONT                    *
003440*****************************************************************
003450 COPY CONTREC REPLACING ==:PFX:== BY ==WS-==.
003500
003600*****************************************************************
003700*  SYMBOLIC MAP FOR INQMAP IN MAPSET INQSET - INPUT SIDE.        *
005500     05  INQSTATL               PIC S9(04) COMP.
005600     05  INQSTATF               PIC X(01).
005700     05  INQSTATI               PIC X(08).
005702     05  INQADDR1L              PIC S9(04) COMP.
005704     05  INQADDR1F              PIC X(01).
005706     05  INQADDR1I              PIC X(30).
005708     05  INQADDR2L              PIC S9(04) COMP.
005710     05  INQADDR2F              PIC X(01).
005712     05  INQADDR2I              PIC X(30).
005714     05  INQCITYL               PIC S9(04) COMP.
005716     05  INQCITYF               PIC X(01).
005718     05  INQCITYI               PIC X(20).
005720     05  INQPCODEL              PIC S9(04) COMP.
005722     05  INQPCODEF              PIC X(01).
005724     05  INQPCODEI              PIC X(10).
005726     05  INQPHONEL              PIC S9(04) COMP.
005728     05  INQPHONEF              PIC X(01).
005730     05  INQPHONEI              PIC X(15).
005732     05  INQEMAILL              PIC S9(04) COMP.
005734     05  INQEMAILF              PIC X(01).
005736     05  INQEMAILI              PIC X(40).
005738     05  INQMAILSTL             PIC S9(04) COMP.
005740     05  INQMAILSTF             PIC X(01).
005742     05  INQMAILSTI             PIC X(21).
005800     05  INQMSGL                PIC S9(04) COMP.
005900     05  INQMSGF                PIC X(01).
006000     05  INQMSGI                PIC X(40).
007400     05  INQBALO                PIC X(19).
007500     05  FILLER                 PIC X(03).
007600     05  INQSTATO               PIC X(08).
007605     05  FILLER                 PIC X(03).
007610     05  INQADDR1O              PIC X(30).
007615     05  FILLER                 PIC X(03).
007620     05  INQADDR2O              PIC X(30).
007625     05  FILLER                 PIC X(03).
007630     05  INQCITYO               PIC X(20).
007635     05  FILLER                 PIC X(03).
007640     05  INQPCODEO              PIC X(10).
007645     05  FILLER                 PIC X(03).
007650     05  INQPHONEO              PIC X(15).
007655     05  FILLER                 PIC X(03).
007660     05  INQEMAILO              PIC X(40).
007665     05  FILLER                 PIC X(03).
007670     05  INQMAILSTO             PIC X(21).
007700     05  FILLER                 PIC X(03).
007800     05  INQMSGO                PIC X(40).
007900
010000
010100*****************************************************************
010200*  ONE-BYTE COMMAREA - ITS PRESENCE (EIBCALEN > 0) MARKS A       *
010300*  RETURNING PSEUDO-CONVERSATION.  SRCHPROG PASSES A LONGER      *
010350*  ONE, "S" AND AN INDEX NUMBER, WHEN A SEARCH LINE IS PICKED.   *
010400*****************************************************************
010500 01  INQ-COMMAREA               PIC X(01) VALUE "R".
010600
010700 LINKAGE SECTION.
010750 01  DFHCOMMAREA.
010800     05  INQ-CA-SOURCE          PIC X(01).
010820         88  INQ-CA-FROM-SEARCH  VALUE "S".
010840     05  INQ-CA-INDEX           PIC X(08).
010900
011000 PROCEDURE DIVISION.
011100*****************************************************************
011600 0000-MAINLINE.
011700     IF EIBCALEN = ZERO
011800         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
011820         GO TO 0000-RETURN-NEXT
011840     END-IF.
011860     IF EIBCALEN > 1 AND INQ-CA-FROM-SEARCH
011880         PERFORM 1500-SHOW-SELECTED THRU 1500-EXIT
011900         GO TO 0000-RETURN-NEXT
012000     END-IF.
012100     IF EIBAID = INQ-AID-PF3 OR EIBAID = INQ-AID-CLEAR
014900         ERASE
015000     END-EXEC.
015100 1000-EXIT.
015105     EXIT.
015110
015115*****************************************************************
015120*  1500-SHOW-SELECTED - ARRIVED FROM THE SURNAME SEARCH: THE     *
015125*  SEARCH MAP IS ON THE TERMINAL, SO READ THE CUSTOMER CHOSEN    *
015130*  AND PAINT THE WHOLE INQUIRY SCREEN, INDEX FILLED IN.          *
015135*****************************************************************
015140 1500-SHOW-SELECTED.
015142     MOVE LOW-VALUES TO INQMAPO.
015145     MOVE INQ-CA-INDEX TO INQ-INDEX-X.
015150     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
015155     MOVE INQ-INDEX-X TO IDXNUMO.
015160     EXEC CICS SEND
015165         MAP("INQMAP")
015170         MAPSET("INQSET")
015175         FROM(INQMAPO)
015180         ERASE
015185     END-EXEC.
015190 1500-EXIT.
015200     EXIT.
015300
015400*****************************************************************
018600         PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT
018700         GO TO 2000-EXIT
018800     END-IF.
018805     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
018810     PERFORM 3000-SEND-DATAONLY THRU 3000-EXIT.
018815 2000-EXIT.
018820     EXIT.
018825
018830*****************************************************************
018835*  2100-READ-CUSTOMER - READ THE MASTER FOR INQ-INDEX-X AND      *
018840*  FORMAT THE CUSTOMER, OR THE REASON THERE IS NONE, INTO THE    *
018845*  OUTPUT MAP.                                                   *
018850*****************************************************************
018855 2100-READ-CUSTOMER.
018900     EXEC CICS READ
019000         FILE("CUSTMAST")
019100         INTO(WS-VSAM-RECORD)
019500     EVALUATE TRUE
019600         WHEN INQ-RESP = DFHRESP(NORMAL)
019700             PERFORM 2500-FORMAT-CUSTOMER THRU 2500-EXIT
019750             PERFORM 2600-FORMAT-CONTACT THRU 2600-EXIT
019800         WHEN INQ-RESP = DFHRESP(NOTFND)
019900             PERFORM 2700-CLEAR-RESULT-FIELDS THRU 2700-EXIT
020000             MOVE "INDEX NOT ON CUSTOMER MASTER" TO INQMSGO
020300             MOVE "CUSTOMER MASTER UNAVAILABLE - CALL OPS"
020400                 TO INQMSGO
020500     END-EVALUATE.
020700 2100-EXIT.
020800     EXIT.
020900
021000*****************************************************************
023100     END-EVALUATE.
023200     MOVE SPACES TO INQMSGO.
023300 2500-EXIT.
023302     EXIT.
023304
023306*****************************************************************
023308*  2600-FORMAT-CONTACT - READ THE CUSTOMER'S CONTACT RECORD AND  *
023310*  SHOW IT WITH THE MAILING ROUTE.  A CUSTOMER WITH NO CONTACT   *
023312*  RECORD IS NOT AN ERROR - THE BLOCK IS BLANKED AND THE TELLER  *
023314*  IS TOLD, SINCE SUCH A CUSTOMER IS ON BRANCH COLLECT.          *
023316*****************************************************************
023318 2600-FORMAT-CONTACT.
023320     EXEC CICS READ
023322         FILE("CUSTCONT")
023324         INTO(WS-CONT-RECORD)
023326         RIDFLD(INQ-INDEX-X)
023328         RESP(INQ-RESP)
023330     END-EXEC.
023332     EVALUATE TRUE
023334         WHEN INQ-RESP = DFHRESP(NORMAL)
023336             CONTINUE
023338         WHEN INQ-RESP = DFHRESP(NOTFND)
023340             PERFORM 2800-CLEAR-CONTACT-FIELDS THRU 2800-EXIT
023342             MOVE "COLLECT - NO ADDRESS" TO INQMAILSTO
023344             MOVE "NO CONTACT DETAILS ON FILE" TO INQMSGO
023346             GO TO 2600-EXIT
023348         WHEN OTHER
023350             PERFORM 2800-CLEAR-CONTACT-FIELDS THRU 2800-EXIT
023352             MOVE "CONTACT FILE UNAVAILABLE - CALL OPS"
023354                 TO INQMSGO
023356             GO TO 2600-EXIT
023358     END-EVALUATE.
023360     MOVE WS-CONT-ADDR-LINE-1 TO INQADDR1O.
023362     MOVE WS-CONT-ADDR-LINE-2 TO INQADDR2O.
023364     MOVE WS-CONT-CITY        TO INQCITYO.
023366     MOVE WS-CONT-POSTCODE    TO INQPCODEO.
023368     MOVE WS-CONT-PHONE       TO INQPHONEO.
023370     MOVE WS-CONT-EMAIL       TO INQEMAILO.
023372     EVALUATE TRUE
023374         WHEN WS-CONT-DO-NOT-MAIL
023376             MOVE "COLLECT - DO NOT MAIL" TO INQMAILSTO
023378         WHEN WS-CONT-ADDR-LINE-1 = SPACES
023380           OR WS-CONT-POSTCODE = SPACES
023382             MOVE "COLLECT - NO ADDRESS" TO INQMAILSTO
023384         WHEN OTHER
023386             MOVE "MAIL RUN" TO INQMAILSTO
023388     END-EVALUATE.
023390 2600-EXIT.
023400     EXIT.
023410
023420*****************************************************************
023493     MOVE SPACES TO INQSURNO.
023494     MOVE SPACES TO INQBALO.
023495     MOVE SPACES TO INQSTATO.
023496     PERFORM 2800-CLEAR-CONTACT-FIELDS THRU 2800-EXIT.
023497 2700-EXIT.
023498     EXIT.
023500
023505*****************************************************************
023510*  2800-CLEAR-CONTACT-FIELDS - BLANK THE CONTACT BLOCK (SPACES,  *
023515*  FOR THE SAME REASON AS 2700 ABOVE).                           *
023520*****************************************************************
023525 2800-CLEAR-CONTACT-FIELDS.
023530     MOVE SPACES TO INQADDR1O.
023535     MOVE SPACES TO INQADDR2O.
023540     MOVE SPACES TO INQCITYO.
023545     MOVE SPACES TO INQPCODEO.
023550     MOVE SPACES TO INQPHONEO.
023555     MOVE SPACES TO INQEMAILO.
023560     MOVE SPACES TO INQMAILSTO.
023565 2800-EXIT.
023570     EXIT.
023575
023600*****************************************************************
023700*  3000-SEND-DATAONLY - REFRESH THE VARIABLE FIELDS OF THE       *
023800*  SCREEN ALREADY ON DISPLAY.                                    *
