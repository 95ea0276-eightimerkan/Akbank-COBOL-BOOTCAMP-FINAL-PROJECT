000100*****************************************************************
000200*  CAUDREC.CPY                                                  *
000300*  CONTACT AUDIT TRAIL RECORD LAYOUT - CAUDFILE (430 BYTES).    *
000400*  WRITTEN BY MAINPROG FOR EVERY "K" CONTACT CHANGE THAT IS     *
000500*  APPLIED, THE CONTACT COUNTERPART OF AUDITREC: THE OLD/NEW    *
000600*  IMAGES ARE RAW COPIES OF THE CONTACT RECORD (SEE CONTREC).   *
000700*  THE FIRST CHANGE FOR A CUSTOMER CARRIES LOW-VALUES AS ITS    *
000800*  OLD IMAGE AND A REMOVAL ("XX") LOW-VALUES AS ITS NEW IMAGE.  *
000900*  :PFX:CAUD-FIELD IS THE TRANSACTION'S FIELD CODE AND          *
001000*  :PFX:CAUD-OPERATOR THE ENTERING OPERATOR'S ID, AS VALIDATED  *
001100*  AGAINST THE OPERATOR MASTER (OPERREC).  KEPT APART FROM THE  *
001200*  MASTER AUDIT TRAIL SO RECNPROG AND RCVRPROG NEVER SEE A      *
001300*  NON-MASTER IMAGE.                                            *
001400*                                                               *
001500*  COPY CAUDREC REPLACING ==:PFX:== BY ==<PREFIX>==.            *
001600*****************************************************************
001700 01  :PFX:CAUD-RECORD.
001800     05  :PFX:CAUD-INDEX          PIC X(08).
001900     05  :PFX:CAUD-OPERATION      PIC X(01).
002000     05  :PFX:CAUD-FIELD          PIC X(02).
002100     05  :PFX:CAUD-OPERATOR       PIC X(05).
002200     05  :PFX:CAUD-RUN-DATE       PIC 9(06).
002300     05  :PFX:CAUD-RUN-TIME       PIC 9(08).
002400     05  :PFX:CAUD-OLD-IMAGE      PIC X(200).
002500     05  :PFX:CAUD-NEW-IMAGE      PIC X(200).
