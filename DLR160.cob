000080*    (SEE DLR160M).  READS ACCTIDX BY ACCOUNT ID AND SHOWS THE   *
000090*    RECLAYT VIEW OF THE RECORD - NAME, BOTH ADDRESS LINES,      *
000100*    AND STATUS CODE.  UNDER THE MAINTENANCE TRANSACTION AN      *
000101*    OPERATOR MAY OVERTYPE THOSE SUBFIELDS FOR ONE ACCOUNT AT    *
000102*    A TIME.  THE CHANGE IS NOT APPLIED HERE: IT IS QUEUED ON    *
000103*    THE PENDCHG FILE (SEE PENDREC) WITH THE RECORD AS KEYED     *
000104*    OVER AND THE OPERATOR WHO KEYED IT, AND ONLY REACHES        *
000105*    ACCTIDX - AND CHGJRNL - WHEN A SECOND AUTHORIZED OPERATOR   *
000106*    APPROVES IT ON THE DL63 SCREEN (DLR205).  ONE CHANGE PER    *
000107*    ACCOUNT MAY AWAIT APPROVAL AT A TIME.                       *
000170*                                                                *
000180*    TRANSIDS: DL60 - INQUIRY ONLY.  DL61 - INQUIRY PLUS         *
000190*    MAINTENANCE; DL61 IS RESTRICTED BY TRANSACTION SECURITY     *
000290*                     WITH TODAY, MATCHING THE DLR120 BATCH     *
000300*                     PATHS, SO THE DLR125 PURGE CAN AGE "DL"   *
000310*                     ACCOUNTS SET ONLINE AS WELL AS IN BATCH.  *
000311*    2026-10-15  JPL  DL61 CHANGES NO LONGER REWRITE ACCTIDX.   *
000312*                     THEY ARE QUEUED ON PENDCHG FOR A SECOND   *
000313*                     OPERATOR TO APPROVE ON DL63 (DLR205),     *
000314*                     WHICH APPLIES AND JOURNALS THEM.  AN      *
000315*                     INQUIRY SAYS WHEN A CHANGE IS WAITING.    *
000320*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000460*
000470     COPY DLR160M.
000480*
000481     COPY PENDREC.
000500*
000510     COPY DFHAID.
000520*
000530 01  DLR160-SWITCHES.
000531     05  WS-PENDING-SWITCH           PIC X(01) VALUE "N".
000532         88  WS-CHANGE-PENDING            VALUE "Y".
000533         88  WS-NOTHING-PENDING           VALUE "N".
000570*
000580 01  DLR160-CONSTANTS.
000590     05  WS-MAINT-TRANSID            PIC X(04) VALUE "DL61".
000591     05  WS-PEND-FILE                PIC X(08) VALUE "PENDCHG ".
000610     05  WS-MASTER-FILE              PIC X(08) VALUE "ACCTIDX ".
000620*
000630 01  DLR160-WORK-FIELDS.
000640     05  WS-ACCT-KEY                 PIC 9(05) VALUE ZERO.
000650     05  WS-RESP-CODE                PIC S9(08) COMP VALUE ZERO.
000670     05  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000680     05  WS-RUN-DATE-X               PIC X(08) VALUE SPACES.
000681     05  WS-TIME-X                   PIC X(06) VALUE SPACES.
000682     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000683     05  WS-PEND-BROWSE-KEY.
000684         10  WS-PEND-BROWSE-STATUS   PIC X(01) VALUE "P".
000685         10  WS-PEND-BROWSE-ACCT     PIC 9(05) VALUE ZERO.
000686         10  WS-PEND-BROWSE-TAIL     PIC 9(14) VALUE ZERO.
000690*
000700******************************************************************
000710*    COMMAREA - THE PSEUDO-CONVERSATIONAL STATE CARRIED          *
001780     MOVE WS-ACCT-KEY TO CA-LAST-ACCT-ID.
001790     MOVE "ACCOUNT DISPLAYED - OVERTYPE AND ENTER U TO CHANGE"
001800         TO MAP-MSG-I.
001801     PERFORM 3200-CHECK-PENDING
001802         THRU 3200-CHECK-PENDING-EXIT.
001803     IF WS-CHANGE-PENDING
001804         MOVE "ACCOUNT DISPLAYED - A CHANGE IS AWAITING APPROVAL"
001805             TO MAP-MSG-I
001806     END-IF.
001810 2000-INQUIRE-ACCOUNT-EXIT.
001820     EXIT.
001830*
001840******************************************************************
001841*    3000-UPDATE-ACCOUNT - QUEUE THE OVERTYPED SUBFIELDS FOR     *
001860*    THE ACCOUNT LAST INQUIRED ON.  ONLY THE MAINTENANCE         *
001870*    TRANSID MAY UPDATE; THE OPERATOR MUST HAVE INQUIRED         *
001880*    FIRST; A STATUS CODE OUTSIDE THE PUBLISHED LIST IS          *
001881*    REFUSED; SO IS A CHANGE THAT CHANGES NOTHING, AND ONE FOR   *
001882*    AN ACCOUNT THAT ALREADY HAS A CHANGE AWAITING APPROVAL.     *
001883*    THE MASTER IS READ, NOT HELD - NOTHING IS REWRITTEN HERE.   *
001884*    THE RECORD AS READ BECOMES THE PENDING BEFORE-IMAGE,        *
001885*    WHICH DL63 CHECKS AGAIN BEFORE IT APPLIES ANYTHING.         *
001910******************************************************************
001920 3000-UPDATE-ACCOUNT.
001930     IF EIBTRNID NOT = WS-MAINT-TRANSID
002060     EXEC CICS READ FILE(WS-MASTER-FILE)
002070         INTO(WS-AREA-1)
002080         RIDFLD(WS-ACCT-KEY)
002100         RESP(WS-RESP-CODE)
002110     END-EXEC.
002120     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002150         MOVE ZERO TO CA-LAST-ACCT-ID
002160         GO TO 3000-UPDATE-ACCOUNT-EXIT
002170     END-IF.
002171     PERFORM 3200-CHECK-PENDING
002172         THRU 3200-CHECK-PENDING-EXIT.
002173     IF WS-CHANGE-PENDING
002174         MOVE "ACCOUNT ALREADY HAS A CHANGE AWAITING APPROVAL"
002175             TO MAP-MSG-I
002176         GO TO 3000-UPDATE-ACCOUNT-EXIT
002177     END-IF.
002178     MOVE WS-AREA-1 TO PEND-BEFORE-IMAGE.
002200     PERFORM 3100-APPLY-SCREEN-FIELDS
002210         THRU 3100-APPLY-SCREEN-FIELDS-EXIT.
002220     IF NOT WS-CUST-STATUS-VALID
002230         MOVE "STATUS CODE IS NOT ON THE PUBLISHED LIST"
002240             TO MAP-MSG-I
002270         GO TO 3000-UPDATE-ACCOUNT-EXIT
002280     END-IF.
002281     IF WS-AREA-1 = PEND-BEFORE-IMAGE
002282         MOVE "NOTHING WAS CHANGED - NOTHING QUEUED" TO MAP-MSG-I
002360         GO TO 3000-UPDATE-ACCOUNT-EXIT
002370     END-IF.
002371     PERFORM 3300-QUEUE-CHANGE
002372         THRU 3300-QUEUE-CHANGE-EXIT.
002420 3000-UPDATE-ACCOUNT-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460*    3100-APPLY-SCREEN-FIELDS - OVERLAY ONLY THE SUBFIELDS THE   *
002470*    OPERATOR ACTUALLY KEYED (NONZERO MAP LENGTH) ONTO THE       *
002471*    RECORD READ INTO THE SHARED RECLAYT BUFFER, SO AN UNTOUCHED *
002490*    FIELD KEEPS ITS MASTER VALUE.                               *
002500******************************************************************
002510 3100-APPLY-SCREEN-FIELDS.
002820     EXIT.
002830*
002840******************************************************************
002841*    3200-CHECK-PENDING - IS A CHANGE TO THIS ACCOUNT ALREADY    *
002842*    AWAITING APPROVAL?  PENDING ITEMS LEAD THE PENDCHG KEY BY   *
002843*    STATUS AND THEN ACCOUNT, SO ONE BROWSE STEP FROM THE        *
002844*    ACCOUNT'S LOWEST POSSIBLE PENDING KEY ANSWERS IT.           *
002845******************************************************************
002846 3200-CHECK-PENDING.
002847     MOVE "N" TO WS-PENDING-SWITCH.
002848     MOVE "P" TO WS-PEND-BROWSE-STATUS.
002849     MOVE WS-ACCT-KEY TO WS-PEND-BROWSE-ACCT.
002850     MOVE ZERO TO WS-PEND-BROWSE-TAIL.
002851     EXEC CICS STARTBR FILE(WS-PEND-FILE)
002852         RIDFLD(WS-PEND-BROWSE-KEY)
002853         GTEQ
002854         RESP(WS-RESP-CODE)
002855     END-EXEC.
002856     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002857         GO TO 3200-CHECK-PENDING-EXIT
002858     END-IF.
002859     EXEC CICS READNEXT FILE(WS-PEND-FILE)
002860         INTO(PEND-RECORD)
002861         RIDFLD(WS-PEND-BROWSE-KEY)
002862         RESP(WS-RESP-CODE)
002863     END-EXEC.
002864     IF WS-RESP-CODE = DFHRESP(NORMAL)
002865         AND PEND-AWAITING
002866         AND PEND-ACCOUNT-ID = WS-ACCT-KEY
002867         MOVE "Y" TO WS-PENDING-SWITCH
002868     END-IF.
002869     EXEC CICS ENDBR FILE(WS-PEND-FILE) END-EXEC.
002870 3200-CHECK-PENDING-EXIT.
002871     EXIT.
002872*
002873******************************************************************
002874*    3300-QUEUE-CHANGE - WRITE THE PENDING RECORD: THE RECORD    *
002875*    AS READ, THE RECORD AS THE OPERATOR WANTS IT, AND WHO       *
002876*    KEYED IT WHEN.  THE TIME OF DAY IN THE KEY KEEPS TWO        *
002877*    CHANGES TO ONE ACCOUNT APART; A CLASH WITHIN THE SAME       *
002878*    SECOND IS SENT BACK TO BE ENTERED AGAIN.                    *
002879******************************************************************
002880 3300-QUEUE-CHANGE.
002881     MOVE WS-AREA-1 TO PEND-AFTER-IMAGE.
002882     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC.
002940     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
002950     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
002960         YYYYMMDD(WS-RUN-DATE-X)
002961         TIME(WS-TIME-X)
002970     END-EXEC.
002971     MOVE "P" TO PEND-STATUS.
002972     MOVE WS-ACCT-KEY TO PEND-ACCOUNT-ID.
002973     MOVE WS-RUN-DATE-X TO PEND-ENTRY-DATE.
002974     MOVE WS-TIME-X TO PEND-ENTRY-TIME.
002975     MOVE WS-OPERATOR-ID TO PEND-MAKER-ID.
002976     MOVE SPACES TO PEND-CHECKER-ID.
002977     MOVE ZERO TO PEND-DECISION-DATE.
002978     EXEC CICS WRITE FILE(WS-PEND-FILE)
002979         FROM(PEND-RECORD)
002980         RIDFLD(PEND-KEY)
002981         RESP(WS-RESP-CODE)
003040     END-EXEC.
003041     EVALUATE TRUE
003042         WHEN WS-RESP-CODE = DFHRESP(NORMAL)
003043             MOVE "CHANGE QUEUED FOR APPROVAL ON DL63"
003044                 TO MAP-MSG-I
003045         WHEN WS-RESP-CODE = DFHRESP(DUPREC)
003046             MOVE "KEY CLASH - ENTER U AGAIN TO QUEUE IT"
003047                 TO MAP-MSG-I
003048         WHEN OTHER
003049             MOVE "PENDING FILE ERROR - NOTHING QUEUED"
003050                 TO MAP-MSG-I
003051     END-EVALUATE.
003052 3300-QUEUE-CHANGE-EXIT.
003190     EXIT.
003200*
003210******************************************************************
