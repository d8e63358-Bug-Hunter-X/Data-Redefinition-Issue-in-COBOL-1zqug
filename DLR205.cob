000010******************************************************************
000020*                                                                *
000030*    DLR205.COB                                                  *
000040*                                                                *
000050*    ONLINE APPROVAL OF PENDING ACCOUNT CHANGES (CICS).          *
000060*                                                                *
000070*    PSEUDO-CONVERSATIONAL TRANSACTION OVER THE DLAMAP SCREEN    *
000080*    (SEE DLR205M).  A CHANGE KEYED ON THE DL61 MAINTENANCE      *
000090*    SCREEN (DLR160) DOES NOT TOUCH ACCTIDX; IT WAITS ON THE     *
000100*    PENDCHG FILE (SEE PENDREC) UNTIL A SECOND OPERATOR DECIDES  *
000110*    IT HERE.  THE SCREEN LISTS THE CHANGES STILL AWAITING A     *
000120*    DECISION, TEN TO A PAGE, OLDEST ACCOUNT FIRST: ACCOUNT,     *
000130*    WHO KEYED IT, WHEN, AND WHICH SUBFIELDS IT CHANGES.  THE    *
000140*    OPERATOR MARKS A LINE:                                      *
000150*                                                                *
000160*      S  SHOW - THE DETAIL LINES GIVE EACH SUBFIELD AS IT IS    *
000170*         NOW AND AS IT WOULD BE.                                *
000180*      A  APPROVE - THE CHANGE IS APPLIED TO ACCTIDX AND         *
000190*         JOURNALED ON CHGJRNL, THROUGH THE CJRN QUEUE, WITH     *
000200*         THE SAME BEFORE/AFTER RECORD DLR120 WRITES (SEE        *
000210*         JRNLREC), SO THE BATCH BACKOUT STILL COVERS IT.        *
000220*      R  REJECT - THE CHANGE IS NEVER APPLIED.                  *
000230*                                                                *
000240*    NOBODY DECIDES A CHANGE THEY KEYED THEMSELVES - THE SIGNED- *
000250*    ON USER IS CHECKED AGAINST THE MAKER ON EVERY ITEM.  AN     *
000260*    APPROVAL RE-READS THE MASTER RECORD AND APPLIES ONLY IF IT  *
000270*    STILL MATCHES THE IMAGE THE MAKER KEYED OVER; IF ANYTHING   *
000280*    HAS CHANGED IT SINCE, THE ITEM IS MARKED STALE INSTEAD AND  *
000290*    MUST BE KEYED AGAIN.  A STATUS CHANGE IS STAMPED WITH THE   *
000300*    DATE IT WAS APPROVED, SINCE THAT IS WHEN IT TOOK EFFECT.    *
000310*    EVERY DECISION STAYS ON PENDCHG WITH THE CHECKER'S ID.      *
000320*    PF8 PAGES FORWARD, PF7 BACK, PF3 OR CLEAR ENDS.             *
000330*                                                                *
000340*    TRANSID: DL63 - RESTRICTED BY TRANSACTION SECURITY TO THE   *
000350*    OPERATORS AUTHORIZED TO APPROVE MAINTENANCE, WHICH IS THE   *
000360*    AUTHORITY CHECK, AS DL61 IS FOR KEYING IT.                  *
000370*                                                                *
000380*    MODIFICATION HISTORY                                       *
000390*    ----------------------                                     *
000400*    2026-10-15  JPL  ORIGINAL.                                 *
000410*    2026-10-15  JPL  A DECISION WHOSE PENDCHG DELETE OR WRITE  *
000420*                     FAILS IS ROLLED BACK WITH THE MASTER      *
000430*                     CHANGE AND COUNTED AS FAILED, SO AN       *
000440*                     APPROVED ITEM CANNOT SHOW AS PENDING AND  *
000450*                     BE APPLIED AGAIN.  THE CJRN JOURNAL ENTRY *
000460*                     IS WRITTEN ONLY ONCE THE ITEM IS FILED,   *
000470*                     JUST BEFORE ITS OWN SYNCPOINT.            *
000472*    2026-10-15  JPL  AN APPROVED STATUS CHANGE NOW ALWAYS      *
000474*                     TAKES THE APPROVAL DATE, EVEN WHEN THE    *
000476*                     OLD STATUS WAS SET THE DAY IT WAS KEYED.  *
000480*                                                                *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.    DLR205.
000520 AUTHOR.        J P LANGE.
000530 INSTALLATION.  DATA PROCESSING.
000540 DATE-WRITTEN.  2026-10-15.
000550 DATE-COMPILED.
000560*
000570 ENVIRONMENT DIVISION.
000580*
000590 DATA DIVISION.
000600 WORKING-STORAGE SECTION.
000610     COPY RECLAYT.
000620*
000630     COPY DLR205M.
000640*
000650     COPY PENDREC.
000660*
000670     COPY JRNLREC.
000680*
000690     COPY DFHAID.
000700*
000710 01  DLR205-SWITCHES.
000720     05  WS-BROWSE-DONE-SWITCH       PIC X(01) VALUE "N".
000730         88  WS-BROWSE-DONE               VALUE "Y".
000740         88  WS-BROWSE-MORE               VALUE "N".
000750     05  WS-MORE-PAGES-SWITCH        PIC X(01) VALUE "N".
000760         88  WS-MORE-PAGES                VALUE "Y".
000770         88  WS-LAST-PAGE                 VALUE "N".
000780     05  WS-DETAIL-SWITCH            PIC X(01) VALUE "N".
000790         88  WS-DETAIL-SHOWN              VALUE "Y".
000800         88  WS-DETAIL-EMPTY              VALUE "N".
000810     05  WS-DECIDED-SWITCH           PIC X(01) VALUE "N".
000820         88  WS-SOMETHING-DECIDED         VALUE "Y".
000830         88  WS-NOTHING-DECIDED           VALUE "N".
000840*
000850 01  DLR205-CONSTANTS.
000860     05  WS-JRNL-QUEUE               PIC X(04) VALUE "CJRN".
000870     05  WS-MASTER-FILE              PIC X(08) VALUE "ACCTIDX ".
000880     05  WS-PEND-FILE                PIC X(08) VALUE "PENDCHG ".
000890     05  WS-PAGE-SIZE                PIC 9(02) COMP VALUE 10.
000900     05  WS-DETAIL-SIZE              PIC 9(02) COMP VALUE 4.
000910*
000920 01  DLR205-WORK-FIELDS.
000930     05  WS-ACCT-KEY                 PIC 9(05) VALUE ZERO.
000940     05  WS-RESP-CODE                PIC S9(08) COMP VALUE ZERO.
000950     05  WS-JRNL-LENGTH              PIC S9(04) COMP VALUE 224.
000960     05  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000970     05  WS-RUN-DATE-X               PIC X(08) VALUE SPACES.
000980     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000990     05  WS-LINE-IDX                 PIC 9(02) COMP VALUE ZERO.
001000     05  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
001010     05  WS-SHOWN-COUNT              PIC 9(02) COMP VALUE ZERO.
001020     05  WS-PEND-KEY-SAVE            PIC X(20) VALUE SPACES.
001030     05  WS-PEND-BROWSE-KEY.
001040         10  WS-PEND-BROWSE-STATUS   PIC X(01) VALUE "P".
001050         10  WS-PEND-BROWSE-TAIL     PIC X(19) VALUE LOW-VALUES.
001060     05  WS-CHANGE-LIST              PIC X(43) VALUE SPACES.
001070     05  WS-CHANGE-PTR               PIC 9(03) COMP VALUE 1.
001080*
001090 01  DLR205-DECISION-COUNTS.
001100     05  WS-APPROVED-COUNT           PIC 9(02) COMP VALUE ZERO.
001110     05  WS-REJECTED-COUNT           PIC 9(02) COMP VALUE ZERO.
001120     05  WS-STALE-COUNT              PIC 9(02) COMP VALUE ZERO.
001130     05  WS-OWN-COUNT                PIC 9(02) COMP VALUE ZERO.
001140     05  WS-FAILED-COUNT             PIC 9(02) COMP VALUE ZERO.
001150*
001160******************************************************************
001170*    BEFORE FIELDS - THE RECLAYT SUBFIELDS OF THE BEFORE-IMAGE,  *
001180*    SAVED OUT OF THE SHARED BUFFER SO THE AFTER-IMAGE CAN BE    *
001190*    UNPACKED INTO IT AND THE TWO COMPARED FIELD BY FIELD.       *
001200******************************************************************
001210 01  DLR205-BEFORE-FIELDS.
001220     05  WS-BEFORE-NAME              PIC X(30) VALUE SPACES.
001230     05  WS-BEFORE-ADDR-1            PIC X(25) VALUE SPACES.
001240     05  WS-BEFORE-ADDR-2            PIC X(25) VALUE SPACES.
001250     05  WS-BEFORE-STATUS            PIC X(02) VALUE SPACES.
001260     05  WS-BEFORE-STATUS-DATE       PIC X(08) VALUE SPACES.
001270*
001280 01  DLR205-REPORT-FIELDS.
001290     05  RPT-COUNT                   PIC Z9.
001300     05  RPT-ACCOUNT-ID              PIC 9(05).
001310     05  RPT-DATE                    PIC 9(08).
001320     05  RPT-PAGE                    PIC ZZ9.
001330*
001340******************************************************************
001350*    COMMAREA - THE PSEUDO-CONVERSATIONAL STATE: THE PAGE ON     *
001360*    SHOW AND THE PENDCHG KEY BEHIND EACH OF ITS LINES, SO A     *
001370*    MARK ON LINE N ACTS ON EXACTLY THE ITEM THE OPERATOR SAW    *
001380*    THERE EVEN IF THE QUEUE HAS MOVED SINCE.                    *
001390******************************************************************
001400 01  DLR205-COMMAREA.
001410     05  CA-PAGE-NO                  PIC 9(03).
001420     05  CA-LINE-KEY OCCURS 10 TIMES PIC X(20).
001430*
001440 LINKAGE SECTION.
001450 01  DFHCOMMAREA                     PIC X(203).
001460*
001470 PROCEDURE DIVISION.
001480*
001490******************************************************************
001500*    0000-MAINLINE - FIRST TIME IN (NO COMMAREA) SHOWS PAGE 1;   *
001510*    EVERY LATER ENTRY RECEIVES THE MAP, TURNS THE PAGE ON       *
001520*    PF8/PF7 OR ELSE ACTS ON THE LINES MARKED, AND SHOWS THE     *
001530*    PAGE AFRESH.  PF3 OR CLEAR ENDS THE CONVERSATION.           *
001540******************************************************************
001550 0000-MAINLINE.
001560     IF EIBCALEN = ZERO
001570         PERFORM 1000-FIRST-TIME-IN
001580             THRU 1000-FIRST-TIME-IN-EXIT
001590         GO TO 0000-RETURN
001600     END-IF.
001610     MOVE DFHCOMMAREA TO DLR205-COMMAREA.
001620     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001630         PERFORM 9000-END-SESSION
001640             THRU 9000-END-SESSION-EXIT
001650     END-IF.
001660     EXEC CICS RECEIVE MAP('DLAMAP')
001670         MAPSET('DLR205M')
001680         INTO(DLAMAP-AREA)
001690         RESP(WS-RESP-CODE)
001700     END-EXEC.
001710     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001720         PERFORM 1000-FIRST-TIME-IN
001730             THRU 1000-FIRST-TIME-IN-EXIT
001740         GO TO 0000-RETURN
001750     END-IF.
001760     MOVE SPACES TO MAP-MSG-I.
001770     PERFORM 1100-CLEAR-DETAIL-LINE
001780         THRU 1100-CLEAR-DETAIL-LINE-EXIT
001790         VARYING WS-LINE-IDX FROM 1 BY 1
001800         UNTIL WS-LINE-IDX > WS-DETAIL-SIZE.
001810     EVALUATE TRUE
001820         WHEN EIBAID = DFHPF8
001830             ADD 1 TO CA-PAGE-NO
001840         WHEN EIBAID = DFHPF7
001850             IF CA-PAGE-NO > 1
001860                 SUBTRACT 1 FROM CA-PAGE-NO
001870             END-IF
001880         WHEN OTHER
001890             PERFORM 2000-PROCESS-MARKS
001900                 THRU 2000-PROCESS-MARKS-EXIT
001910     END-EVALUATE.
001920     PERFORM 3000-SHOW-PAGE
001930         THRU 3000-SHOW-PAGE-EXIT.
001940     PERFORM 8000-SEND-MAP
001950         THRU 8000-SEND-MAP-EXIT.
001960 0000-RETURN.
001970     EXEC CICS RETURN TRANSID(EIBTRNID)
001980         COMMAREA(DLR205-COMMAREA)
001990         LENGTH(203)
002000     END-EXEC.
002010 0000-MAINLINE-EXIT.
002020     EXIT.
002030*
002040******************************************************************
002050*    1000-FIRST-TIME-IN - PAINT THE SCREEN WITH PAGE 1 OF THE    *
002060*    QUEUE AND START THE CONVERSATION.                           *
002070******************************************************************
002080 1000-FIRST-TIME-IN.
002090     MOVE LOW-VALUES TO DLAMAP-AREA.
002100     MOVE SPACES TO MAP-MSG-I.
002110     MOVE 1 TO CA-PAGE-NO.
002120     PERFORM 3000-SHOW-PAGE
002130         THRU 3000-SHOW-PAGE-EXIT.
002140     EXEC CICS SEND MAP('DLAMAP')
002150         MAPSET('DLR205M')
002160         FROM(DLAMAP-AREA)
002170         ERASE
002180     END-EXEC.
002190 1000-FIRST-TIME-IN-EXIT.
002200     EXIT.
002210*
002220 1100-CLEAR-DETAIL-LINE.
002230     MOVE SPACES TO MAP-DTL-I (WS-LINE-IDX).
002240 1100-CLEAR-DETAIL-LINE-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002280*    2000-PROCESS-MARKS - ACT ON EVERY LINE THE OPERATOR         *
002290*    MARKED, THEN SAY WHAT BECAME OF THEM.  THE SIGNED-ON USER   *
002300*    AND TODAY'S DATE ARE TAKEN ONCE FOR THE WHOLE SCREEN.       *
002310******************************************************************
002320 2000-PROCESS-MARKS.
002330     MOVE "N" TO WS-DETAIL-SWITCH.
002340     MOVE "N" TO WS-DECIDED-SWITCH.
002350     MOVE ZERO TO WS-APPROVED-COUNT.
002360     MOVE ZERO TO WS-REJECTED-COUNT.
002370     MOVE ZERO TO WS-STALE-COUNT.
002380     MOVE ZERO TO WS-OWN-COUNT.
002390     MOVE ZERO TO WS-FAILED-COUNT.
002400     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC.
002410     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
002420     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
002430         YYYYMMDD(WS-RUN-DATE-X)
002440     END-EXEC.
002450     PERFORM 2100-PROCESS-ONE-LINE
002460         THRU 2100-PROCESS-ONE-LINE-EXIT
002470         VARYING WS-LINE-IDX FROM 1 BY 1
002480         UNTIL WS-LINE-IDX > WS-PAGE-SIZE.
002490     IF WS-NOTHING-DECIDED
002500         GO TO 2000-PROCESS-MARKS-EXIT
002510     END-IF.
002520     MOVE SPACES TO MAP-MSG-I.
002530     MOVE 1 TO WS-CHANGE-PTR.
002540     MOVE WS-APPROVED-COUNT TO RPT-COUNT.
002550     STRING "APPROVED " DELIMITED BY SIZE
002560            RPT-COUNT DELIMITED BY SIZE
002570            INTO MAP-MSG-I
002580            WITH POINTER WS-CHANGE-PTR
002590     END-STRING.
002600     MOVE WS-REJECTED-COUNT TO RPT-COUNT.
002610     STRING "  REJECTED " DELIMITED BY SIZE
002620            RPT-COUNT DELIMITED BY SIZE
002630            INTO MAP-MSG-I
002640            WITH POINTER WS-CHANGE-PTR
002650     END-STRING.
002660     MOVE WS-STALE-COUNT TO RPT-COUNT.
002670     STRING "  STALE " DELIMITED BY SIZE
002680            RPT-COUNT DELIMITED BY SIZE
002690            INTO MAP-MSG-I
002700            WITH POINTER WS-CHANGE-PTR
002710     END-STRING.
002720     IF WS-OWN-COUNT > ZERO
002730         MOVE WS-OWN-COUNT TO RPT-COUNT
002740         STRING "  YOUR OWN " DELIMITED BY SIZE
002750                RPT-COUNT DELIMITED BY SIZE
002760                INTO MAP-MSG-I
002770                WITH POINTER WS-CHANGE-PTR
002780         END-STRING
002790     END-IF.
002800     IF WS-FAILED-COUNT > ZERO
002810         MOVE WS-FAILED-COUNT TO RPT-COUNT
002820         STRING "  NOT DONE " DELIMITED BY SIZE
002830                RPT-COUNT DELIMITED BY SIZE
002840                INTO MAP-MSG-I
002850                WITH POINTER WS-CHANGE-PTR
002860         END-STRING
002870     END-IF.
002880 2000-PROCESS-MARKS-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920*    2100-PROCESS-ONE-LINE - ONE MARKED LINE.  A MARK ON A LINE  *
002930*    THAT SHOWED NOTHING IS IGNORED; ONLY THE FIRST "S" ON THE   *
002940*    SCREEN FILLS THE DETAIL LINES.                              *
002950******************************************************************
002960 2100-PROCESS-ONE-LINE.
002970     IF MAP-SEL-L (WS-LINE-IDX) = ZERO
002980         OR CA-LINE-KEY (WS-LINE-IDX) = SPACES
002990         GO TO 2100-PROCESS-ONE-LINE-EXIT
003000     END-IF.
003010     MOVE CA-LINE-KEY (WS-LINE-IDX) TO WS-PEND-KEY-SAVE.
003020     EVALUATE TRUE
003030         WHEN MAP-SEL-SHOW (WS-LINE-IDX)
003040             IF WS-DETAIL-EMPTY
003050                 PERFORM 2200-SHOW-DETAIL
003060                     THRU 2200-SHOW-DETAIL-EXIT
003070             END-IF
003080         WHEN MAP-SEL-APPROVE (WS-LINE-IDX)
003090           OR MAP-SEL-REJECT (WS-LINE-IDX)
003100             MOVE "Y" TO WS-DECIDED-SWITCH
003110             PERFORM 2300-DECIDE-ITEM
003120                 THRU 2300-DECIDE-ITEM-EXIT
003130         WHEN OTHER
003140             MOVE "MARK A LINE A (APPROVE) R (REJECT) S (SHOW)"
003150                 TO MAP-MSG-I
003160     END-EVALUATE.
003170 2100-PROCESS-ONE-LINE-EXIT.
003180     EXIT.
003190*
003200******************************************************************
003210*    2200-SHOW-DETAIL - ONE DETAIL LINE PER SUBFIELD, EACH AS    *
003220*    IT STANDS NOW AND AS THE CHANGE WOULD LEAVE IT.             *
003230******************************************************************
003240 2200-SHOW-DETAIL.
003250     EXEC CICS READ FILE(WS-PEND-FILE)
003260         INTO(PEND-RECORD)
003270         RIDFLD(WS-PEND-KEY-SAVE)
003280         RESP(WS-RESP-CODE)
003290     END-EXEC.
003300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003310         MOVE "THAT CHANGE HAS ALREADY BEEN DECIDED" TO MAP-MSG-I
003320         GO TO 2200-SHOW-DETAIL-EXIT
003330     END-IF.
003340     MOVE "Y" TO WS-DETAIL-SWITCH.
003350     PERFORM 2700-UNPACK-IMAGES
003360         THRU 2700-UNPACK-IMAGES-EXIT.
003370     STRING "NAME  " DELIMITED BY SIZE
003380            WS-BEFORE-NAME DELIMITED BY SIZE
003390            " -> " DELIMITED BY SIZE
003400            WS-CUST-NAME DELIMITED BY SIZE
003410            INTO MAP-DTL-I (1)
003420     END-STRING.
003430     STRING "ADDR1 " DELIMITED BY SIZE
003440            WS-BEFORE-ADDR-1 DELIMITED BY SIZE
003450            " -> " DELIMITED BY SIZE
003460            WS-CUST-ADDR-LINE-1 DELIMITED BY SIZE
003470            INTO MAP-DTL-I (2)
003480     END-STRING.
003490     STRING "ADDR2 " DELIMITED BY SIZE
003500            WS-BEFORE-ADDR-2 DELIMITED BY SIZE
003510            " -> " DELIMITED BY SIZE
003520            WS-CUST-ADDR-LINE-2 DELIMITED BY SIZE
003530            INTO MAP-DTL-I (3)
003540     END-STRING.
003550     MOVE PEND-ACCOUNT-ID TO RPT-ACCOUNT-ID.
003560     STRING "STATUS " DELIMITED BY SIZE
003570            WS-BEFORE-STATUS DELIMITED BY SIZE
003580            " -> " DELIMITED BY SIZE
003590            WS-CUST-STATUS-CODE DELIMITED BY SIZE
003600            "     ACCOUNT " DELIMITED BY SIZE
003610            RPT-ACCOUNT-ID DELIMITED BY SIZE
003620            INTO MAP-DTL-I (4)
003630     END-STRING.
003640 2200-SHOW-DETAIL-EXIT.
003650     EXIT.
003660*
003670******************************************************************
003680*    2300-DECIDE-ITEM - HOLD THE PENDING RECORD, REFUSE IT TO    *
003690*    THE OPERATOR WHO KEYED IT, APPLY IT (APPROVE) OR NOT        *
003700*    (REJECT), AND FILE IT UNDER ITS NEW STATUS WITH THE         *
003710*    CHECKER'S ID.  AN ITEM ANOTHER CHECKER DECIDED FIRST IS     *
003720*    NO LONGER ON FILE UNDER ITS PENDING KEY AND IS LEFT ALONE.  *
003730*    AN APPROVAL THAT COULD NOT BE APPLIED STAYS PENDING.        *
003740*    IF THE PENDING RECORD CANNOT BE REFILED UNDER ITS NEW       *
003750*    STATUS, THE MASTER REWRITE AND PENDCHG CHANGE ARE ROLLED    *
003760*    BACK AND THE ITEM IS COUNTED AS FAILED.  CJRN IS NOT        *
003770*    RECOVERABLE, SO AN APPROVAL IS JOURNALED ONLY ONCE THE      *
003780*    ITEM IS FULLY FILED, JUST BEFORE ITS SYNCPOINT; EACH ITEM   *
003790*    IS COMMITTED BEFORE THE NEXT IS TAKEN, SO A ROLLBACK NEVER  *
003800*    UNDOES ANOTHER ITEM.                                        *
003810******************************************************************
003820 2300-DECIDE-ITEM.
003830     EXEC CICS READ FILE(WS-PEND-FILE)
003840         INTO(PEND-RECORD)
003850         RIDFLD(WS-PEND-KEY-SAVE)
003860         UPDATE
003870         RESP(WS-RESP-CODE)
003880     END-EXEC.
003890     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003900         ADD 1 TO WS-FAILED-COUNT
003910         GO TO 2300-DECIDE-ITEM-EXIT
003920     END-IF.
003930     IF PEND-MAKER-ID = WS-OPERATOR-ID
003940         EXEC CICS UNLOCK FILE(WS-PEND-FILE) END-EXEC
003950         ADD 1 TO WS-OWN-COUNT
003960         GO TO 2300-DECIDE-ITEM-EXIT
003970     END-IF.
003980     IF MAP-SEL-APPROVE (WS-LINE-IDX)
003990         PERFORM 2400-APPLY-CHANGE
004000             THRU 2400-APPLY-CHANGE-EXIT
004010     ELSE
004020         MOVE "R" TO PEND-STATUS
004030     END-IF.
004040     IF PEND-AWAITING
004050         EXEC CICS UNLOCK FILE(WS-PEND-FILE) END-EXEC
004060         ADD 1 TO WS-FAILED-COUNT
004070         GO TO 2300-DECIDE-ITEM-EXIT
004080     END-IF.
004090     EXEC CICS DELETE FILE(WS-PEND-FILE)
004100         RESP(WS-RESP-CODE)
004110     END-EXEC.
004120     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004130         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004140         ADD 1 TO WS-FAILED-COUNT
004150         GO TO 2300-DECIDE-ITEM-EXIT
004160     END-IF.
004170     MOVE WS-OPERATOR-ID TO PEND-CHECKER-ID.
004180     MOVE WS-RUN-DATE-X TO PEND-DECISION-DATE.
004190     EXEC CICS WRITE FILE(WS-PEND-FILE)
004200         FROM(PEND-RECORD)
004210         RIDFLD(PEND-KEY)
004220         RESP(WS-RESP-CODE)
004230     END-EXEC.
004240     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004250         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004260         ADD 1 TO WS-FAILED-COUNT
004270         GO TO 2300-DECIDE-ITEM-EXIT
004280     END-IF.
004290     IF PEND-APPROVED
004300         PERFORM 2800-WRITE-JOURNAL
004310             THRU 2800-WRITE-JOURNAL-EXIT
004320     END-IF.
004330     EXEC CICS SYNCPOINT END-EXEC.
004340     EVALUATE TRUE
004350         WHEN PEND-APPROVED
004360             ADD 1 TO WS-APPROVED-COUNT
004370         WHEN PEND-REJECTED
004380             ADD 1 TO WS-REJECTED-COUNT
004390         WHEN OTHER
004400             ADD 1 TO WS-STALE-COUNT
004410     END-EVALUATE.
004420 2300-DECIDE-ITEM-EXIT.
004430     EXIT.
004440*
004450******************************************************************
004460*    2400-APPLY-CHANGE - HOLD THE MASTER RECORD AND APPLY THE    *
004470*    AFTER-IMAGE ONLY IF THE RECORD IS STILL EXACTLY WHAT THE    *
004480*    MAKER KEYED OVER; OTHERWISE THE ITEM GOES STALE.  A STATUS  *
004490*    CHANGE TAKES TODAY'S DATE.  THE BEFORE AND AFTER IMAGES     *
004500*    ARE STAGED AROUND THE REWRITE EXACTLY AS DLR120 JOURNALS    *
004510*    ITS OWN; 2300 WRITES THE JOURNAL ONCE THE ITEM IS FILED.    *
004520*    A FAILED REWRITE RELEASES THE MASTER AND LEAVES THE ITEM    *
004530*    PENDING.                                                    *
004540******************************************************************
004550 2400-APPLY-CHANGE.
004560     MOVE PEND-ACCOUNT-ID TO WS-ACCT-KEY.
004570     EXEC CICS READ FILE(WS-MASTER-FILE)
004580         INTO(WS-AREA-1)
004590         RIDFLD(WS-ACCT-KEY)
004600         UPDATE
004610         RESP(WS-RESP-CODE)
004620     END-EXEC.
004630     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004640         MOVE "S" TO PEND-STATUS
004650         GO TO 2400-APPLY-CHANGE-EXIT
004660     END-IF.
004670     IF WS-AREA-1 NOT = PEND-BEFORE-IMAGE
004680         EXEC CICS UNLOCK FILE(WS-MASTER-FILE) END-EXEC
004690         MOVE "S" TO PEND-STATUS
004700         GO TO 2400-APPLY-CHANGE-EXIT
004710     END-IF.
004720     MOVE WS-AREA-1 TO JRNL-BEFORE-IMAGE.
004730     PERFORM 2700-UNPACK-IMAGES
004740         THRU 2700-UNPACK-IMAGES-EXIT.
004750     IF WS-CUST-STATUS-CODE NOT = WS-BEFORE-STATUS
004755         OR WS-CUST-STATUS-DATE NOT = WS-BEFORE-STATUS-DATE
004760         MOVE WS-RUN-DATE-X TO WS-CUST-STATUS-DATE
004770     END-IF.
004780     EXEC CICS REWRITE FILE(WS-MASTER-FILE)
004790         FROM(WS-AREA-1)
004800         RESP(WS-RESP-CODE)
004810     END-EXEC.
004820     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004830         EXEC CICS UNLOCK FILE(WS-MASTER-FILE) END-EXEC
004840         GO TO 2400-APPLY-CHANGE-EXIT
004850     END-IF.
004860     MOVE WS-AREA-1 TO JRNL-AFTER-IMAGE.
004870     MOVE "A" TO PEND-STATUS.
004880 2400-APPLY-CHANGE-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920*    2700-UNPACK-IMAGES - SAVE THE PENDING BEFORE-IMAGE'S        *
004930*    SUBFIELDS, THEN LEAVE THE AFTER-IMAGE IN THE SHARED         *
004940*    RECLAYT BUFFER, READY TO COMPARE OR APPLY.                  *
004950******************************************************************
004960 2700-UNPACK-IMAGES.
004970     MOVE PEND-BEFORE-IMAGE TO WS-AREA-1.
004980     MOVE WS-CUST-NAME TO WS-BEFORE-NAME.
004990     MOVE WS-CUST-ADDR-LINE-1 TO WS-BEFORE-ADDR-1.
005000     MOVE WS-CUST-ADDR-LINE-2 TO WS-BEFORE-ADDR-2.
005010     MOVE WS-CUST-STATUS-CODE TO WS-BEFORE-STATUS.
005020     MOVE WS-CUST-STATUS-DATE TO WS-BEFORE-STATUS-DATE.
005030     MOVE PEND-AFTER-IMAGE TO WS-AREA-1.
005040 2700-UNPACK-IMAGES-EXIT.
005050     EXIT.
005060*
005070******************************************************************
005080*    2750-LIST-CHANGES - NAME THE SUBFIELDS THE CHANGE TOUCHES,  *
005090*    FOR THE LIST LINE.  A STATUS CHANGE SHOWS OLD AND NEW       *
005100*    CODES, SINCE THAT IS WHAT THE CHECKER MOST NEEDS TO SEE.    *
005110******************************************************************
005120 2750-LIST-CHANGES.
005130     PERFORM 2700-UNPACK-IMAGES
005140         THRU 2700-UNPACK-IMAGES-EXIT.
005150     MOVE SPACES TO WS-CHANGE-LIST.
005160     MOVE 1 TO WS-CHANGE-PTR.
005170     IF WS-CUST-NAME NOT = WS-BEFORE-NAME
005180         STRING "NAME " DELIMITED BY SIZE
005190             INTO WS-CHANGE-LIST
005200             WITH POINTER WS-CHANGE-PTR
005210         END-STRING
005220     END-IF.
005230     IF WS-CUST-ADDR-LINE-1 NOT = WS-BEFORE-ADDR-1
005240         STRING "ADDR1 " DELIMITED BY SIZE
005250             INTO WS-CHANGE-LIST
005260             WITH POINTER WS-CHANGE-PTR
005270         END-STRING
005280     END-IF.
005290     IF WS-CUST-ADDR-LINE-2 NOT = WS-BEFORE-ADDR-2
005300         STRING "ADDR2 " DELIMITED BY SIZE
005310             INTO WS-CHANGE-LIST
005320             WITH POINTER WS-CHANGE-PTR
005330         END-STRING
005340     END-IF.
005350     IF WS-CUST-STATUS-CODE NOT = WS-BEFORE-STATUS
005360         STRING "STATUS " DELIMITED BY SIZE
005370                WS-BEFORE-STATUS DELIMITED BY SIZE
005380                "->" DELIMITED BY SIZE
005390                WS-CUST-STATUS-CODE DELIMITED BY SIZE
005400             INTO WS-CHANGE-LIST
005410             WITH POINTER WS-CHANGE-PTR
005420         END-STRING
005430     END-IF.
005440 2750-LIST-CHANGES-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480*    2800-WRITE-JOURNAL - ONE JRNLREC RECORD TO THE CJRN         *
005490*    EXTRAPARTITION QUEUE, WHICH FEEDS THE SAME CHGJRNL          *
005500*    DATASET THE DLR120 BATCH RUN WRITES, SO ONE BACKOUT RUN     *
005510*    COVERS BOTH.  THE TASK NUMBER SERVES AS THE SEQUENCE AND    *
005520*    "O" MARKS AN ONLINE SUBFIELD UPDATE, AS IT ALWAYS HAS.      *
005530******************************************************************
005540 2800-WRITE-JOURNAL.
005550     MOVE EIBTASKN TO JRNL-SEQ.
005560     MOVE WS-RUN-DATE-X TO JRNL-RUN-DATE.
005570     MOVE "DLR205  " TO JRNL-PROGRAM.
005580     MOVE "O" TO JRNL-ACTION.
005590     EXEC CICS WRITEQ TD QUEUE(WS-JRNL-QUEUE)
005600         FROM(JRNL-RECORD)
005610         LENGTH(WS-JRNL-LENGTH)
005620     END-EXEC.
005630 2800-WRITE-JOURNAL-EXIT.
005640     EXIT.
005650*
005660******************************************************************
005670*    3000-SHOW-PAGE - LIST THE REQUESTED PAGE OF THE ITEMS       *
005680*    STILL PENDING.  THE BROWSE IS REPEATED ON EVERY SCREEN (A   *
005690*    TABLE CANNOT OUTLIVE A PSEUDO-CONVERSATIONAL TASK), SO A    *
005700*    DECISION JUST MADE DROPS ITS LINE AT ONCE.  A PAGE TURNED   *
005710*    PAST THE END OF THE QUEUE FALLS BACK TO PAGE 1.             *
005720******************************************************************
005730 3000-SHOW-PAGE.
005740     PERFORM 3100-LOAD-PAGE
005750         THRU 3100-LOAD-PAGE-EXIT.
005760     IF WS-SHOWN-COUNT = ZERO
005770         AND CA-PAGE-NO > 1
005780         MOVE 1 TO CA-PAGE-NO
005790         PERFORM 3100-LOAD-PAGE
005800             THRU 3100-LOAD-PAGE-EXIT
005810     END-IF.
005820     IF MAP-MSG-I NOT = SPACES
005830         GO TO 3000-SHOW-PAGE-EXIT
005840     END-IF.
005850     IF WS-SHOWN-COUNT = ZERO
005860         MOVE "NO CHANGES ARE AWAITING APPROVAL" TO MAP-MSG-I
005870         GO TO 3000-SHOW-PAGE-EXIT
005880     END-IF.
005890     MOVE CA-PAGE-NO TO RPT-PAGE.
005900     IF WS-MORE-PAGES
005910         STRING "PAGE " DELIMITED BY SIZE
005920                RPT-PAGE DELIMITED BY SIZE
005930                " - MARK A/R/S - PF8 MORE PF7 BACK PF3 END"
005940                DELIMITED BY SIZE
005950                INTO MAP-MSG-I
005960         END-STRING
005970     ELSE
005980         STRING "PAGE " DELIMITED BY SIZE
005990                RPT-PAGE DELIMITED BY SIZE
006000                " (LAST) - MARK A/R/S - PF7 BACK PF3 END"
006010                DELIMITED BY SIZE
006020                INTO MAP-MSG-I
006030         END-STRING
006040     END-IF.
006050 3000-SHOW-PAGE-EXIT.
006060     EXIT.
006070*
006080******************************************************************
006090*    3100-LOAD-PAGE - CLEAR THE LIST, POSITION AT THE FIRST      *
006100*    PENDING KEY, PASS OVER THE EARLIER PAGES, AND DEAL THIS     *
006110*    PAGE'S LINES.  ONE READ PAST A FULL PAGE TELLS WHETHER      *
006120*    ANOTHER PAGE FOLLOWS.                                       *
006130******************************************************************
006140 3100-LOAD-PAGE.
006150     PERFORM 3150-CLEAR-ONE-LINE
006160         THRU 3150-CLEAR-ONE-LINE-EXIT
006170         VARYING WS-LINE-IDX FROM 1 BY 1
006180         UNTIL WS-LINE-IDX > WS-PAGE-SIZE.
006190     MOVE ZERO TO WS-SHOWN-COUNT.
006200     MOVE "N" TO WS-MORE-PAGES-SWITCH.
006210     MOVE "N" TO WS-BROWSE-DONE-SWITCH.
006220     COMPUTE WS-SKIP-COUNT = (CA-PAGE-NO - 1) * WS-PAGE-SIZE.
006230     MOVE "P" TO WS-PEND-BROWSE-STATUS.
006240     MOVE LOW-VALUES TO WS-PEND-BROWSE-TAIL.
006250     EXEC CICS STARTBR FILE(WS-PEND-FILE)
006260         RIDFLD(WS-PEND-BROWSE-KEY)
006270         GTEQ
006280         RESP(WS-RESP-CODE)
006290     END-EXEC.
006300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006310         GO TO 3100-LOAD-PAGE-EXIT
006320     END-IF.
006330     PERFORM 3200-READ-ONE-PENDING
006340         THRU 3200-READ-ONE-PENDING-EXIT
006350         UNTIL WS-BROWSE-DONE.
006360     EXEC CICS ENDBR FILE(WS-PEND-FILE) END-EXEC.
006370 3100-LOAD-PAGE-EXIT.
006380     EXIT.
006390*
006400 3150-CLEAR-ONE-LINE.
006410     MOVE SPACES TO MAP-LINE-I (WS-LINE-IDX).
006420     MOVE SPACE TO MAP-SEL-I (WS-LINE-IDX).
006430     MOVE SPACES TO CA-LINE-KEY (WS-LINE-IDX).
006440 3150-CLEAR-ONE-LINE-EXIT.
006450     EXIT.
006460*
006470******************************************************************
006480*    3200-READ-ONE-PENDING - ONE FORWARD STEP OF THE BROWSE.     *
006490*    THE STATUS LEADS THE KEY, SO THE PENDING ITEMS SIT          *
006500*    TOGETHER UNDER "P"; THE BROWSE STARTS AT THE FIRST "P"      *
006510*    KEY, AND THE FIRST RECORD OF ANY OTHER STATUS ENDS THE      *
006520*    LIST.                                                       *
006530******************************************************************
006540 3200-READ-ONE-PENDING.
006550     EXEC CICS READNEXT FILE(WS-PEND-FILE)
006560         INTO(PEND-RECORD)
006570         RIDFLD(WS-PEND-BROWSE-KEY)
006580         RESP(WS-RESP-CODE)
006590     END-EXEC.
006600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006610         OR NOT PEND-AWAITING
006620         MOVE "Y" TO WS-BROWSE-DONE-SWITCH
006630         GO TO 3200-READ-ONE-PENDING-EXIT
006640     END-IF.
006650     IF WS-SKIP-COUNT > ZERO
006660         SUBTRACT 1 FROM WS-SKIP-COUNT
006670         GO TO 3200-READ-ONE-PENDING-EXIT
006680     END-IF.
006690     IF WS-SHOWN-COUNT >= WS-PAGE-SIZE
006700         MOVE "Y" TO WS-MORE-PAGES-SWITCH
006710         MOVE "Y" TO WS-BROWSE-DONE-SWITCH
006720         GO TO 3200-READ-ONE-PENDING-EXIT
006730     END-IF.
006740     ADD 1 TO WS-SHOWN-COUNT.
006750     MOVE PEND-KEY TO CA-LINE-KEY (WS-SHOWN-COUNT).
006760     PERFORM 2750-LIST-CHANGES
006770         THRU 2750-LIST-CHANGES-EXIT.
006780     MOVE PEND-ACCOUNT-ID TO RPT-ACCOUNT-ID.
006790     MOVE PEND-ENTRY-DATE TO RPT-DATE.
006800     STRING RPT-ACCOUNT-ID DELIMITED BY SIZE
006810            "  " DELIMITED BY SIZE
006820            PEND-MAKER-ID DELIMITED BY SIZE
006830            "  " DELIMITED BY SIZE
006840            RPT-DATE DELIMITED BY SIZE
006850            "  " DELIMITED BY SIZE
006860            WS-CHANGE-LIST DELIMITED BY SIZE
006870            INTO MAP-LINE-I (WS-SHOWN-COUNT)
006880     END-STRING.
006890 3200-READ-ONE-PENDING-EXIT.
006900     EXIT.
006910*
006920******************************************************************
006930*    8000-SEND-MAP - REDISPLAY THE SCREEN WITH THE FRESH LIST,   *
006940*    ANY DETAIL ASKED FOR, AND THE OUTCOME MESSAGE.              *
006950******************************************************************
006960 8000-SEND-MAP.
006970     EXEC CICS SEND MAP('DLAMAP')
006980         MAPSET('DLR205M')
006990         FROM(DLAMAP-AREA)
007000     END-EXEC.
007010 8000-SEND-MAP-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*    9000-END-SESSION - CLEAR THE SCREEN AND RETURN TO CICS      *
007060*    WITHOUT A TRANSID, ENDING THE CONVERSATION.                 *
007070******************************************************************
007080 9000-END-SESSION.
007090     EXEC CICS SEND CONTROL ERASE END-EXEC.
007100     EXEC CICS RETURN END-EXEC.
007110 9000-END-SESSION-EXIT.
007120     EXIT.
