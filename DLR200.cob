000010******************************************************************
000020*                                                                *
000030*    DLR200.COB                                                  *
000040*                                                                *
000050*    DORMANT ACCOUNT DETECTION AND INACTIVATION.                 *
000060*                                                                *
000070*    AN ACCOUNT THAT HAS SEEN NO ACTIVITY FOR YEARS STILL SHOWS  *
000080*    "AC" ON ACCTIDX, STILL GETS A DLR170 STATEMENT, AND STILL   *
000090*    COUNTS AS LIVE ON DLR150.  THIS PERIODIC RUN MAKES ONE      *
000100*    PASS OF THE MASTER AND, FOR EVERY "AC" ACCOUNT, LOOKS ON    *
000110*    TRANHIST FOR A POSTING DATED AFTER THE DORMANCY CUTOFF:     *
000120*                                                                *
000130*      - NONE FOUND - THE ACCOUNT IS DORMANT.  ITS STATUS IS     *
000140*        SET TO "IN" AND THE STATUS DATE STAMPED WITH THE RUN    *
000150*        DATE, EXACTLY AS A DLR120 "S" REQUEST WOULD, AND THE    *
000160*        CHANGE IS JOURNALED ON CHGJRNL UNDER ACTION "S" WITH    *
000170*        ITS BEFORE AND AFTER IMAGES, SO THE DLR120 BACKOUT      *
000180*        PUTS A MISTAKEN RUN STRAIGHT BACK.  DLR120 ABANDONS A   *
000190*        JOURNAL OF 2000 ENTRIES OR MORE, SO A COMMITTING RUN    *
000200*        INACTIVATES AT MOST 1999 ACCOUNTS; ANY FURTHER DORMANT  *
000210*        ACCOUNT IS LISTED "NOT INACTIVATED - RERUN", THE RUN    *
000220*        ENDS RC 4, AND THE NEXT COMMITTING RUN TAKES IT UP;     *
000230*      - FOUND, BUT NONE AFTER THE LATER WARNING DATE - THE      *
000240*        ACCOUNT IS APPROACHING DORMANCY AND IS LISTED ONLY.     *
000250*                                                                *
000260*    ONLY "P" POSTINGS COUNT AS ACTIVITY; A REVERSAL IS A        *
000270*    CORRECTION, NOT SOMETHING THE CUSTOMER DID, AND A FEE OR    *
000280*    INTEREST CHARGE FROM THE DLR220 ACCRUAL RUN (REASON CODE    *
000290*    "FEE " OR "INT ") IS THE SYSTEM'S DOING.  AN ACCOUNT        *
000300*    WHOSE STATUS DATE FALLS AFTER THE CUTOFF WAS OPENED OR      *
000310*    REACTIVATED SINCE THEN AND IS NOT DORMANT WHATEVER ITS      *
000320*    HISTORY SAYS.                                               *
000330*                                                                *
000340*    THE PARM CARD CARRIES THE MODE AND BOTH DATES:              *
000350*                                                                *
000360*      DORMANT YYYYMMDD YYYYMMDD   INACTIVATE AND JOURNAL.       *
000370*      REPORT  YYYYMMDD YYYYMMDD   LIST ONLY - THE MASTER IS     *
000380*                                  OPENED INPUT AND NOTHING      *
000390*                                  IS CHANGED OR JOURNALED.      *
000400*                                                                *
000410*    THE FIRST DATE IS THE DORMANCY CUTOFF, THE SECOND THE       *
000420*    WARNING DATE, WHICH MUST FALL AFTER THE CUTOFF AND NOT      *
000430*    AFTER THE RUN DATE.  AN ABSENT, BLANK, OR MALFORMED CARD    *
000440*    DOES NOTHING AND ENDS RC 8 - A RUN THAT CHANGES MASTER      *
000450*    STATUSES MUST BE ASKED FOR IN SO MANY WORDS.  A COMMITTING  *
000460*    RUN STAMPS THE SHARED RUNLEDGR DATASET AT START AND CLEAN   *
000470*    END WITH THE INACTIVATED COUNT, LIKE EVERY OTHER            *
000480*    MAINTENANCE RUN; A REPORT-ONLY RUN CHANGES NOTHING AND      *
000490*    LEAVES NO LEDGER ENTRY.                                     *
000500*                                                                *
000510*    MODIFICATION HISTORY                                       *
000520*    ----------------------                                     *
000530*    2026-10-15  JPL  ORIGINAL.                                 *
000540*    2026-10-15  JPL  THE FEE AND INTEREST CHARGES THE DLR220   *
000550*                     ACCRUAL RUN POSTS TO EVERY ACCOUNT ARE    *
000560*                     NOT CUSTOMER ACTIVITY AND NO LONGER KEEP  *
000570*                     A DORMANT ACCOUNT ALIVE.                  *
000580*    2026-10-15  JPL  A COMMITTING RUN STOPS INACTIVATING AT    *
000590*                     1999 ACCOUNTS SO ITS JOURNAL STAYS WITHIN *
000600*                     WHAT THE DLR120 BACKOUT CAN RESTORE.  THE *
000610*                     REST ARE LISTED "NOT INACTIVATED - RERUN" *
000620*                     AND THE RUN ENDS RC 4.                    *
000630*                                                                *
000640******************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.    DLR200.
000670 AUTHOR.        J P LANGE.
000680 INSTALLATION.  DATA PROCESSING.
000690 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000710*
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTIDX"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS IDX-ACCOUNT-ID
000790         FILE STATUS IS WS-ACCT-STATUS.
000800*
000810     SELECT TRAN-HIST-FILE ASSIGN TO "TRANHIST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS HIST-KEY
000850         FILE STATUS IS WS-HIST-STATUS.
000860*
000870     SELECT CHG-JRNL-FILE ASSIGN TO "CHGJRNL"
000880         ORGANIZATION SEQUENTIAL.
000890*
000900     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000910         ORGANIZATION LINE SEQUENTIAL.
000920*
000930     SELECT OPTIONAL RUN-LEDGER ASSIGN TO "RUNLEDGR"
000940         ORGANIZATION SEQUENTIAL.
000950*
000960     SELECT DORM-RPT-FILE ASSIGN TO "DORMRPT"
000970         ORGANIZATION LINE SEQUENTIAL.
000980*
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  ACCT-MASTER-FILE
001020     RECORD CONTAINS 100 CHARACTERS.
001030 01  IDX-RECORD.
001040     05  IDX-ACCOUNT-ID                  PIC 9(05).
001050     05  IDX-ACCOUNT-TEXT                PIC X(95).
001060*
001070 FD  TRAN-HIST-FILE
001080     RECORD CONTAINS 60 CHARACTERS.
001090 01  HIST-RECORD.
001100     05  HIST-KEY.
001110         10  HIST-ACCOUNT-ID             PIC 9(05).
001120         10  HIST-POST-DATE              PIC 9(08).
001130         10  HIST-POST-SEQ               PIC 9(05).
001140     05  HIST-POST-TYPE                  PIC X(01).
001150         88  HIST-TYPE-POSTED                 VALUE "P".
001160         88  HIST-TYPE-REVERSAL               VALUE "R".
001170     05  HIST-AMOUNT                     PIC S9(09)V99.
001180     05  HIST-TRANS-DATE                 PIC 9(08).
001190     05  HIST-REASON-CODE                PIC X(04).
001200         88  HIST-SYSTEM-CHARGE               VALUES "FEE "
001210                                                      "INT ".
001220     05  FILLER                          PIC X(18).
001230*
001240 FD  CHG-JRNL-FILE
001250     RECORD CONTAINS 224 CHARACTERS.
001260     COPY JRNLREC.
001270*
001280 FD  PARM-FILE.
001290 01  PARM-RECORD                         PIC X(80).
001300*
001310 FD  RUN-LEDGER
001320     RECORD CONTAINS 80 CHARACTERS.
001330     COPY RUNLEDG.
001340*
001350 FD  DORM-RPT-FILE.
001360 01  DORM-RPT-LINE                       PIC X(80).
001370*
001380 WORKING-STORAGE SECTION.
001390     COPY RECLAYT.
001400*
001410 01  DLR200-SWITCHES.
001420     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001430         88  WS-EOF-YES                   VALUE "Y".
001440         88  WS-EOF-NO                    VALUE "N".
001450     05  WS-PARM-OK-SWITCH           PIC X(01) VALUE "N".
001460         88  WS-PARM-OK                   VALUE "Y".
001470         88  WS-PARM-BAD                  VALUE "N".
001480     05  WS-MODE-SWITCH              PIC X(01) VALUE "R".
001490         88  WS-MODE-COMMIT               VALUE "C".
001500         88  WS-MODE-REPORT-ONLY          VALUE "R".
001510     05  WS-SCAN-SWITCH              PIC X(01) VALUE "N".
001520         88  WS-SCAN-DONE                 VALUE "Y".
001530         88  WS-SCAN-GOING                VALUE "N".
001540*
001550 01  DLR200-STATUS-FIELDS.
001560     05  WS-ACCT-STATUS              PIC X(02) VALUE SPACES.
001570         88  WS-ACCT-GOOD                 VALUE "00".
001580     05  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001590         88  WS-HIST-GOOD                 VALUE "00".
001600*
001610 01  DLR200-COUNTERS.
001620     05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
001630     05  WS-ACTIVE-EXAMINED          PIC 9(07) COMP VALUE ZERO.
001640     05  WS-ACCOUNTS-INACTIVATED     PIC 9(07) COMP VALUE ZERO.
001650     05  WS-ACCOUNTS-APPROACHING     PIC 9(07) COMP VALUE ZERO.
001660     05  WS-ACCOUNTS-RECENT          PIC 9(07) COMP VALUE ZERO.
001670     05  WS-ACCOUNTS-DEFERRED        PIC 9(07) COMP VALUE ZERO.
001680*
001690******************************************************************
001700*    INACTIVATION LIMIT - DLR120 LOADS A JOURNAL INTO A TABLE OF *
001710*    2000 ENTRIES AND ABANDONS THE BACKOUT OF ONE THAT FILLS IT, *
001720*    SO A COMMITTING RUN JOURNALS NO MORE THAN 1999 CHANGES.     *
001730******************************************************************
001740 01  DLR200-CONSTANTS.
001750     05  WS-MAX-INACTIVATIONS        PIC 9(07) COMP VALUE 1999.
001760*
001770 01  DLR200-WORK-FIELDS.
001780     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001790     05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001800     05  WS-WARNING-DATE             PIC 9(08) VALUE ZERO.
001810     05  WS-LAST-POST-DATE           PIC 9(08) VALUE ZERO.
001820     05  WS-JRNL-SEQ                 PIC 9(07) VALUE ZERO.
001830     05  WS-STAMP-PHASE              PIC X(01) VALUE SPACE.
001840     05  WS-STAMP-COUNT              PIC 9(07) VALUE ZERO.
001850     05  WS-MODE-TEXT                PIC X(11) VALUE SPACES.
001860     05  WS-DORMANT-TEXT             PIC X(13) VALUE SPACES.
001870*
001880 01  DLR200-REPORT-FIELDS.
001890     05  RPT-COUNT                   PIC ZZZZZZ9.
001900     05  RPT-ACCOUNT-ID              PIC 9(05).
001910     05  RPT-DATE                    PIC 9(08).
001920*
001930 PROCEDURE DIVISION.
001940*
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE
001970         THRU 1000-INITIALIZE-EXIT.
001980     IF WS-PARM-BAD
001990         DISPLAY "DLR200 NO USABLE PARM CARD - NOTHING DONE"
002000         MOVE 8 TO RETURN-CODE
002010         GOBACK
002020     END-IF.
002030     PERFORM 2000-EXAMINE-ACCOUNT
002040         THRU 2000-EXAMINE-ACCOUNT-EXIT
002050         UNTIL WS-EOF-YES.
002060     PERFORM 9999-TERMINATE
002070         THRU 9999-TERMINATE-EXIT.
002080     GOBACK.
002090 0000-MAINLINE-EXIT.
002100     EXIT.
002110*
002120******************************************************************
002130*    1000-INITIALIZE - READ THE MODE AND DATES OFF THE PARM      *
002140*    CARD.  WITH A WELL-FORMED CARD, OPEN THE MASTER (I-O TO     *
002150*    COMMIT, INPUT TO REPORT ONLY) AND THE HISTORY; A            *
002160*    COMMITTING RUN ALSO OPENS A FRESH JOURNAL AND STAMPS THE    *
002170*    RUN LEDGER.  THEN HEAD THE REPORT AND PRIME THE FIRST       *
002180*    READ.  WITHOUT A CARD THE MAINLINE REFUSES THE RUN          *
002190*    BEFORE ANYTHING OPENS.                                      *
002200******************************************************************
002210 1000-INITIALIZE.
002220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002230     PERFORM 1050-READ-PARM
002240         THRU 1050-READ-PARM-EXIT.
002250     IF WS-PARM-BAD
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280     IF WS-MODE-COMMIT
002290         OPEN I-O ACCT-MASTER-FILE
002300     ELSE
002310         OPEN INPUT ACCT-MASTER-FILE
002320     END-IF.
002330     IF NOT WS-ACCT-GOOD
002340         DISPLAY "DLR200 CANNOT OPEN ACCOUNT MASTER - STATUS "
002350             WS-ACCT-STATUS " - RUN REFUSED"
002360         MOVE "N" TO WS-PARM-OK-SWITCH
002370         GO TO 1000-INITIALIZE-EXIT
002380     END-IF.
002390     OPEN INPUT TRAN-HIST-FILE.
002400     IF NOT WS-HIST-GOOD
002410         DISPLAY "DLR200 CANNOT OPEN TRANHIST - STATUS "
002420             WS-HIST-STATUS " - RUN REFUSED"
002430         CLOSE ACCT-MASTER-FILE
002440         MOVE "N" TO WS-PARM-OK-SWITCH
002450         GO TO 1000-INITIALIZE-EXIT
002460     END-IF.
002470     IF WS-MODE-COMMIT
002480         MOVE "COMMIT" TO WS-MODE-TEXT
002490         MOVE "INACTIVATED" TO WS-DORMANT-TEXT
002500         OPEN OUTPUT CHG-JRNL-FILE
002510         MOVE "S" TO WS-STAMP-PHASE
002520         MOVE ZERO TO WS-STAMP-COUNT
002530         PERFORM 1900-STAMP-LEDGER
002540             THRU 1900-STAMP-LEDGER-EXIT
002550     ELSE
002560         MOVE "REPORT ONLY" TO WS-MODE-TEXT
002570         MOVE "WOULD INACT" TO WS-DORMANT-TEXT
002580     END-IF.
002590     OPEN OUTPUT DORM-RPT-FILE.
002600     MOVE SPACES TO DORM-RPT-LINE.
002610     STRING "DLR200 DORMANT ACCOUNT REPORT - CUTOFF "
002620            DELIMITED BY SIZE
002630            WS-CUTOFF-DATE DELIMITED BY SIZE
002640            "  WARNING " DELIMITED BY SIZE
002650            WS-WARNING-DATE DELIMITED BY SIZE
002660            INTO DORM-RPT-LINE
002670     END-STRING.
002680     WRITE DORM-RPT-LINE.
002690     MOVE SPACES TO DORM-RPT-LINE.
002700     STRING "RUN DATE " DELIMITED BY SIZE
002710            WS-RUN-DATE DELIMITED BY SIZE
002720            "  MODE " DELIMITED BY SIZE
002730            WS-MODE-TEXT DELIMITED BY SIZE
002740            INTO DORM-RPT-LINE
002750     END-STRING.
002760     WRITE DORM-RPT-LINE.
002770     MOVE SPACES TO DORM-RPT-LINE.
002780     WRITE DORM-RPT-LINE.
002790     PERFORM 1100-READ-NEXT
002800         THRU 1100-READ-NEXT-EXIT.
002810 1000-INITIALIZE-EXIT.
002820     EXIT.
002830*
002840******************************************************************
002850*    1050-READ-PARM - ONLY AN EXPLICIT, WELL-FORMED "DORMANT"    *
002860*    OR "REPORT" CARD ARMS THE RUN, AND ONLY "DORMANT" LETS IT   *
002870*    CHANGE THE MASTER.  THE WARNING DATE MUST FALL AFTER THE    *
002880*    CUTOFF AND NEITHER MAY FALL AFTER TODAY.  ANYTHING ELSE     *
002890*    LEAVES THE RUN REFUSED.                                     *
002900******************************************************************
002910 1050-READ-PARM.
002920     OPEN INPUT PARM-FILE.
002930     READ PARM-FILE
002940         AT END
002950             MOVE SPACES TO PARM-RECORD
002960     END-READ.
002970     CLOSE PARM-FILE.
002980     EVALUATE TRUE
002990         WHEN PARM-RECORD = SPACES
003000             GO TO 1050-READ-PARM-EXIT
003010         WHEN PARM-RECORD (1:8) = "DORMANT "
003020             MOVE "C" TO WS-MODE-SWITCH
003030         WHEN PARM-RECORD (1:8) = "REPORT  "
003040             MOVE "R" TO WS-MODE-SWITCH
003050         WHEN OTHER
003060             DISPLAY "DLR200 UNRECOGNIZED PARM CARD: "
003070                 PARM-RECORD (1:30)
003080             GO TO 1050-READ-PARM-EXIT
003090     END-EVALUATE.
003100     IF PARM-RECORD (9:8) NOT NUMERIC
003110         OR PARM-RECORD (18:8) NOT NUMERIC
003120         DISPLAY "DLR200 PARM CARD DATES NOT NUMERIC: "
003130             PARM-RECORD (1:30)
003140         GO TO 1050-READ-PARM-EXIT
003150     END-IF.
003160     MOVE PARM-RECORD (9:8) TO WS-CUTOFF-DATE.
003170     MOVE PARM-RECORD (18:8) TO WS-WARNING-DATE.
003180     IF WS-WARNING-DATE NOT > WS-CUTOFF-DATE
003190         OR WS-WARNING-DATE > WS-RUN-DATE
003200         DISPLAY "DLR200 PARM CARD DATES OUT OF ORDER: "
003210             PARM-RECORD (1:30)
003220         GO TO 1050-READ-PARM-EXIT
003230     END-IF.
003240     MOVE "Y" TO WS-PARM-OK-SWITCH.
003250 1050-READ-PARM-EXIT.
003260     EXIT.
003270*
003280******************************************************************
003290*    1100-READ-NEXT - READ THE NEXT MASTER RECORD IN KEY ORDER.  *
003300******************************************************************
003310 1100-READ-NEXT.
003320     READ ACCT-MASTER-FILE NEXT RECORD
003330         AT END
003340             MOVE "Y" TO WS-EOF-SWITCH
003350         NOT AT END
003360             ADD 1 TO WS-ACCOUNTS-READ
003370     END-READ.
003380 1100-READ-NEXT-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420*    1900-STAMP-LEDGER - APPEND THIS RUN'S ENTRY TO THE SHARED   *
003430*    RUN LEDGER UNDER THE MASTER'S IDENTITY.  THE CALLER HAS     *
003440*    STAGED THE PHASE AND COUNT; THE ID TOTAL IS NOT             *
003450*    MEANINGFUL FOR A STATUS RUN AND IS STAMPED ZERO.            *
003460******************************************************************
003470 1900-STAMP-LEDGER.
003480     OPEN EXTEND RUN-LEDGER.
003490     MOVE SPACES TO LGR-RECORD.
003500     MOVE "DLR200  " TO LGR-PROGRAM.
003510     MOVE "ACCTIDX " TO LGR-FILE-ID.
003520     MOVE WS-RUN-DATE TO LGR-RUN-DATE.
003530     MOVE WS-STAMP-PHASE TO LGR-PHASE.
003540     MOVE WS-STAMP-COUNT TO LGR-REC-COUNT.
003550     MOVE ZERO TO LGR-ID-TOTAL.
003560     WRITE LGR-RECORD.
003570     CLOSE RUN-LEDGER.
003580 1900-STAMP-LEDGER-EXIT.
003590     EXIT.
003600*
003610******************************************************************
003620*    2000-EXAMINE-ACCOUNT - UNPACK THE MASTER RECORD INTO THE    *
003630*    SHARED RECLAYT BUFFER.  ONLY AN "AC" ACCOUNT WHOSE STATUS   *
003640*    DATE (WHEN IT HAS ONE) IS NOT AFTER THE CUTOFF IS A         *
003650*    CANDIDATE; ITS HISTORY SINCE THE CUTOFF DECIDES WHETHER     *
003660*    IT IS DORMANT, APPROACHING DORMANCY, OR STILL IN USE.       *
003670******************************************************************
003680 2000-EXAMINE-ACCOUNT.
003690     MOVE IDX-RECORD TO WS-AREA-1.
003700     IF NOT WS-CUST-STATUS-ACTIVE
003710         GO TO 2000-EXAMINE-ACCOUNT-NEXT
003720     END-IF.
003730     ADD 1 TO WS-ACTIVE-EXAMINED.
003740     IF WS-CUST-STATUS-DATE NUMERIC
003750         AND WS-CUST-STATUS-DATE > WS-CUTOFF-DATE
003760         ADD 1 TO WS-ACCOUNTS-RECENT
003770         GO TO 2000-EXAMINE-ACCOUNT-NEXT
003780     END-IF.
003790     PERFORM 2100-FIND-LAST-POSTING
003800         THRU 2100-FIND-LAST-POSTING-EXIT.
003810     EVALUATE TRUE
003820         WHEN WS-LAST-POST-DATE = ZERO
003830             PERFORM 2300-INACTIVATE-ACCOUNT
003840                 THRU 2300-INACTIVATE-ACCOUNT-EXIT
003850         WHEN WS-LAST-POST-DATE NOT > WS-WARNING-DATE
003860             PERFORM 2400-LIST-APPROACHING
003870                 THRU 2400-LIST-APPROACHING-EXIT
003880         WHEN OTHER
003890             ADD 1 TO WS-ACCOUNTS-RECENT
003900     END-EVALUATE.
003910 2000-EXAMINE-ACCOUNT-NEXT.
003920     PERFORM 1100-READ-NEXT
003930         THRU 1100-READ-NEXT-EXIT.
003940 2000-EXAMINE-ACCOUNT-EXIT.
003950     EXIT.
003960*
003970******************************************************************
003980*    2100-FIND-LAST-POSTING - POSITION TRANHIST JUST PAST THE    *
003990*    LAST KEY THE ACCOUNT COULD HOLD ON THE CUTOFF DATE AND      *
004000*    READ FORWARD THROUGH THE ACCOUNT'S LATER HISTORY, KEEPING   *
004010*    THE LATEST "P" POSTING DATE, PASSING OVER SYSTEM CHARGES.   *
004020*    ZERO MEANS NOTHING POSTED AFTER THE CUTOFF.  THE SCAN       *
004030*    STOPS AT THE FIRST POSTING AFTER THE WARNING DATE -         *
004040*    NOTHING LATER CAN CHANGE THE ANSWER.                        *
004050******************************************************************
004060 2100-FIND-LAST-POSTING.
004070     MOVE ZERO TO WS-LAST-POST-DATE.
004080     MOVE "N" TO WS-SCAN-SWITCH.
004090     MOVE WS-SUB-AREA-1 TO HIST-ACCOUNT-ID.
004100     MOVE WS-CUTOFF-DATE TO HIST-POST-DATE.
004110     MOVE 99999 TO HIST-POST-SEQ.
004120     START TRAN-HIST-FILE KEY > HIST-KEY
004130         INVALID KEY
004140             MOVE "Y" TO WS-SCAN-SWITCH
004150     END-START.
004160     PERFORM 2150-SCAN-HISTORY
004170         THRU 2150-SCAN-HISTORY-EXIT
004180         UNTIL WS-SCAN-DONE.
004190 2100-FIND-LAST-POSTING-EXIT.
004200     EXIT.
004210*
004220 2150-SCAN-HISTORY.
004230     READ TRAN-HIST-FILE NEXT RECORD
004240         AT END
004250             MOVE "Y" TO WS-SCAN-SWITCH
004260     END-READ.
004270     IF WS-SCAN-DONE
004280         GO TO 2150-SCAN-HISTORY-EXIT
004290     END-IF.
004300     IF HIST-ACCOUNT-ID NOT = WS-SUB-AREA-1
004310         MOVE "Y" TO WS-SCAN-SWITCH
004320         GO TO 2150-SCAN-HISTORY-EXIT
004330     END-IF.
004340     IF NOT HIST-TYPE-POSTED
004350         OR HIST-SYSTEM-CHARGE
004360         GO TO 2150-SCAN-HISTORY-EXIT
004370     END-IF.
004380     MOVE HIST-POST-DATE TO WS-LAST-POST-DATE.
004390     IF HIST-POST-DATE > WS-WARNING-DATE
004400         MOVE "Y" TO WS-SCAN-SWITCH
004410     END-IF.
004420 2150-SCAN-HISTORY-EXIT.
004430     EXIT.
004440*
004450******************************************************************
004460*    2300-INACTIVATE-ACCOUNT - A DORMANT ACCOUNT.  TO COMMIT,    *
004470*    SET STATUS "IN", STAMP THE STATUS DATE WITH THE RUN DATE,   *
004480*    REWRITE, AND JOURNAL THE BEFORE AND AFTER IMAGES AS A       *
004490*    STATUS CHANGE.  IN REPORT-ONLY MODE THE MASTER IS NOT       *
004500*    TOUCHED.  EITHER WAY THE ACCOUNT IS LISTED.  ONCE A         *
004510*    COMMITTING RUN HAS REACHED ITS INACTIVATION LIMIT, A        *
004520*    DORMANT ACCOUNT IS LISTED FOR THE NEXT RUN AND LEFT ALONE.  *
004530******************************************************************
004540 2300-INACTIVATE-ACCOUNT.
004550     IF WS-MODE-COMMIT
004560         AND WS-ACCOUNTS-INACTIVATED NOT < WS-MAX-INACTIVATIONS
004570         PERFORM 2350-DEFER-ACCOUNT
004580             THRU 2350-DEFER-ACCOUNT-EXIT
004590         GO TO 2300-INACTIVATE-ACCOUNT-EXIT
004600     END-IF.
004610     MOVE WS-SUB-AREA-1 TO RPT-ACCOUNT-ID.
004620     MOVE WS-CUTOFF-DATE TO RPT-DATE.
004630     MOVE SPACES TO DORM-RPT-LINE.
004640     STRING "  " DELIMITED BY SIZE
004650            WS-DORMANT-TEXT DELIMITED BY SIZE
004660            "ACCT " DELIMITED BY SIZE
004670            RPT-ACCOUNT-ID DELIMITED BY SIZE
004680            "  " DELIMITED BY SIZE
004690            WS-CUST-NAME DELIMITED BY SIZE
004700            "  NONE SINCE " DELIMITED BY SIZE
004710            RPT-DATE DELIMITED BY SIZE
004720            INTO DORM-RPT-LINE
004730     END-STRING.
004740     WRITE DORM-RPT-LINE.
004750     ADD 1 TO WS-ACCOUNTS-INACTIVATED.
004760     IF WS-MODE-REPORT-ONLY
004770         GO TO 2300-INACTIVATE-ACCOUNT-EXIT
004780     END-IF.
004790     MOVE IDX-RECORD TO JRNL-BEFORE-IMAGE.
004800     SET WS-CUST-STATUS-INACTIVE TO TRUE.
004810     MOVE WS-RUN-DATE TO WS-CUST-STATUS-DATE.
004820     MOVE WS-SUB-AREA-2 TO IDX-ACCOUNT-TEXT.
004830     REWRITE IDX-RECORD.
004840     MOVE IDX-RECORD TO JRNL-AFTER-IMAGE.
004850     MOVE "S" TO JRNL-ACTION.
004860     PERFORM 2900-WRITE-JOURNAL
004870         THRU 2900-WRITE-JOURNAL-EXIT.
004880 2300-INACTIVATE-ACCOUNT-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920*    2350-DEFER-ACCOUNT - A DORMANT ACCOUNT FOUND AFTER THE      *
004930*    INACTIVATION LIMIT IS REACHED.  LISTED, COUNTED, AND LEFT   *
004940*    "AC" FOR THE NEXT COMMITTING RUN.                           *
004950******************************************************************
004960 2350-DEFER-ACCOUNT.
004970     ADD 1 TO WS-ACCOUNTS-DEFERRED.
004980     MOVE WS-SUB-AREA-1 TO RPT-ACCOUNT-ID.
004990     MOVE SPACES TO DORM-RPT-LINE.
005000     STRING "  NOT INACTIVATED - RERUN  ACCT " DELIMITED BY SIZE
005010            RPT-ACCOUNT-ID DELIMITED BY SIZE
005020            "  " DELIMITED BY SIZE
005030            WS-CUST-NAME DELIMITED BY SIZE
005040            INTO DORM-RPT-LINE
005050     END-STRING.
005060     WRITE DORM-RPT-LINE.
005070 2350-DEFER-ACCOUNT-EXIT.
005080     EXIT.
005090*
005100******************************************************************
005110*    2400-LIST-APPROACHING - POSTED SINCE THE CUTOFF BUT NOT     *
005120*    SINCE THE WARNING DATE.  LISTED WITH ITS LAST POSTING       *
005130*    DATE; NEVER CHANGED.                                        *
005140******************************************************************
005150 2400-LIST-APPROACHING.
005160     ADD 1 TO WS-ACCOUNTS-APPROACHING.
005170     MOVE WS-SUB-AREA-1 TO RPT-ACCOUNT-ID.
005180     MOVE WS-LAST-POST-DATE TO RPT-DATE.
005190     MOVE SPACES TO DORM-RPT-LINE.
005200     STRING "  APPROACHING  ACCT " DELIMITED BY SIZE
005210            RPT-ACCOUNT-ID DELIMITED BY SIZE
005220            "  " DELIMITED BY SIZE
005230            WS-CUST-NAME DELIMITED BY SIZE
005240            "  LAST POST " DELIMITED BY SIZE
005250            RPT-DATE DELIMITED BY SIZE
005260            INTO DORM-RPT-LINE
005270     END-STRING.
005280     WRITE DORM-RPT-LINE.
005290 2400-LIST-APPROACHING-EXIT.
005300     EXIT.
005310*
005320******************************************************************
005330*    2900-WRITE-JOURNAL - STAMP AND WRITE ONE JOURNAL RECORD.    *
005340*    THE CALLER HAS ALREADY FILLED THE ACTION AND THE BEFORE     *
005350*    AND AFTER IMAGES.                                           *
005360******************************************************************
005370 2900-WRITE-JOURNAL.
005380     ADD 1 TO WS-JRNL-SEQ.
005390     MOVE WS-JRNL-SEQ TO JRNL-SEQ.
005400     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
005410     MOVE "DLR200  " TO JRNL-PROGRAM.
005420     WRITE JRNL-RECORD.
005430 2900-WRITE-JOURNAL-EXIT.
005440     EXIT.
005450*
005460******************************************************************
005470*    3000-DISPLAY-SUMMARY - SHOW THE RUN'S DISPOSITION COUNTS    *
005480*    ON THE JOB LOG.                                             *
005490******************************************************************
005500 3000-DISPLAY-SUMMARY.
005510     DISPLAY "DLR200 MODE ................... " WS-MODE-TEXT.
005520     MOVE WS-ACCOUNTS-READ TO RPT-COUNT.
005530     DISPLAY "DLR200 ACCOUNTS READ .......... " RPT-COUNT.
005540     MOVE WS-ACTIVE-EXAMINED TO RPT-COUNT.
005550     DISPLAY "DLR200 AC ACCOUNTS EXAMINED ... " RPT-COUNT.
005560     MOVE WS-ACCOUNTS-INACTIVATED TO RPT-COUNT.
005570     IF WS-MODE-COMMIT
005580         DISPLAY "DLR200 ACCOUNTS INACTIVATED ... " RPT-COUNT
005590     ELSE
005600         DISPLAY "DLR200 WOULD BE INACTIVATED ... " RPT-COUNT
005610     END-IF.
005620     MOVE WS-ACCOUNTS-APPROACHING TO RPT-COUNT.
005630     DISPLAY "DLR200 APPROACHING DORMANCY ... " RPT-COUNT.
005640     MOVE WS-ACCOUNTS-RECENT TO RPT-COUNT.
005650     DISPLAY "DLR200 AC ACCOUNTS IN USE ..... " RPT-COUNT.
005660     IF WS-ACCOUNTS-DEFERRED > ZERO
005670         MOVE WS-ACCOUNTS-DEFERRED TO RPT-COUNT
005680         DISPLAY "DLR200 NOT INACTIVATED - RERUN  " RPT-COUNT
005690     END-IF.
005700 3000-DISPLAY-SUMMARY-EXIT.
005710     EXIT.
005720*
005730******************************************************************
005740*    9999-TERMINATE - FINISH THE REPORT, STAMP THE CLEAN-END     *
005750*    LEDGER ENTRY WITH THE INACTIVATED COUNT ON A COMMITTING     *
005760*    RUN, SHOW THE RUN SUMMARY, CLOSE THE FILES, AND RETURN      *
005770*    CONTROL.  A RUN THAT LEFT DORMANT ACCOUNTS FOR THE NEXT     *
005780*    RUN ENDS RC 4.                                              *
005790******************************************************************
005800 9999-TERMINATE.
005810     IF WS-ACCOUNTS-INACTIVATED = ZERO
005820         AND WS-ACCOUNTS-APPROACHING = ZERO
005830         MOVE "  NO ACCOUNT IS DORMANT OR APPROACHING DORMANCY"
005840             TO DORM-RPT-LINE
005850         WRITE DORM-RPT-LINE
005860     END-IF.
005870     MOVE SPACES TO DORM-RPT-LINE.
005880     WRITE DORM-RPT-LINE.
005890     MOVE WS-ACCOUNTS-INACTIVATED TO RPT-COUNT.
005900     MOVE SPACES TO DORM-RPT-LINE.
005910     IF WS-MODE-COMMIT
005920         STRING "ACCOUNTS INACTIVATED ...... " DELIMITED BY SIZE
005930                RPT-COUNT DELIMITED BY SIZE
005940                INTO DORM-RPT-LINE
005950         END-STRING
005960     ELSE
005970         STRING "WOULD BE INACTIVATED ...... " DELIMITED BY SIZE
005980                RPT-COUNT DELIMITED BY SIZE
005990                INTO DORM-RPT-LINE
006000         END-STRING
006010     END-IF.
006020     WRITE DORM-RPT-LINE.
006030     MOVE WS-ACCOUNTS-APPROACHING TO RPT-COUNT.
006040     MOVE SPACES TO DORM-RPT-LINE.
006050     STRING "APPROACHING DORMANCY ...... " DELIMITED BY SIZE
006060            RPT-COUNT DELIMITED BY SIZE
006070            INTO DORM-RPT-LINE
006080     END-STRING.
006090     WRITE DORM-RPT-LINE.
006100     IF WS-ACCOUNTS-DEFERRED > ZERO
006110         MOVE WS-ACCOUNTS-DEFERRED TO RPT-COUNT
006120         MOVE SPACES TO DORM-RPT-LINE
006130         STRING "NOT INACTIVATED - RERUN ... " DELIMITED BY SIZE
006140                RPT-COUNT DELIMITED BY SIZE
006150                INTO DORM-RPT-LINE
006160         END-STRING
006170         WRITE DORM-RPT-LINE
006180         MOVE 4 TO RETURN-CODE
006190     END-IF.
006200     IF WS-MODE-COMMIT
006210         MOVE "E" TO WS-STAMP-PHASE
006220         MOVE WS-ACCOUNTS-INACTIVATED TO WS-STAMP-COUNT
006230         PERFORM 1900-STAMP-LEDGER
006240             THRU 1900-STAMP-LEDGER-EXIT
006250         CLOSE CHG-JRNL-FILE
006260     END-IF.
006270     PERFORM 3000-DISPLAY-SUMMARY
006280         THRU 3000-DISPLAY-SUMMARY-EXIT.
006290     CLOSE ACCT-MASTER-FILE.
006300     CLOSE TRAN-HIST-FILE.
006310     CLOSE DORM-RPT-FILE.
006320 9999-TERMINATE-EXIT.
006330     EXIT.
