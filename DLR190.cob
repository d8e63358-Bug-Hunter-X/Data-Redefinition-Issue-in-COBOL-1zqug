000010******************************************************************
000020*                                                                *
000030*    DLR190.COB                                                  *
000040*                                                                *
000050*    BALANCE MASTER PROOF AGAINST TRANSACTION HISTORY.           *
000060*                                                                *
000070*    DLR175 ONLY EVER ROLLS BALMST FORWARD ONE DAY AT A TIME,    *
000080*    SO A SKIPPED DAY OR A BALANCE THAT GOES WRONG IS NEVER      *
000090*    NOTICED.  THIS PERIODIC RUN RECOMPUTES EVERY ACCOUNT'S      *
000100*    BALANCE FROM SCRATCH - THE NET OF EVERY POSTING AND         *
000110*    REVERSAL STILL ON TRANHIST PLUS EVERY ONE DLR180 HAS        *
000120*    MOVED TO HISTARCH - AND COMPARES IT WITH BAL-BALANCE AND    *
000130*    BAL-LAST-ROLL-DATE.                                         *
000140*                                                                *
000150*    THE PROOF DATE IS THE LATEST ROLL DATE ON BALMST, FOUND IN  *
000160*    A PRE-PASS.  HISTORY POSTED AFTER IT HAS NOT BEEN ROLLED    *
000170*    YET AND IS COUNTED BUT LEFT OUT OF THE RECOMPUTATION.       *
000180*    BECAUSE HISTARCH IS IN KEY ORDER ONLY WITHIN EACH PURGE     *
000190*    RUN, THE RECOMPUTED BALANCES ARE BUILT IN A TABLE           *
000200*    ADDRESSED BY ACCOUNT ID, THEN WALKED IN ID ORDER ALONGSIDE  *
000210*    A SEQUENTIAL READ OF BALMST.                                *
000220*                                                                *
000230*    THE PRFRPT REPORT LISTS EVERY EXCEPTION:                    *
000240*      BALANCE DIFFERS   - MASTER AND HISTORY DISAGREE.          *
000250*      ROLL DATE BEHIND  - THE ACCOUNT WAS NOT STAMPED BY THE    *
000260*                          LAST ROLL (A MISSED OR FAILED DAY).   *
000270*      NO HISTORY        - ON BALMST WITH NOTHING TO SHOW FOR    *
000280*                          IT ON EITHER HISTORY FILE.            *
000290*      MISSING FROM MASTER - HISTORY UP TO THE PROOF DATE FOR    *
000300*                          AN ACCOUNT BALMST DOES NOT CARRY.     *
000310*    THE GRAND TOTALS SAY WHETHER THE WHOLE LEDGER IS IN         *
000320*    BALANCE.  A LEDGER OUT OF BALANCE ENDS RC 8.                *
000330*                                                                *
000340*    MODIFICATION HISTORY                                       *
000350*    ----------------------                                     *
000360*    2026-10-15  JPL  ORIGINAL.                                 *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    DLR190.
000410 AUTHOR.        J P LANGE.
000420 INSTALLATION.  DATA PROCESSING.
000430 DATE-WRITTEN.  2026-10-15.
000440 DATE-COMPILED.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TRAN-HIST-FILE ASSIGN TO "TRANHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS HIST-KEY
000530         FILE STATUS IS WS-HIST-STATUS.
000540*
000550     SELECT OPTIONAL ARCH-FILE ASSIGN TO "HISTARCH"
000560         ORGANIZATION SEQUENTIAL.
000570*
000580     SELECT BAL-MASTER-FILE ASSIGN TO "BALMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS BAL-ACCOUNT-ID
000620         FILE STATUS IS WS-BAL-STATUS.
000630*
000640     SELECT PROOF-RPT-FILE ASSIGN TO "PRFRPT"
000650         ORGANIZATION LINE SEQUENTIAL.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  TRAN-HIST-FILE
000700     RECORD CONTAINS 60 CHARACTERS.
000710 01  HIST-RECORD.
000720     05  HIST-KEY.
000730         10  HIST-ACCOUNT-ID             PIC 9(05).
000740         10  HIST-POST-DATE              PIC 9(08).
000750         10  HIST-POST-SEQ               PIC 9(05).
000760     05  HIST-POST-TYPE                  PIC X(01).
000770         88  HIST-TYPE-POSTED                 VALUE "P".
000780         88  HIST-TYPE-REVERSAL               VALUE "R".
000790     05  HIST-AMOUNT                     PIC S9(09)V99.
000800     05  HIST-TRANS-DATE                 PIC 9(08).
000810     05  HIST-REASON-CODE                PIC X(04).
000820     05  FILLER                          PIC X(18).
000830*
000840******************************************************************
000850*    ARCH-RECORD - ONE ARCHIVED HISTORY RECORD, BYTE FOR BYTE    *
000860*    AS DLR180 COPIED IT OFF TRANHIST.                           *
000870******************************************************************
000880 FD  ARCH-FILE
000890     RECORD CONTAINS 60 CHARACTERS.
000900 01  ARCH-RECORD.
000910     05  ARCH-ACCOUNT-ID                 PIC 9(05).
000920     05  ARCH-POST-DATE                  PIC 9(08).
000930     05  ARCH-POST-SEQ                   PIC 9(05).
000940     05  ARCH-POST-TYPE                  PIC X(01).
000950     05  ARCH-AMOUNT                     PIC S9(09)V99.
000960     05  FILLER                          PIC X(30).
000970*
000980 FD  BAL-MASTER-FILE
000990     RECORD CONTAINS 40 CHARACTERS.
001000 01  BAL-RECORD.
001010     05  BAL-ACCOUNT-ID                  PIC 9(05).
001020     05  BAL-BALANCE                     PIC S9(11)V99.
001030     05  BAL-LAST-ROLL-DATE              PIC 9(08).
001040     05  FILLER                          PIC X(14).
001050*
001060 FD  PROOF-RPT-FILE.
001070 01  PROOF-RPT-LINE                      PIC X(80).
001080*
001090 WORKING-STORAGE SECTION.
001100 01  DLR190-SWITCHES.
001110     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
001120         88  WS-HIST-EOF-YES              VALUE "Y".
001130         88  WS-HIST-EOF-NO               VALUE "N".
001140     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
001150         88  WS-ARCH-EOF-YES              VALUE "Y".
001160         88  WS-ARCH-EOF-NO               VALUE "N".
001170     05  WS-BAL-EOF-SWITCH           PIC X(01) VALUE "N".
001180         88  WS-BAL-EOF-YES               VALUE "Y".
001190         88  WS-BAL-EOF-NO                VALUE "N".
001200     05  WS-FILES-OK-SWITCH          PIC X(01) VALUE "Y".
001210         88  WS-FILES-OK                  VALUE "Y".
001220         88  WS-FILES-BAD                 VALUE "N".
001230*
001240 01  DLR190-STATUS-FIELDS.
001250     05  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001260         88  WS-HIST-GOOD                 VALUE "00".
001270     05  WS-BAL-STATUS               PIC X(02) VALUE SPACES.
001280         88  WS-BAL-GOOD                  VALUE "00".
001290*
001300 01  DLR190-COUNTERS.
001310     05  WS-MASTER-READ              PIC 9(07) COMP VALUE ZERO.
001320     05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
001330     05  WS-ARCH-READ                PIC 9(07) COMP VALUE ZERO.
001340     05  WS-ENTRIES-UNROLLED         PIC 9(07) COMP VALUE ZERO.
001350     05  WS-ACCOUNTS-AGREE           PIC 9(07) COMP VALUE ZERO.
001360     05  WS-ACCOUNTS-DIFFER          PIC 9(07) COMP VALUE ZERO.
001370     05  WS-ACCOUNTS-BEHIND          PIC 9(07) COMP VALUE ZERO.
001380     05  WS-ACCOUNTS-NO-HISTORY      PIC 9(07) COMP VALUE ZERO.
001390     05  WS-ACCOUNTS-MISSING         PIC 9(07) COMP VALUE ZERO.
001400     05  WS-SLOT                     PIC 9(06) COMP VALUE ZERO.
001410*
001420 01  DLR190-WORK-FIELDS.
001430     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001440     05  WS-PROOF-DATE               PIC 9(08) VALUE ZERO.
001450     05  WS-CUR-ACCOUNT              PIC 9(05) VALUE ZERO.
001460     05  WS-ENTRY-ACCOUNT            PIC 9(05) VALUE ZERO.
001470     05  WS-ENTRY-POST-DATE          PIC 9(08) VALUE ZERO.
001480     05  WS-ENTRY-AMOUNT             PIC S9(09)V99 VALUE ZERO.
001490     05  WS-MASTER-TOTAL             PIC S9(13)V99 VALUE ZERO.
001500     05  WS-HISTORY-TOTAL            PIC S9(13)V99 VALUE ZERO.
001510     05  WS-UNROLLED-TOTAL           PIC S9(13)V99 VALUE ZERO.
001520     05  WS-LEDGER-DIFFERENCE        PIC S9(13)V99 VALUE ZERO.
001530     05  WS-EXCEPTION-TEXT           PIC X(19) VALUE SPACES.
001540*
001550******************************************************************
001560*    RECOMPUTED BALANCES - ONE SLOT PER POSSIBLE ACCOUNT ID      *
001570*    (SLOT = ID + 1, SO ACCOUNT 00000 HAS A HOME TOO), HOLDING   *
001580*    THE NET OF THE ACCOUNT'S HISTORY UP TO THE PROOF DATE AND   *
001590*    HOW MANY ENTRIES MADE IT UP.                                *
001600******************************************************************
001610 01  DLR190-PROOF-TABLE.
001620     05  WS-PROOF-ENTRY OCCURS 100000 TIMES.
001630         10  WS-PRF-AMOUNT           PIC S9(13)V99 COMP-3.
001640         10  WS-PRF-COUNT            PIC 9(07) COMP.
001650*
001660 01  DLR190-REPORT-FIELDS.
001670     05  RPT-COUNT                   PIC ZZZZZZ9.
001680     05  RPT-ACCOUNT-ID              PIC 9(05).
001690     05  RPT-AMOUNT                  PIC ZZZZZZZZZZ9.99-.
001700     05  RPT-HIST-AMOUNT             PIC ZZZZZZZZZZ9.99-.
001710     05  RPT-TOTAL                   PIC ZZZZZZZZZZZZ9.99-.
001720     05  RPT-ROLL-DATE               PIC X(08).
001730*
001740 PROCEDURE DIVISION.
001750*
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-INITIALIZE-EXIT.
001790     IF WS-FILES-BAD
001800         MOVE 8 TO RETURN-CODE
001810         GOBACK
001820     END-IF.
001830     PERFORM 2000-LOAD-HISTORY
001840         THRU 2000-LOAD-HISTORY-EXIT
001850         UNTIL WS-HIST-EOF-YES.
001860     PERFORM 2500-LOAD-ARCHIVE
001870         THRU 2500-LOAD-ARCHIVE-EXIT
001880         UNTIL WS-ARCH-EOF-YES.
001890     PERFORM 3000-PROVE-LEDGER
001900         THRU 3000-PROVE-LEDGER-EXIT.
001910     PERFORM 9999-TERMINATE
001920         THRU 9999-TERMINATE-EXIT.
001930     GOBACK.
001940 0000-MAINLINE-EXIT.
001950     EXIT.
001960*
001970******************************************************************
001980*    1000-INITIALIZE - OPEN THE FILES, FIND THE PROOF DATE IN    *
001990*    A PRE-PASS OF THE BALANCE MASTER, CLEAR THE TABLE, AND      *
002000*    PRIME THE HISTORY AND ARCHIVE READS.  A HISTORY FILE OR     *
002010*    MASTER THAT CANNOT BE OPENED REFUSES THE RUN (RC 8).        *
002020******************************************************************
002030 1000-INITIALIZE.
002040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002050     OPEN INPUT BAL-MASTER-FILE.
002060     IF NOT WS-BAL-GOOD
002070         DISPLAY "DLR190 CANNOT OPEN BALANCE MASTER - STATUS "
002080             WS-BAL-STATUS " - RUN REFUSED"
002090         MOVE "N" TO WS-FILES-OK-SWITCH
002100         GO TO 1000-INITIALIZE-EXIT
002110     END-IF.
002120     OPEN INPUT TRAN-HIST-FILE.
002130     IF NOT WS-HIST-GOOD
002140         DISPLAY "DLR190 CANNOT OPEN HISTORY FILE - STATUS "
002150             WS-HIST-STATUS " - RUN REFUSED"
002160         CLOSE BAL-MASTER-FILE
002170         MOVE "N" TO WS-FILES-OK-SWITCH
002180         GO TO 1000-INITIALIZE-EXIT
002190     END-IF.
002200     PERFORM 1500-FIND-PROOF-DATE
002210         THRU 1500-FIND-PROOF-DATE-EXIT
002220         UNTIL WS-BAL-EOF-YES.
002230     CLOSE BAL-MASTER-FILE.
002240     MOVE "N" TO WS-BAL-EOF-SWITCH.
002250     PERFORM 1020-CLEAR-ONE-SLOT
002260         THRU 1020-CLEAR-ONE-SLOT-EXIT
002270         VARYING WS-SLOT FROM 1 BY 1
002280         UNTIL WS-SLOT > 100000.
002290     OPEN INPUT ARCH-FILE.
002300     OPEN OUTPUT PROOF-RPT-FILE.
002310     MOVE SPACES TO PROOF-RPT-LINE.
002320     STRING "DLR190 BALANCE MASTER PROOF - PROOF DATE "
002330            DELIMITED BY SIZE
002340            WS-PROOF-DATE DELIMITED BY SIZE
002350            "  RUN " DELIMITED BY SIZE
002360            WS-RUN-DATE DELIMITED BY SIZE
002370            INTO PROOF-RPT-LINE
002380     END-STRING.
002390     WRITE PROOF-RPT-LINE.
002400     MOVE SPACES TO PROOF-RPT-LINE.
002410     WRITE PROOF-RPT-LINE.
002420     MOVE SPACES TO PROOF-RPT-LINE.
002430     STRING "ACCOUNT  EXCEPTION          " DELIMITED BY SIZE
002440            "MASTER BALANCE HISTORY BALANCE  ROLLED"
002450            DELIMITED BY SIZE
002460            INTO PROOF-RPT-LINE
002470     END-STRING.
002480     WRITE PROOF-RPT-LINE.
002490     PERFORM 1100-READ-HIST
002500         THRU 1100-READ-HIST-EXIT.
002510     PERFORM 1200-READ-ARCH
002520         THRU 1200-READ-ARCH-EXIT.
002530 1000-INITIALIZE-EXIT.
002540     EXIT.
002550*
002560 1020-CLEAR-ONE-SLOT.
002570     MOVE ZERO TO WS-PRF-AMOUNT (WS-SLOT).
002580     MOVE ZERO TO WS-PRF-COUNT (WS-SLOT).
002590 1020-CLEAR-ONE-SLOT-EXIT.
002600     EXIT.
002610*
002620******************************************************************
002630*    1100-READ-HIST - READ THE NEXT HISTORY RECORD IN KEY        *
002640*    ORDER.                                                      *
002650******************************************************************
002660 1100-READ-HIST.
002670     READ TRAN-HIST-FILE NEXT RECORD
002680         AT END
002690             MOVE "Y" TO WS-HIST-EOF-SWITCH
002700         NOT AT END
002710             ADD 1 TO WS-ENTRIES-READ
002720     END-READ.
002730 1100-READ-HIST-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770*    1200-READ-ARCH - READ THE NEXT ARCHIVED RECORD.  AN         *
002780*    ARCHIVE THAT HAS NEVER BEEN WRITTEN IS SIMPLY EMPTY.        *
002790******************************************************************
002800 1200-READ-ARCH.
002810     READ ARCH-FILE
002820         AT END
002830             MOVE "Y" TO WS-ARCH-EOF-SWITCH
002840         NOT AT END
002850             ADD 1 TO WS-ARCH-READ
002860     END-READ.
002870 1200-READ-ARCH-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910*    1500-FIND-PROOF-DATE - ONE SEQUENTIAL PRE-PASS OF THE       *
002920*    BALANCE MASTER KEEPS THE LATEST ROLL DATE STAMPED ON IT.    *
002930*    EVERY ACCOUNT SHOULD CARRY THAT DATE; THE PROOF RUNS TO     *
002940*    IT.                                                         *
002950******************************************************************
002960 1500-FIND-PROOF-DATE.
002970     READ BAL-MASTER-FILE NEXT RECORD
002980         AT END
002990             MOVE "Y" TO WS-BAL-EOF-SWITCH
003000             GO TO 1500-FIND-PROOF-DATE-EXIT
003010     END-READ.
003020     IF BAL-LAST-ROLL-DATE NUMERIC
003030         AND BAL-LAST-ROLL-DATE > WS-PROOF-DATE
003040         MOVE BAL-LAST-ROLL-DATE TO WS-PROOF-DATE
003050     END-IF.
003060 1500-FIND-PROOF-DATE-EXIT.
003070     EXIT.
003080*
003090******************************************************************
003100*    2000-LOAD-HISTORY - ONE TRANHIST RECORD INTO THE TABLE.     *
003110******************************************************************
003120 2000-LOAD-HISTORY.
003130     MOVE HIST-ACCOUNT-ID TO WS-ENTRY-ACCOUNT.
003140     MOVE HIST-POST-DATE TO WS-ENTRY-POST-DATE.
003150     MOVE HIST-AMOUNT TO WS-ENTRY-AMOUNT.
003160     PERFORM 2900-ADD-ENTRY
003170         THRU 2900-ADD-ENTRY-EXIT.
003180     PERFORM 1100-READ-HIST
003190         THRU 1100-READ-HIST-EXIT.
003200 2000-LOAD-HISTORY-EXIT.
003210     EXIT.
003220*
003230******************************************************************
003240*    2500-LOAD-ARCHIVE - ONE HISTARCH RECORD INTO THE TABLE.     *
003250******************************************************************
003260 2500-LOAD-ARCHIVE.
003270     MOVE ARCH-ACCOUNT-ID TO WS-ENTRY-ACCOUNT.
003280     MOVE ARCH-POST-DATE TO WS-ENTRY-POST-DATE.
003290     MOVE ARCH-AMOUNT TO WS-ENTRY-AMOUNT.
003300     PERFORM 2900-ADD-ENTRY
003310         THRU 2900-ADD-ENTRY-EXIT.
003320     PERFORM 1200-READ-ARCH
003330         THRU 1200-READ-ARCH-EXIT.
003340 2500-LOAD-ARCHIVE-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003380*    2900-ADD-ENTRY - ADD ONE HISTORY ENTRY TO ITS ACCOUNT'S     *
003390*    SLOT.  AN ENTRY POSTED AFTER THE PROOF DATE HAS NOT BEEN    *
003400*    ROLLED INTO BALMST YET; IT IS COUNTED AND TOTALLED ON ITS   *
003410*    OWN SO THE REPORT ACCOUNTS FOR IT, BUT PROVES NOTHING.      *
003420******************************************************************
003430 2900-ADD-ENTRY.
003440     IF WS-ENTRY-POST-DATE > WS-PROOF-DATE
003450         ADD 1 TO WS-ENTRIES-UNROLLED
003460         ADD WS-ENTRY-AMOUNT TO WS-UNROLLED-TOTAL
003470         GO TO 2900-ADD-ENTRY-EXIT
003480     END-IF.
003490     COMPUTE WS-SLOT = WS-ENTRY-ACCOUNT + 1.
003500     ADD WS-ENTRY-AMOUNT TO WS-PRF-AMOUNT (WS-SLOT).
003510     ADD 1 TO WS-PRF-COUNT (WS-SLOT).
003520     ADD WS-ENTRY-AMOUNT TO WS-HISTORY-TOTAL.
003530 2900-ADD-ENTRY-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    3000-PROVE-LEDGER - WALK EVERY ACCOUNT ID IN ORDER WHILE    *
003580*    READING THE BALANCE MASTER IN KEY ORDER ALONGSIDE.  AN ID   *
003590*    THE MASTER CARRIES IS PROVED AGAINST ITS SLOT; AN ID IT     *
003600*    DOES NOT CARRY BUT WHOSE SLOT HOLDS HISTORY IS MISSING      *
003610*    FROM THE MASTER.                                            *
003620******************************************************************
003630 3000-PROVE-LEDGER.
003640     OPEN INPUT BAL-MASTER-FILE.
003650     PERFORM 3050-READ-MASTER
003660         THRU 3050-READ-MASTER-EXIT.
003670     PERFORM 3100-PROVE-ONE-SLOT
003680         THRU 3100-PROVE-ONE-SLOT-EXIT
003690         VARYING WS-SLOT FROM 1 BY 1
003700         UNTIL WS-SLOT > 100000.
003710     CLOSE BAL-MASTER-FILE.
003720 3000-PROVE-LEDGER-EXIT.
003730     EXIT.
003740*
003750 3050-READ-MASTER.
003760     READ BAL-MASTER-FILE NEXT RECORD
003770         AT END
003780             MOVE "Y" TO WS-BAL-EOF-SWITCH
003790         NOT AT END
003800             ADD 1 TO WS-MASTER-READ
003810             ADD BAL-BALANCE TO WS-MASTER-TOTAL
003820     END-READ.
003830 3050-READ-MASTER-EXIT.
003840     EXIT.
003850*
003860 3100-PROVE-ONE-SLOT.
003870     COMPUTE WS-CUR-ACCOUNT = WS-SLOT - 1.
003880     IF WS-BAL-EOF-NO
003890         AND BAL-ACCOUNT-ID = WS-CUR-ACCOUNT
003900         PERFORM 3200-PROVE-MASTER-ACCOUNT
003910             THRU 3200-PROVE-MASTER-ACCOUNT-EXIT
003920         PERFORM 3050-READ-MASTER
003930             THRU 3050-READ-MASTER-EXIT
003940         GO TO 3100-PROVE-ONE-SLOT-EXIT
003950     END-IF.
003960     IF WS-PRF-COUNT (WS-SLOT) > ZERO
003970         ADD 1 TO WS-ACCOUNTS-MISSING
003980         MOVE "MISSING FROM MASTER" TO WS-EXCEPTION-TEXT
003990         MOVE ZERO TO RPT-AMOUNT
004000         MOVE "NONE    " TO RPT-ROLL-DATE
004010         PERFORM 3800-WRITE-EXCEPTION
004020             THRU 3800-WRITE-EXCEPTION-EXIT
004030     END-IF.
004040 3100-PROVE-ONE-SLOT-EXIT.
004050     EXIT.
004060*
004070******************************************************************
004080*    3200-PROVE-MASTER-ACCOUNT - ONE BALMST ACCOUNT AGAINST ITS  *
004090*    RECOMPUTED BALANCE.  NO HISTORY AT ALL IS REPORTED AS       *
004100*    SUCH; OTHERWISE A ROLL DATE SHORT OF THE PROOF DATE IS      *
004110*    REPORTED AHEAD OF THE BALANCE, SINCE IT EXPLAINS IT.        *
004120******************************************************************
004130 3200-PROVE-MASTER-ACCOUNT.
004140     MOVE BAL-BALANCE TO RPT-AMOUNT.
004150     IF BAL-LAST-ROLL-DATE NUMERIC
004160         MOVE BAL-LAST-ROLL-DATE TO RPT-ROLL-DATE
004170     ELSE
004180         MOVE "INVALID " TO RPT-ROLL-DATE
004190     END-IF.
004200     EVALUATE TRUE
004210         WHEN WS-PRF-COUNT (WS-SLOT) = ZERO
004220             ADD 1 TO WS-ACCOUNTS-NO-HISTORY
004230             MOVE "NO HISTORY" TO WS-EXCEPTION-TEXT
004240         WHEN BAL-LAST-ROLL-DATE NOT NUMERIC
004250             OR BAL-LAST-ROLL-DATE NOT = WS-PROOF-DATE
004260             ADD 1 TO WS-ACCOUNTS-BEHIND
004270             MOVE "ROLL DATE BEHIND" TO WS-EXCEPTION-TEXT
004280         WHEN BAL-BALANCE NOT = WS-PRF-AMOUNT (WS-SLOT)
004290             ADD 1 TO WS-ACCOUNTS-DIFFER
004300             MOVE "BALANCE DIFFERS" TO WS-EXCEPTION-TEXT
004310         WHEN OTHER
004320             ADD 1 TO WS-ACCOUNTS-AGREE
004330             GO TO 3200-PROVE-MASTER-ACCOUNT-EXIT
004340     END-EVALUATE.
004350     PERFORM 3800-WRITE-EXCEPTION
004360         THRU 3800-WRITE-EXCEPTION-EXIT.
004370 3200-PROVE-MASTER-ACCOUNT-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410*    3800-WRITE-EXCEPTION - ONE REPORT LINE: THE ACCOUNT, WHAT   *
004420*    IS WRONG, THE MASTER BALANCE (SET BY THE CALLER), THE       *
004430*    RECOMPUTED BALANCE, AND THE ROLL DATE ON THE MASTER.        *
004440******************************************************************
004450 3800-WRITE-EXCEPTION.
004460     MOVE WS-CUR-ACCOUNT TO RPT-ACCOUNT-ID.
004470     MOVE WS-PRF-AMOUNT (WS-SLOT) TO RPT-HIST-AMOUNT.
004480     MOVE SPACES TO PROOF-RPT-LINE.
004490     STRING RPT-ACCOUNT-ID DELIMITED BY SIZE
004500            "    " DELIMITED BY SIZE
004510            WS-EXCEPTION-TEXT DELIMITED BY SIZE
004520            RPT-AMOUNT DELIMITED BY SIZE
004530            RPT-HIST-AMOUNT DELIMITED BY SIZE
004540            "  " DELIMITED BY SIZE
004550            RPT-ROLL-DATE DELIMITED BY SIZE
004560            INTO PROOF-RPT-LINE
004570     END-STRING.
004580     WRITE PROOF-RPT-LINE.
004590 3800-WRITE-EXCEPTION-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630*    3900-DISPLAY-SUMMARY - SHOW THE RUN COUNTS ON THE JOB LOG.  *
004640******************************************************************
004650 3900-DISPLAY-SUMMARY.
004660     MOVE WS-MASTER-READ TO RPT-COUNT.
004670     DISPLAY "DLR190 MASTER ACCOUNTS READ ... " RPT-COUNT.
004680     MOVE WS-ENTRIES-READ TO RPT-COUNT.
004690     DISPLAY "DLR190 HISTORY ENTRIES READ ... " RPT-COUNT.
004700     MOVE WS-ARCH-READ TO RPT-COUNT.
004710     DISPLAY "DLR190 ARCHIVE ENTRIES READ ... " RPT-COUNT.
004720     MOVE WS-ACCOUNTS-DIFFER TO RPT-COUNT.
004730     DISPLAY "DLR190 BALANCES DIFFERING ..... " RPT-COUNT.
004740     MOVE WS-ACCOUNTS-MISSING TO RPT-COUNT.
004750     DISPLAY "DLR190 ACCOUNTS MISSING ....... " RPT-COUNT.
004760 3900-DISPLAY-SUMMARY-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800*    4000-WRITE-GRAND-TOTALS - THE LEDGER AS A WHOLE: COUNTS     *
004810*    OF EACH KIND OF EXCEPTION, THE MASTER AND RECOMPUTED        *
004820*    TOTALS AND THEIR DIFFERENCE, THE UNROLLED HISTORY LEFT      *
004830*    OUT, AND THE VERDICT.  THE LEDGER IS IN BALANCE ONLY WHEN   *
004840*    THE TOTALS AGREE AND NO ACCOUNT DISAGREES, IS BEHIND, OR    *
004850*    IS MISSING.                                                 *
004860******************************************************************
004870 4000-WRITE-GRAND-TOTALS.
004880     COMPUTE WS-LEDGER-DIFFERENCE =
004890         WS-MASTER-TOTAL - WS-HISTORY-TOTAL.
004900     MOVE SPACES TO PROOF-RPT-LINE.
004910     WRITE PROOF-RPT-LINE.
004920     MOVE WS-MASTER-READ TO RPT-COUNT.
004930     MOVE SPACES TO PROOF-RPT-LINE.
004940     STRING "MASTER ACCOUNTS READ ...... " DELIMITED BY SIZE
004950            RPT-COUNT DELIMITED BY SIZE
004960            INTO PROOF-RPT-LINE
004970     END-STRING.
004980     WRITE PROOF-RPT-LINE.
004990     MOVE WS-ACCOUNTS-AGREE TO RPT-COUNT.
005000     MOVE SPACES TO PROOF-RPT-LINE.
005010     STRING "  AGREEING ................ " DELIMITED BY SIZE
005020            RPT-COUNT DELIMITED BY SIZE
005030            INTO PROOF-RPT-LINE
005040     END-STRING.
005050     WRITE PROOF-RPT-LINE.
005060     MOVE WS-ACCOUNTS-DIFFER TO RPT-COUNT.
005070     MOVE SPACES TO PROOF-RPT-LINE.
005080     STRING "  BALANCE DIFFERS ......... " DELIMITED BY SIZE
005090            RPT-COUNT DELIMITED BY SIZE
005100            INTO PROOF-RPT-LINE
005110     END-STRING.
005120     WRITE PROOF-RPT-LINE.
005130     MOVE WS-ACCOUNTS-BEHIND TO RPT-COUNT.
005140     MOVE SPACES TO PROOF-RPT-LINE.
005150     STRING "  ROLL DATE BEHIND ........ " DELIMITED BY SIZE
005160            RPT-COUNT DELIMITED BY SIZE
005170            INTO PROOF-RPT-LINE
005180     END-STRING.
005190     WRITE PROOF-RPT-LINE.
005200     MOVE WS-ACCOUNTS-NO-HISTORY TO RPT-COUNT.
005210     MOVE SPACES TO PROOF-RPT-LINE.
005220     STRING "  NO HISTORY .............. " DELIMITED BY SIZE
005230            RPT-COUNT DELIMITED BY SIZE
005240            INTO PROOF-RPT-LINE
005250     END-STRING.
005260     WRITE PROOF-RPT-LINE.
005270     MOVE WS-ACCOUNTS-MISSING TO RPT-COUNT.
005280     MOVE SPACES TO PROOF-RPT-LINE.
005290     STRING "HISTORY ACCOUNTS MISSING .. " DELIMITED BY SIZE
005300            RPT-COUNT DELIMITED BY SIZE
005310            INTO PROOF-RPT-LINE
005320     END-STRING.
005330     WRITE PROOF-RPT-LINE.
005340     MOVE SPACES TO PROOF-RPT-LINE.
005350     WRITE PROOF-RPT-LINE.
005360     MOVE WS-MASTER-TOTAL TO RPT-TOTAL.
005370     MOVE SPACES TO PROOF-RPT-LINE.
005380     STRING "MASTER TOTAL .............. " DELIMITED BY SIZE
005390            RPT-TOTAL DELIMITED BY SIZE
005400            INTO PROOF-RPT-LINE
005410     END-STRING.
005420     WRITE PROOF-RPT-LINE.
005430     MOVE WS-HISTORY-TOTAL TO RPT-TOTAL.
005440     MOVE SPACES TO PROOF-RPT-LINE.
005450     STRING "RECOMPUTED FROM HISTORY ... " DELIMITED BY SIZE
005460            RPT-TOTAL DELIMITED BY SIZE
005470            INTO PROOF-RPT-LINE
005480     END-STRING.
005490     WRITE PROOF-RPT-LINE.
005500     MOVE WS-LEDGER-DIFFERENCE TO RPT-TOTAL.
005510     MOVE SPACES TO PROOF-RPT-LINE.
005520     STRING "DIFFERENCE ................ " DELIMITED BY SIZE
005530            RPT-TOTAL DELIMITED BY SIZE
005540            INTO PROOF-RPT-LINE
005550     END-STRING.
005560     WRITE PROOF-RPT-LINE.
005570     MOVE WS-ENTRIES-UNROLLED TO RPT-COUNT.
005580     MOVE WS-UNROLLED-TOTAL TO RPT-TOTAL.
005590     MOVE SPACES TO PROOF-RPT-LINE.
005600     STRING "NOT YET ROLLED ... " DELIMITED BY SIZE
005610            RPT-COUNT DELIMITED BY SIZE
005620            "  " DELIMITED BY SIZE
005630            RPT-TOTAL DELIMITED BY SIZE
005640            INTO PROOF-RPT-LINE
005650     END-STRING.
005660     WRITE PROOF-RPT-LINE.
005670     MOVE SPACES TO PROOF-RPT-LINE.
005680     WRITE PROOF-RPT-LINE.
005690     MOVE SPACES TO PROOF-RPT-LINE.
005700     IF WS-LEDGER-DIFFERENCE = ZERO
005710         AND WS-ACCOUNTS-DIFFER = ZERO
005720         AND WS-ACCOUNTS-BEHIND = ZERO
005730         AND WS-ACCOUNTS-MISSING = ZERO
005740         MOVE "LEDGER IN BALANCE" TO PROOF-RPT-LINE
005750     ELSE
005760         MOVE "LEDGER OUT OF BALANCE" TO PROOF-RPT-LINE
005770         MOVE 8 TO RETURN-CODE
005780     END-IF.
005790     WRITE PROOF-RPT-LINE.
005800     DISPLAY "DLR190 " PROOF-RPT-LINE (1:30).
005810 4000-WRITE-GRAND-TOTALS-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850*    9999-TERMINATE - WRITE THE GRAND TOTALS, SHOW THE RUN       *
005860*    SUMMARY, CLOSE THE FILES, AND RETURN CONTROL.               *
005870******************************************************************
005880 9999-TERMINATE.
005890     PERFORM 4000-WRITE-GRAND-TOTALS
005900         THRU 4000-WRITE-GRAND-TOTALS-EXIT.
005910     PERFORM 3900-DISPLAY-SUMMARY
005920         THRU 3900-DISPLAY-SUMMARY-EXIT.
005930     CLOSE TRAN-HIST-FILE.
005940     CLOSE ARCH-FILE.
005950     CLOSE PROOF-RPT-FILE.
005960 9999-TERMINATE-EXIT.
005970     EXIT.
