000010******************************************************************
000020*                                                                *
000030*    DLR185.COB                                                  *
000040*                                                                *
000050*    DAILY GENERAL-LEDGER INTERFACE FROM TRANSACTION HISTORY.    *
000060*                                                                *
000070*    READS THE TRANHIST POSTINGS ("P") AND REVERSALS ("R")       *
000080*    DLR140 WROTE FOR ONE POSTING DATE, SUMMARIZES THEM BY       *
000090*    POSTING TYPE AND REASON CODE, AND BUILDS THE GL JOURNAL-    *
000100*    ENTRY INTERFACE FILE: A HEADER, ONE LEDGER-CONTROL LINE     *
000110*    PER TYPE AND REASON CODE (POSTINGS CREDIT THE CUSTOMER      *
000120*    LEDGER, REVERSALS DEBIT IT), ONE CLEARING-ACCOUNT LINE      *
000130*    OFFSETTING THE DAY'S NET MOVEMENT, AND A TRAILER CARRYING   *
000140*    THE RECORD COUNT, THE DEBIT AND CREDIT TOTALS (WHICH MUST   *
000150*    AGREE), AND THE CONTROL TOTAL - THE NET OF THE DAY'S        *
000160*    POSTINGS AND REVERSALS.                                     *
000170*                                                                *
000180*    BEFORE ANYTHING GOES TO THE LEDGER THE DAY IS PROVED        *
000190*    AGAINST THE POSTED AND REVERSED FIGURES DLR175 LEFT ON      *
000200*    CTLFIGS (SEE CTLFIG) FOR THE SAME ROLL DATE.  A DAY THAT    *
000210*    TIES IS WRITTEN TO GLIFACE FOR TRANSMISSION.  A DAY THAT    *
000220*    DOES NOT - NO DLR175 FIGURES, A COUNT OR AMOUNT THAT        *
000230*    DISAGREES, OR MORE REASON CODES THAN THE SUMMARY TABLE      *
000240*    HOLDS - IS WRITTEN TO GLHOLD INSTEAD, GLIFACE IS NOT        *
000250*    OPENED, THE GLRPT REPORT SAYS WHY, AND THE RUN ENDS RC 8    *
000260*    SO THE TRANSMISSION STEP DOES NOT RUN.                      *
000270*                                                                *
000280*    THE POSTING DATE COMES FROM THE PARMCARD DATASET AS ONE     *
000290*    "YYYYMMDD"; AN ABSENT OR BLANK CARD MEANS TODAY, WHICH IS   *
000300*    RIGHT WHEN THE RUN FOLLOWS DLR175 IN THE SAME JOBSTREAM.    *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    ----------------------                                     *
000340*    2026-10-15  JPL  ORIGINAL.                                 *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    DLR185.
000390 AUTHOR.        J P LANGE.
000400 INSTALLATION.  DATA PROCESSING.
000410 DATE-WRITTEN.  2026-10-15.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT TRAN-HIST-FILE ASSIGN TO "TRANHIST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS HIST-KEY
000510         FILE STATUS IS WS-HIST-STATUS.
000520*
000530     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
000540         ORGANIZATION SEQUENTIAL.
000550*
000560     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000570         ORGANIZATION LINE SEQUENTIAL.
000580*
000590     SELECT GL-FILE ASSIGN TO "GLIFACE"
000600         ORGANIZATION SEQUENTIAL.
000610*
000620     SELECT GL-HOLD-FILE ASSIGN TO "GLHOLD"
000630         ORGANIZATION SEQUENTIAL.
000640*
000650     SELECT GL-RPT-FILE ASSIGN TO "GLRPT"
000660         ORGANIZATION LINE SEQUENTIAL.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TRAN-HIST-FILE
000710     RECORD CONTAINS 60 CHARACTERS.
000720 01  HIST-RECORD.
000730     05  HIST-KEY.
000740         10  HIST-ACCOUNT-ID             PIC 9(05).
000750         10  HIST-POST-DATE              PIC 9(08).
000760         10  HIST-POST-SEQ               PIC 9(05).
000770     05  HIST-POST-TYPE                  PIC X(01).
000780         88  HIST-TYPE-POSTED                 VALUE "P".
000790         88  HIST-TYPE-REVERSAL               VALUE "R".
000800     05  HIST-AMOUNT                     PIC S9(09)V99.
000810     05  HIST-TRANS-DATE                 PIC 9(08).
000820     05  HIST-REASON-CODE                PIC X(04).
000830     05  FILLER                          PIC X(18).
000840*
000850 FD  CTL-FIGURE-FILE
000860     RECORD CONTAINS 80 CHARACTERS.
000870     COPY CTLFIG.
000880*
000890 FD  PARM-FILE.
000900 01  PARM-RECORD                         PIC X(80).
000910*
000920 FD  GL-FILE
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  GL-RECORD                           PIC X(80).
000950*
000960 FD  GL-HOLD-FILE
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  GL-HOLD-RECORD                      PIC X(80).
000990*
001000 FD  GL-RPT-FILE.
001010 01  GL-RPT-LINE                         PIC X(80).
001020*
001030 WORKING-STORAGE SECTION.
001040 01  DLR185-SWITCHES.
001050     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
001060         88  WS-HIST-EOF-YES              VALUE "Y".
001070         88  WS-HIST-EOF-NO               VALUE "N".
001080     05  WS-CTL-EOF-SWITCH           PIC X(01) VALUE "N".
001090         88  WS-CTL-EOF-YES               VALUE "Y".
001100         88  WS-CTL-EOF-NO                VALUE "N".
001110     05  WS-HIST-OK-SWITCH           PIC X(01) VALUE "Y".
001120         88  WS-HIST-OK                   VALUE "Y".
001130         88  WS-HIST-BAD                  VALUE "N".
001140     05  WS-GROUP-FOUND-SWITCH       PIC X(01) VALUE "N".
001150         88  WS-GROUP-FOUND               VALUE "Y".
001160         88  WS-GROUP-NOT-FOUND           VALUE "N".
001170     05  WS-TB-POSTED-SWITCH         PIC X(01) VALUE "N".
001180         88  WS-TB-POSTED-FOUND           VALUE "Y".
001190     05  WS-TB-REVERSED-SWITCH       PIC X(01) VALUE "N".
001200         88  WS-TB-REVERSED-FOUND         VALUE "Y".
001210     05  WS-DAY-TIES-SWITCH          PIC X(01) VALUE "Y".
001220         88  WS-DAY-TIES                  VALUE "Y".
001230         88  WS-DAY-HELD                  VALUE "N".
001240*
001250******************************************************************
001260*    GL ACCOUNTS - THE FINANCE CHART-OF-ACCOUNTS NUMBERS THE     *
001270*    INTERFACE POSTS TO: THE CUSTOMER LEDGER CONTROL ACCOUNT     *
001280*    CARRYING THE SUM OF ALL BALMST BALANCES, AND THE CLEARING   *
001290*    ACCOUNT THAT TAKES THE OTHER SIDE OF THE DAY'S MOVEMENT.    *
001300******************************************************************
001310 01  DLR185-CONSTANTS.
001320     05  WS-GL-SOURCE                PIC X(08) VALUE "DLR185  ".
001330     05  WS-GL-LEDGER-ACCOUNT        PIC X(10) VALUE "2150-00000".
001340     05  WS-GL-CLEARING-ACCOUNT      PIC X(10) VALUE "1120-00000".
001350     05  WS-MAX-GROUPS               PIC 9(03) COMP VALUE 100.
001360*
001370 01  DLR185-STATUS-FIELDS.
001380     05  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001390         88  WS-HIST-GOOD                 VALUE "00".
001400*
001410 01  DLR185-COUNTERS.
001420     05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
001430     05  WS-ENTRIES-SELECTED         PIC 9(07) COMP VALUE ZERO.
001440     05  WS-POSTINGS-COUNT           PIC 9(07) COMP VALUE ZERO.
001450     05  WS-REVERSALS-COUNT          PIC 9(07) COMP VALUE ZERO.
001460     05  WS-ENTRIES-UNGROUPED        PIC 9(07) COMP VALUE ZERO.
001470     05  WS-GL-RECORDS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
001480     05  WS-GROUP-COUNT              PIC 9(03) COMP VALUE ZERO.
001490     05  WS-GROUP-IDX                PIC 9(03) COMP VALUE ZERO.
001500     05  WS-TARGET-IDX               PIC 9(03) COMP VALUE ZERO.
001510*
001520 01  DLR185-WORK-FIELDS.
001530     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001540     05  WS-POST-DATE                PIC 9(08) VALUE ZERO.
001550     05  WS-POSTED-TOTAL             PIC S9(13)V99 VALUE ZERO.
001560     05  WS-REVERSED-TOTAL           PIC S9(13)V99 VALUE ZERO.
001570     05  WS-CONTROL-TOTAL            PIC S9(13)V99 VALUE ZERO.
001580     05  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
001590     05  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZERO.
001600     05  WS-LINE-AMOUNT              PIC S9(13)V99 VALUE ZERO.
001610     05  WS-HOLD-REASON              PIC X(50) VALUE SPACES.
001620*
001630******************************************************************
001640*    DLR175 FIGURES - THE LATEST POSTED AND REVERSED CONTROL     *
001650*    FIGURES DLR175 LEFT ON CTLFIGS FOR THE POSTING DATE.        *
001660******************************************************************
001670 01  DLR185-TRIAL-FIGURES.
001680     05  WS-TB-POSTED-COUNT          PIC 9(09) VALUE ZERO.
001690     05  WS-TB-POSTED-AMOUNT         PIC S9(13)V99 VALUE ZERO.
001700     05  WS-TB-REVERSED-COUNT        PIC 9(09) VALUE ZERO.
001710     05  WS-TB-REVERSED-AMOUNT       PIC S9(13)V99 VALUE ZERO.
001720*
001730******************************************************************
001740*    GROUP TABLE - ONE ENTRY PER POSTING TYPE AND REASON CODE    *
001750*    SEEN ON THE POSTING DATE, CARRYING ITS ENTRY COUNT AND      *
001760*    NET AMOUNT.  A HUNDRED CODES IS FAR MORE THAN THE           *
001770*    CORRECTION FEED HAS EVER USED; AN ENTRY ARRIVING WITH THE   *
001780*    TABLE FULL IS COUNTED AND THE DAY IS HELD, SINCE ITS LINE   *
001790*    WOULD BE MISSING FROM THE FILE.                             *
001800******************************************************************
001810 01  DLR185-GROUP-TABLE.
001820     05  WS-GROUP-ENTRY OCCURS 100 TIMES.
001830         10  WS-GROUP-TBL-TYPE       PIC X(01).
001840         10  WS-GROUP-TBL-REASON     PIC X(04).
001850         10  WS-GROUP-TBL-COUNT      PIC 9(07) COMP.
001860         10  WS-GROUP-TBL-AMOUNT     PIC S9(13)V99.
001870*
001880******************************************************************
001890*    WS-GL-RECORD - THE INTERFACE RECORD, BUILT HERE AND         *
001900*    WRITTEN TO WHICHEVER OF GLIFACE OR GLHOLD THE PROOF         *
001910*    CHOSE.  THE FIRST BYTE SAYS WHICH OF THE THREE SHAPES THE   *
001920*    REST OF THE RECORD TAKES.                                   *
001930******************************************************************
001940 01  WS-GL-RECORD.
001950     05  WS-GL-REC-TYPE              PIC X(01).
001960         88  WS-GL-REC-HEADER             VALUE "H".
001970         88  WS-GL-REC-DETAIL             VALUE "D".
001980         88  WS-GL-REC-TRAILER            VALUE "T".
001990     05  WS-GL-REC-BODY              PIC X(79).
002000     05  WS-GL-HEADER-BODY REDEFINES WS-GL-REC-BODY.
002010         10  WS-GL-HDR-SOURCE        PIC X(08).
002020         10  WS-GL-HDR-POST-DATE     PIC 9(08).
002030         10  WS-GL-HDR-RUN-DATE      PIC 9(08).
002040         10  WS-GL-HDR-RELEASE-CODE  PIC X(01).
002050             88  WS-GL-HDR-RELEASED       VALUE "R".
002060             88  WS-GL-HDR-HELD           VALUE "H".
002070         10  FILLER                  PIC X(54).
002080     05  WS-GL-DETAIL-BODY REDEFINES WS-GL-REC-BODY.
002090         10  WS-GL-DTL-ACCOUNT       PIC X(10).
002100         10  WS-GL-DTL-DR-CR         PIC X(01).
002110             88  WS-GL-DTL-DEBIT          VALUE "D".
002120             88  WS-GL-DTL-CREDIT         VALUE "C".
002130         10  WS-GL-DTL-AMOUNT        PIC 9(13)V99.
002140         10  WS-GL-DTL-POST-TYPE     PIC X(01).
002150         10  WS-GL-DTL-REASON-CODE   PIC X(04).
002160         10  WS-GL-DTL-ENTRY-COUNT   PIC 9(07).
002170         10  WS-GL-DTL-DESCRIPTION   PIC X(30).
002180         10  FILLER                  PIC X(11).
002190     05  WS-GL-TRAILER-BODY REDEFINES WS-GL-REC-BODY.
002200         10  WS-GL-TRL-RECORD-COUNT  PIC 9(07).
002210         10  WS-GL-TRL-DEBIT-TOTAL   PIC 9(13)V99.
002220         10  WS-GL-TRL-CREDIT-TOTAL  PIC 9(13)V99.
002230         10  WS-GL-TRL-CONTROL-TOTAL PIC S9(13)V99.
002240         10  FILLER                  PIC X(27).
002250*
002260 01  DLR185-REPORT-FIELDS.
002270     05  RPT-COUNT                   PIC ZZZZZZ9.
002280     05  RPT-BIG-COUNT               PIC ZZZZZZZZ9.
002290     05  RPT-TOTAL                   PIC ZZZZZZZZZZZZ9.99-.
002300     05  RPT-DR-CR-WORD              PIC X(06).
002310*
002320 PROCEDURE DIVISION.
002330*
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-INITIALIZE-EXIT.
002370     IF WS-HIST-BAD
002380         MOVE 8 TO RETURN-CODE
002390         GOBACK
002400     END-IF.
002410     PERFORM 1500-LOAD-TRIAL-FIGURES
002420         THRU 1500-LOAD-TRIAL-FIGURES-EXIT.
002430     PERFORM 2000-SELECT-ENTRY
002440         THRU 2000-SELECT-ENTRY-EXIT
002450         UNTIL WS-HIST-EOF-YES.
002460     PERFORM 3000-PROVE-DAY
002470         THRU 3000-PROVE-DAY-EXIT.
002480     PERFORM 4000-WRITE-INTERFACE
002490         THRU 4000-WRITE-INTERFACE-EXIT.
002500     PERFORM 9999-TERMINATE
002510         THRU 9999-TERMINATE-EXIT.
002520     GOBACK.
002530 0000-MAINLINE-EXIT.
002540     EXIT.
002550*
002560******************************************************************
002570*    1000-INITIALIZE - READ THE POSTING DATE OFF THE PARM CARD,  *
002580*    OPEN THE HISTORY AND THE REPORT, WRITE THE REPORT           *
002590*    HEADING, AND PRIME THE FIRST HISTORY READ.  A HISTORY       *
002600*    FILE THAT CANNOT BE OPENED REFUSES THE RUN (RC 8) BEFORE    *
002610*    ANY INTERFACE FILE IS WRITTEN.                              *
002620******************************************************************
002630 1000-INITIALIZE.
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002650     MOVE WS-RUN-DATE TO WS-POST-DATE.
002660     PERFORM 1050-READ-PARM
002670         THRU 1050-READ-PARM-EXIT.
002680     OPEN INPUT TRAN-HIST-FILE.
002690     IF NOT WS-HIST-GOOD
002700         DISPLAY "DLR185 CANNOT OPEN HISTORY FILE - STATUS "
002710             WS-HIST-STATUS " - RUN REFUSED"
002720         MOVE "N" TO WS-HIST-OK-SWITCH
002730         GO TO 1000-INITIALIZE-EXIT
002740     END-IF.
002750     OPEN OUTPUT GL-RPT-FILE.
002760     MOVE SPACES TO GL-RPT-LINE.
002770     STRING "DLR185 GL INTERFACE - POSTING DATE "
002780            DELIMITED BY SIZE
002790            WS-POST-DATE DELIMITED BY SIZE
002800            "  RUN " DELIMITED BY SIZE
002810            WS-RUN-DATE DELIMITED BY SIZE
002820            INTO GL-RPT-LINE
002830     END-STRING.
002840     WRITE GL-RPT-LINE.
002850     MOVE SPACES TO GL-RPT-LINE.
002860     WRITE GL-RPT-LINE.
002870     PERFORM 1020-CLEAR-ONE-GROUP
002880         THRU 1020-CLEAR-ONE-GROUP-EXIT
002890         VARYING WS-GROUP-IDX FROM 1 BY 1
002900         UNTIL WS-GROUP-IDX > WS-MAX-GROUPS.
002910     PERFORM 1100-READ-HIST
002920         THRU 1100-READ-HIST-EXIT.
002930 1000-INITIALIZE-EXIT.
002940     EXIT.
002950*
002960 1020-CLEAR-ONE-GROUP.
002970     MOVE SPACES TO WS-GROUP-TBL-TYPE (WS-GROUP-IDX).
002980     MOVE SPACES TO WS-GROUP-TBL-REASON (WS-GROUP-IDX).
002990     MOVE ZERO TO WS-GROUP-TBL-COUNT (WS-GROUP-IDX).
003000     MOVE ZERO TO WS-GROUP-TBL-AMOUNT (WS-GROUP-IDX).
003010 1020-CLEAR-ONE-GROUP-EXIT.
003020     EXIT.
003030*
003040******************************************************************
003050*    1050-READ-PARM - THE PARM CARD NAMES THE POSTING DATE TO    *
003060*    INTERFACE.  AN ABSENT OR BLANK CARD MEANS TODAY; A          *
003070*    MALFORMED CARD IS REPORTED AND TREATED AS TODAY RATHER      *
003080*    THAN GUESSED AT, EXACTLY AS DLR175 READS ITS OWN.           *
003090******************************************************************
003100 1050-READ-PARM.
003110     OPEN INPUT PARM-FILE.
003120     READ PARM-FILE
003130         AT END
003140             MOVE SPACES TO PARM-RECORD
003150     END-READ.
003160     EVALUATE TRUE
003170         WHEN PARM-RECORD = SPACES
003180             CONTINUE
003190         WHEN PARM-RECORD (1:8) NUMERIC
003200             MOVE PARM-RECORD (1:8) TO WS-POST-DATE
003210         WHEN OTHER
003220             DISPLAY "DLR185 UNRECOGNIZED PARM CARD: "
003230                 PARM-RECORD (1:20)
003240             DISPLAY "DLR185 INTERFACING TODAY'S POSTINGS"
003250     END-EVALUATE.
003260     CLOSE PARM-FILE.
003270 1050-READ-PARM-EXIT.
003280     EXIT.
003290*
003300******************************************************************
003310*    1100-READ-HIST - READ THE NEXT HISTORY RECORD IN KEY        *
003320*    ORDER.                                                      *
003330******************************************************************
003340 1100-READ-HIST.
003350     READ TRAN-HIST-FILE NEXT RECORD
003360         AT END
003370             MOVE "Y" TO WS-HIST-EOF-SWITCH
003380         NOT AT END
003390             ADD 1 TO WS-ENTRIES-READ
003400     END-READ.
003410 1100-READ-HIST-EXIT.
003420     EXIT.
003430*
003440******************************************************************
003450*    1500-LOAD-TRIAL-FIGURES - ONE PASS OF CTLFIGS, KEEPING      *
003460*    THE LAST POSTED AND REVERSED FIGURES DLR175 LEFT FOR THE    *
003470*    POSTING DATE.  THE DATASET IS APPEND-ONLY, SO THE LAST      *
003480*    ONE READ IS THE LATEST ROLL OF THAT DAY.                    *
003490******************************************************************
003500 1500-LOAD-TRIAL-FIGURES.
003510     OPEN INPUT CTL-FIGURE-FILE.
003520     PERFORM 1510-READ-ONE-FIGURE
003530         THRU 1510-READ-ONE-FIGURE-EXIT
003540         UNTIL WS-CTL-EOF-YES.
003550     CLOSE CTL-FIGURE-FILE.
003560 1500-LOAD-TRIAL-FIGURES-EXIT.
003570     EXIT.
003580*
003590 1510-READ-ONE-FIGURE.
003600     READ CTL-FIGURE-FILE
003610         AT END
003620             MOVE "Y" TO WS-CTL-EOF-SWITCH
003630             GO TO 1510-READ-ONE-FIGURE-EXIT
003640     END-READ.
003650     IF CTL-PROGRAM NOT = "DLR175  "
003660         OR CTL-BUSINESS-DATE NOT = WS-POST-DATE
003670         GO TO 1510-READ-ONE-FIGURE-EXIT
003680     END-IF.
003690     EVALUATE CTL-FIGURE-ID
003700         WHEN "POSTED  "
003710             MOVE "Y" TO WS-TB-POSTED-SWITCH
003720             MOVE CTL-COUNT TO WS-TB-POSTED-COUNT
003730             MOVE CTL-AMOUNT TO WS-TB-POSTED-AMOUNT
003740         WHEN "REVERSED"
003750             MOVE "Y" TO WS-TB-REVERSED-SWITCH
003760             MOVE CTL-COUNT TO WS-TB-REVERSED-COUNT
003770             MOVE CTL-AMOUNT TO WS-TB-REVERSED-AMOUNT
003780         WHEN OTHER
003790             CONTINUE
003800     END-EVALUATE.
003810 1510-READ-ONE-FIGURE-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850*    2000-SELECT-ENTRY - ONE HISTORY RECORD.  ONLY THE POSTING   *
003860*    DATE'S POSTINGS AND REVERSALS BELONG TO THIS INTERFACE.     *
003870******************************************************************
003880 2000-SELECT-ENTRY.
003890     IF HIST-POST-DATE = WS-POST-DATE
003900         PERFORM 2100-ACCUMULATE-ENTRY
003910             THRU 2100-ACCUMULATE-ENTRY-EXIT
003920     END-IF.
003930     PERFORM 1100-READ-HIST
003940         THRU 1100-READ-HIST-EXIT.
003950 2000-SELECT-ENTRY-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990*    2100-ACCUMULATE-ENTRY - ADD THE ENTRY TO THE DAY'S POSTED   *
004000*    OR REVERSED TOTAL, THE SAME SPLIT DLR175 MAKES, AND TO      *
004010*    ITS TYPE AND REASON-CODE GROUP, ENROLLING THE GROUP ON      *
004020*    ITS FIRST ENTRY.                                            *
004030******************************************************************
004040 2100-ACCUMULATE-ENTRY.
004050     ADD 1 TO WS-ENTRIES-SELECTED.
004060     IF HIST-TYPE-REVERSAL
004070         ADD HIST-AMOUNT TO WS-REVERSED-TOTAL
004080         ADD 1 TO WS-REVERSALS-COUNT
004090     ELSE
004100         ADD HIST-AMOUNT TO WS-POSTED-TOTAL
004110         ADD 1 TO WS-POSTINGS-COUNT
004120     END-IF.
004130     PERFORM 2150-FIND-GROUP
004140         THRU 2150-FIND-GROUP-EXIT.
004150     IF WS-GROUP-NOT-FOUND
004160         IF WS-GROUP-COUNT < WS-MAX-GROUPS
004170             ADD 1 TO WS-GROUP-COUNT
004180             MOVE WS-GROUP-COUNT TO WS-TARGET-IDX
004190             MOVE HIST-POST-TYPE
004200                 TO WS-GROUP-TBL-TYPE (WS-TARGET-IDX)
004210             MOVE HIST-REASON-CODE
004220                 TO WS-GROUP-TBL-REASON (WS-TARGET-IDX)
004230         ELSE
004240             ADD 1 TO WS-ENTRIES-UNGROUPED
004250             GO TO 2100-ACCUMULATE-ENTRY-EXIT
004260         END-IF
004270     END-IF.
004280     ADD 1 TO WS-GROUP-TBL-COUNT (WS-TARGET-IDX).
004290     ADD HIST-AMOUNT TO WS-GROUP-TBL-AMOUNT (WS-TARGET-IDX).
004300 2100-ACCUMULATE-ENTRY-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340*    2150-FIND-GROUP - LOOK THE ENTRY'S TYPE AND REASON CODE     *
004350*    UP AMONG THE GROUPS ENROLLED SO FAR, LEAVING ITS SLOT IN    *
004360*    WS-TARGET-IDX.                                              *
004370******************************************************************
004380 2150-FIND-GROUP.
004390     MOVE "N" TO WS-GROUP-FOUND-SWITCH.
004400     PERFORM 2160-CHECK-ONE-GROUP
004410         THRU 2160-CHECK-ONE-GROUP-EXIT
004420         VARYING WS-GROUP-IDX FROM 1 BY 1
004430         UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
004440             OR WS-GROUP-FOUND.
004450 2150-FIND-GROUP-EXIT.
004460     EXIT.
004470*
004480 2160-CHECK-ONE-GROUP.
004490     IF WS-GROUP-TBL-TYPE (WS-GROUP-IDX) = HIST-POST-TYPE
004500         AND WS-GROUP-TBL-REASON (WS-GROUP-IDX) = HIST-REASON-CODE
004510         MOVE "Y" TO WS-GROUP-FOUND-SWITCH
004520         MOVE WS-GROUP-IDX TO WS-TARGET-IDX
004530     END-IF.
004540 2160-CHECK-ONE-GROUP-EXIT.
004550     EXIT.
004560*
004570******************************************************************
004580*    3000-PROVE-DAY - THE DAY GOES TO THE LEDGER ONLY WHEN       *
004590*    DLR175 ROLLED THE SAME POSTING DATE AND ITS POSTED AND      *
004600*    REVERSED COUNTS AND AMOUNTS AGREE WITH WHAT THIS RUN        *
004610*    SUMMARIZED, AND EVERY ENTRY FOUND A GROUP LINE.  THE        *
004620*    FIRST FAILURE FOUND IS THE REASON REPORTED.                 *
004630******************************************************************
004640 3000-PROVE-DAY.
004650     COMPUTE WS-CONTROL-TOTAL =
004660         WS-POSTED-TOTAL + WS-REVERSED-TOTAL.
004670     EVALUATE TRUE
004680         WHEN NOT WS-TB-POSTED-FOUND
004690             OR NOT WS-TB-REVERSED-FOUND
004700             MOVE "NO DLR175 TRIAL-BALANCE FIGURES FOR THE DATE"
004710                 TO WS-HOLD-REASON
004720         WHEN WS-ENTRIES-UNGROUPED > ZERO
004730             MOVE "REASON-CODE TABLE FULL - LINES MISSING"
004740                 TO WS-HOLD-REASON
004750         WHEN WS-TB-POSTED-COUNT NOT = WS-POSTINGS-COUNT
004760             OR WS-TB-POSTED-AMOUNT NOT = WS-POSTED-TOTAL
004770             MOVE "POSTED FIGURES DO NOT TIE TO DLR175"
004780                 TO WS-HOLD-REASON
004790         WHEN WS-TB-REVERSED-COUNT NOT = WS-REVERSALS-COUNT
004800             OR WS-TB-REVERSED-AMOUNT NOT = WS-REVERSED-TOTAL
004810             MOVE "REVERSED FIGURES DO NOT TIE TO DLR175"
004820                 TO WS-HOLD-REASON
004830         WHEN OTHER
004840             CONTINUE
004850     END-EVALUATE.
004860     IF WS-HOLD-REASON NOT = SPACES
004870         MOVE "N" TO WS-DAY-TIES-SWITCH
004880     END-IF.
004890 3000-PROVE-DAY-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930*    3200-DISPLAY-SUMMARY - SHOW THE RUN COUNTS AND THE          *
004940*    OUTCOME ON THE JOB LOG.                                     *
004950******************************************************************
004960 3200-DISPLAY-SUMMARY.
004970     MOVE WS-ENTRIES-READ TO RPT-COUNT.
004980     DISPLAY "DLR185 HISTORY ENTRIES READ ... " RPT-COUNT.
004990     MOVE WS-POSTINGS-COUNT TO RPT-COUNT.
005000     DISPLAY "DLR185 POSTINGS SUMMARIZED .... " RPT-COUNT.
005010     MOVE WS-REVERSALS-COUNT TO RPT-COUNT.
005020     DISPLAY "DLR185 REVERSALS SUMMARIZED ... " RPT-COUNT.
005030     MOVE WS-GL-RECORDS-WRITTEN TO RPT-COUNT.
005040     DISPLAY "DLR185 GL RECORDS WRITTEN ..... " RPT-COUNT.
005050     IF WS-DAY-HELD
005060         DISPLAY "DLR185 DAY HELD - " WS-HOLD-REASON
005070     END-IF.
005080 3200-DISPLAY-SUMMARY-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120*    4000-WRITE-INTERFACE - OPEN GLIFACE FOR A DAY THAT TIES     *
005130*    OR GLHOLD FOR ONE THAT DOES NOT, AND WRITE THE HEADER,      *
005140*    THE LEDGER LINES, THE CLEARING OFFSET, AND THE TRAILER.     *
005150*    THE CONTENT IS THE SAME EITHER WAY, SO A HELD DAY CAN BE    *
005160*    RELEASED BY HAND ONCE THE DIFFERENCE IS EXPLAINED.          *
005170******************************************************************
005180 4000-WRITE-INTERFACE.
005190     IF WS-DAY-TIES
005200         OPEN OUTPUT GL-FILE
005210     ELSE
005220         OPEN OUTPUT GL-HOLD-FILE
005230     END-IF.
005240     MOVE SPACES TO WS-GL-RECORD.
005250     SET WS-GL-REC-HEADER TO TRUE.
005260     MOVE WS-GL-SOURCE TO WS-GL-HDR-SOURCE.
005270     MOVE WS-POST-DATE TO WS-GL-HDR-POST-DATE.
005280     MOVE WS-RUN-DATE TO WS-GL-HDR-RUN-DATE.
005290     IF WS-DAY-TIES
005300         SET WS-GL-HDR-RELEASED TO TRUE
005310     ELSE
005320         SET WS-GL-HDR-HELD TO TRUE
005330     END-IF.
005340     PERFORM 4900-WRITE-GL-RECORD
005350         THRU 4900-WRITE-GL-RECORD-EXIT.
005360     PERFORM 4100-WRITE-GROUP-LINE
005370         THRU 4100-WRITE-GROUP-LINE-EXIT
005380         VARYING WS-GROUP-IDX FROM 1 BY 1
005390         UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
005400     PERFORM 4200-WRITE-OFFSET-LINE
005410         THRU 4200-WRITE-OFFSET-LINE-EXIT.
005420     MOVE SPACES TO WS-GL-RECORD.
005430     SET WS-GL-REC-TRAILER TO TRUE.
005440     COMPUTE WS-GL-TRL-RECORD-COUNT = WS-GL-RECORDS-WRITTEN + 1.
005450     MOVE WS-DEBIT-TOTAL TO WS-GL-TRL-DEBIT-TOTAL.
005460     MOVE WS-CREDIT-TOTAL TO WS-GL-TRL-CREDIT-TOTAL.
005470     MOVE WS-CONTROL-TOTAL TO WS-GL-TRL-CONTROL-TOTAL.
005480     PERFORM 4900-WRITE-GL-RECORD
005490         THRU 4900-WRITE-GL-RECORD-EXIT.
005500     IF WS-DAY-TIES
005510         CLOSE GL-FILE
005520     ELSE
005530         CLOSE GL-HOLD-FILE
005540     END-IF.
005550 4000-WRITE-INTERFACE-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590*    4100-WRITE-GROUP-LINE - ONE CUSTOMER-LEDGER LINE FOR ONE    *
005600*    TYPE AND REASON CODE.  A NET INCREASE IN CUSTOMER           *
005610*    BALANCES (THE NORMAL POSTING) IS A CREDIT TO THE LEDGER     *
005620*    CONTROL ACCOUNT; A NET DECREASE (THE NORMAL REVERSAL) IS A  *
005630*    DEBIT.  THE LINE IS ALSO LISTED ON THE REPORT.              *
005640******************************************************************
005650 4100-WRITE-GROUP-LINE.
005660     MOVE SPACES TO WS-GL-RECORD.
005670     SET WS-GL-REC-DETAIL TO TRUE.
005680     MOVE WS-GL-LEDGER-ACCOUNT TO WS-GL-DTL-ACCOUNT.
005690     MOVE WS-GROUP-TBL-TYPE (WS-GROUP-IDX) TO WS-GL-DTL-POST-TYPE.
005700     MOVE WS-GROUP-TBL-REASON (WS-GROUP-IDX)
005710         TO WS-GL-DTL-REASON-CODE.
005720     MOVE WS-GROUP-TBL-COUNT (WS-GROUP-IDX)
005730         TO WS-GL-DTL-ENTRY-COUNT.
005740     MOVE WS-GROUP-TBL-AMOUNT (WS-GROUP-IDX) TO WS-LINE-AMOUNT.
005750     IF WS-GROUP-TBL-TYPE (WS-GROUP-IDX) = "R"
005760         MOVE "DLR REVERSALS" TO WS-GL-DTL-DESCRIPTION
005770     ELSE
005780         MOVE "DLR POSTINGS" TO WS-GL-DTL-DESCRIPTION
005790     END-IF.
005800     IF WS-LINE-AMOUNT < ZERO
005810         SET WS-GL-DTL-DEBIT TO TRUE
005820         COMPUTE WS-GL-DTL-AMOUNT = ZERO - WS-LINE-AMOUNT
005830         ADD WS-GL-DTL-AMOUNT TO WS-DEBIT-TOTAL
005840     ELSE
005850         SET WS-GL-DTL-CREDIT TO TRUE
005860         MOVE WS-LINE-AMOUNT TO WS-GL-DTL-AMOUNT
005870         ADD WS-GL-DTL-AMOUNT TO WS-CREDIT-TOTAL
005880     END-IF.
005890     PERFORM 4900-WRITE-GL-RECORD
005900         THRU 4900-WRITE-GL-RECORD-EXIT.
005910     PERFORM 4800-REPORT-GL-LINE
005920         THRU 4800-REPORT-GL-LINE-EXIT.
005930 4100-WRITE-GROUP-LINE-EXIT.
005940     EXIT.
005950*
005960******************************************************************
005970*    4200-WRITE-OFFSET-LINE - THE CLEARING ACCOUNT TAKES THE     *
005980*    OTHER SIDE OF THE DAY'S NET MOVEMENT SO THE FILE'S DEBITS   *
005990*    AND CREDITS AGREE.  A DAY THAT NETS TO ZERO NEEDS NO        *
006000*    OFFSET LINE.                                                *
006010******************************************************************
006020 4200-WRITE-OFFSET-LINE.
006030     IF WS-CONTROL-TOTAL = ZERO
006040         GO TO 4200-WRITE-OFFSET-LINE-EXIT
006050     END-IF.
006060     MOVE SPACES TO WS-GL-RECORD.
006070     SET WS-GL-REC-DETAIL TO TRUE.
006080     MOVE WS-GL-CLEARING-ACCOUNT TO WS-GL-DTL-ACCOUNT.
006090     MOVE SPACE TO WS-GL-DTL-POST-TYPE.
006100     MOVE SPACES TO WS-GL-DTL-REASON-CODE.
006110     MOVE WS-ENTRIES-SELECTED TO WS-GL-DTL-ENTRY-COUNT.
006120     MOVE "DLR DAILY NET MOVEMENT" TO WS-GL-DTL-DESCRIPTION.
006130     IF WS-CONTROL-TOTAL > ZERO
006140         SET WS-GL-DTL-DEBIT TO TRUE
006150         MOVE WS-CONTROL-TOTAL TO WS-GL-DTL-AMOUNT
006160         ADD WS-GL-DTL-AMOUNT TO WS-DEBIT-TOTAL
006170     ELSE
006180         SET WS-GL-DTL-CREDIT TO TRUE
006190         COMPUTE WS-GL-DTL-AMOUNT = ZERO - WS-CONTROL-TOTAL
006200         ADD WS-GL-DTL-AMOUNT TO WS-CREDIT-TOTAL
006210     END-IF.
006220     PERFORM 4900-WRITE-GL-RECORD
006230         THRU 4900-WRITE-GL-RECORD-EXIT.
006240     PERFORM 4800-REPORT-GL-LINE
006250         THRU 4800-REPORT-GL-LINE-EXIT.
006260 4200-WRITE-OFFSET-LINE-EXIT.
006270     EXIT.
006280*
006290******************************************************************
006300*    4800-REPORT-GL-LINE - LIST THE DETAIL LINE JUST BUILT:      *
006310*    ACCOUNT, DEBIT OR CREDIT, TYPE AND REASON CODE, ENTRY       *
006320*    COUNT, AND AMOUNT.                                          *
006330******************************************************************
006340 4800-REPORT-GL-LINE.
006350     IF WS-GL-DTL-DEBIT
006360         MOVE "DEBIT " TO RPT-DR-CR-WORD
006370     ELSE
006380         MOVE "CREDIT" TO RPT-DR-CR-WORD
006390     END-IF.
006400     MOVE WS-GL-DTL-ENTRY-COUNT TO RPT-COUNT.
006410     MOVE WS-GL-DTL-AMOUNT TO RPT-TOTAL.
006420     MOVE SPACES TO GL-RPT-LINE.
006430     STRING "  " DELIMITED BY SIZE
006440            WS-GL-DTL-ACCOUNT DELIMITED BY SIZE
006450            "  " DELIMITED BY SIZE
006460            RPT-DR-CR-WORD DELIMITED BY SIZE
006470            "  " DELIMITED BY SIZE
006480            WS-GL-DTL-POST-TYPE DELIMITED BY SIZE
006490            " " DELIMITED BY SIZE
006500            WS-GL-DTL-REASON-CODE DELIMITED BY SIZE
006510            "  ENTRIES " DELIMITED BY SIZE
006520            RPT-COUNT DELIMITED BY SIZE
006530            "  " DELIMITED BY SIZE
006540            RPT-TOTAL DELIMITED BY SIZE
006550            INTO GL-RPT-LINE
006560     END-STRING.
006570     WRITE GL-RPT-LINE.
006580 4800-REPORT-GL-LINE-EXIT.
006590     EXIT.
006600*
006610******************************************************************
006620*    4900-WRITE-GL-RECORD - WRITE THE RECORD BUILT IN            *
006630*    WS-GL-RECORD TO WHICHEVER FILE THE PROOF CHOSE.             *
006640******************************************************************
006650 4900-WRITE-GL-RECORD.
006660     IF WS-DAY-TIES
006670         WRITE GL-RECORD FROM WS-GL-RECORD
006680     ELSE
006690         WRITE GL-HOLD-RECORD FROM WS-GL-RECORD
006700     END-IF.
006710     ADD 1 TO WS-GL-RECORDS-WRITTEN.
006720 4900-WRITE-GL-RECORD-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760*    5000-WRITE-PROOF - THE REPORT'S CLOSING SECTION: THE        *
006770*    FILE'S DEBIT, CREDIT, AND CONTROL TOTALS, THE DLR175        *
006780*    FIGURES THEY WERE PROVED AGAINST, AND WHETHER THE DAY       *
006790*    WENT TO THE LEDGER OR WAS HELD, AND WHY.                    *
006800******************************************************************
006810 5000-WRITE-PROOF.
006820     MOVE SPACES TO GL-RPT-LINE.
006830     WRITE GL-RPT-LINE.
006840     MOVE WS-DEBIT-TOTAL TO RPT-TOTAL.
006850     MOVE SPACES TO GL-RPT-LINE.
006860     STRING "  TOTAL DEBITS ............ " DELIMITED BY SIZE
006870            RPT-TOTAL DELIMITED BY SIZE
006880            INTO GL-RPT-LINE
006890     END-STRING.
006900     WRITE GL-RPT-LINE.
006910     MOVE WS-CREDIT-TOTAL TO RPT-TOTAL.
006920     MOVE SPACES TO GL-RPT-LINE.
006930     STRING "  TOTAL CREDITS ........... " DELIMITED BY SIZE
006940            RPT-TOTAL DELIMITED BY SIZE
006950            INTO GL-RPT-LINE
006960     END-STRING.
006970     WRITE GL-RPT-LINE.
006980     MOVE WS-CONTROL-TOTAL TO RPT-TOTAL.
006990     MOVE SPACES TO GL-RPT-LINE.
007000     STRING "  CONTROL TOTAL (NET) ..... " DELIMITED BY SIZE
007010            RPT-TOTAL DELIMITED BY SIZE
007020            INTO GL-RPT-LINE
007030     END-STRING.
007040     WRITE GL-RPT-LINE.
007050     MOVE SPACES TO GL-RPT-LINE.
007060     WRITE GL-RPT-LINE.
007070     MOVE WS-POSTINGS-COUNT TO RPT-COUNT.
007080     MOVE WS-POSTED-TOTAL TO RPT-TOTAL.
007090     MOVE SPACES TO GL-RPT-LINE.
007100     STRING "  POSTED   - HISTORY " DELIMITED BY SIZE
007110            RPT-COUNT DELIMITED BY SIZE
007120            "  " DELIMITED BY SIZE
007130            RPT-TOTAL DELIMITED BY SIZE
007140            INTO GL-RPT-LINE
007150     END-STRING.
007160     WRITE GL-RPT-LINE.
007170     MOVE WS-TB-POSTED-COUNT TO RPT-BIG-COUNT.
007180     MOVE WS-TB-POSTED-AMOUNT TO RPT-TOTAL.
007190     MOVE SPACES TO GL-RPT-LINE.
007200     STRING "             DLR175 " DELIMITED BY SIZE
007210            RPT-BIG-COUNT (3:7) DELIMITED BY SIZE
007220            "  " DELIMITED BY SIZE
007230            RPT-TOTAL DELIMITED BY SIZE
007240            INTO GL-RPT-LINE
007250     END-STRING.
007260     WRITE GL-RPT-LINE.
007270     MOVE WS-REVERSALS-COUNT TO RPT-COUNT.
007280     MOVE WS-REVERSED-TOTAL TO RPT-TOTAL.
007290     MOVE SPACES TO GL-RPT-LINE.
007300     STRING "  REVERSED - HISTORY " DELIMITED BY SIZE
007310            RPT-COUNT DELIMITED BY SIZE
007320            "  " DELIMITED BY SIZE
007330            RPT-TOTAL DELIMITED BY SIZE
007340            INTO GL-RPT-LINE
007350     END-STRING.
007360     WRITE GL-RPT-LINE.
007370     MOVE WS-TB-REVERSED-COUNT TO RPT-BIG-COUNT.
007380     MOVE WS-TB-REVERSED-AMOUNT TO RPT-TOTAL.
007390     MOVE SPACES TO GL-RPT-LINE.
007400     STRING "             DLR175 " DELIMITED BY SIZE
007410            RPT-BIG-COUNT (3:7) DELIMITED BY SIZE
007420            "  " DELIMITED BY SIZE
007430            RPT-TOTAL DELIMITED BY SIZE
007440            INTO GL-RPT-LINE
007450     END-STRING.
007460     WRITE GL-RPT-LINE.
007470     MOVE SPACES TO GL-RPT-LINE.
007480     WRITE GL-RPT-LINE.
007490     MOVE SPACES TO GL-RPT-LINE.
007500     IF WS-DAY-TIES
007510         STRING "DAY TIES TO DLR175 - WRITTEN TO GLIFACE FOR THE"
007520                " LEDGER" DELIMITED BY SIZE
007530                INTO GL-RPT-LINE
007540         END-STRING
007550         WRITE GL-RPT-LINE
007560     ELSE
007570         STRING "DAY HELD ON GLHOLD - NOT SENT TO THE LEDGER"
007580                DELIMITED BY SIZE
007590                INTO GL-RPT-LINE
007600         END-STRING
007610         WRITE GL-RPT-LINE
007620         MOVE SPACES TO GL-RPT-LINE
007630         STRING "  REASON: " DELIMITED BY SIZE
007640                WS-HOLD-REASON DELIMITED BY SIZE
007650                INTO GL-RPT-LINE
007660         END-STRING
007670         WRITE GL-RPT-LINE
007680     END-IF.
007690 5000-WRITE-PROOF-EXIT.
007700     EXIT.
007710*
007720******************************************************************
007730*    9999-TERMINATE - FINISH THE REPORT, SHOW THE RUN SUMMARY,   *
007740*    CLOSE THE FILES, AND RETURN CONTROL.  A HELD DAY ENDS       *
007750*    RC 8 SO THE TRANSMISSION STEP DOES NOT RUN.                 *
007760******************************************************************
007770 9999-TERMINATE.
007780     PERFORM 5000-WRITE-PROOF
007790         THRU 5000-WRITE-PROOF-EXIT.
007800     PERFORM 3200-DISPLAY-SUMMARY
007810         THRU 3200-DISPLAY-SUMMARY-EXIT.
007820     IF WS-DAY-HELD
007830         MOVE 8 TO RETURN-CODE
007840     END-IF.
007850     CLOSE TRAN-HIST-FILE.
007860     CLOSE GL-RPT-FILE.
007870 9999-TERMINATE-EXIT.
007880     EXIT.
