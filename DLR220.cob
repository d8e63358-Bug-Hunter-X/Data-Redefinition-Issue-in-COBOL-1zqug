000010******************************************************************
000020*                                                                *
000030*    DLR220.COB                                                  *
000040*                                                                *
000050*    PERIODIC FEE AND INTEREST ACCRUAL.                          *
000060*                                                                *
000070*    WORKS OUT THE MONTH'S SERVICE FEES AND INTEREST FOR EVERY   *
000080*    ACCOUNT ON THE BALMST BALANCE MASTER AND WRITES THEM AS A   *
000090*    SYSTEM-GENERATED BATCH OF "D" DETAIL RECORDS CLOSED BY ITS  *
000100*    OWN "S" SUMMARY, IN THE WS-AREA-3 TYPEDFL SHAPE (SEE        *
000110*    RECLAYT), ON THE ACCRFL DATASET.  ACCRFL IS CONCATENATED    *
000120*    BEHIND THE DAY'S TYPEDFL SO THE BATCH BALANCES AND POSTS    *
000130*    THROUGH DLR140 LIKE ANY CAPTURE-SITE BATCH - THE ACCOUNT    *
000140*    CHECK, DUPLICATE CHECK, AND DISPOSITION RECORD ALL APPLY.   *
000150*                                                                *
000160*    THE CHARGES FOR AN ACCOUNT COME FROM THE RATETBL ROW FOR    *
000170*    ITS ACCTIDX STATUS CODE:                                    *
000180*                                                                *
000190*      - THE FLAT MONTHLY FEE, MARKED REASON "FEE "; AND         *
000200*      - INTEREST AT ONE-TWELFTH OF THE ANNUAL PERCENTAGE RATE   *
000210*        ON A BALANCE ABOVE ZERO, ROUNDED TO THE CENT, MARKED    *
000220*        REASON "INT ".                                          *
000230*                                                                *
000240*    A ZERO FEE OR RATE CHARGES NOTHING.  AN ACCOUNT WHOSE       *
000250*    STATUS HAS NO ROW, A "DL" ACCOUNT, AND ONE NOT ON ACCTIDX   *
000260*    ARE NOT CHARGED.  EVERY CHARGE CARRIES THE LAST DAY OF THE  *
000270*    PERIOD AS ITS TRANSACTION DATE AND THE RESERVED SYSTEM      *
000280*    BATCH NUMBER 99990, WHICH NO CAPTURE SITE MAY USE.  EVERY   *
000290*    CHARGE IS LISTED ON ACCRRPT WITH THE BALANCE IT WAS WORKED  *
000300*    ON.  RUN AFTER THE DLR175 ROLL OF THE PERIOD'S LAST DAY.    *
000310*                                                                *
000320*    RATETBL CARRIES ONE ROW PER STATUS CODE:                    *
000330*                                                                *
000340*      COLS  1-2   STATUS CODE                                   *
000350*      COLS  4-10  MONTHLY FEE, 9(05)V99                         *
000360*      COLS 12-17  ANNUAL INTEREST RATE IN PERCENT, 9(02)V9(04)  *
000370*                                                                *
000380*    THE PARM CARD NAMES THE PERIOD AS "PERIOD  YYYYMM"; THE     *
000390*    PERIOD MUST HAVE ENDED BY THE RUN DATE.  AN ABSENT OR       *
000400*    MALFORMED CARD, A BAD RATE ROW, OR A PERIOD ALREADY ON THE  *
000410*    ACCRHIST DATASET DOES NOTHING AND ENDS RC 8 - A MONTH MUST  *
000420*    NEVER BE CHARGED TWICE.  A COMPLETED RUN APPENDS THE        *
000430*    PERIOD TO ACCRHIST WITH ITS CHARGE COUNT AND TOTAL; TO      *
000440*    RE-CREATE A LOST ACCRFL THAT NEVER POSTED, THAT RECORD      *
000450*    MUST FIRST BE REMOVED BY HAND.                              *
000460*                                                                *
000470*    MODIFICATION HISTORY                                       *
000480*    ----------------------                                     *
000490*    2026-10-15  JPL  ORIGINAL.                                 *
000500*    2026-10-15  JPL  THE RECORDS WRITTEN TO ACCRFL AND THE     *
000510*                     BATCH TOTAL ARE NOW ALSO LEFT ON THE      *
000520*                     SHARED CTLFIGS DATASET (SEE CTLFIG) UNDER *
000530*                     THE RUN DATE FOR THE DLR225 PROOF-OF-FLOW *
000540*                     REPORT.                                   *
000550*                                                                *
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.    DLR220.
000590 AUTHOR.        J P LANGE.
000600 INSTALLATION.  DATA PROCESSING.
000610 DATE-WRITTEN.  2026-10-15.
000620 DATE-COMPILED.
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT BAL-MASTER-FILE ASSIGN TO "BALMST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS BAL-ACCOUNT-ID
000710         FILE STATUS IS WS-BAL-STATUS.
000720*
000730     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTIDX"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS IDX-ACCOUNT-ID
000770         FILE STATUS IS WS-ACCT-STATUS.
000780*
000790     SELECT OPTIONAL RATE-FILE ASSIGN TO "RATETBL"
000800         ORGANIZATION LINE SEQUENTIAL.
000810*
000820     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000830         ORGANIZATION LINE SEQUENTIAL.
000840*
000850     SELECT OPTIONAL ACCR-HIST-FILE ASSIGN TO "ACCRHIST"
000860         ORGANIZATION SEQUENTIAL.
000870*
000880     SELECT ACCR-FILE ASSIGN TO "ACCRFL"
000890         ORGANIZATION SEQUENTIAL.
000900*
000910     SELECT ACCR-RPT-FILE ASSIGN TO "ACCRRPT"
000920         ORGANIZATION LINE SEQUENTIAL.
000930*
000940     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
000950         ORGANIZATION SEQUENTIAL.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  BAL-MASTER-FILE
001000     RECORD CONTAINS 40 CHARACTERS.
001010 01  BAL-RECORD.
001020     05  BAL-ACCOUNT-ID                  PIC 9(05).
001030     05  BAL-BALANCE                     PIC S9(11)V99.
001040     05  BAL-LAST-ROLL-DATE              PIC 9(08).
001050     05  FILLER                          PIC X(14).
001060*
001070 FD  ACCT-MASTER-FILE
001080     RECORD CONTAINS 100 CHARACTERS.
001090 01  IDX-RECORD.
001100     05  IDX-ACCOUNT-ID                  PIC 9(05).
001110     05  IDX-ACCOUNT-TEXT                PIC X(95).
001120*
001130******************************************************************
001140*    RATE-RECORD - ONE ROW OF THE FEE AND RATE TABLE.  THE       *
001150*    AMOUNTS ARE KEYED AS DIGITS WITH IMPLIED DECIMALS AND ARE   *
001160*    PROVED NUMERIC THROUGH THEIR TEXT VIEWS BEFORE USE.         *
001170******************************************************************
001180 FD  RATE-FILE.
001190 01  RATE-RECORD.
001200     05  RATE-STATUS-CODE                PIC X(02).
001210     05  FILLER                          PIC X(01).
001220     05  RATE-FEE-X                      PIC X(07).
001230     05  RATE-FEE REDEFINES RATE-FEE-X   PIC 9(05)V99.
001240     05  FILLER                          PIC X(01).
001250     05  RATE-PCT-X                      PIC X(06).
001260     05  RATE-PCT REDEFINES RATE-PCT-X   PIC 9(02)V9(04).
001270     05  FILLER                          PIC X(63).
001280*
001290 FD  PARM-FILE.
001300 01  PARM-RECORD                         PIC X(80).
001310*
001320******************************************************************
001330*    ACH-RECORD - ONE COMPLETED ACCRUAL: THE PERIOD, THE DATE    *
001340*    IT RAN, AND THE BATCH IT PRODUCED.  READ AT START TO REFUSE *
001350*    A PERIOD ALREADY CHARGED; APPENDED AT CLEAN END.            *
001360******************************************************************
001370 FD  ACCR-HIST-FILE
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  ACH-RECORD.
001400     05  ACH-PERIOD                      PIC 9(06).
001410     05  ACH-RUN-DATE                    PIC 9(08).
001420     05  ACH-BATCH-NO                    PIC 9(05).
001430     05  ACH-CHARGE-COUNT                PIC 9(07).
001440     05  ACH-CHARGE-TOTAL                PIC 9(11)V99.
001450     05  FILLER                          PIC X(41).
001460*
001470 FD  ACCR-FILE
001480     RECORD CONTAINS 100 CHARACTERS.
001490 01  ACCR-RECORD                         PIC X(100).
001500*
001510 FD  ACCR-RPT-FILE.
001520 01  ACCR-RPT-LINE                       PIC X(80).
001530*
001540 FD  CTL-FIGURE-FILE
001550     RECORD CONTAINS 80 CHARACTERS.
001560     COPY CTLFIG.
001570*
001580 WORKING-STORAGE SECTION.
001590     COPY RECLAYT.
001600*
001610 01  DLR220-SWITCHES.
001620     05  WS-BAL-EOF-SWITCH           PIC X(01) VALUE "N".
001630         88  WS-BAL-EOF-YES               VALUE "Y".
001640         88  WS-BAL-EOF-NO                VALUE "N".
001650     05  WS-PARM-OK-SWITCH           PIC X(01) VALUE "N".
001660         88  WS-PARM-OK                   VALUE "Y".
001670         88  WS-PARM-BAD                  VALUE "N".
001680     05  WS-RATE-EOF-SWITCH          PIC X(01) VALUE "N".
001690         88  WS-RATE-EOF-YES              VALUE "Y".
001700         88  WS-RATE-EOF-NO               VALUE "N".
001710     05  WS-ACH-EOF-SWITCH           PIC X(01) VALUE "N".
001720         88  WS-ACH-EOF-YES               VALUE "Y".
001730         88  WS-ACH-EOF-NO                VALUE "N".
001740     05  WS-ACCRUED-SWITCH           PIC X(01) VALUE "N".
001750         88  WS-PERIOD-ACCRUED            VALUE "Y".
001760         88  WS-PERIOD-NOT-ACCRUED        VALUE "N".
001770     05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
001780         88  WS-RATE-FOUND                VALUE "Y".
001790         88  WS-RATE-NOT-FOUND            VALUE "N".
001800*
001810******************************************************************
001820*    CONSTANTS - THE BATCH NUMBER RESERVED FOR SYSTEM-GENERATED  *
001830*    BATCHES (ALSO USED AS THE SUMMARY ID), THE TWO REASON       *
001840*    CODES, AND THE SIZE OF THE RATE TABLE.                      *
001850******************************************************************
001860 01  DLR220-CONSTANTS.
001870     05  WS-SYSTEM-BATCH-NO          PIC 9(05) VALUE 99990.
001880     05  WS-FEE-REASON               PIC X(04) VALUE "FEE ".
001890     05  WS-INTEREST-REASON          PIC X(04) VALUE "INT ".
001900     05  WS-MAX-RATES                PIC 9(02) COMP VALUE 10.
001910*
001920 01  DLR220-STATUS-FIELDS.
001930     05  WS-BAL-STATUS               PIC X(02) VALUE SPACES.
001940         88  WS-BAL-GOOD                  VALUE "00".
001950     05  WS-ACCT-STATUS              PIC X(02) VALUE SPACES.
001960         88  WS-ACCT-GOOD                 VALUE "00".
001970*
001980 01  DLR220-COUNTERS.
001990     05  WS-BALANCES-READ            PIC 9(07) COMP VALUE ZERO.
002000     05  WS-FEES-CHARGED             PIC 9(07) COMP VALUE ZERO.
002010     05  WS-INTEREST-CHARGED         PIC 9(07) COMP VALUE ZERO.
002020     05  WS-NO-RATE-ROW              PIC 9(07) COMP VALUE ZERO.
002030     05  WS-NOT-ON-MASTER            PIC 9(07) COMP VALUE ZERO.
002040     05  WS-DELETED-SKIPPED          PIC 9(07) COMP VALUE ZERO.
002050     05  WS-CHARGES-REFUSED          PIC 9(07) COMP VALUE ZERO.
002060*
002070 01  DLR220-WORK-FIELDS.
002080     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002090     05  WS-PERIOD                   PIC 9(06) VALUE ZERO.
002100     05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
002110         10  WS-PERIOD-YYYY          PIC 9(04).
002120         10  WS-PERIOD-MM            PIC 9(02).
002130     05  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
002140     05  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
002150         10  WS-PERIOD-END-YYYY      PIC 9(04).
002160         10  WS-PERIOD-END-MM        PIC 9(02).
002170         10  WS-PERIOD-END-DD        PIC 9(02).
002180     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
002190     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
002200     05  WS-PRIOR-RUN-DATE           PIC 9(08) VALUE ZERO.
002210     05  WS-ACCOUNT-STATUS           PIC X(02) VALUE SPACES.
002220     05  WS-CHARGE-AMOUNT            PIC 9(09)V99 VALUE ZERO.
002230     05  WS-CHARGE-REASON            PIC X(04) VALUE SPACES.
002240     05  WS-FEE-TOTAL                PIC 9(11)V99 VALUE ZERO.
002250     05  WS-INTEREST-TOTAL           PIC 9(11)V99 VALUE ZERO.
002260     05  WS-BATCH-COUNT              PIC 9(07) VALUE ZERO.
002270     05  WS-BATCH-TOTAL              PIC 9(11)V99 VALUE ZERO.
002280*
002290 01  DLR220-MONTH-TABLE.
002300     05  FILLER                      PIC X(24)
002310                 VALUE "312831303130313130313031".
002320 01  DLR220-MONTH-LENGTHS REDEFINES DLR220-MONTH-TABLE.
002330     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
002340*
002350******************************************************************
002360*    RATE TABLE - THE RATETBL ROWS, ONE PER STATUS CODE, LOADED  *
002370*    ONCE AT START.  TEN ROWS IS TWICE THE PUBLISHED STATUS      *
002380*    CODES.                                                      *
002390******************************************************************
002400 01  DLR220-RATE-TABLE.
002410     05  WS-RATE-COUNT               PIC 9(02) COMP VALUE ZERO.
002420     05  WS-RATE-IDX                 PIC 9(02) COMP VALUE ZERO.
002430     05  WS-TARGET-RATE              PIC 9(02) COMP VALUE ZERO.
002440     05  WS-RATE-ENTRY OCCURS 10 TIMES.
002450         10  WS-RATE-TBL-STATUS      PIC X(02).
002460         10  WS-RATE-TBL-FEE         PIC 9(05)V99.
002470         10  WS-RATE-TBL-PCT         PIC 9(02)V9(04).
002480*
002490 01  DLR220-REPORT-FIELDS.
002500     05  RPT-COUNT                   PIC ZZZZZZ9.
002510     05  RPT-ACCOUNT-ID              PIC 9(05).
002520     05  RPT-DATE                    PIC 9(08).
002530     05  RPT-AMOUNT                  PIC ZZZZZZZZ9.99.
002540     05  RPT-BALANCE                 PIC ZZZZZZZZZZ9.99-.
002550     05  RPT-TOTAL                   PIC ZZZZZZZZZZ9.99.
002560     05  RPT-FEE                     PIC ZZZZ9.99.
002570     05  RPT-PCT                     PIC Z9.9999.
002580*
002590 PROCEDURE DIVISION.
002600*
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE
002630         THRU 1000-INITIALIZE-EXIT.
002640     IF WS-PARM-BAD
002650         DISPLAY "DLR220 NOTHING ACCRUED"
002660         MOVE 8 TO RETURN-CODE
002670         GOBACK
002680     END-IF.
002690     PERFORM 2000-ACCRUE-ACCOUNT
002700         THRU 2000-ACCRUE-ACCOUNT-EXIT
002710         UNTIL WS-BAL-EOF-YES.
002720     PERFORM 9999-TERMINATE
002730         THRU 9999-TERMINATE-EXIT.
002740     GOBACK.
002750 0000-MAINLINE-EXIT.
002760     EXIT.
002770*
002780******************************************************************
002790*    1000-INITIALIZE - READ THE PERIOD OFF THE PARM CARD, REFUSE *
002800*    A PERIOD ALREADY ACCRUED, LOAD THE RATE TABLE, AND OPEN THE *
002810*    BALANCE AND ACCOUNT MASTERS.  ANY FAILURE REFUSES THE RUN   *
002820*    BEFORE THE OUTPUT BATCH IS OPENED.  THEN HEAD THE REPORT    *
002830*    AND PRIME THE FIRST BALANCE READ.                           *
002840******************************************************************
002850 1000-INITIALIZE.
002860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002870     PERFORM 1050-READ-PARM
002880         THRU 1050-READ-PARM-EXIT.
002890     IF WS-PARM-BAD
002900         GO TO 1000-INITIALIZE-EXIT
002910     END-IF.
002920     PERFORM 1100-CHECK-PRIOR-RUN
002930         THRU 1100-CHECK-PRIOR-RUN-EXIT.
002940     IF WS-PARM-BAD
002950         GO TO 1000-INITIALIZE-EXIT
002960     END-IF.
002970     PERFORM 1200-LOAD-RATES
002980         THRU 1200-LOAD-RATES-EXIT.
002990     IF WS-PARM-BAD
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF.
003020     OPEN INPUT BAL-MASTER-FILE.
003030     IF NOT WS-BAL-GOOD
003040         DISPLAY "DLR220 CANNOT OPEN BALANCE MASTER - STATUS "
003050             WS-BAL-STATUS " - RUN REFUSED"
003060         MOVE "N" TO WS-PARM-OK-SWITCH
003070         GO TO 1000-INITIALIZE-EXIT
003080     END-IF.
003090     OPEN INPUT ACCT-MASTER-FILE.
003100     IF NOT WS-ACCT-GOOD
003110         DISPLAY "DLR220 CANNOT OPEN ACCOUNT MASTER - STATUS "
003120             WS-ACCT-STATUS " - RUN REFUSED"
003130         CLOSE BAL-MASTER-FILE
003140         MOVE "N" TO WS-PARM-OK-SWITCH
003150         GO TO 1000-INITIALIZE-EXIT
003160     END-IF.
003170     OPEN OUTPUT ACCR-FILE.
003180     OPEN OUTPUT ACCR-RPT-FILE.
003190     PERFORM 1300-WRITE-HEADING
003200         THRU 1300-WRITE-HEADING-EXIT.
003210     PERFORM 1400-READ-BALANCE
003220         THRU 1400-READ-BALANCE-EXIT.
003230 1000-INITIALIZE-EXIT.
003240     EXIT.
003250*
003260******************************************************************
003270*    1050-READ-PARM - ONLY AN EXPLICIT "PERIOD YYYYMM" CARD FOR  *
003280*    A REAL MONTH THAT HAS ENDED BY TODAY ARMS THE RUN.  THE     *
003290*    PERIOD'S LAST DAY BECOMES THE CHARGES' TRANSACTION DATE.    *
003300******************************************************************
003310 1050-READ-PARM.
003320     OPEN INPUT PARM-FILE.
003330     READ PARM-FILE
003340         AT END
003350             MOVE SPACES TO PARM-RECORD
003360     END-READ.
003370     CLOSE PARM-FILE.
003380     IF PARM-RECORD (1:8) NOT = "PERIOD  "
003390         OR PARM-RECORD (9:6) NOT NUMERIC
003400         DISPLAY "DLR220 NO USABLE PERIOD CARD: "
003410             PARM-RECORD (1:30)
003420         GO TO 1050-READ-PARM-EXIT
003430     END-IF.
003440     MOVE PARM-RECORD (9:6) TO WS-PERIOD.
003450     IF WS-PERIOD-MM < 1
003460         OR WS-PERIOD-MM > 12
003470         DISPLAY "DLR220 PERIOD MONTH NOT VALID: "
003480             PARM-RECORD (1:30)
003490         GO TO 1050-READ-PARM-EXIT
003500     END-IF.
003510     MOVE WS-PERIOD-YYYY TO WS-PERIOD-END-YYYY.
003520     MOVE WS-PERIOD-MM TO WS-PERIOD-END-MM.
003530     MOVE WS-MONTH-DAYS (WS-PERIOD-MM) TO WS-PERIOD-END-DD.
003540     IF WS-PERIOD-MM = 2
003550         PERFORM 1085-CHECK-LEAP-YEAR
003560             THRU 1085-CHECK-LEAP-YEAR-EXIT
003570     END-IF.
003580     IF WS-PERIOD-END-DATE > WS-RUN-DATE
003590         DISPLAY "DLR220 PERIOD " WS-PERIOD
003600             " HAS NOT ENDED - RUN REFUSED"
003610         GO TO 1050-READ-PARM-EXIT
003620     END-IF.
003630     MOVE "Y" TO WS-PARM-OK-SWITCH.
003640 1050-READ-PARM-EXIT.
003650     EXIT.
003660*
003670 1085-CHECK-LEAP-YEAR.
003680     DIVIDE WS-PERIOD-END-YYYY BY 4
003690         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003700     IF WS-LEAP-REMAINDER NOT = ZERO
003710         GO TO 1085-CHECK-LEAP-YEAR-EXIT
003720     END-IF.
003730     DIVIDE WS-PERIOD-END-YYYY BY 100
003740         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003750     IF WS-LEAP-REMAINDER NOT = ZERO
003760         MOVE 29 TO WS-PERIOD-END-DD
003770         GO TO 1085-CHECK-LEAP-YEAR-EXIT
003780     END-IF.
003790     DIVIDE WS-PERIOD-END-YYYY BY 400
003800         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003810     IF WS-LEAP-REMAINDER = ZERO
003820         MOVE 29 TO WS-PERIOD-END-DD
003830     END-IF.
003840 1085-CHECK-LEAP-YEAR-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880*    1100-CHECK-PRIOR-RUN - READ THE ACCRUAL HISTORY THROUGH.    *
003890*    A RECORD FOR THIS PERIOD MEANS ITS CHARGES WERE ALREADY     *
003900*    PRODUCED, AND THE RUN IS REFUSED.                           *
003910******************************************************************
003920 1100-CHECK-PRIOR-RUN.
003930     OPEN INPUT ACCR-HIST-FILE.
003940     PERFORM 1150-READ-PRIOR-RUN
003950         THRU 1150-READ-PRIOR-RUN-EXIT
003960         UNTIL WS-ACH-EOF-YES.
003970     CLOSE ACCR-HIST-FILE.
003980     IF WS-PERIOD-ACCRUED
003990         DISPLAY "DLR220 PERIOD " WS-PERIOD " ALREADY ACCRUED ON "
004000             WS-PRIOR-RUN-DATE " - RUN REFUSED"
004010         MOVE "N" TO WS-PARM-OK-SWITCH
004020     END-IF.
004030 1100-CHECK-PRIOR-RUN-EXIT.
004040     EXIT.
004050*
004060 1150-READ-PRIOR-RUN.
004070     READ ACCR-HIST-FILE
004080         AT END
004090             MOVE "Y" TO WS-ACH-EOF-SWITCH
004100             GO TO 1150-READ-PRIOR-RUN-EXIT
004110     END-READ.
004120     IF ACH-PERIOD = WS-PERIOD
004130         MOVE "Y" TO WS-ACCRUED-SWITCH
004140         MOVE ACH-RUN-DATE TO WS-PRIOR-RUN-DATE
004150     END-IF.
004160 1150-READ-PRIOR-RUN-EXIT.
004170     EXIT.
004180*
004190******************************************************************
004200*    1200-LOAD-RATES - LOAD EVERY RATETBL ROW.  A BLANK ROW IS   *
004210*    SKIPPED; A ROW WITH NON-NUMERIC AMOUNTS, A STATUS CODE      *
004220*    ALREADY LOADED, OR ONE ROW TOO MANY REFUSES THE RUN, AS     *
004230*    DOES A TABLE WITH NO ROWS AT ALL.                           *
004240******************************************************************
004250 1200-LOAD-RATES.
004260     OPEN INPUT RATE-FILE.
004270     PERFORM 1250-LOAD-ONE-RATE
004280         THRU 1250-LOAD-ONE-RATE-EXIT
004290         UNTIL WS-RATE-EOF-YES.
004300     CLOSE RATE-FILE.
004310     IF WS-RATE-COUNT = ZERO
004320         DISPLAY "DLR220 RATE TABLE IS EMPTY - RUN REFUSED"
004330         MOVE "N" TO WS-PARM-OK-SWITCH
004340     END-IF.
004350 1200-LOAD-RATES-EXIT.
004360     EXIT.
004370*
004380 1250-LOAD-ONE-RATE.
004390     READ RATE-FILE
004400         AT END
004410             MOVE "Y" TO WS-RATE-EOF-SWITCH
004420             GO TO 1250-LOAD-ONE-RATE-EXIT
004430     END-READ.
004440     IF RATE-RECORD = SPACES
004450         GO TO 1250-LOAD-ONE-RATE-EXIT
004460     END-IF.
004470     IF RATE-FEE-X NOT NUMERIC
004480         OR RATE-PCT-X NOT NUMERIC
004490         DISPLAY "DLR220 RATE ROW NOT NUMERIC: "
004500             RATE-RECORD (1:30)
004510         MOVE "N" TO WS-PARM-OK-SWITCH
004520         GO TO 1250-LOAD-ONE-RATE-EXIT
004530     END-IF.
004540     MOVE RATE-STATUS-CODE TO WS-ACCOUNT-STATUS.
004550     PERFORM 2100-FIND-RATE
004560         THRU 2100-FIND-RATE-EXIT.
004570     IF WS-RATE-FOUND
004580         DISPLAY "DLR220 RATE ROW REPEATS STATUS: "
004590             RATE-RECORD (1:30)
004600         MOVE "N" TO WS-PARM-OK-SWITCH
004610         GO TO 1250-LOAD-ONE-RATE-EXIT
004620     END-IF.
004630     IF WS-RATE-COUNT NOT < WS-MAX-RATES
004640         DISPLAY "DLR220 TOO MANY RATE ROWS: " RATE-RECORD (1:30)
004650         MOVE "N" TO WS-PARM-OK-SWITCH
004660         GO TO 1250-LOAD-ONE-RATE-EXIT
004670     END-IF.
004680     ADD 1 TO WS-RATE-COUNT.
004690     MOVE RATE-STATUS-CODE TO WS-RATE-TBL-STATUS (WS-RATE-COUNT).
004700     MOVE RATE-FEE TO WS-RATE-TBL-FEE (WS-RATE-COUNT).
004710     MOVE RATE-PCT TO WS-RATE-TBL-PCT (WS-RATE-COUNT).
004720 1250-LOAD-ONE-RATE-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760*    1300-WRITE-HEADING - HEAD THE REPORT WITH THE PERIOD, THE   *
004770*    TRANSACTION DATE, THE BATCH NUMBER, AND EVERY RATE ROW IN   *
004780*    FORCE, SO THE REPORT STANDS ON ITS OWN.                     *
004790******************************************************************
004800 1300-WRITE-HEADING.
004810     MOVE SPACES TO ACCR-RPT-LINE.
004820     STRING "DLR220 FEE AND INTEREST ACCRUAL - PERIOD "
004830            DELIMITED BY SIZE
004840            WS-PERIOD DELIMITED BY SIZE
004850            "  RUN DATE " DELIMITED BY SIZE
004860            WS-RUN-DATE DELIMITED BY SIZE
004870            INTO ACCR-RPT-LINE
004880     END-STRING.
004890     WRITE ACCR-RPT-LINE.
004900     MOVE SPACES TO ACCR-RPT-LINE.
004910     STRING "TRANSACTION DATE " DELIMITED BY SIZE
004920            WS-PERIOD-END-DATE DELIMITED BY SIZE
004930            "  SYSTEM BATCH " DELIMITED BY SIZE
004940            WS-SYSTEM-BATCH-NO DELIMITED BY SIZE
004950            INTO ACCR-RPT-LINE
004960     END-STRING.
004970     WRITE ACCR-RPT-LINE.
004980     MOVE SPACES TO ACCR-RPT-LINE.
004990     WRITE ACCR-RPT-LINE.
005000     PERFORM 1350-LIST-ONE-RATE
005010         THRU 1350-LIST-ONE-RATE-EXIT
005020         VARYING WS-RATE-IDX FROM 1 BY 1
005030         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
005040     MOVE SPACES TO ACCR-RPT-LINE.
005050     WRITE ACCR-RPT-LINE.
005060 1300-WRITE-HEADING-EXIT.
005070     EXIT.
005080*
005090 1350-LIST-ONE-RATE.
005100     MOVE WS-RATE-TBL-FEE (WS-RATE-IDX) TO RPT-FEE.
005110     MOVE WS-RATE-TBL-PCT (WS-RATE-IDX) TO RPT-PCT.
005120     MOVE SPACES TO ACCR-RPT-LINE.
005130     STRING "  STATUS " DELIMITED BY SIZE
005140            WS-RATE-TBL-STATUS (WS-RATE-IDX) DELIMITED BY SIZE
005150            "  MONTHLY FEE " DELIMITED BY SIZE
005160            RPT-FEE DELIMITED BY SIZE
005170            "  ANNUAL RATE " DELIMITED BY SIZE
005180            RPT-PCT DELIMITED BY SIZE
005190            " PCT" DELIMITED BY SIZE
005200            INTO ACCR-RPT-LINE
005210     END-STRING.
005220     WRITE ACCR-RPT-LINE.
005230 1350-LIST-ONE-RATE-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270*    1400-READ-BALANCE - READ THE NEXT BALANCE MASTER RECORD IN  *
005280*    ACCOUNT ORDER.                                              *
005290******************************************************************
005300 1400-READ-BALANCE.
005310     READ BAL-MASTER-FILE
005320         AT END
005330             MOVE "Y" TO WS-BAL-EOF-SWITCH
005340         NOT AT END
005350             ADD 1 TO WS-BALANCES-READ
005360     END-READ.
005370 1400-READ-BALANCE-EXIT.
005380     EXIT.
005390*
005400******************************************************************
005410*    2000-ACCRUE-ACCOUNT - LOOK THE ACCOUNT UP ON THE MASTER FOR *
005420*    ITS STATUS, FIND THAT STATUS'S RATE ROW, AND WRITE ITS FEE  *
005430*    AND ITS INTEREST AS SEPARATE DETAILS.  INTEREST TOO LARGE   *
005440*    FOR ONE DETAIL IS LISTED AND NOT CHARGED.                   *
005450******************************************************************
005460 2000-ACCRUE-ACCOUNT.
005470     MOVE BAL-ACCOUNT-ID TO IDX-ACCOUNT-ID.
005480     READ ACCT-MASTER-FILE
005490         INVALID KEY
005500             ADD 1 TO WS-NOT-ON-MASTER
005510             MOVE "NOT ON ACCOUNT MASTER - NOT CHARGED"
005520                 TO WS-AREA-1
005530             PERFORM 2400-LIST-EXCEPTION
005540                 THRU 2400-LIST-EXCEPTION-EXIT
005550             GO TO 2000-ACCRUE-ACCOUNT-NEXT
005560     END-READ.
005570     MOVE IDX-RECORD TO WS-AREA-1.
005580     IF WS-CUST-STATUS-DELETED
005590         ADD 1 TO WS-DELETED-SKIPPED
005600         GO TO 2000-ACCRUE-ACCOUNT-NEXT
005610     END-IF.
005620     MOVE WS-CUST-STATUS-CODE TO WS-ACCOUNT-STATUS.
005630     PERFORM 2100-FIND-RATE
005640         THRU 2100-FIND-RATE-EXIT.
005650     IF WS-RATE-NOT-FOUND
005660         ADD 1 TO WS-NO-RATE-ROW
005670         GO TO 2000-ACCRUE-ACCOUNT-NEXT
005680     END-IF.
005690     IF WS-RATE-TBL-FEE (WS-TARGET-RATE) > ZERO
005700         MOVE WS-RATE-TBL-FEE (WS-TARGET-RATE) TO WS-CHARGE-AMOUNT
005710         MOVE WS-FEE-REASON TO WS-CHARGE-REASON
005720         PERFORM 2300-WRITE-CHARGE
005730             THRU 2300-WRITE-CHARGE-EXIT
005740     END-IF.
005750     IF BAL-BALANCE NOT > ZERO
005760         OR WS-RATE-TBL-PCT (WS-TARGET-RATE) = ZERO
005770         GO TO 2000-ACCRUE-ACCOUNT-NEXT
005780     END-IF.
005790     COMPUTE WS-CHARGE-AMOUNT ROUNDED =
005800         BAL-BALANCE * WS-RATE-TBL-PCT (WS-TARGET-RATE) / 1200
005810         ON SIZE ERROR
005820             ADD 1 TO WS-CHARGES-REFUSED
005830             MOVE "INTEREST TOO LARGE FOR A DETAIL - NOT CHARGED"
005840                 TO WS-AREA-1
005850             PERFORM 2400-LIST-EXCEPTION
005860                 THRU 2400-LIST-EXCEPTION-EXIT
005870             GO TO 2000-ACCRUE-ACCOUNT-NEXT
005880     END-COMPUTE.
005890     IF WS-CHARGE-AMOUNT > ZERO
005900         MOVE WS-INTEREST-REASON TO WS-CHARGE-REASON
005910         PERFORM 2300-WRITE-CHARGE
005920             THRU 2300-WRITE-CHARGE-EXIT
005930     END-IF.
005940 2000-ACCRUE-ACCOUNT-NEXT.
005950     PERFORM 1400-READ-BALANCE
005960         THRU 1400-READ-BALANCE-EXIT.
005970 2000-ACCRUE-ACCOUNT-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    2100-FIND-RATE - LOOK THE STATUS CODE IN WS-ACCOUNT-STATUS  *
006020*    UP IN THE RATE TABLE, LEAVING ITS ROW IN WS-TARGET-RATE.    *
006030******************************************************************
006040 2100-FIND-RATE.
006050     MOVE "N" TO WS-RATE-FOUND-SWITCH.
006060     PERFORM 2150-CHECK-ONE-RATE
006070         THRU 2150-CHECK-ONE-RATE-EXIT
006080         VARYING WS-RATE-IDX FROM 1 BY 1
006090         UNTIL WS-RATE-IDX > WS-RATE-COUNT
006100             OR WS-RATE-FOUND.
006110 2100-FIND-RATE-EXIT.
006120     EXIT.
006130*
006140 2150-CHECK-ONE-RATE.
006150     IF WS-RATE-TBL-STATUS (WS-RATE-IDX) = WS-ACCOUNT-STATUS
006160         MOVE "Y" TO WS-RATE-FOUND-SWITCH
006170         MOVE WS-RATE-IDX TO WS-TARGET-RATE
006180     END-IF.
006190 2150-CHECK-ONE-RATE-EXIT.
006200     EXIT.
006210*
006220******************************************************************
006230*    2300-WRITE-CHARGE - BUILD ONE "D" DETAIL IN THE SHARED      *
006240*    BUFFER FOR THE STAGED AMOUNT AND REASON, WRITE IT TO THE    *
006250*    BATCH, ADD IT TO THE BATCH AND CHARGE-TYPE TOTALS, AND LIST *
006260*    IT WITH THE BALANCE IT WAS WORKED ON.                       *
006270******************************************************************
006280 2300-WRITE-CHARGE.
006290     MOVE SPACES TO WS-AREA-1.
006300     SET WS-REC-TYPE-DETAIL-VAL TO TRUE.
006310     MOVE BAL-ACCOUNT-ID TO WS-DETAIL-ID.
006320     MOVE WS-CHARGE-AMOUNT TO WS-DETAIL-AMOUNT.
006330     MOVE WS-PERIOD-END-DATE TO WS-DETAIL-TRANS-DATE.
006340     MOVE WS-SYSTEM-BATCH-NO TO WS-DETAIL-BATCH-NO.
006350     MOVE WS-CHARGE-REASON TO WS-DETAIL-REASON-CODE.
006360     WRITE ACCR-RECORD FROM WS-AREA-1.
006370     ADD 1 TO WS-BATCH-COUNT.
006380     ADD WS-CHARGE-AMOUNT TO WS-BATCH-TOTAL.
006390     IF WS-CHARGE-REASON = WS-FEE-REASON
006400         ADD 1 TO WS-FEES-CHARGED
006410         ADD WS-CHARGE-AMOUNT TO WS-FEE-TOTAL
006420     ELSE
006430         ADD 1 TO WS-INTEREST-CHARGED
006440         ADD WS-CHARGE-AMOUNT TO WS-INTEREST-TOTAL
006450     END-IF.
006460     MOVE BAL-ACCOUNT-ID TO RPT-ACCOUNT-ID.
006470     MOVE BAL-BALANCE TO RPT-BALANCE.
006480     MOVE WS-CHARGE-AMOUNT TO RPT-AMOUNT.
006490     MOVE SPACES TO ACCR-RPT-LINE.
006500     STRING "  ACCT " DELIMITED BY SIZE
006510            RPT-ACCOUNT-ID DELIMITED BY SIZE
006520            "  " DELIMITED BY SIZE
006530            WS-ACCOUNT-STATUS DELIMITED BY SIZE
006540            "  " DELIMITED BY SIZE
006550            WS-CHARGE-REASON DELIMITED BY SIZE
006560            "  BALANCE " DELIMITED BY SIZE
006570            RPT-BALANCE DELIMITED BY SIZE
006580            "  CHARGE " DELIMITED BY SIZE
006590            RPT-AMOUNT DELIMITED BY SIZE
006600            INTO ACCR-RPT-LINE
006610     END-STRING.
006620     WRITE ACCR-RPT-LINE.
006630 2300-WRITE-CHARGE-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670*    2400-LIST-EXCEPTION - LIST AN ACCOUNT THAT COULD NOT BE     *
006680*    CHARGED.  THE CALLER HAS STAGED THE REASON TEXT IN THE      *
006690*    SHARED BUFFER.                                              *
006700******************************************************************
006710 2400-LIST-EXCEPTION.
006720     MOVE BAL-ACCOUNT-ID TO RPT-ACCOUNT-ID.
006730     MOVE SPACES TO ACCR-RPT-LINE.
006740     STRING "  ACCT " DELIMITED BY SIZE
006750            RPT-ACCOUNT-ID DELIMITED BY SIZE
006760            "  ** " DELIMITED BY SIZE
006770            WS-AREA-1 (1:60) DELIMITED BY SIZE
006780            INTO ACCR-RPT-LINE
006790     END-STRING.
006800     WRITE ACCR-RPT-LINE.
006810 2400-LIST-EXCEPTION-EXIT.
006820     EXIT.
006830*
006840******************************************************************
006850*    2900-CLOSE-BATCH - CLOSE THE BATCH WITH ITS "S" SUMMARY,    *
006860*    CARRYING THE COUNT AND TOTAL OF THE DETAILS WRITTEN, SO     *
006870*    DLR140 BALANCES IT LIKE ANY OTHER.  A PERIOD THAT CHARGED   *
006880*    NOTHING WRITES NO BATCH AT ALL.                             *
006890******************************************************************
006900 2900-CLOSE-BATCH.
006910     IF WS-BATCH-COUNT = ZERO
006920         GO TO 2900-CLOSE-BATCH-EXIT
006930     END-IF.
006940     MOVE SPACES TO WS-AREA-1.
006950     SET WS-REC-TYPE-SUMMARY-VAL TO TRUE.
006960     MOVE WS-SYSTEM-BATCH-NO TO WS-SUMMARY-ID.
006970     MOVE WS-BATCH-COUNT TO WS-SUMMARY-REC-COUNT.
006980     MOVE WS-BATCH-TOTAL TO WS-SUMMARY-TOTAL-AMOUNT.
006990     MOVE WS-SYSTEM-BATCH-NO TO WS-SUMMARY-BATCH-NO.
007000     WRITE ACCR-RECORD FROM WS-AREA-1.
007010 2900-CLOSE-BATCH-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*    2950-RECORD-PERIOD - APPEND THE PERIOD TO THE ACCRUAL       *
007060*    HISTORY SO IT CANNOT BE CHARGED AGAIN.                      *
007070******************************************************************
007080 2950-RECORD-PERIOD.
007090     OPEN EXTEND ACCR-HIST-FILE.
007100     MOVE SPACES TO ACH-RECORD.
007110     MOVE WS-PERIOD TO ACH-PERIOD.
007120     MOVE WS-RUN-DATE TO ACH-RUN-DATE.
007130     MOVE WS-SYSTEM-BATCH-NO TO ACH-BATCH-NO.
007140     MOVE WS-BATCH-COUNT TO ACH-CHARGE-COUNT.
007150     MOVE WS-BATCH-TOTAL TO ACH-CHARGE-TOTAL.
007160     WRITE ACH-RECORD.
007170     CLOSE ACCR-HIST-FILE.
007180 2950-RECORD-PERIOD-EXIT.
007190     EXIT.
007200*
007210******************************************************************
007220*    3000-DISPLAY-SUMMARY - SHOW THE RUN'S COUNTS ON THE JOB     *
007230*    LOG.                                                        *
007240******************************************************************
007250 3000-DISPLAY-SUMMARY.
007260     DISPLAY "DLR220 PERIOD ................. " WS-PERIOD.
007270     MOVE WS-BALANCES-READ TO RPT-COUNT.
007280     DISPLAY "DLR220 BALANCES READ .......... " RPT-COUNT.
007290     MOVE WS-FEES-CHARGED TO RPT-COUNT.
007300     DISPLAY "DLR220 FEES CHARGED ........... " RPT-COUNT.
007310     MOVE WS-INTEREST-CHARGED TO RPT-COUNT.
007320     DISPLAY "DLR220 INTEREST CHARGED ....... " RPT-COUNT.
007330     MOVE WS-NO-RATE-ROW TO RPT-COUNT.
007340     DISPLAY "DLR220 STATUS WITH NO RATE .... " RPT-COUNT.
007350     MOVE WS-DELETED-SKIPPED TO RPT-COUNT.
007360     DISPLAY "DLR220 DL ACCOUNTS SKIPPED .... " RPT-COUNT.
007370     MOVE WS-NOT-ON-MASTER TO RPT-COUNT.
007380     DISPLAY "DLR220 NOT ON ACCOUNT MASTER .. " RPT-COUNT.
007390     MOVE WS-CHARGES-REFUSED TO RPT-COUNT.
007400     DISPLAY "DLR220 INTEREST NOT CHARGED ... " RPT-COUNT.
007410     MOVE WS-BATCH-COUNT TO RPT-COUNT.
007420     DISPLAY "DLR220 BATCH DETAILS WRITTEN .. " RPT-COUNT.
007430     MOVE WS-BATCH-TOTAL TO RPT-TOTAL.
007440     DISPLAY "DLR220 BATCH TOTAL ............ " RPT-TOTAL.
007450 3000-DISPLAY-SUMMARY-EXIT.
007460     EXIT.
007470*
007480******************************************************************
007490*    3100-POST-CONTROL-FIGURES - LEAVE THE RECORDS WRITTEN TO    *
007500*    ACCRFL (DETAILS AND THE SUMMARY) AND THE BATCH TOTAL ON     *
007510*    CTLFIGS UNDER THE RUN DATE.  ACCRFL JOINS TYPEDFL FOR THE   *
007520*    SAME DAY'S DLR140 RUN, SO THE DLR225 PROOF OF FLOW ADDS     *
007530*    THIS FIGURE TO DLR110'S TYPED COUNT.  A PERIOD THAT         *
007540*    CHARGED NOTHING LEAVES A ZERO FIGURE.                       *
007550******************************************************************
007560 3100-POST-CONTROL-FIGURES.
007570     OPEN EXTEND CTL-FIGURE-FILE.
007580     MOVE SPACES TO CTL-RECORD.
007590     MOVE "DLR220  " TO CTL-PROGRAM.
007600     MOVE "ACCRUED " TO CTL-FIGURE-ID.
007610     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
007620     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
007630     IF WS-BATCH-COUNT = ZERO
007640         MOVE ZERO TO CTL-COUNT
007650     ELSE
007660         COMPUTE CTL-COUNT = WS-BATCH-COUNT + 1
007670     END-IF.
007680     MOVE WS-BATCH-TOTAL TO CTL-AMOUNT.
007690     WRITE CTL-RECORD.
007700     CLOSE CTL-FIGURE-FILE.
007710 3100-POST-CONTROL-FIGURES-EXIT.
007720     EXIT.
007730*
007740******************************************************************
007750*    9999-TERMINATE - CLOSE THE BATCH, FINISH THE REPORT WITH    *
007760*    ITS OWN TOTALS, RECORD THE PERIOD AS ACCRUED, LEAVE THE     *
007770*    CONTROL FIGURE, SHOW THE RUN SUMMARY, CLOSE THE FILES, AND  *
007780*    RETURN CONTROL.                                             *
007790******************************************************************
007800 9999-TERMINATE.
007810     PERFORM 2900-CLOSE-BATCH
007820         THRU 2900-CLOSE-BATCH-EXIT.
007830     IF WS-BATCH-COUNT = ZERO
007840         MOVE "  NO ACCOUNT WAS CHARGED FOR THE PERIOD - NO BATCH"
007850             TO ACCR-RPT-LINE
007860         WRITE ACCR-RPT-LINE
007870     END-IF.
007880     MOVE SPACES TO ACCR-RPT-LINE.
007890     WRITE ACCR-RPT-LINE.
007900     MOVE WS-FEES-CHARGED TO RPT-COUNT.
007910     MOVE WS-FEE-TOTAL TO RPT-TOTAL.
007920     MOVE SPACES TO ACCR-RPT-LINE.
007930     STRING "FEES CHARGED .............. " DELIMITED BY SIZE
007940            RPT-COUNT DELIMITED BY SIZE
007950            "  AMOUNT " DELIMITED BY SIZE
007960            RPT-TOTAL DELIMITED BY SIZE
007970            INTO ACCR-RPT-LINE
007980     END-STRING.
007990     WRITE ACCR-RPT-LINE.
008000     MOVE WS-INTEREST-CHARGED TO RPT-COUNT.
008010     MOVE WS-INTEREST-TOTAL TO RPT-TOTAL.
008020     MOVE SPACES TO ACCR-RPT-LINE.
008030     STRING "INTEREST CHARGED .......... " DELIMITED BY SIZE
008040            RPT-COUNT DELIMITED BY SIZE
008050            "  AMOUNT " DELIMITED BY SIZE
008060            RPT-TOTAL DELIMITED BY SIZE
008070            INTO ACCR-RPT-LINE
008080     END-STRING.
008090     WRITE ACCR-RPT-LINE.
008100     MOVE WS-BATCH-COUNT TO RPT-COUNT.
008110     MOVE WS-BATCH-TOTAL TO RPT-TOTAL.
008120     MOVE SPACES TO ACCR-RPT-LINE.
008130     STRING "BATCH DETAILS ............. " DELIMITED BY SIZE
008140            RPT-COUNT DELIMITED BY SIZE
008150            "  AMOUNT " DELIMITED BY SIZE
008160            RPT-TOTAL DELIMITED BY SIZE
008170            INTO ACCR-RPT-LINE
008180     END-STRING.
008190     WRITE ACCR-RPT-LINE.
008200     MOVE WS-NO-RATE-ROW TO RPT-COUNT.
008210     MOVE SPACES TO ACCR-RPT-LINE.
008220     STRING "STATUS WITH NO RATE ROW ... " DELIMITED BY SIZE
008230            RPT-COUNT DELIMITED BY SIZE
008240            INTO ACCR-RPT-LINE
008250     END-STRING.
008260     WRITE ACCR-RPT-LINE.
008270     MOVE WS-NOT-ON-MASTER TO RPT-COUNT.
008280     MOVE SPACES TO ACCR-RPT-LINE.
008290     STRING "NOT ON ACCOUNT MASTER ..... " DELIMITED BY SIZE
008300            RPT-COUNT DELIMITED BY SIZE
008310            INTO ACCR-RPT-LINE
008320     END-STRING.
008330     WRITE ACCR-RPT-LINE.
008340     PERFORM 2950-RECORD-PERIOD
008350         THRU 2950-RECORD-PERIOD-EXIT.
008360     PERFORM 3100-POST-CONTROL-FIGURES
008370         THRU 3100-POST-CONTROL-FIGURES-EXIT.
008380     PERFORM 3000-DISPLAY-SUMMARY
008390         THRU 3000-DISPLAY-SUMMARY-EXIT.
008400     CLOSE BAL-MASTER-FILE.
008410     CLOSE ACCT-MASTER-FILE.
008420     CLOSE ACCR-FILE.
008430     CLOSE ACCR-RPT-FILE.
008440 9999-TERMINATE-EXIT.
008450     EXIT.
