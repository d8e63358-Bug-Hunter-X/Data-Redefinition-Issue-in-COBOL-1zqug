000010******************************************************************
000020*                                                                *
000030*    DLR195.COB                                                  *
000040*                                                                *
000050*    LARGE-VALUE AND HIGH-VELOCITY TRANSACTION MONITOR.          *
000060*                                                                *
000070*    READS TRANHIST IN KEY ORDER (ACCOUNT, POSTING DATE,         *
000080*    SEQUENCE) AND, FOR EVERY ACCOUNT THAT RECEIVED A POSTING    *
000090*    ("P") ON THE MONITORED POSTING DATE, FLAGS FOR COMPLIANCE:  *
000100*                                                                *
000110*      - LARGE     EACH SINGLE POSTING ON THE DATE ABOVE THE     *
000120*                  SINGLE-POSTING LIMIT;                         *
000130*      - VELOCITY  AN ACCOUNT WHOSE POSTINGS OVER THE ROLLING    *
000140*                  WINDOW ENDING ON THE DATE EXCEED THE COUNT    *
000150*                  LIMIT OR THE TOTAL-AMOUNT LIMIT;              *
000160*      - STATUS    AN ACCOUNT THAT IS NOT "AC" ON THE ACCTIDX    *
000170*                  MASTER (OR IS NOT ON IT AT ALL) BUT STILL     *
000180*                  RECEIVED POSTINGS ON THE DATE.                *
000190*                                                                *
000200*    EVERY FLAG NAMES THE ACCOUNT AND ITS NAME FROM THE MASTER.  *
000210*    REVERSALS ("R") ARE CORRECTIONS OF EARLIER POSTINGS, NOT    *
000220*    NEW ACTIVITY, AND ARE LEFT OUT OF EVERY TEST.  THE REPORT   *
000230*    HEADING CARRIES THE DATE AND EVERY LIMIT IN FORCE AND THE   *
000240*    REPORT ENDS WITH ITS OWN TOTALS, SO EACH DAY'S MONRPT       *
000250*    STANDS ON ITS OWN WHEN FILED AS EVIDENCE.                   *
000260*                                                                *
000270*    THE PARMCARD DATASET MAY CARRY ANY OF THESE CARDS; A LIMIT  *
000280*    WITH NO CARD TAKES ITS DEFAULT (AMOUNTS ARE KEYED WITH      *
000290*    TWO IMPLIED DECIMALS):                                      *
000300*                                                                *
000310*      DATE    YYYYMMDD         POSTING DATE (DEFAULT TODAY)     *
000320*      SINGLE  NNNNNNNNNNN      SINGLE-POSTING LIMIT, 9(09)V99   *
000330*      DAYS    NNN              ROLLING WINDOW IN DAYS, THE      *
000340*                               POSTING DATE INCLUDED            *
000350*      COUNT   NNNNN            WINDOW POSTING-COUNT LIMIT       *
000360*      TOTAL   NNNNNNNNNNNNN    WINDOW TOTAL LIMIT, 9(11)V99     *
000370*                                                                *
000380*    A CARD THAT CANNOT BE READ REFUSES THE RUN (RC 8) RATHER    *
000390*    THAN FILE A REPORT PRODUCED AGAINST THE WRONG LIMITS.       *
000400*                                                                *
000410*    MODIFICATION HISTORY                                       *
000420*    ----------------------                                     *
000430*    2026-10-15  JPL  ORIGINAL.                                 *
000440*                                                                *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.    DLR195.
000480 AUTHOR.        J P LANGE.
000490 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000510 DATE-COMPILED.
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TRAN-HIST-FILE ASSIGN TO "TRANHIST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS HIST-KEY
000600         FILE STATUS IS WS-HIST-STATUS.
000610*
000620     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTIDX"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS IDX-ACCOUNT-ID
000660         FILE STATUS IS WS-ACCT-STATUS.
000670*
000680     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000690         ORGANIZATION LINE SEQUENTIAL.
000700*
000710     SELECT MON-RPT-FILE ASSIGN TO "MONRPT"
000720         ORGANIZATION LINE SEQUENTIAL.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  TRAN-HIST-FILE
000770     RECORD CONTAINS 60 CHARACTERS.
000780 01  HIST-RECORD.
000790     05  HIST-KEY.
000800         10  HIST-ACCOUNT-ID             PIC 9(05).
000810         10  HIST-POST-DATE              PIC 9(08).
000820         10  HIST-POST-SEQ               PIC 9(05).
000830     05  HIST-POST-TYPE                  PIC X(01).
000840         88  HIST-TYPE-POSTED                 VALUE "P".
000850         88  HIST-TYPE-REVERSAL               VALUE "R".
000860     05  HIST-AMOUNT                     PIC S9(09)V99.
000870     05  HIST-TRANS-DATE                 PIC 9(08).
000880     05  HIST-REASON-CODE                PIC X(04).
000890     05  FILLER                          PIC X(18).
000900*
000910 FD  ACCT-MASTER-FILE
000920     RECORD CONTAINS 100 CHARACTERS.
000930 01  IDX-RECORD.
000940     05  IDX-ACCOUNT-ID                  PIC 9(05).
000950     05  IDX-ACCOUNT-TEXT                PIC X(95).
000960*
000970 FD  PARM-FILE.
000980 01  PARM-RECORD                         PIC X(80).
000990*
001000 FD  MON-RPT-FILE.
001010 01  MON-RPT-LINE                        PIC X(80).
001020*
001030 WORKING-STORAGE SECTION.
001040     COPY RECLAYT.
001050*
001060 01  DLR195-SWITCHES.
001070     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
001080         88  WS-HIST-EOF-YES              VALUE "Y".
001090         88  WS-HIST-EOF-NO               VALUE "N".
001100     05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
001110         88  WS-PARM-EOF-YES              VALUE "Y".
001120         88  WS-PARM-EOF-NO               VALUE "N".
001130     05  WS-PARM-OK-SWITCH           PIC X(01) VALUE "Y".
001140         88  WS-PARM-OK                   VALUE "Y".
001150         88  WS-PARM-BAD                  VALUE "N".
001160     05  WS-FILES-OK-SWITCH          PIC X(01) VALUE "Y".
001170         88  WS-FILES-OK                  VALUE "Y".
001180         88  WS-FILES-BAD                 VALUE "N".
001190     05  WS-LOOKUP-SWITCH            PIC X(01) VALUE "N".
001200         88  WS-ACCOUNT-LOOKED-UP         VALUE "Y".
001210         88  WS-ACCOUNT-NOT-LOOKED-UP     VALUE "N".
001220     05  WS-ON-MASTER-SWITCH         PIC X(01) VALUE "N".
001230         88  WS-ON-MASTER                 VALUE "Y".
001240         88  WS-NOT-ON-MASTER             VALUE "N".
001250*
001260******************************************************************
001270*    DEFAULT LIMITS - USED FOR ANY LIMIT THE PARM CARDS DO NOT   *
001280*    SET.                                                        *
001290******************************************************************
001300 01  DLR195-CONSTANTS.
001310     05  WS-DEFAULT-SINGLE-LIMIT     PIC 9(09)V99 VALUE 10000.00.
001320     05  WS-DEFAULT-WINDOW-DAYS      PIC 9(03) VALUE 7.
001330     05  WS-DEFAULT-COUNT-LIMIT      PIC 9(05) VALUE 25.
001340     05  WS-DEFAULT-TOTAL-LIMIT      PIC 9(11)V99 VALUE 50000.00.
001350*
001360 01  DLR195-STATUS-FIELDS.
001370     05  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001380         88  WS-HIST-GOOD                 VALUE "00".
001390     05  WS-ACCT-STATUS              PIC X(02) VALUE SPACES.
001400         88  WS-ACCT-FOUND                VALUE "00".
001410*
001420 01  DLR195-COUNTERS.
001430     05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
001440     05  WS-DAY-POSTINGS             PIC 9(07) COMP VALUE ZERO.
001450     05  WS-ACCOUNTS-EXAMINED        PIC 9(07) COMP VALUE ZERO.
001460     05  WS-LARGE-FLAGS              PIC 9(07) COMP VALUE ZERO.
001470     05  WS-VELOCITY-FLAGS           PIC 9(07) COMP VALUE ZERO.
001480     05  WS-STATUS-FLAGS             PIC 9(07) COMP VALUE ZERO.
001490     05  WS-TOTAL-FLAGS              PIC 9(07) COMP VALUE ZERO.
001500*
001510******************************************************************
001520*    LIMITS IN FORCE - EACH AMOUNT HAS A CHARACTER VIEW SO THE   *
001530*    DIGITS OFF THE PARM CARD LAND WITH THEIR IMPLIED DECIMALS   *
001540*    IN PLACE.                                                   *
001550******************************************************************
001560 01  DLR195-LIMIT-FIELDS.
001570     05  WS-SINGLE-LIMIT             PIC 9(09)V99 VALUE ZERO.
001580     05  WS-SINGLE-LIMIT-X REDEFINES WS-SINGLE-LIMIT
001590                                     PIC X(11).
001600     05  WS-TOTAL-LIMIT              PIC 9(11)V99 VALUE ZERO.
001610     05  WS-TOTAL-LIMIT-X REDEFINES WS-TOTAL-LIMIT
001620                                     PIC X(13).
001630     05  WS-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
001640     05  WS-COUNT-LIMIT              PIC 9(05) VALUE ZERO.
001650*
001660******************************************************************
001670*    DATE FIELDS - THE MONITORED POSTING DATE AND THE FIRST      *
001680*    DATE OF THE ROLLING WINDOW ENDING ON IT, STEPPED BACK A     *
001690*    DAY AT A TIME AGAINST THE MONTH-LENGTH TABLE.               *
001700******************************************************************
001710 01  DLR195-DATE-FIELDS.
001720     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001730     05  WS-POST-DATE                PIC 9(08) VALUE ZERO.
001740     05  WS-WINDOW-START-DATE        PIC 9(08) VALUE ZERO.
001750     05  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START-DATE.
001760         10  WS-WINDOW-START-YYYY    PIC 9(04).
001770         10  WS-WINDOW-START-MM      PIC 9(02).
001780         10  WS-WINDOW-START-DD      PIC 9(02).
001790     05  WS-DAY-IDX                  PIC 9(03) COMP VALUE ZERO.
001800     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001810     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001820*
001830 01  DLR195-MONTH-TABLE.
001840     05  FILLER                      PIC X(24)
001850                 VALUE "312831303130313130313031".
001860 01  DLR195-MONTH-LENGTHS REDEFINES DLR195-MONTH-TABLE.
001870     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001880*
001890******************************************************************
001900*    ACCOUNT FIELDS - THE ACCOUNT WHOSE RUN OF HISTORY IS BEING  *
001910*    READ: ITS POSTINGS INSIDE THE WINDOW AND ON THE POSTING     *
001920*    DATE, AND ITS NAME AND STATUS OFF THE MASTER, LOOKED UP     *
001930*    ONCE AT ITS FIRST POSTING ON THE DATE.                      *
001940******************************************************************
001950 01  DLR195-ACCOUNT-FIELDS.
001960     05  WS-CUR-ACCOUNT              PIC 9(05) VALUE ZERO.
001970     05  WS-WINDOW-COUNT             PIC 9(07) COMP VALUE ZERO.
001980     05  WS-WINDOW-TOTAL             PIC S9(13)V99 VALUE ZERO.
001990     05  WS-DAY-COUNT                PIC 9(07) COMP VALUE ZERO.
002000     05  WS-DAY-TOTAL                PIC S9(13)V99 VALUE ZERO.
002010     05  WS-ACCT-NAME                PIC X(30) VALUE SPACES.
002020     05  WS-ACCT-STATUS-CODE         PIC X(02) VALUE SPACES.
002030         88  WS-ACCT-ACTIVE               VALUE "AC".
002040     05  WS-FLAG-WORD                PIC X(09) VALUE SPACES.
002050*
002060 01  DLR195-REPORT-FIELDS.
002070     05  RPT-COUNT                   PIC ZZZZZZ9.
002080     05  RPT-ACCOUNT-ID              PIC 9(05).
002090     05  RPT-POST-SEQ                PIC 9(05).
002100     05  RPT-AMOUNT                  PIC ZZZZZZZZ9.99-.
002110     05  RPT-TOTAL                   PIC ZZZZZZZZZZZZ9.99-.
002120     05  RPT-LIMIT                   PIC ZZZZZZZZZZ9.99.
002130     05  RPT-DAYS                    PIC ZZ9.
002140     05  RPT-COUNT-LIMIT             PIC ZZZZ9.
002150*
002160 PROCEDURE DIVISION.
002170*
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE
002200         THRU 1000-INITIALIZE-EXIT.
002210     IF WS-PARM-BAD
002220         OR WS-FILES-BAD
002230         MOVE 8 TO RETURN-CODE
002240         GOBACK
002250     END-IF.
002260     PERFORM 2000-PROCESS-ACCOUNT
002270         THRU 2000-PROCESS-ACCOUNT-EXIT
002280         UNTIL WS-HIST-EOF-YES.
002290     PERFORM 9999-TERMINATE
002300         THRU 9999-TERMINATE-EXIT.
002310     GOBACK.
002320 0000-MAINLINE-EXIT.
002330     EXIT.
002340*
002350******************************************************************
002360*    1000-INITIALIZE - READ THE PARM CARDS, WORK OUT WHERE THE   *
002370*    ROLLING WINDOW STARTS, OPEN THE HISTORY AND THE MASTER,     *
002380*    WRITE THE REPORT HEADING, AND PRIME THE FIRST HISTORY       *
002390*    READ.  A BAD PARM CARD OR A FILE THAT CANNOT BE OPENED      *
002400*    REFUSES THE RUN BEFORE ANY REPORT IS WRITTEN.               *
002410******************************************************************
002420 1000-INITIALIZE.
002430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002440     MOVE WS-RUN-DATE TO WS-POST-DATE.
002450     MOVE WS-DEFAULT-SINGLE-LIMIT TO WS-SINGLE-LIMIT.
002460     MOVE WS-DEFAULT-WINDOW-DAYS TO WS-WINDOW-DAYS.
002470     MOVE WS-DEFAULT-COUNT-LIMIT TO WS-COUNT-LIMIT.
002480     MOVE WS-DEFAULT-TOTAL-LIMIT TO WS-TOTAL-LIMIT.
002490     PERFORM 1050-READ-PARM
002500         THRU 1050-READ-PARM-EXIT.
002510     IF WS-PARM-BAD
002520         DISPLAY "DLR195 PARM CARD IN ERROR - RUN REFUSED"
002530         GO TO 1000-INITIALIZE-EXIT
002540     END-IF.
002550     MOVE WS-POST-DATE TO WS-WINDOW-START-DATE.
002560     PERFORM 1080-STEP-BACK-ONE-DAY
002570         THRU 1080-STEP-BACK-ONE-DAY-EXIT
002580         VARYING WS-DAY-IDX FROM 2 BY 1
002590         UNTIL WS-DAY-IDX > WS-WINDOW-DAYS.
002600     OPEN INPUT TRAN-HIST-FILE.
002610     IF NOT WS-HIST-GOOD
002620         DISPLAY "DLR195 CANNOT OPEN HISTORY FILE - STATUS "
002630             WS-HIST-STATUS " - RUN REFUSED"
002640         MOVE "N" TO WS-FILES-OK-SWITCH
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF.
002670     OPEN INPUT ACCT-MASTER-FILE.
002680     IF NOT WS-ACCT-FOUND
002690         DISPLAY "DLR195 CANNOT OPEN ACCOUNT MASTER - STATUS "
002700             WS-ACCT-STATUS " - RUN REFUSED"
002710         CLOSE TRAN-HIST-FILE
002720         MOVE "N" TO WS-FILES-OK-SWITCH
002730         GO TO 1000-INITIALIZE-EXIT
002740     END-IF.
002750     OPEN OUTPUT MON-RPT-FILE.
002760     PERFORM 1090-WRITE-HEADING
002770         THRU 1090-WRITE-HEADING-EXIT.
002780     PERFORM 1100-READ-HIST
002790         THRU 1100-READ-HIST-EXIT.
002800 1000-INITIALIZE-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840*    1050-READ-PARM - APPLY EVERY CARD ON THE OPTIONAL PARM      *
002850*    DATASET.  AN ABSENT DATASET LEAVES EVERY DEFAULT IN FORCE.  *
002860******************************************************************
002870 1050-READ-PARM.
002880     OPEN INPUT PARM-FILE.
002890     PERFORM 1060-APPLY-PARM-CARD
002900         THRU 1060-APPLY-PARM-CARD-EXIT
002910         UNTIL WS-PARM-EOF-YES.
002920     CLOSE PARM-FILE.
002930 1050-READ-PARM-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970*    1060-APPLY-PARM-CARD - ONE CARD: A KEYWORD IN COLUMNS 1-8   *
002980*    AND ITS VALUE FROM COLUMN 9.  A BLANK CARD IS SKIPPED; A    *
002990*    WINDOW OF ZERO DAYS OR ANY CARD NOT IN THE LIST IS AN       *
003000*    ERROR.                                                      *
003010******************************************************************
003020 1060-APPLY-PARM-CARD.
003030     READ PARM-FILE
003040         AT END
003050             MOVE "Y" TO WS-PARM-EOF-SWITCH
003060             GO TO 1060-APPLY-PARM-CARD-EXIT
003070     END-READ.
003080     EVALUATE TRUE
003090         WHEN PARM-RECORD = SPACES
003100             CONTINUE
003110         WHEN PARM-RECORD (1:8) = "DATE    "
003120             AND PARM-RECORD (9:8) NUMERIC
003130             MOVE PARM-RECORD (9:8) TO WS-POST-DATE
003140         WHEN PARM-RECORD (1:8) = "SINGLE  "
003150             AND PARM-RECORD (9:11) NUMERIC
003160             MOVE PARM-RECORD (9:11) TO WS-SINGLE-LIMIT-X
003170         WHEN PARM-RECORD (1:8) = "DAYS    "
003180             AND PARM-RECORD (9:3) NUMERIC
003190             AND PARM-RECORD (9:3) NOT = "000"
003200             MOVE PARM-RECORD (9:3) TO WS-WINDOW-DAYS
003210         WHEN PARM-RECORD (1:8) = "COUNT   "
003220             AND PARM-RECORD (9:5) NUMERIC
003230             MOVE PARM-RECORD (9:5) TO WS-COUNT-LIMIT
003240         WHEN PARM-RECORD (1:8) = "TOTAL   "
003250             AND PARM-RECORD (9:13) NUMERIC
003260             MOVE PARM-RECORD (9:13) TO WS-TOTAL-LIMIT-X
003270         WHEN OTHER
003280             MOVE "N" TO WS-PARM-OK-SWITCH
003290             DISPLAY "DLR195 UNRECOGNIZED PARM CARD: "
003300                 PARM-RECORD (1:30)
003310     END-EVALUATE.
003320 1060-APPLY-PARM-CARD-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360*    1080-STEP-BACK-ONE-DAY - MOVE THE WINDOW START BACK ONE     *
003370*    CALENDAR DAY, ROLLING INTO THE PREVIOUS MONTH AND YEAR      *
003380*    AND TAKING FEBRUARY'S LENGTH FROM THE LEAP-YEAR RULE.       *
003390******************************************************************
003400 1080-STEP-BACK-ONE-DAY.
003410     IF WS-WINDOW-START-DD > 1
003420         SUBTRACT 1 FROM WS-WINDOW-START-DD
003430         GO TO 1080-STEP-BACK-ONE-DAY-EXIT
003440     END-IF.
003450     IF WS-WINDOW-START-MM > 1
003460         SUBTRACT 1 FROM WS-WINDOW-START-MM
003470     ELSE
003480         SUBTRACT 1 FROM WS-WINDOW-START-YYYY
003490         MOVE 12 TO WS-WINDOW-START-MM
003500     END-IF.
003510     MOVE WS-MONTH-DAYS (WS-WINDOW-START-MM)
003520         TO WS-WINDOW-START-DD.
003530     IF WS-WINDOW-START-MM = 2
003540         PERFORM 1085-CHECK-LEAP-YEAR
003550             THRU 1085-CHECK-LEAP-YEAR-EXIT
003560     END-IF.
003570 1080-STEP-BACK-ONE-DAY-EXIT.
003580     EXIT.
003590*
003600 1085-CHECK-LEAP-YEAR.
003610     DIVIDE WS-WINDOW-START-YYYY BY 4
003620         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003630     IF WS-LEAP-REMAINDER NOT = ZERO
003640         GO TO 1085-CHECK-LEAP-YEAR-EXIT
003650     END-IF.
003660     DIVIDE WS-WINDOW-START-YYYY BY 100
003670         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003680     IF WS-LEAP-REMAINDER NOT = ZERO
003690         MOVE 29 TO WS-WINDOW-START-DD
003700         GO TO 1085-CHECK-LEAP-YEAR-EXIT
003710     END-IF.
003720     DIVIDE WS-WINDOW-START-YYYY BY 400
003730         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003740     IF WS-LEAP-REMAINDER = ZERO
003750         MOVE 29 TO WS-WINDOW-START-DD
003760     END-IF.
003770 1085-CHECK-LEAP-YEAR-EXIT.
003780     EXIT.
003790*
003800******************************************************************
003810*    1090-WRITE-HEADING - NAME THE POSTING DATE, THE RUN DATE,   *
003820*    THE WINDOW, AND EVERY LIMIT IN FORCE, SO THE REPORT SAYS    *
003830*    ON ITS FACE WHAT IT TESTED.                                 *
003840******************************************************************
003850 1090-WRITE-HEADING.
003860     MOVE SPACES TO MON-RPT-LINE.
003870     STRING "DLR195 TRANSACTION MONITOR - POSTING DATE "
003880            DELIMITED BY SIZE
003890            WS-POST-DATE DELIMITED BY SIZE
003900            "  RUN " DELIMITED BY SIZE
003910            WS-RUN-DATE DELIMITED BY SIZE
003920            INTO MON-RPT-LINE
003930     END-STRING.
003940     WRITE MON-RPT-LINE.
003950     MOVE WS-SINGLE-LIMIT TO RPT-LIMIT.
003960     MOVE SPACES TO MON-RPT-LINE.
003970     STRING "  SINGLE-POSTING LIMIT ... " DELIMITED BY SIZE
003980            RPT-LIMIT DELIMITED BY SIZE
003990            INTO MON-RPT-LINE
004000     END-STRING.
004010     WRITE MON-RPT-LINE.
004020     MOVE WS-WINDOW-DAYS TO RPT-DAYS.
004030     MOVE SPACES TO MON-RPT-LINE.
004040     STRING "  ROLLING WINDOW ......... " DELIMITED BY SIZE
004050            RPT-DAYS DELIMITED BY SIZE
004060            " DAYS, " DELIMITED BY SIZE
004070            WS-WINDOW-START-DATE DELIMITED BY SIZE
004080            " THRU " DELIMITED BY SIZE
004090            WS-POST-DATE DELIMITED BY SIZE
004100            INTO MON-RPT-LINE
004110     END-STRING.
004120     WRITE MON-RPT-LINE.
004130     MOVE WS-COUNT-LIMIT TO RPT-COUNT-LIMIT.
004140     MOVE WS-TOTAL-LIMIT TO RPT-LIMIT.
004150     MOVE SPACES TO MON-RPT-LINE.
004160     STRING "  WINDOW COUNT LIMIT ..... " DELIMITED BY SIZE
004170            RPT-COUNT-LIMIT DELIMITED BY SIZE
004180            "   TOTAL LIMIT " DELIMITED BY SIZE
004190            RPT-LIMIT DELIMITED BY SIZE
004200            INTO MON-RPT-LINE
004210     END-STRING.
004220     WRITE MON-RPT-LINE.
004230     MOVE SPACES TO MON-RPT-LINE.
004240     WRITE MON-RPT-LINE.
004250 1090-WRITE-HEADING-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290*    1100-READ-HIST - READ THE NEXT HISTORY RECORD IN KEY        *
004300*    ORDER.                                                      *
004310******************************************************************
004320 1100-READ-HIST.
004330     READ TRAN-HIST-FILE NEXT RECORD
004340         AT END
004350             MOVE "Y" TO WS-HIST-EOF-SWITCH
004360         NOT AT END
004370             ADD 1 TO WS-ENTRIES-READ
004380     END-READ.
004390 1100-READ-HIST-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430*    2000-PROCESS-ACCOUNT - READ ONE ACCOUNT'S RUN OF HISTORY,   *
004440*    FLAGGING LARGE POSTINGS AS THEY ARE MET, THEN TEST THE      *
004450*    WINDOW AND THE MASTER STATUS FOR AN ACCOUNT THAT POSTED     *
004460*    ON THE DATE.  AN ACCOUNT QUIET ON THE DATE IS NOT TESTED.   *
004470******************************************************************
004480 2000-PROCESS-ACCOUNT.
004490     MOVE HIST-ACCOUNT-ID TO WS-CUR-ACCOUNT.
004500     MOVE ZERO TO WS-WINDOW-COUNT.
004510     MOVE ZERO TO WS-WINDOW-TOTAL.
004520     MOVE ZERO TO WS-DAY-COUNT.
004530     MOVE ZERO TO WS-DAY-TOTAL.
004540     MOVE "N" TO WS-LOOKUP-SWITCH.
004550     PERFORM 2100-EXAMINE-ENTRY
004560         THRU 2100-EXAMINE-ENTRY-EXIT
004570         UNTIL WS-HIST-EOF-YES
004580             OR HIST-ACCOUNT-ID NOT = WS-CUR-ACCOUNT.
004590     IF WS-DAY-COUNT > ZERO
004600         PERFORM 2500-FINISH-ACCOUNT
004610             THRU 2500-FINISH-ACCOUNT-EXIT
004620     END-IF.
004630 2000-PROCESS-ACCOUNT-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*    2100-EXAMINE-ENTRY - TEST ONE HISTORY RECORD AND READ THE   *
004680*    NEXT.                                                       *
004690******************************************************************
004700 2100-EXAMINE-ENTRY.
004710     PERFORM 2150-TEST-ENTRY
004720         THRU 2150-TEST-ENTRY-EXIT.
004730     PERFORM 1100-READ-HIST
004740         THRU 1100-READ-HIST-EXIT.
004750 2100-EXAMINE-ENTRY-EXIT.
004760     EXIT.
004770*
004780******************************************************************
004790*    2150-TEST-ENTRY - A POSTING INSIDE THE WINDOW COUNTS        *
004800*    TOWARD THE VELOCITY TEST; ONE ON THE POSTING DATE ITSELF    *
004810*    ALSO COUNTS AS THE DAY'S ACTIVITY AND IS TESTED AGAINST     *
004820*    THE SINGLE-POSTING LIMIT.  REVERSALS ARE PASSED OVER.       *
004830******************************************************************
004840 2150-TEST-ENTRY.
004850     IF NOT HIST-TYPE-POSTED
004860         OR HIST-POST-DATE < WS-WINDOW-START-DATE
004870         OR HIST-POST-DATE > WS-POST-DATE
004880         GO TO 2150-TEST-ENTRY-EXIT
004890     END-IF.
004900     ADD 1 TO WS-WINDOW-COUNT.
004910     ADD HIST-AMOUNT TO WS-WINDOW-TOTAL.
004920     IF HIST-POST-DATE NOT = WS-POST-DATE
004930         GO TO 2150-TEST-ENTRY-EXIT
004940     END-IF.
004950     ADD 1 TO WS-DAY-COUNT.
004960     ADD 1 TO WS-DAY-POSTINGS.
004970     ADD HIST-AMOUNT TO WS-DAY-TOTAL.
004980     IF WS-ACCOUNT-NOT-LOOKED-UP
004990         PERFORM 2200-LOOKUP-ACCOUNT
005000             THRU 2200-LOOKUP-ACCOUNT-EXIT
005010     END-IF.
005020     IF HIST-AMOUNT > WS-SINGLE-LIMIT
005030         PERFORM 2300-FLAG-LARGE
005040             THRU 2300-FLAG-LARGE-EXIT
005050     END-IF.
005060 2150-TEST-ENTRY-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100*    2200-LOOKUP-ACCOUNT - FETCH THE NAME AND STATUS OFF THE     *
005110*    MASTER THROUGH THE SHARED RECLAYT BUFFER.  AN ACCOUNT NOT   *
005120*    ON THE MASTER IS NAMED AS SUCH AND CARRIES NO STATUS.       *
005130******************************************************************
005140 2200-LOOKUP-ACCOUNT.
005150     MOVE "Y" TO WS-LOOKUP-SWITCH.
005160     MOVE WS-CUR-ACCOUNT TO IDX-ACCOUNT-ID.
005170     READ ACCT-MASTER-FILE
005180         INVALID KEY
005190             MOVE "N" TO WS-ON-MASTER-SWITCH
005200             MOVE "** NOT ON ACCOUNT MASTER **"
005210                 TO WS-ACCT-NAME
005220             MOVE SPACES TO WS-ACCT-STATUS-CODE
005230         NOT INVALID KEY
005240             MOVE "Y" TO WS-ON-MASTER-SWITCH
005250             MOVE IDX-RECORD TO WS-AREA-1
005260             MOVE WS-CUST-NAME TO WS-ACCT-NAME
005270             MOVE WS-CUST-STATUS-CODE TO WS-ACCT-STATUS-CODE
005280     END-READ.
005290 2200-LOOKUP-ACCOUNT-EXIT.
005300     EXIT.
005310*
005320******************************************************************
005330*    2300-FLAG-LARGE - ONE POSTING ABOVE THE SINGLE-POSTING      *
005340*    LIMIT: THE ACCOUNT LINE, THEN THE POSTING'S SEQUENCE,       *
005350*    AMOUNT, AND TRANSACTION DATE.                               *
005360******************************************************************
005370 2300-FLAG-LARGE.
005380     ADD 1 TO WS-LARGE-FLAGS.
005390     MOVE "LARGE    " TO WS-FLAG-WORD.
005400     PERFORM 2800-WRITE-ACCOUNT-LINE
005410         THRU 2800-WRITE-ACCOUNT-LINE-EXIT.
005420     MOVE HIST-POST-SEQ TO RPT-POST-SEQ.
005430     MOVE HIST-AMOUNT TO RPT-AMOUNT.
005440     MOVE SPACES TO MON-RPT-LINE.
005450     STRING "           POSTING SEQ " DELIMITED BY SIZE
005460            RPT-POST-SEQ DELIMITED BY SIZE
005470            "  AMOUNT " DELIMITED BY SIZE
005480            RPT-AMOUNT DELIMITED BY SIZE
005490            "  TRANS " DELIMITED BY SIZE
005500            HIST-TRANS-DATE DELIMITED BY SIZE
005510            INTO MON-RPT-LINE
005520     END-STRING.
005530     WRITE MON-RPT-LINE.
005540 2300-FLAG-LARGE-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580*    2500-FINISH-ACCOUNT - THE ACCOUNT POSTED ON THE DATE.       *
005590*    TEST ITS WINDOW AGAINST THE COUNT AND TOTAL LIMITS AND      *
005600*    ITS MASTER STATUS AGAINST "AC".                             *
005610******************************************************************
005620 2500-FINISH-ACCOUNT.
005630     ADD 1 TO WS-ACCOUNTS-EXAMINED.
005640     IF WS-WINDOW-COUNT > WS-COUNT-LIMIT
005650         OR WS-WINDOW-TOTAL > WS-TOTAL-LIMIT
005660         PERFORM 2600-FLAG-VELOCITY
005670             THRU 2600-FLAG-VELOCITY-EXIT
005680     END-IF.
005690     IF WS-NOT-ON-MASTER
005700         OR NOT WS-ACCT-ACTIVE
005710         PERFORM 2700-FLAG-STATUS
005720             THRU 2700-FLAG-STATUS-EXIT
005730     END-IF.
005740 2500-FINISH-ACCOUNT-EXIT.
005750     EXIT.
005760*
005770******************************************************************
005780*    2600-FLAG-VELOCITY - THE ACCOUNT LINE, THEN THE WINDOW'S    *
005790*    POSTING COUNT AND TOTAL WITH THE LIMIT(S) EXCEEDED.         *
005800******************************************************************
005810 2600-FLAG-VELOCITY.
005820     ADD 1 TO WS-VELOCITY-FLAGS.
005830     MOVE "VELOCITY " TO WS-FLAG-WORD.
005840     PERFORM 2800-WRITE-ACCOUNT-LINE
005850         THRU 2800-WRITE-ACCOUNT-LINE-EXIT.
005860     MOVE WS-WINDOW-COUNT TO RPT-COUNT.
005870     MOVE WS-WINDOW-TOTAL TO RPT-TOTAL.
005880     MOVE SPACES TO MON-RPT-LINE.
005890     STRING "           WINDOW POSTINGS " DELIMITED BY SIZE
005900            RPT-COUNT DELIMITED BY SIZE
005910            "  TOTAL " DELIMITED BY SIZE
005920            RPT-TOTAL DELIMITED BY SIZE
005930            INTO MON-RPT-LINE
005940     END-STRING.
005950     WRITE MON-RPT-LINE.
005960     MOVE SPACES TO MON-RPT-LINE.
005970     IF WS-WINDOW-COUNT > WS-COUNT-LIMIT
005980         AND WS-WINDOW-TOTAL > WS-TOTAL-LIMIT
005990         MOVE "           EXCEEDS COUNT AND TOTAL LIMITS"
006000             TO MON-RPT-LINE
006010     ELSE
006020         IF WS-WINDOW-COUNT > WS-COUNT-LIMIT
006030             MOVE "           EXCEEDS COUNT LIMIT"
006040                 TO MON-RPT-LINE
006050         ELSE
006060             MOVE "           EXCEEDS TOTAL LIMIT"
006070                 TO MON-RPT-LINE
006080         END-IF
006090     END-IF.
006100     WRITE MON-RPT-LINE.
006110 2600-FLAG-VELOCITY-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    2700-FLAG-STATUS - THE ACCOUNT LINE, THEN THE STATUS THE    *
006160*    MASTER HOLDS AND THE DAY'S POSTINGS IT RECEIVED ANYWAY.     *
006170******************************************************************
006180 2700-FLAG-STATUS.
006190     ADD 1 TO WS-STATUS-FLAGS.
006200     MOVE "STATUS   " TO WS-FLAG-WORD.
006210     PERFORM 2800-WRITE-ACCOUNT-LINE
006220         THRU 2800-WRITE-ACCOUNT-LINE-EXIT.
006230     MOVE WS-DAY-COUNT TO RPT-COUNT.
006240     MOVE WS-DAY-TOTAL TO RPT-TOTAL.
006250     MOVE SPACES TO MON-RPT-LINE.
006260     IF WS-ON-MASTER
006270         STRING "           STATUS """ DELIMITED BY SIZE
006280                WS-ACCT-STATUS-CODE DELIMITED BY SIZE
006290                """ - POSTINGS " DELIMITED BY SIZE
006300                RPT-COUNT DELIMITED BY SIZE
006310                "  TOTAL " DELIMITED BY SIZE
006320                RPT-TOTAL DELIMITED BY SIZE
006330                INTO MON-RPT-LINE
006340         END-STRING
006350     ELSE
006360         STRING "           NO MASTER - POSTINGS "
006370                DELIMITED BY SIZE
006380                RPT-COUNT DELIMITED BY SIZE
006390                "  TOTAL " DELIMITED BY SIZE
006400                RPT-TOTAL DELIMITED BY SIZE
006410                INTO MON-RPT-LINE
006420         END-STRING
006430     END-IF.
006440     WRITE MON-RPT-LINE.
006450 2700-FLAG-STATUS-EXIT.
006460     EXIT.
006470*
006480******************************************************************
006490*    2800-WRITE-ACCOUNT-LINE - THE FIRST LINE OF EVERY FLAG:     *
006500*    THE FLAG WORD, THE ACCOUNT ID, AND THE NAME OFF THE         *
006510*    MASTER.                                                     *
006520******************************************************************
006530 2800-WRITE-ACCOUNT-LINE.
006540     ADD 1 TO WS-TOTAL-FLAGS.
006550     MOVE WS-CUR-ACCOUNT TO RPT-ACCOUNT-ID.
006560     MOVE SPACES TO MON-RPT-LINE.
006570     STRING WS-FLAG-WORD DELIMITED BY SIZE
006580            "  ACCOUNT " DELIMITED BY SIZE
006590            RPT-ACCOUNT-ID DELIMITED BY SIZE
006600            "  " DELIMITED BY SIZE
006610            WS-ACCT-NAME DELIMITED BY SIZE
006620            INTO MON-RPT-LINE
006630     END-STRING.
006640     WRITE MON-RPT-LINE.
006650 2800-WRITE-ACCOUNT-LINE-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*    3000-WRITE-TOTALS - CLOSE THE REPORT WITH ITS OWN COUNTS    *
006700*    SO A FILED COPY SHOWS HOW MUCH WAS EXAMINED, AND SAY SO     *
006710*    PLAINLY WHEN NOTHING WAS FLAGGED.                           *
006720******************************************************************
006730 3000-WRITE-TOTALS.
006740     MOVE SPACES TO MON-RPT-LINE.
006750     WRITE MON-RPT-LINE.
006760     IF WS-TOTAL-FLAGS = ZERO
006770         MOVE "NO ACTIVITY FLAGGED FOR THE POSTING DATE"
006780             TO MON-RPT-LINE
006790         WRITE MON-RPT-LINE
006800         MOVE SPACES TO MON-RPT-LINE
006810         WRITE MON-RPT-LINE
006820     END-IF.
006830     MOVE WS-DAY-POSTINGS TO RPT-COUNT.
006840     MOVE SPACES TO MON-RPT-LINE.
006850     STRING "POSTINGS ON THE DATE ......... " DELIMITED BY SIZE
006860            RPT-COUNT DELIMITED BY SIZE
006870            INTO MON-RPT-LINE
006880     END-STRING.
006890     WRITE MON-RPT-LINE.
006900     MOVE WS-ACCOUNTS-EXAMINED TO RPT-COUNT.
006910     MOVE SPACES TO MON-RPT-LINE.
006920     STRING "ACCOUNTS EXAMINED ............ " DELIMITED BY SIZE
006930            RPT-COUNT DELIMITED BY SIZE
006940            INTO MON-RPT-LINE
006950     END-STRING.
006960     WRITE MON-RPT-LINE.
006970     MOVE WS-LARGE-FLAGS TO RPT-COUNT.
006980     MOVE SPACES TO MON-RPT-LINE.
006990     STRING "LARGE POSTINGS FLAGGED ....... " DELIMITED BY SIZE
007000            RPT-COUNT DELIMITED BY SIZE
007010            INTO MON-RPT-LINE
007020     END-STRING.
007030     WRITE MON-RPT-LINE.
007040     MOVE WS-VELOCITY-FLAGS TO RPT-COUNT.
007050     MOVE SPACES TO MON-RPT-LINE.
007060     STRING "VELOCITY ACCOUNTS FLAGGED .... " DELIMITED BY SIZE
007070            RPT-COUNT DELIMITED BY SIZE
007080            INTO MON-RPT-LINE
007090     END-STRING.
007100     WRITE MON-RPT-LINE.
007110     MOVE WS-STATUS-FLAGS TO RPT-COUNT.
007120     MOVE SPACES TO MON-RPT-LINE.
007130     STRING "STATUS ACCOUNTS FLAGGED ...... " DELIMITED BY SIZE
007140            RPT-COUNT DELIMITED BY SIZE
007150            INTO MON-RPT-LINE
007160     END-STRING.
007170     WRITE MON-RPT-LINE.
007180     MOVE SPACES TO MON-RPT-LINE.
007190     MOVE "END OF REPORT" TO MON-RPT-LINE.
007200     WRITE MON-RPT-LINE.
007210 3000-WRITE-TOTALS-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250*    3100-DISPLAY-SUMMARY - SHOW THE RUN COUNTS ON THE JOB LOG.  *
007260******************************************************************
007270 3100-DISPLAY-SUMMARY.
007280     MOVE WS-ENTRIES-READ TO RPT-COUNT.
007290     DISPLAY "DLR195 HISTORY ENTRIES READ ... " RPT-COUNT.
007300     MOVE WS-DAY-POSTINGS TO RPT-COUNT.
007310     DISPLAY "DLR195 POSTINGS ON THE DATE ... " RPT-COUNT.
007320     MOVE WS-ACCOUNTS-EXAMINED TO RPT-COUNT.
007330     DISPLAY "DLR195 ACCOUNTS EXAMINED ...... " RPT-COUNT.
007340     MOVE WS-LARGE-FLAGS TO RPT-COUNT.
007350     DISPLAY "DLR195 LARGE POSTINGS ......... " RPT-COUNT.
007360     MOVE WS-VELOCITY-FLAGS TO RPT-COUNT.
007370     DISPLAY "DLR195 VELOCITY ACCOUNTS ...... " RPT-COUNT.
007380     MOVE WS-STATUS-FLAGS TO RPT-COUNT.
007390     DISPLAY "DLR195 STATUS ACCOUNTS ........ " RPT-COUNT.
007400 3100-DISPLAY-SUMMARY-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440*    9999-TERMINATE - FINISH THE REPORT, SHOW THE RUN SUMMARY,   *
007450*    CLOSE THE FILES, AND RETURN CONTROL.                        *
007460******************************************************************
007470 9999-TERMINATE.
007480     PERFORM 3000-WRITE-TOTALS
007490         THRU 3000-WRITE-TOTALS-EXIT.
007500     PERFORM 3100-DISPLAY-SUMMARY
007510         THRU 3100-DISPLAY-SUMMARY-EXIT.
007520     CLOSE TRAN-HIST-FILE.
007530     CLOSE ACCT-MASTER-FILE.
007540     CLOSE MON-RPT-FILE.
007550 9999-TERMINATE-EXIT.
007560     EXIT.
