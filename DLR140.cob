000660*                     CARRYING THE REST, AND THE TWO FILES       *
000670*                     SWAP ROLES.  A RECORD WITH A NON-NUMERIC   *
000680*                     (LEGACY) BATCH NUMBER IS TREATED AS        *
000681*                     BATCH ZERO, SO A SINGLE-SITE FEED THAT     *
000682*                     CLOSES EACH BATCH BEFORE OPENING THE       *
000683*                     NEXT STILL BALANCES AS BEFORE.             *
000684*                                                                *
000685*    2026-10-15  JPL  EACH DETAIL OF A BALANCED BATCH IS NOW     *
000686*                     CHECKED FOR A DUPLICATE BEFORE IT POSTS: A *
000687*                     "P" POSTING ON TRANHIST FOR THE SAME       *
000688*                     ACCOUNT, AMOUNT, TRANSACTION DATE AND      *
000689*                     REASON CODE, POSTED WITHIN THE LOOK-BACK   *
000690*                     WINDOW ("DUPDAYS NNN" ON THE OPTIONAL      *
000691*                     PARMCARD; DEFAULT 5 DAYS, 000 TURNS THE    *
000692*                     CHECK OFF).  A CAPTURE SITE RESENDING A    *
000693*                     BATCH UNDER A NEW NUMBER NO LONGER POSTS   *
000694*                     TWICE: THE SUSPECTED DUPLICATE IS HELD ON  *
000695*                     DUPHOLD AND LISTED ON DUPRPT WITH THE      *
000696*                     POSTING IT MATCHES.  HELD DETAILS THE      *
000697*                     OPERATOR JUDGES GENUINE ARE COPIED TO THE  *
000698*                     OPTIONAL DUPRELS DATASET AND POST AT THE   *
000699*                     START OF THE NEXT RUN WITHOUT THE          *
000700*                     DUPLICATE CHECK (THE ACCOUNT CHECK STILL   *
000701*                     APPLIES); ONCE THEY HAVE POSTED THE RUN    *
000702*                     EMPTIES DUPRELS, SO EACH RELEASE POSTS     *
000703*                     ONLY ONCE.                                 *
000704*                                                                *
000705*    2026-10-15  JPL  EVERY BATCH NUMBER DISPOSED OF NOW         *
000706*                     LEAVES A RECORD (SEE DISPREC) ON THE       *
000707*                     DISPFL DATASET SENT BACK TO THE SOURCE     *
000708*                     SYSTEM: POSTED, POSTED WITH DETAILS        *
000709*                     DIVERTED OR HELD, SUSPENDED OUT OF         *
000710*                     BALANCE, OR LEFT OPEN AT END-OF-FILE,      *
000711*                     WITH THE POSTED AND THE EXCEPTION COUNT    *
000712*                     AND AMOUNT, SO A CAPTURE SITE LEARNS THE   *
000713*                     DAY IT HAPPENS WHAT BECAME OF EACH BATCH   *
000714*                     IT SENT.                                   *
000715*                                                                *
000716*    2026-10-15  JPL  A POSTED DETAIL NOW CARRIES THE DETAIL'S   *
000717*                     REASON CODE (SEE RECLAYT) ONTO TRANHIST,   *
000718*                     SO THE SYSTEM-GENERATED FEE AND INTEREST   *
000719*                     CHARGES OF THE DLR220 ACCRUAL BATCH CAN    *
000720*                     BE TOLD FROM CUSTOMER ACTIVITY.  A         *
000721*                     CAPTURED DETAIL CARRIES SPACES THERE, AS   *
000722*                     ITS POSTINGS ALWAYS HAVE.                  *
000723*                                                                *
000724*    2026-10-15  JPL  THE RUN NOW LEAVES ITS FLOW FIGURES ON THE *
000725*                     SHARED CTLFIGS DATASET (SEE CTLFIG) UNDER  *
000726*                     THE POSTING DATE - RECORDS READ FROM       *
000727*                     TYPEDFL AND RELEASFL, DETAILS READ AND     *
000728*                     RELEASED FROM DUPRELS, THE COUNT AND       *
000729*                     AMOUNT POSTED, SUSPENDED, DIVERTED, HELD   *
000730*                     AS DUPLICATES, AND REVERSED, AND THE       *
000731*                     RECORDS WRITTEN TO SUSPFL - FOR THE DLR225 *
000732*                     PROOF-OF-FLOW REPORT.                      *
000733*                                                                *
000734******************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID.    DLR140.
000760 AUTHOR.        J P LANGE.
001130*
001140     SELECT POST-EXCP-FILE ASSIGN TO "POSTEXCP"
001150         ORGANIZATION SEQUENTIAL.
001151*
001152     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
001153         ORGANIZATION LINE SEQUENTIAL.
001154*
001155     SELECT DUP-HOLD-FILE ASSIGN TO "DUPHOLD"
001156         ORGANIZATION SEQUENTIAL.
001157*
001158     SELECT OPTIONAL DUP-RELEASE-FILE ASSIGN TO "DUPRELS"
001159         ORGANIZATION SEQUENTIAL.
001160*
001161     SELECT DUP-RPT-FILE ASSIGN TO "DUPRPT"
001162         ORGANIZATION LINE SEQUENTIAL.
001163*
001164     SELECT DISP-FILE ASSIGN TO "DISPFL"
001165         ORGANIZATION SEQUENTIAL.
001166*
001167     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
001168         ORGANIZATION SEQUENTIAL.
001169*
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  TYPE-FILE-IN
001390 FD  OOB-RPT-FILE.
001400 01  OOB-RPT-LINE                        PIC X(80).
001410*
001411 FD  DUP-HOLD-FILE
001412     RECORD CONTAINS 100 CHARACTERS.
001413 01  DUP-HOLD-RECORD                     PIC X(100).
001414*
001415 FD  DUP-RELEASE-FILE
001416     RECORD CONTAINS 100 CHARACTERS.
001417 01  DUP-RELEASE-RECORD                  PIC X(100).
001418*
001419 FD  DUP-RPT-FILE.
001420 01  DUP-RPT-LINE                        PIC X(80).
001421*
001422******************************************************************
001430*    HIST-RECORD - ONE POSTED TRANSACTION.  THE KEY CARRIES THE  *
001440*    ACCOUNT ID, THE POSTING DATE, AND A POSTING SEQUENCE SO     *
001450*    EVERY POSTING FOR AN ACCOUNT IS UNIQUELY ADDRESSABLE AND    *
001460*    READS BACK IN POSTING ORDER.  A REVERSAL CARRIES THE        *
001470*    NEGATED AMOUNT OF THE POSTING IT UNDOES PLUS THE            *
001471*    CORRECTION REASON CODE; A POSTING CARRIES THE DETAIL'S      *
001472*    OWN REASON CODE.                                            *
001490******************************************************************
001500*
001510 FD  TRAN-HIST-FILE
001850 FD  POST-EXCP-FILE
001860     RECORD CONTAINS 100 CHARACTERS.
001870 01  POST-EXCP-RECORD                    PIC X(100).
001871*
001872 FD  PARM-FILE.
001873 01  PARM-RECORD                         PIC X(80).
001874*
001875 FD  DISP-FILE
001876     RECORD CONTAINS 80 CHARACTERS.
001877     COPY DISPREC.
001878*
001879 FD  CTL-FIGURE-FILE
001880     RECORD CONTAINS 80 CHARACTERS.
001881     COPY CTLFIG.
001882*
001890 WORKING-STORAGE SECTION.
001900     COPY RECLAYT.
001910*
002250     05  WS-DISPOSE-SWITCH           PIC X(01) VALUE "S".
002260         88  WS-DISPOSE-POST              VALUE "P".
002270         88  WS-DISPOSE-SUSPEND           VALUE "S".
002271     05  WS-DUP-CHECK-SWITCH         PIC X(01) VALUE "Y".
002272         88  WS-DUP-CHECK-ON              VALUE "Y".
002273         88  WS-DUP-CHECK-OFF             VALUE "N".
002274         88  WS-DUP-CHECK-BYPASS          VALUE "R".
002275     05  WS-DUP-FOUND-SWITCH         PIC X(01) VALUE "N".
002276         88  WS-DUP-FOUND                 VALUE "Y".
002277         88  WS-DUP-NOT-FOUND             VALUE "N".
002278     05  WS-DUP-SCAN-SWITCH          PIC X(01) VALUE "N".
002279         88  WS-DUP-SCAN-DONE             VALUE "Y".
002280         88  WS-DUP-SCAN-MORE             VALUE "N".
002281     05  WS-DUP-REL-EOF-SWITCH       PIC X(01) VALUE "N".
002282         88  WS-DUP-REL-EOF-YES           VALUE "Y".
002283         88  WS-DUP-REL-EOF-NO            VALUE "N".
002284*
002290 01  DLR140-CONSTANTS.
002300     05  WS-MAX-BATCHES              PIC 9(02) COMP VALUE 50.
002301     05  WS-DEFAULT-DUP-DAYS         PIC 9(03) VALUE 5.
002302*
002303******************************************************************
002304*    FIGURE FIELDS - THE ONE CONTROL FIGURE 1950-WRITE-FIGURE    *
002305*    IS ABOUT TO LEAVE ON CTLFIGS.                               *
002306******************************************************************
002307 01  DLR140-FIGURE-FIELDS.
002308     05  WS-FIG-ID                   PIC X(08) VALUE SPACES.
002309     05  WS-FIG-COUNT                PIC 9(09) VALUE ZERO.
002310     05  WS-FIG-AMOUNT               PIC S9(13)V99 VALUE ZERO.
002311*
002320 01  DLR140-STATUS-FIELDS.
002330     05  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
002340         88  WS-HIST-GOOD                 VALUE "00".
002350         88  WS-HIST-NOT-FOUND            VALUE "35".
002360     05  WS-ACCT-STATUS              PIC X(02) VALUE SPACES.
002370         88  WS-ACCT-FOUND                VALUE "00".
002371*
002372******************************************************************
002373*    FLOW FIELDS - WHAT THE RUN TOOK IN AND WHERE IT WENT, BY    *
002374*    COUNT AND AMOUNT, FOR THE CONTROL FIGURES LEFT ON CTLFIGS;  *
002375*    EACH DETAIL IS POSTED, SUSPENDED, DIVERTED, OR HELD.        *
002376******************************************************************
002377 01  DLR140-FLOW-FIELDS.
002378     05  WS-TYPED-READ               PIC 9(07) COMP VALUE ZERO.
002379     05  WS-RELEASED-READ            PIC 9(07) COMP VALUE ZERO.
002380     05  WS-DETAILS-READ             PIC 9(07) COMP VALUE ZERO.
002381     05  WS-SUSP-RECORDS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
002382     05  WS-DETAILS-READ-AMOUNT      PIC 9(11)V99 VALUE ZERO.
002383     05  WS-DUP-RELEASED-AMOUNT      PIC 9(11)V99 VALUE ZERO.
002384     05  WS-POSTED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
002385     05  WS-SUSPENDED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
002386     05  WS-DIVERTED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
002387     05  WS-DUP-HELD-AMOUNT          PIC 9(11)V99 VALUE ZERO.
002388     05  WS-REVERSED-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002389*
002390 01  DLR140-COUNTERS.
002400     05  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
002410     05  WS-DETAILS-POSTED           PIC 9(07) COMP VALUE ZERO.
002480     05  WS-UNKNOWN-TYPES            PIC 9(07) COMP VALUE ZERO.
002490     05  WS-UNKNOWN-ACCOUNTS         PIC 9(07) COMP VALUE ZERO.
002500     05  WS-DELETED-ACCOUNTS         PIC 9(07) COMP VALUE ZERO.
002501     05  WS-DUPLICATES-HELD          PIC 9(07) COMP VALUE ZERO.
002502     05  WS-DUPLICATES-RELEASED      PIC 9(07) COMP VALUE ZERO.
002503     05  WS-DISPOSITIONS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
002510*
002520 01  DLR140-WORK-FIELDS.
002530     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002560     05  WS-ORIG-TRANS-DATE          PIC 9(08) VALUE ZERO.
002570*
002580******************************************************************
002581*    DUPLICATE-CHECK FIELDS - THE LOOK-BACK WINDOW IN DAYS, THE  *
002582*    EARLIEST POSTING DATE IT REACHES BACK TO (STEPPED BACK A    *
002583*    DAY AT A TIME FROM THE RUN DATE AGAINST THE MONTH-LENGTH    *
002584*    TABLE), AND THE KEY AND AMOUNT OF THE POSTING A SUSPECTED   *
002585*    DUPLICATE MATCHED, FOR THE DUPRPT REPORT.                   *
002586******************************************************************
002587 01  DLR140-DUPLICATE-FIELDS.
002588     05  WS-DUP-DAYS                 PIC 9(03) VALUE ZERO.
002589     05  WS-DUP-DAY-IDX              PIC 9(03) COMP VALUE ZERO.
002590     05  WS-DUP-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
002591     05  WS-DUP-CUTOFF-PARTS REDEFINES WS-DUP-CUTOFF-DATE.
002592         10  WS-DUP-CUTOFF-YYYY      PIC 9(04).
002593         10  WS-DUP-CUTOFF-MM        PIC 9(02).
002594         10  WS-DUP-CUTOFF-DD        PIC 9(02).
002595     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
002596     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
002597     05  WS-MATCH-POST-DATE          PIC 9(08) VALUE ZERO.
002598     05  WS-MATCH-POST-SEQ           PIC 9(05) VALUE ZERO.
002599     05  WS-MATCH-AMOUNT             PIC S9(09)V99 VALUE ZERO.
002600*
002601 01  DLR140-MONTH-TABLE.
002602     05  FILLER                      PIC X(24)
002603                 VALUE "312831303130313130313031".
002604 01  DLR140-MONTH-LENGTHS REDEFINES DLR140-MONTH-TABLE.
002605     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
002606*
002607******************************************************************
002608*    BATCH FIELDS - THE BATCH BEING BALANCED OR DRAINED: ITS    *
002609*    NUMBER, ITS TABLE SLOT, ITS TALLIED ACTUALS, AND THE       *
002610*    SUMMARY RECORD'S EXPECTED FIGURES SAVED BEFORE THE WORK    *
002620*    FILE IS DRAINED (DRAINING REUSES WS-AREA-1).               *
002630******************************************************************
002750     05  WS-SAVED-SUMMARY-REC        PIC X(100) VALUE SPACES.
002760*
002770******************************************************************
002771*    DISPOSITION FIELDS - WHAT BECAME OF THE BATCH BEING         *
002772*    DRAINED: THE DETAILS THAT REACHED TRANHIST AND THOSE        *
002773*    DIVERTED OR HELD AS DUPLICATES, TALLIED AS EACH DETAIL IS   *
002774*    DISPOSED OF, FOR THE DISPFL RECORD WRITTEN AFTER THE DRAIN. *
002775******************************************************************
002776 01  DLR140-DISPOSITION-FIELDS.
002777     05  WS-DISP-CODE                PIC X(01) VALUE SPACE.
002778     05  WS-DISP-POSTED-COUNT        PIC 9(07) COMP VALUE ZERO.
002779     05  WS-DISP-POSTED-AMOUNT       PIC 9(11)V99 VALUE ZERO.
002780     05  WS-DISP-EXCP-COUNT          PIC 9(07) COMP VALUE ZERO.
002781     05  WS-DISP-EXCP-AMOUNT         PIC 9(11)V99 VALUE ZERO.
002782*
002783******************************************************************
002784*    BATCH TABLE - ONE ENTRY PER BATCH CURRENTLY OPEN ON THE    *
002790*    WORK FILE, CARRYING ITS ACCUMULATED ACTUAL COUNT AND       *
002800*    AMOUNT.  A SLOT IS FREED WHEN ITS BATCH'S SUMMARY          *
002810*    ARRIVES AND THE BATCH IS RELEASED OR SUSPENDED.  FIFTY     *
003110     05  RPT-EXP-AMOUNT              PIC ZZZZZZZZZZ9.99.
003120     05  RPT-ACT-COUNT               PIC ZZZZZZ9.
003130     05  RPT-ACT-AMOUNT              PIC ZZZZZZZZZZ9.99.
003131     05  RPT-DUPS-HELD               PIC ZZZZZZ9.
003132     05  RPT-DUPS-RELEASED           PIC ZZZZZZ9.
003133     05  RPT-DUP-DAYS                PIC ZZ9.
003134     05  RPT-DUP-AMOUNT              PIC ZZZZZZZZ9.99-.
003135     05  RPT-DUP-DATE                PIC 9(08).
003136     05  RPT-DUP-SEQ                 PIC 9(05).
003137     05  RPT-DISPOSITIONS            PIC ZZZZZZ9.
003140*
003150 PROCEDURE DIVISION.
003160*
003410******************************************************************
003420 1000-INITIALIZE.
003430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003431     PERFORM 1040-READ-PARM
003432         THRU 1040-READ-PARM-EXIT.
003440     OPEN INPUT TYPE-FILE-IN.
003450     OPEN INPUT RELEASE-FILE.
003460     OPEN OUTPUT BATCH-WORK-FILE.
003470     OPEN OUTPUT SUSP-FILE.
003480     OPEN OUTPUT POST-EXCP-FILE.
003490     OPEN OUTPUT OOB-RPT-FILE.
003491     OPEN OUTPUT DUP-HOLD-FILE.
003492     OPEN OUTPUT DUP-RPT-FILE.
003493     OPEN OUTPUT DISP-FILE.
003500     OPEN I-O TRAN-HIST-FILE.
003510     IF WS-HIST-NOT-FOUND
003520         OPEN OUTPUT TRAN-HIST-FILE
003580            DELIMITED BY SIZE INTO OOB-RPT-LINE
003590     END-STRING.
003600     WRITE OOB-RPT-LINE.
003601     PERFORM 1090-WRITE-DUP-HEADING
003602         THRU 1090-WRITE-DUP-HEADING-EXIT.
003610     PERFORM 1070-CLEAR-ONE-BATCH
003620         THRU 1070-CLEAR-ONE-BATCH-EXIT
003630         VARYING WS-BATCH-IDX FROM 1 BY 1
003640         UNTIL WS-BATCH-IDX > WS-MAX-BATCHES.
003641     PERFORM 1200-RELEASE-DUPLICATES
003642         THRU 1200-RELEASE-DUPLICATES-EXIT.
003650     PERFORM 1100-READ-NEXT
003660         THRU 1100-READ-NEXT-EXIT.
003670 1000-INITIALIZE-EXIT.
003680     EXIT.
003690*
003700******************************************************************
003701*    1040-READ-PARM - THE OPTIONAL PARM CARD SETS THE DUPLICATE  *
003702*    LOOK-BACK WINDOW AS "DUPDAYS NNN".  AN ABSENT OR BLANK      *
003703*    CARD TAKES THE DEFAULT; A MALFORMED ONE IS REPORTED AND     *
003704*    TAKES THE DEFAULT RATHER THAN STOPPING THE POSTING RUN.     *
003705*    A WINDOW OF ZERO DAYS TURNS THE CHECK OFF.  THE EARLIEST    *
003706*    POSTING DATE THE WINDOW REACHES IS WORKED OUT HERE, ONCE.   *
003707******************************************************************
003708 1040-READ-PARM.
003709     MOVE WS-DEFAULT-DUP-DAYS TO WS-DUP-DAYS.
003710     OPEN INPUT PARM-FILE.
003711     READ PARM-FILE
003712         AT END
003713             MOVE SPACES TO PARM-RECORD
003714     END-READ.
003715     EVALUATE TRUE
003716         WHEN PARM-RECORD = SPACES
003717             CONTINUE
003718         WHEN PARM-RECORD (1:8) = "DUPDAYS "
003719             AND PARM-RECORD (9:3) NUMERIC
003720             MOVE PARM-RECORD (9:3) TO WS-DUP-DAYS
003721         WHEN OTHER
003722             DISPLAY "DLR140 UNRECOGNIZED PARM CARD: "
003723                 PARM-RECORD (1:20)
003724             DISPLAY "DLR140 USING THE DEFAULT DUPLICATE WINDOW"
003725     END-EVALUATE.
003726     CLOSE PARM-FILE.
003727     IF WS-DUP-DAYS = ZERO
003728         MOVE "N" TO WS-DUP-CHECK-SWITCH
003729     END-IF.
003730     MOVE WS-RUN-DATE TO WS-DUP-CUTOFF-DATE.
003731     PERFORM 1080-STEP-BACK-ONE-DAY
003732         THRU 1080-STEP-BACK-ONE-DAY-EXIT
003733         VARYING WS-DUP-DAY-IDX FROM 1 BY 1
003734         UNTIL WS-DUP-DAY-IDX > WS-DUP-DAYS.
003735 1040-READ-PARM-EXIT.
003736     EXIT.
003737*
003738******************************************************************
003739*    1050-OPEN-MASTER - OPEN THE ACCOUNT MASTER FOR THE          *
003740*    POSTING-ACCOUNT CHECKS BEFORE ANY OTHER FILE IS TOUCHED.    *
003741*    A MASTER THAT CANNOT BE OPENED WOULD DIVERT EVERY DETAIL    *
003742*    OF THE RUN, SO THE RUN REFUSES TO START INSTEAD.            *
003750******************************************************************
003760 1050-OPEN-MASTER.
003770     OPEN INPUT ACCT-MASTER-FILE.
003910     MOVE ZERO TO WS-BATCH-TBL-AMOUNT (WS-BATCH-IDX).
003920 1070-CLEAR-ONE-BATCH-EXIT.
003930     EXIT.
003931*
003932******************************************************************
003933*    1080-STEP-BACK-ONE-DAY - MOVE THE CUTOFF DATE BACK ONE      *
003934*    CALENDAR DAY, ROLLING INTO THE PREVIOUS MONTH AND YEAR      *
003935*    AND TAKING FEBRUARY'S LENGTH FROM THE LEAP-YEAR RULE.       *
003936******************************************************************
003937 1080-STEP-BACK-ONE-DAY.
003938     IF WS-DUP-CUTOFF-DD > 1
003939         SUBTRACT 1 FROM WS-DUP-CUTOFF-DD
003940         GO TO 1080-STEP-BACK-ONE-DAY-EXIT
003941     END-IF.
003942     IF WS-DUP-CUTOFF-MM > 1
003943         SUBTRACT 1 FROM WS-DUP-CUTOFF-MM
003944     ELSE
003945         SUBTRACT 1 FROM WS-DUP-CUTOFF-YYYY
003946         MOVE 12 TO WS-DUP-CUTOFF-MM
003947     END-IF.
003948     MOVE WS-MONTH-DAYS (WS-DUP-CUTOFF-MM) TO WS-DUP-CUTOFF-DD.
003949     IF WS-DUP-CUTOFF-MM = 2
003950         PERFORM 1085-CHECK-LEAP-YEAR
003951             THRU 1085-CHECK-LEAP-YEAR-EXIT
003952     END-IF.
003953 1080-STEP-BACK-ONE-DAY-EXIT.
003954     EXIT.
003955*
003956 1085-CHECK-LEAP-YEAR.
003957     DIVIDE WS-DUP-CUTOFF-YYYY BY 4
003958         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003959     IF WS-LEAP-REMAINDER NOT = ZERO
003960         GO TO 1085-CHECK-LEAP-YEAR-EXIT
003961     END-IF.
003962     DIVIDE WS-DUP-CUTOFF-YYYY BY 100
003963         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003964     IF WS-LEAP-REMAINDER NOT = ZERO
003965         MOVE 29 TO WS-DUP-CUTOFF-DD
003966         GO TO 1085-CHECK-LEAP-YEAR-EXIT
003967     END-IF.
003968     DIVIDE WS-DUP-CUTOFF-YYYY BY 400
003969         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
003970     IF WS-LEAP-REMAINDER = ZERO
003971         MOVE 29 TO WS-DUP-CUTOFF-DD
003972     END-IF.
003973 1085-CHECK-LEAP-YEAR-EXIT.
003974     EXIT.
003975*
003976******************************************************************
003977*    1090-WRITE-DUP-HEADING - HEAD THE DUPLICATE REPORT WITH     *
003978*    THE WINDOW IN FORCE, SO A QUIET REPORT CAN BE TOLD APART    *
003979*    FROM ONE WHOSE CHECK WAS TURNED OFF.                        *
003980******************************************************************
003981 1090-WRITE-DUP-HEADING.
003982     MOVE SPACES TO DUP-RPT-LINE.
003983     STRING "DLR140 SUSPECTED DUPLICATE REPORT - RUN "
003984            DELIMITED BY SIZE
003985            WS-RUN-DATE DELIMITED BY SIZE
003986            INTO DUP-RPT-LINE
003987     END-STRING.
003988     WRITE DUP-RPT-LINE.
003989     MOVE SPACES TO DUP-RPT-LINE.
003990     IF WS-DUP-CHECK-ON
003991         MOVE WS-DUP-DAYS TO RPT-DUP-DAYS
003992         STRING "LOOK-BACK WINDOW " DELIMITED BY SIZE
003993                RPT-DUP-DAYS DELIMITED BY SIZE
003994                " DAYS - POSTINGS FROM " DELIMITED BY SIZE
003995                WS-DUP-CUTOFF-DATE DELIMITED BY SIZE
003996                INTO DUP-RPT-LINE
003997         END-STRING
003998     ELSE
003999         STRING "DUPLICATE CHECK TURNED OFF BY PARM CARD"
004000                DELIMITED BY SIZE
004001                INTO DUP-RPT-LINE
004002         END-STRING
004003     END-IF.
004004     WRITE DUP-RPT-LINE.
004005 1090-WRITE-DUP-HEADING-EXIT.
004006     EXIT.
004007*
004008******************************************************************
004009*    1100-READ-NEXT - READ ONE RECORD OF THE COMBINED STREAM     *
004010*    INTO WS-AREA-1.  THE OPTIONAL RELEASE FILE OF REPAIRED      *
004011*    SUSPENSE BATCHES FROM DLR145 IS DRAINED FIRST, THEN THE     *
004012*    DAY'S TYPEDFL, SO THE REST OF THE PROGRAM SEES ONE          *
004013*    STREAM AND A RELEASED BATCH IS BALANCED LIKE ANY OTHER.     *
004014******************************************************************
004020 1100-READ-NEXT.
004030     IF WS-REL-EOF-NO
004040         READ RELEASE-FILE INTO WS-AREA-1
004140     END-IF.
004150 1100-READ-NEXT-EXIT.
004160     EXIT.
004161*
004162******************************************************************
004163*    1200-RELEASE-DUPLICATES - POST, AHEAD OF THE FEED AND       *
004164*    WITHOUT THE DUPLICATE CHECK, THE HELD DETAILS AN OPERATOR   *
004165*    JUDGED GENUINE AND COPIED TO DUPRELS, THEN EMPTY DUPRELS    *
004166*    SO THEY POST ONLY ONCE.                                     *
004167******************************************************************
004168 1200-RELEASE-DUPLICATES.
004169     IF WS-DUP-CHECK-ON
004170         MOVE "R" TO WS-DUP-CHECK-SWITCH
004171     END-IF.
004172     OPEN INPUT DUP-RELEASE-FILE.
004173     PERFORM 1210-RELEASE-ONE-DUPLICATE
004174         THRU 1210-RELEASE-ONE-DUPLICATE-EXIT
004175         UNTIL WS-DUP-REL-EOF-YES.
004176     CLOSE DUP-RELEASE-FILE.
004177     IF WS-DUPLICATES-RELEASED > ZERO
004178         OPEN OUTPUT DUP-RELEASE-FILE
004179         CLOSE DUP-RELEASE-FILE
004180     END-IF.
004181     IF WS-DUP-CHECK-BYPASS
004182         MOVE "Y" TO WS-DUP-CHECK-SWITCH
004183     END-IF.
004184 1200-RELEASE-DUPLICATES-EXIT.
004185     EXIT.
004186*
004187 1210-RELEASE-ONE-DUPLICATE.
004188     READ DUP-RELEASE-FILE INTO WS-AREA-1
004189         AT END
004190             MOVE "Y" TO WS-DUP-REL-EOF-SWITCH
004191             GO TO 1210-RELEASE-ONE-DUPLICATE-EXIT
004192     END-READ.
004193     IF NOT WS-REC-TYPE-DETAIL-VAL
004194         ADD 1 TO WS-UNKNOWN-TYPES
004195         GO TO 1210-RELEASE-ONE-DUPLICATE-EXIT
004196     END-IF.
004197     ADD 1 TO WS-DUPLICATES-RELEASED.
004198     ADD WS-DETAIL-AMOUNT TO WS-DUP-RELEASED-AMOUNT.
004199     PERFORM 2100-POST-DETAIL
004200         THRU 2100-POST-DETAIL-EXIT.
004201     MOVE WS-DETAIL-ID TO RPT-DETAIL-ID.
004202     MOVE WS-DETAIL-AMOUNT TO RPT-DUP-AMOUNT.
004203     MOVE SPACES TO DUP-RPT-LINE.
004204     STRING "RELEASED DETAIL ACCOUNT " DELIMITED BY SIZE
004205            RPT-DETAIL-ID DELIMITED BY SIZE
004206            " AMOUNT " DELIMITED BY SIZE
004207            RPT-DUP-AMOUNT DELIMITED BY SIZE INTO DUP-RPT-LINE
004208     END-STRING.
004209     MOVE " - POSTED" TO DUP-RPT-LINE (52:29).
004210     IF WS-DETAIL-DIVERTED
004211         MOVE " - DIVERTED" TO DUP-RPT-LINE (52:29)
004212     END-IF.
004213     WRITE DUP-RPT-LINE.
004214 1210-RELEASE-ONE-DUPLICATE-EXIT.
004215     EXIT.
004216*
004217******************************************************************
004218*    1950-WRITE-FIGURE - APPEND ONE FIGURE TO CTLFIGS.           *
004219******************************************************************
004220 1950-WRITE-FIGURE.
004221     OPEN EXTEND CTL-FIGURE-FILE.
004222     MOVE SPACES TO CTL-RECORD.
004223     MOVE "DLR140  " TO CTL-PROGRAM.
004224     MOVE WS-FIG-ID TO CTL-FIGURE-ID.
004225     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
004226     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
004227     MOVE WS-FIG-COUNT TO CTL-COUNT.
004228     MOVE WS-FIG-AMOUNT TO CTL-AMOUNT.
004229     WRITE CTL-RECORD.
004230     CLOSE CTL-FIGURE-FILE.
004231 1950-WRITE-FIGURE-EXIT.
004232     EXIT.
004233*
004234******************************************************************
004235*    2000-PROCESS-RECORD - DISPATCH ON THE WS-AREA-3 TYPE CODE.  *
004236*    A RECORD WITHOUT A RECOGNIZED TYPE CODE SHOULD NEVER REACH  *
004237*    THIS FILE; COUNT IT AND CARRY ON SO ONE STRAY RECORD DOES   *
004238*    NOT STOP THE POSTING RUN.                                   *
004239******************************************************************
004240 2000-PROCESS-RECORD.
004250     ADD 1 TO WS-RECORDS-READ.
004251     IF WS-REL-EOF-NO
004252         ADD 1 TO WS-RELEASED-READ
004253     ELSE
004254         ADD 1 TO WS-TYPED-READ
004255     END-IF.
004260     EVALUATE TRUE
004270         WHEN WS-REC-TYPE-DETAIL-VAL
004280             PERFORM 2150-HOLD-DETAIL
004410         THRU 1100-READ-NEXT-EXIT.
004420 2000-PROCESS-RECORD-EXIT.
004430     EXIT.
004431*
004432******************************************************************
004433*    2140-CHECK-DUPLICATE - SCAN THE DETAIL'S ACCOUNT HISTORY    *
004434*    FROM THE START OF THE LOOK-BACK WINDOW FOR A "P" POSTING    *
004435*    OF THE SAME AMOUNT, TRANSACTION DATE, AND REASON CODE.      *
004436*    ONE FOUND MEANS THE DETAIL HAS MOST LIKELY POSTED ALREADY   *
004437*    UNDER ANOTHER BATCH NUMBER; IT IS HELD AND REPORTED         *
004438*    INSTEAD OF POSTED.  CAPTURED DETAILS ALL CARRY SPACES IN    *
004439*    THE REASON CODE, SO THEY STILL MATCH ONE ANOTHER, WHILE     *
004440*    THE FEE AND INTEREST CHARGES DLR220 POSTS TO AN ACCOUNT     *
004441*    FOR THE SAME PERIOD END NEVER MATCH EACH OTHER.             *
004442******************************************************************
004443 2140-CHECK-DUPLICATE.
004444     MOVE "N" TO WS-DUP-FOUND-SWITCH.
004445     MOVE "N" TO WS-DUP-SCAN-SWITCH.
004446     MOVE WS-DETAIL-ID TO HIST-ACCOUNT-ID.
004447     MOVE WS-DUP-CUTOFF-DATE TO HIST-POST-DATE.
004448     MOVE ZERO TO HIST-POST-SEQ.
004449     START TRAN-HIST-FILE KEY NOT < HIST-KEY
004450         INVALID KEY
004451             MOVE "Y" TO WS-DUP-SCAN-SWITCH
004452     END-START.
004453     PERFORM 2145-SCAN-FOR-DUPLICATE
004454         THRU 2145-SCAN-FOR-DUPLICATE-EXIT
004455         UNTIL WS-DUP-SCAN-DONE.
004456     IF WS-DUP-FOUND
004457         PERFORM 2147-HOLD-DUPLICATE
004458             THRU 2147-HOLD-DUPLICATE-EXIT
004459     END-IF.
004460 2140-CHECK-DUPLICATE-EXIT.
004461     EXIT.
004462*
004463 2145-SCAN-FOR-DUPLICATE.
004464     READ TRAN-HIST-FILE NEXT RECORD
004465         AT END
004466             MOVE "Y" TO WS-DUP-SCAN-SWITCH
004467     END-READ.
004468     IF WS-DUP-SCAN-DONE
004469         GO TO 2145-SCAN-FOR-DUPLICATE-EXIT
004470     END-IF.
004471     IF HIST-ACCOUNT-ID NOT = WS-DETAIL-ID
004472         MOVE "Y" TO WS-DUP-SCAN-SWITCH
004473         GO TO 2145-SCAN-FOR-DUPLICATE-EXIT
004474     END-IF.
004475     IF HIST-TYPE-POSTED
004476         AND HIST-AMOUNT = WS-DETAIL-AMOUNT
004477         AND HIST-TRANS-DATE = WS-DETAIL-TRANS-DATE
004478         AND HIST-REASON-CODE = WS-DETAIL-REASON-CODE
004479         MOVE "Y" TO WS-DUP-FOUND-SWITCH
004480         MOVE "Y" TO WS-DUP-SCAN-SWITCH
004481         MOVE HIST-POST-DATE TO WS-MATCH-POST-DATE
004482         MOVE HIST-POST-SEQ TO WS-MATCH-POST-SEQ
004483         MOVE HIST-AMOUNT TO WS-MATCH-AMOUNT
004484     END-IF.
004485 2145-SCAN-FOR-DUPLICATE-EXIT.
004486     EXIT.
004487*
004488******************************************************************
004489*    2147-HOLD-DUPLICATE - WRITE THE DETAIL UNTOUCHED TO THE     *
004490*    DUPLICATE HOLD FILE AND LIST IT ON DUPRPT WITH THE KEY      *
004491*    AND AMOUNT OF THE POSTING IT MATCHED.                       *
004492******************************************************************
004493 2147-HOLD-DUPLICATE.
004494     WRITE DUP-HOLD-RECORD FROM WS-AREA-1.
004495     ADD 1 TO WS-DUPLICATES-HELD.
004496     ADD WS-DETAIL-AMOUNT TO WS-DUP-HELD-AMOUNT.
004497     ADD 1 TO WS-DISP-EXCP-COUNT.
004498     ADD WS-DETAIL-AMOUNT TO WS-DISP-EXCP-AMOUNT.
004499     MOVE WS-DETAIL-ID TO RPT-DETAIL-ID.
004500     MOVE WS-DETAIL-BATCH-NO TO RPT-BATCH-NO.
004501     MOVE WS-DETAIL-AMOUNT TO RPT-DUP-AMOUNT.
004502     MOVE SPACES TO DUP-RPT-LINE.
004503     STRING "DETAIL ACCOUNT " DELIMITED BY SIZE
004504            RPT-DETAIL-ID DELIMITED BY SIZE
004505            " BATCH " DELIMITED BY SIZE
004506            RPT-BATCH-NO DELIMITED BY SIZE
004507            " AMOUNT " DELIMITED BY SIZE
004508            RPT-DUP-AMOUNT DELIMITED BY SIZE
004509            " TRANS " DELIMITED BY SIZE
004510            WS-DETAIL-TRANS-DATE DELIMITED BY SIZE
004511            " HELD" DELIMITED BY SIZE
004512            INTO DUP-RPT-LINE
004513     END-STRING.
004514     WRITE DUP-RPT-LINE.
004515     MOVE WS-MATCH-POST-DATE TO RPT-DUP-DATE.
004516     MOVE WS-MATCH-POST-SEQ TO RPT-DUP-SEQ.
004517     MOVE WS-MATCH-AMOUNT TO RPT-DUP-AMOUNT.
004518     MOVE SPACES TO DUP-RPT-LINE.
004519     STRING "  MATCHES POSTING OF " DELIMITED BY SIZE
004520            RPT-DUP-DATE DELIMITED BY SIZE
004521            " SEQ " DELIMITED BY SIZE
004522            RPT-DUP-SEQ DELIMITED BY SIZE
004523            " AMOUNT " DELIMITED BY SIZE
004524            RPT-DUP-AMOUNT DELIMITED BY SIZE
004525            INTO DUP-RPT-LINE
004526     END-STRING.
004527     WRITE DUP-RPT-LINE.
004528 2147-HOLD-DUPLICATE-EXIT.
004529     EXIT.
004530*
004531******************************************************************
004532*    2150-HOLD-DETAIL - HOLD ONE DETAIL ON THE CURRENT WORK     *
004533*    FILE AND ACCUMULATE ITS BATCH'S ACTUAL COUNT AND AMOUNT    *
004534*    UNDER ITS BATCH NUMBER.  A LEGACY DETAIL WITH NO BATCH     *
004535*    NUMBER IS FILED AS BATCH ZERO, AND THE NORMALIZED NUMBER   *
004536*    IS STAMPED BACK INTO THE RECORD SO THE DRAIN CAN MATCH     *
004537*    IT.  THE DETAIL IS NOT POSTED UNTIL ITS BATCH PROVES IN    *
004538*    BALANCE.                                                   *
004539******************************************************************
004540 2150-HOLD-DETAIL.
004541     ADD 1 TO WS-DETAILS-READ.
004542     ADD WS-DETAIL-AMOUNT TO WS-DETAILS-READ-AMOUNT.
004550     IF WS-DETAIL-BATCH-NO NOT NUMERIC
004560         MOVE ZERO TO WS-DETAIL-BATCH-NO
004570     END-IF.
004650     IF WS-BATCH-NOT-FOUND
004660         WRITE SUSP-RECORD FROM WS-AREA-1
004670         ADD 1 TO WS-DETAILS-SUSPENDED
004671         ADD WS-DETAIL-AMOUNT TO WS-SUSPENDED-AMOUNT
004672         ADD 1 TO WS-SUSP-RECORDS-WRITTEN
004680         MOVE WS-WORK-BATCH-NO TO RPT-BATCH-NO
004690         MOVE SPACES TO OOB-RPT-LINE
004700         STRING "BATCH TABLE FULL - DETAIL OF BATCH "
005670*    MASTER AND NOT LOGICALLY DELETED, THEN POST ITS AMOUNT      *
005680*    AND TRANSACTION DATE TO THE HISTORY FILE UNDER THE NEXT     *
005690*    POSTING SEQUENCE.  A DETAIL THAT FAILS THE ACCOUNT CHECK    *
005691*    HAS ALREADY BEEN DIVERTED AND POSTS NOTHING, AND ONE THAT   *
005692*    MATCHES A POSTING INSIDE THE LOOK-BACK WINDOW IS HELD AS A  *
005693*    SUSPECTED DUPLICATE INSTEAD.                                *
005710******************************************************************
005720 2100-POST-DETAIL.
005730     PERFORM 2120-CHECK-ACCOUNT
005750     IF WS-DETAIL-DIVERTED
005760         GO TO 2100-POST-DETAIL-EXIT
005770     END-IF.
005771     IF WS-DUP-CHECK-ON
005772         PERFORM 2140-CHECK-DUPLICATE
005773             THRU 2140-CHECK-DUPLICATE-EXIT
005774         IF WS-DUP-FOUND
005775             GO TO 2100-POST-DETAIL-EXIT
005776         END-IF
005777     END-IF.
005780     MOVE SPACES TO HIST-RECORD.
005790     MOVE WS-DETAIL-ID TO HIST-ACCOUNT-ID.
005800     MOVE WS-RUN-DATE TO HIST-POST-DATE.
005810     SET HIST-TYPE-POSTED TO TRUE.
005820     MOVE WS-DETAIL-AMOUNT TO HIST-AMOUNT.
005830     MOVE WS-DETAIL-TRANS-DATE TO HIST-TRANS-DATE.
005831     MOVE WS-DETAIL-REASON-CODE TO HIST-REASON-CODE.
005850     ADD 1 TO WS-POST-SEQ.
005860     PERFORM 2110-WRITE-HIST
005870         THRU 2110-WRITE-HIST-EXIT.
005880     ADD 1 TO WS-DETAILS-POSTED.
005881     ADD 1 TO WS-DISP-POSTED-COUNT.
005882     ADD WS-DETAIL-AMOUNT TO WS-DISP-POSTED-AMOUNT.
005883     ADD WS-DETAIL-AMOUNT TO WS-POSTED-AMOUNT.
005890 2100-POST-DETAIL-EXIT.
005900     EXIT.
005910*
006390******************************************************************
006400 2130-DIVERT-DETAIL.
006410     WRITE POST-EXCP-RECORD FROM WS-AREA-1.
006411     ADD 1 TO WS-DISP-EXCP-COUNT.
006412     ADD WS-DETAIL-AMOUNT TO WS-DISP-EXCP-AMOUNT.
006413     ADD WS-DETAIL-AMOUNT TO WS-DIVERTED-AMOUNT.
006420     MOVE WS-DETAIL-ID TO RPT-DETAIL-ID.
006430     MOVE SPACES TO OOB-RPT-LINE.
006440     IF WS-DIVERT-DELETED
006900         PERFORM 2110-WRITE-HIST
006910             THRU 2110-WRITE-HIST-EXIT
006920         ADD 1 TO WS-CORRECTIONS-APPLIED
006921         SUBTRACT WS-ORIG-AMOUNT FROM WS-REVERSED-AMOUNT
006930     ELSE
006940         ADD 1 TO WS-CORRECTIONS-UNMATCHED
006950     END-IF.
007310*    HOLD THE WHOLE BATCH ON SUSPENSE WITH AN OUT-OF-BALANCE    *
007320*    REPORT LINE.  DETAILS OF OTHER STILL-OPEN BATCHES RIDE     *
007330*    ACROSS THE DRAIN UNTOUCHED, SO BATCH ORDER IN THE FEED     *
007331*    NO LONGER MATTERS.  EITHER WAY THE BATCH'S DISPOSITION     *
007332*    IS WRITTEN TO DISPFL FOR THE SOURCE SYSTEM.                *
007350******************************************************************
007360 2400-BALANCE-BATCH.
007370     IF WS-SUMMARY-BATCH-NO NOT NUMERIC
007630         MOVE "S" TO WS-DISPOSE-SWITCH
007640         ADD 1 TO WS-BATCHES-SUSPENDED
007650     END-IF.
007651     PERFORM 2460-CLEAR-DISPOSITION
007652         THRU 2460-CLEAR-DISPOSITION-EXIT.
007660     IF WS-BATCH-FOUND
007670         PERFORM 2450-DRAIN-WORK
007680             THRU 2450-DRAIN-WORK-EXIT
007690     END-IF.
007700     IF WS-DISPOSE-SUSPEND
007710         WRITE SUSP-RECORD FROM WS-SAVED-SUMMARY-REC
007711         ADD 1 TO WS-SUSP-RECORDS-WRITTEN
007720         PERFORM 2440-WRITE-OOB-REPORT
007730             THRU 2440-WRITE-OOB-REPORT-EXIT
007731         MOVE "S" TO WS-DISP-CODE
007732     ELSE
007733         IF WS-DISP-EXCP-COUNT > ZERO
007734             MOVE "X" TO WS-DISP-CODE
007735         ELSE
007736             MOVE "P" TO WS-DISP-CODE
007737         END-IF
007740     END-IF.
007741     PERFORM 2470-WRITE-DISPOSITION
007742         THRU 2470-WRITE-DISPOSITION-EXIT.
007750     MOVE "N" TO WS-SUMMARY-SWITCH.
007760 2400-BALANCE-BATCH-EXIT.
007770     EXIT.
008190         ELSE
008200             WRITE SUSP-RECORD FROM WS-AREA-1
008210             ADD 1 TO WS-DETAILS-SUSPENDED
008211             ADD WS-DETAIL-AMOUNT TO WS-SUSPENDED-AMOUNT
008212             ADD 1 TO WS-SUSP-RECORDS-WRITTEN
008220         END-IF
008230     ELSE
008240         PERFORM 2175-WRITE-OTHER
008280         THRU 2430-READ-WORK-EXIT.
008290 2455-DISPOSE-WORK-RECORD-EXIT.
008300     EXIT.
008301*
008302******************************************************************
008303*    2460-CLEAR-DISPOSITION - ZERO THE DISPOSITION TALLIES       *
008304*    BEFORE A BATCH IS DRAINED.                                  *
008305******************************************************************
008306 2460-CLEAR-DISPOSITION.
008307     MOVE SPACE TO WS-DISP-CODE.
008308     MOVE ZERO TO WS-DISP-POSTED-COUNT.
008309     MOVE ZERO TO WS-DISP-POSTED-AMOUNT.
008310     MOVE ZERO TO WS-DISP-EXCP-COUNT.
008311     MOVE ZERO TO WS-DISP-EXCP-AMOUNT.
008312 2460-CLEAR-DISPOSITION-EXIT.
008313     EXIT.
008314*
008315******************************************************************
008316*    2470-WRITE-DISPOSITION - WRITE THE BATCH'S DISPFL RECORD.   *
008317*    A SUSPENDED OR STILL-OPEN BATCH POSTED NOTHING, SO ITS      *
008318*    WHOLE ACTUAL COUNT AND AMOUNT ARE REPORTED AS EXCEPTIONS;   *
008319*    A POSTED BATCH REPORTS THE TALLIES TAKEN DURING THE DRAIN.  *
008320*    A BATCH WITH NO SUMMARY CARRIES A ZERO SUMMARY ID.          *
008321******************************************************************
008322 2470-WRITE-DISPOSITION.
008323     MOVE SPACES TO DISP-RECORD.
008324     MOVE WS-RUN-DATE TO DISP-RUN-DATE.
008325     MOVE "DLR140" TO DISP-PROGRAM.
008326     MOVE WS-TARGET-BATCH-NO TO DISP-BATCH-NO.
008327     IF WS-SUMMARY-PRESENT
008328         MOVE WS-SAVED-BATCH-ID TO DISP-SUMMARY-ID
008329     ELSE
008330         MOVE ZERO TO DISP-SUMMARY-ID
008331     END-IF.
008332     MOVE WS-DISP-CODE TO DISP-CODE.
008333     IF DISP-SUSPENDED OR DISP-OPEN-AT-EOF
008334         MOVE ZERO TO DISP-POSTED-COUNT
008335         MOVE ZERO TO DISP-POSTED-AMOUNT
008336         MOVE WS-ACT-COUNT TO DISP-EXCP-COUNT
008337         MOVE WS-ACT-AMOUNT TO DISP-EXCP-AMOUNT
008338     ELSE
008339         MOVE WS-DISP-POSTED-COUNT TO DISP-POSTED-COUNT
008340         MOVE WS-DISP-POSTED-AMOUNT TO DISP-POSTED-AMOUNT
008341         MOVE WS-DISP-EXCP-COUNT TO DISP-EXCP-COUNT
008342         MOVE WS-DISP-EXCP-AMOUNT TO DISP-EXCP-AMOUNT
008343     END-IF.
008344     WRITE DISP-RECORD.
008345     ADD 1 TO WS-DISPOSITIONS-WRITTEN.
008346 2470-WRITE-DISPOSITION-EXIT.
008347     EXIT.
008348*
008349******************************************************************
008350*    2430-READ-WORK - READ THE NEXT HELD DETAIL FROM THE         *
008351*    CURRENT WORK FILE BACK INTO WS-AREA-1.                     *
008352******************************************************************
008360 2430-READ-WORK.
008370     IF WS-WORK-CUR-1
008380         READ BATCH-WORK-FILE INTO WS-AREA-1
009190     MOVE WS-UNKNOWN-TYPES TO RPT-UNKNOWN-TYPES.
009200     MOVE WS-UNKNOWN-ACCOUNTS TO RPT-UNKNOWN-ACCOUNTS.
009210     MOVE WS-DELETED-ACCOUNTS TO RPT-DELETED-ACCOUNTS.
009211     MOVE WS-DUPLICATES-HELD TO RPT-DUPS-HELD.
009212     MOVE WS-DUPLICATES-RELEASED TO RPT-DUPS-RELEASED.
009213     MOVE WS-DISPOSITIONS-WRITTEN TO RPT-DISPOSITIONS.
009220     DISPLAY "DLR140 RECORDS READ ........... "
009230         RPT-RECORDS-READ.
009240     DISPLAY "DLR140 DETAILS POSTED ......... "
009410         RPT-UNKNOWN-ACCOUNTS.
009420     DISPLAY "DLR140 DELETED ACCOUNTS ....... "
009430         RPT-DELETED-ACCOUNTS.
009431     DISPLAY "DLR140 DUPLICATES HELD ........ "
009432         RPT-DUPS-HELD.
009433     DISPLAY "DLR140 DUPLICATES RELEASED .... "
009434         RPT-DUPS-RELEASED.
009435     DISPLAY "DLR140 DISPOSITIONS WRITTEN ... "
009436         RPT-DISPOSITIONS.
009440 3000-DISPLAY-SUMMARY-EXIT.
009450     EXIT.
009451*
009452******************************************************************
009453*    3100-POST-CONTROL-FIGURES - LEAVE THE RUN'S FLOW FIGURES    *
009454*    ON CTLFIGS UNDER THE POSTING DATE FOR THE DLR225 PROOF OF   *
009455*    FLOW: WHAT WAS READ FROM TYPEDFL, RELEASFL, AND DUPRELS,    *
009456*    WHERE EACH DETAIL WENT, THE REVERSALS POSTED, AND THE       *
009457*    RECORDS WRITTEN TO SUSPFL.                                  *
009458******************************************************************
009459 3100-POST-CONTROL-FIGURES.
009460     MOVE "TYPEDIN " TO WS-FIG-ID.
009461     MOVE WS-TYPED-READ TO WS-FIG-COUNT.
009462     MOVE ZERO TO WS-FIG-AMOUNT.
009463     PERFORM 1950-WRITE-FIGURE
009464         THRU 1950-WRITE-FIGURE-EXIT.
009465     MOVE "RELEASIN" TO WS-FIG-ID.
009466     MOVE WS-RELEASED-READ TO WS-FIG-COUNT.
009467     MOVE ZERO TO WS-FIG-AMOUNT.
009468     PERFORM 1950-WRITE-FIGURE
009469         THRU 1950-WRITE-FIGURE-EXIT.
009470     MOVE "DETAILS " TO WS-FIG-ID.
009471     MOVE WS-DETAILS-READ TO WS-FIG-COUNT.
009472     MOVE WS-DETAILS-READ-AMOUNT TO WS-FIG-AMOUNT.
009473     PERFORM 1950-WRITE-FIGURE
009474         THRU 1950-WRITE-FIGURE-EXIT.
009475     MOVE "DUPRELS " TO WS-FIG-ID.
009476     MOVE WS-DUPLICATES-RELEASED TO WS-FIG-COUNT.
009477     MOVE WS-DUP-RELEASED-AMOUNT TO WS-FIG-AMOUNT.
009478     PERFORM 1950-WRITE-FIGURE
009479         THRU 1950-WRITE-FIGURE-EXIT.
009480     MOVE "POSTED  " TO WS-FIG-ID.
009481     MOVE WS-DETAILS-POSTED TO WS-FIG-COUNT.
009482     MOVE WS-POSTED-AMOUNT TO WS-FIG-AMOUNT.
009483     PERFORM 1950-WRITE-FIGURE
009484         THRU 1950-WRITE-FIGURE-EXIT.
009485     MOVE "SUSPEND " TO WS-FIG-ID.
009486     MOVE WS-DETAILS-SUSPENDED TO WS-FIG-COUNT.
009487     MOVE WS-SUSPENDED-AMOUNT TO WS-FIG-AMOUNT.
009488     PERFORM 1950-WRITE-FIGURE
009489         THRU 1950-WRITE-FIGURE-EXIT.
009490     MOVE "EXCEPTNS" TO WS-FIG-ID.
009491     COMPUTE WS-FIG-COUNT =
009492         WS-UNKNOWN-ACCOUNTS + WS-DELETED-ACCOUNTS.
009493     MOVE WS-DIVERTED-AMOUNT TO WS-FIG-AMOUNT.
009494     PERFORM 1950-WRITE-FIGURE
009495         THRU 1950-WRITE-FIGURE-EXIT.
009496     MOVE "DUPHELD " TO WS-FIG-ID.
009497     MOVE WS-DUPLICATES-HELD TO WS-FIG-COUNT.
009498     MOVE WS-DUP-HELD-AMOUNT TO WS-FIG-AMOUNT.
009499     PERFORM 1950-WRITE-FIGURE
009500         THRU 1950-WRITE-FIGURE-EXIT.
009501     MOVE "REVERSED" TO WS-FIG-ID.
009502     MOVE WS-CORRECTIONS-APPLIED TO WS-FIG-COUNT.
009503     MOVE WS-REVERSED-AMOUNT TO WS-FIG-AMOUNT.
009504     PERFORM 1950-WRITE-FIGURE
009505         THRU 1950-WRITE-FIGURE-EXIT.
009506     MOVE "SUSPFL  " TO WS-FIG-ID.
009507     MOVE WS-SUSP-RECORDS-WRITTEN TO WS-FIG-COUNT.
009508     MOVE ZERO TO WS-FIG-AMOUNT.
009509     PERFORM 1950-WRITE-FIGURE
009510         THRU 1950-WRITE-FIGURE-EXIT.
009511 3100-POST-CONTROL-FIGURES-EXIT.
009512     EXIT.
009513*
009514******************************************************************
009515*    9100-SUSPEND-OPEN-BATCH - ONE STILL-OPEN BATCH TABLE       *
009516*    SLOT AT END-OF-FILE.  DRAIN ITS DETAILS TO SUSPENSE AND    *
009517*    REPORT IT AS A BATCH WITH NO SUMMARY, AND WRITE ITS        *
009518*    OPEN-AT-END-OF-FILE DISPOSITION TO DISPFL.                 *
009519******************************************************************
009520 9100-SUSPEND-OPEN-BATCH.
009530     IF WS-BATCH-INACTIVE (WS-BATCH-IDX)
009540         GO TO 9100-SUSPEND-OPEN-BATCH-EXIT
009550     END-IF.
009560     MOVE WS-BATCH-IDX TO WS-TARGET-IDX.
009561     PERFORM 2460-CLEAR-DISPOSITION
009562         THRU 2460-CLEAR-DISPOSITION-EXIT.
009570     MOVE WS-BATCH-TBL-NO (WS-BATCH-IDX) TO WS-TARGET-BATCH-NO.
009580     MOVE WS-BATCH-TBL-COUNT (WS-BATCH-IDX) TO WS-ACT-COUNT.
009590     MOVE WS-BATCH-TBL-AMOUNT (WS-BATCH-IDX) TO WS-ACT-AMOUNT.
009620     ADD 1 TO WS-BATCHES-SUSPENDED.
009630     PERFORM 2440-WRITE-OOB-REPORT
009640         THRU 2440-WRITE-OOB-REPORT-EXIT.
009641     MOVE "O" TO WS-DISP-CODE.
009642     PERFORM 2470-WRITE-DISPOSITION
009643         THRU 2470-WRITE-DISPOSITION-EXIT.
009650 9100-SUSPEND-OPEN-BATCH-EXIT.
009660     EXIT.
009670*
009690*    9999-TERMINATE - EVERY BATCH STILL OPEN AT END-OF-FILE     *
009700*    NEVER GOT ITS SUMMARY, SO IT CANNOT BE PROVED IN BALANCE;  *
009710*    HOLD EACH ONE ON SUSPENSE AND REPORT IT.  THEN SHOW THE    *
009711*    RUN SUMMARY, LEAVE THE CONTROL FIGURES, CLOSE THE FILES,   *
009712*    AND RETURN CONTROL.                                        *
009730******************************************************************
009740 9999-TERMINATE.
009750     MOVE "N" TO WS-SUMMARY-SWITCH.
009850     ELSE
009860         CLOSE BATCH-WORK-FILE-2
009870     END-IF.
009871     IF WS-DUPLICATES-HELD = ZERO
009872         MOVE SPACES TO DUP-RPT-LINE
009873         MOVE "NO SUSPECTED DUPLICATES HELD" TO DUP-RPT-LINE
009874         WRITE DUP-RPT-LINE
009875     END-IF.
009880     PERFORM 3000-DISPLAY-SUMMARY
009890         THRU 3000-DISPLAY-SUMMARY-EXIT.
009891     PERFORM 3100-POST-CONTROL-FIGURES
009892         THRU 3100-POST-CONTROL-FIGURES-EXIT.
009900     CLOSE TYPE-FILE-IN.
009910     CLOSE RELEASE-FILE.
009920     CLOSE POST-EXCP-FILE.
009930     CLOSE ACCT-MASTER-FILE.
009940     CLOSE SUSP-FILE.
009950     CLOSE OOB-RPT-FILE.
009951     CLOSE DUP-HOLD-FILE.
009952     CLOSE DUP-RPT-FILE.
009953     CLOSE DISP-FILE.
009960     CLOSE TRAN-HIST-FILE.
009970 9999-TERMINATE-EXIT.
009980     EXIT.
