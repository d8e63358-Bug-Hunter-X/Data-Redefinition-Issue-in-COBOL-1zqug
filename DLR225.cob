000010******************************************************************
000020*                                                                *
000030*    DLR225.COB                                                  *
000040*                                                                *
000050*    END-OF-DAY PROOF OF FLOW ACROSS THE DLR CHAIN.              *
000060*                                                                *
000070*    EVERY STEP OF THE DAILY CHAIN LEAVES ITS CONTROL FIGURES    *
000080*    ON CTLFIGS (SEE CTLFIG).  THIS RUN READS THEM BACK FOR ONE  *
000090*    BUSINESS DATE AND PRINTS THEM ON ONE PAGE IN THE ORDER THE  *
000100*    RECORDS TRAVEL: THE PARTNER ROWS DLR105 TOOK IN, WHAT       *
000110*    DLR110 ACCEPTED, REJECTED, AND SENT TO THE TYPED FEED, THE  *
000120*    ACCRUAL DETAILS DLR220 ADDED TO IT, WHERE DLR140 PUT EVERY  *
000130*    DETAIL (POSTED, SUSPENDED, EXCEPTIONS, HELD DUPLICATES),    *
000140*    WHAT DLR145 TOOK FROM SUSPENSE AND RELEASED, THE MOVEMENT   *
000150*    DLR175 ROLLED INTO THE TRIAL BALANCE, AND THE RECORDS       *
000160*    DLR130 SENT TO THE PARTNERS.                                *
000170*                                                                *
000180*    UNDER EACH STEP THE FIGURES ARE PROVED TO CARRY FORWARD -   *
000190*    WITHIN THE STEP, AND FROM THE STEP BEFORE IT.  A CHECK      *
000200*    THAT HOLDS PRINTS "OK"; ONE THAT DOES NOT, OR THAT CANNOT   *
000210*    BE MADE BECAUSE A STEP LEFT NO FIGURES, PRINTS "**" WITH    *
000220*    WHAT THE FIGURE SHOULD HAVE BEEN.  THE LAST LINE OF THE     *
000230*    FLOWRPT REPORT SAYS WHETHER THE DAY IS PROVED, AND A DAY    *
000240*    THAT IS NOT ENDS RC 8.                                      *
000250*                                                                *
000260*    CTLFIGS IS APPEND-ONLY, SO A STEP RUN TWICE IN THE DAY IS   *
000270*    REPORTED FROM ITS LATEST FIGURES.  DLR220 RUNS ONLY AT      *
000280*    PERIOD END; A DAY WITHOUT ITS FIGURES HAS NO ACCRUAL        *
000290*    DETAILS IN THE TYPED FEED.  THE RELEASFL RECORDS DLR140     *
000300*    READS WERE WRITTEN BY THE PREVIOUS DLR145 RUN, SO THEY ARE  *
000310*    PROVED AGAINST THE LATEST DLR145 FIGURES DATED BEFORE THE   *
000320*    BUSINESS DATE.                                              *
000330*                                                                *
000340*    THE BUSINESS DATE COMES FROM THE PARMCARD DATASET AS ONE    *
000350*    "YYYYMMDD"; AN ABSENT OR BLANK CARD MEANS TODAY, WHICH IS   *
000360*    RIGHT WHEN THE RUN ENDS THE DAY'S JOBSTREAM.                *
000370*                                                                *
000380*    MODIFICATION HISTORY                                       *
000390*    ----------------------                                     *
000400*    2026-10-15  JPL  ORIGINAL.                                 *
000410*                                                                *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    DLR225.
000450 AUTHOR.        J P LANGE.
000460 INSTALLATION.  DATA PROCESSING.
000470 DATE-WRITTEN.  2026-10-15.
000480 DATE-COMPILED.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
000540         ORGANIZATION SEQUENTIAL.
000550*
000560     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000570         ORGANIZATION LINE SEQUENTIAL.
000580*
000590     SELECT FLOW-RPT-FILE ASSIGN TO "FLOWRPT"
000600         ORGANIZATION LINE SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CTL-FIGURE-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660     COPY CTLFIG.
000670*
000680 FD  PARM-FILE.
000690 01  PARM-RECORD                         PIC X(80).
000700*
000710 FD  FLOW-RPT-FILE.
000720 01  FLOW-RPT-LINE                       PIC X(80).
000730*
000740 WORKING-STORAGE SECTION.
000750 01  DLR225-SWITCHES.
000760     05  WS-CTL-EOF-SWITCH           PIC X(01) VALUE "N".
000770         88  WS-CTL-EOF-YES               VALUE "Y".
000780         88  WS-CTL-EOF-NO                VALUE "N".
000790     05  WS-CHECK-MISSING-SWITCH     PIC X(01) VALUE "N".
000800         88  WS-CHECK-MISSING             VALUE "Y".
000810     05  WS-CHECK-TEST-SWITCH        PIC X(01) VALUE "E".
000820         88  WS-CHECK-EQUAL-TEST          VALUE "E".
000830         88  WS-CHECK-COVER-TEST          VALUE "C".
000840     05  WS-CHECK-COUNT-SWITCH       PIC X(01) VALUE "Y".
000850         88  WS-CHECK-ON-COUNT            VALUE "Y".
000860     05  WS-CHECK-AMOUNT-SWITCH      PIC X(01) VALUE "Y".
000870         88  WS-CHECK-ON-AMOUNT           VALUE "Y".
000880     05  WS-CHECK-RESULT-SWITCH      PIC X(01) VALUE "Y".
000890         88  WS-CHECK-HOLDS               VALUE "Y".
000900         88  WS-CHECK-BREAKS              VALUE "N".
000910*
000920 01  DLR225-COUNTERS.
000930     05  WS-FIGURES-READ             PIC 9(07) COMP VALUE ZERO.
000940     05  WS-FIGURES-DATED            PIC 9(07) COMP VALUE ZERO.
000950     05  WS-CHECKS-MADE              PIC 9(03) COMP VALUE ZERO.
000960     05  WS-CHECKS-FLAGGED           PIC 9(03) COMP VALUE ZERO.
000970*
000980 01  DLR225-WORK-FIELDS.
000990     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001000     05  WS-REPORT-DATE              PIC 9(08) VALUE ZERO.
001010     05  WS-PRIOR-RELEASE-DATE       PIC 9(08) VALUE ZERO.
001020     05  WS-LINE-LABEL               PIC X(28) VALUE SPACES.
001030     05  WS-CHECK-LABEL              PIC X(50) VALUE SPACES.
001040     05  WS-CHECK-ACTUAL-COUNT       PIC 9(10) VALUE ZERO.
001050     05  WS-CHECK-EXPECT-COUNT       PIC 9(10) VALUE ZERO.
001060     05  WS-CHECK-ACTUAL-AMOUNT      PIC S9(13)V99 VALUE ZERO.
001070     05  WS-CHECK-EXPECT-AMOUNT      PIC S9(13)V99 VALUE ZERO.
001080*
001090******************************************************************
001100*    FIGURE SHAPE - EVERY FIGURE BELOW HAS THE SAME SHAPE AS     *
001110*    THESE TWO: A SWITCH SAYING WHETHER THE STEP REPORTED IT,    *
001120*    ITS COUNT, AND ITS AMOUNT.  DLR225-LOAD-FIGURE IS BUILT     *
001130*    FROM THE CTLFIGS RECORD AND MOVED OVER THE FIGURE IT        *
001140*    MATCHES; A FIGURE IS MOVED TO DLR225-LINE-FIGURE TO BE      *
001150*    PRINTED.                                                    *
001160******************************************************************
001170 01  DLR225-LOAD-FIGURE.
001180     05  WS-LOAD-SW                  PIC X(01) VALUE "N".
001190     05  WS-LOAD-COUNT               PIC 9(09) VALUE ZERO.
001200     05  WS-LOAD-AMOUNT              PIC S9(13)V99 VALUE ZERO.
001210*
001220 01  DLR225-LINE-FIGURE.
001230     05  WS-LINE-SW                  PIC X(01) VALUE "N".
001240         88  WS-LINE-FOUND                VALUE "Y".
001250     05  WS-LINE-COUNT               PIC 9(09) VALUE ZERO.
001260     05  WS-LINE-AMOUNT              PIC S9(13)V99 VALUE ZERO.
001270*
001280******************************************************************
001290*    DLR105 INTAKE - PARTNER ROWS SEEN, BUILT INTO INTAKEFL      *
001300*    (WITH THEIR ACCOUNT-ID TOTAL), AND REJECTED.                *
001310******************************************************************
001320 01  DLR225-INTAKE-FIGURES.
001330     05  WS-DLR105-SEEN.
001340         10  WS-DLR105-SEEN-SW       PIC X(01) VALUE "N".
001350             88  WS-DLR105-SEEN-FOUND     VALUE "Y".
001360         10  WS-DLR105-SEEN-COUNT    PIC 9(09) VALUE ZERO.
001370         10  WS-DLR105-SEEN-AMOUNT   PIC S9(13)V99 VALUE ZERO.
001380     05  WS-DLR105-BUILT.
001390         10  WS-DLR105-BUILT-SW      PIC X(01) VALUE "N".
001400             88  WS-DLR105-BUILT-FOUND    VALUE "Y".
001410         10  WS-DLR105-BUILT-COUNT   PIC 9(09) VALUE ZERO.
001420         10  WS-DLR105-BUILT-AMOUNT  PIC S9(13)V99 VALUE ZERO.
001430     05  WS-DLR105-REJECTED.
001440         10  WS-DLR105-REJECTED-SW   PIC X(01) VALUE "N".
001450             88  WS-DLR105-REJECTED-FOUND VALUE "Y".
001460         10  WS-DLR105-REJECTED-COUNT
001470                                     PIC 9(09) VALUE ZERO.
001480         10  WS-DLR105-REJECTED-AMOUNT
001490                                     PIC S9(13)V99 VALUE ZERO.
001500*
001510******************************************************************
001520*    DLR110 EXTRACT - RECORDS READ, ACCEPTED TO TRANSOUT (WITH   *
001530*    THEIR ACCOUNT-ID TOTAL), REJECTED, AND DIVERTED TO THE      *
001540*    TYPED FEED.                                                 *
001550******************************************************************
001560 01  DLR225-EXTRACT-FIGURES.
001570     05  WS-DLR110-READ.
001580         10  WS-DLR110-READ-SW       PIC X(01) VALUE "N".
001590             88  WS-DLR110-READ-FOUND     VALUE "Y".
001600         10  WS-DLR110-READ-COUNT    PIC 9(09) VALUE ZERO.
001610         10  WS-DLR110-READ-AMOUNT   PIC S9(13)V99 VALUE ZERO.
001620     05  WS-DLR110-ACCEPTED.
001630         10  WS-DLR110-ACCEPTED-SW   PIC X(01) VALUE "N".
001640             88  WS-DLR110-ACCEPTED-FOUND VALUE "Y".
001650         10  WS-DLR110-ACCEPTED-COUNT
001660                                     PIC 9(09) VALUE ZERO.
001670         10  WS-DLR110-ACCEPTED-AMOUNT
001680                                     PIC S9(13)V99 VALUE ZERO.
001690     05  WS-DLR110-REJECTED.
001700         10  WS-DLR110-REJECTED-SW   PIC X(01) VALUE "N".
001710             88  WS-DLR110-REJECTED-FOUND VALUE "Y".
001720         10  WS-DLR110-REJECTED-COUNT
001730                                     PIC 9(09) VALUE ZERO.
001740         10  WS-DLR110-REJECTED-AMOUNT
001750                                     PIC S9(13)V99 VALUE ZERO.
001760     05  WS-DLR110-TYPED.
001770         10  WS-DLR110-TYPED-SW      PIC X(01) VALUE "N".
001780             88  WS-DLR110-TYPED-FOUND    VALUE "Y".
001790         10  WS-DLR110-TYPED-COUNT   PIC 9(09) VALUE ZERO.
001800         10  WS-DLR110-TYPED-AMOUNT  PIC S9(13)V99 VALUE ZERO.
001810*
001820******************************************************************
001830*    DLR220 ACCRUAL - THE ACCRUAL DETAILS AND SUMMARY WRITTEN    *
001840*    TO ACCRFL BEHIND THE TYPED FEED, WITH THEIR TOTAL.          *
001850******************************************************************
001860 01  DLR225-ACCRUAL-FIGURES.
001870     05  WS-DLR220-ACCRUED.
001880         10  WS-DLR220-ACCRUED-SW    PIC X(01) VALUE "N".
001890             88  WS-DLR220-ACCRUED-FOUND  VALUE "Y".
001900         10  WS-DLR220-ACCRUED-COUNT PIC 9(09) VALUE ZERO.
001910         10  WS-DLR220-ACCRUED-AMOUNT
001920                                     PIC S9(13)V99 VALUE ZERO.
001930*
001940******************************************************************
001950*    DLR140 POSTING - THE RECORDS READ FROM THE TYPED FEED AND   *
001960*    FROM RELEASFL, THE DETAILS READ AND THE HELD DUPLICATES     *
001970*    RELEASED, WHERE THEY WENT, THE REVERSALS POSTED, AND THE    *
001980*    RECORDS WRITTEN TO SUSPFL.                                  *
001990******************************************************************
002000 01  DLR225-POSTING-FIGURES.
002010     05  WS-DLR140-TYPEDIN.
002020         10  WS-DLR140-TYPEDIN-SW    PIC X(01) VALUE "N".
002030             88  WS-DLR140-TYPEDIN-FOUND  VALUE "Y".
002040         10  WS-DLR140-TYPEDIN-COUNT PIC 9(09) VALUE ZERO.
002050         10  WS-DLR140-TYPEDIN-AMOUNT
002060                                     PIC S9(13)V99 VALUE ZERO.
002070     05  WS-DLR140-RELEASIN.
002080         10  WS-DLR140-RELEASIN-SW   PIC X(01) VALUE "N".
002090             88  WS-DLR140-RELEASIN-FOUND VALUE "Y".
002100         10  WS-DLR140-RELEASIN-COUNT
002110                                     PIC 9(09) VALUE ZERO.
002120         10  WS-DLR140-RELEASIN-AMOUNT
002130                                     PIC S9(13)V99 VALUE ZERO.
002140     05  WS-DLR140-DETAILS.
002150         10  WS-DLR140-DETAILS-SW    PIC X(01) VALUE "N".
002160             88  WS-DLR140-DETAILS-FOUND  VALUE "Y".
002170         10  WS-DLR140-DETAILS-COUNT PIC 9(09) VALUE ZERO.
002180         10  WS-DLR140-DETAILS-AMOUNT
002190                                     PIC S9(13)V99 VALUE ZERO.
002200     05  WS-DLR140-DUPRELS.
002210         10  WS-DLR140-DUPRELS-SW    PIC X(01) VALUE "N".
002220             88  WS-DLR140-DUPRELS-FOUND  VALUE "Y".
002230         10  WS-DLR140-DUPRELS-COUNT PIC 9(09) VALUE ZERO.
002240         10  WS-DLR140-DUPRELS-AMOUNT
002250                                     PIC S9(13)V99 VALUE ZERO.
002260     05  WS-DLR140-POSTED.
002270         10  WS-DLR140-POSTED-SW     PIC X(01) VALUE "N".
002280             88  WS-DLR140-POSTED-FOUND   VALUE "Y".
002290         10  WS-DLR140-POSTED-COUNT  PIC 9(09) VALUE ZERO.
002300         10  WS-DLR140-POSTED-AMOUNT PIC S9(13)V99 VALUE ZERO.
002310     05  WS-DLR140-SUSPEND.
002320         10  WS-DLR140-SUSPEND-SW    PIC X(01) VALUE "N".
002330             88  WS-DLR140-SUSPEND-FOUND  VALUE "Y".
002340         10  WS-DLR140-SUSPEND-COUNT PIC 9(09) VALUE ZERO.
002350         10  WS-DLR140-SUSPEND-AMOUNT
002360                                     PIC S9(13)V99 VALUE ZERO.
002370     05  WS-DLR140-EXCEPTNS.
002380         10  WS-DLR140-EXCEPTNS-SW   PIC X(01) VALUE "N".
002390             88  WS-DLR140-EXCEPTNS-FOUND VALUE "Y".
002400         10  WS-DLR140-EXCEPTNS-COUNT
002410                                     PIC 9(09) VALUE ZERO.
002420         10  WS-DLR140-EXCEPTNS-AMOUNT
002430                                     PIC S9(13)V99 VALUE ZERO.
002440     05  WS-DLR140-DUPHELD.
002450         10  WS-DLR140-DUPHELD-SW    PIC X(01) VALUE "N".
002460             88  WS-DLR140-DUPHELD-FOUND  VALUE "Y".
002470         10  WS-DLR140-DUPHELD-COUNT PIC 9(09) VALUE ZERO.
002480         10  WS-DLR140-DUPHELD-AMOUNT
002490                                     PIC S9(13)V99 VALUE ZERO.
002500     05  WS-DLR140-REVERSED.
002510         10  WS-DLR140-REVERSED-SW   PIC X(01) VALUE "N".
002520             88  WS-DLR140-REVERSED-FOUND VALUE "Y".
002530         10  WS-DLR140-REVERSED-COUNT
002540                                     PIC 9(09) VALUE ZERO.
002550         10  WS-DLR140-REVERSED-AMOUNT
002560                                     PIC S9(13)V99 VALUE ZERO.
002570     05  WS-DLR140-SUSPFL.
002580         10  WS-DLR140-SUSPFL-SW     PIC X(01) VALUE "N".
002590             88  WS-DLR140-SUSPFL-FOUND   VALUE "Y".
002600         10  WS-DLR140-SUSPFL-COUNT  PIC 9(09) VALUE ZERO.
002610         10  WS-DLR140-SUSPFL-AMOUNT PIC S9(13)V99 VALUE ZERO.
002620*
002630******************************************************************
002640*    DLR145 SUSPENSE - THE RECORDS TAKEN IN FROM SUSPFL AND      *
002650*    THOSE RELEASED TO RELEASFL, FOR THE BUSINESS DATE AND FOR   *
002660*    THE LATEST RUN BEFORE IT.                                   *
002670******************************************************************
002680 01  DLR225-SUSPENSE-FIGURES.
002690     05  WS-DLR145-SUSPIN.
002700         10  WS-DLR145-SUSPIN-SW     PIC X(01) VALUE "N".
002710             88  WS-DLR145-SUSPIN-FOUND   VALUE "Y".
002720         10  WS-DLR145-SUSPIN-COUNT  PIC 9(09) VALUE ZERO.
002730         10  WS-DLR145-SUSPIN-AMOUNT PIC S9(13)V99 VALUE ZERO.
002740     05  WS-DLR145-RELEASED.
002750         10  WS-DLR145-RELEASED-SW   PIC X(01) VALUE "N".
002760             88  WS-DLR145-RELEASED-FOUND VALUE "Y".
002770         10  WS-DLR145-RELEASED-COUNT
002780                                     PIC 9(09) VALUE ZERO.
002790         10  WS-DLR145-RELEASED-AMOUNT
002800                                     PIC S9(13)V99 VALUE ZERO.
002810     05  WS-DLR145-PRIOR-REL.
002820         10  WS-DLR145-PRIOR-REL-SW  PIC X(01) VALUE "N".
002830             88  WS-DLR145-PRIOR-REL-FOUND
002840                                          VALUE "Y".
002850         10  WS-DLR145-PRIOR-REL-COUNT
002860                                     PIC 9(09) VALUE ZERO.
002870         10  WS-DLR145-PRIOR-REL-AMOUNT
002880                                     PIC S9(13)V99 VALUE ZERO.
002890*
002900******************************************************************
002910*    DLR175 TRIAL BALANCE - THE OPENING BALANCE, THE POSTINGS    *
002920*    AND REVERSALS ROLLED, AND THE CLOSING BALANCE.              *
002930******************************************************************
002940 01  DLR225-TRIAL-FIGURES.
002950     05  WS-DLR175-OPENING.
002960         10  WS-DLR175-OPENING-SW    PIC X(01) VALUE "N".
002970             88  WS-DLR175-OPENING-FOUND  VALUE "Y".
002980         10  WS-DLR175-OPENING-COUNT PIC 9(09) VALUE ZERO.
002990         10  WS-DLR175-OPENING-AMOUNT
003000                                     PIC S9(13)V99 VALUE ZERO.
003010     05  WS-DLR175-POSTED.
003020         10  WS-DLR175-POSTED-SW     PIC X(01) VALUE "N".
003030             88  WS-DLR175-POSTED-FOUND   VALUE "Y".
003040         10  WS-DLR175-POSTED-COUNT  PIC 9(09) VALUE ZERO.
003050         10  WS-DLR175-POSTED-AMOUNT PIC S9(13)V99 VALUE ZERO.
003060     05  WS-DLR175-REVERSED.
003070         10  WS-DLR175-REVERSED-SW   PIC X(01) VALUE "N".
003080             88  WS-DLR175-REVERSED-FOUND VALUE "Y".
003090         10  WS-DLR175-REVERSED-COUNT
003100                                     PIC 9(09) VALUE ZERO.
003110         10  WS-DLR175-REVERSED-AMOUNT
003120                                     PIC S9(13)V99 VALUE ZERO.
003130     05  WS-DLR175-CLOSING.
003140         10  WS-DLR175-CLOSING-SW    PIC X(01) VALUE "N".
003150             88  WS-DLR175-CLOSING-FOUND  VALUE "Y".
003160         10  WS-DLR175-CLOSING-COUNT PIC 9(09) VALUE ZERO.
003170         10  WS-DLR175-CLOSING-AMOUNT
003180                                     PIC S9(13)V99 VALUE ZERO.
003190*
003200******************************************************************
003210*    DLR130 PARTNER OUT - THE RECORDS READ FROM TRANSOUT (WITH   *
003220*    THEIR ACCOUNT-ID TOTAL), THE PARTNERS FED, AND THE RECORDS  *
003230*    SENT ACROSS ALL PARTNER FILES WITH THEIR HASH TOTALS.       *
003240******************************************************************
003250 01  DLR225-OUTBOUND-FIGURES.
003260     05  WS-DLR130-READ.
003270         10  WS-DLR130-READ-SW       PIC X(01) VALUE "N".
003280             88  WS-DLR130-READ-FOUND     VALUE "Y".
003290         10  WS-DLR130-READ-COUNT    PIC 9(09) VALUE ZERO.
003300         10  WS-DLR130-READ-AMOUNT   PIC S9(13)V99 VALUE ZERO.
003310     05  WS-DLR130-PARTNERS.
003320         10  WS-DLR130-PARTNERS-SW   PIC X(01) VALUE "N".
003330             88  WS-DLR130-PARTNERS-FOUND VALUE "Y".
003340         10  WS-DLR130-PARTNERS-COUNT
003350                                     PIC 9(09) VALUE ZERO.
003360         10  WS-DLR130-PARTNERS-AMOUNT
003370                                     PIC S9(13)V99 VALUE ZERO.
003380     05  WS-DLR130-SENT.
003390         10  WS-DLR130-SENT-SW       PIC X(01) VALUE "N".
003400             88  WS-DLR130-SENT-FOUND     VALUE "Y".
003410         10  WS-DLR130-SENT-COUNT    PIC 9(09) VALUE ZERO.
003420         10  WS-DLR130-SENT-AMOUNT   PIC S9(13)V99 VALUE ZERO.
003430*
003440 01  DLR225-REPORT-FIELDS.
003450     05  RPT-COUNT                   PIC ZZZZZZ9.
003460     05  RPT-BIG-COUNT               PIC ZZZZZZZZZ9.
003470     05  RPT-TOTAL                   PIC ZZZZZZZZZZZZ9.99-.
003480     05  RPT-CHECK-MARK              PIC X(02).
003490*
003500 PROCEDURE DIVISION.
003510*
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE
003540         THRU 1000-INITIALIZE-EXIT.
003550     PERFORM 1500-LOAD-FIGURES
003560         THRU 1500-LOAD-FIGURES-EXIT.
003570     PERFORM 2100-REPORT-INTAKE
003580         THRU 2100-REPORT-INTAKE-EXIT.
003590     PERFORM 2200-REPORT-EXTRACT
003600         THRU 2200-REPORT-EXTRACT-EXIT.
003610     PERFORM 2300-REPORT-ACCRUAL
003620         THRU 2300-REPORT-ACCRUAL-EXIT.
003630     PERFORM 2400-REPORT-POSTING
003640         THRU 2400-REPORT-POSTING-EXIT.
003650     PERFORM 2500-REPORT-SUSPENSE
003660         THRU 2500-REPORT-SUSPENSE-EXIT.
003670     PERFORM 2600-REPORT-TRIAL-BALANCE
003680         THRU 2600-REPORT-TRIAL-BALANCE-EXIT.
003690     PERFORM 2700-REPORT-PARTNER-OUT
003700         THRU 2700-REPORT-PARTNER-OUT-EXIT.
003710     PERFORM 9999-TERMINATE
003720         THRU 9999-TERMINATE-EXIT.
003730     GOBACK.
003740 0000-MAINLINE-EXIT.
003750     EXIT.
003760*
003770******************************************************************
003780*    1000-INITIALIZE - READ THE BUSINESS DATE OFF THE PARM       *
003790*    CARD, OPEN THE REPORT, AND WRITE THE REPORT HEADING.        *
003800******************************************************************
003810 1000-INITIALIZE.
003820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003830     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
003840     PERFORM 1050-READ-PARM
003850         THRU 1050-READ-PARM-EXIT.
003860     OPEN OUTPUT FLOW-RPT-FILE.
003870     MOVE SPACES TO FLOW-RPT-LINE.
003880     STRING "DLR225 PROOF OF FLOW - BUSINESS DATE "
003890            DELIMITED BY SIZE
003900            WS-REPORT-DATE DELIMITED BY SIZE
003910            "  RUN " DELIMITED BY SIZE
003920            WS-RUN-DATE DELIMITED BY SIZE
003930            INTO FLOW-RPT-LINE
003940     END-STRING.
003950     WRITE FLOW-RPT-LINE.
003960     MOVE SPACES TO FLOW-RPT-LINE.
003970     WRITE FLOW-RPT-LINE.
003980     MOVE SPACES TO FLOW-RPT-LINE.
003990     STRING "    FIGURE                           COUNT"
004000            DELIMITED BY SIZE
004010            "             AMOUNT" DELIMITED BY SIZE
004020            INTO FLOW-RPT-LINE
004030     END-STRING.
004040     WRITE FLOW-RPT-LINE.
004050 1000-INITIALIZE-EXIT.
004060     EXIT.
004070*
004080******************************************************************
004090*    1050-READ-PARM - THE PARM CARD NAMES THE BUSINESS DATE TO   *
004100*    PROVE.  AN ABSENT OR BLANK CARD MEANS TODAY; A MALFORMED    *
004110*    CARD IS REPORTED AND TREATED AS TODAY RATHER THAN GUESSED   *
004120*    AT, EXACTLY AS DLR175 READS ITS OWN.                        *
004130******************************************************************
004140 1050-READ-PARM.
004150     OPEN INPUT PARM-FILE.
004160     READ PARM-FILE
004170         AT END
004180             MOVE SPACES TO PARM-RECORD
004190     END-READ.
004200     EVALUATE TRUE
004210         WHEN PARM-RECORD = SPACES
004220             CONTINUE
004230         WHEN PARM-RECORD (1:8) NUMERIC
004240             MOVE PARM-RECORD (1:8) TO WS-REPORT-DATE
004250         WHEN OTHER
004260             DISPLAY "DLR225 UNRECOGNIZED PARM CARD: "
004270                 PARM-RECORD (1:20)
004280             DISPLAY "DLR225 PROVING TODAY'S FLOW"
004290     END-EVALUATE.
004300     CLOSE PARM-FILE.
004310 1050-READ-PARM-EXIT.
004320     EXIT.
004330*
004340******************************************************************
004350*    1500-LOAD-FIGURES - ONE PASS OF CTLFIGS, KEEPING EVERY      *
004360*    FIGURE THE CHAIN LEFT FOR THE BUSINESS DATE.  THE DATASET   *
004370*    IS APPEND-ONLY, SO THE LAST ONE READ IS THE LATEST RUN OF   *
004380*    THAT STEP.                                                  *
004390******************************************************************
004400 1500-LOAD-FIGURES.
004410     OPEN INPUT CTL-FIGURE-FILE.
004420     PERFORM 1510-READ-ONE-FIGURE
004430         THRU 1510-READ-ONE-FIGURE-EXIT
004440         UNTIL WS-CTL-EOF-YES.
004450     CLOSE CTL-FIGURE-FILE.
004460 1500-LOAD-FIGURES-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500*    1510-READ-ONE-FIGURE - ONE CTLFIGS RECORD.  A DLR145        *
004510*    RELEASED FIGURE DATED BEFORE THE BUSINESS DATE IS KEPT      *
004520*    WHEN IT IS THE LATEST SUCH DATE SEEN, FOR THE RELEASFL      *
004530*    RECORDS DLR140 READ BACK; OTHERWISE ONLY FIGURES FOR THE    *
004540*    BUSINESS DATE ARE KEPT, EACH BY ITS WRITING PROGRAM.        *
004550******************************************************************
004560 1510-READ-ONE-FIGURE.
004570     READ CTL-FIGURE-FILE
004580         AT END
004590             MOVE "Y" TO WS-CTL-EOF-SWITCH
004600             GO TO 1510-READ-ONE-FIGURE-EXIT
004610     END-READ.
004620     ADD 1 TO WS-FIGURES-READ.
004630     MOVE "Y" TO WS-LOAD-SW.
004640     MOVE CTL-COUNT TO WS-LOAD-COUNT.
004650     MOVE CTL-AMOUNT TO WS-LOAD-AMOUNT.
004660     IF CTL-PROGRAM = "DLR145  "
004670         AND CTL-FIGURE-ID = "RELEASED"
004680         AND CTL-BUSINESS-DATE < WS-REPORT-DATE
004690         AND CTL-BUSINESS-DATE NOT < WS-PRIOR-RELEASE-DATE
004700         MOVE CTL-BUSINESS-DATE TO WS-PRIOR-RELEASE-DATE
004710         MOVE DLR225-LOAD-FIGURE TO WS-DLR145-PRIOR-REL
004720         GO TO 1510-READ-ONE-FIGURE-EXIT
004730     END-IF.
004740     IF CTL-BUSINESS-DATE NOT = WS-REPORT-DATE
004750         GO TO 1510-READ-ONE-FIGURE-EXIT
004760     END-IF.
004770     ADD 1 TO WS-FIGURES-DATED.
004780     EVALUATE CTL-PROGRAM
004790         WHEN "DLR105  "
004800             PERFORM 1520-KEEP-INTAKE-FIGURE
004810                 THRU 1520-KEEP-INTAKE-FIGURE-EXIT
004820         WHEN "DLR110  "
004830             PERFORM 1530-KEEP-EXTRACT-FIGURE
004840                 THRU 1530-KEEP-EXTRACT-FIGURE-EXIT
004850         WHEN "DLR220  "
004860             IF CTL-FIGURE-ID = "ACCRUED "
004870                 MOVE DLR225-LOAD-FIGURE TO WS-DLR220-ACCRUED
004880             END-IF
004890         WHEN "DLR140  "
004900             PERFORM 1540-KEEP-POSTING-FIGURE
004910                 THRU 1540-KEEP-POSTING-FIGURE-EXIT
004920         WHEN "DLR145  "
004930             PERFORM 1550-KEEP-SUSPENSE-FIGURE
004940                 THRU 1550-KEEP-SUSPENSE-FIGURE-EXIT
004950         WHEN "DLR175  "
004960             PERFORM 1560-KEEP-TRIAL-FIGURE
004970                 THRU 1560-KEEP-TRIAL-FIGURE-EXIT
004980         WHEN "DLR130  "
004990             PERFORM 1570-KEEP-OUTBOUND-FIGURE
005000                 THRU 1570-KEEP-OUTBOUND-FIGURE-EXIT
005010         WHEN OTHER
005020             CONTINUE
005030     END-EVALUATE.
005040 1510-READ-ONE-FIGURE-EXIT.
005050     EXIT.
005060*
005070 1520-KEEP-INTAKE-FIGURE.
005080     EVALUATE CTL-FIGURE-ID
005090         WHEN "SEEN    "
005100             MOVE DLR225-LOAD-FIGURE TO WS-DLR105-SEEN
005110         WHEN "BUILT   "
005120             MOVE DLR225-LOAD-FIGURE TO WS-DLR105-BUILT
005130         WHEN "REJECTED"
005140             MOVE DLR225-LOAD-FIGURE TO WS-DLR105-REJECTED
005150         WHEN OTHER
005160             CONTINUE
005170     END-EVALUATE.
005180 1520-KEEP-INTAKE-FIGURE-EXIT.
005190     EXIT.
005200*
005210 1530-KEEP-EXTRACT-FIGURE.
005220     EVALUATE CTL-FIGURE-ID
005230         WHEN "READ    "
005240             MOVE DLR225-LOAD-FIGURE TO WS-DLR110-READ
005250         WHEN "ACCEPTED"
005260             MOVE DLR225-LOAD-FIGURE TO WS-DLR110-ACCEPTED
005270         WHEN "REJECTED"
005280             MOVE DLR225-LOAD-FIGURE TO WS-DLR110-REJECTED
005290         WHEN "TYPED   "
005300             MOVE DLR225-LOAD-FIGURE TO WS-DLR110-TYPED
005310         WHEN OTHER
005320             CONTINUE
005330     END-EVALUATE.
005340 1530-KEEP-EXTRACT-FIGURE-EXIT.
005350     EXIT.
005360*
005370 1540-KEEP-POSTING-FIGURE.
005380     EVALUATE CTL-FIGURE-ID
005390         WHEN "TYPEDIN "
005400             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-TYPEDIN
005410         WHEN "RELEASIN"
005420             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-RELEASIN
005430         WHEN "DETAILS "
005440             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-DETAILS
005450         WHEN "DUPRELS "
005460             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-DUPRELS
005470         WHEN "POSTED  "
005480             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-POSTED
005490         WHEN "SUSPEND "
005500             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-SUSPEND
005510         WHEN "EXCEPTNS"
005520             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-EXCEPTNS
005530         WHEN "DUPHELD "
005540             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-DUPHELD
005550         WHEN "REVERSED"
005560             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-REVERSED
005570         WHEN "SUSPFL  "
005580             MOVE DLR225-LOAD-FIGURE TO WS-DLR140-SUSPFL
005590         WHEN OTHER
005600             CONTINUE
005610     END-EVALUATE.
005620 1540-KEEP-POSTING-FIGURE-EXIT.
005630     EXIT.
005640*
005650 1550-KEEP-SUSPENSE-FIGURE.
005660     EVALUATE CTL-FIGURE-ID
005670         WHEN "SUSPIN  "
005680             MOVE DLR225-LOAD-FIGURE TO WS-DLR145-SUSPIN
005690         WHEN "RELEASED"
005700             MOVE DLR225-LOAD-FIGURE TO WS-DLR145-RELEASED
005710         WHEN OTHER
005720             CONTINUE
005730     END-EVALUATE.
005740 1550-KEEP-SUSPENSE-FIGURE-EXIT.
005750     EXIT.
005760*
005770 1560-KEEP-TRIAL-FIGURE.
005780     EVALUATE CTL-FIGURE-ID
005790         WHEN "OPENING "
005800             MOVE DLR225-LOAD-FIGURE TO WS-DLR175-OPENING
005810         WHEN "POSTED  "
005820             MOVE DLR225-LOAD-FIGURE TO WS-DLR175-POSTED
005830         WHEN "REVERSED"
005840             MOVE DLR225-LOAD-FIGURE TO WS-DLR175-REVERSED
005850         WHEN "CLOSING "
005860             MOVE DLR225-LOAD-FIGURE TO WS-DLR175-CLOSING
005870         WHEN OTHER
005880             CONTINUE
005890     END-EVALUATE.
005900 1560-KEEP-TRIAL-FIGURE-EXIT.
005910     EXIT.
005920*
005930 1570-KEEP-OUTBOUND-FIGURE.
005940     EVALUATE CTL-FIGURE-ID
005950         WHEN "READ    "
005960             MOVE DLR225-LOAD-FIGURE TO WS-DLR130-READ
005970         WHEN "PARTNERS"
005980             MOVE DLR225-LOAD-FIGURE TO WS-DLR130-PARTNERS
005990         WHEN "SENT    "
006000             MOVE DLR225-LOAD-FIGURE TO WS-DLR130-SENT
006010         WHEN OTHER
006020             CONTINUE
006030     END-EVALUATE.
006040 1570-KEEP-OUTBOUND-FIGURE-EXIT.
006050     EXIT.
006060*
006070******************************************************************
006080*    2050-WRITE-STEP-HEADING - A BLANK LINE AND THE STEP NAME    *
006090*    LEFT IN WS-CHECK-LABEL BY THE CALLER.                       *
006100******************************************************************
006110 2050-WRITE-STEP-HEADING.
006120     MOVE SPACES TO FLOW-RPT-LINE.
006130     WRITE FLOW-RPT-LINE.
006140     MOVE WS-CHECK-LABEL TO FLOW-RPT-LINE.
006150     WRITE FLOW-RPT-LINE.
006160 2050-WRITE-STEP-HEADING-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200*    2100-REPORT-INTAKE - THE PARTNER ROWS DLR105 SAW MUST ALL   *
006210*    HAVE BEEN BUILT INTO INTAKEFL OR REJECTED.                  *
006220******************************************************************
006230 2100-REPORT-INTAKE.
006240     MOVE "DLR105  PARTNER ROWS IN" TO WS-CHECK-LABEL.
006250     PERFORM 2050-WRITE-STEP-HEADING
006260         THRU 2050-WRITE-STEP-HEADING-EXIT.
006270     MOVE "ROWS SEEN" TO WS-LINE-LABEL.
006280     MOVE WS-DLR105-SEEN TO DLR225-LINE-FIGURE.
006290     PERFORM 2900-WRITE-FIGURE-LINE
006300         THRU 2900-WRITE-FIGURE-LINE-EXIT.
006310     MOVE "ROWS BUILT (ID TOTAL)" TO WS-LINE-LABEL.
006320     MOVE WS-DLR105-BUILT TO DLR225-LINE-FIGURE.
006330     PERFORM 2900-WRITE-FIGURE-LINE
006340         THRU 2900-WRITE-FIGURE-LINE-EXIT.
006350     MOVE "ROWS REJECTED" TO WS-LINE-LABEL.
006360     MOVE WS-DLR105-REJECTED TO DLR225-LINE-FIGURE.
006370     PERFORM 2900-WRITE-FIGURE-LINE
006380         THRU 2900-WRITE-FIGURE-LINE-EXIT.
006390     PERFORM 3050-RESET-CHECK
006400         THRU 3050-RESET-CHECK-EXIT.
006410     MOVE "SEEN = BUILT + REJECTED" TO WS-CHECK-LABEL.
006420     MOVE "N" TO WS-CHECK-AMOUNT-SWITCH.
006430     IF NOT WS-DLR105-SEEN-FOUND
006440         OR NOT WS-DLR105-BUILT-FOUND
006450         OR NOT WS-DLR105-REJECTED-FOUND
006460         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
006470     END-IF.
006480     MOVE WS-DLR105-SEEN-COUNT TO WS-CHECK-ACTUAL-COUNT.
006490     COMPUTE WS-CHECK-EXPECT-COUNT =
006500         WS-DLR105-BUILT-COUNT + WS-DLR105-REJECTED-COUNT.
006510     PERFORM 3900-WRITE-CHECK
006520         THRU 3900-WRITE-CHECK-EXIT.
006530 2100-REPORT-INTAKE-EXIT.
006540     EXIT.
006550*
006560******************************************************************
006570*    2200-REPORT-EXTRACT - EVERY RECORD DLR110 READ MUST HAVE    *
006580*    BEEN ACCEPTED, REJECTED, OR DIVERTED TO THE TYPED FEED,     *
006590*    AND WHAT IT READ MUST TAKE IN EVERY ROW DLR105 BUILT (IT    *
006600*    ALSO READS THE PARTNER FEED AND RESUBMISSIONS, SO IT MAY    *
006610*    READ MORE, NEVER FEWER).                                    *
006620******************************************************************
006630 2200-REPORT-EXTRACT.
006640     MOVE "DLR110  EXTRACT" TO WS-CHECK-LABEL.
006650     PERFORM 2050-WRITE-STEP-HEADING
006660         THRU 2050-WRITE-STEP-HEADING-EXIT.
006670     MOVE "RECORDS READ" TO WS-LINE-LABEL.
006680     MOVE WS-DLR110-READ TO DLR225-LINE-FIGURE.
006690     PERFORM 2900-WRITE-FIGURE-LINE
006700         THRU 2900-WRITE-FIGURE-LINE-EXIT.
006710     MOVE "ACCEPTED (ID TOTAL)" TO WS-LINE-LABEL.
006720     MOVE WS-DLR110-ACCEPTED TO DLR225-LINE-FIGURE.
006730     PERFORM 2900-WRITE-FIGURE-LINE
006740         THRU 2900-WRITE-FIGURE-LINE-EXIT.
006750     MOVE "REJECTED" TO WS-LINE-LABEL.
006760     MOVE WS-DLR110-REJECTED TO DLR225-LINE-FIGURE.
006770     PERFORM 2900-WRITE-FIGURE-LINE
006780         THRU 2900-WRITE-FIGURE-LINE-EXIT.
006790     MOVE "TO TYPED FEED" TO WS-LINE-LABEL.
006800     MOVE WS-DLR110-TYPED TO DLR225-LINE-FIGURE.
006810     PERFORM 2900-WRITE-FIGURE-LINE
006820         THRU 2900-WRITE-FIGURE-LINE-EXIT.
006830     PERFORM 3050-RESET-CHECK
006840         THRU 3050-RESET-CHECK-EXIT.
006850     MOVE "READ = ACCEPTED + REJECTED + TYPED" TO WS-CHECK-LABEL.
006860     MOVE "N" TO WS-CHECK-AMOUNT-SWITCH.
006870     IF NOT WS-DLR110-READ-FOUND
006880         OR NOT WS-DLR110-ACCEPTED-FOUND
006890         OR NOT WS-DLR110-REJECTED-FOUND
006900         OR NOT WS-DLR110-TYPED-FOUND
006910         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
006920     END-IF.
006930     MOVE WS-DLR110-READ-COUNT TO WS-CHECK-ACTUAL-COUNT.
006940     COMPUTE WS-CHECK-EXPECT-COUNT =
006950         WS-DLR110-ACCEPTED-COUNT + WS-DLR110-REJECTED-COUNT
006960             + WS-DLR110-TYPED-COUNT.
006970     PERFORM 3900-WRITE-CHECK
006980         THRU 3900-WRITE-CHECK-EXIT.
006990     PERFORM 3050-RESET-CHECK
007000         THRU 3050-RESET-CHECK-EXIT.
007010     MOVE "READ TAKES IN ALL DLR105 ROWS BUILT" TO WS-CHECK-LABEL.
007020     MOVE "C" TO WS-CHECK-TEST-SWITCH.
007030     MOVE "N" TO WS-CHECK-AMOUNT-SWITCH.
007040     IF NOT WS-DLR110-READ-FOUND
007050         OR NOT WS-DLR105-BUILT-FOUND
007060         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
007070     END-IF.
007080     MOVE WS-DLR110-READ-COUNT TO WS-CHECK-ACTUAL-COUNT.
007090     MOVE WS-DLR105-BUILT-COUNT TO WS-CHECK-EXPECT-COUNT.
007100     PERFORM 3900-WRITE-CHECK
007110         THRU 3900-WRITE-CHECK-EXIT.
007120 2200-REPORT-EXTRACT-EXIT.
007130     EXIT.
007140*
007150******************************************************************
007160*    2300-REPORT-ACCRUAL - THE ACCRUAL DETAILS DLR220 ADDED TO   *
007170*    THE TYPED FEED.  THERE IS NOTHING TO PROVE HERE; THEY ARE   *
007180*    PROVED WHERE DLR140 READS THEM.                             *
007190******************************************************************
007200 2300-REPORT-ACCRUAL.
007210     MOVE "DLR220  ACCRUAL" TO WS-CHECK-LABEL.
007220     PERFORM 2050-WRITE-STEP-HEADING
007230         THRU 2050-WRITE-STEP-HEADING-EXIT.
007240     IF NOT WS-DLR220-ACCRUED-FOUND
007250         MOVE SPACES TO FLOW-RPT-LINE
007260         STRING "    NO ACCRUAL RUN FOR THIS DATE"
007270                DELIMITED BY SIZE
007280                INTO FLOW-RPT-LINE
007290         END-STRING
007300         WRITE FLOW-RPT-LINE
007310         GO TO 2300-REPORT-ACCRUAL-EXIT
007320     END-IF.
007330     MOVE "ACCRUALS TO TYPED FEED" TO WS-LINE-LABEL.
007340     MOVE WS-DLR220-ACCRUED TO DLR225-LINE-FIGURE.
007350     PERFORM 2900-WRITE-FIGURE-LINE
007360         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007370 2300-REPORT-ACCRUAL-EXIT.
007380     EXIT.
007390*
007400******************************************************************
007410*    2400-REPORT-POSTING - DLR140 MUST HAVE READ EVERY RECORD    *
007420*    DLR110 AND DLR220 PUT ON THE TYPED FEED AND EVERY RECORD    *
007430*    THE PREVIOUS DLR145 RUN RELEASED, AND EVERY DETAIL IT READ  *
007440*    OR RELEASED FROM THE DUPLICATE HOLD MUST HAVE BEEN POSTED,  *
007450*    SUSPENDED, DIVERTED TO EXCEPTIONS, OR HELD, COUNT AND       *
007460*    AMOUNT.                                                     *
007470******************************************************************
007480 2400-REPORT-POSTING.
007490     MOVE "DLR140  POSTING" TO WS-CHECK-LABEL.
007500     PERFORM 2050-WRITE-STEP-HEADING
007510         THRU 2050-WRITE-STEP-HEADING-EXIT.
007520     MOVE "READ FROM TYPED FEED" TO WS-LINE-LABEL.
007530     MOVE WS-DLR140-TYPEDIN TO DLR225-LINE-FIGURE.
007540     PERFORM 2900-WRITE-FIGURE-LINE
007550         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007560     MOVE "READ FROM RELEASFL" TO WS-LINE-LABEL.
007570     MOVE WS-DLR140-RELEASIN TO DLR225-LINE-FIGURE.
007580     PERFORM 2900-WRITE-FIGURE-LINE
007590         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007600     MOVE "DETAILS READ" TO WS-LINE-LABEL.
007610     MOVE WS-DLR140-DETAILS TO DLR225-LINE-FIGURE.
007620     PERFORM 2900-WRITE-FIGURE-LINE
007630         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007640     MOVE "DUPLICATES RELEASED" TO WS-LINE-LABEL.
007650     MOVE WS-DLR140-DUPRELS TO DLR225-LINE-FIGURE.
007660     PERFORM 2900-WRITE-FIGURE-LINE
007670         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007680     MOVE "POSTED" TO WS-LINE-LABEL.
007690     MOVE WS-DLR140-POSTED TO DLR225-LINE-FIGURE.
007700     PERFORM 2900-WRITE-FIGURE-LINE
007710         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007720     MOVE "SUSPENDED" TO WS-LINE-LABEL.
007730     MOVE WS-DLR140-SUSPEND TO DLR225-LINE-FIGURE.
007740     PERFORM 2900-WRITE-FIGURE-LINE
007750         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007760     MOVE "EXCEPTIONS" TO WS-LINE-LABEL.
007770     MOVE WS-DLR140-EXCEPTNS TO DLR225-LINE-FIGURE.
007780     PERFORM 2900-WRITE-FIGURE-LINE
007790         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007800     MOVE "DUPLICATES HELD" TO WS-LINE-LABEL.
007810     MOVE WS-DLR140-DUPHELD TO DLR225-LINE-FIGURE.
007820     PERFORM 2900-WRITE-FIGURE-LINE
007830         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007840     MOVE "REVERSALS POSTED" TO WS-LINE-LABEL.
007850     MOVE WS-DLR140-REVERSED TO DLR225-LINE-FIGURE.
007860     PERFORM 2900-WRITE-FIGURE-LINE
007870         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007880     MOVE "WRITTEN TO SUSPFL" TO WS-LINE-LABEL.
007890     MOVE WS-DLR140-SUSPFL TO DLR225-LINE-FIGURE.
007900     PERFORM 2900-WRITE-FIGURE-LINE
007910         THRU 2900-WRITE-FIGURE-LINE-EXIT.
007920     PERFORM 3050-RESET-CHECK
007930         THRU 3050-RESET-CHECK-EXIT.
007940     MOVE "TYPED FEED READ = DLR110 TYPED + DLR220"
007950         TO WS-CHECK-LABEL.
007960     MOVE "N" TO WS-CHECK-AMOUNT-SWITCH.
007970     IF NOT WS-DLR140-TYPEDIN-FOUND
007980         OR NOT WS-DLR110-TYPED-FOUND
007990         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
008000     END-IF.
008010     MOVE WS-DLR140-TYPEDIN-COUNT TO WS-CHECK-ACTUAL-COUNT.
008020     COMPUTE WS-CHECK-EXPECT-COUNT =
008030         WS-DLR110-TYPED-COUNT + WS-DLR220-ACCRUED-COUNT.
008040     PERFORM 3900-WRITE-CHECK
008050         THRU 3900-WRITE-CHECK-EXIT.
008060     PERFORM 3050-RESET-CHECK
008070         THRU 3050-RESET-CHECK-EXIT.
008080     MOVE "RELEASFL READ = PREVIOUS DLR145 RELEASED"
008090         TO WS-CHECK-LABEL.
008100     MOVE "N" TO WS-CHECK-AMOUNT-SWITCH.
008110     IF NOT WS-DLR140-RELEASIN-FOUND
008120         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
008130     END-IF.
008140     MOVE WS-DLR140-RELEASIN-COUNT TO WS-CHECK-ACTUAL-COUNT.
008150     MOVE WS-DLR145-PRIOR-REL-COUNT TO WS-CHECK-EXPECT-COUNT.
008160     PERFORM 3900-WRITE-CHECK
008170         THRU 3900-WRITE-CHECK-EXIT.
008180     PERFORM 3050-RESET-CHECK
008190         THRU 3050-RESET-CHECK-EXIT.
008200     MOVE "READ + DUP RELEASED = POSTED + SUSP + EXC + HELD"
008210         TO WS-CHECK-LABEL.
008220     IF NOT WS-DLR140-DETAILS-FOUND
008230         OR NOT WS-DLR140-DUPRELS-FOUND
008240         OR NOT WS-DLR140-POSTED-FOUND
008250         OR NOT WS-DLR140-SUSPEND-FOUND
008260         OR NOT WS-DLR140-EXCEPTNS-FOUND
008270         OR NOT WS-DLR140-DUPHELD-FOUND
008280         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
008290     END-IF.
008300     COMPUTE WS-CHECK-ACTUAL-COUNT =
008310         WS-DLR140-POSTED-COUNT + WS-DLR140-SUSPEND-COUNT
008320             + WS-DLR140-EXCEPTNS-COUNT
008330             + WS-DLR140-DUPHELD-COUNT.
008340     COMPUTE WS-CHECK-ACTUAL-AMOUNT =
008350         WS-DLR140-POSTED-AMOUNT + WS-DLR140-SUSPEND-AMOUNT
008360             + WS-DLR140-EXCEPTNS-AMOUNT
008370             + WS-DLR140-DUPHELD-AMOUNT.
008380     COMPUTE WS-CHECK-EXPECT-COUNT =
008390         WS-DLR140-DETAILS-COUNT + WS-DLR140-DUPRELS-COUNT.
008400     COMPUTE WS-CHECK-EXPECT-AMOUNT =
008410         WS-DLR140-DETAILS-AMOUNT + WS-DLR140-DUPRELS-AMOUNT.
008420     PERFORM 3900-WRITE-CHECK
008430         THRU 3900-WRITE-CHECK-EXIT.
008440 2400-REPORT-POSTING-EXIT.
008450     EXIT.
008460*
008470******************************************************************
008480*    2500-REPORT-SUSPENSE - DLR145 MUST HAVE TAKEN IN EVERY      *
008490*    RECORD DLR140 WROTE TO SUSPFL.  WHAT IT RELEASED IS         *
008500*    PROVED ON THE NEXT DAY'S REPORT, WHERE DLR140 READS IT.     *
008510******************************************************************
008520 2500-REPORT-SUSPENSE.
008530     MOVE "DLR145  SUSPENSE" TO WS-CHECK-LABEL.
008540     PERFORM 2050-WRITE-STEP-HEADING
008550         THRU 2050-WRITE-STEP-HEADING-EXIT.
008560     MOVE "READ FROM SUSPFL" TO WS-LINE-LABEL.
008570     MOVE WS-DLR145-SUSPIN TO DLR225-LINE-FIGURE.
008580     PERFORM 2900-WRITE-FIGURE-LINE
008590         THRU 2900-WRITE-FIGURE-LINE-EXIT.
008600     MOVE "RELEASED TO RELEASFL" TO WS-LINE-LABEL.
008610     MOVE WS-DLR145-RELEASED TO DLR225-LINE-FIGURE.
008620     PERFORM 2900-WRITE-FIGURE-LINE
008630         THRU 2900-WRITE-FIGURE-LINE-EXIT.
008640     PERFORM 3050-RESET-CHECK
008650         THRU 3050-RESET-CHECK-EXIT.
008660     MOVE "SUSPFL READ = DLR140 WRITTEN TO SUSPFL"
008670         TO WS-CHECK-LABEL.
008680     MOVE "N" TO WS-CHECK-AMOUNT-SWITCH.
008690     IF NOT WS-DLR145-SUSPIN-FOUND
008700         OR NOT WS-DLR140-SUSPFL-FOUND
008710         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
008720     END-IF.
008730     MOVE WS-DLR145-SUSPIN-COUNT TO WS-CHECK-ACTUAL-COUNT.
008740     MOVE WS-DLR140-SUSPFL-COUNT TO WS-CHECK-EXPECT-COUNT.
008750     PERFORM 3900-WRITE-CHECK
008760         THRU 3900-WRITE-CHECK-EXIT.
008770 2500-REPORT-SUSPENSE-EXIT.
008780     EXIT.
008790*
008800******************************************************************
008810*    2600-REPORT-TRIAL-BALANCE - DLR175 MUST HAVE ROLLED THE     *
008820*    POSTINGS AND REVERSALS DLR140 POSTED, COUNT AND AMOUNT,     *
008830*    AND ITS CLOSING BALANCE MUST BE THE OPENING BALANCE MOVED   *
008840*    BY THEM.                                                    *
008850******************************************************************
008860 2600-REPORT-TRIAL-BALANCE.
008870     MOVE "DLR175  TRIAL BALANCE" TO WS-CHECK-LABEL.
008880     PERFORM 2050-WRITE-STEP-HEADING
008890         THRU 2050-WRITE-STEP-HEADING-EXIT.
008900     MOVE "OPENING BALANCE" TO WS-LINE-LABEL.
008910     MOVE WS-DLR175-OPENING TO DLR225-LINE-FIGURE.
008920     PERFORM 2900-WRITE-FIGURE-LINE
008930         THRU 2900-WRITE-FIGURE-LINE-EXIT.
008940     MOVE "POSTINGS ROLLED" TO WS-LINE-LABEL.
008950     MOVE WS-DLR175-POSTED TO DLR225-LINE-FIGURE.
008960     PERFORM 2900-WRITE-FIGURE-LINE
008970         THRU 2900-WRITE-FIGURE-LINE-EXIT.
008980     MOVE "REVERSALS ROLLED" TO WS-LINE-LABEL.
008990     MOVE WS-DLR175-REVERSED TO DLR225-LINE-FIGURE.
009000     PERFORM 2900-WRITE-FIGURE-LINE
009010         THRU 2900-WRITE-FIGURE-LINE-EXIT.
009020     MOVE "CLOSING BALANCE" TO WS-LINE-LABEL.
009030     MOVE WS-DLR175-CLOSING TO DLR225-LINE-FIGURE.
009040     PERFORM 2900-WRITE-FIGURE-LINE
009050         THRU 2900-WRITE-FIGURE-LINE-EXIT.
009060     PERFORM 3050-RESET-CHECK
009070         THRU 3050-RESET-CHECK-EXIT.
009080     MOVE "POSTINGS ROLLED = DLR140 POSTED" TO WS-CHECK-LABEL.
009090     IF NOT WS-DLR175-POSTED-FOUND
009100         OR NOT WS-DLR140-POSTED-FOUND
009110         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
009120     END-IF.
009130     MOVE WS-DLR175-POSTED-COUNT TO WS-CHECK-ACTUAL-COUNT.
009140     MOVE WS-DLR175-POSTED-AMOUNT TO WS-CHECK-ACTUAL-AMOUNT.
009150     MOVE WS-DLR140-POSTED-COUNT TO WS-CHECK-EXPECT-COUNT.
009160     MOVE WS-DLR140-POSTED-AMOUNT TO WS-CHECK-EXPECT-AMOUNT.
009170     PERFORM 3900-WRITE-CHECK
009180         THRU 3900-WRITE-CHECK-EXIT.
009190     PERFORM 3050-RESET-CHECK
009200         THRU 3050-RESET-CHECK-EXIT.
009210     MOVE "REVERSALS ROLLED = DLR140 REVERSALS" TO WS-CHECK-LABEL.
009220     IF NOT WS-DLR175-REVERSED-FOUND
009230         OR NOT WS-DLR140-REVERSED-FOUND
009240         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
009250     END-IF.
009260     MOVE WS-DLR175-REVERSED-COUNT TO WS-CHECK-ACTUAL-COUNT.
009270     MOVE WS-DLR175-REVERSED-AMOUNT TO WS-CHECK-ACTUAL-AMOUNT.
009280     MOVE WS-DLR140-REVERSED-COUNT TO WS-CHECK-EXPECT-COUNT.
009290     MOVE WS-DLR140-REVERSED-AMOUNT TO WS-CHECK-EXPECT-AMOUNT.
009300     PERFORM 3900-WRITE-CHECK
009310         THRU 3900-WRITE-CHECK-EXIT.
009320     PERFORM 3050-RESET-CHECK
009330         THRU 3050-RESET-CHECK-EXIT.
009340     MOVE "CLOSING = OPENING + POSTINGS + REVERSALS"
009350         TO WS-CHECK-LABEL.
009360     MOVE "N" TO WS-CHECK-COUNT-SWITCH.
009370     IF NOT WS-DLR175-OPENING-FOUND
009380         OR NOT WS-DLR175-POSTED-FOUND
009390         OR NOT WS-DLR175-REVERSED-FOUND
009400         OR NOT WS-DLR175-CLOSING-FOUND
009410         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
009420     END-IF.
009430     MOVE WS-DLR175-CLOSING-AMOUNT TO WS-CHECK-ACTUAL-AMOUNT.
009440     COMPUTE WS-CHECK-EXPECT-AMOUNT =
009450         WS-DLR175-OPENING-AMOUNT + WS-DLR175-POSTED-AMOUNT
009460             + WS-DLR175-REVERSED-AMOUNT.
009470     PERFORM 3900-WRITE-CHECK
009480         THRU 3900-WRITE-CHECK-EXIT.
009490 2600-REPORT-TRIAL-BALANCE-EXIT.
009500     EXIT.
009510*
009520******************************************************************
009530*    2700-REPORT-PARTNER-OUT - DLR130 MUST HAVE READ EXACTLY     *
009540*    WHAT DLR110 ACCEPTED, BY COUNT AND ACCOUNT-ID TOTAL, AND    *
009550*    SENT EVERY RECORD TO EVERY PARTNER.                         *
009560******************************************************************
009570 2700-REPORT-PARTNER-OUT.
009580     MOVE "DLR130  RECORDS SENT" TO WS-CHECK-LABEL.
009590     PERFORM 2050-WRITE-STEP-HEADING
009600         THRU 2050-WRITE-STEP-HEADING-EXIT.
009610     MOVE "READ FROM TRANSOUT" TO WS-LINE-LABEL.
009620     MOVE WS-DLR130-READ TO DLR225-LINE-FIGURE.
009630     PERFORM 2900-WRITE-FIGURE-LINE
009640         THRU 2900-WRITE-FIGURE-LINE-EXIT.
009650     MOVE "PARTNERS FED" TO WS-LINE-LABEL.
009660     MOVE WS-DLR130-PARTNERS TO DLR225-LINE-FIGURE.
009670     PERFORM 2900-WRITE-FIGURE-LINE
009680         THRU 2900-WRITE-FIGURE-LINE-EXIT.
009690     MOVE "SENT (HASH TOTAL)" TO WS-LINE-LABEL.
009700     MOVE WS-DLR130-SENT TO DLR225-LINE-FIGURE.
009710     PERFORM 2900-WRITE-FIGURE-LINE
009720         THRU 2900-WRITE-FIGURE-LINE-EXIT.
009730     PERFORM 3050-RESET-CHECK
009740         THRU 3050-RESET-CHECK-EXIT.
009750     MOVE "TRANSOUT READ = DLR110 ACCEPTED" TO WS-CHECK-LABEL.
009760     IF NOT WS-DLR130-READ-FOUND
009770         OR NOT WS-DLR110-ACCEPTED-FOUND
009780         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
009790     END-IF.
009800     MOVE WS-DLR130-READ-COUNT TO WS-CHECK-ACTUAL-COUNT.
009810     MOVE WS-DLR130-READ-AMOUNT TO WS-CHECK-ACTUAL-AMOUNT.
009820     MOVE WS-DLR110-ACCEPTED-COUNT TO WS-CHECK-EXPECT-COUNT.
009830     MOVE WS-DLR110-ACCEPTED-AMOUNT TO WS-CHECK-EXPECT-AMOUNT.
009840     PERFORM 3900-WRITE-CHECK
009850         THRU 3900-WRITE-CHECK-EXIT.
009860     PERFORM 3050-RESET-CHECK
009870         THRU 3050-RESET-CHECK-EXIT.
009880     MOVE "SENT = READ TIMES PARTNERS" TO WS-CHECK-LABEL.
009890     IF NOT WS-DLR130-READ-FOUND
009900         OR NOT WS-DLR130-PARTNERS-FOUND
009910         OR NOT WS-DLR130-SENT-FOUND
009920         MOVE "Y" TO WS-CHECK-MISSING-SWITCH
009930     END-IF.
009940     MOVE WS-DLR130-SENT-COUNT TO WS-CHECK-ACTUAL-COUNT.
009950     MOVE WS-DLR130-SENT-AMOUNT TO WS-CHECK-ACTUAL-AMOUNT.
009960     COMPUTE WS-CHECK-EXPECT-COUNT =
009970         WS-DLR130-READ-COUNT * WS-DLR130-PARTNERS-COUNT.
009980     COMPUTE WS-CHECK-EXPECT-AMOUNT =
009990         WS-DLR130-READ-AMOUNT * WS-DLR130-PARTNERS-COUNT.
010000     PERFORM 3900-WRITE-CHECK
010010         THRU 3900-WRITE-CHECK-EXIT.
010020 2700-REPORT-PARTNER-OUT-EXIT.
010030     EXIT.
010040*
010050******************************************************************
010060*    2900-WRITE-FIGURE-LINE - ONE FIGURE: ITS LABEL, COUNT, AND  *
010070*    AMOUNT, OR "NOT REPORTED" WHEN THE STEP LEFT NONE FOR THE   *
010080*    BUSINESS DATE.                                              *
010090******************************************************************
010100 2900-WRITE-FIGURE-LINE.
010110     MOVE SPACES TO FLOW-RPT-LINE.
010120     IF NOT WS-LINE-FOUND
010130         STRING "    " DELIMITED BY SIZE
010140                WS-LINE-LABEL DELIMITED BY SIZE
010150                "NOT REPORTED" DELIMITED BY SIZE
010160                INTO FLOW-RPT-LINE
010170         END-STRING
010180         WRITE FLOW-RPT-LINE
010190         GO TO 2900-WRITE-FIGURE-LINE-EXIT
010200     END-IF.
010210     MOVE WS-LINE-COUNT TO RPT-BIG-COUNT.
010220     MOVE WS-LINE-AMOUNT TO RPT-TOTAL.
010230     STRING "    " DELIMITED BY SIZE
010240            WS-LINE-LABEL DELIMITED BY SIZE
010250            RPT-BIG-COUNT DELIMITED BY SIZE
010260            "  " DELIMITED BY SIZE
010270            RPT-TOTAL DELIMITED BY SIZE
010280            INTO FLOW-RPT-LINE
010290     END-STRING.
010300     WRITE FLOW-RPT-LINE.
010310 2900-WRITE-FIGURE-LINE-EXIT.
010320     EXIT.
010330*
010340******************************************************************
010350*    3050-RESET-CHECK - CLEAR THE CHECK FIELDS BEFORE THE NEXT   *
010360*    CHECK IS SET UP: AN EQUALITY TEST ON COUNT AND AMOUNT,      *
010370*    WITH NOTHING MISSING.                                       *
010380******************************************************************
010390 3050-RESET-CHECK.
010400     MOVE "N" TO WS-CHECK-MISSING-SWITCH.
010410     MOVE "E" TO WS-CHECK-TEST-SWITCH.
010420     MOVE "Y" TO WS-CHECK-COUNT-SWITCH.
010430     MOVE "Y" TO WS-CHECK-AMOUNT-SWITCH.
010440     MOVE SPACES TO WS-CHECK-LABEL.
010450     MOVE ZERO TO WS-CHECK-ACTUAL-COUNT.
010460     MOVE ZERO TO WS-CHECK-EXPECT-COUNT.
010470     MOVE ZERO TO WS-CHECK-ACTUAL-AMOUNT.
010480     MOVE ZERO TO WS-CHECK-EXPECT-AMOUNT.
010490 3050-RESET-CHECK-EXIT.
010500     EXIT.
010510*
010520******************************************************************
010530*    3200-DISPLAY-SUMMARY - SHOW THE RUN COUNTS AND THE          *
010540*    OUTCOME ON THE JOB LOG.                                     *
010550******************************************************************
010560 3200-DISPLAY-SUMMARY.
010570     MOVE WS-FIGURES-READ TO RPT-COUNT.
010580     DISPLAY "DLR225 CONTROL FIGURES READ ... " RPT-COUNT.
010590     MOVE WS-FIGURES-DATED TO RPT-COUNT.
010600     DISPLAY "DLR225 FIGURES FOR THE DATE ... " RPT-COUNT.
010610     MOVE WS-CHECKS-MADE TO RPT-COUNT.
010620     DISPLAY "DLR225 CHECKS MADE ............ " RPT-COUNT.
010630     MOVE WS-CHECKS-FLAGGED TO RPT-COUNT.
010640     DISPLAY "DLR225 CHECKS FLAGGED ......... " RPT-COUNT.
010650     IF WS-CHECKS-FLAGGED > ZERO
010660         DISPLAY "DLR225 DAY NOT PROVED - SEE FLOWRPT"
010670     END-IF.
010680 3200-DISPLAY-SUMMARY-EXIT.
010690     EXIT.
010700*
010710******************************************************************
010720*    3900-WRITE-CHECK - PROVE ONE FIGURE AGAINST WHAT IT SHOULD  *
010730*    BE AND PRINT THE RESULT.  A CHECK THAT HOLDS PRINTS "OK".   *
010740*    ONE THAT CANNOT BE MADE FOR WANT OF A FIGURE, OR THAT DOES  *
010750*    NOT HOLD, PRINTS "**", IS COUNTED AGAINST THE DAY, AND IS   *
010760*    FOLLOWED BY WHY - THE FIGURE AS REPORTED AND AS IT SHOULD   *
010770*    HAVE BEEN.  A COVER TEST HOLDS WHEN THE FIGURE IS AT LEAST  *
010780*    WHAT IT SHOULD BE.                                          *
010790******************************************************************
010800 3900-WRITE-CHECK.
010810     ADD 1 TO WS-CHECKS-MADE.
010820     MOVE "Y" TO WS-CHECK-RESULT-SWITCH.
010830     IF WS-CHECK-MISSING
010840         MOVE "N" TO WS-CHECK-RESULT-SWITCH
010850     END-IF.
010860     IF WS-CHECK-ON-COUNT
010870         IF WS-CHECK-EQUAL-TEST
010880             AND WS-CHECK-ACTUAL-COUNT NOT = WS-CHECK-EXPECT-COUNT
010890             MOVE "N" TO WS-CHECK-RESULT-SWITCH
010900         END-IF
010910         IF WS-CHECK-COVER-TEST
010920             AND WS-CHECK-ACTUAL-COUNT < WS-CHECK-EXPECT-COUNT
010930             MOVE "N" TO WS-CHECK-RESULT-SWITCH
010940         END-IF
010950     END-IF.
010960     IF WS-CHECK-ON-AMOUNT
010970         AND WS-CHECK-ACTUAL-AMOUNT NOT = WS-CHECK-EXPECT-AMOUNT
010980         MOVE "N" TO WS-CHECK-RESULT-SWITCH
010990     END-IF.
011000     IF WS-CHECK-HOLDS
011010         MOVE "OK" TO RPT-CHECK-MARK
011020     ELSE
011030         MOVE "**" TO RPT-CHECK-MARK
011040         ADD 1 TO WS-CHECKS-FLAGGED
011050     END-IF.
011060     MOVE SPACES TO FLOW-RPT-LINE.
011070     STRING "  " DELIMITED BY SIZE
011080            RPT-CHECK-MARK DELIMITED BY SIZE
011090            "  " DELIMITED BY SIZE
011100            WS-CHECK-LABEL DELIMITED BY SIZE
011110            INTO FLOW-RPT-LINE
011120     END-STRING.
011130     WRITE FLOW-RPT-LINE.
011140     IF WS-CHECK-HOLDS
011150         GO TO 3900-WRITE-CHECK-EXIT
011160     END-IF.
011170     IF WS-CHECK-MISSING
011180         MOVE SPACES TO FLOW-RPT-LINE
011190         STRING "          NOT PROVED - A STEP LEFT NO FIGURES"
011200                DELIMITED BY SIZE
011210                INTO FLOW-RPT-LINE
011220         END-STRING
011230         WRITE FLOW-RPT-LINE
011240         GO TO 3900-WRITE-CHECK-EXIT
011250     END-IF.
011260     PERFORM 3910-WRITE-CHECK-FIGURES
011270         THRU 3910-WRITE-CHECK-FIGURES-EXIT.
011280 3900-WRITE-CHECK-EXIT.
011290     EXIT.
011300*
011310 3910-WRITE-CHECK-FIGURES.
011320     MOVE SPACES TO FLOW-RPT-LINE.
011330     MOVE WS-CHECK-ACTUAL-COUNT TO RPT-BIG-COUNT.
011340     MOVE WS-CHECK-ACTUAL-AMOUNT TO RPT-TOTAL.
011350     STRING "          REPORTED  " DELIMITED BY SIZE
011360            "            " DELIMITED BY SIZE
011370            RPT-BIG-COUNT DELIMITED BY SIZE
011380            "  " DELIMITED BY SIZE
011390            RPT-TOTAL DELIMITED BY SIZE
011400            INTO FLOW-RPT-LINE
011410     END-STRING.
011420     WRITE FLOW-RPT-LINE.
011430     MOVE SPACES TO FLOW-RPT-LINE.
011440     MOVE WS-CHECK-EXPECT-COUNT TO RPT-BIG-COUNT.
011450     MOVE WS-CHECK-EXPECT-AMOUNT TO RPT-TOTAL.
011460     IF WS-CHECK-COVER-TEST
011470         STRING "          AT LEAST  " DELIMITED BY SIZE
011480                "            " DELIMITED BY SIZE
011490                RPT-BIG-COUNT DELIMITED BY SIZE
011500                "  " DELIMITED BY SIZE
011510                RPT-TOTAL DELIMITED BY SIZE
011520                INTO FLOW-RPT-LINE
011530         END-STRING
011540     ELSE
011550         STRING "          SHOULD BE " DELIMITED BY SIZE
011560                "            " DELIMITED BY SIZE
011570                RPT-BIG-COUNT DELIMITED BY SIZE
011580                "  " DELIMITED BY SIZE
011590                RPT-TOTAL DELIMITED BY SIZE
011600                INTO FLOW-RPT-LINE
011610         END-STRING
011620     END-IF.
011630     WRITE FLOW-RPT-LINE.
011640 3910-WRITE-CHECK-FIGURES-EXIT.
011650     EXIT.
011660*
011670******************************************************************
011680*    5000-WRITE-SIGN-OFF - THE REPORT'S LAST LINES: THE CHECKS   *
011690*    MADE AND FLAGGED, AND WHETHER THE DAY IS PROVED.            *
011700******************************************************************
011710 5000-WRITE-SIGN-OFF.
011720     MOVE SPACES TO FLOW-RPT-LINE.
011730     WRITE FLOW-RPT-LINE.
011740     MOVE WS-CHECKS-MADE TO RPT-COUNT.
011750     MOVE SPACES TO FLOW-RPT-LINE.
011760     STRING "CHECKS MADE ..... " DELIMITED BY SIZE
011770            RPT-COUNT DELIMITED BY SIZE
011780            INTO FLOW-RPT-LINE
011790     END-STRING.
011800     WRITE FLOW-RPT-LINE.
011810     MOVE WS-CHECKS-FLAGGED TO RPT-COUNT.
011820     MOVE SPACES TO FLOW-RPT-LINE.
011830     STRING "CHECKS FLAGGED .. " DELIMITED BY SIZE
011840            RPT-COUNT DELIMITED BY SIZE
011850            INTO FLOW-RPT-LINE
011860     END-STRING.
011870     WRITE FLOW-RPT-LINE.
011880     MOVE SPACES TO FLOW-RPT-LINE.
011890     WRITE FLOW-RPT-LINE.
011900     MOVE SPACES TO FLOW-RPT-LINE.
011910     IF WS-CHECKS-FLAGGED = ZERO
011920         STRING "DAY PROVED - EVERY STEP CARRIES FORWARD"
011930                DELIMITED BY SIZE
011940                INTO FLOW-RPT-LINE
011950         END-STRING
011960     ELSE
011970         STRING "** DAY NOT PROVED - SEE THE CHECKS FLAGGED ABOVE"
011980                DELIMITED BY SIZE
011990                INTO FLOW-RPT-LINE
012000         END-STRING
012010     END-IF.
012020     WRITE FLOW-RPT-LINE.
012030 5000-WRITE-SIGN-OFF-EXIT.
012040     EXIT.
012050*
012060******************************************************************
012070*    9999-TERMINATE - FINISH THE REPORT, SHOW THE RUN SUMMARY,   *
012080*    CLOSE THE REPORT, AND RETURN CONTROL.  A DAY THAT IS NOT    *
012090*    PROVED ENDS RC 8.                                           *
012100******************************************************************
012110 9999-TERMINATE.
012120     PERFORM 5000-WRITE-SIGN-OFF
012130         THRU 5000-WRITE-SIGN-OFF-EXIT.
012140     PERFORM 3200-DISPLAY-SUMMARY
012150         THRU 3200-DISPLAY-SUMMARY-EXIT.
012160     IF WS-CHECKS-FLAGGED > ZERO
012170         MOVE 8 TO RETURN-CODE
012180     END-IF.
012190     CLOSE FLOW-RPT-FILE.
012200 9999-TERMINATE-EXIT.
012210     EXIT.
