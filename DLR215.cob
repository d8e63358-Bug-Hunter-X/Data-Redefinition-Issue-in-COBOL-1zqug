000010******************************************************************
000020*                                                                *
000030*    DLR215.COB                                                  *
000040*                                                                *
000050*    ACCOUNT MASTER CHANGE-HISTORY AUDIT REPORT.                 *
000060*                                                                *
000070*    READS THE CHGJRNL CHANGE JOURNAL (SEE JRNLREC) FROM FRONT   *
000080*    TO BACK AND, FOR EVERY ENTRY SELECTED, PRINTS ON AUDITRPT   *
000090*    THE RUN DATE, SEQUENCE, WRITING PROGRAM, AND ACTION, THEN   *
000100*    DECODES THE BEFORE AND AFTER IMAGES THROUGH THE RECLAYT     *
000110*    SUBFIELDS AND PRINTS ONLY THE SUBFIELDS THAT CHANGED, EACH  *
000120*    WITH ITS OLD AND NEW VALUE.  AN ADD (BLANK BEFORE-IMAGE)    *
000130*    SHOWS EVERY SUBFIELD IT SET; A PURGE (BLANK AFTER-IMAGE)    *
000140*    SHOWS THE RECORD AS IT WAS WHEN IT WENT.                    *
000150*                                                                *
000160*    THE PARMCARD DATASET MAY CARRY ANY OF THESE CARDS; WITH     *
000170*    NO CARDS AT ALL THE WHOLE JOURNAL IS LISTED:                *
000180*                                                                *
000190*      ACCOUNT NNNNN            ONE ACCOUNT ONLY                 *
000200*      FROM    YYYYMMDD         FIRST RUN DATE LISTED            *
000210*      THRU    YYYYMMDD         LAST RUN DATE LISTED             *
000220*      ASOF    YYYYMMDD         ALSO REBUILD THE ACCOUNT'S       *
000230*                               MASTER RECORD AS IT STOOD AT     *
000240*                               THE END OF THAT DATE             *
000250*                                                                *
000260*    ASOF NEEDS AN ACCOUNT CARD.  THE REBUILD USES EVERY ENTRY   *
000270*    FOR THE ACCOUNT, WHATEVER THE FROM AND THRU DATES: THE      *
000280*    AFTER-IMAGE OF THE LATEST ENTRY ON OR BEFORE THE DATE, OR,  *
000290*    FAILING ONE, THE BEFORE-IMAGE OF THE EARLIEST ENTRY AFTER   *
000300*    IT.  AN ACCOUNT NEVER JOURNALED IS SHOWN FROM THE CURRENT   *
000310*    ACCTIDX RECORD.  WHEN BOTH ENTRIES EXIST AND DO NOT AGREE   *
000320*    THE JOURNAL GIVEN IS MISSING A CHANGE AND THE REBUILD IS    *
000330*    FLAGGED.                                                    *
000340*                                                                *
000350*    EACH MAINTENANCE RUN WRITES A FRESH CHGJRNL, SO THE DD      *
000360*    SHOULD CONCATENATE EVERY GENERATION TO BE SEARCHED, OLDEST  *
000370*    FIRST, TOGETHER WITH THE CJRN OUTPUT OF THE ONLINE REGION.  *
000380*    A BACKOUT RUN WRITES NO JOURNAL OF ITS OWN, SO A BACKED-OUT *
000390*    GENERATION SHOULD BE LEFT OUT.  A CARD THAT CANNOT BE READ  *
000400*    REFUSES THE RUN (RC 8) RATHER THAN FILE AN AUDIT REPORT     *
000410*    FOR THE WRONG SELECTION.                                    *
000420*                                                                *
000430*    MODIFICATION HISTORY                                       *
000440*    ----------------------                                     *
000450*    2026-10-15  JPL  ORIGINAL.                                 *
000460*                                                                *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.    DLR215.
000500 AUTHOR.        J P LANGE.
000510 INSTALLATION.  DATA PROCESSING.
000520 DATE-WRITTEN.  2026-10-15.
000530 DATE-COMPILED.
000540*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CHG-JRNL-FILE ASSIGN TO "CHGJRNL"
000590         ORGANIZATION SEQUENTIAL.
000600*
000610     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTIDX"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS IDX-ACCOUNT-ID
000650         FILE STATUS IS WS-ACCT-STATUS.
000660*
000670     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000680         ORGANIZATION LINE SEQUENTIAL.
000690*
000700     SELECT AUDIT-RPT-FILE ASSIGN TO "AUDITRPT"
000710         ORGANIZATION LINE SEQUENTIAL.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CHG-JRNL-FILE
000760     RECORD CONTAINS 224 CHARACTERS.
000770     COPY JRNLREC.
000780*
000790 FD  ACCT-MASTER-FILE
000800     RECORD CONTAINS 100 CHARACTERS.
000810 01  IDX-RECORD.
000820     05  IDX-ACCOUNT-ID                  PIC 9(05).
000830     05  IDX-ACCOUNT-TEXT                PIC X(95).
000840*
000850 FD  PARM-FILE.
000860 01  PARM-RECORD                         PIC X(80).
000870*
000880 FD  AUDIT-RPT-FILE.
000890 01  AUDIT-RPT-LINE                      PIC X(80).
000900*
000910 WORKING-STORAGE SECTION.
000920     COPY RECLAYT.
000930*
000940 01  DLR215-SWITCHES.
000950     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000960         88  WS-EOF-YES                   VALUE "Y".
000970         88  WS-EOF-NO                    VALUE "N".
000980     05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
000990         88  WS-PARM-EOF-YES              VALUE "Y".
001000         88  WS-PARM-EOF-NO               VALUE "N".
001010     05  WS-PARM-OK-SWITCH           PIC X(01) VALUE "Y".
001020         88  WS-PARM-OK                   VALUE "Y".
001030         88  WS-PARM-BAD                  VALUE "N".
001040     05  WS-ACCOUNT-SWITCH           PIC X(01) VALUE "N".
001050         88  WS-ONE-ACCOUNT               VALUE "Y".
001060         88  WS-ALL-ACCOUNTS              VALUE "N".
001070     05  WS-ASOF-SWITCH              PIC X(01) VALUE "N".
001080         88  WS-ASOF-WANTED               VALUE "Y".
001090         88  WS-ASOF-NOT-WANTED           VALUE "N".
001100     05  WS-EARLIER-SWITCH           PIC X(01) VALUE "N".
001110         88  WS-EARLIER-FOUND             VALUE "Y".
001120         88  WS-EARLIER-NOT-FOUND         VALUE "N".
001130     05  WS-LATER-SWITCH             PIC X(01) VALUE "N".
001140         88  WS-LATER-FOUND               VALUE "Y".
001150         88  WS-LATER-NOT-FOUND           VALUE "N".
001160     05  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
001170         88  WS-SOMETHING-CHANGED         VALUE "Y".
001180         88  WS-NOTHING-CHANGED           VALUE "N".
001190*
001200 01  DLR215-STATUS-FIELDS.
001210     05  WS-ACCT-STATUS              PIC X(02) VALUE SPACES.
001220         88  WS-ACCT-GOOD                 VALUE "00".
001230*
001240 01  DLR215-COUNTERS.
001250     05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
001260     05  WS-ENTRIES-LISTED           PIC 9(07) COMP VALUE ZERO.
001270     05  WS-FIELDS-LISTED            PIC 9(07) COMP VALUE ZERO.
001280     05  WS-ASOF-ENTRIES             PIC 9(07) COMP VALUE ZERO.
001290*
001300 01  DLR215-WORK-FIELDS.
001310     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001320     05  WS-SELECT-ACCOUNT           PIC 9(05) VALUE ZERO.
001330     05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001340     05  WS-THRU-DATE                PIC 9(08) VALUE 99999999.
001350     05  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
001360     05  WS-ENTRY-ACCOUNT            PIC 9(05) VALUE ZERO.
001370     05  WS-ACTION-TEXT              PIC X(12) VALUE SPACES.
001380     05  WS-FIELD-LABEL              PIC X(12) VALUE SPACES.
001390     05  WS-WAS-VALUE                PIC X(30) VALUE SPACES.
001400     05  WS-NOW-VALUE                PIC X(30) VALUE SPACES.
001410*
001420******************************************************************
001430*    DECODED IMAGES - THE RECLAYT SUBFIELDS OF THE ENTRY'S       *
001440*    BEFORE AND AFTER IMAGES, SIDE BY SIDE FOR COMPARISON.  THE  *
001450*    STATUS DATE IS HELD AS TEXT SINCE AN OLD RECORD CARRIES     *
001460*    SPACES THERE.                                               *
001470******************************************************************
001480 01  DLR215-IMAGE-FIELDS.
001490     05  WS-BEFORE-FIELDS.
001500         10  WS-BEFORE-NAME          PIC X(30) VALUE SPACES.
001510         10  WS-BEFORE-ADDR-1        PIC X(25) VALUE SPACES.
001520         10  WS-BEFORE-ADDR-2        PIC X(25) VALUE SPACES.
001530         10  WS-BEFORE-STATUS        PIC X(02) VALUE SPACES.
001540         10  WS-BEFORE-STATUS-DATE   PIC X(08) VALUE SPACES.
001550     05  WS-AFTER-FIELDS.
001560         10  WS-AFTER-NAME           PIC X(30) VALUE SPACES.
001570         10  WS-AFTER-ADDR-1         PIC X(25) VALUE SPACES.
001580         10  WS-AFTER-ADDR-2         PIC X(25) VALUE SPACES.
001590         10  WS-AFTER-STATUS         PIC X(02) VALUE SPACES.
001600         10  WS-AFTER-STATUS-DATE    PIC X(08) VALUE SPACES.
001610*
001620******************************************************************
001630*    AS-OF REBUILD - THE LATEST ENTRY ON OR BEFORE THE AS-OF     *
001640*    DATE AND THE EARLIEST ENTRY AFTER IT, EACH WITH THE IMAGE   *
001650*    THAT SAYS WHAT THE RECORD LOOKED LIKE AT THE END OF THAT    *
001660*    DATE.  GENERATIONS MAY BE CONCATENATED OUT OF ORDER, SO     *
001670*    THE CHOICE GOES BY RUN DATE, NOT BY POSITION IN THE FILE.   *
001680******************************************************************
001690 01  DLR215-ASOF-FIELDS.
001700     05  WS-EARLIER-IMAGE            PIC X(100) VALUE SPACES.
001710     05  WS-EARLIER-RUN-DATE         PIC 9(08) VALUE ZERO.
001720     05  WS-EARLIER-SEQ              PIC 9(07) VALUE ZERO.
001730     05  WS-EARLIER-PROGRAM          PIC X(08) VALUE SPACES.
001740     05  WS-LATER-IMAGE              PIC X(100) VALUE SPACES.
001750     05  WS-LATER-RUN-DATE           PIC 9(08) VALUE ZERO.
001760     05  WS-LATER-SEQ                PIC 9(07) VALUE ZERO.
001770     05  WS-LATER-PROGRAM            PIC X(08) VALUE SPACES.
001780     05  WS-ASOF-IMAGE               PIC X(100) VALUE SPACES.
001790*
001800 01  DLR215-REPORT-FIELDS.
001810     05  RPT-COUNT                   PIC ZZZZZZ9.
001820     05  RPT-ACCOUNT-ID              PIC 9(05).
001830     05  RPT-DATE                    PIC 9(08).
001840     05  RPT-SEQ                     PIC 9(07).
001850*
001860 PROCEDURE DIVISION.
001870*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE
001900         THRU 1000-INITIALIZE-EXIT.
001910     IF WS-PARM-BAD
001920         MOVE 8 TO RETURN-CODE
001930         GOBACK
001940     END-IF.
001950     PERFORM 2000-PROCESS-ENTRY
001960         THRU 2000-PROCESS-ENTRY-EXIT
001970         UNTIL WS-EOF-YES.
001980     IF WS-ASOF-WANTED
001990         PERFORM 3000-REBUILD-ASOF
002000             THRU 3000-REBUILD-ASOF-EXIT
002010     END-IF.
002020     PERFORM 9999-TERMINATE
002030         THRU 9999-TERMINATE-EXIT.
002040     GOBACK.
002050 0000-MAINLINE-EXIT.
002060     EXIT.
002070*
002080******************************************************************
002090*    1000-INITIALIZE - READ THE PARM CARDS, OPEN THE JOURNAL     *
002100*    AND THE REPORT, WRITE THE HEADING, AND PRIME THE FIRST      *
002110*    READ.  A BAD CARD REFUSES THE RUN BEFORE ANYTHING OPENS.    *
002120******************************************************************
002130 1000-INITIALIZE.
002140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002150     PERFORM 1050-READ-PARM
002160         THRU 1050-READ-PARM-EXIT.
002170     IF WS-ASOF-WANTED
002180         AND WS-ALL-ACCOUNTS
002190         DISPLAY "DLR215 ASOF CARD NEEDS AN ACCOUNT CARD"
002200         MOVE "N" TO WS-PARM-OK-SWITCH
002210     END-IF.
002220     IF WS-FROM-DATE > WS-THRU-DATE
002230         DISPLAY "DLR215 FROM DATE IS AFTER THRU DATE"
002240         MOVE "N" TO WS-PARM-OK-SWITCH
002250     END-IF.
002260     IF WS-PARM-BAD
002270         DISPLAY "DLR215 PARM CARD IN ERROR - RUN REFUSED"
002280         GO TO 1000-INITIALIZE-EXIT
002290     END-IF.
002300     OPEN INPUT CHG-JRNL-FILE.
002310     OPEN OUTPUT AUDIT-RPT-FILE.
002320     PERFORM 1090-WRITE-HEADING
002330         THRU 1090-WRITE-HEADING-EXIT.
002340     PERFORM 1100-READ-NEXT
002350         THRU 1100-READ-NEXT-EXIT.
002360 1000-INITIALIZE-EXIT.
002370     EXIT.
002380*
002390******************************************************************
002400*    1050-READ-PARM - APPLY EVERY CARD ON THE OPTIONAL PARM      *
002410*    DATASET.  AN ABSENT DATASET LISTS THE WHOLE JOURNAL.        *
002420******************************************************************
002430 1050-READ-PARM.
002440     OPEN INPUT PARM-FILE.
002450     PERFORM 1060-APPLY-PARM-CARD
002460         THRU 1060-APPLY-PARM-CARD-EXIT
002470         UNTIL WS-PARM-EOF-YES.
002480     CLOSE PARM-FILE.
002490 1050-READ-PARM-EXIT.
002500     EXIT.
002510*
002520******************************************************************
002530*    1060-APPLY-PARM-CARD - ONE CARD: A KEYWORD IN COLUMNS 1-8   *
002540*    AND ITS VALUE FROM COLUMN 9.  A BLANK CARD IS SKIPPED; ANY  *
002550*    CARD NOT IN THE LIST IS AN ERROR.                           *
002560******************************************************************
002570 1060-APPLY-PARM-CARD.
002580     READ PARM-FILE
002590         AT END
002600             MOVE "Y" TO WS-PARM-EOF-SWITCH
002610             GO TO 1060-APPLY-PARM-CARD-EXIT
002620     END-READ.
002630     EVALUATE TRUE
002640         WHEN PARM-RECORD = SPACES
002650             CONTINUE
002660         WHEN PARM-RECORD (1:8) = "ACCOUNT "
002670             AND PARM-RECORD (9:5) NUMERIC
002680             MOVE PARM-RECORD (9:5) TO WS-SELECT-ACCOUNT
002690             MOVE "Y" TO WS-ACCOUNT-SWITCH
002700         WHEN PARM-RECORD (1:8) = "FROM    "
002710             AND PARM-RECORD (9:8) NUMERIC
002720             MOVE PARM-RECORD (9:8) TO WS-FROM-DATE
002730         WHEN PARM-RECORD (1:8) = "THRU    "
002740             AND PARM-RECORD (9:8) NUMERIC
002750             MOVE PARM-RECORD (9:8) TO WS-THRU-DATE
002760         WHEN PARM-RECORD (1:8) = "ASOF    "
002770             AND PARM-RECORD (9:8) NUMERIC
002780             MOVE PARM-RECORD (9:8) TO WS-ASOF-DATE
002790             MOVE "Y" TO WS-ASOF-SWITCH
002800         WHEN OTHER
002810             MOVE "N" TO WS-PARM-OK-SWITCH
002820             DISPLAY "DLR215 UNRECOGNIZED PARM CARD: "
002830                 PARM-RECORD (1:30)
002840     END-EVALUATE.
002850 1060-APPLY-PARM-CARD-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890*    1090-WRITE-HEADING - THE HEADING CARRIES THE SELECTION SO   *
002900*    THE REPORT STANDS ON ITS OWN WHEN HANDED TO AUDIT.          *
002910******************************************************************
002920 1090-WRITE-HEADING.
002930     MOVE SPACES TO AUDIT-RPT-LINE.
002940     STRING "DLR215 ACCOUNT CHANGE-HISTORY AUDIT - RUN DATE "
002950            DELIMITED BY SIZE
002960            WS-RUN-DATE DELIMITED BY SIZE
002970            INTO AUDIT-RPT-LINE
002980     END-STRING.
002990     WRITE AUDIT-RPT-LINE.
003000     MOVE SPACES TO AUDIT-RPT-LINE.
003010     IF WS-ONE-ACCOUNT
003020         MOVE WS-SELECT-ACCOUNT TO RPT-ACCOUNT-ID
003030         STRING "ACCOUNT " DELIMITED BY SIZE
003040                RPT-ACCOUNT-ID DELIMITED BY SIZE
003050                "  RUN DATES " DELIMITED BY SIZE
003060                WS-FROM-DATE DELIMITED BY SIZE
003070                " THRU " DELIMITED BY SIZE
003080                WS-THRU-DATE DELIMITED BY SIZE
003090                INTO AUDIT-RPT-LINE
003100         END-STRING
003110     ELSE
003120         STRING "ALL ACCOUNTS  RUN DATES " DELIMITED BY SIZE
003130                WS-FROM-DATE DELIMITED BY SIZE
003140                " THRU " DELIMITED BY SIZE
003150                WS-THRU-DATE DELIMITED BY SIZE
003160                INTO AUDIT-RPT-LINE
003170         END-STRING
003180     END-IF.
003190     WRITE AUDIT-RPT-LINE.
003200     MOVE SPACES TO AUDIT-RPT-LINE.
003210     WRITE AUDIT-RPT-LINE.
003220 1090-WRITE-HEADING-EXIT.
003230     EXIT.
003240*
003250******************************************************************
003260*    1100-READ-NEXT - READ THE NEXT JOURNAL ENTRY.               *
003270******************************************************************
003280 1100-READ-NEXT.
003290     READ CHG-JRNL-FILE
003300         AT END
003310             MOVE "Y" TO WS-EOF-SWITCH
003320         NOT AT END
003330             ADD 1 TO WS-ENTRIES-READ
003340     END-READ.
003350 1100-READ-NEXT-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390*    2000-PROCESS-ENTRY - THE ACCOUNT COMES FROM THE AFTER-      *
003400*    IMAGE, OR FROM THE BEFORE-IMAGE OF A PURGE.  AN ENTRY FOR   *
003410*    ANOTHER ACCOUNT IS PASSED BY; ONE FOR THE SELECTED          *
003420*    ACCOUNT FEEDS THE AS-OF REBUILD WHATEVER ITS DATE, AND IS   *
003430*    LISTED WHEN ITS RUN DATE FALLS IN THE FROM-THRU RANGE.      *
003440******************************************************************
003450 2000-PROCESS-ENTRY.
003460     IF JRNL-AFTER-IMAGE = SPACES
003470         MOVE JRNL-BEFORE-IMAGE TO WS-AREA-1
003480     ELSE
003490         MOVE JRNL-AFTER-IMAGE TO WS-AREA-1
003500     END-IF.
003510     MOVE WS-SUB-AREA-1 TO WS-ENTRY-ACCOUNT.
003520     IF WS-ONE-ACCOUNT
003530         AND WS-ENTRY-ACCOUNT NOT = WS-SELECT-ACCOUNT
003540         GO TO 2000-PROCESS-ENTRY-NEXT
003550     END-IF.
003560     IF WS-ASOF-WANTED
003570         PERFORM 2200-NOTE-ASOF-ENTRY
003580             THRU 2200-NOTE-ASOF-ENTRY-EXIT
003590     END-IF.
003600     IF JRNL-RUN-DATE < WS-FROM-DATE
003610         OR JRNL-RUN-DATE > WS-THRU-DATE
003620         GO TO 2000-PROCESS-ENTRY-NEXT
003630     END-IF.
003640     PERFORM 2300-LIST-ENTRY
003650         THRU 2300-LIST-ENTRY-EXIT.
003660 2000-PROCESS-ENTRY-NEXT.
003670     PERFORM 1100-READ-NEXT
003680         THRU 1100-READ-NEXT-EXIT.
003690 2000-PROCESS-ENTRY-EXIT.
003700     EXIT.
003710*
003720******************************************************************
003730*    2200-NOTE-ASOF-ENTRY - KEEP THE AFTER-IMAGE OF THE LATEST   *
003740*    ENTRY ON OR BEFORE THE AS-OF DATE (A LATER ENTRY ON THE     *
003750*    SAME DATE WINS) AND THE BEFORE-IMAGE OF THE EARLIEST        *
003760*    ENTRY AFTER IT (THE FIRST ON THE DATE WINS).                *
003770******************************************************************
003780 2200-NOTE-ASOF-ENTRY.
003790     IF JRNL-RUN-DATE NOT > WS-ASOF-DATE
003800         ADD 1 TO WS-ASOF-ENTRIES
003810         IF WS-EARLIER-NOT-FOUND
003820             OR JRNL-RUN-DATE NOT < WS-EARLIER-RUN-DATE
003830             MOVE "Y" TO WS-EARLIER-SWITCH
003840             MOVE JRNL-AFTER-IMAGE TO WS-EARLIER-IMAGE
003850             MOVE JRNL-RUN-DATE TO WS-EARLIER-RUN-DATE
003860             MOVE JRNL-SEQ TO WS-EARLIER-SEQ
003870             MOVE JRNL-PROGRAM TO WS-EARLIER-PROGRAM
003880         END-IF
003890         GO TO 2200-NOTE-ASOF-ENTRY-EXIT
003900     END-IF.
003910     IF WS-LATER-NOT-FOUND
003920         OR JRNL-RUN-DATE < WS-LATER-RUN-DATE
003930         MOVE "Y" TO WS-LATER-SWITCH
003940         MOVE JRNL-BEFORE-IMAGE TO WS-LATER-IMAGE
003950         MOVE JRNL-RUN-DATE TO WS-LATER-RUN-DATE
003960         MOVE JRNL-SEQ TO WS-LATER-SEQ
003970         MOVE JRNL-PROGRAM TO WS-LATER-PROGRAM
003980     END-IF.
003990 2200-NOTE-ASOF-ENTRY-EXIT.
004000     EXIT.
004010*
004020******************************************************************
004030*    2300-LIST-ENTRY - ONE HEADER LINE FOR THE ENTRY, THEN ONE   *
004040*    PAIR OF LINES FOR EACH SUBFIELD THE ENTRY CHANGED.  AN      *
004050*    ENTRY THAT CHANGED NO SUBFIELD (A RE-STAMP OF THE SAME      *
004060*    VALUES) SAYS SO.                                            *
004070******************************************************************
004080 2300-LIST-ENTRY.
004090     ADD 1 TO WS-ENTRIES-LISTED.
004100     PERFORM 2350-NAME-ACTION
004110         THRU 2350-NAME-ACTION-EXIT.
004120     MOVE JRNL-RUN-DATE TO RPT-DATE.
004130     MOVE JRNL-SEQ TO RPT-SEQ.
004140     MOVE WS-ENTRY-ACCOUNT TO RPT-ACCOUNT-ID.
004150     MOVE SPACES TO AUDIT-RPT-LINE.
004160     STRING "RUN " DELIMITED BY SIZE
004170            RPT-DATE DELIMITED BY SIZE
004180            "  SEQ " DELIMITED BY SIZE
004190            RPT-SEQ DELIMITED BY SIZE
004200            "  " DELIMITED BY SIZE
004210            JRNL-PROGRAM DELIMITED BY SIZE
004220            "  " DELIMITED BY SIZE
004230            JRNL-ACTION DELIMITED BY SIZE
004240            " " DELIMITED BY SIZE
004250            WS-ACTION-TEXT DELIMITED BY SIZE
004260            "  ACCT " DELIMITED BY SIZE
004270            RPT-ACCOUNT-ID DELIMITED BY SIZE
004280            INTO AUDIT-RPT-LINE
004290     END-STRING.
004300     WRITE AUDIT-RPT-LINE.
004310     MOVE JRNL-BEFORE-IMAGE TO WS-AREA-1.
004320     PERFORM 2400-UNPACK-BEFORE
004330         THRU 2400-UNPACK-BEFORE-EXIT.
004340     MOVE JRNL-AFTER-IMAGE TO WS-AREA-1.
004350     PERFORM 2450-UNPACK-AFTER
004360         THRU 2450-UNPACK-AFTER-EXIT.
004370     MOVE "N" TO WS-CHANGED-SWITCH.
004380     IF WS-AFTER-NAME NOT = WS-BEFORE-NAME
004390         MOVE "NAME" TO WS-FIELD-LABEL
004400         MOVE WS-BEFORE-NAME TO WS-WAS-VALUE
004410         MOVE WS-AFTER-NAME TO WS-NOW-VALUE
004420         PERFORM 2500-LIST-FIELD
004430             THRU 2500-LIST-FIELD-EXIT
004440     END-IF.
004450     IF WS-AFTER-ADDR-1 NOT = WS-BEFORE-ADDR-1
004460         MOVE "ADDRESS 1" TO WS-FIELD-LABEL
004470         MOVE WS-BEFORE-ADDR-1 TO WS-WAS-VALUE
004480         MOVE WS-AFTER-ADDR-1 TO WS-NOW-VALUE
004490         PERFORM 2500-LIST-FIELD
004500             THRU 2500-LIST-FIELD-EXIT
004510     END-IF.
004520     IF WS-AFTER-ADDR-2 NOT = WS-BEFORE-ADDR-2
004530         MOVE "ADDRESS 2" TO WS-FIELD-LABEL
004540         MOVE WS-BEFORE-ADDR-2 TO WS-WAS-VALUE
004550         MOVE WS-AFTER-ADDR-2 TO WS-NOW-VALUE
004560         PERFORM 2500-LIST-FIELD
004570             THRU 2500-LIST-FIELD-EXIT
004580     END-IF.
004590     IF WS-AFTER-STATUS NOT = WS-BEFORE-STATUS
004600         MOVE "STATUS" TO WS-FIELD-LABEL
004610         MOVE WS-BEFORE-STATUS TO WS-WAS-VALUE
004620         MOVE WS-AFTER-STATUS TO WS-NOW-VALUE
004630         PERFORM 2500-LIST-FIELD
004640             THRU 2500-LIST-FIELD-EXIT
004650     END-IF.
004660     IF WS-AFTER-STATUS-DATE NOT = WS-BEFORE-STATUS-DATE
004670         MOVE "STATUS DATE" TO WS-FIELD-LABEL
004680         MOVE WS-BEFORE-STATUS-DATE TO WS-WAS-VALUE
004690         MOVE WS-AFTER-STATUS-DATE TO WS-NOW-VALUE
004700         PERFORM 2500-LIST-FIELD
004710             THRU 2500-LIST-FIELD-EXIT
004720     END-IF.
004730     IF WS-NOTHING-CHANGED
004740         MOVE "      NO SUBFIELD CHANGED" TO AUDIT-RPT-LINE
004750         WRITE AUDIT-RPT-LINE
004760     END-IF.
004770 2300-LIST-ENTRY-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810*    2350-NAME-ACTION - SPELL OUT THE JOURNAL ACTION CODE AS     *
004820*    THE WRITING PROGRAMS USE IT.                                *
004830******************************************************************
004840 2350-NAME-ACTION.
004850     EVALUATE JRNL-ACTION
004860         WHEN "R"
004870             MOVE "REPLACE ALL" TO WS-ACTION-TEXT
004880         WHEN "N"
004890             MOVE "NAME" TO WS-ACTION-TEXT
004900         WHEN "1"
004910             MOVE "ADDRESS 1" TO WS-ACTION-TEXT
004920         WHEN "2"
004930             MOVE "ADDRESS 2" TO WS-ACTION-TEXT
004940         WHEN "S"
004950             MOVE "STATUS" TO WS-ACTION-TEXT
004960         WHEN "A"
004970             MOVE "ADD ACCOUNT" TO WS-ACTION-TEXT
004980         WHEN "D"
004990             MOVE "DELETE" TO WS-ACTION-TEXT
005000         WHEN "P"
005010             MOVE "PURGE" TO WS-ACTION-TEXT
005020         WHEN "T"
005030             MOVE "DATE STAMP" TO WS-ACTION-TEXT
005040         WHEN "O"
005050             MOVE "ONLINE" TO WS-ACTION-TEXT
005060         WHEN OTHER
005070             MOVE "UNKNOWN" TO WS-ACTION-TEXT
005080     END-EVALUATE.
005090 2350-NAME-ACTION-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*    2400-UNPACK-BEFORE / 2450-UNPACK-AFTER - COPY THE RECLAYT   *
005140*    SUBFIELDS OF THE IMAGE THE CALLER HAS MOVED INTO THE        *
005150*    SHARED BUFFER.  A BLANK IMAGE GIVES BLANK SUBFIELDS.        *
005160******************************************************************
005170 2400-UNPACK-BEFORE.
005180     MOVE WS-CUST-NAME TO WS-BEFORE-NAME.
005190     MOVE WS-CUST-ADDR-LINE-1 TO WS-BEFORE-ADDR-1.
005200     MOVE WS-CUST-ADDR-LINE-2 TO WS-BEFORE-ADDR-2.
005210     MOVE WS-CUST-STATUS-CODE TO WS-BEFORE-STATUS.
005220     MOVE WS-CUST-STATUS-DATE TO WS-BEFORE-STATUS-DATE.
005230 2400-UNPACK-BEFORE-EXIT.
005240     EXIT.
005250*
005260 2450-UNPACK-AFTER.
005270     MOVE WS-CUST-NAME TO WS-AFTER-NAME.
005280     MOVE WS-CUST-ADDR-LINE-1 TO WS-AFTER-ADDR-1.
005290     MOVE WS-CUST-ADDR-LINE-2 TO WS-AFTER-ADDR-2.
005300     MOVE WS-CUST-STATUS-CODE TO WS-AFTER-STATUS.
005310     MOVE WS-CUST-STATUS-DATE TO WS-AFTER-STATUS-DATE.
005320 2450-UNPACK-AFTER-EXIT.
005330     EXIT.
005340*
005350******************************************************************
005360*    2500-LIST-FIELD - ONE CHANGED SUBFIELD: ITS OLD VALUE AND   *
005370*    ITS NEW VALUE ON TWO LINES, LINED UP FOR READING.           *
005380******************************************************************
005390 2500-LIST-FIELD.
005400     MOVE "Y" TO WS-CHANGED-SWITCH.
005410     ADD 1 TO WS-FIELDS-LISTED.
005420     MOVE SPACES TO AUDIT-RPT-LINE.
005430     STRING "      " DELIMITED BY SIZE
005440            WS-FIELD-LABEL DELIMITED BY SIZE
005450            " WAS  " DELIMITED BY SIZE
005460            WS-WAS-VALUE DELIMITED BY SIZE
005470            INTO AUDIT-RPT-LINE
005480     END-STRING.
005490     WRITE AUDIT-RPT-LINE.
005500     MOVE SPACES TO AUDIT-RPT-LINE.
005510     STRING "      " DELIMITED BY SIZE
005520            "            " DELIMITED BY SIZE
005530            " NOW  " DELIMITED BY SIZE
005540            WS-NOW-VALUE DELIMITED BY SIZE
005550            INTO AUDIT-RPT-LINE
005560     END-STRING.
005570     WRITE AUDIT-RPT-LINE.
005580 2500-LIST-FIELD-EXIT.
005590     EXIT.
005600*
005610******************************************************************
005620*    3000-REBUILD-ASOF - PRINT THE ACCOUNT'S MASTER RECORD AS    *
005630*    IT STOOD AT THE END OF THE AS-OF DATE, AND WHERE THAT       *
005640*    PICTURE CAME FROM.  THE LATEST ENTRY ON OR BEFORE THE DATE  *
005650*    IS PREFERRED; THE EARLIEST LATER ENTRY'S BEFORE-IMAGE       *
005660*    STANDS IN WHEN THERE IS NONE; WITH NO ENTRY AT ALL THE      *
005670*    ACCOUNT HAS NOT CHANGED AND THE CURRENT MASTER IS SHOWN.    *
005680******************************************************************
005690 3000-REBUILD-ASOF.
005700     MOVE SPACES TO AUDIT-RPT-LINE.
005710     WRITE AUDIT-RPT-LINE.
005720     MOVE WS-SELECT-ACCOUNT TO RPT-ACCOUNT-ID.
005730     MOVE WS-ASOF-DATE TO RPT-DATE.
005740     MOVE SPACES TO AUDIT-RPT-LINE.
005750     STRING "ACCOUNT " DELIMITED BY SIZE
005760            RPT-ACCOUNT-ID DELIMITED BY SIZE
005770            " AS IT STOOD AT THE END OF " DELIMITED BY SIZE
005780            RPT-DATE DELIMITED BY SIZE
005790            INTO AUDIT-RPT-LINE
005800     END-STRING.
005810     WRITE AUDIT-RPT-LINE.
005820     MOVE SPACES TO AUDIT-RPT-LINE.
005830     EVALUATE TRUE
005840         WHEN WS-EARLIER-FOUND
005850             MOVE WS-EARLIER-IMAGE TO WS-ASOF-IMAGE
005860             MOVE WS-EARLIER-RUN-DATE TO RPT-DATE
005870             MOVE WS-EARLIER-SEQ TO RPT-SEQ
005880             STRING "  FROM THE AFTER-IMAGE OF "
005890                    DELIMITED BY SIZE
005900                    WS-EARLIER-PROGRAM DELIMITED BY SIZE
005910                    " RUN " DELIMITED BY SIZE
005920                    RPT-DATE DELIMITED BY SIZE
005930                    " SEQ " DELIMITED BY SIZE
005940                    RPT-SEQ DELIMITED BY SIZE
005950                    INTO AUDIT-RPT-LINE
005960             END-STRING
005970         WHEN WS-LATER-FOUND
005980             MOVE WS-LATER-IMAGE TO WS-ASOF-IMAGE
005990             MOVE WS-LATER-RUN-DATE TO RPT-DATE
006000             MOVE WS-LATER-SEQ TO RPT-SEQ
006010             STRING "  FROM THE BEFORE-IMAGE OF "
006020                    DELIMITED BY SIZE
006030                    WS-LATER-PROGRAM DELIMITED BY SIZE
006040                    " RUN " DELIMITED BY SIZE
006050                    RPT-DATE DELIMITED BY SIZE
006060                    " SEQ " DELIMITED BY SIZE
006070                    RPT-SEQ DELIMITED BY SIZE
006080                    INTO AUDIT-RPT-LINE
006090             END-STRING
006100         WHEN OTHER
006110             PERFORM 3100-READ-CURRENT
006120                 THRU 3100-READ-CURRENT-EXIT
006130             MOVE "  NO JOURNALED CHANGE - CURRENT MASTER RECORD"
006140                 TO AUDIT-RPT-LINE
006150     END-EVALUATE.
006160     WRITE AUDIT-RPT-LINE.
006170     IF WS-EARLIER-FOUND
006180         AND WS-LATER-FOUND
006190         AND WS-LATER-IMAGE NOT = WS-EARLIER-IMAGE
006200         MOVE "  ** JOURNAL GAP - LATER ENTRY DOES NOT FOLLOW ON"
006210             TO AUDIT-RPT-LINE
006220         WRITE AUDIT-RPT-LINE
006230     END-IF.
006240     IF WS-ASOF-IMAGE = SPACES
006250         MOVE "  ACCOUNT WAS NOT ON THE MASTER AT THAT DATE"
006260             TO AUDIT-RPT-LINE
006270         WRITE AUDIT-RPT-LINE
006280         GO TO 3000-REBUILD-ASOF-EXIT
006290     END-IF.
006300     MOVE WS-ASOF-IMAGE TO WS-AREA-1.
006310     PERFORM 2450-UNPACK-AFTER
006320         THRU 2450-UNPACK-AFTER-EXIT.
006330     MOVE "NAME" TO WS-FIELD-LABEL.
006340     MOVE WS-AFTER-NAME TO WS-NOW-VALUE.
006350     PERFORM 3200-SHOW-FIELD
006360         THRU 3200-SHOW-FIELD-EXIT.
006370     MOVE "ADDRESS 1" TO WS-FIELD-LABEL.
006380     MOVE WS-AFTER-ADDR-1 TO WS-NOW-VALUE.
006390     PERFORM 3200-SHOW-FIELD
006400         THRU 3200-SHOW-FIELD-EXIT.
006410     MOVE "ADDRESS 2" TO WS-FIELD-LABEL.
006420     MOVE WS-AFTER-ADDR-2 TO WS-NOW-VALUE.
006430     PERFORM 3200-SHOW-FIELD
006440         THRU 3200-SHOW-FIELD-EXIT.
006450     MOVE "STATUS" TO WS-FIELD-LABEL.
006460     MOVE WS-AFTER-STATUS TO WS-NOW-VALUE.
006470     PERFORM 3200-SHOW-FIELD
006480         THRU 3200-SHOW-FIELD-EXIT.
006490     MOVE "STATUS DATE" TO WS-FIELD-LABEL.
006500     MOVE WS-AFTER-STATUS-DATE TO WS-NOW-VALUE.
006510     PERFORM 3200-SHOW-FIELD
006520         THRU 3200-SHOW-FIELD-EXIT.
006530 3000-REBUILD-ASOF-EXIT.
006540     EXIT.
006550*
006560******************************************************************
006570*    3100-READ-CURRENT - THE ACCOUNT HAS NO JOURNALED CHANGE,    *
006580*    SO THE MASTER RECORD TODAY IS THE RECORD AS IT STOOD THEN.  *
006590*    NOT FOUND (OR NO MASTER TO READ) LEAVES THE IMAGE BLANK.    *
006600******************************************************************
006610 3100-READ-CURRENT.
006620     MOVE SPACES TO WS-ASOF-IMAGE.
006630     OPEN INPUT ACCT-MASTER-FILE.
006640     IF NOT WS-ACCT-GOOD
006650         DISPLAY "DLR215 CANNOT OPEN ACCOUNT MASTER - STATUS "
006660             WS-ACCT-STATUS
006670         GO TO 3100-READ-CURRENT-EXIT
006680     END-IF.
006690     MOVE WS-SELECT-ACCOUNT TO IDX-ACCOUNT-ID.
006700     READ ACCT-MASTER-FILE
006710         INVALID KEY
006720             MOVE SPACES TO IDX-RECORD
006730     END-READ.
006740     IF WS-ACCT-GOOD
006750         MOVE IDX-RECORD TO WS-ASOF-IMAGE
006760     END-IF.
006770     CLOSE ACCT-MASTER-FILE.
006780 3100-READ-CURRENT-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820*    3200-SHOW-FIELD - ONE SUBFIELD OF THE REBUILT RECORD.       *
006830******************************************************************
006840 3200-SHOW-FIELD.
006850     MOVE SPACES TO AUDIT-RPT-LINE.
006860     STRING "      " DELIMITED BY SIZE
006870            WS-FIELD-LABEL DELIMITED BY SIZE
006880            "      " DELIMITED BY SIZE
006890            WS-NOW-VALUE DELIMITED BY SIZE
006900            INTO AUDIT-RPT-LINE
006910     END-STRING.
006920     WRITE AUDIT-RPT-LINE.
006930 3200-SHOW-FIELD-EXIT.
006940     EXIT.
006950*
006960******************************************************************
006970*    3900-DISPLAY-SUMMARY - SHOW THE RUN'S COUNTS ON THE JOB     *
006980*    LOG.                                                        *
006990******************************************************************
007000 3900-DISPLAY-SUMMARY.
007010     MOVE WS-ENTRIES-READ TO RPT-COUNT.
007020     DISPLAY "DLR215 JOURNAL ENTRIES READ ... " RPT-COUNT.
007030     MOVE WS-ENTRIES-LISTED TO RPT-COUNT.
007040     DISPLAY "DLR215 ENTRIES LISTED ......... " RPT-COUNT.
007050     MOVE WS-FIELDS-LISTED TO RPT-COUNT.
007060     DISPLAY "DLR215 SUBFIELD CHANGES ....... " RPT-COUNT.
007070     IF WS-ASOF-WANTED
007080         MOVE WS-ASOF-ENTRIES TO RPT-COUNT
007090         DISPLAY "DLR215 ENTRIES UP TO AS-OF .... " RPT-COUNT
007100     END-IF.
007110 3900-DISPLAY-SUMMARY-EXIT.
007120     EXIT.
007130*
007140******************************************************************
007150*    9999-TERMINATE - FINISH THE REPORT WITH ITS OWN TOTALS,     *
007160*    SHOW THE RUN SUMMARY, CLOSE THE FILES, AND RETURN CONTROL.  *
007170******************************************************************
007180 9999-TERMINATE.
007190     IF WS-ENTRIES-LISTED = ZERO
007200         MOVE "  NO JOURNAL ENTRY MATCHES THE SELECTION"
007210             TO AUDIT-RPT-LINE
007220         WRITE AUDIT-RPT-LINE
007230     END-IF.
007240     MOVE SPACES TO AUDIT-RPT-LINE.
007250     WRITE AUDIT-RPT-LINE.
007260     MOVE WS-ENTRIES-READ TO RPT-COUNT.
007270     MOVE SPACES TO AUDIT-RPT-LINE.
007280     STRING "JOURNAL ENTRIES READ ...... " DELIMITED BY SIZE
007290            RPT-COUNT DELIMITED BY SIZE
007300            INTO AUDIT-RPT-LINE
007310     END-STRING.
007320     WRITE AUDIT-RPT-LINE.
007330     MOVE WS-ENTRIES-LISTED TO RPT-COUNT.
007340     MOVE SPACES TO AUDIT-RPT-LINE.
007350     STRING "ENTRIES LISTED ............ " DELIMITED BY SIZE
007360            RPT-COUNT DELIMITED BY SIZE
007370            INTO AUDIT-RPT-LINE
007380     END-STRING.
007390     WRITE AUDIT-RPT-LINE.
007400     MOVE WS-FIELDS-LISTED TO RPT-COUNT.
007410     MOVE SPACES TO AUDIT-RPT-LINE.
007420     STRING "SUBFIELD CHANGES LISTED ... " DELIMITED BY SIZE
007430            RPT-COUNT DELIMITED BY SIZE
007440            INTO AUDIT-RPT-LINE
007450     END-STRING.
007460     WRITE AUDIT-RPT-LINE.
007470     PERFORM 3900-DISPLAY-SUMMARY
007480         THRU 3900-DISPLAY-SUMMARY-EXIT.
007490     CLOSE CHG-JRNL-FILE.
007500     CLOSE AUDIT-RPT-FILE.
007510 9999-TERMINATE-EXIT.
007520     EXIT.
