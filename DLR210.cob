000010******************************************************************
000020*                                                                *
000030*    DLR210.COB                                                  *
000040*                                                                *
000050*    END-OF-DAY PENDING ACCOUNT CHANGE REPORT.                   *
000060*                                                                *
000070*    CHANGES KEYED ON THE DL61 SCREEN WAIT ON THE PENDCHG FILE   *
000080*    (SEE PENDREC) UNTIL A SECOND OPERATOR APPROVES OR REJECTS   *
000090*    THEM ON DL63.  THIS END-OF-DAY RUN MAKES ONE PASS OF        *
000100*    PENDCHG AND LISTS ON PENDRPT:                               *
000110*                                                                *
000120*      - EVERY CHANGE STILL AWAITING A DECISION - ACCOUNT, WHO   *
000130*        KEYED IT AND WHEN, AND WHICH SUBFIELDS IT CHANGES; AND  *
000140*      - EVERY CHANGE FOUND STALE TODAY (THE MASTER MOVED ON     *
000150*        UNDER IT), WHICH SOMEBODY MUST KEY AGAIN,               *
000160*                                                                *
000170*    WITH COUNTS OF THE DAY'S APPROVALS, REJECTIONS AND STALE    *
000180*    ITEMS.  REPORT ONLY - PENDCHG IS OPENED INPUT AND NOTHING   *
000190*    IS CHANGED.  A PENDCHG THAT WILL NOT OPEN ENDS THE RUN      *
000200*    RC 8 RATHER THAN PRINT AN EMPTY LIST THAT LOOKS CLEAN.      *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ----------------------                                     *
000240*    2026-10-15  JPL  ORIGINAL.                                 *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    DLR210.
000290 AUTHOR.        J P LANGE.
000300 INSTALLATION.  DATA PROCESSING.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PEND-KEY
000410         FILE STATUS IS WS-PEND-STATUS.
000420*
000430     SELECT PEND-RPT-FILE ASSIGN TO "PENDRPT"
000440         ORGANIZATION LINE SEQUENTIAL.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PEND-CHG-FILE
000490     RECORD CONTAINS 256 CHARACTERS.
000500     COPY PENDREC.
000510*
000520 FD  PEND-RPT-FILE.
000530 01  PEND-RPT-LINE                       PIC X(80).
000540*
000550 WORKING-STORAGE SECTION.
000560     COPY RECLAYT.
000570*
000580 01  DLR210-SWITCHES.
000590     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000600         88  WS-EOF-YES                   VALUE "Y".
000610         88  WS-EOF-NO                    VALUE "N".
000620     05  WS-OPEN-OK-SWITCH           PIC X(01) VALUE "N".
000630         88  WS-OPEN-OK                   VALUE "Y".
000640         88  WS-OPEN-BAD                  VALUE "N".
000650     05  WS-STALE-HEAD-SWITCH        PIC X(01) VALUE "N".
000660         88  WS-STALE-HEAD-DONE           VALUE "Y".
000670         88  WS-STALE-HEAD-NEEDED         VALUE "N".
000680*
000690 01  DLR210-STATUS-FIELDS.
000700     05  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
000710         88  WS-PEND-GOOD                 VALUE "00".
000720*
000730 01  DLR210-COUNTERS.
000740     05  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
000750     05  WS-STILL-PENDING            PIC 9(07) COMP VALUE ZERO.
000760     05  WS-APPROVED-TODAY           PIC 9(07) COMP VALUE ZERO.
000770     05  WS-REJECTED-TODAY           PIC 9(07) COMP VALUE ZERO.
000780     05  WS-STALE-TODAY              PIC 9(07) COMP VALUE ZERO.
000790*
000800 01  DLR210-WORK-FIELDS.
000810     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000820     05  WS-CHANGE-LIST              PIC X(30) VALUE SPACES.
000830     05  WS-CHANGE-PTR               PIC 9(03) COMP VALUE 1.
000840*
000850******************************************************************
000860*    BEFORE FIELDS - THE RECLAYT SUBFIELDS OF THE BEFORE-IMAGE,  *
000870*    SAVED OUT OF THE SHARED BUFFER SO THE AFTER-IMAGE CAN BE    *
000880*    UNPACKED INTO IT AND THE TWO COMPARED FIELD BY FIELD.       *
000890******************************************************************
000900 01  DLR210-BEFORE-FIELDS.
000910     05  WS-BEFORE-NAME              PIC X(30) VALUE SPACES.
000920     05  WS-BEFORE-ADDR-1            PIC X(25) VALUE SPACES.
000930     05  WS-BEFORE-ADDR-2            PIC X(25) VALUE SPACES.
000940     05  WS-BEFORE-STATUS            PIC X(02) VALUE SPACES.
000950*
000960 01  DLR210-REPORT-FIELDS.
000970     05  RPT-COUNT                   PIC ZZZZZZ9.
000980     05  RPT-ACCOUNT-ID              PIC 9(05).
000990     05  RPT-DATE                    PIC 9(08).
001000     05  RPT-TIME                    PIC 9(06).
001010*
001020 PROCEDURE DIVISION.
001030*
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE
001060         THRU 1000-INITIALIZE-EXIT.
001070     IF WS-OPEN-BAD
001080         MOVE 8 TO RETURN-CODE
001090         GOBACK
001100     END-IF.
001110     PERFORM 2000-EXAMINE-ITEM
001120         THRU 2000-EXAMINE-ITEM-EXIT
001130         UNTIL WS-EOF-YES.
001140     PERFORM 9999-TERMINATE
001150         THRU 9999-TERMINATE-EXIT.
001160     GOBACK.
001170 0000-MAINLINE-EXIT.
001180     EXIT.
001190*
001200******************************************************************
001210*    1000-INITIALIZE - OPEN THE QUEUE (REFUSING THE RUN IF IT    *
001220*    WILL NOT OPEN) AND THE REPORT, HEAD THE PENDING SECTION,    *
001230*    AND PRIME THE FIRST READ.                                   *
001240******************************************************************
001250 1000-INITIALIZE.
001260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001270     OPEN INPUT PEND-CHG-FILE.
001280     IF NOT WS-PEND-GOOD
001290         DISPLAY "DLR210 CANNOT OPEN PENDCHG - STATUS "
001300             WS-PEND-STATUS " - RUN REFUSED"
001310         GO TO 1000-INITIALIZE-EXIT
001320     END-IF.
001330     MOVE "Y" TO WS-OPEN-OK-SWITCH.
001340     OPEN OUTPUT PEND-RPT-FILE.
001350     MOVE SPACES TO PEND-RPT-LINE.
001360     STRING "DLR210 ACCOUNT CHANGES AWAITING APPROVAL - "
001370            DELIMITED BY SIZE
001380            WS-RUN-DATE DELIMITED BY SIZE
001390            INTO PEND-RPT-LINE
001400     END-STRING.
001410     WRITE PEND-RPT-LINE.
001420     MOVE SPACES TO PEND-RPT-LINE.
001430     WRITE PEND-RPT-LINE.
001440     MOVE "  ACCT   KEYED BY  ON       AT      CHANGES"
001450         TO PEND-RPT-LINE.
001460     WRITE PEND-RPT-LINE.
001470     PERFORM 1100-READ-NEXT
001480         THRU 1100-READ-NEXT-EXIT.
001490 1000-INITIALIZE-EXIT.
001500     EXIT.
001510*
001520******************************************************************
001530*    1100-READ-NEXT - READ THE NEXT QUEUE RECORD IN KEY ORDER.   *
001540******************************************************************
001550 1100-READ-NEXT.
001560     READ PEND-CHG-FILE NEXT RECORD
001570         AT END
001580             MOVE "Y" TO WS-EOF-SWITCH
001590         NOT AT END
001600             ADD 1 TO WS-RECORDS-READ
001610     END-READ.
001620 1100-READ-NEXT-EXIT.
001630     EXIT.
001640*
001650******************************************************************
001660*    2000-EXAMINE-ITEM - LIST A PENDING ITEM; COUNT WHAT WAS     *
001670*    DECIDED TODAY, LISTING THE STALE ONES.  THE KEY LEADS       *
001680*    WITH THE STATUS, SO THE PENDING ITEMS ALL COME OUT          *
001690*    TOGETHER AND THE STALE ONES AFTER THEM.                     *
001700******************************************************************
001710 2000-EXAMINE-ITEM.
001720     EVALUATE TRUE
001730         WHEN PEND-AWAITING
001740             ADD 1 TO WS-STILL-PENDING
001750             PERFORM 2100-WRITE-ITEM-LINE
001760                 THRU 2100-WRITE-ITEM-LINE-EXIT
001770         WHEN PEND-DECISION-DATE NOT = WS-RUN-DATE
001780             CONTINUE
001790         WHEN PEND-APPROVED
001800             ADD 1 TO WS-APPROVED-TODAY
001810         WHEN PEND-REJECTED
001820             ADD 1 TO WS-REJECTED-TODAY
001830         WHEN PEND-STALE
001840             ADD 1 TO WS-STALE-TODAY
001850             PERFORM 2050-HEAD-STALE
001860                 THRU 2050-HEAD-STALE-EXIT
001870             PERFORM 2100-WRITE-ITEM-LINE
001880                 THRU 2100-WRITE-ITEM-LINE-EXIT
001890     END-EVALUATE.
001900     PERFORM 1100-READ-NEXT
001910         THRU 1100-READ-NEXT-EXIT.
001920 2000-EXAMINE-ITEM-EXIT.
001930     EXIT.
001940*
001950******************************************************************
001960*    2050-HEAD-STALE - CLOSE OFF THE PENDING SECTION AND HEAD    *
001970*    THE STALE ONE, THE FIRST TIME A STALE ITEM TURNS UP.        *
001980******************************************************************
001990 2050-HEAD-STALE.
002000     IF WS-STALE-HEAD-DONE
002010         GO TO 2050-HEAD-STALE-EXIT
002020     END-IF.
002030     MOVE "Y" TO WS-STALE-HEAD-SWITCH.
002040     PERFORM 2900-CLOSE-PENDING-SECTION
002050         THRU 2900-CLOSE-PENDING-SECTION-EXIT.
002060     MOVE "FOUND STALE TODAY - MASTER CHANGED FIRST - KEY AGAIN"
002070         TO PEND-RPT-LINE.
002080     WRITE PEND-RPT-LINE.
002090 2050-HEAD-STALE-EXIT.
002100     EXIT.
002110*
002120******************************************************************
002130*    2100-WRITE-ITEM-LINE - ONE LINE PER ITEM: ACCOUNT, MAKER,   *
002140*    DATE AND TIME KEYED, AND THE SUBFIELDS IT CHANGES.          *
002150******************************************************************
002160 2100-WRITE-ITEM-LINE.
002170     PERFORM 2200-LIST-CHANGES
002180         THRU 2200-LIST-CHANGES-EXIT.
002190     MOVE PEND-ACCOUNT-ID TO RPT-ACCOUNT-ID.
002200     MOVE PEND-ENTRY-DATE TO RPT-DATE.
002210     MOVE PEND-ENTRY-TIME TO RPT-TIME.
002220     MOVE SPACES TO PEND-RPT-LINE.
002230     STRING "  " DELIMITED BY SIZE
002240            RPT-ACCOUNT-ID DELIMITED BY SIZE
002250            "  " DELIMITED BY SIZE
002260            PEND-MAKER-ID DELIMITED BY SIZE
002270            "  " DELIMITED BY SIZE
002280            RPT-DATE DELIMITED BY SIZE
002290            " " DELIMITED BY SIZE
002300            RPT-TIME DELIMITED BY SIZE
002310            "  " DELIMITED BY SIZE
002320            WS-CHANGE-LIST DELIMITED BY SIZE
002330            INTO PEND-RPT-LINE
002340     END-STRING.
002350     WRITE PEND-RPT-LINE.
002360 2100-WRITE-ITEM-LINE-EXIT.
002370     EXIT.
002380*
002390******************************************************************
002400*    2200-LIST-CHANGES - UNPACK BOTH IMAGES AND NAME THE         *
002410*    SUBFIELDS THE CHANGE TOUCHES, WITH OLD AND NEW STATUS.      *
002420******************************************************************
002430 2200-LIST-CHANGES.
002440     MOVE PEND-BEFORE-IMAGE TO WS-AREA-1.
002450     MOVE WS-CUST-NAME TO WS-BEFORE-NAME.
002460     MOVE WS-CUST-ADDR-LINE-1 TO WS-BEFORE-ADDR-1.
002470     MOVE WS-CUST-ADDR-LINE-2 TO WS-BEFORE-ADDR-2.
002480     MOVE WS-CUST-STATUS-CODE TO WS-BEFORE-STATUS.
002490     MOVE PEND-AFTER-IMAGE TO WS-AREA-1.
002500     MOVE SPACES TO WS-CHANGE-LIST.
002510     MOVE 1 TO WS-CHANGE-PTR.
002520     IF WS-CUST-NAME NOT = WS-BEFORE-NAME
002530         STRING "NAME " DELIMITED BY SIZE
002540             INTO WS-CHANGE-LIST
002550             WITH POINTER WS-CHANGE-PTR
002560         END-STRING
002570     END-IF.
002580     IF WS-CUST-ADDR-LINE-1 NOT = WS-BEFORE-ADDR-1
002590         STRING "ADDR1 " DELIMITED BY SIZE
002600             INTO WS-CHANGE-LIST
002610             WITH POINTER WS-CHANGE-PTR
002620         END-STRING
002630     END-IF.
002640     IF WS-CUST-ADDR-LINE-2 NOT = WS-BEFORE-ADDR-2
002650         STRING "ADDR2 " DELIMITED BY SIZE
002660             INTO WS-CHANGE-LIST
002670             WITH POINTER WS-CHANGE-PTR
002680         END-STRING
002690     END-IF.
002700     IF WS-CUST-STATUS-CODE NOT = WS-BEFORE-STATUS
002710         STRING "STATUS " DELIMITED BY SIZE
002720                WS-BEFORE-STATUS DELIMITED BY SIZE
002730                "->" DELIMITED BY SIZE
002740                WS-CUST-STATUS-CODE DELIMITED BY SIZE
002750             INTO WS-CHANGE-LIST
002760             WITH POINTER WS-CHANGE-PTR
002770         END-STRING
002780     END-IF.
002790 2200-LIST-CHANGES-EXIT.
002800     EXIT.
002810*
002820******************************************************************
002830*    2900-CLOSE-PENDING-SECTION - A "NONE" LINE IF NOTHING WAS   *
002840*    PENDING, THEN A BLANK LINE.                                 *
002850******************************************************************
002860 2900-CLOSE-PENDING-SECTION.
002870     IF WS-STILL-PENDING = ZERO
002880         MOVE "  NO CHANGE IS AWAITING APPROVAL" TO PEND-RPT-LINE
002890         WRITE PEND-RPT-LINE
002900     END-IF.
002910     MOVE SPACES TO PEND-RPT-LINE.
002920     WRITE PEND-RPT-LINE.
002930 2900-CLOSE-PENDING-SECTION-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970*    3000-DISPLAY-SUMMARY - SHOW THE COUNTS ON THE JOB LOG.      *
002980******************************************************************
002990 3000-DISPLAY-SUMMARY.
003000     MOVE WS-RECORDS-READ TO RPT-COUNT.
003010     DISPLAY "DLR210 QUEUE RECORDS READ ..... " RPT-COUNT.
003020     MOVE WS-STILL-PENDING TO RPT-COUNT.
003030     DISPLAY "DLR210 STILL PENDING .......... " RPT-COUNT.
003040     MOVE WS-APPROVED-TODAY TO RPT-COUNT.
003050     DISPLAY "DLR210 APPROVED TODAY ......... " RPT-COUNT.
003060     MOVE WS-REJECTED-TODAY TO RPT-COUNT.
003070     DISPLAY "DLR210 REJECTED TODAY ......... " RPT-COUNT.
003080     MOVE WS-STALE-TODAY TO RPT-COUNT.
003090     DISPLAY "DLR210 STALE TODAY ............ " RPT-COUNT.
003100 3000-DISPLAY-SUMMARY-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140*    9999-TERMINATE - CLOSE OFF THE PENDING SECTION IF NO STALE  *
003150*    SECTION DID, WRITE THE DAY'S TOTALS, SHOW THE SUMMARY,      *
003160*    CLOSE THE FILES, AND RETURN CONTROL.                        *
003170******************************************************************
003180 9999-TERMINATE.
003190     IF WS-STALE-HEAD-NEEDED
003200         PERFORM 2900-CLOSE-PENDING-SECTION
003210             THRU 2900-CLOSE-PENDING-SECTION-EXIT
003220     ELSE
003230         MOVE SPACES TO PEND-RPT-LINE
003240         WRITE PEND-RPT-LINE
003250     END-IF.
003260     MOVE WS-STILL-PENDING TO RPT-COUNT.
003270     MOVE SPACES TO PEND-RPT-LINE.
003280     STRING "STILL AWAITING APPROVAL ... " DELIMITED BY SIZE
003290            RPT-COUNT DELIMITED BY SIZE
003300            INTO PEND-RPT-LINE
003310     END-STRING.
003320     WRITE PEND-RPT-LINE.
003330     MOVE WS-APPROVED-TODAY TO RPT-COUNT.
003340     MOVE SPACES TO PEND-RPT-LINE.
003350     STRING "APPROVED TODAY ............ " DELIMITED BY SIZE
003360            RPT-COUNT DELIMITED BY SIZE
003370            INTO PEND-RPT-LINE
003380     END-STRING.
003390     WRITE PEND-RPT-LINE.
003400     MOVE WS-REJECTED-TODAY TO RPT-COUNT.
003410     MOVE SPACES TO PEND-RPT-LINE.
003420     STRING "REJECTED TODAY ............ " DELIMITED BY SIZE
003430            RPT-COUNT DELIMITED BY SIZE
003440            INTO PEND-RPT-LINE
003450     END-STRING.
003460     WRITE PEND-RPT-LINE.
003470     MOVE WS-STALE-TODAY TO RPT-COUNT.
003480     MOVE SPACES TO PEND-RPT-LINE.
003490     STRING "FOUND STALE TODAY ......... " DELIMITED BY SIZE
003500            RPT-COUNT DELIMITED BY SIZE
003510            INTO PEND-RPT-LINE
003520     END-STRING.
003530     WRITE PEND-RPT-LINE.
003540     PERFORM 3000-DISPLAY-SUMMARY
003550         THRU 3000-DISPLAY-SUMMARY-EXIT.
003560     CLOSE PEND-CHG-FILE.
003570     CLOSE PEND-RPT-FILE.
003580 9999-TERMINATE-EXIT.
003590     EXIT.
