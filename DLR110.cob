000870*                     THE WRITTEN-RECORD COUNT AND OUTPUT ID     *
000880*                     TOTAL SO A RESUMED RUN'S TRANSOUT LEDGER   *
000890*                     ENTRY STILL TIES TO THE WHOLE FILE.        *
000891*    2026-10-15  JPL  THE RECORDS READ, ACCEPTED, REJECTED, AND *
000892*                     TYPED ARE NOW ALSO LEFT ON THE SHARED     *
000893*                     CTLFIGS DATASET (SEE CTLFIG) UNDER THE    *
000894*                     RUN DATE FOR THE DLR225 PROOF-OF-FLOW     *
000895*                     REPORT.                                   *
000900*                                                                *
000910******************************************************************
000920 IDENTIFICATION DIVISION.
001240     SELECT OPTIONAL RUN-LEDGER ASSIGN TO "RUNLEDGR"
001250         ORGANIZATION SEQUENTIAL.
001260*
001261     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
001262         ORGANIZATION SEQUENTIAL.
001263*
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  TRANS-FILE-IN
001710     RECORD CONTAINS 80 CHARACTERS.
001720     COPY RUNLEDG.
001730*
001731 FD  CTL-FIGURE-FILE
001732     RECORD CONTAINS 80 CHARACTERS.
001733     COPY CTLFIG.
001734*
001740 WORKING-STORAGE SECTION.
001750     COPY RECLAYT.
001760*
002350     05  WS-RECS-SINCE-CHECKPOINT    PIC 9(07) COMP VALUE ZERO.
002360     05  WS-LAST-GOOD-ID             PIC 9(05) VALUE ZERO.
002370*
002371******************************************************************
002372*    FIGURE FIELDS - THE ONE CONTROL FIGURE 1950-WRITE-FIGURE    *
002373*    IS ABOUT TO LEAVE ON CTLFIGS.                               *
002374******************************************************************
002375 01  DLR110-FIGURE-FIELDS.
002376     05  WS-FIG-ID                   PIC X(08) VALUE SPACES.
002377     05  WS-FIG-COUNT                PIC 9(09) VALUE ZERO.
002378     05  WS-FIG-AMOUNT               PIC S9(13)V99 VALUE ZERO.
002379*
002380 01  DLR110-REPORT-FIELDS.
002390     05  WS-ID-CONTROL-TOTAL         PIC 9(09) COMP VALUE ZERO.
002400     05  WS-OUT-ID-TOTAL             PIC 9(09) COMP VALUE ZERO.
004840     EXIT.
004850*
004860******************************************************************
004861*    1950-WRITE-FIGURE - APPEND ONE CONTROL FIGURE TO THE        *
004862*    SHARED CTLFIGS DATASET UNDER THE RUN DATE.                  *
004863******************************************************************
004864 1950-WRITE-FIGURE.
004865     OPEN EXTEND CTL-FIGURE-FILE.
004866     MOVE SPACES TO CTL-RECORD.
004867     MOVE "DLR110  " TO CTL-PROGRAM.
004868     MOVE WS-FIG-ID TO CTL-FIGURE-ID.
004869     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
004870     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
004871     MOVE WS-FIG-COUNT TO CTL-COUNT.
004872     MOVE WS-FIG-AMOUNT TO CTL-AMOUNT.
004873     WRITE CTL-RECORD.
004874     CLOSE CTL-FIGURE-FILE.
004875 1950-WRITE-FIGURE-EXIT.
004876     EXIT.
004877*
004878******************************************************************
004879*    2000-PROCESS-RECORD - DISPATCH ON THE RECORD-TYPE CODE,     *
004880*    VALIDATE WS-SUB-AREA-1 FOR A FLAT RECORD, ROUTE IT TO THE   *
004890*    OUTPUT EXTRACT, THE TYPE-CODED DIVERT FILE, OR THE REVIEW   *
004900*    QUEUE, AND TAKE A CHECKPOINT WHEN DUE.                      *
006420     EXIT.
006430*
006440******************************************************************
006441*    3100-POST-CONTROL-FIGURES - LEAVE THE EXTRACT COUNTS ON     *
006442*    CTLFIGS UNDER THE RUN DATE FOR THE DLR225 PROOF OF FLOW:    *
006443*    EVERY RECORD READ (RESUBMISSIONS AND INTAKEFL INCLUDED) IS  *
006444*    ACCEPTED TO TRANSOUT, REJECTED TO REVIEW, OR TYPED TO       *
006445*    TYPEDFL.  THE ACCEPTED FIGURE CARRIES THE TRANSOUT ID       *
006446*    TOTAL, WHICH DLR130 MUST READ BACK.  A RESUMED RUN'S        *
006447*    COUNTERS CAME BACK FROM THE CHECKPOINT, SO THE FIGURES      *
006448*    COVER THE WHOLE FILE.                                       *
006449******************************************************************
006450 3100-POST-CONTROL-FIGURES.
006451     MOVE "READ    " TO WS-FIG-ID.
006452     MOVE WS-RECORDS-READ TO WS-FIG-COUNT.
006453     MOVE ZERO TO WS-FIG-AMOUNT.
006454     PERFORM 1950-WRITE-FIGURE
006455         THRU 1950-WRITE-FIGURE-EXIT.
006456     MOVE "ACCEPTED" TO WS-FIG-ID.
006457     MOVE WS-RECORDS-WRITTEN TO WS-FIG-COUNT.
006458     MOVE WS-OUT-ID-TOTAL TO WS-FIG-AMOUNT.
006459     PERFORM 1950-WRITE-FIGURE
006460         THRU 1950-WRITE-FIGURE-EXIT.
006461     MOVE "REJECTED" TO WS-FIG-ID.
006462     MOVE WS-RECORDS-REJECTED TO WS-FIG-COUNT.
006463     MOVE ZERO TO WS-FIG-AMOUNT.
006464     PERFORM 1950-WRITE-FIGURE
006465         THRU 1950-WRITE-FIGURE-EXIT.
006466     MOVE "TYPED   " TO WS-FIG-ID.
006467     MOVE WS-RECORDS-DIVERTED TO WS-FIG-COUNT.
006468     MOVE ZERO TO WS-FIG-AMOUNT.
006469     PERFORM 1950-WRITE-FIGURE
006470         THRU 1950-WRITE-FIGURE-EXIT.
006471 3100-POST-CONTROL-FIGURES-EXIT.
006472     EXIT.
006473*
006474******************************************************************
006475*    9999-TERMINATE - THE RUN REACHED A CLEAN END-OF-FILE, SO    *
006476*    STAMP THE RUN LEDGER'S END ENTRIES FOR TRANSIN AND         *
006477*    TRANSOUT, CLEAR THE CHECKPOINT, WRITE THE CONTROL          *
006478*    REPORT, LEAVE THE CONTROL FIGURES, CLOSE THE EXTRACT        *
006479*    FILES, AND RETURN CONTROL.                                  *
006490******************************************************************
006500 9999-TERMINATE.
006510     MOVE "TRANSIN " TO WS-STAMP-FILE-ID.
006640         THRU 2250-CLEAR-CHECKPOINT-EXIT.
006650     PERFORM 3000-WRITE-CONTROL-REPORT
006660         THRU 3000-WRITE-CONTROL-REPORT-EXIT.
006661     PERFORM 3100-POST-CONTROL-FIGURES
006662         THRU 3100-POST-CONTROL-FIGURES-EXIT.
006670     CLOSE TRANS-FILE-IN.
006680     CLOSE RESUB-FILE.
006690     CLOSE TRANS-FILE-OUT.
