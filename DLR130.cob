000570*                     ENTRIES, AND AT END-OF-RUN WARNS WHEN      *
000580*                     THE RECORDS READ DISAGREE WITH THE COUNT   *
000590*                     DLR110'S LEDGER ENTRY PROMISED.            *
000591*    2026-10-15  JPL  THE RECORDS READ, THE PARTNERS FED, AND    *
000592*                     THE RECORDS SENT ACROSS ALL PARTNER FILES  *
000593*                     ARE NOW ALSO LEFT ON THE SHARED CTLFIGS    *
000594*                     DATASET (SEE CTLFIG) UNDER THE RUN DATE    *
000595*                     FOR THE DLR225 PROOF-OF-FLOW REPORT.       *
000600*                                                                *
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000960     SELECT OPTIONAL RUN-LEDGER ASSIGN TO "RUNLEDGR"
000970         ORGANIZATION SEQUENTIAL.
000980*
000981     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
000982         ORGANIZATION SEQUENTIAL.
000983*
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  TRANS-FILE-IN
001470     RECORD CONTAINS 80 CHARACTERS.
001480     COPY RUNLEDG.
001490*
001491 FD  CTL-FIGURE-FILE
001492     RECORD CONTAINS 80 CHARACTERS.
001493     COPY CTLFIG.
001494*
001500 WORKING-STORAGE SECTION.
001510     COPY RECLAYT.
001520*
002320     05  WS-SLOT-USED-ALL            PIC X(05) VALUE "NNNNN".
002330     05  WS-SLOT-USED REDEFINES WS-SLOT-USED-ALL
002340                     OCCURS 5 TIMES  PIC X(01).
002341*
002342******************************************************************
002343*    FIGURE FIELDS - THE RECORDS AND HASH TOTAL SENT ACROSS ALL  *
002344*    PARTNERS, AND THE ONE CONTROL FIGURE 1950-WRITE-FIGURE IS   *
002345*    ABOUT TO LEAVE ON CTLFIGS.                                  *
002346******************************************************************
002347 01  DLR130-FIGURE-FIELDS.
002348     05  WS-SENT-COUNT               PIC 9(09) VALUE ZERO.
002349     05  WS-SENT-TOTAL               PIC 9(11) VALUE ZERO.
002350     05  WS-FIG-ID                   PIC X(08) VALUE SPACES.
002351     05  WS-FIG-COUNT                PIC 9(09) VALUE ZERO.
002352     05  WS-FIG-AMOUNT               PIC S9(13)V99 VALUE ZERO.
002353*
002360 01  DLR130-REPORT-FIELDS.
002370     05  RPT-COUNT                   PIC ZZZZZZ9.
002380*
005250     EXIT.
005260*
005270******************************************************************
005271*    1950-WRITE-FIGURE - APPEND ONE CONTROL FIGURE TO THE        *
005272*    SHARED CTLFIGS DATASET UNDER THE RUN DATE.                  *
005273******************************************************************
005274 1950-WRITE-FIGURE.
005275     OPEN EXTEND CTL-FIGURE-FILE.
005276     MOVE SPACES TO CTL-RECORD.
005277     MOVE "DLR130  " TO CTL-PROGRAM.
005278     MOVE WS-FIG-ID TO CTL-FIGURE-ID.
005279     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
005280     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
005281     MOVE WS-FIG-COUNT TO CTL-COUNT.
005282     MOVE WS-FIG-AMOUNT TO CTL-AMOUNT.
005283     WRITE CTL-RECORD.
005284     CLOSE CTL-FIGURE-FILE.
005285 1950-WRITE-FIGURE-EXIT.
005286     EXIT.
005287*
005288******************************************************************
005289*    2000-PROCESS-RECORD - BUILD AND WRITE ONE OUTPUT LINE PER   *
005290*    ACTIVE PARTNER PROFILE FOR THE CURRENT RECORD.              *
005300******************************************************************
005310 2000-PROCESS-RECORD.
008180     EXIT.
008190*
008200******************************************************************
008201*    3300-POST-CONTROL-FIGURES - LEAVE THE OUTBOUND FLOW ON      *
008202*    CTLFIGS UNDER THE RUN DATE FOR THE DLR225 PROOF OF FLOW:    *
008203*    THE RECORDS READ FROM TRANSOUT WITH THEIR ID TOTAL, WHICH   *
008204*    MUST EQUAL WHAT DLR110 ACCEPTED, THE NUMBER OF PARTNERS     *
008205*    FED, AND THE RECORDS SENT ACROSS ALL PARTNER FILES WITH     *
008206*    THEIR HASH TOTALS - EVERY PARTNER GETS EVERY RECORD, SO     *
008207*    THE RECORDS SENT ARE THE RECORDS READ TIMES THE PARTNERS.   *
008208******************************************************************
008209 3300-POST-CONTROL-FIGURES.
008210     MOVE ZERO TO WS-SENT-COUNT.
008211     MOVE ZERO TO WS-SENT-TOTAL.
008212     PERFORM 3310-ADD-PARTNER-FIGURES
008213         THRU 3310-ADD-PARTNER-FIGURES-EXIT
008214         VARYING WS-PROF-IDX FROM 1 BY 1
008215         UNTIL WS-PROF-IDX > WS-PROF-COUNT.
008216     MOVE "READ    " TO WS-FIG-ID.
008217     MOVE WS-RECORDS-READ TO WS-FIG-COUNT.
008218     MOVE WS-READ-ID-TOTAL TO WS-FIG-AMOUNT.
008219     PERFORM 1950-WRITE-FIGURE
008220         THRU 1950-WRITE-FIGURE-EXIT.
008221     MOVE "PARTNERS" TO WS-FIG-ID.
008222     MOVE WS-PROF-COUNT TO WS-FIG-COUNT.
008223     MOVE ZERO TO WS-FIG-AMOUNT.
008224     PERFORM 1950-WRITE-FIGURE
008225         THRU 1950-WRITE-FIGURE-EXIT.
008226     MOVE "SENT    " TO WS-FIG-ID.
008227     MOVE WS-SENT-COUNT TO WS-FIG-COUNT.
008228     MOVE WS-SENT-TOTAL TO WS-FIG-AMOUNT.
008229     PERFORM 1950-WRITE-FIGURE
008230         THRU 1950-WRITE-FIGURE-EXIT.
008231 3300-POST-CONTROL-FIGURES-EXIT.
008232     EXIT.
008233*
008234 3310-ADD-PARTNER-FIGURES.
008235     ADD WS-PROF-REC-COUNT (WS-PROF-IDX) TO WS-SENT-COUNT.
008236     ADD WS-PROF-HASH-TOTAL (WS-PROF-IDX) TO WS-SENT-TOTAL.
008237 3310-ADD-PARTNER-FIGURES-EXIT.
008238     EXIT.
008239*
008240******************************************************************
008241*    9999-TERMINATE - WRITE EVERY PARTNER'S TRAILER AND          *
008242*    CONTROL RECORD, CLOSE THE FILES, SHOW THE RUN SUMMARY,      *
008243*    STAMP THE LEDGER, AND LEAVE THE CONTROL FIGURES.            *
008244******************************************************************
008250 9999-TERMINATE.
008260     OPEN OUTPUT SENT-CTL-FILE.
008270     PERFORM 3000-WRITE-TRAILER
008450     MOVE WS-READ-ID-TOTAL TO WS-STAMP-TOTAL.
008460     PERFORM 1900-STAMP-LEDGER
008470         THRU 1900-STAMP-LEDGER-EXIT.
008471     PERFORM 3300-POST-CONTROL-FIGURES
008472         THRU 3300-POST-CONTROL-FIGURES-EXIT.
008480     CLOSE TRANS-FILE-IN.
008490 9999-TERMINATE-EXIT.
008500     EXIT.
