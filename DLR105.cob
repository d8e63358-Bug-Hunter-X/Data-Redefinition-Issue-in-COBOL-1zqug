000260*    MODIFICATION HISTORY                                       *
000270*    ----------------------                                     *
000280*    2026-09-02  JPL  ORIGINAL.                                 *
000281*    2026-10-15  JPL  ROWS SEEN, BUILT, AND REJECTED ARE NOW    *
000282*                     ALSO LEFT ON THE SHARED CTLFIGS DATASET   *
000283*                     (SEE CTLFIG) UNDER THE RUN DATE FOR THE   *
000284*                     DLR225 PROOF-OF-FLOW REPORT.              *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000470     SELECT REJ-FILE ASSIGN TO "INTAKREJ"
000480         ORGANIZATION SEQUENTIAL.
000490*
000491     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
000492         ORGANIZATION SEQUENTIAL.
000493*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PART-FILE-IN.
000670     05  REJ-REASON                      PIC X(08).
000680     05  REJ-LINE                        PIC X(200).
000690*
000691 FD  CTL-FIGURE-FILE
000692     RECORD CONTAINS 80 CHARACTERS.
000693     COPY CTLFIG.
000694*
000700 WORKING-STORAGE SECTION.
000710     COPY RECLAYT.
000720*
001290         10  WS-FIELD-VAL            PIC X(95).
001300         10  WS-FIELD-TBL-LEN        PIC 9(03) COMP.
001310*
001311******************************************************************
001312*    FIGURE FIELDS - THE ONE CONTROL FIGURE 1950-WRITE-FIGURE    *
001313*    IS ABOUT TO LEAVE ON CTLFIGS.                               *
001314******************************************************************
001315 01  DLR105-FIGURE-FIELDS.
001316     05  WS-FIG-ID                   PIC X(08) VALUE SPACES.
001317     05  WS-FIG-COUNT                PIC 9(09) VALUE ZERO.
001318     05  WS-FIG-AMOUNT               PIC S9(13)V99 VALUE ZERO.
001319*
001320 01  DLR105-REPORT-FIELDS.
001330     05  RPT-COUNT                   PIC ZZZZZZ9.
001340*
001730     EXIT.
001740*
001750******************************************************************
001751*    1950-WRITE-FIGURE - APPEND ONE CONTROL FIGURE TO THE        *
001752*    SHARED CTLFIGS DATASET UNDER THE RUN DATE.                  *
001753******************************************************************
001754 1950-WRITE-FIGURE.
001755     OPEN EXTEND CTL-FIGURE-FILE.
001756     MOVE SPACES TO CTL-RECORD.
001757     MOVE "DLR105  " TO CTL-PROGRAM.
001758     MOVE WS-FIG-ID TO CTL-FIGURE-ID.
001759     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
001760     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
001761     MOVE WS-FIG-COUNT TO CTL-COUNT.
001762     MOVE WS-FIG-AMOUNT TO CTL-AMOUNT.
001763     WRITE CTL-RECORD.
001764     CLOSE CTL-FIGURE-FILE.
001765 1950-WRITE-FIGURE-EXIT.
001766     EXIT.
001767*
001768******************************************************************
001769*    2000-PROCESS-LINE - PARSE THE LINE AND DISPATCH ON WHAT     *
001770*    IT IS: THE HDR HEADER, THE TRL TRAILER, A DATA ROW, OR A    *
001780*    STRAGGLER ARRIVING AFTER THE TRAILER (WHICH THE PARTNER     *
001790*    NEVER SENDS ON PURPOSE, SO IT IS REJECTED).                 *
005060     EXIT.
005070*
005080******************************************************************
005081*    3100-POST-CONTROL-FIGURES - LEAVE THE INTAKE COUNTS ON      *
005082*    CTLFIGS UNDER THE RUN DATE, WHERE DLR225 STARTS THE DAY'S   *
005083*    PROOF OF FLOW: ROWS SEEN MUST EQUAL ROWS BUILT PLUS ROWS    *
005084*    REJECTED, AND THE ROWS BUILT ARE WHAT DLR110 MUST READ.     *
005085*    THE BUILT FIGURE CARRIES THE ID HASH AS ITS AMOUNT.         *
005086******************************************************************
005087 3100-POST-CONTROL-FIGURES.
005088     MOVE "SEEN    " TO WS-FIG-ID.
005089     MOVE WS-ROWS-SEEN TO WS-FIG-COUNT.
005090     MOVE ZERO TO WS-FIG-AMOUNT.
005091     PERFORM 1950-WRITE-FIGURE
005092         THRU 1950-WRITE-FIGURE-EXIT.
005093     MOVE "BUILT   " TO WS-FIG-ID.
005094     MOVE WS-ROWS-BUILT TO WS-FIG-COUNT.
005095     MOVE WS-BUILT-ID-TOTAL TO WS-FIG-AMOUNT.
005096     PERFORM 1950-WRITE-FIGURE
005097         THRU 1950-WRITE-FIGURE-EXIT.
005098     MOVE "REJECTED" TO WS-FIG-ID.
005099     MOVE WS-ROWS-REJECTED TO WS-FIG-COUNT.
005100     MOVE ZERO TO WS-FIG-AMOUNT.
005101     PERFORM 1950-WRITE-FIGURE
005102         THRU 1950-WRITE-FIGURE-EXIT.
005103 3100-POST-CONTROL-FIGURES-EXIT.
005104     EXIT.
005105*
005106******************************************************************
005107*    9999-TERMINATE - A FILE WITH NO HEADER OR NO TRAILER, OR    *
005108*    ONE WHOSE CONTROLS DISAGREE, ENDS RC 8 SO THE OPERATOR      *
005110*    DECIDES BEFORE INTAKEFL GOES FORWARD.  THEN SHOW THE RUN    *
005111*    SUMMARY, LEAVE THE CONTROL FIGURES, CLOSE THE FILES, AND    *
005112*    RETURN CONTROL.                                             *
005130******************************************************************
005140 9999-TERMINATE.
005150     IF WS-HDR-NOT-SEEN
005250     END-IF.
005260     PERFORM 3000-DISPLAY-SUMMARY
005270         THRU 3000-DISPLAY-SUMMARY-EXIT.
005271     PERFORM 3100-POST-CONTROL-FIGURES
005272         THRU 3100-POST-CONTROL-FIGURES-EXIT.
005280     CLOSE PART-FILE-IN.
005290     CLOSE INTAKE-FILE.
005300     CLOSE REJ-FILE.
