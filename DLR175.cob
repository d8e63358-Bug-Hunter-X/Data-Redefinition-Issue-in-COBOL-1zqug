000270*    MODIFICATION HISTORY                                       *
000280*    ----------------------                                     *
000290*    2026-09-02  JPL  ORIGINAL.                                 *
000291*    2026-10-15  JPL  THE DAY'S OPENING, POSTED, REVERSED, AND   *
000292*                     CLOSING FIGURES ARE NOW ALSO LEFT ON THE   *
000293*                     SHARED CTLFIGS DATASET (SEE CTLFIG) UNDER  *
000294*                     THE ROLL DATE, SO THE DLR185 GL INTERFACE  *
000295*                     CAN PROVE ITS CONTROL TOTAL AGAINST THEM.  *
000296*                     A RE-RUN THAT REFUSES ENTRIES AS ALREADY   *
000297*                     ROLLED LEAVES NO FIGURES - THE FIRST RUN'S *
000298*                     STAND FOR THE DAY.                         *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000570     SELECT TRIAL-RPT-FILE ASSIGN TO "TRIALRPT"
000580         ORGANIZATION LINE SEQUENTIAL.
000590*
000591     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
000592         ORGANIZATION SEQUENTIAL.
000593*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TRAN-HIST-FILE
000940 FD  TRIAL-RPT-FILE.
000950 01  TRIAL-RPT-LINE                      PIC X(80).
000960*
000961 FD  CTL-FIGURE-FILE
000962     RECORD CONTAINS 80 CHARACTERS.
000963     COPY CTLFIG.
000964*
000970 WORKING-STORAGE SECTION.
000980 01  DLR175-SWITCHES.
000990     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
001320     05  WS-REVERSED-TOTAL           PIC S9(13)V99 VALUE ZERO.
001330     05  WS-CLOSING-TOTAL            PIC S9(13)V99 VALUE ZERO.
001340*
001341******************************************************************
001342*    FIGURE FIELDS - THE ONE CONTROL FIGURE 1950-WRITE-FIGURE    *
001343*    IS ABOUT TO LEAVE ON CTLFIGS.                               *
001344******************************************************************
001345 01  DLR175-FIGURE-FIELDS.
001346     05  WS-FIG-ID                   PIC X(08) VALUE SPACES.
001347     05  WS-FIG-COUNT                PIC 9(09) VALUE ZERO.
001348     05  WS-FIG-AMOUNT               PIC S9(13)V99 VALUE ZERO.
001349*
001350 01  DLR175-REPORT-FIELDS.
001360     05  RPT-COUNT                   PIC ZZZZZZ9.
001370     05  RPT-TOTAL                   PIC ZZZZZZZZZZZZ9.99-.
002550     EXIT.
002560*
002570******************************************************************
002571*    1950-WRITE-FIGURE - APPEND ONE CONTROL FIGURE TO THE        *
002572*    SHARED CTLFIGS DATASET UNDER THE ROLL DATE.                 *
002573******************************************************************
002574 1950-WRITE-FIGURE.
002575     OPEN EXTEND CTL-FIGURE-FILE.
002576     MOVE SPACES TO CTL-RECORD.
002577     MOVE "DLR175  " TO CTL-PROGRAM.
002578     MOVE WS-FIG-ID TO CTL-FIGURE-ID.
002579     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
002580     MOVE WS-ROLL-DATE TO CTL-BUSINESS-DATE.
002581     MOVE WS-FIG-COUNT TO CTL-COUNT.
002582     MOVE WS-FIG-AMOUNT TO CTL-AMOUNT.
002583     WRITE CTL-RECORD.
002584     CLOSE CTL-FIGURE-FILE.
002585 1950-WRITE-FIGURE-EXIT.
002586     EXIT.
002587*
002588******************************************************************
002589*    2000-APPLY-ENTRY - ONE HISTORY RECORD.  ONLY THE ROLL       *
002590*    DATE'S POSTINGS AND REVERSALS ARE APPLIED; EVERYTHING       *
002600*    ELSE HAS EITHER BEEN ROLLED ALREADY OR WAITS ITS TURN.      *
002610******************************************************************
004120     EXIT.
004130*
004140******************************************************************
004141*    3100-POST-CONTROL-FIGURES - LEAVE THE TRIAL BALANCE ON      *
004142*    CTLFIGS UNDER THE ROLL DATE FOR THE STEPS THAT MUST TIE     *
004143*    TO IT.  A RUN THAT REFUSED ENTRIES AS ALREADY ROLLED IS A   *
004144*    RE-RUN OF A DAY WHOSE FIGURES ARE ALREADY ON FILE; ITS OWN  *
004145*    PARTIAL FIGURES WOULD SUPERSEDE THEM, SO IT LEAVES NONE.    *
004146******************************************************************
004147 3100-POST-CONTROL-FIGURES.
004148     IF WS-ALREADY-ROLLED > ZERO
004149         DISPLAY "DLR175 DAY ALREADY ROLLED - NO CONTROL FIGURES"
004150             " LEFT"
004151         GO TO 3100-POST-CONTROL-FIGURES-EXIT
004152     END-IF.
004153     MOVE "OPENING " TO WS-FIG-ID.
004154     MOVE WS-BALANCES-CARRIED TO WS-FIG-COUNT.
004155     MOVE WS-OPENING-TOTAL TO WS-FIG-AMOUNT.
004156     PERFORM 1950-WRITE-FIGURE
004157         THRU 1950-WRITE-FIGURE-EXIT.
004158     MOVE "POSTED  " TO WS-FIG-ID.
004159     MOVE WS-POSTINGS-APPLIED TO WS-FIG-COUNT.
004160     MOVE WS-POSTED-TOTAL TO WS-FIG-AMOUNT.
004161     PERFORM 1950-WRITE-FIGURE
004162         THRU 1950-WRITE-FIGURE-EXIT.
004163     MOVE "REVERSED" TO WS-FIG-ID.
004164     MOVE WS-REVERSALS-APPLIED TO WS-FIG-COUNT.
004165     MOVE WS-REVERSED-TOTAL TO WS-FIG-AMOUNT.
004166     PERFORM 1950-WRITE-FIGURE
004167         THRU 1950-WRITE-FIGURE-EXIT.
004168     MOVE "CLOSING " TO WS-FIG-ID.
004169     COMPUTE WS-FIG-COUNT =
004170         WS-BALANCES-CARRIED + WS-ACCOUNTS-ENROLLED.
004171     MOVE WS-CLOSING-TOTAL TO WS-FIG-AMOUNT.
004172     PERFORM 1950-WRITE-FIGURE
004173         THRU 1950-WRITE-FIGURE-EXIT.
004174 3100-POST-CONTROL-FIGURES-EXIT.
004175     EXIT.
004176*
004177******************************************************************
004178*    3200-DISPLAY-SUMMARY - SHOW THE RUN COUNTS ON THE JOB LOG   *
004179*    SO THE BALANCING TEAM CAN TIE THEM TO DLR140'S WITHOUT      *
004180*    OPENING THE REPORT.                                         *
004181******************************************************************
004190 3200-DISPLAY-SUMMARY.
004200     MOVE WS-ENTRIES-READ TO RPT-COUNT.
004210     DISPLAY "DLR175 HISTORY ENTRIES READ ... " RPT-COUNT.
004340*
004350******************************************************************
004360*    9999-TERMINATE - STAMP THE ROLL DATE ACROSS THE MASTER,     *
004361*    WRITE THE TRIAL BALANCE AND LEAVE ITS CONTROL FIGURES,      *
004362*    SHOW THE RUN SUMMARY, CLOSE THE FILES, AND RETURN CONTROL.  *
004390******************************************************************
004400 9999-TERMINATE.
004410     MOVE "N" TO WS-BAL-EOF-SWITCH.
004430         THRU 2500-STAMP-ROLL-DATE-EXIT.
004440     PERFORM 3000-WRITE-TRIAL-BALANCE
004450         THRU 3000-WRITE-TRIAL-BALANCE-EXIT.
004451     PERFORM 3100-POST-CONTROL-FIGURES
004452         THRU 3100-POST-CONTROL-FIGURES-EXIT.
004460     PERFORM 3200-DISPLAY-SUMMARY
004470         THRU 3200-DISPLAY-SUMMARY-EXIT.
004480     CLOSE TRAN-HIST-FILE.
