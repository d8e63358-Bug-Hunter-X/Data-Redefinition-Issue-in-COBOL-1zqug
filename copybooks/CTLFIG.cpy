000010******************************************************************
000020*                                                                *
000030*    CTLFIG.CPY                                                  *
000040*                                                                *
000050*    SHARED CONTROL-FIGURE RECORD.  THE CTLFIGS DATASET IS AN    *
000060*    APPEND-ONLY LOG, LIKE RUNLEDGR, ON WHICH A STEP LEAVES THE  *
000070*    CONTROL FIGURES A LATER STEP MUST TIE TO: ONE RECORD PER    *
000080*    FIGURE, NAMING THE WRITING PROGRAM, THE FIGURE, THE RUN     *
000090*    DATE, THE BUSINESS DATE THE FIGURE BELONGS TO (THE ROLL     *
000100*    OR POSTING DATE WHERE THAT DIFFERS FROM THE RUN DATE), A    *
000110*    RECORD COUNT, AND A SIGNED AMOUNT.  A RE-RUN APPENDS A      *
000120*    FRESH SET, SO A READER ALWAYS TAKES THE LATEST RECORD FOR   *
000130*    THE PROGRAM, FIGURE, AND BUSINESS DATE IT WANTS.            *
000140*                                                                *
000150*    RECORD LENGTH IS 80 CHARACTERS.                             *
000160*                                                                *
000170*    MODIFICATION HISTORY                                       *
000180*    ----------------------                                     *
000190*    2026-10-15  JPL  ORIGINAL.                                 *
000200*    2026-10-15  JPL  EVERY STEP OF THE DAILY CHAIN NOW         *
000210*                     LEAVES ITS FLOW FIGURES HERE FOR THE      *
000220*                     DLR225 END-OF-DAY PROOF OF FLOW.          *
000230*                                                                *
000240******************************************************************
000250*
000260 01  CTL-RECORD.
000270     05  CTL-PROGRAM                     PIC X(08).
000280     05  CTL-FIGURE-ID                   PIC X(08).
000290     05  CTL-RUN-DATE                    PIC 9(08).
000300     05  CTL-BUSINESS-DATE               PIC 9(08).
000310     05  CTL-COUNT                       PIC 9(09).
000320     05  CTL-AMOUNT                      PIC S9(13)V99.
000330     05  FILLER                          PIC X(24).
