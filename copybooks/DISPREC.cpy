000010******************************************************************
000020*                                                                *
000030*    DISPREC.CPY                                                 *
000040*                                                                *
000050*    BATCH DISPOSITION RECORD.  THE DISPFL DATASET CARRIES ONE   *
000060*    RECORD FOR EVERY BATCH NUMBER THE POSTING CHAIN DISPOSED    *
000070*    OF, AND IS SENT BACK TO THE SOURCE SYSTEM EACH DAY SO THE   *
000080*    CAPTURE SITE THAT KEYED A BATCH LEARNS WHAT BECAME OF IT.   *
000090*    DLR140 CREATES THE DAY'S FILE WITH ONE RECORD PER BATCH IT  *
000100*    BALANCED (OR FOUND STILL OPEN AT END-OF-FILE); DLR145 THEN  *
000110*    APPENDS ONE RECORD PER REPAIRED BATCH IT RELEASES BACK TO   *
000120*    POSTING.  THE DISPOSITION CODE SAYS WHICH:                  *
000130*                                                                *
000140*      P  POSTED WHOLE.                                          *
000150*      X  IN BALANCE, BUT ONE OR MORE DETAILS DIVERTED TO        *
000160*         POSTEXCP OR HELD AS SUSPECTED DUPLICATES; THE REST     *
000170*         POSTED.                                                *
000180*      S  SUSPENDED OUT OF BALANCE - THE WHOLE BATCH IS HELD.    *
000190*      O  LEFT OPEN AT END-OF-FILE WITH NO SUMMARY - THE WHOLE   *
000200*         BATCH IS HELD.                                         *
000210*      R  REPAIRED AND RELEASED FROM SUSPENSE BY DLR145; IT      *
000220*         RE-ENTERS POSTING ON THE NEXT DLR140 RUN, WHICH        *
000230*         REPORTS ITS FINAL DISPOSITION.                         *
000240*                                                                *
000250*    THE POSTED FIGURES ARE WHAT REACHED TRANHIST (FOR AN "R"    *
000260*    RECORD, WHAT WAS RELEASED); THE EXCEPTION FIGURES ARE WHAT  *
000270*    DID NOT (FOR AN "R" RECORD, THE DETAILS THE OPERATOR        *
000280*    DROPPED).  A SUMMARY-LESS BATCH CARRIES A ZERO SUMMARY ID.  *
000290*                                                                *
000300*    RECORD LENGTH IS 80 CHARACTERS.                             *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    ----------------------                                     *
000340*    2026-10-15  JPL  ORIGINAL.                                 *
000350*                                                                *
000360******************************************************************
000370*
000380 01  DISP-RECORD.
000390     05  DISP-RUN-DATE                   PIC 9(08).
000400     05  DISP-PROGRAM                    PIC X(08).
000410     05  DISP-BATCH-NO                   PIC 9(05).
000420     05  DISP-SUMMARY-ID                 PIC 9(05).
000430     05  DISP-CODE                       PIC X(01).
000440         88  DISP-POSTED                      VALUE "P".
000450         88  DISP-PART-DIVERTED               VALUE "X".
000460         88  DISP-SUSPENDED                   VALUE "S".
000470         88  DISP-OPEN-AT-EOF                 VALUE "O".
000480         88  DISP-RELEASED                    VALUE "R".
000490     05  DISP-POSTED-COUNT               PIC 9(07).
000500     05  DISP-POSTED-AMOUNT              PIC 9(11)V99.
000510     05  DISP-EXCP-COUNT                 PIC 9(07).
000520     05  DISP-EXCP-AMOUNT                PIC 9(11)V99.
000530     05  FILLER                          PIC X(13).
