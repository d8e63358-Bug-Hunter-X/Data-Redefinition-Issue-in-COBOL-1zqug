000010******************************************************************
000020*                                                                *
000030*    PENDREC.CPY                                                 *
000040*                                                                *
000050*    PENDING ACCOUNT CHANGE RECORD.  THE PENDCHG KSDS HOLDS      *
000060*    EVERY CHANGE KEYED ON THE DL61 MAINTENANCE SCREEN (DLR160)  *
000070*    UNTIL A SECOND AUTHORIZED OPERATOR DECIDES IT ON THE DL63   *
000080*    APPROVAL SCREEN (DLR205).  NOTHING REACHES ACCTIDX OR       *
000090*    CHGJRNL UNTIL THE CHANGE IS APPROVED.                       *
000100*                                                                *
000110*    THE RECORD CARRIES THE MASTER RECORD AS THE MAKER SAW IT    *
000120*    (BEFORE-IMAGE) AND AS THE MAKER WANTS IT (AFTER-IMAGE),     *
000130*    BOTH IN THE 100-BYTE ACCTIDX SHAPE (SEE RECLAYT), WITH      *
000140*    THE OPERATOR WHO KEYED IT AND, ONCE DECIDED, THE OPERATOR   *
000150*    WHO DECIDED IT.  THE STATUS LEADS THE KEY, SO THE ITEMS     *
000160*    STILL AWAITING A DECISION SIT TOGETHER UNDER "P"; A BROWSE  *
000170*    STARTS AT THE FIRST "P" KEY, AND THE FIRST RECORD OF ANY    *
000180*    OTHER STATUS ENDS THE LIST.  A DECISION DELETES THE "P"     *
000190*    RECORD AND WRITES IT BACK UNDER ITS NEW STATUS.  THE        *
000200*    STATUS SAYS:                                                *
000210*                                                                *
000220*      P  PENDING - AWAITING A DECISION.                         *
000230*      A  APPROVED - APPLIED TO ACCTIDX AND JOURNALED.           *
000240*      R  REJECTED - NEVER APPLIED.                              *
000250*      S  STALE - THE MASTER RECORD CHANGED (OR WENT AWAY)       *
000260*         AFTER THE CHANGE WAS KEYED, SO IT WAS NOT APPLIED      *
000270*         AND MUST BE KEYED AGAIN OVER THE CURRENT RECORD.       *
000280*                                                                *
000290*    RECORD LENGTH IS 256 CHARACTERS; KEY IS THE FIRST 20.       *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    ----------------------                                     *
000330*    2026-10-15  JPL  ORIGINAL.                                 *
000340*                                                                *
000350******************************************************************
000360*
000370 01  PEND-RECORD.
000380     05  PEND-KEY.
000390         10  PEND-STATUS                 PIC X(01).
000400             88  PEND-AWAITING                VALUE "P".
000410             88  PEND-APPROVED                VALUE "A".
000420             88  PEND-REJECTED                VALUE "R".
000430             88  PEND-STALE                   VALUE "S".
000440         10  PEND-ACCOUNT-ID             PIC 9(05).
000450         10  PEND-ENTRY-DATE             PIC 9(08).
000460         10  PEND-ENTRY-TIME             PIC 9(06).
000470     05  PEND-MAKER-ID                   PIC X(08).
000480     05  PEND-CHECKER-ID                 PIC X(08).
000490     05  PEND-DECISION-DATE              PIC 9(08).
000500     05  PEND-BEFORE-IMAGE               PIC X(100).
000510     05  PEND-AFTER-IMAGE                PIC X(100).
000520     05  FILLER                          PIC X(12).
