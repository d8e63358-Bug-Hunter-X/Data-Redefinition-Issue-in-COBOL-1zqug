000420*                     CARRIES SPACES THERE, SO READERS MUST      *
000430*                     TEST IT NUMERIC FIRST.  THE DLR125 PURGE   *
000440*                     AGES "DL" ACCOUNTS ON THIS DATE.           *
000441*    2026-10-15  JPL  CARVED A REASON CODE OUT OF THE SPARE      *
000442*                     TAIL OF THE DETAIL VIEW.  DLR140 CARRIES   *
000443*                     IT ONTO THE TRANHIST POSTING.  CAPTURED    *
000444*                     DETAILS CARRY SPACES THERE; THE DLR220     *
000445*                     ACCRUAL RUN MARKS ITS SYSTEM-GENERATED     *
000446*                     CHARGES "FEE " AND "INT ".                 *
000450*                                                                *
000460******************************************************************
000470*
000940         10  WS-DETAIL-AMOUNT             PIC 9(09)V99.
000950         10  WS-DETAIL-TRANS-DATE         PIC 9(08).
000960         10  WS-DETAIL-BATCH-NO           PIC 9(05).
000965         10  WS-DETAIL-REASON-CODE        PIC X(04).
000970         10  FILLER                       PIC X(66).
000980     05  WS-REC-TYPE-SUMMARY REDEFINES WS-REC-TYPE-DETAIL.
000990         10  WS-SUMMARY-ID                PIC 9(05).
001000         10  WS-SUMMARY-REC-COUNT         PIC 9(07).
