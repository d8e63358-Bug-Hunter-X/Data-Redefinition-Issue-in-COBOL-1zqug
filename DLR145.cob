000370*    MODIFICATION HISTORY                                       *
000380*    ----------------------                                     *
000390*    2026-09-02  JPL  ORIGINAL.                                 *
000391*    2026-10-15  JPL  EVERY BATCH RELEASED BACK TO POSTING NOW   *
000392*                     APPENDS AN "R" RECORD (SEE DISPREC) TO THE *
000393*                     DISPFL DATASET DLR140 STARTS EACH DAY,     *
000394*                     CARRYING THE RELEASED COUNT AND AMOUNT     *
000395*                     AND THE COUNT AND AMOUNT THE OPERATOR      *
000396*                     DROPPED, SO THE SOURCE SYSTEM HEARS THAT   *
000397*                     ITS SUSPENDED BATCH WAS REPAIRED.          *
000398*    2026-10-15  JPL  THE RECORDS TAKEN IN FROM SUSPFL AND THOSE *
000399*                     WRITTEN TO RELEASFL ARE NOW ALSO LEFT ON   *
000400*                     THE SHARED CTLFIGS DATASET (SEE CTLFIG)    *
000401*                     UNDER THE RUN DATE FOR THE DLR225          *
000402*                     PROOF-OF-FLOW REPORT.                      *
000403*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    DLR145.
000670     SELECT AGE-RPT-FILE ASSIGN TO "SUSPRPT"
000680         ORGANIZATION LINE SEQUENTIAL.
000690*
000691     SELECT OPTIONAL DISP-FILE ASSIGN TO "DISPFL"
000692         ORGANIZATION SEQUENTIAL.
000693*
000694     SELECT OPTIONAL CTL-FIGURE-FILE ASSIGN TO "CTLFIGS"
000695         ORGANIZATION SEQUENTIAL.
000696*
000700 DATA DIVISION.
000710 FILE SECTION.
000720******************************************************************
001170*
001180 FD  AGE-RPT-FILE.
001190 01  AGE-RPT-LINE                        PIC X(80).
001191*
001192 FD  DISP-FILE
001193     RECORD CONTAINS 80 CHARACTERS.
001194     COPY DISPREC.
001195*
001196******************************************************************
001197*    FIG-RECORD - THE SHARED CONTROL-FIGURE RECORD, RENAMED SO   *
001198*    IT STANDS APART FROM THE OPERATOR CONTROL RECORD ABOVE.     *
001199******************************************************************
001200 FD  CTL-FIGURE-FILE
001201     RECORD CONTAINS 80 CHARACTERS.
001202     COPY CTLFIG REPLACING ==CTL-RECORD== BY ==FIG-RECORD==.
001203*
001210 WORKING-STORAGE SECTION.
001220     COPY RECLAYT.
001230*
001820     05  WS-ENROLL-BATCH-NO          PIC 9(05) VALUE ZERO.
001830*
001840******************************************************************
001841*    FIGURE FIELDS - THE SUSPENSE FLOW TOTALS AND THE ONE        *
001842*    CONTROL FIGURE 1950-WRITE-FIGURE IS ABOUT TO LEAVE ON       *
001843*    CTLFIGS.                                                    *
001844******************************************************************
001845 01  DLR145-FIGURE-FIELDS.
001846     05  WS-SUSPFL-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
001847     05  WS-RELEASED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001848     05  WS-FIG-ID                   PIC X(08) VALUE SPACES.
001849     05  WS-FIG-COUNT                PIC 9(09) VALUE ZERO.
001850     05  WS-FIG-AMOUNT               PIC S9(13)V99 VALUE ZERO.
001851*
001852******************************************************************
001853*    BATCH ACCUMULATORS - THE EXPECTED FIGURES OUT OF THE HELD   *
001860*    (OR OPERATOR-CORRECTED) SUMMARY AND THE ACTUALS TALLIED     *
001870*    OVER THE UNDROPPED HELD DETAILS, COMPARED EXACTLY AS        *
001880*    DLR140'S 2400-BALANCE-BATCH COMPARES THEM.                  *
001930     05  WS-EXP-COUNT                PIC 9(07) VALUE ZERO.
001940     05  WS-EXP-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001950     05  WS-HELD-SUMMARY-REC         PIC X(100) VALUE SPACES.
001951     05  WS-DROP-COUNT               PIC 9(07) COMP VALUE ZERO.
001952     05  WS-DROP-TOTAL               PIC 9(11)V99 VALUE ZERO.
001960*
001970******************************************************************
001980*    HELD-DETAIL TABLE - THE DETAILS OF THE BATCH CURRENTLY      *
002710     OPEN OUTPUT SUSP-MASTER-OUT.
002720     OPEN OUTPUT RELEASE-FILE.
002730     OPEN OUTPUT AGE-RPT-FILE.
002731     OPEN EXTEND DISP-FILE.
002740     MOVE SPACES TO AGE-RPT-LINE.
002750     STRING "DLR145 SUSPENSE BATCH AGING REPORT - "
002760            DELIMITED BY SIZE
003510     EXIT.
003520*
003530******************************************************************
003531*    1950-WRITE-FIGURE - APPEND ONE CONTROL FIGURE TO THE        *
003532*    SHARED CTLFIGS DATASET UNDER THE RUN DATE.                  *
003533******************************************************************
003534 1950-WRITE-FIGURE.
003535     OPEN EXTEND CTL-FIGURE-FILE.
003536     MOVE SPACES TO FIG-RECORD.
003537     MOVE "DLR145  " TO CTL-PROGRAM.
003538     MOVE WS-FIG-ID TO CTL-FIGURE-ID.
003539     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
003540     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
003541     MOVE WS-FIG-COUNT TO CTL-COUNT.
003542     MOVE WS-FIG-AMOUNT TO CTL-AMOUNT.
003543     WRITE FIG-RECORD.
003544     CLOSE CTL-FIGURE-FILE.
003545 1950-WRITE-FIGURE-EXIT.
003546     EXIT.
003547*
003548******************************************************************
003549*    2000-PROCESS-HELD-BATCH - GATHER THE RUN OF MASTER          *
003550*    ENTRIES SHARING THE CURRENT SEQUENCE INTO THE HELD TABLE,   *
003560*    APPLY ANY OPERATOR CONTROLS NAMING THAT SEQUENCE,           *
003570*    RE-BALANCE, AND EITHER RELEASE THE BATCH BACK TO POSTING    *
005290 2400-REBALANCE.
005300     MOVE ZERO TO WS-ACT-COUNT.
005310     MOVE ZERO TO WS-ACT-AMOUNT.
005311     MOVE ZERO TO WS-DROP-COUNT.
005312     MOVE ZERO TO WS-DROP-TOTAL.
005320     IF WS-HELD-COUNT > ZERO
005330         PERFORM 2410-TALLY-DETAIL
005340             THRU 2410-TALLY-DETAIL-EXIT
005560         MOVE WS-HELD-DATA (WS-HELD-IDX) TO WS-AREA-1
005570         ADD 1 TO WS-ACT-COUNT
005580         ADD WS-DETAIL-AMOUNT TO WS-ACT-AMOUNT
005581     ELSE
005582         MOVE WS-HELD-DATA (WS-HELD-IDX) TO WS-AREA-1
005583         ADD 1 TO WS-DROP-COUNT
005584         ADD WS-DETAIL-AMOUNT TO WS-DROP-TOTAL
005590     END-IF.
005600 2410-TALLY-DETAIL-EXIT.
005610     EXIT.
005640*    2500-RELEASE-BATCH - THE REPAIRED BATCH PROVED IN           *
005650*    BALANCE.  WRITE ITS UNDROPPED DETAILS AND ITS SUMMARY TO    *
005660*    THE RELEASE FILE, WHICH DLR140 DRAINS IN FRONT OF THE       *
005661*    NEXT TYPEDFL, LIST THE RELEASE, AND TELL THE SOURCE         *
005662*    SYSTEM ON DISPFL.                                           *
005680******************************************************************
005690 2500-RELEASE-BATCH.
005700     IF WS-HELD-COUNT > ZERO
005750     END-IF.
005760     WRITE RELEASE-RECORD FROM WS-HELD-SUMMARY-REC.
005770     ADD 1 TO WS-BATCHES-RELEASED.
005771     ADD WS-ACT-AMOUNT TO WS-RELEASED-AMOUNT.
005780     MOVE WS-CUR-SEQ TO RPT-SEQ.
005790     MOVE WS-ACT-COUNT TO RPT-ACT-COUNT.
005800     MOVE WS-ACT-AMOUNT TO RPT-ACT-AMOUNT.
005880            INTO AGE-RPT-LINE
005890     END-STRING.
005900     WRITE AGE-RPT-LINE.
005901     PERFORM 2550-WRITE-DISPOSITION
005902         THRU 2550-WRITE-DISPOSITION-EXIT.
005910 2500-RELEASE-BATCH-EXIT.
005920     EXIT.
005930*
006010     EXIT.
006020*
006030******************************************************************
006031*    2550-WRITE-DISPOSITION - TELL THE SOURCE SYSTEM THE         *
006032*    REPAIRED BATCH IS ON ITS WAY BACK TO POSTING: AN "R"        *
006033*    RECORD UNDER THE BATCH NUMBER AND SUMMARY ID THE RELEASED   *
006034*    SUMMARY CARRIES, WITH THE RELEASED FIGURES AS POSTED AND    *
006035*    THE DROPPED DETAILS AS EXCEPTIONS.                          *
006036******************************************************************
006037 2550-WRITE-DISPOSITION.
006038     MOVE WS-HELD-SUMMARY-REC TO WS-AREA-1.
006039     IF WS-SUMMARY-BATCH-NO NOT NUMERIC
006040         MOVE ZERO TO WS-SUMMARY-BATCH-NO
006041     END-IF.
006042     MOVE SPACES TO DISP-RECORD.
006043     MOVE WS-RUN-DATE TO DISP-RUN-DATE.
006044     MOVE "DLR145" TO DISP-PROGRAM.
006045     MOVE WS-SUMMARY-BATCH-NO TO DISP-BATCH-NO.
006046     MOVE WS-SUMMARY-ID TO DISP-SUMMARY-ID.
006047     SET DISP-RELEASED TO TRUE.
006048     MOVE WS-ACT-COUNT TO DISP-POSTED-COUNT.
006049     MOVE WS-ACT-AMOUNT TO DISP-POSTED-AMOUNT.
006050     MOVE WS-DROP-COUNT TO DISP-EXCP-COUNT.
006051     MOVE WS-DROP-TOTAL TO DISP-EXCP-AMOUNT.
006052     WRITE DISP-RECORD.
006053 2550-WRITE-DISPOSITION-EXIT.
006054     EXIT.
006055*
006056******************************************************************
006057*    2600-CARRY-FORWARD - THE BATCH STILL CANNOT PROVE ITSELF    *
006058*    IN BALANCE.  CARRY ITS UNDROPPED DETAILS AND ITS SUMMARY    *
006060*    (REPAIRS AND ALL, SO THEY ACCUMULATE ACROSS RUNS) FORWARD   *
006070*    WITH THE CYCLE COUNT STEPPED, AND WRITE THE AGING LINES.    *
006080*    A BATCH PAST THE CYCLE LIMIT IS FLAGGED FOR THE             *
008010     MOVE SUSP-RECORD-IN TO SUSP-OUT-DATA.
008020     WRITE SUSP-MSTR-RECORD-OUT.
008030     ADD 1 TO WS-NEW-BATCH-RECS.
008031     ADD 1 TO WS-SUSPFL-RECORDS-READ.
008040     IF WS-REC-TYPE-SUMMARY-VAL
008050         MOVE "Y" TO WS-BATCH-DONE-SWITCH
008060     END-IF.
008370     EXIT.
008380*
008390******************************************************************
008391*    3100-POST-CONTROL-FIGURES - LEAVE THE SUSPENSE FLOW ON      *
008392*    CTLFIGS UNDER THE RUN DATE FOR THE DLR225 PROOF OF FLOW:    *
008393*    THE RECORDS TAKEN IN FROM SUSPFL, WHICH MUST EQUAL THOSE    *
008394*    DLR140 WROTE THERE THE SAME DAY, AND THE RECORDS WRITTEN    *
008395*    TO RELEASFL (DETAILS AND SUMMARIES, WITH THE RELEASED       *
008396*    AMOUNT), WHICH THE NEXT DLR140 RUN MUST READ BACK.          *
008397******************************************************************
008398 3100-POST-CONTROL-FIGURES.
008399     MOVE "SUSPIN  " TO WS-FIG-ID.
008400     MOVE WS-SUSPFL-RECORDS-READ TO WS-FIG-COUNT.
008401     MOVE ZERO TO WS-FIG-AMOUNT.
008402     PERFORM 1950-WRITE-FIGURE
008403         THRU 1950-WRITE-FIGURE-EXIT.
008404     MOVE "RELEASED" TO WS-FIG-ID.
008405     COMPUTE WS-FIG-COUNT =
008406         WS-DETAILS-RELEASED + WS-BATCHES-RELEASED.
008407     MOVE WS-RELEASED-AMOUNT TO WS-FIG-AMOUNT.
008408     PERFORM 1950-WRITE-FIGURE
008409         THRU 1950-WRITE-FIGURE-EXIT.
008410 3100-POST-CONTROL-FIGURES-EXIT.
008411     EXIT.
008412*
008413******************************************************************
008414*    9999-TERMINATE - SHOW THE RUN SUMMARY, LEAVE THE CONTROL    *
008415*    FIGURES, CLOSE THE FILES, AND RETURN CONTROL.               *
008420******************************************************************
008430 9999-TERMINATE.
008440     PERFORM 3000-DISPLAY-SUMMARY
008450         THRU 3000-DISPLAY-SUMMARY-EXIT.
008451     PERFORM 3100-POST-CONTROL-FIGURES
008452         THRU 3100-POST-CONTROL-FIGURES-EXIT.
008460     CLOSE SUSP-MASTER-IN.
008470     CLOSE SUSP-FILE-IN.
008480     CLOSE CTL-FILE.
008490     CLOSE SUSP-MASTER-OUT.
008500     CLOSE RELEASE-FILE.
008510     CLOSE AGE-RPT-FILE.
008511     CLOSE DISP-FILE.
008520 9999-TERMINATE-EXIT.
008530     EXIT.
