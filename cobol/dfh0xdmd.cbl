000150*                   quantity, optional recalibration with    *
000160*                   an audit record, and a dead stock        *
000170*                   candidate list.                          *
000172*  2026-10-15  RH   Also values each item's net issues at    *
000174*                   the cost on each journal entry and       *
000176*                   writes the measured figures to a demand  *
000178*                   figures file for the ABC classification. *
000180*-----------------------------------------------------------*
000190*
000200*-----------------------------------------------------------*
000340*  CANDIDATES FOR RETIREMENT. THE AS-OF MONTH COMES FROM    *
000350*  THE PARAMETER FILE, OR FROM THE SYSTEM DATE WHEN IT IS   *
000360*  EMPTY.                                                   *
000361*                                                           *
000362*  EVERY ACTIVE ITEM'S MEASURED FIGURES - NET ISSUES, THEIR *
000363*  VALUE AT THE COST EACH JOURNAL ENTRY CARRIED, AND THE    *
000364*  MONTHLY RATE - ARE ALSO WRITTEN TO THE DEMAND FIGURES    *
000365*  FILE, REPLACED EVERY RUN, FOR THE ABC CLASSIFICATION     *
000366*  THAT FOLLOWS THIS STEP.                                  *
000370*-----------------------------------------------------------*
000380*
000390 ENVIRONMENT DIVISION.
000710         RECORD KEY IS RUN-KEY
000720         FILE STATUS IS WS-RUNCTL-STATUS.
000730*
000732     SELECT FIGURES-FILE ASSIGN TO "DMDFIG"
000734         ORGANIZATION IS SEQUENTIAL
000736         FILE STATUS IS WS-FIGURES-STATUS.
000738*
000740     SELECT REPORT-FILE ASSIGN TO "DMDRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-REPORT-STATUS.
001170     RECORD CONTAINS 31 CHARACTERS.
001180     COPY dfh0xcph.
001190*
001192 FD  FIGURES-FILE
001194     RECORD CONTAINS 36 CHARACTERS.
001196     COPY dfh0xcpr.
001198*
001200 FD  REPORT-FILE
001210     RECORD CONTAINS 132 CHARACTERS.
001220 01  REPORT-LINE                 PIC X(132).
001310     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001320     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001330     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001335     03 WS-FIGURES-STATUS        PIC X(02)   VALUE '00'.
001340*
001350 01  WS-SWITCHES.
001360     03 WS-JOURNAL-EOF-SW        PIC X(01)   VALUE 'N'.
001860*  NET ISSUES WITHIN THE ANALYSIS WINDOW AND THE LATEST  *
001870*  MONTH AN ISSUE WAS SEEN, ONE SLOT PER POSSIBLE ITEM   *
001880*  REFERENCE, FILLED FROM THE LIVE JOURNAL AND THE       *
001886*  ARCHIVE TOGETHER. THE NET ISSUES ARE ALSO VALUED AT   *
001892*  THE COST EACH ENTRY CARRIED                           *
001900*-------------------------------------------------------*
001910 01  WS-ITEM-DEMAND-TABLE.
001920     03 WS-ITM-ENTRY OCCURS 9999 TIMES.
001930         05 WS-ITM-ISSUE-QTY     PIC S9(07) COMP-3.
001940         05 WS-ITM-LAST-MONTH    PIC 9(06).
001945         05 WS-ITM-ISSUE-VALUE   PIC S9(09)V99 COMP-3.
001950 01  WS-ITM-SUB                  PIC 9(05) COMP VALUE ZERO.
001960*
001970*-------------------------------------------------------*
004180         MOVE WS-TIME-WORK (1:6) TO WS-TIME-NOW
004190     END-IF.
004200*
004201     OPEN OUTPUT FIGURES-FILE.
004202     IF WS-FIGURES-STATUS NOT = '00'
004203         DISPLAY 'DFH0XDMD - FIGURES FILE OPEN FAILED - STATUS '
004204             WS-FIGURES-STATUS
004205         MOVE 16 TO RETURN-CODE
004206         STOP RUN.
004207*
004210     OPEN OUTPUT REPORT-FILE.
004220     IF WS-REPORT-STATUS NOT = '00'
004230         DISPLAY 'DFH0XDMD - REPORT FILE OPEN FAILED - STATUS '
004470 1100-CLEAR-DEMAND-ENTRY.
004480     MOVE ZERO TO WS-ITM-ISSUE-QTY(WS-ITM-SUB).
004490     MOVE ZERO TO WS-ITM-LAST-MONTH(WS-ITM-SUB).
004495     MOVE ZERO TO WS-ITM-ISSUE-VALUE(WS-ITM-SUB).
004500 1100-CLEAR-DEMAND-ENTRY-EXIT.
004510     EXIT.
004520*
005100     IF JNL-ENTRY-ORIGINAL
005110      OR JNL-ENTRY-AMENDED
005120         ADD JNL-QUANTITY TO WS-ITM-ISSUE-QTY(JNL-ITEM-REF)
005122         COMPUTE WS-ITM-ISSUE-VALUE(JNL-ITEM-REF) =
005124             WS-ITM-ISSUE-VALUE(JNL-ITEM-REF)
005126             + (JNL-QUANTITY * JNL-ITEM-COST-NUM)
005130     ELSE
005140     IF JNL-ENTRY-REVERSAL
005150      OR JNL-ENTRY-RETURN
005160      OR JNL-ENTRY-SHORT-PICK
005170         SUBTRACT JNL-QUANTITY
005180             FROM WS-ITM-ISSUE-QTY(JNL-ITEM-REF)
005182         COMPUTE WS-ITM-ISSUE-VALUE(JNL-ITEM-REF) =
005184             WS-ITM-ISSUE-VALUE(JNL-ITEM-REF)
005186             - (JNL-QUANTITY * JNL-ITEM-COST-NUM)
005190     END-IF
005200     END-IF.
005210*
005670     IF JNL-ENTRY-ORIGINAL
005680      OR JNL-ENTRY-AMENDED
005690         ADD JNL-QUANTITY TO WS-ITM-ISSUE-QTY(JNL-ITEM-REF)
005692         COMPUTE WS-ITM-ISSUE-VALUE(JNL-ITEM-REF) =
005694             WS-ITM-ISSUE-VALUE(JNL-ITEM-REF)
005696             + (JNL-QUANTITY * JNL-ITEM-COST-NUM)
005700     ELSE
005710     IF JNL-ENTRY-REVERSAL
005720      OR JNL-ENTRY-RETURN
005730      OR JNL-ENTRY-SHORT-PICK
005740         SUBTRACT JNL-QUANTITY
005750             FROM WS-ITM-ISSUE-QTY(JNL-ITEM-REF)
005752         COMPUTE WS-ITM-ISSUE-VALUE(JNL-ITEM-REF) =
005754             WS-ITM-ISSUE-VALUE(JNL-ITEM-REF)
005756             - (JNL-QUANTITY * JNL-ITEM-COST-NUM)
005760     END-IF
005770     END-IF.
005780*
006460     MOVE WS-DETAIL-LINE TO REPORT-LINE.
006470     WRITE REPORT-LINE.
006480     ADD 1 TO WS-ITEMS-LISTED.
006482*
006484     PERFORM 3400-WRITE-DEMAND-FIGURES
006486         THRU 3400-WRITE-DEMAND-FIGURES-EXIT.
006490*
006500     PERFORM 3500-CHECK-DEAD-STOCK
006510         THRU 3500-CHECK-DEAD-STOCK-EXIT.
006860 3300-APPLY-RECOMMENDATION-EXIT.
006870     EXIT.
006880*
006881*=========================================================*
006882*  3400-WRITE-DEMAND-FIGURES - PASS THE ITEM'S MEASURED   *
006883*  FIGURES ON TO THE ABC CLASSIFICATION                   *
006884*=========================================================*
006885 3400-WRITE-DEMAND-FIGURES.
006886     MOVE CAT-ITEM-REF                   TO DMF-ITEM-REF.
006887     MOVE WS-AS-OF-MONTH                 TO DMF-AS-OF-MONTH.
006888     MOVE WS-ANALYSIS-MONTHS             TO DMF-ANALYSIS-MONTHS.
006889     MOVE WS-ITM-ISSUE-QTY(CAT-ITEM-REF) TO DMF-ISSUE-QTY.
006890     MOVE WS-ITM-ISSUE-VALUE(CAT-ITEM-REF)
006891         TO DMF-ISSUE-VALUE.
006892     MOVE WS-MONTHLY-RATE                TO DMF-MONTHLY-RATE.
006893     WRITE DEMAND-FIGURES-RECORD.
006894 3400-WRITE-DEMAND-FIGURES-EXIT.
006895     EXIT.
006896*
006897*=========================================================*
006900*  3500-CHECK-DEAD-STOCK - AN ACTIVE ITEM WHOSE LAST      *
006910*  ISSUE IS OLDER THAN THE DEAD STOCK WINDOW - OR THAT    *
006920*  HAS NEVER ISSUED AT ALL ON THE HISTORY WE STILL HOLD - *
007850     CLOSE CATALOG-FILE.
007860     IF WS-APPLY-WANTED
007870         CLOSE AUDIT-FILE.
007875     CLOSE FIGURES-FILE.
007880     CLOSE REPORT-FILE.
007890 8000-TERMINATE-EXIT.
007900     EXIT.
