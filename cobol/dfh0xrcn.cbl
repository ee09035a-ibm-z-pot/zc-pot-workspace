000190*                   startup (predecessor complete, date   *
000191*                   not already run) and stamps it on     *
000192*                   clean completion.                     *
000193*  2026-10-15  RH   Stock transfer entries (X shipped, Y      *
000194*                   received) are recognised and counted     *
000195*                   but never netted - a transfer only       *
000196*                   moves stock between locations.           *
000197*  2026-10-15  RH   Return to supplier entries (U) are       *
000198*                   netted out of stock like a stock-take    *
000199*                   D, and carry no spend.                   *
000200*  2026-10-15  RH   Predecessor is now the cycle count       *
000201*                   scheduling (DFH0XCYC), which runs        *
000202*                   straight after the end of day.           *
000203*  2026-10-15  RH   Unloads the budget file every night as   *
000204*                   the budget base (BGTBASEN) for the       *
000205*                   forward recovery, alongside the stock    *
000206*                   snapshot.                                *
000207*-----------------------------------------------------------*
000208*
000210*-----------------------------------------------------------*
000220*  PROVES THE CATALOGUE AND BUDGET FILES AGAINST THE ORDER   *
000230*  JOURNAL EVERY NIGHT.                                      *
000250*  STOCK - THE RUN DATE'S JOURNAL ENTRIES ARE NETTED BY      *
000260*  ITEM (ISSUES OUT FOR O AND A, REVERSALS, DELIVERIES,      *
000270*  RETURNS AND SHORT-PICK CORRECTIONS BACK IN FOR R, G, T,   *
000275*  K AND STOCK-TAKE S, BACK OUT FOR D AND FOR GOODS SENT     *
000277*  BACK TO A SUPPLIER, U) AND APPLIED TO LAST                *
000280*  NIGHT'S STOCK                                             *
000290*  SNAPSHOT. AN ITEM WHOSE EXPECTED FIGURE DOES NOT MATCH    *
000300*  CAT-IN-STOCK IS REPORTED. TONIGHT'S STOCK IS THEN         *
000320*  FIRST RUN, WITH NO SNAPSHOT TO CHECK AGAINST, THE RUN     *
000330*  ONLY SEEDS THE SNAPSHOT AND REPORTS THE ITEMS AS          *
000340*  UNVERIFIED.                                               *
000342*                                                            *
000344*  STOCK TRANSFERS BETWEEN LOCATIONS (X AND Y) LEAVE         *
000346*  CAT-IN-STOCK ALONE, SO THEY ARE COUNTED ON THE REPORT     *
000348*  BUT NEVER NETTED - A TRANSFER IS NEITHER A LOSS NOR A     *
000349*  GAIN.                                                     *
000350*                                                            *
000360*  BUDGET - THE RUN MONTH'S O, A, R, T AND K ENTRIES ARE     *
000365*  VALUED                                                    *
000390*  DEPARTMENT THAT DOES NOT BALANCE IS REPORTED, AS IS A     *
000400*  DEPARTMENT SEEN ON THE JOURNAL BUT MISSING FROM THE       *
000410*  BUDGET FILE.                                              *
000412*                                                            *
000413*  THE BUDGET FILE IS ALSO UNLOADED EVERY NIGHT, IN CHARGE   *
000414*  DEPARTMENT ORDER, AS TONIGHT'S BUDGET BASE (BGTBASEN),    *
000415*  SWAPPED IN FOR BGTBASE BY THE JCL ALONGSIDE THE STOCK     *
000416*  SNAPSHOT, SO EVERY NIGHT WITH A RUN CONTROL STAMP HAS A   *
000417*  MATCHING STOCK SNAPSHOT AND BUDGET BASE FOR THE FORWARD   *
000418*  RECOVERY (DFH0XFWD) TO START FROM.                        *
000420*                                                            *
000430*  THE RUN DATE COMES FROM A ONE RECORD PARAMETER FILE, OR   *
000440*  FROM THE SYSTEM DATE WHEN THE PARAMETER FILE IS EMPTY.    *
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-SNAP-OUT-STATUS.
000790*
000791*    TONIGHT'S BUDGET FILE UNLOAD FOR THE FORWARD RECOVERY,
000792*    SWAPPED IN FOR BGTBASE BY THE JCL
000793     SELECT BUDGET-BASE-OUT-FILE ASSIGN TO "BGTBASEN"
000794         ORGANIZATION IS SEQUENTIAL
000795         FILE STATUS IS WS-BASE-OUT-STATUS.
000796*
000800     SELECT PARM-FILE ASSIGN TO "RCNPARM"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PARM-STATUS.
001110     03 SNO-ITEM-REF             PIC 9(04).
001120     03 SNO-IN-STOCK             PIC 9(04).
001130*
001131*    SAME LAYOUT AS DEPT-BUDGET-RECORD, WRITTEN AS READ
001132 FD  BUDGET-BASE-OUT-FILE
001133     RECORD CONTAINS 49 CHARACTERS.
001134 01  BUDGET-BASE-OUT-RECORD      PIC X(49).
001135*
001140 FD  PARM-FILE
001150     RECORD CONTAINS 8 CHARACTERS.
001160 01  PARM-RECORD.
001280     03 WS-BUDGET-STATUS         PIC X(02)   VALUE '00'.
001290     03 WS-SNAP-IN-STATUS        PIC X(02)   VALUE '00'.
001300     03 WS-SNAP-OUT-STATUS       PIC X(02)   VALUE '00'.
001305     03 WS-BASE-OUT-STATUS       PIC X(02)   VALUE '00'.
001310     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001320     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001325     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001670     03 WS-STOCK-EXCEPTIONS      PIC 9(05)   VALUE ZERO.
001680     03 WS-DEPTS-CHECKED         PIC 9(05)   VALUE ZERO.
001690     03 WS-BUDGET-EXCEPTIONS     PIC 9(05)   VALUE ZERO.
001695     03 WS-TRANSFER-ENTRIES      PIC 9(05)   VALUE ZERO.
001700*
001710 01  WS-WORK-FIELDS.
001720     03 WS-ITEM-SUB              PIC 9(05) COMP VALUE ZERO.
003180     03 FILLER                   PIC X(30)
003190         VALUE 'BUDGET EXCEPTIONS:            '.
003200     03 WS-CT-BUDGET-EXC         PIC Z(04)9.
003201*
003202 01  WS-CONTROL-LINE-6.
003203     03 FILLER                   PIC X(01)   VALUE SPACE.
003204     03 FILLER                   PIC X(30)
003205         VALUE 'TRANSFER ENTRIES (NOT NETTED):'.
003206     03 WS-CT-TRANSFERS          PIC Z(04)9.
003210*
003212*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
003214 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN.
003990*
003991     OPEN OUTPUT BUDGET-BASE-OUT-FILE.
003992     IF WS-BASE-OUT-STATUS NOT = '00'
003993         DISPLAY 'DFH0XRCN - BUDGET BASE OPEN FAILED - STATUS '
003994             WS-BASE-OUT-STATUS
003995         MOVE 16 TO RETURN-CODE
003996         STOP RUN.
003997*
004000     OPEN OUTPUT REPORT-FILE.
004010     IF WS-REPORT-STATUS NOT = '00'
004020         DISPLAY 'DFH0XRCN - REPORT FILE OPEN FAILED - STATUS '
004530*  2200-APPLY-JOURNAL-ENTRY - STOCK NETS ONLY THE RUN     *
004540*  DATE'S ENTRIES (EVERY ENTRY IS STAMPED WITH THE DAY    *
004550*  IT HAPPENED); SPEND NETS THE RUN MONTH'S O/A/R/T/K      *
004560*  ENTRIES. GOODS-IN AND SUPPLIER RETURN ENTRIES CARRY NO  *
004565*  SPEND                                                   *
004570*=========================================================*
004580 2200-APPLY-JOURNAL-ENTRY.
004590     IF JNL-ITEM-REF = ZERO
004640         IF JNL-ENTRY-ORIGINAL
004650          OR JNL-ENTRY-AMENDED
004660          OR JNL-ENTRY-ADJ-DOWN
004665          OR JNL-ENTRY-SUPPLIER-RETURN
004670             SUBTRACT JNL-QUANTITY
004680                 FROM WS-ITEM-NET(JNL-ITEM-REF)
004690         ELSE
004726          OR JNL-ENTRY-SHORT-PICK
004730             ADD JNL-QUANTITY
004740                 TO WS-ITEM-NET(JNL-ITEM-REF)
004741         ELSE
004742         IF JNL-ENTRY-XFR-OUT
004743          OR JNL-ENTRY-XFR-IN
004744             ADD 1 TO WS-TRANSFER-ENTRIES
004745         END-IF
004750         END-IF
004760         END-IF
004770     END-IF.
007110*=========================================================*
007120*  4200-CHECK-DEPARTMENT - A MONTH TO DATE FIGURE FROM    *
007130*  AN EARLIER MONTH COUNTS AS ZERO, EXACTLY AS THE        *
007140*  ONLINE BUDGET CHECK WOULD TREAT IT. EVERY RECORD GOES  *
007145*  TO THE BUDGET BASE UNCHANGED                           *
007150*=========================================================*
007160 4200-CHECK-DEPARTMENT.
007170     ADD 1 TO WS-DEPTS-CHECKED.
007175     WRITE BUDGET-BASE-OUT-RECORD FROM DEPT-BUDGET-RECORD.
007180*
007190     IF DEPT-BUDGET-MONTH = WS-RUN-CCYYMM
007200         MOVE DEPT-MONTH-TO-DATE TO WS-EFFECTIVE-MTD
007920     MOVE WS-BUDGET-EXCEPTIONS TO WS-CT-BUDGET-EXC.
007930     MOVE WS-CONTROL-LINE-5    TO REPORT-LINE.
007940     WRITE REPORT-LINE.
007942     MOVE WS-TRANSFER-ENTRIES  TO WS-CT-TRANSFERS.
007944     MOVE WS-CONTROL-LINE-6    TO REPORT-LINE.
007946     WRITE REPORT-LINE.
007950 5000-WRITE-CONTROL-TOTALS-EXIT.
007960     EXIT.
007970*
008050     IF NOT WS-SEEDING-RUN
008060         CLOSE SNAPSHOT-IN-FILE.
008070     CLOSE SNAPSHOT-OUT-FILE.
008075     CLOSE BUDGET-BASE-OUT-FILE.
008080     CLOSE REPORT-FILE.
008090 8000-TERMINATE-EXIT.
008100     EXIT.
008360         MOVE 16 TO RETURN-CODE
008370         STOP RUN.
008380*
008390     MOVE 'DFH0XCYC' TO RUN-STEP-NAME.
008400     READ RUN-CONTROL-FILE
008410         INVALID KEY
008420             DISPLAY 'DFH0XRCN - PREDECESSOR DFH0XCYC NOT'
008430                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
008440             MOVE 16 TO RETURN-CODE
008450             STOP RUN
