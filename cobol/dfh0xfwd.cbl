000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DFH0XFWD.
000030 AUTHOR.        R HALLIDAY.
000040 INSTALLATION.  CATALOGUE APPLICATIONS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*  DATE       INIT  DESCRIPTION                             *
000110*  2026-10-15  RH   Initial version - forward recovery of    *
000120*                   catalogue stock and department month to  *
000130*                   date spend from a stock snapshot and     *
000140*                   budget unload, replaying the order       *
000150*                   journal, in report-only or live mode.    *
000152*  2026-10-15  RH   Return to supplier entries (U) replayed  *
000154*                   out of stock, as the reconciliation      *
000156*                   nets them.                               *
000160*-----------------------------------------------------------*
000170*
000180*-----------------------------------------------------------*
000190*  ROLLS CAT-IN-STOCK AND DEPT-MONTH-TO-DATE FORWARD FROM A *
000200*  KNOWN GOOD STARTING POINT WHEN THE CATALOGUE OR BUDGET   *
000210*  FILE HAS BEEN DAMAGED OR RESTORED FROM AN OLD BACKUP.    *
000220*  RUN ON DEMAND, NOT AS PART OF THE NIGHTLY SEQUENCE.      *
000230*                                                           *
000240*  THE STARTING POINT IS THE NIGHT NAMED ON THE PARAMETER   *
000250*  FILE: THE STOCK SNAPSHOT (CATSNAP) AND THE BUDGET FILE   *
000260*  UNLOAD (BGTBASE) THE NIGHTLY RECONCILIATION (DFH0XRCN)   *
000270*  WROTE THAT NIGHT, WHOSE RUN CONTROL STAMP MUST BE ON     *
000280*  FILE, BOTH IN KEY ORDER. EVERY JOURNAL ENTRY DATED AFTER *
000290*  THAT NIGHT IS THEN REPLAYED EXACTLY AS THE               *
000300*  RECONCILIATION NETS IT - ISSUES OUT FOR O, A, STOCK-TAKE *
000310*  D AND SUPPLIER RETURNS U; REVERSALS, DELIVERIES,         *
000320*  RETURNS, SHORT PICKS AND STOCK-TAKE S BACK IN; SPEND UP  *
000330*  FOR O AND A AND DOWN FOR R, T AND K WITHIN THE RUN       *
000340*  MONTH. TRANSFERS (X, Y) AND APPROVAL DECISIONS (V, J)    *
000350*  MOVE NEITHER FIGURE.                                     *
000360*                                                           *
000370*  EVERY FIGURE THAT DIFFERS FROM ITS REBUILT VALUE IS      *
000380*  REPORTED. IN REPORT-ONLY MODE ('R') NOTHING IS WRITTEN;  *
000390*  IN LIVE MODE ('L') THE FIGURE IS REWRITTEN AND AN AUDIT  *
000400*  RECORD OF THE OLD AND NEW VALUE APPENDED TO FWDAUDIT.    *
000410*  AN ITEM WITH NO SNAPSHOT RECORD (ADDED SINCE) HAS NO     *
000420*  STARTING POINT AND IS REPORTED BUT LEFT ALONE; A         *
000430*  DEPARTMENT MISSING FROM THE UNLOAD STARTS FROM NIL       *
000440*  SPEND. A REBUILT FIGURE THAT WILL NOT FIT THE FILE IS    *
000450*  REPORTED AND LEFT ALONE.                                 *
000460*                                                           *
000470*  THE PARAMETER FILE ALSO CARRIES AN ONLINE-CLOSED FLAG    *
000480*  THAT MUST BE 'Y', EXACTLY AS THE ARCHIVE'S DOES - THE    *
000490*  PROGRAM REFUSES TO RUN WITHOUT IT, SO A RECOVERY CAN     *
000500*  NEVER RACE THE ONLINE SYSTEM'S UPDATES. THE SNAPSHOT     *
000510*  NIGHT MUST STILL BE ON THE LIVE JOURNAL, I.E. NOT IN A   *
000520*  MONTH THE ARCHIVE HAS ALREADY TRIMMED OFF IT.            *
000530*-----------------------------------------------------------*
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SPECIAL-NAMES.
000580     DECIMAL-POINT IS COMMA.
000590*
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-JOURNAL-STATUS.
000650*
000660     SELECT CATALOG-FILE ASSIGN TO "CATFILE"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS CAT-ITEM-REF
000700         FILE STATUS IS WS-CATALOG-STATUS.
000710*
000720     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBGT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS DEPT-CHARGE-DEPT
000760         FILE STATUS IS WS-BUDGET-STATUS.
000770*
000780*    THE STOCK SNAPSHOT WRITTEN BY THE RECONCILIATION ON THE
000790*    SNAPSHOT NIGHT, IN ITEM REFERENCE ORDER
000800     SELECT SNAPSHOT-FILE ASSIGN TO "CATSNAP"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-SNAP-STATUS.
000830*
000840*    THE BUDGET FILE AS UNLOADED BY DFH0XRCN (BGTBASEN) ON THE
000850*    SNAPSHOT NIGHT, IN CHARGE DEPARTMENT ORDER
000860     SELECT BUDGET-BASE-FILE ASSIGN TO "BGTBASE"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-BASE-STATUS.
000890*
000900     SELECT PARM-FILE ASSIGN TO "FWDPARM"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-PARM-STATUS.
000930*
000940     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS RUN-KEY
000980         FILE STATUS IS WS-RUNCTL-STATUS.
000990*
001000*    EVERY FIGURE A LIVE RUN REWRITES. OPENED EXTEND SO
001010*    SUCCESSIVE RECOVERIES ACCUMULATE
001020     SELECT AUDIT-FILE ASSIGN TO "FWDAUDIT"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-AUDIT-STATUS.
001050*
001060     SELECT REPORT-FILE ASSIGN TO "FWDRPT"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-REPORT-STATUS.
001090*
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  JOURNAL-FILE
001130     RECORD CONTAINS 45 CHARACTERS.
001140     COPY dfh0xcp5.
001150*
001160 FD  CATALOG-FILE
001170     RECORD CONTAINS 79 CHARACTERS.
001180     COPY dfh0xcp2.
001190*
001200 FD  DEPT-BUDGET-FILE
001210     RECORD CONTAINS 49 CHARACTERS.
001220     COPY dfh0xcp6.
001230*
001240 FD  SNAPSHOT-FILE
001250     RECORD CONTAINS 8 CHARACTERS.
001260 01  SNAPSHOT-RECORD.
001270     03 SNP-ITEM-REF             PIC 9(04).
001280     03 SNP-IN-STOCK             PIC 9(04).
001290*
001300*    SAME LAYOUT AS DEPT-BUDGET-RECORD - ONLY THE KEY, THE
001310*    MONTH TO DATE AND ITS MONTH ARE USED
001320 FD  BUDGET-BASE-FILE
001330     RECORD CONTAINS 49 CHARACTERS.
001340 01  BUDGET-BASE-RECORD.
001350     03 BAS-CHARGE-DEPT          PIC X(08).
001360     03 BAS-MONTHLY-LIMIT        PIC 9(07)V99.
001370     03 BAS-MONTH-TO-DATE        PIC 9(07)V99.
001380     03 BAS-BUDGET-MONTH         PIC 9(06).
001390     03 FILLER                   PIC X(17).
001400*
001410 FD  PARM-FILE
001420     RECORD CONTAINS 18 CHARACTERS.
001430 01  PARM-RECORD.
001440*    'R' REPORT ONLY OR 'L' LIVE
001450     03 PARM-MODE                PIC X(01).
001460*    MUST BE 'Y' - SET BY THE JCL ONLY ONCE THE ONLINE
001470*    SYSTEM HAS BEEN CLOSED AGAINST THE CATALOGUE, BUDGET
001480*    AND JOURNAL FILES
001490     03 PARM-ONLINE-CLOSED-FLAG  PIC X(01).
001500*    NIGHT OF THE SNAPSHOT AND BUDGET UNLOAD BEING RECOVERED
001510*    FROM - ENTRIES DATED AFTER IT ARE REPLAYED
001520     03 PARM-SNAPSHOT-DATE       PIC 9(08).
001530*    DATE THE RUN IS AS AT - GIVES THE MONTH WHOSE SPEND IS
001540*    REBUILT. SPACES OR ZERO MEANS THE SYSTEM DATE
001550     03 PARM-RUN-DATE            PIC 9(08).
001560*
001570 FD  RUN-CONTROL-FILE
001580     RECORD CONTAINS 31 CHARACTERS.
001590     COPY dfh0xcph.
001600*
001610 FD  AUDIT-FILE
001620     RECORD CONTAINS 61 CHARACTERS.
001630     COPY dfh0xcpp.
001640*
001650 FD  REPORT-FILE
001660     RECORD CONTAINS 132 CHARACTERS.
001670 01  REPORT-LINE                 PIC X(132).
001680*
001690 WORKING-STORAGE SECTION.
001700*
001710 01  WS-FILE-STATUSES.
001720     03 WS-JOURNAL-STATUS        PIC X(02)   VALUE '00'.
001730     03 WS-CATALOG-STATUS        PIC X(02)   VALUE '00'.
001740     03 WS-BUDGET-STATUS         PIC X(02)   VALUE '00'.
001750     03 WS-SNAP-STATUS           PIC X(02)   VALUE '00'.
001760     03 WS-BASE-STATUS           PIC X(02)   VALUE '00'.
001770     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001780     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001790     03 WS-AUDIT-STATUS          PIC X(02)   VALUE '00'.
001800     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001810*
001820 01  WS-SWITCHES.
001830     03 WS-JOURNAL-EOF-SW        PIC X(01)   VALUE 'N'.
001840         88 WS-JOURNAL-EOF           VALUE 'Y'.
001850     03 WS-CATALOG-EOF-SW        PIC X(01)   VALUE 'N'.
001860         88 WS-CATALOG-EOF           VALUE 'Y'.
001870     03 WS-BUDGET-EOF-SW         PIC X(01)   VALUE 'N'.
001880         88 WS-BUDGET-EOF            VALUE 'Y'.
001890     03 WS-SNAP-EOF-SW           PIC X(01)   VALUE 'N'.
001900         88 WS-SNAP-EOF              VALUE 'Y'.
001910     03 WS-BASE-EOF-SW           PIC X(01)   VALUE 'N'.
001920         88 WS-BASE-EOF              VALUE 'Y'.
001930     03 WS-ONLINE-CLOSED-FLAG    PIC X(01)   VALUE 'N'.
001940         88 WS-ONLINE-CLOSED         VALUE 'Y'.
001950     03 WS-MODE                  PIC X(01)   VALUE SPACE.
001960         88 WS-MODE-REPORT-ONLY      VALUE 'R'.
001970         88 WS-MODE-LIVE             VALUE 'L'.
001980         88 WS-MODE-VALID            VALUE 'R' 'L'.
001990*    SET WHILE THE SNAPSHOT (OR BUDGET UNLOAD) RECORD IN
002000*    HAND MATCHES THE ITEM (OR DEPARTMENT) IN HAND
002010     03 WS-BASE-MATCH-SW         PIC X(01)   VALUE 'N'.
002020         88 WS-BASE-MATCHED          VALUE 'Y'.
002030*    SET WHEN THE RECORD IN HAND IS ALREADY PAST THE ITEM
002040*    (OR DEPARTMENT) IN HAND - IT HAS NO STARTING POINT BUT
002050*    THE RECORD MUST BE KEPT FOR A LATER ONE
002060     03 WS-BASE-AHEAD-SW         PIC X(01)   VALUE 'N'.
002070         88 WS-BASE-AHEAD            VALUE 'Y'.
002080*
002090 01  WS-PARAMETERS.
002100     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
002110     03 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002120         05 WS-RUN-CCYYMM        PIC 9(06).
002130         05 WS-RUN-DD            PIC 9(02).
002140     03 WS-SNAPSHOT-DATE         PIC 9(08)   VALUE ZERO.
002150*
002160 01  WS-COUNTERS.
002170     03 WS-JOURNAL-READ          PIC 9(07)   VALUE ZERO.
002180     03 WS-JOURNAL-REPLAYED      PIC 9(07)   VALUE ZERO.
002190     03 WS-ITEMS-CHECKED         PIC 9(05)   VALUE ZERO.
002200     03 WS-ITEMS-CHANGED         PIC 9(05)   VALUE ZERO.
002210     03 WS-ITEMS-NO-BASE         PIC 9(05)   VALUE ZERO.
002220     03 WS-DEPTS-CHECKED         PIC 9(05)   VALUE ZERO.
002230     03 WS-DEPTS-CHANGED         PIC 9(05)   VALUE ZERO.
002240     03 WS-FIGURES-REJECTED      PIC 9(05)   VALUE ZERO.
002250*
002260 01  WS-WORK-FIELDS.
002270     03 WS-ITEM-SUB              PIC 9(05) COMP VALUE ZERO.
002280     03 WS-BASE-STOCK            PIC S9(07)  VALUE ZERO.
002290     03 WS-REBUILT-STOCK         PIC S9(07)  VALUE ZERO.
002300     03 WS-OLD-STOCK             PIC 9(04)   VALUE ZERO.
002310     03 WS-BASE-MTD              PIC S9(09)V99 VALUE ZERO.
002320     03 WS-REBUILT-MTD           PIC S9(09)V99 VALUE ZERO.
002330     03 WS-EFFECTIVE-MTD         PIC S9(09)V99 VALUE ZERO.
002340     03 WS-TIME-WORK             PIC 9(08)   VALUE ZERO.
002350     03 WS-TIME-NOW              PIC 9(06)   VALUE ZERO.
002360*
002370*-------------------------------------------------------*
002380*  NET STOCK MOVEMENT SINCE THE SNAPSHOT NIGHT, ONE SLOT  *
002390*  PER POSSIBLE ITEM REFERENCE - LAID OUT AS THE          *
002400*  RECONCILIATION'S. THE ACTIVE FLAG MARKS ITEMS SEEN ON  *
002410*  THE JOURNAL AND IS CLEARED AS THE CATALOGUE WALK       *
002420*  CONSUMES THEM                                          *
002430*-------------------------------------------------------*
002440 01  WS-ITEM-NET-TABLE.
002450     03 WS-ITEM-NET-ENTRY OCCURS 9999 TIMES.
002460         05 WS-ITEM-NET          PIC S9(07) COMP-3.
002470         05 WS-ITEM-ACTIVE-FLAG  PIC X(01).
002480*
002490*-------------------------------------------------------*
002500*  NET SPEND SINCE THE SNAPSHOT NIGHT WITHIN THE RUN      *
002510*  MONTH, BY CHARGE DEPARTMENT                            *
002520*-------------------------------------------------------*
002530 01  WS-DEPT-NET-TABLE.
002540     03 WS-DEPT-USED             PIC 9(03) COMP VALUE ZERO.
002550     03 WS-DEPT-NET-ENTRY OCCURS 200 TIMES.
002560         05 WS-DEPT-KEY          PIC X(08).
002570         05 WS-DEPT-NET          PIC S9(09)V99 COMP-3.
002580         05 WS-DEPT-MATCHED-FLAG PIC X(01).
002590*
002600 01  WS-DEPT-LOOKUP.
002610     03 WS-DEPT-WANTED           PIC X(08)   VALUE SPACES.
002620     03 WS-DEPT-IX               PIC 9(03) COMP VALUE ZERO.
002630     03 WS-DEPT-FOUND-IX         PIC 9(03) COMP VALUE ZERO.
002640*
002650*-------------------------------------------------------*
002660*  REPORT LINE LAYOUTS                                   *
002670*-------------------------------------------------------*
002680 01  WS-HEADING-1.
002690     03 FILLER                   PIC X(01)   VALUE SPACE.
002700     03 FILLER                   PIC X(30)
002710         VALUE 'FORWARD RECOVERY - RUN DATE   '.
002720     03 WS-H1-RUN-DATE           PIC 9(08).
002730     03 FILLER                   PIC X(18)
002740         VALUE '   SNAPSHOT NIGHT '.
002750     03 WS-H1-SNAPSHOT-DATE      PIC 9(08).
002760     03 FILLER                   PIC X(03)   VALUE SPACE.
002770     03 WS-H1-MODE               PIC X(11).
002780*
002790 01  WS-STOCK-HEADING.
002800     03 FILLER                   PIC X(01)   VALUE SPACE.
002810     03 FILLER                   PIC X(26)
002820         VALUE 'STOCK FIGURES BY ITEM     '.
002830*
002840 01  WS-STOCK-COLUMNS.
002850     03 FILLER                   PIC X(01)   VALUE SPACE.
002860     03 FILLER                   PIC X(06)   VALUE 'ITEM  '.
002870     03 FILLER                   PIC X(10)   VALUE 'SNAPSHOT  '.
002880     03 FILLER                   PIC X(10)   VALUE 'MOVEMENT  '.
002890     03 FILLER                   PIC X(10)   VALUE 'REBUILT   '.
002900     03 FILLER                   PIC X(10)   VALUE 'ON FILE   '.
002910     03 FILLER                   PIC X(30)   VALUE 'ACTION'.
002920*
002930 01  WS-STOCK-DETAIL.
002940     03 FILLER                   PIC X(01)   VALUE SPACE.
002950     03 WS-SD-ITEM-REF           PIC 9(04).
002960     03 FILLER                   PIC X(02)   VALUE SPACE.
002970     03 WS-SD-SNAPSHOT           PIC -(07)9.
002980     03 FILLER                   PIC X(02)   VALUE SPACE.
002990     03 WS-SD-MOVEMENT           PIC -(07)9.
003000     03 FILLER                   PIC X(02)   VALUE SPACE.
003010     03 WS-SD-REBUILT            PIC -(07)9.
003020     03 FILLER                   PIC X(02)   VALUE SPACE.
003030     03 WS-SD-ON-FILE            PIC -(07)9.
003040     03 FILLER                   PIC X(02)   VALUE SPACE.
003050     03 WS-SD-ACTION             PIC X(30).
003060*
003070 01  WS-ORPHAN-ITEM-LINE.
003080     03 FILLER                   PIC X(01)   VALUE SPACE.
003090     03 WS-OI-ITEM-REF           PIC 9(04).
003100     03 FILLER                   PIC X(01)   VALUE SPACE.
003110     03 FILLER                   PIC X(35)
003120         VALUE 'JOURNALLED BUT NOT ON THE CATALOGUE'.
003130*
003140 01  WS-BUDGET-HEADING.
003150     03 FILLER                   PIC X(01)   VALUE SPACE.
003160     03 FILLER                   PIC X(34)
003170         VALUE 'SPEND FIGURES BY DEPARTMENT       '.
003180*
003190 01  WS-BUDGET-COLUMNS.
003200     03 FILLER                   PIC X(01)   VALUE SPACE.
003210     03 FILLER                   PIC X(10)   VALUE 'DEPT      '.
003220     03 FILLER              PIC X(16)   VALUE 'STARTING SPEND'.
003230     03 FILLER              PIC X(16)   VALUE 'JOURNAL SPEND'.
003240     03 FILLER                   PIC X(16)   VALUE 'REBUILT'.
003250     03 FILLER              PIC X(16)   VALUE 'MONTH TO DATE'.
003260     03 FILLER                   PIC X(30)   VALUE 'ACTION'.
003270*
003280 01  WS-BUDGET-DETAIL.
003290     03 FILLER                   PIC X(01)   VALUE SPACE.
003300     03 WS-BD-CHARGE-DEPT        PIC X(08).
003310     03 FILLER                   PIC X(02)   VALUE SPACE.
003320     03 WS-BD-STARTING-SPEND     PIC -(09)9,99.
003330     03 FILLER                   PIC X(02)   VALUE SPACE.
003340     03 WS-BD-JOURNAL-SPEND      PIC -(09)9,99.
003350     03 FILLER                   PIC X(02)   VALUE SPACE.
003360     03 WS-BD-REBUILT            PIC -(09)9,99.
003370     03 FILLER                   PIC X(02)   VALUE SPACE.
003380     03 WS-BD-MONTH-TO-DATE      PIC -(09)9,99.
003390     03 FILLER                   PIC X(02)   VALUE SPACE.
003400     03 WS-BD-ACTION             PIC X(30).
003410*
003420 01  WS-ORPHAN-DEPT-LINE.
003430     03 FILLER                   PIC X(01)   VALUE SPACE.
003440     03 WS-OD-CHARGE-DEPT        PIC X(08).
003450     03 FILLER                   PIC X(01)   VALUE SPACE.
003460     03 FILLER                   PIC X(37)
003470         VALUE 'JOURNALLED BUT NOT ON THE BUDGET FILE'.
003480*
003490 01  WS-CONTROL-LINE-1.
003500     03 FILLER                   PIC X(01)   VALUE SPACE.
003510     03 FILLER                   PIC X(30)
003520         VALUE 'JOURNAL READ / REPLAYED:      '.
003530     03 WS-CT-JOURNAL            PIC Z(06)9.
003540     03 FILLER                   PIC X(03)   VALUE ' / '.
003550     03 WS-CT-REPLAYED           PIC Z(06)9.
003560*
003570 01  WS-CONTROL-LINE-2.
003580     03 FILLER                   PIC X(01)   VALUE SPACE.
003590     03 FILLER                   PIC X(30)
003600         VALUE 'ITEMS CHECKED / CHANGED:      '.
003610     03 WS-CT-ITEMS              PIC Z(04)9.
003620     03 FILLER                   PIC X(03)   VALUE ' / '.
003630     03 WS-CT-ITEMS-CHANGED      PIC Z(04)9.
003640*
003650 01  WS-CONTROL-LINE-3.
003660     03 FILLER                   PIC X(01)   VALUE SPACE.
003670     03 FILLER                   PIC X(30)
003680         VALUE 'ITEMS WITH NO SNAPSHOT:       '.
003690     03 WS-CT-NO-BASE            PIC Z(04)9.
003700*
003710 01  WS-CONTROL-LINE-4.
003720     03 FILLER                   PIC X(01)   VALUE SPACE.
003730     03 FILLER                   PIC X(30)
003740         VALUE 'DEPTS CHECKED / CHANGED:      '.
003750     03 WS-CT-DEPTS              PIC Z(04)9.
003760     03 FILLER                   PIC X(03)   VALUE ' / '.
003770     03 WS-CT-DEPTS-CHANGED      PIC Z(04)9.
003780*
003790 01  WS-CONTROL-LINE-5.
003800     03 FILLER                   PIC X(01)   VALUE SPACE.
003810     03 FILLER                   PIC X(30)
003820         VALUE 'FIGURES NOT REBUILT:          '.
003830     03 WS-CT-REJECTED           PIC Z(04)9.
003840*
003850 PROCEDURE DIVISION.
003860*
003870*=========================================================*
003880*  0000-MAINLINE                                          *
003890*=========================================================*
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE
003920         THRU 1000-INITIALIZE-EXIT.
003930     PERFORM 2000-REPLAY-JOURNAL
003940         THRU 2000-REPLAY-JOURNAL-EXIT.
003950     PERFORM 3000-REBUILD-STOCK
003960         THRU 3000-REBUILD-STOCK-EXIT.
003970     PERFORM 4000-REBUILD-BUDGETS
003980         THRU 4000-REBUILD-BUDGETS-EXIT.
003990     PERFORM 5000-WRITE-CONTROL-TOTALS
004000         THRU 5000-WRITE-CONTROL-TOTALS-EXIT.
004010     PERFORM 8000-TERMINATE
004020         THRU 8000-TERMINATE-EXIT.
004030*
004040     STOP RUN.
004050*
004060*=========================================================*
004070*  1000-INITIALIZE - THE RUN IS REFUSED OUTRIGHT UNLESS   *
004080*  THE PARAMETER FILE SAYS THE ONLINE SYSTEM HAS BEEN     *
004090*  CLOSED, GIVES A VALID MODE AND NAMES A SNAPSHOT NIGHT  *
004100*  THE RECONCILIATION COMPLETED                           *
004110*=========================================================*
004120 1000-INITIALIZE.
004130     OPEN INPUT PARM-FILE.
004140     IF WS-PARM-STATUS = '00'
004150         READ PARM-FILE
004160             AT END
004170                 CONTINUE
004180             NOT AT END
004190                 MOVE PARM-MODE TO WS-MODE
004200                 MOVE PARM-ONLINE-CLOSED-FLAG
004210                     TO WS-ONLINE-CLOSED-FLAG
004220                 IF PARM-SNAPSHOT-DATE NUMERIC
004230                     MOVE PARM-SNAPSHOT-DATE
004240                         TO WS-SNAPSHOT-DATE
004250                 END-IF
004260                 IF PARM-RUN-DATE NUMERIC
004270                  AND PARM-RUN-DATE NOT = ZERO
004280                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
004290                 END-IF
004300         END-READ
004310     END-IF.
004320     CLOSE PARM-FILE.
004330*
004340     IF NOT WS-ONLINE-CLOSED
004350         DISPLAY 'DFH0XFWD - ONLINE NOT CONFIRMED CLOSED - '
004360             'RUN REFUSED'
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN.
004390*
004400     IF NOT WS-MODE-VALID
004410         DISPLAY 'DFH0XFWD - MODE MUST BE R OR L - RUN REFUSED'
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN.
004440*
004450     IF WS-RUN-DATE = ZERO
004460         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004470*
004480     IF WS-SNAPSHOT-DATE = ZERO
004490      OR WS-SNAPSHOT-DATE > WS-RUN-DATE
004500         DISPLAY 'DFH0XFWD - NO VALID SNAPSHOT NIGHT SUPPLIED - '
004510             'RUN REFUSED'
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN.
004540*
004550     PERFORM 1900-CHECK-SNAPSHOT-NIGHT
004560         THRU 1900-CHECK-SNAPSHOT-NIGHT-EXIT.
004570*
004580     ACCEPT WS-TIME-WORK FROM TIME.
004590     MOVE WS-TIME-WORK (1:6) TO WS-TIME-NOW.
004600*
004610     OPEN INPUT JOURNAL-FILE.
004620     IF WS-JOURNAL-STATUS NOT = '00'
004630         DISPLAY 'DFH0XFWD - JOURNAL FILE OPEN FAILED - STATUS '
004640             WS-JOURNAL-STATUS
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN.
004670*
004680     IF WS-MODE-LIVE
004690         OPEN I-O CATALOG-FILE
004700     ELSE
004710         OPEN INPUT CATALOG-FILE.
004720     IF WS-CATALOG-STATUS NOT = '00'
004730         DISPLAY 'DFH0XFWD - CATALOG FILE OPEN FAILED - STATUS '
004740             WS-CATALOG-STATUS
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN.
004770*
004780     IF WS-MODE-LIVE
004790         OPEN I-O DEPT-BUDGET-FILE
004800     ELSE
004810         OPEN INPUT DEPT-BUDGET-FILE.
004820     IF WS-BUDGET-STATUS NOT = '00'
004830         DISPLAY 'DFH0XFWD - BUDGET FILE OPEN FAILED - STATUS '
004840             WS-BUDGET-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN.
004870*
004880     OPEN INPUT SNAPSHOT-FILE.
004890     IF WS-SNAP-STATUS NOT = '00'
004900         DISPLAY 'DFH0XFWD - SNAPSHOT OPEN FAILED - STATUS '
004910             WS-SNAP-STATUS
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN.
004940*
004950     OPEN INPUT BUDGET-BASE-FILE.
004960     IF WS-BASE-STATUS NOT = '00'
004970         DISPLAY 'DFH0XFWD - BUDGET UNLOAD OPEN FAILED - STATUS '
004980             WS-BASE-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN.
005010*
005020*    FIRST EVER LIVE RECOVERY HAS NO AUDIT FILE TO EXTEND YET
005030     IF WS-MODE-LIVE
005040         OPEN EXTEND AUDIT-FILE
005050         IF WS-AUDIT-STATUS = '35'
005060             OPEN OUTPUT AUDIT-FILE
005070         END-IF
005080         IF WS-AUDIT-STATUS NOT = '00'
005090             DISPLAY 'DFH0XFWD - AUDIT FILE OPEN FAILED - '
005100                 'STATUS ' WS-AUDIT-STATUS
005110             MOVE 16 TO RETURN-CODE
005120             STOP RUN
005130         END-IF
005140     END-IF.
005150*
005160     OPEN OUTPUT REPORT-FILE.
005170     IF WS-REPORT-STATUS NOT = '00'
005180         DISPLAY 'DFH0XFWD - REPORT FILE OPEN FAILED - STATUS '
005190             WS-REPORT-STATUS
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN.
005220*
005230     PERFORM 1100-CLEAR-ITEM-TABLE
005240         THRU 1100-CLEAR-ITEM-TABLE-EXIT
005250         VARYING WS-ITEM-SUB FROM 1 BY 1
005260         UNTIL WS-ITEM-SUB > 9999.
005270*
005280     MOVE WS-RUN-DATE      TO WS-H1-RUN-DATE.
005290     MOVE WS-SNAPSHOT-DATE TO WS-H1-SNAPSHOT-DATE.
005300     IF WS-MODE-LIVE
005310         MOVE 'LIVE'        TO WS-H1-MODE
005320     ELSE
005330         MOVE 'REPORT ONLY' TO WS-H1-MODE.
005340     MOVE WS-HEADING-1 TO REPORT-LINE.
005350     WRITE REPORT-LINE.
005360     MOVE SPACES TO REPORT-LINE.
005370     WRITE REPORT-LINE.
005380 1000-INITIALIZE-EXIT.
005390     EXIT.
005400*
005410 1100-CLEAR-ITEM-TABLE.
005420     MOVE ZERO TO WS-ITEM-NET(WS-ITEM-SUB).
005430     MOVE 'N'  TO WS-ITEM-ACTIVE-FLAG(WS-ITEM-SUB).
005440 1100-CLEAR-ITEM-TABLE-EXIT.
005450     EXIT.
005460*
005470*=========================================================*
005480*  1900-CHECK-SNAPSHOT-NIGHT - THE RECONCILIATION MUST    *
005490*  HAVE COMPLETED FOR THE SNAPSHOT NIGHT, OR THERE IS NO  *
005500*  SNAPSHOT OF THAT NIGHT TO START FROM                   *
005510*=========================================================*
005520 1900-CHECK-SNAPSHOT-NIGHT.
005530     OPEN INPUT RUN-CONTROL-FILE.
005540     IF WS-RUNCTL-STATUS NOT = '00'
005550         DISPLAY 'DFH0XFWD - RUN CONTROL OPEN FAILED - STATUS '
005560             WS-RUNCTL-STATUS
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN.
005590*
005600     MOVE WS-SNAPSHOT-DATE TO RUN-RUN-DATE.
005610     MOVE 'DFH0XRCN' TO RUN-STEP-NAME.
005620     READ RUN-CONTROL-FILE
005630         INVALID KEY
005640             DISPLAY 'DFH0XFWD - DFH0XRCN NOT COMPLETE FOR '
005650                 WS-SNAPSHOT-DATE ' - RUN REFUSED'
005660             MOVE 16 TO RETURN-CODE
005670             STOP RUN
005680     END-READ.
005690     CLOSE RUN-CONTROL-FILE.
005700 1900-CHECK-SNAPSHOT-NIGHT-EXIT.
005710     EXIT.
005720*
005730*=========================================================*
005740*  2000-REPLAY-JOURNAL - NET EVERY ENTRY DATED AFTER THE  *
005750*  SNAPSHOT NIGHT BY ITEM, AND THOSE ALSO IN THE RUN      *
005760*  MONTH BY CHARGE DEPARTMENT                             *
005770*=========================================================*
005780 2000-REPLAY-JOURNAL.
005790     PERFORM 2100-READ-JOURNAL
005800         THRU 2100-READ-JOURNAL-EXIT.
005810     PERFORM 2200-APPLY-JOURNAL-ENTRY
005820         THRU 2200-APPLY-JOURNAL-ENTRY-EXIT
005830         UNTIL WS-JOURNAL-EOF.
005840 2000-REPLAY-JOURNAL-EXIT.
005850     EXIT.
005860*
005870 2100-READ-JOURNAL.
005880     READ JOURNAL-FILE
005890         AT END
005900             MOVE 'Y' TO WS-JOURNAL-EOF-SW
005910     END-READ.
005920     IF NOT WS-JOURNAL-EOF
005930         ADD 1 TO WS-JOURNAL-READ.
005940 2100-READ-JOURNAL-EXIT.
005950     EXIT.
005960*
005970*=========================================================*
005980*  2200-APPLY-JOURNAL-ENTRY - THE SAME NETTING RULES AS   *
005990*  THE RECONCILIATION'S, OVER EVERY DAY SINCE THE         *
006000*  SNAPSHOT NIGHT INSTEAD OF THE ONE RUN DATE             *
006010*=========================================================*
006020 2200-APPLY-JOURNAL-ENTRY.
006030     IF JNL-ITEM-REF = ZERO
006040      OR JNL-ORDER-DATE NOT > WS-SNAPSHOT-DATE
006050         GO TO 2200-APPLY-JOURNAL-NEXT.
006060*
006070     ADD 1 TO WS-JOURNAL-REPLAYED.
006080     MOVE 'Y' TO WS-ITEM-ACTIVE-FLAG(JNL-ITEM-REF).
006090     IF JNL-ENTRY-ORIGINAL
006100      OR JNL-ENTRY-AMENDED
006110      OR JNL-ENTRY-ADJ-DOWN
006115      OR JNL-ENTRY-SUPPLIER-RETURN
006120         SUBTRACT JNL-QUANTITY
006130             FROM WS-ITEM-NET(JNL-ITEM-REF)
006140     ELSE
006150     IF JNL-ENTRY-REVERSAL
006160      OR JNL-ENTRY-GOODS-IN
006170      OR JNL-ENTRY-ADJ-UP
006180      OR JNL-ENTRY-RETURN
006190      OR JNL-ENTRY-SHORT-PICK
006200         ADD JNL-QUANTITY
006210             TO WS-ITEM-NET(JNL-ITEM-REF).
006220*
006230     IF JNL-ORDER-DATE (1:6) = WS-RUN-CCYYMM
006240      AND JNL-CHARGE-DEPT NOT = SPACES
006250         PERFORM 2300-FIND-DEPT-ENTRY
006260             THRU 2300-FIND-DEPT-ENTRY-EXIT
006270         IF WS-DEPT-FOUND-IX NOT = ZERO
006280             IF JNL-ENTRY-ORIGINAL
006290              OR JNL-ENTRY-AMENDED
006300                 COMPUTE WS-DEPT-NET(WS-DEPT-FOUND-IX) =
006310                     WS-DEPT-NET(WS-DEPT-FOUND-IX) +
006320                     (JNL-ITEM-COST-NUM * JNL-QUANTITY)
006330             ELSE
006340             IF JNL-ENTRY-REVERSAL
006350              OR JNL-ENTRY-RETURN
006360              OR JNL-ENTRY-SHORT-PICK
006370                 COMPUTE WS-DEPT-NET(WS-DEPT-FOUND-IX) =
006380                     WS-DEPT-NET(WS-DEPT-FOUND-IX) -
006390                     (JNL-ITEM-COST-NUM * JNL-QUANTITY)
006400             END-IF
006410             END-IF
006420         END-IF
006430     END-IF.
006440*
006450 2200-APPLY-JOURNAL-NEXT.
006460     PERFORM 2100-READ-JOURNAL
006470         THRU 2100-READ-JOURNAL-EXIT.
006480 2200-APPLY-JOURNAL-ENTRY-EXIT.
006490     EXIT.
006500*
006510*=========================================================*
006520*  2300-FIND-DEPT-ENTRY - FIND OR ADD THE NET SPEND TABLE *
006530*  ENTRY FOR JNL-CHARGE-DEPT. A FULL TABLE ABANDONS THE   *
006540*  RUN - A RECOVERY MUST NEVER REWRITE FROM A PART NET    *
006550*=========================================================*
006560 2300-FIND-DEPT-ENTRY.
006570     MOVE JNL-CHARGE-DEPT TO WS-DEPT-WANTED.
006580     MOVE ZERO TO WS-DEPT-FOUND-IX.
006590     PERFORM 2310-MATCH-DEPT-ENTRY
006600         THRU 2310-MATCH-DEPT-ENTRY-EXIT
006610         VARYING WS-DEPT-IX FROM 1 BY 1
006620         UNTIL WS-DEPT-IX > WS-DEPT-USED
006630            OR WS-DEPT-FOUND-IX NOT = ZERO.
006640*
006650     IF WS-DEPT-FOUND-IX = ZERO
006660      AND WS-DEPT-USED < 200
006670         ADD 1 TO WS-DEPT-USED
006680         MOVE WS-DEPT-WANTED TO WS-DEPT-KEY(WS-DEPT-USED)
006690         MOVE ZERO TO WS-DEPT-NET(WS-DEPT-USED)
006700         MOVE 'N'  TO WS-DEPT-MATCHED-FLAG(WS-DEPT-USED)
006710         MOVE WS-DEPT-USED TO WS-DEPT-FOUND-IX.
006720*
006730     IF WS-DEPT-FOUND-IX = ZERO
006740         DISPLAY 'DFH0XFWD - DEPT TABLE FULL AT '
006750             WS-DEPT-WANTED ' - RUN ABANDONED'
006760         MOVE 16 TO RETURN-CODE
006770         STOP RUN.
006780 2300-FIND-DEPT-ENTRY-EXIT.
006790     EXIT.
006800*
006810 2310-MATCH-DEPT-ENTRY.
006820     IF WS-DEPT-KEY(WS-DEPT-IX) = WS-DEPT-WANTED
006830         MOVE WS-DEPT-IX TO WS-DEPT-FOUND-IX.
006840 2310-MATCH-DEPT-ENTRY-EXIT.
006850     EXIT.
006860*
006870*=========================================================*
006880*  3000-REBUILD-STOCK - WALK THE CATALOGUE AND THE        *
006890*  SNAPSHOT TOGETHER (BOTH IN ITEM ORDER), REBUILD EACH   *
006900*  ITEM'S STOCK FROM ITS SNAPSHOT FIGURE AND ITS NET      *
006910*  MOVEMENT, AND REPORT (AND IN LIVE MODE REWRITE) EVERY  *
006920*  ITEM WHOSE FIGURE DIFFERS                              *
006930*=========================================================*
006940 3000-REBUILD-STOCK.
006950     MOVE WS-STOCK-HEADING TO REPORT-LINE.
006960     WRITE REPORT-LINE.
006970     MOVE WS-STOCK-COLUMNS TO REPORT-LINE.
006980     WRITE REPORT-LINE.
006990*
007000     PERFORM 3100-READ-SNAPSHOT
007010         THRU 3100-READ-SNAPSHOT-EXIT.
007020     PERFORM 3200-READ-CATALOG
007030         THRU 3200-READ-CATALOG-EXIT.
007040     PERFORM 3300-REBUILD-ITEM
007050         THRU 3300-REBUILD-ITEM-EXIT
007060         UNTIL WS-CATALOG-EOF.
007070*
007080     PERFORM 3600-REPORT-ORPHAN-ITEMS
007090         THRU 3600-REPORT-ORPHAN-ITEMS-EXIT
007100         VARYING WS-ITEM-SUB FROM 1 BY 1
007110         UNTIL WS-ITEM-SUB > 9999.
007120     MOVE SPACES TO REPORT-LINE.
007130     WRITE REPORT-LINE.
007140 3000-REBUILD-STOCK-EXIT.
007150     EXIT.
007160*
007170 3100-READ-SNAPSHOT.
007180     READ SNAPSHOT-FILE
007190         AT END
007200             MOVE 'Y' TO WS-SNAP-EOF-SW
007210     END-READ.
007220 3100-READ-SNAPSHOT-EXIT.
007230     EXIT.
007240*
007250 3200-READ-CATALOG.
007260     READ CATALOG-FILE NEXT
007270         AT END
007280             MOVE 'Y' TO WS-CATALOG-EOF-SW
007290     END-READ.
007300 3200-READ-CATALOG-EXIT.
007310     EXIT.
007320*
007330*=========================================================*
007340*  3300-REBUILD-ITEM - LINE THE SNAPSHOT UP WITH THE ITEM *
007350*  IN HAND AND REBUILD ITS FIGURE                          *
007360*=========================================================*
007370 3300-REBUILD-ITEM.
007380     IF CAT-ITEM-REF = ZERO
007390         GO TO 3300-REBUILD-NEXT.
007400*
007410     MOVE 'N' TO WS-BASE-MATCH-SW.
007420     MOVE 'N' TO WS-BASE-AHEAD-SW.
007430     PERFORM 3400-ADVANCE-SNAPSHOT
007440         THRU 3400-ADVANCE-SNAPSHOT-EXIT
007450         UNTIL WS-SNAP-EOF
007460            OR WS-BASE-MATCHED
007470            OR WS-BASE-AHEAD.
007480     MOVE 'N' TO WS-ITEM-ACTIVE-FLAG(CAT-ITEM-REF).
007490     ADD 1 TO WS-ITEMS-CHECKED.
007500*
007510     MOVE CAT-ITEM-REF TO WS-SD-ITEM-REF.
007520     MOVE WS-ITEM-NET(CAT-ITEM-REF) TO WS-SD-MOVEMENT.
007530     MOVE CAT-IN-STOCK TO WS-SD-ON-FILE.
007540*
007550*    NO SNAPSHOT RECORD - THE ITEM WAS ADDED SINCE THE
007560*    SNAPSHOT NIGHT AND THERE IS NOTHING TO START FROM
007570     IF NOT WS-BASE-MATCHED
007580         ADD 1 TO WS-ITEMS-NO-BASE
007590         IF WS-ITEM-NET(CAT-ITEM-REF) NOT = ZERO
007600             MOVE ZERO TO WS-SD-SNAPSHOT
007610             MOVE ZERO TO WS-SD-REBUILT
007620             MOVE 'NO SNAPSHOT - LEFT UNCHANGED'
007630                 TO WS-SD-ACTION
007640             PERFORM 3500-WRITE-STOCK-LINE
007650                 THRU 3500-WRITE-STOCK-LINE-EXIT
007660         END-IF
007670         GO TO 3300-REBUILD-NEXT.
007680*
007690     MOVE SNP-IN-STOCK TO WS-BASE-STOCK.
007700     COMPUTE WS-REBUILT-STOCK =
007710         WS-BASE-STOCK + WS-ITEM-NET(CAT-ITEM-REF).
007720     IF WS-REBUILT-STOCK = CAT-IN-STOCK
007730         GO TO 3300-REBUILD-NEXT.
007740*
007750     MOVE WS-BASE-STOCK    TO WS-SD-SNAPSHOT.
007760     MOVE WS-REBUILT-STOCK TO WS-SD-REBUILT.
007770*
007780     IF WS-REBUILT-STOCK < ZERO
007790      OR WS-REBUILT-STOCK > 9999
007800         ADD 1 TO WS-FIGURES-REJECTED
007810         MOVE 'OUT OF RANGE - LEFT UNCHANGED' TO WS-SD-ACTION
007820         PERFORM 3500-WRITE-STOCK-LINE
007830             THRU 3500-WRITE-STOCK-LINE-EXIT
007840         GO TO 3300-REBUILD-NEXT.
007850*
007860     ADD 1 TO WS-ITEMS-CHANGED.
007870     IF WS-MODE-REPORT-ONLY
007880         MOVE 'WOULD BE REWRITTEN' TO WS-SD-ACTION
007890         PERFORM 3500-WRITE-STOCK-LINE
007900             THRU 3500-WRITE-STOCK-LINE-EXIT
007910         GO TO 3300-REBUILD-NEXT.
007920*
007930     MOVE CAT-IN-STOCK     TO WS-OLD-STOCK.
007940     MOVE WS-REBUILT-STOCK TO CAT-IN-STOCK.
007950     REWRITE CATALOG-RECORD.
007960     IF WS-CATALOG-STATUS NOT = '00'
007970         DISPLAY 'DFH0XFWD - CATALOG REWRITE FAILED FOR '
007980             CAT-ITEM-REF ' - STATUS ' WS-CATALOG-STATUS
007990         MOVE 16 TO RETURN-CODE
008000         STOP RUN.
008010*
008020     MOVE 'REWRITTEN' TO WS-SD-ACTION.
008030     PERFORM 3500-WRITE-STOCK-LINE
008040         THRU 3500-WRITE-STOCK-LINE-EXIT.
008050*
008060     MOVE 'S'           TO RAU-FIGURE.
008070     MOVE CAT-ITEM-REF  TO RAU-ITEM-REF.
008080     MOVE SPACES        TO RAU-CHARGE-DEPT.
008090     MOVE WS-OLD-STOCK  TO RAU-OLD-IN-STOCK.
008100     MOVE CAT-IN-STOCK  TO RAU-NEW-IN-STOCK.
008110     MOVE ZERO          TO RAU-OLD-MONTH-TO-DATE.
008120     MOVE ZERO          TO RAU-NEW-MONTH-TO-DATE.
008130     PERFORM 7000-WRITE-AUDIT
008140         THRU 7000-WRITE-AUDIT-EXIT.
008150*
008160 3300-REBUILD-NEXT.
008170     PERFORM 3200-READ-CATALOG
008180         THRU 3200-READ-CATALOG-EXIT.
008190 3300-REBUILD-ITEM-EXIT.
008200     EXIT.
008210*
008220*=========================================================*
008230*  3400-ADVANCE-SNAPSHOT - SKIP SNAPSHOT RECORDS FOR      *
008240*  ITEMS NO LONGER ON THE CATALOGUE AND STOP ON THE ONE   *
008250*  FOR THE ITEM IN HAND, IF THERE IS ONE                  *
008260*=========================================================*
008270 3400-ADVANCE-SNAPSHOT.
008280     IF SNP-ITEM-REF < CAT-ITEM-REF
008290         PERFORM 3100-READ-SNAPSHOT
008300             THRU 3100-READ-SNAPSHOT-EXIT
008310         GO TO 3400-ADVANCE-SNAPSHOT-EXIT.
008320*
008330     IF SNP-ITEM-REF = CAT-ITEM-REF
008340         MOVE 'Y' TO WS-BASE-MATCH-SW
008350     ELSE
008360         MOVE 'Y' TO WS-BASE-AHEAD-SW.
008370 3400-ADVANCE-SNAPSHOT-EXIT.
008380     EXIT.
008390*
008400 3500-WRITE-STOCK-LINE.
008410     MOVE WS-STOCK-DETAIL TO REPORT-LINE.
008420     WRITE REPORT-LINE.
008430 3500-WRITE-STOCK-LINE-EXIT.
008440     EXIT.
008450*
008460 3600-REPORT-ORPHAN-ITEMS.
008470     IF WS-ITEM-ACTIVE-FLAG(WS-ITEM-SUB) = 'Y'
008480         MOVE WS-ITEM-SUB TO WS-OI-ITEM-REF
008490         MOVE WS-ORPHAN-ITEM-LINE TO REPORT-LINE
008500         WRITE REPORT-LINE.
008510 3600-REPORT-ORPHAN-ITEMS-EXIT.
008520     EXIT.
008530*
008540*=========================================================*
008550*  4000-REBUILD-BUDGETS - WALK THE BUDGET FILE AND THE    *
008560*  UNLOAD TOGETHER (BOTH IN DEPARTMENT ORDER), REBUILD    *
008570*  EACH DEPARTMENT'S MONTH TO DATE SPEND, AND REPORT (AND *
008580*  IN LIVE MODE REWRITE) EVERY ONE THAT DIFFERS           *
008590*=========================================================*
008600 4000-REBUILD-BUDGETS.
008610     MOVE WS-BUDGET-HEADING TO REPORT-LINE.
008620     WRITE REPORT-LINE.
008630     MOVE WS-BUDGET-COLUMNS TO REPORT-LINE.
008640     WRITE REPORT-LINE.
008650*
008660     PERFORM 4100-READ-BUDGET-BASE
008670         THRU 4100-READ-BUDGET-BASE-EXIT.
008680     PERFORM 4150-READ-BUDGET
008690         THRU 4150-READ-BUDGET-EXIT.
008700     PERFORM 4200-REBUILD-DEPARTMENT
008710         THRU 4200-REBUILD-DEPARTMENT-EXIT
008720         UNTIL WS-BUDGET-EOF.
008730*
008740     PERFORM 4600-REPORT-ORPHAN-DEPTS
008750         THRU 4600-REPORT-ORPHAN-DEPTS-EXIT
008760         VARYING WS-DEPT-IX FROM 1 BY 1
008770         UNTIL WS-DEPT-IX > WS-DEPT-USED.
008780     MOVE SPACES TO REPORT-LINE.
008790     WRITE REPORT-LINE.
008800 4000-REBUILD-BUDGETS-EXIT.
008810     EXIT.
008820*
008830 4100-READ-BUDGET-BASE.
008840     READ BUDGET-BASE-FILE
008850         AT END
008860             MOVE 'Y' TO WS-BASE-EOF-SW
008870     END-READ.
008880 4100-READ-BUDGET-BASE-EXIT.
008890     EXIT.
008900*
008910 4150-READ-BUDGET.
008920     READ DEPT-BUDGET-FILE NEXT
008930         AT END
008940             MOVE 'Y' TO WS-BUDGET-EOF-SW
008950     END-READ.
008960 4150-READ-BUDGET-EXIT.
008970     EXIT.
008980*
008990*=========================================================*
009000*  4200-REBUILD-DEPARTMENT - THE STARTING SPEND IS THE    *
009010*  UNLOAD'S MONTH TO DATE WHEN IT WAS ACCUMULATED FOR THE *
009020*  RUN MONTH, AND NIL OTHERWISE (OR WHEN THE DEPARTMENT   *
009030*  WAS ADDED SINCE). A FIGURE ON FILE FROM AN EARLIER     *
009040*  MONTH COUNTS AS ZERO, EXACTLY AS THE ONLINE BUDGET     *
009050*  CHECK WOULD TREAT IT                                   *
009060*=========================================================*
009070 4200-REBUILD-DEPARTMENT.
009080     ADD 1 TO WS-DEPTS-CHECKED.
009090*
009100     MOVE 'N' TO WS-BASE-MATCH-SW.
009110     MOVE 'N' TO WS-BASE-AHEAD-SW.
009120     PERFORM 4300-ADVANCE-BUDGET-BASE
009130         THRU 4300-ADVANCE-BUDGET-BASE-EXIT
009140         UNTIL WS-BASE-EOF
009150            OR WS-BASE-MATCHED
009160            OR WS-BASE-AHEAD.
009170*
009180     MOVE ZERO TO WS-BASE-MTD.
009190     IF WS-BASE-MATCHED
009200      AND BAS-BUDGET-MONTH = WS-RUN-CCYYMM
009210         MOVE BAS-MONTH-TO-DATE TO WS-BASE-MTD.
009220*
009230     IF DEPT-BUDGET-MONTH = WS-RUN-CCYYMM
009240         MOVE DEPT-MONTH-TO-DATE TO WS-EFFECTIVE-MTD
009250     ELSE
009260         MOVE ZERO TO WS-EFFECTIVE-MTD.
009270*
009280     MOVE DEPT-CHARGE-DEPT TO WS-DEPT-WANTED.
009290     MOVE ZERO TO WS-DEPT-FOUND-IX.
009300     PERFORM 2310-MATCH-DEPT-ENTRY
009310         THRU 2310-MATCH-DEPT-ENTRY-EXIT
009320         VARYING WS-DEPT-IX FROM 1 BY 1
009330         UNTIL WS-DEPT-IX > WS-DEPT-USED
009340            OR WS-DEPT-FOUND-IX NOT = ZERO.
009350*
009360     MOVE WS-BASE-MTD TO WS-REBUILT-MTD.
009370     MOVE ZERO TO WS-BD-JOURNAL-SPEND.
009380     IF WS-DEPT-FOUND-IX NOT = ZERO
009390         MOVE 'Y' TO WS-DEPT-MATCHED-FLAG(WS-DEPT-FOUND-IX)
009400         ADD WS-DEPT-NET(WS-DEPT-FOUND-IX) TO WS-REBUILT-MTD
009410         MOVE WS-DEPT-NET(WS-DEPT-FOUND-IX)
009420             TO WS-BD-JOURNAL-SPEND.
009430*
009440     IF WS-REBUILT-MTD = WS-EFFECTIVE-MTD
009450         GO TO 4200-REBUILD-NEXT.
009460*
009470     MOVE DEPT-CHARGE-DEPT TO WS-BD-CHARGE-DEPT.
009480     MOVE WS-BASE-MTD      TO WS-BD-STARTING-SPEND.
009490     MOVE WS-REBUILT-MTD   TO WS-BD-REBUILT.
009500     MOVE WS-EFFECTIVE-MTD TO WS-BD-MONTH-TO-DATE.
009510*
009520     IF WS-REBUILT-MTD < ZERO
009530      OR WS-REBUILT-MTD > 9999999,99
009540         ADD 1 TO WS-FIGURES-REJECTED
009550         MOVE 'OUT OF RANGE - LEFT UNCHANGED' TO WS-BD-ACTION
009560         PERFORM 4500-WRITE-BUDGET-LINE
009570             THRU 4500-WRITE-BUDGET-LINE-EXIT
009580         GO TO 4200-REBUILD-NEXT.
009590*
009600     ADD 1 TO WS-DEPTS-CHANGED.
009610     IF WS-MODE-REPORT-ONLY
009620         MOVE 'WOULD BE REWRITTEN' TO WS-BD-ACTION
009630         PERFORM 4500-WRITE-BUDGET-LINE
009640             THRU 4500-WRITE-BUDGET-LINE-EXIT
009650         GO TO 4200-REBUILD-NEXT.
009660*
009670     MOVE WS-REBUILT-MTD TO DEPT-MONTH-TO-DATE.
009680     MOVE WS-RUN-CCYYMM  TO DEPT-BUDGET-MONTH.
009690     REWRITE DEPT-BUDGET-RECORD.
009700     IF WS-BUDGET-STATUS NOT = '00'
009710         DISPLAY 'DFH0XFWD - BUDGET REWRITE FAILED FOR '
009720             DEPT-CHARGE-DEPT ' - STATUS ' WS-BUDGET-STATUS
009730         MOVE 16 TO RETURN-CODE
009740         STOP RUN.
009750*
009760     MOVE 'REWRITTEN' TO WS-BD-ACTION.
009770     PERFORM 4500-WRITE-BUDGET-LINE
009780         THRU 4500-WRITE-BUDGET-LINE-EXIT.
009790*
009800     MOVE 'B'                TO RAU-FIGURE.
009810     MOVE ZERO               TO RAU-ITEM-REF.
009820     MOVE DEPT-CHARGE-DEPT   TO RAU-CHARGE-DEPT.
009830     MOVE ZERO               TO RAU-OLD-IN-STOCK.
009840     MOVE ZERO               TO RAU-NEW-IN-STOCK.
009850     MOVE WS-EFFECTIVE-MTD   TO RAU-OLD-MONTH-TO-DATE.
009860     MOVE DEPT-MONTH-TO-DATE TO RAU-NEW-MONTH-TO-DATE.
009870     PERFORM 7000-WRITE-AUDIT
009880         THRU 7000-WRITE-AUDIT-EXIT.
009890*
009900 4200-REBUILD-NEXT.
009910     PERFORM 4150-READ-BUDGET
009920         THRU 4150-READ-BUDGET-EXIT.
009930 4200-REBUILD-DEPARTMENT-EXIT.
009940     EXIT.
009950*
009960*=========================================================*
009970*  4300-ADVANCE-BUDGET-BASE - SKIP UNLOAD RECORDS FOR     *
009980*  DEPARTMENTS NO LONGER ON FILE AND STOP ON THE ONE FOR  *
009990*  THE DEPARTMENT IN HAND, IF THERE IS ONE                *
010000*=========================================================*
010010 4300-ADVANCE-BUDGET-BASE.
010020     IF BAS-CHARGE-DEPT < DEPT-CHARGE-DEPT
010030         PERFORM 4100-READ-BUDGET-BASE
010040             THRU 4100-READ-BUDGET-BASE-EXIT
010050         GO TO 4300-ADVANCE-BUDGET-BASE-EXIT.
010060*
010070     IF BAS-CHARGE-DEPT = DEPT-CHARGE-DEPT
010080         MOVE 'Y' TO WS-BASE-MATCH-SW
010090     ELSE
010100         MOVE 'Y' TO WS-BASE-AHEAD-SW.
010110 4300-ADVANCE-BUDGET-BASE-EXIT.
010120     EXIT.
010130*
010140 4500-WRITE-BUDGET-LINE.
010150     MOVE WS-BUDGET-DETAIL TO REPORT-LINE.
010160     WRITE REPORT-LINE.
010170 4500-WRITE-BUDGET-LINE-EXIT.
010180     EXIT.
010190*
010200 4600-REPORT-ORPHAN-DEPTS.
010210     IF WS-DEPT-MATCHED-FLAG(WS-DEPT-IX) NOT = 'Y'
010220      AND WS-DEPT-NET(WS-DEPT-IX) NOT = ZERO
010230         MOVE WS-DEPT-KEY(WS-DEPT-IX) TO WS-OD-CHARGE-DEPT
010240         MOVE WS-ORPHAN-DEPT-LINE TO REPORT-LINE
010250         WRITE REPORT-LINE.
010260 4600-REPORT-ORPHAN-DEPTS-EXIT.
010270     EXIT.
010280*
010290*=========================================================*
010300*  5000-WRITE-CONTROL-TOTALS                              *
010310*=========================================================*
010320 5000-WRITE-CONTROL-TOTALS.
010330     MOVE WS-JOURNAL-READ      TO WS-CT-JOURNAL.
010340     MOVE WS-JOURNAL-REPLAYED  TO WS-CT-REPLAYED.
010350     MOVE WS-CONTROL-LINE-1    TO REPORT-LINE.
010360     WRITE REPORT-LINE.
010370     MOVE WS-ITEMS-CHECKED     TO WS-CT-ITEMS.
010380     MOVE WS-ITEMS-CHANGED     TO WS-CT-ITEMS-CHANGED.
010390     MOVE WS-CONTROL-LINE-2    TO REPORT-LINE.
010400     WRITE REPORT-LINE.
010410     MOVE WS-ITEMS-NO-BASE     TO WS-CT-NO-BASE.
010420     MOVE WS-CONTROL-LINE-3    TO REPORT-LINE.
010430     WRITE REPORT-LINE.
010440     MOVE WS-DEPTS-CHECKED     TO WS-CT-DEPTS.
010450     MOVE WS-DEPTS-CHANGED     TO WS-CT-DEPTS-CHANGED.
010460     MOVE WS-CONTROL-LINE-4    TO REPORT-LINE.
010470     WRITE REPORT-LINE.
010480     MOVE WS-FIGURES-REJECTED  TO WS-CT-REJECTED.
010490     MOVE WS-CONTROL-LINE-5    TO REPORT-LINE.
010500     WRITE REPORT-LINE.
010510 5000-WRITE-CONTROL-TOTALS-EXIT.
010520     EXIT.
010530*
010540*=========================================================*
010550*  7000-WRITE-AUDIT - APPEND ONE REWRITTEN FIGURE TO THE  *
010560*  RECOVERY AUDIT FILE                                    *
010570*=========================================================*
010580 7000-WRITE-AUDIT.
010590     ACCEPT RAU-DATE FROM DATE YYYYMMDD.
010600     MOVE WS-TIME-NOW      TO RAU-TIME.
010610     MOVE WS-SNAPSHOT-DATE TO RAU-SNAPSHOT-DATE.
010620     WRITE RECOVERY-AUDIT-RECORD.
010630     IF WS-AUDIT-STATUS NOT = '00'
010640         DISPLAY 'DFH0XFWD - AUDIT WRITE FAILED - STATUS '
010650             WS-AUDIT-STATUS
010660         MOVE 16 TO RETURN-CODE
010670         STOP RUN.
010680 7000-WRITE-AUDIT-EXIT.
010690     EXIT.
010700*
010710*=========================================================*
010720*  8000-TERMINATE                                         *
010730*=========================================================*
010740 8000-TERMINATE.
010750     CLOSE JOURNAL-FILE.
010760     CLOSE CATALOG-FILE.
010770     CLOSE DEPT-BUDGET-FILE.
010780     CLOSE SNAPSHOT-FILE.
010790     CLOSE BUDGET-BASE-FILE.
010800     IF WS-MODE-LIVE
010810         CLOSE AUDIT-FILE.
010820     CLOSE REPORT-FILE.
010830 8000-TERMINATE-EXIT.
010840     EXIT.
