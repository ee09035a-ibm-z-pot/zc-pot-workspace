000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DFH0XGLP.
000030 AUTHOR.        R HALLIDAY.
000040 INSTALLATION.  CATALOGUE APPLICATIONS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*  DATE       INIT  DESCRIPTION                             *
000110*  2026-10-15  RH   Initial version - month end general      *
000120*                   ledger posting interface summarised      *
000130*                   from the order journal, with batch       *
000140*                   control totals and a posted period       *
000150*                   record so no period posts twice.         *
000153*  2026-10-15  RH   Backorder allocation markers counted as  *
000156*                   carrying no value.                       *
000157*  2026-10-15  RH   Returns to supplier (U) posted as valued *
000158*                   entries under their own entry type.      *
000160*-----------------------------------------------------------*
000170*
000180*-----------------------------------------------------------*
000190*  SUMMARISES EVERY ORDER JOURNAL ENTRY FOR THE POSTING     *
000200*  PERIOD BY ENTRY TYPE AND CHARGE DEPARTMENT AND WRITES    *
000210*  ONE BALANCED PAIR OF POSTING LINES FOR EACH - A DEBIT    *
000220*  AND A CREDIT OF THE SAME VALUE - TO THE GENERAL LEDGER   *
000230*  INTERFACE FILE, FOLLOWED BY A CONTROL LINE CARRYING THE  *
000240*  LINE COUNT AND THE DEBIT AND CREDIT TOTALS FOR THE       *
000250*  LEDGER LOAD TO BALANCE THE BATCH AGAINST. THE ACCOUNTS   *
000260*  COME FROM THE LEDGER MAPPING FILE FINANCE MAINTAINS,     *
000270*  KEYED ON ENTRY TYPE AND DEPARTMENT - SO A DEPARTMENT'S   *
000280*  SPEND GOES TO ITS OWN COST CENTRE AND A STOCK-TAKE       *
000290*  ADJUSTMENT DOWN TO THE SHRINKAGE WRITE-OFF ACCOUNT.      *
000300*                                                           *
000310*  ORIGINAL AND AMENDED LINES, REVERSALS, GOODS-IN, GOODS   *
000320*  RETURNS, SHORT PICKS, STOCK-TAKE ADJUSTMENTS AND GOODS   *
000325*  SENT BACK TO A SUPPLIER CARRY                            *
000330*  VALUE AND ARE POSTED, EACH UNDER ITS OWN ENTRY TYPE SO   *
000340*  THE MAPPING DECIDES WHICH WAY ROUND IT GOES. APPROVAL    *
000350*  DECISIONS, BACKORDER ALLOCATION MARKERS AND STOCK        *
000360*  TRANSFERS MOVE NO VALUE AND ARE ONLY COUNTED.            *
000370*                                                           *
000380*  A PERIOD ALREADY ON THE POSTED PERIOD FILE IS REFUSED.   *
000390*  A TYPE AND DEPARTMENT WITH NO MAPPING, NOT EVEN THE      *
000400*  TYPE'S DEFAULT, IS LISTED ON THE REPORT AND THE RUN      *
000410*  ENDS WITHOUT THE CONTROL LINE, THE POSTED PERIOD RECORD  *
000420*  OR THE RUN CONTROL STAMP, SO THE LEDGER LOAD REJECTS     *
000430*  THE FILE AND THE RUN CAN SIMPLY BE REPEATED ONCE THE     *
000440*  MAPPING IS PUT RIGHT. MONTH END RUNS THIS STEP BEFORE    *
000450*  THE JOURNAL ARCHIVE TRIMS THE CLOSED MONTH AWAY. THE     *
000460*  POSTING PERIOD (CCYYMM) AND RUN DATE COME FROM A ONE     *
000470*  RECORD PARAMETER FILE, OR DEFAULT TO THE SYSTEM DATE     *
000480*  AND ITS MONTH. POSTING THE RUN DATE'S OWN MONTH ALSO     *
000490*  NEEDS THE ARCHIVE'S ONLINE-CLOSED FLAG, SINCE THE        *
000500*  ONLINE SYSTEM COULD OTHERWISE STILL ADD ENTRIES TO A     *
000510*  PERIOD ALREADY MARKED POSTED.                            *
000520*-----------------------------------------------------------*
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SPECIAL-NAMES.
000570     DECIMAL-POINT IS COMMA.
000580*
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-JOURNAL-STATUS.
000640*
000650     SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS GLM-KEY
000690         FILE STATUS IS WS-MAPPING-STATUS.
000700*
000710     SELECT GL-PERIOD-FILE ASSIGN TO "GLCTL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS GPR-PERIOD
000750         FILE STATUS IS WS-PERIOD-STATUS.
000760*
000770     SELECT PARM-FILE ASSIGN TO "GLPPARM"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PARM-STATUS.
000800*
000810     SELECT POSTING-SORT-FILE ASSIGN TO "GLPSORT".
000820*
000830     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS RUN-KEY
000870         FILE STATUS IS WS-RUNCTL-STATUS.
000880*
000890     SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-INTERFACE-STATUS.
000920*
000930     SELECT REPORT-FILE ASSIGN TO "GLPRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-REPORT-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  JOURNAL-FILE
001000     RECORD CONTAINS 45 CHARACTERS.
001010     COPY dfh0xcp5.
001020*
001030 FD  GL-MAPPING-FILE
001040     RECORD CONTAINS 63 CHARACTERS.
001050     COPY dfh0xcpk.
001060*
001070 FD  GL-PERIOD-FILE
001080     RECORD CONTAINS 60 CHARACTERS.
001090     COPY dfh0xcpl.
001100*
001110 FD  PARM-FILE
001120     RECORD CONTAINS 15 CHARACTERS.
001130 01  PARM-RECORD.
001140*    JOURNAL MONTH (CCYYMM) TO POST - ZERO OR ABSENT MEANS
001150*    THE MONTH OF THE RUN DATE
001160     03 PARM-POSTING-PERIOD      PIC 9(06).
001170     03 PARM-RUN-DATE            PIC 9(08).
001180*    'Y' ONCE THE JCL HAS CLOSED THE JOURNAL TO THE ONLINE
001190*    SYSTEM - REQUIRED TO POST THE RUN DATE'S OWN MONTH
001200     03 PARM-ONLINE-CLOSED-FLAG  PIC X(01).
001210*
001220 SD  POSTING-SORT-FILE.
001230 01  SORT-RECORD.
001240     03 SRT-ENTRY-TYPE           PIC X(01).
001250     03 SRT-CHARGE-DEPT          PIC X(08).
001260*    VALUE OF ONE JOURNAL ENTRY - ITEM COST TIMES QUANTITY
001270     03 SRT-ENTRY-VALUE          PIC S9(09)V99 COMP-3.
001280*
001290 FD  RUN-CONTROL-FILE
001300     RECORD CONTAINS 31 CHARACTERS.
001310     COPY dfh0xcph.
001320*
001330*-------------------------------------------------------*
001340*  GENERAL LEDGER INTERFACE FILE - TWO FIXED FORMAT      *
001350*  POSTING LINES (DEBIT THEN CREDIT) PER ENTRY TYPE AND  *
001360*  DEPARTMENT, THEN ONE CONTROL LINE CARRYING THE LINE   *
001370*  COUNT AND THE DEBIT AND CREDIT TOTALS FOR THE LEDGER  *
001380*  LOAD TO BALANCE THE BATCH AGAINST. AMOUNTS CARRY AN   *
001390*  IMPLIED DECIMAL POINT. FIELDS ARE FIXED POSITION, NO  *
001400*  DELIMITERS                                            *
001410*-------------------------------------------------------*
001420 FD  GL-INTERFACE-FILE
001430     RECORD CONTAINS 84 CHARACTERS.
001440 01  GL-INTERFACE-LINE.
001450*        POSITION  01    - LINE TYPE: P=POSTING, C=CONTROL
001460     03 GLI-LINE-TYPE            PIC X(1).
001470         88 GLI-LINE-POSTING         VALUE 'P'.
001480         88 GLI-LINE-CONTROL         VALUE 'C'.
001490*        POSITIONS 02-07 - JOURNAL PERIOD POSTED (CCYYMM)
001500     03 GLI-PERIOD               PIC 9(6).
001510*        POSITIONS 08-15 - POSTING DATE (CCYYMMDD)
001520     03 GLI-POSTING-DATE         PIC 9(8).
001530     03 GLI-LINE-DETAIL          PIC X(69).
001540*        POSTING LINE
001550     03 GLI-POSTING-DETAIL REDEFINES GLI-LINE-DETAIL.
001560*            POSITIONS 16-27 - LEDGER ACCOUNT
001570         05 GLI-ACCOUNT          PIC X(12).
001580*            POSITION  28    - D=DEBIT, C=CREDIT
001590         05 GLI-DEBIT-CREDIT     PIC X(1).
001600*            POSITIONS 29-39 - AMOUNT
001610         05 GLI-AMOUNT           PIC 9(9)V99.
001620*            POSITION  40    - JOURNAL ENTRY TYPE SUMMARISED
001630         05 GLI-ENTRY-TYPE       PIC X(1).
001640*            POSITIONS 41-48 - CHARGE DEPARTMENT, BLANK FOR
001650*            GOODS-IN AND STOCK-TAKE ADJUSTMENTS
001660         05 GLI-CHARGE-DEPT      PIC X(8).
001670*            POSITIONS 49-54 - JOURNAL ENTRIES SUMMARISED
001680         05 GLI-ENTRY-COUNT      PIC 9(6).
001690*            POSITIONS 55-84 - NARRATIVE FROM THE MAPPING
001700         05 GLI-NARRATIVE        PIC X(30).
001710*        CONTROL LINE
001720     03 GLI-CONTROL-DETAIL REDEFINES GLI-LINE-DETAIL.
001730*            POSITIONS 16-21 - POSTING LINES IN THE FILE
001740         05 GLI-POSTING-LINES    PIC 9(6).
001750*            POSITIONS 22-34 - TOTAL OF THE DEBIT LINES
001760         05 GLI-TOTAL-DEBITS     PIC 9(11)V99.
001770*            POSITIONS 35-47 - TOTAL OF THE CREDIT LINES
001780         05 GLI-TOTAL-CREDITS    PIC 9(11)V99.
001790         05 FILLER               PIC X(37).
001800*
001810 FD  REPORT-FILE
001820     RECORD CONTAINS 132 CHARACTERS.
001830 01  REPORT-LINE                 PIC X(132).
001840*
001850 WORKING-STORAGE SECTION.
001860*
001870 01  WS-FILE-STATUSES.
001880     03 WS-JOURNAL-STATUS        PIC X(02)   VALUE '00'.
001890     03 WS-MAPPING-STATUS        PIC X(02)   VALUE '00'.
001900     03 WS-PERIOD-STATUS         PIC X(02)   VALUE '00'.
001910     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001920     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001930     03 WS-INTERFACE-STATUS      PIC X(02)   VALUE '00'.
001940     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001950*
001960 01  WS-SWITCHES.
001970     03 WS-JOURNAL-EOF-SW        PIC X(01)   VALUE 'N'.
001980         88 WS-JOURNAL-EOF           VALUE 'Y'.
001990     03 WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
002000         88 WS-SORT-EOF              VALUE 'Y'.
002010     03 WS-FIRST-BUCKET-SW       PIC X(01)   VALUE 'Y'.
002020         88 WS-FIRST-BUCKET          VALUE 'Y'.
002030     03 WS-MAPPING-FOUND-SW      PIC X(01)   VALUE 'N'.
002040         88 WS-MAPPING-FOUND         VALUE 'Y'.
002050*
002060 01  WS-PARAMETERS.
002070     03 WS-POSTING-PERIOD        PIC 9(06)   VALUE ZERO.
002080     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
002090     03 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002100         05 WS-RUN-CCYYMM        PIC 9(06).
002110         05 WS-RUN-DD            PIC 9(02).
002120     03 WS-ONLINE-CLOSED-FLAG    PIC X(01)   VALUE 'N'.
002130         88 WS-ONLINE-CLOSED         VALUE 'Y'.
002140*
002150 01  WS-COUNTERS.
002160     03 WS-JOURNAL-READ          PIC 9(07)   VALUE ZERO.
002170     03 WS-ENTRIES-POSTED        PIC 9(07)   VALUE ZERO.
002180*    ENTRIES FOR THE PERIOD THAT MOVE NO VALUE
002190     03 WS-ENTRIES-NO-VALUE      PIC 9(07)   VALUE ZERO.
002200     03 WS-POSTING-LINES         PIC 9(06)   VALUE ZERO.
002210     03 WS-UNMAPPED-COUNT        PIC 9(05)   VALUE ZERO.
002220*
002230 01  WS-WORK-FIELDS.
002240     03 WS-PREV-ENTRY-TYPE       PIC X(01)   VALUE SPACE.
002250     03 WS-PREV-CHARGE-DEPT      PIC X(08)   VALUE SPACES.
002260     03 WS-BUCKET-VALUE          PIC S9(09)V99 VALUE ZERO.
002270     03 WS-BUCKET-ENTRIES        PIC 9(06)   VALUE ZERO.
002280     03 WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
002290     03 WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
002300     03 WS-ENTRY-VALUE           PIC S9(09)V99 VALUE ZERO.
002310*
002320*-------------------------------------------------------*
002330*  REPORT LINE LAYOUTS                                   *
002340*-------------------------------------------------------*
002350 01  WS-HEADING-1.
002360     03 FILLER                   PIC X(01)   VALUE SPACE.
002370     03 FILLER                   PIC X(34)
002380         VALUE 'GENERAL LEDGER POSTING FOR PERIOD '.
002390     03 WS-H1-PERIOD             PIC 9(06).
002400     03 FILLER                   PIC X(12)
002410         VALUE '  RUN DATE  '.
002420     03 WS-H1-RUN-DATE           PIC 9(08).
002430*
002440 01  WS-COLUMN-HEADINGS.
002450     03 FILLER                   PIC X(01)   VALUE SPACE.
002460     03 FILLER                   PIC X(05)   VALUE 'TYPE '.
002470     03 FILLER                   PIC X(10)   VALUE 'DEPT      '.
002480     03 FILLER                   PIC X(09)   VALUE 'ENTRIES  '.
002490     03 FILLER                   PIC X(14)   VALUE 'DEBIT'.
002500     03 FILLER                   PIC X(14)   VALUE 'CREDIT'.
002510     03 FILLER                   PIC X(13)
002520         VALUE '       AMOUNT'.
002530*
002540 01  WS-DETAIL-LINE.
002550     03 FILLER                   PIC X(02)   VALUE SPACE.
002560     03 WS-DT-ENTRY-TYPE         PIC X(01).
002570     03 FILLER                   PIC X(03)   VALUE SPACE.
002580     03 WS-DT-CHARGE-DEPT        PIC X(08).
002590     03 FILLER                   PIC X(02)   VALUE SPACE.
002600     03 WS-DT-ENTRIES            PIC Z(05)9.
002610     03 FILLER                   PIC X(03)   VALUE SPACE.
002620     03 WS-DT-DEBIT-ACCOUNT      PIC X(12).
002630     03 FILLER                   PIC X(02)   VALUE SPACE.
002640     03 WS-DT-CREDIT-ACCOUNT     PIC X(12).
002650     03 FILLER                   PIC X(02)   VALUE SPACE.
002660     03 WS-DT-AMOUNT             PIC Z(08)9,99.
002670*
002680 01  WS-UNMAPPED-LINE.
002690     03 FILLER                   PIC X(02)   VALUE SPACE.
002700     03 WS-UM-ENTRY-TYPE         PIC X(01).
002710     03 FILLER                   PIC X(03)   VALUE SPACE.
002720     03 WS-UM-CHARGE-DEPT        PIC X(08).
002730     03 FILLER                   PIC X(02)   VALUE SPACE.
002740     03 WS-UM-ENTRIES            PIC Z(05)9.
002750     03 FILLER                   PIC X(03)   VALUE SPACE.
002760     03 FILLER                   PIC X(28)
002770         VALUE '** NO LEDGER MAPPING **     '.
002780     03 WS-UM-AMOUNT             PIC Z(08)9,99.
002790*
002800 01  WS-NOT-POSTED-LINE.
002810     03 FILLER                   PIC X(01)   VALUE SPACE.
002820     03 FILLER                   PIC X(48)
002830         VALUE 'PERIOD NOT POSTED - MAP THE ENTRIES ABOVE, RERUN'.
002840*
002850 01  WS-CONTROL-LINE-1.
002860     03 FILLER                   PIC X(01)   VALUE SPACE.
002870     03 FILLER                   PIC X(30)
002880         VALUE 'JOURNAL RECORDS READ:         '.
002890     03 WS-CT-READ               PIC Z(06)9.
002900*
002910 01  WS-CONTROL-LINE-2.
002920     03 FILLER                   PIC X(01)   VALUE SPACE.
002930     03 FILLER                   PIC X(30)
002940         VALUE 'ENTRIES POSTED FOR PERIOD:    '.
002950     03 WS-CT-POSTED             PIC Z(06)9.
002960*
002970 01  WS-CONTROL-LINE-3.
002980     03 FILLER                   PIC X(01)   VALUE SPACE.
002990     03 FILLER                   PIC X(30)
003000         VALUE 'ENTRIES CARRYING NO VALUE:    '.
003010     03 WS-CT-NO-VALUE           PIC Z(06)9.
003020*
003030 01  WS-CONTROL-LINE-4.
003040     03 FILLER                   PIC X(01)   VALUE SPACE.
003050     03 FILLER                   PIC X(30)
003060         VALUE 'POSTING LINES WRITTEN:        '.
003070     03 WS-CT-LINES              PIC Z(05)9.
003080*
003090 01  WS-CONTROL-LINE-5.
003100     03 FILLER                   PIC X(01)   VALUE SPACE.
003110     03 FILLER                   PIC X(30)
003120         VALUE 'TOTAL DEBITS:                 '.
003130     03 WS-CT-DEBITS             PIC Z(10)9,99.
003140*
003150 01  WS-CONTROL-LINE-6.
003160     03 FILLER                   PIC X(01)   VALUE SPACE.
003170     03 FILLER                   PIC X(30)
003180         VALUE 'TOTAL CREDITS:                '.
003190     03 WS-CT-CREDITS            PIC Z(10)9,99.
003200*
003210 01  WS-CONTROL-LINE-7.
003220     03 FILLER                   PIC X(01)   VALUE SPACE.
003230     03 FILLER                   PIC X(30)
003240         VALUE 'UNMAPPED TYPE/DEPARTMENTS:    '.
003250     03 WS-CT-UNMAPPED           PIC Z(04)9.
003260*
003270*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
003280 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
003290*
003300 PROCEDURE DIVISION.
003310*
003320*=========================================================*
003330*  0000-MAINLINE                                          *
003340*=========================================================*
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE
003370         THRU 1000-INITIALIZE-EXIT.
003380*
003390     SORT POSTING-SORT-FILE
003400         ON ASCENDING KEY SRT-ENTRY-TYPE
003410                          SRT-CHARGE-DEPT
003420         INPUT PROCEDURE IS 2000-SORT-INPUT
003430         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT.
003440*
003450     PERFORM 5000-WRITE-CONTROL-TOTALS
003460         THRU 5000-WRITE-CONTROL-TOTALS-EXIT.
003470*
003480*    AN UNMAPPED ENTRY LEAVES THE FILE WITHOUT ITS CONTROL
003490*    LINE AND THE PERIOD AND STEP UNSTAMPED, SO THE LEDGER
003500*    NEVER LOADS IT AND THE STEP CAN SIMPLY BE RERUN
003510     IF WS-UNMAPPED-COUNT NOT = ZERO
003520         MOVE WS-NOT-POSTED-LINE TO REPORT-LINE
003530         WRITE REPORT-LINE
003540         PERFORM 8000-TERMINATE
003550             THRU 8000-TERMINATE-EXIT
003560         DISPLAY 'DFH0XGLP - ' WS-UNMAPPED-COUNT
003570             ' ENTRY TYPE/DEPARTMENTS HAVE NO LEDGER MAPPING'
003580             ' - PERIOD NOT POSTED'
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN.
003610*
003620     PERFORM 4000-WRITE-GL-CONTROL
003630         THRU 4000-WRITE-GL-CONTROL-EXIT.
003640*
003650     PERFORM 6000-RECORD-PERIOD-POSTED
003660         THRU 6000-RECORD-PERIOD-POSTED-EXIT.
003670*
003680     PERFORM 8000-TERMINATE
003690         THRU 8000-TERMINATE-EXIT.
003700*
003710     PERFORM 8900-STAMP-RUN-CONTROL
003720         THRU 8900-STAMP-RUN-CONTROL-EXIT.
003730*
003740     STOP RUN.
003750*
003760*=========================================================*
003770*  1000-INITIALIZE                                        *
003780*=========================================================*
003790 1000-INITIALIZE.
003800     OPEN INPUT PARM-FILE.
003810     IF WS-PARM-STATUS = '00'
003820         READ PARM-FILE
003830             AT END
003840                 CONTINUE
003850             NOT AT END
003860                 IF PARM-POSTING-PERIOD NUMERIC
003870                     MOVE PARM-POSTING-PERIOD
003880                         TO WS-POSTING-PERIOD
003890                 END-IF
003900                 IF PARM-RUN-DATE NUMERIC
003910                  AND PARM-RUN-DATE NOT = ZERO
003920                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
003930                 END-IF
003940                 MOVE PARM-ONLINE-CLOSED-FLAG
003950                     TO WS-ONLINE-CLOSED-FLAG
003960         END-READ
003970     END-IF.
003980     CLOSE PARM-FILE.
003990*
004000*    THE RUN CONTROL RECORD IS KEYED BY THE RUN DATE, SO A
004010*    MISSED NIGHT RERUN AS AT ITS OWN DATE LINES UP WITH
004020*    THE REST OF THE SUITE
004030     IF WS-RUN-DATE = ZERO
004040         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004050     IF WS-POSTING-PERIOD = ZERO
004060         MOVE WS-RUN-CCYYMM TO WS-POSTING-PERIOD.
004070*
004080*    A MONTH NOT YET BEGUN HAS NOTHING TO POST
004090     IF WS-POSTING-PERIOD > WS-RUN-CCYYMM
004100         DISPLAY 'DFH0XGLP - PERIOD ' WS-POSTING-PERIOD
004110             ' IS AFTER THE RUN DATE ' WS-RUN-DATE
004120             ' - RUN REFUSED'
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN.
004150*
004160*    THE RUN DATE'S OWN MONTH IS STILL OPEN TO THE ONLINE
004170*    SYSTEM UNTIL THE JCL SAYS OTHERWISE
004180     IF WS-POSTING-PERIOD = WS-RUN-CCYYMM
004190      AND NOT WS-ONLINE-CLOSED
004200         DISPLAY 'DFH0XGLP - ONLINE NOT CONFIRMED CLOSED - '
004210             'PERIOD ' WS-POSTING-PERIOD ' STILL OPEN - '
004220             'RUN REFUSED'
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN.
004250*
004260     PERFORM 1900-CHECK-RUN-CONTROL
004270         THRU 1900-CHECK-RUN-CONTROL-EXIT.
004280*
004290     PERFORM 1100-CHECK-PERIOD
004300         THRU 1100-CHECK-PERIOD-EXIT.
004310*
004320     OPEN INPUT JOURNAL-FILE.
004330     IF WS-JOURNAL-STATUS NOT = '00'
004340         DISPLAY 'DFH0XGLP - JOURNAL FILE OPEN FAILED - STATUS '
004350             WS-JOURNAL-STATUS
004360         MOVE 16 TO RETURN-CODE
004370         STOP RUN.
004380*
004390     OPEN INPUT GL-MAPPING-FILE.
004400     IF WS-MAPPING-STATUS NOT = '00'
004410         DISPLAY 'DFH0XGLP - LEDGER MAPPING OPEN FAILED - '
004420             'STATUS ' WS-MAPPING-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN.
004450*
004460*    THE INTERFACE FILE IS WRITTEN AFRESH ON A RERUN - THE
004470*    FAILED ATTEMPT'S COPY NEVER CARRIED ITS CONTROL LINE
004480     OPEN OUTPUT GL-INTERFACE-FILE.
004490     IF WS-INTERFACE-STATUS NOT = '00'
004500         DISPLAY 'DFH0XGLP - GLINTF OPEN FAILED - STATUS '
004510             WS-INTERFACE-STATUS
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN.
004540*
004550     OPEN OUTPUT REPORT-FILE.
004560     IF WS-REPORT-STATUS NOT = '00'
004570         DISPLAY 'DFH0XGLP - REPORT FILE OPEN FAILED - STATUS '
004580             WS-REPORT-STATUS
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN.
004610*
004620     MOVE WS-POSTING-PERIOD TO WS-H1-PERIOD.
004630     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
004640     MOVE WS-HEADING-1 TO REPORT-LINE.
004650     WRITE REPORT-LINE.
004660     MOVE SPACES TO REPORT-LINE.
004670     WRITE REPORT-LINE.
004680     MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
004690     WRITE REPORT-LINE.
004700 1000-INITIALIZE-EXIT.
004710     EXIT.
004720*
004730*=========================================================*
004740*  1100-CHECK-PERIOD - REFUSE A PERIOD THE POSTED PERIOD  *
004750*  FILE SAYS HAS ALREADY GONE TO THE LEDGER. THE FILE IS  *
004760*  LEFT OPEN FOR 6000-RECORD-PERIOD-POSTED                *
004770*=========================================================*
004780 1100-CHECK-PERIOD.
004790     OPEN I-O GL-PERIOD-FILE.
004800     IF WS-PERIOD-STATUS NOT = '00'
004810         DISPLAY 'DFH0XGLP - POSTED PERIOD FILE OPEN FAILED - '
004820             'STATUS ' WS-PERIOD-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN.
004850*
004860     MOVE WS-POSTING-PERIOD TO GPR-PERIOD.
004870     READ GL-PERIOD-FILE
004880         INVALID KEY
004890             CONTINUE
004900     END-READ.
004910     IF WS-PERIOD-STATUS = '00'
004920         DISPLAY 'DFH0XGLP - PERIOD ' WS-POSTING-PERIOD
004930             ' ALREADY POSTED AS AT ' GPR-POSTED-RUN-DATE
004940             ' - RUN REFUSED'
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN.
004970 1100-CHECK-PERIOD-EXIT.
004980     EXIT.
004990*
005000*=========================================================*
005010*  2000-SORT-INPUT - RELEASE ONE VALUE PER JOURNAL ENTRY  *
005020*  FOR THE POSTING PERIOD THAT MOVES MONEY               *
005030*=========================================================*
005040 2000-SORT-INPUT.
005050     PERFORM 2100-READ-JOURNAL
005060         THRU 2100-READ-JOURNAL-EXIT.
005070     PERFORM 2200-RELEASE-JOURNAL-ENTRY
005080         THRU 2200-RELEASE-JOURNAL-ENTRY-EXIT
005090         UNTIL WS-JOURNAL-EOF.
005100 2000-SORT-INPUT-EXIT.
005110     EXIT.
005120*
005130 2100-READ-JOURNAL.
005140     READ JOURNAL-FILE
005150         AT END
005160             MOVE 'Y' TO WS-JOURNAL-EOF-SW
005170     END-READ.
005180     IF NOT WS-JOURNAL-EOF
005190         ADD 1 TO WS-JOURNAL-READ.
005200 2100-READ-JOURNAL-EXIT.
005210     EXIT.
005220*
005230 2200-RELEASE-JOURNAL-ENTRY.
005240     IF JNL-ORDER-DATE (1:6) NOT = WS-POSTING-PERIOD
005250         GO TO 2200-RELEASE-NEXT.
005260*
005270*    APPROVAL DECISIONS AND BACKORDER ALLOCATION MARKERS
005280*    CARRY NO QUANTITY AND A TRANSFER ONLY MOVES STOCK
005285*    BETWEEN BUILDINGS
005290     IF JNL-ENTRY-APPROVED
005300      OR JNL-ENTRY-REJECTED
005305      OR JNL-ENTRY-BO-ALLOCATED
005310      OR JNL-ENTRY-XFR-OUT
005320      OR JNL-ENTRY-XFR-IN
005330         ADD 1 TO WS-ENTRIES-NO-VALUE
005340         GO TO 2200-RELEASE-NEXT.
005350*
005360     COMPUTE WS-ENTRY-VALUE =
005370         JNL-ITEM-COST-NUM * JNL-QUANTITY.
005380*
005390     MOVE JNL-ENTRY-TYPE   TO SRT-ENTRY-TYPE.
005400     MOVE JNL-CHARGE-DEPT  TO SRT-CHARGE-DEPT.
005410     MOVE WS-ENTRY-VALUE   TO SRT-ENTRY-VALUE.
005420     RELEASE SORT-RECORD.
005430     ADD 1 TO WS-ENTRIES-POSTED.
005440*
005450 2200-RELEASE-NEXT.
005460     PERFORM 2100-READ-JOURNAL
005470         THRU 2100-READ-JOURNAL-EXIT.
005480 2200-RELEASE-JOURNAL-ENTRY-EXIT.
005490     EXIT.
005500*
005510*=========================================================*
005520*  3000-SORT-OUTPUT - WALK THE SORTED ENTRIES WITH A      *
005530*  CONTROL BREAK ON ENTRY TYPE AND DEPARTMENT, POSTING    *
005540*  EACH ONE AS IT CLOSES                                  *
005550*=========================================================*
005560 3000-SORT-OUTPUT.
005570     PERFORM 3100-RETURN-SORT-RECORD
005580         THRU 3100-RETURN-SORT-RECORD-EXIT.
005590     PERFORM 3200-PROCESS-SORT-RECORD
005600         THRU 3200-PROCESS-SORT-RECORD-EXIT
005610         UNTIL WS-SORT-EOF.
005620*
005630     IF NOT WS-FIRST-BUCKET
005640         PERFORM 3500-POST-BUCKET
005650             THRU 3500-POST-BUCKET-EXIT.
005660 3000-SORT-OUTPUT-EXIT.
005670     EXIT.
005680*
005690 3100-RETURN-SORT-RECORD.
005700     RETURN POSTING-SORT-FILE
005710         AT END
005720             MOVE 'Y' TO WS-SORT-EOF-SW
005730     END-RETURN.
005740 3100-RETURN-SORT-RECORD-EXIT.
005750     EXIT.
005760*
005770 3200-PROCESS-SORT-RECORD.
005780     IF NOT WS-FIRST-BUCKET
005790      AND (SRT-ENTRY-TYPE NOT = WS-PREV-ENTRY-TYPE
005800       OR SRT-CHARGE-DEPT NOT = WS-PREV-CHARGE-DEPT)
005810         PERFORM 3500-POST-BUCKET
005820             THRU 3500-POST-BUCKET-EXIT.
005830*
005840     MOVE 'N' TO WS-FIRST-BUCKET-SW.
005850     MOVE SRT-ENTRY-TYPE  TO WS-PREV-ENTRY-TYPE.
005860     MOVE SRT-CHARGE-DEPT TO WS-PREV-CHARGE-DEPT.
005870     ADD SRT-ENTRY-VALUE  TO WS-BUCKET-VALUE.
005880     ADD 1 TO WS-BUCKET-ENTRIES.
005890*
005900     PERFORM 3100-RETURN-SORT-RECORD
005910         THRU 3100-RETURN-SORT-RECORD-EXIT.
005920 3200-PROCESS-SORT-RECORD-EXIT.
005930     EXIT.
005940*
005950*=========================================================*
005960*  3500-POST-BUCKET - WRITE THE DEBIT AND CREDIT POSTING  *
005970*  LINES FOR THE ENTRY TYPE AND DEPARTMENT JUST CLOSED,   *
005980*  OR LIST IT AS UNMAPPED. A NIL VALUE POSTS NOTHING      *
005990*=========================================================*
006000 3500-POST-BUCKET.
006010     PERFORM 3600-FIND-MAPPING
006020         THRU 3600-FIND-MAPPING-EXIT.
006030*
006040     IF NOT WS-MAPPING-FOUND
006050         ADD 1 TO WS-UNMAPPED-COUNT
006060         MOVE WS-PREV-ENTRY-TYPE  TO WS-UM-ENTRY-TYPE
006070         MOVE WS-PREV-CHARGE-DEPT TO WS-UM-CHARGE-DEPT
006080         MOVE WS-BUCKET-ENTRIES   TO WS-UM-ENTRIES
006090         MOVE WS-BUCKET-VALUE     TO WS-UM-AMOUNT
006100         MOVE WS-UNMAPPED-LINE    TO REPORT-LINE
006110         WRITE REPORT-LINE
006120         GO TO 3500-POST-BUCKET-RESET.
006130*
006140     MOVE WS-PREV-ENTRY-TYPE  TO WS-DT-ENTRY-TYPE.
006150     MOVE WS-PREV-CHARGE-DEPT TO WS-DT-CHARGE-DEPT.
006160     MOVE WS-BUCKET-ENTRIES   TO WS-DT-ENTRIES.
006170     MOVE GLM-DEBIT-ACCOUNT   TO WS-DT-DEBIT-ACCOUNT.
006180     MOVE GLM-CREDIT-ACCOUNT  TO WS-DT-CREDIT-ACCOUNT.
006190     MOVE WS-BUCKET-VALUE     TO WS-DT-AMOUNT.
006200     MOVE WS-DETAIL-LINE      TO REPORT-LINE.
006210     WRITE REPORT-LINE.
006220*
006230     IF WS-BUCKET-VALUE = ZERO
006240         GO TO 3500-POST-BUCKET-RESET.
006250*
006260     MOVE GLM-DEBIT-ACCOUNT TO GLI-ACCOUNT.
006270     MOVE 'D' TO GLI-DEBIT-CREDIT.
006280     PERFORM 3700-WRITE-POSTING-LINE
006290         THRU 3700-WRITE-POSTING-LINE-EXIT.
006300     ADD WS-BUCKET-VALUE TO WS-TOTAL-DEBITS.
006310*
006320     MOVE GLM-CREDIT-ACCOUNT TO GLI-ACCOUNT.
006330     MOVE 'C' TO GLI-DEBIT-CREDIT.
006340     PERFORM 3700-WRITE-POSTING-LINE
006350         THRU 3700-WRITE-POSTING-LINE-EXIT.
006360     ADD WS-BUCKET-VALUE TO WS-TOTAL-CREDITS.
006370*
006380 3500-POST-BUCKET-RESET.
006390     MOVE ZERO TO WS-BUCKET-VALUE.
006400     MOVE ZERO TO WS-BUCKET-ENTRIES.
006410 3500-POST-BUCKET-EXIT.
006420     EXIT.
006430*
006440*=========================================================*
006450*  3600-FIND-MAPPING - THE DEPARTMENT'S OWN MAPPING FOR   *
006460*  THE ENTRY TYPE, FAILING THAT THE TYPE'S DEFAULT        *
006470*=========================================================*
006480 3600-FIND-MAPPING.
006490     MOVE 'Y' TO WS-MAPPING-FOUND-SW.
006500     MOVE WS-PREV-ENTRY-TYPE  TO GLM-ENTRY-TYPE.
006510     MOVE WS-PREV-CHARGE-DEPT TO GLM-CHARGE-DEPT.
006520     READ GL-MAPPING-FILE
006530         INVALID KEY
006540             CONTINUE
006550     END-READ.
006560     IF WS-MAPPING-STATUS = '00'
006570         GO TO 3600-FIND-MAPPING-EXIT.
006580*
006590     MOVE WS-PREV-ENTRY-TYPE  TO GLM-ENTRY-TYPE.
006600     MOVE SPACES              TO GLM-CHARGE-DEPT.
006610     READ GL-MAPPING-FILE
006620         INVALID KEY
006630             MOVE 'N' TO WS-MAPPING-FOUND-SW
006640     END-READ.
006650 3600-FIND-MAPPING-EXIT.
006660     EXIT.
006670*
006680 3700-WRITE-POSTING-LINE.
006690     MOVE 'P'                 TO GLI-LINE-TYPE.
006700     MOVE WS-POSTING-PERIOD   TO GLI-PERIOD.
006710     MOVE WS-RUN-DATE         TO GLI-POSTING-DATE.
006720     MOVE WS-BUCKET-VALUE     TO GLI-AMOUNT.
006730     MOVE WS-PREV-ENTRY-TYPE  TO GLI-ENTRY-TYPE.
006740     MOVE WS-PREV-CHARGE-DEPT TO GLI-CHARGE-DEPT.
006750     MOVE WS-BUCKET-ENTRIES   TO GLI-ENTRY-COUNT.
006760     MOVE GLM-DESCRIPTION     TO GLI-NARRATIVE.
006770     WRITE GL-INTERFACE-LINE.
006780     ADD 1 TO WS-POSTING-LINES.
006790 3700-WRITE-POSTING-LINE-EXIT.
006800     EXIT.
006810*
006820*=========================================================*
006830*  4000-WRITE-GL-CONTROL - THE BATCH CONTROL LINE THE     *
006840*  LEDGER LOAD BALANCES THE FILE AGAINST                  *
006850*=========================================================*
006860 4000-WRITE-GL-CONTROL.
006870     MOVE SPACES              TO GL-INTERFACE-LINE.
006880     MOVE 'C'                 TO GLI-LINE-TYPE.
006890     MOVE WS-POSTING-PERIOD   TO GLI-PERIOD.
006900     MOVE WS-RUN-DATE         TO GLI-POSTING-DATE.
006910     MOVE WS-POSTING-LINES    TO GLI-POSTING-LINES.
006920     MOVE WS-TOTAL-DEBITS     TO GLI-TOTAL-DEBITS.
006930     MOVE WS-TOTAL-CREDITS    TO GLI-TOTAL-CREDITS.
006940     WRITE GL-INTERFACE-LINE.
006950 4000-WRITE-GL-CONTROL-EXIT.
006960     EXIT.
006970*
006980*=========================================================*
006990*  5000-WRITE-CONTROL-TOTALS                              *
007000*=========================================================*
007010 5000-WRITE-CONTROL-TOTALS.
007020     MOVE SPACES TO REPORT-LINE.
007030     WRITE REPORT-LINE.
007040     MOVE WS-JOURNAL-READ     TO WS-CT-READ.
007050     MOVE WS-CONTROL-LINE-1   TO REPORT-LINE.
007060     WRITE REPORT-LINE.
007070     MOVE WS-ENTRIES-POSTED   TO WS-CT-POSTED.
007080     MOVE WS-CONTROL-LINE-2   TO REPORT-LINE.
007090     WRITE REPORT-LINE.
007100     MOVE WS-ENTRIES-NO-VALUE TO WS-CT-NO-VALUE.
007110     MOVE WS-CONTROL-LINE-3   TO REPORT-LINE.
007120     WRITE REPORT-LINE.
007130     MOVE WS-POSTING-LINES    TO WS-CT-LINES.
007140     MOVE WS-CONTROL-LINE-4   TO REPORT-LINE.
007150     WRITE REPORT-LINE.
007160     MOVE WS-TOTAL-DEBITS     TO WS-CT-DEBITS.
007170     MOVE WS-CONTROL-LINE-5   TO REPORT-LINE.
007180     WRITE REPORT-LINE.
007190     MOVE WS-TOTAL-CREDITS    TO WS-CT-CREDITS.
007200     MOVE WS-CONTROL-LINE-6   TO REPORT-LINE.
007210     WRITE REPORT-LINE.
007220     MOVE WS-UNMAPPED-COUNT   TO WS-CT-UNMAPPED.
007230     MOVE WS-CONTROL-LINE-7   TO REPORT-LINE.
007240     WRITE REPORT-LINE.
007250 5000-WRITE-CONTROL-TOTALS-EXIT.
007260     EXIT.
007270*
007280*=========================================================*
007290*  6000-RECORD-PERIOD-POSTED - MARK THE PERIOD AS SENT TO *
007300*  THE LEDGER, WITH THE BATCH CONTROL TOTALS, SO IT IS    *
007310*  NEVER POSTED AGAIN                                     *
007320*=========================================================*
007330 6000-RECORD-PERIOD-POSTED.
007340     MOVE WS-POSTING-PERIOD   TO GPR-PERIOD.
007350     MOVE WS-RUN-DATE         TO GPR-POSTED-RUN-DATE.
007360     ACCEPT GPR-POSTED-DATE FROM DATE YYYYMMDD.
007370     ACCEPT WS-RUNCTL-TIME FROM TIME.
007380     MOVE WS-RUNCTL-TIME (1:6) TO GPR-POSTED-TIME.
007390     MOVE WS-POSTING-LINES    TO GPR-POSTING-LINES.
007400     MOVE WS-TOTAL-DEBITS     TO GPR-TOTAL-DEBITS.
007410     MOVE WS-TOTAL-CREDITS    TO GPR-TOTAL-CREDITS.
007420     WRITE GL-PERIOD-RECORD
007430         INVALID KEY
007440             DISPLAY 'DFH0XGLP - POSTED PERIOD WRITE FAILED - '
007450                 'STATUS ' WS-PERIOD-STATUS
007460             MOVE 16 TO RETURN-CODE
007470             STOP RUN
007480     END-WRITE.
007490 6000-RECORD-PERIOD-POSTED-EXIT.
007500     EXIT.
007510*
007520*=========================================================*
007530*  8000-TERMINATE                                         *
007540*=========================================================*
007550 8000-TERMINATE.
007560     CLOSE JOURNAL-FILE.
007570     CLOSE GL-MAPPING-FILE.
007580     CLOSE GL-PERIOD-FILE.
007590     CLOSE GL-INTERFACE-FILE.
007600     CLOSE REPORT-FILE.
007610 8000-TERMINATE-EXIT.
007620     EXIT.
007630*
007640*=========================================================*
007650*  1900-CHECK-RUN-CONTROL - REFUSE TO RUN UNLESS THE      *
007660*  PREDECESSOR STEP HAS COMPLETED FOR THIS RUN DATE AND   *
007670*  THIS STEP HAS NOT ALREADY RUN FOR IT, IN THE SAME      *
007680*  SPIRIT AS THE ARCHIVE'S ONLINE-CLOSED FLAG. A STEP     *
007690*  THAT FAILS MID-RUN LEAVES NO STAMP AND CAN BE RERUN    *
007700*=========================================================*
007710 1900-CHECK-RUN-CONTROL.
007720     OPEN I-O RUN-CONTROL-FILE.
007730     IF WS-RUNCTL-STATUS NOT = '00'
007740         DISPLAY 'DFH0XGLP - RUN CONTROL OPEN FAILED - STATUS '
007750             WS-RUNCTL-STATUS
007760         MOVE 16 TO RETURN-CODE
007770         STOP RUN.
007780*
007790     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
007800     MOVE 'DFH0XGLP' TO RUN-STEP-NAME.
007810     READ RUN-CONTROL-FILE
007820         INVALID KEY
007830             CONTINUE
007840     END-READ.
007850     IF WS-RUNCTL-STATUS = '00'
007860         DISPLAY 'DFH0XGLP - ALREADY RUN FOR ' WS-RUN-DATE
007870             ' - RUN REFUSED'
007880         MOVE 16 TO RETURN-CODE
007890         STOP RUN.
007900*
007910     MOVE 'DFH0XEXT' TO RUN-STEP-NAME.
007920     READ RUN-CONTROL-FILE
007930         INVALID KEY
007940             DISPLAY 'DFH0XGLP - PREDECESSOR DFH0XEXT NOT'
007950                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
007960             MOVE 16 TO RETURN-CODE
007970             STOP RUN
007980     END-READ.
007990 1900-CHECK-RUN-CONTROL-EXIT.
008000     EXIT.
008010*
008020*=========================================================*
008030*  8900-STAMP-RUN-CONTROL - RECORD THIS STEP'S CLEAN      *
008040*  COMPLETION FOR THE RUN DATE, SO THE NEXT STEP MAY RUN  *
008050*  AND A RERUN OF THIS ONE IS REFUSED                     *
008060*=========================================================*
008070 8900-STAMP-RUN-CONTROL.
008080     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
008090     MOVE 'DFH0XGLP' TO RUN-STEP-NAME.
008100     MOVE 'C' TO RUN-STATUS.
008110     ACCEPT RUN-COMPLETED-DATE FROM DATE YYYYMMDD.
008120     ACCEPT WS-RUNCTL-TIME FROM TIME.
008130     MOVE WS-RUNCTL-TIME (1:6) TO RUN-COMPLETED-TIME.
008140     WRITE RUN-CONTROL-RECORD
008150         INVALID KEY
008160             DISPLAY 'DFH0XGLP - RUN CONTROL STAMP FAILED - '
008170                 'STATUS ' WS-RUNCTL-STATUS
008180             MOVE 16 TO RETURN-CODE
008190     END-WRITE.
008200     CLOSE RUN-CONTROL-FILE.
008210 8900-STAMP-RUN-CONTROL-EXIT.
008220     EXIT.
