000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DFH0XSOR.
000030 AUTHOR.        R HALLIDAY.
000040 INSTALLATION.  CATALOGUE APPLICATIONS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*  DATE       INIT  DESCRIPTION                             *
000110*  2026-10-15  RH   Initial version - nightly standing order *
000120*                   run, placing every template basket that  *
000130*                   has fallen due under the same controls   *
000140*                   as the online Place Order request.       *
000150*-----------------------------------------------------------*
000160*
000170*-----------------------------------------------------------*
000180*  READS THE STANDING ORDER FILE IN KEY ORDER AND, FOR      *
000190*  EVERY ACTIVE TEMPLATE WHOSE NEXT DUE DATE HAS ARRIVED,   *
000200*  PUTS ITS BASKET THROUGH EXACTLY THE CONTROLS THE ONLINE  *
000210*  PLACE ORDER REQUEST APPLIES: ITEM ON CATALOGUE AND NOT   *
000220*  RETIRED, STOCK COVER AT THE TEMPLATE'S LOCATION, CHARGE  *
000230*  DEPARTMENT ON THE BUDGET FILE AND THE BASKET WITHIN      *
000240*  WHAT IS LEFT OF ITS MONTHLY LIMIT, THE APPROVAL-LIMIT    *
000250*  HOLD, AND CAPTURE OF UNFILLABLE LINES TO THE BACKORDER   *
000260*  FILE WHEN THE TEMPLATE ASKS FOR IT. THE ORDER TAKES ITS  *
000270*  NUMBER FROM ORDCTL AND IS JOURNALLED AS ANY OTHER. EVERY *
000280*  BASKET IS VALIDATED IN FULL BEFORE ANY FILE IS TOUCHED,  *
000290*  SO A FAILED ONE NEVER HALF-APPLIES.                      *
000300*                                                           *
000310*  A TEMPLATE PLACED OR HELD FOR APPROVAL HAS ITS NEXT DUE  *
000320*  DATE MOVED ON BY ITS FREQUENCY, PAST THE RUN DATE, SO A  *
000330*  MISSED NIGHT PLACES IT ONCE AND NOT ONCE PER NIGHT       *
000340*  MISSED. A TEMPLATE THAT FAILS KEEPS ITS DUE DATE AND IS  *
000350*  TRIED AGAIN THE NEXT NIGHT, SO THE DEPARTMENT'S ORDER IS *
000360*  NEVER SKIPPED WITHOUT SOMEBODY SEEING WHY. THE TEMPLATE  *
000370*  IS REWRITTEN AS SOON AS ITS ORDER IS ON FILE, SO A RERUN *
000380*  AFTER A FAILURE MID-FILE NEVER PLACES ONE TWICE.         *
000390*                                                           *
000400*  RUNS AFTER THE STOREFRONT INTAKE (DFH0XWEB) AND BEFORE   *
000410*  THE END OF DAY CLOSEOUT (DFH0XEOD), SO THE NIGHT'S       *
000420*  STANDING ORDERS ARE ON THE PICKING LISTS THE SAME NIGHT. *
000430*  THE RUN DATE COMES FROM A ONE RECORD PARAMETER FILE, OR  *
000440*  FROM THE SYSTEM DATE WHEN THE PARAMETER FILE IS EMPTY.   *
000450*  THE REPORT LISTS EVERY TEMPLATE THAT FELL DUE AS PLACED, *
000460*  HELD OR FAILED, WITH THE REASON.                         *
000470*-----------------------------------------------------------*
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT STANDING-ORDER-FILE ASSIGN TO "STOFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS SOR-KEY
000600         FILE STATUS IS WS-STANDING-STATUS.
000610*
000620     SELECT CATALOG-FILE ASSIGN TO "CATFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CAT-ITEM-REF
000660         FILE STATUS IS WS-CATALOG-STATUS.
000670*
000680     SELECT ORDER-FILE ASSIGN TO "ORDFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS ORD-ORDER-NUMBER
000720         FILE STATUS IS WS-ORDER-STATUS.
000730*
000740     SELECT ORDER-CTL-FILE ASSIGN TO "ORDCTL"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CTL-RECORD-KEY
000780         FILE STATUS IS WS-ORDER-CTL-STATUS.
000790*
000800     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-JOURNAL-STATUS.
000830*
000840     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBGT"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS DEPT-CHARGE-DEPT
000880         FILE STATUS IS WS-BUDGET-STATUS.
000890*
000900     SELECT BACKORDER-FILE ASSIGN TO "BORFILE"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS BOR-KEY
000940         FILE STATUS IS WS-BACKORDER-STATUS.
000950*
000960     SELECT LOCATION-FILE ASSIGN TO "LOCFILE"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS LOC-KEY
001000         FILE STATUS IS WS-LOCATION-STATUS.
001010*
001020     SELECT PARM-FILE ASSIGN TO "SORPARM"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-PARM-STATUS.
001050*
001060     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS RUN-KEY
001100         FILE STATUS IS WS-RUNCTL-STATUS.
001110*
001120     SELECT REPORT-FILE ASSIGN TO "SORRPT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-REPORT-STATUS.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001180*
001190 FD  STANDING-ORDER-FILE
001200     RECORD CONTAINS 136 CHARACTERS.
001210     COPY dfh0xcpo.
001220*
001230 FD  CATALOG-FILE
001240     RECORD CONTAINS 79 CHARACTERS.
001250     COPY dfh0xcp2.
001260*
001270 FD  ORDER-FILE
001280     RECORD CONTAINS 167 CHARACTERS.
001290     COPY dfh0xcp3.
001300*
001310 FD  ORDER-CTL-FILE
001320     RECORD CONTAINS 8 CHARACTERS.
001330     COPY dfh0xcp4.
001340*
001350 FD  JOURNAL-FILE
001360     RECORD CONTAINS 45 CHARACTERS.
001370     COPY dfh0xcp5.
001380*
001390 FD  DEPT-BUDGET-FILE
001400     RECORD CONTAINS 49 CHARACTERS.
001410     COPY dfh0xcp6.
001420*
001430 FD  BACKORDER-FILE
001440     RECORD CONTAINS 39 CHARACTERS.
001450     COPY dfh0xcpc.
001460*
001470 FD  LOCATION-FILE
001480     RECORD CONTAINS 11 CHARACTERS.
001490     COPY dfh0xcpf.
001500*
001510 FD  PARM-FILE
001520     RECORD CONTAINS 8 CHARACTERS.
001530 01  PARM-RECORD.
001540     03 PARM-RUN-DATE            PIC 9(08).
001550*
001560 FD  RUN-CONTROL-FILE
001570     RECORD CONTAINS 31 CHARACTERS.
001580     COPY dfh0xcph.
001590*
001600 FD  REPORT-FILE
001610     RECORD CONTAINS 132 CHARACTERS.
001620 01  REPORT-LINE                 PIC X(132).
001630*
001640 WORKING-STORAGE SECTION.
001650*
001660 01  WS-FILE-STATUSES.
001670     03 WS-STANDING-STATUS       PIC X(02)   VALUE '00'.
001680     03 WS-CATALOG-STATUS        PIC X(02)   VALUE '00'.
001690     03 WS-ORDER-STATUS          PIC X(02)   VALUE '00'.
001700     03 WS-ORDER-CTL-STATUS      PIC X(02)   VALUE '00'.
001710     03 WS-JOURNAL-STATUS        PIC X(02)   VALUE '00'.
001720     03 WS-BUDGET-STATUS         PIC X(02)   VALUE '00'.
001730     03 WS-BACKORDER-STATUS      PIC X(02)   VALUE '00'.
001740     03 WS-LOCATION-STATUS       PIC X(02)   VALUE '00'.
001750     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001760     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001770     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001780*
001790 01  WS-SWITCHES.
001800     03 WS-STANDING-EOF-SW       PIC X(01)   VALUE 'N'.
001810         88 WS-STANDING-EOF          VALUE 'Y'.
001820*    SET WHEN THE BASKET IN HAND HAS FAILED A CONTROL - THE
001830*    FIRST FAILURE STICKS AND NAMES THE REASON
001840     03 WS-REJECTED-SW           PIC X(01)   VALUE 'N'.
001850         88 WS-BASKET-REJECTED       VALUE 'Y'.
001860*    SET WHEN THE BASKET IN HAND EXCEEDS ITS DEPARTMENT'S
001870*    APPROVAL LIMIT AND SO MUST BE WRITTEN HELD, NOT OPEN
001880     03 WS-APPROVAL-NEEDED-SW    PIC X(01)   VALUE 'N'.
001890         88 WS-APPROVAL-NEEDED       VALUE 'Y'.
001900*    SET BY 5300-WRITE-BACKORDER ONCE THE CAPTURE IN HAND
001910*    IS SAFELY ON THE BACKORDER FILE
001920     03 WS-BO-WRITTEN-SW         PIC X(01)   VALUE 'N'.
001930         88 WS-BO-WRITTEN            VALUE 'Y'.
001940*
001950 01  WS-PARAMETERS.
001960     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
001970     03 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001980         05 WS-RUN-CCYYMM        PIC 9(06).
001990         05 WS-RUN-DD            PIC 9(02).
002000*
002010 01  WS-COUNTERS.
002020     03 WS-TEMPLATES-READ        PIC 9(05)   VALUE ZERO.
002030     03 WS-TEMPLATES-SUSPENDED   PIC 9(05)   VALUE ZERO.
002040     03 WS-TEMPLATES-DUE         PIC 9(05)   VALUE ZERO.
002050     03 WS-TEMPLATES-PLACED      PIC 9(05)   VALUE ZERO.
002060     03 WS-TEMPLATES-HELD        PIC 9(05)   VALUE ZERO.
002070     03 WS-TEMPLATES-FAILED      PIC 9(05)   VALUE ZERO.
002080     03 WS-LINES-BACKORDERED     PIC 9(05)   VALUE ZERO.
002090     03 WS-LINE-IX               PIC 9(02) COMP VALUE ZERO.
002100     03 WS-SCAN-IX               PIC 9(02) COMP VALUE ZERO.
002110     03 WS-ORD-LINE-IX           PIC 9(02) COMP VALUE ZERO.
002120*    DAYS STILL TO STEP A WEEKLY OR FORTNIGHTLY DUE DATE ON
002130     03 WS-DAYS-TO-ADD           PIC 9(02) COMP VALUE ZERO.
002140*
002150 01  WS-WORK-FIELDS.
002160*    THE BASKET'S PRICED VALUE OVER ITS FILLABLE LINES
002170     03 WS-BASKET-VALUE          PIC S9(9)V99 VALUE ZERO.
002180*    VALUE OF THE SINGLE LINE A BACKORDER CAPTURE IS ABOUT
002190*    TO ACCEPT, CHECKED AGAINST THE DEPARTMENT'S REMAINING
002200*    BUDGET BEFORE THE CAPTURE IS ALLOWED
002210     03 WS-BO-LINE-VALUE         PIC 9(9)V99  VALUE ZERO.
002220*    STOCK ALREADY SPOKEN FOR BY THE BASKET'S EARLIER
002230*    LINES OF THE SAME ITEM, SO TWO LINES CAN NEVER BOTH
002240*    CLAIM THE LAST OF THE SHELF
002250     03 WS-QTY-ALREADY-TAKEN     PIC 9(05)   VALUE ZERO.
002260     03 WS-REASON-CODE           PIC 9(03)   VALUE ZERO.
002270     03 WS-RESPONSE-MESSAGE      PIC X(40)   VALUE SPACES.
002280     03 WS-BACKORDERED-COUNT     PIC 9(02)   VALUE ZERO.
002290     03 WS-FULFILLED-COUNT       PIC 9(02)   VALUE ZERO.
002300     03 WS-TIME-WORK             PIC 9(08)   VALUE ZERO.
002310     03 WS-TIME-NOW              PIC 9(06)   VALUE ZERO.
002320*    WAREHOUSE LOCATION STOCK IS HELD AT WHEN A TEMPLATE
002330*    NAMES NONE
002340     03 WS-DEFAULT-LOCATION      PIC X(03)   VALUE 'WH1'.
002350*    LOCATION THE BASKET IN HAND ALLOCATES FROM
002360     03 WS-ORDER-LOCATION        PIC X(03)   VALUE SPACES.
002370*    THE LOCATION'S STOCK FIGURE FOR THE LINE IN HAND -
002380*    ZERO WHEN THE ITEM HAS NEVER BEEN SHELVED THERE
002390     03 WS-LOC-AVAILABLE         PIC 9(04)   VALUE ZERO.
002400*    ORDER NUMBER PLACED FOR THE TEMPLATE IN HAND - ZERO
002410*    WHEN IT FAILED OR EVERY LINE WAS BACKORDERED
002420     03 WS-PLACED-ORDER-NUMBER   PIC 9(07)   VALUE ZERO.
002430*
002440*-------------------------------------------------------*
002450*  DATE IN HAND WHILE A TEMPLATE'S NEXT DUE DATE IS      *
002460*  MOVED ON BY ITS FREQUENCY                             *
002470*-------------------------------------------------------*
002480 01  WS-DATE-WORK                PIC 9(08)   VALUE ZERO.
002490 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002500     03 WS-DW-YEAR               PIC 9(04).
002510     03 WS-DW-MONTH              PIC 9(02).
002520     03 WS-DW-DAY                PIC 9(02).
002530*
002540 01  WS-LEAP-WORK.
002550     03 WS-LEAP-QUOT             PIC 9(04) COMP VALUE ZERO.
002560     03 WS-LEAP-REM              PIC 9(04) COMP VALUE ZERO.
002570*
002580 01  WS-MONTH-DAYS-TABLE.
002590     03 FILLER                   PIC X(24)
002600         VALUE '312831303130313130313031'.
002610 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002620     03 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
002630*    DAYS IN THE MONTH OF WS-DATE-WORK, FEBRUARY STRETCHED
002640*    TO 29 IN A LEAP YEAR
002650 01  WS-MONTH-LENGTH             PIC 9(02)   VALUE ZERO.
002660*
002670*-------------------------------------------------------*
002680*  THE TEMPLATE'S BASKET IN HAND, COLLECTED FROM THE     *
002690*  STANDING ORDER AND ONLY APPLIED ONCE EVERY CONTROL    *
002700*  HAS PASSED                                            *
002710*-------------------------------------------------------*
002720 01  WS-BASKET.
002730     03 WS-BK-USERID             PIC X(08)   VALUE SPACES.
002740     03 WS-BK-CHARGE-DEPT        PIC X(08)   VALUE SPACES.
002750     03 WS-BK-BACKORDER-FLAG     PIC X(01)   VALUE 'N'.
002760         88 WS-BK-BACKORDER-WANTED   VALUE 'Y'.
002770     03 WS-BK-LINE-COUNT         PIC 9(02)   VALUE ZERO.
002780     03 WS-BK-LINE OCCURS 10 TIMES.
002790         05 WS-BK-ITEM-REF       PIC 9(04).
002800         05 WS-BK-QUANTITY       PIC 9(03).
002810         05 WS-BK-COST           PIC X(06).
002820         05 WS-BK-COST-NUM REDEFINES WS-BK-COST
002830                                 PIC 9(04)V99.
002840*        'Y' AGAINST EACH LINE CAPTURED TO THE BACKORDER
002850*        FILE, SO THE ORDER, JOURNAL AND PRICING LEAVE IT
002860*        OUT
002870         05 WS-BK-BO-FLAG        PIC X(01).
002880*
002890*-------------------------------------------------------*
002900*  REPORT LINE LAYOUTS                                   *
002910*-------------------------------------------------------*
002920 01  WS-HEADING-1.
002930     03 FILLER                   PIC X(01)   VALUE SPACE.
002940     03 FILLER                   PIC X(42)
002950         VALUE 'STANDING ORDER RUN - RUN DATE             '.
002960     03 WS-H1-RUN-DATE           PIC 9(08).
002970*
002980 01  WS-COLUMN-HEADINGS.
002990     03 FILLER                   PIC X(01)   VALUE SPACE.
003000     03 FILLER                   PIC X(10)   VALUE 'USERID    '.
003010     03 FILLER                   PIC X(10)   VALUE 'REFERENCE '.
003020     03 FILLER                   PIC X(10)   VALUE 'DEPT      '.
003030     03 FILLER                   PIC X(10)   VALUE 'DUE DATE  '.
003040     03 FILLER                   PIC X(09)   VALUE 'ORDER NO '.
003050     03 FILLER                   PIC X(06)   VALUE 'DISP  '.
003060     03 FILLER                   PIC X(05)   VALUE 'B/O  '.
003070     03 FILLER                   PIC X(05)   VALUE 'RSN  '.
003080     03 FILLER                   PIC X(10)   VALUE 'NEXT DUE  '.
003090     03 FILLER                   PIC X(40)   VALUE 'MESSAGE'.
003100*
003110 01  WS-DETAIL-LINE.
003120     03 FILLER                   PIC X(01)   VALUE SPACE.
003130     03 WS-DT-USERID             PIC X(08).
003140     03 FILLER                   PIC X(02)   VALUE SPACE.
003150     03 WS-DT-REFERENCE          PIC X(08).
003160     03 FILLER                   PIC X(02)   VALUE SPACE.
003170     03 WS-DT-CHARGE-DEPT        PIC X(08).
003180     03 FILLER                   PIC X(02)   VALUE SPACE.
003190     03 WS-DT-DUE-DATE           PIC 9(08).
003200     03 FILLER                   PIC X(02)   VALUE SPACE.
003210     03 WS-DT-ORDER-NUMBER       PIC 9(07).
003220     03 FILLER                   PIC X(02)   VALUE SPACE.
003230     03 WS-DT-DISPOSITION        PIC X(04).
003240     03 FILLER                   PIC X(02)   VALUE SPACE.
003250     03 WS-DT-BO-COUNT           PIC Z(01)9.
003260     03 FILLER                   PIC X(03)   VALUE SPACE.
003270     03 WS-DT-REASON-CODE        PIC 9(03).
003280     03 FILLER                   PIC X(02)   VALUE SPACE.
003290     03 WS-DT-NEXT-DUE-DATE      PIC 9(08).
003300     03 FILLER                   PIC X(02)   VALUE SPACE.
003310     03 WS-DT-MESSAGE            PIC X(40).
003320*
003330 01  WS-CONTROL-LINE-1.
003340     03 FILLER                   PIC X(01)   VALUE SPACE.
003350     03 FILLER                   PIC X(30)
003360         VALUE 'STANDING ORDERS READ:         '.
003370     03 WS-CT-READ               PIC Z(04)9.
003380*
003390 01  WS-CONTROL-LINE-2.
003400     03 FILLER                   PIC X(01)   VALUE SPACE.
003410     03 FILLER                   PIC X(30)
003420         VALUE 'SUSPENDED / DUE:              '.
003430     03 WS-CT-SUSPENDED          PIC Z(04)9.
003440     03 FILLER                   PIC X(03)   VALUE ' / '.
003450     03 WS-CT-DUE                PIC Z(04)9.
003460*
003470 01  WS-CONTROL-LINE-3.
003480     03 FILLER                   PIC X(01)   VALUE SPACE.
003490     03 FILLER                   PIC X(30)
003500         VALUE 'PLACED / HELD:                '.
003510     03 WS-CT-PLACED             PIC Z(04)9.
003520     03 FILLER                   PIC X(03)   VALUE ' / '.
003530     03 WS-CT-HELD               PIC Z(04)9.
003540*
003550 01  WS-CONTROL-LINE-4.
003560     03 FILLER                   PIC X(01)   VALUE SPACE.
003570     03 FILLER                   PIC X(30)
003580         VALUE 'FAILED:                       '.
003590     03 WS-CT-FAILED             PIC Z(04)9.
003600*
003610 01  WS-CONTROL-LINE-5.
003620     03 FILLER                   PIC X(01)   VALUE SPACE.
003630     03 FILLER                   PIC X(30)
003640         VALUE 'LINES BACKORDERED:            '.
003650     03 WS-CT-BACKORDERED        PIC Z(04)9.
003660*
003670*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
003680 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
003690*
003700 PROCEDURE DIVISION.
003710*
003720*=========================================================*
003730*  0000-MAINLINE                                          *
003740*=========================================================*
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE
003770         THRU 1000-INITIALIZE-EXIT.
003780     PERFORM 2000-PROCESS-TEMPLATES
003790         THRU 2000-PROCESS-TEMPLATES-EXIT.
003800     PERFORM 7000-WRITE-CONTROL-TOTALS
003810         THRU 7000-WRITE-CONTROL-TOTALS-EXIT.
003820     PERFORM 8000-TERMINATE
003830         THRU 8000-TERMINATE-EXIT.
003840     PERFORM 8900-STAMP-RUN-CONTROL
003850         THRU 8900-STAMP-RUN-CONTROL-EXIT.
003860*
003870     STOP RUN.
003880*
003890*=========================================================*
003900*  1000-INITIALIZE                                        *
003910*=========================================================*
003920 1000-INITIALIZE.
003930     OPEN INPUT PARM-FILE.
003940     IF WS-PARM-STATUS = '00'
003950         READ PARM-FILE
003960             AT END
003970                 CONTINUE
003980             NOT AT END
003990                 MOVE PARM-RUN-DATE TO WS-RUN-DATE
004000         END-READ
004010     END-IF.
004020     CLOSE PARM-FILE.
004030*
004040     IF WS-RUN-DATE = ZERO
004050         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004060*
004070     PERFORM 1900-CHECK-RUN-CONTROL
004080         THRU 1900-CHECK-RUN-CONTROL-EXIT.
004090*
004100     ACCEPT WS-TIME-WORK FROM TIME.
004110     MOVE WS-TIME-WORK (1:6) TO WS-TIME-NOW.
004120*
004130     OPEN I-O STANDING-ORDER-FILE.
004140     IF WS-STANDING-STATUS NOT = '00'
004150      AND WS-STANDING-STATUS NOT = '05'
004160         DISPLAY 'DFH0XSOR - STANDING ORDER FILE OPEN FAILED - '
004170             'STATUS ' WS-STANDING-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN.
004200*
004210     OPEN I-O CATALOG-FILE.
004220     IF WS-CATALOG-STATUS NOT = '00'
004230         DISPLAY 'DFH0XSOR - CATALOG FILE OPEN FAILED - STATUS '
004240             WS-CATALOG-STATUS
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN.
004270*
004280     OPEN I-O ORDER-FILE.
004290     IF WS-ORDER-STATUS NOT = '00'
004300      AND WS-ORDER-STATUS NOT = '05'
004310         DISPLAY 'DFH0XSOR - ORDER FILE OPEN FAILED - STATUS '
004320             WS-ORDER-STATUS
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN.
004350*
004360     OPEN I-O ORDER-CTL-FILE.
004370     IF WS-ORDER-CTL-STATUS NOT = '00'
004380         DISPLAY 'DFH0XSOR - ORDER CONTROL OPEN FAILED - '
004390             'STATUS ' WS-ORDER-CTL-STATUS
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN.
004420*
004430     OPEN EXTEND JOURNAL-FILE.
004440     IF WS-JOURNAL-STATUS = '35'
004450         OPEN OUTPUT JOURNAL-FILE.
004460     IF WS-JOURNAL-STATUS NOT = '00'
004470         DISPLAY 'DFH0XSOR - JOURNAL FILE OPEN FAILED - STATUS '
004480             WS-JOURNAL-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN.
004510*
004520     OPEN I-O DEPT-BUDGET-FILE.
004530     IF WS-BUDGET-STATUS NOT = '00'
004540         DISPLAY 'DFH0XSOR - BUDGET FILE OPEN FAILED - STATUS '
004550             WS-BUDGET-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN.
004580*
004590     OPEN I-O BACKORDER-FILE.
004600     IF WS-BACKORDER-STATUS NOT = '00'
004610      AND WS-BACKORDER-STATUS NOT = '05'
004620         DISPLAY 'DFH0XSOR - BACKORDER FILE OPEN FAILED - '
004630             'STATUS ' WS-BACKORDER-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN.
004660*
004670     OPEN I-O LOCATION-FILE.
004680     IF WS-LOCATION-STATUS NOT = '00'
004690         DISPLAY 'DFH0XSOR - LOCATION FILE OPEN FAILED - '
004700             'STATUS ' WS-LOCATION-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN.
004730*
004740     OPEN OUTPUT REPORT-FILE.
004750     IF WS-REPORT-STATUS NOT = '00'
004760         DISPLAY 'DFH0XSOR - REPORT FILE OPEN FAILED - STATUS '
004770             WS-REPORT-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN.
004800*
004810     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
004820     MOVE WS-HEADING-1 TO REPORT-LINE.
004830     WRITE REPORT-LINE.
004840     MOVE SPACES TO REPORT-LINE.
004850     WRITE REPORT-LINE.
004860     MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
004870     WRITE REPORT-LINE.
004880 1000-INITIALIZE-EXIT.
004890     EXIT.
004900*
004910*=========================================================*
004920*  2000-PROCESS-TEMPLATES - READ THE STANDING ORDER FILE  *
004930*  THROUGH AND PLACE EVERY ACTIVE TEMPLATE THAT IS DUE    *
004940*=========================================================*
004950 2000-PROCESS-TEMPLATES.
004960     PERFORM 2100-READ-TEMPLATE
004970         THRU 2100-READ-TEMPLATE-EXIT.
004980     PERFORM 2200-PROCESS-TEMPLATE
004990         THRU 2200-PROCESS-TEMPLATE-EXIT
005000         UNTIL WS-STANDING-EOF.
005010 2000-PROCESS-TEMPLATES-EXIT.
005020     EXIT.
005030*
005040 2100-READ-TEMPLATE.
005050     READ STANDING-ORDER-FILE NEXT RECORD
005060         AT END
005070             MOVE 'Y' TO WS-STANDING-EOF-SW
005080     END-READ.
005090     IF NOT WS-STANDING-EOF
005100         ADD 1 TO WS-TEMPLATES-READ.
005110 2100-READ-TEMPLATE-EXIT.
005120     EXIT.
005130*
005140 2200-PROCESS-TEMPLATE.
005150     IF SOR-STATUS-SUSPENDED
005160         ADD 1 TO WS-TEMPLATES-SUSPENDED
005170         GO TO 2200-PROCESS-NEXT.
005180*
005190     IF SOR-NEXT-DUE-DATE > WS-RUN-DATE
005200         GO TO 2200-PROCESS-NEXT.
005210*
005220     ADD 1 TO WS-TEMPLATES-DUE.
005230     PERFORM 3000-PLACE-TEMPLATE
005240         THRU 3000-PLACE-TEMPLATE-EXIT.
005250*
005260 2200-PROCESS-NEXT.
005270     PERFORM 2100-READ-TEMPLATE
005280         THRU 2100-READ-TEMPLATE-EXIT.
005290 2200-PROCESS-TEMPLATE-EXIT.
005300     EXIT.
005310*
005320*=========================================================*
005330*  3000-PLACE-TEMPLATE - PUT THE DUE TEMPLATE'S BASKET    *
005340*  THROUGH EVERY CONTROL THE ONLINE PLACE ORDER APPLIES,  *
005350*  WITHOUT TOUCHING A FILE, AND ONLY THEN APPLY IT. THE   *
005360*  TEMPLATE IS THEN REPORTED AND ITS RESULT RECORDED      *
005370*=========================================================*
005380 3000-PLACE-TEMPLATE.
005390     MOVE ZERO   TO WS-BASKET-VALUE.
005400     MOVE ZERO   TO WS-BACKORDERED-COUNT.
005410     MOVE ZERO   TO WS-FULFILLED-COUNT.
005420     MOVE ZERO   TO WS-PLACED-ORDER-NUMBER.
005430     MOVE 'N'    TO WS-APPROVAL-NEEDED-SW.
005440     MOVE 'N'    TO WS-REJECTED-SW.
005450     MOVE ZERO   TO WS-REASON-CODE.
005460     MOVE SPACES TO WS-RESPONSE-MESSAGE.
005470*
005480     IF SOR-LOCATION = SPACES
005490         MOVE WS-DEFAULT-LOCATION TO WS-ORDER-LOCATION
005500     ELSE
005510         MOVE SOR-LOCATION TO WS-ORDER-LOCATION.
005520*
005530*    THE BASKET TABLES ONLY HOLD 10 LINES, EXACTLY AS THE
005540*    ONLINE REQUEST'S DO
005550     IF SOR-LINE-COUNT = ZERO
005560      OR SOR-LINE-COUNT > 10
005570         MOVE 'Y' TO WS-REJECTED-SW
005580         MOVE 070 TO WS-REASON-CODE
005590         MOVE 'INVALID ORDER LINE COUNT' TO WS-RESPONSE-MESSAGE
005600         GO TO 3000-PLACE-ANSWER.
005610*
005620     MOVE SOR-USERID         TO WS-BK-USERID.
005630     MOVE SOR-CHARGE-DEPT    TO WS-BK-CHARGE-DEPT.
005640     MOVE SOR-BACKORDER-FLAG TO WS-BK-BACKORDER-FLAG.
005650     MOVE SOR-LINE-COUNT     TO WS-BK-LINE-COUNT.
005660     PERFORM 3100-LOAD-BASKET-LINE
005670         THRU 3100-LOAD-BASKET-LINE-EXIT
005680         VARYING WS-LINE-IX FROM 1 BY 1
005690         UNTIL WS-LINE-IX > WS-BK-LINE-COUNT.
005700*
005710*    PROVE EVERY LINE AND THE BUDGET BEFORE TOUCHING ANY
005720*    FILE - THE BATCH EQUIVALENT OF THE ONLINE REQUEST'S
005730*    ROLLED-BACK UNIT OF WORK
005740     PERFORM 4000-VALIDATE-LINE
005750         THRU 4000-VALIDATE-LINE-EXIT
005760         VARYING WS-LINE-IX FROM 1 BY 1
005770         UNTIL WS-LINE-IX > WS-BK-LINE-COUNT
005780            OR WS-BASKET-REJECTED.
005790*
005800     IF WS-BASKET-REJECTED
005810         GO TO 3000-PLACE-ANSWER.
005820*
005830     PERFORM 4500-VALIDATE-BUDGET
005840         THRU 4500-VALIDATE-BUDGET-EXIT.
005850*
005860     IF WS-BASKET-REJECTED
005870         GO TO 3000-PLACE-ANSWER.
005880*
005890     PERFORM 5000-APPLY-BASKET
005900         THRU 5000-APPLY-BASKET-EXIT.
005910*
005920 3000-PLACE-ANSWER.
005930     PERFORM 6000-UPDATE-TEMPLATE
005940         THRU 6000-UPDATE-TEMPLATE-EXIT.
005950     PERFORM 6500-WRITE-REPORT-LINE
005960         THRU 6500-WRITE-REPORT-LINE-EXIT.
005970 3000-PLACE-TEMPLATE-EXIT.
005980     EXIT.
005990*
006000 3100-LOAD-BASKET-LINE.
006010     MOVE SOR-ITEM-REF(WS-LINE-IX) TO WS-BK-ITEM-REF(WS-LINE-IX).
006020     MOVE SOR-QUANTITY(WS-LINE-IX) TO WS-BK-QUANTITY(WS-LINE-IX).
006030     MOVE SPACES TO WS-BK-COST(WS-LINE-IX).
006040     MOVE 'N'    TO WS-BK-BO-FLAG(WS-LINE-IX).
006050 3100-LOAD-BASKET-LINE-EXIT.
006060     EXIT.
006070*
006080*=========================================================*
006090*  4000-VALIDATE-LINE - ONE LINE'S CONTROLS, FILES READ   *
006100*  BUT NEVER WRITTEN: THE ITEM MUST EXIST AND NOT BE      *
006110*  RETIRED, AND THE STOCK MUST COVER THE LINE AFTER THE   *
006120*  BASKET'S EARLIER LINES OF THE SAME ITEM - A LINE THE   *
006130*  STOCK CANNOT COVER IS MARKED FOR BACKORDER CAPTURE     *
006140*  WHEN THE TEMPLATE ASKS FOR THAT, OR FAILS THE BASKET   *
006150*=========================================================*
006160 4000-VALIDATE-LINE.
006170     IF WS-BK-QUANTITY(WS-LINE-IX) = ZERO
006180         MOVE 'Y' TO WS-REJECTED-SW
006190         MOVE 070 TO WS-REASON-CODE
006200         MOVE 'INVALID ORDER QUANTITY' TO WS-RESPONSE-MESSAGE
006210         GO TO 4000-VALIDATE-LINE-EXIT.
006220*
006230     MOVE WS-BK-ITEM-REF(WS-LINE-IX) TO CAT-ITEM-REF.
006240     READ CATALOG-FILE
006250         INVALID KEY
006260             MOVE 'Y' TO WS-REJECTED-SW
006270             MOVE 010 TO WS-REASON-CODE
006280             MOVE 'ITEM NOT FOUND' TO WS-RESPONSE-MESSAGE
006290     END-READ.
006300     IF WS-BASKET-REJECTED
006310         GO TO 4000-VALIDATE-LINE-EXIT.
006320*
006330     IF CAT-STATUS-RETIRED
006340         MOVE 'Y' TO WS-REJECTED-SW
006350         MOVE 120 TO WS-REASON-CODE
006360         MOVE 'ITEM RETIRED' TO WS-RESPONSE-MESSAGE
006370         GO TO 4000-VALIDATE-LINE-EXIT.
006380*
006390     MOVE CAT-COST TO WS-BK-COST(WS-LINE-IX).
006400*
006410*    STOCK ALREADY SPOKEN FOR BY EARLIER FILLABLE LINES OF
006420*    THE SAME ITEM COUNTS AGAINST THIS LINE'S COVER
006430     MOVE ZERO TO WS-QTY-ALREADY-TAKEN.
006440     PERFORM 4100-COUNT-EARLIER-LINES
006450         THRU 4100-COUNT-EARLIER-LINES-EXIT
006460         VARYING WS-SCAN-IX FROM 1 BY 1
006470         UNTIL WS-SCAN-IX = WS-LINE-IX.
006480*
006490*    THE TEMPLATE'S LOCATION MUST ALSO COVER THE LINE ON
006500*    ITS OWN SHELF - THAT IS WHERE IT WILL BE PICKED FROM
006510     MOVE WS-BK-ITEM-REF(WS-LINE-IX) TO LOC-ITEM-REF.
006520     MOVE WS-ORDER-LOCATION TO LOC-LOCATION.
006530     READ LOCATION-FILE
006540         INVALID KEY
006550             MOVE ZERO TO LOC-IN-STOCK
006560     END-READ.
006570     MOVE LOC-IN-STOCK TO WS-LOC-AVAILABLE.
006580*
006590     IF WS-BK-QUANTITY(WS-LINE-IX) >
006600         CAT-IN-STOCK - WS-QTY-ALREADY-TAKEN
006610      OR WS-BK-QUANTITY(WS-LINE-IX) >
006620         WS-LOC-AVAILABLE - WS-QTY-ALREADY-TAKEN
006630         IF WS-BK-BACKORDER-WANTED
006640             MOVE 'Y' TO WS-BK-BO-FLAG(WS-LINE-IX)
006650         ELSE
006660             MOVE 'Y' TO WS-REJECTED-SW
006670             MOVE 020 TO WS-REASON-CODE
006680             MOVE 'INSUFFICIENT STOCK' TO WS-RESPONSE-MESSAGE
006690         END-IF
006700         GO TO 4000-VALIDATE-LINE-EXIT.
006710*
006720     COMPUTE WS-BASKET-VALUE = WS-BASKET-VALUE +
006730         (WS-BK-COST-NUM(WS-LINE-IX) *
006740             WS-BK-QUANTITY(WS-LINE-IX)).
006750     ADD 1 TO WS-FULFILLED-COUNT.
006760 4000-VALIDATE-LINE-EXIT.
006770     EXIT.
006780*
006790 4100-COUNT-EARLIER-LINES.
006800     IF WS-BK-ITEM-REF(WS-SCAN-IX) =
006810         WS-BK-ITEM-REF(WS-LINE-IX)
006820      AND WS-BK-BO-FLAG(WS-SCAN-IX) NOT = 'Y'
006830         ADD WS-BK-QUANTITY(WS-SCAN-IX)
006840             TO WS-QTY-ALREADY-TAKEN.
006850 4100-COUNT-EARLIER-LINES-EXIT.
006860     EXIT.
006870*
006880*=========================================================*
006890*  4500-VALIDATE-BUDGET - THE CHARGE DEPARTMENT MUST BE   *
006900*  ON THE BUDGET FILE, THE BASKET'S FILLABLE VALUE MUST   *
006910*  FIT WHAT IS LEFT OF ITS MONTHLY LIMIT, AND EVERY LINE  *
006920*  MARKED FOR BACKORDER CAPTURE MUST FIT IT TOO - EXACTLY *
006930*  THE CHECKS THE ONLINE REQUEST MAKES. ALSO DECIDES THE  *
006940*  APPROVAL-LIMIT HOLD. NOTHING IS CHARGED YET            *
006950*=========================================================*
006960 4500-VALIDATE-BUDGET.
006970     MOVE WS-BK-CHARGE-DEPT TO DEPT-CHARGE-DEPT.
006980     READ DEPT-BUDGET-FILE
006990         INVALID KEY
007000             MOVE 'Y' TO WS-REJECTED-SW
007010             MOVE 030 TO WS-REASON-CODE
007020             MOVE 'INVALID CHARGE DEPARTMENT'
007030                 TO WS-RESPONSE-MESSAGE
007040     END-READ.
007050     IF WS-BASKET-REJECTED
007060         GO TO 4500-VALIDATE-BUDGET-EXIT.
007070*
007080*    A MONTH-TO-DATE FIGURE LEFT OVER FROM AN EARLIER
007090*    MONTH IS STALE AND LEAVES THE WHOLE LIMIT OPEN
007100     IF DEPT-BUDGET-MONTH NOT = WS-RUN-CCYYMM
007110         MOVE ZERO TO DEPT-MONTH-TO-DATE.
007120*
007130     IF WS-BASKET-VALUE >
007140         DEPT-MONTHLY-LIMIT - DEPT-MONTH-TO-DATE
007150         MOVE 'Y' TO WS-REJECTED-SW
007160         MOVE 040 TO WS-REASON-CODE
007170         MOVE 'CHARGE DEPT OVER BUDGET' TO WS-RESPONSE-MESSAGE
007180         GO TO 4500-VALIDATE-BUDGET-EXIT.
007190*
007200*    A CAPTURE IS STILL A SPENDING COMMITMENT - EACH
007210*    CAPTURED LINE'S VALUE MUST FIT THE BUDGET STILL OPEN,
007220*    EXACTLY AS THE ONLINE CAPTURE CHECK REQUIRES
007230     PERFORM 4600-CHECK-BACKORDER-LINE
007240         THRU 4600-CHECK-BACKORDER-LINE-EXIT
007250         VARYING WS-LINE-IX FROM 1 BY 1
007260         UNTIL WS-LINE-IX > WS-BK-LINE-COUNT
007270            OR WS-BASKET-REJECTED.
007280     IF WS-BASKET-REJECTED
007290         GO TO 4500-VALIDATE-BUDGET-EXIT.
007300*
007310*    A BASKET ABOVE THE DEPARTMENT'S APPROVAL LIMIT IS
007320*    WRITTEN HELD FOR ITS NOMINATED SUPERVISOR, NOT OPEN
007330     IF DEPT-APPROVAL-LIMIT NOT = ZERO
007340      AND DEPT-SUPERVISOR NOT = SPACES
007350      AND WS-BASKET-VALUE > DEPT-APPROVAL-LIMIT
007360         MOVE 'Y' TO WS-APPROVAL-NEEDED-SW.
007370 4500-VALIDATE-BUDGET-EXIT.
007380     EXIT.
007390*
007400 4600-CHECK-BACKORDER-LINE.
007410     IF WS-BK-BO-FLAG(WS-LINE-IX) NOT = 'Y'
007420         GO TO 4600-CHECK-BACKORDER-LINE-EXIT.
007430     COMPUTE WS-BO-LINE-VALUE =
007440         WS-BK-COST-NUM(WS-LINE-IX) *
007450         WS-BK-QUANTITY(WS-LINE-IX).
007460     IF WS-BO-LINE-VALUE >
007470         DEPT-MONTHLY-LIMIT - DEPT-MONTH-TO-DATE
007480         MOVE 'Y' TO WS-REJECTED-SW
007490         MOVE 040 TO WS-REASON-CODE
007500         MOVE 'BACKORDER EXCEEDS DEPT BUDGET'
007510             TO WS-RESPONSE-MESSAGE.
007520 4600-CHECK-BACKORDER-LINE-EXIT.
007530     EXIT.
007540*
007550*=========================================================*
007560*  5000-APPLY-BASKET - EVERY CONTROL HAS PASSED; NOW MOVE *
007570*  THE STOCK, WRITE THE CAPTURES, PLACE THE ORDER,        *
007580*  JOURNAL ITS LINES AND CHARGE THE BUDGET, EXACTLY AS    *
007590*  THE ONLINE REQUEST WOULD HAVE                          *
007600*=========================================================*
007610 5000-APPLY-BASKET.
007620*    CAPTURES FIRST - THEY TOUCH ONLY THE BACKORDER FILE
007630     PERFORM 5200-CAPTURE-BACKORDER
007640         THRU 5200-CAPTURE-BACKORDER-EXIT
007650         VARYING WS-LINE-IX FROM 1 BY 1
007660         UNTIL WS-LINE-IX > WS-BK-LINE-COUNT.
007670*
007680*    EVERY LINE WAS CAPTURED - THERE IS NO ORDER TO PLACE,
007690*    NOTHING TO PRICE AND NOTHING TO CHARGE
007700     IF WS-FULFILLED-COUNT = ZERO
007710         MOVE 'ALL LINES BACKORDERED' TO WS-RESPONSE-MESSAGE
007720         GO TO 5000-APPLY-BASKET-EXIT.
007730*
007740     PERFORM 5100-TAKE-STOCK
007750         THRU 5100-TAKE-STOCK-EXIT
007760         VARYING WS-LINE-IX FROM 1 BY 1
007770         UNTIL WS-LINE-IX > WS-BK-LINE-COUNT.
007780*
007790     PERFORM 5400-NEXT-ORDER-NUMBER
007800         THRU 5400-NEXT-ORDER-NUMBER-EXIT.
007810*
007820     MOVE CTL-LAST-ORDER-NUMBER TO ORD-ORDER-NUMBER.
007830     MOVE WS-BK-USERID          TO ORD-USERID.
007840     MOVE WS-BK-CHARGE-DEPT     TO ORD-CHARGE-DEPT.
007850     MOVE WS-RUN-DATE           TO ORD-ORDER-DATE.
007860     IF WS-APPROVAL-NEEDED
007870         MOVE 'P'               TO ORD-STATUS
007880     ELSE
007890         MOVE 'O'               TO ORD-STATUS.
007900     MOVE WS-FULFILLED-COUNT    TO ORD-LINE-COUNT.
007910     MOVE WS-ORDER-LOCATION     TO ORD-LOCATION.
007920*
007930     MOVE ZERO TO WS-ORD-LINE-IX.
007940     PERFORM 5500-COPY-ORDER-LINE
007950         THRU 5500-COPY-ORDER-LINE-EXIT
007960         VARYING WS-LINE-IX FROM 1 BY 1
007970         UNTIL WS-LINE-IX > WS-BK-LINE-COUNT.
007980*
007990     WRITE ORDER-RECORD
008000         INVALID KEY
008010             DISPLAY 'DFH0XSOR - ORDER WRITE FAILED FOR '
008020                 ORD-ORDER-NUMBER ' - STATUS ' WS-ORDER-STATUS
008030             MOVE 16 TO RETURN-CODE
008040             STOP RUN
008050     END-WRITE.
008060     MOVE ORD-ORDER-NUMBER TO WS-PLACED-ORDER-NUMBER.
008070*
008080     PERFORM 5600-WRITE-JOURNAL-LINE
008090         THRU 5600-WRITE-JOURNAL-LINE-EXIT
008100         VARYING WS-ORD-LINE-IX FROM 1 BY 1
008110         UNTIL WS-ORD-LINE-IX > ORD-LINE-COUNT.
008120*
008130     PERFORM 5700-CHARGE-BUDGET
008140         THRU 5700-CHARGE-BUDGET-EXIT.
008150*
008160     IF WS-APPROVAL-NEEDED
008170         MOVE 'ORDER HELD FOR APPROVAL' TO WS-RESPONSE-MESSAGE
008180     ELSE
008190     IF WS-BACKORDERED-COUNT = ZERO
008200         MOVE 'ORDER PLACED' TO WS-RESPONSE-MESSAGE
008210     ELSE
008220         MOVE 'ORDER PLACED, SOME LINES BACKORDERED'
008230             TO WS-RESPONSE-MESSAGE.
008240 5000-APPLY-BASKET-EXIT.
008250     EXIT.
008260*
008270*=========================================================*
008280*  5100-TAKE-STOCK - TAKE ONE FILLABLE LINE'S QUANTITY    *
008290*  OUT OF THE CATALOGUE STOCK FIGURE AND THE LOCATION     *
008300*=========================================================*
008310 5100-TAKE-STOCK.
008320     IF WS-BK-BO-FLAG(WS-LINE-IX) = 'Y'
008330         GO TO 5100-TAKE-STOCK-EXIT.
008340     MOVE WS-BK-ITEM-REF(WS-LINE-IX) TO CAT-ITEM-REF.
008350     READ CATALOG-FILE
008360         INVALID KEY
008370             DISPLAY 'DFH0XSOR - ITEM VANISHED MID-RUN '
008380                 CAT-ITEM-REF
008390             MOVE 16 TO RETURN-CODE
008400             STOP RUN
008410     END-READ.
008420     SUBTRACT WS-BK-QUANTITY(WS-LINE-IX) FROM CAT-IN-STOCK.
008430     REWRITE CATALOG-RECORD.
008440*
008450*    THE SAME QUANTITY COMES OFF THE TEMPLATE LOCATION'S
008460*    SHELF - ITS COVER WAS PROVED DURING VALIDATION
008470     MOVE WS-BK-ITEM-REF(WS-LINE-IX) TO LOC-ITEM-REF.
008480     MOVE WS-ORDER-LOCATION TO LOC-LOCATION.
008490     READ LOCATION-FILE
008500         INVALID KEY
008510             DISPLAY 'DFH0XSOR - LOCATION VANISHED MID-RUN '
008520                 LOC-KEY
008530             MOVE 16 TO RETURN-CODE
008540             STOP RUN
008550     END-READ.
008560     SUBTRACT WS-BK-QUANTITY(WS-LINE-IX) FROM LOC-IN-STOCK.
008570     REWRITE LOCATION-STOCK-RECORD.
008580 5100-TAKE-STOCK-EXIT.
008590     EXIT.
008600*
008610*=========================================================*
008620*  5200-CAPTURE-BACKORDER - WRITE ONE MARKED LINE TO THE  *
008630*  BACKORDER FILE, KEYED BY ITEM AND TIME OF CAPTURE SO A *
008640*  DELIVERY IS ALLOCATED TO THE OLDEST WAITING BACKORDERS *
008650*  FIRST, EXACTLY AS THE ONLINE CAPTURE IS                *
008660*=========================================================*
008670 5200-CAPTURE-BACKORDER.
008680     IF WS-BK-BO-FLAG(WS-LINE-IX) NOT = 'Y'
008690         GO TO 5200-CAPTURE-BACKORDER-EXIT.
008700*
008710     MOVE WS-BK-ITEM-REF(WS-LINE-IX) TO BOR-ITEM-REF.
008720     MOVE WS-RUN-DATE         TO BOR-CAPTURE-DATE.
008730     MOVE WS-TIME-NOW         TO BOR-CAPTURE-TIME.
008740     MOVE ZERO                TO BOR-CAPTURE-SEQ.
008750     MOVE WS-BK-USERID        TO BOR-USERID.
008760     MOVE WS-BK-CHARGE-DEPT   TO BOR-CHARGE-DEPT.
008770     MOVE WS-BK-QUANTITY(WS-LINE-IX) TO BOR-QUANTITY.
008780*
008790     MOVE 'N' TO WS-BO-WRITTEN-SW.
008800     PERFORM 5300-WRITE-BACKORDER
008810         THRU 5300-WRITE-BACKORDER-EXIT
008820         UNTIL WS-BO-WRITTEN.
008830*
008840     ADD 1 TO WS-BACKORDERED-COUNT.
008850     ADD 1 TO WS-LINES-BACKORDERED.
008860 5200-CAPTURE-BACKORDER-EXIT.
008870     EXIT.
008880*
008890*=========================================================*
008900*  5300-WRITE-BACKORDER - ONE WRITE ATTEMPT. A DUPLICATE  *
008910*  MEANS ANOTHER CAPTURE OF THE SAME ITEM LANDED IN THE   *
008920*  SAME SECOND, SO THE TIE-BREAK IS STEPPED AND THE WRITE *
008930*  RETRIED                                                *
008940*=========================================================*
008950 5300-WRITE-BACKORDER.
008960     WRITE BACKORDER-RECORD
008970         INVALID KEY
008980             CONTINUE
008990     END-WRITE.
009000     IF WS-BACKORDER-STATUS = '00'
009010         MOVE 'Y' TO WS-BO-WRITTEN-SW
009020         GO TO 5300-WRITE-BACKORDER-EXIT.
009030     IF WS-BACKORDER-STATUS = '22'
009040      AND BOR-CAPTURE-SEQ < 99
009050         ADD 1 TO BOR-CAPTURE-SEQ
009060         GO TO 5300-WRITE-BACKORDER-EXIT.
009070     DISPLAY 'DFH0XSOR - BACKORDER WRITE FAILED - STATUS '
009080         WS-BACKORDER-STATUS.
009090     MOVE 16 TO RETURN-CODE.
009100     STOP RUN.
009110 5300-WRITE-BACKORDER-EXIT.
009120     EXIT.
009130*
009140*=========================================================*
009150*  5400-NEXT-ORDER-NUMBER - READ, INCREMENT AND REWRITE   *
009160*  THE SINGLE ORDER CONTROL RECORD                        *
009170*=========================================================*
009180 5400-NEXT-ORDER-NUMBER.
009190     MOVE 'X' TO CTL-RECORD-KEY.
009200     READ ORDER-CTL-FILE
009210         INVALID KEY
009220             DISPLAY 'DFH0XSOR - ORDER CONTROL RECORD NOT FOUND'
009230             MOVE 16 TO RETURN-CODE
009240             STOP RUN
009250     END-READ.
009260     ADD 1 TO CTL-LAST-ORDER-NUMBER.
009270     REWRITE ORDER-CONTROL-RECORD.
009280 5400-NEXT-ORDER-NUMBER-EXIT.
009290     EXIT.
009300*
009310*=========================================================*
009320*  5500-COPY-ORDER-LINE - COPY ONE ACCEPTED BASKET LINE   *
009330*  INTO THE ORDER RECORD; CAPTURED LINES CLOSE UP INTO    *
009340*  THE LOW ORDER LINE SLOTS                               *
009350*=========================================================*
009360 5500-COPY-ORDER-LINE.
009370     IF WS-BK-BO-FLAG(WS-LINE-IX) = 'Y'
009380         GO TO 5500-COPY-ORDER-LINE-EXIT.
009390     ADD 1 TO WS-ORD-LINE-IX.
009400     MOVE WS-BK-ITEM-REF(WS-LINE-IX)
009410         TO ORD-ITEM-REF(WS-ORD-LINE-IX).
009420     MOVE WS-BK-QUANTITY(WS-LINE-IX)
009430         TO ORD-QUANTITY(WS-ORD-LINE-IX).
009440     MOVE WS-BK-COST(WS-LINE-IX)
009450         TO ORD-ITEM-COST(WS-ORD-LINE-IX).
009460 5500-COPY-ORDER-LINE-EXIT.
009470     EXIT.
009480*
009490*=========================================================*
009500*  5600-WRITE-JOURNAL-LINE - APPEND ONE ORDER LINE TO THE *
009510*  ORDER JOURNAL, EXACTLY AS THE ONLINE REQUEST WOULD     *
009520*=========================================================*
009530 5600-WRITE-JOURNAL-LINE.
009540     MOVE WS-RUN-DATE           TO JNL-ORDER-DATE.
009550     MOVE ORD-ORDER-NUMBER      TO JNL-ORDER-NUMBER.
009560     MOVE ORD-USERID            TO JNL-USERID.
009570     MOVE ORD-CHARGE-DEPT       TO JNL-CHARGE-DEPT.
009580     MOVE ORD-ITEM-REF(WS-ORD-LINE-IX)  TO JNL-ITEM-REF.
009590     MOVE ORD-QUANTITY(WS-ORD-LINE-IX)  TO JNL-QUANTITY.
009600     MOVE ORD-ITEM-COST(WS-ORD-LINE-IX) TO JNL-ITEM-COST.
009610     MOVE 'O'                   TO JNL-ENTRY-TYPE.
009620     WRITE JOURNAL-RECORD.
009630 5600-WRITE-JOURNAL-LINE-EXIT.
009640     EXIT.
009650*
009660*=========================================================*
009670*  5700-CHARGE-BUDGET - COMMIT THE BASKET'S VALUE AGAINST *
009680*  THE CHARGE DEPARTMENT'S MONTHLY SPEND. THE VALUE WAS   *
009690*  PROVED TO FIT DURING VALIDATION                        *
009700*=========================================================*
009710 5700-CHARGE-BUDGET.
009720     MOVE WS-BK-CHARGE-DEPT TO DEPT-CHARGE-DEPT.
009730     READ DEPT-BUDGET-FILE
009740         INVALID KEY
009750             DISPLAY 'DFH0XSOR - BUDGET VANISHED MID-RUN '
009760                 DEPT-CHARGE-DEPT
009770             MOVE 16 TO RETURN-CODE
009780             STOP RUN
009790     END-READ.
009800     IF DEPT-BUDGET-MONTH NOT = WS-RUN-CCYYMM
009810         MOVE ZERO          TO DEPT-MONTH-TO-DATE
009820         MOVE WS-RUN-CCYYMM TO DEPT-BUDGET-MONTH.
009830     ADD WS-BASKET-VALUE TO DEPT-MONTH-TO-DATE.
009840     REWRITE DEPT-BUDGET-RECORD.
009850 5700-CHARGE-BUDGET-EXIT.
009860     EXIT.
009870*
009880*=========================================================*
009890*  6000-UPDATE-TEMPLATE - RECORD WHAT THIS RUN DID WITH   *
009900*  THE TEMPLATE AND, UNLESS IT FAILED, MOVE ITS NEXT DUE  *
009910*  DATE ON BY ITS FREQUENCY UNTIL IT IS PAST THE RUN DATE *
009920*=========================================================*
009930 6000-UPDATE-TEMPLATE.
009940     MOVE WS-RUN-DATE            TO SOR-LAST-RUN-DATE.
009950     MOVE WS-PLACED-ORDER-NUMBER TO SOR-LAST-ORDER-NUMBER.
009960*
009970     IF WS-BASKET-REJECTED
009980         MOVE 'F' TO SOR-LAST-RESULT
009990         ADD 1 TO WS-TEMPLATES-FAILED
010000     ELSE
010010     IF WS-APPROVAL-NEEDED
010020         MOVE 'H' TO SOR-LAST-RESULT
010030         ADD 1 TO WS-TEMPLATES-HELD
010040     ELSE
010050         MOVE 'P' TO SOR-LAST-RESULT
010060         ADD 1 TO WS-TEMPLATES-PLACED.
010070*
010080     IF NOT WS-BASKET-REJECTED
010090         PERFORM 6100-ADVANCE-DUE-DATE
010100             THRU 6100-ADVANCE-DUE-DATE-EXIT
010110             UNTIL SOR-NEXT-DUE-DATE > WS-RUN-DATE.
010120*
010130     REWRITE STANDING-ORDER-RECORD
010140         INVALID KEY
010150             DISPLAY 'DFH0XSOR - STANDING ORDER REWRITE FAILED '
010160                 'FOR ' SOR-KEY ' - STATUS ' WS-STANDING-STATUS
010170             MOVE 16 TO RETURN-CODE
010180             STOP RUN
010190     END-REWRITE.
010200 6000-UPDATE-TEMPLATE-EXIT.
010210     EXIT.
010220*
010230*=========================================================*
010240*  6100-ADVANCE-DUE-DATE - ONE STEP OF THE FREQUENCY: 7   *
010250*  OR 14 DAYS, OR THE SAME DAY NEXT MONTH (THE LAST DAY   *
010260*  OF A SHORTER MONTH)                                    *
010270*=========================================================*
010280 6100-ADVANCE-DUE-DATE.
010290     MOVE SOR-NEXT-DUE-DATE TO WS-DATE-WORK.
010300*
010310     IF SOR-MONTHLY
010320         PERFORM 6150-NEXT-MONTH
010330             THRU 6150-NEXT-MONTH-EXIT
010340     ELSE
010350         IF SOR-FORTNIGHTLY
010360             MOVE 14 TO WS-DAYS-TO-ADD
010370         ELSE
010380             MOVE 7  TO WS-DAYS-TO-ADD
010390         END-IF
010400         PERFORM 9100-FORWARD-ONE-DAY
010410             THRU 9100-FORWARD-ONE-DAY-EXIT
010420             WS-DAYS-TO-ADD TIMES
010430     END-IF.
010440*
010450     MOVE WS-DATE-WORK TO SOR-NEXT-DUE-DATE.
010460 6100-ADVANCE-DUE-DATE-EXIT.
010470     EXIT.
010480*
010490 6150-NEXT-MONTH.
010500     IF WS-DW-MONTH = 12
010510         ADD 1 TO WS-DW-YEAR
010520         MOVE 1 TO WS-DW-MONTH
010530     ELSE
010540         ADD 1 TO WS-DW-MONTH.
010550*
010560     PERFORM 9200-SET-MONTH-LENGTH
010570         THRU 9200-SET-MONTH-LENGTH-EXIT.
010580     IF SOR-DAY-OF-MONTH = ZERO
010590      OR SOR-DAY-OF-MONTH > WS-MONTH-LENGTH
010600         MOVE WS-MONTH-LENGTH TO WS-DW-DAY
010610     ELSE
010620         MOVE SOR-DAY-OF-MONTH TO WS-DW-DAY.
010630 6150-NEXT-MONTH-EXIT.
010640     EXIT.
010650*
010660*=========================================================*
010670*  6500-WRITE-REPORT-LINE - ONE LINE PER TEMPLATE THAT    *
010680*  FELL DUE, WHATEVER ITS FATE                            *
010690*=========================================================*
010700 6500-WRITE-REPORT-LINE.
010710     MOVE SOR-USERID             TO WS-DT-USERID.
010720     MOVE SOR-REFERENCE          TO WS-DT-REFERENCE.
010730     MOVE SOR-CHARGE-DEPT        TO WS-DT-CHARGE-DEPT.
010740     MOVE WS-PLACED-ORDER-NUMBER TO WS-DT-ORDER-NUMBER.
010750     MOVE WS-BACKORDERED-COUNT   TO WS-DT-BO-COUNT.
010760     MOVE WS-REASON-CODE         TO WS-DT-REASON-CODE.
010770     MOVE SOR-NEXT-DUE-DATE      TO WS-DT-NEXT-DUE-DATE.
010780     MOVE WS-RESPONSE-MESSAGE    TO WS-DT-MESSAGE.
010790*
010800*    THE DUE DATE HAS ALREADY MOVED ON FOR A TEMPLATE THAT
010810*    WAS PLACED - THE ONE IT FELL DUE ON IS SHOWN AS THE
010820*    RUN DATE IN THAT CASE
010830     IF WS-BASKET-REJECTED
010840         MOVE SOR-NEXT-DUE-DATE TO WS-DT-DUE-DATE
010850         MOVE 'FAIL' TO WS-DT-DISPOSITION
010860     ELSE
010870     IF WS-APPROVAL-NEEDED
010880         MOVE WS-RUN-DATE TO WS-DT-DUE-DATE
010890         MOVE 'HELD' TO WS-DT-DISPOSITION
010900     ELSE
010910         MOVE WS-RUN-DATE TO WS-DT-DUE-DATE
010920         MOVE 'PLCD' TO WS-DT-DISPOSITION.
010930*
010940     MOVE WS-DETAIL-LINE TO REPORT-LINE.
010950     WRITE REPORT-LINE.
010960 6500-WRITE-REPORT-LINE-EXIT.
010970     EXIT.
010980*
010990*=========================================================*
011000*  7000-WRITE-CONTROL-TOTALS                              *
011010*=========================================================*
011020 7000-WRITE-CONTROL-TOTALS.
011030     MOVE SPACES TO REPORT-LINE.
011040     WRITE REPORT-LINE.
011050     MOVE WS-TEMPLATES-READ      TO WS-CT-READ.
011060     MOVE WS-CONTROL-LINE-1      TO REPORT-LINE.
011070     WRITE REPORT-LINE.
011080     MOVE WS-TEMPLATES-SUSPENDED TO WS-CT-SUSPENDED.
011090     MOVE WS-TEMPLATES-DUE       TO WS-CT-DUE.
011100     MOVE WS-CONTROL-LINE-2      TO REPORT-LINE.
011110     WRITE REPORT-LINE.
011120     MOVE WS-TEMPLATES-PLACED    TO WS-CT-PLACED.
011130     MOVE WS-TEMPLATES-HELD      TO WS-CT-HELD.
011140     MOVE WS-CONTROL-LINE-3      TO REPORT-LINE.
011150     WRITE REPORT-LINE.
011160     MOVE WS-TEMPLATES-FAILED    TO WS-CT-FAILED.
011170     MOVE WS-CONTROL-LINE-4      TO REPORT-LINE.
011180     WRITE REPORT-LINE.
011190     MOVE WS-LINES-BACKORDERED   TO WS-CT-BACKORDERED.
011200     MOVE WS-CONTROL-LINE-5      TO REPORT-LINE.
011210     WRITE REPORT-LINE.
011220 7000-WRITE-CONTROL-TOTALS-EXIT.
011230     EXIT.
011240*
011250*=========================================================*
011260*  8000-TERMINATE                                         *
011270*=========================================================*
011280 8000-TERMINATE.
011290     CLOSE STANDING-ORDER-FILE.
011300     CLOSE CATALOG-FILE.
011310     CLOSE ORDER-FILE.
011320     CLOSE ORDER-CTL-FILE.
011330     CLOSE JOURNAL-FILE.
011340     CLOSE DEPT-BUDGET-FILE.
011350     CLOSE BACKORDER-FILE.
011360     CLOSE LOCATION-FILE.
011370     CLOSE REPORT-FILE.
011380 8000-TERMINATE-EXIT.
011390     EXIT.
011400*
011410*=========================================================*
011420*  9100-FORWARD-ONE-DAY - STEP WS-DATE-WORK ON ONE DAY,   *
011430*  CARRYING INTO THE NEXT MONTH AND YEAR                  *
011440*=========================================================*
011450 9100-FORWARD-ONE-DAY.
011460     PERFORM 9200-SET-MONTH-LENGTH
011470         THRU 9200-SET-MONTH-LENGTH-EXIT.
011480     IF WS-DW-DAY < WS-MONTH-LENGTH
011490         ADD 1 TO WS-DW-DAY
011500         GO TO 9100-FORWARD-ONE-DAY-EXIT.
011510*
011520     MOVE 1 TO WS-DW-DAY.
011530     IF WS-DW-MONTH = 12
011540         ADD 1 TO WS-DW-YEAR
011550         MOVE 1 TO WS-DW-MONTH
011560     ELSE
011570         ADD 1 TO WS-DW-MONTH.
011580 9100-FORWARD-ONE-DAY-EXIT.
011590     EXIT.
011600*
011610*=========================================================*
011620*  9200-SET-MONTH-LENGTH - DAYS IN THE MONTH OF           *
011630*  WS-DATE-WORK                                           *
011640*=========================================================*
011650 9200-SET-MONTH-LENGTH.
011660     MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LENGTH.
011670     IF WS-DW-MONTH = 2
011680         PERFORM 9250-CHECK-LEAP-YEAR
011690             THRU 9250-CHECK-LEAP-YEAR-EXIT.
011700 9200-SET-MONTH-LENGTH-EXIT.
011710     EXIT.
011720*
011730*=========================================================*
011740*  9250-CHECK-LEAP-YEAR - STRETCH FEBRUARY TO 29 DAYS IN  *
011750*  A LEAP YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES NOT      *
011760*  DIVISIBLE BY 400                                       *
011770*=========================================================*
011780 9250-CHECK-LEAP-YEAR.
011790     DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOT
011800         REMAINDER WS-LEAP-REM.
011810     IF WS-LEAP-REM NOT = ZERO
011820         GO TO 9250-CHECK-LEAP-YEAR-EXIT.
011830*
011840     DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOT
011850         REMAINDER WS-LEAP-REM.
011860     IF WS-LEAP-REM NOT = ZERO
011870         MOVE 29 TO WS-MONTH-LENGTH
011880         GO TO 9250-CHECK-LEAP-YEAR-EXIT.
011890*
011900     DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOT
011910         REMAINDER WS-LEAP-REM.
011920     IF WS-LEAP-REM = ZERO
011930         MOVE 29 TO WS-MONTH-LENGTH.
011940 9250-CHECK-LEAP-YEAR-EXIT.
011950     EXIT.
011960*
011970*=========================================================*
011980*  1900-CHECK-RUN-CONTROL - REFUSE TO RUN UNLESS THE      *
011990*  PREDECESSOR STEP HAS COMPLETED FOR THIS RUN DATE AND   *
012000*  THIS STEP HAS NOT ALREADY RUN FOR IT, IN THE SAME      *
012010*  SPIRIT AS THE ARCHIVE'S ONLINE-CLOSED FLAG. A STEP     *
012020*  THAT FAILS MID-RUN LEAVES NO STAMP AND CAN BE RERUN    *
012030*=========================================================*
012040 1900-CHECK-RUN-CONTROL.
012050     OPEN I-O RUN-CONTROL-FILE.
012060     IF WS-RUNCTL-STATUS NOT = '00'
012070         DISPLAY 'DFH0XSOR - RUN CONTROL OPEN FAILED - STATUS '
012080             WS-RUNCTL-STATUS
012090         MOVE 16 TO RETURN-CODE
012100         STOP RUN.
012110*
012120     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
012130     MOVE 'DFH0XSOR' TO RUN-STEP-NAME.
012140     READ RUN-CONTROL-FILE
012150         INVALID KEY
012160             CONTINUE
012170     END-READ.
012180     IF WS-RUNCTL-STATUS = '00'
012190         DISPLAY 'DFH0XSOR - ALREADY RUN FOR ' WS-RUN-DATE
012200             ' - RUN REFUSED'
012210         MOVE 16 TO RETURN-CODE
012220         STOP RUN.
012230*
012240     MOVE 'DFH0XWEB' TO RUN-STEP-NAME.
012250     READ RUN-CONTROL-FILE
012260         INVALID KEY
012270             DISPLAY 'DFH0XSOR - PREDECESSOR DFH0XWEB NOT'
012280                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
012290             MOVE 16 TO RETURN-CODE
012300             STOP RUN
012310     END-READ.
012320 1900-CHECK-RUN-CONTROL-EXIT.
012330     EXIT.
012340*
012350*=========================================================*
012360*  8900-STAMP-RUN-CONTROL - RECORD THIS STEP'S CLEAN      *
012370*  COMPLETION FOR THE RUN DATE, SO THE NEXT STEP MAY RUN  *
012380*  AND A RERUN OF THIS ONE IS REFUSED                     *
012390*=========================================================*
012400 8900-STAMP-RUN-CONTROL.
012410     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
012420     MOVE 'DFH0XSOR' TO RUN-STEP-NAME.
012430     MOVE 'C' TO RUN-STATUS.
012440     ACCEPT RUN-COMPLETED-DATE FROM DATE YYYYMMDD.
012450     ACCEPT WS-RUNCTL-TIME FROM TIME.
012460     MOVE WS-RUNCTL-TIME (1:6) TO RUN-COMPLETED-TIME.
012470     WRITE RUN-CONTROL-RECORD
012480         INVALID KEY
012490             DISPLAY 'DFH0XSOR - RUN CONTROL STAMP FAILED - '
012500                 'STATUS ' WS-RUNCTL-STATUS
012510             MOVE 16 TO RETURN-CODE
012520     END-WRITE.
012530     CLOSE RUN-CONTROL-FILE.
012540 8900-STAMP-RUN-CONTROL-EXIT.
012550     EXIT.
