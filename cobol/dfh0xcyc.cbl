000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DFH0XCYC.
000030 AUTHOR.        R HALLIDAY.
000040 INSTALLATION.  CATALOGUE APPLICATIONS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*  DATE       INIT  DESCRIPTION                             *
000110*  2026-10-15  RH   Initial version - nightly cycle count    *
000120*                   sheets per warehouse location of the     *
000130*                   shelves due or overdue for a count by    *
000140*                   their ABC class, and a weekly compliance *
000150*                   report of the overdue shelves.           *
000160*-----------------------------------------------------------*
000170*
000180*-----------------------------------------------------------*
000190*  SCHEDULES STOCK COUNTS SO EVERY SHELF - EVERY ITEM AT     *
000200*  EVERY WAREHOUSE LOCATION ON THE LOCATION STOCK FILE - IS  *
000210*  COUNTED REGULARLY, THE IMPORTANT ITEMS MOST OFTEN. EACH   *
000220*  ITEM'S CLASS COMES FROM THE ITEM CLASS FILE THE MONTH END *
000230*  ABC CLASSIFICATION (DFH0XABC) WRITES; AN ITEM NOT ON IT   *
000240*  IS CLASS C. EACH CLASS HAS A COUNT INTERVAL IN DAYS. A    *
000250*  SHELF IS DUE ONCE ITS INTERVAL HAS RUN OUT SINCE IT WAS   *
000260*  LAST COUNTED - THE DATE STOCK ADJUSTMENT RECORDS ON THE   *
000270*  CYCLE COUNT FILE WHENEVER A COUNTED FIGURE (MODE C) IS    *
000280*  BOOKED FOR IT - AND OVERDUE ONCE A FURTHER GRACE PERIOD   *
000290*  HAS RUN OUT AS WELL. A SHELF NEVER COUNTED IS TAKEN AS    *
000300*  COUNTED ON THE DATE THE SCHEDULE STARTED, OR IS OVERDUE   *
000310*  AT ONCE WHEN NO START DATE IS GIVEN. A RETIRED ITEM'S     *
000320*  EMPTY SHELF HAS NOTHING LEFT TO COUNT AND IS SKIPPED.     *
000330*                                                            *
000340*  EVERY NIGHT A COUNT SHEET IS PRINTED, BROKEN OUT BY       *
000350*  WAREHOUSE LOCATION AS THE END OF DAY PICKING LIST IS, OF  *
000360*  THE SHELVES DUE OR OVERDUE, CLASS A FIRST. THE SHEET      *
000370*  CARRIES NO STOCK FIGURES SO THE COUNTERS COUNT BLIND. ON  *
000380*  THE COMPLIANCE DAY OF THE WEEK A COMPLIANCE REPORT IS     *
000390*  ALSO PRINTED OF EVERY OVERDUE SHELF BY LOCATION AND       *
000400*  CLASS, WITH EACH CLASS'S SHARE OF SHELVES COUNTED ON      *
000410*  TIME. THE RUN DATE, THE INTERVALS, THE GRACE PERIOD, THE  *
000420*  COMPLIANCE DAY AND THE SCHEDULE START COME FROM A ONE     *
000430*  RECORD PARAMETER FILE; AN EMPTY FILE MEANS THE SYSTEM     *
000440*  DATE AND THE DEFAULTS.                                    *
000450*-----------------------------------------------------------*
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000500     DECIMAL-POINT IS COMMA.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CLASS-FILE ASSIGN TO "ABCCLASS"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-CLASS-STATUS.
000570*
000580     SELECT LOCATION-FILE ASSIGN TO "LOCFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS LOC-KEY
000620         FILE STATUS IS WS-LOCATION-STATUS.
000630*
000640     SELECT COUNT-FILE ASSIGN TO "CYCFILE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS CYC-KEY
000680         FILE STATUS IS WS-COUNT-STATUS.
000690*
000700     SELECT CATALOG-FILE ASSIGN TO "CATFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CAT-ITEM-REF
000740         FILE STATUS IS WS-CATALOG-STATUS.
000750*
000760     SELECT PARM-FILE ASSIGN TO "CYCPARM"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PARM-STATUS.
000790*
000800     SELECT COUNT-SORT-FILE ASSIGN TO "CYCSORT".
000810*
000820     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS RUN-KEY
000860         FILE STATUS IS WS-RUNCTL-STATUS.
000870*
000880     SELECT SHEET-FILE ASSIGN TO "CNTSHEET"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SHEET-STATUS.
000910*
000920     SELECT COMPLIANCE-FILE ASSIGN TO "CYCCOMP"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-COMPLIANCE-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  CLASS-FILE
000990     RECORD CONTAINS 31 CHARACTERS.
001000     COPY dfh0xcps.
001010*
001020 FD  LOCATION-FILE
001030     RECORD CONTAINS 11 CHARACTERS.
001040     COPY dfh0xcpf.
001050*
001060 FD  COUNT-FILE
001070     RECORD CONTAINS 23 CHARACTERS.
001080     COPY dfh0xcpt.
001090*
001100 FD  CATALOG-FILE
001110     RECORD CONTAINS 79 CHARACTERS.
001120     COPY dfh0xcp2.
001130*
001140 FD  PARM-FILE
001150     RECORD CONTAINS 29 CHARACTERS.
001160 01  PARM-RECORD.
001170     03 PARM-RUN-DATE            PIC 9(08).
001180*    COUNT INTERVAL IN DAYS FOR EACH CLASS, AND THE FURTHER
001190*    DAYS A DUE SHELF IS ALLOWED BEFORE IT IS OVERDUE - ZERO
001200*    MEANS THE DEFAULT
001210     03 PARM-A-DAYS              PIC 9(03).
001220     03 PARM-B-DAYS              PIC 9(03).
001230     03 PARM-C-DAYS              PIC 9(03).
001240     03 PARM-GRACE-DAYS          PIC 9(03).
001250*    DAY OF THE WEEK THE COMPLIANCE REPORT IS PRINTED, 1 FOR
001260*    MONDAY TO 7 FOR SUNDAY - ZERO MEANS THE DEFAULT
001270     03 PARM-COMPLIANCE-DAY      PIC 9(01).
001280*    DATE THE COUNT SCHEDULE STARTED - A SHELF NEVER COUNTED
001290*    IS TAKEN AS COUNTED ON IT. ZERO LEAVES EVERY SHELF NEVER
001300*    COUNTED OVERDUE
001310     03 PARM-SCHEDULE-START      PIC 9(08).
001320*
001330 SD  COUNT-SORT-FILE.
001340 01  SORT-RECORD.
001350*    LOCATION FIRST, SO EACH WAREHOUSE'S SHELVES COME OFF
001360*    THE SORT TOGETHER, AS ON THE PICKING LIST, THEN CLASS A
001370*    FIRST WITHIN THE LOCATION
001380     03 SRT-LOCATION             PIC X(03).
001390     03 SRT-CLASS                PIC X(01).
001400     03 SRT-ITEM-REF             PIC 9(04).
001410     03 SRT-DESCRIPTION          PIC X(40).
001420*    ZERO WHEN THE SHELF HAS NEVER BEEN COUNTED
001430     03 SRT-LAST-COUNTED         PIC 9(08).
001440     03 SRT-OVERDUE-SW           PIC X(01).
001450         88 SRT-OVERDUE              VALUE 'Y'.
001460*
001470 FD  RUN-CONTROL-FILE
001480     RECORD CONTAINS 31 CHARACTERS.
001490     COPY dfh0xcph.
001500*
001510 FD  SHEET-FILE
001520     RECORD CONTAINS 132 CHARACTERS.
001530 01  SHEET-LINE                  PIC X(132).
001540*
001550 FD  COMPLIANCE-FILE
001560     RECORD CONTAINS 132 CHARACTERS.
001570 01  COMPLIANCE-LINE             PIC X(132).
001580*
001590 WORKING-STORAGE SECTION.
001600*
001610 01  WS-FILE-STATUSES.
001620     03 WS-CLASS-STATUS          PIC X(02)   VALUE '00'.
001630     03 WS-LOCATION-STATUS       PIC X(02)   VALUE '00'.
001640     03 WS-COUNT-STATUS          PIC X(02)   VALUE '00'.
001650     03 WS-CATALOG-STATUS        PIC X(02)   VALUE '00'.
001660     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001670     03 WS-SHEET-STATUS          PIC X(02)   VALUE '00'.
001680     03 WS-COMPLIANCE-STATUS     PIC X(02)   VALUE '00'.
001690     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001700*
001710 01  WS-SWITCHES.
001720     03 WS-CLASS-EOF-SW          PIC X(01)   VALUE 'N'.
001730         88 WS-CLASS-EOF             VALUE 'Y'.
001740     03 WS-LOCATION-EOF-SW       PIC X(01)   VALUE 'N'.
001750         88 WS-LOCATION-EOF          VALUE 'Y'.
001760     03 WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
001770         88 WS-SORT-EOF              VALUE 'Y'.
001780*    SET WHEN NO COUNT HAS EVER BEEN BOOKED - THE CYCLE
001790*    COUNT FILE DOES NOT EXIST YET AND EVERY SHELF IS
001800*    NEVER COUNTED
001810     03 WS-NO-COUNTS-SW          PIC X(01)   VALUE 'N'.
001820         88 WS-NO-COUNTS             VALUE 'Y'.
001830*    SET WHEN THE RUN DATE FALLS ON THE COMPLIANCE DAY
001840     03 WS-COMPLIANCE-SW         PIC X(01)   VALUE 'N'.
001850         88 WS-COMPLIANCE-NIGHT      VALUE 'Y'.
001860     03 WS-FIRST-LOCATION-SW     PIC X(01)   VALUE 'Y'.
001870         88 WS-FIRST-LOCATION        VALUE 'Y'.
001880     03 WS-FIRST-OVERDUE-SW      PIC X(01)   VALUE 'Y'.
001890         88 WS-FIRST-OVERDUE         VALUE 'Y'.
001900*
001910 01  WS-PARAMETERS.
001920     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
001930     03 WS-GRACE-DAYS            PIC 9(03)   VALUE 7.
001940     03 WS-COMPLIANCE-DAY        PIC 9(01)   VALUE 5.
001950     03 WS-SCHEDULE-START        PIC 9(08)   VALUE ZERO.
001960*
001970 01  WS-COUNTERS.
001980     03 WS-CLASSES-READ          PIC 9(05)   VALUE ZERO.
001990     03 WS-SHELVES-READ          PIC 9(05)   VALUE ZERO.
002000     03 WS-SHELVES-SKIPPED       PIC 9(05)   VALUE ZERO.
002010     03 WS-SHELVES-NEVER         PIC 9(05)   VALUE ZERO.
002020     03 WS-LOCATION-LINE-COUNT   PIC 9(05)   VALUE ZERO.
002030*
002040 01  WS-WORK-FIELDS.
002050     03 WS-PREV-LOCATION         PIC X(03)   VALUE SPACES.
002060     03 WS-PREV-OVERDUE-LOCATION PIC X(03)   VALUE SPACES.
002070*    ITEM WHOSE CATALOGUE RECORD IS IN THE BUFFER - THE
002080*    LOCATION FILE IS IN ITEM ORDER, SO EACH ITEM IS READ
002090*    ONCE HOWEVER MANY LOCATIONS HOLD IT
002100     03 WS-CATALOG-ITEM-REF      PIC 9(04)   VALUE ZERO.
002110*    THE SHELF IN HAND - ITS CLASS, THE CLASS'S SLOT IN THE
002120*    SCHEDULE TABLE AND THE DATE IT COUNTS AS LAST COUNTED
002130     03 WS-SHELF-CLASS           PIC X(01)   VALUE SPACE.
002140     03 WS-SHELF-LAST-COUNTED    PIC 9(08)   VALUE ZERO.
002150     03 WS-COUNT-DAYS            PIC 9(03)   VALUE ZERO.
002160     03 WS-COMPLIANT-SHARE       PIC 9(03)V9 VALUE ZERO.
002170*
002180*-------------------------------------------------------*
002190*  ONE SLOT PER POSSIBLE ITEM REFERENCE HOLDING THE      *
002200*  ITEM'S CLASS FROM THE ITEM CLASS FILE - CLASS C UNTIL *
002210*  THE FILE SAYS OTHERWISE                               *
002220*-------------------------------------------------------*
002230 01  WS-ITEM-CLASS-TABLE.
002240     03 WS-ITM-CLASS OCCURS 9999 TIMES PIC X(01).
002250 01  WS-ITM-SUB                  PIC 9(05) COMP VALUE ZERO.
002260*
002270*-------------------------------------------------------*
002280*  THE COUNT SCHEDULE FOR EACH CLASS: ITS INTERVAL, THE  *
002290*  LAST-COUNTED DATES ON OR BEFORE WHICH A SHELF IS DUE  *
002300*  AND OVERDUE TONIGHT, AND TONIGHT'S TALLIES. THE       *
002310*  OVERDUE TALLY AT THE LOCATION IN HAND FEEDS THE       *
002320*  COMPLIANCE REPORT'S LOCATION TOTALS                   *
002330*-------------------------------------------------------*
002340 01  WS-CLASS-SCHEDULE-TABLE.
002350     03 WS-CS-ENTRY OCCURS 3 TIMES.
002360         05 WS-CS-CLASS          PIC X(01).
002370         05 WS-CS-DAYS           PIC 9(03).
002380         05 WS-CS-DUE-CUTOFF     PIC 9(08).
002390         05 WS-CS-OVERDUE-CUTOFF PIC 9(08).
002400         05 WS-CS-SCHEDULED      PIC 9(05).
002410         05 WS-CS-DUE            PIC 9(05).
002420         05 WS-CS-OVERDUE        PIC 9(05).
002430         05 WS-CS-LOC-OVERDUE    PIC 9(05).
002440 01  WS-CS-IX                    PIC 9(01) COMP VALUE ZERO.
002450*
002460*-------------------------------------------------------*
002470*  DATE IN HAND FOR THE BACK-ONE-DAY ARITHMETIC THAT     *
002480*  TURNS EACH CLASS'S INTERVAL INTO A CUTOFF DATE        *
002490*-------------------------------------------------------*
002500 01  WS-DATE-WORK                PIC 9(08)   VALUE ZERO.
002510 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002520     03 WS-DW-YEAR               PIC 9(04).
002530     03 WS-DW-MONTH              PIC 9(02).
002540     03 WS-DW-DAY                PIC 9(02).
002550*
002560 01  WS-LEAP-WORK.
002570     03 WS-LEAP-QUOT             PIC 9(04) COMP VALUE ZERO.
002580     03 WS-LEAP-REM              PIC 9(04) COMP VALUE ZERO.
002590*
002600 01  WS-MONTH-DAYS-TABLE.
002610     03 FILLER                   PIC X(24)
002620         VALUE '312831303130313130313031'.
002630 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002640     03 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
002650*
002660*-------------------------------------------------------*
002670*  DAY NUMBER ARITHMETIC THAT FINDS THE RUN DATE'S DAY   *
002680*  OF THE WEEK, 1 FOR MONDAY TO 7 FOR SUNDAY             *
002690*-------------------------------------------------------*
002700 01  WS-WEEKDAY-WORK.
002710     03 WS-WD-MARCH-ADJUST       PIC 9(01)   COMP VALUE ZERO.
002720     03 WS-WD-YEAR               PIC 9(05)   COMP VALUE ZERO.
002730     03 WS-WD-MONTH              PIC 9(02)   COMP VALUE ZERO.
002740     03 WS-WD-MONTH-DAYS         PIC 9(05)   COMP VALUE ZERO.
002750     03 WS-WD-LEAP-4             PIC 9(05)   COMP VALUE ZERO.
002760     03 WS-WD-LEAP-100           PIC 9(05)   COMP VALUE ZERO.
002770     03 WS-WD-LEAP-400           PIC 9(05)   COMP VALUE ZERO.
002780     03 WS-WD-DAY-NUMBER         PIC 9(09)   COMP VALUE ZERO.
002790     03 WS-WD-WEEKS              PIC 9(09)   COMP VALUE ZERO.
002800     03 WS-WD-REMAINDER          PIC 9(01)   COMP VALUE ZERO.
002810     03 WS-RUN-WEEKDAY           PIC 9(01)   VALUE ZERO.
002820*
002830*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
002840 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
002850*
002860*-------------------------------------------------------*
002870*  COUNT SHEET LINE LAYOUTS                              *
002880*-------------------------------------------------------*
002890 01  WS-HEADING-1.
002900     03 FILLER                   PIC X(01)   VALUE SPACE.
002910     03 FILLER                   PIC X(38)
002920         VALUE 'CYCLE COUNT SHEET - COUNT BLIND -     '.
002930     03 FILLER                   PIC X(09)   VALUE 'RUN DATE '.
002940     03 WS-H1-RUN-DATE           PIC 9(08).
002950*
002960 01  WS-LOCATION-HEADING.
002970     03 FILLER                   PIC X(01)   VALUE SPACE.
002980     03 FILLER                   PIC X(19)
002990         VALUE 'WAREHOUSE LOCATION '.
003000     03 WS-LH-LOCATION           PIC X(03).
003010*
003020 01  WS-COLUMN-HEADINGS.
003030     03 FILLER                   PIC X(01)   VALUE SPACE.
003040     03 FILLER                   PIC X(06)   VALUE 'ITEM  '.
003050     03 FILLER                   PIC X(42)   VALUE 'DESCRIPTION'.
003060     03 FILLER                   PIC X(07)   VALUE 'CLASS  '.
003070     03 FILLER                   PIC X(14)
003080         VALUE 'LAST COUNTED  '.
003090     03 FILLER                   PIC X(09)   VALUE 'STATUS   '.
003100     03 FILLER                   PIC X(12)   VALUE 'COUNTED QTY '.
003110     03 FILLER                   PIC X(10)   VALUE 'COUNTED BY'.
003120*
003130 01  WS-DETAIL-LINE.
003140     03 FILLER                   PIC X(01)   VALUE SPACE.
003150     03 WS-DT-ITEM-REF           PIC 9(04).
003160     03 FILLER                   PIC X(02)   VALUE SPACE.
003170     03 WS-DT-DESCRIPTION        PIC X(40).
003180     03 FILLER                   PIC X(04)   VALUE SPACE.
003190     03 WS-DT-CLASS              PIC X(01).
003200     03 FILLER                   PIC X(04)   VALUE SPACE.
003210     03 WS-DT-LAST-COUNTED       PIC X(08).
003220     03 FILLER                   PIC X(04)   VALUE SPACE.
003230     03 WS-DT-STATUS             PIC X(07).
003240     03 FILLER                   PIC X(04)   VALUE SPACE.
003250     03 FILLER                   PIC X(10)   VALUE '__________'.
003260     03 FILLER                   PIC X(02)   VALUE SPACE.
003270     03 FILLER                   PIC X(10)   VALUE '__________'.
003280*
003290 01  WS-LOCATION-TOTAL-LINE.
003300     03 FILLER                   PIC X(01)   VALUE SPACE.
003310     03 FILLER                   PIC X(30)
003320         VALUE 'SHELVES TO COUNT AT LOCATION: '.
003330     03 WS-LT-COUNT              PIC Z(04)9.
003340*
003350 01  WS-NOTHING-DUE-LINE.
003360     03 FILLER                   PIC X(01)   VALUE SPACE.
003370     03 FILLER                   PIC X(30)
003380         VALUE 'NO SHELVES DUE FOR COUNT      '.
003390*
003400 01  WS-CONTROL-LINE-1.
003410     03 FILLER                   PIC X(01)   VALUE SPACE.
003420     03 FILLER                   PIC X(30)
003430         VALUE 'SHELVES ON LOCATION FILE:     '.
003440     03 WS-CT-SHELVES            PIC Z(04)9.
003450*
003460 01  WS-CONTROL-LINE-2.
003470     03 FILLER                   PIC X(01)   VALUE SPACE.
003480     03 FILLER                   PIC X(30)
003490         VALUE 'EMPTY RETIRED SHELVES SKIPPED:'.
003500     03 WS-CT-SKIPPED            PIC Z(04)9.
003510*
003520 01  WS-CONTROL-LINE-3.
003530     03 FILLER                   PIC X(01)   VALUE SPACE.
003540     03 FILLER                   PIC X(30)
003550         VALUE 'SHELVES NEVER COUNTED:        '.
003560     03 WS-CT-NEVER              PIC Z(04)9.
003570*
003580 01  WS-CONTROL-LINE-4.
003590     03 FILLER                   PIC X(01)   VALUE SPACE.
003600     03 FILLER                   PIC X(06)   VALUE 'CLASS '.
003610     03 WS-CT-CLASS              PIC X(01).
003620     03 FILLER                   PIC X(11)   VALUE ' - EVERY   '.
003630     03 WS-CT-DAYS               PIC ZZ9.
003640     03 FILLER                   PIC X(18)
003650         VALUE ' DAYS - SCHEDULED '.
003660     03 WS-CT-SCHEDULED          PIC Z(04)9.
003670     03 FILLER                   PIC X(06)   VALUE '  DUE '.
003680     03 WS-CT-DUE                PIC Z(04)9.
003690     03 FILLER                   PIC X(10)   VALUE '  OVERDUE '.
003700     03 WS-CT-OVERDUE            PIC Z(04)9.
003710*
003720*-------------------------------------------------------*
003730*  COMPLIANCE REPORT LINE LAYOUTS                        *
003740*-------------------------------------------------------*
003750 01  WS-COMP-HEADING-1.
003760     03 FILLER                   PIC X(01)   VALUE SPACE.
003770     03 FILLER                   PIC X(40)
003780         VALUE 'CYCLE COUNT COMPLIANCE - OVERDUE SHELVES'.
003790     03 FILLER                   PIC X(11)   VALUE ' - RUN DATE'.
003800     03 FILLER                   PIC X(01)   VALUE SPACE.
003810     03 WS-CH1-RUN-DATE          PIC 9(08).
003820*
003830 01  WS-COMP-HEADING-2.
003840     03 FILLER                   PIC X(01)   VALUE SPACE.
003850     03 FILLER                   PIC X(32)
003860         VALUE 'OVERDUE MEANS NOT COUNTED WITHIN'.
003870     03 FILLER                   PIC X(35)
003880         VALUE ' THE CLASS INTERVAL PLUS A GRACE OF'.
003890     03 FILLER                   PIC X(01)   VALUE SPACE.
003900     03 WS-CH2-GRACE-DAYS        PIC ZZ9.
003910     03 FILLER                   PIC X(05)   VALUE ' DAYS'.
003920*
003930 01  WS-COMP-COLUMNS.
003940     03 FILLER                   PIC X(01)   VALUE SPACE.
003950     03 FILLER                   PIC X(07)   VALUE 'CLASS  '.
003960     03 FILLER                   PIC X(06)   VALUE 'ITEM  '.
003970     03 FILLER                   PIC X(42)   VALUE 'DESCRIPTION'.
003980     03 FILLER                   PIC X(14)
003990         VALUE 'LAST COUNTED  '.
004000     03 FILLER                   PIC X(08)   VALUE 'INTERVAL'.
004010*
004020 01  WS-COMP-DETAIL.
004030     03 FILLER                   PIC X(03)   VALUE SPACE.
004040     03 WS-CD-CLASS              PIC X(01).
004050     03 FILLER                   PIC X(04)   VALUE SPACE.
004060     03 WS-CD-ITEM-REF           PIC 9(04).
004070     03 FILLER                   PIC X(02)   VALUE SPACE.
004080     03 WS-CD-DESCRIPTION        PIC X(40).
004090     03 FILLER                   PIC X(02)   VALUE SPACE.
004100     03 WS-CD-LAST-COUNTED       PIC X(08).
004110     03 FILLER                   PIC X(09)   VALUE SPACE.
004120     03 WS-CD-DAYS               PIC ZZ9.
004130*
004140 01  WS-COMP-LOCATION-TOTAL.
004150     03 FILLER                   PIC X(01)   VALUE SPACE.
004160     03 FILLER                   PIC X(20)
004170         VALUE 'OVERDUE AT LOCATION '.
004180     03 WS-CLT-LOCATION          PIC X(03).
004190     03 FILLER                   PIC X(11)   VALUE ' - CLASS A '.
004200     03 WS-CLT-A                 PIC Z(04)9.
004210     03 FILLER                   PIC X(09)   VALUE '  CLASS B'.
004220     03 FILLER                   PIC X(01)   VALUE SPACE.
004230     03 WS-CLT-B                 PIC Z(04)9.
004240     03 FILLER                   PIC X(09)   VALUE '  CLASS C'.
004250     03 FILLER                   PIC X(01)   VALUE SPACE.
004260     03 WS-CLT-C                 PIC Z(04)9.
004270*
004280 01  WS-COMP-NONE-LINE.
004290     03 FILLER                   PIC X(01)   VALUE SPACE.
004300     03 FILLER                   PIC X(30)
004310         VALUE 'NO SHELVES OVERDUE FOR COUNT  '.
004320*
004330 01  WS-COMP-SUMMARY-HEADING.
004340     03 FILLER                   PIC X(01)   VALUE SPACE.
004350     03 FILLER                   PIC X(30)
004360         VALUE 'COMPLIANCE BY CLASS           '.
004370*
004380 01  WS-COMP-SUMMARY-LINE.
004390     03 FILLER                   PIC X(01)   VALUE SPACE.
004400     03 FILLER                   PIC X(06)   VALUE 'CLASS '.
004410     03 WS-CS-LINE-CLASS         PIC X(01).
004420     03 FILLER                   PIC X(21)
004430         VALUE ' - SHELVES SCHEDULED '.
004440     03 WS-CS-LINE-SCHEDULED     PIC Z(04)9.
004450     03 FILLER                   PIC X(10)   VALUE '  OVERDUE '.
004460     03 WS-CS-LINE-OVERDUE       PIC Z(04)9.
004470     03 FILLER                   PIC X(17)
004480         VALUE '  COUNTED ON TIME'.
004490     03 FILLER                   PIC X(01)   VALUE SPACE.
004500     03 WS-CS-LINE-SHARE         PIC ZZ9,9.
004510     03 FILLER                   PIC X(01)   VALUE '%'.
004520*
004530 PROCEDURE DIVISION.
004540*
004550*=========================================================*
004560*  0000-MAINLINE                                          *
004570*=========================================================*
004580 0000-MAINLINE.
004590     PERFORM 1000-INITIALIZE
004600         THRU 1000-INITIALIZE-EXIT.
004610     PERFORM 1500-LOAD-ITEM-CLASSES
004620         THRU 1500-LOAD-ITEM-CLASSES-EXIT.
004630*
004640     SORT COUNT-SORT-FILE
004650         ON ASCENDING KEY SRT-LOCATION
004660                          SRT-CLASS
004670                          SRT-ITEM-REF
004680         INPUT PROCEDURE IS 2000-SORT-INPUT
004690         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT.
004700*
004710     PERFORM 8000-TERMINATE
004720         THRU 8000-TERMINATE-EXIT.
004730*
004740     PERFORM 8900-STAMP-RUN-CONTROL
004750         THRU 8900-STAMP-RUN-CONTROL-EXIT.
004760*
004770     STOP RUN.
004780*
004790*=========================================================*
004800*  1000-INITIALIZE                                        *
004810*=========================================================*
004820 1000-INITIALIZE.
004830     MOVE 'A' TO WS-CS-CLASS(1).
004840     MOVE 030 TO WS-CS-DAYS(1).
004850     MOVE 'B' TO WS-CS-CLASS(2).
004860     MOVE 090 TO WS-CS-DAYS(2).
004870     MOVE 'C' TO WS-CS-CLASS(3).
004880     MOVE 180 TO WS-CS-DAYS(3).
004890*
004900     OPEN INPUT PARM-FILE.
004910     IF WS-PARM-STATUS = '00'
004920         READ PARM-FILE
004930             AT END
004940                 CONTINUE
004950             NOT AT END
004960                 IF PARM-RUN-DATE NUMERIC
004970                  AND PARM-RUN-DATE NOT = ZERO
004980                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
004990                 END-IF
005000                 IF PARM-A-DAYS NUMERIC
005010                  AND PARM-A-DAYS NOT = ZERO
005020                     MOVE PARM-A-DAYS TO WS-CS-DAYS(1)
005030                 END-IF
005040                 IF PARM-B-DAYS NUMERIC
005050                  AND PARM-B-DAYS NOT = ZERO
005060                     MOVE PARM-B-DAYS TO WS-CS-DAYS(2)
005070                 END-IF
005080                 IF PARM-C-DAYS NUMERIC
005090                  AND PARM-C-DAYS NOT = ZERO
005100                     MOVE PARM-C-DAYS TO WS-CS-DAYS(3)
005110                 END-IF
005120                 IF PARM-GRACE-DAYS NUMERIC
005130                  AND PARM-GRACE-DAYS NOT = ZERO
005140                     MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
005150                 END-IF
005160                 IF PARM-COMPLIANCE-DAY NUMERIC
005170                  AND PARM-COMPLIANCE-DAY NOT = ZERO
005180                  AND PARM-COMPLIANCE-DAY NOT > 7
005190                     MOVE PARM-COMPLIANCE-DAY TO WS-COMPLIANCE-DAY
005200                 END-IF
005210                 IF PARM-SCHEDULE-START NUMERIC
005220                     MOVE PARM-SCHEDULE-START TO WS-SCHEDULE-START
005230                 END-IF
005240         END-READ
005250     END-IF.
005260     CLOSE PARM-FILE.
005270*
005280*    NO RUN DATE SUPPLIED - SCHEDULE AS AT TODAY
005290     IF WS-RUN-DATE = ZERO
005300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005310*
005320     PERFORM 1100-SET-CLASS-CUTOFFS
005330         THRU 1100-SET-CLASS-CUTOFFS-EXIT
005340         VARYING WS-CS-IX FROM 1 BY 1
005350         UNTIL WS-CS-IX > 3.
005360*
005370*    THE COMPLIANCE REPORT GOES BY THE RUN DATE, NOT THE
005380*    SYSTEM CLOCK, SO A MISSED NIGHT RERUN AS AT ITS OWN
005390*    DATE STILL PRODUCES IT
005400     PERFORM 9200-FIND-WEEKDAY
005410         THRU 9200-FIND-WEEKDAY-EXIT.
005420     IF WS-RUN-WEEKDAY = WS-COMPLIANCE-DAY
005430         MOVE 'Y' TO WS-COMPLIANCE-SW.
005440*
005450     PERFORM 1900-CHECK-RUN-CONTROL
005460         THRU 1900-CHECK-RUN-CONTROL-EXIT.
005470*
005480     OPEN INPUT LOCATION-FILE.
005490     IF WS-LOCATION-STATUS NOT = '00'
005500         DISPLAY 'DFH0XCYC - LOCATION FILE OPEN FAILED - STATUS '
005510             WS-LOCATION-STATUS
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN.
005540*
005550*    NO CYCLE COUNT FILE YET MEANS NO COUNT HAS EVER BEEN
005560*    BOOKED - EVERY SHELF IS NEVER COUNTED
005570     OPEN INPUT COUNT-FILE.
005580     IF WS-COUNT-STATUS = '35'
005590         MOVE 'Y' TO WS-NO-COUNTS-SW
005600     ELSE
005610     IF WS-COUNT-STATUS NOT = '00'
005620         DISPLAY 'DFH0XCYC - COUNT FILE OPEN FAILED - STATUS '
005630             WS-COUNT-STATUS
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN.
005660*
005670     OPEN INPUT CATALOG-FILE.
005680     IF WS-CATALOG-STATUS NOT = '00'
005690         DISPLAY 'DFH0XCYC - CATALOG FILE OPEN FAILED - STATUS '
005700             WS-CATALOG-STATUS
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN.
005730*
005740     OPEN OUTPUT SHEET-FILE.
005750     IF WS-SHEET-STATUS NOT = '00'
005760         DISPLAY 'DFH0XCYC - SHEET FILE OPEN FAILED - STATUS '
005770             WS-SHEET-STATUS
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN.
005800*
005810     IF WS-COMPLIANCE-NIGHT
005820         OPEN OUTPUT COMPLIANCE-FILE
005830         IF WS-COMPLIANCE-STATUS NOT = '00'
005840             DISPLAY 'DFH0XCYC - COMPLIANCE FILE OPEN FAILED - '
005850                 'STATUS ' WS-COMPLIANCE-STATUS
005860             MOVE 16 TO RETURN-CODE
005870             STOP RUN
005880         END-IF
005890     END-IF.
005900 1000-INITIALIZE-EXIT.
005910     EXIT.
005920*
005930*=========================================================*
005940*  1100-SET-CLASS-CUTOFFS - A SHELF LAST COUNTED ON OR    *
005950*  BEFORE THE RUN DATE LESS THE CLASS INTERVAL IS DUE;    *
005960*  ON OR BEFORE A FURTHER GRACE PERIOD BACK, OVERDUE      *
005970*=========================================================*
005980 1100-SET-CLASS-CUTOFFS.
005990     MOVE WS-RUN-DATE TO WS-DATE-WORK.
006000     MOVE WS-CS-DAYS(WS-CS-IX) TO WS-COUNT-DAYS.
006010     PERFORM 9100-BACK-ONE-DAY
006020         THRU 9100-BACK-ONE-DAY-EXIT
006030         WS-COUNT-DAYS TIMES.
006040     MOVE WS-DATE-WORK TO WS-CS-DUE-CUTOFF(WS-CS-IX).
006050     PERFORM 9100-BACK-ONE-DAY
006060         THRU 9100-BACK-ONE-DAY-EXIT
006070         WS-GRACE-DAYS TIMES.
006080     MOVE WS-DATE-WORK TO WS-CS-OVERDUE-CUTOFF(WS-CS-IX).
006090*
006100     MOVE ZERO TO WS-CS-SCHEDULED(WS-CS-IX).
006110     MOVE ZERO TO WS-CS-DUE(WS-CS-IX).
006120     MOVE ZERO TO WS-CS-OVERDUE(WS-CS-IX).
006130     MOVE ZERO TO WS-CS-LOC-OVERDUE(WS-CS-IX).
006140 1100-SET-CLASS-CUTOFFS-EXIT.
006150     EXIT.
006160*
006170*=========================================================*
006180*  1500-LOAD-ITEM-CLASSES - EVERY ITEM STARTS AS CLASS C  *
006190*  AND TAKES THE CLASS THE ITEM CLASS FILE GIVES IT. NO   *
006200*  FILE YET (NO MONTH END CLASSIFICATION HAS RUN) LEAVES  *
006210*  EVERY ITEM CLASS C                                     *
006220*=========================================================*
006230 1500-LOAD-ITEM-CLASSES.
006240     MOVE ALL 'C' TO WS-ITEM-CLASS-TABLE.
006250*
006260     OPEN INPUT CLASS-FILE.
006270     IF WS-CLASS-STATUS = '35'
006280         DISPLAY 'DFH0XCYC - NO ITEM CLASS FILE - EVERY ITEM '
006290             'SCHEDULED AS CLASS C'
006300         GO TO 1500-LOAD-ITEM-CLASSES-EXIT.
006310     IF WS-CLASS-STATUS NOT = '00'
006320         DISPLAY 'DFH0XCYC - CLASS FILE OPEN FAILED - STATUS '
006330             WS-CLASS-STATUS
006340         MOVE 16 TO RETURN-CODE
006350         STOP RUN.
006360*
006370     PERFORM 1600-READ-CLASS
006380         THRU 1600-READ-CLASS-EXIT.
006390     PERFORM 1700-NOTE-CLASS
006400         THRU 1700-NOTE-CLASS-EXIT
006410         UNTIL WS-CLASS-EOF.
006420     CLOSE CLASS-FILE.
006430 1500-LOAD-ITEM-CLASSES-EXIT.
006440     EXIT.
006450*
006460 1600-READ-CLASS.
006470     READ CLASS-FILE
006480         AT END
006490             MOVE 'Y' TO WS-CLASS-EOF-SW
006500     END-READ.
006510     IF NOT WS-CLASS-EOF
006520         ADD 1 TO WS-CLASSES-READ.
006530 1600-READ-CLASS-EXIT.
006540     EXIT.
006550*
006560 1700-NOTE-CLASS.
006570     IF ICL-ITEM-REF NOT = ZERO
006580      AND (ICL-CLASS-A OR ICL-CLASS-B OR ICL-CLASS-C)
006590         MOVE ICL-CLASS TO WS-ITM-CLASS(ICL-ITEM-REF).
006600     PERFORM 1600-READ-CLASS
006610         THRU 1600-READ-CLASS-EXIT.
006620 1700-NOTE-CLASS-EXIT.
006630     EXIT.
006640*
006650*=========================================================*
006660*  2000-SORT-INPUT - WALK THE LOCATION STOCK FILE AND     *
006670*  RELEASE EVERY SHELF DUE FOR A COUNT TONIGHT            *
006680*=========================================================*
006690 2000-SORT-INPUT.
006700     PERFORM 2100-READ-LOCATION
006710         THRU 2100-READ-LOCATION-EXIT.
006720     PERFORM 2200-SCHEDULE-SHELF
006730         THRU 2200-SCHEDULE-SHELF-EXIT
006740         UNTIL WS-LOCATION-EOF.
006750 2000-SORT-INPUT-EXIT.
006760     EXIT.
006770*
006780 2100-READ-LOCATION.
006790     READ LOCATION-FILE NEXT
006800         AT END
006810             MOVE 'Y' TO WS-LOCATION-EOF-SW
006820     END-READ.
006830     IF NOT WS-LOCATION-EOF
006840         ADD 1 TO WS-SHELVES-READ.
006850 2100-READ-LOCATION-EXIT.
006860     EXIT.
006870*
006880*=========================================================*
006890*  2200-SCHEDULE-SHELF - CLASS THE SHELF IN HAND, FIND    *
006900*  WHEN IT WAS LAST COUNTED, AND RELEASE IT TO THE COUNT  *
006910*  SHEET IF ITS CLASS INTERVAL HAS RUN OUT                *
006920*=========================================================*
006930 2200-SCHEDULE-SHELF.
006940     IF LOC-ITEM-REF = ZERO
006950         GO TO 2200-SCHEDULE-NEXT.
006960*
006970     IF LOC-ITEM-REF NOT = WS-CATALOG-ITEM-REF
006980         MOVE LOC-ITEM-REF TO CAT-ITEM-REF
006990         MOVE LOC-ITEM-REF TO WS-CATALOG-ITEM-REF
007000         READ CATALOG-FILE
007010             INVALID KEY
007020                 MOVE 'DESCRIPTION UNAVAILABLE' TO CAT-DESCRIPTION
007030                 MOVE 'A' TO CAT-STATUS
007040         END-READ.
007050*
007060*    A RETIRED ITEM WITH NOTHING LEFT ON THE SHELF HAS
007070*    NOTHING TO COUNT
007080     IF CAT-STATUS-RETIRED
007090      AND LOC-IN-STOCK = ZERO
007100         ADD 1 TO WS-SHELVES-SKIPPED
007110         GO TO 2200-SCHEDULE-NEXT.
007120*
007130     MOVE WS-ITM-CLASS(LOC-ITEM-REF) TO WS-SHELF-CLASS.
007140     IF WS-SHELF-CLASS = 'A'
007150         MOVE 1 TO WS-CS-IX
007160     ELSE
007170     IF WS-SHELF-CLASS = 'B'
007180         MOVE 2 TO WS-CS-IX
007190     ELSE
007200         MOVE 3 TO WS-CS-IX.
007210     ADD 1 TO WS-CS-SCHEDULED(WS-CS-IX).
007220*
007230     MOVE ZERO TO SRT-LAST-COUNTED.
007240     IF NOT WS-NO-COUNTS
007250         MOVE LOC-KEY TO CYC-KEY
007260         READ COUNT-FILE
007270             INVALID KEY
007280                 MOVE ZERO TO CYC-LAST-COUNTED
007290         END-READ
007300         MOVE CYC-LAST-COUNTED TO SRT-LAST-COUNTED.
007310*
007320*    NEVER COUNTED - TAKEN AS COUNTED WHEN THE SCHEDULE
007330*    STARTED, IF IT HAS A START
007340     IF SRT-LAST-COUNTED = ZERO
007350         ADD 1 TO WS-SHELVES-NEVER
007360         MOVE WS-SCHEDULE-START TO WS-SHELF-LAST-COUNTED
007370     ELSE
007380         MOVE SRT-LAST-COUNTED TO WS-SHELF-LAST-COUNTED.
007390*
007400     IF WS-SHELF-LAST-COUNTED > WS-CS-DUE-CUTOFF(WS-CS-IX)
007410         GO TO 2200-SCHEDULE-NEXT.
007420*
007430     ADD 1 TO WS-CS-DUE(WS-CS-IX).
007440     IF WS-SHELF-LAST-COUNTED NOT > WS-CS-OVERDUE-CUTOFF(WS-CS-IX)
007450         MOVE 'Y' TO SRT-OVERDUE-SW
007460         ADD 1 TO WS-CS-OVERDUE(WS-CS-IX)
007470     ELSE
007480         MOVE 'N' TO SRT-OVERDUE-SW.
007490*
007500     MOVE LOC-LOCATION            TO SRT-LOCATION.
007510     MOVE WS-CS-CLASS(WS-CS-IX)   TO SRT-CLASS.
007520     MOVE LOC-ITEM-REF            TO SRT-ITEM-REF.
007530     MOVE CAT-DESCRIPTION         TO SRT-DESCRIPTION.
007540     RELEASE SORT-RECORD.
007550*
007560 2200-SCHEDULE-NEXT.
007570     PERFORM 2100-READ-LOCATION
007580         THRU 2100-READ-LOCATION-EXIT.
007590 2200-SCHEDULE-SHELF-EXIT.
007600     EXIT.
007610*
007620*=========================================================*
007630*  3000-SORT-OUTPUT - WALK THE SORTED SHELVES AND PRINT   *
007640*  THE COUNT SHEET, BROKEN BY WAREHOUSE LOCATION, AND ON  *
007650*  THE COMPLIANCE DAY THE OVERDUE SHELVES ALONGSIDE, THEN *
007660*  THE CONTROL TOTALS AND THE COMPLIANCE SUMMARY          *
007670*=========================================================*
007680 3000-SORT-OUTPUT.
007690     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
007700     MOVE WS-HEADING-1 TO SHEET-LINE.
007710     WRITE SHEET-LINE.
007720     MOVE SPACES TO SHEET-LINE.
007730     WRITE SHEET-LINE.
007740*
007750     IF WS-COMPLIANCE-NIGHT
007760         MOVE WS-RUN-DATE TO WS-CH1-RUN-DATE
007770         MOVE WS-COMP-HEADING-1 TO COMPLIANCE-LINE
007780         WRITE COMPLIANCE-LINE
007790         MOVE WS-GRACE-DAYS TO WS-CH2-GRACE-DAYS
007800         MOVE WS-COMP-HEADING-2 TO COMPLIANCE-LINE
007810         WRITE COMPLIANCE-LINE
007820         MOVE SPACES TO COMPLIANCE-LINE
007830         WRITE COMPLIANCE-LINE
007840     END-IF.
007850*
007860     PERFORM 3100-RETURN-SORT-RECORD
007870         THRU 3100-RETURN-SORT-RECORD-EXIT.
007880     IF WS-SORT-EOF
007890         MOVE WS-NOTHING-DUE-LINE TO SHEET-LINE
007900         WRITE SHEET-LINE.
007910     PERFORM 3200-PROCESS-SORT-RECORD
007920         THRU 3200-PROCESS-SORT-RECORD-EXIT
007930         UNTIL WS-SORT-EOF.
007940*
007950     IF NOT WS-FIRST-LOCATION
007960         PERFORM 3300-WRITE-LOCATION-TOTAL
007970             THRU 3300-WRITE-LOCATION-TOTAL-EXIT.
007980*
007990     PERFORM 3700-WRITE-CONTROL-TOTALS
008000         THRU 3700-WRITE-CONTROL-TOTALS-EXIT.
008010*
008020     IF WS-COMPLIANCE-NIGHT
008030         PERFORM 4000-FINISH-COMPLIANCE
008040             THRU 4000-FINISH-COMPLIANCE-EXIT.
008050 3000-SORT-OUTPUT-EXIT.
008060     EXIT.
008070*
008080 3100-RETURN-SORT-RECORD.
008090     RETURN COUNT-SORT-FILE
008100         AT END
008110             MOVE 'Y' TO WS-SORT-EOF-SW
008120     END-RETURN.
008130 3100-RETURN-SORT-RECORD-EXIT.
008140     EXIT.
008150*
008160 3200-PROCESS-SORT-RECORD.
008170*    A NEW LOCATION OPENS ITS OWN SECTION OF THE SHEET
008180     IF WS-FIRST-LOCATION
008190      OR SRT-LOCATION NOT = WS-PREV-LOCATION
008200         PERFORM 3400-LOCATION-BREAK
008210             THRU 3400-LOCATION-BREAK-EXIT.
008220*
008230     PERFORM 3500-WRITE-DETAIL-LINE
008240         THRU 3500-WRITE-DETAIL-LINE-EXIT.
008250*
008260     IF WS-COMPLIANCE-NIGHT
008270      AND SRT-OVERDUE
008280         PERFORM 4100-WRITE-OVERDUE-SHELF
008290             THRU 4100-WRITE-OVERDUE-SHELF-EXIT.
008300*
008310     PERFORM 3100-RETURN-SORT-RECORD
008320         THRU 3100-RETURN-SORT-RECORD-EXIT.
008330 3200-PROCESS-SORT-RECORD-EXIT.
008340     EXIT.
008350*
008360 3300-WRITE-LOCATION-TOTAL.
008370     MOVE WS-LOCATION-LINE-COUNT TO WS-LT-COUNT.
008380     MOVE WS-LOCATION-TOTAL-LINE TO SHEET-LINE.
008390     WRITE SHEET-LINE.
008400     MOVE SPACES TO SHEET-LINE.
008410     WRITE SHEET-LINE.
008420 3300-WRITE-LOCATION-TOTAL-EXIT.
008430     EXIT.
008440*
008450*=========================================================*
008460*  3400-LOCATION-BREAK - CLOSE THE LOCATION IN HAND AND   *
008470*  OPEN THE NEW WAREHOUSE LOCATION'S SECTION OF THE SHEET *
008480*=========================================================*
008490 3400-LOCATION-BREAK.
008500     IF NOT WS-FIRST-LOCATION
008510         PERFORM 3300-WRITE-LOCATION-TOTAL
008520             THRU 3300-WRITE-LOCATION-TOTAL-EXIT.
008530*
008540     MOVE 'N' TO WS-FIRST-LOCATION-SW.
008550     MOVE ZERO TO WS-LOCATION-LINE-COUNT.
008560     MOVE SRT-LOCATION TO WS-PREV-LOCATION.
008570     MOVE SRT-LOCATION TO WS-LH-LOCATION.
008580     MOVE WS-LOCATION-HEADING TO SHEET-LINE.
008590     WRITE SHEET-LINE.
008600     MOVE WS-COLUMN-HEADINGS TO SHEET-LINE.
008610     WRITE SHEET-LINE.
008620 3400-LOCATION-BREAK-EXIT.
008630     EXIT.
008640*
008650*=========================================================*
008660*  3500-WRITE-DETAIL-LINE - PRINT ONE SHELF TO COUNT. NO  *
008670*  STOCK FIGURE IS PRINTED - THE COUNTER WRITES IN WHAT   *
008680*  IS ACTUALLY ON THE SHELF                               *
008690*=========================================================*
008700 3500-WRITE-DETAIL-LINE.
008710     MOVE SRT-ITEM-REF        TO WS-DT-ITEM-REF.
008720     MOVE SRT-DESCRIPTION     TO WS-DT-DESCRIPTION.
008730     MOVE SRT-CLASS           TO WS-DT-CLASS.
008740     IF SRT-LAST-COUNTED = ZERO
008750         MOVE 'NEVER'         TO WS-DT-LAST-COUNTED
008760     ELSE
008770         MOVE SRT-LAST-COUNTED TO WS-DT-LAST-COUNTED.
008780     IF SRT-OVERDUE
008790         MOVE 'OVERDUE'       TO WS-DT-STATUS
008800     ELSE
008810         MOVE 'DUE'           TO WS-DT-STATUS.
008820     MOVE WS-DETAIL-LINE      TO SHEET-LINE.
008830     WRITE SHEET-LINE.
008840     ADD 1 TO WS-LOCATION-LINE-COUNT.
008850 3500-WRITE-DETAIL-LINE-EXIT.
008860     EXIT.
008870*
008880*=========================================================*
008890*  3700-WRITE-CONTROL-TOTALS - RUN CONTROL FIGURES FOR    *
008900*  OPERATIONS, AND EACH CLASS'S SCHEDULE FOR TONIGHT      *
008910*=========================================================*
008920 3700-WRITE-CONTROL-TOTALS.
008930     MOVE SPACES TO SHEET-LINE.
008940     WRITE SHEET-LINE.
008950     MOVE WS-SHELVES-READ    TO WS-CT-SHELVES.
008960     MOVE WS-CONTROL-LINE-1  TO SHEET-LINE.
008970     WRITE SHEET-LINE.
008980     MOVE WS-SHELVES-SKIPPED TO WS-CT-SKIPPED.
008990     MOVE WS-CONTROL-LINE-2  TO SHEET-LINE.
009000     WRITE SHEET-LINE.
009010     MOVE WS-SHELVES-NEVER   TO WS-CT-NEVER.
009020     MOVE WS-CONTROL-LINE-3  TO SHEET-LINE.
009030     WRITE SHEET-LINE.
009040     PERFORM 3750-WRITE-CLASS-TOTAL
009050         THRU 3750-WRITE-CLASS-TOTAL-EXIT
009060         VARYING WS-CS-IX FROM 1 BY 1
009070         UNTIL WS-CS-IX > 3.
009080 3700-WRITE-CONTROL-TOTALS-EXIT.
009090     EXIT.
009100*
009110 3750-WRITE-CLASS-TOTAL.
009120     MOVE WS-CS-CLASS(WS-CS-IX)     TO WS-CT-CLASS.
009130     MOVE WS-CS-DAYS(WS-CS-IX)      TO WS-CT-DAYS.
009140     MOVE WS-CS-SCHEDULED(WS-CS-IX) TO WS-CT-SCHEDULED.
009150     MOVE WS-CS-DUE(WS-CS-IX)       TO WS-CT-DUE.
009160     MOVE WS-CS-OVERDUE(WS-CS-IX)   TO WS-CT-OVERDUE.
009170     MOVE WS-CONTROL-LINE-4         TO SHEET-LINE.
009180     WRITE SHEET-LINE.
009190 3750-WRITE-CLASS-TOTAL-EXIT.
009200     EXIT.
009210*
009220*=========================================================*
009230*  4000-FINISH-COMPLIANCE - CLOSE THE LAST LOCATION ON    *
009240*  THE COMPLIANCE REPORT AND SUMMARISE EACH CLASS'S SHARE *
009250*  OF SHELVES NOT OVERDUE                                 *
009260*=========================================================*
009270 4000-FINISH-COMPLIANCE.
009280     IF WS-FIRST-OVERDUE
009290         MOVE WS-COMP-NONE-LINE TO COMPLIANCE-LINE
009300         WRITE COMPLIANCE-LINE
009310     ELSE
009320         PERFORM 4200-WRITE-OVERDUE-TOTAL
009330             THRU 4200-WRITE-OVERDUE-TOTAL-EXIT.
009340*
009350     MOVE SPACES TO COMPLIANCE-LINE.
009360     WRITE COMPLIANCE-LINE.
009370     MOVE WS-COMP-SUMMARY-HEADING TO COMPLIANCE-LINE.
009380     WRITE COMPLIANCE-LINE.
009390     PERFORM 4300-WRITE-CLASS-COMPLIANCE
009400         THRU 4300-WRITE-CLASS-COMPLIANCE-EXIT
009410         VARYING WS-CS-IX FROM 1 BY 1
009420         UNTIL WS-CS-IX > 3.
009430 4000-FINISH-COMPLIANCE-EXIT.
009440     EXIT.
009450*
009460*=========================================================*
009470*  4100-WRITE-OVERDUE-SHELF - LIST AN OVERDUE SHELF ON    *
009480*  THE COMPLIANCE REPORT UNDER ITS LOCATION, TALLYING IT  *
009490*  AGAINST ITS CLASS FOR THE LOCATION TOTAL               *
009500*=========================================================*
009510 4100-WRITE-OVERDUE-SHELF.
009520     IF WS-FIRST-OVERDUE
009530      OR SRT-LOCATION NOT = WS-PREV-OVERDUE-LOCATION
009540         PERFORM 4150-OVERDUE-LOCATION-BREAK
009550             THRU 4150-OVERDUE-LOCATION-BREAK-EXIT.
009560*
009570     IF SRT-CLASS = 'A'
009580         MOVE 1 TO WS-CS-IX
009590     ELSE
009600     IF SRT-CLASS = 'B'
009610         MOVE 2 TO WS-CS-IX
009620     ELSE
009630         MOVE 3 TO WS-CS-IX.
009640     ADD 1 TO WS-CS-LOC-OVERDUE(WS-CS-IX).
009650*
009660     MOVE SRT-CLASS              TO WS-CD-CLASS.
009670     MOVE SRT-ITEM-REF           TO WS-CD-ITEM-REF.
009680     MOVE SRT-DESCRIPTION        TO WS-CD-DESCRIPTION.
009690     IF SRT-LAST-COUNTED = ZERO
009700         MOVE 'NEVER'            TO WS-CD-LAST-COUNTED
009710     ELSE
009720         MOVE SRT-LAST-COUNTED   TO WS-CD-LAST-COUNTED.
009730     MOVE WS-CS-DAYS(WS-CS-IX)   TO WS-CD-DAYS.
009740     MOVE WS-COMP-DETAIL         TO COMPLIANCE-LINE.
009750     WRITE COMPLIANCE-LINE.
009760 4100-WRITE-OVERDUE-SHELF-EXIT.
009770     EXIT.
009780*
009790 4150-OVERDUE-LOCATION-BREAK.
009800     IF NOT WS-FIRST-OVERDUE
009810         PERFORM 4200-WRITE-OVERDUE-TOTAL
009820             THRU 4200-WRITE-OVERDUE-TOTAL-EXIT.
009830*
009840     MOVE 'N' TO WS-FIRST-OVERDUE-SW.
009850     MOVE ZERO TO WS-CS-LOC-OVERDUE(1).
009860     MOVE ZERO TO WS-CS-LOC-OVERDUE(2).
009870     MOVE ZERO TO WS-CS-LOC-OVERDUE(3).
009880     MOVE SRT-LOCATION TO WS-PREV-OVERDUE-LOCATION.
009890     MOVE SRT-LOCATION TO WS-LH-LOCATION.
009900     MOVE WS-LOCATION-HEADING TO COMPLIANCE-LINE.
009910     WRITE COMPLIANCE-LINE.
009920     MOVE WS-COMP-COLUMNS TO COMPLIANCE-LINE.
009930     WRITE COMPLIANCE-LINE.
009940 4150-OVERDUE-LOCATION-BREAK-EXIT.
009950     EXIT.
009960*
009970 4200-WRITE-OVERDUE-TOTAL.
009980     MOVE WS-PREV-OVERDUE-LOCATION TO WS-CLT-LOCATION.
009990     MOVE WS-CS-LOC-OVERDUE(1)     TO WS-CLT-A.
010000     MOVE WS-CS-LOC-OVERDUE(2)     TO WS-CLT-B.
010010     MOVE WS-CS-LOC-OVERDUE(3)     TO WS-CLT-C.
010020     MOVE WS-COMP-LOCATION-TOTAL   TO COMPLIANCE-LINE.
010030     WRITE COMPLIANCE-LINE.
010040     MOVE SPACES TO COMPLIANCE-LINE.
010050     WRITE COMPLIANCE-LINE.
010060 4200-WRITE-OVERDUE-TOTAL-EXIT.
010070     EXIT.
010080*
010090*=========================================================*
010100*  4300-WRITE-CLASS-COMPLIANCE - SHARE OF THE CLASS'S     *
010110*  SCHEDULED SHELVES NOT OVERDUE. A CLASS WITH NO SHELVES *
010120*  IS FULLY COMPLIANT                                     *
010130*=========================================================*
010140 4300-WRITE-CLASS-COMPLIANCE.
010150     IF WS-CS-SCHEDULED(WS-CS-IX) = ZERO
010160         MOVE 100 TO WS-COMPLIANT-SHARE
010170     ELSE
010180         COMPUTE WS-COMPLIANT-SHARE ROUNDED =
010190             (WS-CS-SCHEDULED(WS-CS-IX) - WS-CS-OVERDUE(WS-CS-IX))
010200             * 100 / WS-CS-SCHEDULED(WS-CS-IX).
010210*
010220     MOVE WS-CS-CLASS(WS-CS-IX)     TO WS-CS-LINE-CLASS.
010230     MOVE WS-CS-SCHEDULED(WS-CS-IX) TO WS-CS-LINE-SCHEDULED.
010240     MOVE WS-CS-OVERDUE(WS-CS-IX)   TO WS-CS-LINE-OVERDUE.
010250     MOVE WS-COMPLIANT-SHARE        TO WS-CS-LINE-SHARE.
010260     MOVE WS-COMP-SUMMARY-LINE      TO COMPLIANCE-LINE.
010270     WRITE COMPLIANCE-LINE.
010280 4300-WRITE-CLASS-COMPLIANCE-EXIT.
010290     EXIT.
010300*
010310*=========================================================*
010320*  8000-TERMINATE                                         *
010330*=========================================================*
010340 8000-TERMINATE.
010350     CLOSE LOCATION-FILE.
010360     IF NOT WS-NO-COUNTS
010370         CLOSE COUNT-FILE.
010380     CLOSE CATALOG-FILE.
010390     CLOSE SHEET-FILE.
010400     IF WS-COMPLIANCE-NIGHT
010410         CLOSE COMPLIANCE-FILE.
010420 8000-TERMINATE-EXIT.
010430     EXIT.
010440*
010450*=========================================================*
010460*  9100-BACK-ONE-DAY - STEP WS-DATE-WORK BACK ONE DAY,    *
010470*  BORROWING ACROSS MONTH AND YEAR ENDS. PERFORMED ONCE   *
010480*  PER DAY OF A CLASS INTERVAL OR THE GRACE PERIOD        *
010490*=========================================================*
010500 9100-BACK-ONE-DAY.
010510     IF WS-DW-DAY > 1
010520         SUBTRACT 1 FROM WS-DW-DAY
010530         GO TO 9100-BACK-ONE-DAY-EXIT.
010540*
010550     IF WS-DW-MONTH = 1
010560         SUBTRACT 1 FROM WS-DW-YEAR
010570         MOVE 12 TO WS-DW-MONTH
010580     ELSE
010590         SUBTRACT 1 FROM WS-DW-MONTH.
010600*
010610     MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-DW-DAY.
010620     IF WS-DW-MONTH = 2
010630         PERFORM 9150-CHECK-LEAP-YEAR
010640             THRU 9150-CHECK-LEAP-YEAR-EXIT.
010650 9100-BACK-ONE-DAY-EXIT.
010660     EXIT.
010670*
010680*=========================================================*
010690*  9150-CHECK-LEAP-YEAR - STRETCH A FEBRUARY LANDED ON BY *
010700*  THE BORROW TO 29 DAYS IN A LEAP YEAR: DIVISIBLE BY 4,  *
010710*  EXCEPT CENTURIES NOT DIVISIBLE BY 400                  *
010720*=========================================================*
010730 9150-CHECK-LEAP-YEAR.
010740     DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOT
010750         REMAINDER WS-LEAP-REM.
010760     IF WS-LEAP-REM NOT = ZERO
010770         GO TO 9150-CHECK-LEAP-YEAR-EXIT.
010780*
010790     DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOT
010800         REMAINDER WS-LEAP-REM.
010810     IF WS-LEAP-REM NOT = ZERO
010820         MOVE 29 TO WS-DW-DAY
010830         GO TO 9150-CHECK-LEAP-YEAR-EXIT.
010840*
010850     DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOT
010860         REMAINDER WS-LEAP-REM.
010870     IF WS-LEAP-REM = ZERO
010880         MOVE 29 TO WS-DW-DAY.
010890 9150-CHECK-LEAP-YEAR-EXIT.
010900     EXIT.
010910*
010920*=========================================================*
010930*  9200-FIND-WEEKDAY - TURN THE RUN DATE INTO A DAY       *
010940*  NUMBER COUNTED FROM A MONDAY, COUNTING THE YEAR FROM   *
010950*  MARCH SO THE LEAP DAY FALLS AT ITS END, AND TAKE THE   *
010960*  DAY OF THE WEEK FROM WHAT IS LEFT OVER IN WHOLE WEEKS  *
010970*=========================================================*
010980 9200-FIND-WEEKDAY.
010990     MOVE WS-RUN-DATE TO WS-DATE-WORK.
011000     IF WS-DW-MONTH < 3
011010         MOVE 1 TO WS-WD-MARCH-ADJUST
011020     ELSE
011030         MOVE 0 TO WS-WD-MARCH-ADJUST.
011040     COMPUTE WS-WD-YEAR = WS-DW-YEAR + 4800 - WS-WD-MARCH-ADJUST.
011050     COMPUTE WS-WD-MONTH =
011060         WS-DW-MONTH + (12 * WS-WD-MARCH-ADJUST) - 3.
011070*
011080     COMPUTE WS-WD-MONTH-DAYS = (153 * WS-WD-MONTH) + 2.
011090     DIVIDE WS-WD-MONTH-DAYS BY 5
011100         GIVING WS-WD-MONTH-DAYS.
011110     DIVIDE WS-WD-YEAR BY 4   GIVING WS-WD-LEAP-4.
011120     DIVIDE WS-WD-YEAR BY 100 GIVING WS-WD-LEAP-100.
011130     DIVIDE WS-WD-YEAR BY 400 GIVING WS-WD-LEAP-400.
011140     COMPUTE WS-WD-DAY-NUMBER =
011150         WS-DW-DAY + WS-WD-MONTH-DAYS + (365 * WS-WD-YEAR)
011160         + WS-WD-LEAP-4 - WS-WD-LEAP-100 + WS-WD-LEAP-400
011170         - 32045.
011180*
011190     DIVIDE WS-WD-DAY-NUMBER BY 7 GIVING WS-WD-WEEKS
011200         REMAINDER WS-WD-REMAINDER.
011210     COMPUTE WS-RUN-WEEKDAY = WS-WD-REMAINDER + 1.
011220 9200-FIND-WEEKDAY-EXIT.
011230     EXIT.
011240*
011250*=========================================================*
011260*  1900-CHECK-RUN-CONTROL - REFUSE TO RUN UNLESS THE      *
011270*  PREDECESSOR STEP HAS COMPLETED FOR THIS RUN DATE AND   *
011280*  THIS STEP HAS NOT ALREADY RUN FOR IT, IN THE SAME      *
011290*  SPIRIT AS THE ARCHIVE'S ONLINE-CLOSED FLAG. A STEP     *
011300*  THAT FAILS MID-RUN LEAVES NO STAMP AND CAN BE RERUN    *
011310*=========================================================*
011320 1900-CHECK-RUN-CONTROL.
011330     OPEN I-O RUN-CONTROL-FILE.
011340     IF WS-RUNCTL-STATUS NOT = '00'
011350         DISPLAY 'DFH0XCYC - RUN CONTROL OPEN FAILED - STATUS '
011360             WS-RUNCTL-STATUS
011370         MOVE 16 TO RETURN-CODE
011380         STOP RUN.
011390*
011400     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
011410     MOVE 'DFH0XCYC' TO RUN-STEP-NAME.
011420     READ RUN-CONTROL-FILE
011430         INVALID KEY
011440             CONTINUE
011450     END-READ.
011460     IF WS-RUNCTL-STATUS = '00'
011470         DISPLAY 'DFH0XCYC - ALREADY RUN FOR ' WS-RUN-DATE
011480             ' - RUN REFUSED'
011490         MOVE 16 TO RETURN-CODE
011500         STOP RUN.
011510*
011520     MOVE 'DFH0XEOD' TO RUN-STEP-NAME.
011530     READ RUN-CONTROL-FILE
011540         INVALID KEY
011550             DISPLAY 'DFH0XCYC - PREDECESSOR DFH0XEOD NOT'
011560                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
011570             MOVE 16 TO RETURN-CODE
011580             STOP RUN
011590     END-READ.
011600 1900-CHECK-RUN-CONTROL-EXIT.
011610     EXIT.
011620*
011630*=========================================================*
011640*  8900-STAMP-RUN-CONTROL - RECORD THIS STEP'S CLEAN      *
011650*  COMPLETION FOR THE RUN DATE, SO THE NEXT STEP MAY RUN  *
011660*  AND A RERUN OF THIS ONE IS REFUSED                     *
011670*=========================================================*
011680 8900-STAMP-RUN-CONTROL.
011690     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
011700     MOVE 'DFH0XCYC' TO RUN-STEP-NAME.
011710     MOVE 'C' TO RUN-STATUS.
011720     ACCEPT RUN-COMPLETED-DATE FROM DATE YYYYMMDD.
011730     ACCEPT WS-RUNCTL-TIME FROM TIME.
011740     MOVE WS-RUNCTL-TIME (1:6) TO RUN-COMPLETED-TIME.
011750     WRITE RUN-CONTROL-RECORD
011760         INVALID KEY
011770             DISPLAY 'DFH0XCYC - RUN CONTROL STAMP FAILED - '
011780                 'STATUS ' WS-RUNCTL-STATUS
011790             MOVE 16 TO RETURN-CODE
011800     END-WRITE.
011810     CLOSE RUN-CONTROL-FILE.
011820 8900-STAMP-RUN-CONTROL-EXIT.
011830     EXIT.
