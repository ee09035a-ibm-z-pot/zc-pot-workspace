000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DFH0XOSF.
000030 AUTHOR.        R HALLIDAY.
000040 INSTALLATION.  CATALOGUE APPLICATIONS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*  DATE       INIT  DESCRIPTION                             *
000110*  2026-10-15  RH   Initial version - nightly order status   *
000120*                   feed to the web storefront, one record   *
000130*                   per order whose status changed that day, *
000140*                   with line quantities, short picks and    *
000150*                   backorder allocations.                   *
000160*-----------------------------------------------------------*
000170*
000180*-----------------------------------------------------------*
000190*  TELLS THE WEB STOREFRONT EVERY NIGHT WHICH ORDERS MOVED   *
000200*  ON, SO BUYERS CAN SEE WHERE AN ORDER HAS GOT TO WITHOUT   *
000210*  CALLING THIS SYSTEM LIVE.                                 *
000220*                                                            *
000230*  NOT EVERY STATUS CHANGE IS JOURNALLED - THE END OF DAY    *
000240*  RELEASE TO THE WAREHOUSE AND A CONFIRMED FULL PICK MOVE   *
000250*  NO FIGURES AND WRITE NO ENTRY - SO THE CHANGES ARE FOUND  *
000260*  BY COMPARING THE OPEN ORDER FILE AGAINST LAST NIGHT'S     *
000270*  STATUS SNAPSHOT, BOTH IN ORDER NUMBER SEQUENCE. AN ORDER  *
000280*  WITH A DIFFERENT STATUS, OR NOT ON THE SNAPSHOT AT ALL,   *
000290*  IS SENT. AN ORDER ON THE SNAPSHOT BUT NO LONGER ON THE    *
000300*  OPEN ORDER FILE WAS MOVED TO HISTORY BY TONIGHT'S END OF  *
000310*  DAY CLOSEOUT, AND IS SENT WITH ITS HISTORY STATUS IF      *
000320*  THAT DIFFERS. TONIGHT'S OPEN ORDERS ARE THEN WRITTEN AS   *
000330*  THE NEW SNAPSHOT FOR TOMORROW'S RUN. ON A FIRST RUN, WITH *
000340*  NO SNAPSHOT TO COMPARE AGAINST, THE RUN ONLY SEEDS THE    *
000350*  SNAPSHOT AND SENDS NOTHING.                               *
000360*                                                            *
000370*  THE RUN DATE'S JOURNAL ENTRIES SUPPLY WHAT THE ORDER      *
000380*  RECORDS CANNOT - THE SHORTFALL ON EACH SHORT-PICKED LINE  *
000390*  (K), SO THE STOREFRONT SEES WHAT WAS ORDERED AS WELL AS   *
000400*  WHAT WENT OUT, AND WHICH NEW ORDERS WERE BACKORDER        *
000410*  ALLOCATIONS (B) RATHER THAN FRESH ORDERS.                 *
000420*                                                            *
000430*  THE RUN DATE COMES FROM A ONE RECORD PARAMETER FILE, OR   *
000440*  FROM THE SYSTEM DATE WHEN THE PARAMETER FILE IS EMPTY.    *
000450*-----------------------------------------------------------*
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000500     DECIMAL-POINT IS COMMA.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-JOURNAL-STATUS.
000570*
000580     SELECT ORDER-FILE ASSIGN TO "ORDFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS ORD-ORDER-NUMBER
000620         FILE STATUS IS WS-ORDER-STATUS.
000630*
000640     SELECT HISTORY-FILE ASSIGN TO "ORDHIST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS HST-ORDER-NUMBER
000680         FILE STATUS IS WS-HISTORY-STATUS.
000690*
000700*    LAST NIGHT'S ORDER STATUS SNAPSHOT, IN ORDER NUMBER ORDER
000710     SELECT SNAPSHOT-IN-FILE ASSIGN TO "STSSNAP"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SNAP-IN-STATUS.
000740*
000750*    TONIGHT'S SNAPSHOT, SWAPPED IN FOR STSSNAP BY THE JCL
000760     SELECT SNAPSHOT-OUT-FILE ASSIGN TO "STSSNAPN"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-SNAP-OUT-STATUS.
000790*
000800     SELECT STATUS-FEED-FILE ASSIGN TO "ORDSTAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-FEED-STATUS.
000830*
000840     SELECT PARM-FILE ASSIGN TO "OSFPARM"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-PARM-STATUS.
000870*
000880     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS RUN-KEY
000920         FILE STATUS IS WS-RUNCTL-STATUS.
000930*
000940     SELECT REPORT-FILE ASSIGN TO "OSFRPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-REPORT-STATUS.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  JOURNAL-FILE
001010     RECORD CONTAINS 45 CHARACTERS.
001020     COPY dfh0xcp5.
001030*
001040 FD  ORDER-FILE
001050     RECORD CONTAINS 167 CHARACTERS.
001060     COPY dfh0xcp3.
001070*
001080 FD  HISTORY-FILE
001090     RECORD CONTAINS 175 CHARACTERS.
001100     COPY dfh0xcp9.
001110*
001120 FD  SNAPSHOT-IN-FILE
001130     RECORD CONTAINS 8 CHARACTERS.
001140 01  SNAPSHOT-IN-RECORD.
001150     03 SNI-ORDER-NUMBER         PIC 9(07).
001160     03 SNI-STATUS               PIC X(01).
001170*
001180 FD  SNAPSHOT-OUT-FILE
001190     RECORD CONTAINS 8 CHARACTERS.
001200 01  SNAPSHOT-OUT-RECORD.
001210     03 SNO-ORDER-NUMBER         PIC 9(07).
001220     03 SNO-STATUS               PIC X(01).
001230*
001240*-------------------------------------------------------*
001250*  ORDER STATUS FEED - ONE FIXED FORMAT LINE PER ORDER   *
001260*  WHOSE STATUS CHANGED ON THE RUN DATE, PICKED UP BY     *
001270*  THE WEB STOREFRONT. FIELDS ARE FIXED POSITION, NO      *
001280*  DELIMITERS                                             *
001290*-------------------------------------------------------*
001300 FD  STATUS-FEED-FILE
001310     RECORD CONTAINS 181 CHARACTERS.
001320 01  STATUS-FEED-LINE.
001330*        POSITIONS 01-07 - ORDER NUMBER
001340     03 OSF-ORDER-NUMBER         PIC 9(7).
001350*        POSITIONS 08-15 - ORDERING USERID
001360     03 OSF-USERID               PIC X(8).
001370*        POSITIONS 16-23 - CHARGE DEPARTMENT
001380     03 OSF-CHARGE-DEPT          PIC X(8).
001390*        POSITIONS 24-31 - ORDER DATE (CCYYMMDD)
001400     03 OSF-ORDER-DATE           PIC 9(8).
001410*        POSITION  32    - STATUS LAST NIGHT, SPACE FOR AN
001420*        ORDER PLACED ON THE RUN DATE
001430     03 OSF-OLD-STATUS           PIC X(1).
001440*        POSITION  33    - STATUS TONIGHT (ORD-STATUS VALUES)
001450     03 OSF-NEW-STATUS           PIC X(1).
001460*        POSITIONS 34-41 - DATE (CCYYMMDD) OF THE CHANGE
001470     03 OSF-CHANGE-DATE          PIC 9(8).
001480*        POSITION  42    - Y WHEN THE ORDER WAS PLACED BY A
001490*        BACKORDER ALLOCATION WHEN A DELIVERY ARRIVED
001500     03 OSF-BACKORDER-FLAG       PIC X(1).
001510*        POSITIONS 43-49 - ORDER NUMBER THE BACKORDER WAS
001520*        ALLOCATED TO, ZERO WHEN NOT A BACKORDER ALLOCATION
001530     03 OSF-NEW-ORDER-NUMBER     PIC 9(7).
001540*        POSITIONS 50-51 - NUMBER OF LINES THAT FOLLOW
001550     03 OSF-LINE-COUNT           PIC 9(2).
001560*        POSITIONS 52-181 - TEN LINES OF 13 POSITIONS: ITEM
001570*        REFERENCE, QUANTITY ORDERED, QUANTITY SHORT-PICKED ON
001580*        THE RUN DATE AND QUANTITY NOW ON THE ORDER. UNUSED
001590*        LINES ARE ZERO
001600     03 OSF-LINE OCCURS 10 TIMES.
001610         05 OSF-ITEM-REF          PIC 9(4).
001620         05 OSF-QTY-ORDERED       PIC 9(3).
001630         05 OSF-QTY-SHORT         PIC 9(3).
001640         05 OSF-QTY-CURRENT       PIC 9(3).
001650*
001660 FD  PARM-FILE
001670     RECORD CONTAINS 8 CHARACTERS.
001680 01  PARM-RECORD.
001690     03 PARM-RUN-DATE            PIC 9(08).
001700*
001710 FD  RUN-CONTROL-FILE
001720     RECORD CONTAINS 31 CHARACTERS.
001730     COPY dfh0xcph.
001740*
001750 FD  REPORT-FILE
001760     RECORD CONTAINS 132 CHARACTERS.
001770 01  REPORT-LINE                 PIC X(132).
001780*
001790 WORKING-STORAGE SECTION.
001800*
001810 01  WS-FILE-STATUSES.
001820     03 WS-JOURNAL-STATUS        PIC X(02)   VALUE '00'.
001830     03 WS-ORDER-STATUS          PIC X(02)   VALUE '00'.
001840     03 WS-HISTORY-STATUS        PIC X(02)   VALUE '00'.
001850     03 WS-SNAP-IN-STATUS        PIC X(02)   VALUE '00'.
001860     03 WS-SNAP-OUT-STATUS       PIC X(02)   VALUE '00'.
001870     03 WS-FEED-STATUS           PIC X(02)   VALUE '00'.
001880     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001890     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001900     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001910*
001920 01  WS-SWITCHES.
001930     03 WS-JOURNAL-EOF-SW        PIC X(01)   VALUE 'N'.
001940         88 WS-JOURNAL-EOF           VALUE 'Y'.
001950     03 WS-ORDER-EOF-SW          PIC X(01)   VALUE 'N'.
001960         88 WS-ORDER-EOF             VALUE 'Y'.
001970     03 WS-SNAP-EOF-SW           PIC X(01)   VALUE 'N'.
001980         88 WS-SNAP-EOF              VALUE 'Y'.
001990*    SET WHEN NO SNAPSHOT FILE WAS SUPPLIED - THE RUN ONLY
002000*    SEEDS TONIGHT'S SNAPSHOT AND SENDS NOTHING
002010     03 WS-SEEDING-SW            PIC X(01)   VALUE 'N'.
002020         88 WS-SEEDING-RUN           VALUE 'Y'.
002030*    SET ONCE EACH TABLE HAS OVERFLOWED, SO THE CONSOLE IS
002040*    TOLD ONCE RATHER THAN FOR EVERY ENTRY LOST
002050     03 WS-SHORT-FULL-SW         PIC X(01)   VALUE 'N'.
002060         88 WS-SHORT-TABLE-FULL      VALUE 'Y'.
002070     03 WS-ALLOC-FULL-SW         PIC X(01)   VALUE 'N'.
002080         88 WS-ALLOC-TABLE-FULL      VALUE 'Y'.
002090*
002100 01  WS-PARAMETERS.
002110     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
002120*
002130 01  WS-COUNTERS.
002140     03 WS-JOURNAL-READ          PIC 9(07)   VALUE ZERO.
002150     03 WS-ORDERS-COMPARED       PIC 9(07)   VALUE ZERO.
002160     03 WS-ORDERS-NEW            PIC 9(07)   VALUE ZERO.
002170     03 WS-ORDERS-SENT           PIC 9(07)   VALUE ZERO.
002180     03 WS-ORDERS-FROM-HISTORY   PIC 9(07)   VALUE ZERO.
002190     03 WS-ORDERS-ALLOCATED      PIC 9(07)   VALUE ZERO.
002200     03 WS-LINES-SHORT           PIC 9(07)   VALUE ZERO.
002210     03 WS-ORDERS-MISSING        PIC 9(07)   VALUE ZERO.
002220*
002230*    MERGE KEYS - AN EXHAUSTED FILE TAKES A KEY HIGHER THAN
002240*    ANY ORDER NUMBER SO THE OTHER FILE DRAINS
002250 01  WS-MERGE-KEYS.
002260     03 WS-ORDER-KEY             PIC 9(08)   VALUE ZERO.
002270     03 WS-SNAP-KEY              PIC 9(08)   VALUE ZERO.
002280     03 WS-END-KEY               PIC 9(08)   VALUE 99999999.
002290*
002300 01  WS-WORK-FIELDS.
002310     03 WS-LINE-IX               PIC 9(03) COMP VALUE ZERO.
002320     03 WS-LINE-ITEM-REF         PIC 9(04)   VALUE ZERO.
002330     03 WS-LINE-QUANTITY         PIC 9(03)   VALUE ZERO.
002340     03 WS-LINE-SHORT            PIC 9(05)   VALUE ZERO.
002350     03 WS-LINE-ORDERED          PIC 9(05)   VALUE ZERO.
002360     03 WS-SOURCE                PIC X(07)   VALUE SPACES.
002370*
002380*-------------------------------------------------------*
002390*  THE RUN DATE'S SHORT-PICK CORRECTIONS (K ENTRIES),     *
002400*  ONE SLOT PER ORDER LINE CORRECTED, SO EACH LINE SENT   *
002410*  CAN CARRY ITS SHORTFALL                                *
002420*-------------------------------------------------------*
002430 01  WS-SHORT-TABLE.
002440     03 WS-SHORT-USED            PIC 9(03) COMP VALUE ZERO.
002450     03 WS-SHORT-IX              PIC 9(03) COMP VALUE ZERO.
002460     03 WS-SHORT-ENTRY OCCURS 500 TIMES.
002470         05 WS-SHORT-ORDER       PIC 9(07).
002480         05 WS-SHORT-ITEM        PIC 9(04).
002490         05 WS-SHORT-QTY         PIC 9(03).
002500*
002510*-------------------------------------------------------*
002520*  ORDER NUMBERS PLACED ON THE RUN DATE BY A BACKORDER    *
002530*  ALLOCATION (B ENTRIES)                                 *
002540*-------------------------------------------------------*
002550 01  WS-ALLOC-TABLE.
002560     03 WS-ALLOC-USED            PIC 9(03) COMP VALUE ZERO.
002570     03 WS-ALLOC-IX              PIC 9(03) COMP VALUE ZERO.
002580     03 WS-ALLOC-FOUND-IX        PIC 9(03) COMP VALUE ZERO.
002590     03 WS-ALLOC-ORDER OCCURS 200 TIMES
002600                                 PIC 9(07).
002610*
002620*-------------------------------------------------------*
002630*  REPORT LINE LAYOUTS                                   *
002640*-------------------------------------------------------*
002650 01  WS-HEADING-1.
002660     03 FILLER                   PIC X(01)   VALUE SPACE.
002670     03 FILLER                   PIC X(40)
002680         VALUE 'STOREFRONT ORDER STATUS FEED - RUN DATE'.
002690     03 FILLER                   PIC X(01)   VALUE SPACE.
002700     03 WS-H1-RUN-DATE           PIC 9(08).
002710*
002720 01  WS-FEED-COLUMNS.
002730     03 FILLER                   PIC X(01)   VALUE SPACE.
002740     03 FILLER                   PIC X(09)   VALUE 'ORDER    '.
002750     03 FILLER                   PIC X(10)   VALUE 'DEPT      '.
002760     03 FILLER                   PIC X(05)   VALUE 'WAS  '.
002770     03 FILLER                   PIC X(05)   VALUE 'NOW  '.
002780     03 FILLER                   PIC X(09)   VALUE 'FROM     '.
002790     03 FILLER                   PIC X(11)   VALUE 'BACKORDER  '.
002800     03 FILLER                   PIC X(07)   VALUE 'LINES  '.
002810     03 FILLER                   PIC X(05)   VALUE 'SHORT'.
002820*
002830 01  WS-FEED-DETAIL.
002840     03 FILLER                   PIC X(01)   VALUE SPACE.
002850     03 WS-FD-ORDER-NUMBER       PIC 9(07).
002860     03 FILLER                   PIC X(02)   VALUE SPACE.
002870     03 WS-FD-CHARGE-DEPT        PIC X(08).
002880     03 FILLER                   PIC X(03)   VALUE SPACE.
002890     03 WS-FD-OLD-STATUS         PIC X(01).
002900     03 FILLER                   PIC X(04)   VALUE SPACE.
002910     03 WS-FD-NEW-STATUS         PIC X(01).
002920     03 FILLER                   PIC X(03)   VALUE SPACE.
002930     03 WS-FD-SOURCE             PIC X(07).
002940     03 FILLER                   PIC X(06)   VALUE SPACE.
002950     03 WS-FD-BACKORDER          PIC X(01).
002960     03 FILLER                   PIC X(07)   VALUE SPACE.
002970     03 WS-FD-LINES              PIC Z9.
002980     03 FILLER                   PIC X(02)   VALUE SPACE.
002990     03 WS-FD-SHORT              PIC ZZZZ9.
003000*
003010 01  WS-MISSING-LINE.
003020     03 FILLER                   PIC X(01)   VALUE SPACE.
003030     03 WS-MS-ORDER-NUMBER       PIC 9(07).
003040     03 FILLER                   PIC X(01)   VALUE SPACE.
003050     03 FILLER                   PIC X(44)   VALUE
003060         'GONE FROM THE ORDER FILE BUT NOT ON HISTORY'.
003070*
003080 01  WS-SEEDING-LINE.
003090     03 FILLER                   PIC X(01)   VALUE SPACE.
003100     03 FILLER                   PIC X(50)   VALUE
003110         'NO SNAPSHOT SUPPLIED - SEEDING RUN, NOTHING SENT'.
003120*
003130 01  WS-CONTROL-LINE-1.
003140     03 FILLER                   PIC X(01)   VALUE SPACE.
003150     03 FILLER                   PIC X(30)
003160         VALUE 'JOURNAL RECORDS READ:         '.
003170     03 WS-CT-JOURNAL            PIC Z(06)9.
003180*
003190 01  WS-CONTROL-LINE-2.
003200     03 FILLER                   PIC X(01)   VALUE SPACE.
003210     03 FILLER                   PIC X(30)
003220         VALUE 'OPEN ORDERS COMPARED:         '.
003230     03 WS-CT-COMPARED           PIC Z(06)9.
003240*
003250 01  WS-CONTROL-LINE-3.
003260     03 FILLER                   PIC X(01)   VALUE SPACE.
003270     03 FILLER                   PIC X(30)
003280         VALUE 'NEW ORDERS:                   '.
003290     03 WS-CT-NEW                PIC Z(06)9.
003300*
003310 01  WS-CONTROL-LINE-4.
003320     03 FILLER                   PIC X(01)   VALUE SPACE.
003330     03 FILLER                   PIC X(30)
003340         VALUE 'STATUS CHANGES SENT:          '.
003350     03 WS-CT-SENT               PIC Z(06)9.
003360*
003370 01  WS-CONTROL-LINE-5.
003380     03 FILLER                   PIC X(01)   VALUE SPACE.
003390     03 FILLER                   PIC X(30)
003400         VALUE 'SENT FROM ORDER HISTORY:      '.
003410     03 WS-CT-HISTORY            PIC Z(06)9.
003420*
003430 01  WS-CONTROL-LINE-6.
003440     03 FILLER                   PIC X(01)   VALUE SPACE.
003450     03 FILLER                   PIC X(30)
003460         VALUE 'BACKORDER ALLOCATIONS SENT:   '.
003470     03 WS-CT-ALLOCATED          PIC Z(06)9.
003480*
003490 01  WS-CONTROL-LINE-7.
003500     03 FILLER                   PIC X(01)   VALUE SPACE.
003510     03 FILLER                   PIC X(30)
003520         VALUE 'SHORT-PICKED LINES SENT:      '.
003530     03 WS-CT-SHORT              PIC Z(06)9.
003540*
003550 01  WS-CONTROL-LINE-8.
003560     03 FILLER                   PIC X(01)   VALUE SPACE.
003570     03 FILLER                   PIC X(30)
003580         VALUE 'ORDERS NOT FOUND ON HISTORY:  '.
003590     03 WS-CT-MISSING            PIC Z(06)9.
003600*
003610*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
003620 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
003630*
003640 PROCEDURE DIVISION.
003650*
003660*=========================================================*
003670*  0000-MAINLINE                                          *
003680*=========================================================*
003690 0000-MAINLINE.
003700     PERFORM 1000-INITIALIZE
003710         THRU 1000-INITIALIZE-EXIT.
003720     PERFORM 2000-PROCESS-JOURNAL
003730         THRU 2000-PROCESS-JOURNAL-EXIT.
003740     PERFORM 3000-COMPARE-ORDERS
003750         THRU 3000-COMPARE-ORDERS-EXIT.
003760     PERFORM 7000-WRITE-CONTROL-TOTALS
003770         THRU 7000-WRITE-CONTROL-TOTALS-EXIT.
003780     PERFORM 8000-TERMINATE
003790         THRU 8000-TERMINATE-EXIT.
003800     PERFORM 8900-STAMP-RUN-CONTROL
003810         THRU 8900-STAMP-RUN-CONTROL-EXIT.
003820*
003830     STOP RUN.
003840*
003850*=========================================================*
003860*  1000-INITIALIZE                                        *
003870*=========================================================*
003880 1000-INITIALIZE.
003890     OPEN INPUT PARM-FILE.
003900     IF WS-PARM-STATUS = '00'
003910         READ PARM-FILE
003920             AT END
003930                 CONTINUE
003940             NOT AT END
003950                 MOVE PARM-RUN-DATE TO WS-RUN-DATE
003960         END-READ
003970     END-IF.
003980     CLOSE PARM-FILE.
003990*
004000     IF WS-RUN-DATE = ZERO
004010         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004020*
004030     PERFORM 1900-CHECK-RUN-CONTROL
004040         THRU 1900-CHECK-RUN-CONTROL-EXIT.
004050*
004060     OPEN INPUT JOURNAL-FILE.
004070     IF WS-JOURNAL-STATUS NOT = '00'
004080         DISPLAY 'DFH0XOSF - JOURNAL FILE OPEN FAILED - STATUS '
004090             WS-JOURNAL-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN.
004120*
004130     OPEN INPUT ORDER-FILE.
004140     IF WS-ORDER-STATUS NOT = '00'
004150         DISPLAY 'DFH0XOSF - ORDER FILE OPEN FAILED - STATUS '
004160             WS-ORDER-STATUS
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN.
004190*
004200     OPEN INPUT HISTORY-FILE.
004210     IF WS-HISTORY-STATUS NOT = '00'
004220         DISPLAY 'DFH0XOSF - HISTORY FILE OPEN FAILED - STATUS '
004230             WS-HISTORY-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN.
004260*
004270*    NO SNAPSHOT YET MEANS A FIRST RUN - SEED ONLY
004280     OPEN INPUT SNAPSHOT-IN-FILE.
004290     IF WS-SNAP-IN-STATUS = '35'
004300         MOVE 'Y' TO WS-SEEDING-SW
004310         MOVE 'Y' TO WS-SNAP-EOF-SW
004320     ELSE
004330     IF WS-SNAP-IN-STATUS NOT = '00'
004340         DISPLAY 'DFH0XOSF - SNAPSHOT OPEN FAILED - STATUS '
004350             WS-SNAP-IN-STATUS
004360         MOVE 16 TO RETURN-CODE
004370         STOP RUN.
004380*
004390     OPEN OUTPUT SNAPSHOT-OUT-FILE.
004400     IF WS-SNAP-OUT-STATUS NOT = '00'
004410         DISPLAY 'DFH0XOSF - NEW SNAPSHOT OPEN FAILED - STATUS '
004420             WS-SNAP-OUT-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN.
004450*
004460     OPEN OUTPUT STATUS-FEED-FILE.
004470     IF WS-FEED-STATUS NOT = '00'
004480         DISPLAY 'DFH0XOSF - STATUS FEED OPEN FAILED - STATUS '
004490             WS-FEED-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN.
004520*
004530     OPEN OUTPUT REPORT-FILE.
004540     IF WS-REPORT-STATUS NOT = '00'
004550         DISPLAY 'DFH0XOSF - REPORT FILE OPEN FAILED - STATUS '
004560             WS-REPORT-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN.
004590*
004600     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
004610     MOVE WS-HEADING-1 TO REPORT-LINE.
004620     WRITE REPORT-LINE.
004630     IF WS-SEEDING-RUN
004640         MOVE WS-SEEDING-LINE TO REPORT-LINE
004650         WRITE REPORT-LINE.
004660     MOVE SPACES TO REPORT-LINE.
004670     WRITE REPORT-LINE.
004680     MOVE WS-FEED-COLUMNS TO REPORT-LINE.
004690     WRITE REPORT-LINE.
004700 1000-INITIALIZE-EXIT.
004710     EXIT.
004720*
004730*=========================================================*
004740*  2000-PROCESS-JOURNAL - TABLE THE RUN DATE'S SHORT-PICK *
004750*  CORRECTIONS AND BACKORDER ALLOCATIONS                  *
004760*=========================================================*
004770 2000-PROCESS-JOURNAL.
004780     PERFORM 2100-READ-JOURNAL
004790         THRU 2100-READ-JOURNAL-EXIT.
004800     PERFORM 2200-TABLE-JOURNAL-ENTRY
004810         THRU 2200-TABLE-JOURNAL-ENTRY-EXIT
004820         UNTIL WS-JOURNAL-EOF.
004830 2000-PROCESS-JOURNAL-EXIT.
004840     EXIT.
004850*
004860 2100-READ-JOURNAL.
004870     READ JOURNAL-FILE
004880         AT END
004890             MOVE 'Y' TO WS-JOURNAL-EOF-SW
004900     END-READ.
004910     IF NOT WS-JOURNAL-EOF
004920         ADD 1 TO WS-JOURNAL-READ.
004930 2100-READ-JOURNAL-EXIT.
004940     EXIT.
004950*
004960*=========================================================*
004970*  2200-TABLE-JOURNAL-ENTRY - A FULL TABLE IS REPORTED    *
004980*  ONCE AND THE REST OF ITS ENTRIES LEFT OUT; THE ORDERS  *
004990*  CONCERNED ARE STILL SENT, WITHOUT THE DETAIL           *
005000*=========================================================*
005010 2200-TABLE-JOURNAL-ENTRY.
005020     IF JNL-ORDER-DATE NOT = WS-RUN-DATE
005030         GO TO 2200-TABLE-JOURNAL-NEXT.
005040*
005050     IF JNL-ENTRY-SHORT-PICK
005060         IF WS-SHORT-USED < 500
005070             ADD 1 TO WS-SHORT-USED
005080             MOVE JNL-ORDER-NUMBER
005090                 TO WS-SHORT-ORDER(WS-SHORT-USED)
005100             MOVE JNL-ITEM-REF
005110                 TO WS-SHORT-ITEM(WS-SHORT-USED)
005120             MOVE JNL-QUANTITY
005130                 TO WS-SHORT-QTY(WS-SHORT-USED)
005140         ELSE
005150         IF NOT WS-SHORT-TABLE-FULL
005160             MOVE 'Y' TO WS-SHORT-FULL-SW
005170             DISPLAY 'DFH0XOSF - SHORT PICK TABLE FULL, '
005180                 'LATER SHORT PICKS NOT SENT'
005190         END-IF
005200         END-IF
005210     END-IF.
005220*
005230     IF JNL-ENTRY-BO-ALLOCATED
005240         IF WS-ALLOC-USED < 200
005250             ADD 1 TO WS-ALLOC-USED
005260             MOVE JNL-ORDER-NUMBER
005270                 TO WS-ALLOC-ORDER(WS-ALLOC-USED)
005280         ELSE
005290         IF NOT WS-ALLOC-TABLE-FULL
005300             MOVE 'Y' TO WS-ALLOC-FULL-SW
005310             DISPLAY 'DFH0XOSF - ALLOCATION TABLE FULL, '
005320                 'LATER ALLOCATIONS SENT AS NEW ORDERS'
005330         END-IF
005340         END-IF
005350     END-IF.
005360*
005370 2200-TABLE-JOURNAL-NEXT.
005380     PERFORM 2100-READ-JOURNAL
005390         THRU 2100-READ-JOURNAL-EXIT.
005400 2200-TABLE-JOURNAL-ENTRY-EXIT.
005410     EXIT.
005420*
005430*=========================================================*
005440*  3000-COMPARE-ORDERS - WALK THE OPEN ORDER FILE AND     *
005450*  LAST NIGHT'S SNAPSHOT TOGETHER (BOTH IN ORDER NUMBER   *
005460*  ORDER), SEND EVERY CHANGE, AND WRITE TONIGHT'S         *
005470*  SNAPSHOT AS WE GO                                      *
005480*=========================================================*
005490 3000-COMPARE-ORDERS.
005500     PERFORM 3100-READ-ORDER
005510         THRU 3100-READ-ORDER-EXIT.
005520     IF WS-SNAP-EOF
005530         MOVE WS-END-KEY TO WS-SNAP-KEY
005540     ELSE
005550         PERFORM 3200-READ-SNAPSHOT
005560             THRU 3200-READ-SNAPSHOT-EXIT.
005570     PERFORM 3300-MATCH-ORDER
005580         THRU 3300-MATCH-ORDER-EXIT
005590         UNTIL WS-ORDER-EOF
005600           AND WS-SNAP-EOF.
005610     MOVE SPACES TO REPORT-LINE.
005620     WRITE REPORT-LINE.
005630 3000-COMPARE-ORDERS-EXIT.
005640     EXIT.
005650*
005660 3100-READ-ORDER.
005670     READ ORDER-FILE NEXT
005680         AT END
005690             MOVE 'Y' TO WS-ORDER-EOF-SW
005700     END-READ.
005710     IF WS-ORDER-EOF
005720         MOVE WS-END-KEY TO WS-ORDER-KEY
005730     ELSE
005740         MOVE ORD-ORDER-NUMBER TO WS-ORDER-KEY.
005750 3100-READ-ORDER-EXIT.
005760     EXIT.
005770*
005780 3200-READ-SNAPSHOT.
005790     READ SNAPSHOT-IN-FILE
005800         AT END
005810             MOVE 'Y' TO WS-SNAP-EOF-SW
005820     END-READ.
005830     IF WS-SNAP-EOF
005840         MOVE WS-END-KEY TO WS-SNAP-KEY
005850     ELSE
005860         MOVE SNI-ORDER-NUMBER TO WS-SNAP-KEY.
005870 3200-READ-SNAPSHOT-EXIT.
005880     EXIT.
005890*
005900*=========================================================*
005910*  3300-MATCH-ORDER - THE LOWER OF THE TWO KEYS IN HAND   *
005920*  DECIDES: AN ORDER WITH NO SNAPSHOT IS NEW TODAY, A     *
005930*  SNAPSHOT WITH NO ORDER LEFT THE FILE TONIGHT, AND A    *
005940*  MATCHING PAIR IS SENT ONLY IF ITS STATUS MOVED         *
005950*=========================================================*
005960 3300-MATCH-ORDER.
005970     IF WS-ORDER-KEY > WS-SNAP-KEY
005980         PERFORM 3500-CHECK-HISTORY
005990             THRU 3500-CHECK-HISTORY-EXIT
006000         PERFORM 3200-READ-SNAPSHOT
006010             THRU 3200-READ-SNAPSHOT-EXIT
006020         GO TO 3300-MATCH-ORDER-EXIT.
006030*
006040     ADD 1 TO WS-ORDERS-COMPARED.
006050     IF WS-ORDER-KEY < WS-SNAP-KEY
006060         ADD 1 TO WS-ORDERS-NEW
006070         IF NOT WS-SEEDING-RUN
006080             MOVE SPACE TO OSF-OLD-STATUS
006090             PERFORM 4000-SEND-OPEN-ORDER
006100                 THRU 4000-SEND-OPEN-ORDER-EXIT
006110         END-IF
006120     ELSE
006130         IF ORD-STATUS NOT = SNI-STATUS
006140             MOVE SNI-STATUS TO OSF-OLD-STATUS
006150             PERFORM 4000-SEND-OPEN-ORDER
006160                 THRU 4000-SEND-OPEN-ORDER-EXIT
006170         END-IF
006180         PERFORM 3200-READ-SNAPSHOT
006190             THRU 3200-READ-SNAPSHOT-EXIT
006200     END-IF.
006210*
006220     MOVE ORD-ORDER-NUMBER TO SNO-ORDER-NUMBER.
006230     MOVE ORD-STATUS       TO SNO-STATUS.
006240     WRITE SNAPSHOT-OUT-RECORD.
006250     PERFORM 3100-READ-ORDER
006260         THRU 3100-READ-ORDER-EXIT.
006270 3300-MATCH-ORDER-EXIT.
006280     EXIT.
006290*
006300*=========================================================*
006310*  3500-CHECK-HISTORY - AN ORDER ON LAST NIGHT'S SNAPSHOT *
006320*  BUT NO LONGER OPEN WAS MOVED TO HISTORY BY TONIGHT'S   *
006330*  CLOSEOUT. IT IS SENT ONLY IF IT LEFT WITH A DIFFERENT  *
006340*  STATUS - A CANCELLED ORDER MOVED AWAY STILL CANCELLED  *
006350*  HAS NOTHING NEW TO TELL                                *
006360*=========================================================*
006370 3500-CHECK-HISTORY.
006380     MOVE SNI-ORDER-NUMBER TO HST-ORDER-NUMBER.
006390     READ HISTORY-FILE
006400         INVALID KEY
006410             MOVE SNI-ORDER-NUMBER TO WS-MS-ORDER-NUMBER
006420             MOVE WS-MISSING-LINE TO REPORT-LINE
006430             WRITE REPORT-LINE
006440             ADD 1 TO WS-ORDERS-MISSING
006450             GO TO 3500-CHECK-HISTORY-EXIT
006460     END-READ.
006470*
006480     IF HST-STATUS NOT = SNI-STATUS
006490         MOVE SNI-STATUS TO OSF-OLD-STATUS
006500         PERFORM 4500-SEND-HISTORY-ORDER
006510             THRU 4500-SEND-HISTORY-ORDER-EXIT.
006520 3500-CHECK-HISTORY-EXIT.
006530     EXIT.
006540*
006550*=========================================================*
006560*  4000-SEND-OPEN-ORDER - BUILD THE FEED LINE FROM THE    *
006570*  OPEN ORDER IN HAND (OSF-OLD-STATUS ALREADY SET)        *
006580*=========================================================*
006590 4000-SEND-OPEN-ORDER.
006600     MOVE ORD-ORDER-NUMBER TO OSF-ORDER-NUMBER.
006610     MOVE ORD-USERID       TO OSF-USERID.
006620     MOVE ORD-CHARGE-DEPT  TO OSF-CHARGE-DEPT.
006630     MOVE ORD-ORDER-DATE   TO OSF-ORDER-DATE.
006640     MOVE ORD-STATUS       TO OSF-NEW-STATUS.
006650     MOVE ORD-LINE-COUNT   TO OSF-LINE-COUNT.
006660     MOVE 'FILE'           TO WS-SOURCE.
006670     PERFORM 5000-CLEAR-FEED-LINE
006680         THRU 5000-CLEAR-FEED-LINE-EXIT
006690         VARYING WS-LINE-IX FROM 1 BY 1
006700         UNTIL WS-LINE-IX > 10.
006710     PERFORM 4100-COPY-ORDER-LINE
006720         THRU 4100-COPY-ORDER-LINE-EXIT
006730         VARYING WS-LINE-IX FROM 1 BY 1
006740         UNTIL WS-LINE-IX > ORD-LINE-COUNT
006750            OR WS-LINE-IX > 10.
006760     PERFORM 6000-WRITE-FEED-LINE
006770         THRU 6000-WRITE-FEED-LINE-EXIT.
006780 4000-SEND-OPEN-ORDER-EXIT.
006790     EXIT.
006800*
006810 4100-COPY-ORDER-LINE.
006820     MOVE ORD-ITEM-REF(WS-LINE-IX) TO WS-LINE-ITEM-REF.
006830     MOVE ORD-QUANTITY(WS-LINE-IX) TO WS-LINE-QUANTITY.
006840     PERFORM 5100-FILL-FEED-LINE
006850         THRU 5100-FILL-FEED-LINE-EXIT.
006860 4100-COPY-ORDER-LINE-EXIT.
006870     EXIT.
006880*
006890*=========================================================*
006900*  4500-SEND-HISTORY-ORDER - BUILD THE FEED LINE FROM THE *
006910*  HISTORY RECORD IN HAND (OSF-OLD-STATUS ALREADY SET)    *
006920*=========================================================*
006930 4500-SEND-HISTORY-ORDER.
006940     MOVE HST-ORDER-NUMBER TO OSF-ORDER-NUMBER.
006950     MOVE HST-USERID       TO OSF-USERID.
006960     MOVE HST-CHARGE-DEPT  TO OSF-CHARGE-DEPT.
006970     MOVE HST-ORDER-DATE   TO OSF-ORDER-DATE.
006980     MOVE HST-STATUS       TO OSF-NEW-STATUS.
006990     MOVE HST-LINE-COUNT   TO OSF-LINE-COUNT.
007000     MOVE 'HISTORY'        TO WS-SOURCE.
007010     ADD 1 TO WS-ORDERS-FROM-HISTORY.
007020     PERFORM 5000-CLEAR-FEED-LINE
007030         THRU 5000-CLEAR-FEED-LINE-EXIT
007040         VARYING WS-LINE-IX FROM 1 BY 1
007050         UNTIL WS-LINE-IX > 10.
007060     PERFORM 4600-COPY-HISTORY-LINE
007070         THRU 4600-COPY-HISTORY-LINE-EXIT
007080         VARYING WS-LINE-IX FROM 1 BY 1
007090         UNTIL WS-LINE-IX > HST-LINE-COUNT
007100            OR WS-LINE-IX > 10.
007110     PERFORM 6000-WRITE-FEED-LINE
007120         THRU 6000-WRITE-FEED-LINE-EXIT.
007130 4500-SEND-HISTORY-ORDER-EXIT.
007140     EXIT.
007150*
007160 4600-COPY-HISTORY-LINE.
007170     MOVE HST-ITEM-REF(WS-LINE-IX) TO WS-LINE-ITEM-REF.
007180     MOVE HST-QUANTITY(WS-LINE-IX) TO WS-LINE-QUANTITY.
007190     PERFORM 5100-FILL-FEED-LINE
007200         THRU 5100-FILL-FEED-LINE-EXIT.
007210 4600-COPY-HISTORY-LINE-EXIT.
007220     EXIT.
007230*
007240 5000-CLEAR-FEED-LINE.
007250     MOVE ZERO TO OSF-ITEM-REF(WS-LINE-IX).
007260     MOVE ZERO TO OSF-QTY-ORDERED(WS-LINE-IX).
007270     MOVE ZERO TO OSF-QTY-SHORT(WS-LINE-IX).
007280     MOVE ZERO TO OSF-QTY-CURRENT(WS-LINE-IX).
007290 5000-CLEAR-FEED-LINE-EXIT.
007300     EXIT.
007310*
007320*=========================================================*
007330*  5100-FILL-FEED-LINE - THE QUANTITY ON FILE IS WHAT IS  *
007340*  LEFT ON THE LINE NOW; ANY SHORTFALL CONFIRMED ON THE   *
007350*  RUN DATE IS ADDED BACK TO GIVE WHAT WAS ORDERED        *
007360*=========================================================*
007370 5100-FILL-FEED-LINE.
007380     MOVE ZERO TO WS-LINE-SHORT.
007390     PERFORM 5200-ADD-SHORT-PICK
007400         THRU 5200-ADD-SHORT-PICK-EXIT
007410         VARYING WS-SHORT-IX FROM 1 BY 1
007420         UNTIL WS-SHORT-IX > WS-SHORT-USED.
007430     IF WS-LINE-SHORT > 999
007440         MOVE 999 TO WS-LINE-SHORT.
007450     COMPUTE WS-LINE-ORDERED = WS-LINE-QUANTITY + WS-LINE-SHORT.
007460     IF WS-LINE-ORDERED > 999
007470         MOVE 999 TO WS-LINE-ORDERED.
007480*
007490     MOVE WS-LINE-ITEM-REF TO OSF-ITEM-REF(WS-LINE-IX).
007500     MOVE WS-LINE-ORDERED  TO OSF-QTY-ORDERED(WS-LINE-IX).
007510     MOVE WS-LINE-SHORT    TO OSF-QTY-SHORT(WS-LINE-IX).
007520     MOVE WS-LINE-QUANTITY TO OSF-QTY-CURRENT(WS-LINE-IX).
007530     IF WS-LINE-SHORT NOT = ZERO
007540         ADD 1 TO WS-LINES-SHORT.
007550 5100-FILL-FEED-LINE-EXIT.
007560     EXIT.
007570*
007580 5200-ADD-SHORT-PICK.
007590     IF WS-SHORT-ORDER(WS-SHORT-IX) = OSF-ORDER-NUMBER
007600      AND WS-SHORT-ITEM(WS-SHORT-IX) = WS-LINE-ITEM-REF
007610         ADD WS-SHORT-QTY(WS-SHORT-IX) TO WS-LINE-SHORT.
007620 5200-ADD-SHORT-PICK-EXIT.
007630     EXIT.
007640*
007650*=========================================================*
007660*  6000-WRITE-FEED-LINE - MARK A BACKORDER ALLOCATION,    *
007670*  WRITE THE FEED LINE AND LIST IT ON THE REPORT          *
007680*=========================================================*
007690 6000-WRITE-FEED-LINE.
007700     MOVE WS-RUN-DATE TO OSF-CHANGE-DATE.
007710     MOVE ZERO TO WS-ALLOC-FOUND-IX.
007720     PERFORM 6100-MATCH-ALLOCATION
007730         THRU 6100-MATCH-ALLOCATION-EXIT
007740         VARYING WS-ALLOC-IX FROM 1 BY 1
007750         UNTIL WS-ALLOC-IX > WS-ALLOC-USED
007760            OR WS-ALLOC-FOUND-IX NOT = ZERO.
007770     IF WS-ALLOC-FOUND-IX = ZERO
007780         MOVE 'N'  TO OSF-BACKORDER-FLAG
007790         MOVE ZERO TO OSF-NEW-ORDER-NUMBER
007800     ELSE
007810         MOVE 'Y'  TO OSF-BACKORDER-FLAG
007820         MOVE OSF-ORDER-NUMBER TO OSF-NEW-ORDER-NUMBER
007830         ADD 1 TO WS-ORDERS-ALLOCATED.
007840*
007850     WRITE STATUS-FEED-LINE.
007860     IF WS-FEED-STATUS NOT = '00'
007870         DISPLAY 'DFH0XOSF - STATUS FEED WRITE FAILED - STATUS '
007880             WS-FEED-STATUS
007890         MOVE 16 TO RETURN-CODE
007900         STOP RUN.
007910     ADD 1 TO WS-ORDERS-SENT.
007920*
007930     MOVE OSF-ORDER-NUMBER   TO WS-FD-ORDER-NUMBER.
007940     MOVE OSF-CHARGE-DEPT    TO WS-FD-CHARGE-DEPT.
007950     MOVE OSF-OLD-STATUS     TO WS-FD-OLD-STATUS.
007960     MOVE OSF-NEW-STATUS     TO WS-FD-NEW-STATUS.
007970     MOVE WS-SOURCE          TO WS-FD-SOURCE.
007980     MOVE OSF-BACKORDER-FLAG TO WS-FD-BACKORDER.
007990     MOVE OSF-LINE-COUNT     TO WS-FD-LINES.
008000     MOVE ZERO               TO WS-LINE-SHORT.
008010     PERFORM 6200-TOTAL-LINE-SHORT
008020         THRU 6200-TOTAL-LINE-SHORT-EXIT
008030         VARYING WS-LINE-IX FROM 1 BY 1
008040         UNTIL WS-LINE-IX > 10.
008050     MOVE WS-LINE-SHORT      TO WS-FD-SHORT.
008060     MOVE WS-FEED-DETAIL     TO REPORT-LINE.
008070     WRITE REPORT-LINE.
008080 6000-WRITE-FEED-LINE-EXIT.
008090     EXIT.
008100*
008110 6100-MATCH-ALLOCATION.
008120     IF WS-ALLOC-ORDER(WS-ALLOC-IX) = OSF-ORDER-NUMBER
008130         MOVE WS-ALLOC-IX TO WS-ALLOC-FOUND-IX.
008140 6100-MATCH-ALLOCATION-EXIT.
008150     EXIT.
008160*
008170 6200-TOTAL-LINE-SHORT.
008180     ADD OSF-QTY-SHORT(WS-LINE-IX) TO WS-LINE-SHORT.
008190 6200-TOTAL-LINE-SHORT-EXIT.
008200     EXIT.
008210*
008220*=========================================================*
008230*  7000-WRITE-CONTROL-TOTALS                              *
008240*=========================================================*
008250 7000-WRITE-CONTROL-TOTALS.
008260     MOVE WS-JOURNAL-READ        TO WS-CT-JOURNAL.
008270     MOVE WS-CONTROL-LINE-1      TO REPORT-LINE.
008280     WRITE REPORT-LINE.
008290     MOVE WS-ORDERS-COMPARED     TO WS-CT-COMPARED.
008300     MOVE WS-CONTROL-LINE-2      TO REPORT-LINE.
008310     WRITE REPORT-LINE.
008320     MOVE WS-ORDERS-NEW          TO WS-CT-NEW.
008330     MOVE WS-CONTROL-LINE-3      TO REPORT-LINE.
008340     WRITE REPORT-LINE.
008350     MOVE WS-ORDERS-SENT         TO WS-CT-SENT.
008360     MOVE WS-CONTROL-LINE-4      TO REPORT-LINE.
008370     WRITE REPORT-LINE.
008380     MOVE WS-ORDERS-FROM-HISTORY TO WS-CT-HISTORY.
008390     MOVE WS-CONTROL-LINE-5      TO REPORT-LINE.
008400     WRITE REPORT-LINE.
008410     MOVE WS-ORDERS-ALLOCATED    TO WS-CT-ALLOCATED.
008420     MOVE WS-CONTROL-LINE-6      TO REPORT-LINE.
008430     WRITE REPORT-LINE.
008440     MOVE WS-LINES-SHORT         TO WS-CT-SHORT.
008450     MOVE WS-CONTROL-LINE-7      TO REPORT-LINE.
008460     WRITE REPORT-LINE.
008470     MOVE WS-ORDERS-MISSING      TO WS-CT-MISSING.
008480     MOVE WS-CONTROL-LINE-8      TO REPORT-LINE.
008490     WRITE REPORT-LINE.
008500 7000-WRITE-CONTROL-TOTALS-EXIT.
008510     EXIT.
008520*
008530*=========================================================*
008540*  8000-TERMINATE                                         *
008550*=========================================================*
008560 8000-TERMINATE.
008570     CLOSE JOURNAL-FILE.
008580     CLOSE ORDER-FILE.
008590     CLOSE HISTORY-FILE.
008600     IF NOT WS-SEEDING-RUN
008610         CLOSE SNAPSHOT-IN-FILE.
008620     CLOSE SNAPSHOT-OUT-FILE.
008630     CLOSE STATUS-FEED-FILE.
008640     CLOSE REPORT-FILE.
008650 8000-TERMINATE-EXIT.
008660     EXIT.
008670*
008680*=========================================================*
008690*  1900-CHECK-RUN-CONTROL - REFUSE TO RUN UNLESS THE      *
008700*  PREDECESSOR STEP HAS COMPLETED FOR THIS RUN DATE AND   *
008710*  THIS STEP HAS NOT ALREADY RUN FOR IT, IN THE SAME      *
008720*  SPIRIT AS THE ARCHIVE'S ONLINE-CLOSED FLAG. A STEP     *
008730*  THAT FAILS MID-RUN LEAVES NO STAMP AND CAN BE RERUN    *
008740*=========================================================*
008750 1900-CHECK-RUN-CONTROL.
008760     OPEN I-O RUN-CONTROL-FILE.
008770     IF WS-RUNCTL-STATUS NOT = '00'
008780         DISPLAY 'DFH0XOSF - RUN CONTROL OPEN FAILED - STATUS '
008790             WS-RUNCTL-STATUS
008800         MOVE 16 TO RETURN-CODE
008810         STOP RUN.
008820*
008830     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
008840     MOVE 'DFH0XOSF' TO RUN-STEP-NAME.
008850     READ RUN-CONTROL-FILE
008860         INVALID KEY
008870             CONTINUE
008880     END-READ.
008890     IF WS-RUNCTL-STATUS = '00'
008900         DISPLAY 'DFH0XOSF - ALREADY RUN FOR ' WS-RUN-DATE
008910             ' - RUN REFUSED'
008920         MOVE 16 TO RETURN-CODE
008930         STOP RUN.
008940*
008950     MOVE 'DFH0XPAY' TO RUN-STEP-NAME.
008960     READ RUN-CONTROL-FILE
008970         INVALID KEY
008980             DISPLAY 'DFH0XOSF - PREDECESSOR DFH0XPAY NOT'
008990                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
009000             MOVE 16 TO RETURN-CODE
009010             STOP RUN
009020     END-READ.
009030 1900-CHECK-RUN-CONTROL-EXIT.
009040     EXIT.
009050*
009060*=========================================================*
009070*  8900-STAMP-RUN-CONTROL - RECORD THIS STEP'S CLEAN      *
009080*  COMPLETION FOR THE RUN DATE, SO THE NEXT STEP MAY RUN  *
009090*  AND A RERUN OF THIS ONE IS REFUSED                     *
009100*=========================================================*
009110 8900-STAMP-RUN-CONTROL.
009120     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
009130     MOVE 'DFH0XOSF' TO RUN-STEP-NAME.
009140     MOVE 'C' TO RUN-STATUS.
009150     ACCEPT RUN-COMPLETED-DATE FROM DATE YYYYMMDD.
009160     ACCEPT WS-RUNCTL-TIME FROM TIME.
009170     MOVE WS-RUNCTL-TIME (1:6) TO RUN-COMPLETED-TIME.
009180     WRITE RUN-CONTROL-RECORD
009190         INVALID KEY
009200             DISPLAY 'DFH0XOSF - RUN CONTROL STAMP FAILED - '
009210                 'STATUS ' WS-RUNCTL-STATUS
009220             MOVE 16 TO RETURN-CODE
009230     END-WRITE.
009240     CLOSE RUN-CONTROL-FILE.
009250 8900-STAMP-RUN-CONTROL-EXIT.
009260     EXIT.
