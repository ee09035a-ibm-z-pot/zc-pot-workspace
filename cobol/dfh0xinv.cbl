000146*                   startup (predecessor complete, date   *
000147*                   not already run) and stamps it on     *
000148*                   clean completion.                     *
000149*  2026-10-15  RH   Invoice record grew by paid date/run.    *
000150*  2026-10-15  RH   Goods returned to the supplier are       *
000151*                   counted in the quantity match, and a     *
000152*                   debit note is raised for any return      *
000153*                   whose invoice had already passed.        *
000154*                   Purchase order record grew by the        *
000155*                   receiving location.                      *
000156*-----------------------------------------------------------*
000160*
000170*-----------------------------------------------------------*
000180*  MATCHES EVERY SUPPLIER INVOICE NOT YET PASSED AGAINST    *
000320*  ITSELF ONCE THE GOODS ARRIVE. THE RUN DATE COMES FROM A  *
000330*  ONE RECORD PARAMETER FILE, OR FROM THE SYSTEM DATE WHEN  *
000340*  THE PARAMETER FILE IS EMPTY.                             *
000341*                                                           *
000342*  GOODS SENT BACK TO THE SUPPLIER HAVE ALREADY COME OFF    *
000343*  PO-QTY-RECEIVED. ONCE THE INVOICES ARE RULED ON, EVERY   *
000344*  RETURN NOT YET LOOKED AT IS CHECKED AGAINST ITS          *
000345*  PURCHASE ORDER: IF PASSED INVOICES NOW CLAIM MORE THAN   *
000346*  IS LEFT RECEIVED, THE SUPPLIER HAS BEEN PASSED FOR GOODS *
000347*  IT TOOK BACK AND A DEBIT NOTE FOR THE EXCESS (NEVER MORE *
000348*  THAN THE QUANTITY RETURNED) IS PRINTED FOR AP TO SEND,   *
000349*  PRICED AS THE LATEST PASSED INVOICE PRICED THE GOODS.    *
000350*  OTHERWISE NO DEBIT NOTE IS NEEDED - THE SMALLER RECEIVED *
000351*  QUANTITY IS ALL ANY LATER INVOICE CAN PASS FOR. A DEBIT  *
000352*  NOTE'S QUANTITY COUNTS BACK AS UNCLAIMED, SO A           *
000353*  REPLACEMENT DELIVERY CAN BE INVOICED AFRESH.             *
000354*-----------------------------------------------------------*
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PARM-STATUS.
000690*
000691     SELECT SUPPLIER-RETURN-FILE ASSIGN TO "RTSFILE"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS SEQUENTIAL
000694         RECORD KEY IS RTSF-RETURN-NUMBER
000695         FILE STATUS IS WS-RETURN-STATUS.
000696*
000697     SELECT SUPPLIER-FILE ASSIGN TO "SUPFILE"
000698         ORGANIZATION IS INDEXED
000699         ACCESS MODE IS RANDOM
000700         RECORD KEY IS SUP-SUPPLIER-CODE
000701         FILE STATUS IS WS-SUPPLIER-STATUS.
000702*
000703     SELECT DEBIT-NOTE-FILE ASSIGN TO "DBTNOTE"
000704         ORGANIZATION IS LINE SEQUENTIAL
000705         FILE STATUS IS WS-DEBIT-NOTE-STATUS.
000706*
000707     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000708         ORGANIZATION IS INDEXED
000709         ACCESS MODE IS RANDOM
000710         RECORD KEY IS RUN-KEY
000711         FILE STATUS IS WS-RUNCTL-STATUS.
000712*
000713     SELECT REPORT-FILE ASSIGN TO "INVRPT"
000714         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730*
000740 DATA DIVISION.
000780*    STORAGE (COPY dfh0xcpd) AND MOVED THROUGH THIS BUFFER -
000790*    ONLY THE KEY IS BROKEN OUT HERE
000800 FD  INVOICE-FILE
000810     RECORD CONTAINS 82 CHARACTERS.
000820 01  INVOICE-FILE-RECORD.
000830     03 INVF-INVOICE-NUMBER      PIC 9(07).
000840     03 FILLER                   PIC X(75).
000850*
000860 FD  PO-FILE
000870     RECORD CONTAINS 59 CHARACTERS.
000880 01  PO-FILE-RECORD.
000890     03 POF-PO-NUMBER            PIC 9(07).
000900     03 FILLER                   PIC X(52).
000910*
000920 FD  CATALOG-FILE
000930     RECORD CONTAINS 79 CHARACTERS.
001044     RECORD CONTAINS 31 CHARACTERS.
001046     COPY dfh0xcph.
001048*
001049*    THE SUPPLIER RETURN RECORD IS LIKEWISE HELD IN WORKING
001050*    STORAGE (COPY dfh0xcpq)
001051 FD  SUPPLIER-RETURN-FILE
001052     RECORD CONTAINS 76 CHARACTERS.
001053 01  RETURN-FILE-RECORD.
001054     03 RTSF-RETURN-NUMBER       PIC 9(07).
001055     03 FILLER                   PIC X(69).
001056*
001057 FD  SUPPLIER-FILE
001058     RECORD CONTAINS 66 CHARACTERS.
001059     COPY dfh0xcpa.
001060*
001061 FD  DEBIT-NOTE-FILE
001062     RECORD CONTAINS 132 CHARACTERS.
001063 01  DEBIT-NOTE-LINE             PIC X(132).
001064*
001065 FD  REPORT-FILE
001066     RECORD CONTAINS 132 CHARACTERS.
001070 01  REPORT-LINE                 PIC X(132).
001080*
001090 WORKING-STORAGE SECTION.
001160     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001170     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001175     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001176     03 WS-RETURN-STATUS         PIC X(02)   VALUE '00'.
001177     03 WS-SUPPLIER-STATUS       PIC X(02)   VALUE '00'.
001178     03 WS-DEBIT-NOTE-STATUS     PIC X(02)   VALUE '00'.
001180*
001190 01  WS-SWITCHES.
001200     03 WS-INVOICE-EOF-SW        PIC X(01)   VALUE 'N'.
001250*    THE FIRST FAILURE STICKS AND NAMES THE QUERY REASON
001260     03 WS-QUERIED-SW            PIC X(01)   VALUE 'N'.
001270         88 WS-INVOICE-QUERIED       VALUE 'Y'.
001273     03 WS-RETURN-EOF-SW         PIC X(01)   VALUE 'N'.
001276         88 WS-RETURN-EOF            VALUE 'Y'.
001280*
001290 01  WS-PARAMETERS.
001300     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
001350     03 WS-INVOICES-PASSED       PIC 9(05)   VALUE ZERO.
001360     03 WS-INVOICES-QUERIED      PIC 9(05)   VALUE ZERO.
001370     03 WS-JOURNAL-READ          PIC 9(07)   VALUE ZERO.
001372     03 WS-RETURNS-EXAMINED      PIC 9(05)   VALUE ZERO.
001374     03 WS-DEBIT-NOTES-RAISED    PIC 9(05)   VALUE ZERO.
001376     03 WS-RETURNS-NO-DEBIT      PIC 9(05)   VALUE ZERO.
001378     03 WS-DEBIT-NOTE-TOTAL      PIC 9(09)V99 VALUE ZERO.
001380*
001390 01  WS-WORK-FIELDS.
001400     03 WS-QUERY-REASON          PIC X(40)   VALUE SPACES.
001450*    WHAT THE PURCHASE ORDER HAS HAD DELIVERED LESS WHAT
001460*    EARLIER PASSED INVOICES HAVE ALREADY CLAIMED OF IT
001470     03 WS-QTY-UNCLAIMED         PIC S9(05)  VALUE ZERO.
001471*    WHAT PASSED INVOICES CLAIM OF A PURCHASE ORDER BEYOND
001472*    WHAT IS LEFT RECEIVED ON IT AFTER A RETURN, AND THE
001473*    PRICE A DEBIT NOTE VALUES EACH UNIT AT
001474     03 WS-QTY-OVERCLAIMED       PIC S9(05)  VALUE ZERO.
001475     03 WS-DEBIT-UNIT-PRICE      PIC 9(04)V99 VALUE ZERO.
001476     03 WS-REASON-TEXT           PIC X(20)   VALUE SPACES.
001480*
001490*-------------------------------------------------------*
001500*  SUPPLIER INVOICE RECORD - BUILT HERE AND MOVED        *
001580*-------------------------------------------------------*
001590 COPY dfh0xcpb.
001600*
001601*-------------------------------------------------------*
001602*  SUPPLIER RETURN RECORD - READ AND REWRITTEN THROUGH   *
001603*  THE FILE SECTION BUFFER                               *
001604*-------------------------------------------------------*
001605 COPY dfh0xcpq.
001606*
001610*-------------------------------------------------------*
001620*  GOODS-IN SEEN ON THE LIVE JOURNAL, ONE SLOT PER       *
001630*  POSSIBLE ITEM REFERENCE: TOTAL QUANTITY BOOKED IN AND *
001760*  BY PASSED INVOICES - LOADED FROM THE INVOICE FILE UP  *
001770*  FRONT AND KEPT CURRENT AS TONIGHT'S INVOICES PASS, SO *
001780*  TWO INVOICES CAN NEVER BOTH CLAIM THE SAME DELIVERY   *
001782*  THE QUANTITY DEBIT NOTES HAVE CLAIMED BACK IS KEPT    *
001784*  ALONGSIDE, WITH THE LATEST PASSED INVOICE A DEBIT     *
001786*  NOTE QUOTES AND THE UNIT PRICE IT PASSED AT           *
001790*-------------------------------------------------------*
001800 01  WS-CLAIMED-QTY-TABLE.
001810     03 WS-CQ-USED               PIC 9(03) COMP VALUE ZERO.
001820     03 WS-CQ-ENTRY OCCURS 500 TIMES.
001830         05 WS-CQ-PO-NUMBER      PIC 9(07).
001840         05 WS-CQ-QTY            PIC 9(05) COMP-3.
001842         05 WS-CQ-DEBITED        PIC 9(05) COMP-3.
001844         05 WS-CQ-LAST-INVOICE   PIC 9(07).
001846         05 WS-CQ-LAST-SUPP-REF  PIC X(10).
001848         05 WS-CQ-LAST-PRICE     PIC 9(04)V99 COMP-3.
001850*
001860 01  WS-CQ-LOOKUP.
001870     03 WS-CQ-WANTED             PIC 9(07)   VALUE ZERO.
002510         VALUE 'INVOICES QUERIED:             '.
002520     03 WS-CT-QUERIED            PIC Z(04)9.
002530*
002531 01  WS-CONTROL-LINE-5.
002532     03 FILLER                   PIC X(01)   VALUE SPACE.
002533     03 FILLER                   PIC X(30)
002534         VALUE 'SUPPLIER RETURNS EXAMINED:    '.
002535     03 WS-CT-RETURNS            PIC Z(04)9.
002536*
002537 01  WS-CONTROL-LINE-6.
002538     03 FILLER                   PIC X(01)   VALUE SPACE.
002539     03 FILLER                   PIC X(30)
002540         VALUE 'DEBIT NOTES RAISED:           '.
002541     03 WS-CT-DEBIT-NOTES        PIC Z(04)9.
002542*
002543 01  WS-CONTROL-LINE-7.
002544     03 FILLER                   PIC X(01)   VALUE SPACE.
002545     03 FILLER                   PIC X(30)
002546         VALUE 'RETURNS NEEDING NO DEBIT NOTE:'.
002547     03 WS-CT-NO-DEBIT           PIC Z(04)9.
002548*
002549 01  WS-CONTROL-LINE-8.
002550     03 FILLER                   PIC X(01)   VALUE SPACE.
002551     03 FILLER                   PIC X(30)
002552         VALUE 'DEBIT NOTE VALUE:             '.
002553     03 WS-CT-DEBIT-VALUE        PIC Z(08)9,99.
002554*
002555*-------------------------------------------------------*
002556*  SUPPLIER RETURNS SECTION OF THE MATCH REPORT           *
002557*-------------------------------------------------------*
002558 01  WS-RETURN-HEADING.
002559     03 FILLER                   PIC X(01)   VALUE SPACE.
002560     03 FILLER                   PIC X(40)
002561         VALUE 'SUPPLIER RETURNS DECIDED THIS RUN       '.
002562*
002563 01  WS-RETURN-COLUMNS.
002564     03 FILLER                   PIC X(01)   VALUE SPACE.
002565     03 FILLER                   PIC X(09)   VALUE 'RETURN   '.
002566     03 FILLER                   PIC X(08)   VALUE 'SUPPLR  '.
002567     03 FILLER                   PIC X(09)   VALUE 'PO NO    '.
002568     03 FILLER                   PIC X(06)   VALUE 'ITEM  '.
002569     03 FILLER                   PIC X(05)   VALUE 'QTY  '.
002570     03 FILLER                   PIC X(04)   VALUE 'RSN '.
002571     03 FILLER                   PIC X(05)   VALUE 'DEBIT'.
002572     03 FILLER                   PIC X(13)
002573         VALUE '        VALUE'.
002574     03 FILLER                   PIC X(02)   VALUE SPACE.
002575     03 FILLER                   PIC X(20)   VALUE 'RESULT'.
002576*
002577 01  WS-RETURN-LINE.
002578     03 FILLER                   PIC X(01)   VALUE SPACE.
002579     03 WS-RL-RETURN-NUMBER      PIC 9(07).
002580     03 FILLER                   PIC X(02)   VALUE SPACE.
002581     03 WS-RL-SUPPLIER           PIC X(06).
002582     03 FILLER                   PIC X(02)   VALUE SPACE.
002583     03 WS-RL-PO-NUMBER          PIC 9(07).
002584     03 FILLER                   PIC X(02)   VALUE SPACE.
002585     03 WS-RL-ITEM-REF           PIC 9(04).
002586     03 FILLER                   PIC X(02)   VALUE SPACE.
002587     03 WS-RL-QUANTITY           PIC Z(02)9.
002588     03 FILLER                   PIC X(02)   VALUE SPACE.
002589     03 WS-RL-REASON             PIC X(02).
002590     03 FILLER                   PIC X(04)   VALUE SPACE.
002591     03 WS-RL-DEBIT-QTY          PIC Z(02)9.
002592     03 FILLER                   PIC X(02)   VALUE SPACE.
002593     03 WS-RL-DEBIT-VALUE        PIC Z(06)9,99.
002594     03 FILLER                   PIC X(02)   VALUE SPACE.
002595     03 WS-RL-RESULT             PIC X(20).
002596*
002597*-------------------------------------------------------*
002598*  DEBIT NOTE LINE LAYOUTS - ONE NOTE PER RETURN, NUMBERED *
002599*  BY THE RETURN IT CLAIMS FOR                           *
002600*-------------------------------------------------------*
002601 01  WS-DN-HEADING-1.
002602     03 FILLER                   PIC X(01)   VALUE SPACE.
002603     03 FILLER                   PIC X(11)   VALUE 'DEBIT NOTE '.
002604     03 WS-DN1-RETURN-NUMBER     PIC 9(07).
002605     03 FILLER                   PIC X(08)   VALUE '  DATED '.
002606     03 WS-DN1-DATE              PIC 9(08).
002607*
002608 01  WS-DN-HEADING-2.
002609     03 FILLER                   PIC X(01)   VALUE SPACE.
002610     03 FILLER                   PIC X(09)   VALUE 'SUPPLIER '.
002611     03 WS-DN2-SUPPLIER          PIC X(06).
002612     03 FILLER                   PIC X(02)   VALUE SPACE.
002613     03 WS-DN2-NAME              PIC X(40).
002614*
002615 01  WS-DN-REFERENCE.
002616     03 FILLER                   PIC X(01)   VALUE SPACE.
002617     03 FILLER                   PIC X(11)   VALUE 'OUR PO NO  '.
002618     03 WS-DNR-PO-NUMBER         PIC 9(07).
002619     03 FILLER                   PIC X(13)
002620         VALUE '  YOUR REF   '.
002621     03 WS-DNR-SUPPLIER-REF      PIC X(10).
002622     03 FILLER                   PIC X(15)
002623         VALUE '  OUR INVOICE  '.
002624     03 WS-DNR-INVOICE-NUMBER    PIC 9(07).
002625*
002626 01  WS-DN-GOODS.
002627     03 FILLER                   PIC X(01)   VALUE SPACE.
002628     03 FILLER                   PIC X(11)   VALUE 'ITEM       '.
002629     03 WS-DNG-ITEM-REF          PIC 9(04).
002630     03 FILLER                   PIC X(16)
002631         VALUE '  QTY RETURNED  '.
002632     03 WS-DNG-QUANTITY          PIC Z(02)9.
002633     03 FILLER                   PIC X(06)   VALUE '  ON  '.
002634     03 WS-DNG-RETURNED-DATE     PIC 9(08).
002635     03 FILLER                   PIC X(10)   VALUE '  REASON  '.
002636     03 WS-DNG-REASON            PIC X(20).
002637*
002638 01  WS-DN-AMOUNT.
002639     03 FILLER                   PIC X(01)   VALUE SPACE.
002640     03 FILLER                   PIC X(11)   VALUE 'QTY DEBITED'.
002641     03 FILLER                   PIC X(01)   VALUE SPACE.
002642     03 WS-DNA-QUANTITY          PIC Z(02)9.
002643     03 FILLER                   PIC X(14)
002644         VALUE '  UNIT PRICE  '.
002645     03 WS-DNA-UNIT-PRICE        PIC Z(03)9,99.
002646     03 FILLER                   PIC X(10)   VALUE '  AMOUNT  '.
002647     03 WS-DNA-VALUE             PIC Z(06)9,99.
002648*
002649*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
002650 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
002651*
002652 PROCEDURE DIVISION.
002653*
002654*=========================================================*
002655*  0000-MAINLINE                                          *
002656*=========================================================*
002657 0000-MAINLINE.
002658     PERFORM 1000-INITIALIZE
002659         THRU 1000-INITIALIZE-EXIT.
002660     PERFORM 2000-LOAD-GOODS-IN
002661         THRU 2000-LOAD-GOODS-IN-EXIT.
002662     PERFORM 2500-LOAD-CLAIMED-QTY
002663         THRU 2500-LOAD-CLAIMED-QTY-EXIT.
002664     PERFORM 2900-LOAD-DEBITED-QTY
002665         THRU 2900-LOAD-DEBITED-QTY-EXIT.
002666     PERFORM 3000-MATCH-INVOICES
002670         THRU 3000-MATCH-INVOICES-EXIT.
002673     PERFORM 4000-DECIDE-RETURNS
002676         THRU 4000-DECIDE-RETURNS-EXIT.
002680     PERFORM 5000-WRITE-CONTROL-TOTALS
002690         THRU 5000-WRITE-CONTROL-TOTALS-EXIT.
002700     PERFORM 8000-TERMINATE
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN.
003120*
003121     OPEN INPUT SUPPLIER-FILE.
003122     IF WS-SUPPLIER-STATUS NOT = '00'
003123         DISPLAY 'DFH0XINV - SUPPLIER FILE OPEN FAILED - STATUS '
003124             WS-SUPPLIER-STATUS
003125         MOVE 16 TO RETURN-CODE
003126         STOP RUN.
003127*
003128     OPEN OUTPUT DEBIT-NOTE-FILE.
003129     IF WS-DEBIT-NOTE-STATUS NOT = '00'
003130         DISPLAY 'DFH0XINV - DEBIT NOTE FILE OPEN FAILED - '
003131             'STATUS ' WS-DEBIT-NOTE-STATUS
003132         MOVE 16 TO RETURN-CODE
003133         STOP RUN.
003134*
003135     OPEN OUTPUT REPORT-FILE.
003140     IF WS-REPORT-STATUS NOT = '00'
003150         DISPLAY 'DFH0XINV - REPORT FILE OPEN FAILED - STATUS '
003160             WS-REPORT-STATUS
004220             THRU 2800-FIND-CLAIMED-ENTRY-EXIT
004230         IF WS-CQ-FOUND-IX NOT = ZERO
004240             ADD INV-QUANTITY TO WS-CQ-QTY(WS-CQ-FOUND-IX)
004243             PERFORM 2870-NOTE-LAST-INVOICE
004246                 THRU 2870-NOTE-LAST-INVOICE-EXIT
004250         END-IF
004260     END-IF.
004270     PERFORM 2600-READ-INVOICE
004470         ADD 1 TO WS-CQ-USED
004480         MOVE WS-CQ-WANTED TO WS-CQ-PO-NUMBER(WS-CQ-USED)
004490         MOVE ZERO TO WS-CQ-QTY(WS-CQ-USED)
004492         MOVE ZERO TO WS-CQ-DEBITED(WS-CQ-USED)
004494         MOVE ZERO TO WS-CQ-LAST-INVOICE(WS-CQ-USED)
004496         MOVE SPACES TO WS-CQ-LAST-SUPP-REF(WS-CQ-USED)
004498         MOVE ZERO TO WS-CQ-LAST-PRICE(WS-CQ-USED)
004500         MOVE WS-CQ-USED TO WS-CQ-FOUND-IX.
004510*
004520     IF WS-CQ-FOUND-IX = ZERO
004610 2850-MATCH-CLAIMED-ENTRY-EXIT.
004620     EXIT.
004630*
004631*=========================================================*
004632*  2870-NOTE-LAST-INVOICE - THE INVOICE IN HAND HAS       *
004633*  PASSED AGAINST THE CLAIMED ENTRY JUST FOUND. THE FILE  *
004634*  IS IN INVOICE NUMBER ORDER, SO IT BECOMES THE LATEST   *
004635*  PASSED INVOICE A DEBIT NOTE QUOTES AND PRICES FROM     *
004636*=========================================================*
004637 2870-NOTE-LAST-INVOICE.
004638     MOVE INV-INVOICE-NUMBER
004639         TO WS-CQ-LAST-INVOICE(WS-CQ-FOUND-IX).
004640     MOVE INV-SUPPLIER-REF
004641         TO WS-CQ-LAST-SUPP-REF(WS-CQ-FOUND-IX).
004642     IF INV-QUANTITY NOT = ZERO
004643         COMPUTE WS-CQ-LAST-PRICE(WS-CQ-FOUND-IX) ROUNDED =
004644             INV-INVOICE-VALUE / INV-QUANTITY.
004645 2870-NOTE-LAST-INVOICE-EXIT.
004646     EXIT.
004647*
004648*=========================================================*
004649*  2900-LOAD-DEBITED-QTY - WALK THE SUPPLIER RETURN FILE  *
004650*  AND TOTAL THE QUANTITY EVERY DEBIT NOTE ALREADY RAISED *
004651*  HAS CLAIMED BACK AGAINST ITS PURCHASE ORDER            *
004652*=========================================================*
004653 2900-LOAD-DEBITED-QTY.
004654     OPEN INPUT SUPPLIER-RETURN-FILE.
004655     IF WS-RETURN-STATUS NOT = '00'
004656         DISPLAY 'DFH0XINV - RETURN FILE OPEN FAILED - STATUS '
004657             WS-RETURN-STATUS
004658         MOVE 16 TO RETURN-CODE
004659         STOP RUN.
004660*
004661     PERFORM 2950-READ-RETURN
004662         THRU 2950-READ-RETURN-EXIT.
004663     PERFORM 2960-NOTE-DEBITED-RETURN
004664         THRU 2960-NOTE-DEBITED-RETURN-EXIT
004665         UNTIL WS-RETURN-EOF.
004666*
004667     CLOSE SUPPLIER-RETURN-FILE.
004668     MOVE 'N' TO WS-RETURN-EOF-SW.
004669 2900-LOAD-DEBITED-QTY-EXIT.
004670     EXIT.
004671*
004672 2950-READ-RETURN.
004673     READ SUPPLIER-RETURN-FILE NEXT
004674         AT END
004675             MOVE 'Y' TO WS-RETURN-EOF-SW
004676     END-READ.
004677 2950-READ-RETURN-EXIT.
004678     EXIT.
004679*
004680 2960-NOTE-DEBITED-RETURN.
004681     MOVE RETURN-FILE-RECORD TO SUPPLIER-RETURN-RECORD.
004682     IF RTS-DEBIT-RAISED
004683         MOVE RTS-PO-NUMBER TO WS-CQ-WANTED
004684         PERFORM 2800-FIND-CLAIMED-ENTRY
004685             THRU 2800-FIND-CLAIMED-ENTRY-EXIT
004686         IF WS-CQ-FOUND-IX NOT = ZERO
004687             ADD RTS-DEBIT-QTY TO WS-CQ-DEBITED(WS-CQ-FOUND-IX)
004688         END-IF
004689     END-IF.
004690     PERFORM 2950-READ-RETURN
004691         THRU 2950-READ-RETURN-EXIT.
004692 2960-NOTE-DEBITED-RETURN-EXIT.
004693     EXIT.
004694*
004695*=========================================================*
004696*  3000-MATCH-INVOICES - WALK THE INVOICE FILE AND RULE   *
004697*  ON EVERY INVOICE NOT YET PASSED                        *
004698*=========================================================*
004699 3000-MATCH-INVOICES.
004700     PERFORM 2600-READ-INVOICE
004701         THRU 2600-READ-INVOICE-EXIT.
004710     PERFORM 3100-MATCH-ONE-INVOICE
004720         THRU 3100-MATCH-ONE-INVOICE-EXIT
004730         UNTIL WS-INVOICE-EOF.
005120             THRU 2800-FIND-CLAIMED-ENTRY-EXIT
005130         IF WS-CQ-FOUND-IX NOT = ZERO
005140             ADD INV-QUANTITY TO WS-CQ-QTY(WS-CQ-FOUND-IX)
005143             PERFORM 2870-NOTE-LAST-INVOICE
005146                 THRU 2870-NOTE-LAST-INVOICE-EXIT
005150         END-IF
005160     END-IF.
005170*
005630*  3300-CHECK-QUANTITY - THE INVOICED QUANTITY MUST FIT   *
005640*  WITHIN WHAT THE PURCHASE ORDER HAS HAD DELIVERED LESS  *
005650*  WHAT EARLIER PASSED INVOICES HAVE ALREADY CLAIMED -    *
005660*  WE NEVER PAY FOR GOODS WE HAVE NOT RECEIVED. GOODS     *
005663*  SENT BACK ARE ALREADY OFF THE DELIVERED QUANTITY; WHAT *
005666*  A DEBIT NOTE HAS CLAIMED BACK IS NO LONGER CLAIMED     *
005670*=========================================================*
005680 3300-CHECK-QUANTITY.
005690     MOVE INV-PO-NUMBER TO WS-CQ-WANTED.
005730         MOVE PO-QTY-RECEIVED TO WS-QTY-UNCLAIMED
005740     ELSE
005750         COMPUTE WS-QTY-UNCLAIMED =
005760             PO-QTY-RECEIVED - WS-CQ-QTY(WS-CQ-FOUND-IX)
005765             + WS-CQ-DEBITED(WS-CQ-FOUND-IX).
005770*
005780     IF INV-QUANTITY > WS-QTY-UNCLAIMED
005790         MOVE 'Y' TO WS-QUERIED-SW
006400 3600-WRITE-RESULT-LINE-EXIT.
006410     EXIT.
006420*
006421*=========================================================*
006422*  4000-DECIDE-RETURNS - WALK THE SUPPLIER RETURN FILE    *
006423*  AGAIN, NOW FOR UPDATE, AND DECIDE EVERY RETURN NOT YET *
006424*  LOOKED AT                                              *
006425*=========================================================*
006426 4000-DECIDE-RETURNS.
006427     OPEN I-O SUPPLIER-RETURN-FILE.
006428     IF WS-RETURN-STATUS NOT = '00'
006429         DISPLAY 'DFH0XINV - RETURN FILE REOPEN FAILED - '
006430             'STATUS ' WS-RETURN-STATUS
006431         MOVE 16 TO RETURN-CODE
006432         STOP RUN.
006433*
006434     MOVE SPACES TO REPORT-LINE.
006435     WRITE REPORT-LINE.
006436     MOVE WS-RETURN-HEADING TO REPORT-LINE.
006437     WRITE REPORT-LINE.
006438     MOVE WS-RETURN-COLUMNS TO REPORT-LINE.
006439     WRITE REPORT-LINE.
006440*
006441     PERFORM 2950-READ-RETURN
006442         THRU 2950-READ-RETURN-EXIT.
006443     PERFORM 4100-DECIDE-ONE-RETURN
006444         THRU 4100-DECIDE-ONE-RETURN-EXIT
006445         UNTIL WS-RETURN-EOF.
006446     CLOSE SUPPLIER-RETURN-FILE.
006447 4000-DECIDE-RETURNS-EXIT.
006448     EXIT.
006449*
006450*=========================================================*
006451*  4100-DECIDE-ONE-RETURN - WHAT PASSED INVOICES CLAIM OF *
006452*  THE PURCHASE ORDER, LESS WHAT DEBIT NOTES HAVE ALREADY *
006453*  CLAIMED BACK, IS SET AGAINST WHAT IS LEFT RECEIVED.    *
006454*  ANY EXCESS, UP TO THE QUANTITY RETURNED, IS DEBITED;   *
006455*  NONE MEANS NO DEBIT NOTE IS NEEDED. A RETURN WHOSE     *
006456*  PURCHASE ORDER CANNOT BE READ IS LEFT FOR TOMORROW     *
006457*=========================================================*
006458 4100-DECIDE-ONE-RETURN.
006459     MOVE RETURN-FILE-RECORD TO SUPPLIER-RETURN-RECORD.
006460     IF NOT RTS-DEBIT-UNDECIDED
006461         GO TO 4100-DECIDE-NEXT.
006462*
006463     ADD 1 TO WS-RETURNS-EXAMINED.
006464     MOVE RTS-PO-NUMBER TO POF-PO-NUMBER.
006465     READ PO-FILE
006466         INVALID KEY
006467             DISPLAY 'DFH0XINV - RETURN ' RTS-RETURN-NUMBER
006468                 ' PURCHASE ORDER ' RTS-PO-NUMBER ' NOT FOUND'
006469             GO TO 4100-DECIDE-NEXT
006470     END-READ.
006471     MOVE PO-FILE-RECORD TO PURCHASE-ORDER-RECORD.
006472*
006473     MOVE RTS-PO-NUMBER TO WS-CQ-WANTED.
006474     PERFORM 2800-FIND-CLAIMED-ENTRY
006475         THRU 2800-FIND-CLAIMED-ENTRY-EXIT.
006476     MOVE ZERO TO WS-QTY-OVERCLAIMED.
006477     IF WS-CQ-FOUND-IX NOT = ZERO
006478         COMPUTE WS-QTY-OVERCLAIMED =
006479             WS-CQ-QTY(WS-CQ-FOUND-IX)
006480             - WS-CQ-DEBITED(WS-CQ-FOUND-IX)
006481             - PO-QTY-RECEIVED.
006482*
006483     IF WS-QTY-OVERCLAIMED NOT > ZERO
006484         MOVE 'X' TO RTS-DEBIT-STATUS
006485         MOVE ZERO TO RTS-DEBIT-QTY
006486         MOVE ZERO TO RTS-DEBIT-VALUE
006487         MOVE WS-RUN-DATE TO RTS-DEBIT-DATE
006488         ADD 1 TO WS-RETURNS-NO-DEBIT
006489         MOVE 'NO DEBIT NOTE NEEDED' TO WS-RL-RESULT
006490         GO TO 4100-DECIDE-REWRITE.
006491*
006492     IF WS-QTY-OVERCLAIMED > RTS-QUANTITY
006493         MOVE RTS-QUANTITY TO RTS-DEBIT-QTY
006494     ELSE
006495         MOVE WS-QTY-OVERCLAIMED TO RTS-DEBIT-QTY.
006496*
006497*    PRICED AS THE SUPPLIER WAS PAID - THE COST AT THE TIME
006498*    OF THE RETURN STANDS IN ONLY IF NO PRICE WAS NOTED
006499     IF WS-CQ-LAST-PRICE(WS-CQ-FOUND-IX) NOT = ZERO
006500         MOVE WS-CQ-LAST-PRICE(WS-CQ-FOUND-IX)
006501             TO WS-DEBIT-UNIT-PRICE
006502     ELSE
006503         MOVE RTS-ITEM-COST-NUM TO WS-DEBIT-UNIT-PRICE.
006504     COMPUTE RTS-DEBIT-VALUE =
006505         WS-DEBIT-UNIT-PRICE * RTS-DEBIT-QTY.
006506     MOVE 'D' TO RTS-DEBIT-STATUS.
006507     MOVE WS-RUN-DATE TO RTS-DEBIT-DATE.
006508*    A LATER RETURN AGAINST THE SAME ORDER TONIGHT MUST SEE
006509*    THIS CLAIM ALREADY MADE
006510     ADD RTS-DEBIT-QTY TO WS-CQ-DEBITED(WS-CQ-FOUND-IX).
006511     ADD 1 TO WS-DEBIT-NOTES-RAISED.
006512     ADD RTS-DEBIT-VALUE TO WS-DEBIT-NOTE-TOTAL.
006513     MOVE 'DEBIT NOTE RAISED' TO WS-RL-RESULT.
006514     PERFORM 4200-WRITE-DEBIT-NOTE
006515         THRU 4200-WRITE-DEBIT-NOTE-EXIT.
006516*
006517 4100-DECIDE-REWRITE.
006518     MOVE SUPPLIER-RETURN-RECORD TO RETURN-FILE-RECORD.
006519     REWRITE RETURN-FILE-RECORD.
006520*
006521     MOVE RTS-RETURN-NUMBER  TO WS-RL-RETURN-NUMBER.
006522     MOVE RTS-SUPPLIER-CODE  TO WS-RL-SUPPLIER.
006523     MOVE RTS-PO-NUMBER      TO WS-RL-PO-NUMBER.
006524     MOVE RTS-ITEM-REF       TO WS-RL-ITEM-REF.
006525     MOVE RTS-QUANTITY       TO WS-RL-QUANTITY.
006526     MOVE RTS-REASON-CODE    TO WS-RL-REASON.
006527     MOVE RTS-DEBIT-QTY      TO WS-RL-DEBIT-QTY.
006528     MOVE RTS-DEBIT-VALUE    TO WS-RL-DEBIT-VALUE.
006529     MOVE WS-RETURN-LINE     TO REPORT-LINE.
006530     WRITE REPORT-LINE.
006531*
006532 4100-DECIDE-NEXT.
006533     PERFORM 2950-READ-RETURN
006534         THRU 2950-READ-RETURN-EXIT.
006535 4100-DECIDE-ONE-RETURN-EXIT.
006536     EXIT.
006537*
006538*=========================================================*
006539*  4200-WRITE-DEBIT-NOTE - PRINT ONE DEBIT NOTE FOR THE   *
006540*  RETURN IN HAND, QUOTING THE LATEST INVOICE PASSED ON   *
006541*  ITS PURCHASE ORDER, FOR AP TO SEND THE SUPPLIER        *
006542*=========================================================*
006543 4200-WRITE-DEBIT-NOTE.
006544*    A RETIRED SUPPLIER STILL OWES FOR WHAT IT TOOK BACK
006545     MOVE RTS-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
006546     READ SUPPLIER-FILE
006547         INVALID KEY
006548             MOVE 'SUPPLIER NOT ON MASTER' TO SUP-NAME
006549     END-READ.
006550*
006551     IF RTS-REASON-FAULTY
006552         MOVE 'FAULTY GOODS'         TO WS-REASON-TEXT
006553     ELSE
006554     IF RTS-REASON-WRONG-GOODS
006555         MOVE 'WRONG GOODS SUPPLIED' TO WS-REASON-TEXT
006556     ELSE
006557     IF RTS-REASON-DAMAGED
006558         MOVE 'DAMAGED ON DELIVERY'  TO WS-REASON-TEXT
006559     ELSE
006560     IF RTS-REASON-OVER-SUPPLIED
006561         MOVE 'OVER-SUPPLIED'        TO WS-REASON-TEXT
006562     ELSE
006563         MOVE RTS-REASON-CODE        TO WS-REASON-TEXT.
006564*
006565     MOVE RTS-RETURN-NUMBER TO WS-DN1-RETURN-NUMBER.
006566     MOVE WS-RUN-DATE       TO WS-DN1-DATE.
006567     MOVE WS-DN-HEADING-1   TO DEBIT-NOTE-LINE.
006568     WRITE DEBIT-NOTE-LINE.
006569     MOVE RTS-SUPPLIER-CODE TO WS-DN2-SUPPLIER.
006570     MOVE SUP-NAME          TO WS-DN2-NAME.
006571     MOVE WS-DN-HEADING-2   TO DEBIT-NOTE-LINE.
006572     WRITE DEBIT-NOTE-LINE.
006573     MOVE RTS-PO-NUMBER     TO WS-DNR-PO-NUMBER.
006574     MOVE WS-CQ-LAST-SUPP-REF(WS-CQ-FOUND-IX)
006575         TO WS-DNR-SUPPLIER-REF.
006576     MOVE WS-CQ-LAST-INVOICE(WS-CQ-FOUND-IX)
006577         TO WS-DNR-INVOICE-NUMBER.
006578     MOVE WS-DN-REFERENCE   TO DEBIT-NOTE-LINE.
006579     WRITE DEBIT-NOTE-LINE.
006580     MOVE RTS-ITEM-REF      TO WS-DNG-ITEM-REF.
006581     MOVE RTS-QUANTITY      TO WS-DNG-QUANTITY.
006582     MOVE RTS-RETURNED-DATE TO WS-DNG-RETURNED-DATE.
006583     MOVE WS-REASON-TEXT    TO WS-DNG-REASON.
006584     MOVE WS-DN-GOODS       TO DEBIT-NOTE-LINE.
006585     WRITE DEBIT-NOTE-LINE.
006586     MOVE RTS-DEBIT-QTY       TO WS-DNA-QUANTITY.
006587     MOVE WS-DEBIT-UNIT-PRICE TO WS-DNA-UNIT-PRICE.
006588     MOVE RTS-DEBIT-VALUE     TO WS-DNA-VALUE.
006589     MOVE WS-DN-AMOUNT        TO DEBIT-NOTE-LINE.
006590     WRITE DEBIT-NOTE-LINE.
006591     MOVE SPACES              TO DEBIT-NOTE-LINE.
006592     WRITE DEBIT-NOTE-LINE.
006593 4200-WRITE-DEBIT-NOTE-EXIT.
006594     EXIT.
006595*
006596*=========================================================*
006597*  5000-WRITE-CONTROL-TOTALS                              *
006598*=========================================================*
006599 5000-WRITE-CONTROL-TOTALS.
006600     MOVE SPACES TO REPORT-LINE.
006601     WRITE REPORT-LINE.
006602     MOVE WS-INVOICES-READ     TO WS-CT-READ.
006603     MOVE WS-CONTROL-LINE-1    TO REPORT-LINE.
006604     WRITE REPORT-LINE.
006605     MOVE WS-INVOICES-EXAMINED TO WS-CT-EXAMINED.
006606     MOVE WS-CONTROL-LINE-2    TO REPORT-LINE.
006607     WRITE REPORT-LINE.
006608     MOVE WS-INVOICES-PASSED   TO WS-CT-PASSED.
006609     MOVE WS-CONTROL-LINE-3    TO REPORT-LINE.
006610     WRITE REPORT-LINE.
006611     MOVE WS-INVOICES-QUERIED  TO WS-CT-QUERIED.
006612     MOVE WS-CONTROL-LINE-4    TO REPORT-LINE.
006613     WRITE REPORT-LINE.
006614     MOVE WS-RETURNS-EXAMINED   TO WS-CT-RETURNS.
006615     MOVE WS-CONTROL-LINE-5     TO REPORT-LINE.
006616     WRITE REPORT-LINE.
006617     MOVE WS-DEBIT-NOTES-RAISED TO WS-CT-DEBIT-NOTES.
006618     MOVE WS-CONTROL-LINE-6     TO REPORT-LINE.
006619     WRITE REPORT-LINE.
006620     MOVE WS-RETURNS-NO-DEBIT   TO WS-CT-NO-DEBIT.
006621     MOVE WS-CONTROL-LINE-7     TO REPORT-LINE.
006622     WRITE REPORT-LINE.
006623     MOVE WS-DEBIT-NOTE-TOTAL   TO WS-CT-DEBIT-VALUE.
006624     MOVE WS-CONTROL-LINE-8     TO REPORT-LINE.
006625     WRITE REPORT-LINE.
006626 5000-WRITE-CONTROL-TOTALS-EXIT.
006627     EXIT.
006630*
006640*=========================================================*
006650*  8000-TERMINATE                                         *
006680     CLOSE INVOICE-FILE.
006690     CLOSE PO-FILE.
006700     CLOSE CATALOG-FILE.
006703     CLOSE SUPPLIER-FILE.
006706     CLOSE DEBIT-NOTE-FILE.
006710     CLOSE REPORT-FILE.
006720 8000-TERMINATE-EXIT.
006730     EXIT.
