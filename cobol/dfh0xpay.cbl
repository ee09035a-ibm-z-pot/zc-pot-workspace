000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DFH0XPAY.
000030 AUTHOR.        R HALLIDAY.
000040 INSTALLATION.  CATALOGUE APPLICATIONS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*  DATE       INIT  DESCRIPTION                             *
000110*  2026-10-15  RH   Initial version - nightly supplier       *
000120*                   payment run for passed invoices that     *
000130*                   have fallen due, with the bank payment   *
000140*                   instruction file and a remittance        *
000150*                   advice per supplier.                     *
000160*-----------------------------------------------------------*
000170*
000180*-----------------------------------------------------------*
000190*  PAYS EVERY SUPPLIER INVOICE THE NIGHTLY THREE-WAY MATCH  *
000200*  HAS PASSED THAT IS NOT YET PAID AND HAS FALLEN DUE - ITS *
000210*  ENTERED DATE PLUS THE PAYMENT TERMS IS ON OR BEFORE THE  *
000220*  RUN DATE. DUE INVOICES ARE SORTED BY SUPPLIER AND EACH   *
000230*  SUPPLIER GETS ONE PAYMENT INSTRUCTION FOR THE BANK, FOR  *
000240*  THE TOTAL OF ITS DUE INVOICES, AND ONE REMITTANCE ADVICE *
000250*  LISTING EVERY INVOICE THE PAYMENT CLEARS BY THE          *
000260*  SUPPLIER'S OWN REFERENCE AND OUR PURCHASE ORDER NUMBER.  *
000270*  EACH INVOICE PAID IS STAMPED WITH THE RUN DATE AND THE   *
000280*  PAYMENT RUN NUMBER, SO IT IS NEVER PICKED UP AGAIN.      *
000290*                                                           *
000300*  A RUN THAT FAILS PART WAY LEAVES NO RUN CONTROL STAMP,   *
000310*  SO THE BANK FILE IS NOT SENT. THE RERUN AS AT THE SAME   *
000320*  DATE CARRIES ON UNDER THE SAME PAYMENT RUN NUMBER AND    *
000330*  TAKES BACK IN THE INVOICES THE FAILED ATTEMPT HAD        *
000340*  ALREADY STAMPED, SO THE BANK FILE AND THE ADVICES IT     *
000350*  WRITES AFRESH STILL PAY EACH SUPPLIER ONCE, IN FULL. A   *
000360*  NEW DATE IS REFUSED UNTIL AN UNFINISHED RUN IS RERUN.    *
000370*  THE RUN DATE AND THE PAYMENT TERMS IN DAYS COME FROM A   *
000380*  ONE RECORD PARAMETER FILE, OR DEFAULT TO THE SYSTEM DATE *
000390*  AND 30 DAYS.                                             *
000400*-----------------------------------------------------------*
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460*
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT INVOICE-FILE ASSIGN TO "INVFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS INVF-INVOICE-NUMBER
000530         FILE STATUS IS WS-INVOICE-STATUS.
000540*
000550     SELECT SUPPLIER-FILE ASSIGN TO "SUPFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS SUP-SUPPLIER-CODE
000590         FILE STATUS IS WS-SUPPLIER-STATUS.
000600*
000610     SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS PYCF-RECORD-KEY
000650         FILE STATUS IS WS-PAYCTL-STATUS.
000660*
000670     SELECT PARM-FILE ASSIGN TO "PAYPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARM-STATUS.
000700*
000710     SELECT PAYMENT-SORT-FILE ASSIGN TO "PAYSORT".
000720*
000730     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RUN-KEY
000770         FILE STATUS IS WS-RUNCTL-STATUS.
000780*
000790     SELECT PAYMENT-FILE ASSIGN TO "PAYINST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PAYMENT-STATUS.
000820*
000830     SELECT REMITTANCE-FILE ASSIGN TO "PAYRMT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REMITTANCE-STATUS.
000860*
000870     SELECT REPORT-FILE ASSIGN TO "PAYRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-REPORT-STATUS.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930*
000940*    THE INVOICE RECORD LAYOUT PROPER IS HELD IN WORKING
000950*    STORAGE (COPY dfh0xcpd) AND MOVED THROUGH THIS BUFFER -
000960*    ONLY THE KEY IS BROKEN OUT HERE
000970 FD  INVOICE-FILE
000980     RECORD CONTAINS 82 CHARACTERS.
000990 01  INVOICE-FILE-RECORD.
001000     03 INVF-INVOICE-NUMBER      PIC 9(07).
001010     03 FILLER                   PIC X(75).
001020*
001030 FD  SUPPLIER-FILE
001040     RECORD CONTAINS 66 CHARACTERS.
001050     COPY dfh0xcpa.
001060*
001070*    THE PAYMENT RUN CONTROL RECORD IS ALSO HELD IN WORKING
001080*    STORAGE THROUGH COPY dfh0xcpd
001090 FD  PAY-CONTROL-FILE
001100     RECORD CONTAINS 16 CHARACTERS.
001110 01  PAY-CONTROL-FILE-RECORD.
001120     03 PYCF-RECORD-KEY          PIC X(01).
001130     03 FILLER                   PIC X(15).
001140*
001150 FD  PARM-FILE
001160     RECORD CONTAINS 11 CHARACTERS.
001170 01  PARM-RECORD.
001180     03 PARM-RUN-DATE            PIC 9(08).
001190*    DAYS FROM THE DATE AN INVOICE WAS ENTERED TO THE DATE
001200*    IT FALLS DUE FOR PAYMENT - ZERO OR ABSENT MEANS 30
001210     03 PARM-TERMS-DAYS          PIC 9(03).
001220*
001230 SD  PAYMENT-SORT-FILE.
001240 01  SORT-RECORD.
001250     03 SRT-SUPPLIER             PIC X(06).
001260     03 SRT-INVOICE-NUMBER       PIC 9(07).
001270     03 SRT-SUPPLIER-REF         PIC X(10).
001280     03 SRT-PO-NUMBER            PIC 9(07).
001290     03 SRT-QUANTITY             PIC 9(03).
001300     03 SRT-INVOICE-VALUE        PIC 9(07)V99.
001310*
001320 FD  RUN-CONTROL-FILE
001330     RECORD CONTAINS 31 CHARACTERS.
001340     COPY dfh0xcph.
001350*
001360*-------------------------------------------------------*
001370*  BANK PAYMENT INSTRUCTION FILE - ONE FIXED FORMAT LINE *
001380*  PER SUPPLIER PAID, THEN ONE CONTROL LINE CARRYING THE *
001390*  PAYEE COUNT AND TOTAL FOR THE BANK TO BALANCE THE     *
001400*  FILE AGAINST. THE BANK HOLDS EACH PAYEE'S ACCOUNT     *
001410*  AGAINST OUR SUPPLIER CODE. AMOUNTS CARRY AN IMPLIED   *
001420*  DECIMAL POINT. FIELDS ARE FIXED POSITION, NO          *
001430*  DELIMITERS                                            *
001440*-------------------------------------------------------*
001450 FD  PAYMENT-FILE
001460     RECORD CONTAINS 77 CHARACTERS.
001470 01  PAYMENT-INSTRUCTION-LINE.
001480*        POSITION  01    - LINE TYPE: P=PAYMENT, C=CONTROL
001490     03 PIN-LINE-TYPE            PIC X(1).
001500         88 PIN-LINE-PAYMENT         VALUE 'P'.
001510         88 PIN-LINE-CONTROL         VALUE 'C'.
001520*        POSITIONS 02-08 - PAYMENT RUN NUMBER
001530     03 PIN-RUN-NUMBER           PIC 9(7).
001540*        POSITIONS 09-16 - PAYMENT DATE (CCYYMMDD)
001550     03 PIN-PAYMENT-DATE         PIC 9(8).
001560     03 PIN-LINE-DETAIL          PIC X(61).
001570*        PAYMENT LINE
001580     03 PIN-PAYMENT-DETAIL REDEFINES PIN-LINE-DETAIL.
001590*            POSITIONS 17-22 - SUPPLIER CODE (PAYEE)
001600         05 PIN-SUPPLIER-CODE    PIC X(6).
001610*            POSITIONS 23-62 - SUPPLIER NAME
001620         05 PIN-SUPPLIER-NAME    PIC X(40).
001630*            POSITIONS 63-66 - INVOICES THE PAYMENT CLEARS
001640         05 PIN-INVOICE-COUNT    PIC 9(4).
001650*            POSITIONS 67-77 - AMOUNT TO PAY
001660         05 PIN-AMOUNT           PIC 9(9)V99.
001670*        CONTROL LINE
001680     03 PIN-CONTROL-DETAIL REDEFINES PIN-LINE-DETAIL.
001690*            POSITIONS 17-22 - PAYMENT LINES IN THE FILE
001700         05 PIN-PAYEE-COUNT      PIC 9(6).
001710*            POSITIONS 23-35 - TOTAL OF THE PAYMENT LINES
001720         05 PIN-TOTAL-AMOUNT     PIC 9(11)V99.
001730         05 FILLER               PIC X(42).
001740*
001750 FD  REMITTANCE-FILE
001760     RECORD CONTAINS 132 CHARACTERS.
001770 01  REMITTANCE-LINE             PIC X(132).
001780*
001790 FD  REPORT-FILE
001800     RECORD CONTAINS 132 CHARACTERS.
001810 01  REPORT-LINE                 PIC X(132).
001820*
001830 WORKING-STORAGE SECTION.
001840*
001850 01  WS-FILE-STATUSES.
001860     03 WS-INVOICE-STATUS        PIC X(02)   VALUE '00'.
001870     03 WS-SUPPLIER-STATUS       PIC X(02)   VALUE '00'.
001880     03 WS-PAYCTL-STATUS         PIC X(02)   VALUE '00'.
001890     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001900     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001910     03 WS-PAYMENT-STATUS        PIC X(02)   VALUE '00'.
001920     03 WS-REMITTANCE-STATUS     PIC X(02)   VALUE '00'.
001930     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001940*
001950 01  WS-SWITCHES.
001960     03 WS-INVOICE-EOF-SW        PIC X(01)   VALUE 'N'.
001970         88 WS-INVOICE-EOF           VALUE 'Y'.
001980     03 WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
001990         88 WS-SORT-EOF              VALUE 'Y'.
002000     03 WS-FIRST-SUPPLIER-SW     PIC X(01)   VALUE 'Y'.
002010         88 WS-FIRST-SUPPLIER        VALUE 'Y'.
002020*    SET BY 9150-CHECK-LEAP-YEAR WHEN THE YEAR IN HAND IS
002030*    A LEAP YEAR
002040     03 WS-LEAP-SW               PIC X(01)   VALUE 'N'.
002050         88 WS-LEAP-YEAR             VALUE 'Y'.
002060*
002070 01  WS-PARAMETERS.
002080     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
002090     03 WS-TERMS-DAYS            PIC 9(03)   VALUE 30.
002100*
002110 01  WS-COUNTERS.
002120     03 WS-INVOICES-READ         PIC 9(07)   VALUE ZERO.
002130     03 WS-INVOICES-NOT-DUE      PIC 9(05)   VALUE ZERO.
002140     03 WS-INVOICES-PAID         PIC 9(05)   VALUE ZERO.
002150*    PAID INVOICES A FAILED ATTEMPT AT THIS SAME PAYMENT
002160*    RUN HAD ALREADY STAMPED, TAKEN BACK IN ON THE RERUN
002170     03 WS-INVOICES-RESUMED      PIC 9(05)   VALUE ZERO.
002180     03 WS-SUPPLIERS-PAID        PIC 9(05)   VALUE ZERO.
002190*
002200 01  WS-WORK-FIELDS.
002210*    PAYMENT RUN NUMBER THIS RUN PAYS UNDER - TAKEN FROM
002220*    THE PAYMENT RUN CONTROL RECORD
002230     03 WS-PAY-RUN-NUMBER        PIC 9(07)   VALUE ZERO.
002240     03 WS-PREV-SUPPLIER         PIC X(06)   VALUE SPACES.
002250     03 WS-SUPPLIER-NAME         PIC X(40)   VALUE SPACES.
002260*    WHAT THE SUPPLIER IN HAND IS BEING PAID, AND FOR HOW
002270*    MANY INVOICES
002280     03 WS-SUPP-INVOICE-COUNT    PIC 9(04)   VALUE ZERO.
002290     03 WS-SUPP-AMOUNT           PIC 9(09)V99 VALUE ZERO.
002300     03 WS-RUN-TOTAL             PIC 9(11)V99 VALUE ZERO.
002310     03 WS-RUN-SERIAL            PIC S9(07) COMP-3 VALUE ZERO.
002320     03 WS-DUE-SERIAL            PIC S9(07) COMP-3 VALUE ZERO.
002330*
002340*-------------------------------------------------------*
002350*  DATE IN HAND FOR THE SERIAL DAY NUMBER ARITHMETIC     *
002360*  THE DUE DATE TEST RUNS ON                             *
002370*-------------------------------------------------------*
002380 01  WS-DATE-WORK                PIC 9(08)   VALUE ZERO.
002390 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002400     03 WS-DW-YEAR               PIC 9(04).
002410     03 WS-DW-MONTH              PIC 9(02).
002420     03 WS-DW-DAY                PIC 9(02).
002430*
002440 01  WS-SERIAL-DAYS              PIC S9(07) COMP-3 VALUE ZERO.
002450*
002460 01  WS-SERIAL-WORK.
002470     03 WS-YEARS-PRIOR           PIC 9(04) COMP VALUE ZERO.
002480     03 WS-DIV-BY-4              PIC 9(04) COMP VALUE ZERO.
002490     03 WS-DIV-BY-100            PIC 9(04) COMP VALUE ZERO.
002500     03 WS-DIV-BY-400            PIC 9(04) COMP VALUE ZERO.
002510     03 WS-LEAP-QUOT             PIC 9(04) COMP VALUE ZERO.
002520     03 WS-LEAP-REM              PIC 9(04) COMP VALUE ZERO.
002530*
002540*    CUMULATIVE DAYS BEFORE THE FIRST OF EACH MONTH IN A
002550*    COMMON YEAR
002560 01  WS-MONTH-OFFSET-TABLE.
002570     03 FILLER                   PIC X(18)
002580         VALUE '000031059090120151'.
002590     03 FILLER                   PIC X(18)
002600         VALUE '181212243273304334'.
002610 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.
002620     03 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
002630*
002640*-------------------------------------------------------*
002650*  REMITTANCE ADVICE LINE LAYOUTS                        *
002660*-------------------------------------------------------*
002670 01  WS-RA-HEADING-1.
002680     03 FILLER                   PIC X(01)   VALUE SPACE.
002690     03 FILLER                   PIC X(31)
002700         VALUE 'REMITTANCE ADVICE - PAYMENT RUN'.
002710     03 FILLER                   PIC X(01)   VALUE SPACE.
002720     03 WS-RA1-RUN-NUMBER        PIC 9(07).
002730     03 FILLER                   PIC X(15)
002740         VALUE '  PAYMENT DATE '.
002750     03 WS-RA1-PAYMENT-DATE      PIC 9(08).
002760*
002770 01  WS-RA-HEADING-2.
002780     03 FILLER                   PIC X(01)   VALUE SPACE.
002790     03 FILLER                   PIC X(09)   VALUE 'SUPPLIER '.
002800     03 WS-RA2-SUPPLIER          PIC X(06).
002810     03 FILLER                   PIC X(02)   VALUE SPACE.
002820     03 WS-RA2-NAME              PIC X(40).
002830*
002840 01  WS-RA-COLUMNS.
002850     03 FILLER                   PIC X(01)   VALUE SPACE.
002860     03 FILLER                   PIC X(13)   VALUE 'YOUR REF'.
002870     03 FILLER                   PIC X(10)   VALUE 'OUR PO NO '.
002880     03 FILLER                   PIC X(12)   VALUE 'OUR INVOICE '.
002890     03 FILLER                   PIC X(05)   VALUE 'QTY  '.
002900     03 FILLER                   PIC X(12)   VALUE '      AMOUNT'.
002910*
002920 01  WS-RA-DETAIL.
002930     03 FILLER                   PIC X(01)   VALUE SPACE.
002940     03 WS-RAD-SUPPLIER-REF      PIC X(10).
002950     03 FILLER                   PIC X(03)   VALUE SPACE.
002960     03 WS-RAD-PO-NUMBER         PIC 9(07).
002970     03 FILLER                   PIC X(03)   VALUE SPACE.
002980     03 WS-RAD-INVOICE-NUMBER    PIC 9(07).
002990     03 FILLER                   PIC X(05)   VALUE SPACE.
003000     03 WS-RAD-QUANTITY          PIC Z(02)9.
003010     03 FILLER                   PIC X(02)   VALUE SPACE.
003020     03 WS-RAD-VALUE             PIC Z(06)9,99.
003030*
003040 01  WS-RA-TOTAL.
003050     03 FILLER                   PIC X(01)   VALUE SPACE.
003060     03 FILLER                   PIC X(20)
003070         VALUE 'TOTAL PAID, INVOICES'.
003080     03 FILLER                   PIC X(01)   VALUE SPACE.
003090     03 WS-RAT-INVOICE-COUNT     PIC Z(03)9.
003100     03 FILLER                   PIC X(12)   VALUE SPACE.
003110     03 WS-RAT-AMOUNT            PIC Z(08)9,99.
003120*
003130*-------------------------------------------------------*
003140*  PAYMENT RUN REGISTER LINE LAYOUTS                     *
003150*-------------------------------------------------------*
003160 01  WS-HEADING-1.
003170     03 FILLER                   PIC X(01)   VALUE SPACE.
003180     03 FILLER                   PIC X(31)
003190         VALUE 'SUPPLIER PAYMENT RUN - RUN DATE'.
003200     03 FILLER                   PIC X(01)   VALUE SPACE.
003210     03 WS-H1-RUN-DATE           PIC 9(08).
003220     03 FILLER                   PIC X(14)
003230         VALUE '  PAYMENT RUN '.
003240     03 WS-H1-RUN-NUMBER         PIC 9(07).
003250*
003260 01  WS-COLUMN-HEADINGS.
003270     03 FILLER                   PIC X(01)   VALUE SPACE.
003280     03 FILLER                   PIC X(08)   VALUE 'SUPPLR  '.
003290     03 FILLER                   PIC X(42)   VALUE 'NAME'.
003300     03 FILLER                   PIC X(09)   VALUE 'INVOICES '.
003310     03 FILLER                   PIC X(13)
003320         VALUE '       AMOUNT'.
003330*
003340 01  WS-DETAIL-LINE.
003350     03 FILLER                   PIC X(01)   VALUE SPACE.
003360     03 WS-DT-SUPPLIER           PIC X(06).
003370     03 FILLER                   PIC X(02)   VALUE SPACE.
003380     03 WS-DT-NAME               PIC X(40).
003390     03 FILLER                   PIC X(06)   VALUE SPACE.
003400     03 WS-DT-INVOICE-COUNT      PIC Z(03)9.
003410     03 FILLER                   PIC X(01)   VALUE SPACE.
003420     03 WS-DT-AMOUNT             PIC Z(08)9,99.
003430*
003440 01  WS-NO-PAYMENTS-LINE.
003450     03 FILLER                   PIC X(01)   VALUE SPACE.
003460     03 FILLER                   PIC X(30)
003470         VALUE 'NO INVOICES DUE FOR PAYMENT'.
003480*
003490 01  WS-CONTROL-LINE-1.
003500     03 FILLER                   PIC X(01)   VALUE SPACE.
003510     03 FILLER                   PIC X(30)
003520         VALUE 'INVOICES ON FILE:             '.
003530     03 WS-CT-READ               PIC Z(06)9.
003540*
003550 01  WS-CONTROL-LINE-2.
003560     03 FILLER                   PIC X(01)   VALUE SPACE.
003570     03 FILLER                   PIC X(30)
003580         VALUE 'PASSED, NOT YET DUE:          '.
003590     03 WS-CT-NOT-DUE            PIC Z(04)9.
003600*
003610 01  WS-CONTROL-LINE-3.
003620     03 FILLER                   PIC X(01)   VALUE SPACE.
003630     03 FILLER                   PIC X(30)
003640         VALUE 'INVOICES PAID THIS RUN:       '.
003650     03 WS-CT-PAID               PIC Z(04)9.
003660*
003670 01  WS-CONTROL-LINE-4.
003680     03 FILLER                   PIC X(01)   VALUE SPACE.
003690     03 FILLER                   PIC X(30)
003700         VALUE 'OF WHICH FROM A FAILED RUN:   '.
003710     03 WS-CT-RESUMED            PIC Z(04)9.
003720*
003730 01  WS-CONTROL-LINE-5.
003740     03 FILLER                   PIC X(01)   VALUE SPACE.
003750     03 FILLER                   PIC X(30)
003760         VALUE 'SUPPLIERS PAID:               '.
003770     03 WS-CT-SUPPLIERS          PIC Z(04)9.
003780*
003790 01  WS-CONTROL-LINE-6.
003800     03 FILLER                   PIC X(01)   VALUE SPACE.
003810     03 FILLER                   PIC X(30)
003820         VALUE 'TOTAL PAID:                   '.
003830     03 WS-CT-TOTAL              PIC Z(10)9,99.
003840*
003850*-------------------------------------------------------*
003860*  SUPPLIER INVOICE AND PAYMENT RUN CONTROL RECORDS -    *
003870*  READ AND UPDATED HERE THROUGH THE FILE SECTION        *
003880*  BUFFERS                                               *
003890*-------------------------------------------------------*
003900 COPY dfh0xcpd.
003910*
003920*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
003930 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
003940*
003950 PROCEDURE DIVISION.
003960*
003970*=========================================================*
003980*  0000-MAINLINE                                          *
003990*=========================================================*
004000 0000-MAINLINE.
004010     PERFORM 1000-INITIALIZE
004020         THRU 1000-INITIALIZE-EXIT.
004030*
004040     SORT PAYMENT-SORT-FILE
004050         ON ASCENDING KEY SRT-SUPPLIER SRT-INVOICE-NUMBER
004060         INPUT PROCEDURE IS 2000-SELECT-INVOICES
004070         OUTPUT PROCEDURE IS 3000-PAY-SUPPLIERS.
004080*
004090     PERFORM 4000-WRITE-BANK-CONTROL
004100         THRU 4000-WRITE-BANK-CONTROL-EXIT.
004110*
004120     PERFORM 5000-WRITE-CONTROL-TOTALS
004130         THRU 5000-WRITE-CONTROL-TOTALS-EXIT.
004140*
004150     PERFORM 8000-TERMINATE
004160         THRU 8000-TERMINATE-EXIT.
004170*
004180     PERFORM 8900-STAMP-RUN-CONTROL
004190         THRU 8900-STAMP-RUN-CONTROL-EXIT.
004200*
004210     STOP RUN.
004220*
004230*=========================================================*
004240*  1000-INITIALIZE                                        *
004250*=========================================================*
004260 1000-INITIALIZE.
004270     OPEN INPUT PARM-FILE.
004280     IF WS-PARM-STATUS = '00'
004290         READ PARM-FILE
004300             AT END
004310                 CONTINUE
004320             NOT AT END
004330                 MOVE PARM-RUN-DATE TO WS-RUN-DATE
004340                 IF PARM-TERMS-DAYS NUMERIC
004350                  AND PARM-TERMS-DAYS NOT = ZERO
004360                     MOVE PARM-TERMS-DAYS TO WS-TERMS-DAYS
004370                 END-IF
004380         END-READ
004390     END-IF.
004400     CLOSE PARM-FILE.
004410*
004420     IF WS-RUN-DATE = ZERO
004430         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004440*
004450     MOVE WS-RUN-DATE TO WS-DATE-WORK.
004460     PERFORM 9100-DATE-TO-DAYS
004470         THRU 9100-DATE-TO-DAYS-EXIT.
004480     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL.
004490*
004500     PERFORM 1900-CHECK-RUN-CONTROL
004510         THRU 1900-CHECK-RUN-CONTROL-EXIT.
004520*
004530     PERFORM 1200-ASSIGN-RUN-NUMBER
004540         THRU 1200-ASSIGN-RUN-NUMBER-EXIT.
004550*
004560     OPEN I-O INVOICE-FILE.
004570     IF WS-INVOICE-STATUS NOT = '00'
004580         DISPLAY 'DFH0XPAY - INVOICE FILE OPEN FAILED - STATUS '
004590             WS-INVOICE-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN.
004620*
004630     OPEN INPUT SUPPLIER-FILE.
004640     IF WS-SUPPLIER-STATUS NOT = '00'
004650         DISPLAY 'DFH0XPAY - SUPPLIER FILE OPEN FAILED - '
004660             'STATUS ' WS-SUPPLIER-STATUS
004670         MOVE 16 TO RETURN-CODE
004680         STOP RUN.
004690*
004700*    THE BANK FILE AND THE ADVICES ARE WRITTEN AFRESH ON A
004710*    RERUN - THE FAILED ATTEMPT'S COPIES WERE NEVER SENT
004720     OPEN OUTPUT PAYMENT-FILE.
004730     IF WS-PAYMENT-STATUS NOT = '00'
004740         DISPLAY 'DFH0XPAY - PAYINST OPEN FAILED - STATUS '
004750             WS-PAYMENT-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN.
004780*
004790     OPEN OUTPUT REMITTANCE-FILE.
004800     IF WS-REMITTANCE-STATUS NOT = '00'
004810         DISPLAY 'DFH0XPAY - PAYRMT OPEN FAILED - STATUS '
004820             WS-REMITTANCE-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN.
004850*
004860     OPEN OUTPUT REPORT-FILE.
004870     IF WS-REPORT-STATUS NOT = '00'
004880         DISPLAY 'DFH0XPAY - REPORT FILE OPEN FAILED - STATUS '
004890             WS-REPORT-STATUS
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN.
004920*
004930     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
004940     MOVE WS-PAY-RUN-NUMBER TO WS-H1-RUN-NUMBER.
004950     MOVE WS-HEADING-1 TO REPORT-LINE.
004960     WRITE REPORT-LINE.
004970     MOVE SPACES TO REPORT-LINE.
004980     WRITE REPORT-LINE.
004990     MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
005000     WRITE REPORT-LINE.
005010 1000-INITIALIZE-EXIT.
005020     EXIT.
005030*
005040*=========================================================*
005050*  1200-ASSIGN-RUN-NUMBER - TAKE THE NEXT PAYMENT RUN     *
005060*  NUMBER, OR CARRY ON UNDER THE LAST ONE WHEN IT WAS     *
005070*  ISSUED FOR THIS SAME RUN DATE BY AN ATTEMPT THAT       *
005080*  FAILED. A NEW NUMBER IS REFUSED WHILE THE LAST RUN     *
005090*  NEVER COMPLETED - ITS STAMPED INVOICES ARE IN NO BANK  *
005100*  FILE YET AND ONLY ITS OWN RERUN WILL SEND THEM         *
005110*=========================================================*
005120 1200-ASSIGN-RUN-NUMBER.
005130     OPEN I-O PAY-CONTROL-FILE.
005140     IF WS-PAYCTL-STATUS NOT = '00'
005150         DISPLAY 'DFH0XPAY - PAYMENT CONTROL OPEN FAILED - '
005160             'STATUS ' WS-PAYCTL-STATUS
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN.
005190*
005200     MOVE 'X' TO PYCF-RECORD-KEY.
005210     READ PAY-CONTROL-FILE
005220         INVALID KEY
005230             DISPLAY 'DFH0XPAY - PAYMENT CONTROL RECORD NOT '
005240                 'FOUND'
005250             MOVE 16 TO RETURN-CODE
005260             STOP RUN
005270     END-READ.
005280     MOVE PAY-CONTROL-FILE-RECORD TO PAYMENT-CONTROL-RECORD.
005290*
005300     IF PYC-LAST-RUN-DATE = WS-RUN-DATE
005310         MOVE PYC-LAST-RUN-NUMBER TO WS-PAY-RUN-NUMBER
005320         DISPLAY 'DFH0XPAY - RESUMING PAYMENT RUN '
005330             WS-PAY-RUN-NUMBER ' FOR ' WS-RUN-DATE
005340         GO TO 1200-ASSIGN-RUN-NUMBER-CLOSE.
005350*
005360     IF PYC-LAST-RUN-NUMBER NOT = ZERO
005370         MOVE PYC-LAST-RUN-DATE TO RUN-RUN-DATE
005380         MOVE 'DFH0XPAY' TO RUN-STEP-NAME
005390         READ RUN-CONTROL-FILE
005400             INVALID KEY
005410                 DISPLAY 'DFH0XPAY - PAYMENT RUN '
005420                     PYC-LAST-RUN-NUMBER ' FOR '
005430                     PYC-LAST-RUN-DATE ' NOT COMPLETE - RERUN'
005440                     ' IT FIRST - RUN REFUSED'
005450                 MOVE 16 TO RETURN-CODE
005460                 STOP RUN
005470         END-READ
005480     END-IF.
005490*
005500     ADD 1 TO PYC-LAST-RUN-NUMBER.
005510     MOVE WS-RUN-DATE TO PYC-LAST-RUN-DATE.
005520     MOVE PYC-LAST-RUN-NUMBER TO WS-PAY-RUN-NUMBER.
005530     MOVE PAYMENT-CONTROL-RECORD TO PAY-CONTROL-FILE-RECORD.
005540     REWRITE PAY-CONTROL-FILE-RECORD
005550         INVALID KEY
005560             DISPLAY 'DFH0XPAY - PAYMENT CONTROL REWRITE '
005570                 'FAILED - STATUS ' WS-PAYCTL-STATUS
005580             MOVE 16 TO RETURN-CODE
005590             STOP RUN
005600     END-REWRITE.
005610*
005620 1200-ASSIGN-RUN-NUMBER-CLOSE.
005630     CLOSE PAY-CONTROL-FILE.
005640 1200-ASSIGN-RUN-NUMBER-EXIT.
005650     EXIT.
005660*
005670*=========================================================*
005680*  2000-SELECT-INVOICES - WALK THE INVOICE FILE ONCE AND  *
005690*  RELEASE TO THE SORT EVERY PASSED, UNPAID INVOICE THAT  *
005700*  HAS FALLEN DUE, TOGETHER WITH ANY A FAILED ATTEMPT AT  *
005710*  THIS SAME PAYMENT RUN HAD ALREADY STAMPED PAID         *
005720*=========================================================*
005730 2000-SELECT-INVOICES.
005740     PERFORM 2100-READ-INVOICE
005750         THRU 2100-READ-INVOICE-EXIT.
005760     PERFORM 2200-EXAMINE-INVOICE
005770         THRU 2200-EXAMINE-INVOICE-EXIT
005780         UNTIL WS-INVOICE-EOF.
005790 2000-SELECT-INVOICES-EXIT.
005800     EXIT.
005810*
005820 2100-READ-INVOICE.
005830     READ INVOICE-FILE NEXT
005840         AT END
005850             MOVE 'Y' TO WS-INVOICE-EOF-SW
005860     END-READ.
005870     IF NOT WS-INVOICE-EOF
005880         ADD 1 TO WS-INVOICES-READ.
005890 2100-READ-INVOICE-EXIT.
005900     EXIT.
005910*
005920 2200-EXAMINE-INVOICE.
005930     MOVE INVOICE-FILE-RECORD TO SUPPLIER-INVOICE-RECORD.
005940*
005950     IF INV-PAID-DATE NOT = ZERO
005960         GO TO 2200-EXAMINE-PAID.
005970*
005980     IF NOT INV-STATUS-PASSED
005990         GO TO 2200-EXAMINE-NEXT.
006000*
006010     MOVE INV-ENTERED-DATE TO WS-DATE-WORK.
006020     PERFORM 9100-DATE-TO-DAYS
006030         THRU 9100-DATE-TO-DAYS-EXIT.
006040     COMPUTE WS-DUE-SERIAL = WS-SERIAL-DAYS + WS-TERMS-DAYS.
006050     IF WS-DUE-SERIAL > WS-RUN-SERIAL
006060         ADD 1 TO WS-INVOICES-NOT-DUE
006070         GO TO 2200-EXAMINE-NEXT.
006080*
006090     PERFORM 2300-RELEASE-INVOICE
006100         THRU 2300-RELEASE-INVOICE-EXIT.
006110     GO TO 2200-EXAMINE-NEXT.
006120*
006130*    ALREADY PAID - ONLY AN INVOICE STAMPED BY A FAILED
006140*    ATTEMPT AT THIS SAME PAYMENT RUN GOES ROUND AGAIN
006150 2200-EXAMINE-PAID.
006160     IF INV-PAYMENT-RUN = WS-PAY-RUN-NUMBER
006170         ADD 1 TO WS-INVOICES-RESUMED
006180         PERFORM 2300-RELEASE-INVOICE
006190             THRU 2300-RELEASE-INVOICE-EXIT.
006200*
006210 2200-EXAMINE-NEXT.
006220     PERFORM 2100-READ-INVOICE
006230         THRU 2100-READ-INVOICE-EXIT.
006240 2200-EXAMINE-INVOICE-EXIT.
006250     EXIT.
006260*
006270 2300-RELEASE-INVOICE.
006280     MOVE INV-SUPPLIER-CODE  TO SRT-SUPPLIER.
006290     MOVE INV-INVOICE-NUMBER TO SRT-INVOICE-NUMBER.
006300     MOVE INV-SUPPLIER-REF   TO SRT-SUPPLIER-REF.
006310     MOVE INV-PO-NUMBER      TO SRT-PO-NUMBER.
006320     MOVE INV-QUANTITY       TO SRT-QUANTITY.
006330     MOVE INV-INVOICE-VALUE  TO SRT-INVOICE-VALUE.
006340     RELEASE SORT-RECORD.
006350 2300-RELEASE-INVOICE-EXIT.
006360     EXIT.
006370*
006380*=========================================================*
006390*  3000-PAY-SUPPLIERS - TAKE THE DUE INVOICES BACK IN     *
006400*  SUPPLIER ORDER, STAMP EACH ONE PAID, AND CLOSE EACH    *
006410*  SUPPLIER WITH ITS PAYMENT INSTRUCTION AND ADVICE TOTAL *
006420*=========================================================*
006430 3000-PAY-SUPPLIERS.
006440     PERFORM 3100-RETURN-SORT-RECORD
006450         THRU 3100-RETURN-SORT-RECORD-EXIT.
006460     IF WS-SORT-EOF
006470         MOVE WS-NO-PAYMENTS-LINE TO REPORT-LINE
006480         WRITE REPORT-LINE.
006490     PERFORM 3200-PROCESS-SORT-RECORD
006500         THRU 3200-PROCESS-SORT-RECORD-EXIT
006510         UNTIL WS-SORT-EOF.
006520*
006530     IF NOT WS-FIRST-SUPPLIER
006540         PERFORM 3300-CLOSE-SUPPLIER
006550             THRU 3300-CLOSE-SUPPLIER-EXIT.
006560 3000-PAY-SUPPLIERS-EXIT.
006570     EXIT.
006580*
006590 3100-RETURN-SORT-RECORD.
006600     RETURN PAYMENT-SORT-FILE
006610         AT END
006620             MOVE 'Y' TO WS-SORT-EOF-SW
006630     END-RETURN.
006640 3100-RETURN-SORT-RECORD-EXIT.
006650     EXIT.
006660*
006670 3200-PROCESS-SORT-RECORD.
006680     IF WS-FIRST-SUPPLIER
006690      OR SRT-SUPPLIER NOT = WS-PREV-SUPPLIER
006700         PERFORM 3400-SUPPLIER-BREAK
006710             THRU 3400-SUPPLIER-BREAK-EXIT.
006720*
006730     PERFORM 3500-PAY-INVOICE
006740         THRU 3500-PAY-INVOICE-EXIT.
006750*
006760     PERFORM 3100-RETURN-SORT-RECORD
006770         THRU 3100-RETURN-SORT-RECORD-EXIT.
006780 3200-PROCESS-SORT-RECORD-EXIT.
006790     EXIT.
006800*
006810*=========================================================*
006820*  3300-CLOSE-SUPPLIER - ONE PAYMENT INSTRUCTION FOR THE  *
006830*  SUPPLIER'S TOTAL, THE ADVICE TOTAL LINE AND THE        *
006840*  REGISTER LINE                                          *
006850*=========================================================*
006860 3300-CLOSE-SUPPLIER.
006870     MOVE WS-SUPP-INVOICE-COUNT TO WS-RAT-INVOICE-COUNT.
006880     MOVE WS-SUPP-AMOUNT        TO WS-RAT-AMOUNT.
006890     MOVE WS-RA-TOTAL           TO REMITTANCE-LINE.
006900     WRITE REMITTANCE-LINE.
006910     MOVE SPACES                TO REMITTANCE-LINE.
006920     WRITE REMITTANCE-LINE.
006930*
006940     MOVE SPACES                TO PAYMENT-INSTRUCTION-LINE.
006950     MOVE 'P'                   TO PIN-LINE-TYPE.
006960     MOVE WS-PAY-RUN-NUMBER     TO PIN-RUN-NUMBER.
006970     MOVE WS-RUN-DATE           TO PIN-PAYMENT-DATE.
006980     MOVE WS-PREV-SUPPLIER      TO PIN-SUPPLIER-CODE.
006990     MOVE WS-SUPPLIER-NAME      TO PIN-SUPPLIER-NAME.
007000     MOVE WS-SUPP-INVOICE-COUNT TO PIN-INVOICE-COUNT.
007010     MOVE WS-SUPP-AMOUNT        TO PIN-AMOUNT.
007020     WRITE PAYMENT-INSTRUCTION-LINE.
007030*
007040     MOVE WS-PREV-SUPPLIER      TO WS-DT-SUPPLIER.
007050     MOVE WS-SUPPLIER-NAME      TO WS-DT-NAME.
007060     MOVE WS-SUPP-INVOICE-COUNT TO WS-DT-INVOICE-COUNT.
007070     MOVE WS-SUPP-AMOUNT        TO WS-DT-AMOUNT.
007080     MOVE WS-DETAIL-LINE        TO REPORT-LINE.
007090     WRITE REPORT-LINE.
007100*
007110     ADD 1 TO WS-SUPPLIERS-PAID.
007120     ADD WS-SUPP-AMOUNT TO WS-RUN-TOTAL.
007130 3300-CLOSE-SUPPLIER-EXIT.
007140     EXIT.
007150*
007160*=========================================================*
007170*  3400-SUPPLIER-BREAK - CLOSE THE SUPPLIER BEFORE, THEN  *
007180*  START THE NEXT ONE'S REMITTANCE ADVICE                 *
007190*=========================================================*
007200 3400-SUPPLIER-BREAK.
007210     IF NOT WS-FIRST-SUPPLIER
007220         PERFORM 3300-CLOSE-SUPPLIER
007230             THRU 3300-CLOSE-SUPPLIER-EXIT.
007240*
007250     MOVE 'N' TO WS-FIRST-SUPPLIER-SW.
007260     MOVE SRT-SUPPLIER TO WS-PREV-SUPPLIER.
007270     MOVE ZERO TO WS-SUPP-INVOICE-COUNT.
007280     MOVE ZERO TO WS-SUPP-AMOUNT.
007290*
007300*    A RETIRED SUPPLIER IS STILL OWED FOR WHAT IT DELIVERED
007310*    AND IS PAID LIKE ANY OTHER
007320     MOVE SRT-SUPPLIER TO SUP-SUPPLIER-CODE.
007330     READ SUPPLIER-FILE
007340         INVALID KEY
007350             MOVE 'SUPPLIER NOT ON MASTER' TO SUP-NAME
007360     END-READ.
007370     MOVE SUP-NAME TO WS-SUPPLIER-NAME.
007380*
007390     MOVE WS-PAY-RUN-NUMBER TO WS-RA1-RUN-NUMBER.
007400     MOVE WS-RUN-DATE       TO WS-RA1-PAYMENT-DATE.
007410     MOVE WS-RA-HEADING-1   TO REMITTANCE-LINE.
007420     WRITE REMITTANCE-LINE.
007430     MOVE SRT-SUPPLIER      TO WS-RA2-SUPPLIER.
007440     MOVE WS-SUPPLIER-NAME  TO WS-RA2-NAME.
007450     MOVE WS-RA-HEADING-2   TO REMITTANCE-LINE.
007460     WRITE REMITTANCE-LINE.
007470     MOVE WS-RA-COLUMNS     TO REMITTANCE-LINE.
007480     WRITE REMITTANCE-LINE.
007490 3400-SUPPLIER-BREAK-EXIT.
007500     EXIT.
007510*
007520*=========================================================*
007530*  3500-PAY-INVOICE - STAMP THE INVOICE PAID UNDER THIS   *
007540*  PAYMENT RUN (ONE STAMPED BY A FAILED ATTEMPT ALREADY   *
007550*  IS), ADD IT TO THE SUPPLIER'S PAYMENT AND LIST IT ON   *
007560*  THE ADVICE. AN INVOICE THAT CANNOT BE STAMPED STOPS    *
007570*  THE RUN UNSTAMPED, SO THE BANK FILE IS NEVER SENT      *
007580*  SHORT OF IT AND THE RERUN PICKS IT UP                  *
007590*=========================================================*
007600 3500-PAY-INVOICE.
007610     MOVE SRT-INVOICE-NUMBER TO INVF-INVOICE-NUMBER.
007620     READ INVOICE-FILE
007630         INVALID KEY
007640             DISPLAY 'DFH0XPAY - INVOICE ' SRT-INVOICE-NUMBER
007650                 ' NOT FOUND TO MARK PAID'
007660             MOVE 16 TO RETURN-CODE
007670             STOP RUN
007680     END-READ.
007690     MOVE INVOICE-FILE-RECORD TO SUPPLIER-INVOICE-RECORD.
007700*
007710     IF INV-PAID-DATE = ZERO
007720         MOVE WS-RUN-DATE       TO INV-PAID-DATE
007730         MOVE WS-PAY-RUN-NUMBER TO INV-PAYMENT-RUN
007740         MOVE SUPPLIER-INVOICE-RECORD TO INVOICE-FILE-RECORD
007750         REWRITE INVOICE-FILE-RECORD
007760             INVALID KEY
007770                 DISPLAY 'DFH0XPAY - INVOICE '
007780                     SRT-INVOICE-NUMBER ' NOT MARKED PAID - '
007790                     'STATUS ' WS-INVOICE-STATUS
007800                 MOVE 16 TO RETURN-CODE
007810                 STOP RUN
007820         END-REWRITE
007830     END-IF.
007840*
007850     ADD 1 TO WS-INVOICES-PAID.
007860     ADD 1 TO WS-SUPP-INVOICE-COUNT.
007870     ADD SRT-INVOICE-VALUE TO WS-SUPP-AMOUNT.
007880*
007890     MOVE SRT-SUPPLIER-REF   TO WS-RAD-SUPPLIER-REF.
007900     MOVE SRT-PO-NUMBER      TO WS-RAD-PO-NUMBER.
007910     MOVE SRT-INVOICE-NUMBER TO WS-RAD-INVOICE-NUMBER.
007920     MOVE SRT-QUANTITY       TO WS-RAD-QUANTITY.
007930     MOVE SRT-INVOICE-VALUE  TO WS-RAD-VALUE.
007940     MOVE WS-RA-DETAIL       TO REMITTANCE-LINE.
007950     WRITE REMITTANCE-LINE.
007960 3500-PAY-INVOICE-EXIT.
007970     EXIT.
007980*
007990*=========================================================*
008000*  4000-WRITE-BANK-CONTROL - THE CLOSING CONTROL LINE THE *
008010*  BANK BALANCES THE PAYMENT LINES AGAINST, WRITTEN EVEN  *
008020*  WHEN NOTHING FELL DUE SO THE BANK SEES THE RUN         *
008030*=========================================================*
008040 4000-WRITE-BANK-CONTROL.
008050     MOVE SPACES            TO PAYMENT-INSTRUCTION-LINE.
008060     MOVE 'C'               TO PIN-LINE-TYPE.
008070     MOVE WS-PAY-RUN-NUMBER TO PIN-RUN-NUMBER.
008080     MOVE WS-RUN-DATE       TO PIN-PAYMENT-DATE.
008090     MOVE WS-SUPPLIERS-PAID TO PIN-PAYEE-COUNT.
008100     MOVE WS-RUN-TOTAL      TO PIN-TOTAL-AMOUNT.
008110     WRITE PAYMENT-INSTRUCTION-LINE.
008120 4000-WRITE-BANK-CONTROL-EXIT.
008130     EXIT.
008140*
008150*=========================================================*
008160*  5000-WRITE-CONTROL-TOTALS                              *
008170*=========================================================*
008180 5000-WRITE-CONTROL-TOTALS.
008190     MOVE SPACES TO REPORT-LINE.
008200     WRITE REPORT-LINE.
008210     MOVE WS-INVOICES-READ    TO WS-CT-READ.
008220     MOVE WS-CONTROL-LINE-1   TO REPORT-LINE.
008230     WRITE REPORT-LINE.
008240     MOVE WS-INVOICES-NOT-DUE TO WS-CT-NOT-DUE.
008250     MOVE WS-CONTROL-LINE-2   TO REPORT-LINE.
008260     WRITE REPORT-LINE.
008270     MOVE WS-INVOICES-PAID    TO WS-CT-PAID.
008280     MOVE WS-CONTROL-LINE-3   TO REPORT-LINE.
008290     WRITE REPORT-LINE.
008300     MOVE WS-INVOICES-RESUMED TO WS-CT-RESUMED.
008310     MOVE WS-CONTROL-LINE-4   TO REPORT-LINE.
008320     WRITE REPORT-LINE.
008330     MOVE WS-SUPPLIERS-PAID   TO WS-CT-SUPPLIERS.
008340     MOVE WS-CONTROL-LINE-5   TO REPORT-LINE.
008350     WRITE REPORT-LINE.
008360     MOVE WS-RUN-TOTAL        TO WS-CT-TOTAL.
008370     MOVE WS-CONTROL-LINE-6   TO REPORT-LINE.
008380     WRITE REPORT-LINE.
008390 5000-WRITE-CONTROL-TOTALS-EXIT.
008400     EXIT.
008410*
008420*=========================================================*
008430*  8000-TERMINATE                                         *
008440*=========================================================*
008450 8000-TERMINATE.
008460     CLOSE INVOICE-FILE.
008470     CLOSE SUPPLIER-FILE.
008480     CLOSE PAYMENT-FILE.
008490     CLOSE REMITTANCE-FILE.
008500     CLOSE REPORT-FILE.
008510 8000-TERMINATE-EXIT.
008520     EXIT.
008530*
008540*=========================================================*
008550*  9100-DATE-TO-DAYS - TURN THE CCYYMMDD DATE IN          *
008560*  WS-DATE-WORK INTO A SERIAL DAY NUMBER IN               *
008570*  WS-SERIAL-DAYS, SO A DATE PLUS THE PAYMENT TERMS       *
008580*  COMPARES WITH THE RUN DATE WITHOUT ANY MONTH-END       *
008590*  ARITHMETIC AT THE CALL SITE                            *
008600*=========================================================*
008610 9100-DATE-TO-DAYS.
008620     COMPUTE WS-YEARS-PRIOR = WS-DW-YEAR - 1.
008630     DIVIDE WS-YEARS-PRIOR BY 4 GIVING WS-DIV-BY-4.
008640     DIVIDE WS-YEARS-PRIOR BY 100 GIVING WS-DIV-BY-100.
008650     DIVIDE WS-YEARS-PRIOR BY 400 GIVING WS-DIV-BY-400.
008660     COMPUTE WS-SERIAL-DAYS =
008670         (WS-DW-YEAR * 365)
008680         + WS-DIV-BY-4 - WS-DIV-BY-100 + WS-DIV-BY-400
008690         + WS-MONTH-OFFSET(WS-DW-MONTH)
008700         + WS-DW-DAY.
008710*
008720*    A LEAP YEAR'S EXTRA DAY ONLY COUNTS ONCE FEBRUARY IS
008730*    BEHIND THE DATE IN HAND
008740     IF WS-DW-MONTH > 2
008750         PERFORM 9150-CHECK-LEAP-YEAR
008760             THRU 9150-CHECK-LEAP-YEAR-EXIT
008770         IF WS-LEAP-YEAR
008780             ADD 1 TO WS-SERIAL-DAYS
008790         END-IF
008800     END-IF.
008810 9100-DATE-TO-DAYS-EXIT.
008820     EXIT.
008830*
008840*=========================================================*
008850*  9150-CHECK-LEAP-YEAR - SET THE LEAP YEAR SWITCH FOR    *
008860*  THE YEAR IN WS-DW-YEAR: DIVISIBLE BY 4, EXCEPT         *
008870*  CENTURIES NOT DIVISIBLE BY 400                         *
008880*=========================================================*
008890 9150-CHECK-LEAP-YEAR.
008900     MOVE 'N' TO WS-LEAP-SW.
008910     DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOT
008920         REMAINDER WS-LEAP-REM.
008930     IF WS-LEAP-REM NOT = ZERO
008940         GO TO 9150-CHECK-LEAP-YEAR-EXIT.
008950*
008960     DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOT
008970         REMAINDER WS-LEAP-REM.
008980     IF WS-LEAP-REM NOT = ZERO
008990         MOVE 'Y' TO WS-LEAP-SW
009000         GO TO 9150-CHECK-LEAP-YEAR-EXIT.
009010*
009020     DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOT
009030         REMAINDER WS-LEAP-REM.
009040     IF WS-LEAP-REM = ZERO
009050         MOVE 'Y' TO WS-LEAP-SW.
009060 9150-CHECK-LEAP-YEAR-EXIT.
009070     EXIT.
009080*
009090*=========================================================*
009100*  1900-CHECK-RUN-CONTROL - REFUSE TO RUN UNLESS THE      *
009110*  PREDECESSOR STEP HAS COMPLETED FOR THIS RUN DATE AND   *
009120*  THIS STEP HAS NOT ALREADY RUN FOR IT, IN THE SAME      *
009130*  SPIRIT AS THE ARCHIVE'S ONLINE-CLOSED FLAG. A STEP     *
009140*  THAT FAILS MID-RUN LEAVES NO STAMP AND CAN BE RERUN    *
009150*=========================================================*
009160 1900-CHECK-RUN-CONTROL.
009170     OPEN I-O RUN-CONTROL-FILE.
009180     IF WS-RUNCTL-STATUS NOT = '00'
009190         DISPLAY 'DFH0XPAY - RUN CONTROL OPEN FAILED - STATUS '
009200             WS-RUNCTL-STATUS
009210         MOVE 16 TO RETURN-CODE
009220         STOP RUN.
009230*
009240     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
009250     MOVE 'DFH0XPAY' TO RUN-STEP-NAME.
009260     READ RUN-CONTROL-FILE
009270         INVALID KEY
009280             CONTINUE
009290     END-READ.
009300     IF WS-RUNCTL-STATUS = '00'
009310         DISPLAY 'DFH0XPAY - ALREADY RUN FOR ' WS-RUN-DATE
009320             ' - RUN REFUSED'
009330         MOVE 16 TO RETURN-CODE
009340         STOP RUN.
009350*
009360     MOVE 'DFH0XINV' TO RUN-STEP-NAME.
009370     READ RUN-CONTROL-FILE
009380         INVALID KEY
009390             DISPLAY 'DFH0XPAY - PREDECESSOR DFH0XINV NOT'
009400                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
009410             MOVE 16 TO RETURN-CODE
009420             STOP RUN
009430     END-READ.
009440 1900-CHECK-RUN-CONTROL-EXIT.
009450     EXIT.
009460*
009470*=========================================================*
009480*  8900-STAMP-RUN-CONTROL - RECORD THIS STEP'S CLEAN      *
009490*  COMPLETION FOR THE RUN DATE, SO THE NEXT STEP MAY RUN  *
009500*  AND A RERUN OF THIS ONE IS REFUSED                     *
009510*=========================================================*
009520 8900-STAMP-RUN-CONTROL.
009530     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
009540     MOVE 'DFH0XPAY' TO RUN-STEP-NAME.
009550     MOVE 'C' TO RUN-STATUS.
009560     ACCEPT RUN-COMPLETED-DATE FROM DATE YYYYMMDD.
009570     ACCEPT WS-RUNCTL-TIME FROM TIME.
009580     MOVE WS-RUNCTL-TIME (1:6) TO RUN-COMPLETED-TIME.
009590     WRITE RUN-CONTROL-RECORD
009600         INVALID KEY
009610             DISPLAY 'DFH0XPAY - RUN CONTROL STAMP FAILED - '
009620                 'STATUS ' WS-RUNCTL-STATUS
009630             MOVE 16 TO RETURN-CODE
009640     END-WRITE.
009650     CLOSE RUN-CONTROL-FILE.
009660 8900-STAMP-RUN-CONTROL-EXIT.
009670     EXIT.
