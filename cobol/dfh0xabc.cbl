000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DFH0XABC.
000030 AUTHOR.        R HALLIDAY.
000040 INSTALLATION.  CATALOGUE APPLICATIONS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090*  MODIFICATION HISTORY                                    *
000100*  DATE       INIT  DESCRIPTION                             *
000110*  2026-10-15  RH   Initial version - month end ABC          *
000120*                   classification of every item from the    *
000130*                   demand figures, for the nightly cycle    *
000140*                   count scheduling.                        *
000150*-----------------------------------------------------------*
000160*
000170*-----------------------------------------------------------*
000180*  CLASSIFIES EVERY ITEM ON THE DEMAND FIGURES FILE INTO     *
000190*  CLASS A, B OR C FOR THE NIGHTLY CYCLE COUNT SCHEDULING,   *
000200*  SO THE ITEMS THAT MATTER MOST ARE COUNTED MOST OFTEN.     *
000210*  THE FIGURES ARE THE ONES THE MONTHLY DEMAND ANALYSIS      *
000220*  (DFH0XDMD) HAS JUST MEASURED FROM THE ORDER JOURNAL AND   *
000230*  ITS ARCHIVE. ITEMS ARE RANKED BY ISSUE VALUE, HIGHEST     *
000240*  FIRST: THE ITEMS THAT MAKE UP THE FIRST SHARE OF THE      *
000250*  TOTAL ISSUE VALUE (80% BY DEFAULT) ARE CLASS A, THE NEXT  *
000260*  SHARE (15% BY DEFAULT) CLASS B, AND THE REST CLASS C. AN  *
000270*  ITEM STARTS IN THE CLASS ITS RANKING REACHES BEFORE ITS   *
000280*  OWN VALUE IS ADDED, SO THE TOP ITEM IS ALWAYS CLASS A. A  *
000290*  FAST MOVER - ONE WHOSE MEASURED MONTHLY DEMAND REACHES A  *
000300*  SET RATE - IS CLASS A WHATEVER ITS VALUE, SINCE THE       *
000310*  SHELVES THAT TURN OVER FASTEST GO WRONG FASTEST. AN ITEM  *
000320*  WITH NO ISSUE VALUE AT ALL IS CLASS C. THE ITEM CLASS     *
000330*  FILE IS REPLACED EVERY RUN. THE RUN DATE, THE TWO SHARES  *
000340*  AND THE FAST MOVER RATE COME FROM A ONE RECORD PARAMETER  *
000350*  FILE; AN EMPTY FILE MEANS THE SYSTEM DATE AND THE         *
000360*  DEFAULTS.                                                 *
000370*-----------------------------------------------------------*
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FIGURES-FILE ASSIGN TO "DMDFIG"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FIGURES-STATUS.
000490*
000500     SELECT CLASS-FILE ASSIGN TO "ABCCLASS"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CLASS-STATUS.
000530*
000540     SELECT CATALOG-FILE ASSIGN TO "CATFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CAT-ITEM-REF
000580         FILE STATUS IS WS-CATALOG-STATUS.
000590*
000600     SELECT PARM-FILE ASSIGN TO "ABCPARM"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630*
000640     SELECT CLASS-SORT-FILE ASSIGN TO "ABCSORT".
000650*
000660     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS RUN-KEY
000700         FILE STATUS IS WS-RUNCTL-STATUS.
000710*
000720     SELECT REPORT-FILE ASSIGN TO "ABCRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-STATUS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  FIGURES-FILE
000790     RECORD CONTAINS 36 CHARACTERS.
000800     COPY dfh0xcpr.
000810*
000820 FD  CLASS-FILE
000830     RECORD CONTAINS 31 CHARACTERS.
000840     COPY dfh0xcps.
000850*
000860 FD  CATALOG-FILE
000870     RECORD CONTAINS 79 CHARACTERS.
000880     COPY dfh0xcp2.
000890*
000900 FD  PARM-FILE
000910     RECORD CONTAINS 16 CHARACTERS.
000920 01  PARM-RECORD.
000930     03 PARM-RUN-DATE            PIC 9(08).
000940*    PERCENTAGE OF THE TOTAL ISSUE VALUE THAT MAKES UP
000950*    CLASS A, AND THE FURTHER PERCENTAGE THAT MAKES UP
000960*    CLASS B - ZERO MEANS THE DEFAULT
000970     03 PARM-A-SHARE             PIC 9(02).
000980     03 PARM-B-SHARE             PIC 9(02).
000990*    MONTHLY DEMAND AT WHICH AN ITEM IS A FAST MOVER AND
001000*    CLASS A WHATEVER ITS VALUE - ZERO MEANS THE DEFAULT
001010     03 PARM-FAST-RATE           PIC 9(04).
001020*
001030 SD  CLASS-SORT-FILE.
001040 01  SORT-RECORD.
001050*    HIGHEST ISSUE VALUE FIRST, ITEM ORDER WITHIN A VALUE
001060     03 SRT-ISSUE-VALUE          PIC 9(09)V99.
001070     03 SRT-ITEM-REF             PIC 9(04).
001080     03 SRT-MONTHLY-RATE         PIC 9(05)V9.
001090*
001100 FD  RUN-CONTROL-FILE
001110     RECORD CONTAINS 31 CHARACTERS.
001120     COPY dfh0xcph.
001130*
001140 FD  REPORT-FILE
001150     RECORD CONTAINS 132 CHARACTERS.
001160 01  REPORT-LINE                 PIC X(132).
001170*
001180 WORKING-STORAGE SECTION.
001190*
001200 01  WS-FILE-STATUSES.
001210     03 WS-FIGURES-STATUS        PIC X(02)   VALUE '00'.
001220     03 WS-CLASS-STATUS          PIC X(02)   VALUE '00'.
001230     03 WS-CATALOG-STATUS        PIC X(02)   VALUE '00'.
001240     03 WS-PARM-STATUS           PIC X(02)   VALUE '00'.
001250     03 WS-REPORT-STATUS         PIC X(02)   VALUE '00'.
001260     03 WS-RUNCTL-STATUS         PIC X(02)   VALUE '00'.
001270*
001280 01  WS-SWITCHES.
001290     03 WS-FIGURES-EOF-SW        PIC X(01)   VALUE 'N'.
001300         88 WS-FIGURES-EOF           VALUE 'Y'.
001310     03 WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
001320         88 WS-SORT-EOF              VALUE 'Y'.
001330*
001340 01  WS-PARAMETERS.
001350     03 WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
001360     03 WS-A-SHARE               PIC 9(02)   VALUE 80.
001370     03 WS-B-SHARE               PIC 9(02)   VALUE 15.
001380     03 WS-FAST-RATE             PIC 9(04)   VALUE 50.
001390*
001400 01  WS-COUNTERS.
001410     03 WS-FIGURES-READ          PIC 9(05)   VALUE ZERO.
001420     03 WS-CLASS-A-ITEMS         PIC 9(05)   VALUE ZERO.
001430     03 WS-CLASS-B-ITEMS         PIC 9(05)   VALUE ZERO.
001440     03 WS-CLASS-C-ITEMS         PIC 9(05)   VALUE ZERO.
001450     03 WS-FAST-MOVERS           PIC 9(05)   VALUE ZERO.
001460*
001470 01  WS-WORK-FIELDS.
001480*    MONTH THE DEMAND FIGURES WERE MEASURED AS AT, TAKEN
001490*    FROM THE FIRST FIGURES RECORD
001500     03 WS-AS-OF-MONTH           PIC 9(06)   VALUE ZERO.
001510*    TOTAL ISSUE VALUE ACROSS EVERY ITEM, AND THE VALUES AT
001520*    WHICH THE CLASS A AND CLASS B SHARES RUN OUT
001530     03 WS-TOTAL-VALUE           PIC 9(11)V99 VALUE ZERO.
001540     03 WS-A-LIMIT               PIC 9(11)V99 VALUE ZERO.
001550     03 WS-B-LIMIT               PIC 9(11)V99 VALUE ZERO.
001560*    RUNNING ISSUE VALUE OF THE ITEMS RANKED SO FAR, BEFORE
001570*    AND AFTER THE ITEM IN HAND
001580     03 WS-PRIOR-VALUE           PIC 9(11)V99 VALUE ZERO.
001590     03 WS-CUMULATIVE-VALUE      PIC 9(11)V99 VALUE ZERO.
001600     03 WS-CUMULATIVE-SHARE      PIC 9(03)V9 VALUE ZERO.
001610     03 WS-CLASS-A-VALUE         PIC 9(11)V99 VALUE ZERO.
001620     03 WS-CLASS-B-VALUE         PIC 9(11)V99 VALUE ZERO.
001630     03 WS-CLASS-C-VALUE         PIC 9(11)V99 VALUE ZERO.
001640*
001650*    COMPLETION TIME STAMPED ON THE RUN CONTROL RECORD
001660 01  WS-RUNCTL-TIME              PIC 9(08)   VALUE ZERO.
001670*
001680*-------------------------------------------------------*
001690*  REPORT LINE LAYOUTS                                   *
001700*-------------------------------------------------------*
001710 01  WS-HEADING-1.
001720     03 FILLER                   PIC X(01)   VALUE SPACE.
001730     03 FILLER                   PIC X(36)
001740         VALUE 'ABC CLASSIFICATION - DEMAND AS AT   '.
001750     03 WS-H1-AS-OF              PIC 9(06).
001760     03 FILLER                   PIC X(11)   VALUE '  RUN DATE '.
001770     03 WS-H1-RUN-DATE           PIC 9(08).
001780*
001790 01  WS-HEADING-2.
001800     03 FILLER                   PIC X(01)   VALUE SPACE.
001810     03 FILLER                   PIC X(08)   VALUE 'CLASS A '.
001820     03 WS-H2-A-SHARE            PIC Z9.
001830     03 FILLER                   PIC X(20)
001840         VALUE '% OF VALUE, CLASS B '.
001850     03 WS-H2-B-SHARE            PIC Z9.
001860     03 FILLER                   PIC X(29)
001870         VALUE '% MORE, FAST MOVERS FROM     '.
001880     03 WS-H2-FAST-RATE          PIC Z(03)9.
001890     03 FILLER                   PIC X(08)   VALUE ' A MONTH'.
001900*
001910 01  WS-COLUMN-HEADINGS.
001920     03 FILLER                   PIC X(01)   VALUE SPACE.
001930     03 FILLER                   PIC X(06)   VALUE 'ITEM  '.
001940     03 FILLER                   PIC X(32)   VALUE 'DESCRIPTION'.
001950     03 FILLER                   PIC X(15)
001955         VALUE '    ISSUE VALUE'.
001960     03 FILLER                   PIC X(09)   VALUE '   CUM %'.
001970     03 FILLER                   PIC X(11)   VALUE '  PER MONTH'.
001980     03 FILLER                   PIC X(08)   VALUE '  CLASS '.
001990     03 FILLER                   PIC X(11)   VALUE 'BASIS'.
002000*
002010 01  WS-DETAIL-LINE.
002020     03 FILLER                   PIC X(01)   VALUE SPACE.
002030     03 WS-DT-ITEM-REF           PIC 9(04).
002040     03 FILLER                   PIC X(02)   VALUE SPACE.
002050     03 WS-DT-DESCRIPTION        PIC X(30).
002060     03 FILLER                   PIC X(04)   VALUE SPACE.
002070     03 WS-DT-ISSUE-VALUE        PIC Z(08)9,99.
002080     03 FILLER                   PIC X(03)   VALUE SPACE.
002090     03 WS-DT-CUM-SHARE          PIC ZZ9,9.
002100     03 FILLER                   PIC X(04)   VALUE SPACE.
002110     03 WS-DT-PER-MONTH          PIC Z(04)9,9.
002120     03 FILLER                   PIC X(04)   VALUE SPACE.
002130     03 WS-DT-CLASS              PIC X(01).
002140     03 FILLER                   PIC X(04)   VALUE SPACE.
002150     03 WS-DT-BASIS              PIC X(12).
002160*
002170 01  WS-NO-FIGURES-LINE.
002180     03 FILLER                   PIC X(01)   VALUE SPACE.
002190     03 FILLER                   PIC X(30)
002200         VALUE 'NO DEMAND FIGURES TO CLASSIFY '.
002210*
002220 01  WS-CONTROL-LINE-1.
002230     03 FILLER                   PIC X(01)   VALUE SPACE.
002240     03 FILLER                   PIC X(30)
002250         VALUE 'DEMAND FIGURES READ:          '.
002260     03 WS-CT-READ               PIC Z(04)9.
002270*
002280 01  WS-CONTROL-LINE-2.
002290     03 FILLER                   PIC X(01)   VALUE SPACE.
002300     03 FILLER                   PIC X(30)
002310         VALUE 'CLASS A ITEMS / ISSUE VALUE:  '.
002320     03 WS-CT-A-ITEMS            PIC Z(04)9.
002330     03 FILLER                   PIC X(03)   VALUE ' / '.
002340     03 WS-CT-A-VALUE            PIC Z(10)9,99.
002350*
002360 01  WS-CONTROL-LINE-3.
002370     03 FILLER                   PIC X(01)   VALUE SPACE.
002380     03 FILLER                   PIC X(30)
002390         VALUE 'CLASS B ITEMS / ISSUE VALUE:  '.
002400     03 WS-CT-B-ITEMS            PIC Z(04)9.
002410     03 FILLER                   PIC X(03)   VALUE ' / '.
002420     03 WS-CT-B-VALUE            PIC Z(10)9,99.
002430*
002440 01  WS-CONTROL-LINE-4.
002450     03 FILLER                   PIC X(01)   VALUE SPACE.
002460     03 FILLER                   PIC X(30)
002470         VALUE 'CLASS C ITEMS / ISSUE VALUE:  '.
002480     03 WS-CT-C-ITEMS            PIC Z(04)9.
002490     03 FILLER                   PIC X(03)   VALUE ' / '.
002500     03 WS-CT-C-VALUE            PIC Z(10)9,99.
002510*
002520 01  WS-CONTROL-LINE-5.
002530     03 FILLER                   PIC X(01)   VALUE SPACE.
002540     03 FILLER                   PIC X(30)
002550         VALUE 'CLASS A AS FAST MOVERS:       '.
002560     03 WS-CT-FAST               PIC Z(04)9.
002570*
002580 PROCEDURE DIVISION.
002590*
002600*=========================================================*
002610*  0000-MAINLINE                                          *
002620*=========================================================*
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE
002650         THRU 1000-INITIALIZE-EXIT.
002660*
002670     SORT CLASS-SORT-FILE
002680         ON DESCENDING KEY SRT-ISSUE-VALUE
002690         ON ASCENDING KEY SRT-ITEM-REF
002700         INPUT PROCEDURE IS 2000-SORT-INPUT
002710         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT.
002720*
002730     PERFORM 5000-WRITE-CONTROL-TOTALS
002740         THRU 5000-WRITE-CONTROL-TOTALS-EXIT.
002750     PERFORM 8000-TERMINATE
002760         THRU 8000-TERMINATE-EXIT.
002770*
002780     PERFORM 8900-STAMP-RUN-CONTROL
002790         THRU 8900-STAMP-RUN-CONTROL-EXIT.
002800*
002810     STOP RUN.
002820*
002830*=========================================================*
002840*  1000-INITIALIZE                                        *
002850*=========================================================*
002860 1000-INITIALIZE.
002870     OPEN INPUT PARM-FILE.
002880     IF WS-PARM-STATUS = '00'
002890         READ PARM-FILE
002900             AT END
002910                 CONTINUE
002920             NOT AT END
002930                 IF PARM-RUN-DATE NUMERIC
002940                  AND PARM-RUN-DATE NOT = ZERO
002950                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
002960                 END-IF
002970                 IF PARM-A-SHARE NUMERIC
002980                  AND PARM-A-SHARE NOT = ZERO
002990                     MOVE PARM-A-SHARE TO WS-A-SHARE
003000                 END-IF
003010                 IF PARM-B-SHARE NUMERIC
003020                  AND PARM-B-SHARE NOT = ZERO
003030                     MOVE PARM-B-SHARE TO WS-B-SHARE
003040                 END-IF
003050                 IF PARM-FAST-RATE NUMERIC
003060                  AND PARM-FAST-RATE NOT = ZERO
003070                     MOVE PARM-FAST-RATE TO WS-FAST-RATE
003080                 END-IF
003090         END-READ
003100     END-IF.
003110     CLOSE PARM-FILE.
003120*
003130*    THE TWO SHARES MUST LEAVE SOMETHING FOR CLASS C
003140     IF WS-A-SHARE + WS-B-SHARE > 99
003150         DISPLAY 'DFH0XABC - CLASS SHARES ' WS-A-SHARE ' + '
003160             WS-B-SHARE ' LEAVE NO CLASS C - DEFAULTS USED'
003170         MOVE 80 TO WS-A-SHARE
003180         MOVE 15 TO WS-B-SHARE.
003190*
003200*    NO RUN DATE SUPPLIED - CLASSIFY AS AT TODAY
003210     IF WS-RUN-DATE = ZERO
003220         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003230*
003240     PERFORM 1900-CHECK-RUN-CONTROL
003250         THRU 1900-CHECK-RUN-CONTROL-EXIT.
003260*
003270     OPEN INPUT FIGURES-FILE.
003280     IF WS-FIGURES-STATUS NOT = '00'
003290         DISPLAY 'DFH0XABC - FIGURES FILE OPEN FAILED - STATUS '
003300             WS-FIGURES-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN.
003330*
003340     OPEN INPUT CATALOG-FILE.
003350     IF WS-CATALOG-STATUS NOT = '00'
003360         DISPLAY 'DFH0XABC - CATALOG FILE OPEN FAILED - STATUS '
003370             WS-CATALOG-STATUS
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN.
003400*
003410     OPEN OUTPUT CLASS-FILE.
003420     IF WS-CLASS-STATUS NOT = '00'
003430         DISPLAY 'DFH0XABC - CLASS FILE OPEN FAILED - STATUS '
003440             WS-CLASS-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN.
003470*
003480     OPEN OUTPUT REPORT-FILE.
003490     IF WS-REPORT-STATUS NOT = '00'
003500         DISPLAY 'DFH0XABC - REPORT FILE OPEN FAILED - STATUS '
003510             WS-REPORT-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.
003560*
003570*=========================================================*
003580*  2000-SORT-INPUT - RELEASE EVERY ITEM'S DEMAND FIGURES  *
003590*  TO THE RANKING AND TOTAL THE ISSUE VALUE THE SHARES    *
003600*  ARE TAKEN OF. A NEGATIVE NET VALUE (MORE CAME BACK     *
003610*  THAN WENT OUT) COUNTS AS NO ISSUE VALUE                *
003620*=========================================================*
003630 2000-SORT-INPUT.
003640     PERFORM 2100-READ-FIGURES
003650         THRU 2100-READ-FIGURES-EXIT.
003660     IF NOT WS-FIGURES-EOF
003670         MOVE DMF-AS-OF-MONTH TO WS-AS-OF-MONTH.
003680     PERFORM 2200-RELEASE-FIGURES
003690         THRU 2200-RELEASE-FIGURES-EXIT
003700         UNTIL WS-FIGURES-EOF.
003710 2000-SORT-INPUT-EXIT.
003720     EXIT.
003730*
003740 2100-READ-FIGURES.
003750     READ FIGURES-FILE
003760         AT END
003770             MOVE 'Y' TO WS-FIGURES-EOF-SW
003780     END-READ.
003790     IF NOT WS-FIGURES-EOF
003800         ADD 1 TO WS-FIGURES-READ.
003810 2100-READ-FIGURES-EXIT.
003820     EXIT.
003830*
003840 2200-RELEASE-FIGURES.
003850     IF DMF-ISSUE-VALUE > ZERO
003860         MOVE DMF-ISSUE-VALUE TO SRT-ISSUE-VALUE
003870     ELSE
003880         MOVE ZERO TO SRT-ISSUE-VALUE.
003890     MOVE DMF-ITEM-REF     TO SRT-ITEM-REF.
003900     MOVE DMF-MONTHLY-RATE TO SRT-MONTHLY-RATE.
003910     ADD SRT-ISSUE-VALUE   TO WS-TOTAL-VALUE.
003920     RELEASE SORT-RECORD.
003930*
003940     PERFORM 2100-READ-FIGURES
003950         THRU 2100-READ-FIGURES-EXIT.
003960 2200-RELEASE-FIGURES-EXIT.
003970     EXIT.
003980*
003990*=========================================================*
004000*  3000-SORT-OUTPUT - WALK THE ITEMS HIGHEST ISSUE VALUE  *
004010*  FIRST, CLASSIFY EACH, WRITE ITS ITEM CLASS RECORD AND  *
004020*  LIST IT                                                *
004030*=========================================================*
004040 3000-SORT-OUTPUT.
004050     COMPUTE WS-A-LIMIT =
004060         WS-TOTAL-VALUE * WS-A-SHARE / 100.
004070     COMPUTE WS-B-LIMIT =
004080         WS-TOTAL-VALUE * (WS-A-SHARE + WS-B-SHARE) / 100.
004090*
004100     MOVE WS-AS-OF-MONTH TO WS-H1-AS-OF.
004110     MOVE WS-RUN-DATE    TO WS-H1-RUN-DATE.
004120     MOVE WS-HEADING-1   TO REPORT-LINE.
004130     WRITE REPORT-LINE.
004140     MOVE WS-A-SHARE     TO WS-H2-A-SHARE.
004150     MOVE WS-B-SHARE     TO WS-H2-B-SHARE.
004160     MOVE WS-FAST-RATE   TO WS-H2-FAST-RATE.
004170     MOVE WS-HEADING-2   TO REPORT-LINE.
004180     WRITE REPORT-LINE.
004190     MOVE SPACES TO REPORT-LINE.
004200     WRITE REPORT-LINE.
004210     MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
004220     WRITE REPORT-LINE.
004230*
004240     PERFORM 3100-RETURN-SORT-RECORD
004250         THRU 3100-RETURN-SORT-RECORD-EXIT.
004260     IF WS-SORT-EOF
004270         MOVE WS-NO-FIGURES-LINE TO REPORT-LINE
004280         WRITE REPORT-LINE.
004290     PERFORM 3200-CLASSIFY-ITEM
004300         THRU 3200-CLASSIFY-ITEM-EXIT
004310         UNTIL WS-SORT-EOF.
004320 3000-SORT-OUTPUT-EXIT.
004330     EXIT.
004340*
004350 3100-RETURN-SORT-RECORD.
004360     RETURN CLASS-SORT-FILE
004370         AT END
004380             MOVE 'Y' TO WS-SORT-EOF-SW
004390     END-RETURN.
004400 3100-RETURN-SORT-RECORD-EXIT.
004410     EXIT.
004420*
004430*=========================================================*
004440*  3200-CLASSIFY-ITEM - A FAST MOVER IS CLASS A AND AN    *
004450*  ITEM WITHOUT ISSUE VALUE CLASS C. OTHERWISE THE CLASS  *
004460*  IS WHICHEVER SHARE THE ITEMS RANKED ABOVE IT HAVE NOT  *
004470*  YET USED UP                                            *
004480*=========================================================*
004490 3200-CLASSIFY-ITEM.
004500     MOVE WS-CUMULATIVE-VALUE TO WS-PRIOR-VALUE.
004510     ADD SRT-ISSUE-VALUE TO WS-CUMULATIVE-VALUE.
004520*
004530     MOVE SRT-ITEM-REF     TO ICL-ITEM-REF.
004540     MOVE SRT-ISSUE-VALUE  TO ICL-ISSUE-VALUE.
004550     MOVE SRT-MONTHLY-RATE TO ICL-MONTHLY-RATE.
004560     MOVE WS-RUN-DATE      TO ICL-CLASSIFIED-DATE.
004570*
004580     IF SRT-MONTHLY-RATE NOT < WS-FAST-RATE
004590         MOVE 'A' TO ICL-CLASS
004600         MOVE 'F' TO ICL-BASIS
004610         ADD 1 TO WS-FAST-MOVERS
004620     ELSE
004630     IF SRT-ISSUE-VALUE = ZERO
004640         MOVE 'C' TO ICL-CLASS
004650         MOVE 'N' TO ICL-BASIS
004660     ELSE
004670     IF WS-PRIOR-VALUE < WS-A-LIMIT
004680         MOVE 'A' TO ICL-CLASS
004690         MOVE 'V' TO ICL-BASIS
004700     ELSE
004710     IF WS-PRIOR-VALUE < WS-B-LIMIT
004720         MOVE 'B' TO ICL-CLASS
004730         MOVE 'V' TO ICL-BASIS
004740     ELSE
004750         MOVE 'C' TO ICL-CLASS
004760         MOVE 'V' TO ICL-BASIS.
004770*
004780     IF ICL-CLASS-A
004790         ADD 1 TO WS-CLASS-A-ITEMS
004800         ADD SRT-ISSUE-VALUE TO WS-CLASS-A-VALUE
004810     ELSE
004820     IF ICL-CLASS-B
004830         ADD 1 TO WS-CLASS-B-ITEMS
004840         ADD SRT-ISSUE-VALUE TO WS-CLASS-B-VALUE
004850     ELSE
004860         ADD 1 TO WS-CLASS-C-ITEMS
004870         ADD SRT-ISSUE-VALUE TO WS-CLASS-C-VALUE.
004880*
004890     WRITE ITEM-CLASS-RECORD.
004900*
004910     PERFORM 3500-WRITE-DETAIL-LINE
004920         THRU 3500-WRITE-DETAIL-LINE-EXIT.
004930*
004940     PERFORM 3100-RETURN-SORT-RECORD
004950         THRU 3100-RETURN-SORT-RECORD-EXIT.
004960 3200-CLASSIFY-ITEM-EXIT.
004970     EXIT.
004980*
004990*=========================================================*
005000*  3500-WRITE-DETAIL-LINE - LIST THE ITEM JUST CLASSIFIED *
005010*  WITH ITS SHARE OF THE RUNNING ISSUE VALUE              *
005020*=========================================================*
005030 3500-WRITE-DETAIL-LINE.
005040     MOVE SRT-ITEM-REF TO CAT-ITEM-REF.
005050     READ CATALOG-FILE
005060         INVALID KEY
005070             MOVE 'DESCRIPTION UNAVAILABLE' TO CAT-DESCRIPTION
005080     END-READ.
005090*
005100     IF WS-TOTAL-VALUE = ZERO
005110         MOVE ZERO TO WS-CUMULATIVE-SHARE
005120     ELSE
005130         COMPUTE WS-CUMULATIVE-SHARE ROUNDED =
005140             WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-VALUE.
005150*
005160     MOVE SRT-ITEM-REF        TO WS-DT-ITEM-REF.
005170     MOVE CAT-DESCRIPTION     TO WS-DT-DESCRIPTION.
005180     MOVE SRT-ISSUE-VALUE     TO WS-DT-ISSUE-VALUE.
005190     MOVE WS-CUMULATIVE-SHARE TO WS-DT-CUM-SHARE.
005200     MOVE SRT-MONTHLY-RATE    TO WS-DT-PER-MONTH.
005210     MOVE ICL-CLASS           TO WS-DT-CLASS.
005220     IF ICL-FAST-MOVER
005230         MOVE 'FAST MOVER'  TO WS-DT-BASIS
005240     ELSE
005250     IF ICL-NO-ISSUES
005260         MOVE 'NO ISSUES'   TO WS-DT-BASIS
005270     ELSE
005280         MOVE 'ISSUE VALUE' TO WS-DT-BASIS.
005290     MOVE WS-DETAIL-LINE      TO REPORT-LINE.
005300     WRITE REPORT-LINE.
005310 3500-WRITE-DETAIL-LINE-EXIT.
005320     EXIT.
005330*
005340*=========================================================*
005350*  5000-WRITE-CONTROL-TOTALS                              *
005360*=========================================================*
005370 5000-WRITE-CONTROL-TOTALS.
005380     MOVE SPACES TO REPORT-LINE.
005390     WRITE REPORT-LINE.
005400     MOVE WS-FIGURES-READ   TO WS-CT-READ.
005410     MOVE WS-CONTROL-LINE-1 TO REPORT-LINE.
005420     WRITE REPORT-LINE.
005430     MOVE WS-CLASS-A-ITEMS  TO WS-CT-A-ITEMS.
005440     MOVE WS-CLASS-A-VALUE  TO WS-CT-A-VALUE.
005450     MOVE WS-CONTROL-LINE-2 TO REPORT-LINE.
005460     WRITE REPORT-LINE.
005470     MOVE WS-CLASS-B-ITEMS  TO WS-CT-B-ITEMS.
005480     MOVE WS-CLASS-B-VALUE  TO WS-CT-B-VALUE.
005490     MOVE WS-CONTROL-LINE-3 TO REPORT-LINE.
005500     WRITE REPORT-LINE.
005510     MOVE WS-CLASS-C-ITEMS  TO WS-CT-C-ITEMS.
005520     MOVE WS-CLASS-C-VALUE  TO WS-CT-C-VALUE.
005530     MOVE WS-CONTROL-LINE-4 TO REPORT-LINE.
005540     WRITE REPORT-LINE.
005550     MOVE WS-FAST-MOVERS    TO WS-CT-FAST.
005560     MOVE WS-CONTROL-LINE-5 TO REPORT-LINE.
005570     WRITE REPORT-LINE.
005580 5000-WRITE-CONTROL-TOTALS-EXIT.
005590     EXIT.
005600*
005610*=========================================================*
005620*  8000-TERMINATE                                         *
005630*=========================================================*
005640 8000-TERMINATE.
005650     CLOSE FIGURES-FILE.
005660     CLOSE CATALOG-FILE.
005670     CLOSE CLASS-FILE.
005680     CLOSE REPORT-FILE.
005690 8000-TERMINATE-EXIT.
005700     EXIT.
005710*
005720*=========================================================*
005730*  1900-CHECK-RUN-CONTROL - REFUSE TO RUN UNLESS THE      *
005740*  PREDECESSOR STEP HAS COMPLETED FOR THIS RUN DATE AND   *
005750*  THIS STEP HAS NOT ALREADY RUN FOR IT, IN THE SAME      *
005760*  SPIRIT AS THE ARCHIVE'S ONLINE-CLOSED FLAG. A STEP     *
005770*  THAT FAILS MID-RUN LEAVES NO STAMP AND CAN BE RERUN    *
005780*=========================================================*
005790 1900-CHECK-RUN-CONTROL.
005800     OPEN I-O RUN-CONTROL-FILE.
005810     IF WS-RUNCTL-STATUS NOT = '00'
005820         DISPLAY 'DFH0XABC - RUN CONTROL OPEN FAILED - STATUS '
005830             WS-RUNCTL-STATUS
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN.
005860*
005870     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
005880     MOVE 'DFH0XABC' TO RUN-STEP-NAME.
005890     READ RUN-CONTROL-FILE
005900         INVALID KEY
005910             CONTINUE
005920     END-READ.
005930     IF WS-RUNCTL-STATUS = '00'
005940         DISPLAY 'DFH0XABC - ALREADY RUN FOR ' WS-RUN-DATE
005950             ' - RUN REFUSED'
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN.
005980*
005990     MOVE 'DFH0XDMD' TO RUN-STEP-NAME.
006000     READ RUN-CONTROL-FILE
006010         INVALID KEY
006020             DISPLAY 'DFH0XABC - PREDECESSOR DFH0XDMD NOT'
006030                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
006040             MOVE 16 TO RETURN-CODE
006050             STOP RUN
006060     END-READ.
006070 1900-CHECK-RUN-CONTROL-EXIT.
006080     EXIT.
006090*
006100*=========================================================*
006110*  8900-STAMP-RUN-CONTROL - RECORD THIS STEP'S CLEAN      *
006120*  COMPLETION FOR THE RUN DATE, SO THE NEXT STEP MAY RUN  *
006130*  AND A RERUN OF THIS ONE IS REFUSED                     *
006140*=========================================================*
006150 8900-STAMP-RUN-CONTROL.
006160     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
006170     MOVE 'DFH0XABC' TO RUN-STEP-NAME.
006180     MOVE 'C' TO RUN-STATUS.
006190     ACCEPT RUN-COMPLETED-DATE FROM DATE YYYYMMDD.
006200     ACCEPT WS-RUNCTL-TIME FROM TIME.
006210     MOVE WS-RUNCTL-TIME (1:6) TO RUN-COMPLETED-TIME.
006220     WRITE RUN-CONTROL-RECORD
006230         INVALID KEY
006240             DISPLAY 'DFH0XABC - RUN CONTROL STAMP FAILED - '
006250                 'STATUS ' WS-RUNCTL-STATUS
006260             MOVE 16 TO RETURN-CODE
006270     END-WRITE.
006280     CLOSE RUN-CONTROL-FILE.
006290 8900-STAMP-RUN-CONTROL-EXIT.
006300     EXIT.
