000980*                   price change file for the nightly apply  *
000990*                   step, instead of repricing the           *
001000*                   catalogue the instant it is keyed.       *
001002*  2026-10-15  RH   Invoice Entry clears the paid date and   *
001004*                   payment run carried for the supplier     *
001006*                   payment run.                             *
001007*  2026-10-15  RH   Added Add/Change/Retire Supplier         *
001008*                   maintenance with an append-only          *
001009*                   before/after audit file. A supplier      *
001010*                   cannot be retired while it has draft or  *
001011*                   open purchase orders or is any live      *
001012*                   item's preferred supplier.               *
001013*  2026-10-15  RH   Added Stock Transfer and Receive         *
001014*                   Transfer - stock moves between           *
001015*                   locations through the stock transfer     *
001016*                   file, in transit until booked in at the  *
001017*                   to-location, journalled as X and Y.      *
001018*                   CAT-IN-STOCK never moves.                *
001019*  2026-10-15  RH   Every update request now needs its       *
001020*                   userid to hold the matching role on the  *
001021*                   user authority file, checked before the  *
001022*                   request runs. Added Grant Role and       *
001023*                   Revoke Role for security administrators, *
001024*                   audited before and after.                *
001025*  2026-10-15  RH   Added Add/Change/Delete Standing Order - *
001026*                   template baskets the nightly standing    *
001027*                   order run places when they fall due.     *
001028*  2026-10-15  RH   Backorder allocation journals a zero     *
001029*                   quantity 'B' marker after its order, for *
001030*                   the storefront order status feed.        *
001031*  2026-10-15  RH   Added Return to Supplier - goods sent    *
001032*                   back against a purchase order leave      *
001033*                   stock and the received quantity, can     *
001034*                   reopen the order for a replacement, and  *
001035*                   are journalled as U. Goods Received now  *
001036*                   records the location on the order.       *
001037*  2026-10-15  RH   Stock Adjustment stamps the shelf's last *
001038*                   counted date on the cycle count file for *
001039*                   every counted figure, variance or not.   *
001040*  2026-10-15  RH   A standing order's next due date must    *
001041*                   fall within its month's length, leap     *
001042*                   years included.                          *
001043*-----------------------------------------------------------*
001044*
001045 ENVIRONMENT DIVISION.
001046 CONFIGURATION SECTION.
001050 SPECIAL-NAMES.
001060     DECIMAL-POINT IS COMMA.
001070*
001460*    STOCK CANNOT COVER THE QUANTITY BEING TAKEN
001470     03 WS-LOC-FAIL-SW           PIC X(01)   VALUE 'N'.
001480         88 WS-LOC-TAKE-FAILED       VALUE 'Y'.
001482*    SET WHEN A BROWSE OF THE PURCHASE ORDER FILE HAS
001484*    READ ITS LAST RECORD
001486     03 WS-PO-EOF-SW             PIC X(01)   VALUE 'N'.
001488         88 WS-PO-EOF                VALUE 'Y'.
001490*
001500 01  WS-COUNTERS.
001510     03 WS-ITEM-COUNT            PIC 9(03)   VALUE ZERO.
001570*    WHAT IS LEFT OF A DELIVERY WHILE IT IS BEING ALLOCATED
001580*    TO WAITING BACKORDERS
001590     03 WS-ALLOC-REMAINING       PIC 9(04)   VALUE ZERO.
001592*    DRAFT/OPEN PURCHASE ORDERS AND LIVE CATALOGUE ITEMS
001594*    STILL TIED TO A SUPPLIER BEING RETIRED
001596     03 WS-OPEN-PO-COUNT         PIC 9(04)   VALUE ZERO.
001598     03 WS-PREF-ITEM-COUNT       PIC 9(04)   VALUE ZERO.
001599*    POSITION OF THE ROLE IN HAND IN THE ROLE CODE TABLE AND
001600*    ON THE USER AUTHORITY RECORD - ZERO WHEN THE REQUEST
001601*    NEEDS NO ROLE OR THE ROLE CODE IS NOT A DEFINED ROLE
001602     03 WS-ROLE-IX               PIC 9(02) COMP VALUE ZERO.
001603*    ENTRY OF THE ROLE CODE TABLE BEING TESTED
001604     03 WS-ROLE-SUB              PIC 9(02) COMP VALUE ZERO.
001605*
001610*-------------------------------------------------------*
001620*  COST OF EACH BASKET LINE HELD WHILE PLACE ORDER IS    *
001630*  STILL VALIDATING THE REMAINING LINES                  *
001850*    VALUE OF THE ORDER THE ORDER BROWSE IS CURRENTLY PRICING
001860*    FROM ITS OWN LINES FOR THE RESPONSE PAGE
001870 01  WS-BROWSE-ORDER-VALUE       PIC 9(7)V99  VALUE ZERO.
001871*
001872*-------------------------------------------------------*
001873*  ROLE CODES IN THE ORDER THEIR FLAGS ARE HELD ON THE   *
001874*  USER AUTHORITY RECORD - BUYER, WAREHOUSE, PURCHASING, *
001875*  ACCOUNTS PAYABLE, BUDGET ADMINISTRATOR, SECURITY      *
001876*  ADMINISTRATOR                                         *
001877*-------------------------------------------------------*
001878 01  WS-ROLE-CODE-TABLE          PIC X(06)   VALUE 'BWPADS'.
001879 01  WS-ROLE-CODE-R REDEFINES WS-ROLE-CODE-TABLE.
001880     03 WS-ROLE-CODE          OCCURS 6 TIMES PIC X(01).
001881*    USERID AND ROLE THE AUTHORITY CHECK IS TESTING - TAKEN
001882*    FROM WHICHEVER COMMAREA AREA THE REQUEST TYPE USES
001883 01  WS-AUTH-USERID              PIC X(8)     VALUE SPACES.
001884 01  WS-AUTH-ROLE-CODE           PIC X(1)     VALUE SPACE.
001885*
001890*-------------------------------------------------------*
001900*  CICS DATASET NAMES                                   *
001910*-------------------------------------------------------*
002070     03 WS-DEPT-AUDIT-FILE       PIC X(08)   VALUE 'DEPAUDIT'.
002080     03 WS-LOCATION-FILE         PIC X(08)   VALUE 'LOCFILE'.
002090     03 WS-PRICE-FILE            PIC X(08)   VALUE 'PRCFILE'.
002095     03 WS-SUP-AUDIT-FILE        PIC X(08)   VALUE 'SUPAUDIT'.
002096     03 WS-TRANSFER-FILE         PIC X(08)   VALUE 'XFRFILE'.
002097     03 WS-TRANSFER-CTL-FILE     PIC X(08)   VALUE 'XFRCTL'.
002098     03 WS-USER-AUTH-FILE        PIC X(08)   VALUE 'USRAUTH'.
002099     03 WS-USER-AUDIT-FILE       PIC X(08)   VALUE 'USRAUDIT'.
002100     03 WS-STANDING-FILE         PIC X(08)   VALUE 'STOFILE'.
002101     03 WS-SUPPLIER-RTN-FILE     PIC X(08)   VALUE 'RTSFILE'.
002102     03 WS-SUPPLIER-RTN-CTL-FILE PIC X(08)   VALUE 'RTSCTL'.
002103     03 WS-CYCLE-COUNT-FILE      PIC X(08)   VALUE 'CYCFILE'.
002104*
002110*-------------------------------------------------------*
002120*  RESPONSE HANDLING                                    *
002130*-------------------------------------------------------*
002260*    RIDFLD FOR DEPARTMENT AUDIT FILE WRITES - APPEND-ONLY
002270*    IN THE SAME WAY AS THE CATALOGUE AUDIT
002280 01  WS-DEPT-AUDIT-RBA           PIC 9(8) COMP.
002282*    RIDFLD FOR SUPPLIER AUDIT FILE WRITES - APPEND-ONLY
002284*    IN THE SAME WAY AS THE CATALOGUE AUDIT
002286 01  WS-SUP-AUDIT-RBA            PIC 9(8) COMP.
002287*    RIDFLD FOR USER AUTHORITY AUDIT FILE WRITES - APPEND-ONLY
002288*    IN THE SAME WAY AS THE CATALOGUE AUDIT
002289 01  WS-USER-AUDIT-RBA           PIC 9(8) COMP.
002290*    TIME OF DAY STAMPED ON CATALOGUE AUDIT RECORDS
002300 01  WS-TIME-NOW                 PIC 9(6).
002310*    CHARGE DEPARTMENT BEING CHECKED/ADJUSTED BY
002590*    QUANTITY THE LOCATION STOCK PARAGRAPHS ARE TO MOVE -
002600*    SET BY THE CALLER TOGETHER WITH LOC-KEY
002610 01  WS-LOC-QUANTITY             PIC 9(4)     VALUE ZERO.
002612*    LOCATION A STOCK TRANSFER IS BEING SENT TO - THE
002614*    FROM-LOCATION IS HELD IN WS-ORDER-LOCATION
002616 01  WS-XFR-TO-LOCATION          PIC X(3)     VALUE SPACES.
002617*    NEXT DUE DATE OF A STANDING ORDER BEING ADDED OR
002618*    CHANGED, BROKEN DOWN SO IT CAN BE PROVED A REAL DATE
002619 01  WS-SOR-DUE-DATE             PIC 9(8)     VALUE ZERO.
002620 01  WS-SOR-DUE-DATE-R REDEFINES WS-SOR-DUE-DATE.
002621     03 WS-SOR-DUE-CCYY          PIC 9(4).
002622     03 WS-SOR-DUE-MM            PIC 9(2).
002623     03 WS-SOR-DUE-DD            PIC 9(2).
002624*    DAYS IN THE NEXT DUE DATE'S MONTH, FEBRUARY STRETCHED
002625*    TO 29 IN A LEAP YEAR
002626 01  WS-SOR-MONTH-LENGTH         PIC 9(2)     VALUE ZERO.
002627 01  WS-SOR-LEAP-WORK.
002628     03 WS-SOR-LEAP-QUOT         PIC 9(4) COMP VALUE ZERO.
002629     03 WS-SOR-LEAP-REM          PIC 9(4) COMP VALUE ZERO.
002630 01  WS-SOR-MONTH-DAYS-TABLE.
002631     03 FILLER                   PIC X(24)
002632         VALUE '312831303130313130313031'.
002633 01  WS-SOR-MONTH-DAYS-R REDEFINES WS-SOR-MONTH-DAYS-TABLE.
002634     03 WS-SOR-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
002635*
002636*-------------------------------------------------------*
002640*  CURRENT DATE, USED TO DECIDE IF AN ORDER MAY STILL    *
002650*  BE AMENDED OR CANCELLED (SAME DAY ONLY)               *
002660*-------------------------------------------------------*
003480*-------------------------------------------------------*
003490 COPY dfh0xcpg.
003500*
003501*-------------------------------------------------------*
003502*  SUPPLIER MAINTENANCE AUDIT FILE RECORD                *
003503*-------------------------------------------------------*
003504 COPY dfh0xcpi.
003505*
003506*-------------------------------------------------------*
003507*  STOCK TRANSFER FILE AND CONTROL RECORDS               *
003508*-------------------------------------------------------*
003509 COPY dfh0xcpj.
003510*
003511*-------------------------------------------------------*
003512*  USER AUTHORITY FILE RECORD                            *
003513*-------------------------------------------------------*
003514 COPY dfh0xcpm.
003515*
003516*-------------------------------------------------------*
003517*  USER AUTHORITY AUDIT FILE RECORD                      *
003518*-------------------------------------------------------*
003519 COPY dfh0xcpn.
003520*
003521*-------------------------------------------------------*
003522*  STANDING ORDER FILE RECORD                            *
003523*-------------------------------------------------------*
003524 COPY dfh0xcpo.
003525*
003526*-------------------------------------------------------*
003527*  SUPPLIER RETURN FILE AND CONTROL RECORDS              *
003528*-------------------------------------------------------*
003529 COPY dfh0xcpq.
003530*
003531*-------------------------------------------------------*
003532*  CYCLE COUNT FILE RECORD                               *
003533*-------------------------------------------------------*
003534 COPY dfh0xcpt.
003535*
003536 LINKAGE SECTION.
003537     COPY dfh0xcp1 REPLACING ==CA-COMMAREA== BY ==DFHCOMMAREA==.
003538*
003540 PROCEDURE DIVISION USING DFHCOMMAREA.
003550*
003560*=========================================================*
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE
003610         THRU 1000-INITIALIZE-EXIT.
003611*
003612*    NO UPDATE RUNS UNLESS ITS USERID HOLDS THE ROLE FOR IT
003613     PERFORM 1100-CHECK-AUTHORITY
003614         THRU 1100-CHECK-AUTHORITY-EXIT.
003615     IF CA-RETURN-CODE NOT = ZERO
003616         GO TO 9999-EXIT.
003620*
003630     IF CA-INQUIRE-CATALOG-REQ
003640         PERFORM 3000-INQUIRE-CATALOG
004470     IF CA-DEPT-CHANGE-REQ
004480         PERFORM 9300-CHANGE-DEPARTMENT
004490             THRU 9300-CHANGE-DEPARTMENT-EXIT
004491     ELSE
004492     IF CA-SUP-ADD-REQ
004493         PERFORM 9000-ADD-SUPPLIER
004494             THRU 9000-ADD-SUPPLIER-EXIT
004495     ELSE
004496     IF CA-SUP-CHANGE-REQ
004497         PERFORM 9050-CHANGE-SUPPLIER
004498             THRU 9050-CHANGE-SUPPLIER-EXIT
004499     ELSE
004500     IF CA-SUP-RETIRE-REQ
004501         PERFORM 9100-RETIRE-SUPPLIER
004502             THRU 9100-RETIRE-SUPPLIER-EXIT
004503     ELSE
004504     IF CA-STOCK-TRANSFER-REQ
004505         PERFORM 9700-TRANSFER-STOCK
004506             THRU 9700-TRANSFER-STOCK-EXIT
004507     ELSE
004508     IF CA-TRANSFER-RECEIVE-REQ
004509         PERFORM 9750-RECEIVE-TRANSFER
004510             THRU 9750-RECEIVE-TRANSFER-EXIT
004511     ELSE
004512     IF CA-ROLE-GRANT-REQ
004513         PERFORM 9800-GRANT-ROLE
004514             THRU 9800-GRANT-ROLE-EXIT
004515     ELSE
004516     IF CA-ROLE-REVOKE-REQ
004517         PERFORM 9850-REVOKE-ROLE
004518             THRU 9850-REVOKE-ROLE-EXIT
004519     ELSE
004520     IF CA-SOR-ADD-REQ
004521         PERFORM 6500-ADD-STANDING-ORDER
004522             THRU 6500-ADD-STANDING-ORDER-EXIT
004523     ELSE
004524     IF CA-SOR-CHANGE-REQ
004525         PERFORM 6550-CHANGE-STANDING-ORDER
004526             THRU 6550-CHANGE-STANDING-ORDER-EXIT
004527     ELSE
004528     IF CA-SOR-DELETE-REQ
004529         PERFORM 6600-DELETE-STANDING-ORDER
004530             THRU 6600-DELETE-STANDING-ORDER-EXIT
004531     ELSE
004532     IF CA-SUPPLIER-RETURN-REQ
004533         PERFORM 7800-RETURN-TO-SUPPLIER
004534             THRU 7800-RETURN-TO-SUPPLIER-EXIT
004535     ELSE
004536         MOVE 99 TO CA-RETURN-CODE
004537         MOVE ZERO TO CA-REASON-CODE
004538         MOVE 'UNKNOWN REQUEST ID' TO CA-RESPONSE-MESSAGE.
004540*
004550     GO TO 9999-EXIT.
004560*
004700     END-EXEC.
004710 1000-INITIALIZE-EXIT.
004720     EXIT.
004721*
004722*=========================================================*
004723*  1100-CHECK-AUTHORITY - REFUSE THE REQUEST UNLESS THE   *
004724*  USERID IT CARRIES IS ON THE USER AUTHORITY FILE AND    *
004725*  HOLDS THE ROLE ITS REQUEST TYPE NEEDS. INQUIRIES NEED  *
004726*  NO ROLE. APPROVE AND REJECT ORDER NEED NONE EITHER -   *
004727*  THEY ARE ALREADY LIMITED TO THE DEPARTMENT'S NOMINATED *
004728*  SUPERVISOR, WHOM THE BUDGET ADMINISTRATOR SETS         *
004729*=========================================================*
004730 1100-CHECK-AUTHORITY.
004731     MOVE SPACES TO WS-AUTH-USERID.
004732     MOVE SPACE  TO WS-AUTH-ROLE-CODE.
004733     PERFORM 1150-SET-REQUIRED-ROLE
004734         THRU 1150-SET-REQUIRED-ROLE-EXIT.
004735     IF WS-AUTH-ROLE-CODE = SPACE
004736         GO TO 1100-CHECK-AUTHORITY-EXIT.
004737*
004738     PERFORM 1180-FIND-ROLE
004739         THRU 1180-FIND-ROLE-EXIT.
004740*
004741     MOVE WS-AUTH-USERID TO USR-USERID.
004742     EXEC CICS READ
004743         DATASET(WS-USER-AUTH-FILE)
004744         INTO(USER-AUTHORITY-RECORD)
004745         RIDFLD(USR-USERID)
004746         RESP(WS-RESP)
004747     END-EXEC.
004748*
004749     IF WS-RESP NOT = DFHRESP(NORMAL)
004750         MOVE 22 TO CA-RETURN-CODE
004751         MOVE 330 TO CA-REASON-CODE
004752         MOVE 'USERID NOT ON USER AUTHORITY FILE'
004753             TO CA-RESPONSE-MESSAGE
004754         GO TO 1100-CHECK-AUTHORITY-EXIT.
004755*
004756     IF USR-ROLE-FLAG(WS-ROLE-IX) NOT = 'Y'
004757         MOVE 22 TO CA-RETURN-CODE
004758         MOVE 330 TO CA-REASON-CODE
004759         MOVE 'USERID NOT AUTHORIZED FOR THIS REQUEST'
004760             TO CA-RESPONSE-MESSAGE
004761         GO TO 1100-CHECK-AUTHORITY-EXIT.
004762 1100-CHECK-AUTHORITY-EXIT.
004763     EXIT.
004764*
004765*=========================================================*
004766*  1150-SET-REQUIRED-ROLE - PICK UP THE USERID FROM THE   *
004767*  REQUEST'S OWN COMMAREA AREA AND THE ROLE CODE THE      *
004768*  REQUEST TYPE NEEDS. LEFT AT SPACE FOR REQUESTS THAT    *
004769*  NEED NO ROLE, AND FOR AN UNKNOWN REQUEST ID, WHICH THE *
004770*  MAINLINE REFUSES ANYWAY                                *
004771*=========================================================*
004772 1150-SET-REQUIRED-ROLE.
004773*    BUYER - ORDERING AND RETURNS FOR A DEPARTMENT
004774     IF CA-PLACE-ORDER-REQ
004775         MOVE CA-USERID     TO WS-AUTH-USERID
004776         MOVE 'B'           TO WS-AUTH-ROLE-CODE
004777     ELSE
004778     IF CA-AMEND-ORDER-REQ OR CA-CANCEL-ORDER-REQ
004779         MOVE CA-AMD-USERID TO WS-AUTH-USERID
004780         MOVE 'B'           TO WS-AUTH-ROLE-CODE
004781     ELSE
004782     IF CA-RETURN-GOODS-REQ
004783         MOVE CA-RTN-USERID TO WS-AUTH-USERID
004784         MOVE 'B'           TO WS-AUTH-ROLE-CODE
004785     ELSE
004786     IF CA-SOR-ADD-REQ OR CA-SOR-CHANGE-REQ
004787      OR CA-SOR-DELETE-REQ
004788         MOVE CA-SOR-USERID TO WS-AUTH-USERID
004789         MOVE 'B'           TO WS-AUTH-ROLE-CODE
004790     ELSE
004791*    WAREHOUSE - STOCK IN, OUT, BETWEEN LOCATIONS AND BACK
004792*    TO THE SUPPLIER
004793     IF CA-GOODS-RECEIVED-REQ
004794         MOVE CA-GR-USERID  TO WS-AUTH-USERID
004795         MOVE 'W'           TO WS-AUTH-ROLE-CODE
004796     ELSE
004797     IF CA-STOCK-ADJUST-REQ
004798         MOVE CA-ADJ-USERID TO WS-AUTH-USERID
004799         MOVE 'W'           TO WS-AUTH-ROLE-CODE
004800     ELSE
004801     IF CA-PICK-CONFIRM-REQ
004802         MOVE CA-PCK-USERID TO WS-AUTH-USERID
004803         MOVE 'W'           TO WS-AUTH-ROLE-CODE
004804     ELSE
004805     IF CA-STOCK-TRANSFER-REQ OR CA-TRANSFER-RECEIVE-REQ
004806         MOVE CA-XFR-USERID TO WS-AUTH-USERID
004807         MOVE 'W'           TO WS-AUTH-ROLE-CODE
004808     ELSE
004809     IF CA-SUPPLIER-RETURN-REQ
004810         MOVE CA-RTS-USERID TO WS-AUTH-USERID
004811         MOVE 'W'           TO WS-AUTH-ROLE-CODE
004812     ELSE
004813*    PURCHASING - CATALOGUE, SUPPLIERS AND PURCHASE ORDERS
004814     IF CA-CAT-ADD-REQ OR CA-CAT-CHANGE-REQ
004815      OR CA-CAT-RETIRE-REQ
004816         MOVE CA-CM-USERID  TO WS-AUTH-USERID
004817         MOVE 'P'           TO WS-AUTH-ROLE-CODE
004818     ELSE
004819     IF CA-PRICE-CHANGE-REQ
004820         MOVE CA-PC-USERID  TO WS-AUTH-USERID
004821         MOVE 'P'           TO WS-AUTH-ROLE-CODE
004822     ELSE
004823     IF CA-SUPPLIER-ORDER-REQ OR CA-PO-CONFIRM-REQ
004824         MOVE CA-SO-USERID  TO WS-AUTH-USERID
004825         MOVE 'P'           TO WS-AUTH-ROLE-CODE
004826     ELSE
004827     IF CA-SUP-ADD-REQ OR CA-SUP-CHANGE-REQ
004828      OR CA-SUP-RETIRE-REQ
004829         MOVE CA-SM-USERID  TO WS-AUTH-USERID
004830         MOVE 'P'           TO WS-AUTH-ROLE-CODE
004831     ELSE
004832*    ACCOUNTS PAYABLE - SUPPLIER INVOICES
004833     IF CA-INVOICE-ENTRY-REQ
004834         MOVE CA-INV-USERID TO WS-AUTH-USERID
004835         MOVE 'A'           TO WS-AUTH-ROLE-CODE
004836     ELSE
004837*    BUDGET ADMINISTRATOR - DEPARTMENT LIMITS AND SUPERVISORS
004838     IF CA-DEPT-ADD-REQ OR CA-DEPT-CHANGE-REQ
004839         MOVE CA-DM-USERID  TO WS-AUTH-USERID
004840         MOVE 'D'           TO WS-AUTH-ROLE-CODE
004841     ELSE
004842*    SECURITY ADMINISTRATOR - THE USER AUTHORITY FILE ITSELF
004843     IF CA-ROLE-GRANT-REQ OR CA-ROLE-REVOKE-REQ
004844         MOVE CA-UA-USERID  TO WS-AUTH-USERID
004845         MOVE 'S'           TO WS-AUTH-ROLE-CODE.
004846 1150-SET-REQUIRED-ROLE-EXIT.
004847     EXIT.
004848*
004849*=========================================================*
004850*  1180-FIND-ROLE - SET WS-ROLE-IX TO THE POSITION OF     *
004851*  WS-AUTH-ROLE-CODE IN THE ROLE CODE TABLE, OR ZERO      *
004852*  WHEN IT IS NOT A DEFINED ROLE                          *
004853*=========================================================*
004854 1180-FIND-ROLE.
004855     MOVE ZERO TO WS-ROLE-IX.
004856     IF WS-AUTH-ROLE-CODE = SPACE
004857         GO TO 1180-FIND-ROLE-EXIT.
004858     PERFORM 1185-TEST-ROLE-CODE
004859         THRU 1185-TEST-ROLE-CODE-EXIT
004860         VARYING WS-ROLE-SUB FROM 1 BY 1
004861         UNTIL WS-ROLE-SUB > 6
004862            OR WS-ROLE-IX NOT = ZERO.
004863 1180-FIND-ROLE-EXIT.
004864     EXIT.
004865*
004866 1185-TEST-ROLE-CODE.
004867     IF WS-ROLE-CODE(WS-ROLE-SUB) = WS-AUTH-ROLE-CODE
004868         MOVE WS-ROLE-SUB TO WS-ROLE-IX.
004869 1185-TEST-ROLE-CODE-EXIT.
004870     EXIT.
004871*
004872*=========================================================*
004873*  3000-INQUIRE-CATALOG - RETURN UP TO 15 ITEMS STARTING  *
004874*  AT CA-LIST-START-REF                                    *
004875*=========================================================*
004876 3000-INQUIRE-CATALOG.
004877     MOVE ZERO TO WS-ITEM-COUNT.
004878     MOVE 'N' TO WS-CATALOG-EOF-SW.
004879     MOVE 'N' TO WS-RESUMED-SW.
004880*
004881     IF CA-RESUME-FROM-CHECKPOINT
004882         PERFORM 3050-LOAD-CHECKPOINT
004883             THRU 3050-LOAD-CHECKPOINT-EXIT.
004884*
004885     MOVE CA-LIST-START-REF TO CAT-ITEM-REF.
004886*
004890     EXEC CICS STARTBR
004900         DATASET(WS-CATALOG-FILE)
004910         INTO(CATALOG-RECORD)
014880     END-EXEC.
014890 6080-WRITE-AMEND-JOURNAL-EXIT.
014900     EXIT.
014901*
014902*=========================================================*
014903*  6500-ADD-STANDING-ORDER - PUT A NEW TEMPLATE BASKET ON *
014904*  THE STANDING ORDER FILE UNDER THE BUYER'S USERID AND   *
014905*  THE REFERENCE THEY CHOSE. NOTHING IS ORDERED NOW - THE *
014906*  NIGHTLY STANDING ORDER RUN PLACES IT WHEN IT FALLS DUE *
014907*=========================================================*
014908 6500-ADD-STANDING-ORDER.
014909     PERFORM 6650-CHECK-STANDING-ORDER
014910         THRU 6650-CHECK-STANDING-ORDER-EXIT.
014911     IF CA-RETURN-CODE NOT = ZERO
014912         GO TO 6500-ADD-STANDING-ORDER-EXIT.
014913*
014914     MOVE CA-SOR-USERID    TO SOR-USERID.
014915     MOVE CA-SOR-REFERENCE TO SOR-REFERENCE.
014916     EXEC CICS READ
014917         DATASET(WS-STANDING-FILE)
014918         INTO(STANDING-ORDER-RECORD)
014919         RIDFLD(SOR-KEY)
014920         RESP(WS-RESP)
014921     END-EXEC.
014922*
014923     IF WS-RESP = DFHRESP(NORMAL)
014924         MOVE 23 TO CA-RETURN-CODE
014925         MOVE 360 TO CA-REASON-CODE
014926         MOVE 'STANDING ORDER ALREADY ON FILE'
014927             TO CA-RESPONSE-MESSAGE
014928         GO TO 6500-ADD-STANDING-ORDER-EXIT.
014929*
014930     MOVE ZERO   TO SOR-LAST-RUN-DATE.
014931     MOVE ZERO   TO SOR-LAST-ORDER-NUMBER.
014932     MOVE SPACES TO SOR-LAST-RESULT.
014933     PERFORM 6690-BUILD-STANDING-ORDER
014934         THRU 6690-BUILD-STANDING-ORDER-EXIT.
014935*
014936     EXEC CICS WRITE
014937         DATASET(WS-STANDING-FILE)
014938         FROM(STANDING-ORDER-RECORD)
014939         RIDFLD(SOR-KEY)
014940     END-EXEC.
014941*
014942     MOVE ZERO TO CA-RETURN-CODE.
014943     MOVE ZERO TO CA-REASON-CODE.
014944     MOVE 'STANDING ORDER ADDED' TO CA-RESPONSE-MESSAGE.
014945 6500-ADD-STANDING-ORDER-EXIT.
014946     EXIT.
014947*
014948*=========================================================*
014949*  6550-CHANGE-STANDING-ORDER - REPLACE A TEMPLATE WITH   *
014950*  THE VALUES SUPPLIED, INCLUDING SUSPENDING IT OR MAKING *
014951*  IT ACTIVE AGAIN. WHAT THE LAST NIGHTLY RUN DID WITH IT *
014952*  IS KEPT                                                *
014953*=========================================================*
014954 6550-CHANGE-STANDING-ORDER.
014955     PERFORM 6650-CHECK-STANDING-ORDER
014956         THRU 6650-CHECK-STANDING-ORDER-EXIT.
014957     IF CA-RETURN-CODE NOT = ZERO
014958         GO TO 6550-CHANGE-STANDING-ORDER-EXIT.
014959*
014960     MOVE CA-SOR-USERID    TO SOR-USERID.
014961     MOVE CA-SOR-REFERENCE TO SOR-REFERENCE.
014962     EXEC CICS READ
014963         DATASET(WS-STANDING-FILE)
014964         INTO(STANDING-ORDER-RECORD)
014965         RIDFLD(SOR-KEY)
014966         UPDATE
014967         RESP(WS-RESP)
014968     END-EXEC.
014969*
014970     IF WS-RESP NOT = DFHRESP(NORMAL)
014971         MOVE 23 TO CA-RETURN-CODE
014972         MOVE 360 TO CA-REASON-CODE
014973         MOVE 'STANDING ORDER NOT FOUND' TO CA-RESPONSE-MESSAGE
014974         GO TO 6550-CHANGE-STANDING-ORDER-EXIT.
014975*
014976     PERFORM 6690-BUILD-STANDING-ORDER
014977         THRU 6690-BUILD-STANDING-ORDER-EXIT.
014978*
014979     EXEC CICS REWRITE
014980         DATASET(WS-STANDING-FILE)
014981         FROM(STANDING-ORDER-RECORD)
014982     END-EXEC.
014983*
014984     MOVE ZERO TO CA-RETURN-CODE.
014985     MOVE ZERO TO CA-REASON-CODE.
014986     MOVE 'STANDING ORDER CHANGED' TO CA-RESPONSE-MESSAGE.
014987 6550-CHANGE-STANDING-ORDER-EXIT.
014988     EXIT.
014989*
014990*=========================================================*
014991*  6600-DELETE-STANDING-ORDER - TAKE A TEMPLATE OFF THE   *
014992*  FILE. ORDERS IT HAS ALREADY PLACED ARE UNTOUCHED       *
014993*=========================================================*
014994 6600-DELETE-STANDING-ORDER.
014995     MOVE CA-SOR-USERID    TO SOR-USERID.
014996     MOVE CA-SOR-REFERENCE TO SOR-REFERENCE.
014997     EXEC CICS DELETE
014998         DATASET(WS-STANDING-FILE)
014999         RIDFLD(SOR-KEY)
015000         RESP(WS-RESP)
015001     END-EXEC.
015002*
015003     IF WS-RESP NOT = DFHRESP(NORMAL)
015004         MOVE 23 TO CA-RETURN-CODE
015005         MOVE 360 TO CA-REASON-CODE
015006         MOVE 'STANDING ORDER NOT FOUND' TO CA-RESPONSE-MESSAGE
015007         GO TO 6600-DELETE-STANDING-ORDER-EXIT.
015008*
015009     MOVE ZERO TO CA-RETURN-CODE.
015010     MOVE ZERO TO CA-REASON-CODE.
015011     MOVE 'STANDING ORDER DELETED' TO CA-RESPONSE-MESSAGE.
015012 6600-DELETE-STANDING-ORDER-EXIT.
015013     EXIT.
015014*
015015*=========================================================*
015016*  6650-CHECK-STANDING-ORDER - PROVE A TEMPLATE BEING     *
015017*  ADDED OR CHANGED: A REFERENCE, A KNOWN FREQUENCY, A    *
015018*  NEXT DUE DATE FROM TODAY ON, A CHARGE DEPARTMENT ON    *
015019*  THE BUDGET FILE, AND 1 TO 10 LINES OF LIVE ITEMS.      *
015020*  STOCK AND BUDGET ARE LEFT TO THE NIGHT IT IS PLACED    *
015021*=========================================================*
015022 6650-CHECK-STANDING-ORDER.
015023     IF CA-SOR-REFERENCE = SPACES
015024         MOVE 23 TO CA-RETURN-CODE
015025         MOVE 350 TO CA-REASON-CODE
015026         MOVE 'STANDING ORDER REFERENCE REQUIRED'
015027             TO CA-RESPONSE-MESSAGE
015028         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015029*
015030     IF CA-SOR-FREQUENCY NOT = 'W'
015031      AND CA-SOR-FREQUENCY NOT = 'F'
015032      AND CA-SOR-FREQUENCY NOT = 'M'
015033         MOVE 23 TO CA-RETURN-CODE
015034         MOVE 350 TO CA-REASON-CODE
015035         MOVE 'FREQUENCY MUST BE W, F OR M' TO CA-RESPONSE-MESSAGE
015036         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015037*
015038     IF CA-SOR-STATUS NOT = SPACE
015039      AND CA-SOR-STATUS NOT = 'A'
015040      AND CA-SOR-STATUS NOT = 'S'
015041         MOVE 23 TO CA-RETURN-CODE
015042         MOVE 350 TO CA-REASON-CODE
015043         MOVE 'STATUS MUST BE A OR S' TO CA-RESPONSE-MESSAGE
015044         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015045*
015046     IF CA-SOR-BACKORDER-FLAG NOT = SPACE
015047      AND CA-SOR-BACKORDER-FLAG NOT = 'Y'
015048      AND CA-SOR-BACKORDER-FLAG NOT = 'N'
015049         MOVE 23 TO CA-RETURN-CODE
015050         MOVE 350 TO CA-REASON-CODE
015051         MOVE 'BACKORDER FLAG MUST BE Y OR N'
015052             TO CA-RESPONSE-MESSAGE
015053         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015054*
015055     MOVE CA-SOR-NEXT-DUE-DATE TO WS-SOR-DUE-DATE.
015056     IF WS-SOR-DUE-DATE < WS-TODAY
015057      OR WS-SOR-DUE-MM < 1 OR WS-SOR-DUE-MM > 12
015058         MOVE 23 TO CA-RETURN-CODE
015059         MOVE 350 TO CA-REASON-CODE
015060         MOVE 'INVALID NEXT DUE DATE' TO CA-RESPONSE-MESSAGE
015061         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015062*
015063     PERFORM 6670-SET-DUE-MONTH-LENGTH
015064         THRU 6670-SET-DUE-MONTH-LENGTH-EXIT.
015065     IF WS-SOR-DUE-DD < 1
015066      OR WS-SOR-DUE-DD > WS-SOR-MONTH-LENGTH
015067         MOVE 23 TO CA-RETURN-CODE
015068         MOVE 350 TO CA-REASON-CODE
015069         MOVE 'INVALID NEXT DUE DATE' TO CA-RESPONSE-MESSAGE
015070         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015071*
015072     IF CA-SOR-LINE-COUNT = ZERO
015073         OR CA-SOR-LINE-COUNT > 10
015074         MOVE 04 TO CA-RETURN-CODE
015075         MOVE 070 TO CA-REASON-CODE
015076         MOVE 'INVALID ORDER LINE COUNT' TO CA-RESPONSE-MESSAGE
015077         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015078*
015079     MOVE CA-SOR-CHARGE-DEPT TO DEPT-CHARGE-DEPT.
015080     EXEC CICS READ
015081         DATASET(WS-DEPT-BUDGET-FILE)
015082         INTO(DEPT-BUDGET-RECORD)
015083         RIDFLD(DEPT-CHARGE-DEPT)
015084         RESP(WS-RESP)
015085     END-EXEC.
015086*
015087     IF WS-RESP NOT = DFHRESP(NORMAL)
015088         MOVE 07 TO CA-RETURN-CODE
015089         MOVE 030 TO CA-REASON-CODE
015090         MOVE 'INVALID CHARGE DEPARTMENT' TO CA-RESPONSE-MESSAGE
015091         GO TO 6650-CHECK-STANDING-ORDER-EXIT.
015092*
015093     PERFORM 6660-CHECK-STANDING-LINE
015094         THRU 6660-CHECK-STANDING-LINE-EXIT
015095         VARYING WS-LINE-INDEX FROM 1 BY 1
015096         UNTIL WS-LINE-INDEX > CA-SOR-LINE-COUNT
015097            OR CA-RETURN-CODE NOT = ZERO.
015098 6650-CHECK-STANDING-ORDER-EXIT.
015099     EXIT.
015100*
015101 6660-CHECK-STANDING-LINE.
015102     IF CA-SOR-QUANTITY(WS-LINE-INDEX) = ZERO
015103         MOVE 04 TO CA-RETURN-CODE
015104         MOVE 070 TO CA-REASON-CODE
015105         MOVE 'INVALID ORDER QUANTITY' TO CA-RESPONSE-MESSAGE
015106         GO TO 6660-CHECK-STANDING-LINE-EXIT.
015107*
015108     MOVE CA-SOR-ITEM-REF(WS-LINE-INDEX) TO CAT-ITEM-REF.
015109     EXEC CICS READ
015110         DATASET(WS-CATALOG-FILE)
015111         INTO(CATALOG-RECORD)
015112         RIDFLD(CAT-ITEM-REF)
015113         RESP(WS-RESP)
015114     END-EXEC.
015115*
015116     IF WS-RESP NOT = DFHRESP(NORMAL)
015117         MOVE 02 TO CA-RETURN-CODE
015118         MOVE 010 TO CA-REASON-CODE
015119         MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
015120         GO TO 6660-CHECK-STANDING-LINE-EXIT.
015121*
015122     IF CAT-STATUS-RETIRED
015123         MOVE 02 TO CA-RETURN-CODE
015124         MOVE 120 TO CA-REASON-CODE
015125         MOVE 'ITEM RETIRED' TO CA-RESPONSE-MESSAGE
015126         GO TO 6660-CHECK-STANDING-LINE-EXIT.
015127 6660-CHECK-STANDING-LINE-EXIT.
015128     EXIT.
015129*
015130*=========================================================*
015131*  6670-SET-DUE-MONTH-LENGTH - DAYS IN THE MONTH OF THE   *
015132*  NEXT DUE DATE, SO 31 APRIL OR 30 FEBRUARY IS REFUSED   *
015133*  RATHER THAN STORED                                     *
015134*=========================================================*
015135 6670-SET-DUE-MONTH-LENGTH.
015136     MOVE WS-SOR-MONTH-DAYS(WS-SOR-DUE-MM) TO WS-SOR-MONTH-LENGTH.
015137     IF WS-SOR-DUE-MM = 2
015138         PERFORM 6675-CHECK-DUE-LEAP-YEAR
015139             THRU 6675-CHECK-DUE-LEAP-YEAR-EXIT.
015140 6670-SET-DUE-MONTH-LENGTH-EXIT.
015141     EXIT.
015142*
015143*=========================================================*
015144*  6675-CHECK-DUE-LEAP-YEAR - STRETCH FEBRUARY TO 29 DAYS *
015145*  IN A LEAP YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES NOT   *
015146*  DIVISIBLE BY 400                                       *
015147*=========================================================*
015148 6675-CHECK-DUE-LEAP-YEAR.
015149     DIVIDE WS-SOR-DUE-CCYY BY 4 GIVING WS-SOR-LEAP-QUOT
015150         REMAINDER WS-SOR-LEAP-REM.
015151     IF WS-SOR-LEAP-REM NOT = ZERO
015152         GO TO 6675-CHECK-DUE-LEAP-YEAR-EXIT.
015153*
015154     DIVIDE WS-SOR-DUE-CCYY BY 100 GIVING WS-SOR-LEAP-QUOT
015155         REMAINDER WS-SOR-LEAP-REM.
015156     IF WS-SOR-LEAP-REM NOT = ZERO
015157         MOVE 29 TO WS-SOR-MONTH-LENGTH
015158         GO TO 6675-CHECK-DUE-LEAP-YEAR-EXIT.
015159*
015160     DIVIDE WS-SOR-DUE-CCYY BY 400 GIVING WS-SOR-LEAP-QUOT
015161         REMAINDER WS-SOR-LEAP-REM.
015162     IF WS-SOR-LEAP-REM = ZERO
015163         MOVE 29 TO WS-SOR-MONTH-LENGTH.
015164 6675-CHECK-DUE-LEAP-YEAR-EXIT.
015165     EXIT.
015166*
015167*=========================================================*
015168*  6690-BUILD-STANDING-ORDER - MOVE THE PROVED REQUEST    *
015169*  ONTO THE STANDING ORDER RECORD. A MONTHLY TEMPLATE     *
015170*  REMEMBERS THE DAY OF THE MONTH IT WAS SET UP FOR       *
015171*=========================================================*
015172 6690-BUILD-STANDING-ORDER.
015173     MOVE CA-SOR-USERID         TO SOR-USERID.
015174     MOVE CA-SOR-REFERENCE      TO SOR-REFERENCE.
015175     MOVE CA-SOR-CHARGE-DEPT    TO SOR-CHARGE-DEPT.
015176     MOVE CA-SOR-LOCATION       TO SOR-LOCATION.
015177     MOVE CA-SOR-FREQUENCY      TO SOR-FREQUENCY.
015178     MOVE CA-SOR-NEXT-DUE-DATE  TO SOR-NEXT-DUE-DATE.
015179     MOVE WS-SOR-DUE-DD         TO SOR-DAY-OF-MONTH.
015180     IF CA-SOR-BACKORDER-FLAG = 'Y'
015181         MOVE 'Y'               TO SOR-BACKORDER-FLAG
015182     ELSE
015183         MOVE 'N'               TO SOR-BACKORDER-FLAG.
015184     IF CA-SOR-STATUS = 'S'
015185         MOVE 'S'               TO SOR-STATUS
015186     ELSE
015187         MOVE 'A'               TO SOR-STATUS.
015188     MOVE CA-SOR-LINE-COUNT     TO SOR-LINE-COUNT.
015189     PERFORM 6695-COPY-STANDING-LINE
015190         THRU 6695-COPY-STANDING-LINE-EXIT
015191         VARYING WS-LINE-INDEX FROM 1 BY 1
015192         UNTIL WS-LINE-INDEX > 10.
015193     MOVE WS-TODAY              TO SOR-LAST-CHANGED-DATE.
015194 6690-BUILD-STANDING-ORDER-EXIT.
015195     EXIT.
015196*
015197 6695-COPY-STANDING-LINE.
015198     IF WS-LINE-INDEX > CA-SOR-LINE-COUNT
015199         MOVE ZERO TO SOR-ITEM-REF(WS-LINE-INDEX)
015200         MOVE ZERO TO SOR-QUANTITY(WS-LINE-INDEX)
015201     ELSE
015202         MOVE CA-SOR-ITEM-REF(WS-LINE-INDEX)
015203             TO SOR-ITEM-REF(WS-LINE-INDEX)
015204         MOVE CA-SOR-QUANTITY(WS-LINE-INDEX)
015205             TO SOR-QUANTITY(WS-LINE-INDEX).
015206 6695-COPY-STANDING-LINE-EXIT.
015207     EXIT.
015208*
015209*=========================================================*
015210*  7000-CANCEL-ORDER - VOID A SAME DAY OPEN OR AMENDED     *
015211*  ORDER AND PUT EVERY LINE'S QUANTITY BACK INTO STOCK      *
015212*=========================================================*
015213 7000-CANCEL-ORDER.
015214     MOVE CA-AMD-ORDER-NUMBER TO ORD-ORDER-NUMBER.
015215     EXEC CICS READ
015216         DATASET(WS-ORDER-FILE)
015217         INTO(ORDER-RECORD)
015218         RIDFLD(ORD-ORDER-NUMBER)
015219         UPDATE
015220         RESP(WS-RESP)
015221     END-EXEC.
015222*
015223     IF WS-RESP NOT = DFHRESP(NORMAL)
015224         MOVE 04 TO CA-RETURN-CODE
015225         MOVE 050 TO CA-REASON-CODE
015226         MOVE 'ORDER NOT FOUND' TO CA-RESPONSE-MESSAGE
015227         GO TO 7000-CANCEL-ORDER-EXIT.
015228*
015229*    THE CALLER MAY ONLY CANCEL AN ORDER PLACED UNDER ITS OWN
015230*    USERID AND CHARGE DEPARTMENT
015231     IF CA-AMD-USERID NOT = ORD-USERID
015232      OR CA-AMD-CHARGE-DEPT NOT = ORD-CHARGE-DEPT
015233         EXEC CICS UNLOCK
015234             DATASET(WS-ORDER-FILE)
015235         END-EXEC
015236         MOVE 07 TO CA-RETURN-CODE
015237         MOVE 090 TO CA-REASON-CODE
015238         MOVE 'NOT AUTHORIZED FOR THIS ORDER'
015239             TO CA-RESPONSE-MESSAGE
015240         GO TO 7000-CANCEL-ORDER-EXIT.
015241*
015250*    AN ORDER MAY STILL BE CANCELLED AFTER IT HAS BEEN
015260*    AMENDED, OR WHILE IT IS HELD FOR APPROVAL - BUT ONLY IN
015270*    THOSE STATES. A CANCELLED OR REJECTED ORDER HAS ALREADY
020710 7780-WRITE-SHORT-JOURNAL-EXIT.
020720     EXIT.
020730*
020731*=========================================================*
020732*  7800-RETURN-TO-SUPPLIER - SEND GOODS DELIVERED AGAINST *
020733*  A PURCHASE ORDER BACK TO THE SUPPLIER. THE QUANTITY    *
020734*  LEAVES THE SHELF THE DELIVERY WAS BOOKED ONTO AND      *
020735*  CAT-IN-STOCK, AND COMES OFF PO-QTY-RECEIVED SO THE     *
020736*  THREE-WAY MATCH NEVER PASSES AN INVOICE FOR IT. WITH   *
020737*  THE REPLACE FLAG THE PURCHASE ORDER IS REOPENED AND    *
020738*  THE QUANTITY GOES BACK ON ORDER; WITHOUT IT THE        *
020739*  ORDERED QUANTITY COMES DOWN BY THE SAME AMOUNT, SO     *
020740*  NOTHING FRESH IS AWAITED FROM THE SUPPLIER. THE        *
020741*  OVERNIGHT MATCH DECIDES WHETHER A DEBIT NOTE IS DUE    *
020742*=========================================================*
020743 7800-RETURN-TO-SUPPLIER.
020744     MOVE ZERO TO CA-RTS-RETURN-NUMBER.
020745     MOVE CA-RTS-REASON-CODE  TO RTS-REASON-CODE.
020746     MOVE CA-RTS-REPLACE-FLAG TO RTS-REPLACE-FLAG.
020747     IF CA-RTS-QUANTITY = ZERO
020748         MOVE 24 TO CA-RETURN-CODE
020749         MOVE 370 TO CA-REASON-CODE
020750         MOVE 'INVALID RETURN QUANTITY' TO CA-RESPONSE-MESSAGE
020751         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020752*
020753     IF NOT RTS-REASON-VALID
020754         MOVE 24 TO CA-RETURN-CODE
020755         MOVE 370 TO CA-REASON-CODE
020756         MOVE 'INVALID RETURN REASON CODE' TO CA-RESPONSE-MESSAGE
020757         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020758*
020759     IF NOT RTS-REPLACE
020760      AND NOT RTS-NO-REPLACE
020761         MOVE 24 TO CA-RETURN-CODE
020762         MOVE 370 TO CA-REASON-CODE
020763         MOVE 'REPLACE FLAG MUST BE Y OR N' TO CA-RESPONSE-MESSAGE
020764         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020765*
020766     MOVE CA-RTS-PO-NUMBER TO PO-PO-NUMBER.
020767     EXEC CICS READ
020768         DATASET(WS-PO-FILE)
020769         INTO(PURCHASE-ORDER-RECORD)
020770         RIDFLD(PO-PO-NUMBER)
020771         UPDATE
020772         RESP(WS-RESP)
020773     END-EXEC.
020774*
020775     IF WS-RESP NOT = DFHRESP(NORMAL)
020776         MOVE 24 TO CA-RETURN-CODE
020777         MOVE 380 TO CA-REASON-CODE
020778         MOVE 'PURCHASE ORDER NOT FOUND' TO CA-RESPONSE-MESSAGE
020779         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020780*
020781*    ONLY WHAT HAS ACTUALLY BEEN RECEIVED AGAINST THE ORDER
020782*    AND NOT ALREADY SENT BACK CAN GO BACK
020783     IF PO-STATUS-DRAFT
020784      OR CA-RTS-QUANTITY > PO-QTY-RECEIVED
020785         EXEC CICS UNLOCK
020786             DATASET(WS-PO-FILE)
020787         END-EXEC
020788         MOVE 24 TO CA-RETURN-CODE
020789         MOVE 380 TO CA-REASON-CODE
020790         MOVE 'RETURN EXCEEDS QUANTITY RECEIVED ON ORDER'
020791             TO CA-RESPONSE-MESSAGE
020792         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020793*
020794*    ORDERS RECEIVED BEFORE THE LOCATION WAS KEPT ON THEM
020795*    WENT INTO THE DEFAULT LOCATION
020796     IF PO-RECEIVED-LOCATION = SPACES
020797      OR PO-RECEIVED-LOCATION = LOW-VALUES
020798         MOVE WS-DEFAULT-LOCATION TO WS-ORDER-LOCATION
020799     ELSE
020800         MOVE PO-RECEIVED-LOCATION TO WS-ORDER-LOCATION.
020801*
020802     MOVE PO-ITEM-REF TO CAT-ITEM-REF.
020803     EXEC CICS READ
020804         DATASET(WS-CATALOG-FILE)
020805         INTO(CATALOG-RECORD)
020806         RIDFLD(CAT-ITEM-REF)
020807         UPDATE
020808         RESP(WS-RESP)
020809     END-EXEC.
020810*
020811     IF WS-RESP NOT = DFHRESP(NORMAL)
020812         EXEC CICS UNLOCK
020813             DATASET(WS-PO-FILE)
020814         END-EXEC
020815         MOVE 02 TO CA-RETURN-CODE
020816         MOVE 010 TO CA-REASON-CODE
020817         MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
020818         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020819*
020820     IF CA-RTS-QUANTITY > CAT-IN-STOCK
020821         EXEC CICS UNLOCK
020822             DATASET(WS-CATALOG-FILE)
020823         END-EXEC
020824         EXEC CICS UNLOCK
020825             DATASET(WS-PO-FILE)
020826         END-EXEC
020827         MOVE 24 TO CA-RETURN-CODE
020828         MOVE 380 TO CA-REASON-CODE
020829         MOVE 'STOCK CANNOT COVER RETURN' TO CA-RESPONSE-MESSAGE
020830         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020831*
020832     IF RTS-REPLACE
020833      AND CAT-ON-ORDER + CA-RTS-QUANTITY > 999
020834         EXEC CICS UNLOCK
020835             DATASET(WS-CATALOG-FILE)
020836         END-EXEC
020837         EXEC CICS UNLOCK
020838             DATASET(WS-PO-FILE)
020839         END-EXEC
020840         MOVE 11 TO CA-RETURN-CODE
020841         MOVE 170 TO CA-REASON-CODE
020842         MOVE 'QUANTITY ON ORDER LIMIT EXCEEDED'
020843             TO CA-RESPONSE-MESSAGE
020844         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020845*
020846*    THE GOODS LEAVE THE RECEIVING LOCATION'S SHELF FIRST -
020847*    A SHELF THAT NO LONGER HOLDS THE QUANTITY FAILS THE
020848*    RETURN WITH NOTHING MOVED
020849     MOVE PO-ITEM-REF       TO LOC-ITEM-REF.
020850     MOVE WS-ORDER-LOCATION TO LOC-LOCATION.
020851     MOVE CA-RTS-QUANTITY   TO WS-LOC-QUANTITY.
020852     PERFORM 9600-TAKE-LOCATION-STOCK
020853         THRU 9600-TAKE-LOCATION-STOCK-EXIT.
020854     IF WS-LOC-TAKE-FAILED
020855         EXEC CICS UNLOCK
020856             DATASET(WS-CATALOG-FILE)
020857         END-EXEC
020858         EXEC CICS UNLOCK
020859             DATASET(WS-PO-FILE)
020860         END-EXEC
020861         MOVE 24 TO CA-RETURN-CODE
020862         MOVE 380 TO CA-REASON-CODE
020863         MOVE 'RECEIVING LOCATION STOCK CANNOT COVER RETURN'
020864             TO CA-RESPONSE-MESSAGE
020865         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020866*
020867     PERFORM 7890-NEXT-RETURN-NUMBER
020868         THRU 7890-NEXT-RETURN-NUMBER-EXIT.
020869     IF CA-RETURN-CODE NOT = ZERO
020870         GO TO 7800-RETURN-TO-SUPPLIER-EXIT.
020871*
020872     SUBTRACT CA-RTS-QUANTITY FROM CAT-IN-STOCK.
020873     IF RTS-REPLACE
020874         ADD CA-RTS-QUANTITY TO CAT-ON-ORDER
020875         MOVE WS-TODAY       TO CAT-ON-ORDER-DATE.
020876     EXEC CICS REWRITE
020877         DATASET(WS-CATALOG-FILE)
020878         FROM(CATALOG-RECORD)
020879     END-EXEC.
020880*
020881     SUBTRACT CA-RTS-QUANTITY FROM PO-QTY-RECEIVED.
020882     IF RTS-REPLACE
020883         MOVE 'O'  TO PO-STATUS
020884         MOVE ZERO TO PO-CLOSED-DATE
020885     ELSE
020886         SUBTRACT CA-RTS-QUANTITY FROM PO-QUANTITY.
020887     EXEC CICS REWRITE
020888         DATASET(WS-PO-FILE)
020889         FROM(PURCHASE-ORDER-RECORD)
020890     END-EXEC.
020891*
020892     MOVE RCT-LAST-RETURN-NUMBER TO RTS-RETURN-NUMBER.
020893     MOVE PO-PO-NUMBER           TO RTS-PO-NUMBER.
020894     MOVE PO-SUPPLIER-CODE       TO RTS-SUPPLIER-CODE.
020895     MOVE PO-ITEM-REF            TO RTS-ITEM-REF.
020896     MOVE CA-RTS-QUANTITY        TO RTS-QUANTITY.
020897     MOVE CAT-COST               TO RTS-ITEM-COST.
020898     MOVE WS-ORDER-LOCATION      TO RTS-LOCATION.
020899     MOVE WS-TODAY               TO RTS-RETURNED-DATE.
020900     MOVE CA-RTS-USERID          TO RTS-RETURNED-BY.
020901     MOVE 'N'                    TO RTS-DEBIT-STATUS.
020902     MOVE ZERO                   TO RTS-DEBIT-QTY.
020903     MOVE ZERO                   TO RTS-DEBIT-VALUE.
020904     MOVE ZERO                   TO RTS-DEBIT-DATE.
020905*
020906     EXEC CICS WRITE
020907         DATASET(WS-SUPPLIER-RTN-FILE)
020908         FROM(SUPPLIER-RETURN-RECORD)
020909         RIDFLD(RTS-RETURN-NUMBER)
020910     END-EXEC.
020911*
020912     PERFORM 7880-WRITE-RTS-JOURNAL
020913         THRU 7880-WRITE-RTS-JOURNAL-EXIT.
020914*
020915     MOVE RTS-RETURN-NUMBER TO CA-RTS-RETURN-NUMBER.
020916     MOVE ZERO TO CA-RETURN-CODE.
020917     MOVE ZERO TO CA-REASON-CODE.
020918     IF RTS-REPLACE
020919         MOVE 'GOODS RETURNED - ORDER REOPENED FOR REPLACEMENT'
020920             TO CA-RESPONSE-MESSAGE
020921     ELSE
020922         MOVE 'GOODS RETURNED TO SUPPLIER' TO CA-RESPONSE-MESSAGE.
020923 7800-RETURN-TO-SUPPLIER-EXIT.
020924     EXIT.
020925*
020926*=========================================================*
020927*  7880-WRITE-RTS-JOURNAL - JOURNAL THE RETURN IN HAND AS *
020928*  A U ENTRY UNDER THE PURCHASE ORDER NUMBER, AT THE      *
020929*  CATALOGUE COST, WITH NO CHARGE DEPARTMENT              *
020930*=========================================================*
020931 7880-WRITE-RTS-JOURNAL.
020932     MOVE WS-TODAY              TO JNL-ORDER-DATE.
020933     MOVE RTS-PO-NUMBER         TO JNL-ORDER-NUMBER.
020934     MOVE CA-RTS-USERID         TO JNL-USERID.
020935     MOVE SPACES                TO JNL-CHARGE-DEPT.
020936     MOVE RTS-ITEM-REF          TO JNL-ITEM-REF.
020937     MOVE RTS-QUANTITY          TO JNL-QUANTITY.
020938     MOVE RTS-ITEM-COST         TO JNL-ITEM-COST.
020939     MOVE 'U'                   TO JNL-ENTRY-TYPE.
020940*
020941     EXEC CICS WRITE
020942         DATASET(WS-JOURNAL-FILE)
020943         RIDFLD(WS-JOURNAL-RBA)
020944         FROM(JOURNAL-RECORD)
020945     END-EXEC.
020946 7880-WRITE-RTS-JOURNAL-EXIT.
020947     EXIT.
020948*
020949*=========================================================*
020950*  7890-NEXT-RETURN-NUMBER - READ, INCREMENT AND REWRITE  *
020951*  THE SINGLE SUPPLIER RETURN CONTROL RECORD UNDER        *
020952*  UPDATE. A FAILURE BACKS OUT THE STOCK ALREADY TAKEN    *
020953*  OFF THE RECEIVING LOCATION AND RELEASES THE CATALOGUE  *
020954*  AND PURCHASE ORDER                                     *
020955*=========================================================*
020956 7890-NEXT-RETURN-NUMBER.
020957     EXEC CICS READ
020958         DATASET(WS-SUPPLIER-RTN-CTL-FILE)
020959         INTO(RETURN-CONTROL-RECORD)
020960         RIDFLD(RCT-RECORD-KEY)
020961         UPDATE
020962         RESP(WS-RESP)
020963     END-EXEC.
020964*
020965     IF WS-RESP NOT = DFHRESP(NORMAL)
020966         EXEC CICS SYNCPOINT ROLLBACK
020967         END-EXEC
020968         MOVE 99 TO CA-RETURN-CODE
020969         MOVE ZERO TO CA-REASON-CODE
020970         MOVE 'SUPPLIER RETURN CONTROL RECORD NOT FOUND'
020971             TO CA-RESPONSE-MESSAGE
020972         GO TO 7890-NEXT-RETURN-NUMBER-EXIT.
020973*
020974     ADD 1 TO RCT-LAST-RETURN-NUMBER.
020975*
020976     EXEC CICS REWRITE
020977         DATASET(WS-SUPPLIER-RTN-CTL-FILE)
020978         FROM(RETURN-CONTROL-RECORD)
020979     END-EXEC.
020980 7890-NEXT-RETURN-NUMBER-EXIT.
020981     EXIT.
020982*
020983*=========================================================*
020984*  8000-GOODS-RECEIVED - A SUPPLIER DELIVERY HAS ARRIVED   *
020985*  FOR ONE ITEM. PUT THE QUANTITY RECEIVED INTO STOCK AND   *
020986*  TAKE IT OFF WHAT IS STILL ON ORDER                       *
020987*=========================================================*
020988 8000-GOODS-RECEIVED.
020989*    THE DELIVERY BOOKS INTO THE NOMINATED LOCATION, OR THE
020990*    DEFAULT WHEN NONE WAS KEYED - BACKORDERS FILLED FROM
020991*    THE DELIVERY ALLOCATE FROM THE SAME LOCATION
020992     IF CA-GR-LOCATION = SPACES
020993      OR CA-GR-LOCATION = LOW-VALUES
020994         MOVE WS-DEFAULT-LOCATION TO WS-ORDER-LOCATION
020995     ELSE
020996         MOVE CA-GR-LOCATION TO WS-ORDER-LOCATION.
020997*
020998*    A DELIVERY AGAINST A PURCHASE ORDER IS VALIDATED AGAINST
020999*    IT FIRST, SO A MIS-KEYED RECEIPT NEVER TOUCHES STOCK
021000     IF CA-GR-PO-NUMBER NOT = ZERO
021001         PERFORM 8020-READ-PURCHASE-ORDER
021002             THRU 8020-READ-PURCHASE-ORDER-EXIT
021003         IF CA-RETURN-CODE NOT = ZERO
021004             GO TO 8000-GOODS-RECEIVED-EXIT
021005         END-IF
021006     END-IF.
021007     MOVE CA-GR-ITEM-REF-NUMBER TO CAT-ITEM-REF.
021008     EXEC CICS READ
021009         DATASET(WS-CATALOG-FILE)
021010         INTO(CATALOG-RECORD)
021020         RIDFLD(CAT-ITEM-REF)
021030         UPDATE
022200     EXIT.
022210*
022220*=========================================================*
022226*  8070-UPDATE-PURCHASE-ORDER - RECORD THE RECEIPT ON THE *
022232*  PURCHASE ORDER AND CLOSE IT ONCE FULLY DELIVERED. THE  *
022238*  LOCATION IT WENT INTO IS KEPT SO A RETURN TO SUPPLIER  *
022244*  TAKES THE GOODS BACK OFF THE SAME SHELF                 *
022250*=========================================================*
022256 8070-UPDATE-PURCHASE-ORDER.
022262     ADD CA-GR-QUANTITY-RECEIVED TO PO-QTY-RECEIVED.
022268     MOVE WS-ORDER-LOCATION TO PO-RECEIVED-LOCATION.
022280     IF PO-QTY-RECEIVED NOT < PO-QUANTITY
022290         MOVE 'C' TO PO-STATUS
022300*        THE CLOSING DELIVERY'S DATE IS WHAT THE OVERNIGHT
023650         RIDFLD(WS-JOURNAL-RBA)
023660         FROM(JOURNAL-RECORD)
023670     END-EXEC.
023671*    A ZERO QUANTITY MARKER UNDER ITS OWN ENTRY TYPE RECORDS
023672*    THAT THIS ORDER CAME FROM A BACKORDER ALLOCATION, SO THE
023673*    STOREFRONT STATUS FEED CAN TELL IT FROM A FRESH ORDER
023674     MOVE ZERO                  TO JNL-QUANTITY.
023675     MOVE 'B'                   TO JNL-ENTRY-TYPE.
023676     EXEC CICS WRITE
023677         DATASET(WS-JOURNAL-FILE)
023678         RIDFLD(WS-JOURNAL-RBA)
023679         FROM(JOURNAL-RECORD)
023680     END-EXEC.
023681*
023690     EXEC CICS DELETE
023700         DATASET(WS-BACKORDER-FILE)
023710         RIDFLD(BOR-KEY)
028510     MOVE WS-TODAY            TO PO-RAISED-DATE.
028520     MOVE CA-SO-EXPECTED-DATE TO PO-EXPECTED-DATE.
028530     MOVE CA-SO-USERID        TO PO-RAISED-BY.
028537     MOVE 'O'                 TO PO-STATUS.
028544     MOVE ZERO                TO PO-CLOSED-DATE.
028551     MOVE SPACES              TO PO-RECEIVED-LOCATION.
028560*
028570     EXEC CICS WRITE
028580         DATASET(WS-PO-FILE)
030570     MOVE CA-INV-USERID        TO INV-ENTERED-BY.
030580     MOVE 'N'                  TO INV-MATCH-STATUS.
030590     MOVE ZERO                 TO INV-MATCHED-DATE.
030593     MOVE ZERO                 TO INV-PAID-DATE.
030596     MOVE ZERO                 TO INV-PAYMENT-RUN.
030600*
030610     EXEC CICS WRITE
030620         DATASET(WS-INVOICE-FILE)
031100*  ITS OWN ENTRY TYPES SO THE NIGHTLY RECONCILIATION      *
031110*  STILL BALANCES, AND THE BEFORE/AFTER QUANTITIES GO TO  *
031120*  THE CATALOGUE AUDIT FILE WITH THE COUNTER'S USERID AND *
031130*  MANDATORY REASON CODE. A COUNTED FIGURE, EVEN ONE      *
031133*  MATCHING THE BOOK FIGURE, ALSO STAMPS THE SHELF AS     *
031136*  COUNTED TODAY FOR THE CYCLE COUNT SCHEDULE             *
031140*=========================================================*
031150 8700-STOCK-ADJUST.
031160     IF CA-ADJ-REASON-CODE = SPACES
032030         END-EXEC
032040         MOVE ZERO TO CA-RETURN-CODE
032050         MOVE ZERO TO CA-REASON-CODE
032052         IF CA-ADJ-MODE-COUNT
032054             PERFORM 8780-STAMP-CYCLE-COUNT
032056                 THRU 8780-STAMP-CYCLE-COUNT-EXIT
032058         END-IF
032060         MOVE 'NO STOCK VARIANCE' TO CA-RESPONSE-MESSAGE
032070         GO TO 8700-STOCK-ADJUST-EXIT.
032080*
032530     PERFORM 8400-WRITE-CAT-AUDIT
032540         THRU 8400-WRITE-CAT-AUDIT-EXIT.
032550*
032552     IF CA-ADJ-MODE-COUNT
032554         PERFORM 8780-STAMP-CYCLE-COUNT
032556             THRU 8780-STAMP-CYCLE-COUNT-EXIT.
032558*
032560     MOVE ZERO TO CA-RETURN-CODE.
032570     MOVE ZERO TO CA-REASON-CODE.
032580     MOVE 'STOCK ADJUSTED' TO CA-RESPONSE-MESSAGE.
032860 8750-WRITE-ADJ-JOURNAL-EXIT.
032870     EXIT.
032880*
032881*=========================================================*
032882*  8780-STAMP-CYCLE-COUNT - RECORD TODAY AS THE DATE THE  *
032883*  SHELF (ITEM AT THE COUNTED LOCATION) WAS LAST COUNTED  *
032884*  AND WHO COUNTED IT, CREATING THE RECORD THE FIRST TIME *
032885*  THE SHELF IS COUNTED. THE NIGHTLY CYCLE COUNT SCHEDULE *
032886*  WORKS OUT FROM THIS WHEN THE SHELF IS NEXT DUE         *
032887*=========================================================*
032888 8780-STAMP-CYCLE-COUNT.
032889     MOVE CA-ADJ-ITEM-REF   TO CYC-ITEM-REF.
032890     MOVE WS-ORDER-LOCATION TO CYC-LOCATION.
032891     EXEC CICS READ
032892         DATASET(WS-CYCLE-COUNT-FILE)
032893         INTO(CYCLE-COUNT-RECORD)
032894         RIDFLD(CYC-KEY)
032895         UPDATE
032896         RESP(WS-RESP)
032897     END-EXEC.
032898*
032899     MOVE WS-TODAY      TO CYC-LAST-COUNTED.
032900     MOVE CA-ADJ-USERID TO CYC-COUNTED-BY.
032901     IF WS-RESP = DFHRESP(NORMAL)
032902         EXEC CICS REWRITE
032903             DATASET(WS-CYCLE-COUNT-FILE)
032904             FROM(CYCLE-COUNT-RECORD)
032905         END-EXEC
032906     ELSE
032907         MOVE CA-ADJ-ITEM-REF   TO CYC-ITEM-REF
032908         MOVE WS-ORDER-LOCATION TO CYC-LOCATION
032909         EXEC CICS WRITE
032910             DATASET(WS-CYCLE-COUNT-FILE)
032911             FROM(CYCLE-COUNT-RECORD)
032912             RIDFLD(CYC-KEY)
032913         END-EXEC.
032914 8780-STAMP-CYCLE-COUNT-EXIT.
032915     EXIT.
032916*
032917*=========================================================*
032918*  8800-APPROVE-ORDER - THE DEPARTMENT'S NOMINATED        *
032919*  SUPERVISOR RELEASES AN ORDER HELD FOR APPROVAL TO THE  *
032920*  WAREHOUSE. THE DECISION IS JOURNALLED                  *
032930*=========================================================*
032940 8800-APPROVE-ORDER.
034610     EXIT.
034620*
034630*=========================================================*
034631*  9000-ADD-SUPPLIER - PUT A NEW SUPPLIER ON THE SUPPLIER *
034632*  MASTER, ACTIVE, AND AUDIT THE ADDITION                 *
034633*=========================================================*
034634 9000-ADD-SUPPLIER.
034635     IF CA-SM-SUPPLIER-CODE = SPACES
034636         MOVE 11 TO CA-RETURN-CODE
034637         MOVE 130 TO CA-REASON-CODE
034638         MOVE 'INVALID SUPPLIER CODE' TO CA-RESPONSE-MESSAGE
034639         GO TO 9000-ADD-SUPPLIER-EXIT.
034640*
034641     MOVE CA-SM-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
034642     EXEC CICS READ
034643         DATASET(WS-SUPPLIER-FILE)
034644         INTO(SUPPLIER-RECORD)
034645         RIDFLD(SUP-SUPPLIER-CODE)
034646         RESP(WS-RESP)
034647     END-EXEC.
034648*
034649     IF WS-RESP = DFHRESP(NORMAL)
034650         MOVE 20 TO CA-RETURN-CODE
034651         MOVE 290 TO CA-REASON-CODE
034652         MOVE 'SUPPLIER ALREADY ON SUPPLIER MASTER'
034653             TO CA-RESPONSE-MESSAGE
034654         GO TO 9000-ADD-SUPPLIER-EXIT.
034655*
034656     MOVE CA-SM-SUPPLIER-CODE  TO SUP-SUPPLIER-CODE.
034657     MOVE CA-SM-NAME           TO SUP-NAME.
034658     MOVE CA-SM-PHONE          TO SUP-PHONE.
034659     MOVE 'A'                  TO SUP-STATUS.
034660     MOVE CA-SM-LEAD-TIME-DAYS TO SUP-LEAD-TIME-DAYS.
034661*
034662     EXEC CICS WRITE
034663         DATASET(WS-SUPPLIER-FILE)
034664         FROM(SUPPLIER-RECORD)
034665         RIDFLD(SUP-SUPPLIER-CODE)
034666     END-EXEC.
034667*
034668     MOVE SPACES TO SAU-OLD-NAME.
034669     MOVE SPACES TO SAU-OLD-PHONE.
034670     MOVE SPACES TO SAU-OLD-STATUS.
034671     MOVE ZERO   TO SAU-OLD-LEAD-TIME-DAYS.
034672     MOVE 'A'    TO SAU-ACTION.
034673     PERFORM 9180-WRITE-SUP-AUDIT
034674         THRU 9180-WRITE-SUP-AUDIT-EXIT.
034675*
034676     MOVE ZERO TO CA-RETURN-CODE.
034677     MOVE ZERO TO CA-REASON-CODE.
034678     MOVE 'SUPPLIER ADDED' TO CA-RESPONSE-MESSAGE.
034679 9000-ADD-SUPPLIER-EXIT.
034680     EXIT.
034681*
034682*=========================================================*
034683*  9050-CHANGE-SUPPLIER - REPLACE A SUPPLIER'S NAME,      *
034684*  PHONE AND LEAD TIME, AUDITING THE VALUES BEFORE AND    *
034685*  AFTER. THE STATUS IS LEFT ALONE - ONLY RETIRE MOVES IT *
034686*=========================================================*
034687 9050-CHANGE-SUPPLIER.
034688     MOVE CA-SM-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
034689     EXEC CICS READ
034690         DATASET(WS-SUPPLIER-FILE)
034691         INTO(SUPPLIER-RECORD)
034692         RIDFLD(SUP-SUPPLIER-CODE)
034693         UPDATE
034694         RESP(WS-RESP)
034695     END-EXEC.
034696*
034697     IF WS-RESP NOT = DFHRESP(NORMAL)
034698         MOVE 11 TO CA-RETURN-CODE
034699         MOVE 130 TO CA-REASON-CODE
034700         MOVE 'SUPPLIER NOT FOUND' TO CA-RESPONSE-MESSAGE
034701         GO TO 9050-CHANGE-SUPPLIER-EXIT.
034702*
034703     MOVE SUP-NAME            TO SAU-OLD-NAME.
034704     MOVE SUP-PHONE           TO SAU-OLD-PHONE.
034705     MOVE SUP-STATUS          TO SAU-OLD-STATUS.
034706     MOVE SUP-LEAD-TIME-DAYS  TO SAU-OLD-LEAD-TIME-DAYS.
034707*
034708     MOVE CA-SM-NAME           TO SUP-NAME.
034709     MOVE CA-SM-PHONE          TO SUP-PHONE.
034710     MOVE CA-SM-LEAD-TIME-DAYS TO SUP-LEAD-TIME-DAYS.
034711*
034712     EXEC CICS REWRITE
034713         DATASET(WS-SUPPLIER-FILE)
034714         FROM(SUPPLIER-RECORD)
034715     END-EXEC.
034716*
034717     MOVE 'C' TO SAU-ACTION.
034718     PERFORM 9180-WRITE-SUP-AUDIT
034719         THRU 9180-WRITE-SUP-AUDIT-EXIT.
034720*
034721     MOVE ZERO TO CA-RETURN-CODE.
034722     MOVE ZERO TO CA-REASON-CODE.
034723     MOVE 'SUPPLIER CHANGED' TO CA-RESPONSE-MESSAGE.
034724 9050-CHANGE-SUPPLIER-EXIT.
034725     EXIT.
034726*
034727*=========================================================*
034728*  9100-RETIRE-SUPPLIER - MARK A SUPPLIER AS NO LONGER    *
034729*  ORDERABLE. REFUSED WHILE ANY DRAFT OR OPEN PURCHASE    *
034730*  ORDER IS STILL RAISED ON IT, OR ANY LIVE CATALOGUE     *
034731*  ITEM STILL NAMES IT AS PREFERRED SUPPLIER - THE DRAFTS *
034732*  COULD NEVER BE CONFIRMED AND THE REORDER REPORT WOULD  *
034733*  KEEP RAISING MORE. THE RECORD STAYS ON FILE SO ITS     *
034734*  CLOSED PURCHASE ORDERS AND INVOICES STAY TRACEABLE     *
034735*=========================================================*
034736 9100-RETIRE-SUPPLIER.
034737     MOVE ZERO TO CA-SM-OPEN-PO-COUNT.
034738     MOVE ZERO TO CA-SM-PREF-ITEM-COUNT.
034739     MOVE CA-SM-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
034740     EXEC CICS READ
034741         DATASET(WS-SUPPLIER-FILE)
034742         INTO(SUPPLIER-RECORD)
034743         RIDFLD(SUP-SUPPLIER-CODE)
034744         RESP(WS-RESP)
034745     END-EXEC.
034746*
034747     IF WS-RESP NOT = DFHRESP(NORMAL)
034748         MOVE 11 TO CA-RETURN-CODE
034749         MOVE 130 TO CA-REASON-CODE
034750         MOVE 'SUPPLIER NOT FOUND' TO CA-RESPONSE-MESSAGE
034751         GO TO 9100-RETIRE-SUPPLIER-EXIT.
034752*
034753     IF SUP-STATUS-RETIRED
034754         MOVE 11 TO CA-RETURN-CODE
034755         MOVE 130 TO CA-REASON-CODE
034756         MOVE 'SUPPLIER ALREADY RETIRED' TO CA-RESPONSE-MESSAGE
034757         GO TO 9100-RETIRE-SUPPLIER-EXIT.
034758*
034759     PERFORM 9120-COUNT-OPEN-POS
034760         THRU 9120-COUNT-OPEN-POS-EXIT.
034761     PERFORM 9140-COUNT-PREF-ITEMS
034762         THRU 9140-COUNT-PREF-ITEMS-EXIT.
034763     MOVE WS-OPEN-PO-COUNT   TO CA-SM-OPEN-PO-COUNT.
034764     MOVE WS-PREF-ITEM-COUNT TO CA-SM-PREF-ITEM-COUNT.
034765*
034766     IF WS-OPEN-PO-COUNT NOT = ZERO
034767         MOVE 20 TO CA-RETURN-CODE
034768         MOVE 300 TO CA-REASON-CODE
034769         MOVE 'SUPPLIER HAS DRAFT OR OPEN PURCHASE ORDERS'
034770             TO CA-RESPONSE-MESSAGE
034771         GO TO 9100-RETIRE-SUPPLIER-EXIT.
034772*
034773     IF WS-PREF-ITEM-COUNT NOT = ZERO
034774         MOVE 20 TO CA-RETURN-CODE
034775         MOVE 300 TO CA-REASON-CODE
034776         MOVE 'SUPPLIER IS STILL PREFERRED SUPPLIER FOR ITEMS'
034777             TO CA-RESPONSE-MESSAGE
034778         GO TO 9100-RETIRE-SUPPLIER-EXIT.
034779*
034780*    RE-READ FOR UPDATE ONLY NOW - THE BROWSES ABOVE MUST
034781*    NOT HOLD THE SUPPLIER RECORD LOCKED WHILE THEY RUN
034782     MOVE CA-SM-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
034783     EXEC CICS READ
034784         DATASET(WS-SUPPLIER-FILE)
034785         INTO(SUPPLIER-RECORD)
034786         RIDFLD(SUP-SUPPLIER-CODE)
034787         UPDATE
034788         RESP(WS-RESP)
034789     END-EXEC.
034790*
034791     IF WS-RESP NOT = DFHRESP(NORMAL)
034792         MOVE 11 TO CA-RETURN-CODE
034793         MOVE 130 TO CA-REASON-CODE
034794         MOVE 'SUPPLIER NOT FOUND' TO CA-RESPONSE-MESSAGE
034795         GO TO 9100-RETIRE-SUPPLIER-EXIT.
034796*
034797     MOVE SUP-NAME            TO SAU-OLD-NAME.
034798     MOVE SUP-PHONE           TO SAU-OLD-PHONE.
034799     MOVE SUP-STATUS          TO SAU-OLD-STATUS.
034800     MOVE SUP-LEAD-TIME-DAYS  TO SAU-OLD-LEAD-TIME-DAYS.
034801*
034802     MOVE 'R' TO SUP-STATUS.
034803     EXEC CICS REWRITE
034804         DATASET(WS-SUPPLIER-FILE)
034805         FROM(SUPPLIER-RECORD)
034806     END-EXEC.
034807*
034808     MOVE 'R' TO SAU-ACTION.
034809     PERFORM 9180-WRITE-SUP-AUDIT
034810         THRU 9180-WRITE-SUP-AUDIT-EXIT.
034811*
034812     MOVE ZERO TO CA-RETURN-CODE.
034813     MOVE ZERO TO CA-REASON-CODE.
034814     MOVE 'SUPPLIER RETIRED' TO CA-RESPONSE-MESSAGE.
034815 9100-RETIRE-SUPPLIER-EXIT.
034816     EXIT.
034817*
034818*=========================================================*
034819*  9120-COUNT-OPEN-POS - BROWSE THE PURCHASE ORDER FILE   *
034820*  COUNTING THE DRAFT AND OPEN ORDERS RAISED ON THE       *
034821*  SUPPLIER IN CA-SM-SUPPLIER-CODE                        *
034822*=========================================================*
034823 9120-COUNT-OPEN-POS.
034824     MOVE ZERO TO WS-OPEN-PO-COUNT.
034825     MOVE 'N' TO WS-PO-EOF-SW.
034826     MOVE ZERO TO PO-PO-NUMBER.
034827*
034828     EXEC CICS STARTBR
034829         DATASET(WS-PO-FILE)
034830         RIDFLD(PO-PO-NUMBER)
034831         GTEQ
034832         RESP(WS-RESP)
034833     END-EXEC.
034834*
034835     IF WS-RESP NOT = DFHRESP(NORMAL)
034836         GO TO 9120-COUNT-OPEN-POS-EXIT.
034837*
034838     PERFORM 9125-COUNT-OPEN-POS-NEXT
034839         THRU 9125-COUNT-OPEN-POS-NEXT-EXIT
034840         UNTIL WS-PO-EOF.
034841*
034842     EXEC CICS ENDBR
034843         DATASET(WS-PO-FILE)
034844     END-EXEC.
034845 9120-COUNT-OPEN-POS-EXIT.
034846     EXIT.
034847*
034848 9125-COUNT-OPEN-POS-NEXT.
034849     EXEC CICS READNEXT
034850         DATASET(WS-PO-FILE)
034851         INTO(PURCHASE-ORDER-RECORD)
034852         RIDFLD(PO-PO-NUMBER)
034853         RESP(WS-RESP)
034854     END-EXEC.
034855*
034856     IF WS-RESP NOT = DFHRESP(NORMAL)
034857         MOVE 'Y' TO WS-PO-EOF-SW
034858         GO TO 9125-COUNT-OPEN-POS-NEXT-EXIT.
034859*
034860     IF PO-SUPPLIER-CODE = CA-SM-SUPPLIER-CODE
034861      AND (PO-STATUS-DRAFT OR PO-STATUS-OPEN)
034862         ADD 1 TO WS-OPEN-PO-COUNT.
034863 9125-COUNT-OPEN-POS-NEXT-EXIT.
034864     EXIT.
034865*
034866*=========================================================*
034867*  9140-COUNT-PREF-ITEMS - BROWSE THE CATALOGUE COUNTING  *
034868*  THE LIVE ITEMS THAT NAME THE SUPPLIER IN               *
034869*  CA-SM-SUPPLIER-CODE AS PREFERRED SUPPLIER. A RETIRED   *
034870*  ITEM IS NEVER REORDERED AND SO DOES NOT COUNT          *
034871*=========================================================*
034872 9140-COUNT-PREF-ITEMS.
034873     MOVE ZERO TO WS-PREF-ITEM-COUNT.
034874     MOVE 'N' TO WS-CATALOG-EOF-SW.
034875     MOVE ZERO TO CAT-ITEM-REF.
034876*
034877     EXEC CICS STARTBR
034878         DATASET(WS-CATALOG-FILE)
034879         RIDFLD(CAT-ITEM-REF)
034880         GTEQ
034881         RESP(WS-RESP)
034882     END-EXEC.
034883*
034884     IF WS-RESP NOT = DFHRESP(NORMAL)
034885         GO TO 9140-COUNT-PREF-ITEMS-EXIT.
034886*
034887     PERFORM 9145-COUNT-PREF-ITEMS-NEXT
034888         THRU 9145-COUNT-PREF-ITEMS-NEXT-EXIT
034889         UNTIL WS-CATALOG-EOF.
034890*
034891     EXEC CICS ENDBR
034892         DATASET(WS-CATALOG-FILE)
034893     END-EXEC.
034894 9140-COUNT-PREF-ITEMS-EXIT.
034895     EXIT.
034896*
034897 9145-COUNT-PREF-ITEMS-NEXT.
034898     EXEC CICS READNEXT
034899         DATASET(WS-CATALOG-FILE)
034900         INTO(CATALOG-RECORD)
034901         RIDFLD(CAT-ITEM-REF)
034902         RESP(WS-RESP)
034903     END-EXEC.
034904*
034905     IF WS-RESP NOT = DFHRESP(NORMAL)
034906         MOVE 'Y' TO WS-CATALOG-EOF-SW
034907         GO TO 9145-COUNT-PREF-ITEMS-NEXT-EXIT.
034908*
034909     IF CAT-PREF-SUPPLIER = CA-SM-SUPPLIER-CODE
034910      AND NOT CAT-STATUS-RETIRED
034911         ADD 1 TO WS-PREF-ITEM-COUNT.
034912 9145-COUNT-PREF-ITEMS-NEXT-EXIT.
034913     EXIT.
034914*
034915*=========================================================*
034916*  9180-WRITE-SUP-AUDIT - STAMP AND APPEND ONE SUPPLIER   *
034917*  MAINTENANCE AUDIT RECORD. THE CALLER HAS ALREADY SET   *
034918*  SAU-ACTION AND THE BEFORE VALUES; THE AFTER VALUES ARE *
034919*  TAKEN FROM THE SUPPLIER RECORD AS IT NOW STANDS        *
034920*=========================================================*
034921 9180-WRITE-SUP-AUDIT.
034922     EXEC CICS FORMATTIME
034923         ABSTIME(WS-ABSTIME)
034924         TIME(WS-TIME-NOW)
034925     END-EXEC.
034926*
034927     MOVE WS-TODAY            TO SAU-DATE.
034928     MOVE WS-TIME-NOW         TO SAU-TIME.
034929     MOVE CA-SM-USERID        TO SAU-USERID.
034930     MOVE SUP-SUPPLIER-CODE   TO SAU-SUPPLIER-CODE.
034931     MOVE SUP-NAME            TO SAU-NEW-NAME.
034932     MOVE SUP-PHONE           TO SAU-NEW-PHONE.
034933     MOVE SUP-STATUS          TO SAU-NEW-STATUS.
034934     MOVE SUP-LEAD-TIME-DAYS  TO SAU-NEW-LEAD-TIME-DAYS.
034935*
034936     EXEC CICS WRITE
034937         DATASET(WS-SUP-AUDIT-FILE)
034938         RIDFLD(WS-SUP-AUDIT-RBA)
034939         FROM(SUPPLIER-AUDIT-RECORD)
034940     END-EXEC.
034941 9180-WRITE-SUP-AUDIT-EXIT.
034942     EXIT.
034943*
034944*=========================================================*
034945*  9200-ADD-DEPARTMENT - PUT A NEW CHARGE DEPARTMENT ON   *
034946*  THE BUDGET FILE WITH ITS LIMITS AND SUPERVISOR, AND    *
034947*  AUDIT THE ADDITION. THE MONTH-TO-DATE SPEND STARTS AT  *
034948*  ZERO FOR THE CURRENT MONTH - MAINTENANCE CAN NEVER     *
034949*  SET IT TO ANYTHING ELSE                                *
034950*=========================================================*
034951 9200-ADD-DEPARTMENT.
034952     IF CA-DM-CHARGE-DEPT = SPACES
034953         MOVE 07 TO CA-RETURN-CODE
034954         MOVE 030 TO CA-REASON-CODE
034955         MOVE 'INVALID CHARGE DEPARTMENT' TO CA-RESPONSE-MESSAGE
034956         GO TO 9200-ADD-DEPARTMENT-EXIT.
034957*
034958     MOVE CA-DM-CHARGE-DEPT TO DEPT-CHARGE-DEPT.
034959     EXEC CICS READ
034960         DATASET(WS-DEPT-BUDGET-FILE)
034961         INTO(DEPT-BUDGET-RECORD)
034962         RIDFLD(DEPT-CHARGE-DEPT)
034963         RESP(WS-RESP)
034964     END-EXEC.
034965*
034966     IF WS-RESP = DFHRESP(NORMAL)
034967         MOVE 18 TO CA-RETURN-CODE
034968         MOVE 270 TO CA-REASON-CODE
034969         MOVE 'DEPARTMENT ALREADY ON BUDGET FILE'
034970             TO CA-RESPONSE-MESSAGE
034971         GO TO 9200-ADD-DEPARTMENT-EXIT.
034972*
034973     MOVE CA-DM-CHARGE-DEPT    TO DEPT-CHARGE-DEPT.
034974     MOVE CA-DM-MONTHLY-LIMIT  TO DEPT-MONTHLY-LIMIT.
034975     MOVE ZERO                 TO DEPT-MONTH-TO-DATE.
034976     MOVE WS-TODAY-CCYYMM      TO DEPT-BUDGET-MONTH.
034977     MOVE CA-DM-APPROVAL-LIMIT TO DEPT-APPROVAL-LIMIT.
034978     MOVE CA-DM-SUPERVISOR     TO DEPT-SUPERVISOR.
034980*
034990     EXEC CICS WRITE
035000         DATASET(WS-DEPT-BUDGET-FILE)
036590     END-EXEC.
036600 9600-TAKE-LOCATION-STOCK-EXIT.
036610     EXIT.
036611*
036612*=========================================================*
036613*  9700-TRANSFER-STOCK - SHIP A QUANTITY OF ONE ITEM OFF  *
036614*  THE FROM-LOCATION'S SHELF ONTO THE STOCK TRANSFER      *
036615*  FILE. A SHIP-ONLY TRANSFER STAYS IN TRANSIT UNTIL THE  *
036616*  TO-LOCATION RECEIVES IT; ANY OTHER IS BOOKED IN AT     *
036617*  ONCE. CAT-IN-STOCK IS NEVER TOUCHED - THE STOCK ONLY   *
036618*  CHANGES BUILDING                                       *
036619*=========================================================*
036620 9700-TRANSFER-STOCK.
036621     MOVE ZERO TO CA-XFR-TRANSFER-NUMBER.
036622     IF CA-XFR-QUANTITY = ZERO
036623         MOVE 21 TO CA-RETURN-CODE
036624         MOVE 310 TO CA-REASON-CODE
036625         MOVE 'INVALID TRANSFER QUANTITY' TO CA-RESPONSE-MESSAGE
036626         GO TO 9700-TRANSFER-STOCK-EXIT.
036627*
036628     IF CA-XFR-FROM-LOCATION = SPACES
036629      OR CA-XFR-FROM-LOCATION = LOW-VALUES
036630         MOVE WS-DEFAULT-LOCATION TO WS-ORDER-LOCATION
036631     ELSE
036632         MOVE CA-XFR-FROM-LOCATION TO WS-ORDER-LOCATION.
036633     IF CA-XFR-TO-LOCATION = SPACES
036634      OR CA-XFR-TO-LOCATION = LOW-VALUES
036635         MOVE WS-DEFAULT-LOCATION TO WS-XFR-TO-LOCATION
036636     ELSE
036637         MOVE CA-XFR-TO-LOCATION TO WS-XFR-TO-LOCATION.
036638*
036639     IF WS-XFR-TO-LOCATION = WS-ORDER-LOCATION
036640         MOVE 21 TO CA-RETURN-CODE
036641         MOVE 310 TO CA-REASON-CODE
036642         MOVE 'FROM AND TO LOCATIONS ARE THE SAME'
036643             TO CA-RESPONSE-MESSAGE
036644         GO TO 9700-TRANSFER-STOCK-EXIT.
036645*
036646     MOVE CA-XFR-ITEM-REF TO CAT-ITEM-REF.
036647     EXEC CICS READ
036648         DATASET(WS-CATALOG-FILE)
036649         INTO(CATALOG-RECORD)
036650         RIDFLD(CAT-ITEM-REF)
036651         RESP(WS-RESP)
036652     END-EXEC.
036653*
036654     IF WS-RESP NOT = DFHRESP(NORMAL)
036655         MOVE 02 TO CA-RETURN-CODE
036656         MOVE 010 TO CA-REASON-CODE
036657         MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
036658         GO TO 9700-TRANSFER-STOCK-EXIT.
036659*
036660*    THE STOCK LEAVES THE FROM-LOCATION FIRST - A SHELF THAT
036661*    CANNOT COVER THE QUANTITY FAILS THE TRANSFER WITH
036662*    NOTHING MOVED
036663     MOVE CA-XFR-ITEM-REF   TO LOC-ITEM-REF.
036664     MOVE WS-ORDER-LOCATION TO LOC-LOCATION.
036665     MOVE CA-XFR-QUANTITY   TO WS-LOC-QUANTITY.
036666     PERFORM 9600-TAKE-LOCATION-STOCK
036667         THRU 9600-TAKE-LOCATION-STOCK-EXIT.
036668     IF WS-LOC-TAKE-FAILED
036669         MOVE 21 TO CA-RETURN-CODE
036670         MOVE 310 TO CA-REASON-CODE
036671         MOVE 'FROM LOCATION STOCK CANNOT COVER TRANSFER'
036672             TO CA-RESPONSE-MESSAGE
036673         GO TO 9700-TRANSFER-STOCK-EXIT.
036674*
036675     PERFORM 9790-NEXT-TRANSFER-NUMBER
036676         THRU 9790-NEXT-TRANSFER-NUMBER-EXIT.
036677     IF CA-RETURN-CODE NOT = ZERO
036678         GO TO 9700-TRANSFER-STOCK-EXIT.
036679*
036680     MOVE XCT-LAST-TRANSFER-NUMBER TO XFR-TRANSFER-NUMBER.
036681     MOVE CA-XFR-ITEM-REF          TO XFR-ITEM-REF.
036682     MOVE CA-XFR-QUANTITY          TO XFR-QUANTITY.
036683     MOVE WS-ORDER-LOCATION        TO XFR-FROM-LOCATION.
036684     MOVE WS-XFR-TO-LOCATION       TO XFR-TO-LOCATION.
036685     MOVE 'T'                      TO XFR-STATUS.
036686     MOVE WS-TODAY                 TO XFR-SHIPPED-DATE.
036687     MOVE CA-XFR-USERID            TO XFR-SHIPPED-BY.
036688     MOVE ZERO                     TO XFR-RECEIVED-DATE.
036689     MOVE SPACES                   TO XFR-RECEIVED-BY.
036690*
036691     MOVE 'X' TO JNL-ENTRY-TYPE.
036692     PERFORM 9780-WRITE-XFR-JOURNAL
036693         THRU 9780-WRITE-XFR-JOURNAL-EXIT.
036694*
036695     IF NOT CA-XFR-SHIP-ONLY
036696         PERFORM 9770-BOOK-TRANSFER-IN
036697             THRU 9770-BOOK-TRANSFER-IN-EXIT.
036698*
036699     EXEC CICS WRITE
036700         DATASET(WS-TRANSFER-FILE)
036701         FROM(STOCK-TRANSFER-RECORD)
036702         RIDFLD(XFR-TRANSFER-NUMBER)
036703     END-EXEC.
036704*
036705     MOVE XFR-TRANSFER-NUMBER TO CA-XFR-TRANSFER-NUMBER.
036706     MOVE ZERO TO CA-RETURN-CODE.
036707     MOVE ZERO TO CA-REASON-CODE.
036708     IF XFR-STATUS-IN-TRANSIT
036709         MOVE 'TRANSFER SHIPPED - IN TRANSIT'
036710             TO CA-RESPONSE-MESSAGE
036711     ELSE
036712         MOVE 'STOCK TRANSFERRED' TO CA-RESPONSE-MESSAGE.
036713 9700-TRANSFER-STOCK-EXIT.
036714     EXIT.
036715*
036716*=========================================================*
036717*  9750-RECEIVE-TRANSFER - THE TO-LOCATION BOOKS IN A     *
036718*  TRANSFER THAT WAS SHIPPED IN TRANSIT                   *
036719*=========================================================*
036720 9750-RECEIVE-TRANSFER.
036721     MOVE CA-XFR-TRANSFER-NUMBER TO XFR-TRANSFER-NUMBER.
036722     EXEC CICS READ
036723         DATASET(WS-TRANSFER-FILE)
036724         INTO(STOCK-TRANSFER-RECORD)
036725         RIDFLD(XFR-TRANSFER-NUMBER)
036726         UPDATE
036727         RESP(WS-RESP)
036728     END-EXEC.
036729*
036730     IF WS-RESP NOT = DFHRESP(NORMAL)
036731         MOVE 21 TO CA-RETURN-CODE
036732         MOVE 320 TO CA-REASON-CODE
036733         MOVE 'TRANSFER NOT FOUND' TO CA-RESPONSE-MESSAGE
036734         GO TO 9750-RECEIVE-TRANSFER-EXIT.
036735*
036736     IF NOT XFR-STATUS-IN-TRANSIT
036737         EXEC CICS UNLOCK
036738             DATASET(WS-TRANSFER-FILE)
036739         END-EXEC
036740         MOVE 21 TO CA-RETURN-CODE
036741         MOVE 320 TO CA-REASON-CODE
036742         MOVE 'TRANSFER ALREADY RECEIVED' TO CA-RESPONSE-MESSAGE
036743         GO TO 9750-RECEIVE-TRANSFER-EXIT.
036744*
036745*    THE CATALOGUE IS READ ONLY FOR THE COST THE JOURNAL
036746*    ENTRY CARRIES
036747     MOVE XFR-ITEM-REF TO CAT-ITEM-REF.
036748     EXEC CICS READ
036749         DATASET(WS-CATALOG-FILE)
036750         INTO(CATALOG-RECORD)
036751         RIDFLD(CAT-ITEM-REF)
036752         RESP(WS-RESP)
036753     END-EXEC.
036754     IF WS-RESP NOT = DFHRESP(NORMAL)
036755         MOVE ZERO TO CAT-COST-NUM.
036756*
036757     PERFORM 9770-BOOK-TRANSFER-IN
036758         THRU 9770-BOOK-TRANSFER-IN-EXIT.
036759*
036760     EXEC CICS REWRITE
036761         DATASET(WS-TRANSFER-FILE)
036762         FROM(STOCK-TRANSFER-RECORD)
036763     END-EXEC.
036764*
036765     MOVE ZERO TO CA-RETURN-CODE.
036766     MOVE ZERO TO CA-REASON-CODE.
036767     MOVE 'TRANSFER RECEIVED' TO CA-RESPONSE-MESSAGE.
036768 9750-RECEIVE-TRANSFER-EXIT.
036769     EXIT.
036770*
036771*=========================================================*
036772*  9770-BOOK-TRANSFER-IN - PUT THE TRANSFER IN HAND ON    *
036773*  THE TO-LOCATION'S SHELF, MARK IT RECEIVED BY THE       *
036774*  CALLER AND JOURNAL THE RECEIPT. THE CALLER WRITES OR   *
036775*  REWRITES THE TRANSFER RECORD                           *
036776*=========================================================*
036777 9770-BOOK-TRANSFER-IN.
036778     MOVE XFR-ITEM-REF    TO LOC-ITEM-REF.
036779     MOVE XFR-TO-LOCATION TO LOC-LOCATION.
036780     MOVE XFR-QUANTITY    TO WS-LOC-QUANTITY.
036781     PERFORM 9500-ADD-LOCATION-STOCK
036782         THRU 9500-ADD-LOCATION-STOCK-EXIT.
036783*
036784     MOVE 'R'           TO XFR-STATUS.
036785     MOVE WS-TODAY      TO XFR-RECEIVED-DATE.
036786     MOVE CA-XFR-USERID TO XFR-RECEIVED-BY.
036787*
036788     MOVE 'Y' TO JNL-ENTRY-TYPE.
036789     PERFORM 9780-WRITE-XFR-JOURNAL
036790         THRU 9780-WRITE-XFR-JOURNAL-EXIT.
036791 9770-BOOK-TRANSFER-IN-EXIT.
036792     EXIT.
036793*
036794*=========================================================*
036795*  9780-WRITE-XFR-JOURNAL - JOURNAL ONE HALF OF THE       *
036796*  TRANSFER IN HAND UNDER THE ENTRY TYPE THE CALLER HAS   *
036797*  SET - X SHIPPED, Y RECEIVED - WITH THE TRANSFER        *
036798*  NUMBER IN PLACE OF AN ORDER NUMBER                     *
036799*=========================================================*
036800 9780-WRITE-XFR-JOURNAL.
036801     MOVE WS-TODAY              TO JNL-ORDER-DATE.
036802     MOVE XFR-TRANSFER-NUMBER   TO JNL-ORDER-NUMBER.
036803     MOVE CA-XFR-USERID         TO JNL-USERID.
036804     MOVE SPACES                TO JNL-CHARGE-DEPT.
036805     MOVE XFR-ITEM-REF          TO JNL-ITEM-REF.
036806     MOVE XFR-QUANTITY          TO JNL-QUANTITY.
036807     MOVE CAT-COST              TO JNL-ITEM-COST.
036808*
036809     EXEC CICS WRITE
036810         DATASET(WS-JOURNAL-FILE)
036811         RIDFLD(WS-JOURNAL-RBA)
036812         FROM(JOURNAL-RECORD)
036813     END-EXEC.
036814 9780-WRITE-XFR-JOURNAL-EXIT.
036815     EXIT.
036816*
036817*=========================================================*
036818*  9790-NEXT-TRANSFER-NUMBER - READ, INCREMENT AND        *
036819*  REWRITE THE SINGLE TRANSFER CONTROL RECORD UNDER       *
036820*  UPDATE. A FAILURE BACKS OUT THE STOCK ALREADY TAKEN    *
036821*  OFF THE FROM-LOCATION                                  *
036822*=========================================================*
036823 9790-NEXT-TRANSFER-NUMBER.
036824     EXEC CICS READ
036825         DATASET(WS-TRANSFER-CTL-FILE)
036826         INTO(TRANSFER-CONTROL-RECORD)
036827         RIDFLD(XCT-RECORD-KEY)
036828         UPDATE
036829         RESP(WS-RESP)
036830     END-EXEC.
036831*
036832     IF WS-RESP NOT = DFHRESP(NORMAL)
036833         EXEC CICS SYNCPOINT ROLLBACK
036834         END-EXEC
036835         MOVE 99 TO CA-RETURN-CODE
036836         MOVE ZERO TO CA-REASON-CODE
036837         MOVE 'TRANSFER CONTROL RECORD NOT FOUND'
036838             TO CA-RESPONSE-MESSAGE
036839         GO TO 9790-NEXT-TRANSFER-NUMBER-EXIT.
036840*
036841     ADD 1 TO XCT-LAST-TRANSFER-NUMBER.
036842*
036843     EXEC CICS REWRITE
036844         DATASET(WS-TRANSFER-CTL-FILE)
036845         FROM(TRANSFER-CONTROL-RECORD)
036846     END-EXEC.
036847 9790-NEXT-TRANSFER-NUMBER-EXIT.
036848     EXIT.
036849*
036850*=========================================================*
036851*  9800-GRANT-ROLE - GIVE A USERID ONE ROLE ON THE USER   *
036852*  AUTHORITY FILE, ADDING THE USERID IF IT IS NOT YET ON  *
036853*  FILE, AND AUDIT THE CHANGE. GRANTING A ROLE ALREADY    *
036854*  HELD CHANGES NOTHING AND WRITES NO AUDIT               *
036855*=========================================================*
036856 9800-GRANT-ROLE.
036857     PERFORM 9870-CHECK-ROLE-REQUEST
036858         THRU 9870-CHECK-ROLE-REQUEST-EXIT.
036859     IF CA-RETURN-CODE NOT = ZERO
036860         GO TO 9800-GRANT-ROLE-EXIT.
036861*
036862     MOVE CA-UA-TARGET-USERID TO USR-USERID.
036863     EXEC CICS READ
036864         DATASET(WS-USER-AUTH-FILE)
036865         INTO(USER-AUTHORITY-RECORD)
036866         RIDFLD(USR-USERID)
036867         UPDATE
036868         RESP(WS-RESP)
036869     END-EXEC.
036870*
036871*    A USERID NEW TO THE FILE STARTS WITH NO ROLES
036872     IF WS-RESP NOT = DFHRESP(NORMAL)
036873         MOVE CA-UA-TARGET-USERID TO USR-USERID
036874         MOVE ALL 'N'             TO USR-ROLE-FLAGS
036875         MOVE SPACES              TO UAU-OLD-ROLE-FLAGS
036876         MOVE 'Y' TO USR-ROLE-FLAG(WS-ROLE-IX)
036877         MOVE WS-TODAY            TO USR-LAST-CHANGED-DATE
036878         MOVE CA-UA-USERID        TO USR-LAST-CHANGED-BY
036879         EXEC CICS WRITE
036880             DATASET(WS-USER-AUTH-FILE)
036881             FROM(USER-AUTHORITY-RECORD)
036882             RIDFLD(USR-USERID)
036883         END-EXEC
036884     ELSE
036885     IF USR-ROLE-FLAG(WS-ROLE-IX) = 'Y'
036886         EXEC CICS UNLOCK
036887             DATASET(WS-USER-AUTH-FILE)
036888         END-EXEC
036889         MOVE USR-ROLE-FLAGS TO CA-UA-ROLE-FLAGS
036890         MOVE 'ROLE ALREADY HELD - NOTHING CHANGED'
036891             TO CA-RESPONSE-MESSAGE
036892         GO TO 9800-GRANT-ROLE-EXIT
036893     ELSE
036894         MOVE USR-ROLE-FLAGS      TO UAU-OLD-ROLE-FLAGS
036895         MOVE 'Y' TO USR-ROLE-FLAG(WS-ROLE-IX)
036896         MOVE WS-TODAY            TO USR-LAST-CHANGED-DATE
036897         MOVE CA-UA-USERID        TO USR-LAST-CHANGED-BY
036898         EXEC CICS REWRITE
036899             DATASET(WS-USER-AUTH-FILE)
036900             FROM(USER-AUTHORITY-RECORD)
036901         END-EXEC.
036902*
036903     MOVE 'G' TO UAU-ACTION.
036904     PERFORM 9880-WRITE-USER-AUDIT
036905         THRU 9880-WRITE-USER-AUDIT-EXIT.
036906*
036907     MOVE USR-ROLE-FLAGS TO CA-UA-ROLE-FLAGS.
036908     MOVE ZERO TO CA-RETURN-CODE.
036909     MOVE ZERO TO CA-REASON-CODE.
036910     MOVE 'ROLE GRANTED' TO CA-RESPONSE-MESSAGE.
036911 9800-GRANT-ROLE-EXIT.
036912     EXIT.
036913*
036914*=========================================================*
036915*  9850-REVOKE-ROLE - TAKE ONE ROLE AWAY FROM A USERID    *
036916*  AND AUDIT THE CHANGE. THE RECORD STAYS ON FILE EVEN    *
036917*  WHEN ITS LAST ROLE GOES. REVOKING A ROLE NOT HELD      *
036918*  CHANGES NOTHING AND WRITES NO AUDIT                    *
036919*=========================================================*
036920 9850-REVOKE-ROLE.
036921     PERFORM 9870-CHECK-ROLE-REQUEST
036922         THRU 9870-CHECK-ROLE-REQUEST-EXIT.
036923     IF CA-RETURN-CODE NOT = ZERO
036924         GO TO 9850-REVOKE-ROLE-EXIT.
036925*
036926     MOVE CA-UA-TARGET-USERID TO USR-USERID.
036927     EXEC CICS READ
036928         DATASET(WS-USER-AUTH-FILE)
036929         INTO(USER-AUTHORITY-RECORD)
036930         RIDFLD(USR-USERID)
036931         UPDATE
036932         RESP(WS-RESP)
036933     END-EXEC.
036934*
036935     IF WS-RESP NOT = DFHRESP(NORMAL)
036936         MOVE SPACES TO CA-UA-ROLE-FLAGS
036937         MOVE 'ROLE NOT HELD - NOTHING CHANGED'
036938             TO CA-RESPONSE-MESSAGE
036939         GO TO 9850-REVOKE-ROLE-EXIT.
036940*
036941     IF USR-ROLE-FLAG(WS-ROLE-IX) NOT = 'Y'
036942         EXEC CICS UNLOCK
036943             DATASET(WS-USER-AUTH-FILE)
036944         END-EXEC
036945         MOVE USR-ROLE-FLAGS TO CA-UA-ROLE-FLAGS
036946         MOVE 'ROLE NOT HELD - NOTHING CHANGED'
036947             TO CA-RESPONSE-MESSAGE
036948         GO TO 9850-REVOKE-ROLE-EXIT.
036949*
036950     MOVE USR-ROLE-FLAGS      TO UAU-OLD-ROLE-FLAGS.
036951     MOVE 'N' TO USR-ROLE-FLAG(WS-ROLE-IX).
036952     MOVE WS-TODAY            TO USR-LAST-CHANGED-DATE.
036953     MOVE CA-UA-USERID        TO USR-LAST-CHANGED-BY.
036954     EXEC CICS REWRITE
036955         DATASET(WS-USER-AUTH-FILE)
036956         FROM(USER-AUTHORITY-RECORD)
036957     END-EXEC.
036958*
036959     MOVE 'R' TO UAU-ACTION.
036960     PERFORM 9880-WRITE-USER-AUDIT
036961         THRU 9880-WRITE-USER-AUDIT-EXIT.
036962*
036963     MOVE USR-ROLE-FLAGS TO CA-UA-ROLE-FLAGS.
036964     MOVE ZERO TO CA-RETURN-CODE.
036965     MOVE ZERO TO CA-REASON-CODE.
036966     MOVE 'ROLE REVOKED' TO CA-RESPONSE-MESSAGE.
036967 9850-REVOKE-ROLE-EXIT.
036968     EXIT.
036969*
036970*=========================================================*
036971*  9870-CHECK-ROLE-REQUEST - A GRANT OR REVOKE MUST NAME  *
036972*  A TARGET USERID OTHER THAN THE ADMINISTRATOR'S OWN,    *
036973*  SO NOBODY CAN WIDEN OR RESTORE THEIR OWN AUTHORITY,    *
036974*  AND A DEFINED ROLE CODE                                *
036975*=========================================================*
036976 9870-CHECK-ROLE-REQUEST.
036977     MOVE SPACES TO CA-UA-ROLE-FLAGS.
036978     IF CA-UA-TARGET-USERID = SPACES
036979         MOVE 22 TO CA-RETURN-CODE
036980         MOVE 340 TO CA-REASON-CODE
036981         MOVE 'TARGET USERID REQUIRED' TO CA-RESPONSE-MESSAGE
036982         GO TO 9870-CHECK-ROLE-REQUEST-EXIT.
036983*
036984     IF CA-UA-TARGET-USERID = CA-UA-USERID
036985         MOVE 22 TO CA-RETURN-CODE
036986         MOVE 340 TO CA-REASON-CODE
036987         MOVE 'CANNOT CHANGE YOUR OWN ROLES'
036988             TO CA-RESPONSE-MESSAGE
036989         GO TO 9870-CHECK-ROLE-REQUEST-EXIT.
036990*
036991     MOVE CA-UA-ROLE-CODE TO WS-AUTH-ROLE-CODE.
036992     PERFORM 1180-FIND-ROLE
036993         THRU 1180-FIND-ROLE-EXIT.
036994     IF WS-ROLE-IX = ZERO
036995         MOVE 22 TO CA-RETURN-CODE
036996         MOVE 340 TO CA-REASON-CODE
036997         MOVE 'INVALID ROLE CODE' TO CA-RESPONSE-MESSAGE
036998         GO TO 9870-CHECK-ROLE-REQUEST-EXIT.
036999 9870-CHECK-ROLE-REQUEST-EXIT.
037000     EXIT.
037001*
037002*=========================================================*
037003*  9880-WRITE-USER-AUDIT - STAMP AND APPEND ONE USER      *
037004*  AUTHORITY AUDIT RECORD. THE CALLER HAS ALREADY SET     *
037005*  UAU-ACTION AND THE BEFORE FLAGS; THE AFTER FLAGS ARE   *
037006*  TAKEN FROM THE USER AUTHORITY RECORD AS IT NOW STANDS  *
037007*=========================================================*
037008 9880-WRITE-USER-AUDIT.
037009     EXEC CICS FORMATTIME
037010         ABSTIME(WS-ABSTIME)
037011         TIME(WS-TIME-NOW)
037012     END-EXEC.
037013*
037014     MOVE WS-TODAY            TO UAU-DATE.
037015     MOVE WS-TIME-NOW         TO UAU-TIME.
037016     MOVE CA-UA-USERID        TO UAU-USERID.
037017     MOVE USR-USERID          TO UAU-TARGET-USERID.
037018     MOVE CA-UA-ROLE-CODE     TO UAU-ROLE-CODE.
037019     MOVE USR-ROLE-FLAGS      TO UAU-NEW-ROLE-FLAGS.
037020*
037021     EXEC CICS WRITE
037022         DATASET(WS-USER-AUDIT-FILE)
037023         RIDFLD(WS-USER-AUDIT-RBA)
037024         FROM(USER-AUTHORITY-AUDIT-RECORD)
037025     END-EXEC.
037026 9880-WRITE-USER-AUDIT-EXIT.
037027     EXIT.
037028*
037029*=========================================================*
037030*  9999-EXIT - RETURN TO CICS WITH THE UPDATED COMMAREA    *
037031*=========================================================*
037032 9999-EXIT.
037033     EXEC CICS RETURN
037034     END-EXEC.
