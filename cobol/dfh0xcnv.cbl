000170*                   order history files to their new         *
000180*                   lengths and loads the initial location   *
000190*                   stock file from the current catalogue.   *
000200*  2026-10-15  RH   The purchase order, order and history    *
000210*                   passes and the location stock load have  *
000220*                   run and are dropped. This release        *
000230*                   converts the supplier invoice and        *
000240*                   purchase order files to their new        *
000245*                   lengths and writes the initial payment   *
000250*                   run, stock transfer and supplier return  *
000252*                   control records, and the first security  *
000255*                   administrator's user authority record.   *
000260*-----------------------------------------------------------*
000270*
000280*-----------------------------------------------------------*
000290*  ONE-OFF CONVERSION RUN FOR THE FILES WHOSE RECORDS HAVE  *
000300*  GROWN THIS RELEASE:                                      *
000310*                                                           *
000320*    SUPPLIER INVOICE 67 -> 82 (AN INVOICE ALREADY PASSED   *
000330*                  WAS PAID BY HAND AND IS MARKED PAID ON   *
000340*                  ITS MATCHED DATE UNDER PAYMENT RUN ZERO; *
000350*                  ANY OTHER IS SET NOT YET PAID)           *
000352*    PURCHASE ORDER   56 -> 59 (RECEIVING LOCATION          *
000354*                  SET BLANK, SO THE DEFAULT LOCATION       *
000356*                  STANDS IN FOR EVERY DELIVERY ALREADY     *
000358*                  BOOKED)                                  *
000360*                                                           *
000370*  THE RUN ALSO WRITES THE SINGLE PAYMENT RUN CONTROL       *
000380*  RECORD, LAST RUN NUMBER ZERO, FOR THE FIRST SUPPLIER     *
000385*  PAYMENT RUN TO TAKE NUMBER 1 FROM, AND LIKEWISE THE      *
000390*  SINGLE STOCK TRANSFER CONTROL RECORD FOR THE NEW STOCK   *
000391*  TRANSFER FILE AND THE SINGLE SUPPLIER RETURN CONTROL     *
000392*  RECORD FOR THE NEW SUPPLIER RETURN FILE.                 *
000393*                                                           *
000394*  THE NEW USER AUTHORITY FILE STARTS WITH ONE RECORD - THE *
000395*  USERID ON THE USRPARM CARD, HOLDING THE SECURITY         *
000396*  ADMINISTRATOR ROLE ONLY. EVERY OTHER ROLE, INCLUDING     *
000397*  THAT ADMINISTRATOR'S OWN, IS THEN GRANTED ONLINE, WHERE  *
000398*  IT IS AUDITED.                                           *
000400*                                                           *
000410*  THE JCL REPROS EACH VSAM CLUSTER TO A SEQUENTIAL COPY,   *
000420*  RUNS THIS PROGRAM TO PAD EVERY RECORD TO ITS NEW         *
000430*  LAYOUT, THEN REPROS THE OUTPUT INTO THE REDEFINED        *
000440*  CLUSTER. THE DEFAULTS CHOSEN HERE KEEP EVERY CONVERTED   *
000450*  RECORD BEHAVING EXACTLY AS IT DID BEFORE THE NEW         *
000460*  FIELDS EXISTED. RUN ONCE PER FILE AND DISCARD.           *
000470*-----------------------------------------------------------*
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OLD-INVOICE-FILE ASSIGN TO "INVOLD"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-OLD-INV-STATUS.
000590*
000600     SELECT NEW-INVOICE-FILE ASSIGN TO "INVNEW"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-NEW-INV-STATUS.
000630*
000640     SELECT PAY-CONTROL-SEED-FILE ASSIGN TO "PAYNEW"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PAY-SEED-STATUS.
000670*
000672     SELECT XFR-CONTROL-SEED-FILE ASSIGN TO "XFRCTLN"
000674         ORGANIZATION IS SEQUENTIAL
000676         FILE STATUS IS WS-XFR-SEED-STATUS.
000677*
000678     SELECT USER-PARM-FILE ASSIGN TO "USRPARM"
000679         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-USR-PARM-STATUS.
000681*
000682     SELECT USER-AUTH-SEED-FILE ASSIGN TO "USRAUTN"
000683         ORGANIZATION IS SEQUENTIAL
000684         FILE STATUS IS WS-USR-SEED-STATUS.
000685*
000686     SELECT OLD-PO-FILE ASSIGN TO "POOLD"
000687         ORGANIZATION IS SEQUENTIAL
000688         FILE STATUS IS WS-OLD-PO-STATUS.
000689*
000690     SELECT NEW-PO-FILE ASSIGN TO "PONEW"
000691         ORGANIZATION IS SEQUENTIAL
000692         FILE STATUS IS WS-NEW-PO-STATUS.
000693*
000694     SELECT RTS-CONTROL-SEED-FILE ASSIGN TO "RTSCTLN"
000695         ORGANIZATION IS SEQUENTIAL
000696         FILE STATUS IS WS-RTS-SEED-STATUS.
000697*
000698 DATA DIVISION.
000699 FILE SECTION.
000700*
000710*-------------------------------------------------------*
000720*  THE SUPPLIER INVOICE RECORD AS IT STOOD BEFORE THE    *
000730*  PAID DATE AND PAYMENT RUN WERE ADDED - THE OLD RECORD *
000740*  IS THE FIRST PART OF ITS NEW LAYOUT, SO A GROUP MOVE  *
000750*  CARRIES EVERYTHING AND ONLY THE NEW FIELDS ARE SET    *
000760*-------------------------------------------------------*
000770 FD  OLD-INVOICE-FILE
000780     RECORD CONTAINS 67 CHARACTERS.
000790 01  OLD-INVOICE-RECORD          PIC X(67).
000800*
000810*    THE NEW INVOICE AND PAYMENT RUN CONTROL LAYOUTS PROPER
000820*    ARE HELD IN WORKING STORAGE (COPY dfh0xcpd) AND MOVED
000830*    THROUGH THESE BUFFERS
000840 FD  NEW-INVOICE-FILE
000850     RECORD CONTAINS 82 CHARACTERS.
000860 01  NEW-INVOICE-RECORD          PIC X(82).
000870*
000880 FD  PAY-CONTROL-SEED-FILE
000890     RECORD CONTAINS 16 CHARACTERS.
000900 01  PAY-CONTROL-SEED-RECORD     PIC X(16).
000910*
000912 FD  XFR-CONTROL-SEED-FILE
000914     RECORD CONTAINS 8 CHARACTERS.
000916 01  XFR-CONTROL-SEED-RECORD     PIC X(08).
000917*
000918*    ONE CARD - THE USERID OF THE FIRST SECURITY ADMINISTRATOR
000919 FD  USER-PARM-FILE
000920     RECORD CONTAINS 8 CHARACTERS.
000921 01  USER-PARM-RECORD.
000922     03 PARM-ADMIN-USERID        PIC X(08).
000923*
000924 FD  USER-AUTH-SEED-FILE
000925     RECORD CONTAINS 32 CHARACTERS.
000926 01  USER-AUTH-SEED-RECORD       PIC X(32).
000927*
000928*-------------------------------------------------------*
000929*  THE PURCHASE ORDER RECORD AS IT STOOD BEFORE THE      *
000930*  RECEIVING LOCATION WAS ADDED - AGAIN THE FIRST PART   *
000931*  OF ITS NEW LAYOUT                                     *
000932*-------------------------------------------------------*
000933 FD  OLD-PO-FILE
000934     RECORD CONTAINS 56 CHARACTERS.
000935 01  OLD-PO-RECORD               PIC X(56).
000936*
000937 FD  NEW-PO-FILE
000938     RECORD CONTAINS 59 CHARACTERS.
000939 01  NEW-PO-RECORD               PIC X(59).
000940*
000941 FD  RTS-CONTROL-SEED-FILE
000942     RECORD CONTAINS 8 CHARACTERS.
000943 01  RTS-CONTROL-SEED-RECORD     PIC X(08).
000944*
000945 WORKING-STORAGE SECTION.
000946*
000947 01  WS-FILE-STATUSES.
000950     03 WS-OLD-INV-STATUS        PIC X(02)   VALUE '00'.
000960     03 WS-NEW-INV-STATUS        PIC X(02)   VALUE '00'.
000970     03 WS-PAY-SEED-STATUS       PIC X(02)   VALUE '00'.
000975     03 WS-XFR-SEED-STATUS       PIC X(02)   VALUE '00'.
000976     03 WS-USR-PARM-STATUS       PIC X(02)   VALUE '00'.
000977     03 WS-USR-SEED-STATUS       PIC X(02)   VALUE '00'.
000978     03 WS-OLD-PO-STATUS         PIC X(02)   VALUE '00'.
000979     03 WS-NEW-PO-STATUS         PIC X(02)   VALUE '00'.
000980     03 WS-RTS-SEED-STATUS       PIC X(02)   VALUE '00'.
000981*
000982*    DATE STAMPED ON THE SEEDED USER AUTHORITY RECORD
000983 01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
000984*
000990 01  WS-SWITCHES.
001000     03 WS-INV-EOF-SW            PIC X(01)   VALUE 'N'.
001010         88 WS-INV-EOF               VALUE 'Y'.
001013     03 WS-PO-EOF-SW             PIC X(01)   VALUE 'N'.
001016         88 WS-PO-EOF                VALUE 'Y'.
001020*
001030 01  WS-COUNTERS.
001040     03 WS-INV-CONVERTED         PIC 9(07)   VALUE ZERO.
001045     03 WS-PO-CONVERTED          PIC 9(07)   VALUE ZERO.
001050*
001060*-------------------------------------------------------*
001070*  SUPPLIER INVOICE AND CONTROL RECORDS - BUILT HERE AND *
001080*  MOVED THROUGH THE FILE SECTION BUFFERS                *
001090*-------------------------------------------------------*
001100 COPY dfh0xcpd.
001110*
001111*-------------------------------------------------------*
001112*  STOCK TRANSFER CONTROL RECORD                         *
001113*-------------------------------------------------------*
001114 COPY dfh0xcpj.
001115*
001116*-------------------------------------------------------*
001117*  USER AUTHORITY RECORD                                 *
001118*-------------------------------------------------------*
001119 COPY dfh0xcpm.
001120*
001121*-------------------------------------------------------*
001122*  PURCHASE ORDER RECORD - BUILT HERE AND MOVED THROUGH  *
001123*  THE FILE SECTION BUFFER                               *
001124*-------------------------------------------------------*
001125 COPY dfh0xcpb.
001126*
001127*-------------------------------------------------------*
001128*  SUPPLIER RETURN CONTROL RECORD                        *
001129*-------------------------------------------------------*
001130 COPY dfh0xcpq.
001131*
001132 PROCEDURE DIVISION.
001133*
001140*=========================================================*
001150*  0000-MAINLINE                                          *
001160*=========================================================*
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE
001190         THRU 1000-INITIALIZE-EXIT.
001200     PERFORM 2000-CONVERT-INVOICES
001210         THRU 2000-CONVERT-INVOICES-EXIT.
001213     PERFORM 2500-CONVERT-POS
001216         THRU 2500-CONVERT-POS-EXIT.
001220     PERFORM 3000-SEED-PAY-CONTROL
001230         THRU 3000-SEED-PAY-CONTROL-EXIT.
001233     PERFORM 3100-SEED-XFR-CONTROL
001236         THRU 3100-SEED-XFR-CONTROL-EXIT.
001237     PERFORM 3200-SEED-USER-AUTHORITY
001238         THRU 3200-SEED-USER-AUTHORITY-EXIT.
001239     PERFORM 3300-SEED-RTS-CONTROL
001240         THRU 3300-SEED-RTS-CONTROL-EXIT.
001241     PERFORM 8000-TERMINATE
001250         THRU 8000-TERMINATE-EXIT.
001260     DISPLAY 'DFH0XCNV - INVOICE RECORDS CONVERTED:   '
001270         WS-INV-CONVERTED.
001273     DISPLAY 'DFH0XCNV - PURCHASE ORDERS CONVERTED:   '
001276         WS-PO-CONVERTED.
001280     STOP RUN.
001290*
001300*=========================================================*
001310*  1000-INITIALIZE                                        *
001320*=========================================================*
001330 1000-INITIALIZE.
001340     OPEN INPUT OLD-INVOICE-FILE.
001350     IF WS-OLD-INV-STATUS NOT = '00'
001360         DISPLAY 'DFH0XCNV - INVOLD OPEN FAILED - STATUS '
001370             WS-OLD-INV-STATUS
001380         MOVE 16 TO RETURN-CODE
001390         STOP RUN.
001400*
001410     OPEN OUTPUT NEW-INVOICE-FILE.
001420     IF WS-NEW-INV-STATUS NOT = '00'
001430         DISPLAY 'DFH0XCNV - INVNEW OPEN FAILED - STATUS '
001440             WS-NEW-INV-STATUS
001450         MOVE 16 TO RETURN-CODE
001460         STOP RUN.
001470*
001480     OPEN OUTPUT PAY-CONTROL-SEED-FILE.
001490     IF WS-PAY-SEED-STATUS NOT = '00'
001500         DISPLAY 'DFH0XCNV - PAYNEW OPEN FAILED - STATUS '
001510             WS-PAY-SEED-STATUS
001511         MOVE 16 TO RETURN-CODE
001512         STOP RUN.
001513*
001514     OPEN OUTPUT XFR-CONTROL-SEED-FILE.
001515     IF WS-XFR-SEED-STATUS NOT = '00'
001516         DISPLAY 'DFH0XCNV - XFRCTLN OPEN FAILED - STATUS '
001517             WS-XFR-SEED-STATUS
001518         MOVE 16 TO RETURN-CODE
001519         STOP RUN.
001520*
001521     OPEN INPUT USER-PARM-FILE.
001522     IF WS-USR-PARM-STATUS NOT = '00'
001523         DISPLAY 'DFH0XCNV - USRPARM OPEN FAILED - STATUS '
001524             WS-USR-PARM-STATUS
001525         MOVE 16 TO RETURN-CODE
001526         STOP RUN.
001527*
001528     MOVE SPACES TO USER-PARM-RECORD.
001529     READ USER-PARM-FILE
001530         AT END
001531             MOVE SPACES TO USER-PARM-RECORD
001532     END-READ.
001533     IF PARM-ADMIN-USERID = SPACES
001534         DISPLAY 'DFH0XCNV - USRPARM CARRIES NO ADMINISTRATOR '
001535             'USERID'
001536         MOVE 16 TO RETURN-CODE
001537         STOP RUN.
001538*
001539     OPEN OUTPUT USER-AUTH-SEED-FILE.
001540     IF WS-USR-SEED-STATUS NOT = '00'
001541         DISPLAY 'DFH0XCNV - USRAUTN OPEN FAILED - STATUS '
001542             WS-USR-SEED-STATUS
001543         MOVE 16 TO RETURN-CODE
001544         STOP RUN.
001545*
001546     OPEN INPUT OLD-PO-FILE.
001547     IF WS-OLD-PO-STATUS NOT = '00'
001548         DISPLAY 'DFH0XCNV - POOLD OPEN FAILED - STATUS '
001549             WS-OLD-PO-STATUS
001550         MOVE 16 TO RETURN-CODE
001551         STOP RUN.
001552*
001553     OPEN OUTPUT NEW-PO-FILE.
001554     IF WS-NEW-PO-STATUS NOT = '00'
001555         DISPLAY 'DFH0XCNV - PONEW OPEN FAILED - STATUS '
001556             WS-NEW-PO-STATUS
001557         MOVE 16 TO RETURN-CODE
001558         STOP RUN.
001559*
001560     OPEN OUTPUT RTS-CONTROL-SEED-FILE.
001561     IF WS-RTS-SEED-STATUS NOT = '00'
001562         DISPLAY 'DFH0XCNV - RTSCTLN OPEN FAILED - STATUS '
001563             WS-RTS-SEED-STATUS
001564         MOVE 16 TO RETURN-CODE
001565         STOP RUN.
001566*
001567     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001568 1000-INITIALIZE-EXIT.
001569     EXIT.
001570*
001571*=========================================================*
001580*  2000-CONVERT-INVOICES - THE OLD INVOICE RECORD IS THE  *
001590*  FIRST 67 BYTES OF THE NEW ONE. ACCOUNTS PAYABLE HAVE   *
001600*  KEYED EVERY PASSED INVOICE'S PAYMENT BY HAND FROM THE  *
001610*  MATCH REPORT UNTIL NOW, SO THOSE CONVERT AS PAID - THE *
001620*  FIRST PAYMENT RUN MUST NOT PAY THEM A SECOND TIME      *
001630*=========================================================*
001640 2000-CONVERT-INVOICES.
001650     PERFORM 2100-READ-OLD-INVOICE
001660         THRU 2100-READ-OLD-INVOICE-EXIT.
001670     PERFORM 2200-WRITE-NEW-INVOICE
001680         THRU 2200-WRITE-NEW-INVOICE-EXIT
001690         UNTIL WS-INV-EOF.
001700 2000-CONVERT-INVOICES-EXIT.
001710     EXIT.
001720*
001730 2100-READ-OLD-INVOICE.
001740     READ OLD-INVOICE-FILE
001750         AT END
001760             MOVE 'Y' TO WS-INV-EOF-SW
001770     END-READ.
001780 2100-READ-OLD-INVOICE-EXIT.
001790     EXIT.
001800*
001810 2200-WRITE-NEW-INVOICE.
001820     MOVE OLD-INVOICE-RECORD    TO SUPPLIER-INVOICE-RECORD.
001830     IF INV-STATUS-PASSED
001840         MOVE INV-MATCHED-DATE  TO INV-PAID-DATE
001850     ELSE
001860         MOVE ZERO              TO INV-PAID-DATE.
001870     MOVE ZERO                  TO INV-PAYMENT-RUN.
001880     MOVE SUPPLIER-INVOICE-RECORD TO NEW-INVOICE-RECORD.
001890     WRITE NEW-INVOICE-RECORD.
001900     ADD 1 TO WS-INV-CONVERTED.
001910     PERFORM 2100-READ-OLD-INVOICE
001920         THRU 2100-READ-OLD-INVOICE-EXIT.
001930 2200-WRITE-NEW-INVOICE-EXIT.
001940     EXIT.
001950*
001951*=========================================================*
001952*  2500-CONVERT-POS - THE OLD PURCHASE ORDER RECORD IS    *
001953*  THE FIRST 56 BYTES OF THE NEW ONE. NO DELIVERY HAS     *
001954*  RECORDED ITS LOCATION YET, SO IT IS LEFT BLANK AND A   *
001955*  RETURN AGAINST AN EXISTING ORDER TAKES THE GOODS FROM  *
001956*  THE DEFAULT LOCATION                                   *
001957*=========================================================*
001958 2500-CONVERT-POS.
001959     PERFORM 2600-READ-OLD-PO
001960         THRU 2600-READ-OLD-PO-EXIT.
001961     PERFORM 2700-WRITE-NEW-PO
001962         THRU 2700-WRITE-NEW-PO-EXIT
001963         UNTIL WS-PO-EOF.
001964 2500-CONVERT-POS-EXIT.
001965     EXIT.
001966*
001967 2600-READ-OLD-PO.
001968     READ OLD-PO-FILE
001969         AT END
001970             MOVE 'Y' TO WS-PO-EOF-SW
001971     END-READ.
001972 2600-READ-OLD-PO-EXIT.
001973     EXIT.
001974*
001975 2700-WRITE-NEW-PO.
001976     MOVE OLD-PO-RECORD         TO PURCHASE-ORDER-RECORD.
001977     MOVE SPACES                TO PO-RECEIVED-LOCATION.
001978     MOVE PURCHASE-ORDER-RECORD TO NEW-PO-RECORD.
001979     WRITE NEW-PO-RECORD.
001980     ADD 1 TO WS-PO-CONVERTED.
001981     PERFORM 2600-READ-OLD-PO
001982         THRU 2600-READ-OLD-PO-EXIT.
001983 2700-WRITE-NEW-PO-EXIT.
001984     EXIT.
001985*
001986*=========================================================*
001987*  3000-SEED-PAY-CONTROL - THE SINGLE PAYMENT RUN CONTROL *
001988*  RECORD, NO RUN YET ISSUED                              *
001990*=========================================================*
002000 3000-SEED-PAY-CONTROL.
002010     MOVE 'X'                    TO PYC-RECORD-KEY.
002020     MOVE ZERO                   TO PYC-LAST-RUN-NUMBER.
002030     MOVE ZERO                   TO PYC-LAST-RUN-DATE.
002040     MOVE PAYMENT-CONTROL-RECORD TO PAY-CONTROL-SEED-RECORD.
002050     WRITE PAY-CONTROL-SEED-RECORD.
002060 3000-SEED-PAY-CONTROL-EXIT.
002070     EXIT.
002080*
002090*=========================================================*
002091*  3100-SEED-XFR-CONTROL - THE SINGLE STOCK TRANSFER      *
002092*  CONTROL RECORD, NO TRANSFER YET ISSUED                 *
002093*=========================================================*
002094 3100-SEED-XFR-CONTROL.
002095     MOVE 'X'                     TO XCT-RECORD-KEY.
002096     MOVE ZERO                    TO XCT-LAST-TRANSFER-NUMBER.
002097     MOVE TRANSFER-CONTROL-RECORD TO XFR-CONTROL-SEED-RECORD.
002098     WRITE XFR-CONTROL-SEED-RECORD.
002099 3100-SEED-XFR-CONTROL-EXIT.
002100     EXIT.
002101*
002102*=========================================================*
002103*  3200-SEED-USER-AUTHORITY - THE FIRST SECURITY          *
002104*  ADMINISTRATOR, WHO CAN THEN GRANT EVERY OTHER ROLE     *
002105*=========================================================*
002106 3200-SEED-USER-AUTHORITY.
002107     MOVE PARM-ADMIN-USERID      TO USR-USERID.
002108     MOVE ALL 'N'                TO USR-ROLE-FLAGS.
002109     MOVE 'Y'                    TO USR-ROLE-SECURITY-ADMIN.
002110     MOVE WS-RUN-DATE            TO USR-LAST-CHANGED-DATE.
002111     MOVE 'DFH0XCNV'             TO USR-LAST-CHANGED-BY.
002112     MOVE USER-AUTHORITY-RECORD  TO USER-AUTH-SEED-RECORD.
002113     WRITE USER-AUTH-SEED-RECORD.
002114 3200-SEED-USER-AUTHORITY-EXIT.
002115     EXIT.
002116*
002117*=========================================================*
002118*  3300-SEED-RTS-CONTROL - THE SINGLE SUPPLIER RETURN     *
002119*  CONTROL RECORD, NO RETURN YET ISSUED                   *
002120*=========================================================*
002121 3300-SEED-RTS-CONTROL.
002122     MOVE 'X'                     TO RCT-RECORD-KEY.
002123     MOVE ZERO                    TO RCT-LAST-RETURN-NUMBER.
002124     MOVE RETURN-CONTROL-RECORD   TO RTS-CONTROL-SEED-RECORD.
002125     WRITE RTS-CONTROL-SEED-RECORD.
002126 3300-SEED-RTS-CONTROL-EXIT.
002127     EXIT.
002128*
002129*=========================================================*
002130*  8000-TERMINATE                                         *
002131*=========================================================*
002132 8000-TERMINATE.
002133     CLOSE OLD-INVOICE-FILE.
002140     CLOSE NEW-INVOICE-FILE.
002150     CLOSE PAY-CONTROL-SEED-FILE.
002155     CLOSE XFR-CONTROL-SEED-FILE.
002156     CLOSE USER-PARM-FILE.
002157     CLOSE USER-AUTH-SEED-FILE.
002158     CLOSE OLD-PO-FILE.
002159     CLOSE NEW-PO-FILE.
002160     CLOSE RTS-CONTROL-SEED-FILE.
002161 8000-TERMINATE-EXIT.
002170     EXIT.
