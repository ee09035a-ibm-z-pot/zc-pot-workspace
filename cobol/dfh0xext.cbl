000210*                   startup (predecessor complete, date   *
000220*                   not already run) and stamps it on     *
000230*                   clean completion.                     *
000233*  2026-10-15  RH   Now follows the supplier payment run     *
000236*                   (DFH0XPAY) in the nightly sequence.      *
000237*  2026-10-15  RH   Now follows the storefront order status  *
000238*                   feed (DFH0XOSF) in the nightly sequence. *
000239*  2026-10-15  RH   Entry type list on the layout names the  *
000240*                   return to supplier entry (U).            *
000241*-----------------------------------------------------------*
000250*
000260*-----------------------------------------------------------*
000270*  READS THE CATALOGUE MASTER FILE AND THE ORDER JOURNAL     *
001410*        BOOKED IN, S/D=STOCK-TAKE ADJUSTMENT UP/DOWN,
001420*        V/J=SUPERVISOR APPROVED/REJECTED A HELD ORDER,
001430*        T=GOODS RETURNED AGAINST A FULFILLED ORDER,
001435*        K=SHORT-PICK CORRECTION FROM A PICK CONFIRMATION,
001440*        X/Y=STOCK TRANSFER SHIPPED/RECEIVED BETWEEN
001445*        LOCATIONS (ORDER NUMBER IS THE TRANSFER NUMBER),
001446*        B=BACKORDER FILLED BY A DELIVERY (QUANTITY ZERO,
001447*        FOLLOWS THE NEW ORDER'S O LINE),
001448*        U=GOODS RETURNED TO THE SUPPLIER (ORDER NUMBER IS THE
001449*        PURCHASE ORDER NUMBER)
001450     03 JXT-ENTRY-TYPE           PIC X(1).
001460*
001470 FD  PARM-FILE
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN.
004230*
004240     MOVE 'DFH0XOSF' TO RUN-STEP-NAME.
004250     READ RUN-CONTROL-FILE
004260         INVALID KEY
004270             DISPLAY 'DFH0XEXT - PREDECESSOR DFH0XOSF NOT'
004280                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
004290             MOVE 16 TO RETURN-CODE
004300             STOP RUN
