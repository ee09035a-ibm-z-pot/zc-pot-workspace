000280*                   startup (predecessor complete, date   *
000290*                   not already run) and stamps it on     *
000300*                   clean completion.                     *
000302*  2026-10-15  RH   Purchase order record grew to carry the  *
000304*                   receiving location - drafts are written  *
000306*                   with it blank.                           *
000310*-----------------------------------------------------------*
000320*
000330*-----------------------------------------------------------*
001070*    WORKING STORAGE (COPY dfh0xcpb) AND MOVED THROUGH THESE
001080*    BUFFERS - ONLY THE KEYS ARE BROKEN OUT HERE
001090 FD  PO-FILE
001100     RECORD CONTAINS 59 CHARACTERS.
001110 01  PO-FILE-RECORD.
001120     03 POF-PO-NUMBER            PIC 9(07).
001130     03 FILLER                   PIC X(52).
001140*
001150 FD  PO-CTL-FILE
001160     RECORD CONTAINS 8 CHARACTERS.
005500     MOVE 'DFH0XRPT'          TO PO-RAISED-BY.
005510     MOVE 'D'                 TO PO-STATUS.
005520     MOVE ZERO                TO PO-CLOSED-DATE.
005525     MOVE SPACES              TO PO-RECEIVED-LOCATION.
005530*
005540     MOVE PURCHASE-ORDER-RECORD TO PO-FILE-RECORD.
005550     WRITE PO-FILE-RECORD
