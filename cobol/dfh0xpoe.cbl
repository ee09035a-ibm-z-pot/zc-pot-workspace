000154*                   startup (predecessor complete, date   *
000156*                   not already run) and stamps it on     *
000158*                   clean completion.                     *
000159*  2026-10-15  RH   Purchase order record grew to carry the  *
000160*                   location the latest delivery went into.  *
000161*-----------------------------------------------------------*
000170*
000180*-----------------------------------------------------------*
000190*  READS THE PURCHASE ORDER FILE AND LISTS, GROUPED BY      *
000760*    WORKING STORAGE (COPY dfh0xcpb) AND MOVED THROUGH THIS
000770*    BUFFER - ONLY THE KEY IS BROKEN OUT HERE
000780 FD  PO-FILE
000790     RECORD CONTAINS 59 CHARACTERS.
000800 01  PO-FILE-RECORD.
000810     03 POF-PO-NUMBER            PIC 9(07).
000820     03 FILLER                   PIC X(52).
000830*
000840 FD  SUPPLIER-FILE
000850     RECORD CONTAINS 66 CHARACTERS.
