000144*                   startup (predecessor complete, date   *
000146*                   not already run) and stamps it on     *
000148*                   clean completion.                     *
000149*  2026-10-15  RH   Now follows the month end general ledger *
000150*                   posting (DFH0XGLP), which must read the  *
000151*                   closed month before it is archived.      *
000152*-----------------------------------------------------------*
000160*
000170*-----------------------------------------------------------*
000180*  COPIES EVERY ORDER JOURNAL ENTRY DATED BEFORE THE        *
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN.
004310*
004320     MOVE 'DFH0XGLP' TO RUN-STEP-NAME.
004330     READ RUN-CONTROL-FILE
004340         INVALID KEY
004350             DISPLAY 'DFH0XARC - PREDECESSOR DFH0XGLP NOT'
004360                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
004370             MOVE 16 TO RETURN-CODE
004380             STOP RUN
