000340*                   startup (predecessor complete, date   *
000350*                   not already run) and stamps it on     *
000360*                   clean completion.                     *
000362*  2026-10-15  RH   Predecessor is now the standing order *
000364*                   run (DFH0XSOR), so the night's        *
000366*                   standing orders reach the same lists. *
000370*-----------------------------------------------------------*
000380*
000390*-----------------------------------------------------------*
009160         MOVE 16 TO RETURN-CODE
009170         STOP RUN.
009180*
009190     MOVE 'DFH0XSOR' TO RUN-STEP-NAME.
009200     READ RUN-CONTROL-FILE
009210         INVALID KEY
009220             DISPLAY 'DFH0XEOD - PREDECESSOR DFH0XSOR NOT'
009230                 ' COMPLETE FOR ' WS-RUN-DATE ' - RUN REFUSED'
009240             MOVE 16 TO RETURN-CODE
009250             STOP RUN
