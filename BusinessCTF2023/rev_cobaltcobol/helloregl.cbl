000224*                    (REG-STATUS 'A') WITH A BLANK VOID DATE -  *
000226*                    THE AUDIT HISTORY KNOWS NOTHING OF VOIDS,  *
000228*                    WHICH ARE HELLO-VOID'S BUSINESS            *
000230*   2026-10-15  DLM  AUDIT FLAG 'A' (ISSUED WITH A SYSTEM-      *
000232*                    ASSIGNED P2 SERIAL) IS LOADED THE SAME AS  *
000234*                    'Y'                                        *
000236*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.    IBM-370.
000990*   EARLIEST SIGHTING OF EACH P SURVIVES THE LOAD.              *
001000*****************************************************************
001010 2000-REGISTER-RECORD.
001020     IF MST-VALID-FLAG = 'Y' OR 'A'
001030         MOVE MST-P TO REG-P
001040         MOVE MST-P1 TO REG-P1
001050         MOVE MST-P2 TO REG-P2
