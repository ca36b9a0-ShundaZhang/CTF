000306*                    REUSES FOUND : ' BEGINS WITH THE SAME TEN  *
000307*                    CHARACTERS AS A FINDING AND WAS STAMPING   *
000308*                    'VOID REUSE' ON EVERY REJECTED RECORD      *
000310*   2026-10-15  DLM  AUDIT FLAG 'A' (ISSUED WITH A SYSTEM-      *
000312*                    ASSIGNED P2 SERIAL) IS TRANSMITTED LIKE    *
000314*                    'Y' AND NOW LOOKS UP ITS BATCH THE SAME    *
000316*                    WAY                                        *
000318*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
002570     END-IF.
002580     MOVE WS-CUR-PARTNER TO LIF-PARTNER-ID.
002590     PERFORM 3000-FIND-FINDING THRU 3000-EXIT.
002600     IF AUD-VALID-FLAG = 'Y' OR 'A'
002610         PERFORM 3100-FIND-BATCH THRU 3100-EXIT
002620     END-IF.
002630     WRITE LIF-RECORD.
