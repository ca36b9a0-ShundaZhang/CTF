000200* SENTREC  - SENT-BATCH LOG RECORD.  HELLO-XMIT APPENDS ONE     *
000300*            PER TRANSMITTED BATCH; HELLO-ACK MATCHES THE       *
000400*            RECEIVER'S ACKNOWLEDGMENTS AGAINST IT AND CARRIES  *
000500*            STILL-UNACKNOWLEDGED BATCHES FORWARD.  A BATCH     *
000510*            ACKNOWLEDGED CLEAN LEAVES THE LOG FOR THE          *
000520*            SENT-BATCH ARCHIVE (SENTARCH) WITH ACK STATE 'C'.  *
000600*            FIXED-BLOCK, RECORD LENGTH 80                      *
000700*                                                                *
000800* MODIFICATION HISTORY                                          *
001092*   2026-09-02  DLM  ADDED SENT-PARTNER-ID - ONE BATCH PER      *
001094*                    PARTNER NOW, AND THE ACK MATCH AND AGING   *
001096*                    ARE KEPT PER PARTNER.  LENGTH 76 TO 80.    *
001097*   2026-10-15  DLM  SENT-ACK-STATE 'C' (ACKNOWLEDGED CLEAN) ON *
001098*                    THE SENTARCH COPY HELLO-ACK WRITES.        *
001100*****************************************************************
001200 01  SENT-RECORD.
001300     05  SENT-BATCH-ID               PIC X(14).
