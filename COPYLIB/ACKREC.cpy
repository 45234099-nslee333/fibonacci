001500*    DATE       INIT  DESCRIPTION                               *
001600*    -------    ----  ------------------------------------     *
001700*    09/02/26   RMS   ORIGINAL                                  *
001710*    10/15/26   RMS   ADDED ACK-SUBSCRIBER-ID - EACH RECEIVING  *
001720*                     SYSTEM ACKNOWLEDGES ITS OWN ROUTED        *
001730*                     EXTRACT UNDER ITS SUBSCRIBER ID (SPACES   *
001740*                     FOR THE UNROUTED SINGLE EXTRACT).         *
001750*                     CONSUMED FILLER, LENGTH UNCHANGED.        *
001800*                                                               *
001900*****************************************************************
002000 01  ACK-RECORD.
002100     05  ACK-RUN-DATE                PIC X(08).
002200     05  ACK-RECORD-COUNT            PIC 9(09).
002300     05  ACK-SUM-VAR1                PIC 9(18).
002350     05  ACK-SUBSCRIBER-ID           PIC X(08).
002400     05  FILLER                      PIC X(02).
