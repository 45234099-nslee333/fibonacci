001600*    DATE       INIT  DESCRIPTION                               *
001700*    -------    ----  ------------------------------------     *
001800*    09/02/26   RMS   ORIGINAL                                  *
001810*    10/15/26   RMS   ADDED XMT-SUBSCRIBER-ID - EACH ROUTED     *
001820*                     EXTRACT IS RECORDED UNDER THE RECEIVING   *
001830*                     SYSTEM IT WAS WRITTEN FOR (SPACES FOR THE *
001840*                     UNROUTED SINGLE EXTRACT).  CONSUMED       *
001850*                     FILLER, LENGTH UNCHANGED.                 *
001900*                                                               *
002000*****************************************************************
002100 01  XMT-STATUS-RECORD.
003000         88  XMT-STATUS-ACKNOWLEDGED        VALUE 'A'.
003100         88  XMT-STATUS-MISMATCHED          VALUE 'M'.
003200     05  XMT-ACK-DATE                PIC X(08).
003250     05  XMT-SUBSCRIBER-ID           PIC X(08).
003300     05  FILLER                      PIC X(02).
