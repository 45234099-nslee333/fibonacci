000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    MSGCREC                                      *
000400*    DESCRIPTION: ONE ENTRY ON THE MESSAGE CATALOG DATASET     *
000500*                 (MSGCAT) - THE OPERATIONAL SEVERITY OF A     *
000600*                 HELLO MESSAGE ID AND THE RECOMMENDED         *
000700*                 OPERATOR ACTION, PRINTED BY THE HELLODIG     *
000800*                 MORNING DIGEST BESIDE EACH ALERT SO THE      *
000900*                 ON-CALL PERSON SEES WHAT TO DO AS WELL AS    *
001000*                 WHAT BROKE.  SEVERITY H ALSO GOES TO THE     *
001100*                 OPERATIONS PAGING FEED.                      *
001200*                                                               *
001300*    MAINTENANCE HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    -------    ----  ------------------------------------     *
001600*    10/15/26   RMS   ORIGINAL                                  *
001700*                                                               *
001800*****************************************************************
001900 01  MSG-CATALOG-RECORD.
002000     05  MCAT-MESSAGE-ID             PIC X(10).
002100     05  MCAT-SEVERITY               PIC X(01).
002200         88  MCAT-SEVERITY-HIGH              VALUE 'H'.
002300         88  MCAT-SEVERITY-MEDIUM            VALUE 'M'.
002400         88  MCAT-SEVERITY-LOW               VALUE 'L'.
002500         88  MCAT-SEVERITY-VALID             VALUES 'H' 'M' 'L'.
002600     05  FILLER                      PIC X(01).
002700     05  MCAT-ACTION                 PIC X(60).
002800     05  FILLER                      PIC X(08).
