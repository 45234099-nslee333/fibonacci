000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    SUBREC                                       *
000400*    DESCRIPTION: ONE ENTRY ON THE SUBTABLE EXTRACT-SUBSCRIBER *
000500*                 TABLE - A RECEIVING SYSTEM (SUBSCRIBER ID),  *
000600*                 ONE SEQUENCE ID IT RECEIVES (*ALL FOR EVERY  *
000700*                 DEFINITION THE NIGHT CARRIES), THE OUTPUT    *
000800*                 SLOT (1-5) WHOSE XTRSUBN DD HELLOXTR WRITES  *
000900*                 ITS FILE THROUGH, AND THE DESTINATION        *
001000*                 DATASET THAT DD IS ALLOCATED TO.  A          *
001100*                 SUBSCRIBER RECEIVING SEVERAL SEQUENCE IDS    *
001200*                 HAS ONE ENTRY PER ID, EACH CARRYING THE SAME *
001300*                 SLOT AND DATASET.  READ BY HELLOXTR TO ROUTE *
001400*                 THE NIGHTLY EXTRACT AND BY HELLORTX TO       *
001500*                 REBUILD ONE SUBSCRIBER'S FILE.               *
001600*                                                               *
001700*    MAINTENANCE HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    -------    ----  ------------------------------------     *
002000*    10/15/26   RMS   ORIGINAL                                  *
002100*                                                               *
002200*****************************************************************
002300 01  SUB-TABLE-RECORD.
002400     05  SUB-SUBSCRIBER-ID           PIC X(08).
002500     05  SUB-SEQUENCE-ID             PIC X(08).
002600     05  SUB-OUTPUT-SLOT             PIC 9(01).
002700     05  SUB-DEST-DSN                PIC X(44).
002800     05  FILLER                      PIC X(19).
