000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    PAGEREC                                      *
000400*    DESCRIPTION: ONE RECORD ON THE OPERATIONS PAGING FEED     *
000500*                 (PAGEFEED), WRITTEN BY THE HELLODIG MORNING  *
000600*                 DIGEST FOR EVERY HIGH-SEVERITY ALERT IN ITS  *
000700*                 WINDOW.  CARRIES THE ALERT AS RAISED PLUS    *
000800*                 THE CATALOG'S RECOMMENDED ACTION, SO THE     *
000900*                 PAGE IS SELF-CONTAINED.                      *
001000*                                                               *
001100*    MAINTENANCE HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    -------    ----  ------------------------------------     *
001400*    10/15/26   RMS   ORIGINAL                                  *
001500*                                                               *
001600*****************************************************************
001700 01  PAGE-FEED-RECORD.
001800     05  PAGE-DATE                   PIC X(08).
001900     05  PAGE-TIME                   PIC X(06).
002000     05  PAGE-JOB-ID                 PIC X(08).
002100     05  PAGE-PROGRAM-ID             PIC X(08).
002200     05  PAGE-MESSAGE-ID             PIC X(10).
002300     05  PAGE-SEQUENCE-ID            PIC X(08).
002400     05  PAGE-TEXT                   PIC X(80).
002500     05  PAGE-ACTION                 PIC X(60).
002600     05  FILLER                      PIC X(12).
