000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    PMRKREC                                      *
000400*    DESCRIPTION: THE ONE RECORD ON THE HELLODIG PAGING MARK   *
000500*                 (PAGEMARK) - THE DATE AND TIME OF THE LATEST *
000600*                 ALERT EVER SENT TO PAGEFEED AND THE RUN THAT *
000700*                 SENT IT.  THE DIGEST PAGES ONLY HIGH-        *
000800*                 SEVERITY ALERTS RAISED AFTER THE MARK, SO A  *
000900*                 WINDOW THAT OVERLAPS THE LAST RUN'S NEVER    *
001000*                 PAGES THE SAME ALERT TWICE.                  *
001100*                                                               *
001200*    MAINTENANCE HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    -------    ----  ------------------------------------     *
001500*    10/15/26   RMS   ORIGINAL                                  *
001600*                                                               *
001700*****************************************************************
001800 01  PAGE-MARK-RECORD.
001900     05  PMRK-LAST-STAMP.
002000         10  PMRK-LAST-DATE          PIC X(08).
002100         10  PMRK-LAST-TIME          PIC X(06).
002200     05  PMRK-RUN-DATE               PIC X(08).
002300     05  PMRK-RUN-TIME               PIC X(06).
002400     05  FILLER                      PIC X(12).
