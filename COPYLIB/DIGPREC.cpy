000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    DIGPREC                                      *
000400*    DESCRIPTION: PARAMETER RECORD FOR THE HELLODIG MORNING    *
000500*                 DIGEST - THE NUMBER OF DAYS BACK FROM TODAY  *
000600*                 THE DIGEST COVERS (COLUMNS 1-3, 1 TO 31).    *
000700*                 ONE COVERS YESTERDAY AND TODAY, WHICH SPANS  *
000800*                 AN OVERNIGHT WINDOW; A MONDAY RUN CAN GIVE   *
000900*                 THREE TO REPORT THE WEEKEND.  THE WINDOW     *
000925*                 GOVERNS THE REPORT ONLY - PAGING IS HELD TO  *
000950*                 ALERTS AFTER THE PAGEMARK, SO A WIDER WINDOW *
000975*                 NEVER PAGES AN ALERT A SECOND TIME.          *
001000*                                                               *
001100*    MAINTENANCE HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    -------    ----  ------------------------------------     *
001400*    10/15/26   RMS   ORIGINAL                                  *
001500*                                                               *
001600*****************************************************************
001700 01  DIG-PARM-RECORD.
001800     05  DPRM-DAYS-BACK              PIC 9(03).
001900     05  FILLER                      PIC X(23).
