000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    WIFPREC                                      *
000400*    DESCRIPTION: PARAMETER RECORD FOR THE HELLOWIF WHAT-IF    *
000500*                 PREVIEW OF STAGED PARAMETER CHANGES - THE    *
000600*                 NUMBER OF DAYS AHEAD OF TODAY TO LOOK        *
000700*                 (COLUMNS 1-3, 1 TO 365).  EVERY PENDFILE     *
000800*                 CHANGE EFFECTIVE ON OR BEFORE TODAY PLUS     *
000900*                 THIS MANY DAYS IS PREVIEWED.                 *
001000*                                                               *
001100*    MAINTENANCE HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    -------    ----  ------------------------------------     *
001400*    10/15/26   RMS   ORIGINAL                                  *
001500*                                                               *
001600*****************************************************************
001700 01  WIF-PARM-RECORD.
001800     05  WPRM-DAYS-AHEAD             PIC 9(03).
001900     05  FILLER                      PIC X(23).
