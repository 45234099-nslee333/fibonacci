000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    CHGPREC                                      *
000400*    DESCRIPTION: PARAMETER RECORD FOR THE HELLOCHG MONTHLY    *
000500*                 CHARGEBACK - THE MONTH TO CHARGE AS YYYYMM   *
000600*                 (COLUMNS 1-6).  LEFT BLANK, THE MONTH BEFORE *
000700*                 THE RUN DATE IS CHARGED, SO THE MONTH-END    *
000800*                 SUBMISSION NEEDS NO EDIT.                    *
000900*                                                               *
001000*    MAINTENANCE HISTORY                                       *
001100*    DATE       INIT  DESCRIPTION                               *
001200*    -------    ----  ------------------------------------     *
001300*    10/15/26   RMS   ORIGINAL                                  *
001400*                                                               *
001500*****************************************************************
001600 01  CHG-PARM-RECORD.
001700     05  CPRM-MONTH                  PIC X(06).
001800     05  FILLER                      PIC X(20).
