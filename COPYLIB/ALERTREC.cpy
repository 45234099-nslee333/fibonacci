000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    ALERTREC                                     *
000400*    DESCRIPTION: ONE ALERT ON THE SHARED ALERT DATASET        *
000500*                 (ALERTS).  EVERY PROGRAM IN THE HELLOJ,      *
000600*                 HELLOPAR, HELLOACK AND HELLORTX STREAMS      *
000700*                 APPENDS ONE OF THESE FOR EACH HELLONNNNE OR  *
000800*                 HELLONNNNW MESSAGE IT ISSUES TO SYSOUT, SO   *
000900*                 THE NIGHT'S ERRORS AND WARNINGS ARE IN ONE   *
001000*                 PLACE FOR THE HELLODIG MORNING DIGEST.  THE  *
001100*                 SEVERITY IS THE LAST CHARACTER OF THE        *
001200*                 MESSAGE ID AS ISSUED (E OR W); THE DIGEST    *
001300*                 RANKS IT BY THE MESSAGE CATALOG (MSGCAT).    *
001400*                                                               *
001500*    MAINTENANCE HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                               *
001700*    -------    ----  ------------------------------------     *
001800*    10/15/26   RMS   ORIGINAL                                  *
001900*                                                               *
002000*****************************************************************
002100 01  ALERT-RECORD.
002200     05  ALRT-DATE                   PIC X(08).
002300     05  ALRT-TIME                   PIC X(06).
002400     05  ALRT-JOB-ID                 PIC X(08).
002500     05  ALRT-PROGRAM-ID             PIC X(08).
002600     05  ALRT-MESSAGE-ID             PIC X(10).
002700     05  ALRT-SEVERITY               PIC X(01).
002800         88  ALRT-SEVERITY-ERROR             VALUE 'E'.
002900         88  ALRT-SEVERITY-WARNING           VALUE 'W'.
003000     05  ALRT-SEQUENCE-ID            PIC X(08).
003100     05  ALRT-TEXT                   PIC X(80).
003200     05  FILLER                      PIC X(11).
