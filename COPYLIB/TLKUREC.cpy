000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    TLKUREC                                      *
000400*    DESCRIPTION: ONE USAGE RECORD ON THE TLKUSAGE LOG.        *
000500*                 HELLOTLK ACCUMULATES ITS CALLS BY CALLING    *
000600*                 PROGRAM AND SEQUENCE ID AND APPENDS ONE      *
000700*                 RECORD PER PAIR WHEN THE CALLER CLOSES IT,   *
000800*                 SO THE LOG SHOWS WHICH PROGRAMS DEPEND ON    *
000900*                 WHICH PARMDEF DEFINITIONS.  HELLOMNT READS   *
001000*                 IT BEFORE A DEFINITION IS CHANGED OR         *
001100*                 DELETED AND NAMES THE DEPENDENT PROGRAMS.    *
001200*                                                               *
001300*    MAINTENANCE HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    -------    ----  ------------------------------------     *
001600*    10/15/26   RMS   ORIGINAL                                  *
001700*                                                               *
001800*****************************************************************
001900 01  TLK-USAGE-RECORD.
002000     05  TUSE-SEQUENCE-ID            PIC X(08).
002100     05  TUSE-CALLER-ID              PIC X(08).
002200     05  TUSE-RUN-DATE               PIC X(08).
002300     05  TUSE-RUN-TIME               PIC X(06).
002400     05  TUSE-CALL-COUNT             PIC 9(09).
002500     05  TUSE-STORE-COUNT            PIC 9(09).
002600     05  TUSE-COMPUTED-COUNT         PIC 9(09).
002700     05  TUSE-FAILED-COUNT           PIC 9(09).
002800     05  FILLER                      PIC X(14).
