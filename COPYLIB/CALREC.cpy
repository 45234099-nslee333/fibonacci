000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    CALREC                                       *
000400*    DESCRIPTION: ONE ENTRY ON THE CALENDAR PROCESSING         *
000500*                 CALENDAR - A DATE (YYYYMMDD) AND WHETHER IT  *
000600*                 IS A BUSINESS DAY (B) THE NIGHTLY WINDOW     *
000700*                 MUST RUN FOR, OR A NON-PROCESSING DAY (N) -  *
000800*                 A WEEKEND, A HOLIDAY, A DAY OPERATIONS HAS   *
000900*                 WAIVED - ON WHICH IT SKIPS.  A DATE THE      *
001000*                 CALENDAR DOES NOT LIST FALLS BACK TO ITS     *
001100*                 WEEKDAY: MONDAY THRU FRIDAY ARE BUSINESS     *
001200*                 DAYS, SATURDAY AND SUNDAY ARE NOT.  READ BY  *
001300*                 HELLOAPL, HELLO, HELLOXTR, HELLOHST AND      *
001400*                 HELLOEOW TO SKIP A NON-PROCESSING DAY, BY    *
001500*                 HELLOAPL TO FIND MISSED BUSINESS DAYS, AND   *
001600*                 BY HELLOACK TO AGE IN BUSINESS DAYS.         *
001700*                                                               *
001800*    MAINTENANCE HISTORY                                       *
001900*    DATE       INIT  DESCRIPTION                               *
002000*    -------    ----  ------------------------------------     *
002100*    10/15/26   RMS   ORIGINAL                                  *
002200*                                                               *
002300*****************************************************************
002400 01  CALENDAR-RECORD.
002500     05  CAL-DATE                    PIC X(08).
002600     05  FILLER                      PIC X(01).
002700     05  CAL-DAY-TYPE                PIC X(01).
002800         88  CAL-BUSINESS-DAY                VALUE 'B'.
002900         88  CAL-NON-PROCESSING-DAY          VALUE 'N'.
003000         88  CAL-DAY-TYPE-VALID              VALUES 'B' 'N'.
003100     05  FILLER                      PIC X(01).
003200     05  CAL-DESCRIPTION             PIC X(30).
003300     05  FILLER                      PIC X(39).
