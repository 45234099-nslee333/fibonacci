000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    RATEREC                                      *
000400*    DESCRIPTION: ONE ENTRY OF THE CHARGEBACK RATE TABLE READ  *
000500*                 BY HELLOCHG - THE CHARGE PER UNIT FOR ONE    *
000600*                 BILLABLE ELEMENT.  TERM IS PER TERM          *
000700*                 GENERATED (AUDFILE ITERATIONS), ELAP PER     *
000800*                 SECOND OF RUN TIME (AUDFILE ELAPSED          *
000900*                 SECONDS), XTRR PER EXTRACT RECORD            *
001000*                 TRANSMITTED (XMTSTAT) AND HIST PER RECORD    *
001100*                 RETAINED ON THE HISTORY MASTER.  EVERY CODE  *
001200*                 MUST BE PRESENT EXACTLY ONCE.  THE RATE IS   *
001300*                 IN DOLLARS WITH SIX DECIMALS, UNPUNCTUATED   *
001400*                 (000001500 IS 0.0015 PER UNIT).              *
001500*                                                               *
001600*    MAINTENANCE HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    -------    ----  ------------------------------------     *
001900*    10/15/26   RMS   ORIGINAL                                  *
002000*                                                               *
002100*****************************************************************
002200 01  CHG-RATE-RECORD.
002300     05  RATE-CODE                   PIC X(04).
002400         88  RATE-CODE-TERMS                 VALUE 'TERM'.
002500         88  RATE-CODE-ELAPSED               VALUE 'ELAP'.
002600         88  RATE-CODE-EXTRACT               VALUE 'XTRR'.
002700         88  RATE-CODE-HISTORY               VALUE 'HIST'.
002800     05  RATE-PER-UNIT               PIC 9(03)V9(06).
002900     05  RATE-DESCRIPTION            PIC X(30).
003000     05  FILLER                      PIC X(37).
