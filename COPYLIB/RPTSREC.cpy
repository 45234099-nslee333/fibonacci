000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    RPTSREC                                      *
000400*    DESCRIPTION: ONE RECORD ON THE KEYED REPORT STORE         *
000500*                 (RPTSTORE), WHERE HELLORPS FILES A COPY OF   *
000600*                 EVERY REPORTING STEP'S REPTFILE.  EACH       *
000700*                 REPORT IS ONE HEADER RECORD (TYPE H, LINE    *
000800*                 ZERO) AND ONE LINE RECORD (TYPE L) PER PRINT *
000900*                 LINE, ALL KEYED BY RUN DATE, JOB, PROGRAM    *
001000*                 AND THE TIME THE STEP STARTED, SO A RERUN IS *
001100*                 KEPT ALONGSIDE THE RUN IT REPLACED.  THE     *
001200*                 TYPE LEADS THE KEY SO THE HEADERS FOR A DATE *
001300*                 READ TOGETHER WITHOUT PASSING THE LINES.     *
001400*                 THE HEADER IS WRITTEN AS THE STEP STARTS     *
001500*                 (STATUS R) AND REWRITTEN WITH THE STEP       *
001600*                 RETURN CODE AND LINE COUNT AS IT ENDS        *
001700*                 (STATUS C) - A HEADER LEFT AT R MEANS THE    *
001800*                 STEP NEVER REACHED ITS END.                  *
001900*                                                               *
002000*    MAINTENANCE HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                               *
002200*    -------    ----  ------------------------------------     *
002300*    10/15/26   RMS   ORIGINAL                                  *
002400*                                                               *
002500*****************************************************************
002600 01  REPORT-STORE-RECORD.
002700     05  RSR-STORE-KEY.
002800         10  RSR-REC-TYPE            PIC X(01).
002900             88  RSR-HEADER                  VALUE 'H'.
003000             88  RSR-LINE                    VALUE 'L'.
003100         10  RSR-RUN-DATE            PIC X(08).
003200         10  RSR-JOB-ID              PIC X(08).
003300         10  RSR-PROGRAM-ID          PIC X(08).
003400         10  RSR-RUN-TIME            PIC X(08).
003500         10  RSR-LINE-NO             PIC 9(06).
003600     05  RSR-LINE-TEXT               PIC X(80).
003700     05  RSR-HEADER-DATA REDEFINES RSR-LINE-TEXT.
003800         10  RSR-HDR-STATUS          PIC X(01).
003900             88  RSR-HDR-RUNNING             VALUE 'R'.
004000             88  RSR-HDR-COMPLETE            VALUE 'C'.
004100         10  RSR-HDR-STEP-RC         PIC 9(04).
004200         10  RSR-HDR-LINE-COUNT      PIC 9(06).
004300         10  RSR-HDR-END-TIME        PIC X(08).
004400         10  FILLER                  PIC X(61).
004500     05  FILLER                      PIC X(01).
