000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    RPTSLNK                                      *
000400*    DESCRIPTION: LINKAGE AREA FOR THE HELLORPS REPORT-STORE   *
000500*                 SUBROUTINE.  COPY THIS BOOK INTO THE CALLING *
000600*                 PROGRAM'S WORKING-STORAGE AND CALL           *
000700*                 'HELLORPS' USING REPORT-STORE-AREA.          *
000800*                                                               *
000900*                 REQUEST - SET BEFORE EVERY CALL:             *
001000*                   RSL-FUNCTION     O = OPEN A NEW REPORT -   *
001100*                                        ONCE, AS THE STEP     *
001200*                                        STARTS                *
001300*                                    W = FILE ONE PRINT LINE   *
001400*                                        FROM RSL-LINE-TEXT    *
001500*                                    C = CLOSE THE REPORT WITH *
001600*                                        RSL-STEP-RC - ONCE,   *
001700*                                        AS THE STEP ENDS      *
001800*                   RSL-JOB-ID       JOB NAME (OPEN ONLY)      *
001900*                   RSL-PROGRAM-ID   REPORTING PROGRAM (OPEN)  *
002000*                   RSL-RUN-DATE     YYYYMMDD THE REPORT IS    *
002100*                                    FILED UNDER (OPEN ONLY);  *
002200*                                    BLANK MEANS TODAY         *
002300*                                                               *
002400*                 RESPONSE - RSL-RETURN-CODE AS THE 88-LEVELS  *
002500*                 BELOW, WITH THE RPTSTORE FILE STATUS WHEN A  *
002600*                 FILE OPERATION FAILED.  AFTER A FAILED OPEN  *
002700*                 NOTHING MORE IS FILED FOR THE REPORT.        *
002800*                                                               *
002900*                 THE CALLING STEP SUPPLIES AN RPTSTORE DD.    *
003000*                                                               *
003100*    MAINTENANCE HISTORY                                       *
003200*    DATE       INIT  DESCRIPTION                               *
003300*    -------    ----  ------------------------------------     *
003400*    10/15/26   RMS   ORIGINAL                                  *
003500*                                                               *
003600*****************************************************************
003700 01  REPORT-STORE-AREA.
003800     05  RSL-REQUEST.
003900         10  RSL-FUNCTION            PIC X(01).
004000             88  RSL-FUNC-OPEN               VALUE 'O'.
004100             88  RSL-FUNC-WRITE              VALUE 'W'.
004200             88  RSL-FUNC-CLOSE              VALUE 'C'.
004300         10  RSL-JOB-ID              PIC X(08).
004400         10  RSL-PROGRAM-ID          PIC X(08).
004500         10  RSL-RUN-DATE            PIC X(08).
004600         10  RSL-STEP-RC             PIC 9(04).
004700         10  RSL-LINE-TEXT           PIC X(80).
004800         10  FILLER                  PIC X(07).
004900     05  RSL-RESPONSE.
005000         10  RSL-RETURN-CODE         PIC 9(02).
005100             88  RSL-RC-OK                   VALUE 00.
005200             88  RSL-RC-WRITE-FAILED         VALUE 08.
005300             88  RSL-RC-BAD-REQUEST          VALUE 12.
005400             88  RSL-RC-UNAVAILABLE          VALUE 16.
005500         10  RSL-FILE-STATUS         PIC X(02).
005600         10  FILLER                  PIC X(06).
