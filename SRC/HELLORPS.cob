000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLORPS.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLORPS                                     *
001000*    DESCRIPTION: CALLABLE REPORT-STORE SUBROUTINE.  THE       *
001100*                 REPORTING PROGRAMS (HELLORPT, HELLOCMP,      *
001200*                 HELLOEOW, HELLOACK, HELLOAUD AND HELLOTRD)   *
001300*                 STILL PRINT REPTFILE TO SYSOUT, AND ALSO     *
001400*                 PASS EVERY LINE THEY PRINT HERE, SO THE      *
001500*                 REPORT IS KEPT ON THE KEYED REPORT STORE     *
001600*                 (RPTSTORE) LONG AFTER THE SPOOL IS PURGED.   *
001700*                 AN OPEN CALL AS THE STEP STARTS WRITES THE   *
001800*                 REPORT'S HEADER RECORD, KEYED BY RUN DATE,   *
001900*                 JOB, PROGRAM AND START TIME; EACH WRITE CALL *
002000*                 FILES ONE NUMBERED LINE; THE CLOSE CALL AS   *
002100*                 THE STEP ENDS REWRITES THE HEADER WITH THE   *
002200*                 STEP RETURN CODE AND LINE COUNT.  HELLOBRW   *
002300*                 BROWSES THE STORE AND HELLOARC PURGES IT TO  *
002400*                 ITS ARCPARM RETENTION.  NOTHING IS DISPLAYED *
002500*                 AND THE CALLER'S RETURN-CODE IS NOT TOUCHED  *
002600*                 - EVERY OUTCOME IS REPORTED IN THE LINKAGE   *
002700*                 AREA, AND A STORE PROBLEM NEVER STOPS THE    *
002800*                 REPORT ITSELF.                               *
002900*                                                               *
003000*    MAINTENANCE HISTORY                                       *
003100*    DATE       INIT  DESCRIPTION                               *
003200*    -------    ----  ------------------------------------     *
003300*    10/15/26   RMS   ORIGINAL                                  *
003400*                                                               *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT STORE-FILE       ASSIGN TO RPTSTORE
004300                             ORGANIZATION IS INDEXED
004400                             ACCESS MODE IS DYNAMIC
004500                             RECORD KEY IS RSR-STORE-KEY
004600                             FILE STATUS IS RS-STORE-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  STORE-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300     COPY RPTSREC.
005400*
005500 WORKING-STORAGE SECTION.
005600*****************************************************************
005700*    SWITCHES                                                  *
005800*****************************************************************
005900 01  RS-SWITCHES.
006000     05  RS-STORE-STATUS         PIC X(02)   VALUE '00'.
006100         88  RS-STORE-OK                 VALUE '00'.
006200     05  RS-REPORT-OPEN-SW       PIC X(01)   VALUE 'N'.
006300         88  RS-REPORT-OPEN              VALUE 'Y'.
006400*****************************************************************
006500*    THE REPORT IN PROGRESS                                     *
006600*****************************************************************
006700 01  RS-REPORT-FIELDS.
006800     05  RS-HEADER-KEY.
006900         10  RS-HDR-REC-TYPE     PIC X(01)   VALUE SPACE.
007000         10  RS-HDR-RUN-DATE     PIC X(08)   VALUE SPACES.
007100         10  RS-HDR-JOB-ID       PIC X(08)   VALUE SPACES.
007200         10  RS-HDR-PROGRAM-ID   PIC X(08)   VALUE SPACES.
007300         10  RS-HDR-RUN-TIME     PIC X(08)   VALUE SPACES.
007400         10  RS-HDR-LINE-NO      PIC 9(06)   VALUE ZEROES.
007500     05  RS-LINE-COUNT           PIC 9(06)   VALUE ZEROES.
007600     05  RS-END-TIME             PIC X(08)   VALUE SPACES.
007700 77  RS-MAX-LINES                PIC 9(06)   VALUE 999999.
007800*
007900 LINKAGE SECTION.
008000     COPY RPTSLNK.
008100*
008200 PROCEDURE DIVISION USING REPORT-STORE-AREA.
008300*****************************************************************
008400*                                                               *
008500*    0000-MAINLINE                                              *
008600*    CONTROLS ONE CALL - OPEN, WRITE OR CLOSE A REPORT.         *
008700*                                                               *
008800*****************************************************************
008900 0000-MAINLINE.
009000     MOVE 0    TO RSL-RETURN-CODE.
009100     MOVE '00' TO RSL-FILE-STATUS.
009200     IF RSL-FUNC-OPEN
009300         PERFORM 1000-OPEN-REPORT THRU 1000-EXIT
009400         GO TO 9999-EXIT
009500     END-IF.
009600     IF RSL-FUNC-WRITE
009700         PERFORM 2000-WRITE-LINE THRU 2000-EXIT
009800         GO TO 9999-EXIT
009900     END-IF.
010000     IF RSL-FUNC-CLOSE
010100         PERFORM 3000-CLOSE-REPORT THRU 3000-EXIT
010200         GO TO 9999-EXIT
010300     END-IF.
010400     MOVE 12 TO RSL-RETURN-CODE.
010500     GO TO 9999-EXIT.
010600*****************************************************************
010700*                                                               *
010800*    1000-OPEN-REPORT                                           *
010900*    OPENS RPTSTORE AND WRITES THE NEW REPORT'S HEADER AT       *
011000*    STATUS R, SO A STEP THAT NEVER REACHES ITS CLOSE CALL      *
011100*    STILL SHOWS ON THE STORE.  THE START TIME IN THE KEY TO    *
011200*    THE HUNDREDTH KEEPS A RERUN FROM OVERLAYING THE FIRST RUN. *
011300*                                                               *
011400*****************************************************************
011500 1000-OPEN-REPORT.
011600     IF RS-REPORT-OPEN
011700         OR RSL-JOB-ID = SPACES
011800         OR RSL-PROGRAM-ID = SPACES
011900         MOVE 12 TO RSL-RETURN-CODE
012000         GO TO 1000-EXIT
012100     END-IF.
012200     OPEN I-O STORE-FILE.
012300     IF NOT RS-STORE-OK
012400         MOVE 16              TO RSL-RETURN-CODE
012500         MOVE RS-STORE-STATUS TO RSL-FILE-STATUS
012600         GO TO 1000-EXIT
012700     END-IF.
012800     MOVE 'H'            TO RS-HDR-REC-TYPE.
012900     MOVE RSL-RUN-DATE   TO RS-HDR-RUN-DATE.
013000     IF RS-HDR-RUN-DATE = SPACES
013100         ACCEPT RS-HDR-RUN-DATE FROM DATE YYYYMMDD
013200     END-IF.
013300     MOVE RSL-JOB-ID     TO RS-HDR-JOB-ID.
013400     MOVE RSL-PROGRAM-ID TO RS-HDR-PROGRAM-ID.
013500     ACCEPT RS-HDR-RUN-TIME FROM TIME.
013600     MOVE 0              TO RS-HDR-LINE-NO.
013700     MOVE 0              TO RS-LINE-COUNT.
013800     MOVE SPACES         TO REPORT-STORE-RECORD.
013900     MOVE RS-HEADER-KEY  TO RSR-STORE-KEY.
014000     MOVE 'R'            TO RSR-HDR-STATUS.
014100     MOVE 0              TO RSR-HDR-STEP-RC.
014200     MOVE 0              TO RSR-HDR-LINE-COUNT.
014300     WRITE REPORT-STORE-RECORD
014400         INVALID KEY
014500             MOVE 8 TO RSL-RETURN-CODE
014600     END-WRITE.
014700     IF NOT RS-STORE-OK
014800         MOVE 8               TO RSL-RETURN-CODE
014900         MOVE RS-STORE-STATUS TO RSL-FILE-STATUS
015000         CLOSE STORE-FILE
015100         GO TO 1000-EXIT
015200     END-IF.
015300     MOVE 'Y' TO RS-REPORT-OPEN-SW.
015400 1000-EXIT.
015500     EXIT.
015600*****************************************************************
015700*                                                               *
015800*    2000-WRITE-LINE                                            *
015900*    FILES ONE PRINT LINE UNDER THE NEXT LINE NUMBER OF THE     *
016000*    REPORT IN PROGRESS.                                        *
016100*                                                               *
016200*****************************************************************
016300 2000-WRITE-LINE.
016400     IF NOT RS-REPORT-OPEN
016500         MOVE 12 TO RSL-RETURN-CODE
016600         GO TO 2000-EXIT
016700     END-IF.
016800     IF RS-LINE-COUNT NOT < RS-MAX-LINES
016900         MOVE 8 TO RSL-RETURN-CODE
017000         GO TO 2000-EXIT
017100     END-IF.
017200     ADD 1 TO RS-LINE-COUNT.
017300     MOVE SPACES         TO REPORT-STORE-RECORD.
017400     MOVE RS-HEADER-KEY  TO RSR-STORE-KEY.
017500     MOVE 'L'            TO RSR-REC-TYPE.
017600     MOVE RS-LINE-COUNT  TO RSR-LINE-NO.
017700     MOVE RSL-LINE-TEXT  TO RSR-LINE-TEXT.
017800     WRITE REPORT-STORE-RECORD
017900         INVALID KEY
018000             MOVE 8 TO RSL-RETURN-CODE
018100     END-WRITE.
018200     IF NOT RS-STORE-OK
018300         MOVE 8               TO RSL-RETURN-CODE
018400         MOVE RS-STORE-STATUS TO RSL-FILE-STATUS
018500         SUBTRACT 1 FROM RS-LINE-COUNT
018600     END-IF.
018700 2000-EXIT.
018800     EXIT.
018900*****************************************************************
019000*                                                               *
019100*    3000-CLOSE-REPORT                                          *
019200*    REWRITES THE HEADER AT STATUS C WITH THE STEP RETURN CODE, *
019300*    THE NUMBER OF LINES FILED AND THE END TIME, AND CLOSES     *
019400*    RPTSTORE.                                                  *
019500*                                                               *
019600*****************************************************************
019700 3000-CLOSE-REPORT.
019800     IF NOT RS-REPORT-OPEN
019900         MOVE 12 TO RSL-RETURN-CODE
020000         GO TO 3000-EXIT
020100     END-IF.
020200     MOVE 'N' TO RS-REPORT-OPEN-SW.
020300     ACCEPT RS-END-TIME FROM TIME.
020400     MOVE RS-HEADER-KEY TO RSR-STORE-KEY.
020500     READ STORE-FILE
020600         INVALID KEY
020700             MOVE 8 TO RSL-RETURN-CODE
020800     END-READ.
020900     IF NOT RS-STORE-OK
021000         MOVE 8               TO RSL-RETURN-CODE
021100         MOVE RS-STORE-STATUS TO RSL-FILE-STATUS
021200         CLOSE STORE-FILE
021300         GO TO 3000-EXIT
021400     END-IF.
021500     MOVE 'C'           TO RSR-HDR-STATUS.
021600     MOVE RSL-STEP-RC   TO RSR-HDR-STEP-RC.
021700     MOVE RS-LINE-COUNT TO RSR-HDR-LINE-COUNT.
021800     MOVE RS-END-TIME   TO RSR-HDR-END-TIME.
021900     REWRITE REPORT-STORE-RECORD
022000         INVALID KEY
022100             MOVE 8 TO RSL-RETURN-CODE
022200     END-REWRITE.
022300     IF NOT RS-STORE-OK
022400         MOVE 8               TO RSL-RETURN-CODE
022500         MOVE RS-STORE-STATUS TO RSL-FILE-STATUS
022600     END-IF.
022700     CLOSE STORE-FILE.
022800 3000-EXIT.
022900     EXIT.
023000 9999-EXIT.
023100     GOBACK.
