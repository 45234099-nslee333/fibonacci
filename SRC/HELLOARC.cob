000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOARC.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLOARC                                     *
001000*    DESCRIPTION: ARCHIVE AND PURGE OF THE APPEND-ONLY         *
001100*                 CONTROL DATASETS.  AUDFILE, PARMLOG,         *
001200*                 AUTHLOG, RUNSTAT AND CKPTFILE ARE ALL        *
001300*                 OPENED EXTEND BY THE PROGRAMS THAT WRITE     *
001400*                 THEM AND NOTHING EVER TRIMMED THEM.  FOR     *
001500*                 EACH DATASET SELECTED ON ARCPARM THIS        *
001600*                 PROGRAM SPLITS THE LIVE RECORDS BY RUN DATE  *
001700*                 AGAINST THAT DATASET'S OWN RETENTION - OLDER *
001800*                 RECORDS TO A NEW ARCHIVE GENERATION, CURRENT *
001900*                 ONES TO A KEEP WORK DATASET - PROVES         *
002000*                 RECORDS IN = KEPT + ARCHIVED, AND ONLY THEN  *
002100*                 REWRITES THE LIVE DATASET FROM THE KEEP      *
002200*                 COPY.  A RECORD WITH NO USABLE RUN DATE      *
002300*                 (WRITTEN BEFORE THE DATE FIELD EXISTED) IS   *
002400*                 ARCHIVED, NEVER DROPPED.  ARCHIVE RECORDS    *
002500*                 KEEP THE LIVE LAYOUT UNCHANGED, SO HELLOAUD, *
002600*                 HELLOTRD AND HELLORBD READ THE GENERATIONS   *
002700*                 AHEAD OF THE LIVE DATASET WITH NO RESTORE.   *
002800*                 THE CONTROL REPORT SHOWS IN, KEPT, ARCHIVED  *
002900*                 AND REWRITTEN PER DATASET WITH A BALANCE     *
003000*                 LINE, AND THE STEP ENDS RC=16 IF ANY         *
003100*                 DATASET FAILS TO BALANCE.  THE KEYED REPORT  *
003120*                 STORE (RPTSTORE) IS PURGED IN PLACE TO ITS   *
003150*                 OWN ARCPARM RETENTION - IT HOLDS ONLY COPIES *
003170*                 OF SYSOUT REPORTS, SO NOTHING IS ARCHIVED.   *
003200*                                                               *
003300*    MAINTENANCE HISTORY                                       *
003400*    DATE       INIT  DESCRIPTION                               *
003500*    -------    ----  ------------------------------------     *
003600*    10/15/26   RMS   ORIGINAL                                  *
003630*    10/15/26   RMS   PARMLOG KEEP/ARCHIVE RECORDS 215 TO 279   *
003660*                     FOR THE DEFINITION OWNER FIELDS.          *
003670*    10/15/26   RMS   PURGES THE RPTSTORE REPORT STORE TO THE   *
003680*                     NEW ARCPARM COLUMNS 26-30 RETENTION.      *
003700*                                                               *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARM-FILE        ASSIGN TO ARCPARM
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS AR-PARM-FILE-STATUS.
004800     SELECT RPT-FILE         ASSIGN TO REPTFILE
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS AR-RPT-FILE-STATUS.
005100     SELECT AUD-FILE         ASSIGN TO AUDFILE
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS IS AR-AUD-STATUS.
005400     SELECT AUD-KEEP-FILE    ASSIGN TO AUDKEEP
005500                             ORGANIZATION IS LINE SEQUENTIAL
005600                             FILE STATUS IS AR-AUD-KEEP-STATUS.
005700     SELECT AUD-ARCH-FILE    ASSIGN TO AUDARCH
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS IS AR-AUD-ARCH-STATUS.
006000     SELECT LOG-FILE         ASSIGN TO PARMLOG
006100                             ORGANIZATION IS LINE SEQUENTIAL
006200                             FILE STATUS IS AR-LOG-STATUS.
006300     SELECT LOG-KEEP-FILE    ASSIGN TO LOGKEEP
006400                             ORGANIZATION IS LINE SEQUENTIAL
006500                             FILE STATUS IS AR-LOG-KEEP-STATUS.
006600     SELECT LOG-ARCH-FILE    ASSIGN TO LOGARCH
006700                             ORGANIZATION IS LINE SEQUENTIAL
006800                             FILE STATUS IS AR-LOG-ARCH-STATUS.
006900     SELECT ALOG-FILE        ASSIGN TO AUTHLOG
007000                             ORGANIZATION IS LINE SEQUENTIAL
007100                             FILE STATUS IS AR-ALOG-STATUS.
007200     SELECT ALOG-KEEP-FILE   ASSIGN TO ALOGKEEP
007300                             ORGANIZATION IS LINE SEQUENTIAL
007400                             FILE STATUS IS AR-ALOG-KEEP-STATUS.
007500     SELECT ALOG-ARCH-FILE   ASSIGN TO ALOGARCH
007600                             ORGANIZATION IS LINE SEQUENTIAL
007700                             FILE STATUS IS AR-ALOG-ARCH-STATUS.
007800     SELECT RST-FILE         ASSIGN TO RSTFILE
007900                             ORGANIZATION IS LINE SEQUENTIAL
008000                             FILE STATUS IS AR-RST-STATUS.
008100     SELECT RST-KEEP-FILE    ASSIGN TO RSTKEEP
008200                             ORGANIZATION IS LINE SEQUENTIAL
008300                             FILE STATUS IS AR-RST-KEEP-STATUS.
008400     SELECT RST-ARCH-FILE    ASSIGN TO RSTARCH
008500                             ORGANIZATION IS LINE SEQUENTIAL
008600                             FILE STATUS IS AR-RST-ARCH-STATUS.
008700     SELECT CKPT-FILE        ASSIGN TO CKPTFILE
008800                             ORGANIZATION IS LINE SEQUENTIAL
008900                             FILE STATUS IS AR-CKPT-STATUS.
009000     SELECT CKPT-KEEP-FILE   ASSIGN TO CKPTKEEP
009100                             ORGANIZATION IS LINE SEQUENTIAL
009200                             FILE STATUS IS AR-CKPT-KEEP-STATUS.
009300     SELECT CKPT-ARCH-FILE   ASSIGN TO CKPTARCH
009400                             ORGANIZATION IS LINE SEQUENTIAL
009500                             FILE STATUS IS AR-CKPT-ARCH-STATUS.
009510     SELECT STORE-FILE       ASSIGN TO RPTSTORE
009530                             ORGANIZATION IS INDEXED
009540                             ACCESS MODE IS DYNAMIC
009560                             RECORD KEY IS RSR-STORE-KEY
009580                             FILE STATUS IS AR-STORE-STATUS.
009600*
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  PARM-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200     COPY ARCPREC.
010300 FD  RPT-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600     COPY RPTLINE.
010700 FD  AUD-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000     COPY AUDITREC.
011100 FD  AUD-KEEP-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORDING MODE IS F.
011400 01  AUD-KEEP-RECORD             PIC X(87).
011500 FD  AUD-ARCH-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORDING MODE IS F.
011800 01  AUD-ARCH-RECORD             PIC X(87).
011900 FD  LOG-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200     COPY PARMLOG.
012300 FD  LOG-KEEP-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600 01  LOG-KEEP-RECORD             PIC X(279).
012700 FD  LOG-ARCH-FILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORDING MODE IS F.
013000 01  LOG-ARCH-RECORD             PIC X(279).
013100 FD  ALOG-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400     COPY AUTHLREC.
013500 FD  ALOG-KEEP-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F.
013800 01  ALOG-KEEP-RECORD            PIC X(40).
013900 FD  ALOG-ARCH-FILE
014000     LABEL RECORDS ARE STANDARD
014100     RECORDING MODE IS F.
014200 01  ALOG-ARCH-RECORD            PIC X(40).
014300 FD  RST-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORDING MODE IS F.
014600     COPY RUNSTAT.
014700 FD  RST-KEEP-FILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORDING MODE IS F.
015000 01  RST-KEEP-RECORD             PIC X(61).
015100 FD  RST-ARCH-FILE
015200     LABEL RECORDS ARE STANDARD
015300     RECORDING MODE IS F.
015400 01  RST-ARCH-RECORD             PIC X(61).
015500 FD  CKPT-FILE
015600     LABEL RECORDS ARE STANDARD
015700     RECORDING MODE IS F.
015800     COPY CKPTREC.
015900 FD  CKPT-KEEP-FILE
016000     LABEL RECORDS ARE STANDARD
016100     RECORDING MODE IS F.
016200 01  CKPT-KEEP-RECORD            PIC X(99).
016300 FD  CKPT-ARCH-FILE
016400     LABEL RECORDS ARE STANDARD
016500     RECORDING MODE IS F.
016600 01  CKPT-ARCH-RECORD            PIC X(99).
016620 FD  STORE-FILE
016640     LABEL RECORDS ARE STANDARD
016660     RECORDING MODE IS F.
016680     COPY RPTSREC.
016700*
016800 WORKING-STORAGE SECTION.
016900*****************************************************************
017000*    SWITCHES AND FILE STATUSES                                *
017100*****************************************************************
017200 01  AR-SWITCHES.
017300     05  AR-PARM-FILE-STATUS     PIC X(02)   VALUE '00'.
017400         88  AR-PARM-FILE-OK             VALUE '00'.
017500     05  AR-RPT-FILE-STATUS      PIC X(02)   VALUE '00'.
017600         88  AR-RPT-FILE-OK              VALUE '00'.
017700     05  AR-AUD-STATUS           PIC X(02)   VALUE '00'.
017800         88  AR-AUD-OK                   VALUE '00'.
017900     05  AR-AUD-KEEP-STATUS      PIC X(02)   VALUE '00'.
018000         88  AR-AUD-KEEP-OK              VALUE '00'.
018100     05  AR-AUD-ARCH-STATUS      PIC X(02)   VALUE '00'.
018200         88  AR-AUD-ARCH-OK              VALUE '00'.
018300     05  AR-LOG-STATUS           PIC X(02)   VALUE '00'.
018400         88  AR-LOG-OK                   VALUE '00'.
018500     05  AR-LOG-KEEP-STATUS      PIC X(02)   VALUE '00'.
018600         88  AR-LOG-KEEP-OK              VALUE '00'.
018700     05  AR-LOG-ARCH-STATUS      PIC X(02)   VALUE '00'.
018800         88  AR-LOG-ARCH-OK              VALUE '00'.
018900     05  AR-ALOG-STATUS          PIC X(02)   VALUE '00'.
019000         88  AR-ALOG-OK                  VALUE '00'.
019100     05  AR-ALOG-KEEP-STATUS     PIC X(02)   VALUE '00'.
019200         88  AR-ALOG-KEEP-OK             VALUE '00'.
019300     05  AR-ALOG-ARCH-STATUS     PIC X(02)   VALUE '00'.
019400         88  AR-ALOG-ARCH-OK             VALUE '00'.
019500     05  AR-RST-STATUS           PIC X(02)   VALUE '00'.
019600         88  AR-RST-OK                   VALUE '00'.
019700     05  AR-RST-KEEP-STATUS      PIC X(02)   VALUE '00'.
019800         88  AR-RST-KEEP-OK              VALUE '00'.
019900     05  AR-RST-ARCH-STATUS      PIC X(02)   VALUE '00'.
020000         88  AR-RST-ARCH-OK              VALUE '00'.
020100     05  AR-CKPT-STATUS          PIC X(02)   VALUE '00'.
020200         88  AR-CKPT-OK                  VALUE '00'.
020300     05  AR-CKPT-KEEP-STATUS     PIC X(02)   VALUE '00'.
020400         88  AR-CKPT-KEEP-OK             VALUE '00'.
020500     05  AR-CKPT-ARCH-STATUS     PIC X(02)   VALUE '00'.
020600         88  AR-CKPT-ARCH-OK             VALUE '00'.
020630     05  AR-STORE-STATUS         PIC X(02)   VALUE '00'.
020660         88  AR-STORE-OK                 VALUE '00'.
020700     05  AR-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
020800         88  AR-PARM-EOF                 VALUE 'Y'.
020900     05  AR-EOF-SW               PIC X(01)   VALUE 'N'.
021000         88  AR-EOF                      VALUE 'Y'.
021100     05  AR-ARCHIVE-SW           PIC X(01)   VALUE 'N'.
021200         88  AR-ARCHIVE-RECORD           VALUE 'Y'.
021300     05  AR-BALANCE-SW           PIC X(01)   VALUE 'Y'.
021400         88  AR-BALANCED                 VALUE 'Y'.
021500     05  AR-REWRITE-SW           PIC X(01)   VALUE 'N'.
021600         88  AR-REWRITE-DONE             VALUE 'Y'.
021700*****************************************************************
021800*    RUN IDENTITY, RETENTION AND CUTOFF                         *
021900*****************************************************************
022000 01  AR-WORK-FIELDS.
022100     05  AR-RUN-DATE             PIC X(08)   VALUE SPACES.
022200     05  AR-TODAY-DATE           PIC 9(08)   VALUE ZEROES.
022300     05  AR-TODAY-INTEGER        PIC S9(09)  COMP    VALUE 0.
022400     05  AR-CUTOFF-INTEGER       PIC S9(09)  COMP    VALUE 0.
022500     05  AR-CUTOFF-DATE          PIC 9(08)   VALUE ZEROES.
022600     05  AR-RECORD-DATE-X        PIC X(08)   VALUE SPACES.
022700     05  AR-RECORD-DATE          PIC 9(08)   VALUE ZEROES.
022800     05  AR-DS-NAME              PIC X(08)   VALUE SPACES.
022900     05  AR-RETAIN-DAYS          PIC S9(09)  COMP    VALUE 0.
023000     05  AR-AUD-RETAIN-DAYS      PIC S9(09)  COMP    VALUE 0.
023100     05  AR-LOG-RETAIN-DAYS      PIC S9(09)  COMP    VALUE 0.
023200     05  AR-ALOG-RETAIN-DAYS     PIC S9(09)  COMP    VALUE 0.
023300     05  AR-RST-RETAIN-DAYS      PIC S9(09)  COMP    VALUE 0.
023400     05  AR-CKPT-RETAIN-DAYS     PIC S9(09)  COMP    VALUE 0.
023450     05  AR-STORE-RETAIN-DAYS    PIC S9(09)  COMP    VALUE 0.
023500     05  AR-HIGH-RC              PIC S9(04)  COMP    VALUE 0.
023600*****************************************************************
023700*    PER-DATASET AND RUN CONTROL COUNTS                         *
023800*****************************************************************
023900 01  AR-COUNT-FIELDS.
024000     05  AR-IN-COUNT             PIC S9(09)  COMP    VALUE 0.
024100     05  AR-KEPT-COUNT           PIC S9(09)  COMP    VALUE 0.
024200     05  AR-ARCHIVED-COUNT       PIC S9(09)  COMP    VALUE 0.
024300     05  AR-REWRITTEN-COUNT      PIC S9(09)  COMP    VALUE 0.
024400     05  AR-PROOF-COUNT          PIC S9(09)  COMP    VALUE 0.
024450     05  AR-PURGED-COUNT         PIC S9(09)  COMP    VALUE 0.
024500     05  AR-TOT-IN-COUNT         PIC S9(09)  COMP    VALUE 0.
024600     05  AR-TOT-KEPT-COUNT       PIC S9(09)  COMP    VALUE 0.
024700     05  AR-TOT-ARCHIVED-COUNT   PIC S9(09)  COMP    VALUE 0.
024800     05  AR-DATASETS-DONE        PIC S9(04)  COMP    VALUE 0.
024900     05  AR-DATASETS-FAILED      PIC S9(04)  COMP    VALUE 0.
025000*****************************************************************
025100*    PRINT LINES.  BUILT HERE AND MOVED TO RPT-LINE SO THE      *
025200*    REPORT FILE KEEPS THE SAME RPTLINE FD AS HELLORPT.         *
025300*****************************************************************
025400 01  AR-DATASET-HEAD-LINE.
025500     05  FILLER                  PIC X(01)   VALUE SPACE.
025600     05  AR-HD-DS-NAME           PIC X(08).
025700     05  FILLER                  PIC X(08)   VALUE ' RETAIN '.
025800     05  AR-HD-RETAIN-DAYS       PIC Z(04)9.
025900     05  FILLER                  PIC X(14)
026000                                 VALUE ' DAYS - CUTOFF'.
026100     05  FILLER                  PIC X(01)   VALUE SPACE.
026200     05  AR-HD-CUTOFF-DATE       PIC 9(08).
026300     05  FILLER                  PIC X(35)   VALUE SPACES.
026400 01  AR-BALANCE-LINE.
026500     05  FILLER                  PIC X(01)   VALUE SPACE.
026600     05  AR-BAL-DS-NAME          PIC X(08).
026700     05  FILLER                  PIC X(24)
026800                                 VALUE ' IN = KEPT + ARCHIVED - '.
026900     05  AR-BAL-RESULT           PIC X(24).
027000     05  FILLER                  PIC X(23)   VALUE SPACES.
027100 01  AR-SKIP-LINE.
027200     05  FILLER                  PIC X(01)   VALUE SPACE.
027300     05  AR-SKP-DS-NAME          PIC X(08).
027400     05  FILLER                  PIC X(03)   VALUE ' - '.
027500     05  AR-SKP-REASON           PIC X(40).
027600     05  FILLER                  PIC X(28)   VALUE SPACES.
027610 01  AR-PURGE-LINE.
027620     05  FILLER                  PIC X(01)   VALUE SPACE.
027630     05  AR-PRG-DS-NAME          PIC X(08).
027640     05  FILLER                  PIC X(22)
027660                                 VALUE ' IN = KEPT + PURGED - '.
027670     05  AR-PRG-RESULT           PIC X(24).
027680     05  FILLER                  PIC X(25)   VALUE SPACES.
027700*
027800 PROCEDURE DIVISION.
027900*****************************************************************
028000*                                                               *
028100*    0000-MAINLINE                                              *
028200*    CONTROLS OVERALL FLOW OF THE ARCHIVE AND PURGE RUN.  EACH  *
028300*    DATASET IS SPLIT, PROVED AND REWRITTEN IN TURN, SO A       *
028400*    FAILURE PART WAY THROUGH LEAVES EVERY DATASET EITHER       *
028500*    WHOLLY DONE OR WHOLLY UNTOUCHED.                           *
028600*                                                               *
028700*****************************************************************
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029000     PERFORM 2000-ARCHIVE-AUDFILE THRU 2000-EXIT.
029100     PERFORM 3000-ARCHIVE-PARMLOG THRU 3000-EXIT.
029200     PERFORM 4000-ARCHIVE-AUTHLOG THRU 4000-EXIT.
029300     PERFORM 5000-ARCHIVE-RUNSTAT THRU 5000-EXIT.
029400     PERFORM 6000-ARCHIVE-CKPTFILE THRU 6000-EXIT.
029450     PERFORM 6500-PURGE-RPTSTORE THRU 6500-EXIT.
029500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029600     GO TO 9999-EXIT.
029700*****************************************************************
029800*                                                               *
029900*    1000-INITIALIZE                                            *
030000*    CAPTURES THE RUN DATE, READS AND EDITS THE RETENTION       *
030100*    PARAMETERS, AND OPENS THE CONTROL REPORT.                  *
030200*                                                               *
030300*****************************************************************
030400 1000-INITIALIZE.
030500     ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD.
030600     MOVE AR-RUN-DATE TO AR-TODAY-DATE.
030700     COMPUTE AR-TODAY-INTEGER =
030800         FUNCTION INTEGER-OF-DATE(AR-TODAY-DATE).
030900     OPEN INPUT PARM-FILE.
031000     IF NOT AR-PARM-FILE-OK
031100         DISPLAY 'HELLO0204E ARCPARM NOT FOUND/UNAVAILABLE - '
031200                 'ABORT'
031300         MOVE 16 TO RETURN-CODE
031400         GO TO 8000-ABEND-EXIT
031500     END-IF.
031600     READ PARM-FILE
031700         AT END
031800             MOVE 'Y' TO AR-PARM-EOF-SW
031900     END-READ.
032000     IF AR-PARM-EOF
032100         DISPLAY 'HELLO0204E ARCPARM IS EMPTY - ABORT'
032200         MOVE 16 TO RETURN-CODE
032300         CLOSE PARM-FILE
032400         GO TO 8000-ABEND-EXIT
032500     END-IF.
032600     PERFORM 1100-EDIT-RETENTION THRU 1100-EXIT.
032700     CLOSE PARM-FILE.
032800     OPEN OUTPUT RPT-FILE.
032900     IF NOT AR-RPT-FILE-OK
033000         DISPLAY 'HELLO0206E REPTFILE OPEN FAILED - ABORT'
033100         MOVE 24 TO RETURN-CODE
033200         GO TO 8000-ABEND-EXIT
033300     END-IF.
033400     INITIALIZE RPT-LINE.
033500     MOVE 'HELLO ARCHIVE AND PURGE CONTROL REPORT' TO RPT-TEXT.
033600     WRITE RPT-LINE.
033700     INITIALIZE RPT-LINE.
033800     STRING ' RUN DATE ' AR-RUN-DATE
033900         DELIMITED BY SIZE INTO RPT-TEXT
034000     END-STRING.
034100     WRITE RPT-LINE.
034200     INITIALIZE RPT-LINE.
034300     MOVE ALL '-' TO RPT-TEXT.
034400     WRITE RPT-LINE.
034500 1000-EXIT.
034600     EXIT.
034700*****************************************************************
034800*                                                               *
034900*    1100-EDIT-RETENTION                                        *
035000*    EVERY RETENTION FIELD MUST BE NUMERIC.  ZERO MEANS THE     *
035100*    DATASET IS NOT SELECTED FOR THIS RUN - THE SUB-RANGE       *
035200*    STEPS HAVE NO PARMLOG OR AUTHLOG OF THEIR OWN.             *
035300*                                                               *
035400*****************************************************************
035500 1100-EDIT-RETENTION.
035600     IF ARPRM-AUDFILE-DAYS IS NOT NUMERIC
035700         OR ARPRM-PARMLOG-DAYS IS NOT NUMERIC
035800         OR ARPRM-AUTHLOG-DAYS IS NOT NUMERIC
035900         OR ARPRM-RUNSTAT-DAYS IS NOT NUMERIC
036000         OR ARPRM-CKPTFILE-DAYS IS NOT NUMERIC
036050         OR ARPRM-RPTSTORE-DAYS IS NOT NUMERIC
036100         DISPLAY 'HELLO0205E RETENTION DAYS MUST BE NUMERIC - '
036200                 'ABORT'
036300         MOVE 20 TO RETURN-CODE
036400         CLOSE PARM-FILE
036500         GO TO 8000-ABEND-EXIT
036600     END-IF.
036700     MOVE ARPRM-AUDFILE-DAYS  TO AR-AUD-RETAIN-DAYS.
036800     MOVE ARPRM-PARMLOG-DAYS  TO AR-LOG-RETAIN-DAYS.
036900     MOVE ARPRM-AUTHLOG-DAYS  TO AR-ALOG-RETAIN-DAYS.
037000     MOVE ARPRM-RUNSTAT-DAYS  TO AR-RST-RETAIN-DAYS.
037100     MOVE ARPRM-CKPTFILE-DAYS TO AR-CKPT-RETAIN-DAYS.
037150     MOVE ARPRM-RPTSTORE-DAYS TO AR-STORE-RETAIN-DAYS.
037200 1100-EXIT.
037300     EXIT.
037400*****************************************************************
037500*                                                               *
037600*    2000-ARCHIVE-AUDFILE                                       *
037700*    SPLITS AUDFILE INTO ITS KEEP AND ARCHIVE COPIES, PROVES    *
037800*    THE SPLIT, AND REWRITES THE LIVE DATASET FROM THE KEEP     *
037900*    COPY.  3000 THRU 6000 DO THE SAME FOR THE OTHER FOUR.      *
038000*                                                               *
038100*****************************************************************
038200 2000-ARCHIVE-AUDFILE.
038300     MOVE 'AUDFILE ' TO AR-DS-NAME.
038400     MOVE AR-AUD-RETAIN-DAYS TO AR-RETAIN-DAYS.
038500     IF AR-RETAIN-DAYS = 0
038600         MOVE 'NOT SELECTED ON ARCPARM' TO AR-SKP-REASON
038700         PERFORM 7400-REPORT-SKIPPED THRU 7400-EXIT
038800         GO TO 2000-EXIT
038900     END-IF.
039000     OPEN INPUT AUD-FILE.
039100     IF NOT AR-AUD-OK
039200         PERFORM 7500-REPORT-UNAVAILABLE THRU 7500-EXIT
039300         GO TO 2000-EXIT
039400     END-IF.
039500     PERFORM 7000-START-DATASET THRU 7000-EXIT.
039600     OPEN OUTPUT AUD-KEEP-FILE.
039700     IF NOT AR-AUD-KEEP-OK
039800         CLOSE AUD-FILE
039900         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
040000         GO TO 8000-ABEND-EXIT
040100     END-IF.
040200     OPEN OUTPUT AUD-ARCH-FILE.
040300     IF NOT AR-AUD-ARCH-OK
040400         CLOSE AUD-FILE
040500         CLOSE AUD-KEEP-FILE
040600         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
040700         GO TO 8000-ABEND-EXIT
040800     END-IF.
040900     PERFORM 2100-SPLIT-ONE-AUDIT THRU 2100-EXIT
041000         UNTIL AR-EOF.
041100     CLOSE AUD-FILE.
041200     CLOSE AUD-KEEP-FILE.
041300     CLOSE AUD-ARCH-FILE.
041400     PERFORM 7200-PROVE-SPLIT THRU 7200-EXIT.
041500     IF NOT AR-BALANCED
041600         PERFORM 7300-REPORT-DATASET THRU 7300-EXIT
041700         GO TO 2000-EXIT
041800     END-IF.
041900     OPEN INPUT AUD-KEEP-FILE.
042000     IF NOT AR-AUD-KEEP-OK
042100         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
042200         GO TO 8000-ABEND-EXIT
042300     END-IF.
042400     OPEN OUTPUT AUD-FILE.
042500     IF NOT AR-AUD-OK
042600         CLOSE AUD-KEEP-FILE
042700         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
042800         GO TO 8000-ABEND-EXIT
042900     END-IF.
043000     MOVE 'N' TO AR-EOF-SW.
043100     PERFORM 2200-REWRITE-ONE-AUDIT THRU 2200-EXIT
043200         UNTIL AR-EOF.
043300     CLOSE AUD-KEEP-FILE.
043400     CLOSE AUD-FILE.
043500     MOVE 'Y' TO AR-REWRITE-SW.
043600     PERFORM 7300-REPORT-DATASET THRU 7300-EXIT.
043700 2000-EXIT.
043800     EXIT.
043900*****************************************************************
044000*                                                               *
044100*    2100-SPLIT-ONE-AUDIT                                       *
044200*    READS ONE LIVE AUDFILE RECORD AND WRITES IT TO THE         *
044300*    ARCHIVE OR THE KEEP COPY BY ITS RUN DATE.                  *
044400*                                                               *
044500*****************************************************************
044600 2100-SPLIT-ONE-AUDIT.
044700     READ AUD-FILE
044800         AT END
044900             MOVE 'Y' TO AR-EOF-SW
045000     END-READ.
045100     IF AR-EOF
045200         GO TO 2100-EXIT
045300     END-IF.
045400     ADD 1 TO AR-IN-COUNT.
045500     MOVE AUDIT-RUN-DATE TO AR-RECORD-DATE-X.
045600     PERFORM 7100-CHECK-RETENTION THRU 7100-EXIT.
045700     IF AR-ARCHIVE-RECORD
045800         MOVE AUDIT-RECORD TO AUD-ARCH-RECORD
045900         WRITE AUD-ARCH-RECORD
046000         ADD 1 TO AR-ARCHIVED-COUNT
046100     ELSE
046200         MOVE AUDIT-RECORD TO AUD-KEEP-RECORD
046300         WRITE AUD-KEEP-RECORD
046400         ADD 1 TO AR-KEPT-COUNT
046500     END-IF.
046600 2100-EXIT.
046700     EXIT.
046800*****************************************************************
046900*                                                               *
047000*    2200-REWRITE-ONE-AUDIT                                     *
047100*    COPIES ONE KEEP RECORD BACK TO THE LIVE AUDFILE.           *
047200*                                                               *
047300*****************************************************************
047400 2200-REWRITE-ONE-AUDIT.
047500     READ AUD-KEEP-FILE
047600         AT END
047700             MOVE 'Y' TO AR-EOF-SW
047800     END-READ.
047900     IF AR-EOF
048000         GO TO 2200-EXIT
048100     END-IF.
048200     MOVE AUD-KEEP-RECORD TO AUDIT-RECORD.
048300     WRITE AUDIT-RECORD.
048400     ADD 1 TO AR-REWRITTEN-COUNT.
048500 2200-EXIT.
048600     EXIT.
048700*****************************************************************
048800*                                                               *
048900*    3000-ARCHIVE-PARMLOG                                       *
049000*    AS 2000, FOR THE PARMLOG CHANGE TRAIL.                     *
049100*                                                               *
049200*****************************************************************
049300 3000-ARCHIVE-PARMLOG.
049400     MOVE 'PARMLOG ' TO AR-DS-NAME.
049500     MOVE AR-LOG-RETAIN-DAYS TO AR-RETAIN-DAYS.
049600     IF AR-RETAIN-DAYS = 0
049700         MOVE 'NOT SELECTED ON ARCPARM' TO AR-SKP-REASON
049800         PERFORM 7400-REPORT-SKIPPED THRU 7400-EXIT
049900         GO TO 3000-EXIT
050000     END-IF.
050100     OPEN INPUT LOG-FILE.
050200     IF NOT AR-LOG-OK
050300         PERFORM 7500-REPORT-UNAVAILABLE THRU 7500-EXIT
050400         GO TO 3000-EXIT
050500     END-IF.
050600     PERFORM 7000-START-DATASET THRU 7000-EXIT.
050700     OPEN OUTPUT LOG-KEEP-FILE.
050800     IF NOT AR-LOG-KEEP-OK
050900         CLOSE LOG-FILE
051000         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
051100         GO TO 8000-ABEND-EXIT
051200     END-IF.
051300     OPEN OUTPUT LOG-ARCH-FILE.
051400     IF NOT AR-LOG-ARCH-OK
051500         CLOSE LOG-FILE
051600         CLOSE LOG-KEEP-FILE
051700         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
051800         GO TO 8000-ABEND-EXIT
051900     END-IF.
052000     PERFORM 3100-SPLIT-ONE-LOG THRU 3100-EXIT
052100         UNTIL AR-EOF.
052200     CLOSE LOG-FILE.
052300     CLOSE LOG-KEEP-FILE.
052400     CLOSE LOG-ARCH-FILE.
052500     PERFORM 7200-PROVE-SPLIT THRU 7200-EXIT.
052600     IF NOT AR-BALANCED
052700         PERFORM 7300-REPORT-DATASET THRU 7300-EXIT
052800         GO TO 3000-EXIT
052900     END-IF.
053000     OPEN INPUT LOG-KEEP-FILE.
053100     IF NOT AR-LOG-KEEP-OK
053200         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
053300         GO TO 8000-ABEND-EXIT
053400     END-IF.
053500     OPEN OUTPUT LOG-FILE.
053600     IF NOT AR-LOG-OK
053700         CLOSE LOG-KEEP-FILE
053800         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
053900         GO TO 8000-ABEND-EXIT
054000     END-IF.
054100     MOVE 'N' TO AR-EOF-SW.
054200     PERFORM 3200-REWRITE-ONE-LOG THRU 3200-EXIT
054300         UNTIL AR-EOF.
054400     CLOSE LOG-KEEP-FILE.
054500     CLOSE LOG-FILE.
054600     MOVE 'Y' TO AR-REWRITE-SW.
054700     PERFORM 7300-REPORT-DATASET THRU 7300-EXIT.
054800 3000-EXIT.
054900     EXIT.
055000*****************************************************************
055100*                                                               *
055200*    3100-SPLIT-ONE-LOG                                         *
055300*    READS ONE LIVE PARMLOG RECORD AND WRITES IT TO THE         *
055400*    ARCHIVE OR THE KEEP COPY BY ITS RUN DATE.                  *
055500*                                                               *
055600*****************************************************************
055700 3100-SPLIT-ONE-LOG.
055800     READ LOG-FILE
055900         AT END
056000             MOVE 'Y' TO AR-EOF-SW
056100     END-READ.
056200     IF AR-EOF
056300         GO TO 3100-EXIT
056400     END-IF.
056500     ADD 1 TO AR-IN-COUNT.
056600     MOVE MLOG-RUN-DATE TO AR-RECORD-DATE-X.
056700     PERFORM 7100-CHECK-RETENTION THRU 7100-EXIT.
056800     IF AR-ARCHIVE-RECORD
056900         MOVE MAINT-LOG-RECORD TO LOG-ARCH-RECORD
057000         WRITE LOG-ARCH-RECORD
057100         ADD 1 TO AR-ARCHIVED-COUNT
057200     ELSE
057300         MOVE MAINT-LOG-RECORD TO LOG-KEEP-RECORD
057400         WRITE LOG-KEEP-RECORD
057500         ADD 1 TO AR-KEPT-COUNT
057600     END-IF.
057700 3100-EXIT.
057800     EXIT.
057900*****************************************************************
058000*                                                               *
058100*    3200-REWRITE-ONE-LOG                                       *
058200*    COPIES ONE KEEP RECORD BACK TO THE LIVE PARMLOG.           *
058300*                                                               *
058400*****************************************************************
058500 3200-REWRITE-ONE-LOG.
058600     READ LOG-KEEP-FILE
058700         AT END
058800             MOVE 'Y' TO AR-EOF-SW
058900     END-READ.
059000     IF AR-EOF
059100         GO TO 3200-EXIT
059200     END-IF.
059300     MOVE LOG-KEEP-RECORD TO MAINT-LOG-RECORD.
059400     WRITE MAINT-LOG-RECORD.
059500     ADD 1 TO AR-REWRITTEN-COUNT.
059600 3200-EXIT.
059700     EXIT.
059800*****************************************************************
059900*                                                               *
060000*    4000-ARCHIVE-AUTHLOG                                       *
060100*    AS 2000, FOR THE OPERATOR AUTHORIZATION LOG.               *
060200*                                                               *
060300*****************************************************************
060400 4000-ARCHIVE-AUTHLOG.
060500     MOVE 'AUTHLOG ' TO AR-DS-NAME.
060600     MOVE AR-ALOG-RETAIN-DAYS TO AR-RETAIN-DAYS.
060700     IF AR-RETAIN-DAYS = 0
060800         MOVE 'NOT SELECTED ON ARCPARM' TO AR-SKP-REASON
060900         PERFORM 7400-REPORT-SKIPPED THRU 7400-EXIT
061000         GO TO 4000-EXIT
061100     END-IF.
061200     OPEN INPUT ALOG-FILE.
061300     IF NOT AR-ALOG-OK
061400         PERFORM 7500-REPORT-UNAVAILABLE THRU 7500-EXIT
061500         GO TO 4000-EXIT
061600     END-IF.
061700     PERFORM 7000-START-DATASET THRU 7000-EXIT.
061800     OPEN OUTPUT ALOG-KEEP-FILE.
061900     IF NOT AR-ALOG-KEEP-OK
062000         CLOSE ALOG-FILE
062100         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
062200         GO TO 8000-ABEND-EXIT
062300     END-IF.
062400     OPEN OUTPUT ALOG-ARCH-FILE.
062500     IF NOT AR-ALOG-ARCH-OK
062600         CLOSE ALOG-FILE
062700         CLOSE ALOG-KEEP-FILE
062800         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
062900         GO TO 8000-ABEND-EXIT
063000     END-IF.
063100     PERFORM 4100-SPLIT-ONE-ALOG THRU 4100-EXIT
063200         UNTIL AR-EOF.
063300     CLOSE ALOG-FILE.
063400     CLOSE ALOG-KEEP-FILE.
063500     CLOSE ALOG-ARCH-FILE.
063600     PERFORM 7200-PROVE-SPLIT THRU 7200-EXIT.
063700     IF NOT AR-BALANCED
063800         PERFORM 7300-REPORT-DATASET THRU 7300-EXIT
063900         GO TO 4000-EXIT
064000     END-IF.
064100     OPEN INPUT ALOG-KEEP-FILE.
064200     IF NOT AR-ALOG-KEEP-OK
064300         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
064400         GO TO 8000-ABEND-EXIT
064500     END-IF.
064600     OPEN OUTPUT ALOG-FILE.
064700     IF NOT AR-ALOG-OK
064800         CLOSE ALOG-KEEP-FILE
064900         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
065000         GO TO 8000-ABEND-EXIT
065100     END-IF.
065200     MOVE 'N' TO AR-EOF-SW.
065300     PERFORM 4200-REWRITE-ONE-ALOG THRU 4200-EXIT
065400         UNTIL AR-EOF.
065500     CLOSE ALOG-KEEP-FILE.
065600     CLOSE ALOG-FILE.
065700     MOVE 'Y' TO AR-REWRITE-SW.
065800     PERFORM 7300-REPORT-DATASET THRU 7300-EXIT.
065900 4000-EXIT.
066000     EXIT.
066100*****************************************************************
066200*                                                               *
066300*    4100-SPLIT-ONE-ALOG                                        *
066400*    READS ONE LIVE AUTHLOG RECORD AND WRITES IT TO THE         *
066500*    ARCHIVE OR THE KEEP COPY BY ITS RUN DATE.                  *
066600*                                                               *
066700*****************************************************************
066800 4100-SPLIT-ONE-ALOG.
066900     READ ALOG-FILE
067000         AT END
067100             MOVE 'Y' TO AR-EOF-SW
067200     END-READ.
067300     IF AR-EOF
067400         GO TO 4100-EXIT
067500     END-IF.
067600     ADD 1 TO AR-IN-COUNT.
067700     MOVE ALOG-RUN-DATE TO AR-RECORD-DATE-X.
067800     PERFORM 7100-CHECK-RETENTION THRU 7100-EXIT.
067900     IF AR-ARCHIVE-RECORD
068000         MOVE AUTH-LOG-RECORD TO ALOG-ARCH-RECORD
068100         WRITE ALOG-ARCH-RECORD
068200         ADD 1 TO AR-ARCHIVED-COUNT
068300     ELSE
068400         MOVE AUTH-LOG-RECORD TO ALOG-KEEP-RECORD
068500         WRITE ALOG-KEEP-RECORD
068600         ADD 1 TO AR-KEPT-COUNT
068700     END-IF.
068800 4100-EXIT.
068900     EXIT.
069000*****************************************************************
069100*                                                               *
069200*    4200-REWRITE-ONE-ALOG                                      *
069300*    COPIES ONE KEEP RECORD BACK TO THE LIVE AUTHLOG.           *
069400*                                                               *
069500*****************************************************************
069600 4200-REWRITE-ONE-ALOG.
069700     READ ALOG-KEEP-FILE
069800         AT END
069900             MOVE 'Y' TO AR-EOF-SW
070000     END-READ.
070100     IF AR-EOF
070200         GO TO 4200-EXIT
070300     END-IF.
070400     MOVE ALOG-KEEP-RECORD TO AUTH-LOG-RECORD.
070500     WRITE AUTH-LOG-RECORD.
070600     ADD 1 TO AR-REWRITTEN-COUNT.
070700 4200-EXIT.
070800     EXIT.
070900*****************************************************************
071000*                                                               *
071100*    5000-ARCHIVE-RUNSTAT                                       *
071200*    AS 2000, FOR THE RUN-STATUS TRAIL.                         *
071300*                                                               *
071400*****************************************************************
071500 5000-ARCHIVE-RUNSTAT.
071600     MOVE 'RUNSTAT ' TO AR-DS-NAME.
071700     MOVE AR-RST-RETAIN-DAYS TO AR-RETAIN-DAYS.
071800     IF AR-RETAIN-DAYS = 0
071900         MOVE 'NOT SELECTED ON ARCPARM' TO AR-SKP-REASON
072000         PERFORM 7400-REPORT-SKIPPED THRU 7400-EXIT
072100         GO TO 5000-EXIT
072200     END-IF.
072300     OPEN INPUT RST-FILE.
072400     IF NOT AR-RST-OK
072500         PERFORM 7500-REPORT-UNAVAILABLE THRU 7500-EXIT
072600         GO TO 5000-EXIT
072700     END-IF.
072800     PERFORM 7000-START-DATASET THRU 7000-EXIT.
072900     OPEN OUTPUT RST-KEEP-FILE.
073000     IF NOT AR-RST-KEEP-OK
073100         CLOSE RST-FILE
073200         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
073300         GO TO 8000-ABEND-EXIT
073400     END-IF.
073500     OPEN OUTPUT RST-ARCH-FILE.
073600     IF NOT AR-RST-ARCH-OK
073700         CLOSE RST-FILE
073800         CLOSE RST-KEEP-FILE
073900         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
074000         GO TO 8000-ABEND-EXIT
074100     END-IF.
074200     PERFORM 5100-SPLIT-ONE-RST THRU 5100-EXIT
074300         UNTIL AR-EOF.
074400     CLOSE RST-FILE.
074500     CLOSE RST-KEEP-FILE.
074600     CLOSE RST-ARCH-FILE.
074700     PERFORM 7200-PROVE-SPLIT THRU 7200-EXIT.
074800     IF NOT AR-BALANCED
074900         PERFORM 7300-REPORT-DATASET THRU 7300-EXIT
075000         GO TO 5000-EXIT
075100     END-IF.
075200     OPEN INPUT RST-KEEP-FILE.
075300     IF NOT AR-RST-KEEP-OK
075400         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
075500         GO TO 8000-ABEND-EXIT
075600     END-IF.
075700     OPEN OUTPUT RST-FILE.
075800     IF NOT AR-RST-OK
075900         CLOSE RST-KEEP-FILE
076000         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
076100         GO TO 8000-ABEND-EXIT
076200     END-IF.
076300     MOVE 'N' TO AR-EOF-SW.
076400     PERFORM 5200-REWRITE-ONE-RST THRU 5200-EXIT
076500         UNTIL AR-EOF.
076600     CLOSE RST-KEEP-FILE.
076700     CLOSE RST-FILE.
076800     MOVE 'Y' TO AR-REWRITE-SW.
076900     PERFORM 7300-REPORT-DATASET THRU 7300-EXIT.
077000 5000-EXIT.
077100     EXIT.
077200*****************************************************************
077300*                                                               *
077400*    5100-SPLIT-ONE-RST                                         *
077500*    READS ONE LIVE RUNSTAT RECORD AND WRITES IT TO THE         *
077600*    ARCHIVE OR THE KEEP COPY BY ITS RUN DATE.                  *
077700*                                                               *
077800*****************************************************************
077900 5100-SPLIT-ONE-RST.
078000     READ RST-FILE
078100         AT END
078200             MOVE 'Y' TO AR-EOF-SW
078300     END-READ.
078400     IF AR-EOF
078500         GO TO 5100-EXIT
078600     END-IF.
078700     ADD 1 TO AR-IN-COUNT.
078800     MOVE RST-RUN-DATE TO AR-RECORD-DATE-X.
078900     PERFORM 7100-CHECK-RETENTION THRU 7100-EXIT.
079000     IF AR-ARCHIVE-RECORD
079100         MOVE RUN-STATUS-RECORD TO RST-ARCH-RECORD
079200         WRITE RST-ARCH-RECORD
079300         ADD 1 TO AR-ARCHIVED-COUNT
079400     ELSE
079500         MOVE RUN-STATUS-RECORD TO RST-KEEP-RECORD
079600         WRITE RST-KEEP-RECORD
079700         ADD 1 TO AR-KEPT-COUNT
079800     END-IF.
079900 5100-EXIT.
080000     EXIT.
080100*****************************************************************
080200*                                                               *
080300*    5200-REWRITE-ONE-RST                                       *
080400*    COPIES ONE KEEP RECORD BACK TO THE LIVE RUNSTAT.           *
080500*                                                               *
080600*****************************************************************
080700 5200-REWRITE-ONE-RST.
080800     READ RST-KEEP-FILE
080900         AT END
081000             MOVE 'Y' TO AR-EOF-SW
081100     END-READ.
081200     IF AR-EOF
081300         GO TO 5200-EXIT
081400     END-IF.
081500     MOVE RST-KEEP-RECORD TO RUN-STATUS-RECORD.
081600     WRITE RUN-STATUS-RECORD.
081700     ADD 1 TO AR-REWRITTEN-COUNT.
081800 5200-EXIT.
081900     EXIT.
082000*****************************************************************
082100*                                                               *
082200*    6000-ARCHIVE-CKPTFILE                                      *
082300*    AS 2000, FOR THE CHECKPOINT TRAIL.                         *
082400*                                                               *
082500*****************************************************************
082600 6000-ARCHIVE-CKPTFILE.
082700     MOVE 'CKPTFILE' TO AR-DS-NAME.
082800     MOVE AR-CKPT-RETAIN-DAYS TO AR-RETAIN-DAYS.
082900     IF AR-RETAIN-DAYS = 0
083000         MOVE 'NOT SELECTED ON ARCPARM' TO AR-SKP-REASON
083100         PERFORM 7400-REPORT-SKIPPED THRU 7400-EXIT
083200         GO TO 6000-EXIT
083300     END-IF.
083400     OPEN INPUT CKPT-FILE.
083500     IF NOT AR-CKPT-OK
083600         PERFORM 7500-REPORT-UNAVAILABLE THRU 7500-EXIT
083700         GO TO 6000-EXIT
083800     END-IF.
083900     PERFORM 7000-START-DATASET THRU 7000-EXIT.
084000     OPEN OUTPUT CKPT-KEEP-FILE.
084100     IF NOT AR-CKPT-KEEP-OK
084200         CLOSE CKPT-FILE
084300         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
084400         GO TO 8000-ABEND-EXIT
084500     END-IF.
084600     OPEN OUTPUT CKPT-ARCH-FILE.
084700     IF NOT AR-CKPT-ARCH-OK
084800         CLOSE CKPT-FILE
084900         CLOSE CKPT-KEEP-FILE
085000         PERFORM 7600-WORK-OPEN-FAILED THRU 7600-EXIT
085100         GO TO 8000-ABEND-EXIT
085200     END-IF.
085300     PERFORM 6100-SPLIT-ONE-CKPT THRU 6100-EXIT
085400         UNTIL AR-EOF.
085500     CLOSE CKPT-FILE.
085600     CLOSE CKPT-KEEP-FILE.
085700     CLOSE CKPT-ARCH-FILE.
085800     PERFORM 7200-PROVE-SPLIT THRU 7200-EXIT.
085900     IF NOT AR-BALANCED
086000         PERFORM 7300-REPORT-DATASET THRU 7300-EXIT
086100         GO TO 6000-EXIT
086200     END-IF.
086300     OPEN INPUT CKPT-KEEP-FILE.
086400     IF NOT AR-CKPT-KEEP-OK
086500         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
086600         GO TO 8000-ABEND-EXIT
086700     END-IF.
086800     OPEN OUTPUT CKPT-FILE.
086900     IF NOT AR-CKPT-OK
087000         CLOSE CKPT-KEEP-FILE
087100         PERFORM 7700-REWRITE-FAILED THRU 7700-EXIT
087200         GO TO 8000-ABEND-EXIT
087300     END-IF.
087400     MOVE 'N' TO AR-EOF-SW.
087500     PERFORM 6200-REWRITE-ONE-CKPT THRU 6200-EXIT
087600         UNTIL AR-EOF.
087700     CLOSE CKPT-KEEP-FILE.
087800     CLOSE CKPT-FILE.
087900     MOVE 'Y' TO AR-REWRITE-SW.
088000     PERFORM 7300-REPORT-DATASET THRU 7300-EXIT.
088100 6000-EXIT.
088200     EXIT.
088300*****************************************************************
088400*                                                               *
088500*    6100-SPLIT-ONE-CKPT                                        *
088600*    READS ONE LIVE CKPTFILE RECORD AND WRITES IT TO THE        *
088700*    ARCHIVE OR THE KEEP COPY BY ITS RUN DATE.                  *
088800*                                                               *
088900*****************************************************************
089000 6100-SPLIT-ONE-CKPT.
089100     READ CKPT-FILE
089200         AT END
089300             MOVE 'Y' TO AR-EOF-SW
089400     END-READ.
089500     IF AR-EOF
089600         GO TO 6100-EXIT
089700     END-IF.
089800     ADD 1 TO AR-IN-COUNT.
089900     MOVE CKPT-RUN-DATE TO AR-RECORD-DATE-X.
090000     PERFORM 7100-CHECK-RETENTION THRU 7100-EXIT.
090100     IF AR-ARCHIVE-RECORD
090200         MOVE CKPT-RECORD TO CKPT-ARCH-RECORD
090300         WRITE CKPT-ARCH-RECORD
090400         ADD 1 TO AR-ARCHIVED-COUNT
090500     ELSE
090600         MOVE CKPT-RECORD TO CKPT-KEEP-RECORD
090700         WRITE CKPT-KEEP-RECORD
090800         ADD 1 TO AR-KEPT-COUNT
090900     END-IF.
091000 6100-EXIT.
091100     EXIT.
091200*****************************************************************
091300*                                                               *
091400*    6200-REWRITE-ONE-CKPT                                      *
091500*    COPIES ONE KEEP RECORD BACK TO THE LIVE CKPTFILE.          *
091600*                                                               *
091700*****************************************************************
091800 6200-REWRITE-ONE-CKPT.
091900     READ CKPT-KEEP-FILE
092000         AT END
092100             MOVE 'Y' TO AR-EOF-SW
092200     END-READ.
092300     IF AR-EOF
092400         GO TO 6200-EXIT
092500     END-IF.
092600     MOVE CKPT-KEEP-RECORD TO CKPT-RECORD.
092700     WRITE CKPT-RECORD.
092800     ADD 1 TO AR-REWRITTEN-COUNT.
092900 6200-EXIT.
092902     EXIT.
092904*****************************************************************
092906*                                                               *
092908*    6500-PURGE-RPTSTORE                                        *
092910*    PASSES THE WHOLE REPORT STORE IN KEY ORDER AND DELETES     *
092912*    EVERY HEADER AND LINE RECORD FILED UNDER A RUN DATE        *
092914*    BEFORE THE CUTOFF, SO A REPORT GOES AS A WHOLE.  THE       *
092916*    STORE IS PURGED IN PLACE - THERE IS NO KEEP COPY TO        *
092918*    PROVE FIRST - AND THE COUNTS PROVE IN = KEPT + PURGED      *
092920*    AFTERWARDS.  THE PURGED RECORDS ARE NOT ARCHIVED, SO THEY  *
092922*    STAY OUT OF THE RUN'S ARCHIVE TOTALS.                      *
092924*                                                               *
092926*****************************************************************
092928 6500-PURGE-RPTSTORE.
092930     MOVE 'RPTSTORE' TO AR-DS-NAME.
092932     MOVE AR-STORE-RETAIN-DAYS TO AR-RETAIN-DAYS.
092934     IF AR-RETAIN-DAYS = 0
092936         MOVE 'NOT SELECTED ON ARCPARM' TO AR-SKP-REASON
092938         PERFORM 7400-REPORT-SKIPPED THRU 7400-EXIT
092940         GO TO 6500-EXIT
092942     END-IF.
092944     OPEN I-O STORE-FILE.
092946     IF NOT AR-STORE-OK
092948         PERFORM 7500-REPORT-UNAVAILABLE THRU 7500-EXIT
092950         GO TO 6500-EXIT
092952     END-IF.
092954     PERFORM 7000-START-DATASET THRU 7000-EXIT.
092956     MOVE 0 TO AR-PURGED-COUNT.
092958     MOVE LOW-VALUES TO RSR-STORE-KEY.
092960     START STORE-FILE KEY >= RSR-STORE-KEY
092962         INVALID KEY
092964             MOVE 'Y' TO AR-EOF-SW
092966     END-START.
092968     PERFORM 6510-PURGE-ONE-STORE THRU 6510-EXIT
092970         UNTIL AR-EOF.
092972     CLOSE STORE-FILE.
092974     PERFORM 6520-REPORT-PURGE THRU 6520-EXIT.
092976 6500-EXIT.
092978     EXIT.
092980*****************************************************************
092982*                                                               *
092984*    6510-PURGE-ONE-STORE                                       *
092986*    READS THE NEXT REPORT-STORE RECORD AND DELETES IT WHEN     *
092988*    ITS RUN DATE IS BEFORE THE CUTOFF.  A FAILED DELETE STOPS  *
092990*    THE PURGE AND LEAVES THE STORE OUT OF BALANCE.             *
092992*                                                               *
092994*****************************************************************
092996 6510-PURGE-ONE-STORE.
092998     READ STORE-FILE NEXT RECORD
093000         AT END
093002             MOVE 'Y' TO AR-EOF-SW
093004     END-READ.
093006     IF AR-EOF
093008         GO TO 6510-EXIT
093010     END-IF.
093012     ADD 1 TO AR-IN-COUNT.
093014     MOVE RSR-RUN-DATE TO AR-RECORD-DATE-X.
093016     PERFORM 7100-CHECK-RETENTION THRU 7100-EXIT.
093018     IF NOT AR-ARCHIVE-RECORD
093020         ADD 1 TO AR-KEPT-COUNT
093022         GO TO 6510-EXIT
093024     END-IF.
093026     DELETE STORE-FILE RECORD
093028         INVALID KEY
093030             MOVE 'N' TO AR-BALANCE-SW
093032     END-DELETE.
093034     IF NOT AR-STORE-OK
093036         MOVE 'N' TO AR-BALANCE-SW
093038         MOVE 'Y' TO AR-EOF-SW
093040         DISPLAY 'HELLO0298E RPTSTORE DELETE FAILED - STATUS '
093042                 AR-STORE-STATUS ' - PURGE STOPPED'
093044         GO TO 6510-EXIT
093046     END-IF.
093048     ADD 1 TO AR-PURGED-COUNT.
093050 6510-EXIT.
093052     EXIT.
093054*****************************************************************
093056*                                                               *
093058*    6520-REPORT-PURGE                                          *
093060*    PRINTS THE REPORT STORE'S CONTROL COUNTS AND BALANCE       *
093062*    LINE.  A STORE THAT FAILED TO BALANCE RAISES THE STEP      *
093064*    RETURN CODE AS AN UNBALANCED DATASET DOES.                 *
093066*                                                               *
093068*****************************************************************
093070 6520-REPORT-PURGE.
093072     COMPUTE AR-PROOF-COUNT = AR-KEPT-COUNT + AR-PURGED-COUNT.
093074     IF AR-PROOF-COUNT NOT = AR-IN-COUNT
093076         MOVE 'N' TO AR-BALANCE-SW
093078     END-IF.
093080     INITIALIZE RPT-LINE.
093082     MOVE '   RECORDS IN' TO RPT-LABEL.
093084     MOVE AR-IN-COUNT TO RPT-VALUE.
093086     WRITE RPT-LINE.
093088     INITIALIZE RPT-LINE.
093090     MOVE '   RECORDS KEPT' TO RPT-LABEL.
093092     MOVE AR-KEPT-COUNT TO RPT-VALUE.
093094     WRITE RPT-LINE.
093096     INITIALIZE RPT-LINE.
093098     MOVE '   RECORDS PURGED' TO RPT-LABEL.
093100     MOVE AR-PURGED-COUNT TO RPT-VALUE.
093102     WRITE RPT-LINE.
093104     MOVE AR-DS-NAME TO AR-PRG-DS-NAME.
093106     IF AR-BALANCED
093108         MOVE 'BALANCED' TO AR-PRG-RESULT
093110         ADD 1 TO AR-DATASETS-DONE
093112     ELSE
093114         MOVE '*** OUT OF BALANCE ***' TO AR-PRG-RESULT
093116         ADD 1 TO AR-DATASETS-FAILED
093118         IF AR-HIGH-RC < 16
093120             MOVE 16 TO AR-HIGH-RC
093122         END-IF
093124     END-IF.
093126     INITIALIZE RPT-LINE.
093128     MOVE AR-PURGE-LINE TO RPT-TEXT.
093130     WRITE RPT-LINE.
093132 6520-EXIT.
093134     EXIT.
093136*****************************************************************
093200*                                                               *
093300*    7000-START-DATASET                                         *
093400*    RESETS THE PER-DATASET COUNTS AND SWITCHES, COMPUTES THE   *
093500*    DATASET'S CUTOFF DATE FROM ITS OWN RETENTION, AND PRINTS   *
093600*    ITS HEADING LINE.                                          *
093700*                                                               *
093800*****************************************************************
093900 7000-START-DATASET.
094000     MOVE 0   TO AR-IN-COUNT.
094100     MOVE 0   TO AR-KEPT-COUNT.
094200     MOVE 0   TO AR-ARCHIVED-COUNT.
094300     MOVE 0   TO AR-REWRITTEN-COUNT.
094400     MOVE 'N' TO AR-EOF-SW.
094500     MOVE 'Y' TO AR-BALANCE-SW.
094600     MOVE 'N' TO AR-REWRITE-SW.
094700     COMPUTE AR-CUTOFF-INTEGER =
094800         AR-TODAY-INTEGER - AR-RETAIN-DAYS.
094900     COMPUTE AR-CUTOFF-DATE =
095000         FUNCTION DATE-OF-INTEGER(AR-CUTOFF-INTEGER).
095100     DISPLAY 'HELLO0212I ' AR-DS-NAME ' RETAINING FROM '
095200             AR-CUTOFF-DATE ' FORWARD'.
095300     MOVE AR-DS-NAME      TO AR-HD-DS-NAME.
095400     MOVE AR-RETAIN-DAYS  TO AR-HD-RETAIN-DAYS.
095500     MOVE AR-CUTOFF-DATE  TO AR-HD-CUTOFF-DATE.
095600     INITIALIZE RPT-LINE.
095700     MOVE AR-DATASET-HEAD-LINE TO RPT-TEXT.
095800     WRITE RPT-LINE.
095900 7000-EXIT.
096000     EXIT.
096100*****************************************************************
096200*                                                               *
096300*    7100-CHECK-RETENTION                                       *
096400*    SETS THE ARCHIVE SWITCH FOR THE RECORD WHOSE RUN DATE IS   *
096500*    IN AR-RECORD-DATE-X - ON WHEN THE DATE IS BEFORE THE       *
096600*    CUTOFF OR IS NOT A DATE AT ALL.                            *
096700*                                                               *
096800*****************************************************************
096900 7100-CHECK-RETENTION.
097000     MOVE 'N' TO AR-ARCHIVE-SW.
097100     IF AR-RECORD-DATE-X IS NOT NUMERIC
097200         MOVE 'Y' TO AR-ARCHIVE-SW
097300         GO TO 7100-EXIT
097400     END-IF.
097500     MOVE AR-RECORD-DATE-X TO AR-RECORD-DATE.
097600     IF AR-RECORD-DATE < AR-CUTOFF-DATE
097700         MOVE 'Y' TO AR-ARCHIVE-SW
097800     END-IF.
097900 7100-EXIT.
098000     EXIT.
098100*****************************************************************
098200*                                                               *
098300*    7200-PROVE-SPLIT                                           *
098400*    PROVES RECORDS IN = KEPT + ARCHIVED BEFORE THE LIVE        *
098500*    DATASET IS TOUCHED.  AN UNBALANCED SPLIT LEAVES THE LIVE   *
098600*    DATASET AS IT WAS.                                         *
098700*                                                               *
098800*****************************************************************
098900 7200-PROVE-SPLIT.
099000     COMPUTE AR-PROOF-COUNT = AR-KEPT-COUNT + AR-ARCHIVED-COUNT.
099100     IF AR-PROOF-COUNT NOT = AR-IN-COUNT
099200         MOVE 'N' TO AR-BALANCE-SW
099300         DISPLAY 'HELLO0209E ' AR-DS-NAME ' OUT OF BALANCE - '
099400                 'LIVE DATASET NOT REWRITTEN'
099500     END-IF.
099600 7200-EXIT.
099700     EXIT.
099800*****************************************************************
099900*                                                               *
100000*    7300-REPORT-DATASET                                        *
100100*    PRINTS THE DATASET'S CONTROL COUNTS AND BALANCE LINE.  A   *
100200*    REWRITE THAT DID NOT PUT BACK EVERY KEPT RECORD IS OUT     *
100300*    OF BALANCE TOO.  ONLY A BALANCED DATASET ADDS TO THE RUN   *
100400*    TOTALS.                                                    *
100500*                                                               *
100600*****************************************************************
100700 7300-REPORT-DATASET.
100800     IF AR-REWRITE-DONE
100900         AND AR-REWRITTEN-COUNT NOT = AR-KEPT-COUNT
101000         MOVE 'N' TO AR-BALANCE-SW
101100         DISPLAY 'HELLO0209E ' AR-DS-NAME ' REWROTE '
101200                 AR-REWRITTEN-COUNT ' OF ' AR-KEPT-COUNT
101300                 ' KEPT RECORDS'
101400     END-IF.
101500     INITIALIZE RPT-LINE.
101600     MOVE '   RECORDS IN' TO RPT-LABEL.
101700     MOVE AR-IN-COUNT TO RPT-VALUE.
101800     WRITE RPT-LINE.
101900     INITIALIZE RPT-LINE.
102000     MOVE '   RECORDS KEPT' TO RPT-LABEL.
102100     MOVE AR-KEPT-COUNT TO RPT-VALUE.
102200     WRITE RPT-LINE.
102300     INITIALIZE RPT-LINE.
102400     MOVE '   RECORDS ARCHIVED' TO RPT-LABEL.
102500     MOVE AR-ARCHIVED-COUNT TO RPT-VALUE.
102600     WRITE RPT-LINE.
102700     INITIALIZE RPT-LINE.
102800     MOVE '   RECORDS REWRITTEN' TO RPT-LABEL.
102900     MOVE AR-REWRITTEN-COUNT TO RPT-VALUE.
103000     WRITE RPT-LINE.
103100     MOVE AR-DS-NAME TO AR-BAL-DS-NAME.
103200     IF AR-BALANCED
103300         MOVE 'BALANCED' TO AR-BAL-RESULT
103400         ADD 1 TO AR-DATASETS-DONE
103500         ADD AR-IN-COUNT       TO AR-TOT-IN-COUNT
103600         ADD AR-KEPT-COUNT     TO AR-TOT-KEPT-COUNT
103700         ADD AR-ARCHIVED-COUNT TO AR-TOT-ARCHIVED-COUNT
103800     ELSE
103900         MOVE '*** OUT OF BALANCE ***' TO AR-BAL-RESULT
104000         ADD 1 TO AR-DATASETS-FAILED
104100         IF AR-HIGH-RC < 16
104200             MOVE 16 TO AR-HIGH-RC
104300         END-IF
104400     END-IF.
104500     INITIALIZE RPT-LINE.
104600     MOVE AR-BALANCE-LINE TO RPT-TEXT.
104700     WRITE RPT-LINE.
104800 7300-EXIT.
104900     EXIT.
105000*****************************************************************
105100*                                                               *
105200*    7400-REPORT-SKIPPED                                        *
105300*    PRINTS A ONE-LINE ENTRY FOR A DATASET THIS RUN DID NOT     *
105400*    PROCESS, WITH THE REASON ALREADY IN AR-SKP-REASON.         *
105500*                                                               *
105600*****************************************************************
105700 7400-REPORT-SKIPPED.
105800     MOVE AR-DS-NAME TO AR-SKP-DS-NAME.
105900     INITIALIZE RPT-LINE.
106000     MOVE AR-SKIP-LINE TO RPT-TEXT.
106100     WRITE RPT-LINE.
106200 7400-EXIT.
106300     EXIT.
106400*****************************************************************
106500*                                                               *
106600*    7500-REPORT-UNAVAILABLE                                    *
106700*    A SELECTED DATASET THAT CANNOT BE OPENED IS LEFT ALONE     *
106800*    AND WARNED ABOUT - THE OTHER DATASETS STILL PROCEED.       *
106900*                                                               *
107000*****************************************************************
107100 7500-REPORT-UNAVAILABLE.
107200     DISPLAY 'HELLO0207W ' AR-DS-NAME ' NOT AVAILABLE - NOT '
107300             'ARCHIVED'.
107400     MOVE '*** NOT AVAILABLE - NOT ARCHIVED ***'
107500         TO AR-SKP-REASON.
107600     PERFORM 7400-REPORT-SKIPPED THRU 7400-EXIT.
107700     IF AR-HIGH-RC < 4
107800         MOVE 4 TO AR-HIGH-RC
107900     END-IF.
108000 7500-EXIT.
108100     EXIT.
108200*****************************************************************
108300*                                                               *
108400*    7600-WORK-OPEN-FAILED                                      *
108500*    THE KEEP OR ARCHIVE COPY COULD NOT BE OPENED BEFORE THE    *
108600*    SPLIT - NOTHING HAS BEEN CHANGED, SO THE RUN STOPS HERE.   *
108700*                                                               *
108800*****************************************************************
108900 7600-WORK-OPEN-FAILED.
109000     DISPLAY 'HELLO0208E ' AR-DS-NAME ' KEEP/ARCHIVE OPEN '
109100             'FAILED - ABORT'.
109200     MOVE 28 TO RETURN-CODE.
109300     CLOSE RPT-FILE.
109400 7600-EXIT.
109500     EXIT.
109600*****************************************************************
109700*                                                               *
109800*    7700-REWRITE-FAILED                                        *
109900*    THE SPLIT BALANCED BUT THE LIVE DATASET COULD NOT BE       *
110000*    REWRITTEN.  THE KEEP COPY HOLDS EVERY CURRENT RECORD AND   *
110100*    THE ARCHIVE GENERATION EVERY OLDER ONE, SO OPERATIONS      *
110200*    RESTORES THE LIVE DATASET FROM THE KEEP COPY.              *
110300*                                                               *
110400*****************************************************************
110500 7700-REWRITE-FAILED.
110600     DISPLAY 'HELLO0210E ' AR-DS-NAME ' REWRITE FAILED - '
110700             'RESTORE IT FROM ITS KEEP COPY'.
110800     MOVE 32 TO RETURN-CODE.
110900     CLOSE RPT-FILE.
111000 7700-EXIT.
111100     EXIT.
111200*****************************************************************
111300*                                                               *
111400*    9000-TERMINATE                                             *
111500*    PRINTS THE RUN TOTALS, CLOSES THE REPORT AND SETS THE      *
111600*    STEP RETURN CODE.                                          *
111700*                                                               *
111800*****************************************************************
111900 9000-TERMINATE.
112000     INITIALIZE RPT-LINE.
112100     MOVE ALL '-' TO RPT-TEXT.
112200     WRITE RPT-LINE.
112300     INITIALIZE RPT-LINE.
112400     MOVE 'DATASETS BALANCED' TO RPT-LABEL.
112500     MOVE AR-DATASETS-DONE TO RPT-VALUE.
112600     WRITE RPT-LINE.
112700     INITIALIZE RPT-LINE.
112800     MOVE 'DATASETS OUT OF BALANCE' TO RPT-LABEL.
112900     MOVE AR-DATASETS-FAILED TO RPT-VALUE.
113000     WRITE RPT-LINE.
113100     INITIALIZE RPT-LINE.
113200     MOVE 'TOTAL RECORDS IN' TO RPT-LABEL.
113300     MOVE AR-TOT-IN-COUNT TO RPT-VALUE.
113400     WRITE RPT-LINE.
113500     INITIALIZE RPT-LINE.
113600     MOVE 'TOTAL RECORDS KEPT' TO RPT-LABEL.
113700     MOVE AR-TOT-KEPT-COUNT TO RPT-VALUE.
113800     WRITE RPT-LINE.
113900     INITIALIZE RPT-LINE.
114000     MOVE 'TOTAL RECORDS ARCHIVED' TO RPT-LABEL.
114100     MOVE AR-TOT-ARCHIVED-COUNT TO RPT-VALUE.
114200     WRITE RPT-LINE.
114300     CLOSE RPT-FILE.
114400     DISPLAY 'HELLO0211I ARCHIVE AND PURGE COMPLETE - '
114500             AR-DATASETS-DONE ' BALANCED ' AR-DATASETS-FAILED
114600             ' OUT OF BALANCE'.
114700     MOVE AR-HIGH-RC TO RETURN-CODE.
114800 9000-EXIT.
114900     EXIT.
115000*****************************************************************
115100*                                                               *
115200*    8000-ABEND-EXIT                                            *
115300*    COMMON EXIT FOR A RUN THAT FAILS BEFORE OR DURING THE      *
115400*    SPLIT (MISSING OR BAD ARCPARM, OR A REPORT, KEEP OR        *
115500*    ARCHIVE FILE THAT COULD NOT BE OPENED).                    *
115600*                                                               *
115700*****************************************************************
115800 8000-ABEND-EXIT.
115900     GO TO 9999-EXIT.
116000 9999-EXIT.
116100     STOP RUN.
