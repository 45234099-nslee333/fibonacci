000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOBMT.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLOBMT                                     *
001000*    DESCRIPTION: BATCH MAINTENANCE OF THE KEYED PARAMETER      *
001100*                 DATASET (PARMDEF) FROM A DECK OF TRANSACTIONS *
001200*                 (TRANSIN, LAYOUT BMTTREC) - ADD, CHANGE,      *
001300*                 DELETE, OR P TO STAGE A FUTURE-DATED CHANGE   *
001400*                 ON PENDFILE FOR HELLOAPL - SO A NEW QUARTER'S *
001500*                 DEFINITIONS OR A ROUND OF RE-BOUNDING IS      *
001600*                 KEYED ONCE AS A DECK INSTEAD OF SCREEN BY     *
001700*                 SCREEN.  EVERY TRANSACTION GETS THE EDITS     *
001800*                 HELLOMNT AND HELLOPND APPLY AT THE TERMINAL   *
001900*                 PLUS THE ONES HELLO'S 1500-EDIT-PARAMETERS    *
002000*                 WOULD ABORT THE WINDOW ON (FIBONACCI TERM-150 *
002100*                 CEILING, MODE R 31-DIGIT OVERFLOW), AND THE   *
002200*                 SUBMITTER NAMED ON IT MUST HOLD THE OPAUTH    *
002300*                 AUTHORITY FOR THE FUNCTION.  A CHANGE OR      *
002400*                 DELETE OF A DEFINITION OTHER PROGRAMS CALL    *
002500*                 HELLOTLK FOR NEEDS THE CONFIRM FLAG, AS THE   *
002600*                 TERMINAL ASKS FOR A Y.  ACCEPTED              *
002700*                 TRANSACTIONS ARE POSTED TO PARMDEF WITH THE   *
002800*                 SAME PARMLOG BEFORE/AFTER RECORD HELLOMNT     *
002900*                 WRITES, OR APPENDED TO PENDFILE AND LOGGED AS *
003000*                 A STAGED (P) PARMLOG RECORD.  REJECTED        *
003100*                 ONES ARE COPIED TO REJFILE WITH THE REASON.   *
003200*                 THE EDIT REPORT LISTS EVERY TRANSACTION WITH  *
003300*                 ITS RESULT AND REASON, THEN CONTROL TOTALS.   *
003400*                                                               *
003500*                 PARM='MODE,JOBID' - MODE IS POST OR VALIDATE  *
003600*                 (THE DEFAULT).  VALIDATE RUNS EVERY EDIT BUT  *
003700*                 UPDATES NOTHING - NOT PARMDEF, PENDFILE,      *
003800*                 PARMLOG OR AUTHLOG - SO A DECK CAN BE CHECKED *
003900*                 THE DAY BEFORE IT IS POSTED.  ADDS AND        *
004000*                 DELETES EARLIER IN THE SAME DECK ARE          *
004100*                 REMEMBERED SO LATER TRANSACTIONS ARE EDITED   *
004200*                 AS A POSTING RUN WOULD EDIT THEM.             *
004300*                                                               *
004400*                 RETURN CODES: 0 ALL ACCEPTED, 4 SOME          *
004500*                 REJECTED, 8 A POSTING WRITE FAILED, 16        *
004600*                 TRANSIN OR RUN MODE, 24 PARMDEF, 32 REPORT OR *
004700*                 REJECT FILE, 40 OPAUTH UNAVAILABLE.           *
004800*                                                               *
004900*    MAINTENANCE HISTORY                                       *
005000*    DATE       INIT  DESCRIPTION                               *
005100*    -------    ----  ------------------------------------     *
005200*    10/15/26   RMS   ORIGINAL                                  *
005220*    10/15/26   RMS   A AND C NOW CARRY THE OWNING DEPARTMENT,  *
005240*                     COST CENTER AND CONTACT, EDITED BY        *
005260*                     3700-EDIT-OWNERSHIP AS HELLOMNT EDITS     *
005280*                     THEM, AND POSTED TO PARMDEF AND PARMLOG.  *
005290*    10/15/26   RMS   A STAGED P NOW ALSO WRITES A PARMLOG      *
005292*                     RECORD, FUNCTION P, BESIDE ITS PENDFILE   *
005294*                     ENTRY.                                    *
005295*    10/15/26   RMS   VALIDATE NOW COUNTS ACCEPTED P STAGINGS   *
005296*                     SO THE PENDING-LIMIT EDIT (HELLO0266E)    *
005297*                     FIRES AS IT WOULD IN A POSTING RUN.       *
005300*                                                               *
005400*****************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT TRAN-FILE        ASSIGN TO TRANSIN
006200                             ORGANIZATION IS LINE SEQUENTIAL
006300                             FILE STATUS IS BM-TRAN-FILE-STATUS.
006400     SELECT PARM-FILE        ASSIGN TO PARMFILE
006500                             ORGANIZATION IS INDEXED
006600                             ACCESS MODE IS DYNAMIC
006700                             RECORD KEY IS PARM-SEQUENCE-ID
006800                             FILE STATUS IS BM-PARM-FILE-STATUS.
006900     SELECT PEND-FILE        ASSIGN TO PENDFILE
007000                             ORGANIZATION IS LINE SEQUENTIAL
007100                             FILE STATUS IS BM-PEND-FILE-STATUS.
007200     SELECT LOG-FILE         ASSIGN TO PARMLOG
007300                             ORGANIZATION IS LINE SEQUENTIAL
007400                             FILE STATUS IS BM-LOG-FILE-STATUS.
007500     SELECT AUTH-FILE        ASSIGN TO OPAUTH
007600                             ORGANIZATION IS INDEXED
007700                             ACCESS MODE IS RANDOM
007800                             RECORD KEY IS AUTH-OPERATOR-ID
007900                             FILE STATUS IS BM-AUTH-FILE-STATUS.
008000     SELECT AUTHLOG-FILE     ASSIGN TO AUTHLOG
008100                             ORGANIZATION IS LINE SEQUENTIAL
008200                             FILE STATUS IS BM-AUTHLOG-STATUS.
008300     SELECT USAGE-FILE       ASSIGN TO TLKUSAGE
008400                             ORGANIZATION IS LINE SEQUENTIAL
008500                             FILE STATUS IS BM-USAGE-FILE-STATUS.
008600     SELECT REJ-FILE         ASSIGN TO REJFILE
008700                             ORGANIZATION IS LINE SEQUENTIAL
008800                             FILE STATUS IS BM-REJ-FILE-STATUS.
008900     SELECT RPT-FILE         ASSIGN TO REPTFILE
009000                             ORGANIZATION IS LINE SEQUENTIAL
009100                             FILE STATUS IS BM-RPT-FILE-STATUS.
009200*
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  TRAN-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800     COPY BMTTREC.
009900 FD  PARM-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200     COPY PARMREC.
010300 FD  PEND-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600     COPY PENDREC.
010700 FD  LOG-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000     COPY PARMLOG.
011100 FD  AUTH-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORDING MODE IS F.
011400     COPY OPAUTREC.
011500 FD  AUTHLOG-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORDING MODE IS F.
011800     COPY AUTHLREC.
011900 FD  USAGE-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200     COPY TLKUREC.
012300*    THE REJECT FILE CARRIES THE TRANSACTION IMAGE (BMTTREC)
012400*    WITH ITS REJECT REASON FILLED IN.
012500 FD  REJ-FILE
012600     LABEL RECORDS ARE STANDARD
012700     RECORDING MODE IS F.
012800 01  REJ-RECORD                  PIC X(200).
012900 FD  RPT-FILE
013000     LABEL RECORDS ARE STANDARD
013100     RECORDING MODE IS F.
013200     COPY RPTLINE.
013300*
013400 WORKING-STORAGE SECTION.
013500*****************************************************************
013600*    SWITCHES                                                  *
013700*****************************************************************
013800 01  BM-SWITCHES.
013900     05  BM-TRAN-FILE-STATUS     PIC X(02)   VALUE '00'.
014000         88  BM-TRAN-FILE-OK             VALUE '00'.
014100     05  BM-PARM-FILE-STATUS     PIC X(02)   VALUE '00'.
014200         88  BM-PARM-FILE-OK             VALUE '00'.
014300         88  BM-PARM-FILE-MISSING        VALUE '35'.
014400     05  BM-PEND-FILE-STATUS     PIC X(02)   VALUE '00'.
014500         88  BM-PEND-FILE-OK             VALUE '00'.
014600     05  BM-LOG-FILE-STATUS      PIC X(02)   VALUE '00'.
014700         88  BM-LOG-FILE-OK              VALUE '00'.
014800     05  BM-AUTH-FILE-STATUS     PIC X(02)   VALUE '00'.
014900         88  BM-AUTH-FILE-OK             VALUE '00'.
015000     05  BM-AUTHLOG-STATUS       PIC X(02)   VALUE '00'.
015100         88  BM-AUTHLOG-OK               VALUE '00'.
015200     05  BM-USAGE-FILE-STATUS    PIC X(02)   VALUE '00'.
015300         88  BM-USAGE-FILE-OK            VALUE '00'.
015400     05  BM-REJ-FILE-STATUS      PIC X(02)   VALUE '00'.
015500         88  BM-REJ-FILE-OK              VALUE '00'.
015600     05  BM-RPT-FILE-STATUS      PIC X(02)   VALUE '00'.
015700         88  BM-RPT-FILE-OK              VALUE '00'.
015800     05  BM-TRAN-EOF-SW          PIC X(01)   VALUE 'N'.
015900         88  BM-TRAN-EOF                 VALUE 'Y'.
016000     05  BM-PEND-EOF-SW          PIC X(01)   VALUE 'N'.
016100         88  BM-PEND-EOF                 VALUE 'Y'.
016200     05  BM-USAGE-EOF-SW         PIC X(01)   VALUE 'N'.
016300         88  BM-USAGE-EOF                VALUE 'Y'.
016400     05  BM-RUN-MODE-SW          PIC X(01)   VALUE 'V'.
016500         88  BM-MODE-POST                VALUE 'P'.
016600         88  BM-MODE-VALIDATE            VALUE 'V'.
016700     05  BM-PARM-ABSENT-SW       PIC X(01)   VALUE 'N'.
016800         88  BM-PARM-ABSENT              VALUE 'Y'.
016900     05  BM-PEND-OPEN-SW         PIC X(01)   VALUE 'N'.
017000         88  BM-PEND-OPEN                VALUE 'Y'.
017100     05  BM-REJECTED-SW          PIC X(01)   VALUE 'N'.
017200         88  BM-REJECTED                 VALUE 'Y'.
017300     05  BM-POST-FAILED-SW       PIC X(01)   VALUE 'N'.
017400         88  BM-POST-FAILED              VALUE 'Y'.
017500     05  BM-ON-FILE-SW           PIC X(01)   VALUE 'N'.
017600         88  BM-ON-FILE                  VALUE 'Y'.
017700     05  BM-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
017800         88  BM-OVERFLOW                 VALUE 'Y'.
017900     05  BM-DECK-FULL-SW         PIC X(01)   VALUE 'N'.
018000         88  BM-DECK-FULL                VALUE 'Y'.
018100*****************************************************************
018200*    RUN IDENTITY                                               *
018300*****************************************************************
018400 01  BM-RUN-IDENTITY.
018500     05  BM-TODAY-DATE           PIC X(08)   VALUE SPACES.
018600     05  BM-LOG-TIME             PIC X(06)   VALUE SPACES.
018700     05  BM-CMD-LINE             PIC X(40)   VALUE SPACES.
018800     05  BM-MODE-TOKEN           PIC X(08)   VALUE SPACES.
018900     05  BM-JOB-ID               PIC X(08)   VALUE SPACES.
019000*****************************************************************
019100*    THE TRANSACTION IN HAND - ITS REASON AND NOTE TEXT, AND   *
019200*    ITS EDITED VALUES IN THE SAME FORM HELLOMNT HOLDS THEM    *
019300*****************************************************************
019400 01  BM-TRAN-FIELDS.
019500     05  BM-TRAN-NUMBER          PIC S9(09)  COMP    VALUE 0.
019600     05  BM-FX                   PIC S9(04)  COMP    VALUE 0.
019700     05  BM-REASON               PIC X(60)   VALUE SPACES.
019800     05  BM-NOTE                 PIC X(60)   VALUE SPACES.
019900     05  BM-LOG-FUNCTION         PIC X(01)   VALUE SPACE.
020000     05  BM-OLD-BOUND            PIC S9(09)  COMP    VALUE 0.
020100     05  BM-OLD-MODE-FLAG        PIC X(01)   VALUE SPACES.
020200     05  BM-OLD-START-VAR1       PIC S9(09)  COMP    VALUE 0.
020300     05  BM-OLD-END-VAR1         PIC S9(09)  COMP    VALUE 0.
020400     05  BM-OLD-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
020500     05  BM-OLD-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
020600     05  BM-OLD-MODULUS          PIC S9(18)  COMP    VALUE 0.
020700     05  BM-NEW-BOUND            PIC S9(09)  COMP    VALUE 0.
020800     05  BM-NEW-MODE-FLAG        PIC X(01)   VALUE SPACES.
020900         88  BM-NEW-MODE-VALID           VALUES 'C' 'F' 'R'.
021000         88  BM-NEW-MODE-FIBONACCI       VALUE 'F'.
021100         88  BM-NEW-MODE-RECURRENCE      VALUE 'R'.
021200     05  BM-NEW-START-VAR1       PIC S9(09)  COMP    VALUE 0.
021300     05  BM-NEW-END-VAR1         PIC S9(09)  COMP    VALUE 0.
021400     05  BM-NEW-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
021500     05  BM-NEW-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
021600     05  BM-NEW-MODULUS          PIC S9(18)  COMP    VALUE 0.
021610     05  BM-OLD-OWNER-DEPT       PIC X(06)   VALUE SPACES.
021620     05  BM-OLD-COST-CENTER      PIC X(06)   VALUE SPACES.
021640     05  BM-OLD-CONTACT          PIC X(20)   VALUE SPACES.
021650     05  BM-NEW-OWNER-DEPT       PIC X(06)   VALUE SPACES.
021670     05  BM-NEW-COST-CENTER      PIC X(06)   VALUE SPACES.
021680     05  BM-NEW-CONTACT          PIC X(20)   VALUE SPACES.
021700     05  BM-LOOP-END-VAR1        PIC S9(09)  COMP    VALUE 0.
021800*****************************************************************
021900*    HELLO'S CAPACITY EDITS - THE TERM-150 FIBONACCI CEILING   *
022000*    AND THE MODE R OVERFLOW WALK, ON FIELDS THE SIZE OF       *
022100*    HELLO'S OWN                                               *
022200*****************************************************************
022300 01  BM-SIM-FIELDS.
022400     05  BM-SIM-COUNT            PIC S9(09)  COMP    VALUE 0.
022500     05  BM-SIM-PRIOR-TERM       PIC S9(31)  SIGN LEADING
022600                                             SEPARATE VALUE 0.
022700     05  BM-SIM-CURRENT-TERM     PIC S9(31)  SIGN LEADING
022800                                             SEPARATE VALUE 0.
022900     05  BM-SIM-NEXT-TERM        PIC S9(31)  SIGN LEADING
023000                                             SEPARATE VALUE 0.
023100 77  BM-FIB-MAX-VAR1             PIC S9(04)  COMP    VALUE 150.
023200*****************************************************************
023300*    PENDFILE CAPACITY - HELLOAPL AND HELLOPND HOLD AT MOST    *
023400*    100 STAGED CHANGES                                        *
023500*****************************************************************
023600 01  BM-PEND-FIELDS.
023700     05  BM-PEND-COUNT           PIC S9(04)  COMP    VALUE 0.
023800 77  BM-PEND-MAX                 PIC S9(04)  COMP    VALUE 100.
023900*****************************************************************
024000*    DEFINITIONS ADDED (P) OR DELETED (G) EARLIER IN THE DECK, *
024100*    KEPT ON A VALIDATE RUN WHERE PARMDEF IS NOT UPDATED       *
024200*****************************************************************
024300 01  BM-DECK-FIELDS.
024400     05  BM-DK-COUNT             PIC S9(04)  COMP    VALUE 0.
024500     05  BM-DK-SUB               PIC S9(04)  COMP    VALUE 0.
024600     05  BM-DK-HIT               PIC S9(04)  COMP    VALUE 0.
024700     05  BM-DK-ENTRY             OCCURS 1000 TIMES.
024800         10  BM-DK-SEQUENCE-ID   PIC X(08).
024900         10  BM-DK-STATE         PIC X(01).
025000 77  BM-DK-MAX                   PIC S9(04)  COMP    VALUE 1000.
025100*****************************************************************
025200*    PROGRAMS THAT HAVE CALLED HELLOTLK FOR THE DEFINITION,    *
025300*    GATHERED FROM TLKUSAGE BEFORE A CHANGE OR DELETE          *
025400*****************************************************************
025500 01  BM-DEPENDENT-FIELDS.
025600     05  BM-DEP-COUNT            PIC S9(04)  COMP    VALUE 0.
025700     05  BM-DEP-OVER-COUNT       PIC S9(04)  COMP    VALUE 0.
025800     05  BM-DEP-SUB              PIC S9(04)  COMP    VALUE 0.
025900     05  BM-DEP-HIT              PIC S9(04)  COMP    VALUE 0.
026000     05  BM-DEP-ENTRY            OCCURS 50 TIMES.
026100         10  BM-DEP-CALLER-ID    PIC X(08).
026200         10  BM-DEP-LAST-DATE    PIC X(08).
026300         10  BM-DEP-CALLS        PIC S9(09)  COMP.
026400 77  BM-DEP-MAX                  PIC S9(04)  COMP    VALUE 50.
026500*****************************************************************
026600*    CONTROL TOTALS.  THE FUNCTION TABLE IS INDEXED A, C, D,   *
026700*    P, THEN ANY OTHER CODE.                                   *
026800*****************************************************************
026900 01  BM-TOTAL-FIELDS.
027000     05  BM-READ-COUNT           PIC S9(09)  COMP    VALUE 0.
027100     05  BM-ACCEPTED-COUNT       PIC S9(09)  COMP    VALUE 0.
027200     05  BM-REJECTED-COUNT       PIC S9(09)  COMP    VALUE 0.
027300     05  BM-ADDED-COUNT          PIC S9(09)  COMP    VALUE 0.
027400     05  BM-CHANGED-COUNT        PIC S9(09)  COMP    VALUE 0.
027500     05  BM-DELETED-COUNT        PIC S9(09)  COMP    VALUE 0.
027600     05  BM-STAGED-COUNT         PIC S9(09)  COMP    VALUE 0.
027700     05  BM-LOGGED-COUNT         PIC S9(09)  COMP    VALUE 0.
027800     05  BM-REFUSED-COUNT        PIC S9(09)  COMP    VALUE 0.
027900     05  BM-FAILED-COUNT         PIC S9(09)  COMP    VALUE 0.
028000     05  BM-USED-COUNT           PIC S9(09)  COMP    VALUE 0.
028100 01  BM-FUNCTION-TOTALS.
028200     05  BM-FT-ENTRY             OCCURS 5 TIMES.
028300         10  BM-FT-READ          PIC S9(09)  COMP.
028400         10  BM-FT-ACCEPTED      PIC S9(09)  COMP.
028500         10  BM-FT-REJECTED      PIC S9(09)  COMP.
028600 01  BM-FUNCTION-NAME-VALUES.
028700     05  FILLER                  PIC X(10)   VALUE 'ADD'.
028800     05  FILLER                  PIC X(10)   VALUE 'CHANGE'.
028900     05  FILLER                  PIC X(10)   VALUE 'DELETE'.
029000     05  FILLER                  PIC X(10)   VALUE 'PENDING'.
029100     05  FILLER                  PIC X(10)   VALUE 'INVALID'.
029200 01  BM-FUNCTION-NAMES REDEFINES BM-FUNCTION-NAME-VALUES.
029300     05  BM-FUNCTION-NAME        PIC X(10)   OCCURS 5 TIMES.
029400*****************************************************************
029500*    PRINT LINES.  BUILT HERE AND MOVED TO RPT-LINE SO THE      *
029600*    REPORT FILE KEEPS THE SAME RPTLINE FD AS HELLORPT.         *
029700*****************************************************************
029800 01  BM-COLUMN-HEAD-LINE.
029900     05  FILLER          PIC X(07)   VALUE '  TRAN#'.
030000     05  FILLER          PIC X(02)   VALUE SPACES.
030100     05  FILLER          PIC X(01)   VALUE 'F'.
030200     05  FILLER          PIC X(02)   VALUE SPACES.
030300     05  FILLER          PIC X(08)   VALUE 'SEQ ID'.
030400     05  FILLER          PIC X(02)   VALUE SPACES.
030500     05  FILLER          PIC X(08)   VALUE 'SUBMITTR'.
030600     05  FILLER          PIC X(02)   VALUE SPACES.
030700     05  FILLER          PIC X(08)   VALUE 'EFFECTIV'.
030800     05  FILLER          PIC X(02)   VALUE SPACES.
030900     05  FILLER          PIC X(10)   VALUE 'RESULT'.
031000     05  FILLER          PIC X(28)   VALUE SPACES.
031100 01  BM-DETAIL-LINE.
031200     05  FILLER                  PIC X(01)   VALUE SPACE.
031300     05  BM-DT-TRAN-NUMBER       PIC Z(5)9.
031400     05  FILLER                  PIC X(02)   VALUE SPACES.
031500     05  BM-DT-FUNCTION          PIC X(01).
031600     05  FILLER                  PIC X(02)   VALUE SPACES.
031700     05  BM-DT-SEQUENCE-ID       PIC X(08).
031800     05  FILLER                  PIC X(02)   VALUE SPACES.
031900     05  BM-DT-SUBMITTER-ID      PIC X(08).
032000     05  FILLER                  PIC X(02)   VALUE SPACES.
032100     05  BM-DT-EFFECTIVE-DATE    PIC X(08).
032200     05  FILLER                  PIC X(02)   VALUE SPACES.
032300     05  BM-DT-RESULT            PIC X(10).
032400     05  FILLER                  PIC X(28)   VALUE SPACES.
032500 01  BM-REASON-LINE.
032600     05  FILLER                  PIC X(10)   VALUE SPACES.
032700     05  BM-RS-TEXT              PIC X(60).
032800     05  FILLER                  PIC X(10)   VALUE SPACES.
032900 01  BM-FUNCTION-TOTAL-LINE.
033000     05  FILLER                  PIC X(01)   VALUE SPACE.
033100     05  BM-FL-NAME              PIC X(10).
033200     05  FILLER                  PIC X(07)   VALUE '   READ'.
033300     05  BM-FL-READ              PIC Z(8)9.
033400     05  FILLER                  PIC X(11)   VALUE
033500                                             '   ACCEPTED'.
033600     05  BM-FL-ACCEPTED          PIC Z(8)9.
033700     05  FILLER                  PIC X(11)   VALUE
033800                                             '   REJECTED'.
033900     05  BM-FL-REJECTED          PIC Z(8)9.
034000     05  FILLER                  PIC X(13)   VALUE SPACES.
034100 01  BM-EDIT-COUNT               PIC Z(3)9.
034200*
034300 PROCEDURE DIVISION.
034400*****************************************************************
034500*                                                               *
034600*    0000-MAINLINE                                              *
034700*    CONTROLS OVERALL FLOW OF THE BATCH MAINTENANCE RUN.        *
034800*                                                               *
034900*****************************************************************
035000 0000-MAINLINE.
035100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035200     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
035300         UNTIL BM-TRAN-EOF.
035400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035500     GO TO 9999-EXIT.
035600*****************************************************************
035700*                                                               *
035800*    1000-INITIALIZE                                            *
035900*    PICKS THE RUN MODE AND JOB ID OFF THE PARM= STRING, OPENS  *
036000*    THE DECK, PARMDEF (FOR UPDATE ON A POSTING RUN), OPAUTH,   *
036100*    THE REJECT FILE AND THE REPORT, COUNTS THE CHANGES         *
036200*    ALREADY STAGED ON PENDFILE, AND PRINTS THE HEADINGS.       *
036300*                                                               *
036400*****************************************************************
036500 1000-INITIALIZE.
036600     ACCEPT BM-TODAY-DATE FROM DATE YYYYMMDD.
036700     ACCEPT BM-LOG-TIME FROM TIME.
036800     INITIALIZE BM-FUNCTION-TOTALS.
036900     ACCEPT BM-CMD-LINE FROM COMMAND-LINE.
037000     UNSTRING BM-CMD-LINE DELIMITED BY ','
037100         INTO BM-MODE-TOKEN, BM-JOB-ID
037200     END-UNSTRING.
037300     IF BM-MODE-TOKEN = 'POST'
037400         MOVE 'P' TO BM-RUN-MODE-SW
037500     ELSE
037600         IF BM-MODE-TOKEN NOT = 'VALIDATE'
037700             AND BM-MODE-TOKEN NOT = SPACES
037800             DISPLAY 'HELLO0260E RUN MODE MUST BE POST OR '
037900                     'VALIDATE - ABORT'
038000             MOVE 16 TO RETURN-CODE
038100             GO TO 8000-ABEND-EXIT
038200         END-IF
038300     END-IF.
038400     OPEN INPUT TRAN-FILE.
038500     IF NOT BM-TRAN-FILE-OK
038600         DISPLAY 'HELLO0259E TRANSIN OPEN FAILED - ABORT'
038700         MOVE 16 TO RETURN-CODE
038800         GO TO 8000-ABEND-EXIT
038900     END-IF.
039000     PERFORM 1100-OPEN-PARMDEF THRU 1100-EXIT.
039100     OPEN INPUT AUTH-FILE.
039200     IF NOT BM-AUTH-FILE-OK
039300         DISPLAY 'HELLO0173E OPERATOR AUTHORITY DATASET '
039400                 'UNAVAILABLE - ABORT'
039500         MOVE 40 TO RETURN-CODE
039600         GO TO 8000-ABEND-EXIT
039700     END-IF.
039800     PERFORM 1200-COUNT-PENDING THRU 1200-EXIT.
039900     OPEN OUTPUT REJ-FILE.
040000     IF NOT BM-REJ-FILE-OK
040100         DISPLAY 'HELLO0263E REJFILE OPEN FAILED - ABORT'
040200         MOVE 32 TO RETURN-CODE
040300         GO TO 8000-ABEND-EXIT
040400     END-IF.
040500     OPEN OUTPUT RPT-FILE.
040600     IF NOT BM-RPT-FILE-OK
040700         DISPLAY 'HELLO0262E REPTFILE OPEN FAILED - ABORT'
040800         MOVE 32 TO RETURN-CODE
040900         GO TO 8000-ABEND-EXIT
041000     END-IF.
041100     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
041200 1000-EXIT.
041300     EXIT.
041400*****************************************************************
041500*                                                               *
041600*    1100-OPEN-PARMDEF                                          *
041700*    A POSTING RUN OPENS PARMDEF FOR KEYED I-O, CREATING IT     *
041800*    EMPTY WHEN IT DOES NOT YET EXIST AS HELLOMNT DOES, SO A    *
041900*    FIRST DECK OF ADDS CAN LOAD IT.  A VALIDATE RUN ONLY       *
042000*    READS IT; WHEN IT DOES NOT EXIST EVERY DEFINITION IS NEW.  *
042100*                                                               *
042200*****************************************************************
042300 1100-OPEN-PARMDEF.
042400     IF BM-MODE-VALIDATE
042500         OPEN INPUT PARM-FILE
042600         IF BM-PARM-FILE-MISSING
042700             DISPLAY 'HELLO0270I PARMFILE NOT FOUND - EVERY '
042800                     'DEFINITION TREATED AS NEW'
042900             MOVE 'Y' TO BM-PARM-ABSENT-SW
043000             GO TO 1100-EXIT
043100         END-IF
043200     ELSE
043300         OPEN I-O PARM-FILE
043400         IF BM-PARM-FILE-MISSING
043500             DISPLAY 'HELLO0051I PARMFILE NOT FOUND - CREATING '
043600                     'EMPTY DATASET'
043700             OPEN OUTPUT PARM-FILE
043800             CLOSE PARM-FILE
043900             OPEN I-O PARM-FILE
044000         END-IF
044100     END-IF.
044200     IF NOT BM-PARM-FILE-OK
044300         DISPLAY 'HELLO0261E PARMFILE OPEN FAILED - ABORT'
044400         MOVE 24 TO RETURN-CODE
044500         GO TO 8000-ABEND-EXIT
044600     END-IF.
044700 1100-EXIT.
044800     EXIT.
044900*****************************************************************
045000*                                                               *
045100*    1200-COUNT-PENDING                                         *
045200*    COUNTS THE CHANGES ALREADY STAGED ON PENDFILE, SO A DECK   *
045300*    OF P TRANSACTIONS CANNOT TAKE IT PAST THE 100 CHANGES      *
045400*    HELLOAPL CAN HOLD - THAT WOULD ABORT THE WINDOW ON         *
045500*    HELLO0089E.  NO PENDFILE MEANS NONE ARE STAGED.            *
045600*                                                               *
045700*****************************************************************
045800 1200-COUNT-PENDING.
045900     MOVE 0   TO BM-PEND-COUNT.
046000     MOVE 'N' TO BM-PEND-EOF-SW.
046100     OPEN INPUT PEND-FILE.
046200     IF NOT BM-PEND-FILE-OK
046300         GO TO 1200-EXIT
046400     END-IF.
046500     PERFORM 1210-COUNT-ONE-PENDING THRU 1210-EXIT
046600         UNTIL BM-PEND-EOF.
046700     CLOSE PEND-FILE.
046800 1200-EXIT.
046900     EXIT.
047000*****************************************************************
047100*                                                               *
047200*    1210-COUNT-ONE-PENDING                                     *
047300*    READS AND COUNTS ONE STAGED CHANGE.                        *
047400*                                                               *
047500*****************************************************************
047600 1210-COUNT-ONE-PENDING.
047700     READ PEND-FILE
047800         AT END
047900             MOVE 'Y' TO BM-PEND-EOF-SW
048000     END-READ.
048100     IF BM-PEND-EOF
048200         GO TO 1210-EXIT
048300     END-IF.
048400     ADD 1 TO BM-PEND-COUNT.
048500 1210-EXIT.
048600     EXIT.
048700*****************************************************************
048800*                                                               *
048900*    1300-PRINT-HEADINGS                                        *
049000*    PRINTS THE REPORT TITLE, THE RUN MODE AND THE COLUMN       *
049100*    HEADINGS.  A VALIDATE RUN SAYS PLAINLY THAT NOTHING WAS    *
049200*    POSTED.                                                    *
049300*                                                               *
049400*****************************************************************
049500 1300-PRINT-HEADINGS.
049600     INITIALIZE RPT-LINE.
049700     MOVE 'HELLO BATCH PARAMETER MAINTENANCE - EDIT REPORT'
049800         TO RPT-TEXT.
049900     WRITE RPT-LINE.
050000     INITIALIZE RPT-LINE.
050100     IF BM-MODE-POST
050200         STRING ' RUN ' BM-TODAY-DATE '  JOB ' BM-JOB-ID
050300                '  MODE POST'
050400             DELIMITED BY SIZE INTO RPT-TEXT
050500         END-STRING
050600     ELSE
050700         STRING ' RUN ' BM-TODAY-DATE '  JOB ' BM-JOB-ID
050800                '  MODE VALIDATE ONLY - NOTHING POSTED'
050900             DELIMITED BY SIZE INTO RPT-TEXT
051000         END-STRING
051100     END-IF.
051200     WRITE RPT-LINE.
051300     INITIALIZE RPT-LINE.
051400     MOVE ALL '-' TO RPT-TEXT.
051500     WRITE RPT-LINE.
051600     INITIALIZE RPT-LINE.
051700     MOVE BM-COLUMN-HEAD-LINE TO RPT-TEXT.
051800     WRITE RPT-LINE.
051900     INITIALIZE RPT-LINE.
052000     WRITE RPT-LINE.
052100 1300-EXIT.
052200     EXIT.
052300*****************************************************************
052400*                                                               *
052500*    2000-PROCESS-ONE-TRAN                                      *
052600*    READS ONE TRANSACTION, EDITS IT, POSTS IT WHEN IT PASSES   *
052700*    AND THIS IS A POSTING RUN, REPORTS IT, AND COPIES IT TO    *
052800*    THE REJECT FILE WHEN IT FAILED.                            *
052900*                                                               *
053000*****************************************************************
053100 2000-PROCESS-ONE-TRAN.
053200     READ TRAN-FILE
053300         AT END
053400             MOVE 'Y' TO BM-TRAN-EOF-SW
053500     END-READ.
053600     IF BM-TRAN-EOF
053700         GO TO 2000-EXIT
053800     END-IF.
053900     ADD 1 TO BM-TRAN-NUMBER.
054000     ADD 1 TO BM-READ-COUNT.
054100     MOVE 'N'    TO BM-REJECTED-SW.
054200     MOVE 'N'    TO BM-POST-FAILED-SW.
054300     MOVE SPACES TO BM-REASON.
054400     MOVE SPACES TO BM-NOTE.
054500     MOVE 0      TO BM-DEP-COUNT.
054600     MOVE 0      TO BM-DEP-OVER-COUNT.
054700     MOVE 5      TO BM-FX.
054800     IF BTRN-FUNC-ADD
054900         MOVE 1 TO BM-FX
055000     END-IF.
055100     IF BTRN-FUNC-CHANGE
055200         MOVE 2 TO BM-FX
055300     END-IF.
055400     IF BTRN-FUNC-DELETE
055500         MOVE 3 TO BM-FX
055600     END-IF.
055700     IF BTRN-FUNC-PENDING
055800         MOVE 4 TO BM-FX
055900     END-IF.
056000     ADD 1 TO BM-FT-READ (BM-FX).
056100     PERFORM 3000-EDIT-TRANSACTION THRU 3000-EXIT.
056200     IF NOT BM-REJECTED
056300         IF BM-MODE-POST
056400             PERFORM 4000-POST-TRANSACTION THRU 4000-EXIT
056500         ELSE
056600             PERFORM 6200-RECORD-IN-DECK THRU 6200-EXIT
056625             IF BTRN-FUNC-PENDING
056650                 ADD 1 TO BM-PEND-COUNT
056675             END-IF
056700             STRING 'HELLO0267I PASSED ALL EDITS - NOT POSTED, '
056800                    'VALIDATE ONLY'
056900                 DELIMITED BY SIZE INTO BM-REASON
057000             END-STRING
057100         END-IF
057200     END-IF.
057300     IF BM-REJECTED
057400         ADD 1 TO BM-REJECTED-COUNT
057500         ADD 1 TO BM-FT-REJECTED (BM-FX)
057600     ELSE
057700         ADD 1 TO BM-ACCEPTED-COUNT
057800         ADD 1 TO BM-FT-ACCEPTED (BM-FX)
057900         IF BM-DEP-COUNT > 0
058000             ADD 1 TO BM-USED-COUNT
058100         END-IF
058200     END-IF.
058300     PERFORM 5000-REPORT-TRANSACTION THRU 5000-EXIT.
058400     IF BM-REJECTED
058500         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
058600     END-IF.
058700 2000-EXIT.
058800     EXIT.
058900*****************************************************************
059000*                                                               *
059100*    3000-EDIT-TRANSACTION                                      *
059200*    RUNS THE EDITS IN THE ORDER THE TERMINAL WOULD MEET THEM - *
059300*    FUNCTION, AUTHORITY, SEQUENCE ID, EFFECTIVE DATE, VALUES,  *
059400*    THEN WHETHER THE DEFINITION IS (OR IS NOT) ON FILE AND     *
059500*    ITS OWNER AND WHO CALLS FOR IT.  THE FIRST FAILURE REJECTS *
059600*    THE TRANSACTION AND IS ITS REASON.                         *
059700*                                                               *
059800*****************************************************************
059900 3000-EDIT-TRANSACTION.
060000     IF NOT BTRN-FUNC-VALID
060100         MOVE 'HELLO0264E FUNCTION MUST BE A, C, D OR P'
060200             TO BM-REASON
060300         MOVE 'Y' TO BM-REJECTED-SW
060400         GO TO 3000-EXIT
060500     END-IF.
060600     PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
060700     IF BM-REJECTED
060800         GO TO 3000-EXIT
060900     END-IF.
061000     IF BTRN-SEQUENCE-ID = SPACES
061100         MOVE 'HELLO0063E SEQUENCE ID REQUIRED' TO BM-REASON
061200         MOVE 'Y' TO BM-REJECTED-SW
061300         GO TO 3000-EXIT
061400     END-IF.
061500     IF BTRN-FUNC-PENDING
061600         PERFORM 3200-EDIT-PENDING THRU 3200-EXIT
061700         IF BM-REJECTED
061800             GO TO 3000-EXIT
061900         END-IF
062000     END-IF.
062100     IF NOT BTRN-FUNC-DELETE
062200         PERFORM 3300-EDIT-NEW-VALUES THRU 3300-EXIT
062300         IF BM-REJECTED
062400             GO TO 3000-EXIT
062500         END-IF
062600         PERFORM 3350-EDIT-SUBRANGE THRU 3350-EXIT
062700         IF BM-REJECTED
062800             GO TO 3000-EXIT
062900         END-IF
063000         PERFORM 3400-EDIT-RECURRENCE THRU 3400-EXIT
063100         IF BM-REJECTED
063200             GO TO 3000-EXIT
063300         END-IF
063400         PERFORM 3450-EDIT-CAPACITY THRU 3450-EXIT
063500         IF BM-REJECTED
063600             GO TO 3000-EXIT
063700         END-IF
063800     END-IF.
063900     IF BTRN-FUNC-PENDING
064000         GO TO 3000-EXIT
064100     END-IF.
064200     PERFORM 3500-CHECK-ON-FILE THRU 3500-EXIT.
064300     IF BTRN-FUNC-ADD
064400         IF BM-ON-FILE
064500             STRING 'HELLO0053E DEFINITION ALREADY ON FILE - USE '
064600                    'CHANGE'
064700                 DELIMITED BY SIZE INTO BM-REASON
064800             END-STRING
064900             MOVE 'Y' TO BM-REJECTED-SW
064950             GO TO 3000-EXIT
065000         END-IF
065050         PERFORM 3700-EDIT-OWNERSHIP THRU 3700-EXIT
065100         GO TO 3000-EXIT
065200     END-IF.
065300     IF NOT BM-ON-FILE
065400         MOVE 'HELLO0054E DEFINITION NOT ON FILE' TO BM-REASON
065500         MOVE 'Y' TO BM-REJECTED-SW
065600         GO TO 3000-EXIT
065700     END-IF.
065710     IF BTRN-FUNC-CHANGE
065720         PERFORM 3700-EDIT-OWNERSHIP THRU 3700-EXIT
065740         IF BM-REJECTED
065750             GO TO 3000-EXIT
065770         END-IF
065780     END-IF.
065800     PERFORM 3600-CHECK-DEPENDENTS THRU 3600-EXIT.
065900 3000-EXIT.
066000     EXIT.
066100*****************************************************************
066200*                                                               *
066300*    3100-CHECK-AUTHORITY                                       *
066400*    READS THE SUBMITTER'S OPAUTH RECORD AND CHECKS THE FLAG    *
066500*    FOR THE FUNCTION - ADD, CHANGE OR DELETE FOR A, C AND D,   *
066600*    THE PENDING-CHANGE FLAG FOR P.  A SUBMITTER NOT ON FILE,   *
066700*    OR A BLANK ONE, MAY DO NOTHING.  ON A POSTING RUN THE      *
066800*    REFUSAL IS LOGGED TO AUTHLOG AS THE TERMINALS LOG IT.      *
066900*                                                               *
067000*****************************************************************
067100 3100-CHECK-AUTHORITY.
067200     MOVE 'Y' TO BM-REJECTED-SW.
067300     IF BTRN-SUBMITTER-ID NOT = SPACES
067400         MOVE BTRN-SUBMITTER-ID TO AUTH-OPERATOR-ID
067500         READ AUTH-FILE
067600             INVALID KEY
067700                 MOVE SPACES TO AUTH-OPERATOR-ID
067800         END-READ
067900         IF AUTH-OPERATOR-ID = BTRN-SUBMITTER-ID
068000             IF (BTRN-FUNC-ADD AND AUTH-PARM-ADD-YES)
068100                 OR (BTRN-FUNC-CHANGE AND AUTH-PARM-CHANGE-YES)
068200                 OR (BTRN-FUNC-DELETE AND AUTH-PARM-DELETE-YES)
068300                 OR (BTRN-FUNC-PENDING AND AUTH-PEND-ENTRY-YES)
068400                 MOVE 'N' TO BM-REJECTED-SW
068500             END-IF
068600         END-IF
068700     END-IF.
068800     IF NOT BM-REJECTED
068900         GO TO 3100-EXIT
069000     END-IF.
069100     STRING 'HELLO0174E OPERATOR ' BTRN-SUBMITTER-ID
069200            ' NOT AUTHORIZED FOR FUNCTION ' BTRN-FUNCTION
069300         DELIMITED BY SIZE INTO BM-REASON
069400     END-STRING.
069500     ADD 1 TO BM-REFUSED-COUNT.
069600     IF BM-MODE-POST
069700         PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT
069800     END-IF.
069900 3100-EXIT.
070000     EXIT.
070100*****************************************************************
070200*                                                               *
070300*    3200-EDIT-PENDING                                          *
070400*    EDITS A P TRANSACTION'S EFFECTIVE DATE AS HELLOPND DOES -  *
070500*    NUMERIC AND AFTER TODAY, SINCE TODAY'S CHANGES ARE A C     *
070600*    TRANSACTION - AND CHECKS THERE IS STILL ROOM ON PENDFILE.  *
070700*                                                               *
070800*****************************************************************
070900 3200-EDIT-PENDING.
071000     IF BTRN-EFFECTIVE-DATE IS NOT NUMERIC
071100         MOVE 'HELLO0083E EFFECTIVE DATE NOT NUMERIC'
071200             TO BM-REASON
071300         MOVE 'Y' TO BM-REJECTED-SW
071400         GO TO 3200-EXIT
071500     END-IF.
071600     IF BTRN-EFFECTIVE-DATE <= BM-TODAY-DATE
071700         STRING 'HELLO0084E EFFECTIVE DATE MUST BE AFTER TODAY - '
071800                'USE A C TRANSACTION'
071900             DELIMITED BY SIZE INTO BM-REASON
072000         END-STRING
072100         MOVE 'Y' TO BM-REJECTED-SW
072200         GO TO 3200-EXIT
072300     END-IF.
072400     IF BM-PEND-COUNT >= BM-PEND-MAX
072500         STRING 'HELLO0266E PENDFILE ALREADY HOLDS 100 STAGED '
072600                'CHANGES'
072700             DELIMITED BY SIZE INTO BM-REASON
072800         END-STRING
072900         MOVE 'Y' TO BM-REJECTED-SW
073000         GO TO 3200-EXIT
073100     END-IF.
073200 3200-EXIT.
073300     EXIT.
073400*****************************************************************
073500*                                                               *
073600*    3300-EDIT-NEW-VALUES                                       *
073700*    EDITS THE RUN BOUND AND MODE FLAG AS HELLOMNT'S            *
073800*    7100-EDIT-NEW-VALUES DOES - NUMERIC, NOT ZERO, AND A MODE  *
073900*    OF C, F OR R.                                              *
074000*                                                               *
074100*****************************************************************
074200 3300-EDIT-NEW-VALUES.
074300     IF BTRN-BOUND IS NOT NUMERIC
074400         MOVE 'HELLO0022E NEW RUN BOUND NOT NUMERIC' TO BM-REASON
074500         MOVE 'Y' TO BM-REJECTED-SW
074600         GO TO 3300-EXIT
074700     END-IF.
074800     MOVE BTRN-BOUND     TO BM-NEW-BOUND.
074900     IF BM-NEW-BOUND <= 0
075000         MOVE 'HELLO0011E RUN BOUND ZERO/NEGATIVE' TO BM-REASON
075100         MOVE 'Y' TO BM-REJECTED-SW
075200         GO TO 3300-EXIT
075300     END-IF.
075400     MOVE BTRN-MODE-FLAG TO BM-NEW-MODE-FLAG.
075500     IF NOT BM-NEW-MODE-VALID
075600         MOVE 'HELLO0012E MODE FLAG MUST BE C, F OR R'
075700             TO BM-REASON
075800         MOVE 'Y' TO BM-REJECTED-SW
075900         GO TO 3300-EXIT
076000     END-IF.
076100 3300-EXIT.
076200     EXIT.
076300*****************************************************************
076400*                                                               *
076500*    3350-EDIT-SUBRANGE                                         *
076600*    EDITS THE OPTIONAL SUB-RANGE AS HELLOMNT'S 7150 AND        *
076700*    HELLO'S 1550-EDIT-SUBRANGE DO - BOTH ZERO FOR NONE,        *
076800*    OTHERWISE BOTH SET, START NOT PAST END, END NOT PAST THE   *
076900*    NEW BOUND.                                                 *
077000*                                                               *
077100*****************************************************************
077200 3350-EDIT-SUBRANGE.
077300     IF BTRN-START-VAR1 IS NOT NUMERIC
077400         OR BTRN-END-VAR1 IS NOT NUMERIC
077500         MOVE 'HELLO0023E NEW SUB-RANGE NOT NUMERIC' TO BM-REASON
077600         MOVE 'Y' TO BM-REJECTED-SW
077700         GO TO 3350-EXIT
077800     END-IF.
077900     MOVE BTRN-START-VAR1 TO BM-NEW-START-VAR1.
078000     MOVE BTRN-END-VAR1   TO BM-NEW-END-VAR1.
078100     IF BM-NEW-START-VAR1 = 0 AND BM-NEW-END-VAR1 = 0
078200         GO TO 3350-EXIT
078300     END-IF.
078400     IF BM-NEW-START-VAR1 <= 0 OR BM-NEW-END-VAR1 <= 0
078500         MOVE 'HELLO0024E SUB-RANGE START/END MUST BOTH BE SET'
078600             TO BM-REASON
078700         MOVE 'Y' TO BM-REJECTED-SW
078800         GO TO 3350-EXIT
078900     END-IF.
079000     IF BM-NEW-START-VAR1 > BM-NEW-END-VAR1
079100         MOVE 'HELLO0025E SUB-RANGE START EXCEEDS END'
079200             TO BM-REASON
079300         MOVE 'Y' TO BM-REJECTED-SW
079400         GO TO 3350-EXIT
079500     END-IF.
079600     IF BM-NEW-END-VAR1 > BM-NEW-BOUND
079700         MOVE 'HELLO0026E SUB-RANGE END EXCEEDS NEW BOUND'
079800             TO BM-REASON
079900         MOVE 'Y' TO BM-REJECTED-SW
080000         GO TO 3350-EXIT
080100     END-IF.
080200 3350-EXIT.
080300     EXIT.
080400*****************************************************************
080500*                                                               *
080600*    3400-EDIT-RECURRENCE                                       *
080700*    FOR MODE R, EDITS THE SEED TERMS AND MODULUS AS HELLOMNT'S *
080800*    7160-EDIT-RECURRENCE DOES (A ZERO MODULUS MEANS NONE).     *
080900*    ANY OTHER MODE CARRIES THEM AS ZERO, WHATEVER IS KEYED.    *
081000*                                                               *
081100*****************************************************************
081200 3400-EDIT-RECURRENCE.
081300     MOVE 0 TO BM-NEW-SEED-TERM-1.
081400     MOVE 0 TO BM-NEW-SEED-TERM-2.
081500     MOVE 0 TO BM-NEW-MODULUS.
081600     IF NOT BM-NEW-MODE-RECURRENCE
081700         GO TO 3400-EXIT
081800     END-IF.
081900     IF BTRN-SEED-TERM-1 IS NOT NUMERIC
082000         OR BTRN-SEED-TERM-2 IS NOT NUMERIC
082100         OR BTRN-MODULUS IS NOT NUMERIC
082200         MOVE 'HELLO0203E NEW SEED TERMS/MODULUS NOT NUMERIC'
082300             TO BM-REASON
082400         MOVE 'Y' TO BM-REJECTED-SW
082500         GO TO 3400-EXIT
082600     END-IF.
082700     MOVE BTRN-SEED-TERM-1 TO BM-NEW-SEED-TERM-1.
082800     MOVE BTRN-SEED-TERM-2 TO BM-NEW-SEED-TERM-2.
082900     MOVE BTRN-MODULUS     TO BM-NEW-MODULUS.
083000 3400-EXIT.
083100     EXIT.
083200*****************************************************************
083300*                                                               *
083400*    3450-EDIT-CAPACITY                                         *
083500*    APPLIES THE TWO EDITS HELLO ONLY MAKES WHEN THE WINDOW     *
083600*    RUNS, SO THE DECK IS REJECTED NOW RATHER THAN THE WINDOW   *
083700*    ABORTING LATER: A FIBONACCI RANGE ENDING PAST TERM 150     *
083800*    (HELLO0019E), AND AN UNREDUCED MODE R RECURRENCE WHOSE     *
083900*    TERMS WOULD OVERFLOW 31 DIGITS BEFORE THE END OF THE       *
084000*    RANGE (HELLO0202E), WALKED AS HELLO'S 1570 WALKS IT.       *
084100*                                                               *
084200*****************************************************************
084300 3450-EDIT-CAPACITY.
084400     IF BM-NEW-START-VAR1 > 0
084500         MOVE BM-NEW-END-VAR1 TO BM-LOOP-END-VAR1
084600     ELSE
084700         MOVE BM-NEW-BOUND    TO BM-LOOP-END-VAR1
084800     END-IF.
084900     IF BM-NEW-MODE-FIBONACCI
085000         AND BM-LOOP-END-VAR1 > BM-FIB-MAX-VAR1
085100         STRING 'HELLO0019E FIBONACCI RANGE EXCEEDS 31-DIGIT '
085200                'CAPACITY'
085300             DELIMITED BY SIZE INTO BM-REASON
085400         END-STRING
085500         MOVE 'Y' TO BM-REJECTED-SW
085600         GO TO 3450-EXIT
085700     END-IF.
085800     IF NOT BM-NEW-MODE-RECURRENCE
085900         GO TO 3450-EXIT
086000     END-IF.
086100     IF BM-NEW-MODULUS > 0
086200         GO TO 3450-EXIT
086300     END-IF.
086400     IF BM-NEW-SEED-TERM-1 = 0 AND BM-NEW-SEED-TERM-2 = 0
086500         GO TO 3450-EXIT
086600     END-IF.
086700     MOVE 'N'                TO BM-OVERFLOW-SW.
086800     MOVE BM-NEW-SEED-TERM-1 TO BM-SIM-PRIOR-TERM.
086900     MOVE BM-NEW-SEED-TERM-2 TO BM-SIM-CURRENT-TERM.
087000     PERFORM 3460-SIMULATE-ONE-TERM THRU 3460-EXIT
087100         VARYING BM-SIM-COUNT FROM 3 BY 1
087200             UNTIL BM-SIM-COUNT > BM-LOOP-END-VAR1
087300                OR BM-OVERFLOW.
087400     IF BM-OVERFLOW
087500         STRING 'HELLO0202E RECURRENCE RANGE EXCEEDS 31-DIGIT '
087600                'CAPACITY'
087700             DELIMITED BY SIZE INTO BM-REASON
087800         END-STRING
087900         MOVE 'Y' TO BM-REJECTED-SW
088000     END-IF.
088100 3450-EXIT.
088200     EXIT.
088300*****************************************************************
088400*                                                               *
088500*    3460-SIMULATE-ONE-TERM                                     *
088600*    ADVANCES THE SIMULATION TERMS BY ONE POSITION, FLAGGING    *
088700*    THE OVERFLOW INSTEAD OF LETTING THE SUM TRUNCATE.          *
088800*                                                               *
088900*****************************************************************
089000 3460-SIMULATE-ONE-TERM.
089100     COMPUTE BM-SIM-NEXT-TERM = BM-SIM-PRIOR-TERM +
089200                                BM-SIM-CURRENT-TERM
089300         ON SIZE ERROR
089400             MOVE 'Y' TO BM-OVERFLOW-SW
089500             GO TO 3460-EXIT
089600     END-COMPUTE.
089700     MOVE BM-SIM-CURRENT-TERM TO BM-SIM-PRIOR-TERM.
089800     MOVE BM-SIM-NEXT-TERM    TO BM-SIM-CURRENT-TERM.
089900 3460-EXIT.
090000     EXIT.
090100*****************************************************************
090200*                                                               *
090300*    3500-CHECK-ON-FILE                                         *
090400*    DECIDES WHETHER THE DEFINITION IS ON FILE.  A POSTING RUN  *
090500*    READS PARMDEF, LEAVING THE RECORD IN HAND FOR A CHANGE OR  *
090600*    DELETE.  A VALIDATE RUN FIRST ASKS THE DECK TABLE, SINCE   *
090700*    AN ADD OR DELETE EARLIER IN THE DECK WAS NOT POSTED.       *
090800*                                                               *
090900*****************************************************************
091000 3500-CHECK-ON-FILE.
091100     MOVE 'Y' TO BM-ON-FILE-SW.
091200     IF BM-MODE-VALIDATE
091300         PERFORM 6100-FIND-IN-DECK THRU 6100-EXIT
091400         IF BM-DK-HIT > 0
091500             IF BM-DK-STATE (BM-DK-HIT) NOT = 'P'
091600                 MOVE 'N' TO BM-ON-FILE-SW
091700             END-IF
091800             GO TO 3500-EXIT
091900         END-IF
092000         IF BM-PARM-ABSENT
092100             MOVE 'N' TO BM-ON-FILE-SW
092200             GO TO 3500-EXIT
092300         END-IF
092400     END-IF.
092500     MOVE BTRN-SEQUENCE-ID TO PARM-SEQUENCE-ID.
092600     READ PARM-FILE
092700         INVALID KEY
092800             MOVE 'N' TO BM-ON-FILE-SW
092900     END-READ.
093000 3500-EXIT.
093100     EXIT.
093200*****************************************************************
093300*                                                               *
093400*    3600-CHECK-DEPENDENTS                                      *
093500*    READS THE TLKUSAGE LOG FOR THE DEFINITION A CHANGE OR      *
093600*    DELETE ACTS ON, AS HELLOMNT'S 7400-SHOW-DEPENDENTS DOES.   *
093700*    WHEN OTHER PROGRAMS CALL HELLOTLK FOR IT THE TRANSACTION   *
093800*    MUST CARRY THE CONFIRM FLAG - THE BATCH EQUIVALENT OF      *
093900*    THE Y THE TERMINAL ASKS FOR - OR IT IS REJECTED.  EITHER   *
094000*    WAY THE CALLERS ARE LISTED UNDER IT ON THE REPORT.  A LOG  *
094100*    THAT CANNOT BE READ IS NOTED AND THE TRANSACTION CARRIES   *
094200*    ON - THE LOG ONLY INFORMS.                                 *
094300*                                                               *
094400*****************************************************************
094500 3600-CHECK-DEPENDENTS.
094600     MOVE 'N' TO BM-USAGE-EOF-SW.
094700     OPEN INPUT USAGE-FILE.
094800     IF NOT BM-USAGE-FILE-OK
094900         STRING 'HELLO0256I TLKUSAGE LOG UNAVAILABLE - CALLING '
095000                'PROGRAMS NOT CHECKED'
095100             DELIMITED BY SIZE INTO BM-NOTE
095200         END-STRING
095300         GO TO 3600-EXIT
095400     END-IF.
095500     PERFORM 3610-READ-ONE-USAGE THRU 3610-EXIT
095600         UNTIL BM-USAGE-EOF.
095700     CLOSE USAGE-FILE.
095800     IF BM-DEP-COUNT = 0
095900         GO TO 3600-EXIT
096000     END-IF.
096100     MOVE BM-DEP-COUNT TO BM-EDIT-COUNT.
096200     IF BTRN-CONFIRMED
096300         STRING 'HELLO0255W DEFINITION IS USED BY ' BM-EDIT-COUNT
096400                ' CALLING PROGRAM(S) - CONFIRMED'
096500             DELIMITED BY SIZE INTO BM-NOTE
096600         END-STRING
096700         GO TO 3600-EXIT
096800     END-IF.
096900     STRING 'HELLO0265E USED BY ' BM-EDIT-COUNT
097000            ' CALLING PROGRAM(S) - CONFIRM FLAG Y REQUIRED'
097100         DELIMITED BY SIZE INTO BM-REASON
097200     END-STRING.
097300     MOVE 'Y' TO BM-REJECTED-SW.
097400 3600-EXIT.
097500     EXIT.
097600*****************************************************************
097700*                                                               *
097800*    3610-READ-ONE-USAGE                                        *
097900*    READS THE NEXT USAGE RECORD AND, WHEN IT IS FOR THIS       *
098000*    DEFINITION, ADDS ITS CALLS TO THE CALLING PROGRAM'S ENTRY, *
098100*    KEEPING THE LATEST RUN DATE.  A CALLER PAST THE TABLE IS   *
098200*    ONLY COUNTED.                                              *
098300*                                                               *
098400*****************************************************************
098500 3610-READ-ONE-USAGE.
098600     READ USAGE-FILE
098700         AT END
098800             MOVE 'Y' TO BM-USAGE-EOF-SW
098900     END-READ.
099000     IF BM-USAGE-EOF
099100         GO TO 3610-EXIT
099200     END-IF.
099300     IF TUSE-SEQUENCE-ID NOT = BTRN-SEQUENCE-ID
099400         GO TO 3610-EXIT
099500     END-IF.
099600     MOVE 0 TO BM-DEP-HIT.
099700     PERFORM 3620-MATCH-DEPENDENT THRU 3620-EXIT
099800         VARYING BM-DEP-SUB FROM 1 BY 1
099900             UNTIL BM-DEP-SUB > BM-DEP-COUNT
100000                OR BM-DEP-HIT > 0.
100100     IF BM-DEP-HIT = 0
100200         IF BM-DEP-COUNT >= BM-DEP-MAX
100300             ADD 1 TO BM-DEP-OVER-COUNT
100400             GO TO 3610-EXIT
100500         END-IF
100600         ADD 1 TO BM-DEP-COUNT
100700         MOVE BM-DEP-COUNT   TO BM-DEP-HIT
100800         MOVE TUSE-CALLER-ID TO BM-DEP-CALLER-ID (BM-DEP-HIT)
100900         MOVE SPACES         TO BM-DEP-LAST-DATE (BM-DEP-HIT)
101000         MOVE 0              TO BM-DEP-CALLS (BM-DEP-HIT)
101100     END-IF.
101200     IF TUSE-CALL-COUNT IS NUMERIC
101300         ADD TUSE-CALL-COUNT TO BM-DEP-CALLS (BM-DEP-HIT)
101400     END-IF.
101500     IF TUSE-RUN-DATE > BM-DEP-LAST-DATE (BM-DEP-HIT)
101600         MOVE TUSE-RUN-DATE  TO BM-DEP-LAST-DATE (BM-DEP-HIT)
101700     END-IF.
101800 3610-EXIT.
101900     EXIT.
102000*****************************************************************
102100*                                                               *
102200*    3620-MATCH-DEPENDENT                                       *
102300*    CHECKS ONE TABLE ENTRY AGAINST THE USAGE RECORD'S CALLER.  *
102400*                                                               *
102500*****************************************************************
102600 3620-MATCH-DEPENDENT.
102700     IF BM-DEP-CALLER-ID (BM-DEP-SUB) = TUSE-CALLER-ID
102800         MOVE BM-DEP-SUB TO BM-DEP-HIT
102900     END-IF.
103000 3620-EXIT.
103100     EXIT.
103102*****************************************************************
103104*                                                               *
103106*    3700-EDIT-OWNERSHIP                                        *
103108*    EDITS THE OWNER FIELDS AS HELLOMNT'S 7180-EDIT-OWNERSHIP   *
103110*    DOES - ON A CHANGE A BLANK FIELD KEEPS THE VALUE ON THE    *
103112*    RECORD 3500 READ, AND AN OWNING DEPARTMENT AND COST CENTER *
103114*    ARE THEN REQUIRED.  A VALIDATE-RUN CHANGE TO A DEFINITION  *
103116*    ADDED EARLIER IN THE DECK HAS NO RECORD TO MERGE WITH, BUT *
103118*    THAT ADD WAS ITSELF EDITED FOR AN OWNER.                   *
103120*                                                               *
103122*****************************************************************
103124 3700-EDIT-OWNERSHIP.
103126     MOVE BTRN-OWNER-DEPT  TO BM-NEW-OWNER-DEPT.
103128     MOVE BTRN-COST-CENTER TO BM-NEW-COST-CENTER.
103130     MOVE BTRN-CONTACT     TO BM-NEW-CONTACT.
103132     IF BTRN-FUNC-CHANGE
103134         IF BM-MODE-VALIDATE AND BM-DK-HIT > 0
103136             GO TO 3700-EXIT
103138         END-IF
103140         IF BM-NEW-OWNER-DEPT = SPACES
103142             MOVE PARM-OWNER-DEPT  TO BM-NEW-OWNER-DEPT
103144         END-IF
103146         IF BM-NEW-COST-CENTER = SPACES
103148             MOVE PARM-COST-CENTER TO BM-NEW-COST-CENTER
103150         END-IF
103152         IF BM-NEW-CONTACT = SPACES
103154             MOVE PARM-CONTACT     TO BM-NEW-CONTACT
103156         END-IF
103158     END-IF.
103160     IF BM-NEW-OWNER-DEPT = SPACES
103162         OR BM-NEW-COST-CENTER = SPACES
103164         STRING 'HELLO0272E OWNING DEPARTMENT AND COST CENTER '
103166                'REQUIRED'
103168             DELIMITED BY SIZE INTO BM-REASON
103170         END-STRING
103172         MOVE 'Y' TO BM-REJECTED-SW
103174         GO TO 3700-EXIT
103176     END-IF.
103178 3700-EXIT.
103180     EXIT.
103200*****************************************************************
103300*                                                               *
103400*    4000-POST-TRANSACTION                                      *
103500*    POSTS AN ACCEPTED TRANSACTION ON A POSTING RUN.  A KEYED   *
103600*    WRITE THAT FAILS AFTER THE EDITS PASSED REJECTS THE        *
103700*    TRANSACTION AND IS COUNTED AS A POSTING FAILURE.           *
103800*                                                               *
103900*****************************************************************
104000 4000-POST-TRANSACTION.
104100     IF BTRN-FUNC-ADD
104200         PERFORM 4100-POST-ADD THRU 4100-EXIT
104300     END-IF.
104400     IF BTRN-FUNC-CHANGE
104500         PERFORM 4200-POST-CHANGE THRU 4200-EXIT
104600     END-IF.
104700     IF BTRN-FUNC-DELETE
104800         PERFORM 4300-POST-DELETE THRU 4300-EXIT
104900     END-IF.
105000     IF BTRN-FUNC-PENDING
105100         PERFORM 4400-POST-PENDING THRU 4400-EXIT
105200     END-IF.
105300     IF BM-POST-FAILED
105400         MOVE 'Y' TO BM-REJECTED-SW
105500         ADD 1 TO BM-FAILED-COUNT
105600     END-IF.
105700 4000-EXIT.
105800     EXIT.
105900*****************************************************************
106000*                                                               *
106100*    4100-POST-ADD                                              *
106200*    WRITES THE NEW DEFINITION AND LOGS IT WITH ZERO BEFORE     *
106300*    VALUES, AS HELLOMNT'S 4000-ADD-DEFINITION DOES.            *
106400*                                                               *
106500*****************************************************************
106600 4100-POST-ADD.
106700     MOVE 0      TO BM-OLD-BOUND.
106800     MOVE SPACES TO BM-OLD-MODE-FLAG.
106900     MOVE 0      TO BM-OLD-START-VAR1.
107000     MOVE 0      TO BM-OLD-END-VAR1.
107100     MOVE 0      TO BM-OLD-SEED-TERM-1.
107200     MOVE 0      TO BM-OLD-SEED-TERM-2.
107300     MOVE 0      TO BM-OLD-MODULUS.
107320     MOVE SPACES TO BM-OLD-OWNER-DEPT.
107350     MOVE SPACES TO BM-OLD-COST-CENTER.
107370     MOVE SPACES TO BM-OLD-CONTACT.
107400     INITIALIZE PARM-RECORD WITH FILLER.
107500     MOVE BTRN-SEQUENCE-ID       TO PARM-SEQUENCE-ID.
107600     MOVE BM-NEW-BOUND           TO PARM-BOUND.
107700     MOVE BM-NEW-MODE-FLAG       TO PARM-MODE-FLAG.
107800     MOVE BM-NEW-START-VAR1      TO PARM-START-VAR1.
107900     MOVE BM-NEW-END-VAR1        TO PARM-END-VAR1.
108000     MOVE BM-NEW-SEED-TERM-1     TO PARM-SEED-TERM-1.
108100     MOVE BM-NEW-SEED-TERM-2     TO PARM-SEED-TERM-2.
108200     MOVE BM-NEW-MODULUS         TO PARM-MODULUS.
108220     MOVE BM-NEW-OWNER-DEPT      TO PARM-OWNER-DEPT.
108250     MOVE BM-NEW-COST-CENTER     TO PARM-COST-CENTER.
108270     MOVE BM-NEW-CONTACT         TO PARM-CONTACT.
108300     WRITE PARM-RECORD
108400         INVALID KEY
108500             STRING 'HELLO0053E DEFINITION ALREADY ON FILE - USE '
108600                    'CHANGE'
108700                 DELIMITED BY SIZE INTO BM-REASON
108800             END-STRING
108900             MOVE 'Y' TO BM-POST-FAILED-SW
109000             GO TO 4100-EXIT
109100     END-WRITE.
109200     MOVE 'A' TO BM-LOG-FUNCTION.
109300     PERFORM 7100-WRITE-MAINT-LOG THRU 7100-EXIT.
109400     ADD 1 TO BM-ADDED-COUNT.
109500     MOVE 'HELLO0057I DEFINITION ADDED' TO BM-REASON.
109600 4100-EXIT.
109700     EXIT.
109800*****************************************************************
109900*                                                               *
110000*    4200-POST-CHANGE                                           *
110100*    CAPTURES THE BEFORE IMAGE FROM THE RECORD 3500 READ,       *
110200*    REPLACES THE VALUES AND REWRITES IT, AS HELLOMNT'S         *
110300*    5000-CHANGE-DEFINITION DOES.                               *
110400*                                                               *
110500*****************************************************************
110600 4200-POST-CHANGE.
110700     MOVE PARM-BOUND             TO BM-OLD-BOUND.
110800     MOVE PARM-MODE-FLAG         TO BM-OLD-MODE-FLAG.
110900     MOVE PARM-START-VAR1        TO BM-OLD-START-VAR1.
111000     MOVE PARM-END-VAR1          TO BM-OLD-END-VAR1.
111100     PERFORM 4250-CAPTURE-OLD-SEEDS THRU 4250-EXIT.
111120     MOVE PARM-OWNER-DEPT        TO BM-OLD-OWNER-DEPT.
111150     MOVE PARM-COST-CENTER       TO BM-OLD-COST-CENTER.
111170     MOVE PARM-CONTACT           TO BM-OLD-CONTACT.
111200     MOVE BM-NEW-BOUND           TO PARM-BOUND.
111300     MOVE BM-NEW-MODE-FLAG       TO PARM-MODE-FLAG.
111400     MOVE BM-NEW-START-VAR1      TO PARM-START-VAR1.
111500     MOVE BM-NEW-END-VAR1        TO PARM-END-VAR1.
111600     MOVE BM-NEW-SEED-TERM-1     TO PARM-SEED-TERM-1.
111700     MOVE BM-NEW-SEED-TERM-2     TO PARM-SEED-TERM-2.
111800     MOVE BM-NEW-MODULUS         TO PARM-MODULUS.
111820     MOVE BM-NEW-OWNER-DEPT      TO PARM-OWNER-DEPT.
111850     MOVE BM-NEW-COST-CENTER     TO PARM-COST-CENTER.
111870     MOVE BM-NEW-CONTACT         TO PARM-CONTACT.
111900     REWRITE PARM-RECORD
112000         INVALID KEY
112100             STRING 'HELLO0058E DEFINITION REWRITE FAILED - '
112200                    'CHANGE NOT APPLIED'
112300                 DELIMITED BY SIZE INTO BM-REASON
112400             END-STRING
112500             MOVE 'Y' TO BM-POST-FAILED-SW
112600             GO TO 4200-EXIT
112700     END-REWRITE.
112800     MOVE 'C' TO BM-LOG-FUNCTION.
112900     PERFORM 7100-WRITE-MAINT-LOG THRU 7100-EXIT.
113000     ADD 1 TO BM-CHANGED-COUNT.
113100     MOVE 'HELLO0059I DEFINITION CHANGED' TO BM-REASON.
113200 4200-EXIT.
113300     EXIT.
113400*****************************************************************
113500*                                                               *
113600*    4250-CAPTURE-OLD-SEEDS                                     *
113700*    SAVES THE DEFINITION'S CURRENT SEED TERMS AND MODULUS AS   *
113800*    THE BEFORE IMAGE.  A RECORD WRITTEN BEFORE MODE R EXISTED  *
113900*    CARRIES A BLANK TAIL, WHICH IS TAKEN AS ZERO.              *
114000*                                                               *
114100*****************************************************************
114200 4250-CAPTURE-OLD-SEEDS.
114300     MOVE 0 TO BM-OLD-SEED-TERM-1.
114400     MOVE 0 TO BM-OLD-SEED-TERM-2.
114500     MOVE 0 TO BM-OLD-MODULUS.
114600     IF PARM-SEED-TERM-1 IS NUMERIC
114700         AND PARM-SEED-TERM-2 IS NUMERIC
114800         AND PARM-MODULUS IS NUMERIC
114900         MOVE PARM-SEED-TERM-1   TO BM-OLD-SEED-TERM-1
115000         MOVE PARM-SEED-TERM-2   TO BM-OLD-SEED-TERM-2
115100         MOVE PARM-MODULUS       TO BM-OLD-MODULUS
115200     END-IF.
115300 4250-EXIT.
115400     EXIT.
115500*****************************************************************
115600*                                                               *
115700*    4300-POST-DELETE                                           *
115800*    DELETES THE DEFINITION 3500 READ AND LOGS ITS VALUES AS    *
115900*    THE BEFORE IMAGE WITH ZERO AFTER VALUES, AS HELLOMNT'S     *
116000*    6000-DELETE-DEFINITION DOES.                               *
116100*                                                               *
116200*****************************************************************
116300 4300-POST-DELETE.
116400     MOVE PARM-BOUND             TO BM-OLD-BOUND.
116500     MOVE PARM-MODE-FLAG         TO BM-OLD-MODE-FLAG.
116600     MOVE PARM-START-VAR1        TO BM-OLD-START-VAR1.
116700     MOVE PARM-END-VAR1          TO BM-OLD-END-VAR1.
116800     PERFORM 4250-CAPTURE-OLD-SEEDS THRU 4250-EXIT.
116820     MOVE PARM-OWNER-DEPT        TO BM-OLD-OWNER-DEPT.
116850     MOVE PARM-COST-CENTER       TO BM-OLD-COST-CENTER.
116870     MOVE PARM-CONTACT           TO BM-OLD-CONTACT.
116900     DELETE PARM-FILE
117000         INVALID KEY
117100             MOVE 'HELLO0061E DEFINITION DELETE FAILED'
117200                 TO BM-REASON
117300             MOVE 'Y' TO BM-POST-FAILED-SW
117400             GO TO 4300-EXIT
117500     END-DELETE.
117600     MOVE 0      TO BM-NEW-BOUND.
117700     MOVE SPACES TO BM-NEW-MODE-FLAG.
117800     MOVE 0      TO BM-NEW-START-VAR1.
117900     MOVE 0      TO BM-NEW-END-VAR1.
118000     MOVE 0      TO BM-NEW-SEED-TERM-1.
118100     MOVE 0      TO BM-NEW-SEED-TERM-2.
118200     MOVE 0      TO BM-NEW-MODULUS.
118220     MOVE SPACES TO BM-NEW-OWNER-DEPT.
118250     MOVE SPACES TO BM-NEW-COST-CENTER.
118270     MOVE SPACES TO BM-NEW-CONTACT.
118300     MOVE 'D' TO BM-LOG-FUNCTION.
118400     PERFORM 7100-WRITE-MAINT-LOG THRU 7100-EXIT.
118500     ADD 1 TO BM-DELETED-COUNT.
118600     MOVE 'HELLO0062I DEFINITION DELETED' TO BM-REASON.
118700 4300-EXIT.
118800     EXIT.
118900*****************************************************************
119000*                                                               *
119100*    4400-POST-PENDING                                          *
119200*    APPENDS THE STAGED CHANGE TO PENDFILE AS HELLOPND'S        *
119300*    4000-ENTER-PENDING DOES.  PENDFILE IS OPENED EXTEND ON     *
119400*    THE FIRST P TRANSACTION AND KEPT OPEN TO THE END OF THE    *
119500*    RUN.  THE STAGING IS LOGGED TO PARMLOG AS FUNCTION P BY    *
119600*    4410.  HELLOAPL LOGS THE CHANGE AGAIN, AS A C OR A, WHEN   *
119700*    IT APPLIES IT; HELLORBD REPLAYS ONLY THAT ONE.             *
119800*                                                               *
119900*****************************************************************
120000 4400-POST-PENDING.
120100     IF NOT BM-PEND-OPEN
120200         OPEN EXTEND PEND-FILE
120300         IF NOT BM-PEND-FILE-OK
120400             OPEN OUTPUT PEND-FILE
120500         END-IF
120600         IF NOT BM-PEND-FILE-OK
120700             STRING 'HELLO0085E PENDFILE OPEN FAILED - '
120800                    'CHANGE NOT STAGED'
120900                 DELIMITED BY SIZE INTO BM-REASON
121000             END-STRING
121100             MOVE 'Y' TO BM-POST-FAILED-SW
121200             GO TO 4400-EXIT
121300         END-IF
121400         MOVE 'Y' TO BM-PEND-OPEN-SW
121500     END-IF.
121600     INITIALIZE PENDING-CHANGE-RECORD WITH FILLER.
121700     MOVE BTRN-SEQUENCE-ID       TO PEND-SEQUENCE-ID.
121800     MOVE BTRN-EFFECTIVE-DATE    TO PEND-EFFECTIVE-DATE.
121900     MOVE BM-NEW-BOUND           TO PEND-BOUND.
122000     MOVE BM-NEW-MODE-FLAG       TO PEND-MODE-FLAG.
122100     MOVE BM-NEW-START-VAR1      TO PEND-START-VAR1.
122200     MOVE BM-NEW-END-VAR1        TO PEND-END-VAR1.
122300     MOVE BM-NEW-SEED-TERM-1     TO PEND-SEED-TERM-1.
122400     MOVE BM-NEW-SEED-TERM-2     TO PEND-SEED-TERM-2.
122500     MOVE BM-NEW-MODULUS         TO PEND-MODULUS.
122600     WRITE PENDING-CHANGE-RECORD.
122700     ADD 1 TO BM-PEND-COUNT.
122800     ADD 1 TO BM-STAGED-COUNT.
122850     PERFORM 4410-LOG-PENDING THRU 4410-EXIT.
122900     STRING 'HELLO0086I CHANGE STAGED EFFECTIVE '
123000            BTRN-EFFECTIVE-DATE
123100         DELIMITED BY SIZE INTO BM-REASON
123200     END-STRING.
123300 4400-EXIT.
123400     EXIT.
123402*****************************************************************
123404*                                                               *
123406*    4410-LOG-PENDING                                           *
123408*    WRITES THE PARMLOG RECORD FOR A STAGED CHANGE, FUNCTION    *
123410*    P.  THE BEFORE IMAGE IS THE DEFINITION AS IT STANDS ON     *
123412*    PARMDEF TODAY - ZERO WHEN IT IS NOT YET ON FILE - AND THE  *
123414*    AFTER IMAGE IS THE STAGED VALUES.  A STAGED CHANGE DOES    *
123416*    NOT CARRY THE OWNER, SO THE OWNER FIELDS LOG UNCHANGED.    *
123418*                                                               *
123420*****************************************************************
123422 4410-LOG-PENDING.
123424     MOVE 0      TO BM-OLD-BOUND.
123426     MOVE SPACES TO BM-OLD-MODE-FLAG.
123428     MOVE 0      TO BM-OLD-START-VAR1.
123430     MOVE 0      TO BM-OLD-END-VAR1.
123432     MOVE 0      TO BM-OLD-SEED-TERM-1.
123434     MOVE 0      TO BM-OLD-SEED-TERM-2.
123436     MOVE 0      TO BM-OLD-MODULUS.
123438     MOVE SPACES TO BM-OLD-OWNER-DEPT.
123440     MOVE SPACES TO BM-OLD-COST-CENTER.
123442     MOVE SPACES TO BM-OLD-CONTACT.
123444     MOVE 'Y' TO BM-ON-FILE-SW.
123446     MOVE BTRN-SEQUENCE-ID TO PARM-SEQUENCE-ID.
123448     READ PARM-FILE
123450         INVALID KEY
123452             MOVE 'N' TO BM-ON-FILE-SW
123454     END-READ.
123456     IF BM-ON-FILE
123458         MOVE PARM-BOUND         TO BM-OLD-BOUND
123460         MOVE PARM-MODE-FLAG     TO BM-OLD-MODE-FLAG
123462         MOVE PARM-START-VAR1    TO BM-OLD-START-VAR1
123464         MOVE PARM-END-VAR1      TO BM-OLD-END-VAR1
123466         PERFORM 4250-CAPTURE-OLD-SEEDS THRU 4250-EXIT
123468         MOVE PARM-OWNER-DEPT    TO BM-OLD-OWNER-DEPT
123470         MOVE PARM-COST-CENTER   TO BM-OLD-COST-CENTER
123472         MOVE PARM-CONTACT       TO BM-OLD-CONTACT
123474     END-IF.
123476     MOVE BM-OLD-OWNER-DEPT      TO BM-NEW-OWNER-DEPT.
123478     MOVE BM-OLD-COST-CENTER     TO BM-NEW-COST-CENTER.
123480     MOVE BM-OLD-CONTACT         TO BM-NEW-CONTACT.
123482     MOVE 'P' TO BM-LOG-FUNCTION.
123484     PERFORM 7100-WRITE-MAINT-LOG THRU 7100-EXIT.
123486 4410-EXIT.
123488     EXIT.
123500*****************************************************************
123600*                                                               *
123700*    5000-REPORT-TRANSACTION                                    *
123800*    PRINTS THE TRANSACTION'S DETAIL LINE, ITS REASON, ANY      *
123900*    NOTE, AND THE PROGRAMS THAT CALL FOR THE DEFINITION.       *
124000*                                                               *
124100*****************************************************************
124200 5000-REPORT-TRANSACTION.
124300     MOVE BM-TRAN-NUMBER         TO BM-DT-TRAN-NUMBER.
124400     MOVE BTRN-FUNCTION          TO BM-DT-FUNCTION.
124500     MOVE BTRN-SEQUENCE-ID       TO BM-DT-SEQUENCE-ID.
124600     MOVE BTRN-SUBMITTER-ID      TO BM-DT-SUBMITTER-ID.
124700     MOVE SPACES                 TO BM-DT-EFFECTIVE-DATE.
124800     IF BTRN-FUNC-PENDING
124900         MOVE BTRN-EFFECTIVE-DATE TO BM-DT-EFFECTIVE-DATE
125000     END-IF.
125100     IF BM-REJECTED
125200         MOVE 'REJECTED' TO BM-DT-RESULT
125300     ELSE
125400         MOVE 'ACCEPTED' TO BM-DT-RESULT
125500     END-IF.
125600     INITIALIZE RPT-LINE.
125700     MOVE BM-DETAIL-LINE TO RPT-TEXT.
125800     WRITE RPT-LINE.
125900     MOVE BM-REASON TO BM-RS-TEXT.
126000     INITIALIZE RPT-LINE.
126100     MOVE BM-REASON-LINE TO RPT-TEXT.
126200     WRITE RPT-LINE.
126300     IF BM-NOTE NOT = SPACES
126400         MOVE BM-NOTE TO BM-RS-TEXT
126500         INITIALIZE RPT-LINE
126600         MOVE BM-REASON-LINE TO RPT-TEXT
126700         WRITE RPT-LINE
126800     END-IF.
126900     PERFORM 5100-REPORT-ONE-DEPENDENT THRU 5100-EXIT
127000         VARYING BM-DEP-SUB FROM 1 BY 1
127100             UNTIL BM-DEP-SUB > BM-DEP-COUNT.
127200     IF BM-DEP-OVER-COUNT > 0
127300         MOVE BM-DEP-OVER-COUNT TO BM-EDIT-COUNT
127400         INITIALIZE RPT-LINE
127500         STRING '            AND ' BM-EDIT-COUNT
127600                ' MORE NOT SHOWN'
127700             DELIMITED BY SIZE INTO RPT-TEXT
127800         END-STRING
127900         WRITE RPT-LINE
128000     END-IF.
128100 5000-EXIT.
128200     EXIT.
128300*****************************************************************
128400*                                                               *
128500*    5100-REPORT-ONE-DEPENDENT                                  *
128600*    PRINTS ONE CALLING PROGRAM WITH ITS LAST CALL DATE AND     *
128700*    CALLS.                                                     *
128800*                                                               *
128900*****************************************************************
129000 5100-REPORT-ONE-DEPENDENT.
129100     INITIALIZE RPT-LINE.
129200     STRING '            CALLER ' BM-DEP-CALLER-ID (BM-DEP-SUB)
129300            ' LAST CALLED ' BM-DEP-LAST-DATE (BM-DEP-SUB)
129400         DELIMITED BY SIZE INTO RPT-TEXT
129500     END-STRING.
129600     WRITE RPT-LINE.
129700 5100-EXIT.
129800     EXIT.
129900*****************************************************************
130000*                                                               *
130100*    5500-WRITE-REJECT                                          *
130200*    COPIES THE REJECTED TRANSACTION TO THE REJECT FILE WITH    *
130300*    ITS REASON FILLED IN.                                      *
130400*                                                               *
130500*****************************************************************
130600 5500-WRITE-REJECT.
130700     MOVE BM-REASON        TO BTRN-REJECT-REASON.
130800     MOVE BATCH-MAINT-TRAN TO REJ-RECORD.
130900     WRITE REJ-RECORD.
131000 5500-EXIT.
131100     EXIT.
131200*****************************************************************
131300*                                                               *
131400*    6100-FIND-IN-DECK                                          *
131500*    LOOKS THE SEQUENCE ID UP AMONG THE DEFINITIONS ADDED OR    *
131600*    DELETED EARLIER IN THE DECK, LEAVING BM-DK-HIT ZERO WHEN   *
131700*    THE DECK HAS NOT TOUCHED IT.                               *
131800*                                                               *
131900*****************************************************************
132000 6100-FIND-IN-DECK.
132100     MOVE 0 TO BM-DK-HIT.
132200     PERFORM 6110-MATCH-DECK-ENTRY THRU 6110-EXIT
132300         VARYING BM-DK-SUB FROM 1 BY 1
132400             UNTIL BM-DK-SUB > BM-DK-COUNT
132500                OR BM-DK-HIT > 0.
132600 6100-EXIT.
132700     EXIT.
132800*****************************************************************
132900*                                                               *
133000*    6110-MATCH-DECK-ENTRY                                      *
133100*    CHECKS ONE DECK TABLE ENTRY AGAINST THE SEQUENCE ID.       *
133200*                                                               *
133300*****************************************************************
133400 6110-MATCH-DECK-ENTRY.
133500     IF BM-DK-SEQUENCE-ID (BM-DK-SUB) = BTRN-SEQUENCE-ID
133600         MOVE BM-DK-SUB TO BM-DK-HIT
133700     END-IF.
133800 6110-EXIT.
133900     EXIT.
134000*****************************************************************
134100*                                                               *
134200*    6200-RECORD-IN-DECK                                        *
134300*    ON A VALIDATE RUN, REMEMBERS AN ACCEPTED ADD AS PRESENT    *
134400*    (P) AND AN ACCEPTED DELETE AS GONE (G) FOR THE             *
134500*    TRANSACTIONS THAT FOLLOW.  A FULL TABLE IS REPORTED ONCE;  *
134600*    LATER TRANSACTIONS ARE THEN EDITED AGAINST PARMDEF AS IT   *
134700*    STANDS.                                                    *
134800*                                                               *
134900*****************************************************************
135000 6200-RECORD-IN-DECK.
135100     IF NOT BTRN-FUNC-ADD AND NOT BTRN-FUNC-DELETE
135200         GO TO 6200-EXIT
135300     END-IF.
135400     PERFORM 6100-FIND-IN-DECK THRU 6100-EXIT.
135500     IF BM-DK-HIT = 0
135600         IF BM-DK-COUNT >= BM-DK-MAX
135700             IF NOT BM-DECK-FULL
135800                 DISPLAY 'HELLO0271W MORE THAN 1000 DEFINITIONS '
135900                         'ADDED OR DELETED - LATER EDITS USE '
136000                         'PARMDEF AS IT STANDS'
136100                 MOVE 'Y' TO BM-DECK-FULL-SW
136200             END-IF
136300             GO TO 6200-EXIT
136400         END-IF
136500         ADD 1 TO BM-DK-COUNT
136600         MOVE BM-DK-COUNT      TO BM-DK-HIT
136700         MOVE BTRN-SEQUENCE-ID TO BM-DK-SEQUENCE-ID (BM-DK-HIT)
136800     END-IF.
136900     IF BTRN-FUNC-ADD
137000         MOVE 'P' TO BM-DK-STATE (BM-DK-HIT)
137100     ELSE
137200         MOVE 'G' TO BM-DK-STATE (BM-DK-HIT)
137300     END-IF.
137400 6200-EXIT.
137500     EXIT.
137600*****************************************************************
137700*                                                               *
137800*    7100-WRITE-MAINT-LOG                                       *
137900*    APPENDS A BEFORE/AFTER RECORD TO PARMLOG EXACTLY AS        *
138000*    HELLOMNT'S 8100-WRITE-MAINT-LOG DOES, WITH THE SUBMITTER   *
138100*    AS THE OPERATOR AND THE PARM= JOB ID.  OPEN EXTEND IS      *
138200*    TRIED FIRST SO THE TRAIL ACCUMULATES; A PARMLOG NOT YET    *
138300*    CREATED IS CREATED.                                        *
138400*                                                               *
138500*****************************************************************
138600 7100-WRITE-MAINT-LOG.
138700     OPEN EXTEND LOG-FILE.
138800     IF NOT BM-LOG-FILE-OK
138900         OPEN OUTPUT LOG-FILE
139000     END-IF.
139100     INITIALIZE MAINT-LOG-RECORD WITH FILLER.
139200     MOVE BM-LOG-FUNCTION        TO MLOG-FUNCTION.
139300     MOVE BTRN-SEQUENCE-ID       TO MLOG-SEQUENCE-ID.
139400     MOVE BM-TODAY-DATE          TO MLOG-RUN-DATE.
139500     MOVE BM-LOG-TIME            TO MLOG-RUN-TIME.
139600     MOVE BM-JOB-ID              TO MLOG-JOB-ID.
139700     MOVE BTRN-SUBMITTER-ID      TO MLOG-OPERATOR-ID.
139800     MOVE BM-OLD-BOUND           TO MLOG-OLD-BOUND.
139900     MOVE BM-NEW-BOUND           TO MLOG-NEW-BOUND.
140000     MOVE BM-OLD-MODE-FLAG       TO MLOG-OLD-MODE-FLAG.
140100     MOVE BM-NEW-MODE-FLAG       TO MLOG-NEW-MODE-FLAG.
140200     MOVE BM-OLD-START-VAR1      TO MLOG-OLD-START-VAR1.
140300     MOVE BM-NEW-START-VAR1      TO MLOG-NEW-START-VAR1.
140400     MOVE BM-OLD-END-VAR1        TO MLOG-OLD-END-VAR1.
140500     MOVE BM-NEW-END-VAR1        TO MLOG-NEW-END-VAR1.
140600     MOVE BM-OLD-SEED-TERM-1     TO MLOG-OLD-SEED-TERM-1.
140700     MOVE BM-NEW-SEED-TERM-1     TO MLOG-NEW-SEED-TERM-1.
140800     MOVE BM-OLD-SEED-TERM-2     TO MLOG-OLD-SEED-TERM-2.
140900     MOVE BM-NEW-SEED-TERM-2     TO MLOG-NEW-SEED-TERM-2.
141000     MOVE BM-OLD-MODULUS         TO MLOG-OLD-MODULUS.
141100     MOVE BM-NEW-MODULUS         TO MLOG-NEW-MODULUS.
141110     MOVE BM-OLD-OWNER-DEPT      TO MLOG-OLD-OWNER-DEPT.
141120     MOVE BM-NEW-OWNER-DEPT      TO MLOG-NEW-OWNER-DEPT.
141140     MOVE BM-OLD-COST-CENTER     TO MLOG-OLD-COST-CENTER.
141150     MOVE BM-NEW-COST-CENTER     TO MLOG-NEW-COST-CENTER.
141170     MOVE BM-OLD-CONTACT         TO MLOG-OLD-CONTACT.
141180     MOVE BM-NEW-CONTACT         TO MLOG-NEW-CONTACT.
141200     WRITE MAINT-LOG-RECORD.
141300     CLOSE LOG-FILE.
141400     ADD 1 TO BM-LOGGED-COUNT.
141500 7100-EXIT.
141600     EXIT.
141700*****************************************************************
141800*                                                               *
141900*    7200-LOG-REFUSAL                                           *
142000*    APPENDS ONE REFUSED-ATTEMPT RECORD TO AUTHLOG - WHO        *
142100*    ASKED, FOR WHAT, AND WHEN - AS THE TERMINALS DO.  AN       *
142200*    UNAVAILABLE AUTHLOG IS REPORTED BUT THE REFUSAL STANDS.    *
142300*                                                               *
142400*****************************************************************
142500 7200-LOG-REFUSAL.
142600     OPEN EXTEND AUTHLOG-FILE.
142700     IF NOT BM-AUTHLOG-OK
142800         OPEN OUTPUT AUTHLOG-FILE
142900     END-IF.
143000     IF NOT BM-AUTHLOG-OK
143100         DISPLAY 'HELLO0175W AUTHLOG UNAVAILABLE - REFUSAL '
143200                 'NOT LOGGED'
143300         GO TO 7200-EXIT
143400     END-IF.
143500     INITIALIZE AUTH-LOG-RECORD WITH FILLER.
143600     MOVE BM-TODAY-DATE      TO ALOG-RUN-DATE.
143700     MOVE BM-LOG-TIME        TO ALOG-RUN-TIME.
143800     MOVE BTRN-SUBMITTER-ID  TO ALOG-OPERATOR-ID.
143900     MOVE 'HELLOBMT'         TO ALOG-PROGRAM.
144000     MOVE BTRN-FUNCTION      TO ALOG-FUNCTION.
144100     WRITE AUTH-LOG-RECORD.
144200     CLOSE AUTHLOG-FILE.
144300 7200-EXIT.
144400     EXIT.
144500*****************************************************************
144600*                                                               *
144700*    9000-TERMINATE                                             *
144800*    CLOSES THE FILES, PRINTS THE CONTROL TOTALS - BY FUNCTION, *
144900*    THEN WHAT WAS POSTED - AND SETS THE STEP RETURN CODE: 8    *
145000*    WHEN A POSTING WRITE FAILED, 4 WHEN ANY TRANSACTION WAS    *
145100*    REJECTED, OTHERWISE 0.                                     *
145200*                                                               *
145300*****************************************************************
145400 9000-TERMINATE.
145500     CLOSE TRAN-FILE.
145600     IF NOT BM-PARM-ABSENT
145700         CLOSE PARM-FILE
145800     END-IF.
145900     CLOSE AUTH-FILE.
146000     CLOSE REJ-FILE.
146100     IF BM-PEND-OPEN
146200         CLOSE PEND-FILE
146300     END-IF.
146400     IF BM-READ-COUNT = 0
146500         DISPLAY 'HELLO0269I NO TRANSACTIONS ON TRANSIN'
146600         INITIALIZE RPT-LINE
146700         MOVE ' NO TRANSACTIONS ON TRANSIN' TO RPT-TEXT
146800         WRITE RPT-LINE
146900     END-IF.
147000     INITIALIZE RPT-LINE.
147100     MOVE ALL '-' TO RPT-TEXT.
147200     WRITE RPT-LINE.
147300     INITIALIZE RPT-LINE.
147400     MOVE ' CONTROL TOTALS' TO RPT-TEXT.
147500     WRITE RPT-LINE.
147600     PERFORM 9100-PRINT-FUNCTION-TOTAL THRU 9100-EXIT
147700         VARYING BM-FX FROM 1 BY 1 UNTIL BM-FX > 5.
147800     INITIALIZE RPT-LINE.
147900     WRITE RPT-LINE.
148000     INITIALIZE RPT-LINE.
148100     MOVE 'TRANSACTIONS READ' TO RPT-LABEL.
148200     MOVE BM-READ-COUNT TO RPT-VALUE.
148300     WRITE RPT-LINE.
148400     INITIALIZE RPT-LINE.
148500     MOVE 'TRANSACTIONS ACCEPTED' TO RPT-LABEL.
148600     MOVE BM-ACCEPTED-COUNT TO RPT-VALUE.
148700     WRITE RPT-LINE.
148800     INITIALIZE RPT-LINE.
148900     MOVE 'TRANSACTIONS REJECTED' TO RPT-LABEL.
149000     MOVE BM-REJECTED-COUNT TO RPT-VALUE.
149100     WRITE RPT-LINE.
149200     INITIALIZE RPT-LINE.
149300     MOVE '  REFUSED - NO AUTHORITY' TO RPT-LABEL.
149400     MOVE BM-REFUSED-COUNT TO RPT-VALUE.
149500     WRITE RPT-LINE.
149600     INITIALIZE RPT-LINE.
149700     MOVE '  POSTING FAILURES' TO RPT-LABEL.
149800     MOVE BM-FAILED-COUNT TO RPT-VALUE.
149900     WRITE RPT-LINE.
150000     INITIALIZE RPT-LINE.
150100     MOVE 'ACCEPTED WITH CALLERS' TO RPT-LABEL.
150200     MOVE BM-USED-COUNT TO RPT-VALUE.
150300     WRITE RPT-LINE.
150400     INITIALIZE RPT-LINE.
150500     MOVE 'DEFINITIONS ADDED' TO RPT-LABEL.
150600     MOVE BM-ADDED-COUNT TO RPT-VALUE.
150700     WRITE RPT-LINE.
150800     INITIALIZE RPT-LINE.
150900     MOVE 'DEFINITIONS CHANGED' TO RPT-LABEL.
151000     MOVE BM-CHANGED-COUNT TO RPT-VALUE.
151100     WRITE RPT-LINE.
151200     INITIALIZE RPT-LINE.
151300     MOVE 'DEFINITIONS DELETED' TO RPT-LABEL.
151400     MOVE BM-DELETED-COUNT TO RPT-VALUE.
151500     WRITE RPT-LINE.
151600     INITIALIZE RPT-LINE.
151700     MOVE 'CHANGES STAGED ON PENDFILE' TO RPT-LABEL.
151800     MOVE BM-STAGED-COUNT TO RPT-VALUE.
151900     WRITE RPT-LINE.
152000     INITIALIZE RPT-LINE.
152100     MOVE 'PARMLOG RECORDS WRITTEN' TO RPT-LABEL.
152200     MOVE BM-LOGGED-COUNT TO RPT-VALUE.
152300     WRITE RPT-LINE.
152400     CLOSE RPT-FILE.
152500     DISPLAY 'HELLO0268I BATCH MAINTENANCE COMPLETE - '
152600             BM-READ-COUNT ' READ ' BM-ACCEPTED-COUNT
152700             ' ACCEPTED ' BM-REJECTED-COUNT ' REJECTED'.
152800     IF BM-FAILED-COUNT > 0
152900         MOVE 8 TO RETURN-CODE
153000         GO TO 9000-EXIT
153100     END-IF.
153200     IF BM-REJECTED-COUNT > 0
153300         MOVE 4 TO RETURN-CODE
153400     ELSE
153500         MOVE 0 TO RETURN-CODE
153600     END-IF.
153700 9000-EXIT.
153800     EXIT.
153900*****************************************************************
154000*                                                               *
154100*    9100-PRINT-FUNCTION-TOTAL                                  *
154200*    PRINTS THE READ, ACCEPTED AND REJECTED COUNTS FOR ONE      *
154300*    FUNCTION.  THE INVALID-FUNCTION LINE ONLY PRINTS WHEN THE  *
154400*    DECK HAD ONE.                                              *
154500*                                                               *
154600*****************************************************************
154700 9100-PRINT-FUNCTION-TOTAL.
154800     IF BM-FX = 5 AND BM-FT-READ (BM-FX) = 0
154900         GO TO 9100-EXIT
155000     END-IF.
155100     MOVE BM-FUNCTION-NAME (BM-FX) TO BM-FL-NAME.
155200     MOVE BM-FT-READ (BM-FX)       TO BM-FL-READ.
155300     MOVE BM-FT-ACCEPTED (BM-FX)   TO BM-FL-ACCEPTED.
155400     MOVE BM-FT-REJECTED (BM-FX)   TO BM-FL-REJECTED.
155500     INITIALIZE RPT-LINE.
155600     MOVE BM-FUNCTION-TOTAL-LINE TO RPT-TEXT.
155700     WRITE RPT-LINE.
155800 9100-EXIT.
155900     EXIT.
156000*****************************************************************
156100*                                                               *
156200*    8000-ABEND-EXIT                                            *
156300*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE DECK CAN BE    *
156400*    READ (BAD RUN MODE, OR A FILE THAT COULD NOT BE OPENED).   *
156500*                                                               *
156600*****************************************************************
156700 8000-ABEND-EXIT.
156800     GO TO 9999-EXIT.
156900 9999-EXIT.
157000     STOP RUN.
