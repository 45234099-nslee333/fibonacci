000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOWIF.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLOWIF                                     *
001000*    DESCRIPTION: WHAT-IF PREVIEW OF STAGED PARAMETER CHANGES. *
001100*                 RUN DURING THE DAY AGAINST PENDFILE, IT      *
001200*                 SHOWS FOR EVERY CHANGE DUE WITHIN THE        *
001300*                 WIFPARM NUMBER OF DAYS THE CURRENT PARMDEF   *
001400*                 VALUES BESIDE THE PROPOSED ONES, HOW MANY    *
001500*                 TERMS NOW ON THE KEYED SEQUENCE STORE        *
001600*                 (SEQKEYED) THE CHANGE WILL ADD, DROP OR      *
001700*                 RE-VALUE, THE OUTFILE AND XTRFILE DETAIL     *
001800*                 RECORDS THE DEFINITION WILL PRODUCE, AND AN  *
001900*                 ELAPSED-TIME ESTIMATE SCALED FROM THAT       *
002000*                 SEQUENCE ID'S NORMALLY-COMPLETED AUDFILE     *
002100*                 RUNS.  A FIBONACCI DEFINITION CARRIED PAST   *
002200*                 THE TERM-150 CEILING (HELLO0019E) OR A MODE  *
002300*                 R DEFINITION THAT WOULD OVERFLOW 31 DIGITS   *
002400*                 (HELLO0202E) IS FLAGGED, SO THE CHANGE IS    *
002500*                 CORRECTED BEFORE IT ABORTS THE WINDOW.       *
002600*                 EACH CHANGE IS PREVIEWED AGAINST PARMDEF     *
002700*                 AND SEQKEYED AS THEY STAND TODAY.  NOTHING   *
002800*                 IS UPDATED.                                  *
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
004200     SELECT WIF-PARM-FILE    ASSIGN TO WIFPARM
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WF-WIF-PARM-STATUS.
004500     SELECT PEND-FILE        ASSIGN TO PENDFILE
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS WF-PEND-FILE-STATUS.
004800     SELECT PARM-FILE        ASSIGN TO PARMFILE
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS RANDOM
005100                             RECORD KEY IS PARM-SEQUENCE-ID
005200                             FILE STATUS IS WF-PARM-FILE-STATUS.
005300     SELECT SEQ-FILE         ASSIGN TO SEQFILE
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS DYNAMIC
005600                             RECORD KEY IS SEQ-STORE-KEY
005700                             FILE STATUS IS WF-SEQ-FILE-STATUS.
005800     SELECT AUDIT-FILE       ASSIGN TO AUDFILE
005900                             ORGANIZATION IS LINE SEQUENTIAL
006000                             FILE STATUS IS WF-AUDIT-FILE-STATUS.
006100     SELECT RPT-FILE         ASSIGN TO REPTFILE
006200                             ORGANIZATION IS LINE SEQUENTIAL
006300                             FILE STATUS IS WF-RPT-FILE-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  WIF-PARM-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000     COPY WIFPREC.
007100 FD  PEND-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400     COPY PENDREC.
007500 FD  PARM-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800     COPY PARMREC.
007900 FD  SEQ-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200     COPY SEQREC.
008300 FD  AUDIT-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600     COPY AUDITREC.
008700 FD  RPT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000     COPY RPTLINE.
009100*
009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009400*    SWITCHES                                                  *
009500*****************************************************************
009600 01  WF-SWITCHES.
009700     05  WF-WIF-PARM-STATUS      PIC X(02)   VALUE '00'.
009800         88  WF-WIF-PARM-OK              VALUE '00'.
009900     05  WF-PEND-FILE-STATUS     PIC X(02)   VALUE '00'.
010000         88  WF-PEND-FILE-OK             VALUE '00'.
010100     05  WF-PARM-FILE-STATUS     PIC X(02)   VALUE '00'.
010200         88  WF-PARM-FILE-OK             VALUE '00'.
010300     05  WF-SEQ-FILE-STATUS      PIC X(02)   VALUE '00'.
010400         88  WF-SEQ-FILE-OK              VALUE '00'.
010500     05  WF-AUDIT-FILE-STATUS    PIC X(02)   VALUE '00'.
010600         88  WF-AUDIT-FILE-OK            VALUE '00'.
010700     05  WF-RPT-FILE-STATUS      PIC X(02)   VALUE '00'.
010800         88  WF-RPT-FILE-OK              VALUE '00'.
010900     05  WF-WIF-PARM-EOF-SW      PIC X(01)   VALUE 'N'.
011000         88  WF-WIF-PARM-EOF             VALUE 'Y'.
011100     05  WF-PEND-EOF-SW          PIC X(01)   VALUE 'N'.
011200         88  WF-PEND-EOF                 VALUE 'Y'.
011300     05  WF-SEQ-EOF-SW           PIC X(01)   VALUE 'N'.
011400         88  WF-SEQ-EOF                  VALUE 'Y'.
011500     05  WF-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
011600         88  WF-AUDIT-EOF                VALUE 'Y'.
011700     05  WF-AUDIT-MISSING-SW     PIC X(01)   VALUE 'N'.
011800         88  WF-AUDIT-MISSING            VALUE 'Y'.
011900     05  WF-CUR-FOUND-SW         PIC X(01)   VALUE 'N'.
012000         88  WF-CUR-FOUND                VALUE 'Y'.
012100     05  WF-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
012200         88  WF-OVERFLOW                 VALUE 'Y'.
012300     05  WF-CEILING-SW           PIC X(01)   VALUE 'N'.
012400         88  WF-CEILING                  VALUE 'Y'.
012433     05  WF-PEND-OPENED-SW       PIC X(01)   VALUE 'N'.
012466         88  WF-PEND-OPENED              VALUE 'Y'.
012500*****************************************************************
012600*    WINDOW DATES                                              *
012700*****************************************************************
012800 01  WF-DATE-FIELDS.
012900     05  WF-DAYS-AHEAD           PIC S9(04)  COMP    VALUE 0.
013000     05  WF-TODAY-DATE           PIC 9(08)   VALUE ZEROES.
013100     05  WF-TODAY-INTEGER        PIC S9(09)  COMP    VALUE 0.
013200     05  WF-CUTOFF-INTEGER       PIC S9(09)  COMP    VALUE 0.
013300     05  WF-CUTOFF-DATE          PIC 9(08)   VALUE ZEROES.
013400*****************************************************************
013500*    CURRENT (PARMDEF) AND PROPOSED (PENDFILE) DEFINITION      *
013600*    VALUES, WITH THE VAR1 RANGE EACH WOULD GENERATE.  A       *
013700*    DEFINITION NOT YET ON PARMDEF HAS AN EMPTY CURRENT RANGE. *
013800*****************************************************************
013900 01  WF-DEFINITION-FIELDS.
014000     05  WF-SEQ-ID               PIC X(08)   VALUE SPACES.
014100     05  WF-EFFECTIVE-DATE       PIC X(08)   VALUE SPACES.
014200     05  WF-CUR-BOUND            PIC S9(09)  COMP    VALUE 0.
014300     05  WF-CUR-MODE-FLAG        PIC X(01)   VALUE SPACE.
014400     05  WF-CUR-START-VAR1       PIC S9(09)  COMP    VALUE 0.
014500     05  WF-CUR-END-VAR1         PIC S9(09)  COMP    VALUE 0.
014600     05  WF-CUR-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
014700     05  WF-CUR-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
014800     05  WF-CUR-MODULUS          PIC S9(18)  COMP    VALUE 0.
014900     05  WF-NEW-BOUND            PIC S9(09)  COMP    VALUE 0.
015000     05  WF-NEW-MODE-FLAG        PIC X(01)   VALUE SPACE.
015100         88  WF-NEW-MODE-COUNTER         VALUE 'C'.
015200         88  WF-NEW-MODE-FIBONACCI       VALUE 'F'.
015300         88  WF-NEW-MODE-RECURRENCE      VALUE 'R'.
015400         88  WF-NEW-MODE-TERMS           VALUES 'F' 'R'.
015500     05  WF-NEW-START-VAR1       PIC S9(09)  COMP    VALUE 0.
015600     05  WF-NEW-END-VAR1         PIC S9(09)  COMP    VALUE 0.
015700     05  WF-NEW-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
015800     05  WF-NEW-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
015900     05  WF-NEW-MODULUS          PIC S9(18)  COMP    VALUE 0.
016000     05  WF-NEW-LOW-VAR1         PIC S9(09)  COMP    VALUE 0.
016100     05  WF-NEW-HIGH-VAR1        PIC S9(09)  COMP    VALUE 0.
016200*****************************************************************
016300*    TERM COUNTS AND THE PROPOSED-VALUE WALK.  THE TERM FIELDS *
016400*    MATCH HELLO'S OWN SO EVERY PROPOSED VALUE IS THE ONE THE  *
016500*    WINDOW WILL ACTUALLY WRITE.                               *
016600*****************************************************************
016700 01  WF-TERM-FIELDS.
016800     05  WF-STORED-COUNT         PIC S9(09)  COMP    VALUE 0.
016900     05  WF-ADDED-COUNT          PIC S9(09)  COMP    VALUE 0.
017000     05  WF-DROPPED-COUNT        PIC S9(09)  COMP    VALUE 0.
017100     05  WF-REVALUED-COUNT       PIC S9(09)  COMP    VALUE 0.
017200     05  WF-PROJECTED-COUNT      PIC S9(09)  COMP    VALUE 0.
017300     05  WF-WALK-FROM-VAR1       PIC S9(09)  COMP    VALUE 0.
017400     05  WF-WALK-VAR1            PIC S9(09)  COMP    VALUE 0.
017500     05  WF-PRIOR-TERM           PIC S9(31)  SIGN LEADING
017600                                             SEPARATE VALUE 0.
017700     05  WF-CURRENT-TERM         PIC S9(31)  SIGN LEADING
017800                                             SEPARATE VALUE 0.
017900     05  WF-NEXT-TERM            PIC S9(31)  SIGN LEADING
018000                                             SEPARATE VALUE 0.
018100     05  WF-TERM-QUOTIENT        PIC S9(31)  SIGN LEADING
018200                                             SEPARATE VALUE 0.
018300     05  WF-TERM-REMAINDER       PIC S9(31)  SIGN LEADING
018400                                             SEPARATE VALUE 0.
018500 77  WF-FIB-MAX-VAR1             PIC S9(04)  COMP    VALUE 150.
018600*****************************************************************
018700*    ELAPSED-TIME ESTIMATE FROM AUDFILE HISTORY                *
018800*****************************************************************
018900 01  WF-ESTIMATE-FIELDS.
019000     05  WF-HIST-RUNS            PIC S9(09)  COMP    VALUE 0.
019100     05  WF-HIST-SECS            PIC S9(12)  COMP    VALUE 0.
019200     05  WF-HIST-ITERS           PIC S9(12)  COMP    VALUE 0.
019300     05  WF-EST-SECS             PIC S9(09)  COMP    VALUE 0.
019400*****************************************************************
019500*    REPORT TOTALS                                              *
019600*****************************************************************
019700 01  WF-TOTAL-FIELDS.
019800     05  WF-PREVIEW-COUNT        PIC S9(09)  COMP    VALUE 0.
019900     05  WF-FLAGGED-COUNT        PIC S9(09)  COMP    VALUE 0.
020000     05  WF-BEYOND-COUNT         PIC S9(09)  COMP    VALUE 0.
020100     05  WF-TOTAL-PROJECTED      PIC S9(12)  COMP    VALUE 0.
020200     05  WF-TOTAL-EST-SECS       PIC S9(12)  COMP    VALUE 0.
020300*****************************************************************
020400*    PRINT LINES.  BUILT HERE AND MOVED TO RPT-LINE SO THE      *
020500*    REPORT FILE KEEPS THE SAME RPTLINE FD AS HELLORPT.         *
020600*****************************************************************
020700 01  WF-PAIR-FIELDS.
020800     05  WF-PAIR-CURRENT         PIC S9(18)  COMP    VALUE 0.
020900     05  WF-PAIR-PROPOSED        PIC S9(18)  COMP    VALUE 0.
021000     05  WF-EDIT-NUMBER          PIC -(18)9.
021100 01  WF-CHANGE-HEAD-LINE.
021200     05  FILLER                  PIC X(10)   VALUE ' SEQUENCE '.
021300     05  WF-HD-SEQ-ID            PIC X(08).
021400     05  FILLER                  PIC X(12)   VALUE
021500                                             '  EFFECTIVE '.
021600     05  WF-HD-EFFECTIVE-DATE    PIC X(08).
021700     05  FILLER                  PIC X(02)   VALUE SPACES.
021800     05  WF-HD-NOTE              PIC X(16).
021900     05  FILLER                  PIC X(02)   VALUE SPACES.
022000     05  WF-HD-FLAG              PIC X(10).
022100     05  FILLER                  PIC X(12)   VALUE SPACES.
022200 01  WF-COLUMN-HEAD-LINE.
022300     05  FILLER          PIC X(17)   VALUE SPACES.
022400     05  FILLER          PIC X(22)   VALUE 'CURRENT'.
022500     05  FILLER          PIC X(41)   VALUE 'PROPOSED'.
022600 01  WF-COMPARE-LINE.
022700     05  FILLER                  PIC X(01)   VALUE SPACE.
022800     05  WF-CMP-LABEL            PIC X(16).
022900     05  WF-CMP-CURRENT          PIC X(20).
023000     05  FILLER                  PIC X(02)   VALUE SPACES.
023100     05  WF-CMP-PROPOSED         PIC X(20).
023200     05  FILLER                  PIC X(02)   VALUE SPACES.
023300     05  WF-CMP-CHANGED          PIC X(07).
023400     05  FILLER                  PIC X(12)   VALUE SPACES.
023500*
023600 PROCEDURE DIVISION.
023700*****************************************************************
023800*                                                               *
023900*    0000-MAINLINE                                              *
024000*    CONTROLS OVERALL FLOW OF THE WHAT-IF PREVIEW.              *
024100*                                                               *
024200*****************************************************************
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     PERFORM 2000-PREVIEW-ONE-CHANGE THRU 2000-EXIT
024600         UNTIL WF-PEND-EOF.
024700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024800     GO TO 9999-EXIT.
024900*****************************************************************
025000*                                                               *
025100*    1000-INITIALIZE                                            *
025200*    READS AND EDITS THE DAYS-AHEAD PARAMETER, SETS THE         *
025300*    WINDOW CUTOFF DATE, OPENS PARMDEF, THE SEQUENCE STORE      *
025400*    AND THE REPORT, AND OPENS PENDFILE.  NO PENDFILE MEANS     *
025500*    NOTHING IS STAGED - THE REPORT SAYS SO AND ENDS CLEAN.     *
025600*                                                               *
025700*****************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT WF-TODAY-DATE FROM DATE YYYYMMDD.
026000     OPEN INPUT WIF-PARM-FILE.
026100     IF NOT WF-WIF-PARM-OK
026200         DISPLAY 'HELLO0227E WIFPARM NOT FOUND/UNAVAILABLE - '
026300                 'ABORT'
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 8000-ABEND-EXIT
026600     END-IF.
026700     READ WIF-PARM-FILE
026800         AT END
026900             MOVE 'Y' TO WF-WIF-PARM-EOF-SW
027000     END-READ.
027100     IF WF-WIF-PARM-EOF
027200         DISPLAY 'HELLO0227E WIFPARM IS EMPTY - ABORT'
027300         MOVE 16 TO RETURN-CODE
027400         CLOSE WIF-PARM-FILE
027500         GO TO 8000-ABEND-EXIT
027600     END-IF.
027700     IF WPRM-DAYS-AHEAD IS NOT NUMERIC
027800         OR WPRM-DAYS-AHEAD = 0
027900         OR WPRM-DAYS-AHEAD > 365
028000         DISPLAY 'HELLO0228E DAYS AHEAD MUST BE 1-365 - ABORT'
028100         MOVE 20 TO RETURN-CODE
028200         CLOSE WIF-PARM-FILE
028300         GO TO 8000-ABEND-EXIT
028400     END-IF.
028500     MOVE WPRM-DAYS-AHEAD TO WF-DAYS-AHEAD.
028600     CLOSE WIF-PARM-FILE.
028700     COMPUTE WF-TODAY-INTEGER =
028800         FUNCTION INTEGER-OF-DATE(WF-TODAY-DATE).
028900     COMPUTE WF-CUTOFF-INTEGER =
029000         WF-TODAY-INTEGER + WF-DAYS-AHEAD.
029100     COMPUTE WF-CUTOFF-DATE =
029200         FUNCTION DATE-OF-INTEGER(WF-CUTOFF-INTEGER).
029300     OPEN INPUT PARM-FILE.
029400     IF NOT WF-PARM-FILE-OK
029500         DISPLAY 'HELLO0229E PARMFILE OPEN FAILED - ABORT'
029600         MOVE 24 TO RETURN-CODE
029700         GO TO 8000-ABEND-EXIT
029800     END-IF.
029900     OPEN INPUT SEQ-FILE.
030000     IF NOT WF-SEQ-FILE-OK
030100         DISPLAY 'HELLO0230E SEQUENCE STORE NOT AVAILABLE - '
030200                 'ABORT'
030300         MOVE 28 TO RETURN-CODE
030400         CLOSE PARM-FILE
030500         GO TO 8000-ABEND-EXIT
030600     END-IF.
030700     OPEN OUTPUT RPT-FILE.
030800     IF NOT WF-RPT-FILE-OK
030900         DISPLAY 'HELLO0231E REPTFILE OPEN FAILED - ABORT'
031000         MOVE 32 TO RETURN-CODE
031100         CLOSE PARM-FILE
031200         CLOSE SEQ-FILE
031300         GO TO 8000-ABEND-EXIT
031400     END-IF.
031500     INITIALIZE RPT-LINE.
031600     MOVE 'HELLO WHAT-IF PREVIEW OF STAGED CHANGES' TO RPT-TEXT.
031700     WRITE RPT-LINE.
031800     INITIALIZE RPT-LINE.
031900     STRING ' CHANGES EFFECTIVE THROUGH ' WF-CUTOFF-DATE
032000            ' - PREVIEWED ' WF-TODAY-DATE
032100         DELIMITED BY SIZE INTO RPT-TEXT
032200     END-STRING.
032300     WRITE RPT-LINE.
032400     INITIALIZE RPT-LINE.
032500     MOVE ALL '-' TO RPT-TEXT.
032600     WRITE RPT-LINE.
032700     OPEN INPUT PEND-FILE.
032800     IF NOT WF-PEND-FILE-OK
032900         DISPLAY 'HELLO0232I NO PENDFILE - NOTHING TO PREVIEW'
033000         MOVE 'Y' TO WF-PEND-EOF-SW
033033     ELSE
033066         MOVE 'Y' TO WF-PEND-OPENED-SW
033100     END-IF.
033200 1000-EXIT.
033300     EXIT.
033400*****************************************************************
033500*                                                               *
033600*    2000-PREVIEW-ONE-CHANGE                                    *
033700*    READS ONE STAGED CHANGE AND, WHEN IT FALLS DUE ON OR       *
033800*    BEFORE THE CUTOFF, PREVIEWS IT.  A CHANGE ALREADY DUE BUT  *
033900*    NOT YET APPLIED IS PREVIEWED TOO - HELLOAPL WILL PICK IT   *
034000*    UP IN THE NEXT WINDOW.                                     *
034100*                                                               *
034200*****************************************************************
034300 2000-PREVIEW-ONE-CHANGE.
034400     READ PEND-FILE
034500         AT END
034600             MOVE 'Y' TO WF-PEND-EOF-SW
034700     END-READ.
034800     IF WF-PEND-EOF
034900         GO TO 2000-EXIT
035000     END-IF.
035100     IF PEND-EFFECTIVE-DATE > WF-CUTOFF-DATE
035200         ADD 1 TO WF-BEYOND-COUNT
035300         GO TO 2000-EXIT
035400     END-IF.
035500     ADD 1 TO WF-PREVIEW-COUNT.
035600     MOVE PEND-SEQUENCE-ID    TO WF-SEQ-ID.
035700     MOVE PEND-EFFECTIVE-DATE TO WF-EFFECTIVE-DATE.
035800     PERFORM 2100-LOAD-CURRENT THRU 2100-EXIT.
035900     PERFORM 2200-LOAD-PROPOSED THRU 2200-EXIT.
036000     PERFORM 3000-COUNT-STORED-TERMS THRU 3000-EXIT.
036100     PERFORM 3500-COUNT-PROPOSED-TERMS THRU 3500-EXIT.
036200     PERFORM 4000-ESTIMATE-ELAPSED THRU 4000-EXIT.
036300     PERFORM 5000-PRINT-CHANGE THRU 5000-EXIT.
036400 2000-EXIT.
036500     EXIT.
036600*****************************************************************
036700*                                                               *
036800*    2100-LOAD-CURRENT                                          *
036900*    READS THE DEFINITION AS IT STANDS ON PARMDEF TODAY.  AN    *
037000*    OLD-FORMAT RECORD'S BLANK SEED TAIL IS TAKEN AS ZERO THE   *
037100*    SAME WAY HELLOAPL TAKES IT.                                *
037200*                                                               *
037300*****************************************************************
037400 2100-LOAD-CURRENT.
037500     MOVE 'Y'    TO WF-CUR-FOUND-SW.
037600     MOVE 0      TO WF-CUR-BOUND.
037700     MOVE SPACES TO WF-CUR-MODE-FLAG.
037800     MOVE 0      TO WF-CUR-START-VAR1.
037900     MOVE 0      TO WF-CUR-END-VAR1.
038000     MOVE 0      TO WF-CUR-SEED-TERM-1.
038100     MOVE 0      TO WF-CUR-SEED-TERM-2.
038200     MOVE 0      TO WF-CUR-MODULUS.
038300     MOVE WF-SEQ-ID TO PARM-SEQUENCE-ID.
038400     READ PARM-FILE
038500         INVALID KEY
038600             MOVE 'N' TO WF-CUR-FOUND-SW
038700     END-READ.
038800     IF NOT WF-CUR-FOUND
038900         GO TO 2100-EXIT
039000     END-IF.
039100     MOVE PARM-BOUND      TO WF-CUR-BOUND.
039200     MOVE PARM-MODE-FLAG  TO WF-CUR-MODE-FLAG.
039300     MOVE PARM-START-VAR1 TO WF-CUR-START-VAR1.
039400     MOVE PARM-END-VAR1   TO WF-CUR-END-VAR1.
039500     IF PARM-SEED-TERM-1 IS NUMERIC
039600         AND PARM-SEED-TERM-2 IS NUMERIC
039700         AND PARM-MODULUS IS NUMERIC
039800         MOVE PARM-SEED-TERM-1 TO WF-CUR-SEED-TERM-1
039900         MOVE PARM-SEED-TERM-2 TO WF-CUR-SEED-TERM-2
040000         MOVE PARM-MODULUS     TO WF-CUR-MODULUS
040100     END-IF.
040200 2100-EXIT.
040300     EXIT.
040400*****************************************************************
040500*                                                               *
040600*    2200-LOAD-PROPOSED                                         *
040700*    TAKES THE PROPOSED VALUES OFF THE STAGED CHANGE AND SETS   *
040800*    THE VAR1 RANGE THE WINDOW WILL GENERATE FROM THEM - THE    *
040900*    SUB-RANGE WHEN ONE IS GIVEN, OTHERWISE 1 THRU THE BOUND,   *
041000*    EXACTLY AS HELLO SETS ITS LOOP.  A FIBONACCI RANGE ENDING  *
041100*    PAST TERM 150 IS THE HELLO0019E CEILING.                   *
041200*                                                               *
041300*****************************************************************
041400 2200-LOAD-PROPOSED.
041500     MOVE PEND-BOUND      TO WF-NEW-BOUND.
041600     MOVE PEND-MODE-FLAG  TO WF-NEW-MODE-FLAG.
041700     MOVE PEND-START-VAR1 TO WF-NEW-START-VAR1.
041800     MOVE PEND-END-VAR1   TO WF-NEW-END-VAR1.
041900     MOVE 0               TO WF-NEW-SEED-TERM-1.
042000     MOVE 0               TO WF-NEW-SEED-TERM-2.
042100     MOVE 0               TO WF-NEW-MODULUS.
042200     IF PEND-SEED-TERM-1 IS NUMERIC
042300         AND PEND-SEED-TERM-2 IS NUMERIC
042400         AND PEND-MODULUS IS NUMERIC
042500         MOVE PEND-SEED-TERM-1 TO WF-NEW-SEED-TERM-1
042600         MOVE PEND-SEED-TERM-2 TO WF-NEW-SEED-TERM-2
042700         MOVE PEND-MODULUS     TO WF-NEW-MODULUS
042800     END-IF.
042900     IF WF-NEW-START-VAR1 > 0
043000         MOVE WF-NEW-START-VAR1 TO WF-NEW-LOW-VAR1
043100         MOVE WF-NEW-END-VAR1   TO WF-NEW-HIGH-VAR1
043200     ELSE
043300         MOVE 1                 TO WF-NEW-LOW-VAR1
043400         MOVE WF-NEW-BOUND      TO WF-NEW-HIGH-VAR1
043500     END-IF.
043600     COMPUTE WF-PROJECTED-COUNT =
043700         WF-NEW-HIGH-VAR1 - WF-NEW-LOW-VAR1 + 1.
043800     MOVE 'N' TO WF-CEILING-SW.
043900     IF WF-NEW-MODE-FIBONACCI
044000         AND WF-NEW-HIGH-VAR1 > WF-FIB-MAX-VAR1
044100         MOVE 'Y' TO WF-CEILING-SW
044200     END-IF.
044300 2200-EXIT.
044400     EXIT.
044500*****************************************************************
044600*                                                               *
044700*    3000-COUNT-STORED-TERMS                                    *
044800*    PASSES THE SEQUENCE ID'S TERMS NOW ON SEQKEYED, COUNTING   *
044900*    THEM AND THE ONES OUTSIDE THE PROPOSED RANGE, WHICH THE    *
045000*    CHANGE WILL DROP.                                          *
045100*                                                               *
045200*****************************************************************
045300 3000-COUNT-STORED-TERMS.
045400     MOVE 0   TO WF-STORED-COUNT.
045500     MOVE 0   TO WF-DROPPED-COUNT.
045600     MOVE 'N' TO WF-SEQ-EOF-SW.
045700     MOVE WF-SEQ-ID TO SEQ-SEQUENCE-ID.
045800     MOVE 0         TO SEQ-VAR1-KEY.
045900     START SEQ-FILE KEY >= SEQ-STORE-KEY
046000         INVALID KEY
046100             MOVE 'Y' TO WF-SEQ-EOF-SW
046200     END-START.
046300     PERFORM 3100-COUNT-ONE-STORED THRU 3100-EXIT
046400         UNTIL WF-SEQ-EOF.
046500 3000-EXIT.
046600     EXIT.
046700*****************************************************************
046800*                                                               *
046900*    3100-COUNT-ONE-STORED                                      *
047000*    READS THE NEXT STORED TERM IN KEY ORDER, ENDING THE PASS   *
047100*    AT THE FIRST TERM OF ANOTHER SEQUENCE ID.                  *
047200*                                                               *
047300*****************************************************************
047400 3100-COUNT-ONE-STORED.
047500     READ SEQ-FILE NEXT RECORD
047600         AT END
047700             MOVE 'Y' TO WF-SEQ-EOF-SW
047800     END-READ.
047900     IF WF-SEQ-EOF
048000         GO TO 3100-EXIT
048100     END-IF.
048200     IF SEQ-SEQUENCE-ID NOT = WF-SEQ-ID
048300         MOVE 'Y' TO WF-SEQ-EOF-SW
048400         GO TO 3100-EXIT
048500     END-IF.
048600     ADD 1 TO WF-STORED-COUNT.
048700     IF SEQ-VAR1-KEY < WF-NEW-LOW-VAR1
048800         OR SEQ-VAR1-KEY > WF-NEW-HIGH-VAR1
048900         ADD 1 TO WF-DROPPED-COUNT
049000     END-IF.
049100 3100-EXIT.
049200     EXIT.
049300*****************************************************************
049400*                                                               *
049500*    3500-COUNT-PROPOSED-TERMS                                  *
049600*    WALKS THE PROPOSED DEFINITION TERM BY TERM, SEEDED AS      *
049700*    HELLO SEEDS IT, AND LOOKS EACH TERM OF THE PROPOSED RANGE  *
049800*    UP ON SEQKEYED - NOT THERE IS A TERM ADDED, THERE WITH A   *
049900*    DIFFERENT MODE OR VALUE IS A TERM RE-VALUED.  A TERMS      *
050000*    MODE WALKS FROM TERM 1 SO THE VALUES REACHING THE RANGE    *
050100*    ARE THE TRUE ONES; COUNTER MODE WRITES ZERO VALUES AND     *
050200*    STARTS AT THE RANGE.  ONCE A VALUE WOULD OVERFLOW 31       *
050300*    DIGITS EVERY STORED TERM PAST IT COUNTS AS RE-VALUED.      *
050400*                                                               *
050500*****************************************************************
050600 3500-COUNT-PROPOSED-TERMS.
050700     MOVE 0   TO WF-ADDED-COUNT.
050800     MOVE 0   TO WF-REVALUED-COUNT.
050900     MOVE 'N' TO WF-OVERFLOW-SW.
051000     PERFORM 3550-SEED-TERMS THRU 3550-EXIT.
051100     IF WF-NEW-MODE-TERMS
051200         MOVE 1               TO WF-WALK-FROM-VAR1
051300     ELSE
051400         MOVE WF-NEW-LOW-VAR1 TO WF-WALK-FROM-VAR1
051500     END-IF.
051600     PERFORM 3600-WALK-ONE-TERM THRU 3600-EXIT
051700         VARYING WF-WALK-VAR1 FROM WF-WALK-FROM-VAR1 BY 1
051800             UNTIL WF-WALK-VAR1 > WF-NEW-HIGH-VAR1.
051900 3500-EXIT.
052000     EXIT.
052100*****************************************************************
052200*                                                               *
052300*    3550-SEED-TERMS                                            *
052400*    PRIMES THE PRIOR/CURRENT PAIR SO THE CURRENT TERM IS TERM  *
052500*    1 OF THE PROPOSED DEFINITION, AS HELLO'S 1580-SEED-TERMS   *
052600*    DOES.  COUNTER MODE CARRIES A ZERO VALUE THROUGHOUT.       *
052700*                                                               *
052800*****************************************************************
052900 3550-SEED-TERMS.
053000     IF WF-NEW-MODE-FIBONACCI
053100         MOVE 0 TO WF-PRIOR-TERM
053200         MOVE 1 TO WF-CURRENT-TERM
053300         GO TO 3550-EXIT
053400     END-IF.
053500     IF NOT WF-NEW-MODE-RECURRENCE
053600         MOVE 0 TO WF-PRIOR-TERM
053700         MOVE 0 TO WF-CURRENT-TERM
053800         GO TO 3550-EXIT
053900     END-IF.
054000     MOVE WF-NEW-SEED-TERM-1 TO WF-CURRENT-TERM.
054100     MOVE WF-NEW-SEED-TERM-2 TO WF-NEXT-TERM.
054200     IF WF-NEW-MODULUS > 0
054300         DIVIDE WF-CURRENT-TERM BY WF-NEW-MODULUS
054400             GIVING WF-TERM-QUOTIENT
054500             REMAINDER WF-TERM-REMAINDER
054600         MOVE WF-TERM-REMAINDER TO WF-CURRENT-TERM
054700         DIVIDE WF-NEXT-TERM BY WF-NEW-MODULUS
054800             GIVING WF-TERM-QUOTIENT
054900             REMAINDER WF-TERM-REMAINDER
055000         MOVE WF-TERM-REMAINDER TO WF-NEXT-TERM
055100     END-IF.
055200     COMPUTE WF-PRIOR-TERM = WF-NEXT-TERM - WF-CURRENT-TERM.
055300 3550-EXIT.
055400     EXIT.
055500*****************************************************************
055600*                                                               *
055700*    3600-WALK-ONE-TERM                                         *
055800*    COMPARES THE TERM IN HAND WHEN IT IS INSIDE THE PROPOSED   *
055900*    RANGE, THEN ADVANCES TO THE NEXT TERM.                     *
056000*                                                               *
056100*****************************************************************
056200 3600-WALK-ONE-TERM.
056300     IF WF-WALK-VAR1 >= WF-NEW-LOW-VAR1
056400         PERFORM 3700-COMPARE-STORED-TERM THRU 3700-EXIT
056500     END-IF.
056600     IF WF-NEW-MODE-TERMS
056700         AND NOT WF-OVERFLOW
056800         PERFORM 3800-ADVANCE-ONE-TERM THRU 3800-EXIT
056900     END-IF.
057000 3600-EXIT.
057100     EXIT.
057200*****************************************************************
057300*                                                               *
057400*    3700-COMPARE-STORED-TERM                                   *
057500*    READS THE STORED TERM FOR THIS VAR1 BY KEY AND COUNTS IT   *
057600*    ADDED OR RE-VALUED AGAINST THE PROPOSED VALUE.             *
057700*                                                               *
057800*****************************************************************
057900 3700-COMPARE-STORED-TERM.
058000     MOVE WF-SEQ-ID    TO SEQ-SEQUENCE-ID.
058100     MOVE WF-WALK-VAR1 TO SEQ-VAR1-KEY.
058200     READ SEQ-FILE
058300         INVALID KEY
058400             ADD 1 TO WF-ADDED-COUNT
058500             GO TO 3700-EXIT
058600     END-READ.
058700     IF SEQ-MODE-FLAG NOT = WF-NEW-MODE-FLAG
058800         OR WF-OVERFLOW
058900         OR SEQ-FIBONACCI-VALUE NOT = WF-CURRENT-TERM
059000         ADD 1 TO WF-REVALUED-COUNT
059100     END-IF.
059200 3700-EXIT.
059300     EXIT.
059400*****************************************************************
059500*                                                               *
059600*    3800-ADVANCE-ONE-TERM                                      *
059700*    ADVANCES THE PRIOR AND CURRENT TERMS BY ONE POSITION,      *
059800*    REDUCING BY THE MODULUS FOR A MODE R DEFINITION THAT HAS   *
059900*    ONE, AND FLAGGING THE OVERFLOW INSTEAD OF LETTING THE SUM  *
060000*    TRUNCATE.                                                  *
060100*                                                               *
060200*****************************************************************
060300 3800-ADVANCE-ONE-TERM.
060400     COMPUTE WF-NEXT-TERM = WF-PRIOR-TERM + WF-CURRENT-TERM
060500         ON SIZE ERROR
060600             MOVE 'Y' TO WF-OVERFLOW-SW
060700             GO TO 3800-EXIT
060800     END-COMPUTE.
060900     IF WF-NEW-MODE-RECURRENCE
061000         AND WF-NEW-MODULUS > 0
061100         DIVIDE WF-NEXT-TERM BY WF-NEW-MODULUS
061200             GIVING WF-TERM-QUOTIENT
061300             REMAINDER WF-TERM-REMAINDER
061400         MOVE WF-TERM-REMAINDER TO WF-NEXT-TERM
061500     END-IF.
061600     MOVE WF-CURRENT-TERM TO WF-PRIOR-TERM.
061700     MOVE WF-NEXT-TERM    TO WF-CURRENT-TERM.
061800 3800-EXIT.
061900     EXIT.
062000*****************************************************************
062100*                                                               *
062200*    4000-ESTIMATE-ELAPSED                                      *
062300*    PASSES AUDFILE FOR THE SEQUENCE ID'S NORMALLY-COMPLETED    *
062400*    RUNS THAT CARRY AN ELAPSED TIME, AND SCALES THEIR TOTAL    *
062500*    SECONDS PER ITERATION TO THE PROJECTED TERM COUNT.  NO     *
062600*    AUDFILE, OR NO HISTORY FOR THE ID, LEAVES NO ESTIMATE.     *
062700*                                                               *
062800*****************************************************************
062900 4000-ESTIMATE-ELAPSED.
063000     MOVE 0 TO WF-HIST-RUNS.
063100     MOVE 0 TO WF-HIST-SECS.
063200     MOVE 0 TO WF-HIST-ITERS.
063300     MOVE 0 TO WF-EST-SECS.
063400     IF WF-AUDIT-MISSING
063500         GO TO 4000-EXIT
063600     END-IF.
063700     OPEN INPUT AUDIT-FILE.
063800     IF NOT WF-AUDIT-FILE-OK
063900         MOVE 'Y' TO WF-AUDIT-MISSING-SW
064000         DISPLAY 'HELLO0233I NO AUDFILE - ELAPSED ESTIMATES '
064100                 'OMITTED'
064200         GO TO 4000-EXIT
064300     END-IF.
064400     MOVE 'N' TO WF-AUDIT-EOF-SW.
064500     PERFORM 4100-TALLY-ONE-AUDIT THRU 4100-EXIT
064600         UNTIL WF-AUDIT-EOF.
064700     CLOSE AUDIT-FILE.
064800     IF WF-HIST-ITERS > 0
064900         COMPUTE WF-EST-SECS ROUNDED =
065000             WF-HIST-SECS * WF-PROJECTED-COUNT / WF-HIST-ITERS
065100             ON SIZE ERROR
065200                 MOVE 999999999 TO WF-EST-SECS
065300         END-COMPUTE
065400         ADD WF-EST-SECS TO WF-TOTAL-EST-SECS
065500     END-IF.
065600 4000-EXIT.
065700     EXIT.
065800*****************************************************************
065900*                                                               *
066000*    4100-TALLY-ONE-AUDIT                                       *
066100*    READS ONE AUDIT RECORD AND ADDS IT TO THE HISTORY WHEN IT  *
066200*    IS A NORMAL RUN OF THE SEQUENCE ID WITH A USABLE ELAPSED   *
066300*    TIME.  RUNS WRITTEN BEFORE THE ELAPSED FIELDS EXISTED      *
066400*    (BLANK TAILS) ARE SKIPPED.                                 *
066500*                                                               *
066600*****************************************************************
066700 4100-TALLY-ONE-AUDIT.
066800     READ AUDIT-FILE
066900         AT END
067000             MOVE 'Y' TO WF-AUDIT-EOF-SW
067100     END-READ.
067200     IF WF-AUDIT-EOF
067300         GO TO 4100-EXIT
067400     END-IF.
067500     IF AUDIT-SEQUENCE-ID NOT = WF-SEQ-ID
067600         OR NOT AUDIT-STATUS-NORMAL
067700         OR AUDIT-ELAPSED-SECS IS NOT NUMERIC
067800         OR AUDIT-ITER-COUNT IS NOT NUMERIC
067900         GO TO 4100-EXIT
068000     END-IF.
068100     IF AUDIT-ITER-COUNT <= 0
068200         GO TO 4100-EXIT
068300     END-IF.
068400     ADD 1                  TO WF-HIST-RUNS.
068500     ADD AUDIT-ELAPSED-SECS TO WF-HIST-SECS.
068600     ADD AUDIT-ITER-COUNT   TO WF-HIST-ITERS.
068700 4100-EXIT.
068800     EXIT.
068900*****************************************************************
069000*                                                               *
069100*    5000-PRINT-CHANGE                                          *
069200*    PRINTS ONE CHANGE - ITS HEADER AND FLAG, THE CURRENT AND   *
069300*    PROPOSED VALUES SIDE BY SIDE (SEEDS AND MODULUS ONLY WHEN  *
069400*    EITHER SIDE IS MODE R), THEN THE TERM COUNTS, PROJECTED    *
069500*    RECORD COUNTS AND ELAPSED ESTIMATE.                        *
069600*                                                               *
069700*****************************************************************
069800 5000-PRINT-CHANGE.
069900     MOVE WF-SEQ-ID         TO WF-HD-SEQ-ID.
070000     MOVE WF-EFFECTIVE-DATE TO WF-HD-EFFECTIVE-DATE.
070100     MOVE SPACES            TO WF-HD-NOTE.
070200     MOVE SPACES            TO WF-HD-FLAG.
070300     IF NOT WF-CUR-FOUND
070400         MOVE '(NEW DEFINITION)' TO WF-HD-NOTE
070500     END-IF.
070600     IF WF-CEILING
070700         MOVE '*CEILING*'  TO WF-HD-FLAG
070800     END-IF.
070900     IF WF-OVERFLOW
071000         AND WF-NEW-MODE-RECURRENCE
071100         MOVE '*OVERFLOW*' TO WF-HD-FLAG
071200     END-IF.
071300     IF WF-HD-FLAG NOT = SPACES
071400         ADD 1 TO WF-FLAGGED-COUNT
071500         DISPLAY 'HELLO0234W CHANGE TO ' WF-SEQ-ID
071600                 ' EFFECTIVE ' WF-EFFECTIVE-DATE ' FLAGGED '
071700                 WF-HD-FLAG
071800     END-IF.
071900     INITIALIZE RPT-LINE.
072000     MOVE WF-CHANGE-HEAD-LINE TO RPT-TEXT.
072100     WRITE RPT-LINE.
072200     INITIALIZE RPT-LINE.
072300     MOVE WF-COLUMN-HEAD-LINE TO RPT-TEXT.
072400     WRITE RPT-LINE.
072500     MOVE 'BOUND'           TO WF-CMP-LABEL.
072600     MOVE WF-CUR-BOUND      TO WF-PAIR-CURRENT.
072700     MOVE WF-NEW-BOUND      TO WF-PAIR-PROPOSED.
072800     PERFORM 5100-PRINT-NUMBER-PAIR THRU 5100-EXIT.
072900     MOVE 'MODE'            TO WF-CMP-LABEL.
073000     MOVE WF-CUR-MODE-FLAG  TO WF-CMP-CURRENT.
073100     MOVE WF-NEW-MODE-FLAG  TO WF-CMP-PROPOSED.
073200     PERFORM 5200-PRINT-COMPARE-LINE THRU 5200-EXIT.
073300     MOVE 'START VAR1'      TO WF-CMP-LABEL.
073400     MOVE WF-CUR-START-VAR1 TO WF-PAIR-CURRENT.
073500     MOVE WF-NEW-START-VAR1 TO WF-PAIR-PROPOSED.
073600     PERFORM 5100-PRINT-NUMBER-PAIR THRU 5100-EXIT.
073700     MOVE 'END VAR1'        TO WF-CMP-LABEL.
073800     MOVE WF-CUR-END-VAR1   TO WF-PAIR-CURRENT.
073900     MOVE WF-NEW-END-VAR1   TO WF-PAIR-PROPOSED.
074000     PERFORM 5100-PRINT-NUMBER-PAIR THRU 5100-EXIT.
074100     IF WF-CUR-MODE-FLAG = 'R'
074200         OR WF-NEW-MODE-RECURRENCE
074300         MOVE 'SEED TERM 1'      TO WF-CMP-LABEL
074400         MOVE WF-CUR-SEED-TERM-1 TO WF-PAIR-CURRENT
074500         MOVE WF-NEW-SEED-TERM-1 TO WF-PAIR-PROPOSED
074600         PERFORM 5100-PRINT-NUMBER-PAIR THRU 5100-EXIT
074700         MOVE 'SEED TERM 2'      TO WF-CMP-LABEL
074800         MOVE WF-CUR-SEED-TERM-2 TO WF-PAIR-CURRENT
074900         MOVE WF-NEW-SEED-TERM-2 TO WF-PAIR-PROPOSED
075000         PERFORM 5100-PRINT-NUMBER-PAIR THRU 5100-EXIT
075100         MOVE 'MODULUS'          TO WF-CMP-LABEL
075200         MOVE WF-CUR-MODULUS     TO WF-PAIR-CURRENT
075300         MOVE WF-NEW-MODULUS     TO WF-PAIR-PROPOSED
075400         PERFORM 5100-PRINT-NUMBER-PAIR THRU 5100-EXIT
075500     END-IF.
075600     INITIALIZE RPT-LINE.
075700     MOVE 'TERMS NOW ON SEQKEYED' TO RPT-LABEL.
075800     MOVE WF-STORED-COUNT TO RPT-VALUE.
075900     WRITE RPT-LINE.
076000     INITIALIZE RPT-LINE.
076100     MOVE 'TERMS TO BE ADDED' TO RPT-LABEL.
076200     MOVE WF-ADDED-COUNT TO RPT-VALUE.
076300     WRITE RPT-LINE.
076400     INITIALIZE RPT-LINE.
076500     MOVE 'TERMS TO BE DROPPED' TO RPT-LABEL.
076600     MOVE WF-DROPPED-COUNT TO RPT-VALUE.
076700     WRITE RPT-LINE.
076800     INITIALIZE RPT-LINE.
076900     MOVE 'TERMS TO BE RE-VALUED' TO RPT-LABEL.
077000     MOVE WF-REVALUED-COUNT TO RPT-VALUE.
077100     WRITE RPT-LINE.
077200     INITIALIZE RPT-LINE.
077300     MOVE 'PROJECTED OUTFILE RECORDS' TO RPT-LABEL.
077400     MOVE WF-PROJECTED-COUNT TO RPT-VALUE.
077500     WRITE RPT-LINE.
077600     INITIALIZE RPT-LINE.
077700     MOVE 'PROJECTED XTRFILE DETAILS' TO RPT-LABEL.
077800     MOVE WF-PROJECTED-COUNT TO RPT-VALUE.
077900     WRITE RPT-LINE.
078000     INITIALIZE RPT-LINE.
078100     IF WF-HIST-RUNS > 0
078200         MOVE 'ESTIMATED ELAPSED SECONDS' TO RPT-LABEL
078300         MOVE WF-EST-SECS TO RPT-VALUE
078400     ELSE
078500         MOVE ' ESTIMATED ELAPSED SECONDS - NO AUDFILE HISTORY'
078600             TO RPT-TEXT
078700     END-IF.
078800     WRITE RPT-LINE.
078900     IF WF-HIST-RUNS > 0
079000         INITIALIZE RPT-LINE
079100         MOVE 'AUDFILE RUNS IN ESTIMATE' TO RPT-LABEL
079200         MOVE WF-HIST-RUNS TO RPT-VALUE
079300         WRITE RPT-LINE
079400     END-IF.
079500     IF WF-CEILING
079600         INITIALIZE RPT-LINE
079700         MOVE ' *CEILING* FIBONACCI RANGE ENDS PAST TERM 150 - '
079800             TO RPT-TEXT
079900         WRITE RPT-LINE
080000         INITIALIZE RPT-LINE
080100         MOVE '           THE DEFINITION WILL ABORT HELLO0019E'
080200             TO RPT-TEXT
080300         WRITE RPT-LINE
080400     END-IF.
080500     IF WF-OVERFLOW
080600         AND WF-NEW-MODE-RECURRENCE
080700         INITIALIZE RPT-LINE
080800         MOVE ' *OVERFLOW* RECURRENCE EXCEEDS 31 DIGITS - '
080900             TO RPT-TEXT
081000         WRITE RPT-LINE
081100         INITIALIZE RPT-LINE
081200         MOVE '           THE DEFINITION WILL ABORT HELLO0202E'
081300             TO RPT-TEXT
081400         WRITE RPT-LINE
081500     END-IF.
081600     INITIALIZE RPT-LINE.
081700     WRITE RPT-LINE.
081800     ADD WF-PROJECTED-COUNT TO WF-TOTAL-PROJECTED.
081900 5000-EXIT.
082000     EXIT.
082100*****************************************************************
082200*                                                               *
082300*    5100-PRINT-NUMBER-PAIR                                     *
082400*    EDITS A CURRENT/PROPOSED NUMBER PAIR INTO THE COMPARE      *
082500*    LINE AND PRINTS IT.  A NEW DEFINITION HAS NO CURRENT       *
082600*    VALUE TO SHOW.                                             *
082700*                                                               *
082800*****************************************************************
082900 5100-PRINT-NUMBER-PAIR.
083000     MOVE WF-PAIR-CURRENT  TO WF-EDIT-NUMBER.
083100     MOVE WF-EDIT-NUMBER   TO WF-CMP-CURRENT.
083200     MOVE WF-PAIR-PROPOSED TO WF-EDIT-NUMBER.
083300     MOVE WF-EDIT-NUMBER   TO WF-CMP-PROPOSED.
083400     PERFORM 5200-PRINT-COMPARE-LINE THRU 5200-EXIT.
083500 5100-EXIT.
083600     EXIT.
083700*****************************************************************
083800*                                                               *
083900*    5200-PRINT-COMPARE-LINE                                    *
084000*    MARKS THE COMPARE LINE WHEN THE VALUE CHANGES AND PRINTS   *
084100*    IT.                                                        *
084200*                                                               *
084300*****************************************************************
084400 5200-PRINT-COMPARE-LINE.
084500     MOVE SPACES TO WF-CMP-CHANGED.
084600     IF WF-CMP-CURRENT NOT = WF-CMP-PROPOSED
084700         MOVE 'CHANGED' TO WF-CMP-CHANGED
084800     END-IF.
084900     IF NOT WF-CUR-FOUND
085000         MOVE '(NONE)'  TO WF-CMP-CURRENT
085100         MOVE SPACES    TO WF-CMP-CHANGED
085200     END-IF.
085300     INITIALIZE RPT-LINE.
085400     MOVE WF-COMPARE-LINE TO RPT-TEXT.
085500     WRITE RPT-LINE.
085600 5200-EXIT.
085700     EXIT.
085800*****************************************************************
085900*                                                               *
086000*    9000-TERMINATE                                             *
086100*    PRINTS THE REPORT TOTALS, CLOSES THE FILES AND SETS THE    *
086200*    STEP RETURN CODE - 4 WHEN ANY CHANGE WAS FLAGGED, SO THE   *
086300*    FLAG IS NOT MISSED IN A CLEAN-LOOKING LISTING.             *
086400*                                                               *
086500*****************************************************************
086600 9000-TERMINATE.
086700     IF WF-PEND-OPENED
086800         CLOSE PEND-FILE
086900     END-IF.
087000     CLOSE PARM-FILE.
087100     CLOSE SEQ-FILE.
087200     IF WF-PREVIEW-COUNT = 0
087300         INITIALIZE RPT-LINE
087400         MOVE ' NO STAGED CHANGES DUE IN THE WINDOW' TO RPT-TEXT
087500         WRITE RPT-LINE
087600     END-IF.
087700     INITIALIZE RPT-LINE.
087800     MOVE ALL '-' TO RPT-TEXT.
087900     WRITE RPT-LINE.
088000     INITIALIZE RPT-LINE.
088100     MOVE 'CHANGES PREVIEWED' TO RPT-LABEL.
088200     MOVE WF-PREVIEW-COUNT TO RPT-VALUE.
088300     WRITE RPT-LINE.
088400     INITIALIZE RPT-LINE.
088500     MOVE 'CHANGES FLAGGED' TO RPT-LABEL.
088600     MOVE WF-FLAGGED-COUNT TO RPT-VALUE.
088700     WRITE RPT-LINE.
088800     INITIALIZE RPT-LINE.
088900     MOVE 'CHANGES BEYOND THE WINDOW' TO RPT-LABEL.
089000     MOVE WF-BEYOND-COUNT TO RPT-VALUE.
089100     WRITE RPT-LINE.
089200     INITIALIZE RPT-LINE.
089300     MOVE 'TOTAL PROJECTED OUTFILE' TO RPT-LABEL.
089400     MOVE WF-TOTAL-PROJECTED TO RPT-VALUE.
089500     WRITE RPT-LINE.
089600     INITIALIZE RPT-LINE.
089700     MOVE 'TOTAL ESTIMATED SECONDS' TO RPT-LABEL.
089800     MOVE WF-TOTAL-EST-SECS TO RPT-VALUE.
089900     WRITE RPT-LINE.
090000     CLOSE RPT-FILE.
090100     DISPLAY 'HELLO0235I WHAT-IF PREVIEW COMPLETE - '
090200             WF-PREVIEW-COUNT ' CHANGES ' WF-FLAGGED-COUNT
090300             ' FLAGGED'.
090400     IF WF-FLAGGED-COUNT > 0
090500         MOVE 4 TO RETURN-CODE
090600     ELSE
090700         MOVE 0 TO RETURN-CODE
090800     END-IF.
090900 9000-EXIT.
091000     EXIT.
091100*****************************************************************
091200*                                                               *
091300*    8000-ABEND-EXIT                                            *
091400*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE PREVIEW CAN    *
091500*    START (BAD PARAMETER OR A FILE THAT COULD NOT BE OPENED).  *
091600*                                                               *
091700*****************************************************************
091800 8000-ABEND-EXIT.
091900     GO TO 9999-EXIT.
092000 9999-EXIT.
092100     STOP RUN.
