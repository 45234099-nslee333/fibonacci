000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOTLK.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLOTLK                                     *
001000*    DESCRIPTION: CALLABLE TERM-LOOKUP SUBROUTINE FOR OTHER    *
001100*                 APPLICATIONS' BATCH PROGRAMS, SO THEY STOP   *
001200*                 READING OUTFILE END TO END OR CARRYING THEIR *
001300*                 OWN COPY OF THE GENERATOR.  THE CALLER       *
001400*                 PASSES A SEQUENCE ID AND ONE VAR1 OR A       *
001500*                 FROM/TO RANGE IN THE TLKLINK AREA AND GETS   *
001600*                 BACK THE MODE FLAG, THE TERM VALUES AND A    *
001700*                 RETURN/REASON CODE.  EACH TERM IS READ BY    *
001800*                 KEY FROM THE KEYED SEQUENCE STORE            *
001900*                 (SEQKEYED); A TERM NOT ON THE STORE IS       *
002000*                 COMPUTED FROM THE PARMDEF DEFINITION         *
002100*                 EXACTLY AS HELLO SEEDS AND ADVANCES IT, AND  *
002200*                 ONLY INSIDE THE RANGE HELLO WOULD GENERATE.  *
002300*                 CALLS ARE COUNTED BY CALLING PROGRAM AND     *
002400*                 SEQUENCE ID AND WRITTEN TO THE TLKUSAGE LOG  *
002500*                 ON THE CLOSE CALL, WHICH HELLOMNT CONSULTS   *
002600*                 BEFORE A DEFINITION IS CHANGED OR DELETED.   *
002700*                 THE FILES ARE OPENED ON THE FIRST LOOKUP AND *
002800*                 STAY OPEN UNTIL THE CLOSE CALL.  NOTHING IS  *
002900*                 DISPLAYED AND THE CALLER'S RETURN-CODE IS    *
003000*                 NOT TOUCHED - EVERY OUTCOME IS REPORTED IN   *
003100*                 THE LINKAGE AREA.                            *
003200*                                                               *
003300*    MAINTENANCE HISTORY                                       *
003400*    DATE       INIT  DESCRIPTION                               *
003500*    -------    ----  ------------------------------------     *
003600*    10/15/26   RMS   ORIGINAL                                  *
003700*                                                               *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SEQ-FILE         ASSIGN TO SEQFILE
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS DYNAMIC
004800                             RECORD KEY IS SEQ-STORE-KEY
004900                             FILE STATUS IS TL-SEQ-FILE-STATUS.
005000     SELECT PARM-FILE        ASSIGN TO PARMFILE
005100                             ORGANIZATION IS INDEXED
005200                             ACCESS MODE IS RANDOM
005300                             RECORD KEY IS PARM-SEQUENCE-ID
005400                             FILE STATUS IS TL-PARM-FILE-STATUS.
005500     SELECT USAGE-FILE       ASSIGN TO TLKUSAGE
005600                             ORGANIZATION IS LINE SEQUENTIAL
005700                             FILE STATUS IS TL-USAGE-FILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  SEQ-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORDING MODE IS F.
006400     COPY SEQREC.
006500 FD  PARM-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800     COPY PARMREC.
006900 FD  USAGE-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200     COPY TLKUREC.
007300*
007400 WORKING-STORAGE SECTION.
007500*****************************************************************
007600*    SWITCHES                                                  *
007700*****************************************************************
007800 01  TL-SWITCHES.
007900     05  TL-SEQ-FILE-STATUS      PIC X(02)   VALUE '00'.
008000         88  TL-SEQ-FILE-OK              VALUE '00'.
008100     05  TL-PARM-FILE-STATUS     PIC X(02)   VALUE '00'.
008200         88  TL-PARM-FILE-OK             VALUE '00'.
008300     05  TL-USAGE-FILE-STATUS    PIC X(02)   VALUE '00'.
008400         88  TL-USAGE-FILE-OK            VALUE '00'.
008500     05  TL-FILES-OPEN-SW        PIC X(01)   VALUE 'N'.
008600         88  TL-FILES-OPEN               VALUE 'Y'.
008700     05  TL-SEQ-AVAIL-SW         PIC X(01)   VALUE 'N'.
008800         88  TL-SEQ-AVAILABLE            VALUE 'Y'.
008900     05  TL-PARM-AVAIL-SW        PIC X(01)   VALUE 'N'.
009000         88  TL-PARM-AVAILABLE           VALUE 'Y'.
009100     05  TL-ON-STORE-SW          PIC X(01)   VALUE 'N'.
009200         88  TL-ON-STORE                 VALUE 'Y'.
009300     05  TL-DEF-LOADED-SW        PIC X(01)   VALUE 'N'.
009400         88  TL-DEF-LOADED               VALUE 'Y'.
009500     05  TL-STOP-SW              PIC X(01)   VALUE 'N'.
009600         88  TL-STOP                     VALUE 'Y'.
009700     05  TL-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
009800         88  TL-OVERFLOW                 VALUE 'Y'.
009900*****************************************************************
010000*    REQUEST WORK FIELDS                                       *
010100*****************************************************************
010200 01  TL-REQUEST-FIELDS.
010300     05  TL-FROM-VAR1            PIC S9(09)  COMP    VALUE 0.
010400     05  TL-TO-VAR1              PIC S9(09)  COMP    VALUE 0.
010500     05  TL-VAR1                 PIC S9(09)  COMP    VALUE 0.
010600     05  TL-STORE-HITS           PIC S9(09)  COMP    VALUE 0.
010700     05  TL-COMPUTED-HITS        PIC S9(09)  COMP    VALUE 0.
010800*****************************************************************
010900*    DEFINITION READ FROM PARMDEF FOR THE COMPUTED FALLBACK.   *
011000*    THE FIELDS AND THE WALK MATCH HELLO'S OWN SO A COMPUTED   *
011100*    TERM IS THE VALUE THE WINDOW WOULD HAVE STORED.           *
011200*****************************************************************
011300 01  TL-DEFINITION-FIELDS.
011400     05  TL-DEF-BOUND            PIC S9(09)  COMP    VALUE 0.
011500     05  TL-DEF-MODE-FLAG        PIC X(01)   VALUE SPACE.
011600         88  TL-DEF-MODE-VALID           VALUES 'C' 'F' 'R'.
011700         88  TL-DEF-MODE-FIBONACCI       VALUE 'F'.
011800         88  TL-DEF-MODE-RECURRENCE      VALUE 'R'.
011900         88  TL-DEF-MODE-TERMS           VALUES 'F' 'R'.
012000     05  TL-DEF-LOW-VAR1         PIC S9(09)  COMP    VALUE 0.
012100     05  TL-DEF-HIGH-VAR1        PIC S9(09)  COMP    VALUE 0.
012200     05  TL-DEF-MODULUS          PIC S9(18)  COMP    VALUE 0.
012300 01  TL-TERM-FIELDS.
012400     05  TL-WALK-VAR1            PIC S9(09)  COMP    VALUE 0.
012500     05  TL-PRIOR-TERM           PIC S9(31)  SIGN LEADING
012600                                             SEPARATE VALUE 0.
012700     05  TL-CURRENT-TERM         PIC S9(31)  SIGN LEADING
012800                                             SEPARATE VALUE 0.
012900     05  TL-NEXT-TERM            PIC S9(31)  SIGN LEADING
013000                                             SEPARATE VALUE 0.
013100     05  TL-TERM-QUOTIENT        PIC S9(31)  SIGN LEADING
013200                                             SEPARATE VALUE 0.
013300     05  TL-TERM-REMAINDER       PIC S9(31)  SIGN LEADING
013400                                             SEPARATE VALUE 0.
013500 77  TL-FIB-MAX-VAR1             PIC S9(04)  COMP    VALUE 150.
013600 77  TL-MAX-TERMS                PIC S9(04)  COMP    VALUE 100.
013700*****************************************************************
013800*    USAGE ACCUMULATED BY CALLING PROGRAM AND SEQUENCE ID      *
013900*****************************************************************
014000 01  TL-USAGE-FIELDS.
014100     05  TL-LOG-DATE             PIC X(08)   VALUE SPACES.
014200     05  TL-LOG-TIME             PIC X(06)   VALUE SPACES.
014300     05  TL-USAGE-COUNT          PIC S9(04)  COMP    VALUE 0.
014400     05  TL-USAGE-SUB            PIC S9(04)  COMP    VALUE 0.
014500     05  TL-USAGE-HIT            PIC S9(04)  COMP    VALUE 0.
014600     05  TL-USAGE-ENTRY          OCCURS 200 TIMES.
014700         10  TL-USE-CALLER-ID    PIC X(08).
014800         10  TL-USE-SEQUENCE-ID  PIC X(08).
014900         10  TL-USE-CALLS        PIC S9(09)  COMP.
015000         10  TL-USE-STORE        PIC S9(09)  COMP.
015100         10  TL-USE-COMPUTED     PIC S9(09)  COMP.
015200         10  TL-USE-FAILED       PIC S9(09)  COMP.
015300 77  TL-USAGE-MAX                PIC S9(04)  COMP    VALUE 200.
015400*
015500 LINKAGE SECTION.
015600     COPY TLKLINK.
015700*
015800 PROCEDURE DIVISION USING TERM-LOOKUP-AREA.
015900*****************************************************************
016000*                                                               *
016100*    0000-MAINLINE                                              *
016200*    CONTROLS ONE CALL.  A CLOSE CALL WRITES THE USAGE LOG AND  *
016300*    CLOSES THE FILES; A LOOKUP CALL IS EDITED, ANSWERED AND    *
016400*    COUNTED AGAINST ITS CALLING PROGRAM.                       *
016500*                                                               *
016600*****************************************************************
016700 0000-MAINLINE.
016800     IF TLK-FUNC-CLOSE
016900         PERFORM 9000-TERMINATE THRU 9000-EXIT
017000         GO TO 9999-EXIT
017100     END-IF.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 1500-EDIT-REQUEST THRU 1500-EXIT.
017400     IF TLK-RC-OK
017500         PERFORM 2000-ANSWER-REQUEST THRU 2000-EXIT
017600     END-IF.
017700     PERFORM 7000-RECORD-USAGE THRU 7000-EXIT.
017800     GO TO 9999-EXIT.
017900*****************************************************************
018000*                                                               *
018100*    1000-INITIALIZE                                            *
018200*    CLEARS THE RESPONSE AND, ON THE FIRST LOOKUP (OR THE FIRST *
018300*    AFTER A CLOSE), OPENS SEQKEYED AND PARMDEF.  EITHER ONE    *
018400*    MAY BE MISSING - THE OTHER STILL ANSWERS WHAT IT CAN.      *
018500*                                                               *
018600*****************************************************************
018700 1000-INITIALIZE.
018800     MOVE 0     TO TLK-RETURN-CODE.
018900     MOVE 0     TO TLK-REASON-CODE.
019000     MOVE SPACE TO TLK-MODE-FLAG.
019100     MOVE 0     TO TLK-TERM-COUNT.
019200     MOVE 0     TO TL-STORE-HITS.
019300     MOVE 0     TO TL-COMPUTED-HITS.
019400     MOVE 'N'   TO TL-DEF-LOADED-SW.
019500     MOVE 'N'   TO TL-STOP-SW.
019600     IF TL-FILES-OPEN
019700         GO TO 1000-EXIT
019800     END-IF.
019900     MOVE 'Y' TO TL-FILES-OPEN-SW.
020000     ACCEPT TL-LOG-DATE FROM DATE YYYYMMDD.
020100     OPEN INPUT SEQ-FILE.
020200     IF TL-SEQ-FILE-OK
020300         MOVE 'Y' TO TL-SEQ-AVAIL-SW
020400     ELSE
020500         MOVE 'N' TO TL-SEQ-AVAIL-SW
020600     END-IF.
020700     OPEN INPUT PARM-FILE.
020800     IF TL-PARM-FILE-OK
020900         MOVE 'Y' TO TL-PARM-AVAIL-SW
021000     ELSE
021100         MOVE 'N' TO TL-PARM-AVAIL-SW
021200     END-IF.
021300 1000-EXIT.
021400     EXIT.
021500*****************************************************************
021600*                                                               *
021700*    1500-EDIT-REQUEST                                          *
021800*    EDITS THE CALLER'S REQUEST BEFORE ANY FILE IS READ - THE   *
021900*    FUNCTION CODE, A CALLER ID TO LOG THE USE AGAINST, THE     *
022000*    SEQUENCE ID, A NUMERIC NONZERO FROM VALUE, A TO VALUE NOT  *
022100*    BEFORE IT, AND A RANGE THAT FITS THE TERM TABLE.  A ZERO   *
022200*    TO VALUE ASKS FOR THE ONE TERM AT THE FROM VALUE.          *
022300*                                                               *
022400*****************************************************************
022500 1500-EDIT-REQUEST.
022600     IF NOT TLK-FUNC-LOOKUP
022700         MOVE 12   TO TLK-RETURN-CODE
022800         MOVE 1201 TO TLK-REASON-CODE
022900         GO TO 1500-EXIT
023000     END-IF.
023100     IF TLK-CALLER-ID = SPACES
023200         MOVE 12   TO TLK-RETURN-CODE
023300         MOVE 1206 TO TLK-REASON-CODE
023400         GO TO 1500-EXIT
023500     END-IF.
023600     IF TLK-SEQUENCE-ID = SPACES
023700         MOVE 12   TO TLK-RETURN-CODE
023800         MOVE 1202 TO TLK-REASON-CODE
023900         GO TO 1500-EXIT
024000     END-IF.
024100     IF TLK-FROM-VAR1 IS NOT NUMERIC
024200         OR TLK-TO-VAR1 IS NOT NUMERIC
024300         MOVE 12   TO TLK-RETURN-CODE
024400         MOVE 1203 TO TLK-REASON-CODE
024500         GO TO 1500-EXIT
024600     END-IF.
024700     IF TLK-FROM-VAR1 = 0
024800         MOVE 12   TO TLK-RETURN-CODE
024900         MOVE 1203 TO TLK-REASON-CODE
025000         GO TO 1500-EXIT
025100     END-IF.
025200     MOVE TLK-FROM-VAR1 TO TL-FROM-VAR1.
025300     MOVE TLK-TO-VAR1   TO TL-TO-VAR1.
025400     IF TL-TO-VAR1 = 0
025500         MOVE TL-FROM-VAR1 TO TL-TO-VAR1
025600     END-IF.
025700     IF TL-TO-VAR1 < TL-FROM-VAR1
025800         MOVE 12   TO TLK-RETURN-CODE
025900         MOVE 1204 TO TLK-REASON-CODE
026000         GO TO 1500-EXIT
026100     END-IF.
026200     IF TL-TO-VAR1 - TL-FROM-VAR1 + 1 > TL-MAX-TERMS
026300         MOVE 12   TO TLK-RETURN-CODE
026400         MOVE 1205 TO TLK-REASON-CODE
026500         GO TO 1500-EXIT
026600     END-IF.
026700     IF NOT TL-SEQ-AVAILABLE
026800         AND NOT TL-PARM-AVAILABLE
026900         MOVE 16   TO TLK-RETURN-CODE
027000         MOVE 1601 TO TLK-REASON-CODE
027100     END-IF.
027200 1500-EXIT.
027300     EXIT.
027400*****************************************************************
027500*                                                               *
027600*    2000-ANSWER-REQUEST                                        *
027700*    ANSWERS EACH VAR1 OF THE REQUEST IN TURN, STOPPING AT THE  *
027800*    FIRST TERM THAT CAN BE NEITHER READ NOR COMPUTED.  ANY     *
027900*    TERM COMPUTED FROM THE DEFINITION MAKES THE CALL RC 04 SO  *
028000*    THE CALLER KNOWS THE STORE DID NOT HOLD IT.                *
028100*                                                               *
028200*****************************************************************
028300 2000-ANSWER-REQUEST.
028400     PERFORM 2100-ANSWER-ONE-TERM THRU 2100-EXIT
028500         VARYING TL-VAR1 FROM TL-FROM-VAR1 BY 1
028600             UNTIL TL-VAR1 > TL-TO-VAR1
028700                OR TL-STOP.
028800     IF TL-STOP
028900         GO TO 2000-EXIT
029000     END-IF.
029100     IF TL-COMPUTED-HITS > 0
029200         MOVE 4    TO TLK-RETURN-CODE
029300         MOVE 0401 TO TLK-REASON-CODE
029400     END-IF.
029500 2000-EXIT.
029600     EXIT.
029700*****************************************************************
029800*                                                               *
029900*    2100-ANSWER-ONE-TERM                                       *
030000*    READS THE TERM FOR THIS VAR1 BY KEY FROM SEQKEYED AND      *
030100*    ADDS IT TO THE TERM TABLE; A TERM NOT ON THE STORE (OR NO  *
030200*    STORE AT ALL) FALLS BACK TO THE DEFINITION.                *
030300*                                                               *
030400*****************************************************************
030500 2100-ANSWER-ONE-TERM.
030600     MOVE 'N' TO TL-ON-STORE-SW.
030700     IF TL-SEQ-AVAILABLE
030800         MOVE TLK-SEQUENCE-ID TO SEQ-SEQUENCE-ID
030900         MOVE TL-VAR1         TO SEQ-VAR1-KEY
031000         READ SEQ-FILE
031100             INVALID KEY
031200                 MOVE 'N' TO TL-ON-STORE-SW
031300             NOT INVALID KEY
031400                 MOVE 'Y' TO TL-ON-STORE-SW
031500         END-READ
031600     END-IF.
031700     IF NOT TL-ON-STORE
031800         PERFORM 2200-COMPUTE-TERM THRU 2200-EXIT
031900         GO TO 2100-EXIT
032000     END-IF.
032100     ADD 1 TO TLK-TERM-COUNT.
032200     MOVE TL-VAR1             TO TLK-TERM-VAR1 (TLK-TERM-COUNT).
032300     MOVE 'S'                 TO TLK-TERM-SOURCE (TLK-TERM-COUNT).
032400     MOVE SEQ-FIBONACCI-VALUE TO TLK-TERM-VALUE (TLK-TERM-COUNT).
032500     IF TLK-MODE-FLAG = SPACE
032600         MOVE SEQ-MODE-FLAG   TO TLK-MODE-FLAG
032700     END-IF.
032800     ADD 1 TO TL-STORE-HITS.
032900 2100-EXIT.
033000     EXIT.
033100*****************************************************************
033200*                                                               *
033300*    2200-COMPUTE-TERM                                          *
033400*    COMPUTES THE TERM AT THIS VAR1 FROM THE PARMDEF            *
033500*    DEFINITION, LOADED ON THE FIRST TERM OF THE CALL THAT      *
033600*    NEEDS IT.  ONLY A VAR1 INSIDE THE RANGE HELLO GENERATES    *
033700*    FOR THE DEFINITION IS ANSWERED, AND NEVER PAST THE         *
033800*    31-DIGIT CAPACITY.  THE WALK ONLY MOVES FORWARD, SO A      *
033900*    RANGE IS WALKED ONCE NO MATTER HOW MANY OF ITS TERMS ARE   *
034000*    MISSING FROM THE STORE.                                    *
034100*                                                               *
034200*****************************************************************
034300 2200-COMPUTE-TERM.
034400     IF NOT TL-DEF-LOADED
034500         PERFORM 2300-LOAD-DEFINITION THRU 2300-EXIT
034600         IF TL-STOP
034700             GO TO 2200-EXIT
034800         END-IF
034900     END-IF.
035000     IF TL-VAR1 < TL-DEF-LOW-VAR1
035100         OR TL-VAR1 > TL-DEF-HIGH-VAR1
035200         MOVE 8    TO TLK-RETURN-CODE
035300         MOVE 0802 TO TLK-REASON-CODE
035400         MOVE 'Y'  TO TL-STOP-SW
035500         GO TO 2200-EXIT
035600     END-IF.
035700     IF TL-DEF-MODE-FIBONACCI
035800         AND TL-VAR1 > TL-FIB-MAX-VAR1
035900         MOVE 8    TO TLK-RETURN-CODE
036000         MOVE 0803 TO TLK-REASON-CODE
036100         MOVE 'Y'  TO TL-STOP-SW
036200         GO TO 2200-EXIT
036300     END-IF.
036400     IF TL-DEF-MODE-TERMS
036500         PERFORM 2500-ADVANCE-ONE-TERM THRU 2500-EXIT
036600             UNTIL TL-WALK-VAR1 >= TL-VAR1
036700                OR TL-OVERFLOW
036800     END-IF.
036900     IF TL-OVERFLOW
037000         MOVE 8    TO TLK-RETURN-CODE
037100         MOVE 0803 TO TLK-REASON-CODE
037200         MOVE 'Y'  TO TL-STOP-SW
037300         GO TO 2200-EXIT
037400     END-IF.
037500     ADD 1 TO TLK-TERM-COUNT.
037600     MOVE TL-VAR1          TO TLK-TERM-VAR1 (TLK-TERM-COUNT).
037700     MOVE 'P'              TO TLK-TERM-SOURCE (TLK-TERM-COUNT).
037800     IF TL-DEF-MODE-TERMS
037900         MOVE TL-CURRENT-TERM TO TLK-TERM-VALUE (TLK-TERM-COUNT)
038000     ELSE
038100         MOVE 0               TO TLK-TERM-VALUE (TLK-TERM-COUNT)
038200     END-IF.
038300     IF TLK-MODE-FLAG = SPACE
038400         MOVE TL-DEF-MODE-FLAG TO TLK-MODE-FLAG
038500     END-IF.
038600     ADD 1 TO TL-COMPUTED-HITS.
038700 2200-EXIT.
038800     EXIT.
038900*****************************************************************
039000*                                                               *
039100*    2300-LOAD-DEFINITION                                       *
039200*    READS THE DEFINITION BY KEY AND EDITS IT AS HELLO'S 1500,  *
039300*    1550 AND 1570 EDITS DO - A BOUND THAT IS NOT NUMERIC OR    *
039400*    NOT POSITIVE, AN UNKNOWN MODE, A MALFORMED SUB-RANGE, OR   *
039500*    MODE R SEEDS/MODULUS THAT ARE NOT NUMERIC OR ARE NEGATIVE  *
039600*    WOULD ABORT THE WINDOW, SO NO TERM IS COMPUTED FROM THEM.  *
039700*    THE RANGE IS THE SUB-RANGE WHEN ONE IS SET, OTHERWISE 1    *
039800*    THRU THE BOUND, AND THE TERMS ARE SEEDED SO THE CURRENT    *
039900*    TERM IS TERM 1, AS HELLO'S 1580-SEED-TERMS DOES.           *
040000*                                                               *
040100*****************************************************************
040200 2300-LOAD-DEFINITION.
040300     MOVE 'Y' TO TL-DEF-LOADED-SW.
040400     IF NOT TL-PARM-AVAILABLE
040500         MOVE 16   TO TLK-RETURN-CODE
040600         MOVE 1602 TO TLK-REASON-CODE
040700         MOVE 'Y'  TO TL-STOP-SW
040800         GO TO 2300-EXIT
040900     END-IF.
041000     MOVE TLK-SEQUENCE-ID TO PARM-SEQUENCE-ID.
041100     READ PARM-FILE
041200         INVALID KEY
041300             MOVE 8    TO TLK-RETURN-CODE
041400             MOVE 0801 TO TLK-REASON-CODE
041500             MOVE 'Y'  TO TL-STOP-SW
041600             GO TO 2300-EXIT
041700     END-READ.
041800     MOVE 8    TO TLK-RETURN-CODE.
041900     MOVE 0804 TO TLK-REASON-CODE.
042000     MOVE 'Y'  TO TL-STOP-SW.
042100     IF PARM-BOUND IS NOT NUMERIC
042200         OR PARM-START-VAR1 IS NOT NUMERIC
042300         OR PARM-END-VAR1 IS NOT NUMERIC
042400         GO TO 2300-EXIT
042500     END-IF.
042600     IF PARM-BOUND <= 0
042700         GO TO 2300-EXIT
042800     END-IF.
042900     MOVE PARM-MODE-FLAG TO TL-DEF-MODE-FLAG.
043000     IF NOT TL-DEF-MODE-VALID
043100         GO TO 2300-EXIT
043200     END-IF.
043300     MOVE PARM-BOUND TO TL-DEF-BOUND.
043400     IF PARM-START-VAR1 = 0 AND PARM-END-VAR1 = 0
043500         MOVE 1               TO TL-DEF-LOW-VAR1
043600         MOVE TL-DEF-BOUND    TO TL-DEF-HIGH-VAR1
043700     ELSE
043800         IF PARM-START-VAR1 <= 0 OR PARM-END-VAR1 <= 0
043900             OR PARM-START-VAR1 > PARM-END-VAR1
044000             OR PARM-END-VAR1 > PARM-BOUND
044100             GO TO 2300-EXIT
044200         END-IF
044300         MOVE PARM-START-VAR1 TO TL-DEF-LOW-VAR1
044400         MOVE PARM-END-VAR1   TO TL-DEF-HIGH-VAR1
044500     END-IF.
044600     IF TL-DEF-MODE-RECURRENCE
044700         IF PARM-SEED-TERM-1 IS NOT NUMERIC
044800             OR PARM-SEED-TERM-2 IS NOT NUMERIC
044900             OR PARM-MODULUS IS NOT NUMERIC
045000             GO TO 2300-EXIT
045100         END-IF
045200         IF PARM-SEED-TERM-1 < 0
045300             OR PARM-SEED-TERM-2 < 0
045400             OR PARM-MODULUS < 0
045500             GO TO 2300-EXIT
045600         END-IF
045700     END-IF.
045800     MOVE 0    TO TLK-RETURN-CODE.
045900     MOVE 0    TO TLK-REASON-CODE.
046000     MOVE 'N'  TO TL-STOP-SW.
046100     PERFORM 2400-SEED-TERMS THRU 2400-EXIT.
046200 2300-EXIT.
046300     EXIT.
046400*****************************************************************
046500*                                                               *
046600*    2400-SEED-TERMS                                            *
046700*    PRIMES THE PRIOR/CURRENT PAIR SO THE CURRENT TERM IS TERM  *
046800*    1 - FIBONACCI 0 AND 1; MODE R REDUCES BOTH SEEDS BY THE    *
046900*    MODULUS (WHEN ONE IS GIVEN) AND CARRIES SEED 2 LESS SEED   *
047000*    1 AS THE PRIOR, SO THE FIRST ADVANCE LANDS ON SEED 2.      *
047100*                                                               *
047200*****************************************************************
047300 2400-SEED-TERMS.
047400     MOVE 1   TO TL-WALK-VAR1.
047500     MOVE 0   TO TL-DEF-MODULUS.
047600     MOVE 'N' TO TL-OVERFLOW-SW.
047700     IF NOT TL-DEF-MODE-RECURRENCE
047800         MOVE 0 TO TL-PRIOR-TERM
047900         MOVE 1 TO TL-CURRENT-TERM
048000         GO TO 2400-EXIT
048100     END-IF.
048200     MOVE PARM-MODULUS     TO TL-DEF-MODULUS.
048300     MOVE PARM-SEED-TERM-1 TO TL-CURRENT-TERM.
048400     MOVE PARM-SEED-TERM-2 TO TL-NEXT-TERM.
048500     IF TL-DEF-MODULUS > 0
048600         DIVIDE TL-CURRENT-TERM BY TL-DEF-MODULUS
048700             GIVING TL-TERM-QUOTIENT
048800             REMAINDER TL-TERM-REMAINDER
048900         MOVE TL-TERM-REMAINDER TO TL-CURRENT-TERM
049000         DIVIDE TL-NEXT-TERM BY TL-DEF-MODULUS
049100             GIVING TL-TERM-QUOTIENT
049200             REMAINDER TL-TERM-REMAINDER
049300         MOVE TL-TERM-REMAINDER TO TL-NEXT-TERM
049400     END-IF.
049500     COMPUTE TL-PRIOR-TERM = TL-NEXT-TERM - TL-CURRENT-TERM.
049600 2400-EXIT.
049700     EXIT.
049800*****************************************************************
049900*                                                               *
050000*    2500-ADVANCE-ONE-TERM                                      *
050100*    ADVANCES THE PRIOR AND CURRENT TERMS BY ONE POSITION,      *
050200*    REDUCING BY THE MODULUS FOR A MODE R DEFINITION THAT HAS   *
050300*    ONE, AND FLAGGING THE OVERFLOW INSTEAD OF LETTING THE SUM  *
050400*    TRUNCATE.                                                  *
050500*                                                               *
050600*****************************************************************
050700 2500-ADVANCE-ONE-TERM.
050800     COMPUTE TL-NEXT-TERM = TL-PRIOR-TERM + TL-CURRENT-TERM
050900         ON SIZE ERROR
051000             MOVE 'Y' TO TL-OVERFLOW-SW
051100             GO TO 2500-EXIT
051200     END-COMPUTE.
051300     IF TL-DEF-MODE-RECURRENCE
051400         AND TL-DEF-MODULUS > 0
051500         DIVIDE TL-NEXT-TERM BY TL-DEF-MODULUS
051600             GIVING TL-TERM-QUOTIENT
051700             REMAINDER TL-TERM-REMAINDER
051800         MOVE TL-TERM-REMAINDER TO TL-NEXT-TERM
051900     END-IF.
052000     MOVE TL-CURRENT-TERM TO TL-PRIOR-TERM.
052100     MOVE TL-NEXT-TERM    TO TL-CURRENT-TERM.
052200     ADD 1 TO TL-WALK-VAR1.
052300 2500-EXIT.
052400     EXIT.
052500*****************************************************************
052600*                                                               *
052700*    7000-RECORD-USAGE                                          *
052800*    COUNTS THE CALL AGAINST ITS CALLING PROGRAM AND SEQUENCE   *
052900*    ID - TERMS FROM THE STORE, TERMS COMPUTED, AND CALLS THAT  *
053000*    FAILED RC 08 OR WORSE.  A CALL WITHOUT A CALLER OR         *
053100*    SEQUENCE ID HAS NOTHING TO RECORD.  WHEN THE TABLE IS      *
053200*    FULL IT IS WRITTEN TO THE LOG AND STARTED AGAIN.           *
053300*                                                               *
053400*****************************************************************
053500 7000-RECORD-USAGE.
053600     IF TLK-CALLER-ID = SPACES
053700         OR TLK-SEQUENCE-ID = SPACES
053800         GO TO 7000-EXIT
053900     END-IF.
054000     MOVE 0 TO TL-USAGE-HIT.
054100     PERFORM 7100-MATCH-USAGE THRU 7100-EXIT
054200         VARYING TL-USAGE-SUB FROM 1 BY 1
054300             UNTIL TL-USAGE-SUB > TL-USAGE-COUNT
054400                OR TL-USAGE-HIT > 0.
054500     IF TL-USAGE-HIT = 0
054600         IF TL-USAGE-COUNT >= TL-USAGE-MAX
054700             PERFORM 8000-WRITE-USAGE-LOG THRU 8000-EXIT
054800         END-IF
054900         ADD 1 TO TL-USAGE-COUNT
055000         MOVE TL-USAGE-COUNT  TO TL-USAGE-HIT
055100         MOVE TLK-CALLER-ID   TO TL-USE-CALLER-ID (TL-USAGE-HIT)
055200         MOVE TLK-SEQUENCE-ID TO TL-USE-SEQUENCE-ID (TL-USAGE-HIT)
055300         MOVE 0               TO TL-USE-CALLS (TL-USAGE-HIT)
055400         MOVE 0               TO TL-USE-STORE (TL-USAGE-HIT)
055500         MOVE 0               TO TL-USE-COMPUTED (TL-USAGE-HIT)
055600         MOVE 0               TO TL-USE-FAILED (TL-USAGE-HIT)
055700     END-IF.
055800     ADD 1                TO TL-USE-CALLS (TL-USAGE-HIT).
055900     ADD TL-STORE-HITS    TO TL-USE-STORE (TL-USAGE-HIT).
056000     ADD TL-COMPUTED-HITS TO TL-USE-COMPUTED (TL-USAGE-HIT).
056100     IF TLK-RETURN-CODE >= 8
056200         ADD 1            TO TL-USE-FAILED (TL-USAGE-HIT)
056300     END-IF.
056400 7000-EXIT.
056500     EXIT.
056600*****************************************************************
056700*                                                               *
056800*    7100-MATCH-USAGE                                           *
056900*    CHECKS ONE TABLE ENTRY AGAINST THIS CALL'S CALLER AND      *
057000*    SEQUENCE ID.                                               *
057100*                                                               *
057200*****************************************************************
057300 7100-MATCH-USAGE.
057400     IF TL-USE-CALLER-ID (TL-USAGE-SUB) = TLK-CALLER-ID
057500         AND TL-USE-SEQUENCE-ID (TL-USAGE-SUB) = TLK-SEQUENCE-ID
057600         MOVE TL-USAGE-SUB TO TL-USAGE-HIT
057700     END-IF.
057800 7100-EXIT.
057900     EXIT.
058000*****************************************************************
058100*                                                               *
058200*    8000-WRITE-USAGE-LOG                                       *
058300*    APPENDS ONE TLKUSAGE RECORD PER CALLER/SEQUENCE ID PAIR    *
058400*    AND EMPTIES THE TABLE.  OPEN EXTEND IS TRIED FIRST SO THE  *
058500*    LOG ACCUMULATES; A LOG NOT YET CREATED IS CREATED.  AN     *
058600*    UNAVAILABLE LOG NEVER FAILS THE CALLER - THE COUNTS ARE    *
058700*    DROPPED.                                                   *
058800*                                                               *
058900*****************************************************************
059000 8000-WRITE-USAGE-LOG.
059100     IF TL-USAGE-COUNT = 0
059200         GO TO 8000-EXIT
059300     END-IF.
059400     ACCEPT TL-LOG-TIME FROM TIME.
059500     OPEN EXTEND USAGE-FILE.
059600     IF NOT TL-USAGE-FILE-OK
059700         OPEN OUTPUT USAGE-FILE
059800     END-IF.
059900     IF TL-USAGE-FILE-OK
060000         PERFORM 8100-WRITE-ONE-USAGE THRU 8100-EXIT
060100             VARYING TL-USAGE-SUB FROM 1 BY 1
060200                 UNTIL TL-USAGE-SUB > TL-USAGE-COUNT
060300         CLOSE USAGE-FILE
060400     END-IF.
060500     MOVE 0 TO TL-USAGE-COUNT.
060600 8000-EXIT.
060700     EXIT.
060800*****************************************************************
060900*                                                               *
061000*    8100-WRITE-ONE-USAGE                                       *
061100*    WRITES THE USAGE RECORD FOR ONE TABLE ENTRY.               *
061200*                                                               *
061300*****************************************************************
061400 8100-WRITE-ONE-USAGE.
061500     INITIALIZE TLK-USAGE-RECORD WITH FILLER.
061600     MOVE TL-USE-SEQUENCE-ID (TL-USAGE-SUB) TO TUSE-SEQUENCE-ID.
061700     MOVE TL-USE-CALLER-ID (TL-USAGE-SUB)   TO TUSE-CALLER-ID.
061800     MOVE TL-LOG-DATE                       TO TUSE-RUN-DATE.
061900     MOVE TL-LOG-TIME                       TO TUSE-RUN-TIME.
062000     MOVE TL-USE-CALLS (TL-USAGE-SUB)       TO TUSE-CALL-COUNT.
062100     MOVE TL-USE-STORE (TL-USAGE-SUB)       TO TUSE-STORE-COUNT.
062200     MOVE TL-USE-COMPUTED (TL-USAGE-SUB)
062300                                       TO TUSE-COMPUTED-COUNT.
062400     MOVE TL-USE-FAILED (TL-USAGE-SUB)      TO TUSE-FAILED-COUNT.
062500     WRITE TLK-USAGE-RECORD.
062600 8100-EXIT.
062700     EXIT.
062800*****************************************************************
062900*                                                               *
063000*    9000-TERMINATE                                             *
063100*    THE CLOSE CALL - WRITES THE USAGE LOG AND CLOSES WHATEVER  *
063200*    FILES THE LOOKUPS OPENED, SO A LATER LOOKUP IN THE SAME    *
063300*    RUN OPENS THEM AFRESH.                                     *
063400*                                                               *
063500*****************************************************************
063600 9000-TERMINATE.
063700     PERFORM 8000-WRITE-USAGE-LOG THRU 8000-EXIT.
063800     IF TL-FILES-OPEN
063900         IF TL-SEQ-AVAILABLE
064000             CLOSE SEQ-FILE
064100         END-IF
064200         IF TL-PARM-AVAILABLE
064300             CLOSE PARM-FILE
064400         END-IF
064500     END-IF.
064600     MOVE 'N'   TO TL-FILES-OPEN-SW.
064700     MOVE 'N'   TO TL-SEQ-AVAIL-SW.
064800     MOVE 'N'   TO TL-PARM-AVAIL-SW.
064900     MOVE 0     TO TLK-RETURN-CODE.
065000     MOVE 0     TO TLK-REASON-CODE.
065100     MOVE SPACE TO TLK-MODE-FLAG.
065200     MOVE 0     TO TLK-TERM-COUNT.
065300 9000-EXIT.
065400     EXIT.
065500 9999-EXIT.
065600     GOBACK.
