002500*                 MATHEMATICALLY CORRECT REGARDLESS OF WHERE     *
002501*                 THE SUB-RANGE BEGINS.                          *
002502*                                                               *
002511*                 MODE R (GENERALIZED RECURRENCE) RUNS THE SAME  *
002520*                 SUM-OF-PRIOR-TWO RULE FROM THE DEFINITION'S    *
002529*                 OWN TWO SEED TERMS, REDUCED BY ITS MODULUS     *
002538*                 WHEN ONE IS GIVEN, THROUGH THE SAME FAST-      *
002547*                 FORWARD AND CHECKPOINT/RESTART PATHS.          *
002560*                                                               *
002600*    MAINTENANCE HISTORY                                       *
002700*    DATE       INIT  DESCRIPTION                               *
002800*    -------    ----  ------------------------------------     *
004215*                     HONORED (FOR FIBONACCI TERM RECOVERY),    *
004216*                     SO A STALE FAILED WINDOW CAN NEVER        *
004217*                     SUPPRESS DEFINITIONS A NIGHT LATER.       *
004218*    10/15/26   RMS   ADDED MODE R - GENERALIZED RECURRENCE.    *
004219*                     1580-SEED-TERMS PRIMES THE TERM PAIR      *
004220*                     FROM PARM-SEED-TERM-1/2 (0 AND 1 FOR      *
004221*                     FIBONACCI), 1720-ADVANCE-REDUCED-TERM     *
004222*                     REDUCES BY PARM-MODULUS, AND THE FAST-    *
004223*                     FORWARD, RESTART AND OUTPUT PATHS TAKE    *
004224*                     EITHER TERM-CARRYING MODE.  NEW 1570-     *
004225*                     EDIT-RECURRENCE REJECTS BAD SEEDS OR      *
004226*                     MODULUS (RC=72) AND AN UNREDUCED RANGE    *
004227*                     THAT WOULD OVERFLOW 31 DIGITS (RC=28).    *
004228*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
004229*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
004230*                     FOR THE HELLODIG MORNING DIGEST.          *
004231*    10/15/26   RMS   CHECKS THE PROCESSING CALENDAR BEFORE THE *
004232*                     LOCK - A NON-PROCESSING DAY ENDS RC=0     *
004233*                     WITH AN N AUDIT RECORD.  AN OPTIONAL      *
004234*                     FOURTH PARM TOKEN RUNS THE WINDOW AS OF   *
004235*                     AN EARLIER BUSINESS DAY FOR HELLOCU       *
004236*                     CATCH-UP (BAD DATE RC=76).                *
004100*                                                               *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
005100     SELECT OUT-FILE         ASSIGN TO OUTFILE
005150                             ORGANIZATION IS LINE SEQUENTIAL
005160                             FILE STATUS IS HL-OUT-FILE-STATUS.
005180     SELECT ALERT-FILE       ASSIGN TO ALERTS
005200                             ORGANIZATION IS LINE SEQUENTIAL
005220                             FILE STATUS IS HL-ALERT-STATUS.
005240     SELECT CAL-FILE         ASSIGN TO CALENDAR
005260                             ORGANIZATION IS LINE SEQUENTIAL
005280                             FILE STATUS IS HL-CAL-FILE-STATUS.
005300     SELECT CKPT-FILE        ASSIGN TO CKPTFILE
005400                             ORGANIZATION IS LINE SEQUENTIAL
005500                             FILE STATUS IS HL-CKPT-FILE-STATUS.
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600     COPY OUTREC.
006611 FD  ALERT-FILE
006622     LABEL RECORDS ARE STANDARD
006633     RECORDING MODE IS F.
006644     COPY ALERTREC.
006655 FD  CAL-FILE
006666     LABEL RECORDS ARE STANDARD
006677     RECORDING MODE IS F.
006688     COPY CALREC.
006700 FD  CKPT-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007096     COPY LOCKREC.
007100*
007200 WORKING-STORAGE SECTION.
007202*****************************************************************
007204*    MODE R (GENERALIZED RECURRENCE) FIELDS.  THE MODULUS IS    *
007206*    ZERO WHEN THE DEFINITION CARRIES NONE.  THE SIMULATION     *
007208*    TERMS ARE USED ONLY BY THE 1570 OVERFLOW EDIT.             *
007210*****************************************************************
007212 01  HL-RECUR-FIELDS.
007214     05  HL-RECUR-MODULUS        PIC S9(18)  COMP    VALUE 0.
007216     05  HL-RECUR-QUOTIENT       PIC S9(31)  SIGN LEADING
007218                                 SEPARATE    VALUE 0.
007220     05  HL-RECUR-REMAINDER      PIC S9(18)  COMP    VALUE 0.
007222     05  HL-SIM-PRIOR-TERM       PIC S9(31)  SIGN LEADING
007224                                 SEPARATE    VALUE 0.
007226     05  HL-SIM-CURRENT-TERM     PIC S9(31)  SIGN LEADING
007228                                 SEPARATE    VALUE 0.
007230     05  HL-SIM-NEXT-TERM        PIC S9(31)  SIGN LEADING
007232                                 SEPARATE    VALUE 0.
007234     05  HL-SIM-COUNT            PIC S9(09)  COMP    VALUE 0.
007236*****************************************************************
007238*    RUN DATE OVERRIDE AND PROCESSING CALENDAR FIELDS           *
007240*****************************************************************
007242 01  HL-RUN-DATE-FIELDS.
007244     05  HL-TODAY-DATE           PIC X(08)   VALUE SPACES.
007246     05  HL-RUN-DATE-PARM        PIC X(08)   VALUE SPACES.
007248     05  HL-RUN-DATE-PARM-9      REDEFINES HL-RUN-DATE-PARM
007250                                 PIC 9(08).
007252     05  HL-CAL-DATE-9           PIC 9(08)   VALUE 0.
007254     05  HL-CAL-INTEGER          PIC S9(09)  COMP    VALUE 0.
007256     05  HL-CAL-WEEKS            PIC S9(09)  COMP    VALUE 0.
007258     05  HL-CAL-WEEKDAY          PIC S9(04)  COMP    VALUE 0.
007260*****************************************************************
007262*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
007264*****************************************************************
007266 01  HL-ALERT-FIELDS.
007268     05  HL-ALERT-STATUS         PIC X(02)   VALUE '00'.
007270         88  HL-ALERT-OK                 VALUE '00'.
007272     05  HL-ALERT-LINE                       VALUE SPACES.
007274         10  HL-ALERT-MSG-ID.
007276             15  FILLER          PIC X(09).
007278             15  HL-ALERT-SEVERITY PIC X(01).
007280         10  FILLER              PIC X(01).
007282         10  HL-ALERT-TEXT       PIC X(80).
007284     05  HL-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
007300*****************************************************************
007400*    SWITCHES                                                  *
007500*****************************************************************
008300     05  HL-RUN-MODE             PIC X(01)   VALUE 'C'.
008400         88  HL-RUN-MODE-COUNTER         VALUE 'C'.
008500         88  HL-RUN-MODE-FIBONACCI       VALUE 'F'.
008533         88  HL-RUN-MODE-RECURRENCE      VALUE 'R'.
008566         88  HL-RUN-MODE-TERMS           VALUES 'F' 'R'.
008600     05  HL-EDIT-FAILED-SW       PIC X(01)   VALUE 'N'.
008700         88  HL-EDIT-FAILED              VALUE 'Y'.
008710     05  HL-DRIVER-MODE-SW       PIC X(01)   VALUE 'N'.
008760         88  HL-COMPLETION-NORMAL        VALUE 'S'.
008770         88  HL-COMPLETION-ERROR         VALUE 'E'.
008775         88  HL-COMPLETION-LOCKOUT       VALUE 'L'.
008777         88  HL-COMPLETION-NONPROC       VALUE 'N'.
008779     05  HL-RECUR-OVERFLOW-SW    PIC X(01)   VALUE 'N'.
008781         88  HL-RECUR-OVERFLOW           VALUE 'Y'.
008783     05  HL-CAL-FILE-STATUS      PIC X(02)   VALUE '00'.
008785         88  HL-CAL-FILE-OK              VALUE '00'.
008787     05  HL-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
008789         88  HL-CAL-EOF                  VALUE 'Y'.
008791     05  HL-DAY-TYPE             PIC X(01)   VALUE 'B'.
008793         88  HL-BUSINESS-DAY             VALUE 'B'.
008795         88  HL-NON-PROCESSING-DAY       VALUE 'N'.
008800*****************************************************************
008900*    WORKING FIELDS                                            *
009000*****************************************************************
012080*    FOR WHAT ALREADY EXISTS, AND LOADS THE CURRENT-DATE        *
012100*    CHECKPOINT RECORDS INTO THE PER-DEFINITION TABLE FOR THE   *
012150*    RESTART CHECKS MADE AS EACH DEFINITION STARTS.             *
012162*    A NON-PROCESSING DAY ON THE CALENDAR ENDS THE RUN BEFORE   *
012174*    THE LOCK IS TAKEN, SO NO FILE BELONGING TO THE WINDOW IS   *
012186*    TOUCHED.                                                   *
012200*                                                               *
012300*****************************************************************
012400 1000-INITIALIZE.
012410     PERFORM 1100-CAPTURE-RUN-IDENTITY THRU 1100-EXIT.
012411     PERFORM 1170-CHECK-CALENDAR THRU 1170-EXIT.
012412     PERFORM 1200-ACQUIRE-RUN-LOCK THRU 1200-EXIT.
012420     IF HL-SEQUENCE-ID = SPACES
012430         DISPLAY 'HELLO0049E SEQUENCE ID MISSING FROM PARM '
012440                 'STRING - ABORT'
012441         STRING 'HELLO0049E SEQUENCE ID MISSING FROM PARM '
012442                'STRING - ABORT'
012443             DELIMITED BY SIZE INTO HL-ALERT-LINE
012444         END-STRING
012445         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
012450         MOVE 56 TO RETURN-CODE
012460         GO TO 8000-ABEND-EXIT
012470     END-IF.
012510     IF NOT HL-PARM-FILE-OK
012520         DISPLAY 'HELLO0018E PARMFILE NOT FOUND/UNAVAILABLE - '
012530                 'ABORT'
012531         STRING 'HELLO0018E PARMFILE NOT FOUND/UNAVAILABLE - '
012532                'ABORT'
012533             DELIMITED BY SIZE INTO HL-ALERT-LINE
012534         END-STRING
012535         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
012540         MOVE 44 TO RETURN-CODE
012550         GO TO 8000-ABEND-EXIT
012560     END-IF.
012594         IF HL-PARM-EOF
012596             DISPLAY 'HELLO0130E PARMDEF HOLDS NO DEFINITIONS '
012598                     '- ABORT'
012599             PERFORM 7930-ALERT-NO-DEFINITIONS THRU 7930-EXIT
012600             MOVE 60 TO RETURN-CODE
012602             CLOSE PARM-FILE
012604             GO TO 8000-ABEND-EXIT
013100             DISPLAY 'HELLO0050E SEQUENCE DEFINITION '
013120                     HL-SEQUENCE-ID
013150                     ' NOT ON PARMFILE - ABORT'
013156             STRING 'HELLO0050E SEQUENCE DEFINITION '
013162                    HL-SEQUENCE-ID
013168                    ' NOT ON PARMFILE - ABORT'
013174                 DELIMITED BY SIZE INTO HL-ALERT-LINE
013180             END-STRING
013186             MOVE HL-SEQUENCE-ID TO HL-ALERT-SEQ-ID
013192             PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013200             MOVE 60 TO RETURN-CODE
013300             CLOSE PARM-FILE
013350             GO TO 8000-ABEND-EXIT
015205     END-IF.
015210     IF NOT HL-OUT-FILE-OK
015220         DISPLAY 'HELLO0020E OUTFILE OPEN FAILED - ABORT'
015222         STRING 'HELLO0020E OUTFILE OPEN FAILED - ABORT'
015224             DELIMITED BY SIZE INTO HL-ALERT-LINE
015226         END-STRING
015228         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
015230         MOVE 48 TO RETURN-CODE
015235         CLOSE PARM-FILE
015240         GO TO 8000-ABEND-EXIT
015338     END-IF.
015340     IF NOT HL-CKPT-FILE-OK
015350         DISPLAY 'HELLO0021E CKPTFILE OPEN FAILED - ABORT'
015352         STRING 'HELLO0021E CKPTFILE OPEN FAILED - ABORT'
015354             DELIMITED BY SIZE INTO HL-ALERT-LINE
015356         END-STRING
015358         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
015360         MOVE 52 TO RETURN-CODE
015365         CLOSE OUT-FILE
015368         CLOSE PARM-FILE
015650         GO TO 1100-EXIT
015660     END-IF.
015670     UNSTRING HL-CMD-LINE DELIMITED BY ','
015680         INTO HL-JOB-ID, HL-OPERATOR-ID, HL-SEQUENCE-ID,
015685              HL-RUN-DATE-PARM
015690     END-UNSTRING.
015695     MOVE HL-SEQUENCE-ID TO HL-ACTIVE-SEQ-ID.
015696     IF HL-RUN-DATE-PARM NOT = SPACES
015697         PERFORM 1150-EDIT-RUN-DATE THRU 1150-EXIT
015698     END-IF.
015700 1100-EXIT.
015710     EXIT.
015711*****************************************************************
015712*                                                               *
015713*    1150-EDIT-RUN-DATE                                         *
015714*    EDITS THE OPTIONAL FOURTH PARM TOKEN (JOBID,OPERID,SEQID,  *
015715*    RUNDATE) GIVEN BY HELLOCU TO CATCH UP A MISSED BUSINESS    *
015716*    DAY. IT MUST BE A REAL YYYYMMDD DATE NO LATER THAN TODAY.  *
015717*    IT THEN REPLACES THE RUN DATE, SO OUTFILE, THE CHECKPOINT  *
015718*    TRAIL, RSTFILE AND AUDFILE ALL CARRY THE DAY BEING CAUGHT  *
015719*    UP.  A BAD DATE IS AUDITED BUT, LIKE A LOCKOUT, LEAVES     *
015720*    RSTFILE ALONE.                                             *
015721*                                                               *
015722*****************************************************************
015723 1150-EDIT-RUN-DATE.
015724     MOVE HL-AUDIT-DATE TO HL-TODAY-DATE.
015725     IF HL-RUN-DATE-PARM IS NUMERIC
015726         IF FUNCTION TEST-DATE-YYYYMMDD (HL-RUN-DATE-PARM-9)
015727                 = 0
015728             AND HL-RUN-DATE-PARM NOT > HL-TODAY-DATE
015729             MOVE HL-RUN-DATE-PARM TO HL-AUDIT-DATE
015730             DISPLAY 'HELLO0250I CATCH-UP RUN FOR BUSINESS DAY '
015731                     HL-AUDIT-DATE
015732             GO TO 1150-EXIT
015733         END-IF
015734     END-IF.
015735     DISPLAY 'HELLO0248E RUN DATE ' HL-RUN-DATE-PARM
015736             ' INVALID OR IN THE FUTURE - ABORT'.
015737     STRING 'HELLO0248E RUN DATE ' HL-RUN-DATE-PARM
015738            ' INVALID OR IN THE FUTURE - ABORT'
015739         DELIMITED BY SIZE INTO HL-ALERT-LINE
015740     END-STRING.
015741     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
015742     MOVE 76 TO RETURN-CODE.
015743     MOVE HL-START-VAR1 TO HL-END-VAR1.
015744     MOVE 'E' TO HL-COMPLETION-STATUS.
015745     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
015746     GO TO 9999-EXIT.
015747 1150-EXIT.
015748     EXIT.
015749*****************************************************************
015750*                                                               *
015751*    1170-CHECK-CALENDAR                                        *
015752*    DECIDES WHETHER THE RUN DATE IS A BUSINESS DAY.  A DATE    *
015753*    LISTED ON THE PROCESSING CALENDAR TAKES ITS LISTED TYPE    *
015754*    (THE LAST VALID ENTRY FOR THE DATE WINS); ANY OTHER DATE   *
015755*    IS A BUSINESS DAY MONDAY TO FRIDAY AND NON-PROCESSING AT   *
015756*    THE WEEKEND.  DAY 1 OF THE INTEGER DATE (01/01/1601) WAS A *
015757*    MONDAY, SO THE REMAINDER BY 7 IS 0 FOR SUNDAY AND 6 FOR    *
015758*    SATURDAY.  NO CALENDAR DD MEANS EVERY DAY IS A BUSINESS    *
015759*    DAY.  A NON-PROCESSING DAY ENDS THE RUN AT ONCE THROUGH   *
015760*    8050-NON-PROCESSING-EXIT.                                  *
015761*                                                               *
015762*****************************************************************
015763 1170-CHECK-CALENDAR.
015764     MOVE 'B' TO HL-DAY-TYPE.
015765     OPEN INPUT CAL-FILE.
015766     IF NOT HL-CAL-FILE-OK
015767         GO TO 1170-EXIT
015768     END-IF.
015769     MOVE HL-AUDIT-DATE TO HL-CAL-DATE-9.
015770     COMPUTE HL-CAL-INTEGER =
015771         FUNCTION INTEGER-OF-DATE (HL-CAL-DATE-9).
015772     DIVIDE HL-CAL-INTEGER BY 7
015773         GIVING HL-CAL-WEEKS REMAINDER HL-CAL-WEEKDAY.
015774     IF HL-CAL-WEEKDAY = 0 OR HL-CAL-WEEKDAY = 6
015775         MOVE 'N' TO HL-DAY-TYPE
015776     END-IF.
015777     PERFORM 1180-READ-CALENDAR THRU 1180-EXIT
015778         UNTIL HL-CAL-EOF.
015779     CLOSE CAL-FILE.
015780     IF HL-NON-PROCESSING-DAY
015781         GO TO 8050-NON-PROCESSING-EXIT
015782     END-IF.
015783 1170-EXIT.
015784     EXIT.
015785*****************************************************************
015786*                                                               *
015787*    1180-READ-CALENDAR                                         *
015788*    READS ONE CALENDAR ENTRY AND TAKES ITS TYPE WHEN IT IS A   *
015789*    VALID ENTRY FOR THE RUN DATE.                              *
015790*                                                               *
015791*****************************************************************
015792 1180-READ-CALENDAR.
015793     READ CAL-FILE
015794         AT END
015795             MOVE 'Y' TO HL-CAL-EOF-SW
015796     END-READ.
015797     IF HL-CAL-EOF
015798         GO TO 1180-EXIT
015799     END-IF.
015800     IF CAL-DATE = HL-AUDIT-DATE
015801         AND CAL-DAY-TYPE-VALID
015802         MOVE CAL-DAY-TYPE TO HL-DAY-TYPE
015803     END-IF.
015804 1180-EXIT.
015805     EXIT.
015806*****************************************************************
015807*                                                               *
015808*    1200-ACQUIRE-RUN-LOCK                                      *
015809*    TAKES THE RUN-LEVEL INTERLOCK.  A LIVE TOKEN FROM          *
015810*    ANOTHER RUN MEANS THIS JOB WAS DOUBLE-SUBMITTED - THE      *
015811*    RUN ENDS AT ONCE WITH A WARNING RETURN CODE AND AN         *
015812*    AUDIT RECORD, TOUCHING NEITHER THE CHECKPOINT TRAIL NOR    *
015813*    OUTFILE NOR THE FIRST RUN'S TOKEN.  OTHERWISE THIS RUN'S   *
015814*    IDENTITY IS WRITTEN AS THE ACTIVE TOKEN, RELEASED AGAIN    *
015815*    AT 9000-TERMINATE AND 8000-ABEND-EXIT.  A STRANDED TOKEN   *
015816*    FROM A CONSOLE-CANCELLED RUN IS CLEARED BY THE HELLOLCK    *
015817*    OVERRIDE TRANSACTION.                                      *
015818*                                                               *
015819*****************************************************************
015820 1200-ACQUIRE-RUN-LOCK.
015821     OPEN INPUT LOCK-FILE.
015822     IF HL-LOCK-FILE-OK
015823         READ LOCK-FILE
015824             AT END
015825                 MOVE 'Y' TO HL-LOCK-EOF-SW
015826         END-READ
015827         IF NOT HL-LOCK-EOF AND LOCK-ACTIVE
015828             DISPLAY 'HELLO0072W ANOTHER RUN ACTIVE - JOB '
015829                     LOCK-JOB-ID ' SINCE ' LOCK-DATE ' '
015830                     LOCK-TIME ' - THIS RUN ENDS'
015831             PERFORM 7910-ALERT-RUN-ACTIVE THRU 7910-EXIT
015832             MOVE 8 TO RETURN-CODE
015833             CLOSE LOCK-FILE
015834             GO TO 8100-LOCKOUT-EXIT
015835         END-IF
015836         CLOSE LOCK-FILE
015837     END-IF.
015838     OPEN OUTPUT LOCK-FILE.
015839     IF NOT HL-LOCK-FILE-OK
015840         DISPLAY 'HELLO0073E LOCKFILE UNAVAILABLE - ABORT'
015841         PERFORM 7920-ALERT-LOCK-UNAVAILABLE THRU 7920-EXIT
015842         MOVE 64 TO RETURN-CODE
015843         GO TO 8000-ABEND-EXIT
015844     END-IF.
015845     INITIALIZE LOCK-RECORD WITH FILLER.
015846     MOVE HL-JOB-ID              TO LOCK-JOB-ID.
015847     MOVE HL-OPERATOR-ID         TO LOCK-OPERATOR-ID.
015848     MOVE HL-AUDIT-DATE          TO LOCK-DATE.
015849     MOVE HL-AUDIT-TIME          TO LOCK-TIME.
015850     MOVE 'A'                    TO LOCK-STATUS.
015851     WRITE LOCK-RECORD.
015852     CLOSE LOCK-FILE.
015853     MOVE 'Y' TO HL-LOCK-HELD-SW.
015854 1200-EXIT.
015855     EXIT.
015856*****************************************************************
015857*                                                               *
015858*    1500-EDIT-PARAMETERS                                       *
015900*    VALIDATES THE RUN BOUND SUPPLIED ON PARMFILE BEFORE THE     *
016000*    LOOP IS ALLOWED TO START.  A ZERO, NEGATIVE OR NON-NUMERIC  *
016100*    BOUND IS REJECTED WITH A DISTINCT RETURN CODE RATHER THAN   *
016500 1500-EDIT-PARAMETERS.
016600     IF PARM-BOUND IS NOT NUMERIC
016700         DISPLAY 'HELLO0004E PARM-BOUND NOT NUMERIC - ABORT'
016720         STRING 'HELLO0004E PARM-BOUND NOT NUMERIC - ABORT'
016740             DELIMITED BY SIZE INTO HL-ALERT-LINE
016760         END-STRING
016780         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
016800         MOVE 20 TO RETURN-CODE
016900         MOVE 'Y' TO HL-EDIT-FAILED-SW
017000         GO TO 1500-EXIT
017100     END-IF.
017200     IF PARM-BOUND <= 0
017300         DISPLAY 'HELLO0005E PARM-BOUND ZERO/NEGATIVE - ABORT'
017320         STRING 'HELLO0005E PARM-BOUND ZERO/NEGATIVE - ABORT'
017340             DELIMITED BY SIZE INTO HL-ALERT-LINE
017360         END-STRING
017380         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017400         MOVE 24 TO RETURN-CODE
017500         MOVE 'Y' TO HL-EDIT-FAILED-SW
017600         GO TO 1500-EXIT
018060     IF PARM-START-VAR1 <= 0 OR PARM-END-VAR1 <= 0
018070         DISPLAY 'HELLO0013E SUB-RANGE START/END MUST BOTH BE '
018080                 'SET - ABORT'
018081         STRING 'HELLO0013E SUB-RANGE START/END MUST BOTH BE '
018082                'SET - ABORT'
018083             DELIMITED BY SIZE INTO HL-ALERT-LINE
018084         END-STRING
018085         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018090         MOVE 32 TO RETURN-CODE
018100         MOVE 'Y' TO HL-EDIT-FAILED-SW
018110         GO TO 1550-EXIT
018120     END-IF.
018130     IF PARM-START-VAR1 > PARM-END-VAR1
018140         DISPLAY 'HELLO0014E SUB-RANGE START EXCEEDS END - ABORT'
018142         STRING 'HELLO0014E SUB-RANGE START EXCEEDS END - ABORT'
018144             DELIMITED BY SIZE INTO HL-ALERT-LINE
018146         END-STRING
018148         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018150         MOVE 36 TO RETURN-CODE
018160         MOVE 'Y' TO HL-EDIT-FAILED-SW
018170         GO TO 1550-EXIT
018190     IF PARM-END-VAR1 > PARM-BOUND
018200         DISPLAY 'HELLO0015E SUB-RANGE END EXCEEDS PARM-BOUND -'
018210                 ' ABORT'
018211         STRING 'HELLO0015E SUB-RANGE END EXCEEDS PARM-BOUND -'
018212                ' ABORT'
018213             DELIMITED BY SIZE INTO HL-ALERT-LINE
018214         END-STRING
018215         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018220         MOVE 40 TO RETURN-CODE
018230         MOVE 'Y' TO HL-EDIT-FAILED-SW
018240         GO TO 1550-EXIT
018281 1560-EDIT-FIBONACCI-RANGE.
018282     IF HL-RUN-MODE-FIBONACCI
018283         AND HL-LOOP-END-VAR1 > HL-FIB-MAX-VAR1
018284         PERFORM 7940-ALERT-FIB-RANGE THRU 7940-EXIT
018286         MOVE 28 TO RETURN-CODE
018287         MOVE 'Y' TO HL-EDIT-FAILED-SW
018288     END-IF.
018289 1560-EXIT.
018290     EXIT.
018292*****************************************************************
018294*                                                               *
018296*    1570-EDIT-RECURRENCE                                       *
018298*    EDITS A MODE R DEFINITION'S SEED TERMS AND MODULUS - ALL   *
018300*    THREE MUST BE NUMERIC AND NOT NEGATIVE (AN OLD-FORMAT      *
018302*    RECORD'S BLANK TAIL FAILS HERE RATHER THAN GENERATING      *
018304*    GARBAGE).  A MODULUS KEEPS EVERY TERM BELOW IT, BUT AN     *
018306*    UNREDUCED RECURRENCE GROWS LIKE FIBONACCI FROM WHATEVER    *
018308*    SEEDS IT IS GIVEN, SO THE FIXED TERM-150 CEILING DOES      *
018310*    NOT APPLY - THE RANGE IS WALKED ONCE AHEAD OF THE RUN ON   *
018312*    THE SIMULATION FIELDS AND REJECTED IF ANY TERM WOULD       *
018314*    OVERFLOW 31 DIGITS.  TWO ZERO SEEDS NEVER GROW.            *
018316*                                                               *
018318*****************************************************************
018320 1570-EDIT-RECURRENCE.
018322     IF NOT HL-RUN-MODE-RECURRENCE
018324         GO TO 1570-EXIT
018326     END-IF.
018328     IF PARM-SEED-TERM-1 IS NOT NUMERIC
018330         OR PARM-SEED-TERM-2 IS NOT NUMERIC
018332         OR PARM-MODULUS IS NOT NUMERIC
018334         DISPLAY 'HELLO0201E RECURRENCE SEEDS/MODULUS NOT '
018336                 'NUMERIC - ABORT'
018338         STRING 'HELLO0201E RECURRENCE SEEDS/MODULUS NOT '
018340                'NUMERIC - ABORT'
018342             DELIMITED BY SIZE INTO HL-ALERT-LINE
018344         END-STRING
018346         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018348         MOVE 72 TO RETURN-CODE
018350         MOVE 'Y' TO HL-EDIT-FAILED-SW
018352         GO TO 1570-EXIT
018354     END-IF.
018356     IF PARM-SEED-TERM-1 < 0
018358         OR PARM-SEED-TERM-2 < 0
018360         OR PARM-MODULUS < 0
018362         DISPLAY 'HELLO0201E RECURRENCE SEEDS/MODULUS '
018364                 'NEGATIVE - ABORT'
018366         STRING 'HELLO0201E RECURRENCE SEEDS/MODULUS '
018368                'NEGATIVE - ABORT'
018370             DELIMITED BY SIZE INTO HL-ALERT-LINE
018372         END-STRING
018374         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018376         MOVE 72 TO RETURN-CODE
018378         MOVE 'Y' TO HL-EDIT-FAILED-SW
018380         GO TO 1570-EXIT
018382     END-IF.
018384     IF PARM-MODULUS > 0
018386         GO TO 1570-EXIT
018388     END-IF.
018390     IF PARM-SEED-TERM-1 = 0 AND PARM-SEED-TERM-2 = 0
018392         GO TO 1570-EXIT
018394     END-IF.
018396     MOVE 'N'              TO HL-RECUR-OVERFLOW-SW.
018398     MOVE PARM-SEED-TERM-1 TO HL-SIM-PRIOR-TERM.
018400     MOVE PARM-SEED-TERM-2 TO HL-SIM-CURRENT-TERM.
018402     PERFORM 1575-SIMULATE-ONE-TERM THRU 1575-EXIT
018404         VARYING HL-SIM-COUNT FROM 3 BY 1
018406             UNTIL HL-SIM-COUNT > HL-LOOP-END-VAR1
018408                OR HL-RECUR-OVERFLOW.
018410     IF HL-RECUR-OVERFLOW
018412         DISPLAY 'HELLO0202E RECURRENCE RANGE EXCEEDS 31-DIGIT '
018414                 'CAPACITY - ABORT'
018416         STRING 'HELLO0202E RECURRENCE RANGE EXCEEDS 31-DIGIT '
018418                'CAPACITY - ABORT'
018420             DELIMITED BY SIZE INTO HL-ALERT-LINE
018422         END-STRING
018424         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018426         MOVE 28 TO RETURN-CODE
018428         MOVE 'Y' TO HL-EDIT-FAILED-SW
018430     END-IF.
018432 1570-EXIT.
018434     EXIT.
018436*****************************************************************
018438*                                                               *
018440*    1575-SIMULATE-ONE-TERM                                     *
018442*    ADVANCES THE SIMULATION TERMS BY ONE POSITION, FLAGGING    *
018444*    THE OVERFLOW INSTEAD OF LETTING THE SUM TRUNCATE.          *
018446*                                                               *
018448*****************************************************************
018450 1575-SIMULATE-ONE-TERM.
018452     COMPUTE HL-SIM-NEXT-TERM = HL-SIM-PRIOR-TERM +
018454                                HL-SIM-CURRENT-TERM
018456         ON SIZE ERROR
018458             MOVE 'Y' TO HL-RECUR-OVERFLOW-SW
018460             GO TO 1575-EXIT
018462     END-COMPUTE.
018464     MOVE HL-SIM-CURRENT-TERM TO HL-SIM-PRIOR-TERM.
018466     MOVE HL-SIM-NEXT-TERM    TO HL-SIM-CURRENT-TERM.
018468 1575-EXIT.
018470     EXIT.
018472*****************************************************************
018474*                                                               *
018476*    1580-SEED-TERMS                                            *
018478*    PRIMES THE PRIOR/CURRENT TERM PAIR SO THE CURRENT TERM IS  *
018480*    TERM 1 OF THE DEFINITION AND ONE ADVANCE YIELDS TERM 2.    *
018482*    FIBONACCI IS 0 AND 1.  MODE R REDUCES BOTH SEEDS BY THE    *
018484*    MODULUS (WHEN ONE IS GIVEN) AND CARRIES SEED 1 AS THE      *
018486*    CURRENT TERM AND SEED 2 LESS SEED 1 AS THE PRIOR, SO THE   *
018488*    FIRST ADVANCE LANDS EXACTLY ON SEED 2.                     *
018490*    THE MODE R EDITS IN 1570 ARE MADE HERE FIRST, AND A        *
018492*    DEFINITION THAT FAILS THEM ENDS THE RUN THE SAME WAY A     *
018494*    FAILED BOUND OR CEILING EDIT DOES.                         *
018496*                                                               *
018498*****************************************************************
018500 1580-SEED-TERMS.
018502     PERFORM 1570-EDIT-RECURRENCE THRU 1570-EXIT.
018504     IF HL-EDIT-FAILED
018506         CLOSE PARM-FILE
018508         GO TO 8000-ABEND-EXIT
018510     END-IF.
018512     MOVE 0 TO HL-RECUR-MODULUS.
018514     IF NOT HL-RUN-MODE-RECURRENCE
018516         MOVE 0 TO HL-FIB-PRIOR-TERM
018518         MOVE 1 TO HL-FIB-CURRENT-TERM
018520         GO TO 1580-EXIT
018522     END-IF.
018524     MOVE PARM-MODULUS     TO HL-RECUR-MODULUS.
018526     MOVE PARM-SEED-TERM-1 TO HL-FIB-CURRENT-TERM.
018528     MOVE PARM-SEED-TERM-2 TO HL-FIB-NEXT-TERM.
018530     IF HL-RECUR-MODULUS > 0
018532         DIVIDE HL-FIB-CURRENT-TERM BY HL-RECUR-MODULUS
018534             GIVING HL-RECUR-QUOTIENT
018536             REMAINDER HL-RECUR-REMAINDER
018538         MOVE HL-RECUR-REMAINDER TO HL-FIB-CURRENT-TERM
018540         DIVIDE HL-FIB-NEXT-TERM BY HL-RECUR-MODULUS
018542             GIVING HL-RECUR-QUOTIENT
018544             REMAINDER HL-RECUR-REMAINDER
018546         MOVE HL-RECUR-REMAINDER TO HL-FIB-NEXT-TERM
018548     END-IF.
018550     COMPUTE HL-FIB-PRIOR-TERM = HL-FIB-NEXT-TERM -
018552                                 HL-FIB-CURRENT-TERM.
018554 1580-EXIT.
018556     EXIT.
018558*****************************************************************
018560*                                                               *
018562*    1600-LOAD-CKPT-TRAIL                                       *
018564*    READS THE CHECKPOINT FILE TO PHYSICAL EOF, SINCE RECORDS   *
018566*    ARE APPENDED ONE PER CHECKPOINT DURING A RUN, AND KEEPS    *
018568*    THE LATEST STATE OF EACH SEQUENCE ID IN THE PER-           *
018570*    DEFINITION TABLE - COMPLETE WHEN THE LAST RECORD SEEN      *
018572*    FOR THE ID IS A 'C', OTHERWISE IN PROGRESS WITH THE        *
018574*    SAVED VAR1 AND FIBONACCI TERMS OF ITS LATEST VALID         *
018576*    CHECKPOINT.  THE TABLE IS CONSULTED BY 1650-CHECK-         *
018578*    RESTART AS EACH DEFINITION STARTS.                         *
018800*                                                               *
018900*****************************************************************
019000 1600-LOAD-CKPT-TRAIL.
021073         GO TO 1640-EXIT
021074     END-IF.
021075     IF HL-CKPT-DEF-COUNT >= 50
021076         PERFORM 7950-ALERT-TRAIL-FULL THRU 7950-EXIT
021078         MOVE 68 TO RETURN-CODE
021079         CLOSE PARM-FILE
021080         GO TO 8000-ABEND-EXIT
021121         GO TO 1650-EXIT
021122     END-IF.
021123     COMPUTE HL-VAR1 = HL-CT-OUT-MAX (HL-CKPT-IX) + 1.
021124     IF HL-RUN-MODE-TERMS
021125         IF HL-CT-STATUS (HL-CKPT-IX) = 'I'
021126             AND HL-CT-LAST-VAR1 (HL-CKPT-IX) =
021127                 HL-CT-OUT-MAX (HL-CKPT-IX)
021129                 TO HL-FIB-PRIOR-TERM
021130             MOVE HL-CT-CURR-TERM (HL-CKPT-IX)
021131                 TO HL-FIB-CURRENT-TERM
021132             PERFORM 1720-ADVANCE-REDUCED-TERM THRU 1720-EXIT
021133         ELSE
021134             PERFORM 1700-FASTFORWARD-FIBONACCI THRU 1700-EXIT
021135         END-IF
021021*    RECOMPUTING THE TERMS BEFORE THE STARTING POINT.           *
021022*****************************************************************
021023 1700-FASTFORWARD-FIBONACCI.
021024     PERFORM 1720-ADVANCE-REDUCED-TERM THRU 1720-EXIT
021025         VARYING HL-FASTFWD-COUNT FROM 1 BY 1
021026             UNTIL HL-FASTFWD-COUNT > HL-VAR1 - 1.
021027 1700-EXIT.
021042     EXIT.
021043*****************************************************************
021044*                                                               *
021045*    1720-ADVANCE-REDUCED-TERM                                  *
021046*    ADVANCES THE TERM PAIR ONE POSITION THROUGH 1710, THEN     *
021047*    KEEPS A MODE R DEFINITION'S NEW TERM BELOW ITS MODULUS     *
021048*    WHEN IT HAS ONE.  EVERY TERM ADVANCE IN THE RUN - THE      *
021049*    MAIN LOOP, THE RESTART AND THE FAST-FORWARD - COMES        *
021050*    THROUGH HERE.                                              *
021051*                                                               *
021052*****************************************************************
021053 1720-ADVANCE-REDUCED-TERM.
021054     PERFORM 1710-ADVANCE-ONE-TERM THRU 1710-EXIT.
021055     IF HL-RUN-MODE-RECURRENCE
021056         AND HL-RECUR-MODULUS > 0
021057         DIVIDE HL-FIB-CURRENT-TERM BY HL-RECUR-MODULUS
021058             GIVING HL-RECUR-QUOTIENT
021059             REMAINDER HL-RECUR-REMAINDER
021060         MOVE HL-RECUR-REMAINDER TO HL-FIB-CURRENT-TERM
021061     END-IF.
021062 1720-EXIT.
021063     EXIT.
021064*****************************************************************
021065*                                                               *
021066*    2400-RUN-ONE-DEFINITION                                    *
021067*    GENERATES THE DEFINITION NOW IN THE PARM-RECORD BUFFER -   *
021068*    EDITS ITS BOUND, SUB-RANGE AND FIBONACCI CEILING THE       *
021069*    SAME WAY THE SINGLE-DEFINITION RUN ALWAYS HAS, CHECKS      *
021070*    THE CHECKPOINT TABLE FOR A RESUME OR A DEFINITION          *
021071*    ALREADY COMPLETE THIS WINDOW, RECORDS THE IN-PROGRESS      *
021072*    RUN STATUS, AND RUNS THE MAIN LOOP.  IN DRIVER MODE A      *
021073*    FINISHED DEFINITION APPENDS ITS OWN COMPLETE CHECKPOINT    *
021074*    RECORD AND AUDIT RECORD BEFORE THE NEXT DEFINITION         *
021075*    STARTS, SO A LATER FAILURE DOES NOT REDO IT.               *
021076*                                                               *
021077*****************************************************************
021078 2400-RUN-ONE-DEFINITION.
021079     MOVE PARM-SEQUENCE-ID TO HL-ACTIVE-SEQ-ID.
021080     ACCEPT HL-SEG-START-TIME FROM TIME.
021090     PERFORM 1500-EDIT-PARAMETERS THRU 1500-EXIT.
021112     IF NOT HL-EDIT-FAILED
021131         GO TO 8000-ABEND-EXIT
021132     END-IF.
021133     MOVE HL-LOOP-START-VAR1 TO HL-VAR1.
021134     PERFORM 1580-SEED-TERMS THRU 1580-EXIT.
021136     MOVE 0 TO HL-ITER-COUNT.
021137     PERFORM 1650-CHECK-RESTART THRU 1650-EXIT.
021138     IF HL-DEF-COMPLETE
021140                 ' ALREADY COMPLETE THIS WINDOW - SKIPPED'
021141         GO TO 2400-EXIT
021142     END-IF.
021143     IF HL-RUN-MODE-TERMS
021144         AND HL-LOOP-START-VAR1 > 1
021145         AND HL-VAR1 = HL-LOOP-START-VAR1
021146         PERFORM 1700-FASTFORWARD-FIBONACCI THRU 1700-EXIT
022100     MOVE HL-VAR1            TO OUT-VAR1-VALUE.
022150     MOVE HL-ACTIVE-SEQ-ID   TO OUT-SEQUENCE-ID.
022200     MOVE HL-RUN-MODE        TO OUT-MODE-FLAG.
022300     IF HL-RUN-MODE-TERMS
022400         MOVE HL-FIB-CURRENT-TERM   TO OUT-FIBONACCI-VALUE
022700     ELSE
022800         MOVE 0                     TO OUT-FIBONACCI-VALUE
022900         DISPLAY HL-VAR1
023000     END-IF.
023010     IF HL-RUN-MODE-FIBONACCI
023020         DISPLAY 'VAR1 = ' HL-VAR1 '  FIBONACCI = '
023030                 HL-FIB-CURRENT-TERM
023040     END-IF.
023050     IF HL-RUN-MODE-RECURRENCE
023060         DISPLAY 'VAR1 = ' HL-VAR1 '  TERM = '
023070                 HL-FIB-CURRENT-TERM
023080     END-IF.
023100     WRITE HELLO-OUTPUT-RECORD.
023200     ADD 1 TO HL-ITER-COUNT.
023250     ADD 1 TO HL-TOTAL-WRITTEN.
023600     IF HL-CKPT-REMAINDER = 0
023700         PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
023800     END-IF.
023900     IF HL-RUN-MODE-TERMS
024000         PERFORM 1720-ADVANCE-REDUCED-TERM THRU 1720-EXIT
024400     END-IF.
024500     ADD 1 TO HL-VAR1.
024600 2000-EXIT.
028685     OPEN OUTPUT RST-FILE.
028686     IF NOT HL-RST-FILE-OK
028687         IF NOT HL-RST-WARNED
028688             PERFORM 7960-ALERT-RST-UNAVAILABLE THRU 7960-EXIT
028690             MOVE 'Y' TO HL-RST-WARNED-SW
028691         END-IF
028692         GO TO 7500-EXIT
028718     END-IF.
028719     OPEN OUTPUT LOCK-FILE.
028720     IF NOT HL-LOCK-FILE-OK
028721         PERFORM 7970-ALERT-LOCK-NOT-RELEASED THRU 7970-EXIT
028723         GO TO 7600-EXIT
028724     END-IF.
028725     INITIALIZE LOCK-RECORD WITH FILLER.
028733     MOVE 'N' TO HL-LOCK-HELD-SW.
028734 7600-EXIT.
028735     EXIT.
028736*****************************************************************
028737*                                                               *
028738*    7900-WRITE-ALERT                                           *
028739*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
028740*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
028741*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
028742*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
028743*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
028744*                                                               *
028745*****************************************************************
028746 7900-WRITE-ALERT.
028747     OPEN EXTEND ALERT-FILE.
028748     IF NOT HL-ALERT-OK
028749         OPEN OUTPUT ALERT-FILE
028750     END-IF.
028751     IF NOT HL-ALERT-OK
028752         MOVE SPACES TO HL-ALERT-LINE
028753         MOVE SPACES TO HL-ALERT-SEQ-ID
028754         GO TO 7900-EXIT
028755     END-IF.
028756     MOVE SPACES TO ALERT-RECORD.
028757     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
028758     ACCEPT ALRT-TIME FROM TIME.
028759     MOVE HL-JOB-ID                  TO ALRT-JOB-ID.
028760     MOVE 'HELLO'                    TO ALRT-PROGRAM-ID.
028761     MOVE HL-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
028762     MOVE HL-ALERT-SEVERITY          TO ALRT-SEVERITY.
028763     MOVE HL-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
028764     IF ALRT-SEQUENCE-ID = SPACES
028765         MOVE HL-ACTIVE-SEQ-ID       TO ALRT-SEQUENCE-ID
028766     END-IF.
028767     MOVE HL-ALERT-TEXT              TO ALRT-TEXT.
028768     WRITE ALERT-RECORD.
028769     CLOSE ALERT-FILE.
028770     MOVE SPACES TO HL-ALERT-LINE.
028771     MOVE SPACES TO HL-ALERT-SEQ-ID.
028772 7900-EXIT.
028773     EXIT.
028774*****************************************************************
028775*                                                               *
028776*    7910-ALERT-RUN-ACTIVE                                      *
028777*    FILES THE HELLO0072W LOCKOUT MESSAGE ON ALERTS WHILE THE   *
028778*    ACTIVE RUN'S TOKEN IS STILL IN THE LOCK RECORD.            *
028779*                                                               *
028780*****************************************************************
028781 7910-ALERT-RUN-ACTIVE.
028782     STRING 'HELLO0072W ANOTHER RUN ACTIVE - JOB '
028783            LOCK-JOB-ID ' SINCE ' LOCK-DATE ' '
028784            LOCK-TIME ' - THIS RUN ENDS'
028785         DELIMITED BY SIZE INTO HL-ALERT-LINE
028786     END-STRING.
028787     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
028788 7910-EXIT.
028789     EXIT.
028790*****************************************************************
028791*                                                               *
028792*    7920-ALERT-LOCK-UNAVAILABLE                                *
028793*    FILES THE HELLO0073E LOCKFILE ABORT MESSAGE ON ALERTS.     *
028794*                                                               *
028795*****************************************************************
028796 7920-ALERT-LOCK-UNAVAILABLE.
028797     STRING 'HELLO0073E LOCKFILE UNAVAILABLE - ABORT'
028798         DELIMITED BY SIZE INTO HL-ALERT-LINE
028799     END-STRING.
028800     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
028801 7920-EXIT.
028802     EXIT.
028803*****************************************************************
028804*                                                               *
028805*    7930-ALERT-NO-DEFINITIONS                                  *
028806*    FILES THE HELLO0130E EMPTY PARMDEF MESSAGE ON ALERTS.      *
028807*                                                               *
028808*****************************************************************
028809 7930-ALERT-NO-DEFINITIONS.
028810     STRING 'HELLO0130E PARMDEF HOLDS NO DEFINITIONS '
028811            '- ABORT'
028812         DELIMITED BY SIZE INTO HL-ALERT-LINE
028813     END-STRING.
028814     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
028815 7930-EXIT.
028816     EXIT.
028817*****************************************************************
028818*                                                               *
028819*    7940-ALERT-FIB-RANGE                                       *
028820*    ISSUES THE HELLO0019E FIBONACCI CEILING MESSAGE TO SYSOUT  *
028821*    AND FILES IT ON ALERTS.                                    *
028822*                                                               *
028823*****************************************************************
028824 7940-ALERT-FIB-RANGE.
028825     DISPLAY 'HELLO0019E FIBONACCI RANGE EXCEEDS 31-DIGIT '
028826             'CAPACITY - ABORT'.
028827     STRING 'HELLO0019E FIBONACCI RANGE EXCEEDS 31-DIGIT '
028828            'CAPACITY - ABORT'
028829         DELIMITED BY SIZE INTO HL-ALERT-LINE
028830     END-STRING.
028831     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
028832 7940-EXIT.
028833     EXIT.
028834*****************************************************************
028835*                                                               *
028836*    7950-ALERT-TRAIL-FULL                                      *
028837*    ISSUES THE HELLO0132E CHECKPOINT TABLE FULL MESSAGE TO     *
028838*    SYSOUT AND FILES IT ON ALERTS.                             *
028839*                                                               *
028840*****************************************************************
028841 7950-ALERT-TRAIL-FULL.
028842     DISPLAY 'HELLO0132E MORE THAN 50 SEQUENCE IDS ON '
028843             'THE RESUME TRAIL - ABORT'.
028844     STRING 'HELLO0132E MORE THAN 50 SEQUENCE IDS ON '
028845            'THE RESUME TRAIL - ABORT'
028846         DELIMITED BY SIZE INTO HL-ALERT-LINE
028847     END-STRING.
028848     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
028849 7950-EXIT.
028850     EXIT.
028851*****************************************************************
028852*                                                               *
028853*    7960-ALERT-RST-UNAVAILABLE                                 *
028854*    ISSUES THE HELLO0065W RSTFILE WARNING TO SYSOUT AND FILES  *
028855*    IT ON ALERTS.                                              *
028856*                                                               *
028857*****************************************************************
028858 7960-ALERT-RST-UNAVAILABLE.
028859     DISPLAY 'HELLO0065W RSTFILE NOT AVAILABLE - RUN '
028860             'STATUS NOT RECORDED'.
028861     STRING 'HELLO0065W RSTFILE NOT AVAILABLE - RUN '
028862            'STATUS NOT RECORDED'
028863         DELIMITED BY SIZE INTO HL-ALERT-LINE
028864     END-STRING.
028865     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
028866 7960-EXIT.
028867     EXIT.
028868*****************************************************************
028869*                                                               *
028870*    7970-ALERT-LOCK-NOT-RELEASED                               *
028871*    ISSUES THE HELLO0073E TOKEN-NOT-RELEASED MESSAGE TO SYSOUT *
028872*    AND FILES IT ON ALERTS.                                    *
028873*                                                               *
028874*****************************************************************
028875 7970-ALERT-LOCK-NOT-RELEASED.
028876     DISPLAY 'HELLO0073E LOCKFILE UNAVAILABLE - TOKEN NOT '
028877             'RELEASED'.
028878     STRING 'HELLO0073E LOCKFILE UNAVAILABLE - TOKEN NOT '
028879            'RELEASED'
028880         DELIMITED BY SIZE INTO HL-ALERT-LINE
028881     END-STRING.
028882     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
028883 7970-EXIT.
028884     EXIT.
028885*****************************************************************
028886*                                                               *
028887*    8050-NON-PROCESSING-EXIT                                   *
028888*    EXIT FOR A RUN DATE THE CALENDAR MARKS AS A NON-PROCESSING *
028889*    DAY.  THE SKIP IS LOGGED TO AUDFILE WITH THE N COMPLETION  *
028890*    STATUS AND THE STEP ENDS RC=0, LEAVING OUTFILE, THE        *
028891*    CHECKPOINT TRAIL, RSTFILE AND THE RUN LOCK AS THEY WERE.   *
028892*                                                               *
028893*****************************************************************
028894 8050-NON-PROCESSING-EXIT.
028895     DISPLAY 'HELLO0245I ' HL-AUDIT-DATE ' IS A NON-PROCESSING '
028896             'DAY - WINDOW SKIPPED'.
028897     MOVE HL-START-VAR1          TO HL-END-VAR1.
028898     MOVE 'N'                    TO HL-COMPLETION-STATUS.
028899     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
028900     MOVE 0 TO RETURN-CODE.
028901     GO TO 9999-EXIT.
028902*****************************************************************
028903*                                                               *
028904*    8000-ABEND-EXIT                                            *
028905*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE MAIN LOOP IS    *
028906*    ABLE TO START (EMPTY PARMFILE OR A PARAMETER EDIT           *
028907*    FAILURE).  THE RUN IS STILL LOGGED TO AUDFILE, MARKED       *
028908*    WITH AN ERROR COMPLETION STATUS, BEFORE THE JOB STEP ENDS.  *
028909*                                                               *
028910*****************************************************************
028911 8000-ABEND-EXIT.
028912     MOVE HL-START-VAR1          TO HL-END-VAR1.
028913     MOVE 'E'                    TO HL-COMPLETION-STATUS.
028914     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
028915     MOVE 'E' TO HL-RST-STATUS-CODE.
028916     PERFORM 7500-WRITE-RUN-STATUS THRU 7500-EXIT.
028917     PERFORM 7600-RELEASE-RUN-LOCK THRU 7600-EXIT.
028918     GO TO 9999-EXIT.
028919*****************************************************************
028920*                                                               *
028921*    8100-LOCKOUT-EXIT                                          *
028922*    EXIT FOR A RUN REFUSED BY THE RUN-LEVEL INTERLOCK.  THE    *
028923*    REFUSED RUN IS STILL LOGGED TO AUDFILE WITH THE LOCKOUT    *
028924*    COMPLETION STATUS, BUT IT TOUCHES NEITHER RSTFILE NOR      *
028925*    THE ACTIVE RUN'S TOKEN - BOTH BELONG TO THE RUN THAT       *
028926*    HOLDS THE LOCK.                                            *
028927*                                                               *
028928*****************************************************************
028929 8100-LOCKOUT-EXIT.
028930     MOVE HL-START-VAR1          TO HL-END-VAR1.
028931     MOVE 'L'                    TO HL-COMPLETION-STATUS.
028932     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
028933 9999-EXIT.
029000     STOP RUN.
