003150*    05/27/26   RMS   WIDENED THE FIBONACCI CHECK FIELDS FROM   *
003160*                     15 TO 31 DIGITS, MATCHING THE WIDENED     *
003170*                     OUT-FIBONACCI-VALUE.                      *
003180*    10/15/26   RMS   MODE R FILES ARE CHECKED AGAINST THE      *
003182*                     DEFINITION'S OWN SEED TERMS AND MODULUS - *
003184*                     VAR1 1 AND 2 MUST EQUAL THE SEEDS, EVERY  *
003186*                     LATER TERM THE SUM OF THE TWO BEFORE IT   *
003188*                     REDUCED BY THE MODULUS WHEN ONE IS SET.   *
003190*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
003192*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
003194*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
003196*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
004300     SELECT IN-FILE          ASSIGN TO OUTFILE
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS VL-IN-FILE-STATUS.
004520     SELECT ALERT-FILE       ASSIGN TO ALERTS
004550                             ORGANIZATION IS LINE SEQUENTIAL
004570                             FILE STATUS IS VL-ALERT-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
005400     LABEL RECORDS ARE STANDARD
005500     RECORDING MODE IS F.
005600     COPY OUTREC.
005620 FD  ALERT-FILE
005640     LABEL RECORDS ARE STANDARD
005660     RECORDING MODE IS F.
005680     COPY ALERTREC.
005700*
005800 WORKING-STORAGE SECTION.
005900*****************************************************************
007100     05  VL-RUN-MODE             PIC X(01)   VALUE 'C'.
007200         88  VL-RUN-MODE-COUNTER         VALUE 'C'.
007300         88  VL-RUN-MODE-FIBONACCI       VALUE 'F'.
007310         88  VL-RUN-MODE-RECURRENCE      VALUE 'R'.
007320         88  VL-RUN-MODE-TERMS           VALUES 'F' 'R'.
007400*****************************************************************
007500*    WORKING FIELDS                                            *
007600*****************************************************************
008500     05  VL-FIB-EXPECTED         PIC S9(31)  SIGN LEADING
008510                                 SEPARATE    VALUE 0.
008520     05  VL-CMD-LINE             PIC X(40)   VALUE SPACES.
008530     05  VL-JOB-ID               PIC X(08)   VALUE SPACES.
008540     05  VL-SEQUENCE-ID          PIC X(08)   VALUE SPACES.
008542     05  VL-SEED-TERM-1          PIC S9(18)  COMP    VALUE 0.
008544     05  VL-SEED-TERM-2          PIC S9(18)  COMP    VALUE 0.
008546     05  VL-MODULUS              PIC S9(18)  COMP    VALUE 0.
008548     05  VL-MOD-QUOTIENT         PIC S9(31)  SIGN LEADING
008550                                 SEPARATE    VALUE 0.
008552*****************************************************************
008554*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
008556*****************************************************************
008558 01  VL-ALERT-FIELDS.
008560     05  VL-ALERT-STATUS         PIC X(02)   VALUE '00'.
008562         88  VL-ALERT-OK                 VALUE '00'.
008564     05  VL-ALERT-LINE                       VALUE SPACES.
008566         10  VL-ALERT-MSG-ID.
008568             15  FILLER          PIC X(09).
008570             15  VL-ALERT-SEVERITY PIC X(01).
008572         10  FILLER              PIC X(01).
008574         10  VL-ALERT-TEXT       PIC X(80).
008576     05  VL-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
008578     05  VL-ALERT-NUM-1          PIC -(9)9.
008580     05  VL-ALERT-NUM-2          PIC -(9)9.
008600*
008700 PROCEDURE DIVISION.
008800*****************************************************************
010700 1000-INITIALIZE.
010710     ACCEPT VL-CMD-LINE FROM COMMAND-LINE.
010720     UNSTRING VL-CMD-LINE DELIMITED BY ','
010730         INTO VL-SEQUENCE-ID, VL-JOB-ID
010740     END-UNSTRING.
010750     IF VL-SEQUENCE-ID = SPACES
010760         DISPLAY 'HELLO0049E SEQUENCE ID MISSING FROM PARM '
010770                 'STRING - ABORT'
010771         STRING 'HELLO0049E SEQUENCE ID MISSING FROM PARM '
010772                'STRING - ABORT'
010773             DELIMITED BY SIZE INTO VL-ALERT-LINE
010774         END-STRING
010775         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
010780         MOVE 28 TO RETURN-CODE
010790         GO TO 8000-ABEND-EXIT
010795     END-IF.
010900     IF NOT VL-PARM-FILE-OK
011000         DISPLAY 'HELLO0041E PARMFILE NOT FOUND/UNAVAILABLE - '
011100                 'ABORT'
011110         STRING 'HELLO0041E PARMFILE NOT FOUND/UNAVAILABLE - '
011130                'ABORT'
011140             DELIMITED BY SIZE INTO VL-ALERT-LINE
011160         END-STRING
011180         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
011200         MOVE 20 TO RETURN-CODE
011300         GO TO 8000-ABEND-EXIT
011400     END-IF.
011900     IF VL-PARM-EOF
012000         DISPLAY 'HELLO0050E SEQUENCE DEFINITION '
012050                 VL-SEQUENCE-ID ' NOT ON PARMFILE - ABORT'
012057         STRING 'HELLO0050E SEQUENCE DEFINITION '
012064                VL-SEQUENCE-ID ' NOT ON PARMFILE - ABORT'
012071             DELIMITED BY SIZE INTO VL-ALERT-LINE
012078         END-STRING
012085         MOVE VL-SEQUENCE-ID TO VL-ALERT-SEQ-ID
012092         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
012100         MOVE 20 TO RETURN-CODE
012200         CLOSE PARM-FILE
012300         GO TO 8000-ABEND-EXIT
012400     END-IF.
012500     MOVE PARM-MODE-FLAG TO VL-RUN-MODE.
012510     IF VL-RUN-MODE-RECURRENCE
012520         AND PARM-SEED-TERM-1 IS NUMERIC
012530         AND PARM-SEED-TERM-2 IS NUMERIC
012540         AND PARM-MODULUS IS NUMERIC
012550         MOVE PARM-SEED-TERM-1   TO VL-SEED-TERM-1
012560         MOVE PARM-SEED-TERM-2   TO VL-SEED-TERM-2
012570         MOVE PARM-MODULUS       TO VL-MODULUS
012580     END-IF.
012600     IF PARM-START-VAR1 > 0
012700         MOVE PARM-START-VAR1    TO VL-EXPECTED-VAR1
012800         MOVE PARM-END-VAR1      TO VL-RANGE-END-VAR1
013400     OPEN INPUT IN-FILE.
013500     IF NOT VL-IN-FILE-OK
013600         DISPLAY 'HELLO0042E OUTFILE OPEN FAILED - ABORT'
013620         STRING 'HELLO0042E OUTFILE OPEN FAILED - ABORT'
013640             DELIMITED BY SIZE INTO VL-ALERT-LINE
013660         END-STRING
013680         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013700         MOVE 24 TO RETURN-CODE
013800         GO TO 8000-ABEND-EXIT
013900     END-IF.
017200     IF OUT-VAR1-VALUE < VL-EXPECTED-VAR1
017300         DISPLAY 'HELLO0043E DUPLICATE/OUT-OF-ORDER VAR1 '
017400                 OUT-VAR1-VALUE ' AT RECORD ' VL-RECORD-POS
017410         MOVE VL-RECORD-POS TO VL-ALERT-NUM-1
017420         STRING 'HELLO0043E DUPLICATE/OUT-OF-ORDER VAR1 '
017440                OUT-VAR1-VALUE ' AT RECORD ' VL-ALERT-NUM-1
017450             DELIMITED BY SIZE INTO VL-ALERT-LINE
017470         END-STRING
017480         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017500         ADD 1 TO VL-ERROR-COUNT
017600         PERFORM 1100-READ-IN-FILE THRU 1100-EXIT
017700         GO TO 2000-EXIT
018000         DISPLAY 'HELLO0044E GAP - EXPECTED VAR1 '
018100                 VL-EXPECTED-VAR1 ' FOUND ' OUT-VAR1-VALUE
018200                 ' AT RECORD ' VL-RECORD-POS
018210         MOVE VL-EXPECTED-VAR1 TO VL-ALERT-NUM-1
018220         MOVE VL-RECORD-POS TO VL-ALERT-NUM-2
018230         STRING 'HELLO0044E GAP - EXPECTED VAR1 '
018240                VL-ALERT-NUM-1 ' FOUND ' OUT-VAR1-VALUE
018250                ' AT RECORD ' VL-ALERT-NUM-2
018260             DELIMITED BY SIZE INTO VL-ALERT-LINE
018270         END-STRING
018280         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018300         ADD 1 TO VL-ERROR-COUNT
018400         MOVE OUT-VAR1-VALUE TO VL-EXPECTED-VAR1
018450         MOVE 0 TO VL-FIB-SEEN-COUNT
018520         DISPLAY 'HELLO0048E VAR1 ' OUT-VAR1-VALUE
018530                 ' BEYOND RANGE END ' VL-RANGE-END-VAR1
018540                 ' AT RECORD ' VL-RECORD-POS
018541         MOVE VL-RANGE-END-VAR1 TO VL-ALERT-NUM-1
018542         MOVE VL-RECORD-POS TO VL-ALERT-NUM-2
018543         STRING 'HELLO0048E VAR1 ' OUT-VAR1-VALUE
018544                ' BEYOND RANGE END ' VL-ALERT-NUM-1
018545                ' AT RECORD ' VL-ALERT-NUM-2
018546             DELIMITED BY SIZE INTO VL-ALERT-LINE
018547         END-STRING
018548         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018550         ADD 1 TO VL-ERROR-COUNT
018560     END-IF.
018600     IF VL-RUN-MODE-TERMS
018700         PERFORM 2100-CHECK-FIBONACCI THRU 2100-EXIT
018800     END-IF.
018900     ADD 1 TO VL-EXPECTED-VAR1.
019700*    CONSECUTIVE TERMS ARE IN HAND.  A GAP RESEEDS THE PAIR     *
019800*    FROM SCRATCH AND A DUPLICATE IS SKIPPED WITHOUT TOUCHING   *
019900*    IT, SO THE RULE ONLY SPANS GENUINELY CONSECUTIVE TERMS.    *
019910*    A MODE R FILE USES ITS OWN SEEDS FOR VAR1 1 AND 2 AND      *
019920*    REDUCES EACH EXPECTED TERM BY THE MODULUS WHEN ONE IS SET. *
020000*                                                               *
020100*****************************************************************
020200 2100-CHECK-FIBONACCI.
020210     IF VL-RUN-MODE-RECURRENCE
020220         AND OUT-VAR1-VALUE < 3
020230         IF OUT-VAR1-VALUE = 1
020240             MOVE VL-SEED-TERM-1 TO VL-FIB-EXPECTED
020250         ELSE
020260             MOVE VL-SEED-TERM-2 TO VL-FIB-EXPECTED
020270         END-IF
020280         PERFORM 2150-APPLY-MODULUS THRU 2150-EXIT
020281         IF OUT-FIBONACCI-VALUE NOT = VL-FIB-EXPECTED
020282             DISPLAY 'HELLO0045E FIBONACCI RULE BROKEN AT VAR1 '
020283                     OUT-VAR1-VALUE ' AT RECORD ' VL-RECORD-POS
020284             MOVE VL-RECORD-POS TO VL-ALERT-NUM-1
020285             STRING 'HELLO0045E FIBONACCI RULE BROKEN AT VAR1 '
020286                    OUT-VAR1-VALUE ' AT RECORD ' VL-ALERT-NUM-1
020287                 DELIMITED BY SIZE INTO VL-ALERT-LINE
020288             END-STRING
020289             PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020290             ADD 1 TO VL-ERROR-COUNT
020291         END-IF
020292         GO TO 2100-SHIFT
020296     END-IF.
020300     IF VL-FIB-SEEN-COUNT >= 2
020400         COMPUTE VL-FIB-EXPECTED = VL-FIB-BACK-ONE +
020500                                   VL-FIB-BACK-TWO
020510         IF VL-RUN-MODE-RECURRENCE
020520             PERFORM 2150-APPLY-MODULUS THRU 2150-EXIT
020530         END-IF
020600         IF OUT-FIBONACCI-VALUE NOT = VL-FIB-EXPECTED
020700             DISPLAY 'HELLO0045E FIBONACCI RULE BROKEN AT VAR1 '
020800                     OUT-VAR1-VALUE ' AT RECORD ' VL-RECORD-POS
020810             MOVE VL-RECORD-POS TO VL-ALERT-NUM-1
020820             STRING 'HELLO0045E FIBONACCI RULE BROKEN AT VAR1 '
020840                    OUT-VAR1-VALUE ' AT RECORD ' VL-ALERT-NUM-1
020850                 DELIMITED BY SIZE INTO VL-ALERT-LINE
020870             END-STRING
020880             PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020900             ADD 1 TO VL-ERROR-COUNT
021000         END-IF
021100     END-IF.
021150 2100-SHIFT.
021200     MOVE VL-FIB-BACK-ONE        TO VL-FIB-BACK-TWO.
021300     MOVE OUT-FIBONACCI-VALUE    TO VL-FIB-BACK-ONE.
021400     ADD 1 TO VL-FIB-SEEN-COUNT.
021500 2100-EXIT.
021600     EXIT.
021606*****************************************************************
021612*                                                               *
021618*    2150-APPLY-MODULUS                                         *
021624*    REDUCES THE EXPECTED TERM BY THE DEFINITION'S MODULUS.     *
021630*    A ZERO MODULUS LEAVES THE TERM UNREDUCED.                  *
021636*                                                               *
021642*****************************************************************
021648 2150-APPLY-MODULUS.
021654     IF VL-MODULUS > 0
021660         DIVIDE VL-FIB-EXPECTED BY VL-MODULUS
021666             GIVING VL-MOD-QUOTIENT
021672             REMAINDER VL-FIB-EXPECTED
021678     END-IF.
021684 2150-EXIT.
021690     EXIT.
021700*****************************************************************
021800*                                                               *
021900*    9000-TERMINATE                                             *
022800         DISPLAY 'HELLO0044E GAP - EXPECTED VAR1 '
022900                 VL-EXPECTED-VAR1 ' THRU ' VL-RANGE-END-VAR1
023000                 ' MISSING AT END OF FILE'
023010         MOVE VL-EXPECTED-VAR1 TO VL-ALERT-NUM-1
023020         MOVE VL-RANGE-END-VAR1 TO VL-ALERT-NUM-2
023030         STRING 'HELLO0044E GAP - EXPECTED VAR1 '
023040                VL-ALERT-NUM-1 ' THRU ' VL-ALERT-NUM-2
023050                ' MISSING AT END OF FILE'
023060             DELIMITED BY SIZE INTO VL-ALERT-LINE
023070         END-STRING
023080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
023100         ADD 1 TO VL-ERROR-COUNT
023200     END-IF.
023300     CLOSE IN-FILE.
023800     ELSE
023900         DISPLAY 'HELLO0047E OUTFILE VALIDATION FAILED - '
024000                 VL-ERROR-COUNT ' ERRORS'
024010         MOVE VL-ERROR-COUNT TO VL-ALERT-NUM-1
024020         STRING 'HELLO0047E OUTFILE VALIDATION FAILED - '
024040                VL-ALERT-NUM-1 ' ERRORS'
024050             DELIMITED BY SIZE INTO VL-ALERT-LINE
024070         END-STRING
024080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
024100         MOVE 16 TO RETURN-CODE
024200     END-IF.
024300 9000-EXIT.
024400     EXIT.
024402*****************************************************************
024404*                                                               *
024406*    7900-WRITE-ALERT                                           *
024408*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
024410*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
024412*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
024414*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
024416*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
024418*                                                               *
024420*****************************************************************
024422 7900-WRITE-ALERT.
024424     OPEN EXTEND ALERT-FILE.
024426     IF NOT VL-ALERT-OK
024428         OPEN OUTPUT ALERT-FILE
024430     END-IF.
024432     IF NOT VL-ALERT-OK
024434         MOVE SPACES TO VL-ALERT-LINE
024436         MOVE SPACES TO VL-ALERT-SEQ-ID
024438         GO TO 7900-EXIT
024440     END-IF.
024442     MOVE SPACES TO ALERT-RECORD.
024444     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
024446     ACCEPT ALRT-TIME FROM TIME.
024448     MOVE VL-JOB-ID                  TO ALRT-JOB-ID.
024450     MOVE 'HELLOVAL'                 TO ALRT-PROGRAM-ID.
024452     MOVE VL-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
024454     MOVE VL-ALERT-SEVERITY          TO ALRT-SEVERITY.
024456     MOVE VL-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
024458     IF ALRT-SEQUENCE-ID = SPACES
024460         MOVE VL-SEQUENCE-ID         TO ALRT-SEQUENCE-ID
024462     END-IF.
024464     MOVE VL-ALERT-TEXT              TO ALRT-TEXT.
024466     WRITE ALERT-RECORD.
024468     CLOSE ALERT-FILE.
024470     MOVE SPACES TO VL-ALERT-LINE.
024472     MOVE SPACES TO VL-ALERT-SEQ-ID.
024474 7900-EXIT.
024476     EXIT.
024500*****************************************************************
024600*                                                               *
024700*    8000-ABEND-EXIT                                            *
