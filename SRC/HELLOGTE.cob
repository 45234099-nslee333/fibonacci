002800*    DATE       INIT  DESCRIPTION                               *
002900*    -------    ----  ------------------------------------     *
003000*    06/10/26   RMS   ORIGINAL                                  *
003020*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
003040*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
003060*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
003080*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
005300     SELECT RST4-FILE        ASSIGN TO RST4FILE
005400                             ORGANIZATION IS LINE SEQUENTIAL
005500                             FILE STATUS IS GT-RST4-FILE-STATUS.
005520     SELECT ALERT-FILE       ASSIGN TO ALERTS
005550                             ORGANIZATION IS LINE SEQUENTIAL
005570                             FILE STATUS IS GT-ALERT-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
012000         ==RST4-STATUS-COMPLETE== ==RST-STATUS-IN-PROGRESS== BY
012100         ==RST4-STATUS-IN-PROGRESS== ==RST-STATUS-ERROR== BY
012200         ==RST4-STATUS-ERROR==.
012220 FD  ALERT-FILE
012240     LABEL RECORDS ARE STANDARD
012260     RECORDING MODE IS F.
012280     COPY ALERTREC.
012300*
012400 WORKING-STORAGE SECTION.
012500*****************************************************************
014700*****************************************************************
014800 01  GT-WORK-FIELDS.
014900     05  GT-CMD-LINE             PIC X(40)   VALUE SPACES.
014950     05  GT-JOB-ID               PIC X(08)   VALUE SPACES.
015000     05  GT-SEQUENCE-ID          PIC X(08)   VALUE SPACES.
015100     05  GT-RUN-BOUND            PIC S9(09)  COMP    VALUE 0.
015200     05  GT-EXPECTED-START       PIC S9(09)  COMP    VALUE 1.
016700     05  GT-S-JOB-ID             PIC X(08).
016800     05  GT-S-RUN-DATE           PIC X(08).
016900     05  GT-S-RUN-TIME           PIC X(06).
016906*****************************************************************
016912*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
016918*****************************************************************
016924 01  GT-ALERT-FIELDS.
016930     05  GT-ALERT-STATUS         PIC X(02)   VALUE '00'.
016936         88  GT-ALERT-OK                 VALUE '00'.
016942     05  GT-ALERT-LINE                       VALUE SPACES.
016948         10  GT-ALERT-MSG-ID.
016954             15  FILLER          PIC X(09).
016960             15  GT-ALERT-SEVERITY PIC X(01).
016966         10  FILLER              PIC X(01).
016972         10  GT-ALERT-TEXT       PIC X(80).
016978     05  GT-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
016984     05  GT-ALERT-NUM-1          PIC -(9)9.
016990     05  GT-ALERT-NUM-2          PIC -(9)9.
017000*
017100 PROCEDURE DIVISION.
017200*****************************************************************
019300 1000-INITIALIZE.
019400     ACCEPT GT-CMD-LINE FROM COMMAND-LINE.
019500     UNSTRING GT-CMD-LINE DELIMITED BY ','
019600         INTO GT-SEQUENCE-ID, GT-JOB-ID
019700     END-UNSTRING.
019800     IF GT-SEQUENCE-ID = SPACES
019900         DISPLAY 'HELLO0049E SEQUENCE ID MISSING FROM PARM '
020000                 'STRING - ABORT'
020010         STRING 'HELLO0049E SEQUENCE ID MISSING FROM PARM '
020030                'STRING - ABORT'
020040             DELIMITED BY SIZE INTO GT-ALERT-LINE
020060         END-STRING
020080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020100         MOVE 28 TO RETURN-CODE
020200         GO TO 8000-ABEND-EXIT
020300     END-IF.
020500     IF NOT GT-PARM-FILE-OK
020600         DISPLAY 'HELLO0041E PARMFILE NOT FOUND/UNAVAILABLE - '
020700                 'ABORT'
020710         STRING 'HELLO0041E PARMFILE NOT FOUND/UNAVAILABLE - '
020730                'ABORT'
020740             DELIMITED BY SIZE INTO GT-ALERT-LINE
020760         END-STRING
020780         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020800         MOVE 20 TO RETURN-CODE
020900         GO TO 8000-ABEND-EXIT
021000     END-IF.
021600     IF GT-PARM-EOF
021700         DISPLAY 'HELLO0050E SEQUENCE DEFINITION '
021800                 GT-SEQUENCE-ID ' NOT ON PARMFILE - ABORT'
021810         STRING 'HELLO0050E SEQUENCE DEFINITION '
021820                GT-SEQUENCE-ID ' NOT ON PARMFILE - ABORT'
021840             DELIMITED BY SIZE INTO GT-ALERT-LINE
021850         END-STRING
021870         MOVE GT-SEQUENCE-ID TO GT-ALERT-SEQ-ID
021880         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
021900         MOVE 20 TO RETURN-CODE
022000         CLOSE PARM-FILE
022100         GO TO 8000-ABEND-EXIT
025500     IF NOT GT-RST1-FILE-OK
025600         DISPLAY 'HELLO0066E RST1FILE MISSING - RANGE1 NEVER '
025700                 'RECORDED A RUN'
025710         STRING 'HELLO0066E RST1FILE MISSING - RANGE1 NEVER '
025730                'RECORDED A RUN'
025740             DELIMITED BY SIZE INTO GT-ALERT-LINE
025760         END-STRING
025780         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
025800         MOVE 'Y' TO GT-GATE-FAILED-SW
025900         GO TO 2100-EXIT
026000     END-IF.
026500     IF GT-RST-EOF
026600         DISPLAY 'HELLO0066E RST1FILE EMPTY - RANGE1 NEVER '
026700                 'RECORDED A RUN'
026710         STRING 'HELLO0066E RST1FILE EMPTY - RANGE1 NEVER '
026730                'RECORDED A RUN'
026740             DELIMITED BY SIZE INTO GT-ALERT-LINE
026760         END-STRING
026780         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
026800         MOVE 'Y' TO GT-GATE-FAILED-SW
026900         CLOSE RST1-FILE
027000         GO TO 2100-EXIT
027130         OR RST1-END-VAR1 IS NOT NUMERIC
027140         DISPLAY 'HELLO0118E RST1FILE RANGE FIELDS NOT NUMERIC '
027150                 '- RECORD DAMAGED'
027151         STRING 'HELLO0118E RST1FILE RANGE FIELDS NOT NUMERIC '
027152                '- RECORD DAMAGED'
027153             DELIMITED BY SIZE INTO GT-ALERT-LINE
027154         END-STRING
027155         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
027160         MOVE 'Y' TO GT-GATE-FAILED-SW
027170         CLOSE RST1-FILE
027180         GO TO 2100-EXIT
027800     IF NOT RST1-STATUS-COMPLETE
027820         DISPLAY 'HELLO0067E RANGE1 NOT COMPLETE - STATUS '
027840                 RST1-COMPLETION-STATUS ' JOB ' RST1-JOB-ID
027843         STRING 'HELLO0067E RANGE1 NOT COMPLETE - STATUS '
027846                RST1-COMPLETION-STATUS ' JOB ' RST1-JOB-ID
027849             DELIMITED BY SIZE INTO GT-ALERT-LINE
027852         END-STRING
027855         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
027860         MOVE 'Y' TO GT-GATE-FAILED-SW
027880     END-IF.
028300     CLOSE RST1-FILE.
028900     IF NOT GT-RST2-FILE-OK
029000         DISPLAY 'HELLO0066E RST2FILE MISSING - RANGE2 NEVER '
029100                 'RECORDED A RUN'
029110         STRING 'HELLO0066E RST2FILE MISSING - RANGE2 NEVER '
029130                'RECORDED A RUN'
029140             DELIMITED BY SIZE INTO GT-ALERT-LINE
029160         END-STRING
029180         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
029200         MOVE 'Y' TO GT-GATE-FAILED-SW
029300         GO TO 2200-EXIT
029400     END-IF.
029900     IF GT-RST-EOF
030000         DISPLAY 'HELLO0066E RST2FILE EMPTY - RANGE2 NEVER '
030100                 'RECORDED A RUN'
030110         STRING 'HELLO0066E RST2FILE EMPTY - RANGE2 NEVER '
030130                'RECORDED A RUN'
030140             DELIMITED BY SIZE INTO GT-ALERT-LINE
030160         END-STRING
030180         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
030200         MOVE 'Y' TO GT-GATE-FAILED-SW
030300         CLOSE RST2-FILE
030400         GO TO 2200-EXIT
030530         OR RST2-END-VAR1 IS NOT NUMERIC
030540         DISPLAY 'HELLO0118E RST2FILE RANGE FIELDS NOT NUMERIC '
030550                 '- RECORD DAMAGED'
030551         STRING 'HELLO0118E RST2FILE RANGE FIELDS NOT NUMERIC '
030552                '- RECORD DAMAGED'
030553             DELIMITED BY SIZE INTO GT-ALERT-LINE
030554         END-STRING
030555         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
030560         MOVE 'Y' TO GT-GATE-FAILED-SW
030570         CLOSE RST2-FILE
030580         GO TO 2200-EXIT
031200     IF NOT RST2-STATUS-COMPLETE
031300         DISPLAY 'HELLO0067E RANGE2 NOT COMPLETE - STATUS '
031400                 RST2-COMPLETION-STATUS ' JOB ' RST2-JOB-ID
031410         STRING 'HELLO0067E RANGE2 NOT COMPLETE - STATUS '
031430                RST2-COMPLETION-STATUS ' JOB ' RST2-JOB-ID
031440             DELIMITED BY SIZE INTO GT-ALERT-LINE
031460         END-STRING
031480         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
031500         MOVE 'Y' TO GT-GATE-FAILED-SW
031600     END-IF.
031700     CLOSE RST2-FILE.
032300     IF NOT GT-RST3-FILE-OK
032400         DISPLAY 'HELLO0066E RST3FILE MISSING - RANGE3 NEVER '
032500                 'RECORDED A RUN'
032510         STRING 'HELLO0066E RST3FILE MISSING - RANGE3 NEVER '
032530                'RECORDED A RUN'
032540             DELIMITED BY SIZE INTO GT-ALERT-LINE
032560         END-STRING
032580         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
032600         MOVE 'Y' TO GT-GATE-FAILED-SW
032700         GO TO 2300-EXIT
032800     END-IF.
033300     IF GT-RST-EOF
033400         DISPLAY 'HELLO0066E RST3FILE EMPTY - RANGE3 NEVER '
033500                 'RECORDED A RUN'
033510         STRING 'HELLO0066E RST3FILE EMPTY - RANGE3 NEVER '
033530                'RECORDED A RUN'
033540             DELIMITED BY SIZE INTO GT-ALERT-LINE
033560         END-STRING
033580         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
033600         MOVE 'Y' TO GT-GATE-FAILED-SW
033700         CLOSE RST3-FILE
033800         GO TO 2300-EXIT
033930         OR RST3-END-VAR1 IS NOT NUMERIC
033940         DISPLAY 'HELLO0118E RST3FILE RANGE FIELDS NOT NUMERIC '
033950                 '- RECORD DAMAGED'
033951         STRING 'HELLO0118E RST3FILE RANGE FIELDS NOT NUMERIC '
033952                '- RECORD DAMAGED'
033953             DELIMITED BY SIZE INTO GT-ALERT-LINE
033954         END-STRING
033955         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
033960         MOVE 'Y' TO GT-GATE-FAILED-SW
033970         CLOSE RST3-FILE
033980         GO TO 2300-EXIT
034600     IF NOT RST3-STATUS-COMPLETE
034700         DISPLAY 'HELLO0067E RANGE3 NOT COMPLETE - STATUS '
034800                 RST3-COMPLETION-STATUS ' JOB ' RST3-JOB-ID
034810         STRING 'HELLO0067E RANGE3 NOT COMPLETE - STATUS '
034830                RST3-COMPLETION-STATUS ' JOB ' RST3-JOB-ID
034840             DELIMITED BY SIZE INTO GT-ALERT-LINE
034860         END-STRING
034880         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
034900         MOVE 'Y' TO GT-GATE-FAILED-SW
035000     END-IF.
035100     CLOSE RST3-FILE.
035700     IF NOT GT-RST4-FILE-OK
035800         DISPLAY 'HELLO0066E RST4FILE MISSING - RANGE4 NEVER '
035900                 'RECORDED A RUN'
035910         STRING 'HELLO0066E RST4FILE MISSING - RANGE4 NEVER '
035930                'RECORDED A RUN'
035940             DELIMITED BY SIZE INTO GT-ALERT-LINE
035960         END-STRING
035980         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
036000         MOVE 'Y' TO GT-GATE-FAILED-SW
036100         GO TO 2400-EXIT
036200     END-IF.
036700     IF GT-RST-EOF
036800         DISPLAY 'HELLO0066E RST4FILE EMPTY - RANGE4 NEVER '
036900                 'RECORDED A RUN'
036910         STRING 'HELLO0066E RST4FILE EMPTY - RANGE4 NEVER '
036930                'RECORDED A RUN'
036940             DELIMITED BY SIZE INTO GT-ALERT-LINE
036960         END-STRING
036980         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
037000         MOVE 'Y' TO GT-GATE-FAILED-SW
037100         CLOSE RST4-FILE
037200         GO TO 2400-EXIT
037330         OR RST4-END-VAR1 IS NOT NUMERIC
037340         DISPLAY 'HELLO0118E RST4FILE RANGE FIELDS NOT NUMERIC '
037350                 '- RECORD DAMAGED'
037351         STRING 'HELLO0118E RST4FILE RANGE FIELDS NOT NUMERIC '
037352                '- RECORD DAMAGED'
037353             DELIMITED BY SIZE INTO GT-ALERT-LINE
037354         END-STRING
037355         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
037360         MOVE 'Y' TO GT-GATE-FAILED-SW
037370         CLOSE RST4-FILE
037380         GO TO 2400-EXIT
038000     IF NOT RST4-STATUS-COMPLETE
038100         DISPLAY 'HELLO0067E RANGE4 NOT COMPLETE - STATUS '
038200                 RST4-COMPLETION-STATUS ' JOB ' RST4-JOB-ID
038210         STRING 'HELLO0067E RANGE4 NOT COMPLETE - STATUS '
038230                RST4-COMPLETION-STATUS ' JOB ' RST4-JOB-ID
038240             DELIMITED BY SIZE INTO GT-ALERT-LINE
038260         END-STRING
038280         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
038300         MOVE 'Y' TO GT-GATE-FAILED-SW
038400     END-IF.
038500     CLOSE RST4-FILE.
045200         DISPLAY 'HELLO0068E RANGES END AT '
045300                 GT-EXPECTED-START ' MINUS 1, NOT AT BOUND '
045400                 GT-RUN-BOUND
045410         MOVE GT-EXPECTED-START TO GT-ALERT-NUM-1
045420         MOVE GT-RUN-BOUND TO GT-ALERT-NUM-2
045430         STRING 'HELLO0068E RANGES END AT '
045440                GT-ALERT-NUM-1 ' MINUS 1, NOT AT BOUND '
045450                GT-ALERT-NUM-2
045460             DELIMITED BY SIZE INTO GT-ALERT-LINE
045470         END-STRING
045480         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
045500         MOVE 'Y' TO GT-GATE-FAILED-SW
045600     END-IF.
045700 4000-EXIT.
047200         DISPLAY 'HELLO0068E RANGE HOLE/OVERLAP - EXPECTED '
047300                 'START ' GT-EXPECTED-START ' FOUND '
047400                 GT-R-START (GT-I)
047410         MOVE GT-EXPECTED-START TO GT-ALERT-NUM-1
047420         MOVE GT-R-START (GT-I) TO GT-ALERT-NUM-2
047430         STRING 'HELLO0068E RANGE HOLE/OVERLAP - EXPECTED '
047440                'START ' GT-ALERT-NUM-1 ' FOUND '
047450                GT-ALERT-NUM-2
047460             DELIMITED BY SIZE INTO GT-ALERT-LINE
047470         END-STRING
047480         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
047500         MOVE 'Y' TO GT-GATE-FAILED-SW
047600     END-IF.
047700     IF GT-R-END (GT-I) < GT-R-START (GT-I)
047800         DISPLAY 'HELLO0068E RANGE END PRECEDES ITS START'
047820         STRING 'HELLO0068E RANGE END PRECEDES ITS START'
047840             DELIMITED BY SIZE INTO GT-ALERT-LINE
047860         END-STRING
047880         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
047900         MOVE 'Y' TO GT-GATE-FAILED-SW
048000     END-IF.
048100     COMPUTE GT-EXPECTED-START = GT-R-END (GT-I) + 1.
048490     IF GT-R-RUN-DATE (GT-I) IS NOT NUMERIC
048492         DISPLAY 'HELLO0117E RANGE RUN DATE UNREADABLE - '
048494                 GT-R-RUN-DATE (GT-I)
048495         PERFORM 7910-ALERT-UNREADABLE-DATE THRU 7910-EXIT
048496         MOVE 'Y' TO GT-GATE-FAILED-SW
048498         GO TO 5100-EXIT
048500     END-IF.
048542         DISPLAY 'HELLO0117E RANGE ' GT-R-START (GT-I) ' THRU '
048544                 GT-R-END (GT-I) ' RAN ' GT-R-RUN-DATE (GT-I)
048546                 ' - STALE AGAINST NEWEST ' GT-NEWEST-DATE
048547         PERFORM 7920-ALERT-STALE-RANGE THRU 7920-EXIT
048548         MOVE 'Y' TO GT-GATE-FAILED-SW
048550     END-IF.
048552 5200-EXIT.
049300     IF GT-GATE-FAILED
049400         DISPLAY 'HELLO0069E GATE FAILED - HELLOMRG MUST NOT '
049500                 'RUN'
049510         STRING 'HELLO0069E GATE FAILED - HELLOMRG MUST NOT '
049530                'RUN'
049540             DELIMITED BY SIZE INTO GT-ALERT-LINE
049560         END-STRING
049580         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
049600         MOVE 16 TO RETURN-CODE
049700     ELSE
049800         DISPLAY 'HELLO0071I ALL FOUR RANGES COMPLETE - MERGE '
050100     END-IF.
050200 9000-EXIT.
050300     EXIT.
050301*****************************************************************
050302*                                                               *
050303*    7900-WRITE-ALERT                                           *
050304*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
050305*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
050306*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
050307*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
050308*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
050309*                                                               *
050310*****************************************************************
050311 7900-WRITE-ALERT.
050312     OPEN EXTEND ALERT-FILE.
050313     IF NOT GT-ALERT-OK
050314         OPEN OUTPUT ALERT-FILE
050315     END-IF.
050316     IF NOT GT-ALERT-OK
050317         MOVE SPACES TO GT-ALERT-LINE
050318         MOVE SPACES TO GT-ALERT-SEQ-ID
050319         GO TO 7900-EXIT
050320     END-IF.
050321     MOVE SPACES TO ALERT-RECORD.
050322     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
050323     ACCEPT ALRT-TIME FROM TIME.
050324     MOVE GT-JOB-ID                  TO ALRT-JOB-ID.
050325     MOVE 'HELLOGTE'                 TO ALRT-PROGRAM-ID.
050326     MOVE GT-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
050327     MOVE GT-ALERT-SEVERITY          TO ALRT-SEVERITY.
050328     MOVE GT-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
050329     IF ALRT-SEQUENCE-ID = SPACES
050330         MOVE GT-SEQUENCE-ID         TO ALRT-SEQUENCE-ID
050331     END-IF.
050332     MOVE GT-ALERT-TEXT              TO ALRT-TEXT.
050333     WRITE ALERT-RECORD.
050334     CLOSE ALERT-FILE.
050335     MOVE SPACES TO GT-ALERT-LINE.
050336     MOVE SPACES TO GT-ALERT-SEQ-ID.
050337 7900-EXIT.
050338     EXIT.
050339*****************************************************************
050340*                                                               *
050341*    7910-ALERT-UNREADABLE-DATE                                 *
050342*    FILES THE HELLO0117E MESSAGE FOR A RANGE WHOSE RUN DATE    *
050343*    CANNOT BE READ ON THE SHARED ALERTS DATASET.               *
050344*                                                               *
050345*****************************************************************
050346 7910-ALERT-UNREADABLE-DATE.
050347     STRING 'HELLO0117E RANGE RUN DATE UNREADABLE - '
050348            GT-R-RUN-DATE (GT-I)
050349         DELIMITED BY SIZE INTO GT-ALERT-LINE
050350     END-STRING.
050351     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
050352 7910-EXIT.
050353     EXIT.
050354*****************************************************************
050355*                                                               *
050356*    7920-ALERT-STALE-RANGE                                     *
050357*    FILES THE HELLO0117E MESSAGE FOR A RANGE WHOSE COMPLETE    *
050358*    RECORD IS STALE ON THE SHARED ALERTS DATASET.              *
050359*                                                               *
050360*****************************************************************
050361 7920-ALERT-STALE-RANGE.
050362     MOVE GT-R-START (GT-I) TO GT-ALERT-NUM-1.
050363     MOVE GT-R-END (GT-I) TO GT-ALERT-NUM-2.
050364     STRING 'HELLO0117E RANGE ' GT-ALERT-NUM-1 ' THRU '
050365            GT-ALERT-NUM-2 ' RAN ' GT-R-RUN-DATE (GT-I)
050366            ' - STALE AGAINST NEWEST ' GT-NEWEST-DATE
050367         DELIMITED BY SIZE INTO GT-ALERT-LINE
050368     END-STRING.
050369     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
050370 7920-EXIT.
050371     EXIT.
050400*****************************************************************
050500*                                                               *
050600*    8000-ABEND-EXIT                                            *
