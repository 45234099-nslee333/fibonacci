002488*                     CANNOT BE OPENED FOR UPDATE.  ACCESS      *
002490*                     MODE IS NOW DYNAMIC FOR THE KEYED         *
002492*                     READ/REWRITE/DELETE PATH.                 *
002493*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
002494*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
002495*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
002496*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
003800                             ACCESS MODE IS DYNAMIC
003900                             RECORD KEY IS SEQ-STORE-KEY
004000                             FILE STATUS IS LD-SEQ-FILE-STATUS.
004020     SELECT ALERT-FILE       ASSIGN TO ALERTS
004050                             ORGANIZATION IS LINE SEQUENTIAL
004070                             FILE STATUS IS LD-ALERT-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005100     COPY SEQREC.
005120 FD  ALERT-FILE
005140     LABEL RECORDS ARE STANDARD
005160     RECORDING MODE IS F.
005180     COPY ALERTREC.
005200*
005300 WORKING-STORAGE SECTION.
005400*****************************************************************
006800*****************************************************************
006900 01  LD-WORK-FIELDS.
006910     05  LD-CMD-LINE             PIC X(40)   VALUE SPACES.
006915     05  LD-JOB-ID               PIC X(08)   VALUE SPACES.
006920     05  LD-MODE-TOKEN           PIC X(08)   VALUE SPACES.
007000     05  LD-LOADED-COUNT         PIC S9(09)  COMP    VALUE 0.
007010     05  LD-ADDED-COUNT          PIC S9(09)  COMP    VALUE 0.
007074     05  LD-BOUND-LOOKUP-ID      PIC X(08)   VALUE SPACES.
007076     05  LD-BOUND-IX             PIC S9(04)  COMP    VALUE 0.
007078     05  LD-BOUND-SUB            PIC S9(04)  COMP    VALUE 0.
007079*****************************************************************
007080*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
007081*****************************************************************
007082 01  LD-ALERT-FIELDS.
007083     05  LD-ALERT-STATUS         PIC X(02)   VALUE '00'.
007084         88  LD-ALERT-OK                 VALUE '00'.
007085     05  LD-ALERT-LINE                       VALUE SPACES.
007086         10  LD-ALERT-MSG-ID.
007087             15  FILLER          PIC X(09).
007088             15  LD-ALERT-SEVERITY PIC X(01).
007089         10  FILLER              PIC X(01).
007090         10  LD-ALERT-TEXT       PIC X(80).
007091     05  LD-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
007095     05  LD-DELTA-OP             PIC X(07)   VALUE SPACES.
007100*
007200 PROCEDURE DIVISION.
007300*****************************************************************
009300 1000-INITIALIZE.
009310     ACCEPT LD-CMD-LINE FROM COMMAND-LINE.
009320     UNSTRING LD-CMD-LINE DELIMITED BY ','
009330         INTO LD-MODE-TOKEN, LD-JOB-ID
009340     END-UNSTRING.
009350     IF LD-MODE-TOKEN = 'DELTA'
009352         MOVE 'D' TO LD-MODE-SW
009358             AND LD-MODE-TOKEN NOT = SPACES
009360             DISPLAY 'HELLO0165E LOAD MODE MUST BE FULL OR '
009362                     'DELTA - ABORT'
009363             PERFORM 7910-ALERT-BAD-MODE THRU 7910-EXIT
009364             MOVE 16 TO RETURN-CODE
009366             GO TO 8000-ABEND-EXIT
009368         END-IF
009400     OPEN INPUT IN-FILE.
009500     IF NOT LD-IN-FILE-OK
009600         DISPLAY 'HELLO0107E OUTFILE OPEN FAILED - ABORT'
009620         STRING 'HELLO0107E OUTFILE OPEN FAILED - ABORT'
009640             DELIMITED BY SIZE INTO LD-ALERT-LINE
009660         END-STRING
009680         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
009700         MOVE 16 TO RETURN-CODE
009800         GO TO 8000-ABEND-EXIT
009900     END-IF.
009930         IF NOT LD-SEQ-FILE-OK
009940             DISPLAY 'HELLO0162W STORE NOT AVAILABLE FOR '
009950                     'UPDATE - FULL REBUILD INSTEAD'
009951             STRING 'HELLO0162W STORE NOT AVAILABLE FOR '
009952                    'UPDATE - FULL REBUILD INSTEAD'
009953                 DELIMITED BY SIZE INTO LD-ALERT-LINE
009954             END-STRING
009955             PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
009960             MOVE 'F' TO LD-MODE-SW
009970         END-IF
009980     END-IF.
010050     END-IF.
010100     IF NOT LD-SEQ-FILE-OK
010200         DISPLAY 'HELLO0108E SEQFILE OPEN FAILED - ABORT'
010220         STRING 'HELLO0108E SEQFILE OPEN FAILED - ABORT'
010240             DELIMITED BY SIZE INTO LD-ALERT-LINE
010260         END-STRING
010280         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
010300         MOVE 20 TO RETURN-CODE
010400         CLOSE IN-FILE
010500         GO TO 8000-ABEND-EXIT
014200             DISPLAY 'HELLO0109E LOAD FAILED AT ' SEQ-SEQUENCE-ID
014300                     ' VAR1 ' SEQ-VAR1-KEY
014350                     ' - DUPLICATE/OUT OF ORDER'
014356             STRING 'HELLO0109E LOAD FAILED AT ' SEQ-SEQUENCE-ID
014362                    ' VAR1 ' SEQ-VAR1-KEY
014368                    ' - DUPLICATE/OUT OF ORDER'
014374                 DELIMITED BY SIZE INTO LD-ALERT-LINE
014380             END-STRING
014386             MOVE SEQ-SEQUENCE-ID TO LD-ALERT-SEQ-ID
014392             PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014400             MOVE 24 TO RETURN-CODE
014500             MOVE 'Y' TO LD-LOAD-FAILED-SW
014600             GO TO 2000-EXIT
015138         IF LD-BOUND-COUNT >= 50
015140             DISPLAY 'HELLO0163E MORE THAN 50 SEQUENCE IDS ON '
015142                     'THE BALANCED FILE - ABORT'
015143             PERFORM 7920-ALERT-BOUND-FULL THRU 7920-EXIT
015144             MOVE 24 TO RETURN-CODE
015146             MOVE 'Y' TO LD-LOAD-FAILED-SW
015148             GO TO 2500-EXIT
015196             INVALID KEY
015198                 DISPLAY 'HELLO0164E DELTA WRITE FAILED AT '
015200                         SEQ-SEQUENCE-ID ' VAR1 ' SEQ-VAR1-KEY
015201                 MOVE 'WRITE'   TO LD-DELTA-OP
015202                 MOVE 24 TO RETURN-CODE
015203                 PERFORM 7930-ALERT-DELTA-FAILED THRU 7930-EXIT
015204                 MOVE 'Y' TO LD-LOAD-FAILED-SW
015206                 GO TO 2500-EXIT
015208         END-WRITE
015236         INVALID KEY
015238             DISPLAY 'HELLO0164E DELTA REWRITE FAILED AT '
015240                     SEQ-SEQUENCE-ID ' VAR1 ' SEQ-VAR1-KEY
015241             MOVE 'REWRITE' TO LD-DELTA-OP
015242             MOVE 24 TO RETURN-CODE
015243             PERFORM 7930-ALERT-DELTA-FAILED THRU 7930-EXIT
015244             MOVE 'Y' TO LD-LOAD-FAILED-SW
015246             GO TO 2500-EXIT
015248     END-REWRITE.
015394         INVALID KEY
015396             DISPLAY 'HELLO0164E DELTA DELETE FAILED AT '
015398                     SEQ-SEQUENCE-ID ' VAR1 ' SEQ-VAR1-KEY
015399             MOVE 'DELETE'  TO LD-DELTA-OP
015400             MOVE 24 TO RETURN-CODE
015401             PERFORM 7930-ALERT-DELTA-FAILED THRU 7930-EXIT
015402             MOVE 'Y' TO LD-LOAD-FAILED-SW
015404             GO TO 3100-EXIT
015406     END-DELETE.
015408     ADD 1 TO LD-DELETED-COUNT.
015410 3100-EXIT.
015412     EXIT.
015413*****************************************************************
015414*                                                               *
015415*    7900-WRITE-ALERT                                           *
015416*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
015417*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
015418*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
015419*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
015420*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
015421*                                                               *
015422*****************************************************************
015423 7900-WRITE-ALERT.
015424     OPEN EXTEND ALERT-FILE.
015425     IF NOT LD-ALERT-OK
015426         OPEN OUTPUT ALERT-FILE
015427     END-IF.
015428     IF NOT LD-ALERT-OK
015429         MOVE SPACES TO LD-ALERT-LINE
015430         MOVE SPACES TO LD-ALERT-SEQ-ID
015431         GO TO 7900-EXIT
015432     END-IF.
015433     MOVE SPACES TO ALERT-RECORD.
015434     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
015435     ACCEPT ALRT-TIME FROM TIME.
015436     MOVE LD-JOB-ID                  TO ALRT-JOB-ID.
015437     MOVE 'HELLOLOD'                 TO ALRT-PROGRAM-ID.
015438     MOVE LD-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
015439     MOVE LD-ALERT-SEVERITY          TO ALRT-SEVERITY.
015440     MOVE LD-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
015441     MOVE LD-ALERT-TEXT              TO ALRT-TEXT.
015442     WRITE ALERT-RECORD.
015443     CLOSE ALERT-FILE.
015444     MOVE SPACES TO LD-ALERT-LINE.
015445     MOVE SPACES TO LD-ALERT-SEQ-ID.
015446 7900-EXIT.
015447     EXIT.
015448*****************************************************************
015449*                                                               *
015450*    7910-ALERT-BAD-MODE                                        *
015451*    FILES THE HELLO0165E BAD LOAD MODE MESSAGE ON ALERTS.      *
015452*                                                               *
015453*****************************************************************
015454 7910-ALERT-BAD-MODE.
015455     STRING 'HELLO0165E LOAD MODE MUST BE FULL OR '
015456            'DELTA - ABORT'
015457         DELIMITED BY SIZE INTO LD-ALERT-LINE
015458     END-STRING.
015459     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
015460 7910-EXIT.
015461     EXIT.
015462*****************************************************************
015463*                                                               *
015464*    7920-ALERT-BOUND-FULL                                      *
015465*    FILES THE HELLO0163E BOUND TABLE FULL MESSAGE ON ALERTS.   *
015466*                                                               *
015467*****************************************************************
015468 7920-ALERT-BOUND-FULL.
015469     STRING 'HELLO0163E MORE THAN 50 SEQUENCE IDS ON '
015470            'THE BALANCED FILE - ABORT'
015471         DELIMITED BY SIZE INTO LD-ALERT-LINE
015472     END-STRING.
015473     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
015474 7920-EXIT.
015475     EXIT.
015476*****************************************************************
015477*                                                               *
015478*    7930-ALERT-DELTA-FAILED                                    *
015479*    FILES THE HELLO0164E MESSAGE FOR A DELTA WRITE, REWRITE OR *
015480*    DELETE (LD-DELTA-OP) THE SEQUENCE STORE REFUSED.           *
015481*                                                               *
015482*****************************************************************
015483 7930-ALERT-DELTA-FAILED.
015484     STRING 'HELLO0164E DELTA ' DELIMITED BY SIZE
015485            LD-DELTA-OP DELIMITED BY SPACE
015486            ' FAILED AT ' SEQ-SEQUENCE-ID ' VAR1 ' SEQ-VAR1-KEY
015487                DELIMITED BY SIZE
015488         INTO LD-ALERT-LINE
015489     END-STRING.
015490     MOVE SEQ-SEQUENCE-ID TO LD-ALERT-SEQ-ID.
015491     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
015492 7930-EXIT.
015493     EXIT.
015494*****************************************************************
015495*                                                               *
015496*    9000-TERMINATE                                             *
015497*    CLOSES THE FILES AND REPORTS THE LOAD COUNT.  A FAILED     *
015498*    LOAD KEEPS ITS NONZERO RETURN CODE.                        *
015499*                                                               *
015500*****************************************************************
015501 9000-TERMINATE.
015502     CLOSE IN-FILE.
015510     CLOSE SEQ-FILE.
015520     IF LD-LOAD-FAILED
015530         DISPLAY 'HELLO0110E SEQUENCE STORE LOAD INCOMPLETE'
015532         STRING 'HELLO0110E SEQUENCE STORE LOAD INCOMPLETE'
015534             DELIMITED BY SIZE INTO LD-ALERT-LINE
015536         END-STRING
015538         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
015540         GO TO 9000-EXIT
015550     END-IF.
015560     IF LD-MODE-DELTA
