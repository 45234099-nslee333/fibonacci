002596*    05/13/26   RMS   RENAMED THE NEW OUT-SEQUENCE-ID FIELD IN    *
002597*                     EACH COPY OF OUTREC, MATCHING THE WAY THE   *
002598*                     OTHER FIELDS ARE RENAMED PER RANGE FILE.    *
002599*    10/15/26   RMS   E/W MESSAGES ALSO APPENDED TO ALERTS.     *
002600*                                                               *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
004300     SELECT OUT-FILE         ASSIGN TO OUTFILE
004400                             ORGANIZATION IS LINE SEQUENTIAL
004420                             FILE STATUS IS MRG-OUT-FILE-STATUS.
004440     SELECT ALERT-FILE       ASSIGN TO ALERTS
004460                             ORGANIZATION IS LINE SEQUENTIAL
004480                             FILE STATUS IS MRG-ALERT-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900     COPY OUTREC.
008920 FD  ALERT-FILE
008940     LABEL RECORDS ARE STANDARD
008960     RECORDING MODE IS F.
008980     COPY ALERTREC.
009000*
009100 WORKING-STORAGE SECTION.
009103*****************************************************************
009106*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
009109*****************************************************************
009112 01  MRG-ALERT-FIELDS.
009115     05  MRG-ALERT-STATUS        PIC X(02)   VALUE '00'.
009118         88  MRG-ALERT-OK                VALUE '00'.
009121     05  MRG-ALERT-LINE                      VALUE SPACES.
009124         10  MRG-ALERT-MSG-ID.
009127             15  FILLER          PIC X(09).
009130             15  MRG-ALERT-SEVERITY PIC X(01).
009133         10  FILLER              PIC X(01).
009136         10  MRG-ALERT-TEXT      PIC X(80).
009139     05  MRG-CMD-LINE            PIC X(40)   VALUE SPACES.
009142     05  MRG-JOB-ID              PIC X(08)   VALUE SPACES.
009145     05  MRG-ALERT-SEQ-ID        PIC X(08)   VALUE SPACES.
009150*****************************************************************
009160*    SWITCHES                                                  *
009170*****************************************************************
010900*                                                               *
011000*****************************************************************
011100 1000-INITIALIZE.
011120     ACCEPT MRG-CMD-LINE FROM COMMAND-LINE.
011140     UNSTRING MRG-CMD-LINE DELIMITED BY ','
011160         INTO MRG-JOB-ID
011180     END-UNSTRING.
011200     DISPLAY 'HELLO0016I HELLOMRG CONSOLIDATION STARTING'.
011300 1000-EXIT.
011400     EXIT.
013000 2100-CHECK-MERGE-STATUS.
013010     IF NOT MRG-IN1-FILE-OK
013020         DISPLAY 'HELLO0029E IN1FILE OPEN/READ FAILED - ABORT'
013022         STRING 'HELLO0029E IN1FILE OPEN/READ FAILED - ABORT'
013024             DELIMITED BY SIZE INTO MRG-ALERT-LINE
013026         END-STRING
013028         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013030         MOVE 16 TO RETURN-CODE
013040         GO TO 8000-ABEND-EXIT
013050     END-IF.
013060     IF NOT MRG-IN2-FILE-OK
013070         DISPLAY 'HELLO0030E IN2FILE OPEN/READ FAILED - ABORT'
013072         STRING 'HELLO0030E IN2FILE OPEN/READ FAILED - ABORT'
013074             DELIMITED BY SIZE INTO MRG-ALERT-LINE
013076         END-STRING
013078         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013080         MOVE 20 TO RETURN-CODE
013090         GO TO 8000-ABEND-EXIT
013100     END-IF.
013110     IF NOT MRG-IN3-FILE-OK
013120         DISPLAY 'HELLO0031E IN3FILE OPEN/READ FAILED - ABORT'
013122         STRING 'HELLO0031E IN3FILE OPEN/READ FAILED - ABORT'
013124             DELIMITED BY SIZE INTO MRG-ALERT-LINE
013126         END-STRING
013128         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013130         MOVE 24 TO RETURN-CODE
013140         GO TO 8000-ABEND-EXIT
013150     END-IF.
013160     IF NOT MRG-IN4-FILE-OK
013170         DISPLAY 'HELLO0032E IN4FILE OPEN/READ FAILED - ABORT'
013172         STRING 'HELLO0032E IN4FILE OPEN/READ FAILED - ABORT'
013174             DELIMITED BY SIZE INTO MRG-ALERT-LINE
013176         END-STRING
013178         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013180         MOVE 28 TO RETURN-CODE
013190         GO TO 8000-ABEND-EXIT
013200     END-IF.
013210     IF NOT MRG-OUT-FILE-OK
013220         DISPLAY 'HELLO0033E OUTFILE OPEN/WRITE FAILED - ABORT'
013222         STRING 'HELLO0033E OUTFILE OPEN/WRITE FAILED - ABORT'
013224             DELIMITED BY SIZE INTO MRG-ALERT-LINE
013226         END-STRING
013228         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013230         MOVE 32 TO RETURN-CODE
013240         GO TO 8000-ABEND-EXIT
013250     END-IF.
013260 2100-EXIT.
013270     EXIT.
013272*****************************************************************
013274*                                                               *
013276*    7900-WRITE-ALERT                                           *
013278*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
013280*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
013282*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
013284*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
013286*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
013288*                                                               *
013290*****************************************************************
013292 7900-WRITE-ALERT.
013294     OPEN EXTEND ALERT-FILE.
013296     IF NOT MRG-ALERT-OK
013298         OPEN OUTPUT ALERT-FILE
013300     END-IF.
013302     IF NOT MRG-ALERT-OK
013304         MOVE SPACES TO MRG-ALERT-LINE
013306         MOVE SPACES TO MRG-ALERT-SEQ-ID
013308         GO TO 7900-EXIT
013310     END-IF.
013312     MOVE SPACES TO ALERT-RECORD.
013314     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
013316     ACCEPT ALRT-TIME FROM TIME.
013318     MOVE MRG-JOB-ID                 TO ALRT-JOB-ID.
013320     MOVE 'HELLOMRG'                 TO ALRT-PROGRAM-ID.
013322     MOVE MRG-ALERT-MSG-ID           TO ALRT-MESSAGE-ID.
013324     MOVE MRG-ALERT-SEVERITY         TO ALRT-SEVERITY.
013326     MOVE MRG-ALERT-SEQ-ID           TO ALRT-SEQUENCE-ID.
013328     MOVE MRG-ALERT-TEXT             TO ALRT-TEXT.
013330     WRITE ALERT-RECORD.
013332     CLOSE ALERT-FILE.
013334     MOVE SPACES TO MRG-ALERT-LINE.
013336     MOVE SPACES TO MRG-ALERT-SEQ-ID.
013338 7900-EXIT.
013340     EXIT.
013342*****************************************************************
013344*                                                               *
013346*    9000-TERMINATE                                             *
013400*    NORMAL END-OF-JOB HOUSEKEEPING.                             *
013500*                                                               *
013600*****************************************************************
