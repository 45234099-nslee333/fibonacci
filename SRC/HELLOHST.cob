002700*    DATE       INIT  DESCRIPTION                               *
002800*    -------    ----  ------------------------------------     *
002900*    08/05/26   RMS   ORIGINAL                                  *
002910*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
002920*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
002930*                     FOR THE HELLODIG MORNING DIGEST.          *
002938*    10/15/26   RMS   CHECKS THE PROCESSING CALENDAR - ON A     *
002946*                     NON-PROCESSING DAY THE MASTER IS STILL    *
002954*                     CARRIED FORWARD TO THE NEW GENERATION BUT *
002962*                     NOTHING IS APPENDED.  AN OPTIONAL THIRD   *
002970*                     PARM TOKEN STAMPS THE APPENDED TERMS WITH *
002978*                     AN EARLIER BUSINESS DAY FOR HELLOCU       *
002986*                     CATCH-UP (BAD DATE RC=32).                *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
004700     SELECT IN-FILE          ASSIGN TO OUTFILE
004800                             ORGANIZATION IS LINE SEQUENTIAL
004900                             FILE STATUS IS HS-IN-FILE-STATUS.
004910     SELECT ALERT-FILE       ASSIGN TO ALERTS
004920                             ORGANIZATION IS LINE SEQUENTIAL
004930                             FILE STATUS IS HS-ALERT-STATUS.
004940     SELECT CAL-FILE         ASSIGN TO CALENDAR
004960                             ORGANIZATION IS LINE SEQUENTIAL
004980                             FILE STATUS IS HS-CAL-FILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600     COPY OUTREC.
007610 FD  ALERT-FILE
007620     LABEL RECORDS ARE STANDARD
007630     RECORDING MODE IS F.
007640     COPY ALERTREC.
007650 FD  CAL-FILE
007660     LABEL RECORDS ARE STANDARD
007670     RECORDING MODE IS F.
007680     COPY CALREC.
007700*
007800 WORKING-STORAGE SECTION.
007900*****************************************************************
009600         88  HS-HISTIN-OPENED            VALUE 'Y'.
009700     05  HS-IN-EOF-SW            PIC X(01)   VALUE 'N'.
009800         88  HS-IN-EOF                   VALUE 'Y'.
009810     05  HS-IN-OPENED-SW         PIC X(01)   VALUE 'N'.
009820         88  HS-IN-OPENED                VALUE 'Y'.
009830     05  HS-CAL-FILE-STATUS      PIC X(02)   VALUE '00'.
009840         88  HS-CAL-FILE-OK              VALUE '00'.
009850     05  HS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
009860         88  HS-CAL-EOF                  VALUE 'Y'.
009870     05  HS-DAY-TYPE             PIC X(01)   VALUE 'B'.
009880         88  HS-BUSINESS-DAY             VALUE 'B'.
009890         88  HS-NON-PROCESSING-DAY       VALUE 'N'.
009900*****************************************************************
010000*    RUN IDENTITY, RETENTION CUTOFF AND SWEEP COUNTS            *
010100*****************************************************************
011300     05  HS-KEPT-COUNT           PIC S9(09)  COMP    VALUE 0.
011400     05  HS-DROPPED-COUNT        PIC S9(09)  COMP    VALUE 0.
011500     05  HS-APPENDED-COUNT       PIC S9(09)  COMP    VALUE 0.
011504     05  HS-RUN-DATE-PARM        PIC X(08)   VALUE SPACES.
011508     05  HS-RUN-DATE-PARM-9      REDEFINES HS-RUN-DATE-PARM
011512                                 PIC 9(08).
011516     05  HS-CAL-DATE-9           PIC 9(08)   VALUE 0.
011520     05  HS-CAL-INTEGER          PIC S9(09)  COMP    VALUE 0.
011524     05  HS-CAL-WEEKS            PIC S9(09)  COMP    VALUE 0.
011528     05  HS-CAL-WEEKDAY          PIC S9(04)  COMP    VALUE 0.
011532*****************************************************************
011536*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
011540*****************************************************************
011544 01  HS-ALERT-FIELDS.
011548     05  HS-ALERT-STATUS         PIC X(02)   VALUE '00'.
011552         88  HS-ALERT-OK                 VALUE '00'.
011556     05  HS-ALERT-LINE                       VALUE SPACES.
011560         10  HS-ALERT-MSG-ID.
011564             15  FILLER          PIC X(09).
011568             15  HS-ALERT-SEVERITY PIC X(01).
011572         10  FILLER              PIC X(01).
011576         10  HS-ALERT-TEXT       PIC X(80).
011580     05  HS-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
011600*
011700 PROCEDURE DIVISION.
011800*****************************************************************
013700*    MASTER, THE NEW GENERATION AND TONIGHT'S OUTFILE.  A       *
013800*    MISSING PRIOR MASTER MEANS THIS IS THE FIRST ACCUMULATION  *
013900*    - THE SWEEP SIMPLY HAS NOTHING TO COPY.                    *
013920*    ON A NON-PROCESSING DAY OUTFILE IS LEFT UNOPENED - IT      *
013950*    STILL HOLDS THE LAST BUSINESS DAY'S TERMS, ALREADY ON THE  *
013970*    MASTER - AND THE RUN ONLY CARRIES THE MASTER FORWARD.      *
014000*                                                               *
014100*****************************************************************
014200 1000-INITIALIZE.
014500     ACCEPT HS-CMD-LINE FROM COMMAND-LINE.
014600     IF HS-CMD-LINE NOT = SPACES
014700         UNSTRING HS-CMD-LINE DELIMITED BY ','
014800             INTO HS-JOB-ID, HS-OPERATOR-ID, HS-RUN-DATE-PARM
014900         END-UNSTRING
015000     END-IF.
015020     IF HS-RUN-DATE-PARM NOT = SPACES
015040         PERFORM 1020-EDIT-RUN-DATE THRU 1020-EXIT
015060     END-IF.
015080     PERFORM 1040-CHECK-CALENDAR THRU 1040-EXIT.
015100     OPEN INPUT PARM-FILE.
015200     IF NOT HS-PARM-FILE-OK
015300         DISPLAY 'HELLO0100E HSTPARM NOT FOUND/UNAVAILABLE - '
015400                 'ABORT'
015410         STRING 'HELLO0100E HSTPARM NOT FOUND/UNAVAILABLE - '
015420                'ABORT'
015430             DELIMITED BY SIZE INTO HS-ALERT-LINE
015440         END-STRING
015450         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
015500         MOVE 16 TO RETURN-CODE
015600         GO TO 8000-ABEND-EXIT
015700     END-IF.
016100     END-READ.
016200     IF HS-PARM-EOF
016300         DISPLAY 'HELLO0100E HSTPARM IS EMPTY - ABORT'
016310         STRING 'HELLO0100E HSTPARM IS EMPTY - ABORT'
016320             DELIMITED BY SIZE INTO HS-ALERT-LINE
016330         END-STRING
016340         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
016400         MOVE 16 TO RETURN-CODE
016500         CLOSE PARM-FILE
016600         GO TO 8000-ABEND-EXIT
016900         OR HPRM-RETAIN-DAYS = 0
017000         DISPLAY 'HELLO0101E RETENTION DAYS MUST BE NUMERIC '
017100                 'AND POSITIVE - ABORT'
017110         STRING 'HELLO0101E RETENTION DAYS MUST BE NUMERIC '
017120                'AND POSITIVE - ABORT'
017130             DELIMITED BY SIZE INTO HS-ALERT-LINE
017140         END-STRING
017150         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017200         MOVE 20 TO RETURN-CODE
017300         CLOSE PARM-FILE
017400         GO TO 8000-ABEND-EXIT
018900     ELSE
019000         DISPLAY 'HELLO0103W NO PRIOR HISTORY MASTER - '
019100                 'STARTING FRESH'
019110         STRING 'HELLO0103W NO PRIOR HISTORY MASTER - '
019120                'STARTING FRESH'
019130             DELIMITED BY SIZE INTO HS-ALERT-LINE
019140         END-STRING
019150         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
019200         MOVE 'Y' TO HS-HISTIN-EOF-SW
019300     END-IF.
019320     IF HS-NON-PROCESSING-DAY
019340         DISPLAY 'HELLO0245I ' HS-RUN-DATE ' IS A NON-PROCESSING '
019360                 'DAY - MASTER CARRIED FORWARD ONLY'
019380         MOVE 'Y' TO HS-IN-EOF-SW
019390     ELSE
019400         OPEN INPUT IN-FILE
019450         MOVE 'Y' TO HS-IN-OPENED-SW
019470     END-IF.
019500     IF NOT HS-IN-FILE-OK
019600         DISPLAY 'HELLO0104E OUTFILE OPEN FAILED - ABORT'
019610         STRING 'HELLO0104E OUTFILE OPEN FAILED - ABORT'
019620             DELIMITED BY SIZE INTO HS-ALERT-LINE
019630         END-STRING
019640         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
019700         MOVE 24 TO RETURN-CODE
019800         IF HS-HISTIN-OPENED
019900             CLOSE HISTIN-FILE
020300     OPEN OUTPUT HISTOUT-FILE.
020400     IF NOT HS-HISTOUT-OK
020500         DISPLAY 'HELLO0105E HISTOUT OPEN FAILED - ABORT'
020510         STRING 'HELLO0105E HISTOUT OPEN FAILED - ABORT'
020520             DELIMITED BY SIZE INTO HS-ALERT-LINE
020530         END-STRING
020540         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020600         MOVE 28 TO RETURN-CODE
020700         IF HS-IN-OPENED
020730             CLOSE IN-FILE
020760         END-IF
020800         IF HS-HISTIN-OPENED
020900             CLOSE HISTIN-FILE
021000         END-IF
021200     END-IF.
021300 1000-EXIT.
021400     EXIT.
021401*****************************************************************
021402*                                                               *
021403*    1020-EDIT-RUN-DATE                                         *
021404*    EDITS THE OPTIONAL RUN-DATE PARM TOKEN GIVEN BY HELLOCU TO *
021405*    CATCH UP A MISSED BUSINESS DAY.  IT MUST BE A REAL         *
021406*    YYYYMMDD DATE NO LATER THAN TODAY, AND THEN REPLACES TODAY *
021407*    AS THE RUN DATE.                                           *
021408*                                                               *
021409*****************************************************************
021410 1020-EDIT-RUN-DATE.
021411     IF HS-RUN-DATE-PARM IS NUMERIC
021412         IF FUNCTION TEST-DATE-YYYYMMDD (HS-RUN-DATE-PARM-9)
021413                 = 0
021414             AND HS-RUN-DATE-PARM NOT > HS-RUN-DATE
021415             MOVE HS-RUN-DATE-PARM TO HS-RUN-DATE
021416             DISPLAY 'HELLO0250I CATCH-UP RUN FOR BUSINESS DAY '
021417                     HS-RUN-DATE
021418             GO TO 1020-EXIT
021419         END-IF
021420     END-IF.
021421     DISPLAY 'HELLO0248E RUN DATE ' HS-RUN-DATE-PARM
021422             ' INVALID OR IN THE FUTURE - ABORT'.
021423     STRING 'HELLO0248E RUN DATE ' HS-RUN-DATE-PARM
021424            ' INVALID OR IN THE FUTURE - ABORT'
021425         DELIMITED BY SIZE INTO HS-ALERT-LINE
021426     END-STRING.
021427     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
021428     MOVE 32 TO RETURN-CODE.
021429     GO TO 8000-ABEND-EXIT.
021430 1020-EXIT.
021431     EXIT.
021432*****************************************************************
021433*                                                               *
021434*    1040-CHECK-CALENDAR                                        *
021435*    DECIDES WHETHER THE RUN DATE IS A BUSINESS DAY.  A DATE    *
021436*    LISTED ON THE PROCESSING CALENDAR TAKES ITS LISTED TYPE    *
021437*    (THE LAST VALID ENTRY FOR THE DATE WINS); ANY OTHER DATE   *
021438*    IS A BUSINESS DAY MONDAY TO FRIDAY AND NON-PROCESSING AT   *
021439*    THE WEEKEND.  DAY 1 OF THE INTEGER DATE (01/01/1601) WAS A *
021440*    MONDAY, SO THE REMAINDER BY 7 IS 0 FOR SUNDAY AND 6 FOR    *
021441*    SATURDAY.  NO CALENDAR DD MEANS EVERY DAY IS A BUSINESS    *
021442*    DAY.                                                       *
021443*                                                               *
021444*****************************************************************
021445 1040-CHECK-CALENDAR.
021446     MOVE 'B' TO HS-DAY-TYPE.
021447     OPEN INPUT CAL-FILE.
021448     IF NOT HS-CAL-FILE-OK
021449         GO TO 1040-EXIT
021450     END-IF.
021451     MOVE HS-RUN-DATE TO HS-CAL-DATE-9.
021452     COMPUTE HS-CAL-INTEGER =
021453         FUNCTION INTEGER-OF-DATE (HS-CAL-DATE-9).
021454     DIVIDE HS-CAL-INTEGER BY 7
021455         GIVING HS-CAL-WEEKS REMAINDER HS-CAL-WEEKDAY.
021456     IF HS-CAL-WEEKDAY = 0 OR HS-CAL-WEEKDAY = 6
021457         MOVE 'N' TO HS-DAY-TYPE
021458     END-IF.
021459     PERFORM 1050-READ-CALENDAR THRU 1050-EXIT
021460         UNTIL HS-CAL-EOF.
021461     CLOSE CAL-FILE.
021462 1040-EXIT.
021463     EXIT.
021464*****************************************************************
021465*                                                               *
021466*    1050-READ-CALENDAR                                         *
021467*    READS ONE CALENDAR ENTRY AND TAKES ITS TYPE WHEN IT IS A   *
021468*    VALID ENTRY FOR THE RUN DATE.                              *
021469*                                                               *
021470*****************************************************************
021471 1050-READ-CALENDAR.
021472     READ CAL-FILE
021473         AT END
021474             MOVE 'Y' TO HS-CAL-EOF-SW
021475     END-READ.
021476     IF HS-CAL-EOF
021477         GO TO 1050-EXIT
021478     END-IF.
021479     IF CAL-DATE = HS-RUN-DATE
021480         AND CAL-DAY-TYPE-VALID
021481         MOVE CAL-DAY-TYPE TO HS-DAY-TYPE
021482     END-IF.
021483 1050-EXIT.
021484     EXIT.
021500*****************************************************************
021600*                                                               *
021700*    2000-SWEEP-PRIOR-HISTORY                                   *
028200     IF HS-HISTIN-OPENED
028300         CLOSE HISTIN-FILE
028400     END-IF.
028500     IF HS-IN-OPENED
028530         CLOSE IN-FILE
028560     END-IF.
028600     CLOSE HISTOUT-FILE.
028700     DISPLAY 'HELLO0106I HISTORY KEPT ' HS-KEPT-COUNT
028800             ' DROPPED ' HS-DROPPED-COUNT
029000     MOVE 0 TO RETURN-CODE.
029100 9000-EXIT.
029200     EXIT.
029202*****************************************************************
029204*                                                               *
029206*    7900-WRITE-ALERT                                           *
029208*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
029210*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
029212*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
029214*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
029216*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
029218*                                                               *
029220*****************************************************************
029222 7900-WRITE-ALERT.
029224     OPEN EXTEND ALERT-FILE.
029226     IF NOT HS-ALERT-OK
029228         OPEN OUTPUT ALERT-FILE
029230     END-IF.
029232     IF NOT HS-ALERT-OK
029234         MOVE SPACES TO HS-ALERT-LINE
029236         MOVE SPACES TO HS-ALERT-SEQ-ID
029238         GO TO 7900-EXIT
029240     END-IF.
029242     MOVE SPACES TO ALERT-RECORD.
029244     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
029246     ACCEPT ALRT-TIME FROM TIME.
029248     MOVE HS-JOB-ID                  TO ALRT-JOB-ID.
029250     MOVE 'HELLOHST'                 TO ALRT-PROGRAM-ID.
029252     MOVE HS-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
029254     MOVE HS-ALERT-SEVERITY          TO ALRT-SEVERITY.
029256     MOVE HS-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
029258     MOVE HS-ALERT-TEXT              TO ALRT-TEXT.
029260     WRITE ALERT-RECORD.
029262     CLOSE ALERT-FILE.
029264     MOVE SPACES TO HS-ALERT-LINE.
029266     MOVE SPACES TO HS-ALERT-SEQ-ID.
029268 7900-EXIT.
029270     EXIT.
029300*****************************************************************
029400*                                                               *
029500*    8000-ABEND-EXIT                                            *
