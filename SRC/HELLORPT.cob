001996*                     DEFINITION TO ONE OUTFILE, SO THE REPORT   *
001997*                     NOW BALANCES EACH DEFINITION'S GROUP AND   *
001998*                     PRINTS GRAND TOTALS ACROSS THE FILE.       *
001999*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
002001*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
002002*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
002003*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
002004*    10/15/26   RMS   EVERY REPORT LINE IS ALSO FILED ON THE    *
002005*                     KEYED REPORT STORE (RPTSTORE) THROUGH     *
002006*                     HELLORPS, WITH THE STEP RETURN CODE, FOR  *
002007*                     THE HELLOBRW REPORT BROWSE.               *
002008*    10/15/26   RMS   AN OPTIONAL RUN-DATE PARM TOKEN FILES     *
002009*                     THE REPORT UNDER A HELLOCU CATCH-UP DAY   *
002010*                     (BAD DATE RC=24).                         *
002000*                                                               *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
003000     SELECT RPT-FILE         ASSIGN TO REPTFILE
003100                             ORGANIZATION IS LINE SEQUENTIAL
003150                             FILE STATUS IS RP-RPT-FILE-STATUS.
003160     SELECT ALERT-FILE       ASSIGN TO ALERTS
003170                             ORGANIZATION IS LINE SEQUENTIAL
003180                             FILE STATUS IS RP-ALERT-STATUS.
003200*
003300 DATA DIVISION.
003400 FILE SECTION.
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200     COPY RPTLINE.
004220 FD  ALERT-FILE
004240     LABEL RECORDS ARE STANDARD
004260     RECORDING MODE IS F.
004280     COPY ALERTREC.
004300*
004400 WORKING-STORAGE SECTION.
004500*****************************************************************
005600     05  RP-SUM-VAR1             PIC S9(18)  COMP    VALUE 0.
005700     05  RP-HIGH-VAR1            PIC S9(09)  COMP    VALUE 0.
005800     05  RP-LOW-VAR1             PIC S9(09)  COMP    VALUE 0.
005803*****************************************************************
005806*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
005809*****************************************************************
005812 01  RP-ALERT-FIELDS.
005815     05  RP-ALERT-STATUS         PIC X(02)   VALUE '00'.
005818         88  RP-ALERT-OK                 VALUE '00'.
005821     05  RP-ALERT-LINE                       VALUE SPACES.
005824         10  RP-ALERT-MSG-ID.
005827             15  FILLER          PIC X(09).
005830             15  RP-ALERT-SEVERITY PIC X(01).
005833         10  FILLER              PIC X(01).
005836         10  RP-ALERT-TEXT       PIC X(80).
005839     05  RP-CMD-LINE             PIC X(40)   VALUE SPACES.
005842     05  RP-JOB-ID               PIC X(08)   VALUE SPACES.
005845     05  RP-RUN-DATE             PIC X(08)   VALUE SPACES.
005848     05  RP-RUN-DATE-PARM        PIC X(08)   VALUE SPACES.
005851     05  RP-RUN-DATE-PARM-9      REDEFINES RP-RUN-DATE-PARM
005854                                 PIC 9(08).
005857     05  RP-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
005860*****************************************************************
005863*    REPORT CAPTURE - EVERY PRINT LINE ALSO GOES TO RPTSTORE    *
005866*****************************************************************
005869 01  RP-CAPTURE-FIELDS.
005872     05  RP-SAVE-RC              PIC S9(04)  COMP    VALUE 0.
005875     05  RP-CAPTURE-SW           PIC X(01)   VALUE 'N'.
005878         88  RP-CAPTURE-ON               VALUE 'Y'.
005881     05  RP-CAPTURE-WARNED-SW    PIC X(01)   VALUE 'N'.
005884         88  RP-CAPTURE-WARNED           VALUE 'Y'.
005887     COPY RPTSLNK.
005900*
006000 PROCEDURE DIVISION.
006100*****************************************************************
006900     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
007000             UNTIL RP-IN-EOF.
007100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007150     PERFORM 7820-END-REPORT-CAPTURE THRU 7820-EXIT.
007200     STOP RUN.
007300*****************************************************************
007400*                                                               *
007700*                                                               *
007800*****************************************************************
007900 1000-INITIALIZE.
007920     ACCEPT RP-CMD-LINE FROM COMMAND-LINE.
007940     UNSTRING RP-CMD-LINE DELIMITED BY ','
007960         INTO RP-JOB-ID, RP-RUN-DATE-PARM
007980     END-UNSTRING.
007982     ACCEPT RP-RUN-DATE FROM DATE YYYYMMDD.
007984     IF RP-RUN-DATE-PARM NOT = SPACES
007986         PERFORM 1020-EDIT-RUN-DATE THRU 1020-EXIT
007988     END-IF.
007990     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
008000     OPEN INPUT IN-FILE.
008050     IF NOT RP-IN-FILE-OK
008060         DISPLAY 'HELLO0027E OUTFILE OPEN FAILED - ABORT'
008062         STRING 'HELLO0027E OUTFILE OPEN FAILED - ABORT'
008064             DELIMITED BY SIZE INTO RP-ALERT-LINE
008066         END-STRING
008068         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
008070         MOVE 16 TO RETURN-CODE
008080         GO TO 8000-ABEND-EXIT
008090     END-IF.
008100     OPEN OUTPUT RPT-FILE.
008150     IF NOT RP-RPT-FILE-OK
008160         DISPLAY 'HELLO0028E REPTFILE OPEN FAILED - ABORT'
008162         STRING 'HELLO0028E REPTFILE OPEN FAILED - ABORT'
008164             DELIMITED BY SIZE INTO RP-ALERT-LINE
008166         END-STRING
008168         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
008170         MOVE 20 TO RETURN-CODE
008180         CLOSE IN-FILE
008190         GO TO 8000-ABEND-EXIT
008195     END-IF.
008196     INITIALIZE RPT-LINE.
008197     MOVE 'HELLO RUN CONTROL REPORT' TO RPT-TEXT.
008198     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
008199     INITIALIZE RPT-LINE.
008200     MOVE ALL '-' TO RPT-TEXT.
008210     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
008220     PERFORM 1100-READ-IN-FILE THRU 1100-EXIT.
008300 1000-EXIT.
008400     EXIT.
008402*****************************************************************
008404*                                                               *
008406*    1020-EDIT-RUN-DATE                                         *
008408*    EDITS THE OPTIONAL RUN-DATE PARM TOKEN GIVEN BY HELLOCU TO *
008410*    CATCH UP A MISSED BUSINESS DAY.  IT MUST BE A REAL         *
008412*    YYYYMMDD DATE NO LATER THAN TODAY, AND THEN REPLACES TODAY *
008414*    AS THE DATE THE REPORT IS FILED UNDER ON THE REPORT STORE. *
008416*    A BAD DATE STILL OPENS THE STEP'S REPORT, UNDER TODAY'S    *
008418*    DATE, BEFORE THE ABORT, SO THE FAILED STEP SHOWS IN THE    *
008420*    HELLOBRW BROWSE.                                           *
008422*                                                               *
008424*****************************************************************
008426 1020-EDIT-RUN-DATE.
008428     IF RP-RUN-DATE-PARM IS NUMERIC
008430         IF FUNCTION TEST-DATE-YYYYMMDD (RP-RUN-DATE-PARM-9)
008432                 = 0
008434             AND RP-RUN-DATE-PARM NOT > RP-RUN-DATE
008436             MOVE RP-RUN-DATE-PARM TO RP-RUN-DATE
008438             DISPLAY 'HELLO0250I CATCH-UP RUN FOR BUSINESS DAY '
008440                     RP-RUN-DATE
008442             GO TO 1020-EXIT
008444         END-IF
008446     END-IF.
008448     DISPLAY 'HELLO0248E RUN DATE ' RP-RUN-DATE-PARM
008450             ' INVALID OR IN THE FUTURE - ABORT'.
008452     STRING 'HELLO0248E RUN DATE ' RP-RUN-DATE-PARM
008454            ' INVALID OR IN THE FUTURE - ABORT'
008456         DELIMITED BY SIZE INTO RP-ALERT-LINE
008458     END-STRING.
008460     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
008462     MOVE 24 TO RETURN-CODE.
008464     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
008466     GO TO 8000-ABEND-EXIT.
008468 1020-EXIT.
008470     EXIT.
008500*****************************************************************
008600*                                                               *
008700*    1100-READ-IN-FILE                                          *
013690     STRING ' SEQUENCE ' RP-CURRENT-SEQ-ID
013700         DELIMITED BY SIZE INTO RPT-TEXT
013710     END-STRING.
013720     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
013730     INITIALIZE RPT-LINE.
013740     MOVE 'RECORD COUNT' TO RPT-LABEL.
013750     MOVE RP-SEQ-RECORD-COUNT TO RPT-VALUE.
013760     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
013770     INITIALIZE RPT-LINE.
013780     MOVE 'SUM OF VAR1' TO RPT-LABEL.
013790     MOVE RP-SEQ-SUM-VAR1 TO RPT-VALUE.
013800     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
013810     INITIALIZE RPT-LINE.
013820     MOVE 'HIGH VAR1' TO RPT-LABEL.
013830     MOVE RP-SEQ-HIGH-VAR1 TO RPT-VALUE.
013840     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
013850     INITIALIZE RPT-LINE.
013860     MOVE 'LOW VAR1' TO RPT-LABEL.
013870     MOVE RP-SEQ-LOW-VAR1 TO RPT-VALUE.
013880     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
013890 2300-EXIT.
013900     EXIT.
013901*****************************************************************
013902*                                                               *
013903*    7800-WRITE-REPORT-LINE                                     *
013904*    PRINTS THE REPORT LINE JUST BUILT AND FILES THE SAME LINE  *
013905*    ON THE REPORT STORE THROUGH HELLORPS.                      *
013906*                                                               *
013907*****************************************************************
013908 7800-WRITE-REPORT-LINE.
013909     WRITE RPT-LINE.
013910     IF NOT RP-CAPTURE-ON
013911         GO TO 7800-EXIT
013912     END-IF.
013913     MOVE 'W'              TO RSL-FUNCTION.
013914     MOVE RPT-TEXT         TO RSL-LINE-TEXT.
013915     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
013916 7800-EXIT.
013917     EXIT.
013918*****************************************************************
013919*                                                               *
013920*    7810-START-REPORT-CAPTURE                                  *
013921*    OPENS THIS STEP'S REPORT ON THE REPORT STORE, FILED UNDER  *
013922*    THE JOB, THIS PROGRAM AND THE RUN DATE.  THE HEADER IS     *
013923*    WRITTEN NOW SO A STEP THAT NEVER ENDS STILL SHOWS IN THE   *
013924*    HELLOBRW BROWSE.                                           *
013925*                                                               *
013926*****************************************************************
013927 7810-START-REPORT-CAPTURE.
013928     INITIALIZE REPORT-STORE-AREA.
013929     MOVE 'O'              TO RSL-FUNCTION.
013930     MOVE RP-JOB-ID        TO RSL-JOB-ID.
013931     IF RSL-JOB-ID = SPACES
013932         MOVE 'HELLORPT' TO RSL-JOB-ID
013933     END-IF.
013934     MOVE 'HELLORPT'       TO RSL-PROGRAM-ID.
013935     MOVE RP-RUN-DATE      TO RSL-RUN-DATE.
013936     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
013937     IF RSL-RC-OK
013938         MOVE 'Y' TO RP-CAPTURE-SW
013939     END-IF.
013940 7810-EXIT.
013941     EXIT.
013942*****************************************************************
013943*                                                               *
013944*    7820-END-REPORT-CAPTURE                                    *
013945*    CLOSES THIS STEP'S REPORT ON THE REPORT STORE WITH THE     *
013946*    STEP RETURN CODE, SO THE BROWSE SHOWS HOW THE STEP ENDED.  *
013947*                                                               *
013948*****************************************************************
013949 7820-END-REPORT-CAPTURE.
013950     IF NOT RP-CAPTURE-ON
013951         GO TO 7820-EXIT
013952     END-IF.
013953     MOVE 'C'              TO RSL-FUNCTION.
013954     MOVE RETURN-CODE      TO RSL-STEP-RC.
013955     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
013956     MOVE 'N' TO RP-CAPTURE-SW.
013957 7820-EXIT.
013958     EXIT.
013959*****************************************************************
013960*                                                               *
013961*    7830-CALL-REPORT-STORE                                     *
013962*    CALLS HELLORPS, KEEPING THE STEP RETURN CODE ACROSS THE    *
013963*    CALL.  A REPORT-STORE PROBLEM IS WARNED ONCE AND NEVER     *
013964*    CHANGES THE STEP RETURN CODE - THE REPORT HAS STILL GONE   *
013965*    TO SYSOUT.                                                 *
013966*                                                               *
013967*****************************************************************
013968 7830-CALL-REPORT-STORE.
013969     MOVE RETURN-CODE      TO RP-SAVE-RC.
013970     CALL 'HELLORPS' USING REPORT-STORE-AREA.
013971     MOVE RP-SAVE-RC        TO RETURN-CODE.
013972     IF RSL-RC-OK
013973         OR RP-CAPTURE-WARNED
013974         GO TO 7830-EXIT
013975     END-IF.
013976     DISPLAY 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
013977             'RC ' RSL-RETURN-CODE
013978             ' STATUS ' RSL-FILE-STATUS.
013979     STRING 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
013980            'RC ' RSL-RETURN-CODE
013981            ' STATUS ' RSL-FILE-STATUS
013982         DELIMITED BY SIZE INTO RP-ALERT-LINE
013983     END-STRING.
013984     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
013985     MOVE 'Y' TO RP-CAPTURE-WARNED-SW.
013986 7830-EXIT.
013987     EXIT.
013988*****************************************************************
013989*                                                               *
013990*    7900-WRITE-ALERT                                           *
013991*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
013992*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
013993*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
013994*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
013995*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
013996*                                                               *
013997*****************************************************************
013998 7900-WRITE-ALERT.
013999     OPEN EXTEND ALERT-FILE.
014000     IF NOT RP-ALERT-OK
014001         OPEN OUTPUT ALERT-FILE
014002     END-IF.
014003     IF NOT RP-ALERT-OK
014004         MOVE SPACES TO RP-ALERT-LINE
014005         MOVE SPACES TO RP-ALERT-SEQ-ID
014006         GO TO 7900-EXIT
014007     END-IF.
014008     MOVE SPACES TO ALERT-RECORD.
014009     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
014010     ACCEPT ALRT-TIME FROM TIME.
014011     MOVE RP-JOB-ID                  TO ALRT-JOB-ID.
014012     MOVE 'HELLORPT'                 TO ALRT-PROGRAM-ID.
014013     MOVE RP-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
014014     MOVE RP-ALERT-SEVERITY          TO ALRT-SEVERITY.
014015     MOVE RP-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
014016     IF ALRT-SEQUENCE-ID = SPACES
014017         MOVE RP-CURRENT-SEQ-ID      TO ALRT-SEQUENCE-ID
014018     END-IF.
014019     MOVE RP-ALERT-TEXT              TO ALRT-TEXT.
014020     WRITE ALERT-RECORD.
014021     CLOSE ALERT-FILE.
014022     MOVE SPACES TO RP-ALERT-LINE.
014023     MOVE SPACES TO RP-ALERT-SEQ-ID.
014024 7900-EXIT.
014025     EXIT.
014026*****************************************************************
014027*                                                               *
014028*    9000-TERMINATE                                             *
014029*    WRITES THE CONTROL REPORT AND CLOSES THE FILES.            *
014030*                                                               *
014031*****************************************************************
014032 9000-TERMINATE.
014050     IF RP-CURRENT-SEQ-ID NOT = SPACES
014060         PERFORM 2300-WRITE-SEQ-TOTALS THRU 2300-EXIT
014070     END-IF.
015400 9100-WRITE-REPORT.
015500     INITIALIZE RPT-LINE.
015900     MOVE ALL '-' TO RPT-TEXT.
016000     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
016100     INITIALIZE RPT-LINE.
016200     MOVE 'TOTAL RECORD COUNT' TO RPT-LABEL.
016300     MOVE RP-RECORD-COUNT TO RPT-VALUE.
016400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
016500     INITIALIZE RPT-LINE.
016600     MOVE 'TOTAL SUM OF VAR1' TO RPT-LABEL.
016700     MOVE RP-SUM-VAR1 TO RPT-VALUE.
016800     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
016900     INITIALIZE RPT-LINE.
017000     MOVE 'HIGH VAR1' TO RPT-LABEL.
017100     MOVE RP-HIGH-VAR1 TO RPT-VALUE.
017200     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
017300     INITIALIZE RPT-LINE.
017400     MOVE 'LOW VAR1' TO RPT-LABEL.
017500     MOVE RP-LOW-VAR1 TO RPT-VALUE.
017600     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
017700 9100-EXIT.
017800     EXIT.
017810*****************************************************************
017860*                                                               *
017870*****************************************************************
017880 8000-ABEND-EXIT.
017885     PERFORM 7820-END-REPORT-CAPTURE THRU 7820-EXIT.
017890     STOP RUN.
