002400*    DATE       INIT  DESCRIPTION                               *
002500*    -------    ----  ------------------------------------     *
002600*    07/08/26   RMS   ORIGINAL                                  *
002610*    10/15/26   RMS   CARRIES THE MODE R SEED TERMS AND MODULUS *
002620*                     FROM PENDFILE TO PARMDEF AND PARMLOG.     *
002630*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
002640*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
002650*                     FOR THE HELLODIG MORNING DIGEST.          *
002657*    10/15/26   RMS   CHECKS THE PROCESSING CALENDAR FIRST.  A  *
002664*                     NON-PROCESSING DAY ENDS RC=0 AND HELLO    *
002671*                     AUDITS THE SKIP.  BUSINESS DAYS SINCE THE *
002678*                     LAST COMPLETED WINDOW HOLD THE WINDOW FOR *
002685*                     HELLOCU CATCH-UP.  A RUN-DATE PARM        *
002692*                     APPLIES CHANGES AS OF THAT BUSINESS DAY.  *
002693*    10/15/26   RMS   A STAGED CHANGE KEEPS THE DEFINITION'S    *
002694*                     OWNING DEPARTMENT, COST CENTER AND        *
002695*                     CONTACT - PENDFILE DOES NOT CARRY THEM -  *
002696*                     AND PARMLOG SHOWS THEM UNCHANGED.  A      *
002697*                     DEFINITION ADDED BY A STAGED CHANGE HAS   *
002698*                     NO OWNER UNTIL HELLOMNT ASSIGNS ONE.      *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
004300     SELECT LOG-FILE         ASSIGN TO PARMLOG
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS AP-LOG-FILE-STATUS.
004510     SELECT ALERT-FILE       ASSIGN TO ALERTS
004520                             ORGANIZATION IS LINE SEQUENTIAL
004530                             FILE STATUS IS AP-ALERT-STATUS.
004537     SELECT CAL-FILE         ASSIGN TO CALENDAR
004544                             ORGANIZATION IS LINE SEQUENTIAL
004551                             FILE STATUS IS AP-CAL-FILE-STATUS.
004558     SELECT AUDIT-FILE       ASSIGN TO AUDFILE
004565                             ORGANIZATION IS LINE SEQUENTIAL
004572                             FILE STATUS IS AP-AUDIT-FILE-STATUS.
004579     SELECT RST-FILE         ASSIGN TO RSTFILE
004586                             ORGANIZATION IS LINE SEQUENTIAL
004593                             FILE STATUS IS AP-RST-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000     COPY PARMLOG.
006010 FD  ALERT-FILE
006020     LABEL RECORDS ARE STANDARD
006030     RECORDING MODE IS F.
006040     COPY ALERTREC.
006044 FD  CAL-FILE
006048     LABEL RECORDS ARE STANDARD
006052     RECORDING MODE IS F.
006056     COPY CALREC.
006060 FD  AUDIT-FILE
006064     LABEL RECORDS ARE STANDARD
006068     RECORDING MODE IS F.
006072     COPY AUDITREC.
006076 FD  RST-FILE
006080     LABEL RECORDS ARE STANDARD
006084     RECORDING MODE IS F.
006088     COPY RUNSTAT.
006100*
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
007400         88  AP-PEND-EOF                 VALUE 'Y'.
007500     05  AP-PARM-NOT-FOUND-SW    PIC X(01)   VALUE 'N'.
007600         88  AP-PARM-NOT-FOUND           VALUE 'Y'.
007603     05  AP-CAL-FILE-STATUS      PIC X(02)   VALUE '00'.
007606         88  AP-CAL-FILE-OK              VALUE '00'.
007609     05  AP-AUDIT-FILE-STATUS    PIC X(02)   VALUE '00'.
007612         88  AP-AUDIT-FILE-OK            VALUE '00'.
007615     05  AP-RST-FILE-STATUS      PIC X(02)   VALUE '00'.
007618         88  AP-RST-FILE-OK              VALUE '00'.
007621     05  AP-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
007624         88  AP-CAL-EOF                  VALUE 'Y'.
007627     05  AP-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
007630         88  AP-AUDIT-EOF                VALUE 'Y'.
007633     05  AP-RST-EOF-SW           PIC X(01)   VALUE 'N'.
007636         88  AP-RST-EOF                  VALUE 'Y'.
007639     05  AP-NO-CALENDAR-SW       PIC X(01)   VALUE 'N'.
007642         88  AP-NO-CALENDAR              VALUE 'Y'.
007651     05  AP-CATCH-UP-SW          PIC X(01)   VALUE 'N'.
007654         88  AP-CATCH-UP-RUN             VALUE 'Y'.
007657     05  AP-DATE-BAD-SW          PIC X(01)   VALUE 'N'.
007660         88  AP-DATE-BAD                 VALUE 'Y'.
007663     05  AP-RUN-DATE-DONE-SW     PIC X(01)   VALUE 'N'.
007666         88  AP-RUN-DATE-DONE            VALUE 'Y'.
007669     05  AP-DAY-TYPE             PIC X(01)   VALUE 'B'.
007672         88  AP-BUSINESS-DAY             VALUE 'B'.
007675         88  AP-NON-PROCESSING-DAY       VALUE 'N'.
007700*****************************************************************
007800*    RUN IDENTITY FIELDS FOR THE MAINTENANCE LOG                *
007900*****************************************************************
008300     05  AP-CMD-LINE             PIC X(40)   VALUE SPACES.
008400     05  AP-JOB-ID               PIC X(08)   VALUE SPACES.
008500     05  AP-OPERATOR-ID          PIC X(08)   VALUE SPACES.
008520     05  AP-RUN-DATE             PIC X(08)   VALUE SPACES.
008540     05  AP-RUN-DATE-PARM        PIC X(08)   VALUE SPACES.
008560     05  AP-RUN-DATE-PARM-9      REDEFINES AP-RUN-DATE-PARM
008580                                 PIC 9(08).
008600*****************************************************************
008700*    BEFORE/AFTER VALUES AND APPLY COUNTS                       *
008800*****************************************************************
009100     05  AP-OLD-MODE-FLAG        PIC X(01)   VALUE SPACES.
009200     05  AP-OLD-START-VAR1       PIC S9(09)  COMP    VALUE 0.
009300     05  AP-OLD-END-VAR1         PIC S9(09)  COMP    VALUE 0.
009310     05  AP-OLD-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
009320     05  AP-OLD-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
009330     05  AP-OLD-MODULUS          PIC S9(18)  COMP    VALUE 0.
009340     05  AP-OLD-OWNER-DEPT       PIC X(06)   VALUE SPACES.
009360     05  AP-OLD-COST-CENTER      PIC X(06)   VALUE SPACES.
009380     05  AP-OLD-CONTACT          PIC X(20)   VALUE SPACES.
009400     05  AP-LOG-FUNCTION         PIC X(01)   VALUE SPACE.
009500     05  AP-APPLIED-COUNT        PIC S9(04)  COMP    VALUE 0.
009600     05  AP-HELD-COUNT           PIC S9(04)  COMP    VALUE 0.
010700         10  AP-E-MODE-FLAG      PIC X(01).
010800         10  AP-E-START-VAR1     PIC S9(09)  COMP.
010900         10  AP-E-END-VAR1       PIC S9(09)  COMP.
010925         10  AP-E-SEED-TERM-1    PIC S9(18)  COMP.
010950         10  AP-E-SEED-TERM-2    PIC S9(18)  COMP.
010975         10  AP-E-MODULUS        PIC S9(18)  COMP.
011000         10  AP-E-APPLIED-SW     PIC X(01).
011002*****************************************************************
011004*    PROCESSING CALENDAR AND MISSED-DAY FIELDS                  *
011006*****************************************************************
011008 01  AP-CALENDAR-FIELDS.
011010     05  AP-CAL-COUNT            PIC S9(04)  COMP    VALUE 0.
011012     05  AP-CAL-SKIPPED          PIC S9(04)  COMP    VALUE 0.
011014     05  AP-CAL-SUB              PIC S9(04)  COMP    VALUE 0.
011016     05  AP-CAL-ENTRY            OCCURS 3660 TIMES.
011018         10  AP-C-DATE           PIC X(08).
011020         10  AP-C-DAY-TYPE       PIC X(01).
011022     05  AP-CAL-DATE             PIC X(08)   VALUE SPACES.
011024     05  AP-CAL-DATE-9           PIC 9(08)   VALUE 0.
011026     05  AP-CAL-INTEGER          PIC S9(09)  COMP    VALUE 0.
011028     05  AP-CAL-WEEKS            PIC S9(09)  COMP    VALUE 0.
011030     05  AP-CAL-WEEKDAY          PIC S9(04)  COMP    VALUE 0.
011032     05  AP-DONE-DATE            PIC X(08)   VALUE SPACES.
011034     05  AP-LAST-DONE-DATE       PIC X(08)   VALUE SPACES.
011036     05  AP-FIRST-INTEGER        PIC S9(09)  COMP    VALUE 0.
011038     05  AP-RUN-INTEGER          PIC S9(09)  COMP    VALUE 0.
011040     05  AP-DAY-INTEGER          PIC S9(09)  COMP    VALUE 0.
011042     05  AP-MISSED-COUNT         PIC S9(04)  COMP    VALUE 0.
011044*****************************************************************
011046*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
011048*****************************************************************
011050 01  AP-ALERT-FIELDS.
011052     05  AP-ALERT-STATUS         PIC X(02)   VALUE '00'.
011054         88  AP-ALERT-OK                 VALUE '00'.
011056     05  AP-ALERT-LINE                       VALUE SPACES.
011058         10  AP-ALERT-MSG-ID.
011060             15  FILLER          PIC X(09).
011062             15  AP-ALERT-SEVERITY PIC X(01).
011064         10  FILLER              PIC X(01).
011066         10  AP-ALERT-TEXT       PIC X(80).
011068     05  AP-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
011070     05  AP-ALERT-NUM-1          PIC -(9)9.
011100*
011200 PROCEDURE DIVISION.
011300*****************************************************************
012800*    CHANGE FILE INTO THE TABLE.  A MISSING OR EMPTY PENDFILE   *
012900*    MEANS NOTHING IS STAGED - THE STEP ENDS CLEAN SO THE       *
013000*    REST OF HELLOJ RUNS AS NORMAL.                             *
013010*    BEFORE ANY OF THAT THE PROCESSING CALENDAR IS CHECKED - A  *
013030*    NON-PROCESSING DAY ENDS THE STEP RC=0, LEAVING HELLO TO    *
013040*    AUDIT THE SKIP, AND BUSINESS DAYS LEFT WITHOUT A COMPLETED *
013060*    WINDOW HOLD TONIGHT'S WINDOW (RC=8) UNTIL HELLOCU HAS      *
013080*    CAUGHT EACH ONE UP.                                        *
013100*                                                               *
013200*****************************************************************
013300 1000-INITIALIZE.
013600     ACCEPT AP-CMD-LINE FROM COMMAND-LINE.
013700     IF AP-CMD-LINE NOT = SPACES
013800         UNSTRING AP-CMD-LINE DELIMITED BY ','
013900             INTO AP-JOB-ID, AP-OPERATOR-ID, AP-RUN-DATE-PARM
014000         END-UNSTRING
014100     END-IF.
014102     MOVE AP-LOG-DATE TO AP-RUN-DATE.
014104     IF AP-RUN-DATE-PARM NOT = SPACES
014106         PERFORM 1020-EDIT-CATCH-UP-DATE THRU 1020-EXIT
014108     END-IF.
014110     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
014112     MOVE AP-RUN-DATE TO AP-CAL-DATE.
014114     PERFORM 6100-CHECK-BUSINESS-DAY THRU 6100-EXIT.
014116     IF AP-NON-PROCESSING-DAY
014118         DISPLAY 'HELLO0245I ' AP-RUN-DATE ' IS A NON-PROCESSING '
014120                 'DAY - WINDOW SKIPPED'
014124         MOVE 0 TO RETURN-CODE
014126         GO TO 9999-EXIT
014128     END-IF.
014130     PERFORM 1300-FIND-MISSED-DAYS THRU 1300-EXIT.
014132     IF AP-CATCH-UP-RUN AND AP-RUN-DATE-DONE
014134         DISPLAY 'HELLO0249E ' AP-RUN-DATE ' ALREADY HAS A '
014136                 'COMPLETED WINDOW - CATCH-UP REFUSED'
014138         STRING 'HELLO0249E ' AP-RUN-DATE ' ALREADY HAS A '
014140                'COMPLETED WINDOW - CATCH-UP REFUSED'
014142             DELIMITED BY SIZE INTO AP-ALERT-LINE
014144         END-STRING
014146         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014148         MOVE 24 TO RETURN-CODE
014150         GO TO 8000-ABEND-EXIT
014152     END-IF.
014154     IF AP-MISSED-COUNT > 0
014156         MOVE AP-MISSED-COUNT TO AP-ALERT-NUM-1
014158         DISPLAY 'HELLO0247W ' AP-ALERT-NUM-1 ' MISSED BUSINESS '
014160                 'DAY(S) BEFORE ' AP-RUN-DATE ' - WINDOW HELD'
014162         STRING 'HELLO0247W ' AP-ALERT-NUM-1 ' MISSED BUSINESS '
014164                'DAY(S) BEFORE ' AP-RUN-DATE ' - WINDOW HELD'
014166             DELIMITED BY SIZE INTO AP-ALERT-LINE
014168         END-STRING
014170         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014172         MOVE 8 TO RETURN-CODE
014174         GO TO 8000-ABEND-EXIT
014176     END-IF.
014178     IF AP-CATCH-UP-RUN
014180         DISPLAY 'HELLO0250I CATCH-UP RUN FOR BUSINESS DAY '
014182                 AP-RUN-DATE
014184     END-IF.
014200     OPEN INPUT PEND-FILE.
014300     IF NOT AP-PEND-FILE-OK
014400         DISPLAY 'HELLO0090I NO PENDFILE - NOTHING TO APPLY'
015600     END-IF.
015700 1000-EXIT.
015800     EXIT.
015802*****************************************************************
015804*                                                               *
015806*    1020-EDIT-CATCH-UP-DATE                                    *
015808*    EDITS THE RUN DATE GIVEN AS THE THIRD PARM TOKEN FOR A     *
015810*    HELLOCU CATCH-UP RUN.  IT MUST BE A REAL YYYYMMDD DATE NO  *
015812*    LATER THAN TODAY; STAGED CHANGES ARE THEN APPLIED AS OF    *
015814*    THAT DAY RATHER THAN AS OF TODAY.                          *
015816*                                                               *
015818*****************************************************************
015820 1020-EDIT-CATCH-UP-DATE.
015822     MOVE 'N' TO AP-DATE-BAD-SW.
015824     IF AP-RUN-DATE-PARM IS NOT NUMERIC
015826         MOVE 'Y' TO AP-DATE-BAD-SW
015828     ELSE
015830         IF FUNCTION TEST-DATE-YYYYMMDD (AP-RUN-DATE-PARM-9)
015832                 NOT = 0
015834             OR AP-RUN-DATE-PARM > AP-LOG-DATE
015836             MOVE 'Y' TO AP-DATE-BAD-SW
015838         END-IF
015840     END-IF.
015842     IF AP-DATE-BAD
015844         DISPLAY 'HELLO0248E RUN DATE ' AP-RUN-DATE-PARM
015846                 ' INVALID OR IN THE FUTURE - ABORT'
015848         STRING 'HELLO0248E RUN DATE ' AP-RUN-DATE-PARM
015850                ' INVALID OR IN THE FUTURE - ABORT'
015852             DELIMITED BY SIZE INTO AP-ALERT-LINE
015854         END-STRING
015856         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
015858         MOVE 20 TO RETURN-CODE
015860         GO TO 8000-ABEND-EXIT
015862     END-IF.
015864     MOVE AP-RUN-DATE-PARM TO AP-RUN-DATE.
015866     MOVE 'Y' TO AP-CATCH-UP-SW.
015868 1020-EXIT.
015870     EXIT.
015900*****************************************************************
016000*                                                               *
016100*    1100-READ-ONE-PENDING                                      *
017500     IF AP-PEND-COUNT >= 100
017600         DISPLAY 'HELLO0089E MORE THAN 100 PENDING CHANGES - '
017700                 'ABORT'
017710         STRING 'HELLO0089E MORE THAN 100 PENDING CHANGES - '
017720                'ABORT'
017730             DELIMITED BY SIZE INTO AP-ALERT-LINE
017740         END-STRING
017750         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017800         MOVE 16 TO RETURN-CODE
017900         CLOSE PEND-FILE
018000         GO TO 8000-ABEND-EXIT
018700     MOVE PEND-MODE-FLAG      TO AP-E-MODE-FLAG (AP-PEND-COUNT).
018800     MOVE PEND-START-VAR1     TO AP-E-START-VAR1 (AP-PEND-COUNT).
018900     MOVE PEND-END-VAR1       TO AP-E-END-VAR1 (AP-PEND-COUNT).
018910     MOVE 0                   TO AP-E-SEED-TERM-1 (AP-PEND-COUNT).
018920     MOVE 0                   TO AP-E-SEED-TERM-2 (AP-PEND-COUNT).
018930     MOVE 0                   TO AP-E-MODULUS (AP-PEND-COUNT).
018940     IF PEND-SEED-TERM-1 IS NUMERIC
018950         AND PEND-SEED-TERM-2 IS NUMERIC
018960         AND PEND-MODULUS IS NUMERIC
018970         MOVE PEND-SEED-TERM-1 TO
018980              AP-E-SEED-TERM-1 (AP-PEND-COUNT)
018990         MOVE PEND-SEED-TERM-2 TO
018991              AP-E-SEED-TERM-2 (AP-PEND-COUNT)
018992         MOVE PEND-MODULUS     TO AP-E-MODULUS (AP-PEND-COUNT)
018993     END-IF.
019000     MOVE 'N'                 TO AP-E-APPLIED-SW (AP-PEND-COUNT).
019100 1100-EXIT.
019200     EXIT.
019201*****************************************************************
019202*                                                               *
019203*    1200-LOAD-CALENDAR                                         *
019204*    LOADS THE PROCESSING CALENDAR INTO THE TABLE.  NO CALENDAR *
019205*    DD MEANS EVERY DAY IS A BUSINESS DAY, AS BEFORE THE        *
019206*    CALENDAR EXISTED.  ENTRIES THAT DO NOT EDIT, OR BEYOND THE *
019207*    TABLE, ARE COUNTED AND REPORTED BUT NEVER FAIL THE STEP.   *
019208*                                                               *
019209*****************************************************************
019210 1200-LOAD-CALENDAR.
019211     OPEN INPUT CAL-FILE.
019212     IF NOT AP-CAL-FILE-OK
019213         DISPLAY 'HELLO0252I NO CALENDAR - EVERY DAY IS A '
019214                 'BUSINESS DAY'
019215         MOVE 'Y' TO AP-NO-CALENDAR-SW
019216         GO TO 1200-EXIT
019217     END-IF.
019218     PERFORM 1210-READ-ONE-CALENDAR THRU 1210-EXIT
019219         UNTIL AP-CAL-EOF.
019220     CLOSE CAL-FILE.
019221     IF AP-CAL-SKIPPED > 0
019222         MOVE AP-CAL-SKIPPED TO AP-ALERT-NUM-1
019223         DISPLAY 'HELLO0251W ' AP-ALERT-NUM-1 ' CALENDAR ENTRIES '
019224                 'INVALID OR BEYOND 3660 - IGNORED'
019225         STRING 'HELLO0251W ' AP-ALERT-NUM-1 ' CALENDAR ENTRIES '
019226                'INVALID OR BEYOND 3660 - IGNORED'
019227             DELIMITED BY SIZE INTO AP-ALERT-LINE
019228         END-STRING
019229         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
019230     END-IF.
019231 1200-EXIT.
019232     EXIT.
019233*****************************************************************
019234*                                                               *
019235*    1210-READ-ONE-CALENDAR                                     *
019236*    READS ONE CALENDAR ENTRY INTO THE NEXT TABLE SLOT.         *
019237*                                                               *
019238*****************************************************************
019239 1210-READ-ONE-CALENDAR.
019240     READ CAL-FILE
019241         AT END
019242             MOVE 'Y' TO AP-CAL-EOF-SW
019243     END-READ.
019244     IF AP-CAL-EOF
019245         GO TO 1210-EXIT
019246     END-IF.
019247     IF CAL-DATE IS NOT NUMERIC
019248         OR NOT CAL-DAY-TYPE-VALID
019249         OR AP-CAL-COUNT >= 3660
019250         ADD 1 TO AP-CAL-SKIPPED
019251         GO TO 1210-EXIT
019252     END-IF.
019253     ADD 1 TO AP-CAL-COUNT.
019254     MOVE CAL-DATE     TO AP-C-DATE (AP-CAL-COUNT).
019255     MOVE CAL-DAY-TYPE TO AP-C-DAY-TYPE (AP-CAL-COUNT).
019256 1210-EXIT.
019257     EXIT.
019258*****************************************************************
019259*                                                               *
019260*    1300-FIND-MISSED-DAYS                                      *
019261*    FINDS THE LATEST WINDOW COMPLETED BEFORE THE RUN DATE - AN *
019262*    S RECORD ON AUDFILE OR A C RECORD ON RSTFILE - AND COUNTS  *
019263*    EVERY BUSINESS DAY BETWEEN IT AND THE RUN DATE AS MISSED.  *
019264*    WITH NO COMPLETED WINDOW ON FILE THERE IS NOTHING TO       *
019265*    MEASURE FROM, SO NOTHING IS COUNTED.  OPERATIONS WAIVE A   *
019266*    MISSED DAY BY MARKING IT N ON THE CALENDAR.                *
019267*                                                               *
019268*****************************************************************
019269 1300-FIND-MISSED-DAYS.
019270     MOVE ZEROES TO AP-LAST-DONE-DATE.
019271     OPEN INPUT AUDIT-FILE.
019272     IF AP-AUDIT-FILE-OK
019273         PERFORM 1310-READ-ONE-AUDIT THRU 1310-EXIT
019274             UNTIL AP-AUDIT-EOF
019275         CLOSE AUDIT-FILE
019276     END-IF.
019277     OPEN INPUT RST-FILE.
019278     IF AP-RST-FILE-OK
019279         PERFORM 1330-READ-RUN-STATUS THRU 1330-EXIT
019280         CLOSE RST-FILE
019281     END-IF.
019282     IF AP-LAST-DONE-DATE = ZEROES
019283         DISPLAY 'HELLO0253I NO EARLIER COMPLETED WINDOW ON '
019284                 'FILE - MISSED-DAY CHECK SKIPPED'
019285         GO TO 1300-EXIT
019286     END-IF.
019287     MOVE AP-LAST-DONE-DATE TO AP-CAL-DATE-9.
019288     COMPUTE AP-FIRST-INTEGER =
019289         FUNCTION INTEGER-OF-DATE (AP-CAL-DATE-9) + 1.
019290     MOVE AP-RUN-DATE TO AP-CAL-DATE-9.
019291     COMPUTE AP-RUN-INTEGER =
019292         FUNCTION INTEGER-OF-DATE (AP-CAL-DATE-9).
019293     PERFORM 1340-CHECK-ONE-DAY THRU 1340-EXIT
019294         VARYING AP-DAY-INTEGER FROM AP-FIRST-INTEGER BY 1
019295             UNTIL AP-DAY-INTEGER >= AP-RUN-INTEGER.
019296 1300-EXIT.
019297     EXIT.
019298*****************************************************************
019299*                                                               *
019300*    1310-READ-ONE-AUDIT                                        *
019301*    READS ONE AUDFILE RECORD AND NOTES ITS DATE WHEN THE RUN   *
019302*    ENDED NORMALLY.                                            *
019303*                                                               *
019304*****************************************************************
019305 1310-READ-ONE-AUDIT.
019306     READ AUDIT-FILE
019307         AT END
019308             MOVE 'Y' TO AP-AUDIT-EOF-SW
019309     END-READ.
019310     IF AP-AUDIT-EOF
019311         GO TO 1310-EXIT
019312     END-IF.
019313     IF AUDIT-STATUS-NORMAL
019314         AND AUDIT-RUN-DATE IS NUMERIC
019315         MOVE AUDIT-RUN-DATE TO AP-DONE-DATE
019316         PERFORM 1320-NOTE-DONE-DATE THRU 1320-EXIT
019317     END-IF.
019318 1310-EXIT.
019319     EXIT.
019320*****************************************************************
019321*                                                               *
019322*    1320-NOTE-DONE-DATE                                        *
019323*    RECORDS ONE COMPLETED WINDOW DATE - THE RUN DATE ITSELF,   *
019324*    OR THE LATEST ONE BEFORE IT.                               *
019325*                                                               *
019326*****************************************************************
019327 1320-NOTE-DONE-DATE.
019328     IF AP-DONE-DATE = AP-RUN-DATE
019329         MOVE 'Y' TO AP-RUN-DATE-DONE-SW
019330         GO TO 1320-EXIT
019331     END-IF.
019332     IF AP-DONE-DATE < AP-RUN-DATE
019333         AND AP-DONE-DATE > AP-LAST-DONE-DATE
019334         MOVE AP-DONE-DATE TO AP-LAST-DONE-DATE
019335     END-IF.
019336 1320-EXIT.
019337     EXIT.
019338*****************************************************************
019339*                                                               *
019340*    1330-READ-RUN-STATUS                                       *
019341*    READS THE RSTFILE RECORD AND NOTES ITS DATE WHEN THE LAST  *
019342*    WINDOW IT DESCRIBES COMPLETED.                             *
019343*                                                               *
019344*****************************************************************
019345 1330-READ-RUN-STATUS.
019346     READ RST-FILE
019347         AT END
019348             MOVE 'Y' TO AP-RST-EOF-SW
019349     END-READ.
019350     IF AP-RST-EOF
019351         GO TO 1330-EXIT
019352     END-IF.
019353     IF RST-STATUS-COMPLETE
019354         AND RST-RUN-DATE IS NUMERIC
019355         MOVE RST-RUN-DATE TO AP-DONE-DATE
019356         PERFORM 1320-NOTE-DONE-DATE THRU 1320-EXIT
019357     END-IF.
019358 1330-EXIT.
019359     EXIT.
019360*****************************************************************
019361*                                                               *
019362*    1340-CHECK-ONE-DAY                                         *
019363*    REPORTS ONE DAY AFTER THE LAST COMPLETED WINDOW AS MISSED  *
019364*    WHEN THE CALENDAR SAYS IT WAS A BUSINESS DAY.              *
019365*                                                               *
019366*****************************************************************
019367 1340-CHECK-ONE-DAY.
019368     COMPUTE AP-CAL-DATE-9 =
019369         FUNCTION DATE-OF-INTEGER (AP-DAY-INTEGER).
019370     MOVE AP-CAL-DATE-9 TO AP-CAL-DATE.
019371     PERFORM 6100-CHECK-BUSINESS-DAY THRU 6100-EXIT.
019372     IF AP-NON-PROCESSING-DAY
019373         GO TO 1340-EXIT
019374     END-IF.
019375     ADD 1 TO AP-MISSED-COUNT.
019376     DISPLAY 'HELLO0246W BUSINESS DAY ' AP-CAL-DATE
019377             ' HAS NO COMPLETED WINDOW - RUN HELLOCU FOR IT'.
019378     STRING 'HELLO0246W BUSINESS DAY ' AP-CAL-DATE
019379            ' HAS NO COMPLETED WINDOW - RUN HELLOCU FOR IT'
019380         DELIMITED BY SIZE INTO AP-ALERT-LINE
019381     END-STRING.
019382     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
019383 1340-EXIT.
019384     EXIT.
019385*****************************************************************
019400*                                                               *
019500*    2000-APPLY-DUE-CHANGES                                     *
019600*    OPENS PARMDEF FOR KEYED UPDATE, APPLIES EVERY STAGED       *
020300     IF NOT AP-PARM-FILE-OK
020400         DISPLAY 'HELLO0091E PARMFILE OPEN FAILED - NO CHANGES '
020500                 'APPLIED'
020510         STRING 'HELLO0091E PARMFILE OPEN FAILED - NO CHANGES '
020520                'APPLIED'
020530             DELIMITED BY SIZE INTO AP-ALERT-LINE
020540         END-STRING
020550         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020600         MOVE 16 TO RETURN-CODE
020700         GO TO 8000-ABEND-EXIT
020800     END-IF.
022300*                                                               *
022400*****************************************************************
022500 2100-APPLY-ONE-CHANGE.
022600     IF AP-E-EFFECTIVE-DATE (AP-I) > AP-RUN-DATE
022700         ADD 1 TO AP-HELD-COUNT
022800         GO TO 2100-EXIT
022900     END-IF.
023800         MOVE SPACES TO AP-OLD-MODE-FLAG
023900         MOVE 0      TO AP-OLD-START-VAR1
024000         MOVE 0      TO AP-OLD-END-VAR1
024010         MOVE 0      TO AP-OLD-SEED-TERM-1
024020         MOVE 0      TO AP-OLD-SEED-TERM-2
024030         MOVE 0      TO AP-OLD-MODULUS
024040         MOVE SPACES TO AP-OLD-OWNER-DEPT
024060         MOVE SPACES TO AP-OLD-COST-CENTER
024080         MOVE SPACES TO AP-OLD-CONTACT
024100         MOVE 'A'    TO AP-LOG-FUNCTION
024200     ELSE
024300         MOVE PARM-BOUND      TO AP-OLD-BOUND
024400         MOVE PARM-MODE-FLAG  TO AP-OLD-MODE-FLAG
024500         MOVE PARM-START-VAR1 TO AP-OLD-START-VAR1
024600         MOVE PARM-END-VAR1   TO AP-OLD-END-VAR1
024610         MOVE 0               TO AP-OLD-SEED-TERM-1
024620         MOVE 0               TO AP-OLD-SEED-TERM-2
024630         MOVE 0               TO AP-OLD-MODULUS
024640         IF PARM-SEED-TERM-1 IS NUMERIC
024650             AND PARM-SEED-TERM-2 IS NUMERIC
024660             AND PARM-MODULUS IS NUMERIC
024670             MOVE PARM-SEED-TERM-1 TO AP-OLD-SEED-TERM-1
024680             MOVE PARM-SEED-TERM-2 TO AP-OLD-SEED-TERM-2
024690             MOVE PARM-MODULUS     TO AP-OLD-MODULUS
024695         END-IF
024696         MOVE PARM-OWNER-DEPT  TO AP-OLD-OWNER-DEPT
024697         MOVE PARM-COST-CENTER TO AP-OLD-COST-CENTER
024698         MOVE PARM-CONTACT     TO AP-OLD-CONTACT
024700         MOVE 'C'             TO AP-LOG-FUNCTION
024800     END-IF.
024900     INITIALIZE PARM-RECORD WITH FILLER.
025200     MOVE AP-E-MODE-FLAG (AP-I)      TO PARM-MODE-FLAG.
025300     MOVE AP-E-START-VAR1 (AP-I)     TO PARM-START-VAR1.
025400     MOVE AP-E-END-VAR1 (AP-I)       TO PARM-END-VAR1.
025410     MOVE AP-E-SEED-TERM-1 (AP-I)    TO PARM-SEED-TERM-1.
025420     MOVE AP-E-SEED-TERM-2 (AP-I)    TO PARM-SEED-TERM-2.
025430     MOVE AP-E-MODULUS (AP-I)        TO PARM-MODULUS.
025440     MOVE AP-OLD-OWNER-DEPT          TO PARM-OWNER-DEPT.
025460     MOVE AP-OLD-COST-CENTER         TO PARM-COST-CENTER.
025480     MOVE AP-OLD-CONTACT             TO PARM-CONTACT.
025500     IF AP-PARM-NOT-FOUND
025600         WRITE PARM-RECORD
025700             INVALID KEY
025800                 DISPLAY 'HELLO0092E APPLY WRITE FAILED FOR '
025900                         AP-E-SEQUENCE-ID (AP-I)
025910                 STRING 'HELLO0092E APPLY WRITE FAILED FOR '
025920                        AP-E-SEQUENCE-ID (AP-I)
025930                     DELIMITED BY SIZE INTO AP-ALERT-LINE
025940                 END-STRING
025950                 MOVE AP-E-SEQUENCE-ID (AP-I) TO AP-ALERT-SEQ-ID
025960                 PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
026000                 MOVE 16 TO RETURN-CODE
026100                 GO TO 2100-EXIT
026200         END-WRITE
026500             INVALID KEY
026600                 DISPLAY 'HELLO0092E APPLY REWRITE FAILED FOR '
026700                         AP-E-SEQUENCE-ID (AP-I)
026710                 STRING 'HELLO0092E APPLY REWRITE FAILED FOR '
026720                        AP-E-SEQUENCE-ID (AP-I)
026730                     DELIMITED BY SIZE INTO AP-ALERT-LINE
026740                 END-STRING
026750                 MOVE AP-E-SEQUENCE-ID (AP-I) TO AP-ALERT-SEQ-ID
026760                 PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
026800                 MOVE 16 TO RETURN-CODE
026900                 GO TO 2100-EXIT
027000         END-REWRITE
030600     MOVE AP-E-START-VAR1 (AP-I)     TO MLOG-NEW-START-VAR1.
030700     MOVE AP-OLD-END-VAR1            TO MLOG-OLD-END-VAR1.
030800     MOVE AP-E-END-VAR1 (AP-I)       TO MLOG-NEW-END-VAR1.
030810     MOVE AP-OLD-SEED-TERM-1         TO MLOG-OLD-SEED-TERM-1.
030820     MOVE AP-E-SEED-TERM-1 (AP-I)    TO MLOG-NEW-SEED-TERM-1.
030830     MOVE AP-OLD-SEED-TERM-2         TO MLOG-OLD-SEED-TERM-2.
030840     MOVE AP-E-SEED-TERM-2 (AP-I)    TO MLOG-NEW-SEED-TERM-2.
030850     MOVE AP-OLD-MODULUS             TO MLOG-OLD-MODULUS.
030860     MOVE AP-E-MODULUS (AP-I)        TO MLOG-NEW-MODULUS.
030865     MOVE AP-OLD-OWNER-DEPT          TO MLOG-OLD-OWNER-DEPT.
030870     MOVE AP-OLD-OWNER-DEPT          TO MLOG-NEW-OWNER-DEPT.
030875     MOVE AP-OLD-COST-CENTER         TO MLOG-OLD-COST-CENTER.
030880     MOVE AP-OLD-COST-CENTER         TO MLOG-NEW-COST-CENTER.
030885     MOVE AP-OLD-CONTACT             TO MLOG-OLD-CONTACT.
030890     MOVE AP-OLD-CONTACT             TO MLOG-NEW-CONTACT.
030900     WRITE MAINT-LOG-RECORD.
031000     CLOSE LOG-FILE.
031100 2200-EXIT.
032200     IF NOT AP-PEND-FILE-OK
032300         DISPLAY 'HELLO0094E PENDFILE REWRITE FAILED - APPLIED '
032400                 'CHANGES MAY REAPPLY NEXT RUN'
032410         STRING 'HELLO0094E PENDFILE REWRITE FAILED - APPLIED '
032420                'CHANGES MAY REAPPLY NEXT RUN'
032430             DELIMITED BY SIZE INTO AP-ALERT-LINE
032440         END-STRING
032450         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
032500         MOVE 16 TO RETURN-CODE
032600         GO TO 8000-ABEND-EXIT
032700     END-IF.
034700     MOVE AP-E-MODE-FLAG (AP-I)      TO PEND-MODE-FLAG.
034800     MOVE AP-E-START-VAR1 (AP-I)     TO PEND-START-VAR1.
034900     MOVE AP-E-END-VAR1 (AP-I)       TO PEND-END-VAR1.
034910     MOVE AP-E-SEED-TERM-1 (AP-I)    TO PEND-SEED-TERM-1.
034920     MOVE AP-E-SEED-TERM-2 (AP-I)    TO PEND-SEED-TERM-2.
034930     MOVE AP-E-MODULUS (AP-I)        TO PEND-MODULUS.
035000     WRITE PENDING-CHANGE-RECORD.
035100 3100-EXIT.
035200     EXIT.
035201*****************************************************************
035202*                                                               *
035203*    6100-CHECK-BUSINESS-DAY                                    *
035204*    SETS AP-DAY-TYPE FOR THE DATE IN AP-CAL-DATE.  A DATE ON   *
035205*    THE CALENDAR TAKES ITS LISTED TYPE (THE LAST VALID ENTRY   *
035206*    FOR THE DATE WINS); ANY OTHER DATE IS A BUSINESS DAY       *
035207*    MONDAY TO FRIDAY AND NON-PROCESSING AT THE WEEKEND.  DAY   *
035208*    1 OF THE INTEGER DATE (01/01/1601) WAS A MONDAY, SO THE    *
035209*    REMAINDER BY 7 IS 0 FOR SUNDAY AND 6 FOR SATURDAY.  WITH   *
035210*    NO CALENDAR AT ALL EVERY DAY IS A BUSINESS DAY.            *
035211*                                                               *
035212*****************************************************************
035213 6100-CHECK-BUSINESS-DAY.
035214     MOVE 'B' TO AP-DAY-TYPE.
035215     IF AP-NO-CALENDAR
035216         GO TO 6100-EXIT
035217     END-IF.
035218     MOVE AP-CAL-DATE TO AP-CAL-DATE-9.
035219     COMPUTE AP-CAL-INTEGER =
035220         FUNCTION INTEGER-OF-DATE (AP-CAL-DATE-9).
035221     DIVIDE AP-CAL-INTEGER BY 7
035222         GIVING AP-CAL-WEEKS REMAINDER AP-CAL-WEEKDAY.
035223     IF AP-CAL-WEEKDAY = 0 OR AP-CAL-WEEKDAY = 6
035224         MOVE 'N' TO AP-DAY-TYPE
035225     END-IF.
035226     PERFORM 6110-MATCH-CALENDAR THRU 6110-EXIT
035227         VARYING AP-CAL-SUB FROM 1 BY 1
035228             UNTIL AP-CAL-SUB > AP-CAL-COUNT.
035229 6100-EXIT.
035230     EXIT.
035231*****************************************************************
035232*                                                               *
035233*    6110-MATCH-CALENDAR                                        *
035234*    TAKES THE TYPE OF A MATCHING ENTRY - THE LAST ONE WINS.    *
035235*                                                               *
035236*****************************************************************
035237 6110-MATCH-CALENDAR.
035238     IF AP-C-DATE (AP-CAL-SUB) = AP-CAL-DATE
035239         MOVE AP-C-DAY-TYPE (AP-CAL-SUB) TO AP-DAY-TYPE
035240     END-IF.
035241 6110-EXIT.
035242     EXIT.
035243*****************************************************************
035244*                                                               *
035245*    7900-WRITE-ALERT                                           *
035246*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
035247*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
035248*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
035249*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
035250*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
035251*                                                               *
035252*****************************************************************
035253 7900-WRITE-ALERT.
035254     OPEN EXTEND ALERT-FILE.
035255     IF NOT AP-ALERT-OK
035256         OPEN OUTPUT ALERT-FILE
035257     END-IF.
035258     IF NOT AP-ALERT-OK
035259         MOVE SPACES TO AP-ALERT-LINE
035260         MOVE SPACES TO AP-ALERT-SEQ-ID
035261         GO TO 7900-EXIT
035262     END-IF.
035263     MOVE SPACES TO ALERT-RECORD.
035264     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
035265     ACCEPT ALRT-TIME FROM TIME.
035266     MOVE AP-JOB-ID                  TO ALRT-JOB-ID.
035267     MOVE 'HELLOAPL'                 TO ALRT-PROGRAM-ID.
035268     MOVE AP-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
035269     MOVE AP-ALERT-SEVERITY          TO ALRT-SEVERITY.
035270     MOVE AP-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
035271     MOVE AP-ALERT-TEXT              TO ALRT-TEXT.
035272     WRITE ALERT-RECORD.
035273     CLOSE ALERT-FILE.
035274     MOVE SPACES TO AP-ALERT-LINE.
035275     MOVE SPACES TO AP-ALERT-SEQ-ID.
035276 7900-EXIT.
035277     EXIT.
035300*****************************************************************
035400*                                                               *
035500*    9000-TERMINATE                                             *
