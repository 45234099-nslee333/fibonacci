002700*    DATE       INIT  DESCRIPTION                               *
002800*    -------    ----  ------------------------------------     *
002900*    09/02/26   RMS   ORIGINAL                                  *
002910*    10/15/26   RMS   PER-SUBSCRIBER RECONCILIATION.  EACH      *
002920*                     ACKNOWLEDGMENT NOW MATCHES ONLY THE SENT  *
002930*                     RECORDS OF ITS OWN SUBSCRIBER (SPACES     *
002940*                     FOR THE UNROUTED SINGLE EXTRACT), SO ONE  *
002950*                     RECEIVING SYSTEM'S TOTALS CAN NEVER       *
002960*                     SETTLE ANOTHER'S FILE.  EXCEPTIONS NAME   *
002970*                     THE SUBSCRIBER, AND THE REPORT ENDS WITH  *
002980*                     ACKNOWLEDGED, MISMATCHED, OVERDUE AND     *
002990*                     PENDING COUNTS BY SUBSCRIBER.             *
002992*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
002994*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
002996*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
003000*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
003020*    10/15/26   RMS   THE UNACKNOWLEDGED AGE IS NOW COUNTED IN  *
003030*                     BUSINESS DAYS FROM THE PROCESSING         *
003040*                     CALENDAR, SO A WEEKEND OR HOLIDAY NO      *
003060*                     LONGER MAKES A FILE OVERDUE.  RETENTION   *
003070*                     STAYS IN CALENDAR DAYS.                   *
003072*    10/15/26   RMS   EVERY REPORT LINE IS ALSO FILED ON THE    *
003074*                     KEYED REPORT STORE (RPTSTORE) THROUGH     *
003076*                     HELLORPS, WITH THE STEP RETURN CODE, FOR  *
003078*                     THE HELLOBRW REPORT BROWSE.               *
003080*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004700     SELECT RPT-FILE         ASSIGN TO REPTFILE
004800                             ORGANIZATION IS LINE SEQUENTIAL
004900                             FILE STATUS IS AK-RPT-FILE-STATUS.
004920     SELECT ALERT-FILE       ASSIGN TO ALERTS
004950                             ORGANIZATION IS LINE SEQUENTIAL
004970                             FILE STATUS IS AK-ALERT-STATUS.
004977     SELECT CAL-FILE         ASSIGN TO CALENDAR
004984                             ORGANIZATION IS LINE SEQUENTIAL
004991                             FILE STATUS IS AK-CAL-FILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800     COPY RPTLINE.
006820 FD  ALERT-FILE
006840     LABEL RECORDS ARE STANDARD
006860     RECORDING MODE IS F.
006880     COPY ALERTREC.
006884 FD  CAL-FILE
006888     LABEL RECORDS ARE STANDARD
006892     RECORDING MODE IS F.
006896     COPY CALREC.
006900*
007000 WORKING-STORAGE SECTION.
007100*****************************************************************
009000         88  AK-NO-STATUS                VALUE 'Y'.
009010     05  AK-ACK-OPENED-SW        PIC X(01)   VALUE 'N'.
009020         88  AK-ACK-OPENED               VALUE 'Y'.
009030     05  AK-SUM-FULL-SW          PIC X(01)   VALUE 'N'.
009040         88  AK-SUM-FULL                 VALUE 'Y'.
009045     05  AK-CAL-FILE-STATUS      PIC X(02)   VALUE '00'.
009050         88  AK-CAL-FILE-OK              VALUE '00'.
009055     05  AK-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
009060         88  AK-CAL-EOF                  VALUE 'Y'.
009065     05  AK-NO-CALENDAR-SW       PIC X(01)   VALUE 'N'.
009070         88  AK-NO-CALENDAR              VALUE 'Y'.
009085     05  AK-DAY-TYPE             PIC X(01)   VALUE 'B'.
009090         88  AK-BUSINESS-DAY             VALUE 'B'.
009095         88  AK-NON-PROCESSING-DAY       VALUE 'N'.
009100*****************************************************************
009200*    RUN DATE, AGE CUTOFF AND RECONCILIATION COUNTS             *
009300*****************************************************************
010400     05  AK-MISMATCH-COUNT       PIC S9(09)  COMP    VALUE 0.
010500     05  AK-OVERDUE-COUNT        PIC S9(09)  COMP    VALUE 0.
010550     05  AK-RETIRED-COUNT        PIC S9(09)  COMP    VALUE 0.
010560     05  AK-WANT-SUBSCRIBER      PIC X(08)   VALUE SPACES.
010570     05  AK-SUM-IX               PIC S9(04)  COMP    VALUE 0.
010580     05  AK-SUM-SUB              PIC S9(04)  COMP    VALUE 0.
010581*****************************************************************
010582*    PROCESSING CALENDAR AND BUSINESS-DAY AGE FIELDS            *
010583*****************************************************************
010584 01  AK-CALENDAR-FIELDS.
010585     05  AK-CAL-COUNT            PIC S9(04)  COMP    VALUE 0.
010586     05  AK-CAL-SKIPPED          PIC S9(04)  COMP    VALUE 0.
010587     05  AK-CAL-SUB              PIC S9(04)  COMP    VALUE 0.
010588     05  AK-CAL-ENTRY            OCCURS 3660 TIMES.
010589         10  AK-C-DATE           PIC X(08).
010590         10  AK-C-DAY-TYPE       PIC X(01).
010591     05  AK-CAL-DATE             PIC X(08)   VALUE SPACES.
010592     05  AK-CAL-DATE-9           PIC 9(08)   VALUE 0.
010593     05  AK-CAL-INTEGER          PIC S9(09)  COMP    VALUE 0.
010594     05  AK-CAL-WEEKS            PIC S9(09)  COMP    VALUE 0.
010595     05  AK-CAL-WEEKDAY          PIC S9(04)  COMP    VALUE 0.
010596     05  AK-BUSINESS-COUNT       PIC S9(09)  COMP    VALUE 0.
010597     05  AK-STEP-COUNT           PIC S9(09)  COMP    VALUE 0.
010600*****************************************************************
010700*    TRANSMISSION-STATUS TABLE, REWRITTEN TO XMTSTAT AT END     *
010800*****************************************************************
011500         10  AK-E-SUM-VAR1       PIC S9(18)  COMP.
011600         10  AK-E-STATUS         PIC X(01).
011700         10  AK-E-ACK-DATE       PIC X(08).
011705         10  AK-E-SUBSCRIBER-ID  PIC X(08).
011710*****************************************************************
011715*    RECONCILIATION COUNTS BY SUBSCRIBER FOR THE SUMMARY        *
011720*****************************************************************
011725 01  AK-SUM-TABLE.
011730     05  AK-SUM-COUNT            PIC S9(04)  COMP    VALUE 0.
011735     05  AK-SUM-ENTRY            OCCURS 20 TIMES.
011740         10  AK-S-SUBSCRIBER-ID  PIC X(08).
011745         10  AK-S-ACKED          PIC S9(07)  COMP.
011750         10  AK-S-MISMATCHED     PIC S9(07)  COMP.
011755         10  AK-S-OVERDUE        PIC S9(07)  COMP.
011760         10  AK-S-PENDING        PIC S9(07)  COMP.
011800*****************************************************************
011900*    PRINT LINES.  BUILT HERE AND MOVED TO RPT-LINE SO THE      *
012000*    REPORT FILE KEEPS THE SAME RPTLINE FD AS HELLORPT.         *
012600     05  AK-EXC-DATE             PIC X(08).
012700     05  FILLER                  PIC X(01)   VALUE SPACE.
012800     05  AK-EXC-SEQ-ID           PIC X(08).
012810     05  FILLER                  PIC X(01)   VALUE SPACE.
012820     05  AK-EXC-SUB-ID           PIC X(08).
012900     05  FILLER                  PIC X(38)   VALUE SPACES.
013000*    THE SENT AND ACK TOTALS EACH GET THEIR OWN LINE - BOTH ON  *
013010*    ONE LINE WOULD RUN 88 BYTES AGAINST RPT-TEXT'S 80 AND      *
013020*    TRUNCATE THE ACK SUM'S LOW-ORDER DIGITS.                   *
013600     05  FILLER                  PIC X(05)   VALUE ' SUM '.
013700     05  AK-TOT-SUM              PIC 9(18).
013800     05  FILLER                  PIC X(37)   VALUE SPACES.
013810 01  AK-SUBSCRIBER-LINE.
013820     05  FILLER                  PIC X(01)   VALUE SPACE.
013830     05  AK-SL-SUB-ID            PIC X(08).
013840     05  FILLER                  PIC X(03)   VALUE SPACES.
013850     05  AK-SL-ACKED             PIC ZZZ,ZZ9.
013860     05  FILLER                  PIC X(03)   VALUE SPACES.
013870     05  AK-SL-MISMATCHED        PIC ZZZ,ZZ9.
013880     05  FILLER                  PIC X(03)   VALUE SPACES.
013890     05  AK-SL-OVERDUE           PIC ZZZ,ZZ9.
013900     05  FILLER                  PIC X(03)   VALUE SPACES.
013910     05  AK-SL-PENDING           PIC ZZZ,ZZ9.
013920     05  FILLER                  PIC X(31)   VALUE SPACES.
013924*****************************************************************
013928*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
013932*****************************************************************
013936 01  AK-ALERT-FIELDS.
013940     05  AK-ALERT-STATUS         PIC X(02)   VALUE '00'.
013944         88  AK-ALERT-OK                 VALUE '00'.
013948     05  AK-ALERT-LINE                       VALUE SPACES.
013952         10  AK-ALERT-MSG-ID.
013956             15  FILLER          PIC X(09).
013960             15  AK-ALERT-SEVERITY PIC X(01).
013964         10  FILLER              PIC X(01).
013968         10  AK-ALERT-TEXT       PIC X(80).
013972     05  AK-CMD-LINE             PIC X(40)   VALUE SPACES.
013976     05  AK-JOB-ID               PIC X(08)   VALUE SPACES.
013980     05  AK-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
013984     05  AK-ALERT-NUM-1          PIC -(9)9.
013985*****************************************************************
013986*    REPORT CAPTURE - EVERY PRINT LINE ALSO GOES TO RPTSTORE    *
013987*****************************************************************
013988 01  AK-CAPTURE-FIELDS.
013989     05  AK-SAVE-RC              PIC S9(04)  COMP    VALUE 0.
013990     05  AK-CAPTURE-SW           PIC X(01)   VALUE 'N'.
013991         88  AK-CAPTURE-ON               VALUE 'Y'.
013992     05  AK-CAPTURE-WARNED-SW    PIC X(01)   VALUE 'N'.
013993         88  AK-CAPTURE-WARNED           VALUE 'Y'.
013994     COPY RPTSLNK.
014000*
014100 PROCEDURE DIVISION.
014200*****************************************************************
016300*    TRANSMISSION-STATUS DATASET INTO THE TABLE AND OPENS THE   *
016400*    ACKNOWLEDGMENT FILE.  A MISSING ACKFILE MEANS NOTHING      *
016500*    WAS RECEIVED THIS RUN - THE AGE SWEEP STILL RUNS.          *
016530*    THE AGE CUTOFF IS COUNTED IN BUSINESS DAYS FROM THE        *
016560*    PROCESSING CALENDAR; RETENTION IS STILL CALENDAR DAYS.     *
016600*                                                               *
016700*****************************************************************
016800 1000-INITIALIZE.
016820     ACCEPT AK-CMD-LINE FROM COMMAND-LINE.
016840     UNSTRING AK-CMD-LINE DELIMITED BY ','
016860         INTO AK-JOB-ID
016880     END-UNSTRING.
016890     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
016900     ACCEPT AK-RUN-DATE FROM DATE YYYYMMDD.
017000     OPEN INPUT PARM-FILE.
017100     IF NOT AK-PARM-FILE-OK
017200         DISPLAY 'HELLO0136E ACKPARM NOT FOUND/UNAVAILABLE - '
017300                 'ABORT'
017310         STRING 'HELLO0136E ACKPARM NOT FOUND/UNAVAILABLE - '
017330                'ABORT'
017340             DELIMITED BY SIZE INTO AK-ALERT-LINE
017360         END-STRING
017380         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017400         MOVE 16 TO RETURN-CODE
017500         GO TO 8000-ABEND-EXIT
017600     END-IF.
018000     END-READ.
018100     IF AK-PARM-EOF
018200         DISPLAY 'HELLO0136E ACKPARM IS EMPTY - ABORT'
018220         STRING 'HELLO0136E ACKPARM IS EMPTY - ABORT'
018240             DELIMITED BY SIZE INTO AK-ALERT-LINE
018260         END-STRING
018280         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018300         MOVE 16 TO RETURN-CODE
018400         CLOSE PARM-FILE
018500         GO TO 8000-ABEND-EXIT
018820         OR AKPRM-RETAIN-DAYS = 0
018900         DISPLAY 'HELLO0137E AGE AND RETENTION DAYS MUST BE '
019000                 'NUMERIC AND POSITIVE - ABORT'
019010         STRING 'HELLO0137E AGE AND RETENTION DAYS MUST BE '
019030                'NUMERIC AND POSITIVE - ABORT'
019040             DELIMITED BY SIZE INTO AK-ALERT-LINE
019060         END-STRING
019080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
019100         MOVE 20 TO RETURN-CODE
019200         CLOSE PARM-FILE
019300         GO TO 8000-ABEND-EXIT
019700     MOVE AK-RUN-DATE TO AK-RECORD-DATE.
019800     COMPUTE AK-TODAY-INTEGER =
019900         FUNCTION INTEGER-OF-DATE(AK-RECORD-DATE).
020030     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
020170     PERFORM 1300-COMPUTE-AGE-CUTOFF THRU 1300-EXIT.
020310     COMPUTE AK-CUTOFF-INTEGER =
020320         AK-TODAY-INTEGER - AK-RETAIN-DAYS.
020330     COMPUTE AK-RETIRE-DATE =
020400     OPEN OUTPUT RPT-FILE.
020500     IF NOT AK-RPT-FILE-OK
020600         DISPLAY 'HELLO0148E REPTFILE OPEN FAILED - ABORT'
020620         STRING 'HELLO0148E REPTFILE OPEN FAILED - ABORT'
020640             DELIMITED BY SIZE INTO AK-ALERT-LINE
020660         END-STRING
020680         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020700         MOVE 24 TO RETURN-CODE
020800         GO TO 8000-ABEND-EXIT
020900     END-IF.
021000     INITIALIZE RPT-LINE.
021100     MOVE 'HELLO TRANSMISSION RECONCILIATION REPORT' TO RPT-TEXT.
021200     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
021300     INITIALIZE RPT-LINE.
021400     MOVE ALL '-' TO RPT-TEXT.
021500     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
021600     PERFORM 1100-LOAD-XMT-TABLE THRU 1100-EXIT.
021700     OPEN INPUT ACK-FILE.
021750     IF AK-ACK-FILE-OK
021770     ELSE
021900         DISPLAY 'HELLO0140W NO ACKFILE PRESENT - NO '
022000                 'ACKNOWLEDGMENTS RECEIVED THIS RUN'
022010         STRING 'HELLO0140W NO ACKFILE PRESENT - NO '
022030                'ACKNOWLEDGMENTS RECEIVED THIS RUN'
022040             DELIMITED BY SIZE INTO AK-ALERT-LINE
022060         END-STRING
022080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
022100         MOVE 'Y' TO AK-ACK-EOF-SW
022200     END-IF.
022300 1000-EXIT.
022400     EXIT.
022401*****************************************************************
022402*                                                               *
022403*    1200-LOAD-CALENDAR                                         *
022404*    LOADS THE PROCESSING CALENDAR INTO THE TABLE.  NO CALENDAR *
022405*    DD MEANS EVERY DAY IS A BUSINESS DAY, SO THE AGE IS        *
022406*    COUNTED IN CALENDAR DAYS AS BEFORE THE CALENDAR EXISTED.   *
022407*    ENTRIES THAT DO NOT EDIT, OR BEYOND THE TABLE, ARE COUNTED *
022408*    AND REPORTED BUT NEVER FAIL THE STEP.                      *
022409*                                                               *
022410*****************************************************************
022411 1200-LOAD-CALENDAR.
022412     OPEN INPUT CAL-FILE.
022413     IF NOT AK-CAL-FILE-OK
022414         DISPLAY 'HELLO0252I NO CALENDAR - EVERY DAY IS A '
022415                 'BUSINESS DAY'
022416         MOVE 'Y' TO AK-NO-CALENDAR-SW
022417         GO TO 1200-EXIT
022418     END-IF.
022419     PERFORM 1210-READ-ONE-CALENDAR THRU 1210-EXIT
022420         UNTIL AK-CAL-EOF.
022421     CLOSE CAL-FILE.
022422     IF AK-CAL-SKIPPED > 0
022423         MOVE AK-CAL-SKIPPED TO AK-ALERT-NUM-1
022424         DISPLAY 'HELLO0251W ' AK-ALERT-NUM-1 ' CALENDAR ENTRIES '
022425                 'INVALID OR BEYOND 3660 - IGNORED'
022426         STRING 'HELLO0251W ' AK-ALERT-NUM-1 ' CALENDAR ENTRIES '
022427                'INVALID OR BEYOND 3660 - IGNORED'
022428             DELIMITED BY SIZE INTO AK-ALERT-LINE
022429         END-STRING
022430         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
022431     END-IF.
022432 1200-EXIT.
022433     EXIT.
022434*****************************************************************
022435*                                                               *
022436*    1210-READ-ONE-CALENDAR                                     *
022437*    READS ONE CALENDAR ENTRY INTO THE NEXT TABLE SLOT.         *
022438*                                                               *
022439*****************************************************************
022440 1210-READ-ONE-CALENDAR.
022441     READ CAL-FILE
022442         AT END
022443             MOVE 'Y' TO AK-CAL-EOF-SW
022444     END-READ.
022445     IF AK-CAL-EOF
022446         GO TO 1210-EXIT
022447     END-IF.
022448     IF CAL-DATE IS NOT NUMERIC
022449         OR NOT CAL-DAY-TYPE-VALID
022450         OR AK-CAL-COUNT >= 3660
022451         ADD 1 TO AK-CAL-SKIPPED
022452         GO TO 1210-EXIT
022453     END-IF.
022454     ADD 1 TO AK-CAL-COUNT.
022455     MOVE CAL-DATE     TO AK-C-DATE (AK-CAL-COUNT).
022456     MOVE CAL-DAY-TYPE TO AK-C-DAY-TYPE (AK-CAL-COUNT).
022457 1210-EXIT.
022458     EXIT.
022459*****************************************************************
022460*                                                               *
022461*    1300-COMPUTE-AGE-CUTOFF                                    *
022462*    WALKS BACK FROM TODAY ONE DAY AT A TIME UNTIL THE ACKPARM  *
022463*    NUMBER OF BUSINESS DAYS HAS BEEN PASSED.  THE DAY REACHED  *
022464*    IS THE CUTOFF - AN EXTRACT SENT ON OR BEFORE IT HAS GONE   *
022465*    THAT MANY BUSINESS DAYS UNACKNOWLEDGED.  THE WALK STOPS    *
022466*    AFTER TEN YEARS SO A CALENDAR MARKING EVERY DAY NON-       *
022467*    PROCESSING CANNOT LOOP THE STEP.                           *
022468*                                                               *
022469*****************************************************************
022470 1300-COMPUTE-AGE-CUTOFF.
022471     MOVE AK-TODAY-INTEGER TO AK-CUTOFF-INTEGER.
022472     MOVE 0 TO AK-BUSINESS-COUNT.
022473     MOVE 0 TO AK-STEP-COUNT.
022474     PERFORM 1310-STEP-BACK-ONE-DAY THRU 1310-EXIT
022475         UNTIL AK-BUSINESS-COUNT >= AK-AGE-DAYS
022476            OR AK-STEP-COUNT >= 3660.
022477     COMPUTE AK-CUTOFF-DATE =
022478         FUNCTION DATE-OF-INTEGER(AK-CUTOFF-INTEGER).
022479 1300-EXIT.
022480     EXIT.
022481*****************************************************************
022482*                                                               *
022483*    1310-STEP-BACK-ONE-DAY                                     *
022484*    STEPS THE CUTOFF BACK ONE DAY, COUNTING IT WHEN IT IS A    *
022485*    BUSINESS DAY.                                              *
022486*                                                               *
022487*****************************************************************
022488 1310-STEP-BACK-ONE-DAY.
022489     SUBTRACT 1 FROM AK-CUTOFF-INTEGER.
022490     ADD 1 TO AK-STEP-COUNT.
022491     COMPUTE AK-CAL-DATE-9 =
022492         FUNCTION DATE-OF-INTEGER(AK-CUTOFF-INTEGER).
022493     MOVE AK-CAL-DATE-9 TO AK-CAL-DATE.
022494     PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT.
022495     IF AK-BUSINESS-DAY
022496         ADD 1 TO AK-BUSINESS-COUNT
022497     END-IF.
022498 1310-EXIT.
022499     EXIT.
022500*****************************************************************
022600*                                                               *
022700*    1100-LOAD-XMT-TABLE                                        *
023500     IF NOT AK-XMT-FILE-OK
023600         DISPLAY 'HELLO0138W NO XMTSTAT PRESENT - NO EXTRACTS '
023700                 'RECORDED AS SENT'
023710         STRING 'HELLO0138W NO XMTSTAT PRESENT - NO EXTRACTS '
023730                'RECORDED AS SENT'
023740             DELIMITED BY SIZE INTO AK-ALERT-LINE
023760         END-STRING
023780         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
023800         MOVE 'Y' TO AK-NO-STATUS-SW
023900         MOVE 'Y' TO AK-XMT-EOF-SW
024000         GO TO 1100-EXIT
026300     IF AK-XMT-COUNT >= 200
026400         DISPLAY 'HELLO0139E MORE THAN 200 STATUS RECORDS ON '
026500                 'XMTSTAT - ABORT'
026510         STRING 'HELLO0139E MORE THAN 200 STATUS RECORDS ON '
026530                'XMTSTAT - ABORT'
026540             DELIMITED BY SIZE INTO AK-ALERT-LINE
026560         END-STRING
026580         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
026600         MOVE 16 TO RETURN-CODE
026700         CLOSE XMT-FILE
026800         GO TO 8000-ABEND-EXIT
027400     MOVE XMT-SUM-VAR1     TO AK-E-SUM-VAR1 (AK-XMT-COUNT).
027500     MOVE XMT-STATUS       TO AK-E-STATUS (AK-XMT-COUNT).
027600     MOVE XMT-ACK-DATE     TO AK-E-ACK-DATE (AK-XMT-COUNT).
027610     MOVE XMT-SUBSCRIBER-ID
027620                           TO AK-E-SUBSCRIBER-ID (AK-XMT-COUNT).
027700 1110-EXIT.
027800     EXIT.
027900*****************************************************************
028500*    ENTRY FOR THE DATE AGREES IS IT DECLARED MISMATCHED,       *
028550*    PRINTING THE LATEST ENTRY'S TOTALS BESIDE THE ACK'S.  AN   *
028600*    ACKNOWLEDGMENT FOR A RUN DATE NEVER RECORDED AS SENT IS    *
028650*    ITS OWN EXCEPTION.  ONLY ENTRIES RECORDED UNDER THE        *
028660*    ACKNOWLEDGMENT'S OWN SUBSCRIBER ARE CONSIDERED.            *
028700*                                                               *
028800*****************************************************************
028900 2000-PROCESS-ACK.
029800         OR ACK-RECORD-COUNT IS NOT NUMERIC
029900         OR ACK-SUM-VAR1 IS NOT NUMERIC
030000         DISPLAY 'HELLO0149E ACK RECORD UNREADABLE - SKIPPED'
030020         STRING 'HELLO0149E ACK RECORD UNREADABLE - SKIPPED'
030040             DELIMITED BY SIZE INTO AK-ALERT-LINE
030060         END-STRING
030080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
030100         MOVE 'UNREADABLE ACK' TO AK-EXC-TYPE
030200         MOVE ACK-RUN-DATE     TO AK-EXC-DATE
030300         MOVE SPACES           TO AK-EXC-SEQ-ID
030310         MOVE ACK-SUBSCRIBER-ID TO AK-EXC-SUB-ID
030400         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
030500         ADD 1 TO AK-MISMATCH-COUNT
030510         MOVE ACK-SUBSCRIBER-ID TO AK-WANT-SUBSCRIBER
030520         PERFORM 6000-FIND-SUM-ENTRY THRU 6000-EXIT
030530         IF AK-SUM-IX > 0
030540             ADD 1 TO AK-S-MISMATCHED (AK-SUM-IX)
030550         END-IF
030600         GO TO 2000-EXIT
030700     END-IF.
030800     PERFORM 2150-FIND-EXACT-ENTRY THRU 2150-EXIT.
030810     IF AK-XMT-IX > 0
030820         PERFORM 2300-ACK-ALL-FOR-DATE THRU 2300-EXIT
030830         DISPLAY 'HELLO0143I EXTRACT OF ' ACK-RUN-DATE
030840                 ' ACKNOWLEDGED CLEAN ' ACK-SUBSCRIBER-ID
030850         GO TO 2000-EXIT
030860     END-IF.
030863     MOVE ACK-SUBSCRIBER-ID TO AK-WANT-SUBSCRIBER.
030866     PERFORM 6000-FIND-SUM-ENTRY THRU 6000-EXIT.
030870     PERFORM 2100-FIND-XMT-ENTRY THRU 2100-EXIT.
030900     IF AK-XMT-IX = 0
031000         DISPLAY 'HELLO0141E ACK FOR ' ACK-RUN-DATE ' BUT NO '
031100                 'EXTRACT RECORDED AS SENT THAT DATE '
031110                 ACK-SUBSCRIBER-ID
031120         STRING 'HELLO0141E ACK FOR ' ACK-RUN-DATE ' BUT NO '
031130                'EXTRACT RECORDED AS SENT THAT DATE '
031140                ACK-SUBSCRIBER-ID
031150             DELIMITED BY SIZE INTO AK-ALERT-LINE
031170         END-STRING
031180         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
031200         MOVE 'ACK UNMATCHED' TO AK-EXC-TYPE
031300         MOVE ACK-RUN-DATE    TO AK-EXC-DATE
031400         MOVE SPACES          TO AK-EXC-SEQ-ID
031410         MOVE ACK-SUBSCRIBER-ID TO AK-EXC-SUB-ID
031500         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
031600         ADD 1 TO AK-MISMATCH-COUNT
031610         IF AK-SUM-IX > 0
031620             ADD 1 TO AK-S-MISMATCHED (AK-SUM-IX)
031630         END-IF
031700         GO TO 2000-EXIT
031800     END-IF.
032800     MOVE 'M'         TO AK-E-STATUS (AK-XMT-IX).
032900     MOVE AK-RUN-DATE TO AK-E-ACK-DATE (AK-XMT-IX).
033000     ADD 1 TO AK-MISMATCH-COUNT.
033010     IF AK-SUM-IX > 0
033020         ADD 1 TO AK-S-MISMATCHED (AK-SUM-IX)
033030     END-IF.
033100     DISPLAY 'HELLO0142E EXTRACT OF ' ACK-RUN-DATE ' COUNT/SUM '
033200             'MISMATCH AGAINST RECEIVING SYSTEM '
033210             ACK-SUBSCRIBER-ID
033220     STRING 'HELLO0142E EXTRACT OF ' ACK-RUN-DATE ' COUNT/SUM '
033230            'MISMATCH AGAINST RECEIVING SYSTEM '
033240            ACK-SUBSCRIBER-ID
033250         DELIMITED BY SIZE INTO AK-ALERT-LINE
033270     END-STRING
033280     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
033300     MOVE 'MISMATCHED'    TO AK-EXC-TYPE.
033400     MOVE ACK-RUN-DATE    TO AK-EXC-DATE.
033500     MOVE AK-E-SEQUENCE-ID (AK-XMT-IX) TO AK-EXC-SEQ-ID.
033510     MOVE ACK-SUBSCRIBER-ID TO AK-EXC-SUB-ID.
033600     PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
033700     MOVE 'SENT '                       TO AK-TOT-TAG.
033800     MOVE AK-E-RECORD-COUNT (AK-XMT-IX) TO AK-TOT-COUNT.
033900     MOVE AK-E-SUM-VAR1 (AK-XMT-IX)     TO AK-TOT-SUM.
034000     INITIALIZE RPT-LINE.
034100     MOVE AK-TOTALS-LINE TO RPT-TEXT.
034200     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
034210     MOVE 'ACK  '                       TO AK-TOT-TAG.
034220     MOVE ACK-RECORD-COUNT              TO AK-TOT-COUNT.
034230     MOVE ACK-SUM-VAR1                  TO AK-TOT-SUM.
034240     INITIALIZE RPT-LINE.
034250     MOVE AK-TOTALS-LINE TO RPT-TEXT.
034260     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600*****************************************************************
034620*    2100-FIND-XMT-ENTRY                                        *
034630*    LOOKS THE ACKNOWLEDGMENT'S RUN DATE UP IN THE STATUS       *
034640*    TABLE, LEAVING ITS SLOT IN AK-XMT-IX - ZERO WHEN NO        *
034650*    EXTRACT WAS RECORDED AS SENT THAT DATE FOR THE             *
034655*    ACKNOWLEDGMENT'S SUBSCRIBER.                               *
034660*                                                               *
034670*****************************************************************
034680 2100-FIND-XMT-ENTRY.
034750*****************************************************************
034760*                                                               *
034770*    2110-MATCH-ONE-ENTRY                                       *
034780*    COMPARES ONE TABLE ENTRY'S RUN DATE AND SUBSCRIBER         *
034790*    AGAINST THE ACKNOWLEDGMENT IN HAND.                        *
034800*                                                               *
034810*****************************************************************
034820 2110-MATCH-ONE-ENTRY.
034830     IF AK-E-RUN-DATE (AK-XMT-SUB) = ACK-RUN-DATE
034835         AND AK-E-SUBSCRIBER-ID (AK-XMT-SUB) = ACK-SUBSCRIBER-ID
034840         MOVE AK-XMT-SUB TO AK-XMT-IX
034850     END-IF.
034860 2110-EXIT.
034880*****************************************************************
034890*                                                               *
034900*    2150-FIND-EXACT-ENTRY                                      *
034910*    LOOKS FOR A STATUS ENTRY WHOSE RUN DATE, SUBSCRIBER,       *
034915*    COUNT AND SUM ALL EQUAL THE ACKNOWLEDGMENT IN HAND,        *
034920*    LEAVING ITS SLOT IN AK-XMT-IX - ZERO WHEN NO ENTRY FOR     *
034930*    THE DATE AGREES.                                           *
034940*                                                               *
034950*****************************************************************
034960 2150-FIND-EXACT-ENTRY.
035030*****************************************************************
035040*                                                               *
035050*    2160-MATCH-EXACT-ENTRY                                     *
035060*    COMPARES ONE TABLE ENTRY'S DATE, SUBSCRIBER, COUNT AND     *
035070*    SUM AGAINST THE ACKNOWLEDGMENT IN HAND.                    *
035080*                                                               *
035090*****************************************************************
035100 2160-MATCH-EXACT-ENTRY.
035110     IF AK-E-RUN-DATE (AK-XMT-SUB) = ACK-RUN-DATE
035115         AND AK-E-SUBSCRIBER-ID (AK-XMT-SUB) = ACK-SUBSCRIBER-ID
035120         AND AK-E-RECORD-COUNT (AK-XMT-SUB) = ACK-RECORD-COUNT
035130         AND AK-E-SUM-VAR1 (AK-XMT-SUB) = ACK-SUM-VAR1
035140         MOVE AK-XMT-SUB TO AK-XMT-IX
035390*                                                               *
035400*    2310-ACK-ONE-ENTRY                                         *
035410*    MARKS ONE STATUS ENTRY ACKNOWLEDGED WHEN IT CARRIES THE    *
035420*    ACKNOWLEDGED RUN DATE, SUBSCRIBER AND TOTALS AND IS STILL  *
035425*    SENT.                                                      *
035430*                                                               *
035440*****************************************************************
035450 2310-ACK-ONE-ENTRY.
035460     IF AK-E-RUN-DATE (AK-XMT-SUB) = ACK-RUN-DATE
035465         AND AK-E-SUBSCRIBER-ID (AK-XMT-SUB) = ACK-SUBSCRIBER-ID
035470         AND AK-E-RECORD-COUNT (AK-XMT-SUB) = ACK-RECORD-COUNT
035480         AND AK-E-SUM-VAR1 (AK-XMT-SUB) = ACK-SUM-VAR1
035490         AND AK-E-STATUS (AK-XMT-SUB) = 'S'
035500         MOVE 'A'         TO AK-E-STATUS (AK-XMT-SUB)
035510         MOVE AK-RUN-DATE TO AK-E-ACK-DATE (AK-XMT-SUB)
035520         ADD 1 TO AK-ACKED-COUNT
035521         MOVE ACK-SUBSCRIBER-ID TO AK-WANT-SUBSCRIBER
035522         PERFORM 6000-FIND-SUM-ENTRY THRU 6000-EXIT
035523         IF AK-SUM-IX > 0
035524             ADD 1 TO AK-S-ACKED (AK-SUM-IX)
035525         END-IF
035530     END-IF.
035540 2310-EXIT.
035550     EXIT.
037500*                                                               *
037600*    3000-SWEEP-ONE-ENTRY                                       *
037700*    FLAGS ONE STATUS ENTRY STILL SENT AND OLDER THAN THE       *
037800*    AGE CUTOFF AS UNACKNOWLEDGED ON THE EXCEPTION REPORT, AND  *
037810*    COUNTS EVERY STILL-SENT ENTRY OVERDUE OR PENDING UNDER     *
037820*    ITS SUBSCRIBER.                                            *
037900*                                                               *
038000*****************************************************************
038100 3000-SWEEP-ONE-ENTRY.
038200     IF AK-E-STATUS (AK-XMT-SUB) NOT = 'S'
038300         GO TO 3000-EXIT
038400     END-IF.
038410     MOVE AK-E-SUBSCRIBER-ID (AK-XMT-SUB) TO AK-WANT-SUBSCRIBER.
038420     PERFORM 6000-FIND-SUM-ENTRY THRU 6000-EXIT.
038500     IF AK-E-RUN-DATE (AK-XMT-SUB) IS NOT NUMERIC
038510         IF AK-SUM-IX > 0
038520             ADD 1 TO AK-S-PENDING (AK-SUM-IX)
038530         END-IF
038600         GO TO 3000-EXIT
038700     END-IF.
038800     MOVE AK-E-RUN-DATE (AK-XMT-SUB) TO AK-RECORD-DATE.
038900     IF AK-RECORD-DATE > AK-CUTOFF-DATE
038910         IF AK-SUM-IX > 0
038920             ADD 1 TO AK-S-PENDING (AK-SUM-IX)
038930         END-IF
039000         GO TO 3000-EXIT
039100     END-IF.
039200     ADD 1 TO AK-OVERDUE-COUNT.
039210     IF AK-SUM-IX > 0
039220         ADD 1 TO AK-S-OVERDUE (AK-SUM-IX)
039230     END-IF.
039300     DISPLAY 'HELLO0144W EXTRACT OF '
039400             AK-E-RUN-DATE (AK-XMT-SUB)
039500             ' UNACKNOWLEDGED PAST ' AK-AGE-DAYS ' BUSINESS DAYS '
039510             AK-E-SUBSCRIBER-ID (AK-XMT-SUB)
039520     MOVE AK-AGE-DAYS TO AK-ALERT-NUM-1
039530     STRING 'HELLO0144W EXTRACT OF '
039540            AK-E-RUN-DATE (AK-XMT-SUB)
039550            ' UNACKNOWLEDGED PAST ' AK-ALERT-NUM-1
039555            ' BUSINESS DAYS '
039560            AK-E-SUBSCRIBER-ID (AK-XMT-SUB)
039570         DELIMITED BY SIZE INTO AK-ALERT-LINE
039580     END-STRING
039590     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
039600     MOVE 'UNACKNOWLEDGED' TO AK-EXC-TYPE.
039700     MOVE AK-E-RUN-DATE (AK-XMT-SUB)    TO AK-EXC-DATE.
039800     MOVE AK-E-SEQUENCE-ID (AK-XMT-SUB) TO AK-EXC-SEQ-ID.
039810     MOVE AK-E-SUBSCRIBER-ID (AK-XMT-SUB) TO AK-EXC-SUB-ID.
039900     PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
040000 3000-EXIT.
040100     EXIT.
041500     IF NOT AK-XMT-FILE-OK
041600         DISPLAY 'HELLO0147E XMTSTAT REWRITE FAILED - STATUS '
041700                 'MARKS NOT APPLIED'
041710         STRING 'HELLO0147E XMTSTAT REWRITE FAILED - STATUS '
041730                'MARKS NOT APPLIED'
041740             DELIMITED BY SIZE INTO AK-ALERT-LINE
041760         END-STRING
041780         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
041800         MOVE 16 TO RETURN-CODE
041900         GO TO 4000-EXIT
042000     END-IF.
043800     MOVE AK-E-SUM-VAR1 (AK-XMT-SUB)     TO XMT-SUM-VAR1.
043900     MOVE AK-E-STATUS (AK-XMT-SUB)       TO XMT-STATUS.
044000     MOVE AK-E-ACK-DATE (AK-XMT-SUB)     TO XMT-ACK-DATE.
044010     MOVE AK-E-SUBSCRIBER-ID (AK-XMT-SUB) TO XMT-SUBSCRIBER-ID.
044100     WRITE XMT-STATUS-RECORD.
044200 4100-EXIT.
044300     EXIT.
045100 5000-WRITE-EXCEPTION.
045200     INITIALIZE RPT-LINE.
045300     MOVE AK-EXCEPTION-LINE TO RPT-TEXT.
045400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
045500 5000-EXIT.
045600     EXIT.
045602*****************************************************************
045604*                                                               *
045606*    6000-FIND-SUM-ENTRY                                        *
045608*    LOOKS AK-WANT-SUBSCRIBER UP IN THE SUBSCRIBER SUMMARY      *
045610*    TABLE, ADDING IT WITH ZERO COUNTS WHEN NOT YET SEEN, AND   *
045612*    LEAVES ITS SLOT IN AK-SUM-IX.  A FULL TABLE LEAVES ZERO    *
045614*    - THAT SUBSCRIBER IS LEFT OFF THE SUMMARY, BUT THE         *
045616*    RECONCILIATION ITSELF AND ITS TOTALS ARE UNAFFECTED.       *
045618*                                                               *
045620*****************************************************************
045622 6000-FIND-SUM-ENTRY.
045624     MOVE 0 TO AK-SUM-IX.
045626     PERFORM 6100-MATCH-ONE-SUM THRU 6100-EXIT
045628         VARYING AK-SUM-SUB FROM 1 BY 1
045630             UNTIL AK-SUM-SUB > AK-SUM-COUNT.
045632     IF AK-SUM-IX > 0
045634         GO TO 6000-EXIT
045636     END-IF.
045638     IF AK-SUM-COUNT >= 20
045640         IF NOT AK-SUM-FULL
045641             DISPLAY 'HELLO0223W MORE THAN 20 SUBSCRIBERS - '
045642                     'SUMMARY INCOMPLETE'
045643             STRING 'HELLO0223W MORE THAN 20 SUBSCRIBERS - '
045644                    'SUMMARY INCOMPLETE'
045645                 DELIMITED BY SIZE INTO AK-ALERT-LINE
045646             END-STRING
045647             PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
045648             MOVE 'Y' TO AK-SUM-FULL-SW
045649         END-IF
045650         GO TO 6000-EXIT
045652     END-IF.
045654     ADD 1 TO AK-SUM-COUNT.
045656     MOVE AK-SUM-COUNT TO AK-SUM-IX.
045658     MOVE AK-WANT-SUBSCRIBER TO AK-S-SUBSCRIBER-ID (AK-SUM-IX).
045660     MOVE 0 TO AK-S-ACKED (AK-SUM-IX).
045662     MOVE 0 TO AK-S-MISMATCHED (AK-SUM-IX).
045664     MOVE 0 TO AK-S-OVERDUE (AK-SUM-IX).
045666     MOVE 0 TO AK-S-PENDING (AK-SUM-IX).
045668 6000-EXIT.
045670     EXIT.
045672*****************************************************************
045674*                                                               *
045676*    6100-MATCH-ONE-SUM                                         *
045678*    COMPARES ONE SUMMARY ENTRY AGAINST AK-WANT-SUBSCRIBER.     *
045680*                                                               *
045682*****************************************************************
045684 6100-MATCH-ONE-SUM.
045686     IF AK-S-SUBSCRIBER-ID (AK-SUM-SUB) = AK-WANT-SUBSCRIBER
045688         MOVE AK-SUM-SUB TO AK-SUM-IX
045690     END-IF.
045692 6100-EXIT.
045694     EXIT.
045696*****************************************************************
045698*                                                               *
045700*    6200-CHECK-BUSINESS-DAY                                    *
045702*    SETS AK-DAY-TYPE FOR THE DATE IN AK-CAL-DATE.  A DATE ON   *
045704*    THE CALENDAR TAKES ITS LISTED TYPE (THE LAST VALID ENTRY   *
045706*    FOR THE DATE WINS); ANY OTHER DATE IS A BUSINESS DAY       *
045708*    MONDAY TO FRIDAY AND NON-PROCESSING AT THE WEEKEND.  DAY   *
045710*    1 OF THE INTEGER DATE (01/01/1601) WAS A MONDAY, SO THE    *
045712*    REMAINDER BY 7 IS 0 FOR SUNDAY AND 6 FOR SATURDAY.  WITH   *
045714*    NO CALENDAR AT ALL EVERY DAY IS A BUSINESS DAY.            *
045716*                                                               *
045718*****************************************************************
045720 6200-CHECK-BUSINESS-DAY.
045722     MOVE 'B' TO AK-DAY-TYPE.
045724     IF AK-NO-CALENDAR
045726         GO TO 6200-EXIT
045728     END-IF.
045730     MOVE AK-CAL-DATE TO AK-CAL-DATE-9.
045732     COMPUTE AK-CAL-INTEGER =
045734         FUNCTION INTEGER-OF-DATE (AK-CAL-DATE-9).
045736     DIVIDE AK-CAL-INTEGER BY 7
045738         GIVING AK-CAL-WEEKS REMAINDER AK-CAL-WEEKDAY.
045740     IF AK-CAL-WEEKDAY = 0 OR AK-CAL-WEEKDAY = 6
045742         MOVE 'N' TO AK-DAY-TYPE
045744     END-IF.
045748     PERFORM 6210-MATCH-CALENDAR THRU 6210-EXIT
045750         VARYING AK-CAL-SUB FROM 1 BY 1
045752             UNTIL AK-CAL-SUB > AK-CAL-COUNT.
045756 6200-EXIT.
045758     EXIT.
045760*****************************************************************
045762*                                                               *
045764*    6210-MATCH-CALENDAR                                        *
045766*    TAKES THE TYPE OF A MATCHING ENTRY - THE LAST ONE WINS.    *
045768*                                                               *
045770*****************************************************************
045772 6210-MATCH-CALENDAR.
045774     IF AK-C-DATE (AK-CAL-SUB) = AK-CAL-DATE
045776         MOVE AK-C-DAY-TYPE (AK-CAL-SUB) TO AK-DAY-TYPE
045780     END-IF.
045782 6210-EXIT.
045784     EXIT.
045786*****************************************************************
045800*                                                               *
045900*    9000-TERMINATE                                             *
046000*    PRINTS THE COUNTS BY SUBSCRIBER AND THE RECONCILIATION     *
046010*    TOTALS, CLOSES THE FILES AND                               *
046100*    SETS THE STEP RETURN CODE - 16 ON ANY MISMATCH, 8 WHEN     *
046200*    ONLY OVERDUE UNACKNOWLEDGED EXTRACTS REMAIN, 0 CLEAN.      *
046300*                                                               *
046500 9000-TERMINATE.
046600     INITIALIZE RPT-LINE.
046700     MOVE ALL '-' TO RPT-TEXT.
046800     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
046805     INITIALIZE RPT-LINE.
046810     MOVE ' SUBSCRIBER   ACKED   MISMTCH   OVERDUE   PENDING'
046815         TO RPT-TEXT.
046820     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
046825     PERFORM 9100-PRINT-SUBSCRIBER THRU 9100-EXIT
046830         VARYING AK-SUM-SUB FROM 1 BY 1
046835             UNTIL AK-SUM-SUB > AK-SUM-COUNT.
046840     INITIALIZE RPT-LINE.
046845     MOVE ALL '-' TO RPT-TEXT.
046850     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
046900     INITIALIZE RPT-LINE.
047000     MOVE 'EXTRACTS ACKNOWLEDGED' TO RPT-LABEL.
047100     MOVE AK-ACKED-COUNT TO RPT-VALUE.
047200     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
047300     INITIALIZE RPT-LINE.
047400     MOVE 'MISMATCHES/UNMATCHED ACKS' TO RPT-LABEL.
047500     MOVE AK-MISMATCH-COUNT TO RPT-VALUE.
047600     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
047700     INITIALIZE RPT-LINE.
047800     MOVE 'EXTRACTS OVERDUE UNACKED' TO RPT-LABEL.
047900     MOVE AK-OVERDUE-COUNT TO RPT-VALUE.
048000     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
048010     INITIALIZE RPT-LINE.
048020     MOVE 'SETTLED RECORDS RETIRED' TO RPT-LABEL.
048030     MOVE AK-RETIRED-COUNT TO RPT-VALUE.
048040     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
048400     IF AK-ACK-OPENED
048500         CLOSE ACK-FILE
048600     END-IF.
048800     IF AK-MISMATCH-COUNT > 0
048900         DISPLAY 'HELLO0145E RECONCILIATION FAILED - '
049000                 AK-MISMATCH-COUNT ' MISMATCHED/UNMATCHED'
049010         MOVE AK-MISMATCH-COUNT TO AK-ALERT-NUM-1
049020         STRING 'HELLO0145E RECONCILIATION FAILED - '
049040                AK-ALERT-NUM-1 ' MISMATCHED/UNMATCHED'
049050             DELIMITED BY SIZE INTO AK-ALERT-LINE
049070         END-STRING
049080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
049100         MOVE 16 TO RETURN-CODE
049200         GO TO 9000-EXIT
049300     END-IF.
049400     IF AK-OVERDUE-COUNT > 0
049500         DISPLAY 'HELLO0144W ' AK-OVERDUE-COUNT ' EXTRACTS '
049600                 'UNACKNOWLEDGED PAST THE AGE LIMIT'
049610         MOVE AK-OVERDUE-COUNT TO AK-ALERT-NUM-1
049620         STRING 'HELLO0144W ' AK-ALERT-NUM-1 ' EXTRACTS '
049640                'UNACKNOWLEDGED PAST THE AGE LIMIT'
049650             DELIMITED BY SIZE INTO AK-ALERT-LINE
049670         END-STRING
049680         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
049700         MOVE 8 TO RETURN-CODE
049800         GO TO 9000-EXIT
049900     END-IF.
050200     MOVE 0 TO RETURN-CODE.
050300 9000-EXIT.
050400     EXIT.
050404*****************************************************************
050408*                                                               *
050412*    9100-PRINT-SUBSCRIBER                                      *
050416*    PRINTS ONE SUBSCRIBER'S RECONCILIATION COUNTS.  THE        *
050417*    UNROUTED SINGLE EXTRACT, RECORDED WITHOUT A SUBSCRIBER,    *
050418*    PRINTS AS (SINGLE).                                        *
050419*                                                               *
050420*****************************************************************
050421 9100-PRINT-SUBSCRIBER.
050422     MOVE AK-S-SUBSCRIBER-ID (AK-SUM-SUB) TO AK-SL-SUB-ID.
050423     IF AK-SL-SUB-ID = SPACES
050424         MOVE '(SINGLE)' TO AK-SL-SUB-ID
050425     END-IF.
050426     MOVE AK-S-ACKED (AK-SUM-SUB)      TO AK-SL-ACKED.
050427     MOVE AK-S-MISMATCHED (AK-SUM-SUB) TO AK-SL-MISMATCHED.
050428     MOVE AK-S-OVERDUE (AK-SUM-SUB)    TO AK-SL-OVERDUE.
050429     MOVE AK-S-PENDING (AK-SUM-SUB)    TO AK-SL-PENDING.
050430     INITIALIZE RPT-LINE.
050431     MOVE AK-SUBSCRIBER-LINE TO RPT-TEXT.
050432     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
050433 9100-EXIT.
050434     EXIT.
050435*****************************************************************
050436*                                                               *
050437*    7800-WRITE-REPORT-LINE                                     *
050438*    PRINTS THE REPORT LINE JUST BUILT AND FILES THE SAME LINE  *
050439*    ON THE REPORT STORE THROUGH HELLORPS.                      *
050440*                                                               *
050441*****************************************************************
050442 7800-WRITE-REPORT-LINE.
050443     WRITE RPT-LINE.
050444     IF NOT AK-CAPTURE-ON
050445         GO TO 7800-EXIT
050446     END-IF.
050447     MOVE 'W'              TO RSL-FUNCTION.
050448     MOVE RPT-TEXT         TO RSL-LINE-TEXT.
050449     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
050450 7800-EXIT.
050451     EXIT.
050452*****************************************************************
050453*                                                               *
050454*    7810-START-REPORT-CAPTURE                                  *
050455*    OPENS THIS STEP'S REPORT ON THE REPORT STORE, FILED UNDER  *
050456*    THE JOB, THIS PROGRAM AND TODAY'S DATE.  THE HEADER IS     *
050457*    WRITTEN NOW SO A STEP THAT NEVER ENDS STILL SHOWS IN THE   *
050458*    HELLOBRW BROWSE.                                           *
050459*                                                               *
050460*****************************************************************
050461 7810-START-REPORT-CAPTURE.
050462     INITIALIZE REPORT-STORE-AREA.
050463     MOVE 'O'              TO RSL-FUNCTION.
050464     MOVE AK-JOB-ID        TO RSL-JOB-ID.
050465     IF RSL-JOB-ID = SPACES
050466         MOVE 'HELLOACK' TO RSL-JOB-ID
050467     END-IF.
050468     MOVE 'HELLOACK'       TO RSL-PROGRAM-ID.
050469     MOVE SPACES           TO RSL-RUN-DATE.
050470     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
050471     IF RSL-RC-OK
050472         MOVE 'Y' TO AK-CAPTURE-SW
050473     END-IF.
050474 7810-EXIT.
050475     EXIT.
050476*****************************************************************
050477*                                                               *
050478*    7820-END-REPORT-CAPTURE                                    *
050479*    CLOSES THIS STEP'S REPORT ON THE REPORT STORE WITH THE     *
050480*    STEP RETURN CODE, SO THE BROWSE SHOWS HOW THE STEP ENDED.  *
050481*                                                               *
050482*****************************************************************
050483 7820-END-REPORT-CAPTURE.
050484     IF NOT AK-CAPTURE-ON
050485         GO TO 7820-EXIT
050486     END-IF.
050487     MOVE 'C'              TO RSL-FUNCTION.
050488     MOVE RETURN-CODE      TO RSL-STEP-RC.
050489     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
050490     MOVE 'N' TO AK-CAPTURE-SW.
050491 7820-EXIT.
050492     EXIT.
050493*****************************************************************
050494*                                                               *
050495*    7830-CALL-REPORT-STORE                                     *
050496*    CALLS HELLORPS, KEEPING THE STEP RETURN CODE ACROSS THE    *
050497*    CALL.  A REPORT-STORE PROBLEM IS WARNED ONCE AND NEVER     *
050498*    CHANGES THE STEP RETURN CODE - THE REPORT HAS STILL GONE   *
050499*    TO SYSOUT.                                                 *
050500*                                                               *
050501*****************************************************************
050502 7830-CALL-REPORT-STORE.
050503     MOVE RETURN-CODE      TO AK-SAVE-RC.
050504     CALL 'HELLORPS' USING REPORT-STORE-AREA.
050505     MOVE AK-SAVE-RC        TO RETURN-CODE.
050506     IF RSL-RC-OK
050507         OR AK-CAPTURE-WARNED
050508         GO TO 7830-EXIT
050509     END-IF.
050510     DISPLAY 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
050511             'RC ' RSL-RETURN-CODE
050512             ' STATUS ' RSL-FILE-STATUS.
050513     STRING 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
050514            'RC ' RSL-RETURN-CODE
050515            ' STATUS ' RSL-FILE-STATUS
050516         DELIMITED BY SIZE INTO AK-ALERT-LINE
050517     END-STRING.
050518     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
050519     MOVE 'Y' TO AK-CAPTURE-WARNED-SW.
050520 7830-EXIT.
050521     EXIT.
050522*****************************************************************
050523*                                                               *
050524*    7900-WRITE-ALERT                                           *
050525*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
050526*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
050527*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
050528*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
050529*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
050530*                                                               *
050531*****************************************************************
050532 7900-WRITE-ALERT.
050533     OPEN EXTEND ALERT-FILE.
050534     IF NOT AK-ALERT-OK
050535         OPEN OUTPUT ALERT-FILE
050536     END-IF.
050537     IF NOT AK-ALERT-OK
050538         MOVE SPACES TO AK-ALERT-LINE
050539         MOVE SPACES TO AK-ALERT-SEQ-ID
050544         GO TO 7900-EXIT
050547     END-IF.
050550     MOVE SPACES TO ALERT-RECORD.
050553     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
050556     ACCEPT ALRT-TIME FROM TIME.
050559     MOVE AK-JOB-ID                  TO ALRT-JOB-ID.
050562     MOVE 'HELLOACK'                 TO ALRT-PROGRAM-ID.
050565     MOVE AK-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
050568     MOVE AK-ALERT-SEVERITY          TO ALRT-SEVERITY.
050571     MOVE AK-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
050574     MOVE AK-ALERT-TEXT              TO ALRT-TEXT.
050577     WRITE ALERT-RECORD.
050580     CLOSE ALERT-FILE.
050583     MOVE SPACES TO AK-ALERT-LINE.
050586     MOVE SPACES TO AK-ALERT-SEQ-ID.
050589 7900-EXIT.
050592     EXIT.
050595*****************************************************************
050600*                                                               *
050700*    8000-ABEND-EXIT                                            *
050800*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE                *
051300 8000-ABEND-EXIT.
051400     GO TO 9999-EXIT.
051500 9999-EXIT.
051550     PERFORM 7820-END-REPORT-CAPTURE THRU 7820-EXIT.
051600     STOP RUN.
