003300*    DATE       INIT  DESCRIPTION                               *
003400*    -------    ----  ------------------------------------     *
003500*    09/02/26   RMS   ORIGINAL                                  *
003510*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
003520*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
003530*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
003540*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
003547*    10/15/26   RMS   CHECKS THE PROCESSING CALENDAR - A NON-   *
003554*                     PROCESSING DAY EXPECTS NO WINDOW, SO THE  *
003561*                     REPORT SAYS SO AND THE STEP ENDS RC=0     *
003568*                     WITHOUT RUNNING THE CHECKS.  AN OPTIONAL  *
003575*                     SECOND PARM TOKEN PROVES THE WINDOW OF AN *
003582*                     EARLIER BUSINESS DAY FOR HELLOCU CATCH-UP *
003589*                     (BAD DATE RC=20).                         *
003591*    10/15/26   RMS   EVERY REPORT LINE IS ALSO FILED ON THE    *
003593*                     KEYED REPORT STORE (RPTSTORE) THROUGH     *
003595*                     HELLORPS, WITH THE STEP RETURN CODE, FOR  *
003597*                     THE HELLOBRW REPORT BROWSE.               *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
006700     SELECT RPT-FILE         ASSIGN TO REPTFILE
006800                             ORGANIZATION IS LINE SEQUENTIAL
006900                             FILE STATUS IS EW-RPT-FILE-STATUS.
006910     SELECT ALERT-FILE       ASSIGN TO ALERTS
006920                             ORGANIZATION IS LINE SEQUENTIAL
006930                             FILE STATUS IS EW-ALERT-STATUS.
006940     SELECT CAL-FILE         ASSIGN TO CALENDAR
006960                             ORGANIZATION IS LINE SEQUENTIAL
006980                             FILE STATUS IS EW-CAL-FILE-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400     COPY RPTLINE.
010410 FD  ALERT-FILE
010420     LABEL RECORDS ARE STANDARD
010430     RECORDING MODE IS F.
010440     COPY ALERTREC.
010450 FD  CAL-FILE
010460     LABEL RECORDS ARE STANDARD
010470     RECORDING MODE IS F.
010480     COPY CALREC.
010500*
010600 WORKING-STORAGE SECTION.
010700*****************************************************************
013400         88  EW-OUT-GOOD                 VALUE 'Y'.
013500     05  EW-SEQ-NOT-FOUND-SW     PIC X(01)   VALUE 'N'.
013600         88  EW-SEQ-NOT-FOUND            VALUE 'Y'.
013610     05  EW-CAL-FILE-STATUS      PIC X(02)   VALUE '00'.
013620         88  EW-CAL-FILE-OK              VALUE '00'.
013630     05  EW-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
013640         88  EW-CAL-EOF                  VALUE 'Y'.
013660     05  EW-DAY-TYPE             PIC X(01)   VALUE 'B'.
013670         88  EW-BUSINESS-DAY             VALUE 'B'.
013680         88  EW-NON-PROCESSING-DAY       VALUE 'N'.
013700*****************************************************************
013800*    TONIGHT'S IDENTITY AND THE FIGURES THE CHECKS COMPARE      *
013900*****************************************************************
014000 01  EW-WORK-FIELDS.
014100     05  EW-RUN-DATE             PIC X(08)   VALUE SPACES.
014110     05  EW-RUN-DATE-PARM        PIC X(08)   VALUE SPACES.
014120     05  EW-RUN-DATE-PARM-9      REDEFINES EW-RUN-DATE-PARM
014130                                 PIC 9(08).
014140     05  EW-CAL-DATE-9           PIC 9(08)   VALUE 0.
014160     05  EW-CAL-INTEGER          PIC S9(09)  COMP    VALUE 0.
014170     05  EW-CAL-WEEKS            PIC S9(09)  COMP    VALUE 0.
014180     05  EW-CAL-WEEKDAY          PIC S9(04)  COMP    VALUE 0.
014200     05  EW-RST-START            PIC S9(09)  COMP    VALUE 0.
014300     05  EW-RST-END              PIC S9(09)  COMP    VALUE 0.
014400     05  EW-RST-RANGE            PIC S9(09)  COMP    VALUE 0.
017000     05  EW-CHK-DESC             PIC X(44).
017100     05  EW-CHK-RESULT           PIC X(04).
017200     05  FILLER                  PIC X(23)   VALUE SPACES.
017205*****************************************************************
017210*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
017215*****************************************************************
017220 01  EW-ALERT-FIELDS.
017225     05  EW-ALERT-STATUS         PIC X(02)   VALUE '00'.
017230         88  EW-ALERT-OK                 VALUE '00'.
017235     05  EW-ALERT-LINE                       VALUE SPACES.
017240         10  EW-ALERT-MSG-ID.
017245             15  FILLER          PIC X(09).
017250             15  EW-ALERT-SEVERITY PIC X(01).
017255         10  FILLER              PIC X(01).
017260         10  EW-ALERT-TEXT       PIC X(80).
017265     05  EW-CMD-LINE             PIC X(40)   VALUE SPACES.
017270     05  EW-JOB-ID               PIC X(08)   VALUE SPACES.
017275     05  EW-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
017277*****************************************************************
017279*    REPORT CAPTURE - EVERY PRINT LINE ALSO GOES TO RPTSTORE    *
017281*****************************************************************
017283 01  EW-CAPTURE-FIELDS.
017285     05  EW-SAVE-RC              PIC S9(04)  COMP    VALUE 0.
017287     05  EW-CAPTURE-SW           PIC X(01)   VALUE 'N'.
017289         88  EW-CAPTURE-ON               VALUE 'Y'.
017291     05  EW-CAPTURE-WARNED-SW    PIC X(01)   VALUE 'N'.
017293         88  EW-CAPTURE-WARNED           VALUE 'Y'.
017295     COPY RPTSLNK.
017300*
017400 PROCEDURE DIVISION.
017500*****************************************************************
019400*                                                               *
019500*    1000-INITIALIZE                                            *
019600*    CAPTURES TONIGHT'S DATE AND OPENS THE REPORT.              *
019630*    ON A NON-PROCESSING DAY NO WINDOW IS EXPECTED - THE        *
019660*    REPORT SAYS SO, NO CHECK IS RUN, AND THE STEP ENDS RC=0.   *
019700*                                                               *
019800*****************************************************************
019900 1000-INITIALIZE.
019910     ACCEPT EW-CMD-LINE FROM COMMAND-LINE.
019920     UNSTRING EW-CMD-LINE DELIMITED BY ','
019930         INTO EW-JOB-ID, EW-RUN-DATE-PARM
019940     END-UNSTRING.
020000     ACCEPT EW-RUN-DATE FROM DATE YYYYMMDD.
020020     IF EW-RUN-DATE-PARM NOT = SPACES
020040         PERFORM 1020-EDIT-RUN-DATE THRU 1020-EXIT
020060     END-IF.
020070     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
020080     PERFORM 1040-CHECK-CALENDAR THRU 1040-EXIT.
020100     OPEN OUTPUT RPT-FILE.
020200     IF NOT EW-RPT-FILE-OK
020300         DISPLAY 'HELLO0158E REPTFILE OPEN FAILED - ABORT'
020310         STRING 'HELLO0158E REPTFILE OPEN FAILED - ABORT'
020320             DELIMITED BY SIZE INTO EW-ALERT-LINE
020330         END-STRING
020340         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020400         MOVE 16 TO RETURN-CODE
020500         GO TO 8000-ABEND-EXIT
020600     END-IF.
020700     INITIALIZE RPT-LINE.
020800     MOVE 'HELLO END-OF-WINDOW COMPLETENESS REPORT' TO RPT-TEXT.
020900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
021000     INITIALIZE RPT-LINE.
021100     STRING ' WINDOW OF ' EW-RUN-DATE
021200         DELIMITED BY SIZE INTO RPT-TEXT
021300     END-STRING.
021400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
021500     INITIALIZE RPT-LINE.
021600     MOVE ALL '-' TO RPT-TEXT.
021700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
021708     IF EW-NON-PROCESSING-DAY
021716         INITIALIZE RPT-LINE
021724         MOVE ' NON-PROCESSING DAY - NO WINDOW EXPECTED'
021732             TO RPT-TEXT
021740         PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT
021748         CLOSE RPT-FILE
021756         DISPLAY 'HELLO0245I ' EW-RUN-DATE ' IS A NON-PROCESSING '
021764                 'DAY - NO WINDOW EXPECTED'
021772         MOVE 0 TO RETURN-CODE
021780         GO TO 9999-EXIT
021788     END-IF.
021800 1000-EXIT.
021900     EXIT.
021901*****************************************************************
021902*                                                               *
021903*    1020-EDIT-RUN-DATE                                         *
021904*    EDITS THE OPTIONAL RUN-DATE PARM TOKEN GIVEN BY HELLOCU TO *
021905*    CATCH UP A MISSED BUSINESS DAY.  IT MUST BE A REAL         *
021906*    YYYYMMDD DATE NO LATER THAN TODAY, AND THEN REPLACES TODAY *
021907*    AS THE RUN DATE.  A BAD DATE STILL OPENS THE STEP'S REPORT *
021908*    ON THE REPORT STORE, UNDER TODAY'S DATE, BEFORE THE ABORT, *
021909*    SO THE FAILED STEP SHOWS IN THE HELLOBRW BROWSE.           *
021910*                                                               *
021911*****************************************************************
021912 1020-EDIT-RUN-DATE.
021913     IF EW-RUN-DATE-PARM IS NUMERIC
021914         IF FUNCTION TEST-DATE-YYYYMMDD (EW-RUN-DATE-PARM-9)
021915                 = 0
021916             AND EW-RUN-DATE-PARM NOT > EW-RUN-DATE
021917             MOVE EW-RUN-DATE-PARM TO EW-RUN-DATE
021918             DISPLAY 'HELLO0250I CATCH-UP RUN FOR BUSINESS DAY '
021919                     EW-RUN-DATE
021920             GO TO 1020-EXIT
021921         END-IF
021922     END-IF.
021923     DISPLAY 'HELLO0248E RUN DATE ' EW-RUN-DATE-PARM
021924             ' INVALID OR IN THE FUTURE - ABORT'.
021925     STRING 'HELLO0248E RUN DATE ' EW-RUN-DATE-PARM
021926            ' INVALID OR IN THE FUTURE - ABORT'
021927         DELIMITED BY SIZE INTO EW-ALERT-LINE
021928     END-STRING.
021929     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
021930     MOVE 20 TO RETURN-CODE.
021931     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
021932     GO TO 8000-ABEND-EXIT.
021933 1020-EXIT.
021934     EXIT.
021935*****************************************************************
021936*                                                               *
021937*    1040-CHECK-CALENDAR                                        *
021938*    DECIDES WHETHER THE RUN DATE IS A BUSINESS DAY.  A DATE    *
021939*    LISTED ON THE PROCESSING CALENDAR TAKES ITS LISTED TYPE    *
021940*    (THE LAST VALID ENTRY FOR THE DATE WINS); ANY OTHER DATE   *
021941*    IS A BUSINESS DAY MONDAY TO FRIDAY AND NON-PROCESSING AT   *
021942*    THE WEEKEND.  DAY 1 OF THE INTEGER DATE (01/01/1601) WAS A *
021943*    MONDAY, SO THE REMAINDER BY 7 IS 0 FOR SUNDAY AND 6 FOR    *
021944*    SATURDAY.  NO CALENDAR DD MEANS EVERY DAY IS A BUSINESS    *
021945*    DAY.                                                       *
021946*                                                               *
021947*****************************************************************
021948 1040-CHECK-CALENDAR.
021949     MOVE 'B' TO EW-DAY-TYPE.
021950     OPEN INPUT CAL-FILE.
021951     IF NOT EW-CAL-FILE-OK
021952         GO TO 1040-EXIT
021953     END-IF.
021954     MOVE EW-RUN-DATE TO EW-CAL-DATE-9.
021955     COMPUTE EW-CAL-INTEGER =
021956         FUNCTION INTEGER-OF-DATE (EW-CAL-DATE-9).
021957     DIVIDE EW-CAL-INTEGER BY 7
021958         GIVING EW-CAL-WEEKS REMAINDER EW-CAL-WEEKDAY.
021959     IF EW-CAL-WEEKDAY = 0 OR EW-CAL-WEEKDAY = 6
021960         MOVE 'N' TO EW-DAY-TYPE
021961     END-IF.
021962     PERFORM 1050-READ-CALENDAR THRU 1050-EXIT
021963         UNTIL EW-CAL-EOF.
021964     CLOSE CAL-FILE.
021965 1040-EXIT.
021966     EXIT.
021967*****************************************************************
021968*                                                               *
021969*    1050-READ-CALENDAR                                         *
021970*    READS ONE CALENDAR ENTRY AND TAKES ITS TYPE WHEN IT IS A   *
021971*    VALID ENTRY FOR THE RUN DATE.                              *
021972*                                                               *
021973*****************************************************************
021974 1050-READ-CALENDAR.
021975     READ CAL-FILE
021976         AT END
021977             MOVE 'Y' TO EW-CAL-EOF-SW
021978     END-READ.
021979     IF EW-CAL-EOF
021980         GO TO 1050-EXIT
021981     END-IF.
021982     IF CAL-DATE = EW-RUN-DATE
021983         AND CAL-DAY-TYPE-VALID
021984         MOVE CAL-DAY-TYPE TO EW-DAY-TYPE
021985     END-IF.
021986 1050-EXIT.
021987     EXIT.
022000*****************************************************************
022100*                                                               *
022200*    2100-CHECK-RUN-STATUS                                      *
053600     MOVE 'PASS' TO EW-CHK-RESULT.
053700     INITIALIZE RPT-LINE.
053800     MOVE EW-CHECK-LINE TO RPT-TEXT.
053900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
054000 7000-EXIT.
054100     EXIT.
054200*****************************************************************
055000     MOVE 'FAIL' TO EW-CHK-RESULT.
055100     INITIALIZE RPT-LINE.
055200     MOVE EW-CHECK-LINE TO RPT-TEXT.
055300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
055400     MOVE 'Y' TO EW-WINDOW-FAILED-SW.
055500     DISPLAY 'HELLO0160E CHECK ' EW-CHK-NUMBER ' FAILED - '
055600             EW-CHK-DESC
055610     STRING 'HELLO0160E CHECK ' EW-CHK-NUMBER ' FAILED - '
055620            EW-CHK-DESC
055630         DELIMITED BY SIZE INTO EW-ALERT-LINE
055640     END-STRING
055650     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
055700 7100-EXIT.
055800     EXIT.
055801*****************************************************************
055802*                                                               *
055803*    7800-WRITE-REPORT-LINE                                     *
055804*    PRINTS THE REPORT LINE JUST BUILT AND FILES THE SAME LINE  *
055805*    ON THE REPORT STORE THROUGH HELLORPS.                      *
055806*                                                               *
055807*****************************************************************
055808 7800-WRITE-REPORT-LINE.
055809     WRITE RPT-LINE.
055810     IF NOT EW-CAPTURE-ON
055811         GO TO 7800-EXIT
055812     END-IF.
055813     MOVE 'W'              TO RSL-FUNCTION.
055814     MOVE RPT-TEXT         TO RSL-LINE-TEXT.
055815     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
055816 7800-EXIT.
055817     EXIT.
055818*****************************************************************
055819*                                                               *
055820*    7810-START-REPORT-CAPTURE                                  *
055821*    OPENS THIS STEP'S REPORT ON THE REPORT STORE, FILED UNDER  *
055822*    THE JOB, THIS PROGRAM AND THE WINDOW'S BUSINESS DATE.  THE *
055823*    HEADER IS WRITTEN NOW SO A STEP THAT NEVER ENDS STILL      *
055824*    SHOWS IN THE HELLOBRW BROWSE.                              *
055825*                                                               *
055826*****************************************************************
055827 7810-START-REPORT-CAPTURE.
055828     INITIALIZE REPORT-STORE-AREA.
055829     MOVE 'O'              TO RSL-FUNCTION.
055830     MOVE EW-JOB-ID        TO RSL-JOB-ID.
055831     IF RSL-JOB-ID = SPACES
055832         MOVE 'HELLOEOW' TO RSL-JOB-ID
055833     END-IF.
055834     MOVE 'HELLOEOW'       TO RSL-PROGRAM-ID.
055835     MOVE EW-RUN-DATE      TO RSL-RUN-DATE.
055836     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
055837     IF RSL-RC-OK
055838         MOVE 'Y' TO EW-CAPTURE-SW
055839     END-IF.
055840 7810-EXIT.
055841     EXIT.
055842*****************************************************************
055843*                                                               *
055844*    7820-END-REPORT-CAPTURE                                    *
055845*    CLOSES THIS STEP'S REPORT ON THE REPORT STORE WITH THE     *
055846*    STEP RETURN CODE, SO THE BROWSE SHOWS HOW THE STEP ENDED.  *
055847*                                                               *
055848*****************************************************************
055849 7820-END-REPORT-CAPTURE.
055850     IF NOT EW-CAPTURE-ON
055851         GO TO 7820-EXIT
055852     END-IF.
055853     MOVE 'C'              TO RSL-FUNCTION.
055854     MOVE RETURN-CODE      TO RSL-STEP-RC.
055855     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
055856     MOVE 'N' TO EW-CAPTURE-SW.
055857 7820-EXIT.
055858     EXIT.
055859*****************************************************************
055860*                                                               *
055861*    7830-CALL-REPORT-STORE                                     *
055862*    CALLS HELLORPS, KEEPING THE STEP RETURN CODE ACROSS THE    *
055863*    CALL.  A REPORT-STORE PROBLEM IS WARNED ONCE AND NEVER     *
055864*    CHANGES THE STEP RETURN CODE - THE REPORT HAS STILL GONE   *
055865*    TO SYSOUT.                                                 *
055866*                                                               *
055867*****************************************************************
055868 7830-CALL-REPORT-STORE.
055869     MOVE RETURN-CODE      TO EW-SAVE-RC.
055870     CALL 'HELLORPS' USING REPORT-STORE-AREA.
055871     MOVE EW-SAVE-RC        TO RETURN-CODE.
055872     IF RSL-RC-OK
055873         OR EW-CAPTURE-WARNED
055874         GO TO 7830-EXIT
055875     END-IF.
055876     DISPLAY 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
055877             'RC ' RSL-RETURN-CODE
055878             ' STATUS ' RSL-FILE-STATUS.
055879     STRING 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
055880            'RC ' RSL-RETURN-CODE
055881            ' STATUS ' RSL-FILE-STATUS
055882         DELIMITED BY SIZE INTO EW-ALERT-LINE
055883     END-STRING.
055884     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
055885     MOVE 'Y' TO EW-CAPTURE-WARNED-SW.
055886 7830-EXIT.
055887     EXIT.
055888*****************************************************************
055889*                                                               *
055890*    7900-WRITE-ALERT                                           *
055891*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
055892*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
055893*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
055894*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
055895*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
055896*                                                               *
055897*****************************************************************
055898 7900-WRITE-ALERT.
055899     OPEN EXTEND ALERT-FILE.
055900     IF NOT EW-ALERT-OK
055901         OPEN OUTPUT ALERT-FILE
055902     END-IF.
055903     IF NOT EW-ALERT-OK
055904         MOVE SPACES TO EW-ALERT-LINE
055905         MOVE SPACES TO EW-ALERT-SEQ-ID
055906         GO TO 7900-EXIT
055907     END-IF.
055908     MOVE SPACES TO ALERT-RECORD.
055909     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
055910     ACCEPT ALRT-TIME FROM TIME.
055911     MOVE EW-JOB-ID                  TO ALRT-JOB-ID.
055912     MOVE 'HELLOEOW'                 TO ALRT-PROGRAM-ID.
055913     MOVE EW-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
055914     MOVE EW-ALERT-SEVERITY          TO ALRT-SEVERITY.
055915     MOVE EW-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
055916     MOVE EW-ALERT-TEXT              TO ALRT-TEXT.
055917     WRITE ALERT-RECORD.
055918     CLOSE ALERT-FILE.
055919     MOVE SPACES TO EW-ALERT-LINE.
055920     MOVE SPACES TO EW-ALERT-SEQ-ID.
055921 7900-EXIT.
055922     EXIT.
055923*****************************************************************
056000*                                                               *
056100*    9000-TERMINATE                                             *
056200*    PRINTS THE VERDICT, CLOSES THE REPORT AND SETS THE STEP    *
056600 9000-TERMINATE.
056700     INITIALIZE RPT-LINE.
056800     MOVE ALL '-' TO RPT-TEXT.
056900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
057000     INITIALIZE RPT-LINE.
057100     IF EW-WINDOW-FAILED
057200         MOVE ' WINDOW INCOMPLETE - HOLD THE DAY SCHEDULE'
057400     ELSE
057500         MOVE ' WINDOW PROVED COMPLETE END TO END' TO RPT-TEXT
057600     END-IF.
057700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
057800     CLOSE RPT-FILE.
057900     IF EW-WINDOW-FAILED
058000         DISPLAY 'HELLO0160E WINDOW INCOMPLETE - SEE '
058100                 'COMPLETENESS REPORT'
058110         STRING 'HELLO0160E WINDOW INCOMPLETE - SEE '
058120                'COMPLETENESS REPORT'
058130             DELIMITED BY SIZE INTO EW-ALERT-LINE
058140         END-STRING
058150         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
058200         MOVE 16 TO RETURN-CODE
058300     ELSE
058400         DISPLAY 'HELLO0159I WINDOW PROVED COMPLETE END TO END'
059500 8000-ABEND-EXIT.
059600     GO TO 9999-EXIT.
059700 9999-EXIT.
059750     PERFORM 7820-END-REPORT-CAPTURE THRU 7820-EXIT.
059800     STOP RUN.
