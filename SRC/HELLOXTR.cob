002950*                     RECONCILIATION CAN PROVE THE DISTRIBUTED  *
002960*                     SIDE LOADED IT INSTEAD OF THE SHOP        *
002970*                     HEARING ABOUT A LOST FILE DAYS LATER.     *
002971*    10/15/26   RMS   THE TERM VALUE IS ALSO POPULATED ON A     *
002972*                     MODE R (GENERAL RECURRENCE) FILE.         *
002973*    10/15/26   RMS   PER-SUBSCRIBER ROUTING.  WHEN THE         *
002974*                     SUBTABLE SUBSCRIBER TABLE IS PRESENT,     *
002975*                     EACH RECEIVING SYSTEM ALSO GETS ITS OWN   *
002976*                     HEADER/DETAIL/TRAILER FILE CARRYING ONLY  *
002977*                     THE SEQUENCE IDS IT SUBSCRIBES TO,        *
002978*                     BALANCED ON ITS OWN COUNT AND SUM AND     *
002979*                     WRITTEN THROUGH ITS XTRSUBN OUTPUT SLOT,  *
002980*                     AND EACH IS RECORDED AS SENT ON XMTSTAT   *
002981*                     UNDER THE SUBSCRIBER ID.  THE FULL        *
002982*                     XTRFILE IS STILL WRITTEN AS THE WINDOW'S  *
002983*                     CONTROL COPY (HELLOEOW BALANCES IT        *
002984*                     AGAINST OUTFILE) BUT IS RECORDED AS SENT  *
002985*                     ONLY WHEN NO SUBTABLE IS PRESENT, SINCE   *
002986*                     IT IS NO LONGER TRANSMITTED OTHERWISE.    *
002987*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
002988*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
002989*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
002990*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
002991*    10/15/26   RMS   CHECKS THE PROCESSING CALENDAR - A NON-   *
002992*                     PROCESSING DAY WRITES NO EXTRACT AND ENDS *
002993*                     RC=0.  AN OPTIONAL SECOND PARM TOKEN      *
002994*                     DATES THE EXTRACT AND ITS XMTSTAT RECORDS *
002995*                     FOR AN EARLIER BUSINESS DAY FOR HELLOCU   *
002996*                     CATCH-UP (BAD DATE RC=32).                *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
004310     SELECT XMT-FILE         ASSIGN TO XMTSTAT
004320                             ORGANIZATION IS LINE SEQUENTIAL
004330                             FILE STATUS IS XT-XMT-FILE-STATUS.
004332     SELECT SUB-FILE         ASSIGN TO SUBTABLE
004334                             ORGANIZATION IS LINE SEQUENTIAL
004336                             FILE STATUS IS XT-SUB-FILE-STATUS.
004338     SELECT XTR-SUB-FILE-1   ASSIGN TO XTRSUB1
004340                             ORGANIZATION IS LINE SEQUENTIAL
004342                             FILE STATUS IS XT-SLOT-1-STATUS.
004344     SELECT XTR-SUB-FILE-2   ASSIGN TO XTRSUB2
004346                             ORGANIZATION IS LINE SEQUENTIAL
004348                             FILE STATUS IS XT-SLOT-2-STATUS.
004350     SELECT XTR-SUB-FILE-3   ASSIGN TO XTRSUB3
004352                             ORGANIZATION IS LINE SEQUENTIAL
004354                             FILE STATUS IS XT-SLOT-3-STATUS.
004356     SELECT XTR-SUB-FILE-4   ASSIGN TO XTRSUB4
004358                             ORGANIZATION IS LINE SEQUENTIAL
004360                             FILE STATUS IS XT-SLOT-4-STATUS.
004362     SELECT XTR-SUB-FILE-5   ASSIGN TO XTRSUB5
004364                             ORGANIZATION IS LINE SEQUENTIAL
004366                             FILE STATUS IS XT-SLOT-5-STATUS.
004368     SELECT ALERT-FILE       ASSIGN TO ALERTS
004370                             ORGANIZATION IS LINE SEQUENTIAL
004372                             FILE STATUS IS XT-ALERT-STATUS.
004374     SELECT CAL-FILE         ASSIGN TO CALENDAR
004376                             ORGANIZATION IS LINE SEQUENTIAL
004378                             FILE STATUS IS XT-CAL-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
005420     LABEL RECORDS ARE STANDARD
005430     RECORDING MODE IS F.
005440     COPY XMTSREC.
005441 FD  SUB-FILE
005442     LABEL RECORDS ARE STANDARD
005443     RECORDING MODE IS F.
005444     COPY SUBREC.
005445 FD  XTR-SUB-FILE-1
005446     LABEL RECORDS ARE STANDARD
005447     RECORDING MODE IS F.
005448 01  XTR-SUB-RECORD-1                PIC X(80).
005449 FD  XTR-SUB-FILE-2
005450     LABEL RECORDS ARE STANDARD
005451     RECORDING MODE IS F.
005452 01  XTR-SUB-RECORD-2                PIC X(80).
005453 FD  XTR-SUB-FILE-3
005454     LABEL RECORDS ARE STANDARD
005455     RECORDING MODE IS F.
005456 01  XTR-SUB-RECORD-3                PIC X(80).
005457 FD  XTR-SUB-FILE-4
005458     LABEL RECORDS ARE STANDARD
005459     RECORDING MODE IS F.
005460 01  XTR-SUB-RECORD-4                PIC X(80).
005461 FD  XTR-SUB-FILE-5
005462     LABEL RECORDS ARE STANDARD
005463     RECORDING MODE IS F.
005464 01  XTR-SUB-RECORD-5                PIC X(80).
005465 FD  ALERT-FILE
005466     LABEL RECORDS ARE STANDARD
005467     RECORDING MODE IS F.
005468     COPY ALERTREC.
005469 FD  CAL-FILE
005470     LABEL RECORDS ARE STANDARD
005471     RECORDING MODE IS F.
005472     COPY CALREC.
005500*
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
006600         88  XT-XTR-FILE-OK              VALUE '00'.
006610     05  XT-XMT-FILE-STATUS      PIC X(02)   VALUE '00'.
006620         88  XT-XMT-FILE-OK              VALUE '00'.
006628     05  XT-SUB-FILE-STATUS      PIC X(02)   VALUE '00'.
006636         88  XT-SUB-FILE-OK              VALUE '00'.
006644     05  XT-SLOT-1-STATUS        PIC X(02)   VALUE '00'.
006652     05  XT-SLOT-2-STATUS        PIC X(02)   VALUE '00'.
006660     05  XT-SLOT-3-STATUS        PIC X(02)   VALUE '00'.
006668     05  XT-SLOT-4-STATUS        PIC X(02)   VALUE '00'.
006676     05  XT-SLOT-5-STATUS        PIC X(02)   VALUE '00'.
006684     05  XT-SLOT-STATUS          PIC X(02)   VALUE '00'.
006692         88  XT-SLOT-OK                  VALUE '00'.
006700     05  XT-HEADER-WRITTEN-SW    PIC X(01)   VALUE 'N'.
006800         88  XT-HEADER-WRITTEN           VALUE 'Y'.
006806     05  XT-SUB-EOF-SW           PIC X(01)   VALUE 'N'.
006812         88  XT-SUB-EOF                  VALUE 'Y'.
006818     05  XT-ROUTED-SW            PIC X(01)   VALUE 'N'.
006824         88  XT-ROUTED                   VALUE 'Y'.
006830     05  XT-ROUTING-ERROR-SW     PIC X(01)   VALUE 'N'.
006836         88  XT-ROUTING-ERROR            VALUE 'Y'.
006842     05  XT-RECORD-ROUTED-SW     PIC X(01)   VALUE 'N'.
006848         88  XT-RECORD-ROUTED            VALUE 'Y'.
006854     05  XT-CAL-FILE-STATUS      PIC X(02)   VALUE '00'.
006860         88  XT-CAL-FILE-OK              VALUE '00'.
006866     05  XT-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
006872         88  XT-CAL-EOF                  VALUE 'Y'.
006878     05  XT-DAY-TYPE             PIC X(01)   VALUE 'B'.
006884         88  XT-BUSINESS-DAY             VALUE 'B'.
006890         88  XT-NON-PROCESSING-DAY       VALUE 'N'.
006900*****************************************************************
007000*    CONTROL TOTALS AND UNSIGNED FIELD IMAGES                   *
007100*****************************************************************
007200 01  XT-WORK-FIELDS.
007300     05  XT-RUN-DATE             PIC X(08)   VALUE SPACES.
007306     05  XT-RUN-DATE-PARM        PIC X(08)   VALUE SPACES.
007312     05  XT-RUN-DATE-PARM-9      REDEFINES XT-RUN-DATE-PARM
007318                                 PIC 9(08).
007324     05  XT-CAL-DATE-9           PIC 9(08)   VALUE 0.
007330     05  XT-CAL-INTEGER          PIC S9(09)  COMP    VALUE 0.
007336     05  XT-CAL-WEEKS            PIC S9(09)  COMP    VALUE 0.
007342     05  XT-CAL-WEEKDAY          PIC S9(04)  COMP    VALUE 0.
007350     05  XT-SEQUENCE-ID          PIC X(08)   VALUE SPACES.
007400     05  XT-RECORD-COUNT         PIC S9(09)  COMP    VALUE 0.
007500     05  XT-SUM-VAR1             PIC S9(18)  COMP    VALUE 0.
007550     05  XT-UNROUTED-COUNT       PIC S9(09)  COMP    VALUE 0.
007600     05  XT-VAR1-IMAGE           PIC 9(09)   VALUE ZEROES.
007700     05  XT-FIB-IMAGE            PIC 9(31)   VALUE ZEROES.
007800     05  XT-COUNT-IMAGE          PIC 9(09)   VALUE ZEROES.
007900     05  XT-SUM-IMAGE            PIC 9(18)   VALUE ZEROES.
007901     05  XT-DETAIL-LINE          PIC X(80)   VALUE SPACES.
007902     05  XT-SUB-LINE             PIC X(80)   VALUE SPACES.
007903     05  XT-WRITE-SLOT           PIC 9(01)   VALUE 0.
007904     05  XT-SUB-IX               PIC S9(04)  COMP    VALUE 0.
007905     05  XT-SUB-SUB              PIC S9(04)  COMP    VALUE 0.
007906     05  XT-ROUTE-SUB            PIC S9(04)  COMP    VALUE 0.
007907*****************************************************************
007908*    SUBSCRIBER TABLE - ONE ENTRY PER RECEIVING SYSTEM, WITH    *
007909*    ITS OUTPUT SLOT, DESTINATION AND RUNNING TRAILER TOTALS    *
007910*****************************************************************
007911 01  XT-SUBSCRIBER-TABLE.
007912     05  XT-SUBSCRIBER-COUNT     PIC S9(04)  COMP    VALUE 0.
007913     05  XT-SUBSCRIBER-ENTRY     OCCURS 5 TIMES.
007914         10  XT-S-SUBSCRIBER-ID  PIC X(08).
007915         10  XT-S-OUTPUT-SLOT    PIC 9(01).
007916         10  XT-S-DEST-DSN       PIC X(44).
007917         10  XT-S-SEQUENCE-ID    PIC X(08).
007918         10  XT-S-RECORD-COUNT   PIC S9(09)  COMP.
007919         10  XT-S-SUM-VAR1       PIC S9(18)  COMP.
007920         10  XT-S-OPEN-SW        PIC X(01).
007921             88  XT-S-OPEN               VALUE 'Y'.
007922         10  XT-S-HEADER-SW      PIC X(01).
007923             88  XT-S-HEADER-WRITTEN     VALUE 'Y'.
007924         10  XT-S-WANTED-SW      PIC X(01).
007925             88  XT-S-WANTED             VALUE 'Y'.
007926*****************************************************************
007927*    ROUTING TABLE - ONE ENTRY PER SUBTABLE RECORD, POINTING    *
007928*    A SEQUENCE ID (OR *ALL) AT ITS SUBSCRIBER'S ENTRY          *
007929*****************************************************************
007930 01  XT-ROUTE-TABLE.
007931     05  XT-ROUTE-COUNT          PIC S9(04)  COMP    VALUE 0.
007932     05  XT-ROUTE-ENTRY          OCCURS 100 TIMES.
007933         10  XT-R-SEQUENCE-ID    PIC X(08).
007934         10  XT-R-SUB-IX         PIC S9(04)  COMP.
007935*****************************************************************
007936*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
007937*****************************************************************
007938 01  XT-ALERT-FIELDS.
007939     05  XT-ALERT-STATUS         PIC X(02)   VALUE '00'.
007940         88  XT-ALERT-OK                 VALUE '00'.
007941     05  XT-ALERT-LINE                       VALUE SPACES.
007942         10  XT-ALERT-MSG-ID.
007943             15  FILLER          PIC X(09).
007944             15  XT-ALERT-SEVERITY PIC X(01).
007945         10  FILLER              PIC X(01).
007946         10  XT-ALERT-TEXT       PIC X(80).
007947     05  XT-CMD-LINE             PIC X(40)   VALUE SPACES.
007948     05  XT-JOB-ID               PIC X(08)   VALUE SPACES.
007949     05  XT-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
007950     05  XT-ALERT-NUM-1          PIC -(9)9.
008000*
008100 PROCEDURE DIVISION.
008200*****************************************************************
009400*****************************************************************
009500*                                                               *
009600*    1000-INITIALIZE                                            *
009700*    LOADS THE SUBSCRIBER TABLE, OPENS THE BALANCED OUTFILE,    *
009750*    THE FULL EXTRACT AND EACH SUBSCRIBER'S EXTRACT, AND        *
009800*    PRIMES THE READ.  THE HEADER IS WRITTEN BY THE FIRST       *
009900*    DETAIL, WHICH KNOWS THE FILE'S MODE AND SEQUENCE ID.       *
009925*    A NON-PROCESSING DAY ON THE CALENDAR ENDS THE STEP RC=0    *
009950*    BEFORE ANY FILE IS OPENED, SO NOTHING IS EXTRACTED OR      *
009975*    RECORDED AS SENT.                                          *
010000*                                                               *
010100*****************************************************************
010200 1000-INITIALIZE.
010220     ACCEPT XT-CMD-LINE FROM COMMAND-LINE.
010240     UNSTRING XT-CMD-LINE DELIMITED BY ','
010260         INTO XT-JOB-ID, XT-RUN-DATE-PARM
010280     END-UNSTRING.
010300     ACCEPT XT-RUN-DATE FROM DATE YYYYMMDD.
010306     IF XT-RUN-DATE-PARM NOT = SPACES
010312         PERFORM 1020-EDIT-RUN-DATE THRU 1020-EXIT
010318     END-IF.
010324     PERFORM 1040-CHECK-CALENDAR THRU 1040-EXIT.
010330     IF XT-NON-PROCESSING-DAY
010336         DISPLAY 'HELLO0245I ' XT-RUN-DATE ' IS A NON-PROCESSING '
010342                 'DAY - NO EXTRACT'
010348         MOVE 0 TO RETURN-CODE
010354         GO TO 9999-EXIT
010360     END-IF.
010366     PERFORM 1200-LOAD-SUBSCRIBERS THRU 1200-EXIT.
010372     IF XT-ROUTING-ERROR
010378         MOVE 24 TO RETURN-CODE
010384         GO TO 8000-ABEND-EXIT
010390     END-IF.
010400     OPEN INPUT IN-FILE.
010500     IF NOT XT-IN-FILE-OK
010600         DISPLAY 'HELLO0096E OUTFILE OPEN FAILED - ABORT'
010620         STRING 'HELLO0096E OUTFILE OPEN FAILED - ABORT'
010640             DELIMITED BY SIZE INTO XT-ALERT-LINE
010660         END-STRING
010680         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
010700         MOVE 16 TO RETURN-CODE
010800         GO TO 8000-ABEND-EXIT
010900     END-IF.
011000     OPEN OUTPUT XTR-FILE.
011100     IF NOT XT-XTR-FILE-OK
011200         DISPLAY 'HELLO0097E XTRFILE OPEN FAILED - ABORT'
011220         STRING 'HELLO0097E XTRFILE OPEN FAILED - ABORT'
011240             DELIMITED BY SIZE INTO XT-ALERT-LINE
011260         END-STRING
011280         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
011300         MOVE 20 TO RETURN-CODE
011400         CLOSE IN-FILE
011500         GO TO 8000-ABEND-EXIT
011600     END-IF.
011606     IF XT-ROUTED
011612         PERFORM 1300-OPEN-SUBSCRIBER THRU 1300-EXIT
011618             VARYING XT-SUB-SUB FROM 1 BY 1
011624                 UNTIL XT-SUB-SUB > XT-SUBSCRIBER-COUNT
011630                    OR XT-ROUTING-ERROR
011636     END-IF.
011642     IF XT-ROUTING-ERROR
011648         PERFORM 8100-CLOSE-SUBSCRIBERS THRU 8100-EXIT
011654         CLOSE IN-FILE
011660         CLOSE XTR-FILE
011666         MOVE 28 TO RETURN-CODE
011680         GO TO 8000-ABEND-EXIT
011690     END-IF.
011700     PERFORM 1100-READ-IN-FILE THRU 1100-EXIT.
011800     IF XT-IN-EOF
011900         DISPLAY 'HELLO0099W OUTFILE IS EMPTY - HEADER AND '
012000                 'TRAILER ONLY'
012016         STRING 'HELLO0099W OUTFILE IS EMPTY - HEADER AND '
012032                'TRAILER ONLY'
012048             DELIMITED BY SIZE INTO XT-ALERT-LINE
012064         END-STRING
012080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
012100         MOVE SPACES TO XTR-RECORD
012200         STRING 'H,' XT-RUN-DATE ',,'
012300             DELIMITED BY SIZE INTO XTR-RECORD
012700     END-IF.
012800 1000-EXIT.
012900     EXIT.
012901*****************************************************************
012902*                                                               *
012903*    1020-EDIT-RUN-DATE                                         *
012904*    EDITS THE OPTIONAL RUN-DATE PARM TOKEN GIVEN BY HELLOCU TO *
012905*    CATCH UP A MISSED BUSINESS DAY.  IT MUST BE A REAL         *
012906*    YYYYMMDD DATE NO LATER THAN TODAY, AND THEN REPLACES TODAY *
012907*    AS THE RUN DATE.                                           *
012908*                                                               *
012909*****************************************************************
012910 1020-EDIT-RUN-DATE.
012911     IF XT-RUN-DATE-PARM IS NUMERIC
012912         IF FUNCTION TEST-DATE-YYYYMMDD (XT-RUN-DATE-PARM-9)
012913                 = 0
012914             AND XT-RUN-DATE-PARM NOT > XT-RUN-DATE
012915             MOVE XT-RUN-DATE-PARM TO XT-RUN-DATE
012916             DISPLAY 'HELLO0250I CATCH-UP RUN FOR BUSINESS DAY '
012917                     XT-RUN-DATE
012918             GO TO 1020-EXIT
012919         END-IF
012920     END-IF.
012921     DISPLAY 'HELLO0248E RUN DATE ' XT-RUN-DATE-PARM
012922             ' INVALID OR IN THE FUTURE - ABORT'.
012923     STRING 'HELLO0248E RUN DATE ' XT-RUN-DATE-PARM
012924            ' INVALID OR IN THE FUTURE - ABORT'
012925         DELIMITED BY SIZE INTO XT-ALERT-LINE
012926     END-STRING.
012927     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
012928     MOVE 32 TO RETURN-CODE.
012929     GO TO 8000-ABEND-EXIT.
012930 1020-EXIT.
012931     EXIT.
012932*****************************************************************
012933*                                                               *
012934*    1040-CHECK-CALENDAR                                        *
012935*    DECIDES WHETHER THE RUN DATE IS A BUSINESS DAY.  A DATE    *
012936*    LISTED ON THE PROCESSING CALENDAR TAKES ITS LISTED TYPE    *
012937*    (THE LAST VALID ENTRY FOR THE DATE WINS); ANY OTHER DATE   *
012938*    IS A BUSINESS DAY MONDAY TO FRIDAY AND NON-PROCESSING AT   *
012939*    THE WEEKEND.  DAY 1 OF THE INTEGER DATE (01/01/1601) WAS A *
012940*    MONDAY, SO THE REMAINDER BY 7 IS 0 FOR SUNDAY AND 6 FOR    *
012941*    SATURDAY.  NO CALENDAR DD MEANS EVERY DAY IS A BUSINESS    *
012942*    DAY.                                                       *
012943*                                                               *
012944*****************************************************************
012945 1040-CHECK-CALENDAR.
012946     MOVE 'B' TO XT-DAY-TYPE.
012947     OPEN INPUT CAL-FILE.
012948     IF NOT XT-CAL-FILE-OK
012949         GO TO 1040-EXIT
012950     END-IF.
012951     MOVE XT-RUN-DATE TO XT-CAL-DATE-9.
012952     COMPUTE XT-CAL-INTEGER =
012953         FUNCTION INTEGER-OF-DATE (XT-CAL-DATE-9).
012954     DIVIDE XT-CAL-INTEGER BY 7
012955         GIVING XT-CAL-WEEKS REMAINDER XT-CAL-WEEKDAY.
012956     IF XT-CAL-WEEKDAY = 0 OR XT-CAL-WEEKDAY = 6
012957         MOVE 'N' TO XT-DAY-TYPE
012958     END-IF.
012959     PERFORM 1050-READ-CALENDAR THRU 1050-EXIT
012960         UNTIL XT-CAL-EOF.
012961     CLOSE CAL-FILE.
012962 1040-EXIT.
012963     EXIT.
012964*****************************************************************
012965*                                                               *
012966*    1050-READ-CALENDAR                                         *
012967*    READS ONE CALENDAR ENTRY AND TAKES ITS TYPE WHEN IT IS A   *
012968*    VALID ENTRY FOR THE RUN DATE.                              *
012969*                                                               *
012970*****************************************************************
012971 1050-READ-CALENDAR.
012972     READ CAL-FILE
012973         AT END
012974             MOVE 'Y' TO XT-CAL-EOF-SW
012975     END-READ.
012976     IF XT-CAL-EOF
012977         GO TO 1050-EXIT
012978     END-IF.
012979     IF CAL-DATE = XT-RUN-DATE
012980         AND CAL-DAY-TYPE-VALID
012981         MOVE CAL-DAY-TYPE TO XT-DAY-TYPE
012982     END-IF.
012983 1050-EXIT.
012984     EXIT.
013000*****************************************************************
013100*                                                               *
013200*    1100-READ-IN-FILE                                          *
014100     END-READ.
014200 1100-EXIT.
014300     EXIT.
014301*****************************************************************
014302*                                                               *
014303*    1200-LOAD-SUBSCRIBERS                                      *
014304*    READS THE SUBTABLE SUBSCRIBER TABLE INTO THE SUBSCRIBER    *
014305*    AND ROUTING TABLES.  A MISSING OR EMPTY SUBTABLE MEANS     *
014306*    THE EXTRACT IS NOT ROUTED - THE SINGLE FULL XTRFILE IS     *
014307*    WRITTEN AND RECORDED AS SENT EXACTLY AS BEFORE.  ANY       *
014308*    BAD ENTRY FAILS THE STEP BEFORE A FILE IS OPENED, SO A     *
014309*    SUBSCRIBER NEVER RECEIVES A HALF-ROUTED NIGHT.             *
014310*                                                               *
014311*****************************************************************
014312 1200-LOAD-SUBSCRIBERS.
014313     OPEN INPUT SUB-FILE.
014314     IF NOT XT-SUB-FILE-OK
014315         DISPLAY 'HELLO0216I NO SUBTABLE PRESENT - SINGLE '
014316                 'UNROUTED EXTRACT'
014317         GO TO 1200-EXIT
014318     END-IF.
014319     PERFORM 1210-READ-ONE-ENTRY THRU 1210-EXIT
014320         UNTIL XT-SUB-EOF
014321            OR XT-ROUTING-ERROR.
014322     CLOSE SUB-FILE.
014323     IF XT-ROUTING-ERROR
014324         GO TO 1200-EXIT
014325     END-IF.
014326     IF XT-SUBSCRIBER-COUNT = 0
014327         DISPLAY 'HELLO0216I SUBTABLE IS EMPTY - SINGLE '
014328                 'UNROUTED EXTRACT'
014329         GO TO 1200-EXIT
014330     END-IF.
014331     MOVE 'Y' TO XT-ROUTED-SW.
014332 1200-EXIT.
014333     EXIT.
014334*****************************************************************
014335*                                                               *
014336*    1210-READ-ONE-ENTRY                                        *
014337*    READS AND EDITS ONE SUBTABLE ENTRY.  THE FIRST ENTRY FOR   *
014338*    A SUBSCRIBER ADDS IT TO THE SUBSCRIBER TABLE; LATER        *
014339*    ENTRIES MUST NAME THE SAME OUTPUT SLOT AND DATASET.  NO    *
014340*    TWO SUBSCRIBERS MAY SHARE A SLOT.  EVERY ENTRY ADDS ONE    *
014341*    SEQUENCE ID TO THE ROUTING TABLE.                          *
014342*                                                               *
014343*****************************************************************
014344 1210-READ-ONE-ENTRY.
014345     READ SUB-FILE
014346         AT END
014347             MOVE 'Y' TO XT-SUB-EOF-SW
014348     END-READ.
014349     IF XT-SUB-EOF
014350         GO TO 1210-EXIT
014351     END-IF.
014352     IF SUB-SUBSCRIBER-ID = SPACES
014353         OR SUB-SEQUENCE-ID = SPACES
014354         OR SUB-OUTPUT-SLOT IS NOT NUMERIC
014355         OR SUB-OUTPUT-SLOT = 0
014356         OR SUB-OUTPUT-SLOT > 5
014357         DISPLAY 'HELLO0217E SUBTABLE ENTRY FOR '
014358                 SUB-SUBSCRIBER-ID ' NEEDS A SEQUENCE ID AND '
014359                 'AN OUTPUT SLOT 1-5 - ABORT'
014360         STRING 'HELLO0217E SUBTABLE ENTRY FOR '
014361                SUB-SUBSCRIBER-ID ' NEEDS A SEQUENCE ID AND '
014362                'AN OUTPUT SLOT 1-5 - ABORT'
014363             DELIMITED BY SIZE INTO XT-ALERT-LINE
014364         END-STRING
014365         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014366         MOVE 'Y' TO XT-ROUTING-ERROR-SW
014367         GO TO 1210-EXIT
014368     END-IF.
014369     PERFORM 1220-FIND-SUBSCRIBER THRU 1220-EXIT.
014370     IF XT-SUB-IX > 0
014371         IF SUB-OUTPUT-SLOT NOT = XT-S-OUTPUT-SLOT (XT-SUB-IX)
014372             OR SUB-DEST-DSN NOT = XT-S-DEST-DSN (XT-SUB-IX)
014373             DISPLAY 'HELLO0218E SUBTABLE GIVES SUBSCRIBER '
014374                     SUB-SUBSCRIBER-ID ' TWO SLOTS OR '
014375                     'DATASETS - ABORT'
014376             STRING 'HELLO0218E SUBTABLE GIVES SUBSCRIBER '
014377                    SUB-SUBSCRIBER-ID ' TWO SLOTS OR '
014378                    'DATASETS - ABORT'
014379                 DELIMITED BY SIZE INTO XT-ALERT-LINE
014380             END-STRING
014381             PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014382             MOVE 'Y' TO XT-ROUTING-ERROR-SW
014383             GO TO 1210-EXIT
014384         END-IF
014385     END-IF.
014386     IF XT-SUB-IX = 0
014387         PERFORM 1240-ADD-SUBSCRIBER THRU 1240-EXIT
014388     END-IF.
014389     IF XT-ROUTING-ERROR
014390         GO TO 1210-EXIT
014391     END-IF.
014392     IF XT-ROUTE-COUNT >= 100
014393         DISPLAY 'HELLO0219E MORE THAN 100 SUBTABLE ENTRIES '
014394                 '- ABORT'
014395         STRING 'HELLO0219E MORE THAN 100 SUBTABLE ENTRIES '
014396                '- ABORT'
014397             DELIMITED BY SIZE INTO XT-ALERT-LINE
014398         END-STRING
014399         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014400         MOVE 'Y' TO XT-ROUTING-ERROR-SW
014401         GO TO 1210-EXIT
014402     END-IF.
014403     ADD 1 TO XT-ROUTE-COUNT.
014404     MOVE SUB-SEQUENCE-ID TO XT-R-SEQUENCE-ID (XT-ROUTE-COUNT).
014405     MOVE XT-SUB-IX       TO XT-R-SUB-IX (XT-ROUTE-COUNT).
014406 1210-EXIT.
014407     EXIT.
014408*****************************************************************
014409*                                                               *
014410*    1220-FIND-SUBSCRIBER                                       *
014411*    LOOKS THE ENTRY'S SUBSCRIBER UP IN THE SUBSCRIBER TABLE,   *
014412*    LEAVING ITS SLOT IN XT-SUB-IX - ZERO WHEN NOT YET SEEN.    *
014413*                                                               *
014414*****************************************************************
014415 1220-FIND-SUBSCRIBER.
014416     MOVE 0 TO XT-SUB-IX.
014417     PERFORM 1230-MATCH-ONE-SUBSCRIBER THRU 1230-EXIT
014418         VARYING XT-SUB-SUB FROM 1 BY 1
014419             UNTIL XT-SUB-SUB > XT-SUBSCRIBER-COUNT.
014420 1220-EXIT.
014421     EXIT.
014422*****************************************************************
014423*                                                               *
014424*    1230-MATCH-ONE-SUBSCRIBER                                  *
014425*    COMPARES ONE SUBSCRIBER TABLE ENTRY AGAINST THE SUBTABLE   *
014426*    ENTRY IN HAND, AND FAILS THE TABLE WHEN A DIFFERENT        *
014427*    SUBSCRIBER ALREADY HOLDS THE ENTRY'S OUTPUT SLOT.          *
014428*                                                               *
014429*****************************************************************
014430 1230-MATCH-ONE-SUBSCRIBER.
014431     IF XT-S-SUBSCRIBER-ID (XT-SUB-SUB) = SUB-SUBSCRIBER-ID
014432         MOVE XT-SUB-SUB TO XT-SUB-IX
014433         GO TO 1230-EXIT
014434     END-IF.
014435     IF XT-S-OUTPUT-SLOT (XT-SUB-SUB) = SUB-OUTPUT-SLOT
014436         AND NOT XT-ROUTING-ERROR
014437         DISPLAY 'HELLO0218E SUBTABLE GIVES OUTPUT SLOT '
014438                 SUB-OUTPUT-SLOT ' TO TWO SUBSCRIBERS - ABORT'
014439         STRING 'HELLO0218E SUBTABLE GIVES OUTPUT SLOT '
014440                SUB-OUTPUT-SLOT ' TO TWO SUBSCRIBERS - ABORT'
014441             DELIMITED BY SIZE INTO XT-ALERT-LINE
014442         END-STRING
014443         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014444         MOVE 'Y' TO XT-ROUTING-ERROR-SW
014445     END-IF.
014446 1230-EXIT.
014447     EXIT.
014448*****************************************************************
014449*                                                               *
014450*    1240-ADD-SUBSCRIBER                                        *
014451*    ADDS THE ENTRY'S SUBSCRIBER TO THE SUBSCRIBER TABLE WITH   *
014452*    ZERO TRAILER TOTALS, LEAVING ITS SLOT IN XT-SUB-IX.        *
014453*                                                               *
014454*****************************************************************
014455 1240-ADD-SUBSCRIBER.
014456     IF XT-ROUTING-ERROR
014457         GO TO 1240-EXIT
014458     END-IF.
014459     IF XT-SUBSCRIBER-COUNT >= 5
014460         DISPLAY 'HELLO0219E MORE THAN 5 SUBSCRIBERS ON '
014461                 'SUBTABLE - ABORT'
014462         STRING 'HELLO0219E MORE THAN 5 SUBSCRIBERS ON '
014463                'SUBTABLE - ABORT'
014464             DELIMITED BY SIZE INTO XT-ALERT-LINE
014465         END-STRING
014466         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014467         MOVE 'Y' TO XT-ROUTING-ERROR-SW
014468         GO TO 1240-EXIT
014469     END-IF.
014470     ADD 1 TO XT-SUBSCRIBER-COUNT.
014471     MOVE XT-SUBSCRIBER-COUNT TO XT-SUB-IX.
014472     MOVE SUB-SUBSCRIBER-ID TO XT-S-SUBSCRIBER-ID (XT-SUB-IX).
014473     MOVE SUB-OUTPUT-SLOT   TO XT-S-OUTPUT-SLOT (XT-SUB-IX).
014474     MOVE SUB-DEST-DSN      TO XT-S-DEST-DSN (XT-SUB-IX).
014475     MOVE SPACES            TO XT-S-SEQUENCE-ID (XT-SUB-IX).
014476     MOVE 0                 TO XT-S-RECORD-COUNT (XT-SUB-IX).
014477     MOVE 0                 TO XT-S-SUM-VAR1 (XT-SUB-IX).
014478     MOVE 'N'               TO XT-S-OPEN-SW (XT-SUB-IX).
014479     MOVE 'N'               TO XT-S-HEADER-SW (XT-SUB-IX).
014480     MOVE 'N'               TO XT-S-WANTED-SW (XT-SUB-IX).
014481 1240-EXIT.
014482     EXIT.
014483*****************************************************************
014484*                                                               *
014485*    1300-OPEN-SUBSCRIBER                                       *
014486*    OPENS ONE SUBSCRIBER'S EXTRACT THROUGH ITS OUTPUT SLOT.    *
014487*    A SLOT THAT WILL NOT OPEN (ITS XTRSUBN DD MISSING FROM     *
014488*    THE JCL) FAILS THE STEP BEFORE ANY DETAIL IS WRITTEN.      *
014489*                                                               *
014490*****************************************************************
014491 1300-OPEN-SUBSCRIBER.
014492     MOVE XT-S-OUTPUT-SLOT (XT-SUB-SUB) TO XT-WRITE-SLOT.
014493     IF XT-WRITE-SLOT = 1
014494         OPEN OUTPUT XTR-SUB-FILE-1
014495         MOVE XT-SLOT-1-STATUS TO XT-SLOT-STATUS
014496     END-IF.
014497     IF XT-WRITE-SLOT = 2
014498         OPEN OUTPUT XTR-SUB-FILE-2
014499         MOVE XT-SLOT-2-STATUS TO XT-SLOT-STATUS
014500     END-IF.
014501     IF XT-WRITE-SLOT = 3
014502         OPEN OUTPUT XTR-SUB-FILE-3
014503         MOVE XT-SLOT-3-STATUS TO XT-SLOT-STATUS
014504     END-IF.
014505     IF XT-WRITE-SLOT = 4
014506         OPEN OUTPUT XTR-SUB-FILE-4
014507         MOVE XT-SLOT-4-STATUS TO XT-SLOT-STATUS
014508     END-IF.
014509     IF XT-WRITE-SLOT = 5
014510         OPEN OUTPUT XTR-SUB-FILE-5
014511         MOVE XT-SLOT-5-STATUS TO XT-SLOT-STATUS
014512     END-IF.
014513     IF NOT XT-SLOT-OK
014514         DISPLAY 'HELLO0220E XTRSUB' XT-WRITE-SLOT
014515                 ' OPEN FAILED FOR SUBSCRIBER '
014516                 XT-S-SUBSCRIBER-ID (XT-SUB-SUB) ' - ABORT'
014517         STRING 'HELLO0220E XTRSUB' XT-WRITE-SLOT
014518                ' OPEN FAILED FOR SUBSCRIBER '
014519                XT-S-SUBSCRIBER-ID (XT-SUB-SUB) ' - ABORT'
014520             DELIMITED BY SIZE INTO XT-ALERT-LINE
014521         END-STRING
014522         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014523         MOVE 'Y' TO XT-ROUTING-ERROR-SW
014524         GO TO 1300-EXIT
014525     END-IF.
014526     MOVE 'Y' TO XT-S-OPEN-SW (XT-SUB-SUB).
014527 1300-EXIT.
014528     EXIT.
014529*****************************************************************
014530*                                                               *
014600*    2000-EXTRACT-RECORD                                        *
014700*    WRITES THE HEADER ON THE FIRST DETAIL - THE FIRST RECORD   *
014800*    SUPPLIES THE FILE'S MODE AND SEQUENCE ID - THEN ONE        *
014900*    DELIMITED DETAIL PER VAR1, ACCUMULATING THE TRAILER        *
015000*    TOTALS, ROUTES THE SAME DETAIL TO EVERY SUBSCRIBER OF      *
015050*    ITS SEQUENCE ID, AND READS THE NEXT RECORD.                *
015100*                                                               *
015200*****************************************************************
015300 2000-EXTRACT-RECORD.
016150         MOVE OUT-SEQUENCE-ID TO XT-SEQUENCE-ID
016200     END-IF.
016300     MOVE OUT-VAR1-VALUE TO XT-VAR1-IMAGE.
016400     MOVE SPACES TO XT-DETAIL-LINE.
016500     IF OUT-MODE-FLAG = 'F' OR 'R'
016600         MOVE OUT-FIBONACCI-VALUE TO XT-FIB-IMAGE
016700         STRING 'D,' XT-VAR1-IMAGE ',' XT-FIB-IMAGE
016800             DELIMITED BY SIZE INTO XT-DETAIL-LINE
016900         END-STRING
017000     ELSE
017100         STRING 'D,' XT-VAR1-IMAGE ','
017200             DELIMITED BY SIZE INTO XT-DETAIL-LINE
017300         END-STRING
017400     END-IF.
017500     WRITE XTR-RECORD FROM XT-DETAIL-LINE.
017600     ADD 1 TO XT-RECORD-COUNT.
017700     ADD OUT-VAR1-VALUE TO XT-SUM-VAR1.
017725     IF XT-ROUTED
017750         PERFORM 2100-ROUTE-RECORD THRU 2100-EXIT
017775     END-IF.
017800     PERFORM 1100-READ-IN-FILE THRU 1100-EXIT.
017900 2000-EXIT.
018000     EXIT.
018001*****************************************************************
018002*                                                               *
018003*    2100-ROUTE-RECORD                                          *
018004*    MARKS EVERY SUBSCRIBER WHOSE ROUTING ENTRIES NAME THE      *
018005*    RECORD'S SEQUENCE ID OR *ALL, THEN WRITES THE DETAIL ONCE  *
018006*    TO EACH MARKED SUBSCRIBER - A SUBSCRIBER LISTED BOTH BY    *
018007*    NAME AND BY *ALL STILL GETS THE DETAIL ONLY ONCE.  A       *
018008*    RECORD NO SUBSCRIBER TAKES IS COUNTED FOR THE WARNING.     *
018009*                                                               *
018010*****************************************************************
018011 2100-ROUTE-RECORD.
018012     PERFORM 2110-CLEAR-WANTED THRU 2110-EXIT
018013         VARYING XT-SUB-SUB FROM 1 BY 1
018014             UNTIL XT-SUB-SUB > XT-SUBSCRIBER-COUNT.
018015     PERFORM 2120-MATCH-ONE-ROUTE THRU 2120-EXIT
018016         VARYING XT-ROUTE-SUB FROM 1 BY 1
018017             UNTIL XT-ROUTE-SUB > XT-ROUTE-COUNT.
018018     MOVE 'N' TO XT-RECORD-ROUTED-SW.
018019     PERFORM 2130-WRITE-TO-SUBSCRIBER THRU 2130-EXIT
018020         VARYING XT-SUB-SUB FROM 1 BY 1
018021             UNTIL XT-SUB-SUB > XT-SUBSCRIBER-COUNT.
018022     IF NOT XT-RECORD-ROUTED
018023         ADD 1 TO XT-UNROUTED-COUNT
018024     END-IF.
018025 2100-EXIT.
018026     EXIT.
018027*****************************************************************
018028*                                                               *
018029*    2110-CLEAR-WANTED                                          *
018030*    CLEARS ONE SUBSCRIBER'S MARK BEFORE THE NEXT RECORD.       *
018031*                                                               *
018032*****************************************************************
018033 2110-CLEAR-WANTED.
018034     MOVE 'N' TO XT-S-WANTED-SW (XT-SUB-SUB).
018035 2110-EXIT.
018036     EXIT.
018037*****************************************************************
018038*                                                               *
018039*    2120-MATCH-ONE-ROUTE                                       *
018040*    MARKS THE ROUTING ENTRY'S SUBSCRIBER WHEN THE ENTRY NAMES  *
018041*    THE RECORD'S SEQUENCE ID OR *ALL.                          *
018042*                                                               *
018043*****************************************************************
018044 2120-MATCH-ONE-ROUTE.
018045     IF XT-R-SEQUENCE-ID (XT-ROUTE-SUB) = OUT-SEQUENCE-ID
018046         OR XT-R-SEQUENCE-ID (XT-ROUTE-SUB) = '*ALL'
018047         MOVE XT-R-SUB-IX (XT-ROUTE-SUB) TO XT-SUB-IX
018048         MOVE 'Y' TO XT-S-WANTED-SW (XT-SUB-IX)
018049     END-IF.
018050 2120-EXIT.
018051     EXIT.
018052*****************************************************************
018053*                                                               *
018054*    2130-WRITE-TO-SUBSCRIBER                                   *
018055*    WRITES THE DETAIL TO ONE MARKED SUBSCRIBER'S EXTRACT,      *
018056*    PRECEDED BY THAT EXTRACT'S OWN HEADER ON ITS FIRST         *
018057*    DETAIL, AND ACCUMULATES THE SUBSCRIBER'S TRAILER TOTALS.   *
018058*                                                               *
018059*****************************************************************
018060 2130-WRITE-TO-SUBSCRIBER.
018061     IF NOT XT-S-WANTED (XT-SUB-SUB)
018062         GO TO 2130-EXIT
018063     END-IF.
018064     MOVE 'Y' TO XT-RECORD-ROUTED-SW.
018065     MOVE XT-S-OUTPUT-SLOT (XT-SUB-SUB) TO XT-WRITE-SLOT.
018066     IF NOT XT-S-HEADER-WRITTEN (XT-SUB-SUB)
018067         MOVE SPACES TO XT-SUB-LINE
018068         STRING 'H,' XT-RUN-DATE ',' OUT-MODE-FLAG ','
018069                OUT-SEQUENCE-ID
018070             DELIMITED BY SIZE INTO XT-SUB-LINE
018071         END-STRING
018072         PERFORM 2200-WRITE-SUB-LINE THRU 2200-EXIT
018073         MOVE 'Y' TO XT-S-HEADER-SW (XT-SUB-SUB)
018074         MOVE OUT-SEQUENCE-ID TO XT-S-SEQUENCE-ID (XT-SUB-SUB)
018075     END-IF.
018076     MOVE XT-DETAIL-LINE TO XT-SUB-LINE.
018077     PERFORM 2200-WRITE-SUB-LINE THRU 2200-EXIT.
018078     ADD 1 TO XT-S-RECORD-COUNT (XT-SUB-SUB).
018079     ADD OUT-VAR1-VALUE TO XT-S-SUM-VAR1 (XT-SUB-SUB).
018080 2130-EXIT.
018081     EXIT.
018082*****************************************************************
018083*                                                               *
018084*    2200-WRITE-SUB-LINE                                        *
018085*    WRITES XT-SUB-LINE TO THE EXTRACT IN OUTPUT SLOT           *
018086*    XT-WRITE-SLOT.                                             *
018087*                                                               *
018088*****************************************************************
018089 2200-WRITE-SUB-LINE.
018090     IF XT-WRITE-SLOT = 1
018091         WRITE XTR-SUB-RECORD-1 FROM XT-SUB-LINE
018092     END-IF.
018093     IF XT-WRITE-SLOT = 2
018094         WRITE XTR-SUB-RECORD-2 FROM XT-SUB-LINE
018095     END-IF.
018096     IF XT-WRITE-SLOT = 3
018097         WRITE XTR-SUB-RECORD-3 FROM XT-SUB-LINE
018098     END-IF.
018099     IF XT-WRITE-SLOT = 4
018100         WRITE XTR-SUB-RECORD-4 FROM XT-SUB-LINE
018101     END-IF.
018102     IF XT-WRITE-SLOT = 5
018103         WRITE XTR-SUB-RECORD-5 FROM XT-SUB-LINE
018104     END-IF.
018105 2200-EXIT.
018106     EXIT.
018107*****************************************************************
018108*                                                               *
018109*    7900-WRITE-ALERT                                           *
018110*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
018111*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
018112*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
018113*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
018114*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
018115*                                                               *
018116*****************************************************************
018117 7900-WRITE-ALERT.
018118     OPEN EXTEND ALERT-FILE.
018119     IF NOT XT-ALERT-OK
018120         OPEN OUTPUT ALERT-FILE
018121     END-IF.
018122     IF NOT XT-ALERT-OK
018123         MOVE SPACES TO XT-ALERT-LINE
018124         MOVE SPACES TO XT-ALERT-SEQ-ID
018125         GO TO 7900-EXIT
018126     END-IF.
018127     MOVE SPACES TO ALERT-RECORD.
018128     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
018129     ACCEPT ALRT-TIME FROM TIME.
018130     MOVE XT-JOB-ID                  TO ALRT-JOB-ID.
018131     MOVE 'HELLOXTR'                 TO ALRT-PROGRAM-ID.
018132     MOVE XT-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
018133     MOVE XT-ALERT-SEVERITY          TO ALRT-SEVERITY.
018134     MOVE XT-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
018135     IF ALRT-SEQUENCE-ID = SPACES
018136         MOVE XT-SEQUENCE-ID         TO ALRT-SEQUENCE-ID
018137     END-IF.
018138     MOVE XT-ALERT-TEXT              TO ALRT-TEXT.
018139     WRITE ALERT-RECORD.
018140     CLOSE ALERT-FILE.
018141     MOVE SPACES TO XT-ALERT-LINE.
018142     MOVE SPACES TO XT-ALERT-SEQ-ID.
018143 7900-EXIT.
018144     EXIT.
018145*****************************************************************
018200*                                                               *
018300*    9000-TERMINATE                                             *
018400*    WRITES THE TRAILER CONTROL RECORD - RECORD COUNT AND SUM   *
018500*    OF VAR1, THE SAME TOTALS HELLORPT BALANCES - AND CLOSES    *
018600*    THE FILES, FINISHING EACH SUBSCRIBER'S EXTRACT WITH ITS    *
018650*    OWN TRAILER WHEN THE EXTRACT IS ROUTED.                    *
018700*                                                               *
018800*****************************************************************
018900 9000-TERMINATE.
019600     WRITE XTR-RECORD.
019700     CLOSE IN-FILE.
019800     CLOSE XTR-FILE.
019803     IF XT-ROUTED
019806         PERFORM 9100-FINISH-SUBSCRIBER THRU 9100-EXIT
019809             VARYING XT-SUB-SUB FROM 1 BY 1
019812                 UNTIL XT-SUB-SUB > XT-SUBSCRIBER-COUNT
019815     END-IF.
019818     IF XT-UNROUTED-COUNT > 0
019821         DISPLAY 'HELLO0222W ' XT-UNROUTED-COUNT ' DETAIL '
019824                 'RECORDS ROUTED TO NO SUBSCRIBER'
019827         MOVE XT-UNROUTED-COUNT TO XT-ALERT-NUM-1
019830         STRING 'HELLO0222W ' XT-ALERT-NUM-1 ' DETAIL '
019833                'RECORDS ROUTED TO NO SUBSCRIBER'
019836             DELIMITED BY SIZE INTO XT-ALERT-LINE
019839         END-STRING
019842         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
019845     END-IF.
019850     PERFORM 9200-RECORD-AS-SENT THRU 9200-EXIT.
019900     DISPLAY 'HELLO0098I EXTRACT COMPLETE - ' XT-RECORD-COUNT
020000             ' DETAIL RECORDS'.
020100     MOVE 0 TO RETURN-CODE.
020200 9000-EXIT.
020300     EXIT.
020301*****************************************************************
020302*                                                               *
020303*    9100-FINISH-SUBSCRIBER                                     *
020304*    WRITES ONE SUBSCRIBER'S TRAILER FROM ITS OWN COUNT AND     *
020305*    SUM AND CLOSES ITS EXTRACT.  A SUBSCRIBER WHOSE SEQUENCE   *
020306*    IDS CARRIED NOTHING TONIGHT STILL GETS A HEADER AND A      *
020307*    ZERO TRAILER, THE SAME AS AN EMPTY OUTFILE, SO IT LOADS    *
020308*    AND ACKNOWLEDGES AN EMPTY NIGHT INSTEAD OF MISSING ONE.    *
020309*                                                               *
020310*****************************************************************
020311 9100-FINISH-SUBSCRIBER.
020312     MOVE XT-S-OUTPUT-SLOT (XT-SUB-SUB) TO XT-WRITE-SLOT.
020313     IF NOT XT-S-HEADER-WRITTEN (XT-SUB-SUB)
020314         MOVE SPACES TO XT-SUB-LINE
020315         STRING 'H,' XT-RUN-DATE ',,'
020316             DELIMITED BY SIZE INTO XT-SUB-LINE
020317         END-STRING
020318         PERFORM 2200-WRITE-SUB-LINE THRU 2200-EXIT
020319         MOVE 'Y' TO XT-S-HEADER-SW (XT-SUB-SUB)
020320     END-IF.
020321     MOVE XT-S-RECORD-COUNT (XT-SUB-SUB) TO XT-COUNT-IMAGE.
020322     MOVE XT-S-SUM-VAR1 (XT-SUB-SUB)     TO XT-SUM-IMAGE.
020323     MOVE SPACES TO XT-SUB-LINE.
020324     STRING 'T,' XT-COUNT-IMAGE ',' XT-SUM-IMAGE
020325         DELIMITED BY SIZE INTO XT-SUB-LINE
020326     END-STRING.
020327     PERFORM 2200-WRITE-SUB-LINE THRU 2200-EXIT.
020328     PERFORM 8110-CLOSE-ONE-SUBSCRIBER THRU 8110-EXIT.
020329     DISPLAY 'HELLO0221I SUBSCRIBER '
020330             XT-S-SUBSCRIBER-ID (XT-SUB-SUB) ' - '
020331             XT-S-RECORD-COUNT (XT-SUB-SUB)
020332             ' DETAIL RECORDS TO '
020333             XT-S-DEST-DSN (XT-SUB-SUB).
020334 9100-EXIT.
020335     EXIT.
020336*****************************************************************
020337*                                                               *
020338*    9200-RECORD-AS-SENT                                        *
020340*    APPENDS THE SENT RECORDS TO THE TRANSMISSION-STATUS        *
020350*    DATASET, CARRYING THE SAME COUNT AND SUM AS THE TRAILERS   *
020360*    JUST WRITTEN, FOR THE HELLOACK RECONCILIATION TO MATCH     *
020370*    THE RECEIVING SYSTEMS' ACKNOWLEDGMENTS AGAINST - ONE PER   *
020380*    SUBSCRIBER WHEN THE EXTRACT IS ROUTED, OTHERWISE ONE FOR   *
020390*    THE FULL EXTRACT.  OPEN EXTEND IS TRIED FIRST SO THE       *
020400*    STATUS TRAIL ACCUMULATES; AN XMTSTAT NOT YET CREATED IS    *
020410*    CREATED.  AN UNAVAILABLE XMTSTAT IS REPORTED BUT DOES NOT  *
020415*    FAIL THE EXTRACT THAT WAS ALREADY WRITTEN.                 *
020420*                                                               *
020430*****************************************************************
020440 9200-RECORD-AS-SENT.
020490     IF NOT XT-XMT-FILE-OK
020500         DISPLAY 'HELLO0135W XMTSTAT UNAVAILABLE - EXTRACT NOT '
020510                 'RECORDED AS SENT'
020511         STRING 'HELLO0135W XMTSTAT UNAVAILABLE - EXTRACT NOT '
020512                'RECORDED AS SENT'
020513             DELIMITED BY SIZE INTO XT-ALERT-LINE
020514         END-STRING
020515         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
020520         GO TO 9200-EXIT
020530     END-IF.
020531     IF XT-ROUTED
020532         PERFORM 9210-RECORD-SUBSCRIBER THRU 9210-EXIT
020533             VARYING XT-SUB-SUB FROM 1 BY 1
020534                 UNTIL XT-SUB-SUB > XT-SUBSCRIBER-COUNT
020535         CLOSE XMT-FILE
020536         DISPLAY 'HELLO0134I EXTRACTS RECORDED AS SENT ON '
020537                 'XMTSTAT'
020538         GO TO 9200-EXIT
020539     END-IF.
020540     INITIALIZE XMT-STATUS-RECORD WITH FILLER.
020550     MOVE XT-RUN-DATE            TO XMT-RUN-DATE.
020560     MOVE XT-SEQUENCE-ID         TO XMT-SEQUENCE-ID.
020620     DISPLAY 'HELLO0134I EXTRACT RECORDED AS SENT ON XMTSTAT'.
020630 9200-EXIT.
020640     EXIT.
020642*****************************************************************
020644*                                                               *
020646*    9210-RECORD-SUBSCRIBER                                     *
020648*    WRITES ONE SUBSCRIBER'S SENT RECORD UNDER ITS SUBSCRIBER   *
020650*    ID, WITH THE SEQUENCE ID ITS OWN HEADER CARRIED.           *
020652*                                                               *
020654*****************************************************************
020656 9210-RECORD-SUBSCRIBER.
020658     INITIALIZE XMT-STATUS-RECORD WITH FILLER.
020660     MOVE XT-RUN-DATE                      TO XMT-RUN-DATE.
020662     MOVE XT-S-SEQUENCE-ID (XT-SUB-SUB)    TO XMT-SEQUENCE-ID.
020664     MOVE XT-S-RECORD-COUNT (XT-SUB-SUB)   TO XMT-RECORD-COUNT.
020666     MOVE XT-S-SUM-VAR1 (XT-SUB-SUB)       TO XMT-SUM-VAR1.
020668     MOVE 'S'                              TO XMT-STATUS.
020670     MOVE XT-S-SUBSCRIBER-ID (XT-SUB-SUB)  TO XMT-SUBSCRIBER-ID.
020672     WRITE XMT-STATUS-RECORD.
020674 9210-EXIT.
020676     EXIT.
020678*****************************************************************
020680*                                                               *
020682*    8100-CLOSE-SUBSCRIBERS                                     *
020684*    CLOSES EVERY SUBSCRIBER EXTRACT OPENED SO FAR WHEN A       *
020686*    LATER SLOT FAILS TO OPEN.                                  *
020688*                                                               *
020690*****************************************************************
020692 8100-CLOSE-SUBSCRIBERS.
020694     PERFORM 8110-CLOSE-ONE-SUBSCRIBER THRU 8110-EXIT
020696         VARYING XT-SUB-SUB FROM 1 BY 1
020698             UNTIL XT-SUB-SUB > XT-SUBSCRIBER-COUNT.
020700 8100-EXIT.
020702     EXIT.
020704*****************************************************************
020706*                                                               *
020708*    8110-CLOSE-ONE-SUBSCRIBER                                  *
020710*    CLOSES ONE SUBSCRIBER'S EXTRACT IF IT IS OPEN.             *
020712*                                                               *
020714*****************************************************************
020716 8110-CLOSE-ONE-SUBSCRIBER.
020718     IF NOT XT-S-OPEN (XT-SUB-SUB)
020720         GO TO 8110-EXIT
020722     END-IF.
020724     MOVE XT-S-OUTPUT-SLOT (XT-SUB-SUB) TO XT-WRITE-SLOT.
020726     IF XT-WRITE-SLOT = 1
020728         CLOSE XTR-SUB-FILE-1
020730     END-IF.
020732     IF XT-WRITE-SLOT = 2
020734         CLOSE XTR-SUB-FILE-2
020736     END-IF.
020738     IF XT-WRITE-SLOT = 3
020740         CLOSE XTR-SUB-FILE-3
020742     END-IF.
020744     IF XT-WRITE-SLOT = 4
020746         CLOSE XTR-SUB-FILE-4
020748     END-IF.
020750     IF XT-WRITE-SLOT = 5
020752         CLOSE XTR-SUB-FILE-5
020754     END-IF.
020756     MOVE 'N' TO XT-S-OPEN-SW (XT-SUB-SUB).
020758 8110-EXIT.
020760     EXIT.
020762*****************************************************************
020764*                                                               *
020766*    8000-ABEND-EXIT                                            *
020768*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE EXTRACT LOOP   *
020800*    CAN START (A BAD SUBTABLE, OR OUTFILE, XTRFILE OR A        *
020850*    SUBSCRIBER'S EXTRACT COULD NOT BE OPENED).                 *
020900*                                                               *
021000*****************************************************************
021100 8000-ABEND-EXIT.
