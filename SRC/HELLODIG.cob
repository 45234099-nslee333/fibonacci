000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLODIG.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLODIG                                     *
001000*    DESCRIPTION: MORNING ALERT DIGEST.  READS THE SHARED      *
001100*                 ALERTS DATASET EVERY PROGRAM IN THE HELLOJ,  *
001200*                 HELLOPAR, HELLOACK AND HELLORTX STREAMS      *
001300*                 APPENDS ITS HELLONNNNE/W MESSAGES TO, KEEPS  *
001400*                 THE ALERTS RAISED WITHIN THE DGPARM NUMBER   *
001500*                 OF DAYS, RANKS EACH BY THE MESSAGE CATALOG   *
001600*                 (MSGCAT) SEVERITY AND PRINTS ONE PAGE FOR    *
001700*                 THE ON-CALL PERSON: COUNTS BY SEVERITY,      *
001800*                 THEN UNDER EACH SEVERITY THE MESSAGE IDS     *
001900*                 RAISED, MOST FREQUENT FIRST, WITH THE        *
002000*                 PROGRAM AND JOB, WHEN IT WAS LAST RAISED     *
002100*                 AND THE CATALOG'S RECOMMENDED ACTION.  A     *
002200*                 MESSAGE ID NOT ON THE CATALOG IS RANKED HIGH *
002300*                 FOR AN E MESSAGE AND MEDIUM FOR A W MESSAGE  *
002400*                 AND IS COUNTED SO THE CATALOG CAN BE         *
002500*                 COMPLETED.  A HIGH-SEVERITY ALERT RAISED     *
002600*                 AFTER THE PAGING MARK (PAGEMARK) ALSO GOES   *
002700*                 TO THE OPERATIONS PAGING FEED (PAGEFEED)     *
002725*                 AND ENDS THE STEP RC=4; THE MARK THEN MOVES  *
002750*                 UP TO THE LATEST ALERT PAGED, SO WINDOWS     *
002775*                 THAT OVERLAP NEVER PAGE AN ALERT TWICE.      *
002800*                 READ-ONLY AGAINST ALERTS - SUBMIT EACH       *
002900*                 MORNING AFTER THE WINDOW.                    *
003000*                                                               *
003100*    MAINTENANCE HISTORY                                       *
003200*    DATE       INIT  DESCRIPTION                               *
003300*    -------    ----  ------------------------------------     *
003400*    10/15/26   RMS   ORIGINAL                                  *
003500*                                                               *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DIG-PARM-FILE    ASSIGN TO DGPARM
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS DG-DIG-PARM-STATUS.
004600     SELECT ALERT-FILE       ASSIGN TO ALERTS
004700                             ORGANIZATION IS LINE SEQUENTIAL
004800                             FILE STATUS IS DG-ALERT-FILE-STATUS.
004900     SELECT MSGCAT-FILE      ASSIGN TO MSGCAT
005000                             ORGANIZATION IS LINE SEQUENTIAL
005100                             FILE STATUS IS DG-MSGCAT-STATUS.
005200     SELECT PAGE-FILE        ASSIGN TO PAGEFEED
005300                             ORGANIZATION IS LINE SEQUENTIAL
005400                             FILE STATUS IS DG-PAGE-FILE-STATUS.
005425     SELECT MARK-FILE        ASSIGN TO PAGEMARK
005450                             ORGANIZATION IS LINE SEQUENTIAL
005475                             FILE STATUS IS DG-MARK-FILE-STATUS.
005500     SELECT RPT-FILE         ASSIGN TO REPTFILE
005600                             ORGANIZATION IS LINE SEQUENTIAL
005700                             FILE STATUS IS DG-RPT-FILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DIG-PARM-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORDING MODE IS F.
006400     COPY DIGPREC.
006500 FD  ALERT-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800     COPY ALERTREC.
006900 FD  MSGCAT-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200     COPY MSGCREC.
007300 FD  PAGE-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600     COPY PAGEREC.
007620 FD  MARK-FILE
007640     LABEL RECORDS ARE STANDARD
007660     RECORDING MODE IS F.
007680     COPY PMRKREC.
007700 FD  RPT-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000     COPY RPTLINE.
008100*
008200 WORKING-STORAGE SECTION.
008300*****************************************************************
008400*    SWITCHES                                                  *
008500*****************************************************************
008600 01  DG-SWITCHES.
008700     05  DG-DIG-PARM-STATUS      PIC X(02)   VALUE '00'.
008800         88  DG-DIG-PARM-OK              VALUE '00'.
008900     05  DG-ALERT-FILE-STATUS    PIC X(02)   VALUE '00'.
009000         88  DG-ALERT-FILE-OK            VALUE '00'.
009100     05  DG-MSGCAT-STATUS        PIC X(02)   VALUE '00'.
009200         88  DG-MSGCAT-OK                VALUE '00'.
009300     05  DG-PAGE-FILE-STATUS     PIC X(02)   VALUE '00'.
009400         88  DG-PAGE-FILE-OK             VALUE '00'.
009500     05  DG-RPT-FILE-STATUS      PIC X(02)   VALUE '00'.
009600         88  DG-RPT-FILE-OK              VALUE '00'.
009633     05  DG-MARK-FILE-STATUS     PIC X(02)   VALUE '00'.
009666         88  DG-MARK-FILE-OK             VALUE '00'.
009700     05  DG-DIG-PARM-EOF-SW      PIC X(01)   VALUE 'N'.
009800         88  DG-DIG-PARM-EOF             VALUE 'Y'.
009900     05  DG-ALERT-EOF-SW         PIC X(01)   VALUE 'N'.
010000         88  DG-ALERT-EOF                VALUE 'Y'.
010100     05  DG-MSGCAT-EOF-SW        PIC X(01)   VALUE 'N'.
010200         88  DG-MSGCAT-EOF               VALUE 'Y'.
010300     05  DG-ALERT-OPEN-SW        PIC X(01)   VALUE 'N'.
010400         88  DG-ALERT-OPEN               VALUE 'Y'.
010500     05  DG-MSGCAT-MISSING-SW    PIC X(01)   VALUE 'N'.
010600         88  DG-MSGCAT-MISSING           VALUE 'Y'.
010700     05  DG-CAT-FOUND-SW         PIC X(01)   VALUE 'N'.
010800         88  DG-CAT-FOUND                VALUE 'Y'.
010900     05  DG-DIG-FOUND-SW         PIC X(01)   VALUE 'N'.
011000         88  DG-DIG-FOUND                VALUE 'Y'.
011033     05  DG-MARK-FAILED-SW       PIC X(01)   VALUE 'N'.
011066         88  DG-MARK-FAILED              VALUE 'Y'.
011100*****************************************************************
011200*    DIGEST WINDOW DATES                                       *
011300*****************************************************************
011400 01  DG-DATE-FIELDS.
011500     05  DG-DAYS-BACK            PIC S9(04)  COMP    VALUE 0.
011600     05  DG-TODAY-DATE           PIC 9(08)   VALUE ZEROES.
011700     05  DG-TODAY-DATE-X REDEFINES DG-TODAY-DATE
011800                                 PIC X(08).
011900     05  DG-TODAY-INTEGER        PIC S9(09)  COMP    VALUE 0.
012000     05  DG-CUTOFF-INTEGER       PIC S9(09)  COMP    VALUE 0.
012100     05  DG-CUTOFF-DATE          PIC 9(08)   VALUE ZEROES.
012200     05  DG-CUTOFF-DATE-X REDEFINES DG-CUTOFF-DATE
012300                                 PIC X(08).
012306*****************************************************************
012312*    PAGING MARK - THE LATEST ALERT ANY EARLIER RUN PAGED, AND *
012318*    THE LATEST THIS RUN HAS PAGED                             *
012324*****************************************************************
012330 01  DG-MARK-FIELDS.
012336     05  DG-MARK-STAMP.
012342         10  DG-MARK-DATE        PIC X(08)   VALUE SPACES.
012348         10  DG-MARK-TIME        PIC X(06)   VALUE SPACES.
012354     05  DG-NEW-MARK-STAMP.
012360         10  DG-NEW-MARK-DATE    PIC X(08)   VALUE SPACES.
012366         10  DG-NEW-MARK-TIME    PIC X(06)   VALUE SPACES.
012372     05  DG-RUN-TIME.
012378         10  DG-RUN-HHMMSS       PIC X(06).
012384         10  FILLER              PIC X(02).
012400*****************************************************************
012500*    MESSAGE CATALOG - LOADED FROM MSGCAT AT START-UP          *
012600*****************************************************************
012700 01  DG-CATALOG-TABLE.
012800     05  DG-CAT-COUNT            PIC S9(04)  COMP    VALUE 0.
012900     05  DG-CATALOG-ENTRY        OCCURS 300 TIMES.
013000         10  DG-C-MESSAGE-ID     PIC X(10).
013100         10  DG-C-SEVERITY       PIC X(01).
013200         10  DG-C-ACTION         PIC X(60).
013300 77  DG-CAT-MAX                  PIC S9(04)  COMP    VALUE 300.
013400*****************************************************************
013500*    DIGEST TABLE - ONE ENTRY PER DISTINCT MESSAGE ID RAISED   *
013600*    IN THE WINDOW, WITH ITS COUNT, WHERE IT CAME FROM AND     *
013700*    WHEN IT WAS LAST RAISED                                   *
013800*****************************************************************
013900 01  DG-DIGEST-TABLE.
014000     05  DG-DIG-COUNT            PIC S9(04)  COMP    VALUE 0.
014100     05  DG-DIGEST-ENTRY         OCCURS 200 TIMES.
014200         10  DG-D-MESSAGE-ID     PIC X(10).
014300         10  DG-D-SEVERITY       PIC X(01).
014400         10  DG-D-ALERT-COUNT    PIC S9(09)  COMP.
014500         10  DG-D-PROGRAM-ID     PIC X(08).
014600         10  DG-D-JOB-ID         PIC X(08).
014700         10  DG-D-LAST-STAMP.
014800             15  DG-D-LAST-DATE  PIC X(08).
014900             15  DG-D-LAST-TIME  PIC X(06).
015000         10  DG-D-ACTION         PIC X(60).
015100         10  DG-D-PRINTED-SW     PIC X(01).
015200             88  DG-D-PRINTED            VALUE 'Y'.
015300 77  DG-DIG-MAX                  PIC S9(04)  COMP    VALUE 200.
015400 77  DG-DETAIL-MAX               PIC S9(04)  COMP    VALUE 6.
015500*****************************************************************
015600*    THE ALERT IN HAND AND THE TABLE SUBSCRIPTS                *
015700*****************************************************************
015800 01  DG-WORK-FIELDS.
015900     05  DG-CUR-SEVERITY         PIC X(01)   VALUE SPACE.
016000         88  DG-CUR-SEVERITY-HIGH        VALUE 'H'.
016100         88  DG-CUR-SEVERITY-MEDIUM      VALUE 'M'.
016200         88  DG-CUR-SEVERITY-LOW         VALUE 'L'.
016300     05  DG-CUR-ACTION           PIC X(60)   VALUE SPACES.
016400     05  DG-CUR-STAMP.
016500         10  DG-CUR-DATE         PIC X(08).
016600         10  DG-CUR-TIME         PIC X(06).
016700     05  DG-CAT-SUB              PIC S9(04)  COMP    VALUE 0.
016800     05  DG-CAT-IX               PIC S9(04)  COMP    VALUE 0.
016900     05  DG-DIG-SUB              PIC S9(04)  COMP    VALUE 0.
017000     05  DG-DIG-IX               PIC S9(04)  COMP    VALUE 0.
017100     05  DG-BEST-IX              PIC S9(04)  COMP    VALUE 0.
017200     05  DG-BEST-COUNT           PIC S9(09)  COMP    VALUE 0.
017300     05  DG-PRINT-SEVERITY       PIC X(01)   VALUE SPACE.
017400     05  DG-PRINT-SEV-NAME       PIC X(06)   VALUE SPACES.
017500     05  DG-SEV-ALERTS           PIC S9(09)  COMP    VALUE 0.
017600     05  DG-SEV-IDS              PIC S9(04)  COMP    VALUE 0.
017700     05  DG-SEV-SHOWN            PIC S9(04)  COMP    VALUE 0.
017800     05  DG-SEV-HIDDEN           PIC S9(04)  COMP    VALUE 0.
017900     05  DG-EDIT-COUNT           PIC Z(08)9.
018000     05  DG-EDIT-IDS             PIC ZZ9.
018100*****************************************************************
018200*    RUN TOTALS                                                *
018300*****************************************************************
018400 01  DG-TOTAL-FIELDS.
018500     05  DG-ALERTS-READ          PIC S9(09)  COMP    VALUE 0.
018600     05  DG-ALERTS-IN-WINDOW     PIC S9(09)  COMP    VALUE 0.
018700     05  DG-HIGH-COUNT           PIC S9(09)  COMP    VALUE 0.
018800     05  DG-MEDIUM-COUNT         PIC S9(09)  COMP    VALUE 0.
018900     05  DG-LOW-COUNT            PIC S9(09)  COMP    VALUE 0.
019000     05  DG-UNCATALOGUED-COUNT   PIC S9(09)  COMP    VALUE 0.
019100     05  DG-PAGED-COUNT          PIC S9(09)  COMP    VALUE 0.
019150     05  DG-PRIOR-PAGED-COUNT    PIC S9(09)  COMP    VALUE 0.
019200     05  DG-CAT-REJECTED         PIC S9(09)  COMP    VALUE 0.
019300     05  DG-UNTABLED-COUNT       PIC S9(09)  COMP    VALUE 0.
019400*****************************************************************
019500*    PRINT LINES.  BUILT HERE AND MOVED TO RPT-LINE SO THE      *
019600*    REPORT FILE KEEPS THE SAME RPTLINE FD AS HELLORPT.         *
019700*****************************************************************
019800 01  DG-COLUMN-HEAD-LINE.
019900     05  FILLER          PIC X(12)   VALUE ' MESSAGE ID'.
020000     05  FILLER          PIC X(09)   VALUE '  COUNT'.
020100     05  FILLER          PIC X(10)   VALUE 'PROGRAM'.
020200     05  FILLER          PIC X(09)   VALUE 'JOB'.
020300     05  FILLER          PIC X(40)   VALUE 'LAST RAISED'.
020400 01  DG-DETAIL-LINE.
020500     05  FILLER                  PIC X(01)   VALUE SPACE.
020600     05  DG-DL-MESSAGE-ID        PIC X(10).
020700     05  FILLER                  PIC X(01)   VALUE SPACE.
020800     05  DG-DL-COUNT             PIC Z(06)9.
020900     05  FILLER                  PIC X(02)   VALUE SPACES.
021000     05  DG-DL-PROGRAM-ID        PIC X(08).
021100     05  FILLER                  PIC X(02)   VALUE SPACES.
021200     05  DG-DL-JOB-ID            PIC X(08).
021300     05  FILLER                  PIC X(01)   VALUE SPACE.
021400     05  DG-DL-LAST-DATE         PIC X(08).
021500     05  FILLER                  PIC X(01)   VALUE SPACE.
021600     05  DG-DL-LAST-TIME         PIC X(06).
021700     05  FILLER                  PIC X(25)   VALUE SPACES.
021800 01  DG-ACTION-LINE.
021900     05  FILLER                  PIC X(12)   VALUE
022000                                             '     ACTION:'.
022100     05  FILLER                  PIC X(01)   VALUE SPACE.
022200     05  DG-AL-ACTION            PIC X(60).
022300     05  FILLER                  PIC X(07)   VALUE SPACES.
022400*
022500 PROCEDURE DIVISION.
022600*****************************************************************
022700*                                                               *
022800*    0000-MAINLINE                                              *
022900*    CONTROLS OVERALL FLOW OF THE MORNING DIGEST.               *
023000*                                                               *
023100*****************************************************************
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 2000-PROCESS-ALERT THRU 2000-EXIT
023500         UNTIL DG-ALERT-EOF.
023600     PERFORM 5000-PRINT-DIGEST THRU 5000-EXIT.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     GO TO 9999-EXIT.
023900*****************************************************************
024000*                                                               *
024100*    1000-INITIALIZE                                            *
024200*    READS AND EDITS THE DAYS-BACK PARAMETER, SETS THE EARLIEST *
024300*    ALERT DATE THE DIGEST COVERS, LOADS THE MESSAGE CATALOG,   *
024400*    READS THE PAGING MARK, OPENS THE REPORT AND THE PAGING     *
024500*    FEED AND PRIMES THE FIRST ALERT.  NO ALERTS DATASET MEANS  *
024600*    NOTHING WAS EVER RAISED - THE DIGEST SAYS SO AND ENDS      *
024650*    CLEAN.                                                     *
024700*                                                               *
024800*****************************************************************
024900 1000-INITIALIZE.
025000     ACCEPT DG-TODAY-DATE FROM DATE YYYYMMDD.
025100     OPEN INPUT DIG-PARM-FILE.
025200     IF NOT DG-DIG-PARM-OK
025300         DISPLAY 'HELLO0236E DGPARM NOT FOUND/UNAVAILABLE - '
025400                 'ABORT'
025500         MOVE 16 TO RETURN-CODE
025600         GO TO 8000-ABEND-EXIT
025700     END-IF.
025800     READ DIG-PARM-FILE
025900         AT END
026000             MOVE 'Y' TO DG-DIG-PARM-EOF-SW
026100     END-READ.
026200     IF DG-DIG-PARM-EOF
026300         DISPLAY 'HELLO0236E DGPARM IS EMPTY - ABORT'
026400         MOVE 16 TO RETURN-CODE
026500         CLOSE DIG-PARM-FILE
026600         GO TO 8000-ABEND-EXIT
026700     END-IF.
026800     IF DPRM-DAYS-BACK IS NOT NUMERIC
026900         OR DPRM-DAYS-BACK = 0
027000         OR DPRM-DAYS-BACK > 31
027100         DISPLAY 'HELLO0237E DAYS BACK MUST BE 1-31 - ABORT'
027200         MOVE 20 TO RETURN-CODE
027300         CLOSE DIG-PARM-FILE
027400         GO TO 8000-ABEND-EXIT
027500     END-IF.
027600     MOVE DPRM-DAYS-BACK TO DG-DAYS-BACK.
027700     CLOSE DIG-PARM-FILE.
027800     COMPUTE DG-TODAY-INTEGER =
027900         FUNCTION INTEGER-OF-DATE(DG-TODAY-DATE).
028000     COMPUTE DG-CUTOFF-INTEGER =
028100         DG-TODAY-INTEGER - DG-DAYS-BACK.
028200     COMPUTE DG-CUTOFF-DATE =
028300         FUNCTION DATE-OF-INTEGER(DG-CUTOFF-INTEGER).
028400     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
028450     PERFORM 1200-READ-PAGE-MARK THRU 1200-EXIT.
028500     OPEN OUTPUT RPT-FILE.
028600     IF NOT DG-RPT-FILE-OK
028700         DISPLAY 'HELLO0240E REPTFILE OPEN FAILED - ABORT'
028800         MOVE 24 TO RETURN-CODE
028900         GO TO 8000-ABEND-EXIT
029000     END-IF.
029100     OPEN OUTPUT PAGE-FILE.
029200     IF NOT DG-PAGE-FILE-OK
029300         DISPLAY 'HELLO0241E PAGEFEED OPEN FAILED - ABORT'
029400         MOVE 28 TO RETURN-CODE
029500         CLOSE RPT-FILE
029600         GO TO 8000-ABEND-EXIT
029700     END-IF.
029800     INITIALIZE RPT-LINE.
029900     MOVE 'HELLO MORNING ALERT DIGEST' TO RPT-TEXT.
030000     WRITE RPT-LINE.
030100     INITIALIZE RPT-LINE.
030200     STRING ' ALERTS RAISED ' DG-CUTOFF-DATE ' THRU '
030300            DG-TODAY-DATE
030400         DELIMITED BY SIZE INTO RPT-TEXT
030500     END-STRING.
030600     WRITE RPT-LINE.
030611     IF DG-MARK-STAMP NOT = SPACES
030622         INITIALIZE RPT-LINE
030633         STRING ' PAGING ALERTS RAISED AFTER ' DG-MARK-DATE ' '
030644                DG-MARK-TIME
030655             DELIMITED BY SIZE INTO RPT-TEXT
030666         END-STRING
030677         WRITE RPT-LINE
030688     END-IF.
030700     INITIALIZE RPT-LINE.
030800     MOVE ALL '-' TO RPT-TEXT.
030900     WRITE RPT-LINE.
031000     OPEN INPUT ALERT-FILE.
031100     IF NOT DG-ALERT-FILE-OK
031200         DISPLAY 'HELLO0242I NO ALERTS DATASET - NOTHING RAISED'
031300         MOVE 'Y' TO DG-ALERT-EOF-SW
031400         GO TO 1000-EXIT
031500     END-IF.
031600     MOVE 'Y' TO DG-ALERT-OPEN-SW.
031700     PERFORM 7000-READ-ALERT THRU 7000-EXIT.
031800 1000-EXIT.
031900     EXIT.
032000*****************************************************************
032100*                                                               *
032200*    1100-LOAD-CATALOG                                          *
032300*    LOADS MSGCAT INTO THE CATALOG TABLE.  AN ENTRY WITHOUT A   *
032400*    SEVERITY OF H, M OR L IS SKIPPED AND COUNTED.  A MISSING   *
032500*    CATALOG DOES NOT STOP THE DIGEST - EVERY ALERT IS THEN     *
032600*    RANKED FROM ITS OWN MESSAGE ID AND THE STEP ENDS RC=4.     *
032700*                                                               *
032800*****************************************************************
032900 1100-LOAD-CATALOG.
033000     OPEN INPUT MSGCAT-FILE.
033100     IF NOT DG-MSGCAT-OK
033200         DISPLAY 'HELLO0238W MSGCAT NOT AVAILABLE - SEVERITY '
033300                 'TAKEN FROM THE MESSAGE ID'
033400         MOVE 'Y' TO DG-MSGCAT-MISSING-SW
033500         GO TO 1100-EXIT
033600     END-IF.
033700     PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
033800         UNTIL DG-MSGCAT-EOF.
033900     CLOSE MSGCAT-FILE.
034000     IF DG-CAT-REJECTED > 0
034100         DISPLAY 'HELLO0239W ' DG-CAT-REJECTED
034200                 ' MSGCAT ENTRIES SKIPPED - BAD SEVERITY OR '
034300                 'TABLE FULL'
034400     END-IF.
034500 1100-EXIT.
034600     EXIT.
034700*****************************************************************
034800*                                                               *
034900*    1110-LOAD-ONE-ENTRY                                        *
035000*    READS ONE CATALOG RECORD AND, IF IT IS USABLE AND THERE    *
035100*    IS ROOM, ADDS IT TO THE TABLE.                             *
035200*                                                               *
035300*****************************************************************
035400 1110-LOAD-ONE-ENTRY.
035500     READ MSGCAT-FILE
035600         AT END
035700             MOVE 'Y' TO DG-MSGCAT-EOF-SW
035800             GO TO 1110-EXIT
035900     END-READ.
036000     IF NOT MCAT-SEVERITY-VALID
036100         OR MCAT-MESSAGE-ID = SPACES
036200         ADD 1 TO DG-CAT-REJECTED
036300         GO TO 1110-EXIT
036400     END-IF.
036500     IF DG-CAT-COUNT NOT < DG-CAT-MAX
036600         ADD 1 TO DG-CAT-REJECTED
036700         GO TO 1110-EXIT
036800     END-IF.
036900     ADD 1 TO DG-CAT-COUNT.
037000     MOVE MCAT-MESSAGE-ID TO DG-C-MESSAGE-ID (DG-CAT-COUNT).
037100     MOVE MCAT-SEVERITY   TO DG-C-SEVERITY (DG-CAT-COUNT).
037200     MOVE MCAT-ACTION     TO DG-C-ACTION (DG-CAT-COUNT).
037300 1110-EXIT.
037400     EXIT.
037403*****************************************************************
037406*                                                               *
037409*    1200-READ-PAGE-MARK                                        *
037412*    READS THE DATE AND TIME OF THE LATEST ALERT AN EARLIER RUN *
037415*    PAGED.  ONLY HIGH-SEVERITY ALERTS RAISED AFTER IT ARE      *
037418*    PAGED, SO A WINDOW THAT OVERLAPS THE LAST RUN'S NEVER      *
037421*    PAGES AN ALERT TWICE.  NO MARK YET (FIRST RUN, OR THE      *
037424*    DATASET WAS DELETED TO RESET IT) PAGES EVERY HIGH ALERT IN *
037427*    THE WINDOW.                                                *
037430*                                                               *
037433*****************************************************************
037436 1200-READ-PAGE-MARK.
037439     OPEN INPUT MARK-FILE.
037442     IF NOT DG-MARK-FILE-OK
037445         DISPLAY 'HELLO0299I NO PAGEMARK - EVERY HIGH-SEVERITY '
037448                 'ALERT IN THE WINDOW IS PAGED'
037451         GO TO 1200-EXIT
037454     END-IF.
037457     READ MARK-FILE
037460         AT END
037463             MOVE SPACES TO PAGE-MARK-RECORD
037466     END-READ.
037469     IF PMRK-LAST-DATE IS NUMERIC
037472         AND PMRK-LAST-TIME IS NUMERIC
037475         MOVE PMRK-LAST-STAMP TO DG-MARK-STAMP
037478     ELSE
037481         DISPLAY 'HELLO0299I PAGEMARK EMPTY - EVERY '
037484                 'HIGH-SEVERITY ALERT IN THE WINDOW IS PAGED'
037487     END-IF.
037490     CLOSE MARK-FILE.
037493 1200-EXIT.
037496     EXIT.
037500*****************************************************************
037600*                                                               *
037700*    2000-PROCESS-ALERT                                         *
037800*    TAKES ONE ALERT.  ONE RAISED BEFORE THE WINDOW (OR STAMPED *
037900*    AFTER TODAY) IS PASSED OVER.  OTHERWISE IT IS RANKED,      *
038000*    COUNTED UNDER ITS SEVERITY AND MESSAGE ID, AND PAGED IF    *
038100*    IT IS HIGH SEVERITY.                                       *
038200*                                                               *
038300*****************************************************************
038400 2000-PROCESS-ALERT.
038500     IF ALRT-DATE < DG-CUTOFF-DATE-X
038600         OR ALRT-DATE > DG-TODAY-DATE-X
038700         GO TO 2000-READ-NEXT
038800     END-IF.
038900     ADD 1 TO DG-ALERTS-IN-WINDOW.
039000     PERFORM 2100-RANK-ALERT THRU 2100-EXIT.
039100     IF DG-CUR-SEVERITY-HIGH
039200         ADD 1 TO DG-HIGH-COUNT
039300         PERFORM 2300-PAGE-ALERT THRU 2300-EXIT
039400     ELSE
039500         IF DG-CUR-SEVERITY-MEDIUM
039600             ADD 1 TO DG-MEDIUM-COUNT
039700         ELSE
039800             ADD 1 TO DG-LOW-COUNT
039900         END-IF
040000     END-IF.
040100     PERFORM 2200-TALLY-ALERT THRU 2200-EXIT.
040200 2000-READ-NEXT.
040300     PERFORM 7000-READ-ALERT THRU 7000-EXIT.
040400 2000-EXIT.
040500     EXIT.
040600*****************************************************************
040700*                                                               *
040800*    2100-RANK-ALERT                                            *
040900*    LOOKS THE MESSAGE ID UP ON THE CATALOG.  NOT FOUND, AN E   *
041000*    MESSAGE RANKS HIGH AND A W MESSAGE MEDIUM, AND THE ALERT   *
041100*    IS COUNTED AS UNCATALOGUED.                                *
041200*                                                               *
041300*****************************************************************
041400 2100-RANK-ALERT.
041500     MOVE 'N' TO DG-CAT-FOUND-SW.
041600     MOVE 0 TO DG-CAT-IX.
041700     PERFORM 2110-MATCH-CATALOG THRU 2110-EXIT
041800         VARYING DG-CAT-SUB FROM 1 BY 1
041900             UNTIL DG-CAT-SUB > DG-CAT-COUNT
042000                OR DG-CAT-FOUND.
042100     IF DG-CAT-FOUND
042200         MOVE DG-C-SEVERITY (DG-CAT-IX) TO DG-CUR-SEVERITY
042300         MOVE DG-C-ACTION (DG-CAT-IX)   TO DG-CUR-ACTION
042400         GO TO 2100-EXIT
042500     END-IF.
042600     ADD 1 TO DG-UNCATALOGUED-COUNT.
042700     IF ALRT-SEVERITY-ERROR
042800         MOVE 'H' TO DG-CUR-SEVERITY
042900     ELSE
043000         MOVE 'M' TO DG-CUR-SEVERITY
043100     END-IF.
043200     MOVE SPACES TO DG-CUR-ACTION.
043300     STRING 'NOT ON MSGCAT - SEE THE STEP SYSOUT AND '
043400            'ADD A CATALOG ENTRY'
043500         DELIMITED BY SIZE INTO DG-CUR-ACTION
043600     END-STRING.
043700 2100-EXIT.
043800     EXIT.
043900*****************************************************************
044000*                                                               *
044100*    2110-MATCH-CATALOG                                         *
044200*    COMPARES ONE CATALOG ENTRY WITH THE ALERT'S MESSAGE ID.    *
044300*                                                               *
044400*****************************************************************
044500 2110-MATCH-CATALOG.
044600     IF DG-C-MESSAGE-ID (DG-CAT-SUB) = ALRT-MESSAGE-ID
044700         MOVE 'Y' TO DG-CAT-FOUND-SW
044800         MOVE DG-CAT-SUB TO DG-CAT-IX
044900     END-IF.
045000 2110-EXIT.
045100     EXIT.
045200*****************************************************************
045300*                                                               *
045400*    2200-TALLY-ALERT                                           *
045500*    ADDS THE ALERT TO ITS MESSAGE ID'S DIGEST ENTRY, OPENING   *
045600*    ONE THE FIRST TIME THE ID IS SEEN.  AN ID RAISED BY MORE   *
045700*    THAN ONE PROGRAM OR JOB SHOWS *SEVERAL.  WHEN THE TABLE IS *
045800*    FULL THE ALERT STILL COUNTS IN THE SEVERITY TOTALS.        *
045900*                                                               *
046000*****************************************************************
046100 2200-TALLY-ALERT.
046200     MOVE ALRT-DATE TO DG-CUR-DATE.
046300     MOVE ALRT-TIME TO DG-CUR-TIME.
046400     MOVE 'N' TO DG-DIG-FOUND-SW.
046500     MOVE 0 TO DG-DIG-IX.
046600     PERFORM 2210-MATCH-DIGEST THRU 2210-EXIT
046700         VARYING DG-DIG-SUB FROM 1 BY 1
046800             UNTIL DG-DIG-SUB > DG-DIG-COUNT
046900                OR DG-DIG-FOUND.
047000     IF NOT DG-DIG-FOUND
047100         IF DG-DIG-COUNT NOT < DG-DIG-MAX
047200             ADD 1 TO DG-UNTABLED-COUNT
047300             GO TO 2200-EXIT
047400         END-IF
047500         ADD 1 TO DG-DIG-COUNT
047600         MOVE DG-DIG-COUNT TO DG-DIG-IX
047700         MOVE ALRT-MESSAGE-ID TO DG-D-MESSAGE-ID (DG-DIG-IX)
047800         MOVE DG-CUR-SEVERITY TO DG-D-SEVERITY (DG-DIG-IX)
047900         MOVE 0               TO DG-D-ALERT-COUNT (DG-DIG-IX)
048000         MOVE ALRT-PROGRAM-ID TO DG-D-PROGRAM-ID (DG-DIG-IX)
048100         MOVE ALRT-JOB-ID     TO DG-D-JOB-ID (DG-DIG-IX)
048200         MOVE DG-CUR-STAMP    TO DG-D-LAST-STAMP (DG-DIG-IX)
048300         MOVE DG-CUR-ACTION   TO DG-D-ACTION (DG-DIG-IX)
048400         MOVE 'N'             TO DG-D-PRINTED-SW (DG-DIG-IX)
048500     END-IF.
048600     ADD 1 TO DG-D-ALERT-COUNT (DG-DIG-IX).
048700     IF ALRT-PROGRAM-ID NOT = DG-D-PROGRAM-ID (DG-DIG-IX)
048800         MOVE '*SEVERAL' TO DG-D-PROGRAM-ID (DG-DIG-IX)
048900     END-IF.
049000     IF ALRT-JOB-ID NOT = DG-D-JOB-ID (DG-DIG-IX)
049100         MOVE '*SEVERAL' TO DG-D-JOB-ID (DG-DIG-IX)
049200     END-IF.
049300     IF DG-CUR-STAMP > DG-D-LAST-STAMP (DG-DIG-IX)
049400         MOVE DG-CUR-STAMP TO DG-D-LAST-STAMP (DG-DIG-IX)
049500     END-IF.
049600 2200-EXIT.
049700     EXIT.
049800*****************************************************************
049900*                                                               *
050000*    2210-MATCH-DIGEST                                          *
050100*    COMPARES ONE DIGEST ENTRY WITH THE ALERT'S MESSAGE ID.     *
050200*                                                               *
050300*****************************************************************
050400 2210-MATCH-DIGEST.
050500     IF DG-D-MESSAGE-ID (DG-DIG-SUB) = ALRT-MESSAGE-ID
050600         MOVE 'Y' TO DG-DIG-FOUND-SW
050700         MOVE DG-DIG-SUB TO DG-DIG-IX
050800     END-IF.
050900 2210-EXIT.
051000     EXIT.
051100*****************************************************************
051200*                                                               *
051300*    2300-PAGE-ALERT                                            *
051400*    SENDS ONE HIGH-SEVERITY ALERT TO THE OPERATIONS PAGING     *
051500*    FEED WITH THE CATALOG'S RECOMMENDED ACTION.  ONE RAISED NO *
051533*    LATER THAN THE PAGING MARK WAS PAGED BY AN EARLIER RUN AND *
051566*    IS ONLY COUNTED.                                           *
051600*                                                               *
051700*****************************************************************
051800 2300-PAGE-ALERT.
051814     MOVE ALRT-DATE TO DG-CUR-DATE.
051828     MOVE ALRT-TIME TO DG-CUR-TIME.
051842     IF DG-CUR-STAMP NOT > DG-MARK-STAMP
051856         ADD 1 TO DG-PRIOR-PAGED-COUNT
051870         GO TO 2300-EXIT
051884     END-IF.
051900     MOVE SPACES TO PAGE-FEED-RECORD.
052000     MOVE ALRT-DATE          TO PAGE-DATE.
052100     MOVE ALRT-TIME          TO PAGE-TIME.
052200     MOVE ALRT-JOB-ID        TO PAGE-JOB-ID.
052300     MOVE ALRT-PROGRAM-ID    TO PAGE-PROGRAM-ID.
052400     MOVE ALRT-MESSAGE-ID    TO PAGE-MESSAGE-ID.
052500     MOVE ALRT-SEQUENCE-ID   TO PAGE-SEQUENCE-ID.
052600     MOVE ALRT-TEXT          TO PAGE-TEXT.
052700     MOVE DG-CUR-ACTION      TO PAGE-ACTION.
052800     WRITE PAGE-FEED-RECORD.
052900     ADD 1 TO DG-PAGED-COUNT.
052925     IF DG-CUR-STAMP > DG-NEW-MARK-STAMP
052950         MOVE DG-CUR-STAMP TO DG-NEW-MARK-STAMP
052975     END-IF.
053000 2300-EXIT.
053100     EXIT.
053200*****************************************************************
053300*                                                               *
053400*    5000-PRINT-DIGEST                                          *
053500*    PRINTS THE SEVERITY COUNTS, THEN THE HIGH, MEDIUM AND LOW  *
053600*    SECTIONS.  A SEVERITY WITH NO ALERTS PRINTS NO SECTION.    *
053700*                                                               *
053800*****************************************************************
053900 5000-PRINT-DIGEST.
054000     INITIALIZE RPT-LINE.
054100     MOVE 'ALERTS IN WINDOW' TO RPT-LABEL.
054200     MOVE DG-ALERTS-IN-WINDOW TO RPT-VALUE.
054300     WRITE RPT-LINE.
054400     INITIALIZE RPT-LINE.
054500     MOVE '  HIGH SEVERITY' TO RPT-LABEL.
054600     MOVE DG-HIGH-COUNT TO RPT-VALUE.
054700     WRITE RPT-LINE.
054800     INITIALIZE RPT-LINE.
054900     MOVE '  MEDIUM SEVERITY' TO RPT-LABEL.
055000     MOVE DG-MEDIUM-COUNT TO RPT-VALUE.
055100     WRITE RPT-LINE.
055200     INITIALIZE RPT-LINE.
055300     MOVE '  LOW SEVERITY' TO RPT-LABEL.
055400     MOVE DG-LOW-COUNT TO RPT-VALUE.
055500     WRITE RPT-LINE.
055600     INITIALIZE RPT-LINE.
055700     MOVE 'NOT ON MSGCAT' TO RPT-LABEL.
055800     MOVE DG-UNCATALOGUED-COUNT TO RPT-VALUE.
055900     WRITE RPT-LINE.
056000     INITIALIZE RPT-LINE.
056100     MOVE 'PAGED TO OPERATIONS' TO RPT-LABEL.
056200     MOVE DG-PAGED-COUNT TO RPT-VALUE.
056300     WRITE RPT-LINE.
056320     INITIALIZE RPT-LINE.
056340     MOVE 'PAGED BY AN EARLIER RUN' TO RPT-LABEL.
056360     MOVE DG-PRIOR-PAGED-COUNT TO RPT-VALUE.
056380     WRITE RPT-LINE.
056400     IF DG-ALERTS-IN-WINDOW = 0
056500         INITIALIZE RPT-LINE
056600         MOVE ALL '-' TO RPT-TEXT
056700         WRITE RPT-LINE
056800         INITIALIZE RPT-LINE
056900         MOVE ' NO ALERTS RAISED IN THE WINDOW' TO RPT-TEXT
057000         WRITE RPT-LINE
057100         GO TO 5000-EXIT
057200     END-IF.
057300     MOVE 'H' TO DG-PRINT-SEVERITY.
057400     MOVE 'HIGH' TO DG-PRINT-SEV-NAME.
057500     MOVE DG-HIGH-COUNT TO DG-SEV-ALERTS.
057600     PERFORM 5100-PRINT-SEVERITY THRU 5100-EXIT.
057700     MOVE 'M' TO DG-PRINT-SEVERITY.
057800     MOVE 'MEDIUM' TO DG-PRINT-SEV-NAME.
057900     MOVE DG-MEDIUM-COUNT TO DG-SEV-ALERTS.
058000     PERFORM 5100-PRINT-SEVERITY THRU 5100-EXIT.
058100     MOVE 'L' TO DG-PRINT-SEVERITY.
058200     MOVE 'LOW' TO DG-PRINT-SEV-NAME.
058300     MOVE DG-LOW-COUNT TO DG-SEV-ALERTS.
058400     PERFORM 5100-PRINT-SEVERITY THRU 5100-EXIT.
058500     IF DG-UNTABLED-COUNT > 0
058600         INITIALIZE RPT-LINE
058700         MOVE DG-UNTABLED-COUNT TO DG-EDIT-COUNT
058800         STRING ' ' DG-EDIT-COUNT ' FURTHER ALERTS UNDER MORE '
058900                'THAN 200 MESSAGE IDS - SEE ALERTS'
059000             DELIMITED BY SIZE INTO RPT-TEXT
059100         END-STRING
059200         WRITE RPT-LINE
059300     END-IF.
059400 5000-EXIT.
059500     EXIT.
059600*****************************************************************
059700*                                                               *
059800*    5100-PRINT-SEVERITY                                        *
059900*    PRINTS ONE SEVERITY'S SECTION - ITS MESSAGE IDS, MOST      *
060000*    FREQUENT FIRST, UP TO THE DETAIL LIMIT THAT KEEPS THE      *
060100*    DIGEST TO ONE PAGE, AND A LINE COUNTING ANY NOT SHOWN.     *
060200*                                                               *
060300*****************************************************************
060400 5100-PRINT-SEVERITY.
060500     IF DG-SEV-ALERTS = 0
060600         GO TO 5100-EXIT
060700     END-IF.
060800     MOVE 0 TO DG-SEV-IDS.
060900     PERFORM 5110-COUNT-SEVERITY-IDS THRU 5110-EXIT
061000         VARYING DG-DIG-SUB FROM 1 BY 1
061100             UNTIL DG-DIG-SUB > DG-DIG-COUNT.
061200     INITIALIZE RPT-LINE.
061300     MOVE ALL '-' TO RPT-TEXT.
061400     WRITE RPT-LINE.
061500     INITIALIZE RPT-LINE.
061600     MOVE DG-SEV-ALERTS TO DG-EDIT-COUNT.
061700     MOVE DG-SEV-IDS TO DG-EDIT-IDS.
061800     STRING ' ' DELIMITED BY SIZE
061900            DG-PRINT-SEV-NAME DELIMITED BY SPACE
062000            ' SEVERITY -' DG-EDIT-COUNT ' ALERTS UNDER '
062100            DG-EDIT-IDS ' MESSAGE IDS' DELIMITED BY SIZE
062200         INTO RPT-TEXT
062300     END-STRING.
062400     WRITE RPT-LINE.
062500     MOVE DG-COLUMN-HEAD-LINE TO RPT-LINE.
062600     WRITE RPT-LINE.
062700     MOVE 0 TO DG-SEV-SHOWN.
062800     PERFORM 5200-PRINT-NEXT-ID THRU 5200-EXIT
062900         UNTIL DG-SEV-SHOWN NOT < DG-DETAIL-MAX
063000            OR DG-SEV-SHOWN NOT < DG-SEV-IDS.
063100     IF DG-SEV-IDS > DG-SEV-SHOWN
063200         COMPUTE DG-SEV-HIDDEN = DG-SEV-IDS - DG-SEV-SHOWN
063300         MOVE DG-SEV-HIDDEN TO DG-EDIT-IDS
063400         INITIALIZE RPT-LINE
063500         STRING ' ' DG-EDIT-IDS ' MORE ' DELIMITED BY SIZE
063600                DG-PRINT-SEV-NAME DELIMITED BY SPACE
063700                ' SEVERITY MESSAGE IDS NOT SHOWN - SEE ALERTS'
063800                    DELIMITED BY SIZE
063900             INTO RPT-TEXT
064000         END-STRING
064100         WRITE RPT-LINE
064200     END-IF.
064300 5100-EXIT.
064400     EXIT.
064500*****************************************************************
064600*                                                               *
064700*    5110-COUNT-SEVERITY-IDS                                    *
064800*    COUNTS ONE DIGEST ENTRY IF IT BELONGS TO THIS SEVERITY.    *
064900*                                                               *
065000*****************************************************************
065100 5110-COUNT-SEVERITY-IDS.
065200     IF DG-D-SEVERITY (DG-DIG-SUB) = DG-PRINT-SEVERITY
065300         ADD 1 TO DG-SEV-IDS
065400     END-IF.
065500 5110-EXIT.
065600     EXIT.
065700*****************************************************************
065800*                                                               *
065900*    5200-PRINT-NEXT-ID                                         *
066000*    FINDS THE UNPRINTED MESSAGE ID OF THIS SEVERITY WITH THE   *
066100*    HIGHEST COUNT AND PRINTS IT WITH ITS RECOMMENDED ACTION.   *
066200*                                                               *
066300*****************************************************************
066400 5200-PRINT-NEXT-ID.
066500     MOVE 0 TO DG-BEST-IX.
066600     MOVE 0 TO DG-BEST-COUNT.
066700     PERFORM 5210-CHECK-BEST THRU 5210-EXIT
066800         VARYING DG-DIG-SUB FROM 1 BY 1
066900             UNTIL DG-DIG-SUB > DG-DIG-COUNT.
067000     ADD 1 TO DG-SEV-SHOWN.
067100     IF DG-BEST-IX = 0
067200         GO TO 5200-EXIT
067300     END-IF.
067400     MOVE 'Y' TO DG-D-PRINTED-SW (DG-BEST-IX).
067500     MOVE DG-D-MESSAGE-ID (DG-BEST-IX)  TO DG-DL-MESSAGE-ID.
067600     MOVE DG-D-ALERT-COUNT (DG-BEST-IX) TO DG-DL-COUNT.
067700     MOVE DG-D-PROGRAM-ID (DG-BEST-IX)  TO DG-DL-PROGRAM-ID.
067800     MOVE DG-D-JOB-ID (DG-BEST-IX)      TO DG-DL-JOB-ID.
067900     MOVE DG-D-LAST-DATE (DG-BEST-IX)   TO DG-DL-LAST-DATE.
068000     MOVE DG-D-LAST-TIME (DG-BEST-IX)   TO DG-DL-LAST-TIME.
068100     MOVE DG-DETAIL-LINE TO RPT-LINE.
068200     WRITE RPT-LINE.
068300     MOVE DG-D-ACTION (DG-BEST-IX) TO DG-AL-ACTION.
068400     MOVE DG-ACTION-LINE TO RPT-LINE.
068500     WRITE RPT-LINE.
068600 5200-EXIT.
068700     EXIT.
068800*****************************************************************
068900*                                                               *
069000*    5210-CHECK-BEST                                            *
069100*    KEEPS ONE DIGEST ENTRY AS THE BEST SO FAR IF IT IS OF THIS *
069200*    SEVERITY, NOT YET PRINTED, AND RAISED MORE OFTEN.          *
069300*                                                               *
069400*****************************************************************
069500 5210-CHECK-BEST.
069600     IF DG-D-SEVERITY (DG-DIG-SUB) = DG-PRINT-SEVERITY
069700         AND NOT DG-D-PRINTED (DG-DIG-SUB)
069800         AND DG-D-ALERT-COUNT (DG-DIG-SUB) > DG-BEST-COUNT
069900         MOVE DG-DIG-SUB TO DG-BEST-IX
070000         MOVE DG-D-ALERT-COUNT (DG-DIG-SUB) TO DG-BEST-COUNT
070100     END-IF.
070200 5210-EXIT.
070300     EXIT.
070400*****************************************************************
070500*                                                               *
070600*    7000-READ-ALERT                                            *
070700*    READS THE NEXT ALERT FROM THE CONCATENATED ALERTS.         *
070800*                                                               *
070900*****************************************************************
071000 7000-READ-ALERT.
071100     READ ALERT-FILE
071200         AT END
071300             MOVE 'Y' TO DG-ALERT-EOF-SW
071400             GO TO 7000-EXIT
071500     END-READ.
071600     ADD 1 TO DG-ALERTS-READ.
071700 7000-EXIT.
071800     EXIT.
071900*****************************************************************
072000*                                                               *
072100*    9000-TERMINATE                                             *
072200*    CLOSES THE FILES, MOVES THE PAGING MARK UP AND SETS THE    *
072300*    STEP RETURN CODE - 4 WHEN ANYTHING WAS PAGED, THE CATALOG  *
072350*    WAS MISSING OR THE MARK COULD NOT BE WRITTEN, ELSE 0.      *
072400*                                                               *
072500*****************************************************************
072600 9000-TERMINATE.
072700     IF DG-ALERT-OPEN
072800         CLOSE ALERT-FILE
072900     END-IF.
073000     CLOSE PAGE-FILE.
073050     PERFORM 9100-WRITE-PAGE-MARK THRU 9100-EXIT.
073100     INITIALIZE RPT-LINE.
073200     MOVE ALL '-' TO RPT-TEXT.
073300     WRITE RPT-LINE.
073400     INITIALIZE RPT-LINE.
073500     MOVE 'ALERTS READ' TO RPT-LABEL.
073600     MOVE DG-ALERTS-READ TO RPT-VALUE.
073700     WRITE RPT-LINE.
073800     CLOSE RPT-FILE.
073900     DISPLAY 'HELLO0243I MORNING DIGEST COMPLETE - '
074000             DG-ALERTS-IN-WINDOW ' ALERTS ' DG-HIGH-COUNT
074100             ' HIGH SEVERITY'.
074200     IF DG-PAGED-COUNT > 0
074300         DISPLAY 'HELLO0244W ' DG-PAGED-COUNT
074400                 ' HIGH-SEVERITY ALERTS SENT TO PAGEFEED'
074500     END-IF.
074600     IF DG-PAGED-COUNT > 0
074700         OR DG-MSGCAT-MISSING
074750         OR DG-MARK-FAILED
074800         MOVE 4 TO RETURN-CODE
074900     ELSE
075000         MOVE 0 TO RETURN-CODE
075100     END-IF.
075200 9000-EXIT.
075300     EXIT.
075303*****************************************************************
075306*                                                               *
075309*    9100-WRITE-PAGE-MARK                                       *
075312*    REWRITES THE PAGING MARK WITH THE LATEST ALERT THIS RUN    *
075315*    PAGED.  NOTHING PAGED LEAVES THE MARK AS IT WAS.  A MARK   *
075318*    THAT CANNOT BE WRITTEN IS A WARNING - THE NEXT RUN MAY     *
075321*    PAGE THESE ALERTS AGAIN, WHICH IS SAFER THAN MISSING ONE.  *
075324*                                                               *
075327*****************************************************************
075330 9100-WRITE-PAGE-MARK.
075333     IF DG-PAGED-COUNT = 0
075336         GO TO 9100-EXIT
075339     END-IF.
075342     OPEN OUTPUT MARK-FILE.
075345     IF NOT DG-MARK-FILE-OK
075348         DISPLAY 'HELLO0300W PAGEMARK NOT WRITTEN - THE NEXT '
075351                 'DIGEST MAY PAGE THESE ALERTS AGAIN'
075354         MOVE 'Y' TO DG-MARK-FAILED-SW
075357         GO TO 9100-EXIT
075360     END-IF.
075363     ACCEPT DG-RUN-TIME FROM TIME.
075366     MOVE SPACES TO PAGE-MARK-RECORD.
075369     MOVE DG-NEW-MARK-STAMP TO PMRK-LAST-STAMP.
075372     MOVE DG-TODAY-DATE-X   TO PMRK-RUN-DATE.
075375     MOVE DG-RUN-HHMMSS     TO PMRK-RUN-TIME.
075378     WRITE PAGE-MARK-RECORD.
075381     CLOSE MARK-FILE.
075384 9100-EXIT.
075387     EXIT.
075400*****************************************************************
075500*                                                               *
075600*    8000-ABEND-EXIT                                            *
075700*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE DIGEST CAN     *
075800*    START (BAD PARAMETER OR A FILE THAT COULD NOT BE OPENED).  *
075900*                                                               *
076000*****************************************************************
076100 8000-ABEND-EXIT.
076200     GO TO 9999-EXIT.
076300 9999-EXIT.
076400     STOP RUN.
