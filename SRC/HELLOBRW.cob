000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOBRW.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLOBRW                                     *
001000*    DESCRIPTION: CONSOLE REPORT-BROWSE TRANSACTION IN THE     *
001100*                 STYLE OF HELLOINQ.  RUN FROM A TERMINAL, IT  *
001200*                 ANSWERS FROM THE KEYED REPORT STORE          *
001300*                 (RPTSTORE) THAT HELLORPS FILES EVERY         *
001400*                 REPORTING STEP'S REPTFILE ON.  GIVEN A RUN   *
001500*                 DATE IT LISTS THAT NIGHT'S REPORTS - JOB,    *
001600*                 PROGRAM, START TIME, STEP RETURN CODE, LINE  *
001700*                 COUNT AND A FLAG FOR A FAILED, WARNING OR    *
001800*                 UNFINISHED STEP - AND PAGES THROUGH ANY ONE  *
001900*                 OF THEM TWENTY LINES AT A TIME.  GIVEN F     *
002000*                 INSTEAD OF A DATE IT LISTS EVERY REPORT ON   *
002100*                 THE STORE WHOSE STEP ENDED RC 8 OR HIGHER OR *
002200*                 NEVER REACHED ITS END, SO THE NIGHTS WITH A  *
002300*                 FAILING CONTROL REPORT SHOW AT A GLANCE.     *
002400*                 PROMPTS REPEAT UNTIL A BLANK RUN DATE ENDS   *
002500*                 THE TRANSACTION.                             *
002600*                                                               *
002700*    MAINTENANCE HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                               *
002900*    -------    ----  ------------------------------------     *
003000*    10/15/26   RMS   ORIGINAL                                  *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STORE-FILE       ASSIGN TO RPTSTORE
004000                             ORGANIZATION IS INDEXED
004100                             ACCESS MODE IS DYNAMIC
004200                             RECORD KEY IS RSR-STORE-KEY
004300                             FILE STATUS IS BW-STORE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STORE-FILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000     COPY RPTSREC.
005100*
005200 WORKING-STORAGE SECTION.
005300*****************************************************************
005400*    SWITCHES                                                  *
005500*****************************************************************
005600 01  BW-SWITCHES.
005700     05  BW-STORE-STATUS         PIC X(02)   VALUE '00'.
005800         88  BW-STORE-OK                 VALUE '00'.
005900     05  BW-DONE-SW              PIC X(01)   VALUE 'N'.
006000         88  BW-DONE                     VALUE 'Y'.
006100     05  BW-DATE-DONE-SW         PIC X(01)   VALUE 'N'.
006200         88  BW-DATE-DONE                VALUE 'Y'.
006300     05  BW-BROWSE-DONE-SW       PIC X(01)   VALUE 'N'.
006400         88  BW-BROWSE-DONE              VALUE 'Y'.
006500     05  BW-SCAN-EOF-SW          PIC X(01)   VALUE 'N'.
006600         88  BW-SCAN-EOF                 VALUE 'Y'.
006700     05  BW-NOT-FOUND-SW         PIC X(01)   VALUE 'N'.
006800         88  BW-NOT-FOUND                VALUE 'Y'.
006900     05  BW-MORE-LINES-SW        PIC X(01)   VALUE 'N'.
007000         88  BW-MORE-LINES               VALUE 'Y'.
007100*****************************************************************
007200*    OPERATOR INPUT AND PAGING CONTROL                          *
007300*****************************************************************
007400 01  BW-WORK-FIELDS.
007500     05  BW-DATE-INPUT           PIC X(08)   VALUE SPACES.
007600         88  BW-FAILED-REQUEST           VALUE 'F'.
007700     05  BW-SELECT-INPUT         PIC 9(02)   VALUE ZEROES.
007800     05  BW-PAGE-INPUT           PIC X(01)   VALUE SPACE.
007900         88  BW-NEXT-PAGE                VALUE 'N'.
008000         88  BW-PREVIOUS-PAGE            VALUE 'P'.
008100     05  BW-PAGE-NO              PIC 9(05)   VALUE ZEROES.
008200     05  BW-FIRST-LINE           PIC 9(06)   VALUE ZEROES.
008300     05  BW-PAGE-LINES           PIC S9(04)  COMP    VALUE 0.
008400     05  BW-SHOWN-COUNT          PIC S9(09)  COMP    VALUE 0.
008500     05  BW-FLAG                 PIC X(08)   VALUE SPACES.
008600     05  BW-TIME-WORK.
008700         10  BW-TIME-HH          PIC X(02).
008800         10  BW-TIME-MM          PIC X(02).
008900         10  BW-TIME-SS          PIC X(02).
009000         10  FILLER              PIC X(02).
009100     05  BW-TIME-EDIT.
009200         10  BW-EDIT-HH          PIC X(02).
009300         10  FILLER              PIC X(01)   VALUE ':'.
009400         10  BW-EDIT-MM          PIC X(02).
009500         10  FILLER              PIC X(01)   VALUE ':'.
009600         10  BW-EDIT-SS          PIC X(02).
009700 77  BW-PAGE-SIZE                PIC S9(04)  COMP    VALUE 20.
009800 77  BW-MAX-REPORTS              PIC S9(04)  COMP    VALUE 50.
009900*****************************************************************
010000*    REPORT TABLE - THE REPORTS LISTED FOR THE RUN DATE         *
010100*****************************************************************
010200 01  BW-REPORT-TABLE.
010300     05  BW-LIST-DATE            PIC X(08)   VALUE SPACES.
010400     05  BW-REPORT-COUNT         PIC S9(04)  COMP    VALUE 0.
010500     05  BW-REPORT-SUB           PIC S9(04)  COMP    VALUE 0.
010600     05  BW-REPORT-ENTRY         OCCURS 50 TIMES.
010700         10  BW-E-JOB-ID         PIC X(08).
010800         10  BW-E-PROGRAM-ID     PIC X(08).
010900         10  BW-E-RUN-TIME       PIC X(08).
011000*
011100 PROCEDURE DIVISION.
011200*****************************************************************
011300*                                                               *
011400*    0000-MAINLINE                                              *
011500*    CONTROLS OVERALL FLOW OF THE BROWSE TRANSACTION.           *
011600*                                                               *
011700*****************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012000     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
012100             UNTIL BW-DONE.
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012300     GO TO 9999-EXIT.
012400*****************************************************************
012500*                                                               *
012600*    1000-INITIALIZE                                            *
012700*    OPENS THE KEYED REPORT STORE.  WITHOUT IT THERE IS NOTHING *
012800*    TO BROWSE - THE TRANSACTION SAYS SO AND ENDS.              *
012900*                                                               *
013000*****************************************************************
013100 1000-INITIALIZE.
013200     OPEN INPUT STORE-FILE.
013300     IF NOT BW-STORE-OK
013400         DISPLAY 'HELLO0287E REPORT STORE NOT AVAILABLE - '
013500                 'STATUS ' BW-STORE-STATUS UPON CONSOLE
013600         MOVE 16 TO RETURN-CODE
013700         GO TO 9999-EXIT
013800     END-IF.
013900 1000-EXIT.
014000     EXIT.
014100*****************************************************************
014200*                                                               *
014300*    2000-PROCESS-REQUEST                                       *
014400*    PROMPTS FOR ONE RUN DATE, OR F FOR THE FAILED REPORTS, AND *
014500*    ANSWERS IT.  AFTER A DATE'S REPORTS ARE LISTED THE         *
014600*    OPERATOR MAY BROWSE ANY OF THEM UNTIL 0 ASKS FOR ANOTHER   *
014700*    DATE.  A BLANK RUN DATE ENDS THE TRANSACTION.              *
014800*                                                               *
014900*****************************************************************
015000 2000-PROCESS-REQUEST.
015100     DISPLAY 'ENTER RUN DATE YYYYMMDD, OR F FOR FAILED '
015200             'REPORTS (BLANK TO END)' UPON CONSOLE.
015300     ACCEPT BW-DATE-INPUT FROM CONSOLE.
015400     IF BW-DATE-INPUT = SPACES
015500         MOVE 'Y' TO BW-DONE-SW
015600         GO TO 2000-EXIT
015700     END-IF.
015800     IF BW-FAILED-REQUEST
015900         PERFORM 3000-LIST-FAILED THRU 3000-EXIT
016000         GO TO 2000-EXIT
016100     END-IF.
016200     IF BW-DATE-INPUT IS NOT NUMERIC
016300         DISPLAY 'HELLO0288E RUN DATE MUST BE YYYYMMDD OR F'
016400                 UPON CONSOLE
016500         GO TO 2000-EXIT
016600     END-IF.
016700     PERFORM 4000-LIST-DATE THRU 4000-EXIT.
016800     IF BW-REPORT-COUNT = 0
016900         GO TO 2000-EXIT
017000     END-IF.
017100     MOVE 'N' TO BW-DATE-DONE-SW.
017200     PERFORM 5000-SELECT-REPORT THRU 5000-EXIT
017300             UNTIL BW-DATE-DONE.
017400 2000-EXIT.
017500     EXIT.
017600*****************************************************************
017700*                                                               *
017800*    3000-LIST-FAILED                                           *
017900*    PASSES EVERY HEADER ON THE STORE - THE HEADERS KEY AHEAD   *
018000*    OF THE LINES, SO NO LINE RECORD IS READ - AND LISTS EACH   *
018100*    REPORT WHOSE STEP ENDED RC 8 OR HIGHER OR NEVER REACHED    *
018200*    ITS END.                                                   *
018300*                                                               *
018400*****************************************************************
018500 3000-LIST-FAILED.
018600     MOVE 0   TO BW-SHOWN-COUNT.
018700     MOVE 'N' TO BW-SCAN-EOF-SW.
018800     MOVE 'N' TO BW-NOT-FOUND-SW.
018900     MOVE LOW-VALUES TO RSR-STORE-KEY.
019000     MOVE 'H'        TO RSR-REC-TYPE.
019100     START STORE-FILE KEY >= RSR-STORE-KEY
019200         INVALID KEY
019300             MOVE 'Y' TO BW-NOT-FOUND-SW
019400     END-START.
019500     IF NOT BW-NOT-FOUND
019600         PERFORM 3100-CHECK-NEXT-HEADER THRU 3100-EXIT
019700             UNTIL BW-SCAN-EOF
019800     END-IF.
019900     IF BW-SHOWN-COUNT = 0
020000         DISPLAY 'HELLO0294I NO FAILED OR UNFINISHED REPORTS '
020100                 'ON THE STORE' UPON CONSOLE
020200     ELSE
020300         DISPLAY 'HELLO0295I ' BW-SHOWN-COUNT
020400                 ' FAILED OR UNFINISHED REPORTS LISTED'
020500                 UPON CONSOLE
020600     END-IF.
020700 3000-EXIT.
020800     EXIT.
020900*****************************************************************
021000*                                                               *
021100*    3100-CHECK-NEXT-HEADER                                     *
021200*    READS THE NEXT HEADER AND LISTS IT WHEN ITS STEP FAILED OR *
021300*    DID NOT END.  THE FIRST LINE RECORD ENDS THE SCAN.         *
021400*                                                               *
021500*****************************************************************
021600 3100-CHECK-NEXT-HEADER.
021700     READ STORE-FILE NEXT RECORD
021800         AT END
021900             MOVE 'Y' TO BW-SCAN-EOF-SW
022000     END-READ.
022100     IF BW-SCAN-EOF
022200         GO TO 3100-EXIT
022300     END-IF.
022400     IF NOT RSR-HEADER
022500         MOVE 'Y' TO BW-SCAN-EOF-SW
022600         GO TO 3100-EXIT
022700     END-IF.
022800     IF RSR-HDR-COMPLETE
022900         AND RSR-HDR-STEP-RC < 8
023000         GO TO 3100-EXIT
023100     END-IF.
023200     PERFORM 7000-SET-REPORT-FLAG THRU 7000-EXIT.
023300     DISPLAY RSR-RUN-DATE
023400             ' JOB ' RSR-JOB-ID
023500             ' PROGRAM ' RSR-PROGRAM-ID
023600             ' STARTED ' BW-TIME-EDIT
023700             ' RC ' RSR-HDR-STEP-RC
023800             ' ' BW-FLAG UPON CONSOLE.
023900     ADD 1 TO BW-SHOWN-COUNT.
024000 3100-EXIT.
024100     EXIT.
024200*****************************************************************
024300*                                                               *
024400*    4000-LIST-DATE                                             *
024500*    POSITIONS THE STORE AT THE FIRST HEADER FOR THE RUN DATE   *
024600*    AND LISTS THAT NIGHT'S REPORTS, NUMBERED FOR SELECTION.    *
024700*                                                               *
024800*****************************************************************
024900 4000-LIST-DATE.
025000     MOVE 0             TO BW-REPORT-COUNT.
025100     MOVE 'N'           TO BW-SCAN-EOF-SW.
025200     MOVE 'N'           TO BW-NOT-FOUND-SW.
025300     MOVE BW-DATE-INPUT TO BW-LIST-DATE.
025400     MOVE LOW-VALUES    TO RSR-STORE-KEY.
025500     MOVE 'H'           TO RSR-REC-TYPE.
025600     MOVE BW-LIST-DATE  TO RSR-RUN-DATE.
025700     START STORE-FILE KEY >= RSR-STORE-KEY
025800         INVALID KEY
025900             MOVE 'Y' TO BW-NOT-FOUND-SW
026000     END-START.
026100     IF NOT BW-NOT-FOUND
026200         PERFORM 4100-LIST-NEXT-HEADER THRU 4100-EXIT
026300             UNTIL BW-SCAN-EOF
026400     END-IF.
026500     IF BW-REPORT-COUNT = 0
026600         DISPLAY 'HELLO0289I NO REPORTS ON THE STORE FOR '
026700                 BW-LIST-DATE UPON CONSOLE
026800     END-IF.
026900 4000-EXIT.
027000     EXIT.
027100*****************************************************************
027200*                                                               *
027300*    4100-LIST-NEXT-HEADER                                      *
027400*    READS THE NEXT HEADER, AND WHEN IT IS STILL FOR THE RUN    *
027500*    DATE, TABLES IT AND DISPLAYS IT UNDER ITS SELECTION        *
027600*    NUMBER.  A FULL TABLE ENDS THE LIST WITH A WARNING.        *
027700*                                                               *
027800*****************************************************************
027900 4100-LIST-NEXT-HEADER.
028000     READ STORE-FILE NEXT RECORD
028100         AT END
028200             MOVE 'Y' TO BW-SCAN-EOF-SW
028300     END-READ.
028400     IF BW-SCAN-EOF
028500         GO TO 4100-EXIT
028600     END-IF.
028700     IF NOT RSR-HEADER
028800         OR RSR-RUN-DATE NOT = BW-LIST-DATE
028900         MOVE 'Y' TO BW-SCAN-EOF-SW
029000         GO TO 4100-EXIT
029100     END-IF.
029200     IF BW-REPORT-COUNT NOT < BW-MAX-REPORTS
029300         DISPLAY 'HELLO0290W MORE THAN 50 REPORTS FOR '
029400                 BW-LIST-DATE ' - FIRST 50 LISTED'
029500                 UPON CONSOLE
029600         MOVE 'Y' TO BW-SCAN-EOF-SW
029700         GO TO 4100-EXIT
029800     END-IF.
029900     ADD 1 TO BW-REPORT-COUNT.
030000     MOVE RSR-JOB-ID     TO BW-E-JOB-ID (BW-REPORT-COUNT).
030100     MOVE RSR-PROGRAM-ID TO BW-E-PROGRAM-ID (BW-REPORT-COUNT).
030200     MOVE RSR-RUN-TIME   TO BW-E-RUN-TIME (BW-REPORT-COUNT).
030300     MOVE BW-REPORT-COUNT TO BW-SELECT-INPUT.
030400     PERFORM 7000-SET-REPORT-FLAG THRU 7000-EXIT.
030500     DISPLAY BW-SELECT-INPUT
030600             ' JOB ' RSR-JOB-ID
030700             ' PROGRAM ' RSR-PROGRAM-ID
030800             ' STARTED ' BW-TIME-EDIT
030900             ' RC ' RSR-HDR-STEP-RC
031000             ' LINES ' RSR-HDR-LINE-COUNT
031100             ' ' BW-FLAG UPON CONSOLE.
031200 4100-EXIT.
031300     EXIT.
031400*****************************************************************
031500*                                                               *
031600*    5000-SELECT-REPORT                                         *
031700*    PROMPTS FOR THE NUMBER OF A LISTED REPORT AND BROWSES IT.  *
031800*    0 RETURNS TO THE RUN DATE PROMPT.                          *
031900*                                                               *
032000*****************************************************************
032100 5000-SELECT-REPORT.
032200     DISPLAY 'ENTER REPORT NUMBER TO BROWSE (0 FOR ANOTHER '
032300             'DATE)' UPON CONSOLE.
032400     ACCEPT BW-SELECT-INPUT FROM CONSOLE.
032500     IF BW-SELECT-INPUT IS NOT NUMERIC
032600         DISPLAY 'HELLO0291E REPORT NUMBER MUST BE 1 TO '
032700                 BW-REPORT-COUNT UPON CONSOLE
032800         GO TO 5000-EXIT
032900     END-IF.
033000     IF BW-SELECT-INPUT = 0
033100         MOVE 'Y' TO BW-DATE-DONE-SW
033200         GO TO 5000-EXIT
033300     END-IF.
033400     IF BW-SELECT-INPUT > BW-REPORT-COUNT
033500         DISPLAY 'HELLO0291E REPORT NUMBER MUST BE 1 TO '
033600                 BW-REPORT-COUNT UPON CONSOLE
033700         GO TO 5000-EXIT
033800     END-IF.
033900     MOVE BW-SELECT-INPUT TO BW-REPORT-SUB.
034000     MOVE 1   TO BW-PAGE-NO.
034100     MOVE 'N' TO BW-BROWSE-DONE-SW.
034200     PERFORM 6000-BROWSE-PAGE THRU 6000-EXIT
034300             UNTIL BW-BROWSE-DONE.
034400 5000-EXIT.
034500     EXIT.
034600*****************************************************************
034700*                                                               *
034800*    6000-BROWSE-PAGE                                           *
034900*    DISPLAYS THE CURRENT PAGE OF THE CHOSEN REPORT AND TAKES   *
035000*    THE NEXT PAGING COMMAND - N FORWARD, P BACK, BLANK TO      *
035100*    LEAVE THE REPORT.                                          *
035200*                                                               *
035300*****************************************************************
035400 6000-BROWSE-PAGE.
035500     PERFORM 6100-SHOW-PAGE THRU 6100-EXIT.
035600     IF BW-PAGE-LINES = 0
035700         AND BW-PAGE-NO = 1
035800         DISPLAY 'HELLO0297I REPORT HAS NO LINES ON THE STORE'
035900                 UPON CONSOLE
036000         MOVE 'Y' TO BW-BROWSE-DONE-SW
036100         GO TO 6000-EXIT
036200     END-IF.
036300     DISPLAY 'N NEXT PAGE, P PREVIOUS PAGE, BLANK TO END'
036400             UPON CONSOLE.
036500     ACCEPT BW-PAGE-INPUT FROM CONSOLE.
036600     IF BW-PAGE-INPUT = SPACE
036700         MOVE 'Y' TO BW-BROWSE-DONE-SW
036800         GO TO 6000-EXIT
036900     END-IF.
037000     IF BW-NEXT-PAGE
037100         IF BW-MORE-LINES
037200             ADD 1 TO BW-PAGE-NO
037300         ELSE
037400             DISPLAY 'HELLO0292I LAST PAGE OF THE REPORT'
037500                     UPON CONSOLE
037600         END-IF
037700         GO TO 6000-EXIT
037800     END-IF.
037900     IF BW-PREVIOUS-PAGE
038000         IF BW-PAGE-NO > 1
038100             SUBTRACT 1 FROM BW-PAGE-NO
038200         ELSE
038300             DISPLAY 'HELLO0292I FIRST PAGE OF THE REPORT'
038400                     UPON CONSOLE
038500         END-IF
038600         GO TO 6000-EXIT
038700     END-IF.
038800     DISPLAY 'HELLO0293E ENTER N, P OR BLANK' UPON CONSOLE.
038900 6000-EXIT.
039000     EXIT.
039100*****************************************************************
039200*                                                               *
039300*    6100-SHOW-PAGE                                             *
039400*    POSITIONS THE STORE AT THE FIRST LINE OF THE PAGE AND      *
039500*    DISPLAYS UP TO A PAGE OF LINES, THEN LOOKS ONE LINE AHEAD  *
039600*    SO THE NEXT-PAGE COMMAND KNOWS WHETHER THERE IS MORE.      *
039700*                                                               *
039800*****************************************************************
039900 6100-SHOW-PAGE.
040000     MOVE 0   TO BW-PAGE-LINES.
040100     MOVE 'N' TO BW-MORE-LINES-SW.
040200     MOVE 'N' TO BW-SCAN-EOF-SW.
040300     MOVE 'N' TO BW-NOT-FOUND-SW.
040400     COMPUTE BW-FIRST-LINE =
040500             (BW-PAGE-NO - 1) * BW-PAGE-SIZE + 1.
040600     MOVE 'L'                 TO RSR-REC-TYPE.
040700     MOVE BW-LIST-DATE        TO RSR-RUN-DATE.
040800     MOVE BW-E-JOB-ID (BW-REPORT-SUB)     TO RSR-JOB-ID.
040900     MOVE BW-E-PROGRAM-ID (BW-REPORT-SUB) TO RSR-PROGRAM-ID.
041000     MOVE BW-E-RUN-TIME (BW-REPORT-SUB)   TO RSR-RUN-TIME.
041100     MOVE BW-FIRST-LINE       TO RSR-LINE-NO.
041200     START STORE-FILE KEY >= RSR-STORE-KEY
041300         INVALID KEY
041400             MOVE 'Y' TO BW-NOT-FOUND-SW
041500     END-START.
041600     IF BW-NOT-FOUND
041700         GO TO 6100-EXIT
041800     END-IF.
041900     MOVE BW-E-RUN-TIME (BW-REPORT-SUB) TO BW-TIME-WORK.
042000     MOVE BW-TIME-HH TO BW-EDIT-HH.
042100     MOVE BW-TIME-MM TO BW-EDIT-MM.
042200     MOVE BW-TIME-SS TO BW-EDIT-SS.
042300     DISPLAY '--- ' BW-LIST-DATE
042400             ' JOB ' BW-E-JOB-ID (BW-REPORT-SUB)
042500             ' PROGRAM ' BW-E-PROGRAM-ID (BW-REPORT-SUB)
042600             ' STARTED ' BW-TIME-EDIT
042700             ' PAGE ' BW-PAGE-NO ' ---' UPON CONSOLE.
042800     PERFORM 6200-SHOW-NEXT-LINE THRU 6200-EXIT
042900             UNTIL BW-SCAN-EOF.
043000 6100-EXIT.
043100     EXIT.
043200*****************************************************************
043300*                                                               *
043400*    6200-SHOW-NEXT-LINE                                        *
043500*    READS THE NEXT LINE RECORD AND DISPLAYS IT WHILE IT IS     *
043600*    STILL PART OF THE CHOSEN REPORT AND THE PAGE IS NOT FULL.  *
043700*    A LINE BEYOND A FULL PAGE ONLY SETS THE MORE-LINES SWITCH. *
043800*                                                               *
043900*****************************************************************
044000 6200-SHOW-NEXT-LINE.
044100     READ STORE-FILE NEXT RECORD
044200         AT END
044300             MOVE 'Y' TO BW-SCAN-EOF-SW
044400     END-READ.
044500     IF BW-SCAN-EOF
044600         GO TO 6200-EXIT
044700     END-IF.
044800     IF NOT RSR-LINE
044900         OR RSR-RUN-DATE NOT = BW-LIST-DATE
045000         OR RSR-JOB-ID NOT = BW-E-JOB-ID (BW-REPORT-SUB)
045100         OR RSR-PROGRAM-ID NOT = BW-E-PROGRAM-ID (BW-REPORT-SUB)
045200         OR RSR-RUN-TIME NOT = BW-E-RUN-TIME (BW-REPORT-SUB)
045300         MOVE 'Y' TO BW-SCAN-EOF-SW
045400         GO TO 6200-EXIT
045500     END-IF.
045600     IF BW-PAGE-LINES NOT < BW-PAGE-SIZE
045700         MOVE 'Y' TO BW-MORE-LINES-SW
045800         MOVE 'Y' TO BW-SCAN-EOF-SW
045900         GO TO 6200-EXIT
046000     END-IF.
046100     DISPLAY RSR-LINE-TEXT UPON CONSOLE.
046200     ADD 1 TO BW-PAGE-LINES.
046300 6200-EXIT.
046400     EXIT.
046500*****************************************************************
046600*                                                               *
046700*    7000-SET-REPORT-FLAG                                       *
046800*    SETS THE AT-A-GLANCE FLAG AND THE EDITED START TIME FOR    *
046900*    THE HEADER JUST READ - *NO END* WHEN THE STEP NEVER        *
047000*    CLOSED ITS REPORT, *FAILED* AT RC 8 OR HIGHER, WARNING AT  *
047100*    RC 4.                                                      *
047200*                                                               *
047300*****************************************************************
047400 7000-SET-REPORT-FLAG.
047500     MOVE RSR-RUN-TIME TO BW-TIME-WORK.
047600     MOVE BW-TIME-HH   TO BW-EDIT-HH.
047700     MOVE BW-TIME-MM   TO BW-EDIT-MM.
047800     MOVE BW-TIME-SS   TO BW-EDIT-SS.
047900     MOVE SPACES       TO BW-FLAG.
048000     IF RSR-HDR-RUNNING
048100         MOVE '*NO END*' TO BW-FLAG
048200         GO TO 7000-EXIT
048300     END-IF.
048400     IF RSR-HDR-STEP-RC NOT < 8
048500         MOVE '*FAILED*' TO BW-FLAG
048600         GO TO 7000-EXIT
048700     END-IF.
048800     IF RSR-HDR-STEP-RC NOT < 4
048900         MOVE 'WARNING'  TO BW-FLAG
049000     END-IF.
049100 7000-EXIT.
049200     EXIT.
049300*****************************************************************
049400*                                                               *
049500*    9000-TERMINATE                                             *
049600*    NORMAL END-OF-TRANSACTION HOUSEKEEPING.                    *
049700*                                                               *
049800*****************************************************************
049900 9000-TERMINATE.
050000     CLOSE STORE-FILE.
050100     DISPLAY 'HELLO0296I REPORT BROWSE ENDED' UPON CONSOLE.
050200     MOVE 0 TO RETURN-CODE.
050300 9000-EXIT.
050400     EXIT.
050500 9999-EXIT.
050600     STOP RUN.
