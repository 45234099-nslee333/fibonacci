002800*    DATE       INIT  DESCRIPTION                               *
002900*    -------    ----  ------------------------------------     *
003000*    09/02/26   RMS   ORIGINAL                                  *
003010*    10/15/26   RMS   READS THE HELLOARC ARCHIVE GENERATIONS OF *
003020*                     AUDFILE (AUDARCH) AHEAD OF THE LIVE       *
003030*                     DATASET WHEN ALLOCATED, SO THE TREND CAN  *
003040*                     REACH BACK PAST THE LIVE RETENTION.       *
003050*    10/15/26   RMS   EVERY REPORT LINE IS ALSO FILED ON THE    *
003060*                     KEYED REPORT STORE (RPTSTORE) THROUGH     *
003070*                     HELLORPS, WITH THE STEP RETURN CODE, FOR  *
003080*                     THE HELLOBRW REPORT BROWSE.               *
003090*                     THE JOB ID IS TAKEN FROM THE PARM.        *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
004500     SELECT RPT-FILE         ASSIGN TO REPTFILE
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS TD-RPT-FILE-STATUS.
004710     SELECT AUD-ARCH-FILE    ASSIGN TO AUDARCH
004720                             ORGANIZATION IS LINE SEQUENTIAL
004730                             FILE STATUS IS TD-AUD-ARCH-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200     COPY RPTLINE.
006210 FD  AUD-ARCH-FILE
006220     LABEL RECORDS ARE STANDARD
006230     RECORDING MODE IS F.
006240 01  AUD-ARCH-RECORD             PIC X(87).
006300*
006400 WORKING-STORAGE SECTION.
006500*****************************************************************
007600         88  TD-PARM-EOF                 VALUE 'Y'.
007700     05  TD-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
007800         88  TD-AUDIT-EOF                VALUE 'Y'.
007810     05  TD-AUD-ARCH-STATUS      PIC X(02)   VALUE '00'.
007820         88  TD-AUD-ARCH-OK              VALUE '00'.
007830     05  TD-AUD-ARCH-OPEN-SW     PIC X(01)   VALUE 'N'.
007840         88  TD-AUD-ARCH-OPEN            VALUE 'Y'.
007850     05  TD-AUD-ARCH-MISSING-SW  PIC X(01)   VALUE 'N'.
007860         88  TD-AUD-ARCH-MISSING         VALUE 'Y'.
007900*****************************************************************
008000*    WINDOW, THRESHOLD AND ROLLING-AVERAGE WORK FIELDS          *
008100*****************************************************************
013400     05  FILLER          PIC X(11)   VALUE '  ITER/SEC'.
013500     05  FILLER          PIC X(13)   VALUE '     ROLL AVG'.
013600     05  FILLER          PIC X(20)   VALUE '  FLAG'.
013607*****************************************************************
013614*    REPORT CAPTURE - EVERY PRINT LINE ALSO GOES TO RPTSTORE    *
013621*****************************************************************
013628 01  TD-CAPTURE-FIELDS.
013635     05  TD-SAVE-RC              PIC S9(04)  COMP    VALUE 0.
013642     05  TD-CAPTURE-SW           PIC X(01)   VALUE 'N'.
013649         88  TD-CAPTURE-ON               VALUE 'Y'.
013656     05  TD-CAPTURE-WARNED-SW    PIC X(01)   VALUE 'N'.
013663         88  TD-CAPTURE-WARNED           VALUE 'Y'.
013670     05  TD-CMD-LINE             PIC X(40)   VALUE SPACES.
013677     05  TD-JOB-ID               PIC X(08)   VALUE SPACES.
013684     COPY RPTSLNK.
013700*
013800 PROCEDURE DIVISION.
013900*****************************************************************
015800*                                                               *
015900*****************************************************************
016000 1000-INITIALIZE.
016010     ACCEPT TD-CMD-LINE FROM COMMAND-LINE.
016030     UNSTRING TD-CMD-LINE DELIMITED BY ','
016040         INTO TD-JOB-ID
016060     END-UNSTRING.
016080     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
016100     OPEN INPUT PARM-FILE.
016200     IF NOT TD-PARM-FILE-OK
016300         DISPLAY 'HELLO0166E TRDPARM NOT FOUND/UNAVAILABLE - '
019700     END-IF.
019800     INITIALIZE RPT-LINE.
019900     MOVE 'HELLO RUN-DURATION TREND REPORT' TO RPT-TEXT.
020000     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
020100     INITIALIZE RPT-LINE.
020200     MOVE ALL '-' TO RPT-TEXT.
020300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
020400 1000-EXIT.
020500     EXIT.
020600*****************************************************************
022000         CLOSE RPT-FILE
022100         GO TO 8000-ABEND-EXIT
022200     END-IF.
022210     PERFORM 2050-OPEN-ARCHIVE THRU 2050-EXIT.
022300     PERFORM 2100-COLLECT-ONE-AUDIT THRU 2100-EXIT
022400         UNTIL TD-AUDIT-EOF.
022500     CLOSE AUDIT-FILE.
022600 2000-EXIT.
022700     EXIT.
022702*****************************************************************
022704*                                                               *
022706*    2050-OPEN-ARCHIVE                                          *
022708*    OPENS THE AUDFILE ARCHIVE GENERATIONS FOR THIS PASS.  THEY *
022710*    ARE OPTIONAL - WHEN NONE ARE ALLOCATED THE REPORT COVERS   *
022712*    THE LIVE DATASET ONLY, AND THE NOTE IS GIVEN ONCE.         *
022714*                                                               *
022716*****************************************************************
022718 2050-OPEN-ARCHIVE.
022720     MOVE 'N' TO TD-AUD-ARCH-OPEN-SW.
022722     IF TD-AUD-ARCH-MISSING
022724         GO TO 2050-EXIT
022726     END-IF.
022728     OPEN INPUT AUD-ARCH-FILE.
022730     IF TD-AUD-ARCH-OK
022732         MOVE 'Y' TO TD-AUD-ARCH-OPEN-SW
022734     ELSE
022736         MOVE 'Y' TO TD-AUD-ARCH-MISSING-SW
022738         DISPLAY 'HELLO0213I NO AUDFILE ARCHIVE ALLOCATED - '
022740                 'LIVE RECORDS ONLY'
022742     END-IF.
022744 2050-EXIT.
022746     EXIT.
022748*****************************************************************
022750*                                                               *
022752*    2060-READ-AUDIT-RECORD                                     *
022754*    READS THE NEXT AUDIT RECORD FROM THE ARCHIVE GENERATIONS   *
022756*    WHILE ANY REMAIN, THEN FROM THE LIVE AUDFILE.  THE         *
022758*    ARCHIVE HOLDS ONLY RECORDS OLDER THAN ANY STILL LIVE, SO   *
022760*    RUN ORDER IS PRESERVED.                                    *
022762*                                                               *
022764*****************************************************************
022766 2060-READ-AUDIT-RECORD.
022768     IF TD-AUD-ARCH-OPEN
022770         READ AUD-ARCH-FILE INTO AUDIT-RECORD
022772             AT END
022774                 MOVE 'N' TO TD-AUD-ARCH-OPEN-SW
022776                 CLOSE AUD-ARCH-FILE
022778         END-READ
022780         IF TD-AUD-ARCH-OPEN
022782             GO TO 2060-EXIT
022784         END-IF
022786     END-IF.
022788     READ AUDIT-FILE
022790         AT END
022792             MOVE 'Y' TO TD-AUDIT-EOF-SW
022794     END-READ.
022796 2060-EXIT.
022798     EXIT.
022800*****************************************************************
022900*                                                               *
023000*    2100-COLLECT-ONE-AUDIT                                     *
023300*                                                               *
023400*****************************************************************
023500 2100-COLLECT-ONE-AUDIT.
023600     PERFORM 2060-READ-AUDIT-RECORD THRU 2060-EXIT.
024000     IF TD-AUDIT-EOF
024100         GO TO 2100-EXIT
024200     END-IF.
025300                 'AUDFILE - ABORT'
025400         MOVE 32 TO RETURN-CODE
025500         CLOSE AUDIT-FILE
025550         IF TD-AUD-ARCH-OPEN
025560             CLOSE AUD-ARCH-FILE
025570         END-IF
025600         CLOSE RPT-FILE
025700         GO TO 8000-ABEND-EXIT
025800     END-IF.
030400     STRING ' SEQUENCE ' TD-CURRENT-SEQ-ID
030500         DELIMITED BY SIZE INTO RPT-TEXT
030600     END-STRING.
030700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
030800     INITIALIZE RPT-LINE.
030900     MOVE TD-COLUMN-HEAD-LINE TO RPT-TEXT.
031000     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
031100     MOVE 'N' TO TD-AUDIT-EOF-SW.
031200     OPEN INPUT AUDIT-FILE.
031300     IF NOT TD-AUDIT-FILE-OK
031600         CLOSE RPT-FILE
031700         GO TO 8000-ABEND-EXIT
031800     END-IF.
031850     PERFORM 2050-OPEN-ARCHIVE THRU 2050-EXIT.
031900     PERFORM 3100-REPORT-ONE-RUN THRU 3100-EXIT
032000         UNTIL TD-AUDIT-EOF.
032100     CLOSE AUDIT-FILE.
033200*                                                               *
033300*****************************************************************
033400 3100-REPORT-ONE-RUN.
033500     PERFORM 2060-READ-AUDIT-RECORD THRU 2060-EXIT.
033900     IF TD-AUDIT-EOF
034000         GO TO 3100-EXIT
034100     END-IF.
037100     END-IF.
037200     INITIALIZE RPT-LINE.
037300     MOVE TD-RUN-DETAIL-LINE TO RPT-TEXT.
037400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
037500     ADD 1 TO TD-RUNS-SHOWN.
037600     PERFORM 3200-ROLL-THE-WINDOW THRU 3200-EXIT.
037700 3100-EXIT.
040600 9000-TERMINATE.
040700     INITIALIZE RPT-LINE.
040800     MOVE ALL '-' TO RPT-TEXT.
040900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
041000     INITIALIZE RPT-LINE.
041100     MOVE 'RUNS REPORTED' TO RPT-LABEL.
041200     MOVE TD-RUNS-SHOWN TO RPT-VALUE.
041300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
041400     INITIALIZE RPT-LINE.
041500     MOVE 'RUNS FLAGGED SLOW' TO RPT-LABEL.
041600     MOVE TD-SLOW-COUNT TO RPT-VALUE.
041700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
041800     CLOSE RPT-FILE.
041900     IF TD-RUNS-SHOWN = 0
042000         DISPLAY 'HELLO0172W NO REPORTABLE RUNS ON AUDFILE - '
042500     MOVE 0 TO RETURN-CODE.
042600 9000-EXIT.
042700     EXIT.
042701*****************************************************************
042702*                                                               *
042703*    7800-WRITE-REPORT-LINE                                     *
042704*    PRINTS THE REPORT LINE JUST BUILT AND FILES THE SAME LINE  *
042705*    ON THE REPORT STORE THROUGH HELLORPS.                      *
042706*                                                               *
042707*****************************************************************
042708 7800-WRITE-REPORT-LINE.
042709     WRITE RPT-LINE.
042710     IF NOT TD-CAPTURE-ON
042711         GO TO 7800-EXIT
042712     END-IF.
042713     MOVE 'W'              TO RSL-FUNCTION.
042714     MOVE RPT-TEXT         TO RSL-LINE-TEXT.
042715     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
042716 7800-EXIT.
042717     EXIT.
042718*****************************************************************
042719*                                                               *
042720*    7810-START-REPORT-CAPTURE                                  *
042721*    OPENS THIS STEP'S REPORT ON THE REPORT STORE, FILED UNDER  *
042722*    THE JOB, THIS PROGRAM AND TODAY'S DATE.  THE HEADER IS     *
042723*    WRITTEN NOW SO A STEP THAT NEVER ENDS STILL SHOWS IN THE   *
042724*    HELLOBRW BROWSE.                                           *
042725*                                                               *
042726*****************************************************************
042727 7810-START-REPORT-CAPTURE.
042728     INITIALIZE REPORT-STORE-AREA.
042729     MOVE 'O'              TO RSL-FUNCTION.
042730     MOVE TD-JOB-ID        TO RSL-JOB-ID.
042731     IF RSL-JOB-ID = SPACES
042732         MOVE 'HELLOTRD' TO RSL-JOB-ID
042733     END-IF.
042734     MOVE 'HELLOTRD'       TO RSL-PROGRAM-ID.
042735     MOVE SPACES           TO RSL-RUN-DATE.
042736     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
042737     IF RSL-RC-OK
042738         MOVE 'Y' TO TD-CAPTURE-SW
042739     END-IF.
042740 7810-EXIT.
042741     EXIT.
042742*****************************************************************
042743*                                                               *
042744*    7820-END-REPORT-CAPTURE                                    *
042745*    CLOSES THIS STEP'S REPORT ON THE REPORT STORE WITH THE     *
042746*    STEP RETURN CODE, SO THE BROWSE SHOWS HOW THE STEP ENDED.  *
042747*                                                               *
042748*****************************************************************
042749 7820-END-REPORT-CAPTURE.
042750     IF NOT TD-CAPTURE-ON
042751         GO TO 7820-EXIT
042752     END-IF.
042753     MOVE 'C'              TO RSL-FUNCTION.
042754     MOVE RETURN-CODE      TO RSL-STEP-RC.
042755     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
042756     MOVE 'N' TO TD-CAPTURE-SW.
042757 7820-EXIT.
042758     EXIT.
042759*****************************************************************
042760*                                                               *
042761*    7830-CALL-REPORT-STORE                                     *
042762*    CALLS HELLORPS, KEEPING THE STEP RETURN CODE ACROSS THE    *
042763*    CALL.  A REPORT-STORE PROBLEM IS WARNED ONCE AND NEVER     *
042764*    CHANGES THE STEP RETURN CODE - THE REPORT HAS STILL GONE   *
042765*    TO SYSOUT.                                                 *
042766*                                                               *
042767*****************************************************************
042768 7830-CALL-REPORT-STORE.
042769     MOVE RETURN-CODE      TO TD-SAVE-RC.
042770     CALL 'HELLORPS' USING REPORT-STORE-AREA.
042771     MOVE TD-SAVE-RC        TO RETURN-CODE.
042772     IF RSL-RC-OK
042773         OR TD-CAPTURE-WARNED
042774         GO TO 7830-EXIT
042775     END-IF.
042776     DISPLAY 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
042777             'RC ' RSL-RETURN-CODE
042778             ' STATUS ' RSL-FILE-STATUS.
042779     MOVE 'Y' TO TD-CAPTURE-WARNED-SW.
042780 7830-EXIT.
042781     EXIT.
042800*****************************************************************
042900*                                                               *
043000*    8000-ABEND-EXIT                                            *
043600 8000-ABEND-EXIT.
043700     GO TO 9999-EXIT.
043800 9999-EXIT.
043850     PERFORM 7820-END-REPORT-CAPTURE THRU 7820-EXIT.
043900     STOP RUN.
