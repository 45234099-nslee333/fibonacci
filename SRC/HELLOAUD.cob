003140*                     DEFINITION THEY BELONG TO.                *
003150*    06/24/26   RMS   FLAG L-STATUS (INTERLOCK LOCKOUT) RUNS    *
003160*                     ON THE RUN DETAIL LINE.                   *
003170*    10/15/26   RMS   READS THE HELLOARC ARCHIVE GENERATIONS OF *
003175*                     AUDFILE AND PARMLOG (AUDARCH/LOGARCH)     *
003180*                     AHEAD OF THE LIVE DATASETS WHEN THEY ARE  *
003185*                     ALLOCATED, SO A DATE RANGE OLDER THAN THE *
003190*                     LIVE RETENTION NEEDS NO RESTORE.          *
003192*    10/15/26   RMS   FLAGS A NON-PROCESSING-DAY SKIP RECORD    *
003194*                     *SKIP* ON THE RUN DETAIL LINE.            *
003196*    10/15/26   RMS   LOGARCH RECORD 215 TO 279 FOR THE         *
003200*                     DEFINITION OWNER FIELDS ON PARMLOG.       *
003220*    10/15/26   RMS   EVERY REPORT LINE IS ALSO FILED ON THE    *
003230*                     KEYED REPORT STORE (RPTSTORE) THROUGH     *
003240*                     HELLORPS, WITH THE STEP RETURN CODE, FOR  *
003260*                     THE HELLOBRW REPORT BROWSE.               *
003270*                     THE JOB ID IS TAKEN FROM THE PARM.        *
003280*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004900     SELECT RPT-FILE         ASSIGN TO REPTFILE
005000                             ORGANIZATION IS LINE SEQUENTIAL
005100                             FILE STATUS IS AU-RPT-FILE-STATUS.
005110     SELECT AUD-ARCH-FILE    ASSIGN TO AUDARCH
005120                             ORGANIZATION IS LINE SEQUENTIAL
005130                             FILE STATUS IS AU-AUD-ARCH-STATUS.
005140     SELECT LOG-ARCH-FILE    ASSIGN TO LOGARCH
005150                             ORGANIZATION IS LINE SEQUENTIAL
005160                             FILE STATUS IS AU-LOG-ARCH-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000     COPY RPTLINE.
007010 FD  AUD-ARCH-FILE
007020     LABEL RECORDS ARE STANDARD
007030     RECORDING MODE IS F.
007040 01  AUD-ARCH-RECORD             PIC X(87).
007050 FD  LOG-ARCH-FILE
007060     LABEL RECORDS ARE STANDARD
007070     RECORDING MODE IS F.
007080 01  LOG-ARCH-RECORD             PIC X(279).
007100*
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
008800         88  AU-PARM-FILE-OK             VALUE '00'.
008900     05  AU-RPT-FILE-STATUS      PIC X(02)   VALUE '00'.
009000         88  AU-RPT-FILE-OK              VALUE '00'.
009010     05  AU-AUD-ARCH-STATUS      PIC X(02)   VALUE '00'.
009020         88  AU-AUD-ARCH-OK              VALUE '00'.
009030     05  AU-LOG-ARCH-STATUS      PIC X(02)   VALUE '00'.
009040         88  AU-LOG-ARCH-OK              VALUE '00'.
009050     05  AU-AUD-ARCH-OPEN-SW     PIC X(01)   VALUE 'N'.
009060         88  AU-AUD-ARCH-OPEN            VALUE 'Y'.
009070     05  AU-LOG-ARCH-OPEN-SW     PIC X(01)   VALUE 'N'.
009080         88  AU-LOG-ARCH-OPEN            VALUE 'Y'.
009100*****************************************************************
009200*    SELECTION RANGE AND MATCH KEYS                             *
009300*****************************************************************
015800     05  FILLER                  PIC X(12)   VALUE ' ITERATIONS '.
015900     05  AU-DAY-ITERS            PIC -(08)9.
016000     05  FILLER                  PIC X(23)   VALUE SPACES.
016007*****************************************************************
016014*    REPORT CAPTURE - EVERY PRINT LINE ALSO GOES TO RPTSTORE    *
016021*****************************************************************
016028 01  AU-CAPTURE-FIELDS.
016035     05  AU-SAVE-RC              PIC S9(04)  COMP    VALUE 0.
016042     05  AU-CAPTURE-SW           PIC X(01)   VALUE 'N'.
016049         88  AU-CAPTURE-ON               VALUE 'Y'.
016056     05  AU-CAPTURE-WARNED-SW    PIC X(01)   VALUE 'N'.
016063         88  AU-CAPTURE-WARNED           VALUE 'Y'.
016070     05  AU-CMD-LINE             PIC X(40)   VALUE SPACES.
016077     05  AU-JOB-ID               PIC X(08)   VALUE SPACES.
016084     COPY RPTSLNK.
016100*
016200 PROCEDURE DIVISION.
016300*****************************************************************
017900*    AUDIT, MAINTENANCE-LOG AND REPORT FILES, PRINTS THE        *
018000*    HEADING AND PRIMES THE TWO-FILE MATCH.  A MISSING PARMLOG  *
018100*    IS NOT AN ERROR - THE REPORT SIMPLY SHOWS RUNS ONLY.       *
018110*    THE ARCHIVE GENERATIONS ARE OPTIONAL TOO - WITHOUT THEM    *
018120*    THE REPORT COVERS WHAT IS STILL ON THE LIVE DATASETS.      *
018200*                                                               *
018300*****************************************************************
018400 1000-INITIALIZE.
018410     ACCEPT AU-CMD-LINE FROM COMMAND-LINE.
018430     UNSTRING AU-CMD-LINE DELIMITED BY ','
018440         INTO AU-JOB-ID
018460     END-UNSTRING.
018480     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
018500     OPEN INPUT PARM-FILE.
018600     IF NOT AU-PARM-FILE-OK
018700         DISPLAY 'HELLO0035E AUDPARM NOT FOUND/UNAVAILABLE - '
021250         DISPLAY 'HELLO0040W PARMLOG NOT FOUND - RUNS ONLY'
021300         MOVE 'Y' TO AU-LOG-EOF-SW
021400     END-IF.
021410     OPEN INPUT AUD-ARCH-FILE.
021420     IF AU-AUD-ARCH-OK
021430         MOVE 'Y' TO AU-AUD-ARCH-OPEN-SW
021440     ELSE
021450         DISPLAY 'HELLO0213I NO AUDFILE ARCHIVE ALLOCATED - '
021460                 'LIVE RECORDS ONLY'
021470     END-IF.
021475     IF AU-LOG-OPENED
021480         OPEN INPUT LOG-ARCH-FILE
021485         IF AU-LOG-ARCH-OK
021490             MOVE 'Y' TO AU-LOG-ARCH-OPEN-SW
021492         ELSE
021494             DISPLAY 'HELLO0214I NO PARMLOG ARCHIVE ALLOCATED - '
021496                     'LIVE RECORDS ONLY'
021498         END-IF
021499     END-IF.
021500     OPEN OUTPUT RPT-FILE.
021600     IF NOT AU-RPT-FILE-OK
021700         DISPLAY 'HELLO0038E REPTFILE OPEN FAILED - ABORT'
021950         IF AU-LOG-OPENED
021960             CLOSE LOG-FILE
021970         END-IF
021980         PERFORM 9100-CLOSE-ARCHIVES THRU 9100-EXIT
022000         GO TO 8000-ABEND-EXIT
022100     END-IF.
022200     PERFORM 1300-WRITE-HEADING THRU 1300-EXIT.
026200 1300-WRITE-HEADING.
026300     INITIALIZE RPT-LINE.
026400     MOVE 'HELLO RUN HISTORY REPORT' TO RPT-TEXT.
026500     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
026600     INITIALIZE RPT-LINE.
026700     STRING ' FROM ' AU-FROM-DATE ' THRU ' AU-TO-DATE
026800         DELIMITED BY SIZE INTO RPT-TEXT
026900     END-STRING.
027000     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
027100     INITIALIZE RPT-LINE.
027200     MOVE ALL '-' TO RPT-TEXT.
027300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
027400 1300-EXIT.
027500     EXIT.
027600*****************************************************************
027900*    READS AUDFILE FORWARD TO THE NEXT RECORD INSIDE THE        *
028000*    SELECTED DATE RANGE, SETTING EOF WHEN NONE REMAIN.         *
028100*    RECORDS OUTSIDE THE RANGE ARE SKIPPED, NOT REPORTED.       *
028110*    THE ARCHIVE GENERATIONS ARE READ FIRST - THEY HOLD ONLY    *
028120*    RECORDS OLDER THAN ANY STILL LIVE, SO TIME ORDER HOLDS.    *
028200*                                                               *
028300*****************************************************************
028400 1400-READ-NEXT-AUDIT.
028500     PERFORM 1410-READ-AUDIT-RECORD THRU 1410-EXIT.
028900     IF AU-AUDIT-EOF
029000         GO TO 1400-EXIT
029100     END-IF.
029700     MOVE AUDIT-RUN-TIME TO AU-AUDIT-KEY-TIME.
029800 1400-EXIT.
029900     EXIT.
029904*****************************************************************
029908*                                                               *
029912*    1410-READ-AUDIT-RECORD                                     *
029916*    READS THE NEXT AUDIT RECORD FROM THE ARCHIVE GENERATIONS   *
029920*    WHILE ANY REMAIN, THEN FROM THE LIVE AUDFILE.              *
029924*                                                               *
029928*****************************************************************
029932 1410-READ-AUDIT-RECORD.
029936     IF AU-AUD-ARCH-OPEN
029940         READ AUD-ARCH-FILE INTO AUDIT-RECORD
029944             AT END
029948                 MOVE 'N' TO AU-AUD-ARCH-OPEN-SW
029952                 CLOSE AUD-ARCH-FILE
029956         END-READ
029960         IF AU-AUD-ARCH-OPEN
029964             GO TO 1410-EXIT
029968         END-IF
029972     END-IF.
029976     READ AUDIT-FILE
029980         AT END
029984             MOVE 'Y' TO AU-AUDIT-EOF-SW
029988     END-READ.
029992 1410-EXIT.
029996     EXIT.
030000*****************************************************************
030100*                                                               *
030200*    1500-READ-NEXT-LOG                                         *
030800     IF AU-LOG-EOF
030900         GO TO 1500-EXIT
031000     END-IF.
031100     PERFORM 1510-READ-LOG-RECORD THRU 1510-EXIT.
031500     IF AU-LOG-EOF
031600         GO TO 1500-EXIT
031700     END-IF.
032300     MOVE MLOG-RUN-TIME TO AU-LOG-KEY-TIME.
032400 1500-EXIT.
032500     EXIT.
032510*****************************************************************
032520*                                                               *
032530*    1510-READ-LOG-RECORD                                       *
032540*    AS 1410, FOR THE PARMLOG ARCHIVE AND LIVE DATASET.         *
032550*                                                               *
032560*****************************************************************
032570 1510-READ-LOG-RECORD.
032572     IF AU-LOG-ARCH-OPEN
032574         READ LOG-ARCH-FILE INTO MAINT-LOG-RECORD
032576             AT END
032578                 MOVE 'N' TO AU-LOG-ARCH-OPEN-SW
032580                 CLOSE LOG-ARCH-FILE
032582         END-READ
032584         IF AU-LOG-ARCH-OPEN
032586             GO TO 1510-EXIT
032588         END-IF
032590     END-IF.
032592     READ LOG-FILE
032594         AT END
032596             MOVE 'Y' TO AU-LOG-EOF-SW
032597     END-READ.
032598 1510-EXIT.
032599     EXIT.
032600*****************************************************************
032700*                                                               *
032800*    2000-REPORT-NEXT-EVENT                                     *
037150         IF AUDIT-STATUS-LOCKOUT
037160             MOVE '*LOCK* '      TO AU-DET-ERROR-FLAG
037170         ELSE
037180             IF AUDIT-STATUS-NON-PROCESSING
037190                 MOVE '*SKIP* '  TO AU-DET-ERROR-FLAG
037195             ELSE
037200                 MOVE SPACES     TO AU-DET-ERROR-FLAG
037210             END-IF
037250         END-IF
037300     END-IF.
037400     INITIALIZE RPT-LINE.
037500     MOVE AU-RUN-DETAIL-LINE     TO RPT-TEXT.
037600     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
037700     ADD 1                       TO AU-DAY-RUN-COUNT.
037800     ADD 1                       TO AU-TOT-RUN-COUNT.
037900     ADD AUDIT-ITER-COUNT        TO AU-DAY-ITER-COUNT.
039900     MOVE MLOG-NEW-MODE-FLAG     TO AU-CHG-NEW-MODE.
040000     INITIALIZE RPT-LINE.
040100     MOVE AU-CHANGE-DETAIL-LINE  TO RPT-TEXT.
040200     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
040300     ADD 1                       TO AU-TOT-CHANGE-COUNT.
040400     PERFORM 1500-READ-NEXT-LOG THRU 1500-EXIT.
040500 2200-EXIT.
045300     MOVE AU-DAY-ITER-COUNT      TO AU-DAY-ITERS.
045400     INITIALIZE RPT-LINE.
045500     MOVE AU-DAY-TOTAL-LINE      TO RPT-TEXT.
045600     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
045700     MOVE 0                      TO AU-DAY-RUN-COUNT.
045800     MOVE 0                      TO AU-DAY-ITER-COUNT.
045900 2400-EXIT.
047100     END-IF.
047200     INITIALIZE RPT-LINE.
047300     MOVE ALL '-' TO RPT-TEXT.
047400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
047500     INITIALIZE RPT-LINE.
047600     MOVE 'TOTAL RUNS REPORTED' TO RPT-LABEL.
047700     MOVE AU-TOT-RUN-COUNT TO RPT-VALUE.
047800     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
047900     INITIALIZE RPT-LINE.
048000     MOVE 'TOTAL RUNS IN ERROR' TO RPT-LABEL.
048100     MOVE AU-TOT-ERROR-COUNT TO RPT-VALUE.
048200     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
048300     INITIALIZE RPT-LINE.
048400     MOVE 'TOTAL ITERATIONS' TO RPT-LABEL.
048500     MOVE AU-TOT-ITER-COUNT TO RPT-VALUE.
048600     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
048700     INITIALIZE RPT-LINE.
048800     MOVE 'TOTAL PARAMETER CHANGES' TO RPT-LABEL.
048900     MOVE AU-TOT-CHANGE-COUNT TO RPT-VALUE.
049000     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
049100     CLOSE AUDIT-FILE.
049200     IF AU-LOG-OPENED
049300         CLOSE LOG-FILE
049400     END-IF.
049500     CLOSE RPT-FILE.
049510     PERFORM 9100-CLOSE-ARCHIVES THRU 9100-EXIT.
049600     DISPLAY 'HELLO0039I HELLOAUD REPORT COMPLETE'.
049700     MOVE 0 TO RETURN-CODE.
049800 9000-EXIT.
049900     EXIT.
049901*****************************************************************
049902*                                                               *
049903*    9100-CLOSE-ARCHIVES                                        *
049904*    CLOSES WHICHEVER ARCHIVE GENERATIONS ARE STILL OPEN.       *
049905*                                                               *
049906*****************************************************************
049907 9100-CLOSE-ARCHIVES.
049908     IF AU-AUD-ARCH-OPEN
049909         CLOSE AUD-ARCH-FILE
049910         MOVE 'N' TO AU-AUD-ARCH-OPEN-SW
049911     END-IF.
049912     IF AU-LOG-ARCH-OPEN
049913         CLOSE LOG-ARCH-FILE
049914         MOVE 'N' TO AU-LOG-ARCH-OPEN-SW
049915     END-IF.
049916 9100-EXIT.
049917     EXIT.
049918*****************************************************************
049919*                                                               *
049920*    7800-WRITE-REPORT-LINE                                     *
049921*    PRINTS THE REPORT LINE JUST BUILT AND FILES THE SAME LINE  *
049922*    ON THE REPORT STORE THROUGH HELLORPS.                      *
049923*                                                               *
049924*****************************************************************
049925 7800-WRITE-REPORT-LINE.
049926     WRITE RPT-LINE.
049927     IF NOT AU-CAPTURE-ON
049928         GO TO 7800-EXIT
049929     END-IF.
049930     MOVE 'W'              TO RSL-FUNCTION.
049931     MOVE RPT-TEXT         TO RSL-LINE-TEXT.
049932     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
049933 7800-EXIT.
049934     EXIT.
049935*****************************************************************
049936*                                                               *
049937*    7810-START-REPORT-CAPTURE                                  *
049938*    OPENS THIS STEP'S REPORT ON THE REPORT STORE, FILED UNDER  *
049939*    THE JOB, THIS PROGRAM AND TODAY'S DATE.  THE HEADER IS     *
049940*    WRITTEN NOW SO A STEP THAT NEVER ENDS STILL SHOWS IN THE   *
049941*    HELLOBRW BROWSE.                                           *
049942*                                                               *
049943*****************************************************************
049944 7810-START-REPORT-CAPTURE.
049945     INITIALIZE REPORT-STORE-AREA.
049946     MOVE 'O'              TO RSL-FUNCTION.
049947     MOVE AU-JOB-ID        TO RSL-JOB-ID.
049948     IF RSL-JOB-ID = SPACES
049949         MOVE 'HELLOAUD' TO RSL-JOB-ID
049950     END-IF.
049951     MOVE 'HELLOAUD'       TO RSL-PROGRAM-ID.
049952     MOVE SPACES           TO RSL-RUN-DATE.
049953     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
049954     IF RSL-RC-OK
049955         MOVE 'Y' TO AU-CAPTURE-SW
049956     END-IF.
049957 7810-EXIT.
049958     EXIT.
049959*****************************************************************
049960*                                                               *
049961*    7820-END-REPORT-CAPTURE                                    *
049962*    CLOSES THIS STEP'S REPORT ON THE REPORT STORE WITH THE     *
049963*    STEP RETURN CODE, SO THE BROWSE SHOWS HOW THE STEP ENDED.  *
049964*                                                               *
049965*****************************************************************
049966 7820-END-REPORT-CAPTURE.
049967     IF NOT AU-CAPTURE-ON
049968         GO TO 7820-EXIT
049969     END-IF.
049970     MOVE 'C'              TO RSL-FUNCTION.
049971     MOVE RETURN-CODE      TO RSL-STEP-RC.
049972     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
049973     MOVE 'N' TO AU-CAPTURE-SW.
049974 7820-EXIT.
049975     EXIT.
049976*****************************************************************
049977*                                                               *
049978*    7830-CALL-REPORT-STORE                                     *
049979*    CALLS HELLORPS, KEEPING THE STEP RETURN CODE ACROSS THE    *
049980*    CALL.  A REPORT-STORE PROBLEM IS WARNED ONCE AND NEVER     *
049981*    CHANGES THE STEP RETURN CODE - THE REPORT HAS STILL GONE   *
049982*    TO SYSOUT.                                                 *
049983*                                                               *
049984*****************************************************************
049985 7830-CALL-REPORT-STORE.
049986     MOVE RETURN-CODE      TO AU-SAVE-RC.
049987     CALL 'HELLORPS' USING REPORT-STORE-AREA.
049988     MOVE AU-SAVE-RC        TO RETURN-CODE.
049989     IF RSL-RC-OK
049990         OR AU-CAPTURE-WARNED
049991         GO TO 7830-EXIT
049992     END-IF.
049993     DISPLAY 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
049994             'RC ' RSL-RETURN-CODE
049995             ' STATUS ' RSL-FILE-STATUS.
049996     MOVE 'Y' TO AU-CAPTURE-WARNED-SW.
049997 7830-EXIT.
049998     EXIT.
050000*****************************************************************
050100*                                                               *
050200*    8000-ABEND-EXIT                                            *
050800 8000-ABEND-EXIT.
050900     GO TO 9999-EXIT.
051000 9999-EXIT.
051050     PERFORM 7820-END-REPORT-CAPTURE THRU 7820-EXIT.
051100     STOP RUN.
