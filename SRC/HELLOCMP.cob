003400*    DATE       INIT  DESCRIPTION                               *
003500*    -------    ----  ------------------------------------     *
003600*    09/02/26   RMS   ORIGINAL                                  *
003610*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
003620*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
003630*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
003640*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
003650*    10/15/26   RMS   EVERY REPORT LINE IS ALSO FILED ON THE    *
003660*                     KEYED REPORT STORE (RPTSTORE) THROUGH     *
003670*                     HELLORPS, WITH THE STEP RETURN CODE, FOR  *
003680*                     THE HELLOBRW REPORT BROWSE.               *
003685*    10/15/26   RMS   AN OPTIONAL RUN-DATE PARM TOKEN FILES     *
003690*                     THE REPORT UNDER A HELLOCU CATCH-UP DAY   *
003695*                     (BAD DATE RC=28).                         *
003700*                                                               *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
005100     SELECT RPT-FILE         ASSIGN TO REPTFILE
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS IS CP-RPT-FILE-STATUS.
005310     SELECT ALERT-FILE       ASSIGN TO ALERTS
005320                             ORGANIZATION IS LINE SEQUENTIAL
005330                             FILE STATUS IS CP-ALERT-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800     COPY RPTLINE.
006810 FD  ALERT-FILE
006820     LABEL RECORDS ARE STANDARD
006830     RECORDING MODE IS F.
006840     COPY ALERTREC.
006900*
007000 WORKING-STORAGE SECTION.
007100*****************************************************************
013200     05  FILLER                  PIC X(05)   VALUE ' NEW '.
013300     05  CP-VAL-NEW              PIC -(30)9.
013400     05  FILLER                  PIC X(08)   VALUE SPACES.
013405*****************************************************************
013410*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
013415*****************************************************************
013420 01  CP-ALERT-FIELDS.
013425     05  CP-ALERT-STATUS         PIC X(02)   VALUE '00'.
013430         88  CP-ALERT-OK                 VALUE '00'.
013435     05  CP-ALERT-LINE                       VALUE SPACES.
013440         10  CP-ALERT-MSG-ID.
013445             15  FILLER          PIC X(09).
013450             15  CP-ALERT-SEVERITY PIC X(01).
013455         10  FILLER              PIC X(01).
013460         10  CP-ALERT-TEXT       PIC X(80).
013465     05  CP-CMD-LINE             PIC X(40)   VALUE SPACES.
013470     05  CP-JOB-ID               PIC X(08)   VALUE SPACES.
013471     05  CP-RUN-DATE             PIC X(08)   VALUE SPACES.
013472     05  CP-RUN-DATE-PARM        PIC X(08)   VALUE SPACES.
013473     05  CP-RUN-DATE-PARM-9      REDEFINES CP-RUN-DATE-PARM
013474                                 PIC 9(08).
013475     05  CP-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
013480     05  CP-ALERT-NUM-1          PIC -(9)9.
013481*****************************************************************
013482*    REPORT CAPTURE - EVERY PRINT LINE ALSO GOES TO RPTSTORE    *
013483*****************************************************************
013484 01  CP-CAPTURE-FIELDS.
013485     05  CP-SAVE-RC              PIC S9(04)  COMP    VALUE 0.
013486     05  CP-CAPTURE-SW           PIC X(01)   VALUE 'N'.
013487         88  CP-CAPTURE-ON               VALUE 'Y'.
013488     05  CP-CAPTURE-WARNED-SW    PIC X(01)   VALUE 'N'.
013489         88  CP-CAPTURE-WARNED           VALUE 'Y'.
013490     COPY RPTSLNK.
013500*
013600 PROCEDURE DIVISION.
013700*****************************************************************
015700*                                                               *
015800*****************************************************************
015900 1000-INITIALIZE.
015910     ACCEPT CP-CMD-LINE FROM COMMAND-LINE.
015920     UNSTRING CP-CMD-LINE DELIMITED BY ','
015930         INTO CP-JOB-ID, CP-RUN-DATE-PARM
015940     END-UNSTRING.
015946     ACCEPT CP-RUN-DATE FROM DATE YYYYMMDD.
015952     IF CP-RUN-DATE-PARM NOT = SPACES
015958         PERFORM 1020-EDIT-RUN-DATE THRU 1020-EXIT
015964     END-IF.
015970     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
016000     OPEN INPUT IN-FILE.
016100     IF NOT CP-IN-FILE-OK
016200         DISPLAY 'HELLO0120E OUTFILE OPEN FAILED - ABORT'
016210         STRING 'HELLO0120E OUTFILE OPEN FAILED - ABORT'
016220             DELIMITED BY SIZE INTO CP-ALERT-LINE
016230         END-STRING
016240         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
016300         MOVE 16 TO RETURN-CODE
016400         GO TO 8000-ABEND-EXIT
016500     END-IF.
016700     IF CP-NO-PRIOR
016800         DISPLAY 'HELLO0122W NO PRIOR HISTORY RUN TO COMPARE '
016900                 'AGAINST - FIRST COMPARABLE NIGHT'
016910         STRING 'HELLO0122W NO PRIOR HISTORY RUN TO COMPARE '
016920                'AGAINST - FIRST COMPARABLE NIGHT'
016930             DELIMITED BY SIZE INTO CP-ALERT-LINE
016940         END-STRING
016950         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017000         CLOSE IN-FILE
017100         MOVE 0 TO RETURN-CODE
017200         GO TO 9999-EXIT
017400     OPEN OUTPUT RPT-FILE.
017500     IF NOT CP-RPT-FILE-OK
017600         DISPLAY 'HELLO0121E REPTFILE OPEN FAILED - ABORT'
017610         STRING 'HELLO0121E REPTFILE OPEN FAILED - ABORT'
017620             DELIMITED BY SIZE INTO CP-ALERT-LINE
017630         END-STRING
017640         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017700         MOVE 20 TO RETURN-CODE
017800         CLOSE IN-FILE
017900         GO TO 8000-ABEND-EXIT
018200     IF NOT CP-HISTIN-OK
018300         DISPLAY 'HELLO0123E PRIOR HISTORY MASTER REOPEN '
018400                 'FAILED - ABORT'
018410         STRING 'HELLO0123E PRIOR HISTORY MASTER REOPEN '
018420                'FAILED - ABORT'
018430             DELIMITED BY SIZE INTO CP-ALERT-LINE
018440         END-STRING
018450         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
018500         MOVE 24 TO RETURN-CODE
018600         CLOSE IN-FILE
018700         CLOSE RPT-FILE
019400     PERFORM 3200-READ-NEXT-HIST THRU 3200-EXIT.
019500 1000-EXIT.
019600     EXIT.
019602*****************************************************************
019604*                                                               *
019606*    1020-EDIT-RUN-DATE                                         *
019608*    EDITS THE OPTIONAL RUN-DATE PARM TOKEN GIVEN BY HELLOCU TO *
019610*    CATCH UP A MISSED BUSINESS DAY.  IT MUST BE A REAL         *
019612*    YYYYMMDD DATE NO LATER THAN TODAY, AND THEN REPLACES TODAY *
019614*    AS THE DATE THE REPORT IS FILED UNDER ON THE REPORT STORE. *
019616*    A BAD DATE STILL OPENS THE STEP'S REPORT, UNDER TODAY'S    *
019618*    DATE, BEFORE THE ABORT, SO THE FAILED STEP SHOWS IN THE    *
019620*    HELLOBRW BROWSE.                                           *
019622*                                                               *
019624*****************************************************************
019626 1020-EDIT-RUN-DATE.
019628     IF CP-RUN-DATE-PARM IS NUMERIC
019630         IF FUNCTION TEST-DATE-YYYYMMDD (CP-RUN-DATE-PARM-9)
019632                 = 0
019634             AND CP-RUN-DATE-PARM NOT > CP-RUN-DATE
019636             MOVE CP-RUN-DATE-PARM TO CP-RUN-DATE
019638             DISPLAY 'HELLO0250I CATCH-UP RUN FOR BUSINESS DAY '
019640                     CP-RUN-DATE
019642             GO TO 1020-EXIT
019644         END-IF
019646     END-IF.
019648     DISPLAY 'HELLO0248E RUN DATE ' CP-RUN-DATE-PARM
019650             ' INVALID OR IN THE FUTURE - ABORT'.
019652     STRING 'HELLO0248E RUN DATE ' CP-RUN-DATE-PARM
019654            ' INVALID OR IN THE FUTURE - ABORT'
019656         DELIMITED BY SIZE INTO CP-ALERT-LINE
019658     END-STRING.
019660     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
019662     MOVE 28 TO RETURN-CODE.
019664     PERFORM 7810-START-REPORT-CAPTURE THRU 7810-EXIT.
019666     GO TO 8000-ABEND-EXIT.
019668 1020-EXIT.
019670     EXIT.
019700*****************************************************************
019800*                                                               *
019900*    1100-FIND-PRIOR-RUN                                        *
025100 1200-WRITE-HEADING.
025200     INITIALIZE RPT-LINE.
025300     MOVE 'HELLO NIGHT-OVER-NIGHT DIFFERENCE REPORT' TO RPT-TEXT.
025400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
025500     INITIALIZE RPT-LINE.
025600     STRING ' TONIGHT VS PRIOR RUN ' CP-PRIOR-DATE ' '
025700            CP-PRIOR-TIME
025800         DELIMITED BY SIZE INTO RPT-TEXT
025900     END-STRING.
026000     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
026100     INITIALIZE RPT-LINE.
026200     MOVE ALL '-' TO RPT-TEXT.
026300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
026400 1200-EXIT.
026500     EXIT.
026600*****************************************************************
031100     MOVE OUT-MODE-FLAG       TO CP-DIF-NEW-MODE.
031200     INITIALIZE RPT-LINE.
031300     MOVE CP-DIFF-LINE        TO RPT-TEXT.
031400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
031500     MOVE HIST-FIBONACCI-VALUE TO CP-VAL-OLD.
031600     MOVE OUT-FIBONACCI-VALUE  TO CP-VAL-NEW.
031700     INITIALIZE RPT-LINE.
031800     MOVE CP-VALUE-LINE       TO RPT-TEXT.
031900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
032000     DISPLAY 'HELLO0125E TERM CHANGED - ' OUT-SEQUENCE-ID
032100             ' VAR1 ' OUT-VAR1-VALUE
032110     STRING 'HELLO0125E TERM CHANGED - ' OUT-SEQUENCE-ID
032120            ' VAR1 ' OUT-VAR1-VALUE
032130         DELIMITED BY SIZE INTO CP-ALERT-LINE
032140     END-STRING
032150     MOVE OUT-SEQUENCE-ID TO CP-ALERT-SEQ-ID
032160     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
032200 2100-EXIT.
032300     EXIT.
032400*****************************************************************
033600     MOVE OUT-MODE-FLAG       TO CP-DIF-NEW-MODE.
033700     INITIALIZE RPT-LINE.
033800     MOVE CP-DIFF-LINE        TO RPT-TEXT.
033900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
034000 2200-EXIT.
034100     EXIT.
034200*****************************************************************
035400     MOVE SPACE               TO CP-DIF-NEW-MODE.
035500     INITIALIZE RPT-LINE.
035600     MOVE CP-DIFF-LINE        TO RPT-TEXT.
035700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
035800 2300-EXIT.
035900     EXIT.
036000*****************************************************************
040400     MOVE HIST-VAR1-VALUE  TO CP-HIST-KEY-VAR1.
040500 3200-EXIT.
040600     EXIT.
040601*****************************************************************
040602*                                                               *
040603*    7800-WRITE-REPORT-LINE                                     *
040604*    PRINTS THE REPORT LINE JUST BUILT AND FILES THE SAME LINE  *
040605*    ON THE REPORT STORE THROUGH HELLORPS.                      *
040606*                                                               *
040607*****************************************************************
040608 7800-WRITE-REPORT-LINE.
040609     WRITE RPT-LINE.
040610     IF NOT CP-CAPTURE-ON
040611         GO TO 7800-EXIT
040612     END-IF.
040613     MOVE 'W'              TO RSL-FUNCTION.
040614     MOVE RPT-TEXT         TO RSL-LINE-TEXT.
040615     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
040616 7800-EXIT.
040617     EXIT.
040618*****************************************************************
040619*                                                               *
040620*    7810-START-REPORT-CAPTURE                                  *
040621*    OPENS THIS STEP'S REPORT ON THE REPORT STORE, FILED UNDER  *
040622*    THE JOB, THIS PROGRAM AND THE RUN DATE.  THE HEADER IS     *
040623*    WRITTEN NOW SO A STEP THAT NEVER ENDS STILL SHOWS IN THE   *
040624*    HELLOBRW BROWSE.                                           *
040625*                                                               *
040626*****************************************************************
040627 7810-START-REPORT-CAPTURE.
040628     INITIALIZE REPORT-STORE-AREA.
040629     MOVE 'O'              TO RSL-FUNCTION.
040630     MOVE CP-JOB-ID        TO RSL-JOB-ID.
040631     IF RSL-JOB-ID = SPACES
040632         MOVE 'HELLOCMP' TO RSL-JOB-ID
040633     END-IF.
040634     MOVE 'HELLOCMP'       TO RSL-PROGRAM-ID.
040635     MOVE CP-RUN-DATE      TO RSL-RUN-DATE.
040636     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
040637     IF RSL-RC-OK
040638         MOVE 'Y' TO CP-CAPTURE-SW
040639     END-IF.
040640 7810-EXIT.
040641     EXIT.
040642*****************************************************************
040643*                                                               *
040644*    7820-END-REPORT-CAPTURE                                    *
040645*    CLOSES THIS STEP'S REPORT ON THE REPORT STORE WITH THE     *
040646*    STEP RETURN CODE, SO THE BROWSE SHOWS HOW THE STEP ENDED.  *
040647*                                                               *
040648*****************************************************************
040649 7820-END-REPORT-CAPTURE.
040650     IF NOT CP-CAPTURE-ON
040651         GO TO 7820-EXIT
040652     END-IF.
040653     MOVE 'C'              TO RSL-FUNCTION.
040654     MOVE RETURN-CODE      TO RSL-STEP-RC.
040655     PERFORM 7830-CALL-REPORT-STORE THRU 7830-EXIT.
040656     MOVE 'N' TO CP-CAPTURE-SW.
040657 7820-EXIT.
040658     EXIT.
040659*****************************************************************
040660*                                                               *
040661*    7830-CALL-REPORT-STORE                                     *
040662*    CALLS HELLORPS, KEEPING THE STEP RETURN CODE ACROSS THE    *
040663*    CALL.  A REPORT-STORE PROBLEM IS WARNED ONCE AND NEVER     *
040664*    CHANGES THE STEP RETURN CODE - THE REPORT HAS STILL GONE   *
040665*    TO SYSOUT.                                                 *
040666*                                                               *
040667*****************************************************************
040668 7830-CALL-REPORT-STORE.
040669     MOVE RETURN-CODE      TO CP-SAVE-RC.
040670     CALL 'HELLORPS' USING REPORT-STORE-AREA.
040671     MOVE CP-SAVE-RC        TO RETURN-CODE.
040672     IF RSL-RC-OK
040673         OR CP-CAPTURE-WARNED
040674         GO TO 7830-EXIT
040675     END-IF.
040676     DISPLAY 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
040677             'RC ' RSL-RETURN-CODE
040678             ' STATUS ' RSL-FILE-STATUS.
040679     STRING 'HELLO0286W REPORT NOT RETAINED ON RPTSTORE - '
040680            'RC ' RSL-RETURN-CODE
040681            ' STATUS ' RSL-FILE-STATUS
040682         DELIMITED BY SIZE INTO CP-ALERT-LINE
040683     END-STRING.
040684     PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
040685     MOVE 'Y' TO CP-CAPTURE-WARNED-SW.
040686 7830-EXIT.
040687     EXIT.
040688*****************************************************************
040689*                                                               *
040690*    7900-WRITE-ALERT                                           *
040691*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
040692*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
040693*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
040694*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
040695*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
040696*                                                               *
040697*****************************************************************
040698 7900-WRITE-ALERT.
040699     OPEN EXTEND ALERT-FILE.
040700     IF NOT CP-ALERT-OK
040701         OPEN OUTPUT ALERT-FILE
040702     END-IF.
040703     IF NOT CP-ALERT-OK
040704         MOVE SPACES TO CP-ALERT-LINE
040705         MOVE SPACES TO CP-ALERT-SEQ-ID
040706         GO TO 7900-EXIT
040707     END-IF.
040708     MOVE SPACES TO ALERT-RECORD.
040709     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
040710     ACCEPT ALRT-TIME FROM TIME.
040711     MOVE CP-JOB-ID                  TO ALRT-JOB-ID.
040712     MOVE 'HELLOCMP'                 TO ALRT-PROGRAM-ID.
040713     MOVE CP-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
040714     MOVE CP-ALERT-SEVERITY          TO ALRT-SEVERITY.
040715     MOVE CP-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
040716     MOVE CP-ALERT-TEXT              TO ALRT-TEXT.
040717     WRITE ALERT-RECORD.
040718     CLOSE ALERT-FILE.
040719     MOVE SPACES TO CP-ALERT-LINE.
040720     MOVE SPACES TO CP-ALERT-SEQ-ID.
040721 7900-EXIT.
040722     EXIT.
040723*****************************************************************
040800*                                                               *
040900*    9000-TERMINATE                                             *
041000*    PRINTS THE DIFFERENCE TOTALS, CLOSES THE FILES AND SETS    *
041600 9000-TERMINATE.
041700     INITIALIZE RPT-LINE.
041800     MOVE ALL '-' TO RPT-TEXT.
041900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
042000     INITIALIZE RPT-LINE.
042100     MOVE 'TERMS UNCHANGED' TO RPT-LABEL.
042200     MOVE CP-MATCHED-COUNT TO RPT-VALUE.
042300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
042400     INITIALIZE RPT-LINE.
042500     MOVE 'TERMS CHANGED' TO RPT-LABEL.
042600     MOVE CP-CHANGED-COUNT TO RPT-VALUE.
042700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
042800     INITIALIZE RPT-LINE.
042900     MOVE 'TERMS NEW TONIGHT' TO RPT-LABEL.
043000     MOVE CP-NEW-COUNT TO RPT-VALUE.
043100     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
043200     INITIALIZE RPT-LINE.
043300     MOVE 'TERMS DROPPED TONIGHT' TO RPT-LABEL.
043400     MOVE CP-DROPPED-COUNT TO RPT-VALUE.
043500     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
043600     CLOSE IN-FILE.
043700     CLOSE HISTIN-FILE.
043800     CLOSE RPT-FILE.
043900     IF CP-CHANGED-COUNT > 0
044000         DISPLAY 'HELLO0126E ' CP-CHANGED-COUNT ' TERMS CHANGED '
044100                 'SINCE LAST NIGHT - EXTRACT AND LOAD HELD'
044110         MOVE CP-CHANGED-COUNT TO CP-ALERT-NUM-1
044120         STRING 'HELLO0126E ' CP-ALERT-NUM-1 ' TERMS CHANGED '
044130                'SINCE LAST NIGHT - EXTRACT AND LOAD HELD'
044140             DELIMITED BY SIZE INTO CP-ALERT-LINE
044150         END-STRING
044160         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
044200         MOVE 16 TO RETURN-CODE
044300         GO TO 9000-EXIT
044400     END-IF.
044500     IF CP-NEW-COUNT > 0 OR CP-DROPPED-COUNT > 0
044600         DISPLAY 'HELLO0127W TERMS ADDED/DROPPED SINCE LAST '
044700                 'NIGHT - SEE DIFFERENCE REPORT'
044710         STRING 'HELLO0127W TERMS ADDED/DROPPED SINCE LAST '
044720                'NIGHT - SEE DIFFERENCE REPORT'
044730             DELIMITED BY SIZE INTO CP-ALERT-LINE
044740         END-STRING
044750         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
044800         MOVE 4 TO RETURN-CODE
044900         GO TO 9000-EXIT
045000     END-IF.
046300 8000-ABEND-EXIT.
046400     GO TO 9999-EXIT.
046500 9999-EXIT.
046550     PERFORM 7820-END-REPORT-CAPTURE THRU 7820-EXIT.
046600     STOP RUN.
