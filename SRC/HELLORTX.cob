002800*    DATE       INIT  DESCRIPTION                               *
002900*    -------    ----  ------------------------------------     *
003000*    09/02/26   RMS   ORIGINAL                                  *
003010*    10/15/26   RMS   THE TERM VALUE IS ALSO POPULATED ON A     *
003020*                     MODE R (GENERAL RECURRENCE) FILE.         *
003030*    10/15/26   RMS   A SUBSCRIBER ID ON RTXPARM REBUILDS ONLY  *
003040*                     THAT SUBSCRIBER'S ROUTED FILE - THE       *
003050*                     HISTORY IS FILTERED TO THE SEQUENCE IDS   *
003060*                     IT RECEIVES ON SUBTABLE - AND THE         *
003070*                     REBUILD IS RECORDED AS SENT UNDER ITS     *
003080*                     SUBSCRIBER ID, SO NO OTHER RECEIVING      *
003090*                     SYSTEM IS RESENT ANYTHING.                *
003092*    10/15/26   RMS   EACH E/W MESSAGE IS ALSO APPENDED TO THE  *
003094*                     SHARED ALERTS DATASET BY 7900-WRITE-ALERT *
003096*                     FOR THE HELLODIG MORNING DIGEST.  THE JOB *
003098*                     ID FOR THE ALERT IS TAKEN FROM THE PARM.  *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
004800     SELECT XMT-FILE         ASSIGN TO XMTSTAT
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS RT-XMT-FILE-STATUS.
005010     SELECT SUB-FILE         ASSIGN TO SUBTABLE
005020                             ORGANIZATION IS LINE SEQUENTIAL
005030                             FILE STATUS IS RT-SUB-FILE-STATUS.
005040     SELECT ALERT-FILE       ASSIGN TO ALERTS
005060                             ORGANIZATION IS LINE SEQUENTIAL
005080                             FILE STATUS IS RT-ALERT-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900     COPY XMTSREC.
006910 FD  SUB-FILE
006920     LABEL RECORDS ARE STANDARD
006930     RECORDING MODE IS F.
006940     COPY SUBREC.
006950 FD  ALERT-FILE
006960     LABEL RECORDS ARE STANDARD
006970     RECORDING MODE IS F.
006980     COPY ALERTREC.
007000*
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
008900         88  RT-ALL-SEQUENCES            VALUE 'Y'.
009000     05  RT-HEADER-WRITTEN-SW    PIC X(01)   VALUE 'N'.
009100         88  RT-HEADER-WRITTEN           VALUE 'Y'.
009105     05  RT-SUB-FILE-STATUS      PIC X(02)   VALUE '00'.
009110         88  RT-SUB-FILE-OK              VALUE '00'.
009115     05  RT-SUB-EOF-SW           PIC X(01)   VALUE 'N'.
009120         88  RT-SUB-EOF                  VALUE 'Y'.
009125     05  RT-ONE-SUBSCRIBER-SW    PIC X(01)   VALUE 'N'.
009130         88  RT-ONE-SUBSCRIBER           VALUE 'Y'.
009135     05  RT-SUB-ALL-SW           PIC X(01)   VALUE 'N'.
009140         88  RT-SUB-ALL                  VALUE 'Y'.
009145     05  RT-SUBSCRIBED-SW        PIC X(01)   VALUE 'N'.
009150         88  RT-SUBSCRIBED               VALUE 'Y'.
009200*****************************************************************
009300*    SELECTION, CONTROL TOTALS AND UNSIGNED FIELD IMAGES        *
009400*****************************************************************
010200     05  RT-FIB-IMAGE            PIC 9(31)   VALUE ZEROES.
010300     05  RT-COUNT-IMAGE          PIC 9(09)   VALUE ZEROES.
010400     05  RT-SUM-IMAGE            PIC 9(18)   VALUE ZEROES.
010405     05  RT-WANT-SUBSCRIBER      PIC X(08)   VALUE SPACES.
010410     05  RT-DEST-DSN             PIC X(44)   VALUE SPACES.
010415     05  RT-SUB-SEQ-SUB          PIC S9(04)  COMP    VALUE 0.
010420*****************************************************************
010425*    SEQUENCE IDS THE REQUESTED SUBSCRIBER RECEIVES             *
010430*****************************************************************
010435 01  RT-SUB-SEQ-TABLE.
010440     05  RT-SUB-SEQ-COUNT        PIC S9(04)  COMP    VALUE 0.
010445     05  RT-SUB-SEQ-ID           PIC X(08)
010450                                 OCCURS 100 TIMES.
010453*****************************************************************
010456*    ALERT CAPTURE - EACH E/W MESSAGE IS ALSO WRITTEN TO ALERTS *
010459*****************************************************************
010462 01  RT-ALERT-FIELDS.
010465     05  RT-ALERT-STATUS         PIC X(02)   VALUE '00'.
010468         88  RT-ALERT-OK                 VALUE '00'.
010471     05  RT-ALERT-LINE                       VALUE SPACES.
010474         10  RT-ALERT-MSG-ID.
010477             15  FILLER          PIC X(09).
010480             15  RT-ALERT-SEVERITY PIC X(01).
010483         10  FILLER              PIC X(01).
010486         10  RT-ALERT-TEXT       PIC X(80).
010489     05  RT-CMD-LINE             PIC X(40)   VALUE SPACES.
010492     05  RT-JOB-ID               PIC X(08)   VALUE SPACES.
010495     05  RT-ALERT-SEQ-ID         PIC X(08)   VALUE SPACES.
010500*
010600 PROCEDURE DIVISION.
010700*****************************************************************
012100*    1000-INITIALIZE                                            *
012200*    READS AND EDITS THE RUN DATE AND SEQUENCE ID TO REBUILD    *
012300*    AND OPENS THE HISTORY MASTER AND THE REBUILT EXTRACT.      *
012310*    WHEN A SUBSCRIBER IS NAMED, ITS SUBTABLE ENTRIES ARE       *
012320*    LOADED FIRST.                                              *
012400*                                                               *
012500*****************************************************************
012600 1000-INITIALIZE.
012620     ACCEPT RT-CMD-LINE FROM COMMAND-LINE.
012640     UNSTRING RT-CMD-LINE DELIMITED BY ','
012660         INTO RT-JOB-ID
012680     END-UNSTRING.
012700     OPEN INPUT PARM-FILE.
012800     IF NOT RT-PARM-FILE-OK
012900         DISPLAY 'HELLO0150E RTXPARM NOT FOUND/UNAVAILABLE - '
013000                 'ABORT'
013010         STRING 'HELLO0150E RTXPARM NOT FOUND/UNAVAILABLE - '
013030                'ABORT'
013040             DELIMITED BY SIZE INTO RT-ALERT-LINE
013060         END-STRING
013080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
013100         MOVE 16 TO RETURN-CODE
013200         GO TO 8000-ABEND-EXIT
013300     END-IF.
013700     END-READ.
013800     IF RT-PARM-EOF
013900         DISPLAY 'HELLO0150E RTXPARM IS EMPTY - ABORT'
013920         STRING 'HELLO0150E RTXPARM IS EMPTY - ABORT'
013940             DELIMITED BY SIZE INTO RT-ALERT-LINE
013960         END-STRING
013980         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014000         MOVE 16 TO RETURN-CODE
014100         CLOSE PARM-FILE
014200         GO TO 8000-ABEND-EXIT
014500         OR RTXP-SEQUENCE-ID = SPACES
014600         DISPLAY 'HELLO0151E RTXPARM NEEDS A NUMERIC RUN DATE '
014700                 'AND A SEQUENCE ID - ABORT'
014710         STRING 'HELLO0151E RTXPARM NEEDS A NUMERIC RUN DATE '
014730                'AND A SEQUENCE ID - ABORT'
014740             DELIMITED BY SIZE INTO RT-ALERT-LINE
014760         END-STRING
014780         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
014800         MOVE 20 TO RETURN-CODE
014900         CLOSE PARM-FILE
015000         GO TO 8000-ABEND-EXIT
015100     END-IF.
015200     MOVE RTXP-RUN-DATE     TO RT-WANT-DATE.
015300     MOVE RTXP-SEQUENCE-ID  TO RT-WANT-SEQ-ID.
015310     MOVE RTXP-SUBSCRIBER-ID TO RT-WANT-SUBSCRIBER.
015400     CLOSE PARM-FILE.
015500     IF RT-WANT-SEQ-ID = '*ALL'
015600         MOVE 'Y' TO RT-ALL-SEQUENCES-SW
015700     END-IF.
015800     DISPLAY 'HELLO0157I REBUILDING EXTRACT OF ' RT-WANT-DATE
015900             ' SEQUENCE ' RT-WANT-SEQ-ID.
015910     IF RT-WANT-SUBSCRIBER NOT = SPACES
015920         PERFORM 1200-LOAD-SUBSCRIBER THRU 1200-EXIT
015930     END-IF.
016000     OPEN INPUT HISTIN-FILE.
016100     IF NOT RT-HISTIN-OK
016200         DISPLAY 'HELLO0153E HISTORY MASTER NOT FOUND/'
016300                 'UNAVAILABLE - ABORT'
016310         STRING 'HELLO0153E HISTORY MASTER NOT FOUND/'
016330                'UNAVAILABLE - ABORT'
016340             DELIMITED BY SIZE INTO RT-ALERT-LINE
016360         END-STRING
016380         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
016400         MOVE 24 TO RETURN-CODE
016500         GO TO 8000-ABEND-EXIT
016600     END-IF.
016700     OPEN OUTPUT XTR-FILE.
016800     IF NOT RT-XTR-FILE-OK
016900         DISPLAY 'HELLO0154E XTRFILE OPEN FAILED - ABORT'
016920         STRING 'HELLO0154E XTRFILE OPEN FAILED - ABORT'
016940             DELIMITED BY SIZE INTO RT-ALERT-LINE
016960         END-STRING
016980         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017000         MOVE 28 TO RETURN-CODE
017100         CLOSE HISTIN-FILE
017200         GO TO 8000-ABEND-EXIT
017300     END-IF.
017400 1000-EXIT.
017500     EXIT.
017501*****************************************************************
017502*                                                               *
017503*    1200-LOAD-SUBSCRIBER                                       *
017504*    READS SUBTABLE AND KEEPS THE SEQUENCE IDS AND DESTINATION  *
017505*    DATASET OF THE REQUESTED SUBSCRIBER.  AN UNAVAILABLE       *
017506*    SUBTABLE, OR A SUBSCRIBER NOT ON IT, FAILS THE STEP -      *
017507*    REBUILDING EVERYTHING INSTEAD WOULD RESEND OTHER           *
017508*    SUBSCRIBERS' DATA TO THIS ONE.                             *
017509*                                                               *
017510*****************************************************************
017511 1200-LOAD-SUBSCRIBER.
017512     OPEN INPUT SUB-FILE.
017513     IF NOT RT-SUB-FILE-OK
017514         DISPLAY 'HELLO0224E SUBTABLE NOT FOUND/UNAVAILABLE - '
017515                 'ABORT'
017516         STRING 'HELLO0224E SUBTABLE NOT FOUND/UNAVAILABLE - '
017517                'ABORT'
017518             DELIMITED BY SIZE INTO RT-ALERT-LINE
017519         END-STRING
017520         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017521         MOVE 32 TO RETURN-CODE
017522         GO TO 8000-ABEND-EXIT
017523     END-IF.
017524     PERFORM 1210-READ-ONE-ENTRY THRU 1210-EXIT
017525         UNTIL RT-SUB-EOF.
017526     CLOSE SUB-FILE.
017527     IF RT-SUB-SEQ-COUNT = 0
017528         DISPLAY 'HELLO0225E SUBSCRIBER ' RT-WANT-SUBSCRIBER
017529                 ' NOT ON SUBTABLE - ABORT'
017530         STRING 'HELLO0225E SUBSCRIBER ' RT-WANT-SUBSCRIBER
017531                ' NOT ON SUBTABLE - ABORT'
017532             DELIMITED BY SIZE INTO RT-ALERT-LINE
017533         END-STRING
017534         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
017535         MOVE 20 TO RETURN-CODE
017536         GO TO 8000-ABEND-EXIT
017537     END-IF.
017538     MOVE 'Y' TO RT-ONE-SUBSCRIBER-SW.
017539     DISPLAY 'HELLO0226I REBUILDING FOR SUBSCRIBER '
017540             RT-WANT-SUBSCRIBER ' - SEND TO ' RT-DEST-DSN.
017541 1200-EXIT.
017542     EXIT.
017543*****************************************************************
017544*                                                               *
017545*    1210-READ-ONE-ENTRY                                        *
017546*    READS ONE SUBTABLE ENTRY, KEEPING ITS SEQUENCE ID WHEN IT  *
017547*    BELONGS TO THE REQUESTED SUBSCRIBER.  AN ENTRY OF *ALL     *
017548*    MEANS THE SUBSCRIBER RECEIVES EVERY DEFINITION.            *
017549*                                                               *
017550*****************************************************************
017551 1210-READ-ONE-ENTRY.
017552     READ SUB-FILE
017553         AT END
017554             MOVE 'Y' TO RT-SUB-EOF-SW
017555     END-READ.
017556     IF RT-SUB-EOF
017557         GO TO 1210-EXIT
017558     END-IF.
017559     IF SUB-SUBSCRIBER-ID NOT = RT-WANT-SUBSCRIBER
017560         GO TO 1210-EXIT
017561     END-IF.
017562     IF RT-SUB-SEQ-COUNT >= 100
017563         GO TO 1210-EXIT
017564     END-IF.
017565     ADD 1 TO RT-SUB-SEQ-COUNT.
017566     MOVE SUB-SEQUENCE-ID TO RT-SUB-SEQ-ID (RT-SUB-SEQ-COUNT).
017567     MOVE SUB-DEST-DSN    TO RT-DEST-DSN.
017568     IF SUB-SEQUENCE-ID = '*ALL'
017569         MOVE 'Y' TO RT-SUB-ALL-SW
017570     END-IF.
017571 1210-EXIT.
017572     EXIT.
017600*****************************************************************
017700*                                                               *
017800*    2000-REBUILD-RECORD                                        *
018100*    DETAIL HELLOXTR WROTE - THE HEADER GOES OUT ON THE FIRST   *
018200*    SELECTED RECORD, WHICH SUPPLIES THE FILE'S MODE AND        *
018300*    SEQUENCE ID, AND THE TRAILER TOTALS ACCUMULATE AS THE      *
018400*    ORIGINAL EXTRACT'S DID.  A SUBSCRIBER REBUILD ALSO SKIPS   *
018410*    EVERY RECORD WHOSE SEQUENCE ID THE SUBSCRIBER DOES NOT     *
018420*    RECEIVE.                                                   *
018500*                                                               *
018600*****************************************************************
018700 2000-REBUILD-RECORD.
019900         AND HIST-SEQUENCE-ID NOT = RT-WANT-SEQ-ID
020000         GO TO 2000-EXIT
020100     END-IF.
020110     IF RT-ONE-SUBSCRIBER
020120         AND NOT RT-SUB-ALL
020130         PERFORM 2100-CHECK-SUBSCRIBED THRU 2100-EXIT
020140         IF NOT RT-SUBSCRIBED
020150             GO TO 2000-EXIT
020160         END-IF
020170     END-IF.
020200     IF NOT RT-HEADER-WRITTEN
020300         MOVE HIST-SEQUENCE-ID TO RT-HEADER-SEQ-ID
020400         MOVE SPACES TO XTR-RECORD
021100     END-IF.
021200     MOVE HIST-VAR1-VALUE TO RT-VAR1-IMAGE.
021300     MOVE SPACES TO XTR-RECORD.
021400     IF HIST-MODE-FLAG = 'F' OR 'R'
021500         MOVE HIST-FIBONACCI-VALUE TO RT-FIB-IMAGE
021600         STRING 'D,' RT-VAR1-IMAGE ',' RT-FIB-IMAGE
021700             DELIMITED BY SIZE INTO XTR-RECORD
022600     ADD HIST-VAR1-VALUE TO RT-SUM-VAR1.
022700 2000-EXIT.
022800     EXIT.
022803*****************************************************************
022806*                                                               *
022809*    2100-CHECK-SUBSCRIBED                                      *
022812*    SETS RT-SUBSCRIBED WHEN THE HISTORY RECORD'S SEQUENCE ID   *
022815*    IS ONE THE REQUESTED SUBSCRIBER RECEIVES.                  *
022818*                                                               *
022821*****************************************************************
022824 2100-CHECK-SUBSCRIBED.
022827     MOVE 'N' TO RT-SUBSCRIBED-SW.
022830     PERFORM 2110-MATCH-ONE-SEQ THRU 2110-EXIT
022833         VARYING RT-SUB-SEQ-SUB FROM 1 BY 1
022836             UNTIL RT-SUB-SEQ-SUB > RT-SUB-SEQ-COUNT
022839                OR RT-SUBSCRIBED.
022842 2100-EXIT.
022845     EXIT.
022848*****************************************************************
022851*                                                               *
022854*    2110-MATCH-ONE-SEQ                                         *
022857*    COMPARES ONE OF THE SUBSCRIBER'S SEQUENCE IDS AGAINST THE  *
022860*    HISTORY RECORD IN HAND.                                    *
022863*                                                               *
022866*****************************************************************
022869 2110-MATCH-ONE-SEQ.
022872     IF RT-SUB-SEQ-ID (RT-SUB-SEQ-SUB) = HIST-SEQUENCE-ID
022875         MOVE 'Y' TO RT-SUBSCRIBED-SW
022878     END-IF.
022881 2110-EXIT.
022884     EXIT.
022900*****************************************************************
023000*                                                               *
023100*    9000-TERMINATE                                             *
024300         DISPLAY 'HELLO0152E NO HISTORY FOR ' RT-WANT-DATE
024400                 ' SEQUENCE ' RT-WANT-SEQ-ID ' - NOTHING '
024500                 'REBUILT'
024510         STRING 'HELLO0152E NO HISTORY FOR ' RT-WANT-DATE
024520                ' SEQUENCE ' RT-WANT-SEQ-ID ' - NOTHING '
024530                'REBUILT'
024540             DELIMITED BY SIZE INTO RT-ALERT-LINE
024560         END-STRING
024570         MOVE RT-WANT-SEQ-ID TO RT-ALERT-SEQ-ID
024580         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
024600         MOVE 16 TO RETURN-CODE
024700         GO TO 9000-EXIT
024800     END-IF.
026700*    APPENDS THE SENT RECORD FOR THE REBUILT EXTRACT TO THE     *
026800*    TRANSMISSION-STATUS DATASET, THE SAME WAY HELLOXTR         *
026900*    RECORDS AN ORIGINAL EXTRACT, SO HELLOACK TRACKS THE        *
027000*    RETRANSMISSION'S ACKNOWLEDGMENT TOO - UNDER THE            *
027010*    SUBSCRIBER IT WAS REBUILT FOR, IF ANY.                     *
027100*                                                               *
027200*****************************************************************
027300 9200-RECORD-AS-SENT.
027800     IF NOT RT-XMT-FILE-OK
027900         DISPLAY 'HELLO0156W XMTSTAT UNAVAILABLE - REBUILD NOT '
028000                 'RECORDED AS SENT'
028010         STRING 'HELLO0156W XMTSTAT UNAVAILABLE - REBUILD NOT '
028030                'RECORDED AS SENT'
028040             DELIMITED BY SIZE INTO RT-ALERT-LINE
028060         END-STRING
028080         PERFORM 7900-WRITE-ALERT THRU 7900-EXIT
028100         GO TO 9200-EXIT
028200     END-IF.
028300     INITIALIZE XMT-STATUS-RECORD WITH FILLER.
028600     MOVE RT-RECORD-COUNT        TO XMT-RECORD-COUNT.
028700     MOVE RT-SUM-VAR1            TO XMT-SUM-VAR1.
028800     MOVE 'S'                    TO XMT-STATUS.
028810     MOVE RT-WANT-SUBSCRIBER     TO XMT-SUBSCRIBER-ID.
028900     WRITE XMT-STATUS-RECORD.
029000     CLOSE XMT-FILE.
029100 9200-EXIT.
029200     EXIT.
029202*****************************************************************
029204*                                                               *
029206*    7900-WRITE-ALERT                                           *
029208*    APPENDS THE MESSAGE JUST ISSUED TO THE SHARED ALERT        *
029210*    DATASET FOR THE HELLODIG MORNING DIGEST.  ALERTS IS        *
029212*    OPENED AND CLOSED AROUND EACH RECORD SO A LATER ABEND      *
029214*    CANNOT LOSE ONE.  AN ALERTS PROBLEM NEVER FAILS THE        *
029216*    STEP - THE MESSAGE HAS ALREADY GONE TO SYSOUT.             *
029218*                                                               *
029220*****************************************************************
029222 7900-WRITE-ALERT.
029224     OPEN EXTEND ALERT-FILE.
029226     IF NOT RT-ALERT-OK
029228         OPEN OUTPUT ALERT-FILE
029230     END-IF.
029232     IF NOT RT-ALERT-OK
029234         MOVE SPACES TO RT-ALERT-LINE
029236         MOVE SPACES TO RT-ALERT-SEQ-ID
029238         GO TO 7900-EXIT
029240     END-IF.
029242     MOVE SPACES TO ALERT-RECORD.
029244     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
029246     ACCEPT ALRT-TIME FROM TIME.
029248     MOVE RT-JOB-ID                  TO ALRT-JOB-ID.
029250     MOVE 'HELLORTX'                 TO ALRT-PROGRAM-ID.
029252     MOVE RT-ALERT-MSG-ID            TO ALRT-MESSAGE-ID.
029254     MOVE RT-ALERT-SEVERITY          TO ALRT-SEVERITY.
029256     MOVE RT-ALERT-SEQ-ID            TO ALRT-SEQUENCE-ID.
029258     IF ALRT-SEQUENCE-ID = SPACES
029260         MOVE RT-WANT-SEQ-ID         TO ALRT-SEQUENCE-ID
029262     END-IF.
029264     MOVE RT-ALERT-TEXT              TO ALRT-TEXT.
029266     WRITE ALERT-RECORD.
029268     CLOSE ALERT-FILE.
029270     MOVE SPACES TO RT-ALERT-LINE.
029272     MOVE SPACES TO RT-ALERT-SEQ-ID.
029274 7900-EXIT.
029276     EXIT.
029300*****************************************************************
029400*                                                               *
029500*    8000-ABEND-EXIT                                            *
029600*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE REBUILD CAN    *
029700*    START (BAD PARAMETER, A SUBSCRIBER NOT ON SUBTABLE, OR A   *
029710*    FILE THAT COULD NOT BE OPENED).                            *
029800*                                                               *
029900*****************************************************************
030000 8000-ABEND-EXIT.
