003000*    DATE       INIT  DESCRIPTION                               *
003100*    -------    ----  ------------------------------------     *
003200*    09/02/26   RMS   ORIGINAL                                  *
003210*    10/15/26   RMS   REPLAYS, REBUILDS AND VERIFIES THE MODE R *
003220*                     SEED TERMS AND MODULUS.  LOG RECORDS      *
003230*                     WRITTEN BEFORE THEY EXISTED REPLAY AS     *
003240*                     ZERO.                                     *
003250*    10/15/26   RMS   REPLAYS THE HELLOARC ARCHIVE GENERATIONS  *
003260*                     OF PARMLOG (LOGARCH) AHEAD OF THE LIVE    *
003270*                     TRAIL, SO PURGING THE LIVE LOG DOES NOT   *
003280*                     CUT THE REPLAY SHORT.                     *
003283*    10/15/26   RMS   REPLAYS, REBUILDS AND VERIFIES THE OWNING *
003286*                     DEPARTMENT, COST CENTER AND CONTACT.  LOG *
003289*                     RECORDS WRITTEN BEFORE THEY EXISTED       *
003292*                     REPLAY AS BLANK.  LOGARCH RECORD 215 TO   *
003295*                     279.                                      *
003297*    10/15/26   RMS   SKIPS AND COUNTS THE STAGED-CHANGE (P)    *
003298*                     RECORDS HELLOBMT NOW LOGS.                *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
005700     SELECT RPT-FILE         ASSIGN TO REPTFILE
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS IS RB-RPT-FILE-STATUS.
005910     SELECT LOG-ARCH-FILE    ASSIGN TO LOGARCH
005920                             ORGANIZATION IS LINE SEQUENTIAL
005930                             FILE STATUS IS RB-LOG-ARCH-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000     COPY PARMLOG.
007010 FD  LOG-ARCH-FILE
007020     LABEL RECORDS ARE STANDARD
007030     RECORDING MODE IS F.
007040 01  LOG-ARCH-RECORD             PIC X(279).
007100 FD  NEW-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
008300         ==LIVE-MODE-COUNTER== ==PARM-MODE-FIBONACCI== BY
008400         ==LIVE-MODE-FIBONACCI== ==PARM-START-VAR1== BY
008500         ==LIVE-START-VAR1== ==PARM-END-VAR1== BY
008600         ==LIVE-END-VAR1== ==PARM-MODE-RECURRENCE== BY
008610         ==LIVE-MODE-RECURRENCE== ==PARM-SEED-TERM-1== BY
008620         ==LIVE-SEED-TERM-1== ==PARM-SEED-TERM-2== BY
008630         ==LIVE-SEED-TERM-2== ==PARM-MODULUS== BY
008640         ==LIVE-MODULUS== ==PARM-OWNER-DEPT== BY
008650         ==LIVE-OWNER-DEPT== ==PARM-COST-CENTER== BY
008670         ==LIVE-COST-CENTER== ==PARM-CONTACT== BY
008680         ==LIVE-CONTACT==.
008700 FD  RPT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009800         88  RB-PARM-FILE-OK             VALUE '00'.
009900     05  RB-LOG-FILE-STATUS      PIC X(02)   VALUE '00'.
010000         88  RB-LOG-FILE-OK              VALUE '00'.
010010     05  RB-LOG-ARCH-STATUS      PIC X(02)   VALUE '00'.
010020         88  RB-LOG-ARCH-OK              VALUE '00'.
010030     05  RB-LOG-ARCH-OPEN-SW     PIC X(01)   VALUE 'N'.
010040         88  RB-LOG-ARCH-OPEN            VALUE 'Y'.
010100     05  RB-NEW-FILE-STATUS      PIC X(02)   VALUE '00'.
010200         88  RB-NEW-FILE-OK              VALUE '00'.
010300     05  RB-LIVE-FILE-STATUS     PIC X(02)   VALUE '00'.
012200     05  RB-CUTOFF-DATE          PIC X(08)   VALUE SPACES.
012300     05  RB-APPLIED-COUNT        PIC S9(09)  COMP    VALUE 0.
012400     05  RB-SKIPPED-COUNT        PIC S9(09)  COMP    VALUE 0.
012450     05  RB-STAGED-COUNT         PIC S9(09)  COMP    VALUE 0.
012500     05  RB-HELD-COUNT           PIC S9(09)  COMP    VALUE 0.
012600     05  RB-WRITTEN-COUNT        PIC S9(09)  COMP    VALUE 0.
012700     05  RB-DRIFT-COUNT          PIC S9(09)  COMP    VALUE 0.
014400         10  RB-E-START          PIC S9(09)  COMP.
014500         10  RB-E-END            PIC S9(09)  COMP.
014600         10  RB-E-ACTIVE         PIC X(01).
014610         10  RB-E-SEED-TERM-1    PIC S9(18)  COMP.
014620         10  RB-E-SEED-TERM-2    PIC S9(18)  COMP.
014630         10  RB-E-MODULUS        PIC S9(18)  COMP.
014640         10  RB-E-OWNER-DEPT     PIC X(06).
014660         10  RB-E-COST-CENTER    PIC X(06).
014680         10  RB-E-CONTACT        PIC X(20).
014700 01  RB-SWAP-ENTRY.
014800     05  RB-S-SEQ-ID             PIC X(08).
014900     05  RB-S-BOUND              PIC S9(09)  COMP.
015100     05  RB-S-START              PIC S9(09)  COMP.
015200     05  RB-S-END                PIC S9(09)  COMP.
015300     05  RB-S-ACTIVE             PIC X(01).
015310     05  RB-S-SEED-TERM-1        PIC S9(18)  COMP.
015320     05  RB-S-SEED-TERM-2        PIC S9(18)  COMP.
015330     05  RB-S-MODULUS            PIC S9(18)  COMP.
015340     05  RB-S-OWNER-DEPT         PIC X(06).
015360     05  RB-S-COST-CENTER        PIC X(06).
015380     05  RB-S-CONTACT            PIC X(20).
015400*****************************************************************
015500*    DRIFT DETAIL LINE                                          *
015600*****************************************************************
025400         CLOSE RPT-FILE
025500         GO TO 8000-ABEND-EXIT
025600     END-IF.
025610     OPEN INPUT LOG-ARCH-FILE.
025620     IF RB-LOG-ARCH-OK
025630         MOVE 'Y' TO RB-LOG-ARCH-OPEN-SW
025640     ELSE
025650         DISPLAY 'HELLO0215W NO PARMLOG ARCHIVE ALLOCATED - '
025660                 'REPLAYING THE LIVE TRAIL ONLY'
025670     END-IF.
025700 1000-EXIT.
025800     EXIT.
025900*****************************************************************
026400*    DELETE TURNS THE DEFINITION OFF.  RECORDS PAST THE         *
026500*    CUTOFF ARE HELD; OLD-FORMAT RECORDS WITH NO SEQUENCE ID    *
026600*    CANNOT BE REPLAYED AND ARE COUNTED AS SKIPPED.             *
026610*    THE ARCHIVE GENERATIONS ARE REPLAYED BEFORE THE LIVE       *
026620*    TRAIL - THEY HOLD ONLY THE OLDER CHANGES.                  *
026630*    A STAGED-CHANGE RECORD (P) FROM HELLOBMT IS SKIPPED AND    *
026640*    COUNTED - THE CHANGE IS REPLAYED FROM THE RECORD HELLOAPL  *
026650*    WRITES WHEN IT APPLIES IT.                                 *
026700*                                                               *
026800*****************************************************************
026900 2000-REPLAY-ONE-LOG.
027000     PERFORM 2050-READ-LOG-RECORD THRU 2050-EXIT.
027400     IF RB-LOG-EOF
027500         GO TO 2000-EXIT
027600     END-IF.
028300         ADD 1 TO RB-SKIPPED-COUNT
028400         GO TO 2000-EXIT
028500     END-IF.
028510     IF MLOG-FUNCTION-PENDING
028520         ADD 1 TO RB-STAGED-COUNT
028530         GO TO 2000-EXIT
028540     END-IF.
028600     MOVE MLOG-SEQUENCE-ID TO RB-LOOKUP-ID.
028700     PERFORM 2100-FIND-DEF-SLOT THRU 2100-EXIT.
028800     IF RB-DEF-IX = 0
029100                     'THE CHANGE TRAIL - ABORT'
029200             MOVE 32 TO RETURN-CODE
029300             CLOSE LOG-FILE
029310             IF RB-LOG-ARCH-OPEN
029320                 CLOSE LOG-ARCH-FILE
029330             END-IF
029400             CLOSE RPT-FILE
029500             GO TO 8000-ABEND-EXIT
029600         END-IF
030900         MOVE MLOG-NEW-MODE-FLAG  TO RB-E-MODE (RB-DEF-IX)
031000         MOVE MLOG-NEW-START-VAR1 TO RB-E-START (RB-DEF-IX)
031100         MOVE MLOG-NEW-END-VAR1   TO RB-E-END (RB-DEF-IX)
031110         MOVE 0 TO RB-E-SEED-TERM-1 (RB-DEF-IX)
031120         MOVE 0 TO RB-E-SEED-TERM-2 (RB-DEF-IX)
031130         MOVE 0 TO RB-E-MODULUS (RB-DEF-IX)
031140         IF MLOG-NEW-SEED-TERM-1 IS NUMERIC
031150             AND MLOG-NEW-SEED-TERM-2 IS NUMERIC
031160             AND MLOG-NEW-MODULUS IS NUMERIC
031170             MOVE MLOG-NEW-SEED-TERM-1
031175                 TO RB-E-SEED-TERM-1 (RB-DEF-IX)
031180             MOVE MLOG-NEW-SEED-TERM-2
031185                 TO RB-E-SEED-TERM-2 (RB-DEF-IX)
031190             MOVE MLOG-NEW-MODULUS TO RB-E-MODULUS (RB-DEF-IX)
031200         END-IF
031210         MOVE MLOG-NEW-OWNER-DEPT
031220             TO RB-E-OWNER-DEPT (RB-DEF-IX)
031240         MOVE MLOG-NEW-COST-CENTER
031250             TO RB-E-COST-CENTER (RB-DEF-IX)
031260         MOVE MLOG-NEW-CONTACT    TO RB-E-CONTACT (RB-DEF-IX)
031280         MOVE 'Y'                 TO RB-E-ACTIVE (RB-DEF-IX)
031300         ADD 1 TO RB-APPLIED-COUNT
031400         GO TO 2000-EXIT
031500     END-IF.
031600     ADD 1 TO RB-SKIPPED-COUNT.
031700 2000-EXIT.
031800     EXIT.
031802*****************************************************************
031806*                                                               *
031810*    2050-READ-LOG-RECORD                                       *
031814*    READS THE NEXT CHANGE FROM THE ARCHIVE GENERATIONS WHILE   *
031818*    ANY REMAIN, THEN FROM THE LIVE PARMLOG.                    *
031822*                                                               *
031826*****************************************************************
031830 2050-READ-LOG-RECORD.
031834     IF RB-LOG-ARCH-OPEN
031838         READ LOG-ARCH-FILE INTO MAINT-LOG-RECORD
031842             AT END
031846                 MOVE 'N' TO RB-LOG-ARCH-OPEN-SW
031850                 CLOSE LOG-ARCH-FILE
031854         END-READ
031858         IF RB-LOG-ARCH-OPEN
031862             GO TO 2050-EXIT
031866         END-IF
031870     END-IF.
031874     READ LOG-FILE
031878         AT END
031882             MOVE 'Y' TO RB-LOG-EOF-SW
031886     END-READ.
031890 2050-EXIT.
031894     EXIT.
031900*****************************************************************
032000*                                                               *
032100*    2100-FIND-DEF-SLOT                                        *
042900     MOVE RB-E-MODE (RB-DEF-SUB)    TO PARM-MODE-FLAG.
043000     MOVE RB-E-START (RB-DEF-SUB)   TO PARM-START-VAR1.
043100     MOVE RB-E-END (RB-DEF-SUB)     TO PARM-END-VAR1.
043110     MOVE RB-E-SEED-TERM-1 (RB-DEF-SUB) TO PARM-SEED-TERM-1.
043120     MOVE RB-E-SEED-TERM-2 (RB-DEF-SUB) TO PARM-SEED-TERM-2.
043130     MOVE RB-E-MODULUS (RB-DEF-SUB)     TO PARM-MODULUS.
043140     MOVE RB-E-OWNER-DEPT (RB-DEF-SUB)  TO PARM-OWNER-DEPT.
043160     MOVE RB-E-COST-CENTER (RB-DEF-SUB) TO PARM-COST-CENTER.
043180     MOVE RB-E-CONTACT (RB-DEF-SUB)     TO PARM-CONTACT.
043200     WRITE PARM-RECORD
043300         INVALID KEY
043400             DISPLAY 'HELLO0181E PARMNEW WRITE FAILED FOR '
051400         MOVE 'LIVE VALUES DIFFER FROM THE LOG'
051500             TO RB-DRF-REASON
051600         PERFORM 5300-REPORT-DRIFT THRU 5300-EXIT
051610         GO TO 5100-EXIT
051700     END-IF.
051701     IF LIVE-OWNER-DEPT NOT = RB-E-OWNER-DEPT (RB-DEF-SUB)
051702         OR LIVE-COST-CENTER NOT = RB-E-COST-CENTER (RB-DEF-SUB)
051703         OR LIVE-CONTACT NOT = RB-E-CONTACT (RB-DEF-SUB)
051704         MOVE RB-E-SEQ-ID (RB-DEF-SUB) TO RB-DRF-SEQ-ID
051705         MOVE 'LIVE OWNERSHIP DIFFERS FROM THE LOG'
051706             TO RB-DRF-REASON
051707         PERFORM 5300-REPORT-DRIFT THRU 5300-EXIT
051708         GO TO 5100-EXIT
051709     END-IF.
051710     IF RB-E-MODE (RB-DEF-SUB) = 'R'
051720         IF LIVE-SEED-TERM-1 NOT NUMERIC
051730             OR LIVE-SEED-TERM-2 NOT NUMERIC
051740             OR LIVE-MODULUS NOT NUMERIC
051750             OR LIVE-SEED-TERM-1 NOT =
051752                RB-E-SEED-TERM-1 (RB-DEF-SUB)
051760             OR LIVE-SEED-TERM-2 NOT =
051762                RB-E-SEED-TERM-2 (RB-DEF-SUB)
051770             OR LIVE-MODULUS NOT = RB-E-MODULUS (RB-DEF-SUB)
051780             MOVE RB-E-SEQ-ID (RB-DEF-SUB) TO RB-DRF-SEQ-ID
051790             MOVE 'LIVE SEED TERMS DIFFER FROM THE LOG'
051791                 TO RB-DRF-REASON
051792             PERFORM 5300-REPORT-DRIFT THRU 5300-EXIT
051793         END-IF
051794     END-IF.
051800 5100-EXIT.
051900     EXIT.
052000*****************************************************************
058600     MOVE 'OLD-FORMAT RECORDS SKIPPED' TO RPT-LABEL.
058700     MOVE RB-SKIPPED-COUNT TO RPT-VALUE.
058800     WRITE RPT-LINE.
058810     INITIALIZE RPT-LINE.
058820     MOVE 'STAGED-CHANGE RECORDS SKIPPED' TO RPT-LABEL.
058830     MOVE RB-STAGED-COUNT TO RPT-VALUE.
058840     WRITE RPT-LINE.
058900     CLOSE RPT-FILE.
059000     IF RB-SKIPPED-COUNT > 0
059100         DISPLAY 'HELLO0180W ' RB-SKIPPED-COUNT ' OLD-FORMAT '
