000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOCHG.
000300 AUTHOR.        R SHORE.
000400 INSTALLATION.  BATCH SYSTEMS - FIBONACCI SUBSYSTEM.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM:     HELLOCHG                                     *
001000*    DESCRIPTION: MONTH-END CHARGEBACK OF THE SEQUENCE         *
001100*                 DEFINITIONS TO THE COST CENTERS THAT OWN     *
001200*                 THEM.  FOR THE CHGPARM MONTH IT TOTALS, PER  *
001300*                 SEQUENCE ID, THE TERMS GENERATED AND THE     *
001400*                 ELAPSED SECONDS FROM AUDFILE (WITH THE       *
001500*                 HELLOARC ARCHIVE GENERATIONS, AUDARCH, READ  *
001600*                 FIRST, AND THE HELLOP1-4 SUB-RANGE AUDIT     *
001610*                 TRAILS AND THEIR ARCHIVES CONCATENATED       *
001620*                 BEHIND AUDFILE AND AUDARCH) AND THE EXTRACT  *
001630*                 RECORDS TRANSMITTED FROM XMTSTAT, AND COUNTS *
001700*                 THE RECORDS THE DEFINITION HAS RETAINED ON   *
001800*                 THE CURRENT HISTORY MASTER GENERATION.  EACH *
001900*                 QUANTITY IS PRICED AT ITS CHGRATE RATE,      *
002000*                 ROUNDED TO THE CENT, AND THE DEFINITION IS   *
002100*                 CHARGED TO THE COST CENTER ON ITS PARMDEF    *
002200*                 RECORD.  A DEFINITION NO LONGER ON PARMDEF,  *
002300*                 OR WITH NO COST CENTER, IS CHARGED TO *NONE* *
002400*                 SO THE GRAND TOTAL STILL TIES.  THE REPORT   *
002500*                 GIVES PER-DEFINITION DETAIL, COST-CENTER     *
002700*                 SUBTOTALS, THE GRAND TOTAL BY ELEMENT, AND A *
002800*                 TIE-OUT OF THE CHARGED QUANTITIES AGAINST    *
002900*                 CONTROL TOTALS TAKEN BY A SEPARATE PASS OVER *
003000*                 THE MONTH'S AUDFILE, XMTSTAT AND HISTORY     *
003010*                 INPUT, AND OF THE SUMMED DEFINITION CHARGES  *
003020*                 AGAINST THE GRAND QUANTITIES REPRICED AT THE *
003030*                 RATES, WITH ANY ROUNDING DIFFERENCE SHOWN.   *
003100*                                                               *
003200*                 RETURN CODES: 0 COMPLETE, 4 SOME CHARGES TO  *
003300*                 *NONE*, 8 THE CHARGEBACK DOES NOT TIE, 16    *
003400*                 CHGPARM OR CHGRATE UNAVAILABLE, 20 BAD MONTH *
003500*                 OR RATE TABLE, 24 REPORT FILE, 28 AN INPUT   *
003600*                 DATASET COULD NOT BE OPENED, 32 DEFINITION   *
003700*                 TABLE OVERFLOW.                              *
003800*                                                               *
003900*    MAINTENANCE HISTORY                                       *
004000*    DATE       INIT  DESCRIPTION                               *
004100*    -------    ----  ------------------------------------     *
004200*    10/15/26   RMS   ORIGINAL                                  *
004300*                                                               *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CPARM-FILE       ASSIGN TO CHGPARM
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS IS CG-CPARM-FILE-STATUS.
005400     SELECT RATE-FILE        ASSIGN TO CHGRATE
005500                             ORGANIZATION IS LINE SEQUENTIAL
005600                             FILE STATUS IS CG-RATE-FILE-STATUS.
005700     SELECT AUDIT-FILE       ASSIGN TO AUDFILE
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS IS CG-AUDIT-FILE-STATUS.
006000     SELECT AUD-ARCH-FILE    ASSIGN TO AUDARCH
006100                             ORGANIZATION IS LINE SEQUENTIAL
006200                             FILE STATUS IS CG-AUD-ARCH-STATUS.
006300     SELECT XMT-FILE         ASSIGN TO XMTSTAT
006400                             ORGANIZATION IS LINE SEQUENTIAL
006500                             FILE STATUS IS CG-XMT-FILE-STATUS.
006600     SELECT HIST-FILE        ASSIGN TO HISTIN
006700                             ORGANIZATION IS LINE SEQUENTIAL
006800                             FILE STATUS IS CG-HIST-FILE-STATUS.
006900     SELECT PARM-FILE        ASSIGN TO PARMFILE
007000                             ORGANIZATION IS INDEXED
007100                             ACCESS MODE IS RANDOM
007200                             RECORD KEY IS PARM-SEQUENCE-ID
007300                             FILE STATUS IS CG-PARM-FILE-STATUS.
007400     SELECT RPT-FILE         ASSIGN TO REPTFILE
007500                             ORGANIZATION IS LINE SEQUENTIAL
007600                             FILE STATUS IS CG-RPT-FILE-STATUS.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CPARM-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300     COPY CHGPREC.
008400 FD  RATE-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700     COPY RATEREC.
008800 FD  AUDIT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100     COPY AUDITREC.
009200 FD  AUD-ARCH-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  AUD-ARCH-RECORD             PIC X(87).
009600 FD  XMT-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORDING MODE IS F.
009900     COPY XMTSREC.
010000 FD  HIST-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS F.
010300     COPY HISTREC.
010400 FD  PARM-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010700     COPY PARMREC.
010800 FD  RPT-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100     COPY RPTLINE.
011200*
011300 WORKING-STORAGE SECTION.
011400*****************************************************************
011500*    SWITCHES                                                  *
011600*****************************************************************
011700 01  CG-SWITCHES.
011800     05  CG-CPARM-FILE-STATUS    PIC X(02)   VALUE '00'.
011900         88  CG-CPARM-FILE-OK            VALUE '00'.
012000     05  CG-RATE-FILE-STATUS     PIC X(02)   VALUE '00'.
012100         88  CG-RATE-FILE-OK             VALUE '00'.
012200     05  CG-AUDIT-FILE-STATUS    PIC X(02)   VALUE '00'.
012300         88  CG-AUDIT-FILE-OK            VALUE '00'.
012400     05  CG-AUD-ARCH-STATUS      PIC X(02)   VALUE '00'.
012500         88  CG-AUD-ARCH-OK              VALUE '00'.
012600     05  CG-XMT-FILE-STATUS      PIC X(02)   VALUE '00'.
012700         88  CG-XMT-FILE-OK              VALUE '00'.
012800     05  CG-HIST-FILE-STATUS     PIC X(02)   VALUE '00'.
012900         88  CG-HIST-FILE-OK             VALUE '00'.
013000     05  CG-PARM-FILE-STATUS     PIC X(02)   VALUE '00'.
013100         88  CG-PARM-FILE-OK             VALUE '00'.
013200     05  CG-RPT-FILE-STATUS      PIC X(02)   VALUE '00'.
013300         88  CG-RPT-FILE-OK              VALUE '00'.
013400     05  CG-CPARM-EOF-SW         PIC X(01)   VALUE 'N'.
013500         88  CG-CPARM-EOF                VALUE 'Y'.
013600     05  CG-RATE-EOF-SW          PIC X(01)   VALUE 'N'.
013700         88  CG-RATE-EOF                 VALUE 'Y'.
013800     05  CG-RATE-BAD-SW          PIC X(01)   VALUE 'N'.
013900         88  CG-RATE-BAD                 VALUE 'Y'.
014000     05  CG-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
014100         88  CG-AUDIT-EOF                VALUE 'Y'.
014200     05  CG-AUD-ARCH-OPEN-SW     PIC X(01)   VALUE 'N'.
014300         88  CG-AUD-ARCH-OPEN            VALUE 'Y'.
014400     05  CG-XMT-EOF-SW           PIC X(01)   VALUE 'N'.
014500         88  CG-XMT-EOF                  VALUE 'Y'.
014600     05  CG-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
014700         88  CG-HIST-EOF                 VALUE 'Y'.
014800     05  CG-TABLE-FULL-SW        PIC X(01)   VALUE 'N'.
014900         88  CG-TABLE-FULL               VALUE 'Y'.
015000     05  CG-TIES-SW              PIC X(01)   VALUE 'Y'.
015100         88  CG-TIES                     VALUE 'Y'.
015200*****************************************************************
015300*    CHARGE MONTH AND RECORD DATE                               *
015400*****************************************************************
015500 01  CG-DATE-FIELDS.
015600     05  CG-TODAY-DATE           PIC 9(08)   VALUE ZEROES.
015700     05  CG-TODAY-PARTS          REDEFINES CG-TODAY-DATE.
015800         10  CG-TODAY-YYYY       PIC 9(04).
015900         10  CG-TODAY-MM         PIC 9(02).
016000         10  CG-TODAY-DD         PIC 9(02).
016100     05  CG-MONTH.
016200         10  CG-MONTH-YYYY       PIC 9(04)   VALUE ZEROES.
016300         10  CG-MONTH-MM         PIC 9(02)   VALUE ZEROES.
016400     05  CG-MONTH-X              REDEFINES CG-MONTH
016500                                 PIC X(06).
016600     05  CG-REC-DATE             PIC X(08)   VALUE SPACES.
016700     05  CG-REC-PARTS            REDEFINES CG-REC-DATE.
016800         10  CG-REC-MONTH        PIC X(06).
016900         10  CG-REC-DD           PIC X(02).
017000*****************************************************************
017100*    RATE TABLE - ONE RATE PER BILLABLE ELEMENT                 *
017200*****************************************************************
017300 01  CG-RATES.
017400     05  CG-RATE-TERMS           PIC 9(03)V9(06) VALUE ZEROES.
017500     05  CG-RATE-ELAPSED         PIC 9(03)V9(06) VALUE ZEROES.
017600     05  CG-RATE-EXTRACT         PIC 9(03)V9(06) VALUE ZEROES.
017700     05  CG-RATE-HISTORY         PIC 9(03)V9(06) VALUE ZEROES.
017800     05  CG-DESC-TERMS           PIC X(30)   VALUE SPACES.
017900     05  CG-DESC-ELAPSED         PIC X(30)   VALUE SPACES.
018000     05  CG-DESC-EXTRACT         PIC X(30)   VALUE SPACES.
018100     05  CG-DESC-HISTORY         PIC X(30)   VALUE SPACES.
018200     05  CG-SEEN-TERMS           PIC S9(04)  COMP    VALUE 0.
018300     05  CG-SEEN-ELAPSED         PIC S9(04)  COMP    VALUE 0.
018400     05  CG-SEEN-EXTRACT         PIC S9(04)  COMP    VALUE 0.
018500     05  CG-SEEN-HISTORY         PIC S9(04)  COMP    VALUE 0.
018600*****************************************************************
018700*    DEFINITION TABLE - ONE ENTRY PER SEQUENCE ID CHARGED       *
018800*****************************************************************
018900 01  CG-WORK-FIELDS.
019000     05  CG-DEF-IX               PIC S9(04)  COMP    VALUE 0.
019100     05  CG-DEF-SUB              PIC S9(04)  COMP    VALUE 0.
019200     05  CG-SORT-I               PIC S9(04)  COMP    VALUE 0.
019300     05  CG-SORT-J               PIC S9(04)  COMP    VALUE 0.
019400     05  CG-LOOKUP-ID            PIC X(08)   VALUE SPACES.
019500     05  CG-PRIOR-COST-CENTER    PIC X(06)   VALUE SPACES.
019600     05  CG-UNASSIGNED-COUNT     PIC S9(04)  COMP    VALUE 0.
019700     05  CG-CC-COUNT             PIC S9(04)  COMP    VALUE 0.
019800 01  CG-DEF-TABLE.
019900     05  CG-DEF-COUNT            PIC S9(04)  COMP    VALUE 0.
020000     05  CG-DEF-ENTRY            OCCURS 500 TIMES.
020100         10  CG-E-SORT-KEY.
020200             15  CG-E-COST-CENTER
020300                                 PIC X(06).
020400             15  CG-E-SEQ-ID     PIC X(08).
020500         10  CG-E-OWNER-DEPT     PIC X(06).
020600         10  CG-E-CONTACT        PIC X(20).
020700         10  CG-E-AUD-RECS       PIC S9(09)  COMP.
020800         10  CG-E-TERMS          PIC S9(15)  COMP.
020900         10  CG-E-SECS           PIC S9(15)  COMP.
021000         10  CG-E-XTR-RECS       PIC S9(15)  COMP.
021100         10  CG-E-HIST-RECS      PIC S9(15)  COMP.
021200         10  CG-E-TERM-CHG       PIC S9(11)V9(02) COMP.
021300         10  CG-E-ELAP-CHG       PIC S9(11)V9(02) COMP.
021400         10  CG-E-XTR-CHG        PIC S9(11)V9(02) COMP.
021500         10  CG-E-HIST-CHG       PIC S9(11)V9(02) COMP.
021600         10  CG-E-CHARGE         PIC S9(11)V9(02) COMP.
021700 01  CG-SWAP-ENTRY.
021800     05  CG-S-SORT-KEY.
021900         10  CG-S-COST-CENTER    PIC X(06).
022000         10  CG-S-SEQ-ID         PIC X(08).
022100     05  CG-S-OWNER-DEPT         PIC X(06).
022200     05  CG-S-CONTACT            PIC X(20).
022300     05  CG-S-AUD-RECS           PIC S9(09)  COMP.
022400     05  CG-S-TERMS              PIC S9(15)  COMP.
022500     05  CG-S-SECS               PIC S9(15)  COMP.
022600     05  CG-S-XTR-RECS           PIC S9(15)  COMP.
022700     05  CG-S-HIST-RECS          PIC S9(15)  COMP.
022800     05  CG-S-TERM-CHG           PIC S9(11)V9(02) COMP.
022900     05  CG-S-ELAP-CHG           PIC S9(11)V9(02) COMP.
023000     05  CG-S-XTR-CHG            PIC S9(11)V9(02) COMP.
023100     05  CG-S-HIST-CHG           PIC S9(11)V9(02) COMP.
023200     05  CG-S-CHARGE             PIC S9(11)V9(02) COMP.
023300*****************************************************************
023400*    CONTROL TOTALS FROM THE SEPARATE COUNTING PASSES, AND THE  *
023500*    SAME QUANTITIES SUMMED BACK FROM THE PRINTED DETAIL        *
023600*****************************************************************
023700 01  CG-CONTROL-TOTALS.
023800     05  CG-CTL-AUD-RECS         PIC S9(09)  COMP    VALUE 0.
023900     05  CG-CTL-TERMS            PIC S9(15)  COMP    VALUE 0.
024000     05  CG-CTL-SECS             PIC S9(15)  COMP    VALUE 0.
024100     05  CG-CTL-XTR-RECS         PIC S9(15)  COMP    VALUE 0.
024200     05  CG-CTL-HIST-RECS        PIC S9(15)  COMP    VALUE 0.
024300 01  CG-SUBTOTALS.
024400     05  CG-SUB-TERMS            PIC S9(15)  COMP    VALUE 0.
024500     05  CG-SUB-SECS             PIC S9(15)  COMP    VALUE 0.
024600     05  CG-SUB-XTR-RECS         PIC S9(15)  COMP    VALUE 0.
024700     05  CG-SUB-HIST-RECS        PIC S9(15)  COMP    VALUE 0.
024800     05  CG-SUB-CHARGE           PIC S9(11)V9(02) COMP VALUE 0.
024900 01  CG-GRAND-TOTALS.
025000     05  CG-GRD-AUD-RECS         PIC S9(09)  COMP    VALUE 0.
025100     05  CG-GRD-TERMS            PIC S9(15)  COMP    VALUE 0.
025200     05  CG-GRD-SECS             PIC S9(15)  COMP    VALUE 0.
025300     05  CG-GRD-XTR-RECS         PIC S9(15)  COMP    VALUE 0.
025400     05  CG-GRD-HIST-RECS        PIC S9(15)  COMP    VALUE 0.
025500     05  CG-GRD-TERM-CHG         PIC S9(11)V9(02) COMP VALUE 0.
025600     05  CG-GRD-ELAP-CHG         PIC S9(11)V9(02) COMP VALUE 0.
025700     05  CG-GRD-XTR-CHG          PIC S9(11)V9(02) COMP VALUE 0.
025800     05  CG-GRD-HIST-CHG         PIC S9(11)V9(02) COMP VALUE 0.
025900     05  CG-GRD-CHARGE           PIC S9(11)V9(02) COMP VALUE 0.
025906*****************************************************************
025912*    THE GRAND QUANTITIES REPRICED AT THE RATES, FOR THE DOLLAR *
025918*    TIE-OUT AGAINST THE SUM OF THE ROUNDED DEFINITION CHARGES  *
025924*****************************************************************
025930 01  CG-REPRICED-TOTALS.
025936     05  CG-RPR-TERM-CHG         PIC S9(11)V9(02) COMP VALUE 0.
025942     05  CG-RPR-ELAP-CHG         PIC S9(11)V9(02) COMP VALUE 0.
025948     05  CG-RPR-XTR-CHG          PIC S9(11)V9(02) COMP VALUE 0.
025954     05  CG-RPR-HIST-CHG         PIC S9(11)V9(02) COMP VALUE 0.
025960     05  CG-RPR-CHARGE           PIC S9(11)V9(02) COMP VALUE 0.
025966     05  CG-AMT-REPRICED         PIC S9(11)V9(02) COMP VALUE 0.
025972     05  CG-AMT-CHARGED          PIC S9(11)V9(02) COMP VALUE 0.
025978     05  CG-AMT-DIFF             PIC S9(11)V9(02) COMP VALUE 0.
025984     05  CG-ROUND-LIMIT          PIC S9(07)V9(03) COMP VALUE 0.
026000*****************************************************************
026100*    PRINT LINES.  BUILT HERE AND MOVED TO RPT-LINE SO THE      *
026200*    REPORT FILE KEEPS THE SAME RPTLINE FD AS HELLORPT.         *
026300*****************************************************************
026400 01  CG-RATE-LINE.
026500     05  FILLER                  PIC X(06)   VALUE ' RATE '.
026600     05  CG-RL-CODE              PIC X(04).
026700     05  FILLER                  PIC X(01)   VALUE SPACE.
026800     05  CG-RL-RATE              PIC ZZ9.999999.
026900     05  FILLER                  PIC X(01)   VALUE SPACE.
027000     05  CG-RL-DESC              PIC X(30).
027100     05  FILLER                  PIC X(28)   VALUE SPACES.
027200 01  CG-COLUMN-HEAD-LINE.
027300     05  FILLER          PIC X(27)   VALUE
027400                             ' SEQ ID   DEPT        TERMS'.
027500     05  FILLER          PIC X(30)   VALUE
027600                             '   SECONDS  XTR RECS HIST RECS'.
027700     05  FILLER          PIC X(23)   VALUE
027800                             '          CHARGE'.
027900 01  CG-DETAIL-LINE.
028000     05  FILLER                  PIC X(01)   VALUE SPACE.
028100     05  CG-DT-SEQ-ID            PIC X(08).
028200     05  FILLER                  PIC X(01)   VALUE SPACE.
028300     05  CG-DT-DEPT              PIC X(06).
028400     05  FILLER                  PIC X(01)   VALUE SPACE.
028500     05  CG-DT-TERMS             PIC Z(09)9.
028600     05  FILLER                  PIC X(01)   VALUE SPACE.
028700     05  CG-DT-SECS              PIC Z(08)9.
028800     05  FILLER                  PIC X(01)   VALUE SPACE.
028900     05  CG-DT-XTR-RECS          PIC Z(08)9.
029000     05  FILLER                  PIC X(01)   VALUE SPACE.
029100     05  CG-DT-HIST-RECS         PIC Z(08)9.
029200     05  FILLER                  PIC X(01)   VALUE SPACE.
029300     05  CG-DT-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.
029400     05  FILLER                  PIC X(08)   VALUE SPACES.
029500 01  CG-TOTAL-LINE.
029600     05  FILLER                  PIC X(01)   VALUE SPACE.
029700     05  CG-TL-LABEL             PIC X(15).
029800     05  FILLER                  PIC X(01)   VALUE SPACE.
029900     05  CG-TL-TERMS             PIC Z(09)9.
030000     05  FILLER                  PIC X(01)   VALUE SPACE.
030100     05  CG-TL-SECS              PIC Z(08)9.
030200     05  FILLER                  PIC X(01)   VALUE SPACE.
030300     05  CG-TL-XTR-RECS          PIC Z(08)9.
030400     05  FILLER                  PIC X(01)   VALUE SPACE.
030500     05  CG-TL-HIST-RECS         PIC Z(08)9.
030600     05  FILLER                  PIC X(01)   VALUE SPACE.
030700     05  CG-TL-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.
030800     05  FILLER                  PIC X(08)   VALUE SPACES.
030900 01  CG-ELEMENT-LINE.
031000     05  FILLER                  PIC X(01)   VALUE SPACE.
031100     05  CG-EL-LABEL             PIC X(28).
031200     05  FILLER                  PIC X(01)   VALUE SPACE.
031300     05  CG-EL-UNITS             PIC Z(11)9.
031400     05  FILLER                  PIC X(04)   VALUE ' AT '.
031500     05  CG-EL-RATE              PIC ZZ9.999999.
031600     05  FILLER                  PIC X(01)   VALUE SPACE.
031700     05  CG-EL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
031800     05  FILLER                  PIC X(09)   VALUE SPACES.
031900 01  CG-TIE-LINE.
032000     05  FILLER                  PIC X(01)   VALUE SPACE.
032100     05  CG-TIE-LABEL            PIC X(28).
032200     05  CG-TIE-CONTROL          PIC Z(14)9.
032300     05  FILLER                  PIC X(01)   VALUE SPACE.
032400     05  CG-TIE-CHARGED          PIC Z(14)9.
032500     05  FILLER                  PIC X(02)   VALUE SPACES.
032600     05  CG-TIE-RESULT           PIC X(12).
032700     05  FILLER                  PIC X(06)   VALUE SPACES.
032800 01  CG-TIE-HEAD-LINE.
032900     05  FILLER          PIC X(29)   VALUE SPACES.
033000     05  FILLER          PIC X(16)   VALUE '    CONTROL'.
033100     05  FILLER          PIC X(35)   VALUE '        CHARGED'.
033106 01  CG-AMT-TIE-LINE.
033112     05  FILLER                  PIC X(01)   VALUE SPACE.
033118     05  CG-AT-LABEL             PIC X(24).
033124     05  CG-AT-REPRICED          PIC ZZZ,ZZZ,ZZ9.99.
033130     05  FILLER                  PIC X(01)   VALUE SPACE.
033136     05  CG-AT-CHARGED           PIC ZZZ,ZZZ,ZZ9.99.
033142     05  FILLER                  PIC X(01)   VALUE SPACE.
033148     05  CG-AT-DIFF              PIC -ZZZ,ZZ9.99.
033154     05  FILLER                  PIC X(02)   VALUE SPACES.
033160     05  CG-AT-RESULT            PIC X(12).
033166 01  CG-AMT-HEAD-LINE.
033172     05  FILLER          PIC X(25)   VALUE SPACES.
033178     05  FILLER          PIC X(15)   VALUE '      REPRICED'.
033184     05  FILLER          PIC X(15)   VALUE '       CHARGED'.
033190     05  FILLER          PIC X(25)   VALUE ' DIFFERENCE'.
033200*
033300 PROCEDURE DIVISION.
033400*****************************************************************
033500*                                                               *
033600*    0000-MAINLINE                                              *
033700*    CONTROLS OVERALL FLOW OF THE MONTHLY CHARGEBACK.           *
033800*                                                               *
033900*****************************************************************
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     PERFORM 2000-ACCUMULATE-AUDIT THRU 2000-EXIT.
034250     PERFORM 2500-COUNT-AUDIT-CONTROLS THRU 2500-EXIT.
034300     PERFORM 3000-ACCUMULATE-XMTSTAT THRU 3000-EXIT.
034350     PERFORM 3500-COUNT-XMT-CONTROLS THRU 3500-EXIT.
034400     PERFORM 4000-ACCUMULATE-HISTORY THRU 4000-EXIT.
034450     PERFORM 4500-COUNT-HIST-CONTROLS THRU 4500-EXIT.
034500     PERFORM 5000-ASSIGN-OWNERS THRU 5000-EXIT.
034600     PERFORM 6000-SORT-DEFINITIONS THRU 6000-EXIT.
034700     PERFORM 7000-PRINT-CHARGEBACK THRU 7000-EXIT.
034800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034900     GO TO 9999-EXIT.
035000*****************************************************************
035100*                                                               *
035200*    1000-INITIALIZE                                            *
035300*    SETTLES THE MONTH TO CHARGE FROM CHGPARM - THE MONTH       *
035400*    BEFORE THE RUN DATE WHEN IT IS LEFT BLANK - LOADS THE      *
035500*    RATE TABLE AND OPENS THE REPORT.                           *
035600*                                                               *
035700*****************************************************************
035800 1000-INITIALIZE.
035900     ACCEPT CG-TODAY-DATE FROM DATE YYYYMMDD.
036000     MOVE CG-TODAY-YYYY TO CG-MONTH-YYYY.
036100     MOVE CG-TODAY-MM   TO CG-MONTH-MM.
036200     IF CG-MONTH-MM = 1
036300         MOVE 12 TO CG-MONTH-MM
036400         SUBTRACT 1 FROM CG-MONTH-YYYY
036500     ELSE
036600         SUBTRACT 1 FROM CG-MONTH-MM
036700     END-IF.
036800     OPEN INPUT CPARM-FILE.
036900     IF NOT CG-CPARM-FILE-OK
037000         DISPLAY 'HELLO0273E CHGPARM NOT FOUND/UNAVAILABLE - '
037100                 'ABORT'
037200         MOVE 16 TO RETURN-CODE
037300         GO TO 8000-ABEND-EXIT
037400     END-IF.
037500     READ CPARM-FILE
037600         AT END
037700             MOVE 'Y' TO CG-CPARM-EOF-SW
037800     END-READ.
037900     IF NOT CG-CPARM-EOF
038000         AND CPRM-MONTH NOT = SPACES
038100         MOVE CPRM-MONTH TO CG-MONTH-X
038200         IF CG-MONTH-X IS NOT NUMERIC
038300             OR CG-MONTH-MM < 1
038400             OR CG-MONTH-MM > 12
038500             DISPLAY 'HELLO0274E CHGPARM MONTH MUST BE YYYYMM '
038600                     '- ABORT'
038700             MOVE 20 TO RETURN-CODE
038800             CLOSE CPARM-FILE
038900             GO TO 8000-ABEND-EXIT
039000         END-IF
039100     END-IF.
039200     CLOSE CPARM-FILE.
039300     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
039400     OPEN OUTPUT RPT-FILE.
039500     IF NOT CG-RPT-FILE-OK
039600         DISPLAY 'HELLO0277E REPTFILE OPEN FAILED - ABORT'
039700         MOVE 24 TO RETURN-CODE
039800         GO TO 8000-ABEND-EXIT
039900     END-IF.
040000     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
040100 1000-EXIT.
040200     EXIT.
040300*****************************************************************
040400*                                                               *
040500*    1100-LOAD-RATES                                            *
040600*    READS THE CHGRATE TABLE.  EACH OF TERM, ELAP, XTRR AND     *
040700*    HIST MUST APPEAR EXACTLY ONCE WITH A NUMERIC RATE, AND NO  *
040800*    OTHER CODE MAY APPEAR - A CHARGEBACK PRICED FROM A         *
040900*    PARTIAL TABLE WOULD BILL SOME COST CENTERS NOTHING.        *
041000*                                                               *
041100*****************************************************************
041200 1100-LOAD-RATES.
041300     OPEN INPUT RATE-FILE.
041400     IF NOT CG-RATE-FILE-OK
041500         DISPLAY 'HELLO0275E CHGRATE NOT FOUND/UNAVAILABLE - '
041600                 'ABORT'
041700         MOVE 16 TO RETURN-CODE
041800         GO TO 8000-ABEND-EXIT
041900     END-IF.
042000     PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
042100         UNTIL CG-RATE-EOF.
042200     CLOSE RATE-FILE.
042300     IF CG-SEEN-TERMS NOT = 1
042400         OR CG-SEEN-ELAPSED NOT = 1
042500         OR CG-SEEN-EXTRACT NOT = 1
042600         OR CG-SEEN-HISTORY NOT = 1
042700         MOVE 'Y' TO CG-RATE-BAD-SW
042800     END-IF.
042900     IF CG-RATE-BAD
043000         DISPLAY 'HELLO0276E CHGRATE MUST HOLD ONE NUMERIC RATE '
043100                 'EACH FOR TERM, ELAP, XTRR AND HIST - ABORT'
043200         MOVE 20 TO RETURN-CODE
043300         GO TO 8000-ABEND-EXIT
043400     END-IF.
043500 1100-EXIT.
043600     EXIT.
043700*****************************************************************
043800*                                                               *
043900*    1110-LOAD-ONE-RATE                                         *
044000*    READS ONE RATE ENTRY AND FILES IT UNDER ITS ELEMENT.       *
044100*                                                               *
044200*****************************************************************
044300 1110-LOAD-ONE-RATE.
044400     READ RATE-FILE
044500         AT END
044600             MOVE 'Y' TO CG-RATE-EOF-SW
044700     END-READ.
044800     IF CG-RATE-EOF
044900         GO TO 1110-EXIT
045000     END-IF.
045100     IF RATE-PER-UNIT IS NOT NUMERIC
045200         DISPLAY 'HELLO0276E RATE NOT NUMERIC FOR CODE '
045300                 RATE-CODE
045400         MOVE 'Y' TO CG-RATE-BAD-SW
045500         GO TO 1110-EXIT
045600     END-IF.
045700     IF RATE-CODE-TERMS
045800         MOVE RATE-PER-UNIT    TO CG-RATE-TERMS
045900         MOVE RATE-DESCRIPTION TO CG-DESC-TERMS
046000         ADD 1 TO CG-SEEN-TERMS
046100         GO TO 1110-EXIT
046200     END-IF.
046300     IF RATE-CODE-ELAPSED
046400         MOVE RATE-PER-UNIT    TO CG-RATE-ELAPSED
046500         MOVE RATE-DESCRIPTION TO CG-DESC-ELAPSED
046600         ADD 1 TO CG-SEEN-ELAPSED
046700         GO TO 1110-EXIT
046800     END-IF.
046900     IF RATE-CODE-EXTRACT
047000         MOVE RATE-PER-UNIT    TO CG-RATE-EXTRACT
047100         MOVE RATE-DESCRIPTION TO CG-DESC-EXTRACT
047200         ADD 1 TO CG-SEEN-EXTRACT
047300         GO TO 1110-EXIT
047400     END-IF.
047500     IF RATE-CODE-HISTORY
047600         MOVE RATE-PER-UNIT    TO CG-RATE-HISTORY
047700         MOVE RATE-DESCRIPTION TO CG-DESC-HISTORY
047800         ADD 1 TO CG-SEEN-HISTORY
047900         GO TO 1110-EXIT
048000     END-IF.
048100     DISPLAY 'HELLO0276E UNKNOWN RATE CODE ' RATE-CODE.
048200     MOVE 'Y' TO CG-RATE-BAD-SW.
048300 1110-EXIT.
048400     EXIT.
048500*****************************************************************
048600*                                                               *
048700*    1200-PRINT-HEADINGS                                        *
048800*    PRINTS THE REPORT TITLE AND THE RATES IN FORCE.            *
048900*                                                               *
049000*****************************************************************
049100 1200-PRINT-HEADINGS.
049200     INITIALIZE RPT-LINE.
049300     STRING 'HELLO MONTHLY DEFINITION CHARGEBACK - MONTH '
049400            CG-MONTH-X
049500         DELIMITED BY SIZE INTO RPT-TEXT
049600     END-STRING.
049700     WRITE RPT-LINE.
049800     INITIALIZE RPT-LINE.
049900     MOVE ALL '-' TO RPT-TEXT.
050000     WRITE RPT-LINE.
050100     MOVE 'TERM'           TO CG-RL-CODE.
050200     MOVE CG-RATE-TERMS    TO CG-RL-RATE.
050300     MOVE CG-DESC-TERMS    TO CG-RL-DESC.
050400     INITIALIZE RPT-LINE.
050500     MOVE CG-RATE-LINE TO RPT-TEXT.
050600     WRITE RPT-LINE.
050700     MOVE 'ELAP'           TO CG-RL-CODE.
050800     MOVE CG-RATE-ELAPSED  TO CG-RL-RATE.
050900     MOVE CG-DESC-ELAPSED  TO CG-RL-DESC.
051000     INITIALIZE RPT-LINE.
051100     MOVE CG-RATE-LINE TO RPT-TEXT.
051200     WRITE RPT-LINE.
051300     MOVE 'XTRR'           TO CG-RL-CODE.
051400     MOVE CG-RATE-EXTRACT  TO CG-RL-RATE.
051500     MOVE CG-DESC-EXTRACT  TO CG-RL-DESC.
051600     INITIALIZE RPT-LINE.
051700     MOVE CG-RATE-LINE TO RPT-TEXT.
051800     WRITE RPT-LINE.
051900     MOVE 'HIST'           TO CG-RL-CODE.
052000     MOVE CG-RATE-HISTORY  TO CG-RL-RATE.
052100     MOVE CG-DESC-HISTORY  TO CG-RL-DESC.
052200     INITIALIZE RPT-LINE.
052300     MOVE CG-RATE-LINE TO RPT-TEXT.
052400     WRITE RPT-LINE.
052500     INITIALIZE RPT-LINE.
052600     MOVE ALL '-' TO RPT-TEXT.
052700     WRITE RPT-LINE.
052800 1200-EXIT.
052900     EXIT.
053000*****************************************************************
053100*                                                               *
053200*    2000-ACCUMULATE-AUDIT                                      *
053300*    ONE PASS OVER AUDFILE (ARCHIVE GENERATIONS FIRST) - EVERY  *
053400*    RECORD DATED IN THE CHARGE MONTH ADDS ITS TERMS AND        *
053500*    ELAPSED SECONDS TO ITS DEFINITION, WHATEVER ITS            *
053600*    COMPLETION STATUS - A FAILED OR REFUSED RUN STILL USED     *
053700*    THE MACHINE.  THE CONTROL TOTALS ARE TAKEN BY 2500.        *
053800*                                                               *
053900*****************************************************************
054000 2000-ACCUMULATE-AUDIT.
054100     OPEN INPUT AUDIT-FILE.
054200     IF NOT CG-AUDIT-FILE-OK
054300         DISPLAY 'HELLO0278E AUDFILE OPEN FAILED - ABORT'
054400         MOVE 28 TO RETURN-CODE
054500         CLOSE RPT-FILE
054600         GO TO 8000-ABEND-EXIT
054700     END-IF.
054800     PERFORM 2050-OPEN-ARCHIVE THRU 2050-EXIT.
054900     PERFORM 2100-ACCUMULATE-ONE-AUDIT THRU 2100-EXIT
055000         UNTIL CG-AUDIT-EOF.
055100     CLOSE AUDIT-FILE.
055200     IF CG-TABLE-FULL
055300         IF CG-AUD-ARCH-OPEN
055400             CLOSE AUD-ARCH-FILE
055500         END-IF
055600         CLOSE RPT-FILE
055700         GO TO 8000-ABEND-EXIT
055800     END-IF.
055900 2000-EXIT.
056000     EXIT.
056100*****************************************************************
056200*                                                               *
056300*    2050-OPEN-ARCHIVE                                          *
056400*    OPENS THE AUDFILE ARCHIVE GENERATIONS.  THEY ARE OPTIONAL  *
056500*    - WHEN NONE ARE ALLOCATED THE MONTH IS TAKEN FROM THE LIVE *
056600*    DATASET ONLY, WHICH IS ENOUGH WHEN HELLOARC'S AUDFILE      *
056700*    RETENTION COVERS THE MONTH.                                *
056800*                                                               *
056900*****************************************************************
057000 2050-OPEN-ARCHIVE.
057100     MOVE 'N' TO CG-AUD-ARCH-OPEN-SW.
057200     OPEN INPUT AUD-ARCH-FILE.
057300     IF CG-AUD-ARCH-OK
057400         MOVE 'Y' TO CG-AUD-ARCH-OPEN-SW
057500     ELSE
057600         DISPLAY 'HELLO0213I NO AUDFILE ARCHIVE ALLOCATED - '
057700                 'LIVE RECORDS ONLY'
057800     END-IF.
057900 2050-EXIT.
058000     EXIT.
058100*****************************************************************
058200*                                                               *
058300*    2060-READ-AUDIT-RECORD                                     *
058400*    READS THE NEXT AUDIT RECORD FROM THE ARCHIVE GENERATIONS   *
058500*    WHILE ANY REMAIN, THEN FROM THE LIVE AUDFILE.              *
058600*                                                               *
058700*****************************************************************
058800 2060-READ-AUDIT-RECORD.
058900     IF CG-AUD-ARCH-OPEN
059000         READ AUD-ARCH-FILE INTO AUDIT-RECORD
059100             AT END
059200                 MOVE 'N' TO CG-AUD-ARCH-OPEN-SW
059300                 CLOSE AUD-ARCH-FILE
059400         END-READ
059500         IF CG-AUD-ARCH-OPEN
059600             GO TO 2060-EXIT
059700         END-IF
059800     END-IF.
059900     READ AUDIT-FILE
060000         AT END
060100             MOVE 'Y' TO CG-AUDIT-EOF-SW
060200     END-READ.
060300 2060-EXIT.
060400     EXIT.
060500*****************************************************************
060600*                                                               *
060700*    2100-ACCUMULATE-ONE-AUDIT                                  *
060800*    READS ONE AUDIT RECORD AND, WHEN IT FALLS IN THE CHARGE    *
060900*    MONTH, POSTS IT.  A RECORD WRITTEN BEFORE THE ELAPSED      *
061000*    FIELDS EXISTED (BLANK TAIL) CARRIES NO SECONDS.  A         *
061050*    NON-PROCESSING DAY'S N RECORD RAN NO DEFINITION AND IS     *
061075*    NOT CHARGED.                                               *
061100*                                                               *
061200*****************************************************************
061300 2100-ACCUMULATE-ONE-AUDIT.
061400     PERFORM 2060-READ-AUDIT-RECORD THRU 2060-EXIT.
061500     IF CG-AUDIT-EOF
061600         GO TO 2100-EXIT
061700     END-IF.
061800     MOVE AUDIT-RUN-DATE TO CG-REC-DATE.
061900     IF CG-REC-MONTH NOT = CG-MONTH-X
062000         GO TO 2100-EXIT
062100     END-IF.
062125     IF AUDIT-STATUS-NON-PROCESSING
062150         GO TO 2100-EXIT
062175     END-IF.
062200     MOVE AUDIT-SEQUENCE-ID TO CG-LOOKUP-ID.
062300     PERFORM 2200-FIND-DEF-SLOT THRU 2200-EXIT.
062400     IF CG-TABLE-FULL
062500         MOVE 'Y' TO CG-AUDIT-EOF-SW
062600         GO TO 2100-EXIT
062700     END-IF.
062900     ADD 1 TO CG-E-AUD-RECS (CG-DEF-IX).
063000     IF AUDIT-ITER-COUNT IS NUMERIC
063200         ADD AUDIT-ITER-COUNT TO CG-E-TERMS (CG-DEF-IX)
063300     END-IF.
063400     IF AUDIT-ELAPSED-SECS IS NUMERIC
063600         ADD AUDIT-ELAPSED-SECS TO CG-E-SECS (CG-DEF-IX)
063700     END-IF.
063800 2100-EXIT.
063900     EXIT.
064000*****************************************************************
064100*                                                               *
064200*    2200-FIND-DEF-SLOT                                         *
064300*    LOOKS CG-LOOKUP-ID UP IN THE DEFINITION TABLE, ADDING IT   *
064400*    WHEN NOT YET SEEN, AND LEAVES ITS SLOT IN CG-DEF-IX.  A    *
064500*    FULL TABLE SETS CG-TABLE-FULL FOR THE CALLER TO ABORT ON.  *
064600*                                                               *
064700*****************************************************************
064800 2200-FIND-DEF-SLOT.
064900     MOVE 0 TO CG-DEF-IX.
065000     PERFORM 2210-MATCH-ONE-SLOT THRU 2210-EXIT
065100         VARYING CG-DEF-SUB FROM 1 BY 1
065200             UNTIL CG-DEF-SUB > CG-DEF-COUNT
065300                OR CG-DEF-IX > 0.
065400     IF CG-DEF-IX > 0
065500         GO TO 2200-EXIT
065600     END-IF.
065700     IF CG-DEF-COUNT >= 500
065800         DISPLAY 'HELLO0279E MORE THAN 500 DEFINITIONS TO '
065900                 'CHARGE - ABORT'
066000         MOVE 32 TO RETURN-CODE
066100         MOVE 'Y' TO CG-TABLE-FULL-SW
066200         GO TO 2200-EXIT
066300     END-IF.
066400     ADD 1 TO CG-DEF-COUNT.
066500     MOVE CG-DEF-COUNT TO CG-DEF-IX.
066600     INITIALIZE CG-DEF-ENTRY (CG-DEF-IX).
066700     MOVE CG-LOOKUP-ID TO CG-E-SEQ-ID (CG-DEF-IX).
066800 2200-EXIT.
066900     EXIT.
067000*****************************************************************
067100*                                                               *
067200*    2210-MATCH-ONE-SLOT                                        *
067300*    COMPARES ONE TABLE SLOT AGAINST CG-LOOKUP-ID.              *
067400*                                                               *
067500*****************************************************************
067600 2210-MATCH-ONE-SLOT.
067700     IF CG-E-SEQ-ID (CG-DEF-SUB) = CG-LOOKUP-ID
067800         MOVE CG-DEF-SUB TO CG-DEF-IX
067900     END-IF.
068000 2210-EXIT.
068100     EXIT.
068101*****************************************************************
068102*                                                               *
068103*    2500-COUNT-AUDIT-CONTROLS                                  *
068104*    A SECOND, SEPARATE PASS OVER AUDFILE (ARCHIVE GENERATIONS  *
068105*    FIRST) THAT TAKES THE MONTH'S CONTROL TOTALS - RECORDS,    *
068106*    TERMS AND ELAPSED SECONDS - STRAIGHT FROM THE DATASET,     *
068107*    WITH NO DEFINITION LOOKUP, SO THE TIE-OUT PROVES THE       *
068108*    CHARGED DETAIL AGAINST THE INPUT AND NOT AGAINST ITSELF.   *
068109*                                                               *
068110*****************************************************************
068111 2500-COUNT-AUDIT-CONTROLS.
068112     MOVE 'N' TO CG-AUDIT-EOF-SW.
068113     OPEN INPUT AUDIT-FILE.
068114     IF NOT CG-AUDIT-FILE-OK
068115         DISPLAY 'HELLO0278E AUDFILE OPEN FAILED - ABORT'
068116         MOVE 28 TO RETURN-CODE
068117         CLOSE RPT-FILE
068118         GO TO 8000-ABEND-EXIT
068119     END-IF.
068120     MOVE 'N' TO CG-AUD-ARCH-OPEN-SW.
068121     OPEN INPUT AUD-ARCH-FILE.
068122     IF CG-AUD-ARCH-OK
068123         MOVE 'Y' TO CG-AUD-ARCH-OPEN-SW
068124     END-IF.
068125     PERFORM 2510-COUNT-ONE-AUDIT THRU 2510-EXIT
068126         UNTIL CG-AUDIT-EOF.
068127     CLOSE AUDIT-FILE.
068128 2500-EXIT.
068129     EXIT.
068130*****************************************************************
068131*                                                               *
068132*    2510-COUNT-ONE-AUDIT                                       *
068133*    READS ONE AUDIT RECORD AND, WHEN IT FALLS IN THE CHARGE    *
068134*    MONTH, ADDS IT TO THE CONTROL TOTALS.  N RECORDS ARE       *
068135*    SKIPPED HERE AS THEY ARE IN 2100.                          *
068136*                                                               *
068137*****************************************************************
068138 2510-COUNT-ONE-AUDIT.
068139     PERFORM 2060-READ-AUDIT-RECORD THRU 2060-EXIT.
068140     IF CG-AUDIT-EOF
068141         GO TO 2510-EXIT
068142     END-IF.
068143     MOVE AUDIT-RUN-DATE TO CG-REC-DATE.
068144     IF CG-REC-MONTH NOT = CG-MONTH-X
068145         GO TO 2510-EXIT
068146     END-IF.
068147     IF AUDIT-STATUS-NON-PROCESSING
068148         GO TO 2510-EXIT
068149     END-IF.
068150     ADD 1 TO CG-CTL-AUD-RECS.
068151     IF AUDIT-ITER-COUNT IS NUMERIC
068152         ADD AUDIT-ITER-COUNT TO CG-CTL-TERMS
068153     END-IF.
068154     IF AUDIT-ELAPSED-SECS IS NUMERIC
068155         ADD AUDIT-ELAPSED-SECS TO CG-CTL-SECS
068156     END-IF.
068157 2510-EXIT.
068158     EXIT.
068200*****************************************************************
068300*                                                               *
068400*    3000-ACCUMULATE-XMTSTAT                                    *
068500*    ONE PASS OVER XMTSTAT - EVERY EXTRACT SENT IN THE CHARGE   *
068600*    MONTH ADDS ITS TRAILER RECORD COUNT TO ITS DEFINITION.  A  *
068700*    ROUTED EXTRACT HAS ONE XMTSTAT RECORD PER SUBSCRIBER, AND  *
068800*    EACH IS CHARGED, SINCE EACH WAS TRANSMITTED.               *
068900*                                                               *
069000*****************************************************************
069100 3000-ACCUMULATE-XMTSTAT.
069200     OPEN INPUT XMT-FILE.
069300     IF NOT CG-XMT-FILE-OK
069400         DISPLAY 'HELLO0280E XMTSTAT OPEN FAILED - ABORT'
069500         MOVE 28 TO RETURN-CODE
069600         CLOSE RPT-FILE
069700         GO TO 8000-ABEND-EXIT
069800     END-IF.
069900     PERFORM 3100-ACCUMULATE-ONE-XMT THRU 3100-EXIT
070000         UNTIL CG-XMT-EOF.
070100     CLOSE XMT-FILE.
070200     IF CG-TABLE-FULL
070300         CLOSE RPT-FILE
070400         GO TO 8000-ABEND-EXIT
070500     END-IF.
070600 3000-EXIT.
070700     EXIT.
070800*****************************************************************
070900*                                                               *
071000*    3100-ACCUMULATE-ONE-XMT                                    *
071100*    READS ONE TRANSMISSION-STATUS RECORD AND POSTS IT WHEN IT  *
071200*    FALLS IN THE CHARGE MONTH.                                 *
071300*                                                               *
071400*****************************************************************
071500 3100-ACCUMULATE-ONE-XMT.
071600     READ XMT-FILE
071700         AT END
071800             MOVE 'Y' TO CG-XMT-EOF-SW
071900     END-READ.
072000     IF CG-XMT-EOF
072100         GO TO 3100-EXIT
072200     END-IF.
072300     MOVE XMT-RUN-DATE TO CG-REC-DATE.
072400     IF CG-REC-MONTH NOT = CG-MONTH-X
072500         OR XMT-RECORD-COUNT IS NOT NUMERIC
072600         GO TO 3100-EXIT
072700     END-IF.
072800     MOVE XMT-SEQUENCE-ID TO CG-LOOKUP-ID.
072900     PERFORM 2200-FIND-DEF-SLOT THRU 2200-EXIT.
073000     IF CG-TABLE-FULL
073100         MOVE 'Y' TO CG-XMT-EOF-SW
073200         GO TO 3100-EXIT
073300     END-IF.
073500     ADD XMT-RECORD-COUNT TO CG-E-XTR-RECS (CG-DEF-IX).
073600 3100-EXIT.
073700     EXIT.
073702*****************************************************************
073704*                                                               *
073706*    3500-COUNT-XMT-CONTROLS                                    *
073708*    A SECOND, SEPARATE PASS OVER XMTSTAT THAT TOTALS THE       *
073710*    EXTRACT RECORDS SENT IN THE CHARGE MONTH, WITH NO          *
073712*    DEFINITION LOOKUP, AS THE CONTROL FOR THE TIE-OUT.         *
073714*                                                               *
073716*****************************************************************
073718 3500-COUNT-XMT-CONTROLS.
073720     MOVE 'N' TO CG-XMT-EOF-SW.
073722     OPEN INPUT XMT-FILE.
073724     IF NOT CG-XMT-FILE-OK
073726         DISPLAY 'HELLO0280E XMTSTAT OPEN FAILED - ABORT'
073728         MOVE 28 TO RETURN-CODE
073730         CLOSE RPT-FILE
073732         GO TO 8000-ABEND-EXIT
073734     END-IF.
073736     PERFORM 3510-COUNT-ONE-XMT THRU 3510-EXIT
073738         UNTIL CG-XMT-EOF.
073740     CLOSE XMT-FILE.
073742 3500-EXIT.
073744     EXIT.
073746*****************************************************************
073748*                                                               *
073750*    3510-COUNT-ONE-XMT                                         *
073752*    READS ONE TRANSMISSION-STATUS RECORD AND, WHEN IT FALLS IN *
073754*    THE CHARGE MONTH, ADDS ITS RECORD COUNT TO THE CONTROL.    *
073756*                                                               *
073758*****************************************************************
073760 3510-COUNT-ONE-XMT.
073762     READ XMT-FILE
073764         AT END
073766             MOVE 'Y' TO CG-XMT-EOF-SW
073768     END-READ.
073770     IF CG-XMT-EOF
073772         GO TO 3510-EXIT
073774     END-IF.
073776     MOVE XMT-RUN-DATE TO CG-REC-DATE.
073778     IF CG-REC-MONTH NOT = CG-MONTH-X
073780         OR XMT-RECORD-COUNT IS NOT NUMERIC
073782         GO TO 3510-EXIT
073784     END-IF.
073786     ADD XMT-RECORD-COUNT TO CG-CTL-XTR-RECS.
073788 3510-EXIT.
073790     EXIT.
073800*****************************************************************
073900*                                                               *
074000*    4000-ACCUMULATE-HISTORY                                    *
074100*    ONE PASS OVER THE CURRENT HISTORY MASTER GENERATION -      *
074200*    EVERY RECORD RETAINED AT MONTH END IS CHARGED TO ITS       *
074300*    DEFINITION, WHATEVER NIGHT WROTE IT, SINCE THE STORAGE IS  *
074400*    HELD FOR THE WHOLE MONTH.                                  *
074500*                                                               *
074600*****************************************************************
074700 4000-ACCUMULATE-HISTORY.
074800     OPEN INPUT HIST-FILE.
074900     IF NOT CG-HIST-FILE-OK
075000         DISPLAY 'HELLO0281E HISTORY MASTER OPEN FAILED - ABORT'
075100         MOVE 28 TO RETURN-CODE
075200         CLOSE RPT-FILE
075300         GO TO 8000-ABEND-EXIT
075400     END-IF.
075500     PERFORM 4100-ACCUMULATE-ONE-HIST THRU 4100-EXIT
075600         UNTIL CG-HIST-EOF.
075700     CLOSE HIST-FILE.
075800     IF CG-TABLE-FULL
075900         CLOSE RPT-FILE
076000         GO TO 8000-ABEND-EXIT
076100     END-IF.
076200 4000-EXIT.
076300     EXIT.
076400*****************************************************************
076500*                                                               *
076600*    4100-ACCUMULATE-ONE-HIST                                   *
076700*    READS ONE HISTORY MASTER RECORD AND COUNTS IT AGAINST ITS  *
076800*    DEFINITION.                                                *
076900*                                                               *
077000*****************************************************************
077100 4100-ACCUMULATE-ONE-HIST.
077200     READ HIST-FILE
077300         AT END
077400             MOVE 'Y' TO CG-HIST-EOF-SW
077500     END-READ.
077600     IF CG-HIST-EOF
077700         GO TO 4100-EXIT
077800     END-IF.
077900     MOVE HIST-SEQUENCE-ID TO CG-LOOKUP-ID.
078000     PERFORM 2200-FIND-DEF-SLOT THRU 2200-EXIT.
078100     IF CG-TABLE-FULL
078200         MOVE 'Y' TO CG-HIST-EOF-SW
078300         GO TO 4100-EXIT
078400     END-IF.
078600     ADD 1 TO CG-E-HIST-RECS (CG-DEF-IX).
078700 4100-EXIT.
078800     EXIT.
078802*****************************************************************
078804*                                                               *
078806*    4500-COUNT-HIST-CONTROLS                                   *
078808*    A SECOND, SEPARATE PASS OVER THE HISTORY MASTER THAT       *
078810*    COUNTS ITS RECORDS, WITH NO DEFINITION LOOKUP, AS THE      *
078812*    CONTROL FOR THE TIE-OUT.                                   *
078814*                                                               *
078816*****************************************************************
078818 4500-COUNT-HIST-CONTROLS.
078820     MOVE 'N' TO CG-HIST-EOF-SW.
078822     OPEN INPUT HIST-FILE.
078824     IF NOT CG-HIST-FILE-OK
078826         DISPLAY 'HELLO0281E HISTORY MASTER OPEN FAILED - ABORT'
078828         MOVE 28 TO RETURN-CODE
078830         CLOSE RPT-FILE
078832         GO TO 8000-ABEND-EXIT
078834     END-IF.
078836     PERFORM 4510-COUNT-ONE-HIST THRU 4510-EXIT
078838         UNTIL CG-HIST-EOF.
078840     CLOSE HIST-FILE.
078842 4500-EXIT.
078844     EXIT.
078846*****************************************************************
078848*                                                               *
078850*    4510-COUNT-ONE-HIST                                        *
078852*    READS ONE HISTORY MASTER RECORD AND COUNTS IT.             *
078854*                                                               *
078856*****************************************************************
078858 4510-COUNT-ONE-HIST.
078860     READ HIST-FILE
078862         AT END
078864             MOVE 'Y' TO CG-HIST-EOF-SW
078866     END-READ.
078868     IF CG-HIST-EOF
078870         GO TO 4510-EXIT
078872     END-IF.
078874     ADD 1 TO CG-CTL-HIST-RECS.
078876 4510-EXIT.
078878     EXIT.
078900*****************************************************************
079000*                                                               *
079100*    5000-ASSIGN-OWNERS                                         *
079200*    LOOKS EVERY DEFINITION UP ON PARMDEF FOR ITS OWNER AND     *
079300*    PRICES ITS USAGE.                                          *
079400*                                                               *
079500*****************************************************************
079600 5000-ASSIGN-OWNERS.
079700     OPEN INPUT PARM-FILE.
079800     IF NOT CG-PARM-FILE-OK
079900         DISPLAY 'HELLO0282E PARMFILE OPEN FAILED - ABORT'
080000         MOVE 28 TO RETURN-CODE
080100         CLOSE RPT-FILE
080200         GO TO 8000-ABEND-EXIT
080300     END-IF.
080400     PERFORM 5100-ASSIGN-ONE-OWNER THRU 5100-EXIT
080500         VARYING CG-DEF-SUB FROM 1 BY 1
080600             UNTIL CG-DEF-SUB > CG-DEF-COUNT.
080700     CLOSE PARM-FILE.
080800 5000-EXIT.
080900     EXIT.
081000*****************************************************************
081100*                                                               *
081200*    5100-ASSIGN-ONE-OWNER                                      *
081300*    READS THE DEFINITION'S PARMDEF RECORD FOR ITS OWNING       *
081400*    DEPARTMENT, COST CENTER AND CONTACT.  ONE DELETED SINCE,   *
081500*    OR NEVER GIVEN A COST CENTER, IS CHARGED TO *NONE* AND     *
081600*    COUNTED, SO IT CAN BE FOLLOWED UP BEFORE THE BILLS GO OUT. *
081700*                                                               *
081800*****************************************************************
081900 5100-ASSIGN-ONE-OWNER.
082000     MOVE CG-E-SEQ-ID (CG-DEF-SUB) TO PARM-SEQUENCE-ID.
082100     READ PARM-FILE
082200         INVALID KEY
082300             MOVE SPACES TO PARM-OWNER-DEPT
082400             MOVE SPACES TO PARM-COST-CENTER
082500             MOVE SPACES TO PARM-CONTACT
082600     END-READ.
082700     MOVE PARM-OWNER-DEPT  TO CG-E-OWNER-DEPT (CG-DEF-SUB).
082800     MOVE PARM-COST-CENTER TO CG-E-COST-CENTER (CG-DEF-SUB).
082900     MOVE PARM-CONTACT     TO CG-E-CONTACT (CG-DEF-SUB).
083000     IF PARM-COST-CENTER = SPACES
083100         MOVE '*NONE*' TO CG-E-COST-CENTER (CG-DEF-SUB)
083200         ADD 1 TO CG-UNASSIGNED-COUNT
083300     END-IF.
083400     PERFORM 5200-PRICE-ONE-DEFINITION THRU 5200-EXIT.
083500 5100-EXIT.
083600     EXIT.
083700*****************************************************************
083800*                                                               *
083900*    5200-PRICE-ONE-DEFINITION                                  *
084000*    PRICES EACH ELEMENT OF ONE DEFINITION'S USAGE AT ITS RATE, *
084100*    ROUNDED TO THE CENT, AND TOTALS THEM.  THE ELEMENT CHARGES *
084200*    ARE KEPT SO THE GRAND TOTAL CAN BE SHOWN BY ELEMENT.       *
084300*                                                               *
084400*****************************************************************
084500 5200-PRICE-ONE-DEFINITION.
084600     COMPUTE CG-E-TERM-CHG (CG-DEF-SUB) ROUNDED =
084700         CG-E-TERMS (CG-DEF-SUB) * CG-RATE-TERMS.
084800     COMPUTE CG-E-ELAP-CHG (CG-DEF-SUB) ROUNDED =
084900         CG-E-SECS (CG-DEF-SUB) * CG-RATE-ELAPSED.
085000     COMPUTE CG-E-XTR-CHG (CG-DEF-SUB) ROUNDED =
085100         CG-E-XTR-RECS (CG-DEF-SUB) * CG-RATE-EXTRACT.
085200     COMPUTE CG-E-HIST-CHG (CG-DEF-SUB) ROUNDED =
085300         CG-E-HIST-RECS (CG-DEF-SUB) * CG-RATE-HISTORY.
085400     COMPUTE CG-E-CHARGE (CG-DEF-SUB) =
085500         CG-E-TERM-CHG (CG-DEF-SUB) + CG-E-ELAP-CHG (CG-DEF-SUB)
085600       + CG-E-XTR-CHG (CG-DEF-SUB) + CG-E-HIST-CHG (CG-DEF-SUB).
085700 5200-EXIT.
085800     EXIT.
085900*****************************************************************
086000*                                                               *
086100*    6000-SORT-DEFINITIONS                                      *
086200*    ORDERS THE TABLE BY COST CENTER AND SEQUENCE ID - AN       *
086300*    EXCHANGE PASS IN THE 3000-SORT-DEFINITIONS STYLE OF        *
086400*    HELLORBD - SO EACH COST CENTER PRINTS AS ONE GROUP.        *
086500*                                                               *
086600*****************************************************************
086700 6000-SORT-DEFINITIONS.
086800     IF CG-DEF-COUNT < 2
086900         GO TO 6000-EXIT
087000     END-IF.
087100     PERFORM 6100-SORT-ONE-PASS THRU 6100-EXIT
087200         VARYING CG-SORT-I FROM 1 BY 1
087300             UNTIL CG-SORT-I >= CG-DEF-COUNT.
087400 6000-EXIT.
087500     EXIT.
087600*****************************************************************
087700*                                                               *
087800*    6100-SORT-ONE-PASS                                         *
087900*    ONE PASS OF THE EXCHANGE SORT.                             *
088000*                                                               *
088100*****************************************************************
088200 6100-SORT-ONE-PASS.
088300     PERFORM 6200-COMPARE-AND-SWAP THRU 6200-EXIT
088400         VARYING CG-SORT-J FROM 1 BY 1
088500             UNTIL CG-SORT-J >= CG-DEF-COUNT.
088600 6100-EXIT.
088700     EXIT.
088800*****************************************************************
088900*                                                               *
089000*    6200-COMPARE-AND-SWAP                                      *
089100*    SWAPS ADJACENT TABLE ENTRIES WHEN OUT OF KEY ORDER.        *
089200*                                                               *
089300*****************************************************************
089400 6200-COMPARE-AND-SWAP.
089500     IF CG-E-SORT-KEY (CG-SORT-J) >
089600        CG-E-SORT-KEY (CG-SORT-J + 1)
089700         MOVE CG-DEF-ENTRY (CG-SORT-J)     TO CG-SWAP-ENTRY
089800         MOVE CG-DEF-ENTRY (CG-SORT-J + 1) TO
089900              CG-DEF-ENTRY (CG-SORT-J)
090000         MOVE CG-SWAP-ENTRY                TO
090100              CG-DEF-ENTRY (CG-SORT-J + 1)
090200     END-IF.
090300 6200-EXIT.
090400     EXIT.
090500*****************************************************************
090600*                                                               *
090700*    7000-PRINT-CHARGEBACK                                      *
090800*    PRINTS THE DEFINITIONS IN COST-CENTER ORDER WITH A         *
090900*    SUBTOTAL AT EACH CHANGE OF COST CENTER, THEN THE GRAND     *
091000*    TOTAL BY ELEMENT AND THE TIE-OUT.                          *
091100*                                                               *
091200*****************************************************************
091300 7000-PRINT-CHARGEBACK.
091400     IF CG-DEF-COUNT = 0
091500         INITIALIZE RPT-LINE
091600         MOVE ' NO USAGE TO CHARGE FOR THE MONTH' TO RPT-TEXT
091700         WRITE RPT-LINE
091800     END-IF.
091900     MOVE SPACES TO CG-PRIOR-COST-CENTER.
092000     PERFORM 7100-PRINT-ONE-DEFINITION THRU 7100-EXIT
092100         VARYING CG-DEF-SUB FROM 1 BY 1
092200             UNTIL CG-DEF-SUB > CG-DEF-COUNT.
092300     IF CG-DEF-COUNT > 0
092400         PERFORM 7200-PRINT-CC-SUBTOTAL THRU 7200-EXIT
092500     END-IF.
092600     PERFORM 7300-PRINT-GRAND-TOTAL THRU 7300-EXIT.
092700     PERFORM 7400-PRINT-TIE-OUT THRU 7400-EXIT.
092800 7000-EXIT.
092900     EXIT.
093000*****************************************************************
093100*                                                               *
093200*    7100-PRINT-ONE-DEFINITION                                  *
093300*    CLOSES THE PRIOR COST CENTER WHEN THIS ONE DIFFERS, THEN   *
093400*    PRINTS THE DEFINITION'S DETAIL LINE AND CONTACT AND ADDS   *
093500*    IT TO THE SUBTOTAL AND GRAND TOTAL.                        *
093600*                                                               *
093700*****************************************************************
093800 7100-PRINT-ONE-DEFINITION.
093900     IF CG-E-COST-CENTER (CG-DEF-SUB) NOT = CG-PRIOR-COST-CENTER
094000         IF CG-DEF-SUB > 1
094100             PERFORM 7200-PRINT-CC-SUBTOTAL THRU 7200-EXIT
094200         END-IF
094300         MOVE CG-E-COST-CENTER (CG-DEF-SUB)
094400             TO CG-PRIOR-COST-CENTER
094500         PERFORM 7150-PRINT-CC-HEADING THRU 7150-EXIT
094600     END-IF.
094700     MOVE CG-E-SEQ-ID (CG-DEF-SUB)     TO CG-DT-SEQ-ID.
094800     MOVE CG-E-OWNER-DEPT (CG-DEF-SUB) TO CG-DT-DEPT.
094900     MOVE CG-E-TERMS (CG-DEF-SUB)      TO CG-DT-TERMS.
095000     MOVE CG-E-SECS (CG-DEF-SUB)       TO CG-DT-SECS.
095100     MOVE CG-E-XTR-RECS (CG-DEF-SUB)   TO CG-DT-XTR-RECS.
095200     MOVE CG-E-HIST-RECS (CG-DEF-SUB)  TO CG-DT-HIST-RECS.
095300     MOVE CG-E-CHARGE (CG-DEF-SUB)     TO CG-DT-CHARGE.
095400     INITIALIZE RPT-LINE.
095500     MOVE CG-DETAIL-LINE TO RPT-TEXT.
095600     WRITE RPT-LINE.
095700     IF CG-E-CONTACT (CG-DEF-SUB) NOT = SPACES
095800         INITIALIZE RPT-LINE
095900         STRING '          CONTACT ' CG-E-CONTACT (CG-DEF-SUB)
096000             DELIMITED BY SIZE INTO RPT-TEXT
096100         END-STRING
096200         WRITE RPT-LINE
096300     END-IF.
096400     ADD CG-E-TERMS (CG-DEF-SUB)     TO CG-SUB-TERMS.
096500     ADD CG-E-SECS (CG-DEF-SUB)      TO CG-SUB-SECS.
096600     ADD CG-E-XTR-RECS (CG-DEF-SUB)  TO CG-SUB-XTR-RECS.
096700     ADD CG-E-HIST-RECS (CG-DEF-SUB) TO CG-SUB-HIST-RECS.
096800     ADD CG-E-CHARGE (CG-DEF-SUB)    TO CG-SUB-CHARGE.
096900     ADD CG-E-AUD-RECS (CG-DEF-SUB)  TO CG-GRD-AUD-RECS.
097000     ADD CG-E-TERMS (CG-DEF-SUB)     TO CG-GRD-TERMS.
097100     ADD CG-E-SECS (CG-DEF-SUB)      TO CG-GRD-SECS.
097200     ADD CG-E-XTR-RECS (CG-DEF-SUB)  TO CG-GRD-XTR-RECS.
097300     ADD CG-E-HIST-RECS (CG-DEF-SUB) TO CG-GRD-HIST-RECS.
097400     ADD CG-E-TERM-CHG (CG-DEF-SUB)  TO CG-GRD-TERM-CHG.
097500     ADD CG-E-ELAP-CHG (CG-DEF-SUB)  TO CG-GRD-ELAP-CHG.
097600     ADD CG-E-XTR-CHG (CG-DEF-SUB)   TO CG-GRD-XTR-CHG.
097700     ADD CG-E-HIST-CHG (CG-DEF-SUB)  TO CG-GRD-HIST-CHG.
097800     ADD CG-E-CHARGE (CG-DEF-SUB)    TO CG-GRD-CHARGE.
097900 7100-EXIT.
098000     EXIT.
098100*****************************************************************
098200*                                                               *
098300*    7150-PRINT-CC-HEADING                                      *
098400*    OPENS A NEW COST-CENTER GROUP.                             *
098500*                                                               *
098600*****************************************************************
098700 7150-PRINT-CC-HEADING.
098800     ADD 1 TO CG-CC-COUNT.
098900     INITIALIZE RPT-LINE.
099000     WRITE RPT-LINE.
099100     INITIALIZE RPT-LINE.
099200     IF CG-PRIOR-COST-CENTER = '*NONE*'
099300         STRING ' COST CENTER *NONE* - NO OWNER ON PARMDEF'
099400             DELIMITED BY SIZE INTO RPT-TEXT
099500         END-STRING
099600     ELSE
099700         STRING ' COST CENTER ' CG-PRIOR-COST-CENTER
099800             DELIMITED BY SIZE INTO RPT-TEXT
099900         END-STRING
100000     END-IF.
100100     WRITE RPT-LINE.
100200     INITIALIZE RPT-LINE.
100300     MOVE CG-COLUMN-HEAD-LINE TO RPT-TEXT.
100400     WRITE RPT-LINE.
100500 7150-EXIT.
100600     EXIT.
100700*****************************************************************
100800*                                                               *
100900*    7200-PRINT-CC-SUBTOTAL                                     *
101000*    PRINTS THE SUBTOTAL OF THE COST CENTER JUST FINISHED AND   *
101100*    CLEARS IT FOR THE NEXT.                                    *
101200*                                                               *
101300*****************************************************************
101400 7200-PRINT-CC-SUBTOTAL.
101500     INITIALIZE CG-TL-LABEL.
101600     STRING 'CC ' CG-PRIOR-COST-CENTER ' TOTAL'
101700         DELIMITED BY SIZE INTO CG-TL-LABEL
101800     END-STRING.
101900     MOVE CG-SUB-TERMS     TO CG-TL-TERMS.
102000     MOVE CG-SUB-SECS      TO CG-TL-SECS.
102100     MOVE CG-SUB-XTR-RECS  TO CG-TL-XTR-RECS.
102200     MOVE CG-SUB-HIST-RECS TO CG-TL-HIST-RECS.
102300     MOVE CG-SUB-CHARGE    TO CG-TL-CHARGE.
102400     INITIALIZE RPT-LINE.
102500     MOVE CG-TOTAL-LINE TO RPT-TEXT.
102600     WRITE RPT-LINE.
102700     INITIALIZE CG-SUBTOTALS.
102800 7200-EXIT.
102900     EXIT.
103000*****************************************************************
103100*                                                               *
103200*    7300-PRINT-GRAND-TOTAL                                     *
103300*    PRINTS THE GRAND TOTAL ACROSS ALL COST CENTERS, THEN THE   *
103400*    SAME CHARGE BROKEN DOWN BY ELEMENT WITH ITS RATE.          *
103500*                                                               *
103600*****************************************************************
103700 7300-PRINT-GRAND-TOTAL.
103800     INITIALIZE RPT-LINE.
103900     MOVE ALL '-' TO RPT-TEXT.
104000     WRITE RPT-LINE.
104100     MOVE 'GRAND TOTAL'    TO CG-TL-LABEL.
104200     MOVE CG-GRD-TERMS     TO CG-TL-TERMS.
104300     MOVE CG-GRD-SECS      TO CG-TL-SECS.
104400     MOVE CG-GRD-XTR-RECS  TO CG-TL-XTR-RECS.
104500     MOVE CG-GRD-HIST-RECS TO CG-TL-HIST-RECS.
104600     MOVE CG-GRD-CHARGE    TO CG-TL-CHARGE.
104700     INITIALIZE RPT-LINE.
104800     MOVE CG-TOTAL-LINE TO RPT-TEXT.
104900     WRITE RPT-LINE.
105000     INITIALIZE RPT-LINE.
105100     WRITE RPT-LINE.
105200     MOVE 'TERMS GENERATED'        TO CG-EL-LABEL.
105300     MOVE CG-GRD-TERMS             TO CG-EL-UNITS.
105400     MOVE CG-RATE-TERMS            TO CG-EL-RATE.
105500     MOVE CG-GRD-TERM-CHG          TO CG-EL-AMOUNT.
105600     INITIALIZE RPT-LINE.
105700     MOVE CG-ELEMENT-LINE TO RPT-TEXT.
105800     WRITE RPT-LINE.
105900     MOVE 'ELAPSED SECONDS'        TO CG-EL-LABEL.
106000     MOVE CG-GRD-SECS              TO CG-EL-UNITS.
106100     MOVE CG-RATE-ELAPSED          TO CG-EL-RATE.
106200     MOVE CG-GRD-ELAP-CHG          TO CG-EL-AMOUNT.
106300     INITIALIZE RPT-LINE.
106400     MOVE CG-ELEMENT-LINE TO RPT-TEXT.
106500     WRITE RPT-LINE.
106600     MOVE 'EXTRACT RECORDS SENT'   TO CG-EL-LABEL.
106700     MOVE CG-GRD-XTR-RECS          TO CG-EL-UNITS.
106800     MOVE CG-RATE-EXTRACT          TO CG-EL-RATE.
106900     MOVE CG-GRD-XTR-CHG           TO CG-EL-AMOUNT.
107000     INITIALIZE RPT-LINE.
107100     MOVE CG-ELEMENT-LINE TO RPT-TEXT.
107200     WRITE RPT-LINE.
107300     MOVE 'HISTORY RECORDS RETAINED' TO CG-EL-LABEL.
107400     MOVE CG-GRD-HIST-RECS         TO CG-EL-UNITS.
107500     MOVE CG-RATE-HISTORY          TO CG-EL-RATE.
107600     MOVE CG-GRD-HIST-CHG          TO CG-EL-AMOUNT.
107700     INITIALIZE RPT-LINE.
107800     MOVE CG-ELEMENT-LINE TO RPT-TEXT.
107900     WRITE RPT-LINE.
108000 7300-EXIT.
108100     EXIT.
108200*****************************************************************
108300*                                                               *
108400*    7400-PRINT-TIE-OUT                                         *
108500*    SETS THE QUANTITIES SUMMED BACK FROM THE PRINTED DETAIL    *
108600*    AGAINST THE CONTROL TOTALS OF THE SEPARATE COUNTING        *
108700*    PASSES.  EVERY AUDFILE RECORD OF THE MONTH, AND EVERY TERM *
108800*    AND SECOND ON THEM, MUST HAVE BEEN CHARGED TO SOMEONE.     *
108900*                                                               *
109000*****************************************************************
109100 7400-PRINT-TIE-OUT.
109200     INITIALIZE RPT-LINE.
109300     MOVE ALL '-' TO RPT-TEXT.
109400     WRITE RPT-LINE.
109500     INITIALIZE RPT-LINE.
109600     STRING ' TIE-OUT TO THE MONTH ' CG-MONTH-X
109700            ' CONTROL TOTALS'
109800         DELIMITED BY SIZE INTO RPT-TEXT
109900     END-STRING.
110000     WRITE RPT-LINE.
110100     INITIALIZE RPT-LINE.
110200     MOVE CG-TIE-HEAD-LINE TO RPT-TEXT.
110300     WRITE RPT-LINE.
110400     MOVE 'AUDFILE RECORDS'        TO CG-TIE-LABEL.
110500     MOVE CG-CTL-AUD-RECS          TO CG-TIE-CONTROL.
110600     MOVE CG-GRD-AUD-RECS          TO CG-TIE-CHARGED.
110700     PERFORM 7410-PRINT-TIE-LINE THRU 7410-EXIT.
110800     MOVE 'AUDFILE TERMS GENERATED' TO CG-TIE-LABEL.
110900     MOVE CG-CTL-TERMS             TO CG-TIE-CONTROL.
111000     MOVE CG-GRD-TERMS             TO CG-TIE-CHARGED.
111100     PERFORM 7410-PRINT-TIE-LINE THRU 7410-EXIT.
111200     MOVE 'AUDFILE ELAPSED SECONDS' TO CG-TIE-LABEL.
111300     MOVE CG-CTL-SECS              TO CG-TIE-CONTROL.
111400     MOVE CG-GRD-SECS              TO CG-TIE-CHARGED.
111500     PERFORM 7410-PRINT-TIE-LINE THRU 7410-EXIT.
111600     MOVE 'XMTSTAT EXTRACT RECORDS' TO CG-TIE-LABEL.
111700     MOVE CG-CTL-XTR-RECS          TO CG-TIE-CONTROL.
111800     MOVE CG-GRD-XTR-RECS          TO CG-TIE-CHARGED.
111900     PERFORM 7410-PRINT-TIE-LINE THRU 7410-EXIT.
112000     MOVE 'HISTORY RECORDS RETAINED' TO CG-TIE-LABEL.
112100     MOVE CG-CTL-HIST-RECS         TO CG-TIE-CONTROL.
112200     MOVE CG-GRD-HIST-RECS         TO CG-TIE-CHARGED.
112300     PERFORM 7410-PRINT-TIE-LINE THRU 7410-EXIT.
112350     PERFORM 7450-PRINT-AMOUNT-TIE-OUT THRU 7450-EXIT.
112400 7400-EXIT.
112500     EXIT.
112600*****************************************************************
112700*                                                               *
112800*    7410-PRINT-TIE-LINE                                        *
112900*    PRINTS ONE CONTROL/CHARGED PAIR AND WHETHER IT TIES.       *
113000*                                                               *
113100*****************************************************************
113200 7410-PRINT-TIE-LINE.
113300     IF CG-TIE-CONTROL = CG-TIE-CHARGED
113400         MOVE 'TIES'         TO CG-TIE-RESULT
113500     ELSE
113600         MOVE 'DOES NOT TIE' TO CG-TIE-RESULT
113700         MOVE 'N' TO CG-TIES-SW
113800     END-IF.
113900     INITIALIZE RPT-LINE.
114000     MOVE CG-TIE-LINE TO RPT-TEXT.
114100     WRITE RPT-LINE.
114200 7410-EXIT.
114300     EXIT.
114301*****************************************************************
114302*                                                               *
114303*    7450-PRINT-AMOUNT-TIE-OUT                                  *
114304*    REPRICES EACH GRAND TOTAL QUANTITY AT ITS RATE AND SETS IT *
114305*    AGAINST THE SUM OF THE ROUNDED DEFINITION CHARGES.  EACH   *
114306*    DEFINITION CHARGE IS ROUNDED TO THE CENT, SO THE TWO MAY   *
114307*    DIFFER BY UP TO A HALF CENT PER CHARGE ROUNDED; THAT IS    *
114308*    PRINTED AS ROUNDING.  ANY LARGER DIFFERENCE DOES NOT TIE.  *
114309*                                                               *
114310*****************************************************************
114311 7450-PRINT-AMOUNT-TIE-OUT.
114312     COMPUTE CG-RPR-TERM-CHG ROUNDED =
114313         CG-GRD-TERMS * CG-RATE-TERMS.
114314     COMPUTE CG-RPR-ELAP-CHG ROUNDED =
114315         CG-GRD-SECS * CG-RATE-ELAPSED.
114316     COMPUTE CG-RPR-XTR-CHG ROUNDED =
114317         CG-GRD-XTR-RECS * CG-RATE-EXTRACT.
114318     COMPUTE CG-RPR-HIST-CHG ROUNDED =
114319         CG-GRD-HIST-RECS * CG-RATE-HISTORY.
114320     COMPUTE CG-RPR-CHARGE =
114321         CG-RPR-TERM-CHG + CG-RPR-ELAP-CHG
114322       + CG-RPR-XTR-CHG + CG-RPR-HIST-CHG.
114323     INITIALIZE RPT-LINE.
114324     WRITE RPT-LINE.
114325     INITIALIZE RPT-LINE.
114326     MOVE CG-AMT-HEAD-LINE TO RPT-TEXT.
114327     WRITE RPT-LINE.
114328     COMPUTE CG-ROUND-LIMIT = (CG-DEF-COUNT + 1) * 0.005.
114329     MOVE 'TERMS GENERATED'        TO CG-AT-LABEL.
114330     MOVE CG-RPR-TERM-CHG          TO CG-AMT-REPRICED.
114331     MOVE CG-GRD-TERM-CHG          TO CG-AMT-CHARGED.
114332     PERFORM 7460-PRINT-AMOUNT-LINE THRU 7460-EXIT.
114333     MOVE 'ELAPSED SECONDS'        TO CG-AT-LABEL.
114334     MOVE CG-RPR-ELAP-CHG          TO CG-AMT-REPRICED.
114335     MOVE CG-GRD-ELAP-CHG          TO CG-AMT-CHARGED.
114336     PERFORM 7460-PRINT-AMOUNT-LINE THRU 7460-EXIT.
114337     MOVE 'EXTRACT RECORDS SENT'   TO CG-AT-LABEL.
114338     MOVE CG-RPR-XTR-CHG           TO CG-AMT-REPRICED.
114339     MOVE CG-GRD-XTR-CHG           TO CG-AMT-CHARGED.
114340     PERFORM 7460-PRINT-AMOUNT-LINE THRU 7460-EXIT.
114341     MOVE 'HISTORY RECORDS RETAINED' TO CG-AT-LABEL.
114342     MOVE CG-RPR-HIST-CHG          TO CG-AMT-REPRICED.
114343     MOVE CG-GRD-HIST-CHG          TO CG-AMT-CHARGED.
114344     PERFORM 7460-PRINT-AMOUNT-LINE THRU 7460-EXIT.
114345     COMPUTE CG-ROUND-LIMIT = (CG-DEF-COUNT + 1) * 0.02.
114346     MOVE 'TOTAL CHARGE'           TO CG-AT-LABEL.
114347     MOVE CG-RPR-CHARGE            TO CG-AMT-REPRICED.
114348     MOVE CG-GRD-CHARGE            TO CG-AMT-CHARGED.
114349     PERFORM 7460-PRINT-AMOUNT-LINE THRU 7460-EXIT.
114350 7450-EXIT.
114351     EXIT.
114352*****************************************************************
114353*                                                               *
114354*    7460-PRINT-AMOUNT-LINE                                     *
114355*    PRINTS ONE REPRICED/CHARGED PAIR WITH ITS DIFFERENCE AND   *
114356*    WHETHER IT TIES, IS ROUNDING, OR DOES NOT TIE.             *
114357*                                                               *
114358*****************************************************************
114359 7460-PRINT-AMOUNT-LINE.
114360     COMPUTE CG-AMT-DIFF = CG-AMT-CHARGED - CG-AMT-REPRICED.
114361     MOVE 'TIES'             TO CG-AT-RESULT.
114362     IF CG-AMT-DIFF NOT = 0
114363         MOVE 'ROUNDING'     TO CG-AT-RESULT
114364     END-IF.
114365     IF CG-AMT-DIFF > CG-ROUND-LIMIT
114366         OR CG-AMT-DIFF + CG-ROUND-LIMIT < 0
114367         MOVE 'DOES NOT TIE' TO CG-AT-RESULT
114368         MOVE 'N' TO CG-TIES-SW
114369     END-IF.
114370     MOVE CG-AMT-REPRICED    TO CG-AT-REPRICED.
114371     MOVE CG-AMT-CHARGED     TO CG-AT-CHARGED.
114372     MOVE CG-AMT-DIFF        TO CG-AT-DIFF.
114373     INITIALIZE RPT-LINE.
114374     MOVE CG-AMT-TIE-LINE TO RPT-TEXT.
114375     WRITE RPT-LINE.
114376 7460-EXIT.
114377     EXIT.
114400*****************************************************************
114500*                                                               *
114600*    9000-TERMINATE                                             *
114700*    PRINTS THE RUN COUNTS, CLOSES THE REPORT AND SETS THE      *
114800*    RETURN CODE - 8 WHEN THE CHARGEBACK DOES NOT TIE, 4 WHEN   *
114900*    ANY USAGE WAS CHARGED TO *NONE*.                           *
115000*                                                               *
115100*****************************************************************
115200 9000-TERMINATE.
115300     INITIALIZE RPT-LINE.
115400     MOVE ALL '-' TO RPT-TEXT.
115500     WRITE RPT-LINE.
115600     INITIALIZE RPT-LINE.
115700     MOVE 'DEFINITIONS CHARGED' TO RPT-LABEL.
115800     MOVE CG-DEF-COUNT TO RPT-VALUE.
115900     WRITE RPT-LINE.
116000     INITIALIZE RPT-LINE.
116100     MOVE 'COST CENTERS CHARGED' TO RPT-LABEL.
116200     MOVE CG-CC-COUNT TO RPT-VALUE.
116300     WRITE RPT-LINE.
116400     INITIALIZE RPT-LINE.
116500     MOVE 'DEFINITIONS WITH NO OWNER' TO RPT-LABEL.
116600     MOVE CG-UNASSIGNED-COUNT TO RPT-VALUE.
116700     WRITE RPT-LINE.
116800     CLOSE RPT-FILE.
116900     MOVE 0 TO RETURN-CODE.
117000     IF CG-UNASSIGNED-COUNT > 0
117100         DISPLAY 'HELLO0283W ' CG-UNASSIGNED-COUNT
117200                 ' DEFINITIONS HAVE NO COST CENTER - CHARGED '
117300                 'TO *NONE*'
117400         MOVE 4 TO RETURN-CODE
117500     END-IF.
117600     IF NOT CG-TIES
117700         DISPLAY 'HELLO0284E CHARGEBACK DOES NOT TIE TO THE '
117800                 'MONTH CONTROL TOTALS - SEE REPORT'
117900         MOVE 8 TO RETURN-CODE
118000     END-IF.
118100     MOVE CG-GRD-CHARGE TO CG-TL-CHARGE.
118200     DISPLAY 'HELLO0285I CHARGEBACK FOR ' CG-MONTH-X
118300             ' COMPLETE - ' CG-DEF-COUNT ' DEFINITIONS, TOTAL '
118400             CG-TL-CHARGE.
118500 9000-EXIT.
118600     EXIT.
118700*****************************************************************
118800*                                                               *
118900*    8000-ABEND-EXIT                                            *
119000*    COMMON EXIT FOR A RUN THAT FAILS BEFORE THE REPORT CAN     *
119100*    COMPLETE (BAD PARAMETER OR RATE TABLE, A FILE THAT COULD   *
119200*    NOT BE OPENED, OR A DEFINITION TABLE OVERFLOW).            *
119300*                                                               *
119400*****************************************************************
119500 8000-ABEND-EXIT.
119600     GO TO 9999-EXIT.
119700 9999-EXIT.
119800     STOP RUN.
