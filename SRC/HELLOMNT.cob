002664*                     FUNCTION AND TIMESTAMP.  AN OPERATOR NOT   *
002666*                     ON OPAUTH, A BLANK OPERATOR ID, OR AN      *
002668*                     UNAVAILABLE OPAUTH ALL FAIL CLOSED.        *
002669*    10/15/26   RMS   MODE R (GENERALIZED RECURRENCE) ACCEPTED.  *
002670*                     A MODE R DEFINITION ALSO PROMPTS FOR ITS   *
002671*                     TWO SEED TERMS AND OPTIONAL MODULUS (0 FOR *
002672*                     NONE), EDITED BY 7160-EDIT-RECURRENCE;     *
002673*                     OTHER MODES CARRY THEM AS ZERO.  LIST,     *
002674*                     CHANGE AND PARMLOG CARRY THEM AS WELL.     *
002675*    10/15/26   RMS   CHANGE AND DELETE NOW READ THE TLKUSAGE   *
002676*                     LOG HELLOTLK WRITES AND NAME EVERY        *
002677*                     PROGRAM THAT HAS CALLED IT FOR THE        *
002678*                     DEFINITION, WITH ITS LAST CALL DATE AND   *
002679*                     CALL COUNT, BEFORE THE FUNCTION GOES      *
002680*                     AHEAD.  A CHANGE TO A DEFINITION OTHER    *
002681*                     PROGRAMS USE NOW ASKS FOR A Y TO CONFIRM, *
002682*                     AS DELETE ALWAYS HAS.                     *
002683*    10/15/26   RMS   ADD AND CHANGE NOW PROMPT FOR THE OWNING  *
002684*                     DEPARTMENT, COST CENTER AND CONTACT THE   *
002685*                     MONTHLY CHARGEBACK BILLS TO, EDITED BY    *
002686*                     7180-EDIT-OWNERSHIP.  ON A CHANGE A BLANK *
002687*                     ENTRY KEEPS THE CURRENT VALUE.  LIST AND  *
002688*                     PARMLOG CARRY THEM AS WELL.               *
002689*    10/15/26   RMS   7160-EDIT-RECURRENCE NOW ALSO WALKS AN     *
002690*                     UNREDUCED MODE R RANGE FOR 31-DIGIT        *
002691*                     OVERFLOW (HELLO0202E), AS HELLO DOES, SO   *
002692*                     A DEFINITION HELLO WOULD ABORT ON CANNOT   *
002693*                     BE SAVED.                                  *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
004260     SELECT AUTHLOG-FILE     ASSIGN TO AUTHLOG
004270                             ORGANIZATION IS LINE SEQUENTIAL
004280                             FILE STATUS IS MN-AUTHLOG-STATUS.
004285     SELECT USAGE-FILE       ASSIGN TO TLKUSAGE
004290                             ORGANIZATION IS LINE SEQUENTIAL
004295                             FILE STATUS IS MN-USAGE-FILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
005360     LABEL RECORDS ARE STANDARD
005370     RECORDING MODE IS F.
005380     COPY AUTHLREC.
005384 FD  USAGE-FILE
005388     LABEL RECORDS ARE STANDARD
005392     RECORDING MODE IS F.
005396     COPY TLKUREC.
005400*
005500 WORKING-STORAGE SECTION.
005600*****************************************************************
007260         88  MN-OPER-ON-FILE             VALUE 'Y'.
007270     05  MN-AUTH-REFUSED-SW      PIC X(01)   VALUE 'N'.
007280         88  MN-AUTH-REFUSED             VALUE 'Y'.
007284     05  MN-USAGE-FILE-STATUS    PIC X(02)   VALUE '00'.
007288         88  MN-USAGE-FILE-OK            VALUE '00'.
007292     05  MN-USAGE-EOF-SW         PIC X(01)   VALUE 'N'.
007296         88  MN-USAGE-EOF                VALUE 'Y'.
007297     05  MN-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
007298         88  MN-OVERFLOW                 VALUE 'Y'.
007300*****************************************************************
007400*    FUNCTION AND KEY INPUT                                     *
007500*****************************************************************
008560     05  MN-AUTH-ADD             PIC X(01)   VALUE 'N'.
008570     05  MN-AUTH-CHANGE          PIC X(01)   VALUE 'N'.
008580     05  MN-AUTH-DELETE          PIC X(01)   VALUE 'N'.
008581*****************************************************************
008582*    PROGRAMS THAT HAVE CALLED HELLOTLK FOR THE DEFINITION,    *
008583*    GATHERED FROM TLKUSAGE BEFORE A CHANGE OR DELETE          *
008584*****************************************************************
008585 01  MN-DEPENDENT-FIELDS.
008586     05  MN-DEP-COUNT            PIC S9(04)  COMP    VALUE 0.
008587     05  MN-DEP-OVER-COUNT       PIC S9(04)  COMP    VALUE 0.
008588     05  MN-DEP-SUB              PIC S9(04)  COMP    VALUE 0.
008589     05  MN-DEP-HIT              PIC S9(04)  COMP    VALUE 0.
008590     05  MN-DEP-ENTRY            OCCURS 50 TIMES.
008591         10  MN-DEP-CALLER-ID    PIC X(08).
008592         10  MN-DEP-LAST-DATE    PIC X(08).
008593         10  MN-DEP-CALLS        PIC S9(09)  COMP.
008594 77  MN-DEP-MAX                  PIC S9(04)  COMP    VALUE 50.
008600*****************************************************************
008700*    RUN IDENTITY FIELDS FOR THE MAINTENANCE LOG                *
008800*****************************************************************
010300     05  MN-NEW-BOUND-INPUT      PIC 9(09)   VALUE ZEROES.
010400     05  MN-NEW-BOUND            PIC S9(09)  COMP    VALUE 0.
010500     05  MN-NEW-MODE-FLAG        PIC X(01)   VALUE SPACES.
010600         88  MN-NEW-MODE-VALID           VALUES 'C' 'F' 'R'.
010650         88  MN-NEW-MODE-RECURRENCE      VALUE 'R'.
010700     05  MN-NEW-START-INPUT      PIC 9(09)   VALUE ZEROES.
010800     05  MN-NEW-START-VAR1       PIC S9(09)  COMP    VALUE 0.
010900     05  MN-NEW-END-INPUT        PIC 9(09)   VALUE ZEROES.
011000     05  MN-NEW-END-VAR1         PIC S9(09)  COMP    VALUE 0.
011003     05  MN-OLD-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
011006     05  MN-OLD-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
011009     05  MN-OLD-MODULUS          PIC S9(18)  COMP    VALUE 0.
011012     05  MN-NEW-SEED-1-INPUT     PIC 9(18)   VALUE ZEROES.
011015     05  MN-NEW-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
011018     05  MN-NEW-SEED-2-INPUT     PIC 9(18)   VALUE ZEROES.
011021     05  MN-NEW-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
011024     05  MN-NEW-MODULUS-INPUT    PIC 9(18)   VALUE ZEROES.
011027     05  MN-NEW-MODULUS          PIC S9(18)  COMP    VALUE 0.
011030     05  MN-OLD-OWNER-DEPT       PIC X(06)   VALUE SPACES.
011033     05  MN-OLD-COST-CENTER      PIC X(06)   VALUE SPACES.
011036     05  MN-OLD-CONTACT          PIC X(20)   VALUE SPACES.
011039     05  MN-NEW-OWNER-DEPT       PIC X(06)   VALUE SPACES.
011042     05  MN-NEW-COST-CENTER      PIC X(06)   VALUE SPACES.
011045     05  MN-NEW-CONTACT          PIC X(20)   VALUE SPACES.
011048*****************************************************************
011051*    MODE R OVERFLOW WALK, ON FIELDS THE SIZE OF HELLO'S OWN    *
011054*****************************************************************
011057 01  MN-SIM-FIELDS.
011060     05  MN-LOOP-END-VAR1        PIC S9(09)  COMP    VALUE 0.
011063     05  MN-SIM-COUNT            PIC S9(09)  COMP    VALUE 0.
011066     05  MN-SIM-PRIOR-TERM       PIC S9(31)  SIGN LEADING
011069                                             SEPARATE VALUE 0.
011072     05  MN-SIM-CURRENT-TERM     PIC S9(31)  SIGN LEADING
011075                                             SEPARATE VALUE 0.
011078     05  MN-SIM-NEXT-TERM        PIC S9(31)  SIGN LEADING
011081                                             SEPARATE VALUE 0.
011100*
011200 PROCEDURE DIVISION.
011300*****************************************************************
023300             ' MODE ' PARM-MODE-FLAG
023400             ' START ' PARM-START-VAR1
023500             ' END ' PARM-END-VAR1 UPON CONSOLE.
023510     IF PARM-MODE-RECURRENCE
023520         DISPLAY '    SEED1 ' PARM-SEED-TERM-1
023530                 ' SEED2 ' PARM-SEED-TERM-2
023540                 ' MODULUS ' PARM-MODULUS UPON CONSOLE
023550     END-IF.
023560     DISPLAY '    OWNER ' PARM-OWNER-DEPT
023570             ' COST CENTER ' PARM-COST-CENTER
023580             ' CONTACT ' PARM-CONTACT UPON CONSOLE.
023600     ADD 1 TO MN-LIST-COUNT.
023700 3100-EXIT.
023800     EXIT.
024900     IF MN-KEY-FAILED
025000         GO TO 4000-EXIT
025100     END-IF.
025120     MOVE SPACES TO MN-OLD-OWNER-DEPT.
025150     MOVE SPACES TO MN-OLD-COST-CENTER.
025170     MOVE SPACES TO MN-OLD-CONTACT.
025200     PERFORM 7200-PROMPT-NEW-VALUES THRU 7200-EXIT.
025300     PERFORM 7100-EDIT-NEW-VALUES THRU 7100-EXIT.
025400     IF MN-EDIT-FAILED
025800     IF MN-EDIT-FAILED
025900         GO TO 4000-EXIT
026000     END-IF.
026010     PERFORM 7160-EDIT-RECURRENCE THRU 7160-EXIT.
026020     IF MN-EDIT-FAILED
026030         GO TO 4000-EXIT
026040     END-IF.
026050     PERFORM 7180-EDIT-OWNERSHIP THRU 7180-EXIT.
026060     IF MN-EDIT-FAILED
026070         GO TO 4000-EXIT
026080     END-IF.
026100     MOVE 0      TO MN-OLD-BOUND.
026200     MOVE SPACES TO MN-OLD-MODE-FLAG.
026300     MOVE 0      TO MN-OLD-START-VAR1.
026400     MOVE 0      TO MN-OLD-END-VAR1.
026410     MOVE 0      TO MN-OLD-SEED-TERM-1.
026420     MOVE 0      TO MN-OLD-SEED-TERM-2.
026430     MOVE 0      TO MN-OLD-MODULUS.
026500     INITIALIZE PARM-RECORD WITH FILLER.
026600     MOVE MN-KEY-INPUT           TO PARM-SEQUENCE-ID.
026700     MOVE MN-NEW-BOUND           TO PARM-BOUND.
026800     MOVE MN-NEW-MODE-FLAG       TO PARM-MODE-FLAG.
026900     MOVE MN-NEW-START-VAR1      TO PARM-START-VAR1.
027000     MOVE MN-NEW-END-VAR1        TO PARM-END-VAR1.
027010     MOVE MN-NEW-SEED-TERM-1     TO PARM-SEED-TERM-1.
027020     MOVE MN-NEW-SEED-TERM-2     TO PARM-SEED-TERM-2.
027030     MOVE MN-NEW-MODULUS         TO PARM-MODULUS.
027040     MOVE MN-NEW-OWNER-DEPT      TO PARM-OWNER-DEPT.
027060     MOVE MN-NEW-COST-CENTER     TO PARM-COST-CENTER.
027080     MOVE MN-NEW-CONTACT         TO PARM-CONTACT.
027100     WRITE PARM-RECORD
027200         INVALID KEY
027300             DISPLAY 'HELLO0053E DEFINITION ALREADY ON FILE - '
028600*    READS THE DEFINITION TO CHANGE, SHOWS ITS CURRENT VALUES,  *
028700*    PROMPTS FOR AND EDITS THE NEW ONES, AND REWRITES THE       *
028800*    RECORD.  A FAILED EDIT LEAVES THE DEFINITION UNTOUCHED.    *
028830*    WHEN OTHER PROGRAMS CALL HELLOTLK FOR THE DEFINITION THEY  *
028860*    ARE NAMED AND THE OPERATOR MUST CONFIRM WITH Y FIRST.      *
028900*                                                               *
029000*****************************************************************
029100 5000-CHANGE-DEFINITION.
030400     MOVE PARM-MODE-FLAG     TO MN-OLD-MODE-FLAG.
030500     MOVE PARM-START-VAR1    TO MN-OLD-START-VAR1.
030600     MOVE PARM-END-VAR1      TO MN-OLD-END-VAR1.
030610     PERFORM 7170-CAPTURE-OLD-SEEDS THRU 7170-EXIT.
030630     MOVE PARM-OWNER-DEPT    TO MN-OLD-OWNER-DEPT.
030650     MOVE PARM-COST-CENTER   TO MN-OLD-COST-CENTER.
030670     MOVE PARM-CONTACT       TO MN-OLD-CONTACT.
030700     DISPLAY 'CURRENT RUN BOUND: ' MN-OLD-BOUND UPON CONSOLE.
030800     DISPLAY 'CURRENT MODE FLAG: ' MN-OLD-MODE-FLAG UPON CONSOLE.
030900     DISPLAY 'CURRENT SUB-RANGE START: ' MN-OLD-START-VAR1
031000             UPON CONSOLE.
031100     DISPLAY 'CURRENT SUB-RANGE END: ' MN-OLD-END-VAR1
031200             UPON CONSOLE.
031210     IF MN-OLD-MODE-FLAG = 'R'
031220         DISPLAY 'CURRENT SEED TERMS: ' MN-OLD-SEED-TERM-1 ' '
031230                 MN-OLD-SEED-TERM-2 UPON CONSOLE
031240         DISPLAY 'CURRENT MODULUS: ' MN-OLD-MODULUS UPON CONSOLE
031242     END-IF.
031244     DISPLAY 'CURRENT OWNING DEPARTMENT: ' MN-OLD-OWNER-DEPT
031246             UPON CONSOLE.
031248     DISPLAY 'CURRENT COST CENTER: ' MN-OLD-COST-CENTER
031250             UPON CONSOLE.
031252     DISPLAY 'CURRENT CONTACT: ' MN-OLD-CONTACT UPON CONSOLE.
031254     PERFORM 7400-SHOW-DEPENDENTS THRU 7400-EXIT.
031258     IF MN-DEP-COUNT > 0
031262         DISPLAY 'ENTER Y TO CHANGE A DEFINITION OTHER PROGRAMS '
031266                 'USE' UPON CONSOLE
031270         ACCEPT MN-CONFIRM-INPUT FROM CONSOLE
031274         IF MN-CONFIRM-INPUT NOT = 'Y'
031278             DISPLAY 'HELLO0257I CHANGE NOT CONFIRMED - IGNORED'
031282                     UPON CONSOLE
031286             GO TO 5000-EXIT
031290         END-IF
031294     END-IF.
031300     PERFORM 7200-PROMPT-NEW-VALUES THRU 7200-EXIT.
031400     PERFORM 7100-EDIT-NEW-VALUES THRU 7100-EXIT.
031500     IF MN-EDIT-FAILED
031900     IF MN-EDIT-FAILED
032000         GO TO 5000-EXIT
032100     END-IF.
032110     PERFORM 7160-EDIT-RECURRENCE THRU 7160-EXIT.
032120     IF MN-EDIT-FAILED
032130         GO TO 5000-EXIT
032140     END-IF.
032150     PERFORM 7180-EDIT-OWNERSHIP THRU 7180-EXIT.
032160     IF MN-EDIT-FAILED
032170         GO TO 5000-EXIT
032180     END-IF.
032200     MOVE MN-NEW-BOUND           TO PARM-BOUND.
032300     MOVE MN-NEW-MODE-FLAG       TO PARM-MODE-FLAG.
032400     MOVE MN-NEW-START-VAR1      TO PARM-START-VAR1.
032500     MOVE MN-NEW-END-VAR1        TO PARM-END-VAR1.
032510     MOVE MN-NEW-SEED-TERM-1     TO PARM-SEED-TERM-1.
032520     MOVE MN-NEW-SEED-TERM-2     TO PARM-SEED-TERM-2.
032530     MOVE MN-NEW-MODULUS         TO PARM-MODULUS.
032540     MOVE MN-NEW-OWNER-DEPT      TO PARM-OWNER-DEPT.
032560     MOVE MN-NEW-COST-CENTER     TO PARM-COST-CENTER.
032580     MOVE MN-NEW-CONTACT         TO PARM-CONTACT.
032600     REWRITE PARM-RECORD
032700         INVALID KEY
032800             DISPLAY 'HELLO0058E DEFINITION REWRITE FAILED - '
033900*                                                               *
034000*    6000-DELETE-DEFINITION                                     *
034100*    READS THE DEFINITION TO DELETE, SHOWS IT, AND DELETES IT   *
034200*    ONLY AFTER THE OPERATOR CONFIRMS WITH Y, NAMING FIRST ANY  *
034250*    PROGRAMS THAT CALL HELLOTLK FOR IT.  THE DELETED           *
034300*    VALUES ARE LOGGED AS THE BEFORE IMAGE WITH ZERO AFTER      *
034400*    VALUES, SO PARMLOG SHOWS WHAT WAS REMOVED.                 *
034500*                                                               *
036000     MOVE PARM-MODE-FLAG     TO MN-OLD-MODE-FLAG.
036100     MOVE PARM-START-VAR1    TO MN-OLD-START-VAR1.
036200     MOVE PARM-END-VAR1      TO MN-OLD-END-VAR1.
036210     PERFORM 7170-CAPTURE-OLD-SEEDS THRU 7170-EXIT.
036230     MOVE PARM-OWNER-DEPT    TO MN-OLD-OWNER-DEPT.
036250     MOVE PARM-COST-CENTER   TO MN-OLD-COST-CENTER.
036270     MOVE PARM-CONTACT       TO MN-OLD-CONTACT.
036300     DISPLAY 'DELETING ID ' PARM-SEQUENCE-ID
036400             ' BOUND ' PARM-BOUND
036500             ' MODE ' PARM-MODE-FLAG UPON CONSOLE.
036550     PERFORM 7400-SHOW-DEPENDENTS THRU 7400-EXIT.
036600     DISPLAY 'ENTER Y TO CONFIRM DELETE' UPON CONSOLE.
036700     ACCEPT MN-CONFIRM-INPUT FROM CONSOLE.
036800     IF MN-CONFIRM-INPUT NOT = 'Y'
038000     MOVE SPACES TO MN-NEW-MODE-FLAG.
038100     MOVE 0      TO MN-NEW-START-VAR1.
038200     MOVE 0      TO MN-NEW-END-VAR1.
038210     MOVE 0      TO MN-NEW-SEED-TERM-1.
038220     MOVE 0      TO MN-NEW-SEED-TERM-2.
038230     MOVE 0      TO MN-NEW-MODULUS.
038240     MOVE SPACES TO MN-NEW-OWNER-DEPT.
038260     MOVE SPACES TO MN-NEW-COST-CENTER.
038280     MOVE SPACES TO MN-NEW-CONTACT.
038300     MOVE 'D' TO MN-LOG-FUNCTION.
038400     PERFORM 8100-WRITE-MAINT-LOG THRU 8100-EXIT.
038500     DISPLAY 'HELLO0062I DEFINITION ' MN-KEY-INPUT ' DELETED'
040800*    7100-EDIT-NEW-VALUES                                       *
040900*    VALIDATES THE OPERATOR'S INPUT THE SAME WAY HELLO EDITS     *
041000*    PARM-BOUND BEFORE ITS OWN RUN - REJECTS A ZERO/NEGATIVE     *
041100*    BOUND AND ANY MODE FLAG OTHER THAN C, F OR R.               *
041200*                                                               *
041300*****************************************************************
041400 7100-EDIT-NEW-VALUES.
042600         GO TO 7100-EXIT
042700     END-IF.
042800     IF NOT MN-NEW-MODE-VALID
042900         DISPLAY 'HELLO0012E MODE FLAG MUST BE C, F OR R' UPON
043000             CONSOLE
043100         MOVE 'Y' TO MN-EDIT-FAILED-SW
043200         GO TO 7100-EXIT
047600     END-IF.
047700 7150-EXIT.
047800     EXIT.
047801*****************************************************************
047802*                                                               *
047803*    7160-EDIT-RECURRENCE                                       *
047804*    VALIDATES A MODE R DEFINITION'S SEED TERMS AND MODULUS     *
047805*    THE WAY HELLO'S 1570-EDIT-RECURRENCE WILL - ALL THREE      *
047806*    MUST BE NUMERIC (A ZERO MODULUS MEANS NONE), AND AN        *
047807*    UNREDUCED RECURRENCE IS WALKED TO THE END OF ITS RANGE AND *
047808*    REJECTED IF ANY TERM WOULD OVERFLOW 31 DIGITS (HELLO0202E) *
047809*    - OTHERWISE TONIGHT'S HELLO WOULD ABORT ON IT.  ANY OTHER  *
047810*    MODE CARRIES THEM AS ZERO.                                 *
047811*                                                               *
047812*****************************************************************
047813 7160-EDIT-RECURRENCE.
047814     MOVE 0 TO MN-NEW-SEED-TERM-1.
047815     MOVE 0 TO MN-NEW-SEED-TERM-2.
047816     MOVE 0 TO MN-NEW-MODULUS.
047817     IF NOT MN-NEW-MODE-RECURRENCE
047818         GO TO 7160-EXIT
047819     END-IF.
047820     IF MN-NEW-SEED-1-INPUT IS NOT NUMERIC
047821         OR MN-NEW-SEED-2-INPUT IS NOT NUMERIC
047822         OR MN-NEW-MODULUS-INPUT IS NOT NUMERIC
047823         DISPLAY 'HELLO0203E NEW SEED TERMS/MODULUS NOT NUMERIC'
047824             UPON CONSOLE
047825         MOVE 'Y' TO MN-EDIT-FAILED-SW
047826         GO TO 7160-EXIT
047827     END-IF.
047828     MOVE MN-NEW-SEED-1-INPUT    TO MN-NEW-SEED-TERM-1.
047829     MOVE MN-NEW-SEED-2-INPUT    TO MN-NEW-SEED-TERM-2.
047830     MOVE MN-NEW-MODULUS-INPUT   TO MN-NEW-MODULUS.
047831     IF MN-NEW-MODULUS > 0
047832         GO TO 7160-EXIT
047833     END-IF.
047834     IF MN-NEW-SEED-TERM-1 = 0 AND MN-NEW-SEED-TERM-2 = 0
047835         GO TO 7160-EXIT
047836     END-IF.
047837     IF MN-NEW-START-VAR1 > 0
047838         MOVE MN-NEW-END-VAR1 TO MN-LOOP-END-VAR1
047839     ELSE
047840         MOVE MN-NEW-BOUND    TO MN-LOOP-END-VAR1
047841     END-IF.
047842     MOVE 'N'                TO MN-OVERFLOW-SW.
047843     MOVE MN-NEW-SEED-TERM-1 TO MN-SIM-PRIOR-TERM.
047844     MOVE MN-NEW-SEED-TERM-2 TO MN-SIM-CURRENT-TERM.
047845     PERFORM 7165-SIMULATE-ONE-TERM THRU 7165-EXIT
047846         VARYING MN-SIM-COUNT FROM 3 BY 1
047847             UNTIL MN-SIM-COUNT > MN-LOOP-END-VAR1
047848                OR MN-OVERFLOW.
047849     IF MN-OVERFLOW
047850         DISPLAY 'HELLO0202E RECURRENCE RANGE EXCEEDS 31-DIGIT '
047851                 'CAPACITY' UPON CONSOLE
047852         MOVE 'Y' TO MN-EDIT-FAILED-SW
047853     END-IF.
047854 7160-EXIT.
047855     EXIT.
047856*****************************************************************
047857*                                                               *
047858*    7165-SIMULATE-ONE-TERM                                     *
047859*    ADVANCES THE SIMULATION TERMS BY ONE POSITION, FLAGGING    *
047860*    THE OVERFLOW INSTEAD OF LETTING THE SUM TRUNCATE.          *
047861*                                                               *
047862*****************************************************************
047863 7165-SIMULATE-ONE-TERM.
047864     COMPUTE MN-SIM-NEXT-TERM = MN-SIM-PRIOR-TERM +
047865                                MN-SIM-CURRENT-TERM
047866         ON SIZE ERROR
047867             MOVE 'Y' TO MN-OVERFLOW-SW
047868             GO TO 7165-EXIT
047869     END-COMPUTE.
047870     MOVE MN-SIM-CURRENT-TERM TO MN-SIM-PRIOR-TERM.
047871     MOVE MN-SIM-NEXT-TERM    TO MN-SIM-CURRENT-TERM.
047872 7165-EXIT.
047873     EXIT.
047874*****************************************************************
047875*                                                               *
047876*    7170-CAPTURE-OLD-SEEDS                                     *
047877*    SAVES THE DEFINITION'S CURRENT SEED TERMS AND MODULUS AS   *
047878*    THE BEFORE IMAGE.  A RECORD WRITTEN BEFORE MODE R EXISTED  *
047879*    CARRIES A BLANK TAIL, WHICH IS TAKEN AS ZERO.              *
047880*                                                               *
047881*****************************************************************
047882 7170-CAPTURE-OLD-SEEDS.
047883     MOVE 0 TO MN-OLD-SEED-TERM-1.
047884     MOVE 0 TO MN-OLD-SEED-TERM-2.
047885     MOVE 0 TO MN-OLD-MODULUS.
047886     IF PARM-SEED-TERM-1 IS NUMERIC
047887         AND PARM-SEED-TERM-2 IS NUMERIC
047888         AND PARM-MODULUS IS NUMERIC
047889         MOVE PARM-SEED-TERM-1   TO MN-OLD-SEED-TERM-1
047890         MOVE PARM-SEED-TERM-2   TO MN-OLD-SEED-TERM-2
047891         MOVE PARM-MODULUS       TO MN-OLD-MODULUS
047892     END-IF.
047893 7170-EXIT.
047894     EXIT.
047895*****************************************************************
047896*                                                               *
047897*    7180-EDIT-OWNERSHIP                                        *
047898*    MERGES THE OWNER ENTRIES WITH THE DEFINITION'S CURRENT     *
047899*    ONES - A BLANK ENTRY KEEPS THE CURRENT VALUE, WHICH FOR AN *
047900*    ADD IS BLANK - AND REQUIRES AN OWNING DEPARTMENT AND COST  *
047901*    CENTER, SINCE HELLOCHG BILLS EVERY DEFINITION TO ONE.  THE *
047902*    CONTACT IS OPTIONAL.                                       *
047903*                                                               *
047904*****************************************************************
047905 7180-EDIT-OWNERSHIP.
047906     IF MN-NEW-OWNER-DEPT = SPACES
047907         MOVE MN-OLD-OWNER-DEPT  TO MN-NEW-OWNER-DEPT
047908     END-IF.
047909     IF MN-NEW-COST-CENTER = SPACES
047910         MOVE MN-OLD-COST-CENTER TO MN-NEW-COST-CENTER
047911     END-IF.
047912     IF MN-NEW-CONTACT = SPACES
047913         MOVE MN-OLD-CONTACT     TO MN-NEW-CONTACT
047914     END-IF.
047915     IF MN-NEW-OWNER-DEPT = SPACES
047916         OR MN-NEW-COST-CENTER = SPACES
047917         DISPLAY 'HELLO0272E OWNING DEPARTMENT AND COST CENTER '
047918                 'REQUIRED' UPON CONSOLE
047919         MOVE 'Y' TO MN-EDIT-FAILED-SW
047920         GO TO 7180-EXIT
047921     END-IF.
047922 7180-EXIT.
047923     EXIT.
047924*****************************************************************
048000*                                                               *
048100*    7200-PROMPT-NEW-VALUES                                     *
048200*    PROMPTS FOR THE NEW RUN BOUND, MODE FLAG AND SUB-RANGE,    *
048210*    AND FOR MODE R THE SEED TERMS AND MODULUS, THEN FOR THE    *
048250*    OWNING DEPARTMENT, COST CENTER AND CONTACT.                *
048300*                                                               *
048400*****************************************************************
048500 7200-PROMPT-NEW-VALUES.
048600     DISPLAY 'ENTER NEW RUN BOUND' UPON CONSOLE.
048700     ACCEPT MN-NEW-BOUND-INPUT FROM CONSOLE.
048800     DISPLAY 'ENTER NEW MODE FLAG (C, F OR R)' UPON CONSOLE.
048900     ACCEPT MN-NEW-MODE-FLAG FROM CONSOLE.
049000     DISPLAY 'ENTER NEW SUB-RANGE START (0 0 FOR NONE)'
049100             UPON CONSOLE.
049300     DISPLAY 'ENTER NEW SUB-RANGE END (0 0 FOR NONE)'
049400             UPON CONSOLE.
049500     ACCEPT MN-NEW-END-INPUT FROM CONSOLE.
049504     MOVE ZEROES TO MN-NEW-SEED-1-INPUT.
049508     MOVE ZEROES TO MN-NEW-SEED-2-INPUT.
049512     MOVE ZEROES TO MN-NEW-MODULUS-INPUT.
049516     IF MN-NEW-MODE-RECURRENCE
049520         DISPLAY 'ENTER SEED TERM 1' UPON CONSOLE
049524         ACCEPT MN-NEW-SEED-1-INPUT FROM CONSOLE
049528         DISPLAY 'ENTER SEED TERM 2' UPON CONSOLE
049532         ACCEPT MN-NEW-SEED-2-INPUT FROM CONSOLE
049536         DISPLAY 'ENTER MODULUS (0 FOR NONE)' UPON CONSOLE
049540         ACCEPT MN-NEW-MODULUS-INPUT FROM CONSOLE
049544     END-IF.
049548     MOVE SPACES TO MN-NEW-OWNER-DEPT.
049552     MOVE SPACES TO MN-NEW-COST-CENTER.
049556     MOVE SPACES TO MN-NEW-CONTACT.
049560     DISPLAY 'ENTER OWNING DEPARTMENT (BLANK KEEPS CURRENT)'
049564             UPON CONSOLE.
049568     ACCEPT MN-NEW-OWNER-DEPT FROM CONSOLE.
049572     DISPLAY 'ENTER COST CENTER (BLANK KEEPS CURRENT)'
049576             UPON CONSOLE.
049580     ACCEPT MN-NEW-COST-CENTER FROM CONSOLE.
049584     DISPLAY 'ENTER CONTACT (BLANK KEEPS CURRENT)' UPON CONSOLE.
049588     ACCEPT MN-NEW-CONTACT FROM CONSOLE.
049600 7200-EXIT.
049700     EXIT.
049710*****************************************************************
049756     END-IF.
049758 7300-EXIT.
049760     EXIT.
049761*****************************************************************
049762*                                                               *
049763*    7400-SHOW-DEPENDENTS                                       *
049764*    READS THE TLKUSAGE LOG FRONT TO BACK FOR THE DEFINITION IN *
049765*    HAND AND NAMES EVERY PROGRAM THAT HAS CALLED HELLOTLK FOR  *
049766*    IT, WITH ITS LAST CALL DATE AND TOTAL CALLS, SO THE OWNERS *
049767*    CAN BE TOLD BEFORE THE DEFINITION CHANGES OR GOES.  A LOG  *
049768*    THAT CANNOT BE READ IS REPORTED AND THE FUNCTION CARRIES   *
049769*    ON - THE LOG ONLY INFORMS.                                 *
049770*                                                               *
049771*****************************************************************
049772 7400-SHOW-DEPENDENTS.
049773     MOVE 0   TO MN-DEP-COUNT.
049774     MOVE 0   TO MN-DEP-OVER-COUNT.
049775     MOVE 'N' TO MN-USAGE-EOF-SW.
049776     OPEN INPUT USAGE-FILE.
049777     IF NOT MN-USAGE-FILE-OK
049778         DISPLAY 'HELLO0256I TLKUSAGE LOG UNAVAILABLE - CALLING '
049779                 'PROGRAMS NOT CHECKED' UPON CONSOLE
049780         GO TO 7400-EXIT
049781     END-IF.
049782     PERFORM 7410-READ-ONE-USAGE THRU 7410-EXIT
049783         UNTIL MN-USAGE-EOF.
049784     CLOSE USAGE-FILE.
049785     IF MN-DEP-COUNT = 0
049786         DISPLAY 'HELLO0258I NO PROGRAM HAS CALLED HELLOTLK FOR '
049787                 MN-KEY-INPUT UPON CONSOLE
049788         GO TO 7400-EXIT
049789     END-IF.
049790     DISPLAY 'HELLO0255W DEFINITION ' MN-KEY-INPUT ' IS USED BY '
049791             MN-DEP-COUNT ' CALLING PROGRAM(S):' UPON CONSOLE.
049792     PERFORM 7430-SHOW-ONE-DEPENDENT THRU 7430-EXIT
049793         VARYING MN-DEP-SUB FROM 1 BY 1
049794             UNTIL MN-DEP-SUB > MN-DEP-COUNT.
049795     IF MN-DEP-OVER-COUNT > 0
049796         DISPLAY '    AND ' MN-DEP-OVER-COUNT ' MORE NOT SHOWN'
049797                 UPON CONSOLE
049798     END-IF.
049799 7400-EXIT.
049800     EXIT.
049801*****************************************************************
049802*                                                               *
049803*    7410-READ-ONE-USAGE                                        *
049804*    READS THE NEXT USAGE RECORD AND, WHEN IT IS FOR THIS       *
049805*    DEFINITION, ADDS ITS CALLS TO THE CALLING PROGRAM'S ENTRY, *
049806*    KEEPING THE LATEST RUN DATE.  A CALLER PAST THE TABLE IS   *
049807*    ONLY COUNTED.                                              *
049808*                                                               *
049809*****************************************************************
049810 7410-READ-ONE-USAGE.
049811     READ USAGE-FILE
049812         AT END
049813             MOVE 'Y' TO MN-USAGE-EOF-SW
049814     END-READ.
049815     IF MN-USAGE-EOF
049816         GO TO 7410-EXIT
049817     END-IF.
049818     IF TUSE-SEQUENCE-ID NOT = MN-KEY-INPUT
049819         GO TO 7410-EXIT
049820     END-IF.
049821     MOVE 0 TO MN-DEP-HIT.
049822     PERFORM 7420-MATCH-DEPENDENT THRU 7420-EXIT
049823         VARYING MN-DEP-SUB FROM 1 BY 1
049824             UNTIL MN-DEP-SUB > MN-DEP-COUNT
049825                OR MN-DEP-HIT > 0.
049826     IF MN-DEP-HIT = 0
049827         IF MN-DEP-COUNT >= MN-DEP-MAX
049828             ADD 1 TO MN-DEP-OVER-COUNT
049829             GO TO 7410-EXIT
049830         END-IF
049831         ADD 1 TO MN-DEP-COUNT
049832         MOVE MN-DEP-COUNT   TO MN-DEP-HIT
049833         MOVE TUSE-CALLER-ID TO MN-DEP-CALLER-ID (MN-DEP-HIT)
049834         MOVE SPACES         TO MN-DEP-LAST-DATE (MN-DEP-HIT)
049835         MOVE 0              TO MN-DEP-CALLS (MN-DEP-HIT)
049836     END-IF.
049837     IF TUSE-CALL-COUNT IS NUMERIC
049838         ADD TUSE-CALL-COUNT TO MN-DEP-CALLS (MN-DEP-HIT)
049839     END-IF.
049840     IF TUSE-RUN-DATE > MN-DEP-LAST-DATE (MN-DEP-HIT)
049841         MOVE TUSE-RUN-DATE  TO MN-DEP-LAST-DATE (MN-DEP-HIT)
049842     END-IF.
049843 7410-EXIT.
049844     EXIT.
049845*****************************************************************
049846*                                                               *
049847*    7420-MATCH-DEPENDENT                                       *
049848*    CHECKS ONE TABLE ENTRY AGAINST THE USAGE RECORD'S CALLER.  *
049849*                                                               *
049850*****************************************************************
049851 7420-MATCH-DEPENDENT.
049852     IF MN-DEP-CALLER-ID (MN-DEP-SUB) = TUSE-CALLER-ID
049853         MOVE MN-DEP-SUB TO MN-DEP-HIT
049854     END-IF.
049855 7420-EXIT.
049856     EXIT.
049857*****************************************************************
049858*                                                               *
049859*    7430-SHOW-ONE-DEPENDENT                                    *
049860*    DISPLAYS ONE CALLING PROGRAM WITH ITS LAST CALL DATE AND   *
049861*    CALLS.                                                     *
049862*                                                               *
049863*****************************************************************
049864 7430-SHOW-ONE-DEPENDENT.
049865     DISPLAY '    CALLER ' MN-DEP-CALLER-ID (MN-DEP-SUB)
049866             ' LAST CALLED ' MN-DEP-LAST-DATE (MN-DEP-SUB)
049867             ' CALLS ' MN-DEP-CALLS (MN-DEP-SUB) UPON CONSOLE.
049868 7430-EXIT.
049869     EXIT.
049870*****************************************************************
049900*                                                               *
050000*    8100-WRITE-MAINT-LOG                                       *
050100*    APPENDS A BEFORE/AFTER RECORD TO PARMLOG CARRYING THE      *
052700     MOVE MN-NEW-START-VAR1      TO MLOG-NEW-START-VAR1.
052800     MOVE MN-OLD-END-VAR1        TO MLOG-OLD-END-VAR1.
052900     MOVE MN-NEW-END-VAR1        TO MLOG-NEW-END-VAR1.
052910     MOVE MN-OLD-SEED-TERM-1     TO MLOG-OLD-SEED-TERM-1.
052920     MOVE MN-NEW-SEED-TERM-1     TO MLOG-NEW-SEED-TERM-1.
052930     MOVE MN-OLD-SEED-TERM-2     TO MLOG-OLD-SEED-TERM-2.
052940     MOVE MN-NEW-SEED-TERM-2     TO MLOG-NEW-SEED-TERM-2.
052950     MOVE MN-OLD-MODULUS         TO MLOG-OLD-MODULUS.
052960     MOVE MN-NEW-MODULUS         TO MLOG-NEW-MODULUS.
052965     MOVE MN-OLD-OWNER-DEPT      TO MLOG-OLD-OWNER-DEPT.
052970     MOVE MN-NEW-OWNER-DEPT      TO MLOG-NEW-OWNER-DEPT.
052975     MOVE MN-OLD-COST-CENTER     TO MLOG-OLD-COST-CENTER.
052980     MOVE MN-NEW-COST-CENTER     TO MLOG-NEW-COST-CENTER.
052985     MOVE MN-OLD-CONTACT         TO MLOG-OLD-CONTACT.
052990     MOVE MN-NEW-CONTACT         TO MLOG-NEW-CONTACT.
053000     WRITE MAINT-LOG-RECORD.
053100     CLOSE LOG-FILE.
053200 8100-EXIT.
