002780*                     SAME WAY HELLOMNT DOES.  AN OPERATOR      *
002790*                     NOT ON OPAUTH, OR AN UNAVAILABLE          *
002792*                     OPAUTH, FAILS CLOSED.                     *
002794*    10/15/26   RMS   MODE R (GENERALIZED RECURRENCE) ACCEPTED, *
002795*                     WITH ITS SEED TERMS AND MODULUS PROMPTED  *
002796*                     AND EDITED AS HELLOMNT DOES - INCLUDING   *
002797*                     THE 31-DIGIT OVERFLOW WALK (HELLO0202E) - *
002798*                     AND CARRIED ON PENDFILE.                  *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
005960         88  PD-OPER-ON-FILE             VALUE 'Y'.
005970     05  PD-AUTH-REFUSED-SW      PIC X(01)   VALUE 'N'.
005980         88  PD-AUTH-REFUSED             VALUE 'Y'.
005986     05  PD-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
005992         88  PD-OVERFLOW                 VALUE 'Y'.
006000*****************************************************************
006100*    FUNCTION AND OPERATOR INPUT                                *
006200*****************************************************************
007100     05  PD-NEW-BOUND-INPUT      PIC 9(09)   VALUE ZEROES.
007200     05  PD-NEW-BOUND            PIC S9(09)  COMP    VALUE 0.
007300     05  PD-NEW-MODE-FLAG        PIC X(01)   VALUE SPACES.
007400         88  PD-NEW-MODE-VALID           VALUES 'C' 'F' 'R'.
007450         88  PD-NEW-MODE-RECURRENCE      VALUE 'R'.
007500     05  PD-NEW-START-INPUT      PIC 9(09)   VALUE ZEROES.
007600     05  PD-NEW-START-VAR1       PIC S9(09)  COMP    VALUE 0.
007700     05  PD-NEW-END-INPUT        PIC 9(09)   VALUE ZEROES.
007800     05  PD-NEW-END-VAR1         PIC S9(09)  COMP    VALUE 0.
007810     05  PD-NEW-SEED-1-INPUT     PIC 9(18)   VALUE ZEROES.
007820     05  PD-NEW-SEED-TERM-1      PIC S9(18)  COMP    VALUE 0.
007830     05  PD-NEW-SEED-2-INPUT     PIC 9(18)   VALUE ZEROES.
007840     05  PD-NEW-SEED-TERM-2      PIC S9(18)  COMP    VALUE 0.
007850     05  PD-NEW-MODULUS-INPUT    PIC 9(18)   VALUE ZEROES.
007860     05  PD-NEW-MODULUS          PIC S9(18)  COMP    VALUE 0.
007900     05  PD-TODAY-DATE           PIC X(08)   VALUE SPACES.
007910     05  PD-LOG-TIME             PIC X(06)   VALUE SPACES.
007920     05  PD-CMD-LINE             PIC X(40)   VALUE SPACES.
007930     05  PD-JOB-ID               PIC X(08)   VALUE SPACES.
007940     05  PD-OPERATOR-ID          PIC X(08)   VALUE SPACES.
007950     05  PD-AUTH-PEND            PIC X(01)   VALUE 'N'.
007953*****************************************************************
007956*    MODE R OVERFLOW WALK, ON FIELDS THE SIZE OF HELLO'S OWN    *
007959*****************************************************************
007962 01  PD-SIM-FIELDS.
007965     05  PD-LOOP-END-VAR1        PIC S9(09)  COMP    VALUE 0.
007968     05  PD-SIM-COUNT            PIC S9(09)  COMP    VALUE 0.
007971     05  PD-SIM-PRIOR-TERM       PIC S9(31)  SIGN LEADING
007974                                             SEPARATE VALUE 0.
007977     05  PD-SIM-CURRENT-TERM     PIC S9(31)  SIGN LEADING
007980                                             SEPARATE VALUE 0.
007983     05  PD-SIM-NEXT-TERM        PIC S9(31)  SIGN LEADING
007986                                             SEPARATE VALUE 0.
008000*****************************************************************
008100*    PENDING-CHANGE TABLE FOR THE CANCEL REWRITE                *
008200*****************************************************************
009100         10  PD-E-MODE-FLAG      PIC X(01).
009200         10  PD-E-START-VAR1     PIC S9(09)  COMP.
009300         10  PD-E-END-VAR1       PIC S9(09)  COMP.
009310         10  PD-E-SEED-TERM-1    PIC S9(18)  COMP.
009320         10  PD-E-SEED-TERM-2    PIC S9(18)  COMP.
009330         10  PD-E-MODULUS        PIC S9(18)  COMP.
009400         10  PD-E-DROP-SW        PIC X(01).
009500*
009600 PROCEDURE DIVISION.
017000             ' MODE ' PD-E-MODE-FLAG (PD-I)
017100             ' START ' PD-E-START-VAR1 (PD-I)
017200             ' END ' PD-E-END-VAR1 (PD-I) UPON CONSOLE.
017210     IF PD-E-MODE-FLAG (PD-I) = 'R'
017220         DISPLAY '    SEED1 ' PD-E-SEED-TERM-1 (PD-I)
017230                 ' SEED2 ' PD-E-SEED-TERM-2 (PD-I)
017240                 ' MODULUS ' PD-E-MODULUS (PD-I) UPON CONSOLE
017250     END-IF.
017300 3100-EXIT.
017400     EXIT.
017500*****************************************************************
020400     IF PD-EDIT-FAILED
020500         GO TO 4000-EXIT
020600     END-IF.
020610     PERFORM 7150-PROMPT-AND-EDIT-SEEDS THRU 7150-EXIT.
020620     IF PD-EDIT-FAILED
020630         GO TO 4000-EXIT
020640     END-IF.
020700     OPEN EXTEND PEND-FILE.
020800     IF NOT PD-PEND-FILE-OK
020900         OPEN OUTPUT PEND-FILE
022000     MOVE PD-NEW-MODE-FLAG       TO PEND-MODE-FLAG.
022100     MOVE PD-NEW-START-VAR1      TO PEND-START-VAR1.
022200     MOVE PD-NEW-END-VAR1        TO PEND-END-VAR1.
022210     MOVE PD-NEW-SEED-TERM-1     TO PEND-SEED-TERM-1.
022220     MOVE PD-NEW-SEED-TERM-2     TO PEND-SEED-TERM-2.
022230     MOVE PD-NEW-MODULUS         TO PEND-MODULUS.
022300     WRITE PENDING-CHANGE-RECORD.
022400     CLOSE PEND-FILE.
022500     DISPLAY 'HELLO0086I CHANGE FOR ' PD-KEY-INPUT
032600     MOVE PEND-MODE-FLAG      TO PD-E-MODE-FLAG (PD-PEND-COUNT).
032700     MOVE PEND-START-VAR1     TO PD-E-START-VAR1 (PD-PEND-COUNT).
032800     MOVE PEND-END-VAR1       TO PD-E-END-VAR1 (PD-PEND-COUNT).
032810     MOVE 0                   TO PD-E-SEED-TERM-1 (PD-PEND-COUNT).
032820     MOVE 0                   TO PD-E-SEED-TERM-2 (PD-PEND-COUNT).
032830     MOVE 0                   TO PD-E-MODULUS (PD-PEND-COUNT).
032840     IF PEND-SEED-TERM-1 IS NUMERIC
032850         AND PEND-SEED-TERM-2 IS NUMERIC
032860         AND PEND-MODULUS IS NUMERIC
032870         MOVE PEND-SEED-TERM-1 TO
032880              PD-E-SEED-TERM-1 (PD-PEND-COUNT)
032890         MOVE PEND-SEED-TERM-2 TO
032891              PD-E-SEED-TERM-2 (PD-PEND-COUNT)
032892         MOVE PEND-MODULUS     TO PD-E-MODULUS (PD-PEND-COUNT)
032893     END-IF.
032900     MOVE 'N'                 TO PD-E-DROP-SW (PD-PEND-COUNT).
033000 6010-EXIT.
033100     EXIT.
036500     MOVE PD-E-MODE-FLAG (PD-I)      TO PEND-MODE-FLAG.
036600     MOVE PD-E-START-VAR1 (PD-I)     TO PEND-START-VAR1.
036700     MOVE PD-E-END-VAR1 (PD-I)       TO PEND-END-VAR1.
036710     MOVE PD-E-SEED-TERM-1 (PD-I)    TO PEND-SEED-TERM-1.
036720     MOVE PD-E-SEED-TERM-2 (PD-I)    TO PEND-SEED-TERM-2.
036730     MOVE PD-E-MODULUS (PD-I)        TO PEND-MODULUS.
036800     WRITE PENDING-CHANGE-RECORD.
036900 6110-EXIT.
037000     EXIT.
038200     MOVE 'N' TO PD-EDIT-FAILED-SW.
038300     DISPLAY 'ENTER NEW RUN BOUND' UPON CONSOLE.
038400     ACCEPT PD-NEW-BOUND-INPUT FROM CONSOLE.
038500     DISPLAY 'ENTER NEW MODE FLAG (C, F OR R)' UPON CONSOLE.
038600     ACCEPT PD-NEW-MODE-FLAG FROM CONSOLE.
038700     DISPLAY 'ENTER NEW SUB-RANGE START (0 0 FOR NONE)'
038800             UPON CONSOLE.
040400         GO TO 7100-EXIT
040500     END-IF.
040600     IF NOT PD-NEW-MODE-VALID
040700         DISPLAY 'HELLO0012E MODE FLAG MUST BE C, F OR R' UPON
040800             CONSOLE
040900         MOVE 'Y' TO PD-EDIT-FAILED-SW
041000         GO TO 7100-EXIT
044100     END-IF.
044200 7100-EXIT.
044300     EXIT.
044301*****************************************************************
044302*                                                               *
044303*    7150-PROMPT-AND-EDIT-SEEDS                                 *
044304*    FOR A STAGED MODE R CHANGE, PROMPTS FOR THE TWO SEED       *
044305*    TERMS AND THE MODULUS (0 FOR NONE) AND EDITS THEM AS       *
044306*    HELLOMNT'S 7160-EDIT-RECURRENCE DOES, INCLUDING THE WALK   *
044307*    OF AN UNREDUCED RANGE FOR 31-DIGIT OVERFLOW (HELLO0202E),  *
044308*    SO NOTHING IS STAGED THAT HELLO WOULD ABORT ON THE NIGHT   *
044309*    IT TAKES EFFECT.  ANY OTHER MODE STAGES THEM AS ZERO.      *
044310*                                                               *
044311*****************************************************************
044312 7150-PROMPT-AND-EDIT-SEEDS.
044313     MOVE 0 TO PD-NEW-SEED-TERM-1.
044314     MOVE 0 TO PD-NEW-SEED-TERM-2.
044315     MOVE 0 TO PD-NEW-MODULUS.
044316     IF NOT PD-NEW-MODE-RECURRENCE
044317         GO TO 7150-EXIT
044318     END-IF.
044319     DISPLAY 'ENTER SEED TERM 1' UPON CONSOLE.
044320     ACCEPT PD-NEW-SEED-1-INPUT FROM CONSOLE.
044321     DISPLAY 'ENTER SEED TERM 2' UPON CONSOLE.
044322     ACCEPT PD-NEW-SEED-2-INPUT FROM CONSOLE.
044323     DISPLAY 'ENTER MODULUS (0 FOR NONE)' UPON CONSOLE.
044324     ACCEPT PD-NEW-MODULUS-INPUT FROM CONSOLE.
044325     IF PD-NEW-SEED-1-INPUT IS NOT NUMERIC
044326         OR PD-NEW-SEED-2-INPUT IS NOT NUMERIC
044327         OR PD-NEW-MODULUS-INPUT IS NOT NUMERIC
044328         DISPLAY 'HELLO0203E NEW SEED TERMS/MODULUS NOT NUMERIC'
044329             UPON CONSOLE
044330         MOVE 'Y' TO PD-EDIT-FAILED-SW
044331         GO TO 7150-EXIT
044332     END-IF.
044333     MOVE PD-NEW-SEED-1-INPUT    TO PD-NEW-SEED-TERM-1.
044334     MOVE PD-NEW-SEED-2-INPUT    TO PD-NEW-SEED-TERM-2.
044335     MOVE PD-NEW-MODULUS-INPUT   TO PD-NEW-MODULUS.
044336     IF PD-NEW-MODULUS > 0
044337         GO TO 7150-EXIT
044338     END-IF.
044339     IF PD-NEW-SEED-TERM-1 = 0 AND PD-NEW-SEED-TERM-2 = 0
044340         GO TO 7150-EXIT
044341     END-IF.
044342     IF PD-NEW-START-VAR1 > 0
044343         MOVE PD-NEW-END-VAR1 TO PD-LOOP-END-VAR1
044344     ELSE
044345         MOVE PD-NEW-BOUND    TO PD-LOOP-END-VAR1
044346     END-IF.
044347     MOVE 'N'                TO PD-OVERFLOW-SW.
044348     MOVE PD-NEW-SEED-TERM-1 TO PD-SIM-PRIOR-TERM.
044349     MOVE PD-NEW-SEED-TERM-2 TO PD-SIM-CURRENT-TERM.
044350     PERFORM 7160-SIMULATE-ONE-TERM THRU 7160-EXIT
044351         VARYING PD-SIM-COUNT FROM 3 BY 1
044352             UNTIL PD-SIM-COUNT > PD-LOOP-END-VAR1
044353                OR PD-OVERFLOW.
044354     IF PD-OVERFLOW
044355         DISPLAY 'HELLO0202E RECURRENCE RANGE EXCEEDS 31-DIGIT '
044356                 'CAPACITY' UPON CONSOLE
044357         MOVE 'Y' TO PD-EDIT-FAILED-SW
044358     END-IF.
044359 7150-EXIT.
044360     EXIT.
044361*****************************************************************
044362*                                                               *
044363*    7160-SIMULATE-ONE-TERM                                     *
044364*    ADVANCES THE SIMULATION TERMS BY ONE POSITION, FLAGGING    *
044365*    THE OVERFLOW INSTEAD OF LETTING THE SUM TRUNCATE.          *
044366*                                                               *
044367*****************************************************************
044368 7160-SIMULATE-ONE-TERM.
044369     COMPUTE PD-SIM-NEXT-TERM = PD-SIM-PRIOR-TERM +
044370                                PD-SIM-CURRENT-TERM
044371         ON SIZE ERROR
044372             MOVE 'Y' TO PD-OVERFLOW-SW
044373             GO TO 7160-EXIT
044374     END-COMPUTE.
044375     MOVE PD-SIM-CURRENT-TERM TO PD-SIM-PRIOR-TERM.
044376     MOVE PD-SIM-NEXT-TERM    TO PD-SIM-CURRENT-TERM.
044377 7160-EXIT.
044378     EXIT.
044379*****************************************************************
044380*                                                               *
044381*    7300-CHECK-AUTHORITY                                      *
044382*    CHECKS THE ENTER OR CANCEL FUNCTION JUST KEYED AGAINST    *
044383*    THE OPERATOR'S PENDING-CHANGE AUTHORITY.  A FUNCTION      *
044384*    THE OPERATOR MAY NOT PERFORM IS REFUSED, ANNOUNCED, AND   *
044385*    LOGGED TO AUTHLOG.                                        *
044386*                                                               *
044387*****************************************************************
044388 7300-CHECK-AUTHORITY.
044389     MOVE 'Y' TO PD-AUTH-REFUSED-SW.
044390     IF PD-OPER-ON-FILE AND PD-AUTH-PEND = 'Y'
044391         MOVE 'N' TO PD-AUTH-REFUSED-SW
044392     END-IF.
044393     IF PD-AUTH-REFUSED
044394         DISPLAY 'HELLO0174E OPERATOR ' PD-OPERATOR-ID
044395                 ' NOT AUTHORIZED FOR FUNCTION '
044396                 PD-FUNCTION-CODE UPON CONSOLE
044397         PERFORM 8200-LOG-REFUSAL THRU 8200-EXIT
044398     END-IF.
044399 7300-EXIT.
044400     EXIT.
044401*****************************************************************
044402*                                                               *
044403*    8200-LOG-REFUSAL                                          *
044404*    APPENDS ONE REFUSED-ATTEMPT RECORD TO AUTHLOG - WHO       *
044405*    ASKED, FOR WHAT, AND WHEN.  OPEN EXTEND IS TRIED FIRST    *
044406*    SO THE TRAIL ACCUMULATES; AN AUTHLOG NOT YET CREATED IS   *
044407*    CREATED.  AN UNAVAILABLE AUTHLOG IS REPORTED BUT THE      *
044408*    REFUSAL ITSELF STILL STANDS.                              *
044409*                                                               *
044410*****************************************************************
044411 8200-LOG-REFUSAL.
044412     OPEN EXTEND AUTHLOG-FILE.
044413     IF NOT PD-AUTHLOG-OK
044414         OPEN OUTPUT AUTHLOG-FILE
044415     END-IF.
044416     IF NOT PD-AUTHLOG-OK
044417         DISPLAY 'HELLO0175W AUTHLOG UNAVAILABLE - REFUSAL '
044418                 'NOT LOGGED' UPON CONSOLE
044419         GO TO 8200-EXIT
044420     END-IF.
044421     INITIALIZE AUTH-LOG-RECORD WITH FILLER.
044422     MOVE PD-TODAY-DATE      TO ALOG-RUN-DATE.
044423     MOVE PD-LOG-TIME        TO ALOG-RUN-TIME.
044424     MOVE PD-OPERATOR-ID     TO ALOG-OPERATOR-ID.
044425     MOVE 'HELLOPND'         TO ALOG-PROGRAM.
044426     MOVE PD-FUNCTION-CODE   TO ALOG-FUNCTION.
044427     WRITE AUTH-LOG-RECORD.
044428     CLOSE AUTHLOG-FILE.
044429 8200-EXIT.
044430     EXIT.
044431*****************************************************************
044500*                                                               *
044600*    9000-TERMINATE                                             *
044700*    NORMAL END-OF-TRANSACTION HOUSEKEEPING.  A FAILED          *
