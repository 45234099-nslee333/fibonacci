000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    TLKLINK                                      *
000400*    DESCRIPTION: PUBLISHED LINKAGE AREA FOR THE HELLOTLK      *
000500*                 TERM-LOOKUP SUBROUTINE.  COPY THIS BOOK INTO *
000600*                 THE CALLING PROGRAM'S WORKING-STORAGE AND    *
000700*                 CALL 'HELLOTLK' USING TERM-LOOKUP-AREA.      *
000800*                                                               *
000900*                 REQUEST - SET BEFORE EVERY CALL:             *
001000*                   TLK-FUNCTION     L = LOOK UP TERM(S)       *
001100*                                    C = CLOSE - ISSUE ONCE AT *
001200*                                        END OF JOB SO THE     *
001300*                                        USAGE LOG IS WRITTEN  *
001400*                                        AND THE FILES CLOSED  *
001500*                   TLK-CALLER-ID    CALLING PROGRAM NAME,     *
001600*                                    LOGGED AS THE DEPENDENT   *
001700*                   TLK-SEQUENCE-ID  PARMDEF DEFINITION NAME   *
001800*                   TLK-FROM-VAR1    VAR1 OF THE (FIRST) TERM  *
001900*                   TLK-TO-VAR1      LAST VAR1 OF A RANGE, OR  *
002000*                                    ZERO FOR ONE TERM.  AT    *
002100*                                    MOST 100 TERMS PER CALL,  *
002200*                                    THE SIZE OF THE TABLE.    *
002300*                                                               *
002400*                 RESPONSE - SET BY HELLOTLK:                  *
002500*                   TLK-RETURN-CODE / TLK-REASON-CODE AS THE   *
002600*                   88-LEVELS BELOW.  TLK-MODE-FLAG IS THE     *
002700*                   DEFINITION'S C/F/R MODE.  TLK-TERM-COUNT   *
002800*                   ENTRIES OF TLK-TERM-ENTRY ARE FILLED, IN   *
002900*                   VAR1 ORDER, EACH MARKED S (ANSWERED FROM   *
003000*                   SEQKEYED) OR P (COMPUTED FROM THE PARMDEF  *
003100*                   DEFINITION BECAUSE THE TERM IS NOT ON THE  *
003200*                   STORE).  ON RC 08 THE ENTRIES ALREADY      *
003300*                   FILLED BEFORE THE FAILING TERM ARE LEFT.   *
003400*                   ENTRIES PAST TLK-TERM-COUNT ARE UNDEFINED. *
003500*                   COUNTER MODE TERMS CARRY A ZERO VALUE, AS  *
003600*                   ON OUTFILE.                                *
003700*                                                               *
003800*                 THE CALLING STEP SUPPLIES DD STATEMENTS FOR  *
003900*                 SEQFILE (SEQKEYED), PARMFILE (PARMDEF) AND   *
004000*                 TLKUSAGE (THE USAGE LOG, DISP=MOD).          *
004100*                                                               *
004200*    MAINTENANCE HISTORY                                       *
004300*    DATE       INIT  DESCRIPTION                               *
004400*    -------    ----  ------------------------------------     *
004500*    10/15/26   RMS   ORIGINAL                                  *
004600*                                                               *
004700*****************************************************************
004800 01  TERM-LOOKUP-AREA.
004900     05  TLK-REQUEST.
005000         10  TLK-FUNCTION            PIC X(01).
005100             88  TLK-FUNC-LOOKUP             VALUE 'L'.
005200             88  TLK-FUNC-CLOSE              VALUE 'C'.
005300         10  TLK-CALLER-ID           PIC X(08).
005400         10  TLK-SEQUENCE-ID         PIC X(08).
005500         10  TLK-FROM-VAR1           PIC 9(09).
005600         10  TLK-TO-VAR1             PIC 9(09).
005700         10  FILLER                  PIC X(05).
005800     05  TLK-RESPONSE.
005900         10  TLK-RETURN-CODE         PIC 9(02).
006000             88  TLK-RC-OK                   VALUE 00.
006100             88  TLK-RC-COMPUTED             VALUE 04.
006200             88  TLK-RC-NOT-FOUND            VALUE 08.
006300             88  TLK-RC-BAD-REQUEST          VALUE 12.
006400             88  TLK-RC-UNAVAILABLE          VALUE 16.
006500         10  TLK-REASON-CODE         PIC 9(04).
006600             88  TLK-RSN-ALL-ON-STORE        VALUE 0000.
006700             88  TLK-RSN-COMPUTED            VALUE 0401.
006800             88  TLK-RSN-NOT-DEFINED         VALUE 0801.
006900             88  TLK-RSN-OUTSIDE-RANGE       VALUE 0802.
007000             88  TLK-RSN-CAPACITY            VALUE 0803.
007100             88  TLK-RSN-BAD-DEFINITION      VALUE 0804.
007200             88  TLK-RSN-BAD-FUNCTION        VALUE 1201.
007300             88  TLK-RSN-NO-SEQUENCE-ID      VALUE 1202.
007400             88  TLK-RSN-BAD-VAR1            VALUE 1203.
007500             88  TLK-RSN-TO-BEFORE-FROM      VALUE 1204.
007600             88  TLK-RSN-RANGE-TOO-LONG      VALUE 1205.
007700             88  TLK-RSN-NO-CALLER-ID        VALUE 1206.
007800             88  TLK-RSN-NO-FILES            VALUE 1601.
007900             88  TLK-RSN-NO-PARMDEF          VALUE 1602.
008000         10  TLK-MODE-FLAG           PIC X(01).
008100         10  TLK-TERM-COUNT          PIC 9(04).
008200         10  FILLER                  PIC X(09).
008300         10  TLK-TERM-ENTRY          OCCURS 100 TIMES.
008400             15  TLK-TERM-VAR1       PIC 9(09).
008500             15  TLK-TERM-SOURCE     PIC X(01).
008600                 88  TLK-TERM-FROM-STORE     VALUE 'S'.
008700                 88  TLK-TERM-COMPUTED       VALUE 'P'.
008800             15  TLK-TERM-VALUE      PIC S9(31)      SIGN LEADING
008900                                                      SEPARATE.
