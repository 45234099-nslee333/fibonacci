000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    BMTTREC                                      *
000400*    DESCRIPTION: ONE PARAMETER MAINTENANCE TRANSACTION ON THE *
000500*                 TRANSIN DECK READ BY HELLOBMT.  THE FUNCTION *
000600*                 IS A (ADD), C (CHANGE), D (DELETE) OR P      *
000700*                 (STAGE A PENDING CHANGE ON PENDFILE FOR THE  *
000800*                 EFFECTIVE DATE GIVEN).  A, C AND P CARRY THE *
000900*                 FULL SET OF VALUES HELLOMNT PROMPTS FOR -    *
001000*                 A CHANGE REPLACES THEM ALL, AS AT THE        *
001100*                 TERMINAL.  SEED TERMS AND MODULUS ARE ONLY   *
001200*                 READ FOR MODE R.  D NEEDS ONLY THE ID AND    *
001300*                 SUBMITTER.  BTRN-CONFIRM = Y IS REQUIRED TO  *
001400*                 CHANGE OR DELETE A DEFINITION OTHER PROGRAMS *
001500*                 CALL HELLOTLK FOR.  BTRN-REJECT-REASON IS    *
001600*                 LEFT BLANK ON INPUT; HELLOBMT FILLS IT ON    *
001700*                 THE COPY WRITTEN TO THE REJECT FILE, SO A    *
001800*                 CORRECTED REJECT FILE CAN BE RESUBMITTED AS  *
001900*                 A DECK OF ITS OWN.                           *
001910*                 THE OWNER FIELDS ARE REQUIRED ON AN ADD; ON  *
001920*                 A CHANGE A BLANK OWNER FIELD KEEPS THE ONE   *
001930*                 ON FILE.  P IGNORES THEM.                    *
002000*                                                               *
002100*    MAINTENANCE HISTORY                                       *
002200*    DATE       INIT  DESCRIPTION                               *
002300*    -------    ----  ------------------------------------     *
002400*    10/15/26   RMS   ORIGINAL                                  *
002410*    10/15/26   RMS   ADDED OWNING DEPARTMENT, COST CENTER AND  *
002420*                     CONTACT IN THE FORMER FILLER - RECORD     *
002430*                     LENGTH UNCHANGED.                         *
002500*                                                               *
002600*****************************************************************
002700 01  BATCH-MAINT-TRAN.
002800     05  BTRN-FUNCTION               PIC X(01).
002900         88  BTRN-FUNC-ADD                   VALUE 'A'.
003000         88  BTRN-FUNC-CHANGE                VALUE 'C'.
003100         88  BTRN-FUNC-DELETE                VALUE 'D'.
003200         88  BTRN-FUNC-PENDING               VALUE 'P'.
003300         88  BTRN-FUNC-VALID                 VALUES 'A' 'C' 'D'
003400                                                    'P'.
003500     05  BTRN-SEQUENCE-ID            PIC X(08).
003600     05  BTRN-SUBMITTER-ID           PIC X(08).
003700     05  BTRN-EFFECTIVE-DATE         PIC X(08).
003800     05  BTRN-BOUND                  PIC 9(09).
003900     05  BTRN-MODE-FLAG              PIC X(01).
004000     05  BTRN-START-VAR1             PIC 9(09).
004100     05  BTRN-END-VAR1               PIC 9(09).
004200     05  BTRN-SEED-TERM-1            PIC 9(18).
004300     05  BTRN-SEED-TERM-2            PIC 9(18).
004400     05  BTRN-MODULUS                PIC 9(18).
004500     05  BTRN-CONFIRM                PIC X(01).
004600         88  BTRN-CONFIRMED                  VALUE 'Y'.
004700     05  BTRN-OWNER-DEPT             PIC X(06).
004710     05  BTRN-COST-CENTER            PIC X(06).
004720     05  BTRN-CONTACT                PIC X(20).
004800     05  BTRN-REJECT-REASON          PIC X(60).
