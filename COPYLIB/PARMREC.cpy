001430*                     DATASET OF NAMED DEFINITIONS, NOT A       *
001440*                     SINGLE RECORD.  CONSUMED TRAILING FILLER  *
001450*                     TO KEEP THE RECORD LENGTH UNCHANGED.      *
001452*    10/15/26   RMS   ADDED MODE R - GENERALIZED RECURRENCE,    *
001454*                     EACH TERM THE SUM OF THE PRIOR TWO FROM   *
001456*                     THE DEFINITION'S OWN SEED TERMS, REDUCED  *
001458*                     BY PARM-MODULUS WHEN IT IS NOT ZERO.      *
001460*                     SEED AND MODULUS FIELDS APPENDED AT THE   *
001462*                     END - RECORD LENGTH GROWS 51 TO 108, SO   *
001464*                     PARMDEF MUST BE REDEFINED AND RELOADED;   *
001466*                     OLDER SHORTER RECORDS CARRY BLANK TAILS   *
001468*                     THAT ARE ONLY EDITED FOR MODE R.          *
001470*    10/15/26   RMS   ADDED OWNING DEPARTMENT, COST CENTER AND  *
001472*                     CONTACT FOR THE MONTHLY CHARGEBACK        *
001474*                     (HELLOCHG).  APPENDED AT THE END - RECORD *
001476*                     LENGTH GROWS 108 TO 140, SO PARMDEF MUST  *
001478*                     BE REDEFINED AND RELOADED; OLDER RECORDS  *
001480*                     CARRY BLANK OWNERS UNTIL HELLOMNT OR      *
001482*                     HELLOBMT ASSIGNS ONE.                     *
001500*                                                               *
001600*****************************************************************
001700 01  PARM-RECORD.
002000     05  PARM-MODE-FLAG              PIC X(01).
002100         88  PARM-MODE-COUNTER               VALUE 'C'.
002200         88  PARM-MODE-FIBONACCI             VALUE 'F'.
002250         88  PARM-MODE-RECURRENCE            VALUE 'R'.
002300     05  PARM-START-VAR1             PIC S9(09)      SIGN LEADING
002400                                                      SEPARATE.
002500     05  PARM-END-VAR1               PIC S9(09)      SIGN LEADING
002600                                                      SEPARATE.
002700     05  FILLER                      PIC X(12).
002800     05  PARM-SEED-TERM-1            PIC S9(18)      SIGN LEADING
002900                                                      SEPARATE.
003000     05  PARM-SEED-TERM-2            PIC S9(18)      SIGN LEADING
003100                                                      SEPARATE.
003200     05  PARM-MODULUS                PIC S9(18)      SIGN LEADING
003300                                                      SEPARATE.
003400     05  PARM-OWNER-DEPT             PIC X(06).
003500     05  PARM-COST-CENTER            PIC X(06).
003600     05  PARM-CONTACT                PIC X(20).
