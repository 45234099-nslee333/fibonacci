001600*    DATE       INIT  DESCRIPTION                               *
001700*    -------    ----  ------------------------------------     *
001800*    07/08/26   RMS   ORIGINAL                                  *
001810*    10/15/26   RMS   ADDED SEED TERMS AND MODULUS FOR MODE R   *
001820*                     (GENERALIZED RECURRENCE), APPENDED AT     *
001830*                     THE END - RECORD LENGTH GROWS 57 TO 114;  *
001840*                     OLDER SHORTER RECORDS PARSE WITH BLANK    *
001850*                     TAILS.                                    *
001900*                                                               *
002000*****************************************************************
002100 01  PENDING-CHANGE-RECORD.
002900     05  PEND-END-VAR1               PIC S9(09)      SIGN LEADING
003000                                                      SEPARATE.
003100     05  FILLER                      PIC X(10).
003200     05  PEND-SEED-TERM-1            PIC S9(18)      SIGN LEADING
003300                                                      SEPARATE.
003400     05  PEND-SEED-TERM-2            PIC S9(18)      SIGN LEADING
003500                                                      SEPARATE.
003600     05  PEND-MODULUS                PIC S9(18)      SIGN LEADING
003700                                                      SEPARATE.
