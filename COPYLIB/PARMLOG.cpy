001295*                     DELETED (D).  APPENDED AT THE END, AS THE  *
001296*                     04/08/26 FIELDS WERE, SO OLDER, SHORTER    *
001297*                     RECORDS STILL PARSE WITH BLANK TAILS.      *
001298*    10/15/26   RMS   ADDED OLD/NEW SEED TERMS AND MODULUS FOR   *
001299*                     MODE R (GENERALIZED RECURRENCE) SO         *
001300*                     HELLORBD CAN REPLAY THEM.  APPENDED AT     *
001301*                     THE END - RECORD LENGTH GROWS 101 TO 215.  *
001302*    10/15/26   RMS   ADDED OLD/NEW OWNING DEPARTMENT, COST      *
001303*                     CENTER AND CONTACT.  APPENDED AT THE END - *
001304*                     RECORD LENGTH GROWS 215 TO 279.  OLDER     *
001305*                     RECORDS REPLAY WITH BLANK OWNERS.          *
001306*    10/15/26   RMS   ADDED MLOG-FUNCTION-PENDING (P) - HELLOBMT *
001307*                     LOGS A CHANGE IT STAGES ON PENDFILE.       *
001308*                     HELLORBD DOES NOT REPLAY IT; HELLOAPL LOGS *
001309*                     THE CHANGE AGAIN WHEN IT APPLIES IT.       *
001320*                                                               *
001400*****************************************************************
001500 01  MAINT-LOG-RECORD.
001600     05  MLOG-RUN-DATE               PIC X(08).
002610         88  MLOG-FUNCTION-ADD               VALUE 'A'.
002620         88  MLOG-FUNCTION-CHANGE            VALUE 'C'.
002630         88  MLOG-FUNCTION-DELETE            VALUE 'D'.
002635         88  MLOG-FUNCTION-PENDING           VALUE 'P'.
002640     05  MLOG-OLD-SEED-TERM-1        PIC S9(18)      SIGN LEADING
002650                                                      SEPARATE.
002660     05  MLOG-NEW-SEED-TERM-1        PIC S9(18)      SIGN LEADING
002670                                                      SEPARATE.
002680     05  MLOG-OLD-SEED-TERM-2        PIC S9(18)      SIGN LEADING
002690                                                      SEPARATE.
002700     05  MLOG-NEW-SEED-TERM-2        PIC S9(18)      SIGN LEADING
002710                                                      SEPARATE.
002720     05  MLOG-OLD-MODULUS            PIC S9(18)      SIGN LEADING
002730                                                      SEPARATE.
002740     05  MLOG-NEW-MODULUS            PIC S9(18)      SIGN LEADING
002750                                                      SEPARATE.
002760     05  MLOG-OLD-OWNER-DEPT         PIC X(06).
002770     05  MLOG-NEW-OWNER-DEPT         PIC X(06).
002780     05  MLOG-OLD-COST-CENTER        PIC X(06).
002790     05  MLOG-NEW-COST-CENTER        PIC X(06).
002800     05  MLOG-OLD-CONTACT            PIC X(20).
002810     05  MLOG-NEW-CONTACT            PIC X(20).
