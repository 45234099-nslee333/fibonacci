000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK:    ARCPREC                                      *
000400*    DESCRIPTION: PARAMETER RECORD FOR THE HELLOARC ARCHIVE-    *
000500*                 AND-PURGE RUN - THE NUMBER OF DAYS EACH       *
000600*                 APPEND-ONLY CONTROL DATASET KEEPS LIVE.       *
000700*                 RECORDS OLDER THAN TODAY MINUS THIS MANY      *
000800*                 DAYS ARE MOVED TO THE DATASET'S ARCHIVE       *
000900*                 GENERATION.  ZERO LEAVES THAT DATASET         *
001000*                 UNTOUCHED, SO ONE LAYOUT SERVES THE MAIN      *
001100*                 WINDOW'S FIVE DATASETS AND EACH SUB-RANGE'S   *
001200*                 THREE.  THE REPORT STORE (RPTSTORE) IS        *
001230*                 PURGED RATHER THAN ARCHIVED - A REPORT FILED  *
001260*                 UNDER AN OLDER RUN DATE IS DELETED.           *
001300*                                                               *
001400*    MAINTENANCE HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    -------    ----  ------------------------------------     *
001700*    10/15/26   RMS   ORIGINAL                                  *
001720*    10/15/26   RMS   ADDED ARPRM-RPTSTORE-DAYS (COLUMNS 26-30) *
001750*                     FOR THE REPORT STORE; FILLER X(15) TO     *
001770*                     X(10).                                    *
001800*                                                               *
001900*****************************************************************
002000 01  ARC-PARM-RECORD.
002100     05  ARPRM-AUDFILE-DAYS          PIC 9(05).
002200     05  ARPRM-PARMLOG-DAYS          PIC 9(05).
002300     05  ARPRM-AUTHLOG-DAYS          PIC 9(05).
002400     05  ARPRM-RUNSTAT-DAYS          PIC 9(05).
002500     05  ARPRM-CKPTFILE-DAYS         PIC 9(05).
002550     05  ARPRM-RPTSTORE-DAYS         PIC 9(05).
002600     05  FILLER                      PIC X(10).
