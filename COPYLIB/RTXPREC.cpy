000800*                 SEQUENCE ID OF *ALL REBUILDS EVERY           *
000900*                 DEFINITION THAT NIGHT'S EXTRACT CARRIED,     *
001000*                 MATCHING WHAT THE *ALL DRIVER WINDOW         *
001100*                 ORIGINALLY TRANSMITTED.  A SUBSCRIBER ID     *
001110*                 (COLUMNS 17-24) NARROWS THE REBUILD TO THE   *
001120*                 SEQUENCE IDS THAT SUBSCRIBER RECEIVES ON     *
001130*                 SUBTABLE, REPRODUCING ITS OWN ROUTED FILE;   *
001140*                 SPACES REBUILD THE UNROUTED SINGLE EXTRACT.  *
001200*                                                               *
001300*    MAINTENANCE HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    -------    ----  ------------------------------------     *
001600*    09/02/26   RMS   ORIGINAL                                  *
001610*    10/15/26   RMS   ADDED RTXP-SUBSCRIBER-ID.  CONSUMED       *
001620*                     FILLER, LENGTH UNCHANGED.                 *
001700*                                                               *
001800*****************************************************************
001900 01  RTX-PARM-RECORD.
002000     05  RTXP-RUN-DATE               PIC X(08).
002100     05  RTXP-SEQUENCE-ID            PIC X(08).
002110     05  RTXP-SUBSCRIBER-ID          PIC X(08).
002200     05  FILLER                      PIC X(06).
