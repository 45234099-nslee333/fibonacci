001394*                     05/13/26 FIELDS WERE, SO OLDER, SHORTER   *
001396*                     RECORDS STILL PARSE WITH BLANK TAILS.     *
001398*                     RECORD LENGTH GROWS 71 TO 87.             *
001399*    10/15/26   RMS   ADDED THE N (NON-PROCESSING DAY) STATUS - *
001400*                     HELLOAPL AND HELLO LEAVE ONE WHEN THE     *
001401*                     CALENDAR SAYS THE WINDOW SKIPS TODAY.     *
001402*                                                               *
001500*****************************************************************
001600 01  AUDIT-RECORD.
001700     05  AUDIT-RUN-DATE              PIC X(08).
002800         88  AUDIT-STATUS-NORMAL             VALUE 'S'.
002900         88  AUDIT-STATUS-ERROR              VALUE 'E'.
002950         88  AUDIT-STATUS-LOCKOUT            VALUE 'L'.
002955         88  AUDIT-STATUS-NON-PROCESSING     VALUE 'N'.
002960     05  AUDIT-SEQUENCE-ID           PIC X(08).
003000     05  FILLER                      PIC X(02).
003100     05  AUDIT-END-TIME              PIC X(06).
