000100******************************************************************
000200*    CAMPREC.CPY
000300*    RECORD LAYOUT FOR THE MARKETING CAMPAIGN FILE (CAMPAIGN),
000400*    READ BY ROSTGEN.  ONE RECORD PER CAMPAIGN RUN, FILED BY
000500*    MARKETING IN PLACE OF A HAND-PULLED LIST OF CUSTOMER IDS.
000600*    THE ID RANGE IS INCLUSIVE; A BLANK FROM-ID STARTS AT THE
000700*    TOP OF THE MASTER AND A BLANK TO-ID RUNS TO THE END.  UP
000800*    TO FIVE LANGUAGES AND FOUR GREETING MODES MAY BE LISTED -
000900*    A CUSTOMER IS SELECTED ONLY WHEN ITS PREFERRED LANGUAGE
001000*    (BLANK COUNTS AS EN, AS IT DOES IN FN_COB) AND PREFERRED
001100*    MODE ARE LISTED; AN EMPTY LIST SELECTS EVERY VALUE.  THE
001200*    OVERRIDE MODE, WHEN GIVEN, IS PUT ON EVERY ROSTER LINE SO
001300*    THE WHOLE CAMPAIGN GREETS IN THAT MODE REGARDLESS OF THE
001400*    CUSTOMER'S OWN PREFERENCE.  THE CAMPAIGN ID BECOMES THE
001500*    ROSTER HEADER'S SOURCE AND THE RUN DATE ITS ROSTER DATE,
001600*    SO BOTH LAND ON RUNLOG; A BLANK RUN DATE MEANS TODAY.
001700*
001800*    MAINTENANCE HISTORY
001900*    DATE       INIT DESCRIPTION
002000*    10/15/26   RJH  ORIGINAL.
002100******************************************************************
002200 01  CAMPAIGN-RECORD.
002300     05  CP-CAMPAIGN-ID          PIC X(10).
002400     05  FILLER                  PIC X(01).
002500     05  CP-CAMPAIGN-NAME        PIC X(30).
002600     05  FILLER                  PIC X(01).
002700     05  CP-FROM-ID              PIC X(10).
002800     05  FILLER                  PIC X(01).
002900     05  CP-TO-ID                PIC X(10).
003000     05  FILLER                  PIC X(01).
003100     05  CP-LANG-LIST.
003200         10  CP-LANG             PIC X(02) OCCURS 5 TIMES.
003300     05  FILLER                  PIC X(01).
003400     05  CP-MODE-LIST.
003500         10  CP-MODE             PIC X(08) OCCURS 4 TIMES.
003600     05  FILLER                  PIC X(01).
003700     05  CP-OVERRIDE-MODE        PIC X(08).
003800     05  FILLER                  PIC X(01).
003900     05  CP-RUN-DATE             PIC X(08).
