000100******************************************************************
000200* COPYBOOK:   RLSHELD
000300* PURPOSE:    ONE ITEM ON THE HELD-RESULTS QUEUE (GDG
000400*             GRADE.RELEASE.HELD) - AN EXPORT, LETTER-WORK, HONOR-
000500*             ROLL, OR ACADEMIC-WARNING RECORD THE GRDRLSE RELEASE
000600*             GATE WITHHELD BECAUSE ITS COURSE WAS NOT YET
000700*             RELEASED, CARRIED UNCHANGED IN RH-ITEM UNTIL THE
000800*             NIGHT OF RELEASE. A RELEASED ITEM STAYS ON THE QUEUE
000900*             AS 'R' FOR ITS RELEASE DAY ONLY, SO A SAME-DAY RERUN
001000*             OR CORRECTION RUN CAN REBUILD THAT DAY'S RELEASED
001100*             FILES; THE NEXT GATE DATE RETIRES IT. THE QUEUE ENDS
001200*             WITH A CONTROL-TOTAL TRAILER (COPYBOOK TRAILREC)
001300*             WHOSE RUN DATE IS THE GATE DATE THAT WROTE IT.
001400*             INCLUDED FROM THE 05-LEVEL DOWN SO THE INCLUDING
001500*             PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001600*
001700* RH-FILE-CODE:    E = REGISTRAR EXPORT (EXPORTRC, FIRST 23 BYTES
001800*                  OF RH-ITEM), L = LETTER WORK, H = HONOR ROLL,
001900*                  W = ACADEMIC WARNING (ALL THREE LTRWRKRC)
002000* RH-QUEUE-STATUS: H = HELD, R = RELEASED ON RH-RELEASE-DATE
002100*
002200* MAINTENANCE LOG
002300* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002400* ---------  ------------  ---------------------------------------
002500* 10/15/26   R.DELACROIX   INITIAL VERSION.
002600******************************************************************
002700     05  RH-FILE-CODE              PIC X(01).
002800         88  RH-EXPORT-ITEM        VALUE 'E'.
002900         88  RH-LETTER-ITEM        VALUE 'L'.
003000         88  RH-HONOR-ITEM         VALUE 'H'.
003100         88  RH-WARNING-ITEM       VALUE 'W'.
003200     05  FILLER                    PIC X(01)     VALUE SPACE.
003300     05  RH-QUEUE-STATUS           PIC X(01).
003400         88  RH-HELD               VALUE 'H'.
003500         88  RH-RELEASED           VALUE 'R'.
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  RH-COURSE-CODE            PIC X(04).
003800     05  FILLER                    PIC X(01)     VALUE SPACE.
003900     05  RH-TERM                   PIC X(06).
004000     05  FILLER                    PIC X(01)     VALUE SPACE.
004100     05  RH-HELD-DATE              PIC 9(08).
004200     05  FILLER                    PIC X(01)     VALUE SPACE.
004300     05  RH-RELEASE-DATE           PIC 9(08).
004400     05  FILLER                    PIC X(01)     VALUE SPACE.
004500     05  RH-ITEM                   PIC X(55).
