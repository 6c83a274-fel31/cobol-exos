000100******************************************************************
000200* COPYBOOK:   XFERREG
000300* PURPOSE:    ONE RECORD OF THE TRANSFER-CREDIT REGISTER - THE
000400*             PERMANENT, APPEND-ONLY RECORD OF EVERY TRANSFER
000500*             XFERPOST POSTED TO THE GRADE-HISTORY MASTER. THE
000600*             MASTER KEEPS ONLY THE MAPPED CATALOG COURSE; THE
000700*             REGISTER KEEPS WHERE THE CREDIT CAME FROM (SOURCE
000800*             INSTITUTION AND EXTERNAL COURSE), WHEN AND UNDER
000900*             WHICH TERM IT WAS POSTED, AND WHO ENTERED IT.
001000*             INCLUDED FROM THE 05-LEVEL DOWN SO THE INCLUDING
001100*             PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001200*
001300* MAINTENANCE LOG
001400* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001500* ---------  ------------  ---------------------------------------
001600* 10/15/26   R.DELACROIX   INITIAL VERSION.
001700******************************************************************
001800     05  XR-POST-DATE              PIC 9(08).
001900     05  FILLER                    PIC X(01)     VALUE SPACE.
002000     05  XR-TERM                   PIC X(06).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  XR-STUDENT-ID             PIC X(06).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  XR-SOURCE-INST            PIC X(10).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  XR-EXTERNAL-COURSE        PIC X(10).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  XR-CATALOG-COURSE         PIC X(04).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  XR-CREDITS                PIC 9(02).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  XR-CONVERTED-NOTE         PIC X(02).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  XR-OPERATOR-ID            PIC X(08).
