000100******************************************************************
000200* COPYBOOK:   SECTNREC
000300* PURPOSE:    ONE RECORD OF THE SECTION MASTER - WHO TEACHES ONE
000400*             SECTION OF A COURSE IN A TERM AND THE DATE ITS
000500*             GRADES ARE DUE. THE NIGHTLY SUBMTRK STEP CHECKS THE
000600*             SECTIONS OF THE CURRENT TERM AGAINST THE COURSES
000700*             THAT HAVE ACTUALLY ARRIVED AND REPORTS WHAT IS
000800*             MISSING OR LATE BY INSTRUCTOR. MAINTAINED BY THE
000900*             REGISTRAR'S OFFICE AS A PLAIN SEQUENTIAL FILE, ANY
001000*             ORDER. INCLUDED FROM THE 05-LEVEL DOWN SO THE
001100*             INCLUDING PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001200*
001300* MAINTENANCE LOG
001400* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001500* ---------  ------------  ---------------------------------------
001600* 10/15/26   R.DELACROIX   INITIAL VERSION.
001700******************************************************************
001800     05  SE-COURSE-CODE            PIC X(04).
001900     05  FILLER                    PIC X(01)     VALUE SPACE.
002000     05  SE-SECTION                PIC X(03).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  SE-TERM                   PIC X(06).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  SE-INSTRUCTOR-ID          PIC X(08).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  SE-INSTRUCTOR-NAME        PIC X(20).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  SE-DUE-DATE               PIC 9(08).
