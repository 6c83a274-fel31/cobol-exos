000100******************************************************************
000200* COPYBOOK:   PREREQRC
000300* PURPOSE:    ONE PREREQUISITE OF A CATALOG COURSE - THE COURSE
000400*             (CC-COURSE-CODE OF COPYBOOK CRSCATRC), A COURSE THAT
000500*             MUST HAVE BEEN PASSED FIRST, AND THE LOWEST RESULT
000600*             CATEGORY THAT COUNTS AS PASSING IT. A COURSE WITH
000700*             SEVERAL PREREQUISITES HAS ONE RECORD FOR EACH. KEPT
000800*             IN COURSE-CODE ORDER ALONGSIDE THE CATALOG AND
000900*             READ BY THE PREREQCK PREREQUISITE CHECK. INCLUDED
001000*             FROM THE 05-LEVEL DOWN SO THE INCLUDING PROGRAM
001100*             SUPPLIES ITS OWN 01-LEVEL.
001200*
001300* PR-MIN-CATEGORY: ME MO AB BI TB EX (LOWEST TO HIGHEST)
001400*
001500* MAINTENANCE LOG
001600* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001700* ---------  ------------  ---------------------------------------
001800* 10/15/26   R.DELACROIX   INITIAL VERSION.
001900******************************************************************
002000     05  PR-COURSE-CODE            PIC X(04).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  PR-PREREQ-COURSE          PIC X(04).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  PR-MIN-CATEGORY           PIC X(02).
