000100******************************************************************
000200* COPYBOOK:   PROGASGN
000300* PURPOSE:    ONE STUDENT'S DEGREE PROGRAM ASSIGNMENT - THE
000400*             PROGRAM (PQ-PROGRAM-CODE OF COPYBOOK PROGREQ) THE
000500*             STUDENT IS AUDITED AGAINST. ONE RECORD PER STUDENT,
000600*             IN STUDENT-ID ORDER. READ BY THE DEGAUDIT DEGREE
000700*             AUDIT. INCLUDED FROM THE 05-LEVEL DOWN SO THE
000800*             INCLUDING PROGRAM SUPPLIES ITS OWN 01-LEVEL.
000900*
001000* MAINTENANCE LOG
001100* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001200* ---------  ------------  ---------------------------------------
001300* 10/15/26   R.DELACROIX   INITIAL VERSION.
001400******************************************************************
001500     05  PA-STUDENT-ID             PIC X(06).
001600     05  FILLER                    PIC X(01)     VALUE SPACE.
001700     05  PA-PROGRAM-CODE           PIC X(06).
001800     05  FILLER                    PIC X(01)     VALUE SPACE.
001900     05  PA-ASSIGN-DATE            PIC 9(08).
