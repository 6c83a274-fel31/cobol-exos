000100******************************************************************
000200* COPYBOOK:   PROGREQ
000300* PURPOSE:    ONE RECORD OF THE DEGREE PROGRAM-REQUIREMENTS MASTER
000400*             - WHAT A STUDENT ASSIGNED TO THE PROGRAM MUST HAVE
000500*             ON THE GRADE HISTORY TO BE CLEARED TO GRADUATE: THE
000600*             REQUIRED CATALOG COURSES, UP TO FIVE ELECTIVE
000700*             GROUPS (CREDITS TO EARN IN A CATALOG DEPARTMENT,
000800*             CC-DEPARTMENT, OUTSIDE THE REQUIRED COURSES), THE
000900*             MINIMUM TOTAL CREDITS, AND THE MINIMUM CUMULATIVE
001000*             AVERAGE (99V9). UNUSED REQUIRED-COURSE AND ELECTIVE
001100*             SLOTS ARE SPACES. ONE RECORD PER PROGRAM, IN ANY
001200*             ORDER. READ BY THE DEGAUDIT DEGREE AUDIT. INCLUDED
001300*             FROM THE 05-LEVEL DOWN SO THE INCLUDING PROGRAM
001400*             SUPPLIES ITS OWN 01-LEVEL.
001500*
001600* MAINTENANCE LOG
001700* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001800* ---------  ------------  ---------------------------------------
001900* 10/15/26   R.DELACROIX   INITIAL VERSION.
002000******************************************************************
002100     05  PQ-PROGRAM-CODE           PIC X(06).
002200     05  FILLER                    PIC X(01)     VALUE SPACE.
002300     05  PQ-PROGRAM-TITLE          PIC X(30).
002400     05  FILLER                    PIC X(01)     VALUE SPACE.
002500     05  PQ-MIN-CREDITS            PIC 9(03).
002600     05  FILLER                    PIC X(01)     VALUE SPACE.
002700     05  PQ-MIN-CUM-AVERAGE        PIC 9(02)V9(01).
002800     05  FILLER                    PIC X(01)     VALUE SPACE.
002900     05  PQ-REQUIRED-COURSE OCCURS 20 TIMES
003000                                   PIC X(04).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  PQ-ELECTIVE-GROUP OCCURS 5 TIMES.
003300         10  PQ-ELEC-DEPARTMENT    PIC X(04).
003400         10  PQ-ELEC-MIN-CREDITS   PIC 9(02).
