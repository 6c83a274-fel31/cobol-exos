000100******************************************************************
000200* COPYBOOK:   APPEALRC
000300* PURPOSE:    ONE GRADE-APPEAL CASE - A STUDENT'S APPEAL OF ONE
000400*             POSTED STUDENT/TERM/COURSE RESULT, MAINTAINED BY THE
000500*             APPLMNT PROGRAM AS AN OLD-MASTER/NEW-MASTER
000600*             SEQUENTIAL FILE IN STUDENT-ID/COURSE-CODE/TERM
000700*             SEQUENCE. THE NOTE AND LETTER CODE POSTED ON THE
000800*             HISTORY MASTER WHEN THE CASE WAS OPENED ARE KEPT
000900*             ON THE CASE SO THE DECISION CAN BE DEFENDED AGAINST
001000*             WHAT THE STUDENT ACTUALLY APPEALED. AN UPHELD CASE
001100*             CARRIES THE CORRECTED EXAM AND COURSEWORK SCORES
001200*             THAT WENT TO GRADECOR. INCLUDED FROM THE 05-LEVEL
001300*             DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS OWN
001400*             01-LEVEL.
001500*
001600* GA-CASE-STATUS: O = OPENED  V = UNDER REVIEW (REVIEWER ASSIGNED)
001700*                 U = UPHELD  D = DENIED
001800*
001900* MAINTENANCE LOG
002000* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002100* ---------  ------------  ---------------------------------------
002200* 10/15/26   R.DELACROIX   INITIAL VERSION.
002300******************************************************************
002400     05  GA-STUDENT-ID             PIC X(06).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  GA-COURSE-CODE            PIC X(04).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  GA-TERM                   PIC X(06).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  GA-CASE-STATUS            PIC X(01).
003100         88  GA-OPENED             VALUE 'O'.
003200         88  GA-UNDER-REVIEW       VALUE 'V'.
003300         88  GA-UPHELD             VALUE 'U'.
003400         88  GA-DENIED             VALUE 'D'.
003500         88  GA-CASE-ACTIVE        VALUE 'O' 'V'.
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  GA-OPENED-DATE            PIC 9(08).
003800     05  FILLER                    PIC X(01)     VALUE SPACE.
003900     05  GA-OPENED-BY              PIC X(08).
004000     05  FILLER                    PIC X(01)     VALUE SPACE.
004100     05  GA-POSTED-NOTE            PIC 9(02).
004200     05  FILLER                    PIC X(01)     VALUE SPACE.
004300     05  GA-POSTED-LETTER          PIC X(02).
004400     05  FILLER                    PIC X(01)     VALUE SPACE.
004500     05  GA-REVIEWER-ID            PIC X(08).
004600     05  FILLER                    PIC X(01)     VALUE SPACE.
004700     05  GA-DECISION-DATE          PIC 9(08).
004800     05  FILLER                    PIC X(01)     VALUE SPACE.
004900     05  GA-NEW-EXAM-SCORE         PIC 9(02).
005000     05  FILLER                    PIC X(01)     VALUE SPACE.
005100     05  GA-NEW-COURSEWORK-SCORE   PIC 9(02).
