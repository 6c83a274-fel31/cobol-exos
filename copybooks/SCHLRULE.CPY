000100******************************************************************
000200* COPYBOOK:   SCHLRULE
000300* PURPOSE:    ONE RECORD OF THE SCHOLARSHIP RULES FILE - THE
000400*             ELIGIBILITY TERMS OF ONE AWARD AS SET BY THE AID
000500*             OFFICE, READ BY THE TERM-CLOSE SCHLELIG STEP.
000600*             SA-MIN-CUM-AVERAGE CARRIES AN IMPLIED DECIMAL
000700*             (99V9) AND IS MEASURED AGAINST THE CREDIT-WEIGHTED
000800*             CUMULATIVE AVERAGE. SA-MIN-TERM-CREDITS IS THE
000900*             CATALOG CREDIT HOURS THE STUDENT MUST HAVE PASSED
001000*             IN THE TERM BEING CLOSED; SA-MAX-ME-COUNT THE MOST
001100*             'ME' RESULTS THE STUDENT MAY HAVE IN THAT TERM. THE
001200*             FILE IS KEPT IN SA-AWARD-CODE SEQUENCE. INCLUDED
001300*             FROM THE 05-LEVEL DOWN SO THE INCLUDING PROGRAM
001400*             SUPPLIES ITS OWN 01-LEVEL.
001500*
001600* SA-REPEATS-ALLOWED: 'Y' = A STUDENT WHO HAS REPEATED A COURSE
001700* MAY HOLD THE AWARD, 'N' = A REPEATED COURSE ATTEMPT (ONE THE
001800* REPEAT RULE FLAGGED 'R' ON THE MASTER) DISQUALIFIES.
001900*
002000* MAINTENANCE LOG
002100* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002200* ---------  ------------  ---------------------------------------
002300* 10/15/26   R.DELACROIX   INITIAL VERSION.
002400******************************************************************
002500     05  SA-AWARD-CODE             PIC X(04).
002600     05  FILLER                    PIC X(01)     VALUE SPACE.
002700     05  SA-MIN-CUM-AVERAGE        PIC 9(02)V9(01).
002800     05  FILLER                    PIC X(01)     VALUE SPACE.
002900     05  SA-MIN-TERM-CREDITS       PIC 9(03).
003000     05  FILLER                    PIC X(01)     VALUE SPACE.
003100     05  SA-MAX-ME-COUNT           PIC 9(02).
003200     05  FILLER                    PIC X(01)     VALUE SPACE.
003300     05  SA-REPEATS-ALLOWED        PIC X(01).
003400         88  SA-REPEATS-OK         VALUE 'Y'.
003500         88  SA-REPEATS-VALID      VALUE 'Y' 'N'.
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  SA-AWARD-NAME             PIC X(30).
