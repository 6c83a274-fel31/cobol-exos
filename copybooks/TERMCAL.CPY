000100******************************************************************
000200* COPYBOOK:   TERMCAL
000300* PURPOSE:    ONE RECORD OF THE TERM CALENDAR MASTER - TERM
000400*             CODE, FIRST AND LAST DAY OF TEACHING, GRADE-
000500*             SUBMISSION DEADLINE, TERM-CLOSE DATE, AND STATUS.
000600*             MAINTAINED IN TERM-CODE SEQUENCE BY THE TERMMNT
000700*             PROGRAM; TERM CODES MUST SORT IN CALENDAR ORDER (THE
000800*             SHOP USES THE YYYYMM OF THE FIRST DAY) AND TERMMNT
000900*             REFUSES ONE THAT DOES NOT. A NIGHTLY STEP'S TERM IS
001000*             THE FIRST TERM NOT YET CLOSED WHOSE START DATE
001100*             THROUGH CLOSE DATE TAKES IN THE RUN DATE - SO A TERM
001200*             KEEPS RECEIVING LATE GRADES UNTIL IT CLOSES EVEN
001300*             WHEN THE NEXT TERM HAS STARTED. WHEN ONLY A CLOSED
001400*             TERM TAKES IN THE RUN DATE THE STEP STOPS RATHER
001500*             THAN POST INTO IT. THE TERMCLOS STREAM MOVES THE
001600*             OLDEST TERM NOT YET CLOSED TO CLOSING ONCE ITS CLOSE
001700*             DATE HAS COME, AND TO CLOSED AT THE END. INCLUDED
001800*             FROM THE 05-LEVEL DOWN SO THE INCLUDING PROGRAM
001900*             SUPPLIES ITS OWN 01-LEVEL.
002000*
002100* TC-STATUS: O = OPEN, P = CLOSING (CLOSE STREAM UNDER WAY),
002200*            C = CLOSED (TC-CLOSED-DATE IS THE DAY IT CLOSED)
002300*
002400* MAINTENANCE LOG
002500* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002600* ---------  ------------  ---------------------------------------
002700* 10/15/26   R.DELACROIX   INITIAL VERSION.
002800******************************************************************
002900     05  TC-TERM-CODE              PIC X(06).
003000     05  FILLER                    PIC X(01)     VALUE SPACE.
003100     05  TC-START-DATE             PIC 9(08).
003200     05  FILLER                    PIC X(01)     VALUE SPACE.
003300     05  TC-END-DATE               PIC 9(08).
003400     05  FILLER                    PIC X(01)     VALUE SPACE.
003500     05  TC-SUBMIT-DEADLINE        PIC 9(08).
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  TC-CLOSE-DATE             PIC 9(08).
003800     05  FILLER                    PIC X(01)     VALUE SPACE.
003900     05  TC-STATUS                 PIC X(01).
004000         88  TC-OPEN               VALUE 'O'.
004100         88  TC-CLOSING            VALUE 'P'.
004200         88  TC-CLOSED             VALUE 'C'.
004300     05  FILLER                    PIC X(01)     VALUE SPACE.
004400     05  TC-CLOSED-DATE            PIC 9(08).
