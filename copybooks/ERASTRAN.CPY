000100******************************************************************
000200* COPYBOOK:   ERASTRAN
000300* PURPOSE:    ONE DATA-PROTECTION ERASURE TRANSACTION FOR THE
000400*             IDERASE PROGRAM - THE STUDENT WHOSE IDENTITY IS TO
000500*             BE REMOVED, WHY (A DATA-PROTECTION REQUEST FROM THE
000600*             STUDENT, OR THE RECORD HAS PASSED THE LEGAL
000700*             RETENTION LIMIT), THE DATA-PROTECTION OFFICE'S CASE
000800*             REFERENCE, AND THE OPERATOR WHO RAISED IT. IDERASE
000900*             REPLACES THE STUDENT ID WITH A PSEUDONYMOUS ID AND
001000*             BLANKS THE NAME ACROSS THE ROSTER, THE HISTORY
001100*             MASTER AND ARCHIVE, THE REJECT ARCHIVE, THE AUDIT
001200*             LOG, THE CHANGE LOGS AND THE RETAINED EXPORTS IN ONE
001300*             RUN. THE CASE REFERENCE IS WHAT THE CERTIFICATE AND
001400*             THE ERASURE REGISTER (COPYBOOK ERASREG) ARE FILED
001500*             UNDER, SINCE NEITHER KEEPS THE ERASED ID. INCLUDED
001600*             FROM THE 05-LEVEL DOWN SO THE INCLUDING PROGRAM
001700*             SUPPLIES ITS OWN 01-LEVEL.
001800*
001900* ET-REASON:
002000*   R = DATA-PROTECTION ERASURE REQUEST FROM THE STUDENT
002100*   L = LEGAL RETENTION LIMIT PASSED
002200*
002300* MAINTENANCE LOG
002400* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002500* ---------  ------------  ---------------------------------------
002600* 10/15/26   R.DELACROIX   INITIAL VERSION.
002700******************************************************************
002800     05  ET-STUDENT-ID             PIC X(06).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  ET-REASON                 PIC X(01).
003100         88  ET-REASON-REQUEST     VALUE 'R'.
003200         88  ET-REASON-RETENTION   VALUE 'L'.
003300         88  ET-REASON-VALID       VALUE 'R' 'L'.
003400     05  FILLER                    PIC X(01)     VALUE SPACE.
003500     05  ET-REQUEST-REF            PIC X(10).
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  ET-OPERATOR-ID            PIC X(08).
