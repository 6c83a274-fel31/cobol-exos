000100******************************************************************
000200* COPYBOOK:   TERMTRAN
000300* PURPOSE:    ONE TERM-CALENDAR TRANSACTION FOR THE TERMMNT
000400*             PROGRAM - ADD A TERM, CHANGE ITS DATES OR REOPEN IT,
000500*             OR ONE OF THE TWO TERM-CLOSE FUNCTIONS THE TERMCLOS
000600*             STREAM SUBMITS - WITH THE OPERATOR WHO RAISED IT FOR
000700*             THE CHANGE LOG. INCLUDED FROM THE 05-LEVEL DOWN SO
000800*             THE INCLUDING PROGRAM SUPPLIES ITS OWN 01-LEVEL.
000900*
001000* TN-ACTION: A = ADD (ALL FOUR DATES REQUIRED, STATUS OPEN)
001100*            C = CHANGE (A BLANK DATE KEEPS THE OLD ONE; TN-STATUS
001200*                'O' REOPENS A CLOSING OR CLOSED TERM AND NEEDS
001300*                ADMINISTRATOR AUTHORITY, BLANK KEEPS THE STATUS)
001400*            V = VERIFY FOR CLOSE - THE CLOSE DATE MUST HAVE COME;
001500*                THE TERM GOES TO CLOSING
001600*            X = MARK CLOSED - THE TERM MUST BE CLOSING
001700* ON V AND X A BLANK TERM CODE MEANS THE OLDEST TERM NOT CLOSED.
001800*
001900* MAINTENANCE LOG
002000* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002100* ---------  ------------  ---------------------------------------
002200* 10/15/26   R.DELACROIX   INITIAL VERSION.
002300******************************************************************
002400     05  TN-ACTION                 PIC X(01).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  TN-TERM-CODE              PIC X(06).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  TN-START-DATE             PIC X(08).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  TN-END-DATE               PIC X(08).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  TN-SUBMIT-DEADLINE        PIC X(08).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  TN-CLOSE-DATE             PIC X(08).
003500     05  FILLER                    PIC X(01)     VALUE SPACE.
003600     05  TN-STATUS                 PIC X(01).
003700     05  FILLER                    PIC X(01)     VALUE SPACE.
003800     05  TN-OPERATOR-ID            PIC X(08).
