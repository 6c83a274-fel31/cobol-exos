000100******************************************************************
000200* COPYBOOK:   KEYSUSP
000300* PURPOSE:    ONE SHEET OF AN OUT-OF-BALANCE KEYED BATCH, HELD ON
000400*             THE SUSPENSE FILE INSTEAD OF REACHING GRADEXPT. THE
000500*             INTERACTIVE EXO2NOTES VARIANT WRITES ONE RECORD PER
000600*             SHEET KEYED, EACH CARRYING THE BATCH HEADER AS KEYED
000700*             FROM THE PAPER STACK AND THE COUNT AND HASH ACTUALLY
000800*             KEYED, SO THE SUPERVISOR CAN SEE WHY THE BATCH
000900*             FAILED TO BALANCE. KS-ITEM IS THE SHEET'S EXPORT
001000*             RECORD (COPYBOOK EXPORTRC) UNCHANGED. THE HASH IS
001100*             THE SUM OF EVERY SHEET'S EXAM PLUS COURSEWORK SCORE.
001200*             A SUSPENDED BATCH IS RESOLVED BY RE-KEYING THE
001300*             CORRECTED STACK AS A NEW BATCH. INCLUDED FROM THE
001400*             05-LEVEL DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS
001500*             OWN 01-LEVEL.
001600*
001700* MAINTENANCE LOG
001800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001900* ---------  ------------  ---------------------------------------
002000* 10/15/26   R.DELACROIX   INITIAL VERSION.
002100******************************************************************
002200     05  KS-BATCH-ID               PIC X(14).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  KS-OPERATOR-ID            PIC X(08).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  KS-COURSE-CODE            PIC X(04).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  KS-HDR-SHEET-COUNT        PIC 9(03).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  KS-KEYED-SHEET-COUNT      PIC 9(03).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  KS-HDR-HASH-TOTAL         PIC 9(06).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  KS-KEYED-HASH-TOTAL       PIC 9(06).
003500     05  FILLER                    PIC X(01)     VALUE SPACE.
003600     05  KS-ITEM                   PIC X(23).
