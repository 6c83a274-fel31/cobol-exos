000100******************************************************************
000200* COPYBOOK:   TERMCHGR
000300* PURPOSE:    ONE TERM-CALENDAR CHANGE-LOG RECORD PER TRANSACTION
000400*             TERMMNT APPLIES - WHEN, WHO, WHAT, AND THE WHOLE
000500*             CALENDAR RECORD BEFORE AND AFTER (COPYBOOK TERMCAL
000600*             LAYOUT; THE BEFORE IMAGE IS SPACES ON AN ADD) - SAME
000700*             CONVENTION AS THE CATALOG CHANGE LOG (CRSCHGR).
000800*             INCLUDED FROM THE 05-LEVEL DOWN SO THE INCLUDING
000900*             PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001000*
001100* MAINTENANCE LOG
001200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001300* ---------  ------------  ---------------------------------------
001400* 10/15/26   R.DELACROIX   INITIAL VERSION.
001500******************************************************************
001600     05  TK-CHANGE-DATE            PIC 9(08).
001700     05  FILLER                    PIC X(01)     VALUE SPACE.
001800     05  TK-CHANGE-TIME            PIC 9(08).
001900     05  FILLER                    PIC X(01)     VALUE SPACE.
002000     05  TK-OPERATOR-ID            PIC X(08).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  TK-ACTION                 PIC X(01).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  TK-TERM-CODE              PIC X(06).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  TK-OLD-IMAGE              PIC X(53).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  TK-NEW-IMAGE              PIC X(53).
