000100******************************************************************
000200* COPYBOOK:   REGTRAN
000300* PURPOSE:    ONE COURSE-REGISTRATION MAINTENANCE TRANSACTION
000400*             FOR THE REGMNT PROGRAM - REGISTER A STUDENT IN A
000500*             COURSE, CHANGE A REGISTRATION'S STATUS, OR DROP
000600*             (WITHDRAW) THE STUDENT FROM THE COURSE, EACH WITH
000700*             AN EFFECTIVE DATE AND THE OPERATOR WHO RAISED IT
000800*             FOR THE CHANGE LOG. INCLUDED FROM THE 05-LEVEL
000900*             DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS OWN
001000*             01-LEVEL.
001100*
001200* RR-ACTION: A=ADD  C=CHANGE  D=DROP (STATUS FORCED TO 'W')
001300* RR-STATUS-CODE: A=REGISTERED  W=WITHDRAWN  U=AUDITING
001400*
001500* MAINTENANCE LOG
001600* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001700* ---------  ------------  ---------------------------------------
001800* 10/15/26   R.DELACROIX   INITIAL VERSION.
001900******************************************************************
002000     05  RR-ACTION                 PIC X(01).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  RR-STUDENT-ID             PIC X(06).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  RR-COURSE-CODE            PIC X(04).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  RR-STATUS-CODE            PIC X(01).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  RR-EFFECTIVE-DATE         PIC 9(08).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  RR-OPERATOR-ID            PIC X(08).
