000100******************************************************************
000200* COPYBOOK:   STNDCHG
000300* PURPOSE:    ONE CHANGE-OF-STANDING EXTRACT RECORD FROM THE
000400*             TERM-CLOSE ACADSTND STEP, FOR THE DEAN'S OFFICE -
000500*             WRITTEN ONLY WHEN A STUDENT'S STANDING AT THIS
000600*             TERM CLOSE DIFFERS FROM THEIR PRIOR STANDING (A
000700*             STUDENT WITH NO PRIOR STANDING IS TAKEN AS IN GOOD
000800*             STANDING, SO ONLY A FIRST PROBATION, SUSPENSION,
000900*             OR PENDING IS EXTRACTED). SC-OLD-STANDING AND
001000*             SC-NEW-STANDING USE THE SH-STANDING CODES OF
001100*             COPYBOOK STNDHIST; SC-OLD-STANDING IS SPACE WHEN
001200*             THE STUDENT HAD NO PRIOR STANDING ON FILE.
001300*             SC-REASON NAMES THE RULE THAT DECIDED THE NEW
001400*             STANDING. INCLUDED FROM THE 05-LEVEL DOWN SO THE
001500*             INCLUDING PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001600*
001700* MAINTENANCE LOG
001800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001900* ---------  ------------  ---------------------------------------
002000* 10/15/26   R.DELACROIX   INITIAL VERSION.
002100******************************************************************
002200     05  SC-STUDENT-ID             PIC X(06).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  SC-TERM                   PIC X(06).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  SC-OLD-STANDING           PIC X(01).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  SC-NEW-STANDING           PIC X(01).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  SC-TERM-AVERAGE           PIC 9(02)V9(01).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  SC-CUM-AVERAGE            PIC 9(02)V9(01).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  SC-REASON                 PIC X(30).
