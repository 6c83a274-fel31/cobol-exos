000100******************************************************************
000200* COPYBOOK:   RLSEREC
000300* PURPOSE:    ONE RECORD OF THE RESULT-RELEASE MASTER - THE DATE A
000400*             COURSE'S RESULTS FOR A TERM MAY GO OUT AND WHETHER
000500*             THE EXAM BOARD HAS AUTHORIZED THE RELEASE. A
000600*             COURSE'S RESULTS ARE RELEASED ONLY WHEN
000700*             RL-RELEASE-AUTHORIZED IS SET AND RL-RELEASE-DATE HAS
000800*             COME. EVERY TERM FROM THE EARLIEST ONE ON THE FILE
000900*             IS UNDER EMBARGO, SO A COURSE OF SUCH A TERM WITH NO
001000*             RECORD IS WITHHELD; EARLIER TERMS PREDATE THE
001100*             EMBARGO AND ARE RELEASED. READ BY THE GRDRLSE
001200*             RELEASE GATE (LETTERS, REGISTRAR EXPORT, ADVISING
001300*             EXTRACTS) AND BY HISTINQ. MAINTAINED BY THE
001400*             REGISTRAR'S OFFICE AS A PLAIN SEQUENTIAL FILE, ANY
001500*             ORDER. INCLUDED FROM THE 05-LEVEL DOWN SO THE
001600*             INCLUDING PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001700*
001800* RL-AUTHORIZED-FLAG: Y = RELEASE AUTHORIZED, ANYTHING ELSE = NOT
001900* YET AUTHORIZED
002000*
002100* MAINTENANCE LOG
002200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002300* ---------  ------------  ---------------------------------------
002400* 10/15/26   R.DELACROIX   INITIAL VERSION.
002500******************************************************************
002600     05  RL-COURSE-CODE            PIC X(04).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  RL-TERM                   PIC X(06).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  RL-RELEASE-DATE           PIC 9(08).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  RL-AUTHORIZED-FLAG        PIC X(01).
003300         88  RL-RELEASE-AUTHORIZED VALUE 'Y'.
003400     05  FILLER                    PIC X(01)     VALUE SPACE.
003500     05  RL-AUTHORIZED-BY          PIC X(08).
