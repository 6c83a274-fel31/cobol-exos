000100******************************************************************
000200* COPYBOOK:   ERASREG
000300* PURPOSE:    ONE ENTRY OF THE DATA-PROTECTION ERASURE REGISTER
000400*             THE IDERASE RUN APPENDS - ONE PER ERASURE
000500*             TRANSACTION, ERASED OR REFUSED - SO THE SCHOOL CAN
000600*             SHOW THE REGULATOR WHAT WAS DONE, WHEN, BY WHOM,
000700*             AND UNDER WHICH CASE. THE REGISTER NEVER HOLDS THE
000800*             ERASED STUDENT ID OR NAME: AN ERASURE IS FILED
000900*             UNDER THE DATA-PROTECTION CASE REFERENCE AND THE
001000*             PSEUDONYMOUS ID NOW CARRIED ON THE FILES, WITH THE
001100*             COUNT OF RECORDS RE-IDENTIFIED ON EACH FILE. THE
001200*             PSEUDONYMS ARE 'E' PLUS A FIVE-DIGIT SEQUENCE
001300*             NUMBER TAKEN FROM THIS REGISTER; REAL STUDENT IDS
001400*             ARE ALL DIGITS, SO A PSEUDONYM CAN NEVER COLLIDE
001500*             WITH ONE. THE REGISTER IS APPEND-ONLY - IDERASE
001600*             READS IT FOR THE LAST SEQUENCE NUMBER AND EXTENDS
001700*             IT, NOTHING EVER REWRITES IT. INCLUDED FROM THE
001800*             05-LEVEL DOWN SO THE INCLUDING PROGRAM SUPPLIES
001900*             ITS OWN 01-LEVEL.
002000*
002100* ER-OUTCOME:
002200*   E = ERASED; ER-PSEUDO-ID AND THE FILE COUNTS ARE FILLED IN
002300*   R = REFUSED; ER-REFUSE-CODE SAYS WHY, NOTHING WAS CHANGED
002400* ER-REFUSE-CODE:
002500*   OP = OPERATOR NOT AUTHORIZED   ID = NOT A STUDENT ID
002600*   RS = REASON NOT R OR L         DU = DUPLICATE IN THE RUN
002700*   AC = NOT WITHDRAWN ON ROSTER   PC = OPEN PENDING CORRECTION
002800*   MU = OUTSTANDING MAKEUP        AP = APPEAL CASE STILL OPEN
002810*   RH = RESULTS STILL HELD FOR RELEASE
002820*   AL = A RETIRED ID ON THE ALIAS CROSS-REFERENCE - ERASE UNDER
002830*        THE CURRENT ID
002900* ER-CHGLOG-COUNT IS THE ROSTER, REGISTRATION, APPEAL AND PENDING-
003000* CORRECTION CHANGE LOGS TOGETHER. ER-ALIAS-COUNT IS THE ALIAS
003010* CROSS-REFERENCE RECORDS REMOVED - AN ALIAS WOULD TIE A RETIRED
003020* REAL ID TO THE PSEUDONYM, SO IT IS DROPPED, NOT RE-KEYED.
003100*
003200* MAINTENANCE LOG
003300* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003400* ---------  ------------  ---------------------------------------
003500* 10/15/26   R.DELACROIX   INITIAL VERSION.
003600******************************************************************
003700     05  ER-ERASE-DATE             PIC 9(08).
003800     05  FILLER                    PIC X(01)     VALUE SPACE.
003900     05  ER-ERASE-TIME             PIC 9(08).
004000     05  FILLER                    PIC X(01)     VALUE SPACE.
004100     05  ER-OPERATOR-ID            PIC X(08).
004200     05  FILLER                    PIC X(01)     VALUE SPACE.
004300     05  ER-REQUEST-REF            PIC X(10).
004400     05  FILLER                    PIC X(01)     VALUE SPACE.
004500     05  ER-REASON                 PIC X(01).
004600     05  FILLER                    PIC X(01)     VALUE SPACE.
004700     05  ER-OUTCOME                PIC X(01).
004800         88  ER-ERASED             VALUE 'E'.
004900         88  ER-REFUSED            VALUE 'R'.
005000     05  FILLER                    PIC X(01)     VALUE SPACE.
005100     05  ER-PSEUDO-ID              PIC X(06).
005200     05  ER-PSEUDO-PARTS           REDEFINES ER-PSEUDO-ID.
005300         10  ER-PSEUDO-PREFIX      PIC X(01).
005400         10  ER-PSEUDO-SEQ         PIC 9(05).
005500     05  FILLER                    PIC X(01)     VALUE SPACE.
005600     05  ER-REFUSE-CODE            PIC X(02).
005700     05  FILLER                    PIC X(01)     VALUE SPACE.
005800     05  ER-ROSTER-COUNT           PIC 9(05).
005900     05  FILLER                    PIC X(01)     VALUE SPACE.
006000     05  ER-HISTMAST-COUNT         PIC 9(05).
006100     05  FILLER                    PIC X(01)     VALUE SPACE.
006200     05  ER-HISTARCH-COUNT         PIC 9(05).
006300     05  FILLER                    PIC X(01)     VALUE SPACE.
006400     05  ER-REJARCH-COUNT          PIC 9(05).
006500     05  FILLER                    PIC X(01)     VALUE SPACE.
006600     05  ER-AUDITLOG-COUNT         PIC 9(05).
006700     05  FILLER                    PIC X(01)     VALUE SPACE.
006800     05  ER-CHGLOG-COUNT           PIC 9(05).
006900     05  FILLER                    PIC X(01)     VALUE SPACE.
007000     05  ER-EXPTHIST-COUNT         PIC 9(05).
007100     05  FILLER                    PIC X(01)     VALUE SPACE.
007200     05  ER-XFERREG-COUNT          PIC 9(05).
007300     05  FILLER                    PIC X(01)     VALUE SPACE.
007400     05  ER-ALIAS-COUNT            PIC 9(05).
007500     05  FILLER                    PIC X(01)     VALUE SPACE.
007600     05  ER-APPEAL-COUNT           PIC 9(05).
007700     05  FILLER                    PIC X(01)     VALUE SPACE.
007800     05  ER-CRSREG-COUNT           PIC 9(05).
007900     05  FILLER                    PIC X(01)     VALUE SPACE.
008000     05  ER-STANDING-COUNT         PIC 9(05).
008100     05  FILLER                    PIC X(01)     VALUE SPACE.
008200     05  ER-SCHOLAR-COUNT          PIC 9(05).
008300     05  FILLER                    PIC X(01)     VALUE SPACE.
008400     05  ER-HELDQ-COUNT            PIC 9(05).
