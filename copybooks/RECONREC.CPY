000830* STEP CAN COUNT THE GRADE-SIDE EXCEPTIONS WITHOUT PARSING THE
000840* BILINGUAL REASON TEXT.
000850*
000860* RC-COURSE-CODE: ON A 'G' RECORD, THE COURSE OF THE UNMATCHED
000865* GRADE; ON AN 'E' RECORD, THE REGISTERED COURSE WITH NO GRADE
000870* WHEN THE COURSE-REGISTRATION FILE WAS USED, AND SPACES WHEN THE
000880* PASS RAN AGAINST THE STUDENT-LEVEL ROSTER ONLY.
000890*
000900* MAINTENANCE LOG
001000* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001100* ---------  ------------  ---------------------------------------
001200* 08/09/26   R.DELACROIX   INITIAL VERSION.
001210* 09/03/26   R.DELACROIX   ADDED RC-EXCEPTION-TYPE FOR THE
001220*                          GRDBAL CONTROL-TOTAL EQUATIONS.
001230* 10/15/26   R.DELACROIX   ADDED RC-COURSE-CODE - RECONCILIATION
001240*                          IS NOW PER STUDENT/COURSE PAIR WHEN
001250*                          THE COURSE-REGISTRATION FILE IS USED.
001300******************************************************************
001400     05  RC-SEQUENCE-NBR           PIC 9(05).
001500     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  RC-EXCEPTION-TYPE         PIC X(01).
002500         88  RC-GRADE-EXCEPTION    VALUE 'G'.
002600         88  RC-ENROLL-EXCEPTION   VALUE 'E'.
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  RC-COURSE-CODE            PIC X(04).
