000100******************************************************************
000200* COPYBOOK:   STNDHIST
000300* PURPOSE:    ONE RECORD OF THE ACADEMIC-STANDING HISTORY FILE -
000400*             A STUDENT'S STANDING AS DETERMINED AT ONE TERM
000500*             CLOSE, WITH THE TERM AND CUMULATIVE AVERAGES IT WAS
000600*             JUDGED ON. WRITTEN BY THE TERM-CLOSE ACADSTND STEP
000700*             AS AN OLD-GENERATION/NEW-GENERATION MERGE, KEPT IN
000800*             STUDENT-ID/TERM SEQUENCE, SO THE CONSECUTIVE-TERM
000900*             RULES CAN FIND EACH STUDENT'S PRIOR STANDING.
001000*             SH-TERM-AVERAGE AND SH-CUM-AVERAGE CARRY AN IMPLIED
001100*             DECIMAL (99V9). SH-PROBATION-RUN IS THE NUMBER OF
001200*             CONSECUTIVE PROBATION TERMS ENDING WITH THIS ONE
001300*             (ZERO IN GOOD STANDING; CARRIED UNCHANGED THROUGH A
001400*             PENDING TERM). INCLUDED FROM THE 05-LEVEL DOWN SO
001500*             THE INCLUDING PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001600*
001700* SH-STANDING: 'G' = GOOD STANDING, 'P' = PROBATION,
001800* 'S' = SUSPENSION, 'H' = STANDING PENDING - A MAKEUP IS STILL
001900* OUTSTANDING ON THE CARRY ARCHIVE, SO THE TERM IS INCOMPLETE.
002000*
002100* MAINTENANCE LOG
002200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002300* ---------  ------------  ---------------------------------------
002400* 10/15/26   R.DELACROIX   INITIAL VERSION.
002500******************************************************************
002600     05  SH-STUDENT-ID             PIC X(06).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  SH-TERM                   PIC X(06).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  SH-STANDING               PIC X(01).
003100         88  SH-GOOD-STANDING      VALUE 'G'.
003200         88  SH-PROBATION          VALUE 'P'.
003300         88  SH-SUSPENSION         VALUE 'S'.
003400         88  SH-PENDING            VALUE 'H'.
003500     05  FILLER                    PIC X(01)     VALUE SPACE.
003600     05  SH-TERM-AVERAGE           PIC 9(02)V9(01).
003700     05  FILLER                    PIC X(01)     VALUE SPACE.
003800     05  SH-CUM-AVERAGE            PIC 9(02)V9(01).
003900     05  FILLER                    PIC X(01)     VALUE SPACE.
004000     05  SH-PROBATION-RUN          PIC 9(02).
004100     05  FILLER                    PIC X(01)     VALUE SPACE.
004200     05  SH-TERM-CREDITS           PIC 9(03).
004300     05  FILLER                    PIC X(01)     VALUE SPACE.
004400     05  SH-RUN-DATE               PIC 9(08).
