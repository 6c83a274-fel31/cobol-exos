000100******************************************************************
000200* COPYBOOK:   POSTCKPT
000300* PURPOSE:    THE RESTART/CHECKPOINT RECORD OF THE GRDPOST
000400*             HISTORY POSTING STEP - THE POSTING-RUN IDENTIFIER,
000500*             THE LAST STUDENT WHOSE RESULTS WERE FULLY POSTED
000600*             AND RESTAMPED ON THE MASTER, AND THE RUN COUNTERS
000700*             AS THEY STOOD AT THAT POINT, SO A RERUN AFTER AN
000800*             ABEND SKIPS THE STUDENTS ALREADY DONE INSTEAD OF
000900*             RE-POSTING THEM AS RE-SUBMISSIONS, AND ITS POSTED
001000*             COUNT STILL COVERS THE WHOLE NIGHT. THE RUN
001100*             IDENTIFIER DESCRIBES THE INPUT BEING POSTED - THE
001200*             EXPORT HEADER'S SOURCE JOB, THE NUMBER OF RESULT
001300*             RECORDS, AND A HASH OF THEIR NOTE AND SCORE FIELDS
001350*             AND OF EACH RECORD'S STUDENT ID AND COURSE WEIGHTED
001370*             BY ITS POSITION - SO A CHECKPOINT IS ONLY HONOURED
001500*             AGAINST THE SAME INPUT, EVEN WHEN THE STREAM IS
001600*             RERUN PAST MIDNIGHT AND THE EXPORT IS REBUILT WITH
001700*             A NEW HEADER DATE. PK-EXPORT-DATE (THE HEADER'S RUN
001800*             DATE) IS CARRIED FOR THE OPERATOR ONLY.
001900*             INCLUDED FROM THE 05-LEVEL DOWN SO THE INCLUDING
002000*             PROGRAM SUPPLIES ITS OWN 01-LEVEL.
002100*
002200* PK-STATUS: 'I' = POSTING IN PROGRESS (A RERUN RESUMES AFTER
002300* PK-LAST-STUDENT), 'C' = THE RUN WENT TO COMPLETION (A RERUN OF
002400* THE SAME INPUT POSTS NOTHING).
002500*
002600* MAINTENANCE LOG
002700* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002800* ---------  ------------  ---------------------------------------
002900* 10/15/26   R.DELACROIX   INITIAL VERSION.
002920* 10/15/26   R.DELACROIX   RUN HASH NOW COVERS STUDENT ID AND
002940*                          COURSE BY RECORD POSITION.
003000******************************************************************
003100     05  PK-RUN-ID.
003200         10  PK-RUN-SOURCE         PIC X(02).
003300         10  PK-RUN-COUNT          PIC 9(07).
003400         10  PK-RUN-HASH           PIC 9(09).
003500     05  FILLER                    PIC X(01)     VALUE SPACE.
003600     05  PK-EXPORT-DATE            PIC 9(08).
003700     05  FILLER                    PIC X(01)     VALUE SPACE.
003800     05  PK-STATUS                 PIC X(01).
003900         88  PK-IN-PROGRESS        VALUE 'I'.
004000         88  PK-COMPLETE           VALUE 'C'.
004100     05  FILLER                    PIC X(01)     VALUE SPACE.
004200     05  PK-LAST-STUDENT           PIC X(06).
004300     05  FILLER                    PIC X(01)     VALUE SPACE.
004400     05  PK-ADDED-COUNT            PIC 9(07).
004500     05  FILLER                    PIC X(01)     VALUE SPACE.
004600     05  PK-RESUBMIT-COUNT         PIC 9(07).
004700     05  FILLER                    PIC X(01)     VALUE SPACE.
004800     05  PK-REPEAT-COUNT           PIC 9(07).
004900     05  FILLER                    PIC X(01)     VALUE SPACE.
005000     05  PK-STUDENT-COUNT          PIC 9(07).
005100     05  FILLER                    PIC X(01)     VALUE SPACE.
005200     05  PK-WRITTEN-DATE           PIC 9(08).
