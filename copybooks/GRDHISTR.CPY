001560* RESULT WITHDRAWN AFTER POSTING BY A GRADECOR AMENDMENT - THE
001570* RECORD IS KEPT (THE REGISTRAR MUST BE ABLE TO DEFEND THE
001580* CHANGE) BUT PRINTS AS A WITHDRAWAL AND NEVER COUNTS IN THE
001590* AVERAGE OR THE REPEAT RULE. 'T' = CREDIT TRANSFERRED IN FROM
001591* ANOTHER INSTITUTION AND POSTED BY XFERPOST. IT IS NOT AN
001592* ATTEMPT HERE: IT NEVER ENTERS THE REPEAT RULE OR A TERM
001593* STATISTIC, BUT ITS CREDITS (HM-TRANSFER-CREDITS, WHICH
001594* REDEFINES HM-RESUBMIT-COUNT) COUNT AS A PASS TOWARD CREDITS
001595* EARNED. HM-LETTER-CODE IS 'TR' WHEN A CONVERTED NOTE WAS
001596* GRANTED (IN HM-NOTE) OR 'TC' FOR CREDIT ONLY (HM-NOTE ZERO).
001597* A 'TR' RESULT COUNTS IN HM-CUM-AVERAGE, WEIGHTED BY ITS
001598* TRANSFER CREDITS, ONLY WHEN THE XFERPARM SHOP PARAMETER SAYS
001599* 'I'; THE DEFAULT LEAVES EVERY TRANSFER OUT OF THE AVERAGE.
001600*
001700* MAINTENANCE LOG
001800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002081* 09/03/26   R.DELACROIX   ADDED THE 'W' WITHDRAWN-AFTER-
002082*                          POSTING STATUS FOR THE GRADECOR
002083*                          HISTORY-AMENDMENT TRANSACTION.
002087* 10/15/26   R.DELACROIX   ADDED THE 'T' TRANSFER-CREDIT
002091*                          STATUS, THE 'TR'/'TC' TRANSFER LETTER
002095*                          CODES AND HM-TRANSFER-CREDITS.
002100******************************************************************
002200     05  HM-STUDENT-ID             PIC X(06).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  HM-NOTE                   PIC 9(02).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  HM-LETTER-CODE            PIC X(02).
003030         88  HM-TRANSFER-NOTED     VALUE 'TR'.
003060         88  HM-TRANSFER-UNNOTED   VALUE 'TC'.
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  HM-POST-DATE              PIC 9(08).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  HM-RESUBMIT-COUNT         PIC 9(02).
003430     05  HM-TRANSFER-CREDITS       REDEFINES HM-RESUBMIT-COUNT
003460                                   PIC 9(02).
003500     05  FILLER                    PIC X(01)     VALUE SPACE.
003600     05  HM-CUM-AVERAGE            PIC 9(02)V9(01).
003700     05  FILLER                    PIC X(01)     VALUE SPACE.
003900         88  HM-ATTEMPT-COUNTS     VALUE SPACE.
004000         88  HM-REPEAT-EXCLUDED    VALUE 'R'.
004100         88  HM-WITHDRAWN-AFTER    VALUE 'W'.
004600         88  HM-TRANSFER-CREDIT    VALUE 'T'.
