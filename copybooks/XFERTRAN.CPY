000100******************************************************************
000200* COPYBOOK:   XFERTRAN
000300* PURPOSE:    ONE TRANSFER-CREDIT TRANSACTION FOR THE XFERPOST
000400*             PROGRAM - A COURSE A STUDENT COMPLETED AT ANOTHER
000500*             INSTITUTION, THE CATALOG COURSE THE REGISTRAR HAS
000600*             MAPPED IT TO, THE CREDITS GRANTED, AND OPTIONALLY
000700*             THE EXTERNAL RESULT CONVERTED TO THE SHOP'S 00-20
000800*             SCALE. THE OPERATOR ID IS CARRIED SO THE POSTING
000900*             TRACES BACK TO WHO ENTERED IT. INCLUDED FROM THE
001000*             05-LEVEL DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS
001100*             OWN 01-LEVEL.
001200*
001300* XT-CREDITS:        CREDITS GRANTED, 01 UP TO THE MAPPED COURSE'S
001400*                    CATALOG CREDIT HOURS
001500* XT-CONVERTED-NOTE: 00-20, OR BLANK FOR CREDIT WITH NO NOTE
001600*
001700* MAINTENANCE LOG
001800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001900* ---------  ------------  ---------------------------------------
002000* 10/15/26   R.DELACROIX   INITIAL VERSION.
002100******************************************************************
002200     05  XT-STUDENT-ID             PIC X(06).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  XT-SOURCE-INST            PIC X(10).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  XT-EXTERNAL-COURSE        PIC X(10).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  XT-CATALOG-COURSE         PIC X(04).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  XT-CREDITS                PIC X(02).
003100     05  XT-CREDITS-N              REDEFINES XT-CREDITS
003200                                   PIC 9(02).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  XT-CONVERTED-NOTE         PIC X(02).
003500     05  XT-CONVERTED-NOTE-N       REDEFINES XT-CONVERTED-NOTE
003600                                   PIC 9(02).
003700     05  FILLER                    PIC X(01)     VALUE SPACE.
003800     05  XT-OPERATOR-ID            PIC X(08).
