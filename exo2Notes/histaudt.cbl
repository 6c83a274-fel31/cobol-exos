002200* GENERATIONS CONCATENATED IN POSTING ORDER, EACH CLOSED BY
002300* ITS CONTROL-TOTAL TRAILER CARRYING THAT NIGHT'S RUN DATE)
002400* AND THE TERM HISTORY (TERMHIST - ONE RUN-DATE/TERM RECORD
002500* PER NIGHT, BUILT FROM THE RETAINED TERMPARM GENERATIONS FOR
002600* NIGHTS BEFORE THE TERM CALENDAR). A DATE NOT LISTED TAKES THE
002700* CALENDAR TERM (TERMCAL) WHOSE START-TO-CLOSE DATES COVER IT
002720* AND WHICH HAD NOT CLOSED BY THAT NIGHT - THE TERM THE NIGHTLY
002740* STEPS DERIVED - AND FAILING THAT ITS YYYYMM. EACH GENERATION
002760* POSTS THROUGH THE NORMAL
002800* ADD/RE-SUBMISSION RULES, THEN EVERY STUDENT IS RESTAMPED
002900* WITH THE REPEAT RULE (REPTPARM) AND RECOMPUTED AVERAGE, SO
003000* LOSING A MASTER GENERATION IS A RECOVERY PROCEDURE INSTEAD
003100* OF A CRISIS.
003110*
003120* TRANSFER CREDITS NEVER PASS THROUGH AN EXPORT: THE REBUILD
003130* WRITES THEM FIRST, FROM THE TRANSFER REGISTER (XFERREG) AS
003140* XFERPOST POSTED THEM, SO A LATER NATIVE RESULT UNDER THE SAME
003150* KEY SUPERSEDES ONE JUST AS IT DID IN GRDPOST.
003200*
003300* MAINTENANCE LOG
003400* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003500* ---------  ------------  ---------------------------------------
003600* 09/03/26   R.DELACROIX   INITIAL VERSION.
003603* 09/03/26   R.DELACROIX   WITHDRAWN-AFTER-POSTING RESULTS
003606*                          ARE EXCLUDED FROM EVERY AVERAGE
003609*                          RECOMPUTATION. A REBUILD CANNOT
003612*                          RECOVER WHAT NEVER PASSED THROUGH
003615*                          AN EXPORT: RE-APPLY THE GRADECOR
003618*                          'W' AMENDMENTS AND THE APPROVED
003621*                          PRIOR-TERM (DIRECT-TO-MASTER)
003624*                          CORRECTIONS FROM THEIR CORR-B AND
003627*                          CORR-A AUDIT IMAGES AFTERWARDS.
003630* 09/03/26   R.DELACROIX   THE AVERAGE RECOMPUTATIONS (AUDIT
003633*                          CHECK AND REBUILD RESTAMP) NOW
003636*                          WEIGHT BY THE COURSE CATALOG'S
003639*                          CREDIT HOURS, THE SAME WAY GRDPOST
003642*                          STAMPS THE MASTER.
003645* 10/15/26   R.DELACROIX   TRANSFER CREDITS (XFERPOST) ARE LEFT
003648*                          ALONE: NO LETTER/NOTE CHECK, AND THEY
003651*                          COUNT IN THE AVERAGE RECOMPUTATIONS
003654*                          ONLY AS THE XFERPARM PARAMETER SAYS. A
003657*                          REBUILT RESULT UNDER A TRANSFER'S KEY
003660*                          SUPERSEDES IT, AS IN GRDPOST.
003663* 10/15/26   R.DELACROIX   WITH TERMPARM RETIRED, A REBUILD DATE
003666*                          NOT ON TERMHIST TAKES THE CALENDAR TERM
003669*                          THAT COVERED IT AND WAS STILL OPEN THAT
003672*                          NIGHT, BEFORE FALLING BACK TO YYYYMM.
003675* 10/15/26   R.DELACROIX   A REBUILD NOW WRITES THE TRANSFER
003678*                          CREDITS FROM THE TRANSFER REGISTER
003681*                          (XFERREG) BEFORE REPLAYING THE EXPORTS;
003684*                          A KEY ALREADY ON THE MASTER IS REPORTED
003687*                          (A05) AND SKIPPED.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. HISTAUDT.
006510     SELECT COURSE-CATALOG ASSIGN TO CATALOG
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS WS-CATALOG-STATUS.
006540     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
006550         ORGANIZATION IS LINE SEQUENTIAL
006560         FILE STATUS IS WS-XFERPARM-STATUS.
006600     SELECT EXPORT-HISTORY ASSIGN TO EXPTHIST
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-EXPTHIST-STATUS.
006900     SELECT TERM-HISTORY ASSIGN TO TERMHIST
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-TERMHIST-STATUS.
007120     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
007140         ORGANIZATION IS LINE SEQUENTIAL
007160         FILE STATUS IS WS-TERMCAL-STATUS.
007170     SELECT TRANSFER-REGISTER ASSIGN TO XFERREG
007180         ORGANIZATION IS LINE SEQUENTIAL
007190         FILE STATUS IS WS-XFERREG-STATUS.
007200     SELECT AUDIT-RPT ASSIGN TO AUDTRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-AUDTRPT-STATUS.
010430 01  CC-RECORD.
010440     COPY CRSCATRC.
010450
010460 FD  TRANSFER-PARM
010470     RECORDING MODE IS F.
010480 01  XP-RECORD                  PIC X(01).
010490
010500 FD  EXPORT-HISTORY
010600     RECORDING MODE IS F.
010700 01  EG-RECORD.
011400     05  FILLER                 PIC X(01).
011500     05  TH-TERM                PIC X(06).
011600
011620 FD  TERM-CALENDAR
011640     RECORDING MODE IS F.
011660 01  TC-RECORD.
011680     COPY TERMCAL.
011682
011684 FD  TRANSFER-REGISTER
011686     RECORDING MODE IS F.
011688 01  XR-RECORD.
011690     COPY XFERREG.
011692
011700 FD  AUDIT-RPT
011800     RECORDING MODE IS F.
011900 01  AR-RECORD                  PIC X(80).
012600 77  WS-AUDTPARM-STATUS         PIC X(02)     VALUE SPACES.
012700 77  WS-GRDPARM-STATUS          PIC X(02)     VALUE SPACES.
012800 77  WS-REPTPARM-STATUS         PIC X(02)     VALUE SPACES.
012805 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
012810 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
012820 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
012830     88  WS-CATALOG-EOF         VALUE 'Y'.
012850     88  WS-CATALOG-LOADED      VALUE 'Y'.
012900 77  WS-EXPTHIST-STATUS         PIC X(02)     VALUE SPACES.
013000 77  WS-TERMHIST-STATUS         PIC X(02)     VALUE SPACES.
013050 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
013100 77  WS-AUDTRPT-STATUS          PIC X(02)     VALUE SPACES.
013200 77  WS-MAST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
013300     88  WS-MAST-EOF            VALUE 'Y'.
013700     88  WS-EXPT-EOF            VALUE 'Y'.
013800 77  WS-TERMH-EOF-SWITCH        PIC X(01)     VALUE 'N'.
013900     88  WS-TERMH-EOF           VALUE 'Y'.
013930 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
013960     88  WS-TERMCAL-EOF         VALUE 'Y'.
013970 77  WS-XFERREG-STATUS          PIC X(02)     VALUE SPACES.
013980 77  WS-XREG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
013990     88  WS-XREG-EOF            VALUE 'Y'.
014000******************************************************************
014100* RUN MODE - 'A' AUDIT (DEFAULT) OR 'R' REBUILD, FROM AUDTPARM
014200******************************************************************
014900 01  WS-REPEAT-RULE             PIC X(01)     VALUE 'B'.
015000     88  WS-RULE-BEST           VALUE 'B'.
015100     88  WS-RULE-LATEST         VALUE 'L'.
015110******************************************************************
015120* TRANSFER-CREDIT AVERAGE POLICY - SAME XFERPARM CONVENTION AS
015130* GRDPOST ('I' INCLUDE A NOTED TRANSFER, 'E' EXCLUDE, DEFAULT)
015140******************************************************************
015150 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
015160     88  WS-XFER-INCLUDED       VALUE 'I'.
015200******************************************************************
015300* GRADE-BOUNDARY THRESHOLDS - SAME SHOP DEFAULTS, GRDPARM
015400* OVERRIDES, AND PER-COURSE TABLE AS THE CLASSIFIER, FOR THE
019800                        INDEXED BY WS-TERMH-IDX.
019900         10  WS-TH-RUN-DATE     PIC 9(08).
020000         10  WS-TH-TERM         PIC X(06).
020008******************************************************************
020016* TERM CALENDAR TABLE - FOR REBUILD DATES NOT ON TERMHIST
020024******************************************************************
020032 01  WS-TCAL-COUNT              PIC 9(03)     COMP    VALUE ZERO.
020040 01  WS-TCAL-TABLE.
020048     05  WS-TCAL-ENTRY OCCURS 200 TIMES
020056                       INDEXED BY WS-TCAL-IDX.
020064         10  WS-TCAL-TERM       PIC X(06).
020072         10  WS-TCAL-START      PIC 9(08).
020080         10  WS-TCAL-CLOSE      PIC 9(08).
020088         10  WS-TCAL-CLOSED-ON  PIC 9(08).
020100******************************************************************
020200* RESTAMP BUFFER - SAME REPEAT-RULE AND AVERAGE MACHINERY AS
020300* GRDPOST, RUN OVER EVERY STUDENT AFTER A REBUILD
022600 01  WS-EXCEPTION-COUNT         PIC 9(07)     COMP    VALUE ZERO.
022700 01  WS-GENERATION-COUNT        PIC 9(05)     COMP    VALUE ZERO.
022800 01  WS-POSTED-COUNT            PIC 9(07)     COMP    VALUE ZERO.
022850 01  WS-XFER-POSTED-COUNT       PIC 9(07)     COMP    VALUE ZERO.
022900 01  WS-ADDED-COUNT             PIC 9(07)     COMP    VALUE ZERO.
023000 01  WS-REPLACED-COUNT          PIC 9(07)     COMP    VALUE ZERO.
023100 01  WS-STUDENT-COUNT           PIC 9(07)     COMP    VALUE ZERO.
023600*   A02  STAMPED CUMULATIVE AVERAGE WRONG
023700*   A03  LETTER CODE INCONSISTENT WITH NOTE UNDER THE BANDS
023800*   A04  REBUILD GENERATION TRAILER COUNT MISMATCH
023850*   A05  REBUILD TRANSFER KEY ALREADY ON THE MASTER - SKIPPED
023900******************************************************************
024000 01  WS-AR-HEADING-LINE.
024100     05  FILLER            PIC X(30)
028800     PERFORM 1100-LOAD-MODE THRU 1100-EXIT.
028900     PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT.
029000     PERFORM 1300-LOAD-REPEAT-RULE THRU 1300-EXIT.
029005     PERFORM 1310-LOAD-TRANSFER-RULE THRU 1310-EXIT.
029010     PERFORM 1350-LOAD-CATALOG THRU 1350-EXIT.
029100     OPEN OUTPUT AUDIT-RPT.
029200     IF WS-AUDIT-MODE
045900     CLOSE REPEAT-PARM.
046000 1300-EXIT.
046100     EXIT.
046150
046152******************************************************************
046154* 1310-LOAD-TRANSFER-RULE - SAME XFERPARM CONVENTION AS GRDPOST
046156******************************************************************
046158 1310-LOAD-TRANSFER-RULE.
046160     OPEN INPUT TRANSFER-PARM.
046162     IF WS-XFERPARM-STATUS NOT = '00'
046164         GO TO 1310-EXIT
046166     END-IF.
046168     READ TRANSFER-PARM
046170         AT END
046172             GO TO 1310-CLOSE
046174     END-READ.
046176     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
046178         MOVE XP-RECORD TO WS-XFER-RULE
046180     ELSE
046182         DISPLAY 'HISTAUDT - XFERPARM RULE NOT I OR E, '
046184             'DEFAULT KEPT'
046186     END-IF.
046188 1310-CLOSE.
046190     CLOSE TRANSFER-PARM.
046192 1310-EXIT.
046194     EXIT.
046200
046201******************************************************************
046202* 1350-LOAD-CATALOG - CREDIT HOURS FROM THE COURSE CATALOG IF
046274     EXIT.
046275
046300******************************************************************
046400* 1400-LOAD-TERM-HISTORY - RUN-DATE/TERM PAIRS FROM TERMHIST,
046500* THEN THE TERM CALENDAR. NEITHER FILE IS AN ERROR - A DATE NOT
046550* ON EITHER DEFAULTS TO ITS YYYYMM.
046600******************************************************************
046700 1400-LOAD-TERM-HISTORY.
046800     OPEN INPUT TERM-HISTORY.
046900     IF WS-TERMHIST-STATUS NOT = '00'
047000         GO TO 1400-CALENDAR
047100     END-IF.
047200     PERFORM 1450-LOAD-ONE-TERM THRU 1450-EXIT
047300         UNTIL WS-TERMH-EOF.
047400     CLOSE TERM-HISTORY.
047410 1400-CALENDAR.
047420     OPEN INPUT TERM-CALENDAR.
047430     IF WS-TERMCAL-STATUS NOT = '00'
047440         GO TO 1400-EXIT
047450     END-IF.
047460     PERFORM 1460-LOAD-ONE-CALENDAR THRU 1460-EXIT
047470         UNTIL WS-TERMCAL-EOF.
047480     CLOSE TERM-CALENDAR.
047500 1400-EXIT.
047600     EXIT.
047700
049300     MOVE TH-TERM TO WS-TH-TERM(WS-TERMH-IDX).
049400 1450-EXIT.
049500     EXIT.
049504 1460-LOAD-ONE-CALENDAR.
049508     READ TERM-CALENDAR
049512         AT END
049516             SET WS-TERMCAL-EOF TO TRUE
049520             GO TO 1460-EXIT
049524     END-READ.
049528     IF WS-TCAL-COUNT = 200
049532         DISPLAY 'HISTAUDT - MORE THAN 200 CALENDAR TERMS, '
049536             'RUN STOPPED'
049540         MOVE 16 TO RETURN-CODE
049544         STOP RUN
049548     END-IF.
049552     ADD 1 TO WS-TCAL-COUNT.
049556     SET WS-TCAL-IDX TO WS-TCAL-COUNT.
049560     MOVE TC-TERM-CODE TO WS-TCAL-TERM(WS-TCAL-IDX).
049564     MOVE TC-START-DATE TO WS-TCAL-START(WS-TCAL-IDX).
049568     MOVE TC-CLOSE-DATE TO WS-TCAL-CLOSE(WS-TCAL-IDX).
049572     IF TC-CLOSED
049576         MOVE TC-CLOSED-DATE TO WS-TCAL-CLOSED-ON(WS-TCAL-IDX)
049580     ELSE
049584         MOVE 99999999 TO WS-TCAL-CLOSED-ON(WS-TCAL-IDX)
049588     END-IF.
049592 1460-EXIT.
049596     EXIT.
049600
049700******************************************************************
049800* 2000-AUDIT-PASS - READ THE MASTER END TO END, CHECKING KEY
052700         MOVE ZERO TO WS-STU-WEIGHT-TOTAL
052800     END-IF.
052900     MOVE HM-CUM-AVERAGE OF HM-RECORD TO WS-STU-STAMPED-AVG.
052920     IF HM-TRANSFER-CREDIT OF HM-RECORD
052940         PERFORM 2150-SUM-ONE-TRANSFER THRU 2150-EXIT
052960         GO TO 2100-EXIT
052980     END-IF.
053000     IF HM-ATTEMPT-COUNTS OF HM-RECORD
053010         MOVE HM-COURSE-CODE OF HM-RECORD TO WS-SELECT-COURSE
053020         PERFORM 1370-GET-CREDIT-WEIGHT THRU 1370-EXIT
053500 2100-EXIT.
053600     EXIT.
053700
053705******************************************************************
053710* 2150-SUM-ONE-TRANSFER - A TRANSFER CREDIT HAS NO BANDS TO CHECK;
053715* A NOTED ONE COUNTS AT ITS TRANSFER CREDITS WHEN XFERPARM
053720* INCLUDES TRANSFERS, A CREDIT-ONLY ONE NEVER COUNTS
053725******************************************************************
053730 2150-SUM-ONE-TRANSFER.
053735     IF NOT WS-XFER-INCLUDED
053740         OR NOT HM-TRANSFER-NOTED OF HM-RECORD
053745         GO TO 2150-EXIT
053750     END-IF.
053755     COMPUTE WS-STU-NOTE-TOTAL =
053760         WS-STU-NOTE-TOTAL
053765         + (HM-NOTE OF HM-RECORD
053770             * HM-TRANSFER-CREDITS OF HM-RECORD).
053775     ADD HM-TRANSFER-CREDITS OF HM-RECORD
053780         TO WS-STU-WEIGHT-TOTAL.
053785 2150-EXIT.
053790     EXIT.
053795
053800******************************************************************
053900* 2300-CHECK-LETTER-CODE - THE POSTED NOTE RUN THROUGH THE
054000* COURSE'S BANDS MUST REPRODUCE THE POSTED LETTER CODE
062500     EXIT.
062600
062700******************************************************************
062800* 5000-REBUILD-PASS - POST THE TRANSFER REGISTER, THEN FOLD
062850* EVERY EXPORT GENERATION INTO THE MASTER, THEN RESTAMP EVERY
062900* STUDENT
063000******************************************************************
063100 5000-REBUILD-PASS.
063150     PERFORM 5050-POST-TRANSFERS THRU 5050-EXIT.
063200     PERFORM 5100-READ-ONE-EXPORT THRU 5100-EXIT
063300         UNTIL WS-EXPT-EOF.
063400     IF WS-GEN-COUNT > ZERO
064100 5000-EXIT.
064200     EXIT.
064300
064301******************************************************************
064302* 5050-POST-TRANSFERS - WRITE EVERY TRANSFER CREDIT IN THE
064303* TRANSFER REGISTER AS XFERPOST POSTED IT - SAME TERM, 'TR'/'TC'
064304* LETTER, CREDITS AND POST DATE - BEFORE ANY EXPORT GENERATION,
064305* SO A NATIVE RESULT LATER POSTED UNDER THE SAME KEY SUPERSEDES
064306* IT IN 5400 AS IT DID IN GRDPOST. NO REGISTER MEANS NO TRANSFER
064307* WAS EVER POSTED.
064308******************************************************************
064309 5050-POST-TRANSFERS.
064310     OPEN INPUT TRANSFER-REGISTER.
064311     IF WS-XFERREG-STATUS NOT = '00'
064312         DISPLAY 'HISTAUDT - NO TRANSFER REGISTER, NO TRANSFER '
064313             'CREDITS POSTED'
064314         GO TO 5050-EXIT
064315     END-IF.
064316     PERFORM 5060-POST-ONE-TRANSFER THRU 5060-EXIT
064317         UNTIL WS-XREG-EOF.
064318     CLOSE TRANSFER-REGISTER.
064319 5050-EXIT.
064320     EXIT.
064321
064322 5060-POST-ONE-TRANSFER.
064323     READ TRANSFER-REGISTER
064324         AT END
064325             SET WS-XREG-EOF TO TRUE
064326             GO TO 5060-EXIT
064327     END-READ.
064328     MOVE SPACES TO HM-RECORD.
064329     MOVE XR-STUDENT-ID TO HM-STUDENT-ID OF HM-RECORD.
064330     MOVE XR-TERM TO HM-TERM OF HM-RECORD.
064331     MOVE XR-CATALOG-COURSE TO HM-COURSE-CODE OF HM-RECORD.
064332     IF XR-CONVERTED-NOTE = SPACES
064333         MOVE ZERO TO HM-NOTE OF HM-RECORD
064334         SET HM-TRANSFER-UNNOTED OF HM-RECORD TO TRUE
064335     ELSE
064336         MOVE XR-CONVERTED-NOTE TO HM-NOTE OF HM-RECORD
064337         SET HM-TRANSFER-NOTED OF HM-RECORD TO TRUE
064338     END-IF.
064339     MOVE XR-POST-DATE TO HM-POST-DATE OF HM-RECORD.
064340     MOVE XR-CREDITS TO HM-TRANSFER-CREDITS OF HM-RECORD.
064341     MOVE ZERO TO HM-CUM-AVERAGE OF HM-RECORD.
064342     SET HM-TRANSFER-CREDIT OF HM-RECORD TO TRUE.
064343     WRITE HM-KEY-RECORD.
064344     IF WS-HISTMAST-STATUS = '22'
064345         ADD 1 TO WS-EXCEPTION-COUNT
064346         MOVE SPACES TO AR-RECORD
064347         MOVE SPACES TO WS-AR-DETAIL-LINE
064348         MOVE 'A05' TO WS-AR-D-CODE
064349         MOVE XR-STUDENT-ID TO WS-AR-D-STUDENT
064350         MOVE XR-TERM TO WS-AR-D-TERM
064351         MOVE XR-CATALOG-COURSE TO WS-AR-D-COURSE
064352         MOVE 'TRANSFER KEY ALREADY ON MASTER - SKIPPED'
064353             TO WS-AR-D-TEXT
064354         MOVE WS-AR-DETAIL-LINE TO AR-RECORD
064355         WRITE AR-RECORD
064356         GO TO 5060-EXIT
064357     END-IF.
064358     IF WS-HISTMAST-STATUS NOT = '00'
064359         DISPLAY 'HISTAUDT - MASTER WRITE FAILED, STATUS '
064360             WS-HISTMAST-STATUS ', RUN STOPPED'
064361         MOVE 16 TO RETURN-CODE
064362         STOP RUN
064363     END-IF.
064364     ADD 1 TO WS-XFER-POSTED-COUNT.
064365 5060-EXIT.
064366     EXIT.
064367
064400******************************************************************
064500* 5100-READ-ONE-EXPORT - BUFFER DATA RECORDS; A TRAILER CLOSES
064600* THE GENERATION AND POSTS IT UNDER ITS RUN DATE'S TERM. A
067300
067400******************************************************************
067500* 5300-POST-ONE-GENERATION - RESOLVE THE GENERATION'S TERM FROM
067600* THE TERM HISTORY, ELSE THE CALENDAR (DEFAULT ITS RUN DATE'S
067700* YYYYMM), VERIFY THE TRAILER COUNT, AND POST EACH BUFFERED RECORD
067800******************************************************************
067900 5300-POST-ONE-GENERATION.
068000     ADD 1 TO WS-GENERATION-COUNT.
068600             = TL-RUN-DATE OF WS-TRAILER-WORK.
068700     IF WS-TERMH-IDX NOT > WS-TERMH-COUNT
068800         MOVE WS-TH-TERM(WS-TERMH-IDX) TO WS-GEN-TERM
068900         GO TO 5300-CHECK-COUNT
068906     END-IF.
068912     PERFORM 5360-SCAN-ONE-CALENDAR THRU 5360-EXIT
068918         VARYING WS-TCAL-IDX FROM 1 BY 1
068924         UNTIL WS-TCAL-IDX > WS-TCAL-COUNT
068930         OR (WS-TCAL-START(WS-TCAL-IDX)
068936                 NOT > TL-RUN-DATE OF WS-TRAILER-WORK
068942             AND WS-TCAL-CLOSE(WS-TCAL-IDX)
068948                 NOT < TL-RUN-DATE OF WS-TRAILER-WORK
068954             AND WS-TCAL-CLOSED-ON(WS-TCAL-IDX)
068960                 > TL-RUN-DATE OF WS-TRAILER-WORK).
068966     IF WS-TCAL-IDX NOT > WS-TCAL-COUNT
068972         MOVE WS-TCAL-TERM(WS-TCAL-IDX) TO WS-GEN-TERM
068978     END-IF.
068984 5300-CHECK-COUNT.
069000     IF TL-RECORD-COUNT OF WS-TRAILER-WORK IS NUMERIC
069100         AND TL-RECORD-COUNT OF WS-TRAILER-WORK
069200             NOT = WS-GEN-COUNT
070750 5350-SCAN-ONE-TERM.
070760 5350-EXIT.
070770     EXIT.
070777 5360-SCAN-ONE-CALENDAR.
070784 5360-EXIT.
070791     EXIT.
070800
070900 5400-POST-ONE-RECORD.
071000     MOVE WS-GEN-RECORD(WS-GEN-IDX) TO WS-GEN-WORK.
072000                 TO HM-LETTER-CODE OF HM-RECORD
072100             MOVE TL-RUN-DATE OF WS-TRAILER-WORK
072200                 TO HM-POST-DATE OF HM-RECORD
072300             IF HM-TRANSFER-CREDIT OF HM-RECORD
072310                 MOVE ZERO TO HM-RESUBMIT-COUNT OF HM-RECORD
072320                 MOVE SPACE TO HM-STATUS-FLAG OF HM-RECORD
072330             ELSE
072340                 ADD 1 TO HM-RESUBMIT-COUNT OF HM-RECORD
072350             END-IF
072400             REWRITE HM-KEY-RECORD
072500             ADD 1 TO WS-REPLACED-COUNT
072600         WHEN '23'
090400
090500 6250-SUM-ONE-RESULT.
090600     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
090620     IF HM-TRANSFER-CREDIT OF WS-FLUSH-WORK
090640         PERFORM 6255-SUM-ONE-TRANSFER THRU 6255-EXIT
090660         GO TO 6250-EXIT
090680     END-IF.
090700     IF NOT HM-ATTEMPT-COUNTS OF WS-FLUSH-WORK
090800         GO TO 6250-EXIT
090900     END-IF.
091200 6250-EXIT.
091300     EXIT.
091400
091405******************************************************************
091410* 6255-SUM-ONE-TRANSFER - A NOTED TRANSFER COUNTS AT ITS TRANSFER
091415* CREDITS WHEN XFERPARM INCLUDES TRANSFERS; A CREDIT-ONLY ONE
091420* NEVER COUNTS
091425******************************************************************
091430 6255-SUM-ONE-TRANSFER.
091435     IF NOT WS-XFER-INCLUDED
091440         OR NOT HM-TRANSFER-NOTED OF WS-FLUSH-WORK
091445         GO TO 6255-EXIT
091450     END-IF.
091455     COMPUTE WS-BUF-NOTE-TOTAL =
091460         WS-BUF-NOTE-TOTAL
091465         + (HM-NOTE OF WS-FLUSH-WORK
091470             * HM-TRANSFER-CREDITS OF WS-FLUSH-WORK).
091475     ADD HM-TRANSFER-CREDITS OF WS-FLUSH-WORK
091480         TO WS-BUF-WEIGHT-TOTAL.
091485 6255-EXIT.
091490     EXIT.
091495
091500 6260-REWRITE-ONE-RESULT.
091600     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
091700     MOVE WS-BUF-AVERAGE TO HM-CUM-AVERAGE OF WS-FLUSH-WORK.
094400         MOVE WS-GENERATION-COUNT TO WS-AR-F-VALUE
094500         MOVE WS-AR-FOOTER-LINE TO AR-RECORD
094600         WRITE AR-RECORD
094610         MOVE SPACES TO AR-RECORD
094620         MOVE SPACES TO WS-AR-FOOTER-LINE
094630         MOVE 'TRANSFERS POSTED   :' TO WS-AR-F-LABEL
094640         MOVE WS-XFER-POSTED-COUNT TO WS-AR-F-VALUE
094650         MOVE WS-AR-FOOTER-LINE TO AR-RECORD
094660         WRITE AR-RECORD
094700         MOVE SPACES TO AR-RECORD
094800         MOVE SPACES TO WS-AR-FOOTER-LINE
094900         MOVE 'RECORDS POSTED     :' TO WS-AR-F-LABEL
