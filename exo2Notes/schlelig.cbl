000100******************************************************************
000200* PROGRAM NAME:    SCHLELIG
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* TERM-CLOSE SCHOLARSHIP ELIGIBILITY. READS THE GRADE-HISTORY
000800* MASTER FRONT TO BACK AND MEASURES EVERY STUDENT WITH A RESULT
000900* IN OR BEFORE THE TERM BEING CLOSED AGAINST EACH AWARD ON THE
001000* SCHOLARSHIP RULES FILE (COPYBOOK SCHLRULE). THE RULES ARE
001100* TESTED IN THIS ORDER AND THE FIRST ONE FAILED IS THE ONE
001200* REPORTED: THE CREDIT-WEIGHTED CUMULATIVE AVERAGE (THE COUNTING
001300* ATTEMPTS OF THAT TERM AND EARLIER, AS ACADSTND TAKES IT) AT OR
001400* ABOVE THE AWARD MINIMUM; THE CATALOG CREDITS PASSED IN THE
001500* TERM (A CATEGORY OF 'MO' OR BETTER, AS DEGAUDIT COUNTS A PASS)
001600* AT OR ABOVE THE MINIMUM; NO MORE 'ME' RESULTS IN THE TERM THAN
001700* THE MAXIMUM; AND, WHERE THE AWARD DOES NOT ALLOW REPEATS, NO
001800* ATTEMPT THE REPEAT RULE FLAGGED 'R'. A RESULT WITHDRAWN AFTER
001900* POSTING ('W') COUNTS NOWHERE. A STUDENT WITH AN OUTSTANDING
002000* MAKEUP ON THE CARRY ARCHIVE HAS AN INCOMPLETE TERM AND IS
002100* LISTED AS PENDING, NOT JUDGED - THEIR ELIGIBILITY STANDS AS IT
002200* WAS UNTIL THE TERM CLOSE IS RERUN.
002300*
002400* THE ELIGIBILITY HISTORY (COPYBOOK SCHLHIST) IS AN OLD-
002500* GENERATION/NEW-GENERATION MERGE IN STUDENT/TERM/AWARD ORDER:
002600* EACH STUDENT'S LAST EARLIER RECORD FOR AN AWARD IS THEIR PRIOR
002700* ELIGIBILITY, AND A RERUN OF THE SAME TERM REPLACES THAT TERM'S
002800* RECORDS RATHER THAN ADDING TO THEM. ELIGIBLE NOW AND BEFORE IS
002900* CONTINUING, ELIGIBLE NOW ONLY IS NEWLY ELIGIBLE, ELIGIBLE
003000* BEFORE ONLY IS LOST; ALL THREE GO TO THE ELIGIBILITY EXTRACT
003100* (COPYBOOK SCHLEXT) AND THE REPORT, AND EVERY LOSS ALSO PRINTS
003200* ON THE NOTICE LISTING THE AID OFFICE WORKS ITS LETTERS FROM.
003300* A RULES RECORD THAT IS NOT VALID IS SKIPPED WITH A WARNING
003400* (RC=4); A RULES FILE OUT OF AWARD-CODE SEQUENCE IS A HARD
003500* STOP, AS THE HISTORY MERGE DEPENDS ON IT.
003600*
003700* MAINTENANCE LOG
003800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003900* ---------  ------------  ---------------------------------------
004000* 10/15/26   R.DELACROIX   INITIAL VERSION.
004010* 10/15/26   R.DELACROIX   A TRANSFER CREDIT (XFERPOST) EARNS NO
004020*                          CREDITS IN THE CLOSED TERM AND IS NO
004030*                          'ME' RESULT; IT COUNTS IN THE
004040*                          CUMULATIVE AVERAGE ONLY AS THE XFERPARM
004050*                          PARAMETER SAYS, AS GRDPOST STAMPS IT.
004060* 10/15/26   R.DELACROIX   THE TERM BEING CLOSED IS NOW THE
004070*                          OLDEST TERM NOT YET CLOSED ON THE TERM
004080*                          CALENDAR (TERMCAL) IN PLACE OF
004090*                          TERMPARM; NONE LEFT IS A HARD STOP.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. SCHLELIG.
004400 AUTHOR. R.DELACROIX.
004500 INSTALLATION. COBOL DEVELOPMENT CENTER.
004600 DATE-WRITTEN. 10/15/26.
004700 DATE-COMPILED. 10/15/26.
004800 SECURITY. NON-CONFIDENTIAL.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS HM-MASTER-KEY
006000         FILE STATUS IS WS-HISTMAST-STATUS.
006100     SELECT MAKEUP-ARCH ASSIGN TO MKUPARCH
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-MKUPARCH-STATUS.
006400     SELECT COURSE-CATALOG ASSIGN TO CATALOG
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CATALOG-STATUS.
006700     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-TERMCAL-STATUS.
006920     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
006940         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS WS-XFERPARM-STATUS.
007000     SELECT AWARD-RULES ASSIGN TO SCHLRULE
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SCHLRULE-STATUS.
007300     SELECT OLD-ELIGIBILITY ASSIGN TO OLDELIG
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-OLDELIG-STATUS.
007600     SELECT NEW-ELIGIBILITY ASSIGN TO NEWELIG
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-NEWELIG-STATUS.
007900     SELECT ELIGIBILITY-RPT ASSIGN TO ELIGRPT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-ELIGRPT-STATUS.
008200     SELECT ELIGIBILITY-EXT ASSIGN TO ELIGEXT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-ELIGEXT-STATUS.
008500     SELECT LOSS-NOTICES ASSIGN TO ELIGNTC
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-ELIGNTC-STATUS.
008800******************************************************************
008900 DATA DIVISION.
009000 FILE SECTION.
009100******************************************************************
009200* THE MASTER RECORD IS DESCRIBED TWICE OVER THE SAME STORAGE:
009300* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
009400* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
009500* CONVENTION AS GRDPOST.
009600******************************************************************
009700 FD  HISTORY-MASTER
009800     RECORDING MODE IS F.
009900 01  HM-KEY-RECORD.
010000     05  HM-MASTER-KEY          PIC X(18).
010100     05  FILLER                 PIC X(24).
010200 01  HM-RECORD.
010300     COPY GRDHISTR.
010400
010500 FD  MAKEUP-ARCH
010600     RECORDING MODE IS F.
010700 01  MU-RECORD.
010800     COPY MKUPRECY.
010900
011000 FD  COURSE-CATALOG
011100     RECORDING MODE IS F.
011200 01  CC-RECORD.
011300     COPY CRSCATRC.
011400
011500 FD  TERM-CALENDAR
011600     RECORDING MODE IS F.
011700 01  TC-RECORD.
011750     COPY TERMCAL.
011800
011820 FD  TRANSFER-PARM
011840     RECORDING MODE IS F.
011860 01  XP-RECORD                  PIC X(01).
011880
011900 FD  AWARD-RULES
012000     RECORDING MODE IS F.
012100 01  SA-RECORD.
012200     COPY SCHLRULE.
012300
012400 FD  OLD-ELIGIBILITY
012500     RECORDING MODE IS F.
012600 01  OE-RECORD.
012700     COPY SCHLHIST.
012800
012900 FD  NEW-ELIGIBILITY
013000     RECORDING MODE IS F.
013100 01  NE-RECORD                  PIC X(43).
013200
013300 FD  ELIGIBILITY-RPT
013400     RECORDING MODE IS F.
013500 01  ER-RECORD                  PIC X(80).
013600
013700 FD  ELIGIBILITY-EXT
013800     RECORDING MODE IS F.
013900 01  SX-RECORD.
014000     COPY SCHLEXT.
014100
014200 FD  LOSS-NOTICES
014300     RECORDING MODE IS F.
014400 01  NL-RECORD                  PIC X(80).
014500
014600 WORKING-STORAGE SECTION.
014700******************************************************************
014800* FILE STATUS AND END-OF-FILE SWITCHES
014900******************************************************************
015000 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
015100 77  WS-MKUPARCH-STATUS         PIC X(02)     VALUE SPACES.
015200 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
015300 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
015310 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
015320     88  WS-TERMCAL-EOF         VALUE 'Y'.
015350 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
015400 77  WS-SCHLRULE-STATUS         PIC X(02)     VALUE SPACES.
015500 77  WS-OLDELIG-STATUS          PIC X(02)     VALUE SPACES.
015600 77  WS-NEWELIG-STATUS          PIC X(02)     VALUE SPACES.
015700 77  WS-ELIGRPT-STATUS          PIC X(02)     VALUE SPACES.
015800 77  WS-ELIGEXT-STATUS          PIC X(02)     VALUE SPACES.
015900 77  WS-ELIGNTC-STATUS          PIC X(02)     VALUE SPACES.
016000 77  WS-MAST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
016100     88  WS-MAST-EOF            VALUE 'Y'.
016200 77  WS-ARCH-EOF-SWITCH         PIC X(01)     VALUE 'N'.
016300     88  WS-ARCH-EOF            VALUE 'Y'.
016400 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
016500     88  WS-CATALOG-EOF         VALUE 'Y'.
016600 77  WS-CATALOG-LOADED-SWITCH   PIC X(01)     VALUE 'N'.
016700     88  WS-CATALOG-LOADED      VALUE 'Y'.
016800 77  WS-RULES-EOF-SWITCH        PIC X(01)     VALUE 'N'.
016900     88  WS-RULES-EOF           VALUE 'Y'.
017000 77  WS-OLD-OPEN-SWITCH         PIC X(01)     VALUE 'N'.
017100     88  WS-OLD-OPENED          VALUE 'Y'.
017200 77  WS-OLD-EOF-SWITCH          PIC X(01)     VALUE 'N'.
017300     88  WS-OLD-EOF             VALUE 'Y'.
017400******************************************************************
017500* TERM BEING CLOSED - THE OLDEST TERM ON THE CALENDAR NOT CLOSED
017600******************************************************************
017700 01  WS-CLOSE-TERM              PIC X(06)     VALUE SPACES.
017800 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
017900******************************************************************
018000* AWARD RULES - ONE ENTRY PER VALID SCHLRULE RECORD, IN AWARD-
018100* CODE ORDER. WS-AWD-PRIOR IS THE CURRENT STUDENT'S PRIOR
018200* ELIGIBILITY FOR THE AWARD ('E', 'N', OR SPACE FOR NONE ON
018300* FILE), RESET AT EVERY STUDENT; THE COUNTS ARE RUN TOTALS.
018400******************************************************************
018500 01  WS-AWD-COUNT               PIC 9(03)     COMP    VALUE ZERO.
018600 01  WS-AWD-TABLE.
018700     05  WS-AWD-ENTRY OCCURS 50 TIMES
018800                      INDEXED BY WS-AWD-IDX.
018900         10  WS-AWD-CODE        PIC X(04).
019000         10  WS-AWD-MIN-CUM     PIC 9(02)V9(01).
019100         10  WS-AWD-MIN-CREDITS PIC 9(03).
019200         10  WS-AWD-MAX-ME      PIC 9(02).
019300         10  WS-AWD-REPEATS     PIC X(01).
019400             88  WS-AWD-REPEATS-OK  VALUE 'Y'.
019500         10  WS-AWD-NAME        PIC X(30).
019600         10  WS-AWD-PRIOR       PIC X(01).
019700             88  WS-AWD-PRIOR-ELIGIBLE  VALUE 'E'.
019800         10  WS-AWD-NEW-COUNT   PIC 9(05)     COMP.
019900         10  WS-AWD-CONT-COUNT  PIC 9(05)     COMP.
020000         10  WS-AWD-LOST-COUNT  PIC 9(05)     COMP.
020100 01  WS-AWD-PREV-CODE           PIC X(04)     VALUE LOW-VALUES.
020200 01  WS-RULE-ERROR-COUNT        PIC 9(03)     COMP    VALUE ZERO.
020300******************************************************************
020400* COURSE CATALOG CREDIT HOURS - SAME WEIGHTING AS GRDPOST'S
020500* STAMPED AVERAGE. NO CATALOG, OR AN UNCATALOGUED COURSE, WEIGHS
020600* ONE.
020700******************************************************************
020800 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
020900 01  WS-CAT-TABLE.
021000     05  WS-CAT-ENTRY OCCURS 200 TIMES
021100                      INDEXED BY WS-CAT-IDX.
021200         10  WS-CAT-COURSE-CODE PIC X(04).
021300         10  WS-CAT-CREDITS     PIC 9(02).
021400 01  WS-CREDIT-WEIGHT           PIC 9(02)             VALUE 01.
021500******************************************************************
021600* STUDENTS WITH AN OUTSTANDING MAKEUP ON THE CARRY ARCHIVE -
021700* LOADED BEFORE THE MASTER PASS. SAME 2000-STUDENT SIZING AS
021800* CLASSRNK; OVERFLOW IS A HARD FAILURE.
021900******************************************************************
022000 01  WS-MKP-COUNT               PIC 9(05)     COMP    VALUE ZERO.
022100 01  WS-MKP-IDX                 PIC 9(05)     COMP    VALUE ZERO.
022200 01  WS-MKP-TABLE.
022300     05  WS-MKP-STUDENT-ID OCCURS 2000 TIMES
022400                           PIC X(06).
022500 77  WS-MAKEUP-SWITCH           PIC X(01)     VALUE 'N'.
022600     88  WS-MAKEUP-OUTSTANDING  VALUE 'Y'.
022700******************************************************************
022800* CURRENT-STUDENT ACCUMULATORS FOR THE MASTER CONTROL BREAK -
022900* NOTE POINTS ARE NOTE TIMES CREDIT WEIGHT
023000******************************************************************
023100 01  WS-CUR-STUDENT-ID          PIC X(06)     VALUE LOW-VALUES.
023200 01  WS-CUM-RESULTS             PIC 9(03)     COMP    VALUE ZERO.
023300 01  WS-CUM-POINTS              PIC 9(07)     COMP    VALUE ZERO.
023400 01  WS-CUM-WEIGHT              PIC 9(05)     COMP    VALUE ZERO.
023500 01  WS-TERM-CREDITS            PIC 9(05)     COMP    VALUE ZERO.
023600 01  WS-TERM-ME-COUNT           PIC 9(03)     COMP    VALUE ZERO.
023700 01  WS-CUM-AVERAGE             PIC 9(02)V9(01)       VALUE ZERO.
023800 77  WS-REPEAT-SWITCH           PIC X(01)     VALUE 'N'.
023900     88  WS-HAS-REPEAT          VALUE 'Y'.
024000 01  WS-LETTER-CODE             PIC X(02)     VALUE SPACES.
024100     88  WS-LETTER-PASSING      VALUE 'MO' 'AB' 'BI' 'TB' 'EX'.
024110******************************************************************
024120* TRANSFER-CREDIT CUMULATIVE POLICY - SAME XFERPARM CONVENTION AS
024130* GRDPOST ('I' INCLUDE A NOTED TRANSFER AT ITS TRANSFER CREDITS,
024140* 'E' EXCLUDE, THE SHOP DEFAULT)
024150******************************************************************
024160 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
024170     88  WS-XFER-INCLUDED       VALUE 'I'.
024200******************************************************************
024300* OLD ELIGIBILITY-HISTORY MERGE - WS-OLD-KEY IS THE STUDENT/TERM/
024400* AWARD OF THE RECORD IN THE OLD BUFFER, WS-TARGET-KEY THE POINT
024500* THE MERGE COPIES UP TO. EACH OF THE CURRENT STUDENT'S RECORDS
024600* COPIED SETS THEIR PRIOR ELIGIBILITY FOR THAT AWARD.
024700******************************************************************
024800 01  WS-OLD-KEY.
024900     05  WS-OLD-KEY-STUDENT     PIC X(06)     VALUE LOW-VALUES.
025000     05  WS-OLD-KEY-TERM        PIC X(06)     VALUE LOW-VALUES.
025100     05  WS-OLD-KEY-AWARD       PIC X(04)     VALUE LOW-VALUES.
025200 01  WS-OLD-PREV-KEY            PIC X(16)     VALUE LOW-VALUES.
025300 01  WS-TARGET-KEY.
025400     05  WS-TARGET-STUDENT      PIC X(06)     VALUE LOW-VALUES.
025500     05  WS-TARGET-TERM         PIC X(06)     VALUE LOW-VALUES.
025600     05  WS-TARGET-AWARD        PIC X(04)     VALUE LOW-VALUES.
025700******************************************************************
025800* EVALUATION OF THE CURRENT STUDENT AGAINST ONE AWARD
025900******************************************************************
026000 01  WS-NEW-HIST.
026100     COPY SCHLHIST.
026200 01  WS-FAILED-RULE             PIC X(02)     VALUE SPACES.
026300 01  WS-FAILED-TEXT             PIC X(30)     VALUE SPACES.
026400 01  WS-DISPOSITION             PIC X(01)     VALUE SPACE.
026500     88  WS-DISP-NEW            VALUE 'N'.
026600     88  WS-DISP-CONTINUING     VALUE 'C'.
026700     88  WS-DISP-LOST           VALUE 'L'.
026800     88  WS-DISP-NONE           VALUE SPACE.
026900 01  WS-DISPOSITION-TEXT        PIC X(16)     VALUE SPACES.
027000 01  WS-EDIT-AVERAGE            PIC ZZ9.9.
027100 01  WS-EDIT-COUNT              PIC ZZ9.
027200******************************************************************
027300* RUN COUNTERS
027400******************************************************************
027500 01  WS-READ-COUNT              PIC 9(07)     COMP    VALUE ZERO.
027600 01  WS-STUDENT-COUNT           PIC 9(05)     COMP    VALUE ZERO.
027700 01  WS-PENDING-COUNT           PIC 9(05)     COMP    VALUE ZERO.
027800 01  WS-NEW-COUNT               PIC 9(05)     COMP    VALUE ZERO.
027900 01  WS-CONT-COUNT              PIC 9(05)     COMP    VALUE ZERO.
028000 01  WS-LOST-COUNT              PIC 9(05)     COMP    VALUE ZERO.
028100 01  WS-NOT-ELIGIBLE-COUNT      PIC 9(07)     COMP    VALUE ZERO.
028200 01  WS-CARRIED-COUNT           PIC 9(07)     COMP    VALUE ZERO.
028300 01  WS-REPLACED-COUNT          PIC 9(05)     COMP    VALUE ZERO.
028400******************************************************************
028500* ELIGIBILITY REPORT LINE LAYOUTS
028600******************************************************************
028700 01  WS-ER-HEADING-LINE.
028800     05  FILLER            PIC X(31)
028900         VALUE 'SCHOLARSHIP ELIGIBILITY - TERM '.
029000     05  WS-ER-H-TERM      PIC X(06).
029100     05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
029200     05  WS-ER-H-DATE      PIC 9(08).
029300     05  FILLER            PIC X(23) VALUE SPACES.
029400
029500 01  WS-ER-RULES-LINE.
029600     05  FILLER            PIC X(06) VALUE 'AWARD '.
029700     05  WS-ER-R-AWARD     PIC X(04).
029800     05  FILLER            PIC X(10) VALUE '  MIN CUM '.
029900     05  WS-ER-R-CUM       PIC ZZ9.9.
030000     05  FILLER            PIC X(10) VALUE '  MIN CRD '.
030100     05  WS-ER-R-CREDITS   PIC ZZ9.
030200     05  FILLER            PIC X(09) VALUE '  MAX ME '.
030300     05  WS-ER-R-ME        PIC Z9.
030400     05  FILLER            PIC X(06) VALUE '  RPT '.
030500     05  WS-ER-R-REPEATS   PIC X(01).
030600     05  FILLER            PIC X(02) VALUE SPACES.
030700     05  WS-ER-R-NAME      PIC X(22).
030800
030900 01  WS-ER-COLUMN-HDR.
031000     05  FILLER            PIC X(08) VALUE 'STUDENT '.
031100     05  FILLER            PIC X(06) VALUE 'AWRD  '.
031200     05  FILLER            PIC X(07) VALUE 'CUM    '.
031300     05  FILLER            PIC X(05) VALUE 'CRD  '.
031400     05  FILLER            PIC X(04) VALUE 'ME  '.
031500     05  FILLER            PIC X(03) VALUE 'RP '.
031600     05  FILLER            PIC X(17) VALUE 'DISPOSITION      '.
031700     05  FILLER            PIC X(11) VALUE 'RULE FAILED'.
031800     05  FILLER            PIC X(19) VALUE SPACES.
031900
032000 01  WS-ER-DETAIL-LINE.
032100     05  WS-ER-D-STUDENT       PIC X(06).
032200     05  FILLER                PIC X(02) VALUE SPACES.
032300     05  WS-ER-D-AWARD         PIC X(04).
032400     05  FILLER                PIC X(02) VALUE SPACES.
032500     05  WS-ER-D-CUM-AVG       PIC ZZ9.9.
032600     05  FILLER                PIC X(02) VALUE SPACES.
032700     05  WS-ER-D-CREDITS       PIC ZZ9.
032800     05  FILLER                PIC X(02) VALUE SPACES.
032900     05  WS-ER-D-ME            PIC Z9.
033000     05  FILLER                PIC X(02) VALUE SPACES.
033100     05  WS-ER-D-REPEAT        PIC X(01).
033200     05  FILLER                PIC X(02) VALUE SPACES.
033300     05  WS-ER-D-DISPOSITION   PIC X(16).
033400     05  FILLER                PIC X(01) VALUE SPACES.
033500     05  WS-ER-D-REASON        PIC X(30).
033600
033700 01  WS-ER-FOOTER-LINE.
033800     05  WS-ER-F-LABEL         PIC X(20).
033900     05  WS-ER-F-VALUE         PIC ZZZZZZ9.
034000     05  FILLER                PIC X(53) VALUE SPACES.
034100
034200 01  WS-ER-AWARD-TOTAL-LINE.
034300     05  FILLER                PIC X(06) VALUE 'AWARD '.
034400     05  WS-ER-T-AWARD         PIC X(04).
034500     05  FILLER                PIC X(08) VALUE '   NEW: '.
034600     05  WS-ER-T-NEW           PIC ZZZZ9.
034700     05  FILLER                PIC X(15) VALUE '   CONTINUING: '.
034800     05  WS-ER-T-CONT          PIC ZZZZ9.
034900     05  FILLER                PIC X(09) VALUE '   LOST: '.
035000     05  WS-ER-T-LOST          PIC ZZZZ9.
035100     05  FILLER                PIC X(23) VALUE SPACES.
035200******************************************************************
035300* LOSS-OF-AWARD NOTICE LISTING LINE LAYOUTS - ONE BLOCK PER
035400* STUDENT AND AWARD LOST
035500******************************************************************
035600 01  WS-NL-HEADING-LINE.
035700     05  FILLER            PIC X(36)
035800         VALUE 'SCHOLARSHIP LOSS-OF-AWARD NOTICES - '.
035900     05  FILLER            PIC X(05) VALUE 'TERM '.
036000     05  WS-NL-H-TERM      PIC X(06).
036100     05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
036200     05  WS-NL-H-DATE      PIC 9(08).
036300     05  FILLER            PIC X(13) VALUE SPACES.
036400
036500 01  WS-NL-STUDENT-LINE.
036600     05  FILLER            PIC X(09) VALUE 'STUDENT: '.
036700     05  WS-NL-S-STUDENT   PIC X(06).
036800     05  FILLER            PIC X(10) VALUE '   AWARD: '.
036900     05  WS-NL-S-AWARD     PIC X(04).
037000     05  FILLER            PIC X(02) VALUE SPACES.
037100     05  WS-NL-S-NAME      PIC X(30).
037200     05  FILLER            PIC X(19) VALUE SPACES.
037300
037400 01  WS-NL-RULE-LINE.
037500     05  FILLER            PIC X(17) VALUE '  RULE FAILED  : '.
037600     05  WS-NL-R-TEXT      PIC X(30).
037700     05  FILLER            PIC X(33) VALUE SPACES.
037800
037900 01  WS-NL-VALUE-LINE.
038000     05  FILLER            PIC X(17) VALUE '  REQUIRED     : '.
038100     05  WS-NL-V-REQUIRED  PIC X(12).
038200     05  FILLER            PIC X(11) VALUE '  ACTUAL : '.
038300     05  WS-NL-V-ACTUAL    PIC X(12).
038400     05  FILLER            PIC X(28) VALUE SPACES.
038500
038600******************************************************************
038700 PROCEDURE DIVISION.
038800******************************************************************
038900* 0000-MAINLINE - LOAD THE AWARD RULES AND THE OUTSTANDING
039000* MAKEUPS, JUDGE EACH STUDENT AS THE MASTER BREAKS, THEN CARRY
039100* THE REST OF THE OLD ELIGIBILITY HISTORY FORWARD
039200******************************************************************
039300 0000-MAINLINE.
039400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039500     PERFORM 2000-READ-ONE-RESULT THRU 2000-EXIT
039600         UNTIL WS-MAST-EOF.
039700     PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT.
039800     PERFORM 3900-FLUSH-OLD-HISTORY THRU 3900-EXIT.
039900     PERFORM 7000-SUMMARY THRU 7000-EXIT.
040000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040100     STOP RUN.
040200
040300******************************************************************
040400* 1000-INITIALIZE - OPEN FILES, LOAD THE TERM, AWARD RULES,
040500* CATALOG, AND MAKEUP ARCHIVE, AND PRINT THE HEADINGS. A MISSING
040600* MASTER IS A HARD STOP; NO OLD ELIGIBILITY HISTORY (THE FIRST
040700* TERM CLOSE) MEANS NO STUDENT HOLDS AN AWARD YET.
040800******************************************************************
040900 1000-INITIALIZE.
041000     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
041100     OPEN INPUT HISTORY-MASTER.
041200     IF WS-HISTMAST-STATUS NOT = '00'
041300         DISPLAY 'SCHLELIG - GRADE HISTORY MASTER NOT FOUND'
041400         MOVE 16 TO RETURN-CODE
041500         STOP RUN
041600     END-IF.
041700     PERFORM 1100-LOAD-TERM THRU 1100-EXIT.
041800     PERFORM 1150-LOAD-AWARD-RULES THRU 1150-EXIT.
041900     PERFORM 1175-LOAD-CATALOG THRU 1175-EXIT.
041950     PERFORM 1170-LOAD-TRANSFER-RULE THRU 1170-EXIT.
042000     PERFORM 1200-LOAD-MAKEUPS THRU 1200-EXIT.
042100     OPEN INPUT OLD-ELIGIBILITY.
042200     IF WS-OLDELIG-STATUS = '00'
042300         SET WS-OLD-OPENED TO TRUE
042400         PERFORM 3200-READ-OLD-HISTORY THRU 3200-EXIT
042500     ELSE
042600         SET WS-OLD-EOF TO TRUE
042700         MOVE HIGH-VALUES TO WS-OLD-KEY
042800         DISPLAY 'SCHLELIG - NO PRIOR ELIGIBILITY HISTORY, NO '
042900             'STUDENT HOLDS AN AWARD YET'
043000     END-IF.
043100     OPEN OUTPUT NEW-ELIGIBILITY.
043200     OPEN OUTPUT ELIGIBILITY-RPT.
043300     OPEN OUTPUT ELIGIBILITY-EXT.
043400     OPEN OUTPUT LOSS-NOTICES.
043500     MOVE SPACES TO ER-RECORD.
043600     MOVE WS-CLOSE-TERM TO WS-ER-H-TERM.
043700     MOVE WS-RUN-DATE-YMD TO WS-ER-H-DATE.
043800     MOVE WS-ER-HEADING-LINE TO ER-RECORD.
043900     WRITE ER-RECORD.
044000     MOVE SPACES TO ER-RECORD.
044100     WRITE ER-RECORD.
044200     PERFORM 1300-PRINT-ONE-RULE THRU 1300-EXIT
044300         VARYING WS-AWD-IDX FROM 1 BY 1
044400         UNTIL WS-AWD-IDX > WS-AWD-COUNT.
044500     MOVE SPACES TO ER-RECORD.
044600     WRITE ER-RECORD.
044700     MOVE WS-ER-COLUMN-HDR TO ER-RECORD.
044800     WRITE ER-RECORD.
044900     MOVE SPACES TO NL-RECORD.
045000     MOVE WS-CLOSE-TERM TO WS-NL-H-TERM.
045100     MOVE WS-RUN-DATE-YMD TO WS-NL-H-DATE.
045200     MOVE WS-NL-HEADING-LINE TO NL-RECORD.
045300     WRITE NL-RECORD.
045400     MOVE SPACES TO NL-RECORD.
045500     WRITE NL-RECORD.
045600 1000-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000* 1100-LOAD-TERM - THE TERM BEING CLOSED IS THE OLDEST TERM ON
046050* THE TERM CALENDAR (COPYBOOK TERMCAL) NOT YET CLOSED - THE ONE
046100* THE TERMCLOS STREAM HAS JUST VERIFIED. NO CALENDAR, OR NO TERM
046150* LEFT TO CLOSE, IS A HARD STOP.
046200******************************************************************
046250 1100-LOAD-TERM.
046300     MOVE SPACES TO WS-CLOSE-TERM.
046350     OPEN INPUT TERM-CALENDAR.
046400     IF WS-TERMCAL-STATUS NOT = '00'
046450         DISPLAY 'SCHLELIG - TERM CALENDAR NOT FOUND, RUN STOPPED'
046500         MOVE 16 TO RETURN-CODE
046550         STOP RUN
046600     END-IF.
046650     PERFORM 1110-READ-ONE-TERM THRU 1110-EXIT
046700         UNTIL WS-TERMCAL-EOF
046750         OR WS-CLOSE-TERM NOT = SPACES.
046800     CLOSE TERM-CALENDAR.
046850     IF WS-CLOSE-TERM = SPACES
046900         DISPLAY 'SCHLELIG - NO TERM LEFT TO CLOSE, RUN STOPPED'
047000         MOVE 16 TO RETURN-CODE
047050         STOP RUN
047100     END-IF.
047150 1100-EXIT.
047200     EXIT.
047250
047300 1110-READ-ONE-TERM.
047350     READ TERM-CALENDAR
047400         AT END
047450             SET WS-TERMCAL-EOF TO TRUE
047500             GO TO 1110-EXIT
047550     END-READ.
047600     IF NOT TC-CLOSED
047650         MOVE TC-TERM-CODE TO WS-CLOSE-TERM
047700     END-IF.
047750 1110-EXIT.
047800     EXIT.
048000
048100******************************************************************
048200* 1150-LOAD-AWARD-RULES - THE AWARDS FROM SCHLRULE. NO RULES
048300* FILE, OR AN EMPTY ONE, IS A WARNING (RC=4) - NO AWARD IS
048400* EVALUATED AND THE OLD HISTORY IS CARRIED FORWARD AS IT STANDS.
048500******************************************************************
048600 1150-LOAD-AWARD-RULES.
048700     OPEN INPUT AWARD-RULES.
048800     IF WS-SCHLRULE-STATUS NOT = '00'
048900         DISPLAY 'SCHLELIG - NO SCHOLARSHIP RULES FILE'
049000         ADD 1 TO WS-RULE-ERROR-COUNT
049100         GO TO 1150-EXIT
049200     END-IF.
049300     PERFORM 1160-LOAD-ONE-AWARD THRU 1160-EXIT
049400         UNTIL WS-RULES-EOF.
049500     CLOSE AWARD-RULES.
049600     IF WS-AWD-COUNT = ZERO
049700         DISPLAY 'SCHLELIG - NO VALID AWARD ON THE RULES FILE'
049800         ADD 1 TO WS-RULE-ERROR-COUNT
049900     END-IF.
050000 1150-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 1160-LOAD-ONE-AWARD - A BLANK AWARD CODE, A FIGURE THAT IS NOT
050500* NUMERIC, OR A REPEATS FLAG OTHER THAN Y OR N SKIPS THE RECORD
050600* WITH A WARNING. A CODE NOT ABOVE THE ONE BEFORE IT IS A HARD
050700* STOP - THE NEW HISTORY IS WRITTEN IN TABLE ORDER.
050800******************************************************************
050900 1160-LOAD-ONE-AWARD.
051000     READ AWARD-RULES
051100         AT END
051200             SET WS-RULES-EOF TO TRUE
051300             GO TO 1160-EXIT
051400     END-READ.
051500     IF SA-AWARD-CODE = SPACES
051600         OR SA-MIN-CUM-AVERAGE IS NOT NUMERIC
051700         OR SA-MIN-TERM-CREDITS IS NOT NUMERIC
051800         OR SA-MAX-ME-COUNT IS NOT NUMERIC
051900         OR NOT SA-REPEATS-VALID
052000         DISPLAY 'SCHLELIG - RULES RECORD NOT VALID, SKIPPED: '
052100             SA-RECORD
052200         ADD 1 TO WS-RULE-ERROR-COUNT
052300         GO TO 1160-EXIT
052400     END-IF.
052500     IF SA-AWARD-CODE NOT > WS-AWD-PREV-CODE
052600         DISPLAY 'SCHLELIG - RULES FILE OUT OF AWARD SEQUENCE AT '
052700             SA-AWARD-CODE ', RUN STOPPED'
052800         MOVE 16 TO RETURN-CODE
052900         STOP RUN
053000     END-IF.
053100     IF WS-AWD-COUNT = 50
053200         DISPLAY 'SCHLELIG - MORE THAN 50 AWARDS, RUN STOPPED'
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF.
053600     MOVE SA-AWARD-CODE TO WS-AWD-PREV-CODE.
053700     ADD 1 TO WS-AWD-COUNT.
053800     SET WS-AWD-IDX TO WS-AWD-COUNT.
053900     MOVE SA-AWARD-CODE TO WS-AWD-CODE(WS-AWD-IDX).
054000     MOVE SA-MIN-CUM-AVERAGE TO WS-AWD-MIN-CUM(WS-AWD-IDX).
054100     MOVE SA-MIN-TERM-CREDITS TO WS-AWD-MIN-CREDITS(WS-AWD-IDX).
054200     MOVE SA-MAX-ME-COUNT TO WS-AWD-MAX-ME(WS-AWD-IDX).
054300     MOVE SA-REPEATS-ALLOWED TO WS-AWD-REPEATS(WS-AWD-IDX).
054400     MOVE SA-AWARD-NAME TO WS-AWD-NAME(WS-AWD-IDX).
054500     MOVE SPACE TO WS-AWD-PRIOR(WS-AWD-IDX).
054600     MOVE ZERO TO WS-AWD-NEW-COUNT(WS-AWD-IDX).
054700     MOVE ZERO TO WS-AWD-CONT-COUNT(WS-AWD-IDX).
054800     MOVE ZERO TO WS-AWD-LOST-COUNT(WS-AWD-IDX).
054900 1160-EXIT.
055000     EXIT.
055100
055200 1165-SCAN-ONE-AWARD.
055300 1165-EXIT.
055400     EXIT.
055500
055504******************************************************************
055508* 1170-LOAD-TRANSFER-RULE - SAME XFERPARM CONVENTION AS GRDPOST
055512******************************************************************
055516 1170-LOAD-TRANSFER-RULE.
055520     OPEN INPUT TRANSFER-PARM.
055524     IF WS-XFERPARM-STATUS NOT = '00'
055528         GO TO 1170-EXIT
055532     END-IF.
055536     READ TRANSFER-PARM
055540         AT END
055544             GO TO 1170-CLOSE
055548     END-READ.
055552     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
055556         MOVE XP-RECORD TO WS-XFER-RULE
055560     ELSE
055564         DISPLAY 'SCHLELIG - XFERPARM RULE NOT I OR E, '
055568             'DEFAULT KEPT'
055572     END-IF.
055576 1170-CLOSE.
055580     CLOSE TRANSFER-PARM.
055584 1170-EXIT.
055588     EXIT.
055592
055600******************************************************************
055700* 1175-LOAD-CATALOG - CREDIT HOURS FROM THE COURSE CATALOG IF
055800* SUPPLIED. NO CATALOG FILE IS NOT AN ERROR - EVERY COURSE
055900* WEIGHS ONE.
056000******************************************************************
056100 1175-LOAD-CATALOG.
056200     OPEN INPUT COURSE-CATALOG.
056300     IF WS-CATALOG-STATUS NOT = '00'
056400         GO TO 1175-EXIT
056500     END-IF.
056600     PERFORM 1180-LOAD-ONE-COURSE THRU 1180-EXIT
056700         UNTIL WS-CATALOG-EOF.
056800     CLOSE COURSE-CATALOG.
056900     IF WS-CAT-COUNT > ZERO
057000         SET WS-CATALOG-LOADED TO TRUE
057100     END-IF.
057200 1175-EXIT.
057300     EXIT.
057400
057500 1180-LOAD-ONE-COURSE.
057600     READ COURSE-CATALOG
057700         AT END
057800             SET WS-CATALOG-EOF TO TRUE
057900             GO TO 1180-EXIT
058000     END-READ.
058100     IF WS-CAT-COUNT = 200
058200         DISPLAY 'SCHLELIG - MORE THAN 200 CATALOG COURSES, '
058300             'RUN STOPPED'
058400         MOVE 16 TO RETURN-CODE
058500         STOP RUN
058600     END-IF.
058700     ADD 1 TO WS-CAT-COUNT.
058800     SET WS-CAT-IDX TO WS-CAT-COUNT.
058900     MOVE CC-COURSE-CODE TO WS-CAT-COURSE-CODE(WS-CAT-IDX).
059000     IF CC-CREDIT-HOURS IS NUMERIC
059100         MOVE CC-CREDIT-HOURS TO WS-CAT-CREDITS(WS-CAT-IDX)
059200     ELSE
059300         MOVE 01 TO WS-CAT-CREDITS(WS-CAT-IDX)
059400     END-IF.
059500 1180-EXIT.
059600     EXIT.
059700
059800 1185-SCAN-ONE-COURSE.
059900 1185-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 1200-LOAD-MAKEUPS - ONE TABLE ENTRY PER STUDENT WITH AN
060400* OUTSTANDING MAKEUP ON THE CARRY ARCHIVE. NO ARCHIVE MEANS NO
060500* INCOMPLETE TERMS.
060600******************************************************************
060700 1200-LOAD-MAKEUPS.
060800     OPEN INPUT MAKEUP-ARCH.
060900     IF WS-MKUPARCH-STATUS NOT = '00'
061000         GO TO 1200-EXIT
061100     END-IF.
061200     PERFORM 1250-LOAD-ONE-MAKEUP THRU 1250-EXIT
061300         UNTIL WS-ARCH-EOF.
061400     CLOSE MAKEUP-ARCH.
061500 1200-EXIT.
061600     EXIT.
061700
061800 1250-LOAD-ONE-MAKEUP.
061900     READ MAKEUP-ARCH
062000         AT END
062100             SET WS-ARCH-EOF TO TRUE
062200             GO TO 1250-EXIT
062300     END-READ.
062400     PERFORM 1280-SCAN-ONE-MAKEUP THRU 1280-EXIT
062500         VARYING WS-MKP-IDX FROM 1 BY 1
062600         UNTIL WS-MKP-IDX > WS-MKP-COUNT
062700         OR WS-MKP-STUDENT-ID(WS-MKP-IDX)
062800             = MU-STUDENT-ID OF MU-RECORD.
062900     IF WS-MKP-IDX NOT > WS-MKP-COUNT
063000         GO TO 1250-EXIT
063100     END-IF.
063200     IF WS-MKP-COUNT = 2000
063300         DISPLAY 'SCHLELIG - MORE THAN 2000 STUDENTS WITH '
063400             'MAKEUPS, RUN STOPPED - RAISE THE TABLE OCCURS'
063500         MOVE 16 TO RETURN-CODE
063600         STOP RUN
063700     END-IF.
063800     ADD 1 TO WS-MKP-COUNT.
063900     MOVE MU-STUDENT-ID OF MU-RECORD
064000         TO WS-MKP-STUDENT-ID(WS-MKP-COUNT).
064100 1250-EXIT.
064200     EXIT.
064300
064400 1280-SCAN-ONE-MAKEUP.
064500 1280-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900* 1300-PRINT-ONE-RULE - ONE AWARD'S TERMS ON THE REPORT HEADING
065000******************************************************************
065100 1300-PRINT-ONE-RULE.
065200     MOVE SPACES TO ER-RECORD.
065300     MOVE WS-AWD-CODE(WS-AWD-IDX) TO WS-ER-R-AWARD.
065400     MOVE WS-AWD-MIN-CUM(WS-AWD-IDX) TO WS-ER-R-CUM.
065500     MOVE WS-AWD-MIN-CREDITS(WS-AWD-IDX) TO WS-ER-R-CREDITS.
065600     MOVE WS-AWD-MAX-ME(WS-AWD-IDX) TO WS-ER-R-ME.
065700     MOVE WS-AWD-REPEATS(WS-AWD-IDX) TO WS-ER-R-REPEATS.
065800     MOVE WS-AWD-NAME(WS-AWD-IDX) TO WS-ER-R-NAME.
065900     MOVE WS-ER-RULES-LINE TO ER-RECORD.
066000     WRITE ER-RECORD.
066100 1300-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500* 2000-READ-ONE-RESULT - ONE MASTER RECORD: BREAK ON A NEW
066600* STUDENT, THEN ADD THE RESULT INTO THE ACCUMULATORS
066700******************************************************************
066800 2000-READ-ONE-RESULT.
066900     READ HISTORY-MASTER NEXT RECORD
067000         AT END
067100             SET WS-MAST-EOF TO TRUE
067200             GO TO 2000-EXIT
067300     END-READ.
067400     ADD 1 TO WS-READ-COUNT.
067500     IF HM-STUDENT-ID NOT = WS-CUR-STUDENT-ID
067600         PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT
067700         MOVE HM-STUDENT-ID TO WS-CUR-STUDENT-ID
067800         MOVE ZERO TO WS-CUM-RESULTS
067900         MOVE ZERO TO WS-CUM-POINTS
068000         MOVE ZERO TO WS-CUM-WEIGHT
068100         MOVE ZERO TO WS-TERM-CREDITS
068200         MOVE ZERO TO WS-TERM-ME-COUNT
068300         MOVE 'N' TO WS-REPEAT-SWITCH
068400     END-IF.
068500     PERFORM 2500-ACCUMULATE THRU 2500-EXIT.
068600 2000-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000* 2500-ACCUMULATE - A WITHDRAWN RESULT, OR ONE FROM A LATER TERM
069100* THAN THE ONE BEING CLOSED, COUNTS NOWHERE. A REPEAT-EXCLUDED
069200* ATTEMPT MARKS THE STUDENT AS HAVING REPEATED A COURSE AND IS
069300* LEFT OUT OF THE CUMULATIVE; A PASSED RESULT IN THE TERM ADDS
069400* ITS CREDITS, AND AN 'ME' ONE ADDS TO THE 'ME' COUNT. A
069430* TRANSFER CREDIT WAS NOT SAT HERE: IT GOES TO THE CUMULATIVE
069460* ONLY, AND ONLY AS XFERPARM SAYS.
069500******************************************************************
069600 2500-ACCUMULATE.
069700     IF HM-WITHDRAWN-AFTER
069800         GO TO 2500-EXIT
069900     END-IF.
070000     IF HM-TERM > WS-CLOSE-TERM
070100         GO TO 2500-EXIT
070200     END-IF.
070220     IF HM-TRANSFER-CREDIT
070240         PERFORM 2550-ADD-TRANSFER THRU 2550-EXIT
070260         GO TO 2500-EXIT
070280     END-IF.
070300     ADD 1 TO WS-CUM-RESULTS.
070400     PERFORM 3660-GET-CREDIT-WEIGHT THRU 3660-EXIT.
070500     IF HM-REPEAT-EXCLUDED
070600         SET WS-HAS-REPEAT TO TRUE
070700     ELSE
070800         COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
070900             + (HM-NOTE * WS-CREDIT-WEIGHT)
071000         ADD WS-CREDIT-WEIGHT TO WS-CUM-WEIGHT
071100     END-IF.
071200     IF HM-TERM NOT = WS-CLOSE-TERM
071300         GO TO 2500-EXIT
071400     END-IF.
071500     MOVE HM-LETTER-CODE TO WS-LETTER-CODE.
071600     IF WS-LETTER-PASSING
071700         ADD WS-CREDIT-WEIGHT TO WS-TERM-CREDITS
071800     END-IF.
071900     IF HM-LETTER-CODE = 'ME'
072000         ADD 1 TO WS-TERM-ME-COUNT
072100     END-IF.
072200 2500-EXIT.
072300     EXIT.
072400
072408 2550-ADD-TRANSFER.
072416     IF NOT WS-XFER-INCLUDED
072424         OR NOT HM-TRANSFER-NOTED
072432         GO TO 2550-EXIT
072440     END-IF.
072448     COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
072456         + (HM-NOTE * HM-TRANSFER-CREDITS).
072464     ADD HM-TRANSFER-CREDITS TO WS-CUM-WEIGHT.
072472 2550-EXIT.
072480     EXIT.
072488
072500******************************************************************
072600* 2600-CLOSE-STUDENT - A STUDENT WITH A RESULT IN OR BEFORE THE
072700* TERM IS JUDGED: THE OLD HISTORY IS CARRIED FORWARD UP TO THEM
072800* (WHICH PICKS UP THEIR PRIOR ELIGIBILITY), THE CUMULATIVE
072900* AVERAGE IS TAKEN, AND EACH AWARD IS EVALUATED IN TURN. A
073000* STUDENT WITH AN OUTSTANDING MAKEUP IS LISTED AS PENDING AND
073100* KEEPS THEIR HISTORY AS IT WAS.
073200******************************************************************
073300 2600-CLOSE-STUDENT.
073400     IF WS-CUR-STUDENT-ID = LOW-VALUES
073500         GO TO 2600-EXIT
073600     END-IF.
073700     IF WS-CUM-RESULTS = ZERO
073800         GO TO 2600-EXIT
073900     END-IF.
074000     ADD 1 TO WS-STUDENT-COUNT.
074100     PERFORM 3000-ADVANCE-OLD-HISTORY THRU 3000-EXIT.
074200     PERFORM 4100-CHECK-MAKEUP THRU 4100-EXIT.
074300     IF WS-MAKEUP-OUTSTANDING
074400         PERFORM 4700-WRITE-PENDING THRU 4700-EXIT
074500         GO TO 2600-EXIT
074600     END-IF.
074700     IF WS-CUM-WEIGHT > ZERO
074800         COMPUTE WS-CUM-AVERAGE ROUNDED =
074900             WS-CUM-POINTS / WS-CUM-WEIGHT
075000     ELSE
075100         MOVE ZERO TO WS-CUM-AVERAGE
075200     END-IF.
075300     PERFORM 4000-EVALUATE-AWARD THRU 4000-EXIT
075400         VARYING WS-AWD-IDX FROM 1 BY 1
075500         UNTIL WS-AWD-IDX > WS-AWD-COUNT.
075600 2600-EXIT.
075700     EXIT.
075800
075900******************************************************************
076000* 3000-ADVANCE-OLD-HISTORY - CARRY THE OLD HISTORY FORWARD UP TO
076100* THE CURRENT STUDENT'S CLOSE-TERM POSITION, NOTING THE STUDENT'S
076200* EARLIER RECORDS AS THEIR PRIOR ELIGIBILITY AWARD BY AWARD
076300******************************************************************
076400 3000-ADVANCE-OLD-HISTORY.
076500     PERFORM 3050-CLEAR-ONE-PRIOR THRU 3050-EXIT
076600         VARYING WS-AWD-IDX FROM 1 BY 1
076700         UNTIL WS-AWD-IDX > WS-AWD-COUNT.
076800     MOVE WS-CUR-STUDENT-ID TO WS-TARGET-STUDENT.
076900     MOVE WS-CLOSE-TERM TO WS-TARGET-TERM.
077000     MOVE LOW-VALUES TO WS-TARGET-AWARD.
077100     PERFORM 3100-COPY-ONE-OLD THRU 3100-EXIT
077200         UNTIL WS-OLD-EOF
077300         OR WS-OLD-KEY NOT < WS-TARGET-KEY.
077400 3000-EXIT.
077500     EXIT.
077600
077700 3050-CLEAR-ONE-PRIOR.
077800     MOVE SPACE TO WS-AWD-PRIOR(WS-AWD-IDX).
077900 3050-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300* 3100-COPY-ONE-OLD - ONE OLD HISTORY RECORD TO THE NEW
078400* GENERATION. A RECORD FOR THE TERM BEING CLOSED IS FROM AN
078500* EARLIER RUN OF THIS SAME CLOSE AND IS DROPPED - THIS RUN'S
078600* JUDGEMENT REPLACES IT. A RECORD FOR AN AWARD NO LONGER ON THE
078700* RULES FILE IS CARRIED BUT SETS NO PRIOR ELIGIBILITY.
078800******************************************************************
078900 3100-COPY-ONE-OLD.
079000     IF SE-TERM OF OE-RECORD = WS-CLOSE-TERM
079100         ADD 1 TO WS-REPLACED-COUNT
079200         GO TO 3100-READ-NEXT
079300     END-IF.
079400     IF SE-STUDENT-ID OF OE-RECORD = WS-CUR-STUDENT-ID
079500         PERFORM 1165-SCAN-ONE-AWARD THRU 1165-EXIT
079600             VARYING WS-AWD-IDX FROM 1 BY 1
079700             UNTIL WS-AWD-IDX > WS-AWD-COUNT
079800             OR WS-AWD-CODE(WS-AWD-IDX)
079900                 = SE-AWARD-CODE OF OE-RECORD
080000         IF WS-AWD-IDX NOT > WS-AWD-COUNT
080100             MOVE SE-STATUS OF OE-RECORD
080200                 TO WS-AWD-PRIOR(WS-AWD-IDX)
080300         END-IF
080400     END-IF.
080500     MOVE OE-RECORD TO NE-RECORD.
080600     WRITE NE-RECORD.
080700     ADD 1 TO WS-CARRIED-COUNT.
080800 3100-READ-NEXT.
080900     PERFORM 3200-READ-OLD-HISTORY THRU 3200-EXIT.
081000 3100-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400* 3200-READ-OLD-HISTORY - NEXT OLD HISTORY RECORD. THE MERGE
081500* DEPENDS ON STUDENT/TERM/AWARD ORDER, SO A RECORD OUT OF
081600* SEQUENCE IS A HARD STOP.
081700******************************************************************
081800 3200-READ-OLD-HISTORY.
081900     READ OLD-ELIGIBILITY
082000         AT END
082100             SET WS-OLD-EOF TO TRUE
082200             MOVE HIGH-VALUES TO WS-OLD-KEY
082300             GO TO 3200-EXIT
082400     END-READ.
082500     MOVE SE-STUDENT-ID OF OE-RECORD TO WS-OLD-KEY-STUDENT.
082600     MOVE SE-TERM OF OE-RECORD TO WS-OLD-KEY-TERM.
082700     MOVE SE-AWARD-CODE OF OE-RECORD TO WS-OLD-KEY-AWARD.
082800     IF WS-OLD-KEY < WS-OLD-PREV-KEY
082900         DISPLAY 'SCHLELIG - ELIGIBILITY HISTORY OUT OF STUDENT/'
083000             'TERM/AWARD SEQUENCE AT ' WS-OLD-KEY-STUDENT ' '
083100             WS-OLD-KEY-TERM ' ' WS-OLD-KEY-AWARD ', RUN STOPPED'
083200         MOVE 16 TO RETURN-CODE
083300         STOP RUN
083400     END-IF.
083500     MOVE WS-OLD-KEY TO WS-OLD-PREV-KEY.
083600 3200-EXIT.
083700     EXIT.
083800
083900******************************************************************
084000* 3660-GET-CREDIT-WEIGHT - THE CURRENT RESULT'S CREDIT HOURS
084100******************************************************************
084200 3660-GET-CREDIT-WEIGHT.
084300     MOVE 01 TO WS-CREDIT-WEIGHT.
084400     IF NOT WS-CATALOG-LOADED
084500         GO TO 3660-EXIT
084600     END-IF.
084700     PERFORM 1185-SCAN-ONE-COURSE THRU 1185-EXIT
084800         VARYING WS-CAT-IDX FROM 1 BY 1
084900         UNTIL WS-CAT-IDX > WS-CAT-COUNT
085000         OR WS-CAT-COURSE-CODE(WS-CAT-IDX) = HM-COURSE-CODE.
085100     IF WS-CAT-IDX NOT > WS-CAT-COUNT
085200         AND WS-CAT-CREDITS(WS-CAT-IDX) > ZERO
085300         MOVE WS-CAT-CREDITS(WS-CAT-IDX) TO WS-CREDIT-WEIGHT
085400     END-IF.
085500 3660-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900* 3900-FLUSH-OLD-HISTORY - AFTER THE LAST STUDENT, CARRY THE REST
086000* OF THE OLD HISTORY FORWARD
086100******************************************************************
086200 3900-FLUSH-OLD-HISTORY.
086300     MOVE HIGH-VALUES TO WS-CUR-STUDENT-ID.
086400     PERFORM 3100-COPY-ONE-OLD THRU 3100-EXIT
086500         UNTIL WS-OLD-EOF.
086600 3900-EXIT.
086700     EXIT.
086800
086900******************************************************************
087000* 4000-EVALUATE-AWARD - THE CURRENT STUDENT AGAINST ONE AWARD.
087100* THE FIRST RULE FAILED IS KEPT AS THE REASON. ELIGIBLE NOW IS
087200* NEWLY ELIGIBLE OR CONTINUING BY THE PRIOR ELIGIBILITY; NOT
087300* ELIGIBLE WITH A PRIOR ELIGIBILITY IS A LOSS; NOT ELIGIBLE
087400* WITHOUT ONE IS ONLY COUNTED.
087500******************************************************************
087600 4000-EVALUATE-AWARD.
087700     MOVE SPACES TO WS-FAILED-RULE.
087800     MOVE SPACES TO WS-FAILED-TEXT.
087900     IF WS-CUM-AVERAGE < WS-AWD-MIN-CUM(WS-AWD-IDX)
088000         MOVE 'CA' TO WS-FAILED-RULE
088100         MOVE 'CUMULATIVE AVERAGE BELOW MIN' TO WS-FAILED-TEXT
088200         GO TO 4000-DECIDE
088300     END-IF.
088400     IF WS-TERM-CREDITS < WS-AWD-MIN-CREDITS(WS-AWD-IDX)
088500         MOVE 'CR' TO WS-FAILED-RULE
088600         MOVE 'TERM CREDITS BELOW MINIMUM' TO WS-FAILED-TEXT
088700         GO TO 4000-DECIDE
088800     END-IF.
088900     IF WS-TERM-ME-COUNT > WS-AWD-MAX-ME(WS-AWD-IDX)
089000         MOVE 'ME' TO WS-FAILED-RULE
089100         MOVE 'TOO MANY ME RESULTS IN TERM' TO WS-FAILED-TEXT
089200         GO TO 4000-DECIDE
089300     END-IF.
089400     IF WS-HAS-REPEAT
089500         AND NOT WS-AWD-REPEATS-OK(WS-AWD-IDX)
089600         MOVE 'RP' TO WS-FAILED-RULE
089700         MOVE 'REPEATED COURSE NOT ALLOWED' TO WS-FAILED-TEXT
089800     END-IF.
089900 4000-DECIDE.
090000     SET WS-DISP-NONE TO TRUE.
090100     EVALUATE TRUE
090200         WHEN WS-FAILED-RULE = SPACES
090300             AND WS-AWD-PRIOR-ELIGIBLE(WS-AWD-IDX)
090400             SET WS-DISP-CONTINUING TO TRUE
090500         WHEN WS-FAILED-RULE = SPACES
090600             SET WS-DISP-NEW TO TRUE
090700         WHEN WS-AWD-PRIOR-ELIGIBLE(WS-AWD-IDX)
090800             SET WS-DISP-LOST TO TRUE
090900         WHEN OTHER
091000             ADD 1 TO WS-NOT-ELIGIBLE-COUNT
091100     END-EVALUATE.
091200     IF WS-DISP-NONE
091300         GO TO 4000-EXIT
091400     END-IF.
091500     PERFORM 4500-WRITE-ELIGIBILITY THRU 4500-EXIT.
091600     IF WS-DISP-LOST
091700         PERFORM 4600-WRITE-NOTICE THRU 4600-EXIT
091800     END-IF.
091900 4000-EXIT.
092000     EXIT.
092100
092200 4100-CHECK-MAKEUP.
092300     MOVE 'N' TO WS-MAKEUP-SWITCH.
092400     PERFORM 1280-SCAN-ONE-MAKEUP THRU 1280-EXIT
092500         VARYING WS-MKP-IDX FROM 1 BY 1
092600         UNTIL WS-MKP-IDX > WS-MKP-COUNT
092700         OR WS-MKP-STUDENT-ID(WS-MKP-IDX) = WS-CUR-STUDENT-ID.
092800     IF WS-MKP-IDX NOT > WS-MKP-COUNT
092900         SET WS-MAKEUP-OUTSTANDING TO TRUE
093000     END-IF.
093100 4100-EXIT.
093200     EXIT.
093300
093400******************************************************************
093500* 4500-WRITE-ELIGIBILITY - THE NEW HISTORY RECORD ('E', OR 'N'
093600* WITH THE RULE FAILED FOR A LOSS), THE EXTRACT RECORD, AND THE
093700* REPORT LINE
093800******************************************************************
093900 4500-WRITE-ELIGIBILITY.
094000     MOVE SPACES TO WS-NEW-HIST.
094100     MOVE WS-CUR-STUDENT-ID TO SE-STUDENT-ID OF WS-NEW-HIST.
094200     MOVE WS-CLOSE-TERM TO SE-TERM OF WS-NEW-HIST.
094300     MOVE WS-AWD-CODE(WS-AWD-IDX) TO SE-AWARD-CODE OF WS-NEW-HIST.
094400     IF WS-DISP-LOST
094500         SET SE-NOT-ELIGIBLE OF WS-NEW-HIST TO TRUE
094600     ELSE
094700         SET SE-ELIGIBLE OF WS-NEW-HIST TO TRUE
094800     END-IF.
094900     MOVE WS-FAILED-RULE TO SE-FAILED-RULE OF WS-NEW-HIST.
095000     MOVE WS-CUM-AVERAGE TO SE-CUM-AVERAGE OF WS-NEW-HIST.
095100     IF WS-TERM-CREDITS > 999
095200         MOVE 999 TO SE-TERM-CREDITS OF WS-NEW-HIST
095300     ELSE
095400         MOVE WS-TERM-CREDITS TO SE-TERM-CREDITS OF WS-NEW-HIST
095500     END-IF.
095600     IF WS-TERM-ME-COUNT > 99
095700         MOVE 99 TO SE-ME-COUNT OF WS-NEW-HIST
095800     ELSE
095900         MOVE WS-TERM-ME-COUNT TO SE-ME-COUNT OF WS-NEW-HIST
096000     END-IF.
096100     MOVE WS-RUN-DATE-YMD TO SE-RUN-DATE OF WS-NEW-HIST.
096200     MOVE WS-NEW-HIST TO NE-RECORD.
096300     WRITE NE-RECORD.
096400     EVALUATE TRUE
096500         WHEN WS-DISP-NEW
096600             ADD 1 TO WS-NEW-COUNT
096700             ADD 1 TO WS-AWD-NEW-COUNT(WS-AWD-IDX)
096800             MOVE 'NEWLY ELIGIBLE' TO WS-DISPOSITION-TEXT
096900         WHEN WS-DISP-CONTINUING
097000             ADD 1 TO WS-CONT-COUNT
097100             ADD 1 TO WS-AWD-CONT-COUNT(WS-AWD-IDX)
097200             MOVE 'CONTINUING' TO WS-DISPOSITION-TEXT
097300         WHEN OTHER
097400             ADD 1 TO WS-LOST-COUNT
097500             ADD 1 TO WS-AWD-LOST-COUNT(WS-AWD-IDX)
097600             MOVE 'ELIGIBILITY LOST' TO WS-DISPOSITION-TEXT
097700     END-EVALUATE.
097800     MOVE SPACES TO SX-RECORD.
097900     MOVE WS-CUR-STUDENT-ID TO SX-STUDENT-ID.
098000     MOVE WS-AWD-CODE(WS-AWD-IDX) TO SX-AWARD-CODE.
098100     MOVE WS-CLOSE-TERM TO SX-TERM.
098200     MOVE WS-DISPOSITION TO SX-DISPOSITION.
098300     MOVE WS-FAILED-RULE TO SX-FAILED-RULE.
098400     MOVE WS-FAILED-TEXT TO SX-FAILED-TEXT.
098500     MOVE WS-CUM-AVERAGE TO SX-CUM-AVERAGE.
098600     MOVE SE-TERM-CREDITS OF WS-NEW-HIST TO SX-TERM-CREDITS.
098700     MOVE SE-ME-COUNT OF WS-NEW-HIST TO SX-ME-COUNT.
098800     WRITE SX-RECORD.
098900     MOVE SPACES TO ER-RECORD.
099000     MOVE WS-CUR-STUDENT-ID TO WS-ER-D-STUDENT.
099100     MOVE WS-AWD-CODE(WS-AWD-IDX) TO WS-ER-D-AWARD.
099200     MOVE WS-CUM-AVERAGE TO WS-ER-D-CUM-AVG.
099300     MOVE SE-TERM-CREDITS OF WS-NEW-HIST TO WS-ER-D-CREDITS.
099400     MOVE SE-ME-COUNT OF WS-NEW-HIST TO WS-ER-D-ME.
099500     MOVE SPACES TO WS-ER-D-REPEAT.
099600     IF WS-HAS-REPEAT
099700         MOVE 'R' TO WS-ER-D-REPEAT
099800     END-IF.
099900     MOVE WS-DISPOSITION-TEXT TO WS-ER-D-DISPOSITION.
100000     MOVE WS-FAILED-TEXT TO WS-ER-D-REASON.
100100     MOVE WS-ER-DETAIL-LINE TO ER-RECORD.
100200     WRITE ER-RECORD.
100300 4500-EXIT.
100400     EXIT.
100500
100600******************************************************************
100700* 4600-WRITE-NOTICE - ONE LOSS-OF-AWARD BLOCK: THE STUDENT AND
100800* AWARD, THE RULE FAILED, AND WHAT THE RULE REQUIRES AGAINST
100900* WHAT THE STUDENT HAS
101000******************************************************************
101100 4600-WRITE-NOTICE.
101200     MOVE SPACES TO NL-RECORD.
101300     MOVE WS-CUR-STUDENT-ID TO WS-NL-S-STUDENT.
101400     MOVE WS-AWD-CODE(WS-AWD-IDX) TO WS-NL-S-AWARD.
101500     MOVE WS-AWD-NAME(WS-AWD-IDX) TO WS-NL-S-NAME.
101600     MOVE WS-NL-STUDENT-LINE TO NL-RECORD.
101700     WRITE NL-RECORD.
101800     MOVE SPACES TO NL-RECORD.
101900     MOVE WS-FAILED-TEXT TO WS-NL-R-TEXT.
102000     MOVE WS-NL-RULE-LINE TO NL-RECORD.
102100     WRITE NL-RECORD.
102200     MOVE SPACES TO WS-NL-V-REQUIRED.
102300     MOVE SPACES TO WS-NL-V-ACTUAL.
102400     EVALUATE WS-FAILED-RULE
102500         WHEN 'CA'
102600             MOVE WS-AWD-MIN-CUM(WS-AWD-IDX) TO WS-EDIT-AVERAGE
102700             MOVE WS-EDIT-AVERAGE TO WS-NL-V-REQUIRED
102800             MOVE WS-CUM-AVERAGE TO WS-EDIT-AVERAGE
102900             MOVE WS-EDIT-AVERAGE TO WS-NL-V-ACTUAL
103000         WHEN 'CR'
103100             MOVE WS-AWD-MIN-CREDITS(WS-AWD-IDX) TO WS-EDIT-COUNT
103200             MOVE WS-EDIT-COUNT TO WS-NL-V-REQUIRED
103300             MOVE SE-TERM-CREDITS OF WS-NEW-HIST TO WS-EDIT-COUNT
103400             MOVE WS-EDIT-COUNT TO WS-NL-V-ACTUAL
103500         WHEN 'ME'
103600             MOVE WS-AWD-MAX-ME(WS-AWD-IDX) TO WS-EDIT-COUNT
103700             MOVE WS-EDIT-COUNT TO WS-NL-V-REQUIRED
103800             MOVE SE-ME-COUNT OF WS-NEW-HIST TO WS-EDIT-COUNT
103900             MOVE WS-EDIT-COUNT TO WS-NL-V-ACTUAL
104000         WHEN OTHER
104100             MOVE 'NO REPEATS' TO WS-NL-V-REQUIRED
104200             MOVE 'REPEATED' TO WS-NL-V-ACTUAL
104300     END-EVALUATE.
104400     MOVE SPACES TO NL-RECORD.
104500     MOVE WS-NL-VALUE-LINE TO NL-RECORD.
104600     WRITE NL-RECORD.
104700     MOVE SPACES TO NL-RECORD.
104800     WRITE NL-RECORD.
104900 4600-EXIT.
105000     EXIT.
105100
105200******************************************************************
105300* 4700-WRITE-PENDING - A STUDENT WITH AN OUTSTANDING MAKEUP IS
105400* NOT JUDGED THIS RUN
105500******************************************************************
105600 4700-WRITE-PENDING.
105700     ADD 1 TO WS-PENDING-COUNT.
105800     MOVE SPACES TO ER-RECORD.
105900     MOVE SPACES TO WS-ER-DETAIL-LINE.
106000     MOVE WS-CUR-STUDENT-ID TO WS-ER-D-STUDENT.
106100     MOVE 'PENDING' TO WS-ER-D-DISPOSITION.
106200     MOVE 'MAKEUP OUTSTANDING' TO WS-ER-D-REASON.
106300     MOVE WS-ER-DETAIL-LINE TO ER-RECORD.
106400     WRITE ER-RECORD.
106500 4700-EXIT.
106600     EXIT.
106700
106800******************************************************************
106900* 7000-SUMMARY - RUN TOTALS AND THE TOTALS BY AWARD
107000******************************************************************
107100 7000-SUMMARY.
107200     MOVE SPACES TO ER-RECORD.
107300     WRITE ER-RECORD.
107400     MOVE 'STUDENTS EVALUATED :' TO WS-ER-F-LABEL.
107500     MOVE WS-STUDENT-COUNT TO WS-ER-F-VALUE.
107600     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
107700     MOVE 'PENDING (MAKEUP)   :' TO WS-ER-F-LABEL.
107800     MOVE WS-PENDING-COUNT TO WS-ER-F-VALUE.
107900     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
108000     MOVE 'NEWLY ELIGIBLE     :' TO WS-ER-F-LABEL.
108100     MOVE WS-NEW-COUNT TO WS-ER-F-VALUE.
108200     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
108300     MOVE 'CONTINUING         :' TO WS-ER-F-LABEL.
108400     MOVE WS-CONT-COUNT TO WS-ER-F-VALUE.
108500     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
108600     MOVE 'ELIGIBILITY LOST   :' TO WS-ER-F-LABEL.
108700     MOVE WS-LOST-COUNT TO WS-ER-F-VALUE.
108800     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
108900     MOVE 'NOT ELIGIBLE       :' TO WS-ER-F-LABEL.
109000     MOVE WS-NOT-ELIGIBLE-COUNT TO WS-ER-F-VALUE.
109100     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
109200     MOVE 'RULES WARNINGS     :' TO WS-ER-F-LABEL.
109300     MOVE WS-RULE-ERROR-COUNT TO WS-ER-F-VALUE.
109400     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
109500     MOVE SPACES TO ER-RECORD.
109600     WRITE ER-RECORD.
109700     PERFORM 7200-PRINT-AWARD-TOTAL THRU 7200-EXIT
109800         VARYING WS-AWD-IDX FROM 1 BY 1
109900         UNTIL WS-AWD-IDX > WS-AWD-COUNT.
110000     IF WS-LOST-COUNT = ZERO
110100         MOVE SPACES TO NL-RECORD
110200         MOVE 'NO AWARDS LOST THIS TERM' TO NL-RECORD
110300         WRITE NL-RECORD
110400     END-IF.
110500     DISPLAY 'SCHLELIG TERM      : ' WS-CLOSE-TERM.
110600     DISPLAY 'SCHLELIG RESULTS   : ' WS-READ-COUNT.
110700     DISPLAY 'SCHLELIG AWARDS    : ' WS-AWD-COUNT.
110800     DISPLAY 'SCHLELIG STUDENTS  : ' WS-STUDENT-COUNT.
110900     DISPLAY 'SCHLELIG PENDING   : ' WS-PENDING-COUNT.
111000     DISPLAY 'SCHLELIG NEW       : ' WS-NEW-COUNT.
111100     DISPLAY 'SCHLELIG CONTINUING: ' WS-CONT-COUNT.
111200     DISPLAY 'SCHLELIG LOST      : ' WS-LOST-COUNT.
111300     DISPLAY 'SCHLELIG CARRIED   : ' WS-CARRIED-COUNT.
111400     DISPLAY 'SCHLELIG REPLACED  : ' WS-REPLACED-COUNT.
111500     IF WS-RULE-ERROR-COUNT > ZERO
111600         MOVE 4 TO RETURN-CODE
111700     END-IF.
111800 7000-EXIT.
111900     EXIT.
112000
112100 7100-PRINT-FOOTER.
112200     MOVE SPACES TO ER-RECORD.
112300     MOVE WS-ER-FOOTER-LINE TO ER-RECORD.
112400     WRITE ER-RECORD.
112500 7100-EXIT.
112600     EXIT.
112700
112800 7200-PRINT-AWARD-TOTAL.
112900     MOVE SPACES TO ER-RECORD.
113000     MOVE WS-AWD-CODE(WS-AWD-IDX) TO WS-ER-T-AWARD.
113100     MOVE WS-AWD-NEW-COUNT(WS-AWD-IDX) TO WS-ER-T-NEW.
113200     MOVE WS-AWD-CONT-COUNT(WS-AWD-IDX) TO WS-ER-T-CONT.
113300     MOVE WS-AWD-LOST-COUNT(WS-AWD-IDX) TO WS-ER-T-LOST.
113400     MOVE WS-ER-AWARD-TOTAL-LINE TO ER-RECORD.
113500     WRITE ER-RECORD.
113600 7200-EXIT.
113700     EXIT.
113800
113900******************************************************************
114000* 9000-TERMINATE - CLOSE UP
114100******************************************************************
114200 9000-TERMINATE.
114300     IF WS-OLD-OPENED
114400         CLOSE OLD-ELIGIBILITY
114500     END-IF.
114600     CLOSE HISTORY-MASTER NEW-ELIGIBILITY ELIGIBILITY-RPT
114700         ELIGIBILITY-EXT LOSS-NOTICES.
114800 9000-EXIT.
114900     EXIT.
