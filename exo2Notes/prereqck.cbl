000100******************************************************************
000200* PROGRAM NAME:    PREREQCK
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* PREREQUISITE CHECK. FOR EVERY STUDENT/COURSE PAIR ON THE INPUT,
000800* LOOKS UP THE COURSE'S PREREQUISITES (COPYBOOK PREREQRC) AND
000900* READS THE STUDENT'S RESULTS ON THE GRADE-HISTORY MASTER FOR
001000* EACH ONE. A PREREQUISITE IS MET BY ANY ATTEMPT AT OR ABOVE ITS
001100* MINIMUM CATEGORY (ME MO AB BI TB EX, LOWEST TO HIGHEST) - AN
001200* EXCLUDED REPEAT ('R') STILL SHOWS WHAT THE STUDENT ACHIEVED, A
001300* RESULT WITHDRAWN AFTER POSTING ('W') DOES NOT. EVERY UNMET
001400* PREREQUISITE PRINTS ON THE EXCEPTION REPORT, GROUPED BY COURSE.
001500* THE CHECK ONLY REPORTS - NOTHING IS REJECTED AND THE STEP ENDS
001600* RC=0 WHATEVER IT FINDS, SO THE NIGHT'S GRADING GOES ON.
001700* RESULTS ALREADY PURGED TO THE HISTORY ARCHIVE BY HISTARCH ARE
001800* OUTSIDE THE CHECK.
001900*
002000* TWO SOURCES. THE NIGHTLY RUN READS THE EDITED STUDENT-GRADES
002100* FILE (COURSE/STUDENT ORDER FROM GRADEDIT) ON STUGRDIN. WITH A
002200* PLANREG FILE INSTEAD - A PLANNED REGISTRATION LIST IN THE
002300* COURSE-REGISTRATION LAYOUT (COPYBOOK CRSREGRC), SORTED INTO
002400* COURSE ORDER - THE SAME CHECK RUNS ON DEMAND BEFORE THE TERM
002500* STARTS; A WITHDRAWN REGISTRATION IS NOT CHECKED.
002600*
002700* MAINTENANCE LOG
002800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002900* ---------  ------------  ---------------------------------------
003000* 10/15/26   R.DELACROIX   INITIAL VERSION.
003020* 10/15/26   R.DELACROIX   A TRANSFER CREDIT (XFERPOST) FOR THE
003040*                          PREREQUISITE SATISFIES A MINIMUM OF
003060*                          'MO'; THE BEST-RESULT COLUMN SHOWS ITS
003080*                          'TR' OR 'TC' CODE.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PREREQCK.
003400 AUTHOR. R.DELACROIX.
003500 INSTALLATION. COBOL DEVELOPMENT CENTER.
003600 DATE-WRITTEN. 10/15/26.
003700 DATE-COMPILED. 10/15/26.
003800 SECURITY. NON-CONFIDENTIAL.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HM-MASTER-KEY
005000         FILE STATUS IS WS-HISTMAST-STATUS.
005100     SELECT PREREQ-FILE ASSIGN TO PREREQ
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PREREQ-STATUS.
005400     SELECT COURSE-CATALOG ASSIGN TO CATALOG
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CATALOG-STATUS.
005700     SELECT STUDENT-GRADES ASSIGN TO STUGRDIN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STUGRDIN-STATUS.
006000     SELECT PLANNED-REG ASSIGN TO PLANREG
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PLANREG-STATUS.
006300     SELECT EXCEPTION-RPT ASSIGN TO PREQRPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PREQRPT-STATUS.
006600******************************************************************
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  HISTORY-MASTER
007000     RECORDING MODE IS F.
007100 01  HM-KEY-RECORD.
007200     05  HM-MASTER-KEY          PIC X(18).
007300     05  FILLER                 PIC X(24).
007400 01  HM-RECORD.
007500     COPY GRDHISTR.
007600
007700 FD  PREREQ-FILE
007800     RECORDING MODE IS F.
007900 01  PR-RECORD.
008000     COPY PREREQRC.
008100
008200 FD  COURSE-CATALOG
008300     RECORDING MODE IS F.
008400 01  CC-RECORD.
008500     COPY CRSCATRC.
008600
008700 FD  STUDENT-GRADES
008800     RECORDING MODE IS F.
008900 01  SG-RECORD.
009000     COPY STUNOTE.
009100     COPY ASSESS.
009200     05  FILLER                PIC X(32).
009300
009400 FD  PLANNED-REG
009500     RECORDING MODE IS F.
009600 01  RG-RECORD.
009700     COPY CRSREGRC.
009800
009900 FD  EXCEPTION-RPT
010000     RECORDING MODE IS F.
010100 01  XR-RECORD                  PIC X(80).
010200
010300 WORKING-STORAGE SECTION.
010400******************************************************************
010500* FILE STATUS AND END-OF-FILE SWITCHES
010600******************************************************************
010700 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
010800 77  WS-PREREQ-STATUS           PIC X(02)     VALUE SPACES.
010900 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
011000 77  WS-STUGRDIN-STATUS         PIC X(02)     VALUE SPACES.
011100 77  WS-PLANREG-STATUS          PIC X(02)     VALUE SPACES.
011200 77  WS-PREQRPT-STATUS          PIC X(02)     VALUE SPACES.
011300 77  WS-EOF-SWITCH              PIC X(01)     VALUE 'N'.
011400     88  WS-EOF                 VALUE 'Y'.
011500 77  WS-PREREQ-EOF-SWITCH       PIC X(01)     VALUE 'N'.
011600     88  WS-PREREQ-EOF          VALUE 'Y'.
011700 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
011800     88  WS-CATALOG-EOF         VALUE 'Y'.
011900 77  WS-STUDENT-DONE-SWITCH     PIC X(01)     VALUE 'N'.
012000     88  WS-STUDENT-DONE        VALUE 'Y'.
012100******************************************************************
012200* INPUT SOURCE - THE NIGHT'S EDITED GRADES, OR A PLANNED
012300* REGISTRATION LIST WHEN PLANREG IS SUPPLIED
012400******************************************************************
012500 77  WS-SOURCE-SWITCH           PIC X(01)     VALUE 'N'.
012600     88  WS-SOURCE-NIGHTLY      VALUE 'N'.
012700     88  WS-SOURCE-PLANNED      VALUE 'P'.
012800 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
012900******************************************************************
013000* THE PAIR BEING CHECKED, WHICHEVER SOURCE IT CAME FROM
013100******************************************************************
013200 01  WS-IN-STUDENT-ID           PIC X(06)     VALUE SPACES.
013300 01  WS-IN-NAME                 PIC X(31)     VALUE SPACES.
013400 01  WS-IN-COURSE               PIC X(04)     VALUE SPACES.
013500 01  WS-CUR-COURSE              PIC X(04)     VALUE LOW-VALUES.
013600******************************************************************
013700* RESULT CATEGORIES IN ASCENDING ORDER - A CATEGORY'S RANK IS ITS
013800* POSITION IN THIS LIST, ZERO FOR 'PR' OR ANYTHING UNKNOWN
013900******************************************************************
014000 01  WS-CATEGORY-LIST           PIC X(12)
014100                                VALUE 'MEMOABBITBEX'.
014200 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
014300     05  WS-CATEGORY-CODE OCCURS 6 TIMES
014400                          PIC X(02).
014500 01  WS-RANK-IDX                PIC 9(01)             VALUE ZERO.
014600 01  WS-RANK-CODE               PIC X(02)     VALUE SPACES.
014700 01  WS-RANK                    PIC 9(01)             VALUE ZERO.
014800******************************************************************
014900* PREREQUISITE TABLE - EVERY PREREQRC RECORD, WITH ITS MINIMUM
015000* CATEGORY'S RANK
015100******************************************************************
015200 01  WS-PRQ-COUNT               PIC 9(03)     COMP    VALUE ZERO.
015300 01  WS-PRQ-IDX                 PIC 9(03)     COMP    VALUE ZERO.
015400 01  WS-PRQ-TABLE.
015500     05  WS-PRQ-ENTRY OCCURS 500 TIMES.
015600         10  WS-PRQ-COURSE      PIC X(04).
015700         10  WS-PRQ-PREREQ      PIC X(04).
015800         10  WS-PRQ-MIN-CAT     PIC X(02).
015900         10  WS-PRQ-MIN-RANK    PIC 9(01).
016000******************************************************************
016100* THE CURRENT COURSE'S PREREQUISITES, AND FOR THE STUDENT BEING
016200* CHECKED THE BEST RANK FOUND AGAINST EACH ('N' NEVER TAKEN,
016300* 'W' ONLY WITHDRAWN RESULTS, 'Y' A COUNTING RESULT ON FILE)
016400******************************************************************
016500 01  WS-CP-COUNT                PIC 9(02)     COMP    VALUE ZERO.
016600 01  WS-CP-IDX                  PIC 9(02)     COMP    VALUE ZERO.
016700 01  WS-CP-TABLE.
016800     05  WS-CP-ENTRY OCCURS 10 TIMES.
016900         10  WS-CP-PREREQ       PIC X(04).
017000         10  WS-CP-MIN-CAT      PIC X(02).
017100         10  WS-CP-MIN-RANK     PIC 9(01).
017200         10  WS-CP-BEST-RANK    PIC 9(01).
017300         10  WS-CP-BEST-CAT     PIC X(02).
017400         10  WS-CP-TAKEN-SW     PIC X(01).
017500             88  WS-CP-NEVER-TAKEN     VALUE 'N'.
017600             88  WS-CP-WITHDRAWN-ONLY  VALUE 'W'.
017700             88  WS-CP-TAKEN           VALUE 'Y'.
017800******************************************************************
017900* COURSE CATALOG TITLES FOR THE COURSE HEADINGS - OPTIONAL
018000******************************************************************
018100 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
018200 01  WS-CAT-TABLE.
018300     05  WS-CAT-ENTRY OCCURS 200 TIMES
018400                      INDEXED BY WS-CAT-IDX.
018500         10  WS-CAT-COURSE-CODE PIC X(04).
018600         10  WS-CAT-TITLE       PIC X(30).
018700******************************************************************
018800* RUN COUNTERS
018900******************************************************************
019000 01  WS-READ-COUNT              PIC 9(07)     COMP    VALUE ZERO.
019100 01  WS-CHECKED-COUNT           PIC 9(07)     COMP    VALUE ZERO.
019200 01  WS-EXCEPTION-COUNT         PIC 9(07)     COMP    VALUE ZERO.
019300 01  WS-PAIR-EXCEPTION-COUNT    PIC 9(07)     COMP    VALUE ZERO.
019400 01  WS-COURSE-EXCEPTION-COUNT  PIC 9(05)     COMP    VALUE ZERO.
019500 01  WS-COURSES-LISTED-COUNT    PIC 9(05)     COMP    VALUE ZERO.
019600 01  WS-PAIR-FLAGGED-SWITCH     PIC X(01)     VALUE 'N'.
019700     88  WS-PAIR-FLAGGED        VALUE 'Y'.
019800******************************************************************
019900* EXCEPTION REPORT LINE LAYOUTS
020000******************************************************************
020100 01  WS-XR-RUN-LINE.
020200     05  FILLER            PIC X(36)
020300         VALUE 'PREREQUISITE EXCEPTIONS - RUN DATE: '.
020400     05  WS-XR-R-DATE      PIC 9(08).
020500     05  FILLER            PIC X(10) VALUE '  SOURCE: '.
020600     05  WS-XR-R-SOURCE    PIC X(26).
020700
020800 01  WS-XR-COURSE-LINE.
020900     05  FILLER            PIC X(08) VALUE 'COURSE: '.
021000     05  WS-XR-C-COURSE    PIC X(04).
021100     05  FILLER            PIC X(02) VALUE SPACES.
021200     05  WS-XR-C-TITLE     PIC X(30).
021300     05  FILLER            PIC X(36) VALUE SPACES.
021400
021500 01  WS-XR-COLUMN-HDR.
021600     05  FILLER            PIC X(40)
021700         VALUE 'STUDENT NAME                            '.
021800     05  FILLER            PIC X(40)
021900         VALUE 'PREREQ MIN FINDING                      '.
022000
022100 01  WS-XR-DETAIL-LINE.
022200     05  WS-XR-D-STUDENT   PIC X(06).
022300     05  FILLER            PIC X(02) VALUE SPACES.
022400     05  WS-XR-D-NAME      PIC X(31).
022500     05  FILLER            PIC X(01) VALUE SPACE.
022600     05  WS-XR-D-PREREQ    PIC X(04).
022700     05  FILLER            PIC X(03) VALUE SPACES.
022800     05  WS-XR-D-MIN-CAT   PIC X(02).
022900     05  FILLER            PIC X(02) VALUE SPACES.
023000     05  WS-XR-D-FINDING   PIC X(29).
023100
023200 01  WS-XR-COURSE-TOTAL-LINE.
023300     05  FILLER            PIC X(30)
023400         VALUE '  UNMET PREREQUISITES, COURSE '.
023500     05  WS-XR-T-COURSE    PIC X(04).
023600     05  FILLER            PIC X(02) VALUE ': '.
023700     05  WS-XR-T-COUNT     PIC ZZZZ9.
023800     05  FILLER            PIC X(39) VALUE SPACES.
023900
024000 01  WS-XR-FOOTER-LINE.
024100     05  WS-XR-F-LABEL     PIC X(30).
024200     05  WS-XR-F-VALUE     PIC ZZZZZZ9.
024300     05  FILLER            PIC X(43) VALUE SPACES.
024400
024500******************************************************************
024600 PROCEDURE DIVISION.
024700******************************************************************
024800* 0000-MAINLINE - CHECK EVERY PAIR, COURSE BY COURSE
024900******************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025200     PERFORM 2000-PROCESS-ONE-PAIR THRU 2000-EXIT
025300         UNTIL WS-EOF.
025400     PERFORM 2900-CLOSE-COURSE THRU 2900-EXIT.
025500     PERFORM 7000-SUMMARY THRU 7000-EXIT.
025600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025700     STOP RUN.
025800
025900******************************************************************
026000* 1000-INITIALIZE - OPEN FILES AND LOAD THE TABLES. THE MASTER
026100* AND THE PREREQUISITE FILE ARE HARD STOPS WHEN MISSING; THE
026200* CATALOG ONLY SUPPLIES HEADING TITLES. A PLANREG FILE SELECTS
026300* THE ON-DEMAND CHECK, OTHERWISE STUGRDIN IS REQUIRED.
026400******************************************************************
026500 1000-INITIALIZE.
026600     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
026700     OPEN INPUT HISTORY-MASTER.
026800     IF WS-HISTMAST-STATUS NOT = '00'
026900         DISPLAY 'PREREQCK - GRADE HISTORY MASTER NOT FOUND'
027000         MOVE 16 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027300     PERFORM 1100-LOAD-PREREQS THRU 1100-EXIT.
027400     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
027500     OPEN INPUT PLANNED-REG.
027600     IF WS-PLANREG-STATUS = '00'
027700         SET WS-SOURCE-PLANNED TO TRUE
027800     ELSE
027900         OPEN INPUT STUDENT-GRADES
028000         IF WS-STUGRDIN-STATUS NOT = '00'
028100             DISPLAY 'PREREQCK - NO STUGRDIN OR PLANREG INPUT, '
028200                 'RUN STOPPED'
028300             MOVE 16 TO RETURN-CODE
028400             STOP RUN
028500         END-IF
028600     END-IF.
028700     OPEN OUTPUT EXCEPTION-RPT.
028800     MOVE WS-RUN-DATE-YMD TO WS-XR-R-DATE.
028900     IF WS-SOURCE-PLANNED
029000         MOVE 'PLANNED REGISTRATION LIST' TO WS-XR-R-SOURCE
029100     ELSE
029200         MOVE 'NIGHTLY GRADE INPUT' TO WS-XR-R-SOURCE
029300     END-IF.
029400     MOVE WS-XR-RUN-LINE TO XR-RECORD.
029500     WRITE XR-RECORD.
029600     PERFORM 2100-READ-PAIR THRU 2100-EXIT.
029700 1000-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100* 1100-LOAD-PREREQS - AN UNKNOWN MINIMUM CATEGORY WOULD MAKE
030200* EVERY STUDENT IN THE COURSE AN EXCEPTION, SO IT IS A HARD STOP
030300******************************************************************
030400 1100-LOAD-PREREQS.
030500     OPEN INPUT PREREQ-FILE.
030600     IF WS-PREREQ-STATUS NOT = '00'
030700         DISPLAY 'PREREQCK - PREREQUISITE FILE NOT FOUND, '
030800             'RUN STOPPED'
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     PERFORM 1150-LOAD-ONE-PREREQ THRU 1150-EXIT
031300         UNTIL WS-PREREQ-EOF.
031400     CLOSE PREREQ-FILE.
031500 1100-EXIT.
031600     EXIT.
031700
031800 1150-LOAD-ONE-PREREQ.
031900     READ PREREQ-FILE
032000         AT END
032100             SET WS-PREREQ-EOF TO TRUE
032200             GO TO 1150-EXIT
032300     END-READ.
032400     IF PR-COURSE-CODE = SPACES
032500         GO TO 1150-EXIT
032600     END-IF.
032700     MOVE PR-MIN-CATEGORY TO WS-RANK-CODE.
032800     PERFORM 3500-RANK-CATEGORY THRU 3500-EXIT.
032900     IF WS-RANK = ZERO
033000         DISPLAY 'PREREQCK - COURSE ' PR-COURSE-CODE
033100             ' PREREQUISITE ' PR-PREREQ-COURSE
033200             ' MINIMUM CATEGORY ' PR-MIN-CATEGORY
033300             ' UNKNOWN, RUN STOPPED'
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF.
033700     IF WS-PRQ-COUNT = 500
033800         DISPLAY 'PREREQCK - MORE THAN 500 PREREQUISITES, '
033900             'RUN STOPPED'
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     ADD 1 TO WS-PRQ-COUNT.
034400     MOVE PR-COURSE-CODE TO WS-PRQ-COURSE(WS-PRQ-COUNT).
034500     MOVE PR-PREREQ-COURSE TO WS-PRQ-PREREQ(WS-PRQ-COUNT).
034600     MOVE PR-MIN-CATEGORY TO WS-PRQ-MIN-CAT(WS-PRQ-COUNT).
034700     MOVE WS-RANK TO WS-PRQ-MIN-RANK(WS-PRQ-COUNT).
034800 1150-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200* 1200-LOAD-CATALOG - COURSE TITLES IF THE CATALOG IS SUPPLIED
035300******************************************************************
035400 1200-LOAD-CATALOG.
035500     OPEN INPUT COURSE-CATALOG.
035600     IF WS-CATALOG-STATUS NOT = '00'
035700         GO TO 1200-EXIT
035800     END-IF.
035900     PERFORM 1250-LOAD-ONE-COURSE THRU 1250-EXIT
036000         UNTIL WS-CATALOG-EOF.
036100     CLOSE COURSE-CATALOG.
036200 1200-EXIT.
036300     EXIT.
036400
036500 1250-LOAD-ONE-COURSE.
036600     READ COURSE-CATALOG
036700         AT END
036800             SET WS-CATALOG-EOF TO TRUE
036900             GO TO 1250-EXIT
037000     END-READ.
037100     IF WS-CAT-COUNT = 200
037200         DISPLAY 'PREREQCK - MORE THAN 200 CATALOG COURSES, '
037300             'RUN STOPPED'
037400         MOVE 16 TO RETURN-CODE
037500         STOP RUN
037600     END-IF.
037700     ADD 1 TO WS-CAT-COUNT.
037800     SET WS-CAT-IDX TO WS-CAT-COUNT.
037900     MOVE CC-COURSE-CODE TO WS-CAT-COURSE-CODE(WS-CAT-IDX).
038000     MOVE CC-TITLE TO WS-CAT-TITLE(WS-CAT-IDX).
038100 1250-EXIT.
038200     EXIT.
038300
038400 1260-SCAN-ONE-COURSE.
038500 1260-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900* 2000-PROCESS-ONE-PAIR - BREAK ON A NEW COURSE, THEN CHECK THE
039000* STUDENT AGAINST THE COURSE'S PREREQUISITES
039100******************************************************************
039200 2000-PROCESS-ONE-PAIR.
039300     IF WS-IN-COURSE NOT = WS-CUR-COURSE
039400         PERFORM 2900-CLOSE-COURSE THRU 2900-EXIT
039500         MOVE WS-IN-COURSE TO WS-CUR-COURSE
039600         PERFORM 2200-OPEN-COURSE THRU 2200-EXIT
039700     END-IF.
039800     IF WS-CP-COUNT > ZERO
039900         PERFORM 3000-CHECK-PAIR THRU 3000-EXIT
040000     END-IF.
040100     PERFORM 2100-READ-PAIR THRU 2100-EXIT.
040200 2000-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600* 2100-READ-PAIR - NEXT STUDENT/COURSE PAIR FROM WHICHEVER SOURCE
040700* IS IN USE. THE EDITED-GRADES TRAILER AND WITHDRAWN PLANNED
040800* REGISTRATIONS ARE PASSED OVER.
040900******************************************************************
041000 2100-READ-PAIR.
041100     IF WS-SOURCE-PLANNED
041200         GO TO 2150-READ-PLANNED
041300     END-IF.
041400     READ STUDENT-GRADES
041500         AT END
041600             SET WS-EOF TO TRUE
041700             GO TO 2100-EXIT
041800     END-READ.
041900     IF SN-STUDENT-ID = '999999'
042000         GO TO 2100-READ-PAIR
042100     END-IF.
042200     ADD 1 TO WS-READ-COUNT.
042300     MOVE SN-STUDENT-ID TO WS-IN-STUDENT-ID.
042400     MOVE SN-COURSE-CODE TO WS-IN-COURSE.
042500     MOVE SPACES TO WS-IN-NAME.
042600     STRING SN-LAST-NAME DELIMITED BY '  '
042700         ', ' DELIMITED BY SIZE
042800         SN-FIRST-NAME DELIMITED BY '  '
042900         INTO WS-IN-NAME.
043000     GO TO 2100-EXIT.
043100 2150-READ-PLANNED.
043200     READ PLANNED-REG
043300         AT END
043400             SET WS-EOF TO TRUE
043500             GO TO 2100-EXIT
043600     END-READ.
043700     IF RG-WITHDRAWN
043800         GO TO 2150-READ-PLANNED
043900     END-IF.
044000     ADD 1 TO WS-READ-COUNT.
044100     MOVE RG-STUDENT-ID TO WS-IN-STUDENT-ID.
044200     MOVE RG-COURSE-CODE TO WS-IN-COURSE.
044300     MOVE SPACES TO WS-IN-NAME.
044400 2100-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800* 2200-OPEN-COURSE - COLLECT THE NEW COURSE'S PREREQUISITES
044900******************************************************************
045000 2200-OPEN-COURSE.
045100     MOVE ZERO TO WS-CP-COUNT.
045200     MOVE ZERO TO WS-COURSE-EXCEPTION-COUNT.
045300     PERFORM 2250-COLLECT-ONE-PREREQ THRU 2250-EXIT
045400         VARYING WS-PRQ-IDX FROM 1 BY 1
045500         UNTIL WS-PRQ-IDX > WS-PRQ-COUNT.
045600 2200-EXIT.
045700     EXIT.
045800
045900 2250-COLLECT-ONE-PREREQ.
046000     IF WS-PRQ-COURSE(WS-PRQ-IDX) NOT = WS-CUR-COURSE
046100         GO TO 2250-EXIT
046200     END-IF.
046300     IF WS-CP-COUNT = 10
046400         DISPLAY 'PREREQCK - MORE THAN 10 PREREQUISITES FOR '
046500             WS-CUR-COURSE ', RUN STOPPED'
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     ADD 1 TO WS-CP-COUNT.
047000     MOVE WS-PRQ-PREREQ(WS-PRQ-IDX) TO WS-CP-PREREQ(WS-CP-COUNT).
047100     MOVE WS-PRQ-MIN-CAT(WS-PRQ-IDX)
047200         TO WS-CP-MIN-CAT(WS-CP-COUNT).
047300     MOVE WS-PRQ-MIN-RANK(WS-PRQ-IDX)
047400         TO WS-CP-MIN-RANK(WS-CP-COUNT).
047500 2250-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 2900-CLOSE-COURSE - COURSE TOTAL LINE WHEN THE COURSE HAD ANY
048000* EXCEPTIONS
048100******************************************************************
048200 2900-CLOSE-COURSE.
048300     IF WS-COURSE-EXCEPTION-COUNT = ZERO
048400         GO TO 2900-EXIT
048500     END-IF.
048600     MOVE WS-CUR-COURSE TO WS-XR-T-COURSE.
048700     MOVE WS-COURSE-EXCEPTION-COUNT TO WS-XR-T-COUNT.
048800     MOVE WS-XR-COURSE-TOTAL-LINE TO XR-RECORD.
048900     WRITE XR-RECORD.
049000 2900-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400* 3000-CHECK-PAIR - READ THE STUDENT'S RESULTS FROM THE MASTER,
049500* NOTING THE BEST CATEGORY ACHIEVED IN EACH PREREQUISITE, THEN
049600* REPORT EVERY PREREQUISITE BELOW ITS MINIMUM
049700******************************************************************
049800 3000-CHECK-PAIR.
049900     ADD 1 TO WS-CHECKED-COUNT.
050000     PERFORM 3050-RESET-ONE-PREREQ THRU 3050-EXIT
050100         VARYING WS-CP-IDX FROM 1 BY 1
050200         UNTIL WS-CP-IDX > WS-CP-COUNT.
050300     MOVE 'N' TO WS-STUDENT-DONE-SWITCH.
050400     MOVE SPACES TO HM-RECORD.
050500     MOVE WS-IN-STUDENT-ID TO HM-STUDENT-ID.
050600     MOVE LOW-VALUES TO HM-MASTER-KEY(7:12).
050700     START HISTORY-MASTER KEY NOT < HM-MASTER-KEY.
050800     IF WS-HISTMAST-STATUS = '00'
050900         PERFORM 3100-READ-ONE-RESULT THRU 3100-EXIT
051000             UNTIL WS-STUDENT-DONE
051100     END-IF.
051200     MOVE 'N' TO WS-PAIR-FLAGGED-SWITCH.
051300     PERFORM 3300-REPORT-ONE-PREREQ THRU 3300-EXIT
051400         VARYING WS-CP-IDX FROM 1 BY 1
051500         UNTIL WS-CP-IDX > WS-CP-COUNT.
051600     IF WS-PAIR-FLAGGED
051700         ADD 1 TO WS-PAIR-EXCEPTION-COUNT
051800     END-IF.
051900 3000-EXIT.
052000     EXIT.
052100
052200 3050-RESET-ONE-PREREQ.
052300     MOVE ZERO TO WS-CP-BEST-RANK(WS-CP-IDX).
052400     MOVE SPACES TO WS-CP-BEST-CAT(WS-CP-IDX).
052500     MOVE 'N' TO WS-CP-TAKEN-SW(WS-CP-IDX).
052600 3050-EXIT.
052700     EXIT.
052800
052900 3100-READ-ONE-RESULT.
053000     READ HISTORY-MASTER NEXT RECORD
053100         AT END
053200             SET WS-STUDENT-DONE TO TRUE
053300             GO TO 3100-EXIT
053400     END-READ.
053500     IF HM-STUDENT-ID NOT = WS-IN-STUDENT-ID
053600         SET WS-STUDENT-DONE TO TRUE
053700         GO TO 3100-EXIT
053800     END-IF.
053900     PERFORM 3200-NOTE-ONE-PREREQ THRU 3200-EXIT
054000         VARYING WS-CP-IDX FROM 1 BY 1
054100         UNTIL WS-CP-IDX > WS-CP-COUNT.
054200 3100-EXIT.
054300     EXIT.
054400
054500 3200-NOTE-ONE-PREREQ.
054600     IF HM-COURSE-CODE NOT = WS-CP-PREREQ(WS-CP-IDX)
054700         GO TO 3200-EXIT
054800     END-IF.
054900     IF HM-WITHDRAWN-AFTER
055000         IF WS-CP-NEVER-TAKEN(WS-CP-IDX)
055100             SET WS-CP-WITHDRAWN-ONLY(WS-CP-IDX) TO TRUE
055200         END-IF
055300         GO TO 3200-EXIT
055400     END-IF.
055500     SET WS-CP-TAKEN(WS-CP-IDX) TO TRUE.
055600     IF HM-TRANSFER-CREDIT
055620         MOVE 'MO' TO WS-RANK-CODE
055640     ELSE
055660         MOVE HM-LETTER-CODE TO WS-RANK-CODE
055680     END-IF.
055700     PERFORM 3500-RANK-CATEGORY THRU 3500-EXIT.
055800     IF WS-RANK > WS-CP-BEST-RANK(WS-CP-IDX)
055900         OR WS-CP-BEST-CAT(WS-CP-IDX) = SPACES
056000         MOVE WS-RANK TO WS-CP-BEST-RANK(WS-CP-IDX)
056100         MOVE HM-LETTER-CODE TO WS-CP-BEST-CAT(WS-CP-IDX)
056200     END-IF.
056300 3200-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700* 3300-REPORT-ONE-PREREQ - ONE EXCEPTION LINE FOR AN UNMET
056800* PREREQUISITE. THE COURSE HEADING PRINTS AHEAD OF THE COURSE'S
056900* FIRST EXCEPTION.
057000******************************************************************
057100 3300-REPORT-ONE-PREREQ.
057200     IF WS-CP-TAKEN(WS-CP-IDX)
057300         AND WS-CP-BEST-RANK(WS-CP-IDX)
057400             NOT < WS-CP-MIN-RANK(WS-CP-IDX)
057500         GO TO 3300-EXIT
057600     END-IF.
057700     IF WS-COURSE-EXCEPTION-COUNT = ZERO
057800         PERFORM 3400-PRINT-COURSE-HEADING THRU 3400-EXIT
057900     END-IF.
058000     ADD 1 TO WS-COURSE-EXCEPTION-COUNT.
058100     ADD 1 TO WS-EXCEPTION-COUNT.
058200     SET WS-PAIR-FLAGGED TO TRUE.
058300     MOVE SPACES TO WS-XR-DETAIL-LINE.
058400     MOVE WS-IN-STUDENT-ID TO WS-XR-D-STUDENT.
058500     MOVE WS-IN-NAME TO WS-XR-D-NAME.
058600     MOVE WS-CP-PREREQ(WS-CP-IDX) TO WS-XR-D-PREREQ.
058700     MOVE WS-CP-MIN-CAT(WS-CP-IDX) TO WS-XR-D-MIN-CAT.
058800     IF WS-CP-NEVER-TAKEN(WS-CP-IDX)
058900         MOVE 'NEVER TAKEN' TO WS-XR-D-FINDING
059000     ELSE
059100         IF WS-CP-WITHDRAWN-ONLY(WS-CP-IDX)
059200             MOVE 'RESULT WITHDRAWN' TO WS-XR-D-FINDING
059300         ELSE
059400             STRING 'BEST RESULT ' DELIMITED BY SIZE
059500                 WS-CP-BEST-CAT(WS-CP-IDX) DELIMITED BY SIZE
059600                 ' BELOW MINIMUM' DELIMITED BY SIZE
059700                 INTO WS-XR-D-FINDING
059800         END-IF
059900     END-IF.
060000     MOVE WS-XR-DETAIL-LINE TO XR-RECORD.
060100     WRITE XR-RECORD.
060200 3300-EXIT.
060300     EXIT.
060400
060500 3400-PRINT-COURSE-HEADING.
060600     ADD 1 TO WS-COURSES-LISTED-COUNT.
060700     MOVE SPACES TO XR-RECORD.
060800     WRITE XR-RECORD.
060900     MOVE WS-CUR-COURSE TO WS-XR-C-COURSE.
061000     MOVE SPACES TO WS-XR-C-TITLE.
061100     PERFORM 1260-SCAN-ONE-COURSE THRU 1260-EXIT
061200         VARYING WS-CAT-IDX FROM 1 BY 1
061300         UNTIL WS-CAT-IDX > WS-CAT-COUNT
061400         OR WS-CAT-COURSE-CODE(WS-CAT-IDX) = WS-CUR-COURSE.
061500     IF WS-CAT-IDX NOT > WS-CAT-COUNT
061600         MOVE WS-CAT-TITLE(WS-CAT-IDX) TO WS-XR-C-TITLE
061700     END-IF.
061800     MOVE WS-XR-COURSE-LINE TO XR-RECORD.
061900     WRITE XR-RECORD.
062000     MOVE WS-XR-COLUMN-HDR TO XR-RECORD.
062100     WRITE XR-RECORD.
062200 3400-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 3500-RANK-CATEGORY - POSITION OF WS-RANK-CODE IN THE CATEGORY
062700* LIST, ZERO WHEN IT IS NOT ONE OF THE SIX
062800******************************************************************
062900 3500-RANK-CATEGORY.
063000     MOVE ZERO TO WS-RANK.
063100     PERFORM 3550-RANK-ONE-CATEGORY THRU 3550-EXIT
063200         VARYING WS-RANK-IDX FROM 1 BY 1
063300         UNTIL WS-RANK-IDX > 6.
063400 3500-EXIT.
063500     EXIT.
063600
063700 3550-RANK-ONE-CATEGORY.
063800     IF WS-CATEGORY-CODE(WS-RANK-IDX) = WS-RANK-CODE
063900         MOVE WS-RANK-IDX TO WS-RANK
064000     END-IF.
064100 3550-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500* 7000-SUMMARY - RUN TOTALS
064600******************************************************************
064700 7000-SUMMARY.
064800     MOVE SPACES TO XR-RECORD.
064900     WRITE XR-RECORD.
065000     MOVE 'PAIRS READ                   :' TO WS-XR-F-LABEL.
065100     MOVE WS-READ-COUNT TO WS-XR-F-VALUE.
065200     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
065300     MOVE 'PAIRS WITH PREREQUISITES     :' TO WS-XR-F-LABEL.
065400     MOVE WS-CHECKED-COUNT TO WS-XR-F-VALUE.
065500     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
065600     MOVE 'PAIRS WITH UNMET PREREQUISITE:' TO WS-XR-F-LABEL.
065700     MOVE WS-PAIR-EXCEPTION-COUNT TO WS-XR-F-VALUE.
065800     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
065900     MOVE 'UNMET PREREQUISITES LISTED   :' TO WS-XR-F-LABEL.
066000     MOVE WS-EXCEPTION-COUNT TO WS-XR-F-VALUE.
066100     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
066200     MOVE 'COURSES WITH EXCEPTIONS      :' TO WS-XR-F-LABEL.
066300     MOVE WS-COURSES-LISTED-COUNT TO WS-XR-F-VALUE.
066400     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
066500     DISPLAY 'PREREQCK PAIRS READ  : ' WS-READ-COUNT.
066600     DISPLAY 'PREREQCK CHECKED     : ' WS-CHECKED-COUNT.
066700     DISPLAY 'PREREQCK EXCEPTIONS  : ' WS-EXCEPTION-COUNT.
066800 7000-EXIT.
066900     EXIT.
067000
067100 7100-PRINT-FOOTER.
067200     MOVE WS-XR-FOOTER-LINE TO XR-RECORD.
067300     WRITE XR-RECORD.
067400 7100-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800* 9000-TERMINATE - CLOSE UP. EXCEPTIONS NEVER RAISE THE RETURN
067900* CODE.
068000******************************************************************
068100 9000-TERMINATE.
068200     IF WS-SOURCE-PLANNED
068300         CLOSE PLANNED-REG
068400     ELSE
068500         CLOSE STUDENT-GRADES
068600     END-IF.
068700     CLOSE HISTORY-MASTER EXCEPTION-RPT.
068800     MOVE ZERO TO RETURN-CODE.
068900 9000-EXIT.
069000     EXIT.
