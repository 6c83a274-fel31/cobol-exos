000100******************************************************************
000200* PROGRAM NAME:    SUBMTRK
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* NIGHTLY GRADE-SUBMISSION DEADLINE TRACKING. LOADS THE CURRENT
000800* TERM'S SECTIONS FROM THE SECTION MASTER (COPYBOOK SECTNREC) AND
000900* WORKS OUT, PER COURSE, THE FIRST DATE ITS GRADES ARRIVED: THE
001000* EARLIEST HM-POST-DATE ON THE HISTORY MASTER FOR THE CURRENT
001100* TERM, OR TONIGHT'S RUN DATE WHEN THE COURSE IS IN THE EDITED
001200* INPUT AND NOT YET POSTED. THE NIGHTLY INPUT CARRIES NO SECTION,
001300* SO A COURSE THAT HAS ARRIVED COUNTS AS SUBMITTED FOR EVERY ONE
001400* OF ITS SECTIONS. THE REPORT LISTS, BY INSTRUCTOR, EVERY
001500* SECTION WHOSE DUE DATE HAS COME WITH NOTHING RECEIVED AND
001600* EVERY SECTION RECEIVED AFTER ITS DUE DATE, WITH A PER-
001700* INSTRUCTOR COUNT OF SECTIONS, SUBMITTED, LATE, AND MISSING FOR
001800* THE TERM. A SECTION STILL MISSING AFTER ITS DUE DATE WRITES A
001900* JOBLOG 'W' WARNING, WHERE THE JOBLGRPT WEEKLY TREND RUN
002000* SURFACES IT. THE TERM IS THE FIRST TERM NOT YET CLOSED ON THE
002100* TERM CALENDAR (COPYBOOK TERMCAL) WHOSE START-TO-CLOSE DATES
002120* TAKE IN THE RUN DATE; A SECTION WITH NO DUE DATE OF ITS OWN IS
002140* DUE ON THAT TERM'S GRADE-SUBMISSION DEADLINE. WITH NO CALENDAR
002160* TERM THE RUN DATE'S YYYYMM IS USED AND A WARNING WRITTEN. THIS
002180* IS A REPORT STEP INSIDE THE NIGHTLY STREAM, SO IT ALWAYS ENDS
002200* RC=0 - A MISSING SECTION MASTER IS REPORTED AND WARNED, NOT
002300* FATAL.
002400*
002500* MAINTENANCE LOG
002600* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002700* ---------  ------------  ---------------------------------------
002800* 10/15/26   R.DELACROIX   INITIAL VERSION.
002820* 10/15/26   R.DELACROIX   A TRANSFER CREDIT (XFERPOST) POSTED IN
002840*                          THE TERM IS NOT A GRADE SUBMISSION AND
002860*                          NO LONGER COUNTS AS THE COURSE
002880*                          ARRIVING.
002883* 10/15/26   R.DELACROIX   THE TERM NOW COMES FROM THE TERM
002886*                          CALENDAR (TERMCAL) FOR THE RUN DATE IN
002889*                          PLACE OF TERMPARM, AND A SECTION WITH
002892*                          NO DUE DATE OF ITS OWN IS DUE ON THE
002895*                          TERM'S GRADE-SUBMISSION DEADLINE.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. SUBMTRK.
003200 AUTHOR. R.DELACROIX.
003300 INSTALLATION. COBOL DEVELOPMENT CENTER.
003400 DATE-WRITTEN. 10/15/26.
003500 DATE-COMPILED. 10/15/26.
003600 SECURITY. NON-CONFIDENTIAL.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SECTION-MASTER ASSIGN TO SECTMAST
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SECTMAST-STATUS.
004700     SELECT STUDENT-GRADES ASSIGN TO STUGRDIN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STUGRDIN-STATUS.
005000     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS HM-MASTER-KEY
005400         FILE STATUS IS WS-HISTMAST-STATUS.
005500     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TERMCAL-STATUS.
005800     SELECT JOB-LOG ASSIGN TO JOBLOG
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-JOBLOG-STATUS.
006100     SELECT SUBMIT-RPT ASSIGN TO SUBMRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SUBMRPT-STATUS.
006400******************************************************************
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  SECTION-MASTER
006800     RECORDING MODE IS F.
006900 01  SE-RECORD.
007000     COPY SECTNREC.
007100
007200 FD  STUDENT-GRADES
007300     RECORDING MODE IS F.
007400 01  SG-RECORD.
007500     COPY STUNOTE.
007600     COPY ASSESS.
007700     05  FILLER                PIC X(32).
007800
007900******************************************************************
008000* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
008100* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
008200* CONVENTION AS GRDPOST.
008300******************************************************************
008400 FD  HISTORY-MASTER
008500     RECORDING MODE IS F.
008600 01  HM-KEY-RECORD.
008700     05  HM-MASTER-KEY          PIC X(18).
008800     05  FILLER                 PIC X(24).
008900 01  HM-RECORD.
009000     COPY GRDHISTR.
009100
009200 FD  TERM-CALENDAR
009300     RECORDING MODE IS F.
009400 01  TC-RECORD.
009450     COPY TERMCAL.
009500
009600 FD  JOB-LOG
009700     RECORDING MODE IS F.
009800 01  JL-RECORD.
009900     COPY JOBLOG.
010000
010100 FD  SUBMIT-RPT
010200     RECORDING MODE IS F.
010300 01  SR-RECORD                  PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600******************************************************************
010700* FILE STATUS AND END-OF-FILE SWITCHES
010800******************************************************************
010900 77  WS-SECTMAST-STATUS         PIC X(02)     VALUE SPACES.
011000 77  WS-STUGRDIN-STATUS         PIC X(02)     VALUE SPACES.
011100 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
011200 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
011230 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
011260     88  WS-TERMCAL-EOF         VALUE 'Y'.
011300 77  WS-JOBLOG-STATUS           PIC X(02)     VALUE SPACES.
011400 77  WS-SUBMRPT-STATUS          PIC X(02)     VALUE SPACES.
011500 77  WS-SECT-EOF-SWITCH         PIC X(01)     VALUE 'N'.
011600     88  WS-SECT-EOF            VALUE 'Y'.
011700 77  WS-GRADES-EOF-SWITCH       PIC X(01)     VALUE 'N'.
011800     88  WS-GRADES-EOF          VALUE 'Y'.
011900 77  WS-MAST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
012000     88  WS-MAST-EOF            VALUE 'Y'.
012100 77  WS-FIRST-INSTR-SWITCH      PIC X(01)     VALUE 'Y'.
012200     88  WS-FIRST-INSTR         VALUE 'Y'.
012300******************************************************************
012400* CURRENT TERM AND ITS GRADE-SUBMISSION DEADLINE - FROM THE TERM
012450* CALENDAR, OR THE RUN DATE'S YYYYMM AND NO DEADLINE
012500******************************************************************
012600 01  WS-CURRENT-TERM            PIC X(06)     VALUE SPACES.
012650 01  WS-TERM-DEADLINE           PIC 9(08)     VALUE ZERO.
012700 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
012800******************************************************************
012900* SECTION TABLE - THE CURRENT TERM'S SECTIONS, INSERTED INTO
013000* INSTRUCTOR/COURSE/SECTION ORDER AS LOADED SO THE REPORT CAN
013100* BREAK ON INSTRUCTOR. OVERFLOW IS REPORTED AND THE REST OF THE
013200* SECTION MASTER IS NOT CHECKED.
013300******************************************************************
013400 01  WS-SECT-COUNT              PIC 9(03)     COMP    VALUE ZERO.
013500 01  WS-SECT-IDX                PIC 9(03)     COMP    VALUE ZERO.
013600 01  WS-INS-IDX                 PIC 9(03)     COMP    VALUE ZERO.
013700 01  WS-SHIFT-IDX               PIC 9(03)     COMP    VALUE ZERO.
013800 01  WS-SECT-KEY.
013900     05  WS-SK-INSTRUCTOR-ID    PIC X(08).
014000     05  WS-SK-COURSE-CODE      PIC X(04).
014100     05  WS-SK-SECTION          PIC X(03).
014200 01  WS-SECT-TABLE.
014300     05  WS-SECT-ENTRY OCCURS 500 TIMES.
014400         10  WS-ST-KEY.
014500             15  WS-ST-INSTRUCTOR-ID PIC X(08).
014600             15  WS-ST-COURSE-CODE   PIC X(04).
014700             15  WS-ST-SECTION       PIC X(03).
014800         10  WS-ST-INSTRUCTOR-NAME   PIC X(20).
014900         10  WS-ST-DUE-DATE          PIC 9(08).
015000******************************************************************
015100* COURSES RECEIVED THIS TERM WITH THE FIRST DATE EACH ARRIVED -
015200* FROM THE HISTORY MASTER (EARLIEST POST DATE) AND TONIGHT'S
015300* EDITED INPUT (THE RUN DATE)
015400******************************************************************
015500 01  WS-RECV-COUNT              PIC 9(03)     COMP    VALUE ZERO.
015600 01  WS-RECV-TABLE.
015700     05  WS-RECV-ENTRY OCCURS 500 TIMES
015800                       INDEXED BY WS-RECV-IDX.
015900         10  WS-RV-COURSE-CODE      PIC X(04).
016000         10  WS-RV-FIRST-DATE       PIC 9(08).
016100 01  WS-RECV-COURSE             PIC X(04)     VALUE SPACES.
016200 01  WS-RECV-DATE               PIC 9(08)     VALUE ZERO.
016300******************************************************************
016400* PER-INSTRUCTOR AND RUN COUNTERS
016500******************************************************************
016600 01  WS-PREV-INSTRUCTOR         PIC X(08)     VALUE SPACES.
016700 01  WS-PREV-INSTR-NAME         PIC X(20)     VALUE SPACES.
016800 01  WS-IN-SECTIONS             PIC 9(05)     COMP    VALUE ZERO.
016900 01  WS-IN-SUBMITTED            PIC 9(05)     COMP    VALUE ZERO.
017000 01  WS-IN-LATE                 PIC 9(05)     COMP    VALUE ZERO.
017100 01  WS-IN-MISSING              PIC 9(05)     COMP    VALUE ZERO.
017200 01  WS-TOT-SECTIONS            PIC 9(05)     COMP    VALUE ZERO.
017300 01  WS-TOT-SUBMITTED           PIC 9(05)     COMP    VALUE ZERO.
017400 01  WS-TOT-LATE                PIC 9(05)     COMP    VALUE ZERO.
017500 01  WS-TOT-MISSING             PIC 9(05)     COMP    VALUE ZERO.
017600 01  WS-TOT-OVERDUE             PIC 9(05)     COMP    VALUE ZERO.
017700 01  WS-TOT-NOT-DUE             PIC 9(05)     COMP    VALUE ZERO.
017800 01  WS-WARN-TEXT               PIC X(50)     VALUE SPACES.
017900 01  WS-WARN-LINE REDEFINES WS-WARN-TEXT.
018000     05  FILLER                 PIC X(08).
018100     05  WS-WL-COURSE           PIC X(04).
018200     05  WS-WL-DASH             PIC X(01).
018300     05  WS-WL-SECTION          PIC X(03).
018400     05  FILLER                 PIC X(05).
018500     05  WS-WL-DUE              PIC 9(08).
018600     05  FILLER                 PIC X(10).
018700     05  WS-WL-INSTRUCTOR       PIC X(08).
018800     05  FILLER                 PIC X(03).
018900******************************************************************
019000* SUBMISSION REPORT LINE LAYOUTS
019100******************************************************************
019200 01  WS-SR-HEADING-LINE.
019300     05  FILLER            PIC X(32)
019400         VALUE 'GRADE SUBMISSIONS - RUN DATE:   '.
019500     05  WS-SR-H-DATE      PIC 9(08).
019600     05  FILLER            PIC X(08) VALUE '  TERM: '.
019700     05  WS-SR-H-TERM      PIC X(06).
019800     05  FILLER            PIC X(26) VALUE SPACES.
019900
020000 01  WS-SR-INSTR-LINE.
020100     05  FILLER                PIC X(11) VALUE 'INSTRUCTOR '.
020200     05  WS-SR-I-ID            PIC X(08).
020300     05  FILLER                PIC X(01) VALUE SPACE.
020400     05  WS-SR-I-NAME          PIC X(20).
020500     05  FILLER                PIC X(40) VALUE SPACES.
020600
020700 01  WS-SR-DETAIL-LINE.
020800     05  FILLER                PIC X(04) VALUE SPACES.
020900     05  WS-SR-D-COURSE        PIC X(04).
021000     05  FILLER                PIC X(01) VALUE '-'.
021100     05  WS-SR-D-SECTION       PIC X(03).
021200     05  FILLER                PIC X(06) VALUE ' DUE: '.
021300     05  WS-SR-D-DUE           PIC 9(08).
021400     05  FILLER                PIC X(01) VALUE SPACE.
021500     05  WS-SR-D-TEXT          PIC X(30).
021600     05  WS-SR-D-RECEIVED      PIC X(08).
021700     05  FILLER                PIC X(15) VALUE SPACES.
021800
021900 01  WS-SR-TOTAL-LINE.
022000     05  FILLER                PIC X(04) VALUE SPACES.
022100     05  FILLER                PIC X(10) VALUE 'SECTIONS: '.
022200     05  WS-SR-T-SECTIONS      PIC ZZZ9.
022300     05  FILLER                PIC X(13) VALUE '  SUBMITTED: '.
022400     05  WS-SR-T-SUBMITTED     PIC ZZZ9.
022500     05  FILLER                PIC X(08) VALUE '  LATE: '.
022600     05  WS-SR-T-LATE          PIC ZZZ9.
022700     05  FILLER                PIC X(11) VALUE '  MISSING: '.
022800     05  WS-SR-T-MISSING       PIC ZZZ9.
022900     05  FILLER                PIC X(18) VALUE SPACES.
023000
023100 01  WS-SR-FOOTER-LINE.
023200     05  WS-SR-F-LABEL         PIC X(20).
023300     05  WS-SR-F-VALUE         PIC ZZZZZZ9.
023400     05  FILLER                PIC X(53) VALUE SPACES.
023500
023600******************************************************************
023700 PROCEDURE DIVISION.
023800******************************************************************
023900* 0000-MAINLINE - LOAD THE SECTIONS AND WHAT HAS ARRIVED, THEN
024000* REPORT BY INSTRUCTOR
024100******************************************************************
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024400     PERFORM 3000-CHECK-ONE-SECTION THRU 3000-EXIT
024500         VARYING WS-SECT-IDX FROM 1 BY 1
024600         UNTIL WS-SECT-IDX > WS-SECT-COUNT.
024700     IF NOT WS-FIRST-INSTR
024800         PERFORM 3500-INSTRUCTOR-TOTALS THRU 3500-EXIT
024900     END-IF.
025000     PERFORM 7000-SUMMARY THRU 7000-EXIT.
025100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025200     STOP RUN.
025300
025400******************************************************************
025500* 1000-INITIALIZE - RUN DATE, TERM, REPORT HEADING, THEN THE
025600* SECTION MASTER AND THE TWO SOURCES OF RECEIVED COURSES
025700******************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
026000     PERFORM 1100-LOAD-TERM THRU 1100-EXIT.
026100     OPEN OUTPUT SUBMIT-RPT.
026200     MOVE WS-RUN-DATE-YMD TO WS-SR-H-DATE.
026300     MOVE WS-CURRENT-TERM TO WS-SR-H-TERM.
026400     MOVE WS-SR-HEADING-LINE TO SR-RECORD.
026500     WRITE SR-RECORD.
026600     PERFORM 1200-LOAD-SECTIONS THRU 1200-EXIT.
026700     PERFORM 1400-LOAD-POSTED THRU 1400-EXIT.
026800     PERFORM 1500-LOAD-TONIGHT THRU 1500-EXIT.
026900 1000-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300* 1100-LOAD-TERM - THE FIRST TERM NOT YET CLOSED ON THE TERM
027400* CALENDAR WHOSE START-TO-CLOSE DATES TAKE IN THE RUN DATE - SAME
027420* RULE AS GRDPOST - AND ITS SUBMISSION DEADLINE. NO CALENDAR TERM
027440* FOR THE RUN DATE IS WARNED AND THE RUN DATE'S YYYYMM USED; THE
027460* POSTING STEPS ARE THE ONES THAT STOP ON IT.
027500******************************************************************
027600 1100-LOAD-TERM.
027700     MOVE SPACES TO WS-CURRENT-TERM.
027800     OPEN INPUT TERM-CALENDAR.
027900     IF WS-TERMCAL-STATUS = '00'
028000         PERFORM 1110-READ-ONE-TERM THRU 1110-EXIT
028100             UNTIL WS-TERMCAL-EOF
028200             OR WS-CURRENT-TERM NOT = SPACES
028300         CLOSE TERM-CALENDAR
028400     END-IF.
028500     IF WS-CURRENT-TERM NOT = SPACES
028600         GO TO 1100-EXIT
028700     END-IF.
028800     MOVE WS-RUN-DATE-YMD(1:6) TO WS-CURRENT-TERM.
028900     MOVE 'NO OPEN CALENDAR TERM FOR RUN DATE - YYYYMM USED'
029000         TO WS-WARN-TEXT.
029050     PERFORM 6000-WRITE-JOBLOG-WARNING THRU 6000-EXIT.
029100 1100-EXIT.
029200     EXIT.
029210
029220 1110-READ-ONE-TERM.
029230     READ TERM-CALENDAR
029240         AT END
029250             SET WS-TERMCAL-EOF TO TRUE
029260             GO TO 1110-EXIT
029270     END-READ.
029280     IF TC-START-DATE > WS-RUN-DATE-YMD
029290         OR TC-CLOSE-DATE < WS-RUN-DATE-YMD
029300         OR TC-CLOSED
029310         GO TO 1110-EXIT
029320     END-IF.
029330     MOVE TC-TERM-CODE TO WS-CURRENT-TERM.
029340     MOVE TC-SUBMIT-DEADLINE TO WS-TERM-DEADLINE.
029350 1110-EXIT.
029360     EXIT.
029370
029400******************************************************************
029500* 1200-LOAD-SECTIONS - THE CURRENT TERM'S SECTIONS INTO THE
029600* TABLE IN INSTRUCTOR/COURSE/SECTION ORDER. NO SECTION MASTER
029700* MEANS NOTHING CAN BE CHECKED - WARNED, NOT FATAL.
029800******************************************************************
029900 1200-LOAD-SECTIONS.
030000     OPEN INPUT SECTION-MASTER.
030100     IF WS-SECTMAST-STATUS NOT = '00'
030200         MOVE 'SECTION MASTER NOT FOUND - SUBMISSIONS NOT CHECKED'
030300             TO WS-WARN-TEXT
030400         PERFORM 6000-WRITE-JOBLOG-WARNING THRU 6000-EXIT
030500         GO TO 1200-EXIT
030600     END-IF.
030700     PERFORM 1210-LOAD-ONE-SECTION THRU 1210-EXIT
030800         UNTIL WS-SECT-EOF.
030900     CLOSE SECTION-MASTER.
031000 1200-EXIT.
031100     EXIT.
031200
031300 1210-LOAD-ONE-SECTION.
031400     READ SECTION-MASTER
031500         AT END
031600             SET WS-SECT-EOF TO TRUE
031700             GO TO 1210-EXIT
031800     END-READ.
031900     IF SE-TERM NOT = WS-CURRENT-TERM
032000         GO TO 1210-EXIT
032100     END-IF.
032200     IF SE-DUE-DATE IS NOT NUMERIC
032300         OR SE-DUE-DATE = ZERO
032310         IF WS-TERM-DEADLINE NOT = ZERO
032320             MOVE WS-TERM-DEADLINE TO SE-DUE-DATE
032330         ELSE
032400             DISPLAY 'SUBMTRK - SECTION ' SE-COURSE-CODE '-'
032500                 SE-SECTION ' HAS NO VALID DUE DATE, NOT CHECKED'
032600             GO TO 1210-EXIT
032650         END-IF
032700     END-IF.
032800     IF WS-SECT-COUNT = 500
032900         DISPLAY 'SUBMTRK - MORE THAN 500 SECTIONS THIS TERM, '
033000             'THE REST ARE NOT CHECKED'
033100         SET WS-SECT-EOF TO TRUE
033200         GO TO 1210-EXIT
033300     END-IF.
033400     MOVE SE-INSTRUCTOR-ID TO WS-SK-INSTRUCTOR-ID.
033500     MOVE SE-COURSE-CODE TO WS-SK-COURSE-CODE.
033600     MOVE SE-SECTION TO WS-SK-SECTION.
033700     PERFORM 1250-FIND-INSERT-POINT THRU 1250-EXIT.
033800     PERFORM 1260-SHIFT-ONE-ENTRY THRU 1260-EXIT
033900         VARYING WS-SHIFT-IDX FROM WS-SECT-COUNT BY -1
034000         UNTIL WS-SHIFT-IDX < WS-INS-IDX.
034100     ADD 1 TO WS-SECT-COUNT.
034200     MOVE WS-SECT-KEY TO WS-ST-KEY(WS-INS-IDX).
034300     MOVE SE-INSTRUCTOR-NAME TO WS-ST-INSTRUCTOR-NAME(WS-INS-IDX).
034400     MOVE SE-DUE-DATE TO WS-ST-DUE-DATE(WS-INS-IDX).
034500 1210-EXIT.
034600     EXIT.
034700
034800 1250-FIND-INSERT-POINT.
034900     PERFORM 1255-SCAN-ONE-SLOT THRU 1255-EXIT
035000         VARYING WS-INS-IDX FROM 1 BY 1
035100         UNTIL WS-INS-IDX > WS-SECT-COUNT
035200         OR WS-ST-KEY(WS-INS-IDX) > WS-SECT-KEY.
035300 1250-EXIT.
035400     EXIT.
035500
035600 1255-SCAN-ONE-SLOT.
035700 1255-EXIT.
035800     EXIT.
035900
036000 1260-SHIFT-ONE-ENTRY.
036100     MOVE WS-SECT-ENTRY(WS-SHIFT-IDX)
036200         TO WS-SECT-ENTRY(WS-SHIFT-IDX + 1).
036300 1260-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700* 1400-LOAD-POSTED - EVERY CURRENT-TERM RESULT ALREADY ON THE
036800* HISTORY MASTER MARKS ITS COURSE RECEIVED AS OF ITS POST DATE.
036900* NO MASTER (A NEW INSTALLATION) LEAVES ONLY TONIGHT'S INPUT.
037000******************************************************************
037100 1400-LOAD-POSTED.
037200     IF WS-SECT-COUNT = ZERO
037300         GO TO 1400-EXIT
037400     END-IF.
037500     OPEN INPUT HISTORY-MASTER.
037600     IF WS-HISTMAST-STATUS NOT = '00'
037700         GO TO 1400-EXIT
037800     END-IF.
037900     PERFORM 1410-READ-ONE-POSTED THRU 1410-EXIT
038000         UNTIL WS-MAST-EOF.
038100     CLOSE HISTORY-MASTER.
038200 1400-EXIT.
038300     EXIT.
038400
038500 1410-READ-ONE-POSTED.
038600     READ HISTORY-MASTER NEXT RECORD
038700         AT END
038800             SET WS-MAST-EOF TO TRUE
038900             GO TO 1410-EXIT
039000     END-READ.
039100     IF HM-TERM NOT = WS-CURRENT-TERM
039200         GO TO 1410-EXIT
039300     END-IF.
039320     IF HM-TRANSFER-CREDIT
039340         GO TO 1410-EXIT
039360     END-IF.
039400     MOVE HM-COURSE-CODE TO WS-RECV-COURSE.
039500     MOVE HM-POST-DATE TO WS-RECV-DATE.
039600     PERFORM 1600-NOTE-RECEIVED THRU 1600-EXIT.
039700 1410-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 1500-LOAD-TONIGHT - EVERY COURSE IN TONIGHT'S EDITED INPUT IS
040200* RECEIVED AS OF THE RUN DATE (THE TRAILER IS PASSED OVER)
040300******************************************************************
040400 1500-LOAD-TONIGHT.
040500     IF WS-SECT-COUNT = ZERO
040600         GO TO 1500-EXIT
040700     END-IF.
040800     OPEN INPUT STUDENT-GRADES.
040900     IF WS-STUGRDIN-STATUS NOT = '00'
041000         GO TO 1500-EXIT
041100     END-IF.
041200     PERFORM 1510-READ-ONE-GRADE THRU 1510-EXIT
041300         UNTIL WS-GRADES-EOF.
041400     CLOSE STUDENT-GRADES.
041500 1500-EXIT.
041600     EXIT.
041700
041800 1510-READ-ONE-GRADE.
041900     READ STUDENT-GRADES
042000         AT END
042100             SET WS-GRADES-EOF TO TRUE
042200             GO TO 1510-EXIT
042300     END-READ.
042400     IF SN-STUDENT-ID = '999999'
042500         GO TO 1510-EXIT
042600     END-IF.
042700     MOVE SN-COURSE-CODE TO WS-RECV-COURSE.
042800     MOVE WS-RUN-DATE-YMD TO WS-RECV-DATE.
042900     PERFORM 1600-NOTE-RECEIVED THRU 1600-EXIT.
043000 1510-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400* 1600-NOTE-RECEIVED - ADD WS-RECV-COURSE TO THE RECEIVED TABLE
043500* OR KEEP THE EARLIER OF ITS TWO DATES. OVERFLOW STOPS ADDING -
043600* A COURSE NOT HELD THEN SHOWS AS MISSING, WHICH IS REPORTED.
043700******************************************************************
043800 1600-NOTE-RECEIVED.
043900     PERFORM 1650-SCAN-ONE-RECEIVED THRU 1650-EXIT
044000         VARYING WS-RECV-IDX FROM 1 BY 1
044100         UNTIL WS-RECV-IDX > WS-RECV-COUNT
044200         OR WS-RV-COURSE-CODE(WS-RECV-IDX) = WS-RECV-COURSE.
044300     IF WS-RECV-IDX NOT > WS-RECV-COUNT
044400         IF WS-RECV-DATE < WS-RV-FIRST-DATE(WS-RECV-IDX)
044500             MOVE WS-RECV-DATE TO WS-RV-FIRST-DATE(WS-RECV-IDX)
044600         END-IF
044700         GO TO 1600-EXIT
044800     END-IF.
044900     IF WS-RECV-COUNT = 500
045000         DISPLAY 'SUBMTRK - MORE THAN 500 COURSES RECEIVED, '
045100             WS-RECV-COURSE ' NOT HELD'
045200         GO TO 1600-EXIT
045300     END-IF.
045400     ADD 1 TO WS-RECV-COUNT.
045500     SET WS-RECV-IDX TO WS-RECV-COUNT.
045600     MOVE WS-RECV-COURSE TO WS-RV-COURSE-CODE(WS-RECV-IDX).
045700     MOVE WS-RECV-DATE TO WS-RV-FIRST-DATE(WS-RECV-IDX).
045800 1600-EXIT.
045900     EXIT.
046000
046100 1650-SCAN-ONE-RECEIVED.
046200 1650-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600* 3000-CHECK-ONE-SECTION - BREAK ON INSTRUCTOR, THEN CLASSIFY
046700* THE SECTION: RECEIVED ON TIME, RECEIVED LATE, MISSING (DUE
046800* TODAY OR OVERDUE), OR NOT YET DUE
046900******************************************************************
047000 3000-CHECK-ONE-SECTION.
047100     IF WS-FIRST-INSTR
047200         OR WS-ST-INSTRUCTOR-ID(WS-SECT-IDX)
047300             NOT = WS-PREV-INSTRUCTOR
047400         IF NOT WS-FIRST-INSTR
047500             PERFORM 3500-INSTRUCTOR-TOTALS THRU 3500-EXIT
047600         END-IF
047700         PERFORM 3400-INSTRUCTOR-HEADING THRU 3400-EXIT
047800     END-IF.
047900     ADD 1 TO WS-IN-SECTIONS.
048000     MOVE WS-ST-COURSE-CODE(WS-SECT-IDX) TO WS-RECV-COURSE.
048100     PERFORM 1650-SCAN-ONE-RECEIVED THRU 1650-EXIT
048200         VARYING WS-RECV-IDX FROM 1 BY 1
048300         UNTIL WS-RECV-IDX > WS-RECV-COUNT
048400         OR WS-RV-COURSE-CODE(WS-RECV-IDX) = WS-RECV-COURSE.
048500     MOVE SPACES TO WS-SR-D-TEXT.
048600     MOVE SPACES TO WS-SR-D-RECEIVED.
048700     IF WS-RECV-IDX NOT > WS-RECV-COUNT
048800         ADD 1 TO WS-IN-SUBMITTED
048900         IF WS-RV-FIRST-DATE(WS-RECV-IDX)
049000             > WS-ST-DUE-DATE(WS-SECT-IDX)
049100             ADD 1 TO WS-IN-LATE
049200             MOVE 'SUBMITTED LATE, RECEIVED' TO WS-SR-D-TEXT
049300             MOVE WS-RV-FIRST-DATE(WS-RECV-IDX)
049400                 TO WS-SR-D-RECEIVED
049500             PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
049600         END-IF
049700         GO TO 3000-EXIT
049800     END-IF.
049900     IF WS-ST-DUE-DATE(WS-SECT-IDX) > WS-RUN-DATE-YMD
050000         ADD 1 TO WS-TOT-NOT-DUE
050100         GO TO 3000-EXIT
050200     END-IF.
050300     ADD 1 TO WS-IN-MISSING.
050400     IF WS-ST-DUE-DATE(WS-SECT-IDX) = WS-RUN-DATE-YMD
050500         MOVE 'MISSING - DUE TONIGHT' TO WS-SR-D-TEXT
050600         PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
050700         GO TO 3000-EXIT
050800     END-IF.
050900     ADD 1 TO WS-TOT-OVERDUE.
051000     MOVE 'MISSING - OVERDUE' TO WS-SR-D-TEXT.
051100     PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT.
051200     MOVE SPACES TO WS-WARN-TEXT.
051300     MOVE 'SECTION ' TO WS-WARN-TEXT(1:8).
051400     MOVE WS-ST-COURSE-CODE(WS-SECT-IDX) TO WS-WL-COURSE.
051500     MOVE '-' TO WS-WL-DASH.
051600     MOVE WS-ST-SECTION(WS-SECT-IDX) TO WS-WL-SECTION.
051700     MOVE ' DUE ' TO WS-WARN-TEXT(17:5).
051800     MOVE WS-ST-DUE-DATE(WS-SECT-IDX) TO WS-WL-DUE.
051900     MOVE ' MISSING, ' TO WS-WARN-TEXT(30:10).
052000     MOVE WS-ST-INSTRUCTOR-ID(WS-SECT-IDX) TO WS-WL-INSTRUCTOR.
052100     PERFORM 6000-WRITE-JOBLOG-WARNING THRU 6000-EXIT.
052200 3000-EXIT.
052300     EXIT.
052400
052500 3300-WRITE-DETAIL.
052600     MOVE WS-ST-COURSE-CODE(WS-SECT-IDX) TO WS-SR-D-COURSE.
052700     MOVE WS-ST-SECTION(WS-SECT-IDX) TO WS-SR-D-SECTION.
052800     MOVE WS-ST-DUE-DATE(WS-SECT-IDX) TO WS-SR-D-DUE.
052900     MOVE WS-SR-DETAIL-LINE TO SR-RECORD.
053000     WRITE SR-RECORD.
053100 3300-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500* 3400/3500 - INSTRUCTOR HEADING AND THE INSTRUCTOR'S TOTALS FOR
053600* THE TERM
053700******************************************************************
053800 3400-INSTRUCTOR-HEADING.
053900     MOVE 'N' TO WS-FIRST-INSTR-SWITCH.
054000     MOVE WS-ST-INSTRUCTOR-ID(WS-SECT-IDX) TO WS-PREV-INSTRUCTOR.
054100     MOVE WS-ST-INSTRUCTOR-NAME(WS-SECT-IDX)
054200         TO WS-PREV-INSTR-NAME.
054300     MOVE ZERO TO WS-IN-SECTIONS WS-IN-SUBMITTED
054400         WS-IN-LATE WS-IN-MISSING.
054500     MOVE SPACES TO SR-RECORD.
054600     WRITE SR-RECORD.
054700     MOVE WS-PREV-INSTRUCTOR TO WS-SR-I-ID.
054800     MOVE WS-PREV-INSTR-NAME TO WS-SR-I-NAME.
054900     MOVE WS-SR-INSTR-LINE TO SR-RECORD.
055000     WRITE SR-RECORD.
055100 3400-EXIT.
055200     EXIT.
055300
055400 3500-INSTRUCTOR-TOTALS.
055500     MOVE WS-IN-SECTIONS TO WS-SR-T-SECTIONS.
055600     MOVE WS-IN-SUBMITTED TO WS-SR-T-SUBMITTED.
055700     MOVE WS-IN-LATE TO WS-SR-T-LATE.
055800     MOVE WS-IN-MISSING TO WS-SR-T-MISSING.
055900     MOVE WS-SR-TOTAL-LINE TO SR-RECORD.
056000     WRITE SR-RECORD.
056100     ADD WS-IN-SECTIONS TO WS-TOT-SECTIONS.
056200     ADD WS-IN-SUBMITTED TO WS-TOT-SUBMITTED.
056300     ADD WS-IN-LATE TO WS-TOT-LATE.
056400     ADD WS-IN-MISSING TO WS-TOT-MISSING.
056500 3500-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900* 6000-WRITE-JOBLOG-WARNING - ONE 'W' RECORD ON THE SHARED
057000* JOBLOG, WHERE THE JOBLGRPT WEEKLY TREND RUN SURFACES IT
057100******************************************************************
057200 6000-WRITE-JOBLOG-WARNING.
057300     MOVE SPACES TO JL-RECORD.
057400     MOVE 'W' TO JL-RECORD-TYPE.
057500     MOVE WS-RUN-DATE-YMD TO JL-RUN-DATE.
057600     ACCEPT JL-RUN-TIME FROM TIME.
057700     MOVE WS-WARN-TEXT TO JL-DETAIL.
057800     OPEN EXTEND JOB-LOG.
057900     IF WS-JOBLOG-STATUS = '35'
058000         OPEN OUTPUT JOB-LOG
058100     END-IF.
058200     WRITE JL-RECORD.
058300     CLOSE JOB-LOG.
058400     DISPLAY 'SUBMTRK WARNING - ' WS-WARN-TEXT.
058500 6000-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900* 7000-SUMMARY - TERM TOTALS. A REPORT STEP - ALWAYS RC=0.
059000******************************************************************
059100 7000-SUMMARY.
059200     MOVE SPACES TO SR-RECORD.
059300     WRITE SR-RECORD.
059400     MOVE SPACES TO WS-SR-FOOTER-LINE.
059500     MOVE 'SECTIONS THIS TERM :' TO WS-SR-F-LABEL.
059600     MOVE WS-TOT-SECTIONS TO WS-SR-F-VALUE.
059700     MOVE WS-SR-FOOTER-LINE TO SR-RECORD.
059800     WRITE SR-RECORD.
059900     MOVE 'SUBMITTED          :' TO WS-SR-F-LABEL.
060000     MOVE WS-TOT-SUBMITTED TO WS-SR-F-VALUE.
060100     MOVE WS-SR-FOOTER-LINE TO SR-RECORD.
060200     WRITE SR-RECORD.
060300     MOVE 'SUBMITTED LATE     :' TO WS-SR-F-LABEL.
060400     MOVE WS-TOT-LATE TO WS-SR-F-VALUE.
060500     MOVE WS-SR-FOOTER-LINE TO SR-RECORD.
060600     WRITE SR-RECORD.
060700     MOVE 'MISSING            :' TO WS-SR-F-LABEL.
060800     MOVE WS-TOT-MISSING TO WS-SR-F-VALUE.
060900     MOVE WS-SR-FOOTER-LINE TO SR-RECORD.
061000     WRITE SR-RECORD.
061100     MOVE 'OF WHICH OVERDUE   :' TO WS-SR-F-LABEL.
061200     MOVE WS-TOT-OVERDUE TO WS-SR-F-VALUE.
061300     MOVE WS-SR-FOOTER-LINE TO SR-RECORD.
061400     WRITE SR-RECORD.
061500     MOVE 'NOT YET DUE        :' TO WS-SR-F-LABEL.
061600     MOVE WS-TOT-NOT-DUE TO WS-SR-F-VALUE.
061700     MOVE WS-SR-FOOTER-LINE TO SR-RECORD.
061800     WRITE SR-RECORD.
061900     DISPLAY 'SUBMTRK SECTIONS    : ' WS-TOT-SECTIONS.
062000     DISPLAY 'SUBMTRK SUBMITTED   : ' WS-TOT-SUBMITTED.
062100     DISPLAY 'SUBMTRK LATE        : ' WS-TOT-LATE.
062200     DISPLAY 'SUBMTRK MISSING     : ' WS-TOT-MISSING.
062300     DISPLAY 'SUBMTRK OVERDUE     : ' WS-TOT-OVERDUE.
062400     MOVE ZERO TO RETURN-CODE.
062500 7000-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900* 9000-TERMINATE - CLOSE UP
063000******************************************************************
063100 9000-TERMINATE.
063200     CLOSE SUBMIT-RPT.
063300 9000-EXIT.
063400     EXIT.
