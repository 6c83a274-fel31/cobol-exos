000100******************************************************************
000200* PROGRAM NAME:    APPLAGE
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* WEEKLY GRADE-APPEAL AGING REPORT. READS THE CURRENT GENERATION
000800* OF THE APPEAL CASE FILE (COPYBOOK APPEALRC, MAINTAINED BY
000900* APPLMNT) AND, FOR EVERY CASE STILL OPEN OR UNDER REVIEW,
001000* WORKS OUT ITS AGE IN CALENDAR DAYS FROM THE DATE IT WAS
001100* OPENED TO THE RUN DATE. EACH CASE IS LISTED WITH ITS AGE AND
001200* COUNTED INTO ONE OF FIVE AGE BANDS (0-7, 8-14, 15-30, 31-60,
001300* OVER 60 DAYS) BY STATUS. A CASE OLDER THAN THE RESPONSE
001400* DEADLINE (APPLPARM, DAYS, SHOP DEFAULT 30) IS FLAGGED ON THE
001500* REPORT AND WRITES A JOBLOG 'W' WARNING, WHERE THE JOBLGRPT
001600* WEEKLY TREND RUN SURFACES IT. DECIDED CASES ARE NOT LISTED.
001700* ENDS WITH RC=4 WHEN ANY CASE IS PAST THE DEADLINE.
001800*
001900* MAINTENANCE LOG
002000* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002100* ---------  ------------  ---------------------------------------
002200* 10/15/26   R.DELACROIX   INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. APPLAGE.
002600 AUTHOR. R.DELACROIX.
002700 INSTALLATION. COBOL DEVELOPMENT CENTER.
002800 DATE-WRITTEN. 10/15/26.
002900 DATE-COMPILED. 10/15/26.
003000 SECURITY. NON-CONFIDENTIAL.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT APPEAL-FILE ASSIGN TO APPEAL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-APPEAL-STATUS.
004100     SELECT APPL-PARM ASSIGN TO APPLPARM
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-APPLPARM-STATUS.
004400     SELECT JOB-LOG ASSIGN TO JOBLOG
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-JOBLOG-STATUS.
004700     SELECT AGE-RPT ASSIGN TO AGERPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AGERPT-STATUS.
005000******************************************************************
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  APPEAL-FILE
005400     RECORDING MODE IS F.
005500 01  GA-RECORD.
005600     COPY APPEALRC.
005700
005800 FD  APPL-PARM
005900     RECORDING MODE IS F.
006000 01  PA-RECORD                  PIC X(03).
006100
006200 FD  JOB-LOG
006300     RECORDING MODE IS F.
006400 01  JL-RECORD.
006500     COPY JOBLOG.
006600
006700 FD  AGE-RPT
006800     RECORDING MODE IS F.
006900 01  AR-RECORD                  PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200******************************************************************
007300* FILE STATUS AND END-OF-FILE SWITCHES
007400******************************************************************
007500 77  WS-APPEAL-STATUS           PIC X(02)     VALUE SPACES.
007600 77  WS-APPLPARM-STATUS         PIC X(02)     VALUE SPACES.
007700 77  WS-JOBLOG-STATUS           PIC X(02)     VALUE SPACES.
007800 77  WS-AGERPT-STATUS           PIC X(02)     VALUE SPACES.
007900 77  WS-APPEAL-EOF-SWITCH       PIC X(01)     VALUE 'N'.
008000     88  WS-APPEAL-EOF          VALUE 'Y'.
008100******************************************************************
008200* RESPONSE DEADLINE IN DAYS - FROM APPLPARM, SHOP DEFAULT 30
008300******************************************************************
008400 01  WS-DEADLINE-DAYS           PIC 9(03)             VALUE 030.
008500******************************************************************
008600* AGE-BAND COUNTS - ROW 1 = OPENED, ROW 2 = UNDER REVIEW; THE
008700* BAND UPPER LIMITS ARE IN WS-BAND-LIMITS (THE LAST BAND IS
008800* OPEN-ENDED)
008900******************************************************************
009000 01  WS-BAND-LIMIT-VALUES.
009100     05  FILLER                 PIC X(15)
009200                                VALUE '007014030060999'.
009300 01  WS-BAND-LIMITS REDEFINES WS-BAND-LIMIT-VALUES.
009400     05  WS-BAND-LIMIT          PIC 9(03) OCCURS 5 TIMES.
009500 01  WS-BAND-LABEL-VALUES.
009600     05  FILLER                 PIC X(10)     VALUE '0-7 DAYS'.
009700     05  FILLER                 PIC X(10)     VALUE '8-14 DAYS'.
009800     05  FILLER                 PIC X(10)     VALUE '15-30 DAYS'.
009900     05  FILLER                 PIC X(10)     VALUE '31-60 DAYS'.
010000     05  FILLER                 PIC X(10)     VALUE 'OVER 60'.
010100 01  WS-BAND-LABELS REDEFINES WS-BAND-LABEL-VALUES.
010200     05  WS-BAND-LABEL          PIC X(10) OCCURS 5 TIMES.
010300 01  WS-BAND-TABLE.
010400     05  WS-BAND-ROW OCCURS 2 TIMES.
010500         10  WS-BAND-COUNT      PIC 9(05) COMP OCCURS 5 TIMES.
010600 01  WS-BAND-IDX                PIC 9(02)     COMP    VALUE ZERO.
010700 01  WS-ROW-IDX                 PIC 9(02)     COMP    VALUE ZERO.
010800******************************************************************
010900* DAY-NUMBER WORK - A DATE CONVERTED TO A RUNNING DAY COUNT SO
011000* TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.
011100* WS-DN-CUM-DAYS IS THE DAYS BEFORE THE FIRST OF EACH MONTH IN
011200* A COMMON YEAR.
011300******************************************************************
011400 01  WS-DN-DATE                 PIC 9(08)             VALUE ZERO.
011500 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
011600     05  WS-DN-YYYY             PIC 9(04).
011700     05  WS-DN-MM               PIC 9(02).
011800     05  WS-DN-DD               PIC 9(02).
011900 01  WS-DN-DAYS                 PIC 9(07)     COMP    VALUE ZERO.
012000 01  WS-DN-YEARS                PIC 9(04)     COMP    VALUE ZERO.
012100 01  WS-DN-QUOT                 PIC 9(04)     COMP    VALUE ZERO.
012200 01  WS-DN-REM-4                PIC 9(04)     COMP    VALUE ZERO.
012300 01  WS-DN-REM-100              PIC 9(04)     COMP    VALUE ZERO.
012400 01  WS-DN-REM-400              PIC 9(04)     COMP    VALUE ZERO.
012500 01  WS-DN-CUM-VALUES.
012600     05  FILLER                 PIC X(36)
012700         VALUE '000031059090120151181212243273304334'.
012800 01  WS-DN-CUM-TABLE REDEFINES WS-DN-CUM-VALUES.
012900     05  WS-DN-CUM-DAYS         PIC 9(03) OCCURS 12 TIMES.
013000 01  WS-RUN-DAY-NUMBER          PIC 9(07)     COMP    VALUE ZERO.
013100 01  WS-CASE-AGE                PIC 9(05)     COMP    VALUE ZERO.
013200******************************************************************
013300* RUN COUNTERS AND WORK FIELDS
013400******************************************************************
013500 01  WS-READ-COUNT              PIC 9(05)     COMP    VALUE ZERO.
013600 01  WS-ACTIVE-COUNT            PIC 9(05)     COMP    VALUE ZERO.
013700 01  WS-OVERDUE-COUNT           PIC 9(05)     COMP    VALUE ZERO.
013800 01  WS-RUN-DATE-YMD            PIC 9(08)             VALUE ZERO.
013900 01  WS-WARN-TEXT.
014000     05  FILLER                 PIC X(07)     VALUE 'APPEAL '.
014100     05  WS-WT-STUDENT-ID       PIC X(06).
014200     05  FILLER                 PIC X(01)     VALUE SPACE.
014300     05  WS-WT-COURSE           PIC X(04).
014400     05  FILLER                 PIC X(01)     VALUE SPACE.
014500     05  WS-WT-TERM             PIC X(06).
014600     05  FILLER                 PIC X(06)     VALUE ' OPEN '.
014700     05  WS-WT-AGE              PIC ZZZZ9.
014800     05  FILLER                 PIC X(14)
014900                                VALUE ' DAYS, OVERDUE'.
015000******************************************************************
015100* AGING REPORT LINE LAYOUTS
015200******************************************************************
015300 01  WS-AR-HEADING-LINE.
015400     05  FILLER            PIC X(36)
015500         VALUE 'GRADE APPEAL AGING - RUN DATE:      '.
015600     05  WS-AR-H-DATE      PIC 9(08).
015700     05  FILLER            PIC X(16) VALUE '  DEADLINE DAYS:'.
015800     05  WS-AR-H-DEADLINE  PIC ZZ9.
015900     05  FILLER            PIC X(17) VALUE SPACES.
016000
016100 01  WS-AR-COLUMN-LINE.
016200     05  FILLER            PIC X(40)
016300         VALUE 'STUDNT CRSE TERM   S OPENED   REVIEWER  '.
016400     05  FILLER            PIC X(40)
016500         VALUE ' AGE NOTE LT'.
016600
016700 01  WS-AR-DETAIL-LINE.
016800     05  WS-AR-D-STUDENT-ID    PIC X(06).
016900     05  FILLER                PIC X(01) VALUE SPACE.
017000     05  WS-AR-D-COURSE        PIC X(04).
017100     05  FILLER                PIC X(01) VALUE SPACE.
017200     05  WS-AR-D-TERM          PIC X(06).
017300     05  FILLER                PIC X(01) VALUE SPACE.
017400     05  WS-AR-D-STATUS        PIC X(01).
017500     05  FILLER                PIC X(01) VALUE SPACE.
017600     05  WS-AR-D-OPENED        PIC 9(08).
017700     05  FILLER                PIC X(01) VALUE SPACE.
017800     05  WS-AR-D-REVIEWER      PIC X(08).
017900     05  FILLER                PIC X(01) VALUE SPACE.
018000     05  WS-AR-D-AGE           PIC ZZZZ9.
018100     05  FILLER                PIC X(01) VALUE SPACE.
018200     05  WS-AR-D-NOTE          PIC 9(02).
018300     05  FILLER                PIC X(03) VALUE SPACE.
018400     05  WS-AR-D-LETTER        PIC X(02).
018500     05  FILLER                PIC X(01) VALUE SPACE.
018600     05  WS-AR-D-TEXT          PIC X(17).
018700     05  FILLER                PIC X(09) VALUE SPACES.
018800
018900 01  WS-AR-BAND-HEAD-LINE.
019000     05  FILLER            PIC X(40)
019100         VALUE 'AGE BAND      OPENED  REVIEW   TOTAL    '.
019200     05  FILLER            PIC X(40) VALUE SPACES.
019300
019400 01  WS-AR-BAND-LINE.
019500     05  WS-AR-B-LABEL         PIC X(10).
019600     05  FILLER                PIC X(02) VALUE SPACES.
019700     05  WS-AR-B-OPENED        PIC ZZZZZZ9.
019800     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  WS-AR-B-REVIEW        PIC ZZZZZZ9.
020000     05  FILLER                PIC X(01) VALUE SPACE.
020100     05  WS-AR-B-TOTAL         PIC ZZZZZZ9.
020200     05  FILLER                PIC X(45) VALUE SPACES.
020300
020400 01  WS-AR-FOOTER-LINE.
020500     05  WS-AR-F-LABEL         PIC X(20).
020600     05  WS-AR-F-VALUE         PIC ZZZZZZ9.
020700     05  FILLER                PIC X(53) VALUE SPACES.
020800
020900******************************************************************
021000 PROCEDURE DIVISION.
021100******************************************************************
021200* 0000-MAINLINE - AGE EVERY CASE STILL OPEN, THEN PRINT THE BANDS
021300******************************************************************
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     PERFORM 2000-AGE-ONE-CASE THRU 2000-EXIT
021700         UNTIL WS-APPEAL-EOF.
021800     PERFORM 7000-SUMMARY THRU 7000-EXIT.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022000     STOP RUN.
022100
022200******************************************************************
022300* 1000-INITIALIZE - RUN DATE AND ITS DAY NUMBER, THE DEADLINE,
022400* THE CASE FILE (MISSING IS A HARD STOP - THE GENERATION IS
022500* SEEDED BEFORE THE FIRST APPLMNT RUN), THE REPORT HEADINGS
022600******************************************************************
022700 1000-INITIALIZE.
022800     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
022900     MOVE WS-RUN-DATE-YMD TO WS-DN-DATE.
023000     PERFORM 8000-DAY-NUMBER THRU 8000-EXIT.
023100     MOVE WS-DN-DAYS TO WS-RUN-DAY-NUMBER.
023200     INITIALIZE WS-BAND-TABLE.
023300     PERFORM 1100-LOAD-DEADLINE THRU 1100-EXIT.
023400     OPEN INPUT APPEAL-FILE.
023500     IF WS-APPEAL-STATUS NOT = '00'
023600         DISPLAY 'APPLAGE - APPEAL CASE FILE NOT FOUND, '
023700             'RUN STOPPED'
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100     OPEN OUTPUT AGE-RPT.
024200     MOVE WS-RUN-DATE-YMD TO WS-AR-H-DATE.
024300     MOVE WS-DEADLINE-DAYS TO WS-AR-H-DEADLINE.
024400     MOVE WS-AR-HEADING-LINE TO AR-RECORD.
024500     WRITE AR-RECORD.
024600     MOVE SPACES TO AR-RECORD.
024700     WRITE AR-RECORD.
024800     MOVE WS-AR-COLUMN-LINE TO AR-RECORD.
024900     WRITE AR-RECORD.
025000     PERFORM 2100-READ-CASE THRU 2100-EXIT.
025100 1000-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500* 1100-LOAD-DEADLINE - OPTIONAL APPLPARM OVERRIDE OF THE DAYS A
025600* CASE MAY STAY UNDECIDED
025700******************************************************************
025800 1100-LOAD-DEADLINE.
025900     OPEN INPUT APPL-PARM.
026000     IF WS-APPLPARM-STATUS NOT = '00'
026100         GO TO 1100-EXIT
026200     END-IF.
026300     READ APPL-PARM
026400         AT END
026500             GO TO 1100-CLOSE
026600     END-READ.
026700     IF PA-RECORD IS NUMERIC
026800         AND PA-RECORD NOT = '000'
026900         MOVE PA-RECORD TO WS-DEADLINE-DAYS
027000     ELSE
027100         DISPLAY 'APPLAGE - APPLPARM NOT NUMERIC, DEFAULT KEPT'
027200     END-IF.
027300 1100-CLOSE.
027400     CLOSE APPL-PARM.
027500 1100-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900* 2000-AGE-ONE-CASE - AGE, BAND, LIST, AND (PAST THE DEADLINE)
028000* WARN FOR ONE CASE STILL OPEN OR UNDER REVIEW
028100******************************************************************
028200 2000-AGE-ONE-CASE.
028300     IF NOT GA-CASE-ACTIVE
028400         GO TO 2000-NEXT
028500     END-IF.
028600     ADD 1 TO WS-ACTIVE-COUNT.
028700     MOVE ZERO TO WS-CASE-AGE.
028800     IF GA-OPENED-DATE IS NUMERIC
028900         AND GA-OPENED-DATE NOT > WS-RUN-DATE-YMD
029000         MOVE GA-OPENED-DATE TO WS-DN-DATE
029100         PERFORM 8000-DAY-NUMBER THRU 8000-EXIT
029200         COMPUTE WS-CASE-AGE = WS-RUN-DAY-NUMBER - WS-DN-DAYS
029300     END-IF.
029400     IF GA-OPENED
029500         MOVE 1 TO WS-ROW-IDX
029600     ELSE
029700         MOVE 2 TO WS-ROW-IDX
029800     END-IF.
029900     PERFORM 2050-SCAN-ONE-BAND THRU 2050-EXIT
030000         VARYING WS-BAND-IDX FROM 1 BY 1
030100         UNTIL WS-BAND-IDX = 5
030200         OR WS-CASE-AGE NOT > WS-BAND-LIMIT(WS-BAND-IDX).
030300     ADD 1 TO WS-BAND-COUNT(WS-ROW-IDX, WS-BAND-IDX).
030400     MOVE SPACES TO WS-AR-D-TEXT.
030500     IF WS-CASE-AGE > WS-DEADLINE-DAYS
030600         ADD 1 TO WS-OVERDUE-COUNT
030700         MOVE 'PAST DEADLINE' TO WS-AR-D-TEXT
030800         PERFORM 6000-WRITE-JOBLOG-WARNING THRU 6000-EXIT
030900     END-IF.
031000     MOVE GA-STUDENT-ID TO WS-AR-D-STUDENT-ID.
031100     MOVE GA-COURSE-CODE TO WS-AR-D-COURSE.
031200     MOVE GA-TERM TO WS-AR-D-TERM.
031300     MOVE GA-CASE-STATUS TO WS-AR-D-STATUS.
031400     MOVE GA-OPENED-DATE TO WS-AR-D-OPENED.
031500     MOVE GA-REVIEWER-ID TO WS-AR-D-REVIEWER.
031600     MOVE WS-CASE-AGE TO WS-AR-D-AGE.
031700     MOVE GA-POSTED-NOTE TO WS-AR-D-NOTE.
031800     MOVE GA-POSTED-LETTER TO WS-AR-D-LETTER.
031900     MOVE WS-AR-DETAIL-LINE TO AR-RECORD.
032000     WRITE AR-RECORD.
032100 2000-NEXT.
032200     PERFORM 2100-READ-CASE THRU 2100-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500
032600 2050-SCAN-ONE-BAND.
032700 2050-EXIT.
032800     EXIT.
032900
033000 2100-READ-CASE.
033100     READ APPEAL-FILE
033200         AT END
033300             SET WS-APPEAL-EOF TO TRUE
033400             GO TO 2100-EXIT
033500     END-READ.
033600     ADD 1 TO WS-READ-COUNT.
033700 2100-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100* 6000-WRITE-JOBLOG-WARNING - ONE 'W' RECORD ON THE SHARED
034200* JOBLOG, WHERE THE JOBLGRPT WEEKLY TREND RUN SURFACES IT
034300******************************************************************
034400 6000-WRITE-JOBLOG-WARNING.
034500     MOVE GA-STUDENT-ID TO WS-WT-STUDENT-ID.
034600     MOVE GA-COURSE-CODE TO WS-WT-COURSE.
034700     MOVE GA-TERM TO WS-WT-TERM.
034800     MOVE WS-CASE-AGE TO WS-WT-AGE.
034900     MOVE SPACES TO JL-RECORD.
035000     MOVE 'W' TO JL-RECORD-TYPE.
035100     MOVE WS-RUN-DATE-YMD TO JL-RUN-DATE.
035200     ACCEPT JL-RUN-TIME FROM TIME.
035300     MOVE WS-WARN-TEXT TO JL-DETAIL.
035400     OPEN EXTEND JOB-LOG.
035500     IF WS-JOBLOG-STATUS = '35'
035600         OPEN OUTPUT JOB-LOG
035700     END-IF.
035800     WRITE JL-RECORD.
035900     CLOSE JOB-LOG.
036000     DISPLAY 'APPLAGE WARNING - ' WS-WARN-TEXT.
036100 6000-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500* 7000-SUMMARY - THE AGE-BAND TABLE, TOTALS, AND THE RETURN CODE
036600******************************************************************
036700 7000-SUMMARY.
036800     MOVE SPACES TO AR-RECORD.
036900     WRITE AR-RECORD.
037000     MOVE WS-AR-BAND-HEAD-LINE TO AR-RECORD.
037100     WRITE AR-RECORD.
037200     PERFORM 7100-PRINT-ONE-BAND THRU 7100-EXIT
037300         VARYING WS-BAND-IDX FROM 1 BY 1
037400         UNTIL WS-BAND-IDX > 5.
037500     MOVE SPACES TO AR-RECORD.
037600     WRITE AR-RECORD.
037700     MOVE SPACES TO WS-AR-FOOTER-LINE.
037800     MOVE 'CASES READ         :' TO WS-AR-F-LABEL.
037900     MOVE WS-READ-COUNT TO WS-AR-F-VALUE.
038000     MOVE WS-AR-FOOTER-LINE TO AR-RECORD.
038100     WRITE AR-RECORD.
038200     MOVE SPACES TO WS-AR-FOOTER-LINE.
038300     MOVE 'CASES STILL OPEN   :' TO WS-AR-F-LABEL.
038400     MOVE WS-ACTIVE-COUNT TO WS-AR-F-VALUE.
038500     MOVE WS-AR-FOOTER-LINE TO AR-RECORD.
038600     WRITE AR-RECORD.
038700     MOVE SPACES TO WS-AR-FOOTER-LINE.
038800     MOVE 'PAST DEADLINE      :' TO WS-AR-F-LABEL.
038900     MOVE WS-OVERDUE-COUNT TO WS-AR-F-VALUE.
039000     MOVE WS-AR-FOOTER-LINE TO AR-RECORD.
039100     WRITE AR-RECORD.
039200     DISPLAY 'APPLAGE CASES READ  : ' WS-READ-COUNT.
039300     DISPLAY 'APPLAGE STILL OPEN  : ' WS-ACTIVE-COUNT.
039400     DISPLAY 'APPLAGE OVERDUE     : ' WS-OVERDUE-COUNT.
039500     IF WS-OVERDUE-COUNT > ZERO
039600         MOVE 4 TO RETURN-CODE
039700     END-IF.
039800 7000-EXIT.
039900     EXIT.
040000
040100 7100-PRINT-ONE-BAND.
040200     MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-AR-B-LABEL.
040300     MOVE WS-BAND-COUNT(1, WS-BAND-IDX) TO WS-AR-B-OPENED.
040400     MOVE WS-BAND-COUNT(2, WS-BAND-IDX) TO WS-AR-B-REVIEW.
040500     COMPUTE WS-AR-B-TOTAL = WS-BAND-COUNT(1, WS-BAND-IDX)
040600         + WS-BAND-COUNT(2, WS-BAND-IDX).
040700     MOVE WS-AR-BAND-LINE TO AR-RECORD.
040800     WRITE AR-RECORD.
040900 7100-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300* 8000-DAY-NUMBER - WS-DN-DATE (YYYYMMDD) TO A RUNNING DAY COUNT
041400* IN WS-DN-DAYS: 365 DAYS A YEAR PLUS ONE FOR EVERY GREGORIAN
041500* LEAP DAY BEFORE IT, PLUS THE DAYS SO FAR THIS YEAR
041600******************************************************************
041700 8000-DAY-NUMBER.
041800     IF WS-DN-MM < 1 OR WS-DN-MM > 12
041900         MOVE 1 TO WS-DN-MM
042000     END-IF.
042100     SUBTRACT 1 FROM WS-DN-YYYY GIVING WS-DN-YEARS.
042200     COMPUTE WS-DN-DAYS = WS-DN-YEARS * 365
042300         + WS-DN-CUM-DAYS(WS-DN-MM) + WS-DN-DD.
042400     DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT.
042500     ADD WS-DN-QUOT TO WS-DN-DAYS.
042600     DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
042700     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
042800     DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
042900     ADD WS-DN-QUOT TO WS-DN-DAYS.
043000     IF WS-DN-MM > 2
043100         DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
043200             REMAINDER WS-DN-REM-4
043300         DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
043400             REMAINDER WS-DN-REM-100
043500         DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
043600             REMAINDER WS-DN-REM-400
043700         IF WS-DN-REM-400 = ZERO
043800             OR (WS-DN-REM-4 = ZERO AND WS-DN-REM-100 NOT = ZERO)
043900             ADD 1 TO WS-DN-DAYS
044000         END-IF
044100     END-IF.
044200 8000-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* 9000-TERMINATE - CLOSE UP
044700******************************************************************
044800 9000-TERMINATE.
044900     CLOSE APPEAL-FILE AGE-RPT.
045000 9000-EXIT.
045100     EXIT.
