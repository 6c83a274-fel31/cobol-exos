001593*                          TOTALS BEHIND THE TRAILERS RIDE THE
001594*                          CHECKPOINT SO A RESUMED RUN STILL
001595*                          BALANCES IN GRDBAL.
001595* 10/15/26   R.DELACROIX   RECONCILIATION IS NOW PER STUDENT/
001595*                          COURSE PAIR WHEN THE COURSE-
001595*                          REGISTRATION FILE (CRSREG, COPYBOOK
001595*                          CRSREGRC, MAINTAINED BY REGMNT) IS
001595*                          SUPPLIED: A GRADE FOR A COURSE THE
001595*                          STUDENT IS NOT REGISTERED IN IS A
001595*                          'G' EXCEPTION, AND THE END-OF-RUN
001595*                          PASS LISTS REGISTERED PAIRS WITH NO
001595*                          GRADE AND PRINTS A MISSING-GRADE
001595*                          COUNT PER COURSE. RECON EXCEPTIONS
001595*                          NOW CARRY RC-COURSE-CODE. WITHOUT
001595*                          CRSREG THE STUDENT-LEVEL ROSTER
001595*                          CHECK RUNS AS BEFORE.
001595* 10/15/26   R.DELACROIX   THE TERM NOW COMES FROM THE TERM
001595*                          CALENDAR MASTER (TERMCAL, COPYBOOK
001595*                          TERMCAL) IN PLACE OF TERMPARM: THE
001595*                          FIRST TERM NOT YET CLOSED WHOSE
001595*                          START-TO-CLOSE DATES TAKE IN THE RUN
001595*                          DATE. NO CALENDAR, NO TERM FOR THE
001595*                          RUN DATE, OR ONLY A CLOSED ONE STOPS
001595*                          THE RUN BEFORE ANY OUTPUT IS OPENED.
001596******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. exo2Notes.
002924     SELECT EXTRACT-PARM ASSIGN TO EXTRPARM
002925         ORGANIZATION IS LINE SEQUENTIAL
002926         FILE STATUS IS WS-EXTRPARM-STATUS.
002927     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
002928         ORGANIZATION IS LINE SEQUENTIAL
002929         FILE STATUS IS WS-TERMCAL-STATUS.
002930     SELECT REGISTRATION-FILE ASSIGN TO CRSREG
002931         ORGANIZATION IS LINE SEQUENTIAL
002932         FILE STATUS IS WS-CRSREG-STATUS.
002903
003000 DATA DIVISION.
003100 FILE SECTION.
003646     05  XP-LOW                PIC 9(02).
003647     05  XP-HIGH               PIC 9(02).
003648
003649 FD  TERM-CALENDAR
003650     RECORDING MODE IS F.
003651 01  TC-RECORD.
003651     COPY TERMCAL.
003652
003653 FD  REGISTRATION-FILE
003654     RECORDING MODE IS F.
003655 01  RG-RECORD.
003656     COPY CRSREGRC.
003648
003800 WORKING-STORAGE SECTION.
003810******************************************************************
005135         10  WS-ROSTER-ENR-STATUS   PIC X(01).
005136             88  WS-ROSTER-NO-GRADE-DUE
005137                 VALUE 'W' 'U'.
005138
005138******************************************************************
005138* COURSE-REGISTRATION TABLE - ONE ENTRY PER STUDENT PER COURSE,
005138* LOADED ONCE AT STARTUP IF THE REGISTRATION FILE IS PRESENT AND
005138* BINARY-SEARCHED ON STUDENT-ID/COURSE-CODE ONCE PER GRADE
005138* RECORD. WHEN LOADED IT REPLACES THE STUDENT-LEVEL ROSTER CHECK
005138* (THE ROSTER STILL SUPPLIES NAMES AND THE STUDENT'S OVERALL
005138* WITHDRAWN/AUDIT STATUS). THE SAME HARD-STOP RULES AS THE
005138* ROSTER APPLY: OUT OF SEQUENCE, DUPLICATE PAIR, OR PAST
005138* CAPACITY. WS-REG-CRS-TABLE IS THE DISTINCT COURSES ON THE
005138* FILE, SO THE END-OF-RUN PASS CAN REPORT MISSING GRADES COURSE
005138* BY COURSE FOR THE COURSES THE NIGHT ACTUALLY GRADED.
005138******************************************************************
005138 77  WS-CRSREG-STATUS          PIC X(02)     VALUE SPACES.
005138 77  WS-REG-LOADED-SWITCH      PIC X(01)     VALUE 'N'.
005138     88  WS-REG-LOADED         VALUE 'Y'.
005138 77  WS-REG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
005138     88  WS-REG-EOF            VALUE 'Y'.
005138 01  WS-REG-COUNT              PIC 9(05)     COMP    VALUE ZERO.
005138 01  WS-REG-MAX                PIC 9(05)     COMP    VALUE 50000.
005138 01  WS-REG-PREV-KEY           PIC X(10)     VALUE LOW-VALUES.
005138 01  WS-REG-MISSING-COUNT      PIC 9(05)     COMP    VALUE ZERO.
005138 01  WS-REG-SEARCH-KEY.
005138     05  WS-REG-SEARCH-STUDENT PIC X(06).
005138     05  WS-REG-SEARCH-COURSE  PIC X(04).
005138 01  WS-REG-CRS-COUNT          PIC 9(03)     COMP    VALUE ZERO.
005138 01  WS-REG-CRS-TABLE.
005138     05  WS-REG-CRS-ENTRY OCCURS 200 TIMES
005138                          INDEXED BY WS-REG-CRS-IDX.
005138         10  WS-REG-CRS-CODE        PIC X(04).
005138         10  WS-REG-CRS-GRADED-SW   PIC X(01).
005138             88  WS-REG-CRS-GRADED  VALUE 'Y'.
005138 01  WS-REG-TABLE.
005138     05  WS-REG-ENTRY OCCURS 1 TO 50000 TIMES
005138                      DEPENDING ON WS-REG-COUNT
005138                      ASCENDING KEY IS WS-REG-KEY
005138                      INDEXED BY WS-REG-IDX.
005138         10  WS-REG-KEY.
005138             15  WS-REG-STUDENT-ID  PIC X(06).
005138             15  WS-REG-COURSE-CODE PIC X(04).
005138         10  WS-REG-MATCHED-SW      PIC X(01).
005138             88  WS-REG-MATCHED     VALUE 'Y'.
005138         10  WS-REG-STATUS          PIC X(01).
005138             88  WS-REG-NO-GRADE-DUE
005138                 VALUE 'W' 'U'.
005135
005140******************************************************************
005145* RUN COUNTERS
005175 01  WS-TRAILER-RECORD.
005176     COPY TRAILREC.
005177******************************************************************
005178* REGISTRAR-EXPORT HEADER - RUN DATE, TERM (FROM THE TERM
005179* CALENDAR), SOURCE JOB 'NC'. WRITTEN ONLY WHEN
005180* THE EXPORT OPENS FRESH, SO A RESUMED RUN'S EXTEND DOES NOT
005181* REPEAT IT.
005182******************************************************************
005183 77  WS-TERMCAL-STATUS         PIC X(02)     VALUE SPACES.
005183 77  WS-TERMCAL-EOF-SWITCH     PIC X(01)     VALUE 'N'.
005183     88  WS-TERMCAL-EOF        VALUE 'Y'.
005184 01  WS-CURRENT-TERM           PIC X(06)     VALUE SPACES.
005184 01  WS-CLOSED-TERM            PIC X(06)     VALUE SPACES.
005185 01  WS-HEADER-RECORD.
005186     COPY EXPTHDR.
005187 77  WS-EXPORT-FRESH-SWITCH    PIC X(01)     VALUE 'N'.
007326     PERFORM 1250-LOAD-EXTRACT-PARMS THRU 1250-EXIT.
007327     PERFORM 1200-LOAD-LANGUAGE THRU 1200-EXIT.
007328     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
007328     PERFORM 1360-LOAD-REGISTRATIONS THRU 1360-EXIT.
007329     PERFORM 1400-CHECK-RESTART THRU 1400-EXIT.
007330     ACCEPT WS-RUN-DATE FROM DATE.
007332     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
007333     PERFORM 1270-LOAD-TERM THRU 1270-EXIT.
007334     PERFORM 1460-OPEN-OUTPUT-FILES THRU 1460-EXIT.
007340     MOVE WS-RUN-DATE-DD TO WS-RPT-RUN-DATE(1:2).
007350     MOVE '/' TO WS-RPT-RUN-DATE(3:1).
007360     MOVE WS-RUN-DATE-MM TO WS-RPT-RUN-DATE(4:2).
007370     MOVE '/' TO WS-RPT-RUN-DATE(6:1).
007380     MOVE WS-RUN-DATE-YY TO WS-RPT-RUN-DATE(7:2).
007391     IF WS-EXPORT-FRESH
007392         PERFORM 1280-WRITE-EXPORT-HEADER THRU 1280-EXIT
007393     END-IF.
008013     EXIT.
008014
008015******************************************************************
008016* 1270-LOAD-TERM - THE CURRENT TERM FROM THE TERM CALENDAR
008017* (COPYBOOK TERMCAL): THE FIRST TERM NOT YET CLOSED WHOSE START-
008018* TO-CLOSE DATES TAKE IN THE RUN DATE - SAME RULE AS GRDPOST. NO
008018* CALENDAR, NO TERM FOR THE RUN DATE, OR ONLY A CLOSED ONE IS A
008018* HARD STOP, TAKEN BEFORE ANY OUTPUT FILE IS OPENED.
008018******************************************************************
008019 1270-LOAD-TERM.
008020     MOVE SPACES TO WS-CURRENT-TERM.
008021     OPEN INPUT TERM-CALENDAR.
008022     IF WS-TERMCAL-STATUS NOT = '00'
008023         DISPLAY 'TERM CALENDAR NOT FOUND, RUN STOPPED'
008023         MOVE 16 TO RETURN-CODE
008023         STOP RUN
008024     END-IF.
008025     PERFORM 1275-READ-ONE-TERM THRU 1275-EXIT
008026         UNTIL WS-TERMCAL-EOF
008027         OR WS-CURRENT-TERM NOT = SPACES.
008028     CLOSE TERM-CALENDAR.
008029     IF WS-CURRENT-TERM NOT = SPACES
008030         GO TO 1270-EXIT
008031     END-IF.
008031     IF WS-CLOSED-TERM NOT = SPACES
008031         DISPLAY 'TERM ' WS-CLOSED-TERM ' IS CLOSED, RUN STOPPED'
008031     ELSE
008031         DISPLAY 'NO TERM ON THE CALENDAR COVERS '
008031             WS-RUN-DATE-YMD ', RUN STOPPED'
008031     END-IF.
008032     MOVE 16 TO RETURN-CODE.
008033     STOP RUN.
008034 1270-EXIT.
008035     EXIT.
008035
008035 1275-READ-ONE-TERM.
008035     READ TERM-CALENDAR
008035         AT END
008035             SET WS-TERMCAL-EOF TO TRUE
008035             GO TO 1275-EXIT
008035     END-READ.
008035     IF TC-START-DATE > WS-RUN-DATE-YMD
008035         OR TC-CLOSE-DATE < WS-RUN-DATE-YMD
008035         GO TO 1275-EXIT
008035     END-IF.
008035     IF TC-CLOSED
008035         IF WS-CLOSED-TERM = SPACES
008035             MOVE TC-TERM-CODE TO WS-CLOSED-TERM
008035         END-IF
008035         GO TO 1275-EXIT
008035     END-IF.
008035     MOVE TC-TERM-CODE TO WS-CURRENT-TERM.
008035 1275-EXIT.
008035     EXIT.
008036
008037******************************************************************
008038* 1280-WRITE-EXPORT-HEADER - THE REGISTRAR-INTERFACE HEADER AS
008107     MOVE RO-STATUS-CODE TO WS-ROSTER-ENR-STATUS(WS-ROSTER-IDX).
008107 1350-EXIT.
008108     EXIT.
008108
008108******************************************************************
008108* 1360-LOAD-REGISTRATIONS - READ THE COURSE-REGISTRATION FILE
008108* INTO MEMORY IF ONE HAS BEEN SUPPLIED, SO 3150-RECONCILE-GRADE
008108* CAN MATCH EACH GRADE TO ITS STUDENT/COURSE PAIR. NO FILE IS
008108* NOT AN ERROR - RECONCILIATION STAYS AT STUDENT LEVEL AGAINST
008108* THE ROSTER. PAST CAPACITY, OUT OF STUDENT/COURSE SEQUENCE, OR A
008108* DUPLICATE PAIR IS A HARD STOP, AS FOR THE ROSTER.
008108******************************************************************
008108 1360-LOAD-REGISTRATIONS.
008108     OPEN INPUT REGISTRATION-FILE.
008108     IF WS-CRSREG-STATUS NOT = '00'
008108         GO TO 1360-EXIT
008108     END-IF.
008108     PERFORM 1370-LOAD-ONE-REGISTRATION THRU 1370-EXIT
008108         UNTIL WS-REG-EOF.
008108     CLOSE REGISTRATION-FILE.
008108     IF WS-REG-COUNT > ZERO
008108         SET WS-REG-LOADED TO TRUE
008108     END-IF.
008108 1360-EXIT.
008108     EXIT.
008108
008108 1370-LOAD-ONE-REGISTRATION.
008108     READ REGISTRATION-FILE
008108         AT END
008108             SET WS-REG-EOF TO TRUE
008108             GO TO 1370-EXIT
008108     END-READ.
008108     IF WS-REG-COUNT = WS-REG-MAX
008108         DISPLAY 'REGISTRATIONS EXCEED CAPACITY, RUN STOPPED - '
008108             'RAISE WS-REG-MAX AND THE TABLE OCCURS'
008108         MOVE 16 TO RETURN-CODE
008108         STOP RUN
008108     END-IF.
008108     MOVE RG-STUDENT-ID TO WS-REG-SEARCH-STUDENT.
008108     MOVE RG-COURSE-CODE TO WS-REG-SEARCH-COURSE.
008108     IF WS-REG-SEARCH-KEY NOT > WS-REG-PREV-KEY
008108         DISPLAY 'REGISTRATIONS OUT OF STUDENT/COURSE '
008108             'SEQUENCE AT ' RG-STUDENT-ID ' ' RG-COURSE-CODE
008108             ', RUN STOPPED'
008108         MOVE 16 TO RETURN-CODE
008108         STOP RUN
008108     END-IF.
008108     MOVE WS-REG-SEARCH-KEY TO WS-REG-PREV-KEY.
008108     ADD 1 TO WS-REG-COUNT.
008108     SET WS-REG-IDX TO WS-REG-COUNT.
008108     MOVE WS-REG-SEARCH-KEY TO WS-REG-KEY(WS-REG-IDX).
008108     MOVE 'N' TO WS-REG-MATCHED-SW(WS-REG-IDX).
008108     MOVE RG-STATUS-CODE TO WS-REG-STATUS(WS-REG-IDX).
008108     PERFORM 1375-SCAN-ONE-REG-COURSE THRU 1375-EXIT
008108         VARYING WS-REG-CRS-IDX FROM 1 BY 1
008108         UNTIL WS-REG-CRS-IDX > WS-REG-CRS-COUNT
008108         OR WS-REG-CRS-CODE(WS-REG-CRS-IDX) = RG-COURSE-CODE.
008108     IF WS-REG-CRS-IDX > WS-REG-CRS-COUNT
008108         IF WS-REG-CRS-COUNT = 200
008108             DISPLAY 'MORE THAN 200 REGISTERED COURSES, '
008108                 'RUN STOPPED'
008108             MOVE 16 TO RETURN-CODE
008108             STOP RUN
008108         END-IF
008108         ADD 1 TO WS-REG-CRS-COUNT
008108         SET WS-REG-CRS-IDX TO WS-REG-CRS-COUNT
008108         MOVE RG-COURSE-CODE TO WS-REG-CRS-CODE(WS-REG-CRS-IDX)
008108         MOVE 'N' TO WS-REG-CRS-GRADED-SW(WS-REG-CRS-IDX)
008108     END-IF.
008108 1370-EXIT.
008108     EXIT.
008108
008108 1375-SCAN-ONE-REG-COURSE.
008108 1375-EXIT.
008108     EXIT.
008109
008111******************************************************************
008112* 1400-CHECK-RESTART - IF A CHECKPOINT FROM A PRIOR, KILLED RUN IS
008162* GRADED STUDENT AS "ENROLLED, NO GRADE RECORD" AFTER A RESUME -
008163* THE RECON-FILE EXCEPTION FOR AN UNMATCHED GRADE, IF ANY, WAS
008164* ALREADY WRITTEN BY THE PRIOR RUN AND IS NOT REPEATED HERE.
008164* THE SAME APPLIES TO THE STUDENT/COURSE REGISTRATION ENTRY.
008165******************************************************************
008166 1450-SKIP-ONE-RECORD.
008167     READ STUDENT-GRADES
008172     IF WS-ROSTER-LOADED
008173         PERFORM 1455-MARK-ROSTER-MATCHED THRU 1455-EXIT
008174     END-IF.
008174     IF WS-REG-LOADED
008174         PERFORM 3160-MATCH-REGISTRATION THRU 3160-EXIT
008174     END-IF.
008175 1450-EXIT.
008176     EXIT.
008177
009813* OFFICIAL COUNTS. A MATCH IS FLAGGED ON THE ROSTER ENTRY ITSELF
009814* SO THE END-OF-RUN PASS (7500-CHECK-UNMATCHED-ROSTER) CAN TELL
009815* WHICH ENROLLED STUDENTS NEVER SHOWED UP IN A GRADE RECORD.
009815* WITH THE COURSE-REGISTRATION TABLE LOADED THE MATCH IS ON THE
009815* STUDENT/COURSE PAIR INSTEAD (3160-MATCH-REGISTRATION), SO A
009815* STUDENT ON THE ROSTER GRADED IN A COURSE THEY ARE NOT
009815* REGISTERED IN IS STILL AN EXCEPTION.
009816******************************************************************
009817 3150-RECONCILE-GRADE.
009818     SET WS-RECON-MATCHED TO TRUE.
009818     IF WS-REG-LOADED
009818         PERFORM 3160-MATCH-REGISTRATION THRU 3160-EXIT
009818         GO TO 3150-WRITE-EXCEPTION
009818     END-IF.
009819     SEARCH ALL WS-ROSTER-ENTRY
009820         AT END
009825             SET WS-RECON-UNMATCHED TO TRUE
009827             = SN-STUDENT-ID
009839             SET WS-ROSTER-MATCHED(WS-ROSTER-IDX) TO TRUE
009840     END-SEARCH.
009840 3150-WRITE-EXCEPTION.
009841     IF WS-RECON-MATCHED
009841         GO TO 3150-EXIT
009841     END-IF.
009842     ADD 1 TO WS-RECON-COUNT.
009843     MOVE SPACES TO RC-RECORD.
009844     MOVE WS-RECON-COUNT TO RC-SEQUENCE-NBR.
009845     MOVE SN-STUDENT-ID TO RC-STUDENT-ID.
009846     MOVE SN-LAST-NAME TO RC-LAST-NAME.
009847     MOVE SN-FIRST-NAME TO RC-FIRST-NAME.
009847     MOVE SN-COURSE-CODE TO RC-COURSE-CODE.
009848     IF WS-REG-LOADED
009848         IF WS-LANG-ENGLISH
009848             MOVE 'GRADE, NO COURSE REGISTRATION' TO RC-REASON
009848         ELSE
009848             MOVE 'NOTE SANS INSCRIPTION AU COURS' TO RC-REASON
009848         END-IF
009848     ELSE
009848         IF WS-LANG-ENGLISH
009849             MOVE 'GRADE, NO MATCHING ENROLLMENT' TO RC-REASON
009850         ELSE
009851             MOVE 'NOTE SANS INSCRIPTION' TO RC-REASON
009852         END-IF
009852     END-IF.
009852     SET RC-GRADE-EXCEPTION TO TRUE.
009853     WRITE RC-RECORD.
009855 3150-EXIT.
009856     EXIT.
009857
009857******************************************************************
009857* 3160-MATCH-REGISTRATION - BINARY-SEARCH THE REGISTRATION TABLE
009857* FOR THE CURRENT RECORD'S STUDENT/COURSE PAIR AND FLAG THE ENTRY
009857* MATCHED; NO ENTRY SETS WS-RECON-UNMATCHED. THE COURSE IS ALSO
009857* FLAGGED AS GRADED TONIGHT SO ITS UNGRADED REGISTRATIONS ARE
009857* CHECKED AT END OF RUN - A COURSE NOT IN TONIGHT'S INPUT AT ALL
009857* IS A MISSING SUBMISSION, NOT A SET OF MISSING GRADES.
009857******************************************************************
009857 3160-MATCH-REGISTRATION.
009857     MOVE SN-STUDENT-ID TO WS-REG-SEARCH-STUDENT.
009857     MOVE SN-COURSE-CODE TO WS-REG-SEARCH-COURSE.
009857     SEARCH ALL WS-REG-ENTRY
009857         AT END
009857             SET WS-RECON-UNMATCHED TO TRUE
009857         WHEN WS-REG-KEY(WS-REG-IDX) = WS-REG-SEARCH-KEY
009857             SET WS-REG-MATCHED(WS-REG-IDX) TO TRUE
009857     END-SEARCH.
009857     PERFORM 1375-SCAN-ONE-REG-COURSE THRU 1375-EXIT
009857         VARYING WS-REG-CRS-IDX FROM 1 BY 1
009857         UNTIL WS-REG-CRS-IDX > WS-REG-CRS-COUNT
009857         OR WS-REG-CRS-CODE(WS-REG-CRS-IDX) = SN-COURSE-CODE.
009857     IF WS-REG-CRS-IDX NOT > WS-REG-CRS-COUNT
009857         SET WS-REG-CRS-GRADED(WS-REG-CRS-IDX) TO TRUE
009857     END-IF.
009857 3160-EXIT.
009857     EXIT.
009857
009842******************************************************************
009900* 4000-CLASSIFY-GRADE - SAME EVALUATE TRUE THE INTERACTIVE
010000* VARIANT USES, DRIVEN HERE FROM THE CURRENT INPUT RECORD
010100******************************************************************
010200 4000-CLASSIFY-GRADE.
010210     ADD 1 TO WS-RECORD-COUNT.
010215     IF WS-ROSTER-LOADED OR WS-REG-LOADED
010216         PERFORM 3150-RECONCILE-GRADE THRU 3150-EXIT
010217         IF WS-RECON-UNMATCHED
010218             GO TO 4000-EXIT
014013* TABLE: ANY ENTRY 3150-RECONCILE-GRADE NEVER MATCHED MEANS THE
014014* STUDENT IS ENROLLED BUT NO GRADE RECORD WAS READ FOR THEM.
014014* A WITHDRAWN OR AUDIT-ONLY STUDENT WITH NO GRADE IS EXPECTED,
014014* NOT AN EXCEPTION. WITH THE COURSE-REGISTRATION TABLE LOADED THE
014014* PASS RUNS COURSE BY COURSE OVER THE REGISTRATIONS INSTEAD
014014* (7600-CHECK-ONE-REG-COURSE).
014015******************************************************************
014016 7500-CHECK-UNMATCHED-ROSTER.
014016     IF WS-REG-LOADED
014016         PERFORM 7600-CHECK-ONE-REG-COURSE THRU 7600-EXIT
014016             VARYING WS-REG-CRS-IDX FROM 1 BY 1
014016             UNTIL WS-REG-CRS-IDX > WS-REG-CRS-COUNT
014016         GO TO 7500-EXIT
014016     END-IF.
014017     PERFORM 7550-CHECK-ONE-ROSTER-ENTRY THRU 7550-EXIT
014018         VARYING WS-ROSTER-IDX FROM 1 BY 1
014019         UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
014038     WRITE RC-RECORD.
014039 7550-EXIT.
014040     EXIT.
014040
014040******************************************************************
014040* 7600-CHECK-ONE-REG-COURSE - FOR ONE COURSE GRADED TONIGHT, LIST
014040* EVERY REGISTERED STUDENT WITH NO GRADE RECORD AND PRINT THE
014040* COURSE'S MISSING-GRADE COUNT ON THE CLASS REPORT. A WITHDRAWN
014040* OR AUDIT-ONLY REGISTRATION - OR A STUDENT WITHDRAWN OR AUDITING
014040* ON THE ROSTER - WITH NO GRADE IS EXPECTED, NOT AN EXCEPTION.
014040******************************************************************
014040 7600-CHECK-ONE-REG-COURSE.
014040     IF NOT WS-REG-CRS-GRADED(WS-REG-CRS-IDX)
014040         GO TO 7600-EXIT
014040     END-IF.
014040     MOVE ZERO TO WS-REG-MISSING-COUNT.
014040     PERFORM 7650-CHECK-ONE-REGISTRATION THRU 7650-EXIT
014040         VARYING WS-REG-IDX FROM 1 BY 1
014040         UNTIL WS-REG-IDX > WS-REG-COUNT.
014040     MOVE SPACES TO RPT-RECORD.
014040     MOVE WS-REG-CRS-CODE(WS-REG-CRS-IDX) TO WS-RPT-SUM-COURSE.
014040     MOVE WS-RPT-COURSE-LINE TO RPT-RECORD.
014040     WRITE RPT-RECORD.
014040     IF WS-LANG-ENGLISH
014040         MOVE 'MISSING GRADES' TO WS-RPT-F-LABEL
014040     ELSE
014040         MOVE 'NOTES MANQUANTES' TO WS-RPT-F-LABEL
014040     END-IF.
014040     MOVE SPACES TO WS-RPT-F-VALUE-X.
014040     MOVE WS-REG-MISSING-COUNT TO WS-RPT-F-COUNT.
014040     MOVE WS-RPT-FOOTER-LINE TO RPT-RECORD.
014040     WRITE RPT-RECORD.
014040     DISPLAY 'MISSING GRADES - COURSE '
014040         WS-REG-CRS-CODE(WS-REG-CRS-IDX) ' : '
014040         WS-REG-MISSING-COUNT.
014040 7600-EXIT.
014040     EXIT.
014040
014040 7650-CHECK-ONE-REGISTRATION.
014040     IF WS-REG-COURSE-CODE(WS-REG-IDX)
014040         NOT = WS-REG-CRS-CODE(WS-REG-CRS-IDX)
014040         GO TO 7650-EXIT
014040     END-IF.
014040     IF WS-REG-MATCHED(WS-REG-IDX)
014040         GO TO 7650-EXIT
014040     END-IF.
014040     IF WS-REG-NO-GRADE-DUE(WS-REG-IDX)
014040         GO TO 7650-EXIT
014040     END-IF.
014040     MOVE SPACES TO RC-RECORD.
014040     IF WS-ROSTER-LOADED
014040         SEARCH ALL WS-ROSTER-ENTRY
014040             AT END
014040                 CONTINUE
014040             WHEN WS-ROSTER-STUDENT-ID(WS-ROSTER-IDX)
014040                 = WS-REG-STUDENT-ID(WS-REG-IDX)
014040                 IF WS-ROSTER-NO-GRADE-DUE(WS-ROSTER-IDX)
014040                     GO TO 7650-EXIT
014040                 END-IF
014040                 MOVE WS-ROSTER-LAST-NAME(WS-ROSTER-IDX)
014040                     TO RC-LAST-NAME
014040                 MOVE WS-ROSTER-FIRST-NAME(WS-ROSTER-IDX)
014040                     TO RC-FIRST-NAME
014040         END-SEARCH
014040     END-IF.
014040     ADD 1 TO WS-RECON-COUNT.
014040     ADD 1 TO WS-REG-MISSING-COUNT.
014040     MOVE WS-RECON-COUNT TO RC-SEQUENCE-NBR.
014040     MOVE WS-REG-STUDENT-ID(WS-REG-IDX) TO RC-STUDENT-ID.
014040     MOVE WS-REG-COURSE-CODE(WS-REG-IDX) TO RC-COURSE-CODE.
014040     IF WS-LANG-ENGLISH
014040         MOVE 'ENROLLED, NO GRADE RECORD' TO RC-REASON
014040     ELSE
014040         MOVE 'INSCRIT SANS NOTE' TO RC-REASON
014040     END-IF.
014040     SET RC-ENROLL-EXCEPTION TO TRUE.
014040     WRITE RC-RECORD.
014040 7650-EXIT.
014040     EXIT.
014041
014042******************************************************************
014030* 9000-TERMINATE - CLOSE UP AND SHOW THE REJECT SUMMARY
014040******************************************************************
014050 9000-TERMINATE.
014052     IF WS-ROSTER-LOADED OR WS-REG-LOADED
014054         PERFORM 7500-CHECK-UNMATCHED-ROSTER THRU 7500-EXIT
014056     END-IF.
014060     DISPLAY '---------------------------------------------'.
