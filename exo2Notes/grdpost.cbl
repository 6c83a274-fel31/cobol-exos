001500* RULE IS RE-EVALUATED, AND THE RECOMPUTED CUMULATIVE AVERAGE
001600* IS RESTAMPED IN PLACE - STUDENTS THE NIGHT DOES NOT TOUCH
001700* KEEP THEIR STORED AVERAGE AND ARE NOT REWRITTEN. THE TERM
001800* IS THE FIRST TERM NOT YET CLOSED ON THE TERM CALENDAR
001900* (COPYBOOK TERMCAL) WHOSE START-TO-CLOSE DATES TAKE IN THE RUN
001903* DATE; NONE, OR ONLY A CLOSED ONE, IS A HARD STOP.
001907*
001914* THE STEP IS RESTARTABLE: AFTER EACH STUDENT IS POSTED AND
001921* RESTAMPED, THE POSTING-RUN IDENTIFIER, THAT STUDENT, AND THE RUN
001928* COUNTERS ARE SAVED TO THE POSTCKPT CHECKPOINT (COPYBOOK
001935* POSTCKPT). A RERUN OF THE SAME INPUT SKIPS THE STUDENTS ALREADY
001942* DONE AND RESTORES THE COUNTERS, SO THE POSTED COUNT STILL COVERS
001949* THE WHOLE NIGHT; A RERUN OF AN INPUT ALREADY POSTED TO
001956* COMPLETION POSTS NOTHING. ONLY THE ONE STUDENT IN FLIGHT AT THE
001963* MOMENT OF AN ABEND (POSTED BUT NOT YET CHECKPOINTED) IS POSTED
001970* AGAIN. AN UNFINISHED CHECKPOINT FOR A DIFFERENT INPUT IS A HARD
001977* STOP - THAT POSTING MUST BE FINISHED, OR THE CHECKPOINT CLEARED
001984* BY THE OPERATOR, FIRST.
002000*
002100* MAINTENANCE LOG
002200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
006500*                          REPEAT RULE; A FRESH RE-SUBMISSION
006600*                          OF THE SAME KEY REINSTATES THE
006700*                          RESULT BY CLEARING THE FLAG.
006704* 10/15/26   R.DELACROIX   RESTARTABLE AND IDEMPOTENT: A
006708*                          CHECKPOINT OF THE LAST STUDENT FULLY
006712*                          POSTED AND RESTAMPED, WITH A POSTING-
006716*                          RUN IDENTIFIER AND THE RUN COUNTERS,
006720*                          SO A RERUN AFTER AN ABEND NO LONGER
006724*                          RE-POSTS FINISHED STUDENTS AS RE-
006728*                          SUBMISSIONS AND POSTCNT STILL BALANCES.
006732* 10/15/26   R.DELACROIX   TRANSFER CREDITS (XFERPOST) COUNT IN
006736*                          THE RESTAMPED AVERAGE ONLY AS THE NEW
006740*                          XFERPARM PARAMETER SAYS; A RESULT
006744*                          EARNED HERE UNDER A TRANSFER'S KEY
006748*                          SUPERSEDES THE TRANSFER.
006752* 10/15/26   R.DELACROIX   TERM NOW DERIVED FROM THE RUN DATE
006756*                          ON THE TERM CALENDAR (TERMCAL) IN
006760*                          PLACE OF TERMPARM; A CLOSED OR MISSING
006764*                          TERM STOPS THE RUN BEFORE ANY POSTING.
006768* 10/15/26   R.DELACROIX   THE POSTING-RUN HASH NOW FOLDS IN
006772*                          EVERY RECORD'S STUDENT ID AND COURSE,
006776*                          WEIGHTED BY ITS POSITION, SO TWO
006780*                          EXPORTS WITH THE SAME COUNT AND SCORE
006784*                          SUMS NO LONGER SHARE A RUN IDENTIFIER.
006800******************************************************************
006900 IDENTIFICATION DIVISION.
007000 PROGRAM-ID. GRDPOST.
008800     SELECT SORTED-EXPORT ASSIGN TO EXPTSRT
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-EXPTSRT-STATUS.
009100     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-TERMCAL-STATUS.
009400     SELECT REPEAT-PARM ASSIGN TO REPTPARM
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-REPTPARM-STATUS.
009620     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
009640         ORGANIZATION IS LINE SEQUENTIAL
009660         FILE STATUS IS WS-XFERPARM-STATUS.
009700     SELECT POSTING-RPT ASSIGN TO POSTRPT
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-POSTRPT-STATUS.
010300     SELECT POSTED-COUNT ASSIGN TO POSTCNT
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-POSTCNT-STATUS.
010520     SELECT POST-CHECKPOINT ASSIGN TO POSTCKPT
010540         ORGANIZATION IS LINE SEQUENTIAL
010560         FILE STATUS IS WS-POSTCKPT-STATUS.
010600******************************************************************
010700 DATA DIVISION.
010800 FILE SECTION.
012500     RECORDING MODE IS F.
012600 01  EG-RECORD.
012700     COPY EXPORTRC.
012730 01  EH-RECORD.
012760     COPY EXPTHDR.
012800
012900 FD  TERM-CALENDAR
013000     RECORDING MODE IS F.
013100 01  TC-RECORD.
013150     COPY TERMCAL.
013200
013300 FD  REPEAT-PARM
013400     RECORDING MODE IS F.
013500 01  RP-RECORD                  PIC X(01).
013600
013620 FD  TRANSFER-PARM
013640     RECORDING MODE IS F.
013660 01  XP-RECORD                  PIC X(01).
013680
013700 FD  POSTING-RPT
013800     RECORDING MODE IS F.
013900 01  PR-RECORD                  PIC X(80).
014600 FD  POSTED-COUNT
014700     RECORDING MODE IS F.
014800 01  PC-RECORD                  PIC X(22).
014810
014820 FD  POST-CHECKPOINT
014840     RECORDING MODE IS F.
014860 01  PK-RECORD.
014880     COPY POSTCKPT.
014900
015000 WORKING-STORAGE SECTION.
015100******************************************************************
015300******************************************************************
015400 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
015500 77  WS-EXPTSRT-STATUS          PIC X(02)     VALUE SPACES.
015600 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
015630 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
015660     88  WS-TERMCAL-EOF         VALUE 'Y'.
015700 77  WS-REPTPARM-STATUS         PIC X(02)     VALUE SPACES.
015750 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
015800 77  WS-POSTRPT-STATUS          PIC X(02)     VALUE SPACES.
015900 77  WS-POSTCNT-STATUS          PIC X(02)     VALUE SPACES.
016000 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
016020 77  WS-POSTCKPT-STATUS         PIC X(02)     VALUE SPACES.
016040 77  WS-CKPT-EOF-SWITCH         PIC X(01)     VALUE 'N'.
016060     88  WS-CKPT-EOF            VALUE 'Y'.
016100 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
016200     88  WS-CATALOG-EOF         VALUE 'Y'.
016300 77  WS-CATALOG-LOADED-SWITCH   PIC X(01)     VALUE 'N'.
016500 77  WS-TRN-EOF-SWITCH          PIC X(01)     VALUE 'N'.
016600     88  WS-TRN-EOF             VALUE 'Y'.
016700******************************************************************
016800* CURRENT TERM - FROM THE TERM CALENDAR FOR THE RUN DATE
016900******************************************************************
017000 01  WS-CURRENT-TERM            PIC X(06)     VALUE SPACES.
017050 01  WS-CLOSED-TERM             PIC X(06)     VALUE SPACES.
017100 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
017200******************************************************************
017300* REPEAT-COURSE RULE - 'B' (SHOP DEFAULT) KEEPS THE BEST ATTEMPT
017800 01  WS-REPEAT-RULE             PIC X(01)     VALUE 'B'.
017900     88  WS-RULE-BEST           VALUE 'B'.
018000     88  WS-RULE-LATEST         VALUE 'L'.
018010******************************************************************
018020* TRANSFER-CREDIT AVERAGE POLICY FROM THE XFERPARM PARAMETER
018030* FILE: 'I' A NOTED TRANSFER (HM-TRANSFER-CREDIT, LETTER 'TR')
018040* COUNTS IN THE CUMULATIVE AVERAGE AT ITS TRANSFER CREDITS; 'E'
018050* NO TRANSFER COUNTS (THE SHOP DEFAULT)
018060******************************************************************
018070 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
018080     88  WS-XFER-INCLUDED       VALUE 'I'.
018100******************************************************************
018200* COURSE CATALOG CREDIT HOURS - LOADED ONCE AT STARTUP IF THE
018300* CATALOG MASTER IS SUPPLIED; THE CUMULATIVE AVERAGE WEIGHTS
024200 01  WS-RESUBMIT-COUNT          PIC 9(07)     COMP    VALUE ZERO.
024300 01  WS-REPEAT-COUNT            PIC 9(07)     COMP    VALUE ZERO.
024400 01  WS-STUDENT-COUNT           PIC 9(07)     COMP    VALUE ZERO.
024404******************************************************************
024408* RESTART CONTROL - WS-RUN-ID IS THIS INPUT'S POSTING-RUN
024412* IDENTIFIER (LAID OUT AS PK-RUN-ID), TAKEN IN A PRE-PASS OF THE
024416* SORTED EXPORT. ON A RESUMED RUN, TRANSACTIONS FOR STUDENTS NOT
024420* ABOVE WS-RESUME-STUDENT ARE SKIPPED; A RUN ALREADY POSTED TO
024424* COMPLETION SKIPS THEM ALL.
024428******************************************************************
024432 01  WS-RUN-ID.
024436     05  WS-RUN-SOURCE          PIC X(02)     VALUE SPACES.
024440     05  WS-RUN-COUNT           PIC 9(07)     VALUE ZERO.
024444     05  WS-RUN-HASH            PIC 9(09)     VALUE ZERO.
024448 01  WS-EXPORT-DATE             PIC 9(08)     VALUE ZERO.
024452 01  WS-RESUME-STUDENT          PIC X(06)     VALUE LOW-VALUES.
024456 01  WS-CKPT-LAST-STUDENT       PIC X(06)     VALUE SPACES.
024460 01  WS-CKPT-STATUS-CODE        PIC X(01)     VALUE 'I'.
024464 01  WS-SAVED-CHECKPOINT        PIC X(77)     VALUE SPACES.
024468 01  WS-SKIPPED-COUNT           PIC 9(07)     COMP    VALUE ZERO.
024472 77  WS-RESTART-SWITCH          PIC X(01)     VALUE 'N'.
024476     88  WS-FRESH-RUN           VALUE 'N'.
024480     88  WS-RESUMED-RUN         VALUE 'R'.
024484     88  WS-ALREADY-POSTED      VALUE 'C'.
024485******************************************************************
024486* RUN-HASH WORK - THE HASH IS KEPT BELOW 10**9 AFTER EVERY RECORD.
024487* WS-HASH-CHAR-NUM IS THE BINARY VALUE OF ONE COURSE-CODE BYTE.
024488******************************************************************
024489 01  WS-HASH-WORK               PIC 9(18)     COMP    VALUE ZERO.
024490 01  WS-HASH-QUOT               PIC 9(18)     COMP    VALUE ZERO.
024491 01  WS-HASH-REM                PIC 9(18)     COMP    VALUE ZERO.
024492 01  WS-HASH-ID                 PIC 9(06)             VALUE ZERO.
024493 01  WS-HASH-BYTE               PIC 9(01)     COMP    VALUE ZERO.
024494 01  WS-HASH-CHAR-WORK.
024495     05  FILLER                 PIC X(01)     VALUE LOW-VALUE.
024496     05  WS-HASH-CHAR           PIC X(01)     VALUE LOW-VALUE.
024497 01  WS-HASH-CHAR-NUM REDEFINES WS-HASH-CHAR-WORK
024498                                PIC 9(04)     COMP.
024500******************************************************************
024600* POSTING REPORT LINE LAYOUTS
024700******************************************************************
025200     05  FILLER            PIC X(11) VALUE ' RUN DATE: '.
025300     05  WS-PR-H-DATE      PIC 9(08).
025400     05  FILLER            PIC X(25) VALUE SPACES.
025406 01  WS-PR-RUN-LINE.
025412     05  FILLER            PIC X(13) VALUE 'POSTING RUN: '.
025418     05  WS-PR-R-SOURCE    PIC X(02).
025424     05  FILLER            PIC X(01) VALUE SPACE.
025430     05  WS-PR-R-COUNT     PIC 9(07).
025436     05  FILLER            PIC X(01) VALUE SPACE.
025442     05  WS-PR-R-HASH      PIC 9(09).
025448     05  FILLER            PIC X(14) VALUE ' EXPORT DATE: '.
025454     05  WS-PR-R-DATE      PIC 9(08).
025460     05  FILLER            PIC X(25) VALUE SPACES.
025466
025472 01  WS-PR-RESTART-LINE.
025478     05  WS-PR-X-TEXT          PIC X(40).
025484     05  WS-PR-X-STUDENT       PIC X(06).
025490     05  FILLER                PIC X(34) VALUE SPACES.
025500
025600 01  WS-PR-DETAIL-LINE.
025700     05  WS-PR-D-ACTION        PIC X(14).
028300         PERFORM 3600-RESTAMP-STUDENT THRU 3600-EXIT
028400     END-IF.
028500     PERFORM 7000-SUMMARY THRU 7000-EXIT.
028530     MOVE 'C' TO WS-CKPT-STATUS-CODE.
028560     PERFORM 9100-WRITE-CHECKPOINT THRU 9100-EXIT.
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028700     STOP RUN.
028800
028900******************************************************************
029000* 1000-INITIALIZE - OPEN FILES, LOAD THE TERM AND REPEAT RULE,
029100* PRIME THE TRANSACTION READ. THE RUN IS IDENTIFIED AND ANY
029150* CHECKPOINT LEFT BY AN EARLIER RUN OF IT IS TAKEN UP FIRST.
029200******************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
029450     PERFORM 1100-LOAD-TERM THRU 1100-EXIT.
029500     OPEN INPUT SORTED-EXPORT.
029600     OPEN OUTPUT POSTING-RPT.
029700     PERFORM 1050-OPEN-MASTER THRU 1050-EXIT.
029900     PERFORM 1150-LOAD-REPEAT-RULE THRU 1150-EXIT.
029950     PERFORM 1160-LOAD-TRANSFER-RULE THRU 1160-EXIT.
030000     PERFORM 1175-LOAD-CATALOG THRU 1175-EXIT.
030030     PERFORM 9200-IDENTIFY-RUN THRU 9200-EXIT.
030060     PERFORM 9300-CHECK-RESTART THRU 9300-EXIT.
030100     MOVE SPACES TO PR-RECORD.
030200     MOVE WS-CURRENT-TERM TO WS-PR-H-TERM.
030300     MOVE WS-RUN-DATE-YMD TO WS-PR-H-DATE.
030400     MOVE WS-PR-HEADING-LINE TO PR-RECORD.
030500     WRITE PR-RECORD.
030550     PERFORM 9400-PRINT-RUN-ID THRU 9400-EXIT.
030600     PERFORM 3200-READ-TRANSACTION THRU 3200-EXIT.
030700 1000-EXIT.
030800     EXIT.
033000     EXIT.
033100
033200******************************************************************
033300* 1100-LOAD-TERM - THE FIRST TERM NOT YET CLOSED ON THE TERM
033400* CALENDAR WHOSE START-TO-CLOSE DATES TAKE IN THE RUN DATE. NO
033450* CALENDAR, NO TERM FOR THE RUN DATE, OR ONLY A CLOSED ONE IS A
033480* HARD STOP, TAKEN BEFORE THE MASTER IS TOUCHED.
033500******************************************************************
033600 1100-LOAD-TERM.
033700     MOVE SPACES TO WS-CURRENT-TERM.
033800     OPEN INPUT TERM-CALENDAR.
033900     IF WS-TERMCAL-STATUS NOT = '00'
033920         DISPLAY 'GRDPOST - TERM CALENDAR NOT FOUND, RUN STOPPED'
033940         MOVE 16 TO RETURN-CODE
033960         STOP RUN
034000     END-IF.
034100     PERFORM 1110-READ-ONE-TERM THRU 1110-EXIT
034200         UNTIL WS-TERMCAL-EOF
034300         OR WS-CURRENT-TERM NOT = SPACES.
034400     CLOSE TERM-CALENDAR.
034500     IF WS-CURRENT-TERM NOT = SPACES
034600         GO TO 1100-EXIT
034700     END-IF.
034750     IF WS-CLOSED-TERM NOT = SPACES
034800         DISPLAY 'GRDPOST - TERM ' WS-CLOSED-TERM
034820             ' IS CLOSED, RUN STOPPED'
034840     ELSE
034860         DISPLAY 'GRDPOST - NO TERM ON THE CALENDAR COVERS '
034880             WS-RUN-DATE-YMD ', RUN STOPPED'
034900     END-IF.
034950     MOVE 16 TO RETURN-CODE.
035000     STOP RUN.
035100 1100-EXIT.
035200     EXIT.
035210
035220 1110-READ-ONE-TERM.
035230     READ TERM-CALENDAR
035240         AT END
035250             SET WS-TERMCAL-EOF TO TRUE
035260             GO TO 1110-EXIT
035270     END-READ.
035280     IF TC-START-DATE > WS-RUN-DATE-YMD
035290         OR TC-CLOSE-DATE < WS-RUN-DATE-YMD
035300         GO TO 1110-EXIT
035310     END-IF.
035320     IF TC-CLOSED
035330         IF WS-CLOSED-TERM = SPACES
035340             MOVE TC-TERM-CODE TO WS-CLOSED-TERM
035350         END-IF
035360         GO TO 1110-EXIT
035370     END-IF.
035380     MOVE TC-TERM-CODE TO WS-CURRENT-TERM.
035390 1110-EXIT.
035395     EXIT.
035398
035400******************************************************************
035500* 1150-LOAD-REPEAT-RULE - REPEAT-COURSE POLICY FROM REPTPARM IF
035600* SUPPLIED: 'B' BEST ATTEMPT COUNTS, 'L' MOST RECENT. NO
037700 1150-EXIT.
037800     EXIT.
037900
037903******************************************************************
037906* 1160-LOAD-TRANSFER-RULE - TRANSFER AVERAGE POLICY FROM XFERPARM
037909* IF SUPPLIED: 'I' INCLUDE, 'E' EXCLUDE. NO PARAMETER FILE IS
037912* NOT AN ERROR - THE SHOP DEFAULT ('E') STANDS. ANYTHING ELSE IN
037915* THE FILE IS A WARNING AND THE DEFAULT STANDS.
037918******************************************************************
037921 1160-LOAD-TRANSFER-RULE.
037924     OPEN INPUT TRANSFER-PARM.
037927     IF WS-XFERPARM-STATUS NOT = '00'
037930         GO TO 1160-EXIT
037933     END-IF.
037936     READ TRANSFER-PARM
037939         AT END
037942             GO TO 1160-CLOSE
037945     END-READ.
037948     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
037951         MOVE XP-RECORD TO WS-XFER-RULE
037954     ELSE
037957         DISPLAY 'GRDPOST - XFERPARM RULE NOT I OR E, '
037960             'DEFAULT KEPT'
037963     END-IF.
037966 1160-CLOSE.
037969     CLOSE TRANSFER-PARM.
037972 1160-EXIT.
037975     EXIT.
037985
038000******************************************************************
038100* 1175-LOAD-CATALOG - CREDIT HOURS FROM THE COURSE CATALOG IF
038200* SUPPLIED. NO CATALOG FILE IS NOT AN ERROR - EVERY COURSE
046800             OR EG-STUDENT-ID = '000000')
046900         GO TO 3200-READ-TRANSACTION
047000     END-IF.
047010     IF NOT WS-TRN-EOF
047020         AND EG-STUDENT-ID NOT > WS-RESUME-STUDENT
047030         ADD 1 TO WS-SKIPPED-COUNT
047040         GO TO 3200-READ-TRANSACTION
047050     END-IF.
047100 3200-EXIT.
047200     EXIT.
047300
047600* STUDENT/TERM/COURSE: THE NEW RESULT REPLACES THE OLD ONE IN
047700* PLACE, THE RE-SUBMISSION COUNT GOES UP, AND THE POSTING
047800* REPORT SHOWS THE BEFORE AND AFTER NOTES.
047820* A TRANSFER CREDIT POSTED UNDER THE SAME KEY IS SUPERSEDED BY
047840* THE RESULT EARNED HERE: IT IS REPLACED THE SAME WAY, LISTED AS
047860* 'XFER REPLACED', AND STARTS WITH NO RE-SUBMISSIONS.
047900******************************************************************
048000 3400-REPLACE-RESULT.
048100     IF HM-TRANSFER-CREDIT OF HM-RECORD
048120         MOVE 'XFER REPLACED ' TO WS-PR-D-ACTION
048140     ELSE
048160         MOVE 'RESUBMISSION  ' TO WS-PR-D-ACTION
048180     END-IF.
048200     MOVE EG-STUDENT-ID TO WS-PR-D-STUDENT-ID.
048300     MOVE EG-COURSE-CODE TO WS-PR-D-COURSE.
048400     MOVE HM-NOTE OF HM-RECORD TO WS-PR-D-OLD-NOTE.
048800     MOVE EG-NOTE TO HM-NOTE OF HM-RECORD.
048900     MOVE EG-LETTER-CODE TO HM-LETTER-CODE OF HM-RECORD.
049000     MOVE WS-RUN-DATE-YMD TO HM-POST-DATE OF HM-RECORD.
049100     IF HM-TRANSFER-CREDIT OF HM-RECORD
049110         MOVE ZERO TO HM-RESUBMIT-COUNT OF HM-RECORD
049120     ELSE
049130         ADD 1 TO HM-RESUBMIT-COUNT OF HM-RECORD
049140     END-IF.
049150     MOVE SPACE TO HM-STATUS-FLAG OF HM-RECORD.
049300     ADD 1 TO WS-RESUBMIT-COUNT.
049400     REWRITE HM-KEY-RECORD.
049500     IF WS-HISTMAST-STATUS NOT = '00'
055100         VARYING WS-BUF-IDX FROM 1 BY 1
055200         UNTIL WS-BUF-IDX > WS-BUF-COUNT.
055300     MOVE ZERO TO WS-BUF-COUNT.
055320     MOVE 'I' TO WS-CKPT-STATUS-CODE.
055340     MOVE WS-TARGET-STUDENT-ID TO WS-CKPT-LAST-STUDENT.
055360     PERFORM 9100-WRITE-CHECKPOINT THRU 9100-EXIT.
055400 3600-EXIT.
055500     EXIT.
055600
070900
071000 3650-SUM-ONE-RESULT.
071100     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
071120     IF HM-TRANSFER-CREDIT OF WS-FLUSH-WORK
071140         PERFORM 3655-SUM-ONE-TRANSFER THRU 3655-EXIT
071160         GO TO 3650-EXIT
071180     END-IF.
071200     IF NOT HM-ATTEMPT-COUNTS OF WS-FLUSH-WORK
071300         GO TO 3650-EXIT
071400     END-IF.
071900     ADD WS-CREDIT-WEIGHT TO WS-BUF-WEIGHT-TOTAL.
072000 3650-EXIT.
072100     EXIT.
072102
072105******************************************************************
072110* 3655-SUM-ONE-TRANSFER - A NOTED TRANSFER COUNTS AT ITS TRANSFER
072115* CREDITS WHEN XFERPARM INCLUDES TRANSFERS; A CREDIT-ONLY ONE
072120* NEVER COUNTS
072125******************************************************************
072130 3655-SUM-ONE-TRANSFER.
072135     IF NOT WS-XFER-INCLUDED
072140         OR NOT HM-TRANSFER-NOTED OF WS-FLUSH-WORK
072145         GO TO 3655-EXIT
072150     END-IF.
072155     COMPUTE WS-BUF-NOTE-TOTAL =
072160         WS-BUF-NOTE-TOTAL
072165         + (HM-NOTE OF WS-FLUSH-WORK
072170             * HM-TRANSFER-CREDITS OF WS-FLUSH-WORK).
072175     ADD HM-TRANSFER-CREDITS OF WS-FLUSH-WORK
072180         TO WS-BUF-WEIGHT-TOTAL.
072185 3655-EXIT.
072190     EXIT.
072200
072300******************************************************************
072400* 3660-GET-CREDIT-WEIGHT - THE CATALOG CREDIT HOURS FOR THE
078400     MOVE WS-STUDENT-COUNT TO WS-PR-F-VALUE.
078500     MOVE WS-PR-FOOTER-LINE TO PR-RECORD.
078600     WRITE PR-RECORD.
078610     MOVE SPACES TO PR-RECORD.
078620     MOVE SPACES TO WS-PR-FOOTER-LINE.
078630     MOVE 'SKIPPED ON RESTART :' TO WS-PR-F-LABEL.
078640     MOVE WS-SKIPPED-COUNT TO WS-PR-F-VALUE.
078650     MOVE WS-PR-FOOTER-LINE TO PR-RECORD.
078660     WRITE PR-RECORD.
078700     DISPLAY 'RESULTS ADDED      : ' WS-ADDED-COUNT.
078800     DISPLAY 'RE-SUBMISSIONS     : ' WS-RESUBMIT-COUNT.
078900     DISPLAY 'REPEATS EXCLUDED   : ' WS-REPEAT-COUNT.
079000     DISPLAY 'STUDENTS RESTAMPED : ' WS-STUDENT-COUNT.
079050     DISPLAY 'SKIPPED ON RESTART : ' WS-SKIPPED-COUNT.
079100 7000-EXIT.
079200     EXIT.
079300
081700     CLOSE HISTORY-MASTER SORTED-EXPORT POSTING-RPT.
081800 9000-EXIT.
081900     EXIT.
082000
082100******************************************************************
082200* 9100-WRITE-CHECKPOINT - THE RUN IDENTIFIER, THE LAST STUDENT
082300* FULLY POSTED AND RESTAMPED, AND THE RUN COUNTERS, WITH STATUS
082400* 'I' AFTER EACH STUDENT AND 'C' ONCE THE RUN IS COMPLETE. THE
082500* FILE IS REOPENED OUTPUT EACH TIME; WHETHER THAT REPLACES OR
082600* EXTENDS IT, 9300 TAKES UP ONLY THE LAST RECORD ON IT.
082700******************************************************************
082800 9100-WRITE-CHECKPOINT.
082900     MOVE SPACES TO PK-RECORD.
083000     MOVE WS-RUN-ID TO PK-RUN-ID.
083100     MOVE WS-EXPORT-DATE TO PK-EXPORT-DATE.
083200     MOVE WS-CKPT-STATUS-CODE TO PK-STATUS.
083300     MOVE WS-CKPT-LAST-STUDENT TO PK-LAST-STUDENT.
083400     MOVE WS-ADDED-COUNT TO PK-ADDED-COUNT.
083500     MOVE WS-RESUBMIT-COUNT TO PK-RESUBMIT-COUNT.
083600     MOVE WS-REPEAT-COUNT TO PK-REPEAT-COUNT.
083700     MOVE WS-STUDENT-COUNT TO PK-STUDENT-COUNT.
083800     MOVE WS-RUN-DATE-YMD TO PK-WRITTEN-DATE.
083900     OPEN OUTPUT POST-CHECKPOINT.
084000     WRITE PK-RECORD.
084100     CLOSE POST-CHECKPOINT.
084200 9100-EXIT.
084300     EXIT.
084400******************************************************************
084500* 9200-IDENTIFY-RUN - PRE-PASS OF THE SORTED EXPORT FOR THE
084600* POSTING-RUN IDENTIFIER: THE FIRST HEADER'S SOURCE JOB (AND ITS
084700* RUN DATE, FOR THE OPERATOR), THE NUMBER OF RESULT RECORDS, AND
084800* A HASH OF THEIR NOTE, EXAM, AND COURSEWORK FIELDS PLUS EACH
084810* RECORD'S STUDENT ID AND COURSE BYTES WEIGHTED BY ITS POSITION,
084820* SO TWO EXPORTS WITH EQUAL SCORE SUMS STILL DIFFER. THE HEADER
084830* DATE STAYS OUT OF IT. THE FILE IS THEN REOPENED FOR POSTING.
085000******************************************************************
085100 9200-IDENTIFY-RUN.
085200     PERFORM 9250-READ-ONE-FOR-ID THRU 9250-EXIT
085300         UNTIL WS-TRN-EOF.
085350     MOVE WS-HASH-WORK TO WS-RUN-HASH.
085400     CLOSE SORTED-EXPORT.
085500     OPEN INPUT SORTED-EXPORT.
085600     MOVE 'N' TO WS-TRN-EOF-SWITCH.
085700 9200-EXIT.
085800     EXIT.
085900
086000 9250-READ-ONE-FOR-ID.
086100     READ SORTED-EXPORT
086200         AT END
086300             SET WS-TRN-EOF TO TRUE
086400             GO TO 9250-EXIT
086500     END-READ.
086600     IF EG-STUDENT-ID = '999999'
086700         GO TO 9250-EXIT
086800     END-IF.
086900     IF HD-HEADER
087000         IF WS-RUN-SOURCE = SPACES
087100             MOVE HD-SOURCE-JOB TO WS-RUN-SOURCE
087200             IF HD-RUN-DATE IS NUMERIC
087300                 MOVE HD-RUN-DATE TO WS-EXPORT-DATE
087400             END-IF
087500         END-IF
087600         GO TO 9250-EXIT
087700     END-IF.
087800     ADD 1 TO WS-RUN-COUNT.
087804     IF EG-STUDENT-ID IS NUMERIC
087808         MOVE EG-STUDENT-ID TO WS-HASH-ID
087812         COMPUTE WS-HASH-WORK = WS-HASH-WORK
087816             + WS-HASH-ID * WS-RUN-COUNT
087820     END-IF.
087824     PERFORM 9260-HASH-ONE-COURSE-BYTE THRU 9260-EXIT
087828         VARYING WS-HASH-BYTE FROM 1 BY 1
087832         UNTIL WS-HASH-BYTE > 4.
087836     IF EG-NOTE IS NUMERIC
087840         ADD EG-NOTE TO WS-HASH-WORK
087844     END-IF.
087848     IF EG-EXAM-SCORE IS NUMERIC
087852         ADD EG-EXAM-SCORE TO WS-HASH-WORK
087856     END-IF.
087860     IF EG-COURSEWORK-SCORE IS NUMERIC
087864         ADD EG-COURSEWORK-SCORE TO WS-HASH-WORK
087868     END-IF.
087872     DIVIDE WS-HASH-WORK BY 1000000000
087876         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
087880     MOVE WS-HASH-REM TO WS-HASH-WORK.
088800 9250-EXIT.
088900     EXIT.
088902
088904 9260-HASH-ONE-COURSE-BYTE.
088906     MOVE EG-COURSE-CODE(WS-HASH-BYTE:1) TO WS-HASH-CHAR.
088908     COMPUTE WS-HASH-WORK = WS-HASH-WORK
088910         + WS-HASH-CHAR-NUM * WS-HASH-BYTE * WS-RUN-COUNT.
088912 9260-EXIT.
088914     EXIT.
089000
089100******************************************************************
089200* 9300-CHECK-RESTART - TAKE UP THE CHECKPOINT LEFT BY AN EARLIER
089300* RUN. THE FILE IS READ TO THE END AND ITS LAST RECORD USED. NO
089400* CHECKPOINT, OR A COMPLETED ONE FOR A DIFFERENT INPUT, IS A FRESH
089500* RUN. AN UNFINISHED ONE FOR A DIFFERENT INPUT IS A HARD STOP. FOR
089600* THE SAME INPUT THE RUN COUNTERS ARE RESTORED, AND THE RUN EITHER
089700* RESUMES AFTER THE LAST STUDENT DONE OR, IF IT WENT TO
089800* COMPLETION, SKIPS EVERY TRANSACTION.
089900******************************************************************
090000 9300-CHECK-RESTART.
090100     OPEN INPUT POST-CHECKPOINT.
090200     IF WS-POSTCKPT-STATUS NOT = '00'
090300         GO TO 9300-EXIT
090400     END-IF.
090500     PERFORM 9310-READ-ONE-CHECKPOINT THRU 9310-EXIT
090600         UNTIL WS-CKPT-EOF.
090700     CLOSE POST-CHECKPOINT.
090800     IF WS-SAVED-CHECKPOINT = SPACES
090900         GO TO 9300-EXIT
091000     END-IF.
091100     MOVE WS-SAVED-CHECKPOINT TO PK-RECORD.
091200     IF PK-RUN-ID NOT = WS-RUN-ID
091300         IF PK-IN-PROGRESS
091400             DISPLAY 'GRDPOST - CHECKPOINT IS FROM AN UNFINISHED '
091500                 'POSTING OF A DIFFERENT INPUT (RUN ' PK-RUN-ID
091600                 ', LAST STUDENT ' PK-LAST-STUDENT ')'
091700             DISPLAY 'GRDPOST - RUN STOPPED'
091800             MOVE 16 TO RETURN-CODE
091900             STOP RUN
092000         END-IF
092100         GO TO 9300-EXIT
092200     END-IF.
092300     MOVE PK-ADDED-COUNT TO WS-ADDED-COUNT.
092400     MOVE PK-RESUBMIT-COUNT TO WS-RESUBMIT-COUNT.
092500     MOVE PK-REPEAT-COUNT TO WS-REPEAT-COUNT.
092600     MOVE PK-STUDENT-COUNT TO WS-STUDENT-COUNT.
092700     MOVE PK-LAST-STUDENT TO WS-CKPT-LAST-STUDENT.
092800     IF PK-COMPLETE
092900         SET WS-ALREADY-POSTED TO TRUE
093000         MOVE HIGH-VALUES TO WS-RESUME-STUDENT
093100         DISPLAY 'GRDPOST - RUN ' WS-RUN-ID ' ALREADY POSTED TO '
093200             'COMPLETION, NOTHING RE-POSTED'
093300     ELSE
093400         SET WS-RESUMED-RUN TO TRUE
093500         MOVE PK-LAST-STUDENT TO WS-RESUME-STUDENT
093600         DISPLAY 'GRDPOST - RESUMING RUN ' WS-RUN-ID
093700             ' AFTER STUDENT ' PK-LAST-STUDENT
093800     END-IF.
093900 9300-EXIT.
094000     EXIT.
094100
094200 9310-READ-ONE-CHECKPOINT.
094300     READ POST-CHECKPOINT
094400         AT END
094500             SET WS-CKPT-EOF TO TRUE
094600             GO TO 9310-EXIT
094700     END-READ.
094800     MOVE PK-RECORD TO WS-SAVED-CHECKPOINT.
094900 9310-EXIT.
095000     EXIT.
095100
095200******************************************************************
095300* 9400-PRINT-RUN-ID - THE POSTING-RUN IDENTIFIER UNDER THE
095400* HEADING, AND A RESUMED OR ALREADY-POSTED RUN CALLED OUT
095500******************************************************************
095600 9400-PRINT-RUN-ID.
095700     MOVE SPACES TO PR-RECORD.
095800     MOVE WS-RUN-SOURCE TO WS-PR-R-SOURCE.
095900     MOVE WS-RUN-COUNT TO WS-PR-R-COUNT.
096000     MOVE WS-RUN-HASH TO WS-PR-R-HASH.
096100     MOVE WS-EXPORT-DATE TO WS-PR-R-DATE.
096200     MOVE WS-PR-RUN-LINE TO PR-RECORD.
096300     WRITE PR-RECORD.
096400     IF WS-FRESH-RUN
096500         GO TO 9400-EXIT
096600     END-IF.
096700     MOVE SPACES TO WS-PR-RESTART-LINE.
096800     IF WS-RESUMED-RUN
096900         MOVE 'RESTARTED - RESUMING AFTER STUDENT     '
097000             TO WS-PR-X-TEXT
097100         MOVE WS-CKPT-LAST-STUDENT TO WS-PR-X-STUDENT
097200     ELSE
097300         MOVE 'RUN ALREADY POSTED - NOTHING RE-POSTED  '
097400             TO WS-PR-X-TEXT
097500     END-IF.
097600     MOVE SPACES TO PR-RECORD.
097700     MOVE WS-PR-RESTART-LINE TO PR-RECORD.
097800     WRITE PR-RECORD.
097900 9400-EXIT.
098000     EXIT.
