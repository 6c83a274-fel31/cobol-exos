000100******************************************************************
000200* PROGRAM NAME:    APPLMNT
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* GRADE-APPEAL CASE MAINTENANCE. APPLIES OPEN / ASSIGN-REVIEWER /
000800* UPHOLD / DENY TRANSACTIONS TO THE APPEAL CASE FILE (ONE RECORD
000900* PER STUDENT/COURSE/TERM APPEALED, COPYBOOK APPEALRC) AS AN
001000* OLD-MASTER/NEW-MASTER SEQUENTIAL UPDATE, KEEPING THE FILE IN
001100* STUDENT-ID/COURSE-CODE/TERM SEQUENCE. A CASE MOVES OPENED ->
001200* UNDER REVIEW -> UPHELD OR DENIED AND A DECIDED CASE IS NEVER
001300* RE-OPENED. OPENING A CASE READS THE INDEXED HISTORY MASTER
001400* AND KEEPS THE NOTE AND LETTER CODE POSTED AT THAT MOMENT ON
001500* THE CASE; ONLY THE STUDENT'S MOST RECENT ATTEMPT OF THE COURSE
001600* CAN BE APPEALED, BECAUSE THAT IS THE RESULT A GRADECOR CHANGE
001700* TARGETS. THE REVIEWER MUST BE AN ACTIVE OPERATOR WITH
001800* CORRECTION AUTHORITY OTHER THAN THE ONE WHO OPENED THE CASE,
001900* AND ONLY THE ASSIGNED REVIEWER CAN DECIDE IT. AN UPHELD CASE
002000* WRITES A GRADECOR 'C' TRANSACTION (COPYBOOK CORRTRAN) WITH THE
002100* CORRECTED SCORES AND THE REVIEWER AS ITS OPERATOR, SO THE
002200* CORRECTION GOES THROUGH GRADECOR'S NORMAL AUDIT TRAIL AND ITS
002300* PENDING-APPROVAL RULES (COPYBOOK PENDCORR) LIKE ANY OTHER.
002310* THE UPHOLD CHECKS THE MASTER AGAIN: IF THE APPEALED TERM IS NO
002320* LONGER THE MOST RECENT ATTEMPT, THE UPHOLD IS REFUSED (RC=4).
002400* EVERY APPLIED TRANSACTION WRITES A CHANGE-LOG RECORD (COPYBOOK
002500* APPLCHGR) AND EVERY OPERATOR IS CHECKED AGAINST THE OPERATOR
002600* AUTHORIZATION FILE (COPYBOOK OPERAUTH) WITH THE CORRECTION
002700* AUTHORITY GRADECOR REQUIRES. TRANSACTIONS COME FROM THE
002800* APPLTRAN FILE WHEN ONE IS SUPPLIED; OTHERWISE THE OPERATOR IS
002900* PROMPTED IN THE ACCEPT/RE-PROMPT STYLE OF ROSTMNT ('Q' ENDS
003000* THE SESSION). AN OLD CASE FILE OUT OF SEQUENCE IS A HARD STOP.
003100*
003200* MAINTENANCE LOG
003300* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003400* ---------  ------------  ---------------------------------------
003500* 10/15/26   R.DELACROIX   INITIAL VERSION.
003520* 10/15/26   R.DELACROIX   A CASE CANNOT BE OPENED AGAINST A
003540*                          TRANSFER CREDIT (XFERPOST) - THE GRADE
003560*                          WAS AWARDED ELSEWHERE AND GRADECOR
003580*                          REFUSES TO AMEND IT.
003585* 10/15/26   R.DELACROIX   AN UPHOLD IS REFUSED WHEN A RETAKE HAS
003590*                          BEEN POSTED SINCE THE CASE WAS OPENED,
003595*                          AS GRADECOR WOULD CORRECT THE RETAKE.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. APPLMNT.
003900 AUTHOR. R.DELACROIX.
004000 INSTALLATION. COBOL DEVELOPMENT CENTER.
004100 DATE-WRITTEN. 10/15/26.
004200 DATE-COMPILED. 10/15/26.
004300 SECURITY. NON-CONFIDENTIAL.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OLD-APPEAL ASSIGN TO OLDAPPL
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-OLDAPPL-STATUS.
005400     SELECT NEW-APPEAL ASSIGN TO NEWAPPL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-NEWAPPL-STATUS.
005700     SELECT APPL-TRANS ASSIGN TO APPLTRAN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-APPLTRAN-STATUS.
006000     SELECT CHANGE-LOG ASSIGN TO APPLCHG
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-APPLCHG-STATUS.
006300     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS HM-MASTER-KEY
006700         FILE STATUS IS WS-HISTMAST-STATUS.
006800     SELECT CORR-TRANS ASSIGN TO CORRTRAN
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CORRTRAN-STATUS.
007100     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-OPERFILE-STATUS.
007400     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUDITLOG-STATUS.
007700******************************************************************
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  OLD-APPEAL
008100     RECORDING MODE IS F.
008200 01  OA-RECORD.
008300     COPY APPEALRC.
008400
008500 FD  NEW-APPEAL
008600     RECORDING MODE IS F.
008700 01  NA-RECORD                  PIC X(68).
008800
008900 FD  APPL-TRANS
009000     RECORDING MODE IS F.
009100 01  AT-RECORD.
009200     COPY APPLTRAN.
009300
009400 FD  CHANGE-LOG
009500     RECORDING MODE IS F.
009600 01  AC-RECORD.
009700     COPY APPLCHGR.
009800
009900******************************************************************
010000* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
010100* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
010200* CONVENTION AS GRDPOST.
010300******************************************************************
010400 FD  HISTORY-MASTER
010500     RECORDING MODE IS F.
010600 01  HM-KEY-RECORD.
010700     05  HM-MASTER-KEY         PIC X(18).
010800     05  FILLER                PIC X(24).
010900 01  HM-RECORD.
011000     COPY GRDHISTR.
011100
011200 FD  CORR-TRANS
011300     RECORDING MODE IS F.
011400 01  CT-RECORD.
011500     COPY CORRTRAN.
011600
011700 FD  OPERATOR-FILE
011800     RECORDING MODE IS F.
011900 01  OP-RECORD.
012000     COPY OPERAUTH.
012100
012200 FD  AUDIT-LOG
012300     RECORDING MODE IS F.
012400 01  AL-RECORD.
012500     COPY AUDITREC.
012600
012700 WORKING-STORAGE SECTION.
012800******************************************************************
012900* FILE STATUS AND END-OF-FILE SWITCHES
013000******************************************************************
013100 77  WS-OLDAPPL-STATUS          PIC X(02)     VALUE SPACES.
013200 77  WS-NEWAPPL-STATUS          PIC X(02)     VALUE SPACES.
013300 77  WS-APPLTRAN-STATUS         PIC X(02)     VALUE SPACES.
013400 77  WS-APPLCHG-STATUS          PIC X(02)     VALUE SPACES.
013500 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
013600 77  WS-CORRTRAN-STATUS         PIC X(02)     VALUE SPACES.
013700 77  WS-OPERFILE-STATUS         PIC X(02)     VALUE SPACES.
013800 77  WS-AUDITLOG-STATUS         PIC X(02)     VALUE SPACES.
013900 77  WS-MAST-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
014000     88  WS-MAST-OPENED         VALUE 'Y'.
014100 77  WS-MASTER-FOUND-SWITCH     PIC X(01)     VALUE 'N'.
014200     88  WS-MASTER-FOUND        VALUE 'Y'.
014300 77  WS-CORR-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
014400     88  WS-CORR-OPENED         VALUE 'Y'.
014500 77  WS-OPER-EOF-SWITCH         PIC X(01)     VALUE 'N'.
014600     88  WS-OPER-EOF            VALUE 'Y'.
014700 77  WS-OPER-OK-SWITCH          PIC X(01)     VALUE 'N'.
014800     88  WS-OPER-OK             VALUE 'Y'.
014900 77  WS-OLD-EOF-SWITCH          PIC X(01)     VALUE 'N'.
015000     88  WS-OLD-EOF             VALUE 'Y'.
015100 77  WS-OLD-OPEN-SWITCH         PIC X(01)     VALUE 'N'.
015200     88  WS-OLD-OPENED          VALUE 'Y'.
015300 77  WS-TRN-EOF-SWITCH          PIC X(01)     VALUE 'N'.
015400     88  WS-TRN-EOF             VALUE 'Y'.
015500 77  WS-HOLD-ACTIVE-SWITCH      PIC X(01)     VALUE 'N'.
015600     88  WS-HOLD-ACTIVE         VALUE 'Y'.
015700 77  WS-SESSION-END-SWITCH      PIC X(01)     VALUE 'N'.
015800     88  WS-SESSION-END         VALUE 'Y'.
015900******************************************************************
016000* THE OLD CASE RECORD IN HOLD - READ AHEAD, POSSIBLY CHANGED BY
016100* ONE OR MORE TRANSACTIONS, WRITTEN WHEN THE LINE PASSES IT.
016200* WS-HOLD-KEY IS ITS STUDENT/COURSE/TERM KEY.
016300******************************************************************
016400 01  WS-HOLD-RECORD.
016500     COPY APPEALRC.
016600 01  WS-HOLD-KEY.
016700     05  WS-HOLD-K-STUDENT      PIC X(06).
016800     05  WS-HOLD-K-COURSE       PIC X(04).
016900     05  WS-HOLD-K-TERM         PIC X(06).
017000******************************************************************
017100* WORK RECORD FOR A NEWLY OPENED CASE
017200******************************************************************
017300 01  WS-NEW-WORK.
017400     COPY APPEALRC.
017500 01  WS-PREV-OLD-KEY            PIC X(16)     VALUE LOW-VALUES.
017600 01  WS-LAST-ADDED-KEY          PIC X(16)     VALUE LOW-VALUES.
017700 01  WS-TRAN-KEY.
017800     05  WS-TRAN-K-STUDENT      PIC X(06).
017900     05  WS-TRAN-K-COURSE       PIC X(04).
018000     05  WS-TRAN-K-TERM         PIC X(06).
018100******************************************************************
018200* MOST RECENT POSTED ATTEMPT OF THE COURSE BEING APPEALED, FROM
018300* THE HISTORY-MASTER SCAN
018400******************************************************************
018500 01  WS-TARGET-STUDENT-ID       PIC X(06)     VALUE SPACES.
018600 01  WS-TARGET-COURSE           PIC X(04)     VALUE SPACES.
018700 01  WS-MASTER-HOLD.
018800     COPY GRDHISTR.
018900******************************************************************
019000* TRANSACTION TABLE - FROM THE APPLTRAN FILE OR THE OPERATOR
019100* SESSION, INSERTED INTO STUDENT/COURSE/TERM ORDER AS LOADED SO
019200* BOTH SOURCES FEED THE SAME SEQUENTIAL PASS. OVERFLOW IS A HARD
019300* STOP.
019400******************************************************************
019500 01  WS-TRAN-COUNT              PIC 9(03)     COMP    VALUE ZERO.
019600 01  WS-TRAN-IDX                PIC 9(03)     COMP    VALUE ZERO.
019700 01  WS-INS-IDX                 PIC 9(03)     COMP    VALUE ZERO.
019800 01  WS-SHIFT-IDX               PIC 9(03)     COMP    VALUE ZERO.
019900 01  WS-TRAN-TABLE.
020000     05  WS-TRAN-ENTRY OCCURS 200 TIMES.
020100         10  WS-TT-ACTION          PIC X(01).
020200         10  WS-TT-KEY.
020300             15  WS-TT-STUDENT-ID  PIC X(06).
020400             15  WS-TT-COURSE-CODE PIC X(04).
020500             15  WS-TT-TERM        PIC X(06).
020600         10  WS-TT-REVIEWER        PIC X(08).
020700         10  WS-TT-EXAM-SCORE      PIC 9(02).
020800         10  WS-TT-COURSEWORK      PIC 9(02).
020900         10  WS-TT-POSTED-NOTE     PIC 9(02).
021000         10  WS-TT-POSTED-LETTER   PIC X(02).
021100         10  WS-TT-OPERATOR        PIC X(08).
021200******************************************************************
021300* OPERATOR AUTHORIZATION TABLE - LOADED ONCE AT STARTUP FROM
021400* OPERFILE, SCANNED PER TRANSACTION AND FOR EVERY REVIEWER
021500* ASSIGNED. A MISSING AUTHORIZATION FILE IS A HARD STOP - NO
021600* CHANGE CAN BE AUTHORIZED WITHOUT IT.
021700******************************************************************
021800 01  WS-OPER-COUNT              PIC 9(03)     COMP    VALUE ZERO.
021900 01  WS-OPER-TABLE.
022000     05  WS-OPER-ENTRY OCCURS 200 TIMES
022100                       INDEXED BY WS-OPER-IDX.
022200         10  WS-OPER-ID             PIC X(08).
022300         10  WS-OPER-LEVEL          PIC X(01).
022400             88  WS-OPER-CORR-AUTH
022500                 VALUE 'C' 'A'.
022600         10  WS-OPER-ACTIVE         PIC X(01).
022700             88  WS-OPER-IS-ACTIVE  VALUE 'A'.
022800 01  WS-CHECK-OPER-ID           PIC X(08)     VALUE SPACES.
022900******************************************************************
023000* OPERATOR-SESSION WORK FIELDS (ACCEPT/RE-PROMPT CONVENTION)
023100******************************************************************
023200 01  WS-OP-ACTION               PIC X(01)     VALUE SPACE.
023300 01  WS-OP-REPLY                PIC X(15)     VALUE SPACES.
023400 77  WS-RETRY-COUNT             PIC 9(02)     VALUE 0.
023500 77  WS-RETRY-MAX               PIC 9(02)     VALUE 3.
023600******************************************************************
023700* RUN COUNTERS
023800******************************************************************
023900 01  WS-OPENED-COUNT            PIC 9(05)     COMP    VALUE ZERO.
024000 01  WS-ASSIGNED-COUNT          PIC 9(05)     COMP    VALUE ZERO.
024100 01  WS-UPHELD-COUNT            PIC 9(05)     COMP    VALUE ZERO.
024200 01  WS-DENIED-COUNT            PIC 9(05)     COMP    VALUE ZERO.
024300 01  WS-CORR-COUNT              PIC 9(05)     COMP    VALUE ZERO.
024400 01  WS-ERROR-COUNT             PIC 9(05)     COMP    VALUE ZERO.
024500 01  WS-CARRIED-COUNT           PIC 9(07)     COMP    VALUE ZERO.
024600 01  WS-RUN-DATE-YMD            PIC 9(08)             VALUE ZERO.
024700
024800******************************************************************
024900 PROCEDURE DIVISION.
025000******************************************************************
025100* 0000-MAINLINE - TOP-LEVEL CONTROL FLOW
025200******************************************************************
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     PERFORM 3000-APPLY-ONE-TRAN THRU 3000-EXIT
025600         VARYING WS-TRAN-IDX FROM 1 BY 1
025700         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
025800     PERFORM 3900-FLUSH-REMAINDER THRU 3900-EXIT.
025900     PERFORM 7000-SUMMARY THRU 7000-EXIT.
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026100     STOP RUN.
026200
026300******************************************************************
026400* 1000-INITIALIZE - OPEN FILES, LOAD THE OPERATORS AND THE
026500* TRANSACTIONS (FILE OR OPERATOR SESSION), PRIME THE OLD-CASE
026600* HOLD. A MISSING OLD FILE IS NOT AN ERROR - THE FIRST RUN EVER
026700* STARTS EMPTY. A MISSING HISTORY MASTER ONLY STOPS CASES BEING
026800* OPENED; REVIEWS AND DECISIONS STILL APPLY.
026900******************************************************************
027000 1000-INITIALIZE.
027100     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
027200     OPEN OUTPUT NEW-APPEAL.
027300     OPEN EXTEND CHANGE-LOG.
027400     IF WS-APPLCHG-STATUS = '35'
027500         OPEN OUTPUT CHANGE-LOG
027600     END-IF.
027700     OPEN INPUT OLD-APPEAL.
027800     IF WS-OLDAPPL-STATUS = '00'
027900         SET WS-OLD-OPENED TO TRUE
028000     ELSE
028100         SET WS-OLD-EOF TO TRUE
028200     END-IF.
028300     OPEN INPUT HISTORY-MASTER.
028400     IF WS-HISTMAST-STATUS = '00'
028500         SET WS-MAST-OPENED TO TRUE
028600     END-IF.
028700     OPEN EXTEND AUDIT-LOG.
028800     IF WS-AUDITLOG-STATUS = '35'
028900         OPEN OUTPUT AUDIT-LOG
029000     END-IF.
029100     PERFORM 1250-LOAD-OPERATORS THRU 1250-EXIT.
029200     PERFORM 1300-LOAD-TRANSACTIONS THRU 1300-EXIT.
029300     PERFORM 3100-READ-OLD-APPEAL THRU 3100-EXIT.
029400 1000-EXIT.
029500     EXIT.
029600
029700******************************************************************
029800* 1250-LOAD-OPERATORS - READ THE OPERATOR AUTHORIZATION FILE
029900* INTO MEMORY. MISSING OR EMPTY IS A HARD STOP.
030000******************************************************************
030100 1250-LOAD-OPERATORS.
030200     OPEN INPUT OPERATOR-FILE.
030300     IF WS-OPERFILE-STATUS NOT = '00'
030400         DISPLAY 'APPLMNT - OPERATOR AUTHORIZATION FILE NOT '
030500             'FOUND, RUN STOPPED'
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900     PERFORM 1260-LOAD-ONE-OPERATOR THRU 1260-EXIT
031000         UNTIL WS-OPER-EOF.
031100     CLOSE OPERATOR-FILE.
031200     IF WS-OPER-COUNT = ZERO
031300         DISPLAY 'APPLMNT - OPERATOR AUTHORIZATION FILE '
031400             'EMPTY, RUN STOPPED'
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800 1250-EXIT.
031900     EXIT.
032000
032100 1260-LOAD-ONE-OPERATOR.
032200     READ OPERATOR-FILE
032300         AT END
032400             SET WS-OPER-EOF TO TRUE
032500             GO TO 1260-EXIT
032600     END-READ.
032700     IF WS-OPER-COUNT = 200
032800         DISPLAY 'APPLMNT - MORE THAN 200 OPERATORS, '
032900             'RUN STOPPED'
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300     ADD 1 TO WS-OPER-COUNT.
033400     SET WS-OPER-IDX TO WS-OPER-COUNT.
033500     MOVE OP-OPERATOR-ID TO WS-OPER-ID(WS-OPER-IDX).
033600     MOVE OP-AUTH-LEVEL TO WS-OPER-LEVEL(WS-OPER-IDX).
033700     MOVE OP-ACTIVE-FLAG TO WS-OPER-ACTIVE(WS-OPER-IDX).
033800 1260-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200* 1270-CHECK-OPERATOR - THE TRANSACTION'S OPERATOR MUST BE ON
034300* THE AUTHORIZATION FILE, ACTIVE, AND HOLD GRADE-CORRECTION
034400* AUTHORITY. A REFUSAL WRITES ITS OWN AUDIT-LOG LINE.
034500******************************************************************
034600 1270-CHECK-OPERATOR.
034700     MOVE AT-OPERATOR-ID TO WS-CHECK-OPER-ID.
034800     PERFORM 1280-FIND-OPERATOR THRU 1280-EXIT.
034900     IF WS-OPER-OK
035000         GO TO 1270-EXIT
035100     END-IF.
035200     MOVE SPACES TO AL-RECORD.
035300     MOVE WS-RUN-DATE-YMD TO AL-ENTRY-DATE.
035400     ACCEPT AL-ENTRY-TIME FROM TIME.
035500     MOVE AT-OPERATOR-ID TO AL-OPERATOR-ID.
035600     MOVE AT-STUDENT-ID TO AL-STUDENT-ID.
035700     MOVE ZERO TO AL-EXAM-SCORE.
035800     MOVE ZERO TO AL-COURSEWORK-SCORE.
035900     MOVE ZERO TO AL-FINAL-NOTE.
036000     MOVE 'REFUSE' TO AL-SOURCE.
036100     WRITE AL-RECORD.
036200     DISPLAY 'APPLMNT - OPERATOR ' AT-OPERATOR-ID
036300         ' NOT AUTHORIZED FOR GRADE APPEALS, '
036400         'TRANSACTION REFUSED'.
036500 1270-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900* 1280-FIND-OPERATOR - IS WS-CHECK-OPER-ID AN ACTIVE OPERATOR
037000* WITH CORRECTION AUTHORITY? USED FOR THE OPERATOR RAISING A
037100* TRANSACTION AND FOR THE REVIEWER IT ASSIGNS.
037200******************************************************************
037300 1280-FIND-OPERATOR.
037400     MOVE 'N' TO WS-OPER-OK-SWITCH.
037500     PERFORM 1285-SCAN-ONE-OPERATOR THRU 1285-EXIT
037600         VARYING WS-OPER-IDX FROM 1 BY 1
037700         UNTIL WS-OPER-IDX > WS-OPER-COUNT
037800         OR WS-OPER-ID(WS-OPER-IDX) = WS-CHECK-OPER-ID.
037900     IF WS-OPER-IDX NOT > WS-OPER-COUNT
038000         AND WS-OPER-IS-ACTIVE(WS-OPER-IDX)
038100         AND WS-OPER-CORR-AUTH(WS-OPER-IDX)
038200         SET WS-OPER-OK TO TRUE
038300     END-IF.
038400 1280-EXIT.
038500     EXIT.
038600
038700 1285-SCAN-ONE-OPERATOR.
038800 1285-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 1300-LOAD-TRANSACTIONS - FROM THE APPLTRAN FILE IF SUPPLIED,
039300* OTHERWISE AN OPERATOR PROMPT SESSION. EITHER WAY THE TABLE
039400* ENDS UP IN STUDENT/COURSE/TERM ORDER. NOTHING TO APPLY IS A
039500* SUBMISSION ERROR.
039600******************************************************************
039700 1300-LOAD-TRANSACTIONS.
039800     OPEN INPUT APPL-TRANS.
039900     IF WS-APPLTRAN-STATUS NOT = '00'
040000         PERFORM 2000-OPERATOR-SESSION THRU 2000-EXIT
040100         GO TO 1300-CHECK
040200     END-IF.
040300     PERFORM 1350-LOAD-ONE-TRAN THRU 1350-EXIT
040400         UNTIL WS-TRN-EOF.
040500     CLOSE APPL-TRANS.
040600 1300-CHECK.
040700     IF WS-TRAN-COUNT = ZERO
040800         DISPLAY 'APPLMNT - NO TRANSACTIONS TO APPLY'
040900         MOVE 16 TO RETURN-CODE
041000         STOP RUN
041100     END-IF.
041200 1300-EXIT.
041300     EXIT.
041400
041500 1350-LOAD-ONE-TRAN.
041600     READ APPL-TRANS
041700         AT END
041800             SET WS-TRN-EOF TO TRUE
041900             GO TO 1350-EXIT
042000     END-READ.
042100     IF AT-ACTION = SPACE
042200         GO TO 1350-EXIT
042300     END-IF.
042400     PERFORM 1400-INSERT-TRANSACTION THRU 1400-EXIT.
042500 1350-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900* 1400-INSERT-TRANSACTION - VALIDATE THE FIELDS IN AT-RECORD
043000* AND INSERT THEM INTO THE TABLE IN STUDENT/COURSE/TERM ORDER.
043100* AN OPEN IS RESOLVED AGAINST THE HISTORY MASTER HERE, SO ITS
043200* TERM AND THE POSTED NOTE/LETTER ARE KNOWN BEFORE IT IS
043300* PLACED. EQUAL KEYS KEEP ARRIVAL ORDER, SO AN ASSIGNMENT AND A
043400* DECISION FOR A CASE ALREADY ON FILE APPLY IN THE ORDER RAISED.
043500* A FOLLOW-ON FOR A CASE OPENED IN THIS SAME RUN IS NOT APPLIED
043600* - THE OPEN GOES STRAIGHT TO THE NEW FILE, SO THE FOLLOW-ON IS
043700* REPORTED AND MUST BE RAISED IN A SECOND RUN.
043800******************************************************************
043900 1400-INSERT-TRANSACTION.
044000     PERFORM 1270-CHECK-OPERATOR THRU 1270-EXIT.
044100     IF NOT WS-OPER-OK
044200         ADD 1 TO WS-ERROR-COUNT
044300         GO TO 1400-EXIT
044400     END-IF.
044500     IF AT-ACTION NOT = 'O' AND AT-ACTION NOT = 'V'
044600         AND AT-ACTION NOT = 'U' AND AT-ACTION NOT = 'D'
044700         DISPLAY 'APPLMNT - UNKNOWN ACTION ' AT-ACTION
044800             ' FOR ' AT-STUDENT-ID ' ' AT-COURSE-CODE
044900             ', IGNORED'
045000         ADD 1 TO WS-ERROR-COUNT
045100         GO TO 1400-EXIT
045200     END-IF.
045300     IF AT-STUDENT-ID = SPACES
045400         OR AT-COURSE-CODE = SPACES
045500         DISPLAY 'APPLMNT - BLANK STUDENT ID OR COURSE CODE, '
045600             'IGNORED'
045700         ADD 1 TO WS-ERROR-COUNT
045800         GO TO 1400-EXIT
045900     END-IF.
046000     IF AT-ACTION NOT = 'O'
046100         AND AT-TERM = SPACES
046200         DISPLAY 'APPLMNT - BLANK TERM FOR ' AT-STUDENT-ID ' '
046300             AT-COURSE-CODE ' - ONLY AN OPEN MAY OMIT IT, '
046400             'IGNORED'
046500         ADD 1 TO WS-ERROR-COUNT
046600         GO TO 1400-EXIT
046700     END-IF.
046800     IF AT-ACTION = 'V'
046900         MOVE AT-REVIEWER-ID TO WS-CHECK-OPER-ID
047000         PERFORM 1280-FIND-OPERATOR THRU 1280-EXIT
047100         IF NOT WS-OPER-OK
047200             DISPLAY 'APPLMNT - REVIEWER ' AT-REVIEWER-ID
047300                 ' IS NOT AN ACTIVE OPERATOR WITH CORRECTION '
047400                 'AUTHORITY, ASSIGNMENT FOR ' AT-STUDENT-ID
047500                 ' ' AT-COURSE-CODE ' IGNORED'
047600             ADD 1 TO WS-ERROR-COUNT
047700             GO TO 1400-EXIT
047800         END-IF
047900     END-IF.
048000     IF AT-ACTION = 'U'
048100         AND (AT-EXAM-SCORE IS NOT NUMERIC
048200             OR AT-COURSEWORK-SCORE IS NOT NUMERIC
048300             OR AT-EXAM-SCORE > 20
048400             OR AT-COURSEWORK-SCORE > 20)
048500         DISPLAY 'APPLMNT - CORRECTED SCORES MISSING OR OUT OF '
048600             'RANGE FOR ' AT-STUDENT-ID ' ' AT-COURSE-CODE
048700             ', UPHOLD IGNORED'
048800         ADD 1 TO WS-ERROR-COUNT
048900         GO TO 1400-EXIT
049000     END-IF.
049100     MOVE AT-STUDENT-ID TO WS-TRAN-K-STUDENT.
049200     MOVE AT-COURSE-CODE TO WS-TRAN-K-COURSE.
049300     MOVE AT-TERM TO WS-TRAN-K-TERM.
049400     IF AT-ACTION = 'O'
049500         PERFORM 1500-RESOLVE-OPEN THRU 1500-EXIT
049600         IF NOT WS-MASTER-FOUND
049700             ADD 1 TO WS-ERROR-COUNT
049800             GO TO 1400-EXIT
049900         END-IF
050000     END-IF.
050100     IF WS-TRAN-COUNT = 200
050200         DISPLAY 'APPLMNT - MORE THAN 200 TRANSACTIONS, '
050300             'RUN STOPPED'
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700     PERFORM 1450-FIND-INSERT-POINT THRU 1450-EXIT.
050800     PERFORM 1460-SHIFT-ONE-ENTRY THRU 1460-EXIT
050900         VARYING WS-SHIFT-IDX FROM WS-TRAN-COUNT BY -1
051000         UNTIL WS-SHIFT-IDX < WS-INS-IDX.
051100     ADD 1 TO WS-TRAN-COUNT.
051200     MOVE AT-ACTION TO WS-TT-ACTION(WS-INS-IDX).
051300     MOVE WS-TRAN-KEY TO WS-TT-KEY(WS-INS-IDX).
051400     MOVE AT-REVIEWER-ID TO WS-TT-REVIEWER(WS-INS-IDX).
051500     IF AT-ACTION = 'U'
051600         MOVE AT-EXAM-SCORE TO WS-TT-EXAM-SCORE(WS-INS-IDX)
051700         MOVE AT-COURSEWORK-SCORE TO WS-TT-COURSEWORK(WS-INS-IDX)
051800     ELSE
051900         MOVE ZERO TO WS-TT-EXAM-SCORE(WS-INS-IDX)
052000         MOVE ZERO TO WS-TT-COURSEWORK(WS-INS-IDX)
052100     END-IF.
052200     IF AT-ACTION = 'O'
052300         MOVE HM-NOTE OF WS-MASTER-HOLD
052400             TO WS-TT-POSTED-NOTE(WS-INS-IDX)
052500         MOVE HM-LETTER-CODE OF WS-MASTER-HOLD
052600             TO WS-TT-POSTED-LETTER(WS-INS-IDX)
052700     ELSE
052800         MOVE ZERO TO WS-TT-POSTED-NOTE(WS-INS-IDX)
052900         MOVE SPACES TO WS-TT-POSTED-LETTER(WS-INS-IDX)
053000     END-IF.
053100     MOVE AT-OPERATOR-ID TO WS-TT-OPERATOR(WS-INS-IDX).
053200 1400-EXIT.
053300     EXIT.
053400
053500 1450-FIND-INSERT-POINT.
053600     PERFORM 1455-SCAN-ONE-SLOT THRU 1455-EXIT
053700         VARYING WS-INS-IDX FROM 1 BY 1
053800         UNTIL WS-INS-IDX > WS-TRAN-COUNT
053900         OR WS-TT-KEY(WS-INS-IDX) > WS-TRAN-KEY.
054000 1450-EXIT.
054100     EXIT.
054200
054300 1455-SCAN-ONE-SLOT.
054400 1455-EXIT.
054500     EXIT.
054600
054700 1460-SHIFT-ONE-ENTRY.
054800     MOVE WS-TRAN-ENTRY(WS-SHIFT-IDX)
054900         TO WS-TRAN-ENTRY(WS-SHIFT-IDX + 1).
055000 1460-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400* 1500-RESOLVE-OPEN - FIND THE STUDENT'S MOST RECENT POSTED
055500* ATTEMPT OF THE COURSE ON THE HISTORY MASTER (THE RESULT A
055600* GRADECOR CHANGE WOULD TARGET). A BLANK TERM TAKES IT; A TERM
055700* NAMING AN EARLIER ATTEMPT, A RESULT ALREADY WITHDRAWN AFTER
055800* POSTING, OR NO POSTED RESULT AT ALL IS REFUSED.
055900******************************************************************
056000 1500-RESOLVE-OPEN.
056100     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
056200     IF NOT WS-MAST-OPENED
056300         DISPLAY 'APPLMNT - HISTORY MASTER NOT AVAILABLE, '
056400             'OPEN FOR ' AT-STUDENT-ID ' ' AT-COURSE-CODE
056500             ' IGNORED'
056600         GO TO 1500-EXIT
056700     END-IF.
056800     MOVE AT-STUDENT-ID TO WS-TARGET-STUDENT-ID.
056900     MOVE AT-COURSE-CODE TO WS-TARGET-COURSE.
057000     MOVE SPACES TO HM-RECORD.
057100     MOVE WS-TARGET-STUDENT-ID TO HM-STUDENT-ID OF HM-RECORD.
057200     MOVE LOW-VALUES TO HM-MASTER-KEY(7:12).
057300     START HISTORY-MASTER KEY NOT < HM-MASTER-KEY.
057400     IF WS-HISTMAST-STATUS = '00'
057500         PERFORM 1550-SCAN-ONE-MASTER THRU 1550-EXIT
057600             UNTIL WS-HISTMAST-STATUS NOT = '00'
057700     END-IF.
057800     IF NOT WS-MASTER-FOUND
057900         DISPLAY 'APPLMNT - NO POSTED RESULT FOR ' AT-STUDENT-ID
058000             ' ' AT-COURSE-CODE ', OPEN IGNORED'
058100         GO TO 1500-EXIT
058200     END-IF.
058300     IF AT-TERM NOT = SPACES
058400         AND AT-TERM NOT = HM-TERM OF WS-MASTER-HOLD
058500         DISPLAY 'APPLMNT - TERM ' AT-TERM ' IS NOT THE MOST '
058600             'RECENT ATTEMPT OF ' AT-COURSE-CODE ' FOR '
058700             AT-STUDENT-ID ', OPEN IGNORED'
058800         MOVE 'N' TO WS-MASTER-FOUND-SWITCH
058900         GO TO 1500-EXIT
059000     END-IF.
059100     IF HM-WITHDRAWN-AFTER OF WS-MASTER-HOLD
059200         DISPLAY 'APPLMNT - RESULT FOR ' AT-STUDENT-ID ' '
059300             AT-COURSE-CODE ' WAS WITHDRAWN AFTER POSTING, '
059400             'OPEN IGNORED'
059500         MOVE 'N' TO WS-MASTER-FOUND-SWITCH
059600         GO TO 1500-EXIT
059700     END-IF.
059710     IF HM-TRANSFER-CREDIT OF WS-MASTER-HOLD
059720         DISPLAY 'APPLMNT - RESULT FOR ' AT-STUDENT-ID ' '
059730             AT-COURSE-CODE ' IS A TRANSFER CREDIT, '
059740             'OPEN IGNORED'
059750         MOVE 'N' TO WS-MASTER-FOUND-SWITCH
059760         GO TO 1500-EXIT
059770     END-IF.
059800     MOVE HM-TERM OF WS-MASTER-HOLD TO WS-TRAN-K-TERM.
059900 1500-EXIT.
060000     EXIT.
060100
060200 1550-SCAN-ONE-MASTER.
060300     READ HISTORY-MASTER NEXT RECORD
060400         AT END
060500             MOVE '10' TO WS-HISTMAST-STATUS
060600             GO TO 1550-EXIT
060700     END-READ.
060800     IF HM-STUDENT-ID OF HM-RECORD NOT = WS-TARGET-STUDENT-ID
060900         MOVE '10' TO WS-HISTMAST-STATUS
061000         GO TO 1550-EXIT
061100     END-IF.
061200     IF HM-COURSE-CODE OF HM-RECORD = WS-TARGET-COURSE
061300         SET WS-MASTER-FOUND TO TRUE
061400         MOVE HM-RECORD TO WS-MASTER-HOLD
061500     END-IF.
061600 1550-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000* 2000-OPERATOR-SESSION - NO TRANSACTION FILE: PROMPT FOR
062100* TRANSACTIONS IN THE INTERACTIVE VARIANT'S ACCEPT/RE-PROMPT
062200* STYLE UNTIL THE OPERATOR KEYS 'Q'
062300******************************************************************
062400 2000-OPERATOR-SESSION.
062500     DISPLAY 'maintenance des appels de notes'.
062600     PERFORM 2100-PROMPT-ONE-TRAN THRU 2100-EXIT
062700         UNTIL WS-SESSION-END.
062800 2000-EXIT.
062900     EXIT.
063000
063100 2100-PROMPT-ONE-TRAN.
063200     MOVE ZERO TO WS-RETRY-COUNT.
063300 2100-PROMPT-ACTION.
063400     DISPLAY 'action (O=ouverture V=reviseur U=accepte '
063500         'D=refuse Q=fin) : '.
063600     ACCEPT WS-OP-ACTION.
063700     IF WS-OP-ACTION = 'Q' OR WS-OP-ACTION = 'q'
063800         SET WS-SESSION-END TO TRUE
063900         GO TO 2100-EXIT
064000     END-IF.
064100     IF WS-OP-ACTION NOT = 'O' AND WS-OP-ACTION NOT = 'V'
064200         AND WS-OP-ACTION NOT = 'U' AND WS-OP-ACTION NOT = 'D'
064300         ADD 1 TO WS-RETRY-COUNT
064400         IF WS-RETRY-COUNT > WS-RETRY-MAX
064500             DISPLAY 'trop d''essais --> fin de la saisie'
064600             SET WS-SESSION-END TO TRUE
064700             GO TO 2100-EXIT
064800         END-IF
064900         DISPLAY 'erreur --> action inconnue, ressaisir'
065000         GO TO 2100-PROMPT-ACTION
065100     END-IF.
065200     MOVE SPACES TO AT-RECORD.
065300     MOVE WS-OP-ACTION TO AT-ACTION.
065400     MOVE ZERO TO AT-EXAM-SCORE.
065500     MOVE ZERO TO AT-COURSEWORK-SCORE.
065600     DISPLAY 'numéro étudiant : '.
065700     ACCEPT AT-STUDENT-ID.
065800     DISPLAY 'code cours : '.
065900     ACCEPT AT-COURSE-CODE.
066000     DISPLAY 'session (vide=dernière tentative si O) : '.
066100     ACCEPT AT-TERM.
066200     IF WS-OP-ACTION = 'V'
066300         DISPLAY 'identifiant réviseur : '
066400         ACCEPT AT-REVIEWER-ID
066500     END-IF.
066600     IF WS-OP-ACTION = 'U'
066700         DISPLAY 'note examen corrigée : '
066800         MOVE SPACES TO WS-OP-REPLY
066900         ACCEPT WS-OP-REPLY
067000         IF WS-OP-REPLY(1:2) IS NUMERIC
067100             MOVE WS-OP-REPLY(1:2) TO AT-EXAM-SCORE
067200         ELSE
067300             MOVE 99 TO AT-EXAM-SCORE
067400         END-IF
067500         DISPLAY 'note travaux corrigée : '
067600         MOVE SPACES TO WS-OP-REPLY
067700         ACCEPT WS-OP-REPLY
067800         IF WS-OP-REPLY(1:2) IS NUMERIC
067900             MOVE WS-OP-REPLY(1:2) TO AT-COURSEWORK-SCORE
068000         ELSE
068100             MOVE 99 TO AT-COURSEWORK-SCORE
068200         END-IF
068300     END-IF.
068400     DISPLAY 'identifiant opérateur : '.
068500     ACCEPT AT-OPERATOR-ID.
068600     PERFORM 1400-INSERT-TRANSACTION THRU 1400-EXIT.
068700 2100-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 3100-READ-OLD-APPEAL - NEXT OLD CASE INTO THE HOLD, WITH THE
069200* STUDENT/COURSE/TERM SEQUENCE CHECK THE BALANCED LINE DEPENDS
069300* ON
069400******************************************************************
069500 3100-READ-OLD-APPEAL.
069600     MOVE 'N' TO WS-HOLD-ACTIVE-SWITCH.
069700     IF WS-OLD-EOF
069800         GO TO 3100-EXIT
069900     END-IF.
070000     READ OLD-APPEAL
070100         AT END
070200             SET WS-OLD-EOF TO TRUE
070300             GO TO 3100-EXIT
070400     END-READ.
070500     MOVE GA-STUDENT-ID OF OA-RECORD TO WS-HOLD-K-STUDENT.
070600     MOVE GA-COURSE-CODE OF OA-RECORD TO WS-HOLD-K-COURSE.
070700     MOVE GA-TERM OF OA-RECORD TO WS-HOLD-K-TERM.
070800     IF WS-HOLD-KEY NOT > WS-PREV-OLD-KEY
070900         DISPLAY 'APPLMNT - APPEAL CASES OUT OF STUDENT/COURSE/'
071000             'TERM SEQUENCE AT ' WS-HOLD-KEY ', RUN STOPPED'
071100         MOVE 16 TO RETURN-CODE
071200         STOP RUN
071300     END-IF.
071400     MOVE WS-HOLD-KEY TO WS-PREV-OLD-KEY.
071500     MOVE OA-RECORD TO WS-HOLD-RECORD.
071600     SET WS-HOLD-ACTIVE TO TRUE.
071700 3100-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100* 3000-APPLY-ONE-TRAN - ADVANCE THE OLD FILE PAST EVERY CASE
072200* BELOW THE TRANSACTION'S STUDENT/COURSE/TERM, THEN APPLY IT TO
072300* THE MATCHING CASE OR OPEN A NEW ONE. REPEATED TRANSACTIONS FOR
072400* ONE CASE ALL APPLY TO THE HELD RECORD BEFORE IT IS WRITTEN.
072500******************************************************************
072600 3000-APPLY-ONE-TRAN.
072700     PERFORM 3200-ADVANCE-OLD THRU 3200-EXIT
072800         UNTIL NOT WS-HOLD-ACTIVE
072900         OR WS-HOLD-KEY NOT < WS-TT-KEY(WS-TRAN-IDX).
073000     IF WS-HOLD-ACTIVE
073100         AND WS-HOLD-KEY = WS-TT-KEY(WS-TRAN-IDX)
073200         PERFORM 4000-APPLY-TO-HELD THRU 4000-EXIT
073300     ELSE
073400         PERFORM 4500-APPLY-UNMATCHED THRU 4500-EXIT
073500     END-IF.
073600 3000-EXIT.
073700     EXIT.
073800
073900 3200-ADVANCE-OLD.
074000     MOVE WS-HOLD-RECORD TO NA-RECORD.
074100     WRITE NA-RECORD.
074200     ADD 1 TO WS-CARRIED-COUNT.
074300     PERFORM 3100-READ-OLD-APPEAL THRU 3100-EXIT.
074400 3200-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800* 4000-APPLY-TO-HELD - MOVE THE HELD CASE TO ITS NEXT STATE. AN
074900* OPEN FOR A CASE ALREADY ON FILE, A STEP OUT OF ORDER, OR A
075000* DECISION NOT RAISED BY THE ASSIGNED REVIEWER IS AN ERROR.
075100******************************************************************
075200 4000-APPLY-TO-HELD.
075300     IF WS-TT-ACTION(WS-TRAN-IDX) = 'O'
075400         DISPLAY 'APPLMNT - ' WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
075500             WS-TT-COURSE-CODE(WS-TRAN-IDX) ' '
075600             WS-TT-TERM(WS-TRAN-IDX)
075700             ' ALREADY HAS AN APPEAL CASE, OPEN IGNORED'
075800         ADD 1 TO WS-ERROR-COUNT
075900         GO TO 4000-EXIT
076000     END-IF.
076100     IF NOT GA-CASE-ACTIVE OF WS-HOLD-RECORD
076200         DISPLAY 'APPLMNT - ' WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
076300             WS-TT-COURSE-CODE(WS-TRAN-IDX) ' '
076400             WS-TT-TERM(WS-TRAN-IDX)
076500             ' CASE ALREADY DECIDED, TRANSACTION IGNORED'
076600         ADD 1 TO WS-ERROR-COUNT
076700         GO TO 4000-EXIT
076800     END-IF.
076900     IF WS-TT-ACTION(WS-TRAN-IDX) = 'V'
077000         PERFORM 4100-ASSIGN-REVIEWER THRU 4100-EXIT
077100         GO TO 4000-EXIT
077200     END-IF.
077300     IF NOT GA-UNDER-REVIEW OF WS-HOLD-RECORD
077400         DISPLAY 'APPLMNT - ' WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
077500             WS-TT-COURSE-CODE(WS-TRAN-IDX) ' '
077600             WS-TT-TERM(WS-TRAN-IDX)
077700             ' HAS NO REVIEWER ASSIGNED, DECISION IGNORED'
077800         ADD 1 TO WS-ERROR-COUNT
077900         GO TO 4000-EXIT
078000     END-IF.
078100     IF WS-TT-OPERATOR(WS-TRAN-IDX)
078200         NOT = GA-REVIEWER-ID OF WS-HOLD-RECORD
078300         DISPLAY 'APPLMNT - ' WS-TT-OPERATOR(WS-TRAN-IDX)
078400             ' IS NOT THE REVIEWER OF '
078500             WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
078600             WS-TT-COURSE-CODE(WS-TRAN-IDX)
078700             ', DECISION IGNORED'
078800         ADD 1 TO WS-ERROR-COUNT
078900         GO TO 4000-EXIT
079000     END-IF.
079010     IF WS-TT-ACTION(WS-TRAN-IDX) = 'U'
079020         PERFORM 4200-CHECK-UPHOLD-TARGET THRU 4200-EXIT
079030         IF NOT WS-MASTER-FOUND
079040             ADD 1 TO WS-ERROR-COUNT
079050             GO TO 4000-EXIT
079060         END-IF
079070     END-IF.
079100     PERFORM 5000-START-CHANGE-LOG THRU 5000-EXIT.
079200     MOVE WS-TT-ACTION(WS-TRAN-IDX)
079300         TO GA-CASE-STATUS OF WS-HOLD-RECORD.
079400     MOVE WS-RUN-DATE-YMD TO GA-DECISION-DATE OF WS-HOLD-RECORD.
079500     IF GA-UPHELD OF WS-HOLD-RECORD
079600         MOVE WS-TT-EXAM-SCORE(WS-TRAN-IDX)
079700             TO GA-NEW-EXAM-SCORE OF WS-HOLD-RECORD
079800         MOVE WS-TT-COURSEWORK(WS-TRAN-IDX)
079900             TO GA-NEW-COURSEWORK-SCORE OF WS-HOLD-RECORD
080000         PERFORM 6000-WRITE-CORRECTION THRU 6000-EXIT
080100         ADD 1 TO WS-UPHELD-COUNT
080200     ELSE
080300         ADD 1 TO WS-DENIED-COUNT
080400     END-IF.
080500     PERFORM 5100-FINISH-CHANGE-LOG THRU 5100-EXIT.
080600 4000-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000* 4100-ASSIGN-REVIEWER - PUT THE CASE UNDER REVIEW (OR HAND IT
081100* TO ANOTHER REVIEWER). THE OPERATOR WHO OPENED THE CASE MAY
081200* NOT REVIEW IT.
081300******************************************************************
081400 4100-ASSIGN-REVIEWER.
081500     IF WS-TT-REVIEWER(WS-TRAN-IDX)
081600         = GA-OPENED-BY OF WS-HOLD-RECORD
081700         DISPLAY 'APPLMNT - REVIEWER ' WS-TT-REVIEWER(WS-TRAN-IDX)
081800             ' OPENED THE CASE FOR '
081900             WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
082000             WS-TT-COURSE-CODE(WS-TRAN-IDX)
082100             ', ASSIGNMENT IGNORED'
082200         ADD 1 TO WS-ERROR-COUNT
082300         GO TO 4100-EXIT
082400     END-IF.
082500     PERFORM 5000-START-CHANGE-LOG THRU 5000-EXIT.
082600     MOVE 'V' TO GA-CASE-STATUS OF WS-HOLD-RECORD.
082700     MOVE WS-TT-REVIEWER(WS-TRAN-IDX)
082800         TO GA-REVIEWER-ID OF WS-HOLD-RECORD.
082900     ADD 1 TO WS-ASSIGNED-COUNT.
083000     PERFORM 5100-FINISH-CHANGE-LOG THRU 5100-EXIT.
083100 4100-EXIT.
083200     EXIT.
083202
083204******************************************************************
083206* 4200-CHECK-UPHOLD-TARGET - GRADECOR APPLIES A 'C' TO THE MOST
083208* RECENT POSTED ATTEMPT OF THE COURSE, WHATEVER ITS TERM. IF A
083210* RETAKE HAS BEEN POSTED SINCE THE CASE WAS OPENED, THE UPHELD
083212* SCORES WOULD LAND ON THE RETAKE, SO THE UPHOLD IS REFUSED AND
083214* THE CASE STAYS UNDER REVIEW. WS-MASTER-FOUND SAYS IT MAY GO ON.
083216******************************************************************
083218 4200-CHECK-UPHOLD-TARGET.
083220     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
083222     IF NOT WS-MAST-OPENED
083224         DISPLAY 'APPLMNT - HISTORY MASTER NOT AVAILABLE, '
083226             'UPHOLD FOR ' WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
083228             WS-TT-COURSE-CODE(WS-TRAN-IDX) ' IGNORED'
083230         GO TO 4200-EXIT
083232     END-IF.
083234     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX) TO WS-TARGET-STUDENT-ID.
083236     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX) TO WS-TARGET-COURSE.
083238     MOVE SPACES TO HM-RECORD.
083240     MOVE WS-TARGET-STUDENT-ID TO HM-STUDENT-ID OF HM-RECORD.
083242     MOVE LOW-VALUES TO HM-MASTER-KEY(7:12).
083244     START HISTORY-MASTER KEY NOT < HM-MASTER-KEY.
083246     IF WS-HISTMAST-STATUS = '00'
083248         PERFORM 1550-SCAN-ONE-MASTER THRU 1550-EXIT
083250             UNTIL WS-HISTMAST-STATUS NOT = '00'
083252     END-IF.
083254     IF NOT WS-MASTER-FOUND
083256         DISPLAY 'APPLMNT - NO POSTED RESULT FOR '
083258             WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
083260             WS-TT-COURSE-CODE(WS-TRAN-IDX) ', UPHOLD IGNORED'
083262         GO TO 4200-EXIT
083264     END-IF.
083266     IF HM-TERM OF WS-MASTER-HOLD NOT = GA-TERM OF WS-HOLD-RECORD
083268         DISPLAY 'APPLMNT - ' WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
083270             WS-TT-COURSE-CODE(WS-TRAN-IDX) ' RETAKEN IN TERM '
083272             HM-TERM OF WS-MASTER-HOLD ', UPHOLD IGNORED - CASE '
083274             'LEFT UNDER REVIEW'
083276         MOVE 'N' TO WS-MASTER-FOUND-SWITCH
083278     END-IF.
083280 4200-EXIT.
083282     EXIT.
083300
083400******************************************************************
083500* 4500-APPLY-UNMATCHED - NO CASE FOR THE TRANSACTION'S STUDENT/
083600* COURSE/TERM: AN OPEN STARTS A NEW CASE HERE (THE LINE IS
083700* ALREADY PAST EVERY LOWER KEY); ANYTHING ELSE IS AN ERROR
083800******************************************************************
083900 4500-APPLY-UNMATCHED.
084000     IF WS-TT-ACTION(WS-TRAN-IDX) NOT = 'O'
084100         IF WS-TT-KEY(WS-TRAN-IDX) = WS-LAST-ADDED-KEY
084200             DISPLAY 'APPLMNT - '
084300                 WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
084400                 WS-TT-COURSE-CODE(WS-TRAN-IDX)
084500                 ' WAS OPENED THIS RUN - RAISE THE FOLLOW-ON'
084600                 ' AGAIN IN A SECOND RUN'
084700         ELSE
084800             DISPLAY 'APPLMNT - '
084900                 WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
085000                 WS-TT-COURSE-CODE(WS-TRAN-IDX) ' '
085100                 WS-TT-TERM(WS-TRAN-IDX)
085200                 ' NO APPEAL CASE ON FILE, NOTHING TO APPLY'
085300         END-IF
085400         ADD 1 TO WS-ERROR-COUNT
085500         GO TO 4500-EXIT
085600     END-IF.
085700     IF WS-TT-KEY(WS-TRAN-IDX) = WS-LAST-ADDED-KEY
085800         DISPLAY 'APPLMNT - ' WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
085900             WS-TT-COURSE-CODE(WS-TRAN-IDX)
086000             ' OPENED TWICE THIS RUN, SECOND OPEN IGNORED'
086100         ADD 1 TO WS-ERROR-COUNT
086200         GO TO 4500-EXIT
086300     END-IF.
086400     MOVE WS-TT-KEY(WS-TRAN-IDX) TO WS-LAST-ADDED-KEY.
086500     MOVE SPACES TO WS-NEW-WORK.
086600     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX)
086700         TO GA-STUDENT-ID OF WS-NEW-WORK.
086800     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX)
086900         TO GA-COURSE-CODE OF WS-NEW-WORK.
087000     MOVE WS-TT-TERM(WS-TRAN-IDX) TO GA-TERM OF WS-NEW-WORK.
087100     MOVE 'O' TO GA-CASE-STATUS OF WS-NEW-WORK.
087200     MOVE WS-RUN-DATE-YMD TO GA-OPENED-DATE OF WS-NEW-WORK.
087300     MOVE WS-TT-OPERATOR(WS-TRAN-IDX)
087400         TO GA-OPENED-BY OF WS-NEW-WORK.
087500     MOVE WS-TT-POSTED-NOTE(WS-TRAN-IDX)
087600         TO GA-POSTED-NOTE OF WS-NEW-WORK.
087700     MOVE WS-TT-POSTED-LETTER(WS-TRAN-IDX)
087800         TO GA-POSTED-LETTER OF WS-NEW-WORK.
087900     MOVE ZERO TO GA-DECISION-DATE OF WS-NEW-WORK.
088000     MOVE ZERO TO GA-NEW-EXAM-SCORE OF WS-NEW-WORK.
088100     MOVE ZERO TO GA-NEW-COURSEWORK-SCORE OF WS-NEW-WORK.
088200     MOVE SPACES TO AC-RECORD.
088300     MOVE WS-RUN-DATE-YMD TO AC-CHANGE-DATE.
088400     ACCEPT AC-CHANGE-TIME FROM TIME.
088500     MOVE WS-TT-OPERATOR(WS-TRAN-IDX) TO AC-OPERATOR-ID.
088600     MOVE 'O' TO AC-ACTION.
088700     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX) TO AC-STUDENT-ID.
088800     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX) TO AC-COURSE-CODE.
088900     MOVE WS-TT-TERM(WS-TRAN-IDX) TO AC-TERM.
089000     MOVE 'O' TO AC-NEW-STATUS.
089100     WRITE AC-RECORD.
089200     MOVE WS-NEW-WORK TO NA-RECORD.
089300     WRITE NA-RECORD.
089400     ADD 1 TO WS-OPENED-COUNT.
089500 4500-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900* 5000/5100 - CHANGE-LOG BEFORE AND AFTER STATUS AROUND A CHANGE
090000* TO THE HELD CASE
090100******************************************************************
090200 5000-START-CHANGE-LOG.
090300     MOVE SPACES TO AC-RECORD.
090400     MOVE WS-RUN-DATE-YMD TO AC-CHANGE-DATE.
090500     ACCEPT AC-CHANGE-TIME FROM TIME.
090600     MOVE WS-TT-OPERATOR(WS-TRAN-IDX) TO AC-OPERATOR-ID.
090700     MOVE WS-TT-ACTION(WS-TRAN-IDX) TO AC-ACTION.
090800     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX) TO AC-STUDENT-ID.
090900     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX) TO AC-COURSE-CODE.
091000     MOVE WS-TT-TERM(WS-TRAN-IDX) TO AC-TERM.
091100     MOVE GA-CASE-STATUS OF WS-HOLD-RECORD TO AC-OLD-STATUS.
091200 5000-EXIT.
091300     EXIT.
091400
091500 5100-FINISH-CHANGE-LOG.
091600     MOVE GA-CASE-STATUS OF WS-HOLD-RECORD TO AC-NEW-STATUS.
091700     MOVE GA-REVIEWER-ID OF WS-HOLD-RECORD TO AC-REVIEWER-ID.
091800     WRITE AC-RECORD.
091900 5100-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300* 6000-WRITE-CORRECTION - AN UPHELD CASE: ONE GRADECOR 'C'
092400* TRANSACTION WITH THE CORRECTED SCORES, RAISED UNDER THE
092500* REVIEWER'S OPERATOR ID, APPENDED TO THE CORRECTION FILE THE
092600* NEXT CORRRUN PICKS UP. A RESULT FROM A PRIOR TERM IS HELD ON
092700* PENDCORR THERE UNTIL A SECOND OPERATOR RELEASES IT.
092800******************************************************************
092900 6000-WRITE-CORRECTION.
093000     IF NOT WS-CORR-OPENED
093100         OPEN EXTEND CORR-TRANS
093200         IF WS-CORRTRAN-STATUS = '35'
093300             OPEN OUTPUT CORR-TRANS
093400         END-IF
093500         SET WS-CORR-OPENED TO TRUE
093600     END-IF.
093700     MOVE SPACES TO CT-RECORD.
093800     MOVE 'C' TO CT-ACTION.
093900     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX) TO CT-STUDENT-ID.
094000     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX) TO CT-COURSE-CODE.
094100     MOVE WS-TT-EXAM-SCORE(WS-TRAN-IDX) TO CT-EXAM-SCORE.
094200     MOVE WS-TT-COURSEWORK(WS-TRAN-IDX) TO CT-COURSEWORK-SCORE.
094300     MOVE GA-REVIEWER-ID OF WS-HOLD-RECORD TO CT-OPERATOR-ID.
094400     MOVE WS-TT-TERM(WS-TRAN-IDX) TO CT-TERM.
094500     WRITE CT-RECORD.
094600     ADD 1 TO WS-CORR-COUNT.
094700 6000-EXIT.
094800     EXIT.
094900
095000******************************************************************
095100* 3900-FLUSH-REMAINDER - WRITE THE HELD CASE AND EVERYTHING LEFT
095200* ON THE OLD FILE THROUGH TO THE NEW ONE
095300******************************************************************
095400 3900-FLUSH-REMAINDER.
095500     PERFORM 3200-ADVANCE-OLD THRU 3200-EXIT
095600         UNTIL NOT WS-HOLD-ACTIVE.
095700 3900-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100* 7000-SUMMARY - MAINTENANCE TOTALS
096200******************************************************************
096300 7000-SUMMARY.
096400     DISPLAY 'APPLMNT CARRIED     : ' WS-CARRIED-COUNT.
096500     DISPLAY 'APPLMNT OPENED      : ' WS-OPENED-COUNT.
096600     DISPLAY 'APPLMNT ASSIGNED    : ' WS-ASSIGNED-COUNT.
096700     DISPLAY 'APPLMNT UPHELD      : ' WS-UPHELD-COUNT.
096800     DISPLAY 'APPLMNT DENIED      : ' WS-DENIED-COUNT.
096900     DISPLAY 'APPLMNT CORRECTIONS : ' WS-CORR-COUNT.
097000     DISPLAY 'APPLMNT ERRORS      : ' WS-ERROR-COUNT.
097100     IF WS-ERROR-COUNT > ZERO
097200         MOVE 4 TO RETURN-CODE
097300     END-IF.
097400 7000-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800* 9000-TERMINATE - CLOSE UP
097900******************************************************************
098000 9000-TERMINATE.
098100     IF WS-OLD-OPENED
098200         CLOSE OLD-APPEAL
098300     END-IF.
098400     IF WS-MAST-OPENED
098500         CLOSE HISTORY-MASTER
098600     END-IF.
098700     IF WS-CORR-OPENED
098800         CLOSE CORR-TRANS
098900     END-IF.
099000     CLOSE NEW-APPEAL CHANGE-LOG AUDIT-LOG.
099100 9000-EXIT.
099200     EXIT.
