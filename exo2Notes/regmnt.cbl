000100******************************************************************
000200* PROGRAM NAME:    REGMNT
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* COURSE-REGISTRATION MAINTENANCE. APPLIES ADD / STATUS-CHANGE /
000800* DROP TRANSACTIONS TO THE COURSE-REGISTRATION FILE (ONE RECORD
000900* PER STUDENT PER COURSE, COPYBOOK CRSREGRC) AS AN OLD-MASTER/
001000* NEW-MASTER SEQUENTIAL UPDATE, KEEPING THE FILE IN STUDENT-ID/
001100* COURSE-CODE SEQUENCE. A DROP SETS THE STATUS TO 'W'
001200* (WITHDRAWN FROM THE COURSE) WITH ITS EFFECTIVE DATE INSTEAD OF
001300* DELETING THE RECORD, SO THE NIGHTLY RECONCILIATION CAN TREAT A
001400* WITHDRAWN REGISTRATION WITH NO GRADE AS EXPECTED. WHEN THE
001500* COURSE CATALOG MASTER (CRSMNT MAINTAINS IT) IS SUPPLIED, AN ADD
001600* FOR A COURSE THAT IS NOT AN ACTIVE CATALOG ENTRY IS REFUSED.
001700* EVERY APPLIED TRANSACTION WRITES A BEFORE/AFTER CHANGE-LOG
001800* RECORD (COPYBOOK REGCHGR) NAMING THE OPERATOR, AND EVERY
001900* OPERATOR IS CHECKED AGAINST THE OPERATOR AUTHORIZATION FILE
002000* (COPYBOOK OPERAUTH) WITH THE SAME ROSTER-CHANGE AUTHORITY
002100* ROSTMNT REQUIRES. TRANSACTIONS COME FROM THE REGTRAN FILE WHEN
002200* ONE IS SUPPLIED; OTHERWISE THE OPERATOR IS PROMPTED IN THE
002300* ACCEPT/RE-PROMPT STYLE OF ROSTMNT ('Q' ENDS THE SESSION).
002400* AN OLD REGISTRATION FILE OUT OF STUDENT/COURSE SEQUENCE IS A
002500* HARD STOP.
002600*
002700* MAINTENANCE LOG
002800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002900* ---------  ------------  ---------------------------------------
003000* 10/15/26   R.DELACROIX   INITIAL VERSION.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. REGMNT.
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
004600     SELECT OLD-REGISTRATION ASSIGN TO OLDREG
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-OLDREG-STATUS.
004900     SELECT NEW-REGISTRATION ASSIGN TO NEWREG
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-NEWREG-STATUS.
005200     SELECT REG-TRANS ASSIGN TO REGTRAN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-REGTRAN-STATUS.
005500     SELECT CHANGE-LOG ASSIGN TO REGCHG
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REGCHG-STATUS.
005800     SELECT COURSE-CATALOG ASSIGN TO CATALOG
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CATALOG-STATUS.
006100     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-OPERFILE-STATUS.
006400     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-AUDITLOG-STATUS.
006700******************************************************************
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  OLD-REGISTRATION
007100     RECORDING MODE IS F.
007200 01  OG-RECORD.
007300     COPY CRSREGRC.
007400
007500 FD  NEW-REGISTRATION
007600     RECORDING MODE IS F.
007700 01  NG-RECORD                  PIC X(22).
007800
007900 FD  REG-TRANS
008000     RECORDING MODE IS F.
008100 01  RR-RECORD.
008200     COPY REGTRAN.
008300
008400 FD  CHANGE-LOG
008500     RECORDING MODE IS F.
008600 01  RL-RECORD.
008700     COPY REGCHGR.
008800
008900 FD  COURSE-CATALOG
009000     RECORDING MODE IS F.
009100 01  CC-RECORD.
009200     COPY CRSCATRC.
009300
009400 FD  OPERATOR-FILE
009500     RECORDING MODE IS F.
009600 01  OP-RECORD.
009700     COPY OPERAUTH.
009800
009900 FD  AUDIT-LOG
010000     RECORDING MODE IS F.
010100 01  AL-RECORD.
010200     COPY AUDITREC.
010300
010400 WORKING-STORAGE SECTION.
010500******************************************************************
010600* FILE STATUS AND END-OF-FILE SWITCHES
010700******************************************************************
010800 77  WS-OLDREG-STATUS           PIC X(02)     VALUE SPACES.
010900 77  WS-NEWREG-STATUS           PIC X(02)     VALUE SPACES.
011000 77  WS-REGTRAN-STATUS          PIC X(02)     VALUE SPACES.
011100 77  WS-REGCHG-STATUS           PIC X(02)     VALUE SPACES.
011200 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
011300 77  WS-OPERFILE-STATUS         PIC X(02)     VALUE SPACES.
011400 77  WS-AUDITLOG-STATUS         PIC X(02)     VALUE SPACES.
011500 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
011600     88  WS-CATALOG-EOF         VALUE 'Y'.
011700 77  WS-CATALOG-LOADED-SWITCH   PIC X(01)     VALUE 'N'.
011800     88  WS-CATALOG-LOADED      VALUE 'Y'.
011900 77  WS-OPER-EOF-SWITCH         PIC X(01)     VALUE 'N'.
012000     88  WS-OPER-EOF            VALUE 'Y'.
012100 77  WS-OPER-OK-SWITCH          PIC X(01)     VALUE 'N'.
012200     88  WS-OPER-OK             VALUE 'Y'.
012300 77  WS-OLD-EOF-SWITCH          PIC X(01)     VALUE 'N'.
012400     88  WS-OLD-EOF             VALUE 'Y'.
012500 77  WS-OLD-OPEN-SWITCH         PIC X(01)     VALUE 'N'.
012600     88  WS-OLD-OPENED          VALUE 'Y'.
012700 77  WS-TRN-EOF-SWITCH          PIC X(01)     VALUE 'N'.
012800     88  WS-TRN-EOF             VALUE 'Y'.
012900 77  WS-HOLD-ACTIVE-SWITCH      PIC X(01)     VALUE 'N'.
013000     88  WS-HOLD-ACTIVE         VALUE 'Y'.
013100 77  WS-SESSION-END-SWITCH      PIC X(01)     VALUE 'N'.
013200     88  WS-SESSION-END         VALUE 'Y'.
013300******************************************************************
013400* THE OLD-REGISTRATION RECORD IN HOLD - READ AHEAD, POSSIBLY
013500* CHANGED BY ONE OR MORE TRANSACTIONS, WRITTEN WHEN THE LINE
013600* PASSES IT. WS-HOLD-KEY IS ITS STUDENT/COURSE KEY.
013700******************************************************************
013800 01  WS-HOLD-RECORD.
013900     COPY CRSREGRC.
014000 01  WS-HOLD-KEY.
014100     05  WS-HOLD-K-STUDENT      PIC X(06).
014200     05  WS-HOLD-K-COURSE       PIC X(04).
014300******************************************************************
014400* WORK RECORD FOR A BRAND NEW (ADDED) REGISTRATION
014500******************************************************************
014600 01  WS-NEW-WORK.
014700     COPY CRSREGRC.
014800 01  WS-PREV-OLD-KEY            PIC X(10)     VALUE LOW-VALUES.
014900 01  WS-LAST-ADDED-KEY          PIC X(10)     VALUE LOW-VALUES.
015000 01  WS-TRAN-KEY.
015100     05  WS-TRAN-K-STUDENT      PIC X(06).
015200     05  WS-TRAN-K-COURSE       PIC X(04).
015300******************************************************************
015400* TRANSACTION TABLE - FROM THE REGTRAN FILE OR THE OPERATOR
015500* SESSION, INSERTED INTO STUDENT/COURSE ORDER AS LOADED SO BOTH
015600* SOURCES FEED THE SAME SEQUENTIAL PASS. OVERFLOW IS A HARD
015700* STOP.
015800******************************************************************
015900 01  WS-TRAN-COUNT              PIC 9(03)     COMP    VALUE ZERO.
016000 01  WS-TRAN-IDX                PIC 9(03)     COMP    VALUE ZERO.
016100 01  WS-INS-IDX                 PIC 9(03)     COMP    VALUE ZERO.
016200 01  WS-SHIFT-IDX               PIC 9(03)     COMP    VALUE ZERO.
016300 01  WS-TRAN-TABLE.
016400     05  WS-TRAN-ENTRY OCCURS 200 TIMES.
016500         10  WS-TT-ACTION          PIC X(01).
016600         10  WS-TT-KEY.
016700             15  WS-TT-STUDENT-ID  PIC X(06).
016800             15  WS-TT-COURSE-CODE PIC X(04).
016900         10  WS-TT-STATUS          PIC X(01).
017000         10  WS-TT-EFF-DATE        PIC 9(08).
017100         10  WS-TT-OPERATOR        PIC X(08).
017200******************************************************************
017300* COURSE CATALOG TABLE - LOADED ONCE AT STARTUP IF THE CATALOG
017400* MASTER IS SUPPLIED. AN ADD MUST NAME AN ACTIVE ENTRY. NO
017500* CATALOG FILE IS NOT AN ERROR - THE CHECK IS SKIPPED.
017600******************************************************************
017700 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
017800 01  WS-CAT-TABLE.
017900     05  WS-CAT-ENTRY OCCURS 200 TIMES
018000                      INDEXED BY WS-CAT-IDX.
018100         10  WS-CAT-COURSE-CODE PIC X(04).
018200         10  WS-CAT-STATUS      PIC X(01).
018300             88  WS-CAT-ACTIVE  VALUE 'A'.
018400******************************************************************
018500* OPERATOR AUTHORIZATION TABLE - LOADED ONCE AT STARTUP FROM
018600* OPERFILE, SCANNED PER TRANSACTION. A MISSING AUTHORIZATION
018700* FILE IS A HARD STOP - NO CHANGE CAN BE AUTHORIZED WITHOUT IT.
018800******************************************************************
018900 01  WS-OPER-COUNT              PIC 9(03)     COMP    VALUE ZERO.
019000 01  WS-OPER-TABLE.
019100     05  WS-OPER-ENTRY OCCURS 200 TIMES
019200                       INDEXED BY WS-OPER-IDX.
019300         10  WS-OPER-ID             PIC X(08).
019400         10  WS-OPER-LEVEL          PIC X(01).
019500             88  WS-OPER-ROSTER-AUTH
019600                 VALUE 'R' 'A'.
019700         10  WS-OPER-ACTIVE         PIC X(01).
019800             88  WS-OPER-IS-ACTIVE  VALUE 'A'.
019900******************************************************************
020000* OPERATOR-SESSION WORK FIELDS (ACCEPT/RE-PROMPT CONVENTION)
020100******************************************************************
020200 01  WS-OP-ACTION               PIC X(01)     VALUE SPACE.
020300 01  WS-OP-REPLY                PIC X(15)     VALUE SPACES.
020400 77  WS-RETRY-COUNT             PIC 9(02)     VALUE 0.
020500 77  WS-RETRY-MAX               PIC 9(02)     VALUE 3.
020600******************************************************************
020700* RUN COUNTERS
020800******************************************************************
020900 01  WS-ADDED-COUNT             PIC 9(05)     COMP    VALUE ZERO.
021000 01  WS-CHANGED-COUNT           PIC 9(05)     COMP    VALUE ZERO.
021100 01  WS-DROPPED-COUNT           PIC 9(05)     COMP    VALUE ZERO.
021200 01  WS-ERROR-COUNT             PIC 9(05)     COMP    VALUE ZERO.
021300 01  WS-CARRIED-COUNT           PIC 9(07)     COMP    VALUE ZERO.
021400 01  WS-RUN-DATE-YMD            PIC 9(08)             VALUE ZERO.
021500
021600******************************************************************
021700 PROCEDURE DIVISION.
021800******************************************************************
021900* 0000-MAINLINE - TOP-LEVEL CONTROL FLOW
022000******************************************************************
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     PERFORM 3000-APPLY-ONE-TRAN THRU 3000-EXIT
022400         VARYING WS-TRAN-IDX FROM 1 BY 1
022500         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
022600     PERFORM 3900-FLUSH-REMAINDER THRU 3900-EXIT.
022700     PERFORM 7000-SUMMARY THRU 7000-EXIT.
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     STOP RUN.
023000
023100******************************************************************
023200* 1000-INITIALIZE - OPEN FILES, LOAD THE CATALOG, OPERATORS, AND
023300* TRANSACTIONS (FILE OR OPERATOR SESSION), PRIME THE OLD-
023400* REGISTRATION HOLD. A MISSING OLD FILE IS NOT AN ERROR - THE
023500* FIRST LOAD EVER STARTS EMPTY.
023600******************************************************************
023700 1000-INITIALIZE.
023800     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
023900     OPEN OUTPUT NEW-REGISTRATION.
024000     OPEN EXTEND CHANGE-LOG.
024100     IF WS-REGCHG-STATUS = '35'
024200         OPEN OUTPUT CHANGE-LOG
024300     END-IF.
024400     OPEN INPUT OLD-REGISTRATION.
024500     IF WS-OLDREG-STATUS = '00'
024600         SET WS-OLD-OPENED TO TRUE
024700     ELSE
024800         SET WS-OLD-EOF TO TRUE
024900     END-IF.
025000     OPEN EXTEND AUDIT-LOG.
025100     IF WS-AUDITLOG-STATUS = '35'
025200         OPEN OUTPUT AUDIT-LOG
025300     END-IF.
025400     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
025500     PERFORM 1250-LOAD-OPERATORS THRU 1250-EXIT.
025600     PERFORM 1300-LOAD-TRANSACTIONS THRU 1300-EXIT.
025700     PERFORM 3100-READ-OLD-REGISTRATION THRU 3100-EXIT.
025800 1000-EXIT.
025900     EXIT.
026000
026100******************************************************************
026200* 1200-LOAD-CATALOG - READ THE COURSE CATALOG INTO MEMORY IF
026300* SUPPLIED. OVERFLOW IS A HARD STOP.
026400******************************************************************
026500 1200-LOAD-CATALOG.
026600     OPEN INPUT COURSE-CATALOG.
026700     IF WS-CATALOG-STATUS NOT = '00'
026800         GO TO 1200-EXIT
026900     END-IF.
027000     PERFORM 1210-LOAD-ONE-COURSE THRU 1210-EXIT
027100         UNTIL WS-CATALOG-EOF.
027200     CLOSE COURSE-CATALOG.
027300     IF WS-CAT-COUNT > ZERO
027400         SET WS-CATALOG-LOADED TO TRUE
027500     END-IF.
027600 1200-EXIT.
027700     EXIT.
027800
027900 1210-LOAD-ONE-COURSE.
028000     READ COURSE-CATALOG
028100         AT END
028200             SET WS-CATALOG-EOF TO TRUE
028300             GO TO 1210-EXIT
028400     END-READ.
028500     IF WS-CAT-COUNT = 200
028600         DISPLAY 'REGMNT - MORE THAN 200 CATALOG COURSES, '
028700             'RUN STOPPED'
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100     ADD 1 TO WS-CAT-COUNT.
029200     SET WS-CAT-IDX TO WS-CAT-COUNT.
029300     MOVE CC-COURSE-CODE TO WS-CAT-COURSE-CODE(WS-CAT-IDX).
029400     MOVE CC-STATUS-CODE TO WS-CAT-STATUS(WS-CAT-IDX).
029500 1210-EXIT.
029600     EXIT.
029700
029800 1215-SCAN-ONE-COURSE.
029900 1215-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300* 1250-LOAD-OPERATORS - READ THE OPERATOR AUTHORIZATION FILE
030400* INTO MEMORY. MISSING OR EMPTY IS A HARD STOP.
030500******************************************************************
030600 1250-LOAD-OPERATORS.
030700     OPEN INPUT OPERATOR-FILE.
030800     IF WS-OPERFILE-STATUS NOT = '00'
030900         DISPLAY 'REGMNT - OPERATOR AUTHORIZATION FILE NOT '
031000             'FOUND, RUN STOPPED'
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400     PERFORM 1260-LOAD-ONE-OPERATOR THRU 1260-EXIT
031500         UNTIL WS-OPER-EOF.
031600     CLOSE OPERATOR-FILE.
031700     IF WS-OPER-COUNT = ZERO
031800         DISPLAY 'REGMNT - OPERATOR AUTHORIZATION FILE '
031900             'EMPTY, RUN STOPPED'
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300 1250-EXIT.
032400     EXIT.
032500
032600 1260-LOAD-ONE-OPERATOR.
032700     READ OPERATOR-FILE
032800         AT END
032900             SET WS-OPER-EOF TO TRUE
033000             GO TO 1260-EXIT
033100     END-READ.
033200     IF WS-OPER-COUNT = 200
033300         DISPLAY 'REGMNT - MORE THAN 200 OPERATORS, '
033400             'RUN STOPPED'
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     ADD 1 TO WS-OPER-COUNT.
033900     SET WS-OPER-IDX TO WS-OPER-COUNT.
034000     MOVE OP-OPERATOR-ID TO WS-OPER-ID(WS-OPER-IDX).
034100     MOVE OP-AUTH-LEVEL TO WS-OPER-LEVEL(WS-OPER-IDX).
034200     MOVE OP-ACTIVE-FLAG TO WS-OPER-ACTIVE(WS-OPER-IDX).
034300 1260-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 1270-CHECK-OPERATOR - THE TRANSACTION'S OPERATOR MUST BE ON
034800* THE AUTHORIZATION FILE, ACTIVE, AND HOLD ROSTER-CHANGE
034900* AUTHORITY. A REFUSAL WRITES ITS OWN AUDIT-LOG LINE.
035000******************************************************************
035100 1270-CHECK-OPERATOR.
035200     MOVE 'N' TO WS-OPER-OK-SWITCH.
035300     PERFORM 1275-SCAN-ONE-OPERATOR THRU 1275-EXIT
035400         VARYING WS-OPER-IDX FROM 1 BY 1
035500         UNTIL WS-OPER-IDX > WS-OPER-COUNT
035600         OR WS-OPER-ID(WS-OPER-IDX) = RR-OPERATOR-ID.
035700     IF WS-OPER-IDX NOT > WS-OPER-COUNT
035800         AND WS-OPER-IS-ACTIVE(WS-OPER-IDX)
035900         AND WS-OPER-ROSTER-AUTH(WS-OPER-IDX)
036000         SET WS-OPER-OK TO TRUE
036100         GO TO 1270-EXIT
036200     END-IF.
036300     MOVE SPACES TO AL-RECORD.
036400     MOVE WS-RUN-DATE-YMD TO AL-ENTRY-DATE.
036500     ACCEPT AL-ENTRY-TIME FROM TIME.
036600     MOVE RR-OPERATOR-ID TO AL-OPERATOR-ID.
036700     MOVE RR-STUDENT-ID TO AL-STUDENT-ID.
036800     MOVE ZERO TO AL-EXAM-SCORE.
036900     MOVE ZERO TO AL-COURSEWORK-SCORE.
037000     MOVE ZERO TO AL-FINAL-NOTE.
037100     MOVE 'REFUSE' TO AL-SOURCE.
037200     WRITE AL-RECORD.
037300     DISPLAY 'REGMNT - OPERATOR ' RR-OPERATOR-ID
037400         ' NOT AUTHORIZED FOR REGISTRATION CHANGES, '
037500         'TRANSACTION REFUSED'.
037600 1270-EXIT.
037700     EXIT.
037800
037900 1275-SCAN-ONE-OPERATOR.
038000 1275-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400* 1300-LOAD-TRANSACTIONS - FROM THE REGTRAN FILE IF SUPPLIED,
038500* OTHERWISE AN OPERATOR PROMPT SESSION. EITHER WAY THE TABLE
038600* ENDS UP IN STUDENT/COURSE ORDER. NOTHING TO APPLY IS A
038700* SUBMISSION ERROR.
038800******************************************************************
038900 1300-LOAD-TRANSACTIONS.
039000     OPEN INPUT REG-TRANS.
039100     IF WS-REGTRAN-STATUS NOT = '00'
039200         PERFORM 2000-OPERATOR-SESSION THRU 2000-EXIT
039300         GO TO 1300-CHECK
039400     END-IF.
039500     PERFORM 1350-LOAD-ONE-TRAN THRU 1350-EXIT
039600         UNTIL WS-TRN-EOF.
039700     CLOSE REG-TRANS.
039800 1300-CHECK.
039900     IF WS-TRAN-COUNT = ZERO
040000         DISPLAY 'REGMNT - NO TRANSACTIONS TO APPLY'
040100         MOVE 16 TO RETURN-CODE
040200         STOP RUN
040300     END-IF.
040400 1300-EXIT.
040500     EXIT.
040600
040700 1350-LOAD-ONE-TRAN.
040800     READ REG-TRANS
040900         AT END
041000             SET WS-TRN-EOF TO TRUE
041100             GO TO 1350-EXIT
041200     END-READ.
041300     IF RR-ACTION = SPACE
041400         GO TO 1350-EXIT
041500     END-IF.
041600     PERFORM 1400-INSERT-TRANSACTION THRU 1400-EXIT.
041700 1350-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100* 1400-INSERT-TRANSACTION - VALIDATE THE FIELDS IN RR-RECORD
042200* AND INSERT THEM INTO THE TABLE IN STUDENT/COURSE ORDER. EQUAL
042300* KEYS KEEP ARRIVAL ORDER, SO REPEATED TRANSACTIONS FOR ONE
042400* REGISTRATION ALREADY ON FILE APPLY IN THE ORDER RAISED. A
042500* CHANGE OR DROP FOR A REGISTRATION ADDED IN THIS SAME RUN IS
042600* NOT APPLIED - THE ADD GOES STRAIGHT TO THE NEW FILE, SO THE
042700* FOLLOW-ON IS REPORTED AND MUST BE RAISED IN A SECOND RUN.
042800******************************************************************
042900 1400-INSERT-TRANSACTION.
043000     PERFORM 1270-CHECK-OPERATOR THRU 1270-EXIT.
043100     IF NOT WS-OPER-OK
043200         ADD 1 TO WS-ERROR-COUNT
043300         GO TO 1400-EXIT
043400     END-IF.
043500     IF RR-ACTION NOT = 'A' AND RR-ACTION NOT = 'C'
043600         AND RR-ACTION NOT = 'D'
043700         DISPLAY 'REGMNT - UNKNOWN ACTION ' RR-ACTION
043800             ' FOR ' RR-STUDENT-ID ' ' RR-COURSE-CODE
043900             ', IGNORED'
044000         ADD 1 TO WS-ERROR-COUNT
044100         GO TO 1400-EXIT
044200     END-IF.
044300     IF RR-STUDENT-ID = SPACES
044400         OR RR-COURSE-CODE = SPACES
044500         DISPLAY 'REGMNT - BLANK STUDENT ID OR COURSE CODE, '
044600             'IGNORED'
044700         ADD 1 TO WS-ERROR-COUNT
044800         GO TO 1400-EXIT
044900     END-IF.
045000     IF RR-ACTION NOT = 'D'
045100         AND RR-STATUS-CODE NOT = 'A'
045200         AND RR-STATUS-CODE NOT = 'W'
045300         AND RR-STATUS-CODE NOT = 'U'
045400         DISPLAY 'REGMNT - BAD STATUS ' RR-STATUS-CODE
045500             ' FOR ' RR-STUDENT-ID ' ' RR-COURSE-CODE
045600             ', IGNORED'
045700         ADD 1 TO WS-ERROR-COUNT
045800         GO TO 1400-EXIT
045900     END-IF.
046000     IF RR-ACTION = 'A'
046100         AND WS-CATALOG-LOADED
046200         PERFORM 1215-SCAN-ONE-COURSE THRU 1215-EXIT
046300             VARYING WS-CAT-IDX FROM 1 BY 1
046400             UNTIL WS-CAT-IDX > WS-CAT-COUNT
046500             OR WS-CAT-COURSE-CODE(WS-CAT-IDX) = RR-COURSE-CODE
046600         IF WS-CAT-IDX > WS-CAT-COUNT
046700             OR NOT WS-CAT-ACTIVE(WS-CAT-IDX)
046800             DISPLAY 'REGMNT - COURSE ' RR-COURSE-CODE
046900                 ' NOT AN ACTIVE CATALOG ENTRY, ADD FOR '
047000                 RR-STUDENT-ID ' IGNORED'
047100             ADD 1 TO WS-ERROR-COUNT
047200             GO TO 1400-EXIT
047300         END-IF
047400     END-IF.
047500     IF WS-TRAN-COUNT = 200
047600         DISPLAY 'REGMNT - MORE THAN 200 TRANSACTIONS, '
047700             'RUN STOPPED'
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF.
048100     MOVE RR-STUDENT-ID TO WS-TRAN-K-STUDENT.
048200     MOVE RR-COURSE-CODE TO WS-TRAN-K-COURSE.
048300     PERFORM 1450-FIND-INSERT-POINT THRU 1450-EXIT.
048400     PERFORM 1460-SHIFT-ONE-ENTRY THRU 1460-EXIT
048500         VARYING WS-SHIFT-IDX FROM WS-TRAN-COUNT BY -1
048600         UNTIL WS-SHIFT-IDX < WS-INS-IDX.
048700     ADD 1 TO WS-TRAN-COUNT.
048800     MOVE RR-ACTION TO WS-TT-ACTION(WS-INS-IDX).
048900     MOVE WS-TRAN-KEY TO WS-TT-KEY(WS-INS-IDX).
049000     IF RR-ACTION = 'D'
049100         MOVE 'W' TO WS-TT-STATUS(WS-INS-IDX)
049200     ELSE
049300         MOVE RR-STATUS-CODE TO WS-TT-STATUS(WS-INS-IDX)
049400     END-IF.
049500     IF RR-EFFECTIVE-DATE IS NUMERIC
049600         AND RR-EFFECTIVE-DATE NOT = ZERO
049700         MOVE RR-EFFECTIVE-DATE TO WS-TT-EFF-DATE(WS-INS-IDX)
049800     ELSE
049900         MOVE WS-RUN-DATE-YMD TO WS-TT-EFF-DATE(WS-INS-IDX)
050000     END-IF.
050100     MOVE RR-OPERATOR-ID TO WS-TT-OPERATOR(WS-INS-IDX).
050200 1400-EXIT.
050300     EXIT.
050400
050500 1450-FIND-INSERT-POINT.
050600     PERFORM 1455-SCAN-ONE-SLOT THRU 1455-EXIT
050700         VARYING WS-INS-IDX FROM 1 BY 1
050800         UNTIL WS-INS-IDX > WS-TRAN-COUNT
050900         OR WS-TT-KEY(WS-INS-IDX) > WS-TRAN-KEY.
051000 1450-EXIT.
051100     EXIT.
051200
051300 1455-SCAN-ONE-SLOT.
051400 1455-EXIT.
051500     EXIT.
051600
051700 1460-SHIFT-ONE-ENTRY.
051800     MOVE WS-TRAN-ENTRY(WS-SHIFT-IDX)
051900         TO WS-TRAN-ENTRY(WS-SHIFT-IDX + 1).
052000 1460-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* 2000-OPERATOR-SESSION - NO TRANSACTION FILE: PROMPT FOR
052500* TRANSACTIONS IN THE INTERACTIVE VARIANT'S ACCEPT/RE-PROMPT
052600* STYLE UNTIL THE OPERATOR KEYS 'Q'
052700******************************************************************
052800 2000-OPERATOR-SESSION.
052900     DISPLAY 'maintenance des inscriptions aux cours'.
053000     PERFORM 2100-PROMPT-ONE-TRAN THRU 2100-EXIT
053100         UNTIL WS-SESSION-END.
053200 2000-EXIT.
053300     EXIT.
053400
053500 2100-PROMPT-ONE-TRAN.
053600     MOVE ZERO TO WS-RETRY-COUNT.
053700 2100-PROMPT-ACTION.
053800     DISPLAY 'action (A=ajout C=modif D=retrait Q=fin) : '.
053900     ACCEPT WS-OP-ACTION.
054000     IF WS-OP-ACTION = 'Q' OR WS-OP-ACTION = 'q'
054100         SET WS-SESSION-END TO TRUE
054200         GO TO 2100-EXIT
054300     END-IF.
054400     IF WS-OP-ACTION NOT = 'A' AND WS-OP-ACTION NOT = 'C'
054500         AND WS-OP-ACTION NOT = 'D'
054600         ADD 1 TO WS-RETRY-COUNT
054700         IF WS-RETRY-COUNT > WS-RETRY-MAX
054800             DISPLAY 'trop d''essais --> fin de la saisie'
054900             SET WS-SESSION-END TO TRUE
055000             GO TO 2100-EXIT
055100         END-IF
055200         DISPLAY 'erreur --> action inconnue, ressaisir'
055300         GO TO 2100-PROMPT-ACTION
055400     END-IF.
055500     MOVE SPACES TO RR-RECORD.
055600     MOVE WS-OP-ACTION TO RR-ACTION.
055700     DISPLAY 'numéro étudiant : '.
055800     ACCEPT RR-STUDENT-ID.
055900     DISPLAY 'code cours : '.
056000     ACCEPT RR-COURSE-CODE.
056100     IF WS-OP-ACTION NOT = 'D'
056200         DISPLAY 'statut (A=inscrit W=retire U=auditeur) : '
056300         ACCEPT RR-STATUS-CODE
056400     END-IF.
056500     DISPLAY 'date effet (AAAAMMJJ, vide=aujourd''hui) : '.
056600     MOVE SPACES TO WS-OP-REPLY.
056700     ACCEPT WS-OP-REPLY.
056800     IF WS-OP-REPLY(1:8) IS NUMERIC
056900         MOVE WS-OP-REPLY(1:8) TO RR-EFFECTIVE-DATE
057000     ELSE
057100         MOVE WS-RUN-DATE-YMD TO RR-EFFECTIVE-DATE
057200     END-IF.
057300     DISPLAY 'identifiant opérateur : '.
057400     ACCEPT RR-OPERATOR-ID.
057500     PERFORM 1400-INSERT-TRANSACTION THRU 1400-EXIT.
057600 2100-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000* 3100-READ-OLD-REGISTRATION - NEXT OLD RECORD INTO THE HOLD,
058100* WITH THE STUDENT/COURSE SEQUENCE CHECK THE BALANCED LINE AND
058200* THE NIGHTLY BINARY SEARCH BOTH DEPEND ON
058300******************************************************************
058400 3100-READ-OLD-REGISTRATION.
058500     MOVE 'N' TO WS-HOLD-ACTIVE-SWITCH.
058600     IF WS-OLD-EOF
058700         GO TO 3100-EXIT
058800     END-IF.
058900     READ OLD-REGISTRATION
059000         AT END
059100             SET WS-OLD-EOF TO TRUE
059200             GO TO 3100-EXIT
059300     END-READ.
059400     MOVE RG-STUDENT-ID OF OG-RECORD TO WS-HOLD-K-STUDENT.
059500     MOVE RG-COURSE-CODE OF OG-RECORD TO WS-HOLD-K-COURSE.
059600     IF WS-HOLD-KEY NOT > WS-PREV-OLD-KEY
059700         DISPLAY 'REGMNT - REGISTRATIONS OUT OF STUDENT/COURSE '
059800             'SEQUENCE AT ' WS-HOLD-KEY ', RUN STOPPED'
059900         MOVE 16 TO RETURN-CODE
060000         STOP RUN
060100     END-IF.
060200     MOVE WS-HOLD-KEY TO WS-PREV-OLD-KEY.
060300     MOVE OG-RECORD TO WS-HOLD-RECORD.
060400     SET WS-HOLD-ACTIVE TO TRUE.
060500 3100-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900* 3000-APPLY-ONE-TRAN - ADVANCE THE OLD FILE PAST EVERY RECORD
061000* BELOW THE TRANSACTION'S STUDENT/COURSE, THEN ADD, CHANGE, OR
061100* DROP. REPEATED TRANSACTIONS FOR ONE REGISTRATION ALL APPLY TO
061200* THE HELD RECORD BEFORE IT IS WRITTEN.
061300******************************************************************
061400 3000-APPLY-ONE-TRAN.
061500     PERFORM 3200-ADVANCE-OLD THRU 3200-EXIT
061600         UNTIL NOT WS-HOLD-ACTIVE
061700         OR WS-HOLD-KEY NOT < WS-TT-KEY(WS-TRAN-IDX).
061800     IF WS-HOLD-ACTIVE
061900         AND WS-HOLD-KEY = WS-TT-KEY(WS-TRAN-IDX)
062000         PERFORM 4000-APPLY-TO-HELD THRU 4000-EXIT
062100     ELSE
062200         PERFORM 4500-APPLY-UNMATCHED THRU 4500-EXIT
062300     END-IF.
062400 3000-EXIT.
062500     EXIT.
062600
062700 3200-ADVANCE-OLD.
062800     MOVE WS-HOLD-RECORD TO NG-RECORD.
062900     WRITE NG-RECORD.
063000     ADD 1 TO WS-CARRIED-COUNT.
063100     PERFORM 3100-READ-OLD-REGISTRATION THRU 3100-EXIT.
063200 3200-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600* 4000-APPLY-TO-HELD - CHANGE OR DROP THE HELD REGISTRATION; AN
063700* ADD FOR A STUDENT ALREADY REGISTERED IN THE COURSE IS AN ERROR
063800******************************************************************
063900 4000-APPLY-TO-HELD.
064000     IF WS-TT-ACTION(WS-TRAN-IDX) = 'A'
064100         DISPLAY 'REGMNT - ' WS-TT-STUDENT-ID(WS-TRAN-IDX)
064200             ' ALREADY REGISTERED IN '
064300             WS-TT-COURSE-CODE(WS-TRAN-IDX) ', ADD IGNORED'
064400         ADD 1 TO WS-ERROR-COUNT
064500         GO TO 4000-EXIT
064600     END-IF.
064700     PERFORM 5000-START-CHANGE-LOG THRU 5000-EXIT.
064800     MOVE WS-TT-STATUS(WS-TRAN-IDX)
064900         TO RG-STATUS-CODE OF WS-HOLD-RECORD.
065000     IF WS-TT-ACTION(WS-TRAN-IDX) = 'D'
065100         ADD 1 TO WS-DROPPED-COUNT
065200     ELSE
065300         ADD 1 TO WS-CHANGED-COUNT
065400     END-IF.
065500     MOVE WS-TT-EFF-DATE(WS-TRAN-IDX)
065600         TO RG-REG-DATE OF WS-HOLD-RECORD.
065700     PERFORM 5100-FINISH-CHANGE-LOG THRU 5100-EXIT.
065800 4000-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 4500-APPLY-UNMATCHED - NO REGISTRATION FOR THE TRANSACTION'S
066300* STUDENT/COURSE: AN ADD INSERTS A NEW RECORD HERE (THE LINE IS
066400* ALREADY PAST EVERY LOWER KEY); A CHANGE OR DROP IS AN ERROR
066500******************************************************************
066600 4500-APPLY-UNMATCHED.
066700     IF WS-TT-ACTION(WS-TRAN-IDX) NOT = 'A'
066800         IF WS-TT-KEY(WS-TRAN-IDX) = WS-LAST-ADDED-KEY
066900             DISPLAY 'REGMNT - '
067000                 WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
067100                 WS-TT-COURSE-CODE(WS-TRAN-IDX)
067200                 ' WAS ADDED THIS RUN - RAISE THE CHANGE OR'
067300                 ' DROP AGAIN IN A SECOND RUN'
067400         ELSE
067500             DISPLAY 'REGMNT - '
067600                 WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
067700                 WS-TT-COURSE-CODE(WS-TRAN-IDX)
067800                 ' NOT REGISTERED, NOTHING TO APPLY'
067900         END-IF
068000         ADD 1 TO WS-ERROR-COUNT
068100         GO TO 4500-EXIT
068200     END-IF.
068300     IF WS-TT-KEY(WS-TRAN-IDX) = WS-LAST-ADDED-KEY
068400         DISPLAY 'REGMNT - ' WS-TT-STUDENT-ID(WS-TRAN-IDX) ' '
068500             WS-TT-COURSE-CODE(WS-TRAN-IDX)
068600             ' ADDED TWICE THIS RUN, SECOND ADD IGNORED'
068700         ADD 1 TO WS-ERROR-COUNT
068800         GO TO 4500-EXIT
068900     END-IF.
069000     MOVE WS-TT-KEY(WS-TRAN-IDX) TO WS-LAST-ADDED-KEY.
069100     MOVE SPACES TO RL-RECORD.
069200     MOVE WS-RUN-DATE-YMD TO RL-CHANGE-DATE.
069300     ACCEPT RL-CHANGE-TIME FROM TIME.
069400     MOVE WS-TT-OPERATOR(WS-TRAN-IDX) TO RL-OPERATOR-ID.
069500     MOVE WS-TT-ACTION(WS-TRAN-IDX) TO RL-ACTION.
069600     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX) TO RL-STUDENT-ID.
069700     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX) TO RL-COURSE-CODE.
069800     MOVE ZERO TO RL-OLD-REG-DATE.
069900     MOVE WS-TT-STATUS(WS-TRAN-IDX) TO RL-NEW-STATUS.
070000     MOVE WS-TT-EFF-DATE(WS-TRAN-IDX) TO RL-NEW-REG-DATE.
070100     WRITE RL-RECORD.
070200     MOVE SPACES TO WS-NEW-WORK.
070300     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX)
070400         TO RG-STUDENT-ID OF WS-NEW-WORK.
070500     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX)
070600         TO RG-COURSE-CODE OF WS-NEW-WORK.
070700     MOVE WS-TT-STATUS(WS-TRAN-IDX)
070800         TO RG-STATUS-CODE OF WS-NEW-WORK.
070900     MOVE WS-TT-EFF-DATE(WS-TRAN-IDX)
071000         TO RG-REG-DATE OF WS-NEW-WORK.
071100     MOVE WS-NEW-WORK TO NG-RECORD.
071200     WRITE NG-RECORD.
071300     ADD 1 TO WS-ADDED-COUNT.
071400 4500-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 5000/5100 - CHANGE-LOG BEFORE AND AFTER IMAGES AROUND A
071900* CHANGE OR DROP OF THE HELD RECORD
072000******************************************************************
072100 5000-START-CHANGE-LOG.
072200     MOVE SPACES TO RL-RECORD.
072300     MOVE WS-RUN-DATE-YMD TO RL-CHANGE-DATE.
072400     ACCEPT RL-CHANGE-TIME FROM TIME.
072500     MOVE WS-TT-OPERATOR(WS-TRAN-IDX) TO RL-OPERATOR-ID.
072600     MOVE WS-TT-ACTION(WS-TRAN-IDX) TO RL-ACTION.
072700     MOVE WS-TT-STUDENT-ID(WS-TRAN-IDX) TO RL-STUDENT-ID.
072800     MOVE WS-TT-COURSE-CODE(WS-TRAN-IDX) TO RL-COURSE-CODE.
072900     MOVE RG-STATUS-CODE OF WS-HOLD-RECORD TO RL-OLD-STATUS.
073000     MOVE RG-REG-DATE OF WS-HOLD-RECORD TO RL-OLD-REG-DATE.
073100 5000-EXIT.
073200     EXIT.
073300
073400 5100-FINISH-CHANGE-LOG.
073500     MOVE RG-STATUS-CODE OF WS-HOLD-RECORD TO RL-NEW-STATUS.
073600     MOVE RG-REG-DATE OF WS-HOLD-RECORD TO RL-NEW-REG-DATE.
073700     WRITE RL-RECORD.
073800 5100-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200* 3900-FLUSH-REMAINDER - WRITE THE HELD RECORD AND EVERYTHING
074300* LEFT ON THE OLD FILE THROUGH TO THE NEW ONE
074400******************************************************************
074500 3900-FLUSH-REMAINDER.
074600     PERFORM 3200-ADVANCE-OLD THRU 3200-EXIT
074700         UNTIL NOT WS-HOLD-ACTIVE.
074800 3900-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200* 7000-SUMMARY - MAINTENANCE TOTALS
075300******************************************************************
075400 7000-SUMMARY.
075500     DISPLAY 'REGMNT CARRIED     : ' WS-CARRIED-COUNT.
075600     DISPLAY 'REGMNT ADDED       : ' WS-ADDED-COUNT.
075700     DISPLAY 'REGMNT CHANGED     : ' WS-CHANGED-COUNT.
075800     DISPLAY 'REGMNT DROPPED     : ' WS-DROPPED-COUNT.
075900     DISPLAY 'REGMNT ERRORS      : ' WS-ERROR-COUNT.
076000     IF WS-ERROR-COUNT > ZERO
076100         MOVE 4 TO RETURN-CODE
076200     END-IF.
076300 7000-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700* 9000-TERMINATE - CLOSE UP
076800******************************************************************
076900 9000-TERMINATE.
077000     IF WS-OLD-OPENED
077100         CLOSE OLD-REGISTRATION
077200     END-IF.
077300     CLOSE NEW-REGISTRATION CHANGE-LOG AUDIT-LOG.
077400 9000-EXIT.
077500     EXIT.
