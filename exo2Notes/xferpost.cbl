000100******************************************************************
000200* PROGRAM NAME:    XFERPOST
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* TRANSFER-CREDIT POSTING. EACH TRANSACTION (COPYBOOK XFERTRAN)
000800* NAMES A STUDENT, THE INSTITUTION AND EXTERNAL COURSE THE
000900* CREDIT COMES FROM, THE CATALOG COURSE THE REGISTRAR HAS MAPPED
001000* IT TO, THE CREDITS GRANTED AND OPTIONALLY A NOTE CONVERTED TO
001100* THE SHOP'S 00-20 SCALE. EVERY OPERATOR IS CHECKED AGAINST THE
001200* AUTHORIZATION FILE (COPYBOOK OPERAUTH) FOR GRADE-CORRECTION
001300* AUTHORITY - A TRANSFER CHANGES THE HISTORY OF RECORD, JUST AS
001400* A GRADECOR AMENDMENT DOES - WITH REFUSALS AUDITED. THE STUDENT
001500* MUST BE ACTIVE ON THE ROSTER AND THE MAPPED COURSE ACTIVE ON
001600* THE CATALOG; THE CREDITS MAY NOT EXCEED THE COURSE'S CATALOG
001700* CREDIT HOURS. A COURSE THE STUDENT ALREADY HOLDS A TRANSFER
001800* FOR, HAS ALREADY PASSED HERE, OR HAS A RESULT FOR IN THE
001900* CURRENT TERM IS REJECTED.
002000*
002100* AN ACCEPTED TRANSFER IS WRITTEN TO THE GRADE-HISTORY MASTER
002200* UNDER THE CURRENT TERM WITH STATUS 'T' (HM-TRANSFER-CREDIT),
002300* LETTER CODE 'TR' WHEN A CONVERTED NOTE WAS GRANTED OR 'TC' FOR
002400* CREDIT ONLY, AND THE CREDITS IN HM-TRANSFER-CREDITS. THE
002500* STUDENT'S CUMULATIVE AVERAGE IS THEN RECOMPUTED AND RESTAMPED
002600* ON ALL OF THEIR RECORDS; WHETHER A NOTED TRANSFER COUNTS IN IT
002700* IS THE XFERPARM SHOP PARAMETER ('I' INCLUDE, WEIGHTED BY THE
002800* TRANSFER CREDITS; 'E' EXCLUDE, THE DEFAULT). EACH POSTING
002900* WRITES AN 'XFER' AUDIT-LOG RECORD AND A TRANSFER-REGISTER
003000* RECORD (COPYBOOK XFERREG) KEEPING WHERE THE CREDIT CAME FROM.
003100*
003200* TRANSACTIONS COME FROM THE XFERTRAN FILE WHEN ONE IS SUPPLIED;
003300* OTHERWISE THE OPERATOR IS PROMPTED IN THE SHOP'S ACCEPT/
003400* RE-PROMPT STYLE ('Q' ENDS THE SESSION). EVERY TRANSACTION
003500* PRINTS ONE LINE ON THE XFERRPT REPORT; ANY REJECTION ENDS THE
003600* STEP WITH RC=4.
003700*
003800* MAINTENANCE LOG
003900* DATE       AUTHOR        MAINTENANCE REQUIREMENT
004000* ---------  ------------  ---------------------------------------
004100* 10/15/26   R.DELACROIX   INITIAL VERSION.
004120* 10/15/26   R.DELACROIX   TERM NOW DERIVED FROM THE RUN DATE
004140*                          ON THE TERM CALENDAR (TERMCAL) IN
004160*                          PLACE OF TERMPARM; A CLOSED OR MISSING
004180*                          TERM STOPS THE RUN BEFORE ANY POSTING.
004185* 10/15/26   R.DELACROIX   FULL RESULT BUFFER NOW STOPS THE RUN
004190*                          BEFORE THE TRANSFER REACHES THE MASTER.
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. XFERPOST.
004500 AUTHOR. R.DELACROIX.
004600 INSTALLATION. COBOL DEVELOPMENT CENTER.
004700 DATE-WRITTEN. 10/15/26.
004800 DATE-COMPILED. 10/15/26.
004900 SECURITY. NON-CONFIDENTIAL.
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT XFER-TRANS ASSIGN TO XFERTRAN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-XFERTRAN-STATUS.
006000     SELECT ROSTER-FILE ASSIGN TO ROSTER
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-ROSTER-STATUS.
006300     SELECT COURSE-CATALOG ASSIGN TO CATALOG
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CATALOG-STATUS.
006600     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS HM-MASTER-KEY
007000         FILE STATUS IS WS-HISTMAST-STATUS.
007100     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-TERMCAL-STATUS.
007400     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-XFERPARM-STATUS.
007700     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-OPERFILE-STATUS.
008000     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-AUDITLOG-STATUS.
008300     SELECT TRANSFER-REG ASSIGN TO XFERREG
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-XFERREG-STATUS.
008600     SELECT TRANSFER-RPT ASSIGN TO XFERRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-XFERRPT-STATUS.
008900******************************************************************
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  XFER-TRANS
009300     RECORDING MODE IS F.
009400 01  XT-RECORD.
009500     COPY XFERTRAN.
009600
009700 FD  ROSTER-FILE
009800     RECORDING MODE IS F.
009900 01  RO-RECORD.
010000     COPY ROSTERRC.
010100
010200 FD  COURSE-CATALOG
010300     RECORDING MODE IS F.
010400 01  CC-RECORD.
010500     COPY CRSCATRC.
010600
010700******************************************************************
010800* THE MASTER RECORD IS DESCRIBED TWICE OVER THE SAME STORAGE:
010900* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
011000* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
011100* CONVENTION AS GRDPOST.
011200******************************************************************
011300 FD  HISTORY-MASTER
011400     RECORDING MODE IS F.
011500 01  HM-KEY-RECORD.
011600     05  HM-MASTER-KEY          PIC X(18).
011700     05  FILLER                 PIC X(24).
011800 01  HM-RECORD.
011900     COPY GRDHISTR.
012000
012100 FD  TERM-CALENDAR
012200     RECORDING MODE IS F.
012300 01  TC-RECORD.
012350     COPY TERMCAL.
012400
012500 FD  TRANSFER-PARM
012600     RECORDING MODE IS F.
012700 01  XP-RECORD                  PIC X(01).
012800
012900 FD  OPERATOR-FILE
013000     RECORDING MODE IS F.
013100 01  OP-RECORD.
013200     COPY OPERAUTH.
013300
013400 FD  AUDIT-LOG
013500     RECORDING MODE IS F.
013600 01  AL-RECORD.
013700     COPY AUDITREC.
013800
013900 FD  TRANSFER-REG
014000     RECORDING MODE IS F.
014100 01  XR-RECORD.
014200     COPY XFERREG.
014300
014400 FD  TRANSFER-RPT
014500     RECORDING MODE IS F.
014600 01  XL-RECORD                  PIC X(80).
014700
014800 WORKING-STORAGE SECTION.
014900******************************************************************
015000* FILE STATUS AND END-OF-FILE SWITCHES
015100******************************************************************
015200 77  WS-XFERTRAN-STATUS         PIC X(02)     VALUE SPACES.
015300 77  WS-ROSTER-STATUS           PIC X(02)     VALUE SPACES.
015400 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
015500 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
015600 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
015630 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
015660     88  WS-TERMCAL-EOF         VALUE 'Y'.
015700 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
015800 77  WS-OPERFILE-STATUS         PIC X(02)     VALUE SPACES.
015900 77  WS-AUDITLOG-STATUS         PIC X(02)     VALUE SPACES.
016000 77  WS-XFERREG-STATUS          PIC X(02)     VALUE SPACES.
016100 77  WS-XFERRPT-STATUS          PIC X(02)     VALUE SPACES.
016200 77  WS-TRN-EOF-SWITCH          PIC X(01)     VALUE 'N'.
016300     88  WS-TRN-EOF             VALUE 'Y'.
016400 77  WS-ROSTER-EOF-SWITCH       PIC X(01)     VALUE 'N'.
016500     88  WS-ROSTER-EOF          VALUE 'Y'.
016600 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
016700     88  WS-CATALOG-EOF         VALUE 'Y'.
016800 77  WS-OPER-EOF-SWITCH         PIC X(01)     VALUE 'N'.
016900     88  WS-OPER-EOF            VALUE 'Y'.
017000 77  WS-OPER-OK-SWITCH          PIC X(01)     VALUE 'N'.
017100     88  WS-OPER-OK             VALUE 'Y'.
017200 77  WS-SESSION-END-SWITCH      PIC X(01)     VALUE 'N'.
017300     88  WS-SESSION-END         VALUE 'Y'.
017400******************************************************************
017500* CURRENT TERM - FROM THE TERM CALENDAR FOR THE RUN DATE, SAME
017600* AS GRDPOST. THE TRANSFER IS POSTED UNDER IT.
017700******************************************************************
017800 01  WS-CURRENT-TERM            PIC X(06)     VALUE SPACES.
017850 01  WS-CLOSED-TERM             PIC X(06)     VALUE SPACES.
017900******************************************************************
018000* TRANSFER-CREDIT AVERAGE POLICY FROM THE XFERPARM PARAMETER
018100* FILE: 'I' A NOTED TRANSFER COUNTS IN THE CUMULATIVE AVERAGE,
018200* WEIGHTED BY ITS TRANSFER CREDITS; 'E' NO TRANSFER COUNTS IN IT
018300* (THE SHOP DEFAULT). A CREDIT-ONLY TRANSFER NEVER COUNTS.
018400******************************************************************
018500 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
018600     88  WS-XFER-INCLUDED       VALUE 'I'.
018700     88  WS-XFER-EXCLUDED       VALUE 'E'.
018800******************************************************************
018900* ROSTER TABLE - SAME SHAPE AND 20000-STUDENT SIZING AS THE
019000* CLASSIFICATION RUN'S, SEARCHED BINARY. PAST CAPACITY OR OUT OF
019100* STUDENT-ID SEQUENCE IS A HARD STOP.
019200******************************************************************
019300 01  WS-ROSTER-COUNT            PIC 9(05)     COMP    VALUE ZERO.
019400 01  WS-ROSTER-MAX              PIC 9(05)     COMP    VALUE 20000.
019500 01  WS-ROSTER-PREV-ID          PIC X(06)     VALUE LOW-VALUES.
019600 01  WS-ROSTER-TABLE.
019700     05  WS-ROSTER-ENTRY OCCURS 1 TO 20000 TIMES
019800                         DEPENDING ON WS-ROSTER-COUNT
019900                         ASCENDING KEY IS WS-ROSTER-STUDENT-ID
020000                         INDEXED BY WS-ROSTER-IDX.
020100         10  WS-ROSTER-STUDENT-ID   PIC X(06).
020200         10  WS-ROSTER-ENR-STATUS   PIC X(01).
020300             88  WS-ROSTER-ACTIVE       VALUE 'A'.
020400******************************************************************
020500* COURSE CATALOG - CODE, CREDIT HOURS AND STATUS PER COURSE. THE
020600* CREDIT HOURS CAP THE CREDITS A TRANSFER MAY GRANT AND WEIGH
020700* EACH COUNTING ATTEMPT IN THE CUMULATIVE AVERAGE (ZERO OR NOT
020800* NUMERIC WEIGHS ONE, SAME AS GRDPOST).
020900******************************************************************
021000 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
021100 01  WS-CAT-TABLE.
021200     05  WS-CAT-ENTRY OCCURS 200 TIMES
021300                      INDEXED BY WS-CAT-IDX.
021400         10  WS-CAT-COURSE-CODE PIC X(04).
021500         10  WS-CAT-CREDITS     PIC 9(02).
021600         10  WS-CAT-STATUS      PIC X(01).
021700             88  WS-CAT-ACTIVE      VALUE 'A'.
021800 01  WS-CREDIT-WEIGHT           PIC 9(02)             VALUE 01.
021900******************************************************************
022000* OPERATOR AUTHORIZATION TABLE - LOADED ONCE AT STARTUP FROM
022100* OPERFILE, SCANNED PER TRANSACTION. A MISSING AUTHORIZATION
022200* FILE IS A HARD STOP.
022300******************************************************************
022400 01  WS-OPER-COUNT              PIC 9(03)     COMP    VALUE ZERO.
022500 01  WS-OPER-TABLE.
022600     05  WS-OPER-ENTRY OCCURS 200 TIMES
022700                       INDEXED BY WS-OPER-IDX.
022800         10  WS-OPER-ID             PIC X(08).
022900         10  WS-OPER-LEVEL          PIC X(01).
023000             88  WS-OPER-CORRECTION-AUTH
023100                 VALUE 'C' 'A'.
023200         10  WS-OPER-ACTIVE         PIC X(01).
023300             88  WS-OPER-IS-ACTIVE  VALUE 'A'.
023400******************************************************************
023500* PER-STUDENT BUFFER - THE STUDENT'S MASTER RECORDS ARE READ
023600* HERE TO CHECK THE TRANSFER AGAINST WHAT IS ALREADY POSTED, AND
023700* AGAIN HOLD THE RECOMPUTED CUMULATIVE AVERAGE FOR THE RESTAMP.
023800* OVERFLOW IS A HARD FAILURE, SAME AS GRDPOST.
023900******************************************************************
024000 01  WS-TARGET-STUDENT-ID       PIC X(06)     VALUE SPACES.
024100 01  WS-BUF-COUNT               PIC 9(03)     COMP    VALUE ZERO.
024200 01  WS-BUF-IDX                 PIC 9(03)     COMP    VALUE ZERO.
024300 01  WS-BUF-WEIGHT-TOTAL        PIC 9(05)     COMP    VALUE ZERO.
024400 01  WS-BUF-NOTE-TOTAL          PIC 9(07)     COMP    VALUE ZERO.
024500 01  WS-BUF-AVERAGE             PIC 9(02)V9(01)       VALUE ZERO.
024600 01  WS-STUDENT-BUFFER.
024700     05  WS-BUF-RECORD OCCURS 200 TIMES
024800                       PIC X(42).
024900 01  WS-FLUSH-WORK.
025000     COPY GRDHISTR.
025100 01  WS-LETTER-CODE             PIC X(02)     VALUE SPACES.
025200     88  WS-LETTER-PASSING      VALUE 'MO' 'AB' 'BI' 'TB' 'EX'.
025300******************************************************************
025400* THE TRANSACTION UNDER TEST AND WHY IT WAS REJECTED (SPACES
025500* WHILE IT IS STILL GOOD)
025600******************************************************************
025700 01  WS-REJECT-REASON           PIC X(38)     VALUE SPACES.
025800******************************************************************
025900* OPERATOR-SESSION WORK FIELDS (ACCEPT/RE-PROMPT CONVENTION)
026000******************************************************************
026100 77  WS-RETRY-COUNT             PIC 9(02)     VALUE 0.
026200 77  WS-RETRY-MAX               PIC 9(02)     VALUE 3.
026300******************************************************************
026400* RUN COUNTERS
026500******************************************************************
026600 01  WS-RUN-DATE-YMD            PIC 9(08)             VALUE ZERO.
026700 01  WS-READ-COUNT              PIC 9(05)     COMP    VALUE ZERO.
026800 01  WS-POSTED-COUNT            PIC 9(05)     COMP    VALUE ZERO.
026900 01  WS-NOTED-COUNT             PIC 9(05)     COMP    VALUE ZERO.
027000 01  WS-REJECT-COUNT            PIC 9(05)     COMP    VALUE ZERO.
027100 01  WS-CREDIT-TOTAL            PIC 9(07)     COMP    VALUE ZERO.
027200******************************************************************
027300* TRANSFER POSTING REPORT LINE LAYOUTS
027400******************************************************************
027500 01  WS-XL-HEADING-LINE.
027600     05  FILLER            PIC X(30)
027700         VALUE 'TRANSFER CREDIT POSTING       '.
027800     05  FILLER            PIC X(11) VALUE ' RUN DATE: '.
027900     05  WS-XL-H-DATE      PIC 9(08).
028000     05  FILLER            PIC X(07) VALUE ' TERM: '.
028100     05  WS-XL-H-TERM      PIC X(06).
028200     05  FILLER            PIC X(18) VALUE SPACES.
028300
028400 01  WS-XL-POLICY-LINE.
028500     05  FILLER            PIC X(34)
028600         VALUE 'TRANSFER NOTES IN CUMULATIVE AVG: '.
028700     05  WS-XL-P-POLICY    PIC X(08).
028800     05  FILLER            PIC X(38) VALUE SPACES.
028900
029000 01  WS-XL-COLUMN-HDR.
029100     05  FILLER            PIC X(07) VALUE 'STUDNT '.
029200     05  FILLER            PIC X(11) VALUE 'INSTITUTN  '.
029300     05  FILLER            PIC X(11) VALUE 'EXT COURSE '.
029400     05  FILLER            PIC X(05) VALUE 'CRSE '.
029500     05  FILLER            PIC X(03) VALUE 'CR '.
029600     05  FILLER            PIC X(03) VALUE 'NT '.
029700     05  FILLER            PIC X(06) VALUE 'RESULT'.
029800     05  FILLER            PIC X(34) VALUE SPACES.
029900
030000 01  WS-XL-DETAIL-LINE.
030100     05  WS-XL-D-STUDENT       PIC X(06).
030200     05  FILLER                PIC X(01) VALUE SPACE.
030300     05  WS-XL-D-INST          PIC X(10).
030400     05  FILLER                PIC X(01) VALUE SPACE.
030500     05  WS-XL-D-EXT-COURSE    PIC X(10).
030600     05  FILLER                PIC X(01) VALUE SPACE.
030700     05  WS-XL-D-COURSE        PIC X(04).
030800     05  FILLER                PIC X(01) VALUE SPACE.
030900     05  WS-XL-D-CREDITS       PIC X(02).
031000     05  FILLER                PIC X(01) VALUE SPACE.
031100     05  WS-XL-D-NOTE          PIC X(02).
031200     05  FILLER                PIC X(01) VALUE SPACE.
031300     05  WS-XL-D-TEXT          PIC X(38).
031400     05  FILLER                PIC X(02) VALUE SPACES.
031500
031600 01  WS-XL-FOOTER-LINE.
031700     05  WS-XL-F-LABEL         PIC X(20).
031800     05  WS-XL-F-VALUE         PIC ZZZZZZ9.
031900     05  FILLER                PIC X(53) VALUE SPACES.
032000
032100******************************************************************
032200 PROCEDURE DIVISION.
032300******************************************************************
032400* 0000-MAINLINE - TOP-LEVEL CONTROL FLOW
032500******************************************************************
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032800     PERFORM 2000-PROCESS-TRANSFERS THRU 2000-EXIT.
032900     PERFORM 7000-SUMMARY THRU 7000-EXIT.
033000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033100     STOP RUN.
033200
033300******************************************************************
033400* 1000-INITIALIZE - LOAD THE OPERATORS, ROSTER, CATALOG, TERM
033500* AND TRANSFER POLICY, OPEN THE MASTER AND THE LOGS, AND PRINT
033600* THE HEADINGS
033700******************************************************************
033800 1000-INITIALIZE.
033900     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
033950     PERFORM 1100-LOAD-TERM THRU 1100-EXIT.
034000     PERFORM 1250-LOAD-OPERATORS THRU 1250-EXIT.
034100     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
034200     PERFORM 1175-LOAD-CATALOG THRU 1175-EXIT.
034400     PERFORM 1150-LOAD-TRANSFER-RULE THRU 1150-EXIT.
034500     PERFORM 1050-OPEN-MASTER THRU 1050-EXIT.
034600     OPEN EXTEND AUDIT-LOG.
034700     IF WS-AUDITLOG-STATUS = '35'
034800         OPEN OUTPUT AUDIT-LOG
034900     END-IF.
035000     OPEN EXTEND TRANSFER-REG.
035100     IF WS-XFERREG-STATUS = '35'
035200         OPEN OUTPUT TRANSFER-REG
035300     END-IF.
035400     OPEN OUTPUT TRANSFER-RPT.
035500     MOVE SPACES TO XL-RECORD.
035600     MOVE WS-RUN-DATE-YMD TO WS-XL-H-DATE.
035700     MOVE WS-CURRENT-TERM TO WS-XL-H-TERM.
035800     MOVE WS-XL-HEADING-LINE TO XL-RECORD.
035900     WRITE XL-RECORD.
036000     IF WS-XFER-INCLUDED
036100         MOVE 'INCLUDED' TO WS-XL-P-POLICY
036200     ELSE
036300         MOVE 'EXCLUDED' TO WS-XL-P-POLICY
036400     END-IF.
036500     MOVE WS-XL-POLICY-LINE TO XL-RECORD.
036600     WRITE XL-RECORD.
036700     MOVE SPACES TO XL-RECORD.
036800     WRITE XL-RECORD.
036900     MOVE WS-XL-COLUMN-HDR TO XL-RECORD.
037000     WRITE XL-RECORD.
037100 1000-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 1050-OPEN-MASTER - OPEN THE HISTORY MASTER FOR UPDATE; AN
037600* EMPTY CLUSTER IS INITIALIZED FIRST, SAME AS GRDPOST
037700******************************************************************
037800 1050-OPEN-MASTER.
037900     OPEN I-O HISTORY-MASTER.
038000     IF WS-HISTMAST-STATUS = '35'
038100         OPEN OUTPUT HISTORY-MASTER
038200         CLOSE HISTORY-MASTER
038300         OPEN I-O HISTORY-MASTER
038400     END-IF.
038500     IF WS-HISTMAST-STATUS NOT = '00'
038600         DISPLAY 'XFERPOST - HISTORY MASTER OPEN FAILED, STATUS '
038700             WS-HISTMAST-STATUS ', RUN STOPPED'
038800         MOVE 16 TO RETURN-CODE
038900         STOP RUN
039000     END-IF.
039100 1050-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500* 1100-LOAD-TERM - THE FIRST TERM NOT YET CLOSED ON THE TERM
039530* CALENDAR WHOSE START-TO-CLOSE DATES TAKE IN THE RUN DATE - SAME
039560* RULE AS GRDPOST. NO CALENDAR, NO TERM FOR THE RUN DATE, OR ONLY
039590* A CLOSED ONE IS A HARD STOP.
039620******************************************************************
039650 1100-LOAD-TERM.
039680     MOVE SPACES TO WS-CURRENT-TERM.
039710     OPEN INPUT TERM-CALENDAR.
039740     IF WS-TERMCAL-STATUS NOT = '00'
039770         DISPLAY 'XFERPOST - TERM CALENDAR NOT FOUND, RUN STOPPED'
039800         MOVE 16 TO RETURN-CODE
039830         STOP RUN
039860     END-IF.
039890     PERFORM 1110-READ-ONE-TERM THRU 1110-EXIT
039920         UNTIL WS-TERMCAL-EOF
039950         OR WS-CURRENT-TERM NOT = SPACES.
039980     CLOSE TERM-CALENDAR.
040010     IF WS-CURRENT-TERM NOT = SPACES
040040         GO TO 1100-EXIT
040070     END-IF.
040100     IF WS-CLOSED-TERM NOT = SPACES
040130         DISPLAY 'XFERPOST - TERM ' WS-CLOSED-TERM
040160             ' IS CLOSED, RUN STOPPED'
040190     ELSE
040220         DISPLAY 'XFERPOST - NO TERM ON THE CALENDAR COVERS '
040250             WS-RUN-DATE-YMD ', RUN STOPPED'
040280     END-IF.
040310     MOVE 16 TO RETURN-CODE.
040340     STOP RUN.
040370 1100-EXIT.
040400     EXIT.
040430
040460 1110-READ-ONE-TERM.
040490     READ TERM-CALENDAR
040520         AT END
040550             SET WS-TERMCAL-EOF TO TRUE
040580             GO TO 1110-EXIT
040610     END-READ.
040640     IF TC-START-DATE > WS-RUN-DATE-YMD
040670         OR TC-CLOSE-DATE < WS-RUN-DATE-YMD
040700         GO TO 1110-EXIT
040730     END-IF.
040760     IF TC-CLOSED
040790         IF WS-CLOSED-TERM = SPACES
040820             MOVE TC-TERM-CODE TO WS-CLOSED-TERM
040850         END-IF
040880         GO TO 1110-EXIT
040910     END-IF.
040940     MOVE TC-TERM-CODE TO WS-CURRENT-TERM.
040970 1110-EXIT.
041000     EXIT.
041500
041600******************************************************************
041700* 1150-LOAD-TRANSFER-RULE - TRANSFER AVERAGE POLICY FROM XFERPARM
041800* IF SUPPLIED: 'I' INCLUDE, 'E' EXCLUDE. NO PARAMETER FILE IS
041900* NOT AN ERROR - THE SHOP DEFAULT ('E') STANDS. ANYTHING ELSE IN
042000* THE FILE IS A WARNING AND THE DEFAULT STANDS.
042100******************************************************************
042200 1150-LOAD-TRANSFER-RULE.
042300     OPEN INPUT TRANSFER-PARM.
042400     IF WS-XFERPARM-STATUS NOT = '00'
042500         GO TO 1150-EXIT
042600     END-IF.
042700     READ TRANSFER-PARM
042800         AT END
042900             GO TO 1150-CLOSE
043000     END-READ.
043100     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
043200         MOVE XP-RECORD TO WS-XFER-RULE
043300     ELSE
043400         DISPLAY 'XFERPOST - XFERPARM RULE NOT I OR E, '
043500             'DEFAULT KEPT'
043600     END-IF.
043700 1150-CLOSE.
043800     CLOSE TRANSFER-PARM.
043900 1150-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300* 1175-LOAD-CATALOG - CODE, CREDIT HOURS AND STATUS PER COURSE.
044400* NO CATALOG IS A HARD STOP - NO MAPPING COULD BE VALIDATED.
044500******************************************************************
044600 1175-LOAD-CATALOG.
044700     OPEN INPUT COURSE-CATALOG.
044800     IF WS-CATALOG-STATUS NOT = '00'
044900         DISPLAY 'XFERPOST - COURSE CATALOG NOT FOUND, RUN '
045000             'STOPPED'
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF.
045400     PERFORM 1180-LOAD-ONE-COURSE THRU 1180-EXIT
045500         UNTIL WS-CATALOG-EOF.
045600     CLOSE COURSE-CATALOG.
045700 1175-EXIT.
045800     EXIT.
045900
046000 1180-LOAD-ONE-COURSE.
046100     READ COURSE-CATALOG
046200         AT END
046300             SET WS-CATALOG-EOF TO TRUE
046400             GO TO 1180-EXIT
046500     END-READ.
046600     IF WS-CAT-COUNT = 200
046700         DISPLAY 'XFERPOST - MORE THAN 200 CATALOG COURSES, '
046800             'RUN STOPPED'
046900         MOVE 16 TO RETURN-CODE
047000         STOP RUN
047100     END-IF.
047200     ADD 1 TO WS-CAT-COUNT.
047300     SET WS-CAT-IDX TO WS-CAT-COUNT.
047400     MOVE CC-COURSE-CODE TO WS-CAT-COURSE-CODE(WS-CAT-IDX).
047500     IF CC-CREDIT-HOURS IS NUMERIC
047600         MOVE CC-CREDIT-HOURS TO WS-CAT-CREDITS(WS-CAT-IDX)
047700     ELSE
047800         MOVE 01 TO WS-CAT-CREDITS(WS-CAT-IDX)
047900     END-IF.
048000     MOVE CC-STATUS-CODE TO WS-CAT-STATUS(WS-CAT-IDX).
048100 1180-EXIT.
048200     EXIT.
048300
048400 1185-SCAN-ONE-COURSE.
048500 1185-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900* 1200-LOAD-ROSTER - THE ROSTER MASTER INTO THE BINARY-SEARCH
049000* TABLE. NO ROSTER IS A HARD STOP.
049100******************************************************************
049200 1200-LOAD-ROSTER.
049300     OPEN INPUT ROSTER-FILE.
049400     IF WS-ROSTER-STATUS NOT = '00'
049500         DISPLAY 'XFERPOST - ROSTER MASTER NOT FOUND, RUN STOPPED'
049600         MOVE 16 TO RETURN-CODE
049700         STOP RUN
049800     END-IF.
049900     PERFORM 1210-LOAD-ONE-STUDENT THRU 1210-EXIT
050000         UNTIL WS-ROSTER-EOF.
050100     CLOSE ROSTER-FILE.
050200 1200-EXIT.
050300     EXIT.
050400
050500 1210-LOAD-ONE-STUDENT.
050600     READ ROSTER-FILE
050700         AT END
050800             SET WS-ROSTER-EOF TO TRUE
050900             GO TO 1210-EXIT
051000     END-READ.
051100     IF WS-ROSTER-COUNT = WS-ROSTER-MAX
051200         DISPLAY 'XFERPOST - ROSTER EXCEEDS CAPACITY, RUN '
051300             'STOPPED - RAISE WS-ROSTER-MAX AND THE TABLE OCCURS'
051400         MOVE 16 TO RETURN-CODE
051500         STOP RUN
051600     END-IF.
051700     IF RO-STUDENT-ID NOT > WS-ROSTER-PREV-ID
051800         DISPLAY 'XFERPOST - ROSTER OUT OF STUDENT-ID SEQUENCE '
051900             'AT ' RO-STUDENT-ID ', RUN STOPPED'
052000         MOVE 16 TO RETURN-CODE
052100         STOP RUN
052200     END-IF.
052300     MOVE RO-STUDENT-ID TO WS-ROSTER-PREV-ID.
052400     ADD 1 TO WS-ROSTER-COUNT.
052500     SET WS-ROSTER-IDX TO WS-ROSTER-COUNT.
052600     MOVE RO-STUDENT-ID TO WS-ROSTER-STUDENT-ID(WS-ROSTER-IDX).
052700     MOVE RO-STATUS-CODE TO WS-ROSTER-ENR-STATUS(WS-ROSTER-IDX).
052800 1210-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200* 1250-LOAD-OPERATORS - READ THE OPERATOR AUTHORIZATION FILE
053300* INTO MEMORY. MISSING OR EMPTY IS A HARD STOP.
053400******************************************************************
053500 1250-LOAD-OPERATORS.
053600     OPEN INPUT OPERATOR-FILE.
053700     IF WS-OPERFILE-STATUS NOT = '00'
053800         DISPLAY 'XFERPOST - OPERATOR AUTHORIZATION FILE NOT '
053900             'FOUND, RUN STOPPED'
054000         MOVE 16 TO RETURN-CODE
054100         STOP RUN
054200     END-IF.
054300     PERFORM 1260-LOAD-ONE-OPERATOR THRU 1260-EXIT
054400         UNTIL WS-OPER-EOF.
054500     CLOSE OPERATOR-FILE.
054600     IF WS-OPER-COUNT = ZERO
054700         DISPLAY 'XFERPOST - OPERATOR AUTHORIZATION FILE '
054800             'EMPTY, RUN STOPPED'
054900         MOVE 16 TO RETURN-CODE
055000         STOP RUN
055100     END-IF.
055200 1250-EXIT.
055300     EXIT.
055400
055500 1260-LOAD-ONE-OPERATOR.
055600     READ OPERATOR-FILE
055700         AT END
055800             SET WS-OPER-EOF TO TRUE
055900             GO TO 1260-EXIT
056000     END-READ.
056100     IF WS-OPER-COUNT = 200
056200         DISPLAY 'XFERPOST - MORE THAN 200 OPERATORS, '
056300             'RUN STOPPED'
056400         MOVE 16 TO RETURN-CODE
056500         STOP RUN
056600     END-IF.
056700     ADD 1 TO WS-OPER-COUNT.
056800     SET WS-OPER-IDX TO WS-OPER-COUNT.
056900     MOVE OP-OPERATOR-ID TO WS-OPER-ID(WS-OPER-IDX).
057000     MOVE OP-AUTH-LEVEL TO WS-OPER-LEVEL(WS-OPER-IDX).
057100     MOVE OP-ACTIVE-FLAG TO WS-OPER-ACTIVE(WS-OPER-IDX).
057200 1260-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600* 1270-CHECK-OPERATOR - THE TRANSACTION'S OPERATOR MUST BE ON
057700* THE AUTHORIZATION FILE, ACTIVE, AND HOLD GRADE-CORRECTION
057800* AUTHORITY. A REFUSAL WRITES ITS OWN AUDIT-LOG LINE.
057900******************************************************************
058000 1270-CHECK-OPERATOR.
058100     MOVE 'N' TO WS-OPER-OK-SWITCH.
058200     PERFORM 1275-SCAN-ONE-OPERATOR THRU 1275-EXIT
058300         VARYING WS-OPER-IDX FROM 1 BY 1
058400         UNTIL WS-OPER-IDX > WS-OPER-COUNT
058500         OR WS-OPER-ID(WS-OPER-IDX) = XT-OPERATOR-ID.
058600     IF WS-OPER-IDX NOT > WS-OPER-COUNT
058700         AND WS-OPER-IS-ACTIVE(WS-OPER-IDX)
058800         AND WS-OPER-CORRECTION-AUTH(WS-OPER-IDX)
058900         SET WS-OPER-OK TO TRUE
059000         GO TO 1270-EXIT
059100     END-IF.
059200     MOVE SPACES TO AL-RECORD.
059300     MOVE WS-RUN-DATE-YMD TO AL-ENTRY-DATE.
059400     ACCEPT AL-ENTRY-TIME FROM TIME.
059500     MOVE XT-OPERATOR-ID TO AL-OPERATOR-ID.
059600     MOVE XT-STUDENT-ID TO AL-STUDENT-ID.
059700     MOVE ZERO TO AL-EXAM-SCORE.
059800     MOVE ZERO TO AL-COURSEWORK-SCORE.
059900     MOVE ZERO TO AL-FINAL-NOTE.
060000     MOVE 'REFUSE' TO AL-SOURCE.
060100     WRITE AL-RECORD.
060200     DISPLAY 'XFERPOST - OPERATOR ' XT-OPERATOR-ID
060300         ' NOT AUTHORIZED FOR TRANSFER CREDIT, '
060400         'TRANSACTION REFUSED'.
060500 1270-EXIT.
060600     EXIT.
060700
060800 1275-SCAN-ONE-OPERATOR.
060900 1275-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300* 2000-PROCESS-TRANSFERS - FROM THE XFERTRAN FILE IF SUPPLIED,
061400* OTHERWISE AN OPERATOR PROMPT SESSION. EACH TRANSACTION IS
061500* POSTED OR REJECTED AS IT ARRIVES.
061600******************************************************************
061700 2000-PROCESS-TRANSFERS.
061800     OPEN INPUT XFER-TRANS.
061900     IF WS-XFERTRAN-STATUS NOT = '00'
062000         PERFORM 2500-OPERATOR-SESSION THRU 2500-EXIT
062100         GO TO 2000-EXIT
062200     END-IF.
062300     PERFORM 2100-READ-ONE-TRANSFER THRU 2100-EXIT
062400         UNTIL WS-TRN-EOF.
062500     CLOSE XFER-TRANS.
062600 2000-EXIT.
062700     EXIT.
062800
062900 2100-READ-ONE-TRANSFER.
063000     READ XFER-TRANS
063100         AT END
063200             SET WS-TRN-EOF TO TRUE
063300             GO TO 2100-EXIT
063400     END-READ.
063500     IF XT-RECORD = SPACES
063600         GO TO 2100-EXIT
063700     END-IF.
063800     PERFORM 3000-POST-ONE-TRANSFER THRU 3000-EXIT.
063900 2100-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300* 2500-OPERATOR-SESSION - NO TRANSACTION FILE: PROMPT FOR
064400* TRANSFERS IN THE SHOP'S ACCEPT/RE-PROMPT STYLE UNTIL THE
064500* OPERATOR KEYS 'Q' AS THE STUDENT ID
064600******************************************************************
064700 2500-OPERATOR-SESSION.
064800     DISPLAY 'saisie des equivalences de transfert'.
064900     PERFORM 2600-PROMPT-ONE-TRANSFER THRU 2600-EXIT
065000         UNTIL WS-SESSION-END.
065100 2500-EXIT.
065200     EXIT.
065300
065400 2600-PROMPT-ONE-TRANSFER.
065500     MOVE ZERO TO WS-RETRY-COUNT.
065600     MOVE SPACES TO XT-RECORD.
065700 2600-PROMPT-STUDENT.
065800     DISPLAY 'identifiant etudiant (Q=fin) : '.
065900     ACCEPT XT-STUDENT-ID.
066000     IF XT-STUDENT-ID = 'Q' OR XT-STUDENT-ID = 'q'
066100         SET WS-SESSION-END TO TRUE
066200         GO TO 2600-EXIT
066300     END-IF.
066400     IF XT-STUDENT-ID = SPACES
066500         ADD 1 TO WS-RETRY-COUNT
066600         IF WS-RETRY-COUNT > WS-RETRY-MAX
066700             DISPLAY 'trop d''essais --> fin de la saisie'
066800             SET WS-SESSION-END TO TRUE
066900             GO TO 2600-EXIT
067000         END-IF
067100         DISPLAY 'erreur --> identifiant vide, ressaisir'
067200         GO TO 2600-PROMPT-STUDENT
067300     END-IF.
067400     DISPLAY 'etablissement d''origine : '.
067500     ACCEPT XT-SOURCE-INST.
067600     DISPLAY 'cours externe : '.
067700     ACCEPT XT-EXTERNAL-COURSE.
067800     DISPLAY 'cours du catalogue : '.
067900     ACCEPT XT-CATALOG-COURSE.
068000     DISPLAY 'credits accordes (01-99) : '.
068100     ACCEPT XT-CREDITS.
068200     DISPLAY 'note convertie (00-20, vide=aucune) : '.
068300     ACCEPT XT-CONVERTED-NOTE.
068400     DISPLAY 'identifiant operateur : '.
068500     ACCEPT XT-OPERATOR-ID.
068600     PERFORM 3000-POST-ONE-TRANSFER THRU 3000-EXIT.
068700 2600-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 3000-POST-ONE-TRANSFER - AUTHORIZE, VALIDATE, CHECK AGAINST
069200* THE STUDENT'S HISTORY, THEN POST, RESTAMP, AUDIT AND REGISTER.
069300* EVERY TRANSACTION PRINTS ONE REPORT LINE EITHER WAY.
069400******************************************************************
069500 3000-POST-ONE-TRANSFER.
069600     ADD 1 TO WS-READ-COUNT.
069700     MOVE SPACES TO WS-REJECT-REASON.
069800     PERFORM 1270-CHECK-OPERATOR THRU 1270-EXIT.
069900     IF NOT WS-OPER-OK
070000         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REJECT-REASON
070100         GO TO 3000-REJECT
070200     END-IF.
070300     PERFORM 3100-VALIDATE-FIELDS THRU 3100-EXIT.
070400     IF WS-REJECT-REASON NOT = SPACES
070500         GO TO 3000-REJECT
070600     END-IF.
070700     PERFORM 3200-CHECK-HISTORY THRU 3200-EXIT.
070800     IF WS-REJECT-REASON NOT = SPACES
070900         GO TO 3000-REJECT
071000     END-IF.
071100     PERFORM 3300-WRITE-TRANSFER THRU 3300-EXIT.
071200     PERFORM 3400-RESTAMP-STUDENT THRU 3400-EXIT.
071300     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT.
071400     PERFORM 3600-WRITE-REGISTER THRU 3600-EXIT.
071500     ADD 1 TO WS-POSTED-COUNT.
071600     ADD XT-CREDITS-N TO WS-CREDIT-TOTAL.
071700     IF XT-CONVERTED-NOTE = SPACES
071800         MOVE 'POSTED - CREDIT ONLY' TO WS-XL-D-TEXT
071900     ELSE
072000         ADD 1 TO WS-NOTED-COUNT
072100         MOVE 'POSTED - CREDIT AND CONVERTED NOTE'
072200             TO WS-XL-D-TEXT
072300     END-IF.
072400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
072500     GO TO 3000-EXIT.
072600 3000-REJECT.
072700     ADD 1 TO WS-REJECT-COUNT.
072800     MOVE WS-REJECT-REASON TO WS-XL-D-TEXT.
072900     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
073000 3000-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 3100-VALIDATE-FIELDS - THE TRANSACTION ON ITS OWN: STUDENT
073500* ACTIVE ON THE ROSTER, PROVENANCE PRESENT, MAPPED COURSE ACTIVE
073600* ON THE CATALOG, CREDITS 01 UP TO THE CATALOG HOURS, CONVERTED
073700* NOTE BLANK OR 00-20. THE FIRST FAILURE IS THE REASON GIVEN.
073800******************************************************************
073900 3100-VALIDATE-FIELDS.
074000     SEARCH ALL WS-ROSTER-ENTRY
074100         AT END
074200             MOVE 'STUDENT NOT ON ROSTER' TO WS-REJECT-REASON
074300             GO TO 3100-EXIT
074400         WHEN WS-ROSTER-STUDENT-ID(WS-ROSTER-IDX) = XT-STUDENT-ID
074500             CONTINUE
074600     END-SEARCH.
074700     IF NOT WS-ROSTER-ACTIVE(WS-ROSTER-IDX)
074800         MOVE 'STUDENT NOT ACTIVE ON ROSTER' TO WS-REJECT-REASON
074900         GO TO 3100-EXIT
075000     END-IF.
075100     IF XT-SOURCE-INST = SPACES
075200         MOVE 'SOURCE INSTITUTION MISSING' TO WS-REJECT-REASON
075300         GO TO 3100-EXIT
075400     END-IF.
075500     IF XT-EXTERNAL-COURSE = SPACES
075600         MOVE 'EXTERNAL COURSE MISSING' TO WS-REJECT-REASON
075700         GO TO 3100-EXIT
075800     END-IF.
075900     PERFORM 1185-SCAN-ONE-COURSE THRU 1185-EXIT
076000         VARYING WS-CAT-IDX FROM 1 BY 1
076100         UNTIL WS-CAT-IDX > WS-CAT-COUNT
076200         OR WS-CAT-COURSE-CODE(WS-CAT-IDX) = XT-CATALOG-COURSE.
076300     IF WS-CAT-IDX > WS-CAT-COUNT
076400         MOVE 'MAPPED COURSE NOT ON CATALOG' TO WS-REJECT-REASON
076500         GO TO 3100-EXIT
076600     END-IF.
076700     IF NOT WS-CAT-ACTIVE(WS-CAT-IDX)
076800         MOVE 'MAPPED COURSE INACTIVE ON CATALOG'
076900             TO WS-REJECT-REASON
077000         GO TO 3100-EXIT
077100     END-IF.
077200     IF XT-CREDITS IS NOT NUMERIC
077300         OR XT-CREDITS = '00'
077400         MOVE 'CREDITS NOT 01-99' TO WS-REJECT-REASON
077500         GO TO 3100-EXIT
077600     END-IF.
077700     IF WS-CAT-CREDITS(WS-CAT-IDX) > ZERO
077800         AND XT-CREDITS-N > WS-CAT-CREDITS(WS-CAT-IDX)
077900         MOVE 'CREDITS EXCEED CATALOG CREDIT HOURS'
078000             TO WS-REJECT-REASON
078100         GO TO 3100-EXIT
078200     END-IF.
078300     IF XT-CONVERTED-NOTE = SPACES
078400         GO TO 3100-EXIT
078500     END-IF.
078600     IF XT-CONVERTED-NOTE IS NOT NUMERIC
078700         OR XT-CONVERTED-NOTE-N > 20
078800         MOVE 'CONVERTED NOTE NOT 00-20' TO WS-REJECT-REASON
078900     END-IF.
079000 3100-EXIT.
079100     EXIT.
079200
079300******************************************************************
079400* 3200-CHECK-HISTORY - THE STUDENT'S POSTED RECORDS FOR THE
079500* MAPPED COURSE: A TRANSFER ALREADY GRANTED, A RESULT UNDER THE
079600* CURRENT TERM (THE KEY THE TRANSFER WOULD TAKE), OR A PASS HERE
079700* THAT HAS NOT BEEN WITHDRAWN EACH REJECT THE TRANSFER
079800******************************************************************
079900 3200-CHECK-HISTORY.
080000     MOVE XT-STUDENT-ID TO WS-TARGET-STUDENT-ID.
080100     PERFORM 4100-LOAD-STUDENT THRU 4100-EXIT.
080200     PERFORM 3250-CHECK-ONE-RESULT THRU 3250-EXIT
080300         VARYING WS-BUF-IDX FROM 1 BY 1
080400         UNTIL WS-BUF-IDX > WS-BUF-COUNT
080500         OR WS-REJECT-REASON NOT = SPACES.
080600 3200-EXIT.
080700     EXIT.
080800
080900 3250-CHECK-ONE-RESULT.
081000     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
081100     IF HM-COURSE-CODE OF WS-FLUSH-WORK NOT = XT-CATALOG-COURSE
081200         GO TO 3250-EXIT
081300     END-IF.
081400     IF HM-TRANSFER-CREDIT OF WS-FLUSH-WORK
081500         MOVE 'TRANSFER ALREADY ON HISTORY' TO WS-REJECT-REASON
081600         GO TO 3250-EXIT
081700     END-IF.
081800     IF HM-TERM OF WS-FLUSH-WORK = WS-CURRENT-TERM
081900         MOVE 'RESULT ALREADY POSTED THIS TERM'
082000             TO WS-REJECT-REASON
082100         GO TO 3250-EXIT
082200     END-IF.
082300     IF HM-WITHDRAWN-AFTER OF WS-FLUSH-WORK
082400         GO TO 3250-EXIT
082500     END-IF.
082600     MOVE HM-LETTER-CODE OF WS-FLUSH-WORK TO WS-LETTER-CODE.
082700     IF WS-LETTER-PASSING
082800         MOVE 'COURSE ALREADY PASSED HERE' TO WS-REJECT-REASON
082900     END-IF.
083000 3250-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400* 3300-WRITE-TRANSFER - ADD THE TRANSFER TO THE MASTER AND TO
083500* THE STUDENT'S BUFFER FOR THE RESTAMP
083600******************************************************************
083700 3300-WRITE-TRANSFER.
083710     IF WS-BUF-COUNT = 200
083720         DISPLAY 'XFERPOST - MORE THAN 200 RESULTS FOR STUDENT '
083730             WS-TARGET-STUDENT-ID ', RUN STOPPED'
083740         MOVE 16 TO RETURN-CODE
083750         PERFORM 9000-TERMINATE THRU 9000-EXIT
083760         STOP RUN
083770     END-IF.
083800     MOVE SPACES TO HM-RECORD.
083900     MOVE XT-STUDENT-ID TO HM-STUDENT-ID OF HM-RECORD.
084000     MOVE WS-CURRENT-TERM TO HM-TERM OF HM-RECORD.
084100     MOVE XT-CATALOG-COURSE TO HM-COURSE-CODE OF HM-RECORD.
084200     IF XT-CONVERTED-NOTE = SPACES
084300         MOVE ZERO TO HM-NOTE OF HM-RECORD
084400         SET HM-TRANSFER-UNNOTED OF HM-RECORD TO TRUE
084500     ELSE
084600         MOVE XT-CONVERTED-NOTE-N TO HM-NOTE OF HM-RECORD
084700         SET HM-TRANSFER-NOTED OF HM-RECORD TO TRUE
084800     END-IF.
084900     MOVE WS-RUN-DATE-YMD TO HM-POST-DATE OF HM-RECORD.
085000     MOVE XT-CREDITS-N TO HM-TRANSFER-CREDITS OF HM-RECORD.
085100     MOVE ZERO TO HM-CUM-AVERAGE OF HM-RECORD.
085200     SET HM-TRANSFER-CREDIT OF HM-RECORD TO TRUE.
085300     WRITE HM-KEY-RECORD.
085400     IF WS-HISTMAST-STATUS NOT = '00'
085500         DISPLAY 'XFERPOST - MASTER WRITE FAILED, STATUS '
085600             WS-HISTMAST-STATUS ', RUN STOPPED'
085700         MOVE 16 TO RETURN-CODE
085800         PERFORM 9000-TERMINATE THRU 9000-EXIT
085900         STOP RUN
086000     END-IF.
086800     ADD 1 TO WS-BUF-COUNT.
086900     MOVE HM-KEY-RECORD TO WS-BUF-RECORD(WS-BUF-COUNT).
087000 3300-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400* 3400-RESTAMP-STUDENT - RECOMPUTE THE CUMULATIVE AVERAGE OVER
087500* THE BUFFERED RECORDS AND REWRITE EACH ONE IN PLACE. A TRANSFER
087600* DOES NOT CHANGE WHICH ATTEMPTS THE REPEAT RULE EXCLUDED, SO
087700* THE STORED REPEAT FLAGS ARE KEPT AS THEY ARE.
087800******************************************************************
087900 3400-RESTAMP-STUDENT.
088000     MOVE ZERO TO WS-BUF-NOTE-TOTAL.
088100     MOVE ZERO TO WS-BUF-WEIGHT-TOTAL.
088200     PERFORM 4200-SUM-ONE-RESULT THRU 4200-EXIT
088300         VARYING WS-BUF-IDX FROM 1 BY 1
088400         UNTIL WS-BUF-IDX > WS-BUF-COUNT.
088500     IF WS-BUF-WEIGHT-TOTAL = ZERO
088600         MOVE ZERO TO WS-BUF-AVERAGE
088700     ELSE
088800         COMPUTE WS-BUF-AVERAGE ROUNDED =
088900             WS-BUF-NOTE-TOTAL / WS-BUF-WEIGHT-TOTAL
089000     END-IF.
089100     PERFORM 4300-REWRITE-ONE-RESULT THRU 4300-EXIT
089200         VARYING WS-BUF-IDX FROM 1 BY 1
089300         UNTIL WS-BUF-IDX > WS-BUF-COUNT.
089400 3400-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800* 3500-WRITE-AUDIT - ONE 'XFER' AUDIT-LOG RECORD PER POSTING
089900******************************************************************
090000 3500-WRITE-AUDIT.
090100     MOVE SPACES TO AL-RECORD.
090200     MOVE WS-RUN-DATE-YMD TO AL-ENTRY-DATE.
090300     ACCEPT AL-ENTRY-TIME FROM TIME.
090400     MOVE XT-OPERATOR-ID TO AL-OPERATOR-ID.
090500     MOVE XT-STUDENT-ID TO AL-STUDENT-ID.
090600     MOVE ZERO TO AL-EXAM-SCORE.
090700     MOVE ZERO TO AL-COURSEWORK-SCORE.
090800     IF XT-CONVERTED-NOTE = SPACES
090900         MOVE ZERO TO AL-FINAL-NOTE
091000     ELSE
091100         MOVE XT-CONVERTED-NOTE-N TO AL-FINAL-NOTE
091200     END-IF.
091300     MOVE 'XFER  ' TO AL-SOURCE.
091400     WRITE AL-RECORD.
091500 3500-EXIT.
091600     EXIT.
091700
091800******************************************************************
091900* 3600-WRITE-REGISTER - THE PERMANENT PROVENANCE RECORD
092000******************************************************************
092100 3600-WRITE-REGISTER.
092200     MOVE SPACES TO XR-RECORD.
092300     MOVE WS-RUN-DATE-YMD TO XR-POST-DATE.
092400     MOVE WS-CURRENT-TERM TO XR-TERM.
092500     MOVE XT-STUDENT-ID TO XR-STUDENT-ID.
092600     MOVE XT-SOURCE-INST TO XR-SOURCE-INST.
092700     MOVE XT-EXTERNAL-COURSE TO XR-EXTERNAL-COURSE.
092800     MOVE XT-CATALOG-COURSE TO XR-CATALOG-COURSE.
092900     MOVE XT-CREDITS-N TO XR-CREDITS.
093000     MOVE XT-CONVERTED-NOTE TO XR-CONVERTED-NOTE.
093100     MOVE XT-OPERATOR-ID TO XR-OPERATOR-ID.
093200     WRITE XR-RECORD.
093300 3600-EXIT.
093400     EXIT.
093500
093600 3900-PRINT-LINE.
093700     MOVE XT-STUDENT-ID TO WS-XL-D-STUDENT.
093800     MOVE XT-SOURCE-INST TO WS-XL-D-INST.
093900     MOVE XT-EXTERNAL-COURSE TO WS-XL-D-EXT-COURSE.
094000     MOVE XT-CATALOG-COURSE TO WS-XL-D-COURSE.
094100     MOVE XT-CREDITS TO WS-XL-D-CREDITS.
094200     MOVE XT-CONVERTED-NOTE TO WS-XL-D-NOTE.
094300     MOVE WS-XL-DETAIL-LINE TO XL-RECORD.
094400     WRITE XL-RECORD.
094500 3900-EXIT.
094600     EXIT.
094700
094800******************************************************************
094900* 4100-LOAD-STUDENT - POSITION TO THE STUDENT'S FIRST RECORD
095000* AND READ THE SET INTO THE BUFFER
095100******************************************************************
095200 4100-LOAD-STUDENT.
095300     MOVE ZERO TO WS-BUF-COUNT.
095400     MOVE SPACES TO HM-RECORD.
095500     MOVE WS-TARGET-STUDENT-ID TO HM-STUDENT-ID OF HM-RECORD.
095600     MOVE LOW-VALUES TO HM-MASTER-KEY(7:12).
095700     START HISTORY-MASTER KEY NOT < HM-MASTER-KEY.
095800     IF WS-HISTMAST-STATUS NOT = '00'
095900         GO TO 4100-EXIT
096000     END-IF.
096100     PERFORM 4150-LOAD-ONE-RECORD THRU 4150-EXIT
096200         UNTIL WS-HISTMAST-STATUS NOT = '00'.
096300 4100-EXIT.
096400     EXIT.
096500
096600 4150-LOAD-ONE-RECORD.
096700     READ HISTORY-MASTER NEXT RECORD
096800         AT END
096900             MOVE '10' TO WS-HISTMAST-STATUS
097000             GO TO 4150-EXIT
097100     END-READ.
097200     IF HM-STUDENT-ID OF HM-RECORD NOT =
097300             WS-TARGET-STUDENT-ID
097400         MOVE '10' TO WS-HISTMAST-STATUS
097500         GO TO 4150-EXIT
097600     END-IF.
097700     IF WS-BUF-COUNT = 200
097800         DISPLAY 'XFERPOST - MORE THAN 200 RESULTS FOR STUDENT '
097900             WS-TARGET-STUDENT-ID ', RUN STOPPED'
098000         MOVE 16 TO RETURN-CODE
098100         PERFORM 9000-TERMINATE THRU 9000-EXIT
098200         STOP RUN
098300     END-IF.
098400     ADD 1 TO WS-BUF-COUNT.
098500     MOVE HM-KEY-RECORD TO WS-BUF-RECORD(WS-BUF-COUNT).
098600 4150-EXIT.
098700     EXIT.
098800
098900******************************************************************
099000* 4200-SUM-ONE-RESULT - A COUNTING ATTEMPT ADDS ITS NOTE AT ITS
099100* CATALOG CREDIT WEIGHT; A NOTED TRANSFER ADDS ITS NOTE AT ITS
099200* TRANSFER CREDITS WHEN XFERPARM INCLUDES TRANSFERS. NOTHING
099300* ELSE COUNTS.
099400******************************************************************
099500 4200-SUM-ONE-RESULT.
099600     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
099700     IF HM-TRANSFER-CREDIT OF WS-FLUSH-WORK
099800         PERFORM 4250-SUM-ONE-TRANSFER THRU 4250-EXIT
099900         GO TO 4200-EXIT
100000     END-IF.
100100     IF NOT HM-ATTEMPT-COUNTS OF WS-FLUSH-WORK
100200         GO TO 4200-EXIT
100300     END-IF.
100400     PERFORM 4270-GET-CREDIT-WEIGHT THRU 4270-EXIT.
100500     COMPUTE WS-BUF-NOTE-TOTAL =
100600         WS-BUF-NOTE-TOTAL
100700         + (HM-NOTE OF WS-FLUSH-WORK * WS-CREDIT-WEIGHT).
100800     ADD WS-CREDIT-WEIGHT TO WS-BUF-WEIGHT-TOTAL.
100900 4200-EXIT.
101000     EXIT.
101100
101200 4250-SUM-ONE-TRANSFER.
101300     IF NOT WS-XFER-INCLUDED
101400         OR NOT HM-TRANSFER-NOTED OF WS-FLUSH-WORK
101500         GO TO 4250-EXIT
101600     END-IF.
101700     COMPUTE WS-BUF-NOTE-TOTAL =
101800         WS-BUF-NOTE-TOTAL
101900         + (HM-NOTE OF WS-FLUSH-WORK
102000             * HM-TRANSFER-CREDITS OF WS-FLUSH-WORK).
102100     ADD HM-TRANSFER-CREDITS OF WS-FLUSH-WORK
102200         TO WS-BUF-WEIGHT-TOTAL.
102300 4250-EXIT.
102400     EXIT.
102500
102600******************************************************************
102700* 4270-GET-CREDIT-WEIGHT - THE CATALOG CREDIT HOURS FOR THE
102800* ATTEMPT IN WS-FLUSH-WORK; AN UNCATALOGUED COURSE OR ZERO
102900* CREDITS WEIGHS ONE
103000******************************************************************
103100 4270-GET-CREDIT-WEIGHT.
103200     MOVE 01 TO WS-CREDIT-WEIGHT.
103300     PERFORM 1185-SCAN-ONE-COURSE THRU 1185-EXIT
103400         VARYING WS-CAT-IDX FROM 1 BY 1
103500         UNTIL WS-CAT-IDX > WS-CAT-COUNT
103600         OR WS-CAT-COURSE-CODE(WS-CAT-IDX)
103700             = HM-COURSE-CODE OF WS-FLUSH-WORK.
103800     IF WS-CAT-IDX NOT > WS-CAT-COUNT
103900         AND WS-CAT-CREDITS(WS-CAT-IDX) > ZERO
104000         MOVE WS-CAT-CREDITS(WS-CAT-IDX) TO WS-CREDIT-WEIGHT
104100     END-IF.
104200 4270-EXIT.
104300     EXIT.
104400
104500 4300-REWRITE-ONE-RESULT.
104600     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
104700     MOVE WS-BUF-AVERAGE TO HM-CUM-AVERAGE OF WS-FLUSH-WORK.
104800     MOVE WS-FLUSH-WORK TO HM-KEY-RECORD.
104900     REWRITE HM-KEY-RECORD.
105000     IF WS-HISTMAST-STATUS NOT = '00'
105100         DISPLAY 'XFERPOST - RESTAMP REWRITE FAILED, STATUS '
105200             WS-HISTMAST-STATUS ', RUN STOPPED'
105300         MOVE 16 TO RETURN-CODE
105400         PERFORM 9000-TERMINATE THRU 9000-EXIT
105500         STOP RUN
105600     END-IF.
105700 4300-EXIT.
105800     EXIT.
105900
106000******************************************************************
106100* 7000-SUMMARY - REPORT FOOTERS AND RUN TOTALS. ANY REJECTED
106200* TRANSACTION ENDS THE STEP WITH RC=4.
106300******************************************************************
106400 7000-SUMMARY.
106500     MOVE SPACES TO XL-RECORD.
106600     WRITE XL-RECORD.
106700     MOVE 'TRANSFERS READ     :' TO WS-XL-F-LABEL.
106800     MOVE WS-READ-COUNT TO WS-XL-F-VALUE.
106900     MOVE WS-XL-FOOTER-LINE TO XL-RECORD.
107000     WRITE XL-RECORD.
107100     MOVE 'TRANSFERS POSTED   :' TO WS-XL-F-LABEL.
107200     MOVE WS-POSTED-COUNT TO WS-XL-F-VALUE.
107300     MOVE WS-XL-FOOTER-LINE TO XL-RECORD.
107400     WRITE XL-RECORD.
107500     MOVE '  WITH A NOTE      :' TO WS-XL-F-LABEL.
107600     MOVE WS-NOTED-COUNT TO WS-XL-F-VALUE.
107700     MOVE WS-XL-FOOTER-LINE TO XL-RECORD.
107800     WRITE XL-RECORD.
107900     MOVE 'CREDITS GRANTED    :' TO WS-XL-F-LABEL.
108000     MOVE WS-CREDIT-TOTAL TO WS-XL-F-VALUE.
108100     MOVE WS-XL-FOOTER-LINE TO XL-RECORD.
108200     WRITE XL-RECORD.
108300     MOVE 'TRANSFERS REJECTED :' TO WS-XL-F-LABEL.
108400     MOVE WS-REJECT-COUNT TO WS-XL-F-VALUE.
108500     MOVE WS-XL-FOOTER-LINE TO XL-RECORD.
108600     WRITE XL-RECORD.
108700     DISPLAY 'XFERPOST READ      : ' WS-READ-COUNT.
108800     DISPLAY 'XFERPOST POSTED    : ' WS-POSTED-COUNT.
108900     DISPLAY 'XFERPOST REJECTED  : ' WS-REJECT-COUNT.
109000     IF WS-REJECT-COUNT > ZERO
109100         MOVE 4 TO RETURN-CODE
109200     END-IF.
109300 7000-EXIT.
109400     EXIT.
109500
109600******************************************************************
109700* 9000-TERMINATE - CLOSE UP
109800******************************************************************
109900 9000-TERMINATE.
110000     CLOSE HISTORY-MASTER AUDIT-LOG TRANSFER-REG TRANSFER-RPT.
110100 9000-EXIT.
110200     EXIT.
