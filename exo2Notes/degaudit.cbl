000100******************************************************************
000200* PROGRAM NAME:    DEGAUDIT
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* DEGREE AUDIT. MEASURES EACH STUDENT'S GRADE HISTORY AGAINST THE
000800* REQUIREMENTS OF THEIR ASSIGNED DEGREE PROGRAM (COPYBOOKS PROGREQ
000900* AND PROGASGN): EVERY REQUIRED COURSE PASSED, EVERY ELECTIVE
001000* GROUP'S CREDITS EARNED IN ITS CATALOG DEPARTMENT, THE MINIMUM
001100* TOTAL CREDITS, AND THE MINIMUM CUMULATIVE AVERAGE. THE ACTIVE
001200* MASTER IS KEY-MERGED WITH THE HISTARCH ARCHIVE, SAME AS
001300* TRNSCRPT, SO TERMS ALREADY PURGED FROM THE MASTER STILL COUNT.
001400* EACH RESULT IS WEIGHED BY ITS COURSE'S CATALOG CREDIT HOURS
001500* (CC-CREDIT-HOURS; AN UNCATALOGUED COURSE OR ZERO CREDITS WEIGHS
001600* ONE, AS IN GRDPOST). A COURSE IS PASSED WITH A CATEGORY OF 'MO'
001700* OR BETTER AND EARNS ITS CREDITS ONCE, HOWEVER MANY TIMES IT WAS
001800* SAT. A RESULT WITHDRAWN AFTER POSTING ('W') OR A REPEAT ATTEMPT
001900* EXCLUDED FROM THE AVERAGE ('R') COUNTS FOR NOTHING. AN
002000* OUTSTANDING MAKEUP ON THE CARRY ARCHIVE ALSO HOLDS CLEARANCE.
002100*
002200* TWO MODES. WITH AN AUDREQ REQUEST FILE (ONE STUDENT ID PER
002300* RECORD) ONLY THE REQUESTED STUDENTS ARE AUDITED - THE ADVISING
002400* OFFICE'S ON-DEMAND RUN. WITHOUT ONE, EVERY STUDENT WITH A
002500* PROGRAM ASSIGNMENT IS AUDITED AND EACH STUDENT CLEARED TO
002600* GRADUATE IS WRITTEN TO THE GRADCLR EXTRACT - THE TERM-END
002700* BATCH RUN. EITHER WAY THE REPORT SHOWS, PER STUDENT, EACH
002800* REQUIREMENT SATISFIED OR OUTSTANDING AND THE CREDITS NEEDED.
002900*
003000* MAINTENANCE LOG
003100* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003200* ---------  ------------  ---------------------------------------
003300* 10/15/26   R.DELACROIX   INITIAL VERSION.
003310* 10/15/26   R.DELACROIX   A TRANSFER CREDIT (XFERPOST) PASSES
003320*                          ITS CATALOG COURSE AT THE TRANSFER
003330*                          CREDITS GRANTED; IT COUNTS IN THE
003340*                          CUMULATIVE AVERAGE ONLY AS THE XFERPARM
003350*                          PARAMETER SAYS, AS GRDPOST STAMPS IT.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. DEGAUDIT.
003700 AUTHOR. R.DELACROIX.
003800 INSTALLATION. COBOL DEVELOPMENT CENTER.
003900 DATE-WRITTEN. 10/15/26.
004000 DATE-COMPILED. 10/15/26.
004100 SECURITY. NON-CONFIDENTIAL.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS HM-MASTER-KEY
005300         FILE STATUS IS WS-HISTMAST-STATUS.
005400     SELECT ARCHIVE-FILE ASSIGN TO HISTARCH
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HISTARCH-STATUS.
005700     SELECT COURSE-CATALOG ASSIGN TO CATALOG
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CATALOG-STATUS.
006000     SELECT PROGRAM-REQ ASSIGN TO PROGREQ
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PROGREQ-STATUS.
006300     SELECT PROGRAM-ASGN ASSIGN TO PROGASGN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PROGASGN-STATUS.
006600     SELECT MAKEUP-ARCH ASSIGN TO MKUPARCH
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-MKUPARCH-STATUS.
006820     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
006840         ORGANIZATION IS LINE SEQUENTIAL
006860         FILE STATUS IS WS-XFERPARM-STATUS.
006900     SELECT REQUEST-FILE ASSIGN TO AUDREQ
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AUDREQ-STATUS.
007200     SELECT AUDIT-RPT ASSIGN TO AUDRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-AUDRPT-STATUS.
007500     SELECT CLEARED-EXTRACT ASSIGN TO GRADCLR
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-GRADCLR-STATUS.
007800******************************************************************
007900 DATA DIVISION.
008000 FILE SECTION.
008100******************************************************************
008200* THE MASTER RECORD IS DESCRIBED TWICE OVER THE SAME STORAGE:
008300* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
008400* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
008500* CONVENTION AS GRDPOST.
008600******************************************************************
008700 FD  HISTORY-MASTER
008800     RECORDING MODE IS F.
008900 01  HM-KEY-RECORD.
009000     05  HM-MASTER-KEY          PIC X(18).
009100     05  FILLER                 PIC X(24).
009200 01  HM-RECORD.
009300     COPY GRDHISTR.
009400
009500 FD  ARCHIVE-FILE
009600     RECORDING MODE IS F.
009700 01  AF-RECORD                  PIC X(42).
009800
009900 FD  COURSE-CATALOG
010000     RECORDING MODE IS F.
010100 01  CC-RECORD.
010200     COPY CRSCATRC.
010300
010400 FD  PROGRAM-REQ
010500     RECORDING MODE IS F.
010600 01  PQ-RECORD                  PIC X(157).
010700
010800 FD  PROGRAM-ASGN
010900     RECORDING MODE IS F.
011000 01  PA-RECORD.
011100     COPY PROGASGN.
011200
011300 FD  MAKEUP-ARCH
011400     RECORDING MODE IS F.
011500 01  MU-RECORD.
011600     COPY MKUPRECY.
011700
011720 FD  TRANSFER-PARM
011740     RECORDING MODE IS F.
011760 01  XP-RECORD                  PIC X(01).
011780
011800 FD  REQUEST-FILE
011900     RECORDING MODE IS F.
012000 01  RQ-RECORD                  PIC X(06).
012100
012200 FD  AUDIT-RPT
012300     RECORDING MODE IS F.
012400 01  AR-RECORD                  PIC X(80).
012500
012600 FD  CLEARED-EXTRACT
012700     RECORDING MODE IS F.
012800 01  GC-RECORD.
012900     COPY GRADCLR.
013000
013100 WORKING-STORAGE SECTION.
013200******************************************************************
013300* FILE STATUS AND END-OF-FILE SWITCHES
013400******************************************************************
013500 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
013600 77  WS-HISTARCH-STATUS         PIC X(02)     VALUE SPACES.
013700 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
013800 77  WS-PROGREQ-STATUS          PIC X(02)     VALUE SPACES.
013900 77  WS-PROGASGN-STATUS         PIC X(02)     VALUE SPACES.
014000 77  WS-MKUPARCH-STATUS         PIC X(02)     VALUE SPACES.
014050 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
014100 77  WS-AUDREQ-STATUS           PIC X(02)     VALUE SPACES.
014200 77  WS-AUDRPT-STATUS           PIC X(02)     VALUE SPACES.
014300 77  WS-GRADCLR-STATUS          PIC X(02)     VALUE SPACES.
014400 77  WS-EOF-SWITCH              PIC X(01)     VALUE 'N'.
014500     88  WS-EOF                 VALUE 'Y'.
014600 77  WS-MAST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
014700     88  WS-MAST-EOF            VALUE 'Y'.
014800 77  WS-ARCH-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
014900     88  WS-ARCH-OPENED         VALUE 'Y'.
015000 77  WS-ARCH-EOF-SWITCH         PIC X(01)     VALUE 'N'.
015100     88  WS-ARCH-EOF            VALUE 'Y'.
015200 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
015300     88  WS-CATALOG-EOF         VALUE 'Y'.
015400 77  WS-PROGREQ-EOF-SWITCH      PIC X(01)     VALUE 'N'.
015500     88  WS-PROGREQ-EOF         VALUE 'Y'.
015600 77  WS-PROGASGN-EOF-SWITCH     PIC X(01)     VALUE 'N'.
015700     88  WS-PROGASGN-EOF        VALUE 'Y'.
015800 77  WS-MKUP-EOF-SWITCH         PIC X(01)     VALUE 'N'.
015900     88  WS-MKUP-EOF            VALUE 'Y'.
016000 77  WS-REQ-EOF-SWITCH          PIC X(01)     VALUE 'N'.
016100     88  WS-REQ-EOF             VALUE 'Y'.
016200******************************************************************
016300* RUN MODE - ON DEMAND WHEN AN AUDREQ REQUEST FILE IS SUPPLIED,
016400* OTHERWISE THE TERM-END BATCH RUN OVER EVERY ASSIGNED STUDENT
016500******************************************************************
016600 77  WS-MODE-SWITCH             PIC X(01)     VALUE 'B'.
016700     88  WS-BATCH-MODE          VALUE 'B'.
016800     88  WS-ON-DEMAND-MODE      VALUE 'D'.
016900 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
017000******************************************************************
017100* READ-AHEAD HOLDS FOR THE MASTER/ARCHIVE KEY MERGE - SAME
017200* CONVENTION AS TRNSCRPT. HIGH-VALUES MARKS AN EXHAUSTED INPUT.
017300******************************************************************
017400 01  WS-MAST-HOLD.
017500     05  WS-MAST-HOLD-KEY       PIC X(18).
017600     05  FILLER                 PIC X(24).
017700 01  WS-ARCH-HOLD.
017800     05  WS-ARCH-HOLD-KEY       PIC X(18).
017900     05  FILLER                 PIC X(24).
018000******************************************************************
018100* COURSE CATALOG - CREDIT HOURS AND DEPARTMENT PER COURSE
018200******************************************************************
018300 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
018400 01  WS-CAT-TABLE.
018500     05  WS-CAT-ENTRY OCCURS 200 TIMES
018600                      INDEXED BY WS-CAT-IDX.
018700         10  WS-CAT-COURSE-CODE PIC X(04).
018800         10  WS-CAT-CREDITS     PIC 9(02).
018900         10  WS-CAT-DEPARTMENT  PIC X(04).
019000 01  WS-CREDIT-WEIGHT           PIC 9(02)             VALUE 01.
019100 01  WS-CREDIT-DEPT             PIC X(04)     VALUE SPACES.
019200******************************************************************
019300* PROGRAM-REQUIREMENTS MASTER - ONE RAW RECORD PER PROGRAM, MOVED
019400* TO WS-CUR-PROGRAM FOR THE STUDENT BEING AUDITED
019500******************************************************************
019600 01  WS-PGM-COUNT               PIC 9(03)     COMP    VALUE ZERO.
019700 01  WS-PGM-IDX                 PIC 9(03)     COMP    VALUE ZERO.
019800 01  WS-PGM-TABLE.
019900     05  WS-PGM-ENTRY OCCURS 50 TIMES.
020000         10  WS-PGM-CODE        PIC X(06).
020100         10  WS-PGM-DATA        PIC X(157).
020200 01  WS-CUR-PROGRAM.
020300     COPY PROGREQ.
020400******************************************************************
020500* PROGRAM ASSIGNMENTS - IN STUDENT-ID ORDER FOR SEARCH ALL, SAME
020600* SIZING AS THE EXO2NOTES ROSTER TABLE
020700******************************************************************
020800 01  WS-ASG-COUNT               PIC 9(05)     COMP    VALUE ZERO.
020900 01  WS-ASG-SUB                 PIC 9(05)     COMP    VALUE ZERO.
021000 01  WS-ASG-PREV-ID             PIC X(06)     VALUE LOW-VALUES.
021100 01  WS-ASG-TABLE.
021200     05  WS-ASG-ENTRY OCCURS 1 TO 20000 TIMES
021300                      DEPENDING ON WS-ASG-COUNT
021400                      ASCENDING KEY IS WS-ASG-STUDENT-ID
021500                      INDEXED BY WS-ASG-IDX.
021600         10  WS-ASG-STUDENT-ID  PIC X(06).
021700         10  WS-ASG-PROGRAM     PIC X(06).
021800         10  WS-ASG-SEEN-SW     PIC X(01).
021900             88  WS-ASG-SEEN    VALUE 'Y'.
022000******************************************************************
022100* STUDENTS WITH AN OUTSTANDING MAKEUP ON THE CARRY ARCHIVE
022200******************************************************************
022300 01  WS-MKP-COUNT               PIC 9(05)     COMP    VALUE ZERO.
022400 01  WS-MKP-IDX                 PIC 9(05)     COMP    VALUE ZERO.
022500 01  WS-MKP-TABLE.
022600     05  WS-MKP-STUDENT-ID OCCURS 2000 TIMES
022700                           PIC X(06).
022800******************************************************************
022900* ON-DEMAND REQUEST TABLE - SAME 500-ID SIZING AS TRNSCRPT
023000******************************************************************
023100 01  WS-REQ-COUNT               PIC 9(03)     COMP    VALUE ZERO.
023200 01  WS-REQ-IDX                 PIC 9(03)     COMP    VALUE ZERO.
023300 01  WS-REQ-TABLE.
023400     05  WS-REQ-ENTRY OCCURS 500 TIMES.
023500         10  WS-REQ-STUDENT-ID  PIC X(06).
023600         10  WS-REQ-SEEN-SW     PIC X(01).
023700             88  WS-REQ-SEEN    VALUE 'Y'.
023800******************************************************************
023900* CURRENT STUDENT - THE COURSES PASSED SO FAR (EACH ONCE, WITH
024000* ITS CREDITS AND DEPARTMENT) AND THE CUMULATIVE ACCUMULATORS
024100******************************************************************
024200 01  WS-CUR-STUDENT-ID          PIC X(06)     VALUE LOW-VALUES.
024300 77  WS-SELECTED-SWITCH         PIC X(01)     VALUE 'N'.
024400     88  WS-SELECTED            VALUE 'Y'.
024500 01  WS-PS-COUNT                PIC 9(03)     COMP    VALUE ZERO.
024600 01  WS-PS-IDX                  PIC 9(03)     COMP    VALUE ZERO.
024700 01  WS-PASSED-TABLE.
024800     05  WS-PS-ENTRY OCCURS 100 TIMES.
024900         10  WS-PS-COURSE       PIC X(04).
025000         10  WS-PS-CREDITS      PIC 9(02).
025100         10  WS-PS-DEPT         PIC X(04).
025200         10  WS-PS-TERM         PIC X(06).
025300         10  WS-PS-LETTER       PIC X(02).
025400 01  WS-LETTER-CODE             PIC X(02)     VALUE SPACES.
025500     88  WS-LETTER-PASSING      VALUE 'MO' 'AB' 'BI' 'TB' 'EX'
025550                                'TR' 'TC'.
025600 01  WS-CUM-POINTS              PIC 9(07)     COMP    VALUE ZERO.
025700 01  WS-CUM-WEIGHT              PIC 9(05)     COMP    VALUE ZERO.
025800 01  WS-CUM-AVERAGE             PIC 9(02)V9(01)       VALUE ZERO.
025810******************************************************************
025820* TRANSFER-CREDIT AVERAGE POLICY - SAME XFERPARM CONVENTION AS
025830* GRDPOST ('I' INCLUDE A NOTED TRANSFER AT ITS TRANSFER CREDITS,
025840* 'E' EXCLUDE, THE SHOP DEFAULT)
025850******************************************************************
025860 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
025870     88  WS-XFER-INCLUDED       VALUE 'I'.
025900******************************************************************
026000* AUDIT WORK FIELDS
026100******************************************************************
026200 01  WS-SLOT-IDX                PIC 9(03)     COMP    VALUE ZERO.
026300 01  WS-GRP-IDX                 PIC 9(03)     COMP    VALUE ZERO.
026400 01  WS-CREDITS-EARNED          PIC 9(05)     COMP    VALUE ZERO.
026500 01  WS-CREDITS-NEEDED          PIC 9(05)     COMP    VALUE ZERO.
026600 01  WS-ELEC-EARNED             PIC 9(05)     COMP    VALUE ZERO.
026700 01  WS-OPEN-ITEMS              PIC 9(03)     COMP    VALUE ZERO.
026800 77  WS-REQUIRED-SWITCH         PIC X(01)     VALUE 'N'.
026900     88  WS-IS-REQUIRED         VALUE 'Y'.
027000 01  WS-ED-NUM-1                PIC ZZ9.
027100 01  WS-ED-NUM-2                PIC ZZ9.
027200 01  WS-ED-NUM-3                PIC ZZ9.
027300 01  WS-ED-AVG-1                PIC ZZ9.9.
027400 01  WS-ED-AVG-2                PIC ZZ9.9.
027500******************************************************************
027600* RUN COUNTERS
027700******************************************************************
027800 01  WS-READ-COUNT              PIC 9(07)     COMP    VALUE ZERO.
027900 01  WS-AUDITED-COUNT           PIC 9(05)     COMP    VALUE ZERO.
028000 01  WS-CLEARED-COUNT           PIC 9(05)     COMP    VALUE ZERO.
028100 01  WS-NOT-CLEARED-COUNT       PIC 9(05)     COMP    VALUE ZERO.
028200 01  WS-UNASSIGNED-COUNT        PIC 9(05)     COMP    VALUE ZERO.
028300 01  WS-NO-PROGRAM-COUNT        PIC 9(05)     COMP    VALUE ZERO.
028400******************************************************************
028500* AUDIT REPORT LINE LAYOUTS
028600******************************************************************
028700 01  WS-AR-RUN-LINE.
028800     05  FILLER            PIC X(26)
028900         VALUE 'DEGREE AUDIT - RUN DATE: '.
029000     05  WS-AR-R-DATE      PIC 9(08).
029100     05  FILLER            PIC X(08) VALUE '  MODE: '.
029200     05  WS-AR-R-MODE      PIC X(09).
029300     05  FILLER            PIC X(29) VALUE SPACES.
029400
029500 01  WS-AR-STUDENT-LINE.
029600     05  FILLER            PIC X(25)
029700         VALUE 'DEGREE AUDIT - STUDENT : '.
029800     05  WS-AR-S-STUDENT   PIC X(06).
029900     05  FILLER            PIC X(12) VALUE '  PROGRAM : '.
030000     05  WS-AR-S-PROGRAM   PIC X(06).
030100     05  FILLER            PIC X(01) VALUE SPACE.
030200     05  WS-AR-S-TITLE     PIC X(30).
030300
030400 01  WS-AR-DETAIL-LINE.
030500     05  WS-AR-D-KIND          PIC X(10).
030600     05  WS-AR-D-ITEM          PIC X(06).
030700     05  FILLER                PIC X(02) VALUE SPACES.
030800     05  WS-AR-D-TEXT          PIC X(40).
030900     05  FILLER                PIC X(02) VALUE SPACES.
031000     05  WS-AR-D-STATUS        PIC X(11).
031100     05  FILLER                PIC X(09) VALUE SPACES.
031200
031300 01  WS-AR-NOTE-LINE.
031400     05  WS-AR-N-STUDENT       PIC X(06).
031500     05  FILLER                PIC X(03) VALUE SPACES.
031600     05  WS-AR-N-TEXT          PIC X(50).
031700     05  FILLER                PIC X(21) VALUE SPACES.
031800
031900 01  WS-AR-FOOTER-LINE.
032000     05  WS-AR-F-LABEL         PIC X(20).
032100     05  WS-AR-F-VALUE         PIC ZZZZZZ9.
032200     05  FILLER                PIC X(53) VALUE SPACES.
032300
032400******************************************************************
032500 PROCEDURE DIVISION.
032600******************************************************************
032700* 0000-MAINLINE - AUDIT THE STUDENTS FOUND ON THE MERGED HISTORY,
032800* THEN THOSE SELECTED BUT WITH NOTHING ON FILE
032900******************************************************************
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
033300         UNTIL WS-EOF.
033400     PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT.
033500     IF WS-BATCH-MODE
033600         PERFORM 2800-AUDIT-UNSEEN-ASSIGNMENT THRU 2800-EXIT
033700             VARYING WS-ASG-SUB FROM 1 BY 1
033800             UNTIL WS-ASG-SUB > WS-ASG-COUNT
033900     ELSE
034000         PERFORM 2900-AUDIT-UNSEEN-REQUEST THRU 2900-EXIT
034100             VARYING WS-REQ-IDX FROM 1 BY 1
034200             UNTIL WS-REQ-IDX > WS-REQ-COUNT
034300     END-IF.
034400     PERFORM 7000-SUMMARY THRU 7000-EXIT.
034500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034600     STOP RUN.
034700
034800******************************************************************
034900* 1000-INITIALIZE - OPEN FILES AND LOAD THE TABLES. THE MASTER,
035000* THE CATALOG (CREDITS AND DEPARTMENTS ARE WHAT THE AUDIT
035100* MEASURES), THE REQUIREMENTS MASTER AND THE ASSIGNMENTS ARE ALL
035200* HARD STOPS WHEN MISSING. NO ARCHIVE OR MAKEUP FILE IS NOT AN
035300* ERROR. THE REQUEST FILE, IF PRESENT, SELECTS ON-DEMAND MODE.
035400******************************************************************
035500 1000-INITIALIZE.
035600     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
035700     OPEN INPUT HISTORY-MASTER.
035800     IF WS-HISTMAST-STATUS NOT = '00'
035900         DISPLAY 'DEGAUDIT - GRADE HISTORY MASTER NOT FOUND'
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     OPEN INPUT ARCHIVE-FILE.
036400     IF WS-HISTARCH-STATUS = '00'
036500         SET WS-ARCH-OPENED TO TRUE
036600     ELSE
036700         SET WS-ARCH-EOF TO TRUE
036800         MOVE HIGH-VALUES TO WS-ARCH-HOLD-KEY
036900     END-IF.
037000     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
037050     PERFORM 1170-LOAD-TRANSFER-RULE THRU 1170-EXIT.
037100     PERFORM 1200-LOAD-PROGRAMS THRU 1200-EXIT.
037200     PERFORM 1300-LOAD-ASSIGNMENTS THRU 1300-EXIT.
037300     PERFORM 1400-LOAD-MAKEUPS THRU 1400-EXIT.
037400     PERFORM 1500-LOAD-REQUESTS THRU 1500-EXIT.
037500     OPEN OUTPUT AUDIT-RPT.
037600     IF WS-BATCH-MODE
037700         OPEN OUTPUT CLEARED-EXTRACT
037800     END-IF.
037900     MOVE SPACES TO AR-RECORD.
038000     MOVE WS-RUN-DATE-YMD TO WS-AR-R-DATE.
038100     IF WS-BATCH-MODE
038200         MOVE 'BATCH' TO WS-AR-R-MODE
038300     ELSE
038400         MOVE 'ON DEMAND' TO WS-AR-R-MODE
038500     END-IF.
038600     MOVE WS-AR-RUN-LINE TO AR-RECORD.
038700     WRITE AR-RECORD.
038800     PERFORM 2110-FILL-MASTER-HOLD THRU 2110-EXIT.
038900     IF WS-ARCH-OPENED
039000         PERFORM 2120-FILL-ARCH-HOLD THRU 2120-EXIT
039100     END-IF.
039200     PERFORM 2100-NEXT-RECORD THRU 2100-EXIT.
039300 1000-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700* 1100-LOAD-CATALOG - CREDIT HOURS AND DEPARTMENT PER COURSE
039800******************************************************************
039900 1100-LOAD-CATALOG.
040000     OPEN INPUT COURSE-CATALOG.
040100     IF WS-CATALOG-STATUS NOT = '00'
040200         DISPLAY 'DEGAUDIT - COURSE CATALOG NOT FOUND, '
040300             'RUN STOPPED'
040400         MOVE 16 TO RETURN-CODE
040500         STOP RUN
040600     END-IF.
040700     PERFORM 1150-LOAD-ONE-COURSE THRU 1150-EXIT
040800         UNTIL WS-CATALOG-EOF.
040900     CLOSE COURSE-CATALOG.
041000 1100-EXIT.
041100     EXIT.
041200
041300 1150-LOAD-ONE-COURSE.
041400     READ COURSE-CATALOG
041500         AT END
041600             SET WS-CATALOG-EOF TO TRUE
041700             GO TO 1150-EXIT
041800     END-READ.
041900     IF WS-CAT-COUNT = 200
042000         DISPLAY 'DEGAUDIT - MORE THAN 200 CATALOG COURSES, '
042100             'RUN STOPPED'
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     ADD 1 TO WS-CAT-COUNT.
042600     SET WS-CAT-IDX TO WS-CAT-COUNT.
042700     MOVE CC-COURSE-CODE TO WS-CAT-COURSE-CODE(WS-CAT-IDX).
042800     MOVE CC-DEPARTMENT TO WS-CAT-DEPARTMENT(WS-CAT-IDX).
042900     IF CC-CREDIT-HOURS IS NUMERIC
043000         MOVE CC-CREDIT-HOURS TO WS-CAT-CREDITS(WS-CAT-IDX)
043100     ELSE
043200         MOVE 01 TO WS-CAT-CREDITS(WS-CAT-IDX)
043300     END-IF.
043400 1150-EXIT.
043500     EXIT.
043600
043700 1160-SCAN-ONE-COURSE.
043800 1160-EXIT.
043900     EXIT.
044000
044004******************************************************************
044008* 1170-LOAD-TRANSFER-RULE - SAME XFERPARM CONVENTION AS GRDPOST
044012******************************************************************
044016 1170-LOAD-TRANSFER-RULE.
044020     OPEN INPUT TRANSFER-PARM.
044024     IF WS-XFERPARM-STATUS NOT = '00'
044028         GO TO 1170-EXIT
044032     END-IF.
044036     READ TRANSFER-PARM
044040         AT END
044044             GO TO 1170-CLOSE
044048     END-READ.
044052     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
044056         MOVE XP-RECORD TO WS-XFER-RULE
044060     ELSE
044064         DISPLAY 'DEGAUDIT - XFERPARM RULE NOT I OR E, '
044068             'DEFAULT KEPT'
044072     END-IF.
044076 1170-CLOSE.
044080     CLOSE TRANSFER-PARM.
044084 1170-EXIT.
044088     EXIT.
044092
044100******************************************************************
044200* 1200-LOAD-PROGRAMS - THE REQUIREMENTS MASTER. A DUPLICATE
044300* PROGRAM CODE OR A NON-NUMERIC MINIMUM WOULD MIS-AUDIT EVERY
044400* STUDENT IN THE PROGRAM, SO EITHER IS A HARD STOP.
044500******************************************************************
044600 1200-LOAD-PROGRAMS.
044700     OPEN INPUT PROGRAM-REQ.
044800     IF WS-PROGREQ-STATUS NOT = '00'
044900         DISPLAY 'DEGAUDIT - PROGRAM REQUIREMENTS MASTER NOT '
045000             'FOUND, RUN STOPPED'
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF.
045400     PERFORM 1250-LOAD-ONE-PROGRAM THRU 1250-EXIT
045500         UNTIL WS-PROGREQ-EOF.
045600     CLOSE PROGRAM-REQ.
045700 1200-EXIT.
045800     EXIT.
045900
046000 1250-LOAD-ONE-PROGRAM.
046100     READ PROGRAM-REQ INTO WS-CUR-PROGRAM
046200         AT END
046300             SET WS-PROGREQ-EOF TO TRUE
046400             GO TO 1250-EXIT
046500     END-READ.
046600     IF PQ-PROGRAM-CODE = SPACES
046700         GO TO 1250-EXIT
046800     END-IF.
046900     IF PQ-MIN-CREDITS NOT NUMERIC
047000         OR PQ-MIN-CUM-AVERAGE NOT NUMERIC
047100         DISPLAY 'DEGAUDIT - PROGRAM ' PQ-PROGRAM-CODE
047200             ' MINIMUMS NOT NUMERIC, RUN STOPPED'
047300         MOVE 16 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600     PERFORM 1270-CHECK-ONE-GROUP THRU 1270-EXIT
047700         VARYING WS-GRP-IDX FROM 1 BY 1
047800         UNTIL WS-GRP-IDX > 5.
047900     PERFORM 1280-SCAN-ONE-PROGRAM THRU 1280-EXIT
048000         VARYING WS-PGM-IDX FROM 1 BY 1
048100         UNTIL WS-PGM-IDX > WS-PGM-COUNT
048200         OR WS-PGM-CODE(WS-PGM-IDX) = PQ-PROGRAM-CODE.
048300     IF WS-PGM-IDX NOT > WS-PGM-COUNT
048400         DISPLAY 'DEGAUDIT - PROGRAM ' PQ-PROGRAM-CODE
048500             ' ON REQUIREMENTS MASTER TWICE, RUN STOPPED'
048600         MOVE 16 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900     IF WS-PGM-COUNT = 50
049000         DISPLAY 'DEGAUDIT - MORE THAN 50 PROGRAMS, RUN STOPPED'
049100         MOVE 16 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400     ADD 1 TO WS-PGM-COUNT.
049500     MOVE PQ-PROGRAM-CODE TO WS-PGM-CODE(WS-PGM-COUNT).
049600     MOVE WS-CUR-PROGRAM TO WS-PGM-DATA(WS-PGM-COUNT).
049700 1250-EXIT.
049800     EXIT.
049900
050000 1270-CHECK-ONE-GROUP.
050100     IF PQ-ELEC-DEPARTMENT(WS-GRP-IDX) = SPACES
050200         GO TO 1270-EXIT
050300     END-IF.
050400     IF PQ-ELEC-MIN-CREDITS(WS-GRP-IDX) NOT NUMERIC
050500         DISPLAY 'DEGAUDIT - PROGRAM ' PQ-PROGRAM-CODE
050600             ' ELECTIVE CREDITS NOT NUMERIC, RUN STOPPED'
050700         MOVE 16 TO RETURN-CODE
050800         STOP RUN
050900     END-IF.
051000 1270-EXIT.
051100     EXIT.
051200
051300 1280-SCAN-ONE-PROGRAM.
051400 1280-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800* 1300-LOAD-ASSIGNMENTS - STUDENT-TO-PROGRAM ASSIGNMENTS, WHICH
051900* MUST ARRIVE IN ASCENDING STUDENT-ID ORDER, ONE PER STUDENT, FOR
052000* THE SEARCH ALL
052100******************************************************************
052200 1300-LOAD-ASSIGNMENTS.
052300     OPEN INPUT PROGRAM-ASGN.
052400     IF WS-PROGASGN-STATUS NOT = '00'
052500         DISPLAY 'DEGAUDIT - PROGRAM ASSIGNMENT FILE NOT FOUND, '
052600             'RUN STOPPED'
052700         MOVE 16 TO RETURN-CODE
052800         STOP RUN
052900     END-IF.
053000     PERFORM 1350-LOAD-ONE-ASSIGNMENT THRU 1350-EXIT
053100         UNTIL WS-PROGASGN-EOF.
053200     CLOSE PROGRAM-ASGN.
053300 1300-EXIT.
053400     EXIT.
053500
053600 1350-LOAD-ONE-ASSIGNMENT.
053700     READ PROGRAM-ASGN
053800         AT END
053900             SET WS-PROGASGN-EOF TO TRUE
054000             GO TO 1350-EXIT
054100     END-READ.
054200     IF PA-STUDENT-ID NOT > WS-ASG-PREV-ID
054300         DISPLAY 'DEGAUDIT - PROGRAM ASSIGNMENTS OUT OF STUDENT '
054400             'SEQUENCE AT ' PA-STUDENT-ID ', RUN STOPPED'
054500         MOVE 16 TO RETURN-CODE
054600         STOP RUN
054700     END-IF.
054800     IF WS-ASG-COUNT = 20000
054900         DISPLAY 'DEGAUDIT - MORE THAN 20000 PROGRAM '
055000             'ASSIGNMENTS, RUN STOPPED'
055100         MOVE 16 TO RETURN-CODE
055200         STOP RUN
055300     END-IF.
055400     ADD 1 TO WS-ASG-COUNT.
055500     MOVE PA-STUDENT-ID TO WS-ASG-STUDENT-ID(WS-ASG-COUNT).
055600     MOVE PA-PROGRAM-CODE TO WS-ASG-PROGRAM(WS-ASG-COUNT).
055700     MOVE 'N' TO WS-ASG-SEEN-SW(WS-ASG-COUNT).
055800     MOVE PA-STUDENT-ID TO WS-ASG-PREV-ID.
055900 1350-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* 1400-LOAD-MAKEUPS - ONE ENTRY PER STUDENT WITH AN OUTSTANDING
056400* MAKEUP ON THE CARRY ARCHIVE
056500******************************************************************
056600 1400-LOAD-MAKEUPS.
056700     OPEN INPUT MAKEUP-ARCH.
056800     IF WS-MKUPARCH-STATUS NOT = '00'
056900         GO TO 1400-EXIT
057000     END-IF.
057100     PERFORM 1450-LOAD-ONE-MAKEUP THRU 1450-EXIT
057200         UNTIL WS-MKUP-EOF.
057300     CLOSE MAKEUP-ARCH.
057400 1400-EXIT.
057500     EXIT.
057600
057700 1450-LOAD-ONE-MAKEUP.
057800     READ MAKEUP-ARCH
057900         AT END
058000             SET WS-MKUP-EOF TO TRUE
058100             GO TO 1450-EXIT
058200     END-READ.
058300     PERFORM 1480-SCAN-ONE-MAKEUP THRU 1480-EXIT
058400         VARYING WS-MKP-IDX FROM 1 BY 1
058500         UNTIL WS-MKP-IDX > WS-MKP-COUNT
058600         OR WS-MKP-STUDENT-ID(WS-MKP-IDX)
058700             = MU-STUDENT-ID OF MU-RECORD.
058800     IF WS-MKP-IDX NOT > WS-MKP-COUNT
058900         GO TO 1450-EXIT
059000     END-IF.
059100     IF WS-MKP-COUNT = 2000
059200         DISPLAY 'DEGAUDIT - MORE THAN 2000 STUDENTS WITH '
059300             'MAKEUPS, RUN STOPPED - RAISE THE TABLE OCCURS'
059400         MOVE 16 TO RETURN-CODE
059500         STOP RUN
059600     END-IF.
059700     ADD 1 TO WS-MKP-COUNT.
059800     MOVE MU-STUDENT-ID OF MU-RECORD
059900         TO WS-MKP-STUDENT-ID(WS-MKP-COUNT).
060000 1450-EXIT.
060100     EXIT.
060200
060300 1480-SCAN-ONE-MAKEUP.
060400 1480-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 1500-LOAD-REQUESTS - AN AUDREQ FILE SELECTS ON-DEMAND MODE. A
060900* DUPLICATE ID IS DROPPED; AN EMPTY REQUEST FILE IS A HARD STOP
061000* (SAME RULE AS TRNSCRPT).
061100******************************************************************
061200 1500-LOAD-REQUESTS.
061300     OPEN INPUT REQUEST-FILE.
061400     IF WS-AUDREQ-STATUS NOT = '00'
061500         GO TO 1500-EXIT
061600     END-IF.
061700     SET WS-ON-DEMAND-MODE TO TRUE.
061800     PERFORM 1550-LOAD-ONE-REQUEST THRU 1550-EXIT
061900         UNTIL WS-REQ-EOF.
062000     CLOSE REQUEST-FILE.
062100     IF WS-REQ-COUNT = ZERO
062200         DISPLAY 'DEGAUDIT - NO STUDENT IDS REQUESTED'
062300         MOVE 16 TO RETURN-CODE
062400         STOP RUN
062500     END-IF.
062600 1500-EXIT.
062700     EXIT.
062800
062900 1550-LOAD-ONE-REQUEST.
063000     READ REQUEST-FILE
063100         AT END
063200             SET WS-REQ-EOF TO TRUE
063300             GO TO 1550-EXIT
063400     END-READ.
063500     IF RQ-RECORD = SPACES
063600         GO TO 1550-EXIT
063700     END-IF.
063800     PERFORM 1580-SCAN-ONE-REQUEST THRU 1580-EXIT
063900         VARYING WS-REQ-IDX FROM 1 BY 1
064000         UNTIL WS-REQ-IDX > WS-REQ-COUNT
064100         OR WS-REQ-STUDENT-ID(WS-REQ-IDX) = RQ-RECORD.
064200     IF WS-REQ-IDX NOT > WS-REQ-COUNT
064300         GO TO 1550-EXIT
064400     END-IF.
064500     IF WS-REQ-COUNT = 500
064600         DISPLAY 'DEGAUDIT - MORE THAN 500 REQUEST IDS, '
064700             'RUN STOPPED'
064800         MOVE 16 TO RETURN-CODE
064900         STOP RUN
065000     END-IF.
065100     ADD 1 TO WS-REQ-COUNT.
065200     MOVE RQ-RECORD TO WS-REQ-STUDENT-ID(WS-REQ-COUNT).
065300     MOVE 'N' TO WS-REQ-SEEN-SW(WS-REQ-COUNT).
065400 1550-EXIT.
065500     EXIT.
065600
065700 1580-SCAN-ONE-REQUEST.
065800 1580-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 2000-PROCESS-ONE-RECORD - ONE MERGED HISTORY RECORD: BREAK ON A
066300* NEW STUDENT, NOTE THE RESULT IF THE STUDENT IS BEING AUDITED
066400******************************************************************
066500 2000-PROCESS-ONE-RECORD.
066600     ADD 1 TO WS-READ-COUNT.
066700     IF HM-STUDENT-ID NOT = WS-CUR-STUDENT-ID
066800         PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT
066900         MOVE HM-STUDENT-ID TO WS-CUR-STUDENT-ID
067000         PERFORM 2200-SELECT-STUDENT THRU 2200-EXIT
067100     END-IF.
067200     IF WS-SELECTED
067300         PERFORM 2500-NOTE-RESULT THRU 2500-EXIT
067400     END-IF.
067500     PERFORM 2100-NEXT-RECORD THRU 2100-EXIT.
067600 2000-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000* 2100-NEXT-RECORD - THE MASTER/ARCHIVE KEY MERGE: THE LOWER OF
068100* THE TWO HELD RECORDS BECOMES THE CURRENT HM-RECORD AND ITS
068200* HOLD IS REFILLED. BOTH INPUTS EXHAUSTED ENDS THE PASS.
068300******************************************************************
068400 2100-NEXT-RECORD.
068500     IF WS-MAST-EOF AND WS-ARCH-EOF
068600         SET WS-EOF TO TRUE
068700         GO TO 2100-EXIT
068800     END-IF.
068900     IF WS-ARCH-HOLD-KEY < WS-MAST-HOLD-KEY
069000         MOVE WS-ARCH-HOLD TO HM-KEY-RECORD
069100         PERFORM 2120-FILL-ARCH-HOLD THRU 2120-EXIT
069200     ELSE
069300         MOVE WS-MAST-HOLD TO HM-KEY-RECORD
069400         PERFORM 2110-FILL-MASTER-HOLD THRU 2110-EXIT
069500     END-IF.
069600 2100-EXIT.
069700     EXIT.
069800
069900 2110-FILL-MASTER-HOLD.
070000     READ HISTORY-MASTER
070100         AT END
070200             SET WS-MAST-EOF TO TRUE
070300             MOVE HIGH-VALUES TO WS-MAST-HOLD-KEY
070400             GO TO 2110-EXIT
070500     END-READ.
070600     MOVE HM-KEY-RECORD TO WS-MAST-HOLD.
070700 2110-EXIT.
070800     EXIT.
070900
071000 2120-FILL-ARCH-HOLD.
071100     READ ARCHIVE-FILE
071200         AT END
071300             SET WS-ARCH-EOF TO TRUE
071400             MOVE HIGH-VALUES TO WS-ARCH-HOLD-KEY
071500             GO TO 2120-EXIT
071600     END-READ.
071700     MOVE AF-RECORD TO WS-ARCH-HOLD.
071800 2120-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200* 2200-SELECT-STUDENT - START A NEW STUDENT: CLEAR THE
072300* ACCUMULATORS AND DECIDE WHETHER THEY ARE AUDITED. ON DEMAND,
072400* ONLY A REQUESTED STUDENT IS, AND A REQUESTED STUDENT WITH NO
072500* ASSIGNMENT GETS A NOTE LINE. A STUDENT WHOSE PROGRAM IS NOT ON
072600* THE REQUIREMENTS MASTER GETS A NOTE LINE AND RC=4.
072700******************************************************************
072800 2200-SELECT-STUDENT.
072900     MOVE 'N' TO WS-SELECTED-SWITCH.
073000     MOVE ZERO TO WS-PS-COUNT.
073100     MOVE ZERO TO WS-CUM-POINTS.
073200     MOVE ZERO TO WS-CUM-WEIGHT.
073300     IF WS-ON-DEMAND-MODE
073400         PERFORM 1580-SCAN-ONE-REQUEST THRU 1580-EXIT
073500             VARYING WS-REQ-IDX FROM 1 BY 1
073600             UNTIL WS-REQ-IDX > WS-REQ-COUNT
073700             OR WS-REQ-STUDENT-ID(WS-REQ-IDX) = WS-CUR-STUDENT-ID
073800         IF WS-REQ-IDX > WS-REQ-COUNT
073900             GO TO 2200-EXIT
074000         END-IF
074100         SET WS-REQ-SEEN(WS-REQ-IDX) TO TRUE
074200     END-IF.
074300     SEARCH ALL WS-ASG-ENTRY
074400         AT END
074500             IF WS-ON-DEMAND-MODE
074600                 MOVE 'NO DEGREE PROGRAM ASSIGNED' TO WS-AR-N-TEXT
074700                 PERFORM 2700-PRINT-NOTE THRU 2700-EXIT
074800                 ADD 1 TO WS-UNASSIGNED-COUNT
074900             END-IF
075000             GO TO 2200-EXIT
075100         WHEN WS-ASG-STUDENT-ID(WS-ASG-IDX) = WS-CUR-STUDENT-ID
075200             SET WS-ASG-SEEN(WS-ASG-IDX) TO TRUE
075300     END-SEARCH.
075400     PERFORM 1280-SCAN-ONE-PROGRAM THRU 1280-EXIT
075500         VARYING WS-PGM-IDX FROM 1 BY 1
075600         UNTIL WS-PGM-IDX > WS-PGM-COUNT
075700         OR WS-PGM-CODE(WS-PGM-IDX) = WS-ASG-PROGRAM(WS-ASG-IDX).
075800     IF WS-PGM-IDX > WS-PGM-COUNT
075900         MOVE SPACES TO WS-AR-N-TEXT
076000         STRING 'PROGRAM ' DELIMITED BY SIZE
076100             WS-ASG-PROGRAM(WS-ASG-IDX) DELIMITED BY SIZE
076200             ' NOT ON REQUIREMENTS MASTER' DELIMITED BY SIZE
076300             INTO WS-AR-N-TEXT
076400         PERFORM 2700-PRINT-NOTE THRU 2700-EXIT
076500         ADD 1 TO WS-NO-PROGRAM-COUNT
076600         MOVE 4 TO RETURN-CODE
076700         GO TO 2200-EXIT
076800     END-IF.
076900     MOVE WS-PGM-DATA(WS-PGM-IDX) TO WS-CUR-PROGRAM.
077000     SET WS-SELECTED TO TRUE.
077100 2200-EXIT.
077200     EXIT.
077300
077400******************************************************************
077500* 2500-NOTE-RESULT - A WITHDRAWN RESULT OR AN EXCLUDED REPEAT
077600* COUNTS FOR NOTHING. ANY OTHER RESULT GOES INTO THE CUMULATIVE
077700* AVERAGE AT ITS CREDIT WEIGHT; A PASSING ONE ALSO PUTS THE
077800* COURSE ON THE PASSED LIST (ONCE - A LATER PASS UPDATES THE
077900* TERM, CATEGORY AND CREDITS). A TRANSFER CREDIT ALWAYS PASSES AT
077930* ITS TRANSFER CREDITS BUT GOES INTO THE AVERAGE ONLY AS
077960* XFERPARM SAYS.
078000******************************************************************
078100 2500-NOTE-RESULT.
078200     IF HM-WITHDRAWN-AFTER OR HM-REPEAT-EXCLUDED
078300         GO TO 2500-EXIT
078400     END-IF.
078500     PERFORM 3660-GET-CREDIT-WEIGHT THRU 3660-EXIT.
078510     IF HM-TRANSFER-CREDIT
078520         MOVE HM-TRANSFER-CREDITS TO WS-CREDIT-WEIGHT
078530         IF NOT WS-XFER-INCLUDED OR NOT HM-TRANSFER-NOTED
078540             GO TO 2500-PASSING
078550         END-IF
078560     END-IF.
078600     COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
078700         + (HM-NOTE * WS-CREDIT-WEIGHT).
078800     ADD WS-CREDIT-WEIGHT TO WS-CUM-WEIGHT.
078850 2500-PASSING.
078900     MOVE HM-LETTER-CODE TO WS-LETTER-CODE.
079000     IF NOT WS-LETTER-PASSING
079100         GO TO 2500-EXIT
079200     END-IF.
079300     PERFORM 2550-SCAN-ONE-PASSED THRU 2550-EXIT
079400         VARYING WS-PS-IDX FROM 1 BY 1
079500         UNTIL WS-PS-IDX > WS-PS-COUNT
079600         OR WS-PS-COURSE(WS-PS-IDX) = HM-COURSE-CODE.
079700     IF WS-PS-IDX > WS-PS-COUNT
079800         IF WS-PS-COUNT = 100
079900             DISPLAY 'DEGAUDIT - MORE THAN 100 COURSES PASSED BY '
080000                 WS-CUR-STUDENT-ID ', RUN STOPPED'
080100             MOVE 16 TO RETURN-CODE
080200             STOP RUN
080300         END-IF
080400         ADD 1 TO WS-PS-COUNT
080500         MOVE WS-PS-COUNT TO WS-PS-IDX
080600         MOVE HM-COURSE-CODE TO WS-PS-COURSE(WS-PS-IDX)
080800         MOVE WS-CREDIT-DEPT TO WS-PS-DEPT(WS-PS-IDX)
080900     END-IF.
080950     MOVE WS-CREDIT-WEIGHT TO WS-PS-CREDITS(WS-PS-IDX).
081000     MOVE HM-TERM TO WS-PS-TERM(WS-PS-IDX).
081100     MOVE HM-LETTER-CODE TO WS-PS-LETTER(WS-PS-IDX).
081200 2500-EXIT.
081300     EXIT.
081400
081500 2550-SCAN-ONE-PASSED.
081600 2550-EXIT.
081700     EXIT.
081800
081900******************************************************************
082000* 2600-CLOSE-STUDENT - AUDIT THE COMPLETED STUDENT IF SELECTED
082100******************************************************************
082200 2600-CLOSE-STUDENT.
082300     IF WS-CUR-STUDENT-ID = LOW-VALUES
082400         GO TO 2600-EXIT
082500     END-IF.
082600     IF NOT WS-SELECTED
082700         GO TO 2600-EXIT
082800     END-IF.
082900     PERFORM 4000-AUDIT-STUDENT THRU 4000-EXIT.
083000     MOVE 'N' TO WS-SELECTED-SWITCH.
083100 2600-EXIT.
083200     EXIT.
083300
083400 2700-PRINT-NOTE.
083500     MOVE SPACES TO AR-RECORD.
083600     WRITE AR-RECORD.
083700     MOVE WS-CUR-STUDENT-ID TO WS-AR-N-STUDENT.
083800     MOVE WS-AR-NOTE-LINE TO AR-RECORD.
083900     WRITE AR-RECORD.
084000 2700-EXIT.
084100     EXIT.
084200
084300******************************************************************
084400* 2800-AUDIT-UNSEEN-ASSIGNMENT - BATCH MODE: AN ASSIGNED STUDENT
084500* WITH NOTHING ON THE HISTORY IS STILL AUDITED (EVERY REQUIREMENT
084600* OUTSTANDING)
084700******************************************************************
084800 2800-AUDIT-UNSEEN-ASSIGNMENT.
084900     IF WS-ASG-SEEN-SW(WS-ASG-SUB) = 'Y'
085000         GO TO 2800-EXIT
085100     END-IF.
085200     MOVE WS-ASG-STUDENT-ID(WS-ASG-SUB) TO WS-CUR-STUDENT-ID.
085300     PERFORM 2200-SELECT-STUDENT THRU 2200-EXIT.
085400     PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT.
085500 2800-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900* 2900-AUDIT-UNSEEN-REQUEST - ON DEMAND: A REQUESTED STUDENT WITH
086000* NOTHING ON THE HISTORY IS STILL AUDITED, OR NOTED AS UNASSIGNED
086100******************************************************************
086200 2900-AUDIT-UNSEEN-REQUEST.
086300     IF WS-REQ-SEEN(WS-REQ-IDX)
086400         GO TO 2900-EXIT
086500     END-IF.
086600     MOVE WS-REQ-STUDENT-ID(WS-REQ-IDX) TO WS-CUR-STUDENT-ID.
086700     PERFORM 2200-SELECT-STUDENT THRU 2200-EXIT.
086800     PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT.
086900 2900-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* 3660-GET-CREDIT-WEIGHT - THE CURRENT RESULT'S CREDIT HOURS AND
087400* DEPARTMENT. AN UNCATALOGUED COURSE WEIGHS ONE AND BELONGS TO NO
087500* DEPARTMENT.
087600******************************************************************
087700 3660-GET-CREDIT-WEIGHT.
087800     MOVE 01 TO WS-CREDIT-WEIGHT.
087900     MOVE SPACES TO WS-CREDIT-DEPT.
088000     PERFORM 1160-SCAN-ONE-COURSE THRU 1160-EXIT
088100         VARYING WS-CAT-IDX FROM 1 BY 1
088200         UNTIL WS-CAT-IDX > WS-CAT-COUNT
088300         OR WS-CAT-COURSE-CODE(WS-CAT-IDX) = HM-COURSE-CODE.
088400     IF WS-CAT-IDX > WS-CAT-COUNT
088500         GO TO 3660-EXIT
088600     END-IF.
088700     MOVE WS-CAT-DEPARTMENT(WS-CAT-IDX) TO WS-CREDIT-DEPT.
088800     IF WS-CAT-CREDITS(WS-CAT-IDX) > ZERO
088900         MOVE WS-CAT-CREDITS(WS-CAT-IDX) TO WS-CREDIT-WEIGHT
089000     END-IF.
089100 3660-EXIT.
089200     EXIT.
089300
089400******************************************************************
089500* 4000-AUDIT-STUDENT - MEASURE THE STUDENT AGAINST EACH
089600* REQUIREMENT OF THEIR PROGRAM, PRINT THE AUDIT, AND IN BATCH
089700* MODE EXTRACT A STUDENT WITH NOTHING OUTSTANDING
089800******************************************************************
089900 4000-AUDIT-STUDENT.
090000     ADD 1 TO WS-AUDITED-COUNT.
090100     MOVE ZERO TO WS-OPEN-ITEMS.
090200     MOVE ZERO TO WS-CREDITS-EARNED.
090300     PERFORM 4050-ADD-ONE-PASSED THRU 4050-EXIT
090400         VARYING WS-PS-IDX FROM 1 BY 1
090500         UNTIL WS-PS-IDX > WS-PS-COUNT.
090600     IF WS-CUM-WEIGHT > ZERO
090700         COMPUTE WS-CUM-AVERAGE ROUNDED =
090800             WS-CUM-POINTS / WS-CUM-WEIGHT
090900     ELSE
091000         MOVE ZERO TO WS-CUM-AVERAGE
091100     END-IF.
091200     MOVE SPACES TO AR-RECORD.
091300     WRITE AR-RECORD.
091400     MOVE WS-CUR-STUDENT-ID TO WS-AR-S-STUDENT.
091500     MOVE PQ-PROGRAM-CODE TO WS-AR-S-PROGRAM.
091600     MOVE PQ-PROGRAM-TITLE TO WS-AR-S-TITLE.
091700     MOVE WS-AR-STUDENT-LINE TO AR-RECORD.
091800     WRITE AR-RECORD.
091900     PERFORM 4200-CHECK-ONE-REQUIRED THRU 4200-EXIT
092000         VARYING WS-SLOT-IDX FROM 1 BY 1
092100         UNTIL WS-SLOT-IDX > 20.
092200     PERFORM 4300-CHECK-ONE-ELECTIVE THRU 4300-EXIT
092300         VARYING WS-GRP-IDX FROM 1 BY 1
092400         UNTIL WS-GRP-IDX > 5.
092500     PERFORM 4400-CHECK-CREDITS THRU 4400-EXIT.
092600     PERFORM 4500-CHECK-AVERAGE THRU 4500-EXIT.
092700     PERFORM 4600-CHECK-MAKEUP THRU 4600-EXIT.
092800     PERFORM 4700-PRINT-RESULT THRU 4700-EXIT.
092900 4000-EXIT.
093000     EXIT.
093100
093200 4050-ADD-ONE-PASSED.
093300     ADD WS-PS-CREDITS(WS-PS-IDX) TO WS-CREDITS-EARNED.
093400 4050-EXIT.
093500     EXIT.
093600
093700******************************************************************
093800* 4200-CHECK-ONE-REQUIRED - ONE REQUIRED-COURSE SLOT
093900******************************************************************
094000 4200-CHECK-ONE-REQUIRED.
094100     IF PQ-REQUIRED-COURSE(WS-SLOT-IDX) = SPACES
094200         GO TO 4200-EXIT
094300     END-IF.
094400     PERFORM 2550-SCAN-ONE-PASSED THRU 2550-EXIT
094500         VARYING WS-PS-IDX FROM 1 BY 1
094600         UNTIL WS-PS-IDX > WS-PS-COUNT
094700         OR WS-PS-COURSE(WS-PS-IDX)
094800             = PQ-REQUIRED-COURSE(WS-SLOT-IDX).
094900     MOVE SPACES TO WS-AR-DETAIL-LINE.
095000     MOVE 'REQUIRED' TO WS-AR-D-KIND.
095100     MOVE PQ-REQUIRED-COURSE(WS-SLOT-IDX) TO WS-AR-D-ITEM.
095200     IF WS-PS-IDX > WS-PS-COUNT
095300         MOVE 'NOT PASSED' TO WS-AR-D-TEXT
095400         MOVE 'OUTSTANDING' TO WS-AR-D-STATUS
095500         ADD 1 TO WS-OPEN-ITEMS
095600     ELSE
095700         STRING 'PASSED TERM ' DELIMITED BY SIZE
095800             WS-PS-TERM(WS-PS-IDX) DELIMITED BY SIZE
095900             ' CATEGORY ' DELIMITED BY SIZE
096000             WS-PS-LETTER(WS-PS-IDX) DELIMITED BY SIZE
096100             INTO WS-AR-D-TEXT
096200         MOVE 'SATISFIED' TO WS-AR-D-STATUS
096300     END-IF.
096400     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
096500 4200-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900* 4300-CHECK-ONE-ELECTIVE - ONE ELECTIVE GROUP: CREDITS FROM
097000* PASSED COURSES IN THE GROUP'S DEPARTMENT THAT ARE NOT ALSO
097100* REQUIRED COURSES OF THE PROGRAM
097200******************************************************************
097300 4300-CHECK-ONE-ELECTIVE.
097400     IF PQ-ELEC-DEPARTMENT(WS-GRP-IDX) = SPACES
097500         GO TO 4300-EXIT
097600     END-IF.
097700     MOVE ZERO TO WS-ELEC-EARNED.
097800     PERFORM 4350-ADD-ONE-ELECTIVE THRU 4350-EXIT
097900         VARYING WS-PS-IDX FROM 1 BY 1
098000         UNTIL WS-PS-IDX > WS-PS-COUNT.
098100     MOVE SPACES TO WS-AR-DETAIL-LINE.
098200     MOVE 'ELECTIVE' TO WS-AR-D-KIND.
098300     MOVE PQ-ELEC-DEPARTMENT(WS-GRP-IDX) TO WS-AR-D-ITEM.
098400     MOVE WS-ELEC-EARNED TO WS-ED-NUM-1.
098500     MOVE PQ-ELEC-MIN-CREDITS(WS-GRP-IDX) TO WS-ED-NUM-2.
098600     STRING 'CREDITS EARNED ' DELIMITED BY SIZE
098700         WS-ED-NUM-1 DELIMITED BY SIZE
098800         ' OF ' DELIMITED BY SIZE
098900         WS-ED-NUM-2 DELIMITED BY SIZE
099000         INTO WS-AR-D-TEXT.
099100     IF WS-ELEC-EARNED < PQ-ELEC-MIN-CREDITS(WS-GRP-IDX)
099200         MOVE 'OUTSTANDING' TO WS-AR-D-STATUS
099300         ADD 1 TO WS-OPEN-ITEMS
099400     ELSE
099500         MOVE 'SATISFIED' TO WS-AR-D-STATUS
099600     END-IF.
099700     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
099800 4300-EXIT.
099900     EXIT.
100000
100100 4350-ADD-ONE-ELECTIVE.
100200     IF WS-PS-DEPT(WS-PS-IDX) NOT = PQ-ELEC-DEPARTMENT(WS-GRP-IDX)
100300         GO TO 4350-EXIT
100400     END-IF.
100500     MOVE 'N' TO WS-REQUIRED-SWITCH.
100600     PERFORM 4360-CHECK-ONE-SLOT THRU 4360-EXIT
100700         VARYING WS-SLOT-IDX FROM 1 BY 1
100800         UNTIL WS-SLOT-IDX > 20 OR WS-IS-REQUIRED.
100900     IF NOT WS-IS-REQUIRED
101000         ADD WS-PS-CREDITS(WS-PS-IDX) TO WS-ELEC-EARNED
101100     END-IF.
101200 4350-EXIT.
101300     EXIT.
101400
101500 4360-CHECK-ONE-SLOT.
101600     IF PQ-REQUIRED-COURSE(WS-SLOT-IDX) = WS-PS-COURSE(WS-PS-IDX)
101700         SET WS-IS-REQUIRED TO TRUE
101800     END-IF.
101900 4360-EXIT.
102000     EXIT.
102100
102200******************************************************************
102300* 4400-CHECK-CREDITS - TOTAL CREDITS EARNED AGAINST THE MINIMUM
102400******************************************************************
102500 4400-CHECK-CREDITS.
102600     MOVE ZERO TO WS-CREDITS-NEEDED.
102700     IF WS-CREDITS-EARNED < PQ-MIN-CREDITS
102800         COMPUTE WS-CREDITS-NEEDED =
102900             PQ-MIN-CREDITS - WS-CREDITS-EARNED
103000     END-IF.
103100     MOVE SPACES TO WS-AR-DETAIL-LINE.
103200     MOVE 'CREDITS' TO WS-AR-D-KIND.
103300     MOVE WS-CREDITS-EARNED TO WS-ED-NUM-1.
103400     MOVE PQ-MIN-CREDITS TO WS-ED-NUM-2.
103500     MOVE WS-CREDITS-NEEDED TO WS-ED-NUM-3.
103600     STRING 'EARNED ' DELIMITED BY SIZE
103700         WS-ED-NUM-1 DELIMITED BY SIZE
103800         '  REQUIRED ' DELIMITED BY SIZE
103900         WS-ED-NUM-2 DELIMITED BY SIZE
104000         '  NEEDED ' DELIMITED BY SIZE
104100         WS-ED-NUM-3 DELIMITED BY SIZE
104200         INTO WS-AR-D-TEXT.
104300     IF WS-CREDITS-NEEDED > ZERO
104400         MOVE 'OUTSTANDING' TO WS-AR-D-STATUS
104500         ADD 1 TO WS-OPEN-ITEMS
104600     ELSE
104700         MOVE 'SATISFIED' TO WS-AR-D-STATUS
104800     END-IF.
104900     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
105000 4400-EXIT.
105100     EXIT.
105200
105300******************************************************************
105400* 4500-CHECK-AVERAGE - CREDIT-WEIGHTED CUMULATIVE AVERAGE OVER
105500* THE WHOLE MERGED HISTORY AGAINST THE PROGRAM MINIMUM
105600******************************************************************
105700 4500-CHECK-AVERAGE.
105800     MOVE SPACES TO WS-AR-DETAIL-LINE.
105900     MOVE 'AVERAGE' TO WS-AR-D-KIND.
106000     MOVE WS-CUM-AVERAGE TO WS-ED-AVG-1.
106100     MOVE PQ-MIN-CUM-AVERAGE TO WS-ED-AVG-2.
106200     STRING 'CUMULATIVE ' DELIMITED BY SIZE
106300         WS-ED-AVG-1 DELIMITED BY SIZE
106400         '  MINIMUM ' DELIMITED BY SIZE
106500         WS-ED-AVG-2 DELIMITED BY SIZE
106600         INTO WS-AR-D-TEXT.
106700     IF WS-CUM-AVERAGE < PQ-MIN-CUM-AVERAGE
106800         MOVE 'OUTSTANDING' TO WS-AR-D-STATUS
106900         ADD 1 TO WS-OPEN-ITEMS
107000     ELSE
107100         MOVE 'SATISFIED' TO WS-AR-D-STATUS
107200     END-IF.
107300     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
107400 4500-EXIT.
107500     EXIT.
107600
107700******************************************************************
107800* 4600-CHECK-MAKEUP - AN OUTSTANDING MAKEUP HOLDS CLEARANCE; THE
107900* LINE PRINTS ONLY WHEN THERE IS ONE
108000******************************************************************
108100 4600-CHECK-MAKEUP.
108200     PERFORM 1480-SCAN-ONE-MAKEUP THRU 1480-EXIT
108300         VARYING WS-MKP-IDX FROM 1 BY 1
108400         UNTIL WS-MKP-IDX > WS-MKP-COUNT
108500         OR WS-MKP-STUDENT-ID(WS-MKP-IDX) = WS-CUR-STUDENT-ID.
108600     IF WS-MKP-IDX > WS-MKP-COUNT
108700         GO TO 4600-EXIT
108800     END-IF.
108900     MOVE SPACES TO WS-AR-DETAIL-LINE.
109000     MOVE 'MAKEUP' TO WS-AR-D-KIND.
109100     MOVE 'MAKEUP OUTSTANDING ON CARRY ARCHIVE' TO WS-AR-D-TEXT.
109200     MOVE 'OUTSTANDING' TO WS-AR-D-STATUS.
109300     ADD 1 TO WS-OPEN-ITEMS.
109400     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
109500 4600-EXIT.
109600     EXIT.
109700
109800******************************************************************
109900* 4700-PRINT-RESULT - THE AUDIT VERDICT, AND THE CLEARED-TO-
110000* GRADUATE EXTRACT RECORD IN BATCH MODE
110100******************************************************************
110200 4700-PRINT-RESULT.
110300     MOVE SPACES TO WS-AR-DETAIL-LINE.
110400     MOVE 'RESULT' TO WS-AR-D-KIND.
110500     IF WS-OPEN-ITEMS > ZERO
110600         ADD 1 TO WS-NOT-CLEARED-COUNT
110700         MOVE WS-OPEN-ITEMS TO WS-ED-NUM-1
110800         STRING 'NOT CLEARED - ' DELIMITED BY SIZE
110900             WS-ED-NUM-1 DELIMITED BY SIZE
111000             ' ITEM(S) OUTSTANDING' DELIMITED BY SIZE
111100             INTO WS-AR-D-TEXT
111200         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
111300         GO TO 4700-EXIT
111400     END-IF.
111500     ADD 1 TO WS-CLEARED-COUNT.
111600     MOVE 'CLEARED TO GRADUATE' TO WS-AR-D-TEXT.
111700     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
111800     IF WS-ON-DEMAND-MODE
111900         GO TO 4700-EXIT
112000     END-IF.
112100     MOVE SPACES TO GC-RECORD.
112200     MOVE WS-CUR-STUDENT-ID TO GC-STUDENT-ID.
112300     MOVE PQ-PROGRAM-CODE TO GC-PROGRAM-CODE.
112400     IF WS-CREDITS-EARNED > 999
112500         MOVE 999 TO GC-CREDITS-EARNED
112600     ELSE
112700         MOVE WS-CREDITS-EARNED TO GC-CREDITS-EARNED
112800     END-IF.
112900     MOVE WS-CUM-AVERAGE TO GC-CUM-AVERAGE.
113000     MOVE WS-RUN-DATE-YMD TO GC-AUDIT-DATE.
113100     WRITE GC-RECORD.
113200 4700-EXIT.
113300     EXIT.
113400
113500 4900-PRINT-DETAIL.
113600     MOVE SPACES TO AR-RECORD.
113700     MOVE WS-AR-DETAIL-LINE TO AR-RECORD.
113800     WRITE AR-RECORD.
113900 4900-EXIT.
114000     EXIT.
114100
114200******************************************************************
114300* 7000-SUMMARY - RUN TOTALS
114400******************************************************************
114500 7000-SUMMARY.
114600     MOVE SPACES TO AR-RECORD.
114700     WRITE AR-RECORD.
114800     MOVE 'STUDENTS AUDITED   :' TO WS-AR-F-LABEL.
114900     MOVE WS-AUDITED-COUNT TO WS-AR-F-VALUE.
115000     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
115100     MOVE 'CLEARED TO GRADUATE:' TO WS-AR-F-LABEL.
115200     MOVE WS-CLEARED-COUNT TO WS-AR-F-VALUE.
115300     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
115400     MOVE 'NOT CLEARED        :' TO WS-AR-F-LABEL.
115500     MOVE WS-NOT-CLEARED-COUNT TO WS-AR-F-VALUE.
115600     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
115700     MOVE 'NO PROGRAM ASSIGNED:' TO WS-AR-F-LABEL.
115800     MOVE WS-UNASSIGNED-COUNT TO WS-AR-F-VALUE.
115900     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
116000     MOVE 'PROGRAM NOT ON FILE:' TO WS-AR-F-LABEL.
116100     MOVE WS-NO-PROGRAM-COUNT TO WS-AR-F-VALUE.
116200     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
116300     DISPLAY 'DEGAUDIT RESULTS   : ' WS-READ-COUNT.
116400     DISPLAY 'DEGAUDIT AUDITED   : ' WS-AUDITED-COUNT.
116500     DISPLAY 'DEGAUDIT CLEARED   : ' WS-CLEARED-COUNT.
116600     DISPLAY 'DEGAUDIT NOT CLEAR : ' WS-NOT-CLEARED-COUNT.
116700     DISPLAY 'DEGAUDIT UNASSIGNED: ' WS-UNASSIGNED-COUNT.
116800     DISPLAY 'DEGAUDIT NO PROGRAM: ' WS-NO-PROGRAM-COUNT.
116900 7000-EXIT.
117000     EXIT.
117100
117200 7100-PRINT-FOOTER.
117300     MOVE SPACES TO AR-RECORD.
117400     MOVE WS-AR-FOOTER-LINE TO AR-RECORD.
117500     WRITE AR-RECORD.
117600 7100-EXIT.
117700     EXIT.
117800
117900******************************************************************
118000* 9000-TERMINATE - CLOSE UP
118100******************************************************************
118200 9000-TERMINATE.
118300     IF WS-ARCH-OPENED
118400         CLOSE ARCHIVE-FILE
118500     END-IF.
118600     IF WS-BATCH-MODE
118700         CLOSE CLEARED-EXTRACT
118800     END-IF.
118900     CLOSE HISTORY-MASTER AUDIT-RPT.
119000 9000-EXIT.
119100     EXIT.
