000100******************************************************************
000200* PROGRAM NAME:    OPERRVW
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* MONTHLY OPERATOR ACTIVITY AND SEPARATION-OF-DUTIES REVIEW FOR
000800* INTERNAL AUDIT. WHO-DID-WHAT IS SPREAD OVER FOUR FILES: THE
000900* AUDIT LOG (COPYBOOK AUDITREC - KEYED ENTRIES, CORRECTION BEFORE
001000* AND AFTER IMAGES, AUTHORIZATION REFUSALS, TRANSFER POSTINGS),
001100* THE ROSTER CHANGE LOG (ROSTCHGR), THE CATALOG CHANGE LOG
001200* (CRSCHGR) AND THE PENDING-CORRECTION CHANGE LOG (PENDCHGR -
001300* EVERY CORRECTION HELD FOR APPROVAL AND EVERY RELEASE). THIS
001400* PROGRAM READS ALL FOUR FOR ONE CALENDAR MONTH, TOTALS EACH
001500* OPERATOR'S ACTIVITY AGAINST THE AUTHORIZATION FILE (OPERAUTH),
001600* AND FLAGS THE CONFLICTS BELOW, ONE CODED LINE EACH:
001700*   S01  OPERATOR CORRECTED A GRADE THEY KEYED THEMSELVES - THE
001800*        CORRECTION'S BEFORE IMAGE CARRIES THE SAME STUDENT AND
001900*        THE SAME EXAM/COURSEWORK SCORES AS AN EARLIER KEYED
002000*        ENTRY BY THE SAME OPERATOR (THE AUDIT LOG CARRIES NO
002100*        COURSE CODE, SO THE SCORES IDENTIFY THE GRADE)
002200*   S02  ONE OPERATOR RAISED AND RELEASED THE SAME PENDING
002300*        CORRECTION
002400*   S03  REFUSAL BURST - AN OPERATOR ID REFUSED AT LEAST THE
002500*        REVWPARM LIMIT OF TIMES (SHOP DEFAULT 3) IN ONE DAY
002600*   S04  ACCEPTED ACTIVITY BY AN OPERATOR MARKED INACTIVE, OR BY
002700*        AN ID NOT ON THE AUTHORIZATION FILE AT ALL. OPERAUTH
002800*        CARRIES NO DEACTIVATION DATE, SO THIS IS JUDGED ON THE
002900*        FILE AS IT STANDS AT THE RUN - AN OPERATOR RETIRED LATE
003000*        IN THE MONTH IS LISTED FOR REVIEW, NOT CONVICTED
003100*   S05  A STUDENT'S ROSTER RECORD WAS CHANGED AND A CORRECTION
003200*        FOR THAT STUDENT FOLLOWED IN THE SAME MONTH
003300* REFUSALS ARE THE CONTROLS WORKING AND ARE NOT ACTIVITY FOR S04.
003400*
003500* THE REVIEW MONTH IS YYYYMM IN COLUMNS 1-6 OF REVWPARM, THE
003600* BURST LIMIT COLUMNS 7-8; NO PARAMETER MEANS THE CALENDAR MONTH
003700* BEFORE THE RUN DATE. THE LOGS ARE CUMULATIVE, SO A KEYED ENTRY
003800* FROM AN EARLIER MONTH STILL COUNTS FOR S01. THE AUDIT LOG MUST
003900* ARRIVE SORTED BY OPERATOR, STUDENT, DATE AND TIME (THE JCL
004000* SORTS IT); OUT OF SEQUENCE IS A HARD STOP. THE CHANGE LOGS ARE
004100* READ AS APPENDED. THE AUTHORIZATION FILE IS REQUIRED; A
004200* MISSING LOG IS NOTED ON THE CONSOLE AND NOT REVIEWED. ANY
004300* CONFLICT ENDS THE STEP WITH RC=4. NOTHING IS UPDATED.
004400*
004500* MAINTENANCE LOG
004600* DATE       AUTHOR        MAINTENANCE REQUIREMENT
004700* ---------  ------------  ---------------------------------------
004800* 10/15/26   R.DELACROIX   INITIAL VERSION.
004900******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. OPERRVW.
005200 AUTHOR. R.DELACROIX.
005300 INSTALLATION. COBOL DEVELOPMENT CENTER.
005400 DATE-WRITTEN. 10/15/26.
005500 DATE-COMPILED. 10/15/26.
005600 SECURITY. NON-CONFIDENTIAL.
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-370.
006100 OBJECT-COMPUTER. IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-OPERFILE-STATUS.
006700     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-AUDITLOG-STATUS.
007000     SELECT ROSTER-LOG ASSIGN TO ROSTCHG
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-ROSTCHG-STATUS.
007300     SELECT CATALOG-LOG ASSIGN TO CRSCHG
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CRSCHG-STATUS.
007600     SELECT PEND-LOG ASSIGN TO PENDCHG
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PENDCHG-STATUS.
007900     SELECT REVIEW-PARM ASSIGN TO REVWPARM
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-REVWPARM-STATUS.
008200     SELECT REVIEW-RPT ASSIGN TO OPERRPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-OPERRPT-STATUS.
008500******************************************************************
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  OPERATOR-FILE
008900     RECORDING MODE IS F.
009000 01  OP-RECORD.
009100     COPY OPERAUTH.
009200
009300 FD  AUDIT-LOG
009400     RECORDING MODE IS F.
009500 01  AL-RECORD.
009600     COPY AUDITREC.
009700
009800 FD  ROSTER-LOG
009900     RECORDING MODE IS F.
010000 01  RM-RECORD.
010100     COPY ROSTCHGR.
010200
010300 FD  CATALOG-LOG
010400     RECORDING MODE IS F.
010500 01  CM-RECORD.
010600     COPY CRSCHGR.
010700
010800 FD  PEND-LOG
010900     RECORDING MODE IS F.
011000 01  PL-RECORD.
011100     COPY PENDCHGR.
011200
011300 FD  REVIEW-PARM
011400     RECORDING MODE IS F.
011500 01  RV-RECORD.
011600     05  RV-PERIOD                 PIC X(06).
011700     05  RV-BURST-LIMIT            PIC X(02).
011800
011900 FD  REVIEW-RPT
012000     RECORDING MODE IS F.
012100 01  OR-RECORD                     PIC X(80).
012200
012300 WORKING-STORAGE SECTION.
012400******************************************************************
012500* FILE STATUS AND END-OF-FILE SWITCHES
012600******************************************************************
012700 77  WS-OPERFILE-STATUS         PIC X(02)     VALUE SPACES.
012800 77  WS-AUDITLOG-STATUS         PIC X(02)     VALUE SPACES.
012900 77  WS-ROSTCHG-STATUS          PIC X(02)     VALUE SPACES.
013000 77  WS-CRSCHG-STATUS           PIC X(02)     VALUE SPACES.
013100 77  WS-PENDCHG-STATUS          PIC X(02)     VALUE SPACES.
013200 77  WS-REVWPARM-STATUS         PIC X(02)     VALUE SPACES.
013300 77  WS-OPERRPT-STATUS          PIC X(02)     VALUE SPACES.
013400 77  WS-OPER-EOF-SWITCH         PIC X(01)     VALUE 'N'.
013500     88  WS-OPER-EOF            VALUE 'Y'.
013600 77  WS-AUDIT-EOF-SWITCH        PIC X(01)     VALUE 'N'.
013700     88  WS-AUDIT-EOF           VALUE 'Y'.
013800 77  WS-ROST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
013900     88  WS-ROST-EOF            VALUE 'Y'.
014000 77  WS-CAT-EOF-SWITCH          PIC X(01)     VALUE 'N'.
014100     88  WS-CAT-EOF             VALUE 'Y'.
014200 77  WS-PEND-EOF-SWITCH         PIC X(01)     VALUE 'N'.
014300     88  WS-PEND-EOF            VALUE 'Y'.
014400******************************************************************
014500* RUN DATE, REVIEW MONTH AND BURST LIMIT. AN EVENT DATE IS MOVED
014600* TO WS-EVENT-DATE SO ITS MONTH AND DAY CAN BE TAKEN APART.
014700******************************************************************
014800 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
014900 01  WS-RUN-DATE-PARTS          REDEFINES WS-RUN-DATE-YMD.
015000     05  WS-RUN-YYYY            PIC 9(04).
015100     05  WS-RUN-MM              PIC 9(02).
015200     05  WS-RUN-DD              PIC 9(02).
015300 01  WS-REVIEW-PERIOD.
015400     05  WS-REVIEW-YYYY         PIC 9(04)     VALUE ZERO.
015500     05  WS-REVIEW-MM           PIC 9(02)     VALUE ZERO.
015600 01  WS-PARM-PERIOD.
015700     05  WS-PARM-YYYY           PIC 9(04).
015800     05  WS-PARM-MM             PIC 9(02).
015900 01  WS-BURST-LIMIT             PIC 9(02)     VALUE 3.
016000 01  WS-EVENT-DATE              PIC 9(08)     VALUE ZERO.
016100 01  WS-EVENT-DATE-PARTS        REDEFINES WS-EVENT-DATE.
016200     05  WS-EVENT-PERIOD        PIC X(06).
016300     05  WS-EVENT-DAY           PIC 9(02).
016400******************************************************************
016500* OPERATOR TABLE - THE AUTHORIZATION FILE, WITH ONE ACTIVITY
016600* COUNTER PER KIND OF WORK FOR THE REVIEW MONTH. AN ID FOUND ON A
016700* LOG BUT NOT ON THE FILE IS ADDED AT THE END WITH STATUS '?'.
016800******************************************************************
016900 01  WS-OPER-COUNT              PIC 9(03)     COMP    VALUE ZERO.
017000 01  WS-OPER-ON-FILE            PIC 9(03)     COMP    VALUE ZERO.
017100 01  WS-OPER-TABLE.
017200     05  WS-OPER-ENTRY OCCURS 300 TIMES
017300                       INDEXED BY WS-OPER-IDX.
017400         10  WS-OT-OPERATOR-ID  PIC X(08).
017500         10  WS-OT-NAME         PIC X(20).
017600         10  WS-OT-AUTH-LEVEL   PIC X(01).
017700         10  WS-OT-ACTIVE-FLAG  PIC X(01).
017800             88  WS-OT-ACTIVE       VALUE 'A'.
017900             88  WS-OT-UNKNOWN      VALUE '?'.
018000         10  WS-OT-KEYED        PIC 9(05)     COMP.
018100         10  WS-OT-CORRECTED    PIC 9(05)     COMP.
018200         10  WS-OT-XFER         PIC 9(05)     COMP.
018300         10  WS-OT-REFUSED      PIC 9(05)     COMP.
018400         10  WS-OT-ROSTER       PIC 9(05)     COMP.
018500         10  WS-OT-CATALOG      PIC 9(05)     COMP.
018600         10  WS-OT-RAISED       PIC 9(05)     COMP.
018700         10  WS-OT-RELEASED     PIC 9(05)     COMP.
018800         10  WS-OT-FLAGS        PIC 9(05)     COMP.
018900 01  WS-CHK-OPERATOR-ID         PIC X(08)     VALUE SPACES.
019000 01  WS-ACCEPTED-COUNT          PIC 9(07)     COMP    VALUE ZERO.
019100******************************************************************
019200* ROSTER CHANGES OF THE REVIEW MONTH - STUDENT, WHEN, AND BY WHOM
019300* - FOR THE S05 CHECK AGAINST THE MONTH'S CORRECTIONS. PAST
019400* CAPACITY IS A HARD STOP.
019500******************************************************************
019600 01  WS-RCHG-COUNT              PIC 9(04)     COMP    VALUE ZERO.
019700 01  WS-RCHG-TABLE.
019800     05  WS-RCHG-ENTRY OCCURS 2000 TIMES
019900                       INDEXED BY WS-RCHG-IDX.
020000         10  WS-RC-STUDENT-ID   PIC X(06).
020100         10  WS-RC-STAMP.
020200             15  WS-RC-DATE     PIC 9(08).
020300             15  WS-RC-TIME     PIC 9(08).
020400         10  WS-RC-OPERATOR-ID  PIC X(08).
020500 01  WS-AL-STAMP.
020600     05  WS-AL-STAMP-DATE       PIC 9(08)     VALUE ZERO.
020700     05  WS-AL-STAMP-TIME       PIC 9(08)     VALUE ZERO.
020800******************************************************************
020900* AUDIT-LOG CONTROL BREAK - THE CURRENT OPERATOR AND STUDENT, THE
021000* SCORES THAT OPERATOR KEYED FOR THAT STUDENT SO FAR (THE FIRST
021100* 100 ARE KEPT), THE OPERATOR'S REFUSALS PER DAY OF THE REVIEW
021200* MONTH, AND WHETHER S05 HAS ALREADY FIRED FOR THE STUDENT
021300******************************************************************
021400 01  WS-CUR-OPERATOR-ID         PIC X(08)     VALUE LOW-VALUES.
021500 01  WS-CUR-STUDENT-ID          PIC X(06)     VALUE LOW-VALUES.
021600 01  WS-KEYED-COUNT             PIC 9(03)     COMP    VALUE ZERO.
021700 01  WS-KEYED-TABLE.
021800     05  WS-KEYED-ENTRY OCCURS 100 TIMES
021900                        INDEXED BY WS-KEYED-IDX.
022000         10  WS-KY-EXAM-SCORE   PIC 9(02).
022100         10  WS-KY-COURSEWORK   PIC 9(02).
022200 01  WS-REFUSE-DAYS.
022300     05  WS-REFUSE-DAY-COUNT    PIC 9(05)     COMP
022400                                OCCURS 31 TIMES.
022500 01  WS-DAY-SUB                 PIC 9(02)     COMP    VALUE ZERO.
022600 77  WS-S05-SWITCH              PIC X(01)     VALUE 'N'.
022700     88  WS-S05-DONE            VALUE 'Y'.
022800******************************************************************
022900* RUN COUNTERS
023000******************************************************************
023100 01  WS-AUDIT-READ-COUNT        PIC 9(07)     COMP    VALUE ZERO.
023200 01  WS-AUDIT-PERIOD-COUNT      PIC 9(07)     COMP    VALUE ZERO.
023300 01  WS-ROST-PERIOD-COUNT       PIC 9(07)     COMP    VALUE ZERO.
023400 01  WS-CAT-PERIOD-COUNT        PIC 9(07)     COMP    VALUE ZERO.
023500 01  WS-PEND-PERIOD-COUNT       PIC 9(07)     COMP    VALUE ZERO.
023600 01  WS-CONFLICT-COUNT          PIC 9(07)     COMP    VALUE ZERO.
023700******************************************************************
023800* REVIEW REPORT LINE LAYOUTS
023900******************************************************************
024000 01  WS-OR-HEADING-LINE.
024100     05  FILLER            PIC X(26)
024200         VALUE 'OPERATOR ACTIVITY REVIEW  '.
024300     05  FILLER            PIC X(08) VALUE 'PERIOD: '.
024400     05  WS-OR-H-PERIOD    PIC X(06).
024500     05  FILLER            PIC X(11) VALUE ' RUN DATE: '.
024600     05  WS-OR-H-DATE      PIC 9(08).
024700     05  FILLER            PIC X(21) VALUE SPACES.
024800
024900 01  WS-OR-TITLE-LINE.
025000     05  WS-OR-T-TEXT      PIC X(40).
025100     05  FILLER            PIC X(40) VALUE SPACES.
025200
025300 01  WS-OR-CONFLICT-HDR.
025400     05  FILLER            PIC X(05) VALUE 'CODE'.
025500     05  FILLER            PIC X(09) VALUE 'OPERATOR '.
025600     05  FILLER            PIC X(07) VALUE 'STUDNT '.
025700     05  FILLER            PIC X(09) VALUE 'DATE     '.
025800     05  FILLER            PIC X(09) VALUE 'OTHER    '.
025900     05  FILLER            PIC X(06) VALUE 'COUNT '.
026000     05  FILLER            PIC X(07) VALUE 'FINDING'.
026100     05  FILLER            PIC X(28) VALUE SPACES.
026200
026300 01  WS-OR-CONFLICT-LINE.
026400     05  WS-OR-C-CODE          PIC X(03).
026500     05  FILLER                PIC X(02) VALUE SPACES.
026600     05  WS-OR-C-OPERATOR      PIC X(08).
026700     05  FILLER                PIC X(01) VALUE SPACE.
026800     05  WS-OR-C-STUDENT       PIC X(06).
026900     05  FILLER                PIC X(01) VALUE SPACE.
027000     05  WS-OR-C-DATE          PIC X(08).
027100     05  FILLER                PIC X(01) VALUE SPACE.
027200     05  WS-OR-C-OTHER         PIC X(08).
027300     05  FILLER                PIC X(01) VALUE SPACE.
027400     05  WS-OR-C-COUNT         PIC ZZZZZ.
027500     05  FILLER                PIC X(01) VALUE SPACE.
027600     05  WS-OR-C-TEXT          PIC X(34).
027700     05  FILLER                PIC X(01) VALUE SPACE.
027800
027900 01  WS-OR-ACTIVITY-HDR.
028000     05  FILLER            PIC X(09) VALUE 'OPERATOR '.
028100     05  FILLER            PIC X(21) VALUE 'NAME'.
028200     05  FILLER            PIC X(04) VALUE 'L S '.
028300     05  FILLER            PIC X(20) VALUE 'KEYD CORR XFER REFU '.
028400     05  FILLER            PIC X(20) VALUE 'ROST CATL RAIS RELS '.
028500     05  FILLER            PIC X(04) VALUE 'FLAG'.
028600     05  FILLER            PIC X(02) VALUE SPACES.
028700
028800 01  WS-OR-ACTIVITY-LINE.
028900     05  WS-OR-A-OPERATOR      PIC X(08).
029000     05  FILLER                PIC X(01) VALUE SPACE.
029100     05  WS-OR-A-NAME          PIC X(20).
029200     05  FILLER                PIC X(01) VALUE SPACE.
029300     05  WS-OR-A-LEVEL         PIC X(01).
029400     05  FILLER                PIC X(01) VALUE SPACE.
029500     05  WS-OR-A-STATUS        PIC X(01).
029600     05  WS-OR-A-KEYED         PIC ZZZZ9.
029700     05  WS-OR-A-CORRECTED     PIC ZZZZ9.
029800     05  WS-OR-A-XFER          PIC ZZZZ9.
029900     05  WS-OR-A-REFUSED       PIC ZZZZ9.
030000     05  WS-OR-A-ROSTER        PIC ZZZZ9.
030100     05  WS-OR-A-CATALOG       PIC ZZZZ9.
030200     05  WS-OR-A-RAISED        PIC ZZZZ9.
030300     05  WS-OR-A-RELEASED      PIC ZZZZ9.
030400     05  WS-OR-A-FLAGS         PIC ZZZZ9.
030500     05  FILLER                PIC X(02) VALUE SPACES.
030600
030700 01  WS-OR-FOOTER-LINE.
030800     05  WS-OR-F-LABEL         PIC X(20).
030900     05  WS-OR-F-VALUE         PIC ZZZZZZ9.
031000     05  FILLER                PIC X(53) VALUE SPACES.
031100
031200******************************************************************
031300 PROCEDURE DIVISION.
031400******************************************************************
031500* 0000-MAINLINE - LOAD THE AUTHORIZATION FILE, READ EACH LOG FOR
031600* THE REVIEW MONTH, THEN THE PER-OPERATOR ACTIVITY AND TOTALS
031700******************************************************************
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032000     PERFORM 2000-SCAN-ROSTER-LOG THRU 2000-EXIT.
032100     PERFORM 2500-SCAN-CATALOG-LOG THRU 2500-EXIT.
032200     PERFORM 3000-SCAN-PENDING-LOG THRU 3000-EXIT.
032300     PERFORM 4000-SCAN-AUDIT-LOG THRU 4000-EXIT.
032400     PERFORM 5000-REVIEW-OPERATORS THRU 5000-EXIT.
032500     PERFORM 7000-SUMMARY THRU 7000-EXIT.
032600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032700     STOP RUN.
032800
032900******************************************************************
033000* 1000-INITIALIZE - REVIEW MONTH, AUTHORIZATION FILE, HEADINGS. NO
033100* AUTHORIZATION FILE IS A HARD STOP - EVERY OPERATOR WOULD READ AS
033200* UNKNOWN.
033300******************************************************************
033400 1000-INITIALIZE.
033500     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
033600     IF WS-RUN-MM = 1
033700         COMPUTE WS-REVIEW-YYYY = WS-RUN-YYYY - 1
033800         MOVE 12 TO WS-REVIEW-MM
033900     ELSE
034000         MOVE WS-RUN-YYYY TO WS-REVIEW-YYYY
034100         COMPUTE WS-REVIEW-MM = WS-RUN-MM - 1
034200     END-IF.
034300     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
034400     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
034500     OPEN OUTPUT REVIEW-RPT.
034600     MOVE SPACES TO OR-RECORD.
034700     MOVE WS-REVIEW-PERIOD TO WS-OR-H-PERIOD.
034800     MOVE WS-RUN-DATE-YMD TO WS-OR-H-DATE.
034900     MOVE WS-OR-HEADING-LINE TO OR-RECORD.
035000     WRITE OR-RECORD.
035100     MOVE SPACES TO OR-RECORD.
035200     WRITE OR-RECORD.
035300     MOVE 'CONFLICTS FLAGGED' TO WS-OR-T-TEXT.
035400     MOVE WS-OR-TITLE-LINE TO OR-RECORD.
035500     WRITE OR-RECORD.
035600     MOVE WS-OR-CONFLICT-HDR TO OR-RECORD.
035700     WRITE OR-RECORD.
035800 1000-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200* 1100-LOAD-PARM - OPTIONAL REVWPARM: REVIEW MONTH YYYYMM IN
036300* COLUMNS 1-6 (BLANK KEEPS LAST MONTH), REFUSAL BURST LIMIT IN
036400* COLUMNS 7-8 (BLANK KEEPS THE SHOP DEFAULT OF 3)
036500******************************************************************
036600 1100-LOAD-PARM.
036700     OPEN INPUT REVIEW-PARM.
036800     IF WS-REVWPARM-STATUS NOT = '00'
036900         GO TO 1100-EXIT
037000     END-IF.
037100     READ REVIEW-PARM
037200         AT END
037300             GO TO 1100-CLOSE
037400     END-READ.
037500     IF RV-PERIOD NOT = SPACES
037600         IF RV-PERIOD IS NUMERIC
037700             MOVE RV-PERIOD TO WS-PARM-PERIOD
037800             IF WS-PARM-MM > ZERO
037900                 AND WS-PARM-MM < 13
038000                 MOVE WS-PARM-PERIOD TO WS-REVIEW-PERIOD
038100             ELSE
038200                 DISPLAY 'OPERRVW - REVWPARM MONTH INVALID, '
038300                     'LAST MONTH KEPT'
038400             END-IF
038500         ELSE
038600             DISPLAY 'OPERRVW - REVWPARM MONTH NOT NUMERIC, '
038700                 'LAST MONTH KEPT'
038800         END-IF
038900     END-IF.
039000     IF RV-BURST-LIMIT NOT = SPACES
039100         IF RV-BURST-LIMIT IS NUMERIC
039200             AND RV-BURST-LIMIT NOT = '00'
039300             MOVE RV-BURST-LIMIT TO WS-BURST-LIMIT
039400         ELSE
039500             DISPLAY 'OPERRVW - REVWPARM BURST LIMIT NOT '
039600                 'NUMERIC, DEFAULT KEPT'
039700         END-IF
039800     END-IF.
039900 1100-CLOSE.
040000     CLOSE REVIEW-PARM.
040100 1100-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500* 1200-LOAD-OPERATORS - THE AUTHORIZATION FILE INTO THE OPERATOR
040600* TABLE WITH ZERO COUNTERS
040700******************************************************************
040800 1200-LOAD-OPERATORS.
040900     OPEN INPUT OPERATOR-FILE.
041000     IF WS-OPERFILE-STATUS NOT = '00'
041100         DISPLAY 'OPERRVW - OPERATOR AUTHORIZATION FILE NOT '
041200             'FOUND, RUN STOPPED'
041300         MOVE 16 TO RETURN-CODE
041400         STOP RUN
041500     END-IF.
041600     PERFORM 1250-LOAD-ONE-OPERATOR THRU 1250-EXIT
041700         UNTIL WS-OPER-EOF.
041800     CLOSE OPERATOR-FILE.
041900     MOVE WS-OPER-COUNT TO WS-OPER-ON-FILE.
042000 1200-EXIT.
042100     EXIT.
042200
042300 1250-LOAD-ONE-OPERATOR.
042400     READ OPERATOR-FILE
042500         AT END
042600             SET WS-OPER-EOF TO TRUE
042700             GO TO 1250-EXIT
042800     END-READ.
042900     MOVE OP-OPERATOR-ID TO WS-CHK-OPERATOR-ID.
043000     PERFORM 6100-ADD-OPERATOR THRU 6100-EXIT.
043100     MOVE OP-OPERATOR-NAME TO WS-OT-NAME(WS-OPER-IDX).
043200     MOVE OP-AUTH-LEVEL TO WS-OT-AUTH-LEVEL(WS-OPER-IDX).
043300     MOVE OP-ACTIVE-FLAG TO WS-OT-ACTIVE-FLAG(WS-OPER-IDX).
043400 1250-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 2000-SCAN-ROSTER-LOG - COUNT THE MONTH'S ROSTER CHANGES PER
043900* OPERATOR AND KEEP EACH ONE FOR THE S05 CHECK
044000******************************************************************
044100 2000-SCAN-ROSTER-LOG.
044200     OPEN INPUT ROSTER-LOG.
044300     IF WS-ROSTCHG-STATUS NOT = '00'
044400         DISPLAY 'OPERRVW - NO ROSTER CHANGE LOG, NOT REVIEWED'
044500         GO TO 2000-EXIT
044600     END-IF.
044700     PERFORM 2100-READ-ONE-ROSTER-CHG THRU 2100-EXIT
044800         UNTIL WS-ROST-EOF.
044900     CLOSE ROSTER-LOG.
045000 2000-EXIT.
045100     EXIT.
045200
045300 2100-READ-ONE-ROSTER-CHG.
045400     READ ROSTER-LOG
045500         AT END
045600             SET WS-ROST-EOF TO TRUE
045700             GO TO 2100-EXIT
045800     END-READ.
045900     MOVE RM-CHANGE-DATE TO WS-EVENT-DATE.
046000     IF WS-EVENT-PERIOD NOT = WS-REVIEW-PERIOD
046100         GO TO 2100-EXIT
046200     END-IF.
046300     ADD 1 TO WS-ROST-PERIOD-COUNT.
046400     MOVE RM-OPERATOR-ID TO WS-CHK-OPERATOR-ID.
046500     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
046600     ADD 1 TO WS-OT-ROSTER(WS-OPER-IDX).
046700     IF WS-RCHG-COUNT = 2000
046800         DISPLAY 'OPERRVW - MORE THAN 2000 ROSTER CHANGES IN THE '
046900             'MONTH, RUN STOPPED'
047000         MOVE 16 TO RETURN-CODE
047100         STOP RUN
047200     END-IF.
047300     ADD 1 TO WS-RCHG-COUNT.
047400     SET WS-RCHG-IDX TO WS-RCHG-COUNT.
047500     MOVE RM-STUDENT-ID TO WS-RC-STUDENT-ID(WS-RCHG-IDX).
047600     MOVE RM-CHANGE-DATE TO WS-RC-DATE(WS-RCHG-IDX).
047700     MOVE RM-CHANGE-TIME TO WS-RC-TIME(WS-RCHG-IDX).
047800     MOVE RM-OPERATOR-ID TO WS-RC-OPERATOR-ID(WS-RCHG-IDX).
047900 2100-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300* 2500-SCAN-CATALOG-LOG - COUNT THE MONTH'S CATALOG CHANGES PER
048400* OPERATOR
048500******************************************************************
048600 2500-SCAN-CATALOG-LOG.
048700     OPEN INPUT CATALOG-LOG.
048800     IF WS-CRSCHG-STATUS NOT = '00'
048900         DISPLAY 'OPERRVW - NO CATALOG CHANGE LOG, NOT REVIEWED'
049000         GO TO 2500-EXIT
049100     END-IF.
049200     PERFORM 2600-READ-ONE-CATALOG-CHG THRU 2600-EXIT
049300         UNTIL WS-CAT-EOF.
049400     CLOSE CATALOG-LOG.
049500 2500-EXIT.
049600     EXIT.
049700
049800 2600-READ-ONE-CATALOG-CHG.
049900     READ CATALOG-LOG
050000         AT END
050100             SET WS-CAT-EOF TO TRUE
050200             GO TO 2600-EXIT
050300     END-READ.
050400     MOVE CM-CHANGE-DATE TO WS-EVENT-DATE.
050500     IF WS-EVENT-PERIOD NOT = WS-REVIEW-PERIOD
050600         GO TO 2600-EXIT
050700     END-IF.
050800     ADD 1 TO WS-CAT-PERIOD-COUNT.
050900     MOVE CM-OPERATOR-ID TO WS-CHK-OPERATOR-ID.
051000     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
051100     ADD 1 TO WS-OT-CATALOG(WS-OPER-IDX).
051200 2600-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600* 3000-SCAN-PENDING-LOG - COUNT THE MONTH'S HOLDS AND RELEASES PER
051700* OPERATOR; A RELEASE BY THE OPERATOR WHO RAISED THE CORRECTION
051800* IS S02
051900******************************************************************
052000 3000-SCAN-PENDING-LOG.
052100     OPEN INPUT PEND-LOG.
052200     IF WS-PENDCHG-STATUS NOT = '00'
052300         DISPLAY 'OPERRVW - NO PENDING-CORRECTION CHANGE LOG, '
052400             'NOT REVIEWED'
052500         GO TO 3000-EXIT
052600     END-IF.
052700     PERFORM 3100-READ-ONE-PEND-EVENT THRU 3100-EXIT
052800         UNTIL WS-PEND-EOF.
052900     CLOSE PEND-LOG.
053000 3000-EXIT.
053100     EXIT.
053200
053300 3100-READ-ONE-PEND-EVENT.
053400     READ PEND-LOG
053500         AT END
053600             SET WS-PEND-EOF TO TRUE
053700             GO TO 3100-EXIT
053800     END-READ.
053900     MOVE PL-CHANGE-DATE TO WS-EVENT-DATE.
054000     IF WS-EVENT-PERIOD NOT = WS-REVIEW-PERIOD
054100         GO TO 3100-EXIT
054200     END-IF.
054300     ADD 1 TO WS-PEND-PERIOD-COUNT.
054400     MOVE PL-OPERATOR-ID TO WS-CHK-OPERATOR-ID.
054500     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
054600     IF PL-RAISED
054700         ADD 1 TO WS-OT-RAISED(WS-OPER-IDX)
054800         GO TO 3100-EXIT
054900     END-IF.
055000     IF NOT PL-RELEASED
055100         GO TO 3100-EXIT
055200     END-IF.
055300     ADD 1 TO WS-OT-RELEASED(WS-OPER-IDX).
055400     IF PL-OPERATOR-ID NOT = PL-RAISED-BY
055500         GO TO 3100-EXIT
055600     END-IF.
055700     MOVE SPACES TO WS-OR-CONFLICT-LINE.
055800     MOVE 'S02' TO WS-OR-C-CODE.
055900     MOVE PL-OPERATOR-ID TO WS-OR-C-OPERATOR.
056000     MOVE PL-STUDENT-ID TO WS-OR-C-STUDENT.
056100     MOVE PL-CHANGE-DATE TO WS-OR-C-DATE.
056200     MOVE PL-COURSE-CODE TO WS-OR-C-OTHER.
056300     MOVE ZERO TO WS-OR-C-COUNT.
056400     MOVE 'RELEASED OWN PENDING CORRECTION' TO WS-OR-C-TEXT.
056500     PERFORM 6500-WRITE-CONFLICT THRU 6500-EXIT.
056600 3100-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000* 4000-SCAN-AUDIT-LOG - THE SORTED AUDIT LOG, OPERATOR BY OPERATOR
057100* AND WITHIN THAT STUDENT BY STUDENT. KEYED ENTRIES OF ANY MONTH
057200* ARE REMEMBERED FOR S01; EVERYTHING ELSE COUNTS ONLY IN THE
057300* REVIEW MONTH.
057400******************************************************************
057500 4000-SCAN-AUDIT-LOG.
057600     OPEN INPUT AUDIT-LOG.
057700     IF WS-AUDITLOG-STATUS NOT = '00'
057800         DISPLAY 'OPERRVW - NO AUDIT LOG, NOT REVIEWED'
057900         GO TO 4000-EXIT
058000     END-IF.
058100     INITIALIZE WS-REFUSE-DAYS.
058200     PERFORM 4100-READ-ONE-AUDIT THRU 4100-EXIT
058300         UNTIL WS-AUDIT-EOF.
058400     PERFORM 4300-CLOSE-OPERATOR THRU 4300-EXIT.
058500     CLOSE AUDIT-LOG.
058600 4000-EXIT.
058700     EXIT.
058800
058900 4100-READ-ONE-AUDIT.
059000     READ AUDIT-LOG
059100         AT END
059200             SET WS-AUDIT-EOF TO TRUE
059300             GO TO 4100-EXIT
059400     END-READ.
059500     ADD 1 TO WS-AUDIT-READ-COUNT.
059600     IF AL-OPERATOR-ID < WS-CUR-OPERATOR-ID
059700         OR (AL-OPERATOR-ID = WS-CUR-OPERATOR-ID
059800             AND AL-STUDENT-ID < WS-CUR-STUDENT-ID)
059900         DISPLAY 'OPERRVW - AUDIT LOG NOT IN OPERATOR/STUDENT '
060000             'SEQUENCE AT ' AL-OPERATOR-ID ' ' AL-STUDENT-ID
060100             ', RUN STOPPED'
060200         MOVE 16 TO RETURN-CODE
060300         STOP RUN
060400     END-IF.
060500     IF AL-OPERATOR-ID NOT = WS-CUR-OPERATOR-ID
060600         PERFORM 4300-CLOSE-OPERATOR THRU 4300-EXIT
060700         MOVE AL-OPERATOR-ID TO WS-CUR-OPERATOR-ID
060800         MOVE LOW-VALUES TO WS-CUR-STUDENT-ID
060900     END-IF.
061000     IF AL-STUDENT-ID NOT = WS-CUR-STUDENT-ID
061100         MOVE AL-STUDENT-ID TO WS-CUR-STUDENT-ID
061200         MOVE ZERO TO WS-KEYED-COUNT
061300         MOVE 'N' TO WS-S05-SWITCH
061400     END-IF.
061500     MOVE AL-ENTRY-DATE TO WS-EVENT-DATE.
061600     IF AL-SOURCE = 'KEYED'
061700         PERFORM 4400-REMEMBER-KEYED THRU 4400-EXIT
061800     END-IF.
061900     IF WS-EVENT-PERIOD NOT = WS-REVIEW-PERIOD
062000         GO TO 4100-EXIT
062100     END-IF.
062200     ADD 1 TO WS-AUDIT-PERIOD-COUNT.
062300     MOVE AL-OPERATOR-ID TO WS-CHK-OPERATOR-ID.
062400     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
062500     EVALUATE AL-SOURCE
062600         WHEN 'KEYED'
062700             ADD 1 TO WS-OT-KEYED(WS-OPER-IDX)
062800         WHEN 'CORR-B'
062900             PERFORM 4500-CHECK-SELF-CORRECTION THRU 4500-EXIT
063000         WHEN 'CORR-A'
063100             ADD 1 TO WS-OT-CORRECTED(WS-OPER-IDX)
063200             PERFORM 4600-CHECK-ROSTER-CHANGE THRU 4600-EXIT
063300         WHEN 'REFUSE'
063400             ADD 1 TO WS-OT-REFUSED(WS-OPER-IDX)
063500             IF WS-EVENT-DAY > ZERO
063600                 AND WS-EVENT-DAY < 32
063700                 MOVE WS-EVENT-DAY TO WS-DAY-SUB
063800                 ADD 1 TO WS-REFUSE-DAY-COUNT(WS-DAY-SUB)
063900             END-IF
064000         WHEN 'XFER'
064100             ADD 1 TO WS-OT-XFER(WS-OPER-IDX)
064200         WHEN OTHER
064300             CONTINUE
064400     END-EVALUATE.
064500 4100-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900* 4300-CLOSE-OPERATOR - AT THE OPERATOR BREAK, EVERY DAY OF THE
065000* MONTH WITH REFUSALS AT OR OVER THE BURST LIMIT IS S03
065100******************************************************************
065200 4300-CLOSE-OPERATOR.
065300     IF WS-CUR-OPERATOR-ID = LOW-VALUES
065400         GO TO 4300-EXIT
065500     END-IF.
065600     PERFORM 4350-CHECK-ONE-DAY THRU 4350-EXIT
065700         VARYING WS-DAY-SUB FROM 1 BY 1
065800         UNTIL WS-DAY-SUB > 31.
065900     INITIALIZE WS-REFUSE-DAYS.
066000 4300-EXIT.
066100     EXIT.
066200
066300 4350-CHECK-ONE-DAY.
066400     IF WS-REFUSE-DAY-COUNT(WS-DAY-SUB) < WS-BURST-LIMIT
066500         GO TO 4350-EXIT
066600     END-IF.
066700     MOVE WS-CUR-OPERATOR-ID TO WS-CHK-OPERATOR-ID.
066800     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
066900     MOVE WS-REVIEW-PERIOD TO WS-EVENT-PERIOD.
067000     MOVE WS-DAY-SUB TO WS-EVENT-DAY.
067100     MOVE SPACES TO WS-OR-CONFLICT-LINE.
067200     MOVE 'S03' TO WS-OR-C-CODE.
067300     MOVE WS-CUR-OPERATOR-ID TO WS-OR-C-OPERATOR.
067400     MOVE WS-EVENT-DATE TO WS-OR-C-DATE.
067500     MOVE WS-REFUSE-DAY-COUNT(WS-DAY-SUB) TO WS-OR-C-COUNT.
067600     MOVE 'REFUSALS IN ONE DAY AT/OVER LIMIT' TO WS-OR-C-TEXT.
067700     PERFORM 6500-WRITE-CONFLICT THRU 6500-EXIT.
067800 4350-EXIT.
067900     EXIT.
068000
068100******************************************************************
068200* 4400-REMEMBER-KEYED - THE SCORES OF A KEYED ENTRY, FOR S01
068300******************************************************************
068400 4400-REMEMBER-KEYED.
068500     IF WS-KEYED-COUNT = 100
068600         GO TO 4400-EXIT
068700     END-IF.
068800     ADD 1 TO WS-KEYED-COUNT.
068900     SET WS-KEYED-IDX TO WS-KEYED-COUNT.
069000     MOVE AL-EXAM-SCORE TO WS-KY-EXAM-SCORE(WS-KEYED-IDX).
069100     MOVE AL-COURSEWORK-SCORE TO WS-KY-COURSEWORK(WS-KEYED-IDX).
069200 4400-EXIT.
069300     EXIT.
069400
069500 4450-SCAN-ONE-KEYED.
069600 4450-EXIT.
069700     EXIT.
069800
069900******************************************************************
070000* 4500-CHECK-SELF-CORRECTION - A BEFORE IMAGE WHOSE SCORES MATCH
070100* AN EARLIER KEYED ENTRY OF THE SAME OPERATOR FOR THE SAME
070200* STUDENT: THE OPERATOR IS CORRECTING THEIR OWN KEYING (S01)
070300******************************************************************
070400 4500-CHECK-SELF-CORRECTION.
070500     PERFORM 4450-SCAN-ONE-KEYED THRU 4450-EXIT
070600         VARYING WS-KEYED-IDX FROM 1 BY 1
070700         UNTIL WS-KEYED-IDX > WS-KEYED-COUNT
070800         OR (WS-KY-EXAM-SCORE(WS-KEYED-IDX) = AL-EXAM-SCORE
070900             AND WS-KY-COURSEWORK(WS-KEYED-IDX)
071000                 = AL-COURSEWORK-SCORE).
071100     IF WS-KEYED-IDX > WS-KEYED-COUNT
071200         GO TO 4500-EXIT
071300     END-IF.
071400     MOVE SPACES TO WS-OR-CONFLICT-LINE.
071500     MOVE 'S01' TO WS-OR-C-CODE.
071600     MOVE AL-OPERATOR-ID TO WS-OR-C-OPERATOR.
071700     MOVE AL-STUDENT-ID TO WS-OR-C-STUDENT.
071800     MOVE AL-ENTRY-DATE TO WS-OR-C-DATE.
071900     MOVE ZERO TO WS-OR-C-COUNT.
072000     MOVE 'CORRECTED A GRADE THEY KEYED' TO WS-OR-C-TEXT.
072100     PERFORM 6500-WRITE-CONFLICT THRU 6500-EXIT.
072200 4500-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600* 4600-CHECK-ROSTER-CHANGE - AN AFTER IMAGE FOR A STUDENT WHOSE
072700* ROSTER RECORD WAS CHANGED EARLIER IN THE MONTH IS S05, ONCE PER
072800* CORRECTING OPERATOR AND STUDENT. THE ROSTER CHANGE'S OPERATOR
072900* PRINTS IN THE OTHER COLUMN.
073000******************************************************************
073100 4600-CHECK-ROSTER-CHANGE.
073200     IF WS-S05-DONE
073300         GO TO 4600-EXIT
073400     END-IF.
073500     MOVE AL-ENTRY-DATE TO WS-AL-STAMP-DATE.
073600     MOVE AL-ENTRY-TIME TO WS-AL-STAMP-TIME.
073700     PERFORM 4650-SCAN-ONE-ROSTER-CHG THRU 4650-EXIT
073800         VARYING WS-RCHG-IDX FROM 1 BY 1
073900         UNTIL WS-RCHG-IDX > WS-RCHG-COUNT
074000         OR (WS-RC-STUDENT-ID(WS-RCHG-IDX) = AL-STUDENT-ID
074100             AND WS-RC-STAMP(WS-RCHG-IDX) < WS-AL-STAMP).
074200     IF WS-RCHG-IDX > WS-RCHG-COUNT
074300         GO TO 4600-EXIT
074400     END-IF.
074500     SET WS-S05-DONE TO TRUE.
074600     MOVE SPACES TO WS-OR-CONFLICT-LINE.
074700     MOVE 'S05' TO WS-OR-C-CODE.
074800     MOVE AL-OPERATOR-ID TO WS-OR-C-OPERATOR.
074900     MOVE AL-STUDENT-ID TO WS-OR-C-STUDENT.
075000     MOVE AL-ENTRY-DATE TO WS-OR-C-DATE.
075100     MOVE WS-RC-OPERATOR-ID(WS-RCHG-IDX) TO WS-OR-C-OTHER.
075200     MOVE ZERO TO WS-OR-C-COUNT.
075300     MOVE 'ROSTER CHANGED, THEN CORRECTED' TO WS-OR-C-TEXT.
075400     PERFORM 6500-WRITE-CONFLICT THRU 6500-EXIT.
075500 4600-EXIT.
075600     EXIT.
075700
075800 4650-SCAN-ONE-ROSTER-CHG.
075900 4650-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300* 5000-REVIEW-OPERATORS - S04 FOR ACCEPTED WORK BY AN INACTIVE OR
076400* UNKNOWN OPERATOR, THEN ONE ACTIVITY LINE PER OPERATOR
076500******************************************************************
076600 5000-REVIEW-OPERATORS.
076700     PERFORM 5100-CHECK-ONE-STATUS THRU 5100-EXIT
076800         VARYING WS-OPER-IDX FROM 1 BY 1
076900         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
077000     MOVE SPACES TO OR-RECORD.
077100     WRITE OR-RECORD.
077200     MOVE 'OPERATOR ACTIVITY' TO WS-OR-T-TEXT.
077300     MOVE WS-OR-TITLE-LINE TO OR-RECORD.
077400     WRITE OR-RECORD.
077500     MOVE WS-OR-ACTIVITY-HDR TO OR-RECORD.
077600     WRITE OR-RECORD.
077700     PERFORM 5200-PRINT-ONE-OPERATOR THRU 5200-EXIT
077800         VARYING WS-OPER-IDX FROM 1 BY 1
077900         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
078000 5000-EXIT.
078100     EXIT.
078200
078300 5100-CHECK-ONE-STATUS.
078400     IF WS-OT-ACTIVE(WS-OPER-IDX)
078500         GO TO 5100-EXIT
078600     END-IF.
078700     COMPUTE WS-ACCEPTED-COUNT = WS-OT-KEYED(WS-OPER-IDX)
078800         + WS-OT-CORRECTED(WS-OPER-IDX) + WS-OT-XFER(WS-OPER-IDX)
078900         + WS-OT-ROSTER(WS-OPER-IDX) + WS-OT-CATALOG(WS-OPER-IDX)
079000         + WS-OT-RAISED(WS-OPER-IDX)
079100         + WS-OT-RELEASED(WS-OPER-IDX).
079200     IF WS-ACCEPTED-COUNT = ZERO
079300         GO TO 5100-EXIT
079400     END-IF.
079500     MOVE SPACES TO WS-OR-CONFLICT-LINE.
079600     MOVE 'S04' TO WS-OR-C-CODE.
079700     MOVE WS-OT-OPERATOR-ID(WS-OPER-IDX) TO WS-OR-C-OPERATOR.
079800     MOVE WS-ACCEPTED-COUNT TO WS-OR-C-COUNT.
079900     IF WS-OT-UNKNOWN(WS-OPER-IDX)
080000         MOVE 'ACTIVITY BY ID NOT ON OPERFILE' TO WS-OR-C-TEXT
080100     ELSE
080200         MOVE 'ACTIVITY BY INACTIVE OPERATOR' TO WS-OR-C-TEXT
080300     END-IF.
080400     PERFORM 6500-WRITE-CONFLICT THRU 6500-EXIT.
080500 5100-EXIT.
080600     EXIT.
080700
080800 5200-PRINT-ONE-OPERATOR.
080900     MOVE SPACES TO WS-OR-ACTIVITY-LINE.
081000     MOVE WS-OT-OPERATOR-ID(WS-OPER-IDX) TO WS-OR-A-OPERATOR.
081100     MOVE WS-OT-NAME(WS-OPER-IDX) TO WS-OR-A-NAME.
081200     MOVE WS-OT-AUTH-LEVEL(WS-OPER-IDX) TO WS-OR-A-LEVEL.
081300     MOVE WS-OT-ACTIVE-FLAG(WS-OPER-IDX) TO WS-OR-A-STATUS.
081400     MOVE WS-OT-KEYED(WS-OPER-IDX) TO WS-OR-A-KEYED.
081500     MOVE WS-OT-CORRECTED(WS-OPER-IDX) TO WS-OR-A-CORRECTED.
081600     MOVE WS-OT-XFER(WS-OPER-IDX) TO WS-OR-A-XFER.
081700     MOVE WS-OT-REFUSED(WS-OPER-IDX) TO WS-OR-A-REFUSED.
081800     MOVE WS-OT-ROSTER(WS-OPER-IDX) TO WS-OR-A-ROSTER.
081900     MOVE WS-OT-CATALOG(WS-OPER-IDX) TO WS-OR-A-CATALOG.
082000     MOVE WS-OT-RAISED(WS-OPER-IDX) TO WS-OR-A-RAISED.
082100     MOVE WS-OT-RELEASED(WS-OPER-IDX) TO WS-OR-A-RELEASED.
082200     MOVE WS-OT-FLAGS(WS-OPER-IDX) TO WS-OR-A-FLAGS.
082300     MOVE SPACES TO OR-RECORD.
082400     MOVE WS-OR-ACTIVITY-LINE TO OR-RECORD.
082500     WRITE OR-RECORD.
082600 5200-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000* 6000-FIND-OPERATOR - WS-CHK-OPERATOR-ID IN THE OPERATOR TABLE;
083100* AN ID NOT THERE IS ADDED AS UNKNOWN. WS-OPER-IDX IS LEFT ON THE
083200* ENTRY.
083300******************************************************************
083400 6000-FIND-OPERATOR.
083500     PERFORM 6050-SCAN-ONE-OPERATOR THRU 6050-EXIT
083600         VARYING WS-OPER-IDX FROM 1 BY 1
083700         UNTIL WS-OPER-IDX > WS-OPER-COUNT
083800         OR WS-OT-OPERATOR-ID(WS-OPER-IDX) = WS-CHK-OPERATOR-ID.
083900     IF WS-OPER-IDX > WS-OPER-COUNT
084000         PERFORM 6100-ADD-OPERATOR THRU 6100-EXIT
084100         MOVE '*** NOT ON OPERFILE' TO WS-OT-NAME(WS-OPER-IDX)
084200         MOVE '?' TO WS-OT-ACTIVE-FLAG(WS-OPER-IDX)
084300     END-IF.
084400 6000-EXIT.
084500     EXIT.
084600
084700 6050-SCAN-ONE-OPERATOR.
084800 6050-EXIT.
084900     EXIT.
085000
085100 6100-ADD-OPERATOR.
085200     IF WS-OPER-COUNT = 300
085300         DISPLAY 'OPERRVW - MORE THAN 300 OPERATOR IDS, RUN '
085400             'STOPPED'
085500         MOVE 16 TO RETURN-CODE
085600         STOP RUN
085700     END-IF.
085800     ADD 1 TO WS-OPER-COUNT.
085900     SET WS-OPER-IDX TO WS-OPER-COUNT.
086000     MOVE WS-CHK-OPERATOR-ID TO WS-OT-OPERATOR-ID(WS-OPER-IDX).
086100     MOVE SPACES TO WS-OT-NAME(WS-OPER-IDX).
086200     MOVE SPACE TO WS-OT-AUTH-LEVEL(WS-OPER-IDX).
086300     MOVE SPACE TO WS-OT-ACTIVE-FLAG(WS-OPER-IDX).
086400     MOVE ZERO TO WS-OT-KEYED(WS-OPER-IDX).
086500     MOVE ZERO TO WS-OT-CORRECTED(WS-OPER-IDX).
086600     MOVE ZERO TO WS-OT-XFER(WS-OPER-IDX).
086700     MOVE ZERO TO WS-OT-REFUSED(WS-OPER-IDX).
086800     MOVE ZERO TO WS-OT-ROSTER(WS-OPER-IDX).
086900     MOVE ZERO TO WS-OT-CATALOG(WS-OPER-IDX).
087000     MOVE ZERO TO WS-OT-RAISED(WS-OPER-IDX).
087100     MOVE ZERO TO WS-OT-RELEASED(WS-OPER-IDX).
087200     MOVE ZERO TO WS-OT-FLAGS(WS-OPER-IDX).
087300 6100-EXIT.
087400     EXIT.
087500
087600******************************************************************
087700* 6500-WRITE-CONFLICT - ONE CODED LINE, COUNTED FOR THE RUN AND
087800* AGAINST THE OPERATOR AT WS-OPER-IDX
087900******************************************************************
088000 6500-WRITE-CONFLICT.
088100     ADD 1 TO WS-CONFLICT-COUNT.
088200     ADD 1 TO WS-OT-FLAGS(WS-OPER-IDX).
088300     MOVE SPACES TO OR-RECORD.
088400     MOVE WS-OR-CONFLICT-LINE TO OR-RECORD.
088500     WRITE OR-RECORD.
088600 6500-EXIT.
088700     EXIT.
088800
088900******************************************************************
089000* 7000-SUMMARY - RECORDS REVIEWED PER LOG, CONFLICTS, AND THE
089100* RETURN CODE: 4 FOR ANY CONFLICT
089200******************************************************************
089300 7000-SUMMARY.
089400     MOVE SPACES TO OR-RECORD.
089500     WRITE OR-RECORD.
089600     MOVE 'OPERATORS ON FILE  :' TO WS-OR-F-LABEL.
089700     MOVE WS-OPER-ON-FILE TO WS-OR-F-VALUE.
089800     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
089900     MOVE 'AUDIT LOG RECORDS  :' TO WS-OR-F-LABEL.
090000     MOVE WS-AUDIT-PERIOD-COUNT TO WS-OR-F-VALUE.
090100     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
090200     MOVE 'ROSTER CHANGES     :' TO WS-OR-F-LABEL.
090300     MOVE WS-ROST-PERIOD-COUNT TO WS-OR-F-VALUE.
090400     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
090500     MOVE 'CATALOG CHANGES    :' TO WS-OR-F-LABEL.
090600     MOVE WS-CAT-PERIOD-COUNT TO WS-OR-F-VALUE.
090700     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
090800     MOVE 'PENDING EVENTS     :' TO WS-OR-F-LABEL.
090900     MOVE WS-PEND-PERIOD-COUNT TO WS-OR-F-VALUE.
091000     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
091100     MOVE 'CONFLICTS FLAGGED  :' TO WS-OR-F-LABEL.
091200     MOVE WS-CONFLICT-COUNT TO WS-OR-F-VALUE.
091300     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
091400     DISPLAY 'OPERRVW PERIOD     : ' WS-REVIEW-PERIOD.
091500     DISPLAY 'OPERRVW AUDIT READ : ' WS-AUDIT-READ-COUNT.
091600     DISPLAY 'OPERRVW IN PERIOD  : ' WS-AUDIT-PERIOD-COUNT.
091700     DISPLAY 'OPERRVW CONFLICTS  : ' WS-CONFLICT-COUNT.
091800     IF WS-CONFLICT-COUNT > ZERO
091900         MOVE 4 TO RETURN-CODE
092000     END-IF.
092100 7000-EXIT.
092200     EXIT.
092300
092400 7100-PRINT-FOOTER.
092500     MOVE SPACES TO OR-RECORD.
092600     MOVE WS-OR-FOOTER-LINE TO OR-RECORD.
092700     WRITE OR-RECORD.
092800 7100-EXIT.
092900     EXIT.
093000
093100******************************************************************
093200* 9000-TERMINATE - CLOSE UP
093300******************************************************************
093400 9000-TERMINATE.
093500     CLOSE REVIEW-RPT.
093600 9000-EXIT.
093700     EXIT.
