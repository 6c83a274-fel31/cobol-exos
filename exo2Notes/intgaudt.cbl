000100******************************************************************
000200* PROGRAM NAME:    INTGAUDT
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* WEEKLY CROSS-FILE INTEGRITY SWEEP. HISTAUDT PROVES THE GRADE-
000800* HISTORY MASTER AGAINST ITSELF; THIS PROGRAM PROVES THE FILES
000900* AGAINST EACH OTHER. THE ROSTER, THE COURSE CATALOG AND THE
001000* IDMERGE ALIAS CROSS-REFERENCE ARE LOADED AS THE REFERENCE
001100* TABLES, AND THEN THE ROSTER ITSELF, THE HISTORY MASTER, THE
001200* MAKEUP CARRY ARCHIVE, THE REJECT ARCHIVE (READY RECORDS ONLY -
001300* MERGED ONES ARE FINISHED WITH) AND THE PENDING-CORRECTION FILE
001400* (PENDING ENTRIES ONLY) ARE SWEPT IN TURN. EVERY ORPHAN OR
001500* CONTRADICTION PRINTS ONE CODED LINE. A STUDENT ID IDMERGE
001600* RETIRED IS REPORTED AS SUCH RATHER THAN AS MISSING FROM THE
001700* ROSTER. HISTORY FINDINGS ARE SUMMARIZED - ONE LINE PER STUDENT
001800* FOR AN ID PROBLEM, ONE PER COURSE FOR A COURSE PROBLEM, WITH
001900* THE NUMBER OF RESULTS INVOLVED - SO A RETIRED COURSE DOES NOT
002000* PRINT EVERY RESULT EVER POSTED UNDER IT. THE OTHER FILES ARE
002100* WORK STILL WAITING TO BE DONE AND PRINT ITEM BY ITEM.
002200*
002300* SEVERITY 'E' IS AN ITEM NO LATER STEP CAN PROCESS OR A RECORD
002400* UNDER AN IDENTITY THAT NO LONGER EXISTS, AND ENDS THE STEP
002500* WITH RC=8; SEVERITY 'W' IS AN ITEM FOR REVIEW (A WITHDRAWN
002600* STUDENT WITH WORK STILL WAITING, HISTORY OR A CORRECTION UNDER
002700* A COURSE SINCE RETIRED) AND ENDS IT WITH RC=4. THE ROSTER AND
002800* CATALOG ARE REQUIRED; THE OTHER FILES MAY BE ABSENT OR EMPTY.
002900* NOTHING IS UPDATED.
003000*
003100* MAINTENANCE LOG
003200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003300* ---------  ------------  ---------------------------------------
003400* 10/15/26   R.DELACROIX   INITIAL VERSION.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. INTGAUDT.
003800 AUTHOR. R.DELACROIX.
003900 INSTALLATION. COBOL DEVELOPMENT CENTER.
004000 DATE-WRITTEN. 10/15/26.
004100 DATE-COMPILED. 10/15/26.
004200 SECURITY. NON-CONFIDENTIAL.
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ROSTER-FILE ASSIGN TO ROSTER
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ROSTER-STATUS.
005300     SELECT COURSE-CATALOG ASSIGN TO CATALOG
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CATALOG-STATUS.
005600     SELECT ALIAS-XREF ASSIGN TO ALIASXRF
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-ALIASXRF-STATUS.
005900     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS HM-MASTER-KEY
006300         FILE STATUS IS WS-HISTMAST-STATUS.
006400     SELECT MAKEUP-ARCH ASSIGN TO MKUPARCH
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-MKUPARCH-STATUS.
006700     SELECT REJECT-ARCH ASSIGN TO REJARCH
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-REJARCH-STATUS.
007000     SELECT PENDING-CORR ASSIGN TO PENDCORR
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PENDCORR-STATUS.
007300     SELECT INTEGRITY-RPT ASSIGN TO INTGRPT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-INTGRPT-STATUS.
007600******************************************************************
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  ROSTER-FILE
008000     RECORDING MODE IS F.
008100 01  RO-RECORD.
008200     COPY ROSTERRC.
008300
008400 FD  COURSE-CATALOG
008500     RECORDING MODE IS F.
008600 01  CC-RECORD.
008700     COPY CRSCATRC.
008800
008900 FD  ALIAS-XREF
009000     RECORDING MODE IS F.
009100 01  AX-RECORD.
009200     COPY ALIASREC.
009300
009400******************************************************************
009500* THE MASTER RECORD IS DESCRIBED TWICE OVER THE SAME STORAGE:
009600* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
009700* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
009800* CONVENTION AS GRDPOST.
009900******************************************************************
010000 FD  HISTORY-MASTER
010100     RECORDING MODE IS F.
010200 01  HM-KEY-RECORD.
010300     05  HM-MASTER-KEY          PIC X(18).
010400     05  FILLER                 PIC X(24).
010500 01  HM-RECORD.
010600     COPY GRDHISTR.
010700
010800 FD  MAKEUP-ARCH
010900     RECORDING MODE IS F.
011000 01  MU-RECORD.
011100     COPY MKUPRECY.
011200
011300******************************************************************
011400* THE REJECT ARCHIVE CARRIES THE ORIGINAL 78-BYTE INPUT IMAGE -
011500* STUDENT ID IN BYTES 1-6, COURSE CODE IN BYTES 39-42.
011600******************************************************************
011700 FD  REJECT-ARCH
011800     RECORDING MODE IS F.
011900 01  RY-RECORD.
012000     COPY REJRECYC.
012100
012200 FD  PENDING-CORR
012300     RECORDING MODE IS F.
012400 01  PD-RECORD.
012500     COPY PENDCORR.
012600
012700 FD  INTEGRITY-RPT
012800     RECORDING MODE IS F.
012900 01  IR-RECORD                  PIC X(80).
013000
013100 WORKING-STORAGE SECTION.
013200******************************************************************
013300* FILE STATUS AND END-OF-FILE SWITCHES
013400******************************************************************
013500 77  WS-ROSTER-STATUS           PIC X(02)     VALUE SPACES.
013600 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
013700 77  WS-ALIASXRF-STATUS         PIC X(02)     VALUE SPACES.
013800 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
013900 77  WS-MKUPARCH-STATUS         PIC X(02)     VALUE SPACES.
014000 77  WS-REJARCH-STATUS          PIC X(02)     VALUE SPACES.
014100 77  WS-PENDCORR-STATUS         PIC X(02)     VALUE SPACES.
014200 77  WS-INTGRPT-STATUS          PIC X(02)     VALUE SPACES.
014300 77  WS-ROSTER-EOF-SWITCH       PIC X(01)     VALUE 'N'.
014400     88  WS-ROSTER-EOF          VALUE 'Y'.
014500 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
014600     88  WS-CATALOG-EOF         VALUE 'Y'.
014700 77  WS-ALIAS-EOF-SWITCH        PIC X(01)     VALUE 'N'.
014800     88  WS-ALIAS-EOF           VALUE 'Y'.
014900 77  WS-MAST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
015000     88  WS-MAST-EOF            VALUE 'Y'.
015100 77  WS-ARCH-EOF-SWITCH         PIC X(01)     VALUE 'N'.
015200     88  WS-ARCH-EOF            VALUE 'Y'.
015300 77  WS-REJ-EOF-SWITCH          PIC X(01)     VALUE 'N'.
015400     88  WS-REJ-EOF             VALUE 'Y'.
015500 77  WS-PEND-EOF-SWITCH         PIC X(01)     VALUE 'N'.
015600     88  WS-PEND-EOF            VALUE 'Y'.
015700******************************************************************
015800* ROSTER TABLE - SAME SHAPE AND 20000-STUDENT SIZING AS THE
015900* CLASSIFICATION RUN'S, SEARCHED BINARY. PAST CAPACITY OR OUT OF
016000* STUDENT-ID SEQUENCE IS A HARD STOP.
016100******************************************************************
016200 01  WS-ROSTER-COUNT            PIC 9(05)     COMP    VALUE ZERO.
016300 01  WS-ROSTER-MAX              PIC 9(05)     COMP    VALUE 20000.
016400 01  WS-ROSTER-PREV-ID          PIC X(06)     VALUE LOW-VALUES.
016500 01  WS-ROSTER-TABLE.
016600     05  WS-ROSTER-ENTRY OCCURS 1 TO 20000 TIMES
016700                         DEPENDING ON WS-ROSTER-COUNT
016800                         ASCENDING KEY IS WS-ROSTER-STUDENT-ID
016900                         INDEXED BY WS-ROSTER-IDX.
017000         10  WS-ROSTER-STUDENT-ID   PIC X(06).
017100         10  WS-ROSTER-ENR-STATUS   PIC X(01).
017200             88  WS-ROSTER-WITHDRAWN    VALUE 'W'.
017300******************************************************************
017400* COURSE CATALOG - CODE AND STATUS, AND THE NUMBER OF HISTORY
017500* RESULTS FOUND UNDER THE COURSE WHILE IT IS INACTIVE. COURSES
017600* THE HISTORY CARRIES BUT THE CATALOG DOES NOT ARE COUNTED IN
017700* THE UNCATALOGUED TABLE BESIDE IT.
017800******************************************************************
017900 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
018000 01  WS-CAT-TABLE.
018100     05  WS-CAT-ENTRY OCCURS 200 TIMES
018200                      INDEXED BY WS-CAT-IDX.
018300         10  WS-CAT-COURSE-CODE PIC X(04).
018400         10  WS-CAT-STATUS      PIC X(01).
018500             88  WS-CAT-INACTIVE    VALUE 'I'.
018600         10  WS-CAT-HIST-COUNT  PIC 9(07)     COMP.
018700 01  WS-UNK-COUNT               PIC 9(03)     COMP    VALUE ZERO.
018800 01  WS-UNK-TABLE.
018900     05  WS-UNK-ENTRY OCCURS 200 TIMES
019000                      INDEXED BY WS-UNK-IDX.
019100         10  WS-UNK-COURSE-CODE PIC X(04).
019200         10  WS-UNK-HIST-COUNT  PIC 9(07)     COMP.
019300******************************************************************
019400* STUDENT-ID ALIAS TABLE FROM THE IDMERGE CROSS-REFERENCE - EVERY
019500* OLD ID ON IT IS RETIRED. NO CROSS-REFERENCE FILE MEANS NO
019600* MERGES HAVE BEEN RUN.
019700******************************************************************
019800 01  WS-ALIAS-COUNT             PIC 9(03)     COMP    VALUE ZERO.
019900 01  WS-ALIAS-TABLE.
020000     05  WS-ALIAS-ENTRY OCCURS 200 TIMES
020100                        INDEXED BY WS-ALIAS-IDX.
020200         10  WS-AX-OLD-ID       PIC X(06).
020300         10  WS-AX-NEW-ID       PIC X(06).
020400******************************************************************
020500* ONE STUDENT/COURSE CHECK - THE KEY UNDER TEST AND WHAT THE
020600* REFERENCE TABLES SAY ABOUT IT
020700******************************************************************
020800 01  WS-CHK-STUDENT-ID          PIC X(06)     VALUE SPACES.
020900 01  WS-CHK-COURSE-CODE         PIC X(04)     VALUE SPACES.
021000 77  WS-CHK-STUDENT-SWITCH      PIC X(01)     VALUE SPACE.
021100     88  WS-STUDENT-ON-ROSTER   VALUE 'A'.
021200     88  WS-STUDENT-WITHDRAWN   VALUE 'W'.
021300     88  WS-STUDENT-RETIRED     VALUE 'R'.
021400     88  WS-STUDENT-MISSING     VALUE 'N'.
021500 77  WS-CHK-COURSE-SWITCH       PIC X(01)     VALUE SPACE.
021600     88  WS-COURSE-ACTIVE       VALUE 'A'.
021700     88  WS-COURSE-INACTIVE     VALUE 'I'.
021800     88  WS-COURSE-UNKNOWN      VALUE 'N'.
021900******************************************************************
022000* HISTORY CONTROL BREAK - THE CURRENT STUDENT AND THE NUMBER OF
022100* RESULTS ON FILE FOR THEM
022200******************************************************************
022300 01  WS-CUR-STUDENT-ID          PIC X(06)     VALUE LOW-VALUES.
022400 01  WS-CUR-RESULTS             PIC 9(05)     COMP    VALUE ZERO.
022500******************************************************************
022600* RUN COUNTERS
022700******************************************************************
022800 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
022900 01  WS-HIST-READ-COUNT         PIC 9(07)     COMP    VALUE ZERO.
023000 01  WS-MKUP-READ-COUNT         PIC 9(07)     COMP    VALUE ZERO.
023100 01  WS-REJ-READ-COUNT          PIC 9(07)     COMP    VALUE ZERO.
023200 01  WS-PEND-READ-COUNT         PIC 9(07)     COMP    VALUE ZERO.
023300 01  WS-ERROR-COUNT             PIC 9(07)     COMP    VALUE ZERO.
023400 01  WS-WARNING-COUNT           PIC 9(07)     COMP    VALUE ZERO.
023500******************************************************************
023600* INTEGRITY REPORT LINE LAYOUTS. FINDING CODES (SEVERITY):
023700*   X01  ROSTER CARRIES AN ID IDMERGE RETIRED              (E)
023800*   H01  HISTORY FOR A STUDENT NOT ON THE ROSTER           (E)
023900*   H02  HISTORY UNDER AN ID IDMERGE RETIRED               (E)
024000*   H03  HISTORY UNDER A COURSE NOT ON THE CATALOG         (E)
024100*   H04  HISTORY UNDER A COURSE NOW INACTIVE               (W)
024200*   M01  MAKEUP FOR A STUDENT NOT ON THE ROSTER            (E)
024300*   M02  MAKEUP UNDER AN ID IDMERGE RETIRED                (E)
024400*   M03  MAKEUP FOR A WITHDRAWN STUDENT                    (W)
024500*   M04  MAKEUP UNDER A COURSE NOT ON THE CATALOG          (E)
024600*   M05  MAKEUP UNDER AN INACTIVE COURSE                   (E)
024700*   R01  READY REJECT FOR A STUDENT NOT ON THE ROSTER      (W)
024800*   R02  READY REJECT UNDER AN ID IDMERGE RETIRED          (E)
024900*   R03  READY REJECT FOR A WITHDRAWN STUDENT              (W)
025000*   R04  READY REJECT UNDER A COURSE NOT ON THE CATALOG    (W)
025100*   R05  READY REJECT UNDER AN INACTIVE COURSE             (W)
025200*   P01  PENDING CORRECTION, STUDENT NOT ON THE ROSTER     (E)
025300*   P02  PENDING CORRECTION UNDER AN ID IDMERGE RETIRED    (E)
025400*   P03  PENDING CORRECTION FOR A WITHDRAWN STUDENT        (W)
025500*   P04  PENDING CORRECTION, COURSE NOT ON THE CATALOG     (E)
025600*   P05  PENDING CORRECTION UNDER AN INACTIVE COURSE       (W)
025700* A REJECT MAY HAVE BEEN REJECTED FOR THE VERY ROSTER OR CATALOG
025800* PROBLEM FOUND, SO ONLY A RETIRED ID IS AN ERROR THERE.
025900******************************************************************
026000 01  WS-IR-HEADING-LINE.
026100     05  FILLER            PIC X(30)
026200         VALUE 'CROSS-FILE INTEGRITY SWEEP    '.
026300     05  FILLER            PIC X(11) VALUE ' RUN DATE: '.
026400     05  WS-IR-H-DATE      PIC 9(08).
026500     05  FILLER            PIC X(31) VALUE SPACES.
026600
026700 01  WS-IR-COLUMN-HDR.
026800     05  FILLER            PIC X(06) VALUE 'CODE  '.
026900     05  FILLER            PIC X(09) VALUE 'FILE     '.
027000     05  FILLER            PIC X(07) VALUE 'STUDNT '.
027100     05  FILLER            PIC X(07) VALUE 'TERM   '.
027200     05  FILLER            PIC X(05) VALUE 'CRSE '.
027300     05  FILLER            PIC X(06) VALUE ' COUNT'.
027400     05  FILLER            PIC X(01) VALUE SPACE.
027500     05  FILLER            PIC X(07) VALUE 'FINDING'.
027600     05  FILLER            PIC X(32) VALUE SPACES.
027700
027800 01  WS-IR-DETAIL-LINE.
027900     05  WS-IR-D-CODE          PIC X(03).
028000     05  FILLER                PIC X(01) VALUE SPACE.
028100     05  WS-IR-D-SEVERITY      PIC X(01).
028200         88  WS-IR-D-ERROR     VALUE 'E'.
028300     05  FILLER                PIC X(01) VALUE SPACE.
028400     05  WS-IR-D-FILE          PIC X(08).
028500     05  FILLER                PIC X(01) VALUE SPACE.
028600     05  WS-IR-D-STUDENT       PIC X(06).
028700     05  FILLER                PIC X(01) VALUE SPACE.
028800     05  WS-IR-D-TERM          PIC X(06).
028900     05  FILLER                PIC X(01) VALUE SPACE.
029000     05  WS-IR-D-COURSE        PIC X(04).
029100     05  FILLER                PIC X(01) VALUE SPACE.
029200     05  WS-IR-D-COUNT         PIC ZZZZZ9.
029300     05  FILLER                PIC X(01) VALUE SPACE.
029400     05  WS-IR-D-TEXT          PIC X(38).
029500     05  FILLER                PIC X(01) VALUE SPACE.
029600
029700 01  WS-IR-FOOTER-LINE.
029800     05  WS-IR-F-LABEL         PIC X(20).
029900     05  WS-IR-F-VALUE         PIC ZZZZZZ9.
030000     05  FILLER                PIC X(53) VALUE SPACES.
030100
030200******************************************************************
030300 PROCEDURE DIVISION.
030400******************************************************************
030500* 0000-MAINLINE - LOAD THE REFERENCE TABLES, SWEEP EACH FILE IN
030600* TURN, THEN TOTAL AND SET THE RETURN CODE
030700******************************************************************
030800 0000-MAINLINE.
030900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031000     PERFORM 1400-CHECK-ROSTER THRU 1400-EXIT.
031100     PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT.
031200     PERFORM 3000-SWEEP-MAKEUPS THRU 3000-EXIT.
031300     PERFORM 4000-SWEEP-REJECTS THRU 4000-EXIT.
031400     PERFORM 5000-SWEEP-PENDING THRU 5000-EXIT.
031500     PERFORM 7000-SUMMARY THRU 7000-EXIT.
031600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031700     STOP RUN.
031800
031900******************************************************************
032000* 1000-INITIALIZE - OPEN THE REPORT, LOAD THE ROSTER, CATALOG AND
032100* ALIAS TABLES, AND PRINT THE HEADINGS. NO ROSTER OR NO CATALOG
032200* IS A HARD STOP - EVERY FINDING WOULD BE FALSE.
032300******************************************************************
032400 1000-INITIALIZE.
032500     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
032600     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
032700     PERFORM 1175-LOAD-CATALOG THRU 1175-EXIT.
032800     PERFORM 1200-LOAD-ALIASES THRU 1200-EXIT.
032900     OPEN OUTPUT INTEGRITY-RPT.
033000     MOVE SPACES TO IR-RECORD.
033100     MOVE WS-RUN-DATE-YMD TO WS-IR-H-DATE.
033200     MOVE WS-IR-HEADING-LINE TO IR-RECORD.
033300     WRITE IR-RECORD.
033400     MOVE SPACES TO IR-RECORD.
033500     WRITE IR-RECORD.
033600     MOVE WS-IR-COLUMN-HDR TO IR-RECORD.
033700     WRITE IR-RECORD.
033800 1000-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200* 1100-LOAD-ROSTER - THE ROSTER MASTER INTO THE BINARY-SEARCH
034300* TABLE
034400******************************************************************
034500 1100-LOAD-ROSTER.
034600     OPEN INPUT ROSTER-FILE.
034700     IF WS-ROSTER-STATUS NOT = '00'
034800         DISPLAY 'INTGAUDT - ROSTER MASTER NOT FOUND, RUN STOPPED'
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200     PERFORM 1150-LOAD-ONE-STUDENT THRU 1150-EXIT
035300         UNTIL WS-ROSTER-EOF.
035400     CLOSE ROSTER-FILE.
035500 1100-EXIT.
035600     EXIT.
035700
035800 1150-LOAD-ONE-STUDENT.
035900     READ ROSTER-FILE
036000         AT END
036100             SET WS-ROSTER-EOF TO TRUE
036200             GO TO 1150-EXIT
036300     END-READ.
036400     IF WS-ROSTER-COUNT = WS-ROSTER-MAX
036500         DISPLAY 'INTGAUDT - ROSTER EXCEEDS CAPACITY, RUN '
036600             'STOPPED - RAISE WS-ROSTER-MAX AND THE TABLE OCCURS'
036700         MOVE 16 TO RETURN-CODE
036800         STOP RUN
036900     END-IF.
037000     IF RO-STUDENT-ID NOT > WS-ROSTER-PREV-ID
037100         DISPLAY 'INTGAUDT - ROSTER OUT OF STUDENT-ID SEQUENCE '
037200             'AT ' RO-STUDENT-ID ', RUN STOPPED'
037300         MOVE 16 TO RETURN-CODE
037400         STOP RUN
037500     END-IF.
037600     MOVE RO-STUDENT-ID TO WS-ROSTER-PREV-ID.
037700     ADD 1 TO WS-ROSTER-COUNT.
037800     SET WS-ROSTER-IDX TO WS-ROSTER-COUNT.
037900     MOVE RO-STUDENT-ID TO WS-ROSTER-STUDENT-ID(WS-ROSTER-IDX).
038000     MOVE RO-STATUS-CODE TO WS-ROSTER-ENR-STATUS(WS-ROSTER-IDX).
038100 1150-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500* 1175-LOAD-CATALOG - COURSE CODES AND STATUS FROM THE CATALOG
038600******************************************************************
038700 1175-LOAD-CATALOG.
038800     OPEN INPUT COURSE-CATALOG.
038900     IF WS-CATALOG-STATUS NOT = '00'
039000         DISPLAY 'INTGAUDT - COURSE CATALOG NOT FOUND, RUN '
039100             'STOPPED'
039200         MOVE 16 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500     PERFORM 1180-LOAD-ONE-COURSE THRU 1180-EXIT
039600         UNTIL WS-CATALOG-EOF.
039700     CLOSE COURSE-CATALOG.
039800 1175-EXIT.
039900     EXIT.
040000
040100 1180-LOAD-ONE-COURSE.
040200     READ COURSE-CATALOG
040300         AT END
040400             SET WS-CATALOG-EOF TO TRUE
040500             GO TO 1180-EXIT
040600     END-READ.
040700     IF WS-CAT-COUNT = 200
040800         DISPLAY 'INTGAUDT - MORE THAN 200 CATALOG COURSES, '
040900             'RUN STOPPED'
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300     ADD 1 TO WS-CAT-COUNT.
041400     SET WS-CAT-IDX TO WS-CAT-COUNT.
041500     MOVE CC-COURSE-CODE TO WS-CAT-COURSE-CODE(WS-CAT-IDX).
041600     MOVE CC-STATUS-CODE TO WS-CAT-STATUS(WS-CAT-IDX).
041700     MOVE ZERO TO WS-CAT-HIST-COUNT(WS-CAT-IDX).
041800 1180-EXIT.
041900     EXIT.
042000
042100 1185-SCAN-ONE-COURSE.
042200 1185-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600* 1200-LOAD-ALIASES - THE IDMERGE CROSS-REFERENCE, IF SUPPLIED
042700******************************************************************
042800 1200-LOAD-ALIASES.
042900     OPEN INPUT ALIAS-XREF.
043000     IF WS-ALIASXRF-STATUS NOT = '00'
043100         GO TO 1200-EXIT
043200     END-IF.
043300     PERFORM 1250-LOAD-ONE-ALIAS THRU 1250-EXIT
043400         UNTIL WS-ALIAS-EOF.
043500     CLOSE ALIAS-XREF.
043600 1200-EXIT.
043700     EXIT.
043800
043900 1250-LOAD-ONE-ALIAS.
044000     READ ALIAS-XREF
044100         AT END
044200             SET WS-ALIAS-EOF TO TRUE
044300             GO TO 1250-EXIT
044400     END-READ.
044500     IF WS-ALIAS-COUNT = 200
044600         DISPLAY 'INTGAUDT - MORE THAN 200 ALIAS RECORDS, '
044700             'RUN STOPPED'
044800         MOVE 16 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100     ADD 1 TO WS-ALIAS-COUNT.
045200     SET WS-ALIAS-IDX TO WS-ALIAS-COUNT.
045300     MOVE AX-OLD-STUDENT-ID TO WS-AX-OLD-ID(WS-ALIAS-IDX).
045400     MOVE AX-NEW-STUDENT-ID TO WS-AX-NEW-ID(WS-ALIAS-IDX).
045500 1250-EXIT.
045600     EXIT.
045700
045800 1260-SCAN-ONE-ALIAS.
045900 1260-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300* 1400-CHECK-ROSTER - NO ID IDMERGE RETIRED MAY STILL BE ON THE
046400* ROSTER (X01). THE NEW ID IS PRINTED AS THE FINDING'S TERM
046500* COLUMN WOULD BE MEANINGLESS HERE.
046600******************************************************************
046700 1400-CHECK-ROSTER.
046800     PERFORM 1450-CHECK-ONE-ALIAS THRU 1450-EXIT
046900         VARYING WS-ALIAS-IDX FROM 1 BY 1
047000         UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT.
047100 1400-EXIT.
047200     EXIT.
047300
047400 1450-CHECK-ONE-ALIAS.
047500     SEARCH ALL WS-ROSTER-ENTRY
047600         AT END
047700             GO TO 1450-EXIT
047800         WHEN WS-ROSTER-STUDENT-ID(WS-ROSTER-IDX)
047900                 = WS-AX-OLD-ID(WS-ALIAS-IDX)
048000             CONTINUE
048100     END-SEARCH.
048200     MOVE SPACES TO WS-IR-DETAIL-LINE.
048300     MOVE 'X01' TO WS-IR-D-CODE.
048400     MOVE 'E' TO WS-IR-D-SEVERITY.
048500     MOVE 'ROSTER  ' TO WS-IR-D-FILE.
048600     MOVE WS-AX-OLD-ID(WS-ALIAS-IDX) TO WS-IR-D-STUDENT.
048700     MOVE WS-AX-NEW-ID(WS-ALIAS-IDX) TO WS-IR-D-TERM.
048800     MOVE 'RETIRED ID STILL ON ROSTER (NEW ID)'
048900         TO WS-IR-D-TEXT.
049000     PERFORM 6500-WRITE-FINDING THRU 6500-EXIT.
049100 1450-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500* 2000-SWEEP-HISTORY - THE MASTER FRONT TO BACK. EACH STUDENT IS
049600* CHECKED ONCE AT ITS CONTROL BREAK; EACH RESULT'S COURSE IS
049700* TALLIED, AND THE COURSE FINDINGS PRINT AT THE END. NO MASTER
049800* IS NOT AN ERROR - THERE IS NOTHING ON IT TO CONTRADICT.
049900******************************************************************
050000 2000-SWEEP-HISTORY.
050100     OPEN INPUT HISTORY-MASTER.
050200     IF WS-HISTMAST-STATUS NOT = '00'
050300         DISPLAY 'INTGAUDT - NO GRADE HISTORY MASTER, HISTORY '
050400             'NOT SWEPT'
050500         GO TO 2000-EXIT
050600     END-IF.
050700     PERFORM 2100-READ-ONE-RESULT THRU 2100-EXIT
050800         UNTIL WS-MAST-EOF.
050900     PERFORM 2300-CLOSE-STUDENT THRU 2300-EXIT.
051000     CLOSE HISTORY-MASTER.
051100     PERFORM 2500-REPORT-CATALOGUED THRU 2500-EXIT
051200         VARYING WS-CAT-IDX FROM 1 BY 1
051300         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
051400     PERFORM 2550-REPORT-UNCATALOGUED THRU 2550-EXIT
051500         VARYING WS-UNK-IDX FROM 1 BY 1
051600         UNTIL WS-UNK-IDX > WS-UNK-COUNT.
051700 2000-EXIT.
051800     EXIT.
051900
052000 2100-READ-ONE-RESULT.
052100     READ HISTORY-MASTER
052200         AT END
052300             SET WS-MAST-EOF TO TRUE
052400             GO TO 2100-EXIT
052500     END-READ.
052600     ADD 1 TO WS-HIST-READ-COUNT.
052700     IF HM-STUDENT-ID NOT = WS-CUR-STUDENT-ID
052800         PERFORM 2300-CLOSE-STUDENT THRU 2300-EXIT
052900         MOVE HM-STUDENT-ID TO WS-CUR-STUDENT-ID
053000         MOVE ZERO TO WS-CUR-RESULTS
053100     END-IF.
053200     ADD 1 TO WS-CUR-RESULTS.
053300     MOVE HM-COURSE-CODE TO WS-CHK-COURSE-CODE.
053400     PERFORM 6200-CHECK-COURSE THRU 6200-EXIT.
053500     IF WS-COURSE-INACTIVE
053600         ADD 1 TO WS-CAT-HIST-COUNT(WS-CAT-IDX)
053700     END-IF.
053800     IF WS-COURSE-UNKNOWN
053900         PERFORM 2200-TALLY-UNCATALOGUED THRU 2200-EXIT
054000     END-IF.
054100 2100-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500* 2200-TALLY-UNCATALOGUED - ONE ENTRY PER COURSE CODE THE HISTORY
054600* CARRIES BUT THE CATALOG DOES NOT
054700******************************************************************
054800 2200-TALLY-UNCATALOGUED.
054900     PERFORM 2250-SCAN-ONE-UNKNOWN THRU 2250-EXIT
055000         VARYING WS-UNK-IDX FROM 1 BY 1
055100         UNTIL WS-UNK-IDX > WS-UNK-COUNT
055200         OR WS-UNK-COURSE-CODE(WS-UNK-IDX) = WS-CHK-COURSE-CODE.
055300     IF WS-UNK-IDX > WS-UNK-COUNT
055400         IF WS-UNK-COUNT = 200
055500             DISPLAY 'INTGAUDT - MORE THAN 200 UNCATALOGUED '
055600                 'COURSES ON THE HISTORY, RUN STOPPED'
055700             MOVE 16 TO RETURN-CODE
055800             STOP RUN
055900         END-IF
056000         ADD 1 TO WS-UNK-COUNT
056100         SET WS-UNK-IDX TO WS-UNK-COUNT
056200         MOVE WS-CHK-COURSE-CODE TO WS-UNK-COURSE-CODE(WS-UNK-IDX)
056300         MOVE ZERO TO WS-UNK-HIST-COUNT(WS-UNK-IDX)
056400     END-IF.
056500     ADD 1 TO WS-UNK-HIST-COUNT(WS-UNK-IDX).
056600 2200-EXIT.
056700     EXIT.
056800
056900 2250-SCAN-ONE-UNKNOWN.
057000 2250-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400* 2300-CLOSE-STUDENT - THE STUDENT JUST FINISHED ON THE MASTER
057500* MUST BE ON THE ROSTER UNDER THE SAME ID (H01/H02). WITHDRAWN
057600* STUDENTS KEEP THEIR HISTORY - THAT IS NOT A FINDING.
057700******************************************************************
057800 2300-CLOSE-STUDENT.
057900     IF WS-CUR-STUDENT-ID = LOW-VALUES
058000         GO TO 2300-EXIT
058100     END-IF.
058200     MOVE WS-CUR-STUDENT-ID TO WS-CHK-STUDENT-ID.
058300     PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT.
058400     IF WS-STUDENT-ON-ROSTER OR WS-STUDENT-WITHDRAWN
058500         GO TO 2300-EXIT
058600     END-IF.
058700     MOVE SPACES TO WS-IR-DETAIL-LINE.
058800     MOVE 'E' TO WS-IR-D-SEVERITY.
058900     MOVE 'HISTMAST' TO WS-IR-D-FILE.
059000     MOVE WS-CUR-STUDENT-ID TO WS-IR-D-STUDENT.
059100     MOVE WS-CUR-RESULTS TO WS-IR-D-COUNT.
059200     IF WS-STUDENT-RETIRED
059300         MOVE 'H02' TO WS-IR-D-CODE
059400         MOVE 'RESULTS UNDER A RETIRED (MERGED) ID'
059500             TO WS-IR-D-TEXT
059600     ELSE
059700         MOVE 'H01' TO WS-IR-D-CODE
059800         MOVE 'RESULTS FOR STUDENT NOT ON ROSTER'
059900             TO WS-IR-D-TEXT
060000     END-IF.
060100     PERFORM 6500-WRITE-FINDING THRU 6500-EXIT.
060200 2300-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 2500/2550 - ONE LINE PER COURSE WITH HISTORY UNDER IT WHILE
060700* INACTIVE (H04) OR NOT ON THE CATALOG AT ALL (H03)
060800******************************************************************
060900 2500-REPORT-CATALOGUED.
061000     IF WS-CAT-HIST-COUNT(WS-CAT-IDX) = ZERO
061100         GO TO 2500-EXIT
061200     END-IF.
061300     MOVE SPACES TO WS-IR-DETAIL-LINE.
061400     MOVE 'H04' TO WS-IR-D-CODE.
061500     MOVE 'W' TO WS-IR-D-SEVERITY.
061600     MOVE 'HISTMAST' TO WS-IR-D-FILE.
061700     MOVE WS-CAT-COURSE-CODE(WS-CAT-IDX) TO WS-IR-D-COURSE.
061800     MOVE WS-CAT-HIST-COUNT(WS-CAT-IDX) TO WS-IR-D-COUNT.
061900     MOVE 'RESULTS UNDER A COURSE NOW INACTIVE'
062000         TO WS-IR-D-TEXT.
062100     PERFORM 6500-WRITE-FINDING THRU 6500-EXIT.
062200 2500-EXIT.
062300     EXIT.
062400
062500 2550-REPORT-UNCATALOGUED.
062600     MOVE SPACES TO WS-IR-DETAIL-LINE.
062700     MOVE 'H03' TO WS-IR-D-CODE.
062800     MOVE 'E' TO WS-IR-D-SEVERITY.
062900     MOVE 'HISTMAST' TO WS-IR-D-FILE.
063000     MOVE WS-UNK-COURSE-CODE(WS-UNK-IDX) TO WS-IR-D-COURSE.
063100     MOVE WS-UNK-HIST-COUNT(WS-UNK-IDX) TO WS-IR-D-COUNT.
063200     MOVE 'RESULTS UNDER A COURSE NOT CATALOGUED'
063300         TO WS-IR-D-TEXT.
063400     PERFORM 6500-WRITE-FINDING THRU 6500-EXIT.
063500 2550-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900* 3000-SWEEP-MAKEUPS - EVERY MAKEUP ON THE CARRY ARCHIVE IS WORK
064000* STILL WAITING; IT NEEDS A LIVE STUDENT AND A COURSE GRADEDIT
064100* WILL STILL ACCEPT (M01-M05). NO ARCHIVE MEANS NO MAKEUPS.
064200******************************************************************
064300 3000-SWEEP-MAKEUPS.
064400     OPEN INPUT MAKEUP-ARCH.
064500     IF WS-MKUPARCH-STATUS NOT = '00'
064600         GO TO 3000-EXIT
064700     END-IF.
064800     PERFORM 3100-CHECK-ONE-MAKEUP THRU 3100-EXIT
064900         UNTIL WS-ARCH-EOF.
065000     CLOSE MAKEUP-ARCH.
065100 3000-EXIT.
065200     EXIT.
065300
065400 3100-CHECK-ONE-MAKEUP.
065500     READ MAKEUP-ARCH
065600         AT END
065700             SET WS-ARCH-EOF TO TRUE
065800             GO TO 3100-EXIT
065900     END-READ.
066000     ADD 1 TO WS-MKUP-READ-COUNT.
066100     MOVE MU-STUDENT-ID TO WS-CHK-STUDENT-ID.
066200     MOVE MU-COURSE-CODE TO WS-CHK-COURSE-CODE.
066300     PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT.
066400     PERFORM 6200-CHECK-COURSE THRU 6200-EXIT.
066500     MOVE SPACES TO WS-IR-DETAIL-LINE.
066600     MOVE 'MKUPARCH' TO WS-IR-D-FILE.
066700     MOVE MU-STUDENT-ID TO WS-IR-D-STUDENT.
066800     MOVE MU-TERM TO WS-IR-D-TERM.
066900     MOVE MU-COURSE-CODE TO WS-IR-D-COURSE.
067000     EVALUATE TRUE
067100         WHEN WS-STUDENT-MISSING
067200             MOVE 'M01' TO WS-IR-D-CODE
067300             MOVE 'E' TO WS-IR-D-SEVERITY
067400             MOVE 'MAKEUP FOR STUDENT NOT ON ROSTER'
067500                 TO WS-IR-D-TEXT
067600             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
067700         WHEN WS-STUDENT-RETIRED
067800             MOVE 'M02' TO WS-IR-D-CODE
067900             MOVE 'E' TO WS-IR-D-SEVERITY
068000             MOVE 'MAKEUP UNDER A RETIRED (MERGED) ID'
068100                 TO WS-IR-D-TEXT
068200             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
068300         WHEN WS-STUDENT-WITHDRAWN
068400             MOVE 'M03' TO WS-IR-D-CODE
068500             MOVE 'W' TO WS-IR-D-SEVERITY
068600             MOVE 'MAKEUP FOR A WITHDRAWN STUDENT'
068700                 TO WS-IR-D-TEXT
068800             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
068900     END-EVALUATE.
069000     EVALUATE TRUE
069100         WHEN WS-COURSE-UNKNOWN
069200             MOVE 'M04' TO WS-IR-D-CODE
069300             MOVE 'E' TO WS-IR-D-SEVERITY
069400             MOVE 'MAKEUP UNDER A COURSE NOT CATALOGUED'
069500                 TO WS-IR-D-TEXT
069600             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
069700         WHEN WS-COURSE-INACTIVE
069800             MOVE 'M05' TO WS-IR-D-CODE
069900             MOVE 'E' TO WS-IR-D-SEVERITY
070000             MOVE 'MAKEUP UNDER AN INACTIVE COURSE'
070100                 TO WS-IR-D-TEXT
070200             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
070300     END-EVALUATE.
070400 3100-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800* 4000-SWEEP-REJECTS - READY RECORDS ON THE REJECT ARCHIVE ARE
070900* WAITING TO BE RE-KEYED (R01-R05). A MERGED RECORD IS DONE WITH
071000* AND IS NOT CHECKED. NO ARCHIVE MEANS NO REJECTS.
071100******************************************************************
071200 4000-SWEEP-REJECTS.
071300     OPEN INPUT REJECT-ARCH.
071400     IF WS-REJARCH-STATUS NOT = '00'
071500         GO TO 4000-EXIT
071600     END-IF.
071700     PERFORM 4100-CHECK-ONE-REJECT THRU 4100-EXIT
071800         UNTIL WS-REJ-EOF.
071900     CLOSE REJECT-ARCH.
072000 4000-EXIT.
072100     EXIT.
072200
072300 4100-CHECK-ONE-REJECT.
072400     READ REJECT-ARCH
072500         AT END
072600             SET WS-REJ-EOF TO TRUE
072700             GO TO 4100-EXIT
072800     END-READ.
072900     IF NOT RY-READY
073000         GO TO 4100-EXIT
073100     END-IF.
073200     ADD 1 TO WS-REJ-READ-COUNT.
073300     MOVE RY-INPUT-IMAGE(1:6) TO WS-CHK-STUDENT-ID.
073400     MOVE RY-INPUT-IMAGE(39:4) TO WS-CHK-COURSE-CODE.
073500     PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT.
073600     PERFORM 6200-CHECK-COURSE THRU 6200-EXIT.
073700     MOVE SPACES TO WS-IR-DETAIL-LINE.
073800     MOVE 'REJARCH ' TO WS-IR-D-FILE.
073900     MOVE WS-CHK-STUDENT-ID TO WS-IR-D-STUDENT.
074000     MOVE WS-CHK-COURSE-CODE TO WS-IR-D-COURSE.
074100     EVALUATE TRUE
074200         WHEN WS-STUDENT-MISSING
074300             MOVE 'R01' TO WS-IR-D-CODE
074400             MOVE 'W' TO WS-IR-D-SEVERITY
074500             MOVE 'REJECT WAITING, STUDENT NOT ON ROSTER'
074600                 TO WS-IR-D-TEXT
074700             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
074800         WHEN WS-STUDENT-RETIRED
074900             MOVE 'R02' TO WS-IR-D-CODE
075000             MOVE 'E' TO WS-IR-D-SEVERITY
075100             MOVE 'REJECT UNDER A RETIRED (MERGED) ID'
075200                 TO WS-IR-D-TEXT
075300             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
075400         WHEN WS-STUDENT-WITHDRAWN
075500             MOVE 'R03' TO WS-IR-D-CODE
075600             MOVE 'W' TO WS-IR-D-SEVERITY
075700             MOVE 'REJECT WAITING FOR A WITHDRAWN STUDENT'
075800                 TO WS-IR-D-TEXT
075900             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
076000     END-EVALUATE.
076100     EVALUATE TRUE
076200         WHEN WS-COURSE-UNKNOWN
076300             MOVE 'R04' TO WS-IR-D-CODE
076400             MOVE 'W' TO WS-IR-D-SEVERITY
076500             MOVE 'REJECT WAITING, COURSE NOT CATALOGUED'
076600                 TO WS-IR-D-TEXT
076700             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
076800         WHEN WS-COURSE-INACTIVE
076900             MOVE 'R05' TO WS-IR-D-CODE
077000             MOVE 'W' TO WS-IR-D-SEVERITY
077100             MOVE 'REJECT WAITING UNDER AN INACTIVE COURSE'
077200                 TO WS-IR-D-TEXT
077300             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
077400     END-EVALUATE.
077500 4100-EXIT.
077600     EXIT.
077700
077800******************************************************************
077900* 5000-SWEEP-PENDING - PENDING ENTRIES ON THE PENDING-CORRECTION
078000* FILE ARE WAITING FOR APPROVAL (P01-P05). THE RAISED DATE IS
078100* PRINTED IN THE TERM COLUMN AS YYYYMM. NO FILE MEANS NOTHING
078200* PENDING.
078300******************************************************************
078400 5000-SWEEP-PENDING.
078500     OPEN INPUT PENDING-CORR.
078600     IF WS-PENDCORR-STATUS NOT = '00'
078700         GO TO 5000-EXIT
078800     END-IF.
078900     PERFORM 5100-CHECK-ONE-PENDING THRU 5100-EXIT
079000         UNTIL WS-PEND-EOF.
079100     CLOSE PENDING-CORR.
079200 5000-EXIT.
079300     EXIT.
079400
079500 5100-CHECK-ONE-PENDING.
079600     READ PENDING-CORR
079700         AT END
079800             SET WS-PEND-EOF TO TRUE
079900             GO TO 5100-EXIT
080000     END-READ.
080100     IF NOT PD-PENDING
080200         GO TO 5100-EXIT
080300     END-IF.
080400     ADD 1 TO WS-PEND-READ-COUNT.
080500     MOVE PD-STUDENT-ID TO WS-CHK-STUDENT-ID.
080600     MOVE PD-COURSE-CODE TO WS-CHK-COURSE-CODE.
080700     PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT.
080800     PERFORM 6200-CHECK-COURSE THRU 6200-EXIT.
080900     MOVE SPACES TO WS-IR-DETAIL-LINE.
081000     MOVE 'PENDCORR' TO WS-IR-D-FILE.
081100     MOVE PD-STUDENT-ID TO WS-IR-D-STUDENT.
081200     IF PD-RAISED-DATE IS NUMERIC
081300         MOVE PD-RAISED-DATE(1:6) TO WS-IR-D-TERM
081400     END-IF.
081500     MOVE PD-COURSE-CODE TO WS-IR-D-COURSE.
081600     EVALUATE TRUE
081700         WHEN WS-STUDENT-MISSING
081800             MOVE 'P01' TO WS-IR-D-CODE
081900             MOVE 'E' TO WS-IR-D-SEVERITY
082000             MOVE 'CORRECTION FOR STUDENT NOT ON ROSTER'
082100                 TO WS-IR-D-TEXT
082200             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
082300         WHEN WS-STUDENT-RETIRED
082400             MOVE 'P02' TO WS-IR-D-CODE
082500             MOVE 'E' TO WS-IR-D-SEVERITY
082600             MOVE 'CORRECTION UNDER A RETIRED (MERGED) ID'
082700                 TO WS-IR-D-TEXT
082800             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
082900         WHEN WS-STUDENT-WITHDRAWN
083000             MOVE 'P03' TO WS-IR-D-CODE
083100             MOVE 'W' TO WS-IR-D-SEVERITY
083200             MOVE 'CORRECTION PENDING, STUDENT WITHDRAWN'
083300                 TO WS-IR-D-TEXT
083400             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
083500     END-EVALUATE.
083600     EVALUATE TRUE
083700         WHEN WS-COURSE-UNKNOWN
083800             MOVE 'P04' TO WS-IR-D-CODE
083900             MOVE 'E' TO WS-IR-D-SEVERITY
084000             MOVE 'CORRECTION, COURSE NOT CATALOGUED'
084100                 TO WS-IR-D-TEXT
084200             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
084300         WHEN WS-COURSE-INACTIVE
084400             MOVE 'P05' TO WS-IR-D-CODE
084500             MOVE 'W' TO WS-IR-D-SEVERITY
084600             MOVE 'CORRECTION UNDER AN INACTIVE COURSE'
084700                 TO WS-IR-D-TEXT
084800             PERFORM 6500-WRITE-FINDING THRU 6500-EXIT
084900     END-EVALUATE.
085000 5100-EXIT.
085100     EXIT.
085200
085300******************************************************************
085400* 6100-CHECK-STUDENT - WHAT THE REFERENCE TABLES SAY ABOUT
085500* WS-CHK-STUDENT-ID: RETIRED BY IDMERGE, ON THE ROSTER (ACTIVE
085600* OR AUDIT-ONLY), ON IT WITHDRAWN, OR MISSING. A RETIRED ID IS
085700* REPORTED AS RETIRED EVEN IF SOMEONE RE-ADDED IT TO THE ROSTER -
085800* THAT IS CAUGHT BY X01.
085900******************************************************************
086000 6100-CHECK-STUDENT.
086100     PERFORM 1260-SCAN-ONE-ALIAS THRU 1260-EXIT
086200         VARYING WS-ALIAS-IDX FROM 1 BY 1
086300         UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
086400         OR WS-AX-OLD-ID(WS-ALIAS-IDX) = WS-CHK-STUDENT-ID.
086500     IF WS-ALIAS-IDX NOT > WS-ALIAS-COUNT
086600         SET WS-STUDENT-RETIRED TO TRUE
086700         GO TO 6100-EXIT
086800     END-IF.
086900     SEARCH ALL WS-ROSTER-ENTRY
087000         AT END
087100             SET WS-STUDENT-MISSING TO TRUE
087200         WHEN WS-ROSTER-STUDENT-ID(WS-ROSTER-IDX)
087300                 = WS-CHK-STUDENT-ID
087400             IF WS-ROSTER-WITHDRAWN(WS-ROSTER-IDX)
087500                 SET WS-STUDENT-WITHDRAWN TO TRUE
087600             ELSE
087700                 SET WS-STUDENT-ON-ROSTER TO TRUE
087800             END-IF
087900     END-SEARCH.
088000 6100-EXIT.
088100     EXIT.
088200
088300******************************************************************
088400* 6200-CHECK-COURSE - WS-CHK-COURSE-CODE ACTIVE, INACTIVE OR NOT
088500* ON THE CATALOG. WS-CAT-IDX IS LEFT ON THE CATALOG ENTRY.
088600******************************************************************
088700 6200-CHECK-COURSE.
088800     PERFORM 1185-SCAN-ONE-COURSE THRU 1185-EXIT
088900         VARYING WS-CAT-IDX FROM 1 BY 1
089000         UNTIL WS-CAT-IDX > WS-CAT-COUNT
089100         OR WS-CAT-COURSE-CODE(WS-CAT-IDX) = WS-CHK-COURSE-CODE.
089200     IF WS-CAT-IDX > WS-CAT-COUNT
089300         SET WS-COURSE-UNKNOWN TO TRUE
089400         GO TO 6200-EXIT
089500     END-IF.
089600     IF WS-CAT-INACTIVE(WS-CAT-IDX)
089700         SET WS-COURSE-INACTIVE TO TRUE
089800     ELSE
089900         SET WS-COURSE-ACTIVE TO TRUE
090000     END-IF.
090100 6200-EXIT.
090200     EXIT.
090300
090400******************************************************************
090500* 6500-WRITE-FINDING - ONE CODED LINE, COUNTED BY SEVERITY
090600******************************************************************
090700 6500-WRITE-FINDING.
090800     IF WS-IR-D-ERROR
090900         ADD 1 TO WS-ERROR-COUNT
091000     ELSE
091100         ADD 1 TO WS-WARNING-COUNT
091200     END-IF.
091300     MOVE SPACES TO IR-RECORD.
091400     MOVE WS-IR-DETAIL-LINE TO IR-RECORD.
091500     WRITE IR-RECORD.
091600 6500-EXIT.
091700     EXIT.
091800
091900******************************************************************
092000* 7000-SUMMARY - FILE TOTALS, FINDINGS BY SEVERITY, AND THE
092100* RETURN CODE: 8 FOR ANY ERROR, ELSE 4 FOR ANY WARNING
092200******************************************************************
092300 7000-SUMMARY.
092400     MOVE SPACES TO IR-RECORD.
092500     WRITE IR-RECORD.
092600     MOVE 'ROSTER STUDENTS    :' TO WS-IR-F-LABEL.
092700     MOVE WS-ROSTER-COUNT TO WS-IR-F-VALUE.
092800     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
092900     MOVE 'CATALOG COURSES    :' TO WS-IR-F-LABEL.
093000     MOVE WS-CAT-COUNT TO WS-IR-F-VALUE.
093100     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
093200     MOVE 'RETIRED IDS        :' TO WS-IR-F-LABEL.
093300     MOVE WS-ALIAS-COUNT TO WS-IR-F-VALUE.
093400     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
093500     MOVE 'HISTORY RESULTS    :' TO WS-IR-F-LABEL.
093600     MOVE WS-HIST-READ-COUNT TO WS-IR-F-VALUE.
093700     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
093800     MOVE 'MAKEUPS CARRIED    :' TO WS-IR-F-LABEL.
093900     MOVE WS-MKUP-READ-COUNT TO WS-IR-F-VALUE.
094000     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
094100     MOVE 'REJECTS READY      :' TO WS-IR-F-LABEL.
094200     MOVE WS-REJ-READ-COUNT TO WS-IR-F-VALUE.
094300     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
094400     MOVE 'CORRECTIONS PENDING:' TO WS-IR-F-LABEL.
094500     MOVE WS-PEND-READ-COUNT TO WS-IR-F-VALUE.
094600     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
094700     MOVE 'ERRORS (E)         :' TO WS-IR-F-LABEL.
094800     MOVE WS-ERROR-COUNT TO WS-IR-F-VALUE.
094900     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
095000     MOVE 'WARNINGS (W)       :' TO WS-IR-F-LABEL.
095100     MOVE WS-WARNING-COUNT TO WS-IR-F-VALUE.
095200     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
095300     DISPLAY 'INTGAUDT HISTORY   : ' WS-HIST-READ-COUNT.
095400     DISPLAY 'INTGAUDT MAKEUPS   : ' WS-MKUP-READ-COUNT.
095500     DISPLAY 'INTGAUDT REJECTS   : ' WS-REJ-READ-COUNT.
095600     DISPLAY 'INTGAUDT PENDING   : ' WS-PEND-READ-COUNT.
095700     DISPLAY 'INTGAUDT ERRORS    : ' WS-ERROR-COUNT.
095800     DISPLAY 'INTGAUDT WARNINGS  : ' WS-WARNING-COUNT.
095900     IF WS-ERROR-COUNT > ZERO
096000         MOVE 8 TO RETURN-CODE
096100     ELSE
096200         IF WS-WARNING-COUNT > ZERO
096300             MOVE 4 TO RETURN-CODE
096400         END-IF
096500     END-IF.
096600 7000-EXIT.
096700     EXIT.
096800
096900 7100-PRINT-FOOTER.
097000     MOVE SPACES TO IR-RECORD.
097100     MOVE WS-IR-FOOTER-LINE TO IR-RECORD.
097200     WRITE IR-RECORD.
097300 7100-EXIT.
097400     EXIT.
097500
097600******************************************************************
097700* 9000-TERMINATE - CLOSE UP
097800******************************************************************
097900 9000-TERMINATE.
098000     CLOSE INTEGRITY-RPT.
098100 9000-EXIT.
098200     EXIT.
