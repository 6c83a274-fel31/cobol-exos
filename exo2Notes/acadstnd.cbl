000100******************************************************************
000200* PROGRAM NAME:    ACADSTND
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* TERM-CLOSE ACADEMIC STANDING. READS THE GRADE-HISTORY MASTER
000800* FRONT TO BACK AND, FOR EVERY STUDENT WITH RESULTS IN THE TERM
000900* BEING CLOSED, WORKS OUT A CREDIT-WEIGHTED TERM AVERAGE (EVERY
001000* ATTEMPT SAT THAT TERM) AND CUMULATIVE AVERAGE (THE COUNTING
001100* ATTEMPTS OF THAT TERM AND EARLIER - A REPEAT ATTEMPT FLAGGED
001200* 'R' IS LEFT OUT, AS IT IS FROM THE STAMPED AVERAGE). A RESULT
001300* WITHDRAWN AFTER POSTING ('W') COUNTS NOWHERE. THE STANDING
001400* RULES COME FROM THE STNDPARM PARAMETER FILE: A TERM OR
001500* CUMULATIVE AVERAGE BELOW ITS FLOOR IS PROBATION, AND A STUDENT
001600* ALREADY ON PROBATION FOR THE STNDPARM NUMBER OF CONSECUTIVE
001700* TERMS WHO FALLS BELOW AGAIN IS SUSPENDED. A STUDENT WITH AN
001800* OUTSTANDING MAKEUP ON THE CARRY ARCHIVE HAS AN INCOMPLETE TERM
001900* AND IS 'STANDING PENDING' - NOT JUDGED - AS CLASSRNK LEAVES
002000* SUCH A STUDENT UNRANKED.
002100*
002200* THE STANDING-HISTORY FILE (COPYBOOK STNDHIST) IS AN OLD-
002300* GENERATION/NEW-GENERATION MERGE IN STUDENT/TERM ORDER: EACH
002400* STUDENT'S LAST RECORD BEFORE THIS TERM IS THEIR PRIOR
002500* STANDING, AND A RERUN OF THE SAME TERM REPLACES THAT TERM'S
002600* RECORDS RATHER THAN ADDING TO THEM. THE STANDING REPORT LISTS
002700* EVERY STUDENT JUDGED, AND A STANDING DIFFERENT FROM THE PRIOR
002800* ONE GOES TO THE CHANGE-OF-STANDING EXTRACT (COPYBOOK STNDCHG)
002900* FOR THE DEAN'S OFFICE.
003000*
003100* MAINTENANCE LOG
003200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003300* ---------  ------------  ---------------------------------------
003400* 10/15/26   R.DELACROIX   INITIAL VERSION.
003410* 10/15/26   R.DELACROIX   A TRANSFER CREDIT (XFERPOST) IS NOT A
003420*                          RESULT SAT IN THE TERM AND IS LEFT OUT
003430*                          OF THE TERM AVERAGE; IT COUNTS IN THE
003440*                          CUMULATIVE ONLY AS THE XFERPARM
003450*                          PARAMETER SAYS, AS GRDPOST STAMPS IT.
003460* 10/15/26   R.DELACROIX   THE TERM BEING CLOSED IS NOW THE
003470*                          OLDEST TERM NOT YET CLOSED ON THE TERM
003480*                          CALENDAR (TERMCAL) IN PLACE OF
003490*                          TERMPARM; NONE LEFT IS A HARD STOP.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. ACADSTND.
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
005000     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS HM-MASTER-KEY
005400         FILE STATUS IS WS-HISTMAST-STATUS.
005500     SELECT MAKEUP-ARCH ASSIGN TO MKUPARCH
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MKUPARCH-STATUS.
005800     SELECT COURSE-CATALOG ASSIGN TO CATALOG
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CATALOG-STATUS.
006100     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TERMCAL-STATUS.
006400     SELECT STANDING-PARM ASSIGN TO STNDPARM
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-STNDPARM-STATUS.
006620     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
006640         ORGANIZATION IS LINE SEQUENTIAL
006660         FILE STATUS IS WS-XFERPARM-STATUS.
006700     SELECT OLD-STANDING ASSIGN TO OLDSTND
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-OLDSTND-STATUS.
007000     SELECT NEW-STANDING ASSIGN TO NEWSTND
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-NEWSTND-STATUS.
007300     SELECT STANDING-RPT ASSIGN TO STNDRPT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-STNDRPT-STATUS.
007600     SELECT STANDING-CHANGE ASSIGN TO STNDCHG
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-STNDCHG-STATUS.
007900******************************************************************
008000 DATA DIVISION.
008100 FILE SECTION.
008200******************************************************************
008300* THE MASTER RECORD IS DESCRIBED TWICE OVER THE SAME STORAGE:
008400* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
008500* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
008600* CONVENTION AS GRDPOST.
008700******************************************************************
008800 FD  HISTORY-MASTER
008900     RECORDING MODE IS F.
009000 01  HM-KEY-RECORD.
009100     05  HM-MASTER-KEY          PIC X(18).
009200     05  FILLER                 PIC X(24).
009300 01  HM-RECORD.
009400     COPY GRDHISTR.
009500
009600 FD  MAKEUP-ARCH
009700     RECORDING MODE IS F.
009800 01  MU-RECORD.
009900     COPY MKUPRECY.
010000
010100 FD  COURSE-CATALOG
010200     RECORDING MODE IS F.
010300 01  CC-RECORD.
010400     COPY CRSCATRC.
010500
010600 FD  TERM-CALENDAR
010700     RECORDING MODE IS F.
010800 01  TC-RECORD.
010850     COPY TERMCAL.
010900
011000******************************************************************
011100* STNDPARM - TERM FLOOR (99V9), CUMULATIVE FLOOR (99V9), AND THE
011200* NUMBER OF CONSECUTIVE PROBATION TERMS BEFORE SUSPENSION (9)
011300******************************************************************
011400 FD  STANDING-PARM
011500     RECORDING MODE IS F.
011600 01  SP-RECORD.
011700     05  SP-TERM-FLOOR          PIC 9(02)V9(01).
011800     05  SP-CUM-FLOOR           PIC 9(02)V9(01).
011900     05  SP-SUSPEND-AFTER       PIC 9(01).
012000
012020 FD  TRANSFER-PARM
012040     RECORDING MODE IS F.
012060 01  XP-RECORD                  PIC X(01).
012080
012100 FD  OLD-STANDING
012200     RECORDING MODE IS F.
012300 01  OS-RECORD.
012400     COPY STNDHIST.
012500
012600 FD  NEW-STANDING
012700     RECORDING MODE IS F.
012800 01  NS-RECORD                  PIC X(39).
012900
013000 FD  STANDING-RPT
013100     RECORDING MODE IS F.
013200 01  SR-RECORD                  PIC X(80).
013300
013400 FD  STANDING-CHANGE
013500     RECORDING MODE IS F.
013600 01  SC-RECORD.
013700     COPY STNDCHG.
013800
013900 WORKING-STORAGE SECTION.
014000******************************************************************
014100* FILE STATUS AND END-OF-FILE SWITCHES
014200******************************************************************
014300 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
014400 77  WS-MKUPARCH-STATUS         PIC X(02)     VALUE SPACES.
014500 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
014600 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
014630 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
014660     88  WS-TERMCAL-EOF         VALUE 'Y'.
014700 77  WS-STNDPARM-STATUS         PIC X(02)     VALUE SPACES.
014750 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
014800 77  WS-OLDSTND-STATUS          PIC X(02)     VALUE SPACES.
014900 77  WS-NEWSTND-STATUS          PIC X(02)     VALUE SPACES.
015000 77  WS-STNDRPT-STATUS          PIC X(02)     VALUE SPACES.
015100 77  WS-STNDCHG-STATUS          PIC X(02)     VALUE SPACES.
015200 77  WS-MAST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
015300     88  WS-MAST-EOF            VALUE 'Y'.
015400 77  WS-ARCH-EOF-SWITCH         PIC X(01)     VALUE 'N'.
015500     88  WS-ARCH-EOF            VALUE 'Y'.
015600 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
015700     88  WS-CATALOG-EOF         VALUE 'Y'.
015800 77  WS-CATALOG-LOADED-SWITCH   PIC X(01)     VALUE 'N'.
015900     88  WS-CATALOG-LOADED      VALUE 'Y'.
016000 77  WS-OLD-OPEN-SWITCH         PIC X(01)     VALUE 'N'.
016100     88  WS-OLD-OPENED          VALUE 'Y'.
016200 77  WS-OLD-EOF-SWITCH          PIC X(01)     VALUE 'N'.
016300     88  WS-OLD-EOF             VALUE 'Y'.
016400******************************************************************
016500* TERM BEING CLOSED - THE OLDEST TERM ON THE CALENDAR NOT CLOSED
016600******************************************************************
016700 01  WS-CLOSE-TERM              PIC X(06)     VALUE SPACES.
016800 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
016900******************************************************************
017000* STANDING RULES - SHOP DEFAULTS, OVERRIDDEN FROM STNDPARM. AN
017100* AVERAGE BELOW EITHER FLOOR IS PROBATION; A STUDENT WHOSE RUN OF
017200* CONSECUTIVE PROBATION TERMS HAS REACHED WS-SUSPEND-AFTER AND
017300* WHO FALLS BELOW AGAIN IS SUSPENDED.
017400******************************************************************
017500 01  WS-TERM-FLOOR              PIC 9(02)V9(01)       VALUE 10.0.
017600 01  WS-CUM-FLOOR               PIC 9(02)V9(01)       VALUE 10.0.
017700 01  WS-SUSPEND-AFTER           PIC 9(01)             VALUE 2.
017710******************************************************************
017720* TRANSFER-CREDIT CUMULATIVE POLICY - SAME XFERPARM CONVENTION AS
017730* GRDPOST ('I' INCLUDE A NOTED TRANSFER AT ITS TRANSFER CREDITS,
017740* 'E' EXCLUDE, THE SHOP DEFAULT)
017750******************************************************************
017760 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
017770     88  WS-XFER-INCLUDED       VALUE 'I'.
017800******************************************************************
017900* COURSE CATALOG CREDIT HOURS - SAME WEIGHTING AS GRDPOST'S
018000* STAMPED AVERAGE. NO CATALOG, OR AN UNCATALOGUED COURSE, WEIGHS
018100* ONE.
018200******************************************************************
018300 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
018400 01  WS-CAT-TABLE.
018500     05  WS-CAT-ENTRY OCCURS 200 TIMES
018600                      INDEXED BY WS-CAT-IDX.
018700         10  WS-CAT-COURSE-CODE PIC X(04).
018800         10  WS-CAT-CREDITS     PIC 9(02).
018900 01  WS-CREDIT-WEIGHT           PIC 9(02)             VALUE 01.
019000******************************************************************
019100* STUDENTS WITH AN OUTSTANDING MAKEUP ON THE CARRY ARCHIVE -
019200* LOADED BEFORE THE MASTER PASS. SAME 2000-STUDENT SIZING AS
019300* CLASSRNK; OVERFLOW IS A HARD FAILURE.
019400******************************************************************
019500 01  WS-MKP-COUNT               PIC 9(05)     COMP    VALUE ZERO.
019600 01  WS-MKP-IDX                 PIC 9(05)     COMP    VALUE ZERO.
019700 01  WS-MKP-TABLE.
019800     05  WS-MKP-STUDENT-ID OCCURS 2000 TIMES
019900                           PIC X(06).
020000 77  WS-MAKEUP-SWITCH           PIC X(01)     VALUE 'N'.
020100     88  WS-MAKEUP-OUTSTANDING  VALUE 'Y'.
020200******************************************************************
020300* CURRENT-STUDENT ACCUMULATORS FOR THE MASTER CONTROL BREAK -
020400* NOTE POINTS ARE NOTE TIMES CREDIT WEIGHT
020500******************************************************************
020600 01  WS-CUR-STUDENT-ID          PIC X(06)     VALUE LOW-VALUES.
020700 01  WS-TERM-RESULTS            PIC 9(03)     COMP    VALUE ZERO.
020800 01  WS-TERM-POINTS             PIC 9(07)     COMP    VALUE ZERO.
020900 01  WS-TERM-WEIGHT             PIC 9(05)     COMP    VALUE ZERO.
021000 01  WS-CUM-POINTS              PIC 9(07)     COMP    VALUE ZERO.
021100 01  WS-CUM-WEIGHT              PIC 9(05)     COMP    VALUE ZERO.
021200 01  WS-TERM-AVERAGE            PIC 9(02)V9(01)       VALUE ZERO.
021300 01  WS-CUM-AVERAGE             PIC 9(02)V9(01)       VALUE ZERO.
021400******************************************************************
021500* OLD STANDING-HISTORY MERGE - WS-OLD-KEY IS THE STUDENT/TERM OF
021600* THE RECORD IN THE OLD BUFFER, WS-TARGET-KEY THE POINT THE MERGE
021700* COPIES UP TO. THE PRIOR STANDING IS THE CURRENT STUDENT'S LAST
021800* RECORD COPIED.
021900******************************************************************
022000 01  WS-OLD-KEY.
022100     05  WS-OLD-KEY-STUDENT     PIC X(06)     VALUE LOW-VALUES.
022200     05  WS-OLD-KEY-TERM        PIC X(06)     VALUE LOW-VALUES.
022300 01  WS-OLD-PREV-KEY            PIC X(12)     VALUE LOW-VALUES.
022400 01  WS-TARGET-KEY.
022500     05  WS-TARGET-STUDENT      PIC X(06)     VALUE LOW-VALUES.
022600     05  WS-TARGET-TERM         PIC X(06)     VALUE LOW-VALUES.
022700 77  WS-PRIOR-FOUND-SWITCH      PIC X(01)     VALUE 'N'.
022800     88  WS-PRIOR-FOUND         VALUE 'Y'.
022900 01  WS-PRIOR-STANDING          PIC X(01)     VALUE 'G'.
023000 01  WS-PRIOR-RUN               PIC 9(02)             VALUE ZERO.
023100******************************************************************
023200* NEW STANDING FOR THE CURRENT STUDENT
023300******************************************************************
023400 01  WS-NEW-HIST.
023500     COPY STNDHIST.
023600 01  WS-STANDING-REASON         PIC X(30)     VALUE SPACES.
023700 01  WS-STANDING-TEXT           PIC X(16)     VALUE SPACES.
023800******************************************************************
023900* RUN COUNTERS
024000******************************************************************
024100 01  WS-READ-COUNT              PIC 9(07)     COMP    VALUE ZERO.
024200 01  WS-JUDGED-COUNT            PIC 9(05)     COMP    VALUE ZERO.
024300 01  WS-GOOD-COUNT              PIC 9(05)     COMP    VALUE ZERO.
024400 01  WS-PROBATION-COUNT         PIC 9(05)     COMP    VALUE ZERO.
024500 01  WS-SUSPENSION-COUNT        PIC 9(05)     COMP    VALUE ZERO.
024600 01  WS-PENDING-COUNT           PIC 9(05)     COMP    VALUE ZERO.
024700 01  WS-CHANGE-COUNT            PIC 9(05)     COMP    VALUE ZERO.
024800 01  WS-CARRIED-COUNT           PIC 9(07)     COMP    VALUE ZERO.
024900 01  WS-REPLACED-COUNT          PIC 9(05)     COMP    VALUE ZERO.
025000******************************************************************
025100* STANDING REPORT LINE LAYOUTS
025200******************************************************************
025300 01  WS-SR-HEADING-LINE.
025400     05  FILLER            PIC X(26)
025500         VALUE 'ACADEMIC STANDING - TERM '.
025600     05  WS-SR-H-TERM      PIC X(06).
025700     05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
025800     05  WS-SR-H-DATE      PIC 9(08).
025900     05  FILLER            PIC X(28) VALUE SPACES.
026000
026100 01  WS-SR-RULES-LINE.
026200     05  FILLER            PIC X(13) VALUE 'TERM FLOOR : '.
026300     05  WS-SR-R-TERM      PIC ZZ9.9.
026400     05  FILLER            PIC X(19) VALUE
026500         '   CUM FLOOR    :  '.
026600     05  WS-SR-R-CUM       PIC ZZ9.9.
026700     05  FILLER            PIC X(18) VALUE
026800         '   SUSPEND AFTER: '.
026900     05  WS-SR-R-SUSPEND   PIC 9.
027000     05  FILLER            PIC X(19) VALUE ' PROBATION TERMS   '.
027100
027200 01  WS-SR-COLUMN-HDR.
027300     05  FILLER            PIC X(08) VALUE 'STUDENT '.
027400     05  FILLER            PIC X(07) VALUE 'TERM   '.
027500     05  FILLER            PIC X(07) VALUE 'CUM    '.
027600     05  FILLER            PIC X(05) VALUE 'CRD  '.
027700     05  FILLER            PIC X(03) VALUE 'PR '.
027800     05  FILLER            PIC X(18) VALUE 'STANDING          '.
027900     05  FILLER            PIC X(06) VALUE 'REASON'.
028000     05  FILLER            PIC X(26) VALUE SPACES.
028100
028200 01  WS-SR-DETAIL-LINE.
028300     05  WS-SR-D-STUDENT       PIC X(06).
028400     05  FILLER                PIC X(02) VALUE SPACES.
028500     05  WS-SR-D-TERM-AVG      PIC ZZ9.9.
028600     05  FILLER                PIC X(02) VALUE SPACES.
028700     05  WS-SR-D-CUM-AVG       PIC ZZ9.9.
028800     05  FILLER                PIC X(02) VALUE SPACES.
028900     05  WS-SR-D-CREDITS       PIC ZZ9.
029000     05  FILLER                PIC X(02) VALUE SPACES.
029100     05  WS-SR-D-PRIOR         PIC X(01).
029200     05  FILLER                PIC X(02) VALUE SPACES.
029300     05  WS-SR-D-STANDING      PIC X(16).
029400     05  FILLER                PIC X(02) VALUE SPACES.
029500     05  WS-SR-D-REASON        PIC X(30).
029600     05  FILLER                PIC X(02) VALUE SPACES.
029700
029800 01  WS-SR-FOOTER-LINE.
029900     05  WS-SR-F-LABEL         PIC X(20).
030000     05  WS-SR-F-VALUE         PIC ZZZZZZ9.
030100     05  FILLER                PIC X(53) VALUE SPACES.
030200
030300******************************************************************
030400 PROCEDURE DIVISION.
030500******************************************************************
030600* 0000-MAINLINE - LOAD THE RULES AND THE OUTSTANDING MAKEUPS,
030700* JUDGE EACH STUDENT AS THE MASTER BREAKS, THEN CARRY THE REST OF
030800* THE OLD STANDING HISTORY FORWARD
030900******************************************************************
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200     PERFORM 2000-READ-ONE-RESULT THRU 2000-EXIT
031300         UNTIL WS-MAST-EOF.
031400     PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT.
031500     PERFORM 3900-FLUSH-OLD-HISTORY THRU 3900-EXIT.
031600     PERFORM 7000-SUMMARY THRU 7000-EXIT.
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031800     STOP RUN.
031900
032000******************************************************************
032100* 1000-INITIALIZE - OPEN FILES, LOAD THE PARAMETERS, CATALOG, AND
032200* MAKEUP ARCHIVE, AND PRINT THE HEADING. A MISSING MASTER IS A
032300* HARD STOP; NO OLD STANDING HISTORY (THE FIRST TERM CLOSE) MEANS
032400* NO STUDENT HAS A PRIOR STANDING.
032500******************************************************************
032600 1000-INITIALIZE.
032700     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
032800     OPEN INPUT HISTORY-MASTER.
032900     IF WS-HISTMAST-STATUS NOT = '00'
033000         DISPLAY 'ACADSTND - GRADE HISTORY MASTER NOT FOUND'
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     PERFORM 1100-LOAD-TERM THRU 1100-EXIT.
033500     PERFORM 1150-LOAD-STANDING-RULES THRU 1150-EXIT.
033550     PERFORM 1160-LOAD-TRANSFER-RULE THRU 1160-EXIT.
033600     PERFORM 1175-LOAD-CATALOG THRU 1175-EXIT.
033700     PERFORM 1200-LOAD-MAKEUPS THRU 1200-EXIT.
033800     OPEN INPUT OLD-STANDING.
033900     IF WS-OLDSTND-STATUS = '00'
034000         SET WS-OLD-OPENED TO TRUE
034100         PERFORM 3200-READ-OLD-HISTORY THRU 3200-EXIT
034200     ELSE
034300         SET WS-OLD-EOF TO TRUE
034400         DISPLAY 'ACADSTND - NO PRIOR STANDING HISTORY, EVERY '
034500             'STUDENT STARTS IN GOOD STANDING'
034600     END-IF.
034700     OPEN OUTPUT NEW-STANDING.
034800     OPEN OUTPUT STANDING-RPT.
034900     OPEN OUTPUT STANDING-CHANGE.
035000     MOVE SPACES TO SR-RECORD.
035100     MOVE WS-CLOSE-TERM TO WS-SR-H-TERM.
035200     MOVE WS-RUN-DATE-YMD TO WS-SR-H-DATE.
035300     MOVE WS-SR-HEADING-LINE TO SR-RECORD.
035400     WRITE SR-RECORD.
035500     MOVE SPACES TO SR-RECORD.
035600     MOVE WS-TERM-FLOOR TO WS-SR-R-TERM.
035700     MOVE WS-CUM-FLOOR TO WS-SR-R-CUM.
035800     MOVE WS-SUSPEND-AFTER TO WS-SR-R-SUSPEND.
035900     MOVE WS-SR-RULES-LINE TO SR-RECORD.
036000     WRITE SR-RECORD.
036100     MOVE SPACES TO SR-RECORD.
036200     WRITE SR-RECORD.
036300     MOVE WS-SR-COLUMN-HDR TO SR-RECORD.
036400     WRITE SR-RECORD.
036500 1000-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900* 1100-LOAD-TERM - THE TERM BEING CLOSED IS THE OLDEST TERM ON
036950* THE TERM CALENDAR (COPYBOOK TERMCAL) NOT YET CLOSED - THE ONE
037000* THE TERMCLOS STREAM HAS JUST VERIFIED. NO CALENDAR, OR NO TERM
037050* LEFT TO CLOSE, IS A HARD STOP.
037100******************************************************************
037150 1100-LOAD-TERM.
037200     MOVE SPACES TO WS-CLOSE-TERM.
037250     OPEN INPUT TERM-CALENDAR.
037300     IF WS-TERMCAL-STATUS NOT = '00'
037350         DISPLAY 'ACADSTND - TERM CALENDAR NOT FOUND, RUN STOPPED'
037400         MOVE 16 TO RETURN-CODE
037450         STOP RUN
037500     END-IF.
037550     PERFORM 1110-READ-ONE-TERM THRU 1110-EXIT
037600         UNTIL WS-TERMCAL-EOF
037650         OR WS-CLOSE-TERM NOT = SPACES.
037700     CLOSE TERM-CALENDAR.
037750     IF WS-CLOSE-TERM = SPACES
037800         DISPLAY 'ACADSTND - NO TERM LEFT TO CLOSE, RUN STOPPED'
037900         MOVE 16 TO RETURN-CODE
037950         STOP RUN
038000     END-IF.
038050 1100-EXIT.
038100     EXIT.
038150
038200 1110-READ-ONE-TERM.
038250     READ TERM-CALENDAR
038300         AT END
038350             SET WS-TERMCAL-EOF TO TRUE
038400             GO TO 1110-EXIT
038450     END-READ.
038500     IF NOT TC-CLOSED
038550         MOVE TC-TERM-CODE TO WS-CLOSE-TERM
038600     END-IF.
038650 1110-EXIT.
038700     EXIT.
038900
039000******************************************************************
039100* 1150-LOAD-STANDING-RULES - FLOORS AND THE SUSPENSION COUNT FROM
039200* STNDPARM IF SUPPLIED. NO PARAMETER FILE IS NOT AN ERROR - THE
039300* SHOP DEFAULTS STAND. A FIELD THAT IS NOT NUMERIC (OR A ZERO
039400* SUSPENSION COUNT) IS A WARNING AND THAT FIELD'S DEFAULT STANDS.
039500******************************************************************
039600 1150-LOAD-STANDING-RULES.
039700     OPEN INPUT STANDING-PARM.
039800     IF WS-STNDPARM-STATUS NOT = '00'
039900         GO TO 1150-EXIT
040000     END-IF.
040100     READ STANDING-PARM
040200         AT END
040300             GO TO 1150-CLOSE
040400     END-READ.
040500     IF SP-TERM-FLOOR IS NUMERIC
040600         MOVE SP-TERM-FLOOR TO WS-TERM-FLOOR
040700     ELSE
040800         DISPLAY 'ACADSTND - STNDPARM TERM FLOOR NOT NUMERIC, '
040900             'DEFAULT KEPT'
041000     END-IF.
041100     IF SP-CUM-FLOOR IS NUMERIC
041200         MOVE SP-CUM-FLOOR TO WS-CUM-FLOOR
041300     ELSE
041400         DISPLAY 'ACADSTND - STNDPARM CUMULATIVE FLOOR NOT '
041500             'NUMERIC, DEFAULT KEPT'
041600     END-IF.
041700     IF SP-SUSPEND-AFTER IS NUMERIC
041800         AND SP-SUSPEND-AFTER > ZERO
041900         MOVE SP-SUSPEND-AFTER TO WS-SUSPEND-AFTER
042000     ELSE
042100         DISPLAY 'ACADSTND - STNDPARM SUSPENSION COUNT NOT 1-9, '
042200             'DEFAULT KEPT'
042300     END-IF.
042400 1150-CLOSE.
042500     CLOSE STANDING-PARM.
042600 1150-EXIT.
042700     EXIT.
042800
042804******************************************************************
042808* 1160-LOAD-TRANSFER-RULE - SAME XFERPARM CONVENTION AS GRDPOST
042812******************************************************************
042816 1160-LOAD-TRANSFER-RULE.
042820     OPEN INPUT TRANSFER-PARM.
042824     IF WS-XFERPARM-STATUS NOT = '00'
042828         GO TO 1160-EXIT
042832     END-IF.
042836     READ TRANSFER-PARM
042840         AT END
042844             GO TO 1160-CLOSE
042848     END-READ.
042852     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
042856         MOVE XP-RECORD TO WS-XFER-RULE
042860     ELSE
042864         DISPLAY 'ACADSTND - XFERPARM RULE NOT I OR E, '
042868             'DEFAULT KEPT'
042872     END-IF.
042876 1160-CLOSE.
042880     CLOSE TRANSFER-PARM.
042884 1160-EXIT.
042888     EXIT.
042892
042900******************************************************************
043000* 1175-LOAD-CATALOG - CREDIT HOURS FROM THE COURSE CATALOG IF
043100* SUPPLIED. NO CATALOG FILE IS NOT AN ERROR - EVERY COURSE
043200* WEIGHS ONE.
043300******************************************************************
043400 1175-LOAD-CATALOG.
043500     OPEN INPUT COURSE-CATALOG.
043600     IF WS-CATALOG-STATUS NOT = '00'
043700         GO TO 1175-EXIT
043800     END-IF.
043900     PERFORM 1180-LOAD-ONE-COURSE THRU 1180-EXIT
044000         UNTIL WS-CATALOG-EOF.
044100     CLOSE COURSE-CATALOG.
044200     IF WS-CAT-COUNT > ZERO
044300         SET WS-CATALOG-LOADED TO TRUE
044400     END-IF.
044500 1175-EXIT.
044600     EXIT.
044700
044800 1180-LOAD-ONE-COURSE.
044900     READ COURSE-CATALOG
045000         AT END
045100             SET WS-CATALOG-EOF TO TRUE
045200             GO TO 1180-EXIT
045300     END-READ.
045400     IF WS-CAT-COUNT = 200
045500         DISPLAY 'ACADSTND - MORE THAN 200 CATALOG COURSES, '
045600             'RUN STOPPED'
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000     ADD 1 TO WS-CAT-COUNT.
046100     SET WS-CAT-IDX TO WS-CAT-COUNT.
046200     MOVE CC-COURSE-CODE TO WS-CAT-COURSE-CODE(WS-CAT-IDX).
046300     IF CC-CREDIT-HOURS IS NUMERIC
046400         MOVE CC-CREDIT-HOURS TO WS-CAT-CREDITS(WS-CAT-IDX)
046500     ELSE
046600         MOVE 01 TO WS-CAT-CREDITS(WS-CAT-IDX)
046700     END-IF.
046800 1180-EXIT.
046900     EXIT.
047000
047100 1185-SCAN-ONE-COURSE.
047200 1185-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600* 1200-LOAD-MAKEUPS - ONE TABLE ENTRY PER STUDENT WITH AN
047700* OUTSTANDING MAKEUP ON THE CARRY ARCHIVE. NO ARCHIVE MEANS NO
047800* INCOMPLETE TERMS.
047900******************************************************************
048000 1200-LOAD-MAKEUPS.
048100     OPEN INPUT MAKEUP-ARCH.
048200     IF WS-MKUPARCH-STATUS NOT = '00'
048300         GO TO 1200-EXIT
048400     END-IF.
048500     PERFORM 1250-LOAD-ONE-MAKEUP THRU 1250-EXIT
048600         UNTIL WS-ARCH-EOF.
048700     CLOSE MAKEUP-ARCH.
048800 1200-EXIT.
048900     EXIT.
049000
049100 1250-LOAD-ONE-MAKEUP.
049200     READ MAKEUP-ARCH
049300         AT END
049400             SET WS-ARCH-EOF TO TRUE
049500             GO TO 1250-EXIT
049600     END-READ.
049700     PERFORM 1280-SCAN-ONE-MAKEUP THRU 1280-EXIT
049800         VARYING WS-MKP-IDX FROM 1 BY 1
049900         UNTIL WS-MKP-IDX > WS-MKP-COUNT
050000         OR WS-MKP-STUDENT-ID(WS-MKP-IDX)
050100             = MU-STUDENT-ID OF MU-RECORD.
050200     IF WS-MKP-IDX NOT > WS-MKP-COUNT
050300         GO TO 1250-EXIT
050400     END-IF.
050500     IF WS-MKP-COUNT = 2000
050600         DISPLAY 'ACADSTND - MORE THAN 2000 STUDENTS WITH '
050700             'MAKEUPS, RUN STOPPED - RAISE THE TABLE OCCURS'
050800         MOVE 16 TO RETURN-CODE
050900         STOP RUN
051000     END-IF.
051100     ADD 1 TO WS-MKP-COUNT.
051200     MOVE MU-STUDENT-ID OF MU-RECORD
051300         TO WS-MKP-STUDENT-ID(WS-MKP-COUNT).
051400 1250-EXIT.
051500     EXIT.
051600
051700 1280-SCAN-ONE-MAKEUP.
051800 1280-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200* 2000-READ-ONE-RESULT - ONE MASTER RECORD: BREAK ON A NEW
052300* STUDENT, THEN ADD THE RESULT INTO THE TERM AND CUMULATIVE
052400* ACCUMULATORS
052500******************************************************************
052600 2000-READ-ONE-RESULT.
052700     READ HISTORY-MASTER NEXT RECORD
052800         AT END
052900             SET WS-MAST-EOF TO TRUE
053000             GO TO 2000-EXIT
053100     END-READ.
053200     ADD 1 TO WS-READ-COUNT.
053300     IF HM-STUDENT-ID NOT = WS-CUR-STUDENT-ID
053400         PERFORM 2600-CLOSE-STUDENT THRU 2600-EXIT
053500         MOVE HM-STUDENT-ID TO WS-CUR-STUDENT-ID
053600         MOVE ZERO TO WS-TERM-RESULTS
053700         MOVE ZERO TO WS-TERM-POINTS
053800         MOVE ZERO TO WS-TERM-WEIGHT
053900         MOVE ZERO TO WS-CUM-POINTS
054000         MOVE ZERO TO WS-CUM-WEIGHT
054100     END-IF.
054200     PERFORM 2500-ACCUMULATE THRU 2500-EXIT.
054300 2000-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700* 2500-ACCUMULATE - A WITHDRAWN RESULT, OR ONE FROM A LATER TERM
054800* THAN THE ONE BEING CLOSED, COUNTS NOWHERE. EVERY OTHER ATTEMPT
054900* IN THE TERM COUNTS TOWARD THE TERM AVERAGE; ONLY THE COUNTING
055000* ATTEMPTS (NOT REPEAT-EXCLUDED) TOWARD THE CUMULATIVE. A
055030* TRANSFER CREDIT WAS NOT SAT HERE: IT GOES TO THE CUMULATIVE
055060* ONLY, AND ONLY AS XFERPARM SAYS.
055100******************************************************************
055200 2500-ACCUMULATE.
055300     IF HM-WITHDRAWN-AFTER
055400         GO TO 2500-EXIT
055500     END-IF.
055600     IF HM-TERM > WS-CLOSE-TERM
055700         GO TO 2500-EXIT
055800     END-IF.
055820     IF HM-TRANSFER-CREDIT
055840         PERFORM 2550-ADD-TRANSFER THRU 2550-EXIT
055860         GO TO 2500-EXIT
055880     END-IF.
055900     PERFORM 3660-GET-CREDIT-WEIGHT THRU 3660-EXIT.
056000     IF HM-TERM = WS-CLOSE-TERM
056100         ADD 1 TO WS-TERM-RESULTS
056200         COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
056300             + (HM-NOTE * WS-CREDIT-WEIGHT)
056400         ADD WS-CREDIT-WEIGHT TO WS-TERM-WEIGHT
056500     END-IF.
056600     IF HM-ATTEMPT-COUNTS
056700         COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
056800             + (HM-NOTE * WS-CREDIT-WEIGHT)
056900         ADD WS-CREDIT-WEIGHT TO WS-CUM-WEIGHT
057000     END-IF.
057100 2500-EXIT.
057200     EXIT.
057300
057308 2550-ADD-TRANSFER.
057316     IF NOT WS-XFER-INCLUDED
057324         OR NOT HM-TRANSFER-NOTED
057332         GO TO 2550-EXIT
057340     END-IF.
057348     COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
057356         + (HM-NOTE * HM-TRANSFER-CREDITS).
057364     ADD HM-TRANSFER-CREDITS TO WS-CUM-WEIGHT.
057372 2550-EXIT.
057380     EXIT.
057388
057400******************************************************************
057500* 2600-CLOSE-STUDENT - A STUDENT WITH RESULTS IN THE TERM IS
057600* JUDGED: THE OLD HISTORY IS CARRIED FORWARD UP TO THEM (WHICH
057700* PICKS UP THEIR PRIOR STANDING), THE AVERAGES ARE TAKEN, AND
057800* THE NEW STANDING IS WRITTEN. A STUDENT WITHOUT RESULTS IN THE
057900* TERM KEEPS THEIR HISTORY AS IT WAS.
058000******************************************************************
058100 2600-CLOSE-STUDENT.
058200     IF WS-CUR-STUDENT-ID = LOW-VALUES
058300         GO TO 2600-EXIT
058400     END-IF.
058500     IF WS-TERM-RESULTS = ZERO
058600         GO TO 2600-EXIT
058700     END-IF.
058800     ADD 1 TO WS-JUDGED-COUNT.
058900     PERFORM 3000-ADVANCE-OLD-HISTORY THRU 3000-EXIT.
059000     COMPUTE WS-TERM-AVERAGE ROUNDED =
059100         WS-TERM-POINTS / WS-TERM-WEIGHT.
059200     IF WS-CUM-WEIGHT > ZERO
059300         COMPUTE WS-CUM-AVERAGE ROUNDED =
059400             WS-CUM-POINTS / WS-CUM-WEIGHT
059500     ELSE
059600         MOVE WS-TERM-AVERAGE TO WS-CUM-AVERAGE
059700     END-IF.
059800     PERFORM 4000-DETERMINE-STANDING THRU 4000-EXIT.
059900     PERFORM 4500-WRITE-STANDING THRU 4500-EXIT.
060000 2600-EXIT.
060100     EXIT.
060200
060300******************************************************************
060400* 3000-ADVANCE-OLD-HISTORY - CARRY THE OLD HISTORY FORWARD UP TO
060500* THE CURRENT STUDENT'S CLOSE-TERM POSITION, NOTING THE STUDENT'S
060600* LAST EARLIER RECORD AS THEIR PRIOR STANDING
060700******************************************************************
060800 3000-ADVANCE-OLD-HISTORY.
060900     MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
061000     MOVE 'G' TO WS-PRIOR-STANDING.
061100     MOVE ZERO TO WS-PRIOR-RUN.
061200     MOVE WS-CUR-STUDENT-ID TO WS-TARGET-STUDENT.
061300     MOVE WS-CLOSE-TERM TO WS-TARGET-TERM.
061400     PERFORM 3100-COPY-ONE-OLD THRU 3100-EXIT
061500         UNTIL WS-OLD-EOF
061600         OR WS-OLD-KEY NOT < WS-TARGET-KEY.
061700 3000-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100* 3100-COPY-ONE-OLD - ONE OLD HISTORY RECORD TO THE NEW
062200* GENERATION. A RECORD FOR THE TERM BEING CLOSED IS FROM AN
062300* EARLIER RUN OF THIS SAME CLOSE AND IS DROPPED - THIS RUN'S
062400* JUDGEMENT REPLACES IT.
062500******************************************************************
062600 3100-COPY-ONE-OLD.
062700     IF SH-TERM OF OS-RECORD = WS-CLOSE-TERM
062800         ADD 1 TO WS-REPLACED-COUNT
062900         GO TO 3100-READ-NEXT
063000     END-IF.
063100     IF SH-STUDENT-ID OF OS-RECORD = WS-CUR-STUDENT-ID
063200         SET WS-PRIOR-FOUND TO TRUE
063300         MOVE SH-STANDING OF OS-RECORD TO WS-PRIOR-STANDING
063400         MOVE SH-PROBATION-RUN OF OS-RECORD TO WS-PRIOR-RUN
063500     END-IF.
063600     MOVE OS-RECORD TO NS-RECORD.
063700     WRITE NS-RECORD.
063800     ADD 1 TO WS-CARRIED-COUNT.
063900 3100-READ-NEXT.
064000     PERFORM 3200-READ-OLD-HISTORY THRU 3200-EXIT.
064100 3100-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500* 3200-READ-OLD-HISTORY - NEXT OLD HISTORY RECORD. THE MERGE
064600* DEPENDS ON STUDENT/TERM ORDER, SO A RECORD OUT OF SEQUENCE IS
064700* A HARD STOP.
064800******************************************************************
064900 3200-READ-OLD-HISTORY.
065000     READ OLD-STANDING
065100         AT END
065200             SET WS-OLD-EOF TO TRUE
065300             MOVE HIGH-VALUES TO WS-OLD-KEY
065400             GO TO 3200-EXIT
065500     END-READ.
065600     MOVE SH-STUDENT-ID OF OS-RECORD TO WS-OLD-KEY-STUDENT.
065700     MOVE SH-TERM OF OS-RECORD TO WS-OLD-KEY-TERM.
065800     IF WS-OLD-KEY < WS-OLD-PREV-KEY
065900         DISPLAY 'ACADSTND - STANDING HISTORY OUT OF STUDENT/'
066000             'TERM SEQUENCE AT ' WS-OLD-KEY-STUDENT ' '
066100             WS-OLD-KEY-TERM ', RUN STOPPED'
066200         MOVE 16 TO RETURN-CODE
066300         STOP RUN
066400     END-IF.
066500     MOVE WS-OLD-KEY TO WS-OLD-PREV-KEY.
066600 3200-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000* 3660-GET-CREDIT-WEIGHT - THE CURRENT RESULT'S CREDIT HOURS
067100******************************************************************
067200 3660-GET-CREDIT-WEIGHT.
067300     MOVE 01 TO WS-CREDIT-WEIGHT.
067400     IF NOT WS-CATALOG-LOADED
067500         GO TO 3660-EXIT
067600     END-IF.
067700     PERFORM 1185-SCAN-ONE-COURSE THRU 1185-EXIT
067800         VARYING WS-CAT-IDX FROM 1 BY 1
067900         UNTIL WS-CAT-IDX > WS-CAT-COUNT
068000         OR WS-CAT-COURSE-CODE(WS-CAT-IDX) = HM-COURSE-CODE.
068100     IF WS-CAT-IDX NOT > WS-CAT-COUNT
068200         AND WS-CAT-CREDITS(WS-CAT-IDX) > ZERO
068300         MOVE WS-CAT-CREDITS(WS-CAT-IDX) TO WS-CREDIT-WEIGHT
068400     END-IF.
068500 3660-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* 3900-FLUSH-OLD-HISTORY - AFTER THE LAST STUDENT, CARRY THE REST
069000* OF THE OLD HISTORY FORWARD
069100******************************************************************
069200 3900-FLUSH-OLD-HISTORY.
069300     MOVE HIGH-VALUES TO WS-CUR-STUDENT-ID.
069400     PERFORM 3100-COPY-ONE-OLD THRU 3100-EXIT
069500         UNTIL WS-OLD-EOF.
069600 3900-EXIT.
069700     EXIT.
069800
069900******************************************************************
070000* 4000-DETERMINE-STANDING - AN OUTSTANDING MAKEUP LEAVES THE TERM
070100* INCOMPLETE: STANDING PENDING, WITH THE PROBATION RUN CARRIED
070200* UNCHANGED. OTHERWISE AN AVERAGE BELOW ITS FLOOR IS PROBATION -
070300* OR SUSPENSION ONCE THE PRIOR RUN OF PROBATION TERMS HAS
070400* REACHED THE STNDPARM COUNT - AND ANYTHING ELSE IS GOOD
070500* STANDING, WHICH ENDS THE RUN.
070600******************************************************************
070700 4000-DETERMINE-STANDING.
070800     MOVE SPACES TO WS-NEW-HIST.
070900     MOVE WS-PRIOR-RUN TO SH-PROBATION-RUN OF WS-NEW-HIST.
071000     PERFORM 4100-CHECK-MAKEUP THRU 4100-EXIT.
071100     IF WS-MAKEUP-OUTSTANDING
071200         SET SH-PENDING OF WS-NEW-HIST TO TRUE
071300         MOVE 'MAKEUP OUTSTANDING' TO WS-STANDING-REASON
071400         GO TO 4000-EXIT
071500     END-IF.
071600     IF WS-TERM-AVERAGE NOT < WS-TERM-FLOOR
071700         AND WS-CUM-AVERAGE NOT < WS-CUM-FLOOR
071800         SET SH-GOOD-STANDING OF WS-NEW-HIST TO TRUE
071900         MOVE ZERO TO SH-PROBATION-RUN OF WS-NEW-HIST
072000         MOVE 'AVERAGES AT OR ABOVE FLOOR' TO WS-STANDING-REASON
072100         GO TO 4000-EXIT
072200     END-IF.
072300     IF WS-TERM-AVERAGE < WS-TERM-FLOOR
072400         MOVE 'TERM AVERAGE BELOW FLOOR' TO WS-STANDING-REASON
072500     ELSE
072600         MOVE 'CUMULATIVE AVERAGE BELOW FLOOR'
072700             TO WS-STANDING-REASON
072800     END-IF.
072900     IF WS-PRIOR-RUN NOT < WS-SUSPEND-AFTER
073000         SET SH-SUSPENSION OF WS-NEW-HIST TO TRUE
073100         MOVE 'CONSECUTIVE PROBATION TERMS' TO WS-STANDING-REASON
073200     ELSE
073300         SET SH-PROBATION OF WS-NEW-HIST TO TRUE
073400     END-IF.
073500     IF SH-PROBATION-RUN OF WS-NEW-HIST < 99
073600         ADD 1 TO SH-PROBATION-RUN OF WS-NEW-HIST
073700     END-IF.
073800 4000-EXIT.
073900     EXIT.
074000
074100 4100-CHECK-MAKEUP.
074200     MOVE 'N' TO WS-MAKEUP-SWITCH.
074300     PERFORM 1280-SCAN-ONE-MAKEUP THRU 1280-EXIT
074400         VARYING WS-MKP-IDX FROM 1 BY 1
074500         UNTIL WS-MKP-IDX > WS-MKP-COUNT
074600         OR WS-MKP-STUDENT-ID(WS-MKP-IDX) = WS-CUR-STUDENT-ID.
074700     IF WS-MKP-IDX NOT > WS-MKP-COUNT
074800         SET WS-MAKEUP-OUTSTANDING TO TRUE
074900     END-IF.
075000 4100-EXIT.
075100     EXIT.
075200
075300******************************************************************
075400* 4500-WRITE-STANDING - THE NEW HISTORY RECORD, THE REPORT LINE,
075500* AND - WHEN THE STANDING DIFFERS FROM THE PRIOR ONE (NONE ON
075600* FILE COUNTS AS GOOD STANDING) - THE CHANGE-OF-STANDING EXTRACT
075700******************************************************************
075800 4500-WRITE-STANDING.
075900     MOVE WS-CUR-STUDENT-ID TO SH-STUDENT-ID OF WS-NEW-HIST.
076000     MOVE WS-CLOSE-TERM TO SH-TERM OF WS-NEW-HIST.
076100     MOVE WS-TERM-AVERAGE TO SH-TERM-AVERAGE OF WS-NEW-HIST.
076200     MOVE WS-CUM-AVERAGE TO SH-CUM-AVERAGE OF WS-NEW-HIST.
076300     IF WS-TERM-WEIGHT > 999
076400         MOVE 999 TO SH-TERM-CREDITS OF WS-NEW-HIST
076500     ELSE
076600         MOVE WS-TERM-WEIGHT TO SH-TERM-CREDITS OF WS-NEW-HIST
076700     END-IF.
076800     MOVE WS-RUN-DATE-YMD TO SH-RUN-DATE OF WS-NEW-HIST.
076900     MOVE WS-NEW-HIST TO NS-RECORD.
077000     WRITE NS-RECORD.
077100     EVALUATE TRUE
077200         WHEN SH-GOOD-STANDING OF WS-NEW-HIST
077300             ADD 1 TO WS-GOOD-COUNT
077400             MOVE 'GOOD STANDING' TO WS-STANDING-TEXT
077500         WHEN SH-PROBATION OF WS-NEW-HIST
077600             ADD 1 TO WS-PROBATION-COUNT
077700             MOVE 'PROBATION' TO WS-STANDING-TEXT
077800         WHEN SH-SUSPENSION OF WS-NEW-HIST
077900             ADD 1 TO WS-SUSPENSION-COUNT
078000             MOVE 'SUSPENSION' TO WS-STANDING-TEXT
078100         WHEN OTHER
078200             ADD 1 TO WS-PENDING-COUNT
078300             MOVE 'STANDING PENDING' TO WS-STANDING-TEXT
078400     END-EVALUATE.
078500     MOVE SPACES TO SR-RECORD.
078600     MOVE WS-CUR-STUDENT-ID TO WS-SR-D-STUDENT.
078700     MOVE WS-TERM-AVERAGE TO WS-SR-D-TERM-AVG.
078800     MOVE WS-CUM-AVERAGE TO WS-SR-D-CUM-AVG.
078900     MOVE SH-TERM-CREDITS OF WS-NEW-HIST TO WS-SR-D-CREDITS.
079000     MOVE SPACES TO WS-SR-D-PRIOR.
079100     IF WS-PRIOR-FOUND
079200         MOVE WS-PRIOR-STANDING TO WS-SR-D-PRIOR
079300     END-IF.
079400     MOVE WS-STANDING-TEXT TO WS-SR-D-STANDING.
079500     MOVE WS-STANDING-REASON TO WS-SR-D-REASON.
079600     MOVE WS-SR-DETAIL-LINE TO SR-RECORD.
079700     WRITE SR-RECORD.
079800     IF SH-STANDING OF WS-NEW-HIST = WS-PRIOR-STANDING
079900         GO TO 4500-EXIT
080000     END-IF.
080100     MOVE SPACES TO SC-RECORD.
080200     MOVE WS-CUR-STUDENT-ID TO SC-STUDENT-ID.
080300     MOVE WS-CLOSE-TERM TO SC-TERM.
080400     IF WS-PRIOR-FOUND
080500         MOVE WS-PRIOR-STANDING TO SC-OLD-STANDING
080600     END-IF.
080700     MOVE SH-STANDING OF WS-NEW-HIST TO SC-NEW-STANDING.
080800     MOVE WS-TERM-AVERAGE TO SC-TERM-AVERAGE.
080900     MOVE WS-CUM-AVERAGE TO SC-CUM-AVERAGE.
081000     MOVE WS-STANDING-REASON TO SC-REASON.
081100     WRITE SC-RECORD.
081200     ADD 1 TO WS-CHANGE-COUNT.
081300 4500-EXIT.
081400     EXIT.
081500
081600******************************************************************
081700* 7000-SUMMARY - RUN TOTALS
081800******************************************************************
081900 7000-SUMMARY.
082000     MOVE SPACES TO SR-RECORD.
082100     WRITE SR-RECORD.
082200     MOVE 'STUDENTS JUDGED    :' TO WS-SR-F-LABEL.
082300     MOVE WS-JUDGED-COUNT TO WS-SR-F-VALUE.
082400     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
082500     MOVE 'GOOD STANDING      :' TO WS-SR-F-LABEL.
082600     MOVE WS-GOOD-COUNT TO WS-SR-F-VALUE.
082700     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
082800     MOVE 'PROBATION          :' TO WS-SR-F-LABEL.
082900     MOVE WS-PROBATION-COUNT TO WS-SR-F-VALUE.
083000     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
083100     MOVE 'SUSPENSION         :' TO WS-SR-F-LABEL.
083200     MOVE WS-SUSPENSION-COUNT TO WS-SR-F-VALUE.
083300     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
083400     MOVE 'STANDING PENDING   :' TO WS-SR-F-LABEL.
083500     MOVE WS-PENDING-COUNT TO WS-SR-F-VALUE.
083600     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
083700     MOVE 'STANDING CHANGES   :' TO WS-SR-F-LABEL.
083800     MOVE WS-CHANGE-COUNT TO WS-SR-F-VALUE.
083900     PERFORM 7100-PRINT-FOOTER THRU 7100-EXIT.
084000     DISPLAY 'ACADSTND TERM      : ' WS-CLOSE-TERM.
084100     DISPLAY 'ACADSTND RESULTS   : ' WS-READ-COUNT.
084200     DISPLAY 'ACADSTND JUDGED    : ' WS-JUDGED-COUNT.
084300     DISPLAY 'ACADSTND PROBATION : ' WS-PROBATION-COUNT.
084400     DISPLAY 'ACADSTND SUSPENDED : ' WS-SUSPENSION-COUNT.
084500     DISPLAY 'ACADSTND PENDING   : ' WS-PENDING-COUNT.
084600     DISPLAY 'ACADSTND CHANGES   : ' WS-CHANGE-COUNT.
084700     DISPLAY 'ACADSTND CARRIED   : ' WS-CARRIED-COUNT.
084800     DISPLAY 'ACADSTND REPLACED  : ' WS-REPLACED-COUNT.
084900 7000-EXIT.
085000     EXIT.
085100
085200 7100-PRINT-FOOTER.
085300     MOVE SPACES TO SR-RECORD.
085400     MOVE WS-SR-FOOTER-LINE TO SR-RECORD.
085500     WRITE SR-RECORD.
085600 7100-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000* 9000-TERMINATE - CLOSE UP
086100******************************************************************
086200 9000-TERMINATE.
086300     IF WS-OLD-OPENED
086400         CLOSE OLD-STANDING
086500     END-IF.
086600     CLOSE HISTORY-MASTER NEW-STANDING STANDING-RPT
086700         STANDING-CHANGE.
086800 9000-EXIT.
086900     EXIT.
