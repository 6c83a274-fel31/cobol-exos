000100******************************************************************
000200* PROGRAM NAME:    GRDRLSE
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* RESULT-RELEASE GATE. NOTHING LEAVES THE SHOP FOR A COURSE UNTIL
000800* THE EXAM BOARD HAS RELEASED IT: THE RESULT-RELEASE MASTER
000900* (COPYBOOK RLSEREC) CARRIES EACH COURSE'S RELEASE DATE AND
001000* AUTHORIZED FLAG FOR THE TERM. THE GATE READS THE NIGHT'S
001100* REGISTRAR EXPORT, LETTER WORK, HONOR-ROLL AND ACADEMIC-WARNING
001200* EXTRACTS AND COPIES EACH RECORD WHOSE COURSE IS RELEASED TO THE
001300* MATCHING RELEASED FILE (RLSEXPT, RLSLTR, RLSHONR, RLSWARN - THE
001400* FILES THE REGISTRAR, THE LETTER STEP, AND THE ADVISING OFFICE
001500* NOW TAKE). A RECORD WHOSE COURSE IS NOT RELEASED GOES TO THE
001600* HELD-RESULTS QUEUE (GDG GRADE.RELEASE.HELD, COPYBOOK RLSHELD)
001700* INSTEAD, AND EVERY NIGHT THE QUEUE IS RE-CHECKED SO HELD ITEMS
001800* GO OUT ON THE NIGHT THEIR COURSE IS RELEASED. THE POSTING STEP
001900* STILL TAKES THE WHOLE EXPORT - THE HISTORY MASTER IS THE SHOP'S
002000* OWN RECORD - AND HISTINQ WITHHOLDS UNRELEASED RESULTS THERE.
002100*
002200* THE GATE DATE IS THE RUN DATE, EXCEPT WHEN THE EXPORT IS A
002300* CORRECTED ONE (HEADER SOURCE 'CO' FROM CORRRUN): THEN IT IS THE
002400* DATE ON THE QUEUE'S TRAILER, THE NIGHT BEING CORRECTED. QUEUE
002500* ITEMS HELD ON THE GATE DATE CAME FROM THE FILES BEING RE-GATED
002600* AND ARE DROPPED AND REBUILT; ITEMS RELEASED ON THE GATE DATE
002700* ARE COPIED OUT AGAIN, SO A RERUN OR A CORRECTION RUN REBUILDS
002800* THE SAME DAY'S RELEASED FILES WHOLE. RELEASED ITEMS FROM AN
002900* EARLIER GATE DATE ARE RETIRED. RELEASE DATES ARE CHECKED AS OF
003000* THE GATE DATE, SO A CORRECTION RUN RELEASES NOTHING THE NIGHT
003100* IT CORRECTS DID NOT - A COURSE RELEASED SINCE GOES OUT, WITH
003200* ITS LETTERS, ON THE NEXT NIGHTLY RUN. EVERY OUTPUT ENDS WITH A
003300* CONTROL-TOTAL TRAILER (COPYBOOK TRAILREC) FOR THE GRDBAL
003400* BALANCING STEP, WHICH PROVES, FILE BY FILE, THAT TONIGHT'S
003500* RECORDS PLUS THE QUEUE CARRIED IN EQUAL THE RECORDS RELEASED
003600* PLUS THE QUEUE CARRIED OUT. ENDS RC=0; NO EXPORT IS A HARD STOP.
003700*
003800* MAINTENANCE LOG
003900* DATE       AUTHOR        MAINTENANCE REQUIREMENT
004000* ---------  ------------  ---------------------------------------
004100* 10/15/26   R.DELACROIX   INITIAL VERSION.
004120* 10/15/26   R.DELACROIX   TONIGHT'S RECORDS NOW TAKE THEIR TERM
004140*                          FROM THE EXPORT HEADER, WHICH THE
004160*                          GRADING STEP STAMPS FROM THE TERM
004180*                          CALENDAR; TERMPARM IS NO LONGER READ.
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. GRDRLSE.
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
005700     SELECT RELEASE-MASTER ASSIGN TO RLSEMAST
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RELEASE-STATUS.
006300     SELECT EXPORT-FILE ASSIGN TO GRADEXPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-GRADEXPT-STATUS.
006600     SELECT LETTER-WORK ASSIGN TO LTRWRK
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-LTRWRK-STATUS.
006900     SELECT HONOR-ROLL ASSIGN TO HONROLL
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-HONROLL-STATUS.
007200     SELECT ACADEMIC-WARNING ASSIGN TO ACADWARN
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-ACADWARN-STATUS.
007500     SELECT HELD-IN ASSIGN TO HELDIN
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-HELDIN-STATUS.
007800     SELECT HELD-OUT ASSIGN TO HELDOUT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-HELDOUT-STATUS.
008100     SELECT RELEASED-EXPORT ASSIGN TO RLSEXPT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RLSEXPT-STATUS.
008400     SELECT RELEASED-LETTERS ASSIGN TO RLSLTR
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RLSLTR-STATUS.
008700     SELECT RELEASED-HONOR ASSIGN TO RLSHONR
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RLSHONR-STATUS.
009000     SELECT RELEASED-WARNING ASSIGN TO RLSWARN
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-RLSWARN-STATUS.
009300     SELECT RELEASE-RPT ASSIGN TO RLSRPT
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-RLSRPT-STATUS.
009600******************************************************************
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  RELEASE-MASTER
010000     RECORDING MODE IS F.
010100 01  RL-RECORD.
010200     COPY RLSEREC.
010300
010800 FD  EXPORT-FILE
010900     RECORDING MODE IS F.
011000 01  EG-RECORD.
011100     COPY EXPORTRC.
011200
011300******************************************************************
011400* THE LETTER WORK AND BOTH ADVISING EXTRACTS SHARE THE LTRWRKRC
011500* LAYOUT, SO THEIR FIELDS ARE QUALIFIED BY RECORD NAME
011600******************************************************************
011700 FD  LETTER-WORK
011800     RECORDING MODE IS F.
011900 01  LW-RECORD.
012000     COPY LTRWRKRC.
012100
012200 FD  HONOR-ROLL
012300     RECORDING MODE IS F.
012400 01  HR-RECORD.
012500     COPY LTRWRKRC.
012600
012700 FD  ACADEMIC-WARNING
012800     RECORDING MODE IS F.
012900 01  AW-RECORD.
013000     COPY LTRWRKRC.
013100
013200 FD  HELD-IN
013300     RECORDING MODE IS F.
013400 01  HI-RECORD.
013500     COPY RLSHELD.
013600
013700 FD  HELD-OUT
013800     RECORDING MODE IS F.
013900 01  HO-RECORD.
014000     COPY RLSHELD.
014100
014200 FD  RELEASED-EXPORT
014300     RECORDING MODE IS F.
014400 01  XE-RECORD                  PIC X(23).
014500
014600 FD  RELEASED-LETTERS
014700     RECORDING MODE IS F.
014800 01  XL-RECORD                  PIC X(55).
014900
015000 FD  RELEASED-HONOR
015100     RECORDING MODE IS F.
015200 01  XH-RECORD                  PIC X(55).
015300
015400 FD  RELEASED-WARNING
015500     RECORDING MODE IS F.
015600 01  XW-RECORD                  PIC X(55).
015700
015800 FD  RELEASE-RPT
015900     RECORDING MODE IS F.
016000 01  RR-RECORD                  PIC X(80).
016100
016200 WORKING-STORAGE SECTION.
016300******************************************************************
016400* FILE STATUS AND END-OF-FILE SWITCHES
016500******************************************************************
016600 77  WS-RELEASE-STATUS          PIC X(02)     VALUE SPACES.
016800 77  WS-GRADEXPT-STATUS         PIC X(02)     VALUE SPACES.
016900 77  WS-LTRWRK-STATUS           PIC X(02)     VALUE SPACES.
017000 77  WS-HONROLL-STATUS          PIC X(02)     VALUE SPACES.
017100 77  WS-ACADWARN-STATUS         PIC X(02)     VALUE SPACES.
017200 77  WS-HELDIN-STATUS           PIC X(02)     VALUE SPACES.
017300 77  WS-HELDOUT-STATUS          PIC X(02)     VALUE SPACES.
017400 77  WS-RLSEXPT-STATUS          PIC X(02)     VALUE SPACES.
017500 77  WS-RLSLTR-STATUS           PIC X(02)     VALUE SPACES.
017600 77  WS-RLSHONR-STATUS          PIC X(02)     VALUE SPACES.
017700 77  WS-RLSWARN-STATUS          PIC X(02)     VALUE SPACES.
017800 77  WS-RLSRPT-STATUS           PIC X(02)     VALUE SPACES.
017900 77  WS-FILE-EOF-SWITCH         PIC X(01)     VALUE 'N'.
018000     88  WS-FILE-EOF            VALUE 'Y'.
018100 77  WS-CORRECTION-SWITCH       PIC X(01)     VALUE 'N'.
018200     88  WS-CORRECTION-RUN      VALUE 'Y'.
018300 77  WS-RELEASE-SWITCH          PIC X(01)     VALUE 'Y'.
018400     88  WS-COURSE-RELEASED     VALUE 'Y'.
018500     88  WS-COURSE-WITHHELD     VALUE 'N'.
018600******************************************************************
018700* RUN DATE, CURRENT TERM (FROM THE EXPORT HEADER), AND THE GATE
018800* DATE (SEE THE PROGRAM DESCRIPTION)
018900******************************************************************
019000 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
019100 01  WS-CURRENT-TERM            PIC X(06)     VALUE SPACES.
019200 01  WS-GATE-DATE               PIC 9(08)     VALUE ZERO.
019300 01  WS-QUEUE-DATE              PIC 9(08)     VALUE ZERO.
019400 01  WS-TRAILER-WORK.
019500     COPY TRAILREC.
019600 01  WS-HEADER-WORK.
019700     COPY EXPTHDR.
019800******************************************************************
019900* RESULT-RELEASE MASTER TABLE. WS-RLS-FIRST-TERM IS THE EARLIEST
020000* TERM ON FILE - TERMS BEFORE IT PREDATE THE EMBARGO. AN EMPTY
020100* TABLE (NO MASTER) MEANS NO COURSE IS UNDER EMBARGO.
020200******************************************************************
020300 01  WS-RLS-COUNT               PIC 9(03)     COMP    VALUE ZERO.
020400 01  WS-RLS-FIRST-TERM          PIC X(06)     VALUE HIGH-VALUES.
020500 01  WS-RLS-TABLE.
020600     05  WS-RLS-ENTRY OCCURS 500 TIMES
020700                      INDEXED BY WS-RLS-IDX.
020800         10  WS-RT-COURSE-CODE  PIC X(04).
020900         10  WS-RT-TERM         PIC X(06).
021000         10  WS-RT-RELEASE-DATE PIC 9(08).
021100         10  WS-RT-AUTH-FLAG    PIC X(01).
021200******************************************************************
021300* THE ITEM BEING ROUTED AND THE RESULT OF ITS RELEASE CHECK
021400******************************************************************
021500 01  WS-ITEM-TYPE               PIC 9(01)     VALUE ZERO.
021600 01  WS-ITEM-COURSE             PIC X(04)     VALUE SPACES.
021700 01  WS-ITEM-TERM               PIC X(06)     VALUE SPACES.
021800 01  WS-ITEM-IMAGE              PIC X(55)     VALUE SPACES.
021900 01  WS-CHK-RELEASE-DATE        PIC 9(08)     VALUE ZERO.
022000 01  WS-CHK-AUTH-FLAG           PIC X(01)     VALUE SPACE.
022100******************************************************************
022200* PER-FILE COUNTS, SUBSCRIPTED BY ITEM TYPE IN RH-FILE-CODE ORDER
022300* (1 = E EXPORT, 2 = L LETTER WORK, 3 = H HONOR ROLL, 4 = W
022400* ACADEMIC WARNING)
022500******************************************************************
022600 01  WS-TYPE-CODE-LIST          PIC X(04)     VALUE 'ELHW'.
022700 01  WS-TYPE-CODES REDEFINES WS-TYPE-CODE-LIST.
022800     05  WS-TYPE-CODE OCCURS 4 TIMES PIC X(01).
022900 01  WS-TYPE-NAME-LIST.
023000     05  FILLER                 PIC X(08)     VALUE 'RLSEXPT '.
023100     05  FILLER                 PIC X(08)     VALUE 'RLSLTR  '.
023200     05  FILLER                 PIC X(08)     VALUE 'RLSHONR '.
023300     05  FILLER                 PIC X(08)     VALUE 'RLSWARN '.
023400 01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAME-LIST.
023500     05  WS-TYPE-NAME OCCURS 4 TIMES PIC X(08).
023600 01  WS-TYPE-IDX                PIC 9(01)     COMP    VALUE ZERO.
023700 01  WS-TYPE-COUNTS.
023800     05  WS-TYPE-COUNT-ENTRY OCCURS 4 TIMES.
023900         10  WS-CT-TONIGHT-REL  PIC 9(07)     COMP.
024000         10  WS-CT-TONIGHT-HELD PIC 9(07)     COMP.
024100         10  WS-CT-QUEUE-REL    PIC 9(07)     COMP.
024200         10  WS-CT-RE-EMITTED   PIC 9(07)     COMP.
024300         10  WS-CT-CARRIED      PIC 9(07)     COMP.
024400         10  WS-CT-REBUILT      PIC 9(07)     COMP.
024500         10  WS-CT-RETIRED      PIC 9(07)     COMP.
024600         10  WS-CT-RELEASED     PIC 9(07)     COMP.
024700 01  WS-QUEUE-OUT-COUNT         PIC 9(07)     COMP    VALUE ZERO.
024800 01  WS-UNKNOWN-COUNT           PIC 9(05)     COMP    VALUE ZERO.
024900******************************************************************
025000* PER-COURSE DISPOSITION TABLE FOR THE REPORT
025100******************************************************************
025200 01  WS-DSP-COUNT               PIC 9(03)     COMP    VALUE ZERO.
025300 01  WS-DSP-TABLE.
025400     05  WS-DSP-ENTRY OCCURS 500 TIMES
025500                      INDEXED BY WS-DSP-IDX.
025600         10  WS-DS-COURSE-CODE  PIC X(04).
025700         10  WS-DS-TERM         PIC X(06).
025800         10  WS-DS-RELEASE-DATE PIC 9(08).
025900         10  WS-DS-AUTH-FLAG    PIC X(01).
026000         10  WS-DS-RELEASED     PIC 9(07)     COMP.
026100         10  WS-DS-HELD         PIC 9(07)     COMP.
026200******************************************************************
026300* RELEASE REPORT LINE LAYOUTS
026400******************************************************************
026500 01  WS-RR-HEADING-LINE.
026600     05  FILLER            PIC X(28)
026700         VALUE 'RESULT RELEASE - RUN DATE: '.
026800     05  WS-RR-H-DATE      PIC 9(08).
026900     05  FILLER            PIC X(13) VALUE '  GATE DATE: '.
027000     05  WS-RR-H-GATE      PIC 9(08).
027100     05  FILLER            PIC X(02) VALUE SPACES.
027200     05  WS-RR-H-MODE      PIC X(21).
027300
027400 01  WS-RR-COURSE-HDR.
027500     05  FILLER            PIC X(08) VALUE 'COURSE  '.
027600     05  FILLER            PIC X(08) VALUE 'TERM    '.
027700     05  FILLER            PIC X(10) VALUE 'RELEASE   '.
027800     05  FILLER            PIC X(06) VALUE 'AUTH  '.
027900     05  FILLER            PIC X(10) VALUE 'STATUS    '.
028000     05  FILLER            PIC X(10) VALUE '  RELEASED'.
028100     05  FILLER            PIC X(10) VALUE '      HELD'.
028200     05  FILLER            PIC X(18) VALUE SPACES.
028300
028400 01  WS-RR-COURSE-LINE.
028500     05  WS-RR-C-COURSE    PIC X(04).
028600     05  FILLER            PIC X(04) VALUE SPACES.
028700     05  WS-RR-C-TERM      PIC X(06).
028800     05  FILLER            PIC X(02) VALUE SPACES.
028900     05  WS-RR-C-DATE      PIC 9(08).
029000     05  FILLER            PIC X(02) VALUE SPACES.
029100     05  WS-RR-C-AUTH      PIC X(01).
029200     05  FILLER            PIC X(05) VALUE SPACES.
029300     05  WS-RR-C-STATUS    PIC X(10).
029400     05  FILLER            PIC X(03) VALUE SPACES.
029500     05  WS-RR-C-RELEASED  PIC ZZZZZZ9.
029600     05  FILLER            PIC X(03) VALUE SPACES.
029700     05  WS-RR-C-HELD      PIC ZZZZZZ9.
029800     05  FILLER            PIC X(18) VALUE SPACES.
029900
030000 01  WS-RR-TYPE-HDR.
030100     05  FILLER            PIC X(09) VALUE 'FILE     '.
030200     05  FILLER            PIC X(08) VALUE ' TNT-REL'.
030300     05  FILLER            PIC X(08) VALUE ' TNT-HLD'.
030400     05  FILLER            PIC X(08) VALUE ' QUE-REL'.
030500     05  FILLER            PIC X(08) VALUE ' RE-EMIT'.
030600     05  FILLER            PIC X(08) VALUE ' CARRIED'.
030700     05  FILLER            PIC X(08) VALUE ' REBUILT'.
030800     05  FILLER            PIC X(08) VALUE ' RETIRED'.
030900     05  FILLER            PIC X(08) VALUE ' RELEASE'.
031000     05  FILLER            PIC X(07) VALUE SPACES.
031100
031200 01  WS-RR-TYPE-LINE.
031300     05  WS-RR-T-NAME      PIC X(09).
031400     05  WS-RR-T-COUNT OCCURS 8 TIMES.
031500         10  FILLER        PIC X(01).
031600         10  WS-RR-T-VALUE PIC ZZZZZZ9.
031700     05  FILLER            PIC X(07).
031800
031900 01  WS-RR-FOOTER-LINE.
032000     05  WS-RR-F-LABEL     PIC X(20).
032100     05  WS-RR-F-VALUE     PIC ZZZZZZ9.
032200     05  FILLER            PIC X(53) VALUE SPACES.
032300
032400******************************************************************
032500 PROCEDURE DIVISION.
032600******************************************************************
032700* 0000-MAINLINE - GATE TONIGHT'S FOUR FILES, RE-CHECK THE QUEUE,
032800* THEN CLOSE EVERY OUTPUT WITH ITS TRAILER
032900******************************************************************
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     PERFORM 2000-PASS-EXPORT THRU 2000-EXIT.
033300     PERFORM 2200-PASS-LETTERS THRU 2200-EXIT.
033400     PERFORM 2300-PASS-HONOR THRU 2300-EXIT.
033500     PERFORM 2400-PASS-WARNING THRU 2400-EXIT.
033600     PERFORM 2500-PASS-QUEUE THRU 2500-EXIT.
033700     PERFORM 8000-WRITE-TRAILERS THRU 8000-EXIT.
033800     PERFORM 7000-SUMMARY THRU 7000-EXIT.
033900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034000     STOP RUN.
034100
034200******************************************************************
034300* 1000-INITIALIZE - RUN DATE, RELEASE MASTER, THE QUEUE'S GATE
034400* DATE, AND THE OUTPUT FILES. NO EXPORT IS A HARD STOP.
034500******************************************************************
034600 1000-INITIALIZE.
034700     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
034800     MOVE WS-RUN-DATE-YMD TO WS-GATE-DATE.
034900     INITIALIZE WS-TYPE-COUNTS.
035100     PERFORM 1200-LOAD-RELEASES THRU 1200-EXIT.
035200     PERFORM 1300-FIND-QUEUE-DATE THRU 1300-EXIT.
035300     OPEN INPUT EXPORT-FILE.
035400     IF WS-GRADEXPT-STATUS NOT = '00'
035500         DISPLAY 'GRDRLSE - EXPORT FILE NOT FOUND'
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     OPEN OUTPUT RELEASED-EXPORT RELEASED-LETTERS
036000         RELEASED-HONOR RELEASED-WARNING HELD-OUT RELEASE-RPT.
036100 1000-EXIT.
036200     EXIT.
036300
038600******************************************************************
038700* 1200-LOAD-RELEASES - THE RESULT-RELEASE MASTER INTO THE TABLE.
038800* A RECORD WITH A BAD DATE IS REPORTED AND LEFT OUT, SO ITS
038900* COURSE STAYS WITHHELD UNTIL IT IS FIXED.
039000******************************************************************
039100 1200-LOAD-RELEASES.
039200     OPEN INPUT RELEASE-MASTER.
039300     IF WS-RELEASE-STATUS NOT = '00'
039400         DISPLAY 'GRDRLSE - NO RELEASE MASTER, NO COURSE IS '
039500             'UNDER EMBARGO'
039600         GO TO 1200-EXIT
039700     END-IF.
039800     MOVE 'N' TO WS-FILE-EOF-SWITCH.
039900     PERFORM 1210-LOAD-ONE-RELEASE THRU 1210-EXIT
040000         UNTIL WS-FILE-EOF.
040100     CLOSE RELEASE-MASTER.
040200 1200-EXIT.
040300     EXIT.
040400
040500 1210-LOAD-ONE-RELEASE.
040600     READ RELEASE-MASTER
040700         AT END
040800             SET WS-FILE-EOF TO TRUE
040900             GO TO 1210-EXIT
041000     END-READ.
041100     IF RL-TERM < WS-RLS-FIRST-TERM
041200         MOVE RL-TERM TO WS-RLS-FIRST-TERM
041300     END-IF.
041400     IF RL-RELEASE-DATE IS NOT NUMERIC
041500         DISPLAY 'GRDRLSE - RELEASE RECORD ' RL-COURSE-CODE ' '
041600             RL-TERM ' HAS A BAD DATE, COURSE WITHHELD'
041700         GO TO 1210-EXIT
041800     END-IF.
041900     IF WS-RLS-COUNT = 500
042000         DISPLAY 'GRDRLSE - MORE THAN 500 RELEASE RECORDS, '
042100             'RUN STOPPED'
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     ADD 1 TO WS-RLS-COUNT.
042600     SET WS-RLS-IDX TO WS-RLS-COUNT.
042700     MOVE RL-COURSE-CODE TO WS-RT-COURSE-CODE(WS-RLS-IDX).
042800     MOVE RL-TERM TO WS-RT-TERM(WS-RLS-IDX).
042900     MOVE RL-RELEASE-DATE TO WS-RT-RELEASE-DATE(WS-RLS-IDX).
043000     MOVE RL-AUTHORIZED-FLAG TO WS-RT-AUTH-FLAG(WS-RLS-IDX).
043100 1210-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500* 1300-FIND-QUEUE-DATE - THE GATE DATE THE CURRENT QUEUE
043600* GENERATION WAS WRITTEN ON, FROM ITS TRAILER. AN EMPTY OR
043700* MISSING QUEUE (THE SEEDED FIRST GENERATION) HAS NONE.
043800******************************************************************
043900 1300-FIND-QUEUE-DATE.
044000     OPEN INPUT HELD-IN.
044100     IF WS-HELDIN-STATUS NOT = '00'
044200         GO TO 1300-EXIT
044300     END-IF.
044400     MOVE 'N' TO WS-FILE-EOF-SWITCH.
044500     PERFORM 1310-READ-ONE-QUEUED THRU 1310-EXIT
044600         UNTIL WS-FILE-EOF.
044700     CLOSE HELD-IN.
044800 1300-EXIT.
044900     EXIT.
045000
045100 1310-READ-ONE-QUEUED.
045200     READ HELD-IN
045300         AT END
045400             SET WS-FILE-EOF TO TRUE
045500             GO TO 1310-EXIT
045600     END-READ.
045700     MOVE HI-RECORD(1:22) TO WS-TRAILER-WORK.
045800     IF TL-TRAILER
045900         AND TL-RUN-DATE IS NUMERIC
046000         MOVE TL-RUN-DATE TO WS-QUEUE-DATE
046100     END-IF.
046200 1310-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600* 2000-PASS-EXPORT - THE HEADER PASSES STRAIGHT TO THE RELEASED
046700* EXPORT AND SETS THE MODE; EACH DATA RECORD IS ROUTED BY ITS
046800* COURSE; THE INPUT TRAILER IS DROPPED (8000 WRITES A NEW ONE)
046900******************************************************************
047000 2000-PASS-EXPORT.
047100     MOVE 'N' TO WS-FILE-EOF-SWITCH.
047200     PERFORM 2010-READ-ONE-EXPORT THRU 2010-EXIT
047300         UNTIL WS-FILE-EOF.
047400     CLOSE EXPORT-FILE.
047500 2000-EXIT.
047600     EXIT.
047700
047800 2010-READ-ONE-EXPORT.
047900     READ EXPORT-FILE
048000         AT END
048100             SET WS-FILE-EOF TO TRUE
048200             GO TO 2010-EXIT
048300     END-READ.
048400     IF EG-STUDENT-ID = '999999'
048500         GO TO 2010-EXIT
048600     END-IF.
048700     IF EG-STUDENT-ID = '000000'
048800         MOVE EG-RECORD TO WS-HEADER-WORK
048900         PERFORM 2050-SET-MODE THRU 2050-EXIT
049000         MOVE EG-RECORD TO XE-RECORD
049100         WRITE XE-RECORD
049200         GO TO 2010-EXIT
049300     END-IF.
049400     MOVE 1 TO WS-ITEM-TYPE.
049500     MOVE EG-COURSE-CODE TO WS-ITEM-COURSE.
049600     MOVE EG-RECORD TO WS-ITEM-IMAGE.
049700     PERFORM 3000-ROUTE-TONIGHT THRU 3000-EXIT.
049800 2010-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 2050-SET-MODE - THE HEADER GIVES TONIGHT'S TERM. A CORRECTED
050300* EXPORT RE-GATES THE NIGHT IT CORRECTS, SO ITS GATE DATE IS
050350* THE QUEUE'S
050400******************************************************************
050500 2050-SET-MODE.
050550     MOVE HD-TERM TO WS-CURRENT-TERM.
050600     IF HD-SOURCE-JOB NOT = 'CO'
050700         GO TO 2050-EXIT
050800     END-IF.
050900     SET WS-CORRECTION-RUN TO TRUE.
051000     IF WS-QUEUE-DATE NOT = ZERO
051100         MOVE WS-QUEUE-DATE TO WS-GATE-DATE
051200     END-IF.
051300 2050-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700* 2200-2400 - THE LETTER WORK AND THE TWO ADVISING EXTRACTS. A
051800* FILE THAT IS NOT THERE IS PASSED OVER - GRDBAL REPORTS IT.
051900******************************************************************
052000 2200-PASS-LETTERS.
052100     OPEN INPUT LETTER-WORK.
052200     IF WS-LTRWRK-STATUS NOT = '00'
052300         GO TO 2200-EXIT
052400     END-IF.
052500     MOVE 'N' TO WS-FILE-EOF-SWITCH.
052600     PERFORM 2210-READ-ONE-LETTER THRU 2210-EXIT
052700         UNTIL WS-FILE-EOF.
052800     CLOSE LETTER-WORK.
052900 2200-EXIT.
053000     EXIT.
053100
053200 2210-READ-ONE-LETTER.
053300     READ LETTER-WORK
053400         AT END
053500             SET WS-FILE-EOF TO TRUE
053600             GO TO 2210-EXIT
053700     END-READ.
053800     IF LW-STUDENT-ID OF LW-RECORD = '999999'
053900         GO TO 2210-EXIT
054000     END-IF.
054100     MOVE 2 TO WS-ITEM-TYPE.
054200     MOVE LW-COURSE-CODE OF LW-RECORD TO WS-ITEM-COURSE.
054300     MOVE LW-RECORD TO WS-ITEM-IMAGE.
054400     PERFORM 3000-ROUTE-TONIGHT THRU 3000-EXIT.
054500 2210-EXIT.
054600     EXIT.
054700
054800 2300-PASS-HONOR.
054900     OPEN INPUT HONOR-ROLL.
055000     IF WS-HONROLL-STATUS NOT = '00'
055100         GO TO 2300-EXIT
055200     END-IF.
055300     MOVE 'N' TO WS-FILE-EOF-SWITCH.
055400     PERFORM 2310-READ-ONE-HONOR THRU 2310-EXIT
055500         UNTIL WS-FILE-EOF.
055600     CLOSE HONOR-ROLL.
055700 2300-EXIT.
055800     EXIT.
055900
056000 2310-READ-ONE-HONOR.
056100     READ HONOR-ROLL
056200         AT END
056300             SET WS-FILE-EOF TO TRUE
056400             GO TO 2310-EXIT
056500     END-READ.
056600     IF LW-STUDENT-ID OF HR-RECORD = '999999'
056700         GO TO 2310-EXIT
056800     END-IF.
056900     MOVE 3 TO WS-ITEM-TYPE.
057000     MOVE LW-COURSE-CODE OF HR-RECORD TO WS-ITEM-COURSE.
057100     MOVE HR-RECORD TO WS-ITEM-IMAGE.
057200     PERFORM 3000-ROUTE-TONIGHT THRU 3000-EXIT.
057300 2310-EXIT.
057400     EXIT.
057500
057600 2400-PASS-WARNING.
057700     OPEN INPUT ACADEMIC-WARNING.
057800     IF WS-ACADWARN-STATUS NOT = '00'
057900         GO TO 2400-EXIT
058000     END-IF.
058100     MOVE 'N' TO WS-FILE-EOF-SWITCH.
058200     PERFORM 2410-READ-ONE-WARNING THRU 2410-EXIT
058300         UNTIL WS-FILE-EOF.
058400     CLOSE ACADEMIC-WARNING.
058500 2400-EXIT.
058600     EXIT.
058700
058800 2410-READ-ONE-WARNING.
058900     READ ACADEMIC-WARNING
059000         AT END
059100             SET WS-FILE-EOF TO TRUE
059200             GO TO 2410-EXIT
059300     END-READ.
059400     IF LW-STUDENT-ID OF AW-RECORD = '999999'
059500         GO TO 2410-EXIT
059600     END-IF.
059700     MOVE 4 TO WS-ITEM-TYPE.
059800     MOVE LW-COURSE-CODE OF AW-RECORD TO WS-ITEM-COURSE.
059900     MOVE AW-RECORD TO WS-ITEM-IMAGE.
060000     PERFORM 3000-ROUTE-TONIGHT THRU 3000-EXIT.
060100 2410-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 2500-PASS-QUEUE - RE-CHECK EVERY QUEUED ITEM:
060600*   HELD, QUEUED ON THE GATE DATE  - DROPPED, REBUILT ABOVE
060700*   HELD, COURSE NOW RELEASED      - COPIED OUT, KEPT AS 'R'
060800*   HELD, COURSE STILL WITHHELD    - CARRIED FORWARD
060900*   RELEASED ON THE GATE DATE      - COPIED OUT AGAIN, KEPT
061000*   RELEASED ON AN EARLIER DATE    - RETIRED
061100* AN ITEM OF AN UNKNOWN FILE CODE IS CARRIED AS IT STANDS.
061200******************************************************************
061300 2500-PASS-QUEUE.
061400     OPEN INPUT HELD-IN.
061500     IF WS-HELDIN-STATUS NOT = '00'
061600         GO TO 2500-EXIT
061700     END-IF.
061800     MOVE 'N' TO WS-FILE-EOF-SWITCH.
061900     PERFORM 2510-READ-ONE-QUEUED THRU 2510-EXIT
062000         UNTIL WS-FILE-EOF.
062100     CLOSE HELD-IN.
062200 2500-EXIT.
062300     EXIT.
062400
062500 2510-READ-ONE-QUEUED.
062600     READ HELD-IN
062700         AT END
062800             SET WS-FILE-EOF TO TRUE
062900             GO TO 2510-EXIT
063000     END-READ.
063100     IF HI-RECORD(1:6) = '999999'
063200         GO TO 2510-EXIT
063300     END-IF.
063400     PERFORM 4100-FIND-TYPE THRU 4100-EXIT.
063500     IF WS-TYPE-IDX > 4
063600         ADD 1 TO WS-UNKNOWN-COUNT
063700         DISPLAY 'GRDRLSE - QUEUED ITEM WITH UNKNOWN FILE CODE '
063800             RH-FILE-CODE OF HI-RECORD ' CARRIED AS IS'
063900         MOVE HI-RECORD TO HO-RECORD
064000         PERFORM 3200-WRITE-QUEUE-OUT THRU 3200-EXIT
064100         GO TO 2510-EXIT
064200     END-IF.
064300     MOVE WS-TYPE-IDX TO WS-ITEM-TYPE.
064400     MOVE RH-COURSE-CODE OF HI-RECORD TO WS-ITEM-COURSE.
064500     MOVE RH-TERM OF HI-RECORD TO WS-ITEM-TERM.
064600     MOVE RH-ITEM OF HI-RECORD TO WS-ITEM-IMAGE.
064700     IF RH-RELEASED OF HI-RECORD
064800         IF RH-RELEASE-DATE OF HI-RECORD = WS-GATE-DATE
064900             ADD 1 TO WS-CT-RE-EMITTED(WS-ITEM-TYPE)
065000             PERFORM 3500-WRITE-RELEASED THRU 3500-EXIT
065100             PERFORM 4000-CHECK-RELEASE THRU 4000-EXIT
065200             SET WS-COURSE-RELEASED TO TRUE
065300             PERFORM 3600-NOTE-COURSE THRU 3600-EXIT
065400             MOVE HI-RECORD TO HO-RECORD
065500             PERFORM 3200-WRITE-QUEUE-OUT THRU 3200-EXIT
065600         ELSE
065700             ADD 1 TO WS-CT-RETIRED(WS-ITEM-TYPE)
065800         END-IF
065900         GO TO 2510-EXIT
066000     END-IF.
066100     IF RH-HELD-DATE OF HI-RECORD = WS-GATE-DATE
066200         ADD 1 TO WS-CT-REBUILT(WS-ITEM-TYPE)
066300         GO TO 2510-EXIT
066400     END-IF.
066500     PERFORM 4000-CHECK-RELEASE THRU 4000-EXIT.
066600     PERFORM 3600-NOTE-COURSE THRU 3600-EXIT.
066700     MOVE HI-RECORD TO HO-RECORD.
066800     IF WS-COURSE-WITHHELD
066900         ADD 1 TO WS-CT-CARRIED(WS-ITEM-TYPE)
067000         PERFORM 3200-WRITE-QUEUE-OUT THRU 3200-EXIT
067100         GO TO 2510-EXIT
067200     END-IF.
067300     ADD 1 TO WS-CT-QUEUE-REL(WS-ITEM-TYPE).
067400     PERFORM 3500-WRITE-RELEASED THRU 3500-EXIT.
067500     SET RH-RELEASED OF HO-RECORD TO TRUE.
067600     MOVE WS-GATE-DATE TO RH-RELEASE-DATE OF HO-RECORD.
067700     PERFORM 3200-WRITE-QUEUE-OUT THRU 3200-EXIT.
067800 2510-EXIT.
067900     EXIT.
068000
068100******************************************************************
068200* 3000-ROUTE-TONIGHT - ONE OF TONIGHT'S RECORDS, OF THE CURRENT
068300* TERM: OUT TO ITS RELEASED FILE, OR ONTO THE QUEUE AS HELD. AN
068350* EXPORT WITH NO HEADER TERM CANNOT BE GATED AND IS A HARD STOP.
068400******************************************************************
068500 3000-ROUTE-TONIGHT.
068510     IF WS-CURRENT-TERM = SPACES
068520         DISPLAY 'GRDRLSE - EXPORT HAS NO HEADER TERM, '
068530             'RUN STOPPED'
068535         MOVE 16 TO RETURN-CODE
068540         STOP RUN
068550     END-IF.
068600     MOVE WS-CURRENT-TERM TO WS-ITEM-TERM.
068700     PERFORM 4000-CHECK-RELEASE THRU 4000-EXIT.
068800     PERFORM 3600-NOTE-COURSE THRU 3600-EXIT.
068900     IF WS-COURSE-RELEASED
069000         ADD 1 TO WS-CT-TONIGHT-REL(WS-ITEM-TYPE)
069100         PERFORM 3500-WRITE-RELEASED THRU 3500-EXIT
069200         GO TO 3000-EXIT
069300     END-IF.
069400     ADD 1 TO WS-CT-TONIGHT-HELD(WS-ITEM-TYPE).
069500     MOVE SPACES TO HO-RECORD.
069600     MOVE WS-TYPE-CODE(WS-ITEM-TYPE) TO RH-FILE-CODE OF HO-RECORD.
069700     SET RH-HELD OF HO-RECORD TO TRUE.
069800     MOVE WS-ITEM-COURSE TO RH-COURSE-CODE OF HO-RECORD.
069900     MOVE WS-ITEM-TERM TO RH-TERM OF HO-RECORD.
070000     MOVE WS-GATE-DATE TO RH-HELD-DATE OF HO-RECORD.
070100     MOVE ZERO TO RH-RELEASE-DATE OF HO-RECORD.
070200     MOVE WS-ITEM-IMAGE TO RH-ITEM OF HO-RECORD.
070300     PERFORM 3200-WRITE-QUEUE-OUT THRU 3200-EXIT.
070400 3000-EXIT.
070500     EXIT.
070600
070700 3200-WRITE-QUEUE-OUT.
070800     WRITE HO-RECORD.
070900     ADD 1 TO WS-QUEUE-OUT-COUNT.
071000 3200-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400* 3500-WRITE-RELEASED - THE ITEM IMAGE TO THE RELEASED FILE OF
071500* ITS TYPE (AN EXPORT RECORD IS THE FIRST 23 BYTES)
071600******************************************************************
071700 3500-WRITE-RELEASED.
071800     ADD 1 TO WS-CT-RELEASED(WS-ITEM-TYPE).
071900     EVALUATE WS-ITEM-TYPE
072000         WHEN 1
072100             MOVE WS-ITEM-IMAGE(1:23) TO XE-RECORD
072200             WRITE XE-RECORD
072300         WHEN 2
072400             MOVE WS-ITEM-IMAGE TO XL-RECORD
072500             WRITE XL-RECORD
072600         WHEN 3
072700             MOVE WS-ITEM-IMAGE TO XH-RECORD
072800             WRITE XH-RECORD
072900         WHEN OTHER
073000             MOVE WS-ITEM-IMAGE TO XW-RECORD
073100             WRITE XW-RECORD
073200     END-EVALUATE.
073300 3500-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700* 3600-NOTE-COURSE - COUNT THE ITEM AGAINST ITS COURSE/TERM ON
073800* THE REPORT TABLE. PAST 500 COURSES THE REPORT IS SHORT, THE
073900* FILES ARE NOT.
074000******************************************************************
074100 3600-NOTE-COURSE.
074200     PERFORM 3650-SCAN-ONE-COURSE THRU 3650-EXIT
074300         VARYING WS-DSP-IDX FROM 1 BY 1
074400         UNTIL WS-DSP-IDX > WS-DSP-COUNT
074500         OR (WS-DS-COURSE-CODE(WS-DSP-IDX) = WS-ITEM-COURSE
074600             AND WS-DS-TERM(WS-DSP-IDX) = WS-ITEM-TERM).
074700     IF WS-DSP-IDX > WS-DSP-COUNT
074800         IF WS-DSP-COUNT = 500
074900             GO TO 3600-EXIT
075000         END-IF
075100         ADD 1 TO WS-DSP-COUNT
075200         SET WS-DSP-IDX TO WS-DSP-COUNT
075300         MOVE WS-ITEM-COURSE TO WS-DS-COURSE-CODE(WS-DSP-IDX)
075400         MOVE WS-ITEM-TERM TO WS-DS-TERM(WS-DSP-IDX)
075500         MOVE WS-CHK-RELEASE-DATE
075600             TO WS-DS-RELEASE-DATE(WS-DSP-IDX)
075700         MOVE WS-CHK-AUTH-FLAG TO WS-DS-AUTH-FLAG(WS-DSP-IDX)
075800         MOVE ZERO TO WS-DS-RELEASED(WS-DSP-IDX)
075900         MOVE ZERO TO WS-DS-HELD(WS-DSP-IDX)
076000     END-IF.
076100     IF WS-COURSE-RELEASED
076200         ADD 1 TO WS-DS-RELEASED(WS-DSP-IDX)
076300     ELSE
076400         ADD 1 TO WS-DS-HELD(WS-DSP-IDX)
076500     END-IF.
076600 3600-EXIT.
076700     EXIT.
076800
076900 3650-SCAN-ONE-COURSE.
077000 3650-EXIT.
077100     EXIT.
077200
077300******************************************************************
077400* 4000-CHECK-RELEASE - IS WS-ITEM-COURSE RELEASED FOR
077500* WS-ITEM-TERM AS OF THE GATE DATE? NO MASTER, OR A TERM BEFORE
077600* THE EARLIEST ONE ON IT, MEANS NO EMBARGO. OTHERWISE THE COURSE
077700* NEEDS AN AUTHORIZED RECORD WHOSE RELEASE DATE HAS COME.
077800******************************************************************
077900 4000-CHECK-RELEASE.
078000     SET WS-COURSE-RELEASED TO TRUE.
078100     MOVE ZERO TO WS-CHK-RELEASE-DATE.
078200     MOVE '-' TO WS-CHK-AUTH-FLAG.
078300     IF WS-RLS-COUNT = ZERO
078400         OR WS-ITEM-TERM < WS-RLS-FIRST-TERM
078500         GO TO 4000-EXIT
078600     END-IF.
078700     PERFORM 4050-SCAN-ONE-RELEASE THRU 4050-EXIT
078800         VARYING WS-RLS-IDX FROM 1 BY 1
078900         UNTIL WS-RLS-IDX > WS-RLS-COUNT
079000         OR (WS-RT-COURSE-CODE(WS-RLS-IDX) = WS-ITEM-COURSE
079100             AND WS-RT-TERM(WS-RLS-IDX) = WS-ITEM-TERM).
079200     IF WS-RLS-IDX > WS-RLS-COUNT
079300         SET WS-COURSE-WITHHELD TO TRUE
079400         GO TO 4000-EXIT
079500     END-IF.
079600     MOVE WS-RT-RELEASE-DATE(WS-RLS-IDX) TO WS-CHK-RELEASE-DATE.
079700     MOVE WS-RT-AUTH-FLAG(WS-RLS-IDX) TO WS-CHK-AUTH-FLAG.
079800     IF WS-RT-AUTH-FLAG(WS-RLS-IDX) NOT = 'Y'
079900         OR WS-RT-RELEASE-DATE(WS-RLS-IDX) > WS-GATE-DATE
080000         SET WS-COURSE-WITHHELD TO TRUE
080100     END-IF.
080200 4000-EXIT.
080300     EXIT.
080400
080500 4050-SCAN-ONE-RELEASE.
080600 4050-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000* 4100-FIND-TYPE - SUBSCRIPT FOR THE QUEUED ITEM'S FILE CODE;
081100* 5 MEANS A CODE THIS PROGRAM DOES NOT KNOW
081200******************************************************************
081300 4100-FIND-TYPE.
081400     PERFORM 4150-SCAN-ONE-TYPE THRU 4150-EXIT
081500         VARYING WS-TYPE-IDX FROM 1 BY 1
081600         UNTIL WS-TYPE-IDX > 4
081700         OR WS-TYPE-CODE(WS-TYPE-IDX) = RH-FILE-CODE OF HI-RECORD.
081800 4100-EXIT.
081900     EXIT.
082000
082100 4150-SCAN-ONE-TYPE.
082200 4150-EXIT.
082300     EXIT.
082400
082500******************************************************************
082600* 7000-SUMMARY - PER-COURSE DISPOSITION, PER-FILE COUNTS
082700******************************************************************
082800 7000-SUMMARY.
082900     MOVE WS-RUN-DATE-YMD TO WS-RR-H-DATE.
083000     MOVE WS-GATE-DATE TO WS-RR-H-GATE.
083100     IF WS-CORRECTION-RUN
083200         MOVE 'CORRECTED EXPORT' TO WS-RR-H-MODE
083300     ELSE
083400         MOVE 'NIGHTLY EXPORT' TO WS-RR-H-MODE
083500     END-IF.
083600     MOVE WS-RR-HEADING-LINE TO RR-RECORD.
083700     WRITE RR-RECORD.
083800     MOVE SPACES TO RR-RECORD.
083900     WRITE RR-RECORD.
084000     MOVE WS-RR-COURSE-HDR TO RR-RECORD.
084100     WRITE RR-RECORD.
084200     PERFORM 7100-PRINT-ONE-COURSE THRU 7100-EXIT
084300         VARYING WS-DSP-IDX FROM 1 BY 1
084400         UNTIL WS-DSP-IDX > WS-DSP-COUNT.
084500     MOVE SPACES TO RR-RECORD.
084600     WRITE RR-RECORD.
084700     MOVE WS-RR-TYPE-HDR TO RR-RECORD.
084800     WRITE RR-RECORD.
084900     PERFORM 7200-PRINT-ONE-TYPE THRU 7200-EXIT
085000         VARYING WS-TYPE-IDX FROM 1 BY 1
085100         UNTIL WS-TYPE-IDX > 4.
085200     MOVE SPACES TO RR-RECORD.
085300     WRITE RR-RECORD.
085400     MOVE SPACES TO WS-RR-FOOTER-LINE.
085500     MOVE 'QUEUE CARRIED OUT  :' TO WS-RR-F-LABEL.
085600     MOVE WS-QUEUE-OUT-COUNT TO WS-RR-F-VALUE.
085700     MOVE WS-RR-FOOTER-LINE TO RR-RECORD.
085800     WRITE RR-RECORD.
085900     MOVE 'UNKNOWN QUEUE ITEMS:' TO WS-RR-F-LABEL.
086000     MOVE WS-UNKNOWN-COUNT TO WS-RR-F-VALUE.
086100     MOVE WS-RR-FOOTER-LINE TO RR-RECORD.
086200     WRITE RR-RECORD.
086300     DISPLAY 'GRDRLSE GATE DATE    : ' WS-GATE-DATE.
086400     DISPLAY 'GRDRLSE EXPORT OUT   : ' WS-CT-RELEASED(1).
086500     DISPLAY 'GRDRLSE LETTERS OUT  : ' WS-CT-RELEASED(2).
086600     DISPLAY 'GRDRLSE QUEUE OUT    : ' WS-QUEUE-OUT-COUNT.
086700     MOVE ZERO TO RETURN-CODE.
086800 7000-EXIT.
086900     EXIT.
087000
087100 7100-PRINT-ONE-COURSE.
087200     MOVE SPACES TO RR-RECORD.
087300     MOVE WS-DS-COURSE-CODE(WS-DSP-IDX) TO WS-RR-C-COURSE.
087400     MOVE WS-DS-TERM(WS-DSP-IDX) TO WS-RR-C-TERM.
087500     MOVE WS-DS-RELEASE-DATE(WS-DSP-IDX) TO WS-RR-C-DATE.
087600     MOVE WS-DS-AUTH-FLAG(WS-DSP-IDX) TO WS-RR-C-AUTH.
087700     IF WS-DS-HELD(WS-DSP-IDX) > ZERO
087800         MOVE 'HELD' TO WS-RR-C-STATUS
087900     ELSE
088000         MOVE 'RELEASED' TO WS-RR-C-STATUS
088100     END-IF.
088200     MOVE WS-DS-RELEASED(WS-DSP-IDX) TO WS-RR-C-RELEASED.
088300     MOVE WS-DS-HELD(WS-DSP-IDX) TO WS-RR-C-HELD.
088400     MOVE WS-RR-COURSE-LINE TO RR-RECORD.
088500     WRITE RR-RECORD.
088600 7100-EXIT.
088700     EXIT.
088800
088900 7200-PRINT-ONE-TYPE.
089000     MOVE SPACES TO WS-RR-TYPE-LINE.
089100     MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO WS-RR-T-NAME.
089200     MOVE WS-CT-TONIGHT-REL(WS-TYPE-IDX) TO WS-RR-T-VALUE(1).
089300     MOVE WS-CT-TONIGHT-HELD(WS-TYPE-IDX) TO WS-RR-T-VALUE(2).
089400     MOVE WS-CT-QUEUE-REL(WS-TYPE-IDX) TO WS-RR-T-VALUE(3).
089500     MOVE WS-CT-RE-EMITTED(WS-TYPE-IDX) TO WS-RR-T-VALUE(4).
089600     MOVE WS-CT-CARRIED(WS-TYPE-IDX) TO WS-RR-T-VALUE(5).
089700     MOVE WS-CT-REBUILT(WS-TYPE-IDX) TO WS-RR-T-VALUE(6).
089800     MOVE WS-CT-RETIRED(WS-TYPE-IDX) TO WS-RR-T-VALUE(7).
089900     MOVE WS-CT-RELEASED(WS-TYPE-IDX) TO WS-RR-T-VALUE(8).
090000     MOVE WS-RR-TYPE-LINE TO RR-RECORD.
090100     WRITE RR-RECORD.
090200 7200-EXIT.
090300     EXIT.
090400
090500******************************************************************
090600* 8000-WRITE-TRAILERS - A CONTROL-TOTAL TRAILER ON EACH RELEASED
090700* FILE (ITS RELEASED COUNT, TONIGHT'S RUN DATE) AND ON THE QUEUE
090800* (ITS ITEM COUNT AND THE GATE DATE, WHICH THE NEXT RUN AND
090900* GRDBAL READ BACK)
091000******************************************************************
091100 8000-WRITE-TRAILERS.
091200     MOVE '999999' TO TL-TRAILER-ID.
091300     MOVE 'T' TO TL-RECORD-TYPE.
091400     MOVE WS-RUN-DATE-YMD TO TL-RUN-DATE.
091500     MOVE WS-CT-RELEASED(1) TO TL-RECORD-COUNT.
091600     MOVE WS-TRAILER-WORK TO XE-RECORD.
091700     WRITE XE-RECORD.
091800     MOVE WS-CT-RELEASED(2) TO TL-RECORD-COUNT.
091900     MOVE WS-TRAILER-WORK TO XL-RECORD.
092000     WRITE XL-RECORD.
092100     MOVE WS-CT-RELEASED(3) TO TL-RECORD-COUNT.
092200     MOVE WS-TRAILER-WORK TO XH-RECORD.
092300     WRITE XH-RECORD.
092400     MOVE WS-CT-RELEASED(4) TO TL-RECORD-COUNT.
092500     MOVE WS-TRAILER-WORK TO XW-RECORD.
092600     WRITE XW-RECORD.
092700     MOVE WS-QUEUE-OUT-COUNT TO TL-RECORD-COUNT.
092800     MOVE WS-GATE-DATE TO TL-RUN-DATE.
092900     MOVE WS-TRAILER-WORK TO HO-RECORD.
093000     WRITE HO-RECORD.
093100 8000-EXIT.
093200     EXIT.
093300
093400******************************************************************
093500* 9000-TERMINATE - CLOSE UP
093600******************************************************************
093700 9000-TERMINATE.
093800     CLOSE RELEASED-EXPORT RELEASED-LETTERS RELEASED-HONOR
093900         RELEASED-WARNING HELD-OUT RELEASE-RPT.
094000 9000-EXIT.
094100     EXIT.
