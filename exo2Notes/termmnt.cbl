000100******************************************************************
000200* PROGRAM NAME:    TERMMNT
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* TERM CALENDAR MAINTENANCE. APPLIES TRANSACTIONS (COPYBOOK
000800* TERMTRAN) TO THE TERM CALENDAR MASTER (COPYBOOK TERMCAL) AND
000900* WRITES A NEW GENERATION IN TERM-CODE SEQUENCE. THE CALENDAR IS
001000* A FEW DOZEN RECORDS, SO IT IS HELD WHOLE IN A TABLE AND EACH
001100* TRANSACTION APPLIES IN ARRIVAL ORDER. AN ADD NEEDS ALL FOUR
001200* DATES; A CHANGE REPLACES ONLY THE DATES IT CARRIES. EVERY
001300* TERM'S DATES MUST RUN START, END, SUBMISSION DEADLINE, CLOSE,
001400* AND TERM CODES MUST SORT IN CALENDAR ORDER WITH NO TWO TERMS'
001500* START-TO-END DATES OVERLAPPING. A
001600* CHANGE MAY REOPEN A CLOSING OR CLOSED TERM ('O') ONLY FOR AN
001700* OPERATOR WITH ADMINISTRATOR AUTHORITY, AND A CLOSED TERM'S
001800* DATES CANNOT BE CHANGED WITHOUT REOPENING IT.
001900*
002000* THE TERMCLOS STREAM DRIVES THE CLOSE WITH TWO FURTHER
002100* TRANSACTIONS: 'V' FIRST, WHICH CHECKS THAT THE TERM'S CLOSE
002200* DATE HAS COME AND MOVES IT TO CLOSING, AND 'X' LAST, WHICH
002300* MARKS A CLOSING TERM CLOSED. A BLANK TERM CODE ON EITHER MEANS
002400* THE OLDEST TERM NOT YET CLOSED. A REFUSED 'V' OR 'X' ENDS THE
002500* STEP RC=16 SO THE REST OF THE STREAM DOES NOT RUN; THE NEW
002600* GENERATION IS STILL WRITTEN, UNCHANGED BY THE REFUSAL.
002700*
002800* OPERATORS ON 'A' AND 'C' ARE CHECKED AGAINST THE AUTHORIZATION
002900* FILE (COPYBOOK OPERAUTH) FOR ROSTER/REFERENCE AUTHORITY, WITH
003000* REFUSALS AUDITED; 'V' AND 'X' ARE JOB-STREAM FUNCTIONS AND ARE
003100* TAKEN ONLY FROM THE TERMTRAN FILE. EVERY APPLIED TRANSACTION
003200* WRITES A CHANGE-LOG RECORD (COPYBOOK TERMCHGR) WITH THE WHOLE
003300* CALENDAR RECORD BEFORE AND AFTER. WITHOUT A TERMTRAN FILE THE
003400* OPERATOR IS PROMPTED IN THE SHOP'S ACCEPT/RE-PROMPT STYLE ('Q'
003500* ENDS THE SESSION). AN OLD CALENDAR OUT OF TERM-CODE SEQUENCE IS
003600* A HARD STOP; NO OLD CALENDAR STARTS AN EMPTY ONE. A REJECTED
003700* TRANSACTION ENDS THE STEP RC=4.
003800*
003900* MAINTENANCE LOG
004000* DATE       AUTHOR        MAINTENANCE REQUIREMENT
004100* ---------  ------------  ---------------------------------------
004200* 10/15/26   R.DELACROIX   INITIAL VERSION.
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. TERMMNT.
004600 AUTHOR. R.DELACROIX.
004700 INSTALLATION. COBOL DEVELOPMENT CENTER.
004800 DATE-WRITTEN. 10/15/26.
004900 DATE-COMPILED. 10/15/26.
005000 SECURITY. NON-CONFIDENTIAL.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT OLD-CALENDAR ASSIGN TO OLDCAL
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-OLDCAL-STATUS.
006100     SELECT NEW-CALENDAR ASSIGN TO NEWCAL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-NEWCAL-STATUS.
006400     SELECT TERM-TRANS ASSIGN TO TERMTRAN
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-TERMTRAN-STATUS.
006700     SELECT CHANGE-LOG ASSIGN TO TERMCHG
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-TERMCHG-STATUS.
007000     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-OPERFILE-STATUS.
007300     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-AUDITLOG-STATUS.
007600******************************************************************
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  OLD-CALENDAR
008000     RECORDING MODE IS F.
008100 01  OC-RECORD                  PIC X(53).
008200
008300 FD  NEW-CALENDAR
008400     RECORDING MODE IS F.
008500 01  NC-RECORD                  PIC X(53).
008600
008700 FD  TERM-TRANS
008800     RECORDING MODE IS F.
008900 01  TN-RECORD.
009000     COPY TERMTRAN.
009100
009200 FD  CHANGE-LOG
009300     RECORDING MODE IS F.
009400 01  TK-RECORD.
009500     COPY TERMCHGR.
009600
009700 FD  OPERATOR-FILE
009800     RECORDING MODE IS F.
009900 01  OP-RECORD.
010000     COPY OPERAUTH.
010100
010200 FD  AUDIT-LOG
010300     RECORDING MODE IS F.
010400 01  AL-RECORD.
010500     COPY AUDITREC.
010600
010700 WORKING-STORAGE SECTION.
010800******************************************************************
010900* FILE STATUS AND END-OF-FILE SWITCHES
011000******************************************************************
011100 77  WS-OLDCAL-STATUS           PIC X(02)     VALUE SPACES.
011200 77  WS-NEWCAL-STATUS           PIC X(02)     VALUE SPACES.
011300 77  WS-TERMTRAN-STATUS         PIC X(02)     VALUE SPACES.
011400 77  WS-TERMCHG-STATUS          PIC X(02)     VALUE SPACES.
011500 77  WS-OPERFILE-STATUS         PIC X(02)     VALUE SPACES.
011600 77  WS-AUDITLOG-STATUS         PIC X(02)     VALUE SPACES.
011700 77  WS-OLD-EOF-SWITCH          PIC X(01)     VALUE 'N'.
011800     88  WS-OLD-EOF             VALUE 'Y'.
011900 77  WS-TRN-EOF-SWITCH          PIC X(01)     VALUE 'N'.
012000     88  WS-TRN-EOF             VALUE 'Y'.
012100 77  WS-OPER-EOF-SWITCH         PIC X(01)     VALUE 'N'.
012200     88  WS-OPER-EOF            VALUE 'Y'.
012300 77  WS-OPER-OK-SWITCH          PIC X(01)     VALUE 'N'.
012400     88  WS-OPER-OK             VALUE 'Y'.
012500 77  WS-FOUND-SWITCH            PIC X(01)     VALUE 'N'.
012600     88  WS-TERM-FOUND          VALUE 'Y'.
012700 77  WS-DATES-OK-SWITCH         PIC X(01)     VALUE 'N'.
012800     88  WS-DATES-OK            VALUE 'Y'.
012900 77  WS-SESSION-END-SWITCH      PIC X(01)     VALUE 'N'.
013000     88  WS-SESSION-END         VALUE 'Y'.
013100 77  WS-CLOSE-REFUSED-SWITCH    PIC X(01)     VALUE 'N'.
013200     88  WS-CLOSE-REFUSED       VALUE 'Y'.
013300******************************************************************
013400* THE CALENDAR, HELD WHOLE IN TERM-CODE ORDER. WS-CAL-WORK IS ONE
013500* RECORD IN THE TERMCAL LAYOUT - WHAT IS READ, WRITTEN, AND
013600* LOGGED; 6100/6200 MOVE IT TO AND FROM A TABLE ENTRY.
013700******************************************************************
013800 01  WS-CAL-COUNT               PIC 9(03)     COMP    VALUE ZERO.
013900 01  WS-CAL-TABLE.
014000     05  WS-CAL-ENTRY OCCURS 200 TIMES
014100                      INDEXED BY WS-CAL-IDX.
014200         10  WS-CE-TERM-CODE    PIC X(06).
014300         10  WS-CE-START-DATE   PIC 9(08).
014400         10  WS-CE-END-DATE     PIC 9(08).
014500         10  WS-CE-DEADLINE     PIC 9(08).
014600         10  WS-CE-CLOSE-DATE   PIC 9(08).
014700         10  WS-CE-STATUS       PIC X(01).
014800             88  WS-CE-CLOSED       VALUE 'C'.
014900         10  WS-CE-CLOSED-DATE  PIC 9(08).
015000 01  WS-CAL-WORK.
015100     COPY TERMCAL.
015200 01  WS-CAL-BEFORE              PIC X(53)     VALUE SPACES.
015300 01  WS-PREV-OLD-CODE           PIC X(06)     VALUE LOW-VALUES.
015400 01  WS-CAL-SUB                 PIC 9(03)     COMP    VALUE ZERO.
015500 01  WS-INS-SUB                 PIC 9(03)     COMP    VALUE ZERO.
015600 01  WS-SHIFT-SUB               PIC 9(03)     COMP    VALUE ZERO.
015700 01  WS-PREV-SUB                PIC 9(03)     COMP    VALUE ZERO.
015800 01  WS-NEXT-SUB                PIC 9(03)     COMP    VALUE ZERO.
015900 01  WS-LOG-OPERATOR            PIC X(08)     VALUE SPACES.
016000******************************************************************
016100* OPERATOR AUTHORIZATION TABLE - LOADED ONCE AT STARTUP FROM
016200* OPERFILE, SCANNED PER TRANSACTION. A MISSING AUTHORIZATION
016300* FILE IS A HARD STOP.
016400******************************************************************
016500 01  WS-OPER-COUNT              PIC 9(03)     COMP    VALUE ZERO.
016600 01  WS-OPER-TABLE.
016700     05  WS-OPER-ENTRY OCCURS 200 TIMES
016800                       INDEXED BY WS-OPER-IDX.
016900         10  WS-OPER-ID             PIC X(08).
017000         10  WS-OPER-LEVEL          PIC X(01).
017100             88  WS-OPER-ROSTER-AUTH
017200                 VALUE 'R' 'A'.
017300             88  WS-OPER-ADMIN-AUTH VALUE 'A'.
017400         10  WS-OPER-ACTIVE         PIC X(01).
017500             88  WS-OPER-IS-ACTIVE  VALUE 'A'.
017600 01  WS-CHK-LEVEL               PIC X(01)     VALUE SPACE.
017700     88  WS-CHK-ADMIN           VALUE 'A'.
017800******************************************************************
017900* OPERATOR-SESSION WORK FIELDS (ACCEPT/RE-PROMPT CONVENTION)
018000******************************************************************
018100 01  WS-OP-ACTION               PIC X(01)     VALUE SPACE.
018200 77  WS-RETRY-COUNT             PIC 9(02)     VALUE 0.
018300 77  WS-RETRY-MAX               PIC 9(02)     VALUE 3.
018400******************************************************************
018500* RUN COUNTERS
018600******************************************************************
018700 01  WS-TRAN-COUNT              PIC 9(05)     COMP    VALUE ZERO.
018800 01  WS-ADDED-COUNT             PIC 9(05)     COMP    VALUE ZERO.
018900 01  WS-CHANGED-COUNT           PIC 9(05)     COMP    VALUE ZERO.
019000 01  WS-CLOSE-COUNT             PIC 9(05)     COMP    VALUE ZERO.
019100 01  WS-ERROR-COUNT             PIC 9(05)     COMP    VALUE ZERO.
019200 01  WS-RUN-DATE-YMD            PIC 9(08)             VALUE ZERO.
019300
019400******************************************************************
019500 PROCEDURE DIVISION.
019600******************************************************************
019700* 0000-MAINLINE - TOP-LEVEL CONTROL FLOW
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 1300-LOAD-TRANSACTIONS THRU 1300-EXIT.
020200     PERFORM 8000-WRITE-CALENDAR THRU 8000-EXIT.
020300     PERFORM 7900-SUMMARY THRU 7900-EXIT.
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020500     STOP RUN.
020600
020700******************************************************************
020800* 1000-INITIALIZE - OPEN THE LOGS, LOAD THE OLD CALENDAR AND THE
020900* OPERATORS
021000******************************************************************
021100 1000-INITIALIZE.
021200     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
021300     OPEN EXTEND CHANGE-LOG.
021400     IF WS-TERMCHG-STATUS = '35'
021500         OPEN OUTPUT CHANGE-LOG
021600     END-IF.
021700     OPEN EXTEND AUDIT-LOG.
021800     IF WS-AUDITLOG-STATUS = '35'
021900         OPEN OUTPUT AUDIT-LOG
022000     END-IF.
022100     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
022200     PERFORM 1250-LOAD-OPERATORS THRU 1250-EXIT.
022300 1000-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700* 1100-LOAD-CALENDAR - THE OLD GENERATION INTO THE TABLE, WITH
022800* THE SEQUENCE CHECK EVERY CALENDAR READER DEPENDS ON. NO OLD
022900* CALENDAR IS NOT AN ERROR - THE FIRST LOAD EVER STARTS EMPTY.
023000******************************************************************
023100 1100-LOAD-CALENDAR.
023200     OPEN INPUT OLD-CALENDAR.
023300     IF WS-OLDCAL-STATUS NOT = '00'
023400         DISPLAY 'TERMMNT - NO OLD TERM CALENDAR, STARTING EMPTY'
023500         GO TO 1100-EXIT
023600     END-IF.
023700     PERFORM 1150-LOAD-ONE-TERM THRU 1150-EXIT
023800         UNTIL WS-OLD-EOF.
023900     CLOSE OLD-CALENDAR.
024000 1100-EXIT.
024100     EXIT.
024200
024300 1150-LOAD-ONE-TERM.
024400     READ OLD-CALENDAR
024500         AT END
024600             SET WS-OLD-EOF TO TRUE
024700             GO TO 1150-EXIT
024800     END-READ.
024900     MOVE OC-RECORD TO WS-CAL-WORK.
025000     IF TC-TERM-CODE NOT > WS-PREV-OLD-CODE
025100         DISPLAY 'TERMMNT - CALENDAR OUT OF SEQUENCE AT '
025200             TC-TERM-CODE ', RUN STOPPED'
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     IF WS-CAL-COUNT = 200
025700         DISPLAY 'TERMMNT - MORE THAN 200 TERMS ON THE CALENDAR, '
025800             'RUN STOPPED'
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     MOVE TC-TERM-CODE TO WS-PREV-OLD-CODE.
026300     ADD 1 TO WS-CAL-COUNT.
026400     MOVE WS-CAL-COUNT TO WS-CAL-SUB.
026500     PERFORM 6200-WORK-TO-ENTRY THRU 6200-EXIT.
026600 1150-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000* 1250-LOAD-OPERATORS - READ THE OPERATOR AUTHORIZATION FILE
027100* INTO MEMORY. MISSING OR EMPTY IS A HARD STOP.
027200******************************************************************
027300 1250-LOAD-OPERATORS.
027400     OPEN INPUT OPERATOR-FILE.
027500     IF WS-OPERFILE-STATUS NOT = '00'
027600         DISPLAY 'TERMMNT - OPERATOR AUTHORIZATION FILE NOT '
027700             'FOUND, RUN STOPPED'
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     PERFORM 1260-LOAD-ONE-OPERATOR THRU 1260-EXIT
028200         UNTIL WS-OPER-EOF.
028300     CLOSE OPERATOR-FILE.
028400     IF WS-OPER-COUNT = ZERO
028500         DISPLAY 'TERMMNT - OPERATOR AUTHORIZATION FILE '
028600             'EMPTY, RUN STOPPED'
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000 1250-EXIT.
029100     EXIT.
029200
029300 1260-LOAD-ONE-OPERATOR.
029400     READ OPERATOR-FILE
029500         AT END
029600             SET WS-OPER-EOF TO TRUE
029700             GO TO 1260-EXIT
029800     END-READ.
029900     IF WS-OPER-COUNT = 200
030000         DISPLAY 'TERMMNT - MORE THAN 200 OPERATORS, '
030100             'RUN STOPPED'
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     ADD 1 TO WS-OPER-COUNT.
030600     SET WS-OPER-IDX TO WS-OPER-COUNT.
030700     MOVE OP-OPERATOR-ID TO WS-OPER-ID(WS-OPER-IDX).
030800     MOVE OP-AUTH-LEVEL TO WS-OPER-LEVEL(WS-OPER-IDX).
030900     MOVE OP-ACTIVE-FLAG TO WS-OPER-ACTIVE(WS-OPER-IDX).
031000 1260-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 1270-CHECK-OPERATOR - THE TRANSACTION'S OPERATOR MUST BE ON
031500* THE AUTHORIZATION FILE, ACTIVE, AND HOLD ROSTER/REFERENCE
031600* AUTHORITY. THE LEVEL IS KEPT FOR THE REOPEN CHECK. A REFUSAL
031700* WRITES ITS OWN AUDIT-LOG LINE.
031800******************************************************************
031900 1270-CHECK-OPERATOR.
032000     MOVE 'N' TO WS-OPER-OK-SWITCH.
032100     MOVE SPACE TO WS-CHK-LEVEL.
032200     PERFORM 1275-SCAN-ONE-OPERATOR THRU 1275-EXIT
032300         VARYING WS-OPER-IDX FROM 1 BY 1
032400         UNTIL WS-OPER-IDX > WS-OPER-COUNT
032500         OR WS-OPER-ID(WS-OPER-IDX) = TN-OPERATOR-ID.
032600     IF WS-OPER-IDX NOT > WS-OPER-COUNT
032700         AND WS-OPER-IS-ACTIVE(WS-OPER-IDX)
032800         AND WS-OPER-ROSTER-AUTH(WS-OPER-IDX)
032900         MOVE WS-OPER-LEVEL(WS-OPER-IDX) TO WS-CHK-LEVEL
033000         SET WS-OPER-OK TO TRUE
033100         GO TO 1270-EXIT
033200     END-IF.
033300     MOVE SPACES TO AL-RECORD.
033400     MOVE WS-RUN-DATE-YMD TO AL-ENTRY-DATE.
033500     ACCEPT AL-ENTRY-TIME FROM TIME.
033600     MOVE TN-OPERATOR-ID TO AL-OPERATOR-ID.
033700     MOVE SPACES TO AL-STUDENT-ID.
033800     MOVE ZERO TO AL-EXAM-SCORE.
033900     MOVE ZERO TO AL-COURSEWORK-SCORE.
034000     MOVE ZERO TO AL-FINAL-NOTE.
034100     MOVE 'REFUSE' TO AL-SOURCE.
034200     WRITE AL-RECORD.
034300     DISPLAY 'TERMMNT - OPERATOR ' TN-OPERATOR-ID
034400         ' NOT AUTHORIZED FOR CALENDAR CHANGES, '
034500         'TRANSACTION REFUSED'.
034600 1270-EXIT.
034700     EXIT.
034800
034900 1275-SCAN-ONE-OPERATOR.
035000 1275-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400* 1300-LOAD-TRANSACTIONS - FROM THE TERMTRAN FILE IF SUPPLIED,
035500* OTHERWISE AN OPERATOR PROMPT SESSION; EACH ONE IS APPLIED AS IT
035600* ARRIVES. NOTHING TO APPLY IS A SUBMISSION ERROR.
035700******************************************************************
035800 1300-LOAD-TRANSACTIONS.
035900     OPEN INPUT TERM-TRANS.
036000     IF WS-TERMTRAN-STATUS NOT = '00'
036100         PERFORM 2000-OPERATOR-SESSION THRU 2000-EXIT
036200         GO TO 1300-CHECK
036300     END-IF.
036400     PERFORM 1350-LOAD-ONE-TRAN THRU 1350-EXIT
036500         UNTIL WS-TRN-EOF.
036600     CLOSE TERM-TRANS.
036700 1300-CHECK.
036800     IF WS-TRAN-COUNT = ZERO
036900         DISPLAY 'TERMMNT - NO TRANSACTIONS TO APPLY'
037000         MOVE 'Y' TO WS-CLOSE-REFUSED-SWITCH
037100     END-IF.
037200 1300-EXIT.
037300     EXIT.
037400
037500 1350-LOAD-ONE-TRAN.
037600     READ TERM-TRANS
037700         AT END
037800             SET WS-TRN-EOF TO TRUE
037900             GO TO 1350-EXIT
038000     END-READ.
038100     IF TN-ACTION = SPACE
038200         GO TO 1350-EXIT
038300     END-IF.
038400     PERFORM 3000-APPLY-ONE-TRAN THRU 3000-EXIT.
038500 1350-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900* 2000-OPERATOR-SESSION - NO TRANSACTION FILE: PROMPT FOR ADDS
039000* AND CHANGES IN THE SHOP'S ACCEPT/RE-PROMPT STYLE UNTIL THE
039100* OPERATOR KEYS 'Q'
039200******************************************************************
039300 2000-OPERATOR-SESSION.
039400     DISPLAY 'maintenance du calendrier des trimestres'.
039500     PERFORM 2100-PROMPT-ONE-TRAN THRU 2100-EXIT
039600         UNTIL WS-SESSION-END.
039700 2000-EXIT.
039800     EXIT.
039900
040000 2100-PROMPT-ONE-TRAN.
040100     MOVE ZERO TO WS-RETRY-COUNT.
040200 2100-PROMPT-ACTION.
040300     DISPLAY 'action (A=ajout C=modif Q=fin) : '.
040400     ACCEPT WS-OP-ACTION.
040500     IF WS-OP-ACTION = 'Q' OR WS-OP-ACTION = 'q'
040600         SET WS-SESSION-END TO TRUE
040700         GO TO 2100-EXIT
040800     END-IF.
040900     IF WS-OP-ACTION NOT = 'A' AND WS-OP-ACTION NOT = 'C'
041000         ADD 1 TO WS-RETRY-COUNT
041100         IF WS-RETRY-COUNT > WS-RETRY-MAX
041200             DISPLAY 'trop d''essais --> fin de la saisie'
041300             SET WS-SESSION-END TO TRUE
041400             GO TO 2100-EXIT
041500         END-IF
041600         DISPLAY 'erreur --> action inconnue, ressaisir'
041700         GO TO 2100-PROMPT-ACTION
041800     END-IF.
041900     MOVE SPACES TO TN-RECORD.
042000     MOVE WS-OP-ACTION TO TN-ACTION.
042100     DISPLAY 'code du trimestre : '.
042200     ACCEPT TN-TERM-CODE.
042300     DISPLAY 'date de début (AAAAMMJJ) : '.
042400     ACCEPT TN-START-DATE.
042500     DISPLAY 'date de fin (AAAAMMJJ) : '.
042600     ACCEPT TN-END-DATE.
042700     DISPLAY 'date limite de remise des notes (AAAAMMJJ) : '.
042800     ACCEPT TN-SUBMIT-DEADLINE.
042900     DISPLAY 'date de clôture (AAAAMMJJ) : '.
043000     ACCEPT TN-CLOSE-DATE.
043100     IF WS-OP-ACTION = 'C'
043200         DISPLAY 'statut (O=réouvrir, blanc=inchangé) : '
043300         ACCEPT TN-STATUS
043400     END-IF.
043500     DISPLAY 'identifiant opérateur : '.
043600     ACCEPT TN-OPERATOR-ID.
043700     PERFORM 3000-APPLY-ONE-TRAN THRU 3000-EXIT.
043800 2100-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200* 3000-APPLY-ONE-TRAN - THE TRANSACTION IN TN-RECORD, BY ACTION
044300******************************************************************
044400 3000-APPLY-ONE-TRAN.
044500     ADD 1 TO WS-TRAN-COUNT.
044600     IF TN-ACTION NOT = 'A' AND TN-ACTION NOT = 'C'
044700         AND TN-ACTION NOT = 'V' AND TN-ACTION NOT = 'X'
044800         DISPLAY 'TERMMNT - UNKNOWN ACTION ' TN-ACTION
044900             ' FOR ' TN-TERM-CODE ', IGNORED'
045000         ADD 1 TO WS-ERROR-COUNT
045100         GO TO 3000-EXIT
045200     END-IF.
045300     IF TN-ACTION = 'V' OR TN-ACTION = 'X'
045400         IF TN-OPERATOR-ID = SPACES
045500             MOVE 'TERMCLOS' TO WS-LOG-OPERATOR
045600         ELSE
045700             MOVE TN-OPERATOR-ID TO WS-LOG-OPERATOR
045800         END-IF
045900     ELSE
046000         PERFORM 1270-CHECK-OPERATOR THRU 1270-EXIT
046100         IF NOT WS-OPER-OK
046200             ADD 1 TO WS-ERROR-COUNT
046300             GO TO 3000-EXIT
046400         END-IF
046500         MOVE TN-OPERATOR-ID TO WS-LOG-OPERATOR
046600     END-IF.
046700     EVALUATE TN-ACTION
046800         WHEN 'A'
046900             PERFORM 4000-ADD-TERM THRU 4000-EXIT
047000         WHEN 'C'
047100             PERFORM 4200-CHANGE-TERM THRU 4200-EXIT
047200         WHEN 'V'
047300             PERFORM 4400-VERIFY-CLOSE THRU 4400-EXIT
047400         WHEN 'X'
047500             PERFORM 4600-MARK-CLOSED THRU 4600-EXIT
047600     END-EVALUATE.
047700 3000-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100* 4000-ADD-TERM - A NEW TERM, OPEN, INSERTED AT ITS PLACE IN
048200* TERM-CODE ORDER
048300******************************************************************
048400 4000-ADD-TERM.
048500     IF TN-TERM-CODE = SPACES
048600         DISPLAY 'TERMMNT - BLANK TERM CODE, ADD IGNORED'
048700         ADD 1 TO WS-ERROR-COUNT
048800         GO TO 4000-EXIT
048900     END-IF.
049000     IF TN-START-DATE IS NOT NUMERIC
049100         OR TN-END-DATE IS NOT NUMERIC
049200         OR TN-SUBMIT-DEADLINE IS NOT NUMERIC
049300         OR TN-CLOSE-DATE IS NOT NUMERIC
049400         DISPLAY 'TERMMNT - ' TN-TERM-CODE
049500             ' NEEDS ALL FOUR DATES AS YYYYMMDD, ADD IGNORED'
049600         ADD 1 TO WS-ERROR-COUNT
049700         GO TO 4000-EXIT
049800     END-IF.
049900     PERFORM 7000-FIND-TERM THRU 7000-EXIT.
050000     IF WS-TERM-FOUND
050100         DISPLAY 'TERMMNT - ' TN-TERM-CODE
050200             ' ALREADY ON CALENDAR, ADD IGNORED'
050300         ADD 1 TO WS-ERROR-COUNT
050400         GO TO 4000-EXIT
050500     END-IF.
050600     IF WS-CAL-COUNT = 200
050700         DISPLAY 'TERMMNT - MORE THAN 200 TERMS ON THE CALENDAR, '
050800             'RUN STOPPED'
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200     MOVE SPACES TO WS-CAL-WORK.
051300     MOVE TN-TERM-CODE TO TC-TERM-CODE.
051400     MOVE TN-START-DATE TO TC-START-DATE.
051500     MOVE TN-END-DATE TO TC-END-DATE.
051600     MOVE TN-SUBMIT-DEADLINE TO TC-SUBMIT-DEADLINE.
051700     MOVE TN-CLOSE-DATE TO TC-CLOSE-DATE.
051800     SET TC-OPEN TO TRUE.
051900     MOVE ZERO TO TC-CLOSED-DATE.
052000     COMPUTE WS-PREV-SUB = WS-INS-SUB - 1.
052100     MOVE WS-INS-SUB TO WS-NEXT-SUB.
052200     PERFORM 5000-CHECK-DATES THRU 5000-EXIT.
052300     IF NOT WS-DATES-OK
052400         ADD 1 TO WS-ERROR-COUNT
052500         GO TO 4000-EXIT
052600     END-IF.
052700     PERFORM 4050-SHIFT-ONE-ENTRY THRU 4050-EXIT
052800         VARYING WS-SHIFT-SUB FROM WS-CAL-COUNT BY -1
052900         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
053000     ADD 1 TO WS-CAL-COUNT.
053100     MOVE WS-INS-SUB TO WS-CAL-SUB.
053200     PERFORM 6200-WORK-TO-ENTRY THRU 6200-EXIT.
053300     MOVE SPACES TO WS-CAL-BEFORE.
053400     PERFORM 5500-WRITE-CHANGE-LOG THRU 5500-EXIT.
053500     ADD 1 TO WS-ADDED-COUNT.
053600 4000-EXIT.
053700     EXIT.
053800
053900 4050-SHIFT-ONE-ENTRY.
054000     MOVE WS-CAL-ENTRY(WS-SHIFT-SUB)
054100         TO WS-CAL-ENTRY(WS-SHIFT-SUB + 1).
054200 4050-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600* 4200-CHANGE-TERM - NEW DATES WHERE THE TRANSACTION CARRIES
054700* THEM; 'O' REOPENS (ADMINISTRATOR AUTHORITY ONLY). A CLOSED TERM
054800* MUST BE REOPENED BEFORE OR WITH ANY DATE CHANGE.
054900******************************************************************
055000 4200-CHANGE-TERM.
055100     PERFORM 7000-FIND-TERM THRU 7000-EXIT.
055200     IF NOT WS-TERM-FOUND
055300         DISPLAY 'TERMMNT - ' TN-TERM-CODE
055400             ' NOT ON CALENDAR, NOTHING TO APPLY'
055500         ADD 1 TO WS-ERROR-COUNT
055600         GO TO 4200-EXIT
055700     END-IF.
055800     MOVE WS-INS-SUB TO WS-CAL-SUB.
055900     PERFORM 6100-ENTRY-TO-WORK THRU 6100-EXIT.
056000     MOVE WS-CAL-WORK TO WS-CAL-BEFORE.
056100     IF TN-STATUS NOT = SPACE AND TN-STATUS NOT = 'O'
056200         DISPLAY 'TERMMNT - ' TN-TERM-CODE ' STATUS '
056300             TN-STATUS ' CANNOT BE SET BY A CHANGE, IGNORED'
056400         ADD 1 TO WS-ERROR-COUNT
056500         GO TO 4200-EXIT
056600     END-IF.
056700     IF TN-STATUS = 'O' AND NOT TC-OPEN
056800         IF NOT WS-CHK-ADMIN
056900             DISPLAY 'TERMMNT - REOPENING ' TN-TERM-CODE
057000                 ' NEEDS ADMINISTRATOR AUTHORITY, IGNORED'
057100             ADD 1 TO WS-ERROR-COUNT
057200             GO TO 4200-EXIT
057300         END-IF
057400         SET TC-OPEN TO TRUE
057500         MOVE ZERO TO TC-CLOSED-DATE
057600     END-IF.
057700     IF TC-CLOSED
057800         DISPLAY 'TERMMNT - ' TN-TERM-CODE
057900             ' IS CLOSED - REOPEN IT TO CHANGE ITS DATES'
058000         ADD 1 TO WS-ERROR-COUNT
058100         GO TO 4200-EXIT
058200     END-IF.
058300     IF TN-START-DATE NOT = SPACES
058400         IF TN-START-DATE IS NOT NUMERIC
058500             GO TO 4200-BAD-DATE
058600         END-IF
058700         MOVE TN-START-DATE TO TC-START-DATE
058800     END-IF.
058900     IF TN-END-DATE NOT = SPACES
059000         IF TN-END-DATE IS NOT NUMERIC
059100             GO TO 4200-BAD-DATE
059200         END-IF
059300         MOVE TN-END-DATE TO TC-END-DATE
059400     END-IF.
059500     IF TN-SUBMIT-DEADLINE NOT = SPACES
059600         IF TN-SUBMIT-DEADLINE IS NOT NUMERIC
059700             GO TO 4200-BAD-DATE
059800         END-IF
059900         MOVE TN-SUBMIT-DEADLINE TO TC-SUBMIT-DEADLINE
060000     END-IF.
060100     IF TN-CLOSE-DATE NOT = SPACES
060200         IF TN-CLOSE-DATE IS NOT NUMERIC
060300             GO TO 4200-BAD-DATE
060400         END-IF
060500         MOVE TN-CLOSE-DATE TO TC-CLOSE-DATE
060600     END-IF.
060700     COMPUTE WS-PREV-SUB = WS-INS-SUB - 1.
060800     COMPUTE WS-NEXT-SUB = WS-INS-SUB + 1.
060900     PERFORM 5000-CHECK-DATES THRU 5000-EXIT.
061000     IF NOT WS-DATES-OK
061100         ADD 1 TO WS-ERROR-COUNT
061200         GO TO 4200-EXIT
061300     END-IF.
061400     PERFORM 6200-WORK-TO-ENTRY THRU 6200-EXIT.
061500     PERFORM 5500-WRITE-CHANGE-LOG THRU 5500-EXIT.
061600     ADD 1 TO WS-CHANGED-COUNT.
061700     GO TO 4200-EXIT.
061800 4200-BAD-DATE.
061900     DISPLAY 'TERMMNT - ' TN-TERM-CODE ' DATES MUST BE YYYYMMDD, '
062000         'CHANGE IGNORED'.
062100     ADD 1 TO WS-ERROR-COUNT.
062200 4200-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 4400-VERIFY-CLOSE - THE TERM TO CLOSE MUST NOT BE CLOSED AND
062700* ITS CLOSE DATE MUST HAVE COME; IT GOES TO CLOSING. A REFUSAL
062800* STOPS THE CLOSE STREAM (RC=16).
062900******************************************************************
063000 4400-VERIFY-CLOSE.
063100     PERFORM 7100-FIND-CLOSE-TARGET THRU 7100-EXIT.
063200     IF NOT WS-TERM-FOUND
063300         GO TO 4400-EXIT
063400     END-IF.
063500     IF WS-RUN-DATE-YMD < TC-CLOSE-DATE
063600         DISPLAY 'TERMMNT - TERM ' TC-TERM-CODE ' CLOSE DATE '
063700             TC-CLOSE-DATE ' NOT REACHED, CLOSE REFUSED'
063800         SET WS-CLOSE-REFUSED TO TRUE
063900         GO TO 4400-EXIT
064000     END-IF.
064100     SET TC-CLOSING TO TRUE.
064200     PERFORM 6200-WORK-TO-ENTRY THRU 6200-EXIT.
064300     PERFORM 5500-WRITE-CHANGE-LOG THRU 5500-EXIT.
064400     ADD 1 TO WS-CLOSE-COUNT.
064500     DISPLAY 'TERMMNT - TERM ' TC-TERM-CODE ' VERIFIED FOR CLOSE'.
064600 4400-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000* 4600-MARK-CLOSED - THE END OF THE CLOSE STREAM: A CLOSING TERM
065100* IS CLOSED AS OF TODAY. A TERM NOT VERIFIED FIRST IS REFUSED.
065200******************************************************************
065300 4600-MARK-CLOSED.
065400     PERFORM 7100-FIND-CLOSE-TARGET THRU 7100-EXIT.
065500     IF NOT WS-TERM-FOUND
065600         GO TO 4600-EXIT
065700     END-IF.
065800     IF NOT TC-CLOSING
065900         DISPLAY 'TERMMNT - TERM ' TC-TERM-CODE
066000             ' NOT VERIFIED FOR CLOSE, CLOSE REFUSED'
066100         SET WS-CLOSE-REFUSED TO TRUE
066200         GO TO 4600-EXIT
066300     END-IF.
066400     SET TC-CLOSED TO TRUE.
066500     MOVE WS-RUN-DATE-YMD TO TC-CLOSED-DATE.
066600     PERFORM 6200-WORK-TO-ENTRY THRU 6200-EXIT.
066700     PERFORM 5500-WRITE-CHANGE-LOG THRU 5500-EXIT.
066800     ADD 1 TO WS-CLOSE-COUNT.
066900     DISPLAY 'TERMMNT - TERM ' TC-TERM-CODE ' CLOSED'.
067000 4600-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400* 5000-CHECK-DATES - THE DATES IN WS-CAL-WORK RUN START, END,
067500* DEADLINE, CLOSE, AND THE TEACHING DATES FALL AFTER THE END OF
067600* THE TERM BEFORE (WS-PREV-SUB) AND BEFORE THE START OF THE TERM
067700* AFTER (WS-NEXT-SUB)
067800******************************************************************
067900 5000-CHECK-DATES.
068000     MOVE 'N' TO WS-DATES-OK-SWITCH.
068100     IF TC-START-DATE = ZERO
068200         OR TC-START-DATE > TC-END-DATE
068300         OR TC-END-DATE > TC-SUBMIT-DEADLINE
068400         OR TC-SUBMIT-DEADLINE > TC-CLOSE-DATE
068500         DISPLAY 'TERMMNT - ' TC-TERM-CODE
068600             ' DATES OUT OF ORDER (START END DEADLINE CLOSE)'
068700         GO TO 5000-EXIT
068800     END-IF.
068900     IF WS-PREV-SUB > ZERO
069000         IF WS-CE-END-DATE(WS-PREV-SUB) NOT < TC-START-DATE
069100             DISPLAY 'TERMMNT - ' TC-TERM-CODE ' OVERLAPS '
069200                 WS-CE-TERM-CODE(WS-PREV-SUB) ', IGNORED'
069300             GO TO 5000-EXIT
069400         END-IF
069500     END-IF.
069600     IF WS-NEXT-SUB NOT > WS-CAL-COUNT
069700         IF WS-CE-START-DATE(WS-NEXT-SUB) NOT > TC-END-DATE
069800             DISPLAY 'TERMMNT - ' TC-TERM-CODE ' OVERLAPS '
069900                 WS-CE-TERM-CODE(WS-NEXT-SUB) ', IGNORED'
070000             GO TO 5000-EXIT
070100         END-IF
070200     END-IF.
070300     SET WS-DATES-OK TO TRUE.
070400 5000-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800* 5500-WRITE-CHANGE-LOG - WS-CAL-BEFORE AND WS-CAL-WORK AS THE
070900* BEFORE AND AFTER IMAGES
071000******************************************************************
071100 5500-WRITE-CHANGE-LOG.
071200     MOVE SPACES TO TK-RECORD.
071300     MOVE WS-RUN-DATE-YMD TO TK-CHANGE-DATE.
071400     ACCEPT TK-CHANGE-TIME FROM TIME.
071500     MOVE WS-LOG-OPERATOR TO TK-OPERATOR-ID.
071600     MOVE TN-ACTION TO TK-ACTION.
071700     MOVE TC-TERM-CODE TO TK-TERM-CODE.
071800     MOVE WS-CAL-BEFORE TO TK-OLD-IMAGE.
071900     MOVE WS-CAL-WORK TO TK-NEW-IMAGE.
072000     WRITE TK-RECORD.
072100 5500-EXIT.
072200     EXIT.
072300
072400******************************************************************
072500* 6100/6200 - ONE CALENDAR RECORD BETWEEN TABLE ENTRY WS-CAL-SUB
072600* AND THE WS-CAL-WORK LAYOUT
072700******************************************************************
072800 6100-ENTRY-TO-WORK.
072900     MOVE SPACES TO WS-CAL-WORK.
073000     MOVE WS-CE-TERM-CODE(WS-CAL-SUB) TO TC-TERM-CODE.
073100     MOVE WS-CE-START-DATE(WS-CAL-SUB) TO TC-START-DATE.
073200     MOVE WS-CE-END-DATE(WS-CAL-SUB) TO TC-END-DATE.
073300     MOVE WS-CE-DEADLINE(WS-CAL-SUB) TO TC-SUBMIT-DEADLINE.
073400     MOVE WS-CE-CLOSE-DATE(WS-CAL-SUB) TO TC-CLOSE-DATE.
073500     MOVE WS-CE-STATUS(WS-CAL-SUB) TO TC-STATUS.
073600     MOVE WS-CE-CLOSED-DATE(WS-CAL-SUB) TO TC-CLOSED-DATE.
073700 6100-EXIT.
073800     EXIT.
073900
074000 6200-WORK-TO-ENTRY.
074100     MOVE TC-TERM-CODE TO WS-CE-TERM-CODE(WS-CAL-SUB).
074200     MOVE TC-START-DATE TO WS-CE-START-DATE(WS-CAL-SUB).
074300     MOVE TC-END-DATE TO WS-CE-END-DATE(WS-CAL-SUB).
074400     MOVE TC-SUBMIT-DEADLINE TO WS-CE-DEADLINE(WS-CAL-SUB).
074500     MOVE TC-CLOSE-DATE TO WS-CE-CLOSE-DATE(WS-CAL-SUB).
074600     MOVE TC-STATUS TO WS-CE-STATUS(WS-CAL-SUB).
074700     MOVE TC-CLOSED-DATE TO WS-CE-CLOSED-DATE(WS-CAL-SUB).
074800 6200-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200* 7000-FIND-TERM - TN-TERM-CODE IN THE TABLE. WS-INS-SUB IS LEFT
075300* ON THE MATCH, OR ON THE FIRST HIGHER TERM (THE INSERT POINT).
075400******************************************************************
075500 7000-FIND-TERM.
075600     MOVE 'N' TO WS-FOUND-SWITCH.
075700     PERFORM 7050-SCAN-ONE-TERM THRU 7050-EXIT
075800         VARYING WS-INS-SUB FROM 1 BY 1
075900         UNTIL WS-INS-SUB > WS-CAL-COUNT
076000         OR WS-CE-TERM-CODE(WS-INS-SUB) NOT < TN-TERM-CODE.
076100     IF WS-INS-SUB NOT > WS-CAL-COUNT
076200         AND WS-CE-TERM-CODE(WS-INS-SUB) = TN-TERM-CODE
076300         SET WS-TERM-FOUND TO TRUE
076400     END-IF.
076500 7000-EXIT.
076600     EXIT.
076700
076800 7050-SCAN-ONE-TERM.
076900 7050-EXIT.
077000     EXIT.
077100
077200******************************************************************
077300* 7100-FIND-CLOSE-TARGET - THE TERM A 'V' OR 'X' ACTS ON: THE ONE
077400* NAMED, OR THE OLDEST NOT CLOSED. NONE, OR ONE ALREADY CLOSED,
077500* IS A REFUSAL. THE TERM IS LEFT IN WS-CAL-WORK AND WS-CAL-BEFORE.
077600******************************************************************
077700 7100-FIND-CLOSE-TARGET.
077800     MOVE 'N' TO WS-FOUND-SWITCH.
077900     IF TN-TERM-CODE = SPACES
078000         PERFORM 7150-SCAN-ONE-OPEN THRU 7150-EXIT
078100             VARYING WS-INS-SUB FROM 1 BY 1
078200             UNTIL WS-INS-SUB > WS-CAL-COUNT
078300             OR NOT WS-CE-CLOSED(WS-INS-SUB)
078400         IF WS-INS-SUB NOT > WS-CAL-COUNT
078500             SET WS-TERM-FOUND TO TRUE
078600         END-IF
078700     ELSE
078800         PERFORM 7000-FIND-TERM THRU 7000-EXIT
078900     END-IF.
079000     IF NOT WS-TERM-FOUND
079100         DISPLAY 'TERMMNT - NO TERM TO CLOSE ON THE CALENDAR '
079200             TN-TERM-CODE ', CLOSE REFUSED'
079300         SET WS-CLOSE-REFUSED TO TRUE
079400         GO TO 7100-EXIT
079500     END-IF.
079600     MOVE WS-INS-SUB TO WS-CAL-SUB.
079700     PERFORM 6100-ENTRY-TO-WORK THRU 6100-EXIT.
079800     MOVE WS-CAL-WORK TO WS-CAL-BEFORE.
079900     IF TC-CLOSED
080000         DISPLAY 'TERMMNT - TERM ' TC-TERM-CODE
080100             ' IS ALREADY CLOSED, CLOSE REFUSED'
080200         SET WS-CLOSE-REFUSED TO TRUE
080300         MOVE 'N' TO WS-FOUND-SWITCH
080400     END-IF.
080500 7100-EXIT.
080600     EXIT.
080700
080800 7150-SCAN-ONE-OPEN.
080900 7150-EXIT.
081000     EXIT.
081100
081200******************************************************************
081300* 8000-WRITE-CALENDAR - THE TABLE OUT AS THE NEW GENERATION
081400******************************************************************
081500 8000-WRITE-CALENDAR.
081600     OPEN OUTPUT NEW-CALENDAR.
081700     PERFORM 8100-WRITE-ONE-TERM THRU 8100-EXIT
081800         VARYING WS-CAL-SUB FROM 1 BY 1
081900         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
082000     CLOSE NEW-CALENDAR.
082100 8000-EXIT.
082200     EXIT.
082300
082400 8100-WRITE-ONE-TERM.
082500     PERFORM 6100-ENTRY-TO-WORK THRU 6100-EXIT.
082600     MOVE WS-CAL-WORK TO NC-RECORD.
082700     WRITE NC-RECORD.
082800 8100-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200* 7900-SUMMARY - MAINTENANCE TOTALS. A REFUSED CLOSE (OR NOTHING
083300* TO APPLY) IS RC=16, ANY OTHER REJECTED TRANSACTION RC=4.
083400******************************************************************
083500 7900-SUMMARY.
083600     DISPLAY 'TERMMNT TERMS      : ' WS-CAL-COUNT.
083700     DISPLAY 'TERMMNT ADDED      : ' WS-ADDED-COUNT.
083800     DISPLAY 'TERMMNT CHANGED    : ' WS-CHANGED-COUNT.
083900     DISPLAY 'TERMMNT CLOSE STEPS: ' WS-CLOSE-COUNT.
084000     DISPLAY 'TERMMNT ERRORS     : ' WS-ERROR-COUNT.
084100     IF WS-CLOSE-REFUSED
084200         MOVE 16 TO RETURN-CODE
084300         GO TO 7900-EXIT
084400     END-IF.
084500     IF WS-ERROR-COUNT > ZERO
084600         MOVE 4 TO RETURN-CODE
084700     END-IF.
084800 7900-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200* 9000-TERMINATE - CLOSE UP
085300******************************************************************
085400 9000-TERMINATE.
085500     CLOSE CHANGE-LOG AUDIT-LOG.
085600 9000-EXIT.
085700     EXIT.
