008200*                          CAN DEFEND THE CHANGE. CT-TERM
008300*                          NAMES THE POSTED TERM (BLANK = THE
008400*                          MOST RECENT ATTEMPT).
008410* 10/15/26   R.DELACROIX   A TRANSFER CREDIT (XFERPOST) IS NOT
008420*                          AN ATTEMPT: IT IS NEVER THE TARGET OF
008430*                          A CORRECTION AND A WITHDRAWAL AGAINST
008440*                          IT IS REFUSED. IT COUNTS IN THE
008450*                          RESTAMPED AVERAGE AS XFERPARM SAYS.
008456* 10/15/26   R.DELACROIX   EVERY CORRECTION HELD FOR APPROVAL
008462*                          AND EVERY RELEASE OF ONE IS NOW
008468*                          APPENDED TO THE PENDING-CORRECTION
008474*                          CHANGE LOG (COPYBOOK PENDCHGR) WITH
008480*                          THE RAISER AND THE APPROVER, SO THE
008486*                          APPROVAL SURVIVES THE PENDING FILE
008492*                          DROPPING THE ENTRY.
008493* 10/15/26   R.DELACROIX   TERM NOW DERIVED FROM THE RUN DATE
008494*                          ON THE TERM CALENDAR (TERMCAL) IN
008495*                          PLACE OF TERMPARM; A CLOSED OR MISSING
008496*                          TERM STOPS THE RUN. A PRIOR-TERM CHANGE
008497*                          OR A 'W' AMENDMENT AGAINST A CLOSED
008498*                          TERM IS REFUSED - THE REGISTRAR MUST
008499*                          REOPEN THE TERM (TERMMNT) FIRST.
008500******************************************************************
008600 IDENTIFICATION DIVISION.
008700 PROGRAM-ID. GRADECOR.
013800     SELECT REPEAT-PARM ASSIGN TO REPTPARM
013900         ORGANIZATION IS LINE SEQUENTIAL
014000         FILE STATUS IS WS-REPTPARM-STATUS.
014020     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
014040         ORGANIZATION IS LINE SEQUENTIAL
014060         FILE STATUS IS WS-XFERPARM-STATUS.
014070     SELECT PEND-LOG ASSIGN TO PENDCHG
014080         ORGANIZATION IS LINE SEQUENTIAL
014090         FILE STATUS IS WS-PENDCHG-STATUS.
014100     SELECT COURSE-CATALOG ASSIGN TO CATALOG
014200         ORGANIZATION IS LINE SEQUENTIAL
014300         FILE STATUS IS WS-CATALOG-STATUS.
014400     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
014500         ORGANIZATION IS LINE SEQUENTIAL
014600         FILE STATUS IS WS-TERMCAL-STATUS.
014700******************************************************************
014800 DATA DIVISION.
014900 FILE SECTION.
020700     RECORDING MODE IS F.
020800 01  NP-RECORD                 PIC X(60).
020900
020910 FD  PEND-LOG
020920     RECORDING MODE IS F.
020930 01  PL-RECORD.
020940     COPY PENDCHGR.
020950
021000 FD  PEND-PARM
021100     RECORDING MODE IS F.
021200 01  PP-RECORD                 PIC X(02).
021500     RECORDING MODE IS F.
021600 01  RP-RECORD                 PIC X(01).
021700
021720 FD  TRANSFER-PARM
021740     RECORDING MODE IS F.
021760 01  XP-RECORD                 PIC X(01).
021780
021800 FD  COURSE-CATALOG
021900     RECORDING MODE IS F.
022000 01  CC-RECORD.
022100     COPY CRSCATRC.
022200
022300 FD  TERM-CALENDAR
022400     RECORDING MODE IS F.
022500 01  TC-RECORD.
022550     COPY TERMCAL.
022600
022700 WORKING-STORAGE SECTION.
022800******************************************************************
024100 77  WS-NEWPEND-STATUS          PIC X(02)     VALUE SPACES.
024200 77  WS-PENDPARM-STATUS         PIC X(02)     VALUE SPACES.
024300 77  WS-REPTPARM-STATUS         PIC X(02)     VALUE SPACES.
024350 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
024370 77  WS-PENDCHG-STATUS          PIC X(02)     VALUE SPACES.
024400 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
024500 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
024530 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
024560     88  WS-TERMCAL-EOF         VALUE 'Y'.
024600 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
024700     88  WS-CATALOG-EOF         VALUE 'Y'.
024800 77  WS-CATALOG-LOADED-SWITCH   PIC X(01)     VALUE 'N'.
036100 01  WS-REPEAT-RULE             PIC X(01)     VALUE 'B'.
036200     88  WS-RULE-BEST           VALUE 'B'.
036300     88  WS-RULE-LATEST         VALUE 'L'.
036310******************************************************************
036320* TRANSFER-CREDIT AVERAGE POLICY FOR THE RESTAMP - SAME XFERPARM
036330* CONVENTION AS GRDPOST: 'I' A NOTED TRANSFER COUNTS AT ITS
036340* TRANSFER CREDITS, 'E' NO TRANSFER COUNTS (DEFAULT)
036350******************************************************************
036360 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
036370     88  WS-XFER-INCLUDED       VALUE 'I'.
036400******************************************************************
036500* PENDING-CORRECTIONS TABLE - THE PRIOR RUNS' PENDING FILE PLUS
036600* ANYTHING THIS RUN HOLDS FOR APPROVAL. STATUS 'P' ENTRIES ARE
044500     COPY TRAILREC.
044600******************************************************************
044700* REGISTRAR-EXPORT HEADER FOR THE CORRECTED EXPORT - RUN DATE,
044800* TERM (FROM THE TERM CALENDAR FOR THE RUN DATE), SOURCE 'CO'
044900******************************************************************
045000 01  WS-CURRENT-TERM            PIC X(06)     VALUE SPACES.
045007 01  WS-CLOSED-TERM             PIC X(06)     VALUE SPACES.
045014******************************************************************
045021* CLOSED TERMS FROM THE CALENDAR - NO AMENDMENT IS APPLIED TO A
045028* RESULT POSTED IN ONE OF THEM
045035******************************************************************
045042 01  WS-CLOSED-COUNT            PIC 9(03)     COMP    VALUE ZERO.
045049 01  WS-CLOSED-TABLE.
045056     05  WS-CLOSED-CODE OCCURS 200 TIMES
045063                        INDEXED BY WS-CLOSED-IDX
045070                                PIC X(06).
045077 77  WS-TERM-CLOSED-SWITCH      PIC X(01)     VALUE 'N'.
045084     88  WS-TERM-IS-CLOSED      VALUE 'Y'.
045100 01  WS-HEADER-RECORD.
045200     COPY EXPTHDR.
045300
047100******************************************************************
047200 1000-INITIALIZE.
047300     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
047350     PERFORM 1205-LOAD-TERM THRU 1205-EXIT.
047400     OPEN INPUT OLD-EXPORT.
047500     IF WS-OLDEXPT-STATUS NOT = '00'
047600         DISPLAY 'GRADECOR - EXPORT FILE NOT FOUND'
048400     IF WS-AUDITLOG-STATUS = '35'
048500         OPEN OUTPUT AUDIT-LOG
048600     END-IF.
048620     OPEN EXTEND PEND-LOG.
048640     IF WS-PENDCHG-STATUS = '35'
048660         OPEN OUTPUT PEND-LOG
048680     END-IF.
048700     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
048800     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
049000     PERFORM 1208-WRITE-EXPORT-HEADER THRU 1208-EXIT.
049100     PERFORM 1230-LOAD-PEND-LIMIT THRU 1230-EXIT.
049200     PERFORM 1240-LOAD-REPEAT-RULE THRU 1240-EXIT.
049250     PERFORM 1242-LOAD-TRANSFER-RULE THRU 1242-EXIT.
049300     PERFORM 1245-LOAD-CATALOG THRU 1245-EXIT.
049400     PERFORM 1280-OPEN-MASTER THRU 1280-EXIT.
049500     OPEN OUTPUT NEW-PENDING.
060100     EXIT.
060200
060300******************************************************************
060400* 1205-LOAD-TERM - THE FIRST TERM NOT YET CLOSED ON THE TERM
060500* CALENDAR WHOSE START-TO-CLOSE DATES TAKE IN THE RUN DATE - SAME
060550* RULE AS GRDPOST. NO CALENDAR, NO TERM FOR THE RUN DATE, OR ONLY
060580* A CLOSED ONE IS A HARD STOP. EVERY CLOSED TERM IS KEPT FOR THE
060590* AMENDMENT CHECK (6170).
060600******************************************************************
060700 1205-LOAD-TERM.
060800     MOVE SPACES TO WS-CURRENT-TERM.
060900     OPEN INPUT TERM-CALENDAR.
061000     IF WS-TERMCAL-STATUS NOT = '00'
061020         DISPLAY 'GRADECOR - TERM CALENDAR NOT FOUND, RUN STOPPED'
061040         MOVE 16 TO RETURN-CODE
061060         STOP RUN
061100     END-IF.
061200     PERFORM 1206-READ-ONE-TERM THRU 1206-EXIT
061300         UNTIL WS-TERMCAL-EOF.
061400     CLOSE TERM-CALENDAR.
061500     IF WS-CURRENT-TERM NOT = SPACES
061600         GO TO 1205-EXIT
061700     END-IF.
061750     IF WS-CLOSED-TERM NOT = SPACES
061800         DISPLAY 'GRADECOR - TERM ' WS-CLOSED-TERM
061820             ' IS CLOSED, RUN STOPPED'
061840     ELSE
061860         DISPLAY 'GRADECOR - NO TERM ON THE CALENDAR COVERS '
061880             WS-AUDIT-DATE ', RUN STOPPED'
061900     END-IF.
062000     MOVE 16 TO RETURN-CODE.
062100     STOP RUN.
062200 1205-EXIT.
062300     EXIT.
062310
062320 1206-READ-ONE-TERM.
062330     READ TERM-CALENDAR
062340         AT END
062350             SET WS-TERMCAL-EOF TO TRUE
062360             GO TO 1206-EXIT
062370     END-READ.
062380     IF TC-CLOSED
062382         IF WS-CLOSED-COUNT = 200
062384             DISPLAY 'GRADECOR - MORE THAN 200 CLOSED TERMS, '
062386                 'RUN STOPPED'
062388             MOVE 16 TO RETURN-CODE
062390             STOP RUN
062392         END-IF
062394         ADD 1 TO WS-CLOSED-COUNT
062396         SET WS-CLOSED-IDX TO WS-CLOSED-COUNT
062398         MOVE TC-TERM-CODE TO WS-CLOSED-CODE(WS-CLOSED-IDX)
062400     END-IF.
062410     IF TC-START-DATE > WS-AUDIT-DATE
062420         OR TC-CLOSE-DATE < WS-AUDIT-DATE
062430         OR WS-CURRENT-TERM NOT = SPACES
062440         GO TO 1206-EXIT
062450     END-IF.
062460     IF TC-CLOSED
062470         IF WS-CLOSED-TERM = SPACES
062480             MOVE TC-TERM-CODE TO WS-CLOSED-TERM
062485         END-IF
062490         GO TO 1206-EXIT
062492     END-IF.
062494     MOVE TC-TERM-CODE TO WS-CURRENT-TERM.
062496 1206-EXIT.
062498     EXIT.
062499
062500******************************************************************
062600* 1208-WRITE-EXPORT-HEADER - THE REGISTRAR-INTERFACE HEADER
062700* AS THE CORRECTED EXPORT'S FIRST RECORD
068700 1240-EXIT.
068800     EXIT.
068900
068903******************************************************************
068906* 1242-LOAD-TRANSFER-RULE - TRANSFER AVERAGE POLICY FROM XFERPARM
068909* IF SUPPLIED: 'I' INCLUDE, 'E' EXCLUDE. NO PARAMETER FILE IS
068912* NOT AN ERROR - THE SHOP DEFAULT ('E') STANDS. ANYTHING ELSE IN
068915* THE FILE IS A WARNING AND THE DEFAULT STANDS.
068918******************************************************************
068921 1242-LOAD-TRANSFER-RULE.
068924     OPEN INPUT TRANSFER-PARM.
068927     IF WS-XFERPARM-STATUS NOT = '00'
068930         GO TO 1242-EXIT
068933     END-IF.
068936     READ TRANSFER-PARM
068939         AT END
068942             GO TO 1242-CLOSE
068945     END-READ.
068948     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
068951         MOVE XP-RECORD TO WS-XFER-RULE
068954     ELSE
068957         DISPLAY 'GRADECOR - XFERPARM RULE NOT I OR E, '
068960             'DEFAULT KEPT'
068963     END-IF.
068966 1242-CLOSE.
068969     CLOSE TRANSFER-PARM.
068972 1242-EXIT.
068975     EXIT.
068985
069000******************************************************************
069100* 1245-LOAD-CATALOG - CREDIT HOURS FROM THE COURSE CATALOG IF
069200* SUPPLIED. NO CATALOG FILE IS NOT AN ERROR.
130700         GO TO 6160-EXIT
130800     END-IF.
130900     MOVE WS-MASTER-HOLD TO HM-KEY-RECORD.
130910     PERFORM 6170-CHECK-TERM-CLOSED THRU 6170-EXIT.
130920     IF WS-TERM-IS-CLOSED
130930         PERFORM 6180-REPORT-TERM-CLOSED THRU 6180-EXIT
130940         GO TO 6160-EXIT
130950     END-IF.
131000     READ HISTORY-MASTER.
131100     IF WS-HISTMAST-STATUS NOT = '00'
131200         PERFORM 6190-REPORT-NO-TARGET THRU 6190-EXIT
131300         GO TO 6160-EXIT
131400     END-IF.
131420     IF HM-TRANSFER-CREDIT OF HM-RECORD
131440         PERFORM 6195-REPORT-TRANSFER THRU 6195-EXIT
131460         GO TO 6160-EXIT
131480     END-IF.
131500     MOVE WS-TR-STUDENT-ID(WS-TRAN-IDX)
131600         TO WS-TARGET-STUDENT-ID.
131700     MOVE SPACES TO AL-RECORD.
136600     WRITE CR-RECORD.
136700 6190-EXIT.
136800     EXIT.
136805
136810 6195-REPORT-TRANSFER.
136815     ADD 1 TO WS-ERROR-COUNT.
136820     MOVE 'W' TO WS-CR-D-ACTION.
136825     MOVE WS-TR-STUDENT-ID(WS-TRAN-IDX)
136830         TO WS-CR-D-STUDENT-ID.
136835     MOVE WS-TR-COURSE-CODE(WS-TRAN-IDX) TO WS-CR-D-COURSE.
136840     MOVE 'TRANSFER CREDIT, NOT AMENDABLE'
136845         TO WS-CR-D-TEXT.
136850     MOVE WS-CR-DETAIL-LINE TO CR-RECORD.
136855     WRITE CR-RECORD.
136860 6195-EXIT.
136865     EXIT.
136866******************************************************************
136867* 6170-CHECK-TERM-CLOSED - IS THE TERM OF THE MASTER KEY IN
136868* HM-KEY-RECORD ONE OF THE CALENDAR'S CLOSED TERMS
136869******************************************************************
136870 6170-CHECK-TERM-CLOSED.
136871     MOVE 'N' TO WS-TERM-CLOSED-SWITCH.
136872     PERFORM 6175-SCAN-ONE-CLOSED THRU 6175-EXIT
136873         VARYING WS-CLOSED-IDX FROM 1 BY 1
136874         UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
136875         OR WS-CLOSED-CODE(WS-CLOSED-IDX) = HM-TERM OF HM-RECORD.
136876     IF WS-CLOSED-IDX NOT > WS-CLOSED-COUNT
136877         SET WS-TERM-IS-CLOSED TO TRUE
136878     END-IF.
136879 6170-EXIT.
136880     EXIT.
136881
136882 6175-SCAN-ONE-CLOSED.
136883 6175-EXIT.
136884     EXIT.
136885
136886 6180-REPORT-TERM-CLOSED.
136887     ADD 1 TO WS-ERROR-COUNT.
136888     MOVE WS-TR-ACTION(WS-TRAN-IDX) TO WS-CR-D-ACTION.
136889     MOVE WS-TR-STUDENT-ID(WS-TRAN-IDX)
136890         TO WS-CR-D-STUDENT-ID.
136891     MOVE WS-TR-COURSE-CODE(WS-TRAN-IDX) TO WS-CR-D-COURSE.
136892     MOVE 'TERM CLOSED, NOT AMENDABLE'
136893         TO WS-CR-D-TEXT.
136894     MOVE WS-CR-DETAIL-LINE TO CR-RECORD.
136895     WRITE CR-RECORD.
136896 6180-EXIT.
136897     EXIT.
136898
136900
137000******************************************************************
137100* 6150-PRIOR-TERM-CHANGE - THE CHANGE TARGETS A RESULT POSTED
137200* IN A PRIOR TERM (FOUND ON THE MASTER, NOT ON THE DAY'S
137300* EXPORT). UNAPPROVED, IT IS HELD FOR APPROVAL; RELEASED, IT
137400* IS APPLIED TO THE MASTER IN PLACE. A TARGET IN A CLOSED TERM
137450* IS REFUSED EITHER WAY UNTIL THE TERM IS REOPENED.
137500******************************************************************
137600 6150-PRIOR-TERM-CHANGE.
137700     SET WS-TR-APPLIED(WS-TRAN-IDX) TO TRUE.
137710     MOVE WS-MASTER-HOLD TO HM-KEY-RECORD.
137720     PERFORM 6170-CHECK-TERM-CLOSED THRU 6170-EXIT.
137730     IF WS-TERM-IS-CLOSED
137740         PERFORM 6180-REPORT-TERM-CLOSED THRU 6180-EXIT
137750         GO TO 6150-EXIT
137760     END-IF.
137800     IF WS-TR-APPROVED(WS-TRAN-IDX)
137900         PERFORM 8400-APPLY-TO-MASTER THRU 8400-EXIT
138000         GO TO 6150-EXIT
145400* THE APPROVED FLAG SET, SO IT APPLIES THROUGH THE NORMAL
145500* PATHS THIS RUN (BYPASSING THE MOVEMENT GATE), AND THE
145600* PENDING ENTRY IS DROPPED FROM THE CARRY. NOTHING PENDING TO
145700* APPROVE IS AN ERROR LINE. THE RELEASE IS LOGGED ON THE
145750* PENDING-CORRECTION CHANGE LOG.
145800******************************************************************
145900 1360-RELEASE-PENDING.
146000     PERFORM 1365-SCAN-ONE-PENDING THRU 1365-EXIT
147900         GO TO 1360-EXIT
148000     END-IF.
148100     MOVE 'A' TO WS-PD-STATUS(WS-PEND-IDX).
148150     PERFORM 8650-LOG-PENDING-EVENT THRU 8650-EXIT.
148200     MOVE WS-PD-ACTION(WS-PEND-IDX)
148300         TO WS-TR-ACTION(WS-TRAN-IDX).
148400     MOVE WS-PD-EXAM-SCORE(WS-PEND-IDX)
150200******************************************************************
150300* 8200-FIND-MASTER-TARGET - SCAN THE STUDENT'S MASTER RECORDS
150400* FOR THE TRANSACTION'S COURSE; THE LAST MATCH IS THE MOST
150500* RECENT POSTED ATTEMPT AND BECOMES THE PRIOR-TERM TARGET. A
150630* TRANSFER CREDIT IS NOT AN ATTEMPT AND IS PASSED OVER. NO
150660* MASTER SUPPLIED MEANS NOTHING IS FOUND.
150700******************************************************************
150800 8200-FIND-MASTER-TARGET.
150900     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
153500         MOVE '10' TO WS-HISTMAST-STATUS
153600         GO TO 8250-EXIT
153700     END-IF.
153720     IF HM-TRANSFER-CREDIT OF HM-RECORD
153740         GO TO 8250-EXIT
153760     END-IF.
153800     IF HM-COURSE-CODE OF HM-RECORD
153900         = WS-TR-COURSE-CODE(WS-TRAN-IDX)
154000         SET WS-MASTER-FOUND TO TRUE
161100******************************************************************
161200* 8600-HOLD-FOR-APPROVAL - THE TRANSACTION GOES TO THE PENDING
161300* TABLE (STATUS 'P', REASON IN WS-HOLD-REASON) AND WILL BE
161400* CARRIED ON THE NEW PENDING FILE UNTIL AN 'R' RELEASES IT.
161450* THE HOLD IS LOGGED ON THE PENDING-CORRECTION CHANGE LOG.
161500******************************************************************
161600 8600-HOLD-FOR-APPROVAL.
161700     IF WS-PEND-COUNT = 200
163700         TO WS-PD-OPERATOR-ID(WS-PEND-IDX).
163800     MOVE WS-AUDIT-DATE TO WS-PD-RAISED-DATE(WS-PEND-IDX).
163900     MOVE WS-HOLD-REASON TO WS-PD-REASON(WS-PEND-IDX).
163950     PERFORM 8650-LOG-PENDING-EVENT THRU 8650-EXIT.
164000 8600-EXIT.
164100     EXIT.
164102
164104******************************************************************
164108* 8650-LOG-PENDING-EVENT - ONE PENDING-CORRECTION CHANGE-LOG
164112* RECORD FOR THE ENTRY AT WS-PEND-IDX: ITS STATUS IS THE EVENT
164116* ('P' JUST HELD, 'A' JUST RELEASED) AND THE CURRENT
164120* TRANSACTION'S OPERATOR IS THE RAISER OR THE APPROVER.
164124******************************************************************
164128 8650-LOG-PENDING-EVENT.
164132     MOVE SPACES TO PL-RECORD.
164136     MOVE WS-AUDIT-DATE TO PL-CHANGE-DATE.
164140     ACCEPT PL-CHANGE-TIME FROM TIME.
164144     MOVE WS-TR-OPERATOR-ID(WS-TRAN-IDX) TO PL-OPERATOR-ID.
164148     MOVE WS-PD-STATUS(WS-PEND-IDX) TO PL-EVENT.
164152     MOVE WS-PD-STUDENT-ID(WS-PEND-IDX) TO PL-STUDENT-ID.
164156     MOVE WS-PD-COURSE-CODE(WS-PEND-IDX) TO PL-COURSE-CODE.
164160     MOVE WS-PD-ACTION(WS-PEND-IDX) TO PL-ACTION.
164164     MOVE WS-PD-OPERATOR-ID(WS-PEND-IDX) TO PL-RAISED-BY.
164168     MOVE WS-PD-RAISED-DATE(WS-PEND-IDX) TO PL-RAISED-DATE.
164172     WRITE PL-RECORD.
164176 8650-EXIT.
164180     EXIT.
164200
164300******************************************************************
164400* 8700-RESTAMP-STUDENT - RE-READ THE TOUCHED STUDENT'S MASTER
176100
176200 8750-SUM-ONE-RESULT.
176300     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
176320     IF HM-TRANSFER-CREDIT OF WS-FLUSH-WORK
176340         PERFORM 8755-SUM-ONE-TRANSFER THRU 8755-EXIT
176360         GO TO 8750-EXIT
176380     END-IF.
176400     IF NOT HM-ATTEMPT-COUNTS OF WS-FLUSH-WORK
176500         GO TO 8750-EXIT
176600     END-IF.
177200 8750-EXIT.
177300     EXIT.
177400
177405******************************************************************
177410* 8755-SUM-ONE-TRANSFER - A NOTED TRANSFER COUNTS AT ITS TRANSFER
177415* CREDITS WHEN XFERPARM INCLUDES TRANSFERS; A CREDIT-ONLY ONE
177420* NEVER COUNTS
177425******************************************************************
177430 8755-SUM-ONE-TRANSFER.
177435     IF NOT WS-XFER-INCLUDED
177440         OR NOT HM-TRANSFER-NOTED OF WS-FLUSH-WORK
177445         GO TO 8755-EXIT
177450     END-IF.
177455     COMPUTE WS-BUF-NOTE-TOTAL =
177460       WS-BUF-NOTE-TOTAL
177465       + (HM-NOTE OF WS-FLUSH-WORK
177470           * HM-TRANSFER-CREDITS OF WS-FLUSH-WORK).
177475     ADD HM-TRANSFER-CREDITS OF WS-FLUSH-WORK
177480         TO WS-BUF-WEIGHT-TOTAL.
177485 8755-EXIT.
177490     EXIT.
177495
177500******************************************************************
177600* 8770-GET-CREDIT-WEIGHT - THE CATALOG CREDIT HOURS FOR THE
177700* ATTEMPT IN WS-FLUSH-WORK; NO CATALOG, AN UNCATALOGUED
194200         CLOSE OLD-PENDING
194300     END-IF.
194400     CLOSE OLD-EXPORT NEW-EXPORT DELTA-EXPORT AUDIT-LOG
194500         CORR-RPT NEW-PENDING PEND-LOG.
194600 9000-EXIT.
194700     EXIT.
