003300*                          SUPPLIED, EACH DETAIL LINE NOW
003400*                          PRINTS THE COURSE TITLE BESIDE THE
003500*                          CODE, SAME AS TRNSCRPT.
003510* 10/15/26   R.DELACROIX   WHEN THE RESULT-RELEASE MASTER IS
003520*                          SUPPLIED, A RESULT WHOSE COURSE IS NOT
003530*                          YET RELEASED PRINTS AS WITHHELD WITH
003540*                          NO NOTE OR POSTED DATE, AND THE
003550*                          CUMULATIVE AVERAGE IS WITHHELD WITH
003560*                          IT - SAME RULE AS THE GRDRLSE GATE.
003568* 10/15/26   R.DELACROIX   A TRANSFER CREDIT POSTED BY XFERPOST
003576*                          NOW PRINTS AS A TRANSFER, SAME AS
003584*                          TRNSCRPT. IT WAS NOT SAT HERE, SO NO
003592*                          RELEASE EMBARGO APPLIES TO IT.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. HISTINQ.
006800     SELECT LANG-PARM ASSIGN TO LANGPARM
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-LANGPARM-STATUS.
007020     SELECT RELEASE-MASTER ASSIGN TO RLSEMAST
007040         ORGANIZATION IS LINE SEQUENTIAL
007060         FILE STATUS IS WS-RLSEMAST-STATUS.
007100******************************************************************
007200 DATA DIVISION.
007300 FILE SECTION.
010600 FD  LANG-PARM
010700     RECORDING MODE IS F.
010800 01  LP-RECORD                  PIC X(01).
010820 FD  RELEASE-MASTER
010840     RECORDING MODE IS F.
010860 01  RL-RECORD.
010880     COPY RLSEREC.
010900
011000 WORKING-STORAGE SECTION.
011100******************************************************************
012900     88  WS-SESSION-END         VALUE 'Y'.
013000 77  WS-STUDENT-DONE-SWITCH     PIC X(01)     VALUE 'N'.
013100     88  WS-STUDENT-DONE        VALUE 'Y'.
013110 77  WS-RLSEMAST-STATUS         PIC X(02)     VALUE SPACES.
013120 77  WS-RELEASE-EOF-SWITCH      PIC X(01)     VALUE 'N'.
013130     88  WS-RELEASE-EOF         VALUE 'Y'.
013140 77  WS-RELEASE-SWITCH          PIC X(01)     VALUE 'Y'.
013150     88  WS-RESULT-RELEASED     VALUE 'Y'.
013160     88  WS-RESULT-WITHHELD     VALUE 'N'.
013200******************************************************************
013300* BILINGUAL MESSAGE SWITCH (SAME CONVENTION AS EXO2NOTES)
013400******************************************************************
014400 01  WS-SERVED-COUNT            PIC 9(05)     COMP    VALUE ZERO.
014500 01  WS-RPT-CATEGORY-TEXT       PIC X(20)     VALUE SPACES.
014600 01  WS-RPT-COURSE-TITLE        PIC X(25)     VALUE SPACES.
014650 01  WS-WITHHELD-COUNT          PIC 9(03)     COMP    VALUE ZERO.
014700******************************************************************
014800* STUDENT-ID ALIAS TABLE FROM THE IDMERGE CROSS-REFERENCE - A
014900* REQUEST KEYED WITH A RETIRED ID IS TRANSLATED TO ITS CURRENT
016700                      INDEXED BY WS-CAT-IDX.
016800         10  WS-CAT-COURSE-CODE PIC X(04).
016900         10  WS-CAT-TITLE       PIC X(25).
016905******************************************************************
016910* RESULT-RELEASE MASTER - LOADED ONCE AT STARTUP IF SUPPLIED. A
016915* TERM FROM THE EARLIEST ONE ON FILE ON IS UNDER EMBARGO: ITS
016920* COURSE NEEDS AN AUTHORIZED RECORD WHOSE RELEASE DATE HAS COME.
016925* NO MASTER MEANS EVERY RESULT PRINTS.
016930******************************************************************
016935 01  WS-RLS-COUNT               PIC 9(03)     COMP    VALUE ZERO.
016940 01  WS-RLS-FIRST-TERM          PIC X(06)     VALUE HIGH-VALUES.
016945 01  WS-RLS-TABLE.
016950     05  WS-RLS-ENTRY OCCURS 500 TIMES
016955                      INDEXED BY WS-RLS-IDX.
016960         10  WS-RT-COURSE-CODE  PIC X(04).
016965         10  WS-RT-TERM         PIC X(06).
016970         10  WS-RT-RELEASE-DATE PIC 9(08).
016975         10  WS-RT-AUTH-FLAG    PIC X(01).
016980 01  WS-TODAY-YMD               PIC 9(08)     VALUE ZERO.
017000 01  WS-RUN-DATE.
017100     05  WS-RUN-DATE-YY         PIC 9(02).
017200     05  WS-RUN-DATE-MM         PIC 9(02).
019900     05  WS-IR-D-COURSE        PIC X(04).
020000     05  FILLER                PIC X(04) VALUE SPACES.
020100     05  WS-IR-D-NOTE          PIC Z9.
020130     05  WS-IR-D-NOTE-X REDEFINES WS-IR-D-NOTE
020160                               PIC X(02).
020200     05  FILLER                PIC X(04) VALUE SPACES.
020300     05  WS-IR-D-CATEGORY      PIC X(20).
020400     05  WS-IR-D-POSTED        PIC 9(08).
020430     05  WS-IR-D-POSTED-X REDEFINES WS-IR-D-POSTED
020460                               PIC X(08).
020500     05  FILLER                PIC X(01) VALUE SPACE.
020600     05  WS-IR-D-TITLE         PIC X(25).
020700     05  FILLER                PIC X(04) VALUE SPACES.
020900 01  WS-IR-AVERAGE-LINE.
021000     05  WS-IR-A-LABEL         PIC X(22).
021100     05  WS-IR-A-VALUE         PIC ZZ9.9.
021120     05  WS-IR-A-VALUE-X REDEFINES WS-IR-A-VALUE
021140                               PIC X(05).
021160     05  FILLER                PIC X(02) VALUE SPACES.
021180     05  WS-IR-A-NOTE          PIC X(30).
021200     05  FILLER                PIC X(21) VALUE SPACES.
021300
021400 01  WS-IR-NOTFOUND-LINE.
021500     05  WS-IR-N-STUDENT       PIC X(06).
025100     PERFORM 1200-LOAD-LANGUAGE THRU 1200-EXIT.
025200     PERFORM 1400-LOAD-CATALOG THRU 1400-EXIT.
025300     PERFORM 1500-LOAD-ALIASES THRU 1500-EXIT.
025350     PERFORM 1600-LOAD-RELEASES THRU 1600-EXIT.
025400     ACCEPT WS-RUN-DATE FROM DATE.
025500     OPEN INPUT REQUEST-FILE.
025600     IF WS-INQREQ-STATUS = '00'
032500     ADD 1 TO WS-REQUEST-COUNT.
032600     PERFORM 1550-RESOLVE-ALIAS THRU 1550-EXIT.
032700     MOVE ZERO TO WS-FOUND-COUNT.
032750     MOVE ZERO TO WS-WITHHELD-COUNT.
032800     MOVE 'N' TO WS-STUDENT-DONE-SWITCH.
032900     MOVE SPACES TO HM-RECORD.
033000     MOVE WS-REQ-STUDENT-ID TO HM-STUDENT-ID.
038300
038400 3250-PRINT-DETAIL.
038500     PERFORM 4500-SET-CATEGORY-TEXT THRU 4500-EXIT.
038550     PERFORM 4700-CHECK-RELEASE THRU 4700-EXIT.
038600     IF HM-REPEAT-EXCLUDED
038700         IF WS-LANG-ENGLISH
038800             MOVE 'REPEAT - EXCLUDED' TO WS-RPT-CATEGORY-TEXT
039700             MOVE 'RETRAIT' TO WS-RPT-CATEGORY-TEXT
039800         END-IF
039900     END-IF.
039910     IF HM-TRANSFER-CREDIT
039920         IF WS-LANG-ENGLISH
039930             MOVE 'TRANSFER' TO WS-RPT-CATEGORY-TEXT
039940         ELSE
039950             MOVE 'TRANSFERT' TO WS-RPT-CATEGORY-TEXT
039960         END-IF
039970     END-IF.
040000     MOVE SPACES TO IR-RECORD.
040100     MOVE SPACES TO WS-IR-DETAIL-LINE.
040200     MOVE HM-TERM TO WS-IR-D-TERM.
040600     MOVE HM-NOTE TO WS-IR-D-NOTE.
040700     MOVE WS-RPT-CATEGORY-TEXT TO WS-IR-D-CATEGORY.
040800     MOVE HM-POST-DATE TO WS-IR-D-POSTED.
040809     IF WS-RESULT-WITHHELD
040818         ADD 1 TO WS-WITHHELD-COUNT
040827         MOVE SPACES TO WS-IR-D-NOTE-X
040836         MOVE SPACES TO WS-IR-D-POSTED-X
040845         IF WS-LANG-ENGLISH
040854             MOVE 'RESULT WITHHELD' TO WS-IR-D-CATEGORY
040863         ELSE
040872             MOVE 'RESULTAT RETENU' TO WS-IR-D-CATEGORY
040881         END-IF
040890     END-IF.
040900     MOVE WS-IR-DETAIL-LINE TO IR-RECORD.
041000     WRITE IR-RECORD.
041100 3250-EXIT.
043700         MOVE 'MOYENNE CUMULATIVE  :' TO WS-IR-A-LABEL
043800     END-IF.
043900     MOVE WS-LAST-AVERAGE TO WS-IR-A-VALUE.
043910     IF WS-WITHHELD-COUNT > ZERO
043920         MOVE SPACES TO WS-IR-A-VALUE-X
043930         IF WS-LANG-ENGLISH
043940             MOVE 'WITHHELD PENDING RELEASE' TO WS-IR-A-NOTE
043950         ELSE
043960             MOVE 'RETENUE JUSQU A LA DIFFUSION' TO WS-IR-A-NOTE
043970         END-IF
043980     END-IF.
044000     MOVE WS-IR-AVERAGE-LINE TO IR-RECORD.
044100     WRITE IR-RECORD.
044200     MOVE SPACES TO IR-RECORD.
051100 1560-SCAN-ONE-ALIAS.
051200 1560-EXIT.
051300     EXIT.
051302******************************************************************
051304* 1600-LOAD-RELEASES - THE RESULT-RELEASE MASTER, IF SUPPLIED. A
051306* RECORD WITH A BAD DATE IS LEFT OUT, SO ITS COURSE STAYS
051308* WITHHELD.
051310******************************************************************
051312 1600-LOAD-RELEASES.
051314     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
051316     OPEN INPUT RELEASE-MASTER.
051318     IF WS-RLSEMAST-STATUS NOT = '00'
051320         GO TO 1600-EXIT
051322     END-IF.
051324     PERFORM 1650-LOAD-ONE-RELEASE THRU 1650-EXIT
051326         UNTIL WS-RELEASE-EOF.
051328     CLOSE RELEASE-MASTER.
051330 1600-EXIT.
051332     EXIT.
051334
051336 1650-LOAD-ONE-RELEASE.
051338     READ RELEASE-MASTER
051340         AT END
051342             SET WS-RELEASE-EOF TO TRUE
051344             GO TO 1650-EXIT
051346     END-READ.
051348     IF RL-TERM < WS-RLS-FIRST-TERM
051350         MOVE RL-TERM TO WS-RLS-FIRST-TERM
051352     END-IF.
051354     IF RL-RELEASE-DATE IS NOT NUMERIC
051356         GO TO 1650-EXIT
051358     END-IF.
051360     IF WS-RLS-COUNT = 500
051362         DISPLAY 'HISTINQ - MORE THAN 500 RELEASE RECORDS, '
051364             'RUN STOPPED'
051366         MOVE 16 TO RETURN-CODE
051368         STOP RUN
051370     END-IF.
051372     ADD 1 TO WS-RLS-COUNT.
051374     SET WS-RLS-IDX TO WS-RLS-COUNT.
051376     MOVE RL-COURSE-CODE TO WS-RT-COURSE-CODE(WS-RLS-IDX).
051378     MOVE RL-TERM TO WS-RT-TERM(WS-RLS-IDX).
051380     MOVE RL-RELEASE-DATE TO WS-RT-RELEASE-DATE(WS-RLS-IDX).
051382     MOVE RL-AUTHORIZED-FLAG TO WS-RT-AUTH-FLAG(WS-RLS-IDX).
051384 1650-EXIT.
051386     EXIT.
051400
051500******************************************************************
051600* 1400-LOAD-CATALOG - COURSE TITLES FROM THE CATALOG MASTER IF
056600 4650-SCAN-ONE-TITLE.
056700 4650-EXIT.
056800     EXIT.
056803******************************************************************
056806* 4700-CHECK-RELEASE - IS THE CURRENT MASTER RECORD'S RESULT
056809* RELEASED? NO RELEASE MASTER, OR A TERM BEFORE THE EARLIEST ONE
056812* ON IT, OR A TRANSFER CREDIT, MEANS YES; OTHERWISE THE
056815* COURSE/TERM NEEDS AN AUTHORIZED RECORD WHOSE RELEASE DATE IS
056816* TODAY OR EARLIER.
056818******************************************************************
056821 4700-CHECK-RELEASE.
056824     SET WS-RESULT-RELEASED TO TRUE.
056827     IF WS-RLS-COUNT = ZERO
056830         OR HM-TERM < WS-RLS-FIRST-TERM
056831         OR HM-TRANSFER-CREDIT
056833         GO TO 4700-EXIT
056836     END-IF.
056839     PERFORM 4750-SCAN-ONE-RELEASE THRU 4750-EXIT
056842         VARYING WS-RLS-IDX FROM 1 BY 1
056845         UNTIL WS-RLS-IDX > WS-RLS-COUNT
056848         OR (WS-RT-COURSE-CODE(WS-RLS-IDX) = HM-COURSE-CODE
056851             AND WS-RT-TERM(WS-RLS-IDX) = HM-TERM).
056854     IF WS-RLS-IDX > WS-RLS-COUNT
056857         SET WS-RESULT-WITHHELD TO TRUE
056860         GO TO 4700-EXIT
056863     END-IF.
056866     IF WS-RT-AUTH-FLAG(WS-RLS-IDX) NOT = 'Y'
056869         OR WS-RT-RELEASE-DATE(WS-RLS-IDX) > WS-TODAY-YMD
056872         SET WS-RESULT-WITHHELD TO TRUE
056875     END-IF.
056878 4700-EXIT.
056881     EXIT.
056884
056887 4750-SCAN-ONE-RELEASE.
056890 4750-EXIT.
056893     EXIT.
056900
057000******************************************************************
057100* 4500-SET-CATEGORY-TEXT - TRANSLATE THE CATEGORY CODE, SAME
