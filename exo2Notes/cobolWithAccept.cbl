001477*                          WITH AL-SOURCE 'REFUSE'. A MISSING
001478*                          AUTHORIZATION FILE IS A HARD STOP -
001479*                          WITH NO FILE NOBODY CAN BE VERIFIED.
001480* 10/15/26   R.DELACROIX   SHEETS ARE NOW KEYED IN BATCHES. EACH
001481*                          BATCH OPENS WITH A HEADER FROM THE
001482*                          PAPER STACK - COURSE CODE, SHEET
001483*                          COUNT, AND A HASH TOTAL OF THE EXAM
001484*                          PLUS COURSEWORK SCORES - AND IS
001485*                          BALANCED AGAINST WHAT WAS KEYED WHEN
001486*                          THE OPERATOR CLOSES IT ('*' OR A BLANK
001487*                          AT THE STUDENT-ID PROMPT). A BALANCED
001488*                          BATCH GOES TO GRADEXPT; AN
001489*                          OUT-OF-BALANCE ONE IS HELD WHOLE ON
001490*                          THE SUSPENSE FILE (KEYSUSP, COPYBOOK
001491*                          KEYSUSP) INSTEAD. EVERY BATCH PRINTS A
001492*                          LINE ON THE BALANCE REPORT (BATCHRPT),
001493*                          AND EVERY AUDIT RECORD CARRIES THE
001494*                          BATCH ID. A SHEET THAT CANNOT BE KEYED
001495*                          (UNKNOWN OR WITHDRAWN STUDENT, BAD
001496*                          SCORES) NOW SKIPS THAT SHEET ONLY,
001497*                          LEAVING THE BATCH SHORT, INSTEAD OF
001498*                          ENDING THE SESSION.
001457******************************************************************
001420 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. exo2Notes.
002269     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
002270         ORGANIZATION IS LINE SEQUENTIAL
002271         FILE STATUS IS WS-OPERFILE-STATUS.
002272     SELECT SUSPENSE-FILE ASSIGN TO KEYSUSP
002273         ORGANIZATION IS LINE SEQUENTIAL
002274         FILE STATUS IS WS-SUSPENSE-STATUS.
002275     SELECT BATCH-RPT ASSIGN TO BATCHRPT
002276         ORGANIZATION IS LINE SEQUENTIAL
002277         FILE STATUS IS WS-BATCHRPT-STATUS.
002260
002270 DATA DIVISION.
002280 FILE SECTION.
002347 01  OP-RECORD.
002348     COPY OPERAUTH.
002349
002350 FD  SUSPENSE-FILE
002351     RECORDING MODE IS F.
002352 01  KS-RECORD.
002353     COPY KEYSUSP.
002354
002355 FD  BATCH-RPT
002356     RECORDING MODE IS F.
002357 01  BR-RECORD                 PIC X(80).
002358
002335 WORKING-STORAGE SECTION.
002500******************************************************************
002600* STUDENT IDENTITY AND GRADE BEING CLASSIFIED
004007             88  WS-OPER-ENTRY-AUTH VALUE 'E' 'C' 'R' 'A'.
004008         10  WS-OPER-ACTIVE         PIC X(01).
004009             88  WS-OPER-IS-ACTIVE  VALUE 'A'.
004010
004011******************************************************************
004012* KEYED-BATCH CONTROL - THE HEADER KEYED FROM THE PAPER STACK,
004013* THE COUNT AND HASH OF WHAT WAS ACTUALLY KEYED, AND THE BATCH'S
004014* EXPORT RECORDS HELD IN WS-BATCH-HELD-TABLE UNTIL THE BATCH
004015* CLOSES. THE HASH IS THE SUM OF EVERY SHEET'S EXAM PLUS
004016* COURSEWORK SCORE. THE BATCH ID IS THE DATE AND TIME THE HEADER
004017* WAS KEYED, YYMMDD AND HHMMSS PLUS HUNDREDTHS.
004018******************************************************************
004019 01  WS-SUSPENSE-STATUS           PIC X(02)     VALUE SPACES.
004020 01  WS-BATCHRPT-STATUS           PIC X(02)     VALUE SPACES.
004021 77  WS-SESSION-END-SWITCH        PIC X(01)     VALUE 'N'.
004022     88  WS-SESSION-END           VALUE 'Y'.
004023 77  WS-BATCH-CLOSED-SWITCH       PIC X(01)     VALUE 'N'.
004024     88  WS-BATCH-CLOSED          VALUE 'Y'.
004025 01  WS-BATCH-ID.
004026     05  WS-BATCH-ID-DATE         PIC 9(06).
004027     05  WS-BATCH-ID-TIME         PIC 9(08).
004028 01  WS-BATCH-HEADER.
004029     05  WS-BH-COURSE-CODE        PIC X(04).
004030     05  WS-BH-SHEET-COUNT        PIC 9(03).
004031     05  WS-BH-HASH-TOTAL         PIC 9(06).
004032 01  WS-BATCH-KEYED-COUNT         PIC 9(03)     COMP
004033                                  VALUE ZERO.
004034 01  WS-BATCH-KEYED-HASH          PIC 9(06)     COMP
004035                                  VALUE ZERO.
004036 01  WS-BATCH-HELD-MAX            PIC 9(03)     COMP
004037                                  VALUE 500.
004038 01  WS-BATCH-HELD-TABLE.
004039     05  WS-BATCH-HELD-ITEM OCCURS 500 TIMES
004040                            INDEXED BY WS-HELD-IDX
004041                                  PIC X(23).
004042 01  WS-SESSION-BATCHES           PIC 9(05)     COMP
004043                                  VALUE ZERO.
004044 01  WS-SESSION-BALANCED          PIC 9(05)     COMP
004045                                  VALUE ZERO.
004046 01  WS-SESSION-SUSPENDED         PIC 9(05)     COMP
004047                                  VALUE ZERO.
004048 01  WS-SESSION-SHEETS-OUT        PIC 9(05)     COMP
004049                                  VALUE ZERO.
004050 01  WS-SESSION-SHEETS-HELD       PIC 9(05)     COMP
004051                                  VALUE ZERO.
004052
004053******************************************************************
004054* BATCH-BALANCE REPORT LINES - ONE DETAIL LINE PER BATCH CLOSED
004055******************************************************************
004056 01  WS-BR-HEADING-LINE.
004057     05  FILLER            PIC X(28)
004058         VALUE 'KEYED-BATCH BALANCE REPORT -'.
004059     05  FILLER            PIC X(11) VALUE ' OPERATOR: '.
004060     05  WS-BR-H-OPERATOR  PIC X(08).
004061     05  FILLER            PIC X(12) VALUE '  RUN DATE: '.
004062     05  WS-BR-H-DATE      PIC 9(08).
004063     05  FILLER            PIC X(13) VALUE SPACES.
004064 01  WS-BR-COLUMN-HDR.
004065     05  FILLER            PIC X(41)
004066         VALUE 'BATCH ID       CRSE   HDR KEYED  HDR-HASH'.
004067     05  FILLER            PIC X(39)
004068         VALUE ' KEYED-HASH  STATUS'.
004069 01  WS-BR-DETAIL-LINE.
004070     05  WS-BR-D-BATCH-ID      PIC X(14).
004071     05  FILLER                PIC X(01)     VALUE SPACE.
004072     05  WS-BR-D-COURSE        PIC X(04).
004073     05  FILLER                PIC X(03)     VALUE SPACES.
004074     05  WS-BR-D-HDR-COUNT     PIC ZZ9.
004075     05  FILLER                PIC X(03)     VALUE SPACES.
004076     05  WS-BR-D-KEYED-COUNT   PIC ZZ9.
004077     05  FILLER                PIC X(04)     VALUE SPACES.
004078     05  WS-BR-D-HDR-HASH      PIC ZZZZZ9.
004079     05  FILLER                PIC X(05)     VALUE SPACES.
004080     05  WS-BR-D-KEYED-HASH    PIC ZZZZZ9.
004081     05  FILLER                PIC X(02)     VALUE SPACES.
004082     05  WS-BR-D-STATUS        PIC X(09).
004083     05  FILLER                PIC X(17)     VALUE SPACES.
004084 01  WS-BR-FOOTER-LINE.
004085     05  WS-BR-F-LABEL         PIC X(24).
004086     05  WS-BR-F-VALUE         PIC ZZZZ9.
004087     05  FILLER                PIC X(51)     VALUE SPACES.
003957
003945 PROCEDURE DIVISION.
003958     Perform load-thresholds thru load-thresholds-exit.
003960     Perform load-roster thru load-roster-exit.
003961     Perform load-operators thru load-operators-exit.
004000     Perform Assignment.
004100     Perform open-batch-report thru open-batch-report-exit.
004110     Perform key-batch thru key-batch-exit
004120         until WS-SESSION-END.
004150     Perform close-batch-report thru close-batch-report-exit.
004200     PErform EndProgram.
004300
004400 Assignment.
004422     If WS-GIVE-UP
004423         GO TO EndProgram
004424     End-if
004425     .
004430
004431******************************************************************
004432* key-batch - ONE KEYED BATCH: THE HEADER FROM THE PAPER STACK,
004433* THEN ONE SHEET AT A TIME UNTIL THE OPERATOR CLOSES THE BATCH
004434* ('*' OR A BLANK AT THE STUDENT-ID PROMPT), THEN THE BALANCE.
004435* 'Q' OR A BLANK AT THE COURSE-CODE PROMPT ENDS THE SESSION.
004436******************************************************************
004437 key-batch.
004438     Perform accept-batch-header thru accept-batch-header-exit.
004439     If WS-SESSION-END
004440         GO TO key-batch-exit
004441     End-if
004442     Perform key-sheet thru key-sheet-exit
004443         until WS-BATCH-CLOSED.
004444     Perform close-batch thru close-batch-exit.
004445 key-batch-exit.
004446     EXIT.
004447
004448******************************************************************
004449* accept-batch-header - COURSE CODE, SHEET COUNT AND HASH TOTAL AS
004450* WRITTEN ON THE BATCH HEADER. A NON-NUMERIC COUNT OR HASH RE-
004451* PROMPTS UP TO WS-RETRY-MAX TIMES, THEN THE SESSION ENDS. THE
004452* BATCH ID IS STAMPED ONCE THE HEADER IS GOOD.
004453******************************************************************
004454 accept-batch-header.
004455     Move 'N' to WS-BATCH-CLOSED-SWITCH.
004456     Move ZERO to WS-BATCH-KEYED-COUNT.
004457     Move ZERO to WS-BATCH-KEYED-HASH.
004458     Move ZERO to WS-RETRY-COUNT.
004459     Display 'code cours du lot (Q = fin de session) : '
004460     Accept WS-BH-COURSE-CODE
004461     If WS-BH-COURSE-CODE = 'Q' or WS-BH-COURSE-CODE = 'q'
004462         or WS-BH-COURSE-CODE = SPACES
004463         Set WS-SESSION-END to TRUE
004464         GO TO accept-batch-header-exit
004465     End-if.
004466 accept-batch-totals.
004467     Display 'nombre de feuilles du lot : '
004468     Accept WS-BH-SHEET-COUNT
004469     Display 'total de contrôle des notes : '
004470     Accept WS-BH-HASH-TOTAL
004471     If WS-BH-SHEET-COUNT IS NOT NUMERIC
004472         or WS-BH-HASH-TOTAL IS NOT NUMERIC
004473         Add 1 to WS-RETRY-COUNT
004474         If WS-RETRY-COUNT > WS-RETRY-MAX
004475             Set WS-SESSION-END to TRUE
004476             If WS-LANG-ENGLISH
004477                 Display 'too many invalid entries --> giving up'
004478             Else
004479                 Display 'trop d''essais --> abandon de la saisie'
004480             End-if
004481             GO TO accept-batch-header-exit
004482         End-if
004483         If WS-LANG-ENGLISH
004484             Display 'error ----> header not numeric, retry'
004485         Else
004486             Display 'erreur --> en-tête non numérique, '
004487                 'ressaisir'
004488         End-if
004489         GO TO accept-batch-totals
004490     End-if.
004491     Accept WS-BATCH-ID-DATE from DATE.
004492     Accept WS-BATCH-ID-TIME from TIME.
004493     Move WS-BH-COURSE-CODE to SN-COURSE-CODE.
004494     If WS-LANG-ENGLISH
004495         Display 'batch ' WS-BATCH-ID ' opened'
004496     Else
004497         Display 'lot ' WS-BATCH-ID ' ouvert'
004498     End-if.
004499 accept-batch-header-exit.
004500     EXIT.
004501
004502******************************************************************
004503* key-sheet - ONE GRADE SHEET OF THE OPEN BATCH. A SHEET THAT
004504* CANNOT BE KEYED (UNKNOWN OR WITHDRAWN STUDENT, SCORES STILL NOT
004505* NUMERIC AFTER WS-RETRY-MAX TRIES) IS SKIPPED - THE BATCH THEN
004506* COMES UP SHORT AND GOES TO SUSPENSE. A GOOD SHEET IS AUDITED AT
004507* ONCE AND ITS EXPORT RECORD HELD FOR THE BALANCE.
004508******************************************************************
004509 key-sheet.
004510     Move 'N' to WS-GIVE-UP-SWITCH.
004511     If WS-BATCH-KEYED-COUNT = WS-BATCH-HELD-MAX
004512         Set WS-BATCH-CLOSED to TRUE
004513         If WS-LANG-ENGLISH
004514             Display 'batch full --> batch closed'
004515         Else
004516             Display 'lot plein --> lot fermé'
004517         End-if
004518         GO TO key-sheet-exit
004519     End-if
004520     Perform accept-student thru accept-student-exit
004521     If WS-BATCH-CLOSED
004522         GO TO key-sheet-exit
004523     End-if
004524     If WS-GIVE-UP
004525         GO TO key-sheet-skipped
004526     End-if
004527     Set WS-INVALID-NOTE to TRUE
004528     Move ZERO to WS-RETRY-COUNT
004529     Perform accept-scores
004530     Perform errors-management
004531         Until WS-VALID-NOTE or WS-GIVE-UP.
004532     If WS-GIVE-UP
004533         GO TO key-sheet-skipped
004534     End-if.
004535     PErform Processing1.
004536     Add 1 to WS-BATCH-KEYED-COUNT.
004537     Add AS-EXAM-SCORE AS-COURSEWORK-SCORE to WS-BATCH-KEYED-HASH.
004538     Perform write-audit-record.
004539     Perform hold-export-record.
004540     GO TO key-sheet-exit.
004541 key-sheet-skipped.
004542     If WS-LANG-ENGLISH
004543         Display 'sheet not keyed'
004544     Else
004545         Display 'feuille non saisie'
004546     End-if.
004547 key-sheet-exit.
004548     EXIT.
004549
004550******************************************************************
004551* close-batch - COUNT AND HASH AGAINST THE HEADER. BALANCED: THE
004552* HELD EXPORT RECORDS GO TO GRADEXPT. OUT OF BALANCE: THEY GO TO
004553* KEYSUSP, RC=4 IS SET AND THE SESSION CONTINUES WITH THE NEXT
004554* BATCH. EITHER WAY THE BATCH GETS ITS REPORT LINE.
004555******************************************************************
004556 close-batch.
004557     Add 1 to WS-SESSION-BATCHES.
004558     If WS-BATCH-KEYED-COUNT = WS-BH-SHEET-COUNT
004559         and WS-BATCH-KEYED-HASH = WS-BH-HASH-TOTAL
004560         Perform write-export-record
004561         Add 1 to WS-SESSION-BALANCED
004562         Add WS-BATCH-KEYED-COUNT to WS-SESSION-SHEETS-OUT
004563         Move 'BALANCED' to WS-BR-D-STATUS
004564         If WS-LANG-ENGLISH
004565             Display 'batch ' WS-BATCH-ID ' balanced --> exported'
004566         Else
004567             Display 'lot ' WS-BATCH-ID
004568                 ' équilibré --> exporté'
004569         End-if
004570     Else
004571         Perform write-suspense-record
004572         Add 1 to WS-SESSION-SUSPENDED
004573         Add WS-BATCH-KEYED-COUNT to WS-SESSION-SHEETS-HELD
004574         Move 'SUSPENDED' to WS-BR-D-STATUS
004575         Move 4 to RETURN-CODE
004576         If WS-LANG-ENGLISH
004577             Display 'batch ' WS-BATCH-ID
004578                 ' out of balance --> suspense'
004579         Else
004580             Display 'lot ' WS-BATCH-ID
004581                 ' déséquilibré --> mis en suspens'
004582         End-if
004583     End-if.
004584     Move WS-BATCH-ID to WS-BR-D-BATCH-ID.
004585     Move WS-BH-COURSE-CODE to WS-BR-D-COURSE.
004586     Move WS-BH-SHEET-COUNT to WS-BR-D-HDR-COUNT.
004587     Move WS-BATCH-KEYED-COUNT to WS-BR-D-KEYED-COUNT.
004588     Move WS-BH-HASH-TOTAL to WS-BR-D-HDR-HASH.
004589     Move WS-BATCH-KEYED-HASH to WS-BR-D-KEYED-HASH.
004590     Move WS-BR-DETAIL-LINE to BR-RECORD.
004591     Write BR-RECORD.
004592 close-batch-exit.
004593     EXIT.
004594
005410
005411******************************************************************
005412* accept-student - KEY THE STUDENT ID AND, WHEN A ROSTER IS
005419 accept-student.
005420     Move ZERO to WS-RETRY-COUNT.
005421 accept-student-id.
005422     Display 'numéro étudiant (* = fin du lot) : '
005423     Accept SN-STUDENT-ID
005424     If SN-STUDENT-ID = '*' or SN-STUDENT-ID = SPACES
005425         Set WS-BATCH-CLOSED to TRUE
005426         GO TO accept-student-exit
005427     End-if
005428     If not WS-ROSTER-LOADED
005429         Display 'nom : '
005430         Accept SN-LAST-NAME
005431         Display 'prénom : '
005432         Accept SN-FIRST-NAME
005433         GO TO accept-student-exit
005434     End-if
005435     Perform lookup-roster-id thru lookup-roster-exit
005436     If WS-GIVE-UP
005437         GO TO accept-student-exit
005438     End-if
005439     If not WS-ID-VALID
005440         Add 1 to WS-RETRY-COUNT
005441         If WS-RETRY-COUNT > WS-RETRY-MAX
005442             Set WS-GIVE-UP to TRUE
005443             If WS-LANG-ENGLISH
005444                 Display 'too many unknown ids --> giving up'
005445             Else
005446                 Display 'trop d''essais --> abandon de la saisie'
005447             End-if
005448             GO TO accept-student-exit
005449         End-if
005450         If WS-LANG-ENGLISH
005451             Display 'error ----> id not on roster, retry'
005452         Else
005453             Display 'erreur --> numéro inconnu, ressaisir'
005454         End-if
005455         GO TO accept-student-id
005456     End-if.
005457 accept-student-good.
005458     Move ZERO to WS-RETRY-COUNT.
005459 accept-student-exit.
005460     EXIT.
005461
005462******************************************************************
005463* lookup-roster-id - BINARY-SEARCH THE ROSTER FOR THE KEYED ID.
005464* FOUND AND ACTIVE: THE ROSTER NAME IS DISPLAYED AND AUTO-
005465* FILLED. FOUND BUT WITHDRAWN OR AUDIT-ONLY: ENTRY IS REFUSED
005466* OUTRIGHT - NO GRADE IS DUE FROM THAT STUDENT. NOT FOUND:
005467* WS-ID-VALID STAYS OFF SO THE CALLER RE-PROMPTS.
005468******************************************************************
005469 lookup-roster-id.
005470     Move 'N' to WS-ID-VALID-SWITCH.
005471     SEARCH ALL WS-ROSTER-ENTRY
005472         AT END
005473             GO TO lookup-roster-exit
005474         WHEN WS-ROSTER-STUDENT-ID(WS-ROSTER-IDX)
005475             = SN-STUDENT-ID
005476             CONTINUE
005477     END-SEARCH.
005478     If WS-ROSTER-NO-GRADE-DUE(WS-ROSTER-IDX)
005479         Set WS-GIVE-UP to TRUE
005480         If WS-LANG-ENGLISH
005481             Display SN-STUDENT-ID
005482                 ' is withdrawn or audit-only --> entry refused'
005483         Else
005484             Display SN-STUDENT-ID
005485                 ' retiré ou auditeur --> saisie refusée'
005486         End-if
005487         GO TO lookup-roster-exit
005488     End-if.
005489     Set WS-ID-VALID to TRUE.
005490     Move WS-ROSTER-LAST-NAME(WS-ROSTER-IDX) to SN-LAST-NAME.
005491     Move WS-ROSTER-FIRST-NAME(WS-ROSTER-IDX) to SN-FIRST-NAME.
005492     Display SN-STUDENT-ID ' ' SN-LAST-NAME ' ' SN-FIRST-NAME.
005493 lookup-roster-exit.
005494     EXIT.
005495
005420 accept-scores.
005430     Display 'note d''examen : '
005110     Accept AS-EXAM-SCORE
005440     .
005500
005600 Processing1.
005710     Compute WS-NOTE Rounded =
005720         (AS-EXAM-SCORE * AW-EXAM-WEIGHT)
005730         + (AS-COURSEWORK-SCORE * AW-COURSEWORK-WEIGHT).
008280     MOVE AS-COURSEWORK-SCORE TO AL-COURSEWORK-SCORE.
008290     MOVE WS-NOTE TO AL-FINAL-NOTE.
008295     MOVE 'KEYED ' TO AL-SOURCE.
008296     MOVE WS-BATCH-ID TO AL-BATCH-ID.
008300     OPEN EXTEND AUDIT-LOG.
008302     IF WS-AUDITLOG-STATUS = '35'
008304         OPEN OUTPUT AUDIT-LOG
008320     CLOSE AUDIT-LOG
008330     .
008340
008350 hold-export-record.
008360     MOVE SPACES TO EG-RECORD.
008370     MOVE SN-STUDENT-ID TO EG-STUDENT-ID.
008380     MOVE WS-NOTE TO EG-NOTE.
008390     MOVE WS-CATEGORY-CODE TO EG-LETTER-CODE.
008393     MOVE SN-COURSE-CODE TO EG-COURSE-CODE.
008394     MOVE AS-EXAM-SCORE TO EG-EXAM-SCORE.
008395     MOVE AS-COURSEWORK-SCORE TO EG-COURSEWORK-SCORE.
008396     SET WS-HELD-IDX TO WS-BATCH-KEYED-COUNT.
008397     MOVE EG-RECORD TO WS-BATCH-HELD-ITEM(WS-HELD-IDX)
008398     .
008399
008400 write-export-record.
008410     OPEN EXTEND EXPORT-FILE.
008420     IF WS-EXPORT-STATUS = '35'
008430         OPEN OUTPUT EXPORT-FILE
008431     END-IF.
008432     PERFORM write-one-export
008433         VARYING WS-HELD-IDX FROM 1 BY 1
008434         UNTIL WS-HELD-IDX > WS-BATCH-KEYED-COUNT.
008450     CLOSE EXPORT-FILE
008460     .
008461
008462 write-one-export.
008463     MOVE WS-BATCH-HELD-ITEM(WS-HELD-IDX) TO EG-RECORD.
008464     WRITE EG-RECORD
008465     .
008466
008467 write-suspense-record.
008468     OPEN EXTEND SUSPENSE-FILE.
008469     IF WS-SUSPENSE-STATUS = '35'
008470         OPEN OUTPUT SUSPENSE-FILE
008471     END-IF.
008472     PERFORM write-one-suspense
008473         VARYING WS-HELD-IDX FROM 1 BY 1
008474         UNTIL WS-HELD-IDX > WS-BATCH-KEYED-COUNT.
008475     CLOSE SUSPENSE-FILE
008476     .
008477
008478 write-one-suspense.
008479     MOVE SPACES TO KS-RECORD.
008480     MOVE WS-BATCH-ID TO KS-BATCH-ID.
008481     MOVE WS-OPERATOR-ID TO KS-OPERATOR-ID.
008482     MOVE WS-BH-COURSE-CODE TO KS-COURSE-CODE.
008483     MOVE WS-BH-SHEET-COUNT TO KS-HDR-SHEET-COUNT.
008484     MOVE WS-BATCH-KEYED-COUNT TO KS-KEYED-SHEET-COUNT.
008485     MOVE WS-BH-HASH-TOTAL TO KS-HDR-HASH-TOTAL.
008486     MOVE WS-BATCH-KEYED-HASH TO KS-KEYED-HASH-TOTAL.
008487     MOVE WS-BATCH-HELD-ITEM(WS-HELD-IDX) TO KS-ITEM.
008488     WRITE KS-RECORD
008489     .
008490
008491******************************************************************
008492* open-batch-report - THE BATCH-BALANCE REPORT IS THE PROOF OF
008493* WHAT THE SESSION KEYED, SO A REPORT THAT CANNOT BE OPENED IS A
008494* HARD STOP BEFORE ANY SHEET IS TAKEN.
008495******************************************************************
008496 open-batch-report.
008497     OPEN OUTPUT BATCH-RPT.
008498     IF WS-BATCHRPT-STATUS NOT = '00'
008499         DISPLAY 'BATCH-BALANCE REPORT CANNOT BE OPENED, '
008500             'RUN STOPPED'
008501         MOVE 16 TO RETURN-CODE
008502         STOP RUN
008503     END-IF.
008504     MOVE WS-OPERATOR-ID TO WS-BR-H-OPERATOR.
008505     ACCEPT WS-BR-H-DATE FROM DATE YYYYMMDD.
008506     MOVE WS-BR-HEADING-LINE TO BR-RECORD.
008507     WRITE BR-RECORD.
008508     MOVE SPACES TO BR-RECORD.
008509     WRITE BR-RECORD.
008510     MOVE WS-BR-COLUMN-HDR TO BR-RECORD.
008511     WRITE BR-RECORD.
008512 open-batch-report-exit.
008513     EXIT.
008514
008515******************************************************************
008516* close-batch-report - SESSION TOTALS, THEN CLOSE THE REPORT.
008517******************************************************************
008518 close-batch-report.
008519     MOVE SPACES TO BR-RECORD.
008520     WRITE BR-RECORD.
008521     MOVE 'BATCHES KEYED' TO WS-BR-F-LABEL.
008522     MOVE WS-SESSION-BATCHES TO WS-BR-F-VALUE.
008523     MOVE WS-BR-FOOTER-LINE TO BR-RECORD.
008524     WRITE BR-RECORD.
008525     MOVE 'BATCHES BALANCED' TO WS-BR-F-LABEL.
008526     MOVE WS-SESSION-BALANCED TO WS-BR-F-VALUE.
008527     MOVE WS-BR-FOOTER-LINE TO BR-RECORD.
008528     WRITE BR-RECORD.
008529     MOVE 'BATCHES SUSPENDED' TO WS-BR-F-LABEL.
008530     MOVE WS-SESSION-SUSPENDED TO WS-BR-F-VALUE.
008531     MOVE WS-BR-FOOTER-LINE TO BR-RECORD.
008532     WRITE BR-RECORD.
008533     MOVE 'SHEETS EXPORTED' TO WS-BR-F-LABEL.
008534     MOVE WS-SESSION-SHEETS-OUT TO WS-BR-F-VALUE.
008535     MOVE WS-BR-FOOTER-LINE TO BR-RECORD.
008536     WRITE BR-RECORD.
008537     MOVE 'SHEETS IN SUSPENSE' TO WS-BR-F-LABEL.
008538     MOVE WS-SESSION-SHEETS-HELD TO WS-BR-F-VALUE.
008539     MOVE WS-BR-FOOTER-LINE TO BR-RECORD.
008540     WRITE BR-RECORD.
008541     CLOSE BATCH-RPT.
008542 close-batch-report-exit.
008543     EXIT.
008470
008480******************************************************************
008481* load-thresholds - OVERRIDE THE DEFAULT GRADE BOUNDARIES FROM
