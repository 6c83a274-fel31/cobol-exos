001400*       + GRADE-SIDE RECONCILIATION EXCEPTIONS
001500*   EXPORT COUNT = LETTER-WORK COUNT
001600*   EXPORT COUNT + MAKEUP-EXPORT COUNT = RECORDS GRDPOST POSTED
001620*   PER RELEASED FILE (RLSEXPT, RLSLTR, RLSHONR, RLSWARN) OF THE
001640*   GRDRLSE RESULT-RELEASE GATE:
001660*     TONIGHT'S FILE + HELD ITEMS CARRIED IN + ITEMS RELEASED
001680*       EARLIER TODAY = RELEASED FILE + HELD ITEMS CARRIED OUT
001700*
001800* ANY MISSING TRAILER, SHORT FILE, OR EQUATION MISMATCH PRINTS
001900* A LINE NAMING THE LEG THAT IS SHORT AND ENDS THE JOB WITH
002720*                          ('000000') ARE NEITHER DATA NOR
002730*                          TRAILERS AND ARE SKIPPED IN THE
002740*                          FILE TALLIES.
002747* 10/15/26   R.DELACROIX   BALANCES THE RESULT-RELEASE GATE:
002754*                          TALLIES THE FOUR RELEASED FILES AND
002761*                          BOTH GENERATIONS OF THE HELD-RESULTS
002768*                          QUEUE AND PROVES HELD VERSUS RELEASED
002775*                          FOR EACH FILE. THE HONOR-ROLL AND
002782*                          ACADEMIC-WARNING COUNTS ARE NOW KEPT
002789*                          FOR THAT EQUATION.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. GRDBAL.
007300     SELECT BALANCE-RPT ASSIGN TO BALRPT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-BALRPT-STATUS.
007505     SELECT RELEASED-EXPORT ASSIGN TO RLSEXPT
007510         ORGANIZATION IS LINE SEQUENTIAL
007515         FILE STATUS IS WS-RLSEXPT-STATUS.
007520     SELECT RELEASED-LETTERS ASSIGN TO RLSLTR
007525         ORGANIZATION IS LINE SEQUENTIAL
007530         FILE STATUS IS WS-RLSLTR-STATUS.
007535     SELECT RELEASED-HONOR ASSIGN TO RLSHONR
007540         ORGANIZATION IS LINE SEQUENTIAL
007545         FILE STATUS IS WS-RLSHONR-STATUS.
007550     SELECT RELEASED-WARNING ASSIGN TO RLSWARN
007555         ORGANIZATION IS LINE SEQUENTIAL
007560         FILE STATUS IS WS-RLSWARN-STATUS.
007565     SELECT HELD-IN ASSIGN TO HELDIN
007570         ORGANIZATION IS LINE SEQUENTIAL
007575         FILE STATUS IS WS-HELDIN-STATUS.
007580     SELECT HELD-OUT ASSIGN TO HELDOUT
007585         ORGANIZATION IS LINE SEQUENTIAL
007590         FILE STATUS IS WS-HELDOUT-STATUS.
007600******************************************************************
007700 DATA DIVISION.
007800 FILE SECTION.
012100     RECORDING MODE IS F.
012200 01  BR-RECORD                  PIC X(80).
012300
012303 FD  RELEASED-EXPORT
012306     RECORDING MODE IS F.
012309 01  XE-RECORD                  PIC X(23).
012312
012315 FD  RELEASED-LETTERS
012318     RECORDING MODE IS F.
012321 01  XL-RECORD                  PIC X(55).
012324
012327 FD  RELEASED-HONOR
012330     RECORDING MODE IS F.
012333 01  XH-RECORD                  PIC X(55).
012336
012339 FD  RELEASED-WARNING
012342     RECORDING MODE IS F.
012345 01  XW-RECORD                  PIC X(55).
012348
012351 FD  HELD-IN
012354     RECORDING MODE IS F.
012357 01  QI-RECORD.
012360     COPY RLSHELD.
012363
012366 FD  HELD-OUT
012369     RECORDING MODE IS F.
012372 01  QO-RECORD.
012375     COPY RLSHELD.
012400 WORKING-STORAGE SECTION.
012500******************************************************************
012600* FILE STATUS FIELDS
013600 77  WS-MKUPEXPT-STATUS         PIC X(02)     VALUE SPACES.
013700 77  WS-POSTCNT-STATUS          PIC X(02)     VALUE SPACES.
013800 77  WS-BALRPT-STATUS           PIC X(02)     VALUE SPACES.
013810 77  WS-RLSEXPT-STATUS          PIC X(02)     VALUE SPACES.
013820 77  WS-RLSLTR-STATUS           PIC X(02)     VALUE SPACES.
013830 77  WS-RLSHONR-STATUS          PIC X(02)     VALUE SPACES.
013840 77  WS-RLSWARN-STATUS          PIC X(02)     VALUE SPACES.
013850 77  WS-HELDIN-STATUS           PIC X(02)     VALUE SPACES.
013860 77  WS-HELDOUT-STATUS          PIC X(02)     VALUE SPACES.
013900******************************************************************
014000* PER-FILE TALLY WORK FIELDS, RESET BEFORE EACH FILE PASS
014100******************************************************************
016000 01  WS-MKUPEXPT-COUNT          PIC 9(07)     COMP    VALUE ZERO.
016100 01  WS-POSTED-COUNT            PIC 9(07)     COMP    VALUE ZERO.
016200 01  WS-EXPECTED-COUNT          PIC 9(07)     COMP    VALUE ZERO.
016203 01  WS-HONROLL-COUNT           PIC 9(07)     COMP    VALUE ZERO.
016206 01  WS-ACADWARN-COUNT          PIC 9(07)     COMP    VALUE ZERO.
016209******************************************************************
016212* RESULT-RELEASE COUNTS, SUBSCRIPTED BY THE HELD-QUEUE FILE CODE
016215* (1 = E EXPORT, 2 = L LETTER WORK, 3 = H HONOR ROLL, 4 = W
016218* ACADEMIC WARNING). WS-GATE-DATE IS THE DATE ON THE NEW QUEUE
016221* GENERATION'S TRAILER - THE DAY GRDRLSE GATED.
016224******************************************************************
016227 01  WS-GATE-DATE               PIC 9(08)     VALUE ZERO.
016230 01  WS-RLS-IDX                 PIC 9(01)     COMP    VALUE ZERO.
016233 01  WS-RLS-CODE-LIST           PIC X(04)     VALUE 'ELHW'.
016236 01  WS-RLS-CODES REDEFINES WS-RLS-CODE-LIST.
016239     05  WS-RLS-CODE OCCURS 4 TIMES PIC X(01).
016242 01  WS-RLS-NAME-LIST.
016245     05  FILLER                 PIC X(08)     VALUE 'RLSEXPT '.
016248     05  FILLER                 PIC X(08)     VALUE 'RLSLTR  '.
016251     05  FILLER                 PIC X(08)     VALUE 'RLSHONR '.
016254     05  FILLER                 PIC X(08)     VALUE 'RLSWARN '.
016257 01  WS-RLS-NAMES REDEFINES WS-RLS-NAME-LIST.
016260     05  WS-RLS-NAME OCCURS 4 TIMES PIC X(08).
016263 01  WS-RLS-COUNTS.
016266     05  WS-RLS-COUNT-ENTRY OCCURS 4 TIMES.
016269         10  WS-RLS-TONIGHT     PIC 9(07)     COMP.
016272         10  WS-RLS-RELEASED    PIC 9(07)     COMP.
016275         10  WS-RLS-QIN-HELD    PIC 9(07)     COMP.
016278         10  WS-RLS-QIN-TODAY   PIC 9(07)     COMP.
016281         10  WS-RLS-QOUT-HELD   PIC 9(07)     COMP.
016284 01  WS-RLS-LEFT                PIC 9(07)     COMP    VALUE ZERO.
016287 01  WS-RLS-RIGHT               PIC 9(07)     COMP    VALUE ZERO.
016300******************************************************************
016400* RUN CONTROL
016500******************************************************************
021600     PERFORM 4800-TALLY-ACADWARN THRU 4800-EXIT.
021700     PERFORM 4900-TALLY-MKUPEXPT THRU 4900-EXIT.
021800     PERFORM 4950-READ-POSTED-COUNT THRU 4950-EXIT.
021810     PERFORM 4960-TALLY-RLSEXPT THRU 4960-EXIT.
021820     PERFORM 4970-TALLY-RLSLTR THRU 4970-EXIT.
021830     PERFORM 4980-TALLY-RLSHONR THRU 4980-EXIT.
021840     PERFORM 4990-TALLY-RLSWARN THRU 4990-EXIT.
021850     PERFORM 5200-TALLY-HELDOUT THRU 5200-EXIT.
021860     PERFORM 5300-TALLY-HELDIN THRU 5300-EXIT.
021900     PERFORM 6000-PROVE-EQUATIONS THRU 6000-EXIT.
021950     PERFORM 6100-PROVE-RELEASE THRU 6100-EXIT.
022000     PERFORM 7000-SUMMARY THRU 7000-EXIT.
022100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022200     STOP RUN.
022800******************************************************************
022900 1000-INITIALIZE.
023000     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
023050     INITIALIZE WS-RLS-COUNTS.
023100     OPEN OUTPUT BALANCE-RPT.
023200     MOVE SPACES TO BR-RECORD.
023300     MOVE WS-RUN-DATE-YMD TO WS-BR-H-DATE.
048500     PERFORM 4710-READ-ONE THRU 4710-EXIT
048600         UNTIL WS-FILE-EOF.
048700     CLOSE HONOR-ROLL.
048750     MOVE WS-DATA-COUNT TO WS-HONROLL-COUNT.
048800     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
048900 4700-EXIT.
049000     EXIT.
051100     PERFORM 4810-READ-ONE THRU 4810-EXIT
051200         UNTIL WS-FILE-EOF.
051300     CLOSE ACADEMIC-WARNING.
051350     MOVE WS-DATA-COUNT TO WS-ACADWARN-COUNT.
051400     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
051500 4800-EXIT.
051600     EXIT.
058500     CLOSE POSTED-COUNT.
058600 4950-EXIT.
058700     EXIT.
058701******************************************************************
058702* 4960-4990 - THE FOUR RELEASED FILES GRDRLSE WROTE
058703******************************************************************
058704 4960-TALLY-RLSEXPT.
058705     MOVE 'RLSEXPT ' TO WS-FILE-NAME.
058706     PERFORM 3000-START-ONE-FILE THRU 3000-EXIT.
058707     OPEN INPUT RELEASED-EXPORT.
058708     IF WS-RLSEXPT-STATUS NOT = '00'
058709         PERFORM 5100-REPORT-MISSING-FILE THRU 5100-EXIT
058710         GO TO 4960-EXIT
058711     END-IF.
058712     PERFORM 4965-READ-ONE THRU 4965-EXIT
058713         UNTIL WS-FILE-EOF.
058714     CLOSE RELEASED-EXPORT.
058715     MOVE WS-DATA-COUNT TO WS-RLS-RELEASED(1).
058716     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
058717 4960-EXIT.
058718     EXIT.
058719
058720 4965-READ-ONE.
058721     READ RELEASED-EXPORT
058722         AT END
058723             SET WS-FILE-EOF TO TRUE
058724             GO TO 4965-EXIT
058725     END-READ.
058726     MOVE XE-RECORD(1:22) TO WS-TRAILER-WORK.
058727     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT.
058728 4965-EXIT.
058729     EXIT.
058730
058731 4970-TALLY-RLSLTR.
058732     MOVE 'RLSLTR  ' TO WS-FILE-NAME.
058733     PERFORM 3000-START-ONE-FILE THRU 3000-EXIT.
058734     OPEN INPUT RELEASED-LETTERS.
058735     IF WS-RLSLTR-STATUS NOT = '00'
058736         PERFORM 5100-REPORT-MISSING-FILE THRU 5100-EXIT
058737         GO TO 4970-EXIT
058738     END-IF.
058739     PERFORM 4975-READ-ONE THRU 4975-EXIT
058740         UNTIL WS-FILE-EOF.
058741     CLOSE RELEASED-LETTERS.
058742     MOVE WS-DATA-COUNT TO WS-RLS-RELEASED(2).
058743     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
058744 4970-EXIT.
058745     EXIT.
058746
058747 4975-READ-ONE.
058748     READ RELEASED-LETTERS
058749         AT END
058750             SET WS-FILE-EOF TO TRUE
058751             GO TO 4975-EXIT
058752     END-READ.
058753     MOVE XL-RECORD(1:22) TO WS-TRAILER-WORK.
058754     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT.
058755 4975-EXIT.
058756     EXIT.
058757
058758 4980-TALLY-RLSHONR.
058759     MOVE 'RLSHONR ' TO WS-FILE-NAME.
058760     PERFORM 3000-START-ONE-FILE THRU 3000-EXIT.
058761     OPEN INPUT RELEASED-HONOR.
058762     IF WS-RLSHONR-STATUS NOT = '00'
058763         PERFORM 5100-REPORT-MISSING-FILE THRU 5100-EXIT
058764         GO TO 4980-EXIT
058765     END-IF.
058766     PERFORM 4985-READ-ONE THRU 4985-EXIT
058767         UNTIL WS-FILE-EOF.
058768     CLOSE RELEASED-HONOR.
058769     MOVE WS-DATA-COUNT TO WS-RLS-RELEASED(3).
058770     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
058771 4980-EXIT.
058772     EXIT.
058773
058774 4985-READ-ONE.
058775     READ RELEASED-HONOR
058776         AT END
058777             SET WS-FILE-EOF TO TRUE
058778             GO TO 4985-EXIT
058779     END-READ.
058780     MOVE XH-RECORD(1:22) TO WS-TRAILER-WORK.
058781     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT.
058782 4985-EXIT.
058783     EXIT.
058784
058785 4990-TALLY-RLSWARN.
058786     MOVE 'RLSWARN ' TO WS-FILE-NAME.
058787     PERFORM 3000-START-ONE-FILE THRU 3000-EXIT.
058788     OPEN INPUT RELEASED-WARNING.
058789     IF WS-RLSWARN-STATUS NOT = '00'
058790         PERFORM 5100-REPORT-MISSING-FILE THRU 5100-EXIT
058791         GO TO 4990-EXIT
058792     END-IF.
058793     PERFORM 4995-READ-ONE THRU 4995-EXIT
058794         UNTIL WS-FILE-EOF.
058795     CLOSE RELEASED-WARNING.
058796     MOVE WS-DATA-COUNT TO WS-RLS-RELEASED(4).
058797     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
058798 4990-EXIT.
058799     EXIT.
058800
058801 4995-READ-ONE.
058802     READ RELEASED-WARNING
058803         AT END
058804             SET WS-FILE-EOF TO TRUE
058805             GO TO 4995-EXIT
058806     END-READ.
058807     MOVE XW-RECORD(1:22) TO WS-TRAILER-WORK.
058808     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT.
058809 4995-EXIT.
058810     EXIT.
058811
058812******************************************************************
058813* 5200-TALLY-HELDOUT - THE NEW QUEUE GENERATION: ITS HELD ITEMS
058814* BY FILE, AND THE GATE DATE FROM ITS TRAILER
058815******************************************************************
058816 5200-TALLY-HELDOUT.
058817     MOVE 'HELDOUT ' TO WS-FILE-NAME.
058818     PERFORM 3000-START-ONE-FILE THRU 3000-EXIT.
058819     OPEN INPUT HELD-OUT.
058820     IF WS-HELDOUT-STATUS NOT = '00'
058821         PERFORM 5100-REPORT-MISSING-FILE THRU 5100-EXIT
058822         GO TO 5200-EXIT
058823     END-IF.
058824     PERFORM 5210-READ-ONE THRU 5210-EXIT
058825         UNTIL WS-FILE-EOF.
058826     CLOSE HELD-OUT.
058827     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
058828 5200-EXIT.
058829     EXIT.
058830
058831 5210-READ-ONE.
058832     READ HELD-OUT
058833         AT END
058834             SET WS-FILE-EOF TO TRUE
058835             GO TO 5210-EXIT
058836     END-READ.
058837     MOVE QO-RECORD(1:22) TO WS-TRAILER-WORK.
058838     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT.
058839     IF TL-TRAILER-ID OF WS-TRAILER-WORK = '999999'
058840         IF TL-RUN-DATE OF WS-TRAILER-WORK IS NUMERIC
058841             MOVE TL-RUN-DATE OF WS-TRAILER-WORK TO WS-GATE-DATE
058842         END-IF
058843         GO TO 5210-EXIT
058844     END-IF.
058845     PERFORM 5250-FIND-CODE THRU 5250-EXIT
058846         VARYING WS-RLS-IDX FROM 1 BY 1
058847         UNTIL WS-RLS-IDX > 4
058848         OR WS-RLS-CODE(WS-RLS-IDX) = RH-FILE-CODE OF QO-RECORD.
058849     IF WS-RLS-IDX NOT > 4
058850         AND RH-HELD OF QO-RECORD
058851         ADD 1 TO WS-RLS-QOUT-HELD(WS-RLS-IDX)
058852     END-IF.
058853 5210-EXIT.
058854     EXIT.
058855
058856 5250-FIND-CODE.
058857 5250-EXIT.
058858     EXIT.
058859
058860******************************************************************
058861* 5300-TALLY-HELDIN - THE QUEUE GENERATION GRDRLSE READ. A HELD
058862* ITEM QUEUED ON THE GATE DATE WAS REBUILT FROM TONIGHT'S FILES
058863* AND AN ITEM RELEASED BEFORE THE GATE DATE WAS RETIRED, SO
058864* NEITHER IS OWED TONIGHT. THE EMPTY SEEDED FIRST GENERATION, OR
058865* NO QUEUE AT ALL, IS A ZERO LEG, NOT AN ERROR.
058866******************************************************************
058867 5300-TALLY-HELDIN.
058868     MOVE 'HELDIN  ' TO WS-FILE-NAME.
058869     PERFORM 3000-START-ONE-FILE THRU 3000-EXIT.
058870     OPEN INPUT HELD-IN.
058871     IF WS-HELDIN-STATUS NOT = '00'
058872         GO TO 5300-EXIT
058873     END-IF.
058874     PERFORM 5310-READ-ONE THRU 5310-EXIT
058875         UNTIL WS-FILE-EOF.
058876     CLOSE HELD-IN.
058877     IF WS-DATA-COUNT = ZERO
058878         AND NOT WS-TRAILER-FOUND
058879         GO TO 5300-EXIT
058880     END-IF.
058881     PERFORM 3500-CLOSE-ONE-FILE THRU 3500-EXIT.
058882 5300-EXIT.
058883     EXIT.
058884
058885 5310-READ-ONE.
058886     READ HELD-IN
058887         AT END
058888             SET WS-FILE-EOF TO TRUE
058889             GO TO 5310-EXIT
058890     END-READ.
058891     MOVE QI-RECORD(1:22) TO WS-TRAILER-WORK.
058892     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT.
058893     IF TL-TRAILER-ID OF WS-TRAILER-WORK = '999999'
058894         GO TO 5310-EXIT
058895     END-IF.
058896     PERFORM 5250-FIND-CODE THRU 5250-EXIT
058897         VARYING WS-RLS-IDX FROM 1 BY 1
058898         UNTIL WS-RLS-IDX > 4
058899         OR WS-RLS-CODE(WS-RLS-IDX) = RH-FILE-CODE OF QI-RECORD.
058900     IF WS-RLS-IDX > 4
058901         GO TO 5310-EXIT
058902     END-IF.
058903     IF RH-HELD OF QI-RECORD
058904         AND RH-HELD-DATE OF QI-RECORD NOT = WS-GATE-DATE
058905         ADD 1 TO WS-RLS-QIN-HELD(WS-RLS-IDX)
058906     END-IF.
058907     IF RH-RELEASED OF QI-RECORD
058908         AND RH-RELEASE-DATE OF QI-RECORD = WS-GATE-DATE
058909         ADD 1 TO WS-RLS-QIN-TODAY(WS-RLS-IDX)
058910     END-IF.
058911 5310-EXIT.
058912     EXIT.
058913
058914******************************************************************
059000* 6000-PROVE-EQUATIONS - THE THREE STREAM EQUATIONS, EACH ON
059100* ITS OWN REPORT LINE WITH THE LEG NAMED WHEN IT IS SHORT
059200******************************************************************
067800     END-IF.
067900 6000-EXIT.
068000     EXIT.
068001******************************************************************
068002* 6100-PROVE-RELEASE - HELD VERSUS RELEASED, ONE EQUATION LINE
068003* PER RELEASED FILE: EVERY RECORD TONIGHT OR STILL OWED FROM THE
068004* QUEUE WENT EITHER OUT OR BACK ONTO THE QUEUE
068005******************************************************************
068006 6100-PROVE-RELEASE.
068007     MOVE WS-EXPORT-COUNT TO WS-RLS-TONIGHT(1).
068008     MOVE WS-LTRWRK-COUNT TO WS-RLS-TONIGHT(2).
068009     MOVE WS-HONROLL-COUNT TO WS-RLS-TONIGHT(3).
068010     MOVE WS-ACADWARN-COUNT TO WS-RLS-TONIGHT(4).
068011     PERFORM 6110-PROVE-ONE-FILE THRU 6110-EXIT
068012         VARYING WS-RLS-IDX FROM 1 BY 1
068013         UNTIL WS-RLS-IDX > 4.
068014 6100-EXIT.
068015     EXIT.
068016
068017 6110-PROVE-ONE-FILE.
068018     COMPUTE WS-RLS-LEFT = WS-RLS-TONIGHT(WS-RLS-IDX)
068019         + WS-RLS-QIN-HELD(WS-RLS-IDX)
068020         + WS-RLS-QIN-TODAY(WS-RLS-IDX).
068021     COMPUTE WS-RLS-RIGHT = WS-RLS-RELEASED(WS-RLS-IDX)
068022         + WS-RLS-QOUT-HELD(WS-RLS-IDX).
068023     MOVE SPACES TO BR-RECORD.
068024     MOVE SPACES TO WS-BR-E-TEXT.
068025     MOVE WS-RLS-NAME(WS-RLS-IDX) TO WS-BR-E-TEXT(1:8).
068026     MOVE 'TONIGHT+QUEUED = RELEASED+HELD:'
068027         TO WS-BR-E-TEXT(10:31).
068028     MOVE WS-RLS-LEFT TO WS-BR-E-LEFT.
068029     MOVE WS-RLS-RIGHT TO WS-BR-E-RIGHT.
068030     IF WS-RLS-LEFT = WS-RLS-RIGHT
068031         MOVE 'BALANCED' TO WS-BR-E-STATUS
068032     ELSE
068033         MOVE 'OUT OF BALANCE' TO WS-BR-E-STATUS
068034         PERFORM 5000-RAISE-ONE-ERROR THRU 5000-EXIT
068035     END-IF.
068036     MOVE WS-BR-EQ-LINE TO BR-RECORD.
068037     WRITE BR-RECORD.
068038     IF WS-RLS-LEFT = WS-RLS-RIGHT
068039         GO TO 6110-EXIT
068040     END-IF.
068041     MOVE SPACES TO BR-RECORD.
068042     MOVE SPACES TO WS-BR-X-TEXT.
068043     MOVE WS-RLS-NAME(WS-RLS-IDX) TO WS-BR-X-TEXT(1:8).
068044     IF WS-RLS-LEFT > WS-RLS-RIGHT
068045         MOVE 'RELEASE LEG IS SHORT - ITEM NEITHER SENT'
068046             TO WS-BR-X-TEXT(10:40)
068047         MOVE ' NOR HELD' TO WS-BR-X-TEXT(50:9)
068048     ELSE
068049         MOVE 'INPUT LEG IS SHORT - MORE SENT AND HELD THAN'
068050             TO WS-BR-X-TEXT(10:44)
068051         MOVE ' CAME IN' TO WS-BR-X-TEXT(54:8)
068052     END-IF.
068053     MOVE WS-BR-ERROR-LINE TO BR-RECORD.
068054     WRITE BR-RECORD.
068055 6110-EXIT.
068056     EXIT.
068100
068200******************************************************************
068300* 7000-SUMMARY - THE BALANCING VERDICT AND THE RETURN CODE
