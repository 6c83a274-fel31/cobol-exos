002200* LISTED ON THE AGING REPORT - SAME CONVENTION AS THE GRADERCY
002300* REJECT ARCHIVE - SO AN ABSENCE THAT NEVER SITS THE MAKEUP
002400* SURFACES INSTEAD OF STAYING ON PAPER. A MAKEUP SAT AFTER ITS
002500* TERM CLOSED POSTS UNDER THE TERM THE CALENDAR GIVES FOR THE
002600* RUN, WHICH IS THE REGISTRAR'S STANDING RULE FOR LATE RESITS.
002700*
002800* MAINTENANCE LOG
004600*                          ITS OWN TRAILER (COPYBOOK TRAILREC)
004700*                          SO GRDBAL CAN FOLD THE POSTED
004800*                          MAKEUPS INTO THE STREAM EQUATIONS.
004820* 10/15/26   R.DELACROIX   TERM NOW DERIVED FROM THE RUN DATE
004840*                          ON THE TERM CALENDAR (TERMCAL) IN
004860*                          PLACE OF TERMPARM; A CLOSED OR MISSING
004880*                          TERM STOPS THE RUN BEFORE ANY POSTING.
004900******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. MAKEUPIN.
007900     SELECT GRADE-PARMS ASSIGN TO GRDPARM
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-GRDPARM-STATUS.
008200     SELECT TERM-CALENDAR ASSIGN TO TERMCAL
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-TERMCAL-STATUS.
008500     SELECT AGING-RPT ASSIGN TO MKAGERPT
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-MKAGERPT-STATUS.
011700 01  GP-RECORD.
011800     COPY GRDPRMRC.
011900
012000 FD  TERM-CALENDAR
012100     RECORDING MODE IS F.
012200 01  TC-RECORD.
012250     COPY TERMCAL.
012300
012400 FD  AGING-RPT
012500     RECORDING MODE IS F.
013500 77  WS-MKUPRSLT-STATUS         PIC X(02)     VALUE SPACES.
013600 77  WS-MKUPEXPT-STATUS         PIC X(02)     VALUE SPACES.
013700 77  WS-GRDPARM-STATUS          PIC X(02)     VALUE SPACES.
013800 77  WS-TERMCAL-STATUS          PIC X(02)     VALUE SPACES.
013830 77  WS-TERMCAL-EOF-SWITCH      PIC X(01)     VALUE 'N'.
013860     88  WS-TERMCAL-EOF         VALUE 'Y'.
013900 77  WS-MKAGERPT-STATUS         PIC X(02)     VALUE SPACES.
014000 77  WS-MAKEUP-OPEN-SWITCH      PIC X(01)     VALUE 'N'.
014100     88  WS-MAKEUP-OPENED       VALUE 'Y'.
019700 01  WS-MAKEUP-WORK.
019800     COPY MKUPRECY.
019900******************************************************************
020000* CURRENT TERM - FROM THE TERM CALENDAR FOR THE RUN DATE - FOR
020100* STAMPING NEWLY FOLDED MAKEUP RECORDS
020200******************************************************************
020300 01  WS-CURRENT-TERM            PIC X(06)     VALUE SPACES.
020350 01  WS-CLOSED-TERM             PIC X(06)     VALUE SPACES.
020400 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
020500******************************************************************
020600* CONTROL-TOTAL TRAILER WRITTEN AS THE LAST MAKEUP-EXPORT RECORD
026600******************************************************************
026700 1000-INITIALIZE.
026800     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
026850     PERFORM 1200-LOAD-TERM THRU 1200-EXIT.
026900     OPEN OUTPUT NEW-MAKEUP-ARCH.
027000     OPEN OUTPUT MAKEUP-EXPORT.
027100     OPEN OUTPUT AGING-RPT.
028200         SET WS-ARCH-EOF TO TRUE
028300     END-IF.
028400     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
028600     PERFORM 1300-LOAD-RESULTS THRU 1300-EXIT.
028700     MOVE SPACES TO AG-RECORD.
028800     MOVE WS-RUN-DATE-YMD TO WS-AG-H-DATE.
038000     EXIT.
038100
038200******************************************************************
038300* 1200-LOAD-TERM - THE FIRST TERM NOT YET CLOSED ON THE TERM
038330* CALENDAR WHOSE START-TO-CLOSE DATES TAKE IN THE RUN DATE - SAME
038360* RULE AS GRDPOST. NO CALENDAR, NO TERM FOR THE RUN DATE, OR ONLY
038390* A CLOSED ONE IS A HARD STOP.
038420******************************************************************
038450 1200-LOAD-TERM.
038480     MOVE SPACES TO WS-CURRENT-TERM.
038510     OPEN INPUT TERM-CALENDAR.
038540     IF WS-TERMCAL-STATUS NOT = '00'
038570         DISPLAY 'MAKEUPIN - TERM CALENDAR NOT FOUND, RUN STOPPED'
038600         MOVE 16 TO RETURN-CODE
038630         STOP RUN
038660     END-IF.
038690     PERFORM 1210-READ-ONE-TERM THRU 1210-EXIT
038720         UNTIL WS-TERMCAL-EOF
038750         OR WS-CURRENT-TERM NOT = SPACES.
038780     CLOSE TERM-CALENDAR.
038810     IF WS-CURRENT-TERM NOT = SPACES
038840         GO TO 1200-EXIT
038870     END-IF.
038900     IF WS-CLOSED-TERM NOT = SPACES
038930         DISPLAY 'MAKEUPIN - TERM ' WS-CLOSED-TERM
038960             ' IS CLOSED, RUN STOPPED'
038990     ELSE
039020         DISPLAY 'MAKEUPIN - NO TERM ON THE CALENDAR COVERS '
039050             WS-RUN-DATE-YMD ', RUN STOPPED'
039080     END-IF.
039110     MOVE 16 TO RETURN-CODE.
039140     STOP RUN.
039170 1200-EXIT.
039200     EXIT.
039230
039260 1210-READ-ONE-TERM.
039290     READ TERM-CALENDAR
039320         AT END
039350             SET WS-TERMCAL-EOF TO TRUE
039380             GO TO 1210-EXIT
039410     END-READ.
039440     IF TC-START-DATE > WS-RUN-DATE-YMD
039470         OR TC-CLOSE-DATE < WS-RUN-DATE-YMD
039500         GO TO 1210-EXIT
039530     END-IF.
039560     IF TC-CLOSED
039590         IF WS-CLOSED-TERM = SPACES
039620             MOVE TC-TERM-CODE TO WS-CLOSED-TERM
039650         END-IF
039680         GO TO 1210-EXIT
039710     END-IF.
039740     MOVE TC-TERM-CODE TO WS-CURRENT-TERM.
039770 1210-EXIT.
039800     EXIT.
040300
040400******************************************************************
040500* 1300-LOAD-RESULTS - FILL THE KEYED-RESULTS TABLE. NO RESULTS
