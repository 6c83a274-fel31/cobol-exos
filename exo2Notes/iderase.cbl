000100*****************************************************************
000200* PROGRAM NAME:    IDERASE
000300* ORIGINAL AUTHOR: R.DELACROIX
000400* INSTALLATION:    COBOL DEVELOPMENT CENTER
000500* DATE-WRITTEN:    10/15/26
000600*
000700* DATA-PROTECTION ERASURE AND ANONYMIZATION. WHEN A FORMER
000800* STUDENT ASKS TO BE ERASED, OR THE RECORD PASSES THE LEGAL
000900* RETENTION LIMIT, THIS RUN APPLIES ERASTRAN TRANSACTIONS
001000* (STUDENT ID, REASON, DATA-PROTECTION CASE REFERENCE,
001100* OPERATOR) ACROSS EVERY FILE THAT CARRIES THE STUDENT'S
001200* IDENTITY, IN ONE PASS, THE WAY IDMERGE RENUMBERS AN ID:
001300*   - EACH ERASED STUDENT GETS A PSEUDONYMOUS ID, 'E' PLUS THE
001400*     NEXT FIVE-DIGIT SEQUENCE NUMBER ON THE ERASURE REGISTER.
001500*     REAL IDS ARE ALL DIGITS, SO A PSEUDONYM NEVER COLLIDES;
001600*   - THE ROSTER ENTRY IS KEPT (SO ENROLLMENT COUNTS STILL
001700*     BALANCE) UNDER THE PSEUDONYM WITH THE NAME REPLACED BY
001800*     'ERASED', RE-INSERTED IN STUDENT-ID ORDER, WITH AN 'E'
001900*     CHANGE-LOG RECORD THAT CARRIES NO NAME;
002000*   - EVERY GRADE-HISTORY RECORD MOVES TO THE PSEUDONYM ON THE
002100*     MASTER AND ON A NEW HISTORY-ARCHIVE GENERATION (KEPT IN
002200*     ONE STUDENT/TERM/COURSE ORDER FOR TRNSCRPT'S MERGE). THE
002300*     NOTES, LETTERS, REPEAT FLAGS AND STAMPED AVERAGES ARE
002400*     NOT TOUCHED, SO GRADSTAT, CRSTREND AND THE CONTROL
002500*     TOTALS STILL BALANCE;
002600*   - THE APPEAL CASES, THE COURSE-REGISTRATION MASTER, THE
002700*     ACADEMIC-STANDING HISTORY AND THE SCHOLARSHIP HISTORY
002800*     MOVE TO THE PSEUDONYM ON NEW GENERATIONS, KEPT IN THEIR
002900*     KEY ORDER THE SAME WAY AS THE HISTORY ARCHIVE;
003000*   - THE REJECT ARCHIVE, THE AUDIT LOG, THE ROSTER,
003100*     REGISTRATION, APPEAL AND PENDING-CORRECTION CHANGE LOGS,
003200*     THE RETAINED REGISTRAR EXPORTS (EXPTHIST), THE TRANSFER
003300*     REGISTER AND THE HELD-RESULTS QUEUE ARE COPIED WITH THE
003400*     STUDENT ID REPLACED AND ANY NAME BLANKED. THE JOB COPIES
003500*     THE NEW LOGS AND REGISTER BACK OVER THE OLD ONES. A
003600*     HISTORY REBUILD RE-POSTING TRANSFERS FROM THE REGISTER
003700*     THEREFORE POSTS THEM UNDER THE PSEUDONYM;
003800*   - ALIAS CROSS-REFERENCE RECORDS POINTING AT AN ERASED
003900*     STUDENT ARE DROPPED: RE-KEYED, THEY WOULD STILL TIE THE
004000*     RETIRED REAL ID TO THE PSEUDONYM.
004100* A STUDENT STILL ENROLLED (ROSTER STATUS OTHER THAN 'W'),
004200* WITH A PENDING CORRECTION ON PENDCORR, AN OUTSTANDING
004300* MAKEUP ON THE MAKEUP ARCHIVE, AN APPEAL CASE STILL OPEN, OR
004400* RESULTS STILL HELD ON THE RELEASE QUEUE IS REFUSED, AS IS A
004500* RETIRED ID FROM THE ALIAS CROSS-REFERENCE (THE STUDENT IS
004600* ERASED UNDER THE CURRENT ID) AND A TRANSACTION FROM AN
004700* OPERATOR WITHOUT 'A' AUTHORITY. EVERY
004800* TRANSACTION, ERASED OR REFUSED, PRINTS A CERTIFICATE ON
004900* ERASCERT AND APPENDS AN ENTRY TO THE ERASURE REGISTER
005000* (COPYBOOK ERASREG). NEITHER THE CERTIFICATE NOR THE
005100* REGISTER EVER SHOWS AN ERASED ID OR NAME - AN ERASURE IS
005200* FILED UNDER ITS CASE REFERENCE AND PSEUDONYM. RC=4 MEANS AT
005240* LEAST ONE TRANSACTION WAS REFUSED. A KEYED FILE HOLDING MORE
005280* THAN 5000 RECORDS OF THE STUDENTS TO ERASE STOPS THE RUN WITH
005320* RC=16 BEFORE ANYTHING IS CHANGED - SPLIT THE TRANSACTIONS
005360* OVER TWO RUNS.
005400*
005500* MAINTENANCE LOG
005600* DATE       AUTHOR        MAINTENANCE REQUIREMENT
005700* ---------  ------------  ---------------------------------------
005800* 10/15/26   R.DELACROIX   INITIAL VERSION.
005900*****************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID. IDERASE.
006200 AUTHOR. R.DELACROIX.
006300 INSTALLATION. COBOL DEVELOPMENT CENTER.
006400 DATE-WRITTEN. 10/15/26.
006500 DATE-COMPILED. 10/15/26.
006600 SECURITY. CONFIDENTIAL.
006700*****************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER. IBM-370.
007100 OBJECT-COMPUTER. IBM-370.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT ERASE-TRANS ASSIGN TO ERASTRAN
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-ERASTRAN-STATUS.
007700     SELECT ERASE-REGISTER ASSIGN TO ERASREG
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-ERASREG-STATUS.
008000     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-OPERFILE-STATUS.
008300     SELECT PENDING-CORR ASSIGN TO PENDCORR
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PENDCORR-STATUS.
008600     SELECT MAKEUP-ARCH ASSIGN TO MKUPARCH
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-MKUPARCH-STATUS.
008900     SELECT OLD-ROSTER ASSIGN TO OLDROST
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-OLDROST-STATUS.
009200     SELECT NEW-ROSTER ASSIGN TO NEWROST
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-NEWROST-STATUS.
009500     SELECT HISTORY-MASTER ASSIGN TO HISTMAST
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS HM-MASTER-KEY
009900         FILE STATUS IS WS-HISTMAST-STATUS.
010000     SELECT OLD-HIST-ARCH ASSIGN TO OLDHARC
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-OLDHARC-STATUS.
010300     SELECT NEW-HIST-ARCH ASSIGN TO NEWHARC
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-NEWHARC-STATUS.
010600     SELECT OLD-REJ-ARCHIVE ASSIGN TO REJARCH
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-REJARCH-STATUS.
010900     SELECT NEW-REJ-ARCHIVE ASSIGN TO NEWARCH
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-NEWARCH-STATUS.
011200     SELECT OLD-AUDIT-LOG ASSIGN TO AUDITLOG
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS WS-AUDITLOG-STATUS.
011500     SELECT NEW-AUDIT-LOG ASSIGN TO NEWAUDT
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-NEWAUDT-STATUS.
011800     SELECT OLD-ROST-CHG ASSIGN TO ROSTCHG
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS WS-ROSTCHG-STATUS.
012100     SELECT NEW-ROST-CHG ASSIGN TO NEWRCHG
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS WS-NEWRCHG-STATUS.
012400     SELECT OLD-REG-CHG ASSIGN TO REGCHG
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS WS-REGCHG-STATUS.
012700     SELECT NEW-REG-CHG ASSIGN TO NEWGCHG
012800         ORGANIZATION IS LINE SEQUENTIAL
012900         FILE STATUS IS WS-NEWGCHG-STATUS.
013000     SELECT OLD-APPL-CHG ASSIGN TO APPLCHG
013100         ORGANIZATION IS LINE SEQUENTIAL
013200         FILE STATUS IS WS-APPLCHG-STATUS.
013300     SELECT NEW-APPL-CHG ASSIGN TO NEWACHG
013400         ORGANIZATION IS LINE SEQUENTIAL
013500         FILE STATUS IS WS-NEWACHG-STATUS.
013600     SELECT OLD-PEND-CHG ASSIGN TO PENDCHG
013700         ORGANIZATION IS LINE SEQUENTIAL
013800         FILE STATUS IS WS-PENDCHG-STATUS.
013900     SELECT NEW-PEND-CHG ASSIGN TO NEWPCHG
014000         ORGANIZATION IS LINE SEQUENTIAL
014100         FILE STATUS IS WS-NEWPCHG-STATUS.
014200     SELECT OLD-EXPT-HIST ASSIGN TO EXPTHIST
014300         ORGANIZATION IS LINE SEQUENTIAL
014400         FILE STATUS IS WS-EXPTHIST-STATUS.
014500     SELECT NEW-EXPT-HIST ASSIGN TO NEWEXPH
014600         ORGANIZATION IS LINE SEQUENTIAL
014700         FILE STATUS IS WS-NEWEXPH-STATUS.
014800     SELECT OLD-APPEALS ASSIGN TO OLDAPPL
014900         ORGANIZATION IS LINE SEQUENTIAL
015000         FILE STATUS IS WS-OLDAPPL-STATUS.
015100     SELECT NEW-APPEALS ASSIGN TO NEWAPPL
015200         ORGANIZATION IS LINE SEQUENTIAL
015300         FILE STATUS IS WS-NEWAPPL-STATUS.
015400     SELECT OLD-REGISTRATION ASSIGN TO OLDREG
015500         ORGANIZATION IS LINE SEQUENTIAL
015600         FILE STATUS IS WS-OLDREG-STATUS.
015700     SELECT NEW-REGISTRATION ASSIGN TO NEWREG
015800         ORGANIZATION IS LINE SEQUENTIAL
015900         FILE STATUS IS WS-NEWREG-STATUS.
016000     SELECT OLD-STANDING ASSIGN TO OLDSTND
016100         ORGANIZATION IS LINE SEQUENTIAL
016200         FILE STATUS IS WS-OLDSTND-STATUS.
016300     SELECT NEW-STANDING ASSIGN TO NEWSTND
016400         ORGANIZATION IS LINE SEQUENTIAL
016500         FILE STATUS IS WS-NEWSTND-STATUS.
016600     SELECT OLD-SCHOLAR ASSIGN TO OLDELIG
016700         ORGANIZATION IS LINE SEQUENTIAL
016800         FILE STATUS IS WS-OLDELIG-STATUS.
016900     SELECT NEW-SCHOLAR ASSIGN TO NEWELIG
017000         ORGANIZATION IS LINE SEQUENTIAL
017100         FILE STATUS IS WS-NEWELIG-STATUS.
017200     SELECT OLD-XFER-REG ASSIGN TO XFERREG
017300         ORGANIZATION IS LINE SEQUENTIAL
017400         FILE STATUS IS WS-XFERREG-STATUS.
017500     SELECT NEW-XFER-REG ASSIGN TO NEWXREG
017600         ORGANIZATION IS LINE SEQUENTIAL
017700         FILE STATUS IS WS-NEWXREG-STATUS.
017800     SELECT OLD-ALIAS-XREF ASSIGN TO ALIASXRF
017900         ORGANIZATION IS LINE SEQUENTIAL
018000         FILE STATUS IS WS-ALIASXRF-STATUS.
018100     SELECT NEW-ALIAS-XREF ASSIGN TO NEWAXRF
018200         ORGANIZATION IS LINE SEQUENTIAL
018300         FILE STATUS IS WS-NEWAXRF-STATUS.
018400     SELECT HELD-IN ASSIGN TO HELDIN
018500         ORGANIZATION IS LINE SEQUENTIAL
018600         FILE STATUS IS WS-HELDIN-STATUS.
018700     SELECT HELD-OUT ASSIGN TO HELDOUT
018800         ORGANIZATION IS LINE SEQUENTIAL
018900         FILE STATUS IS WS-HELDOUT-STATUS.
019000     SELECT ERASE-CERT ASSIGN TO ERASCERT
019100         ORGANIZATION IS LINE SEQUENTIAL
019200         FILE STATUS IS WS-ERASCERT-STATUS.
019300*****************************************************************
019400 DATA DIVISION.
019500 FILE SECTION.
019600 FD  ERASE-TRANS
019700     RECORDING MODE IS F.
019800 01  ET-RECORD.
019900     COPY ERASTRAN.
020000
020100 FD  ERASE-REGISTER
020200     RECORDING MODE IS F.
020300 01  ER-RECORD.
020400     COPY ERASREG.
020500
020600 FD  OPERATOR-FILE
020700     RECORDING MODE IS F.
020800 01  OP-RECORD.
020900     COPY OPERAUTH.
021000
021100 FD  PENDING-CORR
021200     RECORDING MODE IS F.
021300 01  PD-RECORD.
021400     COPY PENDCORR.
021500
021600 FD  MAKEUP-ARCH
021700     RECORDING MODE IS F.
021800 01  OM-RECORD.
021900     COPY MKUPRECY.
022000
022100 FD  OLD-ROSTER
022200     RECORDING MODE IS F.
022300 01  OR-RECORD.
022400     COPY ROSTERRC.
022500
022600 FD  NEW-ROSTER
022700     RECORDING MODE IS F.
022800 01  NR-RECORD                  PIC X(45).
022900
023000*****************************************************************
023100* THE MASTER RECORD IS DESCRIBED TWICE OVER THE SAME STORAGE:
023200* HM-KEY-RECORD EXPOSES THE FIRST 18 BYTES AS THE CONTIGUOUS
023300* RECORD KEY THE INDEX NEEDS, HM-RECORD THE FIELD VIEW - SAME
023400* CONVENTION AS GRDPOST.
023500*****************************************************************
023600 FD  HISTORY-MASTER
023700     RECORDING MODE IS F.
023800 01  HM-KEY-RECORD.
023900     05  HM-MASTER-KEY          PIC X(18).
024000     05  FILLER                 PIC X(24).
024100 01  HM-RECORD.
024200     COPY GRDHISTR.
024300
024400*****************************************************************
024500* THE HISTORY ARCHIVE IS THE GRDHISTR LAYOUT; ONLY THE KEY IS
024600* NEEDED HERE, SO IT IS DESCRIBED BY KEY AND REMAINDER
024700*****************************************************************
024800 FD  OLD-HIST-ARCH
024900     RECORDING MODE IS F.
025000 01  OH-RECORD.
025100     05  OH-KEY.
025200         10  OH-STUDENT-ID      PIC X(06).
025300         10  FILLER             PIC X(12).
025400     05  FILLER                 PIC X(24).
025500
025600 FD  NEW-HIST-ARCH
025700     RECORDING MODE IS F.
025800 01  NH-RECORD                  PIC X(42).
025900
026000 FD  OLD-REJ-ARCHIVE
026100     RECORDING MODE IS F.
026200 01  OA-RECORD.
026300     COPY REJRECYC.
026400
026500 FD  NEW-REJ-ARCHIVE
026600     RECORDING MODE IS F.
026700 01  NA-RECORD                  PIC X(134).
026800
026900 FD  OLD-AUDIT-LOG
027000     RECORDING MODE IS F.
027100 01  AL-RECORD.
027200     COPY AUDITREC.
027300
027400 FD  NEW-AUDIT-LOG
027500     RECORDING MODE IS F.
027600 01  NL-RECORD                  PIC X(64).
027700
027800 FD  OLD-ROST-CHG
027900     RECORDING MODE IS F.
028000 01  RM-RECORD.
028100     COPY ROSTCHGR.
028200
028300 FD  NEW-ROST-CHG
028400     RECORDING MODE IS F.
028500 01  NC-RECORD                  PIC X(103).
028600
028700 FD  OLD-REG-CHG
028800     RECORDING MODE IS F.
028900 01  RL-RECORD.
029000     COPY REGCHGR.
029100
029200 FD  NEW-REG-CHG
029300     RECORDING MODE IS F.
029400 01  NG-RECORD                  PIC X(62).
029500
029600 FD  OLD-APPL-CHG
029700     RECORDING MODE IS F.
029800 01  AC-RECORD.
029900     COPY APPLCHGR.
030000
030100 FD  NEW-APPL-CHG
030200     RECORDING MODE IS F.
030300 01  NP-RECORD                  PIC X(60).
030400
030500 FD  OLD-PEND-CHG
030600     RECORDING MODE IS F.
030700 01  PL-RECORD.
030800     COPY PENDCHGR.
030900
031000 FD  NEW-PEND-CHG
031100     RECORDING MODE IS F.
031200 01  NQ-RECORD                  PIC X(60).
031300
031400 FD  OLD-EXPT-HIST
031500     RECORDING MODE IS F.
031600 01  EG-RECORD.
031700     COPY EXPORTRC.
031800
031900 FD  NEW-EXPT-HIST
032000     RECORDING MODE IS F.
032100 01  NX-RECORD                  PIC X(23).
032200
032300 FD  OLD-APPEALS
032400     RECORDING MODE IS F.
032500 01  GA-RECORD.
032600     COPY APPEALRC.
032700
032800 FD  NEW-APPEALS
032900     RECORDING MODE IS F.
033000 01  NV-RECORD                  PIC X(68).
033100
033200 FD  OLD-REGISTRATION
033300     RECORDING MODE IS F.
033400 01  RG-RECORD.
033500     COPY CRSREGRC.
033600
033700 FD  NEW-REGISTRATION
033800     RECORDING MODE IS F.
033900 01  NK-RECORD                  PIC X(22).
034000
034100 FD  OLD-STANDING
034200     RECORDING MODE IS F.
034300 01  SH-RECORD.
034400     COPY STNDHIST.
034500
034600 FD  NEW-STANDING
034700     RECORDING MODE IS F.
034800 01  NS-RECORD                  PIC X(39).
034900
035000 FD  OLD-SCHOLAR
035100     RECORDING MODE IS F.
035200 01  SE-RECORD.
035300     COPY SCHLHIST.
035400
035500 FD  NEW-SCHOLAR
035600     RECORDING MODE IS F.
035700 01  NE-RECORD                  PIC X(43).
035800
035900 FD  OLD-XFER-REG
036000     RECORDING MODE IS F.
036100 01  XR-RECORD.
036200     COPY XFERREG.
036300
036400 FD  NEW-XFER-REG
036500     RECORDING MODE IS F.
036600 01  NT-RECORD                  PIC X(64).
036700
036800 FD  OLD-ALIAS-XREF
036900     RECORDING MODE IS F.
037000 01  AX-RECORD.
037100     COPY ALIASREC.
037200
037300 FD  NEW-ALIAS-XREF
037400     RECORDING MODE IS F.
037500 01  NZ-RECORD                  PIC X(22).
037600
037700*****************************************************************
037800* THE HELD-RESULTS QUEUE ENDS WITH A TRAILREC TRAILER, KNOWN BY
037900* '999999' IN ITS FIRST SIX BYTES; IT CARRIES COUNTS ONLY AND IS
038000* COPIED AS IT STANDS
038100*****************************************************************
038200 FD  HELD-IN
038300     RECORDING MODE IS F.
038400 01  HI-RECORD.
038500     COPY RLSHELD.
038600
038700 FD  HELD-OUT
038800     RECORDING MODE IS F.
038900 01  HO-RECORD                  PIC X(89).
039000
039100 FD  ERASE-CERT
039200     RECORDING MODE IS F.
039300 01  CT-RECORD                  PIC X(80).
039400
039500 WORKING-STORAGE SECTION.
039600*****************************************************************
039700* FILE STATUS AND END-OF-FILE SWITCHES
039800*****************************************************************
039900 77  WS-ERASTRAN-STATUS         PIC X(02)     VALUE SPACES.
040000 77  WS-ERASREG-STATUS          PIC X(02)     VALUE SPACES.
040100 77  WS-OPERFILE-STATUS         PIC X(02)     VALUE SPACES.
040200 77  WS-PENDCORR-STATUS         PIC X(02)     VALUE SPACES.
040300 77  WS-MKUPARCH-STATUS         PIC X(02)     VALUE SPACES.
040400 77  WS-OLDROST-STATUS          PIC X(02)     VALUE SPACES.
040500 77  WS-NEWROST-STATUS          PIC X(02)     VALUE SPACES.
040600 77  WS-HISTMAST-STATUS         PIC X(02)     VALUE SPACES.
040700 77  WS-OLDHARC-STATUS          PIC X(02)     VALUE SPACES.
040800 77  WS-NEWHARC-STATUS          PIC X(02)     VALUE SPACES.
040900 77  WS-REJARCH-STATUS          PIC X(02)     VALUE SPACES.
041000 77  WS-NEWARCH-STATUS          PIC X(02)     VALUE SPACES.
041100 77  WS-AUDITLOG-STATUS         PIC X(02)     VALUE SPACES.
041200 77  WS-NEWAUDT-STATUS          PIC X(02)     VALUE SPACES.
041300 77  WS-ROSTCHG-STATUS          PIC X(02)     VALUE SPACES.
041400 77  WS-NEWRCHG-STATUS          PIC X(02)     VALUE SPACES.
041500 77  WS-REGCHG-STATUS           PIC X(02)     VALUE SPACES.
041600 77  WS-NEWGCHG-STATUS          PIC X(02)     VALUE SPACES.
041700 77  WS-APPLCHG-STATUS          PIC X(02)     VALUE SPACES.
041800 77  WS-NEWACHG-STATUS          PIC X(02)     VALUE SPACES.
041900 77  WS-PENDCHG-STATUS          PIC X(02)     VALUE SPACES.
042000 77  WS-NEWPCHG-STATUS          PIC X(02)     VALUE SPACES.
042100 77  WS-EXPTHIST-STATUS         PIC X(02)     VALUE SPACES.
042200 77  WS-NEWEXPH-STATUS          PIC X(02)     VALUE SPACES.
042300 77  WS-OLDAPPL-STATUS          PIC X(02)     VALUE SPACES.
042400 77  WS-NEWAPPL-STATUS          PIC X(02)     VALUE SPACES.
042500 77  WS-OLDREG-STATUS           PIC X(02)     VALUE SPACES.
042600 77  WS-NEWREG-STATUS           PIC X(02)     VALUE SPACES.
042700 77  WS-OLDSTND-STATUS          PIC X(02)     VALUE SPACES.
042800 77  WS-NEWSTND-STATUS          PIC X(02)     VALUE SPACES.
042900 77  WS-OLDELIG-STATUS          PIC X(02)     VALUE SPACES.
043000 77  WS-NEWELIG-STATUS          PIC X(02)     VALUE SPACES.
043100 77  WS-XFERREG-STATUS          PIC X(02)     VALUE SPACES.
043200 77  WS-NEWXREG-STATUS          PIC X(02)     VALUE SPACES.
043300 77  WS-ALIASXRF-STATUS         PIC X(02)     VALUE SPACES.
043400 77  WS-NEWAXRF-STATUS          PIC X(02)     VALUE SPACES.
043500 77  WS-HELDIN-STATUS           PIC X(02)     VALUE SPACES.
043600 77  WS-HELDOUT-STATUS          PIC X(02)     VALUE SPACES.
043700 77  WS-ERASCERT-STATUS         PIC X(02)     VALUE SPACES.
043800 77  WS-TRN-EOF-SWITCH          PIC X(01)     VALUE 'N'.
043900     88  WS-TRN-EOF             VALUE 'Y'.
044000 77  WS-REG-EOF-SWITCH          PIC X(01)     VALUE 'N'.
044100     88  WS-REG-EOF             VALUE 'Y'.
044200 77  WS-OPER-EOF-SWITCH         PIC X(01)     VALUE 'N'.
044300     88  WS-OPER-EOF            VALUE 'Y'.
044400 77  WS-OPER-OK-SWITCH          PIC X(01)     VALUE 'N'.
044500     88  WS-OPER-OK             VALUE 'Y'.
044600 77  WS-PEND-EOF-SWITCH         PIC X(01)     VALUE 'N'.
044700     88  WS-PEND-EOF            VALUE 'Y'.
044800 77  WS-MKUP-EOF-SWITCH         PIC X(01)     VALUE 'N'.
044900     88  WS-MKUP-EOF            VALUE 'Y'.
045000 77  WS-ROST-EOF-SWITCH         PIC X(01)     VALUE 'N'.
045100     88  WS-ROST-EOF            VALUE 'Y'.
045200 77  WS-MAST-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
045300     88  WS-MAST-OPENED         VALUE 'Y'.
045400 77  WS-HARC-EOF-SWITCH         PIC X(01)     VALUE 'N'.
045500     88  WS-HARC-EOF            VALUE 'Y'.
045600 77  WS-APPL-EOF-SWITCH         PIC X(01)     VALUE 'N'.
045700     88  WS-APPL-EOF            VALUE 'Y'.
045800 77  WS-CREG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
045900     88  WS-CREG-EOF            VALUE 'Y'.
046000 77  WS-STND-EOF-SWITCH         PIC X(01)     VALUE 'N'.
046100     88  WS-STND-EOF            VALUE 'Y'.
046200 77  WS-ELIG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
046300     88  WS-ELIG-EOF            VALUE 'Y'.
046400 77  WS-XREG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
046500     88  WS-XREG-EOF            VALUE 'Y'.
046600 77  WS-AXRF-EOF-SWITCH         PIC X(01)     VALUE 'N'.
046700     88  WS-AXRF-EOF            VALUE 'Y'.
046800 77  WS-HELD-EOF-SWITCH         PIC X(01)     VALUE 'N'.
046900     88  WS-HELD-EOF            VALUE 'Y'.
047000 77  WS-REJ-EOF-SWITCH          PIC X(01)     VALUE 'N'.
047100     88  WS-REJ-EOF             VALUE 'Y'.
047200 77  WS-REJ-OPEN-SWITCH         PIC X(01)     VALUE 'N'.
047300     88  WS-REJ-OPENED          VALUE 'Y'.
047400 77  WS-AUDT-EOF-SWITCH         PIC X(01)     VALUE 'N'.
047500     88  WS-AUDT-EOF            VALUE 'Y'.
047600 77  WS-AUDT-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
047700     88  WS-AUDT-OPENED         VALUE 'Y'.
047800 77  WS-RCHG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
047900     88  WS-RCHG-EOF            VALUE 'Y'.
048000 77  WS-RCHG-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
048100     88  WS-RCHG-OPENED         VALUE 'Y'.
048200 77  WS-GCHG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
048300     88  WS-GCHG-EOF            VALUE 'Y'.
048400 77  WS-GCHG-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
048500     88  WS-GCHG-OPENED         VALUE 'Y'.
048600 77  WS-ACHG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
048700     88  WS-ACHG-EOF            VALUE 'Y'.
048800 77  WS-ACHG-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
048900     88  WS-ACHG-OPENED         VALUE 'Y'.
049000 77  WS-PCHG-EOF-SWITCH         PIC X(01)     VALUE 'N'.
049100     88  WS-PCHG-EOF            VALUE 'Y'.
049200 77  WS-PCHG-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
049300     88  WS-PCHG-OPENED         VALUE 'Y'.
049400 77  WS-EXPH-EOF-SWITCH         PIC X(01)     VALUE 'N'.
049500     88  WS-EXPH-EOF            VALUE 'Y'.
049600 77  WS-EXPH-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
049700     88  WS-EXPH-OPENED         VALUE 'Y'.
049800*****************************************************************
049900* PSEUDONYM MACHINERY - 'E' PLUS THE NEXT SEQUENCE NUMBER AFTER
050000* THE HIGHEST ONE ALREADY ON THE ERASURE REGISTER. THE NAME IS
050100* REPLACED BY WS-ERASED-NAME (LAST) AND SPACES (FIRST).
050200*****************************************************************
050300 01  WS-LAST-SEQ                PIC 9(05)     VALUE ZERO.
050400 01  WS-PSEUDO-WORK.
050500     05  WS-PW-PREFIX           PIC X(01)     VALUE 'E'.
050600     05  WS-PW-SEQ              PIC 9(05)     VALUE ZERO.
050700 01  WS-ERASED-NAME             PIC X(15)     VALUE 'ERASED'.
050800*****************************************************************
050900* OPERATOR AUTHORIZATION TABLE - A MISSING FILE IS A HARD STOP.
051000* ERASURE NEEDS FULL ('A') AUTHORITY.
051100*****************************************************************
051200 01  WS-OPER-COUNT              PIC 9(03)     COMP    VALUE ZERO.
051300 01  WS-OPER-TABLE.
051400     05  WS-OPER-ENTRY OCCURS 200 TIMES
051500                       INDEXED BY WS-OPER-IDX.
051600         10  WS-OPER-ID             PIC X(08).
051700         10  WS-OPER-LEVEL          PIC X(01).
051800             88  WS-OPER-ALL-AUTH   VALUE 'A'.
051900         10  WS-OPER-ACTIVE         PIC X(01).
052000             88  WS-OPER-IS-ACTIVE  VALUE 'A'.
052100*****************************************************************
052200* ERASURE TRANSACTION TABLE - ONE ENTRY PER TRANSACTION READ,
052300* ERASED OR REFUSED, SO EVERY ONE GETS ITS CERTIFICATE AND ITS
052400* REGISTER ENTRY. WS-ET-OUTCOME: SPACE = STILL BEING CHECKED,
052500* 'E' = ERASED (PSEUDONYM ASSIGNED), 'R' = REFUSED.
052600*****************************************************************
052700 01  WS-TRAN-COUNT              PIC 9(03)     COMP    VALUE ZERO.
052800 01  WS-TRAN-IDX                PIC 9(03)     COMP    VALUE ZERO.
052900 01  WS-TRAN-JDX                PIC 9(03)     COMP    VALUE ZERO.
053000 01  WS-TRAN-TABLE.
053100     05  WS-TRAN-ENTRY OCCURS 200 TIMES.
053200         10  WS-ET-STUDENT-ID      PIC X(06).
053300         10  WS-ET-REASON          PIC X(01).
053400         10  WS-ET-REQUEST-REF     PIC X(10).
053500         10  WS-ET-OPERATOR        PIC X(08).
053600         10  WS-ET-OUTCOME         PIC X(01).
053700             88  WS-ET-CHECKING    VALUE SPACE.
053800             88  WS-ET-ERASED      VALUE 'E'.
053900             88  WS-ET-REFUSED     VALUE 'R'.
054000         10  WS-ET-REFUSE-CODE     PIC X(02).
054100         10  WS-ET-PSEUDO-ID       PIC X(06).
054200         10  WS-ET-ERASE-TIME      PIC 9(08).
054300         10  WS-ET-ROST-STATUS     PIC X(01).
054400         10  WS-ET-ROSTER-CNT      PIC 9(05)     COMP.
054500         10  WS-ET-HISTMAST-CNT    PIC 9(05)     COMP.
054600         10  WS-ET-HISTARCH-CNT    PIC 9(05)     COMP.
054700         10  WS-ET-REJARCH-CNT     PIC 9(05)     COMP.
054800         10  WS-ET-AUDITLOG-CNT    PIC 9(05)     COMP.
054900         10  WS-ET-CHGLOG-CNT      PIC 9(05)     COMP.
055000         10  WS-ET-EXPTHIST-CNT    PIC 9(05)     COMP.
055100         10  WS-ET-XFERREG-CNT     PIC 9(05)     COMP.
055200         10  WS-ET-ALIAS-CNT       PIC 9(05)     COMP.
055300         10  WS-ET-APPEAL-CNT      PIC 9(05)     COMP.
055400         10  WS-ET-CRSREG-CNT      PIC 9(05)     COMP.
055500         10  WS-ET-STANDING-CNT    PIC 9(05)     COMP.
055600         10  WS-ET-SCHOLAR-CNT     PIC 9(05)     COMP.
055700         10  WS-ET-HELDQ-CNT       PIC 9(05)     COMP.
055800 01  WS-LOOKUP-ID               PIC X(06)     VALUE SPACES.
055900 01  WS-LOOKUP-OUTCOME          PIC X(01)     VALUE SPACE.
056000*****************************************************************
056100* ROSTER TABLE - THE WHOLE ROSTER IS HELD SO ERASED ENTRIES CAN
056200* BE RE-INSERTED UNDER THEIR PSEUDONYMS IN STUDENT-ID ORDER ON
056300* THE WAY OUT - SAME TABLE AND SEQUENCE CHECKS AS IDMERGE.
056400* WS-RO-DISP: SPACE = WRITE IN PLACE, 'M' = MOVED (RE-INSERTED
056500* UNDER ITS PSEUDONYM).
056600*****************************************************************
056700 01  WS-ROST-COUNT              PIC 9(05)     COMP    VALUE ZERO.
056800 01  WS-ROST-IDX                PIC 9(05)     COMP    VALUE ZERO.
056900 01  WS-ROST-MAX                PIC 9(05)     COMP    VALUE 20000.
057000 01  WS-ROST-PREV-ID            PIC X(06)     VALUE LOW-VALUES.
057100 01  WS-ROST-TABLE.
057200     05  WS-ROST-ENTRY OCCURS 1 TO 20000 TIMES
057300                       DEPENDING ON WS-ROST-COUNT.
057400         10  WS-RO-ID               PIC X(06).
057500         10  WS-RO-LAST-NAME        PIC X(15).
057600         10  WS-RO-FIRST-NAME       PIC X(15).
057700         10  WS-RO-STATUS           PIC X(01).
057800             88  WS-RO-WITHDRAWN    VALUE 'W'.
057900         10  WS-RO-EFF-DATE         PIC 9(08).
058000         10  WS-RO-DISP             PIC X(01).
058100*****************************************************************
058200* MOVED-ENTRY INSERT TABLE, KEPT IN PSEUDONYM ORDER SO THE
058300* OUTPUT MERGE STAYS IN ONE STUDENT-ID SEQUENCE
058400*****************************************************************
058500 01  WS-INS-COUNT               PIC 9(03)     COMP    VALUE ZERO.
058600 01  WS-INS-IDX                 PIC 9(03)     COMP    VALUE ZERO.
058700 01  WS-INS-NEXT                PIC 9(03)     COMP    VALUE ZERO.
058800 01  WS-SHIFT-IDX               PIC 9(05)     COMP    VALUE ZERO.
058900 01  WS-INS-TABLE.
059000     05  WS-INS-ENTRY OCCURS 200 TIMES.
059100         10  WS-IN-ID               PIC X(06).
059200         10  WS-IN-LAST-NAME        PIC X(15).
059300         10  WS-IN-FIRST-NAME       PIC X(15).
059400         10  WS-IN-STATUS           PIC X(01).
059500         10  WS-IN-EFF-DATE         PIC 9(08).
059600*****************************************************************
059700* ROSTER OUTPUT WORK RECORD
059800*****************************************************************
059900 01  WS-ROST-WORK.
060000     COPY ROSTERRC.
060100*****************************************************************
060200* MASTER BUFFER - ONE STUDENT'S HISTORY, MOVED RECORD BY RECORD
060300* TO THE PSEUDONYM THE WAY IDMERGE MOVES IT TO A NEW ID
060400*****************************************************************
060500 01  WS-TARGET-STUDENT-ID       PIC X(06)     VALUE SPACES.
060600 01  WS-BUF-COUNT               PIC 9(03)     COMP    VALUE ZERO.
060700 01  WS-BUF-IDX                 PIC 9(03)     COMP    VALUE ZERO.
060800 01  WS-STUDENT-BUFFER.
060900     05  WS-BUF-RECORD OCCURS 200 TIMES
061000                       PIC X(42).
061100 01  WS-FLUSH-WORK.
061200     COPY GRDHISTR.
061300*****************************************************************
061400* HELD TABLE FOR THE KEYED SEQUENTIAL FILES (HISTORY ARCHIVE,
061500* APPEAL CASES, REGISTRATION MASTER, STANDING AND SCHOLARSHIP
061600* HISTORY) - ONE FILE AT A TIME, THE ERASED STUDENTS' RECORDS,
061700* ALREADY UNDER THEIR PSEUDONYMS, KEPT IN KEY ORDER. THE FIRST
061800* PASS OVER THE OLD GENERATION FILLS IT, THE SECOND MERGES IT
061900* BACK IN, SO THE NEW GENERATION IS IN ONE KEY ORDER WHEREVER
062000* THE PSEUDONYMS COLLATE. WS-HELD-KEY-LEN IS THE LENGTH OF THE
062100* FILE'S KEY, WHICH LEADS EVERY ONE OF THESE RECORDS.
062200*****************************************************************
062300 01  WS-HELD-COUNT              PIC 9(05)     COMP    VALUE ZERO.
062400 01  WS-HELD-IDX                PIC 9(05)     COMP    VALUE ZERO.
062500 01  WS-HELD-NEXT               PIC 9(05)     COMP    VALUE ZERO.
062600 01  WS-HELD-MAX                PIC 9(05)     COMP    VALUE 5000.
062700 01  WS-HELD-KEY-LEN            PIC 9(03)     COMP    VALUE ZERO.
062800 01  WS-HELD-WORK               PIC X(68)     VALUE SPACES.
062850 01  WS-HELD-FILE-NAME          PIC X(20)     VALUE SPACES.
062900 01  WS-HELD-TABLE.
063000     05  WS-HELD-RECORD OCCURS 5000 TIMES
063100                        PIC X(68).
063200*****************************************************************
063300* AUDIT-LOG AND ROSTER CHANGE-LOG WORK RECORDS FOR THE ENTRIES
063400* THIS RUN APPENDS BEHIND THE COPIED LOGS
063500*****************************************************************
063600 01  WS-AUDIT-WORK.
063700     COPY AUDITREC.
063800 01  WS-RCHG-WORK.
063900     COPY ROSTCHGR.
064000*****************************************************************
064100* REGISTER OUTPUT WORK RECORD
064200*****************************************************************
064300 01  WS-REG-WORK.
064400     COPY ERASREG.
064500*****************************************************************
064600* RUN COUNTERS AND WORK FIELDS
064700*****************************************************************
064800 01  WS-ERASED-COUNT            PIC 9(05)     COMP    VALUE ZERO.
064900 01  WS-REFUSED-COUNT           PIC 9(05)     COMP    VALUE ZERO.
065000 01  WS-RUN-DATE-YMD            PIC 9(08)     VALUE ZERO.
065100 01  WS-CERT-COUNT              PIC 9(05)             VALUE ZERO.
065200*****************************************************************
065300* CERTIFICATE LINE LAYOUTS
065400*****************************************************************
065500 01  WS-CT-HEADING-LINE.
065600     05  FILLER            PIC X(41)
065700         VALUE 'DATA-PROTECTION ERASURE RUN - RUN DATE: '.
065800     05  WS-CT-H-DATE      PIC 9(08).
065900     05  FILLER            PIC X(31) VALUE SPACES.
066000
066100 01  WS-CT-RULE-LINE.
066200     05  FILLER            PIC X(60) VALUE ALL '-'.
066300     05  FILLER            PIC X(20) VALUE SPACES.
066400
066500 01  WS-CT-CASE-LINE.
066600     05  FILLER            PIC X(12) VALUE 'CERTIFICATE '.
066700     05  WS-CT-C-NUMBER    PIC ZZZZ9.
066800     05  FILLER            PIC X(12) VALUE '   CASE REF '.
066900     05  WS-CT-C-REF       PIC X(10).
067000     05  FILLER            PIC X(09) VALUE '  REASON '.
067100     05  WS-CT-C-REASON    PIC X(23).
067200     05  FILLER            PIC X(09) VALUE SPACES.
067300
067400 01  WS-CT-ERASED-LINE.
067500     05  FILLER            PIC X(30)
067600         VALUE 'IDENTITY ERASED - PSEUDONYM  '.
067700     05  WS-CT-E-PSEUDO    PIC X(06).
067800     05  FILLER            PIC X(04) VALUE ' ON '.
067900     05  WS-CT-E-DATE      PIC 9(08).
068000     05  FILLER            PIC X(04) VALUE ' AT '.
068100     05  WS-CT-E-TIME      PIC 9(08).
068200     05  FILLER            PIC X(04) VALUE ' BY '.
068300     05  WS-CT-E-OPERATOR  PIC X(08).
068400     05  FILLER            PIC X(08) VALUE SPACES.
068500
068600 01  WS-CT-FILE-LINE.
068700     05  FILLER            PIC X(04) VALUE SPACES.
068800     05  WS-CT-F-FILE      PIC X(30).
068900     05  WS-CT-F-COUNT     PIC ZZZZ9.
069000     05  WS-CT-F-ACTION    PIC X(24).
069100     05  FILLER            PIC X(17) VALUE SPACES.
069200
069300 01  WS-CT-CLOSING-LINE.
069400     05  FILLER            PIC X(04) VALUE SPACES.
069500     05  FILLER            PIC X(46)
069600         VALUE 'ID AND NAME REPLACED; NOTES, RESULTS AND COUNT'.
069700     05  FILLER            PIC X(30)
069800         VALUE 'S KEPT UNDER THE PSEUDONYM'.
069810
069820 01  WS-CT-CLOSING-LINE-2.
069830     05  FILLER            PIC X(04) VALUE SPACES.
069840     05  FILLER            PIC X(46)
069850         VALUE 'EARLIER GENERATIONS DELETED BY THE JOB; BACKUP'.
069860     05  FILLER            PIC X(30)
069870         VALUE ' TAPES NOT COVERED'.
069900
070000 01  WS-CT-REFUSED-LINE.
070100     05  FILLER            PIC X(16) VALUE 'REFUSED STUDENT '.
070200     05  WS-CT-R-STUDENT   PIC X(06).
070300     05  FILLER            PIC X(03) VALUE ' - '.
070400     05  WS-CT-R-TEXT      PIC X(30).
070500     05  FILLER            PIC X(04) VALUE ' BY '.
070600     05  WS-CT-R-OPERATOR  PIC X(08).
070700     05  FILLER            PIC X(13)
070800         VALUE ' - NO CHANGE'.
070900
071000 01  WS-CT-FOOTER-LINE.
071100     05  WS-CT-F-LABEL         PIC X(20).
071200     05  WS-CT-F-VALUE         PIC ZZZZZZ9.
071300     05  FILLER                PIC X(53) VALUE SPACES.
071400
071500*****************************************************************
071600 PROCEDURE DIVISION.
071700*****************************************************************
071800* 0000-MAINLINE - LOAD AND CHECK EVERY TRANSACTION, ERASE THE
071900* ACCEPTED STUDENTS FROM THE ROSTER TABLE AND THE MASTER, COPY
072000* EVERY OTHER FILE UNDER THE PSEUDONYMS, THEN CERTIFY
072100*****************************************************************
072200 0000-MAINLINE.
072300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
072400     PERFORM 3000-ERASE-ONE-STUDENT THRU 3000-EXIT
072500         VARYING WS-TRAN-IDX FROM 1 BY 1
072600         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
072700     PERFORM 5000-WRITE-ROSTER THRU 5000-EXIT.
072800     PERFORM 5300-COPY-HIST-ARCHIVE THRU 5300-EXIT.
072900     PERFORM 5400-COPY-APPEALS THRU 5400-EXIT.
073000     PERFORM 5700-COPY-REGISTRATION THRU 5700-EXIT.
073100     PERFORM 5800-COPY-STANDING THRU 5800-EXIT.
073200     PERFORM 5900-COPY-SCHOLAR THRU 5900-EXIT.
073300     PERFORM 5500-COPY-REJ-ARCHIVE THRU 5500-EXIT
073400         UNTIL WS-REJ-EOF.
073500     PERFORM 6000-COPY-AUDIT-LOG THRU 6000-EXIT
073600         UNTIL WS-AUDT-EOF.
073700     PERFORM 6050-APPEND-ONE-AUDIT THRU 6050-EXIT
073800         VARYING WS-TRAN-IDX FROM 1 BY 1
073900         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
074000     PERFORM 6100-COPY-ROST-CHG THRU 6100-EXIT
074100         UNTIL WS-RCHG-EOF.
074200     PERFORM 6150-APPEND-ONE-ROST-CHG THRU 6150-EXIT
074300         VARYING WS-TRAN-IDX FROM 1 BY 1
074400         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
074500     PERFORM 6200-COPY-REG-CHG THRU 6200-EXIT
074600         UNTIL WS-GCHG-EOF.
074700     PERFORM 6300-COPY-APPL-CHG THRU 6300-EXIT
074800         UNTIL WS-ACHG-EOF.
074900     PERFORM 6400-COPY-PEND-CHG THRU 6400-EXIT
075000         UNTIL WS-PCHG-EOF.
075100     PERFORM 6500-COPY-EXPT-HIST THRU 6500-EXIT
075200         UNTIL WS-EXPH-EOF.
075300     PERFORM 6600-COPY-XFER-REG THRU 6600-EXIT.
075400     PERFORM 6700-COPY-ALIAS-XREF THRU 6700-EXIT.
075500     PERFORM 6800-COPY-HELD-QUEUE THRU 6800-EXIT.
075600     PERFORM 7000-CERTIFY-ONE THRU 7000-EXIT
075700         VARYING WS-TRAN-IDX FROM 1 BY 1
075800         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
075900     PERFORM 7500-SUMMARY THRU 7500-EXIT.
076000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
076100     STOP RUN.
076200
076300*****************************************************************
076400* 1000-INITIALIZE - OPEN EVERYTHING, LOAD THE TABLES AND DECIDE
076500* EVERY TRANSACTION BEFORE ANYTHING IS CHANGED. THE TRANSACTION
076600* FILE AND THE OPERATOR FILE ARE REQUIRED; EVERY FILE TO BE
076700* SCRUBBED IS OPTIONAL - ONE NOT SUPPLIED HAS NOTHING TO ERASE,
076800* AND ITS NEW COPY IS WRITTEN EMPTY.
076900*****************************************************************
077000 1000-INITIALIZE.
077100     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
077200     OPEN OUTPUT ERASE-CERT.
077300     OPEN OUTPUT NEW-ROSTER.
077400     OPEN OUTPUT NEW-HIST-ARCH.
077500     OPEN OUTPUT NEW-REJ-ARCHIVE.
077600     OPEN OUTPUT NEW-AUDIT-LOG.
077700     OPEN OUTPUT NEW-ROST-CHG.
077800     OPEN OUTPUT NEW-REG-CHG.
077900     OPEN OUTPUT NEW-APPL-CHG.
078000     OPEN OUTPUT NEW-PEND-CHG.
078100     OPEN OUTPUT NEW-EXPT-HIST.
078200     OPEN OUTPUT NEW-APPEALS.
078300     OPEN OUTPUT NEW-REGISTRATION.
078400     OPEN OUTPUT NEW-STANDING.
078500     OPEN OUTPUT NEW-SCHOLAR.
078600     OPEN OUTPUT NEW-XFER-REG.
078700     OPEN OUTPUT NEW-ALIAS-XREF.
078800     OPEN OUTPUT HELD-OUT.
078900     OPEN I-O HISTORY-MASTER.
079000     IF WS-HISTMAST-STATUS = '00'
079100         SET WS-MAST-OPENED TO TRUE
079200     END-IF.
079300     OPEN INPUT OLD-REJ-ARCHIVE.
079400     IF WS-REJARCH-STATUS = '00'
079500         SET WS-REJ-OPENED TO TRUE
079600     ELSE
079700         SET WS-REJ-EOF TO TRUE
079800     END-IF.
079900     OPEN INPUT OLD-AUDIT-LOG.
080000     IF WS-AUDITLOG-STATUS = '00'
080100         SET WS-AUDT-OPENED TO TRUE
080200     ELSE
080300         SET WS-AUDT-EOF TO TRUE
080400     END-IF.
080500     OPEN INPUT OLD-ROST-CHG.
080600     IF WS-ROSTCHG-STATUS = '00'
080700         SET WS-RCHG-OPENED TO TRUE
080800     ELSE
080900         SET WS-RCHG-EOF TO TRUE
081000     END-IF.
081100     OPEN INPUT OLD-REG-CHG.
081200     IF WS-REGCHG-STATUS = '00'
081300         SET WS-GCHG-OPENED TO TRUE
081400     ELSE
081500         SET WS-GCHG-EOF TO TRUE
081600     END-IF.
081700     OPEN INPUT OLD-APPL-CHG.
081800     IF WS-APPLCHG-STATUS = '00'
081900         SET WS-ACHG-OPENED TO TRUE
082000     ELSE
082100         SET WS-ACHG-EOF TO TRUE
082200     END-IF.
082300     OPEN INPUT OLD-PEND-CHG.
082400     IF WS-PENDCHG-STATUS = '00'
082500         SET WS-PCHG-OPENED TO TRUE
082600     ELSE
082700         SET WS-PCHG-EOF TO TRUE
082800     END-IF.
082900     OPEN INPUT OLD-EXPT-HIST.
083000     IF WS-EXPTHIST-STATUS = '00'
083100         SET WS-EXPH-OPENED TO TRUE
083200     ELSE
083300         SET WS-EXPH-EOF TO TRUE
083400     END-IF.
083500     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
083600     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
083700     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT.
083800     PERFORM 1500-LOAD-TRANSACTIONS THRU 1500-EXIT.
083900     PERFORM 1700-CHECK-PENDING THRU 1700-EXIT.
084000     PERFORM 1750-CHECK-MAKEUPS THRU 1750-EXIT.
084100     PERFORM 1770-CHECK-APPEALS THRU 1770-EXIT.
084200     PERFORM 1780-CHECK-HELD-QUEUE THRU 1780-EXIT.
084300     PERFORM 1790-CHECK-ALIASES THRU 1790-EXIT.
084400     PERFORM 1800-ASSIGN-PSEUDONYM THRU 1800-EXIT
084500         VARYING WS-TRAN-IDX FROM 1 BY 1
084600         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
084650     PERFORM 1810-CHECK-HELD-ROOM THRU 1810-EXIT.
084700     MOVE SPACES TO CT-RECORD.
084800     MOVE WS-RUN-DATE-YMD TO WS-CT-H-DATE.
084900     MOVE WS-CT-HEADING-LINE TO CT-RECORD.
085000     WRITE CT-RECORD.
085100 1000-EXIT.
085200     EXIT.
085300
085400*****************************************************************
085500* 1100-LOAD-OPERATORS - READ THE OPERATOR AUTHORIZATION FILE
085600* INTO MEMORY. MISSING OR EMPTY IS A HARD STOP.
085700*****************************************************************
085800 1100-LOAD-OPERATORS.
085900     OPEN INPUT OPERATOR-FILE.
086000     IF WS-OPERFILE-STATUS NOT = '00'
086100         DISPLAY 'IDERASE - OPERATOR AUTHORIZATION FILE NOT '
086200             'FOUND, RUN STOPPED'
086300         MOVE 16 TO RETURN-CODE
086400         STOP RUN
086500     END-IF.
086600     PERFORM 1150-LOAD-ONE-OPERATOR THRU 1150-EXIT
086700         UNTIL WS-OPER-EOF.
086800     CLOSE OPERATOR-FILE.
086900     IF WS-OPER-COUNT = ZERO
087000         DISPLAY 'IDERASE - OPERATOR AUTHORIZATION FILE '
087100             'EMPTY, RUN STOPPED'
087200         MOVE 16 TO RETURN-CODE
087300         STOP RUN
087400     END-IF.
087500 1100-EXIT.
087600     EXIT.
087700
087800 1150-LOAD-ONE-OPERATOR.
087900     READ OPERATOR-FILE
088000         AT END
088100             SET WS-OPER-EOF TO TRUE
088200             GO TO 1150-EXIT
088300     END-READ.
088400     IF WS-OPER-COUNT = 200
088500         DISPLAY 'IDERASE - MORE THAN 200 OPERATORS, '
088600             'RUN STOPPED'
088700         MOVE 16 TO RETURN-CODE
088800         STOP RUN
088900     END-IF.
089000     ADD 1 TO WS-OPER-COUNT.
089100     SET WS-OPER-IDX TO WS-OPER-COUNT.
089200     MOVE OP-OPERATOR-ID TO WS-OPER-ID(WS-OPER-IDX).
089300     MOVE OP-AUTH-LEVEL TO WS-OPER-LEVEL(WS-OPER-IDX).
089400     MOVE OP-ACTIVE-FLAG TO WS-OPER-ACTIVE(WS-OPER-IDX).
089500 1150-EXIT.
089600     EXIT.
089700
089800*****************************************************************
089900* 1200-LOAD-REGISTER - FIND THE HIGHEST PSEUDONYM SEQUENCE
090000* ALREADY ISSUED, THEN OPEN THE REGISTER TO EXTEND IT. NO
090100* REGISTER YET MEANS THE FIRST ERASURE RUN - IT IS CREATED.
090200*****************************************************************
090300 1200-LOAD-REGISTER.
090400     OPEN INPUT ERASE-REGISTER.
090500     IF WS-ERASREG-STATUS = '00'
090600         PERFORM 1250-READ-ONE-REGISTER THRU 1250-EXIT
090700             UNTIL WS-REG-EOF
090800         CLOSE ERASE-REGISTER
090900     END-IF.
091000     OPEN EXTEND ERASE-REGISTER.
091100     IF WS-ERASREG-STATUS = '35'
091200         OPEN OUTPUT ERASE-REGISTER
091300     END-IF.
091400     IF WS-ERASREG-STATUS NOT = '00'
091500         DISPLAY 'IDERASE - ERASURE REGISTER CANNOT BE OPENED, '
091600             'STATUS ' WS-ERASREG-STATUS ', RUN STOPPED'
091700         MOVE 16 TO RETURN-CODE
091800         STOP RUN
091900     END-IF.
092000 1200-EXIT.
092100     EXIT.
092200
092300 1250-READ-ONE-REGISTER.
092400     READ ERASE-REGISTER
092500         AT END
092600             SET WS-REG-EOF TO TRUE
092700             GO TO 1250-EXIT
092800     END-READ.
092900     IF ER-ERASED OF ER-RECORD
093000         AND ER-PSEUDO-SEQ OF ER-RECORD IS NUMERIC
093100         AND ER-PSEUDO-SEQ OF ER-RECORD > WS-LAST-SEQ
093200         MOVE ER-PSEUDO-SEQ OF ER-RECORD TO WS-LAST-SEQ
093300     END-IF.
093400 1250-EXIT.
093500     EXIT.
093600
093700*****************************************************************
093800* 1375-SCAN-ONE-SLOT - EMPTY BODY FOR THE TABLE SEARCHES
093900*****************************************************************
094000 1375-SCAN-ONE-SLOT.
094100 1375-EXIT.
094200     EXIT.
094300
094400*****************************************************************
094500* 1400-LOAD-ROSTER - THE WHOLE ROSTER INTO MEMORY, WITH THE
094600* SHOP'S SEQUENCE AND CAPACITY CHECKS. NO ROSTER SUPPLIED
094700* MEANS NOTHING TO ERASE THERE.
094800*****************************************************************
094900 1400-LOAD-ROSTER.
095000     OPEN INPUT OLD-ROSTER.
095100     IF WS-OLDROST-STATUS NOT = '00'
095200         SET WS-ROST-EOF TO TRUE
095300         GO TO 1400-EXIT
095400     END-IF.
095500     PERFORM 1450-LOAD-ONE-ROSTER THRU 1450-EXIT
095600         UNTIL WS-ROST-EOF.
095700     CLOSE OLD-ROSTER.
095800 1400-EXIT.
095900     EXIT.
096000
096100 1450-LOAD-ONE-ROSTER.
096200     READ OLD-ROSTER
096300         AT END
096400             SET WS-ROST-EOF TO TRUE
096500             GO TO 1450-EXIT
096600     END-READ.
096700     IF WS-ROST-COUNT = WS-ROST-MAX
096800         DISPLAY 'IDERASE - ROSTER EXCEEDS CAPACITY, RUN '
096900             'STOPPED - RAISE WS-ROST-MAX AND THE OCCURS'
097000         MOVE 16 TO RETURN-CODE
097100         STOP RUN
097200     END-IF.
097300     IF RO-STUDENT-ID OF OR-RECORD NOT > WS-ROST-PREV-ID
097400         DISPLAY 'IDERASE - ROSTER OUT OF STUDENT-ID '
097500             'SEQUENCE AT ' RO-STUDENT-ID OF OR-RECORD
097600             ', RUN STOPPED'
097700         MOVE 16 TO RETURN-CODE
097800         STOP RUN
097900     END-IF.
098000     MOVE RO-STUDENT-ID OF OR-RECORD TO WS-ROST-PREV-ID.
098100     ADD 1 TO WS-ROST-COUNT.
098200     MOVE RO-STUDENT-ID OF OR-RECORD
098300         TO WS-RO-ID(WS-ROST-COUNT).
098400     MOVE RO-LAST-NAME OF OR-RECORD
098500         TO WS-RO-LAST-NAME(WS-ROST-COUNT).
098600     MOVE RO-FIRST-NAME OF OR-RECORD
098700         TO WS-RO-FIRST-NAME(WS-ROST-COUNT).
098800     MOVE RO-STATUS-CODE OF OR-RECORD
098900         TO WS-RO-STATUS(WS-ROST-COUNT).
099000     MOVE RO-EFFECTIVE-DATE OF OR-RECORD
099100         TO WS-RO-EFF-DATE(WS-ROST-COUNT).
099200     MOVE SPACE TO WS-RO-DISP(WS-ROST-COUNT).
099300 1450-EXIT.
099400     EXIT.
099500
099600*****************************************************************
099700* 1500-LOAD-TRANSACTIONS - THE ERASURE TRANSACTIONS. EACH ONE
099800* IS KEPT, ERASABLE OR NOT, SO IT IS CERTIFIED AND REGISTERED
099900* EITHER WAY. NOTHING TO APPLY IS A SUBMISSION ERROR.
100000*****************************************************************
100100 1500-LOAD-TRANSACTIONS.
100200     OPEN INPUT ERASE-TRANS.
100300     IF WS-ERASTRAN-STATUS NOT = '00'
100400         DISPLAY 'IDERASE - TRANSACTION FILE NOT FOUND'
100500         MOVE 16 TO RETURN-CODE
100600         STOP RUN
100700     END-IF.
100800     PERFORM 1550-LOAD-ONE-TRAN THRU 1550-EXIT
100900         UNTIL WS-TRN-EOF.
101000     CLOSE ERASE-TRANS.
101100     IF WS-TRAN-COUNT = ZERO
101200         DISPLAY 'IDERASE - NO TRANSACTIONS TO APPLY'
101300         MOVE 16 TO RETURN-CODE
101400         STOP RUN
101500     END-IF.
101600 1500-EXIT.
101700     EXIT.
101800
101900*****************************************************************
102000* 1550-LOAD-ONE-TRAN - REFUSALS IN ORDER: OPERATOR (OP), NOT A
102100* STUDENT ID - NOT ALL DIGITS, OR THE RESERVED HEADER/TRAILER
102200* IDS (ID), BAD REASON (RS), SAME STUDENT ALREADY IN THIS RUN
102300* (DU), STILL ON THE ROSTER OTHER THAN WITHDRAWN (AC). A STUDENT
102400* NO LONGER ON THE ROSTER CAN STILL BE ERASED FROM THE REST.
102500*****************************************************************
102600 1550-LOAD-ONE-TRAN.
102700     READ ERASE-TRANS
102800         AT END
102900             SET WS-TRN-EOF TO TRUE
103000             GO TO 1550-EXIT
103100     END-READ.
103200     IF ET-STUDENT-ID = SPACES
103300         GO TO 1550-EXIT
103400     END-IF.
103500     IF WS-TRAN-COUNT = 200
103600         DISPLAY 'IDERASE - MORE THAN 200 TRANSACTIONS, '
103700             'RUN STOPPED'
103800         MOVE 16 TO RETURN-CODE
103900         STOP RUN
104000     END-IF.
104100     ADD 1 TO WS-TRAN-COUNT.
104200     MOVE WS-TRAN-COUNT TO WS-TRAN-IDX.
104300     INITIALIZE WS-TRAN-ENTRY(WS-TRAN-IDX).
104400     MOVE ET-STUDENT-ID TO WS-ET-STUDENT-ID(WS-TRAN-IDX).
104500     MOVE ET-REASON TO WS-ET-REASON(WS-TRAN-IDX).
104600     MOVE ET-REQUEST-REF TO WS-ET-REQUEST-REF(WS-TRAN-IDX).
104700     MOVE ET-OPERATOR-ID TO WS-ET-OPERATOR(WS-TRAN-IDX).
104800     MOVE SPACE TO WS-ET-OUTCOME(WS-TRAN-IDX).
104900     PERFORM 1600-CHECK-OPERATOR THRU 1600-EXIT.
105000     IF NOT WS-OPER-OK
105100         MOVE 'OP' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
105200         GO TO 1550-REFUSE
105300     END-IF.
105400     IF ET-STUDENT-ID NOT NUMERIC
105500         OR ET-STUDENT-ID = '000000'
105600         OR ET-STUDENT-ID = '999999'
105700         MOVE 'ID' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
105800         GO TO 1550-REFUSE
105900     END-IF.
106000     IF NOT ET-REASON-VALID
106100         MOVE 'RS' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
106200         GO TO 1550-REFUSE
106300     END-IF.
106400     PERFORM 1375-SCAN-ONE-SLOT THRU 1375-EXIT
106500         VARYING WS-TRAN-JDX FROM 1 BY 1
106600         UNTIL WS-TRAN-JDX NOT < WS-TRAN-IDX
106700         OR (WS-ET-STUDENT-ID(WS-TRAN-JDX) = ET-STUDENT-ID
106800             AND NOT WS-ET-REFUSED(WS-TRAN-JDX)).
106900     IF WS-TRAN-JDX < WS-TRAN-IDX
107000         MOVE 'DU' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
107100         GO TO 1550-REFUSE
107200     END-IF.
107300     PERFORM 1375-SCAN-ONE-SLOT THRU 1375-EXIT
107400         VARYING WS-ROST-IDX FROM 1 BY 1
107500         UNTIL WS-ROST-IDX > WS-ROST-COUNT
107600         OR WS-RO-ID(WS-ROST-IDX) = ET-STUDENT-ID.
107700     IF WS-ROST-IDX NOT > WS-ROST-COUNT
107800         AND NOT WS-RO-WITHDRAWN(WS-ROST-IDX)
107900         MOVE 'AC' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
108000         GO TO 1550-REFUSE
108100     END-IF.
108200     GO TO 1550-EXIT.
108300 1550-REFUSE.
108400     SET WS-ET-REFUSED(WS-TRAN-IDX) TO TRUE.
108500     DISPLAY 'IDERASE - STUDENT ' ET-STUDENT-ID
108600         ' REFUSED, CODE ' WS-ET-REFUSE-CODE(WS-TRAN-IDX).
108700 1550-EXIT.
108800     EXIT.
108900
109000*****************************************************************
109100* 1600-CHECK-OPERATOR - THE TRANSACTION'S OPERATOR MUST BE ON
109200* THE AUTHORIZATION FILE, ACTIVE, AND HOLD FULL ('A')
109300* AUTHORITY. THE REFUSAL IS AUDITED WHEN THE LOG IS WRITTEN.
109400*****************************************************************
109500 1600-CHECK-OPERATOR.
109600     MOVE 'N' TO WS-OPER-OK-SWITCH.
109700     PERFORM 1375-SCAN-ONE-SLOT THRU 1375-EXIT
109800         VARYING WS-OPER-IDX FROM 1 BY 1
109900         UNTIL WS-OPER-IDX > WS-OPER-COUNT
110000         OR WS-OPER-ID(WS-OPER-IDX) = ET-OPERATOR-ID.
110100     IF WS-OPER-IDX NOT > WS-OPER-COUNT
110200         AND WS-OPER-IS-ACTIVE(WS-OPER-IDX)
110300         AND WS-OPER-ALL-AUTH(WS-OPER-IDX)
110400         SET WS-OPER-OK TO TRUE
110500     END-IF.
110600 1600-EXIT.
110700     EXIT.
110800
110900*****************************************************************
111000* 1700-CHECK-PENDING - A STUDENT WITH A CORRECTION STILL
111100* PENDING ON PENDCORR IS REFUSED (PC): THE RELEASE WOULD LAND
111200* ON AN ID THAT NO LONGER EXISTS
111300*****************************************************************
111400 1700-CHECK-PENDING.
111500     OPEN INPUT PENDING-CORR.
111600     IF WS-PENDCORR-STATUS NOT = '00'
111700         GO TO 1700-EXIT
111800     END-IF.
111900     PERFORM 1710-CHECK-ONE-PENDING THRU 1710-EXIT
112000         UNTIL WS-PEND-EOF.
112100     CLOSE PENDING-CORR.
112200 1700-EXIT.
112300     EXIT.
112400
112500 1710-CHECK-ONE-PENDING.
112600     READ PENDING-CORR
112700         AT END
112800             SET WS-PEND-EOF TO TRUE
112900             GO TO 1710-EXIT
113000     END-READ.
113100     IF NOT PD-PENDING
113200         GO TO 1710-EXIT
113300     END-IF.
113400     MOVE PD-STUDENT-ID TO WS-LOOKUP-ID.
113500     MOVE SPACE TO WS-LOOKUP-OUTCOME.
113600     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
113700     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
113800         MOVE 'PC' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
113900         SET WS-ET-REFUSED(WS-TRAN-IDX) TO TRUE
114000         DISPLAY 'IDERASE - STUDENT ' PD-STUDENT-ID
114100             ' REFUSED, CODE PC'
114200     END-IF.
114300 1710-EXIT.
114400     EXIT.
114500
114600*****************************************************************
114700* 1750-CHECK-MAKEUPS - EVERY ENTRY ON THE MAKEUP ARCHIVE IS AN
114800* OUTSTANDING MAKEUP; ITS STUDENT IS REFUSED (MU)
114900*****************************************************************
115000 1750-CHECK-MAKEUPS.
115100     OPEN INPUT MAKEUP-ARCH.
115200     IF WS-MKUPARCH-STATUS NOT = '00'
115300         GO TO 1750-EXIT
115400     END-IF.
115500     PERFORM 1760-CHECK-ONE-MAKEUP THRU 1760-EXIT
115600         UNTIL WS-MKUP-EOF.
115700     CLOSE MAKEUP-ARCH.
115800 1750-EXIT.
115900     EXIT.
116000
116100 1760-CHECK-ONE-MAKEUP.
116200     READ MAKEUP-ARCH
116300         AT END
116400             SET WS-MKUP-EOF TO TRUE
116500             GO TO 1760-EXIT
116600     END-READ.
116700     MOVE MU-STUDENT-ID TO WS-LOOKUP-ID.
116800     MOVE SPACE TO WS-LOOKUP-OUTCOME.
116900     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
117000     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
117100         MOVE 'MU' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
117200         SET WS-ET-REFUSED(WS-TRAN-IDX) TO TRUE
117300         DISPLAY 'IDERASE - STUDENT ' MU-STUDENT-ID
117400             ' REFUSED, CODE MU'
117500     END-IF.
117600 1760-EXIT.
117700     EXIT.
117800
117900*****************************************************************
118000* 1770-CHECK-APPEALS - A STUDENT WITH AN APPEAL CASE STILL OPEN
118100* OR UNDER REVIEW IS REFUSED (AP): THE DECISION WOULD GO TO
118200* GRADECOR UNDER AN ID THAT NO LONGER EXISTS
118300*****************************************************************
118400 1770-CHECK-APPEALS.
118500     OPEN INPUT OLD-APPEALS.
118600     IF WS-OLDAPPL-STATUS NOT = '00'
118700         GO TO 1770-EXIT
118800     END-IF.
118900     PERFORM 1775-CHECK-ONE-APPEAL THRU 1775-EXIT
119000         UNTIL WS-APPL-EOF.
119100     CLOSE OLD-APPEALS.
119200     MOVE 'N' TO WS-APPL-EOF-SWITCH.
119300 1770-EXIT.
119400     EXIT.
119500
119600 1775-CHECK-ONE-APPEAL.
119700     READ OLD-APPEALS
119800         AT END
119900             SET WS-APPL-EOF TO TRUE
120000             GO TO 1775-EXIT
120100     END-READ.
120200     IF NOT GA-CASE-ACTIVE
120300         GO TO 1775-EXIT
120400     END-IF.
120500     MOVE GA-STUDENT-ID TO WS-LOOKUP-ID.
120600     MOVE SPACE TO WS-LOOKUP-OUTCOME.
120700     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
120800     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
120900         MOVE 'AP' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
121000         SET WS-ET-REFUSED(WS-TRAN-IDX) TO TRUE
121100         DISPLAY 'IDERASE - STUDENT ' GA-STUDENT-ID
121200             ' REFUSED, CODE AP'
121300     END-IF.
121400 1775-EXIT.
121500     EXIT.
121600
121700*****************************************************************
121800* 1780-CHECK-HELD-QUEUE - A STUDENT WITH AN ITEM STILL HELD ON
121900* THE RELEASE QUEUE IS REFUSED (RH): GRDRLSE WOULD RELEASE IT
122000* LATER UNDER THE REAL ID. RELEASED ITEMS ARE SIMPLY SCRUBBED.
122100*****************************************************************
122200 1780-CHECK-HELD-QUEUE.
122300     OPEN INPUT HELD-IN.
122400     IF WS-HELDIN-STATUS NOT = '00'
122500         GO TO 1780-EXIT
122600     END-IF.
122700     PERFORM 1785-CHECK-ONE-HELD THRU 1785-EXIT
122800         UNTIL WS-HELD-EOF.
122900     CLOSE HELD-IN.
123000     MOVE 'N' TO WS-HELD-EOF-SWITCH.
123100 1780-EXIT.
123200     EXIT.
123300
123400 1785-CHECK-ONE-HELD.
123500     READ HELD-IN
123600         AT END
123700             SET WS-HELD-EOF TO TRUE
123800             GO TO 1785-EXIT
123900     END-READ.
124000     IF HI-RECORD(1:6) = '999999'
124100         OR NOT RH-HELD
124200         GO TO 1785-EXIT
124300     END-IF.
124400     MOVE RH-ITEM(1:6) TO WS-LOOKUP-ID.
124500     MOVE SPACE TO WS-LOOKUP-OUTCOME.
124600     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
124700     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
124800         MOVE 'RH' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
124900         SET WS-ET-REFUSED(WS-TRAN-IDX) TO TRUE
125000         DISPLAY 'IDERASE - STUDENT ' RH-ITEM(1:6)
125100             ' REFUSED, CODE RH'
125200     END-IF.
125300 1785-EXIT.
125400     EXIT.
125500
125600*****************************************************************
125700* 1790-CHECK-ALIASES - AN ID IDMERGE RETIRED IS REFUSED (AL): THE
125800* STUDENT'S RECORDS LIVE UNDER THE CURRENT ID, WHICH IS THE ONE
125900* TO ERASE
126000*****************************************************************
126100 1790-CHECK-ALIASES.
126200     OPEN INPUT OLD-ALIAS-XREF.
126300     IF WS-ALIASXRF-STATUS NOT = '00'
126400         GO TO 1790-EXIT
126500     END-IF.
126600     PERFORM 1795-CHECK-ONE-ALIAS THRU 1795-EXIT
126700         UNTIL WS-AXRF-EOF.
126800     CLOSE OLD-ALIAS-XREF.
126900     MOVE 'N' TO WS-AXRF-EOF-SWITCH.
127000 1790-EXIT.
127100     EXIT.
127200
127300 1795-CHECK-ONE-ALIAS.
127400     READ OLD-ALIAS-XREF
127500         AT END
127600             SET WS-AXRF-EOF TO TRUE
127700             GO TO 1795-EXIT
127800     END-READ.
127900     MOVE AX-OLD-STUDENT-ID TO WS-LOOKUP-ID.
128000     MOVE SPACE TO WS-LOOKUP-OUTCOME.
128100     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
128200     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
128300         MOVE 'AL' TO WS-ET-REFUSE-CODE(WS-TRAN-IDX)
128400         SET WS-ET-REFUSED(WS-TRAN-IDX) TO TRUE
128500         DISPLAY 'IDERASE - STUDENT ' AX-OLD-STUDENT-ID
128600             ' REFUSED, CODE AL'
128700     END-IF.
128800 1795-EXIT.
128900     EXIT.
129000
129100*****************************************************************
129200* 1800-ASSIGN-PSEUDONYM - EVERY TRANSACTION STILL STANDING GETS
129300* THE NEXT SEQUENCE NUMBER
129400*****************************************************************
129500 1800-ASSIGN-PSEUDONYM.
129600     IF NOT WS-ET-CHECKING(WS-TRAN-IDX)
129700         GO TO 1800-EXIT
129800     END-IF.
129900     IF WS-LAST-SEQ = 99999
130000         DISPLAY 'IDERASE - PSEUDONYM SEQUENCE EXHAUSTED, '
130100             'RUN STOPPED'
130200         MOVE 16 TO RETURN-CODE
130300         STOP RUN
130400     END-IF.
130500     ADD 1 TO WS-LAST-SEQ.
130600     MOVE WS-LAST-SEQ TO WS-PW-SEQ.
130700     MOVE WS-PSEUDO-WORK TO WS-ET-PSEUDO-ID(WS-TRAN-IDX).
130800     SET WS-ET-ERASED(WS-TRAN-IDX) TO TRUE.
130900 1800-EXIT.
131000     EXIT.
131100
131200*****************************************************************
131205* 1810-CHECK-HELD-ROOM - READ-ONLY PRE-PASS OVER THE KEYED FILES
131210* 5300-5900 REWRITE. EACH FILE'S RECORDS FOR THE ERASED STUDENTS
131215* ARE COUNTED, AND A FILE WITH MORE THAN THE HELD TABLE TAKES
131220* STOPS THE RUN HERE, BEFORE THE ROSTER OR THE MASTER IS
131225* TOUCHED, INSTEAD OF IN 5360 HALFWAY THROUGH THE ERASURE.
131230*****************************************************************
131235 1810-CHECK-HELD-ROOM.
131240     MOVE ZERO TO WS-HELD-COUNT.
131245     MOVE 'HISTORY ARCHIVE' TO WS-HELD-FILE-NAME.
131250     OPEN INPUT OLD-HIST-ARCH.
131255     IF WS-OLDHARC-STATUS = '00'
131260         PERFORM 1815-COUNT-ONE-ARCHIVE THRU 1815-EXIT
131265             UNTIL WS-HARC-EOF
131270         CLOSE OLD-HIST-ARCH
131275         MOVE 'N' TO WS-HARC-EOF-SWITCH
131280     END-IF.
131285     PERFORM 1860-CHECK-HELD-COUNT THRU 1860-EXIT.
131290     MOVE 'APPEAL CASES' TO WS-HELD-FILE-NAME.
131295     OPEN INPUT OLD-APPEALS.
131300     IF WS-OLDAPPL-STATUS = '00'
131305         PERFORM 1820-COUNT-ONE-APPEAL THRU 1820-EXIT
131310             UNTIL WS-APPL-EOF
131315         CLOSE OLD-APPEALS
131320         MOVE 'N' TO WS-APPL-EOF-SWITCH
131325     END-IF.
131330     PERFORM 1860-CHECK-HELD-COUNT THRU 1860-EXIT.
131335     MOVE 'REGISTRATION MASTER' TO WS-HELD-FILE-NAME.
131340     OPEN INPUT OLD-REGISTRATION.
131345     IF WS-OLDREG-STATUS = '00'
131350         PERFORM 1825-COUNT-ONE-REG THRU 1825-EXIT
131355             UNTIL WS-CREG-EOF
131360         CLOSE OLD-REGISTRATION
131365         MOVE 'N' TO WS-CREG-EOF-SWITCH
131370     END-IF.
131375     PERFORM 1860-CHECK-HELD-COUNT THRU 1860-EXIT.
131380     MOVE 'STANDING HISTORY' TO WS-HELD-FILE-NAME.
131385     OPEN INPUT OLD-STANDING.
131390     IF WS-OLDSTND-STATUS = '00'
131395         PERFORM 1830-COUNT-ONE-STANDING THRU 1830-EXIT
131400             UNTIL WS-STND-EOF
131405         CLOSE OLD-STANDING
131410         MOVE 'N' TO WS-STND-EOF-SWITCH
131415     END-IF.
131420     PERFORM 1860-CHECK-HELD-COUNT THRU 1860-EXIT.
131425     MOVE 'SCHOLARSHIP HISTORY' TO WS-HELD-FILE-NAME.
131430     OPEN INPUT OLD-SCHOLAR.
131435     IF WS-OLDELIG-STATUS = '00'
131440         PERFORM 1835-COUNT-ONE-SCHOLAR THRU 1835-EXIT
131445             UNTIL WS-ELIG-EOF
131450         CLOSE OLD-SCHOLAR
131455         MOVE 'N' TO WS-ELIG-EOF-SWITCH
131460     END-IF.
131465     PERFORM 1860-CHECK-HELD-COUNT THRU 1860-EXIT.
131470 1810-EXIT.
131475     EXIT.
131480
131485 1815-COUNT-ONE-ARCHIVE.
131490     READ OLD-HIST-ARCH
131495         AT END
131500             SET WS-HARC-EOF TO TRUE
131505             GO TO 1815-EXIT
131510     END-READ.
131515     MOVE OH-STUDENT-ID TO WS-LOOKUP-ID.
131520     PERFORM 1850-COUNT-IF-ERASED THRU 1850-EXIT.
131525 1815-EXIT.
131530     EXIT.
131535
131540 1820-COUNT-ONE-APPEAL.
131545     READ OLD-APPEALS
131550         AT END
131555             SET WS-APPL-EOF TO TRUE
131560             GO TO 1820-EXIT
131565     END-READ.
131570     MOVE GA-RECORD(1:6) TO WS-LOOKUP-ID.
131575     PERFORM 1850-COUNT-IF-ERASED THRU 1850-EXIT.
131580 1820-EXIT.
131585     EXIT.
131590
131595 1825-COUNT-ONE-REG.
131600     READ OLD-REGISTRATION
131605         AT END
131610             SET WS-CREG-EOF TO TRUE
131615             GO TO 1825-EXIT
131620     END-READ.
131625     MOVE RG-RECORD(1:6) TO WS-LOOKUP-ID.
131630     PERFORM 1850-COUNT-IF-ERASED THRU 1850-EXIT.
131635 1825-EXIT.
131640     EXIT.
131645
131650 1830-COUNT-ONE-STANDING.
131655     READ OLD-STANDING
131660         AT END
131665             SET WS-STND-EOF TO TRUE
131670             GO TO 1830-EXIT
131675     END-READ.
131680     MOVE SH-RECORD(1:6) TO WS-LOOKUP-ID.
131685     PERFORM 1850-COUNT-IF-ERASED THRU 1850-EXIT.
131690 1830-EXIT.
131695     EXIT.
131700
131705 1835-COUNT-ONE-SCHOLAR.
131710     READ OLD-SCHOLAR
131715         AT END
131720             SET WS-ELIG-EOF TO TRUE
131725             GO TO 1835-EXIT
131730     END-READ.
131735     MOVE SE-RECORD(1:6) TO WS-LOOKUP-ID.
131740     PERFORM 1850-COUNT-IF-ERASED THRU 1850-EXIT.
131745 1835-EXIT.
131750     EXIT.
131755
131760 1850-COUNT-IF-ERASED.
131765     MOVE 'E' TO WS-LOOKUP-OUTCOME.
131770     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
131775     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
131780         ADD 1 TO WS-HELD-COUNT
131785     END-IF.
131790 1850-EXIT.
131795     EXIT.
131800
131805 1860-CHECK-HELD-COUNT.
131810     IF WS-HELD-COUNT > WS-HELD-MAX
131815         DISPLAY 'IDERASE - MORE THAN 5000 RECORDS TO ERASE '
131820             'ON THE ' WS-HELD-FILE-NAME
131825         DISPLAY 'IDERASE - RUN STOPPED, NOTHING CHANGED - SPLIT '
131830             'THE TRANSACTIONS OVER TWO RUNS'
131835         MOVE 16 TO RETURN-CODE
131840         STOP RUN
131845     END-IF.
131850     MOVE ZERO TO WS-HELD-COUNT.
131855 1860-EXIT.
131860     EXIT.
131865
131870*****************************************************************
131920* 3000-ERASE-ONE-STUDENT - ONE ACCEPTED ERASURE ACROSS THE
131970* ROSTER TABLE AND THE HISTORY MASTER
132020*****************************************************************
132070 3000-ERASE-ONE-STUDENT.
132120     IF NOT WS-ET-ERASED(WS-TRAN-IDX)
132170         GO TO 3000-EXIT
132220     END-IF.
132270     ACCEPT WS-ET-ERASE-TIME(WS-TRAN-IDX) FROM TIME.
132320     PERFORM 3100-ERASE-ROSTER-ENTRY THRU 3100-EXIT.
132370     PERFORM 3500-ERASE-MASTER-RECORDS THRU 3500-EXIT.
132420     ADD 1 TO WS-ERASED-COUNT.
132470 3000-EXIT.
132500     EXIT.
132600
132700*****************************************************************
132800* 3100-ERASE-ROSTER-ENTRY - THE ENTRY IS MOVED TO ITS PSEUDONYM
132900* WITH THE NAME REPLACED, AND RE-INSERTED IN ORDER AT OUTPUT
133000* TIME. ITS STATUS IS KEPT FOR THE CHANGE-LOG RECORD.
133100*****************************************************************
133200 3100-ERASE-ROSTER-ENTRY.
133300     PERFORM 1375-SCAN-ONE-SLOT THRU 1375-EXIT
133400         VARYING WS-ROST-IDX FROM 1 BY 1
133500         UNTIL WS-ROST-IDX > WS-ROST-COUNT
133600         OR (WS-RO-ID(WS-ROST-IDX)
133700                 = WS-ET-STUDENT-ID(WS-TRAN-IDX)
133800             AND WS-RO-DISP(WS-ROST-IDX) = SPACE).
133900     IF WS-ROST-IDX > WS-ROST-COUNT
134000         GO TO 3100-EXIT
134100     END-IF.
134200     MOVE 'M' TO WS-RO-DISP(WS-ROST-IDX).
134300     MOVE WS-RO-STATUS(WS-ROST-IDX)
134400         TO WS-ET-ROST-STATUS(WS-TRAN-IDX).
134500     PERFORM 3300-INSERT-MOVED-ENTRY THRU 3300-EXIT.
134600     ADD 1 TO WS-ET-ROSTER-CNT(WS-TRAN-IDX).
134700 3100-EXIT.
134800     EXIT.
134900
135000 3300-INSERT-MOVED-ENTRY.
135100     IF WS-INS-COUNT = 200
135200         DISPLAY 'IDERASE - MORE THAN 200 MOVED ROSTER '
135300             'ENTRIES, RUN STOPPED'
135400         MOVE 16 TO RETURN-CODE
135500         STOP RUN
135600     END-IF.
135700     PERFORM 1375-SCAN-ONE-SLOT THRU 1375-EXIT
135800         VARYING WS-INS-IDX FROM 1 BY 1
135900         UNTIL WS-INS-IDX > WS-INS-COUNT
136000         OR WS-IN-ID(WS-INS-IDX)
136100             > WS-ET-PSEUDO-ID(WS-TRAN-IDX).
136200     PERFORM 3350-SHIFT-ONE-INSERT THRU 3350-EXIT
136300         VARYING WS-SHIFT-IDX FROM WS-INS-COUNT BY -1
136400         UNTIL WS-SHIFT-IDX < WS-INS-IDX.
136500     ADD 1 TO WS-INS-COUNT.
136600     MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO WS-IN-ID(WS-INS-IDX).
136700     MOVE WS-ERASED-NAME TO WS-IN-LAST-NAME(WS-INS-IDX).
136800     MOVE SPACES TO WS-IN-FIRST-NAME(WS-INS-IDX).
136900     MOVE WS-RO-STATUS(WS-ROST-IDX)
137000         TO WS-IN-STATUS(WS-INS-IDX).
137100     MOVE WS-RUN-DATE-YMD TO WS-IN-EFF-DATE(WS-INS-IDX).
137200 3300-EXIT.
137300     EXIT.
137400
137500 3350-SHIFT-ONE-INSERT.
137600     MOVE WS-INS-ENTRY(WS-SHIFT-IDX)
137700         TO WS-INS-ENTRY(WS-SHIFT-IDX + 1).
137800 3350-EXIT.
137900     EXIT.
138000
138100*****************************************************************
138200* 3500-ERASE-MASTER-RECORDS - BUFFER THE STUDENT'S HISTORY AND
138300* MOVE EACH RECORD TO THE PSEUDONYM. NOTHING ELSE ON THE RECORD
138400* CHANGES, SO THE STAMPED AVERAGE NEEDS NO RESTAMP. A PSEUDONYM
138500* KEY ALREADY ON THE MASTER MEANS THE REGISTER SEQUENCE HAS
138600* BEEN TAMPERED WITH - A HARD STOP.
138700*****************************************************************
138800 3500-ERASE-MASTER-RECORDS.
138900     IF NOT WS-MAST-OPENED
139000         GO TO 3500-EXIT
139100     END-IF.
139200     MOVE WS-ET-STUDENT-ID(WS-TRAN-IDX) TO WS-TARGET-STUDENT-ID.
139300     PERFORM 3510-LOAD-STUDENT THRU 3510-EXIT.
139400     PERFORM 3600-MOVE-ONE-RECORD THRU 3600-EXIT
139500         VARYING WS-BUF-IDX FROM 1 BY 1
139600         UNTIL WS-BUF-IDX > WS-BUF-COUNT.
139700 3500-EXIT.
139800     EXIT.
139900
140000 3510-LOAD-STUDENT.
140100     MOVE ZERO TO WS-BUF-COUNT.
140200     MOVE SPACES TO HM-RECORD.
140300     MOVE WS-TARGET-STUDENT-ID
140400         TO HM-STUDENT-ID OF HM-RECORD.
140500     MOVE LOW-VALUES TO HM-MASTER-KEY(7:12).
140600     START HISTORY-MASTER KEY NOT < HM-MASTER-KEY.
140700     IF WS-HISTMAST-STATUS NOT = '00'
140800         GO TO 3510-EXIT
140900     END-IF.
141000     PERFORM 3515-LOAD-ONE-RECORD THRU 3515-EXIT
141100         UNTIL WS-HISTMAST-STATUS NOT = '00'.
141200 3510-EXIT.
141300     EXIT.
141400
141500 3515-LOAD-ONE-RECORD.
141600     READ HISTORY-MASTER NEXT RECORD
141700         AT END
141800             MOVE '10' TO WS-HISTMAST-STATUS
141900             GO TO 3515-EXIT
142000     END-READ.
142100     IF HM-STUDENT-ID OF HM-RECORD NOT =
142200             WS-TARGET-STUDENT-ID
142300         MOVE '10' TO WS-HISTMAST-STATUS
142400         GO TO 3515-EXIT
142500     END-IF.
142600     IF WS-BUF-COUNT = 200
142700         DISPLAY 'IDERASE - MORE THAN 200 RESULTS FOR '
142800             'ONE STUDENT, RUN STOPPED'
142900         MOVE 16 TO RETURN-CODE
143000         STOP RUN
143100     END-IF.
143200     ADD 1 TO WS-BUF-COUNT.
143300     MOVE HM-KEY-RECORD TO WS-BUF-RECORD(WS-BUF-COUNT).
143400 3515-EXIT.
143500     EXIT.
143600
143700 3600-MOVE-ONE-RECORD.
143800     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
143900     MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX)
144000         TO HM-STUDENT-ID OF WS-FLUSH-WORK.
144100     MOVE WS-FLUSH-WORK TO HM-KEY-RECORD.
144200     WRITE HM-KEY-RECORD.
144300     IF WS-HISTMAST-STATUS NOT = '00'
144400         DISPLAY 'IDERASE - MASTER WRITE FAILED, STATUS '
144500             WS-HISTMAST-STATUS ', RUN STOPPED'
144600         MOVE 16 TO RETURN-CODE
144700         STOP RUN
144800     END-IF.
144900     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO HM-KEY-RECORD.
145000     READ HISTORY-MASTER.
145100     IF WS-HISTMAST-STATUS NOT = '00'
145200         DISPLAY 'IDERASE - MASTER RE-READ FAILED, STATUS '
145300             WS-HISTMAST-STATUS ', RUN STOPPED'
145400         MOVE 16 TO RETURN-CODE
145500         STOP RUN
145600     END-IF.
145700     DELETE HISTORY-MASTER.
145800     IF WS-HISTMAST-STATUS NOT = '00'
145900         DISPLAY 'IDERASE - MASTER DELETE FAILED, STATUS '
146000             WS-HISTMAST-STATUS ', RUN STOPPED'
146100         MOVE 16 TO RETURN-CODE
146200         STOP RUN
146300     END-IF.
146400     ADD 1 TO WS-ET-HISTMAST-CNT(WS-TRAN-IDX).
146500 3600-EXIT.
146600     EXIT.
146700
146800*****************************************************************
146900* 5000-WRITE-ROSTER - THE MAIN TABLE IN ORDER, SKIPPING MOVED
147000* ENTRIES, WITH THE MOVED ENTRIES RE-INSERTED AT THEIR
147100* PSEUDONYM POSITIONS
147200*****************************************************************
147300 5000-WRITE-ROSTER.
147400     MOVE 1 TO WS-INS-NEXT.
147500     PERFORM 5100-WRITE-ONE-ROSTER THRU 5100-EXIT
147600         VARYING WS-ROST-IDX FROM 1 BY 1
147700         UNTIL WS-ROST-IDX > WS-ROST-COUNT.
147800     PERFORM 5200-FLUSH-ONE-INSERT THRU 5200-EXIT
147900         UNTIL WS-INS-NEXT > WS-INS-COUNT.
148000 5000-EXIT.
148100     EXIT.
148200
148300 5100-WRITE-ONE-ROSTER.
148400     IF WS-RO-DISP(WS-ROST-IDX) NOT = SPACE
148500         GO TO 5100-EXIT
148600     END-IF.
148700     PERFORM 5200-FLUSH-ONE-INSERT THRU 5200-EXIT
148800         UNTIL WS-INS-NEXT > WS-INS-COUNT
148900         OR WS-IN-ID(WS-INS-NEXT) > WS-RO-ID(WS-ROST-IDX).
149000     MOVE SPACES TO WS-ROST-WORK.
149100     MOVE WS-RO-ID(WS-ROST-IDX)
149200         TO RO-STUDENT-ID OF WS-ROST-WORK.
149300     MOVE WS-RO-LAST-NAME(WS-ROST-IDX)
149400         TO RO-LAST-NAME OF WS-ROST-WORK.
149500     MOVE WS-RO-FIRST-NAME(WS-ROST-IDX)
149600         TO RO-FIRST-NAME OF WS-ROST-WORK.
149700     MOVE WS-RO-STATUS(WS-ROST-IDX)
149800         TO RO-STATUS-CODE OF WS-ROST-WORK.
149900     MOVE WS-RO-EFF-DATE(WS-ROST-IDX)
150000         TO RO-EFFECTIVE-DATE OF WS-ROST-WORK.
150100     MOVE WS-ROST-WORK TO NR-RECORD.
150200     WRITE NR-RECORD.
150300 5100-EXIT.
150400     EXIT.
150500
150600 5200-FLUSH-ONE-INSERT.
150700     MOVE SPACES TO WS-ROST-WORK.
150800     MOVE WS-IN-ID(WS-INS-NEXT)
150900         TO RO-STUDENT-ID OF WS-ROST-WORK.
151000     MOVE WS-IN-LAST-NAME(WS-INS-NEXT)
151100         TO RO-LAST-NAME OF WS-ROST-WORK.
151200     MOVE WS-IN-FIRST-NAME(WS-INS-NEXT)
151300         TO RO-FIRST-NAME OF WS-ROST-WORK.
151400     MOVE WS-IN-STATUS(WS-INS-NEXT)
151500         TO RO-STATUS-CODE OF WS-ROST-WORK.
151600     MOVE WS-IN-EFF-DATE(WS-INS-NEXT)
151700         TO RO-EFFECTIVE-DATE OF WS-ROST-WORK.
151800     MOVE WS-ROST-WORK TO NR-RECORD.
151900     WRITE NR-RECORD.
152000     ADD 1 TO WS-INS-NEXT.
152100 5200-EXIT.
152200     EXIT.
152300
152400*****************************************************************
152500* 5300-COPY-HIST-ARCHIVE - TWO PASSES OVER THE OLD ARCHIVE
152600* GENERATION: THE FIRST HOLDS THE ERASED STUDENTS' RECORDS
152700* UNDER THEIR PSEUDONYMS IN KEY ORDER, THE SECOND COPIES
152800* EVERYTHING ELSE AND MERGES THE HELD RECORDS BACK IN. 5400,
152900* 5700, 5800 AND 5900 DO THE SAME FOR THE OTHER KEYED FILES.
153000*****************************************************************
153100 5300-COPY-HIST-ARCHIVE.
153200     OPEN INPUT OLD-HIST-ARCH.
153300     IF WS-OLDHARC-STATUS NOT = '00'
153400         GO TO 5300-EXIT
153500     END-IF.
153600     MOVE ZERO TO WS-HELD-COUNT.
153700     MOVE 18 TO WS-HELD-KEY-LEN.
153800     PERFORM 5310-HOLD-ONE-ARCHIVE THRU 5310-EXIT
153900         UNTIL WS-HARC-EOF.
154000     CLOSE OLD-HIST-ARCH.
154100     MOVE 'N' TO WS-HARC-EOF-SWITCH.
154200     OPEN INPUT OLD-HIST-ARCH.
154300     MOVE 1 TO WS-HELD-NEXT.
154400     PERFORM 5330-COPY-ONE-ARCHIVE THRU 5330-EXIT
154500         UNTIL WS-HARC-EOF.
154600     PERFORM 5350-FLUSH-ONE-HELD THRU 5350-EXIT
154700         UNTIL WS-HELD-NEXT > WS-HELD-COUNT.
154800     CLOSE OLD-HIST-ARCH.
154900 5300-EXIT.
155000     EXIT.
155100
155200 5310-HOLD-ONE-ARCHIVE.
155300     READ OLD-HIST-ARCH
155400         AT END
155500             SET WS-HARC-EOF TO TRUE
155600             GO TO 5310-EXIT
155700     END-READ.
155800     MOVE OH-STUDENT-ID TO WS-LOOKUP-ID.
155900     MOVE 'E' TO WS-LOOKUP-OUTCOME.
156000     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
156100     IF WS-TRAN-IDX > WS-TRAN-COUNT
156200         GO TO 5310-EXIT
156300     END-IF.
156400     MOVE OH-RECORD TO WS-HELD-WORK.
156500     PERFORM 5360-INSERT-HELD THRU 5360-EXIT.
156600     ADD 1 TO WS-ET-HISTARCH-CNT(WS-TRAN-IDX).
156700 5310-EXIT.
156800     EXIT.
156900
157000 5320-SHIFT-ONE-HELD.
157100     MOVE WS-HELD-RECORD(WS-SHIFT-IDX)
157200         TO WS-HELD-RECORD(WS-SHIFT-IDX + 1).
157300 5320-EXIT.
157400     EXIT.
157500
157600 5330-COPY-ONE-ARCHIVE.
157700     READ OLD-HIST-ARCH
157800         AT END
157900             SET WS-HARC-EOF TO TRUE
158000             GO TO 5330-EXIT
158100     END-READ.
158200     MOVE OH-STUDENT-ID TO WS-LOOKUP-ID.
158300     MOVE 'E' TO WS-LOOKUP-OUTCOME.
158400     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
158500     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
158600         GO TO 5330-EXIT
158700     END-IF.
158800     PERFORM 5350-FLUSH-ONE-HELD THRU 5350-EXIT
158900         UNTIL WS-HELD-NEXT > WS-HELD-COUNT
159000         OR WS-HELD-RECORD(WS-HELD-NEXT)(1:18) > OH-KEY.
159100     MOVE OH-RECORD TO NH-RECORD.
159200     WRITE NH-RECORD.
159300 5330-EXIT.
159400     EXIT.
159500
159600 5350-FLUSH-ONE-HELD.
159700     MOVE WS-HELD-RECORD(WS-HELD-NEXT) TO NH-RECORD.
159800     WRITE NH-RECORD.
159900     ADD 1 TO WS-HELD-NEXT.
160000 5350-EXIT.
160100     EXIT.
160200
160300*****************************************************************
160400* 5360-INSERT-HELD - WS-HELD-WORK, RE-KEYED TO THE PSEUDONYM OF
160500* TRANSACTION WS-TRAN-IDX, INTO THE HELD TABLE IN KEY ORDER ON
160550* ITS FIRST WS-HELD-KEY-LEN BYTES. 1810 HAS ALREADY COUNTED
160600* EVERY FILE INTO THE TABLE'S SIZE; THE STOP BELOW ONLY GUARDS
160650* AGAINST A FILE CHANGING UNDER THE RUN.
160700*****************************************************************
160800 5360-INSERT-HELD.
160900     IF WS-HELD-COUNT = WS-HELD-MAX
161000         DISPLAY 'IDERASE - MORE THAN 5000 RECORDS TO ERASE '
161100             'ON ONE FILE, RUN STOPPED'
161200         MOVE 16 TO RETURN-CODE
161300         STOP RUN
161400     END-IF.
161500     MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO WS-HELD-WORK(1:6).
161600     PERFORM 1375-SCAN-ONE-SLOT THRU 1375-EXIT
161700         VARYING WS-HELD-IDX FROM 1 BY 1
161800         UNTIL WS-HELD-IDX > WS-HELD-COUNT
161900         OR WS-HELD-RECORD(WS-HELD-IDX)(1:WS-HELD-KEY-LEN)
162000             > WS-HELD-WORK(1:WS-HELD-KEY-LEN).
162100     PERFORM 5320-SHIFT-ONE-HELD THRU 5320-EXIT
162200         VARYING WS-SHIFT-IDX FROM WS-HELD-COUNT BY -1
162300         UNTIL WS-SHIFT-IDX < WS-HELD-IDX.
162400     ADD 1 TO WS-HELD-COUNT.
162500     MOVE WS-HELD-WORK TO WS-HELD-RECORD(WS-HELD-IDX).
162600 5360-EXIT.
162700     EXIT.
162800
162900*****************************************************************
163000* 5400-COPY-APPEALS - THE APPEAL CASES, KEY STUDENT/COURSE/TERM
163100* (1-18), IN TWO PASSES AS 5300. AN ERASED STUDENT'S CASES ARE
163200* ALL DECIDED - 1770 REFUSED ANY STILL OPEN.
163300*****************************************************************
163400 5400-COPY-APPEALS.
163500     OPEN INPUT OLD-APPEALS.
163600     IF WS-OLDAPPL-STATUS NOT = '00'
163700         GO TO 5400-EXIT
163800     END-IF.
163900     MOVE ZERO TO WS-HELD-COUNT.
164000     MOVE 18 TO WS-HELD-KEY-LEN.
164100     PERFORM 5410-HOLD-ONE-APPEAL THRU 5410-EXIT
164200         UNTIL WS-APPL-EOF.
164300     CLOSE OLD-APPEALS.
164400     MOVE 'N' TO WS-APPL-EOF-SWITCH.
164500     OPEN INPUT OLD-APPEALS.
164600     MOVE 1 TO WS-HELD-NEXT.
164700     PERFORM 5430-COPY-ONE-APPEAL THRU 5430-EXIT
164800         UNTIL WS-APPL-EOF.
164900     PERFORM 5450-FLUSH-ONE-APPEAL THRU 5450-EXIT
165000         UNTIL WS-HELD-NEXT > WS-HELD-COUNT.
165100     CLOSE OLD-APPEALS.
165200 5400-EXIT.
165300     EXIT.
165400
165500 5410-HOLD-ONE-APPEAL.
165600     READ OLD-APPEALS
165700         AT END
165800             SET WS-APPL-EOF TO TRUE
165900             GO TO 5410-EXIT
166000     END-READ.
166100     MOVE GA-RECORD(1:6) TO WS-LOOKUP-ID.
166200     MOVE 'E' TO WS-LOOKUP-OUTCOME.
166300     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
166400     IF WS-TRAN-IDX > WS-TRAN-COUNT
166500         GO TO 5410-EXIT
166600     END-IF.
166700     MOVE GA-RECORD TO WS-HELD-WORK.
166800     PERFORM 5360-INSERT-HELD THRU 5360-EXIT.
166900     ADD 1 TO WS-ET-APPEAL-CNT(WS-TRAN-IDX).
167000 5410-EXIT.
167100     EXIT.
167200
167300 5430-COPY-ONE-APPEAL.
167400     READ OLD-APPEALS
167500         AT END
167600             SET WS-APPL-EOF TO TRUE
167700             GO TO 5430-EXIT
167800     END-READ.
167900     MOVE GA-RECORD(1:6) TO WS-LOOKUP-ID.
168000     MOVE 'E' TO WS-LOOKUP-OUTCOME.
168100     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
168200     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
168300         GO TO 5430-EXIT
168400     END-IF.
168500     PERFORM 5450-FLUSH-ONE-APPEAL THRU 5450-EXIT
168600         UNTIL WS-HELD-NEXT > WS-HELD-COUNT
168700         OR WS-HELD-RECORD(WS-HELD-NEXT)(1:18)
168800             > GA-RECORD(1:18).
168900     MOVE GA-RECORD TO NV-RECORD.
169000     WRITE NV-RECORD.
169100 5430-EXIT.
169200     EXIT.
169300
169400 5450-FLUSH-ONE-APPEAL.
169500     MOVE WS-HELD-RECORD(WS-HELD-NEXT) TO NV-RECORD.
169600     WRITE NV-RECORD.
169700     ADD 1 TO WS-HELD-NEXT.
169800 5450-EXIT.
169900     EXIT.
170000
170100
170200*****************************************************************
170300* 5500-COPY-REJ-ARCHIVE - COPY THE LIVE REJECT ARCHIVE; AN
170400* ERASED STUDENT'S INPUT IMAGE GETS THE PSEUDONYM AND LOSES THE
170500* NAME (STUNOTE LAYOUT: ID 1-6, LAST NAME 7-21, FIRST 22-36)
170600*****************************************************************
170700 5500-COPY-REJ-ARCHIVE.
170800     READ OLD-REJ-ARCHIVE
170900         AT END
171000             SET WS-REJ-EOF TO TRUE
171100             GO TO 5500-EXIT
171200     END-READ.
171300     MOVE RY-INPUT-IMAGE(1:6) TO WS-LOOKUP-ID.
171400     MOVE 'E' TO WS-LOOKUP-OUTCOME.
171500     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
171600     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
171700         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX)
171800             TO RY-INPUT-IMAGE(1:6)
171900         MOVE WS-ERASED-NAME TO RY-INPUT-IMAGE(7:15)
172000         MOVE SPACES TO RY-INPUT-IMAGE(22:15)
172100         ADD 1 TO WS-ET-REJARCH-CNT(WS-TRAN-IDX)
172200     END-IF.
172300     MOVE OA-RECORD TO NA-RECORD.
172400     WRITE NA-RECORD.
172500 5500-EXIT.
172600     EXIT.
172700
172800*****************************************************************
172900* 5600-FIND-TRAN-FOR-ID - THE TRANSACTION FOR WS-LOOKUP-ID IN
173000* OUTCOME WS-LOOKUP-OUTCOME; WS-TRAN-IDX PAST THE COUNT IF NONE
173100*****************************************************************
173200 5600-FIND-TRAN-FOR-ID.
173300     PERFORM 1375-SCAN-ONE-SLOT THRU 1375-EXIT
173400         VARYING WS-TRAN-IDX FROM 1 BY 1
173500         UNTIL WS-TRAN-IDX > WS-TRAN-COUNT
173600         OR (WS-ET-STUDENT-ID(WS-TRAN-IDX) = WS-LOOKUP-ID
173700             AND WS-ET-OUTCOME(WS-TRAN-IDX)
173800                 = WS-LOOKUP-OUTCOME).
173900 5600-EXIT.
174000     EXIT.
174100
174200*****************************************************************
174300* 5700-COPY-REGISTRATION - THE COURSE-REGISTRATION MASTER, KEY
174400* STUDENT/COURSE (1-11), IN TWO PASSES AS 5300 - GRADEDIT STOPS
174500* ON A MASTER OUT OF SEQUENCE
174600*****************************************************************
174700 5700-COPY-REGISTRATION.
174800     OPEN INPUT OLD-REGISTRATION.
174900     IF WS-OLDREG-STATUS NOT = '00'
175000         GO TO 5700-EXIT
175100     END-IF.
175200     MOVE ZERO TO WS-HELD-COUNT.
175300     MOVE 11 TO WS-HELD-KEY-LEN.
175400     PERFORM 5710-HOLD-ONE-REG THRU 5710-EXIT
175500         UNTIL WS-CREG-EOF.
175600     CLOSE OLD-REGISTRATION.
175700     MOVE 'N' TO WS-CREG-EOF-SWITCH.
175800     OPEN INPUT OLD-REGISTRATION.
175900     MOVE 1 TO WS-HELD-NEXT.
176000     PERFORM 5730-COPY-ONE-REG THRU 5730-EXIT
176100         UNTIL WS-CREG-EOF.
176200     PERFORM 5750-FLUSH-ONE-REG THRU 5750-EXIT
176300         UNTIL WS-HELD-NEXT > WS-HELD-COUNT.
176400     CLOSE OLD-REGISTRATION.
176500 5700-EXIT.
176600     EXIT.
176700
176800 5710-HOLD-ONE-REG.
176900     READ OLD-REGISTRATION
177000         AT END
177100             SET WS-CREG-EOF TO TRUE
177200             GO TO 5710-EXIT
177300     END-READ.
177400     MOVE RG-RECORD(1:6) TO WS-LOOKUP-ID.
177500     MOVE 'E' TO WS-LOOKUP-OUTCOME.
177600     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
177700     IF WS-TRAN-IDX > WS-TRAN-COUNT
177800         GO TO 5710-EXIT
177900     END-IF.
178000     MOVE RG-RECORD TO WS-HELD-WORK.
178100     PERFORM 5360-INSERT-HELD THRU 5360-EXIT.
178200     ADD 1 TO WS-ET-CRSREG-CNT(WS-TRAN-IDX).
178300 5710-EXIT.
178400     EXIT.
178500
178600 5730-COPY-ONE-REG.
178700     READ OLD-REGISTRATION
178800         AT END
178900             SET WS-CREG-EOF TO TRUE
179000             GO TO 5730-EXIT
179100     END-READ.
179200     MOVE RG-RECORD(1:6) TO WS-LOOKUP-ID.
179300     MOVE 'E' TO WS-LOOKUP-OUTCOME.
179400     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
179500     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
179600         GO TO 5730-EXIT
179700     END-IF.
179800     PERFORM 5750-FLUSH-ONE-REG THRU 5750-EXIT
179900         UNTIL WS-HELD-NEXT > WS-HELD-COUNT
180000         OR WS-HELD-RECORD(WS-HELD-NEXT)(1:11)
180100             > RG-RECORD(1:11).
180200     MOVE RG-RECORD TO NK-RECORD.
180300     WRITE NK-RECORD.
180400 5730-EXIT.
180500     EXIT.
180600
180700 5750-FLUSH-ONE-REG.
180800     MOVE WS-HELD-RECORD(WS-HELD-NEXT) TO NK-RECORD.
180900     WRITE NK-RECORD.
181000     ADD 1 TO WS-HELD-NEXT.
181100 5750-EXIT.
181200     EXIT.
181300
181400*****************************************************************
181500* 5800-COPY-STANDING - THE ACADEMIC-STANDING HISTORY, KEY
181600* STUDENT/TERM (1-13), IN TWO PASSES AS 5300
181700*****************************************************************
181800 5800-COPY-STANDING.
181900     OPEN INPUT OLD-STANDING.
182000     IF WS-OLDSTND-STATUS NOT = '00'
182100         GO TO 5800-EXIT
182200     END-IF.
182300     MOVE ZERO TO WS-HELD-COUNT.
182400     MOVE 13 TO WS-HELD-KEY-LEN.
182500     PERFORM 5810-HOLD-ONE-STANDING THRU 5810-EXIT
182600         UNTIL WS-STND-EOF.
182700     CLOSE OLD-STANDING.
182800     MOVE 'N' TO WS-STND-EOF-SWITCH.
182900     OPEN INPUT OLD-STANDING.
183000     MOVE 1 TO WS-HELD-NEXT.
183100     PERFORM 5830-COPY-ONE-STANDING THRU 5830-EXIT
183200         UNTIL WS-STND-EOF.
183300     PERFORM 5850-FLUSH-ONE-STANDING THRU 5850-EXIT
183400         UNTIL WS-HELD-NEXT > WS-HELD-COUNT.
183500     CLOSE OLD-STANDING.
183600 5800-EXIT.
183700     EXIT.
183800
183900 5810-HOLD-ONE-STANDING.
184000     READ OLD-STANDING
184100         AT END
184200             SET WS-STND-EOF TO TRUE
184300             GO TO 5810-EXIT
184400     END-READ.
184500     MOVE SH-RECORD(1:6) TO WS-LOOKUP-ID.
184600     MOVE 'E' TO WS-LOOKUP-OUTCOME.
184700     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
184800     IF WS-TRAN-IDX > WS-TRAN-COUNT
184900         GO TO 5810-EXIT
185000     END-IF.
185100     MOVE SH-RECORD TO WS-HELD-WORK.
185200     PERFORM 5360-INSERT-HELD THRU 5360-EXIT.
185300     ADD 1 TO WS-ET-STANDING-CNT(WS-TRAN-IDX).
185400 5810-EXIT.
185500     EXIT.
185600
185700 5830-COPY-ONE-STANDING.
185800     READ OLD-STANDING
185900         AT END
186000             SET WS-STND-EOF TO TRUE
186100             GO TO 5830-EXIT
186200     END-READ.
186300     MOVE SH-RECORD(1:6) TO WS-LOOKUP-ID.
186400     MOVE 'E' TO WS-LOOKUP-OUTCOME.
186500     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
186600     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
186700         GO TO 5830-EXIT
186800     END-IF.
186900     PERFORM 5850-FLUSH-ONE-STANDING THRU 5850-EXIT
187000         UNTIL WS-HELD-NEXT > WS-HELD-COUNT
187100         OR WS-HELD-RECORD(WS-HELD-NEXT)(1:13)
187200             > SH-RECORD(1:13).
187300     MOVE SH-RECORD TO NS-RECORD.
187400     WRITE NS-RECORD.
187500 5830-EXIT.
187600     EXIT.
187700
187800 5850-FLUSH-ONE-STANDING.
187900     MOVE WS-HELD-RECORD(WS-HELD-NEXT) TO NS-RECORD.
188000     WRITE NS-RECORD.
188100     ADD 1 TO WS-HELD-NEXT.
188200 5850-EXIT.
188300     EXIT.
188400
188500*****************************************************************
188600* 5900-COPY-SCHOLAR - THE SCHOLARSHIP HISTORY, KEY STUDENT/TERM/
188700* AWARD (1-18), IN TWO PASSES AS 5300
188800*****************************************************************
188900 5900-COPY-SCHOLAR.
189000     OPEN INPUT OLD-SCHOLAR.
189100     IF WS-OLDELIG-STATUS NOT = '00'
189200         GO TO 5900-EXIT
189300     END-IF.
189400     MOVE ZERO TO WS-HELD-COUNT.
189500     MOVE 18 TO WS-HELD-KEY-LEN.
189600     PERFORM 5910-HOLD-ONE-SCHOLAR THRU 5910-EXIT
189700         UNTIL WS-ELIG-EOF.
189800     CLOSE OLD-SCHOLAR.
189900     MOVE 'N' TO WS-ELIG-EOF-SWITCH.
190000     OPEN INPUT OLD-SCHOLAR.
190100     MOVE 1 TO WS-HELD-NEXT.
190200     PERFORM 5930-COPY-ONE-SCHOLAR THRU 5930-EXIT
190300         UNTIL WS-ELIG-EOF.
190400     PERFORM 5950-FLUSH-ONE-SCHOLAR THRU 5950-EXIT
190500         UNTIL WS-HELD-NEXT > WS-HELD-COUNT.
190600     CLOSE OLD-SCHOLAR.
190700 5900-EXIT.
190800     EXIT.
190900
191000 5910-HOLD-ONE-SCHOLAR.
191100     READ OLD-SCHOLAR
191200         AT END
191300             SET WS-ELIG-EOF TO TRUE
191400             GO TO 5910-EXIT
191500     END-READ.
191600     MOVE SE-RECORD(1:6) TO WS-LOOKUP-ID.
191700     MOVE 'E' TO WS-LOOKUP-OUTCOME.
191800     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
191900     IF WS-TRAN-IDX > WS-TRAN-COUNT
192000         GO TO 5910-EXIT
192100     END-IF.
192200     MOVE SE-RECORD TO WS-HELD-WORK.
192300     PERFORM 5360-INSERT-HELD THRU 5360-EXIT.
192400     ADD 1 TO WS-ET-SCHOLAR-CNT(WS-TRAN-IDX).
192500 5910-EXIT.
192600     EXIT.
192700
192800 5930-COPY-ONE-SCHOLAR.
192900     READ OLD-SCHOLAR
193000         AT END
193100             SET WS-ELIG-EOF TO TRUE
193200             GO TO 5930-EXIT
193300     END-READ.
193400     MOVE SE-RECORD(1:6) TO WS-LOOKUP-ID.
193500     MOVE 'E' TO WS-LOOKUP-OUTCOME.
193600     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
193700     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
193800         GO TO 5930-EXIT
193900     END-IF.
194000     PERFORM 5950-FLUSH-ONE-SCHOLAR THRU 5950-EXIT
194100         UNTIL WS-HELD-NEXT > WS-HELD-COUNT
194200         OR WS-HELD-RECORD(WS-HELD-NEXT)(1:18)
194300             > SE-RECORD(1:18).
194400     MOVE SE-RECORD TO NE-RECORD.
194500     WRITE NE-RECORD.
194600 5930-EXIT.
194700     EXIT.
194800
194900 5950-FLUSH-ONE-SCHOLAR.
195000     MOVE WS-HELD-RECORD(WS-HELD-NEXT) TO NE-RECORD.
195100     WRITE NE-RECORD.
195200     ADD 1 TO WS-HELD-NEXT.
195300 5950-EXIT.
195400     EXIT.
195500
195600*****************************************************************
195700* 6000/6050 - THE AUDIT LOG, COPIED UNDER THE PSEUDONYMS, THEN
195800* ONE 'ERASE' ENTRY PER ERASURE (UNDER ITS PSEUDONYM) AND ONE
195900* 'REFUSE' ENTRY PER OPERATOR REFUSAL
196000*****************************************************************
196100 6000-COPY-AUDIT-LOG.
196200     READ OLD-AUDIT-LOG
196300         AT END
196400             SET WS-AUDT-EOF TO TRUE
196500             GO TO 6000-EXIT
196600     END-READ.
196700     MOVE AL-STUDENT-ID OF AL-RECORD TO WS-LOOKUP-ID.
196800     MOVE 'E' TO WS-LOOKUP-OUTCOME.
196900     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
197000     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
197100         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX)
197200             TO AL-STUDENT-ID OF AL-RECORD
197300         ADD 1 TO WS-ET-AUDITLOG-CNT(WS-TRAN-IDX)
197400     END-IF.
197500     MOVE AL-RECORD TO NL-RECORD.
197600     WRITE NL-RECORD.
197700 6000-EXIT.
197800     EXIT.
197900
198000 6050-APPEND-ONE-AUDIT.
198100     MOVE SPACES TO WS-AUDIT-WORK.
198200     MOVE WS-RUN-DATE-YMD TO AL-ENTRY-DATE OF WS-AUDIT-WORK.
198300     MOVE WS-ET-OPERATOR(WS-TRAN-IDX)
198400         TO AL-OPERATOR-ID OF WS-AUDIT-WORK.
198500     MOVE ZERO TO AL-EXAM-SCORE OF WS-AUDIT-WORK.
198600     MOVE ZERO TO AL-COURSEWORK-SCORE OF WS-AUDIT-WORK.
198700     MOVE ZERO TO AL-FINAL-NOTE OF WS-AUDIT-WORK.
198800     IF WS-ET-ERASED(WS-TRAN-IDX)
198900         MOVE WS-ET-ERASE-TIME(WS-TRAN-IDX)
199000             TO AL-ENTRY-TIME OF WS-AUDIT-WORK
199100         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX)
199200             TO AL-STUDENT-ID OF WS-AUDIT-WORK
199300         MOVE 'ERASE ' TO AL-SOURCE OF WS-AUDIT-WORK
199400         GO TO 6050-WRITE
199500     END-IF.
199600     IF WS-ET-REFUSE-CODE(WS-TRAN-IDX) = 'OP'
199700         ACCEPT AL-ENTRY-TIME OF WS-AUDIT-WORK FROM TIME
199800         MOVE WS-ET-STUDENT-ID(WS-TRAN-IDX)
199900             TO AL-STUDENT-ID OF WS-AUDIT-WORK
200000         MOVE 'REFUSE' TO AL-SOURCE OF WS-AUDIT-WORK
200100         DISPLAY 'IDERASE - OPERATOR ' WS-ET-OPERATOR(WS-TRAN-IDX)
200200             ' NOT AUTHORIZED, TRANSACTION REFUSED'
200300         GO TO 6050-WRITE
200400     END-IF.
200500     GO TO 6050-EXIT.
200600 6050-WRITE.
200700     MOVE WS-AUDIT-WORK TO NL-RECORD.
200800     WRITE NL-RECORD.
200900 6050-EXIT.
201000     EXIT.
201100
201200*****************************************************************
201300* 6100/6150 - THE ROSTER CHANGE LOG, COPIED UNDER THE
201400* PSEUDONYMS WITH THE BEFORE AND AFTER NAMES REPLACED, THEN ONE
201500* 'E' RECORD PER ERASED ROSTER ENTRY. THE 'E' RECORD CANNOT
201600* CARRY THE NAME IT REMOVED, SO BOTH IMAGES SHOW THE ERASED
201700* NAME; THE STATUS IS UNCHANGED.
201800*****************************************************************
201900 6100-COPY-ROST-CHG.
202000     READ OLD-ROST-CHG
202100         AT END
202200             SET WS-RCHG-EOF TO TRUE
202300             GO TO 6100-EXIT
202400     END-READ.
202500     MOVE RM-STUDENT-ID OF RM-RECORD TO WS-LOOKUP-ID.
202600     MOVE 'E' TO WS-LOOKUP-OUTCOME.
202700     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
202800     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
202900         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX)
203000             TO RM-STUDENT-ID OF RM-RECORD
203100         MOVE WS-ERASED-NAME TO RM-OLD-LAST-NAME OF RM-RECORD
203200         MOVE SPACES TO RM-OLD-FIRST-NAME OF RM-RECORD
203300         MOVE WS-ERASED-NAME TO RM-NEW-LAST-NAME OF RM-RECORD
203400         MOVE SPACES TO RM-NEW-FIRST-NAME OF RM-RECORD
203500         ADD 1 TO WS-ET-CHGLOG-CNT(WS-TRAN-IDX)
203600     END-IF.
203700     MOVE RM-RECORD TO NC-RECORD.
203800     WRITE NC-RECORD.
203900 6100-EXIT.
204000     EXIT.
204100
204200 6150-APPEND-ONE-ROST-CHG.
204300     IF NOT WS-ET-ERASED(WS-TRAN-IDX)
204400         OR WS-ET-ROSTER-CNT(WS-TRAN-IDX) = ZERO
204500         GO TO 6150-EXIT
204600     END-IF.
204700     MOVE SPACES TO WS-RCHG-WORK.
204800     MOVE WS-RUN-DATE-YMD TO RM-CHANGE-DATE OF WS-RCHG-WORK.
204900     MOVE WS-ET-ERASE-TIME(WS-TRAN-IDX)
205000         TO RM-CHANGE-TIME OF WS-RCHG-WORK.
205100     MOVE WS-ET-OPERATOR(WS-TRAN-IDX)
205200         TO RM-OPERATOR-ID OF WS-RCHG-WORK.
205300     MOVE 'E' TO RM-ACTION OF WS-RCHG-WORK.
205400     MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX)
205500         TO RM-STUDENT-ID OF WS-RCHG-WORK.
205600     MOVE WS-ERASED-NAME TO RM-OLD-LAST-NAME OF WS-RCHG-WORK.
205700     MOVE WS-ET-ROST-STATUS(WS-TRAN-IDX)
205800         TO RM-OLD-STATUS OF WS-RCHG-WORK.
205900     MOVE WS-ERASED-NAME TO RM-NEW-LAST-NAME OF WS-RCHG-WORK.
206000     MOVE WS-ET-ROST-STATUS(WS-TRAN-IDX)
206100         TO RM-NEW-STATUS OF WS-RCHG-WORK.
206200     MOVE WS-RCHG-WORK TO NC-RECORD.
206300     WRITE NC-RECORD.
206400 6150-EXIT.
206500     EXIT.
206600
206700*****************************************************************
206800* 6200-6500 - THE REGISTRATION, APPEAL AND PENDING-CORRECTION
206900* CHANGE LOGS AND THE RETAINED EXPORTS, COPIED WITH THE ERASED
207000* STUDENTS' IDS REPLACED. NONE OF THEM CARRIES A NAME. EXPORT
207100* HEADERS AND TRAILERS CARRY RESERVED IDS AND NEVER MATCH.
207200*****************************************************************
207300 6200-COPY-REG-CHG.
207400     READ OLD-REG-CHG
207500         AT END
207600             SET WS-GCHG-EOF TO TRUE
207700             GO TO 6200-EXIT
207800     END-READ.
207900     MOVE RL-STUDENT-ID TO WS-LOOKUP-ID.
208000     MOVE 'E' TO WS-LOOKUP-OUTCOME.
208100     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
208200     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
208300         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO RL-STUDENT-ID
208400         ADD 1 TO WS-ET-CHGLOG-CNT(WS-TRAN-IDX)
208500     END-IF.
208600     MOVE RL-RECORD TO NG-RECORD.
208700     WRITE NG-RECORD.
208800 6200-EXIT.
208900     EXIT.
209000
209100 6300-COPY-APPL-CHG.
209200     READ OLD-APPL-CHG
209300         AT END
209400             SET WS-ACHG-EOF TO TRUE
209500             GO TO 6300-EXIT
209600     END-READ.
209700     MOVE AC-STUDENT-ID TO WS-LOOKUP-ID.
209800     MOVE 'E' TO WS-LOOKUP-OUTCOME.
209900     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
210000     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
210100         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO AC-STUDENT-ID
210200         ADD 1 TO WS-ET-CHGLOG-CNT(WS-TRAN-IDX)
210300     END-IF.
210400     MOVE AC-RECORD TO NP-RECORD.
210500     WRITE NP-RECORD.
210600 6300-EXIT.
210700     EXIT.
210800
210900 6400-COPY-PEND-CHG.
211000     READ OLD-PEND-CHG
211100         AT END
211200             SET WS-PCHG-EOF TO TRUE
211300             GO TO 6400-EXIT
211400     END-READ.
211500     MOVE PL-STUDENT-ID TO WS-LOOKUP-ID.
211600     MOVE 'E' TO WS-LOOKUP-OUTCOME.
211700     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
211800     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
211900         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO PL-STUDENT-ID
212000         ADD 1 TO WS-ET-CHGLOG-CNT(WS-TRAN-IDX)
212100     END-IF.
212200     MOVE PL-RECORD TO NQ-RECORD.
212300     WRITE NQ-RECORD.
212400 6400-EXIT.
212500     EXIT.
212600
212700 6500-COPY-EXPT-HIST.
212800     READ OLD-EXPT-HIST
212900         AT END
213000             SET WS-EXPH-EOF TO TRUE
213100             GO TO 6500-EXIT
213200     END-READ.
213300     MOVE EG-STUDENT-ID TO WS-LOOKUP-ID.
213400     MOVE 'E' TO WS-LOOKUP-OUTCOME.
213500     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
213600     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
213700         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO EG-STUDENT-ID
213800         ADD 1 TO WS-ET-EXPTHIST-CNT(WS-TRAN-IDX)
213900     END-IF.
214000     MOVE EG-RECORD TO NX-RECORD.
214100     WRITE NX-RECORD.
214200 6500-EXIT.
214300     EXIT.
214400
214500*****************************************************************
214600* 6600-COPY-XFER-REG - THE TRANSFER-CREDIT REGISTER, COPIED WITH
214700* THE ERASED STUDENTS' IDS REPLACED. IT CARRIES NO NAME AND IS
214800* IN POSTING ORDER, SO NOTHING ELSE MOVES.
214900*****************************************************************
215000 6600-COPY-XFER-REG.
215100     OPEN INPUT OLD-XFER-REG.
215200     IF WS-XFERREG-STATUS NOT = '00'
215300         GO TO 6600-EXIT
215400     END-IF.
215500     PERFORM 6610-COPY-ONE-XFER THRU 6610-EXIT
215600         UNTIL WS-XREG-EOF.
215700     CLOSE OLD-XFER-REG.
215800 6600-EXIT.
215900     EXIT.
216000
216100 6610-COPY-ONE-XFER.
216200     READ OLD-XFER-REG
216300         AT END
216400             SET WS-XREG-EOF TO TRUE
216500             GO TO 6610-EXIT
216600     END-READ.
216700     MOVE XR-STUDENT-ID TO WS-LOOKUP-ID.
216800     MOVE 'E' TO WS-LOOKUP-OUTCOME.
216900     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
217000     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
217100         MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO XR-STUDENT-ID
217200         ADD 1 TO WS-ET-XFERREG-CNT(WS-TRAN-IDX)
217300     END-IF.
217400     MOVE XR-RECORD TO NT-RECORD.
217500     WRITE NT-RECORD.
217600 6610-EXIT.
217700     EXIT.
217800
217900*****************************************************************
218000* 6700-COPY-ALIAS-XREF - THE ALIAS CROSS-REFERENCE, LESS EVERY
218100* RECORD WHOSE CURRENT ID IS AN ERASED STUDENT. 1790 HAS ALREADY
218200* REFUSED ANY RETIRED ID, SO NO RECORD IS KEYED BY ONE.
218300*****************************************************************
218400 6700-COPY-ALIAS-XREF.
218500     OPEN INPUT OLD-ALIAS-XREF.
218600     IF WS-ALIASXRF-STATUS NOT = '00'
218700         GO TO 6700-EXIT
218800     END-IF.
218900     PERFORM 6710-COPY-ONE-ALIAS THRU 6710-EXIT
219000         UNTIL WS-AXRF-EOF.
219100     CLOSE OLD-ALIAS-XREF.
219200 6700-EXIT.
219300     EXIT.
219400
219500 6710-COPY-ONE-ALIAS.
219600     READ OLD-ALIAS-XREF
219700         AT END
219800             SET WS-AXRF-EOF TO TRUE
219900             GO TO 6710-EXIT
220000     END-READ.
220100     MOVE AX-NEW-STUDENT-ID TO WS-LOOKUP-ID.
220200     MOVE 'E' TO WS-LOOKUP-OUTCOME.
220300     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
220400     IF WS-TRAN-IDX NOT > WS-TRAN-COUNT
220500         ADD 1 TO WS-ET-ALIAS-CNT(WS-TRAN-IDX)
220600         GO TO 6710-EXIT
220700     END-IF.
220800     MOVE AX-RECORD TO NZ-RECORD.
220900     WRITE NZ-RECORD.
221000 6710-EXIT.
221100     EXIT.
221200
221300*****************************************************************
221400* 6800-COPY-HELD-QUEUE - THE HELD-RESULTS QUEUE, COPIED WITH THE
221500* ERASED STUDENTS' IDS REPLACED ON THEIR RELEASED ITEMS (1780
221600* HAS REFUSED ANY STUDENT WITH AN ITEM STILL HELD). A LETTER,
221700* HONOR-ROLL OR WARNING ITEM ALSO LOSES THE NAME (LTRWRKRC:
221800* LAST NAME 7-21, FIRST 22-36). THE TRAILER IS COPIED AS IS.
221900*****************************************************************
222000 6800-COPY-HELD-QUEUE.
222100     OPEN INPUT HELD-IN.
222200     IF WS-HELDIN-STATUS NOT = '00'
222300         GO TO 6800-EXIT
222400     END-IF.
222500     PERFORM 6810-COPY-ONE-HELD THRU 6810-EXIT
222600         UNTIL WS-HELD-EOF.
222700     CLOSE HELD-IN.
222800 6800-EXIT.
222900     EXIT.
223000
223100 6810-COPY-ONE-HELD.
223200     READ HELD-IN
223300         AT END
223400             SET WS-HELD-EOF TO TRUE
223500             GO TO 6810-EXIT
223600     END-READ.
223700     IF HI-RECORD(1:6) = '999999'
223800         GO TO 6810-WRITE
223900     END-IF.
224000     MOVE RH-ITEM(1:6) TO WS-LOOKUP-ID.
224100     MOVE 'E' TO WS-LOOKUP-OUTCOME.
224200     PERFORM 5600-FIND-TRAN-FOR-ID THRU 5600-EXIT.
224300     IF WS-TRAN-IDX > WS-TRAN-COUNT
224400         GO TO 6810-WRITE
224500     END-IF.
224600     MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO RH-ITEM(1:6).
224700     IF NOT RH-EXPORT-ITEM
224800         MOVE WS-ERASED-NAME TO RH-ITEM(7:15)
224900         MOVE SPACES TO RH-ITEM(22:15)
225000     END-IF.
225100     ADD 1 TO WS-ET-HELDQ-CNT(WS-TRAN-IDX).
225200 6810-WRITE.
225300     MOVE HI-RECORD TO HO-RECORD.
225400     WRITE HO-RECORD.
225500 6810-EXIT.
225600     EXIT.
225700
225800*****************************************************************
225900* 7000-CERTIFY-ONE - ONE CERTIFICATE AND ONE REGISTER ENTRY PER
226000* TRANSACTION. AN ERASURE SHOWS ONLY ITS CASE REFERENCE AND
226100* PSEUDONYM; A REFUSAL CHANGED NOTHING, SO IT NAMES THE STUDENT.
226200*****************************************************************
226300 7000-CERTIFY-ONE.
226400     ADD 1 TO WS-CERT-COUNT.
226500     MOVE SPACES TO CT-RECORD.
226600     MOVE WS-CT-RULE-LINE TO CT-RECORD.
226700     WRITE CT-RECORD.
226800     MOVE WS-CERT-COUNT TO WS-CT-C-NUMBER.
226900     MOVE WS-ET-REQUEST-REF(WS-TRAN-IDX) TO WS-CT-C-REF.
227000     EVALUATE WS-ET-REASON(WS-TRAN-IDX)
227100         WHEN 'R'
227200             MOVE 'DATA-PROTECTION REQUEST' TO WS-CT-C-REASON
227300         WHEN 'L'
227400             MOVE 'RETENTION LIMIT PASSED' TO WS-CT-C-REASON
227500         WHEN OTHER
227600             MOVE 'NOT GIVEN' TO WS-CT-C-REASON
227700     END-EVALUATE.
227800     MOVE SPACES TO CT-RECORD.
227900     MOVE WS-CT-CASE-LINE TO CT-RECORD.
228000     WRITE CT-RECORD.
228100     MOVE SPACES TO WS-REG-WORK.
228200     MOVE WS-RUN-DATE-YMD TO ER-ERASE-DATE OF WS-REG-WORK.
228300     MOVE WS-ET-OPERATOR(WS-TRAN-IDX)
228400         TO ER-OPERATOR-ID OF WS-REG-WORK.
228500     MOVE WS-ET-REQUEST-REF(WS-TRAN-IDX)
228600         TO ER-REQUEST-REF OF WS-REG-WORK.
228700     MOVE WS-ET-REASON(WS-TRAN-IDX) TO ER-REASON OF WS-REG-WORK.
228800     MOVE WS-ET-OUTCOME(WS-TRAN-IDX)
228900         TO ER-OUTCOME OF WS-REG-WORK.
229000     MOVE ZERO TO ER-ROSTER-COUNT OF WS-REG-WORK
229100                  ER-HISTMAST-COUNT OF WS-REG-WORK
229200                  ER-HISTARCH-COUNT OF WS-REG-WORK
229300                  ER-REJARCH-COUNT OF WS-REG-WORK
229400                  ER-AUDITLOG-COUNT OF WS-REG-WORK
229500                  ER-CHGLOG-COUNT OF WS-REG-WORK
229600                  ER-EXPTHIST-COUNT OF WS-REG-WORK
229700                  ER-XFERREG-COUNT OF WS-REG-WORK
229800                  ER-ALIAS-COUNT OF WS-REG-WORK
229900                  ER-APPEAL-COUNT OF WS-REG-WORK
230000                  ER-CRSREG-COUNT OF WS-REG-WORK
230100                  ER-STANDING-COUNT OF WS-REG-WORK
230200                  ER-SCHOLAR-COUNT OF WS-REG-WORK
230300                  ER-HELDQ-COUNT OF WS-REG-WORK.
230400     IF WS-ET-REFUSED(WS-TRAN-IDX)
230500         PERFORM 7200-CERTIFY-REFUSAL THRU 7200-EXIT
230600     ELSE
230700         PERFORM 7100-CERTIFY-ERASURE THRU 7100-EXIT
230800     END-IF.
230900     MOVE WS-REG-WORK TO ER-RECORD.
231000     WRITE ER-RECORD.
231100 7000-EXIT.
231200     EXIT.
231300
231400 7100-CERTIFY-ERASURE.
231500     MOVE WS-ET-ERASE-TIME(WS-TRAN-IDX)
231600         TO ER-ERASE-TIME OF WS-REG-WORK.
231700     MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX)
231800         TO ER-PSEUDO-ID OF WS-REG-WORK.
231900     MOVE WS-ET-ROSTER-CNT(WS-TRAN-IDX)
232000         TO ER-ROSTER-COUNT OF WS-REG-WORK.
232100     MOVE WS-ET-HISTMAST-CNT(WS-TRAN-IDX)
232200         TO ER-HISTMAST-COUNT OF WS-REG-WORK.
232300     MOVE WS-ET-HISTARCH-CNT(WS-TRAN-IDX)
232400         TO ER-HISTARCH-COUNT OF WS-REG-WORK.
232500     MOVE WS-ET-REJARCH-CNT(WS-TRAN-IDX)
232600         TO ER-REJARCH-COUNT OF WS-REG-WORK.
232700     MOVE WS-ET-AUDITLOG-CNT(WS-TRAN-IDX)
232800         TO ER-AUDITLOG-COUNT OF WS-REG-WORK.
232900     MOVE WS-ET-CHGLOG-CNT(WS-TRAN-IDX)
233000         TO ER-CHGLOG-COUNT OF WS-REG-WORK.
233100     MOVE WS-ET-EXPTHIST-CNT(WS-TRAN-IDX)
233200         TO ER-EXPTHIST-COUNT OF WS-REG-WORK.
233300     MOVE WS-ET-XFERREG-CNT(WS-TRAN-IDX)
233400         TO ER-XFERREG-COUNT OF WS-REG-WORK.
233500     MOVE WS-ET-ALIAS-CNT(WS-TRAN-IDX)
233600         TO ER-ALIAS-COUNT OF WS-REG-WORK.
233700     MOVE WS-ET-APPEAL-CNT(WS-TRAN-IDX)
233800         TO ER-APPEAL-COUNT OF WS-REG-WORK.
233900     MOVE WS-ET-CRSREG-CNT(WS-TRAN-IDX)
234000         TO ER-CRSREG-COUNT OF WS-REG-WORK.
234100     MOVE WS-ET-STANDING-CNT(WS-TRAN-IDX)
234200         TO ER-STANDING-COUNT OF WS-REG-WORK.
234300     MOVE WS-ET-SCHOLAR-CNT(WS-TRAN-IDX)
234400         TO ER-SCHOLAR-COUNT OF WS-REG-WORK.
234500     MOVE WS-ET-HELDQ-CNT(WS-TRAN-IDX)
234600         TO ER-HELDQ-COUNT OF WS-REG-WORK.
234700     MOVE WS-ET-PSEUDO-ID(WS-TRAN-IDX) TO WS-CT-E-PSEUDO.
234800     MOVE WS-RUN-DATE-YMD TO WS-CT-E-DATE.
234900     MOVE WS-ET-ERASE-TIME(WS-TRAN-IDX) TO WS-CT-E-TIME.
235000     MOVE WS-ET-OPERATOR(WS-TRAN-IDX) TO WS-CT-E-OPERATOR.
235100     MOVE SPACES TO CT-RECORD.
235200     MOVE WS-CT-ERASED-LINE TO CT-RECORD.
235300     WRITE CT-RECORD.
235400     MOVE ' RECORD(S) RE-IDENTIFIED' TO WS-CT-F-ACTION.
235500     MOVE 'ROSTER ENTRY' TO WS-CT-F-FILE.
235600     MOVE WS-ET-ROSTER-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
235700     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
235800     MOVE 'GRADE-HISTORY MASTER' TO WS-CT-F-FILE.
235900     MOVE WS-ET-HISTMAST-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
236000     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
236100     MOVE 'GRADE-HISTORY ARCHIVE' TO WS-CT-F-FILE.
236200     MOVE WS-ET-HISTARCH-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
236300     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
236400     MOVE 'APPEAL CASES' TO WS-CT-F-FILE.
236500     MOVE WS-ET-APPEAL-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
236600     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
236700     MOVE 'COURSE-REGISTRATION MASTER' TO WS-CT-F-FILE.
236800     MOVE WS-ET-CRSREG-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
236900     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
237000     MOVE 'ACADEMIC-STANDING HISTORY' TO WS-CT-F-FILE.
237100     MOVE WS-ET-STANDING-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
237200     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
237300     MOVE 'SCHOLARSHIP HISTORY' TO WS-CT-F-FILE.
237400     MOVE WS-ET-SCHOLAR-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
237500     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
237600     MOVE 'REJECT ARCHIVE' TO WS-CT-F-FILE.
237700     MOVE WS-ET-REJARCH-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
237800     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
237900     MOVE 'AUDIT LOG' TO WS-CT-F-FILE.
238000     MOVE WS-ET-AUDITLOG-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
238100     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
238200     MOVE 'CHANGE LOGS' TO WS-CT-F-FILE.
238300     MOVE WS-ET-CHGLOG-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
238400     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
238500     MOVE 'RETAINED REGISTRAR EXPORTS' TO WS-CT-F-FILE.
238600     MOVE WS-ET-EXPTHIST-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
238700     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
238800     MOVE 'TRANSFER-CREDIT REGISTER' TO WS-CT-F-FILE.
238900     MOVE WS-ET-XFERREG-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
239000     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
239100     MOVE 'HELD-RESULTS QUEUE' TO WS-CT-F-FILE.
239200     MOVE WS-ET-HELDQ-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
239300     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
239400     MOVE ' RECORD(S) REMOVED' TO WS-CT-F-ACTION.
239500     MOVE 'ALIAS CROSS-REFERENCE' TO WS-CT-F-FILE.
239600     MOVE WS-ET-ALIAS-CNT(WS-TRAN-IDX) TO WS-CT-F-COUNT.
239700     PERFORM 7150-WRITE-FILE-LINE THRU 7150-EXIT.
239800     MOVE SPACES TO CT-RECORD.
239900     MOVE WS-CT-CLOSING-LINE TO CT-RECORD.
240000     WRITE CT-RECORD.
240033     MOVE WS-CT-CLOSING-LINE-2 TO CT-RECORD.
240066     WRITE CT-RECORD.
240100 7100-EXIT.
240200     EXIT.
240300
240400 7150-WRITE-FILE-LINE.
240500     MOVE SPACES TO CT-RECORD.
240600     MOVE WS-CT-FILE-LINE TO CT-RECORD.
240700     WRITE CT-RECORD.
240800 7150-EXIT.
240900     EXIT.
241000
241100 7200-CERTIFY-REFUSAL.
241200     ADD 1 TO WS-REFUSED-COUNT.
241300     ACCEPT ER-ERASE-TIME OF WS-REG-WORK FROM TIME.
241400     MOVE WS-ET-REFUSE-CODE(WS-TRAN-IDX)
241500         TO ER-REFUSE-CODE OF WS-REG-WORK.
241600     EVALUATE WS-ET-REFUSE-CODE(WS-TRAN-IDX)
241700         WHEN 'OP'
241800             MOVE 'OPERATOR NOT AUTHORIZED' TO WS-CT-R-TEXT
241900         WHEN 'ID'
242000             MOVE 'NOT A STUDENT ID' TO WS-CT-R-TEXT
242100         WHEN 'RS'
242200             MOVE 'REASON NOT R OR L' TO WS-CT-R-TEXT
242300         WHEN 'DU'
242400             MOVE 'ALREADY REQUESTED IN THIS RUN' TO WS-CT-R-TEXT
242500         WHEN 'AC'
242600             MOVE 'NOT WITHDRAWN ON THE ROSTER' TO WS-CT-R-TEXT
242700         WHEN 'PC'
242800             MOVE 'OPEN PENDING CORRECTION' TO WS-CT-R-TEXT
242900         WHEN 'MU'
243000             MOVE 'OUTSTANDING MAKEUP' TO WS-CT-R-TEXT
243100         WHEN 'AP'
243200             MOVE 'APPEAL CASE STILL OPEN' TO WS-CT-R-TEXT
243300         WHEN 'RH'
243400             MOVE 'RESULTS STILL HELD FOR RELEASE' TO WS-CT-R-TEXT
243500         WHEN 'AL'
243600             MOVE 'RETIRED ID - USE CURRENT ID' TO WS-CT-R-TEXT
243700     END-EVALUATE.
243800     MOVE WS-ET-STUDENT-ID(WS-TRAN-IDX) TO WS-CT-R-STUDENT.
243900     MOVE WS-ET-OPERATOR(WS-TRAN-IDX) TO WS-CT-R-OPERATOR.
244000     MOVE SPACES TO CT-RECORD.
244100     MOVE WS-CT-REFUSED-LINE TO CT-RECORD.
244200     WRITE CT-RECORD.
244300 7200-EXIT.
244400     EXIT.
244500
244600*****************************************************************
244700* 7500-SUMMARY - RUN TOTALS
244800*****************************************************************
244900 7500-SUMMARY.
245000     MOVE SPACES TO CT-RECORD.
245100     MOVE WS-CT-RULE-LINE TO CT-RECORD.
245200     WRITE CT-RECORD.
245300     MOVE SPACES TO WS-CT-FOOTER-LINE.
245400     MOVE 'REQUESTS READ      :' TO WS-CT-F-LABEL.
245500     MOVE WS-TRAN-COUNT TO WS-CT-F-VALUE.
245600     MOVE SPACES TO CT-RECORD.
245700     MOVE WS-CT-FOOTER-LINE TO CT-RECORD.
245800     WRITE CT-RECORD.
245900     MOVE SPACES TO WS-CT-FOOTER-LINE.
246000     MOVE 'STUDENTS ERASED    :' TO WS-CT-F-LABEL.
246100     MOVE WS-ERASED-COUNT TO WS-CT-F-VALUE.
246200     MOVE SPACES TO CT-RECORD.
246300     MOVE WS-CT-FOOTER-LINE TO CT-RECORD.
246400     WRITE CT-RECORD.
246500     MOVE SPACES TO WS-CT-FOOTER-LINE.
246600     MOVE 'REQUESTS REFUSED   :' TO WS-CT-F-LABEL.
246700     MOVE WS-REFUSED-COUNT TO WS-CT-F-VALUE.
246800     MOVE SPACES TO CT-RECORD.
246900     MOVE WS-CT-FOOTER-LINE TO CT-RECORD.
247000     WRITE CT-RECORD.
247100     DISPLAY 'IDERASE REQUESTS   : ' WS-TRAN-COUNT.
247200     DISPLAY 'IDERASE ERASED     : ' WS-ERASED-COUNT.
247300     DISPLAY 'IDERASE REFUSED    : ' WS-REFUSED-COUNT.
247400     IF WS-REFUSED-COUNT > ZERO
247500         MOVE 4 TO RETURN-CODE
247600     END-IF.
247700 7500-EXIT.
247800     EXIT.
247900
248000*****************************************************************
248100* 9000-TERMINATE - CLOSE UP
248200*****************************************************************
248300 9000-TERMINATE.
248400     IF WS-MAST-OPENED
248500         CLOSE HISTORY-MASTER
248600     END-IF.
248700     IF WS-REJ-OPENED
248800         CLOSE OLD-REJ-ARCHIVE
248900     END-IF.
249000     IF WS-AUDT-OPENED
249100         CLOSE OLD-AUDIT-LOG
249200     END-IF.
249300     IF WS-RCHG-OPENED
249400         CLOSE OLD-ROST-CHG
249500     END-IF.
249600     IF WS-GCHG-OPENED
249700         CLOSE OLD-REG-CHG
249800     END-IF.
249900     IF WS-ACHG-OPENED
250000         CLOSE OLD-APPL-CHG
250100     END-IF.
250200     IF WS-PCHG-OPENED
250300         CLOSE OLD-PEND-CHG
250400     END-IF.
250500     IF WS-EXPH-OPENED
250600         CLOSE OLD-EXPT-HIST
250700     END-IF.
250800     CLOSE NEW-ROSTER NEW-HIST-ARCH NEW-REJ-ARCHIVE
250900         NEW-AUDIT-LOG NEW-ROST-CHG NEW-REG-CHG NEW-APPL-CHG
251000         NEW-PEND-CHG NEW-EXPT-HIST NEW-APPEALS NEW-REGISTRATION
251100         NEW-STANDING NEW-SCHOLAR NEW-XFER-REG NEW-ALIAS-XREF
251200         HELD-OUT ERASE-REGISTER ERASE-CERT.
251300 9000-EXIT.
251400     EXIT.
