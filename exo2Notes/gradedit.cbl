003000*   E05  DUPLICATE STUDENT/COURSE
003100*   E06  COURSE CODE MISSING
003200*   E07  COURSE NOT AN ACTIVE CATALOG ENTRY
003250*   E08  STUDENT NOT REGISTERED IN COURSE
003300*
003400* MAINTENANCE LOG
003500* DATE       AUTHOR        MAINTENANCE REQUIREMENT
006400*                          FAILS THE EDIT. NO CATALOG FILE
006500*                          MEANS THE CHECK IS SKIPPED, THE
006600*                          SHOP'S OPTIONAL-FILE CONVENTION.
006610* 10/15/26   R.DELACROIX   ADDED E08 - WHEN THE COURSE-
006620*                          REGISTRATION FILE (REGMNT MAINTAINS
006630*                          IT) IS SUPPLIED, A GRADE FOR A
006640*                          STUDENT/COURSE PAIR WITH NO
006650*                          REGISTRATION NOW FAILS THE EDIT AND
006660*                          RECYCLES ONCE THE REGISTRATION IS
006670*                          RAISED. NO REGISTRATION FILE MEANS
006680*                          THE CHECK IS SKIPPED.
006700******************************************************************
006800 IDENTIFICATION DIVISION.
006900 PROGRAM-ID. GRADEDIT.
009700     SELECT COURSE-CATALOG ASSIGN TO CATALOG
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-CATALOG-STATUS.
009910     SELECT REGISTRATION-FILE ASSIGN TO CRSREG
009920         ORGANIZATION IS LINE SEQUENTIAL
009930         FILE STATUS IS WS-CRSREG-STATUS.
010000******************************************************************
010100 DATA DIVISION.
010200 FILE SECTION.
012800     RECORDING MODE IS F.
012900 01  CC-RECORD.
013000     COPY CRSCATRC.
013010
013020 FD  REGISTRATION-FILE
013030     RECORDING MODE IS F.
013040 01  RG-RECORD.
013050     COPY CRSREGRC.
013100
013200 WORKING-STORAGE SECTION.
013300******************************************************************
014300     88  WS-CATALOG-EOF         VALUE 'Y'.
014400 77  WS-CATALOG-LOADED-SWITCH   PIC X(01)     VALUE 'N'.
014500     88  WS-CATALOG-LOADED      VALUE 'Y'.
014510 77  WS-CRSREG-STATUS           PIC X(02)     VALUE SPACES.
014520 77  WS-REG-EOF-SWITCH          PIC X(01)     VALUE 'N'.
014530     88  WS-REG-EOF             VALUE 'Y'.
014540 77  WS-REG-LOADED-SWITCH       PIC X(01)     VALUE 'N'.
014550     88  WS-REG-LOADED          VALUE 'Y'.
014600 77  WS-EOF-SWITCH              PIC X(01)     VALUE 'N'.
014700     88  WS-EOF                 VALUE 'Y'.
014800 77  WS-RECORD-OK-SWITCH        PIC X(01)     VALUE 'Y'.
021500         10  WS-CAT-COURSE-CODE PIC X(04).
021600         10  WS-CAT-STATUS      PIC X(01).
021700             88  WS-CAT-ACTIVE  VALUE 'A'.
021710******************************************************************
021720* COURSE-REGISTRATION TABLE - LOADED ONCE AT STARTUP IF THE
021730* REGISTRATION FILE IS SUPPLIED, BINARY-SEARCHED ON STUDENT-ID/
021740* COURSE-CODE FOR EACH RECORD. THE FILE ARRIVES IN THAT SEQUENCE
021750* (REGMNT MAINTAINS IT SO); OUT OF SEQUENCE OR PAST CAPACITY IS
021760* A HARD STOP. NO REGISTRATION FILE - THE CHECK IS SKIPPED.
021770******************************************************************
021780 01  WS-REG-COUNT               PIC 9(05)     COMP    VALUE ZERO.
021790 01  WS-REG-MAX                 PIC 9(05)     COMP    VALUE 50000.
021799 01  WS-REG-PREV-KEY            PIC X(10)     VALUE LOW-VALUES.
021808 01  WS-REG-SEARCH-KEY.
021817     05  WS-REG-SEARCH-STUDENT  PIC X(06).
021826     05  WS-REG-SEARCH-COURSE   PIC X(04).
021835 01  WS-REG-TABLE.
021844     05  WS-REG-ENTRY OCCURS 1 TO 50000 TIMES
021853                      DEPENDING ON WS-REG-COUNT
021862                      ASCENDING KEY IS WS-REG-KEY
021871                      INDEXED BY WS-REG-IDX.
021880         10  WS-REG-KEY         PIC X(10).
021889******************************************************************
021900* CONTROL-TOTAL TRAILER WRITTEN AS THE LAST EDITED-OUTPUT RECORD
022000******************************************************************
022100 01  WS-TRAILER-RECORD.
024500     OPEN OUTPUT EDIT-REJECTS.
024600     PERFORM 1100-LOAD-THRESHOLD THRU 1100-EXIT.
024700     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
024710     PERFORM 1300-LOAD-REGISTRATIONS THRU 1300-EXIT.
024800     ACCEPT WS-RUN-DATE FROM DATE.
024900     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
025000     MOVE SPACES TO ER-RECORD.
032500 1255-SCAN-ONE-COURSE.
032600 1255-EXIT.
032700     EXIT.
032710
032720******************************************************************
032730* 1300-LOAD-REGISTRATIONS - READ THE COURSE-REGISTRATION FILE
032740* INTO MEMORY IF SUPPLIED
032750******************************************************************
032760 1300-LOAD-REGISTRATIONS.
032770     OPEN INPUT REGISTRATION-FILE.
032780     IF WS-CRSREG-STATUS NOT = '00'
032790         GO TO 1300-EXIT
032792     END-IF.
032794     PERFORM 1350-LOAD-ONE-REGISTRATION THRU 1350-EXIT
032796         UNTIL WS-REG-EOF.
032798     CLOSE REGISTRATION-FILE.
032800     IF WS-REG-COUNT > ZERO
032802         SET WS-REG-LOADED TO TRUE
032804     END-IF.
032806 1300-EXIT.
032808     EXIT.
032810
032812 1350-LOAD-ONE-REGISTRATION.
032814     READ REGISTRATION-FILE
032816         AT END
032818             SET WS-REG-EOF TO TRUE
032820             GO TO 1350-EXIT
032822     END-READ.
032824     IF WS-REG-COUNT = WS-REG-MAX
032826         DISPLAY 'GRADEDIT - MORE THAN 50000 REGISTRATIONS, '
032828             'RUN STOPPED'
032830         MOVE 16 TO RETURN-CODE
032832         STOP RUN
032834     END-IF.
032836     MOVE RG-STUDENT-ID TO WS-REG-SEARCH-STUDENT.
032838     MOVE RG-COURSE-CODE TO WS-REG-SEARCH-COURSE.
032840     IF WS-REG-SEARCH-KEY NOT > WS-REG-PREV-KEY
032842         DISPLAY 'GRADEDIT - REGISTRATIONS OUT OF SEQUENCE AT '
032844             RG-STUDENT-ID ' ' RG-COURSE-CODE ', RUN STOPPED'
032846         MOVE 16 TO RETURN-CODE
032848         STOP RUN
032850     END-IF.
032852     MOVE WS-REG-SEARCH-KEY TO WS-REG-PREV-KEY.
032854     ADD 1 TO WS-REG-COUNT.
032856     SET WS-REG-IDX TO WS-REG-COUNT.
032858     MOVE WS-REG-SEARCH-KEY TO WS-REG-KEY(WS-REG-IDX).
032860 1350-EXIT.
032862     EXIT.
032864
032900 3100-READ-ONE-RECORD.
033000     READ STUDENT-GRADES
033100         AT END
038400         AND SN-COURSE-CODE NOT = SPACES
038500         PERFORM 3250-CHECK-CATALOG THRU 3250-EXIT
038600     END-IF.
038610     IF WS-REG-LOADED
038620         AND SN-STUDENT-ID NOT = SPACES
038630         AND SN-COURSE-CODE NOT = SPACES
038640         PERFORM 3270-CHECK-REGISTRATION THRU 3270-EXIT
038650     END-IF.
038700 3200-EXIT.
038800     EXIT.
038900
040500     END-IF.
040600 3250-EXIT.
040700     EXIT.
040710
040720******************************************************************
040730* 3270-CHECK-REGISTRATION - THE STUDENT MUST HOLD A REGISTRATION
040740* IN THE COURSE; NO STUDENT/COURSE ENTRY FAILS E08
040750******************************************************************
040760 3270-CHECK-REGISTRATION.
040770     MOVE SN-STUDENT-ID TO WS-REG-SEARCH-STUDENT.
040780     MOVE SN-COURSE-CODE TO WS-REG-SEARCH-COURSE.
040790     SEARCH ALL WS-REG-ENTRY
040799         AT END
040808             MOVE 'E08' TO WS-ER-D-CODE
040817             MOVE 'STUDENT NOT REGISTERED IN COURSE'
040826                 TO WS-ER-D-TEXT
040835             PERFORM 3500-WRITE-ERROR-LINE THRU 3500-EXIT
040844         WHEN WS-REG-KEY(WS-REG-IDX) = WS-REG-SEARCH-KEY
040853             CONTINUE
040862     END-SEARCH.
040871 3270-EXIT.
040880     EXIT.
040889
040900 3300-CHECK-SCORES.
041000     IF AS-EXAM-SCORE NOT = 'AB'
041100         AND (AS-EXAM-SCORE IS NOT NUMERIC
