       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCODMNT.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM MAINTAINS THE THREE CODE LOOKUP TABLES
      *    CBEDIT LOADS FOR ITS ELEMENT EDITS - THE TOP CODE
      *    TABLE (UT-S-TOPRECIN, CB03), THE CAN CODE TABLE
      *    (UT-S-CANRECIN, CB14) AND THE CAN SEQUENCE CODE TABLE
      *    (UT-S-CSQRECIN, CB15).  CODE TABLE CHANGES ARE
      *    APPLIED AS ADD, CHANGE AND RETIRE TRANSACTIONS AGAINST
      *    THE CURRENT GENERATION OF EACH TABLE TO PRODUCE A NEW
      *    GENERATION, AND EVERY APPLIED CHANGE IS WRITTEN TO AN
      *    AUDIT FILE AS A BEFORE IMAGE AND AN AFTER IMAGE.
      *
      *    EACH TABLE IS PROCESSED IN ITS OWN PASS AS A TWO-FILE
      *    MATCH-MERGE (IN THE STYLE OF CBMASTER'S
      *    2000-PROCESS-MATCH-MERGE) OF THE CURRENT TABLE AGAINST
      *    THE TRANSACTIONS FOR THAT TABLE.  THE TRANSACTION FILE
      *    IS READ ONCE PER PASS AND ONLY THE TRANSACTIONS FOR THE
      *    TABLE BEING PASSED ARE USED.  WITHIN A TABLE THE
      *    TRANSACTIONS MUST BE IN ASCENDING CODE SEQUENCE; MORE
      *    THAN ONE TRANSACTION FOR A CODE IS APPLIED IN ORDER.
      *    THE NEW TABLES ARE WRITTEN IN ASCENDING CODE SEQUENCE,
      *    AS CBEDIT'S SEARCH ALL REQUIRES.
      *
      *    A TRANSACTION IS REJECTED (AND NOT APPLIED) WHEN:
      *
      *      1.  THE TABLE TYPE IS NOT 'T', 'C' OR 'S', OR THE
      *          ACTION IS NOT 'A' (ADD), 'C' (CHANGE) OR 'R'
      *          (RETIRE).
      *      2.  THE CODE IS MALFORMED - A TOP CODE THAT IS NOT
      *          SIX NUMERIC DIGITS, A CAN OR CAN SEQUENCE CODE
      *          THAT IS BLANK OR STARTS WITH A SPACE, OR ANY CODE
      *          EQUAL TO A VALUE CBEDIT RESERVES (THE 9'S TABLE
      *          FILL VALUE AND THE X'S/Y'S CAN PLACEHOLDERS).
      *      3.  AN ADD CARRIES A CODE ALREADY ON THE TABLE
      *          (DUPLICATE), OR A CHANGE OR RETIRE CARRIES A CODE
      *          NOT ON THE TABLE.
      *      4.  A TOP CODE ADD OR CHANGE HAS A BLANK TITLE OR A
      *          BLANK VOCATIONAL-ED FLAG.
      *      5.  A CHANGE IS SUBMITTED FOR THE CAN OR CAN SEQUENCE
      *          TABLE (THOSE TABLES CARRY THE CODE ONLY - RETIRE
      *          THE OLD CODE AND ADD THE NEW ONE).
      *      6.  THE TRANSACTION IS OUT OF CODE SEQUENCE.
      *
      *    A NEW GENERATION THAT WOULD NOT FIT CBEDIT'S TABLES
      *    (350 TOP CODES, 800 CAN CODES, 400 CAN SEQUENCE CODES),
      *    A NEW TOP TABLE THAT IS EMPTY, OR A CURRENT TABLE FOUND
      *    OUT OF SEQUENCE IS REPORTED AS REJECTED - DO NOT
      *    INSTALL.
      *
      *    AFTER THE TABLES ARE MAINTAINED, EVERY CODE RETIRED OR
      *    CHANGED BY THE RUN IS MATCHED AGAINST THE STATEWIDE
      *    COURSE INVENTORY MASTER (CBMASTER'S UT-S-MSTRIN) AND
      *    EVERY COURSE CARRYING ONE OF THOSE CODES IS LISTED BY
      *    COLLEGE, SO THE COLLEGES CAN BE TOLD BEFORE THEIR NEXT
      *    SUBMISSION FAILS THE CB03, CB14 OR CB15 EDIT (OR, FOR A
      *    CHANGED VOCATIONAL-ED FLAG, THE INTEGRITY EDITS THAT
      *    TEST IT).
      *
      *    LAYOUT OF PROGRAM BY MODULE NUMBERS:
      *
      *      MODULE NUMBER         FUNCTION
      *      -------------         ----------------------------
      *        0000                MAINLINE
      *        1000-1999           INITIALIZE ROUTINES
      *        2000-6999           GENERAL PROCESSING ROUTINES
      *        8000-8999           ALL INPUT/OUTPUT PROCESSING
      *                              AND OPERATIONS
      *        9000-9999           END OF PROGRAM ROUTINES
      *
      *    INPUTS:
      *        1.  OLD-TOPCODE-FILE  - CURRENT TOP CODE TABLE.
      *        2.  OLD-CAN-CODE-FILE - CURRENT CAN CODE TABLE.
      *        3.  OLD-CAN-SEQ-FILE  - CURRENT CAN SEQUENCE CODE
      *            TABLE.
      *        4.  CODE-TRANS-FILE   - CODE TABLE MAINTENANCE
      *            TRANSACTIONS.
      *        5.  COURSE-MASTER-FILE - CURRENT GENERATION OF THE
      *            STATEWIDE COURSE INVENTORY MASTER.
      *
      *    OUTPUTS:
      *        1.  NEW-TOPCODE-FILE  - NEW TOP CODE TABLE.
      *        2.  NEW-CAN-CODE-FILE - NEW CAN CODE TABLE.
      *        3.  NEW-CAN-SEQ-FILE  - NEW CAN SEQUENCE CODE TABLE.
      *        4.  CODE-AUDIT-FILE   - BEFORE AND AFTER IMAGE OF
      *            EVERY APPLIED TRANSACTION.
      *        5.  CODE TABLE MAINTENANCE REPORT, ENDING WITH AN
      *            ACCEPTED OR REJECTED DISPOSITION LINE.
      *        6.  CODE CHANGE IMPACT REPORT BY COLLEGE.
      *        7.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 8 WHEN THE GENERATION IS REJECTED, 4 WHEN
      *            COURSES ARE AFFECTED, OTHERWISE 0.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
      *
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TOPCODE-FILE
                   ASSIGN TO UT-S-TOPRECIN.
      *
           SELECT OLD-CAN-CODE-FILE
                   ASSIGN TO UT-S-CANRECIN.
      *
           SELECT OLD-CAN-SEQ-FILE
                   ASSIGN TO UT-S-CSQRECIN.
      *
           SELECT CODE-TRANS-FILE
                   ASSIGN TO UT-S-CODETRAN.
      *
           SELECT COURSE-MASTER-FILE
                   ASSIGN TO UT-S-MSTRIN.
      *
           SELECT NEW-TOPCODE-FILE
                   ASSIGN TO UT-S-TOPRECOT.
      *
           SELECT NEW-CAN-CODE-FILE
                   ASSIGN TO UT-S-CANRECOT.
      *
           SELECT NEW-CAN-SEQ-FILE
                   ASSIGN TO UT-S-CSQRECOT.
      *
           SELECT CODE-AUDIT-FILE
                   ASSIGN TO UT-S-CODEAUDT.
      *
           SELECT CODE-MAINT-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT CODE-IMPACT-REPORT
                   ASSIGN TO UT-S-PRINTER2.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OLD-TOPCODE-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS OLD-TOPCODE-RECORD.
      *
       01  OLD-TOPCODE-RECORD.
           03  OLD-TOPCODE                   PIC X(6).
           03  OLD-TOP-VOC-ED-FLAG           PIC X.
           03  OLD-TOP-TITLE                 PIC X(40).
      *
       FD  OLD-CAN-CODE-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS OLD-CAN-CODE-RECORD.
      *
       01  OLD-CAN-CODE-RECORD.
           03  OLD-CAN-CODE                  PIC X(6).
      *
       FD  OLD-CAN-SEQ-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS OLD-CAN-SEQ-RECORD.
      *
       01  OLD-CAN-SEQ-RECORD.
           03  OLD-CAN-SEQ-CODE              PIC X(8).
      *
       FD  CODE-TRANS-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS CODE-TRANS-RECORD.
      *
       01  CODE-TRANS-RECORD.
           03  TRN-TABLE-TYPE                PIC X.
               88  TRN-TOP-TABLE                 VALUE 'T'.
               88  TRN-CAN-TABLE                 VALUE 'C'.
               88  TRN-CAN-SEQ-TABLE             VALUE 'S'.
           03  TRN-ACTION                    PIC X.
               88  TRN-ADD                       VALUE 'A'.
               88  TRN-CHANGE                    VALUE 'C'.
               88  TRN-RETIRE                    VALUE 'R'.
           03  TRN-CODE                      PIC X(8).
           03  TRN-CODE-PARTS
                   REDEFINES TRN-CODE.
               05  TRN-SHORT-CODE            PIC X(6).
               05  TRN-CODE-EXTENSION        PIC X(2).
           03  TRN-VOC-ED-FLAG               PIC X.
           03  TRN-TITLE                     PIC X(40).
           03  FILLER                        PIC X(29).
      *
       FD  COURSE-MASTER-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS COURSE-MASTER-RECORD.
      *
       01  COURSE-MASTER-RECORD.
           03  MST-COLLEGE-ID              PIC X(3).
           03  MST-COURSE-PERM-DIST-ID     PIC X(12).
           03  MST-COURSE-DATA.
               05  MST-DEPARTMENT-NUMBER       PIC X(12).
               05  MST-COURSE-TITLE            PIC X(68).
               05  MST-PROGRAM-CODE            PIC X(6).
               05  MST-CREDIT-STATUS           PIC X(1).
               05  MST-TRANSF-STATUS           PIC X(1).
               05  MST-UNITS-MAXIMUM           PIC X(4).
               05  MST-UNITS-MINIMUM           PIC X(4).
               05  MST-BASIC-SKILLS-STATUS     PIC X(1).
               05  MST-SAM-PRIORITY-CODE       PIC X(1).
               05  MST-COOP-ED-STATUS          PIC X(1).
               05  MST-CLASSIFICATION-CODE     PIC X(1).
               05  MST-REPEATABILITY           PIC X(1).
               05  MST-SPECIAL-CLASS-STATUS    PIC X(1).
               05  MST-CAN-CODE                PIC X(6).
               05  MST-CAN-SEQ-CODE            PIC X(8).
               05  MST-SAME-AS-DEPTNO1         PIC X(12).
               05  MST-SAME-AS-DEPTNO2         PIC X(12).
               05  MST-SAME-AS-DEPTNO3         PIC X(12).
               05  MST-CROSSWALK-CRS-NAME      PIC X(7).
               05  MST-CROSSWALK-CRS-NUMBER    PIC X(9).
               05  MST-PRIOR-TO-COLLEGE-LEVEL  PIC X(1).
           03  MST-FIRST-OFFERED-TERM      PIC X(3).
           03  MST-LAST-CHANGED-TERM       PIC X(3).
           03  MST-LAST-BATCH-RUN-ID       PIC X(8).
           03  FILLER                      PIC X(12).
      *
       FD  NEW-TOPCODE-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS NEW-TOPCODE-RECORD.
      *
       01  NEW-TOPCODE-RECORD.
           03  NEW-TOPCODE                   PIC X(6).
           03  NEW-TOP-VOC-ED-FLAG           PIC X.
           03  NEW-TOP-TITLE                 PIC X(40).
      *
       FD  NEW-CAN-CODE-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS NEW-CAN-CODE-RECORD.
      *
       01  NEW-CAN-CODE-RECORD.
           03  NEW-CAN-CODE                  PIC X(6).
      *
       FD  NEW-CAN-SEQ-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS NEW-CAN-SEQ-RECORD.
      *
       01  NEW-CAN-SEQ-RECORD.
           03  NEW-CAN-SEQ-CODE              PIC X(8).
      *
       FD  CODE-AUDIT-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS CODE-AUDIT-RECORD.
      *
       01  CODE-AUDIT-RECORD.
           03  AUD-RUN-DATE                  PIC X(6).
           03  AUD-RUN-TIME                  PIC X(4).
           03  AUD-TRANS-NUMBER              PIC 9(6).
           03  AUD-TABLE-TYPE                PIC X.
           03  AUD-ACTION                    PIC X.
           03  AUD-IMAGE-TYPE                PIC X.
               88  AUD-BEFORE-IMAGE              VALUE 'B'.
               88  AUD-AFTER-IMAGE               VALUE 'A'.
           03  AUD-CODE-IMAGE.
               05  AUD-CODE                  PIC X(8).
               05  AUD-VOC-ED-FLAG           PIC X.
               05  AUD-TITLE                 PIC X(40).
           03  FILLER                        PIC X(32).
      *
       FD  CODE-MAINT-REPORT
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS PRINT-RECORD.
      *
       01  PRINT-RECORD PIC X(133).
      *
       FD  CODE-IMPACT-REPORT
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS PRINT-RECORD-2.
      *
       01  PRINT-RECORD-2 PIC X(133).
      *
       FD  RUN-LEDGER-FILE
                   LABEL RECORDS ARE STANDARD
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS RUN-LEDGER-RECORD.
      *
       01  RUN-LEDGER-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            EDIT-CYCLE RUN LEDGER RECORD                       *
      *                                                               *
      *    ONE RECORD IS APPENDED BY EVERY PROGRAM IN THE TERM        *
      *    CYCLE EACH TIME IT RUNS.  THE COMPLETION STATUS IS 'C'     *
      *    COMPLETE, 'W' COMPLETE WITH EXCEPTIONS, 'F' FAILED         *
      *    (OUTPUT NOT USABLE), 'P' NOT RUN - PREREQUISITE NOT MET,   *
      *    OR 'A' ABORTED - INVALID PARAMETERS.  THE RETURN CODE IS   *
      *    THE CONDITION CODE THE STEP ENDED WITH.                    *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  LDG-PROGRAM-ID                PIC X(8).
           03  LDG-TERM-IDENTIFIER           PIC X(3).
           03  LDG-BATCH-RUN-ID              PIC X(8).
           03  LDG-PARTITION-NUMBER          PIC 9.
           03  LDG-START-DATE                PIC 9(6).
           03  LDG-START-TIME                PIC 9(6).
           03  LDG-END-DATE                  PIC 9(6).
           03  LDG-END-TIME                  PIC 9(6).
           03  LDG-INPUT-COUNT               PIC 9(7).
           03  LDG-OUTPUT-COUNT              PIC 9(7).
           03  LDG-EXCEPTION-COUNT           PIC 9(7).
           03  LDG-COMPLETION-STATUS         PIC X.
           03  LDG-RETURN-CODE               PIC 9(2).
           03  FILLER                        PIC X(12).
      /
       WORKING-STORAGE SECTION.
      *
       01  PROGRAM-FLAG-AREA                      VALUE ZEROS.
           03  END-OF-OLD-TABLE-FLAG       PIC 9.
               88  END-OF-OLD-TABLE            VALUE 1.
           03  OLD-CODE-FOUND-FLAG         PIC 9.
               88  OLD-CODE-FOUND              VALUE 1.
           03  END-OF-TRANS-FLAG           PIC 9.
               88  END-OF-TRANS                VALUE 1.
           03  TRANS-FOUND-FLAG            PIC 9.
               88  TRANS-FOUND                 VALUE 1.
           03  CODE-ON-TABLE-FLAG          PIC 9.
               88  CODE-ON-TABLE               VALUE 1.
           03  CODE-WAS-ON-TABLE-FLAG      PIC 9.
               88  CODE-WAS-ON-TABLE           VALUE 1.
           03  GENERATION-ERROR-FLAG       PIC 9.
               88  GENERATION-IN-ERROR         VALUE 1.
           03  OLD-TABLE-SEQUENCE-FLAG     PIC 9.
               88  OLD-TABLE-OUT-OF-SEQUENCE   VALUE 1.
           03  END-OF-MASTER-FLAG          PIC 9.
               88  END-OF-MASTER               VALUE 1.
           03  FIRST-COLLEGE-FLAG          PIC 9.
               88  FIRST-COLLEGE               VALUE 1.
           03  COURSE-AFFECTED-FLAG        PIC 9.
               88  COURSE-AFFECTED             VALUE 1.
      *
       01  PASS-CONTROL-AREA.
           03  PASS-TABLE-TYPE             PIC X.
               88  PASS-TOP-TABLE              VALUE 'T'.
               88  PASS-CAN-TABLE              VALUE 'C'.
               88  PASS-CAN-SEQ-TABLE          VALUE 'S'.
           03  PASS-NUMBER                 PIC 9.
           03  PASS-TABLE-LIMIT            PIC 9(4).
      *
       01  MATCH-KEY-AREA.
           03  OLD-TABLE-KEY               PIC X(8).
           03  PRIOR-OLD-TABLE-KEY         PIC X(8).
           03  TRANS-KEY                   PIC X(8).
           03  PRIOR-TRANS-KEY             PIC X(8).
           03  ACTIVE-CODE-KEY             PIC X(8).
           03  HOLD-COLLEGE-ID             PIC X(3).
      *
       01  CODE-IMAGE-AREA.
           03  OLD-CODE-IMAGE.
               05  OLD-IMAGE-CODE          PIC X(8).
               05  OLD-IMAGE-VOC-ED-FLAG   PIC X.
               05  OLD-IMAGE-TITLE         PIC X(40).
           03  CURRENT-CODE-IMAGE.
               05  CUR-IMAGE-CODE          PIC X(8).
               05  CUR-IMAGE-VOC-ED-FLAG   PIC X.
               05  CUR-IMAGE-TITLE         PIC X(40).
           03  ORIGINAL-CODE-IMAGE.
               05  ORIG-IMAGE-CODE         PIC X(8).
               05  ORIG-IMAGE-VOC-ED-FLAG  PIC X.
               05  ORIG-IMAGE-TITLE        PIC X(40).
           03  BEFORE-CODE-IMAGE           PIC X(49).
      *
       01  TRANS-WORK-AREA.
           03  TRANS-RECORD-NUMBER         PIC 9(6) VALUE ZERO.
           03  TRANS-DISPOSITION           PIC X(36) VALUE SPACES.
           03  IMPACT-ACTION-WORK          PIC X(24) VALUE SPACES.
           03  IMPACT-ELEMENT-WORK         PIC X(4)  VALUE SPACES.
           03  IMPACT-CODE-WORK            PIC X(8)  VALUE SPACES.
      *
       01  RUN-DATE-TIME-AREA.
           03  RUN-DATE-STAMP              PIC X(6).
           03  RUN-TIME-STAMP              PIC X(8).
           03  FILLER REDEFINES RUN-TIME-STAMP.
               05  RUN-TIME-HHMM           PIC X(4).
               05  FILLER                  PIC X(4).
      *
      *    COUNTS BY TABLE - OCCURRENCE 1 IS THE TOP CODE TABLE,
      *    2 THE CAN CODE TABLE, 3 THE CAN SEQUENCE CODE TABLE.
      *
       01  TABLE-MAINT-COUNTERS            VALUE ZEROS.
           03  TABLE-COUNT-ENTRY OCCURS 3 TIMES.
               05  TBL-OLD-READ-COUNT       PIC 9(5).
               05  TBL-OLD-DROPPED-COUNT    PIC 9(5).
               05  TBL-ADDED-COUNT          PIC 9(5).
               05  TBL-CHANGED-COUNT        PIC 9(5).
               05  TBL-RETIRED-COUNT        PIC 9(5).
               05  TBL-NEW-WRITTEN-COUNT    PIC 9(5).
               05  TBL-TRANS-APPLIED-COUNT  PIC 9(5).
               05  TBL-TRANS-REJECTED-COUNT PIC 9(5).
      *
       01  CODE-MAINT-COUNTERS             VALUE ZEROS.
           03  INVALID-TYPE-COUNT           PIC 9(5).
           03  AUDIT-RECORDS-COUNT          PIC 9(6).
           03  IMPACT-OVERFLOW-COUNT        PIC 9(5).
           03  MASTER-READ-COUNT            PIC 9(7).
           03  COLLEGE-AFFECTED-COUNT       PIC 9(6).
           03  STATE-AFFECTED-COUNT         PIC 9(7).
           03  COLLEGES-AFFECTED-COUNT      PIC 9(4).
      *
      *    CODES RETIRED OR CHANGED BY THIS RUN, ONE TABLE PER CODE
      *    TABLE.  EACH PASS ADDS ITS CODES IN ASCENDING SEQUENCE,
      *    SO THE UNUSED HIGH-VALUES ENTRIES STAY AT THE END AND
      *    THE TABLES CAN BE SEARCHED WITH SEARCH ALL.
      *
       01  TOP-IMPACT-COUNT                PIC 9(4) VALUE ZERO.
       01  TOP-IMPACT-TABLE                     VALUE HIGH-VALUES.
           03  TOP-IMPACT-ENTRY
                       OCCURS 1000 TIMES
                       ASCENDING KEY IS TOP-IMPACT-CODE
                       INDEXED BY TOP-IMPACT-INDEX.
               05  TOP-IMPACT-CODE         PIC X(6).
               05  TOP-IMPACT-ACTION       PIC X(24).
      *
       01  CAN-IMPACT-COUNT                PIC 9(4) VALUE ZERO.
       01  CAN-IMPACT-TABLE                     VALUE HIGH-VALUES.
           03  CAN-IMPACT-ENTRY
                       OCCURS 1000 TIMES
                       ASCENDING KEY IS CAN-IMPACT-CODE
                       INDEXED BY CAN-IMPACT-INDEX.
               05  CAN-IMPACT-CODE         PIC X(6).
               05  CAN-IMPACT-ACTION       PIC X(24).
      *
       01  CSQ-IMPACT-COUNT                PIC 9(4) VALUE ZERO.
       01  CSQ-IMPACT-TABLE                     VALUE HIGH-VALUES.
           03  CSQ-IMPACT-ENTRY
                       OCCURS 1000 TIMES
                       ASCENDING KEY IS CSQ-IMPACT-CODE
                       INDEXED BY CSQ-IMPACT-INDEX.
               05  CSQ-IMPACT-CODE         PIC X(8).
               05  CSQ-IMPACT-ACTION       PIC X(24).
      *
      *
      *    RUN LEDGER ENTRY FOR THIS EXECUTION.  THE STATUS SET HERE
      *    DETERMINES THE RETURN CODE THE STEP ENDS WITH.
      *
       01  RUN-LEDGER-WORK-AREA.
           03  LEDGER-TERM                 PIC X(3)  VALUE SPACES.
           03  LEDGER-BATCH-RUN-ID         PIC X(8)  VALUE SPACES.
           03  LEDGER-PARTITION            PIC 9     VALUE ZERO.
           03  LEDGER-START-DATE           PIC 9(6)  VALUE ZERO.
           03  LEDGER-START-TIME.
               05  LEDGER-START-HHMMSS     PIC 9(6)  VALUE ZERO.
               05  FILLER                  PIC 9(2)  VALUE ZERO.
           03  LEDGER-END-DATE             PIC 9(6)  VALUE ZERO.
           03  LEDGER-END-TIME.
               05  LEDGER-END-HHMMSS       PIC 9(6)  VALUE ZERO.
               05  FILLER                  PIC 9(2)  VALUE ZERO.
           03  LEDGER-INPUT-COUNT          PIC 9(7)  VALUE ZERO.
           03  LEDGER-OUTPUT-COUNT         PIC 9(7)  VALUE ZERO.
           03  LEDGER-EXCEPTION-COUNT      PIC 9(7)  VALUE ZERO.
           03  LEDGER-STATUS               PIC X     VALUE 'C'.
               88  LEDGER-COMPLETE                   VALUE 'C'.
               88  LEDGER-COMPLETE-WITH-EXCEPTIONS   VALUE 'W'.
               88  LEDGER-FAILED                     VALUE 'F'.
               88  LEDGER-PREREQUISITE-NOT-MET       VALUE 'P'.
               88  LEDGER-PARM-ABORT                 VALUE 'A'.
           03  LEDGER-RETURN-CODE          PIC 9(2)  VALUE ZERO.
      *
       01  REPORT-PAGE-COUNTER             PIC 9(5) VALUE ZERO.
       01  REPORT-LINE-COUNTER             PIC 9(2) VALUE 99.
       01  IMPACT-PAGE-COUNTER             PIC 9(5) VALUE ZERO.
       01  IMPACT-LINE-COUNTER             PIC 9(2) VALUE 99.
       01  PRT-PAGE-MAXIMUM                PIC 9(2) VALUE 55.
      *
       01  MAINT-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'TOP/CAN CODE TABLE MAINTENANCE'.
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  MAINT-PAGE-OUT          PIC ZZZZ9.
      *
       01  MAINT-TITLE-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'TRANS'.
           03  FILLER                  PIC X(6)  VALUE 'TABLE'.
           03  FILLER                  PIC X(7)  VALUE 'ACTION'.
           03  FILLER                  PIC X(10) VALUE 'CODE'.
           03  FILLER                  PIC X(4)  VALUE 'VOC'.
           03  FILLER                  PIC X(42) VALUE 'TITLE'.
           03  FILLER                  PIC X(36) VALUE 'DISPOSITION'.
      *
       01  MAINT-DETAIL-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  DET-TRANS-NO-OUT        PIC ZZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DET-TABLE-OUT           PIC X(6).
           03  DET-ACTION-OUT          PIC X(7).
           03  DET-CODE-OUT            PIC X(10).
           03  DET-VOC-ED-OUT          PIC X(4).
           03  DET-TITLE-OUT           PIC X(42).
           03  DET-DISPOSITION-OUT     PIC X(36).
      *
       01  MAINT-TABLE-NAME-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SUM-TABLE-NAME-OUT      PIC X(40).
      *
       01  MAINT-SUMMARY-LINE.
           03  FILLER                  PIC X(12) VALUE SPACE.
           03  SUM-COUNT-NAME-OUT      PIC X(30).
           03  SUM-COUNT-OUT           PIC ZZZ,ZZ9.
      *
       01  MAINT-ERROR-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SUM-ERROR-OUT           PIC X(60).
      *
       01  MAINT-ACCEPTED-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(45) VALUE
               'NEW CODE TABLES ACCEPTED FOR PRODUCTION'.
      *
       01  MAINT-REJECTED-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(45) VALUE
               'NEW CODE TABLES REJECTED - DO NOT INSTALL'.
      *
       01  IMPACT-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'CODE TABLE CHANGE IMPACT ON COURSE MASTER'.
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  IMPACT-PAGE-OUT         PIC ZZZZ9.
      *
       01  IMPACT-TITLE-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'COLLEGE'.
           03  FILLER                  PIC X(14) VALUE 'COURSE ID'.
           03  FILLER                  PIC X(14) VALUE 'DEPT NUMBER'.
           03  FILLER                  PIC X(6)  VALUE 'ELEM'.
           03  FILLER                  PIC X(10) VALUE 'CODE'.
           03  FILLER                  PIC X(26) VALUE 'CODE ACTION'.
           03  FILLER                  PIC X(40) VALUE 'COURSE TITLE'.
      *
       01  IMPACT-DETAIL-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  IMP-COLLEGE-OUT         PIC X(8).
           03  IMP-COURSE-ID-OUT       PIC X(14).
           03  IMP-DEPT-NUMBER-OUT     PIC X(14).
           03  IMP-ELEMENT-OUT         PIC X(6).
           03  IMP-CODE-OUT            PIC X(10).
           03  IMP-ACTION-OUT          PIC X(26).
           03  IMP-TITLE-OUT           PIC X(40).
      *
       01  IMPACT-COLLEGE-TOTAL-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'COLLEGE'.
           03  IMP-TOTAL-COLLEGE-OUT   PIC X(4).
           03  FILLER                  PIC X(26) VALUE
               'COURSES AFFECTED.......'.
           03  IMP-TOTAL-COUNT-OUT     PIC ZZZ,ZZ9.
      *
       01  IMPACT-NONE-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'NO CODES RETIRED OR CHANGED - NO COURSES AFFECTED'.
      *
       01  IMPACT-SUMMARY-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'MASTER COURSES READ.......... '.
           03  IMP-SUM-READ-OUT        PIC Z,ZZZ,ZZ9.
      *
       01  IMPACT-SUMMARY-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'COURSES AFFECTED............. '.
           03  IMP-SUM-AFFECTED-OUT    PIC Z,ZZZ,ZZ9.
      *
       01  IMPACT-SUMMARY-LINE-3.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'COLLEGES AFFECTED............ '.
           03  IMP-SUM-COLLEGES-OUT    PIC Z,ZZZ,ZZ9.
      *
       01  IMPACT-OVERFLOW-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'CODES NOT CHECKED - MORE THAN 1000 IN ONE TABLE..'.
           03  IMP-OVERFLOW-OUT        PIC ZZ,ZZ9.
      /
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           MOVE 'T'  TO PASS-TABLE-TYPE.
           MOVE 1    TO PASS-NUMBER.
           MOVE 350  TO PASS-TABLE-LIMIT.
           PERFORM 2000-PROCESS-TABLE-PASS.
           MOVE 'C'  TO PASS-TABLE-TYPE.
           MOVE 2    TO PASS-NUMBER.
           MOVE 800  TO PASS-TABLE-LIMIT.
           PERFORM 2000-PROCESS-TABLE-PASS.
           MOVE 'S'  TO PASS-TABLE-TYPE.
           MOVE 3    TO PASS-NUMBER.
           MOVE 400  TO PASS-TABLE-LIMIT.
           PERFORM 2000-PROCESS-TABLE-PASS.
           PERFORM 5000-PROCESS-IMPACT-ANALYSIS.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           OPEN OUTPUT CODE-AUDIT-FILE.
           OPEN OUTPUT CODE-MAINT-REPORT.
           OPEN OUTPUT CODE-IMPACT-REPORT.
           ACCEPT RUN-DATE-STAMP FROM DATE.
           ACCEPT RUN-TIME-STAMP FROM TIME.
      *
      *
      *    ONE PASS OF THE TRANSACTION FILE AGAINST ONE CODE TABLE.
      *
       2000-PROCESS-TABLE-PASS.
           PERFORM 8000-OPEN-TABLE-FILES.
           OPEN INPUT CODE-TRANS-FILE.
           MOVE ZERO        TO END-OF-OLD-TABLE-FLAG.
           MOVE ZERO        TO END-OF-TRANS-FLAG.
           MOVE ZERO        TO TRANS-RECORD-NUMBER.
           MOVE LOW-VALUES  TO PRIOR-OLD-TABLE-KEY.
           MOVE LOW-VALUES  TO PRIOR-TRANS-KEY.
           PERFORM 8500-READ-OLD-TABLE.
           PERFORM 8510-READ-TRANS-RECORD.
           PERFORM 2100-PROCESS-MATCH-MERGE
                   UNTIL END-OF-OLD-TABLE AND END-OF-TRANS.
           CLOSE CODE-TRANS-FILE.
           PERFORM 8010-CLOSE-TABLE-FILES.
      *
      *
       2100-PROCESS-MATCH-MERGE.
           IF  OLD-TABLE-KEY IS LESS THAN TRANS-KEY
               PERFORM 2110-CARRY-OLD-CODE
           ELSE
               PERFORM 2200-PROCESS-CODE-TRANS
           END-IF.
      *
      *
       2110-CARRY-OLD-CODE.
           MOVE OLD-CODE-IMAGE TO CURRENT-CODE-IMAGE.
           PERFORM 8600-WRITE-NEW-CODE.
           PERFORM 8500-READ-OLD-TABLE.
      *
      *
      *    ALL TRANSACTIONS FOR ONE CODE ARE APPLIED IN ORDER TO
      *    THE CODE'S CURRENT IMAGE; THE NET RESULT IS WRITTEN TO
      *    THE NEW TABLE AND NOTED FOR THE IMPACT ANALYSIS.
      *
       2200-PROCESS-CODE-TRANS.
           MOVE TRANS-KEY TO ACTIVE-CODE-KEY.
           IF  OLD-TABLE-KEY IS EQUAL TO TRANS-KEY
               MOVE OLD-CODE-IMAGE TO CURRENT-CODE-IMAGE
               SET CODE-ON-TABLE TO TRUE
               PERFORM 8500-READ-OLD-TABLE
           ELSE
               MOVE SPACES TO CURRENT-CODE-IMAGE
               MOVE ZERO   TO CODE-ON-TABLE-FLAG
           END-IF.
           MOVE CODE-ON-TABLE-FLAG  TO CODE-WAS-ON-TABLE-FLAG.
           MOVE CURRENT-CODE-IMAGE  TO ORIGINAL-CODE-IMAGE.
           PERFORM 2300-APPLY-ONE-TRANS
                   UNTIL TRANS-KEY IS NOT EQUAL TO ACTIVE-CODE-KEY.
           IF  CODE-ON-TABLE
               PERFORM 8600-WRITE-NEW-CODE
           END-IF.
           PERFORM 2400-RECORD-NET-CHANGE.
      *
      *
       2300-APPLY-ONE-TRANS.
           MOVE SPACES TO TRANS-DISPOSITION.
           PERFORM 2310-VALIDATE-TRANS.
           IF  TRANS-DISPOSITION IS EQUAL TO SPACES
               MOVE CURRENT-CODE-IMAGE TO BEFORE-CODE-IMAGE
               IF  TRN-ADD
                   MOVE TRN-CODE        TO CUR-IMAGE-CODE
                   MOVE TRN-VOC-ED-FLAG TO CUR-IMAGE-VOC-ED-FLAG
                   MOVE TRN-TITLE       TO CUR-IMAGE-TITLE
                   SET CODE-ON-TABLE TO TRUE
               END-IF
               IF  TRN-CHANGE
                   MOVE TRN-VOC-ED-FLAG TO CUR-IMAGE-VOC-ED-FLAG
                   MOVE TRN-TITLE       TO CUR-IMAGE-TITLE
               END-IF
               IF  TRN-RETIRE
                   MOVE SPACES TO CURRENT-CODE-IMAGE
                   MOVE ZERO   TO CODE-ON-TABLE-FLAG
               END-IF
               PERFORM 8800-WRITE-AUDIT-IMAGES
               MOVE 'APPLIED' TO TRANS-DISPOSITION
               ADD 1 TO TBL-TRANS-APPLIED-COUNT (PASS-NUMBER)
           ELSE
               ADD 1 TO TBL-TRANS-REJECTED-COUNT (PASS-NUMBER)
           END-IF.
           PERFORM 8650-PRINT-TRANS-LINE.
           PERFORM 8510-READ-TRANS-RECORD.
      *
      *
      *    THE CHECKS ARE MADE FROM LEAST TO MOST FUNDAMENTAL; THE
      *    LAST ONE FAILED IS THE REASON PRINTED.
      *
       2310-VALIDATE-TRANS.
           IF  PASS-TOP-TABLE
                   AND (TRN-ADD OR TRN-CHANGE)
               IF  TRN-VOC-ED-FLAG IS EQUAL TO SPACE
                   MOVE 'REJECTED - VOC-ED FLAG BLANK'
                           TO TRANS-DISPOSITION
               END-IF
               IF  TRN-TITLE IS EQUAL TO SPACES
                   MOVE 'REJECTED - TOP TITLE BLANK'
                           TO TRANS-DISPOSITION
               END-IF
           END-IF.
           IF  TRN-CHANGE
                   AND CODE-ON-TABLE
                   AND TRN-VOC-ED-FLAG IS EQUAL TO
                           CUR-IMAGE-VOC-ED-FLAG
                   AND TRN-TITLE IS EQUAL TO CUR-IMAGE-TITLE
               MOVE 'REJECTED - NO CHANGE TO TABLE ENTRY'
                       TO TRANS-DISPOSITION
           END-IF.
           IF  (TRN-CHANGE OR TRN-RETIRE)
                   AND NOT CODE-ON-TABLE
               MOVE 'REJECTED - CODE NOT ON TABLE'
                       TO TRANS-DISPOSITION
           END-IF.
           IF  TRN-ADD
                   AND CODE-ON-TABLE
               MOVE 'REJECTED - DUPLICATE CODE'
                       TO TRANS-DISPOSITION
           END-IF.
           IF  TRN-CHANGE
                   AND NOT PASS-TOP-TABLE
               MOVE 'REJECTED - USE RETIRE AND ADD'
                       TO TRANS-DISPOSITION
           END-IF.
           IF  NOT TRN-ADD
                   AND NOT TRN-CHANGE
                   AND NOT TRN-RETIRE
               MOVE 'REJECTED - ACTION NOT A, C OR R'
                       TO TRANS-DISPOSITION
           END-IF.
           PERFORM 2320-CHECK-CODE-FORMAT.
      *
      *
       2320-CHECK-CODE-FORMAT.
           IF  PASS-TOP-TABLE
               IF  TRN-SHORT-CODE IS NOT NUMERIC
                       OR TRN-CODE-EXTENSION IS NOT EQUAL TO SPACES
                       OR TRN-SHORT-CODE IS EQUAL TO '999999'
                   MOVE 'REJECTED - MALFORMED TOP CODE'
                           TO TRANS-DISPOSITION
               END-IF
           END-IF.
           IF  PASS-CAN-TABLE
               IF  TRN-CODE (1:1) IS EQUAL TO SPACE
                       OR TRN-CODE-EXTENSION IS NOT EQUAL TO SPACES
                       OR TRN-SHORT-CODE IS EQUAL TO '999999'
                       OR TRN-SHORT-CODE IS EQUAL TO 'XXXXXX'
                       OR TRN-SHORT-CODE IS EQUAL TO 'YYYYYY'
                   MOVE 'REJECTED - MALFORMED CAN CODE'
                           TO TRANS-DISPOSITION
               END-IF
           END-IF.
           IF  PASS-CAN-SEQ-TABLE
               IF  TRN-CODE (1:1) IS EQUAL TO SPACE
                       OR TRN-CODE IS EQUAL TO '99999999'
                       OR TRN-CODE IS EQUAL TO 'XXXXXXXX'
                       OR TRN-CODE IS EQUAL TO 'YYYYYYYY'
                   MOVE 'REJECTED - MALFORMED CAN SEQ CODE'
                           TO TRANS-DISPOSITION
               END-IF
           END-IF.
      *
      *
       2400-RECORD-NET-CHANGE.
           IF  CODE-WAS-ON-TABLE
               IF  CODE-ON-TABLE
                   IF  CURRENT-CODE-IMAGE IS NOT EQUAL TO
                           ORIGINAL-CODE-IMAGE
                       ADD 1 TO TBL-CHANGED-COUNT (PASS-NUMBER)
                       IF  CUR-IMAGE-VOC-ED-FLAG IS NOT EQUAL TO
                               ORIG-IMAGE-VOC-ED-FLAG
                           MOVE 'CHANGED - VOC-ED FLAG'
                                   TO IMPACT-ACTION-WORK
                       ELSE
                           MOVE 'CHANGED - TITLE ONLY'
                                   TO IMPACT-ACTION-WORK
                       END-IF
                       PERFORM 2500-ADD-IMPACT-CODE
                   END-IF
               ELSE
                   ADD 1 TO TBL-RETIRED-COUNT (PASS-NUMBER)
                   MOVE 'RETIRED' TO IMPACT-ACTION-WORK
                   PERFORM 2500-ADD-IMPACT-CODE
               END-IF
           ELSE
               IF  CODE-ON-TABLE
                   ADD 1 TO TBL-ADDED-COUNT (PASS-NUMBER)
               END-IF
           END-IF.
      *
      *
       2500-ADD-IMPACT-CODE.
           IF  PASS-TOP-TABLE
               IF  TOP-IMPACT-COUNT IS LESS THAN 1000
                   ADD 1 TO TOP-IMPACT-COUNT
                   SET TOP-IMPACT-INDEX TO TOP-IMPACT-COUNT
                   MOVE ACTIVE-CODE-KEY
                           TO TOP-IMPACT-CODE (TOP-IMPACT-INDEX)
                   MOVE IMPACT-ACTION-WORK
                           TO TOP-IMPACT-ACTION (TOP-IMPACT-INDEX)
               ELSE
                   ADD 1 TO IMPACT-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF  PASS-CAN-TABLE
               IF  CAN-IMPACT-COUNT IS LESS THAN 1000
                   ADD 1 TO CAN-IMPACT-COUNT
                   SET CAN-IMPACT-INDEX TO CAN-IMPACT-COUNT
                   MOVE ACTIVE-CODE-KEY
                           TO CAN-IMPACT-CODE (CAN-IMPACT-INDEX)
                   MOVE IMPACT-ACTION-WORK
                           TO CAN-IMPACT-ACTION (CAN-IMPACT-INDEX)
               ELSE
                   ADD 1 TO IMPACT-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF  PASS-CAN-SEQ-TABLE
               IF  CSQ-IMPACT-COUNT IS LESS THAN 1000
                   ADD 1 TO CSQ-IMPACT-COUNT
                   SET CSQ-IMPACT-INDEX TO CSQ-IMPACT-COUNT
                   MOVE ACTIVE-CODE-KEY
                           TO CSQ-IMPACT-CODE (CSQ-IMPACT-INDEX)
                   MOVE IMPACT-ACTION-WORK
                           TO CSQ-IMPACT-ACTION (CSQ-IMPACT-INDEX)
               ELSE
                   ADD 1 TO IMPACT-OVERFLOW-COUNT
               END-IF
           END-IF.
      /
      *    LIST EVERY MASTER COURSE CARRYING A RETIRED OR CHANGED
      *    CODE, BY COLLEGE.
      *
       5000-PROCESS-IMPACT-ANALYSIS.
           IF  TOP-IMPACT-COUNT IS EQUAL TO ZERO
                   AND CAN-IMPACT-COUNT IS EQUAL TO ZERO
                   AND CSQ-IMPACT-COUNT IS EQUAL TO ZERO
               PERFORM 8760-PRINT-IMPACT-HEADINGS
               WRITE PRINT-RECORD-2 FROM IMPACT-NONE-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               OPEN INPUT COURSE-MASTER-FILE
               SET FIRST-COLLEGE TO TRUE
               PERFORM 8520-READ-MASTER-RECORD
               PERFORM 5100-CHECK-MASTER-COURSE
                       UNTIL END-OF-MASTER
               PERFORM 5400-PROCESS-COLLEGE-BREAK
               CLOSE COURSE-MASTER-FILE
               IF  IMPACT-PAGE-COUNTER IS EQUAL TO ZERO
                   PERFORM 8760-PRINT-IMPACT-HEADINGS
               END-IF
           END-IF.
           MOVE MASTER-READ-COUNT       TO IMP-SUM-READ-OUT.
           MOVE STATE-AFFECTED-COUNT    TO IMP-SUM-AFFECTED-OUT.
           MOVE COLLEGES-AFFECTED-COUNT TO IMP-SUM-COLLEGES-OUT.
           WRITE PRINT-RECORD-2 FROM IMPACT-SUMMARY-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD-2 FROM IMPACT-SUMMARY-LINE-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD-2 FROM IMPACT-SUMMARY-LINE-3
                   AFTER ADVANCING 1 LINE.
           IF  IMPACT-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE IMPACT-OVERFLOW-COUNT TO IMP-OVERFLOW-OUT
               WRITE PRINT-RECORD-2 FROM IMPACT-OVERFLOW-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.
      *
      *
       5100-CHECK-MASTER-COURSE.
           IF  FIRST-COLLEGE
               MOVE MST-COLLEGE-ID TO HOLD-COLLEGE-ID
               MOVE ZERO TO FIRST-COLLEGE-FLAG
           ELSE
               IF  MST-COLLEGE-ID IS NOT EQUAL TO HOLD-COLLEGE-ID
                   PERFORM 5400-PROCESS-COLLEGE-BREAK
                   MOVE MST-COLLEGE-ID TO HOLD-COLLEGE-ID
               END-IF
           END-IF.
           MOVE ZERO TO COURSE-AFFECTED-FLAG.
           IF  TOP-IMPACT-COUNT IS GREATER THAN ZERO
               PERFORM 5110-CHECK-TOP-IMPACT
           END-IF.
           IF  CAN-IMPACT-COUNT IS GREATER THAN ZERO
               PERFORM 5120-CHECK-CAN-IMPACT
           END-IF.
           IF  CSQ-IMPACT-COUNT IS GREATER THAN ZERO
               PERFORM 5130-CHECK-CAN-SEQ-IMPACT
           END-IF.
           IF  COURSE-AFFECTED
               ADD 1 TO COLLEGE-AFFECTED-COUNT
           END-IF.
           PERFORM 8520-READ-MASTER-RECORD.
      *
      *
       5110-CHECK-TOP-IMPACT.
           SEARCH ALL TOP-IMPACT-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN TOP-IMPACT-CODE (TOP-IMPACT-INDEX)
                       IS EQUAL TO MST-PROGRAM-CODE
                   MOVE 'CB03'           TO IMPACT-ELEMENT-WORK
                   MOVE MST-PROGRAM-CODE TO IMPACT-CODE-WORK
                   MOVE TOP-IMPACT-ACTION (TOP-IMPACT-INDEX)
                           TO IMPACT-ACTION-WORK
                   PERFORM 5200-LIST-AFFECTED-COURSE.
      *
      *
       5120-CHECK-CAN-IMPACT.
           SEARCH ALL CAN-IMPACT-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN CAN-IMPACT-CODE (CAN-IMPACT-INDEX)
                       IS EQUAL TO MST-CAN-CODE
                   MOVE 'CB14'           TO IMPACT-ELEMENT-WORK
                   MOVE MST-CAN-CODE     TO IMPACT-CODE-WORK
                   MOVE CAN-IMPACT-ACTION (CAN-IMPACT-INDEX)
                           TO IMPACT-ACTION-WORK
                   PERFORM 5200-LIST-AFFECTED-COURSE.
      *
      *
       5130-CHECK-CAN-SEQ-IMPACT.
           SEARCH ALL CSQ-IMPACT-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN CSQ-IMPACT-CODE (CSQ-IMPACT-INDEX)
                       IS EQUAL TO MST-CAN-SEQ-CODE
                   MOVE 'CB15'           TO IMPACT-ELEMENT-WORK
                   MOVE MST-CAN-SEQ-CODE TO IMPACT-CODE-WORK
                   MOVE CSQ-IMPACT-ACTION (CSQ-IMPACT-INDEX)
                           TO IMPACT-ACTION-WORK
                   PERFORM 5200-LIST-AFFECTED-COURSE.
      *
      *
       5200-LIST-AFFECTED-COURSE.
           SET COURSE-AFFECTED TO TRUE.
           MOVE MST-COLLEGE-ID          TO IMP-COLLEGE-OUT.
           MOVE MST-COURSE-PERM-DIST-ID TO IMP-COURSE-ID-OUT.
           MOVE MST-DEPARTMENT-NUMBER   TO IMP-DEPT-NUMBER-OUT.
           MOVE IMPACT-ELEMENT-WORK     TO IMP-ELEMENT-OUT.
           MOVE IMPACT-CODE-WORK        TO IMP-CODE-OUT.
           MOVE IMPACT-ACTION-WORK      TO IMP-ACTION-OUT.
           MOVE MST-COURSE-TITLE        TO IMP-TITLE-OUT.
           PERFORM 8750-PRINT-IMPACT-LINE.
      *
      *
       5400-PROCESS-COLLEGE-BREAK.
           IF  COLLEGE-AFFECTED-COUNT IS GREATER THAN ZERO
               MOVE HOLD-COLLEGE-ID        TO IMP-TOTAL-COLLEGE-OUT
               MOVE COLLEGE-AFFECTED-COUNT TO IMP-TOTAL-COUNT-OUT
               WRITE PRINT-RECORD-2 FROM IMPACT-COLLEGE-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRINT-RECORD-2
               WRITE PRINT-RECORD-2
                       AFTER ADVANCING 1 LINE
               ADD 2 TO IMPACT-LINE-COUNTER
               ADD COLLEGE-AFFECTED-COUNT TO STATE-AFFECTED-COUNT
               ADD 1 TO COLLEGES-AFFECTED-COUNT
           END-IF.
           MOVE ZERO TO COLLEGE-AFFECTED-COUNT.
      /
       8000-OPEN-TABLE-FILES.
           IF  PASS-TOP-TABLE
               OPEN INPUT  OLD-TOPCODE-FILE
               OPEN OUTPUT NEW-TOPCODE-FILE
           END-IF.
           IF  PASS-CAN-TABLE
               OPEN INPUT  OLD-CAN-CODE-FILE
               OPEN OUTPUT NEW-CAN-CODE-FILE
           END-IF.
           IF  PASS-CAN-SEQ-TABLE
               OPEN INPUT  OLD-CAN-SEQ-FILE
               OPEN OUTPUT NEW-CAN-SEQ-FILE
           END-IF.
      *
      *
       8010-CLOSE-TABLE-FILES.
           IF  PASS-TOP-TABLE
               CLOSE OLD-TOPCODE-FILE
               CLOSE NEW-TOPCODE-FILE
           END-IF.
           IF  PASS-CAN-TABLE
               CLOSE OLD-CAN-CODE-FILE
               CLOSE NEW-CAN-CODE-FILE
           END-IF.
           IF  PASS-CAN-SEQ-TABLE
               CLOSE OLD-CAN-SEQ-FILE
               CLOSE NEW-CAN-SEQ-FILE
           END-IF.
      *
      *
      *    A CURRENT-TABLE RECORD THAT REPEATS THE PRIOR CODE IS
      *    DROPPED; ONE THAT IS OUT OF SEQUENCE IS DROPPED AND THE
      *    NEW GENERATION IS REJECTED, SINCE CBEDIT COULD NOT HAVE
      *    FOUND IT WITH SEARCH ALL.
      *
       8500-READ-OLD-TABLE.
           MOVE ZERO TO OLD-CODE-FOUND-FLAG.
           PERFORM 8505-READ-OLD-CODE
                   UNTIL OLD-CODE-FOUND OR END-OF-OLD-TABLE.
      *
      *
       8505-READ-OLD-CODE.
           MOVE SPACES TO OLD-CODE-IMAGE.
           IF  PASS-TOP-TABLE
               READ OLD-TOPCODE-FILE
                   AT END
                       SET END-OF-OLD-TABLE TO TRUE
               END-READ
               IF  NOT END-OF-OLD-TABLE
                   MOVE OLD-TOPCODE         TO OLD-IMAGE-CODE
                   MOVE OLD-TOP-VOC-ED-FLAG TO OLD-IMAGE-VOC-ED-FLAG
                   MOVE OLD-TOP-TITLE       TO OLD-IMAGE-TITLE
               END-IF
           END-IF.
           IF  PASS-CAN-TABLE
               READ OLD-CAN-CODE-FILE
                   AT END
                       SET END-OF-OLD-TABLE TO TRUE
               END-READ
               IF  NOT END-OF-OLD-TABLE
                   MOVE OLD-CAN-CODE TO OLD-IMAGE-CODE
               END-IF
           END-IF.
           IF  PASS-CAN-SEQ-TABLE
               READ OLD-CAN-SEQ-FILE
                   AT END
                       SET END-OF-OLD-TABLE TO TRUE
               END-READ
               IF  NOT END-OF-OLD-TABLE
                   MOVE OLD-CAN-SEQ-CODE TO OLD-IMAGE-CODE
               END-IF
           END-IF.
           IF  END-OF-OLD-TABLE
               MOVE HIGH-VALUES TO OLD-TABLE-KEY
           ELSE
               ADD 1 TO TBL-OLD-READ-COUNT (PASS-NUMBER)
               IF  OLD-IMAGE-CODE IS GREATER THAN PRIOR-OLD-TABLE-KEY
                   MOVE OLD-IMAGE-CODE TO OLD-TABLE-KEY
                   MOVE OLD-IMAGE-CODE TO PRIOR-OLD-TABLE-KEY
                   SET OLD-CODE-FOUND TO TRUE
               ELSE
                   ADD 1 TO TBL-OLD-DROPPED-COUNT (PASS-NUMBER)
                   IF  OLD-IMAGE-CODE IS EQUAL TO PRIOR-OLD-TABLE-KEY
                       MOVE 'CURRENT TABLE DUPLICATE - DROPPED'
                               TO TRANS-DISPOSITION
                   ELSE
                       MOVE 'CURRENT TABLE OUT OF SEQUENCE'
                               TO TRANS-DISPOSITION
                       SET OLD-TABLE-OUT-OF-SEQUENCE TO TRUE
                   END-IF
                   PERFORM 8660-PRINT-OLD-CODE-LINE
               END-IF
           END-IF.
      *
      *
      *    TRANSACTIONS FOR OTHER TABLES ARE SKIPPED.  A RECORD WITH
      *    AN UNKNOWN TABLE TYPE IS REPORTED ON THE TOP CODE PASS
      *    ONLY, SO IT IS LISTED ONCE.
      *
       8510-READ-TRANS-RECORD.
           MOVE ZERO TO TRANS-FOUND-FLAG.
           PERFORM 8515-READ-ONE-TRANS
                   UNTIL TRANS-FOUND OR END-OF-TRANS.
      *
      *
       8515-READ-ONE-TRANS.
           READ CODE-TRANS-FILE
               AT END
                   SET END-OF-TRANS TO TRUE
                   MOVE HIGH-VALUES TO TRANS-KEY.
           IF  NOT END-OF-TRANS
               ADD 1 TO TRANS-RECORD-NUMBER
               IF  TRN-TABLE-TYPE IS EQUAL TO PASS-TABLE-TYPE
                   IF  TRN-CODE IS LESS THAN PRIOR-TRANS-KEY
                       MOVE 'REJECTED - OUT OF SEQUENCE'
                               TO TRANS-DISPOSITION
                       ADD 1 TO TBL-TRANS-REJECTED-COUNT (PASS-NUMBER)
                       PERFORM 8650-PRINT-TRANS-LINE
                   ELSE
                       MOVE TRN-CODE TO TRANS-KEY
                       MOVE TRN-CODE TO PRIOR-TRANS-KEY
                       SET TRANS-FOUND TO TRUE
                   END-IF
               ELSE
                   IF  PASS-TOP-TABLE
                           AND NOT TRN-TOP-TABLE
                           AND NOT TRN-CAN-TABLE
                           AND NOT TRN-CAN-SEQ-TABLE
                       MOVE 'REJECTED - TABLE TYPE NOT T, C OR S'
                               TO TRANS-DISPOSITION
                       ADD 1 TO INVALID-TYPE-COUNT
                       PERFORM 8650-PRINT-TRANS-LINE
                   END-IF
               END-IF
           END-IF.
      *
      *
       8520-READ-MASTER-RECORD.
           READ COURSE-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE.
           IF  NOT END-OF-MASTER
               ADD 1 TO MASTER-READ-COUNT
           END-IF.
      *
      *
       8600-WRITE-NEW-CODE.
           IF  PASS-TOP-TABLE
               MOVE CUR-IMAGE-CODE        TO NEW-TOPCODE
               MOVE CUR-IMAGE-VOC-ED-FLAG TO NEW-TOP-VOC-ED-FLAG
               MOVE CUR-IMAGE-TITLE       TO NEW-TOP-TITLE
               WRITE NEW-TOPCODE-RECORD
           END-IF.
           IF  PASS-CAN-TABLE
               MOVE CUR-IMAGE-CODE        TO NEW-CAN-CODE
               WRITE NEW-CAN-CODE-RECORD
           END-IF.
           IF  PASS-CAN-SEQ-TABLE
               MOVE CUR-IMAGE-CODE        TO NEW-CAN-SEQ-CODE
               WRITE NEW-CAN-SEQ-RECORD
           END-IF.
           ADD 1 TO TBL-NEW-WRITTEN-COUNT (PASS-NUMBER).
      *
      *
       8650-PRINT-TRANS-LINE.
           MOVE TRANS-RECORD-NUMBER TO DET-TRANS-NO-OUT.
           MOVE TRN-TABLE-TYPE      TO DET-TABLE-OUT.
           MOVE TRN-ACTION          TO DET-ACTION-OUT.
           MOVE TRN-CODE            TO DET-CODE-OUT.
           MOVE TRN-VOC-ED-FLAG     TO DET-VOC-ED-OUT.
           MOVE TRN-TITLE           TO DET-TITLE-OUT.
           MOVE TRANS-DISPOSITION   TO DET-DISPOSITION-OUT.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       8660-PRINT-OLD-CODE-LINE.
           MOVE ZERO                  TO DET-TRANS-NO-OUT.
           MOVE PASS-TABLE-TYPE       TO DET-TABLE-OUT.
           MOVE SPACES                TO DET-ACTION-OUT.
           MOVE OLD-IMAGE-CODE        TO DET-CODE-OUT.
           MOVE OLD-IMAGE-VOC-ED-FLAG TO DET-VOC-ED-OUT.
           MOVE OLD-IMAGE-TITLE       TO DET-TITLE-OUT.
           MOVE TRANS-DISPOSITION     TO DET-DISPOSITION-OUT.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       8700-PRINT-DETAIL-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (REPORT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8710-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-RECORD FROM MAINT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNTER.
      *
      *
       8710-PRINT-HEADINGS.
           ADD 1 TO REPORT-PAGE-COUNTER.
           MOVE REPORT-PAGE-COUNTER TO MAINT-PAGE-OUT.
           WRITE PRINT-RECORD FROM MAINT-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM MAINT-TITLE-LINE-2
                   AFTER ADVANCING 2 LINES.
           MOVE 4 TO REPORT-LINE-COUNTER.
      *
      *
       8750-PRINT-IMPACT-LINE.
           IF  (IMPACT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (IMPACT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8760-PRINT-IMPACT-HEADINGS
           END-IF.
           WRITE PRINT-RECORD-2 FROM IMPACT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO IMPACT-LINE-COUNTER.
      *
      *
       8760-PRINT-IMPACT-HEADINGS.
           ADD 1 TO IMPACT-PAGE-COUNTER.
           MOVE IMPACT-PAGE-COUNTER TO IMPACT-PAGE-OUT.
           WRITE PRINT-RECORD-2 FROM IMPACT-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD-2 FROM IMPACT-TITLE-LINE-2
                   AFTER ADVANCING 2 LINES.
           MOVE 4 TO IMPACT-LINE-COUNTER.
      *
      *
       8800-WRITE-AUDIT-IMAGES.
           MOVE SPACES              TO CODE-AUDIT-RECORD.
           MOVE RUN-DATE-STAMP      TO AUD-RUN-DATE.
           MOVE RUN-TIME-HHMM       TO AUD-RUN-TIME.
           MOVE TRANS-RECORD-NUMBER TO AUD-TRANS-NUMBER.
           MOVE PASS-TABLE-TYPE     TO AUD-TABLE-TYPE.
           MOVE TRN-ACTION          TO AUD-ACTION.
           SET AUD-BEFORE-IMAGE TO TRUE.
           MOVE BEFORE-CODE-IMAGE   TO AUD-CODE-IMAGE.
           WRITE CODE-AUDIT-RECORD.
           SET AUD-AFTER-IMAGE TO TRUE.
           MOVE CURRENT-CODE-IMAGE  TO AUD-CODE-IMAGE.
           WRITE CODE-AUDIT-RECORD.
           ADD 2 TO AUDIT-RECORDS-COUNT.
      /
       9000-PROGRAM-FINALIZATION.
           IF  REPORT-PAGE-COUNTER IS EQUAL TO ZERO
               PERFORM 8710-PRINT-HEADINGS
           END-IF.
           MOVE 1 TO PASS-NUMBER.
           MOVE 'TOP CODE TABLE (CB03)' TO SUM-TABLE-NAME-OUT.
           PERFORM 9100-PRINT-TABLE-SUMMARY.
           MOVE 2 TO PASS-NUMBER.
           MOVE 'CAN CODE TABLE (CB14)' TO SUM-TABLE-NAME-OUT.
           PERFORM 9100-PRINT-TABLE-SUMMARY.
           MOVE 3 TO PASS-NUMBER.
           MOVE 'CAN SEQUENCE CODE TABLE (CB15)'
                   TO SUM-TABLE-NAME-OUT.
           PERFORM 9100-PRINT-TABLE-SUMMARY.
           MOVE 'TRANSACTIONS - INVALID TYPE.. '
                   TO SUM-COUNT-NAME-OUT.
           MOVE INVALID-TYPE-COUNT TO SUM-COUNT-OUT.
           WRITE PRINT-RECORD FROM MAINT-SUMMARY-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'AUDIT RECORDS WRITTEN........ '
                   TO SUM-COUNT-NAME-OUT.
           MOVE AUDIT-RECORDS-COUNT TO SUM-COUNT-OUT.
           WRITE PRINT-RECORD FROM MAINT-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
           PERFORM 9200-CHECK-TABLE-CAPACITY.
           IF  GENERATION-IN-ERROR
               WRITE PRINT-RECORD FROM MAINT-REJECTED-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-RECORD FROM MAINT-ACCEPTED-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE CODE-AUDIT-FILE.
           CLOSE CODE-MAINT-REPORT.
           CLOSE CODE-IMPACT-REPORT.
      *
      * A REJECTED GENERATION FAILS THE STEP SO THE NEW TABLES ARE
      * NOT PROMOTED; COURSES AFFECTED BY A RETIRED OR CHANGED CODE
      * END IT WITH EXCEPTIONS.
      *
           MOVE MASTER-READ-COUNT    TO LEDGER-INPUT-COUNT.
           MOVE AUDIT-RECORDS-COUNT  TO LEDGER-OUTPUT-COUNT.
           MOVE STATE-AFFECTED-COUNT TO LEDGER-EXCEPTION-COUNT.
           IF  GENERATION-IN-ERROR
               SET LEDGER-FAILED TO TRUE
           ELSE
           IF  STATE-AFFECTED-COUNT IS GREATER THAN ZERO
                   OR INVALID-TYPE-COUNT IS GREATER THAN ZERO
               SET LEDGER-COMPLETE-WITH-EXCEPTIONS TO TRUE
           ELSE
               SET LEDGER-COMPLETE TO TRUE
           END-IF
           END-IF.
           PERFORM 9800-WRITE-RUN-LEDGER.
      *
      *
       9100-PRINT-TABLE-SUMMARY.
           WRITE PRINT-RECORD FROM MAINT-TABLE-NAME-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'CURRENT TABLE CODES READ..... '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-OLD-READ-COUNT (PASS-NUMBER) TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
           MOVE 'CURRENT TABLE CODES DROPPED.. '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-OLD-DROPPED-COUNT (PASS-NUMBER) TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
           MOVE 'TRANSACTIONS APPLIED......... '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-TRANS-APPLIED-COUNT (PASS-NUMBER)
                   TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
           MOVE 'TRANSACTIONS REJECTED........ '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-TRANS-REJECTED-COUNT (PASS-NUMBER)
                   TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
           MOVE 'CODES ADDED.................. '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-ADDED-COUNT (PASS-NUMBER) TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
           MOVE 'CODES CHANGED................ '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-CHANGED-COUNT (PASS-NUMBER) TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
           MOVE 'CODES RETIRED................ '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-RETIRED-COUNT (PASS-NUMBER) TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
           MOVE 'NEW TABLE CODES WRITTEN...... '
                   TO SUM-COUNT-NAME-OUT.
           MOVE TBL-NEW-WRITTEN-COUNT (PASS-NUMBER) TO SUM-COUNT-OUT.
           PERFORM 9110-PRINT-SUMMARY-LINE.
      *
      *
       9110-PRINT-SUMMARY-LINE.
           WRITE PRINT-RECORD FROM MAINT-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
      *
      *
       9200-CHECK-TABLE-CAPACITY.
           IF  TBL-NEW-WRITTEN-COUNT (1) IS EQUAL TO ZERO
               MOVE 'NEW TOP CODE TABLE IS EMPTY' TO SUM-ERROR-OUT
               PERFORM 9210-PRINT-GENERATION-ERROR
           END-IF.
           IF  TBL-NEW-WRITTEN-COUNT (1) IS GREATER THAN 350
               MOVE 'NEW TOP CODE TABLE HAS MORE THAN 350 CODES'
                       TO SUM-ERROR-OUT
               PERFORM 9210-PRINT-GENERATION-ERROR
           END-IF.
           IF  TBL-NEW-WRITTEN-COUNT (2) IS GREATER THAN 800
               MOVE 'NEW CAN CODE TABLE HAS MORE THAN 800 CODES'
                       TO SUM-ERROR-OUT
               PERFORM 9210-PRINT-GENERATION-ERROR
           END-IF.
           IF  TBL-NEW-WRITTEN-COUNT (3) IS GREATER THAN 400
               MOVE 'NEW CAN SEQ CODE TABLE HAS MORE THAN 400 CODES'
                       TO SUM-ERROR-OUT
               PERFORM 9210-PRINT-GENERATION-ERROR
           END-IF.
           IF  OLD-TABLE-OUT-OF-SEQUENCE
               MOVE 'CURRENT TABLE FOUND OUT OF SEQUENCE'
                       TO SUM-ERROR-OUT
               PERFORM 9210-PRINT-GENERATION-ERROR
           END-IF.
      *
      *
       9210-PRINT-GENERATION-ERROR.
           SET GENERATION-IN-ERROR TO TRUE.
           WRITE PRINT-RECORD FROM MAINT-ERROR-LINE
                   AFTER ADVANCING 1 LINE.
      *
      *
       9800-WRITE-RUN-LEDGER.
      *
      * APPEND THIS EXECUTION TO THE RUN LEDGER AND SET THE STEP
      * CONDITION CODE FROM THE COMPLETION STATUS:
      *     0 = COMPLETE          4 = COMPLETE WITH EXCEPTIONS
      *     8 = FAILED           12 = PREREQUISITE NOT MET
      *    16 = ABORTED, INVALID PARAMETERS
      *
           IF  LEDGER-COMPLETE
               MOVE 0  TO LEDGER-RETURN-CODE
           ELSE
           IF  LEDGER-COMPLETE-WITH-EXCEPTIONS
               MOVE 4  TO LEDGER-RETURN-CODE
           ELSE
           IF  LEDGER-FAILED
               MOVE 8  TO LEDGER-RETURN-CODE
           ELSE
           IF  LEDGER-PREREQUISITE-NOT-MET
               MOVE 12 TO LEDGER-RETURN-CODE
           ELSE
               MOVE 16 TO LEDGER-RETURN-CODE.
           ACCEPT LEDGER-END-DATE FROM DATE.
           ACCEPT LEDGER-END-TIME FROM TIME.
           MOVE SPACES                 TO RUN-LEDGER-RECORD.
           MOVE 'CBCODMNT'             TO LDG-PROGRAM-ID.
           MOVE LEDGER-TERM            TO LDG-TERM-IDENTIFIER.
           MOVE LEDGER-BATCH-RUN-ID    TO LDG-BATCH-RUN-ID.
           MOVE LEDGER-PARTITION       TO LDG-PARTITION-NUMBER.
           MOVE LEDGER-START-DATE      TO LDG-START-DATE.
           MOVE LEDGER-START-HHMMSS    TO LDG-START-TIME.
           MOVE LEDGER-END-DATE        TO LDG-END-DATE.
           MOVE LEDGER-END-HHMMSS      TO LDG-END-TIME.
           MOVE LEDGER-INPUT-COUNT     TO LDG-INPUT-COUNT.
           MOVE LEDGER-OUTPUT-COUNT    TO LDG-OUTPUT-COUNT.
           MOVE LEDGER-EXCEPTION-COUNT TO LDG-EXCEPTION-COUNT.
           MOVE LEDGER-STATUS          TO LDG-COMPLETION-STATUS.
           MOVE LEDGER-RETURN-CODE     TO LDG-RETURN-CODE.
           OPEN EXTEND RUN-LEDGER-FILE.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
           MOVE LEDGER-RETURN-CODE     TO RETURN-CODE.
      *
       END PROGRAM CBCODMNT.
