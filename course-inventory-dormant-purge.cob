       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBDORMNT.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM IS THE DORMANT-COURSE AGING AND ARCHIVE RUN
      *    FOR THE STATEWIDE COURSE INVENTORY MASTER.  CBMASTER
      *    NEVER DROPS A COURSE, SO COURSES A COLLEGE STOPPED
      *    SUBMITTING YEARS AGO STAY ON THE MASTER WITH THEIR OLD
      *    DATA IMAGE AND INFLATE EVERY COUNT BUILT ON IT.
      *
      *    A COURSE'S LAST-SEEN TERM IS THE LATER OF ITS
      *    LAST-SUBMITTED TERM (THE LAST EXTRACT THAT CARRIED IT)
      *    AND ITS LAST-CHANGED TERM.  THE NUMBER OF TERMS NOT SEEN
      *    IS THE NUMBER OF REGULAR TERMS FOLLOWING THE LAST-SEEN
      *    TERM, UP TO AND INCLUDING THE RUN TERM, STEPPING THROUGH
      *    THE TERM SEQUENCE OF THE LAST-SEEN TERM'S CALENDAR
      *    (ANNUAL, SEMESTER OR QUARTER).  A COURSE NOT SEEN FOR AT
      *    LEAST THE NUMBER OF TERMS GIVEN IN THE PARM IS DORMANT.
      *    A COURSE WITH NO USABLE LAST-SEEN TERM IS NEVER DORMANT;
      *    IT IS LISTED AND KEPT.
      *
      *    THE AGING REPORT LISTS THE DORMANT COURSES BY COLLEGE,
      *    WITH EACH COLLEGE'S COURSE, DORMANT, ARCHIVED AND
      *    REINSTATED COUNTS.
      *
      *    IN PURGE MODE THE DORMANT COURSES ARE MOVED OFF THE
      *    MASTER: A NEW GENERATION OF THE MASTER IS WRITTEN
      *    WITHOUT THEM AND A NEW GENERATION OF THE COURSE ARCHIVE
      *    MASTER IS WRITTEN WITH THEM ADDED, EACH AS ITS COMPLETE
      *    MASTER RECORD (FIRST-OFFERED, LAST-CHANGED, BATCH AND
      *    LAST-SUBMITTED HISTORY INCLUDED) STAMPED WITH THE RUN
      *    TERM AND DATE.
      *
      *    THE NEW MASTER GENERATION IS ALSO LOADED INTO THE KEYED
      *    COURSE MASTER (THE VSAM KSDS, DEFINED WITH REUSE, THAT
      *    CBMASTER LOADS AND CBINQURY READS) SO THE ARCHIVED
      *    COURSES NO LONGER ANSWER INQUIRIES.  A KEYED MASTER THAT
      *    CANNOT BE OPENED OR FULLY LOADED FAILS THE STEP, SINCE IT
      *    NO LONGER MATCHES THE MASTER OF RECORD.
      *
      *    A COURSE THAT RETURNS IN A LATER SUBMISSION IS
      *    REINSTATED BY CBMASTER FROM THE ARCHIVE, KEEPING ITS
      *    ORIGINAL FIRST-OFFERED TERM.  THIS PROGRAM THEN FINDS THE
      *    COURSE ON BOTH FILES, LISTS IT AS REINSTATED AND (IN
      *    PURGE MODE) DROPS IT FROM THE NEW ARCHIVE GENERATION.
      *
      *    THE RUN PARAMETERS ARE SUPPLIED THROUGH THE PARM:
      *
      *        COL 1-3   RUN TERM (YY + TERM CODE)
      *        COL 4-5   NUMBER OF TERMS NOT SEEN THAT MAKES A
      *                  COURSE DORMANT (01 - 99)
      *        COL 6     'P' TO PURGE; OTHERWISE THE AGING REPORT
      *                  ONLY IS PRODUCED AND NO FILE IS WRITTEN
      *
      *    LAYOUT OF PROGRAM BY MODULE NUMBERS:
      *
      *      MODULE NUMBER         FUNCTION
      *      -------------         ----------------------------
      *        0000                MAINLINE
      *        1000-1999           INITIALIZE ROUTINES
      *        2000-6999           GENERAL PROCESSING ROUTINES
      *        7000-7999           TERM ARITHMETIC ROUTINES
      *        8000-8999           ALL INPUT/OUTPUT PROCESSING
      *                              AND OPERATIONS
      *        9000-9999           END OF PROGRAM ROUTINES
      *
      *    INPUTS:
      *        1.  OLD-MASTER-FILE  - CURRENT GENERATION OF THE
      *            STATEWIDE COURSE INVENTORY MASTER.
      *        2.  OLD-ARCHIVE-FILE - CURRENT GENERATION OF THE
      *            COURSE ARCHIVE MASTER (OPTIONAL; EMPTY OR
      *            OMITTED ON THE FIRST PURGE).
      *
      *    OUTPUTS:
      *        1.  NEW-MASTER-FILE  - NEW GENERATION OF THE MASTER
      *            (PURGE MODE ONLY).
      *        2.  KEYED-MASTER-FILE - KEYED COPY OF THE NEW MASTER
      *            GENERATION (VSAM KSDS, PURGE MODE ONLY).
      *        3.  NEW-ARCHIVE-FILE - NEW GENERATION OF THE COURSE
      *            ARCHIVE MASTER (PURGE MODE ONLY).
      *        4.  DORMANT-COURSE AGING REPORT.
      *        5.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN ANY COURSE HAS NO USABLE LAST-SEEN
      *            TERM, 8 WHEN THE KEYED MASTER COULD NOT BE OPENED
      *            OR FULLY LOADED, AND 16 ON A PARM ABORT.
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
           SELECT OLD-MASTER-FILE
                   ASSIGN TO UT-S-MSTRIN.
      *
           SELECT OPTIONAL OLD-ARCHIVE-FILE
                   ASSIGN TO UT-S-ARCHIN.
      *
           SELECT NEW-MASTER-FILE
                   ASSIGN TO UT-S-MSTROUT.
      *
           SELECT KEYED-MASTER-FILE
                   ASSIGN TO MSTRKEY
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS KMS-COURSE-KEY
                   ALTERNATE RECORD KEY IS KMS-DEPARTMENT-KEY
                       WITH DUPLICATES
                   FILE STATUS IS KEYED-MASTER-STATUS.
      *
           SELECT NEW-ARCHIVE-FILE
                   ASSIGN TO UT-S-ARCHOUT.
      *
           SELECT AGING-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OLD-MASTER-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS OLD-MASTER-RECORD.
      *
       01  OLD-MASTER-RECORD.
           03  OLD-COLLEGE-ID              PIC X(3).
           03  OLD-COURSE-PERM-DIST-ID     PIC X(12).
           03  OLD-COURSE-DATA.
               05  OLD-DEPARTMENT-NUMBER       PIC X(12).
               05  OLD-COURSE-TITLE            PIC X(68).
               05  OLD-PROGRAM-CODE            PIC X(6).
               05  OLD-CREDIT-STATUS           PIC X(1).
               05  OLD-TRANSF-STATUS           PIC X(1).
               05  OLD-UNITS-MAXIMUM           PIC X(4).
               05  OLD-UNITS-MINIMUM           PIC X(4).
               05  OLD-BASIC-SKILLS-STATUS     PIC X(1).
               05  OLD-SAM-PRIORITY-CODE       PIC X(1).
               05  OLD-COOP-ED-STATUS          PIC X(1).
               05  OLD-CLASSIFICATION-CODE     PIC X(1).
               05  OLD-REPEATABILITY           PIC X(1).
               05  OLD-SPECIAL-CLASS-STATUS    PIC X(1).
               05  OLD-CAN-CODE                PIC X(6).
               05  OLD-CAN-SEQ-CODE            PIC X(8).
               05  OLD-SAME-AS-DEPTNO1         PIC X(12).
               05  OLD-SAME-AS-DEPTNO2         PIC X(12).
               05  OLD-SAME-AS-DEPTNO3         PIC X(12).
               05  OLD-CROSSWALK-CRS-NAME      PIC X(7).
               05  OLD-CROSSWALK-CRS-NUMBER    PIC X(9).
               05  OLD-PRIOR-TO-COLLEGE-LEVEL  PIC X(1).
           03  OLD-FIRST-OFFERED-TERM      PIC X(3).
           03  OLD-LAST-CHANGED-TERM       PIC X(3).
           03  OLD-LAST-BATCH-RUN-ID       PIC X(8).
           03  OLD-LAST-SUBMITTED-TERM     PIC X(3).
           03  FILLER                      PIC X(9).
      *
       FD  OLD-ARCHIVE-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS OLD-ARCHIVE-RECORD.
      *
       01  OLD-ARCHIVE-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            COURSE ARCHIVE MASTER RECORD                       *
      *                                                               *
      *    THE COMPLETE COURSE MASTER RECORD AS IT STOOD WHEN THE     *
      *    COURSE WAS ARCHIVED, FOLLOWED BY THE RUN TERM AND DATE     *
      *    OF THE PURGE THAT ARCHIVED IT.                             *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  OLD-ARC-MASTER-IMAGE.
               05  OLD-ARC-COLLEGE-ID      PIC X(3).
               05  OLD-ARC-COURSE-PERM-DIST-ID
                                           PIC X(12).
               05  OLD-ARC-DEPARTMENT-NUMBER
                                           PIC X(12).
               05  OLD-ARC-COURSE-TITLE    PIC X(68).
               05  FILLER                  PIC X(89).
               05  OLD-ARC-FIRST-OFFERED-TERM
                                           PIC X(3).
               05  OLD-ARC-LAST-CHANGED-TERM
                                           PIC X(3).
               05  OLD-ARC-LAST-BATCH-RUN-ID
                                           PIC X(8).
               05  OLD-ARC-LAST-SUBMITTED-TERM
                                           PIC X(3).
               05  FILLER                  PIC X(9).
           03  OLD-ARC-ARCHIVED-TERM       PIC X(3).
           03  OLD-ARC-ARCHIVED-DATE       PIC 9(6).
           03  FILLER                      PIC X(11).
      *
       FD  NEW-MASTER-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS NEW-MASTER-RECORD.
      *
       01  NEW-MASTER-RECORD               PIC X(210).
      *
       FD  KEYED-MASTER-FILE
                   LABEL RECORDS ARE STANDARD
                   DATA RECORD IS KEYED-MASTER-RECORD.
      *
       01  KEYED-MASTER-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            KEYED COURSE MASTER RECORD (VSAM KSDS)             *
      *                                                               *
      *    THE COMPLETE COURSE MASTER RECORD FOLLOWED BY THE          *
      *    ALTERNATE KEY, COLLEGE-ID + DEPARTMENT NUMBER, WHICH IS    *
      *    NOT CONTIGUOUS IN THE MASTER IMAGE.                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  KMS-MASTER-IMAGE.
               05  KMS-COURSE-KEY.
                   07  KMS-COLLEGE-ID          PIC X(3).
                   07  KMS-COURSE-PERM-DIST-ID PIC X(12).
               05  KMS-DEPARTMENT-NUMBER       PIC X(12).
               05  FILLER                      PIC X(183).
           03  KMS-DEPARTMENT-KEY.
               05  KMS-DEPT-COLLEGE-ID         PIC X(3).
               05  KMS-DEPT-DEPARTMENT-NUMBER  PIC X(12).
           03  FILLER                          PIC X(15).
      *
       FD  NEW-ARCHIVE-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS NEW-ARCHIVE-RECORD.
      *
       01  NEW-ARCHIVE-RECORD.
           03  NEW-ARC-MASTER-IMAGE        PIC X(210).
           03  NEW-ARC-ARCHIVED-TERM       PIC X(3).
           03  NEW-ARC-ARCHIVED-DATE       PIC 9(6).
           03  FILLER                      PIC X(11).
      *
       FD  AGING-REPORT
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS PRINT-RECORD.
      *
       01  PRINT-RECORD PIC X(133).
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
           03  END-OF-MASTER-FLAG          PIC 9.
               88  END-OF-MASTER               VALUE 1.
           03  END-OF-ARCHIVE-FLAG         PIC 9.
               88  END-OF-ARCHIVE              VALUE 1.
           03  FIRST-COLLEGE-FLAG          PIC 9.
               88  FIRST-COLLEGE               VALUE 1.
           03  LAST-SEEN-FLAG              PIC 9.
               88  LAST-SEEN-KNOWN             VALUE 1.
           03  TERM-STEP-FLAG              PIC 9.
               88  TERM-STEP-DONE              VALUE 1.
           03  KEYED-MASTER-OPEN-FLAG      PIC 9.
               88  KEYED-MASTER-OPEN           VALUE 1.
      *
       01  KEYED-MASTER-STATUS             PIC X(2) VALUE SPACES.
      *
       01  MATCH-KEY-AREA.
           03  MASTER-KEY.
               05  MASTER-KEY-COLLEGE      PIC X(3).
               05  MASTER-KEY-COURSE       PIC X(12).
           03  ARCHIVE-KEY.
               05  ARCHIVE-KEY-COLLEGE     PIC X(3).
               05  ARCHIVE-KEY-COURSE      PIC X(12).
           03  ACTIVE-COLLEGE-ID           PIC X(3).
           03  HOLD-COLLEGE-ID             PIC X(3).
      *
       01  COLLEGE-AGING-COUNTERS          VALUE ZEROS.
           03  COLLEGE-COURSE-COUNT         PIC 9(6).
           03  COLLEGE-DORMANT-COUNT        PIC 9(6).
           03  COLLEGE-ARCHIVED-COUNT       PIC 9(6).
           03  COLLEGE-REINSTATED-COUNT     PIC 9(6).
      *
       01  STATE-AGING-COUNTERS            VALUE ZEROS.
           03  STATE-COURSE-COUNT           PIC 9(7).
           03  STATE-DORMANT-COUNT          PIC 9(7).
           03  STATE-ARCHIVED-COUNT         PIC 9(7).
           03  STATE-REINSTATED-COUNT       PIC 9(7).
           03  STATE-NO-TERM-COUNT          PIC 9(7).
           03  ARCHIVE-RECORDS-READ         PIC 9(7).
           03  ARCHIVE-RECORDS-CARRIED      PIC 9(7).
           03  NEW-MASTER-OUT-COUNT         PIC 9(7).
           03  NEW-ARCHIVE-OUT-COUNT        PIC 9(7).
           03  KEYED-MASTER-OUT-COUNT       PIC 9(7).
           03  KEYED-MASTER-ERROR-COUNT     PIC 9(7).
      *
      *    FOR EACH TERM CODE 0 - 9, THE TERM CODE OF THE NEXT
      *    REGULAR TERM AND THE NUMBER OF YEARS TO ADD (ANNUAL TO
      *    NEXT ANNUAL, INTERSESSION TO SPRING, SEMESTERS SPRING -
      *    SUMMER - FALL - SPRING, QUARTERS WINTER - SPRING -
      *    SUMMER - FALL - WINTER).  AN UNKNOWN TERM (9) IS AGED
      *    AS ANNUAL.  SUBSCRIPT IS TERM CODE + 1.
      *
       01  NEXT-TERM-SEQUENCE-TABLE.
           03  NEXT-TERM-SEQUENCE-VALUES.
               05  FILLER                    PIC X(20)
                       VALUE '01304050607080312101'.
           03  NEXT-TERM-SEQUENCE-ENTRY
                       REDEFINES NEXT-TERM-SEQUENCE-VALUES
                       OCCURS 10 TIMES.
               05  NEXT-TERM-SEQ-CODE        PIC 9.
               05  NEXT-TERM-SEQ-YEAR-ADD    PIC 9.
      *
      *    TERMS ARE COMPARED AS YYYYT - THE TWO-DIGIT CALENDAR YEAR
      *    WIDENED ON A 1950 CENTURY WINDOW, FOLLOWED BY THE TERM
      *    CODE (TERM CODES RUN IN CALENDAR ORDER WITHIN A YEAR).
      *
       01  TERM-AGING-WORK.
           03  CENTURY-WINDOW-YEAR         PIC 9(2)  VALUE 50.
           03  TERM-WORK.
               05  TERM-WORK-YEAR          PIC 9(2).
               05  TERM-WORK-CODE          PIC 9.
           03  TERM-WORK-KEY               PIC 9(5)  VALUE ZERO.
           03  RUN-TERM-KEY                PIC 9(5)  VALUE ZERO.
           03  LAST-SEEN-TERM              PIC X(3)  VALUE SPACES.
           03  LAST-SEEN-KEY               PIC 9(5)  VALUE ZERO.
           03  STEP-YEAR                   PIC 9(4)  VALUE ZERO.
           03  STEP-CODE                   PIC 9     VALUE ZERO.
           03  STEP-KEY                    PIC 9(5)  VALUE ZERO.
           03  NEXT-TERM-SUB               PIC 9(2)  VALUE ZERO.
           03  TERMS-NOT-SEEN              PIC 9(2)  VALUE ZERO.
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
       01  PRT-PAGE-MAXIMUM                PIC 9(2) VALUE 55.
      *
       01  AGING-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'DORMANT COURSE AGING REPORT'.
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  AGING-PAGE-OUT          PIC ZZZZ9.
      *
       01  AGING-TITLE-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(9)  VALUE 'RUN TERM '.
           03  TITLE-TERM-OUT          PIC X(3).
           03  FILLER                  PIC X(34) VALUE
               '   DORMANT WHEN NOT SUBMITTED FOR '.
           03  TITLE-LIMIT-OUT         PIC Z9.
           03  FILLER                  PIC X(15) VALUE
               ' TERMS   MODE: '.
           03  TITLE-MODE-OUT          PIC X(11).
      *
       01  AGING-HEADING-LINE-1.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'COLLEGE  COURSE ID     DEPT NO'.
           03  FILLER                  PIC X(38) VALUE
               '       TITLE'.
           03  FILLER                  PIC X(30) VALUE
               ' FIRST  LAST   LAST   TERMS'.
           03  FILLER                  PIC X(11) VALUE 'DISPOSITION'.
      *
       01  AGING-HEADING-LINE-2.
           03  FILLER                  PIC X(70) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               ' OFFER  CHNG   SUBM   NOT SEEN'.
      *
       01  AGING-DETAIL-LINE.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  DTL-COLLEGE-ID          PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-COURSE-ID           PIC X(12).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-DEPT-NUMBER         PIC X(12).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-COURSE-TITLE        PIC X(30).
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  DTL-FIRST-OFFERED       PIC X(3).
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  DTL-LAST-CHANGED        PIC X(3).
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  DTL-LAST-SUBMITTED      PIC X(3).
           03  FILLER                  PIC X(5)  VALUE SPACE.
           03  DTL-TERMS-NOT-SEEN      PIC Z9.
           03  FILLER                  PIC X(5)  VALUE SPACE.
           03  DTL-DISPOSITION         PIC X(20).
      *
       01  AGING-COLLEGE-TOTAL-LINE.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'COLLEGE '.
           03  CLG-COLLEGE-ID-OUT      PIC X(3).
           03  FILLER                  PIC X(18) VALUE
               ' TOTALS:  COURSES '.
           03  CLG-COURSE-COUNT-OUT    PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE
               '  DORMANT '.
           03  CLG-DORMANT-COUNT-OUT   PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(11) VALUE
               '  ARCHIVED '.
           03  CLG-ARCHIVED-COUNT-OUT  PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(13) VALUE
               '  REINSTATED '.
           03  CLG-REINSTATED-COUNT-OUT PIC ZZZ,ZZ9.
      *
       01  PRINT-LINE-HOLD             PIC X(133) VALUE SPACES.
      *
       01  AGING-SUMMARY-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SUM-LABEL-OUT           PIC X(36).
           03  SUM-COUNT-OUT           PIC Z,ZZZ,ZZ9.
      *
       01  PARM-ABORT-LINE.
           03  FILLER                  PIC X(2).
           03  FILLER                  PIC X(47)  VALUE
                    'PROGRAM ABORTED DUE TO INVALID INPUT PARAMETERS'.
      *
       01  KEYED-MASTER-OPEN-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'KEYED MASTER NOT REFRESHED - OPEN FILE STATUS '.
           03  KEYED-OPEN-STATUS-OUT   PIC X(2).
      /
       LINKAGE SECTION.
      *
       01  RUNTIME-PARAMETER-AREA.
           03  FILLER                  PIC 9(3) COMP.
           03  TERM-CHECK.
               05  CALENDAR-YEAR       PIC 9(2).
               05  TERM-CODE           PIC 9(1).
           03  DORMANT-TERM-LIMIT      PIC 9(2).
           03  PURGE-MODE-FLAG         PIC X.
               88  PURGE-MODE               VALUE 'P'.
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           PERFORM 2000-PROCESS-MATCH-MERGE
                   UNTIL END-OF-MASTER AND END-OF-ARCHIVE.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE TERM-CHECK TO LEDGER-TERM.
           OPEN OUTPUT AGING-REPORT.
           IF  TERM-CHECK IS NOT NUMERIC
                   OR TERM-CHECK IS EQUAL TO ZEROS
                   OR DORMANT-TERM-LIMIT IS NOT NUMERIC
                   OR DORMANT-TERM-LIMIT IS EQUAL TO ZERO
               WRITE PRINT-RECORD
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE AGING-REPORT
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN.
           MOVE TERM-CHECK TO TERM-WORK.
           PERFORM 7200-BUILD-TERM-KEY.
           MOVE TERM-WORK-KEY TO RUN-TERM-KEY.
           MOVE TERM-CHECK TO TITLE-TERM-OUT.
           MOVE DORMANT-TERM-LIMIT TO TITLE-LIMIT-OUT.
           IF  PURGE-MODE
               MOVE 'PURGE' TO TITLE-MODE-OUT
               OPEN OUTPUT NEW-MASTER-FILE
               PERFORM 1100-OPEN-KEYED-MASTER
               OPEN OUTPUT NEW-ARCHIVE-FILE
           ELSE
               MOVE 'REPORT ONLY' TO TITLE-MODE-OUT.
           OPEN INPUT OLD-MASTER-FILE.
           OPEN INPUT OLD-ARCHIVE-FILE.
           SET FIRST-COLLEGE TO TRUE.
           PERFORM 8500-READ-MASTER-RECORD.
           PERFORM 8510-READ-ARCHIVE-RECORD.
      *
      *
       1100-OPEN-KEYED-MASTER.
      *
      * THE KSDS IS DEFINED WITH REUSE, SO OPENING IT FOR OUTPUT
      * EMPTIES IT FOR THE RELOAD FROM THE NEW GENERATION.
      *
           OPEN OUTPUT KEYED-MASTER-FILE.
           IF  KEYED-MASTER-STATUS IS EQUAL TO '00'
               SET KEYED-MASTER-OPEN TO TRUE.
      *
      *
       2000-PROCESS-MATCH-MERGE.
      *
      * A KEY ON BOTH FILES IS A COURSE CBMASTER REINSTATED FROM
      * THE ARCHIVE.  ITS ARCHIVE RECORD IS DROPPED HERE; ITS
      * MASTER RECORD IS AGED ON THE NEXT PASS LIKE ANY OTHER.
      *
           IF  MASTER-KEY IS LESS THAN ARCHIVE-KEY
               MOVE MASTER-KEY-COLLEGE TO ACTIVE-COLLEGE-ID
               PERFORM 2050-CHECK-COLLEGE-BREAK
               PERFORM 2100-AGE-MASTER-COURSE
           ELSE
           IF  MASTER-KEY IS EQUAL TO ARCHIVE-KEY
               MOVE MASTER-KEY-COLLEGE TO ACTIVE-COLLEGE-ID
               PERFORM 2050-CHECK-COLLEGE-BREAK
               PERFORM 2200-DROP-REINSTATED-COURSE
           ELSE
               PERFORM 2300-CARRY-ARCHIVE-COURSE.
      *
      *
       2050-CHECK-COLLEGE-BREAK.
           IF  FIRST-COLLEGE
               MOVE ACTIVE-COLLEGE-ID TO HOLD-COLLEGE-ID
               MOVE ZERO TO FIRST-COLLEGE-FLAG
           ELSE
           IF  ACTIVE-COLLEGE-ID IS NOT EQUAL TO HOLD-COLLEGE-ID
               PERFORM 2400-PROCESS-COLLEGE-BREAK
               MOVE ACTIVE-COLLEGE-ID TO HOLD-COLLEGE-ID.
      *
      *
       2100-AGE-MASTER-COURSE.
           ADD 1 TO COLLEGE-COURSE-COUNT.
           PERFORM 7000-FIND-LAST-SEEN-TERM.
           IF  NOT LAST-SEEN-KNOWN
               ADD 1 TO STATE-NO-TERM-COUNT
               MOVE 'NO TERM - KEPT' TO DTL-DISPOSITION
               MOVE ZERO TO TERMS-NOT-SEEN
               PERFORM 2150-PRINT-MASTER-COURSE
               PERFORM 8600-WRITE-NEW-MASTER
           ELSE
               PERFORM 7100-COUNT-TERMS-NOT-SEEN
               IF  TERMS-NOT-SEEN IS LESS THAN DORMANT-TERM-LIMIT
                   PERFORM 8600-WRITE-NEW-MASTER
               ELSE
                   ADD 1 TO COLLEGE-DORMANT-COUNT
                   IF  PURGE-MODE
                       ADD 1 TO COLLEGE-ARCHIVED-COUNT
                       MOVE 'ARCHIVED' TO DTL-DISPOSITION
                       PERFORM 2150-PRINT-MASTER-COURSE
                       MOVE OLD-MASTER-RECORD TO NEW-ARC-MASTER-IMAGE
                       MOVE TERM-CHECK TO NEW-ARC-ARCHIVED-TERM
                       MOVE LEDGER-START-DATE TO NEW-ARC-ARCHIVED-DATE
                       PERFORM 8610-WRITE-NEW-ARCHIVE
                   ELSE
                       MOVE 'DORMANT' TO DTL-DISPOSITION
                       PERFORM 2150-PRINT-MASTER-COURSE.
           PERFORM 8500-READ-MASTER-RECORD.
      *
      *
       2150-PRINT-MASTER-COURSE.
           MOVE OLD-COLLEGE-ID           TO DTL-COLLEGE-ID.
           MOVE OLD-COURSE-PERM-DIST-ID  TO DTL-COURSE-ID.
           MOVE OLD-DEPARTMENT-NUMBER    TO DTL-DEPT-NUMBER.
           MOVE OLD-COURSE-TITLE         TO DTL-COURSE-TITLE.
           MOVE OLD-FIRST-OFFERED-TERM   TO DTL-FIRST-OFFERED.
           MOVE OLD-LAST-CHANGED-TERM    TO DTL-LAST-CHANGED.
           MOVE OLD-LAST-SUBMITTED-TERM  TO DTL-LAST-SUBMITTED.
           MOVE TERMS-NOT-SEEN           TO DTL-TERMS-NOT-SEEN.
           MOVE AGING-DETAIL-LINE        TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       2200-DROP-REINSTATED-COURSE.
           ADD 1 TO COLLEGE-REINSTATED-COUNT.
           MOVE OLD-ARC-COLLEGE-ID          TO DTL-COLLEGE-ID.
           MOVE OLD-ARC-COURSE-PERM-DIST-ID TO DTL-COURSE-ID.
           MOVE OLD-ARC-DEPARTMENT-NUMBER   TO DTL-DEPT-NUMBER.
           MOVE OLD-ARC-COURSE-TITLE        TO DTL-COURSE-TITLE.
           MOVE OLD-ARC-FIRST-OFFERED-TERM  TO DTL-FIRST-OFFERED.
           MOVE OLD-ARC-LAST-CHANGED-TERM   TO DTL-LAST-CHANGED.
           MOVE OLD-ARC-LAST-SUBMITTED-TERM TO DTL-LAST-SUBMITTED.
           MOVE ZERO                        TO DTL-TERMS-NOT-SEEN.
           MOVE 'REINSTATED'                TO DTL-DISPOSITION.
           MOVE AGING-DETAIL-LINE           TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
           PERFORM 8510-READ-ARCHIVE-RECORD.
      *
      *
       2300-CARRY-ARCHIVE-COURSE.
           IF  PURGE-MODE
               MOVE OLD-ARCHIVE-RECORD TO NEW-ARCHIVE-RECORD
               PERFORM 8610-WRITE-NEW-ARCHIVE.
           ADD 1 TO ARCHIVE-RECORDS-CARRIED.
           PERFORM 8510-READ-ARCHIVE-RECORD.
      *
      *
       2400-PROCESS-COLLEGE-BREAK.
           MOVE HOLD-COLLEGE-ID          TO CLG-COLLEGE-ID-OUT.
           MOVE COLLEGE-COURSE-COUNT     TO CLG-COURSE-COUNT-OUT.
           MOVE COLLEGE-DORMANT-COUNT    TO CLG-DORMANT-COUNT-OUT.
           MOVE COLLEGE-ARCHIVED-COUNT   TO CLG-ARCHIVED-COUNT-OUT.
           MOVE COLLEGE-REINSTATED-COUNT TO CLG-REINSTATED-COUNT-OUT.
           IF  REPORT-LINE-COUNTER IS GREATER THAN
                   PRT-PAGE-MAXIMUM - 3
               PERFORM 8710-PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM AGING-COLLEGE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           ADD 3 TO REPORT-LINE-COUNTER.
           ADD COLLEGE-COURSE-COUNT     TO STATE-COURSE-COUNT.
           ADD COLLEGE-DORMANT-COUNT    TO STATE-DORMANT-COUNT.
           ADD COLLEGE-ARCHIVED-COUNT   TO STATE-ARCHIVED-COUNT.
           ADD COLLEGE-REINSTATED-COUNT TO STATE-REINSTATED-COUNT.
           MOVE ZEROS TO COLLEGE-AGING-COUNTERS.
      /
       7000-FIND-LAST-SEEN-TERM.
      *
      * THE LATER OF THE LAST-SUBMITTED AND LAST-CHANGED TERMS.
      * EITHER MAY BE MISSING ON OLDER MASTER RECORDS.
      *
           MOVE ZERO TO LAST-SEEN-FLAG.
           MOVE ZERO TO LAST-SEEN-KEY.
           IF  OLD-LAST-CHANGED-TERM IS NUMERIC
               MOVE OLD-LAST-CHANGED-TERM TO TERM-WORK
               PERFORM 7200-BUILD-TERM-KEY
               MOVE TERM-WORK-KEY TO LAST-SEEN-KEY
               MOVE OLD-LAST-CHANGED-TERM TO LAST-SEEN-TERM
               MOVE 1 TO LAST-SEEN-FLAG.
           IF  OLD-LAST-SUBMITTED-TERM IS NUMERIC
               MOVE OLD-LAST-SUBMITTED-TERM TO TERM-WORK
               PERFORM 7200-BUILD-TERM-KEY
               IF  TERM-WORK-KEY IS GREATER THAN LAST-SEEN-KEY
                   MOVE TERM-WORK-KEY TO LAST-SEEN-KEY
                   MOVE OLD-LAST-SUBMITTED-TERM TO LAST-SEEN-TERM
                   MOVE 1 TO LAST-SEEN-FLAG.
      *
      *
       7100-COUNT-TERMS-NOT-SEEN.
      *
      * STEP FORWARD FROM THE LAST-SEEN TERM ONE REGULAR TERM AT A
      * TIME, COUNTING EACH TERM UP TO AND INCLUDING THE RUN TERM.
      * THE COUNT STOPS AT 99.
      *
           MOVE ZERO TO TERMS-NOT-SEEN.
           MOVE ZERO TO TERM-STEP-FLAG.
           MOVE LAST-SEEN-TERM TO TERM-WORK.
           PERFORM 7200-BUILD-TERM-KEY.
           COMPUTE STEP-YEAR = (TERM-WORK-KEY - TERM-WORK-CODE) / 10.
           MOVE TERM-WORK-CODE TO STEP-CODE.
           PERFORM 7110-STEP-ONE-TERM
                   UNTIL TERM-STEP-DONE.
      *
      *
       7110-STEP-ONE-TERM.
           COMPUTE NEXT-TERM-SUB = STEP-CODE + 1.
           ADD NEXT-TERM-SEQ-YEAR-ADD (NEXT-TERM-SUB) TO STEP-YEAR.
           MOVE NEXT-TERM-SEQ-CODE (NEXT-TERM-SUB) TO STEP-CODE.
           COMPUTE STEP-KEY = STEP-YEAR * 10 + STEP-CODE.
           IF  STEP-KEY IS GREATER THAN RUN-TERM-KEY
                   OR TERMS-NOT-SEEN IS EQUAL TO 99
               MOVE 1 TO TERM-STEP-FLAG
           ELSE
               ADD 1 TO TERMS-NOT-SEEN.
      *
      *
       7200-BUILD-TERM-KEY.
           IF  TERM-WORK-YEAR IS LESS THAN CENTURY-WINDOW-YEAR
               COMPUTE TERM-WORK-KEY =
                       (2000 + TERM-WORK-YEAR) * 10 + TERM-WORK-CODE
           ELSE
               COMPUTE TERM-WORK-KEY =
                       (1900 + TERM-WORK-YEAR) * 10 + TERM-WORK-CODE.
      /
       8500-READ-MASTER-RECORD.
           READ OLD-MASTER-FILE
               AT END
                   MOVE 1 TO END-OF-MASTER-FLAG
                   MOVE HIGH-VALUES TO MASTER-KEY.
           IF  NOT END-OF-MASTER
               ADD 1 TO LEDGER-INPUT-COUNT
               MOVE OLD-COLLEGE-ID          TO MASTER-KEY-COLLEGE
               MOVE OLD-COURSE-PERM-DIST-ID TO MASTER-KEY-COURSE.
      *
      *
       8510-READ-ARCHIVE-RECORD.
           READ OLD-ARCHIVE-FILE
               AT END
                   MOVE 1 TO END-OF-ARCHIVE-FLAG
                   MOVE HIGH-VALUES TO ARCHIVE-KEY.
           IF  NOT END-OF-ARCHIVE
               ADD 1 TO ARCHIVE-RECORDS-READ
               MOVE OLD-ARC-COLLEGE-ID          TO ARCHIVE-KEY-COLLEGE
               MOVE OLD-ARC-COURSE-PERM-DIST-ID TO ARCHIVE-KEY-COURSE.
      *
      *
       8600-WRITE-NEW-MASTER.
           IF  PURGE-MODE
               WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD
               ADD 1 TO NEW-MASTER-OUT-COUNT
               IF  KEYED-MASTER-OPEN
                   PERFORM 8620-WRITE-KEYED-MASTER.
      *
      *
       8610-WRITE-NEW-ARCHIVE.
           WRITE NEW-ARCHIVE-RECORD.
           ADD 1 TO NEW-ARCHIVE-OUT-COUNT.
      *
      *
       8620-WRITE-KEYED-MASTER.
           MOVE SPACES                TO KEYED-MASTER-RECORD.
           MOVE OLD-MASTER-RECORD     TO KMS-MASTER-IMAGE.
           MOVE KMS-COLLEGE-ID        TO KMS-DEPT-COLLEGE-ID.
           MOVE KMS-DEPARTMENT-NUMBER TO KMS-DEPT-DEPARTMENT-NUMBER.
           WRITE KEYED-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO KEYED-MASTER-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO KEYED-MASTER-OUT-COUNT.
      *
      *
       8700-PRINT-DETAIL-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (REPORT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8710-PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM PRINT-LINE-HOLD
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNTER.
      *
      *
       8710-PRINT-HEADINGS.
           ADD 1 TO REPORT-PAGE-COUNTER.
           MOVE REPORT-PAGE-COUNTER TO AGING-PAGE-OUT.
           WRITE PRINT-RECORD FROM AGING-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM AGING-TITLE-LINE-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM AGING-HEADING-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM AGING-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE 6 TO REPORT-LINE-COUNTER.
      *
      *
       8800-PRINT-SUMMARY-LINE.
           WRITE PRINT-RECORD FROM AGING-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
      /
       9000-PROGRAM-FINALIZATION.
           IF  NOT FIRST-COLLEGE
               PERFORM 2400-PROCESS-COLLEGE-BREAK.
           IF  REPORT-PAGE-COUNTER IS EQUAL TO ZERO
               PERFORM 8710-PRINT-HEADINGS.
           MOVE 'MASTER COURSES AGED................'
                   TO SUM-LABEL-OUT.
           MOVE STATE-COURSE-COUNT     TO SUM-COUNT-OUT.
           WRITE PRINT-RECORD FROM AGING-SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'COURSES DORMANT....................'
                   TO SUM-LABEL-OUT.
           MOVE STATE-DORMANT-COUNT    TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'COURSES MOVED TO ARCHIVE...........'
                   TO SUM-LABEL-OUT.
           MOVE STATE-ARCHIVED-COUNT   TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'COURSES WITH NO LAST-SEEN TERM.....'
                   TO SUM-LABEL-OUT.
           MOVE STATE-NO-TERM-COUNT    TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'ARCHIVE RECORDS READ...............'
                   TO SUM-LABEL-OUT.
           MOVE ARCHIVE-RECORDS-READ   TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'COURSES REINSTATED FROM ARCHIVE....'
                   TO SUM-LABEL-OUT.
           MOVE STATE-REINSTATED-COUNT TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'ARCHIVE RECORDS CARRIED FORWARD....'
                   TO SUM-LABEL-OUT.
           MOVE ARCHIVE-RECORDS-CARRIED TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'NEW MASTER RECORDS WRITTEN.........'
                   TO SUM-LABEL-OUT.
           MOVE NEW-MASTER-OUT-COUNT   TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'NEW ARCHIVE RECORDS WRITTEN........'
                   TO SUM-LABEL-OUT.
           MOVE NEW-ARCHIVE-OUT-COUNT  TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           IF  PURGE-MODE
               PERFORM 9100-CLOSE-KEYED-MASTER.
           CLOSE OLD-MASTER-FILE.
           CLOSE OLD-ARCHIVE-FILE.
           IF  PURGE-MODE
               CLOSE NEW-MASTER-FILE
               CLOSE NEW-ARCHIVE-FILE.
           CLOSE AGING-REPORT.
      *
      * A KEYED MASTER THAT WAS NOT FULLY LOADED STILL HOLDS THE
      * PURGED COURSES (OR IS EMPTY), SO THE STEP FAILS.
      *
           MOVE NEW-MASTER-OUT-COUNT   TO LEDGER-OUTPUT-COUNT.
           ADD STATE-NO-TERM-COUNT KEYED-MASTER-ERROR-COUNT
                   GIVING LEDGER-EXCEPTION-COUNT.
           IF  KEYED-MASTER-ERROR-COUNT IS GREATER THAN ZERO
               SET LEDGER-FAILED TO TRUE
           ELSE
           IF  LEDGER-EXCEPTION-COUNT IS GREATER THAN ZERO
               SET LEDGER-COMPLETE-WITH-EXCEPTIONS TO TRUE
           ELSE
               SET LEDGER-COMPLETE TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
      *
      *
       9100-CLOSE-KEYED-MASTER.
           IF  KEYED-MASTER-OPEN
               MOVE 'KEYED MASTER RECORDS LOADED........'
                       TO SUM-LABEL-OUT
               MOVE KEYED-MASTER-OUT-COUNT   TO SUM-COUNT-OUT
               PERFORM 8800-PRINT-SUMMARY-LINE
               MOVE 'KEYED MASTER WRITE ERRORS..........'
                       TO SUM-LABEL-OUT
               MOVE KEYED-MASTER-ERROR-COUNT TO SUM-COUNT-OUT
               PERFORM 8800-PRINT-SUMMARY-LINE
               CLOSE KEYED-MASTER-FILE
           ELSE
               MOVE KEYED-MASTER-STATUS TO KEYED-OPEN-STATUS-OUT
               WRITE PRINT-RECORD FROM KEYED-MASTER-OPEN-LINE
                       AFTER ADVANCING 2 LINES
               ADD 1 TO KEYED-MASTER-ERROR-COUNT.
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
           MOVE 'CBDORMNT'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBDORMNT.
