       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBANNUAL.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM PRODUCES THE ANNUAL ACADEMIC-YEAR COURSE
      *    INVENTORY STATISTICS THE STATE OFFICE PUBLISHES EACH
      *    SPRING, WHICH UNTIL NOW WERE BUILT BY HAND FROM
      *    TERADATA QUERIES.
      *
      *    THE ACADEMIC YEAR RUNS FROM THE SUMMER TERMS THROUGH THE
      *    SPRING TERMS AND IS NAMED BY THE CALENDAR YEAR IT ENDS
      *    IN.  ACADEMIC YEAR 26 (2025-26) IS TERMS 255 THROUGH
      *    258 (SUMMER AND FALL 2025) AND 260 THROUGH 264 (THE 2026
      *    ANNUAL, WINTER AND SPRING TERMS).  RECORDS CARRYING
      *    TERM CODE 9 (UNKNOWN) BELONG TO NO ACADEMIC YEAR AND ARE
      *    NOT COUNTED FROM THE EDITED FILES.
      *
      *    THE INPUT IS EITHER:
      *
      *      E - THE EDITED COURSE INVENTORY FILES WRITTEN BY
      *          CBEDIT FOR THE TERMS OF THE YEAR, CONCATENATED IN
      *          ANY ORDER.  RECORDS FOR TERMS OUTSIDE THE YEAR ARE
      *          IGNORED.
      *      M - THE CBMASTER COURSE MASTER.  A COURSE IS ACTIVE IN
      *          THE YEAR WHEN IT WAS FIRST OFFERED NO LATER THAN
      *          THE YEAR'S LAST TERM AND WAS LAST SEEN (THE LATER
      *          OF ITS LAST-SUBMITTED AND LAST-CHANGED TERMS) NO
      *          EARLIER THAN THE YEAR'S FIRST TERM.  THE MASTER
      *          HOLDS ONLY THE LATEST IMAGE OF A COURSE, SO THE
      *          GENERATION THAT CLOSED THE YEAR SHOULD BE USED.
      *
      *    EACH COLLEGE COUNTS A COURSE ONCE FOR THE YEAR NO
      *    MATTER HOW MANY TERMS IT WAS OFFERED; THE IMAGE FROM THE
      *    LATEST TERM OF THE YEAR IS THE ONE COUNTED.  DISTINCT
      *    ACTIVE COURSES ARE COUNTED BY TWO-DIGIT TOP DISCIPLINE
      *    (THE FIRST TWO DIGITS OF CB03, TITLED FROM THE TOP CODE
      *    TABLE ENTRY NN0000) AND, WITHIN EACH DISCIPLINE, BY
      *    CREDIT STATUS (CB04), TRANSFER STATUS (CB05), BASIC
      *    SKILLS STATUS (CB08) AND SAM PRIORITY CODE (CB09), WITH
      *    THE TOTAL MAXIMUM UNITS (CB06, 99V99) OFFERED.
      *
      *    THE REPORT HAS A SECTION FOR EACH COLLEGE, EACH
      *    DISTRICT AND THE STATE.  EACH SECTION'S TOTAL LINE IS
      *    FOLLOWED BY THE PRIOR ACADEMIC YEAR'S TOTALS AND THE
      *    PERCENT CHANGE, TAKEN FROM THE SUMMARY FILE THIS PROGRAM
      *    WROTE FOR THE PRIOR YEAR.
      *
      *    THE SUMMARY FILE CARRIES ONE RECORD PER COLLEGE,
      *    DISTRICT AND STATE PER DISCIPLINE, PLUS A TOTAL RECORD
      *    (DISCIPLINE '**') FOR EACH, FOR THE PUBLICATIONS UNIT'S
      *    ANNUAL REPORT TABLES.
      *
      *    THE RUN PARAMETERS ARE SUPPLIED THROUGH THE PARM:
      *
      *        COL 1-2   ACADEMIC YEAR (YY OF THE YEAR IT ENDS IN)
      *        COL 3     INPUT SOURCE: 'E' EDITED FILES,
      *                  'M' CBMASTER MASTER
      *
      *    THE RUN IS RECORDED ON THE RUN LEDGER UNDER TERM YY0,
      *    THE ANNUAL TERM OF THE ACADEMIC YEAR (E.G. 260 FOR
      *    ACADEMIC YEAR 26).
      *
      *    LAYOUT OF PROGRAM BY MODULE NUMBERS:
      *
      *      MODULE NUMBER         FUNCTION
      *      -------------         ----------------------------
      *        0000                MAINLINE
      *        1000-1999           INITIALIZE ROUTINES
      *        2000-6999           GENERAL PROCESSING ROUTINES
      *        7000-7999           TERM ARITHMETIC AND
      *                              ACCUMULATION ROUTINES
      *        8000-8999           ALL INPUT/OUTPUT PROCESSING
      *                              AND OPERATIONS
      *        9000-9999           END OF PROGRAM ROUTINES
      *
      *    INPUTS:
      *        1.  EDITED-COURSE-FILE - THE YEAR'S EDITED COURSE
      *            INVENTORY FILES (SOURCE 'E').
      *        2.  COURSE-MASTER-FILE - THE CBMASTER COURSE MASTER
      *            (SOURCE 'M').
      *        3.  TOPCODE-TITLE-FILE - TOP CODE TITLE TABLE.
      *        4.  COLLEGE-DIST-REF-FILE - COLLEGE/DISTRICT
      *            REFERENCE FILE.
      *        5.  PRIOR-SUMMARY-FILE - THE SUMMARY FILE WRITTEN
      *            FOR THE PRIOR ACADEMIC YEAR (OPTIONAL).
      *
      *    OUTPUTS:
      *        1.  ANNUAL STATISTICAL REPORT.
      *        2.  ANNUAL-SUMMARY-FILE - FIXED-FORMAT SUMMARY FOR
      *            THE PUBLICATIONS UNIT.
      *        3.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN A COLLEGE IS NOT ON THE REFERENCE
      *            FILE OR A TOP CODE IS NOT NUMERIC, AND 16 ON A
      *            PARM ABORT.
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
           SELECT OPTIONAL EDITED-COURSE-FILE
                   ASSIGN TO UT-S-EDITIN.
      *
           SELECT OPTIONAL COURSE-MASTER-FILE
                   ASSIGN TO UT-S-MSTRIN.
      *
           SELECT TOPCODE-TITLE-FILE
                   ASSIGN TO UT-S-TOPRECIN.
      *
           SELECT COLLEGE-DIST-REF-FILE
                   ASSIGN TO UT-S-REFRECIN.
      *
           SELECT OPTIONAL PRIOR-SUMMARY-FILE
                   ASSIGN TO UT-S-PRIORSUM.
      *
           SELECT ANNUAL-SUMMARY-FILE
                   ASSIGN TO UT-S-ANNSUMRY.
      *
           SELECT SORT-WORK-FILE
                   ASSIGN TO UT-S-SORTWK.
      *
           SELECT ANNUAL-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
      *
       FD  EDITED-COURSE-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS EDITED-COURSE-RECORD.
      *
       01  EDITED-COURSE-RECORD.
           03  EDT-COLLEGE-ID              PIC X(3).
           03  EDT-TERM-IDENTIFIER         PIC X(3).
           03  EDT-COURSE-PERM-DIST-ID     PIC X(12).
           03  EDT-DEPARTMENT-NUMBER       PIC X(12).
           03  EDT-COURSE-TITLE            PIC X(68).
           03  EDT-PROGRAM-CODE            PIC X(6).
           03  EDT-CREDIT-STATUS           PIC X(1).
           03  EDT-TRANSF-STATUS           PIC X(1).
           03  EDT-UNITS-MAXIMUM           PIC X(4).
           03  EDT-UNITS-MINIMUM           PIC X(4).
           03  EDT-BASIC-SKILLS-STATUS     PIC X(1).
           03  EDT-SAM-PRIORITY-CODE       PIC X(1).
           03  FILLER                      PIC X(116).
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
           03  MST-DEPARTMENT-NUMBER       PIC X(12).
           03  MST-COURSE-TITLE            PIC X(68).
           03  MST-PROGRAM-CODE            PIC X(6).
           03  MST-CREDIT-STATUS           PIC X(1).
           03  MST-TRANSF-STATUS           PIC X(1).
           03  MST-UNITS-MAXIMUM           PIC X(4).
           03  MST-UNITS-MINIMUM           PIC X(4).
           03  MST-BASIC-SKILLS-STATUS     PIC X(1).
           03  MST-SAM-PRIORITY-CODE       PIC X(1).
           03  FILLER                      PIC X(71).
           03  MST-FIRST-OFFERED-TERM      PIC X(3).
           03  MST-LAST-CHANGED-TERM       PIC X(3).
           03  MST-LAST-BATCH-RUN-ID       PIC X(8).
           03  MST-LAST-SUBMITTED-TERM     PIC X(3).
           03  FILLER                      PIC X(9).
      *
       FD  TOPCODE-TITLE-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS TOPCODE-RECORD.
      *
       01  TOPCODE-RECORD.
           03  TOPCODE.
               05  TOPCODE-DISCIPLINE        PIC X(2).
               05  TOPCODE-SUBDISCIPLINE     PIC X(4).
           03  TOP-VOC-ED-FLAG               PIC X.
           03  TOP-TITLE                     PIC X(40).
      *
       FD  COLLEGE-DIST-REF-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS COLLEGE-DIST-REF-RECORD.
      *
       01  COLLEGE-DIST-REF-RECORD.
           03  REF-RECORD-TYPE               PIC X.
               88  REF-DISTRICT-RECORD           VALUE 'D'.
               88  REF-COLLEGE-RECORD            VALUE 'C'.
           03  REF-DISTRICT-DATA.
               05  REF-DISTRICT-CODE         PIC 9(5).
               05  REF-DISTRICT-ID           PIC 9(3).
               05  REF-DISTRICT-NAME         PIC X(30).
               05  REF-CPEC-DISTRICT-CODE    PIC X(6).
               05  REF-SINGLE-COLLEGE-FLAG   PIC 9.
               05  FILLER                    PIC X(11).
           03  REF-COLLEGE-DATA
                   REDEFINES REF-DISTRICT-DATA.
               05  REF-COLLEGE-CODE          PIC 9(6).
               05  REF-COLLEGE-ID            PIC X(3).
               05  REF-COLLEGE-DIST-CODE     PIC 9(5).
               05  REF-CPEC-NUMERIC-CODE     PIC X(6).
               05  REF-FICE-COLLEGE-CODE     PIC 9(6).
               05  REF-COLLEGE-NAME          PIC X(30).
           03  FILLER                        PIC X(23).
      *
       FD  PRIOR-SUMMARY-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS PRIOR-SUMMARY-RECORD.
      *
       01  PRIOR-SUMMARY-RECORD.
           03  PSM-YEAR-ENDING              PIC 9(4).
           03  PSM-ENTITY-KEY.
               05  PSM-LEVEL                PIC X.
               05  PSM-DISTRICT-CODE        PIC 9(5).
               05  PSM-COLLEGE-ID           PIC X(3).
           03  PSM-DISCIPLINE               PIC X(2).
               88  PSM-ALL-DISCIPLINES          VALUE '**'.
           03  FILLER                       PIC X(40).
           03  PSM-COUNTS.
               05  PSM-ACTIVE-COURSES       PIC 9(7).
               05  PSM-CATEGORY             PIC 9(7)  OCCURS 14 TIMES.
               05  PSM-TOTAL-UNITS          PIC 9(7)V99.
           03  FILLER                       PIC X(31).
      *
       FD  ANNUAL-SUMMARY-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS ANNUAL-SUMMARY-RECORD.
      *
       01  ANNUAL-SUMMARY-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            ANNUAL COURSE INVENTORY SUMMARY RECORD             *
      *                                                               *
      *    LEVEL 'C' COLLEGE, 'D' DISTRICT (COLLEGE ID BLANK) OR 'S'  *
      *    STATEWIDE (DISTRICT CODE ZERO, COLLEGE ID BLANK).          *
      *    DISCIPLINE IS THE TWO-DIGIT TOP DISCIPLINE, 'XX' FOR       *
      *    COURSES WITH A NON-NUMERIC TOP CODE, OR '**' FOR THE       *
      *    TOTAL OVER ALL DISCIPLINES.  THE PRIOR-YEAR FIELDS ARE     *
      *    FILLED ON '**' RECORDS ONLY.  UNITS ARE 9(7)V99.           *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  ANS-YEAR-ENDING              PIC 9(4).
           03  ANS-LEVEL                    PIC X.
           03  ANS-DISTRICT-CODE            PIC 9(5).
           03  ANS-COLLEGE-ID               PIC X(3).
           03  ANS-DISCIPLINE               PIC X(2).
           03  ANS-DISCIPLINE-TITLE         PIC X(40).
           03  ANS-COUNTS.
               05  ANS-ACTIVE-COURSES       PIC 9(7).
               05  ANS-CATEGORY-COUNTS.
                   07  ANS-CREDIT-D         PIC 9(7).
                   07  ANS-CREDIT-C         PIC 9(7).
                   07  ANS-CREDIT-N         PIC 9(7).
                   07  ANS-TRANSFER-A       PIC 9(7).
                   07  ANS-TRANSFER-B       PIC 9(7).
                   07  ANS-TRANSFER-C       PIC 9(7).
                   07  ANS-BASIC-SKILLS-B   PIC 9(7).
                   07  ANS-BASIC-SKILLS-P   PIC 9(7).
                   07  ANS-BASIC-SKILLS-N   PIC 9(7).
                   07  ANS-SAM-A            PIC 9(7).
                   07  ANS-SAM-B            PIC 9(7).
                   07  ANS-SAM-C            PIC 9(7).
                   07  ANS-SAM-D            PIC 9(7).
                   07  ANS-SAM-E            PIC 9(7).
               05  ANS-CATEGORY
                       REDEFINES ANS-CATEGORY-COUNTS
                                            PIC 9(7)  OCCURS 14 TIMES.
               05  ANS-TOTAL-UNITS          PIC 9(7)V99.
           03  ANS-PRIOR-ACTIVE-COURSES     PIC 9(7).
           03  ANS-PRIOR-TOTAL-UNITS        PIC 9(7)V99.
           03  FILLER                       PIC X(15).
      *
       SD  SORT-WORK-FILE
                   DATA RECORD IS SORT-RECORD.
      *
       01  SORT-RECORD.
           03  SORT-DISTRICT-CODE          PIC 9(5).
           03  SORT-COLLEGE-ID             PIC X(3).
           03  SORT-COURSE-PERM-DIST-ID    PIC X(12).
           03  SORT-TERM-KEY               PIC 9(5).
           03  SORT-PROGRAM-CODE.
               05  SORT-TOP-DISCIPLINE     PIC X(2).
               05  SORT-TOP-DISCIPLINE-N
                       REDEFINES SORT-TOP-DISCIPLINE
                                           PIC 9(2).
               05  FILLER                  PIC X(4).
           03  SORT-CREDIT-STATUS          PIC X.
           03  SORT-TRANSF-STATUS          PIC X.
           03  SORT-BASIC-SKILLS-STATUS    PIC X.
           03  SORT-SAM-PRIORITY-CODE      PIC X.
           03  SORT-UNITS-MAXIMUM          PIC X(4).
           03  SORT-UNITS-MAXIMUM-N
                   REDEFINES SORT-UNITS-MAXIMUM
                                           PIC 99V99.
      *
       FD  ANNUAL-REPORT
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
           03  END-OF-INPUT-FLAG           PIC 9.
               88  END-OF-INPUT                VALUE 1.
           03  SORT-EOF-FLAG               PIC 9.
               88  END-OF-SORT                 VALUE 1.
           03  TOP-EOF-FLAG                PIC 9.
               88  END-OF-TOP-FILE             VALUE 1.
           03  REF-EOF-FLAG                PIC 9.
               88  END-OF-REF-FILE             VALUE 1.
           03  PRIOR-EOF-FLAG              PIC 9.
               88  END-OF-PRIOR-FILE           VALUE 1.
           03  PRIOR-FOUND-FLAG            PIC 9.
               88  PRIOR-FOUND                 VALUE 1.
           03  COURSE-ACTIVE-FLAG          PIC 9.
               88  COURSE-ACTIVE               VALUE 1.
      *
       01  ANNUAL-COUNTERS                 VALUE ZEROS.
           03  INPUT-RECORDS-READ           PIC 9(7).
           03  RECORDS-SELECTED             PIC 9(7).
           03  EARLIER-TERM-RECORDS         PIC 9(7).
           03  DISTINCT-COURSES             PIC 9(7).
           03  COLLEGES-REPORTED            PIC 9(5).
           03  DISTRICTS-REPORTED           PIC 9(5).
           03  COLLEGES-NOT-ON-REFERENCE    PIC 9(5).
           03  TOP-CODES-NOT-NUMERIC        PIC 9(7).
           03  SUMMARY-RECORDS-WRITTEN      PIC 9(7).
           03  PRIOR-RECORDS-LOADED         PIC 9(5).
      *
      *    TERMS ARE COMPARED AS YYYYT - THE TWO-DIGIT CALENDAR YEAR
      *    WIDENED ON A 1950 CENTURY WINDOW, FOLLOWED BY THE TERM
      *    CODE (TERM CODES RUN IN CALENDAR ORDER WITHIN A YEAR).
      *
       01  ACADEMIC-YEAR-WORK.
           03  CENTURY-WINDOW-YEAR         PIC 9(2)  VALUE 50.
           03  YEAR-ENDING                 PIC 9(4)  VALUE ZERO.
           03  PRIOR-YEAR-ENDING           PIC 9(4)  VALUE ZERO.
           03  YEAR-FIRST-TERM-KEY         PIC 9(5)  VALUE ZERO.
           03  YEAR-LAST-TERM-KEY          PIC 9(5)  VALUE ZERO.
           03  TERM-WORK.
               05  TERM-WORK-YEAR          PIC 9(2).
               05  TERM-WORK-CODE          PIC 9.
           03  TERM-WORK-KEY               PIC 9(5)  VALUE ZERO.
           03  FIRST-OFFERED-KEY           PIC 9(5)  VALUE ZERO.
           03  LAST-SEEN-KEY               PIC 9(5)  VALUE ZERO.
           03  ACADEMIC-YEAR-LABEL.
               05  AY-LABEL-START          PIC 9(4).
               05  FILLER                  PIC X     VALUE '-'.
               05  AY-LABEL-END            PIC 9(2).
      *
       01  CONTROL-BREAK-WORK.
           03  CURRENT-DISTRICT-CODE       PIC 9(5)  VALUE ZERO.
           03  CURRENT-COLLEGE-ID          PIC X(3)  VALUE SPACES.
           03  CURRENT-COURSE-ID           PIC X(12) VALUE SPACES.
           03  CURRENT-ENTITY-KEY.
               05  CURRENT-LEVEL           PIC X.
               05  CURRENT-KEY-DISTRICT    PIC 9(5).
               05  CURRENT-KEY-COLLEGE     PIC X(3).
           03  LEVEL-SUB                   PIC 9     VALUE ZERO.
           03  ROW-SUB                     PIC 9(3)  VALUE ZERO.
           03  CAT-SUB                     PIC 9(2)  VALUE ZERO.
           03  COURSE-ROW-SUB              PIC 9(3)  VALUE ZERO.
           03  CREDIT-CAT-SUB              PIC 9(2)  VALUE ZERO.
           03  TRANSFER-CAT-SUB            PIC 9(2)  VALUE ZERO.
           03  BASIC-SKILLS-CAT-SUB        PIC 9(2)  VALUE ZERO.
           03  SAM-CAT-SUB                 PIC 9(2)  VALUE ZERO.
           03  DISCIPLINE-WORK             PIC 9(2)  VALUE ZERO.
           03  PERCENT-WORK                PIC S9(5)V9 VALUE ZERO.
      *
      *    TWO-DIGIT TOP DISCIPLINE TITLES, SUBSCRIPT = DISCIPLINE
      *    + 1.
      *
       01  DISCIPLINE-TITLE-TABLE               VALUE SPACES.
           03  DISCIPLINE-TITLE            PIC X(40) OCCURS 100 TIMES.
      *
       01  DISTRICT-ENTRY-COUNT            PIC 9(3) VALUE ZERO.
      *
       01  DISTRICT-NAME-TABLE                  VALUE HIGH-VALUES.
           03  DISTRICT-NAME-ENTRY
                       OCCURS 100 TIMES
                       INDEXED BY DISTRICT-NAME-INDEX.
               05  DNT-DISTRICT-CODE       PIC 9(5).
               05  DNT-DISTRICT-NAME       PIC X(30).
      *
       01  COLLEGE-ENTRY-COUNT             PIC 9(3) VALUE ZERO.
      *
       01  COLLEGE-NAME-TABLE                   VALUE HIGH-VALUES.
           03  COLLEGE-NAME-ENTRY
                       OCCURS 200 TIMES
                       INDEXED BY COLLEGE-NAME-INDEX.
               05  CNT-COLLEGE-ID          PIC X(3).
               05  CNT-DISTRICT-CODE       PIC 9(5).
               05  CNT-COLLEGE-NAME        PIC X(30).
      *
      *    ACCUMULATORS FOR THE COLLEGE (1), DISTRICT (2) AND STATE
      *    (3) LEVELS.  ROWS 1-100 ARE DISCIPLINES 00-99, ROW 101
      *    IS NON-NUMERIC TOP CODES, ROW 102 IS ALL DISCIPLINES.
      *    THE 14 CATEGORIES ARE CREDIT D C N, TRANSFER A B C,
      *    BASIC SKILLS B P N AND SAM A B C D E.
      *
       01  LEVEL-ACCUMULATORS                   VALUE ZEROS.
           03  LEVEL-ACCUM                 OCCURS 3 TIMES.
               05  ACC-ROW                 OCCURS 102 TIMES.
                   07  ACC-COURSES         PIC 9(7).
                   07  ACC-CATEGORY        PIC 9(7)  OCCURS 14 TIMES.
                   07  ACC-UNITS           PIC 9(7)V99.
      *
      *    PRIOR ACADEMIC YEAR TOTALS ('**' SUMMARY RECORDS).
      *
       01  PRIOR-ENTRY-COUNT               PIC 9(3) VALUE ZERO.
      *
       01  PRIOR-TOTALS-TABLE                   VALUE HIGH-VALUES.
           03  PRIOR-TOTALS-ENTRY
                       OCCURS 400 TIMES
                       INDEXED BY PRIOR-INDEX.
               05  PRV-ENTITY-KEY          PIC X(9).
               05  PRV-COURSES             PIC 9(7).
               05  PRV-CATEGORY            PIC 9(7)  OCCURS 14 TIMES.
               05  PRV-UNITS               PIC 9(7)V99.
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
       01  ANNUAL-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(54) VALUE
               'ANNUAL COURSE INVENTORY STATISTICS BY TOP DISCIPLINE'.
           03  FILLER                  PIC X(14) VALUE
               'ACADEMIC YEAR '.
           03  TITLE-YEAR-OUT          PIC X(7).
           03  FILLER                  PIC X(10) VALUE '  SOURCE: '.
           03  TITLE-SOURCE-OUT        PIC X(15).
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  ANNUAL-PAGE-OUT         PIC ZZZZ9.
      *
       01  SECTION-HEADING-LINE.
           03  FILLER                  PIC X(1)  VALUE SPACE.
           03  SEC-LEVEL-OUT           PIC X(10).
           03  SEC-ID-OUT              PIC X(7).
           03  SEC-NAME-OUT            PIC X(30).
           03  FILLER                  PIC X(3)  VALUE SPACE.
           03  SEC-EXTRA-OUT           PIC X(40).
      *
       01  ANNUAL-HEADING-LINE-1.
           03  FILLER                  PIC X(18) VALUE ' TOP'.
           03  FILLER                  PIC X(7)  VALUE ' ACTIVE'.
           03  FILLER                  PIC X(21) VALUE
               ' -- CREDIT STATUS ---'.
           03  FILLER                  PIC X(21) VALUE
               ' - TRANSFER STATUS --'.
           03  FILLER                  PIC X(21) VALUE
               ' --- BASIC SKILLS ---'.
           03  FILLER                  PIC X(35) VALUE
               ' ------- SAM PRIORITY CODE --------'.
           03  FILLER                  PIC X(9)  VALUE '  MAXIMUM'.
      *
       01  ANNUAL-HEADING-LINE-2.
           03  FILLER                  PIC X(18) VALUE ' CD TITLE'.
           03  FILLER                  PIC X(7)  VALUE 'COURSES'.
           03  FILLER                  PIC X(42) VALUE
               '      D      C      N      A      B      C'.
           03  FILLER                  PIC X(28) VALUE
               '      B      P      N      A'.
           03  FILLER                  PIC X(28) VALUE
               '      B      C      D      E'.
           03  FILLER                  PIC X(9)  VALUE '    UNITS'.
      *
       01  ANNUAL-DETAIL-LINE.
           03  FILLER                  PIC X(1)  VALUE SPACE.
           03  DTL-DISCIPLINE          PIC X(2).
           03  FILLER                  PIC X(1)  VALUE SPACE.
           03  DTL-TITLE               PIC X(13).
           03  FILLER                  PIC X(1)  VALUE SPACE.
           03  DTL-COURSES             PIC ZZZ,ZZ9.
           03  DTL-CATEGORY-COLUMN     OCCURS 14 TIMES.
               05  FILLER              PIC X(1).
               05  DTL-CATEGORY        PIC ZZZZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACE.
           03  DTL-UNITS               PIC ZZZZZ9.9.
      *
       01  ANNUAL-PERCENT-LINE.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
               'PCT CHANGE'.
           03  PCT-COURSES-X           PIC X(7).
           03  PCT-COURSES
                   REDEFINES PCT-COURSES-X PIC ----9.9.
           03  PCT-CATEGORY-COLUMN     OCCURS 14 TIMES.
               05  FILLER              PIC X(1).
               05  PCT-CATEGORY-X      PIC X(6).
               05  PCT-CATEGORY
                       REDEFINES PCT-CATEGORY-X PIC ---9.9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  PCT-UNITS-X             PIC X(7).
           03  PCT-UNITS
                   REDEFINES PCT-UNITS-X   PIC ----9.9.
      *
       01  ANNUAL-NO-PRIOR-LINE.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  FILLER                  PIC X(60) VALUE
               'PRIOR YEAR    NOT ON THE PRIOR-YEAR SUMMARY FILE'.
      *
       01  PRINT-LINE-HOLD             PIC X(133) VALUE SPACES.
      *
       01  ANNUAL-SUMMARY-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SUM-LABEL-OUT           PIC X(36).
           03  SUM-COUNT-OUT           PIC Z,ZZZ,ZZ9.
      *
       01  PARM-ABORT-LINE.
           03  FILLER                  PIC X(2).
           03  FILLER                  PIC X(47)  VALUE
                    'PROGRAM ABORTED DUE TO INVALID INPUT PARAMETERS'.
      /
       LINKAGE SECTION.
      *
       01  RUNTIME-PARAMETER-AREA.
           03  FILLER                  PIC 9(3) COMP.
           03  ACADEMIC-YEAR-CHECK     PIC 9(2).
           03  INPUT-SOURCE-FLAG       PIC X.
               88  SOURCE-EDITED-FILES      VALUE 'E'.
               88  SOURCE-COURSE-MASTER     VALUE 'M'.
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-DISTRICT-CODE
                                    SORT-COLLEGE-ID
                                    SORT-COURSE-PERM-DIST-ID
                   ON DESCENDING KEY SORT-TERM-KEY
                   INPUT PROCEDURE IS 3000-SELECT-COURSES
                   OUTPUT PROCEDURE IS 4000-REPORT-STATISTICS.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           OPEN OUTPUT ANNUAL-REPORT.
           IF  ACADEMIC-YEAR-CHECK IS NOT NUMERIC
                   OR NOT (SOURCE-EDITED-FILES
                           OR SOURCE-COURSE-MASTER)
               WRITE PRINT-RECORD
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE ANNUAL-REPORT
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN.
           MOVE ACADEMIC-YEAR-CHECK TO TERM-WORK-YEAR.
           MOVE ZERO TO TERM-WORK-CODE.
           PERFORM 7200-BUILD-TERM-KEY.
           COMPUTE YEAR-ENDING = TERM-WORK-KEY / 10.
           COMPUTE PRIOR-YEAR-ENDING = YEAR-ENDING - 1.
           COMPUTE YEAR-FIRST-TERM-KEY = PRIOR-YEAR-ENDING * 10 + 5.
           COMPUTE YEAR-LAST-TERM-KEY = YEAR-ENDING * 10 + 4.
           MOVE ACADEMIC-YEAR-CHECK TO LEDGER-TERM (1:2).
           MOVE '0'                 TO LEDGER-TERM (3:1).
           MOVE PRIOR-YEAR-ENDING TO AY-LABEL-START.
           MOVE ACADEMIC-YEAR-CHECK TO AY-LABEL-END.
           MOVE ACADEMIC-YEAR-LABEL TO TITLE-YEAR-OUT.
           IF  SOURCE-EDITED-FILES
               MOVE 'EDITED FILES' TO TITLE-SOURCE-OUT
           ELSE
               MOVE 'COURSE MASTER' TO TITLE-SOURCE-OUT.
           PERFORM 1100-LOAD-DISCIPLINE-TITLES.
           PERFORM 1200-SET-COLLEGE-DIST-TABLES.
           PERFORM 1300-LOAD-PRIOR-TOTALS.
           OPEN OUTPUT ANNUAL-SUMMARY-FILE.
      *
      *
       1100-LOAD-DISCIPLINE-TITLES.
           OPEN INPUT TOPCODE-TITLE-FILE.
           PERFORM 1110-LOAD-TOP-RECORD
                   UNTIL END-OF-TOP-FILE.
           CLOSE TOPCODE-TITLE-FILE.
      *
      *
       1110-LOAD-TOP-RECORD.
      *
      * THE DISCIPLINE ENTRY IS THE TOP CODE NN0000.
      *
           READ TOPCODE-TITLE-FILE
               AT END MOVE 1 TO TOP-EOF-FLAG.
           IF  NOT END-OF-TOP-FILE
                   AND TOPCODE-DISCIPLINE IS NUMERIC
                   AND TOPCODE-SUBDISCIPLINE IS EQUAL TO '0000'
               MOVE TOPCODE-DISCIPLINE TO DISCIPLINE-WORK
               COMPUTE ROW-SUB = DISCIPLINE-WORK + 1
               MOVE TOP-TITLE TO DISCIPLINE-TITLE (ROW-SUB).
      *
      *
       1200-SET-COLLEGE-DIST-TABLES.
           OPEN INPUT COLLEGE-DIST-REF-FILE.
           PERFORM 1210-LOAD-COLLEGE-DIST-RECORD
                   UNTIL END-OF-REF-FILE.
           CLOSE COLLEGE-DIST-REF-FILE.
      *
      *
       1210-LOAD-COLLEGE-DIST-RECORD.
           READ COLLEGE-DIST-REF-FILE
               AT END MOVE 1 TO REF-EOF-FLAG.
           IF  NOT END-OF-REF-FILE
               IF  REF-DISTRICT-RECORD
                       AND DISTRICT-ENTRY-COUNT IS LESS THAN 100
                   ADD 1 TO DISTRICT-ENTRY-COUNT
                   SET DISTRICT-NAME-INDEX TO DISTRICT-ENTRY-COUNT
                   MOVE REF-DISTRICT-CODE
                           TO DNT-DISTRICT-CODE (DISTRICT-NAME-INDEX)
                   MOVE REF-DISTRICT-NAME
                           TO DNT-DISTRICT-NAME (DISTRICT-NAME-INDEX)
               ELSE
               IF  REF-COLLEGE-RECORD
                       AND COLLEGE-ENTRY-COUNT IS LESS THAN 200
                   ADD 1 TO COLLEGE-ENTRY-COUNT
                   SET COLLEGE-NAME-INDEX TO COLLEGE-ENTRY-COUNT
                   MOVE REF-COLLEGE-ID
                           TO CNT-COLLEGE-ID (COLLEGE-NAME-INDEX)
                   MOVE REF-COLLEGE-DIST-CODE
                           TO CNT-DISTRICT-CODE (COLLEGE-NAME-INDEX)
                   MOVE REF-COLLEGE-NAME
                           TO CNT-COLLEGE-NAME (COLLEGE-NAME-INDEX).
      *
      *
       1300-LOAD-PRIOR-TOTALS.
           OPEN INPUT PRIOR-SUMMARY-FILE.
           PERFORM 1310-LOAD-PRIOR-RECORD
                   UNTIL END-OF-PRIOR-FILE.
           CLOSE PRIOR-SUMMARY-FILE.
      *
      *
       1310-LOAD-PRIOR-RECORD.
           READ PRIOR-SUMMARY-FILE
               AT END MOVE 1 TO PRIOR-EOF-FLAG.
           IF  NOT END-OF-PRIOR-FILE
                   AND PSM-ALL-DISCIPLINES
                   AND PSM-YEAR-ENDING IS EQUAL TO PRIOR-YEAR-ENDING
                   AND PRIOR-ENTRY-COUNT IS LESS THAN 400
               ADD 1 TO PRIOR-ENTRY-COUNT
               ADD 1 TO PRIOR-RECORDS-LOADED
               SET PRIOR-INDEX TO PRIOR-ENTRY-COUNT
               MOVE PSM-ENTITY-KEY TO PRV-ENTITY-KEY (PRIOR-INDEX)
               MOVE PSM-ACTIVE-COURSES TO PRV-COURSES (PRIOR-INDEX)
               MOVE PSM-TOTAL-UNITS TO PRV-UNITS (PRIOR-INDEX)
               PERFORM 1320-LOAD-PRIOR-CATEGORY
                       VARYING CAT-SUB FROM 1 BY 1
                       UNTIL CAT-SUB IS GREATER THAN 14.
      *
      *
       1320-LOAD-PRIOR-CATEGORY.
           MOVE PSM-CATEGORY (CAT-SUB)
                   TO PRV-CATEGORY (PRIOR-INDEX, CAT-SUB).
      /
       3000-SELECT-COURSES SECTION.
       3010-SELECT-COURSES-DRIVER.
           IF  SOURCE-EDITED-FILES
               OPEN INPUT EDITED-COURSE-FILE
               PERFORM 8500-READ-EDITED-RECORD
               PERFORM 3100-SELECT-EDITED-RECORD
                       UNTIL END-OF-INPUT
               CLOSE EDITED-COURSE-FILE
           ELSE
               OPEN INPUT COURSE-MASTER-FILE
               PERFORM 8510-READ-MASTER-RECORD
               PERFORM 3200-SELECT-MASTER-RECORD
                       UNTIL END-OF-INPUT
               CLOSE COURSE-MASTER-FILE.
       3090-SELECT-COURSES-EXIT.
           EXIT.
      /
       4000-REPORT-STATISTICS SECTION.
       4010-REPORT-STATISTICS-DRIVER.
           PERFORM 8600-RETURN-SORT-RECORD.
           PERFORM 4100-REPORT-ONE-DISTRICT
                   UNTIL END-OF-SORT.
           MOVE 3 TO LEVEL-SUB.
           MOVE 'S'    TO CURRENT-LEVEL.
           MOVE ZEROS  TO CURRENT-KEY-DISTRICT.
           MOVE SPACES TO CURRENT-KEY-COLLEGE.
           MOVE 'STATEWIDE' TO SEC-LEVEL-OUT.
           MOVE SPACES TO SEC-ID-OUT.
           MOVE 'ALL DISTRICTS' TO SEC-NAME-OUT.
           MOVE SPACES TO SEC-EXTRA-OUT.
           PERFORM 5000-PRINT-LEVEL-SECTION.
       4090-REPORT-STATISTICS-EXIT.
           EXIT.
      /
       4095-GENERAL-PROCESSING SECTION.
      *
       3100-SELECT-EDITED-RECORD.
           ADD 1 TO INPUT-RECORDS-READ.
           IF  EDT-TERM-IDENTIFIER IS NUMERIC
               MOVE EDT-TERM-IDENTIFIER TO TERM-WORK
               PERFORM 7200-BUILD-TERM-KEY
               IF  TERM-WORK-KEY IS NOT LESS THAN YEAR-FIRST-TERM-KEY
                   AND TERM-WORK-KEY IS NOT GREATER THAN
                           YEAR-LAST-TERM-KEY
                   AND TERM-WORK-CODE IS NOT EQUAL TO 9
                   MOVE EDT-COLLEGE-ID TO SORT-COLLEGE-ID
                   MOVE EDT-COURSE-PERM-DIST-ID
                           TO SORT-COURSE-PERM-DIST-ID
                   MOVE TERM-WORK-KEY TO SORT-TERM-KEY
                   MOVE EDT-PROGRAM-CODE TO SORT-PROGRAM-CODE
                   MOVE EDT-CREDIT-STATUS TO SORT-CREDIT-STATUS
                   MOVE EDT-TRANSF-STATUS TO SORT-TRANSF-STATUS
                   MOVE EDT-BASIC-SKILLS-STATUS
                           TO SORT-BASIC-SKILLS-STATUS
                   MOVE EDT-SAM-PRIORITY-CODE TO SORT-SAM-PRIORITY-CODE
                   MOVE EDT-UNITS-MAXIMUM TO SORT-UNITS-MAXIMUM
                   PERFORM 3300-RELEASE-COURSE.
           PERFORM 8500-READ-EDITED-RECORD.
      *
      *
       3200-SELECT-MASTER-RECORD.
           ADD 1 TO INPUT-RECORDS-READ.
           PERFORM 7000-CHECK-MASTER-ACTIVE.
           IF  COURSE-ACTIVE
               MOVE MST-COLLEGE-ID TO SORT-COLLEGE-ID
               MOVE MST-COURSE-PERM-DIST-ID
                       TO SORT-COURSE-PERM-DIST-ID
               MOVE LAST-SEEN-KEY TO SORT-TERM-KEY
               MOVE MST-PROGRAM-CODE TO SORT-PROGRAM-CODE
               MOVE MST-CREDIT-STATUS TO SORT-CREDIT-STATUS
               MOVE MST-TRANSF-STATUS TO SORT-TRANSF-STATUS
               MOVE MST-BASIC-SKILLS-STATUS
                       TO SORT-BASIC-SKILLS-STATUS
               MOVE MST-SAM-PRIORITY-CODE TO SORT-SAM-PRIORITY-CODE
               MOVE MST-UNITS-MAXIMUM TO SORT-UNITS-MAXIMUM
               PERFORM 3300-RELEASE-COURSE.
           PERFORM 8510-READ-MASTER-RECORD.
      *
      *
       3300-RELEASE-COURSE.
      *
      * A COLLEGE NOT ON THE REFERENCE FILE SORTS UNDER DISTRICT
      * ZERO.
      *
           MOVE ZEROS TO SORT-DISTRICT-CODE.
           SET COLLEGE-NAME-INDEX TO 1.
           SEARCH COLLEGE-NAME-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN CNT-COLLEGE-ID (COLLEGE-NAME-INDEX)
                       IS EQUAL TO SORT-COLLEGE-ID
                   MOVE CNT-DISTRICT-CODE (COLLEGE-NAME-INDEX)
                           TO SORT-DISTRICT-CODE.
           ADD 1 TO RECORDS-SELECTED.
           RELEASE SORT-RECORD.
      *
      *
       4100-REPORT-ONE-DISTRICT.
           MOVE SORT-DISTRICT-CODE TO CURRENT-DISTRICT-CODE.
           ADD 1 TO DISTRICTS-REPORTED.
           PERFORM 4200-REPORT-ONE-COLLEGE
                   UNTIL END-OF-SORT
                   OR SORT-DISTRICT-CODE IS NOT EQUAL TO
                           CURRENT-DISTRICT-CODE.
           MOVE 2 TO LEVEL-SUB.
           MOVE 'D'    TO CURRENT-LEVEL.
           MOVE CURRENT-DISTRICT-CODE TO CURRENT-KEY-DISTRICT.
           MOVE SPACES TO CURRENT-KEY-COLLEGE.
           MOVE 'DISTRICT'  TO SEC-LEVEL-OUT.
           MOVE CURRENT-DISTRICT-CODE TO SEC-ID-OUT.
           MOVE 'DISTRICT NOT ON REFERENCE FILE' TO SEC-NAME-OUT.
           SET DISTRICT-NAME-INDEX TO 1.
           SEARCH DISTRICT-NAME-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN DNT-DISTRICT-CODE (DISTRICT-NAME-INDEX)
                       IS EQUAL TO CURRENT-DISTRICT-CODE
                   MOVE DNT-DISTRICT-NAME (DISTRICT-NAME-INDEX)
                           TO SEC-NAME-OUT.
           MOVE 'ALL COLLEGES IN THE DISTRICT' TO SEC-EXTRA-OUT.
           PERFORM 5000-PRINT-LEVEL-SECTION.
      *
      *
       4200-REPORT-ONE-COLLEGE.
           MOVE SORT-COLLEGE-ID TO CURRENT-COLLEGE-ID.
           ADD 1 TO COLLEGES-REPORTED.
           PERFORM 4300-COUNT-ONE-COURSE
                   UNTIL END-OF-SORT
                   OR SORT-COLLEGE-ID IS NOT EQUAL TO
                           CURRENT-COLLEGE-ID.
           MOVE 1 TO LEVEL-SUB.
           MOVE 'C'    TO CURRENT-LEVEL.
           MOVE CURRENT-DISTRICT-CODE TO CURRENT-KEY-DISTRICT.
           MOVE CURRENT-COLLEGE-ID TO CURRENT-KEY-COLLEGE.
           MOVE 'COLLEGE'   TO SEC-LEVEL-OUT.
           MOVE CURRENT-COLLEGE-ID TO SEC-ID-OUT.
           MOVE 'COLLEGE NOT ON REFERENCE FILE' TO SEC-NAME-OUT.
           MOVE SPACES TO SEC-EXTRA-OUT.
           STRING 'DISTRICT ' CURRENT-DISTRICT-CODE
                   DELIMITED BY SIZE INTO SEC-EXTRA-OUT.
           SET COLLEGE-NAME-INDEX TO 1.
           SEARCH COLLEGE-NAME-ENTRY
               AT END
                   ADD 1 TO COLLEGES-NOT-ON-REFERENCE
               WHEN CNT-COLLEGE-ID (COLLEGE-NAME-INDEX)
                       IS EQUAL TO CURRENT-COLLEGE-ID
                   MOVE CNT-COLLEGE-NAME (COLLEGE-NAME-INDEX)
                           TO SEC-NAME-OUT.
           PERFORM 5000-PRINT-LEVEL-SECTION.
      *
      *
       4300-COUNT-ONE-COURSE.
      *
      * THE SORT RETURNS A COURSE'S LATEST TERM FIRST; THAT IMAGE
      * IS COUNTED AND THE COURSE'S EARLIER TERMS ARE PASSED OVER.
      *
           MOVE SORT-COURSE-PERM-DIST-ID TO CURRENT-COURSE-ID.
           ADD 1 TO DISTINCT-COURSES.
           PERFORM 7100-CLASSIFY-COURSE.
           PERFORM 7150-ADD-COURSE-TO-LEVEL
                   VARYING LEVEL-SUB FROM 1 BY 1
                   UNTIL LEVEL-SUB IS GREATER THAN 3.
           PERFORM 8600-RETURN-SORT-RECORD.
           PERFORM 4310-PASS-EARLIER-TERM
                   UNTIL END-OF-SORT
                   OR SORT-COLLEGE-ID IS NOT EQUAL TO
                           CURRENT-COLLEGE-ID
                   OR SORT-COURSE-PERM-DIST-ID IS NOT EQUAL TO
                           CURRENT-COURSE-ID.
      *
      *
       4310-PASS-EARLIER-TERM.
           ADD 1 TO EARLIER-TERM-RECORDS.
           PERFORM 8600-RETURN-SORT-RECORD.
      *
      *
       5000-PRINT-LEVEL-SECTION.
      *
      * PRINT ONE COLLEGE, DISTRICT OR STATE SECTION FROM THE
      * ACCUMULATORS FOR LEVEL-SUB, WRITE ITS SUMMARY RECORDS AND
      * CLEAR THE LEVEL FOR THE NEXT ENTITY.
      *
           MOVE 99 TO REPORT-LINE-COUNTER.
           PERFORM 5100-PRINT-DISCIPLINE-ROW
                   VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB IS GREATER THAN 101.
           PERFORM 5200-PRINT-LEVEL-TOTALS.
           MOVE ZEROS TO LEVEL-ACCUM (LEVEL-SUB).
      *
      *
       5100-PRINT-DISCIPLINE-ROW.
           IF  ACC-COURSES (LEVEL-SUB, ROW-SUB) IS GREATER THAN ZERO
               MOVE SPACES TO ANNUAL-SUMMARY-RECORD
               IF  ROW-SUB IS EQUAL TO 101
                   MOVE 'XX' TO DTL-DISCIPLINE
                   MOVE 'TOP CODE NOT NUMERIC' TO ANS-DISCIPLINE-TITLE
               ELSE
                   COMPUTE DISCIPLINE-WORK = ROW-SUB - 1
                   MOVE DISCIPLINE-WORK TO DTL-DISCIPLINE
                   IF  DISCIPLINE-TITLE (ROW-SUB) IS EQUAL TO SPACES
                       MOVE 'DISCIPLINE NOT ON TOP TABLE'
                               TO ANS-DISCIPLINE-TITLE
                   ELSE
                       MOVE DISCIPLINE-TITLE (ROW-SUB)
                               TO ANS-DISCIPLINE-TITLE
                   END-IF
               END-IF
               MOVE ANS-DISCIPLINE-TITLE TO DTL-TITLE
               PERFORM 5150-FORMAT-ACCUMULATOR-ROW
               MOVE ANNUAL-DETAIL-LINE TO PRINT-LINE-HOLD
               PERFORM 8700-PRINT-DETAIL-LINE
               MOVE DTL-DISCIPLINE TO ANS-DISCIPLINE
               MOVE ZEROS TO ANS-PRIOR-ACTIVE-COURSES
               MOVE ZEROS TO ANS-PRIOR-TOTAL-UNITS
               PERFORM 8800-WRITE-SUMMARY-RECORD.
      *
      *
       5150-FORMAT-ACCUMULATOR-ROW.
           MOVE ACC-COURSES (LEVEL-SUB, ROW-SUB) TO DTL-COURSES.
           MOVE ACC-COURSES (LEVEL-SUB, ROW-SUB)
                   TO ANS-ACTIVE-COURSES.
           MOVE ACC-UNITS (LEVEL-SUB, ROW-SUB) TO DTL-UNITS.
           MOVE ACC-UNITS (LEVEL-SUB, ROW-SUB) TO ANS-TOTAL-UNITS.
           PERFORM 5160-FORMAT-ONE-CATEGORY
                   VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB IS GREATER THAN 14.
      *
      *
       5160-FORMAT-ONE-CATEGORY.
           MOVE SPACE TO DTL-CATEGORY-COLUMN (CAT-SUB).
           MOVE ACC-CATEGORY (LEVEL-SUB, ROW-SUB, CAT-SUB)
                   TO DTL-CATEGORY (CAT-SUB).
           MOVE ACC-CATEGORY (LEVEL-SUB, ROW-SUB, CAT-SUB)
                   TO ANS-CATEGORY (CAT-SUB).
      *
      *
       5200-PRINT-LEVEL-TOTALS.
           MOVE 102 TO ROW-SUB.
           MOVE SPACES TO ANNUAL-SUMMARY-RECORD.
           MOVE '**' TO DTL-DISCIPLINE.
           MOVE '**' TO ANS-DISCIPLINE.
           MOVE 'ALL DISCIPLINES' TO ANS-DISCIPLINE-TITLE.
           MOVE 'TOTAL'     TO DTL-TITLE.
           PERFORM 5150-FORMAT-ACCUMULATOR-ROW.
           MOVE ANNUAL-DETAIL-LINE TO PRINT-LINE-HOLD.
           IF  REPORT-LINE-COUNTER IS GREATER THAN
                   PRT-PAGE-MAXIMUM - 5
               PERFORM 8710-PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM PRINT-LINE-HOLD
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO REPORT-LINE-COUNTER.
           MOVE ZEROS TO ANS-PRIOR-ACTIVE-COURSES.
           MOVE ZEROS TO ANS-PRIOR-TOTAL-UNITS.
           MOVE ZERO TO PRIOR-FOUND-FLAG.
           SET PRIOR-INDEX TO 1.
           SEARCH PRIOR-TOTALS-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN PRV-ENTITY-KEY (PRIOR-INDEX)
                       IS EQUAL TO CURRENT-ENTITY-KEY
                   MOVE 1 TO PRIOR-FOUND-FLAG.
           IF  PRIOR-FOUND
               PERFORM 5250-PRINT-PRIOR-YEAR
           ELSE
               MOVE ANNUAL-NO-PRIOR-LINE TO PRINT-LINE-HOLD
               PERFORM 8700-PRINT-DETAIL-LINE.
           PERFORM 8800-WRITE-SUMMARY-RECORD.
      *
      *
       5250-PRINT-PRIOR-YEAR.
           MOVE PRV-COURSES (PRIOR-INDEX) TO ANS-PRIOR-ACTIVE-COURSES.
           MOVE PRV-UNITS (PRIOR-INDEX) TO ANS-PRIOR-TOTAL-UNITS.
           MOVE SPACES TO DTL-DISCIPLINE.
           MOVE 'PRIOR YEAR' TO DTL-TITLE.
           MOVE PRV-COURSES (PRIOR-INDEX) TO DTL-COURSES.
           MOVE PRV-UNITS (PRIOR-INDEX) TO DTL-UNITS.
           PERFORM 5260-FORMAT-PRIOR-CATEGORY
                   VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB IS GREATER THAN 14.
           MOVE ANNUAL-DETAIL-LINE TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
           MOVE SPACES TO PCT-COURSES-X.
           IF  PRV-COURSES (PRIOR-INDEX) IS GREATER THAN ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                       (ACC-COURSES (LEVEL-SUB, 102)
                        - PRV-COURSES (PRIOR-INDEX)) * 100
                       / PRV-COURSES (PRIOR-INDEX)
               PERFORM 7300-LIMIT-PERCENT
               MOVE PERCENT-WORK TO PCT-COURSES.
           MOVE SPACES TO PCT-UNITS-X.
           IF  PRV-UNITS (PRIOR-INDEX) IS GREATER THAN ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                       (ACC-UNITS (LEVEL-SUB, 102)
                        - PRV-UNITS (PRIOR-INDEX)) * 100
                       / PRV-UNITS (PRIOR-INDEX)
               PERFORM 7300-LIMIT-PERCENT
               MOVE PERCENT-WORK TO PCT-UNITS.
           PERFORM 5270-FORMAT-CATEGORY-PERCENT
                   VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB IS GREATER THAN 14.
           MOVE ANNUAL-PERCENT-LINE TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       5260-FORMAT-PRIOR-CATEGORY.
           MOVE SPACE TO DTL-CATEGORY-COLUMN (CAT-SUB).
           MOVE PRV-CATEGORY (PRIOR-INDEX, CAT-SUB)
                   TO DTL-CATEGORY (CAT-SUB).
      *
      *
       5270-FORMAT-CATEGORY-PERCENT.
           MOVE SPACES TO PCT-CATEGORY-COLUMN (CAT-SUB).
           IF  PRV-CATEGORY (PRIOR-INDEX, CAT-SUB)
                   IS GREATER THAN ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                       (ACC-CATEGORY (LEVEL-SUB, 102, CAT-SUB)
                        - PRV-CATEGORY (PRIOR-INDEX, CAT-SUB)) * 100
                       / PRV-CATEGORY (PRIOR-INDEX, CAT-SUB)
               IF  PERCENT-WORK IS GREATER THAN 999.9
                   MOVE 999.9 TO PERCENT-WORK
               END-IF
               MOVE PERCENT-WORK TO PCT-CATEGORY (CAT-SUB).
      /
       7000-CHECK-MASTER-ACTIVE.
      *
      * ACTIVE IN THE YEAR: FIRST OFFERED NO LATER THAN THE YEAR'S
      * LAST TERM AND LAST SEEN NO EARLIER THAN ITS FIRST TERM.
      * A MISSING FIRST-OFFERED TERM DOES NOT EXCLUDE THE COURSE.
      *
           MOVE ZERO TO COURSE-ACTIVE-FLAG.
           MOVE ZERO TO LAST-SEEN-KEY.
           MOVE ZERO TO FIRST-OFFERED-KEY.
           IF  MST-LAST-CHANGED-TERM IS NUMERIC
               MOVE MST-LAST-CHANGED-TERM TO TERM-WORK
               PERFORM 7200-BUILD-TERM-KEY
               MOVE TERM-WORK-KEY TO LAST-SEEN-KEY.
           IF  MST-LAST-SUBMITTED-TERM IS NUMERIC
               MOVE MST-LAST-SUBMITTED-TERM TO TERM-WORK
               PERFORM 7200-BUILD-TERM-KEY
               IF  TERM-WORK-KEY IS GREATER THAN LAST-SEEN-KEY
                   MOVE TERM-WORK-KEY TO LAST-SEEN-KEY.
           IF  MST-FIRST-OFFERED-TERM IS NUMERIC
               MOVE MST-FIRST-OFFERED-TERM TO TERM-WORK
               PERFORM 7200-BUILD-TERM-KEY
               MOVE TERM-WORK-KEY TO FIRST-OFFERED-KEY.
           IF  LAST-SEEN-KEY IS NOT LESS THAN YEAR-FIRST-TERM-KEY
                   AND FIRST-OFFERED-KEY IS NOT GREATER THAN
                           YEAR-LAST-TERM-KEY
               MOVE 1 TO COURSE-ACTIVE-FLAG.
      *
      *
       7100-CLASSIFY-COURSE.
           IF  SORT-TOP-DISCIPLINE IS NUMERIC
               COMPUTE COURSE-ROW-SUB = SORT-TOP-DISCIPLINE-N + 1
           ELSE
               MOVE 101 TO COURSE-ROW-SUB
               ADD 1 TO TOP-CODES-NOT-NUMERIC.
           MOVE ZERO TO CREDIT-CAT-SUB.
           IF  SORT-CREDIT-STATUS IS EQUAL TO 'D'
               MOVE 1 TO CREDIT-CAT-SUB
           ELSE
           IF  SORT-CREDIT-STATUS IS EQUAL TO 'C'
               MOVE 2 TO CREDIT-CAT-SUB
           ELSE
           IF  SORT-CREDIT-STATUS IS EQUAL TO 'N'
               MOVE 3 TO CREDIT-CAT-SUB.
           MOVE ZERO TO TRANSFER-CAT-SUB.
           IF  SORT-TRANSF-STATUS IS EQUAL TO 'A'
               MOVE 4 TO TRANSFER-CAT-SUB
           ELSE
           IF  SORT-TRANSF-STATUS IS EQUAL TO 'B'
               MOVE 5 TO TRANSFER-CAT-SUB
           ELSE
           IF  SORT-TRANSF-STATUS IS EQUAL TO 'C'
               MOVE 6 TO TRANSFER-CAT-SUB.
           MOVE ZERO TO BASIC-SKILLS-CAT-SUB.
           IF  SORT-BASIC-SKILLS-STATUS IS EQUAL TO 'B'
               MOVE 7 TO BASIC-SKILLS-CAT-SUB
           ELSE
           IF  SORT-BASIC-SKILLS-STATUS IS EQUAL TO 'P'
               MOVE 8 TO BASIC-SKILLS-CAT-SUB
           ELSE
           IF  SORT-BASIC-SKILLS-STATUS IS EQUAL TO 'N'
               MOVE 9 TO BASIC-SKILLS-CAT-SUB.
           MOVE ZERO TO SAM-CAT-SUB.
           IF  SORT-SAM-PRIORITY-CODE IS EQUAL TO 'A'
               MOVE 10 TO SAM-CAT-SUB
           ELSE
           IF  SORT-SAM-PRIORITY-CODE IS EQUAL TO 'B'
               MOVE 11 TO SAM-CAT-SUB
           ELSE
           IF  SORT-SAM-PRIORITY-CODE IS EQUAL TO 'C'
               MOVE 12 TO SAM-CAT-SUB
           ELSE
           IF  SORT-SAM-PRIORITY-CODE IS EQUAL TO 'D'
               MOVE 13 TO SAM-CAT-SUB
           ELSE
           IF  SORT-SAM-PRIORITY-CODE IS EQUAL TO 'E'
               MOVE 14 TO SAM-CAT-SUB.
      *
      *
       7150-ADD-COURSE-TO-LEVEL.
           MOVE COURSE-ROW-SUB TO ROW-SUB.
           PERFORM 7160-ADD-COURSE-TO-ROW.
           MOVE 102 TO ROW-SUB.
           PERFORM 7160-ADD-COURSE-TO-ROW.
      *
      *
       7160-ADD-COURSE-TO-ROW.
           ADD 1 TO ACC-COURSES (LEVEL-SUB, ROW-SUB).
           IF  SORT-UNITS-MAXIMUM IS NUMERIC
               ADD SORT-UNITS-MAXIMUM-N
                       TO ACC-UNITS (LEVEL-SUB, ROW-SUB).
           IF  CREDIT-CAT-SUB IS GREATER THAN ZERO
               ADD 1 TO ACC-CATEGORY
                       (LEVEL-SUB, ROW-SUB, CREDIT-CAT-SUB).
           IF  TRANSFER-CAT-SUB IS GREATER THAN ZERO
               ADD 1 TO ACC-CATEGORY
                       (LEVEL-SUB, ROW-SUB, TRANSFER-CAT-SUB).
           IF  BASIC-SKILLS-CAT-SUB IS GREATER THAN ZERO
               ADD 1 TO ACC-CATEGORY
                       (LEVEL-SUB, ROW-SUB, BASIC-SKILLS-CAT-SUB).
           IF  SAM-CAT-SUB IS GREATER THAN ZERO
               ADD 1 TO ACC-CATEGORY
                       (LEVEL-SUB, ROW-SUB, SAM-CAT-SUB).
      *
      *
       7200-BUILD-TERM-KEY.
           IF  TERM-WORK-YEAR IS LESS THAN CENTURY-WINDOW-YEAR
               COMPUTE TERM-WORK-KEY =
                       (2000 + TERM-WORK-YEAR) * 10 + TERM-WORK-CODE
           ELSE
               COMPUTE TERM-WORK-KEY =
                       (1900 + TERM-WORK-YEAR) * 10 + TERM-WORK-CODE.
      *
      *
       7300-LIMIT-PERCENT.
           IF  PERCENT-WORK IS GREATER THAN 9999.9
               MOVE 9999.9 TO PERCENT-WORK.
      /
       8500-READ-EDITED-RECORD.
           READ EDITED-COURSE-FILE
               AT END MOVE 1 TO END-OF-INPUT-FLAG.
      *
      *
       8510-READ-MASTER-RECORD.
           READ COURSE-MASTER-FILE
               AT END MOVE 1 TO END-OF-INPUT-FLAG.
      *
      *
       8600-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO SORT-EOF-FLAG.
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
           MOVE REPORT-PAGE-COUNTER TO ANNUAL-PAGE-OUT.
           WRITE PRINT-RECORD FROM ANNUAL-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM SECTION-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM ANNUAL-HEADING-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM ANNUAL-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 8 TO REPORT-LINE-COUNTER.
      *
      *
       8800-WRITE-SUMMARY-RECORD.
           MOVE YEAR-ENDING          TO ANS-YEAR-ENDING.
           MOVE CURRENT-LEVEL        TO ANS-LEVEL.
           MOVE CURRENT-KEY-DISTRICT TO ANS-DISTRICT-CODE.
           MOVE CURRENT-KEY-COLLEGE  TO ANS-COLLEGE-ID.
           WRITE ANNUAL-SUMMARY-RECORD.
           ADD 1 TO SUMMARY-RECORDS-WRITTEN.
      *
      *
       8900-PRINT-SUMMARY-LINE.
           WRITE PRINT-RECORD FROM ANNUAL-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
      /
       9000-PROGRAM-FINALIZATION.
           MOVE 'RUN TOTALS' TO SEC-LEVEL-OUT.
           MOVE SPACES TO SEC-ID-OUT.
           MOVE SPACES TO SEC-NAME-OUT.
           MOVE SPACES TO SEC-EXTRA-OUT.
           PERFORM 8710-PRINT-HEADINGS.
           MOVE 'INPUT RECORDS READ.................'
                   TO SUM-LABEL-OUT.
           MOVE INPUT-RECORDS-READ         TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'RECORDS IN THE ACADEMIC YEAR.......'
                   TO SUM-LABEL-OUT.
           MOVE RECORDS-SELECTED           TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'EARLIER-TERM RECORDS COMBINED......'
                   TO SUM-LABEL-OUT.
           MOVE EARLIER-TERM-RECORDS       TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'DISTINCT ACTIVE COURSES............'
                   TO SUM-LABEL-OUT.
           MOVE DISTINCT-COURSES           TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'COLLEGES REPORTED..................'
                   TO SUM-LABEL-OUT.
           MOVE COLLEGES-REPORTED          TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'DISTRICTS REPORTED.................'
                   TO SUM-LABEL-OUT.
           MOVE DISTRICTS-REPORTED         TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'COLLEGES NOT ON REFERENCE FILE.....'
                   TO SUM-LABEL-OUT.
           MOVE COLLEGES-NOT-ON-REFERENCE  TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'COURSES WITH NON-NUMERIC TOP CODE..'
                   TO SUM-LABEL-OUT.
           MOVE TOP-CODES-NOT-NUMERIC      TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'PRIOR-YEAR TOTAL RECORDS LOADED....'
                   TO SUM-LABEL-OUT.
           MOVE PRIOR-RECORDS-LOADED       TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           MOVE 'SUMMARY RECORDS WRITTEN............'
                   TO SUM-LABEL-OUT.
           MOVE SUMMARY-RECORDS-WRITTEN    TO SUM-COUNT-OUT.
           PERFORM 8900-PRINT-SUMMARY-LINE.
           CLOSE ANNUAL-SUMMARY-FILE.
           CLOSE ANNUAL-REPORT.
           MOVE INPUT-RECORDS-READ         TO LEDGER-INPUT-COUNT.
           MOVE SUMMARY-RECORDS-WRITTEN    TO LEDGER-OUTPUT-COUNT.
           ADD COLLEGES-NOT-ON-REFERENCE TOP-CODES-NOT-NUMERIC
                   GIVING LEDGER-EXCEPTION-COUNT.
           IF  LEDGER-EXCEPTION-COUNT IS GREATER THAN ZERO
               SET LEDGER-COMPLETE-WITH-EXCEPTIONS TO TRUE
           ELSE
               SET LEDGER-COMPLETE TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
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
           MOVE 'CBANNUAL'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBANNUAL.
