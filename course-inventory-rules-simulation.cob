       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBRULSIM.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM IS A WHAT-IF SIMULATION OF A PROPOSED
      *    EDIT-RULES-FILE.  BEFORE NEW DATA ELEMENT DICTIONARY
      *    RULES ARE PUT IN PRODUCTION WITH A FUTURE
      *    RULE-BEGIN-TERM, THIS RUN APPLIES BOTH THE CURRENT
      *    PRODUCTION RULES FILE AND THE PROPOSED RULES FILE, AS
      *    THEY WOULD STAND FOR A TARGET TERM, TO EVERY COURSE ON
      *    THE STATEWIDE COURSE INVENTORY MASTER (CBMASTER'S
      *    UT-S-MSTRIN) AND REPORTS WHAT THE PROPOSED RULES WOULD
      *    CHANGE.  NOTHING IS WRITTEN BUT THE REPORT - THERE IS NO
      *    LOAD OUTPUT OF ANY KIND.
      *
      *    THE CODED-ELEMENT CHECKS ARE THE ONES CBEDIT MAKES
      *    THROUGH 7100-APPLY-EDIT-RULE - CB04, CB05, CB08, CB09,
      *    CB10, CB11, CB12, CB13 AND CB21 - AND FOLLOW THE SAME
      *    LOGIC:
      *
      *      1.  ONLY RULES WHOSE RULE-BEGIN-TERM/RULE-END-TERM
      *          RANGE COVERS THE TARGET TERM ARE LOADED, FIRST 50
      *          ONLY (1115-LOAD-EDIT-RULE-RECORD).
      *      2.  THE FIRST RULE LOADED FOR AN ELEMENT GOVERNS.  A
      *          VALUE NOT IN ITS VALID VALUES IS A WARNING WHEN
      *          THE SEVERITY IS 'W' AND FATAL OTHERWISE.
      *      3.  WITH NO RULE ON FILE, CBEDIT'S COMPILED-IN VALUE
      *          SET AND SEVERITY APPLY.  THOSE ARE CARRIED HERE IN
      *          DEFAULT-RULE-VALUES AND MUST BE KEPT IN STEP WITH
      *          THE LEVEL-88 VALUES ON CBEDIT'S
      *          COURSE-INVENTORY-RECORD.
      *
      *    EACH COURSE IS CLASSED BY COMPARING ITS RESULT UNDER THE
      *    TWO RULE SETS:
      *
      *      NEW FATAL    - FATAL UNDER THE PROPOSED RULES BUT NOT
      *                     UNDER THE CURRENT RULES.
      *      NEW WARNING  - NOT FATAL UNDER THE PROPOSED RULES, AND
      *                     AN ELEMENT CLEAN UNDER THE CURRENT RULES
      *                     WOULD DRAW A WARNING.
      *      NO LONGER    - FATAL UNDER THE CURRENT RULES BUT NOT
      *      FAILS          UNDER THE PROPOSED RULES.
      *
      *    THE REPORT IS PRINTED BY DISTRICT AND COLLEGE (IN
      *    COLLEGE/DISTRICT REFERENCE FILE ORDER) WITH A SAMPLE OF
      *    THE COURSES AFFECTED AT EACH COLLEGE, FOLLOWED BY
      *    STATEWIDE TOTALS AND A BREAKDOWN BY DATA ELEMENT.
      *
      *    THE RUN PARAMETERS ARE SUPPLIED THROUGH THE PARM:
      *
      *        COL 1-3   TARGET TERM (YY + TERM CODE, E.G. 271)
      *        COL 4-5   SAMPLE COURSES PER COLLEGE (01 TO 10;
      *                  00 OR BLANK DEFAULTS TO 10)
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
      *        1.  CURRENT-RULES-FILE  - PRODUCTION EDIT-RULES-FILE
      *            (CBEDIT'S UT-S-RULESIN).
      *        2.  PROPOSED-RULES-FILE - PROPOSED EDIT-RULES-FILE,
      *            SAME LAYOUT.
      *        3.  COURSE-MASTER-FILE  - CURRENT GENERATION OF THE
      *            STATEWIDE COURSE INVENTORY MASTER.
      *        4.  COLLEGE-DIST-REF-FILE - COLLEGE/DISTRICT
      *            REFERENCE FILE (VALIDATED BY CBREFEDT).
      *
      *    OUTPUTS:
      *        1.  EDIT RULES SIMULATION REPORT.
      *        2.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN COURSES WERE SKIPPED FOR COLLEGE
      *            TABLE OVERFLOW, 16 ON A PARM ABORT, OTHERWISE 0.
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
           SELECT OPTIONAL CURRENT-RULES-FILE
                   ASSIGN TO UT-S-RULESIN.
      *
           SELECT OPTIONAL PROPOSED-RULES-FILE
                   ASSIGN TO UT-S-RULESNEW.
      *
           SELECT COURSE-MASTER-FILE
                   ASSIGN TO UT-S-MSTRIN.
      *
           SELECT COLLEGE-DIST-REF-FILE
                   ASSIGN TO UT-S-REFRECIN.
      *
           SELECT SIMULATION-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CURRENT-RULES-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS CURRENT-RULE-RECORD.
      *
       01  CURRENT-RULE-RECORD.
           03  CUR-RULE-DED-NUMBER           PIC X(4).
           03  CUR-RULE-BEGIN-TERM           PIC X(3).
           03  CUR-RULE-END-TERM             PIC X(3).
           03  CUR-RULE-SEVERITY             PIC X.
           03  CUR-RULE-VALID-VALUES         PIC X(20).
           03  FILLER                        PIC X(49).
      *
       FD  PROPOSED-RULES-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS PROPOSED-RULE-RECORD.
      *
       01  PROPOSED-RULE-RECORD.
           03  PRP-RULE-DED-NUMBER           PIC X(4).
           03  PRP-RULE-BEGIN-TERM           PIC X(3).
           03  PRP-RULE-END-TERM             PIC X(3).
           03  PRP-RULE-SEVERITY             PIC X.
           03  PRP-RULE-VALID-VALUES         PIC X(20).
           03  FILLER                        PIC X(49).
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
       FD  SIMULATION-REPORT
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
           03  REF-EOF-FLAG                PIC 9.
               88  END-OF-REF-FILE             VALUE 1.
           03  RULES-EOF-FLAG              PIC 9.
               88  END-OF-RULES-FILE           VALUE 1.
           03  RULE-FOUND-FLAG             PIC 9.
               88  RULE-ON-FILE                VALUE 1.
           03  VALUE-SEARCH-FLAG           PIC 9.
               88  VALUE-SEARCH-DONE           VALUE 1.
           03  RULE-VALUE-FLAG             PIC 9.
               88  RULE-VALUE-ALLOWED          VALUE 1.
           03  DISTRICT-STARTED-FLAG       PIC 9.
               88  DISTRICT-STARTED            VALUE 1.
           03  REPORT-SECTION-FLAG         PIC 9.
               88  ELEMENT-SECTION             VALUE 1.
      *
       01  SIMULATION-WORK-AREA.
           03  RULE-SET-SUB                PIC 9     VALUE ZERO.
           03  RULE-ENTRY-SUB              PIC 9(2)  VALUE ZERO.
           03  RULE-MATCH-SUB              PIC 9(2)  VALUE ZERO.
           03  ELEMENT-SUB                 PIC 9(2)  VALUE ZERO.
           03  VALUE-SUB                   PIC 9(2)  VALUE ZERO.
           03  COLLEGE-SUB                 PIC 9(3)  VALUE ZERO.
           03  DISTRICT-SUB                PIC 9(3)  VALUE ZERO.
           03  SAMPLE-SUB                  PIC 9(2)  VALUE ZERO.
           03  SAMPLE-LIMIT                PIC 9(2)  VALUE ZERO.
           03  CHECK-VALUE                 PIC X     VALUE SPACE.
           03  CHECK-SEVERITY              PIC X     VALUE SPACE.
               88  CHECK-SEVERITY-WARNING      VALUE 'W'.
           03  CHECK-STATUS                PIC X     VALUE SPACE.
           03  CURRENT-COURSE-STATUS       PIC X     VALUE SPACE.
               88  CURRENT-FATAL               VALUE 'F'.
           03  PROPOSED-COURSE-STATUS      PIC X     VALUE SPACE.
               88  PROPOSED-FATAL              VALUE 'F'.
           03  NEW-WARNING-FLAG            PIC 9     VALUE ZERO.
               88  ELEMENT-NEWLY-WARNS         VALUE 1.
           03  COURSE-OUTCOME              PIC X     VALUE SPACE.
               88  OUTCOME-NEW-FATAL           VALUE 'F'.
               88  OUTCOME-NEW-WARNING         VALUE 'W'.
               88  OUTCOME-STOPS-FAILING       VALUE 'S'.
               88  OUTCOME-NO-CHANGE           VALUE SPACE.
           03  ELEMENT-LIST-POINTER        PIC 9(2)  VALUE ZERO.
           03  ELEMENT-LIST-WORK           PIC X(63) VALUE SPACES.
           03  WORK-COLLEGE-ID             PIC X(3)  VALUE SPACES.
           03  WORK-DISTRICT-CODE          PIC 9(5)  VALUE ZEROS.
           03  WORK-DISTRICT-ID            PIC 9(3)  VALUE ZEROS.
           03  WORK-DISTRICT-NAME          PIC X(30) VALUE SPACES.
      *
      *    CBEDIT'S COMPILED-IN VALUE SETS FOR THE CODED ELEMENTS,
      *    USED WHEN NO RULE IS ON FILE FOR THE ELEMENT.  EACH
      *    ENTRY IS THE ELEMENT, ITS DEFAULT SEVERITY AND ITS VALID
      *    VALUES.  KEEP IN STEP WITH CBEDIT'S
      *    COURSE-INVENTORY-RECORD LEVEL-88 VALUES.
      *
       01  DEFAULT-RULE-VALUES.
           03  FILLER  PIC X(25) VALUE 'CB04FDCN                 '.
           03  FILLER  PIC X(25) VALUE 'CB05FABC                 '.
           03  FILLER  PIC X(25) VALUE 'CB08FBPN                 '.
           03  FILLER  PIC X(25) VALUE 'CB09WABCDE               '.
           03  FILLER  PIC X(25) VALUE 'CB10FNCGO                '.
           03  FILLER  PIC X(25) VALUE 'CB11FABCDEFGHI           '.
           03  FILLER  PIC X(25) VALUE 'CB12FABCDEFY             '.
           03  FILLER  PIC X(25) VALUE 'CB13FSN                  '.
           03  FILLER  PIC X(25) VALUE 'CB21FABCY                '.
       01  DEFAULT-RULE-TABLE REDEFINES DEFAULT-RULE-VALUES.
           03  DEFAULT-RULE-ENTRY OCCURS 9 TIMES.
               05  DEFAULT-RULE-DED        PIC X(4).
               05  DEFAULT-RULE-SEVERITY   PIC X.
               05  DEFAULT-RULE-VALUE-BYTE PIC X OCCURS 20 TIMES.
      *
      *    THE CODED ELEMENTS OF THE COURSE BEING SIMULATED, IN
      *    DEFAULT-RULE-TABLE ORDER.  STATUS (1) IS THE RESULT UNDER
      *    THE CURRENT RULES, STATUS (2) UNDER THE PROPOSED RULES:
      *    'F' FATAL, 'W' WARNING, SPACE CLEAN.
      *
       01  ELEMENT-CHECK-TABLE.
           03  ELEMENT-CHECK-ENTRY OCCURS 9 TIMES.
               05  ELM-VALUE               PIC X.
               05  ELM-STATUS              PIC X OCCURS 2 TIMES.
      *
      *    RULE SET 1 IS THE CURRENT RULES FILE, RULE SET 2 THE
      *    PROPOSED RULES FILE, EACH AS IN EFFECT FOR THE TARGET
      *    TERM.
      *
       01  RULE-SET-COUNTERS                    VALUE ZEROS.
           03  RULE-SET-COUNT              PIC 9(2) OCCURS 2 TIMES.
      *
       01  RULE-SET-TABLE                       VALUE HIGH-VALUES.
           03  RULE-SET OCCURS 2 TIMES.
               05  RULE-SET-ENTRY OCCURS 50 TIMES.
                   07  SET-RULE-DED            PIC X(4).
                   07  SET-RULE-SEVERITY       PIC X.
                   07  SET-RULE-VALUES.
                       09  SET-RULE-VALUE-BYTE PIC X
                                   OCCURS 20 TIMES.
      *
       01  ELEMENT-TOTALS-TABLE                 VALUE ZEROS.
           03  ELEMENT-TOTAL-ENTRY OCCURS 9 TIMES.
               05  ELM-NEW-FATAL-COUNT     PIC 9(7).
               05  ELM-NEW-WARNING-COUNT   PIC 9(7).
               05  ELM-STOPS-FAILING-COUNT PIC 9(7).
      *
       01  REF-TABLE-COUNTERS              VALUE ZEROS.
           03  DISTRICT-ENTRY-COUNT         PIC 9(4).
           03  COLLEGE-ENTRY-COUNT          PIC 9(4).
      *
       01  DISTRICT-CODES-TABLE                 VALUE HIGH-VALUES.
           03  DISTRICT-CODE-ENTRY
                       OCCURS 100 TIMES
                       INDEXED BY DISTRICT-CODE-INDEX.
               05  DISTRICT-CODE           PIC 9(5).
               05  DISTRICT-ID             PIC 9(3).
               05  DISTRICT-NAME           PIC X(30).
      *
      *    ONE ENTRY PER COLLEGE ON THE REFERENCE FILE, PLUS ANY
      *    COLLEGE FOUND ON THE MASTER BUT NOT ON THE REFERENCE
      *    FILE (DISTRICT CODE ZERO).
      *
       01  COLLEGE-SIM-TABLE.
           03  COLLEGE-SIM-ENTRY
                       OCCURS 200 TIMES
                       INDEXED BY COLLEGE-SIM-INDEX.
               05  CSM-COLLEGE-ID          PIC X(3).
               05  CSM-DISTRICT-CODE       PIC 9(5).
               05  CSM-COLLEGE-NAME        PIC X(30).
               05  CSM-COUNTS.
                   07  CSM-COURSES-READ        PIC 9(7).
                   07  CSM-CURRENT-FATAL       PIC 9(7).
                   07  CSM-PROPOSED-FATAL      PIC 9(7).
                   07  CSM-NEW-FATAL           PIC 9(7).
                   07  CSM-NEW-WARNING         PIC 9(7).
                   07  CSM-STOPS-FAILING       PIC 9(7).
               05  CSM-SAMPLE-COUNT        PIC 9(2).
               05  CSM-SAMPLE OCCURS 10 TIMES.
                   07  CSM-SAMPLE-COURSE-ID    PIC X(12).
                   07  CSM-SAMPLE-DEPT-NUMBER  PIC X(12).
                   07  CSM-SAMPLE-OUTCOME      PIC X.
                   07  CSM-SAMPLE-ELEMENTS     PIC X(63).
      *
       01  REPORT-TOTALS-AREA                   VALUE ZEROS.
           03  DISTRICT-TOTALS.
               05  DST-COURSES-READ         PIC 9(7).
               05  DST-CURRENT-FATAL        PIC 9(7).
               05  DST-PROPOSED-FATAL       PIC 9(7).
               05  DST-NEW-FATAL            PIC 9(7).
               05  DST-NEW-WARNING          PIC 9(7).
               05  DST-STOPS-FAILING        PIC 9(7).
           03  STATE-TOTALS.
               05  STE-COURSES-READ         PIC 9(7).
               05  STE-CURRENT-FATAL        PIC 9(7).
               05  STE-PROPOSED-FATAL       PIC 9(7).
               05  STE-NEW-FATAL            PIC 9(7).
               05  STE-NEW-WARNING          PIC 9(7).
               05  STE-STOPS-FAILING        PIC 9(7).
           03  COLLEGE-OVERFLOW-COUNT       PIC 9(7).
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
       01  SIM-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE
               'EDIT RULES WHAT-IF SIMULATION - TERM'.
           03  SIM-TERM-OUT            PIC X(10).
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  SIM-PAGE-OUT            PIC ZZZZ9.
      *
       01  SIM-TITLE-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'COLLEGE'.
           03  FILLER                  PIC X(31) VALUE 'NAME'.
           03  FILLER                  PIC X(10) VALUE '  COURSES'.
           03  FILLER                  PIC X(10) VALUE ' NOW FATAL'.
           03  FILLER                  PIC X(10) VALUE ' PRP FATAL'.
           03  FILLER                  PIC X(10) VALUE ' NEW FATAL'.
           03  FILLER                  PIC X(10) VALUE '  NEW WARN'.
           03  FILLER                  PIC X(10) VALUE ' STOP FAIL'.
      *
       01  SIM-DISTRICT-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(9)  VALUE 'DISTRICT '.
           03  SIM-DISTRICT-ID-OUT     PIC ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  SIM-DISTRICT-NAME-OUT   PIC X(30).
      *
       01  SIM-COUNT-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SIM-COLLEGE-OUT         PIC X(8).
           03  SIM-NAME-OUT            PIC X(31).
           03  SIM-READ-OUT            PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  SIM-CURRENT-FATAL-OUT   PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  SIM-PROPOSED-FATAL-OUT  PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  SIM-NEW-FATAL-OUT       PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  SIM-NEW-WARNING-OUT     PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  SIM-STOPS-FAILING-OUT   PIC Z,ZZZ,ZZ9.
      *
       01  SIM-SAMPLE-LINE.
           03  FILLER                  PIC X(14) VALUE SPACE.
           03  FILLER                  PIC X(7)  VALUE 'SAMPLE'.
           03  SMP-COURSE-ID-OUT       PIC X(14).
           03  SMP-DEPT-NUMBER-OUT     PIC X(14).
           03  SMP-OUTCOME-OUT         PIC X(17).
           03  SMP-ELEMENTS-OUT        PIC X(63).
      *
       01  SIM-ELEMENT-TITLE-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'ELEMENT'.
           03  FILLER                  PIC X(12) VALUE 'CURRENT'.
           03  FILLER                  PIC X(12) VALUE 'PROPOSED'.
           03  FILLER                  PIC X(10) VALUE ' NEW FATAL'.
           03  FILLER                  PIC X(10) VALUE '  NEW WARN'.
           03  FILLER                  PIC X(10) VALUE ' STOP FAIL'.
      *
       01  SIM-ELEMENT-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SIM-ELEMENT-OUT         PIC X(8).
           03  SIM-CURRENT-SOURCE-OUT  PIC X(12).
           03  SIM-PROPOSED-SOURCE-OUT PIC X(12).
           03  SIM-ELM-FATAL-OUT       PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  SIM-ELM-WARNING-OUT     PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  SIM-ELM-STOPS-OUT       PIC Z,ZZZ,ZZ9.
      *
       01  SIM-SUMMARY-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'CURRENT RULES IN EFFECT...... '.
           03  SUM-CURRENT-RULES-OUT   PIC Z9.
      *
       01  SIM-SUMMARY-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'PROPOSED RULES IN EFFECT..... '.
           03  SUM-PROPOSED-RULES-OUT  PIC Z9.
      *
       01  SIM-SUMMARY-LINE-3.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'COURSES NOT SIMULATED........ '.
           03  SUM-OVERFLOW-OUT        PIC Z,ZZZ,ZZ9.
      *
       01  SIM-NO-LOAD-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'SIMULATION ONLY - NO LOAD OUTPUT WAS PRODUCED'.
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
           03  TERM-CHECK.
               05  CALENDAR-YEAR       PIC 9(2).
               05  TERM-CODE           PIC 9(1).
           03  SAMPLE-LIMIT-PARM       PIC X(2).
           03  SAMPLE-LIMIT-NUMBER
                   REDEFINES SAMPLE-LIMIT-PARM PIC 9(2).
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           PERFORM 2000-PROCESS-MASTER-COURSE
                   UNTIL END-OF-MASTER.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE TERM-CHECK TO LEDGER-TERM.
           OPEN OUTPUT SIMULATION-REPORT.
           IF  TERM-CHECK IS NOT NUMERIC
                   OR TERM-CHECK IS EQUAL TO ZEROS
               PERFORM 1100-KILL-PROCESS.
           MOVE 10 TO SAMPLE-LIMIT.
           IF  SAMPLE-LIMIT-NUMBER IS NUMERIC
               IF  SAMPLE-LIMIT-NUMBER IS GREATER THAN ZERO
                       AND SAMPLE-LIMIT-NUMBER IS LESS THAN 11
                   MOVE SAMPLE-LIMIT-NUMBER TO SAMPLE-LIMIT.
           MOVE TERM-CHECK TO SIM-TERM-OUT.
           PERFORM 1200-SET-COLLEGE-DIST-TABLES.
           MOVE 1 TO RULE-SET-SUB.
           MOVE ZERO TO RULES-EOF-FLAG.
           OPEN INPUT CURRENT-RULES-FILE.
           PERFORM 1310-LOAD-CURRENT-RULE
                   UNTIL END-OF-RULES-FILE.
           CLOSE CURRENT-RULES-FILE.
           MOVE 2 TO RULE-SET-SUB.
           MOVE ZERO TO RULES-EOF-FLAG.
           OPEN INPUT PROPOSED-RULES-FILE.
           PERFORM 1320-LOAD-PROPOSED-RULE
                   UNTIL END-OF-RULES-FILE.
           CLOSE PROPOSED-RULES-FILE.
           OPEN INPUT COURSE-MASTER-FILE.
           PERFORM 8500-READ-MASTER-RECORD.
      *
      *
       1100-KILL-PROCESS.
           WRITE PRINT-RECORD
               FROM RUNTIME-PARAMETER-AREA
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD
               FROM PARM-ABORT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE SIMULATION-REPORT.
           SET LEDGER-PARM-ABORT TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
           STOP RUN.
      *
      *
       1200-SET-COLLEGE-DIST-TABLES.
           OPEN INPUT COLLEGE-DIST-REF-FILE.
           PERFORM 1210-LOAD-COLLEGE-DIST-RECORD
                   UNTIL END-OF-REF-FILE.
           CLOSE COLLEGE-DIST-REF-FILE.
           IF  DISTRICT-ENTRY-COUNT IS EQUAL TO ZERO
                   OR COLLEGE-ENTRY-COUNT IS EQUAL TO ZERO
               WRITE PRINT-RECORD
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE SIMULATION-REPORT
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN.
      *
      *
       1210-LOAD-COLLEGE-DIST-RECORD.
           READ COLLEGE-DIST-REF-FILE
               AT END MOVE 1 TO REF-EOF-FLAG.
           IF  NOT END-OF-REF-FILE
               IF  REF-DISTRICT-RECORD
                       AND DISTRICT-ENTRY-COUNT IS LESS THAN 100
                   ADD 1 TO DISTRICT-ENTRY-COUNT
                   SET DISTRICT-CODE-INDEX TO DISTRICT-ENTRY-COUNT
                   MOVE REF-DISTRICT-CODE
                           TO DISTRICT-CODE (DISTRICT-CODE-INDEX)
                   MOVE REF-DISTRICT-ID
                           TO DISTRICT-ID (DISTRICT-CODE-INDEX)
                   MOVE REF-DISTRICT-NAME
                           TO DISTRICT-NAME (DISTRICT-CODE-INDEX)
               ELSE
               IF  REF-COLLEGE-RECORD
                       AND COLLEGE-ENTRY-COUNT IS LESS THAN 200
                   ADD 1 TO COLLEGE-ENTRY-COUNT
                   MOVE REF-COLLEGE-ID   TO WORK-COLLEGE-ID
                   MOVE REF-COLLEGE-DIST-CODE TO WORK-DISTRICT-CODE
                   PERFORM 1220-ADD-COLLEGE-ENTRY.
      *
      *
       1220-ADD-COLLEGE-ENTRY.
           SET COLLEGE-SIM-INDEX TO COLLEGE-ENTRY-COUNT.
           MOVE WORK-COLLEGE-ID
                   TO CSM-COLLEGE-ID (COLLEGE-SIM-INDEX).
           MOVE WORK-DISTRICT-CODE
                   TO CSM-DISTRICT-CODE (COLLEGE-SIM-INDEX).
           IF  WORK-DISTRICT-CODE IS EQUAL TO ZERO
               MOVE 'NOT ON REFERENCE FILE'
                       TO CSM-COLLEGE-NAME (COLLEGE-SIM-INDEX)
           ELSE
               MOVE REF-COLLEGE-NAME
                       TO CSM-COLLEGE-NAME (COLLEGE-SIM-INDEX).
           MOVE ZEROS TO CSM-COUNTS (COLLEGE-SIM-INDEX).
           MOVE ZERO  TO CSM-SAMPLE-COUNT (COLLEGE-SIM-INDEX).
      *
      *
      *    THE SAME TERM SELECTION AND 50-RULE LIMIT AS CBEDIT'S
      *    1115-LOAD-EDIT-RULE-RECORD.
      *
       1310-LOAD-CURRENT-RULE.
           READ CURRENT-RULES-FILE
               AT END MOVE 1 TO RULES-EOF-FLAG.
           IF  NOT END-OF-RULES-FILE
                   AND CUR-RULE-BEGIN-TERM IS NOT GREATER THAN
                           TERM-CHECK
                   AND CUR-RULE-END-TERM IS NOT LESS THAN TERM-CHECK
                   AND RULE-SET-COUNT (1) IS LESS THAN 50
               ADD 1 TO RULE-SET-COUNT (1)
               MOVE RULE-SET-COUNT (1) TO RULE-ENTRY-SUB
               MOVE CUR-RULE-DED-NUMBER
                       TO SET-RULE-DED (1 RULE-ENTRY-SUB)
               MOVE CUR-RULE-SEVERITY
                       TO SET-RULE-SEVERITY (1 RULE-ENTRY-SUB)
               MOVE CUR-RULE-VALID-VALUES
                       TO SET-RULE-VALUES (1 RULE-ENTRY-SUB).
      *
      *
       1320-LOAD-PROPOSED-RULE.
           READ PROPOSED-RULES-FILE
               AT END MOVE 1 TO RULES-EOF-FLAG.
           IF  NOT END-OF-RULES-FILE
                   AND PRP-RULE-BEGIN-TERM IS NOT GREATER THAN
                           TERM-CHECK
                   AND PRP-RULE-END-TERM IS NOT LESS THAN TERM-CHECK
                   AND RULE-SET-COUNT (2) IS LESS THAN 50
               ADD 1 TO RULE-SET-COUNT (2)
               MOVE RULE-SET-COUNT (2) TO RULE-ENTRY-SUB
               MOVE PRP-RULE-DED-NUMBER
                       TO SET-RULE-DED (2 RULE-ENTRY-SUB)
               MOVE PRP-RULE-SEVERITY
                       TO SET-RULE-SEVERITY (2 RULE-ENTRY-SUB)
               MOVE PRP-RULE-VALID-VALUES
                       TO SET-RULE-VALUES (2 RULE-ENTRY-SUB).
      /
       2000-PROCESS-MASTER-COURSE.
           PERFORM 2010-FIND-COLLEGE-ENTRY.
           IF  COLLEGE-SUB IS GREATER THAN ZERO
               ADD 1 TO CSM-COURSES-READ (COLLEGE-SUB)
               PERFORM 2100-SIMULATE-COURSE
           ELSE
               ADD 1 TO COLLEGE-OVERFLOW-COUNT.
           PERFORM 8500-READ-MASTER-RECORD.
      *
      *
       2010-FIND-COLLEGE-ENTRY.
           MOVE ZERO TO COLLEGE-SUB.
           SET COLLEGE-SIM-INDEX TO 1.
           SEARCH COLLEGE-SIM-ENTRY
               AT END
                   PERFORM 2020-ADD-UNKNOWN-COLLEGE
               WHEN COLLEGE-SIM-INDEX IS GREATER THAN
                       COLLEGE-ENTRY-COUNT
                   PERFORM 2020-ADD-UNKNOWN-COLLEGE
               WHEN CSM-COLLEGE-ID (COLLEGE-SIM-INDEX)
                       IS EQUAL TO MST-COLLEGE-ID
                   SET COLLEGE-SUB TO COLLEGE-SIM-INDEX.
      *
      *
       2020-ADD-UNKNOWN-COLLEGE.
           IF  COLLEGE-ENTRY-COUNT IS LESS THAN 200
               ADD 1 TO COLLEGE-ENTRY-COUNT
               MOVE MST-COLLEGE-ID TO WORK-COLLEGE-ID
               MOVE ZEROS          TO WORK-DISTRICT-CODE
               PERFORM 1220-ADD-COLLEGE-ENTRY
               MOVE COLLEGE-ENTRY-COUNT TO COLLEGE-SUB.
      *
      *
       2100-SIMULATE-COURSE.
           MOVE MST-CREDIT-STATUS          TO ELM-VALUE (1).
           MOVE MST-TRANSF-STATUS          TO ELM-VALUE (2).
           MOVE MST-BASIC-SKILLS-STATUS    TO ELM-VALUE (3).
           MOVE MST-SAM-PRIORITY-CODE      TO ELM-VALUE (4).
           MOVE MST-COOP-ED-STATUS         TO ELM-VALUE (5).
           MOVE MST-CLASSIFICATION-CODE    TO ELM-VALUE (6).
           MOVE MST-REPEATABILITY          TO ELM-VALUE (7).
           MOVE MST-SPECIAL-CLASS-STATUS   TO ELM-VALUE (8).
           MOVE MST-PRIOR-TO-COLLEGE-LEVEL TO ELM-VALUE (9).
           MOVE SPACE TO CURRENT-COURSE-STATUS.
           MOVE SPACE TO PROPOSED-COURSE-STATUS.
           MOVE ZERO  TO NEW-WARNING-FLAG.
           MOVE SPACES TO ELEMENT-LIST-WORK.
           MOVE 1 TO ELEMENT-LIST-POINTER.
           PERFORM 2200-CHECK-ONE-ELEMENT
                   VARYING ELEMENT-SUB FROM 1 BY 1
                   UNTIL ELEMENT-SUB IS GREATER THAN 9.
           IF  CURRENT-FATAL
               ADD 1 TO CSM-CURRENT-FATAL (COLLEGE-SUB).
           IF  PROPOSED-FATAL
               ADD 1 TO CSM-PROPOSED-FATAL (COLLEGE-SUB).
           MOVE SPACE TO COURSE-OUTCOME.
           IF  PROPOSED-FATAL
                   AND NOT CURRENT-FATAL
               MOVE 'F' TO COURSE-OUTCOME
               ADD 1 TO CSM-NEW-FATAL (COLLEGE-SUB)
           ELSE
           IF  CURRENT-FATAL
                   AND NOT PROPOSED-FATAL
               MOVE 'S' TO COURSE-OUTCOME
               ADD 1 TO CSM-STOPS-FAILING (COLLEGE-SUB)
           ELSE
           IF  ELEMENT-NEWLY-WARNS
                   AND NOT PROPOSED-FATAL
               MOVE 'W' TO COURSE-OUTCOME
               ADD 1 TO CSM-NEW-WARNING (COLLEGE-SUB).
           IF  NOT OUTCOME-NO-CHANGE
                   AND CSM-SAMPLE-COUNT (COLLEGE-SUB)
                           IS LESS THAN SAMPLE-LIMIT
               PERFORM 2400-SAVE-SAMPLE-COURSE.
      *
      *
       2200-CHECK-ONE-ELEMENT.
           MOVE ELM-VALUE (ELEMENT-SUB) TO CHECK-VALUE.
           PERFORM 2300-APPLY-RULE-SET
                   VARYING RULE-SET-SUB FROM 1 BY 1
                   UNTIL RULE-SET-SUB IS GREATER THAN 2.
           IF  ELM-STATUS (ELEMENT-SUB 1) IS EQUAL TO 'F'
               MOVE 'F' TO CURRENT-COURSE-STATUS.
           IF  ELM-STATUS (ELEMENT-SUB 2) IS EQUAL TO 'F'
               MOVE 'F' TO PROPOSED-COURSE-STATUS.
           IF  ELM-STATUS (ELEMENT-SUB 2) IS EQUAL TO 'F'
                   AND ELM-STATUS (ELEMENT-SUB 1)
                           IS NOT EQUAL TO 'F'
               ADD 1 TO ELM-NEW-FATAL-COUNT (ELEMENT-SUB).
           IF  ELM-STATUS (ELEMENT-SUB 2) IS EQUAL TO 'W'
                   AND ELM-STATUS (ELEMENT-SUB 1) IS EQUAL TO SPACE
               MOVE 1 TO NEW-WARNING-FLAG
               ADD 1 TO ELM-NEW-WARNING-COUNT (ELEMENT-SUB).
           IF  ELM-STATUS (ELEMENT-SUB 1) IS EQUAL TO 'F'
                   AND ELM-STATUS (ELEMENT-SUB 2)
                           IS NOT EQUAL TO 'F'
               ADD 1 TO ELM-STOPS-FAILING-COUNT (ELEMENT-SUB).
           IF  ELM-STATUS (ELEMENT-SUB 1) IS NOT EQUAL TO
                   ELM-STATUS (ELEMENT-SUB 2)
                   AND ELEMENT-LIST-POINTER IS LESS THAN 57
               STRING DEFAULT-RULE-DED (ELEMENT-SUB)
                      '='
                      CHECK-VALUE
                      ' '
                      DELIMITED BY SIZE
                      INTO ELEMENT-LIST-WORK
                      WITH POINTER ELEMENT-LIST-POINTER.
      *
      *
      *    THE 7100-APPLY-EDIT-RULE LOOKUP AGAINST ONE RULE SET.
      *
       2300-APPLY-RULE-SET.
           MOVE ZERO TO RULE-FOUND-FLAG.
           MOVE ZERO TO RULE-VALUE-FLAG.
           MOVE ZERO TO VALUE-SEARCH-FLAG.
           PERFORM 2310-FIND-SET-RULE
                   VARYING RULE-ENTRY-SUB FROM 1 BY 1
                   UNTIL RULE-ENTRY-SUB IS GREATER THAN
                           RULE-SET-COUNT (RULE-SET-SUB)
                      OR RULE-ON-FILE.
           IF  RULE-ON-FILE
               MOVE SET-RULE-SEVERITY (RULE-SET-SUB RULE-MATCH-SUB)
                       TO CHECK-SEVERITY
               PERFORM 2320-MATCH-SET-RULE-VALUE
                       VARYING VALUE-SUB FROM 1 BY 1
                       UNTIL VALUE-SUB IS GREATER THAN 20
                          OR VALUE-SEARCH-DONE
           ELSE
               MOVE DEFAULT-RULE-SEVERITY (ELEMENT-SUB)
                       TO CHECK-SEVERITY
               PERFORM 2330-MATCH-DEFAULT-VALUE
                       VARYING VALUE-SUB FROM 1 BY 1
                       UNTIL VALUE-SUB IS GREATER THAN 20
                          OR VALUE-SEARCH-DONE.
           IF  RULE-VALUE-ALLOWED
               MOVE SPACE TO CHECK-STATUS
           ELSE
               IF  CHECK-SEVERITY-WARNING
                   MOVE 'W' TO CHECK-STATUS
               ELSE
                   MOVE 'F' TO CHECK-STATUS.
           MOVE CHECK-STATUS TO ELM-STATUS (ELEMENT-SUB RULE-SET-SUB).
      *
      *
       2310-FIND-SET-RULE.
           IF  SET-RULE-DED (RULE-SET-SUB RULE-ENTRY-SUB)
                   IS EQUAL TO DEFAULT-RULE-DED (ELEMENT-SUB)
               MOVE 1 TO RULE-FOUND-FLAG
               MOVE RULE-ENTRY-SUB TO RULE-MATCH-SUB.
      *
      *
       2320-MATCH-SET-RULE-VALUE.
           IF  SET-RULE-VALUE-BYTE
                   (RULE-SET-SUB RULE-MATCH-SUB VALUE-SUB)
                   IS EQUAL TO SPACE
               MOVE 1 TO VALUE-SEARCH-FLAG
           ELSE
               IF  SET-RULE-VALUE-BYTE
                       (RULE-SET-SUB RULE-MATCH-SUB VALUE-SUB)
                       IS EQUAL TO CHECK-VALUE
                   MOVE 1 TO RULE-VALUE-FLAG
                   MOVE 1 TO VALUE-SEARCH-FLAG.
      *
      *
       2330-MATCH-DEFAULT-VALUE.
           IF  DEFAULT-RULE-VALUE-BYTE (ELEMENT-SUB VALUE-SUB)
                   IS EQUAL TO SPACE
               MOVE 1 TO VALUE-SEARCH-FLAG
           ELSE
               IF  DEFAULT-RULE-VALUE-BYTE (ELEMENT-SUB VALUE-SUB)
                       IS EQUAL TO CHECK-VALUE
                   MOVE 1 TO RULE-VALUE-FLAG
                   MOVE 1 TO VALUE-SEARCH-FLAG.
      *
      *
       2400-SAVE-SAMPLE-COURSE.
           ADD 1 TO CSM-SAMPLE-COUNT (COLLEGE-SUB).
           MOVE CSM-SAMPLE-COUNT (COLLEGE-SUB) TO SAMPLE-SUB.
           MOVE MST-COURSE-PERM-DIST-ID
                   TO CSM-SAMPLE-COURSE-ID (COLLEGE-SUB SAMPLE-SUB).
           MOVE MST-DEPARTMENT-NUMBER
                   TO CSM-SAMPLE-DEPT-NUMBER (COLLEGE-SUB SAMPLE-SUB).
           MOVE COURSE-OUTCOME
                   TO CSM-SAMPLE-OUTCOME (COLLEGE-SUB SAMPLE-SUB).
           MOVE ELEMENT-LIST-WORK
                   TO CSM-SAMPLE-ELEMENTS (COLLEGE-SUB SAMPLE-SUB).
      /
      *    THE REPORT IS PRINTED FROM THE COLLEGE TABLE, DISTRICT BY
      *    DISTRICT IN REFERENCE FILE ORDER, THEN THE COLLEGES NOT
      *    ON THE REFERENCE FILE.
      *
       3000-PRINT-SIMULATION-REPORT.
           PERFORM 3100-PRINT-ONE-DISTRICT
                   VARYING DISTRICT-SUB FROM 1 BY 1
                   UNTIL DISTRICT-SUB IS GREATER THAN
                           DISTRICT-ENTRY-COUNT.
           MOVE ZEROS TO WORK-DISTRICT-CODE.
           MOVE ZEROS TO WORK-DISTRICT-ID.
           MOVE 'COLLEGES NOT ON REFERENCE FILE'
                   TO WORK-DISTRICT-NAME.
           PERFORM 3110-PRINT-DISTRICT-COLLEGES.
           MOVE SPACES TO SIM-COLLEGE-OUT.
           MOVE 'STATEWIDE TOTAL' TO SIM-NAME-OUT.
           MOVE STE-COURSES-READ   TO SIM-READ-OUT.
           MOVE STE-CURRENT-FATAL  TO SIM-CURRENT-FATAL-OUT.
           MOVE STE-PROPOSED-FATAL TO SIM-PROPOSED-FATAL-OUT.
           MOVE STE-NEW-FATAL      TO SIM-NEW-FATAL-OUT.
           MOVE STE-NEW-WARNING    TO SIM-NEW-WARNING-OUT.
           MOVE STE-STOPS-FAILING  TO SIM-STOPS-FAILING-OUT.
           PERFORM 8620-PRINT-TOTAL-LINE.
           PERFORM 3300-PRINT-ELEMENT-SECTION.
      *
      *
       3100-PRINT-ONE-DISTRICT.
           MOVE DISTRICT-CODE (DISTRICT-SUB) TO WORK-DISTRICT-CODE.
           MOVE DISTRICT-ID (DISTRICT-SUB)   TO WORK-DISTRICT-ID.
           MOVE DISTRICT-NAME (DISTRICT-SUB) TO WORK-DISTRICT-NAME.
           PERFORM 3110-PRINT-DISTRICT-COLLEGES.
      *
      *
       3110-PRINT-DISTRICT-COLLEGES.
           MOVE ZERO  TO DISTRICT-STARTED-FLAG.
           MOVE ZEROS TO DISTRICT-TOTALS.
           PERFORM 3200-PRINT-ONE-COLLEGE
                   VARYING COLLEGE-SUB FROM 1 BY 1
                   UNTIL COLLEGE-SUB IS GREATER THAN
                           COLLEGE-ENTRY-COUNT.
           IF  DISTRICT-STARTED
               MOVE SPACES TO SIM-COLLEGE-OUT
               MOVE 'DISTRICT TOTAL' TO SIM-NAME-OUT
               MOVE DST-COURSES-READ   TO SIM-READ-OUT
               MOVE DST-CURRENT-FATAL  TO SIM-CURRENT-FATAL-OUT
               MOVE DST-PROPOSED-FATAL TO SIM-PROPOSED-FATAL-OUT
               MOVE DST-NEW-FATAL      TO SIM-NEW-FATAL-OUT
               MOVE DST-NEW-WARNING    TO SIM-NEW-WARNING-OUT
               MOVE DST-STOPS-FAILING  TO SIM-STOPS-FAILING-OUT
               PERFORM 8620-PRINT-TOTAL-LINE
               ADD DST-COURSES-READ   TO STE-COURSES-READ
               ADD DST-CURRENT-FATAL  TO STE-CURRENT-FATAL
               ADD DST-PROPOSED-FATAL TO STE-PROPOSED-FATAL
               ADD DST-NEW-FATAL      TO STE-NEW-FATAL
               ADD DST-NEW-WARNING    TO STE-NEW-WARNING
               ADD DST-STOPS-FAILING  TO STE-STOPS-FAILING.
      *
      *
       3200-PRINT-ONE-COLLEGE.
           IF  CSM-DISTRICT-CODE (COLLEGE-SUB)
                   IS EQUAL TO WORK-DISTRICT-CODE
                   AND CSM-COURSES-READ (COLLEGE-SUB)
                           IS GREATER THAN ZERO
               IF  NOT DISTRICT-STARTED
                   MOVE 1 TO DISTRICT-STARTED-FLAG
                   MOVE WORK-DISTRICT-ID   TO SIM-DISTRICT-ID-OUT
                   MOVE WORK-DISTRICT-NAME TO SIM-DISTRICT-NAME-OUT
                   PERFORM 8600-PRINT-DISTRICT-LINE
               END-IF
               MOVE CSM-COLLEGE-ID (COLLEGE-SUB)   TO SIM-COLLEGE-OUT
               MOVE CSM-COLLEGE-NAME (COLLEGE-SUB) TO SIM-NAME-OUT
               MOVE CSM-COURSES-READ (COLLEGE-SUB) TO SIM-READ-OUT
               MOVE CSM-CURRENT-FATAL (COLLEGE-SUB)
                       TO SIM-CURRENT-FATAL-OUT
               MOVE CSM-PROPOSED-FATAL (COLLEGE-SUB)
                       TO SIM-PROPOSED-FATAL-OUT
               MOVE CSM-NEW-FATAL (COLLEGE-SUB) TO SIM-NEW-FATAL-OUT
               MOVE CSM-NEW-WARNING (COLLEGE-SUB)
                       TO SIM-NEW-WARNING-OUT
               MOVE CSM-STOPS-FAILING (COLLEGE-SUB)
                       TO SIM-STOPS-FAILING-OUT
               PERFORM 8610-PRINT-COUNT-LINE
               PERFORM 3210-PRINT-ONE-SAMPLE
                       VARYING SAMPLE-SUB FROM 1 BY 1
                       UNTIL SAMPLE-SUB IS GREATER THAN
                               CSM-SAMPLE-COUNT (COLLEGE-SUB)
               ADD CSM-COURSES-READ (COLLEGE-SUB)
                       TO DST-COURSES-READ
               ADD CSM-CURRENT-FATAL (COLLEGE-SUB)
                       TO DST-CURRENT-FATAL
               ADD CSM-PROPOSED-FATAL (COLLEGE-SUB)
                       TO DST-PROPOSED-FATAL
               ADD CSM-NEW-FATAL (COLLEGE-SUB)   TO DST-NEW-FATAL
               ADD CSM-NEW-WARNING (COLLEGE-SUB) TO DST-NEW-WARNING
               ADD CSM-STOPS-FAILING (COLLEGE-SUB)
                       TO DST-STOPS-FAILING.
      *
      *
       3210-PRINT-ONE-SAMPLE.
           MOVE CSM-SAMPLE-COURSE-ID (COLLEGE-SUB SAMPLE-SUB)
                   TO SMP-COURSE-ID-OUT.
           MOVE CSM-SAMPLE-DEPT-NUMBER (COLLEGE-SUB SAMPLE-SUB)
                   TO SMP-DEPT-NUMBER-OUT.
           MOVE CSM-SAMPLE-ELEMENTS (COLLEGE-SUB SAMPLE-SUB)
                   TO SMP-ELEMENTS-OUT.
           IF  CSM-SAMPLE-OUTCOME (COLLEGE-SUB SAMPLE-SUB)
                   IS EQUAL TO 'F'
               MOVE 'NEW FATAL' TO SMP-OUTCOME-OUT
           ELSE
           IF  CSM-SAMPLE-OUTCOME (COLLEGE-SUB SAMPLE-SUB)
                   IS EQUAL TO 'W'
               MOVE 'NEW WARNING' TO SMP-OUTCOME-OUT
           ELSE
               MOVE 'NO LONGER FAILS' TO SMP-OUTCOME-OUT.
           PERFORM 8630-PRINT-SAMPLE-LINE.
      *
      *
       3300-PRINT-ELEMENT-SECTION.
           SET ELEMENT-SECTION TO TRUE.
           PERFORM 8700-PRINT-HEADINGS.
           PERFORM 3310-PRINT-ONE-ELEMENT
                   VARYING ELEMENT-SUB FROM 1 BY 1
                   UNTIL ELEMENT-SUB IS GREATER THAN 9.
      *
      *
       3310-PRINT-ONE-ELEMENT.
           MOVE DEFAULT-RULE-DED (ELEMENT-SUB) TO SIM-ELEMENT-OUT.
           MOVE 1 TO RULE-SET-SUB.
           PERFORM 3320-FIND-RULE-SOURCE.
           MOVE CHECK-STATUS TO SIM-CURRENT-SOURCE-OUT.
           MOVE 2 TO RULE-SET-SUB.
           PERFORM 3320-FIND-RULE-SOURCE.
           MOVE CHECK-STATUS TO SIM-PROPOSED-SOURCE-OUT.
           IF  SIM-CURRENT-SOURCE-OUT IS EQUAL TO 'R'
               MOVE 'RULE FILE' TO SIM-CURRENT-SOURCE-OUT
           ELSE
               MOVE 'BUILT-IN' TO SIM-CURRENT-SOURCE-OUT.
           IF  SIM-PROPOSED-SOURCE-OUT IS EQUAL TO 'R'
               MOVE 'RULE FILE' TO SIM-PROPOSED-SOURCE-OUT
           ELSE
               MOVE 'BUILT-IN' TO SIM-PROPOSED-SOURCE-OUT.
           MOVE ELM-NEW-FATAL-COUNT (ELEMENT-SUB)
                   TO SIM-ELM-FATAL-OUT.
           MOVE ELM-NEW-WARNING-COUNT (ELEMENT-SUB)
                   TO SIM-ELM-WARNING-OUT.
           MOVE ELM-STOPS-FAILING-COUNT (ELEMENT-SUB)
                   TO SIM-ELM-STOPS-OUT.
           WRITE PRINT-RECORD FROM SIM-ELEMENT-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNTER.
      *
      *
       3320-FIND-RULE-SOURCE.
           MOVE ZERO TO RULE-FOUND-FLAG.
           PERFORM 2310-FIND-SET-RULE
                   VARYING RULE-ENTRY-SUB FROM 1 BY 1
                   UNTIL RULE-ENTRY-SUB IS GREATER THAN
                           RULE-SET-COUNT (RULE-SET-SUB)
                      OR RULE-ON-FILE.
           IF  RULE-ON-FILE
               MOVE 'R' TO CHECK-STATUS
           ELSE
               MOVE 'B' TO CHECK-STATUS.
      /
       8500-READ-MASTER-RECORD.
           READ COURSE-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE.
      *
      *
       8600-PRINT-DISTRICT-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (REPORT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8700-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-RECORD FROM SIM-DISTRICT-LINE
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO REPORT-LINE-COUNTER.
      *
      *
       8610-PRINT-COUNT-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (REPORT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8700-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-RECORD FROM SIM-COUNT-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNTER.
      *
      *
       8620-PRINT-TOTAL-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (REPORT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8700-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-RECORD FROM SIM-COUNT-LINE
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO REPORT-LINE-COUNTER.
      *
      *
       8630-PRINT-SAMPLE-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (REPORT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8700-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-RECORD FROM SIM-SAMPLE-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNTER.
      *
      *
       8700-PRINT-HEADINGS.
           ADD 1 TO REPORT-PAGE-COUNTER.
           MOVE REPORT-PAGE-COUNTER TO SIM-PAGE-OUT.
           WRITE PRINT-RECORD FROM SIM-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           IF  ELEMENT-SECTION
               WRITE PRINT-RECORD FROM SIM-ELEMENT-TITLE-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-RECORD FROM SIM-TITLE-LINE-2
                       AFTER ADVANCING 2 LINES
           END-IF.
           MOVE 4 TO REPORT-LINE-COUNTER.
      /
       9000-PROGRAM-FINALIZATION.
           PERFORM 3000-PRINT-SIMULATION-REPORT.
           MOVE RULE-SET-COUNT (1)     TO SUM-CURRENT-RULES-OUT.
           MOVE RULE-SET-COUNT (2)     TO SUM-PROPOSED-RULES-OUT.
           MOVE COLLEGE-OVERFLOW-COUNT TO SUM-OVERFLOW-OUT.
           WRITE PRINT-RECORD FROM SIM-SUMMARY-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM SIM-SUMMARY-LINE-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM SIM-SUMMARY-LINE-3
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM SIM-NO-LOAD-LINE
                   AFTER ADVANCING 2 LINES.
           CLOSE COURSE-MASTER-FILE.
           CLOSE SIMULATION-REPORT.
      *
      * THE OUTPUT COUNT IS THE NUMBER OF COURSES WHOSE OUTCOME
      * WOULD CHANGE UNDER THE PROPOSED RULES.
      *
           MOVE STE-COURSES-READ TO LEDGER-INPUT-COUNT.
           ADD STE-NEW-FATAL STE-NEW-WARNING STE-STOPS-FAILING
                   GIVING LEDGER-OUTPUT-COUNT.
           MOVE COLLEGE-OVERFLOW-COUNT TO LEDGER-EXCEPTION-COUNT.
           IF  COLLEGE-OVERFLOW-COUNT IS GREATER THAN ZERO
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
           MOVE 'CBRULSIM'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBRULSIM.
