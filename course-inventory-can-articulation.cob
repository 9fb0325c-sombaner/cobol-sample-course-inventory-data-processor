       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCANRPT.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM IS THE STATEWIDE CAN ARTICULATION
      *    CONSISTENCY REPORT.  CBEDIT CHECKS EACH COURSE'S CAN CODE
      *    (CB14) AND CAN SEQUENCE CODE (CB15) AGAINST THE LOOKUP
      *    TABLES ONE RECORD AT A TIME; THIS PROGRAM COMPARES HOW
      *    THE COLLEGES CODE THE COURSES THAT CLAIM THE SAME CAN
      *    DESIGNATION.
      *
      *    EVERY COURSE ON THE CBMASTER COURSE MASTER THAT CARRIES
      *    A CAN CODE OR A CAN SEQUENCE CODE (ANYTHING OTHER THAN
      *    BLANK, ALL X'S OR ALL Y'S) IS SORTED BY CAN CODE, CAN
      *    SEQUENCE CODE, COLLEGE AND COURSE.  EACH CAN CODE AND
      *    SEQUENCE CODE PAIR IS ONE ARTICULATION GROUP.  A GROUP
      *    IS PRINTED, WITH ALL OF ITS COURSES, WHEN ITS COURSES DO
      *    NOT ALL CARRY THE SAME:
      *
      *        UNITS MINIMUM          (CB07)
      *        UNITS MAXIMUM          (CB06)
      *        TRANSFER STATUS        (CB05)
      *        CREDIT STATUS          (CB04)
      *        TOP CODE               (CB03)
      *
      *    A VALUE DIFFERENT FROM THE FIRST COURSE LISTED IN THE
      *    GROUP IS MARKED WITH AN ASTERISK.  A GROUP WHOSE CAN CODE
      *    IS NOT ON THE CURRENT CAN CODE TABLE IS NOTED AS SUCH.
      *
      *    THE REPORT ENDS WITH THE CAN CODES ON THE LOOKUP TABLE
      *    THAT NO COURSE ON THE MASTER CARRIES.
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
      *        1.  COURSE-MASTER-FILE - CURRENT GENERATION OF THE
      *            STATEWIDE COURSE INVENTORY MASTER.
      *        2.  CAN-CODE-CHECK-FILE - CURRENT CAN CODE TABLE, IN
      *            ASCENDING SEQUENCE (AS CBCODMNT WRITES IT).
      *
      *    OUTPUTS:
      *        1.  CAN ARTICULATION CONSISTENCY REPORT.
      *        2.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN ANY GROUP IS CODED INCONSISTENTLY OR
      *            ANY CAN TABLE CODE COULD NOT BE LOADED.
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
           SELECT COURSE-MASTER-FILE
                   ASSIGN TO UT-S-MSTRIN.
      *
           SELECT CAN-CODE-CHECK-FILE
                   ASSIGN TO UT-S-CANRECIN.
      *
           SELECT SORT-WORK-FILE
                   ASSIGN TO UT-S-SORTWK.
      *
           SELECT ARTICULATION-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
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
                   88  MST-CAN-CODE-NOT-CODED      VALUE SPACES
                                                   'XXXXXX'
                                                   'YYYYYY'.
               05  MST-CAN-SEQ-CODE            PIC X(8).
                   88  MST-CAN-SEQ-NOT-CODED       VALUE SPACES
                                                   'XXXXXXXX'
                                                   'YYYYYYYY'.
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
       FD  CAN-CODE-CHECK-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS CAN-CODE-RECORD.
      *
       01  CAN-CODE-RECORD.
           03  CAN-CODE                      PIC X(6).
      *
       SD  SORT-WORK-FILE
                   DATA RECORD IS SORT-RECORD.
      *
       01  SORT-RECORD.
           03  SORT-GROUP-KEY.
               05  SORT-CAN-CODE           PIC X(6).
               05  SORT-CAN-SEQ-CODE       PIC X(8).
           03  SORT-COLLEGE-ID             PIC X(3).
           03  SORT-COURSE-PERM-DIST-ID    PIC X(12).
           03  SORT-COURSE-VALUES.
               05  SORT-DEPARTMENT-NUMBER  PIC X(12).
               05  SORT-COURSE-TITLE       PIC X(30).
               05  SORT-PROGRAM-CODE       PIC X(6).
               05  SORT-CREDIT-STATUS      PIC X(1).
               05  SORT-TRANSF-STATUS      PIC X(1).
               05  SORT-UNITS-MINIMUM      PIC X(4).
               05  SORT-UNITS-MAXIMUM      PIC X(4).
      *
       FD  ARTICULATION-REPORT
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
           03  MASTER-EOF-FLAG             PIC 9.
               88  END-OF-MASTER               VALUE 1.
           03  CAN-EOF-FLAG                PIC 9.
               88  END-OF-CAN-FILE             VALUE 1.
           03  SORT-EOF-FLAG               PIC 9.
               88  END-OF-SORT                 VALUE 1.
           03  CAN-TABLE-FOUND-FLAG        PIC 9.
               88  GROUP-CAN-ON-TABLE          VALUE 1.
           03  REPORT-PART-FLAG            PIC 9.
               88  REPORTING-GROUPS            VALUE 0.
               88  REPORTING-UNOFFERED         VALUE 1.
      *
       01  ARTICULATION-COUNTERS           VALUE ZEROS.
           03  MASTER-RECORDS-READ          PIC 9(7).
           03  CAN-COURSES-SELECTED         PIC 9(7).
           03  GROUPS-EXAMINED              PIC 9(5).
           03  GROUPS-CONSISTENT            PIC 9(5).
           03  GROUPS-INCONSISTENT          PIC 9(5).
           03  GROUPS-NOT-ON-TABLE          PIC 9(5).
           03  CAN-CODES-LOADED             PIC 9(5).
           03  CAN-CODES-NOT-LOADED         PIC 9(5).
           03  CAN-CODES-NOT-OFFERED        PIC 9(5).
           03  REPORT-LINES-PRINTED         PIC 9(7).
      *
      *    CAN CODE LOOKUP TABLE.  THE OFFERED FLAG IS SET FOR EVERY
      *    CODE CARRIED BY AT LEAST ONE COURSE ON THE MASTER.
      *
       01  CAN-CODE-TABLE                       VALUE HIGH-VALUES.
           03  CAN-CODE-TBL
                       OCCURS 800 TIMES
                       ASCENDING KEY IS CAN-CODE-Y
                       INDEXED BY CANIDX.
               05  CAN-CODE-Y                   PIC X(6).
               05  CAN-CODE-OFFERED-FLAG        PIC X.
                   88  CAN-CODE-OFFERED             VALUE 'Y'.
      *
       01  CAN-TABLE-WORK.
           03  CAN-TABLE-MAXIMUM           PIC 9(3)  VALUE 800.
           03  CAN-TABLE-SUB               PIC 9(3)  VALUE ZERO.
           03  LAST-CAN-CODE-LOADED        PIC X(6)  VALUE LOW-VALUES.
      *
      *    ONE ARTICULATION GROUP (CAN CODE + CAN SEQUENCE CODE).
      *    THE FIRST COURSE OF THE GROUP IS THE BASIS OF COMPARISON.
      *
       01  GROUP-WORK-AREA.
           03  GROUP-KEY.
               05  GROUP-CAN-CODE          PIC X(6).
                   88  GROUP-CAN-CODE-NOT-CODED    VALUE SPACES
                                                   'XXXXXX'
                                                   'YYYYYY'.
               05  GROUP-CAN-SEQ-CODE      PIC X(8).
           03  GROUP-COURSE-COUNT          PIC 9(5)  VALUE ZERO.
           03  GROUP-COLLEGE-COUNT         PIC 9(3)  VALUE ZERO.
           03  GROUP-HOLD-COLLEGE-ID       PIC X(3)  VALUE SPACES.
           03  GROUP-MEMBER-MAXIMUM        PIC 9(3)  VALUE 500.
           03  GROUP-MEMBER-SUB            PIC 9(3)  VALUE ZERO.
           03  GROUP-MEMBERS-NOT-LISTED    PIC 9(5)  VALUE ZERO.
           03  GROUP-DISAGREEMENT-FLAGS.
               05  UNITS-MIN-DIFFER-FLAG   PIC 9.
                   88  UNITS-MIN-DIFFER        VALUE 1.
               05  UNITS-MAX-DIFFER-FLAG   PIC 9.
                   88  UNITS-MAX-DIFFER        VALUE 1.
               05  TRANSF-DIFFER-FLAG      PIC 9.
                   88  TRANSF-STATUS-DIFFER    VALUE 1.
               05  CREDIT-DIFFER-FLAG      PIC 9.
                   88  CREDIT-STATUS-DIFFER    VALUE 1.
               05  TOP-DIFFER-FLAG         PIC 9.
                   88  TOP-CODE-DIFFER         VALUE 1.
           03  GROUP-DISAGREEMENTS
                   REDEFINES GROUP-DISAGREEMENT-FLAGS
                                           PIC 9(5).
               88  GROUP-CONSISTENT            VALUE ZERO.
           03  GROUP-FIRST-VALUES.
               05  FIRST-PROGRAM-CODE      PIC X(6).
               05  FIRST-CREDIT-STATUS     PIC X(1).
               05  FIRST-TRANSF-STATUS     PIC X(1).
               05  FIRST-UNITS-MINIMUM     PIC X(4).
               05  FIRST-UNITS-MAXIMUM     PIC X(4).
           03  DISAGREE-TEXT-POINTER       PIC 9(3)  VALUE ZERO.
      *
       01  GROUP-MEMBER-TABLE.
           03  GROUP-MEMBER-ENTRY
                       OCCURS 500 TIMES
                       INDEXED BY GROUP-MEMBER-INDEX.
               05  MBR-COLLEGE-ID          PIC X(3).
               05  MBR-COURSE-PERM-DIST-ID PIC X(12).
               05  MBR-DEPARTMENT-NUMBER   PIC X(12).
               05  MBR-COURSE-TITLE        PIC X(30).
               05  MBR-PROGRAM-CODE        PIC X(6).
               05  MBR-CREDIT-STATUS       PIC X(1).
               05  MBR-TRANSF-STATUS       PIC X(1).
               05  MBR-UNITS-MINIMUM       PIC X(4).
               05  MBR-UNITS-MAXIMUM       PIC X(4).
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
       01  CAN-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'STATEWIDE CAN ARTICULATION CONSISTENCY REPORT'.
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  CAN-PAGE-OUT            PIC ZZZZ9.
      *
       01  CAN-TITLE-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  CAN-PART-TITLE-OUT      PIC X(60).
      *
       01  CAN-HEADING-LINE-1.
           03  FILLER                  PIC X(6)  VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'COLLEGE  COURSE ID     DEPT NO'.
           03  FILLER                  PIC X(40) VALUE
               '       TITLE'.
           03  FILLER                  PIC X(40) VALUE
               '   TOP CODE  CB04  CB05  MIN    MAX'.
      *
       01  CAN-GROUP-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(4)  VALUE 'CAN '.
           03  GRP-CAN-CODE-OUT        PIC X(6).
           03  FILLER                  PIC X(6)  VALUE '  SEQ '.
           03  GRP-CAN-SEQ-CODE-OUT    PIC X(8).
           03  FILLER                  PIC X(12) VALUE
               '  COLLEGES: '.
           03  GRP-COLLEGE-COUNT-OUT   PIC ZZ9.
           03  FILLER                  PIC X(11) VALUE
               '  COURSES: '.
           03  GRP-COURSE-COUNT-OUT    PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  GRP-DISAGREE-TEXT       PIC X(73).
      *
       01  CAN-DETAIL-LINE.
           03  FILLER                  PIC X(6)  VALUE SPACE.
           03  DTL-COLLEGE-ID          PIC X(3).
           03  FILLER                  PIC X(6)  VALUE SPACE.
           03  DTL-COURSE-ID           PIC X(12).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-DEPT-NUMBER         PIC X(12).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-COURSE-TITLE        PIC X(30).
           03  FILLER                  PIC X(3)  VALUE SPACE.
           03  DTL-PROGRAM-CODE        PIC X(6).
           03  DTL-TOP-MARK            PIC X.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  DTL-CREDIT-STATUS       PIC X.
           03  DTL-CREDIT-MARK         PIC X.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  DTL-TRANSF-STATUS       PIC X.
           03  DTL-TRANSF-MARK         PIC X.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  DTL-UNITS-MINIMUM       PIC X(4).
           03  DTL-UNITS-MIN-MARK      PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-UNITS-MAXIMUM       PIC X(4).
           03  DTL-UNITS-MAX-MARK      PIC X.
      *
       01  CAN-NOT-LISTED-LINE.
           03  FILLER                  PIC X(15) VALUE SPACE.
           03  NOT-LISTED-COUNT-OUT    PIC ZZ,ZZ9.
           03  FILLER                  PIC X(36) VALUE
               ' FURTHER COURSES IN GROUP NOT LISTED'.
      *
       01  CAN-UNOFFERED-LINE.
           03  FILLER                  PIC X(6)  VALUE SPACE.
           03  UNOFFERED-CODE-SLOT
                       OCCURS 10 TIMES
                       INDEXED BY UNOFFERED-SLOT-INDEX.
               05  UNOFFERED-CODE-OUT  PIC X(6).
               05  FILLER              PIC X(4).
      *
       01  UNOFFERED-SLOT-COUNT        PIC 9(2) VALUE ZERO.
      *
       01  NONE-FOUND-LINE.
           03  FILLER                  PIC X(6)  VALUE SPACE.
           03  NONE-FOUND-TEXT-OUT     PIC X(60).
      *
       01  PRINT-LINE-HOLD             PIC X(133) VALUE SPACES.
      *
       01  CAN-SUMMARY-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SUM-LABEL-OUT           PIC X(36).
           03  SUM-COUNT-OUT           PIC Z,ZZZ,ZZ9.
      /
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-CAN-CODE
                                    SORT-CAN-SEQ-CODE
                                    SORT-COLLEGE-ID
                                    SORT-COURSE-PERM-DIST-ID
                   INPUT PROCEDURE IS 3000-SELECT-CAN-COURSES
                   OUTPUT PROCEDURE IS 4000-COMPARE-CAN-GROUPS.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           OPEN OUTPUT ARTICULATION-REPORT.
           OPEN INPUT CAN-CODE-CHECK-FILE.
           PERFORM 8400-READ-CAN-CODE.
           PERFORM 1100-LOAD-ONE-CAN-CODE
                   UNTIL END-OF-CAN-FILE.
           CLOSE CAN-CODE-CHECK-FILE.
           MOVE 'CAN GROUPS WITH INCONSISTENT CODING'
                   TO CAN-PART-TITLE-OUT.
      *
      *
       1100-LOAD-ONE-CAN-CODE.
      *
      * THE TABLE IS SEARCHED WITH SEARCH ALL, SO A CODE OUT OF
      * ASCENDING SEQUENCE (OR BEYOND THE TABLE) IS NOT LOADED.
      *
           IF  CAN-CODE IS EQUAL TO SPACES
               NEXT SENTENCE
           ELSE
           IF  CAN-TABLE-SUB IS NOT LESS THAN CAN-TABLE-MAXIMUM
                   OR CAN-CODE IS NOT GREATER THAN
                           LAST-CAN-CODE-LOADED
               ADD 1 TO CAN-CODES-NOT-LOADED
           ELSE
               ADD 1 TO CAN-TABLE-SUB
               MOVE CAN-CODE TO CAN-CODE-Y (CAN-TABLE-SUB)
               MOVE 'N' TO CAN-CODE-OFFERED-FLAG (CAN-TABLE-SUB)
               MOVE CAN-CODE TO LAST-CAN-CODE-LOADED
               ADD 1 TO CAN-CODES-LOADED.
           PERFORM 8400-READ-CAN-CODE.
      /
       3000-SELECT-CAN-COURSES SECTION.
       3010-SELECT-CAN-DRIVER.
           OPEN INPUT COURSE-MASTER-FILE.
           PERFORM 8500-READ-MASTER-RECORD.
           PERFORM 3100-RELEASE-ONE-COURSE
                   UNTIL END-OF-MASTER.
           CLOSE COURSE-MASTER-FILE.
       3090-SELECT-CAN-EXIT.
           EXIT.
      /
       4000-COMPARE-CAN-GROUPS SECTION.
       4010-COMPARE-CAN-DRIVER.
           PERFORM 8600-RETURN-SORT-RECORD.
           PERFORM 4100-PROCESS-ONE-GROUP
                   UNTIL END-OF-SORT.
       4090-COMPARE-CAN-EXIT.
           EXIT.
      /
       4095-GENERAL-PROCESSING SECTION.
      *
       3100-RELEASE-ONE-COURSE.
           IF  MST-CAN-CODE-NOT-CODED
                   AND MST-CAN-SEQ-NOT-CODED
               NEXT SENTENCE
           ELSE
               MOVE MST-CAN-CODE             TO SORT-CAN-CODE
               MOVE MST-CAN-SEQ-CODE         TO SORT-CAN-SEQ-CODE
               MOVE MST-COLLEGE-ID           TO SORT-COLLEGE-ID
               MOVE MST-COURSE-PERM-DIST-ID
                       TO SORT-COURSE-PERM-DIST-ID
               MOVE MST-DEPARTMENT-NUMBER    TO SORT-DEPARTMENT-NUMBER
               MOVE MST-COURSE-TITLE         TO SORT-COURSE-TITLE
               MOVE MST-PROGRAM-CODE         TO SORT-PROGRAM-CODE
               MOVE MST-CREDIT-STATUS        TO SORT-CREDIT-STATUS
               MOVE MST-TRANSF-STATUS        TO SORT-TRANSF-STATUS
               MOVE MST-UNITS-MINIMUM        TO SORT-UNITS-MINIMUM
               MOVE MST-UNITS-MAXIMUM        TO SORT-UNITS-MAXIMUM
               ADD 1 TO CAN-COURSES-SELECTED
               RELEASE SORT-RECORD.
           PERFORM 8500-READ-MASTER-RECORD.
      *
      *
       4100-PROCESS-ONE-GROUP.
           MOVE SORT-GROUP-KEY TO GROUP-KEY.
           MOVE ZERO   TO GROUP-COURSE-COUNT.
           MOVE ZERO   TO GROUP-COLLEGE-COUNT.
           MOVE ZERO   TO GROUP-MEMBERS-NOT-LISTED.
           MOVE ZEROS  TO GROUP-DISAGREEMENT-FLAGS.
           MOVE SPACES TO GROUP-HOLD-COLLEGE-ID.
           ADD 1 TO GROUPS-EXAMINED.
           PERFORM 4110-ADD-ONE-COURSE
                   UNTIL END-OF-SORT
                   OR SORT-GROUP-KEY IS NOT EQUAL TO GROUP-KEY.
           PERFORM 4200-CHECK-CAN-TABLE.
           IF  GROUP-CONSISTENT
               ADD 1 TO GROUPS-CONSISTENT
           ELSE
               ADD 1 TO GROUPS-INCONSISTENT
               PERFORM 4300-PRINT-GROUP.
      *
      *
       4110-ADD-ONE-COURSE.
           ADD 1 TO GROUP-COURSE-COUNT.
           IF  SORT-COLLEGE-ID IS NOT EQUAL TO GROUP-HOLD-COLLEGE-ID
               ADD 1 TO GROUP-COLLEGE-COUNT
               MOVE SORT-COLLEGE-ID TO GROUP-HOLD-COLLEGE-ID.
           IF  GROUP-COURSE-COUNT IS EQUAL TO 1
               MOVE SORT-PROGRAM-CODE  TO FIRST-PROGRAM-CODE
               MOVE SORT-CREDIT-STATUS TO FIRST-CREDIT-STATUS
               MOVE SORT-TRANSF-STATUS TO FIRST-TRANSF-STATUS
               MOVE SORT-UNITS-MINIMUM TO FIRST-UNITS-MINIMUM
               MOVE SORT-UNITS-MAXIMUM TO FIRST-UNITS-MAXIMUM
           ELSE
               PERFORM 4120-COMPARE-TO-FIRST.
           IF  GROUP-COURSE-COUNT IS GREATER THAN GROUP-MEMBER-MAXIMUM
               ADD 1 TO GROUP-MEMBERS-NOT-LISTED
           ELSE
               SET GROUP-MEMBER-INDEX TO GROUP-COURSE-COUNT
               MOVE SORT-COLLEGE-ID
                       TO MBR-COLLEGE-ID (GROUP-MEMBER-INDEX)
               MOVE SORT-COURSE-PERM-DIST-ID
                       TO MBR-COURSE-PERM-DIST-ID (GROUP-MEMBER-INDEX)
               MOVE SORT-DEPARTMENT-NUMBER
                       TO MBR-DEPARTMENT-NUMBER (GROUP-MEMBER-INDEX)
               MOVE SORT-COURSE-TITLE
                       TO MBR-COURSE-TITLE (GROUP-MEMBER-INDEX)
               MOVE SORT-PROGRAM-CODE
                       TO MBR-PROGRAM-CODE (GROUP-MEMBER-INDEX)
               MOVE SORT-CREDIT-STATUS
                       TO MBR-CREDIT-STATUS (GROUP-MEMBER-INDEX)
               MOVE SORT-TRANSF-STATUS
                       TO MBR-TRANSF-STATUS (GROUP-MEMBER-INDEX)
               MOVE SORT-UNITS-MINIMUM
                       TO MBR-UNITS-MINIMUM (GROUP-MEMBER-INDEX)
               MOVE SORT-UNITS-MAXIMUM
                       TO MBR-UNITS-MAXIMUM (GROUP-MEMBER-INDEX).
           PERFORM 8600-RETURN-SORT-RECORD.
      *
      *
       4120-COMPARE-TO-FIRST.
           IF  SORT-UNITS-MINIMUM IS NOT EQUAL TO FIRST-UNITS-MINIMUM
               MOVE 1 TO UNITS-MIN-DIFFER-FLAG.
           IF  SORT-UNITS-MAXIMUM IS NOT EQUAL TO FIRST-UNITS-MAXIMUM
               MOVE 1 TO UNITS-MAX-DIFFER-FLAG.
           IF  SORT-TRANSF-STATUS IS NOT EQUAL TO FIRST-TRANSF-STATUS
               MOVE 1 TO TRANSF-DIFFER-FLAG.
           IF  SORT-CREDIT-STATUS IS NOT EQUAL TO FIRST-CREDIT-STATUS
               MOVE 1 TO CREDIT-DIFFER-FLAG.
           IF  SORT-PROGRAM-CODE IS NOT EQUAL TO FIRST-PROGRAM-CODE
               MOVE 1 TO TOP-DIFFER-FLAG.
      *
      *
       4200-CHECK-CAN-TABLE.
      *
      * A GROUP CARRYING A REAL CAN CODE MARKS THAT CODE OFFERED.
      * GROUPS CODED ONLY BY SEQUENCE (CAN CODE X'S) ARE NOT
      * CHECKED AGAINST THE CAN CODE TABLE.
      *
           MOVE 1 TO CAN-TABLE-FOUND-FLAG.
           IF  NOT GROUP-CAN-CODE-NOT-CODED
               MOVE ZERO TO CAN-TABLE-FOUND-FLAG
               SEARCH ALL CAN-CODE-TBL
                   WHEN CAN-CODE-Y (CANIDX)
                           IS EQUAL TO GROUP-CAN-CODE
                       MOVE 'Y' TO CAN-CODE-OFFERED-FLAG (CANIDX)
                       MOVE 1 TO CAN-TABLE-FOUND-FLAG.
           IF  NOT GROUP-CAN-ON-TABLE
               ADD 1 TO GROUPS-NOT-ON-TABLE.
      *
      *
       4300-PRINT-GROUP.
           IF  REPORT-LINE-COUNTER IS GREATER THAN
                   PRT-PAGE-MAXIMUM - 4
               PERFORM 8710-PRINT-HEADINGS.
           MOVE GROUP-CAN-CODE      TO GRP-CAN-CODE-OUT.
           MOVE GROUP-CAN-SEQ-CODE  TO GRP-CAN-SEQ-CODE-OUT.
           MOVE GROUP-COLLEGE-COUNT TO GRP-COLLEGE-COUNT-OUT.
           MOVE GROUP-COURSE-COUNT  TO GRP-COURSE-COUNT-OUT.
           PERFORM 4310-BUILD-DISAGREE-TEXT.
           WRITE PRINT-RECORD FROM CAN-GROUP-LINE
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO REPORT-LINE-COUNTER.
           ADD 1 TO REPORT-LINES-PRINTED.
           PERFORM 4320-PRINT-ONE-MEMBER
                   VARYING GROUP-MEMBER-SUB FROM 1 BY 1
                   UNTIL GROUP-MEMBER-SUB IS GREATER THAN
                           GROUP-COURSE-COUNT
                   OR GROUP-MEMBER-SUB IS GREATER THAN
                           GROUP-MEMBER-MAXIMUM.
           IF  GROUP-MEMBERS-NOT-LISTED IS GREATER THAN ZERO
               MOVE GROUP-MEMBERS-NOT-LISTED TO NOT-LISTED-COUNT-OUT
               MOVE CAN-NOT-LISTED-LINE TO PRINT-LINE-HOLD
               PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       4310-BUILD-DISAGREE-TEXT.
           MOVE SPACES TO GRP-DISAGREE-TEXT.
           MOVE 1 TO DISAGREE-TEXT-POINTER.
           STRING 'DISAGREE ON:'
                   DELIMITED BY SIZE
                   INTO GRP-DISAGREE-TEXT
                   WITH POINTER DISAGREE-TEXT-POINTER.
           IF  UNITS-MIN-DIFFER
               STRING ' UNITS-MIN'
                       DELIMITED BY SIZE
                       INTO GRP-DISAGREE-TEXT
                       WITH POINTER DISAGREE-TEXT-POINTER.
           IF  UNITS-MAX-DIFFER
               STRING ' UNITS-MAX'
                       DELIMITED BY SIZE
                       INTO GRP-DISAGREE-TEXT
                       WITH POINTER DISAGREE-TEXT-POINTER.
           IF  TRANSF-STATUS-DIFFER
               STRING ' CB05'
                       DELIMITED BY SIZE
                       INTO GRP-DISAGREE-TEXT
                       WITH POINTER DISAGREE-TEXT-POINTER.
           IF  CREDIT-STATUS-DIFFER
               STRING ' CB04'
                       DELIMITED BY SIZE
                       INTO GRP-DISAGREE-TEXT
                       WITH POINTER DISAGREE-TEXT-POINTER.
           IF  TOP-CODE-DIFFER
               STRING ' CB03'
                       DELIMITED BY SIZE
                       INTO GRP-DISAGREE-TEXT
                       WITH POINTER DISAGREE-TEXT-POINTER.
           IF  NOT GROUP-CAN-ON-TABLE
               STRING '  (CAN CODE NOT ON TABLE)'
                       DELIMITED BY SIZE
                       INTO GRP-DISAGREE-TEXT
                       WITH POINTER DISAGREE-TEXT-POINTER.
      *
      *
       4320-PRINT-ONE-MEMBER.
           SET GROUP-MEMBER-INDEX TO GROUP-MEMBER-SUB.
           MOVE SPACES TO DTL-TOP-MARK.
           MOVE SPACES TO DTL-CREDIT-MARK.
           MOVE SPACES TO DTL-TRANSF-MARK.
           MOVE SPACES TO DTL-UNITS-MIN-MARK.
           MOVE SPACES TO DTL-UNITS-MAX-MARK.
           MOVE MBR-COLLEGE-ID (GROUP-MEMBER-INDEX)
                   TO DTL-COLLEGE-ID.
           MOVE MBR-COURSE-PERM-DIST-ID (GROUP-MEMBER-INDEX)
                   TO DTL-COURSE-ID.
           MOVE MBR-DEPARTMENT-NUMBER (GROUP-MEMBER-INDEX)
                   TO DTL-DEPT-NUMBER.
           MOVE MBR-COURSE-TITLE (GROUP-MEMBER-INDEX)
                   TO DTL-COURSE-TITLE.
           MOVE MBR-PROGRAM-CODE (GROUP-MEMBER-INDEX)
                   TO DTL-PROGRAM-CODE.
           MOVE MBR-CREDIT-STATUS (GROUP-MEMBER-INDEX)
                   TO DTL-CREDIT-STATUS.
           MOVE MBR-TRANSF-STATUS (GROUP-MEMBER-INDEX)
                   TO DTL-TRANSF-STATUS.
           MOVE MBR-UNITS-MINIMUM (GROUP-MEMBER-INDEX)
                   TO DTL-UNITS-MINIMUM.
           MOVE MBR-UNITS-MAXIMUM (GROUP-MEMBER-INDEX)
                   TO DTL-UNITS-MAXIMUM.
           IF  MBR-PROGRAM-CODE (GROUP-MEMBER-INDEX)
                   IS NOT EQUAL TO FIRST-PROGRAM-CODE
               MOVE '*' TO DTL-TOP-MARK.
           IF  MBR-CREDIT-STATUS (GROUP-MEMBER-INDEX)
                   IS NOT EQUAL TO FIRST-CREDIT-STATUS
               MOVE '*' TO DTL-CREDIT-MARK.
           IF  MBR-TRANSF-STATUS (GROUP-MEMBER-INDEX)
                   IS NOT EQUAL TO FIRST-TRANSF-STATUS
               MOVE '*' TO DTL-TRANSF-MARK.
           IF  MBR-UNITS-MINIMUM (GROUP-MEMBER-INDEX)
                   IS NOT EQUAL TO FIRST-UNITS-MINIMUM
               MOVE '*' TO DTL-UNITS-MIN-MARK.
           IF  MBR-UNITS-MAXIMUM (GROUP-MEMBER-INDEX)
                   IS NOT EQUAL TO FIRST-UNITS-MAXIMUM
               MOVE '*' TO DTL-UNITS-MAX-MARK.
           MOVE CAN-DETAIL-LINE TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       5000-LIST-UNOFFERED-CODES.
           MOVE 1 TO REPORT-PART-FLAG.
           MOVE 'LOOKUP TABLE CAN CODES NOT OFFERED BY ANY COLLEGE'
                   TO CAN-PART-TITLE-OUT.
           PERFORM 8710-PRINT-HEADINGS.
           MOVE SPACES TO CAN-UNOFFERED-LINE.
           MOVE ZERO TO UNOFFERED-SLOT-COUNT.
           PERFORM 5100-CHECK-ONE-CAN-CODE
                   VARYING CAN-TABLE-SUB FROM 1 BY 1
                   UNTIL CAN-TABLE-SUB IS GREATER THAN CAN-CODES-LOADED.
           IF  UNOFFERED-SLOT-COUNT IS GREATER THAN ZERO
               MOVE CAN-UNOFFERED-LINE TO PRINT-LINE-HOLD
               PERFORM 8700-PRINT-DETAIL-LINE.
           IF  CAN-CODES-NOT-OFFERED IS EQUAL TO ZERO
               MOVE 'EVERY CAN CODE ON THE TABLE IS OFFERED'
                       TO NONE-FOUND-TEXT-OUT
               MOVE NONE-FOUND-LINE TO PRINT-LINE-HOLD
               PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       5100-CHECK-ONE-CAN-CODE.
           IF  NOT CAN-CODE-OFFERED (CAN-TABLE-SUB)
               ADD 1 TO CAN-CODES-NOT-OFFERED
               ADD 1 TO UNOFFERED-SLOT-COUNT
               SET UNOFFERED-SLOT-INDEX TO UNOFFERED-SLOT-COUNT
               MOVE CAN-CODE-Y (CAN-TABLE-SUB)
                       TO UNOFFERED-CODE-OUT (UNOFFERED-SLOT-INDEX)
               IF  UNOFFERED-SLOT-COUNT IS EQUAL TO 10
                   MOVE CAN-UNOFFERED-LINE TO PRINT-LINE-HOLD
                   PERFORM 8700-PRINT-DETAIL-LINE
                   MOVE SPACES TO CAN-UNOFFERED-LINE
                   MOVE ZERO TO UNOFFERED-SLOT-COUNT.
      /
       8400-READ-CAN-CODE.
           READ CAN-CODE-CHECK-FILE
               AT END MOVE 1 TO CAN-EOF-FLAG.
      *
      *
       8500-READ-MASTER-RECORD.
           READ COURSE-MASTER-FILE
               AT END MOVE 1 TO MASTER-EOF-FLAG.
           IF  NOT END-OF-MASTER
               ADD 1 TO MASTER-RECORDS-READ.
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
           ADD 1 TO REPORT-LINES-PRINTED.
      *
      *
       8710-PRINT-HEADINGS.
           ADD 1 TO REPORT-PAGE-COUNTER.
           MOVE REPORT-PAGE-COUNTER TO CAN-PAGE-OUT.
           WRITE PRINT-RECORD FROM CAN-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM CAN-TITLE-LINE-2
                   AFTER ADVANCING 2 LINES.
           MOVE 3 TO REPORT-LINE-COUNTER.
           IF  REPORTING-GROUPS
               WRITE PRINT-RECORD FROM CAN-HEADING-LINE-1
                       AFTER ADVANCING 2 LINES
               ADD 2 TO REPORT-LINE-COUNTER.
      *
      *
       8800-PRINT-SUMMARY-LINE.
           WRITE PRINT-RECORD FROM CAN-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
      /
       9000-PROGRAM-FINALIZATION.
           IF  GROUPS-INCONSISTENT IS EQUAL TO ZERO
               PERFORM 8710-PRINT-HEADINGS
               MOVE 'NO CAN GROUP IS CODED INCONSISTENTLY'
                       TO NONE-FOUND-TEXT-OUT
               MOVE NONE-FOUND-LINE TO PRINT-LINE-HOLD
               PERFORM 8700-PRINT-DETAIL-LINE.
           PERFORM 5000-LIST-UNOFFERED-CODES.
           MOVE 'MASTER RECORDS READ................'
                   TO SUM-LABEL-OUT.
           MOVE MASTER-RECORDS-READ   TO SUM-COUNT-OUT.
           WRITE PRINT-RECORD FROM CAN-SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'COURSES CARRYING A CAN CODE........'
                   TO SUM-LABEL-OUT.
           MOVE CAN-COURSES-SELECTED  TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'CAN GROUPS EXAMINED................'
                   TO SUM-LABEL-OUT.
           MOVE GROUPS-EXAMINED       TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'GROUPS CODED CONSISTENTLY..........'
                   TO SUM-LABEL-OUT.
           MOVE GROUPS-CONSISTENT     TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'GROUPS CODED INCONSISTENTLY........'
                   TO SUM-LABEL-OUT.
           MOVE GROUPS-INCONSISTENT   TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'GROUPS WITH CAN CODE NOT ON TABLE..'
                   TO SUM-LABEL-OUT.
           MOVE GROUPS-NOT-ON-TABLE   TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'CAN CODES ON LOOKUP TABLE..........'
                   TO SUM-LABEL-OUT.
           MOVE CAN-CODES-LOADED      TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'CAN CODES NOT OFFERED..............'
                   TO SUM-LABEL-OUT.
           MOVE CAN-CODES-NOT-OFFERED TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'CAN CODES NOT LOADED (SEQ/CAPACITY)'
                   TO SUM-LABEL-OUT.
           MOVE CAN-CODES-NOT-LOADED  TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           CLOSE ARTICULATION-REPORT.
           MOVE MASTER-RECORDS-READ   TO LEDGER-INPUT-COUNT.
           MOVE REPORT-LINES-PRINTED  TO LEDGER-OUTPUT-COUNT.
           ADD GROUPS-INCONSISTENT CAN-CODES-NOT-LOADED
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
           MOVE 'CBCANRPT'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBCANRPT.
