      *            INVENTORY-RECORD LAYOUT, ASCENDING BY COLLEGE
      *            ID AND COURSE-PERM-DIST-ID), READ ONLY WHEN
      *            MAINTENANCE-MODE-FLAG = 'Y'.
      *        9.  APPROVED EDIT WAIVER FILE - COLLEGE AND COURSE (OR
      *            DEPARTMENT) SPECIFIC WAIVERS OF A FATAL DATA
      *            ELEMENT EDIT OR INTEGRITY CHECK, EACH WITH ITS
      *            APPROVING ANALYST AND BEGIN/END TERM.  OPTIONAL.
      *       10.  EDIT FEEDBACK MESSAGE CATALOG - THE HELP DESK'S
      *            WORDING OF EACH ELEMENT EDIT AND INTEGRITY CHECK
      *            MESSAGE, BY EDIT CODE AND SEVERITY.  OPTIONAL.
      *
      *    OUTPUTS:
      *        1.  COURSE INVENTORY EDITED RECORD FILE.
      *            COLLEGE ON THE ROSTER, READ BY CBSUBRPT).
      *       10.  DECODED RESEARCH EXTRACT FILE FOR THE
      *            INSTITUTIONAL-RESEARCH UNIT.
      *       11.  EDIT WAIVER USAGE REPORT.
      *       12.  RUN LEDGER RECORD (SEE MODIFICATIONS 42 AND 51 FOR
      *            THE RETURN CODES).
      *       13.  EDIT FEEDBACK FILE - ONE '|'-DELIMITED RECORD PER
      *            ERROR OR WARNING PER COURSE, FOR THE DISTRICTS'
      *            OWN SYSTEMS.
      *
      *    MODIFICATIONS:
      *
      *         IS NOW PERFORMED FOR FULL-FILE SUBMISSIONS ONLY,
      *         SINCE CORRECTION AND MAINTENANCE RUNS SEE ONLY A
      *         SLICE OF A COLLEGE'S INVENTORY.
      *    39. 10-15-26  RJM
      *       - ADDED THE APPROVED EDIT WAIVER FILE (UT-S-WAIVERIN).
      *         EACH WAIVER NAMES A COLLEGE, A COURSE-PERM-DIST-ID
      *         (OR, WITH THE COURSE ID BLANK, EVERY COURSE WHOSE
      *         DEPARTMENT NUMBER BEGINS WITH THE DEPARTMENT GIVEN),
      *         THE DATA ELEMENT ('CBNN') OR FATAL INTEGRITY CHECK
      *         ('ICNN') WAIVED, THE APPROVING ANALYST AND A
      *         BEGIN/END TERM.  A WAIVED FATAL EDIT IS FLAGGED 'W'
      *         AND COUNTED AS A WARNING ON THAT COURSE ONLY; WHEN
      *         EVERY FATAL EDIT ON A RECORD IS WAIVED THE RECORD
      *         GOES TO THE EDITED-COURSE-INV-DATA-FILE CARRYING
      *         ITS WARNING FLAGS.  THE EDIT-RULES-FILE STILL
      *         GOVERNS STATEWIDE.  THE NEW WAIVER USAGE REPORT
      *         (UT-S-PRINTER4) LISTS THE WAIVERS APPLIED THIS RUN,
      *         THE WAIVERS IN EFFECT THAT MATCHED NO RECORD, THE
      *         WAIVERS EXPIRING BY THE NEXT TERM, AND ANY WAIVER
      *         RECORDS IGNORED AS INVALID.
      *    40. 10-15-26  RJM
      *       - ADDED STANDALONE PROGRAM CBCODMNT, THE TOP/CAN CODE
      *         TABLE MAINTENANCE RUN.  IT APPLIES ADD, CHANGE AND
      *         RETIRE TRANSACTIONS TO THE UT-S-TOPRECIN,
      *         UT-S-CANRECIN AND UT-S-CSQRECIN TABLES, REJECTING
      *         DUPLICATES, MALFORMED CODES AND TOP CODES WITHOUT A
      *         TITLE OR VOCATIONAL-ED FLAG, WRITES THE NEW TABLE
      *         GENERATIONS AND A BEFORE/AFTER IMAGE AUDIT FILE, AND
      *         LISTS BY COLLEGE EVERY COURSE ON THE CBMASTER
      *         MASTER CARRYING A CODE RETIRED OR CHANGED.
      *    41. 10-15-26  RJM
      *       - ADDED STANDALONE PROGRAM CBRULSIM, THE EDIT RULES
      *         WHAT-IF SIMULATION.  IT APPLIES THE CURRENT AND A
      *         PROPOSED EDIT-RULES-FILE, AS IN EFFECT FOR A TARGET
      *         TERM, TO EVERY COURSE ON THE CBMASTER MASTER USING
      *         THE SAME CODED-ELEMENT CHECKS AS 7100-APPLY-EDIT-RULE
      *         AND REPORTS BY DISTRICT AND COLLEGE THE COURSES THAT
      *         WOULD NEWLY FAIL, NEWLY WARN OR NO LONGER FAIL, WITH
      *         SAMPLES.  NO LOAD OUTPUT IS PRODUCED.  THE
      *         COMPILED-IN VALUE SETS OF THE RULE-DRIVEN ELEMENTS
      *         ARE CARRIED IN CBRULSIM'S DEFAULT-RULE-VALUES AND
      *         MUST BE CHANGED WITH THEM.
      *    42. 10-15-26  RJM
      *       - ADDED THE EDIT-CYCLE RUN LEDGER (UT-S-RUNLEDGR).
      *         EVERY PROGRAM IN THE TERM CYCLE NOW APPENDS ONE
      *         RECORD PER EXECUTION - PROGRAM ID, TERM,
      *         BATCH-RUN-ID, PARTITION, START AND END DATE/TIME,
      *         INPUT, OUTPUT AND EXCEPTION COUNTS AND COMPLETION
      *         STATUS - AND ENDS WITH A MATCHING RETURN CODE:
      *             0 = COMPLETE          4 = COMPLETE WITH
      *                                       EXCEPTIONS
      *             8 = FAILED           12 = PREREQUISITE NOT MET
      *            16 = ABORTED, INVALID PARAMETERS
      *         THIS PROGRAM SETS 8 WHEN ANY COLLEGE IS WITHHELD
      *         AND 4 WHEN RECORDS WERE REJECTED OR WARNED.  A
      *         NON-TEST RUN IS REFUSED (12) UNLESS THE LAST CBINTAKE
      *         RUN FOR THE TERM COMPLETED (MANIFEST RUNNABLE).  THE
      *         PARM GAINS PARTITION-NUMBER AFTER
      *         MAINTENANCE-MODE-FLAG ('1' - '4', RECORDED ON THE
      *         LEDGER ONLY).  CBMASTER IS REFUSED FOR AN EXTRACT
      *         TERM CBCERT HAS NOT CERTIFIED, AND CBHIST REFUSES TO
      *         APPEND A TERM A SECOND TIME UNLESS PARM COL 6 = 'R'.
      *       - ADDED STANDALONE PROGRAM CBCYCRPT, THE EDIT-CYCLE
      *         STATUS REPORT.  IT READS THE RUN LEDGER AND SHOWS
      *         EACH STEP'S LATEST STATUS PER TERM AND PARTITION,
      *         WITH CORE STEPS NOT YET RUN FLAGGED.
      *    43. 10-15-26  RJM
      *       - ADDED THE EDIT FEEDBACK FILE (UT-S-FEEDBACK): ONE
      *         '|'-DELIMITED RECORD PER DATA ELEMENT EDIT OR
      *         INTEGRITY CHECK FAILED, GIVING COLLEGE, TERM,
      *         COURSE-PERM-DIST-ID, DEPARTMENT NUMBER, EDIT CODE
      *         (CBNN/GINN/ICNN), SEVERITY (F OR W), SUBMITTED VALUE
      *         AND MESSAGE TEXT.  A CODED ELEMENT'S MESSAGE LISTS
      *         THE VALID VALUES OF THE EDIT RULE IN EFFECT (OR THE
      *         COMPILED-IN SET).  WAIVED EDITS ARE SENT AS WARNINGS
      *         MARKED WAIVED; SAME-AS ORPHANS (CHECK 20) ARE SENT
      *         FROM THE COLLEGE CONTROL BREAK.
      *       - ADDED THE OPTIONAL MESSAGE CATALOG (UT-S-MSGCATIN)
      *         SUPPLYING THE FEEDBACK MESSAGE WORDING.  AN EDIT NOT
      *         IN THE CATALOG FALLS BACK TO THE ELEMENT NAME OR
      *         INTEGRITY CHECK DESCRIPTION.
      *       - WARNING-ONLY INTEGRITY CHECKS 12, 14, 16, 18 AND 19
      *         NOW SET INTEGRITY-HIT-FLAG TO 3 (WARNING).
      *       - FEEDBACK CONTROL TOTALS ADDED TO THE SUMMARY REPORT.
      *    44. 10-15-26  RJM
      *       - ADDED STANDALONE PROGRAM CBCANRPT, THE STATEWIDE CAN
      *         ARTICULATION CONSISTENCY REPORT.  IT GROUPS EVERY
      *         COURSE ON THE CBMASTER MASTER BY CAN CODE AND CAN
      *         SEQUENCE CODE ACROSS COLLEGES, PRINTS THE GROUPS
      *         WHOSE COURSES DISAGREE ON UNITS MINIMUM OR MAXIMUM,
      *         CB05, CB04 OR CB03, AND LISTS THE CAN CODES ON THE
      *         LOOKUP TABLE THAT NO COLLEGE OFFERS.
      *    45. 10-15-26  RJM
      *       - ADDED STANDALONE PROGRAM CBDORMNT, THE DORMANT-COURSE
      *         AGING REPORT.  IN PURGE MODE IT MOVES COURSES NOT
      *         SEEN FOR THE PARM NUMBER OF TERMS FROM THE CBMASTER
      *         MASTER TO A COURSE ARCHIVE MASTER.
      *       - CBMASTER NOW CARRIES THE LAST-SUBMITTED TERM ON THE
      *         MASTER AND REINSTATES A RETURNING COURSE FROM THE
      *         ARCHIVE WITH ITS ORIGINAL FIRST-OFFERED TERM.
      *    46. 10-15-26  RJM
      *       - ADDED STANDALONE PROGRAM CBNOTIFY, WHICH WRITES
      *         OUTBOUND NOTICES FOR THE MAIL GATEWAY TO THE
      *         CONTACTS ON THE DISTRICT/COLLEGE CONTACT DIRECTORY
      *         FOR OVERDUE SUBMISSIONS, ALL-REJECTED SUBMISSIONS,
      *         UNACKNOWLEDGED BURST REPORTS, WITHHELD COLLEGES AND
      *         TERM CERTIFICATION, WITH A NOTICE HISTORY SO A
      *         RERUN SENDS NO DUPLICATE NOTICE.
      *    47. 10-15-26  RJM
      *       - ADDED STANDALONE PROGRAM CBANNUAL, WHICH COUNTS
      *         DISTINCT ACTIVE COURSES FOR AN ACADEMIC YEAR FROM
      *         THE EDITED FILES OR THE COURSE MASTER BY TOP
      *         DISCIPLINE, CREDIT, TRANSFER, BASIC SKILLS AND SAM
      *         STATUS AND MAXIMUM UNITS, BY COLLEGE, DISTRICT AND
      *         STATE, WITH PRIOR-YEAR COMPARISON AND A SUMMARY
      *         FILE FOR THE PUBLICATIONS UNIT.
      *    48. 10-15-26  RJM
      *       - CBMASTER NOW ALSO LOADS EACH NEW MASTER GENERATION
      *         INTO A KEYED COURSE MASTER (VSAM KSDS) KEYED ON
      *         COLLEGE + COURSE ID, WITH AN ALTERNATE KEY OF
      *         COLLEGE + DEPARTMENT NUMBER.
      *       - ADDED STANDALONE PROGRAM CBINQURY, THE HELP-DESK
      *         COURSE INQUIRY.  IT PRINTS A COURSE FACT SHEET FOR
      *         EACH COURSE ID, DEPARTMENT NUMBER OR DEPARTMENT
      *         PREFIX REQUESTED, FROM THE KEYED COURSE MASTER.
      *    49. 10-15-26  RJM
      *       - CBMASTER NOW TAKES THE TERM BEING APPLIED FROM THE
      *         PARM (COL 1-3) SO AN EMPTY EXTRACT IS LEDGERED AND
      *         CERTIFICATION-CHECKED UNDER ITS TERM.
      *       - CBHIST'S RERUN CHECK NOW LOOKS FOR ANY SUCCESSFUL
      *         RUN FOR THE TERM, SO A REFUSED OR FAILED RERUN NO
      *         LONGER HIDES AN EARLIER APPEND.
      *       - CBANNUAL SKIPS TERM CODE 9 RECORDS AND LEDGERS ITS
      *         RUN UNDER THE ANNUAL TERM YY0.
      *    50. 10-15-26  RJM
      *       - THE FATAL-EDIT WAIVER CHECK NOW WORKS FROM THE SAVED
      *         ELEMENT RESULTS, SO AN EDIT ALREADY WAIVED IS NOT
      *         WAIVED OR COUNTED AGAIN.
      *       - CBTOTCON, CBRECON AND CBCERT NOW CHECK THE RUN
      *         LEDGER FOR THEIR PREREQUISITE STEP (CBEDIT, CBTOTCON
      *         AND CBRECON) AND END WITH RETURN CODE 12 WHEN IT HAS
      *         NOT COMPLETED FOR THE TERM.  CBTOTCON AND CBRECON
      *         NOW TAKE THE TERM FROM THE PARM (COL 1-3).
      *       - CBDORMNT PURGE MODE RELOADS THE KEYED COURSE MASTER
      *         FROM THE NEW MASTER GENERATION.
      *    51. 10-15-26  RJM
      *       - A WITHHELD COLLEGE NOW ENDS THE STEP WITH EXCEPTIONS
      *         (4) INSTEAD OF FAILING IT (8), SO THE TERM STILL
      *         GOES ON TO RECONCILIATION AND CERTIFICATION.
      *       - A TEST-MODE RUN THAT COMPLETES IS NO LONGER WRITTEN
      *         TO THE RUN LEDGER, SO IT CANNOT SATISFY THE CBTOTCON
      *         OR CBRECON PREREQUISITE CHECK.
      *       - A WAIVED INTEGRITY CHECK IS TAKEN OUT OF THE COLLEGE
      *         INTEGRITY TOTALS, AS A WAIVED ELEMENT EDIT IS TAKEN
      *         OUT OF THE ELEMENT EXCEPTION TOTALS.
      *       - CBMASTER BUILDS THE KEYED MASTER IMAGE BEFORE THE
      *         SEQUENTIAL WRITE, CBDORMNT BUILDS IT FROM THE OLD
      *         MASTER RECORD, AND CBNOTIFY BUILDS EACH NOTICE IN
      *         WORKING STORAGE AND WRITES THE NOTICE AND HISTORY
      *         FILES FROM IT - NONE NOW READS A RECORD AREA AFTER
      *         ITS WRITE.
      *       - CBINTAKE TAKES THE BATCH-RUN-ID IN PARM COL 5-12 AND
      *         CARRIES IT ON THE MANIFEST AND THE RUN LEDGER.
      *
      ****************************************************************
       
      *
           SELECT OPTIONAL EDIT-RULES-FILE
                   ASSIGN TO UT-S-RULESIN.
      *
           SELECT OPTIONAL EDIT-WAIVER-FILE
                   ASSIGN TO UT-S-WAIVERIN.
      *
           SELECT OPTIONAL MESSAGE-CATALOG-FILE
                   ASSIGN TO UT-S-MSGCATIN.
      *
           SELECT EDITED-COURSE-INV-DATA-FILE
                   ASSIGN TO UT-S-CBRECOUT.
      *
           SELECT TOPCODE-REFERENCE-REPORT
                   ASSIGN TO UT-S-PRINTER3.
      *
           SELECT WAIVER-USAGE-REPORT
                   ASSIGN TO UT-S-PRINTER4.
      *
           SELECT COLLEGE-REPORT-FILE
                   ASSIGN TO UT-S-CLGRPOUT.
      *
           SELECT SUBMISSION-STATUS-FILE
                   ASSIGN TO UT-S-SUBSTAT.
      *
           SELECT EDIT-FEEDBACK-FILE
                   ASSIGN TO UT-S-FEEDBACK.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
                   DATA RECORD IS PRINT-RECORD-3.
      *
       01  PRINT-RECORD-3 PIC X(133).
      *
       FD  WAIVER-USAGE-REPORT
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS PRINT-RECORD-4.
      *
       01  PRINT-RECORD-4 PIC X(133).
      *
       FD  COLLEGE-REPORT-FILE
                   LABEL RECORDS ARE STANDARD
           03  RULE-VALID-VALUES             PIC X(20).
           03  FILLER                        PIC X(49).
      *
       FD  EDIT-WAIVER-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS EDIT-WAIVER-RECORD.
      *
       01  EDIT-WAIVER-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            APPROVED EDIT WAIVER INPUT RECORD                  *
      *                                                               *
      *    ONE RECORD PER APPROVED WAIVER.  A WAIVER NAMES EITHER    *
      *    ONE COURSE (COURSE-PERM-DIST-ID) OR, WHEN THE COURSE ID   *
      *    IS BLANK, EVERY COURSE WHOSE DEPARTMENT NUMBER BEGINS     *
      *    WITH THE DEPARTMENT GIVEN.  THE EDIT WAIVED IS A DATA     *
      *    ELEMENT ('CB00' - 'CB21') OR A FATAL INTEGRITY CHECK      *
      *    ('IC01' - 'IC20').  THE WAIVER IS IN EFFECT FROM THE      *
      *    BEGIN TERM THROUGH THE END TERM INCLUSIVE.                *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  WAIVER-COLLEGE-ID             PIC X(3).
           03  WAIVER-COURSE-ID              PIC X(12).
           03  WAIVER-DEPARTMENT             PIC X(12).
           03  WAIVER-EDIT-CODE              PIC X(4).
           03  WAIVER-EDIT-CODE-PARTS
                   REDEFINES WAIVER-EDIT-CODE.
               05  WAIVER-EDIT-TYPE          PIC X(2).
                   88  WAIVER-ELEMENT-EDIT       VALUE 'CB'.
                   88  WAIVER-INTEGRITY-EDIT     VALUE 'IC'.
               05  WAIVER-INTEGRITY-NUMBER   PIC X(2).
           03  WAIVER-ANALYST                PIC X(20).
           03  WAIVER-BEGIN-TERM             PIC X(3).
           03  WAIVER-END-TERM               PIC X(3).
           03  FILLER                        PIC X(23).
      *
       FD  MESSAGE-CATALOG-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS MESSAGE-CATALOG-RECORD.
      *
       01  MESSAGE-CATALOG-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            EDIT FEEDBACK MESSAGE CATALOG RECORD               *
      *                                                               *
      *    ONE RECORD PER EDIT MESSAGE, MAINTAINED BY THE HELP DESK. *
      *    THE EDIT CODE IS A DATA ELEMENT ('CB00' - 'CB21', 'GI01', *
      *    'GI03', 'GI90') OR AN INTEGRITY CHECK ('IC01' - 'IC20').  *
      *    SEVERITY 'F' OR 'W' GIVES THE WORDING FOR THAT SEVERITY   *
      *    ONLY; A BLANK SEVERITY APPLIES TO BOTH.  AN EDIT WITH NO  *
      *    CATALOG ENTRY IS REPORTED WITH THE COMPILED-IN ELEMENT    *
      *    NAME OR INTEGRITY CHECK DESCRIPTION.                      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  MSGCAT-EDIT-CODE              PIC X(4).
           03  MSGCAT-SEVERITY               PIC X.
           03  MSGCAT-MESSAGE-TEXT           PIC X(75).
      *
       FD  EDIT-FEEDBACK-FILE
                   LABEL RECORDS ARE STANDARD
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS EDIT-FEEDBACK-RECORD.
      *
       01  EDIT-FEEDBACK-RECORD              PIC X(300).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            COLLEGE EDIT FEEDBACK RECORD                       *
      *                                                               *
      *    ONE RECORD PER ERROR OR WARNING PER COURSE, FOR LOADING   *
      *    INTO THE DISTRICTS' OWN SYSTEMS.  THE FIELDS ARE          *
      *    SEPARATED BY '|' WITH TRAILING BLANKS REMOVED, AND THE    *
      *    RECORD IS PADDED WITH BLANKS:                             *
      *        COLLEGE ID | TERM | COURSE-PERM-DIST-ID |             *
      *        DEPARTMENT NUMBER | EDIT CODE | SEVERITY |            *
      *        SUBMITTED VALUE | MESSAGE TEXT                        *
      *    THE EDIT CODE IS THE DATA ELEMENT ('CBNN', 'GINN') OR     *
      *    INTEGRITY CHECK ('ICNN').  SEVERITY IS 'F' (FATAL - THE   *
      *    RECORD IS REJECTED) OR 'W' (WARNING, INCLUDING A WAIVED   *
      *    FATAL EDIT).  THE MESSAGE FOR A CODED ELEMENT ENDS WITH   *
      *    THE VALID VALUES OF THE EDIT RULE IN EFFECT.              *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
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
               88  ELEMENT-COLUMN-4               VALUE 4.
           03  COLLEGE-SEARCH-FLAG           PIC 9.
               88  COLLEGE-NOT-FOUND              VALUE 1.
           03  WAIVER-EOF-FLAG               PIC 9.
               88  END-OF-WAIVER-FILE             VALUE 1.
           03  CATALOG-EOF-FLAG              PIC 9.
               88  END-OF-CATALOG-FILE            VALUE 1.
      *
      *
       01  DATA-VALIDATION-FLAGS                  VALUE ZEROS.
               88  COURSE-PRIOR-VALID             VALUE 1.
           03  WARNING-RECORD-FLAG           PIC 9.
               88  WARNING-RECORD                 VALUE 1.
           03  WAIVER-APPLIED-FLAG           PIC 9.
               88  WAIVER-APPLIED                 VALUE 1.
           03  WAIVER-COURSE-MATCH-FLAG      PIC 9.
               88  WAIVER-COURSE-MATCHED          VALUE 1.
           03  WAIVER-FATAL-REMAINING-FLAG   PIC 9.
               88  WAIVER-FATAL-REMAINING         VALUE 1.
           03  INTEGRITY-HIT-FLAGS.
               05  INTEGRITY-HIT-FLAG        PIC 9
                           OCCURS 20 TIMES.
                   88  INTEGRITY-HIT-FATAL        VALUE 1.
                   88  INTEGRITY-HIT-WAIVED       VALUE 2.
                   88  INTEGRITY-HIT-WARNING      VALUE 3.
      *
      *
       01  PROGRAM-LITERAL-AND-WORK.
           03  REJECTED-MESSAGE        PIC X(8)   VALUE 'REJECTED'.
           03  WARNING-MESSAGE         PIC X(8)   VALUE 'WARNING'.
           03  WARNING-FLAG-SUB        PIC 9(2)   VALUE ZERO.
           03  WAIVER-ROW-SUB          PIC 9(2)   VALUE ZERO.
           03  WAIVER-CHECK-SUB        PIC 9(2)   VALUE ZERO.
           03  WORK-TOP-VOC-ED-FLAG    PIC X(1)   VALUE SPACE.
               88  WORK-TOP-NON-VOCATIONAL        VALUE 'N'.
           03  HOLD-COLLEGE-ID         PIC X(3).
           03  REF-FILE-INVALID-LITERAL     PIC X(44)
                       VALUE
                       '  COLLEGE/DISTRICT REF FILE MISSING OR EMPTY'.
           03  INTAKE-NOT-RUNNABLE-LITERAL  PIC X(52)
                       VALUE
                 '  NOT RUN - NO RUNNABLE CBINTAKE RUN FOR THIS TERM'.
           03  ORIGINAL-INDEX-VALUE         USAGE IS INDEX.
           03  NEW-DISTRICT-CODE-INDEX-HOLD PIC 9(4) VALUE 1.
           03  NOT-APPLICABLE-LITERAL       PIC X(3)  VALUE 'N/A'.
               05  CLG-INTEGRITY-ERR-18-TOTAL       PIC 9(6).
               05  CLG-INTEGRITY-ERR-19-TOTAL       PIC 9(6).
               05  CLG-INTEGRITY-ERR-20-TOTAL       PIC 9(6).
           03  CLG-INTEGRITY-ERR-TOTAL-ENTRY
                       REDEFINES COLLEGE-INTEGRITY-TOTALS
                       OCCURS 20 TIMES.
               05  CLG-INTEGRITY-ERR-TOTAL          PIC 9(6).
           03  DISTRICT-INTEGRITY-TOTALS.
               05  DIST-INTEGRITY-ERR-1-TOTAL       PIC 9(6).
               05  DIST-INTEGRITY-ERR-2-TOTAL       PIC 9(6).
           03  RULE-SEVERITY-WORK            PIC X     VALUE SPACE.
               88  RULE-SEVERITY-WARNING         VALUE 'W'.
      *
      *
      *    THE COMPILED-IN VALUE SETS OF THE RULE-DRIVEN CODED
      *    ELEMENTS, LISTED ON THE EDIT FEEDBACK FILE WHEN NO RULE
      *    IS ON FILE FOR THE ELEMENT.  KEEP IN STEP WITH THE
      *    COURSE-INVENTORY-RECORD LEVEL-88 VALUES AND CBRULSIM'S
      *    DEFAULT-RULE-VALUES.
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
           03  DEFAULT-RULE-ENTRY
                       OCCURS 9 TIMES
                       INDEXED BY DEFAULT-RULE-INDEX.
               05  DEFAULT-RULE-DED             PIC X(4).
               05  DEFAULT-RULE-SEVERITY        PIC X.
               05  DEFAULT-RULE-VALUE-BYTE      PIC X
                               OCCURS 20 TIMES.
      *
      *
       01  MESSAGE-CATALOG-COUNTER.
           03  MESSAGE-CATALOG-COUNT         PIC 9(3) VALUE ZERO.
           03  MESSAGE-CATALOG-OVERFLOW      PIC 9(3) VALUE ZERO.
      *
       01  MESSAGE-CATALOG-TABLE                VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         M E S S A G E   C A T A L O G   T A B L E           *
      *                                                             *
      *    LOADED AT INITIALIZATION FROM THE MESSAGE-CATALOG-FILE   *
      *    BY 1126-SET-MESSAGE-CATALOG.  SUPPLIES THE MESSAGE TEXT  *
      *    OF THE EDIT FEEDBACK FILE.                               *
      *                                                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  MESSAGE-CATALOG-ENTRY
                       OCCURS 200 TIMES
                       INDEXED BY MESSAGE-CATALOG-INDEX.
               05  MESSAGE-CATALOG-CODE         PIC X(4).
               05  MESSAGE-CATALOG-SEVERITY     PIC X.
               05  MESSAGE-CATALOG-TEXT         PIC X(75).
      *
      *
      *    EACH RECORD'S DATA ELEMENT RESULTS AS THEY STAND BEFORE
      *    THE INTEGRITY CHECKS MARK THEIR OWN ELEMENTS ON THE EDIT
      *    ERROR MATRIX ('V' FATAL, 'W' WARNING), WHETHER THE FATAL
      *    EDIT WAS WAIVED, AND THE SUBMITTED VALUE OF EACH ELEMENT,
      *    ALL BY EDIT ERROR MATRIX ROW.
      *
       01  ELEMENT-RESULT-AREA                  VALUE SPACES.
           03  ELEMENT-RESULT-ENTRY
                       OCCURS 25 TIMES.
               05  ELEMENT-RESULT-FLAG       PIC X.
               05  ELEMENT-WAIVED-FLAG       PIC X.
                   88  ELEMENT-EDIT-WAIVED       VALUE 'Y'.
      *
       01  SUBMITTED-VALUE-AREA                 VALUE SPACES.
           03  SUBMITTED-ELEMENT-VALUE       PIC X(68)
                       OCCURS 25 TIMES.
      *
      *    THE TWO EDIT ERROR MATRIX ROWS (DATA ELEMENTS) EXAMINED BY
      *    EACH INTEGRITY CHECK 1 - 20, WHOSE SUBMITTED VALUES ARE
      *    SHOWN ON THE CHECK'S FEEDBACK RECORD.
      *
       01  INTEGRITY-CHECK-ROW-VALUES.
           03  FILLER          PIC X(20)  VALUE '08090810081108120812'.
           03  FILLER          PIC X(20)  VALUE '18191819181902200221'.
           03  FILLER          PIC X(20)  VALUE '02220923092309240924'.
           03  FILLER          PIC X(20)  VALUE '25090100101113072000'.
       01  INTEGRITY-CHECK-ROW-TABLE
                       REDEFINES INTEGRITY-CHECK-ROW-VALUES.
           03  INTEGRITY-CHECK-ENTRY OCCURS 20 TIMES.
               05  INTEGRITY-CHECK-ROW       PIC 9(2)
                               OCCURS 2 TIMES.
      *
      *
       01  EDIT-FEEDBACK-WORK                   VALUE ZEROS.
           03  FEEDBACK-ROWS-WRITTEN         PIC 9(7).
           03  FEEDBACK-FATAL-ROWS           PIC 9(7).
           03  FEEDBACK-WARNING-ROWS         PIC 9(7).
           03  FEEDBACK-ROW-SUB              PIC 9(2).
           03  FEEDBACK-CHECK-SUB            PIC 9(2).
           03  FEEDBACK-PAIR-SUB             PIC 9(2).
           03  FEEDBACK-VALUE-SUB            PIC 9(2).
           03  FEEDBACK-SCAN-SUB             PIC 9(3).
           03  FEEDBACK-FIELD-LENGTH         PIC 9(3).
           03  FEEDBACK-FIELD-COUNT          PIC 9(2).
           03  FEEDBACK-VALUE-POINTER        PIC 9(3).
           03  FEEDBACK-RECORD-POINTER       PIC 9(3).
           03  FEEDBACK-WAIVED-FLAG          PIC 9.
               88  FEEDBACK-EDIT-WAIVED          VALUE 1.
           03  FEEDBACK-VALUE-SET-FLAG       PIC 9.
               88  FEEDBACK-RULE-VALUES          VALUE 1.
               88  FEEDBACK-DEFAULT-VALUES       VALUE 2.
           03  FEEDBACK-COLLEGE-ID           PIC X(3).
           03  FEEDBACK-TERM                 PIC X(3).
           03  FEEDBACK-COURSE-ID            PIC X(12).
           03  FEEDBACK-DEPT-NUMBER          PIC X(12).
           03  FEEDBACK-EDIT-CODE            PIC X(4).
           03  FEEDBACK-EDIT-CODE-PARTS
                   REDEFINES FEEDBACK-EDIT-CODE.
               05  FEEDBACK-EDIT-TYPE        PIC X(2).
                   88  FEEDBACK-INTEGRITY-EDIT   VALUE 'IC'.
               05  FEEDBACK-CHECK-NUMBER     PIC 9(2).
           03  FEEDBACK-SEVERITY             PIC X.
               88  FEEDBACK-FATAL                VALUE 'F'.
               88  FEEDBACK-WARNING              VALUE 'W'.
           03  FEEDBACK-VALUE-BYTE           PIC X.
           03  FEEDBACK-SUBMITTED-VALUE      PIC X(68).
           03  FEEDBACK-MESSAGE-TEXT         PIC X(160).
           03  FEEDBACK-FIELD-WORK           PIC X(160).
           03  FEEDBACK-LINE-WORK            PIC X(300).
      *
      *
       01  EDIT-WAIVER-COUNTER.
           03  EDIT-WAIVER-COUNT             PIC 9(3) VALUE ZERO.
      *
       01  EDIT-WAIVER-TABLE                    VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *           E D I T   W A I V E R   T A B L E                 *
      *                                                             *
      *    LOADED AT INITIALIZATION FROM THE EDIT-WAIVER-FILE BY    *
      *    1117-SET-EDIT-WAIVER-TABLE WITH EVERY WAIVER IN EFFECT   *
      *    FOR THE RUN TERM (STATUS 'E') AND EVERY WAIVER RECORD    *
      *    FAILING ITS OWN EDITS (STATUS 'X', NEVER APPLIED, ONLY   *
      *    LISTED ON THE WAIVER USAGE REPORT).                      *
      *                                                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  EDIT-WAIVER-ENTRY
                       OCCURS 500 TIMES
                       INDEXED BY EDIT-WAIVER-INDEX.
               05  EDIT-WAIVER-STATUS           PIC X.
                   88  EDIT-WAIVER-IN-EFFECT        VALUE 'E'.
                   88  EDIT-WAIVER-INVALID          VALUE 'X'.
               05  EDIT-WAIVER-COLLEGE          PIC X(3).
               05  EDIT-WAIVER-COURSE-ID        PIC X(12).
               05  EDIT-WAIVER-DEPARTMENT       PIC X(12).
               05  EDIT-WAIVER-DEPT-LENGTH      PIC 9(2).
               05  EDIT-WAIVER-EDIT-CODE        PIC X(4).
               05  EDIT-WAIVER-ELEMENT-ROW      PIC 9(2).
               05  EDIT-WAIVER-CHECK-NUMBER     PIC 9(2).
               05  EDIT-WAIVER-ANALYST          PIC X(20).
               05  EDIT-WAIVER-BEGIN-TERM       PIC X(3).
               05  EDIT-WAIVER-END-TERM         PIC X(3).
               05  EDIT-WAIVER-USE-COUNT        PIC 9(5).
               05  EDIT-WAIVER-NOTE             PIC X(30).
      *
      *
       01  EDIT-WAIVER-WORK                     VALUE ZEROS.
           03  WAIVER-LOAD-STATUS            PIC X.
           03  WAIVER-LOAD-ROW               PIC 9(2).
           03  WAIVER-LOAD-CHECK             PIC 9(2).
               88  WAIVABLE-INTEGRITY-CHECK      VALUES 1 THRU 11
                                                        13 15 17.
           03  WAIVER-LOAD-DEPT-LENGTH       PIC 9(2).
           03  WAIVER-DEPT-LENGTH-WORK       PIC 9(2).
           03  WAIVER-LOAD-NOTE              PIC X(30).
           03  WAIVER-REPORT-SECTION         PIC 9.
               88  WAIVER-SECTION-APPLIED        VALUE 1.
               88  WAIVER-SECTION-UNUSED         VALUE 2.
               88  WAIVER-SECTION-EXPIRING       VALUE 3.
               88  WAIVER-SECTION-INVALID        VALUE 4.
           03  WAIVER-SECTION-LINES          PIC 9(4).
           03  NEXT-TERM-SUB                 PIC 9(2).
           03  NEXT-TERM-IDENTIFIER.
               05  NEXT-TERM-YEAR            PIC 9(2).
               05  NEXT-TERM-CODE            PIC 9.
           03  WAIVER-COLLEGE-WORK           PIC X(3).
           03  WAIVER-COLLEGE-FOUND-FLAG     PIC 9.
               88  WAIVER-COLLEGE-FOUND          VALUE 1.
           03  WAIVER-SELECT-FLAG            PIC 9.
               88  WAIVER-SELECTED               VALUE 1.
      *
      *
       01  NEXT-TERM-SEQUENCE-TABLE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *    FOR EACH TERM CODE 0 - 9, THE TERM CODE OF THE NEXT      *
      *    REGULAR TERM AND THE NUMBER OF YEARS TO ADD (ANNUAL TO   *
      *    NEXT ANNUAL, INTERSESSION TO SPRING, SEMESTERS SPRING -  *
      *    SUMMER - FALL - SPRING, QUARTERS WINTER - SPRING -       *
      *    SUMMER - FALL - WINTER).  USED TO FIND WAIVERS EXPIRING  *
      *    BY THE NEXT TERM.                                        *
      *                                                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  NEXT-TERM-SEQUENCE-VALUES.
               05  FILLER                    PIC X(20)
                       VALUE '01304050607080312190'.
           03  NEXT-TERM-SEQUENCE-ENTRY
                       REDEFINES NEXT-TERM-SEQUENCE-VALUES
                       OCCURS 10 TIMES.
               05  NEXT-TERM-SEQ-CODE        PIC 9.
               05  NEXT-TERM-SEQ-YEAR-ADD    PIC 9.
      *
      *
       01  WAIVER-COUNTERS                      VALUE ZEROS.
           03  WAIVER-RECORDS-READ           PIC 9(5).
           03  WAIVERS-IN-EFFECT             PIC 9(5).
           03  WAIVERS-NOT-IN-EFFECT         PIC 9(5).
           03  WAIVERS-INVALID               PIC 9(5).
           03  WAIVERS-OVERFLOW              PIC 9(5).
           03  WAIVERS-APPLIED               PIC 9(5).
           03  WAIVERS-UNUSED                PIC 9(5).
           03  WAIVERS-EXPIRING              PIC 9(5).
           03  WAIVED-EDITS-COUNT            PIC 9(6).
           03  WAIVED-RECORDS-ACCEPTED       PIC 9(6).
      *
       01  WAIVER-REPORT-COUNTERS               VALUE ZEROS.
           03  WAIVER-RPT-PAGE-COUNTER       PIC 9(5).
           03  WAIVER-RPT-LINE-COUNTER       PIC 9(2).
      *
       01  WAIVER-RPT-LINE-MAXIMUM             PIC 9(2) VALUE 55.
      *
       01  WAIVER-RPT-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE 'CBEDIT'.
           03  FILLER                  PIC X(39)
                VALUE 'APPROVED EDIT WAIVER USAGE REPORT'.
           03  FILLER                  PIC X(10) VALUE 'RUN TERM '.
           03  WAIVER-RPT-TERM-OUT     PIC X(3).
           03  FILLER                  PIC X(8)  VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE 'NEXT TERM '.
           03  WAIVER-RPT-NEXT-OUT     PIC X(3).
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(5)  VALUE 'PAGE '.
           03  WAIVER-RPT-PAGE-OUT     PIC ZZZZ9.
      *
       01  WAIVER-RPT-COLUMN-LINE.
           03  FILLER                  PIC X(7)  VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'COLLEGE'.
           03  FILLER                  PIC X(14) VALUE 'COURSE ID'.
           03  FILLER                  PIC X(14) VALUE 'DEPARTMENT'.
           03  FILLER                  PIC X(6)  VALUE 'EDIT'.
           03  FILLER                  PIC X(22)
                VALUE 'APPROVING ANALYST'.
           03  FILLER                  PIC X(6)  VALUE 'BEGIN'.
           03  FILLER                  PIC X(6)  VALUE 'END'.
           03  FILLER                  PIC X(11) VALUE '  USES'.
           03  FILLER                  PIC X(30) VALUE 'NOTE'.
      *
       01  WAIVER-RPT-SECTION-LINE.
           03  FILLER                  PIC X(6)  VALUE '  *** '.
           03  WAIVER-RPT-SECTION-OUT  PIC X(50).
      *
       01  WAIVER-RPT-DETAIL-LINE                VALUE SPACE.
           03  FILLER                  PIC X(7).
           03  WAIVER-RPT-COLLEGE-OUT  PIC X(8).
           03  WAIVER-RPT-COURSE-OUT   PIC X(14).
           03  WAIVER-RPT-DEPT-OUT     PIC X(14).
           03  WAIVER-RPT-EDIT-OUT     PIC X(6).
           03  WAIVER-RPT-ANALYST-OUT  PIC X(22).
           03  WAIVER-RPT-BEGIN-OUT    PIC X(6).
           03  WAIVER-RPT-END-OUT      PIC X(6).
           03  WAIVER-RPT-USES-OUT     PIC ZZ,ZZ9.
           03  FILLER                  PIC X(5).
           03  WAIVER-RPT-NOTE-OUT     PIC X(30).
      *
       01  WAIVER-RPT-NONE-LINE.
           03  FILLER                  PIC X(7)  VALUE SPACE.
           03  FILLER                  PIC X(4)  VALUE 'NONE'.
      *
       01  WAIVER-RPT-TOTAL-LINE                 VALUE SPACE.
           03  FILLER                  PIC X(6).
           03  WAIVER-RPT-TOTAL-DESC   PIC X(44).
           03  WAIVER-RPT-TOTAL-OUT    PIC ZZZ,ZZ9.
      *
      *
       01  DUPLICATE-COURSE-ID-COUNTER.
           03  DUP-COURSE-ID-COUNT           PIC 9(4) VALUE ZERO.
                       OCCURS 9999 TIMES
                       INDEXED BY SAME-AS-REF-INDEX.
               05  SAME-AS-REF-COURSE-ID        PIC X(12).
               05  SAME-AS-REF-COURSE-DEPT      PIC X(12).
               05  SAME-AS-REF-DEPT-NO          PIC X(12).
               05  SAME-AS-REF-ROW-ID           PIC 9(2).
      *
           03  FILLER                  PIC X(50)  VALUE SPACE.
           03  FILLER                  PIC X(31)
                       VALUE 'CORRECTION PASS CONTROL TOTALS:'.
      *
       01  REPORT-TITLE-LINE-16.
           03  FILLER                  PIC X(50)  VALUE SPACE.
           03  FILLER                  PIC X(34)
                       VALUE 'EDIT FEEDBACK FILE CONTROL TOTALS:'.
      *
       01  CORRECTION-TOTAL-LINE                  VALUE SPACE.
           03  FILLER                  PIC X(48).
               05  REPORT-LINE-COUNTER PIC 9(2).
                   88  TOP-OF-PAGE                VALUE ZEROS.
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
           03  LEDGER-WARNING-COUNT        PIC 9(7)  VALUE ZERO.
      *
      *    PREREQUISITE CHECK AGAINST THE RUN LEDGER.  THE LAST
      *    LEDGER RECORD FOR THE PROGRAM AND TERM DECIDES.
      *
       01  PRIOR-RUN-CHECK-AREA.
           03  LEDGER-EOF-FLAG             PIC 9     VALUE ZERO.
               88  END-OF-LEDGER                     VALUE 1.
           03  PRIOR-RUN-PROGRAM-ID        PIC X(8)  VALUE SPACES.
           03  PRIOR-RUN-STATUS            PIC X     VALUE SPACE.
               88  PRIOR-RUN-SUCCESSFUL              VALUE 'C' 'W'.
               88  PRIOR-RUN-NOT-FOUND               VALUE SPACE.
      *
      *
      *
       LINKAGE SECTION.
      *
               88  CORRECTION-MODE              VALUE 'Y'.
           03  MAINTENANCE-MODE-FLAG   PIC X.
               88  MAINTENANCE-MODE             VALUE 'Y'.
           03  PARTITION-NUMBER        PIC X.
               88  PARTITION-NUMBER-VALID       VALUE '1' THRU '4'.
      *
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
           ACCEPT SUBMISSION-DATE-STAMP FROM DATE.
           ACCEPT HOLD-TIME FROM TIME.
           MOVE HH-MM TO SUBMISSION-TIME-STAMP.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE TERM-CHECK TO LEDGER-TERM.
           MOVE BATCH-RUN-ID
                   IN RUNTIME-PARAMETER-AREA
                   TO LEDGER-BATCH-RUN-ID.
           IF  PARTITION-NUMBER-VALID
               MOVE PARTITION-NUMBER TO LEDGER-PARTITION.
           OPEN OUTPUT DATAEDIT-ERROR-REPORT.
           PERFORM 1101-SET-COLLEGE-DIST-TABLES.
           PERFORM 1100-PROCESS-PARAMETER-INPUT.
           IF  NOT TEST-MODE
               PERFORM 1150-CHECK-INTAKE-PREREQUISITE.
           OPEN INPUT COURSE-INV-DATA-FILE.
           OPEN INPUT TOPCODE-CHECK-FILE.
           PERFORM 1102-SET-TOPCODE-TABLE.
           OPEN INPUT CAN-SEQ-CODE-CHECK-FILE.
           PERFORM 1107-SET-CAN-SEQ-CODE-TABLE.
           PERFORM 1114-SET-EDIT-RULES-TABLE.
           PERFORM 1117-SET-EDIT-WAIVER-TABLE.
           PERFORM 1126-SET-MESSAGE-CATALOG.
           PERFORM 1109-SET-CHECKPOINT-RESTART.
           PERFORM 1112-SET-PRIOR-REJECT-TABLE.
           PERFORM 1116-SET-PRIOR-INVENTORY.
               OPEN OUTPUT RESEARCH-EXTRACT-FILE
               OPEN OUTPUT REPORT-TOTALS-FILE.
           OPEN OUTPUT REJECTED-COURSE-INV-DATA-FILE.
           OPEN OUTPUT EDIT-FEEDBACK-FILE.
           OPEN OUTPUT COLLEGE-REPORT-FILE.
           OPEN OUTPUT DISTRIBUTION-INDEX-FILE.
           IF  NOT TEST-MODE
               MOVE RULE-VALID-VALUES
                       TO EDIT-RULE-VALUES (EDIT-RULE-INDEX).
      *
      *
       1117-SET-EDIT-WAIVER-TABLE.
           PERFORM 1125-SET-NEXT-TERM.
           OPEN INPUT EDIT-WAIVER-FILE.
           PERFORM 1118-LOAD-EDIT-WAIVER-RECORD
                   UNTIL END-OF-WAIVER-FILE.
           CLOSE EDIT-WAIVER-FILE.
      *
      *
       1118-LOAD-EDIT-WAIVER-RECORD.
      *
      * A WAIVER RECORD FAILING ITS OWN EDITS IS KEPT (STATUS 'X')
      * ONLY SO IT CAN BE LISTED ON THE WAIVER USAGE REPORT.  A
      * VALID WAIVER IS KEPT (STATUS 'E') ONLY WHEN ITS BEGIN/END
      * TERM RANGE COVERS THE RUN TERM.
      *
           READ EDIT-WAIVER-FILE
               AT END MOVE 1 TO WAIVER-EOF-FLAG.
           IF  NOT END-OF-WAIVER-FILE
               ADD 1 TO WAIVER-RECORDS-READ
               PERFORM 1119-VALIDATE-WAIVER-RECORD
               IF  WAIVER-LOAD-NOTE IS NOT EQUAL TO SPACES
                   ADD 1 TO WAIVERS-INVALID
                   MOVE 'X' TO WAIVER-LOAD-STATUS
                   PERFORM 1124-STORE-EDIT-WAIVER
               ELSE
               IF  WAIVER-BEGIN-TERM IS NOT GREATER THAN TERM-CHECK
                       AND WAIVER-END-TERM IS NOT LESS THAN TERM-CHECK
                   MOVE 'E' TO WAIVER-LOAD-STATUS
                   PERFORM 1124-STORE-EDIT-WAIVER
               ELSE
                   ADD 1 TO WAIVERS-NOT-IN-EFFECT.
      *
      *
       1119-VALIDATE-WAIVER-RECORD.
           MOVE SPACES TO WAIVER-LOAD-NOTE.
           MOVE ZERO TO WAIVER-LOAD-ROW.
           MOVE ZERO TO WAIVER-LOAD-CHECK.
           MOVE ZERO TO WAIVER-LOAD-DEPT-LENGTH.
           INSPECT WAIVER-DEPARTMENT
                   TALLYING WAIVER-LOAD-DEPT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WAIVER-ELEMENT-EDIT
               PERFORM 1123-FIND-WAIVER-ELEMENT-ROW
           ELSE
           IF  WAIVER-INTEGRITY-EDIT
                   AND WAIVER-INTEGRITY-NUMBER IS NUMERIC
               MOVE WAIVER-INTEGRITY-NUMBER TO WAIVER-LOAD-CHECK.
           IF  WAIVER-LOAD-ROW IS EQUAL TO ZERO
                   AND NOT WAIVABLE-INTEGRITY-CHECK
               MOVE 'EDIT CODE NOT WAIVABLE' TO WAIVER-LOAD-NOTE.
           IF  WAIVER-BEGIN-TERM IS EQUAL TO SPACES
                   OR WAIVER-END-TERM IS EQUAL TO SPACES
                   OR WAIVER-BEGIN-TERM IS GREATER THAN WAIVER-END-TERM
               MOVE 'TERM RANGE MISSING OR INVALID'
                       TO WAIVER-LOAD-NOTE.
           IF  WAIVER-ANALYST IS EQUAL TO SPACES
               MOVE 'APPROVING ANALYST MISSING' TO WAIVER-LOAD-NOTE.
           IF  WAIVER-COURSE-ID IS EQUAL TO SPACES
                   AND WAIVER-LOAD-DEPT-LENGTH IS EQUAL TO ZERO
               MOVE 'NO COURSE ID OR DEPARTMENT' TO WAIVER-LOAD-NOTE.
           MOVE WAIVER-COLLEGE-ID TO WAIVER-COLLEGE-WORK.
           PERFORM 7200-FIND-WAIVER-COLLEGE.
           IF  NOT WAIVER-COLLEGE-FOUND
               MOVE 'COLLEGE NOT ON REFERENCE FILE'
                       TO WAIVER-LOAD-NOTE.
      *
      *
       1123-FIND-WAIVER-ELEMENT-ROW.
      *
      * AN ELEMENT WAIVER MUST NAME ONE OF THE CB DATA ELEMENTS ON
      * THE EDIT ERROR MATRIX; ITS ROW IS KEPT WITH THE WAIVER.
      *
           SET EDIT-ERROR-LITERAL-INDEX TO 1.
           SEARCH EDIT-ERROR-LITERAL-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN EDIT-ERROR-LITERAL-2 (EDIT-ERROR-LITERAL-INDEX)
                       IS EQUAL TO WAIVER-EDIT-CODE
                   SET WAIVER-LOAD-ROW TO EDIT-ERROR-LITERAL-INDEX.
      *
      *
       1124-STORE-EDIT-WAIVER.
           IF  EDIT-WAIVER-COUNT IS NOT LESS THAN 500
               ADD 1 TO WAIVERS-OVERFLOW
           ELSE
               ADD 1 TO EDIT-WAIVER-COUNT
               SET EDIT-WAIVER-INDEX TO EDIT-WAIVER-COUNT
               MOVE WAIVER-LOAD-STATUS
                       TO EDIT-WAIVER-STATUS (EDIT-WAIVER-INDEX)
               MOVE WAIVER-COLLEGE-ID
                       TO EDIT-WAIVER-COLLEGE (EDIT-WAIVER-INDEX)
               MOVE WAIVER-COURSE-ID
                       TO EDIT-WAIVER-COURSE-ID (EDIT-WAIVER-INDEX)
               MOVE WAIVER-DEPARTMENT
                       TO EDIT-WAIVER-DEPARTMENT (EDIT-WAIVER-INDEX)
               MOVE WAIVER-LOAD-DEPT-LENGTH
                       TO EDIT-WAIVER-DEPT-LENGTH (EDIT-WAIVER-INDEX)
               MOVE WAIVER-EDIT-CODE
                       TO EDIT-WAIVER-EDIT-CODE (EDIT-WAIVER-INDEX)
               MOVE WAIVER-LOAD-ROW
                       TO EDIT-WAIVER-ELEMENT-ROW (EDIT-WAIVER-INDEX)
               MOVE WAIVER-LOAD-CHECK
                       TO EDIT-WAIVER-CHECK-NUMBER (EDIT-WAIVER-INDEX)
               MOVE WAIVER-ANALYST
                       TO EDIT-WAIVER-ANALYST (EDIT-WAIVER-INDEX)
               MOVE WAIVER-BEGIN-TERM
                       TO EDIT-WAIVER-BEGIN-TERM (EDIT-WAIVER-INDEX)
               MOVE WAIVER-END-TERM
                       TO EDIT-WAIVER-END-TERM (EDIT-WAIVER-INDEX)
               MOVE ZERO
                       TO EDIT-WAIVER-USE-COUNT (EDIT-WAIVER-INDEX)
               MOVE WAIVER-LOAD-NOTE
                       TO EDIT-WAIVER-NOTE (EDIT-WAIVER-INDEX)
               IF  EDIT-WAIVER-IN-EFFECT (EDIT-WAIVER-INDEX)
                   ADD 1 TO WAIVERS-IN-EFFECT.
      *
      *
       1125-SET-NEXT-TERM.
      *
      * THE NEXT REGULAR TERM AFTER THE RUN TERM, FROM THE
      * NEXT-TERM-SEQUENCE-TABLE (SUBSCRIPT IS TERM CODE + 1).
      *
           COMPUTE NEXT-TERM-SUB =
                   TERM-CODE IN RUNTIME-PARAMETER-AREA + 1.
           MOVE CALENDAR-YEAR IN RUNTIME-PARAMETER-AREA
                   TO NEXT-TERM-YEAR.
           ADD NEXT-TERM-SEQ-YEAR-ADD (NEXT-TERM-SUB)
                   TO NEXT-TERM-YEAR.
           MOVE NEXT-TERM-SEQ-CODE (NEXT-TERM-SUB)
                   TO NEXT-TERM-CODE.
      *
      *
       1126-SET-MESSAGE-CATALOG.
           OPEN INPUT MESSAGE-CATALOG-FILE.
           PERFORM 1127-LOAD-MESSAGE-CATALOG-RECORD
                   UNTIL END-OF-CATALOG-FILE.
           CLOSE MESSAGE-CATALOG-FILE.
      *
      *
       1127-LOAD-MESSAGE-CATALOG-RECORD.
           READ MESSAGE-CATALOG-FILE
               AT END MOVE 1 TO CATALOG-EOF-FLAG.
           IF  NOT END-OF-CATALOG-FILE
                   AND MSGCAT-EDIT-CODE IS NOT EQUAL TO SPACES
               IF  MESSAGE-CATALOG-COUNT IS LESS THAN 200
                   ADD 1 TO MESSAGE-CATALOG-COUNT
                   SET MESSAGE-CATALOG-INDEX
                           TO MESSAGE-CATALOG-COUNT
                   MOVE MSGCAT-EDIT-CODE
                           TO MESSAGE-CATALOG-CODE
                           (MESSAGE-CATALOG-INDEX)
                   MOVE MSGCAT-SEVERITY
                           TO MESSAGE-CATALOG-SEVERITY
                           (MESSAGE-CATALOG-INDEX)
                   MOVE MSGCAT-MESSAGE-TEXT
                           TO MESSAGE-CATALOG-TEXT
                           (MESSAGE-CATALOG-INDEX)
               ELSE
                   ADD 1 TO MESSAGE-CATALOG-OVERFLOW.
      *
      *
       1109-SET-CHECKPOINT-RESTART.
           IF  RESTART-MODE
                   FROM COLLEGE-INVALID-LITERAL
                   AFTER ADVANCING 1 LINE.
           CLOSE DATAEDIT-ERROR-REPORT.
           SET LEDGER-PARM-ABORT TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
           STOP RUN.
      *
      *
                   IN RUNTIME-PARAMETER-AREA
               NEXT SENTENCE.
      *
      *
       1150-CHECK-INTAKE-PREREQUISITE.
      *
      * A LIVE EDIT RUN REQUIRES THE LAST CBINTAKE RUN FOR THE
      * TERM TO HAVE ENDED RUNNABLE.  TEST-MODE RUNS PRODUCE NO
      * LOAD OUTPUT AND ARE NOT CHECKED.
      *
           MOVE 'CBINTAKE' TO PRIOR-RUN-PROGRAM-ID.
           PERFORM 1900-CHECK-PRIOR-RUN.
           IF  NOT PRIOR-RUN-SUCCESSFUL
               PERFORM 1160-REFUSE-RUN.
      *
      *
       1160-REFUSE-RUN.
           MOVE 1 TO HEADER-CONTROL-FLAG.
           MOVE DETAIL-PROGRAM-NAME
                   IN PROGRAM-LITERAL-AND-WORK
                   TO PROGRAM-NAME
                   IN HEADER-REPORT-ID.
           PERFORM 8500-PRINT-HEADERS.
           WRITE PRINT-RECORD
               FROM RUNTIME-PARAMETER-AREA
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD
               FROM INTAKE-NOT-RUNNABLE-LITERAL
               AFTER ADVANCING 1 LINE.
           CLOSE DATAEDIT-ERROR-REPORT.
           SET LEDGER-PREREQUISITE-NOT-MET TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
           STOP RUN.
      *
      *
       1900-CHECK-PRIOR-RUN.
      *
      * FIND THE LAST RUN LEDGER RECORD WRITTEN BY THE PROGRAM IN
      * PRIOR-RUN-PROGRAM-ID FOR THIS TERM.  PRIOR-RUN-STATUS IS
      * LEFT BLANK WHEN THE PROGRAM HAS NOT RUN FOR THE TERM.
      *
           MOVE SPACE TO PRIOR-RUN-STATUS.
           MOVE ZERO  TO LEDGER-EOF-FLAG.
           OPEN INPUT RUN-LEDGER-FILE.
           PERFORM 1910-SCAN-RUN-LEDGER
                   UNTIL END-OF-LEDGER.
           CLOSE RUN-LEDGER-FILE.
      *
      *
       1910-SCAN-RUN-LEDGER.
           READ RUN-LEDGER-FILE
               AT END
                   MOVE 1 TO LEDGER-EOF-FLAG.
           IF  NOT END-OF-LEDGER
               IF  LDG-PROGRAM-ID IS EQUAL TO PRIOR-RUN-PROGRAM-ID
               AND LDG-TERM-IDENTIFIER IS EQUAL TO LEDGER-TERM
                   MOVE LDG-COMPLETION-STATUS TO PRIOR-RUN-STATUS.
      *
      *
       2000-PROCESS-COURSE-DATA.
           IF  STATEWIDE-MODE
      *
           IF  MAINTENANCE-MODE
                   AND MAINT-ACTION-DELETE
               PERFORM 2380-SAVE-ELEMENT-RESULTS
           ELSE
               PERFORM 2300-VALIDATE-COURSE-DATA.
      *    PERFORM 2500-ACCUMULATE-UNKNOWNS.
           IF  REJECT-RECORD
                   AND EDIT-WAIVER-COUNT IS GREATER THAN ZERO
               PERFORM 2800-APPLY-EDIT-WAIVERS.
           PERFORM 2700-SAVE-WARNING-FLAGS.
           IF  REJECT-RECORD
                   OR WARNING-RECORD
               PERFORM 2900-WRITE-EDIT-FEEDBACK.
           IF  REJECT-RECORD
               PERFORM 8650-WRITE-REJECTED-RECORD.
           IF  REJECT-RECORD
                   MOVE 1 TO COURSE-ID-DUPLICATE-FLAG.
           IF  COURSE-ID-DUPLICATE
               ADD 1 TO CLG-INTEGRITY-ERR-17-TOTAL
               MOVE 1 TO INTEGRITY-HIT-FLAG (17)
               MOVE 1 TO REJECT-RECORD-FLAG
               MOVE INTEGRITY-LITERAL
                       TO VALIDATION-FLAG
                       IN COURSE-INVENTORY-RECORD
                       TO SAME-AS-REF-COURSE-ID
                       (SAME-AS-REF-INDEX)
               MOVE COURSE-DEPARTMENT-NUMBER
                       IN COURSE-INVENTORY-RECORD
                       TO SAME-AS-REF-COURSE-DEPT
                       (SAME-AS-REF-INDEX)
               MOVE SAME-AS-REF-WORK-DEPT-NO
                       TO SAME-AS-REF-DEPT-NO
                       (SAME-AS-REF-INDEX)
               PERFORM 2250-WRITE-CHECKPOINT-RECORD.
           PERFORM 2255-WRITE-DISTRIBUTION-INDEX.
           PERFORM 2257-RECORD-SUBMISSION-STATUS.
           ADD TOTAL-COLLEGE-RECORDS-WRITTEN TO LEDGER-OUTPUT-COUNT.
           ADD TOTAL-COLLEGE-RECORDS-REJECT  TO LEDGER-EXCEPTION-COUNT.
           ADD TOTAL-COLLEGE-RECORDS-WARNING TO LEDGER-WARNING-COUNT.
           MOVE COLLEGE-ID
                   IN COURSE-INVENTORY-RECORD
                   TO HOLD-COLLEGE-ID.
                   AFTER ADVANCING 1 LINE.
           MOVE SAME-AS-ORPHAN-LINE TO BURST-PRINT-LINE.
           PERFORM 8660-WRITE-BURST-DETAIL.
           PERFORM 2940-FEEDBACK-SAME-AS-ORPHAN.
      *
      *
       2300-VALIDATE-COURSE-DATA.
           PERFORM 2350-VALIDATE-UNITS.
           PERFORM 2360-VALIDATE-SAME-AS-DEPT.
           PERFORM 2370-VALIDATE-COURSE-PRIOR.
           PERFORM 2380-SAVE-ELEMENT-RESULTS.
           PERFORM 2400-CHECK-DATA-INTEGRITY.
      *
      *
                           IN EDIT-ERROR-TABLE-COLUMNS
                       (    25 EDIT-ERROR-COLUMN-INDEX).
      *
      *
       2380-SAVE-ELEMENT-RESULTS.
      *
      * HOLD EACH DATA ELEMENT'S OWN EDIT RESULT BEFORE THE
      * INTEGRITY CHECKS OVERLAY THE ELEMENTS THEY EXAMINE WITH
      * 'I' OR 'W', SO THE EDIT FEEDBACK FILE CAN REPORT THE
      * ELEMENT EDIT AND THE INTEGRITY CHECK SEPARATELY.
      *
           MOVE SPACES TO ELEMENT-RESULT-AREA.
           PERFORM 2385-SAVE-ONE-ELEMENT-RESULT
                   VARYING FEEDBACK-ROW-SUB FROM 1 BY 1
                   UNTIL FEEDBACK-ROW-SUB IS GREATER THAN 25.
      *
      *
       2385-SAVE-ONE-ELEMENT-RESULT.
           IF  VALIDATION-FLAG
                   IN EDIT-ERROR-TABLE-COLUMNS
                   (FEEDBACK-ROW-SUB EDIT-ERROR-COLUMN-INDEX)
                   IS EQUAL TO VALIDITY-LITERAL
               OR  VALIDATION-FLAG
                   IN EDIT-ERROR-TABLE-COLUMNS
                   (FEEDBACK-ROW-SUB EDIT-ERROR-COLUMN-INDEX)
                   IS EQUAL TO WARNING-LITERAL
               MOVE VALIDATION-FLAG
                       IN EDIT-ERROR-TABLE-COLUMNS
                       (FEEDBACK-ROW-SUB EDIT-ERROR-COLUMN-INDEX)
                       TO ELEMENT-RESULT-FLAG (FEEDBACK-ROW-SUB).
      *
      *
       2400-CHECK-DATA-INTEGRITY.
      *
               IF  (TRANSFER-STATUS-A-OR-B
                       AND NOT CREDIT-STATUS-D)
                   ADD 1 TO CLG-INTEGRITY-ERR-1-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (1)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
                       IN COURSE-INVENTORY-RECORD
                       IS NOT EQUAL TO ZERO)
                   ADD 1 TO CLG-INTEGRITY-ERR-2-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (2)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
                       IN COURSE-INVENTORY-RECORD
                       IS NOT EQUAL TO ZERO)
                   ADD 1 TO CLG-INTEGRITY-ERR-3-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (3)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
               IF  (BASIC-SKILLS-STATUS-P
                       AND NOT CREDIT-STATUS-C)
                   ADD 1 TO CLG-INTEGRITY-ERR-4-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (4)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
               IF  (BASIC-SKILLS-STATUS-B
                       AND NOT CREDIT-STATUS-C-OR-N)
                   ADD 1 TO CLG-INTEGRITY-ERR-5-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (5)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
           IF COURSE-CAN-CODE-X
                AND (COURSE-CAN-SEQ-CODE-X OR COURSE-CAN-SEQ-CODE-Y)
                   ADD 1 TO CLG-INTEGRITY-ERR-6-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (6)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
               IF COURSE-CAN-CODE-Y
                   AND NOT COURSE-CAN-SEQ-CODE-Y
                      ADD 1 TO CLG-INTEGRITY-ERR-7-TOTAL
                      MOVE 1 TO INTEGRITY-HIT-FLAG (7)
                      MOVE 1 TO REJECT-RECORD-FLAG
                      MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
               IF NOT COURSE-CAN-CODE-X AND NOT COURSE-CAN-CODE-Y
                   AND COURSE-CAN-SEQ-CODE-Y
                      ADD 1 TO CLG-INTEGRITY-ERR-8-TOTAL
                      MOVE 1 TO INTEGRITY-HIT-FLAG (8)
                      MOVE 1 TO REJECT-RECORD-FLAG
                      MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
                   = COURSE-DEPARTMENT-NUMBER
                   IN COURSE-INVENTORY-RECORD
                   ADD 1 TO CLG-INTEGRITY-ERR-9-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (9)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
                   = COURSE-DEPARTMENT-NUMBER
                   IN COURSE-INVENTORY-RECORD
                   ADD 1 TO CLG-INTEGRITY-ERR-10-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (10)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
                   = COURSE-DEPARTMENT-NUMBER
                   IN COURSE-INVENTORY-RECORD
                   ADD 1 TO CLG-INTEGRITY-ERR-11-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (11)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
           IF  TRANSFER-STATUS-A-OR-B
                   AND COURSE-CRS-NAME-Y
                   ADD 1 TO CLG-INTEGRITY-ERR-12-TOTAL
                   MOVE 3 TO INTEGRITY-HIT-FLAG (12)
                   MOVE 1 TO WARNING-RECORD-FLAG
                   MOVE WARNING-LITERAL
                           TO VALIDATION-FLAG
           IF  TRANSFER-STATUS-C
                   AND NOT COURSE-CRS-NAME-Y
                   ADD 1 TO CLG-INTEGRITY-ERR-13-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (13)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
           IF  TRANSFER-STATUS-A-OR-B
                   AND COURSE-CRS-NUM-Y
                   ADD 1 TO CLG-INTEGRITY-ERR-14-TOTAL
                   MOVE 3 TO INTEGRITY-HIT-FLAG (14)
                   MOVE 1 TO WARNING-RECORD-FLAG
                   MOVE WARNING-LITERAL
                           TO VALIDATION-FLAG
           IF  TRANSFER-STATUS-C
                   AND NOT COURSE-CRS-NUM-Y
                   ADD 1 TO CLG-INTEGRITY-ERR-15-TOTAL
                   MOVE 1 TO INTEGRITY-HIT-FLAG (15)
                   MOVE 1 TO REJECT-RECORD-FLAG
                   MOVE INTEGRITY-LITERAL
                           TO VALIDATION-FLAG
              AND NOT COURSE-PRIOR-NOT-APP
              IF NOT TRANSFER-STATUS-C
                   ADD 1 TO CLG-INTEGRITY-ERR-16-TOTAL
                   MOVE 3 TO INTEGRITY-HIT-FLAG (16)
                   MOVE 1 TO WARNING-RECORD-FLAG
                   MOVE WARNING-LITERAL
                           TO VALIDATION-FLAG
                       IS GREATER THAN COURSE-UNITS-MAXIMUM
                       IN COURSE-INVENTORY-RECORD
                   ADD 1 TO CLG-INTEGRITY-ERR-18-TOTAL
                   MOVE 3 TO INTEGRITY-HIT-FLAG (18)
                   MOVE 1 TO WARNING-RECORD-FLAG
                   MOVE WARNING-LITERAL
                           TO VALIDATION-FLAG
                   AND COURSE-SAM-OCCUPATIONAL
                   AND WORK-TOP-NON-VOCATIONAL
               ADD 1 TO CLG-INTEGRITY-ERR-19-TOTAL
               MOVE 3 TO INTEGRITY-HIT-FLAG (19)
               MOVE 1 TO WARNING-RECORD-FLAG
               MOVE WARNING-LITERAL
                       TO VALIDATION-FLAG
                       TO WARNING-FLAG-HOLD
                       (WARNING-FLAG-SUB).
      *
      *
       2800-APPLY-EDIT-WAIVERS.
      *
      * AN APPROVED WAIVER FOR THIS COLLEGE AND COURSE (OR ITS
      * DEPARTMENT) TURNS THE WAIVED FATAL ELEMENT EDIT OR
      * INTEGRITY CHECK INTO A WARNING.  WHEN EVERY FATAL EDIT ON
      * THE RECORD HAS BEEN WAIVED THE RECORD IS NO LONGER
      * REJECTED: ITS REMAINING INTEGRITY FLAGS BECOME WARNINGS AND
      * IT IS WRITTEN TO THE LOAD FILE CARRYING ITS 'W' FLAGS.
      *
           MOVE ZERO TO WAIVER-APPLIED-FLAG.
           PERFORM 2810-APPLY-ONE-WAIVER
                   VARYING EDIT-WAIVER-INDEX FROM 1 BY 1
                   UNTIL EDIT-WAIVER-INDEX IS GREATER THAN
                           EDIT-WAIVER-COUNT.
           IF  WAIVER-APPLIED
               MOVE 1 TO WARNING-RECORD-FLAG
               MOVE ZERO TO WAIVER-FATAL-REMAINING-FLAG
               PERFORM 2830-CHECK-FATAL-REMAINING
                       VARYING WAIVER-ROW-SUB FROM 1 BY 1
                       UNTIL WAIVER-ROW-SUB IS GREATER THAN 25
               PERFORM 2840-CHECK-INTEGRITY-REMAINING
                       VARYING WAIVER-CHECK-SUB FROM 1 BY 1
                       UNTIL WAIVER-CHECK-SUB IS GREATER THAN 20
               IF  NOT WAIVER-FATAL-REMAINING
                   PERFORM 2850-CONVERT-INTEGRITY-FLAG
                           VARYING WAIVER-ROW-SUB FROM 1 BY 1
                           UNTIL WAIVER-ROW-SUB IS GREATER THAN 27
                   MOVE ZERO TO REJECT-RECORD-FLAG
                   ADD 1 TO WAIVED-RECORDS-ACCEPTED.
      *
      *
       2810-APPLY-ONE-WAIVER.
           IF  EDIT-WAIVER-IN-EFFECT (EDIT-WAIVER-INDEX)
                   AND EDIT-WAIVER-COLLEGE (EDIT-WAIVER-INDEX)
                       IS EQUAL TO COLLEGE-ID
                       IN COURSE-INVENTORY-RECORD
               PERFORM 2815-MATCH-WAIVER-COURSE
               IF  WAIVER-COURSE-MATCHED
                   PERFORM 2820-WAIVE-FLAGGED-EDIT.
      *
      *
       2815-MATCH-WAIVER-COURSE.
           MOVE ZERO TO WAIVER-COURSE-MATCH-FLAG.
           MOVE EDIT-WAIVER-DEPT-LENGTH (EDIT-WAIVER-INDEX)
                   TO WAIVER-DEPT-LENGTH-WORK.
           IF  EDIT-WAIVER-COURSE-ID (EDIT-WAIVER-INDEX)
                   IS EQUAL TO SPACES
               IF  COURSE-DEPARTMENT-NUMBER
                       IN COURSE-INVENTORY-RECORD
                       (1:WAIVER-DEPT-LENGTH-WORK)
                       IS EQUAL TO EDIT-WAIVER-DEPARTMENT
                       (EDIT-WAIVER-INDEX)
                       (1:WAIVER-DEPT-LENGTH-WORK)
                   MOVE 1 TO WAIVER-COURSE-MATCH-FLAG
               ELSE
                   NEXT SENTENCE
           ELSE
               IF  EDIT-WAIVER-COURSE-ID (EDIT-WAIVER-INDEX)
                       IS EQUAL TO COURSE-PERM-DIST-ID
                       IN COURSE-INVENTORY-RECORD
                   MOVE 1 TO WAIVER-COURSE-MATCH-FLAG.
      *
      *
       2820-WAIVE-FLAGGED-EDIT.
      *
      * THE ELEMENT'S OWN EDIT RESULT IS TAKEN FROM THE RESULTS SAVED
      * BEFORE THE INTEGRITY CHECKS, WHICH MAY HAVE OVERLAID ITS ROW
      * OF THE ERROR MATRIX.
      *
           IF  EDIT-WAIVER-ELEMENT-ROW (EDIT-WAIVER-INDEX)
                   IS GREATER THAN ZERO
               MOVE EDIT-WAIVER-ELEMENT-ROW (EDIT-WAIVER-INDEX)
                       TO WAIVER-ROW-SUB
               IF  ELEMENT-RESULT-FLAG (WAIVER-ROW-SUB)
                       IS EQUAL TO VALIDITY-LITERAL
                   AND NOT ELEMENT-EDIT-WAIVED (WAIVER-ROW-SUB)
                   PERFORM 2825-WAIVE-ELEMENT-EDIT.
           IF  EDIT-WAIVER-CHECK-NUMBER (EDIT-WAIVER-INDEX)
                   IS GREATER THAN ZERO
               MOVE EDIT-WAIVER-CHECK-NUMBER (EDIT-WAIVER-INDEX)
                       TO WAIVER-CHECK-SUB
               IF  INTEGRITY-HIT-FATAL (WAIVER-CHECK-SUB)
                   PERFORM 2827-WAIVE-INTEGRITY-CHECK.
      *
      *
       2825-WAIVE-ELEMENT-EDIT.
      *
      * THE WAIVED EXCEPTION MOVES FROM THE EXCEPTION COLUMN TO THE
      * WARNING COLUMN OF THE COLLEGE ELEMENT TOTALS.  AN INTEGRITY
      * FLAG OVERLAYING THE ROW STANDS UNTIL ITS CHECK IS WAIVED.
      *
           IF  VALIDATION-FLAG
                   IN EDIT-ERROR-TABLE-COLUMNS
                   (WAIVER-ROW-SUB EDIT-ERROR-COLUMN-INDEX)
                   IS EQUAL TO VALIDITY-LITERAL
               MOVE WARNING-LITERAL
                       TO VALIDATION-FLAG
                       IN EDIT-ERROR-TABLE-COLUMNS
                       (WAIVER-ROW-SUB EDIT-ERROR-COLUMN-INDEX).
           IF  COLLEGE-ELEMENT-TOTAL
                   IN COLLEGE-ELEMENT-TOTALS-COLUMNS
                   (WAIVER-ROW-SUB 1)
                   IS GREATER THAN ZERO
               SUBTRACT 1 FROM COLLEGE-ELEMENT-TOTAL
                       IN COLLEGE-ELEMENT-TOTALS-COLUMNS
                       (WAIVER-ROW-SUB 1).
           ADD 1 TO COLLEGE-ELEMENT-TOTAL
                   IN COLLEGE-ELEMENT-TOTALS-COLUMNS
                   (WAIVER-ROW-SUB 3).
           ADD 1 TO EDIT-WAIVER-USE-COUNT (EDIT-WAIVER-INDEX).
           ADD 1 TO WAIVED-EDITS-COUNT.
           MOVE 1 TO WAIVER-APPLIED-FLAG.
           MOVE 'Y' TO ELEMENT-WAIVED-FLAG (WAIVER-ROW-SUB).
      *
      *
       2827-WAIVE-INTEGRITY-CHECK.
      *
      * THE WAIVED CHECK NO LONGER COUNTS AS AN INTEGRITY ERROR IN
      * THE COLLEGE INTEGRITY TOTALS; IT IS COUNTED WITH THE WAIVED
      * EDITS INSTEAD.
      *
           MOVE 2 TO INTEGRITY-HIT-FLAG (WAIVER-CHECK-SUB).
           IF  CLG-INTEGRITY-ERR-TOTAL (WAIVER-CHECK-SUB)
                   IS GREATER THAN ZERO
               SUBTRACT 1 FROM CLG-INTEGRITY-ERR-TOTAL
                       (WAIVER-CHECK-SUB).
           ADD 1 TO EDIT-WAIVER-USE-COUNT (EDIT-WAIVER-INDEX).
           ADD 1 TO WAIVED-EDITS-COUNT.
           MOVE 1 TO WAIVER-APPLIED-FLAG.
      *
      *
       2830-CHECK-FATAL-REMAINING.
           IF  ELEMENT-RESULT-FLAG (WAIVER-ROW-SUB)
                   IS EQUAL TO VALIDITY-LITERAL
               AND NOT ELEMENT-EDIT-WAIVED (WAIVER-ROW-SUB)
               MOVE 1 TO WAIVER-FATAL-REMAINING-FLAG.
      *
      *
       2840-CHECK-INTEGRITY-REMAINING.
           IF  INTEGRITY-HIT-FATAL (WAIVER-CHECK-SUB)
               MOVE 1 TO WAIVER-FATAL-REMAINING-FLAG.
      *
      *
       2850-CONVERT-INTEGRITY-FLAG.
           IF  VALIDATION-FLAG
                   IN EDIT-ERROR-TABLE-COLUMNS
                   (WAIVER-ROW-SUB EDIT-ERROR-COLUMN-INDEX)
                   IS EQUAL TO INTEGRITY-LITERAL
               MOVE WARNING-LITERAL
                       TO VALIDATION-FLAG
                       IN EDIT-ERROR-TABLE-COLUMNS
                       (WAIVER-ROW-SUB EDIT-ERROR-COLUMN-INDEX).
      *
      *
       2900-WRITE-EDIT-FEEDBACK.
      *
      * ONE EDIT FEEDBACK RECORD FOR EACH DATA ELEMENT EDIT AND
      * EACH INTEGRITY CHECK THE RECORD FAILED, FATAL OR WARNING.
      * WRITTEN BEFORE THE ERROR MATRIX CAN BE CLEARED BY THE
      * PAGE-LIMIT LOGIC.
      *
           MOVE COLLEGE-ID
                   IN COURSE-INVENTORY-RECORD
                   TO FEEDBACK-COLLEGE-ID.
           MOVE TERM-IDENTIFIER
                   IN COURSE-INVENTORY-RECORD
                   TO FEEDBACK-TERM.
           MOVE COURSE-PERM-DIST-ID
                   IN COURSE-INVENTORY-RECORD
                   TO FEEDBACK-COURSE-ID.
           MOVE COURSE-DEPARTMENT-NUMBER
                   IN COURSE-INVENTORY-RECORD
                   TO FEEDBACK-DEPT-NUMBER.
           PERFORM 2910-LOAD-SUBMITTED-VALUES.
           PERFORM 2920-FEEDBACK-ONE-ELEMENT
                   VARYING FEEDBACK-ROW-SUB FROM 1 BY 1
                   UNTIL FEEDBACK-ROW-SUB IS GREATER THAN 25.
           PERFORM 2930-FEEDBACK-ONE-INTEGRITY
                   VARYING FEEDBACK-CHECK-SUB FROM 1 BY 1
                   UNTIL FEEDBACK-CHECK-SUB IS GREATER THAN 20.
      *
      *
       2910-LOAD-SUBMITTED-VALUES.
           MOVE COURSE-PERM-DIST-ID
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (1).
           MOVE COURSE-DEPARTMENT-NUMBER
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (2).
      *
      * A MAINTENANCE TRANSACTION IS FLAGGED ON THE RECORD CODE
      * ROW FOR AN INVALID ACTION CODE; SHOW THE ACTION CODE.
      *
           IF  MAINTENANCE-MODE
                   AND COURSE-DATA-RECORD
               MOVE CORRECTION-ACTION-CODE
                       IN COURSE-INVENTORY-RECORD
                       TO SUBMITTED-ELEMENT-VALUE (3)
           ELSE
               MOVE RECORD-CODE
                       IN COURSE-INVENTORY-RECORD
                       TO SUBMITTED-ELEMENT-VALUE (3).
           MOVE COLLEGE-ID
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (4).
           MOVE TERM-IDENTIFIER
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (5).
           MOVE COURSE-TITLE
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (6).
           MOVE COURSE-PROGRAM-CODE
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (7).
           MOVE COURSE-CREDIT-STATUS
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (8).
           MOVE COURSE-TRANSF-STATUS
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (9).
           MOVE COURSE-UNITS-MAXIMUM
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (10).
           MOVE COURSE-UNITS-MINIMUM
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (11).
           MOVE COURSE-BASIC-SKILLS-STATUS
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (12).
           MOVE COURSE-SAM-PRIORITY-CODE
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (13).
           MOVE COURSE-COOP-ED-STATUS
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (14).
           MOVE COURSE-CLASSIFICATION-CODE
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (15).
           MOVE COURSE-REPEATABILITY
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (16).
           MOVE COURSE-SPECIAL-CLASS-STATUS
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (17).
           MOVE COURSE-CAN-CODE
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (18).
           MOVE COURSE-CAN-SEQ-CODE
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (19).
           MOVE COURSE-SAME-AS-DEPTNO1
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (20).
           MOVE COURSE-SAME-AS-DEPTNO2
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (21).
           MOVE COURSE-SAME-AS-DEPTNO3
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (22).
           MOVE COURSE-CROSSWALK-CRS-NAME
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (23).
           MOVE COURSE-CROSSWALK-CRS-NUMBER
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (24).
           MOVE COURSE-PRIOR-TO-COLLEGE-LEVEL
                   IN COURSE-INVENTORY-RECORD
                   TO SUBMITTED-ELEMENT-VALUE (25).
      *
      *
       2920-FEEDBACK-ONE-ELEMENT.
           IF  ELEMENT-RESULT-FLAG (FEEDBACK-ROW-SUB)
                   IS NOT EQUAL TO SPACE
               PERFORM 2925-SET-ELEMENT-FEEDBACK.
      *
      *
       2925-SET-ELEMENT-FEEDBACK.
           MOVE ZERO TO FEEDBACK-WAIVED-FLAG.
           IF  ELEMENT-RESULT-FLAG (FEEDBACK-ROW-SUB)
                   IS EQUAL TO WARNING-LITERAL
               MOVE 'W' TO FEEDBACK-SEVERITY
           ELSE
           IF  ELEMENT-EDIT-WAIVED (FEEDBACK-ROW-SUB)
               MOVE 'W' TO FEEDBACK-SEVERITY
               MOVE 1 TO FEEDBACK-WAIVED-FLAG
           ELSE
               MOVE 'F' TO FEEDBACK-SEVERITY.
           MOVE EDIT-ERROR-LITERAL-2 (FEEDBACK-ROW-SUB)
                   TO FEEDBACK-EDIT-CODE.
           MOVE SUBMITTED-ELEMENT-VALUE (FEEDBACK-ROW-SUB)
                   TO FEEDBACK-SUBMITTED-VALUE.
           PERFORM 7300-BUILD-FEEDBACK-MESSAGE.
           PERFORM 7310-BUILD-FEEDBACK-RECORD.
           PERFORM 8675-WRITE-EDIT-FEEDBACK.
      *
      *
       2930-FEEDBACK-ONE-INTEGRITY.
           IF  INTEGRITY-HIT-FLAG (FEEDBACK-CHECK-SUB)
                   IS GREATER THAN ZERO
               PERFORM 2935-SET-INTEGRITY-FEEDBACK.
      *
      *
       2935-SET-INTEGRITY-FEEDBACK.
      *
      * THE SUBMITTED VALUE OF AN INTEGRITY CHECK IS EACH ELEMENT
      * IT EXAMINES WITH ITS VALUE, E.G. 'CB04=N CB06=0300'.
      *
           MOVE ZERO TO FEEDBACK-WAIVED-FLAG.
           IF  INTEGRITY-HIT-FATAL (FEEDBACK-CHECK-SUB)
               MOVE 'F' TO FEEDBACK-SEVERITY
           ELSE
               MOVE 'W' TO FEEDBACK-SEVERITY
               IF  INTEGRITY-HIT-WAIVED (FEEDBACK-CHECK-SUB)
                   MOVE 1 TO FEEDBACK-WAIVED-FLAG.
           MOVE 'IC' TO FEEDBACK-EDIT-TYPE.
           MOVE FEEDBACK-CHECK-SUB TO FEEDBACK-CHECK-NUMBER.
           MOVE SPACES TO FEEDBACK-SUBMITTED-VALUE.
           MOVE 1 TO FEEDBACK-VALUE-POINTER.
           PERFORM 2937-ADD-INTEGRITY-VALUE
                   VARYING FEEDBACK-PAIR-SUB FROM 1 BY 1
                   UNTIL FEEDBACK-PAIR-SUB IS GREATER THAN 2.
           PERFORM 7300-BUILD-FEEDBACK-MESSAGE.
           PERFORM 7310-BUILD-FEEDBACK-RECORD.
           PERFORM 8675-WRITE-EDIT-FEEDBACK.
      *
      *
       2937-ADD-INTEGRITY-VALUE.
           MOVE INTEGRITY-CHECK-ROW
                   (FEEDBACK-CHECK-SUB FEEDBACK-PAIR-SUB)
                   TO FEEDBACK-VALUE-SUB.
           IF  FEEDBACK-VALUE-SUB IS GREATER THAN ZERO
               MOVE SUBMITTED-ELEMENT-VALUE (FEEDBACK-VALUE-SUB)
                       TO FEEDBACK-FIELD-WORK
               PERFORM 2938-APPEND-ELEMENT-VALUE.
      *
      *
       2938-APPEND-ELEMENT-VALUE.
           IF  FEEDBACK-VALUE-POINTER IS GREATER THAN 1
               STRING ' '
                      DELIMITED BY SIZE
                      INTO FEEDBACK-SUBMITTED-VALUE
                      WITH POINTER FEEDBACK-VALUE-POINTER.
           STRING EDIT-ERROR-LITERAL-2 (FEEDBACK-VALUE-SUB) (1:4)
                  '='
                  DELIMITED BY SIZE
                  INTO FEEDBACK-SUBMITTED-VALUE
                  WITH POINTER FEEDBACK-VALUE-POINTER.
           PERFORM 7320-FIND-FIELD-LENGTH.
           IF  FEEDBACK-FIELD-LENGTH IS GREATER THAN ZERO
               STRING FEEDBACK-FIELD-WORK (1:FEEDBACK-FIELD-LENGTH)
                      DELIMITED BY SIZE
                      INTO FEEDBACK-SUBMITTED-VALUE
                      WITH POINTER FEEDBACK-VALUE-POINTER.
      *
      *
       2940-FEEDBACK-SAME-AS-ORPHAN.
      *
      * AN ORPHANED SAME-AS REFERENCE (INTEGRITY CHECK 20) IS FOUND
      * ONLY AT THE COLLEGE CONTROL BREAK, AFTER THE REFERENCING
      * COURSE HAS BEEN WRITTEN; ITS FEEDBACK RECORD IS WRITTEN
      * HERE FROM THE SAVED REFERENCE.
      *
           MOVE HOLD-COLLEGE-ID TO FEEDBACK-COLLEGE-ID.
           MOVE TERM-CHECK TO FEEDBACK-TERM.
           MOVE SAME-AS-REF-COURSE-ID (SAME-AS-REF-INDEX)
                   TO FEEDBACK-COURSE-ID.
           MOVE SAME-AS-REF-COURSE-DEPT (SAME-AS-REF-INDEX)
                   TO FEEDBACK-DEPT-NUMBER.
           MOVE ZERO TO FEEDBACK-WAIVED-FLAG.
           MOVE 'W' TO FEEDBACK-SEVERITY.
           MOVE 'IC20' TO FEEDBACK-EDIT-CODE.
           MOVE SPACES TO FEEDBACK-SUBMITTED-VALUE.
           MOVE 1 TO FEEDBACK-VALUE-POINTER.
           MOVE SAME-AS-REF-ROW-ID (SAME-AS-REF-INDEX)
                   TO FEEDBACK-VALUE-SUB.
           MOVE SAME-AS-REF-DEPT-NO (SAME-AS-REF-INDEX)
                   TO FEEDBACK-FIELD-WORK.
           PERFORM 2938-APPEND-ELEMENT-VALUE.
           PERFORM 7300-BUILD-FEEDBACK-MESSAGE.
           PERFORM 7310-BUILD-FEEDBACK-RECORD.
           PERFORM 8675-WRITE-EDIT-FEEDBACK.
      *
      *
       7100-APPLY-EDIT-RULE.
      *
                       IN EDIT-ERROR-TABLE-COLUMNS
                       (RULE-CHECK-ROW-ID EDIT-ERROR-COLUMN-INDEX).
      *
      *
       7200-FIND-WAIVER-COLLEGE.
           MOVE ZERO TO WAIVER-COLLEGE-FOUND-FLAG.
           SET COLLEGE-CODE-INDEX TO 1.
           SEARCH COLLEGE-CODE-ENTRY
                   IN COLLEGE-CODES-TABLE
           AT END
               NEXT SENTENCE
           WHEN COLLEGE-ID
                   IN COLLEGE-CODE-ENTRY
                   (COLLEGE-CODE-INDEX)
                   IS EQUAL TO WAIVER-COLLEGE-WORK
               SET TRACKING-INDEX TO COLLEGE-CODE-INDEX
               MOVE 1 TO WAIVER-COLLEGE-FOUND-FLAG.
      *
      *
       7300-BUILD-FEEDBACK-MESSAGE.
      *
      * THE MESSAGE TEXT COMES FROM THE MESSAGE CATALOG - THE ENTRY
      * FOR THE EDIT CODE AND SEVERITY, ELSE THE ENTRY FOR THE EDIT
      * CODE WITH A BLANK SEVERITY - ELSE FROM THE COMPILED-IN
      * ELEMENT NAME OR INTEGRITY CHECK DESCRIPTION.  A RULE-DRIVEN
      * CODED ELEMENT ADDS THE VALID VALUES IN EFFECT; A WAIVED
      * EDIT IS MARKED AS SUCH.
      *
           MOVE SPACES TO FEEDBACK-MESSAGE-TEXT.
           PERFORM 7305-FIND-CATALOG-MESSAGE.
           IF  FEEDBACK-MESSAGE-TEXT IS EQUAL TO SPACES
               IF  FEEDBACK-INTEGRITY-EDIT
                   PERFORM 7330-GET-INTEGRITY-DESCRIPTION
               ELSE
                   PERFORM 7335-GET-ELEMENT-DESCRIPTION.
           MOVE FEEDBACK-MESSAGE-TEXT TO FEEDBACK-FIELD-WORK.
           PERFORM 7320-FIND-FIELD-LENGTH.
           COMPUTE FEEDBACK-VALUE-POINTER = FEEDBACK-FIELD-LENGTH + 1.
           IF  NOT FEEDBACK-INTEGRITY-EDIT
               PERFORM 7340-ADD-VALID-VALUES.
           IF  FEEDBACK-EDIT-WAIVED
               STRING ' (WAIVED)'
                      DELIMITED BY SIZE
                      INTO FEEDBACK-FIELD-WORK
                      WITH POINTER FEEDBACK-VALUE-POINTER.
           MOVE FEEDBACK-FIELD-WORK TO FEEDBACK-MESSAGE-TEXT.
      *
      *
       7305-FIND-CATALOG-MESSAGE.
           SET MESSAGE-CATALOG-INDEX TO 1.
           SEARCH MESSAGE-CATALOG-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN MESSAGE-CATALOG-INDEX IS GREATER THAN
                       MESSAGE-CATALOG-COUNT
                   NEXT SENTENCE
               WHEN MESSAGE-CATALOG-CODE (MESSAGE-CATALOG-INDEX)
                       IS EQUAL TO FEEDBACK-EDIT-CODE
                   AND MESSAGE-CATALOG-SEVERITY
                       (MESSAGE-CATALOG-INDEX)
                       IS EQUAL TO FEEDBACK-SEVERITY
                   MOVE MESSAGE-CATALOG-TEXT (MESSAGE-CATALOG-INDEX)
                           TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-MESSAGE-TEXT IS EQUAL TO SPACES
               SET MESSAGE-CATALOG-INDEX TO 1
               SEARCH MESSAGE-CATALOG-ENTRY
                   AT END
                       NEXT SENTENCE
                   WHEN MESSAGE-CATALOG-INDEX IS GREATER THAN
                           MESSAGE-CATALOG-COUNT
                       NEXT SENTENCE
                   WHEN MESSAGE-CATALOG-CODE (MESSAGE-CATALOG-INDEX)
                           IS EQUAL TO FEEDBACK-EDIT-CODE
                       AND MESSAGE-CATALOG-SEVERITY
                           (MESSAGE-CATALOG-INDEX)
                           IS EQUAL TO SPACE
                       MOVE MESSAGE-CATALOG-TEXT
                               (MESSAGE-CATALOG-INDEX)
                               TO FEEDBACK-MESSAGE-TEXT.
      *
      *
       7310-BUILD-FEEDBACK-RECORD.
           MOVE SPACES TO FEEDBACK-LINE-WORK.
           MOVE 1 TO FEEDBACK-RECORD-POINTER.
           MOVE ZERO TO FEEDBACK-FIELD-COUNT.
           MOVE FEEDBACK-COLLEGE-ID TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
           MOVE FEEDBACK-TERM TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
           MOVE FEEDBACK-COURSE-ID TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
           MOVE FEEDBACK-DEPT-NUMBER TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
           MOVE FEEDBACK-EDIT-CODE TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
           MOVE FEEDBACK-SEVERITY TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
           MOVE FEEDBACK-SUBMITTED-VALUE TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
           MOVE FEEDBACK-MESSAGE-TEXT TO FEEDBACK-FIELD-WORK.
           PERFORM 7315-APPEND-FEEDBACK-FIELD.
      *
      *
       7315-APPEND-FEEDBACK-FIELD.
      *
      * A '|' INSIDE A FIELD WOULD SPLIT IT; IT IS SENT AS '/'.
      *
           IF  FEEDBACK-FIELD-COUNT IS GREATER THAN ZERO
               STRING '|'
                      DELIMITED BY SIZE
                      INTO FEEDBACK-LINE-WORK
                      WITH POINTER FEEDBACK-RECORD-POINTER.
           ADD 1 TO FEEDBACK-FIELD-COUNT.
           INSPECT FEEDBACK-FIELD-WORK REPLACING ALL '|' BY '/'.
           PERFORM 7320-FIND-FIELD-LENGTH.
           IF  FEEDBACK-FIELD-LENGTH IS GREATER THAN ZERO
               STRING FEEDBACK-FIELD-WORK (1:FEEDBACK-FIELD-LENGTH)
                      DELIMITED BY SIZE
                      INTO FEEDBACK-LINE-WORK
                      WITH POINTER FEEDBACK-RECORD-POINTER.
      *
      *
       7320-FIND-FIELD-LENGTH.
      *
      * LENGTH OF FEEDBACK-FIELD-WORK WITHOUT ITS TRAILING BLANKS.
      *
           MOVE ZERO TO FEEDBACK-FIELD-LENGTH.
           PERFORM 7325-TEST-ONE-POSITION
                   VARYING FEEDBACK-SCAN-SUB FROM 1 BY 1
                   UNTIL FEEDBACK-SCAN-SUB IS GREATER THAN 160.
      *
      *
       7325-TEST-ONE-POSITION.
           IF  FEEDBACK-FIELD-WORK (FEEDBACK-SCAN-SUB:1)
                   IS NOT EQUAL TO SPACE
               MOVE FEEDBACK-SCAN-SUB TO FEEDBACK-FIELD-LENGTH.
      *
      *
       7330-GET-INTEGRITY-DESCRIPTION.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 1
               MOVE INTEGRITY-ERR-1-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 2
               MOVE INTEGRITY-ERR-2-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 3
               MOVE INTEGRITY-ERR-3-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 4
               MOVE INTEGRITY-ERR-4-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 5
               MOVE INTEGRITY-ERR-5-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 6
               MOVE INTEGRITY-ERR-6-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 7
               MOVE INTEGRITY-ERR-7-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 8
               MOVE INTEGRITY-ERR-8-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 9
               MOVE INTEGRITY-ERR-9-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 10
               MOVE INTEGRITY-ERR-10-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 11
               MOVE INTEGRITY-ERR-11-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 12
               MOVE INTEGRITY-ERR-12-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 13
               MOVE INTEGRITY-ERR-13-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 14
               MOVE INTEGRITY-ERR-14-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 15
               MOVE INTEGRITY-ERR-15-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 16
               MOVE INTEGRITY-ERR-16-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 17
               MOVE INTEGRITY-ERR-17-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 18
               MOVE INTEGRITY-ERR-18-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 19
               MOVE INTEGRITY-ERR-19-DESC TO FEEDBACK-MESSAGE-TEXT.
           IF  FEEDBACK-CHECK-NUMBER IS EQUAL TO 20
               MOVE INTEGRITY-ERR-20-DESC TO FEEDBACK-MESSAGE-TEXT.
      *
      *
       7335-GET-ELEMENT-DESCRIPTION.
           MOVE EDIT-ERROR-LITERAL-1 (FEEDBACK-ROW-SUB)
                   TO FEEDBACK-FIELD-WORK.
           PERFORM 7320-FIND-FIELD-LENGTH.
           IF  FEEDBACK-FATAL
                   OR FEEDBACK-EDIT-WAIVED
               STRING 'INVALID VALUE FOR '
                      FEEDBACK-FIELD-WORK (1:FEEDBACK-FIELD-LENGTH)
                      ' ('
                      FEEDBACK-EDIT-CODE
                      ')'
                      DELIMITED BY SIZE
                      INTO FEEDBACK-MESSAGE-TEXT
           ELSE
               STRING 'UNEXPECTED VALUE FOR '
                      FEEDBACK-FIELD-WORK (1:FEEDBACK-FIELD-LENGTH)
                      ' ('
                      FEEDBACK-EDIT-CODE
                      ') - WARNING ONLY'
                      DELIMITED BY SIZE
                      INTO FEEDBACK-MESSAGE-TEXT.
      *
      *
       7340-ADD-VALID-VALUES.
      *
      * THE VALID VALUES OF A RULE-DRIVEN CODED ELEMENT ARE THOSE OF
      * THE EDIT RULE IN EFFECT FOR THE RUN TERM (AS APPLIED BY
      * 7100-APPLY-EDIT-RULE), ELSE THE COMPILED-IN VALUE SET.
      *
           MOVE ZERO TO FEEDBACK-VALUE-SET-FLAG.
           SET EDIT-RULE-INDEX TO 1.
           SEARCH EDIT-RULE-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN EDIT-RULE-INDEX IS GREATER THAN
                       EDIT-RULES-COUNT
                   NEXT SENTENCE
               WHEN EDIT-RULE-DED (EDIT-RULE-INDEX)
                       IS EQUAL TO FEEDBACK-EDIT-CODE
                   MOVE 1 TO FEEDBACK-VALUE-SET-FLAG.
           IF  NOT FEEDBACK-RULE-VALUES
               SET DEFAULT-RULE-INDEX TO 1
               SEARCH DEFAULT-RULE-ENTRY
                   AT END
                       NEXT SENTENCE
                   WHEN DEFAULT-RULE-DED (DEFAULT-RULE-INDEX)
                           IS EQUAL TO FEEDBACK-EDIT-CODE
                       MOVE 2 TO FEEDBACK-VALUE-SET-FLAG.
           IF  FEEDBACK-RULE-VALUES
                   OR FEEDBACK-DEFAULT-VALUES
               STRING ' - VALID VALUES:'
                      DELIMITED BY SIZE
                      INTO FEEDBACK-FIELD-WORK
                      WITH POINTER FEEDBACK-VALUE-POINTER
               PERFORM 7345-ADD-ONE-VALID-VALUE
                       VARYING FEEDBACK-SCAN-SUB FROM 1 BY 1
                       UNTIL FEEDBACK-SCAN-SUB IS GREATER THAN 20.
      *
      *
       7345-ADD-ONE-VALID-VALUE.
           IF  FEEDBACK-RULE-VALUES
               MOVE EDIT-RULE-VALUE-BYTE
                       (EDIT-RULE-INDEX FEEDBACK-SCAN-SUB)
                       TO FEEDBACK-VALUE-BYTE
           ELSE
               MOVE DEFAULT-RULE-VALUE-BYTE
                       (DEFAULT-RULE-INDEX FEEDBACK-SCAN-SUB)
                       TO FEEDBACK-VALUE-BYTE.
           IF  FEEDBACK-VALUE-BYTE IS NOT EQUAL TO SPACE
               STRING ' '
                      FEEDBACK-VALUE-BYTE
                      DELIMITED BY SIZE
                      INTO FEEDBACK-FIELD-WORK
                      WITH POINTER FEEDBACK-VALUE-POINTER.
      *
      *
       8000-READ-COURSE-INV-DATA.
           PERFORM 8001-READ-ONE-COURSE-INV-RECORD.
           MOVE 'S' TO BURST-REPORT-ID.
           WRITE COLLEGE-REPORT-RECORD.
      *
      *
       8675-WRITE-EDIT-FEEDBACK.
           WRITE EDIT-FEEDBACK-RECORD FROM FEEDBACK-LINE-WORK.
           ADD 1 TO FEEDBACK-ROWS-WRITTEN.
           IF  FEEDBACK-FATAL
               ADD 1 TO FEEDBACK-FATAL-ROWS
           ELSE
               ADD 1 TO FEEDBACK-WARNING-ROWS.
      *
      *
       8800-PRINT-DISTRICT-TOTALS.
           MOVE DISTRICT-NAME
               PERFORM 8900-PRINT-STATE-TOTALS.
           IF  CORRECTION-MODE
               PERFORM 9100-PRINT-CORRECTION-TOTALS.
           PERFORM 9150-PRINT-FEEDBACK-TOTALS.
           IF  NOT TEST-MODE
                   AND NOT CORRECTION-MODE
               OPEN OUTPUT SUBMISSION-STATUS-FILE
                       UNTIL COLLEGE-CODE-INDEX IS GREATER THAN
                               COLLEGE-ENTRY-COUNT
               CLOSE SUBMISSION-STATUS-FILE.
           PERFORM 9300-PRINT-WAIVER-USAGE-REPORT.
           CLOSE COURSE-INV-DATA-FILE.
           IF  NOT TEST-MODE
               CLOSE EDITED-COURSE-INV-DATA-FILE
               CLOSE RESEARCH-EXTRACT-FILE
               CLOSE REPORT-TOTALS-FILE.
           CLOSE REJECTED-COURSE-INV-DATA-FILE.
           CLOSE EDIT-FEEDBACK-FILE.
           CLOSE COLLEGE-REPORT-FILE.
           CLOSE DISTRIBUTION-INDEX-FILE.
           IF  NOT TEST-MODE
           CLOSE CAN-CODE-CHECK-FILE.
           CLOSE CAN-SEQ-CODE-CHECK-FILE.
      *
      * A WITHHELD (OUT OF BALANCE) SUBMISSION, LIKE REJECTS OR
      * WARNINGS, ENDS THE STEP WITH EXCEPTIONS - THE OTHER
      * COLLEGES' OUTPUT IS USABLE AND THE TERM GOES ON TO
      * RECONCILIATION.
      *
           MOVE CUMULATIVE-RECORDS-READ TO LEDGER-INPUT-COUNT.
           IF  TOTAL-SUBMISSIONS-WITHHELD IS GREATER THAN ZERO
                   OR LEDGER-EXCEPTION-COUNT IS GREATER THAN ZERO
                   OR LEDGER-WARNING-COUNT IS GREATER THAN ZERO
               SET LEDGER-COMPLETE-WITH-EXCEPTIONS TO TRUE
           ELSE
               SET LEDGER-COMPLETE TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
      *
      *
       9100-PRINT-CORRECTION-TOTALS.
           PERFORM 9110-COUNT-ONE-OUTSTANDING
                   (PRIOR-REJECT-INDEX)
               ADD 1 TO PRIOR-REJECTS-OUTSTANDING.
      *
      *
       9150-PRINT-FEEDBACK-TOTALS.
           WRITE PRINT-RECORD-2
                   FROM REPORT-TITLE-LINE-16
                   AFTER ADVANCING 3 LINES.
           MOVE 'CATALOG MESSAGES LOADED:'
                   TO CORR-TOTAL-DESCRIPTION.
           MOVE MESSAGE-CATALOG-COUNT TO CORR-TOTAL-FIELD.
           WRITE PRINT-RECORD-2
                   FROM CORRECTION-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'CATALOG MESSAGES NOT LOADED:'
                   TO CORR-TOTAL-DESCRIPTION.
           MOVE MESSAGE-CATALOG-OVERFLOW TO CORR-TOTAL-FIELD.
           WRITE PRINT-RECORD-2
                   FROM CORRECTION-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'FEEDBACK RECORDS WRITTEN:'
                   TO CORR-TOTAL-DESCRIPTION.
           MOVE FEEDBACK-ROWS-WRITTEN TO CORR-TOTAL-FIELD.
           WRITE PRINT-RECORD-2
                   FROM CORRECTION-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE '   FATAL:'
                   TO CORR-TOTAL-DESCRIPTION.
           MOVE FEEDBACK-FATAL-ROWS TO CORR-TOTAL-FIELD.
           WRITE PRINT-RECORD-2
                   FROM CORRECTION-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE '   WARNING:'
                   TO CORR-TOTAL-DESCRIPTION.
           MOVE FEEDBACK-WARNING-ROWS TO CORR-TOTAL-FIELD.
           WRITE PRINT-RECORD-2
                   FROM CORRECTION-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
      *
      *
       9200-WRITE-SUBMISSION-STATUS.
           SET TRACKING-INDEX TO COLLEGE-CODE-INDEX.
               MOVE ZEROS TO SUBSTAT-RECORDS-READ
               MOVE ZEROS TO SUBSTAT-RECORDS-REJECT.
           WRITE SUBMISSION-STATUS-RECORD.
      *
      *
       9300-PRINT-WAIVER-USAGE-REPORT.
      *
      * LIST EVERY WAIVER APPLIED THIS RUN, EVERY WAIVER IN EFFECT
      * THAT MATCHED NO RECORD, EVERY WAIVER WHOSE END TERM FALLS
      * BY THE NEXT TERM, AND EVERY WAIVER RECORD IGNORED AS
      * INVALID, SO WAIVERS DO NOT QUIETLY BECOME PERMANENT.
      *
           OPEN OUTPUT WAIVER-USAGE-REPORT.
           MOVE TERM-CHECK TO WAIVER-RPT-TERM-OUT.
           MOVE NEXT-TERM-IDENTIFIER TO WAIVER-RPT-NEXT-OUT.
           MOVE 99 TO WAIVER-RPT-LINE-COUNTER.
           MOVE 1 TO WAIVER-REPORT-SECTION.
           MOVE 'WAIVERS APPLIED THIS RUN ***'
                   TO WAIVER-RPT-SECTION-OUT.
           PERFORM 9310-PRINT-WAIVER-SECTION.
           MOVE 2 TO WAIVER-REPORT-SECTION.
           MOVE 'WAIVERS IN EFFECT THAT MATCHED NO RECORD ***'
                   TO WAIVER-RPT-SECTION-OUT.
           PERFORM 9310-PRINT-WAIVER-SECTION.
           MOVE 3 TO WAIVER-REPORT-SECTION.
           MOVE 'WAIVERS EXPIRING BY THE NEXT TERM ***'
                   TO WAIVER-RPT-SECTION-OUT.
           PERFORM 9310-PRINT-WAIVER-SECTION.
           MOVE 4 TO WAIVER-REPORT-SECTION.
           MOVE 'WAIVER RECORDS IGNORED AS INVALID ***'
                   TO WAIVER-RPT-SECTION-OUT.
           PERFORM 9310-PRINT-WAIVER-SECTION.
           PERFORM 9330-PRINT-WAIVER-TOTALS.
           CLOSE WAIVER-USAGE-REPORT.
      *
      *
       9310-PRINT-WAIVER-SECTION.
           MOVE ZERO TO WAIVER-SECTION-LINES.
           PERFORM 9350-CHECK-WAIVER-PAGE.
           WRITE PRINT-RECORD-4
                   FROM WAIVER-RPT-SECTION-LINE
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO WAIVER-RPT-LINE-COUNTER.
           PERFORM 9320-SELECT-ONE-WAIVER
                   VARYING EDIT-WAIVER-INDEX FROM 1 BY 1
                   UNTIL EDIT-WAIVER-INDEX IS GREATER THAN
                           EDIT-WAIVER-COUNT.
           IF  WAIVER-SECTION-LINES IS EQUAL TO ZERO
               WRITE PRINT-RECORD-4
                       FROM WAIVER-RPT-NONE-LINE
                       AFTER ADVANCING 1 LINE
               ADD 1 TO WAIVER-RPT-LINE-COUNTER.
      *
      *
       9320-SELECT-ONE-WAIVER.
           MOVE ZERO TO WAIVER-SELECT-FLAG.
           MOVE SPACES TO WAIVER-LOAD-NOTE.
           IF  WAIVER-SECTION-APPLIED
                   AND EDIT-WAIVER-IN-EFFECT (EDIT-WAIVER-INDEX)
                   AND EDIT-WAIVER-USE-COUNT (EDIT-WAIVER-INDEX)
                       IS GREATER THAN ZERO
               MOVE 1 TO WAIVER-SELECT-FLAG
               ADD 1 TO WAIVERS-APPLIED.
           IF  WAIVER-SECTION-UNUSED
                   AND EDIT-WAIVER-IN-EFFECT (EDIT-WAIVER-INDEX)
                   AND EDIT-WAIVER-USE-COUNT (EDIT-WAIVER-INDEX)
                       IS EQUAL TO ZERO
               MOVE 1 TO WAIVER-SELECT-FLAG
               ADD 1 TO WAIVERS-UNUSED
               PERFORM 9325-NOTE-UNUSED-WAIVER.
           IF  WAIVER-SECTION-EXPIRING
                   AND EDIT-WAIVER-IN-EFFECT (EDIT-WAIVER-INDEX)
                   AND EDIT-WAIVER-END-TERM (EDIT-WAIVER-INDEX)
                       IS NOT GREATER THAN NEXT-TERM-IDENTIFIER
               MOVE 1 TO WAIVER-SELECT-FLAG
               ADD 1 TO WAIVERS-EXPIRING
               IF  EDIT-WAIVER-END-TERM (EDIT-WAIVER-INDEX)
                       IS EQUAL TO TERM-CHECK
                   MOVE 'LAST TERM IN EFFECT IS THIS ONE'
                           TO WAIVER-LOAD-NOTE
               ELSE
                   MOVE 'LAST TERM IN EFFECT IS NEXT'
                           TO WAIVER-LOAD-NOTE.
           IF  WAIVER-SECTION-INVALID
                   AND EDIT-WAIVER-INVALID (EDIT-WAIVER-INDEX)
               MOVE 1 TO WAIVER-SELECT-FLAG
               MOVE EDIT-WAIVER-NOTE (EDIT-WAIVER-INDEX)
                       TO WAIVER-LOAD-NOTE.
           IF  WAIVER-SELECTED
               PERFORM 9340-PRINT-WAIVER-DETAIL.
      *
      *
       9325-NOTE-UNUSED-WAIVER.
           MOVE EDIT-WAIVER-COLLEGE (EDIT-WAIVER-INDEX)
                   TO WAIVER-COLLEGE-WORK.
           PERFORM 7200-FIND-WAIVER-COLLEGE.
           IF  WAIVER-COLLEGE-FOUND
               IF  NOT TRACK-PROCESSED (TRACKING-INDEX)
                   MOVE 'COLLEGE NOT SUBMITTED THIS RUN'
                           TO WAIVER-LOAD-NOTE.
      *
      *
       9330-PRINT-WAIVER-TOTALS.
           MOVE 'WAIVER USAGE TOTALS ***' TO WAIVER-RPT-SECTION-OUT.
           PERFORM 9350-CHECK-WAIVER-PAGE.
           WRITE PRINT-RECORD-4
                   FROM WAIVER-RPT-SECTION-LINE
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO WAIVER-RPT-LINE-COUNTER.
           MOVE 'WAIVER RECORDS READ' TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVER-RECORDS-READ TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'WAIVERS IN EFFECT FOR THE RUN TERM'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVERS-IN-EFFECT TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'WAIVERS NOT IN EFFECT FOR THE RUN TERM'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVERS-NOT-IN-EFFECT TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'WAIVER RECORDS IGNORED AS INVALID'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVERS-INVALID TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'WAIVERS NOT LOADED - WAIVER TABLE FULL'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVERS-OVERFLOW TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'WAIVERS APPLIED THIS RUN'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVERS-APPLIED TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'WAIVERS THAT MATCHED NO RECORD'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVERS-UNUSED TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'WAIVERS EXPIRING BY THE NEXT TERM'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVERS-EXPIRING TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'FATAL EDITS WAIVED TO WARNINGS'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVED-EDITS-COUNT TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
           MOVE 'RECORDS ACCEPTED UNDER WAIVER'
                   TO WAIVER-RPT-TOTAL-DESC.
           MOVE WAIVED-RECORDS-ACCEPTED TO WAIVER-RPT-TOTAL-OUT.
           PERFORM 9370-PRINT-WAIVER-TOTAL-LINE.
      *
      *
       9340-PRINT-WAIVER-DETAIL.
           PERFORM 9350-CHECK-WAIVER-PAGE.
           MOVE EDIT-WAIVER-COLLEGE (EDIT-WAIVER-INDEX)
                   TO WAIVER-RPT-COLLEGE-OUT.
           IF  EDIT-WAIVER-COURSE-ID (EDIT-WAIVER-INDEX)
                   IS EQUAL TO SPACES
               MOVE 'ALL COURSES' TO WAIVER-RPT-COURSE-OUT
           ELSE
               MOVE EDIT-WAIVER-COURSE-ID (EDIT-WAIVER-INDEX)
                       TO WAIVER-RPT-COURSE-OUT.
           MOVE EDIT-WAIVER-DEPARTMENT (EDIT-WAIVER-INDEX)
                   TO WAIVER-RPT-DEPT-OUT.
           MOVE EDIT-WAIVER-EDIT-CODE (EDIT-WAIVER-INDEX)
                   TO WAIVER-RPT-EDIT-OUT.
           MOVE EDIT-WAIVER-ANALYST (EDIT-WAIVER-INDEX)
                   TO WAIVER-RPT-ANALYST-OUT.
           MOVE EDIT-WAIVER-BEGIN-TERM (EDIT-WAIVER-INDEX)
                   TO WAIVER-RPT-BEGIN-OUT.
           MOVE EDIT-WAIVER-END-TERM (EDIT-WAIVER-INDEX)
                   TO WAIVER-RPT-END-OUT.
           MOVE EDIT-WAIVER-USE-COUNT (EDIT-WAIVER-INDEX)
                   TO WAIVER-RPT-USES-OUT.
           MOVE WAIVER-LOAD-NOTE TO WAIVER-RPT-NOTE-OUT.
           WRITE PRINT-RECORD-4
                   FROM WAIVER-RPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO WAIVER-RPT-LINE-COUNTER.
           ADD 1 TO WAIVER-SECTION-LINES.
      *
      *
       9350-CHECK-WAIVER-PAGE.
           IF  WAIVER-RPT-LINE-COUNTER IS NOT LESS THAN
                   WAIVER-RPT-LINE-MAXIMUM
               PERFORM 9360-PRINT-WAIVER-HEADINGS.
      *
      *
       9360-PRINT-WAIVER-HEADINGS.
           ADD 1 TO WAIVER-RPT-PAGE-COUNTER.
           MOVE WAIVER-RPT-PAGE-COUNTER TO WAIVER-RPT-PAGE-OUT.
           WRITE PRINT-RECORD-4
                   FROM WAIVER-RPT-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD-4
                   FROM WAIVER-RPT-COLUMN-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 3 TO WAIVER-RPT-LINE-COUNTER.
      *
      *
       9370-PRINT-WAIVER-TOTAL-LINE.
           PERFORM 9350-CHECK-WAIVER-PAGE.
           WRITE PRINT-RECORD-4
                   FROM WAIVER-RPT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO WAIVER-RPT-LINE-COUNTER.
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
           MOVE 'CBEDIT'               TO LDG-PROGRAM-ID.
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
      *
      * A TEST-MODE RUN THAT COMPLETES WRITES NO EDITED FILE OR
      * TOTALS, SO IT IS NOT LEDGERED - A LATER STEP MUST NOT TAKE
      * IT FOR A COMPLETED EDIT OF THE TERM.
      *
           IF  NOT TEST-MODE
                   OR NOT (LEDGER-COMPLETE
                        OR LEDGER-COMPLETE-WITH-EXCEPTIONS)
               OPEN EXTEND RUN-LEDGER-FILE
               WRITE RUN-LEDGER-RECORD
               CLOSE RUN-LEDGER-FILE.
           MOVE LEDGER-RETURN-CODE     TO RETURN-CODE.
      *
       END PROGRAM CBEDIT.
