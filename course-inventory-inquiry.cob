       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBINQURY.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM ANSWERS HELP-DESK QUESTIONS ABOUT INDIVIDUAL
      *    COURSES ("WHAT DID WE REPORT FOR MATH 101, AND WHEN DID
      *    ITS TOP CODE LAST CHANGE?") FROM THE KEYED COURSE MASTER
      *    THAT CBMASTER LOADS WITH EVERY NEW MASTER GENERATION,
      *    WITHOUT A FULL PASS OF THE MASTER OR A TERADATA REQUEST.
      *
      *    THE INPUT IS A BATCH OF REQUEST CARDS, EACH NAMING A
      *    COLLEGE AND ONE OF:
      *
      *      C - A COURSE-PERM-DIST-ID (CB00), READ BY THE PRIMARY
      *          KEY.
      *      D - A DEPARTMENT NUMBER (CB01), READ BY THE ALTERNATE
      *          KEY.  EVERY COURSE CARRYING THAT DEPARTMENT NUMBER
      *          AT THE COLLEGE IS A HIT.
      *      P - A DEPARTMENT NUMBER PREFIX, E.G. 'MATH'.  EVERY
      *          COURSE AT THE COLLEGE WHOSE DEPARTMENT NUMBER
      *          BEGINS WITH THE PREFIX IS A HIT.  THE PREFIX ENDS AT
      *          ITS FIRST BLANK, AS IN THE EDIT WAIVER FILE.
      *
      *    FOR EACH HIT A COURSE FACT SHEET IS PRINTED, STARTING A
      *    NEW PAGE, SHOWING:
      *
      *      -  THE CURRENT DATA IMAGE (CB00 - CB21), WITH THE TOP
      *         CODE TITLE AND THE STATUS CODE DESCRIPTIONS DECODED.
      *      -  THE COURSE HISTORY - FIRST-OFFERED TERM, LAST-CHANGED
      *         TERM AND BATCH-RUN-ID, LAST-SUBMITTED TERM.
      *      -  ANY OUTSTANDING REJECT FOR THE COURSE ON THE CURRENT
      *         REJECTED-COURSE-INV-DATA-FILE, WITH THE ELEMENTS IN
      *         ERROR.
      *      -  THE COURSES AT THE COLLEGE THAT NAME THIS COURSE'S
      *         DEPARTMENT NUMBER AS A SAME-AS COURSE (CB16 - CB18).
      *
      *    UP TO 200 HITS ARE PRINTED FOR ONE REQUEST.  A REQUEST
      *    LOG FOLLOWING THE FACT SHEETS LISTS EVERY REQUEST CARD
      *    WITH ITS NUMBER OF HITS OR THE REASON IT WAS NOT
      *    ANSWERED.
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
      *        1.  INQUIRY-REQUEST-FILE - HELP-DESK REQUEST CARDS.
      *        2.  KEYED-MASTER-FILE - KEYED COURSE MASTER (VSAM
      *            KSDS) LOADED BY CBMASTER.
      *        3.  TOPCODE-TITLE-FILE - TOP CODE TITLE TABLE.
      *        4.  COLLEGE-DIST-REF-FILE - COLLEGE/DISTRICT
      *            REFERENCE FILE.
      *        5.  REJECTED-COURSE-FILE - THE CURRENT
      *            REJECTED-COURSE-INV-DATA-FILE (OPTIONAL).
      *
      *    OUTPUTS:
      *        1.  COURSE FACT SHEETS AND REQUEST LOG.
      *        2.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN A REQUEST CARD IS NOT VALID OR A
      *            TABLE LIMIT IS REACHED, AND 8 WHEN THE KEYED
      *            MASTER CANNOT BE OPENED.
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
           SELECT INQUIRY-REQUEST-FILE
                   ASSIGN TO UT-S-INQREQ.
      *
           SELECT KEYED-MASTER-FILE
                   ASSIGN TO MSTRKEY
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KMS-COURSE-KEY
                   ALTERNATE RECORD KEY IS KMS-DEPARTMENT-KEY
                       WITH DUPLICATES
                   FILE STATUS IS KEYED-MASTER-STATUS.
      *
           SELECT TOPCODE-TITLE-FILE
                   ASSIGN TO UT-S-TOPRECIN.
      *
           SELECT COLLEGE-DIST-REF-FILE
                   ASSIGN TO UT-S-REFRECIN.
      *
           SELECT OPTIONAL REJECTED-COURSE-FILE
                   ASSIGN TO UT-S-CBREJIN.
      *
           SELECT FACT-SHEET-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
      *
       FD  INQUIRY-REQUEST-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS INQUIRY-REQUEST-RECORD.
      *
       01  INQUIRY-REQUEST-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            HELP-DESK COURSE INQUIRY REQUEST CARD              *
      *                                                               *
      *    COL 1      REQUEST TYPE - 'C' COURSE ID, 'D' DEPARTMENT    *
      *               NUMBER, 'P' DEPARTMENT NUMBER PREFIX            *
      *    COL 2-4    COLLEGE ID                                      *
      *    COL 5-16   COURSE ID, DEPARTMENT NUMBER OR PREFIX          *
      *    COL 17-46  REQUESTED BY (PRINTED ON THE FACT SHEET)        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  REQ-TYPE                    PIC X.
               88  REQ-BY-COURSE-ID            VALUE 'C'.
               88  REQ-BY-DEPARTMENT           VALUE 'D'.
               88  REQ-BY-DEPT-PREFIX          VALUE 'P'.
           03  REQ-COLLEGE-ID              PIC X(3).
           03  REQ-VALUE                   PIC X(12).
           03  REQ-REQUESTED-BY            PIC X(30).
           03  FILLER                      PIC X(34).
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
               05  KMS-COURSE-TITLE            PIC X(68).
               05  KMS-PROGRAM-CODE            PIC X(6).
               05  KMS-CREDIT-STATUS           PIC X(1).
               05  KMS-TRANSF-STATUS           PIC X(1).
               05  KMS-UNITS-MAXIMUM           PIC X(4).
               05  KMS-UNITS-MAXIMUM-N
                       REDEFINES KMS-UNITS-MAXIMUM PIC 99V99.
               05  KMS-UNITS-MINIMUM           PIC X(4).
               05  KMS-UNITS-MINIMUM-N
                       REDEFINES KMS-UNITS-MINIMUM PIC 99V99.
               05  KMS-BASIC-SKILLS-STATUS     PIC X(1).
               05  KMS-SAM-PRIORITY-CODE       PIC X(1).
               05  KMS-COOP-ED-STATUS          PIC X(1).
               05  KMS-CLASSIFICATION-CODE     PIC X(1).
               05  KMS-REPEATABILITY           PIC X(1).
               05  KMS-SPECIAL-CLASS-STATUS    PIC X(1).
               05  KMS-CAN-CODE                PIC X(6).
               05  KMS-CAN-SEQ-CODE            PIC X(8).
               05  KMS-SAME-AS-DEPTNO1         PIC X(12).
               05  KMS-SAME-AS-DEPTNO2         PIC X(12).
               05  KMS-SAME-AS-DEPTNO3         PIC X(12).
               05  KMS-CROSSWALK-CRS-NAME      PIC X(7).
               05  KMS-CROSSWALK-CRS-NUMBER    PIC X(9).
               05  KMS-PRIOR-TO-COLLEGE-LEVEL  PIC X(1).
               05  KMS-FIRST-OFFERED-TERM      PIC X(3).
               05  KMS-LAST-CHANGED-TERM       PIC X(3).
               05  KMS-LAST-BATCH-RUN-ID       PIC X(8).
               05  KMS-LAST-SUBMITTED-TERM     PIC X(3).
               05  FILLER                      PIC X(9).
           03  KMS-DEPARTMENT-KEY.
               05  KMS-DEPT-COLLEGE-ID         PIC X(3).
               05  KMS-DEPT-DEPARTMENT-NUMBER  PIC X(12).
           03  FILLER                          PIC X(15).
      *
       FD  TOPCODE-TITLE-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS TOPCODE-RECORD.
      *
       01  TOPCODE-RECORD.
           03  TOPCODE                       PIC X(6).
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
       FD  REJECTED-COURSE-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS REJECTED-COURSE-RECORD.
      *
       01  REJECTED-COURSE-RECORD.
           03  REJ-COLLEGE-ID           PIC X(3).
           03  REJ-TERM-IDENTIFIER      PIC X(3).
           03  REJ-COURSE-PERM-DIST-ID  PIC X(12).
           03  FILLER                   PIC X(169).
           03  REJ-ERROR-FLAGS          PIC X(27).
      *
       FD  FACT-SHEET-REPORT
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
           03  REQUEST-EOF-FLAG            PIC 9.
               88  END-OF-REQUEST-FILE         VALUE 1.
           03  TOP-EOF-FLAG                PIC 9.
               88  END-OF-TOP-FILE             VALUE 1.
           03  REF-EOF-FLAG                PIC 9.
               88  END-OF-REF-FILE             VALUE 1.
           03  REJECT-EOF-FLAG             PIC 9.
               88  END-OF-REJECT-FILE          VALUE 1.
           03  BROWSE-END-FLAG             PIC 9.
               88  END-OF-BROWSE               VALUE 1.
           03  COURSE-FOUND-FLAG           PIC 9.
               88  COURSE-FOUND                VALUE 1.
      *
       01  KEYED-MASTER-STATUS             PIC X(2) VALUE SPACES.
      *
       01  INQUIRY-COUNTERS                VALUE ZEROS.
           03  REQUEST-CARDS-READ           PIC 9(5).
           03  REQUEST-CARDS-NOT-VALID      PIC 9(5).
           03  REQUEST-CARDS-NOT-PROCESSED  PIC 9(5).
           03  REQUESTS-NOT-FOUND           PIC 9(5).
           03  FACT-SHEETS-PRINTED          PIC 9(7).
           03  HITS-NOT-LISTED              PIC 9(7).
           03  REJECT-RECORDS-LOADED        PIC 9(7).
           03  REJECT-RECORDS-NOT-LOADED    PIC 9(7).
      *
       01  INQUIRY-WORK-AREA.
           03  REQ-SUB                     PIC 9(3)  VALUE ZERO.
           03  HIT-SUB                     PIC 9(3)  VALUE ZERO.
           03  RJT-SUB                     PIC 9(4)  VALUE ZERO.
           03  FLAG-SUB                    PIC 9(2)  VALUE ZERO.
           03  MATCH-LENGTH                PIC 9(2)  VALUE ZERO.
           03  REQUEST-HIT-COUNT           PIC 9(5)  VALUE ZERO.
           03  COURSE-REJECT-COUNT         PIC 9(3)  VALUE ZERO.
           03  SAME-AS-REFERENCE-COUNT     PIC 9(5)  VALUE ZERO.
           03  CURRENT-REQUEST.
               05  CUR-REQ-TYPE            PIC X.
                   88  CUR-BY-COURSE-ID        VALUE 'C'.
                   88  CUR-BY-DEPARTMENT       VALUE 'D'.
                   88  CUR-BY-DEPT-PREFIX      VALUE 'P'.
               05  CUR-REQ-COLLEGE-ID      PIC X(3).
               05  CUR-REQ-VALUE           PIC X(12).
               05  CUR-REQ-REQUESTED-BY    PIC X(30).
           03  HOLD-COURSE-KEY.
               05  HOLD-COLLEGE-ID         PIC X(3).
               05  HOLD-COURSE-PERM-DIST-ID PIC X(12).
           03  HOLD-DEPARTMENT-NUMBER      PIC X(12) VALUE SPACES.
           03  DECODE-KEY.
               05  DECODE-ELEMENT          PIC X(4).
               05  DECODE-CODE             PIC X.
           03  UNITS-EDIT                  PIC Z9.99.
           03  TERM-DECODE-WORK.
               05  TERM-DECODE-YEAR        PIC 9(2).
               05  TERM-DECODE-CODE        PIC 9.
           03  TERM-DECODE-CENTURY         PIC 9(4)  VALUE ZERO.
           03  TERM-TABLE-SUB              PIC 9(2)  VALUE ZERO.
           03  CENTURY-WINDOW-YEAR         PIC 9(2)  VALUE 50.
      *
      *    REQUEST CARDS, HELD SO THE REJECT FILE IS READ ONCE FOR
      *    ALL REQUESTED COLLEGES.
      *
       01  REQUEST-ENTRY-COUNT             PIC 9(3) VALUE ZERO.
      *
       01  REQUEST-TABLE.
           03  REQUEST-ENTRY
                       OCCURS 100 TIMES
                       INDEXED BY REQUEST-INDEX.
               05  RQT-TYPE                PIC X.
               05  RQT-COLLEGE-ID          PIC X(3).
               05  RQT-VALUE               PIC X(12).
               05  RQT-REQUESTED-BY        PIC X(30).
               05  RQT-VALID-FLAG          PIC 9.
                   88  RQT-VALID               VALUE 1.
               05  RQT-HIT-COUNT           PIC 9(5).
               05  RQT-DISPOSITION         PIC X(40).
      *
      *    PRIMARY KEYS OF THE COURSES FOUND FOR ONE REQUEST.
      *
       01  HIT-ENTRY-COUNT                 PIC 9(3) VALUE ZERO.
      *
       01  HIT-TABLE.
           03  HIT-COURSE-KEY              PIC X(15) OCCURS 200 TIMES.
      *
      *    OUTSTANDING REJECTS FOR THE REQUESTED COLLEGES.
      *
       01  REJECT-ENTRY-COUNT              PIC 9(4) VALUE ZERO.
      *
       01  REJECT-TABLE.
           03  REJECT-ENTRY
                       OCCURS 1000 TIMES.
               05  RJT-COURSE-KEY.
                   07  RJT-COLLEGE-ID      PIC X(3).
                   07  RJT-COURSE-ID       PIC X(12).
               05  RJT-TERM-IDENTIFIER     PIC X(3).
               05  RJT-ERROR-FLAGS.
                   07  RJT-ERROR-FLAG      PIC X     OCCURS 27 TIMES.
      *
       01  TOP-ENTRY-COUNT                 PIC 9(4) VALUE ZERO.
      *
       01  TOP-TITLE-TABLE                      VALUE HIGH-VALUES.
           03  TOP-TITLE-ENTRY
                       OCCURS 1000 TIMES
                       INDEXED BY TOP-INDEX.
               05  TTT-TOPCODE             PIC X(6).
               05  TTT-TITLE               PIC X(40).
      *
       01  COLLEGE-ENTRY-COUNT             PIC 9(3) VALUE ZERO.
      *
       01  COLLEGE-NAME-TABLE                   VALUE HIGH-VALUES.
           03  COLLEGE-NAME-ENTRY
                       OCCURS 200 TIMES
                       INDEXED BY COLLEGE-NAME-INDEX.
               05  CNT-COLLEGE-ID          PIC X(3).
               05  CNT-COLLEGE-NAME        PIC X(30).
      *
      *    STATUS CODE DESCRIPTIONS - ELEMENT, CODE, DESCRIPTION.
      *
       01  STATUS-DECODE-VALUES.
           03  FILLER  PIC X(5)  VALUE 'CB04D'.
           03  FILLER  PIC X(40) VALUE 'CREDIT - DEGREE APPLICABLE'.
           03  FILLER  PIC X(5)  VALUE 'CB04C'.
           03  FILLER  PIC X(40) VALUE 'CREDIT - NOT DEGREE APPLICABLE'.
           03  FILLER  PIC X(5)  VALUE 'CB04N'.
           03  FILLER  PIC X(40) VALUE 'NON-CREDIT'.
           03  FILLER  PIC X(5)  VALUE 'CB05A'.
           03  FILLER  PIC X(40) VALUE 'TRANSFERABLE TO UC AND CSU'.
           03  FILLER  PIC X(5)  VALUE 'CB05B'.
           03  FILLER  PIC X(40) VALUE 'TRANSFERABLE TO CSU ONLY'.
           03  FILLER  PIC X(5)  VALUE 'CB05C'.
           03  FILLER  PIC X(40) VALUE 'NOT TRANSFERABLE'.
           03  FILLER  PIC X(5)  VALUE 'CB08B'.
           03  FILLER  PIC X(40) VALUE 'BASIC SKILLS COURSE'.
           03  FILLER  PIC X(5)  VALUE 'CB08P'.
           03  FILLER  PIC X(40) VALUE
                   'PRE-COLLEGIATE BASIC SKILLS COURSE'.
           03  FILLER  PIC X(5)  VALUE 'CB08N'.
           03  FILLER  PIC X(40) VALUE 'NOT A BASIC SKILLS COURSE'.
           03  FILLER  PIC X(5)  VALUE 'CB09A'.
           03  FILLER  PIC X(40) VALUE 'APPRENTICESHIP'.
           03  FILLER  PIC X(5)  VALUE 'CB09B'.
           03  FILLER  PIC X(40) VALUE 'ADVANCED OCCUPATIONAL'.
           03  FILLER  PIC X(5)  VALUE 'CB09C'.
           03  FILLER  PIC X(40) VALUE 'CLEARLY OCCUPATIONAL'.
           03  FILLER  PIC X(5)  VALUE 'CB09D'.
           03  FILLER  PIC X(40) VALUE 'POSSIBLY OCCUPATIONAL'.
           03  FILLER  PIC X(5)  VALUE 'CB09E'.
           03  FILLER  PIC X(40) VALUE 'NON-OCCUPATIONAL'.
           03  FILLER  PIC X(5)  VALUE 'CB10C'.
           03  FILLER  PIC X(40) VALUE 'COOPERATIVE EDUCATION'.
           03  FILLER  PIC X(5)  VALUE 'CB10G'.
           03  FILLER  PIC X(40) VALUE 'GENERAL WORK EXPERIENCE'.
           03  FILLER  PIC X(5)  VALUE 'CB10O'.
           03  FILLER  PIC X(40) VALUE 'OCCUPATIONAL WORK EXPERIENCE'.
           03  FILLER  PIC X(5)  VALUE 'CB10N'.
           03  FILLER  PIC X(40) VALUE
                   'NOT COOPERATIVE WORK EXPERIENCE'.
           03  FILLER  PIC X(5)  VALUE 'CB13S'.
           03  FILLER  PIC X(40) VALUE 'SPECIAL CLASS'.
           03  FILLER  PIC X(5)  VALUE 'CB13N'.
           03  FILLER  PIC X(40) VALUE 'NOT A SPECIAL CLASS'.
      *
       01  STATUS-DECODE-TABLE
                   REDEFINES STATUS-DECODE-VALUES.
           03  STATUS-DECODE-ENTRY
                       OCCURS 21 TIMES
                       INDEXED BY STATUS-DECODE-INDEX.
               05  SDT-KEY                 PIC X(5).
               05  SDT-DESCRIPTION         PIC X(40).
      *
      *    TERM CODE TITLES, SUBSCRIPT = TERM CODE + 1.
      *
       01  TERM-TITLE-VALUES.
           03  FILLER  PIC X(19)  VALUE 'ANNUAL'.
           03  FILLER  PIC X(19)  VALUE 'WINTER INTERCESSION'.
           03  FILLER  PIC X(19)  VALUE 'WINTER QUARTER'.
           03  FILLER  PIC X(19)  VALUE 'SPRING SEMESTER'.
           03  FILLER  PIC X(19)  VALUE 'SPRING QUARTER'.
           03  FILLER  PIC X(19)  VALUE 'SUMMER TERM'.
           03  FILLER  PIC X(19)  VALUE 'SUMMER QUARTER'.
           03  FILLER  PIC X(19)  VALUE 'FALL SEMESTER'.
           03  FILLER  PIC X(19)  VALUE 'FALL QUARTER'.
           03  FILLER  PIC X(19)  VALUE 'UNKNOWN'.
      *
       01  TERM-TITLE-TABLE
                   REDEFINES TERM-TITLE-VALUES.
           03  TERM-TITLE-ENTRY            PIC X(19) OCCURS 10 TIMES.
      *
      *    REJECT ERROR FLAG POSITIONS, IN CBEDIT'S EDIT-ERROR
      *    TABLE ORDER.
      *
       01  REJECT-FLAG-LITERAL-VALUES.
           03  FILLER  PIC X(23)  VALUE 'CB00  PERMANENT DST ID'.
           03  FILLER  PIC X(23)  VALUE 'CB01  DEPARTMENT NUM.'.
           03  FILLER  PIC X(23)  VALUE 'GI90  RECORD CODE'.
           03  FILLER  PIC X(23)  VALUE 'GI01  COLLEGE ID'.
           03  FILLER  PIC X(23)  VALUE 'GI03  TERM ID'.
           03  FILLER  PIC X(23)  VALUE 'CB02  TITLE'.
           03  FILLER  PIC X(23)  VALUE 'CB03  PROGRAM CODE'.
           03  FILLER  PIC X(23)  VALUE 'CB04  CREDIT STATUS'.
           03  FILLER  PIC X(23)  VALUE 'CB05  TRANSFER STATUS'.
           03  FILLER  PIC X(23)  VALUE 'CB06  UNITS CR MAXIMUM'.
           03  FILLER  PIC X(23)  VALUE 'CB07  UNITS CR MINIMUM'.
           03  FILLER  PIC X(23)  VALUE 'CB08  BASC SKILLS STAT'.
           03  FILLER  PIC X(23)  VALUE 'CB09  SAM PRIORITY CD'.
           03  FILLER  PIC X(23)  VALUE 'CB10  COOP ED STATUS'.
           03  FILLER  PIC X(23)  VALUE 'CB11  CLASSIFICAT CODE'.
           03  FILLER  PIC X(23)  VALUE 'CB12  REPEATABILITY'.
           03  FILLER  PIC X(23)  VALUE 'CB13  SPECIAL CLASS ST'.
           03  FILLER  PIC X(23)  VALUE 'CB14  CAN CODE'.
           03  FILLER  PIC X(23)  VALUE 'CB15  CAN SEQ CODE'.
           03  FILLER  PIC X(23)  VALUE 'CB16  SAME AS DEPT NUM1'.
           03  FILLER  PIC X(23)  VALUE 'CB17  SAME AS DEPT NUM2'.
           03  FILLER  PIC X(23)  VALUE 'CB18  SAME AS DEPT NUM3'.
           03  FILLER  PIC X(23)  VALUE 'CB19  CRS NAME'.
           03  FILLER  PIC X(23)  VALUE 'CB20  CRS NUM'.
           03  FILLER  PIC X(23)  VALUE 'CB21  CRS PRIOR LVL'.
           03  FILLER  PIC X(23)  VALUE '      ACTION'.
           03  FILLER  PIC X(23)  VALUE SPACES.
      *
       01  REJECT-FLAG-LITERAL-TABLE
                   REDEFINES REJECT-FLAG-LITERAL-VALUES.
           03  REJECT-FLAG-LITERAL         PIC X(23) OCCURS 27 TIMES.
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
           03  LEDGER-START-DATE-PARTS
                   REDEFINES LEDGER-START-DATE.
               05  LEDGER-START-YY         PIC 9(2).
               05  LEDGER-START-MM         PIC 9(2).
               05  LEDGER-START-DD         PIC 9(2).
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
       01  INQUIRY-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE
               'COURSE INVENTORY HELP-DESK INQUIRY'.
           03  FILLER                  PIC X(9)  VALUE 'RUN DATE '.
           03  TITLE-MM-OUT            PIC 9(2).
           03  FILLER                  PIC X     VALUE '/'.
           03  TITLE-DD-OUT            PIC 9(2).
           03  FILLER                  PIC X     VALUE '/'.
           03  TITLE-YY-OUT            PIC 9(2).
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  INQUIRY-PAGE-OUT        PIC ZZZZ9.
      *
      *    THE TWO HEADING LINES UNDER THE TITLE ARE SET BY THE
      *    PART OF THE REPORT BEING PRINTED.
      *
       01  PAGE-HEADING-LINE-1             PIC X(133) VALUE SPACES.
       01  PAGE-HEADING-LINE-2             PIC X(133) VALUE SPACES.
      *
       01  SHEET-HEADING-LINE-1.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(19) VALUE
               'COURSE FACT SHEET  '.
           03  FILLER                  PIC X(8)  VALUE 'COLLEGE '.
           03  SHT-COLLEGE-ID-OUT      PIC X(4).
           03  SHT-COLLEGE-NAME-OUT    PIC X(32).
           03  FILLER                  PIC X(10) VALUE 'COURSE ID '.
           03  SHT-COURSE-ID-OUT       PIC X(14).
           03  FILLER                  PIC X(5)  VALUE 'DEPT '.
           03  SHT-DEPARTMENT-OUT      PIC X(12).
      *
       01  SHEET-HEADING-LINE-2.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(9)  VALUE 'REQUEST: '.
           03  SHT-REQUEST-TYPE-OUT    PIC X(23).
           03  SHT-REQUEST-VALUE-OUT   PIC X(14).
           03  FILLER                  PIC X(14) VALUE 'REQUESTED BY: '.
           03  SHT-REQUESTED-BY-OUT    PIC X(30).
      *
       01  SHEET-SECTION-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  SECTION-TITLE-OUT       PIC X(60).
      *
       01  FACT-ELEMENT-LINE.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  FACT-ELEMENT-OUT        PIC X(6).
           03  FACT-LABEL-OUT          PIC X(26).
           03  FACT-VALUE-OUT          PIC X(14).
           03  FACT-DECODE-OUT         PIC X(68).
      *
       01  REJECT-FLAG-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FLAG-LITERAL-OUT        PIC X(26).
           03  FLAG-VALUE-OUT          PIC X(4).
           03  FLAG-MEANING-OUT        PIC X(30).
      *
       01  SAME-AS-REFERENCE-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SAR-COURSE-ID-OUT       PIC X(14).
           03  SAR-DEPARTMENT-OUT      PIC X(14).
           03  SAR-TITLE-OUT           PIC X(42).
           03  SAR-SLOT-OUT            PIC X(20).
      *
       01  SHEET-NOTE-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SHEET-NOTE-OUT          PIC X(80).
      *
       01  LOG-HEADING-LINE-1.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE
               'REQUEST LOG'.
      *
       01  LOG-HEADING-LINE-2.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE 'REQUEST TYPE'.
           03  FILLER                  PIC X(5)  VALUE 'COLL'.
           03  FILLER                  PIC X(14) VALUE 'VALUE'.
           03  FILLER                  PIC X(32) VALUE 'REQUESTED BY'.
           03  FILLER                  PIC X(7)  VALUE ' HITS'.
           03  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
      *
       01  LOG-DETAIL-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  LOG-TYPE-OUT            PIC X(16).
           03  LOG-COLLEGE-OUT         PIC X(5).
           03  LOG-VALUE-OUT           PIC X(14).
           03  LOG-REQUESTED-BY-OUT    PIC X(32).
           03  LOG-HITS-OUT            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACE.
           03  LOG-DISPOSITION-OUT     PIC X(40).
      *
       01  PRINT-LINE-HOLD             PIC X(133) VALUE SPACES.
      *
       01  INQUIRY-SUMMARY-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SUM-LABEL-OUT           PIC X(36).
           03  SUM-COUNT-OUT           PIC Z,ZZZ,ZZ9.
      *
       01  KEYED-MASTER-OPEN-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'KEYED MASTER NOT AVAILABLE - OPEN FILE STATUS '.
           03  KEYED-OPEN-STATUS-OUT   PIC X(2).
      /
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           PERFORM 2000-PROCESS-REQUEST
                   VARYING REQ-SUB FROM 1 BY 1
                   UNTIL REQ-SUB IS GREATER THAN REQUEST-ENTRY-COUNT.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE LEDGER-START-MM TO TITLE-MM-OUT.
           MOVE LEDGER-START-DD TO TITLE-DD-OUT.
           MOVE LEDGER-START-YY TO TITLE-YY-OUT.
           OPEN OUTPUT FACT-SHEET-REPORT.
           PERFORM 1100-LOAD-TOP-TITLES.
           PERFORM 1200-SET-COLLEGE-TABLE.
           PERFORM 1300-LOAD-REQUEST-CARDS.
           PERFORM 1400-LOAD-OUTSTANDING-REJECTS.
           OPEN INPUT KEYED-MASTER-FILE.
           IF  KEYED-MASTER-STATUS IS NOT EQUAL TO '00'
               PERFORM 1900-KEYED-MASTER-UNAVAILABLE.
      *
      *
       1100-LOAD-TOP-TITLES.
           OPEN INPUT TOPCODE-TITLE-FILE.
           PERFORM 1110-LOAD-TOP-RECORD
                   UNTIL END-OF-TOP-FILE.
           CLOSE TOPCODE-TITLE-FILE.
      *
      *
       1110-LOAD-TOP-RECORD.
           READ TOPCODE-TITLE-FILE
               AT END MOVE 1 TO TOP-EOF-FLAG.
           IF  NOT END-OF-TOP-FILE
                   AND TOP-ENTRY-COUNT IS LESS THAN 1000
               ADD 1 TO TOP-ENTRY-COUNT
               SET TOP-INDEX TO TOP-ENTRY-COUNT
               MOVE TOPCODE   TO TTT-TOPCODE (TOP-INDEX)
               MOVE TOP-TITLE TO TTT-TITLE (TOP-INDEX).
      *
      *
       1200-SET-COLLEGE-TABLE.
           OPEN INPUT COLLEGE-DIST-REF-FILE.
           PERFORM 1210-LOAD-COLLEGE-RECORD
                   UNTIL END-OF-REF-FILE.
           CLOSE COLLEGE-DIST-REF-FILE.
      *
      *
       1210-LOAD-COLLEGE-RECORD.
           READ COLLEGE-DIST-REF-FILE
               AT END MOVE 1 TO REF-EOF-FLAG.
           IF  NOT END-OF-REF-FILE
                   AND REF-COLLEGE-RECORD
                   AND COLLEGE-ENTRY-COUNT IS LESS THAN 200
               ADD 1 TO COLLEGE-ENTRY-COUNT
               SET COLLEGE-NAME-INDEX TO COLLEGE-ENTRY-COUNT
               MOVE REF-COLLEGE-ID
                       TO CNT-COLLEGE-ID (COLLEGE-NAME-INDEX)
               MOVE REF-COLLEGE-NAME
                       TO CNT-COLLEGE-NAME (COLLEGE-NAME-INDEX).
      *
      *
       1300-LOAD-REQUEST-CARDS.
           OPEN INPUT INQUIRY-REQUEST-FILE.
           PERFORM 1310-LOAD-REQUEST-CARD
                   UNTIL END-OF-REQUEST-FILE.
           CLOSE INQUIRY-REQUEST-FILE.
      *
      *
       1310-LOAD-REQUEST-CARD.
           READ INQUIRY-REQUEST-FILE
               AT END MOVE 1 TO REQUEST-EOF-FLAG.
           IF  NOT END-OF-REQUEST-FILE
               ADD 1 TO REQUEST-CARDS-READ
               IF  REQUEST-ENTRY-COUNT IS LESS THAN 100
                   ADD 1 TO REQUEST-ENTRY-COUNT
                   PERFORM 1320-VALIDATE-REQUEST-CARD
               ELSE
                   ADD 1 TO REQUEST-CARDS-NOT-PROCESSED.
      *
      *
       1320-VALIDATE-REQUEST-CARD.
           SET REQUEST-INDEX TO REQUEST-ENTRY-COUNT.
           MOVE REQ-TYPE         TO RQT-TYPE (REQUEST-INDEX).
           MOVE REQ-COLLEGE-ID   TO RQT-COLLEGE-ID (REQUEST-INDEX).
           MOVE REQ-VALUE        TO RQT-VALUE (REQUEST-INDEX).
           MOVE REQ-REQUESTED-BY TO RQT-REQUESTED-BY (REQUEST-INDEX).
           MOVE ZERO             TO RQT-HIT-COUNT (REQUEST-INDEX).
           MOVE ZERO             TO RQT-VALID-FLAG (REQUEST-INDEX).
           MOVE SPACES           TO RQT-DISPOSITION (REQUEST-INDEX).
           IF  NOT (REQ-BY-COURSE-ID OR REQ-BY-DEPARTMENT
                    OR REQ-BY-DEPT-PREFIX)
               MOVE 'REQUEST TYPE NOT C, D OR P'
                       TO RQT-DISPOSITION (REQUEST-INDEX)
           ELSE
           IF  REQ-COLLEGE-ID IS EQUAL TO SPACES
               MOVE 'COLLEGE ID MISSING'
                       TO RQT-DISPOSITION (REQUEST-INDEX)
           ELSE
           IF  REQ-VALUE (1:1) IS EQUAL TO SPACE
               MOVE 'COURSE ID OR DEPARTMENT MISSING'
                       TO RQT-DISPOSITION (REQUEST-INDEX)
           ELSE
               MOVE 1 TO RQT-VALID-FLAG (REQUEST-INDEX).
           IF  NOT RQT-VALID (REQUEST-INDEX)
               ADD 1 TO REQUEST-CARDS-NOT-VALID.
      *
      *
       1400-LOAD-OUTSTANDING-REJECTS.
           OPEN INPUT REJECTED-COURSE-FILE.
           PERFORM 1410-LOAD-REJECT-RECORD
                   UNTIL END-OF-REJECT-FILE.
           CLOSE REJECTED-COURSE-FILE.
      *
      *
       1410-LOAD-REJECT-RECORD.
      *
      * ONLY REJECTS FOR A COLLEGE NAMED ON A REQUEST CARD ARE
      * KEPT.
      *
           READ REJECTED-COURSE-FILE
               AT END MOVE 1 TO REJECT-EOF-FLAG.
           IF  NOT END-OF-REJECT-FILE
               SET REQUEST-INDEX TO 1
               SEARCH REQUEST-ENTRY
                   AT END
                       NEXT SENTENCE
                   WHEN REQUEST-INDEX IS GREATER THAN
                           REQUEST-ENTRY-COUNT
                       NEXT SENTENCE
                   WHEN RQT-COLLEGE-ID (REQUEST-INDEX)
                           IS EQUAL TO REJ-COLLEGE-ID
                       PERFORM 1420-ADD-REJECT-ENTRY.
      *
      *
       1420-ADD-REJECT-ENTRY.
           IF  REJECT-ENTRY-COUNT IS LESS THAN 1000
               ADD 1 TO REJECT-ENTRY-COUNT
               ADD 1 TO REJECT-RECORDS-LOADED
               MOVE REJ-COLLEGE-ID
                       TO RJT-COLLEGE-ID (REJECT-ENTRY-COUNT)
               MOVE REJ-COURSE-PERM-DIST-ID
                       TO RJT-COURSE-ID (REJECT-ENTRY-COUNT)
               MOVE REJ-TERM-IDENTIFIER
                       TO RJT-TERM-IDENTIFIER (REJECT-ENTRY-COUNT)
               MOVE REJ-ERROR-FLAGS
                       TO RJT-ERROR-FLAGS (REJECT-ENTRY-COUNT)
           ELSE
               ADD 1 TO REJECT-RECORDS-NOT-LOADED.
      *
      *
       1900-KEYED-MASTER-UNAVAILABLE.
           MOVE KEYED-MASTER-STATUS TO KEYED-OPEN-STATUS-OUT.
           WRITE PRINT-RECORD FROM KEYED-MASTER-OPEN-LINE
                   AFTER ADVANCING PAGE.
           CLOSE FACT-SHEET-REPORT.
           MOVE REQUEST-CARDS-READ TO LEDGER-INPUT-COUNT.
           SET LEDGER-FAILED TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
           STOP RUN.
      /
       2000-PROCESS-REQUEST.
           SET REQUEST-INDEX TO REQ-SUB.
           IF  RQT-VALID (REQUEST-INDEX)
               MOVE RQT-TYPE (REQUEST-INDEX)   TO CUR-REQ-TYPE
               MOVE RQT-COLLEGE-ID (REQUEST-INDEX)
                       TO CUR-REQ-COLLEGE-ID
               MOVE RQT-VALUE (REQUEST-INDEX)  TO CUR-REQ-VALUE
               MOVE RQT-REQUESTED-BY (REQUEST-INDEX)
                       TO CUR-REQ-REQUESTED-BY
               MOVE ZERO TO HIT-ENTRY-COUNT
               MOVE ZERO TO REQUEST-HIT-COUNT
               IF  CUR-BY-COURSE-ID
                   PERFORM 2100-FIND-BY-COURSE-ID
               ELSE
                   PERFORM 2200-FIND-BY-DEPARTMENT
               END-IF
               PERFORM 2400-ANSWER-REQUEST.
      *
      *
       2100-FIND-BY-COURSE-ID.
           MOVE CUR-REQ-COLLEGE-ID TO KMS-COLLEGE-ID.
           MOVE CUR-REQ-VALUE      TO KMS-COURSE-PERM-DIST-ID.
           READ KEYED-MASTER-FILE
                   KEY IS KMS-COURSE-KEY
               INVALID KEY
                   MOVE ZERO TO COURSE-FOUND-FLAG
               NOT INVALID KEY
                   PERFORM 2500-ADD-HIT
           END-READ.
      *
      *
       2200-FIND-BY-DEPARTMENT.
      *
      * BROWSE THE ALTERNATE KEY FROM THE COLLEGE AND DEPARTMENT
      * NUMBER (OR PREFIX) FORWARD WHILE THE DEPARTMENT NUMBER STILL
      * MATCHES.  A 'D' REQUEST MATCHES ALL 12 POSITIONS.
      *
           IF  CUR-BY-DEPARTMENT
               MOVE 12 TO MATCH-LENGTH
           ELSE
               MOVE ZERO TO MATCH-LENGTH
               INSPECT CUR-REQ-VALUE
                       TALLYING MATCH-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE CUR-REQ-COLLEGE-ID TO KMS-DEPT-COLLEGE-ID.
           MOVE CUR-REQ-VALUE      TO KMS-DEPT-DEPARTMENT-NUMBER.
           MOVE ZERO TO BROWSE-END-FLAG.
           START KEYED-MASTER-FILE
                   KEY IS NOT LESS THAN KMS-DEPARTMENT-KEY
               INVALID KEY
                   MOVE 1 TO BROWSE-END-FLAG
           END-START.
           IF  NOT END-OF-BROWSE
               PERFORM 8510-READ-NEXT-KEYED-MASTER
               PERFORM 2210-CHECK-DEPARTMENT-HIT
                       UNTIL END-OF-BROWSE.
      *
      *
       2210-CHECK-DEPARTMENT-HIT.
           IF  KMS-DEPT-COLLEGE-ID IS EQUAL TO CUR-REQ-COLLEGE-ID
                   AND KMS-DEPT-DEPARTMENT-NUMBER (1:MATCH-LENGTH)
                       IS EQUAL TO CUR-REQ-VALUE (1:MATCH-LENGTH)
               PERFORM 2500-ADD-HIT
               PERFORM 8510-READ-NEXT-KEYED-MASTER
           ELSE
               MOVE 1 TO BROWSE-END-FLAG.
      *
      *
       2400-ANSWER-REQUEST.
           MOVE REQUEST-HIT-COUNT TO RQT-HIT-COUNT (REQUEST-INDEX).
           IF  REQUEST-HIT-COUNT IS EQUAL TO ZERO
               ADD 1 TO REQUESTS-NOT-FOUND
               MOVE 'NO COURSE FOUND ON THE KEYED MASTER'
                       TO RQT-DISPOSITION (REQUEST-INDEX)
           ELSE
               IF  REQUEST-HIT-COUNT IS GREATER THAN HIT-ENTRY-COUNT
                   MOVE 'FIRST 200 COURSES PRINTED'
                           TO RQT-DISPOSITION (REQUEST-INDEX)
               ELSE
                   MOVE 'FACT SHEETS PRINTED'
                           TO RQT-DISPOSITION (REQUEST-INDEX)
               END-IF
               PERFORM 3000-PRINT-FACT-SHEET
                       VARYING HIT-SUB FROM 1 BY 1
                       UNTIL HIT-SUB IS GREATER THAN HIT-ENTRY-COUNT.
      *
      *
       2500-ADD-HIT.
           ADD 1 TO REQUEST-HIT-COUNT.
           IF  HIT-ENTRY-COUNT IS LESS THAN 200
               ADD 1 TO HIT-ENTRY-COUNT
               MOVE KMS-COURSE-KEY TO HIT-COURSE-KEY (HIT-ENTRY-COUNT)
           ELSE
               ADD 1 TO HITS-NOT-LISTED.
      /
       3000-PRINT-FACT-SHEET.
           MOVE HIT-COURSE-KEY (HIT-SUB) TO KMS-COURSE-KEY.
           MOVE 1 TO COURSE-FOUND-FLAG.
           READ KEYED-MASTER-FILE
                   KEY IS KMS-COURSE-KEY
               INVALID KEY
                   MOVE ZERO TO COURSE-FOUND-FLAG
           END-READ.
           IF  COURSE-FOUND
               MOVE KMS-COURSE-KEY        TO HOLD-COURSE-KEY
               MOVE KMS-DEPARTMENT-NUMBER TO HOLD-DEPARTMENT-NUMBER
               PERFORM 3050-SET-SHEET-HEADINGS
               MOVE 99 TO REPORT-LINE-COUNTER
               PERFORM 3100-PRINT-DATA-IMAGE
               PERFORM 3200-PRINT-COURSE-HISTORY
               PERFORM 3300-PRINT-OUTSTANDING-REJECTS
               PERFORM 3400-PRINT-SAME-AS-REFERENCES
               ADD 1 TO FACT-SHEETS-PRINTED.
      *
      *
       3050-SET-SHEET-HEADINGS.
           MOVE KMS-COLLEGE-ID TO SHT-COLLEGE-ID-OUT.
           MOVE 'COLLEGE NOT ON REFERENCE FILE' TO SHT-COLLEGE-NAME-OUT.
           SET COLLEGE-NAME-INDEX TO 1.
           SEARCH COLLEGE-NAME-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN CNT-COLLEGE-ID (COLLEGE-NAME-INDEX)
                       IS EQUAL TO KMS-COLLEGE-ID
                   MOVE CNT-COLLEGE-NAME (COLLEGE-NAME-INDEX)
                           TO SHT-COLLEGE-NAME-OUT.
           MOVE KMS-COURSE-PERM-DIST-ID TO SHT-COURSE-ID-OUT.
           MOVE KMS-DEPARTMENT-NUMBER   TO SHT-DEPARTMENT-OUT.
           IF  CUR-BY-COURSE-ID
               MOVE 'BY COURSE ID'             TO SHT-REQUEST-TYPE-OUT
           ELSE
           IF  CUR-BY-DEPARTMENT
               MOVE 'BY DEPARTMENT NUMBER'     TO SHT-REQUEST-TYPE-OUT
           ELSE
               MOVE 'BY DEPARTMENT PREFIX'     TO SHT-REQUEST-TYPE-OUT.
           MOVE CUR-REQ-VALUE         TO SHT-REQUEST-VALUE-OUT.
           MOVE CUR-REQ-REQUESTED-BY  TO SHT-REQUESTED-BY-OUT.
           MOVE SHEET-HEADING-LINE-1  TO PAGE-HEADING-LINE-1.
           MOVE SHEET-HEADING-LINE-2  TO PAGE-HEADING-LINE-2.
      *
      *
       3100-PRINT-DATA-IMAGE.
           MOVE 'CURRENT DATA IMAGE ON THE COURSE MASTER'
                   TO SECTION-TITLE-OUT.
           PERFORM 3900-PRINT-SECTION-TITLE.
           MOVE 'CB00' TO FACT-ELEMENT-OUT.
           MOVE 'COURSE ID' TO FACT-LABEL-OUT.
           MOVE KMS-COURSE-PERM-DIST-ID TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB01' TO FACT-ELEMENT-OUT.
           MOVE 'DEPARTMENT NUMBER' TO FACT-LABEL-OUT.
           MOVE KMS-DEPARTMENT-NUMBER TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB02' TO FACT-ELEMENT-OUT.
           MOVE 'TITLE' TO FACT-LABEL-OUT.
           MOVE SPACES TO FACT-VALUE-OUT.
           MOVE KMS-COURSE-TITLE TO FACT-DECODE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB03' TO FACT-ELEMENT-OUT.
           MOVE 'TOP CODE' TO FACT-LABEL-OUT.
           MOVE KMS-PROGRAM-CODE TO FACT-VALUE-OUT.
           MOVE 'NOT ON THE TOP CODE TABLE' TO FACT-DECODE-OUT.
           SET TOP-INDEX TO 1.
           SEARCH TOP-TITLE-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN TTT-TOPCODE (TOP-INDEX)
                       IS EQUAL TO KMS-PROGRAM-CODE
                   MOVE TTT-TITLE (TOP-INDEX) TO FACT-DECODE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB04' TO FACT-ELEMENT-OUT.
           MOVE 'CREDIT STATUS' TO FACT-LABEL-OUT.
           MOVE KMS-CREDIT-STATUS TO FACT-VALUE-OUT.
           PERFORM 3180-DECODE-STATUS.
           MOVE 'CB05' TO FACT-ELEMENT-OUT.
           MOVE 'TRANSFER STATUS' TO FACT-LABEL-OUT.
           MOVE KMS-TRANSF-STATUS TO FACT-VALUE-OUT.
           PERFORM 3180-DECODE-STATUS.
           MOVE 'CB06' TO FACT-ELEMENT-OUT.
           MOVE 'UNITS MAXIMUM' TO FACT-LABEL-OUT.
           MOVE KMS-UNITS-MAXIMUM TO FACT-VALUE-OUT.
           IF  KMS-UNITS-MAXIMUM IS NUMERIC
               MOVE KMS-UNITS-MAXIMUM-N TO UNITS-EDIT
               MOVE UNITS-EDIT TO FACT-DECODE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB07' TO FACT-ELEMENT-OUT.
           MOVE 'UNITS MINIMUM' TO FACT-LABEL-OUT.
           MOVE KMS-UNITS-MINIMUM TO FACT-VALUE-OUT.
           IF  KMS-UNITS-MINIMUM IS NUMERIC
               MOVE KMS-UNITS-MINIMUM-N TO UNITS-EDIT
               MOVE UNITS-EDIT TO FACT-DECODE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB08' TO FACT-ELEMENT-OUT.
           MOVE 'BASIC SKILLS STATUS' TO FACT-LABEL-OUT.
           MOVE KMS-BASIC-SKILLS-STATUS TO FACT-VALUE-OUT.
           PERFORM 3180-DECODE-STATUS.
           MOVE 'CB09' TO FACT-ELEMENT-OUT.
           MOVE 'SAM PRIORITY CODE' TO FACT-LABEL-OUT.
           MOVE KMS-SAM-PRIORITY-CODE TO FACT-VALUE-OUT.
           PERFORM 3180-DECODE-STATUS.
           MOVE 'CB10' TO FACT-ELEMENT-OUT.
           MOVE 'COOPERATIVE ED STATUS' TO FACT-LABEL-OUT.
           MOVE KMS-COOP-ED-STATUS TO FACT-VALUE-OUT.
           PERFORM 3180-DECODE-STATUS.
           MOVE 'CB11' TO FACT-ELEMENT-OUT.
           MOVE 'CLASSIFICATION CODE' TO FACT-LABEL-OUT.
           MOVE KMS-CLASSIFICATION-CODE TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB12' TO FACT-ELEMENT-OUT.
           MOVE 'REPEATABILITY' TO FACT-LABEL-OUT.
           MOVE KMS-REPEATABILITY TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB13' TO FACT-ELEMENT-OUT.
           MOVE 'SPECIAL CLASS STATUS' TO FACT-LABEL-OUT.
           MOVE KMS-SPECIAL-CLASS-STATUS TO FACT-VALUE-OUT.
           PERFORM 3180-DECODE-STATUS.
           MOVE 'CB14' TO FACT-ELEMENT-OUT.
           MOVE 'CAN CODE' TO FACT-LABEL-OUT.
           MOVE KMS-CAN-CODE TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB15' TO FACT-ELEMENT-OUT.
           MOVE 'CAN SEQUENCE CODE' TO FACT-LABEL-OUT.
           MOVE KMS-CAN-SEQ-CODE TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB16' TO FACT-ELEMENT-OUT.
           MOVE 'SAME-AS DEPARTMENT NO. 1' TO FACT-LABEL-OUT.
           MOVE KMS-SAME-AS-DEPTNO1 TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB17' TO FACT-ELEMENT-OUT.
           MOVE 'SAME-AS DEPARTMENT NO. 2' TO FACT-LABEL-OUT.
           MOVE KMS-SAME-AS-DEPTNO2 TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB18' TO FACT-ELEMENT-OUT.
           MOVE 'SAME-AS DEPARTMENT NO. 3' TO FACT-LABEL-OUT.
           MOVE KMS-SAME-AS-DEPTNO3 TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB19' TO FACT-ELEMENT-OUT.
           MOVE 'CROSSWALK COURSE NAME' TO FACT-LABEL-OUT.
           MOVE KMS-CROSSWALK-CRS-NAME TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB20' TO FACT-ELEMENT-OUT.
           MOVE 'CROSSWALK COURSE NUMBER' TO FACT-LABEL-OUT.
           MOVE KMS-CROSSWALK-CRS-NUMBER TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'CB21' TO FACT-ELEMENT-OUT.
           MOVE 'PRIOR TO COLLEGE LEVEL' TO FACT-LABEL-OUT.
           MOVE KMS-PRIOR-TO-COLLEGE-LEVEL TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
      *
      *
       3180-DECODE-STATUS.
           MOVE FACT-ELEMENT-OUT TO DECODE-ELEMENT.
           MOVE FACT-VALUE-OUT   TO DECODE-CODE.
           IF  DECODE-CODE IS EQUAL TO SPACE
               MOVE 'NOT REPORTED' TO FACT-DECODE-OUT
           ELSE
               MOVE 'CODE NOT DEFINED' TO FACT-DECODE-OUT
               SET STATUS-DECODE-INDEX TO 1
               SEARCH STATUS-DECODE-ENTRY
                   AT END
                       NEXT SENTENCE
                   WHEN SDT-KEY (STATUS-DECODE-INDEX)
                           IS EQUAL TO DECODE-KEY
                       MOVE SDT-DESCRIPTION (STATUS-DECODE-INDEX)
                               TO FACT-DECODE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
      *
      *
       3190-PRINT-ELEMENT-LINE.
           MOVE FACT-ELEMENT-LINE TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
           MOVE SPACES TO FACT-ELEMENT-LINE.
      *
      *
       3200-PRINT-COURSE-HISTORY.
           MOVE 'COURSE HISTORY' TO SECTION-TITLE-OUT.
           PERFORM 3900-PRINT-SECTION-TITLE.
           MOVE 'FIRST-OFFERED TERM' TO FACT-LABEL-OUT.
           MOVE KMS-FIRST-OFFERED-TERM TO FACT-VALUE-OUT.
           PERFORM 3250-DECODE-TERM.
           MOVE 'LAST-CHANGED TERM' TO FACT-LABEL-OUT.
           MOVE KMS-LAST-CHANGED-TERM TO FACT-VALUE-OUT.
           PERFORM 3250-DECODE-TERM.
           MOVE 'LAST BATCH-RUN-ID' TO FACT-LABEL-OUT.
           MOVE KMS-LAST-BATCH-RUN-ID TO FACT-VALUE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
           MOVE 'LAST-SUBMITTED TERM' TO FACT-LABEL-OUT.
           MOVE KMS-LAST-SUBMITTED-TERM TO FACT-VALUE-OUT.
           PERFORM 3250-DECODE-TERM.
      *
      *
       3250-DECODE-TERM.
           MOVE FACT-VALUE-OUT TO TERM-DECODE-WORK.
           IF  TERM-DECODE-WORK IS NUMERIC
               COMPUTE TERM-TABLE-SUB = TERM-DECODE-CODE + 1
               IF  TERM-DECODE-YEAR IS LESS THAN CENTURY-WINDOW-YEAR
                   COMPUTE TERM-DECODE-CENTURY = 2000 + TERM-DECODE-YEAR
               ELSE
                   COMPUTE TERM-DECODE-CENTURY = 1900 + TERM-DECODE-YEAR
               END-IF
               STRING TERM-TITLE-ENTRY (TERM-TABLE-SUB)
                           DELIMITED BY '  '
                      ' ' TERM-DECODE-CENTURY
                           DELIMITED BY SIZE
                      INTO FACT-DECODE-OUT
           ELSE
               MOVE 'NOT RECORDED' TO FACT-DECODE-OUT.
           PERFORM 3190-PRINT-ELEMENT-LINE.
      *
      *
       3300-PRINT-OUTSTANDING-REJECTS.
           MOVE 'OUTSTANDING REJECTS ON THE CURRENT REJECT FILE'
                   TO SECTION-TITLE-OUT.
           PERFORM 3900-PRINT-SECTION-TITLE.
           MOVE ZERO TO COURSE-REJECT-COUNT.
           PERFORM 3310-CHECK-REJECT-ENTRY
                   VARYING RJT-SUB FROM 1 BY 1
                   UNTIL RJT-SUB IS GREATER THAN REJECT-ENTRY-COUNT.
           IF  COURSE-REJECT-COUNT IS EQUAL TO ZERO
               MOVE 'NONE' TO SHEET-NOTE-OUT
               PERFORM 3950-PRINT-SHEET-NOTE.
           IF  REJECT-RECORDS-NOT-LOADED IS GREATER THAN ZERO
               MOVE 'REJECT TABLE FULL - THIS LIST MAY BE INCOMPLETE'
                       TO SHEET-NOTE-OUT
               PERFORM 3950-PRINT-SHEET-NOTE.
      *
      *
       3310-CHECK-REJECT-ENTRY.
           IF  RJT-COURSE-KEY (RJT-SUB) IS EQUAL TO HOLD-COURSE-KEY
               ADD 1 TO COURSE-REJECT-COUNT
               MOVE 'REJECTED IN TERM' TO FACT-LABEL-OUT
               MOVE RJT-TERM-IDENTIFIER (RJT-SUB) TO FACT-VALUE-OUT
               PERFORM 3250-DECODE-TERM
               PERFORM 3320-PRINT-REJECT-FLAG
                       VARYING FLAG-SUB FROM 1 BY 1
                       UNTIL FLAG-SUB IS GREATER THAN 27.
      *
      *
       3320-PRINT-REJECT-FLAG.
           IF  RJT-ERROR-FLAG (RJT-SUB, FLAG-SUB)
                   IS NOT EQUAL TO SPACE
               MOVE REJECT-FLAG-LITERAL (FLAG-SUB) TO FLAG-LITERAL-OUT
               MOVE RJT-ERROR-FLAG (RJT-SUB, FLAG-SUB)
                       TO FLAG-VALUE-OUT
               IF  RJT-ERROR-FLAG (RJT-SUB, FLAG-SUB)
                       IS EQUAL TO 'V'
                   MOVE 'VALIDITY ERROR'  TO FLAG-MEANING-OUT
               ELSE
               IF  RJT-ERROR-FLAG (RJT-SUB, FLAG-SUB)
                       IS EQUAL TO 'I'
                   MOVE 'INTEGRITY ERROR' TO FLAG-MEANING-OUT
               ELSE
               IF  RJT-ERROR-FLAG (RJT-SUB, FLAG-SUB)
                       IS EQUAL TO 'W'
                   MOVE 'WARNING'         TO FLAG-MEANING-OUT
               ELSE
                   MOVE SPACES            TO FLAG-MEANING-OUT
               END-IF
               END-IF
               END-IF
               MOVE REJECT-FLAG-LINE TO PRINT-LINE-HOLD
               PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       3400-PRINT-SAME-AS-REFERENCES.
      *
      * BROWSE THE COLLEGE'S COURSES BY PRIMARY KEY FOR ANY THAT
      * NAME THIS COURSE'S DEPARTMENT NUMBER IN CB16 - CB18.
      *
           MOVE 'COURSES NAMING THIS COURSE AS A SAME-AS COURSE'
                   TO SECTION-TITLE-OUT.
           PERFORM 3900-PRINT-SECTION-TITLE.
           MOVE ZERO TO SAME-AS-REFERENCE-COUNT.
           MOVE 1 TO BROWSE-END-FLAG.
           IF  HOLD-DEPARTMENT-NUMBER IS NOT EQUAL TO SPACES
               MOVE HOLD-COLLEGE-ID TO KMS-COLLEGE-ID
               MOVE LOW-VALUES      TO KMS-COURSE-PERM-DIST-ID
               MOVE ZERO TO BROWSE-END-FLAG
               START KEYED-MASTER-FILE
                       KEY IS NOT LESS THAN KMS-COURSE-KEY
                   INVALID KEY
                       MOVE 1 TO BROWSE-END-FLAG
               END-START.
           IF  NOT END-OF-BROWSE
               PERFORM 8510-READ-NEXT-KEYED-MASTER
               PERFORM 3410-CHECK-SAME-AS-COURSE
                       UNTIL END-OF-BROWSE.
           IF  SAME-AS-REFERENCE-COUNT IS EQUAL TO ZERO
               MOVE 'NONE' TO SHEET-NOTE-OUT
               PERFORM 3950-PRINT-SHEET-NOTE.
      *
      *
       3410-CHECK-SAME-AS-COURSE.
           IF  KMS-COLLEGE-ID IS NOT EQUAL TO HOLD-COLLEGE-ID
               MOVE 1 TO BROWSE-END-FLAG
           ELSE
               IF  KMS-COURSE-PERM-DIST-ID IS NOT EQUAL TO
                       HOLD-COURSE-PERM-DIST-ID
                   MOVE SPACES TO SAR-SLOT-OUT
                   IF  KMS-SAME-AS-DEPTNO1 IS EQUAL TO
                           HOLD-DEPARTMENT-NUMBER
                       MOVE 'AS CB16' TO SAR-SLOT-OUT
                   ELSE
                   IF  KMS-SAME-AS-DEPTNO2 IS EQUAL TO
                           HOLD-DEPARTMENT-NUMBER
                       MOVE 'AS CB17' TO SAR-SLOT-OUT
                   ELSE
                   IF  KMS-SAME-AS-DEPTNO3 IS EQUAL TO
                           HOLD-DEPARTMENT-NUMBER
                       MOVE 'AS CB18' TO SAR-SLOT-OUT
                   END-IF
                   END-IF
                   END-IF
                   IF  SAR-SLOT-OUT IS NOT EQUAL TO SPACES
                       PERFORM 3420-PRINT-SAME-AS-COURSE
                   END-IF
               END-IF
               PERFORM 8510-READ-NEXT-KEYED-MASTER.
      *
      *
       3420-PRINT-SAME-AS-COURSE.
           ADD 1 TO SAME-AS-REFERENCE-COUNT.
           MOVE KMS-COURSE-PERM-DIST-ID TO SAR-COURSE-ID-OUT.
           MOVE KMS-DEPARTMENT-NUMBER   TO SAR-DEPARTMENT-OUT.
           MOVE KMS-COURSE-TITLE        TO SAR-TITLE-OUT.
           MOVE SAME-AS-REFERENCE-LINE  TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       3900-PRINT-SECTION-TITLE.
           IF  REPORT-LINE-COUNTER IS GREATER THAN
                   PRT-PAGE-MAXIMUM - 4
               PERFORM 8710-PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM SHEET-SECTION-LINE
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO REPORT-LINE-COUNTER.
           MOVE SPACES TO FACT-ELEMENT-LINE.
      *
      *
       3950-PRINT-SHEET-NOTE.
           MOVE SHEET-NOTE-LINE TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
      /
       8510-READ-NEXT-KEYED-MASTER.
           READ KEYED-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO BROWSE-END-FLAG
           END-READ.
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
           MOVE REPORT-PAGE-COUNTER TO INQUIRY-PAGE-OUT.
           WRITE PRINT-RECORD FROM INQUIRY-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM PAGE-HEADING-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM PAGE-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE 4 TO REPORT-LINE-COUNTER.
      *
      *
       8800-PRINT-SUMMARY-LINE.
           WRITE PRINT-RECORD FROM INQUIRY-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
      /
       9000-PROGRAM-FINALIZATION.
           CLOSE KEYED-MASTER-FILE.
           MOVE LOG-HEADING-LINE-1 TO PAGE-HEADING-LINE-1.
           MOVE LOG-HEADING-LINE-2 TO PAGE-HEADING-LINE-2.
           MOVE 99 TO REPORT-LINE-COUNTER.
           PERFORM 9100-PRINT-REQUEST-LOG-LINE
                   VARYING REQ-SUB FROM 1 BY 1
                   UNTIL REQ-SUB IS GREATER THAN REQUEST-ENTRY-COUNT.
           IF  REPORT-LINE-COUNTER IS GREATER THAN
                   PRT-PAGE-MAXIMUM - 12
               PERFORM 8710-PRINT-HEADINGS.
           MOVE 'REQUEST CARDS READ.................'
                   TO SUM-LABEL-OUT.
           MOVE REQUEST-CARDS-READ         TO SUM-COUNT-OUT.
           WRITE PRINT-RECORD FROM INQUIRY-SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'REQUEST CARDS NOT VALID............'
                   TO SUM-LABEL-OUT.
           MOVE REQUEST-CARDS-NOT-VALID    TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'REQUEST CARDS OVER THE 100 LIMIT...'
                   TO SUM-LABEL-OUT.
           MOVE REQUEST-CARDS-NOT-PROCESSED TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'REQUESTS WITH NO COURSE FOUND......'
                   TO SUM-LABEL-OUT.
           MOVE REQUESTS-NOT-FOUND         TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'FACT SHEETS PRINTED................'
                   TO SUM-LABEL-OUT.
           MOVE FACT-SHEETS-PRINTED        TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'COURSES FOUND BUT NOT PRINTED......'
                   TO SUM-LABEL-OUT.
           MOVE HITS-NOT-LISTED            TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'REJECT RECORDS LOADED..............'
                   TO SUM-LABEL-OUT.
           MOVE REJECT-RECORDS-LOADED      TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'REJECT RECORDS OVER THE TABLE LIMIT'
                   TO SUM-LABEL-OUT.
           MOVE REJECT-RECORDS-NOT-LOADED  TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           CLOSE FACT-SHEET-REPORT.
           MOVE REQUEST-CARDS-READ         TO LEDGER-INPUT-COUNT.
           MOVE FACT-SHEETS-PRINTED        TO LEDGER-OUTPUT-COUNT.
           ADD REQUEST-CARDS-NOT-VALID REQUEST-CARDS-NOT-PROCESSED
               HITS-NOT-LISTED REJECT-RECORDS-NOT-LOADED
                   GIVING LEDGER-EXCEPTION-COUNT.
           IF  LEDGER-EXCEPTION-COUNT IS GREATER THAN ZERO
               SET LEDGER-COMPLETE-WITH-EXCEPTIONS TO TRUE
           ELSE
               SET LEDGER-COMPLETE TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
      *
      *
       9100-PRINT-REQUEST-LOG-LINE.
           SET REQUEST-INDEX TO REQ-SUB.
           IF  RQT-TYPE (REQUEST-INDEX) IS EQUAL TO 'C'
               MOVE 'C - COURSE ID'    TO LOG-TYPE-OUT
           ELSE
           IF  RQT-TYPE (REQUEST-INDEX) IS EQUAL TO 'D'
               MOVE 'D - DEPARTMENT'   TO LOG-TYPE-OUT
           ELSE
           IF  RQT-TYPE (REQUEST-INDEX) IS EQUAL TO 'P'
               MOVE 'P - DEPT PREFIX'  TO LOG-TYPE-OUT
           ELSE
               MOVE RQT-TYPE (REQUEST-INDEX) TO LOG-TYPE-OUT.
           MOVE RQT-COLLEGE-ID (REQUEST-INDEX)   TO LOG-COLLEGE-OUT.
           MOVE RQT-VALUE (REQUEST-INDEX)        TO LOG-VALUE-OUT.
           MOVE RQT-REQUESTED-BY (REQUEST-INDEX)
                   TO LOG-REQUESTED-BY-OUT.
           MOVE RQT-HIT-COUNT (REQUEST-INDEX)    TO LOG-HITS-OUT.
           MOVE RQT-DISPOSITION (REQUEST-INDEX)
                   TO LOG-DISPOSITION-OUT.
           MOVE LOG-DETAIL-LINE TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
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
           MOVE 'CBINQURY'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBINQURY.
