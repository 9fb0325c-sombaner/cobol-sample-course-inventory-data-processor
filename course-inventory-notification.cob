       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBNOTIFY.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM TURNS THE TERM CYCLE'S EXCEPTIONS INTO
      *    OUTBOUND NOTICES FOR THE MAIL GATEWAY.  CBSUBRPT,
      *    CBACKRPT, CBRECON AND CBCERT PRINT THE EXCEPTIONS; UNTIL
      *    NOW AN ANALYST TURNED EACH ONE INTO A PHONE CALL OR AN
      *    EMAIL TO THE DISTRICT MIS OFFICE BY HAND.
      *
      *    THE CONTACT DIRECTORY HOLDS ONE ENTRY PER CONTACT: A
      *    COLLEGE CONTACT ('C', DISTRICT CODE AND COLLEGE ID) OR A
      *    DISTRICT CONTACT ('D', DISTRICT CODE ONLY), WITH NAME,
      *    ROLE, EMAIL ADDRESS AND A Y/N FLAG FOR EACH NOTICE TYPE
      *    THE CONTACT RECEIVES.  EVERY ENTRY IS CHECKED AGAINST THE
      *    COLLEGE-DIST-REF-FILE WHEN IT IS LOADED; AN ENTRY WHOSE
      *    COLLEGE OR DISTRICT IS NOT ON THE REFERENCE FILE (OR
      *    WHOSE COLLEGE BELONGS TO ANOTHER DISTRICT), OR THAT HAS
      *    NO EMAIL ADDRESS, IS LISTED ON THE LOG AND NOT USED.
      *
      *    THE EVENTS, FOR THE TERM IN THE PARM, ARE:
      *
      *      OD  SUBMISSION OVERDUE - A COLLEGE ON THE
      *          SUBMISSION-STATUS ROSTER HAS NOT SUBMITTED (AFTER
      *          COLLAPSING PARTITION DUPLICATES, PREFERRING THE
      *          SUBMITTED RECORD).  THE STEP IS SCHEDULED AFTER
      *          THE SUBMISSION DEADLINE.
      *      AR  ALL RECORDS REJECTED - THE COLLEGE'S RECORD3
      *          (SYNSUM3) REJECT COUNT, SUMMED OVER PARTITION AND
      *          CORRECTION ENTRIES, EQUALS ITS READ COUNT.
      *      UA  BURST REPORT UNACKNOWLEDGED - THE COLLEGE HAS A
      *          DISTRIBUTION-INDEX RECORD BUT NO ACKNOWLEDGMENT.
      *      WH  COLLEGE WITHHELD - 'CW' IN TOTALS-TYPE3 OF ONE OF
      *          THE COLLEGE'S RECORD3 ENTRIES (OUT OF BALANCE).
      *      TC  TERM CERTIFIED - THE CBCERT CERTIFICATION RECORD
      *          FOR THE TERM CARRIES A 'Y' CERTIFIED FLAG.
      *
      *    A COLLEGE EVENT GOES TO THE COLLEGE'S CONTACTS AND TO
      *    THE CONTACTS OF ITS DISTRICT THAT TAKE THAT NOTICE TYPE;
      *    THE TERM-CERTIFIED NOTICE GOES TO EVERY CONTACT THAT
      *    TAKES IT.  ONE NOTICE RECORD IS WRITTEN PER CONTACT PER
      *    EVENT.
      *
      *    EVERY NOTICE WRITTEN IS ALSO APPENDED TO THE NOTICE
      *    HISTORY FILE.  THE HISTORY FOR THE TERM IS LOADED AT THE
      *    START OF THE RUN, AND A NOTICE ALREADY ON IT (SAME
      *    EVENT, COLLEGE AND EMAIL ADDRESS) IS LOGGED AS
      *    PREVIOUSLY SENT AND NOT WRITTEN AGAIN, SO THE STEP CAN
      *    BE RERUN - OR RUN AGAIN LATER IN THE CYCLE - WITHOUT
      *    SENDING A DUPLICATE NOTICE.
      *
      *    AN EVENT WITH NO CONTACT ON THE DIRECTORY IS LOGGED SO
      *    THE DIRECTORY CAN BE CORRECTED.
      *
      *    THE TERM IS SUPPLIED THROUGH THE PARM:
      *
      *        COL 1-3   TERM (YY + TERM CODE, E.G. 267)
      *
      *    THE INPUT FILES MAY BE IN ANY ORDER; ALL MATCHING IS
      *    DONE THROUGH IN-STORAGE TABLES.
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
      *        1.  COLLEGE-DIST-REF-FILE - COLLEGE/DISTRICT
      *            REFERENCE FILE.
      *        2.  CONTACT-DIRECTORY-FILE - DISTRICT AND COLLEGE
      *            CONTACT DIRECTORY.
      *        3.  SUBMISSION-STATUS-FILE - CBEDIT'S SUBMISSION
      *            CONTROL FILE(S) FOR THE TERM (PARTITIONS MAY BE
      *            CONCATENATED).
      *        4.  SUMMARY-TOTALS-FILE - THE TERM'S
      *            REPORT-TOTALS-FILE, RAW OR RECORD3-ONLY; ONLY
      *            THE SYNSUM3 SUMMARY ROWS ARE USED (OPTIONAL).
      *        5.  DISTRIBUTION-INDEX-FILE - CBEDIT'S PER-COLLEGE
      *            DISTRIBUTION INDEX (OPTIONAL).
      *        6.  ACKNOWLEDGMENT-FILE - THE DISTRICTS' RETURNED
      *            ACKNOWLEDGMENT RECORDS (OPTIONAL).
      *        7.  CERTIFICATION-FILE - CBCERT'S CERTIFICATION
      *            RECORD (OPTIONAL).
      *        8.  NOTICE-HISTORY-FILE - EVERY NOTICE PREVIOUSLY
      *            WRITTEN (OPTIONAL; EXTENDED BY THIS RUN).
      *
      *    OUTPUTS:
      *        1.  NOTICE-FILE - OUTBOUND NOTICES FOR THE MAIL
      *            GATEWAY, ONE RECORD PER CONTACT PER EVENT.
      *        2.  NOTICE-HISTORY-FILE - THE NOTICES WRITTEN BY
      *            THIS RUN, APPENDED.
      *        3.  NOTIFICATION LOG REPORT.
      *        4.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN A DIRECTORY ENTRY IS REJECTED OR AN
      *            EVENT HAS NO CONTACT, AND 16 ON A PARM ABORT.
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
           SELECT COLLEGE-DIST-REF-FILE
                   ASSIGN TO UT-S-REFRECIN.
      *
           SELECT CONTACT-DIRECTORY-FILE
                   ASSIGN TO UT-S-CONTACTS.
      *
           SELECT SUBMISSION-STATUS-FILE
                   ASSIGN TO UT-S-SUBSTAT.
      *
           SELECT OPTIONAL SUMMARY-TOTALS-FILE
                   ASSIGN TO UT-S-TOTSIN.
      *
           SELECT OPTIONAL DISTRIBUTION-INDEX-FILE
                   ASSIGN TO UT-S-DISTIDX.
      *
           SELECT OPTIONAL ACKNOWLEDGMENT-FILE
                   ASSIGN TO UT-S-ACKIN.
      *
           SELECT OPTIONAL CERTIFICATION-FILE
                   ASSIGN TO UT-S-CERTIN.
      *
           SELECT OPTIONAL NOTICE-HISTORY-FILE
                   ASSIGN TO UT-S-NTCHIST.
      *
           SELECT NOTICE-FILE
                   ASSIGN TO UT-S-NOTICES.
      *
           SELECT NOTIFICATION-LOG
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
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
       FD  CONTACT-DIRECTORY-FILE
                   LABEL RECORDS ARE OMITTED
                   BLOCK CONTAINS 0 RECORDS
                   RECORDING MODE IS F
                   DATA RECORD IS CONTACT-DIRECTORY-RECORD.
      *
       01  CONTACT-DIRECTORY-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            DISTRICT/COLLEGE CONTACT DIRECTORY RECORD          *
      *                                                               *
      *    TYPE 'C' IS A COLLEGE CONTACT (DISTRICT CODE AND COLLEGE   *
      *    ID); TYPE 'D' IS A DISTRICT CONTACT (COLLEGE ID BLANK).    *
      *    THE NOTICE TYPE FLAGS ARE 'Y' FOR EACH NOTICE THE CONTACT  *
      *    RECEIVES, IN THE ORDER: SUBMISSION OVERDUE, ALL RECORDS    *
      *    REJECTED, BURST REPORT UNACKNOWLEDGED, COLLEGE WITHHELD,   *
      *    TERM CERTIFIED.                                            *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  CTD-RECORD-TYPE               PIC X.
               88  CTD-DISTRICT-CONTACT          VALUE 'D'.
               88  CTD-COLLEGE-CONTACT           VALUE 'C'.
           03  CTD-DISTRICT-CODE             PIC 9(5).
           03  CTD-COLLEGE-ID                PIC X(3).
           03  CTD-CONTACT-NAME              PIC X(30).
           03  CTD-CONTACT-ROLE              PIC X(20).
           03  CTD-EMAIL-ADDRESS             PIC X(60).
           03  CTD-NOTICE-TYPES.
               05  CTD-OVERDUE-FLAG          PIC X.
               05  CTD-ALL-REJECTED-FLAG     PIC X.
               05  CTD-UNACKNOWLEDGED-FLAG   PIC X.
               05  CTD-WITHHELD-FLAG         PIC X.
               05  CTD-CERTIFIED-FLAG        PIC X.
           03  FILLER                        PIC X(26).
      *
       FD  SUBMISSION-STATUS-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS SUBMISSION-STATUS-RECORD.
      *
       01  SUBMISSION-STATUS-RECORD.
           03  SUBSTAT-COLLEGE-ID          PIC X(3).
           03  SUBSTAT-DISTRICT-CODE       PIC 9(5).
           03  SUBSTAT-COLLEGE-NAME        PIC X(30).
           03  SUBSTAT-TERM-IDENTIFIER     PIC X(3).
           03  SUBSTAT-SUBMITTED-FLAG      PIC X.
               88  SUBSTAT-SUBMITTED           VALUE 'Y'.
           03  SUBSTAT-DATE-PROCESSED      PIC 9(6).
           03  SUBSTAT-RECORDS-READ        PIC 9(6).
           03  SUBSTAT-RECORDS-REJECT      PIC 9(6).
           03  FILLER                      PIC X(20).
      *
       FD  SUMMARY-TOTALS-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS SUMMARY-TOTALS-RECORD.
      *
       01  SUMMARY-TOTALS-RECORD.
           03  TOTALS-ID3.
               05  TOTALS-COLLEGE3     PIC X(3).
               05  TOTALS-TYPE3        PIC X(2).
                   88  TOTALS-WITHHELD     VALUE 'CW'.
               05  TOTALS-FLAG3        PIC X(7).
                   88  TOTALS-SUMMARY-TYPE VALUE 'SYNSUM3'.
           03  READ-TOTALS             PIC 9(6).
           03  REJECTED-TOTALS         PIC 9(6).
           03  DATE-FLAG               PIC 9(6).
           03  TIME-FLAG               PIC 9(4).
           03  TOTALS-TERM-IDENTIFIER  PIC X(3).
           03  WARNING-TOTALS          PIC 9(6).
      *
       FD  DISTRIBUTION-INDEX-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS DISTRIBUTION-INDEX-RECORD.
      *
       01  DISTRIBUTION-INDEX-RECORD.
           03  DIST-IDX-COLLEGE-ID         PIC X(3).
           03  DIST-IDX-DISTRICT-ID        PIC 9(3).
           03  DIST-IDX-DETAIL-PAGES       PIC 9(5).
           03  DIST-IDX-SUMMARY-PAGES      PIC 9(5).
           03  DIST-IDX-RECORDS-READ       PIC 9(6).
           03  DIST-IDX-RECORDS-REJECT     PIC 9(6).
           03  DIST-IDX-RECORDS-WARNING    PIC 9(6).
           03  DIST-IDX-TERM-IDENTIFIER    PIC X(3).
           03  FILLER                      PIC X(43).
      *
       FD  ACKNOWLEDGMENT-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS ACKNOWLEDGMENT-RECORD.
      *
       01  ACKNOWLEDGMENT-RECORD.
           03  ACK-COLLEGE-ID              PIC X(3).
           03  ACK-TERM-IDENTIFIER         PIC X(3).
           03  ACK-DETAIL-PAGES            PIC 9(5).
           03  ACK-SUMMARY-PAGES           PIC 9(5).
           03  ACK-DATE-RECEIVED           PIC 9(6).
           03  FILLER                      PIC X(18).
      *
       FD  CERTIFICATION-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS CERTIFICATION-RECORD.
      *
       01  CERTIFICATION-RECORD.
           03  CERT-TERM-IDENTIFIER     PIC X(3).
           03  CERT-DATE                PIC 9(6).
           03  CERT-TIME                PIC 9(4).
           03  CERT-CERTIFIED-FLAG      PIC X.
               88  CERT-TERM-CERTIFIED      VALUE 'Y'.
           03  CERT-COLLEGES-ROSTERED   PIC 9(4).
           03  CERT-COLLEGES-SUBMITTED  PIC 9(4).
           03  CERT-COLLEGES-WITHHELD   PIC 9(4).
           03  CERT-RECON-MISMATCHES    PIC 9(4).
           03  CERT-REJECTS-OUTSTANDING PIC 9(6).
           03  FILLER                   PIC X(4).
      *
       FD  NOTICE-HISTORY-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS NOTICE-HISTORY-RECORD.
      *
       01  NOTICE-HISTORY-RECORD.
           03  HST-TERM-IDENTIFIER          PIC X(3).
           03  HST-EVENT-CODE               PIC X(2).
           03  HST-COLLEGE-ID               PIC X(3).
           03  FILLER                       PIC X(85).
           03  HST-EMAIL-ADDRESS            PIC X(60).
           03  FILLER                       PIC X(97).
      *
       FD  NOTICE-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS NOTICE-RECORD.
      *
       01  NOTICE-RECORD                    PIC X(250).
      *
       FD  NOTIFICATION-LOG
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
           03  REF-EOF-FLAG                PIC 9.
               88  END-OF-REF-FILE             VALUE 1.
           03  END-OF-DIRECTORY-FLAG       PIC 9.
               88  END-OF-DIRECTORY            VALUE 1.
           03  END-OF-HISTORY-FLAG         PIC 9.
               88  END-OF-HISTORY              VALUE 1.
           03  END-OF-SUBSTAT-FLAG         PIC 9.
               88  END-OF-SUBSTAT              VALUE 1.
           03  END-OF-TOTALS-FLAG          PIC 9.
               88  END-OF-TOTALS               VALUE 1.
           03  END-OF-DISTIDX-FLAG         PIC 9.
               88  END-OF-DISTIDX              VALUE 1.
           03  END-OF-ACK-FLAG             PIC 9.
               88  END-OF-ACK                  VALUE 1.
           03  END-OF-CERT-FLAG            PIC 9.
               88  END-OF-CERT                 VALUE 1.
           03  TERM-CERTIFIED-FLAG         PIC 9.
               88  TERM-IS-CERTIFIED           VALUE 1.
           03  CONTACT-FOUND-FLAG          PIC 9.
               88  CONTACT-FOUND               VALUE 1.
           03  ENTRY-VALID-FLAG            PIC 9.
               88  ENTRY-VALID                 VALUE 1.
           03  NOTICE-SENT-FLAG            PIC 9.
               88  NOTICE-PREVIOUSLY-SENT      VALUE 1.
      *
       01  NOTIFICATION-COUNTERS           VALUE ZEROS.
           03  DIRECTORY-ENTRIES-READ       PIC 9(5).
           03  DIRECTORY-ENTRIES-REJECTED   PIC 9(5).
           03  HISTORY-NOTICES-LOADED       PIC 9(6).
           03  NOTICES-WRITTEN              PIC 9(6).
           03  NOTICES-PREVIOUSLY-SENT      PIC 9(6).
           03  EVENTS-WITHOUT-CONTACT       PIC 9(5).
           03  HISTORY-TABLE-OVERFLOW       PIC 9(5).
           03  EVENT-COUNT                  PIC 9(5)  OCCURS 5 TIMES.
      *
       01  NOTIFICATION-WORK-AREA.
           03  EVENT-SUB                    PIC 9(2)  VALUE ZERO.
           03  SEARCH-COLLEGE-ID            PIC X(3)  VALUE SPACES.
           03  NOTICE-DATE-STAMP            PIC 9(6)  VALUE ZEROS.
           03  NOTICE-HOLD-TIME.
               05  NOTICE-HH-MM             PIC 9(4)  VALUE ZEROS.
               05  FILLER                   PIC 9(4)  VALUE ZEROS.
           03  EVENT-COLLEGE-ID             PIC X(3)  VALUE SPACES.
           03  EVENT-DISTRICT-CODE          PIC 9(5)  VALUE ZEROS.
           03  EVENT-COLLEGE-NAME           PIC X(30) VALUE SPACES.
           03  EVENT-COUNT-1                PIC 9(6)  VALUE ZEROS.
           03  EVENT-COUNT-2                PIC 9(6)  VALUE ZEROS.
           03  CERT-ROSTERED-HOLD           PIC 9(4)  VALUE ZEROS.
           03  CERT-SUBMITTED-HOLD          PIC 9(4)  VALUE ZEROS.
           03  SENT-KEY-WORK.
               05  SENT-KEY-EVENT           PIC X(2).
               05  SENT-KEY-COLLEGE         PIC X(3).
               05  SENT-KEY-EMAIL           PIC X(60).
      *
       01  NOTICE-WORK-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            OUTBOUND NOTICE RECORD (MAIL GATEWAY)              *
      *                                                               *
      *    ONE RECORD PER CONTACT PER EVENT.  THE TWO COUNTS DEPEND   *
      *    ON THE EVENT: AR AND WH - RECORDS READ AND REJECTED;       *
      *    UA - DETAIL AND SUMMARY PAGES SENT; TC - COLLEGES          *
      *    SUBMITTED AND ON THE ROSTER; OD - ZERO.  THE COLLEGE ID    *
      *    AND DISTRICT CODE ARE BLANK/ZERO ON A TC NOTICE.  THE      *
      *    NOTICE HISTORY FILE CARRIES THE SAME LAYOUT.  THE NOTICE   *
      *    IS BUILT HERE AND WRITTEN FROM HERE TO BOTH FILES.         *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  NTC-TERM-IDENTIFIER          PIC X(3).
           03  NTC-EVENT-CODE               PIC X(2).
           03  NTC-COLLEGE-ID               PIC X(3).
           03  NTC-DISTRICT-CODE            PIC 9(5).
           03  NTC-COLLEGE-NAME             PIC X(30).
           03  NTC-CONTACT-NAME             PIC X(30).
           03  NTC-CONTACT-ROLE             PIC X(20).
           03  NTC-EMAIL-ADDRESS            PIC X(60).
           03  NTC-EVENT-DESCRIPTION        PIC X(38).
           03  NTC-COUNT-1                  PIC 9(6).
           03  NTC-COUNT-2                  PIC 9(6).
           03  NTC-DATE-GENERATED           PIC 9(6).
           03  NTC-TIME-GENERATED           PIC 9(4).
           03  FILLER                       PIC X(37).
      *
      *    NOTICE EVENTS.  THE SUBSCRIPT MATCHES THE ORDER OF THE
      *    NOTICE TYPE FLAGS ON THE CONTACT DIRECTORY AND OF THE
      *    COLLEGE EVENT FLAGS IN THE COLLEGE STATUS TABLE.
      *
       01  EVENT-DEFINITION-TABLE.
           03  EVENT-DEFINITION-VALUES.
               05  FILLER                   PIC X(2)  VALUE 'OD'.
               05  FILLER                   PIC X(14) VALUE
                   'SUBM OVERDUE'.
               05  FILLER                   PIC X(38) VALUE
                   'COURSE INVENTORY SUBMISSION OVERDUE'.
               05  FILLER                   PIC X(2)  VALUE 'AR'.
               05  FILLER                   PIC X(14) VALUE
                   'ALL REJECTED'.
               05  FILLER                   PIC X(38) VALUE
                   'ALL SUBMITTED RECORDS REJECTED'.
               05  FILLER                   PIC X(2)  VALUE 'UA'.
               05  FILLER                   PIC X(14) VALUE
                   'UNACKNOWLEDGED'.
               05  FILLER                   PIC X(38) VALUE
                   'BURST ERROR REPORT NOT ACKNOWLEDGED'.
               05  FILLER                   PIC X(2)  VALUE 'WH'.
               05  FILLER                   PIC X(14) VALUE
                   'WITHHELD'.
               05  FILLER                   PIC X(38) VALUE
                   'COLLEGE WITHHELD - OUT OF BALANCE'.
               05  FILLER                   PIC X(2)  VALUE 'TC'.
               05  FILLER                   PIC X(14) VALUE
                   'TERM CERTIFIED'.
               05  FILLER                   PIC X(38) VALUE
                   'TERM CERTIFIED FOR CLOSE'.
           03  EVENT-DEFINITION-ENTRY
                       REDEFINES EVENT-DEFINITION-VALUES
                       OCCURS 5 TIMES.
               05  EVENT-CODE               PIC X(2).
               05  EVENT-SHORT-NAME         PIC X(14).
               05  EVENT-DESCRIPTION        PIC X(38).
      *
       01  DISTRICT-ENTRY-COUNT             PIC 9(3) VALUE ZERO.
      *
       01  DISTRICT-CODE-TABLE                  VALUE HIGH-VALUES.
           03  DISTRICT-CODE-ENTRY
                       OCCURS 100 TIMES
                       INDEXED BY DISTRICT-CODE-INDEX.
               05  DCT-DISTRICT-CODE        PIC 9(5).
      *
       01  COLLEGE-STATUS-COUNTER.
           03  COLLEGE-STATUS-COUNT         PIC 9(4) VALUE ZERO.
      *
       01  COLLEGE-STATUS-TABLE                 VALUE HIGH-VALUES.
           03  COLLEGE-STATUS-ENTRIES
                       OCCURS 200 TIMES
                       INDEXED BY COLLEGE-STATUS-INDEX.
               05  CST-COLLEGE-ID           PIC X(3).
               05  CST-DISTRICT-CODE        PIC 9(5).
               05  CST-COLLEGE-NAME         PIC X(30).
               05  CST-ON-REFERENCE-FLAG    PIC X.
               05  CST-ROSTERED-FLAG        PIC X.
               05  CST-SUBMITTED-FLAG       PIC X.
               05  CST-TOTALS-FLAG          PIC X.
               05  CST-WITHHELD-FLAG        PIC X.
               05  CST-DISTRIBUTED-FLAG     PIC X.
               05  CST-ACKNOWLEDGED-FLAG    PIC X.
               05  CST-READ-SUM             PIC 9(7).
               05  CST-REJECT-SUM           PIC 9(7).
               05  CST-DETAIL-PAGES         PIC 9(5).
               05  CST-SUMMARY-PAGES        PIC 9(5).
               05  CST-EVENT-FLAG           PIC X  OCCURS 4 TIMES.
      *
       01  CONTACT-ENTRY-COUNT              PIC 9(4) VALUE ZERO.
      *
       01  CONTACT-TABLE                        VALUE HIGH-VALUES.
           03  CONTACT-ENTRY
                       OCCURS 500 TIMES
                       INDEXED BY CONTACT-INDEX.
               05  DIR-RECORD-TYPE          PIC X.
               05  DIR-DISTRICT-CODE        PIC 9(5).
               05  DIR-COLLEGE-ID           PIC X(3).
               05  DIR-CONTACT-NAME         PIC X(30).
               05  DIR-CONTACT-ROLE         PIC X(20).
               05  DIR-EMAIL-ADDRESS        PIC X(60).
               05  DIR-NOTICE-FLAG          PIC X  OCCURS 5 TIMES.
      *
      *    NOTICES ALREADY SENT FOR THE TERM (FROM THE NOTICE
      *    HISTORY FILE, PLUS THOSE WRITTEN BY THIS RUN).
      *
       01  SENT-NOTICE-COUNT                PIC 9(4) VALUE ZERO.
      *
       01  SENT-NOTICE-TABLE                    VALUE HIGH-VALUES.
           03  SENT-NOTICE-ENTRY
                       OCCURS 5000 TIMES
                       INDEXED BY SENT-NOTICE-INDEX.
               05  SNT-NOTICE-KEY           PIC X(65).
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
       01  NOTIFY-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE
               'COURSE INVENTORY NOTIFICATION LOG'.
           03  FILLER                  PIC X(6)  VALUE 'TERM '.
           03  NOTIFY-TITLE-TERM       PIC X(3).
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  NOTIFY-PAGE-OUT         PIC ZZZZ9.
      *
       01  NOTIFY-HEADING-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE 'EVENT'.
           03  FILLER                  PIC X(5)  VALUE 'COLL'.
           03  FILLER                  PIC X(7)  VALUE 'DIST'.
           03  FILLER                  PIC X(32) VALUE 'CONTACT'.
           03  FILLER                  PIC X(52) VALUE 'EMAIL ADDRESS'.
           03  FILLER                  PIC X(16) VALUE 'DISPOSITION'.
      *
       01  NOTIFY-LOG-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  LOG-EVENT-OUT           PIC X(14).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  LOG-COLLEGE-OUT         PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  LOG-DISTRICT-OUT        PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  LOG-CONTACT-OUT         PIC X(30).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  LOG-EMAIL-OUT           PIC X(50).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  LOG-DISPOSITION-OUT     PIC X(19).
      *
       01  NOTIFY-SUMMARY-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  SUM-LABEL-OUT           PIC X(36).
           03  SUM-COUNT-OUT           PIC ZZZ,ZZ9.
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
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           PERFORM 2000-PROCESS-SUBSTAT-FILE
                   UNTIL END-OF-SUBSTAT.
           PERFORM 2100-PROCESS-TOTALS-FILE
                   UNTIL END-OF-TOTALS.
           PERFORM 2200-PROCESS-DISTIDX-FILE
                   UNTIL END-OF-DISTIDX.
           PERFORM 2300-PROCESS-ACK-FILE
                   UNTIL END-OF-ACK.
           PERFORM 2350-PROCESS-CERT-FILE
                   UNTIL END-OF-CERT.
           PERFORM 2400-EVALUATE-ONE-COLLEGE
                   VARYING COLLEGE-STATUS-INDEX FROM 1 BY 1
                   UNTIL COLLEGE-STATUS-INDEX IS GREATER THAN
                           COLLEGE-STATUS-COUNT.
           IF  TERM-IS-CERTIFIED
               PERFORM 2700-NOTIFY-TERM-CERTIFIED.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE TERM-CHECK TO LEDGER-TERM.
           OPEN OUTPUT NOTIFICATION-LOG.
           IF  TERM-CHECK IS NOT NUMERIC
                   OR TERM-CHECK IS EQUAL TO ZEROS
               WRITE PRINT-RECORD
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE NOTIFICATION-LOG
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN.
           MOVE TERM-CHECK TO NOTIFY-TITLE-TERM.
           ACCEPT NOTICE-DATE-STAMP FROM DATE.
           ACCEPT NOTICE-HOLD-TIME FROM TIME.
           PERFORM 1200-SET-COLLEGE-DIST-TABLES.
           PERFORM 1300-LOAD-NOTICE-HISTORY.
           PERFORM 1400-LOAD-CONTACT-DIRECTORY.
           OPEN INPUT  SUBMISSION-STATUS-FILE.
           OPEN INPUT  SUMMARY-TOTALS-FILE.
           OPEN INPUT  DISTRIBUTION-INDEX-FILE.
           OPEN INPUT  ACKNOWLEDGMENT-FILE.
           OPEN INPUT  CERTIFICATION-FILE.
           OPEN OUTPUT NOTICE-FILE.
           OPEN EXTEND NOTICE-HISTORY-FILE.
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
                   SET DISTRICT-CODE-INDEX TO DISTRICT-ENTRY-COUNT
                   MOVE REF-DISTRICT-CODE
                           TO DCT-DISTRICT-CODE (DISTRICT-CODE-INDEX)
               ELSE
               IF  REF-COLLEGE-RECORD
                   MOVE REF-COLLEGE-ID TO SEARCH-COLLEGE-ID
                   PERFORM 2010-FIND-COLLEGE-ENTRY
                   MOVE 'Y' TO CST-ON-REFERENCE-FLAG
                           (COLLEGE-STATUS-INDEX)
                   MOVE REF-COLLEGE-DIST-CODE
                           TO CST-DISTRICT-CODE (COLLEGE-STATUS-INDEX)
                   MOVE REF-COLLEGE-NAME
                           TO CST-COLLEGE-NAME (COLLEGE-STATUS-INDEX).
      *
      *
       1300-LOAD-NOTICE-HISTORY.
      *
      * ONLY THE RUN TERM'S NOTICES ARE NEEDED TO SUPPRESS
      * DUPLICATES.
      *
           OPEN INPUT NOTICE-HISTORY-FILE.
           PERFORM 1310-LOAD-HISTORY-RECORD
                   UNTIL END-OF-HISTORY.
           CLOSE NOTICE-HISTORY-FILE.
      *
      *
       1310-LOAD-HISTORY-RECORD.
           READ NOTICE-HISTORY-FILE
               AT END MOVE 1 TO END-OF-HISTORY-FLAG.
           IF  NOT END-OF-HISTORY
                   AND HST-TERM-IDENTIFIER IS EQUAL TO TERM-CHECK
               MOVE HST-EVENT-CODE    TO SENT-KEY-EVENT
               MOVE HST-COLLEGE-ID    TO SENT-KEY-COLLEGE
               MOVE HST-EMAIL-ADDRESS TO SENT-KEY-EMAIL
               PERFORM 2620-ADD-SENT-KEY
               ADD 1 TO HISTORY-NOTICES-LOADED.
      *
      *
       1400-LOAD-CONTACT-DIRECTORY.
           OPEN INPUT CONTACT-DIRECTORY-FILE.
           PERFORM 1410-LOAD-CONTACT-RECORD
                   UNTIL END-OF-DIRECTORY.
           CLOSE CONTACT-DIRECTORY-FILE.
      *
      *
       1410-LOAD-CONTACT-RECORD.
           READ CONTACT-DIRECTORY-FILE
               AT END MOVE 1 TO END-OF-DIRECTORY-FLAG.
           IF  NOT END-OF-DIRECTORY
               ADD 1 TO DIRECTORY-ENTRIES-READ
               PERFORM 1420-VALIDATE-CONTACT-RECORD
               IF  ENTRY-VALID
                       AND CONTACT-ENTRY-COUNT IS LESS THAN 500
                   ADD 1 TO CONTACT-ENTRY-COUNT
                   SET CONTACT-INDEX TO CONTACT-ENTRY-COUNT
                   MOVE CTD-RECORD-TYPE
                           TO DIR-RECORD-TYPE (CONTACT-INDEX)
                   MOVE CTD-DISTRICT-CODE
                           TO DIR-DISTRICT-CODE (CONTACT-INDEX)
                   MOVE CTD-COLLEGE-ID
                           TO DIR-COLLEGE-ID (CONTACT-INDEX)
                   MOVE CTD-CONTACT-NAME
                           TO DIR-CONTACT-NAME (CONTACT-INDEX)
                   MOVE CTD-CONTACT-ROLE
                           TO DIR-CONTACT-ROLE (CONTACT-INDEX)
                   MOVE CTD-EMAIL-ADDRESS
                           TO DIR-EMAIL-ADDRESS (CONTACT-INDEX)
                   MOVE CTD-OVERDUE-FLAG
                           TO DIR-NOTICE-FLAG (CONTACT-INDEX, 1)
                   MOVE CTD-ALL-REJECTED-FLAG
                           TO DIR-NOTICE-FLAG (CONTACT-INDEX, 2)
                   MOVE CTD-UNACKNOWLEDGED-FLAG
                           TO DIR-NOTICE-FLAG (CONTACT-INDEX, 3)
                   MOVE CTD-WITHHELD-FLAG
                           TO DIR-NOTICE-FLAG (CONTACT-INDEX, 4)
                   MOVE CTD-CERTIFIED-FLAG
                           TO DIR-NOTICE-FLAG (CONTACT-INDEX, 5)
               ELSE
                   ADD 1 TO DIRECTORY-ENTRIES-REJECTED
                   MOVE 'DIRECTORY'       TO LOG-EVENT-OUT
                   MOVE CTD-COLLEGE-ID    TO LOG-COLLEGE-OUT
                   MOVE CTD-DISTRICT-CODE TO LOG-DISTRICT-OUT
                   MOVE CTD-CONTACT-NAME  TO LOG-CONTACT-OUT
                   MOVE CTD-EMAIL-ADDRESS TO LOG-EMAIL-OUT
                   MOVE 'ENTRY REJECTED'  TO LOG-DISPOSITION-OUT
                   PERFORM 8700-PRINT-LOG-LINE.
      *
      *
       1420-VALIDATE-CONTACT-RECORD.
      *
      * A COLLEGE CONTACT'S COLLEGE MUST BE ON THE REFERENCE FILE
      * IN THE DISTRICT GIVEN; A DISTRICT CONTACT'S DISTRICT MUST
      * BE ON THE REFERENCE FILE.
      *
           MOVE ZERO TO ENTRY-VALID-FLAG.
           IF  CTD-EMAIL-ADDRESS IS EQUAL TO SPACES
                   OR CTD-DISTRICT-CODE IS NOT NUMERIC
               NEXT SENTENCE
           ELSE
           IF  CTD-COLLEGE-CONTACT
               PERFORM 1430-VALIDATE-COLLEGE-CONTACT
           ELSE
           IF  CTD-DISTRICT-CONTACT
               PERFORM 1440-VALIDATE-DISTRICT-CONTACT.
      *
      *
       1430-VALIDATE-COLLEGE-CONTACT.
           SET COLLEGE-STATUS-INDEX TO 1.
           SEARCH COLLEGE-STATUS-ENTRIES
               AT END
                   NEXT SENTENCE
               WHEN COLLEGE-STATUS-INDEX IS GREATER THAN
                       COLLEGE-STATUS-COUNT
                   NEXT SENTENCE
               WHEN CST-COLLEGE-ID (COLLEGE-STATUS-INDEX)
                       IS EQUAL TO CTD-COLLEGE-ID
                   IF  CST-DISTRICT-CODE (COLLEGE-STATUS-INDEX)
                           IS EQUAL TO CTD-DISTRICT-CODE
                       MOVE 1 TO ENTRY-VALID-FLAG.
      *
      *
       1440-VALIDATE-DISTRICT-CONTACT.
           SET DISTRICT-CODE-INDEX TO 1.
           SEARCH DISTRICT-CODE-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN DISTRICT-CODE-INDEX IS GREATER THAN
                       DISTRICT-ENTRY-COUNT
                   NEXT SENTENCE
               WHEN DCT-DISTRICT-CODE (DISTRICT-CODE-INDEX)
                       IS EQUAL TO CTD-DISTRICT-CODE
                   MOVE 1 TO ENTRY-VALID-FLAG.
      /
       2000-PROCESS-SUBSTAT-FILE.
           READ SUBMISSION-STATUS-FILE
               AT END MOVE 1 TO END-OF-SUBSTAT-FLAG.
           IF  NOT END-OF-SUBSTAT
                   AND SUBSTAT-TERM-IDENTIFIER
                   IS EQUAL TO TERM-CHECK
               MOVE SUBSTAT-COLLEGE-ID TO SEARCH-COLLEGE-ID
               PERFORM 2010-FIND-COLLEGE-ENTRY
               MOVE 'Y' TO CST-ROSTERED-FLAG
                       (COLLEGE-STATUS-INDEX)
               IF  CST-ON-REFERENCE-FLAG (COLLEGE-STATUS-INDEX)
                       IS NOT EQUAL TO 'Y'
                   MOVE SUBSTAT-DISTRICT-CODE
                           TO CST-DISTRICT-CODE (COLLEGE-STATUS-INDEX)
                   MOVE SUBSTAT-COLLEGE-NAME
                           TO CST-COLLEGE-NAME (COLLEGE-STATUS-INDEX)
               END-IF
               IF  SUBSTAT-SUBMITTED
                   MOVE 'Y' TO CST-SUBMITTED-FLAG
                           (COLLEGE-STATUS-INDEX).
      *
      *
       2010-FIND-COLLEGE-ENTRY.
      *
      * LOCATE (OR ADD) THE COLLEGE-STATUS-TABLE ENTRY FOR THE
      * COLLEGE ID HELD IN SEARCH-COLLEGE-ID, LEAVING
      * COLLEGE-STATUS-INDEX POINTING AT IT.
      *
           SET COLLEGE-STATUS-INDEX TO 1.
           SEARCH COLLEGE-STATUS-ENTRIES
               AT END
                   PERFORM 2020-ADD-COLLEGE-ENTRY
               WHEN COLLEGE-STATUS-INDEX IS GREATER THAN
                       COLLEGE-STATUS-COUNT
                   PERFORM 2020-ADD-COLLEGE-ENTRY
               WHEN CST-COLLEGE-ID (COLLEGE-STATUS-INDEX)
                       IS EQUAL TO SEARCH-COLLEGE-ID
                   NEXT SENTENCE.
      *
      *
       2020-ADD-COLLEGE-ENTRY.
           IF  COLLEGE-STATUS-COUNT IS LESS THAN 200
               ADD 1 TO COLLEGE-STATUS-COUNT
               SET COLLEGE-STATUS-INDEX TO COLLEGE-STATUS-COUNT
               MOVE SEARCH-COLLEGE-ID
                       TO CST-COLLEGE-ID (COLLEGE-STATUS-INDEX)
               MOVE ZEROS
                       TO CST-DISTRICT-CODE (COLLEGE-STATUS-INDEX)
               MOVE SPACES
                       TO CST-COLLEGE-NAME (COLLEGE-STATUS-INDEX)
               MOVE 'N' TO CST-ON-REFERENCE-FLAG
                       (COLLEGE-STATUS-INDEX)
               MOVE 'N' TO CST-ROSTERED-FLAG (COLLEGE-STATUS-INDEX)
               MOVE 'N' TO CST-SUBMITTED-FLAG (COLLEGE-STATUS-INDEX)
               MOVE 'N' TO CST-TOTALS-FLAG (COLLEGE-STATUS-INDEX)
               MOVE 'N' TO CST-WITHHELD-FLAG (COLLEGE-STATUS-INDEX)
               MOVE 'N' TO CST-DISTRIBUTED-FLAG
                       (COLLEGE-STATUS-INDEX)
               MOVE 'N' TO CST-ACKNOWLEDGED-FLAG
                       (COLLEGE-STATUS-INDEX)
               MOVE ZEROS TO CST-READ-SUM (COLLEGE-STATUS-INDEX)
               MOVE ZEROS TO CST-REJECT-SUM (COLLEGE-STATUS-INDEX)
               MOVE ZEROS TO CST-DETAIL-PAGES (COLLEGE-STATUS-INDEX)
               MOVE ZEROS TO CST-SUMMARY-PAGES (COLLEGE-STATUS-INDEX).
      *
      *
       2100-PROCESS-TOTALS-FILE.
      *
      * THE TOTALS INPUT MAY BE THE RAW REPORT-TOTALS-FILE WITH
      * ALL THREE SYNSUM RECORD TYPES CONCATENATED; ONLY THE
      * RECORD3 (SYNSUM3) SUMMARY ROWS ARE USED.
      *
           READ SUMMARY-TOTALS-FILE
               AT END MOVE 1 TO END-OF-TOTALS-FLAG.
           IF  NOT END-OF-TOTALS
                   AND TOTALS-SUMMARY-TYPE
                   AND TOTALS-TERM-IDENTIFIER
                   IS EQUAL TO TERM-CHECK
               MOVE TOTALS-COLLEGE3 TO SEARCH-COLLEGE-ID
               PERFORM 2010-FIND-COLLEGE-ENTRY
               MOVE 'Y' TO CST-TOTALS-FLAG
                       (COLLEGE-STATUS-INDEX)
               ADD READ-TOTALS
                       TO CST-READ-SUM (COLLEGE-STATUS-INDEX)
               ADD REJECTED-TOTALS
                       TO CST-REJECT-SUM (COLLEGE-STATUS-INDEX)
               IF  TOTALS-WITHHELD
                   MOVE 'Y' TO CST-WITHHELD-FLAG
                           (COLLEGE-STATUS-INDEX).
      *
      *
       2200-PROCESS-DISTIDX-FILE.
           READ DISTRIBUTION-INDEX-FILE
               AT END MOVE 1 TO END-OF-DISTIDX-FLAG.
           IF  NOT END-OF-DISTIDX
                   AND DIST-IDX-TERM-IDENTIFIER
                   IS EQUAL TO TERM-CHECK
               MOVE DIST-IDX-COLLEGE-ID TO SEARCH-COLLEGE-ID
               PERFORM 2010-FIND-COLLEGE-ENTRY
               MOVE 'Y' TO CST-DISTRIBUTED-FLAG
                       (COLLEGE-STATUS-INDEX)
               ADD DIST-IDX-DETAIL-PAGES
                       TO CST-DETAIL-PAGES (COLLEGE-STATUS-INDEX)
               ADD DIST-IDX-SUMMARY-PAGES
                       TO CST-SUMMARY-PAGES (COLLEGE-STATUS-INDEX).
      *
      *
       2300-PROCESS-ACK-FILE.
           READ ACKNOWLEDGMENT-FILE
               AT END MOVE 1 TO END-OF-ACK-FLAG.
           IF  NOT END-OF-ACK
                   AND ACK-TERM-IDENTIFIER
                   IS EQUAL TO TERM-CHECK
               MOVE ACK-COLLEGE-ID TO SEARCH-COLLEGE-ID
               PERFORM 2010-FIND-COLLEGE-ENTRY
               MOVE 'Y' TO CST-ACKNOWLEDGED-FLAG
                       (COLLEGE-STATUS-INDEX).
      *
      *
       2350-PROCESS-CERT-FILE.
      *
      * THE LAST CERTIFICATION RECORD FOR THE TERM STANDS.
      *
           READ CERTIFICATION-FILE
               AT END MOVE 1 TO END-OF-CERT-FLAG.
           IF  NOT END-OF-CERT
                   AND CERT-TERM-IDENTIFIER
                   IS EQUAL TO TERM-CHECK
               IF  CERT-TERM-CERTIFIED
                   MOVE 1 TO TERM-CERTIFIED-FLAG
                   MOVE CERT-COLLEGES-ROSTERED  TO CERT-ROSTERED-HOLD
                   MOVE CERT-COLLEGES-SUBMITTED TO CERT-SUBMITTED-HOLD
               ELSE
                   MOVE ZERO TO TERM-CERTIFIED-FLAG.
      *
      *
       2400-EVALUATE-ONE-COLLEGE.
           MOVE 'N' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 1).
           MOVE 'N' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 2).
           MOVE 'N' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 3).
           MOVE 'N' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 4).
           IF  CST-ROSTERED-FLAG (COLLEGE-STATUS-INDEX)
                   IS EQUAL TO 'Y'
               AND CST-SUBMITTED-FLAG (COLLEGE-STATUS-INDEX)
                   IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 1).
           IF  CST-READ-SUM (COLLEGE-STATUS-INDEX)
                   IS GREATER THAN ZERO
               AND CST-REJECT-SUM (COLLEGE-STATUS-INDEX)
                   IS NOT LESS THAN CST-READ-SUM (COLLEGE-STATUS-INDEX)
               MOVE 'Y' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 2).
           IF  CST-DISTRIBUTED-FLAG (COLLEGE-STATUS-INDEX)
                   IS EQUAL TO 'Y'
               AND CST-ACKNOWLEDGED-FLAG (COLLEGE-STATUS-INDEX)
                   IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 3).
           IF  CST-WITHHELD-FLAG (COLLEGE-STATUS-INDEX)
                   IS EQUAL TO 'Y'
               MOVE 'Y' TO CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, 4).
           MOVE CST-COLLEGE-ID (COLLEGE-STATUS-INDEX)
                   TO EVENT-COLLEGE-ID.
           MOVE CST-DISTRICT-CODE (COLLEGE-STATUS-INDEX)
                   TO EVENT-DISTRICT-CODE.
           MOVE CST-COLLEGE-NAME (COLLEGE-STATUS-INDEX)
                   TO EVENT-COLLEGE-NAME.
           PERFORM 2500-NOTIFY-COLLEGE-EVENT
                   VARYING EVENT-SUB FROM 1 BY 1
                   UNTIL EVENT-SUB IS GREATER THAN 4.
      *
      *
       2500-NOTIFY-COLLEGE-EVENT.
           IF  CST-EVENT-FLAG (COLLEGE-STATUS-INDEX, EVENT-SUB)
                   IS EQUAL TO 'Y'
               ADD 1 TO EVENT-COUNT (EVENT-SUB)
               IF  EVENT-SUB IS EQUAL TO 3
                   MOVE CST-DETAIL-PAGES (COLLEGE-STATUS-INDEX)
                           TO EVENT-COUNT-1
                   MOVE CST-SUMMARY-PAGES (COLLEGE-STATUS-INDEX)
                           TO EVENT-COUNT-2
               ELSE
               IF  EVENT-SUB IS EQUAL TO 1
                   MOVE ZEROS TO EVENT-COUNT-1
                   MOVE ZEROS TO EVENT-COUNT-2
               ELSE
                   MOVE CST-READ-SUM (COLLEGE-STATUS-INDEX)
                           TO EVENT-COUNT-1
                   MOVE CST-REJECT-SUM (COLLEGE-STATUS-INDEX)
                           TO EVENT-COUNT-2
               END-IF
               END-IF
               PERFORM 2550-NOTIFY-ALL-CONTACTS.
      *
      *
       2550-NOTIFY-ALL-CONTACTS.
           MOVE ZERO TO CONTACT-FOUND-FLAG.
           PERFORM 2560-CHECK-ONE-CONTACT
                   VARYING CONTACT-INDEX FROM 1 BY 1
                   UNTIL CONTACT-INDEX IS GREATER THAN
                           CONTACT-ENTRY-COUNT.
           IF  NOT CONTACT-FOUND
               ADD 1 TO EVENTS-WITHOUT-CONTACT
               MOVE EVENT-SHORT-NAME (EVENT-SUB) TO LOG-EVENT-OUT
               MOVE EVENT-COLLEGE-ID    TO LOG-COLLEGE-OUT
               MOVE EVENT-DISTRICT-CODE TO LOG-DISTRICT-OUT
               MOVE 'NO CONTACT ON DIRECTORY' TO LOG-CONTACT-OUT
               MOVE SPACES              TO LOG-EMAIL-OUT
               MOVE 'NOT SENT'          TO LOG-DISPOSITION-OUT
               PERFORM 8700-PRINT-LOG-LINE.
      *
      *
       2560-CHECK-ONE-CONTACT.
      *
      * THE TERM-CERTIFIED EVENT (5) GOES TO EVERY CONTACT TAKING
      * IT; A COLLEGE EVENT GOES TO THE COLLEGE'S CONTACTS AND ITS
      * DISTRICT'S CONTACTS.
      *
           IF  DIR-NOTICE-FLAG (CONTACT-INDEX, EVENT-SUB)
                   IS EQUAL TO 'Y'
               IF  EVENT-SUB IS EQUAL TO 5
                   PERFORM 2600-ISSUE-NOTICE
               ELSE
               IF  DIR-RECORD-TYPE (CONTACT-INDEX) IS EQUAL TO 'C'
                   AND DIR-COLLEGE-ID (CONTACT-INDEX)
                       IS EQUAL TO EVENT-COLLEGE-ID
                   PERFORM 2600-ISSUE-NOTICE
               ELSE
               IF  DIR-RECORD-TYPE (CONTACT-INDEX) IS EQUAL TO 'D'
                   AND DIR-DISTRICT-CODE (CONTACT-INDEX)
                       IS EQUAL TO EVENT-DISTRICT-CODE
                   PERFORM 2600-ISSUE-NOTICE.
      *
      *
       2600-ISSUE-NOTICE.
           MOVE 1 TO CONTACT-FOUND-FLAG.
           MOVE EVENT-CODE (EVENT-SUB)  TO SENT-KEY-EVENT.
           MOVE EVENT-COLLEGE-ID        TO SENT-KEY-COLLEGE.
           MOVE DIR-EMAIL-ADDRESS (CONTACT-INDEX) TO SENT-KEY-EMAIL.
           PERFORM 2610-FIND-SENT-KEY.
           MOVE EVENT-SHORT-NAME (EVENT-SUB)       TO LOG-EVENT-OUT.
           MOVE EVENT-COLLEGE-ID                   TO LOG-COLLEGE-OUT.
           MOVE EVENT-DISTRICT-CODE                TO LOG-DISTRICT-OUT.
           IF  EVENT-SUB IS EQUAL TO 5
               MOVE SPACES                         TO LOG-DISTRICT-OUT.
           MOVE DIR-CONTACT-NAME (CONTACT-INDEX)   TO LOG-CONTACT-OUT.
           MOVE DIR-EMAIL-ADDRESS (CONTACT-INDEX)  TO LOG-EMAIL-OUT.
           IF  NOTICE-PREVIOUSLY-SENT
               ADD 1 TO NOTICES-PREVIOUSLY-SENT
               MOVE 'PREVIOUSLY SENT' TO LOG-DISPOSITION-OUT
           ELSE
               PERFORM 8600-WRITE-NOTICE
               PERFORM 2620-ADD-SENT-KEY
               MOVE 'SENT'            TO LOG-DISPOSITION-OUT.
           PERFORM 8700-PRINT-LOG-LINE.
      *
      *
       2610-FIND-SENT-KEY.
           MOVE ZERO TO NOTICE-SENT-FLAG.
           SET SENT-NOTICE-INDEX TO 1.
           SEARCH SENT-NOTICE-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN SENT-NOTICE-INDEX IS GREATER THAN
                       SENT-NOTICE-COUNT
                   NEXT SENTENCE
               WHEN SNT-NOTICE-KEY (SENT-NOTICE-INDEX)
                       IS EQUAL TO SENT-KEY-WORK
                   MOVE 1 TO NOTICE-SENT-FLAG.
      *
      *
       2620-ADD-SENT-KEY.
           IF  SENT-NOTICE-COUNT IS LESS THAN 5000
               ADD 1 TO SENT-NOTICE-COUNT
               SET SENT-NOTICE-INDEX TO SENT-NOTICE-COUNT
               MOVE SENT-KEY-WORK
                       TO SNT-NOTICE-KEY (SENT-NOTICE-INDEX)
           ELSE
               ADD 1 TO HISTORY-TABLE-OVERFLOW.
      *
      *
       2700-NOTIFY-TERM-CERTIFIED.
           MOVE 5 TO EVENT-SUB.
           ADD 1 TO EVENT-COUNT (EVENT-SUB).
           MOVE SPACES              TO EVENT-COLLEGE-ID.
           MOVE ZEROS               TO EVENT-DISTRICT-CODE.
           MOVE SPACES              TO EVENT-COLLEGE-NAME.
           MOVE CERT-SUBMITTED-HOLD TO EVENT-COUNT-1.
           MOVE CERT-ROSTERED-HOLD  TO EVENT-COUNT-2.
           PERFORM 2550-NOTIFY-ALL-CONTACTS.
      /
       8600-WRITE-NOTICE.
           MOVE SPACES                 TO NOTICE-WORK-RECORD.
           MOVE TERM-CHECK             TO NTC-TERM-IDENTIFIER.
           MOVE EVENT-CODE (EVENT-SUB) TO NTC-EVENT-CODE.
           MOVE EVENT-COLLEGE-ID       TO NTC-COLLEGE-ID.
           MOVE EVENT-DISTRICT-CODE    TO NTC-DISTRICT-CODE.
           MOVE EVENT-COLLEGE-NAME     TO NTC-COLLEGE-NAME.
           MOVE DIR-CONTACT-NAME (CONTACT-INDEX)
                                       TO NTC-CONTACT-NAME.
           MOVE DIR-CONTACT-ROLE (CONTACT-INDEX)
                                       TO NTC-CONTACT-ROLE.
           MOVE DIR-EMAIL-ADDRESS (CONTACT-INDEX)
                                       TO NTC-EMAIL-ADDRESS.
           MOVE EVENT-DESCRIPTION (EVENT-SUB)
                                       TO NTC-EVENT-DESCRIPTION.
           MOVE EVENT-COUNT-1          TO NTC-COUNT-1.
           MOVE EVENT-COUNT-2          TO NTC-COUNT-2.
           MOVE NOTICE-DATE-STAMP      TO NTC-DATE-GENERATED.
           MOVE NOTICE-HH-MM           TO NTC-TIME-GENERATED.
           WRITE NOTICE-RECORD FROM NOTICE-WORK-RECORD.
           WRITE NOTICE-HISTORY-RECORD FROM NOTICE-WORK-RECORD.
           ADD 1 TO NOTICES-WRITTEN.
      *
      *
       8700-PRINT-LOG-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
               OR (REPORT-LINE-COUNTER IS = PRT-PAGE-MAXIMUM)
               PERFORM 8710-PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM NOTIFY-LOG-LINE
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNTER.
      *
      *
       8710-PRINT-HEADINGS.
           ADD 1 TO REPORT-PAGE-COUNTER.
           MOVE REPORT-PAGE-COUNTER TO NOTIFY-PAGE-OUT.
           WRITE PRINT-RECORD FROM NOTIFY-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM NOTIFY-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 5 TO REPORT-LINE-COUNTER.
      *
      *
       8800-PRINT-SUMMARY-LINE.
           WRITE PRINT-RECORD FROM NOTIFY-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
      /
       9000-PROGRAM-FINALIZATION.
           IF  REPORT-PAGE-COUNTER IS EQUAL TO ZERO
               PERFORM 8710-PRINT-HEADINGS.
           MOVE 'DIRECTORY ENTRIES READ.............'
                   TO SUM-LABEL-OUT.
           MOVE DIRECTORY-ENTRIES-READ     TO SUM-COUNT-OUT.
           WRITE PRINT-RECORD FROM NOTIFY-SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'DIRECTORY ENTRIES REJECTED.........'
                   TO SUM-LABEL-OUT.
           MOVE DIRECTORY-ENTRIES-REJECTED TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'EVENTS - SUBMISSION OVERDUE........'
                   TO SUM-LABEL-OUT.
           MOVE EVENT-COUNT (1)            TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'EVENTS - ALL RECORDS REJECTED......'
                   TO SUM-LABEL-OUT.
           MOVE EVENT-COUNT (2)            TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'EVENTS - REPORT UNACKNOWLEDGED.....'
                   TO SUM-LABEL-OUT.
           MOVE EVENT-COUNT (3)            TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'EVENTS - COLLEGE WITHHELD..........'
                   TO SUM-LABEL-OUT.
           MOVE EVENT-COUNT (4)            TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'EVENTS - TERM CERTIFIED............'
                   TO SUM-LABEL-OUT.
           MOVE EVENT-COUNT (5)            TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'EVENTS WITH NO CONTACT.............'
                   TO SUM-LABEL-OUT.
           MOVE EVENTS-WITHOUT-CONTACT     TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'NOTICES WRITTEN....................'
                   TO SUM-LABEL-OUT.
           MOVE NOTICES-WRITTEN            TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           MOVE 'NOTICES PREVIOUSLY SENT (SKIPPED)..'
                   TO SUM-LABEL-OUT.
           MOVE NOTICES-PREVIOUSLY-SENT    TO SUM-COUNT-OUT.
           PERFORM 8800-PRINT-SUMMARY-LINE.
           IF  HISTORY-TABLE-OVERFLOW IS GREATER THAN ZERO
               MOVE 'NOTICE HISTORY TABLE OVERFLOWS.....'
                       TO SUM-LABEL-OUT
               MOVE HISTORY-TABLE-OVERFLOW TO SUM-COUNT-OUT
               PERFORM 8800-PRINT-SUMMARY-LINE.
           CLOSE SUBMISSION-STATUS-FILE.
           CLOSE SUMMARY-TOTALS-FILE.
           CLOSE DISTRIBUTION-INDEX-FILE.
           CLOSE ACKNOWLEDGMENT-FILE.
           CLOSE CERTIFICATION-FILE.
           CLOSE NOTICE-FILE.
           CLOSE NOTICE-HISTORY-FILE.
           CLOSE NOTIFICATION-LOG.
           MOVE DIRECTORY-ENTRIES-READ     TO LEDGER-INPUT-COUNT.
           MOVE NOTICES-WRITTEN            TO LEDGER-OUTPUT-COUNT.
           ADD DIRECTORY-ENTRIES-REJECTED EVENTS-WITHOUT-CONTACT
                   HISTORY-TABLE-OVERFLOW
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
           MOVE 'CBNOTIFY'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBNOTIFY.
