       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCYCRPT.
      *AUTHOR.        CALIFORNIA COMMUNITY COLLEGES.
      *INSTALLATION.  CALIFORNIA COMMUNITY COLLEGES.
      *DATE-WRITTEN.  OCTOBER 15, 2026.
       DATE-COMPILED.
      **************************************************************
      *    REMARKS:
      *
      *    THIS PROGRAM IS THE EDIT-CYCLE STATUS REPORT.  EVERY
      *    PROGRAM IN THE TERM CYCLE APPENDS ONE RECORD TO THE RUN
      *    LEDGER EACH TIME IT RUNS.  THIS PROGRAM READS THE LEDGER
      *    AND SHOWS, FOR EACH TERM, WHERE EACH STEP OF THE CYCLE
      *    STANDS - SO OPERATIONS NO LONGER HAS TO WORK IT OUT FROM
      *    THE PRINTED REPORTS OF EACH STEP.
      *
      *    ONE LINE IS PRINTED PER TERM, PROGRAM AND PARTITION.  IT
      *    CARRIES THE STATUS OF THE LATEST RUN, THE NUMBER OF RUNS,
      *    THE LATEST RUN'S START AND END, ITS COUNTS, RETURN CODE
      *    AND BATCH-RUN-ID.  THE CORE STEPS ARE PRINTED IN CYCLE
      *    ORDER:
      *
      *        CBINTAKE, CBEDIT (ONE LINE PER PARTITION), CBTOTCON,
      *        CBRECON, CBCERT, CBMASTER, CBHIST
      *
      *    FOLLOWED BY ANY OTHER PROGRAM ON THE LEDGER FOR THE TERM,
      *    IN PROGRAM-ID ORDER.  A CORE STEP WITH NO LEDGER RECORD
      *    FOR THE TERM IS PRINTED AS NOT RUN.  LEDGER RECORDS WITH
      *    NO TERM ARE PRINTED UNDER THE HEADING NO TERM.
      *
      *    THE RUN PARAMETER IS OPTIONAL:
      *
      *        COL 1-3   TERM TO REPORT (YY + TERM CODE).  WHEN
      *                  OMITTED, EVERY TERM ON THE LEDGER IS
      *                  REPORTED.
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
      *        1.  RUN-LEDGER-FILE - THE EDIT-CYCLE RUN LEDGER.
      *
      *    OUTPUTS:
      *        1.  EDIT-CYCLE STATUS REPORT.
      *        2.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN ANY CORE STEP IS NOT RUN OR ANY
      *            STEP'S LATEST RUN FAILED, WAS REFUSED OR WAS
      *            ABORTED, AND 16 ON A PARM ABORT.
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
           SELECT SORT-WORK-FILE
                   ASSIGN TO UT-S-SORTWK.
      *
           SELECT CYCLE-STATUS-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
      *
       SD  SORT-WORK-FILE
                   DATA RECORD IS SORT-RECORD.
      *
       01  SORT-RECORD.
           03  SORT-STEP-SEQUENCE          PIC 9(2).
           03  SORT-LEDGER-IMAGE.
               05  SORT-PROGRAM-ID         PIC X(8).
               05  SORT-TERM-IDENTIFIER    PIC X(3).
               05  SORT-BATCH-RUN-ID       PIC X(8).
               05  SORT-PARTITION-NUMBER   PIC 9.
               05  SORT-START-DATE         PIC 9(6).
               05  SORT-START-TIME         PIC 9(6).
               05  SORT-END-DATE           PIC 9(6).
               05  SORT-END-TIME           PIC 9(6).
               05  SORT-INPUT-COUNT        PIC 9(7).
               05  SORT-OUTPUT-COUNT       PIC 9(7).
               05  SORT-EXCEPTION-COUNT    PIC 9(7).
               05  SORT-COMPLETION-STATUS  PIC X.
               05  SORT-RETURN-CODE        PIC 9(2).
               05  FILLER                  PIC X(12).
      *
       FD  CYCLE-STATUS-REPORT
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
           03  LEDGER-EOF-FLAG             PIC 9.
               88  END-OF-LEDGER               VALUE 1.
           03  SORT-EOF-FLAG               PIC 9.
               88  END-OF-SORT                 VALUE 1.
           03  TERM-FILTER-FLAG            PIC 9.
               88  TERM-FILTER-GIVEN           VALUE 1.
      *
       01  CYCLE-COUNTERS                  VALUE ZEROS.
           03  LEDGER-RECORDS-READ          PIC 9(7).
           03  LEDGER-RECORDS-SELECTED      PIC 9(7).
           03  TERMS-REPORTED               PIC 9(5).
           03  STEP-LINES-PRINTED           PIC 9(7).
           03  STEPS-NOT-RUN                PIC 9(5).
           03  STEPS-IN-ERROR               PIC 9(5).
      *
      *    THE CORE STEPS OF THE TERM CYCLE, IN THE ORDER THEY RUN.
      *    ANY OTHER PROGRAM ON THE LEDGER SORTS AFTER THEM.
      *
       01  CYCLE-STEP-VALUES.
           03  FILLER              PIC X(8)  VALUE 'CBINTAKE'.
           03  FILLER              PIC X(8)  VALUE 'CBEDIT  '.
           03  FILLER              PIC X(8)  VALUE 'CBTOTCON'.
           03  FILLER              PIC X(8)  VALUE 'CBRECON '.
           03  FILLER              PIC X(8)  VALUE 'CBCERT  '.
           03  FILLER              PIC X(8)  VALUE 'CBMASTER'.
           03  FILLER              PIC X(8)  VALUE 'CBHIST  '.
       01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-VALUES.
           03  CYCLE-STEP-PROGRAM-ID       PIC X(8) OCCURS 7 TIMES.
      *
       01  CYCLE-WORK-AREA.
           03  CORE-STEP-COUNT             PIC 9(2)  VALUE 7.
           03  OTHER-STEP-SEQUENCE         PIC 9(2)  VALUE 99.
           03  STEP-SUB                    PIC 9(2)  VALUE ZERO.
           03  NEXT-CORE-STEP              PIC 9(2)  VALUE ZERO.
           03  CURRENT-TERM                PIC X(3)  VALUE SPACES.
           03  CURRENT-STEP-SEQUENCE       PIC 9(2)  VALUE ZERO.
           03  CURRENT-PROGRAM-ID          PIC X(8)  VALUE SPACES.
           03  CURRENT-PARTITION           PIC 9     VALUE ZERO.
           03  CURRENT-RUN-COUNT           PIC 9(3)  VALUE ZERO.
           03  LATEST-LEDGER-IMAGE         PIC X(80) VALUE SPACES.
           03  LATEST-LEDGER-DATA
                   REDEFINES LATEST-LEDGER-IMAGE.
               05  LATEST-PROGRAM-ID       PIC X(8).
               05  LATEST-TERM-IDENTIFIER  PIC X(3).
               05  LATEST-BATCH-RUN-ID     PIC X(8).
               05  LATEST-PARTITION-NUMBER PIC 9.
               05  LATEST-START-DATE       PIC 9(6).
               05  LATEST-START-TIME.
                   07  LATEST-START-HH     PIC 9(2).
                   07  LATEST-START-MM     PIC 9(2).
                   07  LATEST-START-SS     PIC 9(2).
               05  LATEST-END-DATE         PIC 9(6).
               05  LATEST-END-TIME.
                   07  LATEST-END-HH       PIC 9(2).
                   07  LATEST-END-MM       PIC 9(2).
                   07  LATEST-END-SS       PIC 9(2).
               05  LATEST-INPUT-COUNT      PIC 9(7).
               05  LATEST-OUTPUT-COUNT     PIC 9(7).
               05  LATEST-EXCEPTION-COUNT  PIC 9(7).
               05  LATEST-COMPLETION-STATUS PIC X.
                   88  LATEST-COMPLETE              VALUE 'C'.
                   88  LATEST-COMPLETE-WITH-EXCEPTIONS
                                                    VALUE 'W'.
                   88  LATEST-FAILED                VALUE 'F'.
                   88  LATEST-PREREQUISITE-NOT-MET  VALUE 'P'.
                   88  LATEST-PARM-ABORT            VALUE 'A'.
               05  LATEST-RETURN-CODE      PIC 9(2).
               05  FILLER                  PIC X(12).
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
       01  CYCLE-TITLE-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'EDIT-CYCLE STATUS REPORT FROM THE RUN LEDGER'.
           03  FILLER                  PIC X(8)  VALUE 'PAGE '.
           03  CYC-PAGE-OUT            PIC ZZZZ9.
      *
       01  CYCLE-HEADING-LINE-1.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE 'PROGRAM  PART'.
           03  FILLER                  PIC X(20) VALUE
               'LATEST STATUS   RUNS'.
           03  FILLER                  PIC X(36) VALUE
               '  LAST START         LAST END'.
           03  FILLER                  PIC X(36) VALUE
               '     INPUT     OUTPUT EXCEPTION  RC'.
           03  FILLER                  PIC X(9)  VALUE 'BATCH ID'.
      *
       01  CYCLE-TERM-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  FILLER                  PIC X(5)  VALUE 'TERM '.
           03  TERM-OUT                PIC X(7).
      *
       01  CYCLE-DETAIL-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-PROGRAM-ID          PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-PARTITION           PIC Z.
           03  FILLER                  PIC X(3)  VALUE SPACE.
           03  DTL-STATUS              PIC X(13).
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-RUN-COUNT           PIC ZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACE.
           03  DTL-START-DATE          PIC 99/99/99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  DTL-START-HH            PIC 99.
           03  FILLER                  PIC X     VALUE ':'.
           03  DTL-START-MM            PIC 99.
           03  FILLER                  PIC X     VALUE ':'.
           03  DTL-START-SS            PIC 99.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-END-DATE            PIC 99/99/99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  DTL-END-HH              PIC 99.
           03  FILLER                  PIC X     VALUE ':'.
           03  DTL-END-MM              PIC 99.
           03  FILLER                  PIC X     VALUE ':'.
           03  DTL-END-SS              PIC 99.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-INPUT-COUNT         PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-OUTPUT-COUNT        PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-EXCEPTION-COUNT     PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-RETURN-CODE         PIC Z9.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  DTL-BATCH-RUN-ID        PIC X(8).
      *
       01  CYCLE-NOT-RUN-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACE.
           03  NOT-RUN-PROGRAM-ID      PIC X(8).
           03  FILLER                  PIC X(6)  VALUE SPACE.
           03  FILLER                  PIC X(7)  VALUE 'NOT RUN'.
      *
       01  PRINT-LINE-HOLD             PIC X(133) VALUE SPACES.
      *
       01  CYCLE-SUMMARY-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'LEDGER RECORDS READ.......... '.
           03  SUM-READ-OUT            PIC Z,ZZZ,ZZ9.
      *
       01  CYCLE-SUMMARY-LINE-2.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'LEDGER RECORDS REPORTED...... '.
           03  SUM-SELECTED-OUT        PIC Z,ZZZ,ZZ9.
      *
       01  CYCLE-SUMMARY-LINE-3.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'TERMS REPORTED............... '.
           03  SUM-TERMS-OUT           PIC ZZ,ZZ9.
      *
       01  CYCLE-SUMMARY-LINE-4.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'CORE STEPS NOT RUN........... '.
           03  SUM-NOT-RUN-OUT         PIC ZZ,ZZ9.
      *
       01  CYCLE-SUMMARY-LINE-5.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'STEPS FAILED/REFUSED/ABORTED. '.
           03  SUM-IN-ERROR-OUT        PIC ZZ,ZZ9.
      *
       01  PARM-ABORT-LINE.
           03  FILLER                  PIC X(2).
           03  FILLER                  PIC X(47)  VALUE
                    'PROGRAM ABORTED DUE TO INVALID INPUT PARAMETERS'.
      /
       LINKAGE SECTION.
      *
       01  RUNTIME-PARAMETER-AREA.
           03  PARM-LENGTH             PIC 9(3) COMP.
           03  TERM-CHECK.
               05  CALENDAR-YEAR       PIC 9(2).
               05  TERM-CODE           PIC 9(1).
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
      *
       0000-MAINLINE.
           PERFORM 1000-PROGRAM-INITIALIZATION.
           SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-TERM-IDENTIFIER
                                    SORT-STEP-SEQUENCE
                                    SORT-PROGRAM-ID
                                    SORT-PARTITION-NUMBER
                                    SORT-END-DATE
                                    SORT-END-TIME
                   INPUT PROCEDURE IS 3000-SELECT-LEDGER
                   OUTPUT PROCEDURE IS 4000-REPORT-CYCLE.
           PERFORM 9000-PROGRAM-FINALIZATION.
           STOP RUN.
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           OPEN OUTPUT CYCLE-STATUS-REPORT.
           IF  PARM-LENGTH IS GREATER THAN ZERO
               IF  TERM-CHECK IS NOT NUMERIC
                       OR TERM-CHECK IS EQUAL TO ZEROS
                   WRITE PRINT-RECORD
                       FROM PARM-ABORT-LINE
                       AFTER ADVANCING 2 LINES
                   CLOSE CYCLE-STATUS-REPORT
                   SET LEDGER-PARM-ABORT TO TRUE
                   PERFORM 9800-WRITE-RUN-LEDGER
                   STOP RUN
               ELSE
                   MOVE 1 TO TERM-FILTER-FLAG
                   MOVE TERM-CHECK TO LEDGER-TERM.
      /
       3000-SELECT-LEDGER SECTION.
       3010-SELECT-LEDGER-DRIVER.
           OPEN INPUT RUN-LEDGER-FILE.
           PERFORM 8500-READ-RUN-LEDGER.
           PERFORM 3100-RELEASE-ONE-RECORD
                   UNTIL END-OF-LEDGER.
           CLOSE RUN-LEDGER-FILE.
       3090-SELECT-LEDGER-EXIT.
           EXIT.
      /
       4000-REPORT-CYCLE SECTION.
       4010-REPORT-CYCLE-DRIVER.
           PERFORM 8600-RETURN-SORT-RECORD.
           IF  END-OF-SORT
                   AND TERM-FILTER-GIVEN
      *
      * NOTHING ON THE LEDGER FOR THE REQUESTED TERM - EVERY CORE
      * STEP IS SHOWN AS NOT RUN.
      *
               MOVE TERM-CHECK TO CURRENT-TERM
               PERFORM 5000-START-TERM
               PERFORM 5300-FINISH-TERM
           ELSE
               PERFORM 4100-REPORT-ONE-TERM
                       UNTIL END-OF-SORT.
       4090-REPORT-CYCLE-EXIT.
           EXIT.
      /
       4095-GENERAL-PROCESSING SECTION.
      *
       3100-RELEASE-ONE-RECORD.
           ADD 1 TO LEDGER-RECORDS-READ.
           IF  TERM-FILTER-GIVEN
                   AND LDG-TERM-IDENTIFIER IS NOT EQUAL TO TERM-CHECK
               NEXT SENTENCE
           ELSE
               ADD 1 TO LEDGER-RECORDS-SELECTED
               MOVE RUN-LEDGER-RECORD TO SORT-LEDGER-IMAGE
               PERFORM 3200-SET-STEP-SEQUENCE
               RELEASE SORT-RECORD.
           PERFORM 8500-READ-RUN-LEDGER.
      *
      *
       3200-SET-STEP-SEQUENCE.
           MOVE OTHER-STEP-SEQUENCE TO SORT-STEP-SEQUENCE.
           PERFORM 3210-MATCH-ONE-CORE-STEP
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB IS GREATER THAN CORE-STEP-COUNT.
      *
      *
       3210-MATCH-ONE-CORE-STEP.
           IF  SORT-PROGRAM-ID IS EQUAL TO
                   CYCLE-STEP-PROGRAM-ID (STEP-SUB)
               MOVE STEP-SUB TO SORT-STEP-SEQUENCE.
      *
      *
       4100-REPORT-ONE-TERM.
           MOVE SORT-TERM-IDENTIFIER TO CURRENT-TERM.
           PERFORM 5000-START-TERM.
           PERFORM 5100-REPORT-ONE-STEP
                   UNTIL END-OF-SORT
                   OR SORT-TERM-IDENTIFIER IS NOT EQUAL TO
                           CURRENT-TERM.
           PERFORM 5300-FINISH-TERM.
      *
      *
       5000-START-TERM.
      *
      * LEDGER RECORDS WITHOUT A TERM ARE NOT PART OF ANY CYCLE, SO
      * NO CORE STEP IS REPORTED AS NOT RUN FOR THEM.
      *
           ADD 1 TO TERMS-REPORTED.
           MOVE 1 TO NEXT-CORE-STEP.
           IF  CURRENT-TERM IS EQUAL TO SPACES
               MOVE 'NO TERM' TO TERM-OUT
               COMPUTE NEXT-CORE-STEP = CORE-STEP-COUNT + 1
           ELSE
               MOVE CURRENT-TERM TO TERM-OUT.
           IF  REPORT-LINE-COUNTER IS GREATER THAN
                   PRT-PAGE-MAXIMUM - 4
               PERFORM 8710-PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM CYCLE-TERM-LINE
                   AFTER ADVANCING 2 LINES.
           ADD 2 TO REPORT-LINE-COUNTER.
      *
      *
       5100-REPORT-ONE-STEP.
      *
      * ALL LEDGER RECORDS FOR ONE PROGRAM AND PARTITION ARE IN
      * END DATE AND TIME ORDER, SO THE LAST ONE IS THE LATEST RUN.
      *
           MOVE SORT-STEP-SEQUENCE    TO CURRENT-STEP-SEQUENCE.
           MOVE SORT-PROGRAM-ID       TO CURRENT-PROGRAM-ID.
           MOVE SORT-PARTITION-NUMBER TO CURRENT-PARTITION.
           MOVE ZERO TO CURRENT-RUN-COUNT.
           PERFORM 5110-ACCUMULATE-ONE-RUN
                   UNTIL END-OF-SORT
                   OR SORT-TERM-IDENTIFIER IS NOT EQUAL TO
                           CURRENT-TERM
                   OR SORT-PROGRAM-ID IS NOT EQUAL TO
                           CURRENT-PROGRAM-ID
                   OR SORT-PARTITION-NUMBER IS NOT EQUAL TO
                           CURRENT-PARTITION.
           PERFORM 5200-PRINT-NOT-RUN-STEP
                   UNTIL NEXT-CORE-STEP IS NOT LESS THAN
                           CURRENT-STEP-SEQUENCE
                   OR NEXT-CORE-STEP IS GREATER THAN
                           CORE-STEP-COUNT.
           IF  CURRENT-STEP-SEQUENCE IS NOT GREATER THAN
                   CORE-STEP-COUNT
               COMPUTE NEXT-CORE-STEP = CURRENT-STEP-SEQUENCE + 1.
           PERFORM 5150-PRINT-STEP-LINE.
      *
      *
       5110-ACCUMULATE-ONE-RUN.
           IF  CURRENT-RUN-COUNT IS LESS THAN 999
               ADD 1 TO CURRENT-RUN-COUNT.
           MOVE SORT-LEDGER-IMAGE TO LATEST-LEDGER-IMAGE.
           PERFORM 8600-RETURN-SORT-RECORD.
      *
      *
       5150-PRINT-STEP-LINE.
           MOVE LATEST-PROGRAM-ID        TO DTL-PROGRAM-ID.
           MOVE LATEST-PARTITION-NUMBER  TO DTL-PARTITION.
           IF  LATEST-COMPLETE
               MOVE 'COMPLETE'      TO DTL-STATUS
           ELSE
           IF  LATEST-COMPLETE-WITH-EXCEPTIONS
               MOVE 'COMPLETE-WARN' TO DTL-STATUS
           ELSE
           IF  LATEST-FAILED
               MOVE 'FAILED'        TO DTL-STATUS
               ADD 1 TO STEPS-IN-ERROR
           ELSE
           IF  LATEST-PREREQUISITE-NOT-MET
               MOVE 'REFUSED'       TO DTL-STATUS
               ADD 1 TO STEPS-IN-ERROR
           ELSE
           IF  LATEST-PARM-ABORT
               MOVE 'ABORTED'       TO DTL-STATUS
               ADD 1 TO STEPS-IN-ERROR
           ELSE
               MOVE 'UNKNOWN'       TO DTL-STATUS.
           MOVE CURRENT-RUN-COUNT        TO DTL-RUN-COUNT.
           MOVE LATEST-START-DATE        TO DTL-START-DATE.
           MOVE LATEST-START-HH          TO DTL-START-HH.
           MOVE LATEST-START-MM          TO DTL-START-MM.
           MOVE LATEST-START-SS          TO DTL-START-SS.
           MOVE LATEST-END-DATE          TO DTL-END-DATE.
           MOVE LATEST-END-HH            TO DTL-END-HH.
           MOVE LATEST-END-MM            TO DTL-END-MM.
           MOVE LATEST-END-SS            TO DTL-END-SS.
           MOVE LATEST-INPUT-COUNT       TO DTL-INPUT-COUNT.
           MOVE LATEST-OUTPUT-COUNT      TO DTL-OUTPUT-COUNT.
           MOVE LATEST-EXCEPTION-COUNT   TO DTL-EXCEPTION-COUNT.
           MOVE LATEST-RETURN-CODE       TO DTL-RETURN-CODE.
           MOVE LATEST-BATCH-RUN-ID      TO DTL-BATCH-RUN-ID.
           MOVE CYCLE-DETAIL-LINE        TO PRINT-LINE-HOLD.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       5200-PRINT-NOT-RUN-STEP.
           MOVE CYCLE-STEP-PROGRAM-ID (NEXT-CORE-STEP)
                   TO NOT-RUN-PROGRAM-ID.
           MOVE CYCLE-NOT-RUN-LINE TO PRINT-LINE-HOLD.
           ADD 1 TO STEPS-NOT-RUN.
           ADD 1 TO NEXT-CORE-STEP.
           PERFORM 8700-PRINT-DETAIL-LINE.
      *
      *
       5300-FINISH-TERM.
           PERFORM 5200-PRINT-NOT-RUN-STEP
                   UNTIL NEXT-CORE-STEP IS GREATER THAN
                           CORE-STEP-COUNT.
      /
       8500-READ-RUN-LEDGER.
           READ RUN-LEDGER-FILE
               AT END MOVE 1 TO LEDGER-EOF-FLAG.
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
               PERFORM 8710-PRINT-HEADINGS
               MOVE CURRENT-TERM TO TERM-OUT
               IF  CURRENT-TERM IS EQUAL TO SPACES
                   MOVE 'NO TERM' TO TERM-OUT
               END-IF
               WRITE PRINT-RECORD FROM CYCLE-TERM-LINE
                       AFTER ADVANCING 2 LINES
               ADD 2 TO REPORT-LINE-COUNTER
           END-IF.
           WRITE PRINT-RECORD FROM PRINT-LINE-HOLD
                   AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNTER.
           ADD 1 TO STEP-LINES-PRINTED.
      *
      *
       8710-PRINT-HEADINGS.
           ADD 1 TO REPORT-PAGE-COUNTER.
           MOVE REPORT-PAGE-COUNTER TO CYC-PAGE-OUT.
           WRITE PRINT-RECORD FROM CYCLE-TITLE-LINE-1
                   AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM CYCLE-HEADING-LINE-1
                   AFTER ADVANCING 2 LINES.
           MOVE 3 TO REPORT-LINE-COUNTER.
      /
       9000-PROGRAM-FINALIZATION.
           MOVE LEDGER-RECORDS-READ     TO SUM-READ-OUT.
           MOVE LEDGER-RECORDS-SELECTED TO SUM-SELECTED-OUT.
           MOVE TERMS-REPORTED          TO SUM-TERMS-OUT.
           MOVE STEPS-NOT-RUN           TO SUM-NOT-RUN-OUT.
           MOVE STEPS-IN-ERROR          TO SUM-IN-ERROR-OUT.
           IF  REPORT-PAGE-COUNTER IS EQUAL TO ZERO
               PERFORM 8710-PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM CYCLE-SUMMARY-LINE-1
                   AFTER ADVANCING 3 LINES.
           WRITE PRINT-RECORD FROM CYCLE-SUMMARY-LINE-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM CYCLE-SUMMARY-LINE-3
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM CYCLE-SUMMARY-LINE-4
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM CYCLE-SUMMARY-LINE-5
                   AFTER ADVANCING 1 LINE.
           CLOSE CYCLE-STATUS-REPORT.
           MOVE LEDGER-RECORDS-SELECTED TO LEDGER-INPUT-COUNT.
           MOVE STEP-LINES-PRINTED      TO LEDGER-OUTPUT-COUNT.
           ADD STEPS-NOT-RUN STEPS-IN-ERROR
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
           MOVE 'CBCYCRPT'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBCYCRPT.
