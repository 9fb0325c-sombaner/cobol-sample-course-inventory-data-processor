      *            DELETES BY COLLEGE WITH EXCEPTIONS).
      *        2.  CHANGE TRANSACTION FILE FOR THE CURRICULUM
      *            OFFICE.
      *        3.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN EXCEPTIONS ARE REPORTED, OTHERWISE 0.
      *
      ****************************************************************

      *
           SELECT COMPARE-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
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
       01  CHANGED-FIELD-COUNT             PIC 9(2) VALUE ZEROS.
       01  CHANGE-TYPE-WORK                PIC X(1) VALUE SPACE.
       01  CHANGED-COUNT-EDIT              PIC Z9   VALUE SPACE.
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
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           OPEN INPUT  CURRENT-EDITED-FILE.
           OPEN INPUT  PRIOR-EDITED-FILE.
           OPEN OUTPUT CHANGE-TRANSACTION-FILE.
                   SET END-OF-CURRENT TO TRUE
                   MOVE HIGH-VALUES TO CURRENT-KEY.
           IF  NOT END-OF-CURRENT
               ADD 1 TO LEDGER-INPUT-COUNT
               MOVE CUR-TERM-IDENTIFIER      TO LEDGER-TERM
               MOVE CUR-COLLEGE-ID           TO CURRENT-KEY-COLLEGE
               MOVE CUR-COURSE-PERM-DIST-ID TO CURRENT-KEY-COURSE
           END-IF.
           MOVE CUR-COURSE-PERM-DIST-ID  TO CHG-COURSE-PERM-DIST-ID.
           MOVE CHANGE-FLAG-AREA          TO CHG-FIELD-FLAGS.
           WRITE CHANGE-TRANSACTION-RECORD.
           ADD 1 TO LEDGER-OUTPUT-COUNT.
      *
      *
       8610-WRITE-DELETE-TRANSACTION.
           MOVE PRI-COURSE-PERM-DIST-ID  TO CHG-COURSE-PERM-DIST-ID.
           MOVE CHANGE-FLAG-AREA          TO CHG-FIELD-FLAGS.
           WRITE CHANGE-TRANSACTION-RECORD.
           ADD 1 TO LEDGER-OUTPUT-COUNT.
      *
      *
       8700-PRINT-DETAIL-LINE.
           CLOSE PRIOR-EDITED-FILE.
           CLOSE CHANGE-TRANSACTION-FILE.
           CLOSE COMPARE-REPORT.
           MOVE STATE-EXCEPTION-COUNT TO LEDGER-EXCEPTION-COUNT.
           IF  STATE-EXCEPTION-COUNT IS GREATER THAN ZERO
               SET LEDGER-COMPLETE-WITH-EXCEPTIONS TO TRUE
           ELSE
               SET LEDGER-COMPLETE TO TRUE
           END-IF.
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
           MOVE 'CBCOMPAR'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBCOMPAR.
