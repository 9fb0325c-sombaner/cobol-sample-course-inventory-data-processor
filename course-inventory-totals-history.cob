      *        COL 1-3   TERM BEING APPENDED (YY + TERM CODE)
      *        COL 4     'Y' TO WRITE THE CBTREND EXTRACT
      *        COL 5     'Y' TO WRITE THE CBSCORE EXTRACT
      *        COL 6     'R' TO REPLACE A TERM ALREADY APPENDED
      *
      *    A TERM ALREADY APPENDED BY A SUCCESSFUL RUN (PER THE RUN
      *    LEDGER) IS NOT APPENDED AGAIN - THE RUN IS REFUSED WITH
      *    RETURN CODE 12 - UNLESS COL 6 IS 'R', IN WHICH CASE THE
      *    TERM'S RECORDS ARE REPLACED AS DESCRIBED IN STEP 3.
      *
      *    LAYOUT OF PROGRAM BY MODULE NUMBERS:
      *
      *        2.  TREND-EXTRACT-FILE (ON REQUEST).
      *        3.  SCORE-EXTRACT-FILE (ON REQUEST).
      *        4.  LIBRARIAN ACTIVITY AND TERM-GAP REPORT.
      *        5.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN TERM GAPS OR WRONG-TERM RECORDS ARE
      *            FOUND, 12 WHEN REFUSED AND 16 ON A PARM ABORT.
      *
      ****************************************************************

      *
           SELECT LIBRARIAN-REPORT
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
               05  REG-TERM.
                   07  REG-CALENDAR-YEAR   PIC 9(2).
                   07  REG-TERM-CODE       PIC 9.
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
      *    PREREQUISITE CHECK AGAINST THE RUN LEDGER.  THE LAST
      *    SUCCESSFUL ('C' OR 'W') LEDGER RECORD FOR THE PROGRAM AND
      *    TERM DECIDES.
      *
       01  PRIOR-RUN-CHECK-AREA.
           03  LEDGER-EOF-FLAG             PIC 9     VALUE ZERO.
               88  END-OF-LEDGER                     VALUE 1.
           03  PRIOR-RUN-PROGRAM-ID        PIC X(8)  VALUE SPACES.
           03  PRIOR-RUN-STATUS            PIC X     VALUE SPACE.
               88  PRIOR-RUN-SUCCESSFUL              VALUE 'C' 'W'.
               88  PRIOR-RUN-NOT-FOUND               VALUE SPACE.
      *
       01  REPORT-PAGE-COUNTER             PIC 9(5) VALUE ZERO.
       01  REPORT-LINE-COUNTER             PIC 9(2) VALUE 99.
           03  FILLER                  PIC X(2).
           03  FILLER                  PIC X(47)  VALUE
                    'PROGRAM ABORTED DUE TO INVALID INPUT PARAMETERS'.
      *
       01  HIST-REFUSED-LINE.
           03  FILLER                  PIC X(2).
           03  FILLER                  PIC X(5)   VALUE 'TERM '.
           03  REFUSED-TERM-OUT        PIC X(3).
           03  FILLER                  PIC X(51)  VALUE
               ' ALREADY ON HISTORY - SET PARM COL 6 = R TO REPLACE'.
      /
       LINKAGE SECTION.
      *
               88  TREND-EXTRACT-WANTED     VALUE 'Y'.
           03  SCORE-EXTRACT-FLAG      PIC X.
               88  SCORE-EXTRACT-WANTED     VALUE 'Y'.
           03  REPLACE-TERM-FLAG       PIC X.
               88  REPLACE-TERM-REQUESTED   VALUE 'R'.
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
      *
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE TERM-CHECK TO LEDGER-TERM.
           OPEN OUTPUT LIBRARIAN-REPORT.
           IF  TERM-CHECK IS NOT NUMERIC
                   OR TERM-CHECK IS EQUAL TO ZEROS
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE LIBRARIAN-REPORT
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN.
      *
      * A TERM ALREADY APPENDED BY A SUCCESSFUL RUN IS NOT APPENDED
      * AGAIN UNLESS THE REPLACE FLAG IS GIVEN.
      *
           MOVE 'CBHIST' TO PRIOR-RUN-PROGRAM-ID.
           PERFORM 1900-CHECK-PRIOR-RUN.
           IF  PRIOR-RUN-SUCCESSFUL
                   AND NOT REPLACE-TERM-REQUESTED
               MOVE TERM-CHECK TO REFUSED-TERM-OUT
               WRITE PRINT-RECORD
                   FROM HIST-REFUSED-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE LIBRARIAN-REPORT
               SET LEDGER-PREREQUISITE-NOT-MET TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN.
           OPEN INPUT  OLD-HISTORY-FILE.
           OPEN INPUT  CURRENT-TOTALS-FILE.
           MOVE TERM-CHECK TO WORK-TERM-ID.
           PERFORM 2500-REGISTER-TERM.
      *
      *
       1900-CHECK-PRIOR-RUN.
      *
      * FIND THE LAST SUCCESSFUL ('C' OR 'W') RUN LEDGER RECORD
      * WRITTEN BY THE PROGRAM IN PRIOR-RUN-PROGRAM-ID FOR THIS
      * TERM.  REFUSED, FAILED AND ABORTED RUNS ARE PASSED OVER SO
      * THEY CANNOT HIDE AN EARLIER SUCCESSFUL APPEND.
      * PRIOR-RUN-STATUS IS LEFT BLANK WHEN THE PROGRAM HAS NOT RUN
      * SUCCESSFULLY FOR THE TERM.
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
               AND (LDG-COMPLETION-STATUS IS EQUAL TO 'C'
                 OR LDG-COMPLETION-STATUS IS EQUAL TO 'W')
                   MOVE LDG-COMPLETION-STATUS TO PRIOR-RUN-STATUS.
      *
      *
       2000-LOAD-CURRENT-TOTALS.
           READ CURRENT-TOTALS-FILE
           IF  SCORE-EXTRACT-WANTED
               CLOSE SCORE-EXTRACT-FILE.
           CLOSE LIBRARIAN-REPORT.
           MOVE CURRENT-RECORDS-READ   TO LEDGER-INPUT-COUNT.
           MOVE MASTER-RECORDS-WRITTEN TO LEDGER-OUTPUT-COUNT.
           ADD TERM-GAP-COUNT CURRENT-WRONG-TERM-COUNT
                   GIVING LEDGER-EXCEPTION-COUNT.
           IF  LEDGER-EXCEPTION-COUNT IS GREATER THAN ZERO
               SET LEDGER-COMPLETE-WITH-EXCEPTIONS TO TRUE
           ELSE
               SET LEDGER-COMPLETE TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
      *
      *
       9100-CHECK-ONE-TERM-GAP.
                       IS LESS THAN REG-CALENDAR-YEAR
                       (TERM-REG-INDEX)
                   MOVE 1 TO EARLIER-TERM-FLAG.
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
           MOVE 'CBHIST'               TO LDG-PROGRAM-ID.
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
       END PROGRAM CBHIST.
