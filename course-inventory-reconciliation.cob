      *    BY COLLEGE ID SO THIS PROGRAM CAN MATCH THEM WITH A
      *    SIMPLE ONE-LEVEL MATCH-MERGE.
      *
      *    THE TERM BEING RECONCILED IS SUPPLIED THROUGH THE PARM:
      *
      *        COL 1-3   TERM (YY + TERM CODE)
      *
      *    THE RECONCILIATION IS NOT RUN UNTIL THE TERM'S EDIT
      *    TOTALS ARE FINAL PER THE RUN LEDGER: CBTOTCON HAS
      *    COMPLETED SUCCESSFULLY FOR THE TERM OR, FOR A TERM EDITED
      *    AS ONE STATEWIDE JOB (NO CONSOLIDATION STEP), AN
      *    UNPARTITIONED CBEDIT RUN (PARTITION 0) HAS.  A TOTALS
      *    RECORD FOR ANY OTHER TERM IS COUNTED AS AN EXCEPTION.
      *
      *    LAYOUT OF PROGRAM BY MODULE NUMBERS:
      *
      *      MODULE NUMBER         FUNCTION
      *
      *    OUTPUTS:
      *        1.  LOAD RECONCILIATION EXCEPTION REPORT.
      *        2.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 4 WHEN ANY COLLEGE IS OUT OF BALANCE OR
      *            MISSING FROM EITHER FILE OR A TOTALS RECORD IS
      *            FOR ANOTHER TERM, 12 WHEN NOT RUN BECAUSE THE
      *            TERM'S TOTALS ARE NOT FINAL, 16 ON A PARM ABORT,
      *            OTHERWISE 0.
      *
      ****************************************************************

      *
           SELECT RECON-REPORT
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
           03  COLLEGES-OUT-OF-BALANCE      PIC 9(4).
           03  COLLEGES-MISSING-FROM-TERA   PIC 9(4).
           03  COLLEGES-MISSING-FROM-TOTS   PIC 9(4).
           03  OTHER-TERM-RECORD-COUNT      PIC 9(4).
      *
       01  EXPECTED-LOAD-COUNT              PIC S9(7).
       01  LOAD-COUNT-DIFFERENCE            PIC S9(7).
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
      *    TERM (AND PARTITION, WHEN ONE IS GIVEN) DECIDES.
      *
       01  PRIOR-RUN-CHECK-AREA.
           03  LEDGER-EOF-FLAG             PIC 9     VALUE ZERO.
               88  END-OF-LEDGER                     VALUE 1.
           03  PRIOR-RUN-PROGRAM-ID        PIC X(8)  VALUE SPACES.
           03  PRIOR-RUN-PARTITION         PIC X     VALUE SPACE.
           03  PRIOR-RUN-STATUS            PIC X     VALUE SPACE.
               88  PRIOR-RUN-SUCCESSFUL              VALUE 'C' 'W'.
               88  PRIOR-RUN-NOT-FOUND               VALUE SPACE.
      *
       01  REPORT-PAGE-COUNTER             PIC 9(5) VALUE ZERO.
       01  REPORT-LINE-COUNTER             PIC 9(2) VALUE 99.
           03  FILLER                  PIC X(30) VALUE
               'MISSING FROM CBEDIT TOTALS... '.
           03  SUM-MISSING-TOTS-OUT    PIC ZZZ9.
      *
       01  RECON-SUMMARY-LINE-5.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'TOTALS FOR ANOTHER TERM...... '.
           03  SUM-OTHER-TERM-OUT      PIC ZZZ9.
      *
       01  PARM-ABORT-LINE.
           03  FILLER                  PIC X(2).
           03  FILLER                  PIC X(47)  VALUE
                    'PROGRAM ABORTED DUE TO INVALID INPUT PARAMETERS'.
      *
       01  PREREQUISITE-NOT-RUN-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE 'NOT RUN - '.
           03  NOT-RUN-PROGRAM-OUT     PIC X(8).
           03  FILLER                  PIC X(41) VALUE
               ' HAS NOT COMPLETED SUCCESSFULLY FOR TERM '.
           03  NOT-RUN-TERM-OUT        PIC X(3).
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
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE TERM-CHECK TO LEDGER-TERM.
           OPEN OUTPUT RECON-REPORT.
           IF  TERM-CHECK IS NOT NUMERIC
                   OR TERM-CHECK IS EQUAL TO ZEROS
               WRITE PRINT-RECORD
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE RECON-REPORT
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN
           END-IF.
      *
      * THE TERM'S TOTALS MUST BE FINAL - CONSOLIDATED BY CBTOTCON,
      * OR WRITTEN BY A SINGLE UNPARTITIONED CBEDIT RUN.
      *
           MOVE 'CBTOTCON' TO PRIOR-RUN-PROGRAM-ID.
           MOVE SPACE      TO PRIOR-RUN-PARTITION.
           PERFORM 1900-CHECK-PRIOR-RUN.
           IF  NOT PRIOR-RUN-SUCCESSFUL
               MOVE 'CBEDIT' TO PRIOR-RUN-PROGRAM-ID
               MOVE '0'      TO PRIOR-RUN-PARTITION
               PERFORM 1900-CHECK-PRIOR-RUN
           END-IF.
           IF  NOT PRIOR-RUN-SUCCESSFUL
               MOVE 'CBTOTCON'  TO NOT-RUN-PROGRAM-OUT
               MOVE TERM-CHECK  TO NOT-RUN-TERM-OUT
               WRITE PRINT-RECORD
                   FROM PREREQUISITE-NOT-RUN-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE RECON-REPORT
               SET LEDGER-PREREQUISITE-NOT-MET TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN
           END-IF.
           OPEN INPUT  SUMMARY-TOTALS-FILE.
           OPEN INPUT  TERADATA-LOAD-FILE.
           PERFORM 8500-READ-TOTALS-RECORD.
           PERFORM 8510-READ-TERADATA-RECORD.
      *
      *
       1900-CHECK-PRIOR-RUN.
      *
      * FIND THE LAST SUCCESSFUL ('C' OR 'W') RUN LEDGER RECORD
      * WRITTEN BY THE PROGRAM IN PRIOR-RUN-PROGRAM-ID FOR THIS
      * TERM, AND FOR THE PARTITION IN PRIOR-RUN-PARTITION WHEN IT
      * IS NOT BLANK.  PRIOR-RUN-STATUS IS LEFT BLANK WHEN THE
      * PROGRAM HAS NOT RUN SUCCESSFULLY FOR THE TERM.
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
               AND (PRIOR-RUN-PARTITION IS EQUAL TO SPACE
                 OR PRIOR-RUN-PARTITION IS EQUAL TO
                        LDG-PARTITION-NUMBER)
                   MOVE LDG-COMPLETION-STATUS TO PRIOR-RUN-STATUS.
      *
      *
       2000-PROCESS-MATCH-MERGE.
           IF  END-OF-TOTALS
               AT END
                   SET END-OF-TOTALS TO TRUE
                   MOVE HIGH-VALUES TO TOTALS-COLLEGE3.
           IF  NOT END-OF-TOTALS
               ADD 1 TO LEDGER-INPUT-COUNT
               IF  TERM-IDENTIFIER IS NOT EQUAL TO TERM-CHECK
                   ADD 1 TO OTHER-TERM-RECORD-COUNT
               END-IF
           END-IF.
      *
      *
       8510-READ-TERADATA-RECORD.
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM RECON-SUMMARY-LINE-4
                   AFTER ADVANCING 1 LINE.
           MOVE OTHER-TERM-RECORD-COUNT    TO SUM-OTHER-TERM-OUT.
           WRITE PRINT-RECORD FROM RECON-SUMMARY-LINE-5
                   AFTER ADVANCING 1 LINE.
           CLOSE SUMMARY-TOTALS-FILE.
           CLOSE TERADATA-LOAD-FILE.
           CLOSE RECON-REPORT.
           MOVE COLLEGES-MATCHED TO LEDGER-OUTPUT-COUNT.
           ADD COLLEGES-OUT-OF-BALANCE COLLEGES-MISSING-FROM-TERA
                   COLLEGES-MISSING-FROM-TOTS OTHER-TERM-RECORD-COUNT
                   GIVING LEDGER-EXCEPTION-COUNT.
           IF  LEDGER-EXCEPTION-COUNT IS GREATER THAN ZERO
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
           MOVE 'CBRECON'              TO LDG-PROGRAM-ID.
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
       END PROGRAM CBRECON.
