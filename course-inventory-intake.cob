      *
      *        COL 1-3   TERM (YY + TERM CODE, E.G. 267)
      *        COL 4     PARTITION COUNT (1 TO 4)
      *        COL 5-12  BATCH-RUN-ID OF THE NIGHT'S CYCLE (THE SAME
      *                  ID GIVEN TO THE CBEDIT PARTITIONS), CARRIED
      *                  ON THE MANIFEST AND THE RUN LEDGER
      *
      *    THE REPORT ENDS WITH A DISPOSITION LINE: A TRANSMISSION
      *    WITH NO SEQUENCE, HEADER/TRAILER, TERM OR REFERENCE
      *        2.  INTAKE REJECT FILE (GARBAGE RECORDS).
      *        3.  INTAKE MANIFEST FILE (ONE RECORD PER COLLEGE).
      *        4.  INTAKE EDIT REPORT WITH DISPOSITION LINE.
      *        5.  RUN LEDGER RECORD.  THE STEP ENDS WITH RETURN
      *            CODE 0 WHEN RUNNABLE, 8 WHEN NOT RUNNABLE AND
      *            16 ON A PARM OR REFERENCE FILE ABORT.
      *
      ****************************************************************

      *
           SELECT INTAKE-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
           03  MAN-TRAILER-STATED-COUNT      PIC 9(6).
           03  MAN-ERROR-FLAG                PIC X.
           03  MAN-TERM-IDENTIFIER           PIC X(3).
           03  MAN-BATCH-RUN-ID              PIC X(8).
           03  FILLER                        PIC X(5).
      *
       FD  INTAKE-REPORT
                   LABEL RECORDS ARE OMITTED
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
                       OCCURS 100 TIMES
                       INDEXED BY DISTRICT-SEEN-INDEX.
               05  DISTRICT-SEEN-CODE       PIC 9(5).
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
               05  TERM-CODE           PIC 9(1).
           03  PARTITION-COUNT         PIC 9.
               88  PARTITION-COUNT-VALID    VALUE 1 THRU 4.
           03  BATCH-RUN-ID            PIC X(8).
      /
       PROCEDURE DIVISION USING RUNTIME-PARAMETER-AREA.
      *
      *
      *
       1000-PROGRAM-INITIALIZATION.
           ACCEPT LEDGER-START-DATE FROM DATE.
           ACCEPT LEDGER-START-TIME FROM TIME.
           MOVE TERM-CHECK TO LEDGER-TERM.
           MOVE BATCH-RUN-ID TO LEDGER-BATCH-RUN-ID.
           OPEN OUTPUT INTAKE-REPORT.
           IF  TERM-CHECK IS NOT NUMERIC
                   OR TERM-CHECK IS EQUAL TO ZEROS
               FROM PARM-ABORT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE INTAKE-REPORT.
           SET LEDGER-PARM-ABORT TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
           STOP RUN.
      *
      *
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE INTAKE-REPORT
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN.
      *
      *
           ELSE
               MOVE 'Y' TO MAN-ERROR-FLAG.
           MOVE TERM-CHECK            TO MAN-TERM-IDENTIFIER.
           MOVE BATCH-RUN-ID          TO MAN-BATCH-RUN-ID.
           WRITE INTAKE-MANIFEST-RECORD.
           MOVE CURRENT-PARTITION     TO MAN-LINE-PARTITION.
           MOVE HOLD-DISTRICT-ID      TO MAN-LINE-DISTRICT.
           CLOSE INTAKE-REJECT-FILE.
           CLOSE INTAKE-MANIFEST-FILE.
           CLOSE INTAKE-REPORT.
      *
      * A TRANSMISSION THAT IS NOT RUNNABLE FAILS THE STEP SO THE
      * SCHEDULER HOLDS THE CBEDIT PARTITIONS, WHICH ALSO REFUSE TO
      * RUN WITHOUT A SUCCESSFUL INTAKE LEDGER RECORD FOR THE TERM.
      *
           MOVE TOTAL-RECORDS-READ        TO LEDGER-INPUT-COUNT.
           MOVE TOTAL-RECORDS-PARTITIONED TO LEDGER-OUTPUT-COUNT.
           MOVE TRANSMISSION-ERROR-COUNT  TO LEDGER-EXCEPTION-COUNT.
           IF  TRANSMISSION-ERROR-COUNT IS EQUAL TO ZERO
               SET LEDGER-COMPLETE TO TRUE
           ELSE
               SET LEDGER-FAILED TO TRUE.
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
           MOVE 'CBINTAKE'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBINTAKE.
