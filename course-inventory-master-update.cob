      *         CHANGED ANY CB01-CB21 DATA ELEMENT.
      *      -  LAST-BATCH-RUN-ID    - THE BATCH-RUN-ID STAMPED ON
      *         THE EXTRACT RECORD THAT LAST TOUCHED THE COURSE.
      *      -  LAST-SUBMITTED-TERM  - THE TERM WHOSE EXTRACT LAST
      *         CARRIED THE COURSE, CHANGED OR NOT (BLANK ON
      *         RECORDS WRITTEN BEFORE THE FIELD WAS ADDED).
      *
      *    THIS ANSWERS 'WHEN DID THIS COURSE'S TOP CODE CHANGE AND
      *    UNDER WHAT RUN' ON THE MAINFRAME SIDE, WITHOUT A
      *    CORRECTION DELTA), THE RECORDS ARE APPLIED IN ORDER AND
      *    THE LAST ONE STANDS.  A COURSE ON THE MASTER THAT DOES
      *    NOT APPEAR IN THE EXTRACT IS CARRIED FORWARD UNCHANGED -
      *    THIS PROGRAM NEVER DROPS A COURSE.  DORMANT COURSES ARE
      *    MOVED OFF THE MASTER TO THE COURSE ARCHIVE MASTER BY
      *    CBDORMNT.
      *
      *    A COURSE IN THE EXTRACT THAT IS NOT ON THE MASTER BUT IS
      *    ON THE COURSE ARCHIVE MASTER IS REINSTATED: ITS ARCHIVED
      *    RECORD (WITH ITS ORIGINAL FIRST-OFFERED TERM) IS RESTORED
      *    AND THE EXTRACT APPLIED TO IT AS TO ANY MASTER COURSE.
      *    CBDORMNT DROPS THE REINSTATED COURSE FROM THE ARCHIVE ON
      *    ITS NEXT RUN.
      *
      *    EVERY NEW GENERATION IS ALSO LOADED INTO THE KEYED
      *    COURSE MASTER, A VSAM KSDS (DEFINED WITH REUSE) KEYED ON
      *    COLLEGE-ID + COURSE-PERM-DIST-ID WITH AN ALTERNATE KEY,
      *    DUPLICATES ALLOWED, ON COLLEGE-ID + DEPARTMENT NUMBER.
      *    THE KEYED MASTER IS READ BY THE CBINQURY COURSE INQUIRY
      *    PROGRAM; THE SEQUENTIAL GENERATION REMAINS THE MASTER OF
      *    RECORD.  A KEYED MASTER THAT CANNOT BE OPENED OR LOADED
      *    DOES NOT STOP THE RUN; THE STEP ENDS WITH RETURN CODE 4.
      *
      *    THE TERM BEING APPLIED IS SUPPLIED THROUGH THE PARM:
      *
      *        COL 1-3   TERM BEING APPLIED (YY + TERM CODE)
      *
      *    THE PARM TERM IS THE TERM CHECKED AGAINST CBCERT AND
      *    RECORDED ON THE RUN LEDGER, SO AN EMPTY EXTRACT IS
      *    STILL LEDGERED UNDER ITS TERM.  AN EXTRACT WHOSE FIRST
      *    RECORD CARRIES ANOTHER TERM IS NOT APPLIED.
      *
      *    LAYOUT OF PROGRAM BY MODULE NUMBERS:
      *
      *        2.  EDITED-TRANS-FILE - THE TERM'S
      *            EDITED-COURSE-INV-DATA-FILE EXTRACT, OPTIONALLY
      *            FOLLOWED BY CORRECTION-MODE DELTA EXTRACTS.
      *        3.  ARCHIVE-MASTER-FILE - CURRENT GENERATION OF THE
      *            COURSE ARCHIVE MASTER WRITTEN BY CBDORMNT
      *            (OPTIONAL).
      *
      *    OUTPUTS:
      *        1.  NEW-MASTER-FILE  - NEW GENERATION OF THE MASTER.
      *        2.  KEYED-MASTER-FILE - KEYED COPY OF THE NEW
      *            GENERATION (VSAM KSDS).
      *        3.  MASTER UPDATE ACTIVITY REPORT.
      *        4.  RUN LEDGER RECORD.  THE RUN IS REFUSED (RETURN
      *            CODE 12, NO NEW GENERATION WRITTEN) WHEN THE
      *            LAST CBCERT RUN FOR THE PARM TERM DID NOT
      *            CERTIFY IT, AND ENDS WITH RETURN CODE 16 WHEN THE
      *            PARM IS NOT VALID OR DOES NOT MATCH THE EXTRACT.
      *            AN EMPTY EXTRACT, OR A KEYED MASTER NOT FULLY
      *            LOADED, ENDS WITH RETURN CODE 4; OTHERWISE THE
      *            STEP ENDS WITH 0.
      *
      ****************************************************************

      *
           SELECT EDITED-TRANS-FILE
                   ASSIGN TO UT-S-EDITIN.
      *
           SELECT OPTIONAL ARCHIVE-MASTER-FILE
                   ASSIGN TO UT-S-ARCHIN.
      *
           SELECT NEW-MASTER-FILE
                   ASSIGN TO UT-S-MSTROUT.
      *
           SELECT KEYED-MASTER-FILE
                   ASSIGN TO MSTRKEY
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS KMS-COURSE-KEY
                   ALTERNATE RECORD KEY IS KMS-DEPARTMENT-KEY
                       WITH DUPLICATES
                   FILE STATUS IS KEYED-MASTER-STATUS.
      *
           SELECT MASTER-UPDATE-REPORT
                   ASSIGN TO UT-S-PRINTER1.
      *
           SELECT OPTIONAL RUN-LEDGER-FILE
                   ASSIGN TO UT-S-RUNLEDGR.
      /
       DATA DIVISION.
       FILE SECTION.
           03  OLD-FIRST-OFFERED-TERM      PIC X(3).
           03  OLD-LAST-CHANGED-TERM       PIC X(3).
           03  OLD-LAST-BATCH-RUN-ID       PIC X(8).
           03  OLD-LAST-SUBMITTED-TERM     PIC X(3).
           03  FILLER                      PIC X(9).
      *
       FD  EDITED-TRANS-FILE
                   LABEL RECORDS ARE STANDARD
           03  EDT-SUBMISSION-DATE         PIC X(6).
           03  EDT-SUBMISSION-TIME         PIC X(4).
           03  EDT-WARNING-ERROR-FLAGS     PIC X(27).
      *
       FD  ARCHIVE-MASTER-FILE
                   LABEL RECORDS ARE STANDARD
                   RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS
                   DATA RECORD IS ARCHIVE-MASTER-RECORD.
      *
       01  ARCHIVE-MASTER-RECORD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *            COURSE ARCHIVE MASTER RECORD (CBDORMNT)            *
      *                                                               *
      *    THE COMPLETE COURSE MASTER RECORD AS IT STOOD WHEN THE     *
      *    COURSE WAS ARCHIVED, FOLLOWED BY THE RUN TERM AND DATE     *
      *    OF THE CBDORMNT PURGE THAT ARCHIVED IT.                    *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *
           03  ARC-MASTER-IMAGE.
               05  ARC-COLLEGE-ID          PIC X(3).
               05  ARC-COURSE-PERM-DIST-ID PIC X(12).
               05  FILLER                  PIC X(195).
           03  ARC-ARCHIVED-TERM           PIC X(3).
           03  ARC-ARCHIVED-DATE           PIC 9(6).
           03  FILLER                      PIC X(11).
      *
       FD  NEW-MASTER-FILE
                   LABEL RECORDS ARE STANDARD
           03  NEW-FIRST-OFFERED-TERM      PIC X(3).
           03  NEW-LAST-CHANGED-TERM       PIC X(3).
           03  NEW-LAST-BATCH-RUN-ID       PIC X(8).
           03  NEW-LAST-SUBMITTED-TERM     PIC X(3).
           03  FILLER                      PIC X(9).
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
               05  FILLER                      PIC X(183).
           03  KMS-DEPARTMENT-KEY.
               05  KMS-DEPT-COLLEGE-ID         PIC X(3).
               05  KMS-DEPT-DEPARTMENT-NUMBER  PIC X(12).
           03  FILLER                          PIC X(15).
      *
       FD  MASTER-UPDATE-REPORT
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
               88  FIRST-COLLEGE               VALUE 1.
           03  COURSE-CHANGED-FLAG         PIC 9.
               88  COURSE-CHANGED              VALUE 1.
           03  END-OF-ARCHIVE-FLAG         PIC 9.
               88  END-OF-ARCHIVE              VALUE 1.
           03  KEYED-MASTER-OPEN-FLAG      PIC 9.
               88  KEYED-MASTER-OPEN           VALUE 1.
      *
       01  KEYED-MASTER-STATUS             PIC X(2) VALUE SPACES.
      *
       01  MATCH-KEY-AREA.
           03  MASTER-KEY.
           03  TRANS-KEY.
               05  TRANS-KEY-COLLEGE       PIC X(3).
               05  TRANS-KEY-COURSE        PIC X(12).
           03  ARCHIVE-KEY.
               05  ARCHIVE-KEY-COLLEGE     PIC X(3).
               05  ARCHIVE-KEY-COURSE      PIC X(12).
           03  ACTIVE-COURSE-KEY           PIC X(15).
           03  ACTIVE-COLLEGE-ID           PIC X(3).
           03  HOLD-COLLEGE-ID             PIC X(3).
           03  COLLEGE-ADDED-COUNT          PIC 9(6).
           03  COLLEGE-CHANGED-COUNT        PIC 9(6).
           03  COLLEGE-UNCHANGED-COUNT      PIC 9(6).
           03  COLLEGE-REINSTATED-COUNT     PIC 9(6).
      *
       01  STATE-UPDATE-COUNTERS           VALUE ZEROS.
           03  STATE-CARRIED-COUNT          PIC 9(6).
           03  STATE-ADDED-COUNT            PIC 9(6).
           03  STATE-CHANGED-COUNT          PIC 9(6).
           03  STATE-UNCHANGED-COUNT        PIC 9(6).
           03  STATE-REINSTATED-COUNT       PIC 9(6).
           03  STATE-MASTER-OUT-COUNT       PIC 9(7).
           03  STATE-KEYED-OUT-COUNT        PIC 9(7).
           03  STATE-KEYED-ERROR-COUNT      PIC 9(7).
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
       01  REPORT-PAGE-COUNTER             PIC 9(5) VALUE ZERO.
       01  REPORT-LINE-COUNTER             PIC 9(2) VALUE 99.
           03  FILLER                  PIC X(10) VALUE 'ADDED'.
           03  FILLER                  PIC X(10) VALUE 'CHANGED'.
           03  FILLER                  PIC X(10) VALUE 'UNCHANGED'.
           03  FILLER                  PIC X(10) VALUE 'REINSTATED'.
      *
       01  MASTER-DETAIL-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  DET-CHANGED-OUT         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACE.
           03  DET-UNCHANGED-OUT       PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACE.
           03  DET-REINSTATED-OUT      PIC ZZZ,ZZ9.
      *
       01  MASTER-REFUSED-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
               'MASTER NOT UPDATED - EXTRACT TERM '.
           03  REFUSED-TERM-OUT        PIC X(3).
           03  FILLER                  PIC X(33) VALUE
               ' HAS NOT BEEN CERTIFIED BY CBCERT'.
      *
       01  PARM-ABORT-LINE.
           03  FILLER                  PIC X(2).
           03  FILLER                  PIC X(47)  VALUE
                    'PROGRAM ABORTED DUE TO INVALID INPUT PARAMETERS'.
      *
       01  TERM-MISMATCH-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(13) VALUE
               'EXTRACT TERM '.
           03  MISMATCH-EXTRACT-TERM-OUT PIC X(3).
           03  FILLER                  PIC X(26) VALUE
               ' DOES NOT MATCH PARM TERM '.
           03  MISMATCH-PARM-TERM-OUT  PIC X(3).
      *
       01  MASTER-SUMMARY-LINE-1.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'NEW MASTER RECORDS WRITTEN... '.
           03  SUM-MASTER-OUT          PIC Z,ZZZ,ZZ9.
      *
       01  MASTER-SUMMARY-LINE-6.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'COURSES REINSTATED (ARCHIVE). '.
           03  SUM-REINSTATED-OUT      PIC ZZZ,ZZ9.
      *
       01  MASTER-SUMMARY-LINE-7.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'KEYED MASTER RECORDS LOADED.. '.
           03  SUM-KEYED-OUT           PIC Z,ZZZ,ZZ9.
      *
       01  MASTER-SUMMARY-LINE-8.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
               'KEYED MASTER WRITE ERRORS.... '.
           03  SUM-KEYED-ERROR-OUT     PIC Z,ZZZ,ZZ9.
      *
       01  KEYED-MASTER-OPEN-LINE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(50) VALUE
               'KEYED MASTER NOT REFRESHED - OPEN FILE STATUS '.
           03  KEYED-OPEN-STATUS-OUT   PIC X(2).
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
           OPEN OUTPUT MASTER-UPDATE-REPORT.
           IF  TERM-CHECK IS NOT NUMERIC
                   OR TERM-CHECK IS EQUAL TO ZEROS
               WRITE PRINT-RECORD
                   FROM PARM-ABORT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE MASTER-UPDATE-REPORT
               SET LEDGER-PARM-ABORT TO TRUE
               PERFORM 9800-WRITE-RUN-LEDGER
               STOP RUN
           END-IF.
           OPEN INPUT  OLD-MASTER-FILE.
           OPEN INPUT  EDITED-TRANS-FILE.
           OPEN INPUT  ARCHIVE-MASTER-FILE.
           SET FIRST-COLLEGE TO TRUE.
           PERFORM 8500-READ-MASTER-RECORD.
           PERFORM 8510-READ-TRANS-RECORD.
           PERFORM 8520-READ-ARCHIVE-RECORD.
      *
      * THE EXTRACT MUST BE FOR THE PARM TERM, AND THE TERM MUST
      * HAVE BEEN CERTIFIED BY CBCERT BEFORE THE NEW GENERATION IS
      * OPENED.
      *
           IF  NOT END-OF-TRANS
               MOVE EDT-BATCH-RUN-ID    TO LEDGER-BATCH-RUN-ID
               IF  EDT-TERM-IDENTIFIER IS NOT EQUAL TO LEDGER-TERM
                   PERFORM 1150-REFUSE-TERM-MISMATCH
               END-IF
           END-IF.
           MOVE 'CBCERT'            TO PRIOR-RUN-PROGRAM-ID.
           PERFORM 1900-CHECK-PRIOR-RUN.
           IF  NOT PRIOR-RUN-SUCCESSFUL
               PERFORM 1100-REFUSE-RUN
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           OPEN OUTPUT KEYED-MASTER-FILE.
           IF  KEYED-MASTER-STATUS IS EQUAL TO '00'
               SET KEYED-MASTER-OPEN TO TRUE
           END-IF.
      *
      *
       1100-REFUSE-RUN.
           MOVE LEDGER-TERM TO REFUSED-TERM-OUT.
           WRITE PRINT-RECORD FROM MASTER-REFUSED-LINE
                   AFTER ADVANCING PAGE.
           CLOSE OLD-MASTER-FILE.
           CLOSE EDITED-TRANS-FILE.
           CLOSE ARCHIVE-MASTER-FILE.
           CLOSE MASTER-UPDATE-REPORT.
           SET LEDGER-PREREQUISITE-NOT-MET TO TRUE.
           PERFORM 9800-WRITE-RUN-LEDGER.
           STOP RUN.
      *
      *
       1150-REFUSE-TERM-MISMATCH.
           MOVE EDT-TERM-IDENTIFIER TO MISMATCH-EXTRACT-TERM-OUT.
           MOVE LEDGER-TERM         TO MISMATCH-PARM-TERM-OUT.
           WRITE PRINT-RECORD FROM TERM-MISMATCH-LINE
                   AFTER ADVANCING PAGE.
           CLOSE OLD-MASTER-FILE.
           CLOSE EDITED-TRANS-FILE.
           CLOSE ARCHIVE-MASTER-FILE.
           CLOSE MASTER-UPDATE-REPORT.
           SET LEDGER-PARM-ABORT TO TRUE.
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
       2000-PROCESS-MATCH-MERGE.
               MOVE EDT-BATCH-RUN-ID   TO NEW-LAST-BATCH-RUN-ID
               MOVE 1 TO COURSE-CHANGED-FLAG
           END-IF.
           MOVE EDT-TERM-IDENTIFIER TO NEW-LAST-SUBMITTED-TERM.
           PERFORM 8510-READ-TRANS-RECORD.
      *
      *
      *
      *
       2300-ADD-NEW-COURSE.
           PERFORM 2310-FIND-ARCHIVED-COURSE.
           IF  ARCHIVE-KEY IS EQUAL TO TRANS-KEY
               PERFORM 2350-REINSTATE-COURSE
           ELSE
               PERFORM 2320-BUILD-NEW-COURSE
           END-IF.
      *
      *
       2310-FIND-ARCHIVED-COURSE.
      *
      * THE ARCHIVE IS IN THE SAME SEQUENCE AS THE EXTRACT, SO IT
      * IS ADVANCED UP TO THE KEY OF THE COURSE BEING ADDED.
      *
           PERFORM 8520-READ-ARCHIVE-RECORD
                   UNTIL ARCHIVE-KEY IS NOT LESS THAN TRANS-KEY.
      *
      *
       2320-BUILD-NEW-COURSE.
           MOVE SPACES TO NEW-MASTER-RECORD.
           MOVE EDT-COLLEGE-ID          TO NEW-COLLEGE-ID.
           MOVE EDT-COURSE-PERM-DIST-ID TO NEW-COURSE-PERM-DIST-ID.
           MOVE EDT-TERM-IDENTIFIER     TO NEW-FIRST-OFFERED-TERM.
           MOVE EDT-TERM-IDENTIFIER     TO NEW-LAST-CHANGED-TERM.
           MOVE EDT-BATCH-RUN-ID        TO NEW-LAST-BATCH-RUN-ID.
           MOVE EDT-TERM-IDENTIFIER     TO NEW-LAST-SUBMITTED-TERM.
           MOVE TRANS-KEY TO ACTIVE-COURSE-KEY.
           PERFORM 8510-READ-TRANS-RECORD.
           MOVE ZERO TO COURSE-CHANGED-FLAG.
           PERFORM 8600-WRITE-MASTER-RECORD.
           ADD 1 TO COLLEGE-ADDED-COUNT.
      *
      *
       2350-REINSTATE-COURSE.
      *
      * THE ARCHIVED RECORD KEEPS THE COURSE'S FIRST-OFFERED TERM
      * AND HISTORY; THE EXTRACT IS APPLIED TO IT AS TO ANY COURSE
      * ALREADY ON THE MASTER.
      *
           MOVE ARC-MASTER-IMAGE TO NEW-MASTER-RECORD.
           MOVE ZERO TO COURSE-CHANGED-FLAG.
           MOVE TRANS-KEY TO ACTIVE-COURSE-KEY.
           PERFORM 2150-APPLY-ONE-TRANS
                   UNTIL TRANS-KEY IS NOT EQUAL TO ACTIVE-COURSE-KEY.
           PERFORM 8600-WRITE-MASTER-RECORD.
           ADD 1 TO COLLEGE-REINSTATED-COUNT.
           PERFORM 8520-READ-ARCHIVE-RECORD.
      *
      *
       2400-PROCESS-COLLEGE-BREAK.
           IF  COLLEGE-ADDED-COUNT IS GREATER THAN ZERO
                   OR COLLEGE-CHANGED-COUNT IS GREATER THAN ZERO
                   OR COLLEGE-UNCHANGED-COUNT IS GREATER THAN ZERO
                   OR COLLEGE-REINSTATED-COUNT IS GREATER THAN ZERO
               MOVE HOLD-COLLEGE-ID        TO DET-COLLEGE-OUT
               MOVE COLLEGE-CARRIED-COUNT  TO DET-CARRIED-OUT
               MOVE COLLEGE-ADDED-COUNT    TO DET-ADDED-OUT
               MOVE COLLEGE-CHANGED-COUNT  TO DET-CHANGED-OUT
               MOVE COLLEGE-UNCHANGED-COUNT TO DET-UNCHANGED-OUT
               MOVE COLLEGE-REINSTATED-COUNT TO DET-REINSTATED-OUT
               PERFORM 8700-PRINT-DETAIL-LINE
           END-IF.
           ADD COLLEGE-CARRIED-COUNT   TO STATE-CARRIED-COUNT.
           ADD COLLEGE-ADDED-COUNT     TO STATE-ADDED-COUNT.
           ADD COLLEGE-CHANGED-COUNT   TO STATE-CHANGED-COUNT.
           ADD COLLEGE-UNCHANGED-COUNT TO STATE-UNCHANGED-COUNT.
           ADD COLLEGE-REINSTATED-COUNT TO STATE-REINSTATED-COUNT.
           MOVE ZEROS TO COLLEGE-UPDATE-COUNTERS.
      /
       8500-READ-MASTER-RECORD.
                   SET END-OF-TRANS TO TRUE
                   MOVE HIGH-VALUES TO TRANS-KEY.
           IF  NOT END-OF-TRANS
               ADD 1 TO LEDGER-INPUT-COUNT
               MOVE EDT-COLLEGE-ID          TO TRANS-KEY-COLLEGE
               MOVE EDT-COURSE-PERM-DIST-ID TO TRANS-KEY-COURSE.
      *
      *
       8520-READ-ARCHIVE-RECORD.
           READ ARCHIVE-MASTER-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
                   MOVE HIGH-VALUES TO ARCHIVE-KEY.
           IF  NOT END-OF-ARCHIVE
               MOVE ARC-COLLEGE-ID          TO ARCHIVE-KEY-COLLEGE
               MOVE ARC-COURSE-PERM-DIST-ID TO ARCHIVE-KEY-COURSE.
      *
      *
       8600-WRITE-MASTER-RECORD.
      *
      * THE KEYED IMAGE IS BUILT BEFORE THE SEQUENTIAL WRITE, WHILE
      * THE NEW MASTER RECORD AREA STILL HOLDS THE RECORD.
      *
           IF  KEYED-MASTER-OPEN
               PERFORM 8610-WRITE-KEYED-MASTER
           END-IF.
           WRITE NEW-MASTER-RECORD.
           ADD 1 TO STATE-MASTER-OUT-COUNT.
      *
      *
       8610-WRITE-KEYED-MASTER.
           MOVE SPACES                TO KEYED-MASTER-RECORD.
           MOVE NEW-MASTER-RECORD     TO KMS-MASTER-IMAGE.
           MOVE KMS-COLLEGE-ID        TO KMS-DEPT-COLLEGE-ID.
           MOVE KMS-DEPARTMENT-NUMBER TO KMS-DEPT-DEPARTMENT-NUMBER.
           WRITE KEYED-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO STATE-KEYED-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO STATE-KEYED-OUT-COUNT
           END-WRITE.
      *
      *
       8700-PRINT-DETAIL-LINE.
           IF  (REPORT-LINE-COUNTER IS > PRT-PAGE-MAXIMUM)
           MOVE STATE-ADDED-COUNT      TO SUM-ADDED-OUT.
           MOVE STATE-CHANGED-COUNT    TO SUM-CHANGED-OUT.
           MOVE STATE-UNCHANGED-COUNT  TO SUM-UNCHANGED-OUT.
           MOVE STATE-REINSTATED-COUNT TO SUM-REINSTATED-OUT.
           MOVE STATE-MASTER-OUT-COUNT TO SUM-MASTER-OUT.
           WRITE PRINT-RECORD FROM MASTER-SUMMARY-LINE-1
                   AFTER ADVANCING 2 LINES.
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM MASTER-SUMMARY-LINE-4
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM MASTER-SUMMARY-LINE-6
                   AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM MASTER-SUMMARY-LINE-5
                   AFTER ADVANCING 1 LINE.
           IF  KEYED-MASTER-OPEN
               MOVE STATE-KEYED-OUT-COUNT   TO SUM-KEYED-OUT
               MOVE STATE-KEYED-ERROR-COUNT TO SUM-KEYED-ERROR-OUT
               WRITE PRINT-RECORD FROM MASTER-SUMMARY-LINE-7
                       AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM MASTER-SUMMARY-LINE-8
                       AFTER ADVANCING 1 LINE
               CLOSE KEYED-MASTER-FILE
           ELSE
               MOVE KEYED-MASTER-STATUS TO KEYED-OPEN-STATUS-OUT
               WRITE PRINT-RECORD FROM KEYED-MASTER-OPEN-LINE
                       AFTER ADVANCING 2 LINES
               ADD 1 TO STATE-KEYED-ERROR-COUNT
           END-IF.
           CLOSE OLD-MASTER-FILE.
           CLOSE EDITED-TRANS-FILE.
           CLOSE ARCHIVE-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE MASTER-UPDATE-REPORT.
      *
      * AN EMPTY EXTRACT ONLY COPIES THE MASTER FORWARD; THE STEP
      * ENDS WITH EXCEPTIONS SO THE OPERATOR LOOKS AT IT.  SO DOES
      * A KEYED MASTER THAT WAS NOT FULLY LOADED.
      *
           MOVE STATE-MASTER-OUT-COUNT TO LEDGER-OUTPUT-COUNT.
           MOVE STATE-KEYED-ERROR-COUNT TO LEDGER-EXCEPTION-COUNT.
           IF  LEDGER-INPUT-COUNT IS EQUAL TO ZERO
                   OR LEDGER-EXCEPTION-COUNT IS GREATER THAN ZERO
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
           MOVE 'CBMASTER'             TO LDG-PROGRAM-ID.
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
       END PROGRAM CBMASTER.
