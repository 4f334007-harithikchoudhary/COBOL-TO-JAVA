      *****************************************************************
      * PROGRAM:  PAYVAR
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Pay variance register. PAYEXTR balances tonight's
      *           extract against its own trailer, but nothing says
      *           whether the pay going to the bureau changed in ways
      *           nobody authorized. This step compares tonight's
      *           PAYEXTR file with the last extract that passed this
      *           check (kept in the PAYPRIOR file), employee by
      *           employee on PR-EMP-ID, and lists every employee who
      *           was added, dropped, moved department, or whose
      *           PR-EMP-SALARY changed.
      *
      *           Each difference is matched against the AUDITLOG
      *           generations written between the two extracts (the
      *           run IDs on their control headers):
      *             added    - INSERT, REHIRE, RETURN, RESTOR
      *             dropped  - DELETE, LEAVE, ARCHIV
      *             dept     - UPDATE, XFER, REHIRE, INSERT, RESTOR
      *                        whose new department is tonight's
      *             salary   - UPDATE, XFER, REHIRE, INSERT, RESTOR
      *                        whose new salary is tonight's
      *           (SALADJ, EFFDATE, and SALAPPR postings are audited
      *           as UPDATE.) A difference with no audit record behind
      *           it is flagged on the register and listed again in
      *           an UNEXPLAINED section at the end.
      *
      *           Runs as a NIGHTRUN step right after PAYEXTR, before
      *           the file is released to the bureau. Callable from
      *           the driver: ends with GOBACK, reports the number of
      *           differences in the shared night-run communication
      *           area, and ends with return code 8 when any
      *           difference is unexplained (or either extract is out
      *           of employee ID order), or 12 on a file error.
      *
      *           Tonight's extract becomes the new PAYPRIOR only when
      *           every difference is explained, so a failed night is
      *           compared again on the rerun. Once Payroll has
      *           reviewed the unexplained items, the step can be
      *           rerun with PAYVAR_ACCEPT=Y: the register is produced
      *           the same way, but the step ends with return code 0
      *           and the baseline moves forward. With no PAYPRIOR on
      *           disk (first night) tonight's extract is saved as the
      *           baseline and nothing is compared.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-EXTRACT-FILE ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT PRIOR-EXTRACT-FILE ASSIGN TO "PAYPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "PAYVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYROLL-EXTRACT-FILE.
       01 PR-EXTRACT-RECORD.
          05 PR-EMP-ID                PIC 9(5).
          05 FILLER                   PIC X(1).
          05 PR-EMP-FIRST-NAME        PIC X(20).
          05 FILLER                   PIC X(1).
          05 PR-EMP-LAST-NAME         PIC X(20).
          05 FILLER                   PIC X(1).
          05 PR-EMP-DEPT              PIC X(15).
          05 FILLER                   PIC X(1).
          05 PR-EMP-SALARY            PIC 9(7)V99.
       01 PR-HEADER-RECORD.
          05 PR-HDR-ID                PIC X(3).
          05 FILLER                   PIC X(1).
          05 PR-HDR-RUN-DATE          PIC X(10).
          05 FILLER                   PIC X(1).
          05 PR-HDR-RUN-ID            PIC X(14).
       01 PR-EXTRACT-LINE             PIC X(100).

       FD  PRIOR-EXTRACT-FILE.
       01 PRV-EXTRACT-RECORD.
          05 PRV-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1).
          05 PRV-EMP-FIRST-NAME       PIC X(20).
          05 FILLER                   PIC X(1).
          05 PRV-EMP-LAST-NAME        PIC X(20).
          05 FILLER                   PIC X(1).
          05 PRV-EMP-DEPT             PIC X(15).
          05 FILLER                   PIC X(1).
          05 PRV-EMP-SALARY           PIC 9(7)V99.
       01 PRV-HEADER-RECORD.
          05 PRV-HDR-ID               PIC X(3).
          05 FILLER                   PIC X(1).
          05 PRV-HDR-RUN-DATE         PIC X(10).
          05 FILLER                   PIC X(1).
          05 PRV-HDR-RUN-ID           PIC X(14).
       01 PRV-EXTRACT-LINE            PIC X(100).

       FD  AUDIT-FILE.
       01 AUD-FILE-RECORD.
          05 AFR-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1).
          05 AFR-OPERATION            PIC X(6).
          05 FILLER                   PIC X(1).
          05 AFR-OLD-DEPT             PIC X(15).
          05 FILLER                   PIC X(1).
          05 AFR-NEW-DEPT             PIC X(15).
          05 FILLER                   PIC X(1).
          05 AFR-OLD-POSITION         PIC X(20).
          05 FILLER                   PIC X(1).
          05 AFR-NEW-POSITION         PIC X(20).
          05 FILLER                   PIC X(1).
          05 AFR-OLD-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 AFR-NEW-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 AFR-TIMESTAMP            PIC X(21).
          05 FILLER                   PIC X(1).
          05 AFR-TERMINAL-USER        PIC X(20).
          05 FILLER                   PIC X(1).
          05 AFR-SEQUENCE-NO          PIC 9(9).
          05 FILLER                   PIC X(1).
          05 AFR-CHAIN-VALUE          PIC 9(10).
          05 FILLER                   PIC X(1).
          05 AFR-EFFECTIVE-DATE       PIC X(10).

       FD  VARIANCE-REPORT-FILE.
       01 RPT-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * Night-Run Communication Area (shared copybook)
      *-----------------------------------------------------------------
       COPY "copybooks/RUNCOMM.cpy".

       01 WS-FLAGS.
          05 WS-END-OF-DATA           PIC X(1) VALUE "N".
             88 END-OF-DATA           VALUE "Y".
          05 WS-PRIOR-FOUND-FLAG      PIC X(1) VALUE "N".
             88 PRIOR-FOUND           VALUE "Y".
          05 WS-CURRENT-FOUND-FLAG    PIC X(1) VALUE "N".
             88 CURRENT-FOUND         VALUE "Y".
          05 WS-PRIOR-EOF-FLAG        PIC X(1) VALUE "N".
             88 PRIOR-EOF             VALUE "Y".
          05 WS-CURRENT-EOF-FLAG      PIC X(1) VALUE "N".
             88 CURRENT-EOF           VALUE "Y".
          05 WS-PRIOR-DETAIL-FLAG     PIC X(1) VALUE "N".
             88 PRIOR-DETAIL-READY    VALUE "Y".
          05 WS-CURRENT-DETAIL-FLAG   PIC X(1) VALUE "N".
             88 CURRENT-DETAIL-READY  VALUE "Y".
          05 WS-SEQUENCE-OK-FLAG      PIC X(1) VALUE "Y".
             88 SEQUENCE-OK           VALUE "Y".
          05 WS-FILE-ERROR-FLAG       PIC X(1) VALUE "N".
             88 FILE-ERROR            VALUE "Y".
          05 WS-EXPLAINED-FLAG        PIC X(1) VALUE "N".
             88 DIFFERENCE-EXPLAINED  VALUE "Y".
          05 WS-ACCEPT-OPTION         PIC X(1) VALUE "N".
             88 UNEXPLAINED-ACCEPTED  VALUE "Y" "y".

       01 WS-COUNTERS.
          05 WS-PRIOR-DETAILS         PIC 9(7) VALUE ZEROES.
          05 WS-CURRENT-DETAILS       PIC 9(7) VALUE ZEROES.
          05 WS-ADDED-COUNT           PIC 9(7) VALUE ZEROES.
          05 WS-DROPPED-COUNT         PIC 9(7) VALUE ZEROES.
          05 WS-DEPT-CHANGE-COUNT     PIC 9(7) VALUE ZEROES.
          05 WS-SALARY-CHANGE-COUNT   PIC 9(7) VALUE ZEROES.
          05 WS-DIFFERENCE-COUNT      PIC 9(7) VALUE ZEROES.
          05 WS-EXPLAINED-COUNT       PIC 9(7) VALUE ZEROES.
          05 WS-UNEXPLAINED-COUNT     PIC 9(7) VALUE ZEROES.
          05 WS-AUDIT-RECORDS-READ    PIC 9(9) VALUE ZEROES.
          05 WS-RECORDS-COPIED        PIC 9(7) VALUE ZEROES.

      *-----------------------------------------------------------------
      * Control Headers of the Two Extracts - the Run IDs Bound the
      * Audit Records That Can Explain a Difference
      *-----------------------------------------------------------------
       01 WS-CONTROL-AREA.
          05 WS-PRIOR-RUN-ID          PIC X(14) VALUE SPACES.
          05 WS-PRIOR-RUN-DATE        PIC X(10) VALUE SPACES.
          05 WS-CURRENT-RUN-ID        PIC X(14) VALUE SPACES.
          05 WS-CURRENT-RUN-DATE      PIC X(10) VALUE SPACES.
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-RUN-DATE              PIC X(10).

      *-----------------------------------------------------------------
      * Match-Merge Keys - HIGH-VALUES Once a File is Exhausted
      *-----------------------------------------------------------------
       01 WS-MERGE-AREA.
          05 WS-PRIOR-KEY             PIC X(5).
          05 WS-CURRENT-KEY           PIC X(5).
          05 WS-PRIOR-LAST-KEY        PIC X(5).
          05 WS-CURRENT-LAST-KEY      PIC X(5).

      *-----------------------------------------------------------------
      * Monthly Audit Generations Between the Two Extracts
      *-----------------------------------------------------------------
       01 WS-GENERATION-AREA.
          05 WS-AUD-FILE-NAME         PIC X(15).
          05 WS-GEN-YYYYMM            PIC X(6).
          05 WS-GEN-TO-YYYYMM         PIC X(6).
          05 WS-GEN-YEAR              PIC 9(4).
          05 WS-GEN-MONTH             PIC 9(2).

      *-----------------------------------------------------------------
      * Audit Records That Could Explain a Difference, Tabled From
      * the Generations Between the Two Extracts
      *-----------------------------------------------------------------
       01 WS-AUDIT-TABLE-AREA.
          05 WS-AUT-COUNT             PIC 9(5) VALUE ZEROES.
          05 WS-AUT-ENTRY OCCURS 5000 TIMES.
             10 WS-AUT-EMP-ID         PIC 9(5).
             10 WS-AUT-OPERATION      PIC X(6).
             10 WS-AUT-NEW-DEPT       PIC X(15).
             10 WS-AUT-NEW-SALARY     PIC 9(7)V99.
             10 WS-AUT-TIMESTAMP      PIC X(14).
             10 WS-AUT-USER           PIC X(20).
          05 WS-AUT-IDX               PIC 9(5).
          05 WS-AUT-MATCH-IDX         PIC 9(5).
          05 WS-AUT-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 AUDIT-TABLE-FULL      VALUE "Y".

      *-----------------------------------------------------------------
      * The Difference Being Explained, and the Unexplained Ones Kept
      * for the Closing Section of the Register
      *-----------------------------------------------------------------
       01 WS-DIFFERENCE-AREA.
          05 WS-DIF-TYPE              PIC X(7).
             88 DIF-ADDED             VALUE "ADDED".
             88 DIF-DROPPED           VALUE "DROPPED".
             88 DIF-DEPT              VALUE "DEPT".
             88 DIF-SALARY            VALUE "SALARY".
          05 WS-DIF-EMP-ID            PIC 9(5).
          05 WS-DIF-LAST-NAME         PIC X(20).
          05 WS-DIF-OLD-DEPT          PIC X(15).
          05 WS-DIF-NEW-DEPT          PIC X(15).
          05 WS-DIF-OLD-SALARY        PIC 9(7)V99.
          05 WS-DIF-NEW-SALARY        PIC 9(7)V99.
          05 WS-DIF-DETAIL            PIC X(60).

       01 WS-UNEXPLAINED-TABLE-AREA.
          05 WS-UNX-COUNT             PIC 9(4) VALUE ZEROES.
          05 WS-UNX-ENTRY OCCURS 1000 TIMES.
             10 WS-UNX-TYPE           PIC X(7).
             10 WS-UNX-EMP-ID         PIC 9(5).
             10 WS-UNX-LAST-NAME      PIC X(20).
             10 WS-UNX-DETAIL         PIC X(60).
          05 WS-UNX-IDX               PIC 9(4).

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-PR-FILE-STATUS        PIC X(2).
          05 WS-PRV-FILE-STATUS       PIC X(2).
          05 WS-AUD-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).
          05 WS-FMT-OLD-SALARY        PIC $$,$$$,$$9.99.
          05 WS-FMT-NEW-SALARY        PIC $$,$$$,$$9.99.
          05 WS-TSD-DATE              PIC X(10).
          05 WS-TSD-TIME              PIC X(8).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "PAY VARIANCE REGISTER PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-READ-CONTROL-HEADERS.

           IF CURRENT-FOUND
              IF PRIOR-FOUND
                 PERFORM 3000-LOAD-AUDIT-TRAIL
                 PERFORM 4000-PRODUCE-VARIANCE-REGISTER
              ELSE
                 DISPLAY "No prior extract on file - tonight's "
                         "extract is saved as the baseline."
              END-IF
           END-IF.

           IF CURRENT-FOUND AND NOT FILE-ERROR
              IF WS-UNEXPLAINED-COUNT = ZEROES
                 AND SEQUENCE-OK
                 PERFORM 6000-SAVE-BASELINE
              ELSE
                 IF UNEXPLAINED-ACCEPTED
                    DISPLAY "PAYVAR_ACCEPT=Y - unexplained "
                            "differences accepted; baseline moved "
                            "forward."
                    PERFORM 6000-SAVE-BASELINE
                 END-IF
              END-IF
           END-IF.

           PERFORM 9000-TERMINATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Initialize Variables and Pick Up the Accept Option
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-CONTROL-AREA.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-PRIOR-FOUND-FLAG.
           MOVE "N" TO WS-CURRENT-FOUND-FLAG.
           MOVE "Y" TO WS-SEQUENCE-OK-FLAG.
           MOVE "N" TO WS-FILE-ERROR-FLAG.
           MOVE ZEROES TO WS-AUT-COUNT WS-UNX-COUNT.
           MOVE "N" TO WS-AUT-TABLE-FULL-FLAG.

           ACCEPT WS-ACCEPT-OPTION FROM ENVIRONMENT "PAYVAR_ACCEPT".

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.

      *-----------------------------------------------------------------
      * Pick Up the Run ID From the Control Header of Tonight's
      * Extract and of the Prior One. Tonight's Extract Must be There;
      * No Prior Extract Just Means This is the First Night.
      *-----------------------------------------------------------------
       2000-READ-CONTROL-HEADERS.
           OPEN INPUT PAYROLL-EXTRACT-FILE.

           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "Tonight's extract could not be opened - status "
                      WS-PR-FILE-STATUS "; step abandoned."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              READ PAYROLL-EXTRACT-FILE
                  AT END
                      MOVE SPACES TO PR-HEADER-RECORD
              END-READ

              IF PR-HDR-ID = "HDR"
                 MOVE PR-HDR-RUN-ID TO WS-CURRENT-RUN-ID
                 MOVE PR-HDR-RUN-DATE TO WS-CURRENT-RUN-DATE
                 MOVE "Y" TO WS-CURRENT-FOUND-FLAG
              ELSE
                 DISPLAY "Tonight's extract has no control header - "
                         "step abandoned."
                 MOVE "Y" TO WS-FILE-ERROR-FLAG
              END-IF

              CLOSE PAYROLL-EXTRACT-FILE
           END-IF.

           OPEN INPUT PRIOR-EXTRACT-FILE.

           EVALUATE TRUE
               WHEN WS-PRV-FILE-STATUS = "00"
                   READ PRIOR-EXTRACT-FILE
                       AT END
                           MOVE SPACES TO PRV-HEADER-RECORD
                   END-READ

                   IF PRV-HDR-ID = "HDR"
                      MOVE PRV-HDR-RUN-ID TO WS-PRIOR-RUN-ID
                      MOVE PRV-HDR-RUN-DATE TO WS-PRIOR-RUN-DATE
                      MOVE "Y" TO WS-PRIOR-FOUND-FLAG
                   ELSE
                      DISPLAY "Prior extract has no control header - "
                              "step abandoned."
                      MOVE "Y" TO WS-FILE-ERROR-FLAG
                   END-IF

                   CLOSE PRIOR-EXTRACT-FILE
               WHEN WS-PRV-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Prior extract could not be opened - "
                           "status " WS-PRV-FILE-STATUS
                           "; step abandoned."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-EVALUATE.

           IF FILE-ERROR
              MOVE "N" TO WS-CURRENT-FOUND-FLAG
           ELSE
              DISPLAY "Tonight's extract run ID: " WS-CURRENT-RUN-ID
              IF PRIOR-FOUND
                 DISPLAY "Prior extract run ID    : " WS-PRIOR-RUN-ID
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Table Every Audit Record Written Between the Two Extracts
      * That Could Explain a Pay Difference
      *-----------------------------------------------------------------
       3000-LOAD-AUDIT-TRAIL.
           MOVE WS-PRIOR-RUN-ID(1:6) TO WS-GEN-YYYYMM.
           MOVE WS-CURRENT-RUN-ID(1:6) TO WS-GEN-TO-YYYYMM.

           PERFORM 3020-LOAD-ONE-GENERATION
               UNTIL WS-GEN-YYYYMM > WS-GEN-TO-YYYYMM.

           DISPLAY "Audit records read       : " WS-AUDIT-RECORDS-READ.
           DISPLAY "Audit records that apply : " WS-AUT-COUNT.

      *-----------------------------------------------------------------
      * Read One Monthly Audit Generation, Then Step to the Next
      * Month. A Generation With No File on Disk Just Means Nothing
      * Was Audited That Month.
      *-----------------------------------------------------------------
       3020-LOAD-ONE-GENERATION.
           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-GEN-YYYYMM DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT AUDIT-FILE.

           EVALUATE TRUE
               WHEN WS-AUD-FILE-STATUS = "00"
                   PERFORM 3050-LOAD-ONE-AUDIT-RECORD
                       UNTIL END-OF-DATA

                   CLOSE AUDIT-FILE
               WHEN WS-AUD-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Audit generation " WS-AUD-FILE-NAME
                           " could not be read - status "
                           WS-AUD-FILE-STATUS "; step abandoned."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-EVALUATE.

           PERFORM 3030-BUMP-GENERATION-MONTH.

      *-----------------------------------------------------------------
      * Advance the Generation Key One Calendar Month
      *-----------------------------------------------------------------
       3030-BUMP-GENERATION-MONTH.
           MOVE WS-GEN-YYYYMM(1:4) TO WS-GEN-YEAR.
           MOVE WS-GEN-YYYYMM(5:2) TO WS-GEN-MONTH.

           IF WS-GEN-MONTH = 12
              ADD 1 TO WS-GEN-YEAR
              MOVE 1 TO WS-GEN-MONTH
           ELSE
              ADD 1 TO WS-GEN-MONTH
           END-IF.

           MOVE SPACES TO WS-GEN-YYYYMM.
           STRING WS-GEN-YEAR WS-GEN-MONTH DELIMITED BY SIZE
             INTO WS-GEN-YYYYMM.

      *-----------------------------------------------------------------
      * Table One Audit Record if it Falls Between the Two Extracts
      * and is an Operation That Moves Pay
      *-----------------------------------------------------------------
       3050-LOAD-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ

                   IF AFR-TIMESTAMP(1:14) > WS-PRIOR-RUN-ID
                      AND AFR-TIMESTAMP(1:14) <= WS-CURRENT-RUN-ID
                      EVALUATE AFR-OPERATION
                          WHEN "INSERT"
                          WHEN "UPDATE"
                          WHEN "XFER"
                          WHEN "REHIRE"
                          WHEN "RETURN"
                          WHEN "RESTOR"
                          WHEN "DELETE"
                          WHEN "LEAVE"
                          WHEN "ARCHIV"
                              PERFORM 3100-TABLE-AUDIT-RECORD
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Add One Audit Record to the Explanation Table
      *-----------------------------------------------------------------
       3100-TABLE-AUDIT-RECORD.
           IF WS-AUT-COUNT < 5000
              ADD 1 TO WS-AUT-COUNT
              MOVE AFR-EMP-ID TO WS-AUT-EMP-ID (WS-AUT-COUNT)
              MOVE AFR-OPERATION TO WS-AUT-OPERATION (WS-AUT-COUNT)
              MOVE AFR-NEW-DEPT TO WS-AUT-NEW-DEPT (WS-AUT-COUNT)
              MOVE AFR-NEW-SALARY TO WS-AUT-NEW-SALARY (WS-AUT-COUNT)
              MOVE AFR-TIMESTAMP(1:14)
                TO WS-AUT-TIMESTAMP (WS-AUT-COUNT)
              MOVE AFR-TERMINAL-USER TO WS-AUT-USER (WS-AUT-COUNT)
           ELSE
              IF NOT AUDIT-TABLE-FULL
                 MOVE "Y" TO WS-AUT-TABLE-FULL-FLAG
                 DISPLAY "WARNING: more than 5000 audit records "
                         "between the extracts - later ones cannot "
                         "explain a difference."
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Match-Merge the Prior and Tonight's Extracts on Employee ID
      * and Write the Register
      *-----------------------------------------------------------------
       4000-PRODUCE-VARIANCE-REGISTER.
           OPEN OUTPUT VARIANCE-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Variance register file could not be opened - "
                      "status " WS-RPT-FILE-STATUS
                      "; step abandoned."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              OPEN INPUT PRIOR-EXTRACT-FILE
              OPEN INPUT PAYROLL-EXTRACT-FILE

              PERFORM 4010-WRITE-REPORT-HEADER

              MOVE "N" TO WS-PRIOR-EOF-FLAG
              MOVE "N" TO WS-CURRENT-EOF-FLAG
              MOVE LOW-VALUES TO WS-PRIOR-LAST-KEY
                                 WS-CURRENT-LAST-KEY

              PERFORM 4100-READ-PRIOR-DETAIL
              PERFORM 4200-READ-CURRENT-DETAIL

              PERFORM 4300-MATCH-ONE-KEY
                  UNTIL PRIOR-EOF AND CURRENT-EOF

              CLOSE PRIOR-EXTRACT-FILE
              CLOSE PAYROLL-EXTRACT-FILE

              PERFORM 5000-WRITE-UNEXPLAINED-SECTION

              PERFORM 5100-WRITE-REPORT-TRAILER

              CLOSE VARIANCE-REPORT-FILE

              DISPLAY WS-LINE
              DISPLAY "Employees on prior extract   : "
                      WS-PRIOR-DETAILS
              DISPLAY "Employees on tonight's       : "
                      WS-CURRENT-DETAILS
              DISPLAY "Added                        : " WS-ADDED-COUNT
              DISPLAY "Dropped                      : "
                      WS-DROPPED-COUNT
              DISPLAY "Department changes           : "
                      WS-DEPT-CHANGE-COUNT
              DISPLAY "Salary changes               : "
                      WS-SALARY-CHANGE-COUNT
              DISPLAY "Explained by the audit trail : "
                      WS-EXPLAINED-COUNT
              DISPLAY "UNEXPLAINED                  : "
                      WS-UNEXPLAINED-COUNT

              MOVE WS-DIFFERENCE-COUNT TO NRC-STEP-RECORD-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * Write the Register Heading Lines
      *-----------------------------------------------------------------
       4010-WRITE-REPORT-HEADER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PAY VARIANCE REGISTER  RUN DATE: " WS-RUN-DATE
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PRIOR EXTRACT " WS-PRIOR-RUN-ID
                  "  TONIGHT'S EXTRACT " WS-CURRENT-RUN-ID
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report header write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Read Forward to the Next Employee Detail on the Prior Extract
      * (Control Records and Other Record Types are Skipped)
      *-----------------------------------------------------------------
       4100-READ-PRIOR-DETAIL.
           MOVE "N" TO WS-PRIOR-DETAIL-FLAG.

           PERFORM 4110-READ-ONE-PRIOR-RECORD
               UNTIL PRIOR-DETAIL-READY OR PRIOR-EOF.

           IF PRIOR-EOF
              MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
              MOVE PRV-EXTRACT-RECORD(1:5) TO WS-PRIOR-KEY
              ADD 1 TO WS-PRIOR-DETAILS

              IF WS-PRIOR-KEY NOT > WS-PRIOR-LAST-KEY
                 DISPLAY "Prior extract is out of employee ID order "
                         "at " WS-PRIOR-KEY "."
                 MOVE "N" TO WS-SEQUENCE-OK-FLAG
              END-IF

              MOVE WS-PRIOR-KEY TO WS-PRIOR-LAST-KEY
           END-IF.

      *-----------------------------------------------------------------
      * Read One Prior Extract Record
      *-----------------------------------------------------------------
       4110-READ-ONE-PRIOR-RECORD.
           READ PRIOR-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-PRIOR-EOF-FLAG
               NOT AT END
                   IF PRV-EMP-ID NUMERIC
                      MOVE "Y" TO WS-PRIOR-DETAIL-FLAG
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Read Forward to the Next Employee Detail on Tonight's Extract
      *-----------------------------------------------------------------
       4200-READ-CURRENT-DETAIL.
           MOVE "N" TO WS-CURRENT-DETAIL-FLAG.

           PERFORM 4210-READ-ONE-CURRENT-RECORD
               UNTIL CURRENT-DETAIL-READY OR CURRENT-EOF.

           IF CURRENT-EOF
              MOVE HIGH-VALUES TO WS-CURRENT-KEY
           ELSE
              MOVE PR-EXTRACT-RECORD(1:5) TO WS-CURRENT-KEY
              ADD 1 TO WS-CURRENT-DETAILS

              IF WS-CURRENT-KEY NOT > WS-CURRENT-LAST-KEY
                 DISPLAY "Tonight's extract is out of employee ID "
                         "order at " WS-CURRENT-KEY "."
                 MOVE "N" TO WS-SEQUENCE-OK-FLAG
              END-IF

              MOVE WS-CURRENT-KEY TO WS-CURRENT-LAST-KEY
           END-IF.

      *-----------------------------------------------------------------
      * Read One Record of Tonight's Extract
      *-----------------------------------------------------------------
       4210-READ-ONE-CURRENT-RECORD.
           READ PAYROLL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-CURRENT-EOF-FLAG
               NOT AT END
                   IF PR-EMP-ID NUMERIC
                      MOVE "Y" TO WS-CURRENT-DETAIL-FLAG
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Compare the Lower Key(s): on Tonight's Only = Added, on the
      * Prior Only = Dropped, on Both = Check Department and Salary
      *-----------------------------------------------------------------
       4300-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-CURRENT-KEY < WS-PRIOR-KEY
                   MOVE "ADDED" TO WS-DIF-TYPE
                   MOVE PR-EMP-ID TO WS-DIF-EMP-ID
                   MOVE PR-EMP-LAST-NAME TO WS-DIF-LAST-NAME
                   MOVE SPACES TO WS-DIF-OLD-DEPT
                   MOVE PR-EMP-DEPT TO WS-DIF-NEW-DEPT
                   MOVE ZEROES TO WS-DIF-OLD-SALARY
                   MOVE PR-EMP-SALARY TO WS-DIF-NEW-SALARY
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 4400-REPORT-DIFFERENCE

                   PERFORM 4200-READ-CURRENT-DETAIL
               WHEN WS-PRIOR-KEY < WS-CURRENT-KEY
                   MOVE "DROPPED" TO WS-DIF-TYPE
                   MOVE PRV-EMP-ID TO WS-DIF-EMP-ID
                   MOVE PRV-EMP-LAST-NAME TO WS-DIF-LAST-NAME
                   MOVE PRV-EMP-DEPT TO WS-DIF-OLD-DEPT
                   MOVE SPACES TO WS-DIF-NEW-DEPT
                   MOVE PRV-EMP-SALARY TO WS-DIF-OLD-SALARY
                   MOVE ZEROES TO WS-DIF-NEW-SALARY
                   ADD 1 TO WS-DROPPED-COUNT
                   PERFORM 4400-REPORT-DIFFERENCE

                   PERFORM 4100-READ-PRIOR-DETAIL
               WHEN OTHER
                   MOVE PR-EMP-ID TO WS-DIF-EMP-ID
                   MOVE PR-EMP-LAST-NAME TO WS-DIF-LAST-NAME
                   MOVE PRV-EMP-DEPT TO WS-DIF-OLD-DEPT
                   MOVE PR-EMP-DEPT TO WS-DIF-NEW-DEPT
                   MOVE PRV-EMP-SALARY TO WS-DIF-OLD-SALARY
                   MOVE PR-EMP-SALARY TO WS-DIF-NEW-SALARY

                   IF PR-EMP-DEPT NOT = PRV-EMP-DEPT
                      MOVE "DEPT" TO WS-DIF-TYPE
                      ADD 1 TO WS-DEPT-CHANGE-COUNT
                      PERFORM 4400-REPORT-DIFFERENCE
                   END-IF

                   IF PR-EMP-SALARY NOT = PRV-EMP-SALARY
                      MOVE "SALARY" TO WS-DIF-TYPE
                      ADD 1 TO WS-SALARY-CHANGE-COUNT
                      PERFORM 4400-REPORT-DIFFERENCE
                   END-IF

                   PERFORM 4100-READ-PRIOR-DETAIL
                   PERFORM 4200-READ-CURRENT-DETAIL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Look For the Audit Record Behind One Difference and Write the
      * Register Lines for it
      *-----------------------------------------------------------------
       4400-REPORT-DIFFERENCE.
           ADD 1 TO WS-DIFFERENCE-COUNT.

           MOVE WS-DIF-OLD-SALARY TO WS-FMT-OLD-SALARY.
           MOVE WS-DIF-NEW-SALARY TO WS-FMT-NEW-SALARY.
           MOVE SPACES TO WS-DIF-DETAIL.

           EVALUATE TRUE
               WHEN DIF-ADDED
                   STRING "NEW: " WS-DIF-NEW-DEPT " " WS-FMT-NEW-SALARY
                     DELIMITED BY SIZE
                     INTO WS-DIF-DETAIL
                   END-STRING
               WHEN DIF-DROPPED
                   STRING "WAS: " WS-DIF-OLD-DEPT " " WS-FMT-OLD-SALARY
                     DELIMITED BY SIZE
                     INTO WS-DIF-DETAIL
                   END-STRING
               WHEN DIF-DEPT
                   STRING WS-DIF-OLD-DEPT " -> " WS-DIF-NEW-DEPT
                     DELIMITED BY SIZE
                     INTO WS-DIF-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING WS-FMT-OLD-SALARY " -> " WS-FMT-NEW-SALARY
                     DELIMITED BY SIZE
                     INTO WS-DIF-DETAIL
                   END-STRING
           END-EVALUATE.

           PERFORM 4500-FIND-EXPLANATION.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING WS-DIF-TYPE "  EMP " WS-DIF-EMP-ID
                  "  " WS-DIF-LAST-NAME
                  "  " WS-DIF-DETAIL
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.

           IF DIFFERENCE-EXPLAINED
              ADD 1 TO WS-EXPLAINED-COUNT

              MOVE SPACES TO WS-TSD-DATE WS-TSD-TIME
              STRING WS-AUT-TIMESTAMP (WS-AUT-MATCH-IDX)(1:4) "-"
                     WS-AUT-TIMESTAMP (WS-AUT-MATCH-IDX)(5:2) "-"
                     WS-AUT-TIMESTAMP (WS-AUT-MATCH-IDX)(7:2)
                     DELIMITED BY SIZE
                INTO WS-TSD-DATE
              STRING WS-AUT-TIMESTAMP (WS-AUT-MATCH-IDX)(9:2) ":"
                     WS-AUT-TIMESTAMP (WS-AUT-MATCH-IDX)(11:2) ":"
                     WS-AUT-TIMESTAMP (WS-AUT-MATCH-IDX)(13:2)
                     DELIMITED BY SIZE
                INTO WS-TSD-TIME

              STRING "         EXPLAINED BY "
                     WS-AUT-OPERATION (WS-AUT-MATCH-IDX)
                     " " WS-TSD-DATE " " WS-TSD-TIME
                     " BY " WS-AUT-USER (WS-AUT-MATCH-IDX)
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-UNEXPLAINED-COUNT
              MOVE "         *** UNEXPLAINED - NO AUDIT RECORD ***"
                TO RPT-REPORT-LINE

              IF WS-UNX-COUNT < 1000
                 ADD 1 TO WS-UNX-COUNT
                 MOVE WS-DIF-TYPE TO WS-UNX-TYPE (WS-UNX-COUNT)
                 MOVE WS-DIF-EMP-ID TO WS-UNX-EMP-ID (WS-UNX-COUNT)
                 MOVE WS-DIF-LAST-NAME
                   TO WS-UNX-LAST-NAME (WS-UNX-COUNT)
                 MOVE WS-DIF-DETAIL TO WS-UNX-DETAIL (WS-UNX-COUNT)
              END-IF
           END-IF.

           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: register write failed for employee "
                      WS-DIF-EMP-ID " - status " WS-RPT-FILE-STATUS
                      "."
           END-IF.

      *-----------------------------------------------------------------
      * Search the Audit Table for the Latest Record That Explains
      * the Difference - the Right Operation for the Kind of
      * Difference and, for a Department or Salary Change, the Value
      * That is on Tonight's Extract
      *-----------------------------------------------------------------
       4500-FIND-EXPLANATION.
           MOVE "N" TO WS-EXPLAINED-FLAG.
           MOVE ZEROES TO WS-AUT-MATCH-IDX.
           MOVE 1 TO WS-AUT-IDX.

           PERFORM 4550-CHECK-ONE-AUDIT-ENTRY
               UNTIL WS-AUT-IDX > WS-AUT-COUNT.

           IF WS-AUT-MATCH-IDX > ZEROES
              MOVE "Y" TO WS-EXPLAINED-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Check One Tabled Audit Record Against the Difference
      *-----------------------------------------------------------------
       4550-CHECK-ONE-AUDIT-ENTRY.
           IF WS-AUT-EMP-ID (WS-AUT-IDX) = WS-DIF-EMP-ID
              EVALUATE TRUE
                  WHEN DIF-ADDED
                      IF WS-AUT-OPERATION (WS-AUT-IDX) = "INSERT"
                         OR "REHIRE" OR "RETURN" OR "RESTOR"
                         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
                      END-IF
                  WHEN DIF-DROPPED
                      IF WS-AUT-OPERATION (WS-AUT-IDX) = "DELETE"
                         OR "LEAVE" OR "ARCHIV"
                         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
                      END-IF
                  WHEN DIF-DEPT
                      IF (WS-AUT-OPERATION (WS-AUT-IDX) = "UPDATE"
                          OR "XFER" OR "REHIRE" OR "INSERT"
                          OR "RESTOR")
                         AND WS-AUT-NEW-DEPT (WS-AUT-IDX)
                             = WS-DIF-NEW-DEPT
                         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
                      END-IF
                  WHEN OTHER
                      IF (WS-AUT-OPERATION (WS-AUT-IDX) = "UPDATE"
                          OR "XFER" OR "REHIRE" OR "INSERT"
                          OR "RESTOR")
                         AND WS-AUT-NEW-SALARY (WS-AUT-IDX)
                             = WS-DIF-NEW-SALARY
                         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
                      END-IF
              END-EVALUATE
           END-IF.

           ADD 1 TO WS-AUT-IDX.

      *-----------------------------------------------------------------
      * List the Unexplained Differences Again in Their Own Section
      *-----------------------------------------------------------------
       5000-WRITE-UNEXPLAINED-SECTION.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "UNEXPLAINED - NO AUDIT RECORD BEHIND THE CHANGE: "
                  WS-UNEXPLAINED-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE 1 TO WS-UNX-IDX.

           PERFORM 5050-WRITE-ONE-UNEXPLAINED
               UNTIL WS-UNX-IDX > WS-UNX-COUNT.

           IF WS-UNEXPLAINED-COUNT > WS-UNX-COUNT
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "  ... ONLY THE FIRST 1000 ARE LISTED HERE - SEE "
                     "THE REGISTER ABOVE FOR THE REST"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * Write One Unexplained Difference
      *-----------------------------------------------------------------
       5050-WRITE-ONE-UNEXPLAINED.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING WS-UNX-TYPE (WS-UNX-IDX)
                  "  EMP " WS-UNX-EMP-ID (WS-UNX-IDX)
                  "  " WS-UNX-LAST-NAME (WS-UNX-IDX)
                  "  " WS-UNX-DETAIL (WS-UNX-IDX)
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           ADD 1 TO WS-UNX-IDX.

      *-----------------------------------------------------------------
      * Write the Register Trailer With the Counts
      *-----------------------------------------------------------------
       5100-WRITE-REPORT-TRAILER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PRIOR: " WS-PRIOR-DETAILS
                  "  TONIGHT: " WS-CURRENT-DETAILS
                  "  ADDED: " WS-ADDED-COUNT
                  "  DROPPED: " WS-DROPPED-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "DEPT CHANGES: " WS-DEPT-CHANGE-COUNT
                  "  SALARY CHANGES: " WS-SALARY-CHANGE-COUNT
                  "  EXPLAINED: " WS-EXPLAINED-COUNT
                  "  UNEXPLAINED: " WS-UNEXPLAINED-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           EVALUATE TRUE
               WHEN NOT SEQUENCE-OK
                   MOVE SPACES TO RPT-REPORT-LINE
                   STRING "AN EXTRACT IS OUT OF EMPLOYEE ID ORDER - "
                          "REGISTER NOT RELIABLE"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN WS-UNEXPLAINED-COUNT = ZEROES
                   MOVE SPACES TO RPT-REPORT-LINE
                   STRING "EVERY PAY DIFFERENCE IS EXPLAINED BY THE "
                          "AUDIT TRAIL"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN UNEXPLAINED-ACCEPTED
                   MOVE SPACES TO RPT-REPORT-LINE
                   STRING "UNEXPLAINED DIFFERENCES ACCEPTED FOR "
                          "RELEASE (PAYVAR_ACCEPT=Y)"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO RPT-REPORT-LINE
                   STRING "UNEXPLAINED PAY DIFFERENCES - HOLD THE "
                          "EXTRACT UNTIL PAYROLL HAS REVIEWED THEM"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RPT-REPORT-LINE.

           IF WS-AUT-TABLE-FULL-FLAG = "Y"
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "NOTE: AUDIT TABLE FULL - SOME DIFFERENCES MAY "
                     "SHOW AS UNEXPLAINED"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report trailer write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Copy Tonight's Extract to PAYPRIOR as the Baseline the Next
      * Run Compares Against
      *-----------------------------------------------------------------
       6000-SAVE-BASELINE.
           MOVE "N" TO WS-END-OF-DATA.
           MOVE ZEROES TO WS-RECORDS-COPIED.

           OPEN INPUT PAYROLL-EXTRACT-FILE.
           OPEN OUTPUT PRIOR-EXTRACT-FILE.

           IF WS-PR-FILE-STATUS NOT = "00"
              OR WS-PRV-FILE-STATUS NOT = "00"
              DISPLAY "Baseline could not be saved - extract status "
                      WS-PR-FILE-STATUS ", PAYPRIOR status "
                      WS-PRV-FILE-STATUS "."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              PERFORM 6050-COPY-ONE-RECORD
                  UNTIL END-OF-DATA

              DISPLAY "Baseline saved: " WS-RECORDS-COPIED
                      " record(s) copied to PAYPRIOR."
           END-IF.

           CLOSE PAYROLL-EXTRACT-FILE.
           CLOSE PRIOR-EXTRACT-FILE.

      *-----------------------------------------------------------------
      * Copy One Extract Record to the Baseline
      *-----------------------------------------------------------------
       6050-COPY-ONE-RECORD.
           READ PAYROLL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   MOVE PR-EXTRACT-LINE TO PRV-EXTRACT-LINE
                   WRITE PRV-EXTRACT-LINE

                   IF WS-PRV-FILE-STATUS NOT = "00"
                      DISPLAY "Baseline write failed - status "
                              WS-PRV-FILE-STATUS "."
                      MOVE "Y" TO WS-FILE-ERROR-FLAG
                      MOVE "Y" TO WS-END-OF-DATA
                   ELSE
                      ADD 1 TO WS-RECORDS-COPIED
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Set the Return Code and Wrap Up
      *-----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY WS-LINE.

           EVALUATE TRUE
               WHEN FILE-ERROR
                   DISPLAY "Pay variance register could not be "
                           "completed."
                   MOVE 12 TO RETURN-CODE
               WHEN NOT SEQUENCE-OK
                   DISPLAY "EXTRACT OUT OF EMPLOYEE ID ORDER - "
                           "register not reliable."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNEXPLAINED-COUNT > ZEROES
                AND NOT UNEXPLAINED-ACCEPTED
                   DISPLAY "UNEXPLAINED PAY DIFFERENCES: "
                           WS-UNEXPLAINED-COUNT
                           " - hold the extract; see PAYVARRPT."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY "Pay variance register program terminated.".
           DISPLAY WS-LINE.
