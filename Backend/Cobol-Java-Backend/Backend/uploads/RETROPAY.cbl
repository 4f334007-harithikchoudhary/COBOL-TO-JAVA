      *****************************************************************
      * PROGRAM:  RETROPAY
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Retroactive pay calculation. A salary change posted
      *           after the date it took effect - a SALADJ increase
      *           signed off weeks after its effective date, an
      *           EFFDATE posting that ran late, a DBCONNECT or
      *           SALAPPR update keyed with a past effective date -
      *           leaves the pay periods in between paid at the old
      *           rate. This step works the difference out for every
      *           such period instead of Payroll doing it by hand.
      *
      *           Pay periods are calendar months, paid at one
      *           twelfth of the annual salary from the extract taken
      *           in the month, so a period is already paid once the
      *           month has ended. For each UPDATE audit record in the
      *           scanned AUDITLOG generations whose salary changed
      *           and whose effective date (carried on the audit
      *           record) falls in a month before the month it was
      *           posted, every month from the effective month up to
      *           the month before posting is owed (or overpaid)
      *           (new salary - old salary) / 12, the first month
      *           prorated by calendar days when the change took
      *           effect after the 1st. Each change's difference is
      *           figured against the rate in force when it was
      *           posted, so two back-dated changes to the same months
      *           add up correctly.
      *
      *           The run mode comes from the RETROPAY_MODE
      *           environment variable: anything other than COMMIT is
      *           treated as PREVIEW, which prints the full retro
      *           register for Payroll sign-off but pays nothing.
      *           COMMIT adds one RTR retro-pay record per employee,
      *           change, and period to tonight's PAYEXTR file, after
      *           the employee records, and rewrites the trailer so
      *           the record count and hash total (retro amounts
      *           added unsigned) cover them; the finished extract is
      *           balanced again before the step ends.
      *
      *           Every period paid is kept in the RETROLED retro
      *           ledger with the run ID of the extract that carried
      *           it, so a period is never paid twice: a later run
      *           lists it as already paid. A rerun against the same
      *           extract (a NIGHTRUN restart) rebuilds the RTR
      *           records from the ledger instead of adding them
      *           again. If the extract that carried retro records is
      *           replaced before it is released to the bureau,
      *           setting RETROPAY_REISSUE to that extract's run ID
      *           moves its periods onto tonight's extract. Only
      *           the ledger entries for changes posted within the
      *           scan range (and any carried by tonight's extract)
      *           are loaded, since no other entry can be looked up.
      *
      *           AUDITLOG generations are scanned from RETROPAY_FROM
      *           (YYYYMM; default eleven months before the extract
      *           month) through the extract month. The register is
      *           written to RETRORPT.
      *
      *           Runs as a NIGHTRUN step right after PAYEXTR.
      *           Callable from the driver: ends with GOBACK, reports
      *           the number of periods newly paid (or, in PREVIEW,
      *           that would be) in the shared night-run
      *           communication area, and ends with return code 8
      *           when the extract is missing its control records or
      *           out of balance, or when the ledger holds more
      *           entries in the scan range than can be loaded in
      *           COMMIT mode, or 12 on a file error.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-EXTRACT-FILE ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT EXTRACT-WORK-FILE ASSIGN TO "PAYEXTRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT RETRO-LEDGER-FILE ASSIGN TO "RETROLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-FILE-STATUS.
           SELECT RETRO-REPORT-FILE ASSIGN TO "RETRORPT"
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
       01 PR-RETRO-RECORD.
          05 PR-RTR-ID                PIC X(3).
          05 FILLER                   PIC X(1).
          05 PR-RTR-EMP-ID            PIC 9(5).
          05 FILLER                   PIC X(1).
          05 PR-RTR-PERIOD            PIC X(6).
          05 FILLER                   PIC X(1).
          05 PR-RTR-SIGN              PIC X(1).
          05 PR-RTR-AMOUNT            PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 PR-RTR-EFFECTIVE-DATE    PIC X(10).
          05 FILLER                   PIC X(1).
          05 PR-RTR-POSTED-ID         PIC X(14).
       01 PR-TRAILER-RECORD.
          05 PR-TRL-ID                PIC X(3).
          05 FILLER                   PIC X(1).
          05 PR-TRL-RECORD-COUNT      PIC 9(9).
          05 FILLER                   PIC X(1).
          05 PR-TRL-SALARY-HASH       PIC 9(13)V99.
       01 PR-EXTRACT-LINE             PIC X(100).

       FD  EXTRACT-WORK-FILE.
       01 WRK-EXTRACT-LINE            PIC X(100).

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

       FD  RETRO-LEDGER-FILE.
       01 LED-LEDGER-RECORD.
          05 LED-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 LED-POSTED-ID            PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 LED-PERIOD               PIC X(6).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 LED-SIGN                 PIC X(1).
          05 LED-AMOUNT               PIC 9(7)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 LED-EFFECTIVE-DATE       PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 LED-RUN-ID               PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 LED-COMMITTED-ID         PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 LED-COMMITTED-BY         PIC X(20).

       FD  RETRO-REPORT-FILE.
       01 RPT-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * Night-Run Communication Area (shared copybook)
      *-----------------------------------------------------------------
       COPY "copybooks/RUNCOMM.cpy".

       01 WS-FLAGS.
          05 WS-END-OF-DATA           PIC X(1) VALUE "N".
             88 END-OF-DATA           VALUE "Y".
          05 WS-FILE-ERROR-FLAG       PIC X(1) VALUE "N".
             88 FILE-ERROR            VALUE "Y".
          05 WS-EXTRACT-OK-FLAG       PIC X(1) VALUE "N".
             88 EXTRACT-OK            VALUE "Y".
          05 WS-HEADER-SEEN-FLAG      PIC X(1) VALUE "N".
             88 HEADER-SEEN           VALUE "Y".
          05 WS-TRAILER-SEEN-FLAG     PIC X(1) VALUE "N".
             88 TRAILER-SEEN          VALUE "Y".
          05 WS-COMMIT-REFUSED-FLAG   PIC X(1) VALUE "N".
             88 COMMIT-REFUSED        VALUE "Y".
          05 WS-DATE-VALID-FLAG       PIC X(1) VALUE "N".
             88 DATE-VALID            VALUE "Y".

       01 WS-RUN-CONTROL.
          05 WS-RUN-MODE              PIC X(7) VALUE "PREVIEW".
             88 COMMIT-MODE           VALUE "COMMIT".
          05 WS-TERMINAL-USER         PIC X(20).
          05 WS-REISSUE-RUN-ID        PIC X(14).
          05 WS-FROM-OPTION           PIC X(6).
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-RUN-DATE              PIC X(10).
          05 WS-RUN-ID                PIC X(14).

       01 WS-COUNTERS.
          05 WS-AUDIT-RECORDS-READ    PIC 9(9) VALUE ZEROES.
          05 WS-CHANGES-BACKDATED     PIC 9(7) VALUE ZEROES.
          05 WS-DATES-INVALID         PIC 9(7) VALUE ZEROES.
          05 WS-PERIODS-NEW           PIC 9(7) VALUE ZEROES.
          05 WS-PERIODS-TONIGHT       PIC 9(7) VALUE ZEROES.
          05 WS-PERIODS-REISSUED      PIC 9(7) VALUE ZEROES.
          05 WS-PERIODS-PAID-BEFORE   PIC 9(7) VALUE ZEROES.
          05 WS-LEDGER-WRITTEN        PIC 9(7) VALUE ZEROES.
          05 WS-LEDGER-NOT-TABLED     PIC 9(7) VALUE ZEROES.
          05 WS-RETRO-RECORDS-OUT     PIC 9(7) VALUE ZEROES.

       01 WS-MONEY-TOTALS.
          05 WS-TOTAL-OWED            PIC 9(9)V99 VALUE ZEROES.
          05 WS-TOTAL-OVERPAID        PIC 9(9)V99 VALUE ZEROES.
          05 WS-TOTAL-NET             PIC S9(9)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * Tonight's Extract - Control Records and the Totals Recomputed
      * From the File
      *-----------------------------------------------------------------
       01 WS-EXTRACT-CONTROL.
          05 WS-EXT-RUN-ID            PIC X(14) VALUE SPACES.
          05 WS-EXT-RUN-DATE          PIC X(10) VALUE SPACES.
          05 WS-EXT-MONTH             PIC X(6).
          05 WS-EXT-DETAIL-COUNT      PIC 9(9) VALUE ZEROES.
          05 WS-EXT-RETRO-COUNT       PIC 9(9) VALUE ZEROES.
          05 WS-EXT-RECORD-COUNT      PIC 9(9) VALUE ZEROES.
          05 WS-EXT-SALARY-HASH       PIC 9(13)V99 VALUE ZEROES.
          05 WS-TRL-COUNT-SAVE        PIC 9(9) VALUE ZEROES.
          05 WS-TRL-HASH-SAVE         PIC 9(13)V99 VALUE ZEROES.
          05 WS-NEW-RECORD-COUNT      PIC 9(9) VALUE ZEROES.
          05 WS-NEW-SALARY-HASH       PIC 9(13)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * Monthly Audit Generations Scanned
      *-----------------------------------------------------------------
       01 WS-GENERATION-AREA.
          05 WS-AUD-FILE-NAME         PIC X(15).
          05 WS-GEN-YYYYMM            PIC X(6).
          05 WS-GEN-FROM-YYYYMM       PIC X(6).
          05 WS-GEN-TO-YYYYMM         PIC X(6).

      *-----------------------------------------------------------------
      * Month Arithmetic Work Fields - a Pay Period is a YYYYMM Month
      *-----------------------------------------------------------------
       01 WS-MONTH-WORK.
          05 WS-MTH-YYYYMM.
             10 WS-MTH-YEAR           PIC 9(4).
             10 WS-MTH-MONTH          PIC 9(2).
          05 WS-MONTH-INDEX           PIC 9(7).
          05 WS-DATE-NUMBER           PIC 9(8).
          05 WS-DAY-FIRST             PIC 9(7).
          05 WS-DAY-NEXT              PIC 9(7).
          05 WS-DAYS-IN-MONTH         PIC 9(2).

      *-----------------------------------------------------------------
      * The Back-Dated Change Being Worked, and the Period Amount
      *-----------------------------------------------------------------
       01 WS-CHANGE-AREA.
          05 WS-CHG-EMP-ID            PIC 9(5).
          05 WS-CHG-OLD-SALARY        PIC 9(7)V99.
          05 WS-CHG-NEW-SALARY        PIC 9(7)V99.
          05 WS-CHG-EFF-DATE          PIC X(10).
          05 WS-CHG-EFF-MONTH         PIC X(6).
          05 WS-CHG-EFF-DAY           PIC 9(2).
          05 WS-CHG-POSTED-ID         PIC X(14).
          05 WS-CHG-POSTED-MONTH      PIC X(6).
          05 WS-CHG-USER              PIC X(20).
          05 WS-CHG-LAST-PERIOD       PIC X(6).
          05 WS-CHG-PERIOD            PIC X(6).
          05 WS-CHG-DAYS-OWED         PIC 9(2).
          05 WS-RETRO-AMOUNT          PIC S9(7)V99.
          05 WS-RETRO-SIGN            PIC X(1).
          05 WS-RETRO-ABS-AMOUNT      PIC 9(7)V99.
          05 WS-PERIOD-STATUS         PIC X(40).

      *-----------------------------------------------------------------
      * Retro Ledger - Every Period Paid for a Change Posted Within
      * the Scan Range or Carried by Tonight's Extract, Plus the
      * Periods Paid by This Run (Disposition N, Appended to RETROLED
      * in COMMIT)
      *-----------------------------------------------------------------
       01 WS-LEDGER-TABLE-AREA.
          05 WS-LED-COUNT             PIC 9(5) VALUE ZEROES.
          05 WS-LED-ENTRY OCCURS 5000 TIMES.
             10 WS-LED-EMP-ID         PIC 9(5).
             10 WS-LED-POSTED-ID      PIC X(14).
             10 WS-LED-PERIOD         PIC X(6).
             10 WS-LED-SIGN           PIC X(1).
             10 WS-LED-AMOUNT         PIC 9(7)V99.
             10 WS-LED-EFF-DATE       PIC X(10).
             10 WS-LED-RUN-ID         PIC X(14).
             10 WS-LED-DISPOSITION    PIC X(1).
          05 WS-LED-IDX               PIC 9(5).
          05 WS-LED-MATCH-IDX         PIC 9(5).
          05 WS-LED-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 LEDGER-TABLE-FULL     VALUE "Y".

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-PR-FILE-STATUS        PIC X(2).
          05 WS-WRK-FILE-STATUS       PIC X(2).
          05 WS-AUD-FILE-STATUS       PIC X(2).
          05 WS-LED-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).
          05 WS-FMT-OLD-SALARY        PIC $$,$$$,$$9.99.
          05 WS-FMT-NEW-SALARY        PIC $$,$$$,$$9.99.
          05 WS-FMT-AMOUNT            PIC $$,$$$,$$9.99.
          05 WS-FMT-TOTAL             PIC $$$,$$$,$$9.99-.
          05 WS-FMT-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "RETROACTIVE PAY CALCULATION PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-CHECK-EXTRACT.

           IF EXTRACT-OK
              MOVE WS-EXT-RUN-ID(1:6) TO WS-EXT-MONTH
              PERFORM 1200-SET-SCAN-RANGE
              PERFORM 3000-LOAD-RETRO-LEDGER
           END-IF.

           IF EXTRACT-OK AND NOT FILE-ERROR
              OPEN OUTPUT RETRO-REPORT-FILE

              IF WS-RPT-FILE-STATUS NOT = "00"
                 DISPLAY "Retro register file could not be opened - "
                         "status " WS-RPT-FILE-STATUS
                         "; step abandoned."
                 MOVE "Y" TO WS-FILE-ERROR-FLAG
              ELSE
                 PERFORM 4010-WRITE-REPORT-HEADER
                 PERFORM 4000-SCAN-AUDIT-TRAIL

                 IF COMMIT-MODE AND NOT FILE-ERROR
                    PERFORM 5000-APPEND-RETRO-LEDGER

                    IF NOT FILE-ERROR
                       PERFORM 6000-REBUILD-EXTRACT
                    END-IF
                 END-IF

                 PERFORM 4900-WRITE-REPORT-TRAILER

                 CLOSE RETRO-REPORT-FILE
              END-IF
           END-IF.

           PERFORM 9000-TERMINATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Initialize Variables and Pick Up the Run Options
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-MONEY-TOTALS
                      WS-EXTRACT-CONTROL.

           MOVE "N" TO WS-FILE-ERROR-FLAG.
           MOVE "N" TO WS-EXTRACT-OK-FLAG.
           MOVE "N" TO WS-COMMIT-REFUSED-FLAG.
           MOVE ZEROES TO WS-LED-COUNT.
           MOVE "N" TO WS-LED-TABLE-FULL-FLAG.

           ACCEPT WS-TERMINAL-USER FROM ENVIRONMENT "USER".
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RETROPAY_MODE".

           IF NOT COMMIT-MODE
              MOVE "PREVIEW" TO WS-RUN-MODE
           END-IF.

           MOVE SPACES TO WS-REISSUE-RUN-ID WS-FROM-OPTION.
           ACCEPT WS-REISSUE-RUN-ID
               FROM ENVIRONMENT "RETROPAY_REISSUE".
           ACCEPT WS-FROM-OPTION FROM ENVIRONMENT "RETROPAY_FROM".

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.
           MOVE WS-SYSTEM-DATE-RAW(1:14) TO WS-RUN-ID.

           DISPLAY "Run mode: " WS-RUN-MODE.

           IF WS-REISSUE-RUN-ID NOT = SPACES
              DISPLAY "Retro periods carried by extract "
                      WS-REISSUE-RUN-ID " will be reissued."
           END-IF.

      *-----------------------------------------------------------------
      * Work Out the Audit Generations to Scan - RETROPAY_FROM When
      * Given, Otherwise the Twelve Months Ending With the Extract
      * Month
      *-----------------------------------------------------------------
       1200-SET-SCAN-RANGE.
           MOVE WS-EXT-MONTH TO WS-GEN-TO-YYYYMM.

           IF WS-FROM-OPTION NUMERIC
              AND WS-FROM-OPTION(5:2) >= "01"
              AND WS-FROM-OPTION(5:2) <= "12"
              AND WS-FROM-OPTION <= WS-GEN-TO-YYYYMM
              MOVE WS-FROM-OPTION TO WS-GEN-FROM-YYYYMM
           ELSE
              IF WS-FROM-OPTION NOT = SPACES
                 DISPLAY "RETROPAY_FROM " WS-FROM-OPTION
                         " is not a valid YYYYMM month - default "
                         "used."
              END-IF

              MOVE WS-EXT-MONTH TO WS-MTH-YYYYMM
              COMPUTE WS-MONTH-INDEX =
                 WS-MTH-YEAR * 12 + WS-MTH-MONTH - 1 - 11
              DIVIDE WS-MONTH-INDEX BY 12
                  GIVING WS-MTH-YEAR
                  REMAINDER WS-MTH-MONTH
              ADD 1 TO WS-MTH-MONTH
              MOVE WS-MTH-YYYYMM TO WS-GEN-FROM-YYYYMM
           END-IF.

           DISPLAY "Audit generations scanned: " WS-GEN-FROM-YYYYMM
                   " through " WS-GEN-TO-YYYYMM.

      *-----------------------------------------------------------------
      * Read Tonight's Extract End to End - Control Header, Employee
      * Records, Any RTR Records, Trailer - and Check the Trailer
      * Against What is on the File
      *-----------------------------------------------------------------
       2000-CHECK-EXTRACT.
           MOVE "N" TO WS-EXTRACT-OK-FLAG.
           MOVE "N" TO WS-HEADER-SEEN-FLAG.
           MOVE "N" TO WS-TRAILER-SEEN-FLAG.
           MOVE "N" TO WS-END-OF-DATA.
           MOVE ZEROES TO WS-EXT-DETAIL-COUNT WS-EXT-RETRO-COUNT
                          WS-EXT-RECORD-COUNT WS-EXT-SALARY-HASH
                          WS-TRL-COUNT-SAVE WS-TRL-HASH-SAVE.

           OPEN INPUT PAYROLL-EXTRACT-FILE.

           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "Payroll extract could not be opened - status "
                      WS-PR-FILE-STATUS "; step abandoned."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              PERFORM 2050-CHECK-ONE-EXTRACT-RECORD
                  UNTIL END-OF-DATA

              CLOSE PAYROLL-EXTRACT-FILE

              COMPUTE WS-EXT-RECORD-COUNT =
                 WS-EXT-DETAIL-COUNT + WS-EXT-RETRO-COUNT

              EVALUATE TRUE
                  WHEN NOT HEADER-SEEN
                      DISPLAY "Payroll extract has no control header."
                  WHEN NOT TRAILER-SEEN
                      DISPLAY "Payroll extract has no trailer."
                  WHEN WS-EXT-RECORD-COUNT NOT = WS-TRL-COUNT-SAVE
                      DISPLAY "Payroll extract out of balance: trailer "
                              "count " WS-TRL-COUNT-SAVE " but "
                              WS-EXT-RECORD-COUNT " record(s) on file."
                  WHEN WS-EXT-SALARY-HASH NOT = WS-TRL-HASH-SAVE
                      DISPLAY "Payroll extract out of balance: trailer "
                              "hash total does not match the records."
                  WHEN OTHER
                      MOVE "Y" TO WS-EXTRACT-OK-FLAG
                      DISPLAY "Payroll extract " WS-EXT-RUN-ID
                              " in balance: " WS-EXT-DETAIL-COUNT
                              " employee and " WS-EXT-RETRO-COUNT
                              " retro record(s)."
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Classify and Tally One Extract Record
      *-----------------------------------------------------------------
       2050-CHECK-ONE-EXTRACT-RECORD.
           READ PAYROLL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   EVALUATE PR-HDR-ID
                       WHEN "HDR"
                           MOVE "Y" TO WS-HEADER-SEEN-FLAG
                           MOVE PR-HDR-RUN-ID TO WS-EXT-RUN-ID
                           MOVE PR-HDR-RUN-DATE TO WS-EXT-RUN-DATE
                       WHEN "TRL"
                           MOVE "Y" TO WS-TRAILER-SEEN-FLAG
                           MOVE PR-TRL-RECORD-COUNT
                             TO WS-TRL-COUNT-SAVE
                           MOVE PR-TRL-SALARY-HASH
                             TO WS-TRL-HASH-SAVE
                       WHEN "RTR"
                           ADD 1 TO WS-EXT-RETRO-COUNT
                           ADD PR-RTR-AMOUNT TO WS-EXT-SALARY-HASH
                       WHEN OTHER
                           ADD 1 TO WS-EXT-DETAIL-COUNT
                           ADD PR-EMP-SALARY TO WS-EXT-SALARY-HASH
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * Load the Retro Ledger - No RETROLED Yet Means Nothing Has Been
      * Paid. Only Entries That Can Matter Tonight are Tabled: a
      * Change Posted Before the First Generation Scanned is Never
      * Looked Up, so its Entries are Passed Over Unless Tonight's
      * Extract Carries Them (a Rerun Rebuilds Those RTR Records).
      * More Entries in Range Than the Table Holds Cannot Prove a
      * Period Unpaid, So a COMMIT Run is Refused.
      *-----------------------------------------------------------------
       3000-LOAD-RETRO-LEDGER.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT RETRO-LEDGER-FILE.

           EVALUATE TRUE
               WHEN WS-LED-FILE-STATUS = "00"
                   PERFORM 3050-LOAD-ONE-LEDGER-ENTRY
                       UNTIL END-OF-DATA

                   CLOSE RETRO-LEDGER-FILE
               WHEN WS-LED-FILE-STATUS = "35"
                   DISPLAY "No retro ledger on file - no period has "
                           "been paid yet."
               WHEN OTHER
                   DISPLAY "Retro ledger could not be opened - status "
                           WS-LED-FILE-STATUS "; step abandoned."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-EVALUATE.

           DISPLAY "Retro ledger entries loaded: " WS-LED-COUNT
                   "  outside the scan range: " WS-LEDGER-NOT-TABLED.

           IF LEDGER-TABLE-FULL
              IF COMMIT-MODE
                 DISPLAY "Retro ledger holds over 5000 entries in "
                         "the scan range - COMMIT refused; the run "
                         "continues as a PREVIEW."
                 MOVE "Y" TO WS-COMMIT-REFUSED-FLAG
                 MOVE "PREVIEW" TO WS-RUN-MODE
              ELSE
                 DISPLAY "WARNING: retro ledger holds over 5000 "
                         "entries in the scan range - periods paid "
                         "may be shown as new."
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Table One Retro Ledger Entry When its Change Was Posted
      * Within the Scan Range or Tonight's Extract Carries it
      *-----------------------------------------------------------------
       3050-LOAD-ONE-LEDGER-ENTRY.
           READ RETRO-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF LED-POSTED-ID(1:6) < WS-GEN-FROM-YYYYMM
                      AND LED-RUN-ID NOT = WS-EXT-RUN-ID
                      ADD 1 TO WS-LEDGER-NOT-TABLED
                   ELSE
                      PERFORM 3060-TABLE-LEDGER-ENTRY
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Add the RETROLED Record Just Read to the Ledger Table
      *-----------------------------------------------------------------
       3060-TABLE-LEDGER-ENTRY.
           IF WS-LED-COUNT < 5000
              ADD 1 TO WS-LED-COUNT
              MOVE LED-EMP-ID TO WS-LED-EMP-ID (WS-LED-COUNT)
              MOVE LED-POSTED-ID
                TO WS-LED-POSTED-ID (WS-LED-COUNT)
              MOVE LED-PERIOD TO WS-LED-PERIOD (WS-LED-COUNT)
              MOVE LED-SIGN TO WS-LED-SIGN (WS-LED-COUNT)
              MOVE LED-AMOUNT TO WS-LED-AMOUNT (WS-LED-COUNT)
              MOVE LED-EFFECTIVE-DATE
                TO WS-LED-EFF-DATE (WS-LED-COUNT)
              MOVE LED-RUN-ID TO WS-LED-RUN-ID (WS-LED-COUNT)
              MOVE "L" TO WS-LED-DISPOSITION (WS-LED-COUNT)
           ELSE
              MOVE "Y" TO WS-LED-TABLE-FULL-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Walk the Audit Generations and Work Out the Retro Pay for
      * Every Back-Dated Salary Change
      *-----------------------------------------------------------------
       4000-SCAN-AUDIT-TRAIL.
           MOVE WS-GEN-FROM-YYYYMM TO WS-GEN-YYYYMM.

           PERFORM 4020-SCAN-ONE-GENERATION
               UNTIL WS-GEN-YYYYMM > WS-GEN-TO-YYYYMM
                  OR FILE-ERROR.

           DISPLAY "Audit records read        : "
                   WS-AUDIT-RECORDS-READ.
           DISPLAY "Back-dated salary changes : "
                   WS-CHANGES-BACKDATED.

      *-----------------------------------------------------------------
      * Read One Monthly Audit Generation, Then Step to the Next
      *-----------------------------------------------------------------
       4020-SCAN-ONE-GENERATION.
           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-GEN-YYYYMM DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT AUDIT-FILE.

           EVALUATE TRUE
               WHEN WS-AUD-FILE-STATUS = "00"
                   PERFORM 4050-SCAN-ONE-AUDIT-RECORD
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

           MOVE WS-GEN-YYYYMM TO WS-MTH-YYYYMM.
           PERFORM 7100-BUMP-MONTH.
           MOVE WS-MTH-YYYYMM TO WS-GEN-YYYYMM.

      *-----------------------------------------------------------------
      * Pick Out a Salary Change Whose Effective Date Falls in a Month
      * Before the Month it was Posted
      *-----------------------------------------------------------------
       4050-SCAN-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ

                   IF AFR-OPERATION = "UPDATE"
                      AND AFR-NEW-SALARY NOT = AFR-OLD-SALARY
                      AND AFR-EFFECTIVE-DATE NOT = SPACES
                      PERFORM 4100-CHECK-BACKDATED-CHANGE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Check the Effective Date and, When it Precedes the Posting
      * Month, Work Out the Periods Paid at the Old Rate - the Last is
      * the Month Before the Change was Posted, Never Later Than the
      * Month Before Tonight's Extract
      *-----------------------------------------------------------------
       4100-CHECK-BACKDATED-CHANGE.
           MOVE AFR-EFFECTIVE-DATE TO WS-CHG-EFF-DATE.
           MOVE "N" TO WS-DATE-VALID-FLAG.

           IF WS-CHG-EFF-DATE(1:4) NUMERIC
              AND WS-CHG-EFF-DATE(5:1) = "-"
              AND WS-CHG-EFF-DATE(6:2) NUMERIC
              AND WS-CHG-EFF-DATE(8:1) = "-"
              AND WS-CHG-EFF-DATE(9:2) NUMERIC
              AND WS-CHG-EFF-DATE(6:2) >= "01"
              AND WS-CHG-EFF-DATE(6:2) <= "12"
              AND WS-CHG-EFF-DATE(9:2) >= "01"
              AND WS-CHG-EFF-DATE(9:2) <= "31"
              MOVE "Y" TO WS-DATE-VALID-FLAG
           END-IF.

           IF NOT DATE-VALID
              ADD 1 TO WS-DATES-INVALID
              DISPLAY "Employee " AFR-EMP-ID " change posted "
                      AFR-TIMESTAMP(1:14) " has an unusable "
                      "effective date '" WS-CHG-EFF-DATE
                      "' - skipped."
           ELSE
              MOVE AFR-EMP-ID TO WS-CHG-EMP-ID
              MOVE AFR-OLD-SALARY TO WS-CHG-OLD-SALARY
              MOVE AFR-NEW-SALARY TO WS-CHG-NEW-SALARY
              MOVE AFR-TIMESTAMP(1:14) TO WS-CHG-POSTED-ID
              MOVE AFR-TIMESTAMP(1:6) TO WS-CHG-POSTED-MONTH
              MOVE AFR-TERMINAL-USER TO WS-CHG-USER

              MOVE SPACES TO WS-CHG-EFF-MONTH
              STRING WS-CHG-EFF-DATE(1:4) WS-CHG-EFF-DATE(6:2)
                DELIMITED BY SIZE
                INTO WS-CHG-EFF-MONTH
              MOVE WS-CHG-EFF-DATE(9:2) TO WS-CHG-EFF-DAY

              IF WS-CHG-POSTED-MONTH < WS-EXT-MONTH
                 MOVE WS-CHG-POSTED-MONTH TO WS-MTH-YYYYMM
              ELSE
                 MOVE WS-EXT-MONTH TO WS-MTH-YYYYMM
              END-IF
              PERFORM 7200-BACK-ONE-MONTH
              MOVE WS-MTH-YYYYMM TO WS-CHG-LAST-PERIOD

              IF WS-CHG-EFF-MONTH <= WS-CHG-LAST-PERIOD
                 ADD 1 TO WS-CHANGES-BACKDATED
                 PERFORM 4200-WRITE-CHANGE-LINE

                 MOVE WS-CHG-EFF-MONTH TO WS-CHG-PERIOD

                 PERFORM 4300-PROCESS-ONE-PERIOD
                     UNTIL WS-CHG-PERIOD > WS-CHG-LAST-PERIOD
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Register Line Identifying the Back-Dated Change
      *-----------------------------------------------------------------
       4200-WRITE-CHANGE-LINE.
           MOVE WS-CHG-OLD-SALARY TO WS-FMT-OLD-SALARY.
           MOVE WS-CHG-NEW-SALARY TO WS-FMT-NEW-SALARY.

           MOVE SPACES TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "EMP " WS-CHG-EMP-ID
                  "  " WS-FMT-OLD-SALARY " -> " WS-FMT-NEW-SALARY
                  "  EFFECTIVE " WS-CHG-EFF-DATE
                  "  POSTED " WS-CHG-POSTED-ID(1:4) "-"
                  WS-CHG-POSTED-ID(5:2) "-" WS-CHG-POSTED-ID(7:2)
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "          POSTED BY " WS-CHG-USER
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: register write failed for employee "
                      WS-CHG-EMP-ID " - status " WS-RPT-FILE-STATUS
                      "."
           END-IF.

      *-----------------------------------------------------------------
      * Work Out One Period's Difference, Check it Against the Ledger,
      * and List it
      *-----------------------------------------------------------------
       4300-PROCESS-ONE-PERIOD.
           IF WS-CHG-PERIOD = WS-CHG-EFF-MONTH
              AND WS-CHG-EFF-DAY > 1
              MOVE WS-CHG-PERIOD TO WS-MTH-YYYYMM
              PERFORM 7300-DAYS-IN-MONTH
              COMPUTE WS-CHG-DAYS-OWED =
                 WS-DAYS-IN-MONTH - WS-CHG-EFF-DAY + 1
              COMPUTE WS-RETRO-AMOUNT ROUNDED =
                 (WS-CHG-NEW-SALARY - WS-CHG-OLD-SALARY)
                 * WS-CHG-DAYS-OWED / WS-DAYS-IN-MONTH / 12
           ELSE
              COMPUTE WS-RETRO-AMOUNT ROUNDED =
                 (WS-CHG-NEW-SALARY - WS-CHG-OLD-SALARY) / 12
           END-IF.

           IF WS-RETRO-AMOUNT < 0
              MOVE "-" TO WS-RETRO-SIGN
              COMPUTE WS-RETRO-ABS-AMOUNT = 0 - WS-RETRO-AMOUNT
           ELSE
              MOVE "+" TO WS-RETRO-SIGN
              MOVE WS-RETRO-AMOUNT TO WS-RETRO-ABS-AMOUNT
           END-IF.

           IF WS-RETRO-ABS-AMOUNT > ZEROES
              PERFORM 4400-FIND-LEDGER-ENTRY

              EVALUATE TRUE
                  WHEN WS-LED-MATCH-IDX = ZEROES
                      PERFORM 4500-PAY-NEW-PERIOD
                  WHEN WS-LED-RUN-ID (WS-LED-MATCH-IDX)
                       = WS-EXT-RUN-ID
                      ADD 1 TO WS-PERIODS-TONIGHT
                      MOVE "ON TONIGHT'S EXTRACT" TO WS-PERIOD-STATUS
                      PERFORM 4600-ADD-TO-TOTALS
                  WHEN WS-REISSUE-RUN-ID NOT = SPACES
                   AND WS-LED-RUN-ID (WS-LED-MATCH-IDX)
                       = WS-REISSUE-RUN-ID
                      PERFORM 4550-REISSUE-PERIOD
                  WHEN OTHER
                      ADD 1 TO WS-PERIODS-PAID-BEFORE
                      MOVE SPACES TO WS-PERIOD-STATUS
                      STRING "ALREADY PAID ON EXTRACT "
                             WS-LED-RUN-ID (WS-LED-MATCH-IDX)
                        DELIMITED BY SIZE
                        INTO WS-PERIOD-STATUS
                      END-STRING
              END-EVALUATE

              PERFORM 4700-WRITE-PERIOD-LINE
           END-IF.

           MOVE WS-CHG-PERIOD TO WS-MTH-YYYYMM.
           PERFORM 7100-BUMP-MONTH.
           MOVE WS-MTH-YYYYMM TO WS-CHG-PERIOD.

      *-----------------------------------------------------------------
      * Look Up the Ledger for This Change and Period - the Last Entry
      * Wins, Since a Reissue is Recorded as a Later Entry
      *-----------------------------------------------------------------
       4400-FIND-LEDGER-ENTRY.
           MOVE ZEROES TO WS-LED-MATCH-IDX.
           MOVE 1 TO WS-LED-IDX.

           PERFORM 4450-CHECK-ONE-LEDGER-ENTRY
               UNTIL WS-LED-IDX > WS-LED-COUNT.

      *-----------------------------------------------------------------
      * Compare One Ledger Entry With the Period Being Worked
      *-----------------------------------------------------------------
       4450-CHECK-ONE-LEDGER-ENTRY.
           IF WS-LED-EMP-ID (WS-LED-IDX) = WS-CHG-EMP-ID
              AND WS-LED-POSTED-ID (WS-LED-IDX) = WS-CHG-POSTED-ID
              AND WS-LED-PERIOD (WS-LED-IDX) = WS-CHG-PERIOD
              MOVE WS-LED-IDX TO WS-LED-MATCH-IDX
           END-IF.

           ADD 1 TO WS-LED-IDX.

      *-----------------------------------------------------------------
      * A Period Never Paid - in COMMIT it Goes on Tonight's Extract
      * and Into the Ledger
      *-----------------------------------------------------------------
       4500-PAY-NEW-PERIOD.
           ADD 1 TO WS-PERIODS-NEW.
           PERFORM 4600-ADD-TO-TOTALS.

           IF COMMIT-MODE
              MOVE "PAID ON TONIGHT'S EXTRACT" TO WS-PERIOD-STATUS
              PERFORM 4650-ADD-LEDGER-ENTRY
           ELSE
              MOVE "NEW - TO BE PAID ON COMMIT" TO WS-PERIOD-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * A Period Carried by a Replaced Extract - Moved to Tonight's
      * Extract at the Amount Originally Paid
      *-----------------------------------------------------------------
       4550-REISSUE-PERIOD.
           ADD 1 TO WS-PERIODS-REISSUED.
           MOVE WS-LED-SIGN (WS-LED-MATCH-IDX) TO WS-RETRO-SIGN.
           MOVE WS-LED-AMOUNT (WS-LED-MATCH-IDX)
             TO WS-RETRO-ABS-AMOUNT.
           PERFORM 4600-ADD-TO-TOTALS.

           IF COMMIT-MODE
              MOVE "REISSUED ON TONIGHT'S EXTRACT" TO WS-PERIOD-STATUS
              PERFORM 4650-ADD-LEDGER-ENTRY
           ELSE
              MOVE "TO BE REISSUED ON COMMIT" TO WS-PERIOD-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * Add One Period to the Owed or Overpaid Total
      *-----------------------------------------------------------------
       4600-ADD-TO-TOTALS.
           IF WS-RETRO-SIGN = "-"
              ADD WS-RETRO-ABS-AMOUNT TO WS-TOTAL-OVERPAID
           ELSE
              ADD WS-RETRO-ABS-AMOUNT TO WS-TOTAL-OWED
           END-IF.

      *-----------------------------------------------------------------
      * Record a Period Paid by This Run in the Ledger Table - it is
      * Appended to RETROLED Before the Extract is Rebuilt
      *-----------------------------------------------------------------
       4650-ADD-LEDGER-ENTRY.
           IF WS-LED-COUNT < 5000
              ADD 1 TO WS-LED-COUNT
              MOVE WS-CHG-EMP-ID TO WS-LED-EMP-ID (WS-LED-COUNT)
              MOVE WS-CHG-POSTED-ID TO WS-LED-POSTED-ID (WS-LED-COUNT)
              MOVE WS-CHG-PERIOD TO WS-LED-PERIOD (WS-LED-COUNT)
              MOVE WS-RETRO-SIGN TO WS-LED-SIGN (WS-LED-COUNT)
              MOVE WS-RETRO-ABS-AMOUNT TO WS-LED-AMOUNT (WS-LED-COUNT)
              MOVE WS-CHG-EFF-DATE TO WS-LED-EFF-DATE (WS-LED-COUNT)
              MOVE WS-EXT-RUN-ID TO WS-LED-RUN-ID (WS-LED-COUNT)
              MOVE "N" TO WS-LED-DISPOSITION (WS-LED-COUNT)
           ELSE
              MOVE "NOT PAID - LEDGER TABLE FULL" TO WS-PERIOD-STATUS
              IF NOT LEDGER-TABLE-FULL
                 MOVE "Y" TO WS-LED-TABLE-FULL-FLAG
                 DISPLAY "WARNING: retro ledger table full - the "
                         "remaining periods are not paid tonight."
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Register Line for One Period
      *-----------------------------------------------------------------
       4700-WRITE-PERIOD-LINE.
           MOVE WS-RETRO-ABS-AMOUNT TO WS-FMT-AMOUNT.

           MOVE SPACES TO RPT-REPORT-LINE.

           IF WS-RETRO-SIGN = "-"
              STRING "     PERIOD " WS-CHG-PERIOD(1:4) "-"
                     WS-CHG-PERIOD(5:2)
                     "  OVERPAID " WS-FMT-AMOUNT
                     "  " WS-PERIOD-STATUS
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              STRING "     PERIOD " WS-CHG-PERIOD(1:4) "-"
                     WS-CHG-PERIOD(5:2)
                     "  OWED     " WS-FMT-AMOUNT
                     "  " WS-PERIOD-STATUS
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           END-IF.

           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * Write the Register Heading Lines
      *-----------------------------------------------------------------
       4010-WRITE-REPORT-HEADER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "RETROACTIVE PAY REGISTER  RUN DATE: " WS-RUN-DATE
                  "  MODE: " WS-RUN-MODE
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PAYROLL EXTRACT " WS-EXT-RUN-ID
                  "  AUDIT GENERATIONS " WS-GEN-FROM-YYYYMM
                  " - " WS-GEN-TO-YYYYMM
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: register header write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Write the Register Totals and the Sign-Off Lines
      *-----------------------------------------------------------------
       4900-WRITE-REPORT-TRAILER.
           COMPUTE WS-TOTAL-NET = WS-TOTAL-OWED - WS-TOTAL-OVERPAID.

           MOVE SPACES TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE WS-CHANGES-BACKDATED TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "BACK-DATED SALARY CHANGES   : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-PERIODS-NEW TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PERIODS NEWLY PAID          : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-PERIODS-TONIGHT TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PERIODS ALREADY ON TONIGHT  : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-PERIODS-REISSUED TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PERIODS REISSUED            : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-PERIODS-PAID-BEFORE TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PERIODS PAID BEFORE (SKIPPED): " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-TOTAL-OWED TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "TOTAL OWED TO EMPLOYEES     : " WS-FMT-TOTAL
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-TOTAL-OVERPAID TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "TOTAL OVERPAID (RECOVERED)  : " WS-FMT-TOTAL
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-TOTAL-NET TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "NET RETRO PAY               : " WS-FMT-TOTAL
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.

           EVALUATE TRUE
               WHEN COMMIT-REFUSED
                   STRING "COMMIT REFUSED - RETRO LEDGER TOO LARGE; "
                          "NOTHING WRITTEN TO THE EXTRACT"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN NOT COMMIT-MODE
                   STRING "PREVIEW ONLY - NOTHING WRITTEN TO THE "
                          "EXTRACT OR THE RETRO LEDGER"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN FILE-ERROR
                   STRING "COMMIT NOT COMPLETED - SEE THE STEP LOG; "
                          "RERUN AFTER THE FILE ERROR IS FIXED"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE WS-RETRO-RECORDS-OUT TO WS-FMT-COUNT
                   STRING "COMMITTED - " WS-FMT-COUNT
                          " RTR RECORD(S) ON PAYROLL EXTRACT "
                          WS-EXT-RUN-ID
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.
           MOVE "PAYROLL SIGN-OFF: ______________________  DATE: "
             TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: register trailer write failed - "
                      "status " WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Append the Periods Paid by This Run to the Retro Ledger. The
      * Ledger is Written Before the Extract is Rebuilt, So a Failure
      * Part Way Leaves Them Listed as on Tonight's Extract, and the
      * Rerun Puts Them There.
      *-----------------------------------------------------------------
       5000-APPEND-RETRO-LEDGER.
           OPEN EXTEND RETRO-LEDGER-FILE.

           IF WS-LED-FILE-STATUS = "35"
              OPEN OUTPUT RETRO-LEDGER-FILE
           END-IF.

           IF WS-LED-FILE-STATUS NOT = "00"
              DISPLAY "Retro ledger could not be opened for update - "
                      "status " WS-LED-FILE-STATUS
                      "; nothing paid."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              MOVE 1 TO WS-LED-IDX

              PERFORM 5050-APPEND-ONE-LEDGER-ENTRY
                  UNTIL WS-LED-IDX > WS-LED-COUNT
                     OR FILE-ERROR

              CLOSE RETRO-LEDGER-FILE

              DISPLAY "Retro ledger entries added: " WS-LEDGER-WRITTEN
           END-IF.

      *-----------------------------------------------------------------
      * Write One New Ledger Entry
      *-----------------------------------------------------------------
       5050-APPEND-ONE-LEDGER-ENTRY.
           IF WS-LED-DISPOSITION (WS-LED-IDX) = "N"
              MOVE SPACES TO LED-LEDGER-RECORD
              MOVE WS-LED-EMP-ID (WS-LED-IDX) TO LED-EMP-ID
              MOVE WS-LED-POSTED-ID (WS-LED-IDX) TO LED-POSTED-ID
              MOVE WS-LED-PERIOD (WS-LED-IDX) TO LED-PERIOD
              MOVE WS-LED-SIGN (WS-LED-IDX) TO LED-SIGN
              MOVE WS-LED-AMOUNT (WS-LED-IDX) TO LED-AMOUNT
              MOVE WS-LED-EFF-DATE (WS-LED-IDX) TO LED-EFFECTIVE-DATE
              MOVE WS-LED-RUN-ID (WS-LED-IDX) TO LED-RUN-ID
              MOVE WS-RUN-ID TO LED-COMMITTED-ID
              MOVE WS-TERMINAL-USER TO LED-COMMITTED-BY

              WRITE LED-LEDGER-RECORD

              IF WS-LED-FILE-STATUS NOT = "00"
                 DISPLAY "Retro ledger write failed - status "
                         WS-LED-FILE-STATUS "; extract not updated."
                 MOVE "Y" TO WS-FILE-ERROR-FLAG
              ELSE
                 ADD 1 TO WS-LEDGER-WRITTEN
              END-IF
           END-IF.

           ADD 1 TO WS-LED-IDX.

      *-----------------------------------------------------------------
      * Rebuild Tonight's Extract: Copy the Header and Employee
      * Records Aside, Write Them Back, Add One RTR Record per Ledger
      * Entry Carried by This Extract, and Write a New Trailer. The
      * Finished File is Then Balanced Again.
      *-----------------------------------------------------------------
       6000-REBUILD-EXTRACT.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT PAYROLL-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-WORK-FILE.

           IF WS-PR-FILE-STATUS NOT = "00"
              OR WS-WRK-FILE-STATUS NOT = "00"
              DISPLAY "Extract could not be copied aside - extract "
                      "status " WS-PR-FILE-STATUS ", work file status "
                      WS-WRK-FILE-STATUS "."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              PERFORM 6050-SAVE-ONE-EXTRACT-RECORD
                  UNTIL END-OF-DATA
           END-IF.

           CLOSE PAYROLL-EXTRACT-FILE.
           CLOSE EXTRACT-WORK-FILE.

           IF NOT FILE-ERROR
              MOVE "N" TO WS-END-OF-DATA
              MOVE ZEROES TO WS-NEW-RECORD-COUNT WS-NEW-SALARY-HASH
                             WS-RETRO-RECORDS-OUT

              OPEN INPUT EXTRACT-WORK-FILE
              OPEN OUTPUT PAYROLL-EXTRACT-FILE

              IF WS-PR-FILE-STATUS NOT = "00"
                 OR WS-WRK-FILE-STATUS NOT = "00"
                 DISPLAY "Extract could not be rewritten - extract "
                         "status " WS-PR-FILE-STATUS ", work file "
                         "status " WS-WRK-FILE-STATUS "."
                 MOVE "Y" TO WS-FILE-ERROR-FLAG
              ELSE
                 PERFORM 6100-RESTORE-ONE-EXTRACT-RECORD
                     UNTIL END-OF-DATA

                 MOVE 1 TO WS-LED-IDX
                 PERFORM 6200-WRITE-ONE-RETRO-RECORD
                     UNTIL WS-LED-IDX > WS-LED-COUNT

                 MOVE SPACES TO PR-TRAILER-RECORD
                 MOVE "TRL" TO PR-TRL-ID
                 MOVE WS-NEW-RECORD-COUNT TO PR-TRL-RECORD-COUNT
                 MOVE WS-NEW-SALARY-HASH TO PR-TRL-SALARY-HASH
                 WRITE PR-TRAILER-RECORD

                 IF WS-PR-FILE-STATUS NOT = "00"
                    DISPLAY "Extract trailer write failed - status "
                            WS-PR-FILE-STATUS "."
                    MOVE "Y" TO WS-FILE-ERROR-FLAG
                 END-IF
              END-IF

              CLOSE EXTRACT-WORK-FILE
              CLOSE PAYROLL-EXTRACT-FILE

              DISPLAY "RTR records on the extract: "
                      WS-RETRO-RECORDS-OUT
           END-IF.

           IF NOT FILE-ERROR
              PERFORM 2000-CHECK-EXTRACT

              IF NOT EXTRACT-OK
                 DISPLAY "EXTRACT OUT OF BALANCE AFTER RETRO RECORDS "
                         "WERE ADDED - do not release this file."
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Copy One Extract Record Aside - RTR Records and the Trailer
      * are Dropped; They are Written Afresh
      *-----------------------------------------------------------------
       6050-SAVE-ONE-EXTRACT-RECORD.
           READ PAYROLL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF PR-HDR-ID NOT = "RTR" AND PR-HDR-ID NOT = "TRL"
                      MOVE PR-EXTRACT-LINE TO WRK-EXTRACT-LINE
                      WRITE WRK-EXTRACT-LINE

                      IF WS-WRK-FILE-STATUS NOT = "00"
                         DISPLAY "Extract work file write failed - "
                                 "status " WS-WRK-FILE-STATUS "."
                         MOVE "Y" TO WS-FILE-ERROR-FLAG
                         MOVE "Y" TO WS-END-OF-DATA
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Write One Header or Employee Record Back to the Extract
      *-----------------------------------------------------------------
       6100-RESTORE-ONE-EXTRACT-RECORD.
           READ EXTRACT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   MOVE WRK-EXTRACT-LINE TO PR-EXTRACT-LINE
                   WRITE PR-EXTRACT-LINE

                   IF WS-PR-FILE-STATUS NOT = "00"
                      DISPLAY "Extract rewrite failed - status "
                              WS-PR-FILE-STATUS "."
                      MOVE "Y" TO WS-FILE-ERROR-FLAG
                      MOVE "Y" TO WS-END-OF-DATA
                   ELSE
                      IF PR-HDR-ID NOT = "HDR"
                         ADD 1 TO WS-NEW-RECORD-COUNT
                         ADD PR-EMP-SALARY TO WS-NEW-SALARY-HASH
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Write an RTR Record for a Ledger Entry Carried by This Extract
      *-----------------------------------------------------------------
       6200-WRITE-ONE-RETRO-RECORD.
           IF WS-LED-RUN-ID (WS-LED-IDX) = WS-EXT-RUN-ID
              MOVE SPACES TO PR-RETRO-RECORD
              MOVE "RTR" TO PR-RTR-ID
              MOVE WS-LED-EMP-ID (WS-LED-IDX) TO PR-RTR-EMP-ID
              MOVE WS-LED-PERIOD (WS-LED-IDX) TO PR-RTR-PERIOD
              MOVE WS-LED-SIGN (WS-LED-IDX) TO PR-RTR-SIGN
              MOVE WS-LED-AMOUNT (WS-LED-IDX) TO PR-RTR-AMOUNT
              MOVE WS-LED-EFF-DATE (WS-LED-IDX)
                TO PR-RTR-EFFECTIVE-DATE
              MOVE WS-LED-POSTED-ID (WS-LED-IDX) TO PR-RTR-POSTED-ID

              WRITE PR-RETRO-RECORD

              IF WS-PR-FILE-STATUS NOT = "00"
                 DISPLAY "RTR record write failed for employee "
                         WS-LED-EMP-ID (WS-LED-IDX) " - status "
                         WS-PR-FILE-STATUS "."
                 MOVE "Y" TO WS-FILE-ERROR-FLAG
              ELSE
                 ADD 1 TO WS-RETRO-RECORDS-OUT
                 ADD 1 TO WS-NEW-RECORD-COUNT
                 ADD WS-LED-AMOUNT (WS-LED-IDX) TO WS-NEW-SALARY-HASH
              END-IF
           END-IF.

           ADD 1 TO WS-LED-IDX.

      *-----------------------------------------------------------------
      * Advance WS-MTH-YYYYMM One Calendar Month
      *-----------------------------------------------------------------
       7100-BUMP-MONTH.
           IF WS-MTH-MONTH = 12
              ADD 1 TO WS-MTH-YEAR
              MOVE 1 TO WS-MTH-MONTH
           ELSE
              ADD 1 TO WS-MTH-MONTH
           END-IF.

      *-----------------------------------------------------------------
      * Step WS-MTH-YYYYMM Back One Calendar Month
      *-----------------------------------------------------------------
       7200-BACK-ONE-MONTH.
           IF WS-MTH-MONTH = 1
              SUBTRACT 1 FROM WS-MTH-YEAR
              MOVE 12 TO WS-MTH-MONTH
           ELSE
              SUBTRACT 1 FROM WS-MTH-MONTH
           END-IF.

      *-----------------------------------------------------------------
      * Number of Days in the Month in WS-MTH-YYYYMM
      *-----------------------------------------------------------------
       7300-DAYS-IN-MONTH.
           COMPUTE WS-DATE-NUMBER =
              WS-MTH-YEAR * 10000 + WS-MTH-MONTH * 100 + 1.
           COMPUTE WS-DAY-FIRST =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER).

           PERFORM 7100-BUMP-MONTH.

           COMPUTE WS-DATE-NUMBER =
              WS-MTH-YEAR * 10000 + WS-MTH-MONTH * 100 + 1.
           COMPUTE WS-DAY-NEXT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER).

           COMPUTE WS-DAYS-IN-MONTH = WS-DAY-NEXT - WS-DAY-FIRST.

           PERFORM 7200-BACK-ONE-MONTH.

           IF WS-CHG-EFF-DAY > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-CHG-EFF-DAY
           END-IF.

      *-----------------------------------------------------------------
      * Set the Return Code and Wrap Up
      *-----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY WS-LINE.
           DISPLAY "Back-dated salary changes : " WS-CHANGES-BACKDATED.
           DISPLAY "Periods newly paid        : " WS-PERIODS-NEW.
           DISPLAY "Periods on tonight's file : " WS-PERIODS-TONIGHT.
           DISPLAY "Periods reissued          : " WS-PERIODS-REISSUED.
           DISPLAY "Periods paid before       : "
                   WS-PERIODS-PAID-BEFORE.

           MOVE WS-PERIODS-NEW TO NRC-STEP-RECORD-COUNT.

           EVALUATE TRUE
               WHEN FILE-ERROR
                   DISPLAY "Retroactive pay step could not be "
                           "completed."
                   MOVE 12 TO RETURN-CODE
               WHEN NOT EXTRACT-OK
                   DISPLAY "PAYROLL EXTRACT NOT USABLE - no retro pay "
                           "worked out; hold the extract."
                   MOVE 8 TO RETURN-CODE
               WHEN COMMIT-REFUSED
                   DISPLAY "COMMIT REFUSED - retro ledger too large."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY "Retroactive pay program terminated.".
           DISPLAY WS-LINE.
