      *****************************************************************
      * PROGRAM:  GLPOST
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Monthly general-ledger labor cost journal. Replaces
      *           Finance keying the month's salary accrual into the
      *           ledger by hand from DEPTSUMM printouts. Reads the
      *           month-end EMPSNAP.YYYYMMDD snapshot written by the
      *           EMPSNAP step for the journal month - or, when no
      *           month-end snapshot exists, the live EMPLOYEES
      *           table - and writes a balanced journal file
      *           GLJRNL.YYYYMM for the ledger interface:
      *             HDR  journal month, run date/ID, and the source
      *                  the figures were taken from
      *             JNL  one debit line per department cost center,
      *                  to the labor cost account held on the
      *                  department's DEPARTMENTS row (GL_ACCOUNT),
      *                  and one credit line for the total to the
      *                  accrued-payroll account
      *             TRL  line count, debit total, and credit total
      *
      *           Each active employee's month costs one twelfth of
      *           annual salary, the same rate PAYEXTR pays. An
      *           employee moved during the month (an XFER record in
      *           the month's AUDITLOG generation) is charged to the
      *           old and new departments in proportion to the days
      *           spent in each, by the transfer's effective date
      *           (its posting date when none was recorded); the
      *           last department charged takes the rounding so the
      *           employee's month is charged exactly once.
      *
      *           Posting is refused - no journal is written and the
      *           program ends with return code 8 - when the debits
      *           do not equal the credit, when a department charged
      *           has no GL account (or is not on DEPARTMENTS at
      *           all), or when the month has already been posted.
      *           Every month posted is recorded in the GLPOSTED
      *           control file with its run ID and totals, so a rerun
      *           for the same month cannot double-post it. The
      *           posting register, with each proration and any
      *           unmapped department, is written to GLPOSTRPT.
      *
      *           Options from the environment:
      *             GLPOST_MONTH            journal month YYYYMM
      *                                     (default: last month)
      *             GLPOST_ACCRUAL_ACCOUNT  accrued-payroll account
      *                                     (default 2150)
      *
      *           Return code 16 on a failed database connect, 12 on
      *           a file error.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC WS-JNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT GL-POSTED-FILE ASSIGN TO "GLPOSTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-FILE-STATUS.
           SELECT GL-REPORT-FILE ASSIGN TO "GLPOSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SNAPSHOT-FILE.
       01 SNP-FILE-RECORD.
          05 SNP-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1).
          05 SNP-FIRST-NAME           PIC X(20).
          05 FILLER                   PIC X(1).
          05 SNP-LAST-NAME            PIC X(20).
          05 FILLER                   PIC X(1).
          05 SNP-DEPT                 PIC X(15).
          05 FILLER                   PIC X(1).
          05 SNP-POSITION             PIC X(20).
          05 FILLER                   PIC X(1).
          05 SNP-SALARY               PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 SNP-HIRE-DATE            PIC X(10).
          05 FILLER                   PIC X(1).
          05 SNP-ACTIVE-FLAG          PIC X(1).
          05 FILLER                   PIC X(1).
          05 SNP-TERM-DATE            PIC X(10).
          05 FILLER                   PIC X(1).
          05 SNP-LEAVE-START          PIC X(10).
          05 FILLER                   PIC X(1).
          05 SNP-LEAVE-RETURN         PIC X(10).
          05 FILLER                   PIC X(1).
          05 SNP-MANAGER-ID           PIC 9(5).

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

       FD  GL-JOURNAL-FILE.
       01 GLH-HEADER-RECORD.
          05 GLH-ID                   PIC X(3).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLH-JOURNAL-MONTH        PIC X(6).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLH-RUN-DATE             PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLH-RUN-ID               PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLH-SOURCE               PIC X(16).
       01 GLL-LINE-RECORD.
          05 GLL-ID                   PIC X(3).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLL-LINE-NO              PIC 9(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLL-ACCOUNT              PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLL-COST-CENTER          PIC X(15).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLL-DR-CR                PIC X(2).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLL-AMOUNT               PIC 9(11)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLL-DESCRIPTION          PIC X(30).
       01 GLT-TRAILER-RECORD.
          05 GLT-ID                   PIC X(3).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLT-LINE-COUNT           PIC 9(7).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLT-DEBIT-TOTAL          PIC 9(13)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 GLT-CREDIT-TOTAL         PIC 9(13)V99.

       FD  GL-POSTED-FILE.
       01 PST-POSTED-RECORD.
          05 PST-JOURNAL-MONTH        PIC X(6).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PST-RUN-ID               PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PST-LINE-COUNT           PIC 9(7).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PST-DEBIT-TOTAL          PIC 9(13)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PST-CREDIT-TOTAL         PIC 9(13)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PST-SOURCE               PIC X(16).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PST-POSTED-BY            PIC X(20).

       FD  GL-REPORT-FILE.
       01 RPT-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * SQL Communication Area
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *-----------------------------------------------------------------
      * Variables for Database Operations
      *-----------------------------------------------------------------
       01 WS-DB-CONNECTION.
          05 WS-DB-NAME               PIC X(20) VALUE "EMPLOYEE_DB".
          05 WS-DB-USER               PIC X(20) VALUE "ADMIN".
          05 WS-DB-PASSWORD           PIC X(20) VALUE "P@ssw0rd".
          05 WS-DB-SERVER             PIC X(30) VALUE "localhost:1521".

       01 WS-FLAGS.
          05 WS-END-OF-DATA           PIC X(1) VALUE "N".
             88 END-OF-DATA           VALUE "Y".
          05 WS-DB-CONNECTED          PIC X(1) VALUE "N".
             88 DB-CONNECTED          VALUE "Y".
          05 WS-FILE-ERROR-FLAG       PIC X(1) VALUE "N".
             88 FILE-ERROR            VALUE "Y".
          05 WS-POSTING-OK-FLAG       PIC X(1) VALUE "Y".
             88 POSTING-OK            VALUE "Y".
          05 WS-ALREADY-POSTED-FLAG   PIC X(1) VALUE "N".
             88 ALREADY-POSTED        VALUE "Y".
          05 WS-SNAPSHOT-FOUND-FLAG   PIC X(1) VALUE "N".
             88 SNAPSHOT-FOUND        VALUE "Y".
          05 WS-JOURNAL-WRITTEN-FLAG  PIC X(1) VALUE "N".
             88 JOURNAL-WRITTEN       VALUE "Y".

       01 WS-COUNTERS.
          05 WS-EMPLOYEES-READ        PIC 9(7) VALUE ZEROES.
          05 WS-EMPLOYEES-COSTED      PIC 9(7) VALUE ZEROES.
          05 WS-TRANSFERS-LOADED      PIC 9(5) VALUE ZEROES.
          05 WS-EMPLOYEES-PRORATED    PIC 9(5) VALUE ZEROES.
          05 WS-UNMAPPED-COUNT        PIC 9(3) VALUE ZEROES.
          05 WS-JOURNAL-LINES         PIC 9(7) VALUE ZEROES.

       01 WS-ERROR-HANDLING.
          05 WS-SQL-STATUS            PIC X(5).
          05 WS-SQL-MSG               PIC X(70).
          05 WS-ERROR-MSG             PIC X(100).

      *-----------------------------------------------------------------
      * Run Options, the Journal Month, and the File Names Built From
      * it - the Month-End Snapshot, the Month's Audit Generation, and
      * the Journal
      *-----------------------------------------------------------------
       01 WS-RUN-CONTROL.
          05 WS-TERMINAL-USER         PIC X(20).
          05 WS-MONTH-OPTION          PIC X(6).
          05 WS-ACCRUAL-ACCOUNT       PIC X(10).
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-RUN-DATE              PIC X(10).
          05 WS-RUN-ID                PIC X(14).
          05 WS-JOURNAL-MONTH.
             10 WS-JNL-YEAR           PIC 9(4).
             10 WS-JNL-MONTH          PIC 9(2).
          05 WS-DATE-NUMBER           PIC 9(8).
          05 WS-DATE-NUMBER-X REDEFINES WS-DATE-NUMBER
                                      PIC X(8).
          05 WS-MONTH-FIRST-INT       PIC 9(7).
          05 WS-MONTH-NEXT-INT        PIC 9(7).
          05 WS-DAYS-IN-MONTH         PIC 9(2).
          05 WS-MONTH-END-DATE        PIC X(8).
          05 WS-SNAP-FILE-NAME        PIC X(16).
          05 WS-AUD-FILE-NAME         PIC X(15).
          05 WS-JNL-FILE-NAME         PIC X(13).
          05 WS-SOURCE-NAME           PIC X(16).
          05 WS-JOURNAL-DESCRIPTION   PIC X(30).

      *-----------------------------------------------------------------
      * Department Cost Centers - Every DEPARTMENTS Row With its GL
      * Account, Plus Any Department Code Found on an Employee That
      * is Not on the Table (Unmapped by Definition)
      *-----------------------------------------------------------------
       01 WS-DEPT-TABLE-AREA.
          05 WS-DEPT-COUNT            PIC 9(3) VALUE ZEROES.
          05 WS-DEPT-ENTRY OCCURS 200 TIMES.
             10 WS-DPT-CODE           PIC X(15).
             10 WS-DPT-GL-ACCOUNT     PIC X(10).
             10 WS-DPT-ON-TABLE-FLAG  PIC X(1).
             10 WS-DPT-HEADCOUNT      PIC 9(5).
             10 WS-DPT-DEBIT          PIC 9(11)V99.
          05 WS-DPT-IDX               PIC 9(3).
          05 WS-DPT-FOUND-IDX         PIC 9(3).
          05 WS-DPT-WORK-DEPT         PIC X(15).
          05 WS-DPT-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 DEPT-TABLE-FULL       VALUE "Y".

      *-----------------------------------------------------------------
      * The Month's Transfers From the Audit Trail, in the Order They
      * Were Posted, With the Day of the Month Each Took Effect
      *-----------------------------------------------------------------
       01 WS-XFER-TABLE-AREA.
          05 WS-XFER-COUNT            PIC 9(4) VALUE ZEROES.
          05 WS-XFER-ENTRY OCCURS 1000 TIMES.
             10 WS-XFR-EMP-ID         PIC 9(5).
             10 WS-XFR-OLD-DEPT       PIC X(15).
             10 WS-XFR-NEW-DEPT       PIC X(15).
             10 WS-XFR-EFF-DATE       PIC X(10).
             10 WS-XFR-DAY            PIC 9(2).
          05 WS-XFR-IDX               PIC 9(4).
          05 WS-XFR-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 XFER-TABLE-FULL       VALUE "Y".
          05 WS-XFR-EFF-WORK          PIC X(10).
          05 WS-XFR-EFF-MONTH         PIC X(6).

      *-----------------------------------------------------------------
      * The Employee Being Costed and the Day-Count Proration
      *-----------------------------------------------------------------
       01 WS-COST-AREA.
          05 WS-CST-EMP-ID            PIC 9(5).
          05 WS-CST-DEPT              PIC X(15).
          05 WS-CST-SALARY            PIC 9(7)V99.
          05 WS-CST-MONTHLY           PIC 9(7)V99.
          05 WS-CST-REMAINING         PIC 9(7)V99.
          05 WS-CST-SEGMENT           PIC 9(7)V99.
          05 WS-CST-START-DAY         PIC 9(2).
          05 WS-CST-SEGMENT-DAYS      PIC 9(2).
          05 WS-CST-PRORATED-FLAG     PIC X(1).
             88 EMPLOYEE-PRORATED     VALUE "Y".

       01 WS-JOURNAL-TOTALS.
          05 WS-TOTAL-COST            PIC 9(13)V99 VALUE ZEROES.
          05 WS-TOTAL-DEBITS          PIC 9(13)V99 VALUE ZEROES.
          05 WS-TOTAL-CREDITS         PIC 9(13)V99 VALUE ZEROES.
          05 WS-TRL-DEBITS            PIC 9(13)V99 VALUE ZEROES.
          05 WS-TRL-CREDITS           PIC 9(13)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * A Prior Posting of the Journal Month, When One is on File
      *-----------------------------------------------------------------
       01 WS-PRIOR-POSTING.
          05 WS-PRIOR-RUN-ID          PIC X(14).
          05 WS-PRIOR-POSTED-BY       PIC X(20).

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-SNP-FILE-STATUS       PIC X(2).
          05 WS-AUD-FILE-STATUS       PIC X(2).
          05 WS-JNL-FILE-STATUS       PIC X(2).
          05 WS-PST-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).
          05 WS-FMT-AMOUNT            PIC $$,$$$,$$$,$$9.99.
          05 WS-FMT-TOTAL             PIC $$$,$$$,$$$,$$9.99.
          05 WS-FMT-COUNT             PIC ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * SQL Host Variables Declaration
      *-----------------------------------------------------------------
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 HV-EMP-ID                   PIC 9(5).
       01 HV-EMP-DEPT                 PIC X(15).
       01 HV-EMP-SALARY               PIC 9(7)V99.
       01 HV-DEPT-CODE                PIC X(15).
       01 HV-GL-ACCOUNT               PIC X(10).
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

      *-----------------------------------------------------------------
      * Cursor Declarations - Department GL Mapping, and the Active
      * Employees When No Month-End Snapshot Exists
      *-----------------------------------------------------------------
       EXEC SQL
          DECLARE GL_DEPT_CURSOR CURSOR FOR
          SELECT DEPT_CODE, GL_ACCOUNT
          FROM DEPARTMENTS
          ORDER BY DEPT_CODE
       END-EXEC.

       EXEC SQL
          DECLARE GL_EMP_CURSOR CURSOR FOR
          SELECT EMP_ID, DEPARTMENT, SALARY
          FROM EMPLOYEES
          WHERE ACTIVE_FLAG = 'Y'
          ORDER BY EMP_ID
       END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "GENERAL LEDGER LABOR COST JOURNAL PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           PERFORM 1500-CHECK-PRIOR-POSTING.

           IF NOT ALREADY-POSTED AND NOT FILE-ERROR
              PERFORM 1100-CONNECT-TO-DB
           END-IF.

           IF DB-CONNECTED
              PERFORM 2000-LOAD-DEPARTMENTS
              PERFORM 2500-LOAD-TRANSFERS

              IF NOT FILE-ERROR
                 OPEN OUTPUT GL-REPORT-FILE

                 IF WS-RPT-FILE-STATUS NOT = "00"
                    DISPLAY "Posting register file could not be "
                            "opened - status " WS-RPT-FILE-STATUS
                            "; run cancelled."
                    MOVE "Y" TO WS-FILE-ERROR-FLAG
                 ELSE
                    PERFORM 2900-WRITE-REPORT-HEADER
                    PERFORM 3000-ACCUMULATE-COST

                    IF NOT FILE-ERROR
                       PERFORM 4000-CHECK-JOURNAL

                       IF POSTING-OK
                          PERFORM 5000-WRITE-JOURNAL
                       END-IF

                       IF JOURNAL-WRITTEN
                          PERFORM 5500-RECORD-POSTING
                       END-IF
                    END-IF

                    PERFORM 6000-WRITE-REGISTER-SUMMARY

                    CLOSE GL-REPORT-FILE
                 END-IF
              END-IF
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
      * Pick Up the Options, Settle the Journal Month (the Month Just
      * Ended by Default) and its Length and Last Date, and Build the
      * Month-End Snapshot, Audit Generation, and Journal File Names
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-ERROR-HANDLING
                      WS-JOURNAL-TOTALS.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-DB-CONNECTED.
           MOVE "N" TO WS-FILE-ERROR-FLAG.
           MOVE "Y" TO WS-POSTING-OK-FLAG.
           MOVE "N" TO WS-ALREADY-POSTED-FLAG.
           MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
           MOVE ZEROES TO WS-DEPT-COUNT WS-XFER-COUNT.

           ACCEPT WS-TERMINAL-USER FROM ENVIRONMENT "USER".

           MOVE SPACES TO WS-MONTH-OPTION WS-ACCRUAL-ACCOUNT.
           ACCEPT WS-MONTH-OPTION FROM ENVIRONMENT "GLPOST_MONTH".
           ACCEPT WS-ACCRUAL-ACCOUNT
               FROM ENVIRONMENT "GLPOST_ACCRUAL_ACCOUNT".

           IF WS-ACCRUAL-ACCOUNT = SPACES
              MOVE "2150" TO WS-ACCRUAL-ACCOUNT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.
           MOVE WS-SYSTEM-DATE-RAW(1:14) TO WS-RUN-ID.

           IF WS-MONTH-OPTION NUMERIC
              AND WS-MONTH-OPTION(5:2) >= "01"
              AND WS-MONTH-OPTION(5:2) <= "12"
              MOVE WS-MONTH-OPTION TO WS-JOURNAL-MONTH
           ELSE
              IF WS-MONTH-OPTION NOT = SPACES
                 DISPLAY "GLPOST_MONTH " WS-MONTH-OPTION
                         " is not a valid YYYYMM month - last month "
                         "used."
              END-IF

              MOVE WS-SYSTEM-DATE-RAW(1:6) TO WS-JOURNAL-MONTH
              IF WS-JNL-MONTH = 1
                 SUBTRACT 1 FROM WS-JNL-YEAR
                 MOVE 12 TO WS-JNL-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-JNL-MONTH
              END-IF
           END-IF.

           COMPUTE WS-DATE-NUMBER =
              WS-JNL-YEAR * 10000 + WS-JNL-MONTH * 100 + 1.
           COMPUTE WS-MONTH-FIRST-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER).

           IF WS-JNL-MONTH = 12
              COMPUTE WS-DATE-NUMBER = (WS-JNL-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATE-NUMBER =
                 WS-JNL-YEAR * 10000 + (WS-JNL-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MONTH-NEXT-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER).

           COMPUTE WS-DAYS-IN-MONTH =
              WS-MONTH-NEXT-INT - WS-MONTH-FIRST-INT.
           COMPUTE WS-DATE-NUMBER =
              FUNCTION DATE-OF-INTEGER(WS-MONTH-NEXT-INT - 1).
           MOVE WS-DATE-NUMBER-X TO WS-MONTH-END-DATE.

           MOVE SPACES TO WS-SNAP-FILE-NAME.
           STRING "EMPSNAP." WS-MONTH-END-DATE DELIMITED BY SIZE
             INTO WS-SNAP-FILE-NAME.

           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-JOURNAL-MONTH DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

           MOVE SPACES TO WS-JNL-FILE-NAME.
           STRING "GLJRNL." WS-JOURNAL-MONTH DELIMITED BY SIZE
             INTO WS-JNL-FILE-NAME.

           MOVE SPACES TO WS-JOURNAL-DESCRIPTION.
           STRING "SALARY ACCRUAL " WS-JOURNAL-MONTH(1:4) "-"
                  WS-JOURNAL-MONTH(5:2)
                  DELIMITED BY SIZE
             INTO WS-JOURNAL-DESCRIPTION.

           DISPLAY "Journal month    : " WS-JOURNAL-MONTH.
           DISPLAY "Journal file     : " WS-JNL-FILE-NAME.
           DISPLAY "Accrued payroll  : " WS-ACCRUAL-ACCOUNT.

      *-----------------------------------------------------------------
      * Database Connection Process
      *-----------------------------------------------------------------
       1100-CONNECT-TO-DB.
           DISPLAY "Connecting to database: " WS-DB-NAME.
           DISPLAY "Server: " WS-DB-SERVER.

           MOVE WS-DB-USER TO HV-DB-USER.
           MOVE WS-DB-PASSWORD TO HV-DB-PASSWORD.

           EXEC SQL
               CONNECT TO :WS-DB-NAME
               USER :HV-DB-USER
               USING :HV-DB-PASSWORD
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              MOVE "Y" TO WS-DB-CONNECTED
              DISPLAY "Successfully connected to database."
           ELSE
              DISPLAY "Failed to connect to database."
              DISPLAY "SQL Error Code: " SQLCODE
              DISPLAY "SQL Error Message: " SQLERRMC
              MOVE 16 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Refuse a Month That Has Already Been Posted - GLPOSTED Holds
      * One Record per Month Posted. No File Yet Means Nothing Has
      * Been Posted.
      *-----------------------------------------------------------------
       1500-CHECK-PRIOR-POSTING.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT GL-POSTED-FILE.

           EVALUATE TRUE
               WHEN WS-PST-FILE-STATUS = "00"
                   PERFORM 1550-CHECK-ONE-POSTING
                       UNTIL END-OF-DATA

                   CLOSE GL-POSTED-FILE
               WHEN WS-PST-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GL posting control file could not be "
                           "opened - status " WS-PST-FILE-STATUS
                           "; run cancelled."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-EVALUATE.

           IF ALREADY-POSTED
              DISPLAY "Journal month " WS-JOURNAL-MONTH
                      " was already posted by run " WS-PRIOR-RUN-ID
                      " (" FUNCTION TRIM(WS-PRIOR-POSTED-BY)
                      ") - posting refused."
           END-IF.

      *-----------------------------------------------------------------
      * Check One Posting Control Record Against the Journal Month
      *-----------------------------------------------------------------
       1550-CHECK-ONE-POSTING.
           READ GL-POSTED-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF PST-JOURNAL-MONTH = WS-JOURNAL-MONTH
                      MOVE "Y" TO WS-ALREADY-POSTED-FLAG
                      MOVE PST-RUN-ID TO WS-PRIOR-RUN-ID
                      MOVE PST-POSTED-BY TO WS-PRIOR-POSTED-BY
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Table Every Department Row With its GL Labor Cost Account
      *-----------------------------------------------------------------
       2000-LOAD-DEPARTMENTS.
           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN GL_DEPT_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 2050-LOAD-ONE-DEPARTMENT
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE GL_DEPT_CURSOR
              END-EXEC
           ELSE
              DISPLAY "Department GL mapping could not be read - "
                      "posting refused."
              MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

           DISPLAY "Departments loaded: " WS-DEPT-COUNT.

      *-----------------------------------------------------------------
      * Fetch and Table One Department Row
      *-----------------------------------------------------------------
       2050-LOAD-ONE-DEPARTMENT.
           MOVE SPACES TO HV-GL-ACCOUNT.

           EXEC SQL
               FETCH GL_DEPT_CURSOR INTO
                   :HV-DEPT-CODE,
                   :HV-GL-ACCOUNT
           END-EXEC.

           IF SQLCODE = 0
              IF WS-DEPT-COUNT < 200
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE HV-DEPT-CODE TO WS-DPT-CODE (WS-DEPT-COUNT)
                 MOVE HV-GL-ACCOUNT
                   TO WS-DPT-GL-ACCOUNT (WS-DEPT-COUNT)
                 MOVE "Y" TO WS-DPT-ON-TABLE-FLAG (WS-DEPT-COUNT)
                 MOVE ZEROES TO WS-DPT-HEADCOUNT (WS-DEPT-COUNT)
                                WS-DPT-DEBIT (WS-DEPT-COUNT)
              ELSE
                 MOVE "Y" TO WS-DPT-TABLE-FULL-FLAG
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "N" TO WS-POSTING-OK-FLAG
                 MOVE "Y" TO WS-END-OF-DATA
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Table the Month's XFER Records From its Audit Generation. No
      * Generation Means No Transfers Were Posted in the Month.
      *-----------------------------------------------------------------
       2500-LOAD-TRANSFERS.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT AUDIT-FILE.

           EVALUATE TRUE
               WHEN WS-AUD-FILE-STATUS = "00"
                   PERFORM 2550-LOAD-ONE-TRANSFER
                       UNTIL END-OF-DATA

                   CLOSE AUDIT-FILE
               WHEN WS-AUD-FILE-STATUS = "35"
                   DISPLAY "No audit generation " WS-AUD-FILE-NAME
                           " - no transfers to prorate."
               WHEN OTHER
                   DISPLAY "Audit generation " WS-AUD-FILE-NAME
                           " could not be read - status "
                           WS-AUD-FILE-STATUS "; run cancelled."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-EVALUATE.

           DISPLAY "Transfers loaded  : " WS-TRANSFERS-LOADED.

           IF XFER-TABLE-FULL
              DISPLAY "More than 1000 transfers in the month - they "
                      "cannot all be prorated; posting refused."
              MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Table One Transfer, Working Out the Day of the Journal Month
      * it Took Effect - Day 1 When Effective Before the Month, One
      * Past Month-End When Effective After it
      *-----------------------------------------------------------------
       2550-LOAD-ONE-TRANSFER.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF AFR-OPERATION = "XFER"
                      AND AFR-OLD-DEPT NOT = AFR-NEW-DEPT
                      IF WS-XFER-COUNT < 1000
                         PERFORM 2600-TABLE-TRANSFER
                      ELSE
                         MOVE "Y" TO WS-XFR-TABLE-FULL-FLAG
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Add One Transfer to the Table
      *-----------------------------------------------------------------
       2600-TABLE-TRANSFER.
           MOVE AFR-EFFECTIVE-DATE TO WS-XFR-EFF-WORK.

           IF WS-XFR-EFF-WORK(1:4) NOT NUMERIC
              OR WS-XFR-EFF-WORK(6:2) NOT NUMERIC
              OR WS-XFR-EFF-WORK(9:2) NOT NUMERIC
              MOVE SPACES TO WS-XFR-EFF-WORK
              STRING AFR-TIMESTAMP(1:4) "-" AFR-TIMESTAMP(5:2) "-"
                     AFR-TIMESTAMP(7:2)
                     DELIMITED BY SIZE
                INTO WS-XFR-EFF-WORK
           END-IF.

           MOVE SPACES TO WS-XFR-EFF-MONTH.
           STRING WS-XFR-EFF-WORK(1:4) WS-XFR-EFF-WORK(6:2)
                  DELIMITED BY SIZE
             INTO WS-XFR-EFF-MONTH.

           ADD 1 TO WS-XFER-COUNT.
           ADD 1 TO WS-TRANSFERS-LOADED.
           MOVE AFR-EMP-ID TO WS-XFR-EMP-ID (WS-XFER-COUNT).
           MOVE AFR-OLD-DEPT TO WS-XFR-OLD-DEPT (WS-XFER-COUNT).
           MOVE AFR-NEW-DEPT TO WS-XFR-NEW-DEPT (WS-XFER-COUNT).
           MOVE WS-XFR-EFF-WORK TO WS-XFR-EFF-DATE (WS-XFER-COUNT).

           EVALUATE TRUE
               WHEN WS-XFR-EFF-MONTH < WS-JOURNAL-MONTH
                   MOVE 1 TO WS-XFR-DAY (WS-XFER-COUNT)
               WHEN WS-XFR-EFF-MONTH > WS-JOURNAL-MONTH
                   COMPUTE WS-XFR-DAY (WS-XFER-COUNT) =
                      WS-DAYS-IN-MONTH + 1
               WHEN WS-XFR-EFF-WORK(9:2) > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-XFR-DAY (WS-XFER-COUNT)
               WHEN WS-XFR-EFF-WORK(9:2) < "01"
                   MOVE 1 TO WS-XFR-DAY (WS-XFER-COUNT)
               WHEN OTHER
                   MOVE WS-XFR-EFF-WORK(9:2)
                     TO WS-XFR-DAY (WS-XFER-COUNT)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Write the Register Heading Lines
      *-----------------------------------------------------------------
       2900-WRITE-REPORT-HEADER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "GL LABOR COST JOURNAL REGISTER  MONTH: "
                  WS-JOURNAL-MONTH(1:4) "-" WS-JOURNAL-MONTH(5:2)
                  "  RUN DATE: " WS-RUN-DATE
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: register header write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Register Line Naming the Source of the Figures, and the
      * Heading for the Transfer Prorations That Follow
      *-----------------------------------------------------------------
       2950-WRITE-SOURCE-LINE.
           MOVE SPACES TO RPT-REPORT-LINE.

           IF SNAPSHOT-FOUND
              STRING "SOURCE: MONTH-END SNAPSHOT " WS-SOURCE-NAME
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              STRING "SOURCE: EMPLOYEES TABLE - NO MONTH-END "
                     "SNAPSHOT " WS-SNAP-FILE-NAME
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.
           MOVE "TRANSFERS PRORATED BY DAYS IN EACH DEPARTMENT"
             TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * Cost Every Active Employee - From the Month-End Snapshot When
      * There is One, Otherwise From the Live EMPLOYEES Table
      *-----------------------------------------------------------------
       3000-ACCUMULATE-COST.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT SNAPSHOT-FILE.

           EVALUATE TRUE
               WHEN WS-SNP-FILE-STATUS = "00"
                   MOVE "Y" TO WS-SNAPSHOT-FOUND-FLAG
                   MOVE WS-SNAP-FILE-NAME TO WS-SOURCE-NAME
                   DISPLAY "Source           : " WS-SNAP-FILE-NAME
                   PERFORM 2950-WRITE-SOURCE-LINE

                   PERFORM 3050-COST-ONE-SNAPSHOT-ROW
                       UNTIL END-OF-DATA

                   CLOSE SNAPSHOT-FILE
               WHEN WS-SNP-FILE-STATUS = "35"
                   MOVE "EMPLOYEES" TO WS-SOURCE-NAME
                   DISPLAY "No month-end snapshot " WS-SNAP-FILE-NAME
                           " - costing from EMPLOYEES."
                   PERFORM 2950-WRITE-SOURCE-LINE

                   PERFORM 3100-COST-FROM-EMPLOYEES
               WHEN OTHER
                   DISPLAY "Snapshot " WS-SNAP-FILE-NAME
                           " could not be read - status "
                           WS-SNP-FILE-STATUS "; run cancelled."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-EVALUATE.

           DISPLAY "Employees read    : " WS-EMPLOYEES-READ.
           DISPLAY "Employees costed  : " WS-EMPLOYEES-COSTED.

      *-----------------------------------------------------------------
      * Cost One Snapshot Row - Active Employees Only, as Paid by
      * PAYEXTR
      *-----------------------------------------------------------------
       3050-COST-ONE-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   ADD 1 TO WS-EMPLOYEES-READ

                   IF SNP-ACTIVE-FLAG = "Y"
                      MOVE SNP-EMP-ID TO WS-CST-EMP-ID
                      MOVE SNP-DEPT TO WS-CST-DEPT
                      MOVE SNP-SALARY TO WS-CST-SALARY
                      PERFORM 3500-COST-ONE-EMPLOYEE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Cost the Active Employees Straight From EMPLOYEES
      *-----------------------------------------------------------------
       3100-COST-FROM-EMPLOYEES.
           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN GL_EMP_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 3150-COST-ONE-EMPLOYEE-ROW
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE GL_EMP_CURSOR
              END-EXEC
           ELSE
              DISPLAY "Employee cursor could not be opened - posting "
                      "refused."
              MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Fetch and Cost One EMPLOYEES Row
      *-----------------------------------------------------------------
       3150-COST-ONE-EMPLOYEE-ROW.
           EXEC SQL
               FETCH GL_EMP_CURSOR INTO
                   :HV-EMP-ID,
                   :HV-EMP-DEPT,
                   :HV-EMP-SALARY
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-EMPLOYEES-READ
              MOVE HV-EMP-ID TO WS-CST-EMP-ID
              MOVE HV-EMP-DEPT TO WS-CST-DEPT
              MOVE HV-EMP-SALARY TO WS-CST-SALARY
              PERFORM 3500-COST-ONE-EMPLOYEE
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 DISPLAY "Employee fetch failed - posting refused."
                 MOVE "N" TO WS-POSTING-OK-FLAG
                 MOVE "Y" TO WS-END-OF-DATA
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Charge One Employee's Month - Each Transfer in the Month
      * Closes a Stretch of Days in the Old Department; What is Left
      * Goes to the Month-End Department, Which Also Counts the Head
      *-----------------------------------------------------------------
       3500-COST-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEES-COSTED.

           COMPUTE WS-CST-MONTHLY ROUNDED = WS-CST-SALARY / 12.
           ADD WS-CST-MONTHLY TO WS-TOTAL-COST.

           MOVE WS-CST-MONTHLY TO WS-CST-REMAINING.
           MOVE 1 TO WS-CST-START-DAY.
           MOVE "N" TO WS-CST-PRORATED-FLAG.

           MOVE 1 TO WS-XFR-IDX.
           PERFORM 3550-APPLY-ONE-TRANSFER
               UNTIL WS-XFR-IDX > WS-XFER-COUNT.

           MOVE WS-CST-DEPT TO WS-DPT-WORK-DEPT.
           MOVE WS-CST-REMAINING TO WS-CST-SEGMENT.
           PERFORM 3600-CHARGE-DEPARTMENT.

           IF WS-DPT-FOUND-IDX > ZEROES
              ADD 1 TO WS-DPT-HEADCOUNT (WS-DPT-FOUND-IDX)
           END-IF.

           IF EMPLOYEE-PRORATED
              ADD 1 TO WS-EMPLOYEES-PRORATED
              COMPUTE WS-CST-SEGMENT-DAYS =
                 WS-DAYS-IN-MONTH + 1 - WS-CST-START-DAY
              PERFORM 3650-WRITE-PRORATION-LINE
           END-IF.

      *-----------------------------------------------------------------
      * Charge the Old Department for the Days Before One of This
      * Employee's Transfers
      *-----------------------------------------------------------------
       3550-APPLY-ONE-TRANSFER.
           IF WS-XFR-EMP-ID (WS-XFR-IDX) = WS-CST-EMP-ID
              AND WS-XFR-DAY (WS-XFR-IDX) > WS-CST-START-DAY
              MOVE "Y" TO WS-CST-PRORATED-FLAG

              COMPUTE WS-CST-SEGMENT-DAYS =
                 WS-XFR-DAY (WS-XFR-IDX) - WS-CST-START-DAY
              COMPUTE WS-CST-SEGMENT ROUNDED =
                 WS-CST-MONTHLY * WS-CST-SEGMENT-DAYS
                 / WS-DAYS-IN-MONTH

              IF WS-CST-SEGMENT > WS-CST-REMAINING
                 MOVE WS-CST-REMAINING TO WS-CST-SEGMENT
              END-IF
              SUBTRACT WS-CST-SEGMENT FROM WS-CST-REMAINING

              MOVE WS-XFR-OLD-DEPT (WS-XFR-IDX) TO WS-DPT-WORK-DEPT
              PERFORM 3600-CHARGE-DEPARTMENT
              PERFORM 3650-WRITE-PRORATION-LINE

              MOVE WS-XFR-DAY (WS-XFR-IDX) TO WS-CST-START-DAY
           END-IF.

           ADD 1 TO WS-XFR-IDX.

      *-----------------------------------------------------------------
      * Add WS-CST-SEGMENT to the Debit of WS-DPT-WORK-DEPT - a
      * Department Not on DEPARTMENTS Gets an Unmapped Entry
      *-----------------------------------------------------------------
       3600-CHARGE-DEPARTMENT.
           MOVE ZEROES TO WS-DPT-FOUND-IDX.
           MOVE 1 TO WS-DPT-IDX.

           PERFORM 3620-CHECK-ONE-DEPARTMENT
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT
                  OR WS-DPT-FOUND-IDX > ZEROES.

           IF WS-DPT-FOUND-IDX = ZEROES
              IF WS-DEPT-COUNT < 200
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DPT-FOUND-IDX
                 MOVE WS-DPT-WORK-DEPT TO WS-DPT-CODE (WS-DEPT-COUNT)
                 MOVE SPACES TO WS-DPT-GL-ACCOUNT (WS-DEPT-COUNT)
                 MOVE "N" TO WS-DPT-ON-TABLE-FLAG (WS-DEPT-COUNT)
                 MOVE ZEROES TO WS-DPT-HEADCOUNT (WS-DEPT-COUNT)
                                WS-DPT-DEBIT (WS-DEPT-COUNT)
              ELSE
                 MOVE "Y" TO WS-DPT-TABLE-FULL-FLAG
              END-IF
           END-IF.

           IF WS-DPT-FOUND-IDX > ZEROES
              ADD WS-CST-SEGMENT TO WS-DPT-DEBIT (WS-DPT-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Compare One Department Entry With the Department Charged
      *-----------------------------------------------------------------
       3620-CHECK-ONE-DEPARTMENT.
           IF WS-DPT-CODE (WS-DPT-IDX) = WS-DPT-WORK-DEPT
              MOVE WS-DPT-IDX TO WS-DPT-FOUND-IDX
           END-IF.

           ADD 1 TO WS-DPT-IDX.

      *-----------------------------------------------------------------
      * Register Line for One Stretch of a Transferred Employee's
      * Month
      *-----------------------------------------------------------------
       3650-WRITE-PRORATION-LINE.
           MOVE WS-CST-SEGMENT TO WS-FMT-AMOUNT.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  EMP " WS-CST-EMP-ID "  " WS-DPT-WORK-DEPT
                  " " WS-CST-SEGMENT-DAYS " OF " WS-DAYS-IN-MONTH
                  " DAYS  " WS-FMT-AMOUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: register write failed for employee "
                      WS-CST-EMP-ID " - status " WS-RPT-FILE-STATUS
                      "."
           END-IF.

      *-----------------------------------------------------------------
      * Decide Whether the Journal May be Posted - Every Department
      * Charged Must Have a GL Account, and the Debits Must Equal the
      * Accrued-Payroll Credit
      *-----------------------------------------------------------------
       4000-CHECK-JOURNAL.
           MOVE ZEROES TO WS-TOTAL-DEBITS WS-UNMAPPED-COUNT.
           MOVE WS-TOTAL-COST TO WS-TOTAL-CREDITS.

           MOVE 1 TO WS-DPT-IDX.
           PERFORM 4050-CHECK-ONE-COST-CENTER
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT.

           IF DEPT-TABLE-FULL
              DISPLAY "More than 200 departments - posting refused."
              MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

           IF WS-UNMAPPED-COUNT > ZEROES
              DISPLAY WS-UNMAPPED-COUNT " department(s) charged have "
                      "no GL account - posting refused."
              MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              MOVE WS-TOTAL-DEBITS TO WS-FMT-TOTAL
              DISPLAY "Journal out of balance: debits " WS-FMT-TOTAL
              MOVE WS-TOTAL-CREDITS TO WS-FMT-TOTAL
              DISPLAY "                        credit " WS-FMT-TOTAL
                      " - posting refused."
              MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

           IF WS-EMPLOYEES-COSTED = ZEROES
              DISPLAY "No active employees to cost - nothing posted."
              MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Total One Cost Center's Debit and Check its GL Mapping
      *-----------------------------------------------------------------
       4050-CHECK-ONE-COST-CENTER.
           ADD WS-DPT-DEBIT (WS-DPT-IDX) TO WS-TOTAL-DEBITS.

           IF (WS-DPT-DEBIT (WS-DPT-IDX) > ZEROES
               OR WS-DPT-HEADCOUNT (WS-DPT-IDX) > ZEROES)
              AND WS-DPT-GL-ACCOUNT (WS-DPT-IDX) = SPACES
              ADD 1 TO WS-UNMAPPED-COUNT
              IF WS-DPT-ON-TABLE-FLAG (WS-DPT-IDX) = "Y"
                 DISPLAY "No GL account for department "
                         WS-DPT-CODE (WS-DPT-IDX)
              ELSE
                 DISPLAY "Department " WS-DPT-CODE (WS-DPT-IDX)
                         " is not on DEPARTMENTS"
              END-IF
           END-IF.

           ADD 1 TO WS-DPT-IDX.

      *-----------------------------------------------------------------
      * Write the Journal: Header, One Debit per Cost Center, the
      * Accrued-Payroll Credit, and the Trailer
      *-----------------------------------------------------------------
       5000-WRITE-JOURNAL.
           MOVE ZEROES TO WS-JOURNAL-LINES WS-TRL-DEBITS
                          WS-TRL-CREDITS.

           OPEN OUTPUT GL-JOURNAL-FILE.

           IF WS-JNL-FILE-STATUS NOT = "00"
              DISPLAY "Journal file " WS-JNL-FILE-NAME " could not be "
                      "opened - status " WS-JNL-FILE-STATUS "."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              MOVE SPACES TO GLH-HEADER-RECORD
              MOVE "HDR" TO GLH-ID
              MOVE WS-JOURNAL-MONTH TO GLH-JOURNAL-MONTH
              MOVE WS-RUN-DATE TO GLH-RUN-DATE
              MOVE WS-RUN-ID TO GLH-RUN-ID
              MOVE WS-SOURCE-NAME TO GLH-SOURCE
              WRITE GLH-HEADER-RECORD
              PERFORM 5090-CHECK-JOURNAL-WRITE

              MOVE 1 TO WS-DPT-IDX
              PERFORM 5050-WRITE-ONE-DEBIT-LINE
                  UNTIL WS-DPT-IDX > WS-DEPT-COUNT
                     OR FILE-ERROR

              IF NOT FILE-ERROR
                 ADD 1 TO WS-JOURNAL-LINES
                 MOVE SPACES TO GLL-LINE-RECORD
                 MOVE "JNL" TO GLL-ID
                 MOVE WS-JOURNAL-LINES TO GLL-LINE-NO
                 MOVE WS-ACCRUAL-ACCOUNT TO GLL-ACCOUNT
                 MOVE "CR" TO GLL-DR-CR
                 MOVE WS-TOTAL-CREDITS TO GLL-AMOUNT
                 MOVE WS-JOURNAL-DESCRIPTION TO GLL-DESCRIPTION
                 WRITE GLL-LINE-RECORD
                 PERFORM 5090-CHECK-JOURNAL-WRITE
                 ADD WS-TOTAL-CREDITS TO WS-TRL-CREDITS
              END-IF

              IF NOT FILE-ERROR
                 MOVE SPACES TO GLT-TRAILER-RECORD
                 MOVE "TRL" TO GLT-ID
                 MOVE WS-JOURNAL-LINES TO GLT-LINE-COUNT
                 MOVE WS-TRL-DEBITS TO GLT-DEBIT-TOTAL
                 MOVE WS-TRL-CREDITS TO GLT-CREDIT-TOTAL
                 WRITE GLT-TRAILER-RECORD
                 PERFORM 5090-CHECK-JOURNAL-WRITE
              END-IF

              CLOSE GL-JOURNAL-FILE

              IF NOT FILE-ERROR
                 IF WS-TRL-DEBITS = WS-TRL-CREDITS
                    MOVE "Y" TO WS-JOURNAL-WRITTEN-FLAG
                    DISPLAY "Journal lines written: " WS-JOURNAL-LINES
                 ELSE
                    DISPLAY "Journal trailer out of balance - "
                            WS-JNL-FILE-NAME " must not be loaded."
                    MOVE "N" TO WS-POSTING-OK-FLAG
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write the Debit Line for One Cost Center With a Charge
      *-----------------------------------------------------------------
       5050-WRITE-ONE-DEBIT-LINE.
           IF WS-DPT-DEBIT (WS-DPT-IDX) > ZEROES
              ADD 1 TO WS-JOURNAL-LINES
              MOVE SPACES TO GLL-LINE-RECORD
              MOVE "JNL" TO GLL-ID
              MOVE WS-JOURNAL-LINES TO GLL-LINE-NO
              MOVE WS-DPT-GL-ACCOUNT (WS-DPT-IDX) TO GLL-ACCOUNT
              MOVE WS-DPT-CODE (WS-DPT-IDX) TO GLL-COST-CENTER
              MOVE "DR" TO GLL-DR-CR
              MOVE WS-DPT-DEBIT (WS-DPT-IDX) TO GLL-AMOUNT
              MOVE WS-JOURNAL-DESCRIPTION TO GLL-DESCRIPTION
              WRITE GLL-LINE-RECORD
              PERFORM 5090-CHECK-JOURNAL-WRITE
              ADD WS-DPT-DEBIT (WS-DPT-IDX) TO WS-TRL-DEBITS
           END-IF.

           ADD 1 TO WS-DPT-IDX.

      *-----------------------------------------------------------------
      * Stop the Journal on a Failed Write
      *-----------------------------------------------------------------
       5090-CHECK-JOURNAL-WRITE.
           IF WS-JNL-FILE-STATUS NOT = "00"
              DISPLAY "Journal write failed - status "
                      WS-JNL-FILE-STATUS "; " WS-JNL-FILE-NAME
                      " is incomplete and must not be loaded."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Record the Month as Posted So a Rerun Cannot Post it Again
      *-----------------------------------------------------------------
       5500-RECORD-POSTING.
           OPEN EXTEND GL-POSTED-FILE.

           IF WS-PST-FILE-STATUS = "35"
              OPEN OUTPUT GL-POSTED-FILE
           END-IF.

           IF WS-PST-FILE-STATUS NOT = "00"
              DISPLAY "GL posting control file could not be opened - "
                      "status " WS-PST-FILE-STATUS "."
              DISPLAY "Journal " WS-JNL-FILE-NAME " is complete but "
                      "the month is NOT recorded as posted."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              MOVE SPACES TO PST-POSTED-RECORD
              MOVE WS-JOURNAL-MONTH TO PST-JOURNAL-MONTH
              MOVE WS-RUN-ID TO PST-RUN-ID
              MOVE WS-JOURNAL-LINES TO PST-LINE-COUNT
              MOVE WS-TRL-DEBITS TO PST-DEBIT-TOTAL
              MOVE WS-TRL-CREDITS TO PST-CREDIT-TOTAL
              MOVE WS-SOURCE-NAME TO PST-SOURCE
              MOVE WS-TERMINAL-USER TO PST-POSTED-BY

              WRITE PST-POSTED-RECORD

              IF WS-PST-FILE-STATUS NOT = "00"
                 DISPLAY "GL posting control write failed - status "
                         WS-PST-FILE-STATUS "; the month is NOT "
                         "recorded as posted."
                 MOVE "Y" TO WS-FILE-ERROR-FLAG
              END-IF

              CLOSE GL-POSTED-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Write the Cost Center Section, the Totals, and the Outcome
      *-----------------------------------------------------------------
       6000-WRITE-REGISTER-SUMMARY.
           IF WS-EMPLOYEES-PRORATED = ZEROES
              MOVE "  (NO TRANSFERS IN THE MONTH)" TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE
           END-IF.

           MOVE SPACES TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.
           MOVE "DEPARTMENT COST CENTERS" TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  DEPARTMENT      GL ACCOUNT  HEADCOUNT"
                  "             DEBIT"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE 1 TO WS-DPT-IDX.
           PERFORM 6050-WRITE-ONE-COST-CENTER
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT.

           MOVE WS-TOTAL-CREDITS TO WS-FMT-AMOUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  ACCRUED PAYROLL " WS-ACCRUAL-ACCOUNT
                  "        CREDIT " WS-FMT-AMOUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE WS-EMPLOYEES-COSTED TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "EMPLOYEES COSTED    : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-EMPLOYEES-PRORATED TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "EMPLOYEES PRORATED  : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-TOTAL-DEBITS TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "TOTAL DEBITS        : " WS-FMT-TOTAL
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-TOTAL-CREDITS TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "TOTAL CREDITS       : " WS-FMT-TOTAL
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.

           IF JOURNAL-WRITTEN AND NOT FILE-ERROR
              MOVE WS-JOURNAL-LINES TO WS-FMT-COUNT
              STRING "POSTED - " WS-FMT-COUNT " JOURNAL LINE(S) "
                     "WRITTEN TO " WS-JNL-FILE-NAME
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              STRING "POSTING REFUSED - NO JOURNAL FOR THE LEDGER; "
                     "SEE THE EXCEPTIONS IN THE RUN LOG"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: register summary write failed - "
                      "status " WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Register Line for One Cost Center Charged - an Unmapped One is
      * Marked With the Reason
      *-----------------------------------------------------------------
       6050-WRITE-ONE-COST-CENTER.
           IF WS-DPT-DEBIT (WS-DPT-IDX) > ZEROES
              OR WS-DPT-HEADCOUNT (WS-DPT-IDX) > ZEROES
              MOVE WS-DPT-DEBIT (WS-DPT-IDX) TO WS-FMT-AMOUNT
              MOVE WS-DPT-HEADCOUNT (WS-DPT-IDX) TO WS-FMT-COUNT

              MOVE SPACES TO RPT-REPORT-LINE

              EVALUATE TRUE
                  WHEN WS-DPT-ON-TABLE-FLAG (WS-DPT-IDX) NOT = "Y"
                      STRING "  " WS-DPT-CODE (WS-DPT-IDX)
                             " *NONE*     " WS-FMT-COUNT "  "
                             WS-FMT-AMOUNT "  NOT ON DEPARTMENTS"
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
                  WHEN WS-DPT-GL-ACCOUNT (WS-DPT-IDX) = SPACES
                      STRING "  " WS-DPT-CODE (WS-DPT-IDX)
                             " *NONE*     " WS-FMT-COUNT "  "
                             WS-FMT-AMOUNT "  NO GL ACCOUNT"
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
                  WHEN OTHER
                      STRING "  " WS-DPT-CODE (WS-DPT-IDX)
                             " " WS-DPT-GL-ACCOUNT (WS-DPT-IDX)
                             " " WS-FMT-COUNT "  " WS-FMT-AMOUNT
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
              END-EVALUATE

              WRITE RPT-REPORT-LINE
           END-IF.

           ADD 1 TO WS-DPT-IDX.

      *-----------------------------------------------------------------
      * Check SQL Status and Handle Errors
      *-----------------------------------------------------------------
       8000-CHECK-SQL-STATUS.
           MOVE SQLCODE TO WS-SQL-STATUS.
           MOVE SQLERRMC TO WS-SQL-MSG.

           IF SQLCODE < 0
              STRING "SQL ERROR: " DELIMITED BY SIZE
                     WS-SQL-STATUS DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-SQL-MSG DELIMITED BY SIZE
                INTO WS-ERROR-MSG
              DISPLAY WS-ERROR-MSG
           END-IF.

      *-----------------------------------------------------------------
      * Program Termination - Set the Return Code
      *-----------------------------------------------------------------
       9000-TERMINATE.
           EVALUATE TRUE
               WHEN FILE-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN ALREADY-POSTED
                   MOVE 8 TO RETURN-CODE
               WHEN NOT DB-CONNECTED
                   CONTINUE
               WHEN NOT JOURNAL-WRITTEN
                   DISPLAY "POSTING REFUSED - no journal written for "
                           WS-JOURNAL-MONTH "."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Journal " WS-JNL-FILE-NAME
                           " posted and balanced."
           END-EVALUATE.

           IF DB-CONNECTED
              EXEC SQL
                  DISCONNECT CURRENT
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE = 0
                 DISPLAY "Successfully disconnected from database."
              ELSE
                 DISPLAY "Error during database disconnect."
              END-IF
           END-IF.

           DISPLAY WS-LINE.
           DISPLAY "GL labor cost journal program terminated.".
           DISPLAY WS-LINE.
