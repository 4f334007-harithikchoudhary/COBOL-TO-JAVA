      *****************************************************************
      * PROGRAM:  BUDFCST
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Twelve-month department headcount and salary cost
      *           forecast against budget. DEPTSUMM shows where each
      *           department stands today against its DEPARTMENTS
      *           authorized headcount and salary budget; this report
      *           shows where it will stand at each of the next
      *           twelve month-ends, so Finance can see a department
      *           heading over budget before it gets there.
      *
      *           The forecast starts from the employed EMPLOYEES
      *           rows (active or on leave) and layers in, on their
      *           effective dates:
      *             - the job and pay changes queued on PENDCHG, the
      *               way EFFDATE will post them (a change falling
      *               due while the employee is on leave waits for
      *               their return, as it does in EFFDATE)
      *             - expected returns from leave (the employee's
      *               EXPECTED_RETURN_DATE; one already overdue is
      *               taken as back in the first month)
      *             - optionally, in what-if mode, a SALRULES salary
      *               adjustment file and/or an XFRRULES transfer
      *               file in the SALADJ and DEPTXFER layouts, each
      *               rule taking effect on its own date - nothing is
      *               posted. As in SALADJ, an employee is adjusted
      *               by the first salary rule to reach them only,
      *               and only if active; as in DEPTXFER, a transfer
      *               moves active and on-leave employees and its
      *               target must be an active DEPARTMENTS row.
      *               Position-pattern rules match on the employee's
      *               position today.
      *           Changes falling due in the same month are applied
      *           in date order. Each month is reported as it stands
      *           at the month-end: headcount (active staff, the same
      *           count DBCONNECT's budget check uses), on leave,
      *           annual salary run-rate, and the month's salary
      *           cost at one twelfth of annual salary, the rate
      *           PAYEXTR pays. A month where the headcount exceeds
      *           AUTH_HEADCOUNT or the run-rate exceeds
      *           SALARY_BUDGET is flagged; as in DBCONNECT, a zero
      *           figure on DEPARTMENTS is not checked.
      *
      *           Options from the environment:
      *             BUDFCST_START   first forecast month YYYYMM
      *                             (default: the current month)
      *             BUDFCST_WHATIF  SALRULES, XFRRULES, or BOTH to
      *                             apply those rules files (default:
      *                             neither - committed changes only)
      *
      *           Report written to BUDFCSTRPT. Runs standalone.
      *           Return code 16 on a failed database connect, 12 on
      *           a file error, 8 when the forecast could not be
      *           produced.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDFCST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT SALARY-RULES-FILE ASSIGN TO "SALRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRL-FILE-STATUS.
           SELECT TRANSFER-RULES-FILE ASSIGN TO "XFRRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRL-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "BUDFCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-CHANGE-FILE.
       01 PND-FILE-RECORD.
          05 PND-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-EFFECTIVE-DATE       PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-NEW-DEPT             PIC X(15).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-NEW-POSITION         PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-NEW-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-ENTERED-BY           PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-ENTERED-TS           PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-NEW-MANAGER-ID       PIC 9(5).

       FD  SALARY-RULES-FILE.
       01 SRL-INPUT-RECORD.
          05 SRL-SCOPE-TYPE           PIC X(1).
          05 FILLER                   PIC X(1).
          05 SRL-SCOPE-VALUE          PIC X(20).
          05 FILLER                   PIC X(1).
          05 SRL-ADJ-TYPE             PIC X(1).
          05 FILLER                   PIC X(1).
          05 SRL-ADJ-AMOUNT           PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 SRL-EFFECTIVE-DATE       PIC X(10).

       FD  TRANSFER-RULES-FILE.
       01 XRL-INPUT-RECORD.
          05 XRL-SCOPE-TYPE           PIC X(1).
          05 FILLER                   PIC X(1).
          05 XRL-SCOPE-VALUE          PIC X(20).
          05 FILLER                   PIC X(1).
          05 XRL-NEW-DEPT             PIC X(15).
          05 FILLER                   PIC X(1).
          05 XRL-EFFECTIVE-DATE       PIC X(10).

       FD  FORECAST-REPORT-FILE.
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
          05 WS-END-OF-RULES          PIC X(1) VALUE "N".
             88 END-OF-RULES          VALUE "Y".
          05 WS-DB-CONNECTED          PIC X(1) VALUE "N".
             88 DB-CONNECTED          VALUE "Y".
          05 WS-REPORT-OPEN-FLAG      PIC X(1) VALUE "N".
             88 REPORT-OPEN           VALUE "Y".
          05 WS-FORECAST-OK-FLAG      PIC X(1) VALUE "Y".
             88 FORECAST-OK           VALUE "Y".
          05 WS-MONTH-DONE-FLAG       PIC X(1) VALUE "N".
             88 MONTH-DONE            VALUE "Y".
          05 WS-SALARY-WHATIF-FLAG    PIC X(1) VALUE "N".
             88 SALARY-WHATIF         VALUE "Y".
          05 WS-TRANSFER-WHATIF-FLAG  PIC X(1) VALUE "N".
             88 TRANSFER-WHATIF       VALUE "Y".
          05 WS-ADJ-OVERFLOW-FLAG     PIC X(1) VALUE "N".
             88 ADJ-OVERFLOW          VALUE "Y".

       01 WS-COUNTERS.
          05 WS-EMPLOYEES-LOADED      PIC 9(5) VALUE ZEROES.
          05 WS-PENDING-READ          PIC 9(5) VALUE ZEROES.
          05 WS-PENDING-APPLIED       PIC 9(5) VALUE ZEROES.
          05 WS-PENDING-HELD          PIC 9(5) VALUE ZEROES.
          05 WS-PENDING-LATER         PIC 9(5) VALUE ZEROES.
          05 WS-PENDING-NOT-EMPLOYED  PIC 9(5) VALUE ZEROES.
          05 WS-RETURNS-APPLIED       PIC 9(5) VALUE ZEROES.
          05 WS-RETURNS-LATER         PIC 9(5) VALUE ZEROES.
          05 WS-SAL-RULES-READ        PIC 9(5) VALUE ZEROES.
          05 WS-SAL-RULES-SKIPPED     PIC 9(5) VALUE ZEROES.
          05 WS-EMPLOYEES-ADJUSTED    PIC 9(5) VALUE ZEROES.
          05 WS-XFR-RULES-READ        PIC 9(5) VALUE ZEROES.
          05 WS-XFR-RULES-SKIPPED     PIC 9(5) VALUE ZEROES.
          05 WS-EMPLOYEES-MOVED       PIC 9(5) VALUE ZEROES.
          05 WS-POSITION-MATCHES      PIC 9(5) VALUE ZEROES.
          05 WS-FLAGGED-MONTHS        PIC 9(5) VALUE ZEROES.

       01 WS-ERROR-HANDLING.
          05 WS-SQL-STATUS            PIC X(5).
          05 WS-SQL-MSG               PIC X(70).
          05 WS-ERROR-MSG             PIC X(100).

       01 WS-RUN-CONTROL.
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-RUN-DATE              PIC X(10).
          05 WS-START-OPTION          PIC X(6).
          05 WS-WHATIF-OPTION         PIC X(8).
          05 WS-RUN-MODE-TEXT         PIC X(30).
          05 WS-START-MONTH.
             10 WS-START-YEAR         PIC 9(4).
             10 WS-START-MON          PIC 9(2).
          05 WS-WORK-YEAR             PIC 9(4).
          05 WS-WORK-MON              PIC 9(2).

      *-----------------------------------------------------------------
      * The Twelve Forecast Months, as YYYY-MM so a YYYY-MM-DD
      * Effective Date Falls Due in a Month When its First Seven
      * Characters Are Not Later Than the Month's
      *-----------------------------------------------------------------
       01 WS-FORECAST-MONTHS-AREA.
          05 WS-FCM-KEY OCCURS 12 TIMES PIC X(7).
          05 WS-FCM-IDX               PIC 9(2).

      *-----------------------------------------------------------------
      * Departments - Every DEPARTMENTS Row With its Budget, Plus Any
      * Department Code Met on an Employee, PENDCHG Entry, or Rule
      * That is Not on the Table - and Each Department's Position at
      * Each Forecast Month-End
      *-----------------------------------------------------------------
       01 WS-DEPT-TABLE-AREA.
          05 WS-FDP-COUNT             PIC 9(3) VALUE ZEROES.
          05 WS-FDP-ENTRY OCCURS 200 TIMES.
             10 WS-FDP-CODE           PIC X(15).
             10 WS-FDP-ON-TABLE-FLAG  PIC X(1).
             10 WS-FDP-ACTIVE-FLAG    PIC X(1).
             10 WS-FDP-AUTH-HEADCOUNT PIC 9(5).
             10 WS-FDP-SALARY-BUDGET  PIC 9(11)V99.
             10 WS-FDP-STAFFED-FLAG   PIC X(1).
             10 WS-FDP-MONTH OCCURS 12 TIMES.
                15 WS-FDP-HEADCOUNT   PIC 9(5).
                15 WS-FDP-LEAVE-COUNT PIC 9(5).
                15 WS-FDP-ANNUAL-RATE PIC 9(11)V99.
          05 WS-FDP-IDX               PIC 9(3).
          05 WS-LOOKUP-DEPT           PIC X(15).
          05 WS-LOOKUP-DEPT-IDX       PIC 9(3).

      *-----------------------------------------------------------------
      * Employed Population as Projected - Department, Salary, and
      * Status (Y Active / L On Leave) Move as the Changes Are Applied
      *-----------------------------------------------------------------
       01 WS-EMP-TABLE-AREA.
          05 WS-FEM-COUNT             PIC 9(4) VALUE ZEROES.
          05 WS-FEM-ENTRY OCCURS 5000 TIMES.
             10 WS-FEM-EMP-ID         PIC 9(5).
             10 WS-FEM-DEPT-IDX       PIC 9(3).
             10 WS-FEM-SALARY         PIC 9(7)V99.
             10 WS-FEM-STATUS         PIC X(1).
             10 WS-FEM-ADJUSTED-FLAG  PIC X(1).
          05 WS-FEM-IDX               PIC 9(4).
          05 WS-LOOKUP-EMP-ID         PIC 9(5).
          05 WS-LOOKUP-EMP-IDX        PIC 9(4).

      *-----------------------------------------------------------------
      * Dated Changes to Layer In - Type C PENDCHG Change, R Leave
      * Return, S Salary Rule, X Transfer Rule. A Rule Scoped by
      * Department Has Employee Index Zero; a Position-Pattern Rule
      * is Expanded to One Entry per Matching Employee. Status Q
      * Queued, A Applied, H Held Until the Employee's Return, I
      * Ignored.
      *-----------------------------------------------------------------
       01 WS-EVENT-TABLE-AREA.
          05 WS-FEV-COUNT             PIC 9(4) VALUE ZEROES.
          05 WS-FEV-ENTRY OCCURS 3000 TIMES.
             10 WS-FEV-TYPE           PIC X(1).
             10 WS-FEV-DATE           PIC X(10).
             10 WS-FEV-EMP-IDX        PIC 9(4).
             10 WS-FEV-SCOPE-DEPT-IDX PIC 9(3).
             10 WS-FEV-NEW-DEPT-IDX   PIC 9(3).
             10 WS-FEV-NEW-SALARY     PIC 9(7)V99.
             10 WS-FEV-ADJ-TYPE       PIC X(1).
             10 WS-FEV-ADJ-AMOUNT     PIC 9(7)V99.
             10 WS-FEV-STATUS         PIC X(1).
          05 WS-FEV-IDX               PIC 9(4).
          05 WS-NEXT-EVENT-IDX        PIC 9(4).
          05 WS-EVT                   PIC 9(4).

       01 WS-RULE-AREA.
          05 WS-RULE-TYPE             PIC X(1).
          05 WS-RULE-SCOPE-TYPE       PIC X(1).
          05 WS-RULE-SCOPE-VALUE      PIC X(20).
          05 WS-RULE-DATE             PIC X(10).
          05 WS-RULE-NEW-DEPT-IDX     PIC 9(3).
          05 WS-RULE-ADJ-TYPE         PIC X(1).
          05 WS-RULE-ADJ-AMOUNT       PIC 9(7)V99.
          05 WS-NEW-SALARY            PIC 9(7)V99.

      *-----------------------------------------------------------------
      * Company-Wide Position at Each Forecast Month-End
      *-----------------------------------------------------------------
       01 WS-COMPANY-TOTALS.
          05 WS-CMP-MONTH OCCURS 12 TIMES.
             10 WS-CMP-HEADCOUNT      PIC 9(5).
             10 WS-CMP-LEAVE-COUNT    PIC 9(5).
             10 WS-CMP-ANNUAL-RATE    PIC 9(11)V99.
          05 WS-CMP-PERIOD-COST       PIC 9(11)V99.

       01 WS-PRINT-AREA.
          05 WS-MONTH-COST            PIC 9(9)V99.
          05 WS-PERIOD-COST           PIC 9(11)V99.
          05 WS-PERIOD-VARIANCE       PIC S9(11)V99.
          05 WS-OVER-HEADCOUNT-MONTHS PIC 9(2).
          05 WS-OVER-BUDGET-MONTHS    PIC 9(2).
          05 WS-FLAG-TEXT             PIC X(30).
          05 WS-FMT-SALARY-BUDGET     PIC $$$$,$$$,$$9.99.
          05 WS-FMT-ANNUAL-RATE       PIC $$$$,$$$,$$9.99.
          05 WS-FMT-MONTH-COST        PIC $$$,$$$,$$9.99.
          05 WS-FMT-PERIOD-COST       PIC $$$$,$$$,$$9.99.
          05 WS-FMT-PERIOD-VARIANCE   PIC +ZZZ,ZZZ,ZZ9.99.

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-PND-FILE-STATUS       PIC X(2).
          05 WS-SRL-FILE-STATUS       PIC X(2).
          05 WS-XRL-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).

      *-----------------------------------------------------------------
      * SQL Host Variables Declaration
      *-----------------------------------------------------------------
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 HV-EMP-ID                   PIC 9(5).
       01 HV-EMP-DEPT                 PIC X(15).
       01 HV-EMP-SALARY               PIC 9(7)V99.
       01 HV-EMP-ACTIVE-FLAG          PIC X(1).
       01 HV-LEAVE-RETURN             PIC X(10).
       01 HV-DEPT-CODE                PIC X(15).
       01 HV-AUTH-HEADCOUNT           PIC 9(5).
       01 HV-SALARY-BUDGET            PIC 9(11)V99.
       01 HV-DEPT-ACTIVE-FLAG         PIC X(1).
       01 HV-SCOPE-PATTERN            PIC X(22).
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

      *-----------------------------------------------------------------
      * Cursor Declarations - Department Budgets, the Employed
      * Population, and the Employees a Position-Pattern Rule Matches
      *-----------------------------------------------------------------
       EXEC SQL
          DECLARE BUDGET_DEPT_CURSOR CURSOR FOR
          SELECT DEPT_CODE, AUTH_HEADCOUNT, SALARY_BUDGET,
                 ACTIVE_FLAG
          FROM DEPARTMENTS
          ORDER BY DEPT_CODE
       END-EXEC.

       EXEC SQL
          DECLARE FORECAST_EMP_CURSOR CURSOR FOR
          SELECT EMP_ID, DEPARTMENT, SALARY, ACTIVE_FLAG,
                 EXPECTED_RETURN_DATE
          FROM EMPLOYEES
          WHERE ACTIVE_FLAG = 'Y' OR ACTIVE_FLAG = 'L'
          ORDER BY EMP_ID
       END-EXEC.

       EXEC SQL
          DECLARE POSITION_MATCH_CURSOR CURSOR FOR
          SELECT EMP_ID
          FROM EMPLOYEES
          WHERE (ACTIVE_FLAG = 'Y' OR ACTIVE_FLAG = 'L')
            AND POSITION LIKE :HV-SCOPE-PATTERN
          ORDER BY EMP_ID
       END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "TWELVE-MONTH DEPARTMENT BUDGET FORECAST".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           IF DB-CONNECTED
              PERFORM 2000-OPEN-REPORT
           END-IF.

           IF REPORT-OPEN
              PERFORM 2100-LOAD-DEPARTMENTS

              IF FORECAST-OK
                 PERFORM 2200-LOAD-EMPLOYEES
              END-IF

              IF FORECAST-OK
                 PERFORM 2300-LOAD-PENDING-CHANGES
              END-IF

              IF FORECAST-OK AND SALARY-WHATIF
                 PERFORM 2400-LOAD-SALARY-RULES
              END-IF

              IF FORECAST-OK AND TRANSFER-WHATIF
                 PERFORM 2500-LOAD-TRANSFER-RULES
              END-IF

              IF FORECAST-OK
                 PERFORM 3000-RUN-FORECAST
                 PERFORM 4000-WRITE-FORECAST
              ELSE
                 MOVE SPACES TO RPT-REPORT-LINE
                 MOVE "FORECAST NOT PRODUCED - SEE RUN LOG"
                   TO RPT-REPORT-LINE
                 WRITE RPT-REPORT-LINE
                 DISPLAY "Forecast not produced."
                 IF RETURN-CODE = 0
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF

              CLOSE FORECAST-REPORT-FILE
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
      * Initialize, Pick Up the Options, Set the Forecast Months
      * (Starting With the Current Month by Default), Connect to
      * Database
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-ERROR-HANDLING
                      WS-COMPANY-TOTALS.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-DB-CONNECTED.
           MOVE "N" TO WS-REPORT-OPEN-FLAG.
           MOVE "Y" TO WS-FORECAST-OK-FLAG.
           MOVE ZEROES TO WS-FDP-COUNT WS-FEM-COUNT WS-FEV-COUNT.

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           MOVE SPACES TO WS-START-OPTION WS-WHATIF-OPTION.
           ACCEPT WS-START-OPTION FROM ENVIRONMENT "BUDFCST_START".
           ACCEPT WS-WHATIF-OPTION FROM ENVIRONMENT "BUDFCST_WHATIF".

           IF WS-START-OPTION NUMERIC
              AND WS-START-OPTION(5:2) >= "01"
              AND WS-START-OPTION(5:2) <= "12"
              MOVE WS-START-OPTION TO WS-START-MONTH
           ELSE
              IF WS-START-OPTION NOT = SPACES
                 DISPLAY "BUDFCST_START " WS-START-OPTION
                         " is not a valid YYYYMM month - current "
                         "month used."
              END-IF
              MOVE WS-SYSTEM-DATE-RAW(1:6) TO WS-START-MONTH
           END-IF.

           EVALUATE WS-WHATIF-OPTION
               WHEN "SALRULES"
                   MOVE "Y" TO WS-SALARY-WHATIF-FLAG
                   MOVE "WHAT-IF: SALRULES" TO WS-RUN-MODE-TEXT
               WHEN "XFRRULES"
                   MOVE "Y" TO WS-TRANSFER-WHATIF-FLAG
                   MOVE "WHAT-IF: XFRRULES" TO WS-RUN-MODE-TEXT
               WHEN "BOTH"
                   MOVE "Y" TO WS-SALARY-WHATIF-FLAG
                   MOVE "Y" TO WS-TRANSFER-WHATIF-FLAG
                   MOVE "WHAT-IF: SALRULES + XFRRULES"
                     TO WS-RUN-MODE-TEXT
               WHEN OTHER
                   IF WS-WHATIF-OPTION NOT = SPACES
                      DISPLAY "BUDFCST_WHATIF " WS-WHATIF-OPTION
                              " is not SALRULES, XFRRULES, or BOTH "
                              "- no rules applied."
                   END-IF
                   MOVE "COMMITTED CHANGES ONLY" TO WS-RUN-MODE-TEXT
           END-EVALUATE.

           MOVE WS-START-YEAR TO WS-WORK-YEAR.
           MOVE WS-START-MON TO WS-WORK-MON.
           MOVE 1 TO WS-FCM-IDX.

           PERFORM 1050-SET-ONE-FORECAST-MONTH
               UNTIL WS-FCM-IDX > 12.

           DISPLAY "Run date : " WS-RUN-DATE.
           DISPLAY "Forecast : " WS-FCM-KEY (1) " TO " WS-FCM-KEY (12).
           DISPLAY "Mode     : " WS-RUN-MODE-TEXT.

           PERFORM 1100-CONNECT-TO-DB.

      *-----------------------------------------------------------------
      * Set One Forecast Month's YYYY-MM Key and Step to the Next
      *-----------------------------------------------------------------
       1050-SET-ONE-FORECAST-MONTH.
           MOVE SPACES TO WS-FCM-KEY (WS-FCM-IDX).
           STRING WS-WORK-YEAR "-" WS-WORK-MON
             DELIMITED BY SIZE
             INTO WS-FCM-KEY (WS-FCM-IDX)
           END-STRING.

           IF WS-WORK-MON = 12
              ADD 1 TO WS-WORK-YEAR
              MOVE 1 TO WS-WORK-MON
           ELSE
              ADD 1 TO WS-WORK-MON
           END-IF.

           ADD 1 TO WS-FCM-IDX.

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
      * Open the Report and Write its Heading Lines
      *-----------------------------------------------------------------
       2000-OPEN-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Forecast report file could not be opened - "
                      "status " WS-RPT-FILE-STATUS "; run cancelled."
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE "Y" TO WS-REPORT-OPEN-FLAG

              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "TWELVE-MONTH DEPARTMENT BUDGET FORECAST  "
                     "RUN DATE: " WS-RUN-DATE
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "MONTHS: " WS-FCM-KEY (1) " TO " WS-FCM-KEY (12)
                     "  MODE: " WS-RUN-MODE-TEXT
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              IF WS-RPT-FILE-STATUS NOT = "00"
                 DISPLAY "Warning: forecast report header write "
                         "failed - status " WS-RPT-FILE-STATUS "."
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Table Every DEPARTMENTS Row With its Budget Figures
      *-----------------------------------------------------------------
       2100-LOAD-DEPARTMENTS.
           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN BUDGET_DEPT_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 2150-LOAD-ONE-DEPARTMENT
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE BUDGET_DEPT_CURSOR
              END-EXEC
           ELSE
              DISPLAY "Department cursor could not be opened."
              MOVE "N" TO WS-FORECAST-OK-FLAG
           END-IF.

       2150-LOAD-ONE-DEPARTMENT.
           EXEC SQL
               FETCH BUDGET_DEPT_CURSOR INTO
                   :HV-DEPT-CODE,
                   :HV-AUTH-HEADCOUNT,
                   :HV-SALARY-BUDGET,
                   :HV-DEPT-ACTIVE-FLAG
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-DEPT-CODE TO WS-LOOKUP-DEPT
              PERFORM 2900-FIND-OR-ADD-DEPT

              IF WS-LOOKUP-DEPT-IDX > 0
                 MOVE "Y" TO WS-FDP-ON-TABLE-FLAG (WS-LOOKUP-DEPT-IDX)
                 MOVE HV-DEPT-ACTIVE-FLAG
                   TO WS-FDP-ACTIVE-FLAG (WS-LOOKUP-DEPT-IDX)
                 MOVE HV-AUTH-HEADCOUNT
                   TO WS-FDP-AUTH-HEADCOUNT (WS-LOOKUP-DEPT-IDX)
                 MOVE HV-SALARY-BUDGET
                   TO WS-FDP-SALARY-BUDGET (WS-LOOKUP-DEPT-IDX)
              ELSE
                 MOVE "Y" TO WS-END-OF-DATA
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "N" TO WS-FORECAST-OK-FLAG
                 MOVE "Y" TO WS-END-OF-DATA
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Table the Employed Population, Queueing the Expected Return
      * of Everyone on Leave
      *-----------------------------------------------------------------
       2200-LOAD-EMPLOYEES.
           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN FORECAST_EMP_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 2250-LOAD-ONE-EMPLOYEE
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE FORECAST_EMP_CURSOR
              END-EXEC

              DISPLAY "Employees loaded      : " WS-EMPLOYEES-LOADED
           ELSE
              DISPLAY "Employee cursor could not be opened."
              MOVE "N" TO WS-FORECAST-OK-FLAG
           END-IF.

       2250-LOAD-ONE-EMPLOYEE.
           EXEC SQL
               FETCH FORECAST_EMP_CURSOR INTO
                   :HV-EMP-ID,
                   :HV-EMP-DEPT,
                   :HV-EMP-SALARY,
                   :HV-EMP-ACTIVE-FLAG,
                   :HV-LEAVE-RETURN
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "Y" TO WS-END-OF-DATA
               WHEN SQLCODE NOT = 0
                   PERFORM 8000-CHECK-SQL-STATUS
                   MOVE "N" TO WS-FORECAST-OK-FLAG
                   MOVE "Y" TO WS-END-OF-DATA
               WHEN WS-FEM-COUNT NOT < 5000
                   DISPLAY "More than 5000 employed - employee table "
                           "full."
                   MOVE "N" TO WS-FORECAST-OK-FLAG
                   MOVE "Y" TO WS-END-OF-DATA
               WHEN OTHER
                   MOVE HV-EMP-DEPT TO WS-LOOKUP-DEPT
                   PERFORM 2900-FIND-OR-ADD-DEPT

                   ADD 1 TO WS-FEM-COUNT
                   ADD 1 TO WS-EMPLOYEES-LOADED
                   MOVE HV-EMP-ID TO WS-FEM-EMP-ID (WS-FEM-COUNT)
                   MOVE WS-LOOKUP-DEPT-IDX
                     TO WS-FEM-DEPT-IDX (WS-FEM-COUNT)
                   MOVE HV-EMP-SALARY TO WS-FEM-SALARY (WS-FEM-COUNT)
                   MOVE HV-EMP-ACTIVE-FLAG
                     TO WS-FEM-STATUS (WS-FEM-COUNT)
                   MOVE "N" TO WS-FEM-ADJUSTED-FLAG (WS-FEM-COUNT)

                   IF HV-EMP-ACTIVE-FLAG = "L"
                      IF HV-LEAVE-RETURN = SPACES
                         ADD 1 TO WS-RETURNS-LATER
                      ELSE
                         PERFORM 2950-ADD-EVENT
                         IF FORECAST-OK
                            MOVE "R" TO WS-FEV-TYPE (WS-FEV-COUNT)
                            MOVE HV-LEAVE-RETURN
                              TO WS-FEV-DATE (WS-FEV-COUNT)
                            MOVE WS-FEM-COUNT
                              TO WS-FEV-EMP-IDX (WS-FEV-COUNT)
                         ELSE
                            MOVE "Y" TO WS-END-OF-DATA
                         END-IF
                      END-IF
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Queue Every PENDCHG Entry - a Missing File Just Means
      * Nothing is Queued. An Entry for Someone No Longer Employed is
      * Counted and Left Out, as EFFDATE Would Reject it.
      *-----------------------------------------------------------------
       2300-LOAD-PENDING-CHANGES.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT PENDING-CHANGE-FILE.

           EVALUATE TRUE
               WHEN WS-PND-FILE-STATUS = "00"
                   PERFORM 2350-LOAD-ONE-PENDING-CHANGE
                       UNTIL END-OF-DATA
                   CLOSE PENDING-CHANGE-FILE
               WHEN WS-PND-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Pending-changes file could not be read "
                           "- status " WS-PND-FILE-STATUS "."
                   MOVE "N" TO WS-FORECAST-OK-FLAG
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "Pending changes read  : " WS-PENDING-READ.

       2350-LOAD-ONE-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   ADD 1 TO WS-PENDING-READ
                   MOVE PND-EMP-ID TO WS-LOOKUP-EMP-ID
                   PERFORM 2920-FIND-EMPLOYEE

                   IF WS-LOOKUP-EMP-IDX = 0
                      ADD 1 TO WS-PENDING-NOT-EMPLOYED
                   ELSE
                      MOVE PND-NEW-DEPT TO WS-LOOKUP-DEPT
                      PERFORM 2900-FIND-OR-ADD-DEPT
                      PERFORM 2950-ADD-EVENT

                      IF FORECAST-OK
                         MOVE "C" TO WS-FEV-TYPE (WS-FEV-COUNT)
                         MOVE PND-EFFECTIVE-DATE
                           TO WS-FEV-DATE (WS-FEV-COUNT)
                         MOVE WS-LOOKUP-EMP-IDX
                           TO WS-FEV-EMP-IDX (WS-FEV-COUNT)
                         MOVE WS-LOOKUP-DEPT-IDX
                           TO WS-FEV-NEW-DEPT-IDX (WS-FEV-COUNT)
                         MOVE PND-NEW-SALARY
                           TO WS-FEV-NEW-SALARY (WS-FEV-COUNT)
                      ELSE
                         MOVE "Y" TO WS-END-OF-DATA
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * What-If: Queue the SALRULES Salary Adjustment Rules, Checked
      * the Way SALADJ Checks Them but Kept Until Their Own Date
      *-----------------------------------------------------------------
       2400-LOAD-SALARY-RULES.
           MOVE "N" TO WS-END-OF-RULES.

           OPEN INPUT SALARY-RULES-FILE.

           IF WS-SRL-FILE-STATUS NOT = "00"
              DISPLAY "Salary adjustment rules file not found or "
                      "unavailable - status " WS-SRL-FILE-STATUS
                      "; run cancelled."
              MOVE "N" TO WS-FORECAST-OK-FLAG
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO RPT-REPORT-LINE
              MOVE "WHAT-IF SALARY RULES (SALRULES):"
                TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              PERFORM 2450-LOAD-ONE-SALARY-RULE
                  UNTIL END-OF-RULES

              CLOSE SALARY-RULES-FILE
           END-IF.

       2450-LOAD-ONE-SALARY-RULE.
           READ SALARY-RULES-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-RULES
               NOT AT END
                   ADD 1 TO WS-SAL-RULES-READ

                   MOVE SPACES TO RPT-REPORT-LINE
                   IF (SRL-SCOPE-TYPE NOT = "D"
                       AND SRL-SCOPE-TYPE NOT = "P")
                      OR (SRL-ADJ-TYPE NOT = "P"
                          AND SRL-ADJ-TYPE NOT = "F")
                      ADD 1 TO WS-SAL-RULES-SKIPPED
                      STRING "  RULE SKIPPED: " SRL-SCOPE-TYPE " "
                             SRL-SCOPE-VALUE " " SRL-ADJ-TYPE " "
                             SRL-ADJ-AMOUNT " EFFECTIVE "
                             SRL-EFFECTIVE-DATE
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
                      WRITE RPT-REPORT-LINE
                   ELSE
                      STRING "  RULE: " SRL-SCOPE-TYPE " "
                             SRL-SCOPE-VALUE " " SRL-ADJ-TYPE " "
                             SRL-ADJ-AMOUNT " EFFECTIVE "
                             SRL-EFFECTIVE-DATE
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
                      WRITE RPT-REPORT-LINE

                      MOVE "S" TO WS-RULE-TYPE
                      MOVE SRL-SCOPE-TYPE TO WS-RULE-SCOPE-TYPE
                      MOVE SRL-SCOPE-VALUE TO WS-RULE-SCOPE-VALUE
                      MOVE SRL-EFFECTIVE-DATE TO WS-RULE-DATE
                      MOVE ZEROES TO WS-RULE-NEW-DEPT-IDX
                      MOVE SRL-ADJ-TYPE TO WS-RULE-ADJ-TYPE
                      MOVE SRL-ADJ-AMOUNT TO WS-RULE-ADJ-AMOUNT
                      PERFORM 2600-QUEUE-RULE
                   END-IF

                   IF NOT FORECAST-OK
                      MOVE "Y" TO WS-END-OF-RULES
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * What-If: Queue the XFRRULES Transfer Rules, Checked the Way
      * DEPTXFER Checks Them but Kept Until Their Own Date
      *-----------------------------------------------------------------
       2500-LOAD-TRANSFER-RULES.
           MOVE "N" TO WS-END-OF-RULES.

           OPEN INPUT TRANSFER-RULES-FILE.

           IF WS-XRL-FILE-STATUS NOT = "00"
              DISPLAY "Transfer rules file not found or unavailable "
                      "- status " WS-XRL-FILE-STATUS
                      "; run cancelled."
              MOVE "N" TO WS-FORECAST-OK-FLAG
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO RPT-REPORT-LINE
              MOVE "WHAT-IF TRANSFER RULES (XFRRULES):"
                TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              PERFORM 2550-LOAD-ONE-TRANSFER-RULE
                  UNTIL END-OF-RULES

              CLOSE TRANSFER-RULES-FILE
           END-IF.

       2550-LOAD-ONE-TRANSFER-RULE.
           READ TRANSFER-RULES-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-RULES
               NOT AT END
                   ADD 1 TO WS-XFR-RULES-READ

                   MOVE XRL-NEW-DEPT TO WS-LOOKUP-DEPT
                   PERFORM 2900-FIND-OR-ADD-DEPT

                   MOVE SPACES TO RPT-REPORT-LINE
                   EVALUATE TRUE
                       WHEN NOT FORECAST-OK
                           CONTINUE
                       WHEN XRL-SCOPE-TYPE NOT = "D"
                            AND XRL-SCOPE-TYPE NOT = "P"
                           ADD 1 TO WS-XFR-RULES-SKIPPED
                           STRING "  RULE SKIPPED: " XRL-SCOPE-TYPE
                                  " " XRL-SCOPE-VALUE " "
                                  XRL-NEW-DEPT " EFFECTIVE "
                                  XRL-EFFECTIVE-DATE
                             DELIMITED BY SIZE
                             INTO RPT-REPORT-LINE
                           END-STRING
                           WRITE RPT-REPORT-LINE
                       WHEN WS-FDP-ON-TABLE-FLAG (WS-LOOKUP-DEPT-IDX)
                            NOT = "Y"
                         OR WS-FDP-ACTIVE-FLAG (WS-LOOKUP-DEPT-IDX)
                            NOT = "Y"
                           ADD 1 TO WS-XFR-RULES-SKIPPED
                           STRING "  RULE SKIPPED: " XRL-SCOPE-TYPE
                                  " " XRL-SCOPE-VALUE " "
                                  XRL-NEW-DEPT " EFFECTIVE "
                                  XRL-EFFECTIVE-DATE
                                  " - INACTIVE DEPARTMENT"
                             DELIMITED BY SIZE
                             INTO RPT-REPORT-LINE
                           END-STRING
                           WRITE RPT-REPORT-LINE
                       WHEN OTHER
                           STRING "  RULE: " XRL-SCOPE-TYPE " "
                                  XRL-SCOPE-VALUE " "
                                  XRL-NEW-DEPT " EFFECTIVE "
                                  XRL-EFFECTIVE-DATE
                             DELIMITED BY SIZE
                             INTO RPT-REPORT-LINE
                           END-STRING
                           WRITE RPT-REPORT-LINE

                           MOVE "X" TO WS-RULE-TYPE
                           MOVE XRL-SCOPE-TYPE TO WS-RULE-SCOPE-TYPE
                           MOVE XRL-SCOPE-VALUE TO WS-RULE-SCOPE-VALUE
                           MOVE XRL-EFFECTIVE-DATE TO WS-RULE-DATE
                           MOVE WS-LOOKUP-DEPT-IDX
                             TO WS-RULE-NEW-DEPT-IDX
                           MOVE SPACES TO WS-RULE-ADJ-TYPE
                           MOVE ZEROES TO WS-RULE-ADJ-AMOUNT
                           PERFORM 2600-QUEUE-RULE
                   END-EVALUATE

                   IF NOT FORECAST-OK
                      MOVE "Y" TO WS-END-OF-RULES
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Queue One Accepted Rule - One Entry for a Department Scope,
      * or One per Employed Employee Whose Position Matches the
      * Pattern (the Same SQL LIKE Match SALADJ and DEPTXFER Make)
      *-----------------------------------------------------------------
       2600-QUEUE-RULE.
           IF WS-RULE-SCOPE-TYPE = "D"
              MOVE WS-RULE-SCOPE-VALUE TO WS-LOOKUP-DEPT
              PERFORM 2900-FIND-OR-ADD-DEPT

              IF FORECAST-OK
                 MOVE ZEROES TO WS-LOOKUP-EMP-IDX
                 PERFORM 2650-QUEUE-ONE-RULE-ENTRY
              END-IF
           ELSE
              MOVE ZEROES TO WS-LOOKUP-DEPT-IDX
              MOVE ZEROES TO WS-POSITION-MATCHES
              MOVE WS-RULE-SCOPE-VALUE TO HV-SCOPE-PATTERN
              MOVE "N" TO WS-END-OF-DATA

              EXEC SQL
                  OPEN POSITION_MATCH_CURSOR
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE = 0
                 PERFORM 2620-QUEUE-ONE-POSITION-MATCH
                     UNTIL END-OF-DATA

                 EXEC SQL
                     CLOSE POSITION_MATCH_CURSOR
                 END-EXEC

                 MOVE SPACES TO RPT-REPORT-LINE
                 STRING "    EMPLOYEES IN MATCHING POSITIONS: "
                        WS-POSITION-MATCHES
                   DELIMITED BY SIZE
                   INTO RPT-REPORT-LINE
                 END-STRING
                 WRITE RPT-REPORT-LINE
              ELSE
                 DISPLAY "Position-match cursor could not be opened."
                 MOVE "N" TO WS-FORECAST-OK-FLAG
              END-IF
           END-IF.

       2620-QUEUE-ONE-POSITION-MATCH.
           EXEC SQL
               FETCH POSITION_MATCH_CURSOR INTO
                   :HV-EMP-ID
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-EMP-ID TO WS-LOOKUP-EMP-ID
              PERFORM 2920-FIND-EMPLOYEE

              IF WS-LOOKUP-EMP-IDX > 0
                 ADD 1 TO WS-POSITION-MATCHES
                 PERFORM 2650-QUEUE-ONE-RULE-ENTRY
                 IF NOT FORECAST-OK
                    MOVE "Y" TO WS-END-OF-DATA
                 END-IF
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "N" TO WS-FORECAST-OK-FLAG
                 MOVE "Y" TO WS-END-OF-DATA
              END-IF
           END-IF.

       2650-QUEUE-ONE-RULE-ENTRY.
           PERFORM 2950-ADD-EVENT.

           IF FORECAST-OK
              MOVE WS-RULE-TYPE TO WS-FEV-TYPE (WS-FEV-COUNT)
              MOVE WS-RULE-DATE TO WS-FEV-DATE (WS-FEV-COUNT)
              MOVE WS-LOOKUP-EMP-IDX TO WS-FEV-EMP-IDX (WS-FEV-COUNT)
              MOVE WS-LOOKUP-DEPT-IDX
                TO WS-FEV-SCOPE-DEPT-IDX (WS-FEV-COUNT)
              MOVE WS-RULE-NEW-DEPT-IDX
                TO WS-FEV-NEW-DEPT-IDX (WS-FEV-COUNT)
              MOVE WS-RULE-ADJ-TYPE TO WS-FEV-ADJ-TYPE (WS-FEV-COUNT)
              MOVE WS-RULE-ADJ-AMOUNT
                TO WS-FEV-ADJ-AMOUNT (WS-FEV-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * Find a Department Code in the Table, Adding it When New
      *-----------------------------------------------------------------
       2900-FIND-OR-ADD-DEPT.
           MOVE ZEROES TO WS-LOOKUP-DEPT-IDX.
           MOVE 1 TO WS-FDP-IDX.

           PERFORM 2910-MATCH-ONE-DEPT
               UNTIL WS-FDP-IDX > WS-FDP-COUNT
                  OR WS-LOOKUP-DEPT-IDX > 0.

           IF WS-LOOKUP-DEPT-IDX = 0
              IF WS-FDP-COUNT < 200
                 ADD 1 TO WS-FDP-COUNT
                 MOVE WS-FDP-COUNT TO WS-LOOKUP-DEPT-IDX
                 MOVE WS-LOOKUP-DEPT TO WS-FDP-CODE (WS-FDP-COUNT)
                 MOVE "N" TO WS-FDP-ON-TABLE-FLAG (WS-FDP-COUNT)
                 MOVE "N" TO WS-FDP-ACTIVE-FLAG (WS-FDP-COUNT)
                 MOVE "N" TO WS-FDP-STAFFED-FLAG (WS-FDP-COUNT)
                 MOVE ZEROES TO WS-FDP-AUTH-HEADCOUNT (WS-FDP-COUNT)
                                WS-FDP-SALARY-BUDGET (WS-FDP-COUNT)
                 MOVE 1 TO WS-FCM-IDX
                 PERFORM 2915-CLEAR-ONE-DEPT-MONTH
                     UNTIL WS-FCM-IDX > 12
              ELSE
                 DISPLAY "More than 200 departments - department "
                         "table full."
                 MOVE "N" TO WS-FORECAST-OK-FLAG
                 MOVE 1 TO WS-LOOKUP-DEPT-IDX
              END-IF
           END-IF.

       2910-MATCH-ONE-DEPT.
           IF WS-FDP-CODE (WS-FDP-IDX) = WS-LOOKUP-DEPT
              MOVE WS-FDP-IDX TO WS-LOOKUP-DEPT-IDX
           END-IF.

           ADD 1 TO WS-FDP-IDX.

       2915-CLEAR-ONE-DEPT-MONTH.
           MOVE ZEROES TO WS-FDP-HEADCOUNT (WS-FDP-COUNT, WS-FCM-IDX)
                          WS-FDP-LEAVE-COUNT (WS-FDP-COUNT, WS-FCM-IDX)
                          WS-FDP-ANNUAL-RATE (WS-FDP-COUNT, WS-FCM-IDX).

           ADD 1 TO WS-FCM-IDX.

      *-----------------------------------------------------------------
      * Find an Employee in the Employed Table (Zero if Not Employed)
      *-----------------------------------------------------------------
       2920-FIND-EMPLOYEE.
           MOVE ZEROES TO WS-LOOKUP-EMP-IDX.
           MOVE 1 TO WS-FEM-IDX.

           PERFORM 2930-MATCH-ONE-EMPLOYEE
               UNTIL WS-FEM-IDX > WS-FEM-COUNT
                  OR WS-LOOKUP-EMP-IDX > 0.

       2930-MATCH-ONE-EMPLOYEE.
           IF WS-FEM-EMP-ID (WS-FEM-IDX) = WS-LOOKUP-EMP-ID
              MOVE WS-FEM-IDX TO WS-LOOKUP-EMP-IDX
           END-IF.

           ADD 1 TO WS-FEM-IDX.

      *-----------------------------------------------------------------
      * Open a New Queued Entry in the Change Table
      *-----------------------------------------------------------------
       2950-ADD-EVENT.
           IF WS-FEV-COUNT < 3000
              ADD 1 TO WS-FEV-COUNT
              MOVE SPACES TO WS-FEV-TYPE (WS-FEV-COUNT)
                             WS-FEV-DATE (WS-FEV-COUNT)
                             WS-FEV-ADJ-TYPE (WS-FEV-COUNT)
              MOVE ZEROES TO WS-FEV-EMP-IDX (WS-FEV-COUNT)
                             WS-FEV-SCOPE-DEPT-IDX (WS-FEV-COUNT)
                             WS-FEV-NEW-DEPT-IDX (WS-FEV-COUNT)
                             WS-FEV-NEW-SALARY (WS-FEV-COUNT)
                             WS-FEV-ADJ-AMOUNT (WS-FEV-COUNT)
              MOVE "Q" TO WS-FEV-STATUS (WS-FEV-COUNT)
           ELSE
              DISPLAY "More than 3000 dated changes - change table "
                      "full."
              MOVE "N" TO WS-FORECAST-OK-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Step Through the Twelve Months
      *-----------------------------------------------------------------
       3000-RUN-FORECAST.
           MOVE 1 TO WS-FCM-IDX.

           PERFORM 3050-FORECAST-ONE-MONTH
               UNTIL WS-FCM-IDX > 12.

           MOVE 1 TO WS-FEV-IDX.

           PERFORM 3060-COUNT-ONE-LEFTOVER
               UNTIL WS-FEV-IDX > WS-FEV-COUNT.

      *-----------------------------------------------------------------
      * Apply Every Change Due by the Month-End in Date Order, Then
      * Take the Month-End Position
      *-----------------------------------------------------------------
       3050-FORECAST-ONE-MONTH.
           MOVE "N" TO WS-MONTH-DONE-FLAG.

           PERFORM 3100-APPLY-NEXT-DUE-EVENT
               UNTIL MONTH-DONE.

           MOVE 1 TO WS-FEM-IDX.

           PERFORM 3300-TALLY-ONE-EMPLOYEE
               UNTIL WS-FEM-IDX > WS-FEM-COUNT.

           ADD 1 TO WS-FCM-IDX.

      *-----------------------------------------------------------------
      * Count a Change Left Over at the End of the Forecast
      *-----------------------------------------------------------------
       3060-COUNT-ONE-LEFTOVER.
           EVALUATE TRUE
               WHEN WS-FEV-TYPE (WS-FEV-IDX) = "C"
                    AND WS-FEV-STATUS (WS-FEV-IDX) = "H"
                   ADD 1 TO WS-PENDING-HELD
               WHEN WS-FEV-TYPE (WS-FEV-IDX) = "C"
                    AND WS-FEV-STATUS (WS-FEV-IDX) = "Q"
                   ADD 1 TO WS-PENDING-LATER
               WHEN WS-FEV-TYPE (WS-FEV-IDX) = "R"
                    AND WS-FEV-STATUS (WS-FEV-IDX) = "Q"
                   ADD 1 TO WS-RETURNS-LATER
           END-EVALUATE.

           ADD 1 TO WS-FEV-IDX.

      *-----------------------------------------------------------------
      * Find the Earliest Queued Change Due by This Month-End (the
      * Earlier-Loaded on a Tie) and Apply it
      *-----------------------------------------------------------------
       3100-APPLY-NEXT-DUE-EVENT.
           MOVE ZEROES TO WS-NEXT-EVENT-IDX.
           MOVE 1 TO WS-FEV-IDX.

           PERFORM 3110-CHECK-ONE-EVENT
               UNTIL WS-FEV-IDX > WS-FEV-COUNT.

           IF WS-NEXT-EVENT-IDX = 0
              MOVE "Y" TO WS-MONTH-DONE-FLAG
           ELSE
              MOVE WS-NEXT-EVENT-IDX TO WS-EVT
              MOVE WS-FEV-EMP-IDX (WS-EVT) TO WS-FEM-IDX

              EVALUATE WS-FEV-TYPE (WS-EVT)
                  WHEN "C"
                      PERFORM 3200-APPLY-PENDING-CHANGE
                  WHEN "R"
                      PERFORM 3210-APPLY-LEAVE-RETURN
                  WHEN "S"
                      PERFORM 3230-APPLY-SALARY-RULE
                  WHEN "X"
                      PERFORM 3240-APPLY-TRANSFER-RULE
              END-EVALUATE
           END-IF.

       3110-CHECK-ONE-EVENT.
           IF WS-FEV-STATUS (WS-FEV-IDX) = "Q"
              AND WS-FEV-DATE (WS-FEV-IDX)(1:7)
                  NOT > WS-FCM-KEY (WS-FCM-IDX)
              IF WS-NEXT-EVENT-IDX = 0
                 MOVE WS-FEV-IDX TO WS-NEXT-EVENT-IDX
              ELSE
                 IF WS-FEV-DATE (WS-FEV-IDX)
                    < WS-FEV-DATE (WS-NEXT-EVENT-IDX)
                    MOVE WS-FEV-IDX TO WS-NEXT-EVENT-IDX
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO WS-FEV-IDX.

      *-----------------------------------------------------------------
      * A PENDCHG Change Takes the New Department and Salary - or
      * Waits for the Employee's Return if They Are on Leave
      *-----------------------------------------------------------------
       3200-APPLY-PENDING-CHANGE.
           IF WS-FEM-STATUS (WS-FEM-IDX) = "L"
              MOVE "H" TO WS-FEV-STATUS (WS-EVT)
           ELSE
              MOVE WS-FEV-NEW-DEPT-IDX (WS-EVT)
                TO WS-FEM-DEPT-IDX (WS-FEM-IDX)
              MOVE WS-FEV-NEW-SALARY (WS-EVT)
                TO WS-FEM-SALARY (WS-FEM-IDX)
              MOVE "A" TO WS-FEV-STATUS (WS-EVT)
              ADD 1 TO WS-PENDING-APPLIED
           END-IF.

      *-----------------------------------------------------------------
      * An Employee Back From Leave is Active Again, and Any Change
      * Held for Their Return is Queued Again to Apply Now
      *-----------------------------------------------------------------
       3210-APPLY-LEAVE-RETURN.
           MOVE "Y" TO WS-FEM-STATUS (WS-FEM-IDX).
           MOVE "A" TO WS-FEV-STATUS (WS-EVT).
           ADD 1 TO WS-RETURNS-APPLIED.

           MOVE 1 TO WS-FEV-IDX.

           PERFORM 3220-RELEASE-ONE-HELD-CHANGE
               UNTIL WS-FEV-IDX > WS-FEV-COUNT.

       3220-RELEASE-ONE-HELD-CHANGE.
           IF WS-FEV-STATUS (WS-FEV-IDX) = "H"
              AND WS-FEV-EMP-IDX (WS-FEV-IDX) = WS-FEM-IDX
              MOVE "Q" TO WS-FEV-STATUS (WS-FEV-IDX)
           END-IF.

           ADD 1 TO WS-FEV-IDX.

      *-----------------------------------------------------------------
      * What-If Salary Rule - to the One Matching Employee, or to
      * Everyone Then in the Rule's Department
      *-----------------------------------------------------------------
       3230-APPLY-SALARY-RULE.
           MOVE "A" TO WS-FEV-STATUS (WS-EVT).

           IF WS-FEV-EMP-IDX (WS-EVT) > 0
              PERFORM 3235-ADJUST-ONE-EMPLOYEE
           ELSE
              MOVE 1 TO WS-FEM-IDX
              PERFORM 3232-ADJUST-IF-IN-SCOPE
                  UNTIL WS-FEM-IDX > WS-FEM-COUNT
           END-IF.

       3232-ADJUST-IF-IN-SCOPE.
           IF WS-FEM-DEPT-IDX (WS-FEM-IDX)
              = WS-FEV-SCOPE-DEPT-IDX (WS-EVT)
              PERFORM 3235-ADJUST-ONE-EMPLOYEE
           END-IF.

           ADD 1 TO WS-FEM-IDX.

      *-----------------------------------------------------------------
      * Adjust One Employee the Way SALADJ Does - Active Only, and
      * Only by the First Rule to Reach Them
      *-----------------------------------------------------------------
       3235-ADJUST-ONE-EMPLOYEE.
           IF WS-FEM-STATUS (WS-FEM-IDX) = "Y"
              AND WS-FEM-ADJUSTED-FLAG (WS-FEM-IDX) NOT = "Y"
              MOVE "N" TO WS-ADJ-OVERFLOW-FLAG

              IF WS-FEV-ADJ-TYPE (WS-EVT) = "P"
                 COMPUTE WS-NEW-SALARY ROUNDED =
                    WS-FEM-SALARY (WS-FEM-IDX)
                       + (WS-FEM-SALARY (WS-FEM-IDX)
                          * WS-FEV-ADJ-AMOUNT (WS-EVT) / 100)
                    ON SIZE ERROR
                       MOVE "Y" TO WS-ADJ-OVERFLOW-FLAG
                 END-COMPUTE
              ELSE
                 COMPUTE WS-NEW-SALARY =
                    WS-FEM-SALARY (WS-FEM-IDX)
                       + WS-FEV-ADJ-AMOUNT (WS-EVT)
                    ON SIZE ERROR
                       MOVE "Y" TO WS-ADJ-OVERFLOW-FLAG
                 END-COMPUTE
              END-IF

              IF ADJ-OVERFLOW
                 DISPLAY "Warning: adjusted salary overflows for "
                         "employee " WS-FEM-EMP-ID (WS-FEM-IDX)
                         "; employee left unadjusted."
              ELSE
                 MOVE WS-NEW-SALARY TO WS-FEM-SALARY (WS-FEM-IDX)
                 MOVE "Y" TO WS-FEM-ADJUSTED-FLAG (WS-FEM-IDX)
                 ADD 1 TO WS-EMPLOYEES-ADJUSTED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * What-If Transfer Rule - the One Matching Employee, or
      * Everyone Then in the Rule's Old Department, Active or on
      * Leave, as DEPTXFER Moves Them
      *-----------------------------------------------------------------
       3240-APPLY-TRANSFER-RULE.
           MOVE "A" TO WS-FEV-STATUS (WS-EVT).

           IF WS-FEV-EMP-IDX (WS-EVT) > 0
              MOVE WS-FEV-NEW-DEPT-IDX (WS-EVT)
                TO WS-FEM-DEPT-IDX (WS-FEM-IDX)
              ADD 1 TO WS-EMPLOYEES-MOVED
           ELSE
              MOVE 1 TO WS-FEM-IDX
              PERFORM 3245-MOVE-IF-IN-SCOPE
                  UNTIL WS-FEM-IDX > WS-FEM-COUNT
           END-IF.

       3245-MOVE-IF-IN-SCOPE.
           IF WS-FEM-DEPT-IDX (WS-FEM-IDX)
              = WS-FEV-SCOPE-DEPT-IDX (WS-EVT)
              MOVE WS-FEV-NEW-DEPT-IDX (WS-EVT)
                TO WS-FEM-DEPT-IDX (WS-FEM-IDX)
              ADD 1 TO WS-EMPLOYEES-MOVED
           END-IF.

           ADD 1 TO WS-FEM-IDX.

      *-----------------------------------------------------------------
      * Roll One Employee Into Their Department's and the Company's
      * Month-End Position
      *-----------------------------------------------------------------
       3300-TALLY-ONE-EMPLOYEE.
           MOVE WS-FEM-DEPT-IDX (WS-FEM-IDX) TO WS-FDP-IDX.
           MOVE "Y" TO WS-FDP-STAFFED-FLAG (WS-FDP-IDX).

           IF WS-FEM-STATUS (WS-FEM-IDX) = "L"
              ADD 1 TO WS-FDP-LEAVE-COUNT (WS-FDP-IDX, WS-FCM-IDX)
                       WS-CMP-LEAVE-COUNT (WS-FCM-IDX)
           ELSE
              ADD 1 TO WS-FDP-HEADCOUNT (WS-FDP-IDX, WS-FCM-IDX)
                       WS-CMP-HEADCOUNT (WS-FCM-IDX)
              ADD WS-FEM-SALARY (WS-FEM-IDX)
                TO WS-FDP-ANNUAL-RATE (WS-FDP-IDX, WS-FCM-IDX)
                   WS-CMP-ANNUAL-RATE (WS-FCM-IDX)
           END-IF.

           ADD 1 TO WS-FEM-IDX.

      *-----------------------------------------------------------------
      * Write the Forecast - What Was Layered In, Each Department's
      * Twelve Months Against its Budget, Then the Company Totals
      *-----------------------------------------------------------------
       4000-WRITE-FORECAST.
           PERFORM 4050-WRITE-ASSUMPTIONS.

           MOVE 1 TO WS-FDP-IDX.

           PERFORM 4100-WRITE-ONE-DEPARTMENT
               UNTIL WS-FDP-IDX > WS-FDP-COUNT.

           PERFORM 4300-WRITE-COMPANY-TOTALS.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: forecast report write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

           DISPLAY WS-LINE.
           DISPLAY "Departments over budget, department-months: "
                   WS-FLAGGED-MONTHS.

      *-----------------------------------------------------------------
      * Write the Counts of Changes Layered Into the Forecast
      *-----------------------------------------------------------------
       4050-WRITE-ASSUMPTIONS.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "EMPLOYED AT START: " WS-EMPLOYEES-LOADED
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "PENDCHG: " WS-PENDING-READ
                  "  APPLIED: " WS-PENDING-APPLIED
                  "  HELD ON LEAVE: " WS-PENDING-HELD
                  "  AFTER FORECAST: " WS-PENDING-LATER
                  "  NOT EMPLOYED: " WS-PENDING-NOT-EMPLOYED
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "RETURNS FROM LEAVE APPLIED: " WS-RETURNS-APPLIED
                  "  AFTER FORECAST OR NO RETURN DATE: "
                  WS-RETURNS-LATER
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF SALARY-WHATIF
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "WHAT-IF SALARY RULES: " WS-SAL-RULES-READ
                     "  SKIPPED: " WS-SAL-RULES-SKIPPED
                     "  EMPLOYEES ADJUSTED: " WS-EMPLOYEES-ADJUSTED
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

           IF TRANSFER-WHATIF
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "WHAT-IF TRANSFER RULES: " WS-XFR-RULES-READ
                     "  SKIPPED: " WS-XFR-RULES-SKIPPED
                     "  EMPLOYEES MOVED: " WS-EMPLOYEES-MOVED
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * Write One Department's Twelve Months - Only a Department That
      * is Active on DEPARTMENTS or Has Staff in the Forecast
      *-----------------------------------------------------------------
       4100-WRITE-ONE-DEPARTMENT.
           IF WS-FDP-STAFFED-FLAG (WS-FDP-IDX) = "Y"
              OR (WS-FDP-ON-TABLE-FLAG (WS-FDP-IDX) = "Y"
                  AND WS-FDP-ACTIVE-FLAG (WS-FDP-IDX) = "Y")
              PERFORM 4110-WRITE-DEPT-HEADING

              MOVE ZEROES TO WS-PERIOD-COST
                             WS-OVER-HEADCOUNT-MONTHS
                             WS-OVER-BUDGET-MONTHS
              MOVE 1 TO WS-FCM-IDX

              PERFORM 4150-WRITE-DEPT-MONTH
                  UNTIL WS-FCM-IDX > 12

              PERFORM 4200-WRITE-DEPT-FOOTING
           END-IF.

           ADD 1 TO WS-FDP-IDX.

       4110-WRITE-DEPT-HEADING.
           MOVE SPACES TO RPT-REPORT-LINE.

           IF WS-FDP-ON-TABLE-FLAG (WS-FDP-IDX) NOT = "Y"
              STRING "DEPARTMENT: " WS-FDP-CODE (WS-FDP-IDX)
                     "  NOT ON THE DEPARTMENTS TABLE"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              IF WS-FDP-AUTH-HEADCOUNT (WS-FDP-IDX) = 0
                 AND WS-FDP-SALARY-BUDGET (WS-FDP-IDX) = 0
                 STRING "DEPARTMENT: " WS-FDP-CODE (WS-FDP-IDX)
                        "  NO BUDGET ON FILE FOR THIS DEPARTMENT"
                   DELIMITED BY SIZE
                   INTO RPT-REPORT-LINE
                 END-STRING
              ELSE
                 MOVE WS-FDP-SALARY-BUDGET (WS-FDP-IDX)
                   TO WS-FMT-SALARY-BUDGET
                 STRING "DEPARTMENT: " WS-FDP-CODE (WS-FDP-IDX)
                        "  HEADCOUNT BUDGET: "
                        WS-FDP-AUTH-HEADCOUNT (WS-FDP-IDX)
                        "  SALARY BUDGET: " WS-FMT-SALARY-BUDGET
                   DELIMITED BY SIZE
                   INTO RPT-REPORT-LINE
                 END-STRING
              END-IF
           END-IF.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  MONTH    HEADCOUNT  ON LEAVE      ANNUAL RATE"
                  "      MONTH COST  FLAGS"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * Write One Month-End Line, Flagging a Month Over Headcount or
      * Over the Salary Budget (a Zero Budget Figure is Not Checked)
      *-----------------------------------------------------------------
       4150-WRITE-DEPT-MONTH.
           MOVE SPACES TO WS-FLAG-TEXT.

           IF WS-FDP-AUTH-HEADCOUNT (WS-FDP-IDX) > 0
              AND WS-FDP-HEADCOUNT (WS-FDP-IDX, WS-FCM-IDX)
                  > WS-FDP-AUTH-HEADCOUNT (WS-FDP-IDX)
              MOVE "OVER HEADCOUNT" TO WS-FLAG-TEXT
              ADD 1 TO WS-OVER-HEADCOUNT-MONTHS
           END-IF.

           IF WS-FDP-SALARY-BUDGET (WS-FDP-IDX) > 0
              AND WS-FDP-ANNUAL-RATE (WS-FDP-IDX, WS-FCM-IDX)
                  > WS-FDP-SALARY-BUDGET (WS-FDP-IDX)
              IF WS-FLAG-TEXT = SPACES
                 MOVE "OVER SALARY BUDGET" TO WS-FLAG-TEXT
              ELSE
                 MOVE "OVER HEADCOUNT + SALARY BUDGET" TO WS-FLAG-TEXT
              END-IF
              ADD 1 TO WS-OVER-BUDGET-MONTHS
           END-IF.

           COMPUTE WS-MONTH-COST ROUNDED =
              WS-FDP-ANNUAL-RATE (WS-FDP-IDX, WS-FCM-IDX) / 12.
           ADD WS-MONTH-COST TO WS-PERIOD-COST.

           MOVE WS-FDP-ANNUAL-RATE (WS-FDP-IDX, WS-FCM-IDX)
             TO WS-FMT-ANNUAL-RATE.
           MOVE WS-MONTH-COST TO WS-FMT-MONTH-COST.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  " WS-FCM-KEY (WS-FCM-IDX) "      "
                  WS-FDP-HEADCOUNT (WS-FDP-IDX, WS-FCM-IDX) "     "
                  WS-FDP-LEAVE-COUNT (WS-FDP-IDX, WS-FCM-IDX) "  "
                  WS-FMT-ANNUAL-RATE "  "
                  WS-FMT-MONTH-COST "  "
                  WS-FLAG-TEXT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF WS-FLAG-TEXT NOT = SPACES
              ADD 1 TO WS-FLAGGED-MONTHS
              DISPLAY "FLAGGED: " WS-FDP-CODE (WS-FDP-IDX) " "
                      WS-FCM-KEY (WS-FCM-IDX) " " WS-FLAG-TEXT
           END-IF.

           ADD 1 TO WS-FCM-IDX.

      *-----------------------------------------------------------------
      * Write the Department's Twelve-Month Cost and Flag Counts
      *-----------------------------------------------------------------
       4200-WRITE-DEPT-FOOTING.
           MOVE WS-PERIOD-COST TO WS-FMT-PERIOD-COST.
           MOVE SPACES TO RPT-REPORT-LINE.

           IF WS-FDP-SALARY-BUDGET (WS-FDP-IDX) > 0
              COMPUTE WS-PERIOD-VARIANCE =
                 WS-FDP-SALARY-BUDGET (WS-FDP-IDX) - WS-PERIOD-COST
              MOVE WS-PERIOD-VARIANCE TO WS-FMT-PERIOD-VARIANCE
              STRING "  12-MONTH COST: " WS-FMT-PERIOD-COST
                     "  VS SALARY BUDGET VAR: "
                     WS-FMT-PERIOD-VARIANCE
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              STRING "  12-MONTH COST: " WS-FMT-PERIOD-COST
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  MONTHS OVER HEADCOUNT: " WS-OVER-HEADCOUNT-MONTHS
                  "  MONTHS OVER SALARY BUDGET: "
                  WS-OVER-BUDGET-MONTHS
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * Write the Company-Wide Month-End Positions
      *-----------------------------------------------------------------
       4300-WRITE-COMPANY-TOTALS.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE "ALL DEPARTMENTS" TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  MONTH    HEADCOUNT  ON LEAVE      ANNUAL RATE"
                  "      MONTH COST"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE ZEROES TO WS-CMP-PERIOD-COST.
           MOVE 1 TO WS-FCM-IDX.

           PERFORM 4350-WRITE-COMPANY-MONTH
               UNTIL WS-FCM-IDX > 12.

           MOVE WS-CMP-PERIOD-COST TO WS-FMT-PERIOD-COST.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  12-MONTH COST: " WS-FMT-PERIOD-COST
                  "  DEPARTMENT-MONTHS FLAGGED: " WS-FLAGGED-MONTHS
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

       4350-WRITE-COMPANY-MONTH.
           COMPUTE WS-MONTH-COST ROUNDED =
              WS-CMP-ANNUAL-RATE (WS-FCM-IDX) / 12.
           ADD WS-MONTH-COST TO WS-CMP-PERIOD-COST.

           MOVE WS-CMP-ANNUAL-RATE (WS-FCM-IDX) TO WS-FMT-ANNUAL-RATE.
           MOVE WS-MONTH-COST TO WS-FMT-MONTH-COST.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  " WS-FCM-KEY (WS-FCM-IDX) "      "
                  WS-CMP-HEADCOUNT (WS-FCM-IDX) "     "
                  WS-CMP-LEAVE-COUNT (WS-FCM-IDX) "  "
                  WS-FMT-ANNUAL-RATE "  "
                  WS-FMT-MONTH-COST
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           ADD 1 TO WS-FCM-IDX.

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
      * Program Termination
      *-----------------------------------------------------------------
       9000-TERMINATE.
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
           DISPLAY "Budget forecast program terminated.".
           DISPLAY WS-LINE.
