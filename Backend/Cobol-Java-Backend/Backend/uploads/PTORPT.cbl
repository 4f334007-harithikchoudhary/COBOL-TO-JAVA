      *****************************************************************
      * PROGRAM:  PTORPT
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Paid time off balance statement by department.
      *           Lists every employed person's (active or on leave)
      *           PTO_BALANCES balance for each leave type, grouped
      *           by department with the month it last accrued, and
      *           control-breaks on department the way DEPTSUMM does
      *           to print each department's total hours per leave
      *           type, then the company-wide totals.
      *
      *           The PTORPT_DEPT environment option limits the
      *           statement to one department; blank prints them
      *           all. Balances are maintained by the PTOACRL
      *           night-run step (monthly accrual, termination
      *           settlement) and DBCONNECT (time taken). Runs
      *           standalone. Return code 16 on a failed database
      *           connect, 12 on a report file error.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTORPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTO-REPORT-FILE ASSIGN TO "PTORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PTO-REPORT-FILE.
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
          05 WS-FIRST-RECORD          PIC X(1) VALUE "Y".
             88 FIRST-RECORD          VALUE "Y".

       01 WS-COUNTERS.
          05 WS-BALANCES-LISTED       PIC 9(5) VALUE ZEROES.
          05 WS-DEPTS-LISTED          PIC 9(5) VALUE ZEROES.

       01 WS-ERROR-HANDLING.
          05 WS-SQL-STATUS            PIC X(5).
          05 WS-SQL-MSG               PIC X(70).
          05 WS-ERROR-MSG             PIC X(100).

       01 WS-RUN-DATE-AREA.
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-RUN-DATE              PIC X(10).
          05 WS-SELECT-DEPT           PIC X(15).

      *-----------------------------------------------------------------
      * Control-Break Fields - Department, and Employee so the Name
      * Prints Once Above That Employee's Leave Types
      *-----------------------------------------------------------------
       01 WS-BREAK-FIELDS.
          05 WS-PREV-DEPT             PIC X(15).
          05 WS-PREV-EMP-ID           PIC 9(5).

      *-----------------------------------------------------------------
      * Hours per Leave Type - for the Department in Hand and
      * Company-Wide. A Leave Type Beyond the Table is Folded Into
      * the Last Entry, Marked OTHR.
      *-----------------------------------------------------------------
       01 WS-TYPE-TOTALS-AREA.
          05 WS-TOT-COUNT             PIC 9(2) VALUE ZEROES.
          05 WS-TOT-ENTRY OCCURS 20 TIMES.
             10 WS-TOT-LEAVE-TYPE     PIC X(4).
             10 WS-TOT-DEPT-HOURS     PIC 9(9)V99.
             10 WS-TOT-DEPT-BALANCES  PIC 9(5).
             10 WS-TOT-GRAND-HOURS    PIC 9(9)V99.
             10 WS-TOT-GRAND-BALANCES PIC 9(5).
          05 WS-TOT-IDX               PIC 9(2).
          05 WS-TOT-FOUND-IDX         PIC 9(2).

       01 WS-PRINT-FIELDS.
          05 WS-FMT-HOURS             PIC ZZ,ZZ9.99.
          05 WS-FMT-TOTAL-HOURS       PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-STATUS-TEXT           PIC X(8).
          05 WS-ACCRUED-TEXT          PIC X(7).
          05 WS-TOTAL-LABEL           PIC X(16).

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-RPT-FILE-STATUS       PIC X(2).

      *-----------------------------------------------------------------
      * SQL Host Variables Declaration
      *-----------------------------------------------------------------
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 HV-EMP-ID                   PIC 9(5).
       01 HV-EMP-FIRST-NAME           PIC X(20).
       01 HV-EMP-LAST-NAME            PIC X(20).
       01 HV-EMP-DEPT                 PIC X(15).
       01 HV-EMP-ACTIVE-FLAG          PIC X(1).
       01 HV-PTO-LEAVE-TYPE           PIC X(4).
       01 HV-PTO-BALANCE-HOURS        PIC 9(5)V99.
       01 HV-PTO-LAST-ACCRUAL-MONTH   PIC X(6).
       01 HV-SELECT-DEPT              PIC X(15).
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

      *-----------------------------------------------------------------
      * Cursor Declaration - Balances of the Employed Population,
      * Ordered by Department for the Control Break
      *-----------------------------------------------------------------
       EXEC SQL
          DECLARE PTO_STATEMENT_CURSOR CURSOR FOR
          SELECT E.DEPARTMENT, E.EMP_ID, E.FIRST_NAME, E.LAST_NAME,
                 E.ACTIVE_FLAG, B.LEAVE_TYPE, B.BALANCE_HOURS,
                 B.LAST_ACCRUAL_MONTH
          FROM EMPLOYEES E, PTO_BALANCES B
          WHERE B.EMP_ID = E.EMP_ID
            AND (E.ACTIVE_FLAG = 'Y' OR E.ACTIVE_FLAG = 'L')
            AND (:HV-SELECT-DEPT = ' '
                 OR E.DEPARTMENT = :HV-SELECT-DEPT)
          ORDER BY E.DEPARTMENT, E.EMP_ID, B.LEAVE_TYPE
       END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "PAID TIME OFF BALANCE STATEMENT".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           IF DB-CONNECTED
              PERFORM 3000-BUILD-STATEMENT
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
      * Initialize, Pick Up the Department Option, Connect to
      * Database
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-ERROR-HANDLING.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-DB-CONNECTED.
           MOVE "Y" TO WS-FIRST-RECORD.
           MOVE SPACES TO WS-PREV-DEPT.
           MOVE ZEROES TO WS-PREV-EMP-ID WS-TOT-COUNT.

           ACCEPT WS-SELECT-DEPT FROM ENVIRONMENT "PTORPT_DEPT".
           MOVE WS-SELECT-DEPT TO HV-SELECT-DEPT.

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           DISPLAY "Run date  : " WS-RUN-DATE.

           IF WS-SELECT-DEPT = SPACES
              DISPLAY "Department: ALL"
           ELSE
              DISPLAY "Department: " WS-SELECT-DEPT
           END-IF.

           PERFORM 1100-CONNECT-TO-DB.

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
      * Build the Statement (control-break on department)
      *-----------------------------------------------------------------
       3000-BUILD-STATEMENT.
           OPEN OUTPUT PTO-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Report file could not be opened - status "
                      WS-RPT-FILE-STATUS "; report cancelled."
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 3010-WRITE-REPORT-HEADER

              EXEC SQL
                  OPEN PTO_STATEMENT_CURSOR
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE = 0
                 PERFORM 3050-FETCH-BALANCE-RECORD
                     UNTIL END-OF-DATA

                 IF NOT FIRST-RECORD
                    PERFORM 3100-WRITE-DEPT-TOTALS
                 END-IF

                 PERFORM 3200-WRITE-GRAND-TOTALS

                 EXEC SQL
                     CLOSE PTO_STATEMENT_CURSOR
                 END-EXEC
              ELSE
                 DISPLAY "Report not produced - cursor could not "
                         "be opened."
                 MOVE 8 TO RETURN-CODE
              END-IF

              CLOSE PTO-REPORT-FILE

              DISPLAY WS-LINE
              DISPLAY "Departments listed: " WS-DEPTS-LISTED
              DISPLAY "Balances listed   : " WS-BALANCES-LISTED
           END-IF.

      *-----------------------------------------------------------------
      * Write the Report Heading Lines
      *-----------------------------------------------------------------
       3010-WRITE-REPORT-HEADER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           IF WS-SELECT-DEPT = SPACES
              STRING "PAID TIME OFF BALANCE STATEMENT  "
                     "RUN DATE: " WS-RUN-DATE
                     "  ALL DEPARTMENTS"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              STRING "PAID TIME OFF BALANCE STATEMENT  "
                     "RUN DATE: " WS-RUN-DATE
                     "  DEPARTMENT: " WS-SELECT-DEPT
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report header write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Fetch One Balance, Break on Department, and List it
      *-----------------------------------------------------------------
       3050-FETCH-BALANCE-RECORD.
           EXEC SQL
               FETCH PTO_STATEMENT_CURSOR INTO
                   :HV-EMP-DEPT,
                   :HV-EMP-ID,
                   :HV-EMP-FIRST-NAME,
                   :HV-EMP-LAST-NAME,
                   :HV-EMP-ACTIVE-FLAG,
                   :HV-PTO-LEAVE-TYPE,
                   :HV-PTO-BALANCE-HOURS,
                   :HV-PTO-LAST-ACCRUAL-MONTH
           END-EXEC.

           IF SQLCODE = 0
              IF FIRST-RECORD
                 MOVE "N" TO WS-FIRST-RECORD
                 MOVE HV-EMP-DEPT TO WS-PREV-DEPT
                 PERFORM 3060-WRITE-DEPT-HEADING
              END-IF

              IF HV-EMP-DEPT NOT = WS-PREV-DEPT
                 PERFORM 3100-WRITE-DEPT-TOTALS
                 MOVE HV-EMP-DEPT TO WS-PREV-DEPT
                 PERFORM 3060-WRITE-DEPT-HEADING
              END-IF

              PERFORM 3070-WRITE-BALANCE-LINE
              PERFORM 3080-ADD-TO-TYPE-TOTALS
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "Y" TO WS-END-OF-DATA
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Open a New Department Section
      *-----------------------------------------------------------------
       3060-WRITE-DEPT-HEADING.
           ADD 1 TO WS-DEPTS-LISTED.
           MOVE ZEROES TO WS-PREV-EMP-ID.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "DEPARTMENT: " WS-PREV-DEPT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  ID    NAME                                 "
                  "STATUS    TYPE    BALANCE  ACCRUED"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * List One Balance - the Employee's Name Only on Their First
      *-----------------------------------------------------------------
       3070-WRITE-BALANCE-LINE.
           ADD 1 TO WS-BALANCES-LISTED.

           IF HV-EMP-ACTIVE-FLAG = "L"
              MOVE "ON LEAVE" TO WS-STATUS-TEXT
           ELSE
              MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-IF.

           IF HV-PTO-LAST-ACCRUAL-MONTH = SPACES
              MOVE "NEVER" TO WS-ACCRUED-TEXT
           ELSE
              MOVE SPACES TO WS-ACCRUED-TEXT
              STRING HV-PTO-LAST-ACCRUAL-MONTH(1:4) "-"
                     HV-PTO-LAST-ACCRUAL-MONTH(5:2)
                DELIMITED BY SIZE
                INTO WS-ACCRUED-TEXT
              END-STRING
           END-IF.

           MOVE HV-PTO-BALANCE-HOURS TO WS-FMT-HOURS.

           MOVE SPACES TO RPT-REPORT-LINE.

           IF HV-EMP-ID NOT = WS-PREV-EMP-ID
              MOVE HV-EMP-ID TO WS-PREV-EMP-ID
              STRING "  " HV-EMP-ID " "
                     HV-EMP-FIRST-NAME(1:15) " "
                     HV-EMP-LAST-NAME " "
                     WS-STATUS-TEXT "  "
                     HV-PTO-LEAVE-TYPE "  "
                     WS-FMT-HOURS "  "
                     WS-ACCRUED-TEXT
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              MOVE HV-PTO-LEAVE-TYPE TO RPT-REPORT-LINE(56:4)
              MOVE WS-FMT-HOURS TO RPT-REPORT-LINE(62:9)
              MOVE WS-ACCRUED-TEXT TO RPT-REPORT-LINE(73:7)
           END-IF.

           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report write failed for employee "
                      HV-EMP-ID " - status " WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Add the Balance to its Leave Type's Department and Company
      * Totals
      *-----------------------------------------------------------------
       3080-ADD-TO-TYPE-TOTALS.
           MOVE ZEROES TO WS-TOT-FOUND-IDX.
           MOVE 1 TO WS-TOT-IDX.

           PERFORM 3090-CHECK-ONE-TYPE-TOTAL
               UNTIL WS-TOT-IDX > WS-TOT-COUNT
                  OR WS-TOT-FOUND-IDX > ZEROES.

           IF WS-TOT-FOUND-IDX = ZEROES
              IF WS-TOT-COUNT < 20
                 ADD 1 TO WS-TOT-COUNT
                 MOVE WS-TOT-COUNT TO WS-TOT-FOUND-IDX
                 MOVE HV-PTO-LEAVE-TYPE
                   TO WS-TOT-LEAVE-TYPE (WS-TOT-FOUND-IDX)
                 MOVE ZEROES TO WS-TOT-DEPT-HOURS (WS-TOT-FOUND-IDX)
                                WS-TOT-DEPT-BALANCES (WS-TOT-FOUND-IDX)
                                WS-TOT-GRAND-HOURS (WS-TOT-FOUND-IDX)
                                WS-TOT-GRAND-BALANCES (WS-TOT-FOUND-IDX)
              ELSE
                 MOVE 20 TO WS-TOT-FOUND-IDX
                 MOVE "OTHR" TO WS-TOT-LEAVE-TYPE (WS-TOT-FOUND-IDX)
              END-IF
           END-IF.

           ADD HV-PTO-BALANCE-HOURS
             TO WS-TOT-DEPT-HOURS (WS-TOT-FOUND-IDX)
                WS-TOT-GRAND-HOURS (WS-TOT-FOUND-IDX).
           ADD 1 TO WS-TOT-DEPT-BALANCES (WS-TOT-FOUND-IDX)
                    WS-TOT-GRAND-BALANCES (WS-TOT-FOUND-IDX).

       3090-CHECK-ONE-TYPE-TOTAL.
           IF WS-TOT-LEAVE-TYPE (WS-TOT-IDX) = HV-PTO-LEAVE-TYPE
              MOVE WS-TOT-IDX TO WS-TOT-FOUND-IDX
           END-IF.

           ADD 1 TO WS-TOT-IDX.

      *-----------------------------------------------------------------
      * Write the Department Just Completed's Hours per Leave Type
      * and Clear Them for the Next Department
      *-----------------------------------------------------------------
       3100-WRITE-DEPT-TOTALS.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  TOTAL FOR " WS-PREV-DEPT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE "D" TO WS-TOTAL-LABEL.
           MOVE 1 TO WS-TOT-IDX.

           PERFORM 3150-WRITE-ONE-TYPE-TOTAL
               UNTIL WS-TOT-IDX > WS-TOT-COUNT.

           MOVE SPACES TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report write failed for dept "
                      WS-PREV-DEPT " - status " WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Write One Leave Type's Total Line - Department Totals When
      * WS-TOTAL-LABEL is D (Cleared Once Written), Otherwise the
      * Company-Wide Totals. A Leave Type the Department Does Not
      * Carry is Not Printed.
      *-----------------------------------------------------------------
       3150-WRITE-ONE-TYPE-TOTAL.
           MOVE SPACES TO RPT-REPORT-LINE.

           IF WS-TOTAL-LABEL = "D"
              IF WS-TOT-DEPT-BALANCES (WS-TOT-IDX) > ZEROES
                 MOVE WS-TOT-DEPT-HOURS (WS-TOT-IDX)
                   TO WS-FMT-TOTAL-HOURS
                 STRING "    " WS-TOT-LEAVE-TYPE (WS-TOT-IDX)
                        "  BALANCES: "
                        WS-TOT-DEPT-BALANCES (WS-TOT-IDX)
                        "  HOURS: " WS-FMT-TOTAL-HOURS
                   DELIMITED BY SIZE
                   INTO RPT-REPORT-LINE
                 END-STRING
                 WRITE RPT-REPORT-LINE
              END-IF
              MOVE ZEROES TO WS-TOT-DEPT-HOURS (WS-TOT-IDX)
                             WS-TOT-DEPT-BALANCES (WS-TOT-IDX)
           ELSE
              MOVE WS-TOT-GRAND-HOURS (WS-TOT-IDX)
                TO WS-FMT-TOTAL-HOURS
              STRING "    " WS-TOT-LEAVE-TYPE (WS-TOT-IDX)
                     "  BALANCES: "
                     WS-TOT-GRAND-BALANCES (WS-TOT-IDX)
                     "  HOURS: " WS-FMT-TOTAL-HOURS
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

           ADD 1 TO WS-TOT-IDX.

      *-----------------------------------------------------------------
      * Write the Company-Wide Hours per Leave Type
      *-----------------------------------------------------------------
       3200-WRITE-GRAND-TOTALS.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "ALL DEPARTMENTS  DEPARTMENTS: " WS-DEPTS-LISTED
                  "  BALANCES: " WS-BALANCES-LISTED
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE "G" TO WS-TOTAL-LABEL.
           MOVE 1 TO WS-TOT-IDX.

           PERFORM 3150-WRITE-ONE-TYPE-TOTAL
               UNTIL WS-TOT-IDX > WS-TOT-COUNT.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report grand-total write failed - "
                      "status " WS-RPT-FILE-STATUS "."
           END-IF.

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
           DISPLAY "PTO balance statement terminated.".
           DISPLAY WS-LINE.
