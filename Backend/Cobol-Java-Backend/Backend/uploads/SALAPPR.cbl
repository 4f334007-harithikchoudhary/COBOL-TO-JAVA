      *****************************************************************
      * PROGRAM:  SALAPPR
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Second-person approval of large salary changes.
      *           DBCONNECT's update path does not post a salary
      *           change that is over the approval percentage or
      *           amount limit, or that changes the pay of anyone who
      *           manages staff; it writes it to the APPRQUE approval
      *           queue instead. This program lets a different user
      *           list the queued items with their old and new
      *           values and approve or reject each one with a
      *           reason.
      *
      *           An approved item posts to EMPLOYEES the way an
      *           online update does (audited UPDATE under the name
      *           of the user who entered it), or - when its
      *           effective date is still in the future - is parked
      *           on PENDCHG for the EFFDATE night-run step. An item
      *           is only posted while the employee row still holds
      *           the values it was queued against; otherwise it has
      *           to be rejected and re-keyed. The new values must
      *           also still pass the checks DBCONNECT makes before a
      *           write (department, pay grade or salary limits,
      *           manager) and the department budget check
      *           (BUDGET_ENFORCE); an item that fails is left
      *           waiting. The user who entered a change can never
      *           approve or reject it, and only the HRSUPV and COMP
      *           operator roles (copybook OPERSEC) may decide items
      *           at all.
      *
      *           Every decision is audited: APPRVD or REJECT, with
      *           the old and new department and salary as queued,
      *           the user who entered the change in the old-position
      *           column and the decision reason in the new-position
      *           column. DBCONNECT audits the queuing as QUEUED.
      *           APPRQUE is rewritten after every decision with only
      *           the items still waiting. It is read again just
      *           before each rewrite, so an item DBCONNECT queued
      *           while this session was open is kept (and can be
      *           decided in the same session) rather than written
      *           over, and again before each decision, so an item
      *           another session has already decided is refused.
      *
      *           The aging list (menu option 3, also written to the
      *           APPRAGE print file) shows every item that has
      *           waited at least the aging limit:
      *             APPROVAL_AGING_DAYS  days before an item ages,
      *                                  default 5
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAPPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "APPRAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  APPROVAL-QUEUE-FILE.
       01 APQ-FILE-RECORD.
          05 APQ-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-EFFECTIVE-DATE       PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-OLD-DEPT             PIC X(15).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-NEW-DEPT             PIC X(15).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-OLD-POSITION         PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-NEW-POSITION         PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-OLD-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-NEW-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-NEW-MANAGER-ID       PIC 9(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-ENTERED-BY           PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-ENTERED-TS           PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 APQ-QUEUE-REASON         PIC X(1).

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

       FD  AGING-REPORT-FILE.
       01 RPT-REPORT-LINE             PIC X(100).

       FD  AUDIT-FILE.
       01 AUD-FILE-RECORD.
          05 AFR-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-OPERATION            PIC X(6).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-OLD-DEPT             PIC X(15).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-NEW-DEPT             PIC X(15).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-OLD-POSITION         PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-NEW-POSITION         PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-OLD-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-NEW-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-TIMESTAMP            PIC X(21).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-TERMINAL-USER        PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-SEQUENCE-NO          PIC 9(9).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-CHAIN-VALUE          PIC 9(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-EFFECTIVE-DATE       PIC X(10).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * SQL Communication Area
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *-----------------------------------------------------------------
      * Audit Trail Record (shared copybook) and Supporting Fields
      *-----------------------------------------------------------------
       COPY "copybooks/AUDREC.cpy".

      *-----------------------------------------------------------------
      * Audit-Seal Parameter Area (shared copybook) - Sequence Number
      * and Chain Value Stamped on Every Audit Record by AUDCHAIN
      *-----------------------------------------------------------------
       COPY "copybooks/AUDSEAL.cpy".

       01 WS-AUDIT-INFO.
          05 WS-TERMINAL-USER         PIC X(20).
          05 WS-AUD-FILE-STATUS       PIC X(2).
          05 WS-AUD-FILE-NAME         PIC X(15).
          05 WS-AUDIT-USER            PIC X(20).

      *-----------------------------------------------------------------
      * Operator Role (shared copybook) - Read From OPERATOR_SECURITY
      * at Sign-On; Only a Role That May Change Pay Decides Items
      *-----------------------------------------------------------------
       COPY "copybooks/OPERSEC.cpy".

       01 WS-REFUSED-FUNCTION         PIC X(20).

       01 WS-SYSTEM-DATE.
          05 WS-SYSTEM-DATE-RAW       PIC X(21).

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
          05 WS-QUEUE-LOADED-FLAG     PIC X(1) VALUE "N".
             88 QUEUE-LOADED          VALUE "Y".

       01 WS-COUNTERS.
          05 WS-ITEMS-LISTED          PIC 9(3) VALUE ZEROES.
          05 WS-ITEMS-APPROVED        PIC 9(3) VALUE ZEROES.
          05 WS-ITEMS-REJECTED        PIC 9(3) VALUE ZEROES.
          05 WS-ITEMS-AGED            PIC 9(3) VALUE ZEROES.

       01 WS-ERROR-HANDLING.
          05 WS-SQL-STATUS            PIC X(5).
          05 WS-SQL-MSG               PIC X(70).
          05 WS-ERROR-MSG             PIC X(100).

       01 WS-USER-INPUT.
          05 WS-OPERATION-CHOICE      PIC 9(2).
          05 WS-CONTINUE-CHOICE       PIC X(1).
          05 WS-ITEM-NUMBER           PIC 9(3).
          05 WS-DECISION              PIC X(1).
             88 DECISION-APPROVE      VALUE "A" "a".
             88 DECISION-REJECT       VALUE "R" "r".
          05 WS-DECISION-REASON       PIC X(20).

      *-----------------------------------------------------------------
      * Run Dates and the Aging Limit - an Item Ages Once it Has
      * Waited APPROVAL_AGING_DAYS Days (Default 5)
      *-----------------------------------------------------------------
       01 WS-DATE-AREA.
          05 WS-TODAY-DATE            PIC X(10).
          05 WS-TODAY-NUM             PIC 9(8).
          05 WS-TODAY-INT             PIC 9(7).
          05 WS-ENTERED-NUM           PIC 9(8).
          05 WS-ENTERED-INT           PIC 9(7).
          05 WS-ITEM-AGE-DAYS         PIC 9(5).
          05 WS-AGING-DAYS-IN         PIC X(2).
          05 WS-AGING-DAYS            PIC 9(2) VALUE 5.

      *-----------------------------------------------------------------
      * The Approval Queue is Tabled at Start-Up and Rewritten After
      * Every Decision With Only the Items Still Waiting - the Same
      * Load/Rewrite Pattern EFFDATE Uses for PENDCHG.
      * Disposition: Q = Waiting, A = Approved, R = Rejected,
      * D = Decided in Another Session (Gone From APPRQUE When it Was
      * Read Again).
      *-----------------------------------------------------------------
       01 WS-QUEUE-TABLE-AREA.
          05 WS-APQ-COUNT             PIC 9(3) VALUE ZEROES.
          05 WS-APQ-ENTRY OCCURS 500 TIMES.
             10 WS-APQ-EMP-ID         PIC 9(5).
             10 WS-APQ-EFF-DATE       PIC X(10).
             10 WS-APQ-OLD-DEPT       PIC X(15).
             10 WS-APQ-NEW-DEPT       PIC X(15).
             10 WS-APQ-OLD-POSITION   PIC X(20).
             10 WS-APQ-NEW-POSITION   PIC X(20).
             10 WS-APQ-OLD-SALARY     PIC 9(7)V99.
             10 WS-APQ-NEW-SALARY     PIC 9(7)V99.
             10 WS-APQ-MANAGER-ID     PIC 9(5).
             10 WS-APQ-ENTERED-BY     PIC X(20).
             10 WS-APQ-ENTERED-TS     PIC X(14).
             10 WS-APQ-REASON         PIC X(1).
             10 WS-APQ-DISPOSITION    PIC X(1).
             10 WS-APQ-ON-FILE-FLAG   PIC X(1).
          05 WS-APQ-IDX               PIC 9(3).
          05 WS-APQ-MATCH-IDX         PIC 9(3).
          05 WS-APQ-ITEMS-ADDED       PIC 9(3) VALUE ZEROES.
          05 WS-APQ-ITEMS-GONE        PIC 9(3) VALUE ZEROES.
          05 WS-APQ-MATCH-FLAG        PIC X(1).
             88 QUEUE-ITEM-TABLED     VALUE "Y".
          05 WS-APQ-REREAD-FLAG       PIC X(1).
             88 QUEUE-REREAD-OK       VALUE "Y".
          05 WS-APQ-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 QUEUE-TABLE-FULL      VALUE "Y".

      *-----------------------------------------------------------------
      * Input Validation Limits and Switches - the Checks DBCONNECT
      * Makes Before a Write are Made Again Before an Item Posts
      *-----------------------------------------------------------------
       01 WS-VALIDATION-LIMITS.
          05 WS-MIN-SALARY            PIC 9(7)V99 VALUE 15000.00.
          05 WS-MAX-SALARY            PIC 9(7)V99 VALUE 500000.00.

       01 WS-VALIDATION-SWITCHES.
          05 WS-VALIDATION-FLAG       PIC X(1).
             88 VALIDATION-PASSED     VALUE "Y".
             88 VALIDATION-FAILED     VALUE "N".
          05 WS-DEPT-FOUND-FLAG       PIC X(1).
             88 DEPT-FOUND            VALUE "Y".
             88 DEPT-NOT-FOUND        VALUE "N".
          05 WS-GRADE-FOUND-FLAG      PIC X(1).
             88 GRADE-FOUND           VALUE "Y".
             88 GRADE-NOT-FOUND       VALUE "N".
          05 WS-MGR-VALID-FLAG        PIC X(1).
             88 MGR-VALID             VALUE "Y".
             88 MGR-INVALID           VALUE "N".

      *-----------------------------------------------------------------
      * Department Budget Enforcement - the Same BUDGET_ENFORCE Option
      * DBCONNECT Reads. A Transfer-In Adds One Head and the New
      * Salary; a Raise Within the Department Adds the Increase.
      *-----------------------------------------------------------------
       01 WS-BUDGET-CHECK.
          05 WS-BUDGET-ENFORCE-OPT    PIC X(5).
             88 BUDGET-BLOCK          VALUE "BLOCK".
          05 WS-BUDGET-OK-FLAG        PIC X(1).
             88 BUDGET-OK             VALUE "Y".
             88 BUDGET-EXCEEDED       VALUE "N".
          05 WS-BUDGET-HEAD-ADD       PIC 9(1).
          05 WS-BUDGET-SALARY-ADD     PIC 9(7)V99.
          05 WS-FMT-BUDGET-SALARY     PIC $$,$$$,$$$,$$9.99.

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-APQ-FILE-STATUS       PIC X(2).
          05 WS-PND-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).
          05 WS-FMT-OLD-SALARY        PIC $ZZZ,ZZ9.99.
          05 WS-FMT-NEW-SALARY        PIC $ZZZ,ZZ9.99.
          05 WS-REASON-TEXT           PIC X(14).

      *-----------------------------------------------------------------
      * SQL Host Variables Declaration
      *-----------------------------------------------------------------
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 HV-EMP-ID                   PIC 9(5).
       01 HV-EMP-DEPT                 PIC X(15).
       01 HV-EMP-POSITION             PIC X(20).
       01 HV-EMP-SALARY               PIC 9(7)V99.
       01 HV-EMP-ACTIVE-FLAG          PIC X(1).
       01 HV-NEW-DEPT                 PIC X(15).
       01 HV-NEW-POSITION             PIC X(20).
       01 HV-NEW-SALARY               PIC 9(7)V99.
       01 HV-NEW-MANAGER-ID           PIC 9(5).
       01 HV-DEPT-LOOKUP-COUNT        PIC 9(5).
       01 HV-GRADE-CODE               PIC X(6).
       01 HV-GRADE-MIN                PIC 9(7)V99.
       01 HV-GRADE-MID                PIC 9(7)V99.
       01 HV-GRADE-MAX                PIC 9(7)V99.
       01 HV-DEPT-AUTH-HEADCOUNT      PIC 9(5).
       01 HV-DEPT-SALARY-BUDGET       PIC 9(11)V99.
       01 HV-DEPT-HEADCOUNT           PIC 9(5).
       01 HV-DEPT-SALARY-SUM          PIC 9(11)V99.
       01 HV-MGR-LOOKUP-ID            PIC 9(5).
       01 HV-MGR-ACTIVE-FLAG          PIC X(1).
       01 HV-OPER-USER-ID             PIC X(20).
       01 HV-OPER-ROLE                PIC X(10).
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "SALARY CHANGE APPROVAL PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           IF DB-CONNECTED
              PERFORM 3000-LOAD-APPROVAL-QUEUE

              IF QUEUE-LOADED
                 PERFORM 2000-PROCESS-USER-CHOICE
                 UNTIL WS-CONTINUE-CHOICE = "N" OR "n"
              END-IF
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
      * Initialize, Pick Up the Aging Limit, Connect to Database
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-ERROR-HANDLING.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-DB-CONNECTED.
           MOVE "N" TO WS-QUEUE-LOADED-FLAG.
           MOVE ZEROES TO WS-APQ-COUNT.

           ACCEPT WS-TERMINAL-USER FROM ENVIRONMENT "USER".

           ACCEPT WS-AGING-DAYS-IN FROM ENVIRONMENT
               "APPROVAL_AGING_DAYS".

           IF WS-AGING-DAYS-IN NOT = SPACES
              AND WS-AGING-DAYS-IN(2:1) = SPACE
              MOVE WS-AGING-DAYS-IN(1:1)
                TO WS-AGING-DAYS-IN(2:1)
              MOVE "0" TO WS-AGING-DAYS-IN(1:1)
           END-IF.

           IF WS-AGING-DAYS-IN NOT = SPACES
              AND WS-AGING-DAYS-IN NUMERIC
              MOVE WS-AGING-DAYS-IN TO WS-AGING-DAYS
           ELSE
              MOVE 5 TO WS-AGING-DAYS
           END-IF.

           ACCEPT WS-BUDGET-ENFORCE-OPT FROM ENVIRONMENT
               "BUDGET_ENFORCE".

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-TODAY-DATE.

           MOVE WS-SYSTEM-DATE-RAW(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-SYSTEM-DATE-RAW(1:6)
                  DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

           OPEN EXTEND AUDIT-FILE.

           IF WS-AUD-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-AUD-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: audit trail file could not be opened "
                      "- status " WS-AUD-FILE-STATUS
                      "; changes will not be audited."
           END-IF.

           PERFORM 1100-CONNECT-TO-DB.

           IF DB-CONNECTED
              PERFORM 1200-LOAD-OPERATOR-ROLE
           END-IF.

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
           END-IF.

      *-----------------------------------------------------------------
      * Look Up the Signed-On User's Role on OPERATOR_SECURITY - No
      * Active Row (or an Unrecognized Role) Means Inquiry Only
      *-----------------------------------------------------------------
       1200-LOAD-OPERATOR-ROLE.
           MOVE WS-TERMINAL-USER TO HV-OPER-USER-ID.

           EXEC SQL
               SELECT ROLE_CODE
               INTO :HV-OPER-ROLE
               FROM OPERATOR_SECURITY
               WHERE USER_ID = :HV-OPER-USER-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              MOVE HV-OPER-ROLE TO WS-OPERATOR-ROLE
           ELSE
              MOVE "INQUIRY" TO WS-OPERATOR-ROLE
              DISPLAY "Operator " FUNCTION TRIM(WS-TERMINAL-USER)
                      " has no active security entry - inquiry "
                      "only."
           END-IF.

           IF NOT ROLE-VALID
              DISPLAY "Operator role " FUNCTION TRIM(WS-OPERATOR-ROLE)
                      " is not recognized - inquiry only."
              MOVE "INQUIRY" TO WS-OPERATOR-ROLE
           END-IF.

           DISPLAY "Operator: " FUNCTION TRIM(WS-TERMINAL-USER)
                   "  Role: " FUNCTION TRIM(WS-OPERATOR-ROLE).

      *-----------------------------------------------------------------
      * Process User Menu Choices
      *-----------------------------------------------------------------
       2000-PROCESS-USER-CHOICE.
           PERFORM 2100-DISPLAY-MENU.
           ACCEPT WS-OPERATION-CHOICE.

           EVALUATE WS-OPERATION-CHOICE
               WHEN 1
                   PERFORM 4000-LIST-PENDING-ITEMS
               WHEN 2
                   IF ROLE-MAY-CHANGE-PAY
                      PERFORM 5000-DECIDE-ONE-ITEM
                   ELSE
                      DISPLAY "Option 2 is not available to operator "
                              "role " FUNCTION TRIM(WS-OPERATOR-ROLE)
                              "."
                      MOVE ZEROES TO HV-EMP-ID
                      MOVE "DECIDE APPROVAL" TO WS-REFUSED-FUNCTION
                      PERFORM 5900-AUDIT-REFUSAL
                   END-IF
               WHEN 3
                   PERFORM 7000-PRODUCE-AGING-LIST
               WHEN 4
                   MOVE "N" TO WS-CONTINUE-CHOICE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

           IF WS-CONTINUE-CHOICE NOT = "N" AND
              WS-OPERATION-CHOICE NOT = 4
              DISPLAY WS-LINE
              DISPLAY "Do you want to perform another operation? (Y/N)"
              ACCEPT WS-CONTINUE-CHOICE
           END-IF.

      *-----------------------------------------------------------------
      * Display Main Menu - Only a Role That May Change Pay is
      * Offered the Decision Option
      *-----------------------------------------------------------------
       2100-DISPLAY-MENU.
           DISPLAY WS-LINE.
           DISPLAY "SALARY CHANGE APPROVAL MENU".
           DISPLAY WS-LINE.
           DISPLAY "1. List Changes Waiting for Approval".
           IF ROLE-MAY-CHANGE-PAY
              DISPLAY "2. Approve or Reject a Change"
           END-IF.
           DISPLAY "3. Aging List (waiting " WS-AGING-DAYS
                   " days or more)".
           DISPLAY "4. Exit Program".
           DISPLAY WS-LINE.
           DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING.

      *-----------------------------------------------------------------
      * Table Every Queued Item - a Missing APPRQUE File Just Means
      * Nothing is Waiting
      *-----------------------------------------------------------------
       3000-LOAD-APPROVAL-QUEUE.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT APPROVAL-QUEUE-FILE.

           EVALUATE TRUE
               WHEN WS-APQ-FILE-STATUS = "00"
                   PERFORM 3050-LOAD-ONE-QUEUED-ITEM
                       UNTIL END-OF-DATA
                   CLOSE APPROVAL-QUEUE-FILE
                   MOVE "Y" TO WS-QUEUE-LOADED-FLAG
               WHEN WS-APQ-FILE-STATUS = "35"
                   MOVE "Y" TO WS-QUEUE-LOADED-FLAG
               WHEN OTHER
                   DISPLAY "Approval queue could not be read - "
                           "status " WS-APQ-FILE-STATUS
                           "; program ended."
           END-EVALUATE.

           DISPLAY "Changes waiting for approval: " WS-APQ-COUNT.

      *-----------------------------------------------------------------
      * Table One Queued Item
      *-----------------------------------------------------------------
       3050-LOAD-ONE-QUEUED-ITEM.
           READ APPROVAL-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   PERFORM 3060-TABLE-QUEUED-ITEM
           END-READ.

      *-----------------------------------------------------------------
      * Add the APPRQUE Record Just Read to the Table as Waiting
      *-----------------------------------------------------------------
       3060-TABLE-QUEUED-ITEM.
           IF WS-APQ-COUNT < 500
              ADD 1 TO WS-APQ-COUNT
              MOVE APQ-EMP-ID TO WS-APQ-EMP-ID (WS-APQ-COUNT)
              MOVE APQ-EFFECTIVE-DATE TO WS-APQ-EFF-DATE (WS-APQ-COUNT)
              MOVE APQ-OLD-DEPT TO WS-APQ-OLD-DEPT (WS-APQ-COUNT)
              MOVE APQ-NEW-DEPT TO WS-APQ-NEW-DEPT (WS-APQ-COUNT)
              MOVE APQ-OLD-POSITION
                TO WS-APQ-OLD-POSITION (WS-APQ-COUNT)
              MOVE APQ-NEW-POSITION
                TO WS-APQ-NEW-POSITION (WS-APQ-COUNT)
              MOVE APQ-OLD-SALARY TO WS-APQ-OLD-SALARY (WS-APQ-COUNT)
              MOVE APQ-NEW-SALARY TO WS-APQ-NEW-SALARY (WS-APQ-COUNT)
              MOVE APQ-NEW-MANAGER-ID
                TO WS-APQ-MANAGER-ID (WS-APQ-COUNT)
              MOVE APQ-ENTERED-BY TO WS-APQ-ENTERED-BY (WS-APQ-COUNT)
              MOVE APQ-ENTERED-TS TO WS-APQ-ENTERED-TS (WS-APQ-COUNT)
              MOVE APQ-QUEUE-REASON TO WS-APQ-REASON (WS-APQ-COUNT)
              MOVE "Q" TO WS-APQ-DISPOSITION (WS-APQ-COUNT)
              MOVE "Y" TO WS-APQ-ON-FILE-FLAG (WS-APQ-COUNT)
           ELSE
              IF NOT QUEUE-TABLE-FULL
                 MOVE "Y" TO WS-APQ-TABLE-FULL-FLAG
                 DISPLAY "WARNING: more than 500 queued "
                         "changes - only the first 500 can "
                         "be decided this session."
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * List Every Item Still Waiting, With Old and New Values
      *-----------------------------------------------------------------
       4000-LIST-PENDING-ITEMS.
           DISPLAY WS-LINE.
           DISPLAY "CHANGES WAITING FOR APPROVAL".
           DISPLAY WS-LINE.

           MOVE ZEROES TO WS-ITEMS-LISTED.
           MOVE 1 TO WS-APQ-IDX.

           PERFORM 4050-LIST-ONE-ITEM
               UNTIL WS-APQ-IDX > WS-APQ-COUNT.

           DISPLAY WS-LINE.
           DISPLAY "Total waiting: " WS-ITEMS-LISTED.

      *-----------------------------------------------------------------
      * Show One Waiting Item
      *-----------------------------------------------------------------
       4050-LIST-ONE-ITEM.
           IF WS-APQ-DISPOSITION (WS-APQ-IDX) = "Q"
              ADD 1 TO WS-ITEMS-LISTED
              PERFORM 4100-SHOW-ITEM-DETAIL
           END-IF.

           ADD 1 TO WS-APQ-IDX.

      *-----------------------------------------------------------------
      * Display the Detail of Table Entry WS-APQ-IDX
      *-----------------------------------------------------------------
       4100-SHOW-ITEM-DETAIL.
           MOVE WS-APQ-OLD-SALARY (WS-APQ-IDX) TO WS-FMT-OLD-SALARY.
           MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX) TO WS-FMT-NEW-SALARY.

           EVALUATE WS-APQ-REASON (WS-APQ-IDX)
               WHEN "P"
                   MOVE "OVER PERCENT" TO WS-REASON-TEXT
               WHEN "A"
                   MOVE "OVER AMOUNT" TO WS-REASON-TEXT
               WHEN "M"
                   MOVE "MANAGER PAY" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.

           DISPLAY "ITEM " WS-APQ-IDX "  EMP "
                   WS-APQ-EMP-ID (WS-APQ-IDX)
                   "  " WS-REASON-TEXT
                   "  ENTERED BY "
                   FUNCTION TRIM(WS-APQ-ENTERED-BY (WS-APQ-IDX))
                   " ON " WS-APQ-ENTERED-TS (WS-APQ-IDX)(1:8).
           DISPLAY "    DEPT: " WS-APQ-OLD-DEPT (WS-APQ-IDX)
                   " -> " WS-APQ-NEW-DEPT (WS-APQ-IDX).
           DISPLAY "    POSITION: " WS-APQ-OLD-POSITION (WS-APQ-IDX)
                   " -> " WS-APQ-NEW-POSITION (WS-APQ-IDX).
           DISPLAY "    SALARY: " WS-FMT-OLD-SALARY
                   " -> " WS-FMT-NEW-SALARY
                   "  EFFECTIVE: " WS-APQ-EFF-DATE (WS-APQ-IDX).

      *-----------------------------------------------------------------
      * Validate the Queued New Department, Position, Salary, and
      * Manager of Table Entry WS-APQ-IDX - the Checks DBCONNECT's
      * 4500 Makes Before a Write
      *-----------------------------------------------------------------
       4500-VALIDATE-EMPLOYEE-DATA.
           MOVE "Y" TO WS-VALIDATION-FLAG.

           PERFORM 4550-CHECK-VALID-DEPARTMENT.

           IF DEPT-NOT-FOUND
              DISPLAY "Invalid department code: "
                      FUNCTION TRIM(WS-APQ-NEW-DEPT (WS-APQ-IDX))
              MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

           PERFORM 4580-CHECK-PAY-GRADE.

           IF GRADE-FOUND
              IF WS-APQ-NEW-SALARY (WS-APQ-IDX) < HV-GRADE-MIN
                 OR WS-APQ-NEW-SALARY (WS-APQ-IDX) > HV-GRADE-MAX
                 DISPLAY "Salary " WS-APQ-NEW-SALARY (WS-APQ-IDX)
                         " is outside the "
                         FUNCTION TRIM(HV-GRADE-CODE)
                         " grade range for position "
                         FUNCTION TRIM(WS-APQ-NEW-POSITION (WS-APQ-IDX))
                         " (" HV-GRADE-MIN " - " HV-GRADE-MAX ")."
                 MOVE "N" TO WS-VALIDATION-FLAG
              END-IF
           ELSE
              IF WS-APQ-NEW-SALARY (WS-APQ-IDX) < WS-MIN-SALARY
                 OR WS-APQ-NEW-SALARY (WS-APQ-IDX) > WS-MAX-SALARY
                 DISPLAY "Salary out of range: "
                         WS-APQ-NEW-SALARY (WS-APQ-IDX)
                 MOVE "N" TO WS-VALIDATION-FLAG
              END-IF
           END-IF.

           IF WS-APQ-NEW-POSITION (WS-APQ-IDX) = SPACES
              DISPLAY "Position must not be blank."
              MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

           PERFORM 4590-CHECK-VALID-MANAGER.

           IF MGR-INVALID
              DISPLAY "Manager ID " WS-APQ-MANAGER-ID (WS-APQ-IDX)
                      " is not an active employee."
              MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Look Up the Queued New Department in the DEPARTMENTS Table
      *-----------------------------------------------------------------
       4550-CHECK-VALID-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG.
           MOVE WS-APQ-NEW-DEPT (WS-APQ-IDX) TO HV-NEW-DEPT.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HV-DEPT-LOOKUP-COUNT
               FROM DEPARTMENTS
               WHERE DEPT_CODE = :HV-NEW-DEPT
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0 AND HV-DEPT-LOOKUP-COUNT > 0
              MOVE "Y" TO WS-DEPT-FOUND-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Check the Change Against the Department's Authorized Headcount
      * and Salary Budget. A Transfer-In Adds One Head and the New
      * Salary; a Raise Within the Department Adds the Increase.
      * Always Warns When Either Would be Exceeded; Blocks Only When
      * BUDGET_ENFORCE is BLOCK. A Department With No Budget Row (or
      * Zero Figures) is Not Checked, and Nothing is Checked When
      * Nothing is Added.
      *-----------------------------------------------------------------
       4560-CHECK-DEPT-BUDGET.
           MOVE "Y" TO WS-BUDGET-OK-FLAG.
           MOVE WS-APQ-NEW-DEPT (WS-APQ-IDX) TO HV-NEW-DEPT.
           MOVE ZEROES TO WS-BUDGET-HEAD-ADD WS-BUDGET-SALARY-ADD.

           IF WS-APQ-NEW-DEPT (WS-APQ-IDX)
              NOT = WS-APQ-OLD-DEPT (WS-APQ-IDX)
              MOVE 1 TO WS-BUDGET-HEAD-ADD
              MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX)
                TO WS-BUDGET-SALARY-ADD
           ELSE
              IF WS-APQ-NEW-SALARY (WS-APQ-IDX)
                 > WS-APQ-OLD-SALARY (WS-APQ-IDX)
                 COMPUTE WS-BUDGET-SALARY-ADD =
                         WS-APQ-NEW-SALARY (WS-APQ-IDX)
                       - WS-APQ-OLD-SALARY (WS-APQ-IDX)
              END-IF
           END-IF.

           IF WS-BUDGET-HEAD-ADD = 0 AND WS-BUDGET-SALARY-ADD = 0
              CONTINUE
           ELSE
              EXEC SQL
                  SELECT AUTH_HEADCOUNT, SALARY_BUDGET
                  INTO :HV-DEPT-AUTH-HEADCOUNT, :HV-DEPT-SALARY-BUDGET
                  FROM DEPARTMENTS
                  WHERE DEPT_CODE = :HV-NEW-DEPT
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE = 0
                 PERFORM 4570-COMPARE-WITH-BUDGET
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Total the Department's Active Staff and Compare With Budget
      *-----------------------------------------------------------------
       4570-COMPARE-WITH-BUDGET.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SALARY), 0)
               INTO :HV-DEPT-HEADCOUNT, :HV-DEPT-SALARY-SUM
               FROM EMPLOYEES
               WHERE DEPARTMENT = :HV-NEW-DEPT
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              IF HV-DEPT-AUTH-HEADCOUNT > 0
                 AND WS-BUDGET-HEAD-ADD > 0
                 AND HV-DEPT-HEADCOUNT + WS-BUDGET-HEAD-ADD
                     > HV-DEPT-AUTH-HEADCOUNT
                 DISPLAY "WARNING: this change takes "
                         FUNCTION TRIM(WS-APQ-NEW-DEPT (WS-APQ-IDX))
                         " to " HV-DEPT-HEADCOUNT " + 1 head(s) "
                         "against an authorized headcount of "
                         HV-DEPT-AUTH-HEADCOUNT "."
                 IF BUDGET-BLOCK
                    MOVE "N" TO WS-BUDGET-OK-FLAG
                 END-IF
              END-IF

              IF HV-DEPT-SALARY-BUDGET > 0
                 AND HV-DEPT-SALARY-SUM + WS-BUDGET-SALARY-ADD
                     > HV-DEPT-SALARY-BUDGET
                 MOVE HV-DEPT-SALARY-BUDGET TO WS-FMT-BUDGET-SALARY
                 DISPLAY "WARNING: this change takes "
                         FUNCTION TRIM(WS-APQ-NEW-DEPT (WS-APQ-IDX))
                         " over its salary budget of "
                         WS-FMT-BUDGET-SALARY "."
                 IF BUDGET-BLOCK
                    MOVE "N" TO WS-BUDGET-OK-FLAG
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Look Up the Pay Grade for the Queued New Position in
      * PAY_GRADES. A Position Without a Grade Row Falls Back to the
      * Global Salary Limits.
      *-----------------------------------------------------------------
       4580-CHECK-PAY-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG.
           MOVE WS-APQ-NEW-POSITION (WS-APQ-IDX) TO HV-NEW-POSITION.

           EXEC SQL
               SELECT GRADE_CODE, GRADE_MIN, GRADE_MID, GRADE_MAX
               INTO :HV-GRADE-CODE, :HV-GRADE-MIN, :HV-GRADE-MID,
                    :HV-GRADE-MAX
               FROM PAY_GRADES
               WHERE POSITION = :HV-NEW-POSITION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0 AND HV-GRADE-MID > 0
              MOVE "Y" TO WS-GRADE-FOUND-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Confirm the Queued Manager ID Names an Existing Employee Who
      * is Active or On Leave. Zero Means No Manager; an Employee May
      * Not Be Their Own Manager.
      *-----------------------------------------------------------------
       4590-CHECK-VALID-MANAGER.
           MOVE "Y" TO WS-MGR-VALID-FLAG.

           IF WS-APQ-MANAGER-ID (WS-APQ-IDX) = ZEROES
              CONTINUE
           ELSE
              IF WS-APQ-MANAGER-ID (WS-APQ-IDX)
                 = WS-APQ-EMP-ID (WS-APQ-IDX)
                 MOVE "N" TO WS-MGR-VALID-FLAG
              ELSE
                 MOVE WS-APQ-MANAGER-ID (WS-APQ-IDX)
                   TO HV-MGR-LOOKUP-ID

                 EXEC SQL
                     SELECT ACTIVE_FLAG
                     INTO :HV-MGR-ACTIVE-FLAG
                     FROM EMPLOYEES
                     WHERE EMP_ID = :HV-MGR-LOOKUP-ID
                 END-EXEC

                 PERFORM 8000-CHECK-SQL-STATUS

                 IF SQLCODE NOT = 0
                    MOVE "N" TO WS-MGR-VALID-FLAG
                 ELSE
                    IF HV-MGR-ACTIVE-FLAG NOT = "Y"
                       AND HV-MGR-ACTIVE-FLAG NOT = "L"
                       MOVE "N" TO WS-MGR-VALID-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Approve or Reject One Waiting Item, Chosen by Item Number.
      * APPRQUE is Read Again First, so an Item Another Session Has
      * Decided Since it Was Listed is Refused Rather Than Decided
      * Twice.
      *-----------------------------------------------------------------
       5000-DECIDE-ONE-ITEM.
           DISPLAY WS-LINE.
           DISPLAY "APPROVE OR REJECT A CHANGE".
           DISPLAY WS-LINE.

           DISPLAY "Enter Item Number: " WITH NO ADVANCING.
           ACCEPT WS-ITEM-NUMBER.

           IF WS-ITEM-NUMBER = ZEROES
              OR WS-ITEM-NUMBER > WS-APQ-COUNT
              DISPLAY "Item " WS-ITEM-NUMBER " is not on the queue."
           ELSE
              MOVE WS-ITEM-NUMBER TO WS-APQ-IDX
              MOVE WS-APQ-EMP-ID (WS-APQ-IDX) TO HV-EMP-ID

              PERFORM 6010-TABLE-NEWLY-QUEUED-ITEMS

              EVALUATE TRUE
                  WHEN NOT QUEUE-REREAD-OK
                      DISPLAY "Approval queue could not be read again "
                              "- status " WS-APQ-FILE-STATUS
                              "; item left waiting."
                  WHEN WS-APQ-DISPOSITION (WS-APQ-IDX) = "D"
                      DISPLAY "Item " WS-ITEM-NUMBER
                              " has already been decided in another "
                              "session."
                  WHEN WS-APQ-DISPOSITION (WS-APQ-IDX) NOT = "Q"
                      DISPLAY "Item " WS-ITEM-NUMBER
                              " has already been decided."
                  WHEN WS-APQ-ENTERED-BY (WS-APQ-IDX)
                       = WS-TERMINAL-USER
                      DISPLAY "You entered this change - a different "
                              "user must approve or reject it."
                      MOVE "DECIDE OWN CHANGE" TO WS-REFUSED-FUNCTION
                      PERFORM 5900-AUDIT-REFUSAL
                  WHEN OTHER
                      PERFORM 4100-SHOW-ITEM-DETAIL
                      PERFORM 5050-CAPTURE-DECISION
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Collect the Decision and its Reason, Then Act on it
      *-----------------------------------------------------------------
       5050-CAPTURE-DECISION.
           DISPLAY "Approve or Reject? (A/R, blank to leave waiting): "
                   WITH NO ADVANCING.
           ACCEPT WS-DECISION.

           IF DECISION-APPROVE OR DECISION-REJECT
              DISPLAY "Reason: " WITH NO ADVANCING
              ACCEPT WS-DECISION-REASON

              IF WS-DECISION-REASON = SPACES
                 DISPLAY "A reason is required - item left waiting."
              ELSE
                 IF DECISION-APPROVE
                    PERFORM 5100-APPROVE-ITEM
                 ELSE
                    PERFORM 5500-REJECT-ITEM
                 END-IF
              END-IF
           ELSE
              DISPLAY "Item left waiting."
           END-IF.

      *-----------------------------------------------------------------
      * Approve One Item - Only While the Employee Row Still Holds
      * the Values the Change Was Queued Against
      *-----------------------------------------------------------------
       5100-APPROVE-ITEM.
           EXEC SQL
               SELECT DEPARTMENT, POSITION, SALARY, ACTIVE_FLAG
               INTO :HV-EMP-DEPT, :HV-EMP-POSITION, :HV-EMP-SALARY,
                    :HV-EMP-ACTIVE-FLAG
               FROM EMPLOYEES
               WHERE EMP_ID = :HV-EMP-ID
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Employee " HV-EMP-ID " is no longer on "
                           "EMPLOYEES - reject the item instead."
               WHEN SQLCODE NOT = 0
                   DISPLAY "Employee " HV-EMP-ID " could not be read "
                           "- item left waiting."
               WHEN HV-EMP-ACTIVE-FLAG = "N"
                   DISPLAY "Employee " HV-EMP-ID " is terminated - "
                           "reject the item instead."
               WHEN HV-EMP-DEPT NOT = WS-APQ-OLD-DEPT (WS-APQ-IDX)
                 OR HV-EMP-POSITION
                    NOT = WS-APQ-OLD-POSITION (WS-APQ-IDX)
                 OR HV-EMP-SALARY NOT = WS-APQ-OLD-SALARY (WS-APQ-IDX)
                   DISPLAY "Employee " HV-EMP-ID " has changed since "
                           "this item was queued - reject it and "
                           "re-key the change."
               WHEN OTHER
                   PERFORM 5150-VALIDATE-AND-DISPATCH
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Make DBCONNECT's Checks Again on the Queued New Values - the
      * Department, Pay Grade, or Manager May Have Changed Since the
      * Item Was Queued - Then the Department Budget Check. A Failure
      * Leaves the Item Waiting. A Future-Dated Item is Parked on
      * PENDCHG; Anything Else Posts Now.
      *-----------------------------------------------------------------
       5150-VALIDATE-AND-DISPATCH.
           PERFORM 4500-VALIDATE-EMPLOYEE-DATA.

           IF VALIDATION-PASSED
              PERFORM 4560-CHECK-DEPT-BUDGET
           END-IF.

           EVALUATE TRUE
               WHEN VALIDATION-FAILED
                   DISPLAY "Change no longer passes validation - "
                           "item left waiting."
               WHEN BUDGET-EXCEEDED
                   DISPLAY "Department budget is enforced - item "
                           "left waiting."
               WHEN WS-APQ-EFF-DATE (WS-APQ-IDX) NOT = SPACES
                AND WS-APQ-EFF-DATE (WS-APQ-IDX) > WS-TODAY-DATE
                   PERFORM 5200-PARK-APPROVED-ITEM
               WHEN OTHER
                   PERFORM 5300-POST-APPROVED-ITEM
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Park an Approved Future-Dated Item on PENDCHG Under the Name
      * of the User Who Entered it - EFFDATE Posts it on the Date
      *-----------------------------------------------------------------
       5200-PARK-APPROVED-ITEM.
           OPEN EXTEND PENDING-CHANGE-FILE.

           IF WS-PND-FILE-STATUS = "35"
              OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF.

           IF WS-PND-FILE-STATUS NOT = "00"
              DISPLAY "Pending-changes file could not be opened - "
                      "status " WS-PND-FILE-STATUS
                      "; item left waiting."
           ELSE
              MOVE SPACES TO PND-FILE-RECORD
              MOVE WS-APQ-EMP-ID (WS-APQ-IDX) TO PND-EMP-ID
              MOVE WS-APQ-EFF-DATE (WS-APQ-IDX) TO PND-EFFECTIVE-DATE
              MOVE WS-APQ-NEW-DEPT (WS-APQ-IDX) TO PND-NEW-DEPT
              MOVE WS-APQ-NEW-POSITION (WS-APQ-IDX)
                TO PND-NEW-POSITION
              MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX) TO PND-NEW-SALARY
              MOVE WS-APQ-ENTERED-BY (WS-APQ-IDX) TO PND-ENTERED-BY
              MOVE WS-APQ-ENTERED-TS (WS-APQ-IDX) TO PND-ENTERED-TS
              MOVE WS-APQ-MANAGER-ID (WS-APQ-IDX)
                TO PND-NEW-MANAGER-ID

              WRITE PND-FILE-RECORD

              IF WS-PND-FILE-STATUS NOT = "00"
                 DISPLAY "Pending-change write failed - status "
                         WS-PND-FILE-STATUS "; item left waiting."
              ELSE
                 DISPLAY "Change approved - it will post on "
                         WS-APQ-EFF-DATE (WS-APQ-IDX) "."
                 PERFORM 5400-RECORD-APPROVAL
              END-IF

              CLOSE PENDING-CHANGE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Post an Approved Item to EMPLOYEES and Audit the Update Under
      * the Name of the User Who Entered it, as EFFDATE Does
      *-----------------------------------------------------------------
       5300-POST-APPROVED-ITEM.
           MOVE WS-APQ-NEW-DEPT (WS-APQ-IDX) TO HV-NEW-DEPT.
           MOVE WS-APQ-NEW-POSITION (WS-APQ-IDX) TO HV-NEW-POSITION.
           MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX) TO HV-NEW-SALARY.
           MOVE WS-APQ-MANAGER-ID (WS-APQ-IDX) TO HV-NEW-MANAGER-ID.

           EXEC SQL
               UPDATE EMPLOYEES
               SET DEPARTMENT = :HV-NEW-DEPT,
                   POSITION = :HV-NEW-POSITION,
                   SALARY = :HV-NEW-SALARY,
                   MANAGER_ID = :HV-NEW-MANAGER-ID
               WHERE EMP_ID = :HV-EMP-ID
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              EXEC SQL
                  COMMIT WORK
              END-EXEC

              DISPLAY "Change approved and posted."

              MOVE HV-EMP-DEPT TO AUD-OLD-DEPT
              MOVE HV-EMP-POSITION TO AUD-OLD-POSITION
              MOVE HV-EMP-SALARY TO AUD-OLD-SALARY
              MOVE WS-APQ-NEW-DEPT (WS-APQ-IDX) TO AUD-NEW-DEPT
              MOVE WS-APQ-NEW-POSITION (WS-APQ-IDX)
                TO AUD-NEW-POSITION
              MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX) TO AUD-NEW-SALARY
              MOVE "UPDATE" TO AUD-OPERATION
              MOVE WS-APQ-ENTERED-BY (WS-APQ-IDX) TO WS-AUDIT-USER
              MOVE WS-APQ-EFF-DATE (WS-APQ-IDX) TO AUD-EFFECTIVE-DATE
              PERFORM 8500-WRITE-AUDIT-RECORD
              MOVE SPACES TO AUD-EFFECTIVE-DATE

              PERFORM 5400-RECORD-APPROVAL
           ELSE
              DISPLAY "Update failed for employee " HV-EMP-ID
                      " - item left waiting."
              EXEC SQL
                  ROLLBACK WORK
              END-EXEC
           END-IF.

      *-----------------------------------------------------------------
      * Mark an Item Approved, Audit the Decision, Rewrite the Queue
      *-----------------------------------------------------------------
       5400-RECORD-APPROVAL.
           MOVE "A" TO WS-APQ-DISPOSITION (WS-APQ-IDX).
           ADD 1 TO WS-ITEMS-APPROVED.

           MOVE "APPRVD" TO AUD-OPERATION.
           PERFORM 5800-AUDIT-DECISION.

           PERFORM 6000-REWRITE-APPROVAL-QUEUE.

      *-----------------------------------------------------------------
      * Reject One Item - Nothing Posts; the Change Must be Re-Keyed
      * if it is Still Wanted
      *-----------------------------------------------------------------
       5500-REJECT-ITEM.
           MOVE "R" TO WS-APQ-DISPOSITION (WS-APQ-IDX).
           ADD 1 TO WS-ITEMS-REJECTED.

           DISPLAY "Change rejected.".

           MOVE "REJECT" TO AUD-OPERATION.
           PERFORM 5800-AUDIT-DECISION.

           PERFORM 6000-REWRITE-APPROVAL-QUEUE.

      *-----------------------------------------------------------------
      * Audit an Approval Decision - Values as Queued, the Entering
      * User in the Old-Position Column, the Reason in the
      * New-Position Column, the Deciding User as Terminal User
      *-----------------------------------------------------------------
       5800-AUDIT-DECISION.
           MOVE WS-APQ-OLD-DEPT (WS-APQ-IDX) TO AUD-OLD-DEPT.
           MOVE WS-APQ-NEW-DEPT (WS-APQ-IDX) TO AUD-NEW-DEPT.
           MOVE WS-APQ-ENTERED-BY (WS-APQ-IDX) TO AUD-OLD-POSITION.
           MOVE WS-DECISION-REASON TO AUD-NEW-POSITION.
           MOVE WS-APQ-OLD-SALARY (WS-APQ-IDX) TO AUD-OLD-SALARY.
           MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX) TO AUD-NEW-SALARY.
           MOVE WS-TERMINAL-USER TO WS-AUDIT-USER.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Audit a Refused Attempt as DENIED - Role in the Old-Position
      * Column, the Function Tried in the New-Position Column
      *-----------------------------------------------------------------
       5900-AUDIT-REFUSAL.
           MOVE SPACES TO AUD-OLD-DEPT AUD-NEW-DEPT.
           MOVE WS-OPERATOR-ROLE TO AUD-OLD-POSITION.
           MOVE WS-REFUSED-FUNCTION TO AUD-NEW-POSITION.
           MOVE ZEROES TO AUD-OLD-SALARY AUD-NEW-SALARY.
           MOVE "DENIED" TO AUD-OPERATION.
           MOVE WS-TERMINAL-USER TO WS-AUDIT-USER.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Rewrite APPRQUE With Only the Items Still Waiting. The File is
      * Read Again First so Items Queued Since Start-Up are Tabled
      * and Written Back. When the File Held More Items Than the
      * Table, the Untabled Tail Would be Lost, so the Decided Items
      * are Only Dropped From the File When Every Item Was Tabled.
      *-----------------------------------------------------------------
       6000-REWRITE-APPROVAL-QUEUE.
           PERFORM 6010-TABLE-NEWLY-QUEUED-ITEMS.

           EVALUATE TRUE
               WHEN NOT QUEUE-REREAD-OK
                   DISPLAY "WARNING: approval queue could not be read "
                           "again - status " WS-APQ-FILE-STATUS
                           "; not rewritten, decided items will be "
                           "listed again."
               WHEN QUEUE-TABLE-FULL
                   DISPLAY "WARNING: APPRQUE holds more than 500 "
                           "items and was not rewritten - remove "
                           "decided items by hand before the next "
                           "session."
               WHEN OTHER
                   OPEN OUTPUT APPROVAL-QUEUE-FILE

                   IF WS-APQ-FILE-STATUS NOT = "00"
                      DISPLAY "WARNING: approval queue could not be "
                              "rewritten - status " WS-APQ-FILE-STATUS
                              "; decided items will be listed again."
                   ELSE
                      MOVE 1 TO WS-APQ-IDX

                      PERFORM 6050-WRITE-ONE-WAITING-ITEM
                          UNTIL WS-APQ-IDX > WS-APQ-COUNT

                      CLOSE APPROVAL-QUEUE-FILE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Read APPRQUE Again and Table Every Item Not Already in the
      * Table (Matched on Employee and Entered Timestamp) - Items
      * DBCONNECT Queued While This Session Was Open. A Waiting Item
      * No Longer on the File Was Decided in Another Session and is
      * Marked D, so it is Neither Listed, Decided, Nor Written Back.
      *-----------------------------------------------------------------
       6010-TABLE-NEWLY-QUEUED-ITEMS.
           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-APQ-REREAD-FLAG.
           MOVE ZEROES TO WS-APQ-ITEMS-ADDED.
           MOVE ZEROES TO WS-APQ-ITEMS-GONE.

           MOVE 1 TO WS-APQ-MATCH-IDX.
           PERFORM 6015-CLEAR-ON-FILE-FLAG
               UNTIL WS-APQ-MATCH-IDX > WS-APQ-COUNT.

           OPEN INPUT APPROVAL-QUEUE-FILE.

           EVALUATE TRUE
               WHEN WS-APQ-FILE-STATUS = "00"
                   PERFORM 6020-CHECK-ONE-QUEUED-ITEM
                       UNTIL END-OF-DATA
                   CLOSE APPROVAL-QUEUE-FILE
                   MOVE "Y" TO WS-APQ-REREAD-FLAG
               WHEN WS-APQ-FILE-STATUS = "35"
                   MOVE "Y" TO WS-APQ-REREAD-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF QUEUE-REREAD-OK
              MOVE 1 TO WS-APQ-MATCH-IDX
              PERFORM 6040-MARK-DECIDED-ELSEWHERE
                  UNTIL WS-APQ-MATCH-IDX > WS-APQ-COUNT
           END-IF.

           IF WS-APQ-ITEMS-ADDED > 0
              DISPLAY WS-APQ-ITEMS-ADDED " more change(s) queued "
                      "since the session started - now listed."
           END-IF.

           IF WS-APQ-ITEMS-GONE > 0
              DISPLAY WS-APQ-ITEMS-GONE " change(s) decided in "
                      "another session - no longer listed."
           END-IF.

       6015-CLEAR-ON-FILE-FLAG.
           MOVE "N" TO WS-APQ-ON-FILE-FLAG (WS-APQ-MATCH-IDX).
           ADD 1 TO WS-APQ-MATCH-IDX.

       6020-CHECK-ONE-QUEUED-ITEM.
           READ APPROVAL-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   MOVE "N" TO WS-APQ-MATCH-FLAG
                   MOVE 1 TO WS-APQ-MATCH-IDX

                   PERFORM 6030-MATCH-ONE-TABLED-ITEM
                       UNTIL WS-APQ-MATCH-IDX > WS-APQ-COUNT
                          OR QUEUE-ITEM-TABLED

                   IF NOT QUEUE-ITEM-TABLED
                      PERFORM 3060-TABLE-QUEUED-ITEM
                      IF NOT QUEUE-TABLE-FULL
                         ADD 1 TO WS-APQ-ITEMS-ADDED
                      END-IF
                   END-IF
           END-READ.

       6030-MATCH-ONE-TABLED-ITEM.
           IF WS-APQ-EMP-ID (WS-APQ-MATCH-IDX) = APQ-EMP-ID
              AND WS-APQ-ENTERED-TS (WS-APQ-MATCH-IDX) = APQ-ENTERED-TS
              MOVE "Y" TO WS-APQ-MATCH-FLAG
              MOVE "Y" TO WS-APQ-ON-FILE-FLAG (WS-APQ-MATCH-IDX)
           END-IF.

           ADD 1 TO WS-APQ-MATCH-IDX.

       6040-MARK-DECIDED-ELSEWHERE.
           IF WS-APQ-DISPOSITION (WS-APQ-MATCH-IDX) = "Q"
              AND WS-APQ-ON-FILE-FLAG (WS-APQ-MATCH-IDX) NOT = "Y"
              MOVE "D" TO WS-APQ-DISPOSITION (WS-APQ-MATCH-IDX)
              ADD 1 TO WS-APQ-ITEMS-GONE
           END-IF.

           ADD 1 TO WS-APQ-MATCH-IDX.

      *-----------------------------------------------------------------
      * Write One Still-Waiting Item Back to APPRQUE
      *-----------------------------------------------------------------
       6050-WRITE-ONE-WAITING-ITEM.
           IF WS-APQ-DISPOSITION (WS-APQ-IDX) = "Q"
              MOVE SPACES TO APQ-FILE-RECORD
              MOVE WS-APQ-EMP-ID (WS-APQ-IDX) TO APQ-EMP-ID
              MOVE WS-APQ-EFF-DATE (WS-APQ-IDX) TO APQ-EFFECTIVE-DATE
              MOVE WS-APQ-OLD-DEPT (WS-APQ-IDX) TO APQ-OLD-DEPT
              MOVE WS-APQ-NEW-DEPT (WS-APQ-IDX) TO APQ-NEW-DEPT
              MOVE WS-APQ-OLD-POSITION (WS-APQ-IDX)
                TO APQ-OLD-POSITION
              MOVE WS-APQ-NEW-POSITION (WS-APQ-IDX)
                TO APQ-NEW-POSITION
              MOVE WS-APQ-OLD-SALARY (WS-APQ-IDX) TO APQ-OLD-SALARY
              MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX) TO APQ-NEW-SALARY
              MOVE WS-APQ-MANAGER-ID (WS-APQ-IDX)
                TO APQ-NEW-MANAGER-ID
              MOVE WS-APQ-ENTERED-BY (WS-APQ-IDX) TO APQ-ENTERED-BY
              MOVE WS-APQ-ENTERED-TS (WS-APQ-IDX) TO APQ-ENTERED-TS
              MOVE WS-APQ-REASON (WS-APQ-IDX) TO APQ-QUEUE-REASON

              WRITE APQ-FILE-RECORD

              IF WS-APQ-FILE-STATUS NOT = "00"
                 DISPLAY "WARNING: approval queue rewrite failed - "
                         "status " WS-APQ-FILE-STATUS "."
              END-IF
           END-IF.

           ADD 1 TO WS-APQ-IDX.

      *-----------------------------------------------------------------
      * Aging List - Every Item That Has Waited the Aging Limit or
      * Longer, Shown on the Screen and Written to APPRAGE
      *-----------------------------------------------------------------
       7000-PRODUCE-AGING-LIST.
           DISPLAY WS-LINE.
           DISPLAY "APPROVAL AGING LIST - WAITING " WS-AGING-DAYS
                   " DAYS OR MORE".
           DISPLAY WS-LINE.

           MOVE ZEROES TO WS-ITEMS-AGED.

           OPEN OUTPUT AGING-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Aging report file could not be opened - "
                      "status " WS-RPT-FILE-STATUS "."
           ELSE
              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "SALARY CHANGE APPROVAL AGING LIST  RUN DATE: "
                     WS-TODAY-DATE "  AGING LIMIT: " WS-AGING-DAYS
                     " DAYS"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              MOVE 1 TO WS-APQ-IDX
              PERFORM 7050-AGE-ONE-ITEM
                  UNTIL WS-APQ-IDX > WS-APQ-COUNT

              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "ITEMS AGED: " WS-ITEMS-AGED
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              IF WS-RPT-FILE-STATUS NOT = "00"
                 DISPLAY "Warning: aging report write failed - "
                         "status " WS-RPT-FILE-STATUS "."
              END-IF

              CLOSE AGING-REPORT-FILE

              DISPLAY WS-LINE
              DISPLAY "Items aged: " WS-ITEMS-AGED
           END-IF.

      *-----------------------------------------------------------------
      * Age One Waiting Item and List it if Over the Limit
      *-----------------------------------------------------------------
       7050-AGE-ONE-ITEM.
           IF WS-APQ-DISPOSITION (WS-APQ-IDX) = "Q"
              MOVE WS-APQ-ENTERED-TS (WS-APQ-IDX)(1:8)
                TO WS-ENTERED-NUM
              COMPUTE WS-ENTERED-INT =
                 FUNCTION INTEGER-OF-DATE(WS-ENTERED-NUM)

              IF WS-ENTERED-INT > 0
                 AND WS-TODAY-INT >= WS-ENTERED-INT
                 COMPUTE WS-ITEM-AGE-DAYS =
                    WS-TODAY-INT - WS-ENTERED-INT
              ELSE
                 MOVE ZEROES TO WS-ITEM-AGE-DAYS
              END-IF

              IF WS-ITEM-AGE-DAYS >= WS-AGING-DAYS
                 ADD 1 TO WS-ITEMS-AGED
                 PERFORM 4100-SHOW-ITEM-DETAIL
                 DISPLAY "    WAITING " WS-ITEM-AGE-DAYS " DAYS"

                 MOVE WS-APQ-NEW-SALARY (WS-APQ-IDX)
                   TO WS-FMT-NEW-SALARY

                 MOVE SPACES TO RPT-REPORT-LINE
                 STRING "  ITEM " WS-APQ-IDX
                        "  EMP " WS-APQ-EMP-ID (WS-APQ-IDX)
                        "  WAITING " WS-ITEM-AGE-DAYS " DAYS"
                        "  NEW SALARY " WS-FMT-NEW-SALARY
                        "  ENTERED BY "
                        WS-APQ-ENTERED-BY (WS-APQ-IDX)
                   DELIMITED BY SIZE
                   INTO RPT-REPORT-LINE
                 END-STRING
                 WRITE RPT-REPORT-LINE
              END-IF
           END-IF.

           ADD 1 TO WS-APQ-IDX.

      *-----------------------------------------------------------------
      * Write One Audit Trail Record - the Terminal User is the User
      * the Action is Attributed to (WS-AUDIT-USER)
      *-----------------------------------------------------------------
       8500-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUD-FILE-RECORD.
           MOVE HV-EMP-ID TO AUD-EMP-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-AUDIT-USER TO AUD-TERMINAL-USER.

           MOVE AUD-EMP-ID TO AFR-EMP-ID.
           MOVE AUD-OPERATION TO AFR-OPERATION.
           MOVE AUD-OLD-DEPT TO AFR-OLD-DEPT.
           MOVE AUD-NEW-DEPT TO AFR-NEW-DEPT.
           MOVE AUD-OLD-POSITION TO AFR-OLD-POSITION.
           MOVE AUD-NEW-POSITION TO AFR-NEW-POSITION.
           MOVE AUD-OLD-SALARY TO AFR-OLD-SALARY.
           MOVE AUD-NEW-SALARY TO AFR-NEW-SALARY.
           MOVE AUD-TIMESTAMP TO AFR-TIMESTAMP.
           MOVE AUD-TERMINAL-USER TO AFR-TERMINAL-USER.
           MOVE AUD-EFFECTIVE-DATE TO AFR-EFFECTIVE-DATE.

           PERFORM 8550-SEAL-AUDIT-RECORD.

           WRITE AUD-FILE-RECORD.

           IF WS-AUD-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: audit trail write failed for "
                      "employee " HV-EMP-ID " - status "
                      WS-AUD-FILE-STATUS "."
           END-IF.

           PERFORM 8560-RELEASE-AUDIT-SEAL.

      *-----------------------------------------------------------------
      * Stamp the Audit Record With the Next Audit Sequence Number and
      * its Chain Value (AUDCHAIN). A Record That Cannot be Stamped is
      * Still Written - With Zeroes, Which the Verifier Reports. The
      * Record Takes the Time the Stamp Was Handed Out, and AUDSEQ
      * Stays Locked Until 8560 Releases it After the WRITE.
      *-----------------------------------------------------------------
       8550-SEAL-AUDIT-RECORD.
           MOVE "S" TO ASL-FUNCTION.
           MOVE AUD-FILE-RECORD(1:149) TO ASL-RECORD-IMAGE.
           MOVE AFR-EFFECTIVE-DATE TO ASL-EFFECTIVE-DATE.

           CALL "AUDCHAIN" USING AUDIT-SEAL-AREA
               ON EXCEPTION
                  MOVE ZEROES TO ASL-SEQUENCE-NO ASL-CHAIN-VALUE
                  MOVE "NA" TO ASL-RETURN-STATUS
           END-CALL.

           IF ASL-RETURN-STATUS NOT = "00"
              DISPLAY "WARNING: audit record for employee "
                      AUD-EMP-ID " could not be sealed - status "
                      ASL-RETURN-STATUS "."
           END-IF.

           MOVE ASL-SEQUENCE-NO TO AUD-SEQUENCE-NO.
           MOVE ASL-CHAIN-VALUE TO AUD-CHAIN-VALUE.
           MOVE AUD-SEQUENCE-NO TO AFR-SEQUENCE-NO.
           MOVE AUD-CHAIN-VALUE TO AFR-CHAIN-VALUE.
           MOVE ASL-RECORD-IMAGE(108:21) TO AUD-TIMESTAMP.
           MOVE AUD-TIMESTAMP TO AFR-TIMESTAMP.

      *-----------------------------------------------------------------
      * Release AUDSEQ Now the Stamped Record is Written, so Records
      * Reach AUDITLOG in the Order Their Stamps Were Handed Out
      *-----------------------------------------------------------------
       8560-RELEASE-AUDIT-SEAL.
           MOVE "R" TO ASL-FUNCTION.

           CALL "AUDCHAIN" USING AUDIT-SEAL-AREA
               ON EXCEPTION
                  CONTINUE
           END-CALL.

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

           CLOSE AUDIT-FILE.

           DISPLAY WS-LINE.
           DISPLAY "Items approved: " WS-ITEMS-APPROVED.
           DISPLAY "Items rejected: " WS-ITEMS-REJECTED.
           DISPLAY "Salary change approval program terminated.".
           DISPLAY WS-LINE.
