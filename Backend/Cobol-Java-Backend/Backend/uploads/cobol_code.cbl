      *                 manager exists and is active (leave counts
      *                 as active) the way a department is checked.
      *                 Bulk-loaded new hires start with no manager.
      * 2026-10-15  JD  Operator roles. The USER signing on is looked
      *                 up on the OPERATOR_SECURITY table (INQUIRY,
      *                 CLERK, HRSUPV, COMP - see copybook OPERSEC)
      *                 and the menu offers and accepts only the
      *                 options the role allows; an unknown user runs
      *                 as INQUIRY. A clerk may add hires and record
      *                 leave but may not terminate or change pay. A
      *                 refused option or pay change is audited as
      *                 DENIED with the role in the old-position
      *                 column and the function tried in the
      *                 new-position column.
      * 2026-10-15  JD  Second-person approval for large pay changes.
      *                 An update whose salary change is more than
      *                 the approval percentage or amount limit, or
      *                 that changes the pay of anyone who manages
      *                 staff, is written to the APPRQUE approval
      *                 queue (audited QUEUED) instead of posting or
      *                 parking; SALAPPR approves or rejects it.
      * 2026-10-15  JD  Every audit record is stamped with the running
      *                 audit sequence number and chain value
      *                 (AUDCHAIN) for the AUDVERFY seal verifier.
      * 2026-10-15  JD  Immediate-update audit records carry the
      *                 effective date keyed with the update, so
      *                 RETROPAY can work out back pay for a change
      *                 keyed after the date it took effect.
      * 2026-10-15  JD  Paid time off. Menu option 14 records time
      *                 taken against an employee's PTO_BALANCES
      *                 balance for a leave type (more hours than the
      *                 balance are refused), audited PTOUSE with the
      *                 leave type and date taken and the balance
      *                 before and after. Same roles as recording
      *                 leave. Exit moved to option 15.
      * 2026-10-15  JD  Time off is taken off the balance in a single
      *                 UPDATE that only succeeds while the balance
      *                 still covers the hours, so two sessions can
      *                 not overdraw it; when it no longer does,
      *                 nothing is recorded or audited.
      * 2026-10-15  JD  Audit sequence number is held from the stamp
      *                 until the audit record is written, so records
      *                 reach AUDITLOG in sequence and timestamp order.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCONNECT.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 AFR-TIMESTAMP            PIC X(21).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-TERMINAL-USER        PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-SEQUENCE-NO          PIC 9(9).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-CHAIN-VALUE          PIC 9(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 AFR-EFFECTIVE-DATE       PIC X(10).

       FD  EMP-CHECKPOINT-FILE.
       01 ECK-FILE-RECORD.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 PND-NEW-MANAGER-ID       PIC 9(5).

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

       WORKING-STORAGE SECTION.
       
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
          05 WS-OLD-SALARY             PIC 9(7)V99.
          05 WS-AUD-FILE-STATUS        PIC X(2).
          05 WS-AUD-FILE-NAME          PIC X(15).

      *-----------------------------------------------------------------
      * Operator Role (shared copybook) - Read From OPERATOR_SECURITY
      * at Sign-On; Gates the Menu Options
      *-----------------------------------------------------------------
       COPY "copybooks/OPERSEC.cpy".

       01 WS-REFUSED-FUNCTION         PIC X(20).
       
      *-----------------------------------------------------------------
      * Employee Record Structure (shared copybook)
          05 WS-EFFECTIVE-DATE        PIC X(10).
          05 WS-TODAY-DATE            PIC X(10).

      *-----------------------------------------------------------------
      * Second-Person Approval - a Salary Change Over Either Limit,
      * or Any Pay Change for Someone Who Manages Staff, Goes to the
      * APPRQUE Queue for SALAPPR Instead of Posting. The Reason
      * Code Travels With the Queued Item: P = Over the Percentage
      * Limit, A = Over the Amount Limit, M = Manager's Pay.
      *-----------------------------------------------------------------
       01 WS-APPROVAL-AREA.
          05 WS-APQ-FILE-STATUS       PIC X(2).
          05 WS-APPROVAL-PCT-LIMIT    PIC 9(3)V99 VALUE 10.00.
          05 WS-APPROVAL-AMT-LIMIT    PIC 9(7)V99 VALUE 10000.00.
          05 WS-SALARY-CHANGE-AMT     PIC 9(7)V99.
          05 WS-SALARY-CHANGE-PCT     PIC 9(5)V99.
          05 WS-APPROVAL-REASON       PIC X(1).
             88 APPROVAL-NEEDED       VALUE "P" "A" "M".

      *-----------------------------------------------------------------
      * Leave-of-Absence Working Fields - Leave is a Third Employee
      * Status ('L') Distinct From Active and Terminated, With a
          05 WS-LEAVE-START           PIC X(10).
          05 WS-LEAVE-RETURN          PIC X(10).

      *-----------------------------------------------------------------
      * Paid Time Off Working Fields - Hours Taken Are Recorded
      * Against the PTO_BALANCES Balance for One Leave Type; the
      * PTOACRL Night-Run Step Does the Monthly Accrual
      *-----------------------------------------------------------------
       01 WS-PTO-AREA.
          05 WS-PTO-LEAVE-TYPE        PIC X(4).
          05 WS-PTO-HOURS-TAKEN       PIC 9(5)V99.
          05 WS-PTO-DATE-TAKEN        PIC X(10).
          05 WS-PTO-BALANCE-BEFORE    PIC 9(5)V99.
          05 WS-PTO-BALANCE-AFTER     PIC 9(5)V99.
          05 WS-FORMATTED-HOURS       PIC ZZ,ZZ9.99.

      *-----------------------------------------------------------------
      * Manager Entry Working Field - Accepted as Text so a Blank
      * Reply Can Keep the Current Manager on an Update
       01 HV-LEAVE-RETURN             PIC X(10).
       01 HV-MANAGER-ID               PIC 9(5).
       01 HV-MGR-ACTIVE-FLAG          PIC X(1).
       01 HV-OPER-USER-ID             PIC X(20).
       01 HV-OPER-ROLE                PIC X(10).
       01 HV-REPORTS-COUNT            PIC 9(5).
       01 HV-PTO-LEAVE-TYPE           PIC X(4).
       01 HV-PTO-BALANCE-HOURS        PIC 9(5)V99.
       01 HV-PTO-HOURS                PIC 9(5)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.
       

           PERFORM 1100-CONNECT-TO-DB.

           IF DB-CONNECTED
              PERFORM 1200-LOAD-OPERATOR-ROLE
           END-IF.

      *-----------------------------------------------------------------
      * Database Connection Process
      *-----------------------------------------------------------------
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

           PERFORM 2050-CHECK-OPTION-ALLOWED.

           IF OPTION-REFUSED
              PERFORM 2060-REFUSE-OPTION
           ELSE
              EVALUATE WS-OPERATION-CHOICE
                  WHEN 1
                      PERFORM 3000-RETRIEVE-ALL-EMPLOYEES
                  WHEN 2
                      PERFORM 3100-RETRIEVE-BY-CRITERIA
                  WHEN 3
                      PERFORM 4000-INSERT-EMPLOYEE
                  WHEN 4
                      PERFORM 5000-UPDATE-EMPLOYEE
                  WHEN 5
                      PERFORM 6000-DELETE-EMPLOYEE
                  WHEN 6
                      PERFORM 7000-BULK-LOAD-NEW-HIRES
                  WHEN 7
                      PERFORM 7500-EXPORT-EMPLOYEE-DATA
                  WHEN 8
                      PERFORM 3200-RETRIEVE-TERMINATED-EMPLOYEES
                  WHEN 9
                      PERFORM 4700-REHIRE-EMPLOYEE
                  WHEN 10
                      PERFORM 4800-SHOW-EMPLOYMENT-HISTORY
                  WHEN 11
                      PERFORM 4900-PLACE-ON-LEAVE
                  WHEN 12
                      PERFORM 4950-SHOW-ON-LEAVE-EMPLOYEES
                  WHEN 13
                      PERFORM 4970-RETURN-FROM-LEAVE
                  WHEN 14
                      PERFORM 4990-RECORD-TIME-OFF
                  WHEN 15
                      MOVE "N" TO WS-CONTINUE-CHOICE
                  WHEN OTHER
                      DISPLAY "Invalid choice. Please try again."
              END-EVALUATE
           END-IF.

           IF WS-CONTINUE-CHOICE NOT = "N" AND
              WS-OPERATION-CHOICE NOT = 15
              DISPLAY WS-LINE
              DISPLAY "Do you want to perform another operation? (Y/N)"
              ACCEPT WS-CONTINUE-CHOICE
           END-IF.

      *-----------------------------------------------------------------
      * Decide Whether the Operator's Role Allows the Chosen Option -
      * the Same Rules 2100-DISPLAY-MENU Uses to Offer It
      *-----------------------------------------------------------------
       2050-CHECK-OPTION-ALLOWED.
           MOVE "Y" TO WS-OPTION-ALLOWED-FLAG.
           MOVE SPACES TO WS-REFUSED-FUNCTION.

           EVALUATE WS-OPERATION-CHOICE
               WHEN 3
                   IF NOT ROLE-MAY-MAINTAIN-STAFF
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "ADD EMPLOYEE" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 4
                   IF NOT ROLE-MAY-UPDATE
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "UPDATE EMPLOYEE" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 5
                   IF NOT ROLE-MAY-TERMINATE
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "DELETE EMPLOYEE" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 6
                   IF NOT ROLE-MAY-MAINTAIN-STAFF
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "BULK LOAD NEW HIRES" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 9
                   IF NOT ROLE-MAY-MAINTAIN-STAFF
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "REHIRE EMPLOYEE" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 11
                   IF NOT ROLE-MAY-MAINTAIN-STAFF
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "PLACE ON LEAVE" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 13
                   IF NOT ROLE-MAY-MAINTAIN-STAFF
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "RETURN FROM LEAVE" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 14
                   IF NOT ROLE-MAY-MAINTAIN-STAFF
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "RECORD TIME OFF" TO WS-REFUSED-FUNCTION
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Refuse an Option the Role Does Not Allow and Audit the
      * Attempt as DENIED - Role in the Old-Position Column, the
      * Function Tried in the New-Position Column
      *-----------------------------------------------------------------
       2060-REFUSE-OPTION.
           DISPLAY "Option " WS-OPERATION-CHOICE
                   " is not available to operator role "
                   FUNCTION TRIM(WS-OPERATOR-ROLE) ".".

           MOVE ZEROES TO WS-EMP-ID.
           MOVE SPACES TO AUD-OLD-DEPT AUD-NEW-DEPT.
           MOVE WS-OPERATOR-ROLE TO AUD-OLD-POSITION.
           MOVE WS-REFUSED-FUNCTION TO AUD-NEW-POSITION.
           MOVE ZEROES TO AUD-OLD-SALARY AUD-NEW-SALARY.
           MOVE "DENIED" TO AUD-OPERATION.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Display Main Menu - Only the Options the Operator's Role
      * Allows Are Offered
      *-----------------------------------------------------------------
       2100-DISPLAY-MENU.
           DISPLAY WS-LINE.
           DISPLAY WS-LINE.
           DISPLAY "1. Display All Employees".
           DISPLAY "2. Search Employees by Department and Salary".
           IF ROLE-MAY-MAINTAIN-STAFF
              DISPLAY "3. Add New Employee"
           END-IF.
           IF ROLE-MAY-UPDATE
              DISPLAY "4. Update Employee Information"
           END-IF.
           IF ROLE-MAY-TERMINATE
              DISPLAY "5. Delete Employee"
           END-IF.
           IF ROLE-MAY-MAINTAIN-STAFF
              DISPLAY "6. Bulk Load New Hires From File"
           END-IF.
           DISPLAY "7. Export Employee Data (CSV/JSON)".
           DISPLAY "8. Show Terminated Employees".
           IF ROLE-MAY-MAINTAIN-STAFF
              DISPLAY "9. Rehire Terminated Employee"
           END-IF.
           DISPLAY "10. Show Employment History".
           IF ROLE-MAY-MAINTAIN-STAFF
              DISPLAY "11. Place Employee On Leave"
           END-IF.
           DISPLAY "12. Show Employees On Leave".
           IF ROLE-MAY-MAINTAIN-STAFF
              DISPLAY "13. Return Employee From Leave"
           END-IF.
           IF ROLE-MAY-MAINTAIN-STAFF
              DISPLAY "14. Record Time Off Taken"
           END-IF.
           DISPLAY "15. Exit Program".
           DISPLAY WS-LINE.
           DISPLAY "Enter your choice (1-15): " WITH NO ADVANCING.
       
      *-----------------------------------------------------------------
      * Retrieve All Employee Records
              END-EXEC
           END-IF.

      *-----------------------------------------------------------------
      * Record Time Off Taken Against an Employee's Balance for One
      * Leave Type - Active or On-Leave Staff Only
      *-----------------------------------------------------------------
       4990-RECORD-TIME-OFF.
           DISPLAY WS-LINE.
           DISPLAY "RECORD TIME OFF TAKEN".
           DISPLAY WS-LINE.

           DISPLAY "Enter Employee ID: " WITH NO ADVANCING.
           ACCEPT WS-EMP-ID.

           MOVE WS-EMP-ID TO HV-EMP-ID.

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, ACTIVE_FLAG
               INTO :HV-EMP-FIRST-NAME, :HV-EMP-LAST-NAME,
                    :HV-EMP-ACTIVE-FLAG
               FROM EMPLOYEES
               WHERE EMP_ID = :HV-EMP-ID
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Employee ID " WS-EMP-ID " not found."
               WHEN SQLCODE NOT = 0
                   CONTINUE
               WHEN HV-EMP-ACTIVE-FLAG NOT = "Y"
                    AND HV-EMP-ACTIVE-FLAG NOT = "L"
                   DISPLAY "Employee ID " WS-EMP-ID
                           " is not a current employee."
               WHEN OTHER
                   PERFORM 4995-CAPTURE-AND-POST-TIME-OFF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Capture the Leave Type, Hours, and Date Taken, Check the
      * Hours Against the Balance, Post, and Audit as PTOUSE
      *-----------------------------------------------------------------
       4995-CAPTURE-AND-POST-TIME-OFF.
           DISPLAY "Recording time off for: "
                   FUNCTION TRIM(HV-EMP-FIRST-NAME) " "
                   FUNCTION TRIM(HV-EMP-LAST-NAME).

           DISPLAY "Leave Type (e.g. VAC, SICK): " WITH NO ADVANCING.
           ACCEPT WS-PTO-LEAVE-TYPE.

           MOVE WS-PTO-LEAVE-TYPE TO HV-PTO-LEAVE-TYPE.

           EXEC SQL
               SELECT BALANCE_HOURS
               INTO :HV-PTO-BALANCE-HOURS
               FROM PTO_BALANCES
               WHERE EMP_ID = :HV-EMP-ID
                 AND LEAVE_TYPE = :HV-PTO-LEAVE-TYPE
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 100
              DISPLAY "No " FUNCTION TRIM(WS-PTO-LEAVE-TYPE)
                      " balance on file for employee " WS-EMP-ID "."
           END-IF.

           IF SQLCODE = 0
              MOVE HV-PTO-BALANCE-HOURS TO WS-PTO-BALANCE-BEFORE
              MOVE WS-PTO-BALANCE-BEFORE TO WS-FORMATTED-HOURS
              DISPLAY "Current balance: " WS-FORMATTED-HOURS " hours"

              DISPLAY "Hours Taken: " WITH NO ADVANCING
              ACCEPT WS-PTO-HOURS-TAKEN

              DISPLAY "Date Taken (YYYY-MM-DD, blank for today): "
                      WITH NO ADVANCING
              ACCEPT WS-PTO-DATE-TAKEN

              IF WS-PTO-DATE-TAKEN = SPACES
                 MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW
                 STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                        WS-SYSTEM-DATE-RAW(5:2) "-"
                        WS-SYSTEM-DATE-RAW(7:2)
                        DELIMITED BY SIZE
                   INTO WS-PTO-DATE-TAKEN
              END-IF

              EVALUATE TRUE
                  WHEN WS-PTO-HOURS-TAKEN = ZEROES
                      DISPLAY "Hours taken must be more than zero - "
                              "nothing recorded."
                  WHEN WS-PTO-HOURS-TAKEN > WS-PTO-BALANCE-BEFORE
                      DISPLAY "Hours taken are more than the "
                              "balance - nothing recorded."
                  WHEN OTHER
                      PERFORM 4997-POST-TIME-OFF
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Take the Hours Off the Balance and Audit it - Leave Type and
      * Date Taken in the Department Columns, the Balance Before and
      * After in the Salary Columns. The Balance is Decremented in
      * Place, and Only While it Still Covers the Hours, so a Change
      * Made Since it Was Shown Cannot be Overwritten or Overdrawn;
      * No Row Updated Means it No Longer Covers Them.
      *-----------------------------------------------------------------
       4997-POST-TIME-OFF.
           MOVE WS-PTO-HOURS-TAKEN TO HV-PTO-HOURS.

           EXEC SQL
               UPDATE PTO_BALANCES
               SET BALANCE_HOURS = BALANCE_HOURS - :HV-PTO-HOURS
               WHERE EMP_ID = :HV-EMP-ID
                 AND LEAVE_TYPE = :HV-PTO-LEAVE-TYPE
                 AND BALANCE_HOURS >= :HV-PTO-HOURS
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              EXEC SQL
                  SELECT BALANCE_HOURS
                  INTO :HV-PTO-BALANCE-HOURS
                  FROM PTO_BALANCES
                  WHERE EMP_ID = :HV-EMP-ID
                    AND LEAVE_TYPE = :HV-PTO-LEAVE-TYPE
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 4998-COMMIT-TIME-OFF
               WHEN SQLCODE = 100
                   DISPLAY "Balance no longer covers the hours "
                           "taken - nothing recorded."
                   EXEC SQL
                       ROLLBACK WORK
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       ROLLBACK WORK
                   END-EXEC
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Commit the Time Off Taken and Audit it With the Balance as
      * Posted - Before is After Plus the Hours Taken
      *-----------------------------------------------------------------
       4998-COMMIT-TIME-OFF.
           MOVE HV-PTO-BALANCE-HOURS TO WS-PTO-BALANCE-AFTER.
           COMPUTE WS-PTO-BALANCE-BEFORE =
              WS-PTO-BALANCE-AFTER + WS-PTO-HOURS-TAKEN.

           ADD 1 TO WS-RECORDS-UPDATED.
           MOVE WS-PTO-BALANCE-AFTER TO WS-FORMATTED-HOURS.
           DISPLAY "Time off recorded. New balance: "
                   WS-FORMATTED-HOURS " hours".

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           MOVE WS-PTO-LEAVE-TYPE TO AUD-OLD-DEPT.
           MOVE WS-PTO-DATE-TAKEN TO AUD-NEW-DEPT.
           MOVE SPACES TO AUD-OLD-POSITION AUD-NEW-POSITION.
           MOVE WS-PTO-BALANCE-BEFORE TO AUD-OLD-SALARY.
           MOVE WS-PTO-BALANCE-AFTER TO AUD-NEW-SALARY.
           MOVE "PTOUSE" TO AUD-OPERATION.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Update Employee Information
      *-----------------------------------------------------------------
                      "immediate): " WITH NO ADVANCING
              ACCEPT WS-EFFECTIVE-DATE

              IF WS-EMP-SALARY NOT = HV-EMP-SALARY
                 AND NOT ROLE-MAY-CHANGE-PAY
                 PERFORM 5050-REFUSE-PAY-CHANGE
              ELSE
                 PERFORM 4500-VALIDATE-EMPLOYEE-DATA

                 IF VALIDATION-FAILED
                    DISPLAY "Employee record not updated; correct "
                            "the errors above and try again."
                 ELSE
                    MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW
                    MOVE SPACES TO WS-TODAY-DATE
                    STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                           WS-SYSTEM-DATE-RAW(5:2) "-"
                           WS-SYSTEM-DATE-RAW(7:2)
                           DELIMITED BY SIZE
                      INTO WS-TODAY-DATE

                    PERFORM 5060-CHECK-APPROVAL-NEEDED

                    EVALUATE TRUE
                        WHEN APPROVAL-NEEDED
                            PERFORM 5300-QUEUE-FOR-APPROVAL
                        WHEN WS-EFFECTIVE-DATE NOT = SPACES
                             AND WS-EFFECTIVE-DATE > WS-TODAY-DATE
                            PERFORM 5100-PARK-PENDING-CHANGE
                        WHEN OTHER
                            PERFORM 5200-POST-IMMEDIATE-UPDATE
                    END-EVALUATE
                 END-IF
              END-IF
           ELSE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Refuse a Salary Change the Operator's Role May Not Make - the
      * Whole Update is Dropped and the Attempt Audited as DENIED
      * With the Current and Attempted Salary
      *-----------------------------------------------------------------
       5050-REFUSE-PAY-CHANGE.
           DISPLAY "Operator role " FUNCTION TRIM(WS-OPERATOR-ROLE)
                   " may not change salary - employee record not "
                   "updated.".

           MOVE SPACES TO AUD-OLD-DEPT AUD-NEW-DEPT.
           MOVE WS-OPERATOR-ROLE TO AUD-OLD-POSITION.
           MOVE "CHANGE SALARY" TO AUD-NEW-POSITION.
           MOVE WS-OLD-SALARY TO AUD-OLD-SALARY.
           MOVE WS-EMP-SALARY TO AUD-NEW-SALARY.
           MOVE "DENIED" TO AUD-OPERATION.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Decide Whether a Salary Change Needs a Second Person - Over
      * the Percentage Limit, Over the Amount Limit, or the Pay of
      * Anyone With Active or On-Leave Staff Reporting to Them
      *-----------------------------------------------------------------
       5060-CHECK-APPROVAL-NEEDED.
           MOVE SPACE TO WS-APPROVAL-REASON.

           IF WS-EMP-SALARY NOT = WS-OLD-SALARY
              IF WS-EMP-SALARY > WS-OLD-SALARY
                 COMPUTE WS-SALARY-CHANGE-AMT =
                    WS-EMP-SALARY - WS-OLD-SALARY
              ELSE
                 COMPUTE WS-SALARY-CHANGE-AMT =
                    WS-OLD-SALARY - WS-EMP-SALARY
              END-IF

              IF WS-OLD-SALARY = ZEROES
                 MOVE "P" TO WS-APPROVAL-REASON
              ELSE
                 COMPUTE WS-SALARY-CHANGE-PCT ROUNDED =
                    WS-SALARY-CHANGE-AMT * 100 / WS-OLD-SALARY
                 IF WS-SALARY-CHANGE-PCT > WS-APPROVAL-PCT-LIMIT
                    MOVE "P" TO WS-APPROVAL-REASON
                 END-IF
              END-IF

              IF WS-SALARY-CHANGE-AMT > WS-APPROVAL-AMT-LIMIT
                 MOVE "A" TO WS-APPROVAL-REASON
              END-IF

              EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-REPORTS-COUNT
                  FROM EMPLOYEES
                  WHERE MANAGER_ID = :HV-EMP-ID
                    AND ACTIVE_FLAG IN ('Y', 'L')
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE = 0 AND HV-REPORTS-COUNT > 0
                 MOVE "M" TO WS-APPROVAL-REASON
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Queue an Update for Second-Person Approval - EMPLOYEES is Left
      * Untouched; SALAPPR Posts it (or Parks it on PENDCHG if it is
      * Future-Dated) Once a Different User Approves it
      *-----------------------------------------------------------------
       5300-QUEUE-FOR-APPROVAL.
           OPEN EXTEND APPROVAL-QUEUE-FILE.

           IF WS-APQ-FILE-STATUS = "35"
              OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF.

           IF WS-APQ-FILE-STATUS NOT = "00"
              DISPLAY "Approval queue could not be opened - status "
                      WS-APQ-FILE-STATUS "; the update was NOT saved."
           ELSE
              MOVE SPACES TO APQ-FILE-RECORD
              MOVE WS-EMP-ID TO APQ-EMP-ID
              MOVE WS-EFFECTIVE-DATE TO APQ-EFFECTIVE-DATE
              MOVE WS-OLD-DEPT TO APQ-OLD-DEPT
              MOVE WS-EMP-DEPT TO APQ-NEW-DEPT
              MOVE WS-OLD-POSITION TO APQ-OLD-POSITION
              MOVE WS-EMP-POSITION TO APQ-NEW-POSITION
              MOVE WS-OLD-SALARY TO APQ-OLD-SALARY
              MOVE WS-EMP-SALARY TO APQ-NEW-SALARY
              MOVE WS-EMP-MANAGER-ID TO APQ-NEW-MANAGER-ID
              MOVE WS-TERMINAL-USER TO APQ-ENTERED-BY
              MOVE WS-SYSTEM-DATE-RAW(1:14) TO APQ-ENTERED-TS
              MOVE WS-APPROVAL-REASON TO APQ-QUEUE-REASON

              WRITE APQ-FILE-RECORD

              IF WS-APQ-FILE-STATUS NOT = "00"
                 DISPLAY "Approval queue write failed - status "
                         WS-APQ-FILE-STATUS
                         "; the update was NOT saved."
              ELSE
                 DISPLAY "Salary change needs second-person "
                         "approval - queued for SALAPPR."

                 MOVE WS-OLD-DEPT TO AUD-OLD-DEPT
                 MOVE WS-OLD-POSITION TO AUD-OLD-POSITION
                 MOVE WS-OLD-SALARY TO AUD-OLD-SALARY
                 MOVE WS-EMP-DEPT TO AUD-NEW-DEPT
                 MOVE WS-EMP-POSITION TO AUD-NEW-POSITION
                 MOVE WS-EMP-SALARY TO AUD-NEW-SALARY
                 MOVE "QUEUED" TO AUD-OPERATION
                 PERFORM 8500-WRITE-AUDIT-RECORD
              END-IF

              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Park a Future-Dated Update on the Pending-Changes File - the
      * EMPLOYEES Row is Left Untouched and the EFFDATE Night-Run
              MOVE WS-EMP-POSITION TO AUD-NEW-POSITION
              MOVE WS-EMP-SALARY TO AUD-NEW-SALARY
              MOVE "UPDATE" TO AUD-OPERATION
              MOVE WS-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
              PERFORM 8500-WRITE-AUDIT-RECORD
              MOVE SPACES TO AUD-EFFECTIVE-DATE
           ELSE
              EXEC SQL
                  ROLLBACK WORK
           MOVE AUD-NEW-SALARY TO AFR-NEW-SALARY.
           MOVE AUD-TIMESTAMP TO AFR-TIMESTAMP.
           MOVE AUD-TERMINAL-USER TO AFR-TERMINAL-USER.
           MOVE AUD-EFFECTIVE-DATE TO AFR-EFFECTIVE-DATE.
           
           PERFORM 8550-SEAL-AUDIT-RECORD.

           WRITE AUD-FILE-RECORD.

           IF WS-AUD-FILE-STATUS NOT = "00"
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
