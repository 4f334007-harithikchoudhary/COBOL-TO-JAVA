      *           validates every hire against. Menu-driven the same
      *           way DBCONNECT is: list, add, change, and deactivate
      *           department rows (department code, authorized
      *           headcount, salary budget, and the general-ledger
      *           labor cost account GLPOST posts the department's
      *           salary accrual to) and pay-grade rows
      *           (position, grade code, and the grade min/mid/max
      *           range), so Compensation no longer needs raw SQL to
      *           open a department or fix a typo'd grade range.
      *           department columns, grade audit records carry the
      *           position in the position columns and the old/new
      *           grade maximum in the salary columns.
      *
      *           The program also maintains the OPERATOR_SECURITY
      *           table that gives each user ID its operator role
      *           (copybook OPERSEC), audited OPRADD/OPRCHG/OPRDEA
      *           with the user ID in the position columns and the
      *           old/new role in the department columns. The menu
      *           offers and accepts only the options the signed-on
      *           operator's role allows - department upkeep and the
      *           security table are for HR supervisors, pay grades
      *           for HR supervisors and Compensation - and a
      *           refused option is audited as DENIED. Nobody may
      *           change or deactivate their own security entry.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
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

      *-----------------------------------------------------------------
      * Operator Role (shared copybook) - Read From OPERATOR_SECURITY
      * at Sign-On; Gates the Menu Options
      *-----------------------------------------------------------------
       COPY "copybooks/OPERSEC.cpy".

       01 WS-REFUSED-FUNCTION         PIC X(20).

       01 WS-SYSTEM-DATE.
          05 WS-SYSTEM-DATE-RAW       PIC X(21).

          05 WS-OLD-SALARY-BUDGET     PIC 9(11)V99.
          05 WS-HEADCOUNT-IN          PIC X(5).
          05 WS-BUDGET-IN             PIC X(13).
          05 WS-GL-ACCOUNT            PIC X(10).
          05 WS-GL-ACCOUNT-IN         PIC X(10).

      *-----------------------------------------------------------------
      * Numeric-Reply Edit - Change-Path Figures Are Accepted as
          05 WS-GRADE-MAX             PIC 9(7)V99.
          05 WS-OLD-GRADE-MAX         PIC 9(7)V99.

      *-----------------------------------------------------------------
      * Operator Security Maintenance Working Fields
      *-----------------------------------------------------------------
       01 WS-OPER-WORK-AREA.
          05 WS-OPER-USER-ID          PIC X(20).
          05 WS-OPER-OLD-ROLE         PIC X(10).
          05 WS-OPER-NEW-ROLE         PIC X(10).
             88 NEW-ROLE-VALID        VALUE "INQUIRY" "CLERK"
                                            "HRSUPV" "COMP".

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-FMT-SALARY-BUDGET     PIC $$,$$$,$$$,$$9.99.
       01 HV-AUTH-HEADCOUNT           PIC 9(5).
       01 HV-SALARY-BUDGET            PIC 9(11)V99.
       01 HV-DEPT-ACTIVE-FLAG         PIC X(1).
       01 HV-GL-ACCOUNT               PIC X(10).
       01 HV-GRADE-POSITION           PIC X(20).
       01 HV-GRADE-CODE               PIC X(6).
       01 HV-GRADE-MIN                PIC 9(7)V99.
       01 HV-LOOKUP-COUNT             PIC 9(5).
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).
       01 HV-OPER-USER-ID             PIC X(20).
       01 HV-OPER-ROLE                PIC X(10).
       01 HV-OPER-ACTIVE-FLAG         PIC X(1).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
          DECLARE DEPT_LIST_CURSOR CURSOR FOR
          SELECT DEPT_CODE, AUTH_HEADCOUNT, SALARY_BUDGET,
                 ACTIVE_FLAG, GL_ACCOUNT
          FROM DEPARTMENTS
          ORDER BY DEPT_CODE
       END-EXEC.
          ORDER BY POSITION
       END-EXEC.

       EXEC SQL
          DECLARE OPER_LIST_CURSOR CURSOR FOR
          SELECT USER_ID, ROLE_CODE, ACTIVE_FLAG
          FROM OPERATOR_SECURITY
          ORDER BY USER_ID
       END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------

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
           PERFORM 2100-DISPLAY-MENU.
           ACCEPT WS-OPERATION-CHOICE.

           PERFORM 2050-CHECK-OPTION-ALLOWED.

           IF OPTION-REFUSED
              PERFORM 2060-REFUSE-OPTION
           ELSE
              EVALUATE WS-OPERATION-CHOICE
                  WHEN 1
                      PERFORM 3000-LIST-DEPARTMENTS
                  WHEN 2
                      PERFORM 4000-ADD-DEPARTMENT
                  WHEN 3
                      PERFORM 4200-CHANGE-DEPARTMENT
                  WHEN 4
                      PERFORM 4400-DEACTIVATE-DEPARTMENT
                  WHEN 5
                      PERFORM 5000-LIST-PAY-GRADES
                  WHEN 6
                      PERFORM 6000-ADD-PAY-GRADE
                  WHEN 7
                      PERFORM 6200-CHANGE-PAY-GRADE
                  WHEN 8
                      PERFORM 6400-DEACTIVATE-PAY-GRADE
                  WHEN 9
                      PERFORM 7500-LIST-OPERATORS
                  WHEN 10
                      PERFORM 7600-ADD-OR-CHANGE-OPERATOR
                  WHEN 11
                      PERFORM 7800-DEACTIVATE-OPERATOR
                  WHEN 12
                      MOVE "N" TO WS-CONTINUE-CHOICE
                  WHEN OTHER
                      DISPLAY "Invalid choice. Please try again."
              END-EVALUATE
           END-IF.

           IF WS-CONTINUE-CHOICE NOT = "N" AND
              WS-OPERATION-CHOICE NOT = 12
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
               WHEN 2
               WHEN 3
               WHEN 4
                   IF NOT ROLE-MAY-MAINTAIN-DEPTS
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "MAINTAIN DEPARTMENTS" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 6
               WHEN 7
               WHEN 8
                   IF NOT ROLE-MAY-MAINTAIN-GRADES
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "MAINTAIN PAY GRADES" TO WS-REFUSED-FUNCTION
                   END-IF
               WHEN 9
               WHEN 10
               WHEN 11
                   IF NOT ROLE-MAY-MAINTAIN-SECURITY
                      MOVE "N" TO WS-OPTION-ALLOWED-FLAG
                      MOVE "MAINTAIN SECURITY" TO WS-REFUSED-FUNCTION
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

           PERFORM 2070-AUDIT-REFUSAL.

      *-----------------------------------------------------------------
      * Write the DENIED Audit Record for WS-REFUSED-FUNCTION
      *-----------------------------------------------------------------
       2070-AUDIT-REFUSAL.
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
           DISPLAY "REFERENCE TABLE MAINTENANCE MENU".
           DISPLAY WS-LINE.
           DISPLAY "1. List Departments".
           IF ROLE-MAY-MAINTAIN-DEPTS
              DISPLAY "2. Add Department"
              DISPLAY "3. Change Department"
              DISPLAY "4. Deactivate Department"
           END-IF.
           DISPLAY "5. List Pay Grades".
           IF ROLE-MAY-MAINTAIN-GRADES
              DISPLAY "6. Add Pay Grade"
              DISPLAY "7. Change Pay Grade"
              DISPLAY "8. Deactivate Pay Grade"
           END-IF.
           IF ROLE-MAY-MAINTAIN-SECURITY
              DISPLAY "9. List Operators"
              DISPLAY "10. Add or Change Operator Role"
              DISPLAY "11. Deactivate Operator"
           END-IF.
           DISPLAY "12. Exit Program".
           DISPLAY WS-LINE.
           DISPLAY "Enter your choice (1-12): " WITH NO ADVANCING.

      *-----------------------------------------------------------------
      * List Every Department Row, Active or Not
                   :HV-DEPT-CODE,
                   :HV-AUTH-HEADCOUNT,
                   :HV-SALARY-BUDGET,
                   :HV-DEPT-ACTIVE-FLAG,
                   :HV-GL-ACCOUNT
           END-EXEC.

           IF SQLCODE = 0
              DISPLAY HV-DEPT-CODE " | HEADCOUNT: "
                      HV-AUTH-HEADCOUNT " | BUDGET: "
                      WS-FMT-SALARY-BUDGET " | ACTIVE: "
                      HV-DEPT-ACTIVE-FLAG " | GL: " HV-GL-ACCOUNT
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
                   WITH NO ADVANCING.
           ACCEPT WS-SALARY-BUDGET.

           DISPLAY "Enter GL Labor Cost Account: " WITH NO ADVANCING.
           ACCEPT WS-GL-ACCOUNT.

           MOVE "Y" TO WS-VALIDATION-FLAG.

           IF WS-DEPT-CODE = SPACES
              MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

           IF WS-GL-ACCOUNT = SPACES
              DISPLAY "GL labor cost account must not be blank - "
                      "GLPOST cannot post an unmapped department."
              MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

           PERFORM 4100-CHECK-DEPT-EXISTS.

           IF ROW-FOUND
              MOVE WS-DEPT-CODE TO HV-DEPT-CODE
              MOVE WS-AUTH-HEADCOUNT TO HV-AUTH-HEADCOUNT
              MOVE WS-SALARY-BUDGET TO HV-SALARY-BUDGET
              MOVE WS-GL-ACCOUNT TO HV-GL-ACCOUNT

              EXEC SQL
                  INSERT INTO DEPARTMENTS
                  (DEPT_CODE, AUTH_HEADCOUNT, SALARY_BUDGET,
                   ACTIVE_FLAG, GL_ACCOUNT)
                  VALUES
                  (:HV-DEPT-CODE, :HV-AUTH-HEADCOUNT,
                   :HV-SALARY-BUDGET, 'Y', :HV-GL-ACCOUNT)
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS
           MOVE WS-DEPT-CODE TO HV-DEPT-CODE.

           EXEC SQL
               SELECT AUTH_HEADCOUNT, SALARY_BUDGET, ACTIVE_FLAG,
                      GL_ACCOUNT
               INTO :HV-AUTH-HEADCOUNT, :HV-SALARY-BUDGET,
                    :HV-DEPT-ACTIVE-FLAG, :HV-GL-ACCOUNT
               FROM DEPARTMENTS
               WHERE DEPT_CODE = :HV-DEPT-CODE
           END-EXEC.
           DISPLAY "Authorized Headcount: " HV-AUTH-HEADCOUNT.
           DISPLAY "Salary Budget: " WS-FMT-SALARY-BUDGET.
           DISPLAY "Active Flag: " HV-DEPT-ACTIVE-FLAG.
           DISPLAY "GL Labor Cost Account: " HV-GL-ACCOUNT.

           DISPLAY WS-LINE.
           DISPLAY "Enter new figures (blank keeps current value, "
              END-IF
           END-IF.

           DISPLAY "New GL Labor Cost Account: " WITH NO ADVANCING.
           ACCEPT WS-GL-ACCOUNT-IN.

           IF WS-GL-ACCOUNT-IN NOT = SPACES
              MOVE WS-GL-ACCOUNT-IN TO HV-GL-ACCOUNT
           END-IF.

           IF HV-DEPT-ACTIVE-FLAG NOT = "Y"
              DISPLAY "The department is inactive. Reactivate it? "
                      "(Y/N): " WITH NO ADVANCING
               UPDATE DEPARTMENTS
               SET AUTH_HEADCOUNT = :HV-AUTH-HEADCOUNT,
                   SALARY_BUDGET = :HV-SALARY-BUDGET,
                   ACTIVE_FLAG = :HV-DEPT-ACTIVE-FLAG,
                   GL_ACCOUNT = :HV-GL-ACCOUNT
               WHERE DEPT_CODE = :HV-DEPT-CODE
           END-EXEC.

              END-EXEC
           END-IF.

      *-----------------------------------------------------------------
      * List Every Operator Security Row, Active or Not
      *-----------------------------------------------------------------
       7500-LIST-OPERATORS.
           DISPLAY WS-LINE.
           DISPLAY "OPERATOR SECURITY".
           DISPLAY WS-LINE.

           INITIALIZE WS-COUNTERS.
           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN OPER_LIST_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 7550-FETCH-OPERATOR-ROW
                  UNTIL END-OF-DATA

              DISPLAY WS-LINE
              DISPLAY "Total operators: " WS-RECORDS-FOUND

              EXEC SQL
                  CLOSE OPER_LIST_CURSOR
              END-EXEC
           END-IF.

      *-----------------------------------------------------------------
      * Fetch and Display One Operator Security Row
      *-----------------------------------------------------------------
       7550-FETCH-OPERATOR-ROW.
           EXEC SQL
               FETCH OPER_LIST_CURSOR INTO
                   :HV-OPER-USER-ID,
                   :HV-OPER-ROLE,
                   :HV-OPER-ACTIVE-FLAG
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-RECORDS-FOUND

              DISPLAY HV-OPER-USER-ID " | ROLE: " HV-OPER-ROLE
                      " | ACTIVE: " HV-OPER-ACTIVE-FLAG
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Give a User ID an Operator Role - Adds the Row if the User is
      * New, Otherwise Changes the Role (and Reactivates the Row)
      *-----------------------------------------------------------------
       7600-ADD-OR-CHANGE-OPERATOR.
           DISPLAY WS-LINE.
           DISPLAY "ADD OR CHANGE OPERATOR ROLE".
           DISPLAY WS-LINE.

           DISPLAY "Enter User ID: " WITH NO ADVANCING.
           ACCEPT WS-OPER-USER-ID.

           IF WS-OPER-USER-ID = SPACES
              DISPLAY "User ID must not be blank."
           ELSE
              IF WS-OPER-USER-ID = WS-TERMINAL-USER
                 DISPLAY "You may not change your own security "
                         "entry."
                 MOVE "CHANGE OWN ROLE" TO WS-REFUSED-FUNCTION
                 PERFORM 2070-AUDIT-REFUSAL
              ELSE
                 PERFORM 7650-CAPTURE-AND-POST-ROLE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Show the User's Current Entry, Collect and Validate the New
      * Role, and Post it
      *-----------------------------------------------------------------
       7650-CAPTURE-AND-POST-ROLE.
           MOVE WS-OPER-USER-ID TO HV-OPER-USER-ID.
           MOVE SPACES TO WS-OPER-OLD-ROLE.
           MOVE "N" TO WS-ROW-FOUND-FLAG.

           EXEC SQL
               SELECT ROLE_CODE, ACTIVE_FLAG
               INTO :HV-OPER-ROLE, :HV-OPER-ACTIVE-FLAG
               FROM OPERATOR_SECURITY
               WHERE USER_ID = :HV-OPER-USER-ID
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              MOVE "Y" TO WS-ROW-FOUND-FLAG
              MOVE HV-OPER-ROLE TO WS-OPER-OLD-ROLE
              DISPLAY "Current Role: " HV-OPER-ROLE
                      "  Active Flag: " HV-OPER-ACTIVE-FLAG
           ELSE
              DISPLAY "User " FUNCTION TRIM(WS-OPER-USER-ID)
                      " is not on the security table - a new "
                      "entry will be added."
           END-IF.

           DISPLAY "Enter Role (INQUIRY/CLERK/HRSUPV/COMP): "
                   WITH NO ADVANCING.
           ACCEPT WS-OPER-NEW-ROLE.

           IF NOT NEW-ROLE-VALID
              DISPLAY "Role must be INQUIRY, CLERK, HRSUPV, or "
                      "COMP - operator not changed."
           ELSE
              MOVE WS-OPER-NEW-ROLE TO HV-OPER-ROLE

              IF ROW-FOUND
                 EXEC SQL
                     UPDATE OPERATOR_SECURITY
                     SET ROLE_CODE = :HV-OPER-ROLE,
                         ACTIVE_FLAG = 'Y'
                     WHERE USER_ID = :HV-OPER-USER-ID
                 END-EXEC
                 MOVE "OPRCHG" TO AUD-OPERATION
              ELSE
                 EXEC SQL
                     INSERT INTO OPERATOR_SECURITY
                     (USER_ID, ROLE_CODE, ACTIVE_FLAG)
                     VALUES
                     (:HV-OPER-USER-ID, :HV-OPER-ROLE, 'Y')
                 END-EXEC
                 MOVE "OPRADD" TO AUD-OPERATION
              END-IF

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE = 0
                 ADD 1 TO WS-CHANGES-POSTED
                 DISPLAY "Operator role successfully posted."

                 EXEC SQL
                     COMMIT WORK
                 END-EXEC

                 MOVE WS-OPER-OLD-ROLE TO AUD-OLD-DEPT
                 MOVE WS-OPER-NEW-ROLE TO AUD-NEW-DEPT
                 MOVE WS-OPER-USER-ID TO AUD-OLD-POSITION
                 MOVE WS-OPER-USER-ID TO AUD-NEW-POSITION
                 MOVE ZEROES TO AUD-OLD-SALARY AUD-NEW-SALARY
                 PERFORM 8500-WRITE-AUDIT-RECORD
              ELSE
                 EXEC SQL
                     ROLLBACK WORK
                 END-EXEC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Deactivate One Operator - the Row Stays on the Table but the
      * User Signs On as Inquiry Only From Then On
      *-----------------------------------------------------------------
       7800-DEACTIVATE-OPERATOR.
           DISPLAY WS-LINE.
           DISPLAY "DEACTIVATE OPERATOR".
           DISPLAY WS-LINE.

           DISPLAY "Enter User ID to deactivate: " WITH NO ADVANCING.
           ACCEPT WS-OPER-USER-ID.

           MOVE WS-OPER-USER-ID TO HV-OPER-USER-ID.

           EXEC SQL
               SELECT ROLE_CODE, ACTIVE_FLAG
               INTO :HV-OPER-ROLE, :HV-OPER-ACTIVE-FLAG
               FROM OPERATOR_SECURITY
               WHERE USER_ID = :HV-OPER-USER-ID
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 100
              DISPLAY "User " FUNCTION TRIM(WS-OPER-USER-ID)
                      " not found."
           ELSE
              IF SQLCODE = 0
                 EVALUATE TRUE
                     WHEN WS-OPER-USER-ID = WS-TERMINAL-USER
                         DISPLAY "You may not deactivate your own "
                                 "security entry."
                         MOVE "DEACTIVATE OWN ROLE"
                           TO WS-REFUSED-FUNCTION
                         PERFORM 2070-AUDIT-REFUSAL
                     WHEN HV-OPER-ACTIVE-FLAG = "N"
                         DISPLAY "User "
                                 FUNCTION TRIM(WS-OPER-USER-ID)
                                 " is already inactive."
                     WHEN OTHER
                         DISPLAY "Deactivate user "
                                 FUNCTION TRIM(WS-OPER-USER-ID)
                                 "? (Y/N): " WITH NO ADVANCING
                         ACCEPT WS-CONFIRM-CHOICE

                         IF WS-CONFIRM-CHOICE = "Y"
                            OR WS-CONFIRM-CHOICE = "y"
                            PERFORM 7850-POST-OPER-DEACTIVATION
                         ELSE
                            DISPLAY "Deactivation cancelled."
                         END-IF
                 END-EVALUATE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Post One Operator Deactivation and Audit it
      *-----------------------------------------------------------------
       7850-POST-OPER-DEACTIVATION.
           MOVE HV-OPER-ROLE TO WS-OPER-OLD-ROLE.

           EXEC SQL
               UPDATE OPERATOR_SECURITY
               SET ACTIVE_FLAG = 'N'
               WHERE USER_ID = :HV-OPER-USER-ID
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              ADD 1 TO WS-CHANGES-POSTED
              DISPLAY "Operator successfully deactivated."

              EXEC SQL
                  COMMIT WORK
              END-EXEC

              MOVE WS-OPER-OLD-ROLE TO AUD-OLD-DEPT
              MOVE SPACES TO AUD-NEW-DEPT
              MOVE WS-OPER-USER-ID TO AUD-OLD-POSITION
              MOVE SPACES TO AUD-NEW-POSITION
              MOVE ZEROES TO AUD-OLD-SALARY AUD-NEW-SALARY
              MOVE "OPRDEA" TO AUD-OPERATION
              PERFORM 8500-WRITE-AUDIT-RECORD
           ELSE
              EXEC SQL
                  ROLLBACK WORK
              END-EXEC
           END-IF.

      *-----------------------------------------------------------------
      * Fold One Textual Numeric Reply Into WS-NE-RESULT
      *-----------------------------------------------------------------
           MOVE AUD-NEW-SALARY TO AFR-NEW-SALARY.
           MOVE AUD-TIMESTAMP TO AFR-TIMESTAMP.
           MOVE AUD-TERMINAL-USER TO AFR-TERMINAL-USER.
           MOVE AUD-EFFECTIVE-DATE TO AFR-EFFECTIVE-DATE.

           PERFORM 8550-SEAL-AUDIT-RECORD.

           WRITE AUD-FILE-RECORD.

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
