      *****************************************************************
      * PROGRAM:  PTOACRL
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Paid time off accrual and termination settlement.
      *           Balances are held per employee and leave type on
      *           the PTO_BALANCES table; DBCONNECT records time
      *           taken against them and PTORPT prints the balance
      *           statement by department.
      *
      *           Every night, each terminated employee's remaining
      *           balances are settled. A leave type whose accrual
      *           bands carry PAYOUT_FLAG 'Y' is paid out - the hours
      *           at the hourly rate (salary over a 2080-hour year)
      *           are filed on PTO_PAYOUTS for PAYEXTR to send to
      *           payroll on tonight's extract - and any other leave
      *           type is forfeited. Either way the balance goes to
      *           zero and the settlement is audited as PTOPAY.
      *
      *           On the last night of the month every employed
      *           person (active or on leave) accrues each leave type
      *           at the rate of the PTO_ACCRUAL_BANDS band for their
      *           credited service - every EMPLOYMENT_HISTORY stint
      *           plus the current one, summed as SRVCRPT does. The
      *           band is the highest MIN_SERVICE_YEARS not above the
      *           credited years. Nothing accrues for someone on
      *           leave (ACTIVE_FLAG 'L') at month-end, and no balance
      *           is taken past the band's BALANCE_CAP. The rule
      *           applied is audited as ACCRUE for every balance,
      *           accrued or not:
      *             old-dept      leave type
      *             new-dept      credited years and band floor
      *             old-position  band rate per month and cap
      *             new-position  outcome (ACCRUED, ACCRUED TO CAP,
      *                           AT CAP, ON LEAVE, NO BAND)
      *             old/new-sal   balance hours before and after
      *           LAST_ACCRUAL_MONTH stops a balance accruing twice
      *           in a month, so a rerun is safe. Setting PTO_FORCE
      *           to Y runs the month's accrual on any night.
      *
      *           Callable: ends with GOBACK, reports the balances
      *           accrued and settled in the shared night-run
      *           communication area, and sets return code 16 on a
      *           failed database connect and 8 on a failed update.
      *           Each settlement and each accrued balance is
      *           committed on its own and audited once committed, so
      *           a failed update rolls back only the balance in hand;
      *           what was posted before it stays posted, and the
      *           rerun picks up from there.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOACRL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
          05 WS-AUD-OPEN-FLAG         PIC X(1) VALUE "N".
             88 AUDIT-OPEN            VALUE "Y".

      *-----------------------------------------------------------------
      * Night-Run Communication Area (shared copybook)
      *-----------------------------------------------------------------
       COPY "copybooks/RUNCOMM.cpy".

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
          05 WS-END-OF-HISTORY        PIC X(1) VALUE "N".
             88 END-OF-HISTORY        VALUE "Y".
          05 WS-DB-CONNECTED          PIC X(1) VALUE "N".
             88 DB-CONNECTED          VALUE "Y".
          05 WS-MONTH-END-FLAG        PIC X(1) VALUE "N".
             88 MONTH-END-TONIGHT     VALUE "Y".
          05 WS-FORCE-OPT             PIC X(1).
             88 ACCRUAL-FORCED        VALUE "Y" "y".
          05 WS-RUN-FAILED-FLAG       PIC X(1) VALUE "N".
             88 RUN-FAILED            VALUE "Y".
          05 WS-BALANCE-FOUND-FLAG    PIC X(1).
             88 BALANCE-FOUND         VALUE "Y".

       01 WS-COUNTERS.
          05 WS-EMPLOYEES-READ        PIC 9(5) VALUE ZEROES.
          05 WS-BALANCES-ACCRUED      PIC 9(5) VALUE ZEROES.
          05 WS-BALANCES-NOT-ACCRUED  PIC 9(5) VALUE ZEROES.
          05 WS-BALANCES-ALREADY-DONE PIC 9(5) VALUE ZEROES.
          05 WS-PAYOUTS-WRITTEN       PIC 9(5) VALUE ZEROES.
          05 WS-BALANCES-FORFEITED    PIC 9(5) VALUE ZEROES.
          05 WS-BALANCES-UNSETTLED    PIC 9(5) VALUE ZEROES.

       01 WS-ERROR-HANDLING.
          05 WS-SQL-STATUS            PIC X(5).
          05 WS-SQL-MSG               PIC X(70).
          05 WS-ERROR-MSG             PIC X(100).

      *-----------------------------------------------------------------
      * Run Date and Month-End Test Fields - Tonight is Month-End
      * When Tomorrow Falls in a Different Month
      *-----------------------------------------------------------------
       01 WS-RUN-DATE-AREA.
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-TODAY-NUM             PIC 9(8).
          05 WS-TODAY-INT             PIC 9(7).
          05 WS-TOMORROW-NUM          PIC 9(8).
          05 WS-TOMORROW-X            PIC X(8).
          05 WS-ACCRUAL-MONTH         PIC X(6).

      *-----------------------------------------------------------------
      * Accrual Bands - Every Active PTO_ACCRUAL_BANDS Row in Leave
      * Type and Service Order, Grouped by Leave Type. A Leave Type
      * is Paid Out at Termination When Any of its Bands Says So.
      *-----------------------------------------------------------------
       01 WS-BAND-TABLE-AREA.
          05 WS-BND-COUNT             PIC 9(3) VALUE ZEROES.
          05 WS-BND-ENTRY OCCURS 100 TIMES.
             10 WS-BND-LEAVE-TYPE     PIC X(4).
             10 WS-BND-MIN-YEARS      PIC 9(2).
             10 WS-BND-MONTHLY-HOURS  PIC 9(3)V99.
             10 WS-BND-BALANCE-CAP    PIC 9(5)V99.
          05 WS-BND-IDX               PIC 9(3).
          05 WS-BND-CHOSEN-IDX        PIC 9(3).

       01 WS-LEAVE-TYPE-AREA.
          05 WS-TYP-COUNT             PIC 9(2) VALUE ZEROES.
          05 WS-TYP-ENTRY OCCURS 20 TIMES.
             10 WS-TYP-LEAVE-TYPE     PIC X(4).
             10 WS-TYP-FIRST-BAND     PIC 9(3).
             10 WS-TYP-LAST-BAND      PIC 9(3).
             10 WS-TYP-PAYOUT-FLAG    PIC X(1).
                88 TYPE-PAID-OUT      VALUE "Y".
          05 WS-TYP-IDX               PIC 9(2).
          05 WS-TYP-FOUND-IDX         PIC 9(2).

      *-----------------------------------------------------------------
      * Balance Arithmetic for the Accrual and the Settlement
      *-----------------------------------------------------------------
       01 WS-BALANCE-AREA.
          05 WS-BALANCE-BEFORE        PIC 9(5)V99.
          05 WS-BALANCE-AFTER         PIC 9(5)V99.
          05 WS-ACCRUAL-HOURS         PIC 9(5)V99.
          05 WS-LAST-ACCRUAL-MONTH    PIC X(6).
          05 WS-ACCRUAL-OUTCOME       PIC X(20).
          05 WS-PTO-ANNUAL-HOURS      PIC 9(4) VALUE 2080.
          05 WS-HOURLY-RATE           PIC 9(5)V9(4).
          05 WS-PAYOUT-AMOUNT         PIC 9(7)V99.

      *-----------------------------------------------------------------
      * Audit Column Texts for the Rule Applied
      *-----------------------------------------------------------------
       01 WS-RULE-TEXT-AREA.
          05 WS-RULE-YEARS            PIC 9(2).
          05 WS-RULE-BAND-YEARS       PIC 9(2).
          05 WS-RULE-RATE-ED          PIC ZZ9.99.
          05 WS-RULE-CAP-ED           PIC ZZZZ9.
          05 WS-RULE-HOURLY-ED        PIC ZZZZ9.9999.

      *-----------------------------------------------------------------
      * Calendar Working Fields for Date Differencing
      *-----------------------------------------------------------------
       01 WS-CALENDAR-AREA.
          05 WS-CAL-YEAR              PIC 9(4).
          05 WS-CAL-MONTH             PIC 9(2).
          05 WS-CAL-DAY               PIC 9(2).
          05 WS-CAL-DATE-X            PIC X(10).
          05 WS-CAL-DATE-NUM          PIC 9(8).
          05 WS-CAL-DATE-INT          PIC 9(7).
          05 WS-CAL-DATE-OK-FLAG      PIC X(1).
             88 CAL-DATE-OK           VALUE "Y".

      *-----------------------------------------------------------------
      * Credited-Service Accumulators - Every Prior Stint Plus the
      * Current One, Summed the Way SRVCRPT Does
      *-----------------------------------------------------------------
       01 WS-SERVICE-AREA.
          05 WS-SERVICE-DAYS          PIC 9(7).
          05 WS-STINT-DAYS            PIC S9(7).
          05 WS-HIRE-DATE-INT         PIC 9(7).
          05 WS-TERM-DATE-INT         PIC 9(7).
          05 WS-SERVICE-YEARS         PIC 9(3).
          05 WS-SERVICE-REM-DAYS      PIC 9(4).

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".

      *-----------------------------------------------------------------
      * SQL Host Variables Declaration
      *-----------------------------------------------------------------
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 HV-EMP-ID                   PIC 9(5).
       01 HV-EMP-SALARY               PIC 9(7)V99.
       01 HV-EMP-HIRE-DATE            PIC X(10).
       01 HV-EMP-ACTIVE-FLAG          PIC X(1).
       01 HV-EMP-TERM-DATE            PIC X(10).
       01 HV-HIST-HIRE-DATE           PIC X(10).
       01 HV-HIST-TERM-DATE           PIC X(10).
       01 HV-BND-LEAVE-TYPE           PIC X(4).
       01 HV-BND-MIN-YEARS            PIC 9(2).
       01 HV-BND-MONTHLY-HOURS        PIC 9(3)V99.
       01 HV-BND-BALANCE-CAP          PIC 9(5)V99.
       01 HV-BND-PAYOUT-FLAG          PIC X(1).
       01 HV-PTO-LEAVE-TYPE           PIC X(4).
       01 HV-PTO-BALANCE-HOURS        PIC 9(5)V99.
       01 HV-PTO-LAST-ACCRUAL-MONTH   PIC X(6).
       01 HV-PAYOUT-HOURS             PIC 9(5)V99.
       01 HV-PAYOUT-RATE              PIC 9(5)V9(4).
       01 HV-PAYOUT-AMOUNT            PIC 9(7)V99.
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

      *-----------------------------------------------------------------
      * Cursor Declarations - the Accrual Bands, the Employed
      * Population (Active or On Leave), One Employee's Prior Stints,
      * and the Unsettled Balances of Terminated Employees. The
      * Employed Population and the Unsettled Balances Are Held Open
      * Across the Commit Made After Each Balance.
      *-----------------------------------------------------------------
       EXEC SQL
          DECLARE BAND_CURSOR CURSOR FOR
          SELECT LEAVE_TYPE, MIN_SERVICE_YEARS, MONTHLY_HOURS,
                 BALANCE_CAP, PAYOUT_FLAG
          FROM PTO_ACCRUAL_BANDS
          WHERE ACTIVE_FLAG = 'Y'
          ORDER BY LEAVE_TYPE, MIN_SERVICE_YEARS
       END-EXEC.

       EXEC SQL
          DECLARE ACCRUE_CURSOR CURSOR WITH HOLD FOR
          SELECT EMP_ID, HIRE_DATE, ACTIVE_FLAG
          FROM EMPLOYEES
          WHERE ACTIVE_FLAG = 'Y' OR ACTIVE_FLAG = 'L'
          ORDER BY EMP_ID
       END-EXEC.

       EXEC SQL
          DECLARE STINT_CURSOR CURSOR FOR
          SELECT HIRE_DATE, TERM_DATE
          FROM EMPLOYMENT_HISTORY
          WHERE EMP_ID = :HV-EMP-ID
          ORDER BY HIRE_DATE
       END-EXEC.

       EXEC SQL
          DECLARE SETTLE_CURSOR CURSOR WITH HOLD FOR
          SELECT B.EMP_ID, B.LEAVE_TYPE, B.BALANCE_HOURS,
                 E.SALARY, E.TERM_DATE
          FROM PTO_BALANCES B, EMPLOYEES E
          WHERE E.EMP_ID = B.EMP_ID
            AND E.ACTIVE_FLAG = 'N'
            AND B.BALANCE_HOURS > 0
          ORDER BY B.EMP_ID, B.LEAVE_TYPE
       END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "PAID TIME OFF ACCRUAL AND SETTLEMENT PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           IF DB-CONNECTED
              PERFORM 2000-LOAD-ACCRUAL-BANDS

              IF NOT RUN-FAILED
                 PERFORM 2500-OPEN-AUDIT-FILE
                 PERFORM 3000-SETTLE-TERMINATIONS

                 IF NOT RUN-FAILED
                    IF MONTH-END-TONIGHT OR ACCRUAL-FORCED
                       PERFORM 4000-ACCRUE-MONTH
                    ELSE
                       DISPLAY "Not the last night of the month - "
                               "no accrual run."
                    END-IF
                 END-IF

                 PERFORM 6000-FINISH-RUN
              END-IF
           END-IF.

           PERFORM 9000-TERMINATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Establish Tonight's Date, Decide Whether Tonight is
      * Month-End, and Connect to the Database
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-ERROR-HANDLING.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-DB-CONNECTED.
           MOVE "N" TO WS-MONTH-END-FLAG.
           MOVE "N" TO WS-RUN-FAILED-FLAG.
           MOVE "N" TO WS-AUD-OPEN-FLAG.
           MOVE ZEROES TO WS-BND-COUNT WS-TYP-COUNT.
           MOVE ZEROES TO NRC-STEP-RECORD-COUNT.

           ACCEPT WS-TERMINAL-USER FROM ENVIRONMENT "USER".
           ACCEPT WS-FORCE-OPT FROM ENVIRONMENT "PTO_FORCE".

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           MOVE WS-SYSTEM-DATE-RAW(1:8) TO WS-TODAY-NUM.
           MOVE WS-SYSTEM-DATE-RAW(1:6) TO WS-ACCRUAL-MONTH.

           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-TOMORROW-NUM =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1).
           MOVE WS-TOMORROW-NUM TO WS-TOMORROW-X.

           IF WS-TOMORROW-X(5:2) NOT = WS-SYSTEM-DATE-RAW(5:2)
              MOVE "Y" TO WS-MONTH-END-FLAG
           END-IF.

           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-SYSTEM-DATE-RAW(1:6)
                  DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

           DISPLAY "Run date     : " WS-SYSTEM-DATE-RAW(1:8).
           DISPLAY "Accrual month: " WS-ACCRUAL-MONTH.

           IF ACCRUAL-FORCED AND NOT MONTH-END-TONIGHT
              DISPLAY "PTO_FORCE is set - accrual run tonight."
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
      * Table the Active Accrual Bands, Grouped by Leave Type
      *-----------------------------------------------------------------
       2000-LOAD-ACCRUAL-BANDS.
           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN BAND_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 2050-LOAD-ONE-BAND
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE BAND_CURSOR
              END-EXEC

              DISPLAY "Accrual bands: " WS-BND-COUNT
                      "  Leave types: " WS-TYP-COUNT

              IF WS-BND-COUNT = ZEROES
                 DISPLAY "WARNING: no active PTO accrual bands on "
                         "file - nothing will accrue or settle."
              END-IF
           ELSE
              DISPLAY "Accrual bands could not be read - step "
                      "abandoned."
              MOVE "Y" TO WS-RUN-FAILED-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Fetch One Band - a New Leave Type Opens a New Group. Bands
      * Beyond the Table are Reported and Left Out.
      *-----------------------------------------------------------------
       2050-LOAD-ONE-BAND.
           EXEC SQL
               FETCH BAND_CURSOR INTO
                   :HV-BND-LEAVE-TYPE,
                   :HV-BND-MIN-YEARS,
                   :HV-BND-MONTHLY-HOURS,
                   :HV-BND-BALANCE-CAP,
                   :HV-BND-PAYOUT-FLAG
           END-EXEC.

           IF SQLCODE = 0
              IF WS-BND-COUNT < 100
                 AND (WS-TYP-COUNT < 20
                      OR HV-BND-LEAVE-TYPE =
                         WS-TYP-LEAVE-TYPE (WS-TYP-COUNT))
                 ADD 1 TO WS-BND-COUNT
                 MOVE HV-BND-LEAVE-TYPE
                   TO WS-BND-LEAVE-TYPE (WS-BND-COUNT)
                 MOVE HV-BND-MIN-YEARS
                   TO WS-BND-MIN-YEARS (WS-BND-COUNT)
                 MOVE HV-BND-MONTHLY-HOURS
                   TO WS-BND-MONTHLY-HOURS (WS-BND-COUNT)
                 MOVE HV-BND-BALANCE-CAP
                   TO WS-BND-BALANCE-CAP (WS-BND-COUNT)

                 IF WS-TYP-COUNT = ZEROES
                    OR HV-BND-LEAVE-TYPE NOT =
                       WS-TYP-LEAVE-TYPE (WS-TYP-COUNT)
                    ADD 1 TO WS-TYP-COUNT
                    MOVE HV-BND-LEAVE-TYPE
                      TO WS-TYP-LEAVE-TYPE (WS-TYP-COUNT)
                    MOVE WS-BND-COUNT
                      TO WS-TYP-FIRST-BAND (WS-TYP-COUNT)
                    MOVE "N" TO WS-TYP-PAYOUT-FLAG (WS-TYP-COUNT)
                 END-IF

                 MOVE WS-BND-COUNT TO WS-TYP-LAST-BAND (WS-TYP-COUNT)

                 IF HV-BND-PAYOUT-FLAG = "Y"
                    MOVE "Y" TO WS-TYP-PAYOUT-FLAG (WS-TYP-COUNT)
                 END-IF
              ELSE
                 DISPLAY "WARNING: accrual band table full - band "
                         HV-BND-LEAVE-TYPE " " HV-BND-MIN-YEARS
                         " years ignored."
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "Y" TO WS-END-OF-DATA
                 MOVE "Y" TO WS-RUN-FAILED-FLAG
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Open the Month's Audit Trail Generation for Append
      *-----------------------------------------------------------------
       2500-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.

           IF WS-AUD-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-AUD-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: audit trail file could not be opened "
                      "- status " WS-AUD-FILE-STATUS
                      "; changes will not be audited."
           ELSE
              MOVE "Y" TO WS-AUD-OPEN-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Settle Every Terminated Employee's Remaining Balances
      *-----------------------------------------------------------------
       3000-SETTLE-TERMINATIONS.
           DISPLAY WS-LINE.
           DISPLAY "SETTLING BALANCES OF TERMINATED EMPLOYEES".
           DISPLAY WS-LINE.

           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN SETTLE_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 3050-SETTLE-ONE-BALANCE
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE SETTLE_CURSOR
              END-EXEC
           ELSE
              DISPLAY "Terminated balances could not be read - "
                      "step abandoned."
              MOVE "Y" TO WS-RUN-FAILED-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "Balances paid out : " WS-PAYOUTS-WRITTEN.
           DISPLAY "Balances forfeited: " WS-BALANCES-FORFEITED.
           DISPLAY "Balances unsettled: " WS-BALANCES-UNSETTLED.

      *-----------------------------------------------------------------
      * Fetch One Unsettled Balance and Pay it Out or Forfeit it by
      * its Leave Type. A Leave Type With No Band on File is Left as
      * it is - Nothing Says Whether it is Paid Out.
      *-----------------------------------------------------------------
       3050-SETTLE-ONE-BALANCE.
           EXEC SQL
               FETCH SETTLE_CURSOR INTO
                   :HV-EMP-ID,
                   :HV-PTO-LEAVE-TYPE,
                   :HV-PTO-BALANCE-HOURS,
                   :HV-EMP-SALARY,
                   :HV-EMP-TERM-DATE
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 3100-FIND-LEAVE-TYPE

              EVALUATE TRUE
                  WHEN WS-TYP-FOUND-IDX = ZEROES
                      ADD 1 TO WS-BALANCES-UNSETTLED
                      DISPLAY "WARNING: employee " HV-EMP-ID
                              " leave type " HV-PTO-LEAVE-TYPE
                              " has no accrual band - balance "
                              "left for review."
                  WHEN TYPE-PAID-OUT (WS-TYP-FOUND-IDX)
                      PERFORM 3200-PAY-OUT-BALANCE
                  WHEN OTHER
                      PERFORM 3300-FORFEIT-BALANCE
              END-EVALUATE
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "Y" TO WS-END-OF-DATA
                 MOVE "Y" TO WS-RUN-FAILED-FLAG
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Find HV-PTO-LEAVE-TYPE in the Leave Type Table - Zero When
      * it is Not There
      *-----------------------------------------------------------------
       3100-FIND-LEAVE-TYPE.
           MOVE ZEROES TO WS-TYP-FOUND-IDX.
           MOVE 1 TO WS-TYP-IDX.

           PERFORM 3150-CHECK-ONE-LEAVE-TYPE
               UNTIL WS-TYP-IDX > WS-TYP-COUNT
                  OR WS-TYP-FOUND-IDX > ZEROES.

       3150-CHECK-ONE-LEAVE-TYPE.
           IF WS-TYP-LEAVE-TYPE (WS-TYP-IDX) = HV-PTO-LEAVE-TYPE
              MOVE WS-TYP-IDX TO WS-TYP-FOUND-IDX
           END-IF.

           ADD 1 TO WS-TYP-IDX.

      *-----------------------------------------------------------------
      * Pay Out a Balance - Hours at Salary Over the Working Year,
      * Filed on PTO_PAYOUTS for Tonight's Payroll Extract
      *-----------------------------------------------------------------
       3200-PAY-OUT-BALANCE.
           COMPUTE WS-HOURLY-RATE ROUNDED =
              HV-EMP-SALARY / WS-PTO-ANNUAL-HOURS.
           COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
              HV-PTO-BALANCE-HOURS * WS-HOURLY-RATE.

           MOVE HV-PTO-BALANCE-HOURS TO HV-PAYOUT-HOURS.
           MOVE WS-HOURLY-RATE TO HV-PAYOUT-RATE.
           MOVE WS-PAYOUT-AMOUNT TO HV-PAYOUT-AMOUNT.

           EXEC SQL
               INSERT INTO PTO_PAYOUTS
                   (EMP_ID, LEAVE_TYPE, TERM_DATE, PAYOUT_HOURS,
                    HOURLY_RATE, PAYOUT_AMOUNT, EXTRACT_RUN_DATE)
               VALUES
                   (:HV-EMP-ID, :HV-PTO-LEAVE-TYPE,
                    :HV-EMP-TERM-DATE, :HV-PAYOUT-HOURS,
                    :HV-PAYOUT-RATE, :HV-PAYOUT-AMOUNT, ' ')
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 3400-ZERO-BALANCE
           ELSE
              MOVE "Y" TO WS-END-OF-DATA
              MOVE "Y" TO WS-RUN-FAILED-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT RUN-FAILED
              ADD 1 TO WS-PAYOUTS-WRITTEN
              MOVE WS-HOURLY-RATE TO WS-RULE-HOURLY-ED
              MOVE SPACES TO AUD-OLD-POSITION
              STRING "RATE " WS-RULE-HOURLY-ED DELIMITED BY SIZE
                INTO AUD-OLD-POSITION
              MOVE "SENT TO PAYROLL" TO AUD-NEW-POSITION
              MOVE WS-PAYOUT-AMOUNT TO AUD-NEW-SALARY
              PERFORM 3500-AUDIT-SETTLEMENT
           END-IF.

      *-----------------------------------------------------------------
      * Forfeit a Balance of a Leave Type That is Not Paid Out
      *-----------------------------------------------------------------
       3300-FORFEIT-BALANCE.
           PERFORM 3400-ZERO-BALANCE.

           IF NOT RUN-FAILED
              ADD 1 TO WS-BALANCES-FORFEITED
              MOVE "NOT PAYABLE" TO AUD-OLD-POSITION
              MOVE "FORFEITED" TO AUD-NEW-POSITION
              MOVE ZEROES TO AUD-NEW-SALARY
              PERFORM 3500-AUDIT-SETTLEMENT
           END-IF.

      *-----------------------------------------------------------------
      * Take a Settled Balance to Zero and Commit the Settlement -
      * Together With its Payout Row When it is Paid Out
      *-----------------------------------------------------------------
       3400-ZERO-BALANCE.
           EXEC SQL
               UPDATE PTO_BALANCES
               SET BALANCE_HOURS = 0
               WHERE EMP_ID = :HV-EMP-ID
                 AND LEAVE_TYPE = :HV-PTO-LEAVE-TYPE
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              EXEC SQL
                  COMMIT WORK
              END-EXEC
           ELSE
              DISPLAY "Balance for employee " HV-EMP-ID " leave type "
                      HV-PTO-LEAVE-TYPE " could not be settled."
              MOVE "Y" TO WS-END-OF-DATA
              MOVE "Y" TO WS-RUN-FAILED-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Audit a Settlement as PTOPAY - Leave Type and Termination
      * Date, the Rate or Why There is None, the Hours Settled in
      * the Old-Salary Column and the Amount Paid in the New
      *-----------------------------------------------------------------
       3500-AUDIT-SETTLEMENT.
           MOVE HV-PTO-LEAVE-TYPE TO AUD-OLD-DEPT.
           MOVE HV-EMP-TERM-DATE TO AUD-NEW-DEPT.
           MOVE HV-PTO-BALANCE-HOURS TO AUD-OLD-SALARY.
           MOVE "PTOPAY" TO AUD-OPERATION.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Accrue the Month for Everyone Employed
      *-----------------------------------------------------------------
       4000-ACCRUE-MONTH.
           DISPLAY WS-LINE.
           DISPLAY "MONTHLY PTO ACCRUAL FOR " WS-ACCRUAL-MONTH.
           DISPLAY WS-LINE.

           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN ACCRUE_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 4050-ACCRUE-ONE-EMPLOYEE
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE ACCRUE_CURSOR
              END-EXEC
           ELSE
              DISPLAY "Employees could not be read - accrual "
                      "abandoned."
              MOVE "Y" TO WS-RUN-FAILED-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "Employees read         : " WS-EMPLOYEES-READ.
           DISPLAY "Balances accrued       : " WS-BALANCES-ACCRUED.
           DISPLAY "Balances not accrued   : "
                   WS-BALANCES-NOT-ACCRUED.
           DISPLAY "Already accrued (month): "
                   WS-BALANCES-ALREADY-DONE.

      *-----------------------------------------------------------------
      * Fetch One Employee, Work Out Credited Service, and Accrue
      * Each Leave Type
      *-----------------------------------------------------------------
       4050-ACCRUE-ONE-EMPLOYEE.
           EXEC SQL
               FETCH ACCRUE_CURSOR INTO
                   :HV-EMP-ID,
                   :HV-EMP-HIRE-DATE,
                   :HV-EMP-ACTIVE-FLAG
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-EMPLOYEES-READ

              PERFORM 4100-SUM-CREDITED-SERVICE

              MOVE 1 TO WS-TYP-IDX

              PERFORM 4200-ACCRUE-ONE-LEAVE-TYPE
                  UNTIL WS-TYP-IDX > WS-TYP-COUNT
                     OR RUN-FAILED
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "Y" TO WS-END-OF-DATA
                 MOVE "Y" TO WS-RUN-FAILED-FLAG
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           IF RUN-FAILED
              MOVE "Y" TO WS-END-OF-DATA
           END-IF.

      *-----------------------------------------------------------------
      * Sum the Employee's Service Days Across Every Prior Stint Plus
      * the Current Stint, in Whole Years
      *-----------------------------------------------------------------
       4100-SUM-CREDITED-SERVICE.
           MOVE ZEROES TO WS-SERVICE-DAYS.
           MOVE "N" TO WS-END-OF-HISTORY.

           EXEC SQL
               OPEN STINT_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 4150-ADD-ONE-STINT
                  UNTIL END-OF-HISTORY

              EXEC SQL
                  CLOSE STINT_CURSOR
              END-EXEC
           END-IF.

           MOVE HV-EMP-HIRE-DATE TO WS-CAL-DATE-X.
           PERFORM 7200-DATE-TO-DAY-NUMBER.

           IF CAL-DATE-OK
              COMPUTE WS-STINT-DAYS =
                 WS-TODAY-INT - WS-CAL-DATE-INT
              IF WS-STINT-DAYS > 0
                 ADD WS-STINT-DAYS TO WS-SERVICE-DAYS
              END-IF
           END-IF.

           DIVIDE WS-SERVICE-DAYS BY 365
               GIVING WS-SERVICE-YEARS
               REMAINDER WS-SERVICE-REM-DAYS.

      *-----------------------------------------------------------------
      * Fetch One Prior Stint and Add its Days to the Total - a
      * Stint With an Unparseable Date is Skipped
      *-----------------------------------------------------------------
       4150-ADD-ONE-STINT.
           EXEC SQL
               FETCH STINT_CURSOR INTO
                   :HV-HIST-HIRE-DATE,
                   :HV-HIST-TERM-DATE
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-HIST-HIRE-DATE TO WS-CAL-DATE-X
              PERFORM 7200-DATE-TO-DAY-NUMBER
              MOVE WS-CAL-DATE-INT TO WS-HIRE-DATE-INT

              IF CAL-DATE-OK
                 MOVE HV-HIST-TERM-DATE TO WS-CAL-DATE-X
                 PERFORM 7200-DATE-TO-DAY-NUMBER
                 MOVE WS-CAL-DATE-INT TO WS-TERM-DATE-INT

                 IF CAL-DATE-OK
                    COMPUTE WS-STINT-DAYS =
                       WS-TERM-DATE-INT - WS-HIRE-DATE-INT
                    IF WS-STINT-DAYS > 0
                       ADD WS-STINT-DAYS TO WS-SERVICE-DAYS
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-HISTORY
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "Y" TO WS-END-OF-HISTORY
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Accrue One Leave Type for the Employee - Unless it Has
      * Already Accrued This Month
      *-----------------------------------------------------------------
       4200-ACCRUE-ONE-LEAVE-TYPE.
           MOVE WS-TYP-LEAVE-TYPE (WS-TYP-IDX) TO HV-PTO-LEAVE-TYPE.

           PERFORM 4250-READ-BALANCE.

           IF NOT RUN-FAILED
              IF BALANCE-FOUND
                 AND WS-LAST-ACCRUAL-MONTH NOT < WS-ACCRUAL-MONTH
                 ADD 1 TO WS-BALANCES-ALREADY-DONE
              ELSE
                 PERFORM 4300-CHOOSE-BAND
                 PERFORM 4400-APPLY-ACCRUAL-RULE
                 PERFORM 4500-POST-BALANCE
              END-IF
           END-IF.

           ADD 1 TO WS-TYP-IDX.

      *-----------------------------------------------------------------
      * Read the Employee's Balance for the Leave Type - a Missing
      * Row Starts From Zero
      *-----------------------------------------------------------------
       4250-READ-BALANCE.
           MOVE "N" TO WS-BALANCE-FOUND-FLAG.
           MOVE ZEROES TO WS-BALANCE-BEFORE.
           MOVE SPACES TO WS-LAST-ACCRUAL-MONTH.

           EXEC SQL
               SELECT BALANCE_HOURS, LAST_ACCRUAL_MONTH
               INTO :HV-PTO-BALANCE-HOURS,
                    :HV-PTO-LAST-ACCRUAL-MONTH
               FROM PTO_BALANCES
               WHERE EMP_ID = :HV-EMP-ID
                 AND LEAVE_TYPE = :HV-PTO-LEAVE-TYPE
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE "Y" TO WS-BALANCE-FOUND-FLAG
                   MOVE HV-PTO-BALANCE-HOURS TO WS-BALANCE-BEFORE
                   MOVE HV-PTO-LAST-ACCRUAL-MONTH
                     TO WS-LAST-ACCRUAL-MONTH
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-RUN-FAILED-FLAG
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Choose the Band for the Credited Service - the Highest
      * Service Floor Not Above It. Zero When Service is Below
      * Every Band for the Leave Type.
      *-----------------------------------------------------------------
       4300-CHOOSE-BAND.
           MOVE ZEROES TO WS-BND-CHOSEN-IDX.
           MOVE WS-TYP-FIRST-BAND (WS-TYP-IDX) TO WS-BND-IDX.

           PERFORM 4350-CHECK-ONE-BAND
               UNTIL WS-BND-IDX > WS-TYP-LAST-BAND (WS-TYP-IDX).

       4350-CHECK-ONE-BAND.
           IF WS-BND-MIN-YEARS (WS-BND-IDX) NOT > WS-SERVICE-YEARS
              MOVE WS-BND-IDX TO WS-BND-CHOSEN-IDX
           END-IF.

           ADD 1 TO WS-BND-IDX.

      *-----------------------------------------------------------------
      * Apply the Accrual Rule - Nothing Without a Band, Nothing
      * While on Leave, Nothing Past the Cap
      *-----------------------------------------------------------------
       4400-APPLY-ACCRUAL-RULE.
           MOVE ZEROES TO WS-ACCRUAL-HOURS.

           EVALUATE TRUE
               WHEN WS-BND-CHOSEN-IDX = ZEROES
                   MOVE "NO BAND" TO WS-ACCRUAL-OUTCOME
               WHEN HV-EMP-ACTIVE-FLAG = "L"
                   MOVE "ON LEAVE" TO WS-ACCRUAL-OUTCOME
               WHEN WS-BALANCE-BEFORE NOT <
                    WS-BND-BALANCE-CAP (WS-BND-CHOSEN-IDX)
                   MOVE "AT CAP" TO WS-ACCRUAL-OUTCOME
               WHEN WS-BALANCE-BEFORE
                    + WS-BND-MONTHLY-HOURS (WS-BND-CHOSEN-IDX)
                    > WS-BND-BALANCE-CAP (WS-BND-CHOSEN-IDX)
                   COMPUTE WS-ACCRUAL-HOURS =
                      WS-BND-BALANCE-CAP (WS-BND-CHOSEN-IDX)
                         - WS-BALANCE-BEFORE
                   MOVE "ACCRUED TO CAP" TO WS-ACCRUAL-OUTCOME
               WHEN OTHER
                   MOVE WS-BND-MONTHLY-HOURS (WS-BND-CHOSEN-IDX)
                     TO WS-ACCRUAL-HOURS
                   MOVE "ACCRUED" TO WS-ACCRUAL-OUTCOME
           END-EVALUATE.

           COMPUTE WS-BALANCE-AFTER =
              WS-BALANCE-BEFORE + WS-ACCRUAL-HOURS.

      *-----------------------------------------------------------------
      * Write the Balance Back Stamped With the Accrual Month - Even
      * When Nothing Accrued, so a Rerun Passes it By - Commit it,
      * and Audit the Rule Applied
      *-----------------------------------------------------------------
       4500-POST-BALANCE.
           MOVE WS-BALANCE-AFTER TO HV-PTO-BALANCE-HOURS.
           MOVE WS-ACCRUAL-MONTH TO HV-PTO-LAST-ACCRUAL-MONTH.

           IF BALANCE-FOUND
              EXEC SQL
                  UPDATE PTO_BALANCES
                  SET BALANCE_HOURS = :HV-PTO-BALANCE-HOURS,
                      LAST_ACCRUAL_MONTH = :HV-PTO-LAST-ACCRUAL-MONTH
                  WHERE EMP_ID = :HV-EMP-ID
                    AND LEAVE_TYPE = :HV-PTO-LEAVE-TYPE
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO PTO_BALANCES
                      (EMP_ID, LEAVE_TYPE, BALANCE_HOURS,
                       LAST_ACCRUAL_MONTH)
                  VALUES
                      (:HV-EMP-ID, :HV-PTO-LEAVE-TYPE,
                       :HV-PTO-BALANCE-HOURS,
                       :HV-PTO-LAST-ACCRUAL-MONTH)
              END-EXEC
           END-IF.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              EXEC SQL
                  COMMIT WORK
              END-EXEC

              IF WS-ACCRUAL-HOURS > ZEROES
                 ADD 1 TO WS-BALANCES-ACCRUED
              ELSE
                 ADD 1 TO WS-BALANCES-NOT-ACCRUED
              END-IF

              PERFORM 4550-AUDIT-ACCRUAL
           ELSE
              DISPLAY "Balance for employee " HV-EMP-ID " leave type "
                      HV-PTO-LEAVE-TYPE " could not be posted."
              MOVE "Y" TO WS-RUN-FAILED-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Audit the Accrual Rule Applied as ACCRUE
      *-----------------------------------------------------------------
       4550-AUDIT-ACCRUAL.
           IF WS-SERVICE-YEARS > 99
              MOVE 99 TO WS-RULE-YEARS
           ELSE
              MOVE WS-SERVICE-YEARS TO WS-RULE-YEARS
           END-IF.

           MOVE HV-PTO-LEAVE-TYPE TO AUD-OLD-DEPT.
           MOVE SPACES TO AUD-NEW-DEPT AUD-OLD-POSITION.

           IF WS-BND-CHOSEN-IDX = ZEROES
              STRING "SVC " WS-RULE-YEARS " NO BAND"
                     DELIMITED BY SIZE
                INTO AUD-NEW-DEPT
           ELSE
              MOVE WS-BND-MIN-YEARS (WS-BND-CHOSEN-IDX)
                TO WS-RULE-BAND-YEARS
              MOVE WS-BND-MONTHLY-HOURS (WS-BND-CHOSEN-IDX)
                TO WS-RULE-RATE-ED
              MOVE WS-BND-BALANCE-CAP (WS-BND-CHOSEN-IDX)
                TO WS-RULE-CAP-ED
              STRING "SVC " WS-RULE-YEARS " BAND "
                     WS-RULE-BAND-YEARS
                     DELIMITED BY SIZE
                INTO AUD-NEW-DEPT
              STRING WS-RULE-RATE-ED "/MO CAP " WS-RULE-CAP-ED
                     DELIMITED BY SIZE
                INTO AUD-OLD-POSITION
           END-IF.

           MOVE WS-ACCRUAL-OUTCOME TO AUD-NEW-POSITION.
           MOVE WS-BALANCE-BEFORE TO AUD-OLD-SALARY.
           MOVE WS-BALANCE-AFTER TO AUD-NEW-SALARY.
           MOVE "ACCRUE" TO AUD-OPERATION.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Roll Back the Balance in Hand When the Run Failed - Every
      * Balance Before it is Already Committed and Audited - and
      * Report the Balances Accrued and Settled to the Driver
      *-----------------------------------------------------------------
       6000-FINISH-RUN.
           IF RUN-FAILED
              EXEC SQL
                  ROLLBACK WORK
              END-EXEC
              DISPLAY "Run failed - the balance in hand was rolled "
                      "back; balances already posted stay posted."
           END-IF.

           IF AUDIT-OPEN
              CLOSE AUDIT-FILE
              MOVE "N" TO WS-AUD-OPEN-FLAG
           END-IF.

           COMPUTE NRC-STEP-RECORD-COUNT =
              WS-BALANCES-ACCRUED + WS-PAYOUTS-WRITTEN
                 + WS-BALANCES-FORFEITED.

      *-----------------------------------------------------------------
      * Turn a YYYY-MM-DD Date Into a Day Number for Differencing.
      * An Unparseable Date Leaves the Valid Flag Off.
      *-----------------------------------------------------------------
       7200-DATE-TO-DAY-NUMBER.
           PERFORM 7300-EDIT-DATE-PARTS.

           IF CAL-DATE-OK
              COMPUTE WS-CAL-DATE-NUM =
                 WS-CAL-YEAR * 10000
                    + WS-CAL-MONTH * 100
                    + WS-CAL-DAY
              COMPUTE WS-CAL-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM)
              IF WS-CAL-DATE-INT = 0
                 MOVE "N" TO WS-CAL-DATE-OK-FLAG
              END-IF
           ELSE
              MOVE ZEROES TO WS-CAL-DATE-INT
           END-IF.

      *-----------------------------------------------------------------
      * Break a YYYY-MM-DD Date Into Numeric Parts, Checking the
      * Pieces the Way RECONCIL's Hire-Date Check Does
      *-----------------------------------------------------------------
       7300-EDIT-DATE-PARTS.
           MOVE "Y" TO WS-CAL-DATE-OK-FLAG.

           IF WS-CAL-DATE-X(1:4) NOT NUMERIC
              OR WS-CAL-DATE-X(5:1) NOT = "-"
              OR WS-CAL-DATE-X(6:2) NOT NUMERIC
              OR WS-CAL-DATE-X(8:1) NOT = "-"
              OR WS-CAL-DATE-X(9:2) NOT NUMERIC
              MOVE "N" TO WS-CAL-DATE-OK-FLAG
           ELSE
              MOVE WS-CAL-DATE-X(1:4) TO WS-CAL-YEAR
              MOVE WS-CAL-DATE-X(6:2) TO WS-CAL-MONTH
              MOVE WS-CAL-DATE-X(9:2) TO WS-CAL-DAY

              IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
                 OR WS-CAL-DAY < 1 OR WS-CAL-DAY > 31
                 MOVE "N" TO WS-CAL-DATE-OK-FLAG
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write One Audit Record to the Trail
      *-----------------------------------------------------------------
       8500-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUD-FILE-RECORD.
           MOVE HV-EMP-ID TO AUD-EMP-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-TERMINAL-USER TO AUD-TERMINAL-USER.

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

           IF AUDIT-OPEN
              WRITE AUD-FILE-RECORD

              IF WS-AUD-FILE-STATUS NOT = "00"
                 DISPLAY "WARNING: audit trail write failed for "
                         "employee " HV-EMP-ID " - status "
                         WS-AUD-FILE-STATUS "."
              END-IF
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

           DISPLAY WS-LINE.
           DISPLAY "PTO accrual program terminated.".
           DISPLAY WS-LINE.
