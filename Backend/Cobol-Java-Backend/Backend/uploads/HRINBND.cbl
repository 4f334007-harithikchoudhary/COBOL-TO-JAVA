      *****************************************************************
      * PROGRAM:  HRINBND
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Inbound HR-system transaction feed - the other
      *           direction of DELTAFD. Hires, job changes,
      *           terminations, and leaves recorded on the HR side
      *           arrive nightly on the HRINFEED file and are posted
      *           here instead of being re-keyed into DBCONNECT.
      *
      *           HRINFEED carries a HDR record with the timestamp of
      *           the HR system's last extract of our data, one TRN
      *           record per transaction, and a TRL record with the
      *           transaction count. Action codes:
      *             H = hire (a terminated EMP_ID is rehired, its
      *                 prior stint filed in EMPLOYMENT_HISTORY)
      *             C = change of department, position, salary, or
      *                 manager (blank/zero fields keep the current
      *                 value; manager 00000 clears)
      *             T = terminate
      *             L = leave start (expected return date required)
      *             R = return from leave
      *           Every hire and change goes through the same checks
      *           as DBCONNECT - department, pay grade (or the global
      *           salary limits), position, manager, and the
      *           department budget check (warn, or block when
      *           BUDGET_ENFORCE is BLOCK). Postings are audited with
      *           HRSYSTEM as the user.
      *
      *           A change dated in the future, or for an employee on
      *           leave, is parked on PENDCHG for EFFDATE to post. A
      *           future-dated hire, termination, or leave action is
      *           carried forward on the HRINFWD file and posted on
      *           the night its date arrives.
      *
      *           A transaction for an employee changed locally (any
      *           audited change or PENDCHG entry by a user other
      *           than HRSYSTEM) after the HR extract it was based on
      *           is HELD - not posted - so the local change is not
      *           overwritten; HR resends it once it has taken in the
      *           local change from DELTAFD. Held and rejected
      *           transactions are listed on the HRINRPT exceptions
      *           report, which goes back to HR.
      *
      *           The extract timestamp of the last feed posted is
      *           kept in HRINLST, so the same feed is never posted
      *           twice. A feed that is out of balance, out of order,
      *           or already posted is refused whole and reported.
      *
      *           A step that stops part way through posting keeps
      *           what it has already posted and committed. The
      *           transactions not yet posted are written to HRINFWD
      *           and listed on the report, and HRINLST is advanced,
      *           so the rerun posts only those - a posting is never
      *           made twice.
      *
      *           Callable from the NIGHTRUN driver: ends with
      *           GOBACK, reports the number of transactions posted or
      *           parked in the shared night-run communication area,
      *           and sets return code 16 on a failed database
      *           connect, 12 on a file error, and 8 on a failed
      *           update. Rejected and held transactions are HR's to
      *           correct and do not stop the night run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRINBND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FEED-FILE ASSIGN TO "HRINFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRI-FILE-STATUS.
           SELECT HR-FORWARD-FILE ASSIGN TO "HRINFWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWD-FILE-STATUS.
           SELECT LAST-EXTRACT-FILE ASSIGN TO "HRINLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "HRINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AUDIT-SCAN-FILE ASSIGN TO DYNAMIC WS-SCN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCN-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HR-FEED-FILE.
       01 HRI-TRANS-RECORD.
          05 HRI-REC-ID               PIC X(3).
          05 FILLER                   PIC X(1).
          05 HRI-ACTION               PIC X(1).
          05 FILLER                   PIC X(1).
          05 HRI-HR-REF               PIC X(12).
          05 FILLER                   PIC X(1).
          05 HRI-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1).
          05 HRI-EFFECTIVE-DATE       PIC X(10).
          05 FILLER                   PIC X(1).
          05 HRI-FIRST-NAME           PIC X(20).
          05 FILLER                   PIC X(1).
          05 HRI-LAST-NAME            PIC X(20).
          05 FILLER                   PIC X(1).
          05 HRI-DEPT                 PIC X(15).
          05 FILLER                   PIC X(1).
          05 HRI-POSITION             PIC X(20).
          05 FILLER                   PIC X(1).
          05 HRI-SALARY               PIC 9(7)V99.
          05 HRI-SALARY-X REDEFINES HRI-SALARY
                                      PIC X(9).
          05 FILLER                   PIC X(1).
          05 HRI-MANAGER-ID           PIC X(5).
          05 FILLER                   PIC X(1).
          05 HRI-RETURN-DATE          PIC X(10).
       01 HRI-HEADER-RECORD.
          05 HRI-HDR-ID               PIC X(3).
          05 FILLER                   PIC X(1).
          05 HRI-HDR-EXTRACT-TS       PIC X(14).
       01 HRI-TRAILER-RECORD.
          05 HRI-TRL-ID               PIC X(3).
          05 FILLER                   PIC X(1).
          05 HRI-TRL-TRANS-COUNT      PIC 9(7).

       FD  HR-FORWARD-FILE.
       01 HRF-FILE-RECORD.
          05 HRF-EXTRACT-TS           PIC X(14).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-ACTION               PIC X(1).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-HR-REF               PIC X(12).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-EFFECTIVE-DATE       PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-FIRST-NAME           PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-LAST-NAME            PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-DEPT                 PIC X(15).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-POSITION             PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-SALARY               PIC 9(7)V99.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-MANAGER-ID           PIC X(5).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 HRF-RETURN-DATE          PIC X(10).

       FD  LAST-EXTRACT-FILE.
       01 LST-FILE-RECORD.
          05 LST-EXTRACT-TS           PIC X(14).

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

       FD  EXCEPTION-REPORT-FILE.
       01 RPT-REPORT-LINE             PIC X(132).

       FD  AUDIT-SCAN-FILE.
       01 SCN-FILE-RECORD.
          05 SCN-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1).
          05 SCN-OPERATION            PIC X(6).
          05 FILLER                   PIC X(1).
          05 SCN-OLD-DEPT             PIC X(15).
          05 FILLER                   PIC X(1).
          05 SCN-NEW-DEPT             PIC X(15).
          05 FILLER                   PIC X(1).
          05 SCN-OLD-POSITION         PIC X(20).
          05 FILLER                   PIC X(1).
          05 SCN-NEW-POSITION         PIC X(20).
          05 FILLER                   PIC X(1).
          05 SCN-OLD-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 SCN-NEW-SALARY           PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 SCN-TIMESTAMP            PIC X(21).
          05 FILLER                   PIC X(1).
          05 SCN-TERMINAL-USER        PIC X(20).
          05 FILLER                   PIC X(1).
          05 SCN-SEQUENCE-NO          PIC 9(9).
          05 FILLER                   PIC X(1).
          05 SCN-CHAIN-VALUE          PIC 9(10).
          05 FILLER                   PIC X(1).
          05 SCN-EFFECTIVE-DATE       PIC X(10).

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

      *-----------------------------------------------------------------
      * Every Posting is Audited, and Every PENDCHG Entry Made, Under
      * the HR System's Own User Name - Which is Also How Its Own
      * Postings Are Told Apart From Local Changes
      *-----------------------------------------------------------------
       01 WS-AUDIT-INFO.
          05 WS-HR-SYSTEM-USER        PIC X(20) VALUE "HRSYSTEM".
          05 WS-AUD-FILE-STATUS       PIC X(2).
          05 WS-AUD-FILE-NAME         PIC X(15).
          05 WS-AUD-OPEN-FLAG         PIC X(1) VALUE "N".
             88 AUDIT-OPEN            VALUE "Y".

      *-----------------------------------------------------------------
      * Night-Run Communication Area (shared copybook)
      *-----------------------------------------------------------------
       COPY "copybooks/RUNCOMM.cpy".

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
          05 WS-RUN-OK-FLAG           PIC X(1) VALUE "Y".
             88 RUN-OK                VALUE "Y".
          05 WS-ROW-FOUND-FLAG        PIC X(1) VALUE "N".
             88 ROW-FOUND             VALUE "Y".
          05 WS-POSTING-STARTED-FLAG  PIC X(1) VALUE "N".
             88 POSTING-STARTED       VALUE "Y".
          05 WS-UNPOSTED-SAVED-FLAG   PIC X(1) VALUE "N".
             88 UNPOSTED-SAVED        VALUE "Y".

       01 WS-COUNTERS.
          05 WS-FORWARD-LOADED        PIC 9(5) VALUE ZEROES.
          05 WS-FEED-LOADED           PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-APPLIED         PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-PARKED          PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-FORWARDED       PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-UNCHANGED       PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-REJECTED        PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-HELD            PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-WARNED          PIC 9(5) VALUE ZEROES.
          05 WS-TRANS-UNPOSTED        PIC 9(5) VALUE ZEROES.

       01 WS-ERROR-HANDLING.
          05 WS-SQL-STATUS            PIC X(5).
          05 WS-SQL-MSG               PIC X(70).
          05 WS-ERROR-MSG             PIC X(100).

       01 WS-RUN-DATE-AREA.
          05 WS-RUN-DATE              PIC X(10).
          05 WS-THIS-RUN-TS           PIC X(14).

      *-----------------------------------------------------------------
      * Feed Control - the HDR Extract Timestamp, TRL Count, and the
      * Extract Timestamp of the Last Feed Posted (HRINLST). A Feed
      * That Fails Any Control is Refused Whole.
      *-----------------------------------------------------------------
       01 WS-FEED-CONTROL.
          05 WS-FEED-PRESENT-FLAG     PIC X(1) VALUE "N".
             88 FEED-PRESENT          VALUE "Y".
          05 WS-FEED-ACCEPTED-FLAG    PIC X(1) VALUE "N".
             88 FEED-ACCEPTED         VALUE "Y".
          05 WS-FEED-HEADER-FLAG      PIC X(1) VALUE "N".
             88 FEED-HEADER-SEEN      VALUE "Y".
          05 WS-FEED-TRAILER-FLAG     PIC X(1) VALUE "N".
             88 FEED-TRAILER-SEEN     VALUE "Y".
          05 WS-FEED-ORDER-FLAG       PIC X(1) VALUE "Y".
             88 FEED-IN-ORDER         VALUE "Y".
          05 WS-FEED-EXTRACT-TS       PIC X(14).
          05 WS-LAST-EXTRACT-TS       PIC X(14).
          05 WS-FEED-TRAILER-COUNT    PIC 9(7) VALUE ZEROES.
          05 WS-FEED-DETAIL-COUNT     PIC 9(7) VALUE ZEROES.
          05 WS-FEED-UNKNOWN-COUNT    PIC 9(7) VALUE ZEROES.
          05 WS-FEED-FIRST-IDX        PIC 9(4) VALUE ZEROES.
          05 WS-FEED-REFUSAL          PIC X(60).

      *-----------------------------------------------------------------
      * Monthly Audit Generations Scanned for Local Changes - From
      * the Month of the Oldest HR Extract Still in Play Through the
      * Current Month, the Same Walk DELTAFD Makes
      *-----------------------------------------------------------------
       01 WS-GENERATION-AREA.
          05 WS-SCN-FILE-NAME         PIC X(15).
          05 WS-SCN-FILE-STATUS       PIC X(2).
          05 WS-GEN-YYYYMM            PIC X(6).
          05 WS-CUR-YYYYMM            PIC X(6).
          05 WS-GEN-YEAR              PIC 9(4).
          05 WS-GEN-MONTH             PIC 9(2).
          05 WS-GENERATIONS-READ      PIC 9(3) VALUE ZEROES.
          05 WS-GENERATIONS-ABSENT    PIC 9(3) VALUE ZEROES.
          05 WS-EARLIEST-TS           PIC X(14).

      *-----------------------------------------------------------------
      * Transactions - Carried-Forward Entries (HRINFWD) First, Then
      * Tonight's Feed, Tabled at Start-Up so HRINFWD Can be
      * Rewritten at the End. Disposition:
      *   space = not yet processed   A = posted
      *   P = parked on PENDCHG       F = carried forward
      *   U = no difference           R = rejected   H = held
      *-----------------------------------------------------------------
       01 WS-TRANSACTION-TABLE-AREA.
          05 WS-TRN-COUNT             PIC 9(4) VALUE ZEROES.
          05 WS-TRN-ENTRY OCCURS 2000 TIMES.
             10 WS-TRN-SOURCE         PIC X(1).
             10 WS-TRN-EXTRACT-TS     PIC X(14).
             10 WS-TRN-ACTION         PIC X(1).
             10 WS-TRN-HR-REF         PIC X(12).
             10 WS-TRN-EMP-ID         PIC 9(5).
             10 WS-TRN-EFF-DATE       PIC X(10).
             10 WS-TRN-FIRST-NAME     PIC X(20).
             10 WS-TRN-LAST-NAME      PIC X(20).
             10 WS-TRN-DEPT           PIC X(15).
             10 WS-TRN-POSITION       PIC X(20).
             10 WS-TRN-SALARY         PIC 9(7)V99.
             10 WS-TRN-MANAGER-ID     PIC X(5).
             10 WS-TRN-RETURN-DATE    PIC X(10).
             10 WS-TRN-DISPOSITION    PIC X(1).
             10 WS-TRN-REASON         PIC X(60).
             10 WS-TRN-WARNING        PIC X(60).
          05 WS-TRN-IDX               PIC 9(4).
          05 WS-TRN-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 TRANSACTION-TABLE-FULL VALUE "Y".

      *-----------------------------------------------------------------
      * Latest Local Change Per Employee Named on a Transaction -
      * From the Audit Trail and From PENDCHG Entries Keyed Locally
      *-----------------------------------------------------------------
       01 WS-LOCAL-CHANGE-AREA.
          05 WS-LCL-COUNT             PIC 9(4) VALUE ZEROES.
          05 WS-LCL-ENTRY OCCURS 2000 TIMES.
             10 WS-LCL-EMP-ID         PIC 9(5).
             10 WS-LCL-TS             PIC X(14).
             10 WS-LCL-OPERATION      PIC X(6).
             10 WS-LCL-USER           PIC X(20).
          05 WS-LCL-IDX               PIC 9(4).
          05 WS-LCL-FOUND-IDX         PIC 9(4).
          05 WS-MATCH-EMP-ID          PIC 9(5).

      *-----------------------------------------------------------------
      * The Employee Being Posted, Laid Out the Way DBCONNECT Holds it
      * so the Validation Paragraphs Read the Same
      *-----------------------------------------------------------------
       01 WS-EMPLOYEE-WORK.
          05 WS-EMP-ID                PIC 9(5).
          05 WS-EMP-FIRST-NAME        PIC X(20).
          05 WS-EMP-LAST-NAME         PIC X(20).
          05 WS-EMP-DEPT              PIC X(15).
          05 WS-EMP-POSITION          PIC X(20).
          05 WS-EMP-SALARY            PIC 9(7)V99.
          05 WS-EMP-MANAGER-ID        PIC 9(5).
          05 WS-OLD-DEPT              PIC X(15).
          05 WS-OLD-POSITION          PIC X(20).
          05 WS-OLD-SALARY            PIC 9(7)V99.
          05 WS-OLD-MANAGER-ID        PIC 9(5).

      *-----------------------------------------------------------------
      * Input Validation Limits and Switches
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
          05 WS-REJECT-REASON         PIC X(60).

      *-----------------------------------------------------------------
      * Department Budget Enforcement - the Same BUDGET_ENFORCE Option
      * DBCONNECT Reads. A Hire or Transfer-In Adds One Head and the
      * New Salary; a Raise Within the Department Adds the Increase.
      *-----------------------------------------------------------------
       01 WS-BUDGET-CHECK.
          05 WS-BUDGET-ENFORCE-OPT    PIC X(5).
             88 BUDGET-BLOCK          VALUE "BLOCK".
          05 WS-BUDGET-OK-FLAG        PIC X(1).
             88 BUDGET-OK             VALUE "Y".
             88 BUDGET-EXCEEDED       VALUE "N".
          05 WS-BUDGET-HEAD-ADD       PIC 9(1).
          05 WS-BUDGET-SALARY-ADD     PIC 9(7)V99.
          05 WS-BUDGET-WARNING        PIC X(60).

      *-----------------------------------------------------------------
      * Date Edit Work Area (YYYY-MM-DD)
      *-----------------------------------------------------------------
       01 WS-DATE-CHECK.
          05 WS-CHECK-DATE            PIC X(10).
          05 WS-CHECK-MONTH           PIC 9(2).
          05 WS-CHECK-DAY             PIC 9(2).
          05 WS-DATE-OK-FLAG          PIC X(1).
             88 DATE-OK               VALUE "Y".
          05 WS-EFF-DATE-OK-FLAG      PIC X(1).
          05 WS-RET-DATE-OK-FLAG      PIC X(1).

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-HRI-FILE-STATUS       PIC X(2).
          05 WS-FWD-FILE-STATUS       PIC X(2).
          05 WS-LST-FILE-STATUS       PIC X(2).
          05 WS-PND-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).
          05 WS-RPT-DISPOSITION       PIC X(9).

      *-----------------------------------------------------------------
      * SQL Host Variables Declaration
      *-----------------------------------------------------------------
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 HV-EMP-ID                   PIC 9(5).
       01 HV-EMP-FIRST-NAME           PIC X(20).
       01 HV-EMP-LAST-NAME            PIC X(20).
       01 HV-EMP-DEPT                 PIC X(15).
       01 HV-EMP-POSITION             PIC X(20).
       01 HV-EMP-SALARY               PIC 9(7)V99.
       01 HV-EMP-HIRE-DATE            PIC X(10).
       01 HV-EMP-ACTIVE-FLAG          PIC X(1).
       01 HV-EMP-TERM-DATE            PIC X(10).
       01 HV-MANAGER-ID               PIC 9(5).
       01 HV-NEW-DEPT                 PIC X(15).
       01 HV-NEW-POSITION             PIC X(20).
       01 HV-NEW-SALARY               PIC 9(7)V99.
       01 HV-NEW-MANAGER-ID           PIC 9(5).
       01 HV-NEW-HIRE-DATE            PIC X(10).
       01 HV-NEW-FIRST-NAME           PIC X(20).
       01 HV-NEW-LAST-NAME            PIC X(20).
       01 HV-HIST-HIRE-DATE           PIC X(10).
       01 HV-HIST-TERM-DATE           PIC X(10).
       01 HV-HIST-DEPT                PIC X(15).
       01 HV-HIST-POSITION            PIC X(20).
       01 HV-HIST-SALARY              PIC 9(7)V99.
       01 HV-LEAVE-START              PIC X(10).
       01 HV-LEAVE-RETURN             PIC X(10).
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
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "INBOUND HR TRANSACTION FEED PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           IF DB-CONNECTED
              PERFORM 2000-LOAD-FORWARD-FILE

              IF RUN-OK
                 PERFORM 2100-LOAD-HR-FEED
              END-IF

              IF RUN-OK AND WS-TRN-COUNT > 0
                 PERFORM 3000-FIND-LOCAL-CHANGES
              END-IF

              IF RUN-OK AND WS-TRN-COUNT > 0
                 PERFORM 4000-APPLY-TRANSACTIONS
              END-IF

              PERFORM 5000-REWRITE-FORWARD-FILE
              PERFORM 5500-SAVE-LAST-EXTRACT-TS
              PERFORM 6000-WRITE-EXCEPTION-REPORT
           END-IF.

           PERFORM 9000-TERMINATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Initialize, Establish Tonight's Date, Connect to Database
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-ERROR-HANDLING.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-DB-CONNECTED.
           MOVE "Y" TO WS-RUN-OK-FLAG.
           MOVE "N" TO WS-AUD-OPEN-FLAG.
           MOVE "N" TO WS-FEED-PRESENT-FLAG.
           MOVE "N" TO WS-FEED-ACCEPTED-FLAG.
           MOVE "N" TO WS-TRN-TABLE-FULL-FLAG.
           MOVE "N" TO WS-POSTING-STARTED-FLAG.
           MOVE "N" TO WS-UNPOSTED-SAVED-FLAG.
           MOVE ZEROES TO WS-TRN-COUNT WS-LCL-COUNT.
           MOVE SPACES TO WS-FEED-REFUSAL.

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           MOVE WS-SYSTEM-DATE-RAW(1:14) TO WS-THIS-RUN-TS.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           DISPLAY "Run date: " WS-RUN-DATE.

           ACCEPT WS-BUDGET-ENFORCE-OPT FROM ENVIRONMENT
               "BUDGET_ENFORCE".

           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-SYSTEM-DATE-RAW(1:6)
                  DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

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
      * Table the Transactions Carried Forward From Earlier Feeds -
      * a Missing HRINFWD File Just Means Nothing is Waiting
      *-----------------------------------------------------------------
       2000-LOAD-FORWARD-FILE.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT HR-FORWARD-FILE.

           EVALUATE TRUE
               WHEN WS-FWD-FILE-STATUS = "00"
                   PERFORM 2050-LOAD-ONE-FORWARD-RECORD
                       UNTIL END-OF-DATA
                   CLOSE HR-FORWARD-FILE
               WHEN WS-FWD-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Carry-forward file could not be read - "
                           "status " WS-FWD-FILE-STATUS
                           "; step abandoned."
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "Carried-forward transactions: " WS-FORWARD-LOADED.

      *-----------------------------------------------------------------
      * Table One Carried-Forward Transaction
      *-----------------------------------------------------------------
       2050-LOAD-ONE-FORWARD-RECORD.
           READ HR-FORWARD-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF WS-TRN-COUNT < 2000
                      ADD 1 TO WS-TRN-COUNT
                      ADD 1 TO WS-FORWARD-LOADED
                      MOVE "F" TO WS-TRN-SOURCE (WS-TRN-COUNT)
                      MOVE HRF-EXTRACT-TS
                        TO WS-TRN-EXTRACT-TS (WS-TRN-COUNT)
                      MOVE HRF-ACTION TO WS-TRN-ACTION (WS-TRN-COUNT)
                      MOVE HRF-HR-REF TO WS-TRN-HR-REF (WS-TRN-COUNT)
                      MOVE HRF-EMP-ID TO WS-TRN-EMP-ID (WS-TRN-COUNT)
                      MOVE HRF-EFFECTIVE-DATE
                        TO WS-TRN-EFF-DATE (WS-TRN-COUNT)
                      MOVE HRF-FIRST-NAME
                        TO WS-TRN-FIRST-NAME (WS-TRN-COUNT)
                      MOVE HRF-LAST-NAME
                        TO WS-TRN-LAST-NAME (WS-TRN-COUNT)
                      MOVE HRF-DEPT TO WS-TRN-DEPT (WS-TRN-COUNT)
                      MOVE HRF-POSITION
                        TO WS-TRN-POSITION (WS-TRN-COUNT)
                      MOVE HRF-SALARY TO WS-TRN-SALARY (WS-TRN-COUNT)
                      MOVE HRF-MANAGER-ID
                        TO WS-TRN-MANAGER-ID (WS-TRN-COUNT)
                      MOVE HRF-RETURN-DATE
                        TO WS-TRN-RETURN-DATE (WS-TRN-COUNT)
                      MOVE SPACE TO WS-TRN-DISPOSITION (WS-TRN-COUNT)
                      MOVE SPACES TO WS-TRN-REASON (WS-TRN-COUNT)
                                     WS-TRN-WARNING (WS-TRN-COUNT)
                   ELSE
                      PERFORM 2900-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Table Tonight's HR Feed. A Missing HRINFEED File Means HR Sent
      * Nothing; the Carried-Forward Entries Are Still Processed.
      *-----------------------------------------------------------------
       2100-LOAD-HR-FEED.
           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-FEED-HEADER-FLAG.
           MOVE "N" TO WS-FEED-TRAILER-FLAG.
           MOVE "Y" TO WS-FEED-ORDER-FLAG.
           MOVE SPACES TO WS-FEED-EXTRACT-TS.
           MOVE ZEROES TO WS-FEED-TRAILER-COUNT
                          WS-FEED-DETAIL-COUNT
                          WS-FEED-UNKNOWN-COUNT.
           COMPUTE WS-FEED-FIRST-IDX = WS-TRN-COUNT + 1.

           OPEN INPUT HR-FEED-FILE.

           EVALUATE TRUE
               WHEN WS-HRI-FILE-STATUS = "00"
                   MOVE "Y" TO WS-FEED-PRESENT-FLAG
                   PERFORM 2150-LOAD-ONE-FEED-RECORD
                       UNTIL END-OF-DATA
                          OR TRANSACTION-TABLE-FULL
                   CLOSE HR-FEED-FILE
                   IF RUN-OK
                      PERFORM 2200-CHECK-FEED-CONTROLS
                   END-IF
               WHEN WS-HRI-FILE-STATUS = "35"
                   DISPLAY "No HR transaction feed tonight."
               WHEN OTHER
                   DISPLAY "HR transaction feed could not be read - "
                           "status " WS-HRI-FILE-STATUS
                           "; step abandoned."
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Read One Feed Record - HDR Must Come First and TRL Last
      *-----------------------------------------------------------------
       2150-LOAD-ONE-FEED-RECORD.
           READ HR-FEED-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   EVALUATE HRI-REC-ID
                       WHEN "HDR"
                           IF FEED-HEADER-SEEN
                              OR WS-FEED-DETAIL-COUNT > 0
                              MOVE "N" TO WS-FEED-ORDER-FLAG
                           END-IF
                           MOVE "Y" TO WS-FEED-HEADER-FLAG
                           MOVE HRI-HDR-EXTRACT-TS
                             TO WS-FEED-EXTRACT-TS
                       WHEN "TRL"
                           IF FEED-TRAILER-SEEN
                              MOVE "N" TO WS-FEED-ORDER-FLAG
                           END-IF
                           MOVE "Y" TO WS-FEED-TRAILER-FLAG
                           IF HRI-TRL-TRANS-COUNT NUMERIC
                              MOVE HRI-TRL-TRANS-COUNT
                                TO WS-FEED-TRAILER-COUNT
                           END-IF
                       WHEN "TRN"
                           ADD 1 TO WS-FEED-DETAIL-COUNT
                           IF NOT FEED-HEADER-SEEN
                              OR FEED-TRAILER-SEEN
                              MOVE "N" TO WS-FEED-ORDER-FLAG
                           END-IF
                           PERFORM 2160-TABLE-FEED-TRANSACTION
                       WHEN OTHER
                           ADD 1 TO WS-FEED-UNKNOWN-COUNT
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * Table One Feed Transaction and Edit its Fields. A Transaction
      * That Fails an Edit is Tabled as Rejected so it is Reported.
      *-----------------------------------------------------------------
       2160-TABLE-FEED-TRANSACTION.
           IF WS-TRN-COUNT < 2000
              ADD 1 TO WS-TRN-COUNT
              ADD 1 TO WS-FEED-LOADED
              MOVE "N" TO WS-TRN-SOURCE (WS-TRN-COUNT)
              MOVE WS-FEED-EXTRACT-TS
                TO WS-TRN-EXTRACT-TS (WS-TRN-COUNT)
              MOVE HRI-ACTION TO WS-TRN-ACTION (WS-TRN-COUNT)
              MOVE HRI-HR-REF TO WS-TRN-HR-REF (WS-TRN-COUNT)
              MOVE HRI-EFFECTIVE-DATE
                TO WS-TRN-EFF-DATE (WS-TRN-COUNT)
              MOVE HRI-FIRST-NAME TO WS-TRN-FIRST-NAME (WS-TRN-COUNT)
              MOVE HRI-LAST-NAME TO WS-TRN-LAST-NAME (WS-TRN-COUNT)
              MOVE HRI-DEPT TO WS-TRN-DEPT (WS-TRN-COUNT)
              MOVE HRI-POSITION TO WS-TRN-POSITION (WS-TRN-COUNT)
              MOVE HRI-MANAGER-ID TO WS-TRN-MANAGER-ID (WS-TRN-COUNT)
              MOVE HRI-RETURN-DATE
                TO WS-TRN-RETURN-DATE (WS-TRN-COUNT)
              MOVE SPACE TO WS-TRN-DISPOSITION (WS-TRN-COUNT)
              MOVE SPACES TO WS-TRN-REASON (WS-TRN-COUNT)
                             WS-TRN-WARNING (WS-TRN-COUNT)

              IF HRI-EMP-ID NUMERIC
                 MOVE HRI-EMP-ID TO WS-TRN-EMP-ID (WS-TRN-COUNT)
              ELSE
                 MOVE ZEROES TO WS-TRN-EMP-ID (WS-TRN-COUNT)
              END-IF

              IF HRI-SALARY NUMERIC
                 MOVE HRI-SALARY TO WS-TRN-SALARY (WS-TRN-COUNT)
              ELSE
                 MOVE ZEROES TO WS-TRN-SALARY (WS-TRN-COUNT)
              END-IF

              IF WS-TRN-EFF-DATE (WS-TRN-COUNT) = SPACES
                 MOVE WS-RUN-DATE TO WS-TRN-EFF-DATE (WS-TRN-COUNT)
              END-IF

              PERFORM 2170-EDIT-FEED-TRANSACTION
           ELSE
              PERFORM 2900-TABLE-OVERFLOW
           END-IF.

      *-----------------------------------------------------------------
      * Field Edits - the First Failure is the Reason Reported to HR
      *-----------------------------------------------------------------
       2170-EDIT-FEED-TRANSACTION.
           MOVE WS-TRN-EFF-DATE (WS-TRN-COUNT) TO WS-CHECK-DATE.
           PERFORM 7000-CHECK-DATE-FORMAT.
           MOVE WS-DATE-OK-FLAG TO WS-EFF-DATE-OK-FLAG.

           MOVE WS-TRN-RETURN-DATE (WS-TRN-COUNT) TO WS-CHECK-DATE.
           PERFORM 7000-CHECK-DATE-FORMAT.
           MOVE WS-DATE-OK-FLAG TO WS-RET-DATE-OK-FLAG.

           EVALUATE TRUE
               WHEN HRI-ACTION NOT = "H" AND HRI-ACTION NOT = "C"
                    AND HRI-ACTION NOT = "T" AND HRI-ACTION NOT = "L"
                    AND HRI-ACTION NOT = "R"
                   MOVE "UNKNOWN ACTION CODE"
                     TO WS-TRN-REASON (WS-TRN-COUNT)
               WHEN HRI-EMP-ID NOT NUMERIC OR HRI-EMP-ID = ZEROES
                   MOVE "EMPLOYEE ID MISSING OR NOT NUMERIC"
                     TO WS-TRN-REASON (WS-TRN-COUNT)
               WHEN WS-EFF-DATE-OK-FLAG NOT = "Y"
                   MOVE "EFFECTIVE DATE IS NOT A VALID YYYY-MM-DD DATE"
                     TO WS-TRN-REASON (WS-TRN-COUNT)
               WHEN HRI-SALARY NOT NUMERIC
                    AND HRI-SALARY-X NOT = SPACES
                   MOVE "SALARY IS NOT NUMERIC"
                     TO WS-TRN-REASON (WS-TRN-COUNT)
               WHEN HRI-MANAGER-ID NOT = SPACES
                    AND HRI-MANAGER-ID NOT NUMERIC
                   MOVE "MANAGER ID IS NOT NUMERIC"
                     TO WS-TRN-REASON (WS-TRN-COUNT)
               WHEN HRI-ACTION = "L"
                    AND WS-RET-DATE-OK-FLAG NOT = "Y"
                   MOVE "EXPECTED RETURN DATE MISSING OR NOT A VALID "
                     TO WS-TRN-REASON (WS-TRN-COUNT)
                   MOVE "DATE" TO WS-TRN-REASON (WS-TRN-COUNT)(45:4)
               WHEN HRI-ACTION = "L"
                    AND WS-TRN-RETURN-DATE (WS-TRN-COUNT)
                        NOT > WS-TRN-EFF-DATE (WS-TRN-COUNT)
                   MOVE "EXPECTED RETURN DATE IS NOT AFTER LEAVE START"
                     TO WS-TRN-REASON (WS-TRN-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-TRN-REASON (WS-TRN-COUNT) NOT = SPACES
              MOVE "R" TO WS-TRN-DISPOSITION (WS-TRN-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * Refuse a Feed That Fails its Controls. Its Transactions Are
      * Dropped From the Table, Nothing From it is Posted, HRINLST is
      * Not Advanced, and the Refusal is Reported Back to HR.
      *-----------------------------------------------------------------
       2200-CHECK-FEED-CONTROLS.
           PERFORM 2210-READ-LAST-EXTRACT-TS.

           EVALUATE TRUE
               WHEN NOT RUN-OK
                   CONTINUE
               WHEN NOT FEED-HEADER-SEEN
                    OR WS-FEED-EXTRACT-TS NOT NUMERIC
                   MOVE "NO HDR RECORD OR NO EXTRACT TIMESTAMP"
                     TO WS-FEED-REFUSAL
               WHEN NOT FEED-TRAILER-SEEN
                   MOVE "NO TRL RECORD - FEED INCOMPLETE"
                     TO WS-FEED-REFUSAL
               WHEN NOT FEED-IN-ORDER
                   MOVE "HDR/TRN/TRL RECORDS OUT OF ORDER OR REPEATED"
                     TO WS-FEED-REFUSAL
               WHEN WS-FEED-UNKNOWN-COUNT > 0
                   MOVE "UNRECOGNIZED RECORD TYPE ON FEED"
                     TO WS-FEED-REFUSAL
               WHEN WS-FEED-TRAILER-COUNT NOT = WS-FEED-DETAIL-COUNT
                   MOVE "TRL COUNT DOES NOT MATCH THE TRN RECORDS"
                     TO WS-FEED-REFUSAL
               WHEN WS-FEED-EXTRACT-TS NOT > WS-LAST-EXTRACT-TS
                   MOVE "EXTRACT ALREADY POSTED - SEE HRINLST"
                     TO WS-FEED-REFUSAL
               WHEN OTHER
                   MOVE "Y" TO WS-FEED-ACCEPTED-FLAG
           END-EVALUATE.

           IF WS-FEED-REFUSAL NOT = SPACES
              COMPUTE WS-TRN-COUNT = WS-FEED-FIRST-IDX - 1
              MOVE ZEROES TO WS-FEED-LOADED
              DISPLAY "HR feed refused - "
                      FUNCTION TRIM(WS-FEED-REFUSAL) "."
           ELSE
              IF FEED-ACCEPTED
                 DISPLAY "HR extract timestamp : " WS-FEED-EXTRACT-TS
                 DISPLAY "HR feed transactions : " WS-FEED-LOADED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read the Extract Timestamp of the Last Feed Posted - a Missing
      * HRINLST Means No Feed Has Been Posted Yet
      *-----------------------------------------------------------------
       2210-READ-LAST-EXTRACT-TS.
           MOVE ZEROES TO WS-LAST-EXTRACT-TS.

           OPEN INPUT LAST-EXTRACT-FILE.

           EVALUATE TRUE
               WHEN WS-LST-FILE-STATUS = "00"
                   READ LAST-EXTRACT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LST-EXTRACT-TS NUMERIC
                              MOVE LST-EXTRACT-TS
                                TO WS-LAST-EXTRACT-TS
                           END-IF
                   END-READ
                   CLOSE LAST-EXTRACT-FILE
               WHEN WS-LST-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "HRINLST could not be read - status "
                           WS-LST-FILE-STATUS "; step abandoned."
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * More Transactions Than the Table Holds - Nothing is Posted,
      * so HRINFWD and HRINLST Stay as They Are for a Clean Rerun
      *-----------------------------------------------------------------
       2900-TABLE-OVERFLOW.
           IF NOT TRANSACTION-TABLE-FULL
              MOVE "Y" TO WS-TRN-TABLE-FULL-FLAG
              DISPLAY "More than 2000 HR transactions - step "
                      "abandoned; nothing has been posted."
              MOVE "N" TO WS-RUN-OK-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Find the Latest Local Change to Every Employee Named on a
      * Transaction - Audit Records and PENDCHG Entries by Anyone
      * Other Than the HR System, Newer Than the Oldest HR Extract
      * in Play. Refused Changes (DENIED, REJECT) Changed Nothing,
      * and Paid-Time-Off Activity (ACCRUE, PTOUSE, PTOPAY) Does Not
      * Touch the Employee Record.
      *-----------------------------------------------------------------
       3000-FIND-LOCAL-CHANGES.
           DISPLAY WS-LINE.
           DISPLAY "SCANNING FOR LOCAL CHANGES SINCE THE HR EXTRACT".
           DISPLAY WS-LINE.

           MOVE HIGH-VALUES TO WS-EARLIEST-TS.
           MOVE 1 TO WS-TRN-IDX.

           PERFORM 3010-NOTE-TRANSACTION-EMPLOYEE
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.

           IF WS-LCL-COUNT > 0
              IF WS-EARLIEST-TS(1:6) NUMERIC
                 MOVE WS-EARLIEST-TS(1:6) TO WS-GEN-YYYYMM
              ELSE
                 MOVE WS-THIS-RUN-TS(1:6) TO WS-GEN-YYYYMM
              END-IF
              MOVE WS-THIS-RUN-TS(1:6) TO WS-CUR-YYYYMM

              PERFORM 3020-SCAN-ONE-GENERATION
                  UNTIL WS-GEN-YYYYMM > WS-CUR-YYYYMM
                     OR NOT RUN-OK

              IF RUN-OK
                 PERFORM 3200-SCAN-PENDING-CHANGES
              END-IF

              DISPLAY "Audit generations read   : "
                      WS-GENERATIONS-READ
              DISPLAY "Generations not on disk  : "
                      WS-GENERATIONS-ABSENT
           END-IF.

      *-----------------------------------------------------------------
      * Table the Employee on One Unprocessed Transaction and Note
      * the Oldest Extract Timestamp
      *-----------------------------------------------------------------
       3010-NOTE-TRANSACTION-EMPLOYEE.
           IF WS-TRN-DISPOSITION (WS-TRN-IDX) = SPACE
              IF WS-TRN-EXTRACT-TS (WS-TRN-IDX) < WS-EARLIEST-TS
                 MOVE WS-TRN-EXTRACT-TS (WS-TRN-IDX)
                   TO WS-EARLIEST-TS
              END-IF

              MOVE WS-TRN-EMP-ID (WS-TRN-IDX) TO WS-MATCH-EMP-ID
              PERFORM 3150-SEARCH-LOCAL-TABLE

              IF WS-LCL-FOUND-IDX = 0
                 ADD 1 TO WS-LCL-COUNT
                 MOVE WS-MATCH-EMP-ID TO WS-LCL-EMP-ID (WS-LCL-COUNT)
                 MOVE ZEROES TO WS-LCL-TS (WS-LCL-COUNT)
                 MOVE SPACES TO WS-LCL-OPERATION (WS-LCL-COUNT)
                                WS-LCL-USER (WS-LCL-COUNT)
              END-IF
           END-IF.

           ADD 1 TO WS-TRN-IDX.

      *-----------------------------------------------------------------
      * Read One Monthly Audit Generation Front to Back, Then Step
      * to the Next Month. A Generation With No File on Disk Just
      * Means Nothing Was Audited That Month.
      *-----------------------------------------------------------------
       3020-SCAN-ONE-GENERATION.
           MOVE SPACES TO WS-SCN-FILE-NAME.
           STRING "AUDITLOG." WS-GEN-YYYYMM DELIMITED BY SIZE
             INTO WS-SCN-FILE-NAME.

           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT AUDIT-SCAN-FILE.

           EVALUATE TRUE
               WHEN WS-SCN-FILE-STATUS = "00"
                   ADD 1 TO WS-GENERATIONS-READ

                   PERFORM 3050-CHECK-ONE-AUDIT-RECORD
                       UNTIL END-OF-DATA

                   CLOSE AUDIT-SCAN-FILE
               WHEN WS-SCN-FILE-STATUS = "35"
                   ADD 1 TO WS-GENERATIONS-ABSENT
               WHEN OTHER
                   DISPLAY "Audit generation " WS-SCN-FILE-NAME
                           " could not be read - status "
                           WS-SCN-FILE-STATUS "; step abandoned."
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE 12 TO RETURN-CODE
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
      * Read One Audit Record and Keep it if it is the Latest Local
      * Change Yet Seen for a Tabled Employee
      *-----------------------------------------------------------------
       3050-CHECK-ONE-AUDIT-RECORD.
           READ AUDIT-SCAN-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF SCN-EMP-ID NUMERIC
                      AND SCN-TIMESTAMP(1:14) > WS-EARLIEST-TS
                      AND SCN-TERMINAL-USER NOT = WS-HR-SYSTEM-USER
                      AND SCN-OPERATION NOT = "DENIED"
                      AND SCN-OPERATION NOT = "REJECT"
                      AND SCN-OPERATION NOT = "ACCRUE"
                      AND SCN-OPERATION NOT = "PTOUSE"
                      AND SCN-OPERATION NOT = "PTOPAY"
                      MOVE SCN-EMP-ID TO WS-MATCH-EMP-ID
                      PERFORM 3150-SEARCH-LOCAL-TABLE

                      IF WS-LCL-FOUND-IDX > 0
                         AND SCN-TIMESTAMP(1:14)
                             > WS-LCL-TS (WS-LCL-FOUND-IDX)
                         MOVE SCN-TIMESTAMP(1:14)
                           TO WS-LCL-TS (WS-LCL-FOUND-IDX)
                         MOVE SCN-OPERATION
                           TO WS-LCL-OPERATION (WS-LCL-FOUND-IDX)
                         MOVE SCN-TERMINAL-USER
                           TO WS-LCL-USER (WS-LCL-FOUND-IDX)
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Find WS-MATCH-EMP-ID in the Local-Change Table
      *-----------------------------------------------------------------
       3150-SEARCH-LOCAL-TABLE.
           MOVE ZEROES TO WS-LCL-FOUND-IDX.
           MOVE 1 TO WS-LCL-IDX.

           PERFORM 3160-CHECK-ONE-LOCAL-ENTRY
               UNTIL WS-LCL-IDX > WS-LCL-COUNT
                  OR WS-LCL-FOUND-IDX > 0.

      *-----------------------------------------------------------------
      * Compare One Local-Change Table Entry
      *-----------------------------------------------------------------
       3160-CHECK-ONE-LOCAL-ENTRY.
           IF WS-LCL-EMP-ID (WS-LCL-IDX) = WS-MATCH-EMP-ID
              MOVE WS-LCL-IDX TO WS-LCL-FOUND-IDX
           END-IF.

           ADD 1 TO WS-LCL-IDX.

      *-----------------------------------------------------------------
      * A Change a Clerk Parked on PENDCHG Has Not Posted (or Been
      * Audited) Yet, but it Will Overwrite HR's Change When it Does
      *-----------------------------------------------------------------
       3200-SCAN-PENDING-CHANGES.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT PENDING-CHANGE-FILE.

           EVALUATE TRUE
               WHEN WS-PND-FILE-STATUS = "00"
                   PERFORM 3250-CHECK-ONE-PENDING-CHANGE
                       UNTIL END-OF-DATA
                   CLOSE PENDING-CHANGE-FILE
               WHEN WS-PND-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Pending-changes file could not be read "
                           "- status " WS-PND-FILE-STATUS
                           "; step abandoned."
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Check One PENDCHG Entry Against the Local-Change Table
      *-----------------------------------------------------------------
       3250-CHECK-ONE-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF PND-EMP-ID NUMERIC
                      AND PND-ENTERED-BY NOT = WS-HR-SYSTEM-USER
                      MOVE PND-EMP-ID TO WS-MATCH-EMP-ID
                      PERFORM 3150-SEARCH-LOCAL-TABLE

                      IF WS-LCL-FOUND-IDX > 0
                         AND PND-ENTERED-TS
                             > WS-LCL-TS (WS-LCL-FOUND-IDX)
                         MOVE PND-ENTERED-TS
                           TO WS-LCL-TS (WS-LCL-FOUND-IDX)
                         MOVE "PARKED"
                           TO WS-LCL-OPERATION (WS-LCL-FOUND-IDX)
                         MOVE PND-ENTERED-BY
                           TO WS-LCL-USER (WS-LCL-FOUND-IDX)
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Walk the Table and Post, Park, Carry Forward, Reject, or Hold
      * Each Transaction in Turn
      *-----------------------------------------------------------------
       4000-APPLY-TRANSACTIONS.
           DISPLAY WS-LINE.
           DISPLAY "POSTING HR TRANSACTIONS".
           DISPLAY WS-LINE.

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

           MOVE 1 TO WS-TRN-IDX.
           MOVE "Y" TO WS-POSTING-STARTED-FLAG.

           PERFORM 4050-APPLY-ONE-TRANSACTION
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
                  OR NOT RUN-OK.

           IF AUDIT-OPEN
              CLOSE AUDIT-FILE
              MOVE "N" TO WS-AUD-OPEN-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Judge One Transaction - Held if Changed Locally Since HR's
      * Extract, Carried Forward if a Future-Dated Hire, Termination,
      * or Leave, Otherwise Dispatched on its Action Code
      *-----------------------------------------------------------------
       4050-APPLY-ONE-TRANSACTION.
           IF WS-TRN-DISPOSITION (WS-TRN-IDX) = SPACE
              MOVE SPACES TO WS-REJECT-REASON WS-BUDGET-WARNING
              MOVE "Y" TO WS-VALIDATION-FLAG
              MOVE "Y" TO WS-BUDGET-OK-FLAG
              MOVE WS-TRN-EMP-ID (WS-TRN-IDX) TO WS-EMP-ID HV-EMP-ID

              PERFORM 4060-CHECK-LOCAL-CONFLICT

              EVALUATE TRUE
                  WHEN WS-TRN-DISPOSITION (WS-TRN-IDX) NOT = SPACE
                      CONTINUE
                  WHEN WS-TRN-ACTION (WS-TRN-IDX) NOT = "C"
                       AND WS-TRN-EFF-DATE (WS-TRN-IDX) > WS-RUN-DATE
                      MOVE "F" TO WS-TRN-DISPOSITION (WS-TRN-IDX)
                  WHEN WS-TRN-ACTION (WS-TRN-IDX) = "H"
                      PERFORM 4100-PROCESS-HIRE
                  WHEN WS-TRN-ACTION (WS-TRN-IDX) = "C"
                      PERFORM 4200-PROCESS-CHANGE
                  WHEN WS-TRN-ACTION (WS-TRN-IDX) = "T"
                      PERFORM 4300-PROCESS-TERMINATION
                  WHEN WS-TRN-ACTION (WS-TRN-IDX) = "L"
                      PERFORM 4400-PROCESS-LEAVE-START
                  WHEN WS-TRN-ACTION (WS-TRN-IDX) = "R"
                      PERFORM 4450-PROCESS-LEAVE-RETURN
                  WHEN OTHER
                      MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
              END-EVALUATE

              IF WS-REJECT-REASON NOT = SPACES
                 AND WS-TRN-DISPOSITION (WS-TRN-IDX) = SPACE
                 MOVE "R" TO WS-TRN-DISPOSITION (WS-TRN-IDX)
                 MOVE WS-REJECT-REASON TO WS-TRN-REASON (WS-TRN-IDX)
              END-IF

              MOVE WS-BUDGET-WARNING TO WS-TRN-WARNING (WS-TRN-IDX)
           END-IF.

           EVALUATE WS-TRN-DISPOSITION (WS-TRN-IDX)
               WHEN "A"
                   ADD 1 TO WS-TRANS-APPLIED
               WHEN "P"
                   ADD 1 TO WS-TRANS-PARKED
               WHEN "F"
                   ADD 1 TO WS-TRANS-FORWARDED
               WHEN "U"
                   ADD 1 TO WS-TRANS-UNCHANGED
               WHEN "R"
                   ADD 1 TO WS-TRANS-REJECTED
               WHEN "H"
                   ADD 1 TO WS-TRANS-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-TRN-WARNING (WS-TRN-IDX) NOT = SPACES
              ADD 1 TO WS-TRANS-WARNED
           END-IF.

           ADD 1 TO WS-TRN-IDX.

      *-----------------------------------------------------------------
      * Hold the Transaction if the Employee Was Changed Locally After
      * the HR Extract it Was Built From
      *-----------------------------------------------------------------
       4060-CHECK-LOCAL-CONFLICT.
           MOVE WS-TRN-EMP-ID (WS-TRN-IDX) TO WS-MATCH-EMP-ID.
           PERFORM 3150-SEARCH-LOCAL-TABLE.

           IF WS-LCL-FOUND-IDX > 0
              IF WS-LCL-TS (WS-LCL-FOUND-IDX)
                 > WS-TRN-EXTRACT-TS (WS-TRN-IDX)
                 MOVE "H" TO WS-TRN-DISPOSITION (WS-TRN-IDX)
                 STRING "LOCAL "
                        WS-LCL-OPERATION (WS-LCL-FOUND-IDX)
                        " BY "
                        FUNCTION TRIM(WS-LCL-USER (WS-LCL-FOUND-IDX))
                        " AT "
                        WS-LCL-TS (WS-LCL-FOUND-IDX)
                        DELIMITED BY SIZE
                   INTO WS-TRN-REASON (WS-TRN-IDX)
                 END-STRING
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read the Employee's Current Row Into the Host Variables
      *-----------------------------------------------------------------
       4070-READ-EMPLOYEE-ROW.
           MOVE "N" TO WS-ROW-FOUND-FLAG.

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, DEPARTMENT, POSITION,
                      SALARY, HIRE_DATE, ACTIVE_FLAG, TERM_DATE,
                      MANAGER_ID
               INTO :HV-EMP-FIRST-NAME, :HV-EMP-LAST-NAME,
                    :HV-EMP-DEPT, :HV-EMP-POSITION, :HV-EMP-SALARY,
                    :HV-EMP-HIRE-DATE, :HV-EMP-ACTIVE-FLAG,
                    :HV-EMP-TERM-DATE, :HV-MANAGER-ID
               FROM EMPLOYEES
               WHERE EMP_ID = :HV-EMP-ID
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE "Y" TO WS-ROW-FOUND-FLAG
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Employee " HV-EMP-ID " could not be read "
                           "- step stopped."
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Hire - a New EMP_ID is Inserted; a Terminated One is Rehired
      *-----------------------------------------------------------------
       4100-PROCESS-HIRE.
           MOVE WS-TRN-FIRST-NAME (WS-TRN-IDX) TO WS-EMP-FIRST-NAME.
           MOVE WS-TRN-LAST-NAME (WS-TRN-IDX) TO WS-EMP-LAST-NAME.
           MOVE WS-TRN-DEPT (WS-TRN-IDX) TO WS-EMP-DEPT.
           MOVE WS-TRN-POSITION (WS-TRN-IDX) TO WS-EMP-POSITION.
           MOVE WS-TRN-SALARY (WS-TRN-IDX) TO WS-EMP-SALARY.

           IF WS-TRN-MANAGER-ID (WS-TRN-IDX) NUMERIC
              MOVE WS-TRN-MANAGER-ID (WS-TRN-IDX)
                TO WS-EMP-MANAGER-ID
           ELSE
              MOVE ZEROES TO WS-EMP-MANAGER-ID
           END-IF.

           IF WS-EMP-FIRST-NAME = SPACES
              OR WS-EMP-LAST-NAME = SPACES
              MOVE "FIRST AND LAST NAME ARE REQUIRED ON A HIRE"
                TO WS-REJECT-REASON
           ELSE
              PERFORM 4070-READ-EMPLOYEE-ROW

              EVALUATE TRUE
                  WHEN NOT RUN-OK
                      CONTINUE
                  WHEN NOT ROW-FOUND
                      PERFORM 4110-POST-NEW-HIRE
                  WHEN HV-EMP-ACTIVE-FLAG = "N"
                      PERFORM 4120-POST-REHIRE
                  WHEN OTHER
                      MOVE "EMPLOYEE ID IS ALREADY ON FILE AND NOT "
                        TO WS-REJECT-REASON
                      MOVE "TERMINATED" TO WS-REJECT-REASON(40:10)
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Validate and Insert a New Hire, Audited as an INSERT
      *-----------------------------------------------------------------
       4110-POST-NEW-HIRE.
           MOVE 1 TO WS-BUDGET-HEAD-ADD.
           MOVE WS-EMP-SALARY TO WS-BUDGET-SALARY-ADD.

           PERFORM 4150-VALIDATE-WITH-BUDGET.

           IF WS-REJECT-REASON = SPACES
              MOVE WS-EMP-FIRST-NAME TO HV-NEW-FIRST-NAME
              MOVE WS-EMP-LAST-NAME TO HV-NEW-LAST-NAME
              MOVE WS-EMP-DEPT TO HV-NEW-DEPT
              MOVE WS-EMP-POSITION TO HV-NEW-POSITION
              MOVE WS-EMP-SALARY TO HV-NEW-SALARY
              MOVE WS-TRN-EFF-DATE (WS-TRN-IDX) TO HV-NEW-HIRE-DATE
              MOVE WS-EMP-MANAGER-ID TO HV-NEW-MANAGER-ID

              EXEC SQL
                  INSERT INTO EMPLOYEES
                  (EMP_ID, FIRST_NAME, LAST_NAME, DEPARTMENT,
                   POSITION, SALARY, HIRE_DATE, ACTIVE_FLAG,
                   MANAGER_ID)
                  VALUES
                  (:HV-EMP-ID, :HV-NEW-FIRST-NAME, :HV-NEW-LAST-NAME,
                   :HV-NEW-DEPT, :HV-NEW-POSITION, :HV-NEW-SALARY,
                   :HV-NEW-HIRE-DATE, 'Y', :HV-NEW-MANAGER-ID)
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE = 0
                 MOVE "A" TO WS-TRN-DISPOSITION (WS-TRN-IDX)

                 EXEC SQL
                     COMMIT WORK
                 END-EXEC

                 MOVE SPACES TO AUD-OLD-DEPT AUD-OLD-POSITION
                 MOVE ZEROES TO AUD-OLD-SALARY
                 MOVE WS-EMP-DEPT TO AUD-NEW-DEPT
                 MOVE WS-EMP-POSITION TO AUD-NEW-POSITION
                 MOVE WS-EMP-SALARY TO AUD-NEW-SALARY
                 MOVE "INSERT" TO AUD-OPERATION
                 PERFORM 8500-WRITE-AUDIT-RECORD
              ELSE
                 PERFORM 4900-STOP-ON-FAILED-UPDATE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Validate and Rehire a Terminated Employee - the Prior Stint is
      * Filed in EMPLOYMENT_HISTORY and the Row Reactivated, Audited
      * as a REHIRE the Way DBCONNECT Does it
      *-----------------------------------------------------------------
       4120-POST-REHIRE.
           MOVE 1 TO WS-BUDGET-HEAD-ADD.
           MOVE WS-EMP-SALARY TO WS-BUDGET-SALARY-ADD.

           PERFORM 4150-VALIDATE-WITH-BUDGET.

           IF WS-REJECT-REASON = SPACES
              MOVE HV-EMP-HIRE-DATE TO HV-HIST-HIRE-DATE
              MOVE HV-EMP-TERM-DATE TO HV-HIST-TERM-DATE
              MOVE HV-EMP-DEPT TO HV-HIST-DEPT
              MOVE HV-EMP-POSITION TO HV-HIST-POSITION
              MOVE HV-EMP-SALARY TO HV-HIST-SALARY

              EXEC SQL
                  INSERT INTO EMPLOYMENT_HISTORY
                  (EMP_ID, HIRE_DATE, TERM_DATE, DEPARTMENT,
                   POSITION, SALARY)
                  VALUES
                  (:HV-EMP-ID, :HV-HIST-HIRE-DATE, :HV-HIST-TERM-DATE,
                   :HV-HIST-DEPT, :HV-HIST-POSITION, :HV-HIST-SALARY)
              END-EXEC

              PERFORM 8000-CHECK-SQL-STATUS

              IF SQLCODE NOT = 0
                 PERFORM 4900-STOP-ON-FAILED-UPDATE
              ELSE
                 MOVE WS-EMP-DEPT TO HV-NEW-DEPT
                 MOVE WS-EMP-POSITION TO HV-NEW-POSITION
                 MOVE WS-EMP-SALARY TO HV-NEW-SALARY
                 MOVE WS-TRN-EFF-DATE (WS-TRN-IDX) TO HV-NEW-HIRE-DATE
                 MOVE WS-EMP-MANAGER-ID TO HV-NEW-MANAGER-ID

                 EXEC SQL
                     UPDATE EMPLOYEES
                     SET DEPARTMENT = :HV-NEW-DEPT,
                         POSITION = :HV-NEW-POSITION,
                         SALARY = :HV-NEW-SALARY,
                         HIRE_DATE = :HV-NEW-HIRE-DATE,
                         ACTIVE_FLAG = 'Y',
                         TERM_DATE = ' ',
                         MANAGER_ID = :HV-NEW-MANAGER-ID
                     WHERE EMP_ID = :HV-EMP-ID
                 END-EXEC

                 PERFORM 8000-CHECK-SQL-STATUS

                 IF SQLCODE = 0
                    MOVE "A" TO WS-TRN-DISPOSITION (WS-TRN-IDX)

                    EXEC SQL
                        COMMIT WORK
                    END-EXEC

                    MOVE HV-HIST-DEPT TO AUD-OLD-DEPT
                    MOVE HV-HIST-POSITION TO AUD-OLD-POSITION
                    MOVE HV-HIST-SALARY TO AUD-OLD-SALARY
                    MOVE WS-EMP-DEPT TO AUD-NEW-DEPT
                    MOVE WS-EMP-POSITION TO AUD-NEW-POSITION
                    MOVE WS-EMP-SALARY TO AUD-NEW-SALARY
                    MOVE "REHIRE" TO AUD-OPERATION
                    PERFORM 8500-WRITE-AUDIT-RECORD
                 ELSE
                    PERFORM 4900-STOP-ON-FAILED-UPDATE
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Run the DBCONNECT Validation, Then the Budget Check. A Failure
      * Leaves the Reason in WS-REJECT-REASON; a Budget Overrun That
      * is Not Blocked is Kept as a Warning for the Report.
      *-----------------------------------------------------------------
       4150-VALIDATE-WITH-BUDGET.
           PERFORM 4500-VALIDATE-EMPLOYEE-DATA.

           IF VALIDATION-PASSED
              PERFORM 4560-CHECK-DEPT-BUDGET

              IF BUDGET-EXCEEDED
                 STRING FUNCTION TRIM(WS-BUDGET-WARNING)
                        " - BUDGET BLOCK"
                        DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
                 END-STRING
                 MOVE SPACES TO WS-BUDGET-WARNING
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Change - Blank Department or Position, Zero Salary, and Blank
      * Manager Keep the Current Value. Posted Now When Due; Parked on
      * PENDCHG When Future-Dated or the Employee is On Leave.
      *-----------------------------------------------------------------
       4200-PROCESS-CHANGE.
           PERFORM 4070-READ-EMPLOYEE-ROW.

           EVALUATE TRUE
               WHEN NOT RUN-OK
                   CONTINUE
               WHEN NOT ROW-FOUND
                   MOVE "EMPLOYEE IS NOT ON FILE" TO WS-REJECT-REASON
               WHEN HV-EMP-ACTIVE-FLAG NOT = "Y"
                    AND HV-EMP-ACTIVE-FLAG NOT = "L"
                   MOVE "EMPLOYEE IS NOT ACTIVE" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 4210-BUILD-CHANGED-ROW
           END-EVALUATE.

           IF RUN-OK AND ROW-FOUND AND WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                  WHEN WS-EMP-DEPT = WS-OLD-DEPT
                       AND WS-EMP-POSITION = WS-OLD-POSITION
                       AND WS-EMP-SALARY = WS-OLD-SALARY
                       AND WS-EMP-MANAGER-ID = WS-OLD-MANAGER-ID
                      MOVE "U" TO WS-TRN-DISPOSITION (WS-TRN-IDX)
                  WHEN WS-TRN-EFF-DATE (WS-TRN-IDX) > WS-RUN-DATE
                       OR HV-EMP-ACTIVE-FLAG = "L"
                      PERFORM 4150-VALIDATE-WITH-BUDGET
                      IF WS-REJECT-REASON = SPACES
                         PERFORM 4230-PARK-PENDING-CHANGE
                      END-IF
                  WHEN OTHER
                      PERFORM 4150-VALIDATE-WITH-BUDGET
                      IF WS-REJECT-REASON = SPACES
                         PERFORM 4220-POST-CHANGE
                      END-IF
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Lay the Transaction Over the Current Row and Work Out What the
      * Budget Check Has to Add
      *-----------------------------------------------------------------
       4210-BUILD-CHANGED-ROW.
           MOVE HV-EMP-FIRST-NAME TO WS-EMP-FIRST-NAME.
           MOVE HV-EMP-LAST-NAME TO WS-EMP-LAST-NAME.
           MOVE HV-EMP-DEPT TO WS-OLD-DEPT WS-EMP-DEPT.
           MOVE HV-EMP-POSITION TO WS-OLD-POSITION WS-EMP-POSITION.
           MOVE HV-EMP-SALARY TO WS-OLD-SALARY WS-EMP-SALARY.
           MOVE HV-MANAGER-ID TO WS-OLD-MANAGER-ID WS-EMP-MANAGER-ID.

           IF WS-TRN-DEPT (WS-TRN-IDX) NOT = SPACES
              MOVE WS-TRN-DEPT (WS-TRN-IDX) TO WS-EMP-DEPT
           END-IF.

           IF WS-TRN-POSITION (WS-TRN-IDX) NOT = SPACES
              MOVE WS-TRN-POSITION (WS-TRN-IDX) TO WS-EMP-POSITION
           END-IF.

           IF WS-TRN-SALARY (WS-TRN-IDX) NOT = ZEROES
              MOVE WS-TRN-SALARY (WS-TRN-IDX) TO WS-EMP-SALARY
           END-IF.

           IF WS-TRN-MANAGER-ID (WS-TRN-IDX) NUMERIC
              MOVE WS-TRN-MANAGER-ID (WS-TRN-IDX)
                TO WS-EMP-MANAGER-ID
           END-IF.

           MOVE ZEROES TO WS-BUDGET-HEAD-ADD WS-BUDGET-SALARY-ADD.

           IF WS-EMP-DEPT NOT = WS-OLD-DEPT
              MOVE 1 TO WS-BUDGET-HEAD-ADD
              MOVE WS-EMP-SALARY TO WS-BUDGET-SALARY-ADD
           ELSE
              IF WS-EMP-SALARY > WS-OLD-SALARY
                 COMPUTE WS-BUDGET-SALARY-ADD =
                         WS-EMP-SALARY - WS-OLD-SALARY
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Post a Due Change to EMPLOYEES, Audited as an UPDATE Carrying
      * its Effective Date
      *-----------------------------------------------------------------
       4220-POST-CHANGE.
           MOVE WS-EMP-DEPT TO HV-NEW-DEPT.
           MOVE WS-EMP-POSITION TO HV-NEW-POSITION.
           MOVE WS-EMP-SALARY TO HV-NEW-SALARY.
           MOVE WS-EMP-MANAGER-ID TO HV-NEW-MANAGER-ID.

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
              MOVE "A" TO WS-TRN-DISPOSITION (WS-TRN-IDX)

              EXEC SQL
                  COMMIT WORK
              END-EXEC

              MOVE WS-OLD-DEPT TO AUD-OLD-DEPT
              MOVE WS-OLD-POSITION TO AUD-OLD-POSITION
              MOVE WS-OLD-SALARY TO AUD-OLD-SALARY
              MOVE WS-EMP-DEPT TO AUD-NEW-DEPT
              MOVE WS-EMP-POSITION TO AUD-NEW-POSITION
              MOVE WS-EMP-SALARY TO AUD-NEW-SALARY
              MOVE "UPDATE" TO AUD-OPERATION
              MOVE WS-TRN-EFF-DATE (WS-TRN-IDX) TO AUD-EFFECTIVE-DATE
              PERFORM 8500-WRITE-AUDIT-RECORD
              MOVE SPACES TO AUD-EFFECTIVE-DATE
           ELSE
              PERFORM 4900-STOP-ON-FAILED-UPDATE
           END-IF.

      *-----------------------------------------------------------------
      * Park a Future-Dated Change (or One for an Employee On Leave)
      * on PENDCHG for EFFDATE to Post, Entered by the HR System
      *-----------------------------------------------------------------
       4230-PARK-PENDING-CHANGE.
           OPEN EXTEND PENDING-CHANGE-FILE.

           IF WS-PND-FILE-STATUS = "35"
              OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF.

           IF WS-PND-FILE-STATUS NOT = "00"
              DISPLAY "Pending-changes file could not be opened - "
                      "status " WS-PND-FILE-STATUS
                      "; step stopped."
              MOVE "N" TO WS-RUN-OK-FLAG
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PND-FILE-RECORD
              MOVE WS-EMP-ID TO PND-EMP-ID
              MOVE WS-TRN-EFF-DATE (WS-TRN-IDX) TO PND-EFFECTIVE-DATE
              MOVE WS-EMP-DEPT TO PND-NEW-DEPT
              MOVE WS-EMP-POSITION TO PND-NEW-POSITION
              MOVE WS-EMP-SALARY TO PND-NEW-SALARY
              MOVE WS-HR-SYSTEM-USER TO PND-ENTERED-BY
              MOVE WS-THIS-RUN-TS TO PND-ENTERED-TS
              MOVE WS-EMP-MANAGER-ID TO PND-NEW-MANAGER-ID

              WRITE PND-FILE-RECORD

              IF WS-PND-FILE-STATUS NOT = "00"
                 DISPLAY "Pending-change write failed - status "
                         WS-PND-FILE-STATUS "; step stopped."
                 MOVE "N" TO WS-RUN-OK-FLAG
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE "P" TO WS-TRN-DISPOSITION (WS-TRN-IDX)
              END-IF

              CLOSE PENDING-CHANGE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Terminate - Audited as a DELETE the Way DBCONNECT Does it, With
      * HR's Termination Date as TERM_DATE
      *-----------------------------------------------------------------
       4300-PROCESS-TERMINATION.
           PERFORM 4070-READ-EMPLOYEE-ROW.

           EVALUATE TRUE
               WHEN NOT RUN-OK
                   CONTINUE
               WHEN NOT ROW-FOUND
                   MOVE "EMPLOYEE IS NOT ON FILE" TO WS-REJECT-REASON
               WHEN HV-EMP-ACTIVE-FLAG = "N"
                   MOVE "EMPLOYEE IS ALREADY TERMINATED"
                     TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-TRN-EFF-DATE (WS-TRN-IDX)
                     TO HV-EMP-TERM-DATE

                   EXEC SQL
                       UPDATE EMPLOYEES
                       SET ACTIVE_FLAG = 'N',
                           TERM_DATE = :HV-EMP-TERM-DATE
                       WHERE EMP_ID = :HV-EMP-ID
                   END-EXEC

                   PERFORM 8000-CHECK-SQL-STATUS

                   IF SQLCODE = 0
                      MOVE "A" TO WS-TRN-DISPOSITION (WS-TRN-IDX)

                      EXEC SQL
                          COMMIT WORK
                      END-EXEC

                      MOVE HV-EMP-DEPT TO AUD-OLD-DEPT
                      MOVE HV-EMP-POSITION TO AUD-OLD-POSITION
                      MOVE HV-EMP-SALARY TO AUD-OLD-SALARY
                      MOVE SPACES TO AUD-NEW-DEPT AUD-NEW-POSITION
                      MOVE ZEROES TO AUD-NEW-SALARY
                      MOVE "DELETE" TO AUD-OPERATION
                      PERFORM 8500-WRITE-AUDIT-RECORD
                   ELSE
                      PERFORM 4900-STOP-ON-FAILED-UPDATE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Leave Start - Only an Active Employee Can Go On Leave
      *-----------------------------------------------------------------
       4400-PROCESS-LEAVE-START.
           PERFORM 4070-READ-EMPLOYEE-ROW.

           EVALUATE TRUE
               WHEN NOT RUN-OK
                   CONTINUE
               WHEN NOT ROW-FOUND
                   MOVE "EMPLOYEE IS NOT ON FILE" TO WS-REJECT-REASON
               WHEN HV-EMP-ACTIVE-FLAG = "L"
                   MOVE "EMPLOYEE IS ALREADY ON LEAVE"
                     TO WS-REJECT-REASON
               WHEN HV-EMP-ACTIVE-FLAG NOT = "Y"
                   MOVE "EMPLOYEE IS NOT ACTIVE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-TRN-EFF-DATE (WS-TRN-IDX) TO HV-LEAVE-START
                   MOVE WS-TRN-RETURN-DATE (WS-TRN-IDX)
                     TO HV-LEAVE-RETURN

                   EXEC SQL
                       UPDATE EMPLOYEES
                       SET ACTIVE_FLAG = 'L',
                           LEAVE_START_DATE = :HV-LEAVE-START,
                           EXPECTED_RETURN_DATE = :HV-LEAVE-RETURN
                       WHERE EMP_ID = :HV-EMP-ID
                   END-EXEC

                   PERFORM 8000-CHECK-SQL-STATUS

                   IF SQLCODE = 0
                      MOVE "A" TO WS-TRN-DISPOSITION (WS-TRN-IDX)

                      EXEC SQL
                          COMMIT WORK
                      END-EXEC

                      MOVE SPACES TO AUD-OLD-DEPT AUD-NEW-DEPT
                                     AUD-OLD-POSITION AUD-NEW-POSITION
                      MOVE ZEROES TO AUD-OLD-SALARY AUD-NEW-SALARY
                      MOVE "LEAVE" TO AUD-OPERATION
                      PERFORM 8500-WRITE-AUDIT-RECORD
                   ELSE
                      PERFORM 4900-STOP-ON-FAILED-UPDATE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Return From Leave - Only an Employee On Leave Can Return
      *-----------------------------------------------------------------
       4450-PROCESS-LEAVE-RETURN.
           PERFORM 4070-READ-EMPLOYEE-ROW.

           EVALUATE TRUE
               WHEN NOT RUN-OK
                   CONTINUE
               WHEN NOT ROW-FOUND
                   MOVE "EMPLOYEE IS NOT ON FILE" TO WS-REJECT-REASON
               WHEN HV-EMP-ACTIVE-FLAG NOT = "L"
                   MOVE "EMPLOYEE IS NOT ON LEAVE" TO WS-REJECT-REASON
               WHEN OTHER
                   EXEC SQL
                       UPDATE EMPLOYEES
                       SET ACTIVE_FLAG = 'Y',
                           LEAVE_START_DATE = ' ',
                           EXPECTED_RETURN_DATE = ' '
                       WHERE EMP_ID = :HV-EMP-ID
                   END-EXEC

                   PERFORM 8000-CHECK-SQL-STATUS

                   IF SQLCODE = 0
                      MOVE "A" TO WS-TRN-DISPOSITION (WS-TRN-IDX)

                      EXEC SQL
                          COMMIT WORK
                      END-EXEC

                      MOVE SPACES TO AUD-OLD-DEPT AUD-NEW-DEPT
                                     AUD-OLD-POSITION AUD-NEW-POSITION
                      MOVE ZEROES TO AUD-OLD-SALARY AUD-NEW-SALARY
                      MOVE "RETURN" TO AUD-OPERATION
                      PERFORM 8500-WRITE-AUDIT-RECORD
                   ELSE
                      PERFORM 4900-STOP-ON-FAILED-UPDATE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Validate Department, Position, Salary, and Manager Before a
      * Write - the Checks DBCONNECT's 4500 Makes, With the First
      * Failure Kept as the Reason Reported to HR
      *-----------------------------------------------------------------
       4500-VALIDATE-EMPLOYEE-DATA.
           MOVE "Y" TO WS-VALIDATION-FLAG.

           PERFORM 4550-CHECK-VALID-DEPARTMENT.

           IF DEPT-NOT-FOUND
              MOVE "DEPARTMENT IS NOT ON FILE OR NOT ACTIVE"
                TO WS-REJECT-REASON
              MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

           IF VALIDATION-PASSED
              AND WS-EMP-POSITION = SPACES
              MOVE "POSITION MUST NOT BE BLANK" TO WS-REJECT-REASON
              MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

           IF VALIDATION-PASSED
              PERFORM 4580-CHECK-PAY-GRADE

              IF GRADE-FOUND
                 IF WS-EMP-SALARY < HV-GRADE-MIN
                    OR WS-EMP-SALARY > HV-GRADE-MAX
                    STRING "SALARY IS OUTSIDE THE "
                           FUNCTION TRIM(HV-GRADE-CODE)
                           " GRADE RANGE FOR THE POSITION"
                           DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
                    END-STRING
                    MOVE "N" TO WS-VALIDATION-FLAG
                 END-IF
              ELSE
                 IF WS-EMP-SALARY < WS-MIN-SALARY
                    OR WS-EMP-SALARY > WS-MAX-SALARY
                    MOVE "SALARY IS OUT OF RANGE" TO WS-REJECT-REASON
                    MOVE "N" TO WS-VALIDATION-FLAG
                 END-IF
              END-IF
           END-IF.

           IF VALIDATION-PASSED
              PERFORM 4590-CHECK-VALID-MANAGER

              IF MGR-INVALID
                 IF WS-EMP-MANAGER-ID = WS-EMP-ID
                    MOVE "EMPLOYEE CANNOT BE THEIR OWN MANAGER"
                      TO WS-REJECT-REASON
                 ELSE
                    STRING "MANAGER ID " WS-EMP-MANAGER-ID
                           " IS NOT AN ACTIVE EMPLOYEE"
                           DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
                    END-STRING
                 END-IF
                 MOVE "N" TO WS-VALIDATION-FLAG
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Look Up WS-EMP-DEPT in the DEPARTMENTS Table
      *-----------------------------------------------------------------
       4550-CHECK-VALID-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG.
           MOVE WS-EMP-DEPT TO HV-NEW-DEPT.

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
      * and Salary Budget. Always Warns When Either Would be
      * Exceeded; Blocks it Only When BUDGET_ENFORCE is BLOCK. A
      * Department With No Budget Row (or Zero Figures) is Not
      * Checked, and Nothing is Checked When Nothing is Added.
      *-----------------------------------------------------------------
       4560-CHECK-DEPT-BUDGET.
           MOVE "Y" TO WS-BUDGET-OK-FLAG.
           MOVE WS-EMP-DEPT TO HV-NEW-DEPT.

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
                 STRING "OVER AUTHORIZED HEADCOUNT OF "
                        HV-DEPT-AUTH-HEADCOUNT " IN "
                        FUNCTION TRIM(WS-EMP-DEPT)
                        DELIMITED BY SIZE
                   INTO WS-BUDGET-WARNING
                 END-STRING
                 IF BUDGET-BLOCK
                    MOVE "N" TO WS-BUDGET-OK-FLAG
                 END-IF
              END-IF

              IF HV-DEPT-SALARY-BUDGET > 0
                 AND HV-DEPT-SALARY-SUM + WS-BUDGET-SALARY-ADD
                     > HV-DEPT-SALARY-BUDGET
                 AND WS-BUDGET-WARNING = SPACES
                 STRING "OVER SALARY BUDGET IN "
                        FUNCTION TRIM(WS-EMP-DEPT)
                        DELIMITED BY SIZE
                   INTO WS-BUDGET-WARNING
                 END-STRING
                 IF BUDGET-BLOCK
                    MOVE "N" TO WS-BUDGET-OK-FLAG
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Look Up the Pay Grade for WS-EMP-POSITION in PAY_GRADES. A
      * Position Without a Grade Row Falls Back to the Global Limits.
      *-----------------------------------------------------------------
       4580-CHECK-PAY-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG.
           MOVE WS-EMP-POSITION TO HV-NEW-POSITION.

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
      * Confirm WS-EMP-MANAGER-ID Names an Existing Employee Who is
      * Active or On Leave. Zero Means No Manager; an Employee May Not
      * Be Their Own Manager.
      *-----------------------------------------------------------------
       4590-CHECK-VALID-MANAGER.
           MOVE "Y" TO WS-MGR-VALID-FLAG.

           IF WS-EMP-MANAGER-ID = ZEROES
              CONTINUE
           ELSE
              IF WS-EMP-MANAGER-ID = WS-EMP-ID
                 MOVE "N" TO WS-MGR-VALID-FLAG
              ELSE
                 MOVE WS-EMP-MANAGER-ID TO HV-MGR-LOOKUP-ID

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
      * A Database Write Failed - Roll Back and Stop the Step. The
      * Transactions Not Yet Posted Go to HRINFWD for the Rerun.
      *-----------------------------------------------------------------
       4900-STOP-ON-FAILED-UPDATE.
           DISPLAY "HR transaction for employee " HV-EMP-ID
                   " could not be posted - step stopped.".

           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

           MOVE "N" TO WS-RUN-OK-FLAG.
           MOVE 8 TO RETURN-CODE.

      *-----------------------------------------------------------------
      * Rewrite HRINFWD With the Transactions Still Waiting for Their
      * Date. A Run That Stopped Part Way Through Posting Also Writes
      * Every Transaction it Had Not Yet Posted, so the Rerun Posts
      * Those and Nothing Twice. A Run That Stopped Before Posting
      * Anything Leaves the File Untouched and the Feed is Posted
      * Again on the Rerun.
      *-----------------------------------------------------------------
       5000-REWRITE-FORWARD-FILE.
           IF NOT RUN-OK AND NOT POSTING-STARTED
              DISPLAY "HRINFWD left unchanged - tonight's HR "
                      "transactions will be picked up on the rerun."
           ELSE
              OPEN OUTPUT HR-FORWARD-FILE

              IF WS-FWD-FILE-STATUS NOT = "00"
                 DISPLAY "WARNING: carry-forward file could not be "
                         "rewritten - status " WS-FWD-FILE-STATUS "."
                 MOVE 12 TO RETURN-CODE
              ELSE
                 IF NOT RUN-OK
                    MOVE "Y" TO WS-UNPOSTED-SAVED-FLAG
                 END-IF

                 MOVE 1 TO WS-TRN-IDX

                 PERFORM 5050-WRITE-ONE-FORWARD-RECORD
                     UNTIL WS-TRN-IDX > WS-TRN-COUNT

                 CLOSE HR-FORWARD-FILE

                 IF NOT RUN-OK
                    DISPLAY "Unposted transactions written to "
                            "HRINFWD for the rerun: "
                            WS-TRANS-UNPOSTED
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write One Carried-Forward Transaction Back to HRINFWD - After
      * a Stopped Run, Every Transaction Not Yet Posted as Well
      *-----------------------------------------------------------------
       5050-WRITE-ONE-FORWARD-RECORD.
           IF WS-TRN-DISPOSITION (WS-TRN-IDX) = SPACE
              AND NOT RUN-OK
              ADD 1 TO WS-TRANS-UNPOSTED
           END-IF.

           IF WS-TRN-DISPOSITION (WS-TRN-IDX) = "F"
              OR (WS-TRN-DISPOSITION (WS-TRN-IDX) = SPACE
                  AND NOT RUN-OK)
              MOVE SPACES TO HRF-FILE-RECORD
              MOVE WS-TRN-EXTRACT-TS (WS-TRN-IDX) TO HRF-EXTRACT-TS
              MOVE WS-TRN-ACTION (WS-TRN-IDX) TO HRF-ACTION
              MOVE WS-TRN-HR-REF (WS-TRN-IDX) TO HRF-HR-REF
              MOVE WS-TRN-EMP-ID (WS-TRN-IDX) TO HRF-EMP-ID
              MOVE WS-TRN-EFF-DATE (WS-TRN-IDX) TO HRF-EFFECTIVE-DATE
              MOVE WS-TRN-FIRST-NAME (WS-TRN-IDX) TO HRF-FIRST-NAME
              MOVE WS-TRN-LAST-NAME (WS-TRN-IDX) TO HRF-LAST-NAME
              MOVE WS-TRN-DEPT (WS-TRN-IDX) TO HRF-DEPT
              MOVE WS-TRN-POSITION (WS-TRN-IDX) TO HRF-POSITION
              MOVE WS-TRN-SALARY (WS-TRN-IDX) TO HRF-SALARY
              MOVE WS-TRN-MANAGER-ID (WS-TRN-IDX) TO HRF-MANAGER-ID
              MOVE WS-TRN-RETURN-DATE (WS-TRN-IDX) TO HRF-RETURN-DATE

              WRITE HRF-FILE-RECORD

              IF WS-FWD-FILE-STATUS NOT = "00"
                 DISPLAY "WARNING: carry-forward write failed - "
                         "status " WS-FWD-FILE-STATUS "."
                 MOVE "N" TO WS-UNPOSTED-SAVED-FLAG
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           ADD 1 TO WS-TRN-IDX.

      *-----------------------------------------------------------------
      * Record the Extract Timestamp of the Feed Just Posted so it is
      * Never Posted Twice - Also After a Stopped Run Whose Unposted
      * Transactions Are Safely on HRINFWD, Which Now Holds the Rest
      * of the Feed
      *-----------------------------------------------------------------
       5500-SAVE-LAST-EXTRACT-TS.
           IF FEED-ACCEPTED AND (RUN-OK OR UNPOSTED-SAVED)
              OPEN OUTPUT LAST-EXTRACT-FILE

              IF WS-LST-FILE-STATUS NOT = "00"
                 DISPLAY "WARNING: HRINLST could not be written - "
                         "status " WS-LST-FILE-STATUS
                         "; tonight's feed must not be rerun."
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO LST-FILE-RECORD
                 MOVE WS-FEED-EXTRACT-TS TO LST-EXTRACT-TS
                 WRITE LST-FILE-RECORD

                 IF WS-LST-FILE-STATUS NOT = "00"
                    DISPLAY "WARNING: HRINLST write failed - status "
                            WS-LST-FILE-STATUS
                            "; tonight's feed must not be rerun."
                    MOVE 12 TO RETURN-CODE
                 END-IF

                 CLOSE LAST-EXTRACT-FILE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Exceptions Report for HR - a Refused Feed, Every Rejected or
      * Held Transaction With its Reason, Every Posting That Went
      * Over a Department Budget, and the Night's Totals
      *-----------------------------------------------------------------
       6000-WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Exceptions report file could not be opened - "
                      "status " WS-RPT-FILE-STATUS "."
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "INBOUND HR FEED EXCEPTIONS REPORT  "
                     "RUN DATE: " WS-RUN-DATE
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              MOVE SPACES TO RPT-REPORT-LINE
              EVALUATE TRUE
                  WHEN NOT FEED-PRESENT
                      MOVE "NO HR FEED RECEIVED TONIGHT"
                        TO RPT-REPORT-LINE
                  WHEN WS-FEED-REFUSAL NOT = SPACES
                      STRING "HR FEED REFUSED - NOTHING POSTED: "
                             WS-FEED-REFUSAL
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
                  WHEN OTHER
                      STRING "HR EXTRACT: " WS-FEED-EXTRACT-TS
                             "  TRANSACTIONS: " WS-FEED-LOADED
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
              END-EVALUATE
              WRITE RPT-REPORT-LINE

              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              MOVE 1 TO WS-TRN-IDX
              PERFORM 6050-WRITE-ONE-REPORT-LINE
                  UNTIL WS-TRN-IDX > WS-TRN-COUNT

              MOVE WS-LINE TO RPT-REPORT-LINE
              WRITE RPT-REPORT-LINE

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "POSTED: " WS-TRANS-APPLIED
                     "  PARKED: " WS-TRANS-PARKED
                     "  CARRIED FORWARD: " WS-TRANS-FORWARDED
                     "  NO CHANGE: " WS-TRANS-UNCHANGED
                     "  REJECTED: " WS-TRANS-REJECTED
                     "  HELD: " WS-TRANS-HELD
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              IF NOT RUN-OK
                 MOVE SPACES TO RPT-REPORT-LINE
                 EVALUATE TRUE
                     WHEN UNPOSTED-SAVED
                         STRING "RUN STOPPED - " WS-TRANS-UNPOSTED
                                " UNPOSTED TRANSACTIONS POST FROM "
                                "HRINFWD ON THE RERUN"
                           DELIMITED BY SIZE
                           INTO RPT-REPORT-LINE
                         END-STRING
                     WHEN POSTING-STARTED
                         STRING "RUN STOPPED - HRINFWD COULD NOT BE "
                                "WRITTEN; DO NOT RERUN BEFORE IT IS "
                                "RESTORED"
                           DELIMITED BY SIZE
                           INTO RPT-REPORT-LINE
                         END-STRING
                     WHEN OTHER
                         STRING "RUN STOPPED BEFORE ANYTHING WAS "
                                "POSTED - THE FEED POSTS ON THE RERUN"
                           DELIMITED BY SIZE
                           INTO RPT-REPORT-LINE
                         END-STRING
                 END-EVALUATE
                 WRITE RPT-REPORT-LINE
              END-IF

              IF WS-RPT-FILE-STATUS NOT = "00"
                 DISPLAY "Warning: exceptions report write failed - "
                         "status " WS-RPT-FILE-STATUS "."
              END-IF

              CLOSE EXCEPTION-REPORT-FILE

              DISPLAY WS-LINE
              DISPLAY "Transactions posted   : " WS-TRANS-APPLIED
              DISPLAY "Parked on PENDCHG     : " WS-TRANS-PARKED
              DISPLAY "Carried forward       : " WS-TRANS-FORWARDED
              DISPLAY "No change needed      : " WS-TRANS-UNCHANGED
              DISPLAY "Rejected              : " WS-TRANS-REJECTED
              DISPLAY "Held (local conflict) : " WS-TRANS-HELD
              DISPLAY "Over-budget warnings  : " WS-TRANS-WARNED

              COMPUTE NRC-STEP-RECORD-COUNT =
                      WS-TRANS-APPLIED + WS-TRANS-PARKED
           END-IF.

      *-----------------------------------------------------------------
      * Write the Report Line for One Rejected, Held, or Over-Budget
      * Transaction, or One Left Unposted by a Stopped Run
      *-----------------------------------------------------------------
       6050-WRITE-ONE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DISPOSITION.

           EVALUATE TRUE
               WHEN WS-TRN-DISPOSITION (WS-TRN-IDX) = "R"
                   MOVE "REJECTED" TO WS-RPT-DISPOSITION
               WHEN WS-TRN-DISPOSITION (WS-TRN-IDX) = "H"
                   MOVE "HELD" TO WS-RPT-DISPOSITION
               WHEN WS-TRN-DISPOSITION (WS-TRN-IDX) = SPACE
                    AND UNPOSTED-SAVED
                   MOVE "UNPOSTED" TO WS-RPT-DISPOSITION
                   MOVE "RUN STOPPED - POSTS FROM HRINFWD ON THE RERUN"
                     TO WS-TRN-REASON (WS-TRN-IDX)
               WHEN WS-TRN-WARNING (WS-TRN-IDX) NOT = SPACES
                   MOVE "WARNING" TO WS-RPT-DISPOSITION
                   MOVE WS-TRN-WARNING (WS-TRN-IDX)
                     TO WS-TRN-REASON (WS-TRN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-RPT-DISPOSITION NOT = SPACES
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "  " WS-RPT-DISPOSITION
                     " REF " WS-TRN-HR-REF (WS-TRN-IDX)
                     " ACT " WS-TRN-ACTION (WS-TRN-IDX)
                     " EMP " WS-TRN-EMP-ID (WS-TRN-IDX)
                     " EFF " WS-TRN-EFF-DATE (WS-TRN-IDX)
                     "  " WS-TRN-REASON (WS-TRN-IDX)
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              IF WS-RPT-FILE-STATUS NOT = "00"
                 DISPLAY "Warning: exceptions report write failed - "
                         "status " WS-RPT-FILE-STATUS "."
              END-IF
           END-IF.

           ADD 1 TO WS-TRN-IDX.

      *-----------------------------------------------------------------
      * Edit WS-CHECK-DATE as a YYYY-MM-DD Calendar Date
      *-----------------------------------------------------------------
       7000-CHECK-DATE-FORMAT.
           MOVE "N" TO WS-DATE-OK-FLAG.

           IF WS-CHECK-DATE(1:4) NUMERIC
              AND WS-CHECK-DATE(5:1) = "-"
              AND WS-CHECK-DATE(6:2) NUMERIC
              AND WS-CHECK-DATE(8:1) = "-"
              AND WS-CHECK-DATE(9:2) NUMERIC
              MOVE WS-CHECK-DATE(6:2) TO WS-CHECK-MONTH
              MOVE WS-CHECK-DATE(9:2) TO WS-CHECK-DAY
              IF WS-CHECK-MONTH > 0 AND WS-CHECK-MONTH < 13
                 AND WS-CHECK-DAY > 0 AND WS-CHECK-DAY < 32
                 MOVE "Y" TO WS-DATE-OK-FLAG
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write One Audit Trail Record for a Posted HR Transaction
      *-----------------------------------------------------------------
       8500-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUD-FILE-RECORD.
           MOVE HV-EMP-ID TO AUD-EMP-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-HR-SYSTEM-USER TO AUD-TERMINAL-USER.

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
           DISPLAY "Inbound HR feed program terminated.".
           DISPLAY WS-LINE.
