      *****************************************************************
      * PROGRAM:  ASOFRPT
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  As-of-date employee reconstruction report - for
      *           disputes, garnishment orders, and auditor samples
      *           that ask what an employee's department, position,
      *           salary, manager, and status were on a given past
      *           date. EMPSNAP only gives month-ends and AUDRPT only
      *           lists raw changes; this program puts the two
      *           together and shows its working.
      *
      *           The nearest EMPSNAP.YYYYMMDD snapshot on or before
      *           the as-of date is the baseline. The AUDITLOG.YYYYMM
      *           generations from the snapshot month to the current
      *           month are then replayed forward: every change posted
      *           after the snapshot that took effect on or before the
      *           as-of date (its effective date when one was
      *           recorded, otherwise its posting date) is applied in
      *           the order it was posted. A change posted after the
      *           as-of date but effective on or before it - a
      *           retroactive pay change - is applied and marked
      *           RETRO.
      *
      *           An employee who is not on the baseline and was not
      *           hired by a replayed record - because no snapshot
      *           goes back far enough, or because the employee has
      *           since been purged or rehired - is rebuilt from the
      *           employment stint that covers the as-of date: the
      *           current EMPLOYEES row, a prior stint filed on
      *           EMPLOYMENT_HISTORY, or the employee's EMPARCH
      *           archive row. Each of those holds the employee as at
      *           the end of the stint, so the audit records of that
      *           stint that took effect after the as-of date are
      *           rolled back, newest first, and marked UNDO.
      *
      *           The manager is not carried on the audit trail, so
      *           it is reported as it stood on the baseline the
      *           record was built from, and says so.
      *
      *           The report ASOFRPT lists each reconstructed record
      *           followed by every audit record used to build it,
      *           with its sequence number, so the answer can be
      *           defended. Options from the environment:
      *             ASOF_DATE        the as-of date, YYYYMMDD or
      *                              YYYY-MM-DD (required)
      *             ASOF_EMP_ID      one employee to reconstruct, or
      *             ASOF_DEPT        every employee employed in the
      *                              department on the date (needs a
      *                              snapshot on or before the date)
      *             ASOF_SNAP_DAYS   how many days back to look for
      *                              a snapshot (default 400)
      *             ASOF_ARCH_DATE   YYYYMMDD of the EMPARCH archive
      *                              holding a purged employee, when
      *                              the purge predates the audit
      *                              generations read
      *
      *           Return code 16 on a failed database connect, 12 on
      *           a missing option or file error, 8 when nothing
      *           could be reconstructed, 4 when the answer is given
      *           but an audit generation in the range was missing or
      *           a working table overflowed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFRPT.

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
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT ASOF-REPORT-FILE ASSIGN TO "ASOFRPT"
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

       FD  ARCHIVE-FILE.
       01 ARC-FILE-RECORD.
          05 ARC-EMP-ID               PIC 9(5).
          05 FILLER                   PIC X(1).
          05 ARC-FIRST-NAME           PIC X(20).
          05 FILLER                   PIC X(1).
          05 ARC-LAST-NAME            PIC X(20).
          05 FILLER                   PIC X(1).
          05 ARC-DEPT                 PIC X(15).
          05 FILLER                   PIC X(1).
          05 ARC-POSITION             PIC X(20).
          05 FILLER                   PIC X(1).
          05 ARC-SALARY               PIC 9(7)V99.
          05 FILLER                   PIC X(1).
          05 ARC-HIRE-DATE            PIC X(10).
          05 FILLER                   PIC X(1).
          05 ARC-ACTIVE-FLAG          PIC X(1).
          05 FILLER                   PIC X(1).
          05 ARC-TERM-DATE            PIC X(10).

       FD  ASOF-REPORT-FILE.
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
          05 WS-INPUTS-OK-FLAG        PIC X(1) VALUE "Y".
             88 INPUTS-OK             VALUE "Y".
          05 WS-FILE-ERROR-FLAG       PIC X(1) VALUE "N".
             88 FILE-ERROR            VALUE "Y".
          05 WS-SNAPSHOT-FOUND-FLAG   PIC X(1) VALUE "N".
             88 SNAPSHOT-FOUND        VALUE "Y".
          05 WS-INCOMPLETE-FLAG       PIC X(1) VALUE "N".
             88 ANSWER-INCOMPLETE     VALUE "Y".
          05 WS-SELECT-MODE           PIC X(1) VALUE SPACE.
             88 EMPLOYEE-MODE         VALUE "E".
             88 DEPARTMENT-MODE       VALUE "D".
          05 WS-CANDIDATE-FLAG        PIC X(1) VALUE "N".
             88 CANDIDATE-FOUND       VALUE "Y".
          05 WS-ARCHIVE-ROW-FLAG      PIC X(1) VALUE "N".
             88 ARCHIVE-ROW-FOUND     VALUE "Y".
          05 WS-CURRENT-ROW-FLAG      PIC X(1) VALUE "N".
             88 CURRENT-ROW-FOUND     VALUE "Y".

       01 WS-COUNTERS.
          05 WS-SNAPSHOT-ROWS-READ    PIC 9(7) VALUE ZEROES.
          05 WS-AUDIT-RECORDS-READ    PIC 9(9) VALUE ZEROES.
          05 WS-GENERATIONS-READ      PIC 9(4) VALUE ZEROES.
          05 WS-GENERATIONS-MISSING   PIC 9(4) VALUE ZEROES.
          05 WS-RECORDS-APPLIED       PIC 9(5) VALUE ZEROES.
          05 WS-RECORDS-UNDONE        PIC 9(5) VALUE ZEROES.
          05 WS-EMPLOYEES-REPORTED    PIC 9(5) VALUE ZEROES.

       01 WS-ERROR-HANDLING.
          05 WS-SQL-STATUS            PIC X(5).
          05 WS-SQL-MSG               PIC X(70).
          05 WS-ERROR-MSG             PIC X(100).

      *-----------------------------------------------------------------
      * Run Options - the As-of Date and the Selection - and Today
      *-----------------------------------------------------------------
       01 WS-RUN-CONTROL.
          05 WS-ASOF-DATE-IN          PIC X(10).
          05 WS-EMP-ID-IN             PIC X(5).
          05 WS-DEPT-IN               PIC X(15).
          05 WS-SNAP-DAYS-IN          PIC X(3).
          05 WS-ARCH-DATE-IN          PIC X(8).
          05 WS-SELECT-EMP-ID         PIC 9(5).
          05 WS-SELECT-DEPT           PIC X(15).
          05 WS-SNAP-DAYS             PIC 9(3).
          05 WS-ASOF-YMD              PIC X(8).
          05 WS-ASOF-DATE             PIC X(10).
          05 WS-ASOF-INT              PIC 9(7).
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-TODAY-YMD             PIC X(8).
          05 WS-RUN-DATE              PIC X(10).
          05 WS-CURRENT-MONTH         PIC X(6).
          05 WS-DATE-NUMBER           PIC 9(8).
          05 WS-DATE-NUMBER-X REDEFINES WS-DATE-NUMBER
                                      PIC X(8).

      *-----------------------------------------------------------------
      * Baseline Snapshot Search - Probed Back One Day at a Time From
      * the As-of Date
      *-----------------------------------------------------------------
       01 WS-SNAPSHOT-AREA.
          05 WS-SNAP-FILE-NAME        PIC X(16).
          05 WS-SNAP-YMD              PIC X(8) VALUE ZEROES.
          05 WS-PROBE-INT             PIC 9(7).
          05 WS-PROBE-COUNT           PIC 9(4).

      *-----------------------------------------------------------------
      * Audit Generations Read - From the Snapshot Month (the As-of
      * Month Without a Snapshot) Through the Current Month
      *-----------------------------------------------------------------
       01 WS-GENERATION-AREA.
          05 WS-AUD-FILE-NAME         PIC X(15).
          05 WS-FIRST-MONTH           PIC X(6).
          05 WS-GEN-MONTH.
             10 WS-GEN-YEAR           PIC 9(4).
             10 WS-GEN-MM             PIC 9(2).
          05 WS-MISSING-COUNT         PIC 9(2) VALUE ZEROES.
          05 WS-MISSING-MONTH OCCURS 24 TIMES
                                      PIC X(6).
          05 WS-MIS-IDX               PIC 9(2).

      *-----------------------------------------------------------------
      * The Employment Records Being Reconstructed - the Baseline Rows
      * and Anyone Hired by a Replayed Record or Rebuilt From a Stint
      *   Source  S snapshot, A audit trail, E EMPLOYEES row,
      *           H EMPLOYMENT_HISTORY stint, R EMPARCH archive
      *   Status  Y active, L on leave, N terminated
      *-----------------------------------------------------------------
       01 WS-ROW-TABLE-AREA.
          05 WS-ROW-COUNT             PIC 9(4) VALUE ZEROES.
          05 WS-ROW-ENTRY OCCURS 2000 TIMES.
             10 WS-ROW-EMP-ID         PIC 9(5).
             10 WS-ROW-FIRST-NAME     PIC X(20).
             10 WS-ROW-LAST-NAME      PIC X(20).
             10 WS-ROW-DEPT           PIC X(15).
             10 WS-ROW-POSITION       PIC X(20).
             10 WS-ROW-SALARY         PIC 9(7)V99.
             10 WS-ROW-HIRE-DATE      PIC X(10).
             10 WS-ROW-STATUS         PIC X(1).
             10 WS-ROW-TERM-DATE      PIC X(10).
             10 WS-ROW-MANAGER-ID     PIC 9(5).
             10 WS-ROW-MANAGER-FLAG   PIC X(1).
             10 WS-ROW-SOURCE         PIC X(1).
             10 WS-ROW-STINT-END      PIC X(10).
          05 WS-ROW-IDX               PIC 9(4).
          05 WS-ROW-FOUND-IDX         PIC 9(4).
          05 WS-MATCH-EMP-ID          PIC 9(5).
          05 WS-ROW-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 ROW-TABLE-FULL        VALUE "Y".

      *-----------------------------------------------------------------
      * Audit Records Taken From the Generations, in Posting Order,
      * With the Use Each Was Put To (APPLY, RETRO, UNDO, or Blank
      * When Not Used)
      *-----------------------------------------------------------------
       01 WS-AUDIT-TABLE-AREA.
          05 WS-AUT-COUNT             PIC 9(4) VALUE ZEROES.
          05 WS-AUT-ENTRY OCCURS 5000 TIMES.
             10 WS-AUT-EMP-ID         PIC 9(5).
             10 WS-AUT-OPERATION      PIC X(6).
             10 WS-AUT-OLD-DEPT       PIC X(15).
             10 WS-AUT-NEW-DEPT       PIC X(15).
             10 WS-AUT-OLD-POSITION   PIC X(20).
             10 WS-AUT-NEW-POSITION   PIC X(20).
             10 WS-AUT-OLD-SALARY     PIC 9(7)V99.
             10 WS-AUT-NEW-SALARY     PIC 9(7)V99.
             10 WS-AUT-POSTED-YMD     PIC X(8).
             10 WS-AUT-EFFECT-YMD     PIC X(8).
             10 WS-AUT-SEQUENCE-NO    PIC 9(9).
             10 WS-AUT-USE            PIC X(5).
          05 WS-AUT-IDX               PIC 9(4).
          05 WS-AUT-TABLE-FULL-FLAG   PIC X(1) VALUE "N".
             88 AUDIT-TABLE-FULL      VALUE "Y".
          05 WS-AUT-EFF-WORK          PIC X(10).
          05 WS-AUT-EFF-YMD           PIC X(8).
          05 WS-AUT-POST-YMD          PIC X(8).

      *-----------------------------------------------------------------
      * The Stint Covering the As-of Date for an Employee Missing From
      * the Baseline - the Latest Hire on or Before the Date Among
      * the EMPLOYEES Row, EMPLOYMENT_HISTORY, and the Archive
      *-----------------------------------------------------------------
       01 WS-CANDIDATE-AREA.
          05 WS-CND-SOURCE            PIC X(1).
          05 WS-CND-FIRST-NAME        PIC X(20).
          05 WS-CND-LAST-NAME         PIC X(20).
          05 WS-CND-DEPT              PIC X(15).
          05 WS-CND-POSITION          PIC X(20).
          05 WS-CND-SALARY            PIC 9(7)V99.
          05 WS-CND-HIRE-DATE         PIC X(10).
          05 WS-CND-ACTIVE-FLAG       PIC X(1).
          05 WS-CND-TERM-DATE         PIC X(10).
          05 WS-CND-MANAGER-ID        PIC 9(5).
          05 WS-CND-STINT-END-YMD     PIC X(8).
          05 WS-CUR-FIRST-NAME        PIC X(20).
          05 WS-CUR-LAST-NAME         PIC X(20).
          05 WS-ARCH-FILE-NAME        PIC X(16).
          05 WS-ARCH-YMD              PIC X(8).
          05 WS-WORK-DATE             PIC X(10).
          05 WS-WORK-YMD              PIC X(8).

       01 WS-REPORT-WORK.
          05 WS-SOURCE-TEXT           PIC X(80).
          05 WS-STATUS-TEXT           PIC X(40).
          05 WS-MANAGER-TEXT          PIC X(80).
          05 WS-USED-COUNT            PIC 9(4).
          05 WS-POSTED-DATE           PIC X(10).
          05 WS-EFFECT-DATE           PIC X(10).
          05 WS-SHOW-DEPT             PIC X(15).
          05 WS-SHOW-POSITION         PIC X(20).
          05 WS-SHOW-SALARY           PIC X(13).
          05 WS-DEPT-HEADCOUNT        PIC 9(5) VALUE ZEROES.
          05 WS-DEPT-SALARY-TOTAL     PIC 9(11)V99 VALUE ZEROES.

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-SNP-FILE-STATUS       PIC X(2).
          05 WS-AUD-FILE-STATUS       PIC X(2).
          05 WS-ARC-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).
          05 WS-FMT-SALARY            PIC $$,$$$,$$9.99.
          05 WS-FMT-TOTAL             PIC $$$,$$$,$$$,$$9.99.
          05 WS-FMT-COUNT             PIC ZZZ,ZZ9.

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
       01 HV-HIST-HIRE-DATE           PIC X(10).
       01 HV-HIST-TERM-DATE           PIC X(10).
       01 HV-HIST-DEPT                PIC X(15).
       01 HV-HIST-POSITION            PIC X(20).
       01 HV-HIST-SALARY              PIC 9(7)V99.
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

      *-----------------------------------------------------------------
      * Cursor Declaration - One Employee's Prior Stints
      *-----------------------------------------------------------------
       EXEC SQL
          DECLARE ASOF_HIST_CURSOR CURSOR FOR
          SELECT HIRE_DATE, TERM_DATE, DEPARTMENT, POSITION, SALARY
          FROM EMPLOYMENT_HISTORY
          WHERE EMP_ID = :HV-EMP-ID
          ORDER BY HIRE_DATE
       END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "AS-OF-DATE EMPLOYEE RECONSTRUCTION PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.

           IF INPUTS-OK
              PERFORM 1100-CONNECT-TO-DB
           END-IF.

           IF DB-CONNECTED
              PERFORM 2000-FIND-SNAPSHOT

              IF SNAPSHOT-FOUND
                 PERFORM 2100-LOAD-SNAPSHOT
              END-IF

              IF DEPARTMENT-MODE AND NOT SNAPSHOT-FOUND
                 DISPLAY "No snapshot on or before " WS-ASOF-DATE
                         " within " WS-SNAP-DAYS " days - a "
                         "department can only be rebuilt from one."
                 MOVE "N" TO WS-INPUTS-OK-FLAG
              END-IF
           END-IF.

           IF DB-CONNECTED AND INPUTS-OK AND NOT FILE-ERROR
              PERFORM 3000-READ-AUDIT-GENERATIONS
           END-IF.

           IF DB-CONNECTED AND INPUTS-OK AND NOT FILE-ERROR
              PERFORM 4000-REPLAY-FORWARD

              IF EMPLOYEE-MODE
                 MOVE WS-SELECT-EMP-ID TO WS-MATCH-EMP-ID
                 PERFORM 4100-FIND-ROW
                 IF WS-ROW-FOUND-IDX = ZEROES
                    PERFORM 5000-REBUILD-FROM-STINT
                 END-IF
              END-IF

              PERFORM 6000-WRITE-REPORT
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
      * Pick Up and Check the Options, Settle Today's Date. The As-Of
      * Date May be Keyed With or Without the Dashes; Exactly One of
      * an Employee or a Department Must be Given.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-ERROR-HANDLING.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-DB-CONNECTED.
           MOVE "Y" TO WS-INPUTS-OK-FLAG.
           MOVE "N" TO WS-FILE-ERROR-FLAG.
           MOVE "N" TO WS-SNAPSHOT-FOUND-FLAG.
           MOVE "N" TO WS-INCOMPLETE-FLAG.
           MOVE ZEROES TO WS-ROW-COUNT WS-AUT-COUNT WS-MISSING-COUNT.
           MOVE ZEROES TO WS-SNAP-YMD.

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           MOVE WS-SYSTEM-DATE-RAW(1:8) TO WS-TODAY-YMD.
           MOVE WS-SYSTEM-DATE-RAW(1:6) TO WS-CURRENT-MONTH.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           MOVE SPACES TO WS-ASOF-DATE-IN WS-EMP-ID-IN WS-DEPT-IN
                          WS-SNAP-DAYS-IN WS-ARCH-DATE-IN.
           ACCEPT WS-ASOF-DATE-IN FROM ENVIRONMENT "ASOF_DATE".
           ACCEPT WS-EMP-ID-IN FROM ENVIRONMENT "ASOF_EMP_ID".
           ACCEPT WS-DEPT-IN FROM ENVIRONMENT "ASOF_DEPT".
           ACCEPT WS-SNAP-DAYS-IN FROM ENVIRONMENT "ASOF_SNAP_DAYS".
           ACCEPT WS-ARCH-DATE-IN FROM ENVIRONMENT "ASOF_ARCH_DATE".

           MOVE SPACES TO WS-ASOF-YMD.
           IF WS-ASOF-DATE-IN(5:1) = "-"
              STRING WS-ASOF-DATE-IN(1:4) WS-ASOF-DATE-IN(6:2)
                     WS-ASOF-DATE-IN(9:2)
                     DELIMITED BY SIZE
                INTO WS-ASOF-YMD
           ELSE
              MOVE WS-ASOF-DATE-IN(1:8) TO WS-ASOF-YMD
           END-IF.

           IF WS-ASOF-YMD NOT NUMERIC
              OR WS-ASOF-YMD(5:2) < "01" OR WS-ASOF-YMD(5:2) > "12"
              OR WS-ASOF-YMD(7:2) < "01" OR WS-ASOF-YMD(7:2) > "31"
              DISPLAY "ASOF_DATE must give the as-of date as YYYYMMDD "
                      "or YYYY-MM-DD; run cancelled."
              MOVE "N" TO WS-INPUTS-OK-FLAG
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-ASOF-YMD > WS-TODAY-YMD
                 DISPLAY "ASOF_DATE " WS-ASOF-DATE-IN
                         " is in the future; run cancelled."
                 MOVE "N" TO WS-INPUTS-OK-FLAG
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE WS-ASOF-YMD TO WS-DATE-NUMBER-X
                 COMPUTE WS-ASOF-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER)
                 MOVE SPACES TO WS-ASOF-DATE
                 STRING WS-ASOF-YMD(1:4) "-" WS-ASOF-YMD(5:2) "-"
                        WS-ASOF-YMD(7:2)
                        DELIMITED BY SIZE
                   INTO WS-ASOF-DATE
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-EMP-ID-IN NOT = SPACES
                    AND WS-DEPT-IN NOT = SPACES
                   DISPLAY "Give ASOF_EMP_ID or ASOF_DEPT, not both; "
                           "run cancelled."
                   MOVE "N" TO WS-INPUTS-OK-FLAG
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EMP-ID-IN NOT = SPACES
                   IF WS-EMP-ID-IN NUMERIC
                      MOVE WS-EMP-ID-IN TO WS-SELECT-EMP-ID
                      MOVE "E" TO WS-SELECT-MODE
                   ELSE
                      DISPLAY "ASOF_EMP_ID " WS-EMP-ID-IN
                              " is not a 5-digit employee ID; run "
                              "cancelled."
                      MOVE "N" TO WS-INPUTS-OK-FLAG
                      MOVE 12 TO RETURN-CODE
                   END-IF
               WHEN WS-DEPT-IN NOT = SPACES
                   MOVE WS-DEPT-IN TO WS-SELECT-DEPT
                   MOVE "D" TO WS-SELECT-MODE
               WHEN OTHER
                   DISPLAY "ASOF_EMP_ID or ASOF_DEPT must name the "
                           "employee or department; run cancelled."
                   MOVE "N" TO WS-INPUTS-OK-FLAG
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

           IF WS-SNAP-DAYS-IN NUMERIC AND WS-SNAP-DAYS-IN > "000"
              MOVE WS-SNAP-DAYS-IN TO WS-SNAP-DAYS
           ELSE
              MOVE 400 TO WS-SNAP-DAYS
           END-IF.

           IF WS-ARCH-DATE-IN NOT = SPACES
              AND WS-ARCH-DATE-IN NOT NUMERIC
              DISPLAY "ASOF_ARCH_DATE " WS-ARCH-DATE-IN
                      " is not a YYYYMMDD date - ignored."
              MOVE SPACES TO WS-ARCH-DATE-IN
           END-IF.

           IF INPUTS-OK
              DISPLAY "As-of date      : " WS-ASOF-DATE
              IF EMPLOYEE-MODE
                 DISPLAY "Employee        : " WS-SELECT-EMP-ID
              ELSE
                 DISPLAY "Department      : " WS-SELECT-DEPT
              END-IF
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
              MOVE 16 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Find the Nearest Snapshot on or Before the As-of Date - Month-
      * End Snapshots are the Rule, but an Ad Hoc One May Fall on Any
      * Day, so Each Day is Tried in Turn
      *-----------------------------------------------------------------
       2000-FIND-SNAPSHOT.
           MOVE WS-ASOF-INT TO WS-PROBE-INT.
           MOVE ZEROES TO WS-PROBE-COUNT.

           PERFORM 2050-PROBE-ONE-DAY
               UNTIL SNAPSHOT-FOUND
                  OR WS-PROBE-COUNT > WS-SNAP-DAYS.

           IF SNAPSHOT-FOUND
              DISPLAY "Baseline        : " WS-SNAP-FILE-NAME
           ELSE
              MOVE ZEROES TO WS-SNAP-YMD
              DISPLAY "Baseline        : none within " WS-SNAP-DAYS
                      " days"
           END-IF.

      *-----------------------------------------------------------------
      * Try the Snapshot for One Day
      *-----------------------------------------------------------------
       2050-PROBE-ONE-DAY.
           COMPUTE WS-DATE-NUMBER =
              FUNCTION DATE-OF-INTEGER(WS-PROBE-INT).

           MOVE SPACES TO WS-SNAP-FILE-NAME.
           STRING "EMPSNAP." WS-DATE-NUMBER-X DELIMITED BY SIZE
             INTO WS-SNAP-FILE-NAME.

           OPEN INPUT SNAPSHOT-FILE.

           IF WS-SNP-FILE-STATUS = "00"
              MOVE "Y" TO WS-SNAPSHOT-FOUND-FLAG
              MOVE WS-DATE-NUMBER-X TO WS-SNAP-YMD
              CLOSE SNAPSHOT-FILE
           ELSE
              SUBTRACT 1 FROM WS-PROBE-INT
              ADD 1 TO WS-PROBE-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * Table the Baseline - Every Row for a Department Run, Since
      * Anyone May Have Transferred in Since the Snapshot; Just the
      * One Row for an Employee Run
      *-----------------------------------------------------------------
       2100-LOAD-SNAPSHOT.
           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT SNAPSHOT-FILE.

           IF WS-SNP-FILE-STATUS NOT = "00"
              DISPLAY "Snapshot " WS-SNAP-FILE-NAME " could not be "
                      "opened - status " WS-SNP-FILE-STATUS
                      "; run cancelled."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              PERFORM 2150-LOAD-ONE-ROW
                  UNTIL END-OF-DATA

              CLOSE SNAPSHOT-FILE

              DISPLAY "Snapshot rows   : " WS-SNAPSHOT-ROWS-READ
           END-IF.

           IF ROW-TABLE-FULL
              DISPLAY "Snapshot larger than 2000 rows - employees "
                      "past the limit are not reconstructed."
              MOVE "Y" TO WS-INCOMPLETE-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Table One Snapshot Row When it is Wanted
      *-----------------------------------------------------------------
       2150-LOAD-ONE-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   ADD 1 TO WS-SNAPSHOT-ROWS-READ

                   IF DEPARTMENT-MODE
                      OR SNP-EMP-ID = WS-SELECT-EMP-ID
                      IF WS-ROW-COUNT < 2000
                         ADD 1 TO WS-ROW-COUNT
                         MOVE WS-ROW-COUNT TO WS-ROW-IDX
                         MOVE SNP-EMP-ID TO WS-ROW-EMP-ID (WS-ROW-IDX)
                         MOVE SNP-FIRST-NAME
                           TO WS-ROW-FIRST-NAME (WS-ROW-IDX)
                         MOVE SNP-LAST-NAME
                           TO WS-ROW-LAST-NAME (WS-ROW-IDX)
                         MOVE SNP-DEPT TO WS-ROW-DEPT (WS-ROW-IDX)
                         MOVE SNP-POSITION
                           TO WS-ROW-POSITION (WS-ROW-IDX)
                         MOVE SNP-SALARY TO WS-ROW-SALARY (WS-ROW-IDX)
                         MOVE SNP-HIRE-DATE
                           TO WS-ROW-HIRE-DATE (WS-ROW-IDX)
                         MOVE SNP-ACTIVE-FLAG
                           TO WS-ROW-STATUS (WS-ROW-IDX)
                         MOVE SNP-TERM-DATE
                           TO WS-ROW-TERM-DATE (WS-ROW-IDX)
                         MOVE SNP-MANAGER-ID
                           TO WS-ROW-MANAGER-ID (WS-ROW-IDX)
                         MOVE "Y" TO WS-ROW-MANAGER-FLAG (WS-ROW-IDX)
                         MOVE "S" TO WS-ROW-SOURCE (WS-ROW-IDX)
                         MOVE SPACES TO WS-ROW-STINT-END (WS-ROW-IDX)
                      ELSE
                         MOVE "Y" TO WS-ROW-TABLE-FULL-FLAG
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Read Every Audit Generation From the First Month Needed
      * Through the Current Month, so Late-Posted Retroactive Changes
      * are Seen Too. A Missing Generation Leaves a Gap the Report
      * Must Admit to.
      *-----------------------------------------------------------------
       3000-READ-AUDIT-GENERATIONS.
           IF SNAPSHOT-FOUND
              MOVE WS-SNAP-YMD(1:6) TO WS-FIRST-MONTH
           ELSE
              MOVE WS-ASOF-YMD(1:6) TO WS-FIRST-MONTH
           END-IF.

           MOVE WS-FIRST-MONTH TO WS-GEN-MONTH.

           PERFORM 3050-READ-ONE-GENERATION
               UNTIL WS-GEN-MONTH > WS-CURRENT-MONTH
                  OR FILE-ERROR.

           DISPLAY "Generations read: " WS-GENERATIONS-READ
                   "  missing: " WS-GENERATIONS-MISSING.
           DISPLAY "Audit records   : " WS-AUDIT-RECORDS-READ
                   "  kept: " WS-AUT-COUNT.

           IF WS-GENERATIONS-MISSING > ZEROES
              MOVE "Y" TO WS-INCOMPLETE-FLAG
           END-IF.

           IF AUDIT-TABLE-FULL
              DISPLAY "More than 5000 audit records apply - later "
                      "ones are not replayed."
              MOVE "Y" TO WS-INCOMPLETE-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Read One Monthly Generation, Then Step to the Next Month
      *-----------------------------------------------------------------
       3050-READ-ONE-GENERATION.
           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-GEN-MONTH DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

           MOVE "N" TO WS-END-OF-DATA.

           OPEN INPUT AUDIT-FILE.

           EVALUATE TRUE
               WHEN WS-AUD-FILE-STATUS = "00"
                   ADD 1 TO WS-GENERATIONS-READ
                   PERFORM 3100-TABLE-ONE-RECORD
                       UNTIL END-OF-DATA

                   CLOSE AUDIT-FILE
               WHEN WS-AUD-FILE-STATUS = "35"
                   ADD 1 TO WS-GENERATIONS-MISSING
                   IF WS-MISSING-COUNT < 24
                      ADD 1 TO WS-MISSING-COUNT
                      MOVE WS-GEN-MONTH
                        TO WS-MISSING-MONTH (WS-MISSING-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "Audit generation " WS-AUD-FILE-NAME
                           " could not be read - status "
                           WS-AUD-FILE-STATUS "; run cancelled."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
           END-EVALUATE.

           IF WS-GEN-MM = 12
              ADD 1 TO WS-GEN-YEAR
              MOVE 1 TO WS-GEN-MM
           ELSE
              ADD 1 TO WS-GEN-MM
           END-IF.

      *-----------------------------------------------------------------
      * Keep One Audit Record When it Can Bear on the Answer - Only
      * the Operations That Change an Employment Record Count. A
      * Department Run Keeps What the Forward Replay Can Use; an
      * Employee Run Keeps All of the Employee's Records, Since a
      * Stint Rebuild Rolls Later Ones Back.
      *-----------------------------------------------------------------
       3100-TABLE-ONE-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ

                   IF AFR-EMP-ID > ZEROES
                      AND (AFR-OPERATION = "INSERT"
                        OR AFR-OPERATION = "UPDATE"
                        OR AFR-OPERATION = "XFER"
                        OR AFR-OPERATION = "REHIRE"
                        OR AFR-OPERATION = "LEAVE"
                        OR AFR-OPERATION = "RETURN"
                        OR AFR-OPERATION = "DELETE"
                        OR AFR-OPERATION = "ARCHIV"
                        OR AFR-OPERATION = "RESTOR")
                      PERFORM 3150-SETTLE-RECORD-DATES

                      IF (EMPLOYEE-MODE
                          AND AFR-EMP-ID = WS-SELECT-EMP-ID)
                         OR (DEPARTMENT-MODE
                          AND WS-AUT-POST-YMD > WS-SNAP-YMD
                          AND WS-AUT-EFF-YMD NOT > WS-ASOF-YMD)
                         PERFORM 3200-ADD-AUDIT-ENTRY
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * The Posting Date From the Timestamp, and the Date the Change
      * Took Effect - the Recorded Effective Date When There is One
      *-----------------------------------------------------------------
       3150-SETTLE-RECORD-DATES.
           MOVE AFR-TIMESTAMP(1:8) TO WS-AUT-POST-YMD.
           MOVE AFR-EFFECTIVE-DATE TO WS-AUT-EFF-WORK.

           IF WS-AUT-EFF-WORK(1:4) NUMERIC
              AND WS-AUT-EFF-WORK(6:2) NUMERIC
              AND WS-AUT-EFF-WORK(9:2) NUMERIC
              MOVE SPACES TO WS-AUT-EFF-YMD
              STRING WS-AUT-EFF-WORK(1:4) WS-AUT-EFF-WORK(6:2)
                     WS-AUT-EFF-WORK(9:2)
                     DELIMITED BY SIZE
                INTO WS-AUT-EFF-YMD
           ELSE
              MOVE WS-AUT-POST-YMD TO WS-AUT-EFF-YMD
           END-IF.

      *-----------------------------------------------------------------
      * Add One Audit Record to the Table
      *-----------------------------------------------------------------
       3200-ADD-AUDIT-ENTRY.
           IF WS-AUT-COUNT < 5000
              ADD 1 TO WS-AUT-COUNT
              MOVE WS-AUT-COUNT TO WS-AUT-IDX
              MOVE AFR-EMP-ID TO WS-AUT-EMP-ID (WS-AUT-IDX)
              MOVE AFR-OPERATION TO WS-AUT-OPERATION (WS-AUT-IDX)
              MOVE AFR-OLD-DEPT TO WS-AUT-OLD-DEPT (WS-AUT-IDX)
              MOVE AFR-NEW-DEPT TO WS-AUT-NEW-DEPT (WS-AUT-IDX)
              MOVE AFR-OLD-POSITION
                TO WS-AUT-OLD-POSITION (WS-AUT-IDX)
              MOVE AFR-NEW-POSITION
                TO WS-AUT-NEW-POSITION (WS-AUT-IDX)
              MOVE AFR-OLD-SALARY TO WS-AUT-OLD-SALARY (WS-AUT-IDX)
              MOVE AFR-NEW-SALARY TO WS-AUT-NEW-SALARY (WS-AUT-IDX)
              MOVE WS-AUT-POST-YMD TO WS-AUT-POSTED-YMD (WS-AUT-IDX)
              MOVE WS-AUT-EFF-YMD TO WS-AUT-EFFECT-YMD (WS-AUT-IDX)
              MOVE AFR-SEQUENCE-NO
                TO WS-AUT-SEQUENCE-NO (WS-AUT-IDX)
              MOVE SPACES TO WS-AUT-USE (WS-AUT-IDX)
           ELSE
              MOVE "Y" TO WS-AUT-TABLE-FULL-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Replay Forward - Apply, in Posting Order, Every Change Posted
      * After the Baseline That Took Effect on or Before the As-of
      * Date
      *-----------------------------------------------------------------
       4000-REPLAY-FORWARD.
           MOVE 1 TO WS-AUT-IDX.

           PERFORM 4050-APPLY-ONE-RECORD
               UNTIL WS-AUT-IDX > WS-AUT-COUNT.

           DISPLAY "Records applied : " WS-RECORDS-APPLIED.

      *-----------------------------------------------------------------
      * Apply One Audit Record to the Employee it Belongs to. A Hire,
      * Rehire, or Restore Brings in an Employee Not Yet Tabled; Any
      * Other Record for an Untabled Employee is Not Used.
      *-----------------------------------------------------------------
       4050-APPLY-ONE-RECORD.
           IF WS-AUT-POSTED-YMD (WS-AUT-IDX) > WS-SNAP-YMD
              AND WS-AUT-EFFECT-YMD (WS-AUT-IDX) NOT > WS-ASOF-YMD
              MOVE WS-AUT-EMP-ID (WS-AUT-IDX) TO WS-MATCH-EMP-ID
              PERFORM 4100-FIND-ROW

              IF WS-ROW-FOUND-IDX = ZEROES
                 AND (WS-AUT-OPERATION (WS-AUT-IDX) = "INSERT"
                   OR WS-AUT-OPERATION (WS-AUT-IDX) = "REHIRE"
                   OR WS-AUT-OPERATION (WS-AUT-IDX) = "RESTOR")
                 PERFORM 4150-ADD-ROW-FROM-AUDIT
              END-IF

              IF WS-ROW-FOUND-IDX > ZEROES
                 MOVE WS-ROW-FOUND-IDX TO WS-ROW-IDX
                 PERFORM 4200-APPLY-TO-ROW
              END-IF
           END-IF.

           ADD 1 TO WS-AUT-IDX.

      *-----------------------------------------------------------------
      * Find the Tabled Row for an Employee
      *-----------------------------------------------------------------
       4100-FIND-ROW.
           MOVE ZEROES TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-ROW-IDX.

           PERFORM 4110-CHECK-ONE-ROW
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
                  OR WS-ROW-FOUND-IDX > ZEROES.

      *-----------------------------------------------------------------
      * Check One Tabled Row
      *-----------------------------------------------------------------
       4110-CHECK-ONE-ROW.
           IF WS-ROW-EMP-ID (WS-ROW-IDX) = WS-MATCH-EMP-ID
              MOVE WS-ROW-IDX TO WS-ROW-FOUND-IDX
           END-IF.

           ADD 1 TO WS-ROW-IDX.

      *-----------------------------------------------------------------
      * Table an Employee First Seen on a Hire, Rehire, or Restore -
      * the Name is Looked Up When the Report is Written
      *-----------------------------------------------------------------
       4150-ADD-ROW-FROM-AUDIT.
           IF WS-ROW-COUNT < 2000
              ADD 1 TO WS-ROW-COUNT
              MOVE WS-ROW-COUNT TO WS-ROW-FOUND-IDX
              MOVE WS-ROW-COUNT TO WS-ROW-IDX
              INITIALIZE WS-ROW-ENTRY (WS-ROW-IDX)
              MOVE WS-AUT-EMP-ID (WS-AUT-IDX)
                TO WS-ROW-EMP-ID (WS-ROW-IDX)
              MOVE "N" TO WS-ROW-STATUS (WS-ROW-IDX)
              MOVE "N" TO WS-ROW-MANAGER-FLAG (WS-ROW-IDX)
              MOVE "A" TO WS-ROW-SOURCE (WS-ROW-IDX)
           ELSE
              MOVE "Y" TO WS-ROW-TABLE-FULL-FLAG
              MOVE "Y" TO WS-INCOMPLETE-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Apply the Current Audit Record to the Found Row and Mark it
      * Used - RETRO When it Was Posted After the As-of Date
      *-----------------------------------------------------------------
       4200-APPLY-TO-ROW.
           MOVE SPACES TO WS-WORK-DATE.
           STRING WS-AUT-EFFECT-YMD (WS-AUT-IDX)(1:4) "-"
                  WS-AUT-EFFECT-YMD (WS-AUT-IDX)(5:2) "-"
                  WS-AUT-EFFECT-YMD (WS-AUT-IDX)(7:2)
                  DELIMITED BY SIZE
             INTO WS-WORK-DATE.

           EVALUATE WS-AUT-OPERATION (WS-AUT-IDX)
               WHEN "INSERT"
               WHEN "REHIRE"
                   PERFORM 4250-TAKE-NEW-VALUES
                   MOVE "Y" TO WS-ROW-STATUS (WS-ROW-IDX)
                   MOVE WS-WORK-DATE TO WS-ROW-HIRE-DATE (WS-ROW-IDX)
                   MOVE SPACES TO WS-ROW-TERM-DATE (WS-ROW-IDX)
               WHEN "RESTOR"
                   PERFORM 4250-TAKE-NEW-VALUES
               WHEN "UPDATE"
               WHEN "XFER"
                   PERFORM 4250-TAKE-NEW-VALUES
               WHEN "LEAVE"
                   MOVE "L" TO WS-ROW-STATUS (WS-ROW-IDX)
               WHEN "RETURN"
                   MOVE "Y" TO WS-ROW-STATUS (WS-ROW-IDX)
               WHEN "DELETE"
                   MOVE "N" TO WS-ROW-STATUS (WS-ROW-IDX)
                   MOVE WS-WORK-DATE TO WS-ROW-TERM-DATE (WS-ROW-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-AUT-POSTED-YMD (WS-AUT-IDX) > WS-ASOF-YMD
              MOVE "RETRO" TO WS-AUT-USE (WS-AUT-IDX)
           ELSE
              MOVE "APPLY" TO WS-AUT-USE (WS-AUT-IDX)
           END-IF.

           ADD 1 TO WS-RECORDS-APPLIED.

      *-----------------------------------------------------------------
      * Take the New Department, Position, and Salary From the Audit
      * Record - a Blank or Zero Value Leaves the Row's Own Alone
      *-----------------------------------------------------------------
       4250-TAKE-NEW-VALUES.
           IF WS-AUT-NEW-DEPT (WS-AUT-IDX) NOT = SPACES
              MOVE WS-AUT-NEW-DEPT (WS-AUT-IDX)
                TO WS-ROW-DEPT (WS-ROW-IDX)
           END-IF.

           IF WS-AUT-NEW-POSITION (WS-AUT-IDX) NOT = SPACES
              MOVE WS-AUT-NEW-POSITION (WS-AUT-IDX)
                TO WS-ROW-POSITION (WS-ROW-IDX)
           END-IF.

           IF WS-AUT-NEW-SALARY (WS-AUT-IDX) > ZEROES
              MOVE WS-AUT-NEW-SALARY (WS-AUT-IDX)
                TO WS-ROW-SALARY (WS-ROW-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Rebuild an Employee Missing From the Baseline From the Stint
      * Covering the As-of Date - the Latest Hire on or Before the
      * Date Among the Current EMPLOYEES Row and the Prior Stints on
      * EMPLOYMENT_HISTORY, or the Archive Row When the Employee Has
      * Been Purged - Then Roll the Stint's Later Changes Back
      *-----------------------------------------------------------------
       5000-REBUILD-FROM-STINT.
           MOVE "N" TO WS-CANDIDATE-FLAG.
           MOVE "N" TO WS-CURRENT-ROW-FLAG.
           INITIALIZE WS-CANDIDATE-AREA.

           PERFORM 5100-CHECK-CURRENT-ROW.
           PERFORM 5200-CHECK-HISTORY-STINTS.

           IF NOT CURRENT-ROW-FOUND
              PERFORM 5300-CHECK-ARCHIVE
           END-IF.

           IF CANDIDATE-FOUND
              PERFORM 5400-ADD-ROW-FROM-STINT
              PERFORM 5500-ROLL-BACK
           ELSE
              DISPLAY "No employment record for " WS-SELECT-EMP-ID
                      " covers " WS-ASOF-DATE "."
           END-IF.

      *-----------------------------------------------------------------
      * The Employee's Current EMPLOYEES Row - the Current Stint
      *-----------------------------------------------------------------
       5100-CHECK-CURRENT-ROW.
           MOVE WS-SELECT-EMP-ID TO HV-EMP-ID.
           MOVE ZEROES TO HV-MANAGER-ID.

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

           IF SQLCODE = 0
              MOVE "Y" TO WS-CURRENT-ROW-FLAG
              MOVE HV-EMP-FIRST-NAME TO WS-CUR-FIRST-NAME
              MOVE HV-EMP-LAST-NAME TO WS-CUR-LAST-NAME

              MOVE HV-EMP-HIRE-DATE TO WS-WORK-DATE
              PERFORM 7000-DATE-TO-YMD

              IF WS-WORK-YMD NOT > WS-ASOF-YMD
                 MOVE "Y" TO WS-CANDIDATE-FLAG
                 MOVE "E" TO WS-CND-SOURCE
                 MOVE HV-EMP-FIRST-NAME TO WS-CND-FIRST-NAME
                 MOVE HV-EMP-LAST-NAME TO WS-CND-LAST-NAME
                 MOVE HV-EMP-DEPT TO WS-CND-DEPT
                 MOVE HV-EMP-POSITION TO WS-CND-POSITION
                 MOVE HV-EMP-SALARY TO WS-CND-SALARY
                 MOVE HV-EMP-HIRE-DATE TO WS-CND-HIRE-DATE
                 MOVE HV-EMP-ACTIVE-FLAG TO WS-CND-ACTIVE-FLAG
                 MOVE HV-EMP-TERM-DATE TO WS-CND-TERM-DATE
                 MOVE HV-MANAGER-ID TO WS-CND-MANAGER-ID
                 MOVE WS-TODAY-YMD TO WS-CND-STINT-END-YMD
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The Employee's Prior Stints - a Later Hire on or Before the
      * As-of Date Replaces the Candidate Found so Far
      *-----------------------------------------------------------------
       5200-CHECK-HISTORY-STINTS.
           MOVE "N" TO WS-END-OF-DATA.

           EXEC SQL
               OPEN ASOF_HIST_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 5250-CHECK-ONE-STINT
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE ASOF_HIST_CURSOR
              END-EXEC
           END-IF.

      *-----------------------------------------------------------------
      * Fetch and Weigh One Prior Stint
      *-----------------------------------------------------------------
       5250-CHECK-ONE-STINT.
           EXEC SQL
               FETCH ASOF_HIST_CURSOR INTO
                   :HV-HIST-HIRE-DATE,
                   :HV-HIST-TERM-DATE,
                   :HV-HIST-DEPT,
                   :HV-HIST-POSITION,
                   :HV-HIST-SALARY
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-HIST-HIRE-DATE TO WS-WORK-DATE
              PERFORM 7000-DATE-TO-YMD

              IF WS-WORK-YMD NOT > WS-ASOF-YMD
                 AND (NOT CANDIDATE-FOUND
                   OR HV-HIST-HIRE-DATE > WS-CND-HIRE-DATE)
                 MOVE "Y" TO WS-CANDIDATE-FLAG
                 MOVE "H" TO WS-CND-SOURCE
                 MOVE WS-CUR-FIRST-NAME TO WS-CND-FIRST-NAME
                 MOVE WS-CUR-LAST-NAME TO WS-CND-LAST-NAME
                 MOVE HV-HIST-DEPT TO WS-CND-DEPT
                 MOVE HV-HIST-POSITION TO WS-CND-POSITION
                 MOVE HV-HIST-SALARY TO WS-CND-SALARY
                 MOVE HV-HIST-HIRE-DATE TO WS-CND-HIRE-DATE
                 MOVE "N" TO WS-CND-ACTIVE-FLAG
                 MOVE HV-HIST-TERM-DATE TO WS-CND-TERM-DATE
                 MOVE ZEROES TO WS-CND-MANAGER-ID
                 MOVE HV-HIST-TERM-DATE TO WS-WORK-DATE
                 PERFORM 7000-DATE-TO-YMD
                 MOVE WS-WORK-YMD TO WS-CND-STINT-END-YMD
              END-IF
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 8000-CHECK-SQL-STATUS
              END-IF
              MOVE "Y" TO WS-END-OF-DATA
           END-IF.

      *-----------------------------------------------------------------
      * A Purged Employee's Archive Row - the Archive Named by
      * ASOF_ARCH_DATE, Otherwise the One the Employee's ARCHIV Audit
      * Record Was Written With
      *-----------------------------------------------------------------
       5300-CHECK-ARCHIVE.
           MOVE SPACES TO WS-ARCH-YMD.

           IF WS-ARCH-DATE-IN NOT = SPACES
              MOVE WS-ARCH-DATE-IN TO WS-ARCH-YMD
           ELSE
              MOVE 1 TO WS-AUT-IDX
              PERFORM 5310-CHECK-ONE-ARCHIV
                  UNTIL WS-AUT-IDX > WS-AUT-COUNT
           END-IF.

           IF WS-ARCH-YMD = SPACES
              DISPLAY "Employee " WS-SELECT-EMP-ID " is not on "
                      "EMPLOYEES and no archive date is known - set "
                      "ASOF_ARCH_DATE to search an EMPARCH archive."
           ELSE
              MOVE SPACES TO WS-ARCH-FILE-NAME
              STRING "EMPARCH." WS-ARCH-YMD DELIMITED BY SIZE
                INTO WS-ARCH-FILE-NAME

              MOVE "N" TO WS-ARCHIVE-ROW-FLAG
              MOVE "N" TO WS-END-OF-DATA

              OPEN INPUT ARCHIVE-FILE

              IF WS-ARC-FILE-STATUS = "00"
                 PERFORM 5350-CHECK-ONE-ARCHIVE-ROW
                     UNTIL END-OF-DATA OR ARCHIVE-ROW-FOUND

                 CLOSE ARCHIVE-FILE
              ELSE
                 DISPLAY "Archive " WS-ARCH-FILE-NAME " could not be "
                         "opened - status " WS-ARC-FILE-STATUS "."
                 MOVE "Y" TO WS-INCOMPLETE-FLAG
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Note the Archive Date From One of the Employee's Audit Records
      *-----------------------------------------------------------------
       5310-CHECK-ONE-ARCHIV.
           IF WS-AUT-OPERATION (WS-AUT-IDX) = "ARCHIV"
              MOVE WS-AUT-POSTED-YMD (WS-AUT-IDX) TO WS-ARCH-YMD
           END-IF.

           ADD 1 TO WS-AUT-IDX.

      *-----------------------------------------------------------------
      * Read One Archive Row, Weighing it When it is the Employee's
      *-----------------------------------------------------------------
       5350-CHECK-ONE-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   IF ARC-EMP-ID = WS-SELECT-EMP-ID
                      MOVE "Y" TO WS-ARCHIVE-ROW-FLAG
                      MOVE ARC-HIRE-DATE TO WS-WORK-DATE
                      PERFORM 7000-DATE-TO-YMD

                      IF WS-WORK-YMD NOT > WS-ASOF-YMD
                         AND (NOT CANDIDATE-FOUND
                           OR ARC-HIRE-DATE > WS-CND-HIRE-DATE)
                         MOVE "Y" TO WS-CANDIDATE-FLAG
                         MOVE "R" TO WS-CND-SOURCE
                         MOVE ARC-FIRST-NAME TO WS-CND-FIRST-NAME
                         MOVE ARC-LAST-NAME TO WS-CND-LAST-NAME
                         MOVE ARC-DEPT TO WS-CND-DEPT
                         MOVE ARC-POSITION TO WS-CND-POSITION
                         MOVE ARC-SALARY TO WS-CND-SALARY
                         MOVE ARC-HIRE-DATE TO WS-CND-HIRE-DATE
                         MOVE "N" TO WS-CND-ACTIVE-FLAG
                         MOVE ARC-TERM-DATE TO WS-CND-TERM-DATE
                         MOVE ZEROES TO WS-CND-MANAGER-ID
                         MOVE ARC-TERM-DATE TO WS-WORK-DATE
                         PERFORM 7000-DATE-TO-YMD
                         MOVE WS-WORK-YMD TO WS-CND-STINT-END-YMD
                      END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Table the Stint as it Stood at its End. An Employee Whose
      * Stint Ended on or Before the As-of Date Was Terminated on it;
      * Otherwise a Closed Stint Was Still Running, and the Current
      * Stint Starts From Today's Status.
      *-----------------------------------------------------------------
       5400-ADD-ROW-FROM-STINT.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-ROW-COUNT TO WS-ROW-IDX.
           INITIALIZE WS-ROW-ENTRY (WS-ROW-IDX).

           MOVE WS-SELECT-EMP-ID TO WS-ROW-EMP-ID (WS-ROW-IDX).
           MOVE WS-CND-FIRST-NAME TO WS-ROW-FIRST-NAME (WS-ROW-IDX).
           MOVE WS-CND-LAST-NAME TO WS-ROW-LAST-NAME (WS-ROW-IDX).
           MOVE WS-CND-DEPT TO WS-ROW-DEPT (WS-ROW-IDX).
           MOVE WS-CND-POSITION TO WS-ROW-POSITION (WS-ROW-IDX).
           MOVE WS-CND-SALARY TO WS-ROW-SALARY (WS-ROW-IDX).
           MOVE WS-CND-HIRE-DATE TO WS-ROW-HIRE-DATE (WS-ROW-IDX).
           MOVE WS-CND-MANAGER-ID TO WS-ROW-MANAGER-ID (WS-ROW-IDX).
           MOVE WS-CND-SOURCE TO WS-ROW-SOURCE (WS-ROW-IDX).

           IF WS-CND-SOURCE = "E"
              MOVE "Y" TO WS-ROW-MANAGER-FLAG (WS-ROW-IDX)
           ELSE
              MOVE "N" TO WS-ROW-MANAGER-FLAG (WS-ROW-IDX)
           END-IF.

           MOVE SPACES TO WS-ROW-STINT-END (WS-ROW-IDX).
           STRING WS-CND-STINT-END-YMD(1:4) "-"
                  WS-CND-STINT-END-YMD(5:2) "-"
                  WS-CND-STINT-END-YMD(7:2)
                  DELIMITED BY SIZE
             INTO WS-ROW-STINT-END (WS-ROW-IDX).

           MOVE WS-CND-TERM-DATE TO WS-WORK-DATE.
           PERFORM 7000-DATE-TO-YMD.

           EVALUATE TRUE
               WHEN WS-CND-TERM-DATE NOT = SPACES
                    AND WS-WORK-YMD NOT > WS-ASOF-YMD
                   MOVE "N" TO WS-ROW-STATUS (WS-ROW-IDX)
                   MOVE WS-CND-TERM-DATE
                     TO WS-ROW-TERM-DATE (WS-ROW-IDX)
               WHEN WS-CND-SOURCE = "E"
                   MOVE WS-CND-ACTIVE-FLAG
                     TO WS-ROW-STATUS (WS-ROW-IDX)
               WHEN OTHER
                   MOVE "Y" TO WS-ROW-STATUS (WS-ROW-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Roll Back, Newest First, Every Change of the Stint That Took
      * Effect After the As-of Date
      *-----------------------------------------------------------------
       5500-ROLL-BACK.
           MOVE WS-AUT-COUNT TO WS-AUT-IDX.

           PERFORM 5550-UNDO-ONE-RECORD
               UNTIL WS-AUT-IDX = ZEROES.

           DISPLAY "Records undone  : " WS-RECORDS-UNDONE.

      *-----------------------------------------------------------------
      * Undo One Audit Record When it Belongs to the Stint and Took
      * Effect After the As-of Date - the Old Values Come Back
      *-----------------------------------------------------------------
       5550-UNDO-ONE-RECORD.
           IF WS-AUT-EFFECT-YMD (WS-AUT-IDX) > WS-ASOF-YMD
              AND WS-AUT-POSTED-YMD (WS-AUT-IDX)
                  NOT > WS-CND-STINT-END-YMD
              EVALUATE WS-AUT-OPERATION (WS-AUT-IDX)
                  WHEN "UPDATE"
                  WHEN "XFER"
                      PERFORM 5600-TAKE-OLD-VALUES
                      MOVE "UNDO" TO WS-AUT-USE (WS-AUT-IDX)
                  WHEN "LEAVE"
                      MOVE "Y" TO WS-ROW-STATUS (WS-ROW-IDX)
                      MOVE "UNDO" TO WS-AUT-USE (WS-AUT-IDX)
                  WHEN "RETURN"
                      MOVE "L" TO WS-ROW-STATUS (WS-ROW-IDX)
                      MOVE "UNDO" TO WS-AUT-USE (WS-AUT-IDX)
                  WHEN "DELETE"
                      MOVE "Y" TO WS-ROW-STATUS (WS-ROW-IDX)
                      MOVE SPACES TO WS-ROW-TERM-DATE (WS-ROW-IDX)
                      MOVE "UNDO" TO WS-AUT-USE (WS-AUT-IDX)
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE

              IF WS-AUT-USE (WS-AUT-IDX) = "UNDO"
                 ADD 1 TO WS-RECORDS-UNDONE
              END-IF
           END-IF.

           SUBTRACT 1 FROM WS-AUT-IDX.

      *-----------------------------------------------------------------
      * Put Back the Old Department, Position, and Salary From the
      * Audit Record - a Blank or Zero Value Leaves the Row's Own Alone
      *-----------------------------------------------------------------
       5600-TAKE-OLD-VALUES.
           IF WS-AUT-OLD-DEPT (WS-AUT-IDX) NOT = SPACES
              MOVE WS-AUT-OLD-DEPT (WS-AUT-IDX)
                TO WS-ROW-DEPT (WS-ROW-IDX)
           END-IF.

           IF WS-AUT-OLD-POSITION (WS-AUT-IDX) NOT = SPACES
              MOVE WS-AUT-OLD-POSITION (WS-AUT-IDX)
                TO WS-ROW-POSITION (WS-ROW-IDX)
           END-IF.

           IF WS-AUT-OLD-SALARY (WS-AUT-IDX) > ZEROES
              MOVE WS-AUT-OLD-SALARY (WS-AUT-IDX)
                TO WS-ROW-SALARY (WS-ROW-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Write the Reconstruction Report - the Run Header, One Block
      * per Employee Reported, and the Trailer
      *-----------------------------------------------------------------
       6000-WRITE-REPORT.
           OPEN OUTPUT ASOF-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Reconstruction report file could not be "
                      "opened - status " WS-RPT-FILE-STATUS
                      "; run cancelled."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              PERFORM 6050-WRITE-REPORT-HEADER

              MOVE 1 TO WS-ROW-IDX

              PERFORM 6100-WRITE-ONE-EMPLOYEE
                  UNTIL WS-ROW-IDX > WS-ROW-COUNT

              PERFORM 6900-WRITE-REPORT-TRAILER

              IF WS-RPT-FILE-STATUS NOT = "00"
                 DISPLAY "Warning: reconstruction report write "
                         "failed - status " WS-RPT-FILE-STATUS "."
              END-IF

              CLOSE ASOF-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Run Header - What Was Asked, the Baseline, and the Audit
      * Generations the Answer Rests on
      *-----------------------------------------------------------------
       6050-WRITE-REPORT-HEADER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "AS-OF-DATE EMPLOYEE RECONSTRUCTION - RUN DATE: "
                  WS-RUN-DATE
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "AS-OF DATE          : " WS-ASOF-DATE
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           IF EMPLOYEE-MODE
              STRING "EMPLOYEE            : " WS-SELECT-EMP-ID
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              STRING "DEPARTMENT          : " WS-SELECT-DEPT
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           IF SNAPSHOT-FOUND
              STRING "BASELINE SNAPSHOT   : " WS-SNAP-FILE-NAME
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           ELSE
              STRING "BASELINE SNAPSHOT   : NONE ON OR BEFORE THE "
                     "AS-OF DATE"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
           END-IF.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "AUDIT GENERATIONS   : AUDITLOG." WS-FIRST-MONTH
                  " THROUGH AUDITLOG." WS-CURRENT-MONTH
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE 1 TO WS-MIS-IDX.
           PERFORM 6060-WRITE-ONE-MISSING
               UNTIL WS-MIS-IDX > WS-MISSING-COUNT.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "USE: APPLY = REPLAYED FORWARD; RETRO = POSTED "
                  "AFTER THE AS-OF DATE, EFFECTIVE ON OR BEFORE IT;"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "     UNDO = ROLLED BACK FROM THE END OF THE STINT "
                  "(VALUES SHOWN ARE THOSE RESTORED)"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * Name One Audit Generation That Was Not on File
      *-----------------------------------------------------------------
       6060-WRITE-ONE-MISSING.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  *** GENERATION AUDITLOG."
                  WS-MISSING-MONTH (WS-MIS-IDX)
                  " NOT ON FILE - CHANGES IN IT ARE NOT REFLECTED"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           ADD 1 TO WS-MIS-IDX.

      *-----------------------------------------------------------------
      * Report One Reconstructed Employee - Every Row for an Employee
      * Run; for a Department Run Only Those Employed in the
      * Department on the As-of Date
      *-----------------------------------------------------------------
       6100-WRITE-ONE-EMPLOYEE.
           IF EMPLOYEE-MODE
              OR (WS-ROW-DEPT (WS-ROW-IDX) = WS-SELECT-DEPT
                  AND (WS-ROW-STATUS (WS-ROW-IDX) = "Y"
                    OR WS-ROW-STATUS (WS-ROW-IDX) = "L"))
              ADD 1 TO WS-EMPLOYEES-REPORTED

              IF WS-ROW-STATUS (WS-ROW-IDX) = "Y"
                 OR WS-ROW-STATUS (WS-ROW-IDX) = "L"
                 ADD 1 TO WS-DEPT-HEADCOUNT
                 ADD WS-ROW-SALARY (WS-ROW-IDX)
                   TO WS-DEPT-SALARY-TOTAL
              END-IF

              IF WS-ROW-FIRST-NAME (WS-ROW-IDX) = SPACES
                 AND WS-ROW-LAST-NAME (WS-ROW-IDX) = SPACES
                 PERFORM 6150-LOOK-UP-NAME
              END-IF

              PERFORM 6200-WRITE-EMPLOYEE-BLOCK
              PERFORM 6300-WRITE-RECORDS-USED
           END-IF.

           ADD 1 TO WS-ROW-IDX.

      *-----------------------------------------------------------------
      * Look Up the Name of an Employee Brought in by an Audit Record
      *-----------------------------------------------------------------
       6150-LOOK-UP-NAME.
           MOVE WS-ROW-EMP-ID (WS-ROW-IDX) TO HV-EMP-ID.

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME
               INTO :HV-EMP-FIRST-NAME, :HV-EMP-LAST-NAME
               FROM EMPLOYEES
               WHERE EMP_ID = :HV-EMP-ID
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-EMP-FIRST-NAME TO WS-ROW-FIRST-NAME (WS-ROW-IDX)
              MOVE HV-EMP-LAST-NAME TO WS-ROW-LAST-NAME (WS-ROW-IDX)
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 8000-CHECK-SQL-STATUS
              END-IF
              MOVE "(NAME NOT ON FILE)"
                TO WS-ROW-FIRST-NAME (WS-ROW-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * The Reconstructed Record and Where it Came From
      *-----------------------------------------------------------------
       6200-WRITE-EMPLOYEE-BLOCK.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "EMPLOYEE " WS-ROW-EMP-ID (WS-ROW-IDX) "  "
                  FUNCTION TRIM(WS-ROW-FIRST-NAME (WS-ROW-IDX)) " "
                  FUNCTION TRIM(WS-ROW-LAST-NAME (WS-ROW-IDX))
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO WS-SOURCE-TEXT.
           EVALUATE WS-ROW-SOURCE (WS-ROW-IDX)
               WHEN "S"
                   STRING "SNAPSHOT " WS-SNAP-FILE-NAME
                          " + AUDIT REPLAY"
                     DELIMITED BY SIZE
                     INTO WS-SOURCE-TEXT
                   END-STRING
               WHEN "A"
                   STRING "AUDIT REPLAY (HIRED AFTER THE BASELINE)"
                     DELIMITED BY SIZE
                     INTO WS-SOURCE-TEXT
                   END-STRING
               WHEN "E"
                   STRING "EMPLOYEES ROW AS AT " WS-RUN-DATE
                          " + AUDIT ROLLBACK"
                     DELIMITED BY SIZE
                     INTO WS-SOURCE-TEXT
                   END-STRING
               WHEN "H"
                   STRING "EMPLOYMENT_HISTORY STINT "
                          WS-ROW-HIRE-DATE (WS-ROW-IDX) " TO "
                          WS-ROW-STINT-END (WS-ROW-IDX)
                          " + AUDIT ROLLBACK"
                     DELIMITED BY SIZE
                     INTO WS-SOURCE-TEXT
                   END-STRING
               WHEN "R"
                   STRING "ARCHIVE " WS-ARCH-FILE-NAME
                          " (STINT ENDED "
                          WS-ROW-STINT-END (WS-ROW-IDX)
                          ") + AUDIT ROLLBACK"
                     DELIMITED BY SIZE
                     INTO WS-SOURCE-TEXT
                   END-STRING
           END-EVALUATE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  SOURCE     : " WS-SOURCE-TEXT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO WS-STATUS-TEXT.
           EVALUATE WS-ROW-STATUS (WS-ROW-IDX)
               WHEN "Y"
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN "L"
                   MOVE "ON LEAVE" TO WS-STATUS-TEXT
               WHEN OTHER
                   IF WS-ROW-TERM-DATE (WS-ROW-IDX) = SPACES
                      MOVE "TERMINATED" TO WS-STATUS-TEXT
                   ELSE
                      STRING "TERMINATED "
                             WS-ROW-TERM-DATE (WS-ROW-IDX)
                        DELIMITED BY SIZE
                        INTO WS-STATUS-TEXT
                      END-STRING
                   END-IF
           END-EVALUATE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  STATUS     : " WS-STATUS-TEXT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  DEPARTMENT : " WS-ROW-DEPT (WS-ROW-IDX)
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  POSITION   : " WS-ROW-POSITION (WS-ROW-IDX)
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-ROW-SALARY (WS-ROW-IDX) TO WS-FMT-SALARY.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  SALARY     : " WS-FMT-SALARY
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO WS-MANAGER-TEXT.
           EVALUATE TRUE
               WHEN WS-ROW-MANAGER-FLAG (WS-ROW-IDX) NOT = "Y"
                   STRING "NOT RECORDED FOR THIS SOURCE"
                     DELIMITED BY SIZE
                     INTO WS-MANAGER-TEXT
                   END-STRING
               WHEN WS-ROW-SOURCE (WS-ROW-IDX) = "S"
                   STRING WS-ROW-MANAGER-ID (WS-ROW-IDX)
                          " AS AT THE SNAPSHOT (MANAGER CHANGES "
                          "ARE NOT AUDITED)"
                     DELIMITED BY SIZE
                     INTO WS-MANAGER-TEXT
                   END-STRING
               WHEN OTHER
                   STRING WS-ROW-MANAGER-ID (WS-ROW-IDX)
                          " AS AT " WS-RUN-DATE " (MANAGER CHANGES "
                          "ARE NOT AUDITED)"
                     DELIMITED BY SIZE
                     INTO WS-MANAGER-TEXT
                   END-STRING
           END-EVALUATE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  MANAGER    : " WS-MANAGER-TEXT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  HIRE DATE  : " WS-ROW-HIRE-DATE (WS-ROW-IDX)
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * The Audit Records Used for the Current Employee
      *-----------------------------------------------------------------
       6300-WRITE-RECORDS-USED.
           MOVE ZEROES TO WS-USED-COUNT.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  AUDIT RECORDS USED:"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "  SEQUENCE  POSTED     EFFECTIVE  OP     USE   "
                  "DEPARTMENT      POSITION                    SALARY"
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE 1 TO WS-AUT-IDX.
           PERFORM 6350-WRITE-ONE-RECORD-USED
               UNTIL WS-AUT-IDX > WS-AUT-COUNT.

           IF WS-USED-COUNT = ZEROES
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "  (NONE - THE SOURCE STANDS AS RECORDED)"
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * One Audit Record Line When it Was Used for This Employee -
      * the New Values for a Replayed Record, the Old Values for One
      * Rolled Back
      *-----------------------------------------------------------------
       6350-WRITE-ONE-RECORD-USED.
           IF WS-AUT-EMP-ID (WS-AUT-IDX) = WS-ROW-EMP-ID (WS-ROW-IDX)
              AND WS-AUT-USE (WS-AUT-IDX) NOT = SPACES
              ADD 1 TO WS-USED-COUNT

              MOVE SPACES TO WS-POSTED-DATE WS-EFFECT-DATE
              STRING WS-AUT-POSTED-YMD (WS-AUT-IDX)(1:4) "-"
                     WS-AUT-POSTED-YMD (WS-AUT-IDX)(5:2) "-"
                     WS-AUT-POSTED-YMD (WS-AUT-IDX)(7:2)
                     DELIMITED BY SIZE
                INTO WS-POSTED-DATE
              STRING WS-AUT-EFFECT-YMD (WS-AUT-IDX)(1:4) "-"
                     WS-AUT-EFFECT-YMD (WS-AUT-IDX)(5:2) "-"
                     WS-AUT-EFFECT-YMD (WS-AUT-IDX)(7:2)
                     DELIMITED BY SIZE
                INTO WS-EFFECT-DATE

              IF WS-AUT-USE (WS-AUT-IDX) = "UNDO"
                 MOVE WS-AUT-OLD-DEPT (WS-AUT-IDX) TO WS-SHOW-DEPT
                 MOVE WS-AUT-OLD-POSITION (WS-AUT-IDX)
                   TO WS-SHOW-POSITION
                 MOVE WS-AUT-OLD-SALARY (WS-AUT-IDX) TO WS-FMT-SALARY
              ELSE
                 MOVE WS-AUT-NEW-DEPT (WS-AUT-IDX) TO WS-SHOW-DEPT
                 MOVE WS-AUT-NEW-POSITION (WS-AUT-IDX)
                   TO WS-SHOW-POSITION
                 MOVE WS-AUT-NEW-SALARY (WS-AUT-IDX) TO WS-FMT-SALARY
              END-IF

              IF (WS-AUT-USE (WS-AUT-IDX) = "UNDO"
                   AND WS-AUT-OLD-SALARY (WS-AUT-IDX) = ZEROES)
                 OR (WS-AUT-USE (WS-AUT-IDX) NOT = "UNDO"
                   AND WS-AUT-NEW-SALARY (WS-AUT-IDX) = ZEROES)
                 MOVE SPACES TO WS-SHOW-SALARY
              ELSE
                 MOVE WS-FMT-SALARY TO WS-SHOW-SALARY
              END-IF

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "  " WS-AUT-SEQUENCE-NO (WS-AUT-IDX) " "
                     WS-POSTED-DATE " " WS-EFFECT-DATE " "
                     WS-AUT-OPERATION (WS-AUT-IDX) " "
                     WS-AUT-USE (WS-AUT-IDX) " "
                     WS-SHOW-DEPT " " WS-SHOW-POSITION " "
                     WS-SHOW-SALARY
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

           ADD 1 TO WS-AUT-IDX.

      *-----------------------------------------------------------------
      * Report Trailer - Counts, and Whether the Answer is Complete
      *-----------------------------------------------------------------
       6900-WRITE-REPORT-TRAILER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE WS-EMPLOYEES-REPORTED TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "EMPLOYEES REPORTED  : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF DEPARTMENT-MODE
              MOVE WS-DEPT-HEADCOUNT TO WS-FMT-COUNT
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "HEADCOUNT ON DATE   : " WS-FMT-COUNT
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE

              MOVE WS-DEPT-SALARY-TOTAL TO WS-FMT-TOTAL
              MOVE SPACES TO RPT-REPORT-LINE
              STRING "SALARY TOTAL ON DATE: " WS-FMT-TOTAL
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           END-IF.

           MOVE WS-RECORDS-APPLIED TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "AUDIT RECORDS APPLIED: " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-RECORDS-UNDONE TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "AUDIT RECORDS UNDONE : " WS-FMT-COUNT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-EMPLOYEES-REPORTED = ZEROES
                   STRING "NO EMPLOYMENT RECORD COULD BE "
                          "RECONSTRUCTED FOR THE AS-OF DATE"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN ANSWER-INCOMPLETE
                   STRING "*** INCOMPLETE - SEE THE MISSING "
                          "GENERATIONS AND RUN LOG; DO NOT RELY ON "
                          "THIS ANSWER ALONE"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "RECONSTRUCTION COMPLETE - EVERY AUDIT "
                          "GENERATION IN THE RANGE WAS READ"
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RPT-REPORT-LINE.

      *-----------------------------------------------------------------
      * YYYY-MM-DD Work Date to YYYYMMDD for Comparison - a Blank or
      * Malformed Date Compares as Zeroes
      *-----------------------------------------------------------------
       7000-DATE-TO-YMD.
           MOVE ZEROES TO WS-WORK-YMD.

           IF WS-WORK-DATE(1:4) NUMERIC
              AND WS-WORK-DATE(6:2) NUMERIC
              AND WS-WORK-DATE(9:2) NUMERIC
              STRING WS-WORK-DATE(1:4) WS-WORK-DATE(6:2)
                     WS-WORK-DATE(9:2)
                     DELIMITED BY SIZE
                INTO WS-WORK-YMD
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
      * Program Termination - Set the Return Code
      *-----------------------------------------------------------------
       9000-TERMINATE.
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = ZEROES
                   CONTINUE
               WHEN FILE-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT INPUTS-OK
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EMPLOYEES-REPORTED = ZEROES
                   DISPLAY "Nothing could be reconstructed for "
                           WS-ASOF-DATE "."
                   MOVE 8 TO RETURN-CODE
               WHEN ANSWER-INCOMPLETE
                   DISPLAY "Reconstruction incomplete - see ASOFRPT."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Employees reconstructed: "
                           WS-EMPLOYEES-REPORTED
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
           DISPLAY "As-of-date reconstruction program terminated.".
           DISPLAY WS-LINE.
