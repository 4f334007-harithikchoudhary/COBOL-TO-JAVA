      *                 database connect and 12 on a failed extract
      *                 file open, and reports its record count in
      *                 the shared night-run communication area.
      * 2026-10-15  JD  The extract can carry RTR retro-pay records,
      *                 added after the employee records by the
      *                 RETROPAY step; the balancing pass counts them
      *                 and adds their amounts to the hash total.
      * 2026-10-15  JD  PTO payout records for terminated employees'
      *                 paid-out leave balances (settled onto the
      *                 PTO_PAYOUTS table by PTOACRL) now follow the
      *                 employee records, each stamped with the run
      *                 date that carried it. The amount sits where
      *                 the salary does so it is counted in the
      *                 trailer and hash like any other detail
      *                 record. PTO_REISSUE_DATE re-sends the payouts
      *                 of an earlier night's rejected extract.
      * 2026-10-15  JD  A failed PTO payout fetch now ends the step with
      *                 return code 8 and leaves every payout unstamped,
      *                 so none is marked sent without being on the
      *                 extract.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEXTR.
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
       01 PR-PTO-RECORD.
          05 PR-PTO-ID                PIC X(3).
          05 FILLER                   PIC X(1).
          05 PR-PTO-EMP-ID            PIC 9(5).
          05 FILLER                   PIC X(1).
          05 PR-PTO-LEAVE-TYPE        PIC X(4).
          05 FILLER                   PIC X(1).
          05 PR-PTO-TERM-DATE         PIC X(10).
          05 FILLER                   PIC X(1).
          05 PR-PTO-HOURS             PIC 9(5)V99.
          05 FILLER                   PIC X(1).
          05 PR-PTO-HOURLY-RATE       PIC 9(5)V9(4).
          05 FILLER                   PIC X(21).
          05 PR-PTO-AMOUNT            PIC 9(7)V99.
       01 PR-TRAILER-RECORD.
          05 PR-TRL-ID                PIC X(3).
          05 FILLER                   PIC X(1).
             88 DB-CONNECTED          VALUE "Y".
          05 WS-EXTRACT-DONE-FLAG     PIC X(1) VALUE "N".
             88 EXTRACT-DONE          VALUE "Y".
          05 WS-PTO-FETCH-FLAG        PIC X(1) VALUE "N".
             88 PTO-FETCH-FAILED      VALUE "Y".

       01 WS-COUNTERS.
          05 WS-RECORDS-FOUND         PIC 9(5) VALUE ZEROES.
          05 WS-RECORDS-WRITTEN       PIC 9(5) VALUE ZEROES.
          05 WS-PTO-PAYOUTS-WRITTEN   PIC 9(5) VALUE ZEROES.

      *-----------------------------------------------------------------
      * Control Totals Carried in the Extract Trailer, and the
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-SALARY-HASH-TOTAL     PIC 9(13)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * PTO Payouts - Those Not Yet Sent, Those Sent Earlier Tonight
      * (a Rerun Rebuilds the Whole File), and Those of the Night
      * Named in PTO_REISSUE_DATE When its Extract Was Rejected
      *-----------------------------------------------------------------
       01 WS-PTO-PAYOUT-AREA.
          05 WS-PTO-REISSUE-DATE      PIC X(10).

       01 WS-BALANCE-AREA.
          05 WS-BAL-RECORD-COUNT      PIC 9(9) VALUE ZEROES.
          05 WS-BAL-SALARY-HASH       PIC 9(13)V99 VALUE ZEROES.
       01 HV-EMP-LAST-NAME            PIC X(20).
       01 HV-EMP-DEPT                 PIC X(15).
       01 HV-EMP-SALARY               PIC 9(7)V99.
       01 HV-PTO-LEAVE-TYPE           PIC X(4).
       01 HV-PTO-TERM-DATE            PIC X(10).
       01 HV-PTO-HOURS                PIC 9(5)V99.
       01 HV-PTO-HOURLY-RATE          PIC 9(5)V9(4).
       01 HV-PTO-AMOUNT               PIC 9(7)V99.
       01 HV-RUN-DATE                 PIC X(10).
       01 HV-PTO-REISSUE-DATE         PIC X(10).
       01 HV-DB-USER                  PIC X(20).
       01 HV-DB-PASSWORD              PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

      *-----------------------------------------------------------------
      * Cursor Declarations - Active Employees, Then the PTO Payouts
      * This Extract Carries
      *-----------------------------------------------------------------
       EXEC SQL
          DECLARE PAYROLL_CURSOR CURSOR FOR
          ORDER BY EMP_ID
       END-EXEC.

       EXEC SQL
          DECLARE PTO_PAYOUT_CURSOR CURSOR FOR
          SELECT EMP_ID, LEAVE_TYPE, TERM_DATE, PAYOUT_HOURS,
                 HOURLY_RATE, PAYOUT_AMOUNT
          FROM PTO_PAYOUTS
          WHERE EXTRACT_RUN_DATE = ' '
             OR EXTRACT_RUN_DATE = :HV-RUN-DATE
             OR EXTRACT_RUN_DATE = :HV-PTO-REISSUE-DATE
          ORDER BY EMP_ID, LEAVE_TYPE
       END-EXEC.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
                     CLOSE PAYROLL_CURSOR
                 END-EXEC

                 PERFORM 3060-WRITE-PTO-PAYOUTS

                 PERFORM 3080-WRITE-EXTRACT-TRAILER
                 MOVE "Y" TO WS-EXTRACT-DONE-FLAG
              ELSE

              DISPLAY WS-LINE
              DISPLAY "Records read from EMPLOYEES: " WS-RECORDS-FOUND
              DISPLAY "PTO payout records written : "
                      WS-PTO-PAYOUTS-WRITTEN
              DISPLAY "Records written to extract : "
                      WS-RECORDS-WRITTEN

              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write the PTO Payout Records This Extract Carries and Stamp
      * Them With Tonight's Run Date. When a Fetch Fails Part Way the
      * Extract Does Not Carry Every Payout, so None is Stamped - They
      * All Go on the Rerun - and the Step Ends With Return Code 8.
      *-----------------------------------------------------------------
       3060-WRITE-PTO-PAYOUTS.
           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-PTO-FETCH-FLAG.
           MOVE WS-RUN-DATE TO HV-RUN-DATE.

           ACCEPT WS-PTO-REISSUE-DATE FROM ENVIRONMENT
               "PTO_REISSUE_DATE".
           MOVE WS-PTO-REISSUE-DATE TO HV-PTO-REISSUE-DATE.

           IF WS-PTO-REISSUE-DATE NOT = SPACES
              DISPLAY "Reissuing PTO payouts sent on "
                      WS-PTO-REISSUE-DATE "."
           END-IF.

           EXEC SQL
               OPEN PTO_PAYOUT_CURSOR
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              PERFORM 3070-WRITE-ONE-PTO-PAYOUT
                  UNTIL END-OF-DATA

              EXEC SQL
                  CLOSE PTO_PAYOUT_CURSOR
              END-EXEC

              EVALUATE TRUE
                  WHEN PTO-FETCH-FAILED
                      EXEC SQL
                          ROLLBACK WORK
                      END-EXEC
                      DISPLAY "PTO payouts could not all be read - "
                              "none marked as sent; hold the extract."
                  WHEN WS-PTO-PAYOUTS-WRITTEN > ZEROES
                      PERFORM 3065-MARK-PTO-PAYOUTS-SENT
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           ELSE
              DISPLAY "PTO payouts could not be read - none on "
                      "this extract."
              MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Stamp the PTO Payouts Just Written With Tonight's Run Date
      *-----------------------------------------------------------------
       3065-MARK-PTO-PAYOUTS-SENT.
           EXEC SQL
               UPDATE PTO_PAYOUTS
               SET EXTRACT_RUN_DATE = :HV-RUN-DATE
               WHERE EXTRACT_RUN_DATE = ' '
                  OR EXTRACT_RUN_DATE = :HV-PTO-REISSUE-DATE
           END-EXEC.

           PERFORM 8000-CHECK-SQL-STATUS.

           IF SQLCODE = 0
              EXEC SQL
                  COMMIT WORK
              END-EXEC
           ELSE
              EXEC SQL
                  ROLLBACK WORK
              END-EXEC
              DISPLAY "PTO payouts could not be marked as "
                      "sent - they will be sent again."
           END-IF.

      *-----------------------------------------------------------------
      * Fetch One PTO Payout and Write it to the Extract File
      *-----------------------------------------------------------------
       3070-WRITE-ONE-PTO-PAYOUT.
           EXEC SQL
               FETCH PTO_PAYOUT_CURSOR INTO
                   :HV-EMP-ID,
                   :HV-PTO-LEAVE-TYPE,
                   :HV-PTO-TERM-DATE,
                   :HV-PTO-HOURS,
                   :HV-PTO-HOURLY-RATE,
                   :HV-PTO-AMOUNT
           END-EXEC.

           IF SQLCODE = 0
              MOVE SPACES TO PR-PTO-RECORD
              MOVE "PTO" TO PR-PTO-ID
              MOVE HV-EMP-ID TO PR-PTO-EMP-ID
              MOVE HV-PTO-LEAVE-TYPE TO PR-PTO-LEAVE-TYPE
              MOVE HV-PTO-TERM-DATE TO PR-PTO-TERM-DATE
              MOVE HV-PTO-HOURS TO PR-PTO-HOURS
              MOVE HV-PTO-HOURLY-RATE TO PR-PTO-HOURLY-RATE
              MOVE HV-PTO-AMOUNT TO PR-PTO-AMOUNT

              WRITE PR-PTO-RECORD

              IF WS-PR-FILE-STATUS NOT = "00"
                 DISPLAY "Warning: extract write failed for PTO "
                         "payout " HV-EMP-ID " - status "
                         WS-PR-FILE-STATUS "."
              END-IF

              ADD 1 TO WS-PTO-PAYOUTS-WRITTEN
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD HV-PTO-AMOUNT TO WS-SALARY-HASH-TOTAL
           ELSE
              IF SQLCODE = 100
                 MOVE "Y" TO WS-END-OF-DATA
              ELSE
                 PERFORM 8000-CHECK-SQL-STATUS
                 MOVE "Y" TO WS-PTO-FETCH-FLAG
                 MOVE 8 TO RETURN-CODE
                 MOVE "Y" TO WS-END-OF-DATA
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Balancing Pass - Re-Read the Finished Extract, Recompute the
      * Record Count and Salary Hash Total, and Fail the Job With a
                             TO WS-TRL-COUNT-SAVE
                           MOVE PR-TRL-SALARY-HASH
                             TO WS-TRL-HASH-SAVE
                       WHEN "RTR"
                           ADD 1 TO WS-BAL-RECORD-COUNT
                           ADD PR-RTR-AMOUNT TO WS-BAL-SALARY-HASH
                       WHEN "PTO"
                           ADD 1 TO WS-BAL-RECORD-COUNT
                           ADD PR-PTO-AMOUNT TO WS-BAL-SALARY-HASH
                       WHEN OTHER
                           ADD 1 TO WS-BAL-RECORD-COUNT
                           ADD PR-EMP-SALARY TO WS-BAL-SALARY-HASH
