      *****************************************************************
      * PROGRAM:  AUDVERFY
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Audit trail seal verifier. Walks a range of monthly
      *           AUDITLOG.YYYYMM generations front to back and checks
      *           the sequence number and chain value that AUDCHAIN
      *           stamps on the end of every audit record, so a
      *           record edited, deleted, or inserted by hand shows
      *           up. For each record it checks that:
      *             - the sequence number is one more than the
      *               record before it (a jump is a gap - records
      *               missing; a repeat or step back is out of
      *               order),
      *             - the chain value recomputes from the record
      *               image and the prior record's chain value (a
      *               mismatch means the record was altered or
      *               inserted),
      *             - the timestamp is not earlier than the record
      *               before it,
      *             - the record is sealed at all - records written
      *               before sealing began are counted, not flagged,
      *               until the first sealed record is met.
      *           After a break the check picks up again from the
      *           record that broke, so each break is reported once
      *           and where it sits (generation, record number within
      *           the generation, and sequence number). When the
      *           range reaches the newest generation, the last
      *           record read must also be the last stamp recorded in
      *           the AUDSEQ control file, or records are missing off
      *           the end. The first sealed record in the range
      *           anchors the check; it is verified against the record
      *           before it only when that record is in the range.
      *
      *           Generation range (YYYYMM) from the environment:
      *             AUDVERFY_FROM  default the previous month
      *             AUDVERFY_TO    default the current month
      *
      *           Callable from the NIGHTRUN driver: ends with GOBACK,
      *           reports the records verified in the shared
      *           night-run communication area, and ends with return
      *           code 8 when any break is found, or 12 on a report
      *           file error or an unreadable generation.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERFY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT SEQ-CONTROL-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  SEQ-CONTROL-FILE.
       01 SEQ-CONTROL-RECORD.
          05 SEQ-LAST-SEQUENCE        PIC 9(9).
          05 FILLER                   PIC X(1).
          05 SEQ-LAST-CHAIN           PIC 9(10).
          05 FILLER                   PIC X(1).
          05 SEQ-LAST-TIMESTAMP       PIC X(21).

       FD  VERIFY-REPORT-FILE.
       01 RPT-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * Night-Run Communication Area (shared copybook)
      *-----------------------------------------------------------------
       COPY "copybooks/RUNCOMM.cpy".

      *-----------------------------------------------------------------
      * Audit-Seal Parameter Area (shared copybook) - AUDCHAIN
      * Recomputes Each Chain Value With Function C
      *-----------------------------------------------------------------
       COPY "copybooks/AUDSEAL.cpy".

       01 WS-FLAGS.
          05 WS-END-OF-DATA           PIC X(1) VALUE "N".
             88 END-OF-DATA           VALUE "Y".
          05 WS-CHAIN-STARTED-FLAG    PIC X(1) VALUE "N".
             88 CHAIN-STARTED         VALUE "Y".
          05 WS-VERIFY-OK-FLAG        PIC X(1) VALUE "Y".
             88 VERIFY-OK             VALUE "Y".
          05 WS-FILE-ERROR-FLAG       PIC X(1) VALUE "N".
             88 FILE-ERROR            VALUE "Y".

       01 WS-COUNTERS.
          05 WS-RECORDS-READ          PIC 9(9) VALUE ZEROES.
          05 WS-RECORDS-SEALED        PIC 9(9) VALUE ZEROES.
          05 WS-RECORDS-PRE-SEAL      PIC 9(9) VALUE ZEROES.
          05 WS-BREAKS-FOUND          PIC 9(7) VALUE ZEROES.
          05 WS-GEN-RECORD-NO         PIC 9(7) VALUE ZEROES.

      *-----------------------------------------------------------------
      * Monthly Audit Generations to Walk - From/To YYYYMM
      *-----------------------------------------------------------------
       01 WS-GENERATION-AREA.
          05 WS-AUD-FILE-NAME         PIC X(15).
          05 WS-GEN-YYYYMM            PIC X(6).
          05 WS-GEN-FROM-YYYYMM       PIC X(6).
          05 WS-GEN-TO-YYYYMM         PIC X(6).
          05 WS-CUR-YYYYMM            PIC X(6).
          05 WS-GEN-YEAR              PIC 9(4).
          05 WS-GEN-MONTH             PIC 9(2).
          05 WS-GENERATIONS-READ      PIC 9(3) VALUE ZEROES.
          05 WS-GENERATIONS-ABSENT    PIC 9(3) VALUE ZEROES.
          05 WS-SYSTEM-DATE-RAW       PIC X(21).
          05 WS-RUN-DATE              PIC X(10).

      *-----------------------------------------------------------------
      * Generation Range Edit - a YYYYMM Option Must be Six Digits
      * With a Month of 01 to 12
      *-----------------------------------------------------------------
       01 WS-RANGE-EDIT-AREA.
          05 WS-RANGE-IN              PIC X(6).
          05 WS-RANGE-IN-NUM REDEFINES WS-RANGE-IN.
             10 WS-RANGE-IN-YEAR      PIC 9(4).
             10 WS-RANGE-IN-MONTH     PIC 9(2).
          05 WS-RANGE-VALID-FLAG      PIC X(1).
             88 RANGE-VALID           VALUE "Y".

      *-----------------------------------------------------------------
      * The Record Before the One Being Checked
      *-----------------------------------------------------------------
       01 WS-PRIOR-RECORD-AREA.
          05 WS-PRIOR-SEQUENCE        PIC 9(9) VALUE ZEROES.
          05 WS-PRIOR-CHAIN           PIC 9(10) VALUE ZEROES.
          05 WS-PRIOR-TIMESTAMP       PIC X(21) VALUE SPACES.
          05 WS-EXPECTED-SEQUENCE     PIC 9(9) VALUE ZEROES.
          05 WS-MISSING-COUNT         PIC 9(9) VALUE ZEROES.

      *-----------------------------------------------------------------
      * One Break - What Broke, Written With Where it Sits
      *-----------------------------------------------------------------
       01 WS-BREAK-AREA.
          05 WS-BREAK-TEXT            PIC X(60).
          05 WS-TSD-DATE              PIC X(10).
          05 WS-TSD-TIME              PIC X(8).

       01 WS-DISPLAY-VARIABLES.
          05 WS-LINE                  PIC X(80) VALUE ALL "-".
          05 WS-AUD-FILE-STATUS       PIC X(2).
          05 WS-SEQ-FILE-STATUS       PIC X(2).
          05 WS-RPT-FILE-STATUS       PIC X(2).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           DISPLAY "AUDIT TRAIL SEAL VERIFICATION PROGRAM".
           DISPLAY WS-LINE.

           PERFORM 1000-INITIALIZE.
           PERFORM 3000-VERIFY-GENERATIONS.
           PERFORM 9000-TERMINATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Initialize Variables and Pick Up the Generation Range
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-COUNTERS
                      WS-PRIOR-RECORD-AREA.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE "N" TO WS-CHAIN-STARTED-FLAG.
           MOVE "Y" TO WS-VERIFY-OK-FLAG.
           MOVE "N" TO WS-FILE-ERROR-FLAG.
           MOVE ZEROES TO WS-GENERATIONS-READ WS-GENERATIONS-ABSENT.

           MOVE FUNCTION CURRENT-DATE TO WS-SYSTEM-DATE-RAW.
           MOVE WS-SYSTEM-DATE-RAW(1:6) TO WS-CUR-YYYYMM.
           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-SYSTEM-DATE-RAW(1:4) "-"
                  WS-SYSTEM-DATE-RAW(5:2) "-"
                  WS-SYSTEM-DATE-RAW(7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE.

           PERFORM 2000-GET-GENERATION-RANGE.

      *-----------------------------------------------------------------
      * Generation Range: AUDVERFY_TO Defaults to the Current Month,
      * AUDVERFY_FROM to the Month Before the To Month
      *-----------------------------------------------------------------
       2000-GET-GENERATION-RANGE.
           ACCEPT WS-RANGE-IN FROM ENVIRONMENT "AUDVERFY_TO".
           PERFORM 2100-EDIT-RANGE-OPTION.

           IF RANGE-VALID
              MOVE WS-RANGE-IN TO WS-GEN-TO-YYYYMM
           ELSE
              IF WS-RANGE-IN NOT = SPACES
                 DISPLAY "AUDVERFY_TO " WS-RANGE-IN
                         " is not a valid YYYYMM - current month "
                         "used."
              END-IF
              MOVE WS-CUR-YYYYMM TO WS-GEN-TO-YYYYMM
           END-IF.

           ACCEPT WS-RANGE-IN FROM ENVIRONMENT "AUDVERFY_FROM".
           PERFORM 2100-EDIT-RANGE-OPTION.

           IF RANGE-VALID
              MOVE WS-RANGE-IN TO WS-GEN-FROM-YYYYMM
           ELSE
              IF WS-RANGE-IN NOT = SPACES
                 DISPLAY "AUDVERFY_FROM " WS-RANGE-IN
                         " is not a valid YYYYMM - the month before "
                         "the To month used."
              END-IF

              MOVE WS-GEN-TO-YYYYMM(1:4) TO WS-GEN-YEAR
              MOVE WS-GEN-TO-YYYYMM(5:2) TO WS-GEN-MONTH

              IF WS-GEN-MONTH = 1
                 SUBTRACT 1 FROM WS-GEN-YEAR
                 MOVE 12 TO WS-GEN-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-GEN-MONTH
              END-IF

              MOVE SPACES TO WS-GEN-FROM-YYYYMM
              STRING WS-GEN-YEAR WS-GEN-MONTH DELIMITED BY SIZE
                INTO WS-GEN-FROM-YYYYMM
           END-IF.

           IF WS-GEN-FROM-YYYYMM > WS-GEN-TO-YYYYMM
              DISPLAY "From generation " WS-GEN-FROM-YYYYMM
                      " is after To generation " WS-GEN-TO-YYYYMM
                      " - only the To generation is verified."
              MOVE WS-GEN-TO-YYYYMM TO WS-GEN-FROM-YYYYMM
           END-IF.

           MOVE WS-GEN-FROM-YYYYMM TO WS-GEN-YYYYMM.

           DISPLAY "Verifying generations " WS-GEN-FROM-YYYYMM
                   " through " WS-GEN-TO-YYYYMM.

      *-----------------------------------------------------------------
      * Edit One YYYYMM Range Option
      *-----------------------------------------------------------------
       2100-EDIT-RANGE-OPTION.
           MOVE "N" TO WS-RANGE-VALID-FLAG.

           IF WS-RANGE-IN NUMERIC
              IF WS-RANGE-IN-MONTH >= 1
                 AND WS-RANGE-IN-MONTH <= 12
                 MOVE "Y" TO WS-RANGE-VALID-FLAG
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Open the Report, Walk the Generations, Check the Tail Against
      * AUDSEQ, and Close Out the Report
      *-----------------------------------------------------------------
       3000-VERIFY-GENERATIONS.
           OPEN OUTPUT VERIFY-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Verification report file could not be opened "
                      "- status " WS-RPT-FILE-STATUS
                      "; step abandoned."
              MOVE "Y" TO WS-FILE-ERROR-FLAG
           ELSE
              PERFORM 3010-WRITE-REPORT-HEADER

              PERFORM 3020-VERIFY-ONE-GENERATION
                  UNTIL WS-GEN-YYYYMM > WS-GEN-TO-YYYYMM

              PERFORM 3500-CHECK-CHAIN-TAIL

              PERFORM 3300-WRITE-REPORT-TRAILER

              CLOSE VERIFY-REPORT-FILE

              DISPLAY WS-LINE
              DISPLAY "Generations read      : " WS-GENERATIONS-READ
              DISPLAY "Generations not found : "
                      WS-GENERATIONS-ABSENT
              DISPLAY "Audit records read    : " WS-RECORDS-READ
              DISPLAY "Sealed records        : " WS-RECORDS-SEALED
              DISPLAY "Written before sealing: " WS-RECORDS-PRE-SEAL
              DISPLAY "Breaks found          : " WS-BREAKS-FOUND

              MOVE WS-RECORDS-READ TO NRC-STEP-RECORD-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * Write the Verification Report Heading Lines
      *-----------------------------------------------------------------
       3010-WRITE-REPORT-HEADER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "AUDIT TRAIL SEAL VERIFICATION  RUN DATE: "
                  WS-RUN-DATE
                  "  GENERATIONS " WS-GEN-FROM-YYYYMM
                  " TO " WS-GEN-TO-YYYYMM
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report header write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Read One Monthly Audit Generation Front to Back, Then Step
      * to the Next Month. A Generation With No File on Disk Just
      * Means Nothing Was Audited That Month - the Sequence Check
      * Still Catches a Generation That Was Removed.
      *-----------------------------------------------------------------
       3020-VERIFY-ONE-GENERATION.
           MOVE SPACES TO WS-AUD-FILE-NAME.
           STRING "AUDITLOG." WS-GEN-YYYYMM DELIMITED BY SIZE
             INTO WS-AUD-FILE-NAME.

           MOVE "N" TO WS-END-OF-DATA.
           MOVE ZEROES TO WS-GEN-RECORD-NO.

           OPEN INPUT AUDIT-FILE.

           EVALUATE TRUE
               WHEN WS-AUD-FILE-STATUS = "00"
                   ADD 1 TO WS-GENERATIONS-READ

                   PERFORM 3050-VERIFY-ONE-AUDIT-RECORD
                       UNTIL END-OF-DATA

                   CLOSE AUDIT-FILE
               WHEN WS-AUD-FILE-STATUS = "35"
                   ADD 1 TO WS-GENERATIONS-ABSENT
               WHEN OTHER
                   DISPLAY "Audit generation " WS-AUD-FILE-NAME
                           " could not be read - status "
                           WS-AUD-FILE-STATUS "; not verified."
                   MOVE "Y" TO WS-FILE-ERROR-FLAG
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
      * Read One Audit Record and Check it Against the One Before it
      *-----------------------------------------------------------------
       3050-VERIFY-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-DATA
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-GEN-RECORD-NO

                   IF AFR-SEQUENCE-NO NUMERIC
                      AND AFR-CHAIN-VALUE NUMERIC
                      AND AFR-SEQUENCE-NO > ZEROES
                      ADD 1 TO WS-RECORDS-SEALED
                      PERFORM 3100-CHECK-SEALED-RECORD
                   ELSE
                      PERFORM 3150-CHECK-UNSEALED-RECORD
                   END-IF

                   PERFORM 3200-CHECK-TIMESTAMP-ORDER
           END-READ.

      *-----------------------------------------------------------------
      * A Sealed Record Must Carry the Next Sequence Number and a
      * Chain Value That Recomputes From the Prior Record. The First
      * Sealed Record in the Range Anchors the Check.
      *-----------------------------------------------------------------
       3100-CHECK-SEALED-RECORD.
           IF NOT CHAIN-STARTED
              MOVE "Y" TO WS-CHAIN-STARTED-FLAG

              MOVE SPACES TO RPT-REPORT-LINE
              STRING "CHECK ANCHORED AT " WS-AUD-FILE-NAME
                     " RECORD " WS-GEN-RECORD-NO
                     " SEQUENCE " AFR-SEQUENCE-NO
                DELIMITED BY SIZE
                INTO RPT-REPORT-LINE
              END-STRING
              WRITE RPT-REPORT-LINE
           ELSE
              COMPUTE WS-EXPECTED-SEQUENCE = WS-PRIOR-SEQUENCE + 1

              EVALUATE TRUE
                  WHEN AFR-SEQUENCE-NO > WS-EXPECTED-SEQUENCE
                      COMPUTE WS-MISSING-COUNT =
                         AFR-SEQUENCE-NO - WS-EXPECTED-SEQUENCE
                      MOVE SPACES TO WS-BREAK-TEXT
                      STRING "SEQUENCE GAP - " WS-MISSING-COUNT
                             " RECORD(S) MISSING BEFORE THIS ONE"
                        DELIMITED BY SIZE
                        INTO WS-BREAK-TEXT
                      END-STRING
                      PERFORM 3400-REPORT-BREAK
                  WHEN AFR-SEQUENCE-NO < WS-EXPECTED-SEQUENCE
                      MOVE SPACES TO WS-BREAK-TEXT
                      STRING "SEQUENCE REPEATED OR OUT OF ORDER - "
                             "EXPECTED " WS-EXPECTED-SEQUENCE
                        DELIMITED BY SIZE
                        INTO WS-BREAK-TEXT
                      END-STRING
                      PERFORM 3400-REPORT-BREAK
                  WHEN OTHER
                      MOVE "C" TO ASL-FUNCTION
                      MOVE AUD-FILE-RECORD(1:149) TO ASL-RECORD-IMAGE
                      MOVE AFR-EFFECTIVE-DATE TO ASL-EFFECTIVE-DATE
                      MOVE WS-PRIOR-CHAIN TO ASL-PRIOR-CHAIN
                      MOVE AFR-SEQUENCE-NO TO ASL-SEQUENCE-NO

                      CALL "AUDCHAIN" USING AUDIT-SEAL-AREA
                      END-CALL

                      IF ASL-CHAIN-VALUE NOT = AFR-CHAIN-VALUE
                         MOVE
                           "CHAIN BROKEN - RECORD ALTERED OR INSERTED"
                           TO WS-BREAK-TEXT
                         PERFORM 3400-REPORT-BREAK
                      END-IF
              END-EVALUATE
           END-IF.

           MOVE AFR-SEQUENCE-NO TO WS-PRIOR-SEQUENCE.
           MOVE AFR-CHAIN-VALUE TO WS-PRIOR-CHAIN.

      *-----------------------------------------------------------------
      * An Unsealed Record is Expected Only Before Sealing Began
      *-----------------------------------------------------------------
       3150-CHECK-UNSEALED-RECORD.
           IF CHAIN-STARTED
              MOVE "UNSEALED RECORD AFTER SEALING BEGAN"
                TO WS-BREAK-TEXT
              PERFORM 3400-REPORT-BREAK
           ELSE
              ADD 1 TO WS-RECORDS-PRE-SEAL
           END-IF.

      *-----------------------------------------------------------------
      * Timestamps Must Not Run Backwards (Compared to the Hundredth
      * of a Second, Ignoring the Time-Zone Offset). A Record With No
      * Timestamp at All is Left to the Seal Checks.
      *-----------------------------------------------------------------
       3200-CHECK-TIMESTAMP-ORDER.
           IF AFR-TIMESTAMP NOT = SPACES
              IF WS-PRIOR-TIMESTAMP NOT = SPACES
                 AND AFR-TIMESTAMP(1:16) < WS-PRIOR-TIMESTAMP(1:16)
                 MOVE "TIMESTAMP EARLIER THAN THE RECORD BEFORE IT"
                   TO WS-BREAK-TEXT
                 PERFORM 3400-REPORT-BREAK
              END-IF

              MOVE AFR-TIMESTAMP TO WS-PRIOR-TIMESTAMP
           END-IF.

      *-----------------------------------------------------------------
      * Report One Break and Where it Sits - Two Lines: the Location
      * and What Broke, Then the Record's Own Identifying Fields
      *-----------------------------------------------------------------
       3400-REPORT-BREAK.
           ADD 1 TO WS-BREAKS-FOUND.
           MOVE "N" TO WS-VERIFY-OK-FLAG.

           MOVE SPACES TO WS-TSD-DATE WS-TSD-TIME.
           STRING AFR-TIMESTAMP(1:4) "-"
                  AFR-TIMESTAMP(5:2) "-"
                  AFR-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
             INTO WS-TSD-DATE.
           STRING AFR-TIMESTAMP(9:2) ":"
                  AFR-TIMESTAMP(11:2) ":"
                  AFR-TIMESTAMP(13:2)
                  DELIMITED BY SIZE
             INTO WS-TSD-TIME.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "BREAK " WS-AUD-FILE-NAME
                  " REC " WS-GEN-RECORD-NO
                  "  " WS-BREAK-TEXT
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "      SEQ " AFR-SEQUENCE-NO
                  "  " WS-TSD-DATE " " WS-TSD-TIME
                  "  EMP " AFR-EMP-ID
                  "  " AFR-OPERATION
                  "  BY " AFR-TERMINAL-USER
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * When the Range Reaches the Newest Generation, the Last Sealed
      * Record Read Must be the Last Stamp AUDCHAIN Handed Out -
      * Anything Else Means Records Were Removed Off the End
      *-----------------------------------------------------------------
       3500-CHECK-CHAIN-TAIL.
           MOVE SPACES TO SEQ-CONTROL-RECORD.

           OPEN INPUT SEQ-CONTROL-FILE.

           IF WS-SEQ-FILE-STATUS = "00"
              READ SEQ-CONTROL-FILE
                  AT END
                      MOVE SPACES TO SEQ-CONTROL-RECORD
              END-READ
              CLOSE SEQ-CONTROL-FILE
           END-IF.

           EVALUATE TRUE
               WHEN SEQ-LAST-TIMESTAMP = SPACES
                   IF CHAIN-STARTED
                      MOVE SPACES TO RPT-REPORT-LINE
                      STRING "BREAK AUDSEQ  SEQUENCE CONTROL FILE IS "
                             "MISSING OR EMPTY - STATUS "
                             WS-SEQ-FILE-STATUS
                        DELIMITED BY SIZE
                        INTO RPT-REPORT-LINE
                      END-STRING
                      WRITE RPT-REPORT-LINE
                      ADD 1 TO WS-BREAKS-FOUND
                      MOVE "N" TO WS-VERIFY-OK-FLAG
                   END-IF
               WHEN SEQ-LAST-TIMESTAMP(1:6) > WS-GEN-TO-YYYYMM
                   CONTINUE
               WHEN NOT CHAIN-STARTED
                   CONTINUE
               WHEN SEQ-LAST-SEQUENCE NOT = WS-PRIOR-SEQUENCE
                 OR SEQ-LAST-CHAIN NOT = WS-PRIOR-CHAIN
                   MOVE SPACES TO RPT-REPORT-LINE
                   STRING "BREAK AUDSEQ  LAST STAMP HANDED OUT WAS "
                          "SEQUENCE " SEQ-LAST-SEQUENCE
                          " BUT THE LAST RECORD READ IS "
                          WS-PRIOR-SEQUENCE
                     DELIMITED BY SIZE
                     INTO RPT-REPORT-LINE
                   END-STRING
                   WRITE RPT-REPORT-LINE
                   ADD 1 TO WS-BREAKS-FOUND
                   MOVE "N" TO WS-VERIFY-OK-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Write the Report Trailer With the Verification Counts
      *-----------------------------------------------------------------
       3300-WRITE-REPORT-TRAILER.
           MOVE WS-LINE TO RPT-REPORT-LINE.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "GENERATIONS READ: " WS-GENERATIONS-READ
                  "  NOT FOUND: " WS-GENERATIONS-ABSENT
                  "  RECORDS READ: " WS-RECORDS-READ
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           MOVE SPACES TO RPT-REPORT-LINE.
           STRING "SEALED: " WS-RECORDS-SEALED
                  "  WRITTEN BEFORE SEALING: " WS-RECORDS-PRE-SEAL
                  "  BREAKS: " WS-BREAKS-FOUND
             DELIMITED BY SIZE
             INTO RPT-REPORT-LINE
           END-STRING.
           WRITE RPT-REPORT-LINE.

           IF VERIFY-OK
              MOVE "AUDIT TRAIL SEALS INTACT" TO RPT-REPORT-LINE
           ELSE
              MOVE "AUDIT TRAIL SEALS BROKEN - SEE BREAKS ABOVE"
                TO RPT-REPORT-LINE
           END-IF.
           WRITE RPT-REPORT-LINE.

           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "Warning: report trailer write failed - status "
                      WS-RPT-FILE-STATUS "."
           END-IF.

      *-----------------------------------------------------------------
      * Set the Return Code and Wrap Up
      *-----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY WS-LINE.

           EVALUATE TRUE
               WHEN FILE-ERROR
                   DISPLAY "Audit trail could not be fully verified."
                   MOVE 12 TO RETURN-CODE
               WHEN NOT VERIFY-OK
                   DISPLAY "AUDIT TRAIL SEALS BROKEN - "
                           WS-BREAKS-FOUND " break(s); see AUDVRPT."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Audit trail seals intact."
           END-EVALUATE.

           DISPLAY "Audit seal verification program terminated.".
           DISPLAY WS-LINE.
