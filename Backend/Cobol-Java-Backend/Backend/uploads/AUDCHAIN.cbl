      *****************************************************************
      * PROGRAM:  AUDCHAIN
      * AUTHOR:   John Doe
      * DATE:     2026-10-15
      * PURPOSE:  Audit-seal subprogram. Called by every program that
      *           writes an AUDITLOG record (DBCONNECT, SALADJ,
      *           DEPTXFER, EFFDATE, ARCHPURG, REFMAINT, SALAPPR,
      *           HRINBND, PTOACRL) just before the WRITE and again
      *           just after it, and by the AUDVERFY verifier, with
      *           the parameter area in copybook AUDSEAL.
      *
      *           Function S (stamp) reads the AUDSEQ control file for
      *           the last sequence number and chain value handed
      *           out, assigns the next sequence number, sets the
      *           record's timestamp to the moment of the stamp,
      *           computes the new chain value, and saves the stamp
      *           back to AUDSEQ before returning, so the numbering
      *           runs on unbroken from one monthly generation into
      *           the next and from one program to the next. A
      *           missing AUDSEQ starts the chain at sequence 1.
      *
      *           AUDSEQ is held open I-O and locked from the read of
      *           the last stamp until the caller has written the
      *           stamped record and calls function R (release), so
      *           online sessions and batch steps sealing at the same
      *           moment are handed out one stamp at a time, their
      *           records reach AUDITLOG in stamp order, and the
      *           chain never forks. A caller finding AUDSEQ locked
      *           tries again, up to WS-LOCK-ATTEMPT-LIMIT times,
      *           before giving up with status LK. A stamp that
      *           fails releases the lock at once.
      *
      *           Function C (compute) only recomputes the chain value
      *           for a record image, sequence number, and prior chain
      *           value supplied by the caller.
      *
      *           The chain value is a running check value: starting
      *           from the prior record's chain value, each character
      *           of the sequence number and of the 149-byte record
      *           image - followed by the effective date when the
      *           record carries one - is folded in as
      *             chain = (chain * 131 + character code)
      *                     modulo 2147483647
      *           so altering, inserting, or removing any record
      *           changes the chain value of every record after it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEQ-CONTROL-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SEQ-CONTROL-FILE.
       01 SEQ-CONTROL-RECORD.
          05 SEQ-LAST-SEQUENCE        PIC 9(9).
          05 FILLER                   PIC X(1).
          05 SEQ-LAST-CHAIN           PIC 9(10).
          05 FILLER                   PIC X(1).
          05 SEQ-LAST-TIMESTAMP       PIC X(21).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-CONTROL-OPEN-FLAG     PIC X(1) VALUE "N".
             88 CONTROL-OPEN          VALUE "Y".
          05 WS-CONTROL-LOCKED-FLAG   PIC X(1) VALUE "N".
             88 CONTROL-LOCKED        VALUE "Y".

      *-----------------------------------------------------------------
      * Last Stamp Handed Out, as Read From AUDSEQ
      *-----------------------------------------------------------------
       01 WS-CONTROL-AREA.
          05 WS-LAST-SEQUENCE         PIC 9(9) VALUE ZEROES.
          05 WS-LAST-CHAIN            PIC 9(10) VALUE ZEROES.
          05 WS-LOCK-ATTEMPTS         PIC 9(6) VALUE ZEROES.
          05 WS-LOCK-ATTEMPT-LIMIT    PIC 9(6) VALUE 100000.

      *-----------------------------------------------------------------
      * Chain Value Work Area - the Sequence Number and Record Image
      * are Folded in One Character at a Time
      *-----------------------------------------------------------------
       01 WS-SEAL-WORK-AREA.
          05 WS-SEAL-INPUT.
             10 WS-SEAL-SEQUENCE      PIC 9(9).
             10 WS-SEAL-IMAGE         PIC X(149).
             10 WS-SEAL-EFF-DATE      PIC X(10).
          05 WS-SEAL-INPUT-LENGTH     PIC 9(3) VALUE 158.
          05 WS-SEAL-IDX              PIC 9(3).
          05 WS-CHAIN-WORK            PIC 9(10).
          05 WS-CHAIN-MULTIPLIER      PIC 9(3) VALUE 131.
          05 WS-CHAIN-MODULUS         PIC 9(10) VALUE 2147483647.

       01 WS-DISPLAY-VARIABLES.
          05 WS-SEQ-FILE-STATUS       PIC X(2).

       LINKAGE SECTION.

      *-----------------------------------------------------------------
      * Audit-Seal Parameter Area (shared copybook)
      *-----------------------------------------------------------------
       COPY "copybooks/AUDSEAL.cpy".

       PROCEDURE DIVISION USING AUDIT-SEAL-AREA.

      *-----------------------------------------------------------------
      * Main Processing Section
      *-----------------------------------------------------------------
       0000-MAIN.
           MOVE "00" TO ASL-RETURN-STATUS.

           EVALUATE TRUE
               WHEN ASL-STAMP
                   PERFORM 2000-STAMP-RECORD
               WHEN ASL-COMPUTE
                   PERFORM 3000-COMPUTE-CHAIN-VALUE
               WHEN ASL-RELEASE
                   PERFORM 2300-RELEASE-SEQ-CONTROL
               WHEN OTHER
                   MOVE ZEROES TO ASL-SEQUENCE-NO ASL-CHAIN-VALUE
                   MOVE "FN" TO ASL-RETURN-STATUS
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      * Stamp One Record: Next Sequence Number, the Time, New Chain
      * Value, and Save the Stamp to AUDSEQ, All Under the AUDSEQ
      * Lock - Which is Kept for the Caller's WRITE When the Stamp is
      * Taken. Any AUDSEQ Problem Leaves the Record Unsealed (Zeroes)
      * So the Numbering is Never Handed Out Twice, and Releases the
      * Lock Straight Away. A Lock Still Held From a Stamp Never
      * Released is Let Go First.
      *-----------------------------------------------------------------
       2000-STAMP-RECORD.
           PERFORM 2300-RELEASE-SEQ-CONTROL.

           PERFORM 2100-LOCK-SEQ-CONTROL.

           IF ASL-RETURN-STATUS = "00"
              COMPUTE ASL-SEQUENCE-NO = WS-LAST-SEQUENCE + 1
              MOVE WS-LAST-CHAIN TO ASL-PRIOR-CHAIN
              MOVE FUNCTION CURRENT-DATE TO ASL-RECORD-IMAGE(108:21)

              PERFORM 3000-COMPUTE-CHAIN-VALUE

              PERFORM 2200-SAVE-SEQ-CONTROL
           END-IF.

           IF ASL-RETURN-STATUS NOT = "00"
              PERFORM 2300-RELEASE-SEQ-CONTROL
              MOVE ZEROES TO ASL-SEQUENCE-NO ASL-CHAIN-VALUE
           END-IF.

      *-----------------------------------------------------------------
      * Open AUDSEQ I-O and Read the Last Stamp Handed Out With Lock,
      * Trying Again While Another Program Holds it
      *-----------------------------------------------------------------
       2100-LOCK-SEQ-CONTROL.
           MOVE ZEROES TO WS-LAST-SEQUENCE WS-LAST-CHAIN.
           MOVE ZEROES TO WS-LOCK-ATTEMPTS.
           MOVE "N" TO WS-CONTROL-OPEN-FLAG.
           MOVE "N" TO WS-CONTROL-LOCKED-FLAG.

           PERFORM 2110-TRY-SEQ-CONTROL
               UNTIL CONTROL-LOCKED
                  OR ASL-RETURN-STATUS NOT = "00".

      *-----------------------------------------------------------------
      * One Attempt at the AUDSEQ Lock - Status 61 on the Open, or 51
      * or 9D on the Read, Means Another Program Holds it
      *-----------------------------------------------------------------
       2110-TRY-SEQ-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS.

           OPEN I-O SEQ-CONTROL-FILE.

           EVALUATE WS-SEQ-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   MOVE "Y" TO WS-CONTROL-OPEN-FLAG
                   PERFORM 2120-READ-LAST-STAMP
               WHEN "61"
                   PERFORM 2140-CHECK-LOCK-ATTEMPTS
               WHEN OTHER
                   MOVE WS-SEQ-FILE-STATUS TO ASL-RETURN-STATUS
           END-EVALUATE.

       2120-READ-LAST-STAMP.
           READ SEQ-CONTROL-FILE WITH LOCK
               AT END
                   CONTINUE
           END-READ.

           EVALUATE WS-SEQ-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CONTROL-LOCKED-FLAG
                   IF SEQ-LAST-SEQUENCE NUMERIC
                      AND SEQ-LAST-CHAIN NUMERIC
                      MOVE SEQ-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                      MOVE SEQ-LAST-CHAIN TO WS-LAST-CHAIN
                   ELSE
                      MOVE "NC" TO ASL-RETURN-STATUS
                   END-IF
               WHEN "10"
                   CLOSE SEQ-CONTROL-FILE
                   MOVE "N" TO WS-CONTROL-OPEN-FLAG
                   PERFORM 2150-START-SEQ-CONTROL
               WHEN "51"
               WHEN "9D"
                   CLOSE SEQ-CONTROL-FILE
                   MOVE "N" TO WS-CONTROL-OPEN-FLAG
                   PERFORM 2140-CHECK-LOCK-ATTEMPTS
               WHEN OTHER
                   MOVE WS-SEQ-FILE-STATUS TO ASL-RETURN-STATUS
           END-EVALUATE.

       2140-CHECK-LOCK-ATTEMPTS.
           IF WS-LOCK-ATTEMPTS NOT < WS-LOCK-ATTEMPT-LIMIT
              MOVE "LK" TO ASL-RETURN-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * No AUDSEQ Yet (or an Empty One) - the Chain Starts Here. The
      * Zero Stamp is Appended, Never Written Over, So a Program
      * Starting it at the Same Moment Cannot Wipe Out a Stamp
      * Already Handed Out; the Next Attempt Takes the Lock on it.
      * The Stamp is Always Written Full Length (the Timestamp Never
      * Ends in Spaces) So Each Rewrite Fits the Line it Replaces.
      *-----------------------------------------------------------------
       2150-START-SEQ-CONTROL.
           OPEN EXTEND SEQ-CONTROL-FILE.

           IF WS-SEQ-FILE-STATUS NOT = "00"
              AND WS-SEQ-FILE-STATUS NOT = "05"
              MOVE WS-SEQ-FILE-STATUS TO ASL-RETURN-STATUS
           ELSE
              MOVE SPACES TO SEQ-CONTROL-RECORD
              MOVE ZEROES TO SEQ-LAST-SEQUENCE SEQ-LAST-CHAIN
              MOVE FUNCTION CURRENT-DATE TO SEQ-LAST-TIMESTAMP

              WRITE SEQ-CONTROL-RECORD

              IF WS-SEQ-FILE-STATUS NOT = "00"
                 MOVE WS-SEQ-FILE-STATUS TO ASL-RETURN-STATUS
              END-IF

              CLOSE SEQ-CONTROL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Save the Stamp Just Handed Out Over the Locked Last Stamp
      *-----------------------------------------------------------------
       2200-SAVE-SEQ-CONTROL.
           MOVE SPACES TO SEQ-CONTROL-RECORD.
           MOVE ASL-SEQUENCE-NO TO SEQ-LAST-SEQUENCE.
           MOVE ASL-CHAIN-VALUE TO SEQ-LAST-CHAIN.
           MOVE ASL-RECORD-IMAGE(108:21) TO SEQ-LAST-TIMESTAMP.

           REWRITE SEQ-CONTROL-RECORD.

           IF WS-SEQ-FILE-STATUS NOT = "00"
              MOVE WS-SEQ-FILE-STATUS TO ASL-RETURN-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * Release AUDSEQ - Closing it Lets the Next Caller Take the Lock
      *-----------------------------------------------------------------
       2300-RELEASE-SEQ-CONTROL.
           IF CONTROL-OPEN
              CLOSE SEQ-CONTROL-FILE
              MOVE "N" TO WS-CONTROL-OPEN-FLAG
              MOVE "N" TO WS-CONTROL-LOCKED-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * Fold the Sequence Number, Record Image, and Effective Date
      * (When Present) Into the Prior Chain Value
      *-----------------------------------------------------------------
       3000-COMPUTE-CHAIN-VALUE.
           MOVE ASL-SEQUENCE-NO TO WS-SEAL-SEQUENCE.
           MOVE ASL-RECORD-IMAGE TO WS-SEAL-IMAGE.
           MOVE ASL-EFFECTIVE-DATE TO WS-SEAL-EFF-DATE.

           IF ASL-EFFECTIVE-DATE = SPACES
              MOVE 158 TO WS-SEAL-INPUT-LENGTH
           ELSE
              MOVE 168 TO WS-SEAL-INPUT-LENGTH
           END-IF.

           MOVE ASL-PRIOR-CHAIN TO WS-CHAIN-WORK.
           MOVE 1 TO WS-SEAL-IDX.

           PERFORM 3050-FOLD-ONE-CHARACTER
               UNTIL WS-SEAL-IDX > WS-SEAL-INPUT-LENGTH.

           MOVE WS-CHAIN-WORK TO ASL-CHAIN-VALUE.

      *-----------------------------------------------------------------
      * Fold One Character Into the Chain Value
      *-----------------------------------------------------------------
       3050-FOLD-ONE-CHARACTER.
           COMPUTE WS-CHAIN-WORK =
              FUNCTION MOD(WS-CHAIN-WORK * WS-CHAIN-MULTIPLIER
                 + FUNCTION ORD(WS-SEAL-INPUT(WS-SEAL-IDX:1)),
                 WS-CHAIN-MODULUS).

           ADD 1 TO WS-SEAL-IDX.
