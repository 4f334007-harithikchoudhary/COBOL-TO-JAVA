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
              MOVE HV-EMP-SALARY TO AUD-OLD-SALARY
              MOVE HV-EMP-SALARY TO AUD-NEW-SALARY
              MOVE "XFER" TO AUD-OPERATION
              MOVE RUL-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
              PERFORM 8500-WRITE-AUDIT-RECORD
              MOVE SPACES TO AUD-EFFECTIVE-DATE
           ELSE
              DISPLAY "Transfer update failed for employee "
                      HV-EMP-ID "; run will be rolled back."
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
