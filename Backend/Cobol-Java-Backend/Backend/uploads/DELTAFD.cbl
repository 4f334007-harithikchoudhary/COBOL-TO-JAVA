      *                 (ACTIVE_FLAG 'L') still carries their
      *                 current row instead of being sent as a
      *                 deactivate.
      * 2026-10-15  JD  Audit record layout carries the sequence
      *                 number, chain value, and effective date
      *                 appended by AUDCHAIN (181-byte record).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELTAFD.
          05 AFR-TIMESTAMP            PIC X(21).
          05 FILLER                   PIC X(1).
          05 AFR-TERMINAL-USER        PIC X(20).
          05 FILLER                   PIC X(1).
          05 AFR-SEQUENCE-NO          PIC 9(9).
          05 FILLER                   PIC X(1).
          05 AFR-CHAIN-VALUE          PIC 9(10).
          05 FILLER                   PIC X(1).
          05 AFR-EFFECTIVE-DATE       PIC X(10).

       FD  LAST-RUN-FILE.
       01 LRF-FILE-RECORD.
