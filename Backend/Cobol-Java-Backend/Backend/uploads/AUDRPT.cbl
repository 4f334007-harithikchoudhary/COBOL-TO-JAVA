      *                 current month; a blank From date means the
      *                 start of the To month, for both the
      *                 generations opened and the record filter.
      * 2026-10-15  JD  Audit record layout carries the sequence
      *                 number, chain value, and effective date
      *                 appended by AUDCHAIN (181-byte record).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
          05 AFR-TIMESTAMP            PIC X(21).
          05 FILLER                   PIC X(1).
          05 AFR-TERMINAL-USER        PIC X(20).
          05 FILLER                   PIC X(1).
          05 AFR-SEQUENCE-NO          PIC 9(9).
          05 FILLER                   PIC X(1).
          05 AFR-CHAIN-VALUE          PIC 9(10).
          05 FILLER                   PIC X(1).
          05 AFR-EFFECTIVE-DATE       PIC X(10).

       FD  AUDIT-REPORT-FILE.
       01 RPT-REPORT-LINE              PIC X(100).
