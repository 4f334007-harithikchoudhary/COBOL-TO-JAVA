      * PURPOSE:   Audit trail record written to the sequential audit
      *            log every time an EMPLOYEES row is inserted,
      *            updated, or terminated. One record per change.
      *            The sequence number and chain value are stamped by
      *            the AUDCHAIN subprogram (copybook AUDSEAL) as the
      *            record is written. The effective date is the date a
      *            department, position, or salary change takes effect
      *            when it differs from the posting timestamp (UPDATE
      *            and XFER records); it is blank on all others.
      *****************************************************************
       01 WS-AUDIT-RECORD.
          05 AUD-EMP-ID               PIC 9(5).
          05 AUD-NEW-SALARY           PIC 9(7)V99.
          05 AUD-TIMESTAMP            PIC X(21).
          05 AUD-TERMINAL-USER        PIC X(20).
          05 AUD-SEQUENCE-NO          PIC 9(9).
          05 AUD-CHAIN-VALUE          PIC 9(10).
          05 AUD-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
