      *****************************************************************
      * COPYBOOK:  AUDSEAL
      * PURPOSE:   Parameter area for the AUDCHAIN audit-seal
      *            subprogram. Every program that writes an AUDITLOG
      *            record calls AUDCHAIN with function S (stamp) just
      *            before the WRITE and function R (release) just
      *            after it; AUDCHAIN sets the record's timestamp to
      *            the moment of the stamp and hands back the next
      *            audit sequence number - one running number across
      *            all monthly AUDITLOG.YYYYMM generations, kept in
      *            the AUDSEQ control file - and the chain value,
      *            a check value computed over the record image and
      *            the sequence number, seeded with the chain value
      *            of the record before it. Both are written on the
      *            end of the audit record, after the terminal user,
      *            making the record 181 bytes; every reader of
      *            AUDITLOG describes the full record. The change's
      *            effective date, written after the chain value, is
      *            sealed with the record when it is present: a
      *            non-blank ASL-EFFECTIVE-DATE is folded into the
      *            chain value after the record image. AUDSEQ stays
      *            locked from the stamp to the release, so records
      *            reach AUDITLOG in the order they were stamped; the
      *            caller copies the timestamp back from the image.
      *
      *            The AUDVERFY verifier calls function C (compute)
      *            with the prior record's chain value, the sequence
      *            number, and the image as read to recompute what the
      *            chain value should be; AUDSEQ is not touched.
      *
      *            ASL-RETURN-STATUS is "00" when the stamp was taken,
      *            otherwise the AUDSEQ file status (NC when the
      *            control record itself is not numeric, LK when
      *            AUDSEQ stayed locked by other programs); a record
      *            that could not be stamped is written with sequence
      *            and chain value zero, which AUDVERFY reports as
      *            unsealed.
      *****************************************************************
       01 AUDIT-SEAL-AREA.
          05 ASL-FUNCTION             PIC X(1).
             88 ASL-STAMP             VALUE "S".
             88 ASL-COMPUTE           VALUE "C".
             88 ASL-RELEASE           VALUE "R".
          05 ASL-RECORD-IMAGE         PIC X(149).
          05 ASL-EFFECTIVE-DATE       PIC X(10).
          05 ASL-PRIOR-CHAIN          PIC 9(10).
          05 ASL-SEQUENCE-NO          PIC 9(9).
          05 ASL-CHAIN-VALUE          PIC 9(10).
          05 ASL-RETURN-STATUS        PIC X(2).
