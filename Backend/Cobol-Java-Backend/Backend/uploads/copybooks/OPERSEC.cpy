      *****************************************************************
      * COPYBOOK:  OPERSEC
      * PURPOSE:   Operator role for the online maintenance programs
      *            (DBCONNECT, REFMAINT, SALAPPR). The role is read
      *            from the OPERATOR_SECURITY table for the USER
      *            signing on; a user with no active row there runs as
      *            INQUIRY.
      *            The condition names below say which menu options
      *            each role may use - a refused option is audited
      *            with operation code DENIED.
      *
      *            INQUIRY - listings and searches only
      *            CLERK   - adds hires and records leave; may not
      *                      terminate, change pay, or maintain
      *                      reference tables
      *            HRSUPV  - HR supervisor; everything, including
      *                      the operator security table
      *            COMP    - compensation; pay changes and the
      *                      PAY_GRADES table
      *****************************************************************
       01 WS-OPERATOR-SECURITY.
          05 WS-OPERATOR-ROLE         PIC X(10).
             88 ROLE-INQUIRY          VALUE "INQUIRY".
             88 ROLE-CLERK            VALUE "CLERK".
             88 ROLE-HR-SUPERVISOR    VALUE "HRSUPV".
             88 ROLE-COMPENSATION     VALUE "COMP".
             88 ROLE-VALID            VALUE "INQUIRY" "CLERK"
                                            "HRSUPV" "COMP".
             88 ROLE-MAY-MAINTAIN-STAFF
                                      VALUE "CLERK" "HRSUPV".
             88 ROLE-MAY-UPDATE       VALUE "CLERK" "HRSUPV" "COMP".
             88 ROLE-MAY-TERMINATE    VALUE "HRSUPV".
             88 ROLE-MAY-CHANGE-PAY   VALUE "HRSUPV" "COMP".
             88 ROLE-MAY-MAINTAIN-DEPTS
                                      VALUE "HRSUPV".
             88 ROLE-MAY-MAINTAIN-GRADES
                                      VALUE "HRSUPV" "COMP".
             88 ROLE-MAY-MAINTAIN-SECURITY
                                      VALUE "HRSUPV".
          05 WS-OPTION-ALLOWED-FLAG   PIC X(1).
             88 OPTION-ALLOWED        VALUE "Y".
             88 OPTION-REFUSED        VALUE "N".
