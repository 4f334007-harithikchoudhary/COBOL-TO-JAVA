      * AUTHOR:   John Doe
      * DATE:     2026-08-22
      * PURPOSE:  Nightly batch driver. Runs the overnight sequence
      *           PAYACK -> HRINBND -> EFFDATE -> PTOACRL -> PAYEXTR
      *           -> RETROPAY -> PAYVAR -> DEPTSUMM -> RECONCIL
      *           -> EMPSNAP -> AUDVERFY
      *           unattended, in place of the operator starting each
      *           program by hand.
      *           PAYACK runs first
      *           so the payroll bureau's acknowledgment of last
      *           night's extract is balanced before PAYEXTR
      *           rewrites the extract file; HRINBND posts the HR
      *           system's transactions, parking future-dated
      *           changes on PENDCHG, ahead of EFFDATE; EFFDATE
      *           posts pending effective-dated changes before the
      *           extract so a promotion landing tonight is paid
      *           correctly; PTOACRL settles the leave balances of
      *           terminated employees ahead of PAYEXTR, which sends
      *           the payouts to payroll.
      *           For every step it records the run date,
      *           start and end times, record count (picked up from
      *           the shared night-run communication area), outcome,
      * 2026-09-02  JD  Added the EMPSNAP month-end snapshot step at
      *                 the end of the chain; it does nothing except
      *                 on the last night of the month.
      * 2026-10-15  JD  Added the AUDVERFY audit-seal verification
      *                 step at the end of the chain, after the
      *                 payroll steps, so a broken audit trail seal
      *                 pages the operator without holding up the
      *                 payroll extract.
      * 2026-10-15  JD  Added the PAYVAR pay variance step right after
      *                 PAYEXTR; an unexplained pay difference stops
      *                 the chain with RC 8 before the extract is
      *                 released to the bureau.
      * 2026-10-15  JD  Added the RETROPAY retroactive pay step between
      *                 PAYEXTR and PAYVAR, so back pay for late-posted
      *                 salary changes goes out on tonight's extract.
      * 2026-10-15  JD  Added the HRINBND inbound HR feed step between
      *                 PAYACK and EFFDATE, so HR's changes post - or
      *                 park on PENDCHG - before EFFDATE and the
      *                 payroll extract run.
      * 2026-10-15  JD  Added the PTOACRL paid time off step between
      *                 EFFDATE and PAYEXTR, so tonight's terminations
      *                 have their leave payout on tonight's extract;
      *                 it also runs the month-end PTO accrual.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
       01 WS-STEPS-DONE.
          05 WS-PAYACK-DONE-FLAG      PIC X(1) VALUE "N".
             88 PAYACK-DONE           VALUE "Y".
          05 WS-HRINBND-DONE-FLAG     PIC X(1) VALUE "N".
             88 HRINBND-DONE          VALUE "Y".
          05 WS-EFFDATE-DONE-FLAG     PIC X(1) VALUE "N".
             88 EFFDATE-DONE          VALUE "Y".
          05 WS-PTOACRL-DONE-FLAG     PIC X(1) VALUE "N".
             88 PTOACRL-DONE          VALUE "Y".
          05 WS-PAYEXTR-DONE-FLAG     PIC X(1) VALUE "N".
             88 PAYEXTR-DONE          VALUE "Y".
          05 WS-RETROPAY-DONE-FLAG    PIC X(1) VALUE "N".
             88 RETROPAY-DONE         VALUE "Y".
          05 WS-PAYVAR-DONE-FLAG      PIC X(1) VALUE "N".
             88 PAYVAR-DONE           VALUE "Y".
          05 WS-DEPTSUMM-DONE-FLAG    PIC X(1) VALUE "N".
             88 DEPTSUMM-DONE         VALUE "Y".
          05 WS-RECONCIL-DONE-FLAG    PIC X(1) VALUE "N".
             88 RECONCIL-DONE         VALUE "Y".
          05 WS-EMPSNAP-DONE-FLAG     PIC X(1) VALUE "N".
             88 EMPSNAP-DONE          VALUE "Y".
          05 WS-AUDVERFY-DONE-FLAG    PIC X(1) VALUE "N".
             88 AUDVERFY-DONE         VALUE "Y".

      *-----------------------------------------------------------------
      * Current Step Bookkeeping
              END-IF
           END-IF.

           IF PAYACK-DONE OR HRINBND-DONE OR EFFDATE-DONE
              OR PTOACRL-DONE
              OR PAYEXTR-DONE OR RETROPAY-DONE OR PAYVAR-DONE
              OR DEPTSUMM-DONE OR RECONCIL-DONE OR EMPSNAP-DONE
              OR AUDVERFY-DONE
              DISPLAY "Restart detected - steps already completed "
                      "tonight will be skipped."
           END-IF.
                      EVALUATE RCT-STEP-NAME
                          WHEN "PAYACK"
                              MOVE "Y" TO WS-PAYACK-DONE-FLAG
                          WHEN "HRINBND"
                              MOVE "Y" TO WS-HRINBND-DONE-FLAG
                          WHEN "EFFDATE"
                              MOVE "Y" TO WS-EFFDATE-DONE-FLAG
                          WHEN "PTOACRL"
                              MOVE "Y" TO WS-PTOACRL-DONE-FLAG
                          WHEN "PAYEXTR"
                              MOVE "Y" TO WS-PAYEXTR-DONE-FLAG
                          WHEN "RETROPAY"
                              MOVE "Y" TO WS-RETROPAY-DONE-FLAG
                          WHEN "PAYVAR"
                              MOVE "Y" TO WS-PAYVAR-DONE-FLAG
                          WHEN "DEPTSUMM"
                              MOVE "Y" TO WS-DEPTSUMM-DONE-FLAG
                          WHEN "RECONCIL"
                              MOVE "Y" TO WS-RECONCIL-DONE-FLAG
                          WHEN "EMPSNAP"
                              MOVE "Y" TO WS-EMPSNAP-DONE-FLAG
                          WHEN "AUDVERFY"
                              MOVE "Y" TO WS-AUDVERFY-DONE-FLAG
                      END-EVALUATE
                   END-IF
           END-READ.
              PERFORM 3100-RUN-ONE-STEP
           END-IF.

           IF CHAIN-OK
              IF HRINBND-DONE
                 DISPLAY "Step HRINBND already completed - skipped."
              ELSE
                 MOVE "HRINBND" TO WS-STEP-NAME
                 PERFORM 3100-RUN-ONE-STEP
              END-IF
           END-IF.

           IF CHAIN-OK
              IF EFFDATE-DONE
                 DISPLAY "Step EFFDATE already completed - skipped."
              END-IF
           END-IF.

           IF CHAIN-OK
              IF PTOACRL-DONE
                 DISPLAY "Step PTOACRL already completed - skipped."
              ELSE
                 MOVE "PTOACRL" TO WS-STEP-NAME
                 PERFORM 3100-RUN-ONE-STEP
              END-IF
           END-IF.

           IF CHAIN-OK
              IF PAYEXTR-DONE
                 DISPLAY "Step PAYEXTR already completed - skipped."
              END-IF
           END-IF.

           IF CHAIN-OK
              IF RETROPAY-DONE
                 DISPLAY "Step RETROPAY already completed - skipped."
              ELSE
                 MOVE "RETROPAY" TO WS-STEP-NAME
                 PERFORM 3100-RUN-ONE-STEP
              END-IF
           END-IF.

           IF CHAIN-OK
              IF PAYVAR-DONE
                 DISPLAY "Step PAYVAR already completed - skipped."
              ELSE
                 MOVE "PAYVAR" TO WS-STEP-NAME
                 PERFORM 3100-RUN-ONE-STEP
              END-IF
           END-IF.

           IF CHAIN-OK
              IF DEPTSUMM-DONE
                 DISPLAY "Step DEPTSUMM already completed - skipped."
              END-IF
           END-IF.

           IF CHAIN-OK
              IF AUDVERFY-DONE
                 DISPLAY "Step AUDVERFY already completed - skipped."
              ELSE
                 MOVE "AUDVERFY" TO WS-STEP-NAME
                 PERFORM 3100-RUN-ONE-STEP
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Run One Step: Stamp the Start, Call the Program, Judge the
      * Return Code, and Write the Run-Control Record
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "HRINBND"
                   CALL "HRINBND"
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "EFFDATE"
                   CALL "EFFDATE"
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "PTOACRL"
                   CALL "PTOACRL"
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "PAYEXTR"
                   CALL "PAYEXTR"
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "RETROPAY"
                   CALL "RETROPAY"
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "PAYVAR"
                   CALL "PAYVAR"
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "DEPTSUMM"
                   CALL "DEPTSUMM"
                       ON EXCEPTION
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
               WHEN "AUDVERFY"
                   CALL "AUDVERFY"
                       ON EXCEPTION
                          MOVE 20 TO RETURN-CODE
                   END-CALL
           END-EVALUATE.

           MOVE RETURN-CODE TO WS-STEP-RC.
