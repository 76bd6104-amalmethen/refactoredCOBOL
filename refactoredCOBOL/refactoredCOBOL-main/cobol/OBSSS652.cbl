      *                       RECEIPTS AGAINST THE BALANCE, AND       *
      *                       TWO-CLERK WRITE-OFFS.                   *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98276 - OBSSS630 NOW ALSO OPENS RECOVERY CASES  *
      *                       (NO DEATH DATE) FOR PENSION PAID TO A   *
      *                       RE-EMPLOYED PENSIONER.  SUCH A CASE NO  *
      *                       LONGER HIDES A LATER DEATH FROM THE     *
      *                       SWEEP, AND THE DEATH OVERPAYMENT JOINS  *
      *                       THE MEMBER'S OPEN CASE SO THERE IS      *
      *                       STILL ONE CASE PER MEMBER.              *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0600-UPDATE-RUN-CONTROL.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_WRK_RECOVERY  R
                           WHERE R.REC_SSN  =  M_BAS_EE_SSN
98276                        AND R.REC_DEATH_DATE  IS NOT NULL)
                ORDER BY M_BAS_EE_SSN
           END-EXEC.

                FETCH ODR-CURSOR
                INTO  :T-M-BAS-EE-SSN ,
                      :T-M-BAS-EE-DEATH-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
      *    OVERPAID AMOUNT AS ITS BALANCE.  THE METHOD (OFFSET,       *
      *    ESTATE DEMAND, APPROVED WRITE-OFF) IS DECIDED ON REVIEW    *
      *    AND THE BALANCE STAYS VISIBLE UNTIL IT CLEARS.             *
      *    SMR#98276: A MEMBER ALREADY IN RECOVERY FOR PENSION PAID   *
      *    WHILE RE-EMPLOYED HAS THE DEATH OVERPAYMENT ADDED TO THAT  *
      *    OPEN CASE, WHICH NOW CARRIES THE DEATH DATE.               *
      *****************************************************************

       C0200-OPEN-RECOVERY-CASE SECTION.
           MOVE  T-M-BAS-EE-SSN    TO  T-REC-SSN.
           MOVE  W-TODAY-DATE      TO  T-REC-POST-DATE.

98276      EXEC SQL
98276           UPDATE  ST_WRK_RECOVERY
98276           SET     REC_DEATH_DATE = :T-M-BAS-EE-DEATH-DATE,
98276                   REC_AMOUNT     = REC_AMOUNT  + :T-OVERPAID-AMT,
98276                   REC_BALANCE    = REC_BALANCE + :T-OVERPAID-AMT
98276           WHERE   REC_SSN         =  :T-REC-SSN
98276           AND     REC_STATUS      =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98276      PERFORM DB2-ERROR.

98276      IF  SQLCODE  NOT EQUAL TO  +100
98276          GO TO C0200-OPEN-RECOVERY-CASE-EXIT
98276      END-IF.

           EXEC SQL
                INSERT INTO ST_WRK_RECOVERY
                     (REC_SSN,        REC_DEATH_DATE,
                      :T-OVERPAID-AMT,  :T-OVERPAID-AMT,
                      ' ',              ' ',
                      :T-REC-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0200-OPEN-RECOVERY-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0970-START-RUN-STATS                          *
      *****************************************************************
      *    THIS SECTION OPENS THIS PROGRAM'S ST_BAT_RUN_LOG ROW FOR   *
      *    THE BUSINESS DATE THROUGH OBSSS684, WHICH COMMITS IT, AND  *
      *    ZEROES THE ROW COUNTS KEPT DURING THE RUN.  THE RUN IS     *
      *    TAKEN AS COMPLETED UNLESS IT SAYS OTHERWISE BY THE END.    *
      *****************************************************************

98303  S0970-START-RUN-STATS SECTION.

98303      MOVE 'OBSSS652'  TO  X684-PROGRAM.
98303      MOVE 'S'         TO  X684-FUNCTION.
98303      MOVE 'C'         TO  X684-END-STATUS.
98303      MOVE  ZEROES     TO  X684-ROWS-READ
98303                           X684-ROWS-WRITTEN
98303                           X684-ROWS-REJECTED.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0970-START-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0975-END-RUN-STATS                            *
      *****************************************************************
      *    THIS SECTION CLOSES THIS PROGRAM'S ST_BAT_RUN_LOG ROW      *
      *    THROUGH OBSSS684 WITH THE END TIME, THE ROW COUNTS AND     *
      *    THE END STATUS.  IT RUNS FROM THE MAINLINE EXIT, SO EVERY  *
      *    NORMAL WAY OUT OF THE PROGRAM IS RECORDED.                 *
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

98303      MOVE 'E'         TO  X684-FUNCTION.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0975-END-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0980-COUNT-ROW-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A ROW FETCHED FROM A DB2 CURSOR.       *
      *****************************************************************

98303  S0980-COUNT-ROW-READ SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0980-COUNT-ROW-READ-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0985-COUNT-ROWS-WRITTEN                       *
      *****************************************************************
      *    THIS SECTION COUNTS THE ROWS INSERTED, UPDATED OR DELETED  *
      *    BY THE LAST SQL STATEMENT, AS DB2 REPORTS THEM IN SQLERRD. *
      *****************************************************************

98303  S0985-COUNT-ROWS-WRITTEN SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  SQLERRD (3)  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0985-COUNT-ROWS-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
