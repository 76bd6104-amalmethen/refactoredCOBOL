      *                - A DEPENDENT WITH AN AWARDED SURVIVOR         *
      *                  BENEFIT IN PAYMENT FEEDS THE                 *
      *                  ST_WRK_DEP_AGEOUT WORKLIST INSTEAD OF        *
      *                  BEING CUT SILENTLY, AND (SMR#98277) ITS      *
      *                  MONTHLY SURVIVOR SHARE STOPS AND IS SHARED   *
      *                  OUT AMONG THE REMAINING SURVIVORS THROUGH    *
      *                  THE OBSSS664 SERVICE FROM THE NEXT PAYROLL.  *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98223 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98277 - AN AGED-OUT SURVIVOR'S MONTHLY PENSION  *
      *                       SHARE IS STOPPED AND REDISTRIBUTED      *
      *                       THROUGH OBSSS664.                       *
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

       01  T-AGO-POST-DATE             PIC X(08).

      *****************************************************************
      *        SURVIVOR SHARE SERVICE COMMAREA (SMR#98277)            *
      *****************************************************************

98277  01  X664-SHARE-AREA.
98277      COPY OBC664CA.

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

           MOVE  W-TODAY-DATE (1:4)  TO  W-TI-YYYY.
           PERFORM B0000-SWEEP-DEPENDENTS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                      :T-DEP-NAME       ,
                      :T-DEP-RELATION   ,
                      :T-DEP-BIRTH-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                SET     M_DEP_STATUS    =  'X'
                WHERE   M_DEP_SSN       =  :T-DEP-SSN
                AND     M_DEP_CIVIL_ID  =  :T-DEP-CIVIL-ID
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                      'C',              :T-DPH-OLD-VALUE,
                      :T-DPH-NEW-VALUE, 'AGO',
                      :T-DPH-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

      *****************************************************************
      *    THIS SECTION FEEDS THE WORKLIST WHEN THE AGED-OUT          *
      *    DEPENDENT HAS AN AWARDED SURVIVOR CASE IN PAYMENT.         *
      *    SMR#98277: AND HANDS THE AGE-OUT TO OBSSS664, WHICH ENDS   *
      *    THE DEPENDENT'S SHARE AND SHARES IT OUT AMONG THE REST.    *
      *****************************************************************

       C0400-CHECK-BENEFIT-IN-PAY SECTION.
                     (:T-DEP-SSN,       :T-DEP-CIVIL-ID,
                      :T-DEP-NAME,      :T-DEP-BIRTH-DATE,
                      ' ',              :T-AGO-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

98277      MOVE  T-DEP-SSN       TO  X664-SSN.
98277      MOVE  T-DEP-CIVIL-ID  TO  X664-DEP-CIVIL-ID.
98277      MOVE 'O'              TO  X664-EVENT.
98277      MOVE 'AGO'            TO  X664-CLERK.

98277      EXEC CICS LINK
98277           PROGRAM  ('OBSSS664')
98277           COMMAREA (X664-SHARE-AREA)
98277           LENGTH   (LENGTH OF X664-SHARE-AREA)
98277      END-EXEC.

       C0400-CHECK-BENEFIT-IN-PAY-EXIT.  EXIT.
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

98303      MOVE 'OBSSS649'  TO  X684-PROGRAM.
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
