      *                  SERVICE (SAME CONTROL CHAIN AS EVERY OTHER   *
      *                  SUPERVISED POSTING), UNDER THE '0000'        *
      *                  EMPLOYER-SSN CONVENTION OF SFCTTXNL.         *
98293 *                  THE POSTING CARRIES THE INSTALLMENT'S DUE    *
98293 *                  DATE ROLLED TO THE NEXT BUSINESS DAY BY THE  *
98293 *                  OBSSS674 CALENDAR SERVICE.                   *
      *                - A PLAN WITH MORE THAN ONE BILLED BUT         *
      *                  UNPAID INSTALLMENT HAS DEFAULTED: ITS        *
      *                  STATUS GOES TO 'D' AND THE EMPLOYER IS       *
      *                                                               *
      *    INPUT  -        ST_MST_PAY_PLAN     (DB2 MASTER TABLE)     *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
98293 *                    ST_MST_CALENDAR     (VIA OBSSS674)         *
      *                                                               *
      *****************************************************************
           EJECT
      *    MODIFICATIONS -                                            *
      *           SMR#98199 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98293 - AN INSTALLMENT NOW POSTS AT ITS OWN DUE *
      *                       DATE (THE PLAN'S DUE DAY IN THE         *
      *                       INSTALLMENT'S MONTH, CUT BACK TO A      *
      *                       SHORTER MONTH'S LAST DAY) ROLLED TO     *
      *                       THE NEXT BUSINESS DAY BY OBSSS674, SO   *
      *                       NO INSTALLMENT FALLS DUE ON A WEEKEND   *
      *                       OR PUBLIC HOLIDAY.                      *
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
       01  W-DUE-COUNT                 PIC S9(05) COMP.
       01  W-OPEN-COUNT                PIC S9(05) COMP.

      *****************************************************************
      *              INSTALLMENT DUE DATE (SMR#98293)                 *
      *****************************************************************

98293  01  W-DUE-TOTAL                 PIC S9(07) COMP.
98293  01  W-DUE-MM-REM                PIC S9(04) COMP.
98293  01  W-DUE-DATE-WORK.
98293      05  W-DD-YYYY               PIC 9(04).
98293      05  W-DD-MM                 PIC 9(02).
98293      05  W-DD-DD                 PIC 9(02).
98293  01  W-DUE-DATE-X REDEFINES W-DUE-DATE-WORK
98293                                  PIC X(08).
98293  01  W-MONTH-END-WORK.
98293      05  W-ME-YYYY               PIC 9(04).
98293      05  W-ME-MM                 PIC 9(02).
98293      05  W-ME-DD                 PIC 9(02).
98293  01  W-MONTH-END-9 REDEFINES W-MONTH-END-WORK
98293                                  PIC 9(08).
98293  01  W-FD-DAY                    PIC 9(02).
98293  01  W-INST-EFF-DATE             PIC X(08).

      *****************************************************************
      *              EMPLOYER KEY UNDER THE '0000' CONVENTION         *
      *****************************************************************
       01  X627-POSTING-AREA.
           COPY OBC627CA.

      *****************************************************************
      *        OBSSS674 BUSINESS-DAY CALENDAR COMMAREA (SMR#98293)    *
      *****************************************************************

98293  01  X674-CALENDAR-AREA.
98293      COPY OBC674CA.

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
           MOVE  FUNCTION CURRENT-DATE(1:4)  TO  W-MW-YYYY.
           MOVE  FUNCTION CURRENT-DATE(5:2)  TO  W-MW-MM.
           PERFORM B0000-SWEEP-PLANS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                      :T-PLN-BILLED-COUNT   ,
                      :T-PLN-PAID-COUNT     ,
                      :T-PLN-STATUS
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
       C0100-COUNT-DUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0150-ROLL-DUE-DATE                            *
      *****************************************************************
      *    SMR#98293: THE INSTALLMENT ABOUT TO BE BILLED (NUMBER      *
      *    BILLED-COUNT + 1) FALLS DUE ON THE FIRST DUE DATE'S DAY    *
      *    OF THE MONTH, THAT MANY MONTHS ON -- OR ON THE MONTH'S     *
      *    LAST DAY WHEN THE MONTH IS SHORTER.  OBSSS674 ROLLS IT TO  *
      *    THE NEXT BUSINESS DAY.  SHOULD THE SERVICE FAIL THE        *
      *    POSTING FALLS BACK TO TODAY, AS BEFORE.                    *
      *****************************************************************

98293  C0150-ROLL-DUE-DATE SECTION.

98293      MOVE  W-TODAY-DATE  TO  W-INST-EFF-DATE.

98293      COMPUTE  W-DUE-TOTAL  =
98293          (W-FD-YYYY * 12)  +  W-FD-MM  -  1  +
98293          T-PLN-BILLED-COUNT.
98293      DIVIDE  W-DUE-TOTAL  BY  12
98293          GIVING     W-DD-YYYY
98293          REMAINDER  W-DUE-MM-REM.
98293      COMPUTE  W-DD-MM  =  W-DUE-MM-REM  +  1.

98293      IF  W-DD-MM  EQUAL TO  12
98293          COMPUTE  W-ME-YYYY  =  W-DD-YYYY  +  1
98293          MOVE  1          TO  W-ME-MM
98293      ELSE
98293          MOVE  W-DD-YYYY  TO  W-ME-YYYY
98293          COMPUTE  W-ME-MM  =  W-DD-MM  +  1
98293      END-IF.
98293      MOVE  1  TO  W-ME-DD.
98293      COMPUTE  W-MONTH-END-9  =  FUNCTION DATE-OF-INTEGER
98293          (FUNCTION INTEGER-OF-DATE (W-MONTH-END-9)  -  1).

98293      IF  T-PLN-FIRST-DUE-DATE (9:2)  NOT NUMERIC
98293          GO TO C0150-ROLL-DUE-DATE-EXIT
98293      END-IF.

98293      MOVE  T-PLN-FIRST-DUE-DATE (9:2)  TO  W-FD-DAY.
98293      IF  W-FD-DAY  GREATER THAN  W-ME-DD
98293          MOVE  W-ME-DD   TO  W-DD-DD
98293      ELSE
98293          MOVE  W-FD-DAY  TO  W-DD-DD
98293      END-IF.

98293      MOVE 'N'           TO  X674-FUNCTION.
98293      MOVE  W-DUE-DATE-X TO  X674-DATE-IN.

98293      EXEC CICS LINK
98293           PROGRAM  ('OBSSS674')
98293           COMMAREA (X674-CALENDAR-AREA)
98293           LENGTH   (LENGTH OF X674-CALENDAR-AREA)
98293      END-EXEC.

98293      IF  X674-RETURN-CODE  EQUAL TO  K-RET-GOOD
98293          MOVE  X674-DATE-OUT  TO  W-INST-EFF-DATE
98293      ELSE
98293          NEXT SENTENCE.

98293  C0150-ROLL-DUE-DATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-BILL-INSTALLMENT                         *
      *****************************************************************
      *    THIS SECTION POSTS ONE DUE INSTALLMENT'S RECEIVABLE        *

       C0200-BILL-INSTALLMENT SECTION.

98293      PERFORM C0150-ROLL-DUE-DATE.

           MOVE  T-PLN-REG-NUM       TO  W-ER-SSN-REG.
           MOVE  W-ER-SSN-KEY-9      TO  X627-SSN.
           MOVE  T-RUN-PLAN-ACCT     TO  X627-ACCT-CDE.
           MOVE  T-PLN-INST-AMOUNT   TO  X627-AMOUNT.
98293      MOVE  W-INST-EFF-DATE     TO  X627-EFF-DATE.
           MOVE  K-INST-TRAN-CODE    TO  X627-TRAN-CODE.
           MOVE  ZEROES              TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
                    WHERE   PLN_REG_NUM       =  :T-PLN-REG-NUM
                    AND     PLN_STATUS  IN  (' ', 'D')
               END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
               PERFORM DB2-ERROR
           ELSE
               NEXT SENTENCE.
                SET     PLN_STATUS   =  'D'
                WHERE   PLN_REG_NUM  =  :T-PLN-REG-NUM
                AND     PLN_STATUS  IN  (' ', 'D')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                DELETE FROM ST_WRK_ER_DELINQ
                WHERE  DLQ_REG_NUM  =  :T-PLN-REG-NUM
                AND    DLQ_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                     (:T-PLN-REG-NUM,        :T-DLQ-GRADE,
                      :T-DLQ-LAST-ACCT-DATE, :T-DLQ-STATUS,
                      :T-DLQ-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                DELETE FROM ST_WRK_ER_DELINQ
                WHERE  DLQ_REG_NUM  =  :T-PLN-REG-NUM
                AND    DLQ_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0400-CLEAR-DELINQ-ROW-EXIT.  EXIT.
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

98303      MOVE 'OBSSS629'  TO  X684-PROGRAM.
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
