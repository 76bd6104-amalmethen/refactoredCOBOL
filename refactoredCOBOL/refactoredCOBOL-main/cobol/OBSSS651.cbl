      *                  ACCOUNT AND EFFECTIVE-DATE MONTH, SO THE     *
      *                  SNAPSHOTS AGREE WITH THE HISTORY TO THE      *
      *                  FILS AFTER ANY SUSPECTED DRIFT.              *
98294 *                - THE OPENING BALANCE (BAL_OPENING) THE        *
98294 *                  OBSSS675 YEAR-END CLOSE CARRIES INTO A NEW   *
98294 *                  YEAR'S FIRST PERIOD IS NOT HISTORY-BORNE,    *
98294 *                  SO A ROW CARRYING ONE KEEPS IT THROUGH THE   *
98294 *                  REBUILD; ONLY ITS MOVEMENT IS RE-SUMMED.     *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98225 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98294 - ROWS CARRYING A YEAR-END OPENING        *
      *                       BALANCE ARE ZEROED RATHER THAN          *
      *                       DELETED BY THE CLEAR, AND THE REBUILD   *
      *                       UPDATES THEM IN PLACE, SO A REBUILD     *
      *                       NEVER LOSES THE OPENING BALANCES.       *
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
       01  T-BAL-CREDITS               PIC S9(13)V999 COMP-3.
       01  T-BAL-CLOSING               PIC S9(13)V999 COMP-3.

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

           PERFORM B0500-GET-REBUILD-PERIOD.
           PERFORM B0600-CLEAR-SNAPSHOTS.
           PERFORM B0000-REBUILD-FROM-HISTORY.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
           IF  W-ALL-PERIODS
               EXEC SQL
                    DELETE FROM ST_MST_ACCT_BALANCE
98294               WHERE  BAL_OPENING  =  0
               END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
           ELSE
               EXEC SQL
                    DELETE FROM ST_MST_ACCT_BALANCE
                    WHERE  BAL_PERIOD  =  :T-RUN-REBUILD-PERIOD
98294               AND    BAL_OPENING  =  0
98303          END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

98294      EXEC SQL
98294           UPDATE  ST_MST_ACCT_BALANCE
98294           SET     BAL_DEBITS   =  0,
98294                   BAL_CREDITS  =  0,
98294                   BAL_CLOSING  =  0
98294           WHERE ( :T-RUN-REBUILD-PERIOD  =  ' '
98294              OR   BAL_PERIOD  =  :T-RUN-REBUILD-PERIOD )
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98294      PERFORM DB2-ERROR.

       B0600-CLEAR-SNAPSHOTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
                      :T-BAL-DEBITS   ,
                      :T-BAL-CREDITS  ,
                      :T-BAL-CLOSING
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW

           MOVE 'ST_MST_ACCT_BALANCE'  TO  W-EIBDS.

98294      EXEC SQL
98294           UPDATE  ST_MST_ACCT_BALANCE
98294           SET     BAL_DEBITS    =  :T-BAL-DEBITS,
98294                   BAL_CREDITS   =  :T-BAL-CREDITS,
98294                   BAL_CLOSING   =  :T-BAL-CLOSING
98294           WHERE   BAL_ACCT_CDE  =  :T-BAL-ACCT-CDE
98294           AND     BAL_PERIOD    =  :T-BAL-PERIOD
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98294      PERFORM DB2-ERROR.

98294      IF  SQLERRD (3)  EQUAL TO  ZEROES
98294          EXEC SQL
98294               INSERT INTO ST_MST_ACCT_BALANCE
98294                    (BAL_ACCT_CDE,  BAL_PERIOD,
98294                     BAL_DEBITS,    BAL_CREDITS,
98294                     BAL_CLOSING)
98294               VALUES
98294                    (:T-BAL-ACCT-CDE, :T-BAL-PERIOD,
98294                     :T-BAL-DEBITS,   :T-BAL-CREDITS,
98294                     :T-BAL-CLOSING)
98294          END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
98294          PERFORM DB2-ERROR
98294      END-IF.

       C0000-WRITE-SNAPSHOT-ROW-EXIT.  EXIT.
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

98303      MOVE 'OBSSS651'  TO  X684-PROGRAM.
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
