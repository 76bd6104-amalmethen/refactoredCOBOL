      *                       ST_WRK_NOTIFY_EVENT QUEUE FOR THE      *
      *                       OBSSS634 NOTIFICATION DISPATCH BATCH.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.  THE      *
      *                       COMPLETION ROW FORMERLY WRITTEN BY      *
      *                       S0910 IS NOW THAT SERVICE'S END ROW,    *
      *                       AND A RUN REFUSED BY THE PREDECESSOR    *
      *                       GATE IS LOGGED WITH STATUS 'R'.         *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
98152      88  W-SSN-RELEASED                VALUE 'Y'.
98152      88  W-SSN-NOT-RELEASED            VALUE 'N'.

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

98196      EXEC CICS  ADDRESS
98196                 CWA (ADDRESS OF CWA-AREA)
98196      END-EXEC.

98184      PERFORM S0900-CHECK-PREDECESSORS.
98184      IF  W-PREDS-MISSING
98303          MOVE 'R'  TO  X684-END-STATUS
98184          GO TO A0000-MAINLINE-EXIT
98184      END-IF.


98153      PERFORM B0600-UPDATE-RUN-CONTROL.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
98153           FETCH EE-SANCTION-DLT-CURSOR
98153           INTO  :T-M-BAS-EE-SSN       ,
98153                 :T-M-BAS-EE-BLOCK-CODE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98153      IF  SQLCODE  EQUAL TO  +100
98153          MOVE 'Y'  TO  W-EOF-SW
98153           FETCH ER-SANCTION-DLT-CURSOR
98153           INTO  :T-M-BAS-ER-REG-NUM    ,
98158                 :T-M-BAS-ER-BLOCK-CODE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98153      IF  SQLCODE  EQUAL TO  +100
98153          MOVE 'Y'  TO  W-EMPLYR-EOF-SW
                FETCH EE-SANCTION-CURSOR
                INTO  :T-M-BAS-EE-SSN       ,
                      :T-M-BAS-EE-BLOCK-CODE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                    WHERE   M_BAS_EE_SSN         =
                            :T-M-BAS-EE-SSN
               END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN

               PERFORM DB2-ERROR

                FETCH ER-SANCTION-CURSOR
                INTO  :T-M-BAS-ER-REG-NUM    ,
98158                 :T-M-BAS-ER-BLOCK-CODE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EMPLYR-EOF-SW
98158               WHERE   M_BAS_ER_REG_NUM       =
98158                       :T-M-BAS-ER-REG-NUM
98158          END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN

98158          PERFORM DB2-ERROR.

                     (:T-SAB-ID-TYPE,    :T-SAB-ID-NUMBER,
                      :T-SAB-BLOCK-CODE, :T-SAB-POST-DATE,
98152                 :T-SAB-REL-STATUS)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

98206                (:T-NTF-SSN,      :T-NTF-EVENT-CODE,
98206                 :T-NTF-REF,      ' ',
98206                 :W-NTF-DATE,     :W-NTF-TIME)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98206      PERFORM DB2-ERROR.

98184      EXIT.
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

98303      MOVE 'OBSSS603'  TO  X684-PROGRAM.
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
       DB2-ERROR SECTION.

