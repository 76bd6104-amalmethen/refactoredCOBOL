      *                       CROSSES MIDNIGHT STILL GATES AND LOGS  *
      *                       UNDER ONE DATE.                        *
      *                                HESSA AL-OTAIBI     22-08-2026 *
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
98184      05  W-GATE-MSG-PRED         PIC X(08).


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


98174      PERFORM S0820-MARK-SWEEP-COMPLETE.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                FETCH EE-CIVID-CURSOR
                INTO  :T-M-BAS-EE-SSN       ,
                      :T-M-BAS-EE-CIVIL-ID
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
98179           INTO   (SSN-G-NUM-VSAM-REC)
98179           RIDFLD (SSN-G-NUM)
98179           RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

98179      IF  W-FILE-RESP  =  DFHRESP(NORMAL)
98179          NEXT SENTENCE
                     (:T-MIS-SSN,         :T-MIS-DB2-CIVIL-ID,
                      :T-MIS-VSAM-CIVIL-ID, :T-MIS-POST-DATE,
98151                 :T-MIS-DISPOSITION)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

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

98303      MOVE 'OBSSS602'  TO  X684-PROGRAM.
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
      *                S0981-COUNT-REC-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD READ BY A FILE BROWSE.        *
      *****************************************************************

98303  S0981-COUNT-REC-READ SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0981-COUNT-REC-READ-EXIT.  EXIT.
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

