      *    MODIFICATIONS -                                            *
      *           SMR#98188 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     22-08-2026 *
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

       01  W-FILE-RESP                 PIC S9(08) COMP.

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

           PERFORM B0000-CLEAR-MAP-AND-TARGETS.
           PERFORM B0100-COPY-EMPLOYEES.
           PERFORM B0200-COPY-EMPLOYERS.
           PERFORM B0400-COPY-SSNGNMB.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
           MOVE 'ST_WRK_CIVID_MAP'  TO  W-EIBDS.
           EXEC SQL
                DELETE FROM ST_WRK_CIVID_MAP
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.
           PERFORM DB2-ERROR.

           MOVE 'TST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.
           EXEC SQL
                DELETE FROM TST_MST_EMPLOYEE_BASIC
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.
           PERFORM DB2-ERROR.

           MOVE 'TST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.
           EXEC SQL
                DELETE FROM TST_MST_EMPLOYER_BASIC
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.
           PERFORM DB2-ERROR.

           MOVE 'TST_MST_EMPLOYEE_DEP'    TO  W-EIBDS.
           EXEC SQL
                DELETE FROM TST_MST_EMPLOYEE_DEPENDENT
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.
           PERFORM DB2-ERROR.

       B0000-CLEAR-MAP-AND-TARGETS-EXIT.  EXIT.
                      :T-EE-FILING-NUMBER            ,
                      :T-EE-REG-EFF-DATE:T-REGDT-IND ,
                      :T-EE-BLOCK-CODE:T-BLKCD-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                      :T-EE-LOC-CODE,      :T-EE-ACT-CODE,
                      :T-EE-FILING-NUMBER, :T-EE-REG-EFF-DATE,
                      :T-EE-BLOCK-CODE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                FETCH CPY-ER-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-ER-LAST-ACCT-DATE:T-LACCT-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                     (M_BAS_ER_REG_NUM,  M_BAS_ER_LAST_ACCT_DATE)
                VALUES
                     (:T-ER-REG-NUM,     :T-ER-LAST-ACCT-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                      :T-DEP-RELATION   ,
                      :T-DEP-BIRTH-DATE ,
                      :T-DEP-CIVIL-ID
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                     (:T-DEP-SSN,       :T-DEP-NAME,
                      :T-DEP-RELATION,  :T-DEP-BIRTH-DATE,
                      :T-DEP-CIVIL-ID)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                INTO   (SSN-G-NUM-VSAM-REC)
                RIDFLD (SSN-G-NUM)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               MOVE  SSN-G-CIV  TO  T-MAP-REAL-CIVID
                    LENGTH  (LENGTH OF SSN-G-NUM-VSAM-REC)
                    RESP    (W-FILE-RESP)
               END-EXEC
98303          PERFORM S0986-COUNT-REC-WRITTEN
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

                     (MAP_REAL_CIVID,    MAP_SYNTH_CIVID)
                VALUES
                     (:T-MAP-REAL-CIVID, :T-MAP-SYNTH-CIVID)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       S0320-SUM-ONE-DIGIT-EXIT.  EXIT.
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

98303      MOVE 'OBSSS622'  TO  X684-PROGRAM.
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
      *****************************************************************
      *                S0986-COUNT-REC-WRITTEN                        *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD WRITTEN, REWRITTEN OR DELETED *
      *    ON A FILE, REPORT LINES INCLUDED.                          *
      *****************************************************************

98303  S0986-COUNT-REC-WRITTEN SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0986-COUNT-REC-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
