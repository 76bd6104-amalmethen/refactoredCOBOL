      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
98308 *                    ST_MST_MEMBER_CONSENT (DB2 MASTER TABLE)   *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - CCEXTRCT-REC TO INTERFACE FILE CCEXTRCT, ONE PER  *
98308 *               ST_MST_EMPLOYEE_BASIC ROW ON FILE WITH CALL-    *
98308 *               CENTER CONSENT IN FORCE.                        *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
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
      *           SMR#98308 - A MEMBER IS EXTRACTED ONLY WHILE THEIR  *
      *                       CALL-CENTER CONSENT IS IN FORCE ON      *
      *                       ST_MST_MEMBER_CONSENT, IN BOTH THE FULL *
      *                       AND THE DELTA CURSOR; A CONSENT GRANTED *
      *                       SINCE THE LAST EXTRACT ALSO QUALIFIES A *
      *                       MEMBER FOR THE DELTA.                   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************

       01  W-CCEXTRCT-RESP             PIC S9(08) COMP.

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


98154      PERFORM B0600-UPDATE-RUN-CONTROL.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
98154           FROM    (CCHDR-REC)
98154           LENGTH  (LENGTH OF CCHDR-REC)
98154           RESP    (W-CCEXTRCT-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98154  B0700-WRITE-EXTRACT-HEADER-EXIT.  EXIT.
           EJECT
98154           FROM    (CCTRL-REC)
98154           LENGTH  (LENGTH OF CCTRL-REC)
98154           RESP    (W-CCEXTRCT-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98154  B0800-WRITE-EXTRACT-TRAILER-EXIT.  EXIT.
           EJECT
      *    DELTA TWIN OF B0000-EXTRACT-ALL-EMPLOYEES: ONLY ROWS       *
      *    ADDED OR FILE-MAINTAINED SINCE THE LAST SUCCESSFUL         *
      *    EXTRACT ARE WRITTEN, SO THE NIGHTLY FILE SHRINKS TO WHAT   *
      *    ACTUALLY MOVED.  SMR#98308: ONLY MEMBERS WHOSE CALL-CENTER *
      *    CONSENT IS IN FORCE ARE WRITTEN, AND A CONSENT GRANTED     *
      *    SINCE THE LAST EXTRACT BRINGS THE MEMBER ACROSS EVEN IF    *
      *    THE MASTER ROW ITSELF DID NOT MOVE.                        *
      *****************************************************************

98154  B0050-EXTRACT-DELTA-EMPLOYEES SECTION.
98154                    M_BAS_EE_LAST_ACCT_DATE    ,
98154                    M_BAS_EE_BLOCK_CODE
98154           FROM     ST_MST_EMPLOYEE_BASIC
98308           WHERE   (M_BAS_EE_SYS_ENTRY_DATE  >=
98154                    :T-RUN-LAST-SWEEP-DATE
98154               OR   M_BAS_EE_LAST_FM_DATE    >=
98308                    :T-RUN-LAST-SWEEP-DATE
98308               OR   EXISTS
98308                   (SELECT 1
98308                    FROM   ST_MST_MEMBER_CONSENT
98308                    WHERE  CNS_SSN            =  M_BAS_EE_SSN
98308                    AND    CNS_PURPOSE        =  'CC'
98308                    AND    CNS_GRANT_DATE     >=
98308                           :T-RUN-LAST-SWEEP-DATE))
98308           AND      EXISTS
98308                   (SELECT 1
98308                    FROM   ST_MST_MEMBER_CONSENT
98308                    WHERE  CNS_SSN            =  M_BAS_EE_SSN
98308                    AND    CNS_PURPOSE        =  'CC'
98308                    AND    CNS_WITHDRAW_DATE  IS NULL)
98154      END-EXEC.

98154      EXEC SQL
98154                 :T-M-BAS-EE-FILING-NUMBER              ,
98154                 :T-M-BAS-EE-LAST-ACCT-DATE:T-LACCT-DATE-IND,
98154                 :T-M-BAS-EE-BLOCK-CODE:T-BLOCK-CODE-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98154      IF  SQLCODE  EQUAL TO  +100
98154          MOVE 'Y'  TO  W-EOF-SW
      *****************************************************************
      *    THIS SECTION OPENS A CURSOR OVER EVERY ST_MST_EMPLOYEE_    *
      *    BASIC ROW AND FETCHES ONE ROW AT A TIME, WRITING EACH ONE  *
      *    TO CCEXTRCT UNTIL THE CURSOR IS EXHAUSTED.  SMR#98308:     *
      *    A MEMBER WITHOUT CALL-CENTER CONSENT IN FORCE ON           *
      *    ST_MST_MEMBER_CONSENT IS LEFT OUT.                         *
      *****************************************************************

       B0000-EXTRACT-ALL-EMPLOYEES SECTION.
                         M_BAS_EE_BLOCK_CODE
                FROM     ST_MST_EMPLOYEE_BASIC
98174           WHERE    M_BAS_EE_SSN  >  :W-RESUME-SSN
98308           AND      EXISTS
98308                   (SELECT 1
98308                    FROM   ST_MST_MEMBER_CONSENT
98308                    WHERE  CNS_SSN            =  M_BAS_EE_SSN
98308                    AND    CNS_PURPOSE        =  'CC'
98308                    AND    CNS_WITHDRAW_DATE  IS NULL)
98174           ORDER BY M_BAS_EE_SSN
           END-EXEC.

                      :T-M-BAS-EE-FILING-NUMBER              ,
                      :T-M-BAS-EE-LAST-ACCT-DATE:T-LACCT-DATE-IND,
                      :T-M-BAS-EE-BLOCK-CODE:T-BLOCK-CODE-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                FROM    (CCEXTRCT-REC)
                LENGTH  (LENGTH OF CCEXTRCT-REC)
                RESP    (W-CCEXTRCT-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98154      IF  W-CCEXTRCT-RESP  =  DFHRESP(NORMAL)
98154          ADD  1              TO  W-EXT-DETAIL-COUNT
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

98303      MOVE 'OBSSS604'  TO  X684-PROGRAM.
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
       DB2-ERROR SECTION.

