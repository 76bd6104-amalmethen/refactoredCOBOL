      *                       AREA IS BLANKED FIRST AND AN OLD       *
      *                       RECORD BUNDLES UNDER DEPARTMENT '??'.  *
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
       01  K-BANNER-TAG                PIC X(24)  VALUE
           '****  PRINT BUNDLE  ****'.

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

           PERFORM B0000-LOAD-SPOOL.
           PERFORM C0000-PRINT-BUNDLES.
           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                INTO   (ORBASPRT-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
98196          IF  PRT-DEPT  EQUAL TO  SPACES
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

       S0100-WRITE-PRINT-LINE-EXIT.  EXIT.
           EJECT
       S0210-FIND-DEPT-EXIT.  EXIT.
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

98303      MOVE 'OBSSS607'  TO  X684-PROGRAM.
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
