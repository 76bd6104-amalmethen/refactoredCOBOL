      *                    ST_MST_RPT_BUDGET     (DB2 CONTROL TABLE)  *
      *                    ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)  *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
98295 *                    ST_WRK_CONTRIB_ACCRUAL (DB2 SCHEDULE)      *
      *                                                               *
      *****************************************************************
           EJECT
      *                       HAS NONE -- SAME NUMBERS, A FRACTION    *
      *                       OF THE I/O.                             *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98295 - A CLOSING 'ACCRUED CONTRIB SCHEDULE'    *
      *                       LINE CARRIES THE OBSSS676 ACCRUAL       *
      *                       SCHEDULE TOTALS FOR THE SAME THREE      *
      *                       WINDOWS, SO THE ACCRUED INCOME IN THE   *
      *                       PACK TIES TO ITS WORKING PAPER.         *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98304 - EACH REPORT LINE WRITTEN IS ALSO KEPT   *
      *                       ON ST_RPT_ARCHIVE_LINE UNDER THE        *
      *                       REPORT, THE RUN BUSINESS DATE AND THE   *
      *                       JOB, FOR THE ORP1578P ON-LINE REPORT    *
      *                       VIEWER.                                 *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
       01  T-SUM-LAST-YEAR             PIC S9(13)V999 COMP-3.
       01  W-VARIANCE                  PIC S9(13)V999 COMP-3.

98295  01  K-ACR-LINE-NAME             PIC X(24)  VALUE
98295      'ACCRUED CONTRIB SCHEDULE'.

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************
       01  W-MGR-SEQ                   PIC 9(04)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

      *****************************************************************
      *        REPORT ARCHIVE LINE (SMR#98304)                        *
      *****************************************************************

98304  01  T-RPL-REPORT                PIC X(08).
98304  01  T-RPL-LINE-NO               PIC S9(09) COMP VALUE +0.
98304  01  T-RPL-TEXT.
98304      49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
98304      49  T-RPL-TEXT-DATA         PIC X(133).
98304  01  W-RPL-IMAGE                 PIC X(250).
98304  01  W-RPL-KEY-LEN               PIC S9(04) COMP.
98304  01  W-RPL-REC-LEN               PIC S9(04) COMP.
98304  01  W-RPL-SQLCA-SAVE            PIC X(136).
98304  01  W-RPL-EIBDS-SAVE            PIC X(30).

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           PERFORM B0500-GET-REPORT-PERIOD.
           PERFORM B0600-BUILD-WINDOWS.
98225      PERFORM B0700-CHECK-SNAPSHOT-MODE.
           PERFORM B0000-SWEEP-REPORT-LINES.
98295      PERFORM B0800-WRITE-ACCRUAL-LINE.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                      :T-GRP-LINE-NAME ,
                      :T-GRP-ACCT-LOW  ,
                      :T-GRP-ACCT-HIGH
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                FROM    (MGMTRPT-REC)
                LENGTH  (LENGTH OF MGMTRPT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'MGMTRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF MGR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF MGMTRPT-REC         TO  W-RPL-REC-LEN
98304      MOVE  MGMTRPT-REC                   TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0000-BUILD-ONE-LINE-EXIT.  EXIT.
           EJECT
98225  C0020-SUM-FROM-SNAPSHOTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0800-WRITE-ACCRUAL-LINE                       *
      *****************************************************************
      *    SMR#98295: THE CONTRIBUTIONS ACCRUED BY OBSSS676 FOR THE   *
      *    REPORT MONTH, THE YEAR TO DATE AND THE SAME MONTH LAST     *
      *    YEAR, SUMMED FROM ITS ST_WRK_CONTRIB_ACCRUAL SCHEDULE.     *
      *    THE SCHEDULE HAS NO BUDGET, SO NO VARIANCE IS SHOWN.       *
      *****************************************************************

98295  B0800-WRITE-ACCRUAL-LINE SECTION.

98295      MOVE 'ST_WRK_CONTRIB_ACCRUAL'  TO  W-EIBDS.

98295      MOVE  W-RPT-PERIOD (1:4)  TO  W-YTD-PERIOD-FROM (1:4).
98295      MOVE '01'                 TO  W-YTD-PERIOD-FROM (5:2).
98295      MOVE  W-LY-FROM (1:6)     TO  W-LY-PERIOD.

98295      EXEC SQL
98295           SELECT   COALESCE (SUM (ACR_AMOUNT), 0)
98295           INTO    :T-SUM-MONTH
98295           FROM     ST_WRK_CONTRIB_ACCRUAL
98295           WHERE    ACR_PERIOD  =  :W-RPT-PERIOD
98295      END-EXEC.

98295      PERFORM DB2-ERROR.

98295      EXEC SQL
98295           SELECT   COALESCE (SUM (ACR_AMOUNT), 0)
98295           INTO    :T-SUM-YTD
98295           FROM     ST_WRK_CONTRIB_ACCRUAL
98295           WHERE    ACR_PERIOD  BETWEEN
98295                    :W-YTD-PERIOD-FROM  AND  :W-RPT-PERIOD
98295      END-EXEC.

98295      PERFORM DB2-ERROR.

98295      EXEC SQL
98295           SELECT   COALESCE (SUM (ACR_AMOUNT), 0)
98295           INTO    :T-SUM-LAST-YEAR
98295           FROM     ST_WRK_CONTRIB_ACCRUAL
98295           WHERE    ACR_PERIOD  =  :W-LY-PERIOD
98295      END-EXEC.

98295      PERFORM DB2-ERROR.

98295      ADD   1                TO  W-MGR-SEQ.
98295      MOVE  W-MGR-SEQ        TO  MGR-SEQ.
98295      MOVE  K-ACR-LINE-NAME  TO  MGR-LINE-NAME.
98295      MOVE  T-SUM-MONTH      TO  MGR-MONTH.
98295      MOVE  T-SUM-YTD        TO  MGR-YTD.
98295      MOVE  T-SUM-LAST-YEAR  TO  MGR-LAST-YEAR.
98295      MOVE  ZEROES           TO  MGR-VARIANCE.

98295      EXEC CICS WRITE
98295           FILE    ('MGMTRPT ')
98295           RIDFLD  (MGR-SEQ)
98295           FROM    (MGMTRPT-REC)
98295           LENGTH  (LENGTH OF MGMTRPT-REC)
98295           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'MGMTRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF MGR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF MGMTRPT-REC         TO  W-RPL-REC-LEN
98304      MOVE  MGMTRPT-REC                   TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98295  B0800-WRITE-ACCRUAL-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-GET-BUDGET-FIGURE                        *
      *****************************************************************

       C0100-GET-BUDGET-FIGURE-EXIT.  EXIT.
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

98303      MOVE 'OBSSS647'  TO  X684-PROGRAM.
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
      *****************************************************************
      *                S0990-ARCHIVE-REPORT-LINE                      *
      *****************************************************************
      *    THIS SECTION KEEPS THE REPORT LINE JUST WRITTEN ON         *
      *    ST_RPT_ARCHIVE_LINE UNDER THE REPORT, THE RUN BUSINESS     *
      *    DATE OBSSS684 RETURNED AT START AND THIS JOB, WITHOUT THE  *
      *    SEQUENCE KEY AT THE FRONT OF THE RECORD.  OBSSS684 INDEXES *
      *    THE LINES ON ST_RPT_ARCHIVE WHEN THE RUN ENDS.  THE        *
      *    CALLER'S SQLCA IS PUT BACK AFTERWARDS, SO A CALLER THAT    *
      *    TESTS SQLCODE AFTER ITS WRITE STILL SEES ITS OWN RESULT.   *
      *****************************************************************

98304  S0990-ARCHIVE-REPORT-LINE SECTION.

98304      IF  EIBRESP  NOT EQUAL TO  DFHRESP(NORMAL)
98304          GO TO S0990-ARCHIVE-REPORT-LINE-EXIT
98304      END-IF.

98304      MOVE  SQLCA    TO  W-RPL-SQLCA-SAVE.
98304      MOVE  W-EIBDS  TO  W-RPL-EIBDS-SAVE.
98304      ADD   1        TO  T-RPL-LINE-NO.

98304      IF  W-RPL-REC-LEN  GREATER THAN  LENGTH OF W-RPL-IMAGE
98304          MOVE  LENGTH OF W-RPL-IMAGE  TO  W-RPL-REC-LEN
98304      END-IF.

98304      COMPUTE  T-RPL-TEXT-LEN  =  W-RPL-REC-LEN  -  W-RPL-KEY-LEN.

98304      IF  T-RPL-TEXT-LEN  GREATER THAN  LENGTH OF T-RPL-TEXT-DATA
98304          MOVE  LENGTH OF T-RPL-TEXT-DATA  TO  T-RPL-TEXT-LEN
98304      END-IF.

98304      MOVE  W-RPL-IMAGE (W-RPL-KEY-LEN + 1 : T-RPL-TEXT-LEN)
98304                                    TO  T-RPL-TEXT-DATA.

98304      MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

98304      EXEC SQL
98304           INSERT INTO ST_RPT_ARCHIVE_LINE
98304                (RPL_REPORT,       RPL_RUN_DATE,
98304                 RPL_JOB,          RPL_LINE_NO,
98304                 RPL_TEXT)
98304           VALUES
98304                (:T-RPL-REPORT,    :X684-BUS-DATE,
98304                 :X684-PROGRAM,    :T-RPL-LINE-NO,
98304                 :T-RPL-TEXT)
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304      MOVE  W-RPL-SQLCA-SAVE  TO  SQLCA.
98304      MOVE  W-RPL-EIBDS-SAVE  TO  W-EIBDS.

98304  S0990-ARCHIVE-REPORT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
