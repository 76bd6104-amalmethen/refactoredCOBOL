      *                OUT OF SEVEN.  ONLY ODTXNOUT IS TALLIED; THE   *
      *                PER-DESTINATION QUEUE DATASETS OUTSIDE IT ARE  *
      *                OUT OF SCOPE AND THE REPORT HEADER SAYS SO.    *
98293 *                THE WINDOW ENDS ON THE LATEST BUSINESS DAY     *
98293 *                (OBSSS674), SO A PICKUP DUE OVER A WEEKEND OR  *
98293 *                HOLIDAY ROLLS TO THE NEXT BUSINESS DAY.        *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ODTXNOUT (VSAM INTERFACE FILE)             *
      *                    ST_BAT_DEST_SCHEDULE (DB2 CONTROL TABLE)   *
      *                    ST_BAT_DEST_BACKLOG  (DB2 HISTORY TABLE)   *
98293 *                    ST_MST_CALENDAR      (VIA OBSSS674)        *
      *                                                               *
      *****************************************************************
           EJECT
      *                       HEADER STATES THE ODTXNOUT-ONLY        *
      *                       SCOPE.                                 *
      *                                HESSA AL-OTAIBI     22-08-2026 *
      *           SMR#98293 - THE PICKUP WINDOW IS COUNTED BACK FROM  *
      *                       THE LATEST BUSINESS DAY (OBSSS674)      *
      *                       RATHER THAN TODAY, SO A PICKUP DUE ON   *
      *                       A WEEKEND OR PUBLIC HOLIDAY ROLLS TO    *
      *                       THE NEXT BUSINESS DAY BEFORE IT ALARMS. *
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
               VALUE 'PROGRAM-ID OBSSS619'.

       01  CONSTANTS.
98293        COPY SFCWSCON.
           05  C-MAX-DESTS             PIC S9(04) COMP VALUE +30.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
98196  01  W-WIN-CUT-INT               PIC S9(08) COMP.
98196  01  W-WIN-CUT-9                 PIC 9(08).
98196  01  W-WIN-CUT-DATE              PIC X(08).
98293  01  W-WIN-END-DATE              PIC X(08).
98293  01  W-WIN-END-9 REDEFINES W-WIN-END-DATE
98293                                  PIC 9(08).
98196  01  K-SCOPE-NOTE                PIC X(44)  VALUE
98196      'SCOPE: ODTXNOUT ONLY - QUEUE FILES EXCLUDED'.
       01  W-SCHED-FOUND-SW            PIC X(01).
           88  W-SCHED-FOUND               VALUE 'Y'.
           88  W-SCHED-NOT-FOUND           VALUE 'N'.

      *****************************************************************
      *        OBSSS674 BUSINESS-DAY CALENDAR COMMAREA (SMR#98293)    *
      *****************************************************************

98293  01  X674-CALENDAR-AREA.
98293      COPY OBC674CA.

      *****************************************************************
      *        REPORT / CONSOLE RECORDS                               *
      *****************************************************************
           05  FILLER                  PIC X(08)  VALUE ' COUNT: '.
           05  W-CON-COUNT             PIC 9(07).

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

98196      PERFORM A0100-WRITE-SCOPE-NOTE.
98293      PERFORM A0200-SET-WINDOW-END.
           PERFORM B0000-TALLY-ODTXNOUT.
           PERFORM C0000-JUDGE-DESTINATIONS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
98196           FROM    (DESTBKRP-REC)
98196           LENGTH  (LENGTH OF DESTBKRP-REC)
98196           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'DESTBKRP'                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF RPT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF DESTBKRP-REC        TO  W-RPL-REC-LEN
98304      MOVE  DESTBKRP-REC                  TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98196  A0100-WRITE-SCOPE-NOTE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                A0200-SET-WINDOW-END                           *
      *****************************************************************
      *    SMR#98293: A DESTINATION IS ONLY LATE ONCE ITS PICKUP DAY, *
      *    ROLLED TO THE NEXT BUSINESS DAY, HAS COME.  COUNTING THE   *
      *    WINDOW BACK FROM THE LATEST BUSINESS DAY ON OR BEFORE      *
      *    TODAY (OBSSS674) DOES EXACTLY THAT.  SHOULD THE SERVICE    *
      *    FAIL THE WINDOW ENDS TODAY, AS BEFORE.                     *
      *****************************************************************

98293  A0200-SET-WINDOW-END SECTION.

98293      MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-WIN-END-DATE.

98293      MOVE 'L'             TO  X674-FUNCTION.
98293      MOVE  W-WIN-END-DATE TO  X674-DATE-IN.

98293      EXEC CICS LINK
98293           PROGRAM  ('OBSSS674')
98293           COMMAREA (X674-CALENDAR-AREA)
98293           LENGTH   (LENGTH OF X674-CALENDAR-AREA)
98293      END-EXEC.

98293      IF  X674-RETURN-CODE  EQUAL TO  K-RET-GOOD
98293          MOVE  X674-DATE-OUT  TO  W-WIN-END-DATE
98293      ELSE
98293          NEXT SENTENCE.

98293  A0200-SET-WINDOW-END-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-TALLY-ODTXNOUT                           *
      *****************************************************************
      *    THIS SECTION BROWSES THE WHOLE INTERFACE FILE AND TALLIES  *
                INTO   (FILE-MAINT-ACCTG-EXT)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0200-TALLY-DESTINATION
                FROM    (DESTBKRP-REC)
                LENGTH  (LENGTH OF DESTBKRP-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'DESTBKRP'                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF RPT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF DESTBKRP-REC        TO  W-RPL-REC-LEN
98304      MOVE  DESTBKRP-REC                  TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  T-DBK-DATE.

                     (DBK_DEST,   DBK_COUNT,   DBK_DATE)
                VALUES
                     (:T-DBK-DEST, :T-DBK-COUNT, :T-DBK-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

      *****************************************************************
      *    THIS SECTION FETCHES THE NEWEST BACKLOG SNAPSHOT TAKEN     *
      *    ON OR BEFORE DSC_EXPECT_DAYS AGO, THE COMPARISON POINT     *
      *    FOR THE WINDOWED ALERT.  SMR#98293: "AGO" IS COUNTED FROM  *
      *    THE LATEST BUSINESS DAY SET BY A0200.                      *
      *****************************************************************

98196  C0150-GET-WINDOW-SNAPSHOT SECTION.

98293      COMPUTE  W-WIN-TODAY-INT  =  FUNCTION INTEGER-OF-DATE
98293          (W-WIN-END-9).
98196      COMPUTE  W-WIN-CUT-INT  =
98196          W-WIN-TODAY-INT  -  T-DSC-EXPECT-DAYS.
98196      COMPUTE  W-WIN-CUT-9    =
       C0200-RAISE-CONSOLE-ALERT-EXIT.  EXIT.
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

98303      MOVE 'OBSSS619'  TO  X684-PROGRAM.
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
