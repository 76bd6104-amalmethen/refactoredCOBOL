      *                  FOR EACH ACCRUAL MONTH -- SO A RATE CHANGE   *
      *                  APPLIES FROM ITS EFFECTIVE DATE, NOT         *
      *                  RETROACTIVELY.                               *
98293 *                  THE CURRENT MONTH ONLY ACCRUES ONCE LAST     *
98293 *                  MONTH'S CONTRIBUTIONS ARE LATE: WHILE THEIR  *
98293 *                  DUE DATE, ROLLED OVER A WEEKEND OR HOLIDAY   *
98293 *                  BY THE OBSSS674 CALENDAR SERVICE, HAS NOT    *
98293 *                  PASSED, THE RUN ASSESSES THROUGH LAST MONTH. *
      *                - THE EMPLOYER'S ASSESSMENT POSTS THROUGH      *
      *                  THE OBSSS627 SERVICE TO THE DEDICATED        *
      *                  PENALTY ACCOUNT ON THE PROGRAM'S RUN-        *
      *                - A PER-EMPLOYER ASSESSMENT REGISTER LINE IS   *
      *                  WRITTEN ON PENRPT FOR COLLECTIONS TO         *
      *                  ATTACH TO THE DEMAND NOTICE.                 *
98283 *                - EACH POSTED ASSESSMENT IS KEPT OPEN ON       *
98283 *                  ST_WRK_ER_INTEREST FOR THE OBSSS666 INVOICE  *
98283 *                  TO CARRY UNTIL OBSSS653 SEES IT PAID.        *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *                    ST_WRK_CONTRIB_BILL (DB2 BILLING REGISTER) *
      *                    ST_MST_PENALTY_RATE (DB2 RATE TABLE)       *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
98293 *                    ST_MST_CALENDAR     (VIA OBSSS674)         *
      *                                                               *
      *****************************************************************
           EJECT
      *    OUTPUT - AN INTEREST POSTING THROUGH OBSSS627 PER          *
      *             DELINQUENT EMPLOYER WITH A NON-ZERO ASSESSMENT;   *
      *             A PENRPT REGISTER LINE PER EMPLOYER.              *
98283 *             A ST_WRK_ER_INTEREST ROW PER POSTED ASSESSMENT.   *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98210 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98283 - A POSTED ASSESSMENT IS NOW ALSO KEPT    *
      *                       OPEN ON ST_WRK_ER_INTEREST, SO THE      *
      *                       MONTHLY OBSSS666 INVOICE CAN CARRY IT   *
      *                       AND A COLLECTION QUOTING THE INVOICE    *
      *                       REFERENCE CAN SETTLE IT.                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98293 - NO INTEREST FOR DAYS THE BANKS WERE     *
      *                       CLOSED: A MONTH'S CONTRIBUTIONS FALL    *
      *                       DUE ON ITS LAST DAY ROLLED TO THE NEXT  *
      *                       BUSINESS DAY (OBSSS674), AND A RUN ON   *
      *                       OR BEFORE THAT DAY ASSESSES AND STAMPS  *
      *                       ONLY THROUGH LAST MONTH.                *
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
98257  01  T-CBL-INT-THRU              PIC X(06).
98257  01  T-CBL-INT-THRU-I            PIC S9(04) COMP.
98257  01  W-CUR-PERIOD                PIC X(06).
98293  01  W-THRU-PERIOD               PIC X(06).

       01  T-PRT-ANNUAL-PCT            PIC S9(03)V99 COMP-3.
       01  T-PRT-PERIOD                PIC X(06).
           05  W-MW-MM                 PIC 9(02).
       01  W-ACCRUAL-PERIOD            PIC X(06).

      *****************************************************************
      *              CONTRIBUTION DUE DATE (SMR#98293)                *
      *****************************************************************

98293  01  W-THRU-WORK.
98293      05  W-TW-YYYY               PIC 9(04).
98293      05  W-TW-MM                 PIC 9(02).
98293  01  W-MONTH-START-WORK.
98293      05  W-MS-YYYYMM             PIC X(06).
98293      05  W-MS-DD                 PIC X(02)  VALUE '01'.
98293  01  W-MONTH-START-9 REDEFINES W-MONTH-START-WORK
98293                                  PIC 9(08).
98293  01  W-DUE-DATE-9                PIC 9(08).
98293  01  W-DUE-DATE-X REDEFINES W-DUE-DATE-9
98293                                  PIC X(08).

       01  W-BILL-INTEREST             PIC S9(12)V999 COMP-3.
       01  W-ER-INTEREST               PIC S9(12)V999 COMP-3.
       01  W-ER-BALANCE                PIC S9(13)V999 COMP-3.
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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  FUNCTION CURRENT-DATE(1:4)  TO  W-MW-YYYY.
           MOVE  FUNCTION CURRENT-DATE(5:2)  TO  W-MW-MM.
           COMPUTE  W-CUR-TOTAL  =  (W-MW-YYYY * 12)  +  W-MW-MM.

98293      PERFORM B0550-SET-ASSESS-THRU.
           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0000-SWEEP-DELINQUENTS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0550-SET-ASSESS-THRU                          *
      *****************************************************************
      *    SMR#98293: LAST MONTH'S CONTRIBUTIONS FALL DUE ON ITS LAST *
      *    DAY, ROLLED BY OBSSS674 TO THE NEXT BUSINESS DAY.  UNTIL   *
      *    THAT DAY HAS PASSED NOTHING IS LATE FOR THE CURRENT        *
      *    MONTH, SO THE ACCRUAL (W-CUR-TOTAL) AND THE ASSESSED-      *
      *    THROUGH STAMP (W-THRU-PERIOD) STOP AT LAST MONTH AND THE   *
      *    NEXT RUN PICKS THE MONTH UP.  SHOULD THE SERVICE FAIL THE  *
      *    CURRENT MONTH ACCRUES, AS BEFORE.                          *
      *****************************************************************

98293  B0550-SET-ASSESS-THRU SECTION.

98293      MOVE  W-TODAY-DATE (1:6)  TO  W-MS-YYYYMM.
98293      COMPUTE  W-DUE-DATE-9  =  FUNCTION DATE-OF-INTEGER
98293          (FUNCTION INTEGER-OF-DATE (W-MONTH-START-9)  -  1).

98293      MOVE 'N'           TO  X674-FUNCTION.
98293      MOVE  W-DUE-DATE-X TO  X674-DATE-IN.

98293      EXEC CICS LINK
98293           PROGRAM  ('OBSSS674')
98293           COMMAREA (X674-CALENDAR-AREA)
98293           LENGTH   (LENGTH OF X674-CALENDAR-AREA)
98293      END-EXEC.

98293      IF  X674-RETURN-CODE  EQUAL TO  K-RET-GOOD  AND
98293          W-TODAY-DATE  NOT GREATER THAN  X674-DATE-OUT
98293          SUBTRACT  1  FROM  W-CUR-TOTAL
98293      END-IF.

98293      COMPUTE  W-TW-YYYY  =  (W-CUR-TOTAL - 1)  /  12.
98293      COMPUTE  W-TW-MM    =
98293          W-CUR-TOTAL  -  (W-TW-YYYY * 12).
98293      MOVE  W-THRU-WORK  TO  W-THRU-PERIOD.

98293  B0550-SET-ASSESS-THRU-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-DELINQUENTS                        *
      *****************************************************************

           EXEC SQL
                FETCH DLQI-CURSOR
                INTO  :T-DLQ-REG-NUM
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               PERFORM C0300-POST-ASSESSMENT
98257          IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-TXN-ERR
98257              PERFORM C0350-STAMP-ASSESSED-THRU
98283              PERFORM C0370-RECORD-INTEREST
98257          END-IF
           END-IF.

                INTO  :T-CBL-PERIOD ,
98257                 :T-CBL-CONTRIB ,
98257                 :T-CBL-INT-THRU:T-CBL-INT-THRU-I
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-BILL-EOF-SW
      *    RELEASE), EVERY OPEN BILL OF THE EMPLOYER IS STAMPED       *
      *    ASSESSED THROUGH THE CURRENT MONTH.  A REJECTED POSTING    *
      *    LEAVES THE STAMPS ALONE SO THE SAME MONTHS RE-ACCRUE       *
      *    NEXT RUN.  SMR#98293: THE STAMP IS THE LAST MONTH ACCRUED  *
      *    (W-THRU-PERIOD), LAST MONTH WHILE ITS DUE DATE IS OPEN.    *
      *****************************************************************

98257  C0350-STAMP-ASSESSED-THRU SECTION.

98257      EXEC SQL
98257           UPDATE  ST_WRK_CONTRIB_BILL
98293           SET     CBL_INT_THRU  =  :W-THRU-PERIOD
98257           WHERE   CBL_REG_NUM   =  :T-DLQ-REG-NUM
98257           AND     CBL_STATUS    =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98257      PERFORM DB2-ERROR.

98257  C0350-STAMP-ASSESSED-THRU-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0370-RECORD-INTEREST                          *
      *****************************************************************
      *    SMR#98283: THE ASSESSMENT JUST POSTED IS KEPT OPEN ('  ')  *
      *    ON ST_WRK_ER_INTEREST UNDER THE MONTH IT WAS ASSESSED,     *
      *    WITH NO INVOICE YET -- OBSSS666 STAMPS THE INVOICE THAT    *
      *    CARRIES IT AND OBSSS653 MARKS IT PAID ('P').               *
      *****************************************************************

98283  C0370-RECORD-INTEREST SECTION.

98283      MOVE 'ST_WRK_ER_INTEREST'  TO  W-EIBDS.

98283      EXEC SQL
98283           INSERT INTO ST_WRK_ER_INTEREST
98283                (LPI_REG_NUM,    LPI_PERIOD,
98283                 LPI_AMOUNT,     LPI_STATUS,
98283                 LPI_INV_NUM,    LPI_POST_DATE)
98283           VALUES
98283                (:T-DLQ-REG-NUM, :W-CUR-PERIOD,
98283                 :W-ER-INTEREST, ' ',
98283                 0,              :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98283      PERFORM DB2-ERROR.

98283  C0370-RECORD-INTEREST-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-WRITE-REGISTER-LINE                      *
      *****************************************************************

                FROM    (PENRPT-REC)
                LENGTH  (LENGTH OF PENRPT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PENRPT  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PNR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PENRPT-REC          TO  W-RPL-REC-LEN
98304      MOVE  PENRPT-REC                    TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0400-WRITE-REGISTER-LINE-EXIT.  EXIT.
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

98303      MOVE 'OBSSS637'  TO  X684-PROGRAM.
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
