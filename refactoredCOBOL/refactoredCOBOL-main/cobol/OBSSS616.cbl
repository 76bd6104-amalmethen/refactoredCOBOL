      *                       ANYTHING; A HELD REGISTRATION LEAVES    *
      *                       THE REQUEST OPEN FOR THE NEXT RUN.      *
      *                                HESSA AL-OTAIBI     02-09-2026 *
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
      *           SMR#98312 - A REQUEST ROUTED FROM AN EMPLOYER       *
      *                       LICENSE REVIEW CASE ON ORP1576P WHEN    *
      *                       THE COMMERCIAL REGISTRY REPORTS A       *
      *                       LIQUIDATION (EMG_ORIGIN LICN) IS MERGED *
      *                       WITHOUT THE SIGNATORY CHECK; IT HAS NO  *
      *                       SUBMITTING PARTY AND WAS ROUTED UNDER A *
      *                       SUPERVISOR'S APPROVE GRANT.             *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
       01  T-EMG-TARGET                PIC 9(07).
       01  T-EMG-STATUS                PIC X(01).
       01  T-EMG-DONE-DATE             PIC X(08).
98312  01  T-EMG-ORIGIN                PIC X(04).
98312      88  T-EMG-FROM-LICENSE-CASE     VALUE 'LICN'.

      *****************************************************************
      *              ROSTER / MASTER HOST VARIABLES                   *
98196      05  EXC-TARGET              PIC 9(07).
98196      05  EXC-REASON              PIC X(06).

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

           PERFORM B0000-SWEEP-MERGE-REQUESTS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                DECLARE ERMG-CURSOR CURSOR FOR
                SELECT   EMG_SOURCE ,
98227                    EMG_TARGET ,
98312                    EMG_SUBMIT_CIVID ,
98312                    EMG_ORIGIN
                FROM     ST_WRK_ER_MERGE
                WHERE    EMG_STATUS  =  ' '
                ORDER BY EMG_SOURCE
                FETCH ERMG-CURSOR
                INTO  :T-EMG-SOURCE ,
98227                 :T-EMG-TARGET ,
98312                 :T-EMG-SUBMIT-CIVID:T-SUBM-IND ,
98312                 :T-EMG-ORIGIN
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
      *    ACTIVE MERGE POWER ON THE SOURCE EMPLOYER'S SIGNATORY      *
      *    REGISTER, WITHIN THE VALIDITY DATES.  A REQUEST WITH NO    *
      *    SUBMITTING PARTY RECORDED FAILS THE CHECK TOO.             *
98312 *    SMR#98312: A LIQUIDATION ROUTED FROM AN EMPLOYER LICENSE   *
98312 *    REVIEW CASE ON ORP1576P (ORIGIN LICN) HAS NO SUBMITTING    *
98312 *    PARTY -- THE EMPLOYER IS BEING WOUND UP -- AND WAS ROUTED  *
98312 *    UNDER THE SUPERVISOR'S APPROVE GRANT, SO IT PASSES.        *
      *****************************************************************

98227  C0050-CHECK-SIGNATORY SECTION.
98227      MOVE 'N'  TO  W-SGY-OK-SW.
98227      MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE-98227.

98312      IF  T-EMG-FROM-LICENSE-CASE
98312          SET  W-SIGNATORY-OK  TO  TRUE
98312          GO TO C0050-CHECK-SIGNATORY-EXIT.

98227      IF  T-SUBM-IND  LESS THAN  ZERO  OR
98227          T-EMG-SUBMIT-CIVID  EQUAL TO  ZEROES
98227          GO TO C0050-CHECK-SIGNATORY-EXIT.
98227           WHERE   EMG_SOURCE  =  :T-EMG-SOURCE
98227           AND     EMG_TARGET  =  :T-EMG-TARGET
98227           AND     EMG_STATUS  =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98227      PERFORM DB2-ERROR.

           EXEC SQL
                FETCH ERMG-ROS-CURSOR
                INTO  :T-M-BAS-EE-SSN
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-ROS-EOF-SW
                UPDATE  ST_MST_EMPLOYEE_BASIC
                SET     M_BAS_EE_EMPLOYER_NUM  =  :T-EMG-TARGET
                WHERE   M_BAS_EE_SSN           =  :T-M-BAS-EE-SSN
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                FROM    (TRANSACTION-LEAD)
                LENGTH  (LENGTH OF TRANSACTION-LEAD)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98196      IF  W-FILE-RESP  =  DFHRESP(NORMAL)
98196          NEXT SENTENCE
98196           FROM    (ERMGEXC-REC)
98196           LENGTH  (LENGTH OF ERMGEXC-REC)
98196           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0987-COUNT-REC-REJECTED.

98196  C0220-WRITE-MERGE-EXCEPTION-EXIT.  EXIT.
           EJECT
                FROM    (ERMGRPT-REC)
                LENGTH  (LENGTH OF ERMGRPT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'ERMGRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF RPT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF ERMGRPT-REC         TO  W-RPL-REC-LEN
98304      MOVE  ERMGRPT-REC                   TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0300-WRITE-RECON-LINE-EXIT.  EXIT.
           EJECT
                        M_BAS_ER_BLOCK_REASON  =
                        :T-M-BAS-ER-BLOCK-REASON
                WHERE   M_BAS_ER_REG_NUM       =  :T-EMG-SOURCE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                WHERE   EMG_SOURCE     =  :T-EMG-SOURCE
                AND     EMG_TARGET     =  :T-EMG-TARGET
                AND     EMG_STATUS     =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       S0100-COUNT-ROSTER-EXIT.  EXIT.
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

98303      MOVE 'OBSSS616'  TO  X684-PROGRAM.
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
      *                S0987-COUNT-REC-REJECTED                       *
      *****************************************************************
      *    THIS SECTION COUNTS AN ITEM WRITTEN TO THE EXCEPTION FILE  *
      *    AS REJECTED.                                               *
      *****************************************************************

98303  S0987-COUNT-REC-REJECTED SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-REJECTED
98303      ELSE
98303          NEXT SENTENCE.

98303  S0987-COUNT-REC-REJECTED-EXIT.  EXIT.
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
