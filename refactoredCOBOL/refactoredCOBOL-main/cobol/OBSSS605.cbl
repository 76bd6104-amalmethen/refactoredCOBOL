      *                       OF THE MISMATCH, SANCTIONS-REVIEW AND  *
      *                       REJECT-HOLD WORKLISTS.                 *
      *                                HESSA AL-OTAIBI     22-08-2026 *
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
      *                       THE ARCHIVED REPORTS THEMSELVES ARE     *
      *                       PURGED PER REPORT UNDER ST_BAT_RETENTION*
      *                       (REPORT NAME ROW, ELSE ST_RPT_ARCHIVE). *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
98196      88  W-ARCHIVE-FAILED              VALUE 'Y'.
98196      88  W-ARCHIVE-CLEAN               VALUE 'N'.

98304  01  T-RPA-REPORT                PIC X(08).
98304  01  W-RPA-EOF-SW                PIC X(01)  VALUE 'N'.
98304      88  W-RPA-EOF                     VALUE 'Y'.

      *****************************************************************
      *              ARCHIVE / REPORT RECORDS                         *
      *****************************************************************

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-9.
           COMPUTE  W-TODAY-INT  =
               FUNCTION INTEGER-OF-DATE (W-TODAY-9).
98196      PERFORM B1300-WORK-CIV-ID-MISMATCH.
98196      PERFORM B1400-WORK-SANCTIONS-BLOCK.
98196      PERFORM B1500-WORK-REJECT-HOLD.
98304      PERFORM B1600-WORK-REPORT-ARCHIVE.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
           EXEC SQL
                DELETE FROM ST_HST_GL_TRANSACTION
                WHERE  HST_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.
           MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
                      :T-UNL-DATE     ,
                      :T-UNL-DETAIL-B ,
                      :T-UNL-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           EXEC SQL
                DELETE FROM ST_HST_ACCTG_DUP_SKIP
                WHERE  DUP_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.
           MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
                      :T-UNL-DATE     ,
                      :T-UNL-DETAIL-B ,
                      :T-UNL-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           EXEC SQL
                DELETE FROM ST_HST_ACCTG_IMBALANCE
                WHERE  IMB_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.
           MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
                      :T-UNL-DATE     ,
                      :T-UNL-DETAIL-B ,
                      :T-UNL-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           EXEC SQL
                DELETE FROM ST_HST_CIVIL_ID_NOTFND
                WHERE  CIV_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.
           MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
                      :T-UNL-DATE     ,
                      :T-UNL-DETAIL-A ,
                      :T-UNL-DETAIL-B
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           EXEC SQL
                DELETE FROM ST_HST_DB2_ERROR_LOG
                WHERE  ERR_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.
           MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
                      :T-UNL-DATE     ,
                      :T-UNL-DETAIL-B ,
                      :T-UNL-SQLCODE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           EXEC SQL
                DELETE FROM ST_HST_TXN_RESTART
                WHERE  RST_RESTART_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.
           MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
                      :T-UNL-DATE     ,
                      :T-UNL-DETAIL-A ,
                      :T-UNL-DETAIL-B
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
98196      EXEC SQL
98196           DELETE FROM ST_HST_ACCTG_SIM_POST
98196           WHERE  SIM_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-DATE ,
98196                 :T-UNL-DETAIL-B ,
98196                 :T-UNL-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196      EXEC SQL
98196           DELETE FROM ST_HST_KK_ACCT_DROP
98196           WHERE  KKD_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-DETAIL-B ,
98196                 :T-UNL-AMOUNT ,
98196                 :T-UNL-DETAIL-A
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196      EXEC SQL
98196           DELETE FROM ST_HST_PERIOD_OVERRIDE
98196           WHERE  POV_POST_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-DATE ,
98196                 :T-UNL-DETAIL-B ,
98196                 :T-UNL-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196      EXEC SQL
98196           DELETE FROM ST_USR_INQ_STATS
98196           WHERE  INQ_BUS_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-ID ,
98196                 :T-UNL-DATE ,
98196                 :T-UNL-DETAIL-B
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196      EXEC SQL
98196           DELETE FROM ST_BAT_DEST_BACKLOG
98196           WHERE  DBK_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-ID ,
98196                 :T-UNL-DATE ,
98196                 :T-UNL-COUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196      EXEC SQL
98196           DELETE FROM ST_HST_DIGEST_COUNTS
98196           WHERE  DIG_DATE  <  :W-CUTOFF-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-TEXT ,
98196                 :T-UNL-DATE ,
98196                 :T-UNL-COUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196           DELETE FROM ST_HST_CIV_ID_MISMATCH
98196           WHERE  MIS_POST_DATE  <  :W-CUTOFF-DATE
98196           AND      MIS_DISPOSITION  <>  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-ID-N ,
98196                 :T-UNL-DATE ,
98196                 :T-UNL-CHAR
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196           DELETE FROM ST_HST_SANCTIONS_BLOCK
98196           WHERE  SAB_POST_DATE  <  :W-CUTOFF-DATE
98196           AND      SAB_REL_STATUS  =  'R'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-DATE ,
98196                 :T-UNL-CHAR ,
98196                 :T-UNL-DETAIL-A
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196           DELETE FROM ST_HST_ACCTG_REJECT_HOLD
98196           WHERE  HLD_POST_DATE  <  :W-CUTOFF-DATE
98196           AND      HLD_STATUS  =  'P'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98196      PERFORM DB2-ERROR.
98196      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.
98196                 :T-UNL-DETAIL-B ,
98196                 :T-UNL-AMOUNT ,
98196                 :T-UNL-AMOUNT-2
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196  B1510-FETCH-HLD-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1600-WORK-REPORT-ARCHIVE                      *
      *****************************************************************
      *    THE ARCHIVED BATCH REPORTS ARE WORKED ONE REPORT AT A      *
      *    TIME.  A REPORT'S RETENTION IS THE ST_BAT_RETENTION ROW    *
      *    NAMED FOR THE REPORT ITSELF (E.G. 'GLTBRPT'), FAILING      *
      *    WHICH THE ROW FOR ST_RPT_ARCHIVE, WHICH SETS THE DEFAULT   *
      *    FOR EVERY REPORT.  THE ARCHIVE IS ITSELF THE KEPT COPY, SO *
      *    AN EXPIRED REPORT RUN IS PURGED WITHOUT AN ARCHHST UNLOAD. *
      *****************************************************************

98304  B1600-WORK-REPORT-ARCHIVE SECTION.

98304      MOVE 'N'  TO  W-RPA-EOF-SW.
98304      MOVE 'ST_RPT_ARCHIVE_LINE'        TO  W-EIBDS.

98304      EXEC SQL
98304           DECLARE RPA-RET-CURSOR CURSOR FOR
98304           SELECT DISTINCT
98304                    RPL_REPORT
98304           FROM     ST_RPT_ARCHIVE_LINE
98304           ORDER BY RPL_REPORT
98304      END-EXEC.

98304      EXEC SQL
98304           OPEN RPA-RET-CURSOR
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304      PERFORM B1610-FETCH-RPA-ROW
98304          UNTIL  W-RPA-EOF.

98304      EXEC SQL
98304           CLOSE RPA-RET-CURSOR
98304      END-EXEC.

98304  B1600-RPA-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1610-FETCH-RPA-ROW                            *
      *****************************************************************

98304  B1610-FETCH-RPA-ROW SECTION.

98304      EXEC SQL
98304           FETCH RPA-RET-CURSOR
98304           INTO
98304                 :T-RPA-REPORT
98304      END-EXEC
98304      PERFORM S0980-COUNT-ROW-READ.

98304      IF  SQLCODE  EQUAL TO  +100
98304          MOVE 'Y'  TO  W-RPA-EOF-SW
98304      ELSE
98304          IF  SQLCODE  EQUAL TO  +0
98304              PERFORM B1620-PURGE-REPORT-RUNS
98304          ELSE
98304              PERFORM DB2-ERROR
98304              MOVE 'Y'  TO  W-RPA-EOF-SW.

98304  B1610-FETCH-RPA-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1620-PURGE-REPORT-RUNS                        *
      *****************************************************************
      *    AN EXPIRED RUN'S LINES AND ITS ST_RPT_ARCHIVE INDEX ROW    *
      *    GO TOGETHER.  THE ARCHRPT LINE SHOWS THE REPORT, THE LINES *
      *    PURGED AND THE OLDEST RUN DATE STILL KEPT.                 *
      *****************************************************************

98304  B1620-PURGE-REPORT-RUNS SECTION.

98304      MOVE  T-RPA-REPORT                TO  T-RET-TABLE-NAME.
98304      PERFORM S0200-GET-RETENTION-DAYS.

98304      IF  W-RET-NOT-FOUND
98304          MOVE 'ST_RPT_ARCHIVE'         TO  T-RET-TABLE-NAME
98304          PERFORM S0200-GET-RETENTION-DAYS
98304          MOVE  T-RPA-REPORT            TO  T-RET-TABLE-NAME
98304      END-IF.

98304      IF  W-RET-NOT-FOUND
98304          PERFORM S0500-REPORT-NO-RETENTION
98304          GO TO B1620-RPA-EXIT.

98304      MOVE ZEROES  TO  W-ARCHIVED-COUNT  W-PURGED-COUNT.
98304      MOVE 'ST_RPT_ARCHIVE_LINE'        TO  W-EIBDS.

98304      EXEC SQL
98304           DELETE FROM ST_RPT_ARCHIVE_LINE
98304           WHERE  RPL_REPORT    =  :T-RPA-REPORT
98304           AND    RPL_RUN_DATE  <  :W-CUTOFF-DATE
98304      END-EXEC
98304      PERFORM S0985-COUNT-ROWS-WRITTEN.

98304      PERFORM DB2-ERROR.
98304      MOVE  SQLERRD (3)  TO  W-PURGED-COUNT.

98304      MOVE 'ST_RPT_ARCHIVE'             TO  W-EIBDS.

98304      EXEC SQL
98304           DELETE FROM ST_RPT_ARCHIVE
98304           WHERE  RPA_REPORT    =  :T-RPA-REPORT
98304           AND    RPA_RUN_DATE  <  :W-CUTOFF-DATE
98304      END-EXEC
98304      PERFORM S0985-COUNT-ROWS-WRITTEN.

98304      PERFORM DB2-ERROR.

98304      EXEC SQL
98304           SELECT  MIN (RPA_RUN_DATE)
98304           INTO   :T-OLDEST-DATE:T-OLDEST-IND
98304           FROM    ST_RPT_ARCHIVE
98304           WHERE   RPA_REPORT  =  :T-RPA-REPORT
98304      END-EXEC.

98304      PERFORM DB2-ERROR.
98304      PERFORM S0400-WRITE-REPORT-LINE.

98304  B1620-RPA-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0200-GET-RETENTION-DAYS                       *
      *****************************************************************
      *    THIS SECTION READS THE RETENTION-DAYS ROW FOR THE TABLE    *
                FROM    (ARCHHST-REC)
                LENGTH  (LENGTH OF ARCHHST-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               ADD  1  TO  W-ARCHIVED-COUNT
                FROM    (ARCHRPT-REC)
                LENGTH  (LENGTH OF ARCHRPT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'ARCHRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF RPT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF ARCHRPT-REC         TO  W-RPL-REC-LEN
98304      MOVE  ARCHRPT-REC                   TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0400-WRITE-REPORT-LINE-EXIT.  EXIT.
           EJECT
                FROM    (ARCHRPT-REC)
                LENGTH  (LENGTH OF ARCHRPT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'ARCHRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF RPT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF ARCHRPT-REC         TO  W-RPL-REC-LEN
98304      MOVE  ARCHRPT-REC                   TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0500-REPORT-NO-RETENTION-EXIT.  EXIT.
           EJECT
98196           FROM    (ARCHRPT-REC)
98196           LENGTH  (LENGTH OF ARCHRPT-REC)
98196           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'ARCHRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF RPT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF ARCHRPT-REC         TO  W-RPL-REC-LEN
98304      MOVE  ARCHRPT-REC                   TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98196  S0600-REPORT-PURGE-SKIPPED-EXIT.  EXIT.
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

98303      MOVE 'OBSSS605'  TO  X684-PROGRAM.
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
