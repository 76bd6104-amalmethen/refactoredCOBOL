      *                  ROW (A NOBK EXCEPTION LINE PER POSTING), SO  *
      *                  AN AMOUNT THAT REACHES NO BANK FILE IS       *
      *                  NEVER DROPPED SILENTLY.                      *
98298 *                - A PAYEE WHOSE ST_MST_PAY_METHOD ROW (SET ON  *
98298 *                  ORP1574P) CARRIES PYM_METHOD 'C' IS PAID BY  *
98298 *                  CHEQUE FOR POSTINGS ON OR AFTER ITS          *
98298 *                  PYM_EFF_DATE: NOTHING GOES TO A BANK FOR IT, *
98298 *                  WHETHER OR NOT A BANK-PAY ROW IS OPEN, AND   *
98298 *                  EACH SUCH POSTING IS LISTED ON DISBRPT AS A  *
98298 *                  CHEQ LINE, NOT A NOBK EXCEPTION, FOR THE     *
98298 *                  OBSSS679 CHEQUE RUN TO PRINT.                *
98297 *                - EVERY PAYMENT WRITTEN TO DISBOUT ENTERS THE  *
98297 *                  ST_WRK_DISB_ITEM PAYMENT REGISTER AS         *
98297 *                  OUTSTANDING (' ') UNDER ITS POSTING'S LEAD   *
98297 *                  COUNT AND THE RUN DATE THE FILE CARRIES, SO  *
98297 *                  THE OBSSS678 BANK STATEMENT RECONCILIATION   *
98297 *                  FOLLOWS EXACTLY WHAT WAS SENT.               *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)  *
      *                    ST_MST_BANK_PAY       (DB2 MASTER TABLE)   *
      *                    ST_BAT_DISB_ACCTS     (DB2 CONTROL TABLE)  *
98298 *                    ST_MST_PAY_METHOD     (DB2 MASTER TABLE)   *
      *                                                               *
      *****************************************************************
           EJECT
      *    OUTPUT - DISBOUT PAYMENT RECORDS AND PER-BANK TRAILERS;    *
      *             DISBRPT CONTROL REPORT LINE PER BANK PLUS A NOBK  *
      *             EXCEPTION LINE PER UNBANKED POSTING.              *
98298 *             A CHEQ LINE PER CHEQUE PAYEE'S POSTING.           *
98297 *             ST_WRK_DISB_ITEM ROW PER PAYMENT SENT.            *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *                       MORNING AFTER PAYROLL NO LONGER        *
      *                       NEEDS A PHONE CALL TO THE BANK.        *
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
      *           SMR#98297 - EACH PAYMENT WRITTEN TO DISBOUT IS NOW  *
      *                       RECORDED ON THE ST_WRK_DISB_ITEM        *
      *                       PAYMENT REGISTER, WHICH THE OBSSS678    *
      *                       BANK STATEMENT RECONCILIATION MATCHES   *
      *                       AGAINST.                                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98298 - PAYEES ON CHEQUE PAYMENT                *
      *                       (ST_MST_PAY_METHOD 'C') ARE SPLIT OUT   *
      *                       OF THE BANK FILES AND THE NOBK          *
      *                       EXCEPTIONS AND LISTED AS CHEQ LINES FOR *
      *                       THE OBSSS679 CHEQUE RUN.                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
       01  T-DSB-BANK-BR-AGY           PIC X(04).
       01  T-DSB-PAY-METHOD            PIC X(02).
       01  T-DSB-ACCT-NUM              PIC X(30).
98297  01  T-DSB-LEAD-COUNT            PIC S9(07) COMP-3.
98297  01  T-DSB-ACCT-CDE              PIC 9(11).

      *****************************************************************
      *              BANK GROUP CONTROL                               *
98238  01  W-STP-SEQ                   PIC 9(06)  VALUE ZEROES.
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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-RUN-DATE.

           PERFORM B0000-SWEEP-DISBURSEMENTS.

98196      PERFORM B0200-REPORT-UNBANKED.

98298      PERFORM B0400-REPORT-CHEQUE-PAYEES.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                         H.HST_AMOUNT                  ,
                         B.M_BANK_PAY_BANK_BR_AGY_CODE ,
                         B.M_BANK_PAY_METHOD_CODE      ,
98297                    B.M_BANK_PAY_PAYEE_ACCT_NUM   ,
98297                    H.HST_LEAD_COUNT              ,
98297                    H.HST_ACCT_CDE
                FROM     ST_HST_GL_TRANSACTION  H ,
                         ST_MST_BANK_PAY        B
                WHERE    H.HST_POST_DATE  =  :W-RUN-DATE
                            FROM ST_BAT_DISB_ACCTS)
                AND      B.M_BANK_PAY_SSN       =  H.HST_SSN
                AND      B.M_BANK_PAY_END_DATE  IS NULL
98298           AND      NOT EXISTS
98298                    (SELECT 1
98298                       FROM ST_MST_PAY_METHOD  P
98298                      WHERE P.PYM_SSN        =  H.HST_SSN
98298                        AND P.PYM_METHOD     =  'C'
98298                        AND P.PYM_EFF_DATE  <=  H.HST_POST_DATE)
                ORDER BY B.M_BANK_PAY_BANK_BR_AGY_CODE ,
                         H.HST_SSN
           END-EXEC.
                      :T-DSB-AMOUNT      ,
                      :T-DSB-BANK-BR-AGY ,
                      :T-DSB-PAY-METHOD  ,
98297                 :T-DSB-ACCT-NUM    ,
98297                 :T-DSB-LEAD-COUNT  ,
98297                 :T-DSB-ACCT-CDE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                FROM    (DISBOUT-REC)
                LENGTH  (LENGTH OF DISBOUT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               ADD  1             TO  W-BANK-COUNT
               ADD  T-DSB-AMOUNT  TO  W-BANK-TOTAL
98297          PERFORM C0170-RECORD-DISB-ITEM
           ELSE
               NEXT SENTENCE.

98264                               FROM ST_BAT_DISB_ACCTS))
98264           AND      B.M_BANK_PAY_SSN       =  S.STP_SSN
98264           AND      B.M_BANK_PAY_END_DATE  IS NULL
98298           AND      NOT EXISTS
98298                    (SELECT 1
98298                       FROM ST_MST_PAY_METHOD  P
98298                      WHERE P.PYM_SSN     =  S.STP_SSN
98298                        AND P.PYM_METHOD  =  'C')
98264           ORDER BY B.M_BANK_PAY_BANK_BR_AGY_CODE ,
98264                    S.STP_SSN
98264      END-EXEC.
98264                 :T-DSB-BANK-BR-AGY ,
98264                 :T-DSB-PAY-METHOD  ,
98264                 :T-DSB-ACCT-NUM
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98264      IF  SQLCODE  EQUAL TO  +100
98264          MOVE 'Y'  TO  W-EOF-SW
98264          END-IF
98264      END-IF.

98297      PERFORM C0320-FIND-STOPPED-POSTING.

98264      PERFORM C0100-WRITE-PAYMENT-REC.

98264      MOVE 'ST_WRK_STOP_PAY'  TO  W-EIBDS.
98264           WHERE   STP_SSN     =  :T-DSB-SSN
98264           AND     STP_AMOUNT  =  :T-DSB-AMOUNT
98264           AND     STP_STATUS  =  'R'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98264      PERFORM DB2-ERROR.

98264  B0310-FETCH-RELEASED-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0320-FIND-STOPPED-POSTING                     *
      *****************************************************************
      *    SMR#98297: A RELEASED STOP CARRIES ONLY THE SSN AND        *
      *    AMOUNT.  THE DISBURSEMENT POSTING IT HELD BACK -- THE      *
      *    LATEST ONE FOR THAT SSN AND AMOUNT NOT YET ON THE PAYMENT  *
      *    REGISTER -- GIVES THE LEAD COUNT AND ACCOUNT THE           *
      *    REGISTER ROW IS KEPT UNDER.  NONE FOUND LEAVES THE LEAD    *
      *    COUNT ZERO AND THE PAYMENT UNREGISTERED.                   *
      *****************************************************************

98297  C0320-FIND-STOPPED-POSTING SECTION.

98297      MOVE 'ST_HST_GL_TRANSACTION'  TO  W-EIBDS.
98297      MOVE  ZEROES  TO  T-DSB-LEAD-COUNT  T-DSB-ACCT-CDE.

98297      EXEC SQL
98297           SELECT   H.HST_LEAD_COUNT ,
98297                    H.HST_ACCT_CDE
98297           INTO    :T-DSB-LEAD-COUNT ,
98297                   :T-DSB-ACCT-CDE
98297           FROM     ST_HST_GL_TRANSACTION  H
98297           WHERE    H.HST_SSN     =  :T-DSB-SSN
98297           AND      H.HST_AMOUNT  =  :T-DSB-AMOUNT
98297           AND      H.HST_ACCT_CDE  IN
98297                    (SELECT DSA_ACCT_CDE
98297                       FROM ST_BAT_DISB_ACCTS)
98297           AND      NOT EXISTS
98297                    (SELECT 1
98297                       FROM ST_WRK_DISB_ITEM  D
98297                      WHERE D.DSI_SSN         =  H.HST_SSN
98297                        AND D.DSI_LEAD_COUNT  =  H.HST_LEAD_COUNT)
98297           ORDER BY H.HST_LEAD_COUNT DESC
98297           FETCH FIRST 1 ROW ONLY
98297      END-EXEC.

98297      PERFORM DB2-ERROR.

98297  C0320-FIND-STOPPED-POSTING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-REPORT-UNBANKED                          *
      *****************************************************************
      *    THE MAIN SWEEP'S JOIN CAN ONLY SEE POSTINGS WITH A         *
      *    DISBURSEMENT POSTINGS WITH NO SUCH ROW AND WRITES A NOBK   *
      *    EXCEPTION LINE PER POSTING, SO THE PAYMENTS SECTION SEES   *
      *    EVERY AMOUNT THAT REACHED NO BANK FILE.                    *
98298 *    A CHEQUE PAYEE'S POSTINGS ARE LISTED BY B0400 INSTEAD.     *
      *****************************************************************

98196  B0200-REPORT-UNBANKED SECTION.
98196                       FROM ST_MST_BANK_PAY  B
98196                      WHERE B.M_BANK_PAY_SSN       =  H.HST_SSN
98196                        AND B.M_BANK_PAY_END_DATE  IS NULL)
98298           AND      NOT EXISTS
98298                    (SELECT 1
98298                       FROM ST_MST_PAY_METHOD  P
98298                      WHERE P.PYM_SSN        =  H.HST_SSN
98298                        AND P.PYM_METHOD     =  'C'
98298                        AND P.PYM_EFF_DATE  <=  H.HST_POST_DATE)
98196           ORDER BY H.HST_SSN
98196      END-EXEC.

98196           FETCH UNB-CURSOR
98196           INTO  :T-DSB-SSN    ,
98196                 :T-DSB-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98196      IF  SQLCODE  EQUAL TO  +100
98196          MOVE 'Y'  TO  W-EOF-SW
98196                   LENGTH  (LENGTH OF DISBRPT-EXC-REC)
98196                   RESP    (W-FILE-RESP)
98196              END-EXEC
98303              PERFORM S0987-COUNT-REC-REJECTED
98304              MOVE 'DISBRPT '                     TO  T-RPL-REPORT
98304              MOVE  LENGTH OF EXC-SEQ             TO  W-RPL-KEY-LEN
98304              MOVE  LENGTH OF DISBRPT-EXC-REC     TO  W-RPL-REC-LEN
98304              MOVE  DISBRPT-EXC-REC               TO  W-RPL-IMAGE
98304              PERFORM S0990-ARCHIVE-REPORT-LINE
98196          ELSE
98196              PERFORM DB2-ERROR
98196              MOVE 'Y'  TO  W-EOF-SW.
98196  B0210-FETCH-UNBANKED-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0400-REPORT-CHEQUE-PAYEES                     *
      *****************************************************************
      *    SMR#98298: THE DAY'S DISBURSEMENT POSTINGS OF PAYEES ON    *
      *    CHEQUE PAYMENT REACH NO BANK FILE BY DESIGN.  EACH IS      *
      *    LISTED ON DISBRPT AS A CHEQ LINE, SO THE REPORT STILL      *
      *    ACCOUNTS FOR EVERY AMOUNT; THE OBSSS679 CHEQUE RUN         *
      *    PRINTS AND REGISTERS THE CHEQUE.                           *
      *****************************************************************

98298  B0400-REPORT-CHEQUE-PAYEES SECTION.

98298      MOVE 'N'  TO  W-EOF-SW.

98298      MOVE 'ST_HST_GL_TRANSACTION'  TO  W-EIBDS.

98298      EXEC SQL
98298           DECLARE CHP-CURSOR CURSOR FOR
98298           SELECT   H.HST_SSN    ,
98298                    H.HST_AMOUNT
98298           FROM     ST_HST_GL_TRANSACTION  H
98298           WHERE    H.HST_POST_DATE  =  :W-RUN-DATE
98298           AND      H.HST_ACCT_CDE  IN
98298                    (SELECT DSA_ACCT_CDE
98298                       FROM ST_BAT_DISB_ACCTS)
98298           AND      EXISTS
98298                    (SELECT 1
98298                       FROM ST_MST_PAY_METHOD  P
98298                      WHERE P.PYM_SSN        =  H.HST_SSN
98298                        AND P.PYM_METHOD     =  'C'
98298                        AND P.PYM_EFF_DATE  <=  H.HST_POST_DATE)
98298           ORDER BY H.HST_SSN
98298      END-EXEC.

98298      EXEC SQL
98298           OPEN CHP-CURSOR
98298      END-EXEC.

98298      PERFORM DB2-ERROR.

98298      PERFORM B0410-FETCH-CHEQUE-ROW
98298          UNTIL  W-DISB-EOF.

98298      EXEC SQL
98298           CLOSE CHP-CURSOR
98298      END-EXEC.

98298  B0400-REPORT-CHEQUE-PAYEES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0410-FETCH-CHEQUE-ROW                         *
      *****************************************************************

98298  B0410-FETCH-CHEQUE-ROW SECTION.

98298      EXEC SQL
98298           FETCH CHP-CURSOR
98298           INTO  :T-DSB-SSN    ,
98298                 :T-DSB-AMOUNT
98298      END-EXEC
98298      PERFORM S0980-COUNT-ROW-READ.

98298      IF  SQLCODE  EQUAL TO  +100
98298          MOVE 'Y'  TO  W-EOF-SW
98298      ELSE
98298          IF  SQLCODE  EQUAL TO  +0
98298              ADD   1              TO  W-RPT-SEQ
98298              MOVE  W-RPT-SEQ      TO  EXC-SEQ
98298              MOVE 'CHEQ'          TO  EXC-TAG
98298              MOVE  T-DSB-SSN      TO  EXC-SSN
98298              MOVE  SPACE          TO  DISBRPT-EXC-REC (20:1)
98298              MOVE  T-DSB-AMOUNT   TO  EXC-AMOUNT
98298              EXEC CICS WRITE
98298                   FILE    ('DISBRPT ')
98298                   RIDFLD  (EXC-SEQ)
98298                   FROM    (DISBRPT-EXC-REC)
98298                   LENGTH  (LENGTH OF DISBRPT-EXC-REC)
98298                   RESP    (W-FILE-RESP)
98298              END-EXEC
98298              PERFORM S0986-COUNT-REC-WRITTEN
98298              MOVE 'DISBRPT '                     TO  T-RPL-REPORT
98298              MOVE  LENGTH OF EXC-SEQ             TO  W-RPL-KEY-LEN
98298              MOVE  LENGTH OF DISBRPT-EXC-REC     TO  W-RPL-REC-LEN
98298              MOVE  DISBRPT-EXC-REC               TO  W-RPL-IMAGE
98298              PERFORM S0990-ARCHIVE-REPORT-LINE
98298          ELSE
98298              PERFORM DB2-ERROR
98298              MOVE 'Y'  TO  W-EOF-SW.

98298  B0410-FETCH-CHEQUE-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0080-CHECK-STOPPED                            *
      *****************************************************************
      *    SMR#98238: A PAYMENT WITH AN OPEN STOP ORDER FOR ITS SSN   *
98238               LENGTH  (LENGTH OF STPREG-REC)
98238               RESP    (W-FILE-RESP)
98238          END-EXEC
98303          PERFORM S0986-COUNT-REC-WRITTEN
98304          MOVE 'STPREG  '                     TO  T-RPL-REPORT
98304          MOVE  LENGTH OF STP-SEQ             TO  W-RPL-KEY-LEN
98304          MOVE  LENGTH OF STPREG-REC          TO  W-RPL-REC-LEN
98304          MOVE  STPREG-REC                    TO  W-RPL-IMAGE
98304          PERFORM S0990-ARCHIVE-REPORT-LINE
98238      ELSE
98238          NEXT SENTENCE.

98212           FROM    (DISBXML-TXN-REC)
98212           LENGTH  (LENGTH OF DISBXML-TXN-REC)
98212           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98212      IF  W-FILE-RESP  =  DFHRESP(NORMAL)
98212          ADD  1             TO  W-BANK-COUNT
98212          ADD  T-DSB-AMOUNT  TO  W-BANK-TOTAL
98297          PERFORM C0170-RECORD-DISB-ITEM
98212      ELSE
98212          NEXT SENTENCE.

98212  C0150-WRITE-XML-PAYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0170-RECORD-DISB-ITEM                         *
      *****************************************************************
      *    SMR#98297: A PAYMENT JUST WRITTEN TO DISBOUT ENTERS THE    *
      *    ST_WRK_DISB_ITEM REGISTER AS OUTSTANDING, KEYED BY ITS     *
      *    POSTING'S SSN AND LEAD COUNT AND CARRYING THE RUN DATE     *
      *    THE FILE CARRIES, WHICH IS THE DATE THE BANK QUOTES BACK   *
      *    ON ITS STATEMENT.  A RERUN OF THE DAY FINDS THE ITEM       *
      *    ALREADY REGISTERED (-803) AND LEAVES IT AS IT IS.          *
      *****************************************************************

98297  C0170-RECORD-DISB-ITEM SECTION.

98297      IF  T-DSB-LEAD-COUNT  EQUAL TO  ZERO
98297          GO TO C0170-RECORD-DISB-ITEM-EXIT
98297      END-IF.

98297      MOVE 'ST_WRK_DISB_ITEM'  TO  W-EIBDS.

98297      EXEC SQL
98297           INSERT INTO ST_WRK_DISB_ITEM
98297                (DSI_SSN,         DSI_LEAD_COUNT,
98297                 DSI_ACCT_CDE,    DSI_AMOUNT,
98297                 DSI_RUN_DATE,    DSI_STATUS,
98297                 DSI_REISSUE,     DSI_POST_DATE)
98297           VALUES
98297                (:T-DSB-SSN,       :T-DSB-LEAD-COUNT,
98297                 :T-DSB-ACCT-CDE,  :T-DSB-AMOUNT,
98297                 :W-RUN-DATE,      ' ',
98297                 'N',              :W-RUN-DATE)
98297      END-EXEC
98297      PERFORM S0985-COUNT-ROWS-WRITTEN.

98297      IF  SQLCODE  EQUAL TO  -803
98297          GO TO C0170-RECORD-DISB-ITEM-EXIT
98297      END-IF.

98297      PERFORM DB2-ERROR.

98297  C0170-RECORD-DISB-ITEM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-CLOSE-XML-GROUP                          *
      *****************************************************************
      *    SMR#98212/98270: CLOSES AN XML BANK GROUP: THE GRPHDR      *
98270           FROM    (DISBXML-HDR-REC)
98270           LENGTH  (LENGTH OF DISBXML-HDR-REC)
98270           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98212      ADD   1                  TO  W-DSB-SEQ.
98212      MOVE  W-DSB-SEQ          TO  XL-SEQ.
98212           FROM    (DISBXML-TRL-REC)
98212           LENGTH  (LENGTH OF DISBXML-TRL-REC)
98212           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98212  C0250-CLOSE-XML-GROUP-EXIT.  EXIT.
           EJECT
                FROM    (DISBOUT-REC)
                LENGTH  (LENGTH OF DISBOUT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98212  C0200-WRITE-CONTROL-LINE.

                FROM    (DISBRPT-REC)
                LENGTH  (LENGTH OF DISBRPT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'DISBRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF RPT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF DISBRPT-REC         TO  W-RPL-REC-LEN
98304      MOVE  DISBRPT-REC                   TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0200-CLOSE-BANK-GROUP-EXIT.  EXIT.
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

98303      MOVE 'OBSSS623'  TO  X684-PROGRAM.
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
