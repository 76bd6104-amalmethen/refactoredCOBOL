      *                  OLDEST FIRST, ADVANCES THE EMPLOYER'S        *
      *                  LAST-ACCOUNTING DATE, AND CLEARS THE OPEN    *
      *                  DELINQUENCY WORKLIST ROW THE SAME NIGHT.     *
98282 *                - A SETTLED ROW CARRYING PURCHASE-OF-SERVICE   *
98282 *                  INSTALLMENTS MARKS THEM PAID, WHICH IS WHEN  *
98282 *                  THEIR MONTHS START TO COUNT.                 *
98283 *                - A CREDIT THAT ALSO QUOTES THE PAYMENT        *
98283 *                  REFERENCE OF AN OPEN OBSSS666 INVOICE        *
98283 *                  SETTLES EXACTLY WHAT THAT INVOICE CARRIES    *
98283 *                  -- ITS BILLING ROWS, ITS LATE-PAYMENT        *
98283 *                  INTEREST AND ITS PAY-PLAN INSTALLMENTS --    *
98283 *                  INSTEAD OF THE OLDEST ROWS FIRST.            *
98288 *                - WHAT IS LEFT OF A CREDIT ONCE NOTHING MORE   *
98288 *                  CAN BE SETTLED IS KEPT AS UNAPPLIED CASH ON  *
98288 *                  ST_WRK_ER_UNAPPLIED, WHICH OBSSS630 APPLIES  *
98288 *                  TO THE EMPLOYER'S NEXT BILLS AND ORP1569P    *
98288 *                  CAN REFUND.                                  *
      *                - A CREDIT QUOTING A BAD REFERENCE LANDS ON    *
      *                  THE ST_WRK_BANK_COLL_EXC QUEUE FOR THE       *
      *                  COLLECTIONS SECTION, NOT IN A SPREADSHEET.   *
      *    INPUT  -        BNKCOLIN (VSAM COLLECTION FEED FILE)       *
      *                    ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)   *
      *                    ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
98282 *                    ST_MST_SVC_PURCH_INST (DB2 SCHEDULE TABLE) *
98283 *                    ST_WRK_ER_INVOICE     (DB2 REGISTER)       *
98283 *                    ST_WRK_ER_INTEREST    (DB2 REGISTER)       *
98283 *                    ST_MST_PAY_PLAN       (DB2 MASTER TABLE)   *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
      *    OUTPUT - A RECEIPT POSTING AND SETTLED REGISTER ROWS PER   *
      *             MATCHED CREDIT; A ST_WRK_BANK_COLL_EXC ROW PER    *
      *             UNMATCHED CREDIT.                                 *
98288 *             A ST_WRK_ER_UNAPPLIED ROW PER CREDIT WITH AN      *
98288 *             UNSETTLED REMAINDER.                              *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98230 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98282 - SETTLING A REGISTER ROW NOW ALSO MARKS  *
      *                       THE PURCHASE-OF-SERVICE INSTALLMENTS    *
      *                       OBSSS630 BILLED ON IT AS PAID, AND      *
      *                       CLOSES ('C') A CONTRACT WHOSE LAST      *
      *                       INSTALLMENT THAT WAS.                   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98283 - THE FEED RECORD NOW CARRIES THE         *
      *                       OBSSS666 INVOICE PAYMENT REFERENCE.     *
      *                       A CREDIT QUOTING AN OPEN INVOICE        *
      *                       SETTLES THAT INVOICE'S ROWS, INTEREST   *
      *                       AND PLAN INSTALLMENTS AND MARKS IT      *
      *                       PAID ONCE COVERED; A REFERENCE THAT     *
      *                       IS NOT THE EMPLOYER'S INVOICE GOES TO   *
      *                       THE EXCEPTION QUEUE AS BADINV.  A       *
      *                       SUPERSEDED OR ALREADY-PAID INVOICE,     *
      *                       OR NO REFERENCE, SETTLES OLDEST FIRST   *
      *                       AS BEFORE.                              *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98288 - THE PART OF A CREDIT LEFT OVER AFTER    *
      *                       SETTLEMENT IS NOW RECORDED AS THE       *
      *                       EMPLOYER'S UNAPPLIED CASH               *
      *                       (ST_WRK_ER_UNAPPLIED) INSTEAD OF        *
      *                       SITTING UNSEEN IN THE RECEIVABLE.  NO   *
      *                       FURTHER POSTING -- C0100'S CREDIT       *
      *                       ALREADY CARRIES IT.                     *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98315 - A BILL ROW SETTLED BY A RECEIPT IS NOW  *
      *                       STAMPED WITH ITS PAID DATE              *
      *                       (CBL_PAID_DATE), SO THE OBSSS699        *
      *                       QUARTERLY RETURN CAN COUNT WHAT WAS     *
      *                       COLLECTED BY QUARTER END.               *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
           05  K-BILL-RUN-PROGRAM      PIC X(08)  VALUE 'OBSSS630'.
           05  K-RSN-BAD-REF           PIC X(06)  VALUE 'BADREF'.
           05  K-RSN-POST-ERR          PIC X(06)  VALUE 'PSTERR'.
98283      05  K-RSN-BAD-INV           PIC X(06)  VALUE 'BADINV'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-FEED-EOF                   VALUE 'Y'.
       01  W-BILL-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-BILL-EOF                   VALUE 'Y'.

98283  01  W-INVOICE-SW                PIC X(01)  VALUE 'N'.
98283      88  W-INVOICE-FOUND              VALUE 'Y'.

      *****************************************************************
      *        COLLECTION FEED RECORD                                 *
      *****************************************************************
           05  BCL-REG-REF             PIC X(07).
           05  BCL-AMOUNT              PIC 9(10)V99.
           05  BCL-VALUE-DATE          PIC X(08).
98283      05  BCL-PAY-REF             PIC X(09).

      *****************************************************************
      *        FEED TABLE -- BROWSED FIRST, CONSUMED AFTERWARD,       *
       01  T-CBL-PERIOD                PIC X(06).
       01  T-CBL-CONTRIB               PIC S9(12)V999 COMP-3.

98283  01  T-INV-NUM                   PIC 9(08).
98283  01  T-INV-REG-NUM               PIC 9(07).
98283  01  T-INV-STATUS                PIC X(01).
98283  01  T-INV-INTEREST-AMT          PIC S9(13)V999 COMP-3.
98283  01  T-INV-PLAN-INST             PIC S9(04) COMP-3.
98283  01  T-INV-PLAN-AMT              PIC S9(13)V999 COMP-3.
98283  01  T-INV-PLAN-STATUS           PIC X(01).
98283  01  T-LPI-OPEN-AMT              PIC S9(13)V999 COMP-3.

98288  01  T-UNA-RECEIPT-DATE          PIC X(08).

       01  T-BCX-REASON                PIC X(06).
       01  T-BCX-POST-DATE             PIC X(08).


       01  W-TODAY-DATE                PIC X(08).

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.

           MOVE  W-TODAY-DATE (1:4)  TO  W-LA-YYYY.
           PERFORM B0000-DRAIN-FEED.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                INTO   (BCL-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               IF  W-FEED-COUNT  NOT LESS THAN  C-MAX-FEED
               PERFORM C0500-WRITE-EXCEPTION
               GO TO C0000-CONSUME.

98283      PERFORM C0050-FIND-INVOICE.
98283      IF  BCL-PAY-REF  NOT EQUAL TO  SPACES  AND
98283          NOT W-INVOICE-FOUND
98283          MOVE  K-RSN-BAD-INV  TO  T-BCX-REASON
98283          PERFORM C0500-WRITE-EXCEPTION
98283          GO TO C0000-CONSUME.

           PERFORM C0100-POST-RECEIPT.
           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE  K-RSN-POST-ERR  TO  T-BCX-REASON
               PERFORM C0500-WRITE-EXCEPTION
               GO TO C0000-CONSUME.

98283      IF  W-INVOICE-FOUND  AND
98283          T-INV-STATUS  EQUAL TO  SPACE
98283          PERFORM C0600-SETTLE-INVOICE
98283      ELSE
98283          PERFORM C0200-SETTLE-OPEN-BILLS.
98288      IF  W-RECEIPT-LEFT  GREATER THAN  ZEROES
98288          PERFORM C0700-RECORD-UNAPPLIED.
           PERFORM C0300-CLEAR-STANDING.

       C0000-CONSUME.
       C0000-MATCH-CREDIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0050-FIND-INVOICE                             *
      *****************************************************************
      *    SMR#98283: LOOKS UP THE INVOICE WHOSE PAYMENT REFERENCE    *
      *    THE CREDIT QUOTES.  IT COUNTS AS FOUND ONLY WHEN IT WAS    *
      *    ISSUED TO THE SAME EMPLOYER THE CREDIT NAMES.              *
      *****************************************************************

98283  C0050-FIND-INVOICE SECTION.

98283      MOVE 'N'  TO  W-INVOICE-SW.

98283      IF  BCL-PAY-REF  EQUAL TO  SPACES  OR
98283          BCL-PAY-REF  NOT NUMERIC
98283          GO TO C0050-FIND-INVOICE-EXIT.

98283      MOVE 'ST_WRK_ER_INVOICE'  TO  W-EIBDS.

98283      EXEC SQL
98283           SELECT   INV_NUM           ,
98283                    INV_REG_NUM       ,
98283                    INV_STATUS        ,
98283                    INV_INTEREST_AMT  ,
98283                    INV_PLAN_INST     ,
98283                    INV_PLAN_AMT      ,
98283                    INV_PLAN_STATUS
98283           INTO    :T-INV-NUM          ,
98283                   :T-INV-REG-NUM      ,
98283                   :T-INV-STATUS       ,
98283                   :T-INV-INTEREST-AMT ,
98283                   :T-INV-PLAN-INST    ,
98283                   :T-INV-PLAN-AMT     ,
98283                   :T-INV-PLAN-STATUS
98283           FROM     ST_WRK_ER_INVOICE
98283           WHERE    INV_PAY_REF  =  :BCL-PAY-REF
98283      END-EXEC.

98283      PERFORM DB2-ERROR.

98283      IF  SQLCODE  EQUAL TO  +0  AND
98283          T-INV-REG-NUM  EQUAL TO  T-M-BAS-ER-REG-NUM
98283          MOVE 'Y'  TO  W-INVOICE-SW
98283      ELSE
98283          NEXT SENTENCE.

98283  C0050-FIND-INVOICE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-POST-RECEIPT                             *
      *****************************************************************

                FETCH STLB-CURSOR
                INTO  :T-CBL-PERIOD ,
                      :T-CBL-CONTRIB
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-BILL-EOF-SW

           EXEC SQL
                UPDATE  ST_WRK_CONTRIB_BILL
98315           SET     CBL_STATUS     =  'P',
98315                   CBL_PAID_DATE  =  :W-TODAY-DATE
                WHERE   CBL_REG_NUM  =  :T-M-BAS-ER-REG-NUM
                AND     CBL_PERIOD   =  :T-CBL-PERIOD
                AND     CBL_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

98282      PERFORM C0250-PAY-SVC-INSTALLMENTS.

           SUBTRACT  T-CBL-CONTRIB  FROM  W-RECEIPT-LEFT.

       C0210-SETTLE-ONE-BILL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-PAY-SVC-INSTALLMENTS                     *
      *****************************************************************
      *    SMR#98282: THE PURCHASE-OF-SERVICE INSTALLMENTS OBSSS630   *
      *    BILLED ON THE SETTLED ROW ('B') ARE NOW PAID -- FROM       *
      *    TODAY THEIR MONTHS COUNT IN THE OBSSS640 POSITION.  A      *
      *    CONTRACT WITH NOTHING LEFT UNPAID IS CLOSED ('C').         *
      *****************************************************************

98282  C0250-PAY-SVC-INSTALLMENTS SECTION.

98282      MOVE 'ST_MST_SVC_PURCH_INST'  TO  W-EIBDS.

98282      EXEC SQL
98282           UPDATE   ST_MST_SVC_PURCH_INST
98282           SET      PSI_STATUS       =  'P'            ,
98282                    PSI_PAID_DATE    =  :W-TODAY-DATE  ,
98282                    PSI_PAID_VIA     =  'E'
98282           WHERE    PSI_BILL_REG_NUM =  :T-M-BAS-ER-REG-NUM
98282           AND      PSI_BILL_PERIOD  =  :T-CBL-PERIOD
98282           AND      PSI_STATUS       =  'B'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98282      PERFORM DB2-ERROR.

98282      IF  SQLCODE  NOT EQUAL TO  +0
98282          GO TO C0250-PAY-SVC-INSTALLMENTS-EXIT.

98282      MOVE 'ST_MST_SVC_PURCHASE'  TO  W-EIBDS.

98282      EXEC SQL
98282           UPDATE   ST_MST_SVC_PURCHASE
98282           SET      SPC_STATUS   =  'C'
98282           WHERE    SPC_REG_NUM  =  :T-M-BAS-ER-REG-NUM
98282           AND      SPC_STATUS   =  ' '
98282           AND      NOT EXISTS
98282                   (SELECT  1
98282                    FROM    ST_MST_SVC_PURCH_INST
98282                    WHERE   PSI_SSN          =  SPC_SSN
98282                    AND     PSI_CONTRACT_NUM =  SPC_CONTRACT_NUM
98282                    AND     PSI_STATUS      <>  'P')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98282      PERFORM DB2-ERROR.

98282  C0250-PAY-SVC-INSTALLMENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-CLEAR-STANDING                           *
      *****************************************************************
      *    THIS SECTION ADVANCES THE EMPLOYER'S LAST-ACCOUNTING       *
                SET     M_BAS_ER_LAST_ACCT_DATE  =
                        :W-LAST-ACCT-DATE
                WHERE   M_BAS_ER_REG_NUM  =  :T-M-BAS-ER-REG-NUM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                DELETE FROM ST_WRK_ER_DELINQ
                WHERE  DLQ_REG_NUM  =  :T-M-BAS-ER-REG-NUM
                AND    DLQ_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                      :BCL-REG-REF,     :BCL-AMOUNT,
                      :BCL-VALUE-DATE,  :T-BCX-REASON,
                      ' ',              :T-BCX-POST-DATE)
98303      END-EXEC
98303      PERFORM S0988-COUNT-ROWS-REJECTED.

           PERFORM DB2-ERROR.

       C0500-WRITE-EXCEPTION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-SETTLE-INVOICE                           *
      *****************************************************************
      *    SMR#98283: SETTLES WHAT THE QUOTED INVOICE CARRIES AND     *
      *    NOTHING ELSE -- ITS BILLING ROWS PERIOD BY PERIOD, THEN    *
      *    ITS LATE-PAYMENT INTEREST, THEN ITS PAY-PLAN               *
      *    INSTALLMENTS -- EACH ONLY WHEN WHAT IS LEFT OF THE         *
      *    RECEIPT COVERS IT IN FULL.  A PART LEFT UNCOVERED STAYS    *
      *    OPEN ON THE INVOICE FOR THE NEXT CREDIT QUOTING IT; THE    *
      *    INVOICE IS PAID ('P') ONCE ITS RECEIPTS REACH ITS TOTAL.   *
98288 *    ANY EXCESS BECOMES UNAPPLIED CASH THROUGH C0700.           *
      *****************************************************************

98283  C0600-SETTLE-INVOICE SECTION.

98283      MOVE  BCL-AMOUNT  TO  W-RECEIPT-LEFT.
98283      MOVE 'N'          TO  W-BILL-EOF-SW.

98283      MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

98283      EXEC SQL
98283           DECLARE INVB-CURSOR CURSOR FOR
98283           SELECT   CBL_PERIOD         ,
98283                    SUM (CBL_CONTRIB)
98283           FROM     ST_WRK_CONTRIB_BILL
98283           WHERE    CBL_REG_NUM  =  :T-M-BAS-ER-REG-NUM
98283           AND      CBL_INV_NUM  =  :T-INV-NUM
98283           AND      CBL_STATUS   =  ' '
98283           GROUP BY CBL_PERIOD
98283           ORDER BY CBL_PERIOD
98283      END-EXEC.

98283      EXEC SQL
98283           OPEN INVB-CURSOR
98283      END-EXEC.

98283      PERFORM DB2-ERROR.

98283      PERFORM C0610-SETTLE-INVOICE-PERIOD
98283          UNTIL  W-BILL-EOF  OR
98283                 W-RECEIPT-LEFT  NOT GREATER THAN  ZEROES.

98283      EXEC SQL
98283           CLOSE INVB-CURSOR
98283      END-EXEC.

98283      PERFORM C0620-SETTLE-INVOICE-INTEREST.

98283      IF  T-INV-PLAN-INST  GREATER THAN  ZEROES  AND
98283          T-INV-PLAN-STATUS  EQUAL TO  SPACE  AND
98283          T-INV-PLAN-AMT  NOT GREATER THAN  W-RECEIPT-LEFT
98283          PERFORM C0630-CREDIT-PAY-PLAN
98283      ELSE
98283          NEXT SENTENCE.

98283      MOVE 'ST_WRK_ER_INVOICE'  TO  W-EIBDS.

98283      EXEC SQL
98283           UPDATE   ST_WRK_ER_INVOICE
98283           SET      INV_STATUS    =
98283                    CASE WHEN INV_PAID_AMT + :BCL-AMOUNT
98283                              >=  INV_TOTAL_AMT
98283                         THEN 'P'  ELSE ' '  END  ,
98283                    INV_PAID_AMT  =  INV_PAID_AMT + :BCL-AMOUNT
98283           WHERE    INV_NUM       =  :T-INV-NUM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98283      PERFORM DB2-ERROR.

98283  C0600-SETTLE-INVOICE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0610-SETTLE-INVOICE-PERIOD                    *
      *****************************************************************

98283  C0610-SETTLE-INVOICE-PERIOD SECTION.

98283      EXEC SQL
98283           FETCH INVB-CURSOR
98283           INTO  :T-CBL-PERIOD ,
98283                 :T-CBL-CONTRIB
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98283      IF  SQLCODE  EQUAL TO  +100
98283          MOVE 'Y'  TO  W-BILL-EOF-SW
98283          GO TO C0610-SETTLE-INVOICE-PERIOD-EXIT
98283      END-IF.

98283      IF  SQLCODE  NOT EQUAL TO  +0
98283          PERFORM DB2-ERROR
98283          MOVE 'Y'  TO  W-BILL-EOF-SW
98283          GO TO C0610-SETTLE-INVOICE-PERIOD-EXIT
98283      END-IF.

98283      IF  T-CBL-CONTRIB  GREATER THAN  W-RECEIPT-LEFT
98283          GO TO C0610-SETTLE-INVOICE-PERIOD-EXIT
98283      END-IF.

98283      EXEC SQL
98283           UPDATE  ST_WRK_CONTRIB_BILL
98315           SET     CBL_STATUS     =  'P',
98315                   CBL_PAID_DATE  =  :W-TODAY-DATE
98283           WHERE   CBL_REG_NUM  =  :T-M-BAS-ER-REG-NUM
98283           AND     CBL_PERIOD   =  :T-CBL-PERIOD
98283           AND     CBL_INV_NUM  =  :T-INV-NUM
98283           AND     CBL_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98283      PERFORM DB2-ERROR.

98283      PERFORM C0250-PAY-SVC-INSTALLMENTS.

98283      SUBTRACT  T-CBL-CONTRIB  FROM  W-RECEIPT-LEFT.

98283  C0610-SETTLE-INVOICE-PERIOD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0620-SETTLE-INVOICE-INTEREST                  *
      *****************************************************************
      *    THE INTEREST ROWS THE INVOICE CARRIES ARE SETTLED          *
      *    TOGETHER.  WHAT IS STILL OPEN IS RE-READ, SO A SECOND      *
      *    CREDIT ON A PART-PAID INVOICE DOES NOT PAY THEM TWICE.     *
      *****************************************************************

98283  C0620-SETTLE-INVOICE-INTEREST SECTION.

98283      IF  T-INV-INTEREST-AMT  NOT GREATER THAN  ZEROES
98283          GO TO C0620-SETTLE-INVOICE-INTEREST-EXIT.

98283      MOVE 'ST_WRK_ER_INTEREST'  TO  W-EIBDS.

98283      EXEC SQL
98283           SELECT   COALESCE (SUM (LPI_AMOUNT), 0)
98283           INTO    :T-LPI-OPEN-AMT
98283           FROM     ST_WRK_ER_INTEREST
98283           WHERE    LPI_INV_NUM  =  :T-INV-NUM
98283           AND      LPI_STATUS   =  ' '
98283      END-EXEC.

98283      PERFORM DB2-ERROR.

98283      IF  T-LPI-OPEN-AMT  NOT GREATER THAN  ZEROES  OR
98283          T-LPI-OPEN-AMT  GREATER THAN  W-RECEIPT-LEFT
98283          GO TO C0620-SETTLE-INVOICE-INTEREST-EXIT.

98283      EXEC SQL
98283           UPDATE   ST_WRK_ER_INTEREST
98283           SET      LPI_STATUS   =  'P'
98283           WHERE    LPI_INV_NUM  =  :T-INV-NUM
98283           AND      LPI_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98283      PERFORM DB2-ERROR.

98283      SUBTRACT  T-LPI-OPEN-AMT  FROM  W-RECEIPT-LEFT.

98283  C0620-SETTLE-INVOICE-INTEREST-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0630-CREDIT-PAY-PLAN                          *
      *****************************************************************
      *    THE PLAN INSTALLMENTS THE INVOICE CARRIED COUNT AS PAID,   *
      *    WITH THE SAME STATUS RULE ORP1536P APPLIES WHEN A CLERK    *
      *    RECORDS A PAYMENT: COMPLETE ('C') WHEN ALL ARE PAID,       *
      *    CURRENT (' ') WHEN NOTHING BILLED IS LEFT UNPAID.  THE     *
      *    INVOICE'S PLAN PART IS THEN MARKED PAID.                   *
      *****************************************************************

98283  C0630-CREDIT-PAY-PLAN SECTION.

98283      MOVE 'ST_MST_PAY_PLAN'  TO  W-EIBDS.

98283      EXEC SQL
98283           UPDATE   ST_MST_PAY_PLAN
98283           SET      PLN_STATUS      =
98283                    CASE WHEN PLN_PAID_COUNT + :T-INV-PLAN-INST
98283                              >=  PLN_NUM_INST      THEN 'C'
98283                         WHEN PLN_PAID_COUNT + :T-INV-PLAN-INST
98283                              >=  PLN_BILLED_COUNT  THEN ' '
98283                         ELSE PLN_STATUS  END  ,
98283                    PLN_PAID_COUNT  =
98283                    PLN_PAID_COUNT + :T-INV-PLAN-INST
98283           WHERE    PLN_REG_NUM     =  :T-M-BAS-ER-REG-NUM
98283           AND      PLN_STATUS  IN  (' ', 'D')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98283      PERFORM DB2-ERROR.

98283      MOVE 'ST_WRK_ER_INVOICE'  TO  W-EIBDS.

98283      EXEC SQL
98283           UPDATE   ST_WRK_ER_INVOICE
98283           SET      INV_PLAN_STATUS  =  'P'
98283           WHERE    INV_NUM          =  :T-INV-NUM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98283      PERFORM DB2-ERROR.

98283      SUBTRACT  T-INV-PLAN-AMT  FROM  W-RECEIPT-LEFT.

98283  C0630-CREDIT-PAY-PLAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-RECORD-UNAPPLIED                         *
      *****************************************************************
      *    SMR#98288: THE PART OF THE CREDIT NOTHING OPEN COULD TAKE  *
      *    IS KEPT AS UNAPPLIED CASH, ONE ROW PER CREDIT (SOURCE      *
      *    'B'), DATED BY THE BANK VALUE DATE (TODAY WHEN THE FEED    *
      *    GIVES NONE) SO THE OBSSS670 AGED LIST CAN AGE IT.  OPEN    *
      *    (' ') UNTIL OBSSS630 APPLIES IT ('A') OR ORP1569P REFUNDS  *
      *    IT ('R').                                                  *
      *****************************************************************

98288  C0700-RECORD-UNAPPLIED SECTION.

98288      MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS.

98288      IF  BCL-VALUE-DATE  NUMERIC
98288          MOVE  BCL-VALUE-DATE  TO  T-UNA-RECEIPT-DATE
98288      ELSE
98288          MOVE  W-TODAY-DATE    TO  T-UNA-RECEIPT-DATE.

98288      EXEC SQL
98288           INSERT INTO ST_WRK_ER_UNAPPLIED
98288                (UNA_REG_NUM,      UNA_SOURCE,
98288                 UNA_POST_DATE,    UNA_BCL_SEQ,
98288                 UNA_RECEIPT_DATE, UNA_BANK_BR_AGY,
98288                 UNA_ORIG_AMT,     UNA_OPEN_AMT,
98288                 UNA_STATUS)
98288           VALUES
98288                (:T-M-BAS-ER-REG-NUM,  'B',
98288                 :W-TODAY-DATE,        :BCL-SEQ,
98288                 :T-UNA-RECEIPT-DATE,  :BCL-BANK-BR-AGY,
98288                 :W-RECEIPT-LEFT,      :W-RECEIPT-LEFT,
98288                 ' ')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98288      PERFORM DB2-ERROR.

98288  C0700-RECORD-UNAPPLIED-EXIT.  EXIT.
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

98303      MOVE 'OBSSS653'  TO  X684-PROGRAM.
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
      *                S0988-COUNT-ROWS-REJECTED                      *
      *****************************************************************
      *    THIS SECTION COUNTS THE ROWS INSERTED ON AN EXCEPTION      *
      *    TABLE BY THE LAST SQL STATEMENT AS REJECTED, AS DB2        *
      *    REPORTS THEM IN SQLERRD.                                   *
      *****************************************************************

98303  S0988-COUNT-ROWS-REJECTED SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  SQLERRD (3)  TO  X684-ROWS-REJECTED
98303      ELSE
98303          NEXT SENTENCE.

98303  S0988-COUNT-ROWS-REJECTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
