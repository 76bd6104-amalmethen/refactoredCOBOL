       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1565P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1565P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM DISPLAYS THE PENSION PAID TO   *
      *           THE MEMBER EACH PAYROLL MONTH, SO THE COUNTER CAN   *
      *           ANSWER "WHAT WAS I PAID AND WHERE DID IT GO"        *
      *           WITHOUT THE PRINTED PAYREG.  FOR EACH MONTH THE     *
      *           OBSSS631 PAYROLL LINE (ST_WRK_PAYROLL_PROOF) GIVES  *
      *           THE GROSS, THE STANDING DEDUCTIONS, THE COURT-      *
      *           ORDER TOTAL, THE NET AND THE BANK AND ACCOUNT IT    *
      *           WENT TO; EACH COURT ORDER OBSSS632 APPLIED THAT     *
      *           MONTH (ST_HST_DED_ORDER_TAKEN) IS LISTED BENEATH    *
98281 *           IT, FOLLOWED BY ANY PENSION LOAN INSTALLMENT TAKEN  *
98281 *           (ST_HST_PENSION_LOAN_REPAY), WHICH THE ORDER TOTAL  *
98281 *           INCLUDES.  THE MONTH IS FLAGGED WHEN THE PAYMENT    *
98281 *           WAS STOPPED ON ST_WRK_STOP_PAY (AND WHETHER IT WAS  *
      *           SINCE RE-ISSUED) OR RETURNED BY THE BANK THROUGH    *
      *           OBSSS628 -- EITHER REVERSED ON THE GENERAL LEDGER   *
      *           OR LEFT ON THE ST_WRK_BANK_RETURN REVIEW QUEUE.     *
      *           IT IS REACHED FROM ORP1511P VIA PF19, THE SAME WAY  *
      *           THE OTHER DRILL-DOWN SCREENS ARE.                   *
      *                                                               *
      *        INPUT PARMS - TCTTE-SSN (PASSED IN TCTTE-USER-AREA)   *
      *                                                               *
      *        INPUT  - ST_WRK_PAYROLL_PROOF   (DB2 PAYROLL LINES)    *
      *                 ST_HST_DED_ORDER_TAKEN (DB2 HISTORY TABLE)    *
      *                 ST_MST_DED_ORDER       (DB2 MASTER TABLE)     *
      *                 ST_WRK_STOP_PAY        (DB2 REGISTER)         *
      *                 ST_HST_GL_TRANSACTION  (DB2 HISTORY TABLE)    *
      *                 ST_WRK_BANK_RETURN     (DB2 REVIEW QUEUE)     *
98281 *                 ST_HST_PENSION_LOAN_REPAY (DB2 HISTORY TABLE) *
      *                                                               *
      *        OUTPUT - TEXT LISTING OF THE PAYMENT HISTORY, MOST     *
      *                  RECENT PERIOD FIRST.                         *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR RETURNS TO ORP1511P.         *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN   *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98279 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98281 - PENSION LOAN REPAYMENTS LISTED UNDER    *
      *                       THE MONTH'S COURT ORDERS.               *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98307 - REFUSES A RESTRICTED REGISTRATION       *
      *                       UNLESS THE CLERK HOLDS THE RESTRICTED-  *
      *                       ACCESS FUNCTION (NEW C0060, OBSSS689    *
      *                       GATE).                                  *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
           EJECT
      *****************************************************************
      *        E N V I R O N M E N T   D I V I S I O N                *
      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
           EJECT
      *****************************************************************
      *                D A T A   D I V I S I O N                      *
      *****************************************************************

       DATA DIVISION.
           SKIP3
      *****************************************************************
      *        W O R K I N G   S T O R A G E   S E C T I O N          *
      *****************************************************************

       WORKING-STORAGE SECTION.

       01  FILLER                      PIC X(24)
               VALUE 'PROGRAM-ID ORP1565P'.

      *****************************************************************
      *        RESTRICTED-RECORD GATE COMMAREA (SMR#98307)            *
      *****************************************************************

98307  01  X689-GATE-AREA.
98307      COPY OBC689CA.

98307  01  W-TEXT-RESTRICTED.
98307      05  FILLER              PIC X(60) VALUE
98307          'RESTRICTED REGISTRATION - ACCESS REFUSED AND LOGGED'.

           COPY DFHBMSCA.
           COPY DFHAID.

       01  CONSTANTS.
           05  C-MAX-PAY-ROWS          PIC S9(4)  COMP VALUE +6.
           05  C-RETURN-TRAN-CODE      PIC X(04)  VALUE 'BRTN'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-PAY-EOF                   VALUE 'Y'.
       01  W-ORD-EOF-SW                PIC X(01)  VALUE 'N'.
           88  W-ORD-EOF                   VALUE 'Y'.
98281  01  W-PLR-EOF-SW                PIC X(01)  VALUE 'N'.
98281      88  W-PLR-EOF                   VALUE 'Y'.

       01  T-M-BAS-EE-SSN               PIC 9(11).

      *****************************************************************
      *                 PAYROLL LINE HOST VARIABLES                   *
      *****************************************************************

       01  T-PPL-PERIOD                PIC X(06).
       01  T-PPL-PEN-TYPE              PIC X(01).
       01  T-PPL-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-PPL-DED-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-PPL-ORDER-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-PPL-NET-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-PPL-BANK-BR-AGY           PIC X(04).
       01  T-PPL-ACCT-NUM              PIC X(30).
       01  T-ACCT-IND                  PIC S9(04) COMP.
       01  T-PPL-STATUS                PIC X(01).
       01  T-PAY-FLAG                  PIC X(08).

      *****************************************************************
      *                 COURT ORDER HOST VARIABLES                    *
      *****************************************************************

       01  T-DOT-DOR-SEQ               PIC S9(04) COMP-3.
       01  T-DOR-TYPE                  PIC X(02).
       01  T-DOR-CREDITOR              PIC X(10).
       01  T-DOT-TAKEN-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-DOT-HELD-AMT              PIC S9(6)V9(3) COMP-3.

      *****************************************************************
      *                 LOAN REPAYMENT HOST VARIABLES                 *
      *****************************************************************

98281  01  T-PLR-LOAN-NUM              PIC S9(04) COMP-3.
98281  01  T-PLR-AMOUNT                PIC S9(6)V9(3) COMP-3.
98281  01  T-PLR-BALANCE               PIC S9(7)V9(3) COMP-3.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-HEADING1         PIC X(72) VALUE
               'PENSION PAYMENT HISTORY - MOST RECENT PERIOD FIRST'.
           05  W-TEXT-HEADING2.
               10  FILLER              PIC X(33) VALUE
                   'PERIOD T       GROSS    STANDING '.
               10  FILLER              PIC X(39) VALUE
98281              ' ORDER+LOAN         NET STATUS FLAG'.
           05  W-TEXT-LINE.
               10  W-TEXT-PERIOD       PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-TYPE         PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-GROSS        PIC Z(05)9.999-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-DED          PIC Z(05)9.999-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-ORDER        PIC Z(05)9.999-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-NET          PIC Z(05)9.999-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-STATUS       PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-FLAG         PIC X(08).
           05  W-TEXT-BANK-LINE.
               10  FILLER              PIC X(12) VALUE
                   '       BANK '.
               10  W-TEXT-BANK         PIC X(04).
               10  FILLER              PIC X(10) VALUE
                   '  ACCOUNT '.
               10  W-TEXT-ACCT         PIC X(30).
           05  W-TEXT-ORDER-LINE.
               10  FILLER              PIC X(13) VALUE
                   '       ORDER '.
               10  W-TEXT-ORD-SEQ      PIC ZZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-ORD-TYPE     PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-ORD-CRED     PIC X(10).
               10  FILLER              PIC X(07) VALUE
                   ' TAKEN '.
               10  W-TEXT-ORD-TAKEN    PIC Z(05)9.999-.
               10  FILLER              PIC X(06) VALUE
                   ' HELD '.
               10  W-TEXT-ORD-HELD     PIC Z(05)9.999-.
98281      05  W-TEXT-LOAN-LINE.
98281          10  FILLER              PIC X(13) VALUE
98281              '       LOAN  '.
98281          10  W-TEXT-LOAN-NUM     PIC ZZZ9.
98281          10  FILLER              PIC X(15) VALUE
98281              ' INSTALLMENT   '.
98281          10  W-TEXT-LOAN-AMT     PIC Z(05)9.999-.
98281          10  FILLER              PIC X(09) VALUE
98281              ' BALANCE '.
98281          10  W-TEXT-LOAN-BAL     PIC Z(06)9.999-.
           05  W-TEXT-NONE             PIC X(44) VALUE
               'NO PENSION PAYMENTS ON FILE FOR THIS SSN.'.

       01  W-RESP                      PIC S9(04) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.
       01  W-EIBDS                     PIC X(30).
       01  W-SQLCD                     PIC Z(09)-.
       01  W-SQLCD-C REDEFINES W-SQLCD PIC X(10).

       01  ORSS0400-AREA.
           02 ORSS0400-SQLCA           PIC X(136).
           02 F REDEFINES ORSS0400-SQLCA.
              03 F1                    PIC  X(12).
              03 ORSS0400-SQLCD        PIC S9(09)   COMP.
              03 F2                    PIC  X(120).
           02 ORSS0400-SYSID           PIC  X(03).
           02 ORSS0400-CLERK           PIC  X(05).
           02 ORSS0400-TABNM           PIC  X(30).
           02 ORSS0400-SSN             PIC  9(12).
           02 ORSS0400-SSN-X REDEFINES ORSS0400-SSN
                                       PIC  X(12).
           02 ORSS0400-TRNID           PIC  X(04).

           EXEC SQL INCLUDE SQLCA            END-EXEC.

           EJECT
      *****************************************************************
      *                    LINKAGE SECTION                            *
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(01).

           COPY OOC0010.

      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           PERFORM B0000-INIT.

           PERFORM C0000-PROCESS.

           PERFORM D0000-FINAL.
           GOBACK.
       A0000-MAINLINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        B0000-INIT                             *
      *****************************************************************

       B0000-INIT SECTION.

           EXEC CICS  ADDRESS
                      TCTUA (ADDRESS OF TCTTE-USER-AREA)
           END-EXEC.

           MOVE TCTTE-SSN  TO  T-M-BAS-EE-SSN.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0000-PROCESS                              *
      *****************************************************************

       C0000-PROCESS  SECTION.

           IF  EIBAID EQUAL TO DFHPF3  OR  DFHCLEAR
               PERFORM C0900-XCTL-RETURN-1511
               GO TO C0000-PROCESS-EXIT.

98307      PERFORM C0060-CHECK-RESTRICTED.
98307      IF  X689-REFUSED
98307          GO TO C0000-PROCESS-EXIT
98307      END-IF.

           PERFORM C0100-BUILD-HISTORY-TEXT.

       C0000-PROCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0100-BUILD-HISTORY-TEXT                      *
      *****************************************************************
      *    THIS SECTION OPENS THE PAYROLL-LINE CURSOR OVER THE        *
      *    MONTHS THE PAYROLL POSTED OR HELD, AND SENDS UP TO         *
      *    C-MAX-PAY-ROWS MONTHS, MOST RECENT FIRST.  THE FLAG IS     *
      *    WORKED OUT IN THE SELECT:                                  *
      *        STOPPED  - AN OPEN STOP FOR THE NET ON ST_WRK_STOP_PAY *
      *        REISSUED - THE STOP WAS RELEASED (OR ALREADY PAID)     *
      *        RETURNED - OBSSS628 REVERSED THE NET ON THE LEDGER, OR *
      *                   PUT THE RETURN ON THE BANK REVIEW QUEUE     *
      *****************************************************************

       C0100-BUILD-HISTORY-TEXT SECTION.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

           EXEC SQL
                DECLARE PAY-CURSOR CURSOR FOR
                SELECT   P.PPL_PERIOD      ,
                         P.PPL_PEN_TYPE    ,
                         P.PPL_GROSS_AMT   ,
                         P.PPL_DED_AMT     ,
                         P.PPL_ORDER_AMT   ,
                         P.PPL_NET_AMT     ,
                         P.PPL_BANK_BR_AGY ,
                         P.PPL_ACCT_NUM    ,
                         P.PPL_STATUS      ,
                         CASE
                         WHEN EXISTS
                              (SELECT 1
                                 FROM ST_WRK_STOP_PAY  S
                                WHERE S.STP_SSN     =  P.PPL_SSN
                                  AND S.STP_AMOUNT  =  P.PPL_NET_AMT
                                  AND S.STP_POST_DATE >=
                                                      P.PPL_POST_DATE
                                  AND S.STP_STATUS  =  ' ')
                              THEN 'STOPPED '
                         WHEN EXISTS
                              (SELECT 1
                                 FROM ST_WRK_STOP_PAY  S
                                WHERE S.STP_SSN     =  P.PPL_SSN
                                  AND S.STP_AMOUNT  =  P.PPL_NET_AMT
                                  AND S.STP_POST_DATE >=
                                                      P.PPL_POST_DATE
                                  AND S.STP_STATUS IN ('R', 'D'))
                              THEN 'REISSUED'
                         WHEN EXISTS
                              (SELECT 1
                                 FROM ST_HST_GL_TRANSACTION  H
                                WHERE H.HST_SSN       =  P.PPL_SSN
                                  AND H.HST_TRAN_CODE =
                                                   :C-RETURN-TRAN-CODE
                                  AND H.HST_AMOUNT    =
                                                   0 - P.PPL_NET_AMT
                                  AND H.HST_POST_DATE >=
                                                      P.PPL_POST_DATE)
                           OR EXISTS
                              (SELECT 1
                                 FROM ST_WRK_BANK_RETURN  R
                                WHERE R.WBR_SSN       =  P.PPL_SSN
                                  AND R.WBR_AMOUNT    =  P.PPL_NET_AMT
                                  AND R.WBR_RUN_DATE  =
                                                      P.PPL_POST_DATE)
                              THEN 'RETURNED'
                         ELSE '        '
                         END
                FROM     ST_WRK_PAYROLL_PROOF  P
                WHERE    P.PPL_SSN     =  :T-M-BAS-EE-SSN
                AND      P.PPL_STATUS IN ('P', 'H')
                ORDER BY P.PPL_PERIOD  DESC ,
                         P.PPL_PEN_TYPE     ,
                         P.PPL_DEP_CIVIL_ID
           END-EXEC.

           EXEC SQL
                OPEN PAY-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING1)
                LENGTH  (72)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING2)
                LENGTH  (72)
                ACCUM
           END-EXEC.

           PERFORM C0110-FETCH-PAY-ROW
               UNTIL  W-PAY-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-PAY-ROWS.

           IF  W-ROW-COUNT  EQUAL TO  +0
               EXEC CICS SEND TEXT
                    FROM   (W-TEXT-NONE)
                    LENGTH (44)
                    ACCUM
               END-EXEC
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                CLOSE PAY-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

       C0100-BUILD-HISTORY-TEXT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0110-FETCH-PAY-ROW                         *
      *****************************************************************

       C0110-FETCH-PAY-ROW SECTION.

           EXEC SQL
                FETCH PAY-CURSOR
                INTO  :T-PPL-PERIOD      ,
                      :T-PPL-PEN-TYPE    ,
                      :T-PPL-GROSS-AMT   ,
                      :T-PPL-DED-AMT     ,
                      :T-PPL-ORDER-AMT   ,
                      :T-PPL-NET-AMT     ,
                      :T-PPL-BANK-BR-AGY ,
                      :T-PPL-ACCT-NUM:T-ACCT-IND ,
                      :T-PPL-STATUS      ,
                      :T-PAY-FLAG
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0120-SEND-PAY-LINES
               ELSE
                   PERFORM DB2-ERROR.

       C0110-FETCH-PAY-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0120-SEND-PAY-LINES                        *
      *****************************************************************
      *    THIS SECTION SENDS ONE MONTH -- THE AMOUNTS LINE, THE      *
      *    BANK AND ACCOUNT LINE, THEN ONE LINE PER COURT ORDER.      *
      *****************************************************************

       C0120-SEND-PAY-LINES SECTION.

           MOVE T-PPL-PERIOD       TO  W-TEXT-PERIOD.
           MOVE T-PPL-PEN-TYPE     TO  W-TEXT-TYPE.
           MOVE T-PPL-GROSS-AMT    TO  W-TEXT-GROSS.
           MOVE T-PPL-DED-AMT      TO  W-TEXT-DED.
           MOVE T-PPL-ORDER-AMT    TO  W-TEXT-ORDER.
           MOVE T-PPL-NET-AMT      TO  W-TEXT-NET.
           MOVE T-PAY-FLAG         TO  W-TEXT-FLAG.

           IF  T-PPL-STATUS  EQUAL TO  'P'
               MOVE 'POSTED'       TO  W-TEXT-STATUS
           ELSE
               MOVE 'HELD  '       TO  W-TEXT-STATUS.

           MOVE T-PPL-BANK-BR-AGY  TO  W-TEXT-BANK.
           IF  T-ACCT-IND  LESS THAN  ZERO
               MOVE  SPACES        TO  W-TEXT-ACCT
           ELSE
               MOVE T-PPL-ACCT-NUM TO  W-TEXT-ACCT.

           ADD  +1                 TO  W-ROW-COUNT.

           EXEC CICS SEND TEXT
                FROM   (W-TEXT-LINE)
                LENGTH (LENGTH OF W-TEXT-LINE)
                ACCUM
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM   (W-TEXT-BANK-LINE)
                LENGTH (LENGTH OF W-TEXT-BANK-LINE)
                ACCUM
           END-EXEC.

           IF  T-PPL-ORDER-AMT  NOT EQUAL TO  ZEROES
               PERFORM C0200-LIST-ORDERS
98281          PERFORM C0300-LIST-LOAN-REPAYS
           ELSE
               NEXT SENTENCE.

       C0120-SEND-PAY-LINES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0200-LIST-ORDERS                           *
      *****************************************************************
      *    THIS SECTION LISTS WHAT EACH COURT ORDER TOOK, AND WHAT    *
      *    OF IT WAS HELD UNDER THE CEILING, FOR THE MONTH ON HAND.   *
      *****************************************************************

       C0200-LIST-ORDERS SECTION.

           MOVE 'N'   TO  W-ORD-EOF-SW.

           MOVE 'ST_HST_DED_ORDER_TAKEN'  TO  W-EIBDS.

           EXEC SQL
                DECLARE ORD-CURSOR CURSOR FOR
                SELECT   T.DOT_DOR_SEQ   ,
                         D.DOR_TYPE      ,
                         D.DOR_CREDITOR  ,
                         T.DOT_TAKEN_AMT ,
                         T.DOT_HELD_AMT
                FROM     ST_HST_DED_ORDER_TAKEN  T  ,
                         ST_MST_DED_ORDER        D
                WHERE    T.DOT_SSN      =  :T-M-BAS-EE-SSN
                AND      T.DOT_PERIOD   =  :T-PPL-PERIOD
                AND      D.DOR_SSN      =  T.DOT_SSN
                AND      D.DOR_SEQ      =  T.DOT_DOR_SEQ
                ORDER BY T.DOT_DOR_SEQ
           END-EXEC.

           EXEC SQL
                OPEN ORD-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0210-FETCH-ORDER-ROW
               UNTIL  W-ORD-EOF.

           EXEC SQL
                CLOSE ORD-CURSOR
           END-EXEC.

           MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

       C0200-LIST-ORDERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0210-FETCH-ORDER-ROW                       *
      *****************************************************************

       C0210-FETCH-ORDER-ROW SECTION.

           EXEC SQL
                FETCH ORD-CURSOR
                INTO  :T-DOT-DOR-SEQ   ,
                      :T-DOR-TYPE      ,
                      :T-DOR-CREDITOR  ,
                      :T-DOT-TAKEN-AMT ,
                      :T-DOT-HELD-AMT
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-ORD-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   MOVE T-DOT-DOR-SEQ    TO  W-TEXT-ORD-SEQ
                   MOVE T-DOR-TYPE       TO  W-TEXT-ORD-TYPE
                   MOVE T-DOR-CREDITOR   TO  W-TEXT-ORD-CRED
                   MOVE T-DOT-TAKEN-AMT  TO  W-TEXT-ORD-TAKEN
                   MOVE T-DOT-HELD-AMT   TO  W-TEXT-ORD-HELD
                   EXEC CICS SEND TEXT
                        FROM   (W-TEXT-ORDER-LINE)
                        LENGTH (LENGTH OF W-TEXT-ORDER-LINE)
                        ACCUM
                   END-EXEC
               ELSE
                   PERFORM DB2-ERROR.

       C0210-FETCH-ORDER-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0300-LIST-LOAN-REPAYS                      *
      *****************************************************************
      *    THIS SECTION LISTS THE INSTALLMENT EACH PENSION LOAN TOOK  *
      *    FOR THE MONTH ON HAND AND THE BALANCE IT LEFT.             *
      *****************************************************************

98281  C0300-LIST-LOAN-REPAYS SECTION.

98281      MOVE 'N'   TO  W-PLR-EOF-SW.

98281      MOVE 'ST_HST_PENSION_LOAN_REPAY'  TO  W-EIBDS.

98281      EXEC SQL
98281           DECLARE PLR-CURSOR CURSOR FOR
98281           SELECT   PLR_LOAN_NUM ,
98281                    PLR_AMOUNT   ,
98281                    PLR_BALANCE
98281           FROM     ST_HST_PENSION_LOAN_REPAY
98281           WHERE    PLR_SSN     =  :T-M-BAS-EE-SSN
98281           AND      PLR_PERIOD  =  :T-PPL-PERIOD
98281           ORDER BY PLR_LOAN_NUM
98281      END-EXEC.

98281      EXEC SQL
98281           OPEN PLR-CURSOR
98281      END-EXEC.

98281      PERFORM DB2-ERROR.

98281      PERFORM C0310-FETCH-REPAY-ROW
98281          UNTIL  W-PLR-EOF.

98281      EXEC SQL
98281           CLOSE PLR-CURSOR
98281      END-EXEC.

98281      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

98281  C0300-LIST-LOAN-REPAYS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0310-FETCH-REPAY-ROW                       *
      *****************************************************************

98281  C0310-FETCH-REPAY-ROW SECTION.

98281      EXEC SQL
98281           FETCH PLR-CURSOR
98281           INTO  :T-PLR-LOAN-NUM ,
98281                 :T-PLR-AMOUNT   ,
98281                 :T-PLR-BALANCE
98281      END-EXEC.

98281      IF  SQLCODE  EQUAL TO  +100
98281          MOVE 'Y'  TO  W-PLR-EOF-SW
98281      ELSE
98281          IF  SQLCODE  EQUAL TO  +0
98281              MOVE T-PLR-LOAN-NUM   TO  W-TEXT-LOAN-NUM
98281              MOVE T-PLR-AMOUNT     TO  W-TEXT-LOAN-AMT
98281              MOVE T-PLR-BALANCE    TO  W-TEXT-LOAN-BAL
98281              EXEC CICS SEND TEXT
98281                   FROM   (W-TEXT-LOAN-LINE)
98281                   LENGTH (LENGTH OF W-TEXT-LOAN-LINE)
98281                   ACCUM
98281              END-EXEC
98281          ELSE
98281              PERFORM DB2-ERROR.

98281  C0310-FETCH-REPAY-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0060-CHECK-RESTRICTED                         *
      *****************************************************************
      *    SMR#98307: ASKS THE OBSSS689 GATE WHETHER THIS CLERK MAY   *
      *    SEE THE SSN.  A REFUSAL SENDS ONLY THE MESSAGE (PF3 STILL  *
      *    RETURNS TO ORP1511P); THE GATE LOGS THE ACCESS EITHER WAY. *
      *****************************************************************

98307  C0060-CHECK-RESTRICTED SECTION.

98307      MOVE  T-M-BAS-EE-SSN  TO  X689-SSN.
98307      MOVE  TCTTE-CLERK     TO  X689-CLERK.
98307      MOVE  TCTTE-DEPT      TO  X689-DEPT.
98307      MOVE  EIBTRMID        TO  X689-TERM.
98307      MOVE '1565'           TO  X689-TRAN.
98307      MOVE  SPACES          TO  X689-SYSTEM.

98307      EXEC CICS LINK
98307           PROGRAM  ('OBSSS689')
98307           COMMAREA (X689-GATE-AREA)
98307           LENGTH   (LENGTH OF X689-GATE-AREA)
98307      END-EXEC.

98307      IF  X689-REFUSED
98307          EXEC CICS SEND TEXT
98307               FROM    (W-TEXT-RESTRICTED)
98307               LENGTH  (60)
98307               ERASE
98307          END-EXEC
98307      ELSE
98307          NEXT SENTENCE.

98307  C0060-CHECK-RESTRICTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *               C0900-XCTL-RETURN-1511                          *
      *****************************************************************
      *    THIS SECTION RETURNS CONTROL TO ORP1511P, RE-DISPLAYING    *
      *    THE BASIC DATA SCREEN FOR THE SAME SSN.                    *
      *****************************************************************

       C0900-XCTL-RETURN-1511 SECTION.

           MOVE LOW-VALUES  TO  TCTTE-ENTRY-SW.
           MOVE '1511'      TO  TCTTE-CURNT-TRAN-ID.
           MOVE LOW-VALUES  TO  TCTTE-ENTRY-COUNT.

           EXEC CICS XCTL
                PROGRAM ('ORP1511P')
           END-EXEC.

       C0900-XCTL-RETURN-1511-EXIT.
              EXIT.
           EJECT
      *****************************************************************
      *                        D0000-FINAL                            *
      *****************************************************************

       D0000-FINAL SECTION.

           EXEC CICS RETURN
                TRANSID ('1565')
           END-EXEC.

       D0000-FINAL-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
      *   DUMPING AND LINKING TO THE STANDARD ABEND HANDLER.           *
      *****************************************************************

       DB2-ERROR SECTION.

           IF  SQLCODE  EQUAL TO  +0  OR  +100
               NEXT SENTENCE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE              TO  ORSS0400-SQLCD
               MOVE 'ORS'                TO  ORSS0400-SYSID
               MOVE W-EIBDS               TO  ORSS0400-TABNM
               MOVE T-M-BAS-EE-SSN        TO  ORSS0400-SSN
               MOVE '1565'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
