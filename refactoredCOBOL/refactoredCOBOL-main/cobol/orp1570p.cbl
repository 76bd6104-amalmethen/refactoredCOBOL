       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1570P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1570P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM DISPLAYS THE EMPLOYER'S        *
      *           ACCOUNT POSITION ON ONE SCREEN, SO THE CLERK        *
      *           TAKING AN ACCOUNTANT'S CALL NEED NOT PIECE IT       *
      *           TOGETHER FROM ORP1528P, THE DELINQUENCY WORKLIST    *
      *           AND THE PAYMENT-PLAN SCREEN:                        *
      *                                                               *
      *           - THE OPEN ST_WRK_ER_DELINQ GRADE AND ANY ACTIVE    *
      *             OR DEFAULTED ST_MST_PAY_PLAN INSTALLMENT PLAN.    *
      *           - THE CURRENT ARREARS -- THE UNSETTLED              *
      *             ST_WRK_CONTRIB_BILL ROWS -- BY AGE OF PERIOD:     *
      *             UP TO 3 MONTHS, 4-6, 7-12 AND OVER 12 (THE SAME   *
      *             BANDS OBSSS620 GRADES ON), PLUS THE UNPAID        *
      *             OBSSS637 LATE-PAYMENT INTEREST.                   *
      *           - A RUNNING LEDGER, OLDEST FIRST, OF EVERYTHING     *
      *             THAT MOVED THE EMPLOYER'S BALANCE: EACH BILLED    *
      *             PERIOD (ST_WRK_CONTRIB_BILL), EACH INTEREST       *
      *             ASSESSMENT (ST_WRK_ER_INTEREST), AND FROM THE     *
      *             GENERAL LEDGER UNDER THE '0000' EMPLOYER-SSN      *
      *             KEY EACH OBSSS653 RECEIPT, OBSSS629 PLAN          *
      *             INSTALLMENT, OBSSS630 PROVISIONAL REVERSAL AND    *
      *             ORP1569P REFUND, WITH ITS DATE AND THE BALANCE    *
      *             AFTER IT.  THE LAST C-MAX-LDG-LINES LINES ARE     *
      *             SHOWN; THE BALANCE CARRIES THE WHOLE HISTORY.     *
      *                                                               *
      *           IT IS REACHED FROM ORP1511P VIA PF20 WHEN AN        *
      *           EMPLOYER RECORD IS DISPLAYED, THE SAME WAY THE      *
      *           ROSTER IS REACHED VIA PF9.                          *
      *                                                               *
      *        INPUT PARMS - TCTTE-SSN (PASSED IN TCTTE-USER-AREA,   *
      *                      THE EMPLOYER REGISTRATION NUMBER).       *
      *                                                               *
      *        INPUT  - ST_WRK_CONTRIB_BILL   (DB2 BILLING REGISTER)  *
      *                 ST_WRK_ER_INTEREST    (DB2 REGISTER)          *
      *                 ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)     *
      *                 ST_WRK_ER_DELINQ      (DB2 WORKLIST)          *
      *                 ST_MST_PAY_PLAN       (DB2 MASTER TABLE)      *
      *                 ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)     *
      *                                                               *
      *        OUTPUT - TEXT LISTING OF THE ACCOUNT POSITION AND      *
      *                  THE RUNNING LEDGER.                          *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR RETURNS TO ORP1511P.         *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN   *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98289 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1570P'.

           COPY DFHBMSCA.
           COPY DFHAID.

       01  CONSTANTS.
           05  C-MAX-LDG-LINES         PIC S9(4)  COMP VALUE +10.
           05  C-BILL-RUN-PROGRAM      PIC X(08)  VALUE 'OBSSS630'.
           05  C-RECEIPT-TRAN-CODE     PIC X(04)  VALUE 'BCRC'.
           05  C-INST-TRAN-CODE        PIC X(04)  VALUE 'PPIN'.
           05  C-PROV-REV-TRAN-CODE    PIC X(04)  VALUE 'PRVR'.
           05  C-REFUND-TRAN-CODE      PIC X(04)  VALUE 'ERFD'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-LDG-SUB                   PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-LDG-EOF                   VALUE 'Y'.

       01  T-M-BAS-ER-NUM               PIC 9(07).

      *****************************************************************
      *              EMPLOYER KEY UNDER THE '0000' CONVENTION         *
      *****************************************************************

       01  W-ER-SSN-KEY.
           05  W-ER-SSN-PREFIX         PIC X(04)  VALUE '0000'.
           05  W-ER-SSN-REG            PIC 9(07).
       01  W-ER-SSN-KEY-9 REDEFINES W-ER-SSN-KEY
                                       PIC 9(11).

      *****************************************************************
      *              ARREARS AGE-BAND CUTOFF PERIODS                  *
      *****************************************************************

       01  W-TODAY-DATE                PIC X(08).
       01  W-MONTH-INDEX               PIC S9(07) COMP-3.
       01  W-MONTHS-BACK               PIC S9(04) COMP-3.
       01  W-PERIOD-BUILD.
           05  W-PB-YYYY               PIC 9(04).
           05  W-PB-MM                 PIC 9(02).
       01  W-CUT-3-PERIOD              PIC X(06).
       01  W-CUT-6-PERIOD              PIC X(06).
       01  W-CUT-12-PERIOD             PIC X(06).

      *****************************************************************
      *              POSITION HOST VARIABLES                          *
      *****************************************************************

       01  T-RUN-BILL-RECV-ACCT        PIC 9(11).
       01  T-DLQ-GRADE                 PIC X(01).
       01  T-PLN-STATUS                PIC X(01).
       01  T-PLN-TOTAL-AMOUNT          PIC S9(12)V999 COMP-3.
       01  T-PLN-INST-AMOUNT           PIC S9(12)V999 COMP-3.
       01  T-PLN-NUM-INST              PIC S9(04) COMP-3.
       01  T-PLN-BILLED-COUNT          PIC S9(04) COMP-3.
       01  T-PLN-PAID-COUNT            PIC S9(04) COMP-3.
       01  T-ARR-BAND-1                PIC S9(13)V999 COMP-3.
       01  T-ARR-BAND-2                PIC S9(13)V999 COMP-3.
       01  T-ARR-BAND-3                PIC S9(13)V999 COMP-3.
       01  T-ARR-BAND-4                PIC S9(13)V999 COMP-3.
       01  T-ARR-INTEREST              PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              LEDGER LINE HOST VARIABLES                       *
      *****************************************************************

       01  T-LDG-DATE                  PIC X(08).
       01  T-LDG-KIND                  PIC X(01).
       01  T-LDG-REF                   PIC X(06).
       01  T-LDG-AMOUNT                PIC S9(13)V999 COMP-3.
       01  W-LDG-BALANCE               PIC S9(13)V999 COMP-3.

      *****************************************************************
      *    THE LAST C-MAX-LDG-LINES LEDGER LINES, OLDEST FIRST.  A    *
      *    NEW LINE ON A FULL TABLE SHIFTS THE OLDEST ONE OFF.        *
      *****************************************************************

       01  W-LDG-TABLE.
           05  W-LDG-ENTRY             OCCURS 10 TIMES.
               10  W-LDG-E-DATE        PIC X(08).
               10  W-LDG-E-KIND        PIC X(01).
               10  W-LDG-E-REF         PIC X(06).
               10  W-LDG-E-AMOUNT      PIC S9(13)V999 COMP-3.
               10  W-LDG-E-BALANCE     PIC S9(13)V999 COMP-3.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-HEADING1.
               10  FILLER              PIC X(38) VALUE
                   'EMPLOYER ACCOUNT LEDGER - REG NUMBER '.
               10  W-TEXT-ER-NUM       PIC 9(07).
           05  W-TEXT-POSITION-LINE.
               10  FILLER              PIC X(19) VALUE
                   'DELINQUENCY GRADE: '.
               10  W-TEXT-GRADE        PIC X(04).
               10  FILLER              PIC X(08) VALUE
                   '  PLAN: '.
               10  W-TEXT-PLAN-STATUS  PIC X(09).
           05  W-TEXT-PLAN-LINE.
               10  FILLER              PIC X(08) VALUE
                   '  TOTAL '.
               10  W-TEXT-PLN-TOTAL    PIC Z(09)9.999.
               10  FILLER              PIC X(13) VALUE
                   '  INSTALMENT '.
               10  W-TEXT-PLN-INST     PIC Z(09)9.999.
               10  FILLER              PIC X(08) VALUE
                   '  PAID  '.
               10  W-TEXT-PLN-PAID     PIC ZZZ9.
               10  FILLER              PIC X(08) VALUE
                   ' BILLED '.
               10  W-TEXT-PLN-BILLED   PIC ZZZ9.
               10  FILLER              PIC X(04) VALUE
                   ' OF '.
               10  W-TEXT-PLN-NUM      PIC ZZZ9.
           05  W-TEXT-ARREARS-HDG.
               10  FILLER              PIC X(06) VALUE 'DUE:'.
               10  FILLER              PIC X(14) VALUE
                   '    0-3 MONTHS'.
               10  FILLER              PIC X(14) VALUE
                   '    4-6 MONTHS'.
               10  FILLER              PIC X(14) VALUE
                   '   7-12 MONTHS'.
               10  FILLER              PIC X(14) VALUE
                   '  OVER 12 MTHS'.
               10  FILLER              PIC X(14) VALUE
                   '  INTEREST DUE'.
           05  W-TEXT-ARREARS-LINE.
               10  FILLER              PIC X(06) VALUE SPACES.
               10  W-TEXT-ARR-1        PIC Z(09)9.999.
               10  W-TEXT-ARR-2        PIC Z(09)9.999.
               10  W-TEXT-ARR-3        PIC Z(09)9.999.
               10  W-TEXT-ARR-4        PIC Z(09)9.999.
               10  W-TEXT-ARR-INT      PIC Z(09)9.999.
           05  W-TEXT-LEDGER-HDG.
               10  FILLER              PIC X(25) VALUE
                   'DATE     ENTRY    REF'.
               10  FILLER              PIC X(15) VALUE
                   '         DEBIT'.
               10  FILLER              PIC X(15) VALUE
                   '        CREDIT'.
               10  FILLER              PIC X(14) VALUE
                   '       BALANCE'.
           05  W-TEXT-LINE.
               10  W-TEXT-DATE         PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-KIND         PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-REF          PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-DEBIT        PIC Z(09)9.999.
               10  W-TEXT-DEBIT-X REDEFINES W-TEXT-DEBIT
                                       PIC X(14).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-CREDIT       PIC Z(09)9.999.
               10  W-TEXT-CREDIT-X REDEFINES W-TEXT-CREDIT
                                       PIC X(14).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TEXT-BALANCE      PIC Z(09)9.999-.
           05  W-TEXT-NONE             PIC X(44) VALUE
               'NO LEDGER ENTRIES ON FILE FOR THIS EMPLOYER.'.

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
      *         THIS SECTION ESTABLISHES ADDRESSABILITY TO THE TCTTE  *
      *         AND PICKS UP THE EMPLOYER NUMBER PASSED FROM ORP1511P.*
      *****************************************************************

       B0000-INIT SECTION.

           EXEC CICS  ADDRESS
                      TCTUA (ADDRESS OF TCTTE-USER-AREA)
           END-EXEC.

           MOVE TCTTE-SSN       TO  T-M-BAS-ER-NUM.
           MOVE T-M-BAS-ER-NUM  TO  W-ER-SSN-REG.

           MOVE FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.

           MOVE +3   TO  W-MONTHS-BACK.
           PERFORM B0100-PERIOD-MONTHS-BACK.
           MOVE W-PERIOD-BUILD  TO  W-CUT-3-PERIOD.

           MOVE +6   TO  W-MONTHS-BACK.
           PERFORM B0100-PERIOD-MONTHS-BACK.
           MOVE W-PERIOD-BUILD  TO  W-CUT-6-PERIOD.

           MOVE +12  TO  W-MONTHS-BACK.
           PERFORM B0100-PERIOD-MONTHS-BACK.
           MOVE W-PERIOD-BUILD  TO  W-CUT-12-PERIOD.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-PERIOD-MONTHS-BACK                       *
      *****************************************************************
      *    THIS SECTION BUILDS THE YYYYMM PERIOD W-MONTHS-BACK        *
      *    CALENDAR MONTHS BEFORE THE CURRENT ONE.                    *
      *****************************************************************

       B0100-PERIOD-MONTHS-BACK SECTION.

           MOVE  W-TODAY-DATE (1:4)  TO  W-PB-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-PB-MM.

           COMPUTE  W-MONTH-INDEX  =
                    W-PB-YYYY * 12  +  W-PB-MM  -  1  -  W-MONTHS-BACK.

           DIVIDE  W-MONTH-INDEX  BY  12
               GIVING  W-PB-YYYY
               REMAINDER  W-PB-MM.

           ADD  1  TO  W-PB-MM.

       B0100-PERIOD-MONTHS-BACK-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0000-PROCESS                              *
      *****************************************************************

       C0000-PROCESS  SECTION.

           IF  EIBAID EQUAL TO DFHPF3  OR  DFHCLEAR
               PERFORM C0900-XCTL-RETURN-1511
               GO TO C0000-PROCESS-EXIT.

           PERFORM C0100-GET-POSITION.
           PERFORM C0200-BUILD-LEDGER.
           PERFORM C0300-SEND-SCREEN.

       C0000-PROCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0100-GET-POSITION                          *
      *****************************************************************
      *    THIS SECTION PICKS UP THE DELINQUENCY GRADE, THE PLAN AND  *
      *    THE ARREARS BY AGE BAND.  A PERIOD AFTER THE 3-MONTH       *
      *    CUTOFF IS IN THE FIRST BAND, AFTER THE 6-MONTH CUTOFF IN   *
      *    THE SECOND, AFTER THE 12-MONTH CUTOFF IN THE THIRD, AND    *
      *    ANY OLDER PERIOD IS OVER 12 MONTHS.                        *
      *****************************************************************

       C0100-GET-POSITION SECTION.

           MOVE 'ST_WRK_ER_DELINQ'  TO  W-EIBDS.

           EXEC SQL
                SELECT  DLQ_GRADE
                INTO   :T-DLQ-GRADE
                FROM    ST_WRK_ER_DELINQ
                WHERE   DLQ_REG_NUM  =  :T-M-BAS-ER-NUM
                AND     DLQ_STATUS   =  ' '
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE SPACES          TO  W-TEXT-GRADE
               MOVE T-DLQ-GRADE     TO  W-TEXT-GRADE (1:1)
           ELSE
               MOVE 'NONE'          TO  W-TEXT-GRADE.

           MOVE 'ST_MST_PAY_PLAN'   TO  W-EIBDS.

           EXEC SQL
                SELECT  PLN_STATUS       ,
                        PLN_TOTAL_AMOUNT ,
                        PLN_INST_AMOUNT  ,
                        PLN_NUM_INST     ,
                        PLN_BILLED_COUNT ,
                        PLN_PAID_COUNT
                INTO   :T-PLN-STATUS       ,
                       :T-PLN-TOTAL-AMOUNT ,
                       :T-PLN-INST-AMOUNT  ,
                       :T-PLN-NUM-INST     ,
                       :T-PLN-BILLED-COUNT ,
                       :T-PLN-PAID-COUNT
                FROM    ST_MST_PAY_PLAN
                WHERE   PLN_REG_NUM  =  :T-M-BAS-ER-NUM
                AND     PLN_STATUS  IN  (' ', 'D')
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE T-PLN-TOTAL-AMOUNT  TO  W-TEXT-PLN-TOTAL
               MOVE T-PLN-INST-AMOUNT   TO  W-TEXT-PLN-INST
               MOVE T-PLN-PAID-COUNT    TO  W-TEXT-PLN-PAID
               MOVE T-PLN-BILLED-COUNT  TO  W-TEXT-PLN-BILLED
               MOVE T-PLN-NUM-INST      TO  W-TEXT-PLN-NUM
               IF  T-PLN-STATUS  EQUAL TO  'D'
                   MOVE 'DEFAULTED'     TO  W-TEXT-PLAN-STATUS
               ELSE
                   MOVE 'ACTIVE'        TO  W-TEXT-PLAN-STATUS
           ELSE
               MOVE 'NONE'              TO  W-TEXT-PLAN-STATUS.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COALESCE (SUM (CASE WHEN CBL_PERIOD
                                                 >  :W-CUT-3-PERIOD
                                            THEN CBL_CONTRIB
                                            ELSE 0 END), 0) ,
                        COALESCE (SUM (CASE WHEN CBL_PERIOD
                                                 <= :W-CUT-3-PERIOD
                                            AND  CBL_PERIOD
                                                 >  :W-CUT-6-PERIOD
                                            THEN CBL_CONTRIB
                                            ELSE 0 END), 0) ,
                        COALESCE (SUM (CASE WHEN CBL_PERIOD
                                                 <= :W-CUT-6-PERIOD
                                            AND  CBL_PERIOD
                                                 >  :W-CUT-12-PERIOD
                                            THEN CBL_CONTRIB
                                            ELSE 0 END), 0) ,
                        COALESCE (SUM (CASE WHEN CBL_PERIOD
                                                 <= :W-CUT-12-PERIOD
                                            THEN CBL_CONTRIB
                                            ELSE 0 END), 0)
                INTO   :T-ARR-BAND-1 ,
                       :T-ARR-BAND-2 ,
                       :T-ARR-BAND-3 ,
                       :T-ARR-BAND-4
                FROM    ST_WRK_CONTRIB_BILL
                WHERE   CBL_REG_NUM  =  :T-M-BAS-ER-NUM
                AND     CBL_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_ER_INTEREST'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COALESCE (SUM (LPI_AMOUNT), 0)
                INTO   :T-ARR-INTEREST
                FROM    ST_WRK_ER_INTEREST
                WHERE   LPI_REG_NUM  =  :T-M-BAS-ER-NUM
                AND     LPI_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE T-ARR-BAND-1     TO  W-TEXT-ARR-1.
           MOVE T-ARR-BAND-2     TO  W-TEXT-ARR-2.
           MOVE T-ARR-BAND-3     TO  W-TEXT-ARR-3.
           MOVE T-ARR-BAND-4     TO  W-TEXT-ARR-4.
           MOVE T-ARR-INTEREST   TO  W-TEXT-ARR-INT.

       C0100-GET-POSITION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0200-BUILD-LEDGER                          *
      *****************************************************************
      *    THIS SECTION READS EVERY LEDGER LINE FOR THE EMPLOYER,     *
      *    OLDEST FIRST, CARRYING THE RUNNING BALANCE AND KEEPING     *
      *    THE LAST C-MAX-LDG-LINES LINES FOR DISPLAY.  THE LINE      *
      *    KIND IS:                                                   *
      *        B - BILLED PERIOD (ALL LINES OF THE PERIOD TOGETHER)   *
      *        I - LATE-PAYMENT INTEREST ASSESSED                     *
      *        P - PAYMENT-PLAN INSTALLMENT BILLED                    *
      *        R - BANK RECEIPT                                       *
      *        V - PROVISIONAL ASSESSMENT REVERSED                    *
      *        F - CREDIT BALANCE REFUNDED                            *
      *    RECEIPTS, REVERSALS AND REFUNDS ARE THE POSTINGS TO THE    *
      *    BILLING RECEIVABLE ACCOUNT ON OBSSS630'S RUN-CONTROL ROW,  *
      *    SO THE OTHER LEG OF A REFUND IS NOT COUNTED TWICE.         *
      *****************************************************************

       C0200-BUILD-LEDGER SECTION.

           MOVE 'N'      TO  W-EOF-SW.
           MOVE +0       TO  W-ROW-COUNT.
           MOVE ZEROES   TO  W-LDG-BALANCE  T-RUN-BILL-RECV-ACCT.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_BILL_RECV_ACCT
                INTO    :T-RUN-BILL-RECV-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :C-BILL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                DECLARE LDG-CURSOR CURSOR FOR
                SELECT   MIN (CBL_POST_DATE) ,
                         'B'                 ,
                         CBL_PERIOD          ,
                         SUM (CBL_CONTRIB)
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_REG_NUM  =  :T-M-BAS-ER-NUM
                GROUP BY CBL_PERIOD
                UNION ALL
                SELECT   LPI_POST_DATE ,
                         'I'           ,
                         LPI_PERIOD    ,
                         LPI_AMOUNT
                FROM     ST_WRK_ER_INTEREST
                WHERE    LPI_REG_NUM  =  :T-M-BAS-ER-NUM
                UNION ALL
                SELECT   HST_POST_DATE ,
                         CASE HST_TRAN_CODE
                              WHEN :C-INST-TRAN-CODE     THEN 'P'
                              WHEN :C-RECEIPT-TRAN-CODE  THEN 'R'
                              WHEN :C-PROV-REV-TRAN-CODE THEN 'V'
                              ELSE 'F'
                         END           ,
                         SUBSTR (HST_REF_NUM, 1, 6) ,
                         HST_AMOUNT
                FROM     ST_HST_GL_TRANSACTION
                WHERE    HST_SSN  =  :W-ER-SSN-KEY-9
                AND    ((HST_TRAN_CODE  =  :C-INST-TRAN-CODE)
                 OR     (HST_ACCT_CDE   =  :T-RUN-BILL-RECV-ACCT
                   AND   HST_TRAN_CODE IN (:C-RECEIPT-TRAN-CODE,
                                           :C-PROV-REV-TRAN-CODE,
                                           :C-REFUND-TRAN-CODE)))
                ORDER BY 1 , 2
           END-EXEC.

           EXEC SQL
                OPEN LDG-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0210-FETCH-LEDGER-ROW
               UNTIL  W-LDG-EOF.

           EXEC SQL
                CLOSE LDG-CURSOR
           END-EXEC.

       C0200-BUILD-LEDGER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0210-FETCH-LEDGER-ROW                      *
      *****************************************************************

       C0210-FETCH-LEDGER-ROW SECTION.

           EXEC SQL
                FETCH LDG-CURSOR
                INTO  :T-LDG-DATE   ,
                      :T-LDG-KIND   ,
                      :T-LDG-REF    ,
                      :T-LDG-AMOUNT
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0220-KEEP-LEDGER-LINE
               ELSE
                   PERFORM DB2-ERROR.

       C0210-FETCH-LEDGER-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0220-KEEP-LEDGER-LINE                      *
      *****************************************************************
      *    THIS SECTION ADDS THE LINE TO THE RUNNING BALANCE AND      *
      *    FILES IT AT THE END OF THE DISPLAY TABLE, SHIFTING THE     *
      *    OLDEST LINE OFF FIRST WHEN THE TABLE IS ALREADY FULL.      *
      *****************************************************************

       C0220-KEEP-LEDGER-LINE SECTION.

           ADD  T-LDG-AMOUNT  TO  W-LDG-BALANCE.

           IF  W-ROW-COUNT  LESS THAN  C-MAX-LDG-LINES
               ADD  +1  TO  W-ROW-COUNT
           ELSE
               PERFORM C0230-SHIFT-LEDGER-LINE
                   VARYING  W-LDG-SUB  FROM  1  BY  1
                   UNTIL    W-LDG-SUB  NOT LESS THAN  C-MAX-LDG-LINES.

           MOVE T-LDG-DATE      TO  W-LDG-E-DATE    (W-ROW-COUNT).
           MOVE T-LDG-KIND      TO  W-LDG-E-KIND    (W-ROW-COUNT).
           MOVE T-LDG-REF       TO  W-LDG-E-REF     (W-ROW-COUNT).
           MOVE T-LDG-AMOUNT    TO  W-LDG-E-AMOUNT  (W-ROW-COUNT).
           MOVE W-LDG-BALANCE   TO  W-LDG-E-BALANCE (W-ROW-COUNT).

       C0220-KEEP-LEDGER-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0230-SHIFT-LEDGER-LINE                     *
      *****************************************************************

       C0230-SHIFT-LEDGER-LINE SECTION.

           MOVE W-LDG-ENTRY (W-LDG-SUB + 1)
                                TO  W-LDG-ENTRY (W-LDG-SUB).

       C0230-SHIFT-LEDGER-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0300-SEND-SCREEN                           *
      *****************************************************************

       C0300-SEND-SCREEN SECTION.

           MOVE T-M-BAS-ER-NUM  TO  W-TEXT-ER-NUM.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING1)
                LENGTH  (LENGTH OF W-TEXT-HEADING1)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-POSITION-LINE)
                LENGTH  (LENGTH OF W-TEXT-POSITION-LINE)
                ACCUM
           END-EXEC.

           IF  W-TEXT-PLAN-STATUS  NOT EQUAL TO  'NONE'
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-PLAN-LINE)
                    LENGTH  (LENGTH OF W-TEXT-PLAN-LINE)
                    ACCUM
               END-EXEC
           ELSE
               NEXT SENTENCE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ARREARS-HDG)
                LENGTH  (LENGTH OF W-TEXT-ARREARS-HDG)
                ACCUM
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ARREARS-LINE)
                LENGTH  (LENGTH OF W-TEXT-ARREARS-LINE)
                ACCUM
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-LEDGER-HDG)
                LENGTH  (LENGTH OF W-TEXT-LEDGER-HDG)
                ACCUM
           END-EXEC.

           IF  W-ROW-COUNT  EQUAL TO  +0
               EXEC CICS SEND TEXT
                    FROM   (W-TEXT-NONE)
                    LENGTH (44)
                    ACCUM
               END-EXEC
           ELSE
               PERFORM C0310-SEND-LEDGER-LINE
                   VARYING  W-LDG-SUB  FROM  1  BY  1
                   UNTIL    W-LDG-SUB  GREATER THAN  W-ROW-COUNT.

           EXEC CICS SEND PAGE
           END-EXEC.

       C0300-SEND-SCREEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0310-SEND-LEDGER-LINE                      *
      *****************************************************************
      *    A POSITIVE AMOUNT IS A DEBIT (THE EMPLOYER OWES MORE), A   *
      *    NEGATIVE ONE A CREDIT.                                     *
      *****************************************************************

       C0310-SEND-LEDGER-LINE SECTION.

           MOVE W-LDG-E-DATE (W-LDG-SUB)  TO  W-TEXT-DATE.
           MOVE W-LDG-E-REF  (W-LDG-SUB)  TO  W-TEXT-REF.

           IF  W-LDG-E-KIND (W-LDG-SUB)  EQUAL TO  'B'
               MOVE 'BILLED  '    TO  W-TEXT-KIND
           ELSE
           IF  W-LDG-E-KIND (W-LDG-SUB)  EQUAL TO  'I'
               MOVE 'INTEREST'    TO  W-TEXT-KIND
           ELSE
           IF  W-LDG-E-KIND (W-LDG-SUB)  EQUAL TO  'P'
               MOVE 'INSTALMT'    TO  W-TEXT-KIND
           ELSE
           IF  W-LDG-E-KIND (W-LDG-SUB)  EQUAL TO  'R'
               MOVE 'RECEIPT '    TO  W-TEXT-KIND
           ELSE
           IF  W-LDG-E-KIND (W-LDG-SUB)  EQUAL TO  'V'
               MOVE 'REVERSAL'    TO  W-TEXT-KIND
           ELSE
               MOVE 'REFUND  '    TO  W-TEXT-KIND.

           IF  W-LDG-E-AMOUNT (W-LDG-SUB)  LESS THAN  ZEROES
               MOVE SPACES        TO  W-TEXT-DEBIT-X
               COMPUTE W-TEXT-CREDIT  =
                       ZERO - W-LDG-E-AMOUNT (W-LDG-SUB)
           ELSE
               MOVE W-LDG-E-AMOUNT (W-LDG-SUB)  TO  W-TEXT-DEBIT
               MOVE SPACES        TO  W-TEXT-CREDIT-X.

           MOVE W-LDG-E-BALANCE (W-LDG-SUB)  TO  W-TEXT-BALANCE.

           EXEC CICS SEND TEXT
                FROM   (W-TEXT-LINE)
                LENGTH (LENGTH OF W-TEXT-LINE)
                ACCUM
           END-EXEC.

       C0310-SEND-LEDGER-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *               C0900-XCTL-RETURN-1511                          *
      *****************************************************************
      *    THIS SECTION RETURNS CONTROL TO ORP1511P, RE-DISPLAYING    *
      *    THE BASIC DATA SCREEN FOR THE SAME EMPLOYER.               *
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
                TRANSID ('1570')
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
               MOVE T-M-BAS-ER-NUM        TO  ORSS0400-SSN
               MOVE '1570'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
