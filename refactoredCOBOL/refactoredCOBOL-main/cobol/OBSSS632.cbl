      *                                                               *
      *    INPUT  -        ST_MST_DED_ORDER   (DB2 MASTER TABLE)      *
      *                    ST_BAT_RUN_CONTROL (DB2 CONTROL TABLE)     *
98281 *                    ST_MST_PENSION_LOAN (DB2 MASTER TABLE)     *
98279 *                                                               *
98279 *    OUTPUT -        ST_HST_DED_ORDER_TAKEN (ONE ROW PER ORDER  *
98279 *                    PER PAYROLL PERIOD, POSTING CALLS ONLY)    *
98281 *                    ST_MST_PENSION_LOAN BALANCE AND STATUS     *
98281 *                    ST_HST_PENSION_LOAN_REPAY (ONE ROW PER     *
98281 *                    LOAN PER PERIOD, POSTING CALLS ONLY)       *
98281 *                    OBSSS627 LOAN REPAYMENT POSTING            *
      *                                                               *
      *****************************************************************
           EJECT
      *    MODIFICATIONS -                                            *
      *           SMR#98203 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98278 - A PRICE-ONLY CALL (THE OBSSS631 PROOF   *
      *                       RUN) RETURNS THE APPLIED AND HELD       *
      *                       AMOUNTS WITHOUT WRITING THE HELD ROW.   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98279 - A POSTING CALL THAT NAMES THE PAYROLL   *
      *                       PERIOD RECORDS EACH ORDER'S TAKEN AND   *
      *                       HELD AMOUNT ON ST_HST_DED_ORDER_TAKEN   *
      *                       FOR THE PAYMENT HISTORY INQUIRY.        *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98281 - AFTER THE COURT ORDERS, AN OWN PENSION  *
      *                       REPAYS THE MEMBER'S ACTIVE PENSION      *
      *                       LOANS INSIDE THE SAME CEILING.  A       *
      *                       POSTING CALL REDUCES THE BALANCE,       *
      *                       CLOSES A LOAN PAID OFF AND POSTS THE    *
      *                       REPAYMENT THROUGH OBSSS627.             *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-HOLD-REASON-CEILING   PIC X(02)  VALUE 'CL'.
98281      05  K-LOAN-TRAN-CODE        PIC X(04)  VALUE 'LRPY'.
98281      05  K-LOAN-SOURCE           PIC X(02)  VALUE 'LN'.
98281      05  K-LOAN-DEPT             PIC X(02)  VALUE 'PY'.
98281      05  K-LOAN-CLERK            PIC X(03)  VALUE 'PAY'.
98281      05  K-LOAN-TERM             PIC X(04)  VALUE 'BTCH'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ORDER-EOF                  VALUE 'Y'.
98281  01  W-LOAN-EOF-SW               PIC X(01)  VALUE 'N'.
98281      88  W-LOAN-EOF                   VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL / CEILING WORK FIELDS                *

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS632'.
       01  T-RUN-CEILING-PCT           PIC S9(01)V9(04) COMP-3.
98281  01  T-RUN-LOAN-ACCT             PIC 9(11).
98281  01  T-RUN-LOAN-ACCT-IND         PIC S9(04) COMP.
       01  W-CEILING-PCT               PIC S9(01)V9(04) COMP-3
                                                  VALUE +0.2500.
       01  W-CEILING-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-HLD-DR-AMT                PIC S9(12)V999 COMP-3.
       01  T-HLD-POST-DATE             PIC X(08).

      *****************************************************************
      *              ORDER-TAKEN HISTORY HOST VARIABLES               *
      *****************************************************************

98279  01  T-DOT-HELD-AMT              PIC S9(6)V9(3) COMP-3.
98279  01  T-DOT-POST-DATE             PIC X(08).

      *****************************************************************
      *              PENSION LOAN HOST VARIABLES                      *
      *****************************************************************

98281  01  T-PLN-LOAN-NUM              PIC S9(04) COMP-3.
98281  01  T-PLN-INSTALLMENT           PIC S9(6)V9(3) COMP-3.
98281  01  T-PLN-BALANCE               PIC S9(7)V9(3) COMP-3.
98281  01  T-PLN-STATUS                PIC X(01).
98281  01  W-LOAN-DUE-AMT              PIC S9(7)V9(3) COMP-3.
98281  01  W-LOAN-NUM-DSP              PIC 9(04).

      *****************************************************************
      *        OBSSS627 GL POSTING SERVICE COMMAREA                   *
      *****************************************************************

98281  01  X627-POSTING-AREA.
98281      COPY OBC627CA.

       01  W-SYSTEM-DATE-TIME.
           05 W-SYSTEM-DATE   PIC 9(8).
           05 W-SYSTEM-TIME   PIC 9(8).
           MOVE  K-RET-GOOD  TO  X632-RETURN-CODE.
           MOVE  ZEROES      TO  X632-APPLIED-AMT
                                 X632-HELD-AMT
98281                            X632-LOAN-AMT
                                 X632-ORDER-COUNT.

           IF  X632-SSN        EQUAL TO  ZEROES  OR

           PERFORM B0000-APPLY-ORDERS.

98281      IF  X632-DEP-CIVIL-ID  EQUAL TO  ZEROES
98281          PERFORM B0300-APPLY-LOANS
98281      END-IF.

           IF  X632-HELD-AMT  GREATER THAN  ZEROES
98278          IF  NOT X632-PRICE-ONLY
98278              PERFORM C0300-WRITE-HELD-ROW
98278          END-IF
               MOVE  K-RET-WARNING  TO  X632-RETURN-CODE
           END-IF.


           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

98281      MOVE  ZEROES  TO  T-RUN-LOAN-ACCT.

           EXEC SQL
                SELECT   RUN_DED_CEILING_PCT
98281                  , RUN_LOAN_ACCT
                INTO    :T-RUN-CEILING-PCT
98281                  ,:T-RUN-LOAN-ACCT:T-RUN-LOAN-ACCT-IND
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.
           ELSE
               NEXT SENTENCE.

98281      IF  T-RUN-LOAN-ACCT-IND  LESS THAN  +0
98281          MOVE  ZEROES  TO  T-RUN-LOAN-ACCT
98281      END-IF.

       B0500-GET-CEILING-RATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
       B0100-FETCH-ORDER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-APPLY-LOANS                              *
      *****************************************************************
      *    THIS SECTION WALKS THE MEMBER'S ACTIVE PENSION LOANS,      *
      *    OLDEST FIRST, AFTER THE COURT ORDERS HAVE HAD THEIR TURN.  *
      *    EACH LOAN TAKES ITS INSTALLMENT (OR THE BALANCE, IF LESS)  *
      *    FROM WHAT ROOM IS LEFT UNDER THE CEILING.  A SHORTFALL IS  *
      *    NOT HELD -- THE BALANCE SIMPLY RUNS ON A MONTH LONGER.     *
      *****************************************************************

98281  B0300-APPLY-LOANS SECTION.

98281      MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.
98281      MOVE 'N'                    TO  W-LOAN-EOF-SW.

98281      EXEC SQL
98281           DECLARE PLN-CURSOR CURSOR FOR
98281           SELECT   PLN_LOAN_NUM    ,
98281                    PLN_INSTALLMENT ,
98281                    PLN_BALANCE
98281           FROM     ST_MST_PENSION_LOAN
98281           WHERE    PLN_SSN     =  :X632-SSN
98281           AND      PLN_STATUS  =  ' '
98281           ORDER BY PLN_LOAN_NUM
98281      END-EXEC.

98281      EXEC SQL
98281           OPEN PLN-CURSOR
98281      END-EXEC.

98281      PERFORM DB2-ERROR.

98281      PERFORM B0400-FETCH-LOAN
98281          UNTIL  W-LOAN-EOF.

98281      EXEC SQL
98281           CLOSE PLN-CURSOR
98281      END-EXEC.

98281  B0300-APPLY-LOANS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0400-FETCH-LOAN                               *
      *****************************************************************

98281  B0400-FETCH-LOAN SECTION.

98281      EXEC SQL
98281           FETCH PLN-CURSOR
98281           INTO  :T-PLN-LOAN-NUM    ,
98281                 :T-PLN-INSTALLMENT ,
98281                 :T-PLN-BALANCE
98281      END-EXEC.

98281      IF  SQLCODE  EQUAL TO  +100
98281          MOVE 'Y'  TO  W-LOAN-EOF-SW
98281      ELSE
98281          IF  SQLCODE  EQUAL TO  +0
98281              PERFORM C0400-APPLY-ONE-LOAN
98281          ELSE
98281              PERFORM DB2-ERROR
98281              MOVE 'Y'  TO  W-LOAN-EOF-SW.

98281  B0400-FETCH-LOAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-APPLY-ONE-ORDER                          *
      *****************************************************************
      *    THIS SECTION PRICES ONE ORDER -- A PERCENTAGE ORDER        *
                   X632-HELD-AMT  +  (W-ORDER-AMT - W-TAKE-AMT)
           END-IF.

98279      IF  NOT X632-PRICE-ONLY          AND
98279          X632-PERIOD  NOT EQUAL TO  SPACES  AND
98279          X632-PERIOD  NOT EQUAL TO  LOW-VALUES
98279          PERFORM C0200-WRITE-TAKEN-ROW
98279      END-IF.

       C0100-APPLY-ONE-ORDER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-WRITE-TAKEN-ROW                          *
      *****************************************************************
      *    THIS SECTION RECORDS WHAT ONE ORDER TOOK THIS PAYROLL      *
      *    PERIOD, AND WHAT OF IT WAS HELD UNDER THE CEILING, SO      *
      *    THE PAYMENT HISTORY (ORP1565P) CAN SHOW EACH COURT         *
      *    ORDER SEPARATELY.                                          *
      *****************************************************************

98279  C0200-WRITE-TAKEN-ROW SECTION.

98279      MOVE 'ST_HST_DED_ORDER_TAKEN'  TO  W-EIBDS.
98279      COMPUTE  T-DOT-HELD-AMT  =  W-ORDER-AMT  -  W-TAKE-AMT.
98279      MOVE  FUNCTION CURRENT-DATE(1:8)  TO  T-DOT-POST-DATE.

98279      EXEC SQL
98279           INSERT INTO ST_HST_DED_ORDER_TAKEN
98279                (DOT_SSN,         DOT_PERIOD,
98279                 DOT_DOR_SEQ,     DOT_TAKEN_AMT,
98279                 DOT_HELD_AMT,    DOT_POST_DATE)
98279           VALUES
98279                (:X632-SSN,       :X632-PERIOD,
98279                 :T-DOR-SEQ,      :W-TAKE-AMT,
98279                 :T-DOT-HELD-AMT, :T-DOT-POST-DATE)
98279      END-EXEC.

98279      PERFORM DB2-ERROR.

98279  C0200-WRITE-TAKEN-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-WRITE-HELD-ROW                           *
      *****************************************************************
      *    THIS SECTION RECORDS THE MONTH'S HELD REMAINDER ON         *
       C0300-WRITE-HELD-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-APPLY-ONE-LOAN                           *
      *****************************************************************
      *    THIS SECTION TAKES ONE LOAN'S INSTALLMENT, OR WHAT IS LEFT *
      *    OF THE BALANCE IF THAT IS LESS, AS FAR AS THE CEILING ROOM *
      *    ALLOWS.  A POSTING CALL THEN REPAYS THE LOAN.              *
      *****************************************************************

98281  C0400-APPLY-ONE-LOAN SECTION.

98281      IF  T-PLN-INSTALLMENT  LESS THAN  T-PLN-BALANCE
98281          MOVE  T-PLN-INSTALLMENT  TO  W-LOAN-DUE-AMT
98281      ELSE
98281          MOVE  T-PLN-BALANCE      TO  W-LOAN-DUE-AMT.

98281      IF  W-LOAN-DUE-AMT  NOT GREATER THAN  W-ROOM-AMT
98281          MOVE  W-LOAN-DUE-AMT  TO  W-TAKE-AMT
98281      ELSE
98281          MOVE  W-ROOM-AMT      TO  W-TAKE-AMT.

98281      IF  W-TAKE-AMT  NOT GREATER THAN  ZEROES
98281          GO TO C0400-APPLY-ONE-LOAN-EXIT
98281      END-IF.

98281      ADD       W-TAKE-AMT  TO    X632-APPLIED-AMT
98281                                  X632-LOAN-AMT.
98281      SUBTRACT  W-TAKE-AMT  FROM  W-ROOM-AMT.

98281      IF  NOT X632-PRICE-ONLY          AND
98281          X632-PERIOD  NOT EQUAL TO  SPACES  AND
98281          X632-PERIOD  NOT EQUAL TO  LOW-VALUES
98281          PERFORM C0500-REPAY-LOAN
98281      END-IF.

98281  C0400-APPLY-ONE-LOAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-REPAY-LOAN                               *
      *****************************************************************
      *    THIS SECTION BRINGS THE LOAN'S BALANCE DOWN BY THE MONTH'S *
      *    TAKE, CLOSES IT ('P') WHEN NOTHING IS LEFT, RECORDS THE    *
      *    REPAYMENT ON ST_HST_PENSION_LOAN_REPAY AND CREDITS THE     *
      *    LOAN RECEIVABLE ACCOUNT THROUGH THE OBSSS627 SERVICE.      *
      *****************************************************************

98281  C0500-REPAY-LOAN SECTION.

98281      SUBTRACT  W-TAKE-AMT  FROM  T-PLN-BALANCE.
98281      MOVE  FUNCTION CURRENT-DATE(1:8)  TO  T-DOT-POST-DATE.

98281      IF  T-PLN-BALANCE  GREATER THAN  ZEROES
98281          MOVE ' '  TO  T-PLN-STATUS
98281      ELSE
98281          MOVE 'P'  TO  T-PLN-STATUS.

98281      MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.

98281      EXEC SQL
98281           UPDATE  ST_MST_PENSION_LOAN
98281           SET     PLN_BALANCE     =  :T-PLN-BALANCE,
98281                   PLN_PAID_COUNT  =  PLN_PAID_COUNT + 1,
98281                   PLN_STATUS      =  :T-PLN-STATUS,
98281                   PLN_END_DATE    =
98281                      CASE WHEN :T-PLN-STATUS  =  'P'
98281                           THEN :T-DOT-POST-DATE
98281                           ELSE PLN_END_DATE
98281                      END
98281           WHERE   PLN_SSN         =  :X632-SSN
98281           AND     PLN_LOAN_NUM    =  :T-PLN-LOAN-NUM
98281      END-EXEC.

98281      PERFORM DB2-ERROR.

98281      MOVE 'ST_HST_PENSION_LOAN_REPAY'  TO  W-EIBDS.

98281      EXEC SQL
98281           INSERT INTO ST_HST_PENSION_LOAN_REPAY
98281                (PLR_SSN,         PLR_LOAN_NUM,
98281                 PLR_PERIOD,      PLR_AMOUNT,
98281                 PLR_BALANCE,     PLR_POST_DATE)
98281           VALUES
98281                (:X632-SSN,       :T-PLN-LOAN-NUM,
98281                 :X632-PERIOD,    :W-TAKE-AMT,
98281                 :T-PLN-BALANCE,  :T-DOT-POST-DATE)
98281      END-EXEC.

98281      PERFORM DB2-ERROR.

98281      MOVE  X632-SSN            TO  X627-SSN.
98281      MOVE  T-RUN-LOAN-ACCT     TO  X627-ACCT-CDE.
98281      COMPUTE  X627-AMOUNT  =  ZEROES  -  W-TAKE-AMT.
98281      MOVE  T-DOT-POST-DATE     TO  X627-EFF-DATE.
98281      MOVE  K-LOAN-TRAN-CODE    TO  X627-TRAN-CODE.
98281      MOVE  ZEROES              TO  X627-CIVIL-ID.
98281      MOVE  SPACES              TO  X627-REF-NUM.
98281      MOVE  X632-PERIOD         TO  X627-REF-NUM (1:6).
98281      MOVE  T-PLN-LOAN-NUM      TO  W-LOAN-NUM-DSP.
98281      MOVE  W-LOAN-NUM-DSP      TO  X627-REF-NUM (7:4).
98281      MOVE  K-LOAN-SOURCE       TO  X627-SOURCE.
98281      MOVE  K-LOAN-DEPT         TO  X627-DEPT.
98281      MOVE  K-LOAN-CLERK        TO  X627-CLERK.
98281      MOVE  K-LOAN-TERM         TO  X627-TERM.
98281      MOVE  ZEROES              TO  X627-LINK-COUNT.
98281      MOVE 'N'                  TO  X627-SKIP-THRESHOLD.

98281      EXEC CICS LINK
98281           PROGRAM  ('OBSSS627')
98281           COMMAREA (X627-POSTING-AREA)
98281           LENGTH   (LENGTH OF X627-POSTING-AREA)
98281      END-EXEC.

98281  C0500-REPAY-LOAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
