      *                       THROUGH THE FULL C3000 CONTROL CHAIN    *
      *                       AND REACH THE WAREHOUSE EXTRACTS.       *
      *                                HESSA AL-OTAIBI     22-08-2026 *
      *           SMR#98281 - RELEASING A PENSION LOAN DISBURSEMENT   *
      *                       MAKES THE ORP1566P LOAN ACTIVE;         *
      *                       REJECTING IT CLOSES THE LOAN.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  CONSTANTS.
           05  C-MAX-PND-ROWS          PIC S9(4)  COMP VALUE +30.
           05  K-RELEASE-SOURCE        PIC X(02)  VALUE 'AP'.
98281      05  K-LOAN-TRAN-CODE        PIC X(04)  VALUE 'LDSB'.

       01  CONSTANTS-COMMON.
             COPY SFCWSCON.
       01  T-PND-DEC-CLERK             PIC X(03).
       01  T-PND-DEC-DATE              PIC X(08).

98281 *****************************************************************
98281 *        PENSION LOAN HOST VARIABLES (SMR#98281)                *
98281 *****************************************************************

98281  01  T-PLN-SSN                   PIC 9(11).
98281  01  T-PLN-LOAN-NUM              PIC S9(04) COMP-3.
98281  01  T-PLN-STATUS                PIC X(01).
98281  01  W-PND-LOAN-REF.
98281      05  W-PLR-MONTH             PIC X(06).
98281      05  W-PLR-LOAN-NUM          PIC 9(04).

      *****************************************************************
      *      OBSSS627 GL POSTING SERVICE COMMAREA (SMR#98196)         *
      *****************************************************************
      *****************************************************************
      *    THIS SECTION STAMPS THE PENDING ROW WITH THE DECISION      *
      *    ('R' RELEASED OR 'X' REJECTED), THE DECIDING CLERK AND     *
      *    THE DATE.  SMR#98281: A PENSION LOAN DISBURSEMENT SETTLES  *
      *    ITS LOAN THE SAME WAY (C0550).                             *
      *****************************************************************

       C0500-STAMP-DECISION SECTION.

           PERFORM DB2-ERROR.

98281      IF  T-PND-TRAN-CODE  EQUAL TO  K-LOAN-TRAN-CODE
98281          PERFORM C0550-SETTLE-PENSION-LOAN
98281      END-IF.

       C0500-STAMP-DECISION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0550-SETTLE-PENSION-LOAN                      *
      *****************************************************************
      *    SMR#98281: A LOAN WHOSE DISBURSEMENT WAS DIVERTED HERE     *
      *    WAITS ON ORP1566P IN STATUS 'W' AND IS NOT REPAID.  THE    *
      *    RELEASE MAKES IT ACTIVE (' ') SO THE NEXT PAYROLL TAKES    *
      *    THE FIRST INSTALLMENT; A REJECTION CLOSES IT ('X').  THE   *
      *    LOAN NUMBER IS IN THE REFERENCE AFTER THE MONTH.           *
      *****************************************************************

98281  C0550-SETTLE-PENSION-LOAN SECTION.

98281      MOVE  T-PND-REF-NUM  TO  W-PND-LOAN-REF.

98281      IF  W-PLR-LOAN-NUM  NOT NUMERIC  OR
98281          T-PND-SSN       NOT NUMERIC
98281          GO TO C0550-SETTLE-PENSION-LOAN-EXIT
98281      END-IF.

98281      MOVE  T-PND-SSN       TO  T-PLN-SSN.
98281      MOVE  W-PLR-LOAN-NUM  TO  T-PLN-LOAN-NUM.

98281      IF  T-PND-STATUS  EQUAL TO  'R'
98281          MOVE  SPACE  TO  T-PLN-STATUS
98281      ELSE
98281          MOVE 'X'     TO  T-PLN-STATUS.

98281      MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.

98281      EXEC SQL
98281           UPDATE  ST_MST_PENSION_LOAN
98281           SET     PLN_STATUS    =  :T-PLN-STATUS,
98281                   PLN_END_DATE  =
98281                       CASE WHEN :T-PLN-STATUS  =  'X'
98281                            THEN :T-PND-DEC-DATE
98281                            ELSE PLN_END_DATE  END
98281           WHERE   PLN_SSN       =  :T-PLN-SSN
98281           AND     PLN_LOAN_NUM  =  :T-PLN-LOAN-NUM
98281           AND     PLN_STATUS    =  'W'
98281      END-EXEC.

98281      PERFORM DB2-ERROR.

98281  C0550-SETTLE-PENSION-LOAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
