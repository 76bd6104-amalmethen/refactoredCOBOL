      *                - MONTHS PER EMPLOYER: THE DISTINCT BILLED     *
      *                  PERIODS PER REGISTRATION ON THE              *
      *                  ST_WRK_CONTRIB_BILL REGISTER.                *
98282 *                - PURCHASED MONTHS: THE MONTHS CREDITED BY     *
98282 *                  THE PAID INSTALLMENTS OF THE MEMBER'S        *
98282 *                  PURCHASE-OF-SERVICE CONTRACTS, ADDED INTO    *
98282 *                  THE TOTAL.                                   *
      *                - VESTING: THE TOTAL AGAINST THE STATUTORY     *
      *                  THRESHOLD ON THE SERVICE'S RUN-CONTROL ROW   *
      *                  (DEFAULT 180 MONTHS).                        *
      *                                                               *
      *    INPUT  -        ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)  *
      *                    ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
98282 *                    ST_MST_SVC_PURCH_INST (DB2 SCHEDULE TABLE) *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98215 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98282 - MONTHS BOUGHT BACK UNDER A PURCHASE-OF- *
      *                       SERVICE CONTRACT NOW COUNT, EACH        *
      *                       INSTALLMENT'S SHARE ONLY ONCE THE       *
      *                       INSTALLMENT IS PAID ON OR BEFORE THE    *
      *                       AS-OF DATE.                             *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
       01  T-TOTAL-MONTHS              PIC S9(05) COMP-3.
       01  T-ER-REG-NUM                PIC 9(07).
       01  T-ER-MONTHS                 PIC S9(05) COMP-3.
98282  01  T-PSI-MONTHS                PIC S9(05) COMP-3.
       01  W-AS-OF-DATE                PIC X(08).

       01  W-RESPONSE                  PIC S9(08) COMP.

           MOVE  K-RET-GOOD  TO  X640-RETURN-CODE.
           MOVE  ZEROES      TO  X640-TOTAL-MONTHS
98282                            X640-PURCHASED-MONTHS
                                 X640-ER-COUNT.
           SET   X640-NOT-VESTED  TO  TRUE.

           PERFORM B0500-GET-VEST-THRESHOLD.
           PERFORM B0000-COUNT-TOTAL-MONTHS.
           PERFORM C0000-COUNT-PER-EMPLOYER.
98282      PERFORM B0100-COUNT-PURCHASED-MONTHS.

           IF  X640-TOTAL-MONTHS  NOT LESS THAN
               X640-VEST-THRESHOLD
       B0000-COUNT-TOTAL-MONTHS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-COUNT-PURCHASED-MONTHS                   *
      *****************************************************************
      *    SMR#98282: ADDS THE MONTHS BOUGHT BACK UNDER PURCHASE-OF-  *
      *    SERVICE CONTRACTS.  EACH INSTALLMENT CARRIES ITS SHARE     *
      *    OF THE CONTRACT'S MONTHS, CREDITED ONLY ONCE IT IS PAID    *
      *    ('P') ON OR BEFORE THE AS-OF DATE -- A BILLED OR OPEN      *
      *    INSTALLMENT BUYS NOTHING YET.                              *
      *****************************************************************

98282  B0100-COUNT-PURCHASED-MONTHS SECTION.

98282      MOVE 'ST_MST_SVC_PURCH_INST'  TO  W-EIBDS.

98282      EXEC SQL
98282           SELECT   COALESCE (SUM (PSI_MONTHS), 0)
98282           INTO    :T-PSI-MONTHS
98282           FROM     ST_MST_SVC_PURCH_INST
98282           WHERE    PSI_SSN        =  :X640-SSN
98282           AND      PSI_STATUS     =  'P'
98282           AND      PSI_PAID_DATE  <=  :W-AS-OF-DATE
98282      END-EXEC.

98282      PERFORM DB2-ERROR.

98282      IF  SQLCODE  EQUAL TO  +0
98282          MOVE  T-PSI-MONTHS  TO  X640-PURCHASED-MONTHS
98282          ADD   T-PSI-MONTHS  TO  X640-TOTAL-MONTHS
98282      ELSE
98282          NEXT SENTENCE.

98282  B0100-COUNT-PURCHASED-MONTHS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-COUNT-PER-EMPLOYER                       *
      *****************************************************************
      *    THIS SECTION BREAKS THE MONTHS DOWN PER EMPLOYER FROM      *
