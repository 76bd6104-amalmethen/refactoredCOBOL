      *                       FLAG, AND AN UNPOPULATED MATRIX FALLS   *
      *                       BACK TO THE OOPACEEE RESULT UNCHANGED.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98305 - THE APPROVING SUPERVISOR AND DATE ARE   *
      *                       NOW KEPT ON THE REFUND CASE             *
      *                       (REF_APPR_CLERK, REF_APPR_DATE), AND    *
      *                       THE CLERK WHO KEYED THE PAYEE BANK      *
      *                       DETAILS ON THE NEW ST_MST_BANK_PAY ROW  *
      *                       (M_BANK_PAY_CLERK), FOR THE OBSSS686    *
      *                       SEGREGATION-OF-DUTIES RUN.              *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-REF-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-REF-STATUS                PIC X(01).
       01  T-REF-VERIF-CLERK           PIC X(03).
98305  01  T-REF-APPR-CLERK            PIC X(03).
98305  01  T-BNK-CLERK                 PIC X(03).

       01  T-M-BANK-BR-AGY-CODE        PIC X(04).
       01  T-BNK-METHOD                PIC X(02).
           MOVE  W-CMD-BANK-BR    TO  T-M-BANK-BR-AGY-CODE.
           MOVE  W-CMD-METHOD     TO  T-BNK-METHOD.
           MOVE  W-CMD-ACCT-NUM   TO  T-BNK-ACCT-NUM.
98305      MOVE  TCTTE-CLERK      TO  T-BNK-CLERK.

           EXEC SQL
                INSERT INTO ST_MST_BANK_PAY
                      M_BANK_PAY_BANK_BR_AGY_CODE,
                      M_BANK_PAY_METHOD_CODE,
                      M_BANK_PAY_PAYEE_ACCT_NUM,
98305                 M_BANK_PAY_EFF_DATE,
98305                 M_BANK_PAY_CLERK)
                VALUES
                     (:T-REF-SSN,
                      :T-M-BANK-BR-AGY-CODE,
                      :T-BNK-METHOD,
                      :T-BNK-ACCT-NUM,
98305                 :T-BNK-EFF-DATE,
98305                 :T-BNK-CLERK)
           END-EXEC.

           PERFORM DB2-ERROR.
           ELSE
               NEXT SENTENCE.

98305      MOVE  TCTTE-CLERK  TO  T-REF-APPR-CLERK.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL

           EXEC SQL
                UPDATE  ST_WRK_REFUND
98305           SET     REF_STATUS      =  'A',
98305                   REF_APPR_CLERK  =  :T-REF-APPR-CLERK,
98305                   REF_APPR_DATE   =  :W-TODAY-DATE
                WHERE   REF_SSN     =  :T-REF-SSN
                AND     REF_STATUS  =  'V'
           END-EXEC.

98271      EXEC SQL
98271           UPDATE  ST_WRK_REFUND
98305           SET     REF_STATUS      =  'Q',
98305                   REF_APPR_CLERK  =  :T-REF-APPR-CLERK,
98305                   REF_APPR_DATE   =  :W-TODAY-DATE
98271           WHERE   REF_SSN     =  :T-REF-SSN
98271           AND     REF_STATUS  =  'V'
98271      END-EXEC.
