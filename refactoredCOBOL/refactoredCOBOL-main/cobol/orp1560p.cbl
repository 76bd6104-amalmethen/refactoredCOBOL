      *                       REOPENS IT FROM THE                     *
      *                       ST_ACCTG_PENDING_APPR DECISION.         *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98276 - A CASE OBSSS630 OPENS FOR PENSION PAID  *
      *                       TO A RE-EMPLOYED PENSIONER HAS NO       *
      *                       DEATH DATE; IT LISTS BLANK.             *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-REC-WOFF-CLERK-I          PIC S9(04) COMP.
98271  01  T-REC-PEND-AMT              PIC S9(13)V999 COMP-3.
98271  01  T-REC-PEND-AMT-I            PIC S9(04) COMP.
98276  01  T-REC-DEATH-DATE-I          PIC S9(04) COMP.
98271  01  T-PND-STATUS                PIC X(01).
98271  01  W-NEW-BALANCE               PIC S9(13)V999 COMP-3.
98271  01  W-NEW-STATUS                PIC X(01).
                         REC_STATUS       ,
98271                    REC_WOFF_CLERK   ,
98271                    REC_PEND_AMT
98276           INTO    :T-REC-DEATH-DATE:T-REC-DEATH-DATE-I,
                        :T-REC-AMOUNT     ,
                        :T-REC-BALANCE    ,
                        :T-REC-METHOD     ,
98271      ELSE
98271          NEXT SENTENCE.

98276      IF  T-REC-DEATH-DATE-I  LESS THAN  +0
98276          MOVE  SPACES  TO  T-REC-DEATH-DATE
98276      ELSE
98276          NEXT SENTENCE.

       C0300-FETCH-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
