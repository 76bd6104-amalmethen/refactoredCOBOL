S98225*                PERIOD INSTEAD OF RESCANNING THE HISTORY.       *
S98225*                OBSSS651 REBUILDS ANY PERIOD FROM HISTORY.      *
S98225*                                 HESSA AL-OTAIBI   02-09-2026    *
S98306*  -------------------------------------------------------------*
S98306*  SMR#98306     C2850-LOG-PERIOD-OVERRIDE AND C2910-LOG-KK-DROP *
S98306*  -----------   NOW KEEP THE DEPARTMENT AND CLERK OF THE LEAD   *
S98306*                (POV_DEPT/POV_CLERK, KKD_DEPT/KKD_CLERK), SO    *
S98306*                THE OBSSS687 MONTHLY OVERRIDE REGISTER CAN      *
S98306*                FILE EACH OVERRIDE UNDER ITS CLERK AND SECTION. *
S98306*                                 HESSA AL-OTAIBI   15-10-2026    *
      ***************************************************************** 00002790

      ***************************************************************** 00002790
98192  01  T-KKD-TRAN-CODE           PIC X(04).
98192  01  T-KKD-AMOUNT              PIC S9(12)V999 COMP-3.
98192  01  T-KKD-POST-DATE           PIC X(08).
98306  01  T-KKD-DEPT                PIC X(02).
98306  01  T-KKD-CLERK               PIC X(03).
      *
98176  01  W-TXN-CURR-CODE           PIC X(03)  VALUE SPACES.
98176  01  W-FOREIGN-CURR-SW         PIC X(01)  VALUE 'N'.
98181  01  T-PER-STATUS              PIC X(01).
98181  01  T-POV-SSN                 PIC X(11).
98181  01  T-POV-POST-DATE           PIC X(08).
98306  01  T-POV-DEPT                PIC X(02).
98306  01  T-POV-CLERK               PIC X(03).
      *
98124  01  T-ERR-SQLCODE             PIC S9(09)   COMP.
98124  01  T-ERR-TABNM               PIC X(30).
98192                                           TO  T-KKD-TRAN-CODE.
98192      MOVE  FMA-AF-AMOUNT                  TO  T-KKD-AMOUNT.
98192      MOVE  FUNCTION CURRENT-DATE(1:8)     TO  T-KKD-POST-DATE.
98306      MOVE  TRAN-LEAD-DEPT                 TO  T-KKD-DEPT.
98306      MOVE  TRAN-LEAD-CLERK                TO  T-KKD-CLERK.

98192      EXEC SQL
98192           INSERT INTO ST_HST_KK_ACCT_DROP
98192                (KKD_SSN,       KKD_ACCT,
98192                 KKD_TRAN_CODE, KKD_AMOUNT,
98306                 KKD_POST_DATE, KKD_DEPT,
98306                 KKD_CLERK)
98192           VALUES
98192                (:T-KKD-SSN,       :T-KKD-ACCT,
98192                 :T-KKD-TRAN-CODE, :T-KKD-AMOUNT,
98306                 :T-KKD-POST-DATE, :T-KKD-DEPT,
98306                 :T-KKD-CLERK)
98192      END-EXEC.

98192      PERFORM DB2-ERROR.
98181      MOVE 'ST_HST_PERIOD_OVERRIDE'        TO  W-EIBDS.
98181      MOVE  TRAN-LEAD-SSN-KEY              TO  T-POV-SSN.
98181      MOVE  FUNCTION CURRENT-DATE(1:8)     TO  T-POV-POST-DATE.
98306      MOVE  TRAN-LEAD-DEPT                 TO  T-POV-DEPT.
98306      MOVE  TRAN-LEAD-CLERK                TO  T-POV-CLERK.

98181      EXEC SQL
98181           INSERT INTO ST_HST_PERIOD_OVERRIDE
98181                (POV_SSN,       POV_PERIOD,
98181                 POV_ACCT_CDE,  POV_AMOUNT,
98306                 POV_POST_DATE, POV_DEPT,
98306                 POV_CLERK)
98181           VALUES
98181                (:T-POV-SSN,        :T-PER-YYYYMM,
98181                 :FMA-AF-ACCT-CDE,  :FMA-AF-AMOUNT,
98306                 :T-POV-POST-DATE,  :T-POV-DEPT,
98306                 :T-POV-CLERK)
98181      END-EXEC.

98181  C2850-EXIT.
