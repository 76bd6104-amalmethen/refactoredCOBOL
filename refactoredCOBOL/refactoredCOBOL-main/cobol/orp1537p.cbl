      *                       FLAG, AND AN UNPOPULATED MATRIX FALLS   *
      *                       BACK TO THE OOPACEEE RESULT UNCHANGED.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98316 - MEMBER CHANGE HISTORY NOW CARRIES THE   *
      *                       CLERK'S DEPARTMENT (HST_DEPT) FOR THE   *
      *                       OBSSS700 DATA-QUALITY SCORECARD.        *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
                INSERT INTO ST_HST_EMPLOYEE_BASIC
                     (HST_SSN,         HST_FIELD_NAME,
                      HST_OLD_VALUE,   HST_NEW_VALUE,
98316                 HST_EFF_DATE,    HST_CLERK,
98316                 HST_DEPT)
                VALUES
                     (:T-M-BAS-EE-SSN,  :T-HST-FIELD-NAME,
                      :T-OLD-VALUE,     :T-NEW-VALUE,
98316                 :T-HST-EFF-DATE,  :T-HST-CLERK,
98316                 :TCTTE-DEPT)
           END-EXEC.

           PERFORM DB2-ERROR.
