      *                       LINK TO ORSS0400, SAME AS OBSSS601-656. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98306 - A BREAK NOW ALSO KEEPS THE SUPERVISOR'S *
      *                       DEPARTMENT AND KEYED REASON ON          *
      *                       ST_HST_LOCK_AUDIT (LAU_DEPT,            *
      *                       LAU_REASON) FOR THE OBSSS687 MONTHLY    *
      *                       OVERRIDE REGISTER.                      *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98272 - TWO TASKS RACING FOR THE SAME KEY      *
      *                       BETWEEN THE FIND AND THE INSERT NO     *
      *                       LONGER ABEND THE LOSER: A -803 ON      *
                     (LAU_KEY_TYPE,   LAU_KEY,
                      LAU_HELD_PROGRAM, LAU_HELD_CLERK,
                      LAU_BROKEN_BY,  LAU_BREAK_DATE,
98306                 LAU_BREAK_TIME, LAU_DEPT,
98306                 LAU_REASON)
                VALUES
                     (:X657-KEY-TYPE,   :X657-KEY,
                      :T-LCK-PROGRAM,   :T-LCK-CLERK,
                      :X657-CLERK,      :W-TODAY-DATE,
98306                 :W-SYSTEM-HHMMSS, :X657-DEPT,
98306                 :X657-REASON)
           END-EXEC.

           PERFORM DB2-ERROR.
