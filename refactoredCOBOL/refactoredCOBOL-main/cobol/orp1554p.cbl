      *                       FLAG, AND AN UNPOPULATED MATRIX FALLS   *
      *                       BACK TO THE OOPACEEE RESULT UNCHANGED.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98299 - A BANK-CHANGE COOLING-OFF STOP PLACED   *
      *                       BY OBSSS681 (REFERENCE COOLOFF) IS NOT  *
      *                       RELEASED HERE: IT NEEDS THE CALLBACK    *
      *                       RELEASE ON ORP1575P.  IT MAY STILL BE   *
      *                       CONVERTED TO A REVERSAL.                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-STP-REF                   PIC X(10).
       01  T-STP-CLERK                 PIC X(03).
       01  T-STP-POST-DATE             PIC X(08).
98299  01  T-STP-COOLOFF-COUNT         PIC S9(09) COMP.
98299  01  K-COOLOFF-REF               PIC X(10)  VALUE 'COOLOFF'.

      *****************************************************************
      *                 ORIGINAL POSTING HOST VARIABLES               *
               'NO OPEN STOP ORDER FOR THAT SSN.'.
           05  W-TEXT-SAME-CLERK       PIC X(60) VALUE
               'APPROVING CLERK MUST DIFFER FROM THE STOPPER.'.
98299      05  W-TEXT-COOLOFF-STOP     PIC X(60) VALUE
98299          'COOLING-OFF STOP - RELEASE IT ON TRANSACTION 1575.'.
           05  W-TEXT-NO-POSTING       PIC X(60) VALUE
               'NO MATCHING DISBURSEMENT POSTING FOUND.'.
           05  W-TEXT-POST-REJECTED    PIC X(60) VALUE
      *    OBSSS623 RUN: ITS B0300 RELEASED-STOPS PASS (SMR#98264)    *
      *    JOINS THE 'R' ROW BACK TO THE ORIGINAL POSTING, EMITS      *
      *    THE PAYMENT AND CLOSES THE STOP ('D').  THE RELEASING      *
      *    CLERK MUST NOT BE THE ONE WHO STOPPED IT.  SMR#98299: A    *
      *    COOLING-OFF STOP IS LEFT FOR THE ORP1575P CALLBACK         *
      *    RELEASE.                                                   *
      *****************************************************************

       C0400-RELEASE-STOP SECTION.

           PERFORM C0700-FETCH-OPEN-STOP.

98299      EXEC SQL
98299           SELECT  COUNT(*)
98299           INTO   :T-STP-COOLOFF-COUNT
98299           FROM    ST_WRK_STOP_PAY
98299           WHERE   STP_SSN     =  :T-STP-SSN
98299           AND     STP_REF     =  :K-COOLOFF-REF
98299           AND     STP_STATUS  =  ' '
98299      END-EXEC.

98299      PERFORM DB2-ERROR.

98299      IF  T-STP-COOLOFF-COUNT  GREATER THAN  ZERO
98299          MOVE W-TEXT-COOLOFF-STOP  TO  W-TEXT-ERROR
98299          PERFORM C0800-SEND-ERROR-RETURN
98299      ELSE
98299          NEXT SENTENCE.

           EXEC SQL
                UPDATE  ST_WRK_STOP_PAY
                SET     STP_STATUS  =  'R'
