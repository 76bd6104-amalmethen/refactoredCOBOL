      *        OUTPUT - THE HOLDER DISPLAY AND SUPERVISED BREAKS.     *
      *                  COMMANDS:                                    *
      *                   E-R KEY I     (WHO HOLDS IT)                *
98306 *                   E-R KEY B REASON (BREAK THE LOCK, AUDITED,  *
98306 *                                     THE REASON KEPT WITH IT)  *
      *                  KEY IS THE SSN, OR THE REGISTRATION NUMBER   *
      *                  ZERO-FILLED ON THE LEFT TO 11 DIGITS.        *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98243 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98306 - A BREAK NOW NEEDS A REASON KEYED AFTER  *
      *                       THE B; IT GOES WITH THE DEPARTMENT TO   *
      *                       OBSSS657 AND ONTO ST_HST_LOCK_AUDIT FOR *
      *                       THE OBSSS687 MONTHLY OVERRIDE REGISTER. *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-INQUIRE           VALUE 'I'.
               88  W-CMD-BREAK             VALUE 'B'.
98306      05  FILLER                  PIC X(01).
98306      05  W-CMD-REASON            PIC X(40).
98306  01  W-CMD-LEN                   PIC S9(04) COMP VALUE +56.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'INTENT-LOCK UTILITY - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
98306          'E-R KEY I (WHO HOLDS IT) / E-R KEY B REASON (BREAK)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NO LOCK IS HELD ON THAT KEY.'.
           05  W-TEXT-BROKEN           PIC X(60) VALUE
               'LOCK BROKEN AND AUDITED.'.
98306      05  W-TEXT-NO-REASON        PIC X(60) VALUE
98306          'A BREAK NEEDS THE REASON KEYED AFTER THE B.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'INTENT-LOCK UTILITY ENDED.'.

       C0200-RECEIVE-LOCK-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
98306      MOVE +56      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
           ELSE
               NEXT SENTENCE.

98306      IF  W-CMD-BREAK  AND  W-CMD-REASON  EQUAL TO  SPACES
98306          MOVE W-TEXT-NO-REASON  TO  W-TEXT-ERROR
98306          PERFORM C0800-SEND-ERROR-RETURN
98306      ELSE
98306          NEXT SENTENCE.

           MOVE  W-CMD-KEY-TYPE  TO  X657-KEY-TYPE.
           MOVE  W-CMD-KEY       TO  X657-KEY.
           MOVE 'ORP1559P'       TO  X657-PROGRAM.
           MOVE  TCTTE-CLERK     TO  X657-CLERK.
98306      MOVE  TCTTE-DEPT      TO  X657-DEPT.
98306      MOVE  W-CMD-REASON    TO  X657-REASON.

           IF  W-CMD-BREAK
               MOVE 'B'  TO  X657-FUNCTION
