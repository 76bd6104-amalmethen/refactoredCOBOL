      *        OUTPUT - CONSOLE LISTING; CLEARED CHECKPOINT ROWS      *
      *                  PLUS A CLEARANCE LOG ROW PER CLEAR.          *
      *                  COMMANDS:                                    *
98306 *                    G SSN REASON (CLEAR THE GL CHECKPOINT)     *
98306 *                    A SSN REASON (CLEAR THE ACCTG CHECKPOINT)  *
98306 *                  THE REASON IS KEPT ON THE CLEARANCE LOG ROW. *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *        MODIFICATION -                                         *
      *           SMR#98168 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     22-08-2026 *
      *           SMR#98306 - A CLEAR NOW NEEDS A REASON KEYED AFTER  *
      *                       THE SSN; THE REASON AND THE CLERK'S     *
      *                       DEPARTMENT ARE KEPT ON                  *
      *                       ST_HST_CKP_CLEARANCE (CLR_REASON,       *
      *                       CLR_DEPT) FOR THE OBSSS687 MONTHLY      *
      *                       OVERRIDE REGISTER.                      *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-CLR-SSN                   PIC 9(11).
       01  T-CLR-CLERK                 PIC X(03).
       01  T-CLR-POST-DATE             PIC X(08).
98306  01  T-CLR-DEPT                  PIC X(02).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
               88  W-CMD-ACCTG-CKP         VALUE 'A'.
           05  FILLER                  PIC X(01).
           05  W-CMD-SSN               PIC X(11).
98306      05  FILLER                  PIC X(01).
98306      05  W-CMD-REASON            PIC X(40).
98306  01  W-CMD-LEN                   PIC S9(04) COMP VALUE +54.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *

       01  W-TEXT-AREA.
           05  W-TEXT-HEADING1         PIC X(64) VALUE
98306          'BATCH CHECKPOINT CONSOLE - KEY G-A SSN REASON TO CLEAR'.
           05  W-TEXT-HEAD-GL          PIC X(44) VALUE
               'GL-WRITE CHECKPOINTS   (SSN / NDX / AGE):'.
           05  W-TEXT-HEAD-ACK         PIC X(44) VALUE
           05  W-TEXT-NONE             PIC X(24) VALUE
               '  (NONE ON FILE)'.
           05  W-TEXT-BAD-CMD          PIC X(56) VALUE
98306          'ENTER G OR A, THE CHECKPOINT SSN, THEN THE REASON.'.
           05  W-TEXT-NOT-OPEN         PIC X(56) VALUE
               'NO CHECKPOINT ROW FOR THAT SSN.'.
           05  W-TEXT-NOT-AUTH         PIC X(56) VALUE
       C0200-RECEIVE-CLEAR-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
98306      MOVE +54      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
               NEXT SENTENCE.

           IF  W-CMD-SSN  NOT NUMERIC   OR
98306          W-CMD-REASON  EQUAL TO  SPACES  OR
               ( NOT W-CMD-GL-CKP  AND  NOT W-CMD-ACCTG-CKP )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           MOVE 'ST_HST_CKP_CLEARANCE'      TO  W-EIBDS.
           MOVE  TCTTE-CLERK                TO  T-CLR-CLERK.
           MOVE  FUNCTION CURRENT-DATE(1:8) TO  T-CLR-POST-DATE.
98306      MOVE  TCTTE-DEPT                 TO  T-CLR-DEPT.

           EXEC SQL
                INSERT INTO ST_HST_CKP_CLEARANCE
                     (CLR_TABLE,   CLR_SSN,
98306                 CLR_CLERK,   CLR_POST_DATE,
98306                 CLR_DEPT,    CLR_REASON)
                VALUES
                     (:T-CLR-TABLE,  :T-CLR-SSN,
98306                 :T-CLR-CLERK,  :T-CLR-POST-DATE,
98306                 :T-CLR-DEPT,   :W-CMD-REASON)
           END-EXEC.

           PERFORM DB2-ERROR.
