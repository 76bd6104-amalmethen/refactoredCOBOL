      *               'W'  AWAITING DOCUMENTS                         *
      *               'D'  DECIDED    (ELIGIBILITY RECORDED E/N)      *
      *               'P'  AWARDED    (AWARD ENTRIES POSTED)          *
      *               'T'  ENDED      (SURVIVOR SHARE STOPPED)        *
      *                                                               *
      *           AN APPROVED AWARD IS POSTED THROUGH THE OBSSS627    *
      *           SERVICE, SO THE AWARD ACCOUNTING RIDES THE SAME     *
      *                   SSN CIVID R                (DOCS RECEIVED)  *
      *                   SSN CIVID D E|N            (DECIDE)         *
      *                   SSN CIVID P ACCT AMOUNT    (AWARD)          *
      *                   SSN CIVID S M|D            (STOP SHARE)     *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *                       FLAG, AND AN UNPOPULATED MATRIX FALLS   *
      *                       BACK TO THE OOPACEEE RESULT UNCHANGED.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98277 - AN AWARD NOW ALSO SETS THE MONTHLY      *
      *                       SURVIVOR PENSION: OBSSS664 GIVES EACH   *
      *                       ELIGIBLE DEPENDENT A ST_MST_PENSION     *
      *                       ROW WITH ITS STATUTORY SHARE, WHICH     *
      *                       OBSSS631 PAYS.  NEW COMMAND S M|D       *
      *                       RECORDS A SURVIVOR'S MARRIAGE OR        *
      *                       DEATH, ENDS THAT SHARE AND SHARES IT    *
      *                       OUT AMONG THE REST.                     *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
               88  W-CMD-RECEIVED          VALUE 'R'.
               88  W-CMD-DECIDE            VALUE 'D'.
               88  W-CMD-AWARD             VALUE 'P'.
98277          88  W-CMD-STOP              VALUE 'S'.
           05  FILLER                  PIC X(01).
           05  W-CMD-REST              PIC X(30).
           05  W-CMD-REST-R REDEFINES W-CMD-REST.
           05  W-CMD-REST-D REDEFINES W-CMD-REST.
               10  W-CMD-DECISION      PIC X(01).
               10  FILLER              PIC X(29).
98277      05  W-CMD-REST-S REDEFINES W-CMD-REST.
98277          10  W-CMD-STOP-REASON   PIC X(01).
98277              88  W-CMD-STOP-MARRIED  VALUE 'M'.
98277              88  W-CMD-STOP-DIED     VALUE 'D'.
98277          10  FILLER              PIC X(29).
           05  W-CMD-REST-P REDEFINES W-CMD-REST.
               10  W-CMD-ACCT          PIC X(11).
               10  FILLER              PIC X(01).
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'SURVIVOR CASE PROCESSING - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
98277          'SSN CIVID A CLK / W / R / D E-N / P ACCT AMT / S M-D'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'AWARD DIVERTED TO PENDING APPROVAL QUEUE.'.
           05  W-TEXT-POST-REJECTED    PIC X(60) VALUE
               'AWARD POSTING REJECTED - SEE MESSAGE CODE.'.
98277      05  W-TEXT-BAD-STOP         PIC X(60) VALUE
98277          'STOP REASON MUST BE M (MARRIED) OR D (DIED).'.
98277      05  W-TEXT-NO-SHARE-BASE    PIC X(60) VALUE
98277          'AWARDED - NO ENTITLEMENT ON FILE, NO SHARES SET.'.
           05  W-TEXT-DONE             PIC X(60) VALUE
               'CASE ACTION APPLIED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
98242  01  X645-AUTH-AREA.
98242      COPY OBC645CA.

      *****************************************************************
      *        SURVIVOR SHARE SERVICE COMMAREA (SMR#98277)            *
      *****************************************************************

98277  01  X664-SHARE-AREA.
98277      COPY OBC664CA.

      *****************************************************************
      *        DEPENDENT HISTORY HOST VARIABLES (SMR#98277)           *
      *****************************************************************

98277  01  T-DPH-OLD-VALUE             PIC X(50).
98277  01  T-DPH-NEW-VALUE             PIC X(50).

      *****************************************************************
      *                    LINKAGE SECTION                            *
      *****************************************************************
               W-CMD-CIVID  NOT NUMERIC  OR
               ( NOT W-CMD-ASSIGN  AND  NOT W-CMD-AWAIT  AND
                 NOT W-CMD-RECEIVED  AND  NOT W-CMD-DECIDE
98277                                AND  NOT W-CMD-AWARD
98277                                AND  NOT W-CMD-STOP )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
           IF  W-CMD-DECIDE
               PERFORM C0500-DECIDE-CASE
           ELSE
98277      IF  W-CMD-STOP
98277          PERFORM C0700-STOP-SHARE
98277      ELSE
               PERFORM C0600-AWARD-CASE.

           MOVE W-TEXT-DONE  TO  W-TEXT-ERROR.

           PERFORM DB2-ERROR.

98277      MOVE 'A'  TO  X664-EVENT.
98277      PERFORM C0650-SET-SURVIVOR-SHARES.

98277      IF  X664-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98277          MOVE W-TEXT-NO-SHARE-BASE  TO  W-TEXT-ERROR
98277          PERFORM C0800-SEND-ERROR-RETURN
98277      ELSE
98277          NEXT SENTENCE.

       C0600-AWARD-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0650-SET-SURVIVOR-SHARES                      *
      *****************************************************************
      *    SMR#98277: HANDS THE CASE'S EVENT TO THE OBSSS664 SHARE    *
      *    SERVICE, WHICH SETS (OR SHARES OUT AGAIN) THE MONTHLY      *
      *    SURVIVOR PENSION ROWS AND LOGS EVERY CHANGE.               *
      *****************************************************************

98277  C0650-SET-SURVIVOR-SHARES SECTION.

98277      MOVE  T-SRV-SSN           TO  X664-SSN.
98277      MOVE  T-SRV-DEP-CIVIL-ID  TO  X664-DEP-CIVIL-ID.
98277      MOVE  TCTTE-CLERK         TO  X664-CLERK.

98277      EXEC CICS LINK
98277           PROGRAM  ('OBSSS664')
98277           COMMAREA (X664-SHARE-AREA)
98277           LENGTH   (LENGTH OF X664-SHARE-AREA)
98277      END-EXEC.

98277  C0650-SET-SURVIVOR-SHARES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-STOP-SHARE                               *
      *****************************************************************
      *    SMR#98277: RECORDS AN AWARDED SURVIVOR'S MARRIAGE (M) OR   *
      *    DEATH (D) ON THE DEPENDENT ROW, WITH THE SAME OLD/NEW-     *
      *    VALUE HISTORY ROW ORP1525P AND OBSSS649 WRITE, THEN HAS    *
      *    OBSSS664 END THE SHARE AND SHARE IT OUT AMONG THE REST.    *
      *****************************************************************

98277  C0700-STOP-SHARE SECTION.

98277      IF  T-SRV-STATUS  NOT EQUAL TO  'P'
98277          MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
98277          PERFORM C0800-SEND-ERROR-RETURN
98277      ELSE
98277          NEXT SENTENCE.

98277      IF  NOT W-CMD-STOP-MARRIED  AND  NOT W-CMD-STOP-DIED
98277          MOVE W-TEXT-BAD-STOP  TO  W-TEXT-ERROR
98277          PERFORM C0800-SEND-ERROR-RETURN
98277      ELSE
98277          NEXT SENTENCE.

98277      MOVE 'ST_MST_EMPLOYEE_DEPENDENT'  TO  W-EIBDS.

98277      EXEC SQL
98277           UPDATE  ST_MST_EMPLOYEE_DEPENDENT
98277           SET     M_DEP_STATUS    =  :W-CMD-STOP-REASON
98277           WHERE   M_DEP_SSN       =  :T-SRV-SSN
98277           AND     M_DEP_CIVIL_ID  =  :T-SRV-DEP-CIVIL-ID
98277      END-EXEC.

98277      PERFORM DB2-ERROR.

98277      MOVE 'ST_HST_EE_DEPENDENT'  TO  W-EIBDS.
98277      MOVE  SPACES                TO  T-DPH-OLD-VALUE
98277                                      T-DPH-NEW-VALUE.
98277      MOVE 'STATUS  '             TO  T-DPH-OLD-VALUE (1:8).
98277      MOVE 'STATUS  '             TO  T-DPH-NEW-VALUE (1:8).
98277      MOVE  W-CMD-STOP-REASON     TO  T-DPH-NEW-VALUE (8:1).

98277      EXEC SQL
98277           INSERT INTO ST_HST_EE_DEPENDENT
98277                (DPH_SSN,        DPH_CIVIL_ID,
98277                 DPH_ACTION,     DPH_OLD_VALUE,
98277                 DPH_NEW_VALUE,  DPH_CLERK,
98277                 DPH_POST_DATE)
98277           VALUES
98277                (:T-SRV-SSN,       :T-SRV-DEP-CIVIL-ID,
98277                 'C',              :T-DPH-OLD-VALUE,
98277                 :T-DPH-NEW-VALUE, :TCTTE-CLERK,
98277                 :W-TODAY-DATE)
98277      END-EXEC.

98277      PERFORM DB2-ERROR.

98277      MOVE  W-CMD-STOP-REASON  TO  X664-EVENT.
98277      PERFORM C0650-SET-SURVIVOR-SHARES.

98277  C0700-STOP-SHARE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
