      *                  TRAN LOW HIGH BACK FWD X   (ADD/CHANGE; X =  *
      *                    D, C OR - FOR EITHER DIRECTION)            *
      *                  TRAN LOW DEL               (REMOVE)          *
98294 *                  YYYYMM ADJ  (OPENS THE SUPERVISED ADJUSTMENT *
98294 *                    WINDOW OF THE CLOSED FISCAL YEAR HOLDING   *
98294 *                    THE PERIOD)                                *
98294 *                  YYYYMM LCK  (RE-LOCKS THAT YEAR)             *
98294 *                 A PERIOD OF A FISCAL YEAR OBSSS675 HAS CLOSED *
98294 *                 TAKES NO OTHER COMMAND.                       *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *        MODIFICATION -                                         *
      *           SMR#98181 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     22-08-2026 *
      *           SMR#98294 - ADJ/LCK OPEN AND RE-LOCK A CLOSED       *
      *                       FISCAL YEAR'S SUPERVISED ADJUSTMENT     *
      *                       WINDOW ON ST_ACCTG_YEAR_CLOSE, AND THE  *
      *                       PERIODS OF A CLOSED YEAR CAN NO LONGER  *
      *                       BE RE-OPENED OR DELETED HERE.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-PER-YYYYMM                PIC X(06).
       01  T-PER-STATUS                PIC X(01).

      *****************************************************************
      *            FISCAL YEAR-CLOSE ROW HOST VARIABLES (SMR#98294)   *
      *****************************************************************

98294  01  T-YRC-YEAR                  PIC X(04).
98294  01  T-YRC-STATUS                PIC X(01).
98294  01  T-YRC-NEW-STATUS            PIC X(01).
98294  01  W-PER-DATE.
98294      05  W-PD-YYYYMM             PIC X(06).
98294      05  W-PD-DD                 PIC X(02)  VALUE '01'.
98294  01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-HEADING1         PIC X(64) VALUE
98294          'ACCTG PERIOD STATUS - KEY YYYYMM O/S/H/ADJ/LCK, OR DEL'.
           05  W-TEXT-HEADING2         PIC X(64) VALUE
               'PERIOD  STATUS (O=OPEN S=SOFT-CLOSED H=HARD-CLOSED)'.
           05  W-TEXT-LINE.
           05  W-TEXT-NONE             PIC X(36) VALUE
               'NO PERIOD STATUS ROWS ON FILE.'.
           05  W-TEXT-BAD-CMD          PIC X(56) VALUE
98294          'KEY A YYYYMM PERIOD, THEN O, S, H, ADJ, LCK OR DEL.'.
           05  W-TEXT-NOT-FOUND        PIC X(56) VALUE
               'NO STATUS ROW FOR THAT PERIOD.'.
           05  W-TEXT-NOT-AUTH         PIC X(56) VALUE
               'NOT AUTHORIZED TO CHANGE PERIOD STATUSES.'.
           05  W-TEXT-BYE              PIC X(26) VALUE
               'PERIOD STATUS MAINT ENDED.'.
98294      05  W-TEXT-YEAR-CLOSED      PIC X(56) VALUE
98294          'PERIOD IS IN A CLOSED FISCAL YEAR - ONLY ADJ OR LCK.'.
98294      05  W-TEXT-NO-YEAR          PIC X(56) VALUE
98294          'NO CLOSED FISCAL YEAR IN THAT STATE HOLDS THE PERIOD.'.

       01  W-TEXT-ERROR                PIC X(56).


           MOVE  W-CMD-PERIOD  TO  T-PER-YYYYMM.

98294      PERFORM C0250-GET-YEAR-STATUS.

98294      IF  W-CMD-STATUS  EQUAL TO  'ADJ'  OR  'LCK'
98294          PERFORM C0500-SET-ADJ-WINDOW
98294          MOVE '1'          TO  TCTTE-ENTRY-COUNT
98294          PERFORM C0100-BUILD-RULE-LIST
98294      END-IF.

98294      IF  T-YRC-STATUS  EQUAL TO  'C'  OR  'A'
98294          MOVE W-TEXT-YEAR-CLOSED  TO  W-TEXT-ERROR
98294          PERFORM C0800-SEND-ERROR-RETURN
98294      END-IF.

           IF  W-CMD-STATUS  EQUAL TO  'DEL'
               PERFORM C0400-DELETE-RULE
           ELSE
       C0200-RECEIVE-MAINT-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0250-GET-YEAR-STATUS                         *
      *****************************************************************
      *    SMR#98294: PICKS UP THE ST_ACCTG_YEAR_CLOSE STATUS OF THE  *
      *    FISCAL YEAR HOLDING THE KEYED PERIOD (SPACE WHEN NO        *
      *    CLOSED OR CLOSING YEAR HOLDS IT).                          *
      *****************************************************************

98294  C0250-GET-YEAR-STATUS SECTION.

98294      MOVE 'ST_ACCTG_YEAR_CLOSE'  TO  W-EIBDS.
98294      MOVE  T-PER-YYYYMM          TO  W-PD-YYYYMM.
98294      MOVE  SPACES                TO  T-YRC-YEAR  T-YRC-STATUS.

98294      EXEC SQL
98294           SELECT   YRC_YEAR ,
98294                    YRC_STATUS
98294           INTO    :T-YRC-YEAR ,
98294                   :T-YRC-STATUS
98294           FROM     ST_ACCTG_YEAR_CLOSE
98294           WHERE   :W-PER-DATE  BETWEEN
98294                    YRC_BEGIN_DATE  AND  YRC_END_DATE
98294           FETCH FIRST 1 ROW ONLY
98294      END-EXEC.

98294      PERFORM DB2-ERROR.

98294      IF  SQLCODE  NOT EQUAL TO  +0
98294          MOVE  SPACES  TO  T-YRC-YEAR  T-YRC-STATUS
98294      END-IF.

98294  C0250-GET-YEAR-STATUS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0300-UPSERT-RULE                           *
      *****************************************************************
      *    THIS SECTION CHANGES THE KEYED PERIOD'S STATUS, OR ADDS    *
       C0400-DELETE-RULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0500-SET-ADJ-WINDOW                          *
      *****************************************************************
      *    SMR#98294: ADJ OPENS A CLOSED ('C') YEAR'S SUPERVISED      *
      *    ADJUSTMENT WINDOW ('A') -- OBSSS627 THEN QUEUES ANY ENTRY  *
      *    DATED IN THE YEAR FOR SECOND-SUPERVISOR RELEASE INSTEAD    *
      *    OF REJECTING IT -- AND LCK CLOSES IT AGAIN.  A RE-RUN OF   *
      *    OBSSS675 AFTER THE LOCK CLOSES WHAT THE ADJUSTMENTS LEFT   *
      *    ON THE INCOME AND EXPENSE ACCOUNTS.  THE CLERK AND DATE    *
      *    ARE KEPT ON THE ROW.                                       *
      *****************************************************************

98294  C0500-SET-ADJ-WINDOW SECTION.

98294      IF  W-CMD-STATUS  EQUAL TO  'ADJ'  AND
98294          T-YRC-STATUS  EQUAL TO  'C'
98294          MOVE 'A'  TO  T-YRC-NEW-STATUS
98294      ELSE
98294      IF  W-CMD-STATUS  EQUAL TO  'LCK'  AND
98294          T-YRC-STATUS  EQUAL TO  'A'
98294          MOVE 'C'  TO  T-YRC-NEW-STATUS
98294      ELSE
98294          MOVE W-TEXT-NO-YEAR  TO  W-TEXT-ERROR
98294          PERFORM C0800-SEND-ERROR-RETURN.

98294      MOVE 'ST_ACCTG_YEAR_CLOSE'        TO  W-EIBDS.
98294      MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.

98294      EXEC SQL
98294           UPDATE   ST_ACCTG_YEAR_CLOSE
98294           SET      YRC_STATUS     =  :T-YRC-NEW-STATUS,
98294                    YRC_UPD_CLERK  =  :TCTTE-CLERK,
98294                    YRC_UPD_DATE   =  :W-TODAY-DATE
98294           WHERE    YRC_YEAR       =  :T-YRC-YEAR
98294      END-EXEC.

98294      PERFORM DB2-ERROR.

98294  C0500-SET-ADJ-WINDOW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************

