      *                  SO THE SAME DAY'S OBSSS623 RUN HANDS THE     *
      *                  NET AMOUNTS TO THE BANKS -- GL, HISTORY      *
      *                  AND DISBURSEMENT STAY CONSISTENT.            *
98293 *                  THE POSTING'S VALUE DATE IS THE PAY DATE     *
98293 *                  ROLLED TO THE NEXT BUSINESS DAY BY THE       *
98293 *                  OBSSS674 CALENDAR SERVICE, SO NO PAYMENT IS  *
98293 *                  VALUED ON A WEEKEND OR PUBLIC HOLIDAY.       *
      *                - A PAYROLL REGISTER (PAYREG) COMES OUT OF     *
      *                  THE SAME RUN: A DETAIL LINE PER PENSIONER    *
      *                  AND GROSS/DEDUCTION/NET TOTALS PER BANK      *
      *                  PLUS A GRAND TOTAL.                          *
98278 *                - THE MONTH RUNS TWICE.  THE FIRST (PROOF) RUN *
98278 *                  POSTS NOTHING: EACH PENSIONER'S LINE GOES TO *
98278 *                  ST_WRK_PAYROLL_PROOF AND PAYREG CARRIES A    *
98278 *                  VARIANCE SECTION AGAINST LAST MONTH'S PAID   *
98278 *                  LINES (NEW, STOPPED AND CHANGED PENSIONERS,  *
98278 *                  BANK AND GRAND TOTALS).  ONCE A SUPERVISOR   *
98278 *                  RELEASES THE PROOF ON ORP1564P THE NEXT RUN  *
98278 *                  POSTS EVERY LINE THAT STILL MATCHES ITS      *
98278 *                  PROVED NET, BANK AND ACCOUNT AND HOLDS THE   *
98278 *                  REST.  A MONTH WITH HELD LINES STAYS OPEN:   *
98278 *                  THEY ARE PROVED AND RELEASED AGAIN UNTIL     *
98278 *                  NONE IS LEFT.  A PAID MONTH IS NOT RUN       *
98278 *                  AGAIN.                                       *
98281 *                - THE POSTING RUN STOPS ('S') ANY ACTIVE       *
98281 *                  PENSION LOAN WHOSE MEMBER NO LONGER HAS AN   *
98281 *                  OWN PENSION IN PAY OR SUSPENSE.              *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_PENSION      (DB2 MASTER TABLE)     *
      *                    ST_MST_BANK_PAY     (DB2 MASTER TABLE)     *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
98278 *                    ST_CTL_PAYROLL_PROOF (DB2 CONTROL TABLE)   *
98278 *                    ST_WRK_PAYROLL_PROOF (DB2 WORK TABLE)      *
98281 *                    ST_MST_PENSION_LOAN (DB2 MASTER TABLE)     *
98293 *                    ST_MST_CALENDAR     (VIA OBSSS674)         *
      *                                                               *
      *****************************************************************
           EJECT
      *    OUTPUT - A NET PENSION POSTING THROUGH OBSSS627 PER        *
      *             PENSIONER IN PAY STATUS; PAYREG REGISTER          *
      *             DETAIL, PER-BANK TOTAL AND GRAND TOTAL LINES.     *
98278 *             PROOF RUN - ST_WRK_PAYROLL_PROOF LINES, THE       *
98278 *             PAYREG VARIANCE SECTION AND THE MONTH'S           *
98278 *             ST_CTL_PAYROLL_PROOF ROW AWAITING RELEASE.        *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *                       TO THE MASTER'S STANDING DEDUCTIONS     *
      *                       BEFORE THE NET IS COMPUTED.             *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98273 - A PENSION AWARDED THROUGH ORP1562P IS   *
      *                       NOT PAID BEFORE ITS FIRST PAYMENT DATE  *
      *                       (THE MONTHS BEFORE IT WENT OUT AS       *
      *                       ARREARS ON APPROVAL).                   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98275 - A PENSIONER WHOSE LIFE CERTIFICATE IS   *
      *                       OVERDUE PAST THE GRACE PERIOD IS NOT    *
      *                       PAID BUT SUSPENDED, AND LISTED IN A     *
      *                       SEPARATE SUSPENSION SECTION OF PAYREG.  *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98276 - A RE-EMPLOYED PENSIONER'S GROSS IS      *
      *                       REDUCED BY THE EARNINGS-RULE REDUCTION  *
      *                       OF THE LATEST RE-EMPLOYMENT PERIOD      *
      *                       (ST_WRK_REEMPLOY, OPENED BY OBSSS630);  *
      *                       ONE THAT TAKES THE WHOLE GROSS          *
      *                       SUSPENDS THE PENSION FOR THE MONTH.     *
      *                       EACH RUN STARTS BY RESUMING LAST        *
      *                       MONTH'S RE-EMPLOYMENT SUSPENSIONS SO    *
      *                       EVERY CASE IS RE-WORKED.                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98277 - A SURVIVOR PENSION ROW (ONE PER         *
      *                       DEPENDENT UNDER THE DECEASED MEMBER'S   *
      *                       SSN) POSTS WITH THE DEPENDENT'S         *
      *                       CIVIL-ID, AND IS PAID OR SUSPENDED ON   *
      *                       THAT DEPENDENT'S OWN LIFE CERTIFICATE.  *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98278 - PROOF RUN WITH A VARIANCE REVIEW        *
      *                       AGAINST LAST MONTH; NOTHING POSTS       *
      *                       UNTIL A SUPERVISOR RELEASES THE PROOF   *
      *                       ON ORP1564P.  HELD LINES KEEP THE MONTH *
      *                       OPEN UNTIL PROVED AND RELEASED AGAIN.   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98279 - THE PAYROLL PERIOD IS PASSED TO         *
      *                       OBSSS632 SO EACH COURT ORDER'S TAKE IS  *
      *                       KEPT FOR THE PAYMENT HISTORY INQUIRY.   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98281 - PENSION LOAN INSTALLMENTS.  OBSSS632    *
      *                       PRICES EVERY LINE AND POSTS ORDERS AND  *
      *                       LOAN REPAYMENTS ONLY FOR A LINE THAT    *
      *                       IS PAID; THE LOAN PART IS KEPT ON THE   *
      *                       PROOF LINE.  LOANS OF A STOPPED PENSION *
      *                       ARE STOPPED.                            *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98293 - THE NET PENSION POSTS WITH THE PAY DATE *
      *                       ROLLED TO THE NEXT BUSINESS DAY         *
      *                       (OBSSS674) AS ITS VALUE DATE, SO A RUN  *
      *                       FALLING ON A WEEKEND OR AN EID HOLIDAY  *
      *                       IS VALUED WHEN THE BANKS REOPEN.        *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98304 - EACH REPORT LINE WRITTEN IS ALSO KEPT   *
      *                       ON ST_RPT_ARCHIVE_LINE UNDER THE        *
      *                       REPORT, THE RUN BUSINESS DATE AND THE   *
      *                       JOB, FOR THE ORP1578P ON-LINE REPORT    *
      *                       VIEWER.                                 *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
           05  K-PAYROLL-TERM          PIC X(04)  VALUE 'BTCH'.
           05  K-PAYROLL-DEPT          PIC X(02)  VALUE 'PY'.
           05  K-PAYROLL-CLERK         PIC X(03)  VALUE 'PAY'.
98275      05  C-DEFAULT-GRACE-MONTHS  PIC S9(03) COMP-3 VALUE +2.
98275      05  K-SUSP-LIFE-CERT        PIC X(01)  VALUE 'L'.
98276      05  C-DEFAULT-LOOKBACK      PIC S9(03) COMP-3 VALUE +2.
98276      05  K-SUSP-REEMPLOY         PIC X(01)  VALUE 'R'.
98278      05  C-DEFAULT-TOL-PCT       PIC S9(03)V99 COMP-3 VALUE +10.

      *****************************************************************
      *        REX'S COMMUNICATION REGION -- THE PAYROLL CARRIES      *
       01  W-FIRST-ROW-SW              PIC X(01)  VALUE 'Y'.
           88  W-FIRST-ROW                  VALUE 'Y'.

98275  01  W-SUSP-EOF-SW               PIC X(01)  VALUE 'N'.
98275      88  W-SUSP-EOF                   VALUE 'Y'.

98278  01  W-RUN-MODE-SW               PIC X(01)  VALUE 'P'.
98278      88  W-PROOF-RUN                  VALUE 'P'.
98278      88  W-RELEASED-RUN               VALUE 'R'.
98278      88  W-PAID-RUN                   VALUE 'D'.

98278  01  W-PROOF-FOUND-SW            PIC X(01)  VALUE 'N'.
98278      88  W-PROOF-FOUND                VALUE 'Y'.

98278  01  W-LINE-PAID-SW              PIC X(01)  VALUE 'N'.
98278      88  W-LINE-PAID                  VALUE 'Y'.

98278  01  W-POST-LINE-SW              PIC X(01)  VALUE 'N'.
98278      88  W-POST-LINE                  VALUE 'Y'.

98278  01  W-VAR-EOF-SW                PIC X(01)  VALUE 'N'.
98278      88  W-VAR-EOF                    VALUE 'Y'.

98278  01  W-VAR-OVER-SW               PIC X(01)  VALUE 'N'.
98278      88  W-VAR-OVER                   VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS631'.
       01  T-RUN-PENSION-ACCT          PIC 9(11).
98275  01  T-RUN-LIFE-GRACE-MONTHS     PIC S9(03) COMP-3.
98275  01  T-RUN-GRACE-IND             PIC S9(04) COMP.
98276  01  T-RUN-REEMP-LOOKBACK        PIC S9(03) COMP-3.
98276  01  T-RUN-LOOKBACK-IND          PIC S9(04) COMP.
98278  01  T-RUN-PROOF-TOL-PCT         PIC S9(03)V99 COMP-3.
98278  01  T-RUN-TOL-IND               PIC S9(04) COMP.

      *****************************************************************
      *              PENSION / BANK HOST VARIABLES                    *
       01  T-PEN-SSN                   PIC 9(11).
       01  T-PEN-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-PEN-DED-AMT               PIC S9(6)V9(3) COMP-3.
98277  01  T-PEN-DEP-CIVIL-ID          PIC 9(12).
98278  01  T-PEN-TYPE                  PIC X(01).
       01  T-PEN-BANK-BR-AGY           PIC X(04).
       01  T-BANK-IND                  PIC S9(04) COMP.
98278  01  T-PEN-ACCT-NUM              PIC X(30).
98278  01  T-ACCT-IND                  PIC S9(04) COMP.

       01  W-NET-AMOUNT                PIC S9(6)V9(3) COMP-3.

      *****************************************************************
      *        LIFE CERTIFICATE SUSPENSION FIELDS (SMR#98275)         *
      *****************************************************************

98275  01  T-LCF-DUE-DATE              PIC X(08).
98275  01  W-GRACE-MONTHS              PIC S9(03) COMP-3.
98275  01  W-LIFE-CUTOFF.
98275      05  W-LC-YYYY               PIC 9(04).
98275      05  W-LC-MM                 PIC 9(02).
98275      05  W-LC-DD                 PIC X(02).
98275  01  W-LC-MONTHS                 PIC S9(06) COMP.
98275  01  W-SUSP-COUNT                PIC S9(07)     COMP-3.
98275  01  W-SUSP-GROSS                PIC S9(13)V999 COMP-3.

      *****************************************************************
      *        RE-EMPLOYED PENSIONER EARNINGS RULE (SMR#98276)        *
      *****************************************************************

98276  01  T-RMP-PERIOD                PIC X(06).
98276  01  T-RMP-PERIOD-IND            PIC S9(04) COMP.
98276  01  T-RMP-REDUCE-AMT            PIC S9(13)V999 COMP-3.
98276  01  W-LOOKBACK-MONTHS           PIC S9(03) COMP-3.
98276  01  W-REEMP-CUTOFF.
98276      05  W-RC-YYYY               PIC 9(04).
98276      05  W-RC-MM                 PIC 9(02).
98276  01  W-RC-MONTHS                 PIC S9(06) COMP.
98276  01  W-REEMP-SSN                 PIC 9(11)  VALUE ZEROES.
98276  01  W-REEMP-LEFT                PIC S9(13)V999 COMP-3.
98276  01  W-REEMP-SUSP-SW             PIC X(01)  VALUE 'N'.
98276      88  W-REEMP-SUSPENDED            VALUE 'Y'.

      *****************************************************************
      *        PAYROLL PROOF AND RELEASE FIELDS (SMR#98278)           *
      *****************************************************************

98278  01  T-PPC-PERIOD                PIC X(06).
98278  01  T-PPC-STATUS                PIC X(01).
98278  01  T-PPC-PREV-PERIOD           PIC X(06).
98278  01  T-PPC-PREV-IND              PIC S9(04) COMP.
98278  01  T-PPC-OPEN-PERIOD           PIC X(06).
98278  01  T-PPC-OPEN-IND              PIC S9(04) COMP.
98278  01  T-PPL-PAID-COUNT            PIC S9(09) COMP.
98278  01  T-PPL-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
98278  01  T-PPL-DED-AMT               PIC S9(6)V9(3) COMP-3.
98278  01  T-PPL-NET-AMT               PIC S9(6)V9(3) COMP-3.
98278  01  T-PPL-BANK-BR-AGY           PIC X(04).
98278  01  T-PPL-ACCT-NUM              PIC X(30).
98278  01  T-PPL-STATUS                PIC X(01).
98278  01  W-TOL-PCT                   PIC S9(03)V99 COMP-3.
98278  01  W-HOLD-COUNT                PIC S9(07)     COMP-3.
98278  01  W-HOLD-NET                  PIC S9(13)V999 COMP-3.
98278  01  W-POST-COUNT                PIC S9(07)     COMP-3.
98278  01  W-POST-NET                  PIC S9(13)V999 COMP-3.

98278  01  T-VAR-SSN                   PIC 9(11).
98278  01  T-VAR-TYPE                  PIC X(01).
98278  01  T-VAR-CIVIL-ID              PIC 9(12).
98278  01  T-VAR-IN-CUR                PIC X(01).
98278  01  T-VAR-IN-PRV                PIC X(01).
98278  01  T-VAR-CUR-GROSS             PIC S9(6)V9(3) COMP-3.
98278  01  T-VAR-CUR-DED               PIC S9(6)V9(3) COMP-3.
98278  01  T-VAR-CUR-NET               PIC S9(6)V9(3) COMP-3.
98278  01  T-VAR-PRV-GROSS             PIC S9(6)V9(3) COMP-3.
98278  01  T-VAR-PRV-DED               PIC S9(6)V9(3) COMP-3.
98278  01  T-VAR-PRV-NET               PIC S9(6)V9(3) COMP-3.
98278  01  T-VBK-BANK-BR-AGY           PIC X(04).
98278  01  T-VBK-CUR-COUNT             PIC S9(07)     COMP-3.
98278  01  T-VBK-CUR-NET               PIC S9(13)V999 COMP-3.
98278  01  T-VBK-PRV-COUNT             PIC S9(07)     COMP-3.
98278  01  T-VBK-PRV-NET               PIC S9(13)V999 COMP-3.
98278  01  W-VAR-TAG                   PIC X(04).
98278  01  W-VAR-CUR                   PIC S9(6)V9(3) COMP-3.
98278  01  W-VAR-PRV                   PIC S9(6)V9(3) COMP-3.
98278  01  W-VAR-DIFF                  PIC S9(6)V9(3) COMP-3.
98278  01  W-VAR-LIMIT                 PIC S9(6)V9(3) COMP-3.
98278  01  W-NEW-COUNT                 PIC S9(07)     COMP-3.
98278  01  W-STOP-COUNT                PIC S9(07)     COMP-3.
98278  01  W-CHNG-COUNT                PIC S9(07)     COMP-3.
98278  01  W-VGRD-CUR-COUNT            PIC S9(07)     COMP-3.
98278  01  W-VGRD-CUR-NET              PIC S9(13)V999 COMP-3.
98278  01  W-VGRD-PRV-COUNT            PIC S9(07)     COMP-3.
98278  01  W-VGRD-PRV-NET              PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              BANK GROUP CONTROL                               *
      *****************************************************************
           05  PRT-NET                 PIC Z(09)9.999-.
           05  FILLER                  PIC X(04).

98275  01  PAYREG-SUS-REC REDEFINES PAYREG-DET-REC.
98275      05  PRS-SEQ                 PIC 9(06).
98275      05  FILLER                  PIC X(01).
98275      05  PRS-TAG                 PIC X(04).
98275      05  FILLER                  PIC X(01).
98275      05  PRS-SSN                 PIC 9(11).
98275      05  FILLER                  PIC X(01).
98275      05  PRS-DUE-DATE            PIC X(08).
98275      05  FILLER                  PIC X(01).
98275      05  PRS-GROSS               PIC Z(05)9.999-.
98277      05  FILLER                  PIC X(01).
98277      05  PRS-CIVIL-ID            PIC 9(12).

98276  01  PAYREG-RMP-REC REDEFINES PAYREG-DET-REC.
98276      05  PRR-SEQ                 PIC 9(06).
98276      05  FILLER                  PIC X(01).
98276      05  PRR-TAG                 PIC X(04).
98276      05  FILLER                  PIC X(01).
98276      05  PRR-SSN                 PIC 9(11).
98276      05  FILLER                  PIC X(01).
98276      05  PRR-PERIOD              PIC X(06).
98276      05  FILLER                  PIC X(03).
98276      05  PRR-GROSS               PIC Z(05)9.999-.

98278  01  PAYREG-VAR-REC REDEFINES PAYREG-DET-REC.
98278      05  PRC-SEQ                 PIC 9(06).
98278      05  FILLER                  PIC X(01).
98278      05  PRC-TAG                 PIC X(04).
98278      05  FILLER                  PIC X(01).
98278      05  PRC-SSN                 PIC 9(11).
98278      05  FILLER                  PIC X(01).
98278      05  PRC-TYPE                PIC X(01).
98278      05  FILLER                  PIC X(01).
98278      05  PRC-CIVIL-ID            PIC 9(12).
98278      05  FILLER                  PIC X(01).
98278      05  PRC-CUR-GROSS           PIC Z(05)9.999-.
98278      05  FILLER                  PIC X(01).
98278      05  PRC-CUR-DED             PIC Z(05)9.999-.
98278      05  FILLER                  PIC X(01).
98278      05  PRC-CUR-NET             PIC Z(05)9.999-.
98278      05  FILLER                  PIC X(01).
98278      05  PRC-PRV-GROSS           PIC Z(05)9.999-.
98278      05  FILLER                  PIC X(01).
98278      05  PRC-PRV-DED             PIC Z(05)9.999-.
98278      05  FILLER                  PIC X(01).
98278      05  PRC-PRV-NET             PIC Z(05)9.999-.

98278  01  PAYREG-VBK-REC REDEFINES PAYREG-DET-REC.
98278      05  PRB-SEQ                 PIC 9(06).
98278      05  FILLER                  PIC X(01).
98278      05  PRB-TAG                 PIC X(04).
98278      05  FILLER                  PIC X(01).
98278      05  PRB-BANK-BR-AGY         PIC X(04).
98278      05  FILLER                  PIC X(01).
98278      05  PRB-CUR-COUNT           PIC Z(05)9.
98278      05  FILLER                  PIC X(01).
98278      05  PRB-CUR-NET             PIC Z(09)9.999-.
98278      05  FILLER                  PIC X(01).
98278      05  PRB-PRV-COUNT           PIC Z(05)9.
98278      05  FILLER                  PIC X(01).
98278      05  PRB-PRV-NET             PIC Z(09)9.999-.
98278      05  FILLER                  PIC X(01).
98278      05  PRB-DIFF-NET            PIC Z(09)9.999-.

       01  W-PRG-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

98203  01  X632-DED-ORDER-AREA.
98203      COPY OBC632CA.

      *****************************************************************
      *        OBSSS674 BUSINESS-DAY CALENDAR COMMAREA (SMR#98293)    *
      *****************************************************************

98293  01  X674-CALENDAR-AREA.
98293      COPY OBC674CA.

       01  W-TODAY-DATE                PIC X(08).
98293  01  W-PAY-DATE                  PIC X(08).

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

      *****************************************************************
      *        REPORT ARCHIVE LINE (SMR#98304)                        *
      *****************************************************************

98304  01  T-RPL-REPORT                PIC X(08).
98304  01  T-RPL-LINE-NO               PIC S9(09) COMP VALUE +0.
98304  01  T-RPL-TEXT.
98304      49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
98304      49  T-RPL-TEXT-DATA         PIC X(133).
98304  01  W-RPL-IMAGE                 PIC X(250).
98304  01  W-RPL-KEY-LEN               PIC S9(04) COMP.
98304  01  W-RPL-REC-LEN               PIC S9(04) COMP.
98304  01  W-RPL-SQLCA-SAVE            PIC X(136).
98304  01  W-RPL-EIBDS-SAVE            PIC X(30).

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
98293      PERFORM B0580-ROLL-PAY-DATE.
           MOVE  ZEROES  TO  W-GRAND-COUNT  W-GRAND-GROSS
                             W-GRAND-DED    W-GRAND-NET.

98275      MOVE  ZEROES  TO  W-SUSP-COUNT   W-SUSP-GROSS.
98278      MOVE  ZEROES  TO  W-HOLD-COUNT   W-HOLD-NET
98278                        W-POST-COUNT   W-POST-NET.

           PERFORM B0500-GET-RUN-CONTROL.

98278      IF  W-PENSION-EOF
98278          GO TO A0000-MAINLINE-EXIT
98278      END-IF.

98278      PERFORM B0600-GET-PROOF-CONTROL.

98278      IF  W-PAID-RUN
98278          GO TO A0000-MAINLINE-EXIT
98278      END-IF.

98276      PERFORM B0400-RESUME-REEMPLOYED.
98281      IF  NOT W-PROOF-RUN
98281          PERFORM B0450-STOP-ORPHAN-LOANS
98281      END-IF.
           PERFORM B0000-SWEEP-PENSIONERS.

           IF  W-FIRST-ROW
               PERFORM C0400-CLOSE-BANK-GROUP
               PERFORM C0500-WRITE-GRAND-TOTAL.

98275      PERFORM B0300-SUSPEND-OVERDUE.

98278      IF  W-PROOF-RUN
98278          PERFORM D0000-VARIANCE-REVIEW
98278          PERFORM D0400-BANK-VARIANCE
98278      ELSE
98278          PERFORM C0800-WRITE-HOLD-TOTAL.

98278      PERFORM B0700-UPDATE-PROOF-CONTROL.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.
98275      MOVE  C-DEFAULT-GRACE-MONTHS  TO  W-GRACE-MONTHS.

           EXEC SQL
                SELECT   RUN_PENSION_ACCT
98275                  , RUN_LIFE_GRACE_MONTHS
98276                  , RUN_REEMP_LOOKBACK_MONTHS
98278                  , RUN_PROOF_TOL_PCT
                INTO    :T-RUN-PENSION-ACCT
98275                  ,:T-RUN-LIFE-GRACE-MONTHS:T-RUN-GRACE-IND
98276                  ,:T-RUN-REEMP-LOOKBACK:T-RUN-LOOKBACK-IND
98278                  ,:T-RUN-PROOF-TOL-PCT:T-RUN-TOL-IND
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE 'Y'  TO  W-EOF-SW
98275          MOVE 'Y'  TO  W-SUSP-EOF-SW
           ELSE
               NEXT SENTENCE.

98275      IF  T-RUN-GRACE-IND  NOT LESS THAN  +0  AND
98275          T-RUN-LIFE-GRACE-MONTHS    GREATER THAN  ZEROES
98275          MOVE  T-RUN-LIFE-GRACE-MONTHS  TO  W-GRACE-MONTHS
98275      END-IF.

98275      PERFORM B0550-DERIVE-LIFE-CUTOFF.

98276      MOVE  C-DEFAULT-LOOKBACK  TO  W-LOOKBACK-MONTHS.
98276      IF  T-RUN-LOOKBACK-IND  NOT LESS THAN  +0  AND
98276          T-RUN-REEMP-LOOKBACK  NOT LESS THAN  ZEROES
98276          MOVE  T-RUN-REEMP-LOOKBACK  TO  W-LOOKBACK-MONTHS
98276      END-IF.

98276      PERFORM B0560-DERIVE-REEMP-CUTOFF.

98278      MOVE  C-DEFAULT-TOL-PCT  TO  W-TOL-PCT.
98278      IF  T-RUN-TOL-IND  NOT LESS THAN  +0  AND
98278          T-RUN-PROOF-TOL-PCT  NOT LESS THAN  ZEROES
98278          MOVE  T-RUN-PROOF-TOL-PCT  TO  W-TOL-PCT
98278      END-IF.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0550-DERIVE-LIFE-CUTOFF                       *
      *****************************************************************
      *    SMR#98275: A LIFE CERTIFICATE DUE BEFORE TODAY LESS THE    *
      *    GRACE MONTHS IS OVERDUE PAST THE GRACE PERIOD.  THE        *
      *    CUTOFF IS ONLY EVER COMPARED, SO THE DAY IS KEPT AS IS.    *
      *****************************************************************

98275  B0550-DERIVE-LIFE-CUTOFF SECTION.

98275      MOVE  W-TODAY-DATE  TO  W-LIFE-CUTOFF.

98275      COMPUTE  W-LC-MONTHS  =
98275          (W-LC-YYYY * 12)  +  W-LC-MM  -  1  -  W-GRACE-MONTHS.

98275      DIVIDE  W-LC-MONTHS  BY  12
98275          GIVING     W-LC-YYYY
98275          REMAINDER  W-LC-MM.

98275      ADD  1  TO  W-LC-MM.

98275  B0550-DERIVE-LIFE-CUTOFF-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0560-DERIVE-REEMP-CUTOFF                      *
      *****************************************************************
      *    SMR#98276: A RE-EMPLOYMENT PERIOD OLDER THAN THE LOOK-BACK *
      *    MONTHS IS TAKEN AS ENDED -- THE EMPLOYER HAS STOPPED       *
      *    DECLARING THE MEMBER -- AND NO LONGER REDUCES THE PENSION. *
      *****************************************************************

98276  B0560-DERIVE-REEMP-CUTOFF SECTION.

98276      MOVE  W-TODAY-DATE (1:6)  TO  W-REEMP-CUTOFF.

98276      COMPUTE  W-RC-MONTHS  =
98276          (W-RC-YYYY * 12)  +  W-RC-MM  -  1  -  W-LOOKBACK-MONTHS.

98276      DIVIDE  W-RC-MONTHS  BY  12
98276          GIVING     W-RC-YYYY
98276          REMAINDER  W-RC-MM.

98276      ADD  1  TO  W-RC-MM.

98276  B0560-DERIVE-REEMP-CUTOFF-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0580-ROLL-PAY-DATE                            *
      *****************************************************************
      *    SMR#98293: THE PAY DATE IS TODAY ROLLED BY OBSSS674 TO THE *
      *    NEXT BUSINESS DAY -- TODAY ITSELF WHEN THE BANKS ARE OPEN. *
      *    SHOULD THE SERVICE FAIL THE PAYMENTS ARE VALUED TODAY, AS  *
      *    BEFORE.                                                    *
      *****************************************************************

98293  B0580-ROLL-PAY-DATE SECTION.

98293      MOVE  W-TODAY-DATE  TO  W-PAY-DATE.

98293      MOVE 'N'           TO  X674-FUNCTION.
98293      MOVE  W-TODAY-DATE TO  X674-DATE-IN.

98293      EXEC CICS LINK
98293           PROGRAM  ('OBSSS674')
98293           COMMAREA (X674-CALENDAR-AREA)
98293           LENGTH   (LENGTH OF X674-CALENDAR-AREA)
98293      END-EXEC.

98293      IF  X674-RETURN-CODE  EQUAL TO  K-RET-GOOD
98293          MOVE  X674-DATE-OUT  TO  W-PAY-DATE
98293      ELSE
98293          NEXT SENTENCE.

98293  B0580-ROLL-PAY-DATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-GET-PROOF-CONTROL                        *
      *****************************************************************
      *    SMR#98278: THE MONTH'S ST_CTL_PAYROLL_PROOF ROW DECIDES    *
      *    WHAT THIS RUN DOES.  NO ROW, OR A PROOF NOT YET RELEASED,  *
      *    MEANS A PROOF RUN -- THE MONTH'S EARLIER PROOF LINES ARE   *
      *    DROPPED AND THE PROOF IS TAKEN AGAIN.  A RELEASED PROOF    *
      *    MEANS THE POSTING RUN.  A PAID MONTH IS NOT RUN AGAIN.     *
      *    THE MONTH COMPARED AGAINST IS THE LATEST PAID ONE.         *
      *    A MONTH WHOSE POSTING RUN HELD LINES STAYS OPEN ('H'): IT  *
      *    IS PROVED AGAIN FOR THE LINES NOT YET POSTED (THE POSTED   *
      *    ONES ARE KEPT) AND GOES BACK FOR RELEASE.  AN EARLIER      *
      *    MONTH STILL OPEN THAT WAY IS WORKED BEFORE THE CURRENT     *
      *    ONE, SO NO HELD LINE IS LEFT BEHIND AT A MONTH END.        *
      *****************************************************************

98278  B0600-GET-PROOF-CONTROL SECTION.

98278      MOVE 'ST_CTL_PAYROLL_PROOF'  TO  W-EIBDS.
98278      MOVE  W-TODAY-DATE (1:6)     TO  T-PPC-PERIOD.

98278      EXEC SQL
98278           SELECT   MIN (PPC_PERIOD)
98278           INTO    :T-PPC-OPEN-PERIOD:T-PPC-OPEN-IND
98278           FROM     ST_CTL_PAYROLL_PROOF
98278           WHERE    PPC_PERIOD     <  :T-PPC-PERIOD
98278           AND      PPC_STATUS     <> 'D'
98278           AND      PPC_POST_DATE  IS NOT NULL
98278      END-EXEC.

98278      PERFORM DB2-ERROR.

98278      IF  T-PPC-OPEN-IND  NOT LESS THAN  +0
98278          MOVE  T-PPC-OPEN-PERIOD  TO  T-PPC-PERIOD
98278      END-IF.

98278      EXEC SQL
98278           SELECT   PPC_STATUS
98278           INTO    :T-PPC-STATUS
98278           FROM     ST_CTL_PAYROLL_PROOF
98278           WHERE    PPC_PERIOD  =  :T-PPC-PERIOD
98278      END-EXEC.

98278      PERFORM DB2-ERROR.

98278      IF  SQLCODE  EQUAL TO  +0
98278          MOVE 'Y'           TO  W-PROOF-FOUND-SW
98278          MOVE  T-PPC-STATUS TO  W-RUN-MODE-SW
98278      ELSE
98278          MOVE 'P'           TO  W-RUN-MODE-SW.

98278      IF  T-PPC-STATUS  EQUAL TO  'H'  AND
98278          W-PROOF-FOUND
98278          MOVE 'P'           TO  W-RUN-MODE-SW
98278      END-IF.

98278      IF  NOT W-PROOF-RUN
98278          GO TO B0600-GET-PROOF-CONTROL-EXIT
98278      END-IF.

98278      EXEC SQL
98278           SELECT   MAX (PPC_PERIOD)
98278           INTO    :T-PPC-PREV-PERIOD:T-PPC-PREV-IND
98278           FROM     ST_CTL_PAYROLL_PROOF
98278           WHERE    PPC_PERIOD  <  :T-PPC-PERIOD
98278           AND      PPC_STATUS  =  'D'
98278      END-EXEC.

98278      PERFORM DB2-ERROR.

98278      IF  T-PPC-PREV-IND  LESS THAN  +0
98278          MOVE  SPACES  TO  T-PPC-PREV-PERIOD
98278      END-IF.

98278      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

98278      EXEC SQL
98278           DELETE FROM ST_WRK_PAYROLL_PROOF
98278           WHERE    PPL_PERIOD  =  :T-PPC-PERIOD
98278           AND      PPL_STATUS  <> 'P'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98278      PERFORM DB2-ERROR.

98278  B0600-GET-PROOF-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0700-UPDATE-PROOF-CONTROL                     *
      *****************************************************************
      *    SMR#98278: A PROOF RUN LEAVES THE MONTH'S ROW AWAITING     *
      *    RELEASE WITH THE PROOF TOTALS AND THE VARIANCE COUNTS.     *
      *    THE POSTING RUN ADDS WHAT POSTED TO THE MONTH'S POSTED     *
      *    TOTALS AND RECORDS WHAT WAS HELD.  THE MONTH IS PAID ('D') *
      *    ONLY WHEN NOTHING WAS HELD; OTHERWISE IT STAYS OPEN ('H')  *
      *    FOR THE HELD LINES TO BE PROVED AND RELEASED AGAIN.        *
      *****************************************************************

98278  B0700-UPDATE-PROOF-CONTROL SECTION.

98278      MOVE 'ST_CTL_PAYROLL_PROOF'  TO  W-EIBDS.

98278      IF  W-RELEASED-RUN
98278          IF  W-HOLD-COUNT  GREATER THAN  ZEROES
98278              MOVE 'H'  TO  T-PPC-STATUS
98278          ELSE
98278              MOVE 'D'  TO  T-PPC-STATUS
98278          END-IF
98278          EXEC SQL
98278               UPDATE  ST_CTL_PAYROLL_PROOF
98278               SET     PPC_STATUS      =  :T-PPC-STATUS,
98278                       PPC_POST_DATE   =  :W-TODAY-DATE,
98278                       PPC_POST_COUNT  =
98278                           COALESCE (PPC_POST_COUNT, 0)
98278                                     + :W-POST-COUNT,
98278                       PPC_POST_NET    =
98278                           COALESCE (PPC_POST_NET, 0)
98278                                     + :W-POST-NET,
98278                       PPC_HOLD_COUNT  =  :W-HOLD-COUNT,
98278                       PPC_HOLD_NET    =  :W-HOLD-NET
98278               WHERE   PPC_PERIOD      =  :T-PPC-PERIOD
98278          END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
98278          PERFORM DB2-ERROR
98278          GO TO B0700-UPDATE-PROOF-CONTROL-EXIT
98278      END-IF.

98278      IF  W-PROOF-FOUND
98278          EXEC SQL
98278               UPDATE  ST_CTL_PAYROLL_PROOF
98278               SET     PPC_STATUS       =  'P',
98278                       PPC_PREV_PERIOD  =  :T-PPC-PREV-PERIOD,
98278                       PPC_PROOF_DATE   =  :W-TODAY-DATE,
98278                       PPC_COUNT        =  :W-GRAND-COUNT,
98278                       PPC_GROSS        =  :W-GRAND-GROSS,
98278                       PPC_DED          =  :W-GRAND-DED,
98278                       PPC_NET          =  :W-GRAND-NET,
98278                       PPC_PREV_COUNT   =  :W-VGRD-PRV-COUNT,
98278                       PPC_PREV_NET     =  :W-VGRD-PRV-NET,
98278                       PPC_NEW_COUNT    =  :W-NEW-COUNT,
98278                       PPC_STOP_COUNT   =  :W-STOP-COUNT,
98278                       PPC_CHNG_COUNT   =  :W-CHNG-COUNT,
98278                       PPC_TOL_PCT      =  :W-TOL-PCT
98278               WHERE   PPC_PERIOD       =  :T-PPC-PERIOD
98278          END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
98278      ELSE
98278          EXEC SQL
98278               INSERT INTO ST_CTL_PAYROLL_PROOF
98278                    (PPC_PERIOD,          PPC_STATUS,
98278                     PPC_PREV_PERIOD,     PPC_PROOF_DATE,
98278                     PPC_COUNT,           PPC_GROSS,
98278                     PPC_DED,             PPC_NET,
98278                     PPC_PREV_COUNT,      PPC_PREV_NET,
98278                     PPC_NEW_COUNT,       PPC_STOP_COUNT,
98278                     PPC_CHNG_COUNT,      PPC_TOL_PCT,
98278                     PPC_REL_CLERK,       PPC_REL_DATE,
98278                     PPC_REL_TIME,
98278                     PPC_POST_DATE,       PPC_POST_COUNT,
98278                     PPC_POST_NET,        PPC_HOLD_COUNT,
98278                     PPC_HOLD_NET)
98278               VALUES
98278                    (:T-PPC-PERIOD,       'P',
98278                     :T-PPC-PREV-PERIOD,  :W-TODAY-DATE,
98278                     :W-GRAND-COUNT,      :W-GRAND-GROSS,
98278                     :W-GRAND-DED,        :W-GRAND-NET,
98278                     :W-VGRD-PRV-COUNT,   :W-VGRD-PRV-NET,
98278                     :W-NEW-COUNT,        :W-STOP-COUNT,
98278                     :W-CHNG-COUNT,       :W-TOL-PCT,
98278                     ' ',                 NULL,
98278                     NULL,
98278                     NULL,                0,
98278                     0,                   0,
98278                     0)
98303          END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN.

98278      PERFORM DB2-ERROR.

98278  B0700-UPDATE-PROOF-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0400-RESUME-REEMPLOYED                        *
      *****************************************************************
      *    SMR#98276: A RE-EMPLOYMENT SUSPENSION LASTS ONE PAYROLL.   *
      *    EVERY ONE IS PUT BACK IN PAY BEFORE THE PAY PASS, WHICH    *
      *    RE-WORKS THE EARNINGS RULE ON THE LATEST DECLARATIONS AND  *
      *    SUSPENDS AGAIN ONLY IF THE MEMBER STILL EARNS ENOUGH.      *
      *****************************************************************

98276  B0400-RESUME-REEMPLOYED SECTION.

98276      IF  W-PENSION-EOF
98276          GO TO B0400-RESUME-REEMPLOYED-EXIT
98276      END-IF.

98276      MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

98276      EXEC SQL
98276           UPDATE  ST_MST_PENSION
98276           SET     PEN_STATUS       =  'P',
98276                   PEN_SUSP_REASON  =  ' '
98276           WHERE   PEN_STATUS       =  'S'
98276           AND     PEN_SUSP_REASON  =  :K-SUSP-REEMPLOY
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98276      PERFORM DB2-ERROR.

98276  B0400-RESUME-REEMPLOYED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0450-STOP-ORPHAN-LOANS                        *
      *****************************************************************
      *    SMR#98281: A PENSION LOAN IS REPAID ONLY OUT OF THE        *
      *    MEMBER'S OWN PENSION.  ONCE THAT PENSION HAS STOPPED (NO   *
      *    OWN ROW LEFT IN PAY OR SUSPENSE) THE LOAN IS STOPPED WITH  *
      *    ITS BALANCE STANDING, FOR THE LOANS SECTION TO RECOVER BY  *
      *    OTHER MEANS.                                               *
      *****************************************************************

98281  B0450-STOP-ORPHAN-LOANS SECTION.

98281      MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.

98281      EXEC SQL
98281           UPDATE  ST_MST_PENSION_LOAN  L
98281           SET     PLN_STATUS    =  'S',
98281                   PLN_END_DATE  =  :W-TODAY-DATE
98281           WHERE   PLN_STATUS    =  ' '
98281           AND     NOT EXISTS
98281                   (SELECT 1
98281                      FROM ST_MST_PENSION  P
98281                     WHERE P.PEN_SSN           =  L.PLN_SSN
98281                       AND COALESCE (P.PEN_DEP_CIVIL_ID, 0)  =  0
98281                       AND P.PEN_STATUS  IN ('P', 'S'))
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98281      PERFORM DB2-ERROR.

98281  B0450-STOP-ORPHAN-LOANS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-PENSIONERS                         *
      *****************************************************************
      *    THIS SECTION READS EVERY PENSIONER IN PAY STATUS JOINED    *
      *    (OUTER) TO THE CURRENT BANK-PAY ROW, IN BANK ORDER, SO     *
      *    THE REGISTER BREAKS ON THE BANK THE SAME WAY THE DISBOUT   *
      *    FILE WILL.  A PENSIONER WITH NO BANK ROW GROUPS UNDER      *
      *    SPACES AND SURFACES ON OBSSS623'S NOBK PASS.  SMR#98273:   *
      *    A NEW AWARD WAITS FOR ITS FIRST PAYMENT DATE.  SMR#98275:  *
      *    A PENSIONER WHOSE LIFE CERTIFICATE IS OVERDUE PAST THE     *
      *    GRACE PERIOD IS LEFT FOR B0300 TO SUSPEND.                 *
      *****************************************************************

       B0000-SWEEP-PENSIONERS SECTION.
                SELECT   P.PEN_SSN       ,
                         P.PEN_GROSS_AMT ,
                         P.PEN_DED_AMT   ,
98277                    COALESCE (P.PEN_DEP_CIVIL_ID, 0) ,
98278                    P.PEN_TYPE      ,
                         B.M_BANK_PAY_BANK_BR_AGY_CODE
98278                  , B.M_BANK_PAY_PAYEE_ACCT_NUM
                FROM     ST_MST_PENSION  P
                LEFT JOIN ST_MST_BANK_PAY  B
                ON       B.M_BANK_PAY_SSN       =  P.PEN_SSN
                AND      B.M_BANK_PAY_END_DATE  IS NULL
                WHERE    P.PEN_STATUS  =  'P'
98273           AND     (P.PEN_FIRST_PAY_DATE  IS NULL  OR
98273                    P.PEN_FIRST_PAY_DATE  <=  :W-TODAY-DATE)
98275           AND      NOT EXISTS
98275                    (SELECT 1
98275                       FROM ST_MST_LIFE_CERT  L
98275                      WHERE L.LCF_SSN       =  P.PEN_SSN
98277                        AND L.LCF_DEP_CIVIL_ID
98277                               =  COALESCE (P.PEN_DEP_CIVIL_ID, 0)
98275                        AND L.LCF_DUE_DATE  <  :W-LIFE-CUTOFF)
                ORDER BY B.M_BANK_PAY_BANK_BR_AGY_CODE ,
                         P.PEN_SSN
           END-EXEC.
                INTO  :T-PEN-SSN       ,
                      :T-PEN-GROSS-AMT ,
                      :T-PEN-DED-AMT   ,
98277                 :T-PEN-DEP-CIVIL-ID ,
98278                 :T-PEN-TYPE      ,
                      :T-PEN-BANK-BR-AGY:T-BANK-IND
98278               , :T-PEN-ACCT-NUM:T-ACCT-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
                   IF  T-BANK-IND  IS LESS THAN  ZERO
                       MOVE  SPACES  TO  T-PEN-BANK-BR-AGY
                   END-IF
98278              IF  T-ACCT-IND  IS LESS THAN  ZERO
98278                  MOVE  SPACES  TO  T-PEN-ACCT-NUM
98278              END-IF
                   IF  W-FIRST-ROW
                       MOVE 'N'                TO  W-FIRST-ROW-SW
                       MOVE T-PEN-BANK-BR-AGY  TO  W-PREV-BANK
       B0100-FETCH-PENSIONER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-SUSPEND-OVERDUE                          *
      *****************************************************************
      *    SMR#98275: EVERY PENSIONER STILL IN PAY STATUS WHOSE LIFE  *
      *    CERTIFICATE IS OVERDUE PAST THE GRACE PERIOD WAS SKIPPED   *
      *    BY THE PAY PASS.  EACH IS NOW SUSPENDED FOR THE            *
      *    CERTIFICATE AND LISTED IN THE SUSPENSION SECTION OF THE    *
      *    REGISTER.  RECORDING A NEW CERTIFICATE ON ORP1563P         *
      *    RESUMES THE PENSION WITH ITS ARREARS.                      *
      *****************************************************************

98275  B0300-SUSPEND-OVERDUE SECTION.

98275      IF  W-SUSP-EOF
98275          GO TO B0300-SUSPEND-OVERDUE-EXIT
98275      END-IF.

98275      MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

98275      EXEC SQL
98275           DECLARE SUSP-CURSOR CURSOR FOR
98275           SELECT   P.PEN_SSN       ,
98277                    L.LCF_DEP_CIVIL_ID ,
98275                    SUM(P.PEN_GROSS_AMT) ,
98275                    MIN(L.LCF_DUE_DATE)
98275           FROM     ST_MST_PENSION    P  ,
98275                    ST_MST_LIFE_CERT  L
98275           WHERE    L.LCF_SSN       =  P.PEN_SSN
98277           AND      L.LCF_DEP_CIVIL_ID
98277                             =  COALESCE (P.PEN_DEP_CIVIL_ID, 0)
98275           AND      L.LCF_DUE_DATE  <  :W-LIFE-CUTOFF
98275           AND      P.PEN_STATUS    =  'P'
98277           GROUP BY P.PEN_SSN , L.LCF_DEP_CIVIL_ID
98277           ORDER BY P.PEN_SSN , L.LCF_DEP_CIVIL_ID
98275      END-EXEC.

98275      EXEC SQL
98275           OPEN SUSP-CURSOR
98275      END-EXEC.

98275      PERFORM DB2-ERROR.

98275      PERFORM B0310-FETCH-OVERDUE
98275          UNTIL  W-SUSP-EOF.

98275      EXEC SQL
98275           CLOSE SUSP-CURSOR
98275      END-EXEC.

98275      PERFORM C0700-WRITE-SUSP-TOTAL.

98275  B0300-SUSPEND-OVERDUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0310-FETCH-OVERDUE                            *
      *****************************************************************

98275  B0310-FETCH-OVERDUE SECTION.

98275      EXEC SQL
98275           FETCH SUSP-CURSOR
98275           INTO  :T-PEN-SSN       ,
98277                 :T-PEN-DEP-CIVIL-ID ,
98275                 :T-PEN-GROSS-AMT ,
98275                 :T-LCF-DUE-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98275      IF  SQLCODE  EQUAL TO  +100
98275          MOVE 'Y'  TO  W-SUSP-EOF-SW
98275      ELSE
98275          IF  SQLCODE  EQUAL TO  +0
98275              PERFORM C0600-SUSPEND-PENSIONER
98275          ELSE
98275              PERFORM DB2-ERROR
98275              MOVE 'Y'  TO  W-SUSP-EOF-SW.

98275  B0310-FETCH-OVERDUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-PAY-PENSIONER                            *
      *****************************************************************
      *    THIS SECTION COMPUTES ONE PENSIONER'S NET THROUGH THE      *

       C0000-PAY-PENSIONER SECTION.

98276      PERFORM C0030-APPLY-EARNINGS-RULE.
98276      IF  W-REEMP-SUSPENDED
98276          GO TO C0000-PAY-PENSIONER-EXIT
98276      END-IF.

           MOVE  T-PEN-GROSS-AMT  TO  L-GROSS-PENSION-AMT.

98203      PERFORM C0050-APPLY-DED-ORDERS.
               MOVE  ZEROES  TO  W-NET-AMOUNT
           END-IF.

98278      IF  W-PROOF-RUN
98278          MOVE 'N'  TO  W-POST-LINE-SW
98278          PERFORM C0140-CHECK-PAID-LINE
98278          IF  W-LINE-PAID
98278              GO TO C0000-PAY-PENSIONER-EXIT
98278          ELSE
98278              PERFORM C0150-STORE-PROOF-LINE
98278          END-IF
98278      ELSE
98278          PERFORM C0160-CHECK-PROOF-LINE
98278          IF  W-LINE-PAID
98278              GO TO C0000-PAY-PENSIONER-EXIT
98278          END-IF.

98281      IF  W-POST-LINE
98281          PERFORM C0060-POST-DED-ORDERS
98281      END-IF.

           IF  W-NET-AMOUNT  GREATER THAN  ZEROES
98278      AND W-POST-LINE
               PERFORM C0100-POST-NET-PENSION
           END-IF.

       C0000-PAY-PENSIONER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0030-APPLY-EARNINGS-RULE                      *
      *****************************************************************
      *    SMR#98276: THE REDUCTION FOR THE MEMBER'S LATEST           *
      *    RE-EMPLOYMENT PERIOD STILL INSIDE THE LOOK-BACK (SUMMED    *
      *    OVER ALL EMPLOYERS) COMES OFF THE GROSS, ACROSS THE        *
      *    MEMBER'S PENSION ROWS IN TURN.  A ROW WHOSE WHOLE GROSS IS *
      *    TAKEN IS SUSPENDED FOR THE MONTH AND LISTED UNDER THE      *
      *    'SUSR' TAG IN THE SUSPENSION SECTION.                      *
      *****************************************************************

98276  C0030-APPLY-EARNINGS-RULE SECTION.

98276      MOVE 'N'  TO  W-REEMP-SUSP-SW.

98276      IF  T-PEN-SSN  NOT EQUAL TO  W-REEMP-SSN
98276          MOVE  T-PEN-SSN  TO  W-REEMP-SSN
98276          PERFORM C0040-GET-REEMP-REDUCTION
98276      END-IF.

98276      IF  W-REEMP-LEFT  NOT GREATER THAN  ZEROES
98276          GO TO C0030-APPLY-EARNINGS-RULE-EXIT
98276      END-IF.

98276      IF  W-REEMP-LEFT  LESS THAN  T-PEN-GROSS-AMT
98276          SUBTRACT  W-REEMP-LEFT  FROM  T-PEN-GROSS-AMT
98276          MOVE  ZEROES  TO  W-REEMP-LEFT
98276          GO TO C0030-APPLY-EARNINGS-RULE-EXIT
98276      END-IF.

98276      SUBTRACT  T-PEN-GROSS-AMT  FROM  W-REEMP-LEFT.
98276      MOVE 'Y'  TO  W-REEMP-SUSP-SW.

98276      MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

98276      EXEC SQL
98276           UPDATE  ST_MST_PENSION
98276           SET     PEN_STATUS       =  'S',
98276                   PEN_SUSP_REASON  =  :K-SUSP-REEMPLOY,
98276                   PEN_SUSP_DATE    =  :W-TODAY-DATE
98276           WHERE   PEN_SSN          =  :T-PEN-SSN
98276           AND     PEN_GROSS_AMT    =  :T-PEN-GROSS-AMT
98277           AND     COALESCE (PEN_DEP_CIVIL_ID, 0)
98277                                    =  :T-PEN-DEP-CIVIL-ID
98276           AND     PEN_STATUS       =  'P'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98276      PERFORM DB2-ERROR.

98276      ADD   1                TO  W-PRG-SEQ.
98276      MOVE  SPACES           TO  PAYREG-DET-REC.
98276      MOVE  W-PRG-SEQ        TO  PRR-SEQ.
98276      MOVE 'SUSR'            TO  PRR-TAG.
98276      MOVE  T-PEN-SSN        TO  PRR-SSN.
98276      MOVE  T-RMP-PERIOD     TO  PRR-PERIOD.
98276      MOVE  T-PEN-GROSS-AMT  TO  PRR-GROSS.

98276      EXEC CICS WRITE
98276           FILE    ('PAYREG  ')
98276           RIDFLD  (PRR-SEQ)
98276           FROM    (PAYREG-RMP-REC)
98276           LENGTH  (LENGTH OF PAYREG-RMP-REC)
98276           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-RMP-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-RMP-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98276      ADD  1                TO  W-SUSP-COUNT.
98276      ADD  T-PEN-GROSS-AMT  TO  W-SUSP-GROSS.

98276  C0030-APPLY-EARNINGS-RULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0040-GET-REEMP-REDUCTION                      *
      *****************************************************************

98276  C0040-GET-REEMP-REDUCTION SECTION.

98276      MOVE 'ST_WRK_REEMPLOY'  TO  W-EIBDS.
98276      MOVE  ZEROES            TO  W-REEMP-LEFT.

98276      EXEC SQL
98276           SELECT   MAX (RMP_PERIOD)
98276           INTO    :T-RMP-PERIOD:T-RMP-PERIOD-IND
98276           FROM     ST_WRK_REEMPLOY
98276           WHERE    RMP_SSN     =  :T-PEN-SSN
98276           AND      RMP_STATUS  =  ' '
98276      END-EXEC.

98276      PERFORM DB2-ERROR.

98276      IF  T-RMP-PERIOD-IND  LESS THAN  +0
98276          GO TO C0040-GET-REEMP-REDUCTION-EXIT
98276      END-IF.

98276      IF  T-RMP-PERIOD  LESS THAN  W-REEMP-CUTOFF
98276          GO TO C0040-GET-REEMP-REDUCTION-EXIT
98276      END-IF.

98276      EXEC SQL
98276           SELECT   COALESCE (SUM (RMP_REDUCE_AMT), 0)
98276           INTO    :T-RMP-REDUCE-AMT
98276           FROM     ST_WRK_REEMPLOY
98276           WHERE    RMP_SSN     =  :T-PEN-SSN
98276           AND      RMP_PERIOD  =  :T-RMP-PERIOD
98276           AND      RMP_STATUS  =  ' '
98276      END-EXEC.

98276      PERFORM DB2-ERROR.

98276      MOVE  T-RMP-REDUCE-AMT  TO  W-REEMP-LEFT.

98276  C0040-GET-REEMP-REDUCTION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0050-APPLY-DED-ORDERS                         *
      *****************************************************************
      *    SMR#98203: THE MONTH'S COURT DEDUCTION ORDERS ARE PRICED   *

98203      MOVE  T-PEN-SSN            TO  X632-SSN.
98203      MOVE  L-GROSS-PENSION-AMT  TO  X632-GROSS-AMT.
98281      MOVE 'Y'                   TO  X632-PRICE-ONLY-SW.
98278      MOVE  T-PPC-PERIOD         TO  X632-PERIOD.
98281      MOVE  T-PEN-DEP-CIVIL-ID   TO  X632-DEP-CIVIL-ID.

98203      EXEC CICS LINK
98203           PROGRAM  ('OBSSS632')
98203  C0050-APPLY-DED-ORDERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0060-POST-DED-ORDERS                          *
      *****************************************************************
      *    SMR#98281: C0050 ONLY PRICES THE ORDERS AND LOANS.  ONCE   *
      *    THE LINE IS KNOWN TO BE PAID, THE SAME CALL IS REPEATED    *
      *    AS A POSTING CALL, SO EACH ORDER'S TAKE AND HELD ROW, AND  *
      *    EACH LOAN REPAYMENT, IS WRITTEN ONLY FOR A PAID LINE AND   *
      *    NEVER TWICE WHEN A RUN IS RESTARTED.                       *
      *****************************************************************

98281  C0060-POST-DED-ORDERS SECTION.

98281      MOVE 'N'  TO  X632-PRICE-ONLY-SW.

98281      EXEC CICS LINK
98281           PROGRAM  ('OBSSS632')
98281           COMMAREA (X632-DED-ORDER-AREA)
98281           LENGTH   (LENGTH OF X632-DED-ORDER-AREA)
98281      END-EXEC.

98281  C0060-POST-DED-ORDERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-POST-NET-PENSION                         *
      *****************************************************************
      *    THIS SECTION POSTS THE NET THROUGH THE OBSSS627 SERVICE    *
           MOVE  T-PEN-SSN           TO  X627-SSN.
           MOVE  T-RUN-PENSION-ACCT  TO  X627-ACCT-CDE.
           MOVE  W-NET-AMOUNT        TO  X627-AMOUNT.
98293      MOVE  W-PAY-DATE          TO  X627-EFF-DATE.
           MOVE  K-PAYROLL-TRAN-CODE TO  X627-TRAN-CODE.
98277      MOVE  T-PEN-DEP-CIVIL-ID  TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
98278      MOVE  T-PPC-PERIOD        TO  X627-REF-NUM (1:6).
           MOVE  K-PAYROLL-SOURCE    TO  X627-SOURCE.
           MOVE  K-PAYROLL-DEPT      TO  X627-DEPT.
           MOVE  K-PAYROLL-CLERK     TO  X627-CLERK.
                FROM    (PAYREG-DET-REC)
                LENGTH  (LENGTH OF PAYREG-DET-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRG-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-DET-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-DET-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0300-WRITE-REGISTER-DETAIL-EXIT.  EXIT.
           EJECT
                FROM    (PAYREG-TOT-REC)
                LENGTH  (LENGTH OF PAYREG-TOT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-TOT-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-TOT-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0400-CLOSE-BANK-GROUP-EXIT.  EXIT.
           EJECT
                FROM    (PAYREG-TOT-REC)
                LENGTH  (LENGTH OF PAYREG-TOT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-TOT-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-TOT-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0500-WRITE-GRAND-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-SUSPEND-PENSIONER                        *
      *****************************************************************
      *    SMR#98275: THE PENSIONER'S PAY-STATUS ROWS ARE SUSPENDED   *
      *    FOR THE LIFE CERTIFICATE FROM TODAY, AND THE GROSS         *
      *    WITHHELD IS LISTED UNDER THE 'SUSP' TAG.  SMR#98277: A     *
      *    SURVIVOR SHARE IS SUSPENDED ON ITS OWN CERTIFICATE ONLY.   *
      *****************************************************************

98275  C0600-SUSPEND-PENSIONER SECTION.

98275      MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

98275      EXEC SQL
98275           UPDATE  ST_MST_PENSION
98275           SET     PEN_STATUS       =  'S',
98275                   PEN_SUSP_REASON  =  :K-SUSP-LIFE-CERT,
98275                   PEN_SUSP_DATE    =  :W-TODAY-DATE
98275           WHERE   PEN_SSN          =  :T-PEN-SSN
98277           AND     COALESCE (PEN_DEP_CIVIL_ID, 0)
98277                                    =  :T-PEN-DEP-CIVIL-ID
98275           AND     PEN_STATUS       =  'P'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98275      PERFORM DB2-ERROR.

98275      ADD   1                TO  W-PRG-SEQ.
98275      MOVE  SPACES           TO  PAYREG-DET-REC.
98275      MOVE  W-PRG-SEQ        TO  PRS-SEQ.
98275      MOVE 'SUSP'            TO  PRS-TAG.
98275      MOVE  T-PEN-SSN        TO  PRS-SSN.
98275      MOVE  T-LCF-DUE-DATE   TO  PRS-DUE-DATE.
98275      MOVE  T-PEN-GROSS-AMT  TO  PRS-GROSS.
98277      MOVE  T-PEN-DEP-CIVIL-ID TO PRS-CIVIL-ID.

98275      EXEC CICS WRITE
98275           FILE    ('PAYREG  ')
98275           RIDFLD  (PRS-SEQ)
98275           FROM    (PAYREG-SUS-REC)
98275           LENGTH  (LENGTH OF PAYREG-SUS-REC)
98275           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRS-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-SUS-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-SUS-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98275      ADD  1                TO  W-SUSP-COUNT.
98275      ADD  T-PEN-GROSS-AMT  TO  W-SUSP-GROSS.

98275  C0600-SUSPEND-PENSIONER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-WRITE-SUSP-TOTAL                         *
      *****************************************************************
      *    SMR#98275: CLOSES THE SUSPENSION SECTION WITH THE COUNT    *
      *    AND THE GROSS WITHHELD.                                    *
      *****************************************************************

98275  C0700-WRITE-SUSP-TOTAL SECTION.

98275      ADD   1              TO  W-PRG-SEQ.
98275      MOVE  SPACES         TO  PAYREG-DET-REC.
98275      MOVE  W-PRG-SEQ      TO  PRT-SEQ.
98275      MOVE 'SUST'          TO  PRT-TAG.
98275      MOVE  SPACES         TO  PRT-BANK-BR-AGY.
98275      MOVE  W-SUSP-COUNT   TO  PRT-COUNT.
98275      MOVE  W-SUSP-GROSS   TO  PRT-GROSS.
98275      MOVE  ZEROES         TO  PRT-DED.
98275      MOVE  ZEROES         TO  PRT-NET.

98275      EXEC CICS WRITE
98275           FILE    ('PAYREG  ')
98275           RIDFLD  (PRT-SEQ)
98275           FROM    (PAYREG-TOT-REC)
98275           LENGTH  (LENGTH OF PAYREG-TOT-REC)
98275           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-TOT-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-TOT-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98275  C0700-WRITE-SUSP-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0140-CHECK-PAID-LINE                          *
      *****************************************************************
      *    SMR#98278: WHEN A HELD MONTH IS PROVED AGAIN, A PENSIONER  *
      *    WHOSE LINE ALREADY POSTED IS LEFT OUT OF THE PROOF, THE    *
      *    REGISTER AND ITS TOTALS -- ONLY WHAT IS STILL TO BE PAID   *
      *    GOES BACK FOR RELEASE.                                     *
      *****************************************************************

98278  C0140-CHECK-PAID-LINE SECTION.

98278      MOVE 'N'                     TO  W-LINE-PAID-SW.
98278      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

98278      EXEC SQL
98278           SELECT   COUNT (*)
98278           INTO    :T-PPL-PAID-COUNT
98278           FROM     ST_WRK_PAYROLL_PROOF
98278           WHERE    PPL_PERIOD        =  :T-PPC-PERIOD
98278           AND      PPL_SSN           =  :T-PEN-SSN
98278           AND      PPL_PEN_TYPE      =  :T-PEN-TYPE
98278           AND      PPL_DEP_CIVIL_ID  =  :T-PEN-DEP-CIVIL-ID
98278           AND      PPL_STATUS        =  'P'
98278      END-EXEC.

98278      PERFORM DB2-ERROR.

98278      IF  T-PPL-PAID-COUNT  GREATER THAN  ZEROES
98278          MOVE 'Y'  TO  W-LINE-PAID-SW
98278      END-IF.

98278  C0140-CHECK-PAID-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0150-STORE-PROOF-LINE                         *
      *****************************************************************
      *    SMR#98278: THE PROOF RUN KEEPS THE PENSIONER'S LINE -- THE *
      *    GROSS, THE STANDING DEDUCTIONS, THE COURT ORDERS THE       *
      *    OBSSS632 ENGINE PRICED, THE NET AND WHERE IT WILL GO --    *
      *    FOR THE VARIANCE REVIEW AND FOR THE POSTING RUN TO CHECK   *
      *    AGAINST.                                                   *
      *****************************************************************

98278  C0150-STORE-PROOF-LINE SECTION.

98278      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

98278      EXEC SQL
98278           INSERT INTO ST_WRK_PAYROLL_PROOF
98278                (PPL_PERIOD,          PPL_SSN,
98278                 PPL_PEN_TYPE,        PPL_DEP_CIVIL_ID,
98278                 PPL_BANK_BR_AGY,     PPL_ACCT_NUM,
98278                 PPL_GROSS_AMT,       PPL_DED_AMT,
98278                 PPL_ORDER_AMT,       PPL_NET_AMT,
98278                 PPL_STATUS,          PPL_POST_DATE,
98281                 PPL_LOAN_AMT)
98278           VALUES
98278                (:T-PPC-PERIOD,          :T-PEN-SSN,
98278                 :T-PEN-TYPE,            :T-PEN-DEP-CIVIL-ID,
98278                 :T-PEN-BANK-BR-AGY,     :T-PEN-ACCT-NUM,
98278                 :L-GROSS-PENSION-AMT,   :T-PEN-DED-AMT,
98278                 :X632-APPLIED-AMT,      :W-NET-AMOUNT,
98278                 ' ',                    NULL,
98281                 :X632-LOAN-AMT)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98278      PERFORM DB2-ERROR.

98278  C0150-STORE-PROOF-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0160-CHECK-PROOF-LINE                         *
      *****************************************************************
      *    SMR#98278: THE POSTING RUN PAYS ONLY WHAT THE SUPERVISOR   *
      *    RELEASED.  A LINE POSTS WHEN ITS NET, BANK AND ACCOUNT     *
      *    STILL MATCH THE PROVED LINE.  ANYTHING ELSE -- NO PROVED   *
      *    LINE, OR A CHANGE SINCE THE PROOF -- IS HELD AND LISTED    *
      *    UNDER THE 'HOLD' TAG.  A LINE ALREADY POSTED -- BY AN      *
      *    EARLIER ATTEMPT OF THE SAME RUN, OR BEFORE A HELD MONTH IS *
      *    POSTED AGAIN -- IS MARKED PAID AND LEFT OUT OF THE         *
      *    POSTING, THE REGISTER AND ITS TOTALS.                      *
      *****************************************************************

98278  C0160-CHECK-PROOF-LINE SECTION.

98278      MOVE 'N'                     TO  W-POST-LINE-SW
98278                                       W-LINE-PAID-SW.
98278      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

98278      EXEC SQL
98278           SELECT   PPL_GROSS_AMT               ,
98278                    PPL_DED_AMT + PPL_ORDER_AMT ,
98278                    PPL_NET_AMT                 ,
98278                    PPL_BANK_BR_AGY             ,
98278                    PPL_ACCT_NUM                ,
98278                    PPL_STATUS
98278           INTO    :T-PPL-GROSS-AMT   ,
98278                   :T-PPL-DED-AMT     ,
98278                   :T-PPL-NET-AMT     ,
98278                   :T-PPL-BANK-BR-AGY ,
98278                   :T-PPL-ACCT-NUM    ,
98278                   :T-PPL-STATUS
98278           FROM     ST_WRK_PAYROLL_PROOF
98278           WHERE    PPL_PERIOD        =  :T-PPC-PERIOD
98278           AND      PPL_SSN           =  :T-PEN-SSN
98278           AND      PPL_PEN_TYPE      =  :T-PEN-TYPE
98278           AND      PPL_DEP_CIVIL_ID  =  :T-PEN-DEP-CIVIL-ID
98278      END-EXEC.

98278      PERFORM DB2-ERROR.

98278      IF  SQLCODE  EQUAL TO  +100
98278          MOVE  ZEROES  TO  T-PPL-GROSS-AMT  T-PPL-DED-AMT
98278                            T-PPL-NET-AMT
98278          PERFORM C0170-WRITE-HOLD-LINE
98278          GO TO C0160-CHECK-PROOF-LINE-EXIT
98278      END-IF.

98278      IF  T-PPL-STATUS  EQUAL TO  'P'
98278          MOVE 'Y'  TO  W-LINE-PAID-SW
98278          GO TO C0160-CHECK-PROOF-LINE-EXIT
98278      END-IF.

98278      IF  T-PPL-NET-AMT      EQUAL TO  W-NET-AMOUNT       AND
98278          T-PPL-BANK-BR-AGY  EQUAL TO  T-PEN-BANK-BR-AGY  AND
98278          T-PPL-ACCT-NUM     EQUAL TO  T-PEN-ACCT-NUM
98278          MOVE 'Y'  TO  W-POST-LINE-SW
98278          MOVE 'P'  TO  T-PPL-STATUS
98278          ADD   1             TO  W-POST-COUNT
98278          ADD   W-NET-AMOUNT  TO  W-POST-NET
98278      ELSE
98278          MOVE 'H'  TO  T-PPL-STATUS
98278          PERFORM C0170-WRITE-HOLD-LINE.

98278      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

98278      EXEC SQL
98278           UPDATE  ST_WRK_PAYROLL_PROOF
98278           SET     PPL_STATUS        =  :T-PPL-STATUS,
98278                   PPL_POST_DATE     =  :W-TODAY-DATE
98278           WHERE   PPL_PERIOD        =  :T-PPC-PERIOD
98278           AND     PPL_SSN           =  :T-PEN-SSN
98278           AND     PPL_PEN_TYPE      =  :T-PEN-TYPE
98278           AND     PPL_DEP_CIVIL_ID  =  :T-PEN-DEP-CIVIL-ID
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98278      PERFORM DB2-ERROR.

98278  C0160-CHECK-PROOF-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0170-WRITE-HOLD-LINE                          *
      *****************************************************************
      *    SMR#98278: A HELD LINE SHOWS WHAT THE RUN COMPUTED AGAINST *
      *    WHAT WAS PROVED (ZERO WHEN IT WAS NOT IN THE PROOF).       *
      *****************************************************************

98278  C0170-WRITE-HOLD-LINE SECTION.

98278      MOVE 'HOLD'                  TO  W-VAR-TAG.
98278      MOVE  T-PEN-SSN              TO  T-VAR-SSN.
98278      MOVE  T-PEN-TYPE             TO  T-VAR-TYPE.
98278      MOVE  T-PEN-DEP-CIVIL-ID     TO  T-VAR-CIVIL-ID.
98278      MOVE  L-GROSS-PENSION-AMT    TO  T-VAR-CUR-GROSS.
98278      MOVE  L-TOT-DED-TO-BE-ADDED  TO  T-VAR-CUR-DED.
98278      MOVE  W-NET-AMOUNT           TO  T-VAR-CUR-NET.
98278      MOVE  T-PPL-GROSS-AMT        TO  T-VAR-PRV-GROSS.
98278      MOVE  T-PPL-DED-AMT          TO  T-VAR-PRV-DED.
98278      MOVE  T-PPL-NET-AMT          TO  T-VAR-PRV-NET.

98278      PERFORM D0300-WRITE-VARIANCE-LINE.

98278      ADD  1             TO  W-HOLD-COUNT.
98278      ADD  W-NET-AMOUNT  TO  W-HOLD-NET.

98278  C0170-WRITE-HOLD-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0800-WRITE-HOLD-TOTAL                         *
      *****************************************************************
      *    SMR#98278: CLOSES THE POSTING RUN WITH THE COUNT AND NET   *
      *    HELD BACK FROM THE RELEASED PROOF.                         *
      *****************************************************************

98278  C0800-WRITE-HOLD-TOTAL SECTION.

98278      ADD   1              TO  W-PRG-SEQ.
98278      MOVE  SPACES         TO  PAYREG-DET-REC.
98278      MOVE  W-PRG-SEQ      TO  PRT-SEQ.
98278      MOVE 'HLDT'          TO  PRT-TAG.
98278      MOVE  SPACES         TO  PRT-BANK-BR-AGY.
98278      MOVE  W-HOLD-COUNT   TO  PRT-COUNT.
98278      MOVE  ZEROES         TO  PRT-GROSS.
98278      MOVE  ZEROES         TO  PRT-DED.
98278      MOVE  W-HOLD-NET     TO  PRT-NET.

98278      EXEC CICS WRITE
98278           FILE    ('PAYREG  ')
98278           RIDFLD  (PRT-SEQ)
98278           FROM    (PAYREG-TOT-REC)
98278           LENGTH  (LENGTH OF PAYREG-TOT-REC)
98278           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-TOT-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-TOT-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98278  C0800-WRITE-HOLD-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-VARIANCE-REVIEW                          *
      *****************************************************************
      *    SMR#98278: THE PROOF'S LINES ARE SET AGAINST LAST MONTH'S  *
      *    PAID LINES, PENSION ROW BY PENSION ROW.  A ROW ONLY IN     *
      *    THIS MONTH IS A NEW PENSIONER ('NEWP'); ONE ONLY IN LAST   *
      *    MONTH HAS STOPPED ('STOP'); ONE IN BOTH WHOSE GROSS,       *
      *    DEDUCTIONS OR NET MOVED BY MORE THAN THE TOLERANCE         *
      *    PERCENTAGE (RUN-CONTROL, DEFAULT 10) IS A CHANGE ('CHNG'). *
      *    THE FIRST PROOF EVER HAS NOTHING TO COMPARE WITH, SO ONLY  *
      *    THE BANK TOTALS (D0400) ARE LISTED.                        *
      *****************************************************************

98278  D0000-VARIANCE-REVIEW SECTION.

98278      MOVE  ZEROES  TO  W-NEW-COUNT   W-STOP-COUNT  W-CHNG-COUNT.

98278      IF  T-PPC-PREV-PERIOD  EQUAL TO  SPACES
98278          GO TO D0000-VARIANCE-REVIEW-EXIT
98278      END-IF.

98278      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.
98278      MOVE 'N'                     TO  W-VAR-EOF-SW.

98278      EXEC SQL
98278           DECLARE VAR-CURSOR CURSOR FOR
98278           SELECT   COALESCE (C.PPL_SSN, P.PPL_SSN) ,
98278                    COALESCE (C.PPL_PEN_TYPE, P.PPL_PEN_TYPE) ,
98278                    COALESCE (C.PPL_DEP_CIVIL_ID,
98278                              P.PPL_DEP_CIVIL_ID) ,
98278                    CASE WHEN C.PPL_SSN IS NULL
98278                         THEN 'N' ELSE 'Y' END ,
98278                    CASE WHEN P.PPL_SSN IS NULL
98278                         THEN 'N' ELSE 'Y' END ,
98278                    COALESCE (C.PPL_GROSS_AMT, 0) ,
98278                    COALESCE (C.PPL_DED_AMT + C.PPL_ORDER_AMT, 0) ,
98278                    COALESCE (C.PPL_NET_AMT, 0) ,
98278                    COALESCE (P.PPL_GROSS_AMT, 0) ,
98278                    COALESCE (P.PPL_DED_AMT + P.PPL_ORDER_AMT, 0) ,
98278                    COALESCE (P.PPL_NET_AMT, 0)
98278           FROM    (SELECT PPL_SSN, PPL_PEN_TYPE, PPL_DEP_CIVIL_ID,
98278                           PPL_GROSS_AMT, PPL_DED_AMT,
98278                           PPL_ORDER_AMT, PPL_NET_AMT
98278                      FROM ST_WRK_PAYROLL_PROOF
98278                     WHERE PPL_PERIOD = :T-PPC-PERIOD)  C
98278           FULL OUTER JOIN
98278                   (SELECT PPL_SSN, PPL_PEN_TYPE, PPL_DEP_CIVIL_ID,
98278                           PPL_GROSS_AMT, PPL_DED_AMT,
98278                           PPL_ORDER_AMT, PPL_NET_AMT
98278                      FROM ST_WRK_PAYROLL_PROOF
98278                     WHERE PPL_PERIOD = :T-PPC-PREV-PERIOD
98278                       AND PPL_STATUS = 'P')  P
98278           ON       C.PPL_SSN           =  P.PPL_SSN
98278           AND      C.PPL_PEN_TYPE      =  P.PPL_PEN_TYPE
98278           AND      C.PPL_DEP_CIVIL_ID  =  P.PPL_DEP_CIVIL_ID
98278           ORDER BY 1 , 2 , 3
98278      END-EXEC.

98278      EXEC SQL
98278           OPEN VAR-CURSOR
98278      END-EXEC.

98278      PERFORM DB2-ERROR.

98278      PERFORM D0100-FETCH-VARIANCE
98278          UNTIL  W-VAR-EOF.

98278      EXEC SQL
98278           CLOSE VAR-CURSOR
98278      END-EXEC.

98278  D0000-VARIANCE-REVIEW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-FETCH-VARIANCE                           *
      *****************************************************************

98278  D0100-FETCH-VARIANCE SECTION.

98278      EXEC SQL
98278           FETCH VAR-CURSOR
98278           INTO  :T-VAR-SSN       ,
98278                 :T-VAR-TYPE      ,
98278                 :T-VAR-CIVIL-ID  ,
98278                 :T-VAR-IN-CUR    ,
98278                 :T-VAR-IN-PRV    ,
98278                 :T-VAR-CUR-GROSS ,
98278                 :T-VAR-CUR-DED   ,
98278                 :T-VAR-CUR-NET   ,
98278                 :T-VAR-PRV-GROSS ,
98278                 :T-VAR-PRV-DED   ,
98278                 :T-VAR-PRV-NET
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98278      IF  SQLCODE  EQUAL TO  +100
98278          MOVE 'Y'  TO  W-VAR-EOF-SW
98278          GO TO D0100-FETCH-VARIANCE-EXIT
98278      END-IF.

98278      IF  SQLCODE  NOT EQUAL TO  +0
98278          PERFORM DB2-ERROR
98278          MOVE 'Y'  TO  W-VAR-EOF-SW
98278          GO TO D0100-FETCH-VARIANCE-EXIT
98278      END-IF.

98278      IF  T-VAR-IN-PRV  EQUAL TO  'N'
98278          MOVE 'NEWP'  TO  W-VAR-TAG
98278          ADD   1      TO  W-NEW-COUNT
98278          PERFORM D0300-WRITE-VARIANCE-LINE
98278          GO TO D0100-FETCH-VARIANCE-EXIT
98278      END-IF.

98278      IF  T-VAR-IN-CUR  EQUAL TO  'N'
98278          MOVE 'STOP'  TO  W-VAR-TAG
98278          ADD   1      TO  W-STOP-COUNT
98278          PERFORM D0300-WRITE-VARIANCE-LINE
98278          GO TO D0100-FETCH-VARIANCE-EXIT
98278      END-IF.

98278      PERFORM D0200-CHECK-TOLERANCE.

98278      IF  W-VAR-OVER
98278          MOVE 'CHNG'  TO  W-VAR-TAG
98278          ADD   1      TO  W-CHNG-COUNT
98278          PERFORM D0300-WRITE-VARIANCE-LINE
98278      END-IF.

98278  D0100-FETCH-VARIANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-CHECK-TOLERANCE                          *
      *****************************************************************
      *    SMR#98278: GROSS, DEDUCTIONS AND NET ARE EACH TESTED.  AN  *
      *    AMOUNT THAT WAS ZERO LAST MONTH AND IS NOT NOW IS ALWAYS   *
      *    OVER THE TOLERANCE.                                        *
      *****************************************************************

98278  D0200-CHECK-TOLERANCE SECTION.

98278      MOVE 'N'  TO  W-VAR-OVER-SW.

98278      MOVE  T-VAR-CUR-GROSS  TO  W-VAR-CUR.
98278      MOVE  T-VAR-PRV-GROSS  TO  W-VAR-PRV.
98278      PERFORM D0210-TEST-ONE-AMOUNT.

98278      MOVE  T-VAR-CUR-DED    TO  W-VAR-CUR.
98278      MOVE  T-VAR-PRV-DED    TO  W-VAR-PRV.
98278      PERFORM D0210-TEST-ONE-AMOUNT.

98278      MOVE  T-VAR-CUR-NET    TO  W-VAR-CUR.
98278      MOVE  T-VAR-PRV-NET    TO  W-VAR-PRV.
98278      PERFORM D0210-TEST-ONE-AMOUNT.

98278  D0200-CHECK-TOLERANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0210-TEST-ONE-AMOUNT                          *
      *****************************************************************

98278  D0210-TEST-ONE-AMOUNT SECTION.

98278      COMPUTE  W-VAR-DIFF  =  W-VAR-CUR  -  W-VAR-PRV.

98278      IF  W-VAR-DIFF  LESS THAN  ZEROES
98278          COMPUTE  W-VAR-DIFF  =  ZEROES  -  W-VAR-DIFF
98278      END-IF.

98278      COMPUTE  W-VAR-LIMIT  ROUNDED  =
98278          W-VAR-PRV  *  W-TOL-PCT  /  100.

98278      IF  W-VAR-LIMIT  LESS THAN  ZEROES
98278          COMPUTE  W-VAR-LIMIT  =  ZEROES  -  W-VAR-LIMIT
98278      END-IF.

98278      IF  W-VAR-DIFF  GREATER THAN  W-VAR-LIMIT
98278          MOVE 'Y'  TO  W-VAR-OVER-SW
98278      END-IF.

98278  D0210-TEST-ONE-AMOUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0300-WRITE-VARIANCE-LINE                      *
      *****************************************************************
      *    SMR#98278: ONE PENSION ROW, THIS MONTH AGAINST LAST MONTH  *
      *    (OR, UNDER 'HOLD', COMPUTED AGAINST PROVED).  THE CALLER   *
      *    HAS SET THE TAG.                                           *
      *****************************************************************

98278  D0300-WRITE-VARIANCE-LINE SECTION.

98278      ADD   1                TO  W-PRG-SEQ.
98278      MOVE  SPACES           TO  PAYREG-DET-REC.
98278      MOVE  W-PRG-SEQ        TO  PRC-SEQ.
98278      MOVE  W-VAR-TAG        TO  PRC-TAG.
98278      MOVE  T-VAR-SSN        TO  PRC-SSN.
98278      MOVE  T-VAR-TYPE       TO  PRC-TYPE.
98278      MOVE  T-VAR-CIVIL-ID   TO  PRC-CIVIL-ID.
98278      MOVE  T-VAR-CUR-GROSS  TO  PRC-CUR-GROSS.
98278      MOVE  T-VAR-CUR-DED    TO  PRC-CUR-DED.
98278      MOVE  T-VAR-CUR-NET    TO  PRC-CUR-NET.
98278      MOVE  T-VAR-PRV-GROSS  TO  PRC-PRV-GROSS.
98278      MOVE  T-VAR-PRV-DED    TO  PRC-PRV-DED.
98278      MOVE  T-VAR-PRV-NET    TO  PRC-PRV-NET.

98278      EXEC CICS WRITE
98278           FILE    ('PAYREG  ')
98278           RIDFLD  (PRC-SEQ)
98278           FROM    (PAYREG-VAR-REC)
98278           LENGTH  (LENGTH OF PAYREG-VAR-REC)
98278           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRC-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-VAR-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-VAR-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98278  D0300-WRITE-VARIANCE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-BANK-VARIANCE                            *
      *****************************************************************
      *    SMR#98278: COUNT AND NET PER BANK, THIS MONTH'S PROOF      *
      *    AGAINST LAST MONTH'S PAID LINES, UNDER THE 'VBNK' TAG,     *
      *    CLOSED BY A 'VGRD' GRAND LINE.                             *
      *****************************************************************

98278  D0400-BANK-VARIANCE SECTION.

98278      MOVE  ZEROES  TO  W-VGRD-CUR-COUNT  W-VGRD-CUR-NET
98278                        W-VGRD-PRV-COUNT  W-VGRD-PRV-NET.

98278      MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.
98278      MOVE 'N'                     TO  W-VAR-EOF-SW.

98278      EXEC SQL
98278           DECLARE VBK-CURSOR CURSOR FOR
98278           SELECT   PPL_BANK_BR_AGY ,
98278                    SUM (CASE WHEN PPL_PERIOD = :T-PPC-PERIOD
98278                              THEN 1 ELSE 0 END) ,
98278                    SUM (CASE WHEN PPL_PERIOD = :T-PPC-PERIOD
98278                              THEN PPL_NET_AMT ELSE 0 END) ,
98278                    SUM (CASE WHEN PPL_PERIOD = :T-PPC-PERIOD
98278                              THEN 0 ELSE 1 END) ,
98278                    SUM (CASE WHEN PPL_PERIOD = :T-PPC-PERIOD
98278                              THEN 0 ELSE PPL_NET_AMT END)
98278           FROM     ST_WRK_PAYROLL_PROOF
98278           WHERE    PPL_PERIOD  =  :T-PPC-PERIOD
98278           OR      (PPL_PERIOD  =  :T-PPC-PREV-PERIOD
98278           AND      PPL_STATUS  =  'P')
98278           GROUP BY PPL_BANK_BR_AGY
98278           ORDER BY PPL_BANK_BR_AGY
98278      END-EXEC.

98278      EXEC SQL
98278           OPEN VBK-CURSOR
98278      END-EXEC.

98278      PERFORM DB2-ERROR.

98278      PERFORM D0410-FETCH-BANK-VARIANCE
98278          UNTIL  W-VAR-EOF.

98278      EXEC SQL
98278           CLOSE VBK-CURSOR
98278      END-EXEC.

98278      MOVE 'VGRD'            TO  W-VAR-TAG.
98278      MOVE  SPACES           TO  T-VBK-BANK-BR-AGY.
98278      MOVE  W-VGRD-CUR-COUNT TO  T-VBK-CUR-COUNT.
98278      MOVE  W-VGRD-CUR-NET   TO  T-VBK-CUR-NET.
98278      MOVE  W-VGRD-PRV-COUNT TO  T-VBK-PRV-COUNT.
98278      MOVE  W-VGRD-PRV-NET   TO  T-VBK-PRV-NET.

98278      PERFORM D0420-WRITE-BANK-VARIANCE.

98278  D0400-BANK-VARIANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0410-FETCH-BANK-VARIANCE                      *
      *****************************************************************

98278  D0410-FETCH-BANK-VARIANCE SECTION.

98278      EXEC SQL
98278           FETCH VBK-CURSOR
98278           INTO  :T-VBK-BANK-BR-AGY ,
98278                 :T-VBK-CUR-COUNT   ,
98278                 :T-VBK-CUR-NET     ,
98278                 :T-VBK-PRV-COUNT   ,
98278                 :T-VBK-PRV-NET
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98278      IF  SQLCODE  EQUAL TO  +100
98278          MOVE 'Y'  TO  W-VAR-EOF-SW
98278      ELSE
98278          IF  SQLCODE  EQUAL TO  +0
98278              MOVE 'VBNK'  TO  W-VAR-TAG
98278              PERFORM D0420-WRITE-BANK-VARIANCE
98278              ADD  T-VBK-CUR-COUNT  TO  W-VGRD-CUR-COUNT
98278              ADD  T-VBK-CUR-NET    TO  W-VGRD-CUR-NET
98278              ADD  T-VBK-PRV-COUNT  TO  W-VGRD-PRV-COUNT
98278              ADD  T-VBK-PRV-NET    TO  W-VGRD-PRV-NET
98278          ELSE
98278              PERFORM DB2-ERROR
98278              MOVE 'Y'  TO  W-VAR-EOF-SW.

98278  D0410-FETCH-BANK-VARIANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0420-WRITE-BANK-VARIANCE                      *
      *****************************************************************

98278  D0420-WRITE-BANK-VARIANCE SECTION.

98278      ADD   1                TO  W-PRG-SEQ.
98278      MOVE  SPACES           TO  PAYREG-DET-REC.
98278      MOVE  W-PRG-SEQ        TO  PRB-SEQ.
98278      MOVE  W-VAR-TAG        TO  PRB-TAG.
98278      MOVE  T-VBK-BANK-BR-AGY TO PRB-BANK-BR-AGY.
98278      MOVE  T-VBK-CUR-COUNT  TO  PRB-CUR-COUNT.
98278      MOVE  T-VBK-CUR-NET    TO  PRB-CUR-NET.
98278      MOVE  T-VBK-PRV-COUNT  TO  PRB-PRV-COUNT.
98278      MOVE  T-VBK-PRV-NET    TO  PRB-PRV-NET.
98278      COMPUTE  PRB-DIFF-NET  =  T-VBK-CUR-NET  -  T-VBK-PRV-NET.

98278      EXEC CICS WRITE
98278           FILE    ('PAYREG  ')
98278           RIDFLD  (PRB-SEQ)
98278           FROM    (PAYREG-VBK-REC)
98278           LENGTH  (LENGTH OF PAYREG-VBK-REC)
98278           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'PAYREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRB-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PAYREG-VBK-REC      TO  W-RPL-REC-LEN
98304      MOVE  PAYREG-VBK-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

98278  D0420-WRITE-BANK-VARIANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0970-START-RUN-STATS                          *
      *****************************************************************
      *    THIS SECTION OPENS THIS PROGRAM'S ST_BAT_RUN_LOG ROW FOR   *
      *    THE BUSINESS DATE THROUGH OBSSS684, WHICH COMMITS IT, AND  *
      *    ZEROES THE ROW COUNTS KEPT DURING THE RUN.  THE RUN IS     *
      *    TAKEN AS COMPLETED UNLESS IT SAYS OTHERWISE BY THE END.    *
      *****************************************************************

98303  S0970-START-RUN-STATS SECTION.

98303      MOVE 'OBSSS631'  TO  X684-PROGRAM.
98303      MOVE 'S'         TO  X684-FUNCTION.
98303      MOVE 'C'         TO  X684-END-STATUS.
98303      MOVE  ZEROES     TO  X684-ROWS-READ
98303                           X684-ROWS-WRITTEN
98303                           X684-ROWS-REJECTED.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0970-START-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0975-END-RUN-STATS                            *
      *****************************************************************
      *    THIS SECTION CLOSES THIS PROGRAM'S ST_BAT_RUN_LOG ROW      *
      *    THROUGH OBSSS684 WITH THE END TIME, THE ROW COUNTS AND     *
      *    THE END STATUS.  IT RUNS FROM THE MAINLINE EXIT, SO EVERY  *
      *    NORMAL WAY OUT OF THE PROGRAM IS RECORDED.                 *
      *    THE ROWS REJECTED ARE THE RUN'S OWN COUNT.                 *
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

98303      MOVE  W-HOLD-COUNT  TO  X684-ROWS-REJECTED.

98303      MOVE 'E'         TO  X684-FUNCTION.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0975-END-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0980-COUNT-ROW-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A ROW FETCHED FROM A DB2 CURSOR.       *
      *****************************************************************

98303  S0980-COUNT-ROW-READ SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0980-COUNT-ROW-READ-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0985-COUNT-ROWS-WRITTEN                       *
      *****************************************************************
      *    THIS SECTION COUNTS THE ROWS INSERTED, UPDATED OR DELETED  *
      *    BY THE LAST SQL STATEMENT, AS DB2 REPORTS THEM IN SQLERRD. *
      *****************************************************************

98303  S0985-COUNT-ROWS-WRITTEN SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  SQLERRD (3)  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0985-COUNT-ROWS-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0986-COUNT-REC-WRITTEN                        *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD WRITTEN, REWRITTEN OR DELETED *
      *    ON A FILE, REPORT LINES INCLUDED.                          *
      *****************************************************************

98303  S0986-COUNT-REC-WRITTEN SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0986-COUNT-REC-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0990-ARCHIVE-REPORT-LINE                      *
      *****************************************************************
      *    THIS SECTION KEEPS THE REPORT LINE JUST WRITTEN ON         *
      *    ST_RPT_ARCHIVE_LINE UNDER THE REPORT, THE RUN BUSINESS     *
      *    DATE OBSSS684 RETURNED AT START AND THIS JOB, WITHOUT THE  *
      *    SEQUENCE KEY AT THE FRONT OF THE RECORD.  OBSSS684 INDEXES *
      *    THE LINES ON ST_RPT_ARCHIVE WHEN THE RUN ENDS.  THE        *
      *    CALLER'S SQLCA IS PUT BACK AFTERWARDS, SO A CALLER THAT    *
      *    TESTS SQLCODE AFTER ITS WRITE STILL SEES ITS OWN RESULT.   *
      *****************************************************************

98304  S0990-ARCHIVE-REPORT-LINE SECTION.

98304      IF  EIBRESP  NOT EQUAL TO  DFHRESP(NORMAL)
98304          GO TO S0990-ARCHIVE-REPORT-LINE-EXIT
98304      END-IF.

98304      MOVE  SQLCA    TO  W-RPL-SQLCA-SAVE.
98304      MOVE  W-EIBDS  TO  W-RPL-EIBDS-SAVE.
98304      ADD   1        TO  T-RPL-LINE-NO.

98304      IF  W-RPL-REC-LEN  GREATER THAN  LENGTH OF W-RPL-IMAGE
98304          MOVE  LENGTH OF W-RPL-IMAGE  TO  W-RPL-REC-LEN
98304      END-IF.

98304      COMPUTE  T-RPL-TEXT-LEN  =  W-RPL-REC-LEN  -  W-RPL-KEY-LEN.

98304      IF  T-RPL-TEXT-LEN  GREATER THAN  LENGTH OF T-RPL-TEXT-DATA
98304          MOVE  LENGTH OF T-RPL-TEXT-DATA  TO  T-RPL-TEXT-LEN
98304      END-IF.

98304      MOVE  W-RPL-IMAGE (W-RPL-KEY-LEN + 1 : T-RPL-TEXT-LEN)
98304                                    TO  T-RPL-TEXT-DATA.

98304      MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

98304      EXEC SQL
98304           INSERT INTO ST_RPT_ARCHIVE_LINE
98304                (RPL_REPORT,       RPL_RUN_DATE,
98304                 RPL_JOB,          RPL_LINE_NO,
98304                 RPL_TEXT)
98304           VALUES
98304                (:T-RPL-REPORT,    :X684-BUS-DATE,
98304                 :X684-PROGRAM,    :T-RPL-LINE-NO,
98304                 :T-RPL-TEXT)
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304      MOVE  W-RPL-SQLCA-SAVE  TO  SQLCA.
98304      MOVE  W-RPL-EIBDS-SAVE  TO  W-EIBDS.

98304  S0990-ARCHIVE-REPORT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
