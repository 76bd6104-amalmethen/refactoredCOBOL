      *                - THE BILLED LINE IS KEPT ON THE               *
      *                  ST_WRK_CONTRIB_BILL REGISTER, WHICH IS       *
      *                  WHAT RECEIPT MATCHING SETTLES AGAINST.      *
98282 *                - A PURCHASE-OF-SERVICE INSTALLMENT THE        *
98282 *                  MEMBER PAYS THROUGH THIS EMPLOYER, DUE BY    *
98282 *                  THE DECLARED PERIOD, RIDES ON THE LINE'S     *
98282 *                  BILLING AND IS SETTLED WITH IT.              *
98284 *                - A PROVISIONAL ASSESSMENT OBSSS667 RAISED     *
98284 *                  FOR THE EMPLOYER AND PERIOD IS REVERSED      *
98284 *                  WHEN THE PERIOD'S FIRST REAL LINE BILLS.     *
98288 *                - THE EMPLOYER'S UNAPPLIED CASH (WHAT OBSSS653 *
98288 *                  COULD NOT SETTLE) PAYS A BILLED LINE IT      *
98288 *                  COVERS IN FULL, OLDEST RECEIPT FIRST, SO AN  *
98288 *                  EMPLOYER IN CREDIT IS NOT ASKED FOR MONEY.   *
      *                - A MALFORMED LINE, OR ONE WITH NO RATE IN     *
      *                  EFFECT, GOES TO THE WDECLX EXCEPTION FILE    *
      *                  WITH A REASON CODE AND IS CONSUMED.          *
98285 *                - AFTER THE DRAIN EVERY EMPLOYER WITH A LINE   *
98285 *                  IN THE RUN GETS AN ACKNOWLEDGMENT ON         *
98285 *                  ERACKOUT: A HEADER WITH THE LINE COUNT AND   *
98285 *                  DECLARED WAGE, ONE DETAIL PER LINE SAYING    *
98285 *                  ACCEPTED OR REJECTED AND WHY (ENGLISH, AND   *
98285 *                  ARABIC FROM ST_MST_REASON_TEXT), AND A       *
98285 *                  TRAILER OF CONTROL TOTALS.  A NOTICE ON      *
98285 *                  ODTXNOUT UNDER THE EMPLOYER-ACKNOWLEDGMENT   *
98285 *                  DESTINATION CARRIES IT, SO OBSSS619 WATCHES  *
98285 *                  ITS PICKUP LIKE ANY OTHER FEED.              *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        WDECLIN (VSAM DECLARATION INTAKE FILE)     *
      *                    ST_MST_CONTRIB_RATE (DB2 RATE TABLE)       *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
98285 *                    ST_MST_REASON_TEXT  (DB2 TEXT TABLE)       *
98288 *                    ST_WRK_ER_UNAPPLIED (DB2 REGISTER)         *
98288 *                    ST_WRK_ER_REFUND    (DB2 CASE TABLE)       *
      *                                                               *
      *****************************************************************
           EJECT
      *             'E2' LEAD ON ODTXNIN PER GOOD DECLARATION LINE;   *
      *             A ST_WRK_CONTRIB_BILL REGISTER ROW PER BILLED     *
      *             LINE; A WDECLX EXCEPTION RECORD PER REJECT.       *
98285 *             AN ERACKOUT ACKNOWLEDGMENT AND AN ODTXNOUT        *
98285 *             NOTICE PER EMPLOYER IN THE RUN.                   *
98288 *             UNAPPLIED-CASH ROWS DRAWN DOWN BY THE LINES THEY  *
98288 *             PAY.                                              *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *                       WRITES) NOW ADDS ON TOP OF THE BASE     *
      *                       CONTRIBUTION RATE.                      *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98276 - A BILLED LINE FOR A MEMBER WITH A       *
      *                       PENSION IN PAY OPENS A RE-EMPLOYMENT    *
      *                       CASE (ST_WRK_REEMPLOY) PRICED UNDER     *
      *                       THE EARNINGS RULE, WHICH OBSSS631       *
      *                       APPLIES FROM THE NEXT PAYROLL.  A       *
      *                       PERIOD ALREADY PAID IN FULL GOES TO     *
      *                       THE ST_WRK_RECOVERY LEDGER.             *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98282 - OPEN PURCHASE-OF-SERVICE INSTALLMENTS   *
      *                       COLLECTED THROUGH THE DECLARING         *
      *                       EMPLOYER AND DUE BY THE DECLARED        *
      *                       PERIOD ARE ADDED TO THE LINE'S          *
      *                       CONTRIBUTION AND MARKED BILLED ('B')    *
      *                       AGAINST THE REGISTER ROW; OBSSS653      *
      *                       MARKS THEM PAID WHEN THE ROW SETTLES.   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98284 - THE FIRST BILLED LINE OF A PERIOD THE   *
      *                       OBSSS667 NON-FILER RUN ASSESSED         *
      *                       PROVISIONALLY REVERSES THAT             *
      *                       ASSESSMENT (OPPOSITE PAIR THROUGH       *
      *                       OBSSS627, REGISTER ROW TO 'R'), SO      *
      *                       ONLY THE DECLARED LINES STAY BILLED.    *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98285 - EACH RUN NOW RETURNS AN ACKNOWLEDGMENT  *
      *                       PER EMPLOYER ON ERACKOUT (LINE COUNT,   *
      *                       DECLARED WAGE, EVERY LINE ACCEPTED OR   *
      *                       REJECTED WITH ITS REASON IN PLAIN       *
      *                       WORDS, CONTROL TOTALS), ANNOUNCED ON    *
      *                       ODTXNOUT UNDER NEW SFCTBDST CODE 82 SO  *
      *                       OBSSS619 MONITORS THE PICKUP.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98288 - A BILLED LINE THE EMPLOYER'S UNAPPLIED  *
      *                       CASH (ST_WRK_ER_UNAPPLIED) COVERS IN    *
      *                       FULL IS SETTLED ('P') FROM IT AT ONCE,  *
      *                       OLDEST RECEIPT FIRST.  A PROVISIONAL    *
      *                       ASSESSMENT ALREADY PAID WHEN C0800      *
      *                       REVERSES IT BECOMES UNAPPLIED CASH.     *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98315 - A BILL ROW SETTLED FROM UNAPPLIED CASH  *
      *                       IS NOW STAMPED WITH ITS PAID DATE       *
      *                       (CBL_PAID_DATE), AS OBSSS653 STAMPS A   *
      *                       RECEIPT.                                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
           05  K-RSN-POST-ERR          PIC X(06)  VALUE 'PSTERR'.
98228      05  K-RSN-CEILING           PIC X(06)  VALUE 'CEILNG'.
98261      05  K-RSN-DUP-LEAD          PIC X(06)  VALUE 'DUPLED'.
98276      05  C-DEFAULT-REEMP-PCT     PIC S9(03)V99 COMP-3 VALUE +50.
98276      05  K-RECOVERY-RUN-PROGRAM  PIC X(08)  VALUE 'OBSSS652'.
98276      05  K-REEMP-TRAN-CODE       PIC X(04)  VALUE 'REMP'.
98276      05  K-REEMP-SOURCE          PIC X(02)  VALUE 'RE'.
98276      05  K-REEMP-DEPT            PIC X(02)  VALUE 'PY'.
98284      05  K-PROV-REV-TRAN-CODE    PIC X(04)  VALUE 'PRVR'.
98284      05  K-PROV-SOURCE           PIC X(02)  VALUE 'PV'.
98285      05  K-RSN-ACCEPT            PIC X(06)  VALUE 'ACCEPT'.
98285      05  K-RSN-CAPPED            PIC X(06)  VALUE 'CAPPED'.
98285      05  K-ACK-TRAN-CODE         PIC X(04)  VALUE 'WACK'.

      *****************************************************************
      *        SMR#98285: ENGLISH WORDING FOR THE ACKNOWLEDGMENT,     *
      *        USED WHEN ST_MST_REASON_TEXT HAS NO ENGLISH ROW.       *
      *****************************************************************

98285  01  K-ACK-TEXT-VALUES.
98285      05  FILLER                  PIC X(06)  VALUE 'ACCEPT'.
98285      05  FILLER                  PIC X(32)  VALUE
98285          'ACCEPTED AND BILLED'.
98285      05  FILLER                  PIC X(06)  VALUE 'CAPPED'.
98285      05  FILLER                  PIC X(32)  VALUE
98285          'ACCEPTED, CAPPED AT WAGE CEILING'.
98285      05  FILLER                  PIC X(06)  VALUE 'BADKEY'.
98285      05  FILLER                  PIC X(32)  VALUE
98285          'REJECTED - BAD REG, SSN, PERIOD'.
98285      05  FILLER                  PIC X(06)  VALUE 'BADWGE'.
98285      05  FILLER                  PIC X(32)  VALUE
98285          'REJECTED - WAGE MISSING OR ZERO'.
98285      05  FILLER                  PIC X(06)  VALUE 'NORATE'.
98285      05  FILLER                  PIC X(32)  VALUE
98285          'REJECTED - NO RATE FOR PERIOD'.
98285      05  FILLER                  PIC X(06)  VALUE 'CEILNG'.
98285      05  FILLER                  PIC X(32)  VALUE
98285          'REJECTED - WAGE CEILING REACHED'.
98285      05  FILLER                  PIC X(06)  VALUE 'PSTERR'.
98285      05  FILLER                  PIC X(32)  VALUE
98285          'NOT BILLED - POSTING ERROR'.
98285  01  K-ACK-TEXT-TBL REDEFINES K-ACK-TEXT-VALUES.
98285      05  K-ACK-TEXT-ENTRY  OCCURS 7 TIMES.
98285          10  K-ACK-TEXT-CODE     PIC X(06).
98285          10  K-ACK-TEXT-EN       PIC X(32).
98285  01  C-MAX-ACK-TEXT              PIC S9(04) COMP VALUE +7.

       01  W-DEST-TABLE.
           COPY SFCTBDST.
           05  C-MAX-FEED              PIC S9(04) COMP VALUE +500.
           05  W-FEED-ENTRY  OCCURS 500 TIMES  INDEXED BY W-FEED-NDX.
               10  W-FEED-REC          PIC X(52).
98285          10  W-FEED-REASON       PIC X(06).
98285          10  W-FEED-BILL-WAGE    PIC S9(12)V999 COMP-3.
98285          10  W-FEED-BILL-CONTRIB PIC S9(12)V999 COMP-3.
98285          10  W-FEED-ACK-SW       PIC X(01).
98285              88  W-FEED-ACKED        VALUE 'Y'.

       01  I                           PIC S9(04) COMP.
       01  W-BROWSE-KEY                PIC 9(08).
98241  01  T-HZD-SURCHARGE-PCT         PIC S9(03)V99 COMP-3.
98241  01  T-HZD-YEAR                  PIC 9(04).

98282  01  W-SVC-INST-AMT              PIC S9(12)V999 COMP-3.

98284  01  T-PRV-CONTRIB               PIC S9(12)V999 COMP-3.
98288  01  T-PRV-STATUS                PIC X(01).

98288  01  T-UNA-REG-NUM               PIC 9(07).
98288  01  T-UNA-SOURCE                PIC X(01).
98288  01  T-UNA-POST-DATE             PIC X(08).
98288  01  T-UNA-BCL-SEQ               PIC 9(08).
98288  01  T-UNA-OPEN-AMT              PIC S9(13)V999 COMP-3.
98288  01  T-UNA-OPEN-TOTAL            PIC S9(13)V999 COMP-3.
98288  01  T-UNA-STATUS                PIC X(01).
98288  01  T-ERF-REQ-TOTAL             PIC S9(13)V999 COMP-3.
98288  01  W-UNA-APPLY-LEFT            PIC S9(13)V999 COMP-3.
98288  01  W-UNA-EOF-SW                PIC X(01).
98288      88  W-UNA-EOF                    VALUE 'Y'.

      *****************************************************************
      *        SMR#98285: EMPLOYER ACKNOWLEDGMENT RECORD (ERACKOUT)   *
      *        -- A HEADER, ONE DETAIL PER LINE, A TRAILER OF         *
      *        CONTROL TOTALS, ALL UNDER THE EMPLOYER AND THE RUN.    *
      *****************************************************************

98285  01  ACK-REC.
98285      05  ACK-KEY.
98285          10  ACK-REG-NUM         PIC X(07).
98285          10  ACK-RUN-DATE        PIC 9(08).
98285          10  ACK-RUN-TIME        PIC 9(06).
98285          10  ACK-REC-SEQ         PIC 9(05).
98285      05  ACK-REC-TYPE            PIC X(01).
98285          88  ACK-HEADER              VALUE 'H'.
98285          88  ACK-DETAIL              VALUE 'D'.
98285          88  ACK-TRAILER             VALUE 'T'.
98285      05  ACK-BODY                PIC X(120).
98285      05  ACK-HDR-BODY REDEFINES ACK-BODY.
98285          10  ACK-H-LINE-COUNT    PIC 9(05).
98285          10  ACK-H-DECL-WAGE     PIC 9(12)V99.
98285          10  ACK-H-FIRST-SEQ     PIC 9(08).
98285          10  ACK-H-LAST-SEQ      PIC 9(08).
98285          10  FILLER              PIC X(85).
98285      05  ACK-DTL-BODY REDEFINES ACK-BODY.
98285          10  ACK-D-SEQ           PIC X(08).
98285          10  ACK-D-SSN           PIC X(11).
98285          10  ACK-D-PERIOD        PIC X(06).
98285          10  ACK-D-DECL-WAGE     PIC 9(10)V99.
98285          10  ACK-D-BILL-WAGE     PIC 9(10)V99.
98285          10  ACK-D-STATUS        PIC X(01).
98285              88  ACK-D-ACCEPTED      VALUE 'A'.
98285              88  ACK-D-REJECTED      VALUE 'R'.
98285          10  ACK-D-REASON        PIC X(06).
98285          10  ACK-D-TEXT-EN       PIC X(32).
98285          10  ACK-D-TEXT-AR       PIC X(32).
98285      05  ACK-TRL-BODY REDEFINES ACK-BODY.
98285          10  ACK-T-LINE-COUNT    PIC 9(05).
98285          10  ACK-T-ACCEPT-COUNT  PIC 9(05).
98285          10  ACK-T-REJECT-COUNT  PIC 9(05).
98285          10  ACK-T-DECL-WAGE     PIC 9(12)V99.
98285          10  ACK-T-ACCEPT-WAGE   PIC 9(12)V99.
98285          10  ACK-T-REJECT-WAGE   PIC 9(12)V99.
98285          10  ACK-T-BILL-WAGE     PIC 9(12)V999.
98285          10  ACK-T-BILL-CONTRIB  PIC 9(12)V999.
98285          10  FILLER              PIC X(33).

      *****************************************************************
      *        SMR#98285: ODTXNOUT NOTICE FOR THE ACKNOWLEDGMENT      *
      *****************************************************************

98285  01  FILE-MAINT-ACCTG-EXT.
98285      COPY SFCFFD1N.

98285  01  W-ACK-REG-NUM               PIC X(07).
98285  01  W-ACK-SEQ                   PIC 9(05).
98285  01  W-ACK-RUN-DATE              PIC 9(08).
98285  01  W-ACK-RUN-TIME              PIC 9(06).
98285  01  W-ACK-NOTICE-COUNT          PIC S9(07) COMP-3 VALUE +0.
98285  01  W-ACK-LINE-COUNT            PIC 9(05).
98285  01  W-ACK-ACCEPT-COUNT          PIC 9(05).
98285  01  W-ACK-REJECT-COUNT          PIC 9(05).
98285  01  W-ACK-DECL-WAGE             PIC S9(12)V99 COMP-3.
98285  01  W-ACK-ACCEPT-WAGE           PIC S9(12)V99 COMP-3.
98285  01  W-ACK-REJECT-WAGE           PIC S9(12)V99 COMP-3.
98285  01  W-ACK-BILL-WAGE             PIC S9(13)V999 COMP-3.
98285  01  W-ACK-BILL-CONTRIB          PIC S9(13)V999 COMP-3.
98285  01  W-ACK-FIRST-SEQ             PIC 9(08).
98285  01  W-ACK-LAST-SEQ              PIC 9(08).
98285  01  W-ACK-LINE-WAGE             PIC 9(10)V99.
98285  01  W-TEXT-FOUND-SW             PIC X(01).
98285      88  W-TEXT-FOUND                VALUE 'Y'.
98285  01  J                           PIC S9(04) COMP.
98285  01  K                           PIC S9(04) COMP.
98285  01  T-RSN-CODE                  PIC X(06).
98285  01  T-RSN-LANG                  PIC X(01).
98285  01  T-RSN-TEXT                  PIC X(32).

      *****************************************************************
      *        RE-EMPLOYED PENSIONER CASE FIELDS                      *
      *****************************************************************

98276  01  T-RUN-REEMP-EXEMPT-AMT      PIC S9(12)V999 COMP-3.
98276  01  T-RUN-REEMP-REDUCE-PCT      PIC S9(03)V99 COMP-3.
98276  01  T-RUN-REEMP-IND             PIC S9(04) COMP.
98276  01  T-RUN-RECOVERY-ACCT         PIC 9(11).
98276  01  W-REEMP-REDUCE-PCT          PIC S9(03)V99 COMP-3.
98276  01  T-PEN-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
98276  01  T-PEN-GROSS-IND             PIC S9(04) COMP.
98276  01  T-RMP-ACTION                PIC X(01).
98276  01  T-RMP-WAGE                  PIC S9(12)V999 COMP-3.
98276  01  T-RMP-REDUCE-AMT            PIC S9(6)V9(3) COMP-3.
98276  01  T-RMP-OVERPAID-AMT          PIC S9(6)V9(3) COMP-3.
98276  01  T-RMP-PRIOR-OVERPAID        PIC S9(6)V9(3) COMP-3.
98276  01  T-RMP-PERIOD-WAGE           PIC S9(13)V999 COMP-3.
98276  01  T-RMP-PERIOD-REDUCE         PIC S9(13)V999 COMP-3.
98276  01  W-RMP-TOTAL-REDUCE          PIC S9(13)V999 COMP-3.
98276  01  W-RMP-BOOK-AMT              PIC S9(6)V9(3) COMP-3.

      *****************************************************************
      *              EMPLOYER KEY UNDER THE '0000' CONVENTION         *
      *****************************************************************

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0000-DRAIN-INTAKE.
98285      PERFORM D0000-WRITE-ACKNOWLEDGMENTS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
           ELSE
               NEXT SENTENCE.

98276      PERFORM B0550-GET-EARNINGS-RULE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0550-GET-EARNINGS-RULE                        *
      *****************************************************************
      *    SMR#98276: THE EARNINGS RULE FOR RE-EMPLOYED PENSIONERS    *
      *    -- THE WAGE EXEMPT EACH MONTH AND THE PERCENT OF THE WAGE  *
      *    ABOVE IT THAT COMES OFF THE PENSION -- IS ON THE           *
      *    PROGRAM'S RUN-CONTROL ROW; A NULL OR ZERO PERCENT FALLS    *
      *    BACK TO THE DEFAULT.  THE RECOVERY RECEIVABLE ACCOUNT IS   *
      *    OBSSS652'S.                                                *
      *****************************************************************

98276  B0550-GET-EARNINGS-RULE SECTION.

98276      MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.
98276      MOVE  C-DEFAULT-REEMP-PCT  TO  W-REEMP-REDUCE-PCT.
98276      MOVE  ZEROES               TO  T-RUN-REEMP-EXEMPT-AMT
98276                                     T-RUN-RECOVERY-ACCT.

98276      EXEC SQL
98276           SELECT   COALESCE (RUN_REEMP_EXEMPT_AMT, 0) ,
98276                    RUN_REEMP_REDUCE_PCT
98276           INTO    :T-RUN-REEMP-EXEMPT-AMT ,
98276                   :T-RUN-REEMP-REDUCE-PCT:T-RUN-REEMP-IND
98276           FROM     ST_BAT_RUN_CONTROL
98276           WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
98276      END-EXEC.

98276      PERFORM DB2-ERROR.

98276      IF  SQLCODE  EQUAL TO  +0  AND
98276          T-RUN-REEMP-IND  NOT LESS THAN  ZERO  AND
98276          T-RUN-REEMP-REDUCE-PCT  GREATER THAN  ZEROES
98276          MOVE  T-RUN-REEMP-REDUCE-PCT  TO  W-REEMP-REDUCE-PCT
98276      ELSE
98276          NEXT SENTENCE.

98276      EXEC SQL
98276           SELECT   RUN_RECOVERY_ACCT
98276           INTO    :T-RUN-RECOVERY-ACCT
98276           FROM     ST_BAT_RUN_CONTROL
98276           WHERE    RUN_PROGRAM  =  :K-RECOVERY-RUN-PROGRAM
98276      END-EXEC.

98276      PERFORM DB2-ERROR.

98276  B0550-GET-EARNINGS-RULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-DRAIN-INTAKE                             *
      *****************************************************************

                INTO   (WDL-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               IF  W-FEED-COUNT  NOT LESS THAN  C-MAX-FEED
                   ADD  1           TO  W-FEED-COUNT
                   SET  W-FEED-NDX  TO  W-FEED-COUNT
                   MOVE WDL-REC     TO  W-FEED-REC (W-FEED-NDX)
98285              MOVE SPACES      TO  W-FEED-REASON (W-FEED-NDX)
98285                                   W-FEED-ACK-SW (W-FEED-NDX)
98285              MOVE ZEROES      TO  W-FEED-BILL-WAGE (W-FEED-NDX)
98285                                   W-FEED-BILL-CONTRIB (W-FEED-NDX)
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

               W-WAGE-AMT  *  (T-CTR-ER-RATE + T-CTR-EE-RATE).

98241      PERFORM C0170-APPLY-HAZARD-SURCHARGE.
98282      PERFORM C0180-ADD-SVC-INSTALLMENTS.

           PERFORM C0200-POST-BILLING-PAIR.
           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
           PERFORM C0300-WRITE-BILL-LEAD.
           PERFORM C0400-WRITE-BILL-REGISTER.
98236      PERFORM C0450-WRITE-WAGE-HISTORY.
98282      IF  W-SVC-INST-AMT  GREATER THAN  ZEROES
98282          PERFORM C0700-MARK-SVC-BILLED.
98276      PERFORM C0600-CHECK-REEMPLOYMENT.
98284      PERFORM C0800-REVERSE-PROVISIONAL.
98288      PERFORM C0900-APPLY-UNAPPLIED.

98285      IF  W-WAGE-AMT  LESS THAN  WDL-WAGE
98285          MOVE  K-RSN-CAPPED  TO  W-FEED-REASON (W-FEED-NDX)
98285      ELSE
98285          MOVE  K-RSN-ACCEPT  TO  W-FEED-REASON (W-FEED-NDX)
98285      END-IF.
98285      MOVE  W-WAGE-AMT     TO  W-FEED-BILL-WAGE (W-FEED-NDX).
98285      MOVE  W-CONTRIB-AMT  TO  W-FEED-BILL-CONTRIB (W-FEED-NDX).

       C0000-CONSUME.

98241  C0170-APPLY-HAZARD-SURCHARGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0180-ADD-SVC-INSTALLMENTS                     *
      *****************************************************************
      *    SMR#98282: A MEMBER WHO BOUGHT BACK SERVICE AND PAYS       *
      *    THROUGH THIS EMPLOYER HAS EACH OPEN INSTALLMENT DUE BY     *
      *    THE DECLARED PERIOD ADDED TO THE LINE'S CONTRIBUTION, SO   *
      *    IT POSTS, REGISTERS AND SETTLES WITH THE LINE.             *
      *****************************************************************

98282  C0180-ADD-SVC-INSTALLMENTS SECTION.

98282      MOVE 'ST_MST_SVC_PURCH_INST'  TO  W-EIBDS.
98282      MOVE  WDL-REG-NUM             TO  T-CBL-REG-NUM.
98282      MOVE  ZEROES                  TO  W-SVC-INST-AMT.

98282      EXEC SQL
98282           SELECT   COALESCE (SUM (PSI_AMOUNT), 0)
98282           INTO    :W-SVC-INST-AMT
98282           FROM     ST_MST_SVC_PURCH_INST
98282           WHERE    PSI_SSN         =  :WDL-SSN
98282           AND      PSI_STATUS      =  ' '
98282           AND      PSI_DUE_PERIOD  <=  :WDL-PERIOD
98282           AND      EXISTS
98282                   (SELECT  1
98282                    FROM    ST_MST_SVC_PURCHASE
98282                    WHERE   SPC_SSN          =  PSI_SSN
98282                    AND     SPC_CONTRACT_NUM =  PSI_CONTRACT_NUM
98282                    AND     SPC_PAY_METHOD   =  'E'
98282                    AND     SPC_REG_NUM      =  :T-CBL-REG-NUM
98282                    AND     SPC_STATUS       =  ' ')
98282      END-EXEC.

98282      PERFORM DB2-ERROR.

98282      IF  SQLCODE  NOT EQUAL TO  +0
98282          MOVE  ZEROES  TO  W-SVC-INST-AMT.

98282      ADD  W-SVC-INST-AMT  TO  W-CONTRIB-AMT.

98282  C0180-ADD-SVC-INSTALLMENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-POST-BILLING-PAIR                        *
      *****************************************************************
      *    THIS SECTION POSTS THE BALANCED PAIR FOR ONE PRICED        *
                FROM    (TRANSACTION-LEAD)
                LENGTH  (LENGTH OF TRANSACTION-LEAD)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98261      IF  W-FILE-RESP  =  DFHRESP(DUPREC)
98261          MOVE  K-RSN-DUP-LEAD  TO  WDX-REASON
                      :T-CBL-PERIOD,   :T-CBL-WAGE,
                      :T-CBL-CONTRIB,  :T-CBL-STATUS,
                      :T-CBL-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

98236           WHERE  WGB_SSN      =  :T-CBL-SSN
98236           AND    WGB_REG_NUM  =  :T-CBL-REG-NUM
98236           AND    WGB_PERIOD   =  :T-CBL-PERIOD
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98236      PERFORM DB2-ERROR.

98236                (:T-CBL-SSN,      :T-CBL-REG-NUM,
98236                 :T-CBL-PERIOD,   :T-CBL-WAGE,
98236                 :T-WGB-SOURCE,   :T-CBL-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98236      PERFORM DB2-ERROR.

           MOVE  WDL-SSN            TO  WDX-SSN.
           MOVE  WDL-PERIOD         TO  WDX-PERIOD.
           MOVE  WDL-WAGE           TO  WDX-WAGE.
98285      MOVE  WDX-REASON         TO  W-FEED-REASON (W-FEED-NDX).

           EXEC CICS WRITE
                FILE    ('WDECLX  ')
                FROM    (WDX-REC)
                LENGTH  (LENGTH OF WDX-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0987-COUNT-REC-REJECTED.

       C0500-WRITE-EXCEPTION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-CHECK-REEMPLOYMENT                       *
      *****************************************************************
      *    SMR#98276: A DECLARED WAGE FOR A MEMBER WHOSE PENSION IS   *
      *    IN PAY (OR ALREADY SUSPENDED FOR RE-EMPLOYMENT) OPENS A    *
      *    RE-EMPLOYMENT CASE FOR THE EMPLOYER AND PERIOD.  THE       *
      *    EARNINGS RULE IS WORKED ON THE MEMBER'S TOTAL DECLARED     *
      *    WAGE FOR THE PERIOD ACROSS ALL EMPLOYERS; THIS CASE        *
      *    CARRIES WHAT ITS LINE ADDS TO THE PERIOD'S REDUCTION.  A   *
      *    REDUCTION THAT TAKES THE WHOLE PENSION IS A SUSPENSION     *
      *    ('S'), ANY OTHER IS A REDUCTION ('R'), NONE IS 'N'.  A     *
      *    RE-DECLARED LINE SUPERSEDES ITS EARLIER CASE.  A PERIOD    *
      *    BEFORE THE CURRENT MONTH HAS ALREADY BEEN PAID IN FULL,    *
      *    SO ITS REDUCTION IS AN OVERPAYMENT TO RECOVER.             *
      *****************************************************************

98276  C0600-CHECK-REEMPLOYMENT SECTION.

98276      MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

98276      EXEC SQL
98276           SELECT   SUM (PEN_GROSS_AMT)
98276           INTO    :T-PEN-GROSS-AMT:T-PEN-GROSS-IND
98276           FROM     ST_MST_PENSION
98276           WHERE    PEN_SSN  =  :T-CBL-SSN
98276           AND     (PEN_STATUS  =  'P'  OR
98276                   (PEN_STATUS  =  'S'  AND
98276                    PEN_SUSP_REASON  =  'R'))
98276      END-EXEC.

98276      PERFORM DB2-ERROR.

98276      IF  SQLCODE  NOT EQUAL TO  +0  OR
98276          T-PEN-GROSS-IND  LESS THAN  ZERO
98276          GO TO C0600-CHECK-REEMPLOYMENT-EXIT.

98276      MOVE 'ST_WRK_REEMPLOY'  TO  W-EIBDS.
98276      MOVE  ZEROES            TO  T-RMP-PRIOR-OVERPAID.
98276      MOVE  WDL-WAGE          TO  T-RMP-WAGE.

98276      EXEC SQL
98276           SELECT   RMP_OVERPAID_AMT
98276           INTO    :T-RMP-PRIOR-OVERPAID
98276           FROM     ST_WRK_REEMPLOY
98276           WHERE    RMP_SSN      =  :T-CBL-SSN
98276           AND      RMP_REG_NUM  =  :T-CBL-REG-NUM
98276           AND      RMP_PERIOD   =  :T-CBL-PERIOD
98276      END-EXEC.

98276      PERFORM DB2-ERROR.

98276      EXEC SQL
98276           DELETE FROM ST_WRK_REEMPLOY
98276           WHERE  RMP_SSN      =  :T-CBL-SSN
98276           AND    RMP_REG_NUM  =  :T-CBL-REG-NUM
98276           AND    RMP_PERIOD   =  :T-CBL-PERIOD
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98276      PERFORM DB2-ERROR.

98276      EXEC SQL
98276           SELECT   COALESCE (SUM (RMP_WAGE), 0)       ,
98276                    COALESCE (SUM (RMP_REDUCE_AMT), 0)
98276           INTO    :T-RMP-PERIOD-WAGE   ,
98276                   :T-RMP-PERIOD-REDUCE
98276           FROM     ST_WRK_REEMPLOY
98276           WHERE    RMP_SSN     =  :T-CBL-SSN
98276           AND      RMP_PERIOD  =  :T-CBL-PERIOD
98276      END-EXEC.

98276      PERFORM DB2-ERROR.

98276      COMPUTE  W-RMP-TOTAL-REDUCE  ROUNDED  =
98276          (T-RMP-PERIOD-WAGE  +  T-RMP-WAGE  -
98276           T-RUN-REEMP-EXEMPT-AMT)  *  W-REEMP-REDUCE-PCT  /  100.

98276      IF  W-RMP-TOTAL-REDUCE  LESS THAN  ZEROES
98276          MOVE  ZEROES  TO  W-RMP-TOTAL-REDUCE.
98276      IF  W-RMP-TOTAL-REDUCE  GREATER THAN  T-PEN-GROSS-AMT
98276          MOVE  T-PEN-GROSS-AMT  TO  W-RMP-TOTAL-REDUCE.

98276      COMPUTE  T-RMP-REDUCE-AMT  =
98276          W-RMP-TOTAL-REDUCE  -  T-RMP-PERIOD-REDUCE.
98276      IF  T-RMP-REDUCE-AMT  LESS THAN  ZEROES
98276          MOVE  ZEROES  TO  T-RMP-REDUCE-AMT.

98276      IF  W-RMP-TOTAL-REDUCE  NOT LESS THAN  T-PEN-GROSS-AMT
98276          MOVE 'S'  TO  T-RMP-ACTION
98276      ELSE
98276      IF  T-RMP-REDUCE-AMT  GREATER THAN  ZEROES
98276          MOVE 'R'  TO  T-RMP-ACTION
98276      ELSE
98276          MOVE 'N'  TO  T-RMP-ACTION.

98276      IF  T-CBL-PERIOD  LESS THAN  W-TODAY-DATE (1:6)
98276          MOVE  T-RMP-REDUCE-AMT  TO  T-RMP-OVERPAID-AMT
98276      ELSE
98276          MOVE  ZEROES            TO  T-RMP-OVERPAID-AMT.

98276      EXEC SQL
98276           INSERT INTO ST_WRK_REEMPLOY
98276                (RMP_SSN,          RMP_REG_NUM,
98276                 RMP_PERIOD,       RMP_WAGE,
98276                 RMP_REDUCE_AMT,   RMP_ACTION,
98276                 RMP_OVERPAID_AMT, RMP_STATUS,
98276                 RMP_POST_DATE)
98276           VALUES
98276                (:T-CBL-SSN,          :T-CBL-REG-NUM,
98276                 :T-CBL-PERIOD,       :T-RMP-WAGE,
98276                 :T-RMP-REDUCE-AMT,   :T-RMP-ACTION,
98276                 :T-RMP-OVERPAID-AMT, ' ',
98276                 :T-CBL-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98276      PERFORM DB2-ERROR.

98276      COMPUTE  W-RMP-BOOK-AMT  =
98276          T-RMP-OVERPAID-AMT  -  T-RMP-PRIOR-OVERPAID.

98276      IF  W-RMP-BOOK-AMT  GREATER THAN  ZEROES  AND
98276          T-RUN-RECOVERY-ACCT  GREATER THAN  ZEROES
98276          PERFORM C0650-BOOK-OVERPAYMENT
98276      ELSE
98276          NEXT SENTENCE.

98276  C0600-CHECK-REEMPLOYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0650-BOOK-OVERPAYMENT                         *
      *****************************************************************
      *    SMR#98276: THE PENSION ALREADY PAID FOR A PERIOD THE       *
      *    MEMBER WAS WORKING IS BOOKED TO THE RECOVERY RECEIVABLE    *
      *    THE SAME WAY OBSSS652 BOOKS A POST-DEATH OVERPAYMENT,      *
      *    AND ADDED TO THE MEMBER'S OPEN ST_WRK_RECOVERY CASE (OR    *
      *    OPENS ONE) FOR ORP1560P TO WORK.                           *
      *****************************************************************

98276  C0650-BOOK-OVERPAYMENT SECTION.

98276      MOVE  T-CBL-SSN            TO  X627-SSN.
98276      MOVE  T-RUN-RECOVERY-ACCT  TO  X627-ACCT-CDE.
98276      MOVE  W-RMP-BOOK-AMT       TO  X627-AMOUNT.
98276      MOVE  W-TODAY-DATE         TO  X627-EFF-DATE.
98276      MOVE  K-REEMP-TRAN-CODE    TO  X627-TRAN-CODE.
98276      MOVE  ZEROES               TO  X627-CIVIL-ID.
98276      MOVE  SPACES               TO  X627-REF-NUM.
98276      MOVE  T-CBL-PERIOD         TO  X627-REF-NUM (1:6).
98276      MOVE  K-REEMP-SOURCE       TO  X627-SOURCE.
98276      MOVE  K-REEMP-DEPT         TO  X627-DEPT.
98276      MOVE  K-BILL-CLERK         TO  X627-CLERK.
98276      MOVE  K-BILL-TERM          TO  X627-TERM.
98276      MOVE  ZEROES               TO  X627-LINK-COUNT.
98276      MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

98276      EXEC CICS LINK
98276           PROGRAM  ('OBSSS627')
98276           COMMAREA (X627-POSTING-AREA)
98276           LENGTH   (LENGTH OF X627-POSTING-AREA)
98276      END-EXEC.

98276      IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98276          GO TO C0650-BOOK-OVERPAYMENT-EXIT.

98276      MOVE 'ST_WRK_RECOVERY'  TO  W-EIBDS.

98276      EXEC SQL
98276           UPDATE  ST_WRK_RECOVERY
98276           SET     REC_AMOUNT   =  REC_AMOUNT   +  :W-RMP-BOOK-AMT,
98276                   REC_BALANCE  =  REC_BALANCE  +  :W-RMP-BOOK-AMT
98276           WHERE   REC_SSN      =  :T-CBL-SSN
98276           AND     REC_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98276      PERFORM DB2-ERROR.

98276      IF  SQLCODE  NOT EQUAL TO  +100
98276          GO TO C0650-BOOK-OVERPAYMENT-EXIT.

98276      EXEC SQL
98276           INSERT INTO ST_WRK_RECOVERY
98276                (REC_SSN,        REC_DEATH_DATE,
98276                 REC_AMOUNT,     REC_BALANCE,
98276                 REC_METHOD,     REC_STATUS,
98276                 REC_POST_DATE)
98276           VALUES
98276                (:T-CBL-SSN,       NULL,
98276                 :W-RMP-BOOK-AMT,  :W-RMP-BOOK-AMT,
98276                 ' ',              ' ',
98276                 :T-CBL-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98276      PERFORM DB2-ERROR.

98276  C0650-BOOK-OVERPAYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-MARK-SVC-BILLED                          *
      *****************************************************************
      *    SMR#98282: TIES THE INSTALLMENTS C0180 ADDED TO THE        *
      *    REGISTER ROW JUST WRITTEN ('B', BILLED UNDER THIS          *
      *    EMPLOYER AND PERIOD).  THEY BUY NO MONTHS UNTIL OBSSS653   *
      *    SETTLES THE ROW AND MARKS THEM PAID.                       *
      *****************************************************************

98282  C0700-MARK-SVC-BILLED SECTION.

98282      MOVE 'ST_MST_SVC_PURCH_INST'  TO  W-EIBDS.

98282      EXEC SQL
98282           UPDATE   ST_MST_SVC_PURCH_INST
98282           SET      PSI_STATUS       =  'B'            ,
98282                    PSI_BILL_REG_NUM =  :T-CBL-REG-NUM ,
98282                    PSI_BILL_PERIOD  =  :T-CBL-PERIOD
98282           WHERE    PSI_SSN         =  :WDL-SSN
98282           AND      PSI_STATUS      =  ' '
98282           AND      PSI_DUE_PERIOD  <=  :WDL-PERIOD
98282           AND      EXISTS
98282                   (SELECT  1
98282                    FROM    ST_MST_SVC_PURCHASE
98282                    WHERE   SPC_SSN          =  PSI_SSN
98282                    AND     SPC_CONTRACT_NUM =  PSI_CONTRACT_NUM
98282                    AND     SPC_PAY_METHOD   =  'E'
98282                    AND     SPC_REG_NUM      =  :T-CBL-REG-NUM
98282                    AND     SPC_STATUS       =  ' ')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98282      PERFORM DB2-ERROR.

98282  C0700-MARK-SVC-BILLED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0800-REVERSE-PROVISIONAL                      *
      *****************************************************************
      *    SMR#98284: THE REAL DECLARATION HAS ARRIVED FOR A PERIOD   *
      *    OBSSS667 ASSESSED PROVISIONALLY.  THE ASSESSMENT IS        *
      *    TAKEN BACK WITH THE OPPOSITE PAIR -- CREDIT THE            *
      *    RECEIVABLE, DEBIT INCOME, BOTH UNDER THE EMPLOYER KEY AS   *
      *    THEY WERE RAISED -- AND ITS REGISTER ROW GOES TO 'R'.      *
      *    ONLY AN OPEN OR PAID ROW IS REVERSED, SO LATER LINES OF    *
      *    THE SAME PERIOD FIND NOTHING TO DO.  WHAT THE EMPLOYER     *
98288 *    ALREADY PAID AGAINST IT BECOMES UNAPPLIED CASH, WHICH      *
98288 *    C0900 CAN APPLY AT ONCE.  A REFUSED POSTING LEAVES THE     *
98288 *    ROW AS IT WAS, AND THE NEXT LINE FOR THE PERIOD TRIES      *
98288 *    AGAIN.                                                     *
      *****************************************************************

98284  C0800-REVERSE-PROVISIONAL SECTION.

98284      MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

98284      EXEC SQL
98284           SELECT   CBL_CONTRIB ,
98288                    CBL_STATUS
98284           INTO    :T-PRV-CONTRIB ,
98288                   :T-PRV-STATUS
98284           FROM     ST_WRK_CONTRIB_BILL
98284           WHERE    CBL_REG_NUM      =  :T-CBL-REG-NUM
98284           AND      CBL_PERIOD       =  :T-CBL-PERIOD
98284           AND      CBL_PROVISIONAL  =  'Y'
98284           AND      CBL_STATUS  IN (' ', 'P')
98284      END-EXEC.

98284      PERFORM DB2-ERROR.

98284      IF  SQLCODE  NOT EQUAL TO  +0
98284          GO TO C0800-REVERSE-PROVISIONAL-EXIT.

98284      MOVE  T-CBL-REG-NUM        TO  W-ER-SSN-REG.
98284      MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
98284      MOVE  T-RUN-BILL-RECV-ACCT TO  X627-ACCT-CDE.
98284      COMPUTE  X627-AMOUNT  =  ZERO - T-PRV-CONTRIB.
98284      MOVE  W-TODAY-DATE         TO  X627-EFF-DATE.
98284      MOVE  K-PROV-REV-TRAN-CODE TO  X627-TRAN-CODE.
98284      MOVE  ZEROES               TO  X627-CIVIL-ID.
98284      MOVE  SPACES               TO  X627-REF-NUM.
98284      MOVE  T-CBL-PERIOD         TO  X627-REF-NUM (1:6).
98284      MOVE  K-PROV-SOURCE        TO  X627-SOURCE.
98284      MOVE  K-BILL-DEPT          TO  X627-DEPT.
98284      MOVE  K-BILL-CLERK         TO  X627-CLERK.
98284      MOVE  K-BILL-TERM          TO  X627-TERM.
98284      MOVE  ZEROES               TO  X627-LINK-COUNT.
98284      MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

98284      EXEC CICS LINK
98284           PROGRAM  ('OBSSS627')
98284           COMMAREA (X627-POSTING-AREA)
98284           LENGTH   (LENGTH OF X627-POSTING-AREA)
98284      END-EXEC.

98284      IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98284          GO TO C0800-REVERSE-PROVISIONAL-EXIT.

98284      MOVE  X627-LEAD-COUNT      TO  W-LEG1-LEAD.

98284      MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
98284      MOVE  T-RUN-BILL-INC-ACCT  TO  X627-ACCT-CDE.
98284      MOVE  T-PRV-CONTRIB        TO  X627-AMOUNT.
98284      MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT.

98284      EXEC CICS LINK
98284           PROGRAM  ('OBSSS627')
98284           COMMAREA (X627-POSTING-AREA)
98284           LENGTH   (LENGTH OF X627-POSTING-AREA)
98284      END-EXEC.

98284      IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98284          MOVE  W-ER-SSN-KEY-9       TO  X627-SSN
98284          MOVE  T-RUN-BILL-RECV-ACCT TO  X627-ACCT-CDE
98284          MOVE  T-PRV-CONTRIB        TO  X627-AMOUNT
98284          MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT
98284          EXEC CICS LINK
98284               PROGRAM  ('OBSSS627')
98284               COMMAREA (X627-POSTING-AREA)
98284               LENGTH   (LENGTH OF X627-POSTING-AREA)
98284          END-EXEC
98284          GO TO C0800-REVERSE-PROVISIONAL-EXIT
98284      END-IF.

98284      EXEC SQL
98284           UPDATE  ST_WRK_CONTRIB_BILL
98284           SET     CBL_STATUS  =  'R'
98284           WHERE   CBL_REG_NUM      =  :T-CBL-REG-NUM
98284           AND     CBL_PERIOD       =  :T-CBL-PERIOD
98284           AND     CBL_PROVISIONAL  =  'Y'
98284           AND     CBL_STATUS  IN (' ', 'P')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98284      PERFORM DB2-ERROR.

98288      IF  T-PRV-STATUS  EQUAL TO  'P'
98288          MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS
98288          MOVE  T-CBL-PERIOD          TO  T-UNA-BCL-SEQ
98288          EXEC SQL
98288               INSERT INTO ST_WRK_ER_UNAPPLIED
98288                    (UNA_REG_NUM,      UNA_SOURCE,
98288                     UNA_POST_DATE,    UNA_BCL_SEQ,
98288                     UNA_RECEIPT_DATE, UNA_BANK_BR_AGY,
98288                     UNA_ORIG_AMT,     UNA_OPEN_AMT,
98288                     UNA_STATUS)
98288               VALUES
98288                    (:T-CBL-REG-NUM,   'V',
98288                     :W-TODAY-DATE,    :T-UNA-BCL-SEQ,
98288                     :W-TODAY-DATE,    ' ',
98288                     :T-PRV-CONTRIB,   :T-PRV-CONTRIB,
98288                     ' ')
98288          END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
98288          PERFORM DB2-ERROR
98288      ELSE
98288          NEXT SENTENCE.

98284  C0800-REVERSE-PROVISIONAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0900-APPLY-UNAPPLIED                          *
      *****************************************************************
      *    SMR#98288: WHEN THE EMPLOYER'S OPEN UNAPPLIED CASH COVERS  *
      *    THE LINE JUST BILLED IN FULL, THE REGISTER ROW IS SETTLED  *
      *    ('P') -- WITH ANY PURCHASE-OF-SERVICE INSTALLMENTS IT      *
      *    CARRIES, AS OBSSS653 DOES -- AND THE CASH IS DRAWN DOWN    *
      *    OLDEST RECEIPT FIRST.  THE SAME WHOLE-ROW RULE AS A BANK   *
      *    RECEIPT: CASH THAT DOES NOT COVER THE LINE WAITS FOR A     *
      *    SMALLER ONE OR A REFUND.  NOTHING IS POSTED -- THE         *
      *    RECEIPT'S CREDIT ALREADY SITS IN THE RECEIVABLE THE LINE   *
      *    HAS JUST DEBITED.  CASH AN ORP1569P REFUND REQUEST STILL   *
      *    IN PROGRESS IS WAITING TO PAY OUT IS LEFT ALONE.           *
      *****************************************************************

98288  C0900-APPLY-UNAPPLIED SECTION.

98288      MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS.

98288      EXEC SQL
98288           SELECT   COALESCE (SUM (UNA_OPEN_AMT), 0)
98288           INTO    :T-UNA-OPEN-TOTAL
98288           FROM     ST_WRK_ER_UNAPPLIED
98288           WHERE    UNA_REG_NUM  =  :T-CBL-REG-NUM
98288           AND      UNA_STATUS   =  ' '
98288      END-EXEC.

98288      PERFORM DB2-ERROR.

98288      MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.

98288      EXEC SQL
98288           SELECT   COALESCE (SUM (ERF_AMOUNT), 0)
98288           INTO    :T-ERF-REQ-TOTAL
98288           FROM     ST_WRK_ER_REFUND
98288           WHERE    ERF_REG_NUM  =  :T-CBL-REG-NUM
98288           AND      ERF_STATUS  IN  (' ', 'Q')
98288      END-EXEC.

98288      PERFORM DB2-ERROR.

98288      SUBTRACT  T-ERF-REQ-TOTAL  FROM  T-UNA-OPEN-TOTAL.

98288      IF  T-UNA-OPEN-TOTAL  NOT GREATER THAN  ZEROES  OR
98288          T-UNA-OPEN-TOTAL  LESS THAN  W-CONTRIB-AMT
98288          GO TO C0900-APPLY-UNAPPLIED-EXIT.

98288      MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

98288      EXEC SQL
98288           UPDATE  ST_WRK_CONTRIB_BILL
98315           SET     CBL_STATUS     =  'P',
98315                   CBL_PAID_DATE  =  :W-TODAY-DATE
98288           WHERE   CBL_REG_NUM  =  :T-CBL-REG-NUM
98288           AND     CBL_SSN      =  :T-CBL-SSN
98288           AND     CBL_PERIOD   =  :T-CBL-PERIOD
98288           AND     CBL_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98288      PERFORM DB2-ERROR.

98288      IF  SQLCODE  NOT EQUAL TO  +0
98288          GO TO C0900-APPLY-UNAPPLIED-EXIT.

98288      IF  W-SVC-INST-AMT  GREATER THAN  ZEROES
98288          PERFORM C0950-PAY-SVC-INSTALLMENTS.

98288      MOVE  W-CONTRIB-AMT  TO  W-UNA-APPLY-LEFT.
98288      MOVE 'N'             TO  W-UNA-EOF-SW.
98288      MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS.

98288      EXEC SQL
98288           DECLARE UNAP-CURSOR CURSOR FOR
98288           SELECT   UNA_REG_NUM   ,
98288                    UNA_SOURCE    ,
98288                    UNA_POST_DATE ,
98288                    UNA_BCL_SEQ   ,
98288                    UNA_OPEN_AMT
98288           FROM     ST_WRK_ER_UNAPPLIED
98288           WHERE    UNA_REG_NUM  =  :T-CBL-REG-NUM
98288           AND      UNA_STATUS   =  ' '
98288           ORDER BY UNA_RECEIPT_DATE ,
98288                    UNA_POST_DATE    ,
98288                    UNA_BCL_SEQ
98288      END-EXEC.

98288      EXEC SQL
98288           OPEN UNAP-CURSOR
98288      END-EXEC.

98288      PERFORM DB2-ERROR.

98288      PERFORM C0910-DRAW-ONE-RECEIPT
98288          UNTIL  W-UNA-EOF  OR
98288                 W-UNA-APPLY-LEFT  NOT GREATER THAN  ZEROES.

98288      EXEC SQL
98288           CLOSE UNAP-CURSOR
98288      END-EXEC.

98288  C0900-APPLY-UNAPPLIED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0910-DRAW-ONE-RECEIPT                         *
      *****************************************************************
      *    SMR#98288: A RECEIPT FULLY DRAWN GOES TO 'A' (APPLIED);    *
      *    ONE PARTLY DRAWN STAYS OPEN WITH WHAT IS LEFT OF IT.       *
      *****************************************************************

98288  C0910-DRAW-ONE-RECEIPT SECTION.

98288      EXEC SQL
98288           FETCH UNAP-CURSOR
98288           INTO  :T-UNA-REG-NUM   ,
98288                 :T-UNA-SOURCE    ,
98288                 :T-UNA-POST-DATE ,
98288                 :T-UNA-BCL-SEQ   ,
98288                 :T-UNA-OPEN-AMT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

98288      IF  SQLCODE  EQUAL TO  +100
98288          MOVE 'Y'  TO  W-UNA-EOF-SW
98288          GO TO C0910-DRAW-ONE-RECEIPT-EXIT
98288      END-IF.

98288      IF  SQLCODE  NOT EQUAL TO  +0
98288          PERFORM DB2-ERROR
98288          MOVE 'Y'  TO  W-UNA-EOF-SW
98288          GO TO C0910-DRAW-ONE-RECEIPT-EXIT
98288      END-IF.

98288      IF  T-UNA-OPEN-AMT  GREATER THAN  W-UNA-APPLY-LEFT
98288          SUBTRACT  W-UNA-APPLY-LEFT  FROM  T-UNA-OPEN-AMT
98288          MOVE  ZEROES  TO  W-UNA-APPLY-LEFT
98288          MOVE  SPACE   TO  T-UNA-STATUS
98288      ELSE
98288          SUBTRACT  T-UNA-OPEN-AMT  FROM  W-UNA-APPLY-LEFT
98288          MOVE  ZEROES  TO  T-UNA-OPEN-AMT
98288          MOVE 'A'      TO  T-UNA-STATUS.

98288      EXEC SQL
98288           UPDATE  ST_WRK_ER_UNAPPLIED
98288           SET     UNA_OPEN_AMT   =  :T-UNA-OPEN-AMT ,
98288                   UNA_STATUS     =  :T-UNA-STATUS   ,
98288                   UNA_LAST_DATE  =  :W-TODAY-DATE
98288           WHERE   UNA_REG_NUM    =  :T-UNA-REG-NUM
98288           AND     UNA_SOURCE     =  :T-UNA-SOURCE
98288           AND     UNA_POST_DATE  =  :T-UNA-POST-DATE
98288           AND     UNA_BCL_SEQ    =  :T-UNA-BCL-SEQ
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98288      PERFORM DB2-ERROR.

98288  C0910-DRAW-ONE-RECEIPT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0950-PAY-SVC-INSTALLMENTS                     *
      *****************************************************************
      *    SMR#98288: THE INSTALLMENTS C0700 BILLED ON THE LINE ARE   *
      *    PAID WITH IT, UNDER THE SAME RULE OBSSS653 APPLIES WHEN A  *
      *    RECEIPT SETTLES THE ROW -- A CONTRACT WITH NOTHING LEFT    *
      *    UNPAID IS CLOSED ('C').                                    *
      *****************************************************************

98288  C0950-PAY-SVC-INSTALLMENTS SECTION.

98288      MOVE 'ST_MST_SVC_PURCH_INST'  TO  W-EIBDS.

98288      EXEC SQL
98288           UPDATE   ST_MST_SVC_PURCH_INST
98288           SET      PSI_STATUS       =  'P'            ,
98288                    PSI_PAID_DATE    =  :W-TODAY-DATE  ,
98288                    PSI_PAID_VIA     =  'E'
98288           WHERE    PSI_SSN          =  :WDL-SSN
98288           AND      PSI_BILL_REG_NUM =  :T-CBL-REG-NUM
98288           AND      PSI_BILL_PERIOD  =  :T-CBL-PERIOD
98288           AND      PSI_STATUS       =  'B'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98288      PERFORM DB2-ERROR.

98288      IF  SQLCODE  NOT EQUAL TO  +0
98288          GO TO C0950-PAY-SVC-INSTALLMENTS-EXIT.

98288      MOVE 'ST_MST_SVC_PURCHASE'  TO  W-EIBDS.

98288      EXEC SQL
98288           UPDATE   ST_MST_SVC_PURCHASE
98288           SET      SPC_STATUS   =  'C'
98288           WHERE    SPC_SSN      =  :WDL-SSN
98288           AND      SPC_REG_NUM  =  :T-CBL-REG-NUM
98288           AND      SPC_STATUS   =  ' '
98288           AND      NOT EXISTS
98288                   (SELECT  1
98288                    FROM    ST_MST_SVC_PURCH_INST
98288                    WHERE   PSI_SSN          =  SPC_SSN
98288                    AND     PSI_CONTRACT_NUM =  SPC_CONTRACT_NUM
98288                    AND     PSI_STATUS      <>  'P')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98288      PERFORM DB2-ERROR.

98288  C0950-PAY-SVC-INSTALLMENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-WRITE-ACKNOWLEDGMENTS                    *
      *****************************************************************
      *    SMR#98285: ONE ACKNOWLEDGMENT PER EMPLOYER WITH A LINE IN  *
      *    THIS RUN, IN THE ORDER THE EMPLOYERS FIRST APPEAR IN THE   *
      *    FEED TABLE.  ALL OF AN EMPLOYER'S LINES ARE GATHERED       *
      *    UNDER THE FIRST ONE AND MARKED, SO EACH IS ACKNOWLEDGED    *
      *    EXACTLY ONCE.  THE RUN TIME IN THE KEY KEEPS A SECOND      *
      *    RUN ON THE SAME DAY FROM COLLIDING WITH THE FIRST.         *
      *****************************************************************

98285  D0000-WRITE-ACKNOWLEDGMENTS SECTION.

98285      MOVE FUNCTION CURRENT-DATE(1:16)
98285                               TO  W-SYSTEM-DATE-TIME.
98285      MOVE  W-SYSTEM-DATE      TO  W-ACK-RUN-DATE.
98285      MOVE  W-SYSTEM-HHMMSS    TO  W-ACK-RUN-TIME.

98285      PERFORM D0100-ACK-ONE-EMPLOYER
98285          VARYING I FROM 1 BY 1
98285          UNTIL   I  GREATER THAN  W-FEED-COUNT.

98285  D0000-WRITE-ACKNOWLEDGMENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-ACK-ONE-EMPLOYER                         *
      *****************************************************************
      *    SMR#98285: THE FIRST PASS TOTALS THE EMPLOYER'S LINES FOR  *
      *    THE HEADER AND TRAILER, THE SECOND WRITES THE DETAILS.     *
      *    THE TRAILER LETS THE EMPLOYER'S PAYROLL SYSTEM RECONCILE:  *
      *    LINES = ACCEPTED + REJECTED, DECLARED WAGE = ACCEPTED      *
      *    WAGE + REJECTED WAGE, AND THE BILLED WAGE AND              *
      *    CONTRIBUTION THE ACCEPTED LINES TURNED INTO.               *
      *****************************************************************

98285  D0100-ACK-ONE-EMPLOYER SECTION.

98285      SET  W-FEED-NDX  TO  I.
98285      IF  W-FEED-ACKED (W-FEED-NDX)
98285          GO TO D0100-ACK-ONE-EMPLOYER-EXIT.

98285      MOVE  W-FEED-REC (W-FEED-NDX)  TO  WDL-REC.
98285      MOVE  WDL-REG-NUM              TO  W-ACK-REG-NUM.
98285      MOVE  ZEROES  TO  W-ACK-SEQ          W-ACK-LINE-COUNT
98285                        W-ACK-ACCEPT-COUNT W-ACK-REJECT-COUNT
98285                        W-ACK-DECL-WAGE    W-ACK-ACCEPT-WAGE
98285                        W-ACK-REJECT-WAGE  W-ACK-BILL-WAGE
98285                        W-ACK-BILL-CONTRIB W-ACK-LAST-SEQ.
98285      MOVE  WDL-SEQ                  TO  W-ACK-FIRST-SEQ.

98285      PERFORM D0110-TOTAL-ONE-LINE
98285          VARYING J FROM I BY 1
98285          UNTIL   J  GREATER THAN  W-FEED-COUNT.

98285      MOVE  SPACES               TO  ACK-BODY.
98285      SET   ACK-HEADER           TO  TRUE.
98285      MOVE  W-ACK-LINE-COUNT     TO  ACK-H-LINE-COUNT.
98285      MOVE  W-ACK-DECL-WAGE      TO  ACK-H-DECL-WAGE.
98285      MOVE  W-ACK-FIRST-SEQ      TO  ACK-H-FIRST-SEQ.
98285      MOVE  W-ACK-LAST-SEQ       TO  ACK-H-LAST-SEQ.
98285      PERFORM D0300-WRITE-ACK-RECORD.

98285      PERFORM D0120-DETAIL-ONE-LINE
98285          VARYING J FROM I BY 1
98285          UNTIL   J  GREATER THAN  W-FEED-COUNT.

98285      MOVE  SPACES               TO  ACK-BODY.
98285      SET   ACK-TRAILER          TO  TRUE.
98285      MOVE  W-ACK-LINE-COUNT     TO  ACK-T-LINE-COUNT.
98285      MOVE  W-ACK-ACCEPT-COUNT   TO  ACK-T-ACCEPT-COUNT.
98285      MOVE  W-ACK-REJECT-COUNT   TO  ACK-T-REJECT-COUNT.
98285      MOVE  W-ACK-DECL-WAGE      TO  ACK-T-DECL-WAGE.
98285      MOVE  W-ACK-ACCEPT-WAGE    TO  ACK-T-ACCEPT-WAGE.
98285      MOVE  W-ACK-REJECT-WAGE    TO  ACK-T-REJECT-WAGE.
98285      MOVE  W-ACK-BILL-WAGE      TO  ACK-T-BILL-WAGE.
98285      MOVE  W-ACK-BILL-CONTRIB   TO  ACK-T-BILL-CONTRIB.
98285      PERFORM D0300-WRITE-ACK-RECORD.

98285      PERFORM D0400-WRITE-ACK-NOTICE.

98285  D0100-ACK-ONE-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0110-TOTAL-ONE-LINE                           *
      *****************************************************************
      *    SMR#98285: A LINE WHOSE WAGE FIELD IS NOT NUMERIC COUNTS   *
      *    AS A REJECTED LINE WITH NO WAGE.                           *
      *****************************************************************

98285  D0110-TOTAL-ONE-LINE SECTION.

98285      SET  W-FEED-NDX  TO  J.
98285      MOVE  W-FEED-REC (W-FEED-NDX)  TO  WDL-REC.
98285      IF  WDL-REG-NUM  NOT EQUAL TO  W-ACK-REG-NUM
98285          GO TO D0110-TOTAL-ONE-LINE-EXIT.

98285      IF  WDL-WAGE  IS NUMERIC
98285          MOVE  WDL-WAGE  TO  W-ACK-LINE-WAGE
98285      ELSE
98285          MOVE  ZEROES    TO  W-ACK-LINE-WAGE.

98285      ADD   1                TO  W-ACK-LINE-COUNT.
98285      ADD   W-ACK-LINE-WAGE  TO  W-ACK-DECL-WAGE.
98285      MOVE  WDL-SEQ          TO  W-ACK-LAST-SEQ.

98285      IF  W-FEED-REASON (W-FEED-NDX)  EQUAL TO  K-RSN-ACCEPT  OR
98285          W-FEED-REASON (W-FEED-NDX)  EQUAL TO  K-RSN-CAPPED
98285          ADD  1                 TO  W-ACK-ACCEPT-COUNT
98285          ADD  W-ACK-LINE-WAGE   TO  W-ACK-ACCEPT-WAGE
98285          ADD  W-FEED-BILL-WAGE (W-FEED-NDX)
98285                                 TO  W-ACK-BILL-WAGE
98285          ADD  W-FEED-BILL-CONTRIB (W-FEED-NDX)
98285                                 TO  W-ACK-BILL-CONTRIB
98285      ELSE
98285          ADD  1                 TO  W-ACK-REJECT-COUNT
98285          ADD  W-ACK-LINE-WAGE   TO  W-ACK-REJECT-WAGE.

98285  D0110-TOTAL-ONE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0120-DETAIL-ONE-LINE                          *
      *****************************************************************

98285  D0120-DETAIL-ONE-LINE SECTION.

98285      SET  W-FEED-NDX  TO  J.
98285      MOVE  W-FEED-REC (W-FEED-NDX)  TO  WDL-REC.
98285      IF  WDL-REG-NUM  NOT EQUAL TO  W-ACK-REG-NUM
98285          GO TO D0120-DETAIL-ONE-LINE-EXIT.

98285      MOVE 'Y'                   TO  W-FEED-ACK-SW (W-FEED-NDX).
98285      MOVE  SPACES               TO  ACK-BODY.
98285      SET   ACK-DETAIL           TO  TRUE.
98285      MOVE  WDL-SEQ              TO  ACK-D-SEQ.
98285      MOVE  WDL-SSN              TO  ACK-D-SSN.
98285      MOVE  WDL-PERIOD           TO  ACK-D-PERIOD.
98285      IF  WDL-WAGE  IS NUMERIC
98285          MOVE  WDL-WAGE         TO  ACK-D-DECL-WAGE
98285      ELSE
98285          MOVE  ZEROES           TO  ACK-D-DECL-WAGE.
98285      MOVE  W-FEED-BILL-WAGE (W-FEED-NDX)
98285                                 TO  ACK-D-BILL-WAGE.
98285      MOVE  W-FEED-REASON (W-FEED-NDX)
98285                                 TO  ACK-D-REASON.

98285      IF  ACK-D-REASON  EQUAL TO  K-RSN-ACCEPT  OR
98285          ACK-D-REASON  EQUAL TO  K-RSN-CAPPED
98285          SET  ACK-D-ACCEPTED    TO  TRUE
98285      ELSE
98285          SET  ACK-D-REJECTED    TO  TRUE.

98285      PERFORM D0200-GET-REASON-TEXT.
98285      PERFORM D0300-WRITE-ACK-RECORD.

98285  D0120-DETAIL-ONE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-GET-REASON-TEXT                          *
      *****************************************************************
      *    SMR#98285: THE PLAIN-WORDS REASON COMES FROM THE           *
      *    BILINGUAL ST_MST_REASON_TEXT TABLE -- THE ARABIC ROW AND   *
      *    THE ENGLISH ROW FOR THE CODE.  ENGLISH FALLS BACK TO THE   *
      *    WORDING KEPT IN THIS PROGRAM SO EVERY LINE SAYS            *
      *    SOMETHING READABLE; ARABIC STAYS BLANK UNTIL ITS ROW IS    *
      *    LOADED.                                                    *
      *****************************************************************

98285  D0200-GET-REASON-TEXT SECTION.

98285      MOVE 'ST_MST_REASON_TEXT'  TO  W-EIBDS.
98285      MOVE  ACK-D-REASON         TO  T-RSN-CODE.
98285      MOVE 'A'                   TO  T-RSN-LANG.
98285      MOVE  SPACES               TO  T-RSN-TEXT.

98285      EXEC SQL
98285           SELECT   RSN_TEXT
98285           INTO    :T-RSN-TEXT
98285           FROM     ST_MST_REASON_TEXT
98285           WHERE    RSN_CODE  =  :T-RSN-CODE
98285           AND      RSN_LANG  =  :T-RSN-LANG
98285      END-EXEC.

98285      PERFORM DB2-ERROR.

98285      IF  SQLCODE  EQUAL TO  +0
98285          MOVE  T-RSN-TEXT  TO  ACK-D-TEXT-AR.

98285      MOVE 'E'                   TO  T-RSN-LANG.
98285      MOVE  SPACES               TO  T-RSN-TEXT.

98285      EXEC SQL
98285           SELECT   RSN_TEXT
98285           INTO    :T-RSN-TEXT
98285           FROM     ST_MST_REASON_TEXT
98285           WHERE    RSN_CODE  =  :T-RSN-CODE
98285           AND      RSN_LANG  =  :T-RSN-LANG
98285      END-EXEC.

98285      PERFORM DB2-ERROR.

98285      IF  SQLCODE  EQUAL TO  +0
98285          MOVE  T-RSN-TEXT  TO  ACK-D-TEXT-EN
98285          GO TO D0200-GET-REASON-TEXT-EXIT.

98285      MOVE 'N'  TO  W-TEXT-FOUND-SW.
98285      PERFORM D0210-FIND-TEXT
98285          VARYING K FROM 1 BY 1
98285          UNTIL   K  GREATER THAN  C-MAX-ACK-TEXT
98285              OR  W-TEXT-FOUND.

98285  D0200-GET-REASON-TEXT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0210-FIND-TEXT                                *
      *****************************************************************

98285  D0210-FIND-TEXT SECTION.

98285      IF  K-ACK-TEXT-CODE (K)  EQUAL TO  ACK-D-REASON
98285          MOVE  K-ACK-TEXT-EN (K)  TO  ACK-D-TEXT-EN
98285          MOVE 'Y'                 TO  W-TEXT-FOUND-SW
98285      ELSE
98285          NEXT SENTENCE.

98285  D0210-FIND-TEXT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0300-WRITE-ACK-RECORD                         *
      *****************************************************************

98285  D0300-WRITE-ACK-RECORD SECTION.

98285      ADD   1                TO  W-ACK-SEQ.
98285      MOVE  W-ACK-REG-NUM    TO  ACK-REG-NUM.
98285      MOVE  W-ACK-RUN-DATE   TO  ACK-RUN-DATE.
98285      MOVE  W-ACK-RUN-TIME   TO  ACK-RUN-TIME.
98285      MOVE  W-ACK-SEQ        TO  ACK-REC-SEQ.

98285      EXEC CICS WRITE
98285           FILE    ('ERACKOUT')
98285           RIDFLD  (ACK-KEY)
98285           FROM    (ACK-REC)
98285           LENGTH  (LENGTH OF ACK-REC)
98285           RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98285  D0300-WRITE-ACK-RECORD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-WRITE-ACK-NOTICE                         *
      *****************************************************************
      *    SMR#98285: ONE ODTXNOUT RECORD PER ACKNOWLEDGMENT, UNDER   *
      *    THE EMPLOYER-ACKNOWLEDGMENT DESTINATION, KEYED BY THE      *
      *    '0000' EMPLOYER-SSN CONVENTION.  IT CARRIES THE RUN DATE   *
      *    AND TIME THAT KEY THE ERACKOUT RECORDS AND THE DECLARED    *
      *    WAGE.  THE COLLECTOR REMOVES IT WHEN THE ACKNOWLEDGMENT    *
      *    HAS GONE OUT, WHICH IS WHAT OBSSS619 WATCHES FOR.          *
      *****************************************************************

98285  D0400-WRITE-ACK-NOTICE SECTION.

98285      ADD   1                  TO  W-ACK-NOTICE-COUNT.
98285      MOVE  SPACES             TO  FILE-MAINT-ACCTG-EXT.
98285      MOVE 'AK'                TO  FMA-LEAD-RECORD-TYPE.
98285      MOVE  W-ER-SSN-PREFIX    TO  FMA-LEAD-SSN-KEY (1:4).
98285      MOVE  W-ACK-REG-NUM      TO  FMA-LEAD-SSN-KEY (5:7).
98285      MOVE  W-ACK-NOTICE-COUNT TO  FMA-LEAD-COUNT.
98285      MOVE  W-SYSTEM-TIME      TO  FMA-LEAD-TIME-MILISEC.
98285      MOVE  K-ACK-TRAN-CODE    TO  FMA-LEAD-TRAN-CODE.
98285      MOVE  W-ACK-RUN-DATE     TO  FMA-LEAD-TRAN-DATE.
98285      MOVE  W-ACK-RUN-TIME     TO  FMA-LEAD-TIME.
98285      MOVE  K-BILL-TERM        TO  FMA-LEAD-TERM-ID.
98285      MOVE  K-BILL-DEPT        TO  FMA-LEAD-DEPT.
98285      MOVE  K-BILL-CLERK       TO  FMA-LEAD-CLERK.
98285      MOVE  K-ACTION-ADD       TO  FMA-LEAD-ACTION-CODE.
98285      MOVE  K-BILL-SOURCE      TO  FMA-LEAD-SOURCE.
98285      MOVE  K-ER-ACK-DEST      TO  FMA-LEAD-DESTINATION.
98285      MOVE  SPACES             TO  FMA-LEAD-BYPASS-CODE.
98285      MOVE 'AK'                TO  FMA-LEAD-FORMAT-TYPE.
98285      MOVE  LENGTH OF FILE-MAINT-ACCTG-EXT
98285                               TO  FMA-LEAD-TXN-DATA-LENGTH.

98285      MOVE  ZEROES             TO  FMA-AF-ACCT-CDE
98285                                   FMA-AF-CIVIL-ID
98285                                   FMA-AF-SS-NUMBER
98285                                   FMA-AF-ORIG-AMOUNT.
98285      MOVE  W-ACK-RUN-DATE     TO  FMA-AF-EFFECTIVE-DATE.
98285      MOVE  W-ACK-DECL-WAGE    TO  FMA-AF-AMOUNT.
98285      MOVE  W-ACK-RUN-TIME     TO  FMA-AF-REF-NUM-MIN.

98285      EXEC CICS WRITE
98285           FILE   ('ODTXNOUT')
98285           RIDFLD (FMA-KEY)
98285           FROM   (FILE-MAINT-ACCTG-EXT)
98285           LENGTH (LENGTH OF FILE-MAINT-ACCTG-EXT)
98285           RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

98285  D0400-WRITE-ACK-NOTICE-EXIT.  EXIT.
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

98303      MOVE 'OBSSS630'  TO  X684-PROGRAM.
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
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

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
      *                S0981-COUNT-REC-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD READ BY A FILE BROWSE.        *
      *****************************************************************

98303  S0981-COUNT-REC-READ SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0981-COUNT-REC-READ-EXIT.  EXIT.
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
      *                S0987-COUNT-REC-REJECTED                       *
      *****************************************************************
      *    THIS SECTION COUNTS AN ITEM WRITTEN TO THE EXCEPTION FILE  *
      *    AS REJECTED.                                               *
      *****************************************************************

98303  S0987-COUNT-REC-REJECTED SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-REJECTED
98303      ELSE
98303          NEXT SENTENCE.

98303  S0987-COUNT-REC-REJECTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
