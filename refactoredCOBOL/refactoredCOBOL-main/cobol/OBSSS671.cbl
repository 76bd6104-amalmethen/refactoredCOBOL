       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *     EMPLOYER DUNNING CYCLE AND LEGAL REFERRAL OBSSS671        *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS671.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS671 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO FROM  *
      *                A SCHEDULED PEX, THAT ACTS ON THE GRADES       *
      *                OBSSS620 LEAVES ON ST_WRK_ER_DELINQ.  EVERY    *
      *                EMPLOYER ON THE OPEN WORKLIST IS WALKED        *
      *                THROUGH THE DUNNING STEPS CONFIGURED ON        *
      *                ST_MST_DUNNING_STEP (BY DEFAULT A FIRST        *
      *                REMINDER, A FINAL NOTICE AND THE REFERRAL TO   *
      *                LEGAL):                                        *
      *                                                               *
      *                - A STEP FALLS DUE ITS DAY OFFSET AFTER THE    *
      *                  PREVIOUS LETTER OF THE CYCLE; THE FIRST      *
      *                  STEP ITS DAY OFFSET AFTER THE EMPLOYER'S     *
      *                  LAST ACCOUNTING DATE (AT ONCE WHEN THE       *
      *                  EMPLOYER NEVER REMITTED).  A REMITTANCE      *
      *                  MOVES THE LAST ACCOUNTING DATE ON AND SO     *
      *                  STARTS A NEW CYCLE.                          *
      *                - AN EMPLOYER ON AN ACTIVE ST_MST_PAY_PLAN OR  *
      *                  WITH AN OPEN ST_WRK_ER_DISPUTE ROW IS        *
      *                  SKIPPED AND ITS CYCLE DOES NOT ADVANCE.      *
      *                - THE LETTER IS PRINTED ON DUNPRT TO THE       *
      *                  EMPLOYER ADDRESS ON ST_MST_ADDRESS, WITH THE *
      *                  STEP'S WORDING FROM ST_MST_NTF_TEMPLATE      *
      *                  (ARABIC FIRST, ENGLISH FALLBACK, THE SAME    *
      *                  ORDER OBSSS634 USES) AND THE OPEN ARREARS.   *
      *                - THE LAST STEP ALSO SENDS THE CASE TO THE     *
      *                  LEGAL CASE SYSTEM ON CASELEAD UNDER          *
      *                  DESTINATION 81, THE SAME LEAD ORP1511P       *
      *                  RAISES FOR A BLOCK.  WHILE AN EARLIER LEAD   *
      *                  FOR THE EMPLOYER IS STILL UNCOLLECTED THE    *
      *                  REFERRAL WAITS FOR THE NEXT RUN.             *
      *                - EVERY LETTER ISSUED IS RECORDED AGAINST THE  *
      *                  EMPLOYER ON ST_HST_ER_DUNNING.               *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_ER_DELINQ      (DB2 WORKLIST)       *
      *                    ST_MST_DUNNING_STEP   (DB2 CONTROL TABLE)  *
      *                    ST_MST_NTF_TEMPLATE   (DB2 TEMPLATE TABLE) *
      *                    ST_MST_ADDRESS        (DB2 CONTACT MASTER) *
      *                    ST_MST_PAY_PLAN       (DB2 MASTER TABLE)   *
      *                    ST_WRK_ER_DISPUTE     (DB2 CASE TABLE)     *
      *                    ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - DUNPRT LETTERS, ONE PAGE PER LETTER, AND A RUN    *
      *             SUMMARY; A ST_HST_ER_DUNNING ROW PER LETTER; A    *
      *             CASELEAD RECORD PER LEGAL REFERRAL.               *
      *                                                               *
      *    TABLES - W-STEP-TABLE, THE DUNNING STEPS IN STEP ORDER.    *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     WORKLIST EMPLOYER.                        *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-670. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98290 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98311 - AN ADDRESS MARKED UNDELIVERABLE BY      *
      *                       RETURNED MAIL (ORP1541P RTM) IS NOT     *
      *                       PRINTED; THE PIECE IS MARKED MAIL HELD  *
      *                       UNTIL THE ADDRESS IS REFRESHED.         *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
      *        E N V I R O N M E N T   D I V I S I O N                *
      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
           EJECT
      *****************************************************************
      *                D A T A   D I V I S I O N                      *
      *****************************************************************

       DATA DIVISION.
           SKIP3
      *****************************************************************
      *        W O R K I N G   S T O R A G E   S E C T I O N          *
      *****************************************************************

       WORKING-STORAGE SECTION.

       01  FILLER                      PIC X(24)
               VALUE 'PROGRAM-ID OBSSS671'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-DUN-TRAN-CODE         PIC X(04)  VALUE 'DUNL'.
           05  K-DUN-SOURCE            PIC X(02)  VALUE 'DN'.
           05  K-DUN-TERM              PIC X(04)  VALUE 'BTCH'.
           05  K-DUN-DEPT              PIC X(02)  VALUE 'CO'.
           05  K-DUN-CLERK             PIC X(03)  VALUE 'DUN'.
           05  C-MAX-STEPS             PIC S9(04) COMP VALUE +9.

      *****************************************************************
      *        DEFAULT DUNNING STEPS, USED WHEN ST_MST_DUNNING_STEP   *
      *        HAS NO ROWS: STEP, DAY OFFSET, TEMPLATE, STEP NAME.    *
      *****************************************************************

       01  K-DEFAULT-STEP-VALUES.
           05  FILLER                  PIC 9(02)  VALUE 1.
           05  FILLER                  PIC 9(04)  VALUE 0090.
           05  FILLER                  PIC X(04)  VALUE 'DUN1'.
           05  FILLER                  PIC X(20)  VALUE
               'FIRST REMINDER'.
           05  FILLER                  PIC 9(02)  VALUE 2.
           05  FILLER                  PIC 9(04)  VALUE 0030.
           05  FILLER                  PIC X(04)  VALUE 'DUN2'.
           05  FILLER                  PIC X(20)  VALUE
               'FINAL NOTICE'.
           05  FILLER                  PIC 9(02)  VALUE 3.
           05  FILLER                  PIC 9(04)  VALUE 0030.
           05  FILLER                  PIC X(04)  VALUE 'DUN3'.
           05  FILLER                  PIC X(20)  VALUE
               'REFERRAL TO LEGAL'.
       01  K-DEFAULT-STEP-TBL REDEFINES K-DEFAULT-STEP-VALUES.
           05  K-DEFAULT-STEP-ENTRY  OCCURS 3 TIMES.
               10  K-DEFAULT-STEP-NUM  PIC 9(02).
               10  K-DEFAULT-OFFSET    PIC 9(04).
               10  K-DEFAULT-TEMPLATE  PIC X(04).
               10  K-DEFAULT-NAME      PIC X(20).
       01  C-MAX-DEFAULT-STEPS         PIC S9(04) COMP VALUE +3.

       01  W-DEST-TABLE.
           COPY SFCTBDST.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ER-EOF                     VALUE 'Y'.
       01  W-STEP-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-STEP-EOF                   VALUE 'Y'.

      *****************************************************************
      *              DUNNING STEP TABLE                               *
      *****************************************************************

       01  W-STEP-COUNT                PIC S9(04) COMP VALUE +0.
       01  W-STEP-SUB                  PIC S9(04) COMP VALUE +0.
       01  W-NEXT-SUB                  PIC S9(04) COMP VALUE +0.
       01  W-STEP-TABLE.
           05  W-STEP-ENTRY  OCCURS 9 TIMES.
               10  W-STEP-NUM          PIC S9(04) COMP.
               10  W-STEP-OFFSET       PIC S9(04) COMP.
               10  W-STEP-TEMPLATE     PIC X(04).
               10  W-STEP-NAME         PIC X(20).

      *****************************************************************
      *              DUE-DATE WORK AREAS                              *
      *****************************************************************

       01  W-TODAY-9                   PIC 9(08).
       01  W-TODAY-INT                 PIC S9(08) COMP.
       01  W-DUE-INT                   PIC S9(08) COMP.
       01  W-LACCT-DATE                PIC X(08).
       01  W-BASE-DATE                 PIC X(08).
       01  W-BASE-DATE-9 REDEFINES W-BASE-DATE
                                       PIC 9(08).

       01  W-ER-SSN-KEY.
           05  W-ER-SSN-PREFIX         PIC X(04)  VALUE '0000'.
           05  W-ER-SSN-REG            PIC 9(07).
       01  W-ER-SSN-KEY-9 REDEFINES W-ER-SSN-KEY
                                       PIC 9(11).

      *****************************************************************
      *              COUNTERS                                         *
      *****************************************************************

       01  W-ER-COUNT                  PIC S9(07) COMP-3 VALUE +0.
       01  W-PLAN-SKIP-COUNT           PIC S9(07) COMP-3 VALUE +0.
       01  W-DISPUTE-SKIP-COUNT        PIC S9(07) COMP-3 VALUE +0.
       01  W-NOT-DUE-COUNT             PIC S9(07) COMP-3 VALUE +0.
       01  W-REFERRED-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  W-LEAD-PENDING-COUNT        PIC S9(07) COMP-3 VALUE +0.
       01  W-LETTER-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-LEGAL-COUNT               PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07).
       01  T-DLQ-GRADE                 PIC X(01).
       01  T-DLQ-LAST-ACCT-DATE        PIC X(10).
       01  T-DLQ-LACCT-IND             PIC S9(04) COMP.

       01  T-DUN-STEP-NUM              PIC S9(04) COMP.
       01  T-DUN-DAY-OFFSET            PIC S9(04) COMP.
       01  T-DUN-TEMPLATE-CODE         PIC X(04).
       01  T-DUN-STEP-NAME             PIC X(20).

       01  T-PLN-COUNT                 PIC S9(09) COMP.
       01  T-EDS-COUNT                 PIC S9(09) COMP.

       01  T-DNL-LAST-STEP             PIC S9(04) COMP.
       01  T-DNL-LAST-DATE             PIC X(08).
       01  T-DNL-STEP-NUM              PIC S9(04) COMP.
       01  T-DNL-TEMPLATE-CODE         PIC X(04).
       01  T-DNL-ARREARS               PIC S9(09)V999 COMP-3.
       01  T-DNL-ISSUE-DATE            PIC X(08).
       01  T-DNL-LEGAL-IND             PIC X(01).

       01  T-TPL-EVENT-CODE            PIC X(04).
       01  T-TPL-LANG                  PIC X(01).
       01  T-TPL-TEXT                  PIC X(100).
       01  T-TPL-TEXT-R REDEFINES T-TPL-TEXT.
           05  T-TPL-TEXT-1            PIC X(50).
           05  T-TPL-TEXT-2            PIC X(50).

       01  T-ADR-STREET                PIC X(30).
       01  T-ADR-CITY                  PIC X(30).
98311  01  T-ADR-UNDELIV-SW            PIC X(01).
98311      88  T-ADR-UNDELIVERABLE         VALUE 'Y'.
       01  T-ADR-KEY                   PIC 9(11).

      *****************************************************************
      *        OUTBOUND LEGAL CASE LEAD (SAME ENRICHED 'E2' SHAPE     *
      *        ORP1511P RAISES ON CASELEAD)                           *
      *****************************************************************

       01  TRANSACTION-LEAD-AREA.
           COPY SFCTTXNL.

       01  W-SYSTEM-DATE-TIME.
           05 W-SYSTEM-DATE   PIC 9(8).
           05 W-SYSTEM-TIME   PIC 9(8).
           05 FILLER REDEFINES W-SYSTEM-TIME.
              10 W-SYSTEM-HHMMSS PIC 9(6).
              10 W-SYSTEM-MILISS PIC 9(2).

      *****************************************************************
      *        PRINT LINE (ASA CARRIAGE CONTROL IN COLUMN 1)          *
      *****************************************************************

       01  PRT-LINE-REC.
           05  PRT-LINE-SEQ            PIC 9(07).
           05  PRT-LINE-CC             PIC X(01).
           05  PRT-LINE-TEXT           PIC X(80).
       01  PRT-LINE-TEXT-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  PRT-CAPTION             PIC X(30).
           05  PRT-VALUE               PIC X(36).
           05  FILLER                  PIC X(14).
       01  PRT-LETTER-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(08).
           05  PRT-LTR-TEXT            PIC X(60).
           05  FILLER                  PIC X(12).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(10)9.999.
       01  W-FILE-RESP                 PIC S9(08) COMP.
       01  W-CASE-LEAD-RESP            PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '   EMPLOYER DUNNING CYCLE - RUN SUMMARY     '.
       01  K-LETTER-DEFAULT-TEXT.
           05  FILLER                  PIC X(50)  VALUE
               'CONTRIBUTIONS DUE FROM YOUR REGISTRATION REMAIN '.
           05  FILLER                  PIC X(50)  VALUE
               'UNPAID. PLEASE SETTLE THE ARREARS SHOWN BELOW.'.
       01  K-LEGAL-REFERRAL-TEXT       PIC X(60)  VALUE
           'THIS MATTER HAS NOW BEEN REFERRED TO THE LEGAL DEPARTMENT.'.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.
       01  W-EIBDS                     PIC X(30).
       01  W-SQLCD                     PIC Z(09)-.
       01  W-SQLCD-C REDEFINES W-SQLCD PIC X(10).

       01  ORSS0400-AREA.
           02 ORSS0400-SQLCA           PIC X(136).
           02 F REDEFINES ORSS0400-SQLCA.
              03 F1                    PIC  X(12).
              03 ORSS0400-SQLCD        PIC S9(09)   COMP.
              03 F2                    PIC  X(120).
           02 ORSS0400-SYSID           PIC  X(03).
           02 ORSS0400-CLERK           PIC  X(05).
           02 ORSS0400-TABNM           PIC  X(30).
           02 ORSS0400-SSN             PIC  9(12).
           02 ORSS0400-SSN-X REDEFINES ORSS0400-SSN
                                       PIC  X(12).
           02 ORSS0400-TRNID           PIC  X(04).

           EXEC SQL INCLUDE SQLCA            END-EXEC.

           EJECT
      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-9.
           COMPUTE  W-TODAY-INT  =
               FUNCTION INTEGER-OF-DATE (W-TODAY-9).

           PERFORM B0500-LOAD-STEPS.
           PERFORM B0000-SWEEP-DELINQUENTS.
           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-LOAD-STEPS                               *
      *****************************************************************
      *    THIS SECTION LOADS THE DUNNING STEPS IN STEP ORDER.  THE   *
      *    LAST STEP LOADED IS THE REFERRAL TO LEGAL.  WITH NO ROWS   *
      *    ON THE TABLE THE THREE DEFAULT STEPS ARE USED.             *
      *****************************************************************

       B0500-LOAD-STEPS SECTION.

           MOVE 'ST_MST_DUNNING_STEP'  TO  W-EIBDS.

           EXEC SQL
                DECLARE STEP-CURSOR CURSOR FOR
                SELECT   DUN_STEP_NUM ,
                         DUN_DAY_OFFSET ,
                         DUN_TEMPLATE_CODE ,
                         DUN_STEP_NAME
                FROM     ST_MST_DUNNING_STEP
                ORDER BY DUN_STEP_NUM
           END-EXEC.

           EXEC SQL
                OPEN STEP-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0510-FETCH-STEP
               UNTIL  W-STEP-EOF.

           EXEC SQL
                CLOSE STEP-CURSOR
           END-EXEC.

           IF  W-STEP-COUNT  EQUAL TO  ZERO
               PERFORM B0520-LOAD-DEFAULT-STEP
                   VARYING  W-STEP-SUB  FROM  1  BY  1
                   UNTIL    W-STEP-SUB  GREATER THAN
                                C-MAX-DEFAULT-STEPS
           END-IF.

       B0500-LOAD-STEPS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0510-FETCH-STEP                               *
      *****************************************************************

       B0510-FETCH-STEP SECTION.

           EXEC SQL
                FETCH STEP-CURSOR
                INTO  :T-DUN-STEP-NUM ,
                      :T-DUN-DAY-OFFSET ,
                      :T-DUN-TEMPLATE-CODE ,
                      :T-DUN-STEP-NAME
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-STEP-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   IF  W-STEP-COUNT  LESS THAN  C-MAX-STEPS
                       ADD   1  TO  W-STEP-COUNT
                       MOVE  T-DUN-STEP-NUM
                                 TO  W-STEP-NUM (W-STEP-COUNT)
                       MOVE  T-DUN-DAY-OFFSET
                                 TO  W-STEP-OFFSET (W-STEP-COUNT)
                       MOVE  T-DUN-TEMPLATE-CODE
                                 TO  W-STEP-TEMPLATE (W-STEP-COUNT)
                       MOVE  T-DUN-STEP-NAME
                                 TO  W-STEP-NAME (W-STEP-COUNT)
                   ELSE
                       MOVE 'Y'  TO  W-STEP-EOF-SW
                   END-IF
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-STEP-EOF-SW.

       B0510-FETCH-STEP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0520-LOAD-DEFAULT-STEP                        *
      *****************************************************************

       B0520-LOAD-DEFAULT-STEP SECTION.

           ADD   1                    TO  W-STEP-COUNT.
           MOVE  K-DEFAULT-STEP-NUM (W-STEP-SUB)
                                  TO  W-STEP-NUM (W-STEP-COUNT).
           MOVE  K-DEFAULT-OFFSET (W-STEP-SUB)
                                  TO  W-STEP-OFFSET (W-STEP-COUNT).
           MOVE  K-DEFAULT-TEMPLATE (W-STEP-SUB)
                                  TO  W-STEP-TEMPLATE (W-STEP-COUNT).
           MOVE  K-DEFAULT-NAME (W-STEP-SUB)
                                  TO  W-STEP-NAME (W-STEP-COUNT).

       B0520-LOAD-DEFAULT-STEP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-DELINQUENTS                        *
      *****************************************************************
      *    THIS SECTION READS EVERY EMPLOYER ON THE OPEN DELINQUENCY  *
      *    WORKLIST.  THE CURSOR HOLDS ACROSS THE SYNCPOINT TAKEN     *
      *    AFTER EACH LETTER.                                         *
      *****************************************************************

       B0000-SWEEP-DELINQUENTS SECTION.

           MOVE 'ST_WRK_ER_DELINQ'  TO  W-EIBDS.

           EXEC SQL
                DECLARE DUN-CURSOR CURSOR WITH HOLD FOR
                SELECT   DLQ_REG_NUM ,
                         DLQ_GRADE ,
                         DLQ_LAST_ACCT_DATE
                FROM     ST_WRK_ER_DELINQ
                WHERE    DLQ_STATUS  =  ' '
                ORDER BY DLQ_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN DUN-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-DELINQUENT
               UNTIL  W-ER-EOF.

           EXEC SQL
                CLOSE DUN-CURSOR
           END-EXEC.

       B0000-SWEEP-DELINQUENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-DELINQUENT                         *
      *****************************************************************

       B0100-FETCH-DELINQUENT SECTION.

           EXEC SQL
                FETCH DUN-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-DLQ-GRADE ,
                      :T-DLQ-LAST-ACCT-DATE:T-DLQ-LACCT-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-WORK-EMPLOYER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-DELINQUENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-WORK-EMPLOYER                            *
      *****************************************************************
      *    THIS SECTION WORKS ONE DELINQUENT EMPLOYER: SKIP IT WHEN   *
      *    IT IS ON AN ACTIVE PLAN OR IN DISPUTE, FIND THE NEXT STEP  *
      *    OF ITS CYCLE, AND WHEN THAT STEP IS DUE ISSUE THE LETTER,  *
      *    REFER THE CASE ON THE LAST STEP, RECORD THE LETTER AND     *
      *    COMMIT.                                                    *
      *****************************************************************

       C0000-WORK-EMPLOYER SECTION.

           ADD   1  TO  W-ER-COUNT.

           MOVE  SPACES  TO  W-LACCT-DATE.

           IF  T-DLQ-LACCT-IND  NOT LESS THAN  ZERO  AND
               T-DLQ-LAST-ACCT-DATE  NOT EQUAL TO  SPACES
               MOVE  T-DLQ-LAST-ACCT-DATE (1:4)  TO  W-LACCT-DATE (1:4)
               MOVE  T-DLQ-LAST-ACCT-DATE (6:2)  TO  W-LACCT-DATE (5:2)
               MOVE  T-DLQ-LAST-ACCT-DATE (9:2)  TO  W-LACCT-DATE (7:2)
           END-IF.

           PERFORM C0100-CHECK-EXEMPT.

           IF  T-PLN-COUNT  GREATER THAN  ZERO
               ADD  1  TO  W-PLAN-SKIP-COUNT
               GO TO C0000-WORK-EMPLOYER-EXIT
           END-IF.

           IF  T-EDS-COUNT  GREATER THAN  ZERO
               ADD  1  TO  W-DISPUTE-SKIP-COUNT
               GO TO C0000-WORK-EMPLOYER-EXIT
           END-IF.

           PERFORM C0200-FIND-NEXT-STEP.

           IF  W-STEP-SUB  GREATER THAN  W-STEP-COUNT
               ADD  1  TO  W-REFERRED-COUNT
               GO TO C0000-WORK-EMPLOYER-EXIT
           END-IF.

           IF  W-DUE-INT  GREATER THAN  W-TODAY-INT
               ADD  1  TO  W-NOT-DUE-COUNT
               GO TO C0000-WORK-EMPLOYER-EXIT
           END-IF.

           MOVE 'N'  TO  T-DNL-LEGAL-IND.

           IF  W-STEP-SUB  EQUAL TO  W-STEP-COUNT
               PERFORM C0700-REFER-TO-LEGAL
               IF  W-CASE-LEAD-RESP  NOT EQUAL TO  DFHRESP(NORMAL)
                   ADD  1  TO  W-LEAD-PENDING-COUNT
                   GO TO C0000-WORK-EMPLOYER-EXIT
               END-IF
               MOVE 'Y'  TO  T-DNL-LEGAL-IND
               ADD   1   TO  W-LEGAL-COUNT
           END-IF.

           PERFORM C0300-GET-EMPLOYER-ADDRESS.
           PERFORM C0400-GET-TEMPLATE.
           PERFORM C0450-GET-ARREARS.
           PERFORM C0500-PRINT-LETTER.
           PERFORM C0600-RECORD-LETTER.

           ADD  1  TO  W-LETTER-COUNT.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-WORK-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-CHECK-EXEMPT                             *
      *****************************************************************
      *    AN ACTIVE INSTALLMENT PLAN OR AN OPEN DISPUTE HOLDS THE    *
      *    CYCLE WHERE IT IS.                                         *
      *****************************************************************

       C0100-CHECK-EXEMPT SECTION.

           MOVE 'ST_MST_PAY_PLAN'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-PLN-COUNT
                FROM    ST_MST_PAY_PLAN
                WHERE   PLN_REG_NUM  =  :T-ER-REG-NUM
                AND     PLN_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_ER_DISPUTE'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-EDS-COUNT
                FROM    ST_WRK_ER_DISPUTE
                WHERE   EDS_REG_NUM  =  :T-ER-REG-NUM
                AND     EDS_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0100-CHECK-EXEMPT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-FIND-NEXT-STEP                           *
      *****************************************************************
      *    THE CURRENT CYCLE IS THE LETTERS ISSUED AFTER THE          *
      *    EMPLOYER'S LAST ACCOUNTING DATE (HELD ISO ON THE WORKLIST, *
      *    TURNED TO YYYYMMDD IN C0000).  THE NEXT STEP IS THE        *
      *    ONE AFTER THE HIGHEST STEP ISSUED IN IT, AND FALLS DUE     *
      *    ITS DAY OFFSET AFTER THAT LETTER (AFTER THE LAST           *
      *    ACCOUNTING DATE FOR THE FIRST STEP).  W-STEP-SUB IS LEFT   *
      *    BEYOND THE TABLE WHEN THE CYCLE IS ALREADY WITH LEGAL.     *
      *****************************************************************

       C0200-FIND-NEXT-STEP SECTION.

           MOVE 'ST_HST_ER_DUNNING'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COALESCE (MAX (DNL_STEP_NUM), 0) ,
                        COALESCE (MAX (DNL_ISSUE_DATE), ' ')
                INTO   :T-DNL-LAST-STEP ,
                       :T-DNL-LAST-DATE
                FROM    ST_HST_ER_DUNNING
                WHERE   DNL_REG_NUM     =  :T-ER-REG-NUM
                AND     DNL_ISSUE_DATE  >  :W-LACCT-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  ZERO  TO  W-NEXT-SUB.

           PERFORM C0210-CHECK-STEP
               VARYING  W-STEP-SUB  FROM  1  BY  1
               UNTIL    W-STEP-SUB  GREATER THAN  W-STEP-COUNT.

           IF  W-NEXT-SUB  EQUAL TO  ZERO
               GO TO C0200-FIND-NEXT-STEP-EXIT
           END-IF.

           MOVE  W-NEXT-SUB  TO  W-STEP-SUB.

           IF  T-DNL-LAST-STEP  EQUAL TO  ZERO
               MOVE  W-LACCT-DATE          TO  W-BASE-DATE
           ELSE
               MOVE  T-DNL-LAST-DATE       TO  W-BASE-DATE
           END-IF.

           IF  W-BASE-DATE  IS NUMERIC  AND
               W-BASE-DATE-9  GREATER THAN  ZERO
               COMPUTE  W-DUE-INT  =
                   FUNCTION INTEGER-OF-DATE (W-BASE-DATE-9)
                 + W-STEP-OFFSET (W-STEP-SUB)
           ELSE
               MOVE  W-TODAY-INT  TO  W-DUE-INT
           END-IF.

       C0200-FIND-NEXT-STEP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0210-CHECK-STEP                               *
      *****************************************************************
      *    THE FIRST STEP BEYOND THE HIGHEST ONE ISSUED IS THE NEXT.  *
      *****************************************************************

       C0210-CHECK-STEP SECTION.

           IF  W-NEXT-SUB  EQUAL TO  ZERO  AND
               W-STEP-NUM (W-STEP-SUB)  GREATER THAN  T-DNL-LAST-STEP
               MOVE  W-STEP-SUB  TO  W-NEXT-SUB
           END-IF.

       C0210-CHECK-STEP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-GET-EMPLOYER-ADDRESS                     *
      *****************************************************************
      *    THE EMPLOYER'S ADDRESS ROW IS KEYED BY ITS SSN-FORM KEY,   *
      *    THE SAME LOOKUP OBSSS666 MAKES FOR THE INVOICE.            *
98311 *    SMR#98311: RETURNED MAIL (ORP1541P RTM) LEAVES THE         *
98311 *    ADDRESS UNDELIVERABLE UNTIL IT IS REFRESHED: THE PIECE     *
98311 *    PRINTS WITH NO ADDRESS, MARKED MAIL HELD, FOR THE          *
98311 *    MAILROOM TO KEEP BACK.                                     *
      *****************************************************************

       C0300-GET-EMPLOYER-ADDRESS SECTION.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.
98311      MOVE  SPACES           TO  T-ADR-UNDELIV-SW.
           MOVE  T-ER-REG-NUM     TO  W-ER-SSN-REG.
           MOVE  W-ER-SSN-KEY-9   TO  T-ADR-KEY.
           MOVE  SPACES  TO  T-ADR-STREET
                             T-ADR-CITY.

           EXEC SQL
                SELECT   ADR_STREET ,
98311                    ADR_CITY ,
98311                    ADR_UNDELIV_SW
                INTO    :T-ADR-STREET ,
98311                   :T-ADR-CITY ,
98311                   :T-ADR-UNDELIV-SW
                FROM     ST_MST_ADDRESS
                WHERE    ADR_KEY_TYPE  =  'R'
                AND      ADR_KEY       =  :T-ADR-KEY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  SPACES  TO  T-ADR-STREET
                                 T-ADR-CITY
           ELSE
               NEXT SENTENCE.

98311      IF  T-ADR-UNDELIVERABLE
98311          MOVE 'UNDELIVERABLE - MAIL HELD'  TO  T-ADR-STREET
98311          MOVE  SPACES                      TO  T-ADR-CITY
98311      ELSE
98311          NEXT SENTENCE.

       C0300-GET-EMPLOYER-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-GET-TEMPLATE                             *
      *****************************************************************
      *    THIS SECTION PICKS THE STEP'S LETTER WORDING: THE ARABIC   *
      *    ROW FIRST, THE ENGLISH ROW WHEN NO ARABIC ONE EXISTS, AND  *
      *    THE STANDARD ENGLISH WORDING WHEN THERE IS NEITHER.        *
      *****************************************************************

       C0400-GET-TEMPLATE SECTION.

           MOVE 'ST_MST_NTF_TEMPLATE'       TO  W-EIBDS.
           MOVE  W-STEP-TEMPLATE (W-STEP-SUB)
                                            TO  T-TPL-EVENT-CODE.
           MOVE  SPACES                     TO  T-TPL-TEXT.
           MOVE 'A'                         TO  T-TPL-LANG.

           EXEC SQL
                SELECT   TPL_TEXT
                INTO    :T-TPL-TEXT
                FROM     ST_MST_NTF_TEMPLATE
                WHERE    TPL_EVENT_CODE  =  :T-TPL-EVENT-CODE
                AND      TPL_LANG        =  'A'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'E'  TO  T-TPL-LANG
               EXEC SQL
                    SELECT   TPL_TEXT
                    INTO    :T-TPL-TEXT
                    FROM     ST_MST_NTF_TEMPLATE
                    WHERE    TPL_EVENT_CODE  =  :T-TPL-EVENT-CODE
                    AND      TPL_LANG        =  'E'
               END-EXEC
               PERFORM DB2-ERROR
               IF  SQLCODE  EQUAL TO  +100
                   MOVE  K-LETTER-DEFAULT-TEXT  TO  T-TPL-TEXT
               END-IF
           END-IF.

       C0400-GET-TEMPLATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0450-GET-ARREARS                              *
      *****************************************************************
      *    THE ARREARS QUOTED ARE THE EMPLOYER'S OPEN BILLED LINES.   *
      *****************************************************************

       C0450-GET-ARREARS SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COALESCE (SUM (CBL_CONTRIB), 0)
                INTO   :T-DNL-ARREARS
                FROM    ST_WRK_CONTRIB_BILL
                WHERE   CBL_REG_NUM  =  :T-ER-REG-NUM
                AND     CBL_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0450-GET-ARREARS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-PRINT-LETTER                             *
      *****************************************************************
      *    ONE PAGE PER LETTER: THE INSTITUTION HEADER, THE STEP,     *
      *    THE EMPLOYER AND ITS ADDRESS, THE WORDING, THE ARREARS     *
      *    AND, ON THE LAST STEP, THE LEGAL REFERRAL NOTICE.          *
      *****************************************************************

       C0500-PRINT-LETTER SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'DATE (YYYYMMDD)           :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-9                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'SUBJECT                   :'  TO  PRT-CAPTION.
           MOVE  W-STEP-NAME (W-STEP-SUB)      TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EMPLOYER REGISTRATION     :'  TO  PRT-CAPTION.
           MOVE  T-ER-REG-NUM                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-ADR-STREET       TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-ADR-CITY         TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '-'                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-TPL-TEXT-1       TO  PRT-LTR-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-TPL-TEXT-2       TO  PRT-LTR-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'OPEN CONTRIBUTION ARREARS :'  TO  PRT-CAPTION.
           MOVE  T-DNL-ARREARS                 TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  T-DNL-LEGAL-IND  EQUAL TO  'Y'
               MOVE '0'                    TO  PRT-LINE-CC
               MOVE  SPACES                TO  PRT-LINE-TEXT
               MOVE  K-LEGAL-REFERRAL-TEXT TO  PRT-LTR-TEXT
               PERFORM S0100-WRITE-PRINT-LINE
           END-IF.

       C0500-PRINT-LETTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-RECORD-LETTER                            *
      *****************************************************************

       C0600-RECORD-LETTER SECTION.

           MOVE 'ST_HST_ER_DUNNING'             TO  W-EIBDS.
           MOVE  W-STEP-NUM (W-STEP-SUB)        TO  T-DNL-STEP-NUM.
           MOVE  W-STEP-TEMPLATE (W-STEP-SUB)   TO  T-DNL-TEMPLATE-CODE.
           MOVE  W-TODAY-9                      TO  T-DNL-ISSUE-DATE.

           EXEC SQL
                INSERT INTO ST_HST_ER_DUNNING
                     (DNL_REG_NUM,       DNL_STEP_NUM,
                      DNL_TEMPLATE_CODE, DNL_LANG,
                      DNL_DLQ_GRADE,     DNL_ARREARS,
                      DNL_LEGAL_IND,     DNL_ISSUE_DATE)
                VALUES
                     (:T-ER-REG-NUM,        :T-DNL-STEP-NUM,
                      :T-DNL-TEMPLATE-CODE, :T-TPL-LANG,
                      :T-DLQ-GRADE,         :T-DNL-ARREARS,
                      :T-DNL-LEGAL-IND,     :T-DNL-ISSUE-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0600-RECORD-LETTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-REFER-TO-LEGAL                           *
      *****************************************************************
      *    THIS SECTION SENDS THE EMPLOYER TO THE LEGAL CASE SYSTEM   *
      *    ON CASELEAD UNDER DESTINATION 81, CHANNEL BATCH.  THE      *
      *    FILE IS KEYED BY SSN-FORM KEY ALONE, SO A LEAD STILL       *
      *    WAITING FOR COLLECTION COMES BACK DUPREC AND THE REFERRAL  *
      *    IS LEFT FOR THE NEXT RUN.                                  *
      *****************************************************************

       C0700-REFER-TO-LEGAL SECTION.

           MOVE  T-ER-REG-NUM       TO  W-ER-SSN-REG.

           MOVE SPACES              TO  TRANSACTION-LEAD.
           MOVE 'TL'                TO  TRAN-LEAD-RECORD-TYPE.
           MOVE  W-ER-SSN-KEY-9     TO  TRAN-LEAD-SSN-KEY-9.
           MOVE  T-ER-REG-NUM       TO  TRAN-LEAD-EMPLYR.
           MOVE  K-DUN-TRAN-CODE    TO  TRAN-LEAD-TRAN-CODE.

           MOVE FUNCTION CURRENT-DATE(1:16)
                                    TO  W-SYSTEM-DATE-TIME.
           MOVE  W-SYSTEM-DATE      TO  TRAN-LEAD-TRAN-DATE.
           MOVE  W-SYSTEM-HHMMSS    TO  TRAN-LEAD-TIME.

           MOVE  K-DUN-TERM         TO  TRAN-LEAD-TERM-ID.
           MOVE  K-DUN-DEPT         TO  TRAN-LEAD-DEPT.
           MOVE  K-DUN-CLERK        TO  TRAN-LEAD-CLERK.
           MOVE  K-ACTION-ADD       TO  TRAN-LEAD-ACTION-CODE.
           MOVE  K-DUN-SOURCE       TO  TRAN-LEAD-SOURCE.
           MOVE  K-LGL-CASE-DEST    TO  TRAN-LEAD-DESTINATION.
           MOVE  SPACES             TO  TRAN-LEAD-BYPASS-CODE.
           MOVE 'E2'                TO  TRAN-LEAD-FORMAT-TYPE.
           MOVE  LENGTH OF TRANSACTION-LEAD
                                    TO  TRAN-LEAD-TXN-DATA-LENGTH.
           SET  TRAN-LEAD-CHNL-BATCH  TO  TRUE.

           EXEC CICS WRITE
                FILE    ('CASELEAD')
                RIDFLD  (TRAN-LEAD-SSN-KEY)
                FROM    (TRANSACTION-LEAD)
                LENGTH  (LENGTH OF TRANSACTION-LEAD)
                RESP    (W-CASE-LEAD-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

       C0700-REFER-TO-LEGAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'RUN DATE (YYYYMMDD)       :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-9                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'DELINQUENT EMPLOYERS READ :'  TO  PRT-CAPTION.
           MOVE  W-ER-COUNT                    TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'SKIPPED - ACTIVE PAY PLAN :'  TO  PRT-CAPTION.
           MOVE  W-PLAN-SKIP-COUNT             TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'SKIPPED - OPEN DISPUTE    :'  TO  PRT-CAPTION.
           MOVE  W-DISPUTE-SKIP-COUNT          TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'NEXT STEP NOT YET DUE     :'  TO  PRT-CAPTION.
           MOVE  W-NOT-DUE-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ALREADY WITH LEGAL        :'  TO  PRT-CAPTION.
           MOVE  W-REFERRED-COUNT              TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'REFERRAL HELD - LEAD OPEN :'  TO  PRT-CAPTION.
           MOVE  W-LEAD-PENDING-COUNT          TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'LETTERS ISSUED            :'  TO  PRT-CAPTION.
           MOVE  W-LETTER-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'OF WHICH REFERRED TO LEGAL:'  TO  PRT-CAPTION.
           MOVE  W-LEGAL-COUNT                 TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('DUNPRT  ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

       S0100-WRITE-PRINT-LINE-EXIT.  EXIT.
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

98303      MOVE 'OBSSS671'  TO  X684-PROGRAM.
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
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
      *   DUMPING AND LINKING TO THE STANDARD ABEND HANDLER.           *
      *****************************************************************

       DB2-ERROR SECTION.

           IF  SQLCODE  EQUAL TO  +0  OR  +100
               NEXT SENTENCE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE              TO  ORSS0400-SQLCD
               MOVE 'ORS'                TO  ORSS0400-SYSID
               MOVE W-EIBDS              TO  ORSS0400-TABNM
               MOVE SPACES               TO  ORSS0400-CLERK
               MOVE T-ER-REG-NUM         TO  ORSS0400-SSN
               MOVE '1671'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
