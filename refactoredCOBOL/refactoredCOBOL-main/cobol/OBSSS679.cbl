       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *             CHEQUE PAYMENT RUN AND REGISTER  OBSSS679         *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS679.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS679 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO FROM  *
      *                A SCHEDULED PEX AFTER OBSSS623, THAT PAYS BY   *
      *                CHEQUE THE PAYEES WHO HAVE NO USABLE BANK      *
      *                ACCOUNT:                                       *
      *                                                               *
      *                - A PAYEE IS PAID BY CHEQUE WHEN THE PAYEE'S   *
      *                  ST_MST_PAY_METHOD ROW (SET ON ORP1574P)      *
      *                  CARRIES PYM_METHOD 'C'.  OBSSS623 SPLITS     *
      *                  THE SAME PAYEES OUT OF ITS BANK FILES ON THE *
      *                  SAME TEST AND LISTS THEIR POSTINGS AS CHEQ   *
      *                  LINES ON DISBRPT, SO EACH PAYMENT GOES OUT   *
      *                  ONE WAY ONLY.  RETURNING THE PAYEE TO BANK   *
      *                  PAYMENT ('B') ON ORP1574P STOPS THE CHEQUES. *
      *                - EVERY POSITIVE DISBURSEMENT POSTING FOR SUCH *
      *                  A PAYEE SINCE PYM_EFF_DATE THAT IS NOT YET   *
      *                  ON THE ST_WRK_CHEQUE_REG CHEQUE REGISTER --  *
      *                  THE REISSUE (CHQR) POSTINGS OF ORP1574P      *
      *                  INCLUDED, THE RETURN, STALE AND VOID         *
      *                  REVERSALS LEFT OUT -- TAKES THE NEXT CHEQUE  *
      *                  NUMBER AFTER RUN_LAST_CHEQUE_NUM ON THE      *
      *                  PROGRAM'S ST_BAT_RUN_CONTROL ROW, IS WRITTEN *
      *                  TO THE CHQPRINT CHEQUE PRINT FILE AND ENTERS *
      *                  THE REGISTER AS ISSUED ('I').  EACH CHEQUE   *
      *                  IS COMMITTED WITH ITS NUMBER, SO A RERUN     *
      *                  NEVER REUSES OR SKIPS ONE.                   *
      *                - A PAYMENT WITH AN OPEN STOP ORDER ON         *
      *                  ST_WRK_STOP_PAY IS HELD, AS IN OBSSS623,     *
      *                  AND PRINTS ON THE FIRST RUN AFTER RELEASE.   *
      *                - THE CHQREGPT REGISTER LISTS EVERY CHEQUE     *
      *                  PRINTED WITH THE RUN'S TOTALS AND NUMBER     *
      *                  RANGE.                                       *
      *                                                               *
      *                ENCASHMENT IS RECONCILED BY OBSSS680; VOID     *
      *                AND REISSUE ARE DONE ON ORP1574P.              *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)  *
      *                    ST_BAT_DISB_ACCTS     (DB2 CONTROL TABLE)  *
      *                    ST_MST_PAY_METHOD     (DB2 MASTER TABLE)   *
      *                    ST_WRK_STOP_PAY       (DB2 WORK TABLE)     *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - CHQPRINT CHEQUE RECORDS; ST_WRK_CHEQUE_REG ROWS;  *
      *             RUN_LAST_CHEQUE_NUM ADVANCED; THE CHQREGPT        *
      *             CHEQUE REGISTER.                                  *
      *                                                               *
      *    TABLES - NONE.                                             *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE          *
      *                     REGISTER IS WRITTEN.                      *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-678. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98298 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS679'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-RETURN-TRAN-CODE      PIC X(04)  VALUE 'BRTN'.
           05  K-STALE-TRAN-CODE       PIC X(04)  VALUE 'STLC'.
           05  K-VOID-TRAN-CODE        PIC X(04)  VALUE 'CHQV'.

       01  W-CHQ-EOF-SW                PIC X(01)  VALUE 'N'.
           88  W-CHQ-EOF                    VALUE 'Y'.
       01  W-CONTROL-SW                PIC X(01)  VALUE 'N'.
           88  W-CONTROL-FOUND              VALUE 'Y'.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        CHEQUE PRINT RECORD                                    *
      *****************************************************************

       01  CHQPRINT-REC.
           05  CPR-CHEQUE-NUM          PIC 9(09).
           05  CPR-ISSUE-DATE          PIC X(08).
           05  CPR-SSN                 PIC 9(11).
           05  CPR-PAYEE-NAME          PIC X(40).
           05  CPR-AMOUNT              PIC 9(12)V999.
           05  CPR-TRAN-CODE           PIC X(04).
           05  FILLER                  PIC X(13).

      *****************************************************************
      *        RUN CONTROL                                            *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS679'.
       01  T-RUN-LAST-CHEQUE-NUM       PIC 9(09).
       01  W-FIRST-CHEQUE-NUM          PIC 9(09)  VALUE ZEROES.

      *****************************************************************
      *        PAYMENT / REGISTER HOST VARIABLES                      *
      *****************************************************************

       01  T-HST-SSN                   PIC 9(11).
       01  T-HST-LEAD-COUNT            PIC S9(07) COMP-3.
       01  T-HST-ACCT-CDE              PIC 9(11).
       01  T-HST-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-HST-POST-DATE             PIC X(08).
       01  T-HST-TRAN-CODE             PIC X(04).
       01  T-PYM-PAYEE-NAME            PIC X(40).
       01  T-STP-COUNT                 PIC S9(09) COMP.

      *****************************************************************
      *        COUNTERS                                               *
      *****************************************************************

       01  W-CHEQUE-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-CHEQUE-AMOUNT             PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-HELD-COUNT                PIC S9(07) COMP-3 VALUE +0.

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
       01  PRT-DETAIL-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRT-DTL-CHEQUE          PIC 9(09).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-SSN             PIC 9(11).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-PAYEE           PIC X(30).
           05  FILLER                  PIC X(01).
           05  PRT-DTL-AMOUNT          PIC Z(08)9.999-.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-TRAN            PIC X(04).
           05  FILLER                  PIC X(05).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(11)9.999-.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '         CHEQUE PAYMENT REGISTER            '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(24)  VALUE
               '    CHEQUE  MEMBER SSN  '.
           05  FILLER                  PIC X(31)  VALUE
               ' PAYEE                         '.
           05  FILLER                  PIC X(25)  VALUE
               '        AMOUNT  TRAN'.
       01  K-NO-CONTROL-MSG            PIC X(44)  VALUE
           '   NO CHEQUE NUMBERING ON THE RUN CONTROL.  '.

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.

           PERFORM B0500-GET-RUN-CONTROL.

           IF  NOT W-CONTROL-FOUND
               PERFORM D0500-PRINT-NOTHING
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM D0050-PRINT-HEADING.
           PERFORM B0000-ISSUE-CHEQUES.
           PERFORM D0400-PRINT-TOTALS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THE RUN CONTROL ROW CARRIES THE LAST CHEQUE NUMBER USED.   *
      *    WITHOUT THE ROW NO CHEQUE CAN BE NUMBERED AND THE RUN      *
      *    PRINTS THE REASON INSTEAD.                                 *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_LAST_CHEQUE_NUM
                INTO    :T-RUN-LAST-CHEQUE-NUM
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE 'Y'  TO  W-CONTROL-SW
           ELSE
               NEXT SENTENCE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-ISSUE-CHEQUES                            *
      *****************************************************************
      *    THIS SECTION READS EVERY CHEQUE PAYMENT NOT YET ON THE     *
      *    REGISTER.  THE CURSOR HOLDS ACROSS THE SYNCPOINT TAKEN     *
      *    AFTER EACH CHEQUE.                                         *
      *****************************************************************

       B0000-ISSUE-CHEQUES SECTION.

           MOVE 'ST_HST_GL_TRANSACTION'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CHQ-CURSOR CURSOR WITH HOLD FOR
                SELECT   H.HST_SSN ,
                         H.HST_LEAD_COUNT ,
                         H.HST_ACCT_CDE ,
                         H.HST_AMOUNT ,
                         H.HST_POST_DATE ,
                         H.HST_TRAN_CODE ,
                         P.PYM_PAYEE_NAME
                FROM     ST_HST_GL_TRANSACTION  H ,
                         ST_MST_PAY_METHOD      P
                WHERE    P.PYM_SSN         =  H.HST_SSN
                AND      P.PYM_METHOD      =  'C'
                AND      H.HST_POST_DATE  >=  P.PYM_EFF_DATE
                AND      H.HST_POST_DATE  <=  :W-TODAY-DATE
                AND      H.HST_AMOUNT      >  0
                AND      H.HST_ACCT_CDE  IN
                         (SELECT DSA_ACCT_CDE
                            FROM ST_BAT_DISB_ACCTS)
                AND      H.HST_TRAN_CODE  NOT IN
                         (:K-RETURN-TRAN-CODE , :K-STALE-TRAN-CODE ,
                          :K-VOID-TRAN-CODE)
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CHEQUE_REG  C
                         WHERE   C.CHQ_SSN         =  H.HST_SSN
                         AND     C.CHQ_LEAD_COUNT  =  H.HST_LEAD_COUNT)
                ORDER BY H.HST_SSN , H.HST_LEAD_COUNT
           END-EXEC.

           EXEC SQL
                OPEN CHQ-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-PAYMENT
               UNTIL  W-CHQ-EOF.

           EXEC SQL
                CLOSE CHQ-CURSOR
           END-EXEC.

       B0000-ISSUE-CHEQUES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-PAYMENT                            *
      *****************************************************************

       B0100-FETCH-PAYMENT SECTION.

           EXEC SQL
                FETCH CHQ-CURSOR
                INTO  :T-HST-SSN ,
                      :T-HST-LEAD-COUNT ,
                      :T-HST-ACCT-CDE ,
                      :T-HST-AMOUNT ,
                      :T-HST-POST-DATE ,
                      :T-HST-TRAN-CODE ,
                      :T-PYM-PAYEE-NAME
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-CHQ-EOF-SW
               GO TO B0100-FETCH-PAYMENT-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-CHQ-EOF-SW
               GO TO B0100-FETCH-PAYMENT-EXIT
           END-IF.

           PERFORM C0080-CHECK-STOPPED.

           IF  T-STP-COUNT  GREATER THAN  ZERO
               ADD  1  TO  W-HELD-COUNT
               GO TO B0100-FETCH-PAYMENT-EXIT
           END-IF.

           PERFORM C0100-ISSUE-CHEQUE.

       B0100-FETCH-PAYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0080-CHECK-STOPPED                            *
      *****************************************************************
      *    AN OPEN STOP ORDER FOR THE SSN AND AMOUNT HOLDS THE        *
      *    CHEQUE, THE SAME TEST OBSSS623 APPLIES TO A BANK PAYMENT.  *
      *****************************************************************

       C0080-CHECK-STOPPED SECTION.

           MOVE 'ST_WRK_STOP_PAY'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-STP-COUNT
                FROM    ST_WRK_STOP_PAY
                WHERE   STP_SSN     =  :T-HST-SSN
                AND     STP_AMOUNT  =  :T-HST-AMOUNT
                AND     STP_STATUS  =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0080-CHECK-STOPPED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-ISSUE-CHEQUE                             *
      *****************************************************************
      *    THE NEXT NUMBER IS TAKEN, THE CHEQUE WRITTEN TO CHQPRINT,  *
      *    ENTERED ON THE REGISTER AND THE NUMBER STORED BACK ON THE  *
      *    RUN CONTROL -- ALL IN ONE UNIT OF WORK.                    *
      *****************************************************************

       C0100-ISSUE-CHEQUE SECTION.

           ADD   1  TO  T-RUN-LAST-CHEQUE-NUM.

           IF  W-FIRST-CHEQUE-NUM  EQUAL TO  ZEROES
               MOVE  T-RUN-LAST-CHEQUE-NUM  TO  W-FIRST-CHEQUE-NUM
           END-IF.

           MOVE  SPACES                 TO  CHQPRINT-REC.
           MOVE  T-RUN-LAST-CHEQUE-NUM  TO  CPR-CHEQUE-NUM.
           MOVE  W-TODAY-DATE           TO  CPR-ISSUE-DATE.
           MOVE  T-HST-SSN              TO  CPR-SSN.
           MOVE  T-PYM-PAYEE-NAME       TO  CPR-PAYEE-NAME.
           MOVE  T-HST-AMOUNT           TO  CPR-AMOUNT.
           MOVE  T-HST-TRAN-CODE        TO  CPR-TRAN-CODE.

           EXEC CICS WRITE
                FILE    ('CHQPRINT')
                RIDFLD  (CPR-CHEQUE-NUM)
                FROM    (CHQPRINT-REC)
                LENGTH  (LENGTH OF CHQPRINT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

           MOVE 'ST_WRK_CHEQUE_REG'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_CHEQUE_REG
                     (CHQ_NUMBER,       CHQ_SSN,
                      CHQ_LEAD_COUNT,   CHQ_ACCT_CDE,
                      CHQ_AMOUNT,       CHQ_PAYEE_NAME,
                      CHQ_TRAN_CODE,    CHQ_PAY_DATE,
                      CHQ_ISSUE_DATE,   CHQ_STATUS)
                VALUES
                     (:T-RUN-LAST-CHEQUE-NUM, :T-HST-SSN,
                      :T-HST-LEAD-COUNT,      :T-HST-ACCT-CDE,
                      :T-HST-AMOUNT,          :T-PYM-PAYEE-NAME,
                      :T-HST-TRAN-CODE,       :T-HST-POST-DATE,
                      :W-TODAY-DATE,          'I')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_BAT_RUN_CONTROL
                SET     RUN_LAST_CHEQUE_NUM  =  :T-RUN-LAST-CHEQUE-NUM
                WHERE   RUN_PROGRAM          =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1             TO  W-CHEQUE-COUNT.
           ADD  T-HST-AMOUNT  TO  W-CHEQUE-AMOUNT.

           MOVE ' '                     TO  PRT-LINE-CC.
           MOVE  SPACES                 TO  PRT-LINE-TEXT.
           MOVE  T-RUN-LAST-CHEQUE-NUM  TO  PRT-DTL-CHEQUE.
           MOVE  T-HST-SSN              TO  PRT-DTL-SSN.
           MOVE  T-PYM-PAYEE-NAME       TO  PRT-DTL-PAYEE.
           MOVE  T-HST-AMOUNT           TO  PRT-DTL-AMOUNT.
           MOVE  T-HST-TRAN-CODE        TO  PRT-DTL-TRAN.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0100-ISSUE-CHEQUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0050-PRINT-HEADING                            *
      *****************************************************************

       D0050-PRINT-HEADING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ISSUE DATE                :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-DATE                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-COLUMN-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0050-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-PRINT-TOTALS                             *
      *****************************************************************

       D0400-PRINT-TOTALS SECTION.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CHEQUES PRINTED           :'  TO  PRT-CAPTION.
           MOVE  W-CHEQUE-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  W-CHEQUE-AMOUNT               TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  W-CHEQUE-COUNT  GREATER THAN  ZERO
               MOVE ' '                            TO  PRT-LINE-CC
               MOVE  SPACES                        TO  PRT-LINE-TEXT
               MOVE 'CHEQUE NUMBERS            :'  TO  PRT-CAPTION
               MOVE  W-FIRST-CHEQUE-NUM            TO  PRT-VALUE (1:9)
               MOVE ' - '                          TO  PRT-VALUE (10:3)
               MOVE  T-RUN-LAST-CHEQUE-NUM         TO  PRT-VALUE (13:9)
               PERFORM S0100-WRITE-PRINT-LINE
           END-IF.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'HELD ON A STOP ORDER      :'  TO  PRT-CAPTION.
           MOVE  W-HELD-COUNT                  TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0400-PRINT-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0500-PRINT-NOTHING                            *
      *****************************************************************
      *    A ONE-PAGE REGISTER CARRYING THE REASON NOTHING RAN.       *
      *****************************************************************

       D0500-PRINT-NOTHING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-NO-CONTROL-MSG   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0500-PRINT-NOTHING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('CHQREGPT')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'CHQREGPT'                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-LINE-SEQ        TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PRT-LINE-REC        TO  W-RPL-REC-LEN
98304      MOVE  PRT-LINE-REC                  TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

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

98303      MOVE 'OBSSS679'  TO  X684-PROGRAM.
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

98303      MOVE  W-HELD-COUNT  TO  X684-ROWS-REJECTED.

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
               MOVE T-HST-SSN            TO  ORSS0400-SSN
               MOVE '1679'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
