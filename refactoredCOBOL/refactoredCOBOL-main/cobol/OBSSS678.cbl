       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      DISBURSEMENT BANK STATEMENT RECONCILIATION OBSSS678      *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS678.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS678 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO FROM  *
      *                A SCHEDULED PEX AFTER OBSSS623 AND OBSSS628,   *
      *                THAT FOLLOWS EVERY DISBOURT PAYMENT UNTIL THE  *
      *                BANK HAS EITHER CREDITED IT OR SENT IT BACK,   *
      *                SO A PAYMENT LYING UNCLAIMED IN A SUSPENDED    *
      *                OR DORMANT ACCOUNT NO LONGER STAYS "PAID"      *
      *                FOR EVER:                                      *
      *                                                               *
      *                - THE PAYMENT REGISTER ST_WRK_DISB_ITEM HOLDS  *
      *                  ONE OUTSTANDING (' ') ROW FOR EVERY PAYMENT  *
      *                  OBSSS623 WROTE TO DISBOUT, ENTERED BY        *
      *                  OBSSS623 ITSELF AS THE RECORD IS WRITTEN,    *
      *                  UNDER THE POSTING'S LEAD COUNT AND THE RUN   *
      *                  DATE THE FILE CARRIES.  CHEQUE PAYEES,       *
      *                  STOPPED PAYMENTS AND NOBK EXCEPTIONS NEVER   *
      *                  REACH IT.                                    *
      *                - A PAYMENT OBSSS628 HAS REVERSED ON A BANK    *
      *                  RETURN (BRTN LINKED TO ITS LEAD COUNT) IS    *
      *                  MARKED RETURNED ('R').                       *
      *                - THE BANKS' DAILY STATEMENT OF CLEARED ITEMS  *
      *                  (BNKSTMIN) IS MATCHED TO THE REGISTER BY     *
      *                  SSN, AMOUNT AND THE RUN DATE THE BANK        *
      *                  QUOTES, AS OBSSS628 MATCHES A RETURN; A      *
      *                  MATCH IS MARKED CLEARED ('C') WITH THE       *
      *                  BANK'S VALUE DATE.  A LINE THAT MATCHES      *
      *                  NOTHING OUTSTANDING -- OR ONLY A PAYMENT     *
      *                  ALREADY CANCELLED AS STALE -- GOES TO THE    *
      *                  ST_WRK_BANK_STMT_EXC REVIEW QUEUE.           *
      *                - WHAT IS STILL OUTSTANDING IS AGED FROM ITS   *
      *                  RUN DATE INTO THE BNKRCRPT AGEING BANDS.     *
      *                  ONCE OLDER THAN RUN_STALE_DAYS ON THE        *
      *                  PROGRAM'S ST_BAT_RUN_CONTROL ROW (DEFAULT    *
      *                  180) THE PAYMENT IS CANCELLED: THE           *
      *                  DISBURSEMENT IS REVERSED THROUGH OBSSS627    *
      *                  INTO THE UNCLAIMED-BENEFITS LIABILITY        *
      *                  ACCOUNT (RUN_UNCLAIMED_ACCT), CROSS-LINKED   *
      *                  TO THE ORIGINAL LEAD COUNT; THE ROW IS       *
      *                  MARKED STALE ('S') AND FLAGGED FOR REISSUE   *
      *                  (DSI_REISSUE 'Y') AGAINST THE DAY THE        *
      *                  MEMBER COMES FORWARD; AND THE MEMBER'S       *
      *                  BANK-PAY ROW IS END-DATED (REASON 'STAL'),   *
      *                  SO OBSSS623 STOPS PAYING THE DEAD ACCOUNT.   *
      *                  WITHOUT THE ACCOUNT THE RUN AGES BUT         *
      *                  CANCELS NOTHING.                             *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        BNKSTMIN (VSAM STATEMENT FEED FILE)        *
      *                    ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)  *
      *                    ST_MST_BANK_PAY       (DB2 MASTER TABLE)   *
      *                    ST_WRK_DISB_ITEM      (DB2 REGISTER)       *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - UPDATED ST_WRK_DISB_ITEM ROWS; A REVERSING PAIR   *
      *             THROUGH OBSSS627 AND AN END-DATED                 *
      *             ST_MST_BANK_PAY ROW PER STALE PAYMENT; A          *
      *             ST_WRK_BANK_STMT_EXC ROW PER UNMATCHED STATEMENT  *
      *             LINE; THE BNKRCRPT RECONCILIATION REPORT.         *
      *                                                               *
      *    TABLES - W-FEED-TBL-AREA (THE STATEMENT FEED).             *
      *             W-AGE-TABLE (AGEING BANDS).                       *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE REPORT   *
      *                     IS WRITTEN.                               *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-677. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98297 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS678'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-STALE-TRAN-CODE       PIC X(04)  VALUE 'STLC'.
           05  K-RETURN-TRAN-CODE      PIC X(04)  VALUE 'BRTN'.
           05  K-STALE-SOURCE          PIC X(02)  VALUE 'BS'.
           05  K-STALE-TERM            PIC X(04)  VALUE 'BTCH'.
           05  K-STALE-DEPT            PIC X(02)  VALUE 'PY'.
           05  K-STALE-CLERK           PIC X(03)  VALUE 'STL'.
           05  K-STALE-REASON          PIC X(04)  VALUE 'STAL'.
           05  K-DEFAULT-STALE-DAYS    PIC S9(04) COMP VALUE +180.
           05  K-RSN-NO-MATCH          PIC X(06)  VALUE 'NOMTCH'.
           05  K-RSN-CLEARED-STALE     PIC X(06)  VALUE 'CLRSTL'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-FEED-EOF                   VALUE 'Y'.
       01  W-ITEM-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-ITEM-EOF                   VALUE 'Y'.
       01  W-MATCH-SW                  PIC X(01)  VALUE 'N'.
           88  W-MATCHED                    VALUE 'Y'.

       01  W-TODAY-DATE                PIC X(08).
       01  W-TODAY-9 REDEFINES W-TODAY-DATE
                                       PIC 9(08).
       01  W-TODAY-INT                 PIC S9(08) COMP.
       01  W-RUN-INT                   PIC S9(08) COMP.
       01  W-AGE-DAYS                  PIC S9(08) COMP.

      *****************************************************************
      *        STATEMENT FEED RECORD                                  *
      *****************************************************************

       01  BNKSTMIN-REC.
           05  STM-SEQ                 PIC 9(08).
           05  STM-BANK-BR-AGY         PIC X(04).
           05  STM-SSN                 PIC 9(11).
           05  STM-AMOUNT              PIC S9(12)V999.
           05  STM-RUN-DATE            PIC X(08).
           05  STM-VALUE-DATE          PIC X(08).
           05  FILLER                  PIC X(06).

      *****************************************************************
      *        FEED TABLE -- THE FEED IS BROWSED FIRST AND CONSUMED   *
      *        AFTERWARD, AS IN OBSSS628.                             *
      *****************************************************************

       01  W-FEED-TBL-AREA.
           05  W-FEED-COUNT            PIC S9(04) COMP VALUE +0.
           05  C-MAX-FEED              PIC S9(04) COMP VALUE +500.
           05  W-FEED-ENTRY  OCCURS 500 TIMES  INDEXED BY W-FEED-NDX.
               10  W-FEED-REC          PIC X(60).

       01  I                           PIC S9(04) COMP.
       01  W-BROWSE-KEY                PIC 9(08).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        AGEING BANDS -- DAYS OUTSTANDING UP TO THE LIMIT;      *
      *        THE LAST BAND IS EVERYTHING OLDER BUT NOT YET STALE.   *
      *****************************************************************

       01  W-AGE-LIMITS.
           05  FILLER                  PIC S9(04) COMP VALUE +30.
           05  FILLER                  PIC S9(04) COMP VALUE +60.
           05  FILLER                  PIC S9(04) COMP VALUE +90.
           05  FILLER                  PIC S9(04) COMP VALUE +9999.
       01  W-AGE-LIMIT-R REDEFINES W-AGE-LIMITS.
           05  W-AGE-LIMIT             PIC S9(04) COMP OCCURS 4 TIMES.
       01  W-AGE-TABLE.
           05  W-AGE-ENTRY             OCCURS 4 TIMES.
               10  W-AGE-COUNT         PIC S9(07)     COMP-3.
               10  W-AGE-AMOUNT        PIC S9(13)V999 COMP-3.
       01  W-AGE-SUB                   PIC S9(04) COMP.
       01  C-AGE-BANDS                 PIC S9(04) COMP VALUE +4.
       01  W-AGE-CAPTIONS.
           05  FILLER                  PIC X(30)  VALUE
               '  OUTSTANDING   0 -  30 DAYS'.
           05  FILLER                  PIC X(30)  VALUE
               '  OUTSTANDING  31 -  60 DAYS'.
           05  FILLER                  PIC X(30)  VALUE
               '  OUTSTANDING  61 -  90 DAYS'.
           05  FILLER                  PIC X(30)  VALUE
               '  OUTSTANDING OVER 90 DAYS '.
       01  W-AGE-CAPTION-R REDEFINES W-AGE-CAPTIONS.
           05  W-AGE-CAPTION           PIC X(30)  OCCURS 4 TIMES.

      *****************************************************************
      *        COUNTERS                                               *
      *****************************************************************

       01  W-REGISTERED-COUNT          PIC S9(07) COMP-3 VALUE +0.
       01  W-RETURNED-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  W-CLEARED-COUNT             PIC S9(07) COMP-3 VALUE +0.
       01  W-CLEARED-AMOUNT            PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-UNMATCHED-COUNT           PIC S9(07) COMP-3 VALUE +0.
       01  W-STALE-COUNT               PIC S9(07) COMP-3 VALUE +0.
       01  W-STALE-AMOUNT              PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-STALE-REJECT-COUNT        PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *        RUN CONTROL                                            *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS678'.
       01  T-RUN-STALE-DAYS            PIC S9(04) COMP.
       01  T-RUN-UNCLAIMED-ACCT        PIC 9(11).
       01  W-STALE-DAYS                PIC S9(04) COMP.

      *****************************************************************
      *        REGISTER / QUEUE HOST VARIABLES                        *
      *****************************************************************

       01  T-DSI-SSN                   PIC 9(11).
       01  T-DSI-LEAD-COUNT            PIC S9(07) COMP-3.
       01  T-DSI-ACCT-CDE              PIC 9(11).
       01  T-DSI-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-DSI-RUN-DATE              PIC X(08).
       01  T-DSI-RUN-9 REDEFINES T-DSI-RUN-DATE
                                       PIC 9(08).
       01  T-DSI-STATUS                PIC X(01).
       01  T-DSI-LEAD-IND              PIC S9(04) COMP.

       01  T-BNK-END-DATE              PIC X(10).
       01  W-END-DATE-BUILD.
           05  W-ED-YYYY               PIC X(04).
           05  W-ED-SL1                PIC X(01).
           05  W-ED-MM                 PIC X(02).
           05  W-ED-SL2                PIC X(01).
           05  W-ED-DD                 PIC X(02).

       01  T-SXC-REASON                PIC X(06).

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

       01  W-LEG1-LEAD                 PIC S9(07) COMP-3.
       01  W-LEG2-RC                   PIC S9(08) COMP.

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
           05  PRT-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(02).
           05  PRT-AMOUNT              PIC Z(11)9.999-.
           05  FILLER                  PIC X(24).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '   DISBURSEMENT BANK STATEMENT RECON        '.

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
           COMPUTE  W-TODAY-INT  =
               FUNCTION INTEGER-OF-DATE (W-TODAY-9).

           MOVE  W-TODAY-DATE (1:4)  TO  W-ED-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-ED-MM.
           MOVE  W-TODAY-DATE (7:2)  TO  W-ED-DD.
           MOVE '-'                  TO  W-ED-SL1  W-ED-SL2.

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0600-COUNT-REGISTERED.
           PERFORM B0700-MARK-RETURNED.
           PERFORM B0000-DRAIN-STATEMENT.
           PERFORM D0000-AGE-OUTSTANDING.
           PERFORM E0000-PRINT-REPORT.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    RUN_STALE_DAYS DEFAULTS TO K-DEFAULT-STALE-DAYS.  A ZERO   *
      *    RUN_UNCLAIMED_ACCT (OR NO ROW) LEAVES STALE PAYMENTS       *
      *    AGED BUT NOT CANCELLED.                                    *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  K-DEFAULT-STALE-DAYS  TO  W-STALE-DAYS.
           MOVE  ZEROES                TO  T-RUN-UNCLAIMED-ACCT.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_STALE_DAYS ,
                         RUN_UNCLAIMED_ACCT
                INTO    :T-RUN-STALE-DAYS ,
                        :T-RUN-UNCLAIMED-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE  ZEROES  TO  T-RUN-UNCLAIMED-ACCT
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           IF  T-RUN-STALE-DAYS  GREATER THAN  ZERO
               MOVE  T-RUN-STALE-DAYS  TO  W-STALE-DAYS
           ELSE
               NEXT SENTENCE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-COUNT-REGISTERED                         *
      *****************************************************************
      *    OBSSS623 ENTERS EACH PAYMENT ON THE REGISTER AS IT WRITES  *
      *    IT TO DISBOUT, STAMPED WITH ITS RUN DATE.  THIS RUN ONLY   *
      *    COUNTS TODAY'S FOR THE REPORT.                             *
      *****************************************************************

       B0600-COUNT-REGISTERED SECTION.

           MOVE 'ST_WRK_DISB_ITEM'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :W-REGISTERED-COUNT
                FROM     ST_WRK_DISB_ITEM
                WHERE    DSI_POST_DATE  =  :W-TODAY-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

       B0600-COUNT-REGISTERED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0700-MARK-RETURNED                            *
      *****************************************************************
      *    A PAYMENT THE BANK SENT BACK HAS ALREADY BEEN UNWOUND BY   *
      *    OBSSS628, WHOSE BRTN REVERSAL CARRIES THE ORIGINAL LEAD    *
      *    COUNT AS ITS LINK COUNT.                                   *
      *****************************************************************

       B0700-MARK-RETURNED SECTION.

           MOVE 'ST_WRK_DISB_ITEM'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_DISB_ITEM  D
                SET     DSI_STATUS      =  'R',
                        DSI_CLEAR_DATE  =  :W-TODAY-DATE
                WHERE   DSI_STATUS      =  ' '
                AND     EXISTS
                       (SELECT  1
                        FROM    ST_HST_GL_TRANSACTION  H
                        WHERE   H.HST_SSN         =  D.DSI_SSN
                        AND     H.HST_TRAN_CODE   =  :K-RETURN-TRAN-CODE
                        AND     H.HST_LINK_COUNT  =  D.DSI_LEAD_COUNT)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE  SQLERRD (3)  TO  W-RETURNED-COUNT
           ELSE
               NEXT SENTENCE.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       B0700-MARK-RETURNED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-DRAIN-STATEMENT                          *
      *****************************************************************

       B0000-DRAIN-STATEMENT SECTION.

           MOVE  ZEROES  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE   ('BNKSTMIN')
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0100-READ-NEXT-ITEM
                   UNTIL  W-FEED-EOF
               EXEC CICS ENDBR
                    FILE ('BNKSTMIN')
               END-EXEC
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

           PERFORM C0000-PROCESS-ITEM
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  W-FEED-COUNT.

       B0000-DRAIN-STATEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-NEXT-ITEM                           *
      *****************************************************************

       B0100-READ-NEXT-ITEM SECTION.

           EXEC CICS READNEXT
                FILE   ('BNKSTMIN')
                INTO   (BNKSTMIN-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               IF  W-FEED-COUNT  NOT LESS THAN  C-MAX-FEED
                   MOVE 'Y'  TO  W-EOF-SW
               ELSE
                   ADD  1           TO  W-FEED-COUNT
                   SET  W-FEED-NDX  TO  W-FEED-COUNT
                   MOVE BNKSTMIN-REC  TO  W-FEED-REC (W-FEED-NDX)
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

       B0100-READ-NEXT-ITEM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-PROCESS-ITEM                             *
      *****************************************************************
      *    THIS SECTION WORKS ONE CLEARED ITEM: MARK THE OUTSTANDING  *
      *    PAYMENT IT MATCHES AS CLEARED, OR QUEUE IT FOR REVIEW,     *
      *    THEN CONSUME THE FEED RECORD.                              *
      *****************************************************************

       C0000-PROCESS-ITEM SECTION.

           SET  W-FEED-NDX  TO  I.
           MOVE  W-FEED-REC (W-FEED-NDX)  TO  BNKSTMIN-REC.

           MOVE  STM-SSN       TO  T-DSI-SSN.
           MOVE  STM-AMOUNT    TO  T-DSI-AMOUNT.
           MOVE  STM-RUN-DATE  TO  T-DSI-RUN-DATE.

           PERFORM C0100-CLEAR-PAYMENT.

           IF  W-MATCHED
               ADD  1             TO  W-CLEARED-COUNT
               ADD  STM-AMOUNT    TO  W-CLEARED-AMOUNT
               GO TO C0000-CONSUME
           END-IF.

           PERFORM C0200-CHECK-STALE-MATCH.

           IF  SQLCODE  EQUAL TO  +0
               MOVE  K-RSN-CLEARED-STALE  TO  T-SXC-REASON
           ELSE
               MOVE  K-RSN-NO-MATCH       TO  T-SXC-REASON.

           PERFORM C0500-WRITE-EXCEPTION-ROW.
           ADD  1  TO  W-UNMATCHED-COUNT.

       C0000-CONSUME.

           EXEC CICS DELETE
                FILE   ('BNKSTMIN')
                RIDFLD (STM-SEQ)
                RESP   (W-FILE-RESP)
           END-EXEC.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-PROCESS-ITEM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-CLEAR-PAYMENT                            *
      *****************************************************************
      *    ONE OUTSTANDING PAYMENT FOR THE SSN, AMOUNT AND RUN DATE   *
      *    IS MARKED CLEARED.  SHOULD THE SAME MEMBER HAVE BEEN PAID  *
      *    THE SAME AMOUNT TWICE THAT DAY, THE LOWEST LEAD COUNT      *
      *    CLEARS FIRST AND THE NEXT STATEMENT LINE TAKES THE OTHER.  *
      *    W-MATCH-SW IS LEFT 'N' WHEN NOTHING OUTSTANDING MATCHED.   *
      *****************************************************************

       C0100-CLEAR-PAYMENT SECTION.

           MOVE 'N'                 TO  W-MATCH-SW.
           MOVE 'ST_WRK_DISB_ITEM'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MIN (DSI_LEAD_COUNT)
                INTO    :T-DSI-LEAD-COUNT:T-DSI-LEAD-IND
                FROM     ST_WRK_DISB_ITEM
                WHERE    DSI_SSN       =  :T-DSI-SSN
                AND      DSI_AMOUNT    =  :T-DSI-AMOUNT
                AND      DSI_RUN_DATE  =  :T-DSI-RUN-DATE
                AND      DSI_STATUS    =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-DSI-LEAD-IND  LESS THAN  ZERO
               GO TO C0100-CLEAR-PAYMENT-EXIT
           END-IF.

           EXEC SQL
                UPDATE  ST_WRK_DISB_ITEM
                SET     DSI_STATUS      =  'C',
                        DSI_CLEAR_DATE  =  :STM-VALUE-DATE
                WHERE   DSI_SSN         =  :T-DSI-SSN
                AND     DSI_LEAD_COUNT  =  :T-DSI-LEAD-COUNT
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE 'Y'  TO  W-MATCH-SW
           END-IF.

       C0100-CLEAR-PAYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-CHECK-STALE-MATCH                        *
      *****************************************************************
      *    A CLEARED LINE FOR A PAYMENT ALREADY CANCELLED AS STALE    *
      *    MEANS THE MONEY REACHED THE MEMBER AFTER ALL AND THE       *
      *    UNCLAIMED LIABILITY IS OVERSTATED -- A CASE FOR A PERSON,  *
      *    SO IT IS QUEUED WITH ITS OWN REASON.                       *
      *****************************************************************

       C0200-CHECK-STALE-MATCH SECTION.

           MOVE 'ST_WRK_DISB_ITEM'  TO  W-EIBDS.

           EXEC SQL
                SELECT   DSI_STATUS
                INTO    :T-DSI-STATUS
                FROM     ST_WRK_DISB_ITEM
                WHERE    DSI_SSN       =  :T-DSI-SSN
                AND      DSI_AMOUNT    =  :T-DSI-AMOUNT
                AND      DSI_RUN_DATE  =  :T-DSI-RUN-DATE
                AND      DSI_STATUS    =  'S'
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

       C0200-CHECK-STALE-MATCH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WRITE-EXCEPTION-ROW                      *
      *****************************************************************

       C0500-WRITE-EXCEPTION-ROW SECTION.

           MOVE 'ST_WRK_BANK_STMT_EXC'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_BANK_STMT_EXC
                     (SXC_SSN,         SXC_STMT_SEQ,
                      SXC_BANK_BR_AGY, SXC_AMOUNT,
                      SXC_RUN_DATE,    SXC_VALUE_DATE,
                      SXC_REASON,      SXC_STATUS,
                      SXC_POST_DATE)
                VALUES
                     (:STM-SSN,          :STM-SEQ,
                      :STM-BANK-BR-AGY,  :T-DSI-AMOUNT,
                      :STM-RUN-DATE,     :STM-VALUE-DATE,
                      :T-SXC-REASON,     ' ',
                      :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0500-WRITE-EXCEPTION-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-AGE-OUTSTANDING                          *
      *****************************************************************
      *    THIS SECTION READS EVERY PAYMENT STILL OUTSTANDING, OLDEST *
      *    FIRST.  THE CURSOR HOLDS ACROSS THE SYNCPOINT TAKEN AFTER  *
      *    EACH CANCELLATION.                                         *
      *****************************************************************

       D0000-AGE-OUTSTANDING SECTION.

           PERFORM D0050-CLEAR-AGE-BAND
               VARYING  W-AGE-SUB  FROM  1  BY  1
               UNTIL    W-AGE-SUB  GREATER THAN  C-AGE-BANDS.

           MOVE 'ST_WRK_DISB_ITEM'  TO  W-EIBDS.

           EXEC SQL
                DECLARE DSIO-CURSOR CURSOR WITH HOLD FOR
                SELECT   DSI_SSN ,
                         DSI_LEAD_COUNT ,
                         DSI_ACCT_CDE ,
                         DSI_AMOUNT ,
                         DSI_RUN_DATE
                FROM     ST_WRK_DISB_ITEM
                WHERE    DSI_STATUS  =  ' '
                ORDER BY DSI_RUN_DATE , DSI_SSN
           END-EXEC.

           EXEC SQL
                OPEN DSIO-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM D0100-FETCH-OUTSTANDING
               UNTIL  W-ITEM-EOF.

           EXEC SQL
                CLOSE DSIO-CURSOR
           END-EXEC.

       D0000-AGE-OUTSTANDING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0050-CLEAR-AGE-BAND                           *
      *****************************************************************

       D0050-CLEAR-AGE-BAND SECTION.

           MOVE  ZEROES  TO  W-AGE-COUNT  (W-AGE-SUB)
                             W-AGE-AMOUNT (W-AGE-SUB).

       D0050-CLEAR-AGE-BAND-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-FETCH-OUTSTANDING                        *
      *****************************************************************
      *    A PAYMENT PAST THE STALE LIMIT IS CANCELLED WHEN THE       *
      *    UNCLAIMED ACCOUNT IS SET; EVERYTHING ELSE (AND A           *
      *    CANCELLATION OBSSS627 REFUSED) IS AGED INTO ITS BAND.      *
      *****************************************************************

       D0100-FETCH-OUTSTANDING SECTION.

           EXEC SQL
                FETCH DSIO-CURSOR
                INTO  :T-DSI-SSN ,
                      :T-DSI-LEAD-COUNT ,
                      :T-DSI-ACCT-CDE ,
                      :T-DSI-AMOUNT ,
                      :T-DSI-RUN-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-ITEM-EOF-SW
               GO TO D0100-FETCH-OUTSTANDING-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-ITEM-EOF-SW
               GO TO D0100-FETCH-OUTSTANDING-EXIT
           END-IF.

           COMPUTE  W-RUN-INT  =
               FUNCTION INTEGER-OF-DATE (T-DSI-RUN-9).
           COMPUTE  W-AGE-DAYS  =  W-TODAY-INT  -  W-RUN-INT.

           IF  W-AGE-DAYS  GREATER THAN  W-STALE-DAYS  AND
               T-RUN-UNCLAIMED-ACCT  GREATER THAN  ZEROES
               PERFORM D0200-CANCEL-STALE-PAYMENT
               IF  X627-RETURN-CODE  EQUAL TO  K-RET-GOOD
                   GO TO D0100-FETCH-OUTSTANDING-EXIT
               END-IF
           END-IF.

           MOVE  1  TO  W-AGE-SUB.
           PERFORM D0150-FIND-AGE-BAND
               UNTIL  W-AGE-SUB  NOT LESS THAN  C-AGE-BANDS  OR
                      W-AGE-DAYS  NOT GREATER THAN
                      W-AGE-LIMIT (W-AGE-SUB).

           ADD  1             TO  W-AGE-COUNT  (W-AGE-SUB).
           ADD  T-DSI-AMOUNT  TO  W-AGE-AMOUNT (W-AGE-SUB).

       D0100-FETCH-OUTSTANDING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0150-FIND-AGE-BAND                            *
      *****************************************************************

       D0150-FIND-AGE-BAND SECTION.

           ADD  1  TO  W-AGE-SUB.

       D0150-FIND-AGE-BAND-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-CANCEL-STALE-PAYMENT                     *
      *****************************************************************
      *    THE DISBURSEMENT LEG IS REVERSED ON ITS OWN ACCOUNT AND    *
      *    THE SAME AMOUNT IS RAISED ON THE UNCLAIMED-BENEFITS        *
      *    LIABILITY, BOTH CROSS-LINKED TO THE ORIGINAL LEAD COUNT    *
      *    AND UNDER THE MEMBER'S SSN, SO THE MONEY STAYS OWED TO     *
      *    THE MEMBER.  A REFUSED SECOND LEG BACKS THE FIRST OUT,     *
      *    AS OBSSS676 DOES.  THE ROW THEN GOES STALE, FLAGGED FOR    *
      *    REISSUE, AND THE BANK-PAY ROW IS END-DATED.                *
      *****************************************************************

       D0200-CANCEL-STALE-PAYMENT SECTION.

           MOVE  T-DSI-SSN           TO  X627-SSN.
           MOVE  T-DSI-ACCT-CDE      TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - T-DSI-AMOUNT.
           MOVE  W-TODAY-DATE        TO  X627-EFF-DATE.
           MOVE  K-STALE-TRAN-CODE   TO  X627-TRAN-CODE.
           MOVE  ZEROES              TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
           MOVE  T-DSI-RUN-DATE      TO  X627-REF-NUM (1:8).
           MOVE  K-STALE-SOURCE      TO  X627-SOURCE.
           MOVE  K-STALE-DEPT        TO  X627-DEPT.
           MOVE  K-STALE-CLERK       TO  X627-CLERK.
           MOVE  K-STALE-TERM        TO  X627-TERM.
           MOVE  T-DSI-LEAD-COUNT    TO  X627-LINK-COUNT.
           MOVE 'Y'                  TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               ADD  1  TO  W-STALE-REJECT-COUNT
               GO TO D0200-CANCEL-STALE-PAYMENT-EXIT
           END-IF.

           MOVE  X627-LEAD-COUNT      TO  W-LEG1-LEAD.

           MOVE  T-DSI-SSN            TO  X627-SSN.
           MOVE  T-RUN-UNCLAIMED-ACCT TO  X627-ACCT-CDE.
           MOVE  T-DSI-AMOUNT         TO  X627-AMOUNT.
           MOVE  T-DSI-LEAD-COUNT     TO  X627-LINK-COUNT.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE  X627-RETURN-CODE  TO  W-LEG2-RC
               PERFORM D0250-REVERSE-FIRST-LEG
               MOVE  W-LEG2-RC         TO  X627-RETURN-CODE
               ADD   1                 TO  W-STALE-REJECT-COUNT
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               GO TO D0200-CANCEL-STALE-PAYMENT-EXIT
           END-IF.

           MOVE 'ST_WRK_DISB_ITEM'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_DISB_ITEM
                SET     DSI_STATUS      =  'S',
                        DSI_REISSUE     =  'Y',
                        DSI_STALE_DATE  =  :W-TODAY-DATE
                WHERE   DSI_SSN         =  :T-DSI-SSN
                AND     DSI_LEAD_COUNT  =  :T-DSI-LEAD-COUNT
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_BANK_PAY'   TO  W-EIBDS.
           MOVE  W-END-DATE-BUILD   TO  T-BNK-END-DATE.

           EXEC SQL
                UPDATE  ST_MST_BANK_PAY
                SET     M_BANK_PAY_END_DATE       =  :T-BNK-END-DATE,
                        M_BANK_PAY_RETURN_REASON  =  :K-STALE-REASON
                WHERE   M_BANK_PAY_SSN  =  :T-DSI-SSN
                AND     M_BANK_PAY_END_DATE  IS NULL
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           ADD  1             TO  W-STALE-COUNT.
           ADD  T-DSI-AMOUNT  TO  W-STALE-AMOUNT.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       D0200-CANCEL-STALE-PAYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0250-REVERSE-FIRST-LEG                        *
      *****************************************************************

       D0250-REVERSE-FIRST-LEG SECTION.

           MOVE  T-DSI-SSN            TO  X627-SSN.
           MOVE  T-DSI-ACCT-CDE       TO  X627-ACCT-CDE.
           MOVE  T-DSI-AMOUNT         TO  X627-AMOUNT.
           MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT.
           MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

       D0250-REVERSE-FIRST-LEG-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-PRINT-REPORT                             *
      *****************************************************************

       E0000-PRINT-REPORT SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE 'RUN DATE                  :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-DATE       TO  PRT-LINE-TEXT (31:8).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PAYMENTS REGISTERED       :'  TO  PRT-CAPTION.
           MOVE  W-REGISTERED-COUNT            TO  PRT-COUNT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'RETURNED BY THE BANKS     :'  TO  PRT-CAPTION.
           MOVE  W-RETURNED-COUNT              TO  PRT-COUNT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CLEARED ON THE STATEMENT  :'  TO  PRT-CAPTION.
           MOVE  W-CLEARED-COUNT               TO  PRT-COUNT.
           MOVE  W-CLEARED-AMOUNT              TO  PRT-AMOUNT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'STATEMENT LINES QUEUED    :'  TO  PRT-CAPTION.
           MOVE  W-UNMATCHED-COUNT             TO  PRT-COUNT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'AGEING OF OUTSTANDING     :'  TO  PRT-CAPTION.
           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM E0100-PRINT-AGE-BAND
               VARYING  W-AGE-SUB  FROM  1  BY  1
               UNTIL    W-AGE-SUB  GREATER THAN  C-AGE-BANDS.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CANCELLED AS STALE        :'  TO  PRT-CAPTION.
           MOVE  W-STALE-COUNT                 TO  PRT-COUNT.
           MOVE  W-STALE-AMOUNT                TO  PRT-AMOUNT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CANCELLATIONS REFUSED     :'  TO  PRT-CAPTION.
           MOVE  W-STALE-REJECT-COUNT          TO  PRT-COUNT.
           PERFORM S0100-WRITE-PRINT-LINE.

       E0000-PRINT-REPORT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0100-PRINT-AGE-BAND                           *
      *****************************************************************

       E0100-PRINT-AGE-BAND SECTION.

           MOVE ' '                          TO  PRT-LINE-CC.
           MOVE  SPACES                      TO  PRT-LINE-TEXT.
           MOVE  W-AGE-CAPTION (W-AGE-SUB)   TO  PRT-CAPTION.
           MOVE  W-AGE-COUNT   (W-AGE-SUB)   TO  PRT-COUNT.
           MOVE  W-AGE-AMOUNT  (W-AGE-SUB)   TO  PRT-AMOUNT.
           PERFORM S0100-WRITE-PRINT-LINE.

       E0100-PRINT-AGE-BAND-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('BNKRCRPT')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'BNKRCRPT'                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS678'  TO  X684-PROGRAM.
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
      *    THE ROWS REJECTED ARE THE RUN'S OWN COUNTS.                *
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

98303      COMPUTE  X684-ROWS-REJECTED  =  W-STALE-REJECT-COUNT
98303                                   +  W-UNMATCHED-COUNT.

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
               MOVE T-DSI-SSN            TO  ORSS0400-SSN
               MOVE '1678'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
