       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1569P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1569P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE REFUND SIDE OF THE      *
      *           EMPLOYER UNAPPLIED-CASH BALANCE THAT OBSSS653       *
      *           KEEPS ON ST_WRK_ER_UNAPPLIED WHEN A BANK CREDIT     *
      *           IS MORE THAN THE EMPLOYER'S OPEN BILLS:             *
      *                                                               *
      *           - ANYONE MAY LIST THE EMPLOYER'S OPEN UNAPPLIED     *
      *             RECEIPTS, THE TOTAL, AND ANY REFUND REQUEST IN    *
      *             PROGRESS.                                         *
      *           - A CLERK RECORDS THE EMPLOYER'S REFUND REQUEST     *
      *             ON ST_WRK_ER_REFUND, FOR NO MORE THAN THE OPEN    *
      *             BALANCE, AND CAPTURES THE PAYEE BANK DETAILS.     *
      *             THE BANK BRANCH/AGENCY AND ACCOUNT NUMBER ARE     *
      *             CHECKED THE WAY ORP1544P CHECKS A MEMBER'S, AND   *
      *             WRITTEN AS THE CURRENT ST_MST_BANK_PAY ROW        *
      *             UNDER THE '0000' EMPLOYER-SSN KEY.  WHILE THE     *
      *             REQUEST IS OPEN OBSSS630 LEAVES THAT MUCH OF THE  *
      *             BALANCE ALONE.                                    *
      *           - A SUPERVISOR (OBSSS645 APPROVE FUNCTION), NOT     *
      *             THE REQUESTING CLERK, APPROVES OR REJECTS IT.     *
      *             APPROVAL POSTS THE REFUND THROUGH OBSSS627 TO     *
      *             THE REFUND DISBURSEMENT ACCOUNT ON OBSSS638'S     *
      *             RUN-CONTROL ROW, SO IT RIDES THE NEXT OBSSS623    *
      *             RUN TO THE BANK, CLEARS THE SAME AMOUNT OF        *
      *             CREDIT FROM THE EMPLOYER'S RECEIVABLE, AND        *
      *             DRAWS THE UNAPPLIED RECEIPTS DOWN OLDEST FIRST    *
      *             ('R' WHEN FULLY REFUNDED).  A DIVERTED POSTING    *
      *             HOLDS THE REQUEST AT 'Q' THE WAY ORP1544P DOES.   *
      *                                                               *
      *           REQUEST STATUS - ' ' REQUESTED, 'Q' PENDING         *
      *           RELEASE, 'A' APPROVED AND POSTED, 'X' REJECTED.     *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1569.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_ER_UNAPPLIED   (DB2 REGISTER)          *
      *                 ST_WRK_ER_REFUND      (DB2 CASE TABLE)        *
      *                 ST_MST_BANK_BR_AGY    (DB2 BANK MASTER)       *
      *                 ST_MST_BANK_PAY       (DB2 MASTER TABLE)      *
      *                 ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)     *
      *                 ST_ACCTG_PENDING_APPR (DB2 QUEUE TABLE)       *
      *                                                               *
      *        OUTPUT - REFUND REQUESTS; A REFUND POSTING PAIR AND    *
      *                  DRAWN-DOWN RECEIPTS PER APPROVAL.            *
      *                  COMMANDS:                                    *
      *                   REG L                       (LIST)          *
      *                   REG R AMOUNT BANKBR METHOD ACCTNUM          *
      *                                               (REQUEST)       *
      *                   REG A                       (APPROVE)       *
      *                   REG X                       (REJECT)        *
      *                  AMOUNT IS 12 DIGITS, THE LAST TWO FILS/100.  *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98288 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98305 - THE CLERK WHO KEYS THE PAYEE BANK       *
      *                       DETAILS IS NOW KEPT ON THE NEW          *
      *                       ST_MST_BANK_PAY ROW (M_BANK_PAY_CLERK), *
      *                       FOR THE OBSSS686 SEGREGATION-OF-DUTIES  *
      *                       RUN.                                    *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
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
               VALUE 'PROGRAM-ID ORP1569P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-REFUND-TRAN-CODE      PIC X(04)  VALUE 'ERFD'.
           05  K-REFUND-SOURCE         PIC X(02)  VALUE 'RF'.
           05  K-REFUND-DEPT           PIC X(02)  VALUE 'CO'.
           05  K-DETECT-RUN-PROGRAM    PIC X(08)  VALUE 'OBSSS638'.
           05  K-BILL-RUN-PROGRAM      PIC X(08)  VALUE 'OBSSS630'.
           05  K-REPLACED-REASON       PIC X(04)  VALUE 'RFBK'.
           05  C-MAX-UNA-ROWS          PIC S9(4)  COMP VALUE +15.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

       01  W-REQUEST-SW                PIC X(01)  VALUE 'N'.
           88  W-REQUEST-OPEN              VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-UNA-EOF                   VALUE 'Y'.

      *****************************************************************
      *        AUTHORIZATION CHECK WORK AREAS (SAME OOPACEEE          *
      *        PROGRAM-LEVEL AUTHORITY CHECK ORP1525P USES)           *
      *****************************************************************

       77  WS-OOPACEEE-PROGRAM         PIC X(8) VALUE 'OOPACEEE'.
       01  ACCESS-PARAM.
           05  WS-ACCESS-AUTH           PIC X(01) VALUE SPACES.
               88  UPDATE-AUTH              VALUE 'U'.
       01  TWA-CHX-MISC.
           05  TWA-CHX-MISC-DEBUG-FLAG         PIC X(01) VALUE SPACES.
           05  TWA-CHX-MISC-LPAR-NAME          PIC X(08) VALUE SPACES.
           05  TWA-CHX-MISC-DEFAULT-RACF-GRP   PIC X(08) VALUE SPACES.
       01  TWA-CHX-ACEE-PROGRAMS.
           05  TWA-PROGRAM-RESOURCE-TYPE PIC X(12) VALUE 'PROGRAM     '.
           05  TWA-PROGRAM-COUNT         PIC S9(4) COMP VALUE +1.
           05  TWA-PROGRAM-RESOURCES.
               10  TWA-PROGRAM-ORP1569P        PIC X(08)
                                                VALUE 'ORP1569P'.
               10  TWA-PROGRAM-ORP1569P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              REQUEST / BALANCE / BANK HOST VARIABLES          *
      *****************************************************************

       01  T-ERF-REG-NUM               PIC 9(07).
       01  T-ERF-REQ-DATE              PIC X(08).
       01  T-ERF-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-ERF-STATUS                PIC X(01).
       01  T-ERF-REQ-CLERK             PIC X(03).

       01  T-UNA-REG-NUM               PIC 9(07).
       01  T-UNA-SOURCE                PIC X(01).
       01  T-UNA-POST-DATE             PIC X(08).
       01  T-UNA-BCL-SEQ               PIC 9(08).
       01  T-UNA-RECEIPT-DATE          PIC X(08).
       01  T-UNA-OPEN-AMT              PIC S9(13)V999 COMP-3.
       01  T-UNA-OPEN-TOTAL            PIC S9(13)V999 COMP-3.
       01  T-UNA-STATUS                PIC X(01).
       01  W-UNA-DRAW-LEFT             PIC S9(13)V999 COMP-3.

       01  T-M-BANK-BR-AGY-CODE        PIC X(04).
       01  T-BNK-METHOD                PIC X(02).
       01  T-BNK-ACCT-NUM              PIC X(30).
       01  T-BNK-END-DATE              PIC X(10).
       01  T-BNK-EFF-DATE              PIC X(10).
98305  01  T-BNK-CLERK                 PIC X(03).

       01  T-RUN-REFUND-ACCT           PIC 9(11).
       01  T-RUN-BILL-RECV-ACCT        PIC 9(11).
       01  T-PND-STATUS                PIC X(01).
       01  W-LEG1-LEAD                 PIC S9(07) COMP-3.
       01  W-LEG2-RC                   PIC S9(08) COMP.

       01  W-DATE-BUILD.
           05  W-DB-YYYY               PIC X(04).
           05  W-DB-SL1                PIC X(01).
           05  W-DB-MM                 PIC X(02).
           05  W-DB-SL2                PIC X(01).
           05  W-DB-DD                 PIC X(02).

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              EMPLOYER KEY UNDER THE '0000' CONVENTION         *
      *****************************************************************

       01  W-ER-SSN-KEY.
           05  W-ER-SSN-PREFIX         PIC X(04)  VALUE '0000'.
           05  W-ER-SSN-REG            PIC 9(07).
       01  W-ER-SSN-KEY-9 REDEFINES W-ER-SSN-KEY
                                       PIC 9(11).

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-REG               PIC X(07).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-REQUEST           VALUE 'R'.
               88  W-CMD-APPROVE           VALUE 'A'.
               88  W-CMD-REJECT            VALUE 'X'.
           05  FILLER                  PIC X(01).
           05  W-CMD-AMOUNT            PIC X(12).
           05  W-CMD-AMOUNT-9 REDEFINES W-CMD-AMOUNT
                                       PIC 9(10)V99.
           05  FILLER                  PIC X(01).
           05  W-CMD-BANK-BR           PIC X(04).
           05  FILLER                  PIC X(01).
           05  W-CMD-METHOD            PIC X(02).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACCT-NUM          PIC X(30).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +61.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'EMPLOYER REFUND - REG L / REG A APPROVE / REG X REJECT'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'REG R AMOUNT BANKBR METHOD ACCTNUM (REQUEST)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO REQUEST EMPLOYER REFUNDS.'.
           05  W-TEXT-NOT-SUPV         PIC X(60) VALUE
               'ONLY A SUPERVISOR MAY APPROVE OR REJECT A REFUND.'.
           05  W-TEXT-BAD-AMOUNT       PIC X(60) VALUE
               'AMOUNT MUST BE NUMERIC AND ABOVE ZERO.'.
           05  W-TEXT-OVER-BALANCE     PIC X(60) VALUE
               'AMOUNT IS MORE THAN THE OPEN UNAPPLIED BALANCE.'.
           05  W-TEXT-REQ-OPEN         PIC X(60) VALUE
               'A REFUND REQUEST IS ALREADY OPEN FOR THAT EMPLOYER.'.
           05  W-TEXT-NO-REQ           PIC X(60) VALUE
               'NO OPEN REFUND REQUEST FOR THAT EMPLOYER.'.
           05  W-TEXT-BAD-STATUS       PIC X(60) VALUE
               'THAT ACTION DOES NOT FIT THE REQUEST''S STATUS.'.
           05  W-TEXT-BAD-BANK         PIC X(60) VALUE
               'BANK BRANCH/AGENCY IS NOT ON THE BANK MASTER.'.
           05  W-TEXT-BAD-IBAN         PIC X(60) VALUE
               'ACCOUNT CLAIMS TO BE AN IBAN BUT FAILS THE FORMAT.'.
           05  W-TEXT-SAME-CLERK       PIC X(60) VALUE
               'APPROVING SUPERVISOR MUST DIFFER FROM THE REQUESTER.'.
           05  W-TEXT-NO-COVER         PIC X(60) VALUE
               'BALANCE NO LONGER COVERS THE REQUEST - REJECT IT.'.
           05  W-TEXT-NO-ACCT          PIC X(60) VALUE
               'REFUND OR RECEIVABLE ACCOUNT MISSING FROM RUN CONTROL.'.
           05  W-TEXT-POST-DIVERTED    PIC X(60) VALUE
               'REFUND DIVERTED - REQUEST PENDING SUPERVISOR RELEASE.'.
           05  W-TEXT-AWAIT-RELEASE    PIC X(60) VALUE
               'POSTING STILL AWAITS SUPERVISOR RELEASE ON 1524.'.
           05  W-TEXT-REL-REJECTED     PIC X(60) VALUE
               'RELEASE WAS REJECTED - REQUEST BACK TO REQUESTED.'.
           05  W-TEXT-POST-REJECTED    PIC X(60) VALUE
               'REFUND POSTING REJECTED - SEE MESSAGE CODE.'.
           05  W-TEXT-REQUESTED        PIC X(60) VALUE
               'REFUND REQUESTED - AWAITING SUPERVISOR APPROVAL.'.
           05  W-TEXT-APPROVED         PIC X(60) VALUE
               'REFUND APPROVED AND POSTED FOR DISBURSEMENT.'.
           05  W-TEXT-REJECTED         PIC X(60) VALUE
               'REFUND REQUEST REJECTED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'EMPLOYER REFUND SESSION ENDED.'.
           05  W-TEXT-HEADING          PIC X(60) VALUE
               'RECEIVED  S  POSTED    OPEN AMOUNT'.
           05  W-TEXT-UNA-LINE.
               10  W-TUL-RECEIPT-DATE  PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  W-TUL-SOURCE        PIC X(01).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  W-TUL-POST-DATE     PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  W-TUL-OPEN-AMT      PIC Z(09)9.999-.

       01  W-TEXT-BAL-LINE.
           05  FILLER                  PIC X(04) VALUE 'ER: '.
           05  W-TBL-REG               PIC 9(07).
           05  FILLER                  PIC X(13) VALUE ' UNAPPLIED: '.
           05  W-TBL-OPEN-TOTAL        PIC Z(09)9.999-.
           05  FILLER                  PIC X(12) VALUE ' REQUESTED: '.
           05  W-TBL-REQ-AMT           PIC Z(09)9.999-.
           05  FILLER                  PIC X(01) VALUE ' '.
           05  W-TBL-REQ-STATUS        PIC X(01).
           05  FILLER                  PIC X(01) VALUE ' '.
           05  W-TBL-REQ-CLERK         PIC X(03).

       01  W-TEXT-ERROR                PIC X(60).

       01  W-RESP                      PIC S9(04) COMP.
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
      *        CENTRAL AUTHORITY SERVICE COMMAREA                     *
      *****************************************************************

       01  X645-AUTH-AREA.
           COPY OBC645CA.

      *****************************************************************
      *                    LINKAGE SECTION                            *
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(01).

           COPY OOC0010.

      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           PERFORM B0000-INIT.

           PERFORM C0000-PROCESS.

           PERFORM D0000-FINAL.
           GOBACK.
       A0000-MAINLINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        B0000-INIT                             *
      *****************************************************************

       B0000-INIT SECTION.

           EXEC CICS  ADDRESS
                      TCTUA (ADDRESS OF TCTTE-USER-AREA)
           END-EXEC.

           MOVE SPACES  TO  WS-ACCESS-AUTH.
           CALL WS-OOPACEEE-PROGRAM  USING
                DFHEIBLK DFHCOMMAREA
                TWA-CHX-MISC TWA-CHX-ACEE-PROGRAMS.
           MOVE TWA-PROGRAM-ORP1569P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.
           PERFORM B0060-CHECK-APPROVE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.

           MOVE  W-TODAY-DATE (1:4)  TO  W-DB-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-DB-MM.
           MOVE  W-TODAY-DATE (7:2)  TO  W-DB-DD.
           MOVE '-'                  TO  W-DB-SL1  W-DB-SL2.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0050-CHECK-AUTH-MATRIX                        *
      *****************************************************************
      *    CONSULTS THE OBSSS645 CENTRAL AUTHORITY MATRIX FOR THIS    *
      *    CLERK, TRANSACTION AND THE UPDATE FUNCTION.  A MATRIX      *
      *    GRANT PERMITS UPDATE; NO MATRIX ROW LEAVES THE PROGRAM-    *
      *    LEVEL OOPACEEE RESULT IN FORCE.                            *
      *****************************************************************

       B0050-CHECK-AUTH-MATRIX SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1569'        TO  X645-TRAN.
           MOVE 'U'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               MOVE 'U'  TO  WS-ACCESS-AUTH
           ELSE
               NEXT SENTENCE.

       B0050-CHECK-AUTH-MATRIX-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0060-CHECK-APPROVE-AUTH                       *
      *****************************************************************
      *    PAYING MONEY BACK TO AN EMPLOYER IS A SUPERVISOR           *
      *    DECISION: ONLY AN OBSSS645 GRANT OF THE APPROVE FUNCTION   *
      *    ON THIS TRANSACTION PERMITS IT.                            *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1569'        TO  X645-TRAN.
           MOVE 'A'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-APPROVE-AUTH  TO  TRUE
           ELSE
               NEXT SENTENCE.

       B0060-CHECK-APPROVE-AUTH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0000-PROCESS                              *
      *****************************************************************

       C0000-PROCESS  SECTION.

           IF  EIBAID EQUAL TO DFHPF3  OR  DFHCLEAR
               PERFORM C0900-END-SESSION
               GO TO C0000-PROCESS-EXIT.

           IF  TCTTE-ENTRY-COUNT  EQUAL TO  LOW-VALUES
               PERFORM C0100-SEND-USAGE
               GO TO C0000-PROCESS-EXIT.

           PERFORM C0200-RECEIVE-REFUND-CMD.

       C0000-PROCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0100-SEND-USAGE                           *
      *****************************************************************

       C0100-SEND-USAGE SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE1)
                LENGTH  (64)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE2)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1569')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-REFUND-CMD                       *
      *****************************************************************

       C0200-RECEIVE-REFUND-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +61      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-REG  NOT NUMERIC  OR
               ( NOT W-CMD-LIST     AND
                 NOT W-CMD-REQUEST  AND
                 NOT W-CMD-APPROVE  AND
                 NOT W-CMD-REJECT )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-REQUEST  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  ( W-CMD-APPROVE  OR  W-CMD-REJECT )  AND
               NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-SUPV  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-REG       TO  T-ERF-REG-NUM.
           MOVE  T-ERF-REG-NUM   TO  W-ER-SSN-REG.

           PERFORM C0300-FETCH-BALANCE.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-BALANCE
           ELSE
           IF  W-CMD-REQUEST
               PERFORM C0400-REQUEST-REFUND
               MOVE W-TEXT-REQUESTED  TO  W-TEXT-ERROR
           ELSE
           IF  W-CMD-APPROVE
               PERFORM C0600-APPROVE-REFUND
               MOVE W-TEXT-APPROVED   TO  W-TEXT-ERROR
           ELSE
               PERFORM C0680-REJECT-REFUND
               MOVE W-TEXT-REJECTED   TO  W-TEXT-ERROR.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-REFUND-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-FETCH-BALANCE                            *
      *****************************************************************
      *    THE EMPLOYER'S OPEN UNAPPLIED BALANCE, AND THE REFUND      *
      *    REQUEST STILL IN PROGRESS ('  ' OR 'Q') IF THERE IS ONE.   *
      *****************************************************************

       C0300-FETCH-BALANCE SECTION.

           MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (UNA_OPEN_AMT), 0)
                INTO    :T-UNA-OPEN-TOTAL
                FROM     ST_WRK_ER_UNAPPLIED
                WHERE    UNA_REG_NUM  =  :T-ERF-REG-NUM
                AND      UNA_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.
           MOVE 'N'                 TO  W-REQUEST-SW.
           MOVE  ZEROES             TO  T-ERF-AMOUNT.
           MOVE  SPACES             TO  T-ERF-STATUS
                                        T-ERF-REQ-CLERK.

           EXEC SQL
                SELECT   ERF_REQ_DATE   ,
                         ERF_AMOUNT     ,
                         ERF_STATUS     ,
                         ERF_REQ_CLERK
                INTO    :T-ERF-REQ-DATE ,
                        :T-ERF-AMOUNT   ,
                        :T-ERF-STATUS   ,
                        :T-ERF-REQ-CLERK
                FROM     ST_WRK_ER_REFUND
                WHERE    ERF_REG_NUM  =  :T-ERF-REG-NUM
                AND      ERF_STATUS  IN  (' ', 'Q')
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE 'Y'  TO  W-REQUEST-SW
           ELSE
               NEXT SENTENCE.

       C0300-FETCH-BALANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-REQUEST-REFUND                           *
      *****************************************************************
      *    THIS SECTION RECORDS THE EMPLOYER'S REFUND REQUEST: ONE    *
      *    AT A TIME, FOR NO MORE THAN THE OPEN BALANCE.  THE KEYED   *
      *    BANK DETAILS ARE VALIDATED AND WRITTEN AS THE EMPLOYER'S   *
      *    CURRENT BANK-PAY ROW, WHICH IS WHAT OBSSS623 PAYS TO.      *
      *****************************************************************

       C0400-REQUEST-REFUND SECTION.

           IF  W-REQUEST-OPEN
               MOVE W-TEXT-REQ-OPEN  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-AMOUNT  NOT NUMERIC  OR
               W-CMD-AMOUNT-9  EQUAL TO  ZEROES
               MOVE W-TEXT-BAD-AMOUNT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-AMOUNT-9  GREATER THAN  T-UNA-OPEN-TOTAL
               MOVE W-TEXT-OVER-BALANCE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM C0410-VALIDATE-BANK-BRANCH.
           PERFORM C0420-CLASSIFY-ACCT-NUM.
           PERFORM C0430-WRITE-BANK-PAY-ROW.

           MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.
           MOVE  W-CMD-AMOUNT-9     TO  T-ERF-AMOUNT.
           MOVE  TCTTE-CLERK        TO  T-ERF-REQ-CLERK.

           EXEC SQL
                INSERT INTO ST_WRK_ER_REFUND
                     (ERF_REG_NUM,    ERF_REQ_DATE,
                      ERF_AMOUNT,     ERF_STATUS,
                      ERF_REQ_CLERK)
                VALUES
                     (:T-ERF-REG-NUM,  :W-TODAY-DATE,
                      :T-ERF-AMOUNT,   ' ',
                      :T-ERF-REQ-CLERK)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0400-REQUEST-REFUND-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-VALIDATE-BANK-BRANCH                     *
      *****************************************************************
      *    SAME LOOKUP C0410-VALIDATE-BANK-BRANCH MAKES IN ORP1544P:  *
      *    THE KEYED BRANCH/AGENCY CODE MUST BE ON THE BANK MASTER.   *
      *****************************************************************

       C0410-VALIDATE-BANK-BRANCH SECTION.

           MOVE 'ST_MST_BANK_BR_AGY'  TO  W-EIBDS.
           MOVE  W-CMD-BANK-BR        TO  T-M-BANK-BR-AGY-CODE.

           EXEC SQL
                SELECT  M_BANK_BR_AGY_CODE
                INTO   :T-M-BANK-BR-AGY-CODE
                FROM    ST_MST_BANK_BR_AGY
                WHERE   M_BANK_BR_AGY_CODE  =  :T-M-BANK-BR-AGY-CODE
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-BAD-BANK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0410-VALIDATE-BANK-BRANCH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0420-CLASSIFY-ACCT-NUM                        *
      *****************************************************************
      *    SAME CLASSIFICATION ORP1544P APPLIES: AN ACCOUNT WITH AN   *
      *    ALPHA COUNTRY PREFIX CLAIMS TO BE AN IBAN AND MUST CARRY   *
      *    THE NUMERIC CHECK PAIR AND A PLAUSIBLE LENGTH; A LEGACY    *
      *    ALL-NUMERIC NUMBER PASSES UNTOUCHED.                       *
      *****************************************************************

       C0420-CLASSIFY-ACCT-NUM SECTION.

           IF  W-CMD-ACCT-NUM (1:2)  ALPHABETIC  AND
               W-CMD-ACCT-NUM (1:2)  NOT EQUAL TO  SPACES
               IF  W-CMD-ACCT-NUM (3:2)  NOT NUMERIC  OR
                   W-CMD-ACCT-NUM (16:1)  EQUAL TO  SPACE
                   MOVE W-TEXT-BAD-IBAN  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               END-IF
           END-IF.

       C0420-CLASSIFY-ACCT-NUM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0430-WRITE-BANK-PAY-ROW                       *
      *****************************************************************

       C0430-WRITE-BANK-PAY-ROW SECTION.

           MOVE 'ST_MST_BANK_PAY'  TO  W-EIBDS.
           MOVE  W-DATE-BUILD      TO  T-BNK-END-DATE
                                       T-BNK-EFF-DATE.

           EXEC SQL
                UPDATE  ST_MST_BANK_PAY
                SET     M_BANK_PAY_END_DATE       =  :T-BNK-END-DATE,
                        M_BANK_PAY_RETURN_REASON  =
                        :K-REPLACED-REASON
                WHERE   M_BANK_PAY_SSN       =  :W-ER-SSN-KEY-9
                AND     M_BANK_PAY_END_DATE  IS NULL
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  W-CMD-BANK-BR    TO  T-M-BANK-BR-AGY-CODE.
           MOVE  W-CMD-METHOD     TO  T-BNK-METHOD.
           MOVE  W-CMD-ACCT-NUM   TO  T-BNK-ACCT-NUM.
98305      MOVE  TCTTE-CLERK      TO  T-BNK-CLERK.

           EXEC SQL
                INSERT INTO ST_MST_BANK_PAY
                     (M_BANK_PAY_SSN,
                      M_BANK_PAY_BANK_BR_AGY_CODE,
                      M_BANK_PAY_METHOD_CODE,
                      M_BANK_PAY_PAYEE_ACCT_NUM,
98305                 M_BANK_PAY_EFF_DATE,
98305                 M_BANK_PAY_CLERK)
                VALUES
                     (:W-ER-SSN-KEY-9,
                      :T-M-BANK-BR-AGY-CODE,
                      :T-BNK-METHOD,
                      :T-BNK-ACCT-NUM,
98305                 :T-BNK-EFF-DATE,
98305                 :T-BNK-CLERK)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0430-WRITE-BANK-PAY-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-APPROVE-REFUND                           *
      *****************************************************************
      *    THIS SECTION APPROVES AN OPEN REQUEST.  THE SUPERVISOR     *
      *    MUST NOT BE THE REQUESTING CLERK, AND THE BALANCE MUST     *
      *    STILL COVER THE AMOUNT.  THE REFUND POSTS TO THE REFUND    *
      *    DISBURSEMENT ACCOUNT UNDER THE EMPLOYER KEY SUBJECT TO     *
      *    THE CLERK-AMOUNT THRESHOLD, AS A MEMBER REFUND DOES ON     *
      *    ORP1544P; ONLY THEN IS THE RECEIVABLE CREDIT CLEARED AND   *
      *    THE BALANCE DRAWN DOWN (C0640).                            *
      *****************************************************************

       C0600-APPROVE-REFUND SECTION.

           IF  NOT W-REQUEST-OPEN
               MOVE W-TEXT-NO-REQ  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-ERF-REQ-CLERK  EQUAL TO  TCTTE-CLERK
               MOVE W-TEXT-SAME-CLERK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM C0650-GET-ACCOUNTS.

           IF  T-ERF-STATUS  EQUAL TO  'Q'
               PERFORM C0610-RESOLVE-PENDING
           END-IF.

           IF  T-ERF-AMOUNT  GREATER THAN  T-UNA-OPEN-TOTAL
               MOVE W-TEXT-NO-COVER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-ER-SSN-KEY-9      TO  X627-SSN.
           MOVE  T-RUN-REFUND-ACCT   TO  X627-ACCT-CDE.
           MOVE  T-ERF-AMOUNT        TO  X627-AMOUNT.
           MOVE  W-TODAY-DATE        TO  X627-EFF-DATE.
           MOVE  K-REFUND-TRAN-CODE  TO  X627-TRAN-CODE.
           MOVE  ZEROES              TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
           MOVE  T-ERF-REQ-DATE      TO  X627-REF-NUM (1:8).
           MOVE  K-REFUND-SOURCE     TO  X627-SOURCE.
           MOVE  K-REFUND-DEPT       TO  X627-DEPT.
           MOVE  TCTTE-CLERK         TO  X627-CLERK.
           MOVE  EIBTRMID            TO  X627-TERM.
           MOVE  ZEROES              TO  X627-LINK-COUNT.
           MOVE 'N'                  TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  EQUAL TO  K-RET-WARNING
               PERFORM C0620-MARK-PENDING-RELEASE
               MOVE W-TEXT-POST-DIVERTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  X627-LEAD-COUNT     TO  W-LEG1-LEAD.

           PERFORM C0640-CLEAR-RECEIVABLE.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE  X627-RETURN-CODE     TO  W-LEG2-RC
               PERFORM C0645-REVERSE-REFUND-LEG
               MOVE  W-LEG2-RC            TO  X627-RETURN-CODE
               MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           END-IF.

           PERFORM C0660-CLOSE-REQUEST.

       C0600-APPROVE-REFUND-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0610-RESOLVE-PENDING                          *
      *****************************************************************
      *    A 'Q' REQUEST FOLLOWS ITS PENDING-APPROVAL ROW, AS ON      *
      *    ORP1544P: STILL OPEN BLOCKS THE COMMAND; RELEASED ('R')    *
      *    COMPLETES THE APPROVAL -- THE RECEIVABLE CREDIT IS         *
      *    CLEARED AND THE BALANCE DRAWN DOWN WITHOUT A SECOND        *
      *    REFUND POSTING; REJECTED ('X') REOPENS THE REQUEST.        *
      *    EVERY BRANCH RETURNS.                                      *
      *****************************************************************

       C0610-RESOLVE-PENDING SECTION.

           MOVE 'ST_ACCTG_PENDING_APPR'  TO  W-EIBDS.
           MOVE 'X'                      TO  T-PND-STATUS.

           EXEC SQL
                SELECT   PND_STATUS
                INTO    :T-PND-STATUS
                FROM     ST_ACCTG_PENDING_APPR
                WHERE    PND_SSN        =  :W-ER-SSN-KEY-9
                AND      PND_TRAN_CODE  =  :K-REFUND-TRAN-CODE
                ORDER BY PND_POST_DATE  DESC ,
                         PND_SEQ        DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-PND-STATUS  EQUAL TO  ' '
               MOVE W-TEXT-AWAIT-RELEASE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           END-IF.

           IF  T-PND-STATUS  EQUAL TO  'R'
               MOVE  ZEROES  TO  W-LEG1-LEAD
               PERFORM C0640-CLEAR-RECEIVABLE
               IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
                   MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               END-IF
               PERFORM C0660-CLOSE-REQUEST
               MOVE W-TEXT-APPROVED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           END-IF.

           MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_ER_REFUND
                SET     ERF_STATUS   =  ' '
                WHERE   ERF_REG_NUM  =  :T-ERF-REG-NUM
                AND     ERF_STATUS   =  'Q'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE W-TEXT-REL-REJECTED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0610-RESOLVE-PENDING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0620-MARK-PENDING-RELEASE                     *
      *****************************************************************

       C0620-MARK-PENDING-RELEASE SECTION.

           MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_ER_REFUND
                SET     ERF_STATUS   =  'Q'
                WHERE   ERF_REG_NUM  =  :T-ERF-REG-NUM
                AND     ERF_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0620-MARK-PENDING-RELEASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0640-CLEAR-RECEIVABLE                         *
      *****************************************************************
      *    THE CREDIT THE EMPLOYER'S RECEIPT LEFT IN THE RECEIVABLE   *
      *    IS CLEARED BY THE AMOUNT PAID BACK, UNDER THE EMPLOYER     *
      *    KEY AND CROSS-LINKED TO THE REFUND LEG.  IT BYPASSES THE   *
      *    THRESHOLD: THE DECISION TO PAY WAS THE REFUND LEG'S.       *
      *****************************************************************

       C0640-CLEAR-RECEIVABLE SECTION.

           MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
           MOVE  T-RUN-BILL-RECV-ACCT TO  X627-ACCT-CDE.
           MOVE  T-ERF-AMOUNT         TO  X627-AMOUNT.
           MOVE  W-TODAY-DATE         TO  X627-EFF-DATE.
           MOVE  K-REFUND-TRAN-CODE   TO  X627-TRAN-CODE.
           MOVE  ZEROES               TO  X627-CIVIL-ID.
           MOVE  SPACES               TO  X627-REF-NUM.
           MOVE  T-ERF-REQ-DATE       TO  X627-REF-NUM (1:8).
           MOVE  K-REFUND-SOURCE      TO  X627-SOURCE.
           MOVE  K-REFUND-DEPT        TO  X627-DEPT.
           MOVE  TCTTE-CLERK          TO  X627-CLERK.
           MOVE  EIBTRMID             TO  X627-TERM.
           MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT.
           MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

       C0640-CLEAR-RECEIVABLE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0645-REVERSE-REFUND-LEG                       *
      *****************************************************************
      *    BACKS THE REFUND LEG OUT WHEN THE RECEIVABLE LEG WAS       *
      *    REFUSED, SO NOTHING GOES TO THE BANK THAT THE EMPLOYER'S   *
      *    ACCOUNT DOES NOT SHOW.                                     *
      *****************************************************************

       C0645-REVERSE-REFUND-LEG SECTION.

           MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
           MOVE  T-RUN-REFUND-ACCT    TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - T-ERF-AMOUNT.
           MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT.
           MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

       C0645-REVERSE-REFUND-LEG-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0650-GET-ACCOUNTS                             *
      *****************************************************************
      *    THE REFUND DISBURSEMENT ACCOUNT IS OBSSS638'S, THE SAME    *
      *    ONE MEMBER REFUNDS PAY FROM; THE RECEIVABLE IS THE ONE     *
      *    OBSSS630 BILLS TO AND OBSSS653 CREDITS.                    *
      *****************************************************************

       C0650-GET-ACCOUNTS SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_REFUND_ACCT
                INTO    :T-RUN-REFUND-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-DETECT-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                SELECT   RUN_BILL_RECV_ACCT
                INTO    :T-RUN-BILL-RECV-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-BILL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0650-GET-ACCOUNTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0660-CLOSE-REQUEST                            *
      *****************************************************************
      *    THE REQUEST IS APPROVED ('A') UNDER THIS SUPERVISOR AND    *
      *    THE UNAPPLIED RECEIPTS ARE DRAWN DOWN BY THE AMOUNT PAID,  *
      *    OLDEST FIRST -- 'R' WHEN FULLY REFUNDED, A PART LEFT OPEN  *
      *    OTHERWISE.                                                 *
      *****************************************************************

       C0660-CLOSE-REQUEST SECTION.

           MOVE  T-ERF-AMOUNT  TO  W-UNA-DRAW-LEFT.
           MOVE 'N'            TO  W-EOF-SW.

           MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS.

           EXEC SQL
                DECLARE DRAW-CURSOR CURSOR FOR
                SELECT   UNA_REG_NUM   ,
                         UNA_SOURCE    ,
                         UNA_POST_DATE ,
                         UNA_BCL_SEQ   ,
                         UNA_OPEN_AMT
                FROM     ST_WRK_ER_UNAPPLIED
                WHERE    UNA_REG_NUM  =  :T-ERF-REG-NUM
                AND      UNA_STATUS   =  ' '
                ORDER BY UNA_RECEIPT_DATE ,
                         UNA_POST_DATE    ,
                         UNA_BCL_SEQ
           END-EXEC.

           EXEC SQL
                OPEN DRAW-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0670-DRAW-ONE-RECEIPT
               UNTIL  W-UNA-EOF  OR
                      W-UNA-DRAW-LEFT  NOT GREATER THAN  ZEROES.

           EXEC SQL
                CLOSE DRAW-CURSOR
           END-EXEC.

           MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_ER_REFUND
                SET     ERF_STATUS      =  'A'            ,
                        ERF_APPR_CLERK  =  :TCTTE-CLERK   ,
                        ERF_APPR_DATE   =  :W-TODAY-DATE
                WHERE   ERF_REG_NUM     =  :T-ERF-REG-NUM
                AND     ERF_STATUS  IN  (' ', 'Q')
           END-EXEC.

           PERFORM DB2-ERROR.

       C0660-CLOSE-REQUEST-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0670-DRAW-ONE-RECEIPT                         *
      *****************************************************************

       C0670-DRAW-ONE-RECEIPT SECTION.

           EXEC SQL
                FETCH DRAW-CURSOR
                INTO  :T-UNA-REG-NUM   ,
                      :T-UNA-SOURCE    ,
                      :T-UNA-POST-DATE ,
                      :T-UNA-BCL-SEQ   ,
                      :T-UNA-OPEN-AMT
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0670-DRAW-ONE-RECEIPT-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0670-DRAW-ONE-RECEIPT-EXIT
           END-IF.

           IF  T-UNA-OPEN-AMT  GREATER THAN  W-UNA-DRAW-LEFT
               SUBTRACT  W-UNA-DRAW-LEFT  FROM  T-UNA-OPEN-AMT
               MOVE  ZEROES  TO  W-UNA-DRAW-LEFT
               MOVE  SPACE   TO  T-UNA-STATUS
           ELSE
               SUBTRACT  T-UNA-OPEN-AMT  FROM  W-UNA-DRAW-LEFT
               MOVE  ZEROES  TO  T-UNA-OPEN-AMT
               MOVE 'R'      TO  T-UNA-STATUS.

           EXEC SQL
                UPDATE  ST_WRK_ER_UNAPPLIED
                SET     UNA_OPEN_AMT   =  :T-UNA-OPEN-AMT ,
                        UNA_STATUS     =  :T-UNA-STATUS   ,
                        UNA_LAST_DATE  =  :W-TODAY-DATE
                WHERE   UNA_REG_NUM    =  :T-UNA-REG-NUM
                AND     UNA_SOURCE     =  :T-UNA-SOURCE
                AND     UNA_POST_DATE  =  :T-UNA-POST-DATE
                AND     UNA_BCL_SEQ    =  :T-UNA-BCL-SEQ
           END-EXEC.

           PERFORM DB2-ERROR.

       C0670-DRAW-ONE-RECEIPT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0680-REJECT-REFUND                            *
      *****************************************************************
      *    A SUPERVISOR MAY TURN DOWN A REQUEST THAT HAS NOT POSTED.  *
      *    THE BALANCE STAYS OPEN FOR OBSSS630 TO APPLY.              *
      *****************************************************************

       C0680-REJECT-REFUND SECTION.

           IF  NOT W-REQUEST-OPEN
               MOVE W-TEXT-NO-REQ  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-ERF-STATUS  NOT EQUAL TO  ' '
               MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_ER_REFUND
                SET     ERF_STATUS      =  'X'            ,
                        ERF_APPR_CLERK  =  :TCTTE-CLERK   ,
                        ERF_APPR_DATE   =  :W-TODAY-DATE
                WHERE   ERF_REG_NUM     =  :T-ERF-REG-NUM
                AND     ERF_STATUS      =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0680-REJECT-REFUND-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-BALANCE                             *
      *****************************************************************
      *    THE BALANCE LINE, THEN THE OPEN RECEIPTS OLDEST FIRST.     *
      *****************************************************************

       C0700-LIST-BALANCE SECTION.

           MOVE  T-ERF-REG-NUM        TO  W-TBL-REG.
           MOVE  T-UNA-OPEN-TOTAL     TO  W-TBL-OPEN-TOTAL.
           MOVE  T-ERF-AMOUNT         TO  W-TBL-REQ-AMT.
           MOVE  T-ERF-STATUS         TO  W-TBL-REQ-STATUS.
           MOVE  T-ERF-REQ-CLERK      TO  W-TBL-REQ-CLERK.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-BAL-LINE)
                LENGTH  (LENGTH OF W-TEXT-BAL-LINE)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (60)
                ACCUM
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS.

           EXEC SQL
                DECLARE UNA-CURSOR CURSOR FOR
                SELECT   UNA_RECEIPT_DATE ,
                         UNA_SOURCE       ,
                         UNA_POST_DATE    ,
                         UNA_OPEN_AMT
                FROM     ST_WRK_ER_UNAPPLIED
                WHERE    UNA_REG_NUM  =  :T-ERF-REG-NUM
                AND      UNA_STATUS   =  ' '
                ORDER BY UNA_RECEIPT_DATE ,
                         UNA_POST_DATE    ,
                         UNA_BCL_SEQ
           END-EXEC.

           EXEC SQL
                OPEN UNA-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-UNA-ROW
               UNTIL  W-UNA-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-UNA-ROWS.

           EXEC SQL
                CLOSE UNA-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1569')
           END-EXEC.

       C0700-LIST-BALANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-UNA-ROW                         *
      *****************************************************************

       C0710-FETCH-UNA-ROW SECTION.

           EXEC SQL
                FETCH UNA-CURSOR
                INTO  :T-UNA-RECEIPT-DATE ,
                      :T-UNA-SOURCE       ,
                      :T-UNA-POST-DATE    ,
                      :T-UNA-OPEN-AMT
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-UNA-ROW-EXIT
           END-IF.

           ADD   1                    TO  W-ROW-COUNT.
           MOVE  T-UNA-RECEIPT-DATE   TO  W-TUL-RECEIPT-DATE.
           MOVE  T-UNA-SOURCE         TO  W-TUL-SOURCE.
           MOVE  T-UNA-POST-DATE      TO  W-TUL-POST-DATE.
           MOVE  T-UNA-OPEN-AMT       TO  W-TUL-OPEN-AMT.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-UNA-LINE)
                LENGTH  (LENGTH OF W-TEXT-UNA-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-UNA-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT.    *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1569')
           END-EXEC.

       C0800-SEND-ERROR-RETURN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0900-END-SESSION                          *
      *****************************************************************

       C0900-END-SESSION SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-BYE)
                LENGTH  (30)
                ERASE
           END-EXEC.

           SET  W-END-SESSION  TO  TRUE.

       C0900-END-SESSION-EXIT.
              EXIT.
           EJECT
      *****************************************************************
      *                        D0000-FINAL                            *
      *****************************************************************

       D0000-FINAL SECTION.

           IF  W-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID ('1569')
               END-EXEC.

       D0000-FINAL-EXIT.
           EXIT.
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
               MOVE W-EIBDS               TO  ORSS0400-TABNM
               MOVE W-ER-SSN-KEY-9        TO  ORSS0400-SSN
               MOVE '1569'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
