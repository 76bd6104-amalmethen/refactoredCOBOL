       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1562P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1562P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE REVIEW AND APPROVAL     *
      *           SIDE OF THE PENSION AWARDS THE OBSSS661 BATCH       *
      *           STAGES ON ST_WRK_PENSION_AWARD:                     *
      *                                                               *
      *           - ANYONE MAY LIST AN AWARD TO SEE THE WORKING:      *
      *             CONTRIBUTION MONTHS, AVERAGING PERIOD, AVERAGE    *
      *             WAGE, FORMULA AMOUNT, LIMIT APPLIED AND THE       *
      *             AWARD ITSELF.                                     *
      *           - THE BENEFITS CLERK SUBMITS A CHECKED AWARD FOR    *
      *             APPROVAL; THE CLERK IS STAMPED ON THE AWARD.      *
      *           - A SUPERVISOR (OBSSS645 APPROVE FUNCTION), NOT     *
      *             THE SUBMITTING CLERK, APPROVES OR REJECTS IT.     *
      *             APPROVAL POSTS THE ARREARS FROM THE ENTITLEMENT   *
      *             MONTH THROUGH THE CURRENT MONTH TO THE PENSION    *
      *             DISBURSEMENT ACCOUNT THROUGH THE OBSSS627         *
      *             SERVICE, AND ONLY THEN WRITES THE ST_MST_PENSION  *
      *             ROW IN PAY STATUS WITH ITS FIRST PAYMENT DATE     *
      *             (THE FIRST OF NEXT MONTH).  A REJECTION REOPENS   *
      *             THE PRE-RETIREMENT ENTRY FOR RECALCULATION.       *
98287 *           - NO AWARD IS APPROVED WHILE THE MEMBER HAS AN      *
98287 *             OBSSS669 WAGE-SPIKE CASE OPEN ON ORP1568P.        *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1562.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_PENSION_AWARD (DB2 WORKLIST TABLE)     *
98287 *                 ST_WRK_WAGE_SPIKE    (DB2 CASE TABLE)         *
      *                 ST_BAT_RUN_CONTROL   (DB2 CONTROL TABLE)      *
      *                                                               *
      *        OUTPUT - ST_MST_PENSION ROW AND ARREARS POSTING ON     *
      *                 APPROVAL.  COMMANDS:                          *
      *                   SSN L          (LIST THE WORKING)           *
      *                   SSN S          (SUBMIT FOR APPROVAL)        *
      *                   SSN A          (APPROVE - SUPERVISOR)       *
      *                   SSN X          (REJECT  - SUPERVISOR)       *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98273 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98287 - REFUSE APPROVAL WHILE A WAGE-SPIKE      *
      *                       CASE IS OPEN FOR THE MEMBER.            *
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
               VALUE 'PROGRAM-ID ORP1562P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-ARREARS-TRAN-CODE     PIC X(04)  VALUE 'PARR'.
           05  K-ARREARS-SOURCE        PIC X(02)  VALUE 'PA'.
           05  K-ARREARS-DEPT          PIC X(02)  VALUE 'PY'.
           05  K-PAYROLL-RUN-PROGRAM   PIC X(08)  VALUE 'OBSSS631'.
           05  K-OLD-AGE-PENSION       PIC X(01)  VALUE 'O'.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1562P        PIC X(08)
                                                VALUE 'ORP1562P'.
               10  TWA-PROGRAM-ORP1562P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *                 AWARD HOST VARIABLES                          *
      *****************************************************************

       01  T-AWD-SSN                   PIC 9(11).
       01  T-AWD-ELIG-DATE             PIC X(08).
       01  T-AWD-TOT-MONTHS            PIC S9(05) COMP-3.
       01  T-AWD-AVG-FROM              PIC X(06).
       01  T-AWD-AVG-TO                PIC X(06).
       01  T-AWD-AVG-WAGE              PIC S9(10)V999 COMP-3.
       01  T-AWD-FORMULA-AMT           PIC S9(6)V9(3) COMP-3.
       01  T-AWD-AWARD-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-AWD-LIMIT-CODE            PIC X(01).
       01  T-AWD-STATUS                PIC X(01).
       01  T-AWD-POST-DATE             PIC X(08).
       01  T-AWD-SUBMIT-CLERK          PIC X(03).
       01  T-AWD-SUBMIT-CLERK-I        PIC S9(04) COMP.
       01  T-AWD-FIRST-PAY-DATE        PIC X(08).
       01  T-AWD-ARREARS-MONTHS        PIC S9(05) COMP-3.
       01  T-AWD-ARREARS-AMT           PIC S9(13)V999 COMP-3.

       01  T-RUN-PENSION-ACCT          PIC 9(11).

98287  01  T-WSK-OPEN-CASES            PIC S9(05) COMP-3.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              FIRST PAYMENT / ARREARS WORK FIELDS              *
      *****************************************************************

       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).
       01  W-ELIG-MONTHS               PIC S9(06) COMP.
       01  W-TODAY-MONTHS              PIC S9(06) COMP.
       01  W-DATE-BUILD.
           05  W-DB-YYYYMM             PIC X(06).
           05  W-DB-DD                 PIC X(02)  VALUE '01'.

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-SSN               PIC X(11).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-SUBMIT            VALUE 'S'.
               88  W-CMD-APPROVE           VALUE 'A'.
               88  W-CMD-REJECT            VALUE 'X'.
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +13.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'PENSION AWARD REVIEW - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'SSN L / SSN S / SSN A / SSN X'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO WORK PENSION AWARDS.'.
           05  W-TEXT-NOT-SUPV         PIC X(60) VALUE
               'ONLY A SUPERVISOR MAY APPROVE OR REJECT AN AWARD.'.
           05  W-TEXT-NO-AWARD         PIC X(60) VALUE
               'NO PENSION AWARD UNDER REVIEW FOR THAT SSN.'.
           05  W-TEXT-BAD-STATUS       PIC X(60) VALUE
               'THAT ACTION DOES NOT FIT THE AWARD''S CURRENT STATUS.'.
           05  W-TEXT-SAME-CLERK       PIC X(60) VALUE
               'APPROVER MUST DIFFER FROM THE SUBMITTING CLERK.'.
           05  W-TEXT-NO-ACCT          PIC X(60) VALUE
               'PENSION ACCOUNT MISSING FROM RUN CONTROL.'.
           05  W-TEXT-POST-DIVERTED    PIC X(60) VALUE
               'AWARD APPROVED - ARREARS AWAIT RELEASE ON 1524.'.
           05  W-TEXT-POST-REJECTED    PIC X(60) VALUE
               'ARREARS POSTING REJECTED - AWARD NOT APPROVED.'.
           05  W-TEXT-SUBMITTED        PIC X(60) VALUE
               'AWARD SUBMITTED - AWAITING SUPERVISOR APPROVAL.'.
           05  W-TEXT-APPROVED         PIC X(60) VALUE
               'AWARD APPROVED - PENSION IN PAY, ARREARS POSTED.'.
           05  W-TEXT-REJECTED         PIC X(60) VALUE
               'AWARD REJECTED - ENTRY REOPENED FOR RECALCULATION.'.
98287      05  W-TEXT-SPIKE-HOLD       PIC X(60) VALUE
98287          'WAGE-SPIKE CASE OPEN ON 1568 - AWARD ON HOLD.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'PENSION AWARD SESSION ENDED.'.

       01  W-TEXT-AWARD-LINE.
           05  FILLER                  PIC X(05) VALUE 'SSN: '.
           05  W-TAL-SSN               PIC 9(11).
           05  FILLER                  PIC X(07) VALUE ' ELIG: '.
           05  W-TAL-ELIG              PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' MTH: '.
           05  W-TAL-MONTHS            PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' AVG: '.
           05  W-TAL-AVG-FROM          PIC X(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  W-TAL-AVG-TO            PIC X(06).
           05  FILLER                  PIC X(01) VALUE ' '.
           05  W-TAL-AVG-WAGE          PIC Z(09)9.999.
           05  FILLER                  PIC X(06) VALUE ' FRM: '.
           05  W-TAL-FORMULA           PIC Z(05)9.999.
           05  FILLER                  PIC X(06) VALUE ' AWD: '.
           05  W-TAL-AWARD             PIC Z(05)9.999.
           05  FILLER                  PIC X(06) VALUE ' L/S: '.
           05  W-TAL-LIMIT             PIC X(01).
           05  W-TAL-STATUS            PIC X(01).

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
           MOVE TWA-PROGRAM-ORP1562P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.
           PERFORM B0060-CHECK-APPROVE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.

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
           MOVE '1562'        TO  X645-TRAN.
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
      *    APPROVING OR REJECTING AN AWARD IS A SUPERVISOR DECISION:  *
      *    ONLY AN OBSSS645 GRANT OF THE APPROVE FUNCTION ON THIS     *
      *    TRANSACTION PERMITS IT.  OOPACEEE UPDATE IS NOT ENOUGH.    *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1562'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-AWARD-CMD.

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
                TRANSID ('1562')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-AWARD-CMD                        *
      *****************************************************************

       C0200-RECEIVE-AWARD-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +13      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-SSN  NOT NUMERIC  OR
               ( NOT W-CMD-LIST     AND
                 NOT W-CMD-SUBMIT   AND
                 NOT W-CMD-APPROVE  AND
                 NOT W-CMD-REJECT )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-SUBMIT  AND  NOT UPDATE-AUTH
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

           MOVE  W-CMD-SSN  TO  T-AWD-SSN.

           PERFORM C0300-FETCH-AWARD.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-AWARD
           ELSE
           IF  W-CMD-SUBMIT
               PERFORM C0400-SUBMIT-AWARD
               MOVE W-TEXT-SUBMITTED  TO  W-TEXT-ERROR
           ELSE
           IF  W-CMD-APPROVE
               PERFORM C0500-APPROVE-AWARD
           ELSE
               PERFORM C0600-REJECT-AWARD
               MOVE W-TEXT-REJECTED   TO  W-TEXT-ERROR.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-AWARD-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-FETCH-AWARD                              *
      *****************************************************************
      *    THE AWARD UNDER REVIEW IS THE MEMBER'S LATEST STAGED ROW.  *
      *****************************************************************

       C0300-FETCH-AWARD SECTION.

           MOVE 'ST_WRK_PENSION_AWARD'  TO  W-EIBDS.

           EXEC SQL
                SELECT   AWD_ELIG_DATE     ,
                         AWD_TOT_MONTHS    ,
                         AWD_AVG_FROM      ,
                         AWD_AVG_TO        ,
                         AWD_AVG_WAGE      ,
                         AWD_FORMULA_AMT   ,
                         AWD_AWARD_AMT     ,
                         AWD_LIMIT_CODE    ,
                         AWD_STATUS        ,
                         AWD_POST_DATE     ,
                         AWD_SUBMIT_CLERK
                INTO    :T-AWD-ELIG-DATE   ,
                        :T-AWD-TOT-MONTHS  ,
                        :T-AWD-AVG-FROM    ,
                        :T-AWD-AVG-TO      ,
                        :T-AWD-AVG-WAGE    ,
                        :T-AWD-FORMULA-AMT ,
                        :T-AWD-AWARD-AMT   ,
                        :T-AWD-LIMIT-CODE  ,
                        :T-AWD-STATUS      ,
                        :T-AWD-POST-DATE   ,
                        :T-AWD-SUBMIT-CLERK:T-AWD-SUBMIT-CLERK-I
                FROM     ST_WRK_PENSION_AWARD
                WHERE    AWD_SSN  =  :T-AWD-SSN
                ORDER BY AWD_POST_DATE  DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-AWARD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-AWD-SUBMIT-CLERK-I  LESS THAN  +0
               MOVE  SPACES  TO  T-AWD-SUBMIT-CLERK
           ELSE
               NEXT SENTENCE.

       C0300-FETCH-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-SUBMIT-AWARD                             *
      *****************************************************************
      *    THE CLERK WHO CHECKED THE WORKING SUBMITS IT AND IS        *
      *    STAMPED, SO THE APPROVAL CAN INSIST ON A DIFFERENT PAIR    *
      *    OF EYES.                                                   *
      *****************************************************************

       C0400-SUBMIT-AWARD SECTION.

           IF  T-AWD-STATUS  NOT EQUAL TO  ' '
               MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_PENSION_AWARD'  TO  W-EIBDS.
           MOVE  TCTTE-CLERK            TO  T-AWD-SUBMIT-CLERK.

           EXEC SQL
                UPDATE  ST_WRK_PENSION_AWARD
                SET     AWD_STATUS        =  'S',
                        AWD_SUBMIT_CLERK  =  :T-AWD-SUBMIT-CLERK
                WHERE   AWD_SSN           =  :T-AWD-SSN
                AND     AWD_POST_DATE     =  :T-AWD-POST-DATE
                AND     AWD_STATUS        =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0400-SUBMIT-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-APPROVE-AWARD                            *
      *****************************************************************
      *    THIS SECTION APPROVES A SUBMITTED AWARD.  THE ARREARS      *
      *    POST FIRST; A REJECTED POSTING LEAVES THE AWARD            *
      *    SUBMITTED AND NOTHING WRITTEN.  ONLY A POSTED (OR          *
      *    DIVERTED) ARREARS AMOUNT LETS THE PENSION ROW BE WRITTEN.  *
98287 *    A MEMBER WITH A WAGE-SPIKE CASE OPEN IS HELD.              *
      *****************************************************************

       C0500-APPROVE-AWARD SECTION.

           IF  T-AWD-STATUS  NOT EQUAL TO  'S'
               MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-AWD-SUBMIT-CLERK  EQUAL TO  TCTTE-CLERK
               MOVE W-TEXT-SAME-CLERK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

98287      PERFORM C0540-CHECK-SPIKE-HOLD.

98287      IF  T-WSK-OPEN-CASES  GREATER THAN  ZEROES
98287          MOVE W-TEXT-SPIKE-HOLD  TO  W-TEXT-ERROR
98287          PERFORM C0800-SEND-ERROR-RETURN
98287      ELSE
98287          NEXT SENTENCE.

           PERFORM C0510-DERIVE-ARREARS.

           MOVE W-TEXT-APPROVED  TO  W-TEXT-ERROR.

           IF  T-AWD-ARREARS-AMT  GREATER THAN  ZEROES
               PERFORM C0520-POST-ARREARS
           END-IF.

           PERFORM C0530-WRITE-PENSION.

       C0500-APPROVE-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0510-DERIVE-ARREARS                           *
      *****************************************************************
      *    THE PENSION IS DUE FROM THE ENTITLEMENT MONTH.  THE FIRST  *
      *    PAYROLL TO PAY IT IS NEXT MONTH'S, SO EVERY MONTH FROM     *
      *    ENTITLEMENT THROUGH THE CURRENT MONTH GOES OUT NOW AS      *
      *    ARREARS.                                                   *
      *****************************************************************

       C0510-DERIVE-ARREARS SECTION.

           MOVE  T-AWD-ELIG-DATE (1:6)  TO  W-MONTH-WORK.
           COMPUTE  W-ELIG-MONTHS  =  (W-MW-YYYY * 12)  +  W-MW-MM.

           MOVE  W-TODAY-DATE (1:6)     TO  W-MONTH-WORK.
           COMPUTE  W-TODAY-MONTHS  =  (W-MW-YYYY * 12)  +  W-MW-MM.

           COMPUTE  T-AWD-ARREARS-MONTHS  =
               W-TODAY-MONTHS  -  W-ELIG-MONTHS  +  1.

           IF  T-AWD-ARREARS-MONTHS  LESS THAN  ZEROES
               MOVE  ZEROES  TO  T-AWD-ARREARS-MONTHS
           END-IF.

           COMPUTE  T-AWD-ARREARS-AMT  =
               T-AWD-AWARD-AMT  *  T-AWD-ARREARS-MONTHS.

           IF  W-MW-MM  EQUAL TO  12
               ADD   1     TO  W-MW-YYYY
               MOVE  1     TO  W-MW-MM
           ELSE
               ADD   1     TO  W-MW-MM.

           MOVE  W-MONTH-WORK  TO  W-DB-YYYYMM.
           MOVE  W-DATE-BUILD  TO  T-AWD-FIRST-PAY-DATE.

       C0510-DERIVE-ARREARS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0520-POST-ARREARS                             *
      *****************************************************************
      *    THE ARREARS POST THROUGH THE OBSSS627 SERVICE TO THE       *
      *    PENSION DISBURSEMENT ACCOUNT ON OBSSS631'S RUN-CONTROL     *
      *    ROW, SO THE SAME DAY'S OBSSS623 RUN PAYS THEM TO THE       *
      *    MEMBER'S BANK EXACTLY AS A PAYROLL NET WOULD BE.           *
      *****************************************************************

       C0520-POST-ARREARS SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_PENSION_ACCT
                INTO    :T-RUN-PENSION-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-PAYROLL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  T-AWD-SSN             TO  X627-SSN.
           MOVE  T-RUN-PENSION-ACCT    TO  X627-ACCT-CDE.
           MOVE  T-AWD-ARREARS-AMT     TO  X627-AMOUNT.
           MOVE  W-TODAY-DATE          TO  X627-EFF-DATE.
           MOVE  K-ARREARS-TRAN-CODE   TO  X627-TRAN-CODE.
           MOVE  ZEROES                TO  X627-CIVIL-ID.
           MOVE  SPACES                TO  X627-REF-NUM.
           MOVE  T-AWD-ELIG-DATE       TO  X627-REF-NUM (1:8).
           MOVE  K-ARREARS-SOURCE      TO  X627-SOURCE.
           MOVE  K-ARREARS-DEPT        TO  X627-DEPT.
           MOVE  TCTTE-CLERK           TO  X627-CLERK.
           MOVE  EIBTRMID              TO  X627-TERM.
           MOVE  ZEROES                TO  X627-LINK-COUNT.
           MOVE 'N'                    TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  EQUAL TO  K-RET-WARNING
               MOVE W-TEXT-POST-DIVERTED  TO  W-TEXT-ERROR
           ELSE
           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0520-POST-ARREARS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0530-WRITE-PENSION                            *
      *****************************************************************
      *    THE PENSION ROW GOES IN PAY STATUS WITH NO STANDING        *
      *    DEDUCTIONS; THE AWARD, THE PRE-RETIREMENT ENTRY AND THE    *
      *    APPROVER ARE STAMPED.                                      *
      *****************************************************************

       C0530-WRITE-PENSION SECTION.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_PENSION
                     (PEN_SSN,             PEN_TYPE,
                      PEN_GROSS_AMT,       PEN_DED_AMT,
                      PEN_STATUS,          PEN_ENTL_DATE,
                      PEN_FIRST_PAY_DATE,  PEN_AWARD_DATE,
                      PEN_DEP_CIVIL_ID)
                VALUES
                     (:T-AWD-SSN,             :K-OLD-AGE-PENSION,
                      :T-AWD-AWARD-AMT,       0,
                      'P',                    :T-AWD-ELIG-DATE,
                      :T-AWD-FIRST-PAY-DATE,  :W-TODAY-DATE,
                      0)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_PENSION_AWARD'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_PENSION_AWARD
                SET     AWD_STATUS          =  'A',
                        AWD_APPR_CLERK      =  :TCTTE-CLERK,
                        AWD_APPR_DATE       =  :W-TODAY-DATE,
                        AWD_FIRST_PAY_DATE  =  :T-AWD-FIRST-PAY-DATE,
                        AWD_ARREARS_MONTHS  =  :T-AWD-ARREARS-MONTHS,
                        AWD_ARREARS_AMT     =  :T-AWD-ARREARS-AMT
                WHERE   AWD_SSN             =  :T-AWD-SSN
                AND     AWD_POST_DATE       =  :T-AWD-POST-DATE
                AND     AWD_STATUS          =  'S'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_PRE_RETIRE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_PRE_RETIRE
                SET     PRT_STATUS  =  'P'
                WHERE   PRT_SSN     =  :T-AWD-SSN
                AND     PRT_STATUS  =  'C'
           END-EXEC.

           PERFORM DB2-ERROR.

       C0530-WRITE-PENSION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0540-CHECK-SPIKE-HOLD                         *
      *****************************************************************
      *    SMR#98287: AN AWARD STAGED BEFORE THE OBSSS669 SWEEP       *
      *    OPENED A WAGE-SPIKE CASE MUST STILL WAIT FOR THE CASE TO   *
      *    BE CLOSED ON ORP1568P.                                     *
      *****************************************************************

98287  C0540-CHECK-SPIKE-HOLD SECTION.

98287      MOVE 'ST_WRK_WAGE_SPIKE'  TO  W-EIBDS.

98287      EXEC SQL
98287           SELECT   COUNT (*)
98287           INTO    :T-WSK-OPEN-CASES
98287           FROM     ST_WRK_WAGE_SPIKE
98287           WHERE    WSK_SSN     =  :T-AWD-SSN
98287           AND      WSK_STATUS  =  ' '
98287      END-EXEC.

98287      PERFORM DB2-ERROR.

98287  C0540-CHECK-SPIKE-HOLD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-REJECT-AWARD                             *
      *****************************************************************
      *    A REJECTED AWARD STAYS ON FILE AS THE RECORD OF THE        *
      *    DECISION; THE PRE-RETIREMENT ENTRY REOPENS SO THE NEXT     *
      *    OBSSS661 RUN RECALCULATES IT FROM CORRECTED DATA.          *
      *****************************************************************

       C0600-REJECT-AWARD SECTION.

           IF  T-AWD-STATUS  NOT EQUAL TO  ' '  AND
               T-AWD-STATUS  NOT EQUAL TO  'S'
               MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_PENSION_AWARD'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_PENSION_AWARD
                SET     AWD_STATUS      =  'X',
                        AWD_APPR_CLERK  =  :TCTTE-CLERK,
                        AWD_APPR_DATE   =  :W-TODAY-DATE
                WHERE   AWD_SSN         =  :T-AWD-SSN
                AND     AWD_POST_DATE   =  :T-AWD-POST-DATE
                AND     AWD_STATUS      IN  (' ', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_PRE_RETIRE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_PRE_RETIRE
                SET     PRT_STATUS  =  ' '
                WHERE   PRT_SSN     =  :T-AWD-SSN
                AND     PRT_STATUS  =  'C'
           END-EXEC.

           PERFORM DB2-ERROR.

       C0600-REJECT-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-AWARD                               *
      *****************************************************************

       C0700-LIST-AWARD SECTION.

           MOVE  T-AWD-SSN          TO  W-TAL-SSN.
           MOVE  T-AWD-ELIG-DATE    TO  W-TAL-ELIG.
           MOVE  T-AWD-TOT-MONTHS   TO  W-TAL-MONTHS.
           MOVE  T-AWD-AVG-FROM     TO  W-TAL-AVG-FROM.
           MOVE  T-AWD-AVG-TO       TO  W-TAL-AVG-TO.
           MOVE  T-AWD-AVG-WAGE     TO  W-TAL-AVG-WAGE.
           MOVE  T-AWD-FORMULA-AMT  TO  W-TAL-FORMULA.
           MOVE  T-AWD-AWARD-AMT    TO  W-TAL-AWARD.
           MOVE  T-AWD-LIMIT-CODE   TO  W-TAL-LIMIT.
           MOVE  T-AWD-STATUS       TO  W-TAL-STATUS.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-AWARD-LINE)
                LENGTH  (LENGTH OF W-TEXT-AWARD-LINE)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1562')
           END-EXEC.

       C0700-LIST-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT,   *
      *    THE SAME WAY SMR#98147 MADE ORP1518P'S ERROR BRANCHES      *
      *    RETURN.                                                    *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1562')
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
                    TRANSID ('1562')
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
               MOVE T-AWD-SSN             TO  ORSS0400-SSN
               MOVE '1562'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
