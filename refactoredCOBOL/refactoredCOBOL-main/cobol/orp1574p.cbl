       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1574P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1574P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM MAINTAINS THE CHEQUE PAYMENT   *
      *           CHANNEL FOR PAYEES WITH NO USABLE BANK ACCOUNT:     *
      *                                                               *
      *           - ANYONE MAY INQUIRE ON A PAYEE'S PAYMENT METHOD    *
      *             AND THE CHEQUES ISSUED TO THE PAYEE.              *
      *           - A CLERK WITH UPDATE AUTHORITY SETS THE PAYMENT    *
      *             METHOD ON ST_MST_PAY_METHOD: 'C' (CHEQUE, WITH    *
      *             THE PAYEE NAME TO PRINT) MAKES OBSSS623 KEEP THE  *
      *             PAYEE OUT OF ITS BANK FILES AND OBSSS679 PRINT A  *
      *             CHEQUE INSTEAD; 'B' (BANK) RETURNS THE PAYEE TO   *
      *             BANK PAYMENT ON THE OPEN ST_MST_BANK_PAY ROW.     *
      *             THE BANK-PAY ROW ITSELF IS LEFT AS IT IS.         *
      *           - THE SAME CLERK VOIDS A LOST OR SPOILT CHEQUE:     *
      *             THE PAYMENT IS REVERSED THROUGH OBSSS627 (CHQV)   *
      *             ON ITS DISBURSEMENT ACCOUNT, CROSS-LINKED TO THE  *
      *             ORIGINAL POSTING, AND THE CHEQUE IS MARKED VOID   *
      *             ('V') ON ST_WRK_CHEQUE_REG.                       *
      *           - REISSUE VOIDS THE CHEQUE IF STILL ISSUED, THEN    *
      *             POSTS THE PAYMENT AGAIN (CHQR) THROUGH OBSSS627   *
      *             UNDER THE APPROVAL THRESHOLD; THE NEXT OBSSS679   *
      *             RUN PRINTS THE REPLACEMENT UNDER A NEW NUMBER.    *
      *             THE OLD CHEQUE IS MARKED REISSUED ('R').  A       *
      *             REISSUE DIVERTED FOR APPROVAL PRINTS ONCE IT IS   *
      *             RELEASED.                                         *
      *           - AN ENCASHED CHEQUE CANNOT BE VOIDED.              *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1574.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_PAY_METHOD     (DB2 MASTER TABLE)      *
      *                 ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)      *
      *                 ST_WRK_CHEQUE_REG     (DB2 REGISTER)          *
      *                                                               *
      *        OUTPUT - PAYMENT METHOD ROWS; VOID AND REISSUE         *
      *                 POSTINGS THROUGH OBSSS627.                    *
      *                  COMMANDS:                                    *
      *                   Q SSN                       (INQUIRE)       *
      *                   M SSN C PAYEE NAME          (CHEQUE PAYEE)  *
      *                   M SSN B                     (BANK PAYEE)    *
      *                   V CHEQUE-NO                 (VOID)          *
      *                   R CHEQUE-NO                 (VOID/REISSUE)  *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98298 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1574P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-CHQ-ROWS          PIC S9(4)  COMP VALUE +15.
           05  K-VOID-TRAN-CODE        PIC X(04)  VALUE 'CHQV'.
           05  K-REISSUE-TRAN-CODE     PIC X(04)  VALUE 'CHQR'.
           05  K-CHEQUE-SOURCE         PIC X(02)  VALUE 'CQ'.
           05  K-CHEQUE-DEPT           PIC X(02)  VALUE 'PY'.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CHQ-EOF                   VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1574P        PIC X(08)
                                                VALUE 'ORP1574P'.
               10  TWA-PROGRAM-ORP1574P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              PAYEE / CHEQUE HOST VARIABLES                    *
      *****************************************************************

       01  T-PYM-SSN                   PIC 9(11).
       01  T-PYM-METHOD                PIC X(01).
       01  T-PYM-PAYEE-NAME            PIC X(40).
       01  T-PYM-EFF-DATE              PIC X(08).
       01  T-PYM-CLERK                 PIC X(03).
       01  T-MBR-COUNT                 PIC S9(09) COMP.

       01  T-CHQ-NUMBER                PIC 9(09).
       01  T-CHQ-SSN                   PIC 9(11).
       01  T-CHQ-LEAD-COUNT            PIC S9(07) COMP-3.
       01  T-CHQ-ACCT-CDE              PIC 9(11).
       01  T-CHQ-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-CHQ-STATUS                PIC X(01).
       01  T-CHQ-ISSUE-DATE            PIC X(08).
       01  T-CHQ-DONE-DATE             PIC X(08).
       01  T-CHQ-DONE-IND              PIC S9(04) COMP.


       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-INQUIRE           VALUE 'Q'.
               88  W-CMD-METHOD            VALUE 'M'.
               88  W-CMD-VOID              VALUE 'V'.
               88  W-CMD-REISSUE           VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  W-CMD-SSN               PIC X(11).
           05  W-CMD-CHEQUE-R REDEFINES W-CMD-SSN.
               10  W-CMD-CHEQUE        PIC X(09).
               10  FILLER              PIC X(02).
           05  FILLER                  PIC X(01).
           05  W-CMD-PAY-METHOD        PIC X(01).
               88  W-CMD-CHEQUE-PAYEE      VALUE 'C'.
               88  W-CMD-BANK-PAYEE        VALUE 'B'.
           05  FILLER                  PIC X(01).
           05  W-CMD-PAYEE-NAME        PIC X(40).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +56.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'CHEQUES - Q SSN / M SSN C PAYEE NAME / M SSN B'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'V CHEQUE-NO (VOID) / R CHEQUE-NO (VOID AND REISSUE)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO CHANGE PAYMENTS OR CHEQUES.'.
           05  W-TEXT-BAD-SSN          PIC X(60) VALUE
               'SSN MUST BE 11 DIGITS.'.
           05  W-TEXT-NO-MEMBER        PIC X(60) VALUE
               'SSN IS NOT ON THE MEMBER MASTER.'.
           05  W-TEXT-BAD-METHOD       PIC X(60) VALUE
               'PAYMENT METHOD MUST BE C (CHEQUE) OR B (BANK).'.
           05  W-TEXT-NO-NAME          PIC X(60) VALUE
               'A CHEQUE PAYEE NEEDS THE PAYEE NAME TO PRINT.'.
           05  W-TEXT-CHEQUE-SET       PIC X(60) VALUE
               'PAYEE SET TO CHEQUE - NOTHING GOES TO THE BANK.'.
           05  W-TEXT-BANK-SET         PIC X(60) VALUE
               'PAYEE SET TO BANK - PAID TO THE OPEN BANK-PAY ROW.'.
           05  W-TEXT-BAD-CHEQUE       PIC X(60) VALUE
               'CHEQUE NUMBER MUST BE 9 DIGITS.'.
           05  W-TEXT-NO-CHEQUE        PIC X(60) VALUE
               'CHEQUE NUMBER IS NOT ON THE REGISTER.'.
           05  W-TEXT-ENCASHED         PIC X(60) VALUE
               'CHEQUE HAS BEEN ENCASHED - IT CANNOT BE VOIDED.'.
           05  W-TEXT-ALREADY-VOID     PIC X(60) VALUE
               'CHEQUE IS ALREADY VOID.'.
           05  W-TEXT-ALREADY-REISS    PIC X(60) VALUE
               'CHEQUE HAS ALREADY BEEN REISSUED.'.
           05  W-TEXT-POST-REJECTED    PIC X(60) VALUE
               'POSTING REFUSED BY THE GL CONTROLS - NOTHING CHANGED.'.
           05  W-TEXT-VOIDED           PIC X(60) VALUE
               'CHEQUE VOIDED AND PAYMENT REVERSED.'.
           05  W-TEXT-REISSUED         PIC X(60) VALUE
               'CHEQUE REISSUED - THE NEXT CHEQUE RUN PRINTS IT.'.
           05  W-TEXT-REISS-DIVERTED   PIC X(60) VALUE
               'REISSUE HELD FOR APPROVAL - PRINTS WHEN RELEASED.'.
           05  W-TEXT-REISS-REJECTED   PIC X(60) VALUE
               'CHEQUE VOIDED - REISSUE REFUSED BY THE GL CONTROLS.'.
           05  W-TEXT-NONE             PIC X(60) VALUE
               'NO CHEQUES ISSUED TO THIS PAYEE.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'CHEQUE SESSION ENDED'.
           05  W-TEXT-HEADING          PIC X(60) VALUE
               'CHEQUE    ISSUED           AMOUNT S  ENCASHED/VOID'.
           05  W-TEXT-PAYEE-LINE.
               10  FILLER              PIC X(04) VALUE 'SSN '.
               10  W-TPL-SSN           PIC 9(11).
               10  FILLER              PIC X(08) VALUE ' METHOD '.
               10  W-TPL-METHOD        PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPL-EFF-DATE      PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPL-PAYEE-NAME    PIC X(40).
           05  W-TEXT-CHQ-LINE.
               10  W-TCQ-NUMBER        PIC 9(09).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCQ-ISSUE-DATE    PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCQ-AMOUNT        PIC Z(11)9.999-.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCQ-STATUS        PIC X(01).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  W-TCQ-DONE-DATE     PIC X(08).

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
           MOVE TWA-PROGRAM-ORP1574P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

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
           MOVE '1574'        TO  X645-TRAN.
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
      *                    C0000-PROCESS                              *
      *****************************************************************

       C0000-PROCESS  SECTION.

           IF  EIBAID EQUAL TO DFHPF3  OR  DFHCLEAR
               PERFORM C0900-END-SESSION
               GO TO C0000-PROCESS-EXIT.

           IF  TCTTE-ENTRY-COUNT  EQUAL TO  LOW-VALUES
               PERFORM C0100-SEND-USAGE
               GO TO C0000-PROCESS-EXIT.

           PERFORM C0200-RECEIVE-CHQ-CMD.

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
                TRANSID ('1574')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-CHQ-CMD                          *
      *****************************************************************
      *    INQUIRY IS OPEN TO ANYONE; SETTING THE METHOD, VOID AND    *
      *    REISSUE NEED UPDATE AUTHORITY.  EVERY BRANCH RETURNS.      *
      *****************************************************************

       C0200-RECEIVE-CHQ-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +56      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-INQUIRE  AND
               NOT W-CMD-METHOD   AND
               NOT W-CMD-VOID     AND
               NOT W-CMD-REISSUE
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-INQUIRE
               PERFORM C0700-INQUIRE-PAYEE
           ELSE
               NEXT SENTENCE.

           IF  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-METHOD
               PERFORM C0300-SET-PAY-METHOD
           ELSE
               NEXT SENTENCE.

           PERFORM C0450-GET-CHEQUE.

           IF  W-CMD-VOID
               PERFORM C0400-VOID-CHEQUE
               MOVE W-TEXT-VOIDED    TO  W-TEXT-ERROR
           ELSE
               PERFORM C0500-REISSUE-CHEQUE.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-CHQ-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-VALIDATE-SSN                             *
      *****************************************************************

       C0250-VALIDATE-SSN SECTION.

           IF  W-CMD-SSN  NOT NUMERIC
               MOVE W-TEXT-BAD-SSN  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-SSN  TO  T-PYM-SSN.

       C0250-VALIDATE-SSN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-SET-PAY-METHOD                           *
      *****************************************************************
      *    ONE ROW PER PAYEE.  A PAYEE ALREADY ON CHEQUES KEEPS THE   *
      *    DATE CHEQUE PAYMENT STARTED, SO A NAME CORRECTION DOES     *
      *    NOT DROP PAYMENTS STILL WAITING FOR A CHEQUE.              *
      *****************************************************************

       C0300-SET-PAY-METHOD SECTION.

           PERFORM C0250-VALIDATE-SSN.

           IF  NOT W-CMD-CHEQUE-PAYEE  AND
               NOT W-CMD-BANK-PAYEE
               MOVE W-TEXT-BAD-METHOD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-CHEQUE-PAYEE  AND
               W-CMD-PAYEE-NAME  EQUAL TO  SPACES
               MOVE W-TEXT-NO-NAME  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-MBR-COUNT
                FROM    ST_MST_EMPLOYEE_BASIC
                WHERE   M_BAS_EE_SSN  =  :T-PYM-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-MBR-COUNT  EQUAL TO  ZERO
               MOVE W-TEXT-NO-MEMBER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_PAY_METHOD'  TO  W-EIBDS.
           MOVE  W-CMD-PAY-METHOD    TO  T-PYM-METHOD.
           MOVE  W-CMD-PAYEE-NAME    TO  T-PYM-PAYEE-NAME.
           MOVE  TCTTE-CLERK         TO  T-PYM-CLERK.

           EXEC SQL
                UPDATE  ST_MST_PAY_METHOD
                SET     PYM_EFF_DATE    =
                        CASE WHEN PYM_METHOD  =  :T-PYM-METHOD
                             THEN PYM_EFF_DATE
                             ELSE :W-TODAY-DATE
                        END,
                        PYM_METHOD      =  :T-PYM-METHOD,
                        PYM_PAYEE_NAME  =  :T-PYM-PAYEE-NAME,
                        PYM_CLERK       =  :T-PYM-CLERK,
                        PYM_UPD_DATE    =  :W-TODAY-DATE
                WHERE   PYM_SSN         =  :T-PYM-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_MST_PAY_METHOD
                         (PYM_SSN,         PYM_METHOD,
                          PYM_PAYEE_NAME,  PYM_EFF_DATE,
                          PYM_CLERK,       PYM_UPD_DATE)
                    VALUES
                         (:T-PYM-SSN,        :T-PYM-METHOD,
                          :T-PYM-PAYEE-NAME, :W-TODAY-DATE,
                          :T-PYM-CLERK,      :W-TODAY-DATE)
               END-EXEC
               PERFORM DB2-ERROR
           END-IF.

           IF  W-CMD-BANK-PAYEE
               MOVE W-TEXT-BANK-SET  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE W-TEXT-CHEQUE-SET  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0300-SET-PAY-METHOD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-VOID-CHEQUE                              *
      *****************************************************************
      *    THE CHEQUE MUST STILL BE ISSUED ('I').  THE PAYMENT IS     *
      *    REVERSED ON ITS DISBURSEMENT ACCOUNT, CROSS-LINKED TO THE  *
      *    ORIGINAL POSTING; THE CHEQUE NUMBER IS THE REFERENCE.  A   *
      *    REVERSAL OF MONEY ALREADY APPROVED BYPASSES THE THRESHOLD. *
      *****************************************************************

       C0400-VOID-CHEQUE SECTION.

           IF  T-CHQ-STATUS  EQUAL TO  'V'
               MOVE W-TEXT-ALREADY-VOID  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  T-CHQ-SSN           TO  X627-SSN.
           MOVE  T-CHQ-ACCT-CDE      TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - T-CHQ-AMOUNT.
           MOVE  W-TODAY-DATE        TO  X627-EFF-DATE.
           MOVE  K-VOID-TRAN-CODE    TO  X627-TRAN-CODE.
           MOVE  ZEROES              TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
           MOVE  T-CHQ-NUMBER        TO  X627-REF-NUM (1:9).
           MOVE  K-CHEQUE-SOURCE     TO  X627-SOURCE.
           MOVE  K-CHEQUE-DEPT       TO  X627-DEPT.
           MOVE  TCTTE-CLERK         TO  X627-CLERK.
           MOVE  EIBTRMID            TO  X627-TERM.
           MOVE  T-CHQ-LEAD-COUNT    TO  X627-LINK-COUNT.
           MOVE 'Y'                  TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_CHEQUE_REG'  TO  W-EIBDS.
           MOVE  TCTTE-CLERK         TO  T-PYM-CLERK.

           EXEC SQL
                UPDATE  ST_WRK_CHEQUE_REG
                SET     CHQ_STATUS      =  'V',
                        CHQ_VOID_DATE   =  :W-TODAY-DATE,
                        CHQ_VOID_CLERK  =  :T-PYM-CLERK
                WHERE   CHQ_NUMBER      =  :T-CHQ-NUMBER
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'V'  TO  T-CHQ-STATUS.

       C0400-VOID-CHEQUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0450-GET-CHEQUE                               *
      *****************************************************************
      *    READS THE CHEQUE FOR A VOID OR REISSUE.  AN ENCASHED OR    *
      *    ALREADY REISSUED CHEQUE STOPS THE COMMAND HERE.            *
      *****************************************************************

       C0450-GET-CHEQUE SECTION.

           IF  W-CMD-CHEQUE  NOT NUMERIC
               MOVE W-TEXT-BAD-CHEQUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-CHEQUE        TO  T-CHQ-NUMBER.
           MOVE 'ST_WRK_CHEQUE_REG'  TO  W-EIBDS.

           EXEC SQL
                SELECT   CHQ_SSN ,
                         CHQ_LEAD_COUNT ,
                         CHQ_ACCT_CDE ,
                         CHQ_AMOUNT ,
                         CHQ_STATUS
                INTO    :T-CHQ-SSN ,
                        :T-CHQ-LEAD-COUNT ,
                        :T-CHQ-ACCT-CDE ,
                        :T-CHQ-AMOUNT ,
                        :T-CHQ-STATUS
                FROM     ST_WRK_CHEQUE_REG
                WHERE    CHQ_NUMBER  =  :T-CHQ-NUMBER
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-CHEQUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-CHQ-STATUS  EQUAL TO  'E'
               MOVE W-TEXT-ENCASHED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-CHQ-STATUS  EQUAL TO  'R'
               MOVE W-TEXT-ALREADY-REISS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0450-GET-CHEQUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-REISSUE-CHEQUE                           *
      *****************************************************************
      *    AN ISSUED CHEQUE IS VOIDED FIRST.  THE PAYMENT IS THEN     *
      *    POSTED AGAIN UNDER THE APPROVAL THRESHOLD, LINKED TO THE   *
      *    ORIGINAL POSTING.  A REFUSED REISSUE LEAVES THE VOID IN    *
      *    PLACE -- THE CHEQUE IS STILL LOST -- AND SAYS SO.          *
      *****************************************************************

       C0500-REISSUE-CHEQUE SECTION.

           IF  T-CHQ-STATUS  EQUAL TO  'I'
               PERFORM C0400-VOID-CHEQUE
           ELSE
               NEXT SENTENCE.

           MOVE  T-CHQ-SSN            TO  X627-SSN.
           MOVE  T-CHQ-ACCT-CDE       TO  X627-ACCT-CDE.
           MOVE  T-CHQ-AMOUNT         TO  X627-AMOUNT.
           MOVE  W-TODAY-DATE         TO  X627-EFF-DATE.
           MOVE  K-REISSUE-TRAN-CODE  TO  X627-TRAN-CODE.
           MOVE  ZEROES               TO  X627-CIVIL-ID.
           MOVE  SPACES               TO  X627-REF-NUM.
           MOVE  T-CHQ-NUMBER         TO  X627-REF-NUM (1:9).
           MOVE  K-CHEQUE-SOURCE      TO  X627-SOURCE.
           MOVE  K-CHEQUE-DEPT        TO  X627-DEPT.
           MOVE  TCTTE-CLERK          TO  X627-CLERK.
           MOVE  EIBTRMID             TO  X627-TERM.
           MOVE  T-CHQ-LEAD-COUNT     TO  X627-LINK-COUNT.
           MOVE 'N'                   TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD  AND
               X627-RETURN-CODE  NOT EQUAL TO  K-RET-WARNING
               MOVE W-TEXT-REISS-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_CHEQUE_REG'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_CHEQUE_REG
                SET     CHQ_STATUS   =  'R'
                WHERE   CHQ_NUMBER   =  :T-CHQ-NUMBER
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  X627-RETURN-CODE  EQUAL TO  K-RET-WARNING
               MOVE W-TEXT-REISS-DIVERTED  TO  W-TEXT-ERROR
           ELSE
               MOVE W-TEXT-REISSUED        TO  W-TEXT-ERROR.

       C0500-REISSUE-CHEQUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-INQUIRE-PAYEE                            *
      *****************************************************************
      *    THE PAYEE'S METHOD ROW (IF ANY), THEN THE MOST RECENT      *
      *    CHEQUES, NEWEST FIRST.                                     *
      *****************************************************************

       C0700-INQUIRE-PAYEE SECTION.

           PERFORM C0250-VALIDATE-SSN.

           MOVE 'ST_MST_PAY_METHOD'  TO  W-EIBDS.
           MOVE  SPACES              TO  T-PYM-METHOD
                                         T-PYM-EFF-DATE
                                         T-PYM-PAYEE-NAME.

           EXEC SQL
                SELECT   PYM_METHOD ,
                         PYM_EFF_DATE ,
                         PYM_PAYEE_NAME
                INTO    :T-PYM-METHOD ,
                        :T-PYM-EFF-DATE ,
                        :T-PYM-PAYEE-NAME
                FROM     ST_MST_PAY_METHOD
                WHERE    PYM_SSN  =  :T-PYM-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'B'  TO  T-PYM-METHOD
           END-IF.

           MOVE  T-PYM-SSN         TO  W-TPL-SSN.
           MOVE  T-PYM-METHOD      TO  W-TPL-METHOD.
           MOVE  T-PYM-EFF-DATE    TO  W-TPL-EFF-DATE.
           MOVE  T-PYM-PAYEE-NAME  TO  W-TPL-PAYEE-NAME.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PAYEE-LINE)
                LENGTH  (LENGTH OF W-TEXT-PAYEE-LINE)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (60)
                ACCUM
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_CHEQUE_REG'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CHQ-CURSOR CURSOR FOR
                SELECT   CHQ_NUMBER ,
                         CHQ_ISSUE_DATE ,
                         CHQ_AMOUNT ,
                         CHQ_STATUS ,
                         COALESCE (CHQ_ENCASH_DATE , CHQ_VOID_DATE)
                FROM     ST_WRK_CHEQUE_REG
                WHERE    CHQ_SSN  =  :T-PYM-SSN
                ORDER BY CHQ_NUMBER  DESC
           END-EXEC.

           EXEC SQL
                OPEN CHQ-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-CHQ-ROW
               UNTIL  W-CHQ-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-CHQ-ROWS.

           EXEC SQL
                CLOSE CHQ-CURSOR
           END-EXEC.

           IF  W-ROW-COUNT  EQUAL TO  ZERO
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NONE)
                    LENGTH  (60)
                    ACCUM
               END-EXEC
           ELSE
               NEXT SENTENCE.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1574')
           END-EXEC.

       C0700-INQUIRE-PAYEE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-CHQ-ROW                         *
      *****************************************************************

       C0710-FETCH-CHQ-ROW SECTION.

           EXEC SQL
                FETCH CHQ-CURSOR
                INTO  :T-CHQ-NUMBER ,
                      :T-CHQ-ISSUE-DATE ,
                      :T-CHQ-AMOUNT ,
                      :T-CHQ-STATUS ,
                      :T-CHQ-DONE-DATE:T-CHQ-DONE-IND
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-CHQ-ROW-EXIT
           END-IF.

           IF  T-CHQ-DONE-IND  LESS THAN  ZERO
               MOVE  SPACES  TO  T-CHQ-DONE-DATE
           END-IF.

           ADD   1                  TO  W-ROW-COUNT.
           MOVE  T-CHQ-NUMBER       TO  W-TCQ-NUMBER.
           MOVE  T-CHQ-ISSUE-DATE   TO  W-TCQ-ISSUE-DATE.
           MOVE  T-CHQ-AMOUNT       TO  W-TCQ-AMOUNT.
           MOVE  T-CHQ-STATUS       TO  W-TCQ-STATUS.
           MOVE  T-CHQ-DONE-DATE    TO  W-TCQ-DONE-DATE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CHQ-LINE)
                LENGTH  (LENGTH OF W-TEXT-CHQ-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-CHQ-ROW-EXIT.  EXIT.
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
                TRANSID ('1574')
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
                    TRANSID ('1574')
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
               MOVE ZEROES                TO  ORSS0400-SSN
               MOVE '1574'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
