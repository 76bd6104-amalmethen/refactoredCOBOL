       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1566P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1566P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM ORIGINATES PENSION-BACKED      *
      *           LOANS, WHICH ARE REPAID BY A MONTHLY INSTALLMENT    *
      *           THE OBSSS632 ENGINE TAKES FROM THE MEMBER'S OWN     *
      *           PENSION AFTER THE COURT ORDERS:                     *
      *                                                               *
      *           - ANYONE MAY LIST A MEMBER'S LOANS: PRINCIPAL,      *
      *             TERM, INSTALLMENT, BALANCE, STATUS AND DATES.     *
      *           - AN AUTHORIZED CLERK ORIGINATES A LOAN FOR A       *
      *             PRINCIPAL AND A TERM IN MONTHS.  THE MEMBER MUST  *
      *             HAVE AN OWN PENSION IN PAY, THE TERM MAY NOT RUN  *
      *             PAST THE RUN-CONTROL MAXIMUM, AND THE NEW         *
      *             INSTALLMENT, ON TOP OF THE ACTIVE COURT ORDERS    *
      *             AND LOANS, MUST FIT UNDER THE SAME DEDUCTION      *
      *             CEILING OBSSS632 APPLIES.                         *
      *           - THE PRINCIPAL IS DISBURSED THROUGH THE OBSSS627   *
      *             SERVICE TO THE LOAN RECEIVABLE ACCOUNT ON THE     *
      *             OBSSS632 RUN-CONTROL ROW.  A REJECTED POSTING     *
      *             ROLLS THE NEW LOAN BACK.  A POSTING DIVERTED FOR  *
      *             APPROVAL LEAVES THE LOAN WAITING ('W'), NOT       *
      *             REPAID, UNTIL THE DISBURSEMENT IS DECIDED ON      *
      *             ORP1524P.                                         *
      *                                                               *
      *           LOAN STATUS -  ' ' ACTIVE, 'P' PAID OFF (OBSSS632), *
      *                          'S' STOPPED WITH THE PENSION         *
      *                          (OBSSS631), 'W' DISBURSEMENT AWAITS  *
      *                          APPROVAL (ACTIVE ONCE RELEASED ON    *
      *                          ORP1524P), 'X' DISBURSEMENT REJECTED *
      *                          ON ORP1524P (CLOSED).                *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1566.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_PENSION      (DB2 MASTER TABLE)        *
      *                 ST_MST_DED_ORDER    (DB2 MASTER TABLE)        *
      *                 ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)       *
      *                                                               *
      *        OUTPUT - ST_MST_PENSION_LOAN (DB2 MASTER TABLE) AND    *
      *                 THE OBSSS627 DISBURSEMENT POSTING.  COMMANDS: *
      *                   SSN L              (LIST THE MEMBER'S LOANS)*
      *                   SSN A NNNNNNN TTT  (ORIGINATE A LOAN OF     *
      *                                       NNNNNNN OVER TTT MONTHS)*
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98281 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1566P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-LOAN-TRAN-CODE        PIC X(04)  VALUE 'LDSB'.
           05  K-LOAN-SOURCE           PIC X(02)  VALUE 'LN'.
           05  C-MAX-LOAN-ROWS         PIC S9(04) COMP VALUE +10.
           05  C-DEFAULT-MAX-TERM      PIC S9(04) COMP VALUE +60.
           05  C-DEFAULT-CEILING-PCT   PIC S9(01)V9(04) COMP-3
                                                  VALUE +0.2500.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-LOAN-EOF                  VALUE 'Y'.
       01  W-ROW-COUNT                 PIC S9(04) COMP VALUE +0.

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
               10  TWA-PROGRAM-ORP1566P        PIC X(08)
                                                VALUE 'ORP1566P'.
               10  TWA-PROGRAM-ORP1566P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS632'.
       01  T-RUN-CEILING-PCT           PIC S9(01)V9(04) COMP-3.
       01  T-RUN-LOAN-ACCT             PIC 9(11).
       01  T-RUN-LOAN-ACCT-IND         PIC S9(04) COMP.
       01  T-RUN-LOAN-MAX-TERM         PIC S9(04) COMP.
       01  T-RUN-MAX-TERM-IND          PIC S9(04) COMP.
       01  W-CEILING-PCT               PIC S9(01)V9(04) COMP-3.
       01  W-MAX-TERM                  PIC S9(04) COMP.

      *****************************************************************
      *              PENSION / COMMITMENT HOST VARIABLES              *
      *****************************************************************

       01  T-PEN-SSN                   PIC 9(11).
       01  T-PEN-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-PEN-GROSS-IND             PIC S9(04) COMP.
       01  T-ORDER-AMT                 PIC S9(7)V9(3) COMP-3.
       01  T-LOAN-INST-AMT             PIC S9(7)V9(3) COMP-3.
       01  T-LAST-LOAN-NUM             PIC S9(04) COMP-3.
       01  W-CEILING-AMT               PIC S9(7)V9(3) COMP-3.
       01  W-ROOM-AMT                  PIC S9(7)V9(3) COMP-3.

      *****************************************************************
      *              PENSION LOAN HOST VARIABLES                      *
      *****************************************************************

       01  T-PLN-LOAN-NUM              PIC S9(04) COMP-3.
       01  T-PLN-PRINCIPAL             PIC S9(7)V9(3) COMP-3.
       01  T-PLN-TERM                  PIC S9(04) COMP-3.
       01  T-PLN-INSTALLMENT           PIC S9(6)V9(3) COMP-3.
       01  T-PLN-BALANCE               PIC S9(7)V9(3) COMP-3.
       01  T-PLN-PAID-COUNT            PIC S9(04) COMP-3.
       01  T-PLN-STATUS                PIC X(01).
       01  T-PLN-ORIG-DATE             PIC X(08).
       01  T-PLN-END-DATE              PIC X(08).
       01  T-PLN-END-DATE-I            PIC S9(04) COMP.

       01  W-TODAY-DATE.
           05  W-TD-YYYY               PIC X(04).
           05  W-TD-SL1                PIC X(01).
           05  W-TD-MM                 PIC X(02).
           05  W-TD-SL2                PIC X(01).
           05  W-TD-DD                 PIC X(02).

       01  W-SYSTEM-DATE-TIME.
           05  W-SYSTEM-DATE           PIC X(08).
           05  W-SYSTEM-TIME           PIC X(06).
           05  FILLER                  PIC X(02).

       01  W-LOAN-NUM-DSP              PIC 9(04).

      *****************************************************************
      *      OBSSS627 GL POSTING SERVICE COMMAREA                     *
      *****************************************************************

       01  X627-POST-AREA.
           COPY OBC627CA.

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-SSN               PIC X(11).
           05  W-CMD-SSN-9 REDEFINES W-CMD-SSN
                                       PIC 9(11).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-ORIGINATE         VALUE 'A'.
           05  FILLER                  PIC X(01).
           05  W-CMD-PRINCIPAL         PIC X(07).
           05  W-CMD-PRINCIPAL-9 REDEFINES W-CMD-PRINCIPAL
                                       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  W-CMD-TERM              PIC X(03).
           05  W-CMD-TERM-9 REDEFINES W-CMD-TERM
                                       PIC 9(03).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +25.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'PENSION LOAN ORIGINATION - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'SSN L / SSN A NNNNNNN TTT (PRINCIPAL, TERM IN MONTHS)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO ORIGINATE PENSION LOANS.'.
           05  W-TEXT-BAD-PRINCIPAL    PIC X(60) VALUE
               'PRINCIPAL MUST BE A WHOLE AMOUNT ABOVE ZERO.'.
           05  W-TEXT-BAD-TERM.
               10  FILLER              PIC X(34) VALUE
                   'TERM MUST BE 1 TO THE MAXIMUM OF '.
               10  W-TEXT-MAX-TERM     PIC ZZ9.
               10  FILLER              PIC X(23) VALUE
                   ' MONTHS.'.
           05  W-TEXT-NO-PENSION       PIC X(60) VALUE
               'MEMBER HAS NO OWN PENSION IN PAY - NO LOAN ALLOWED.'.
           05  W-TEXT-NO-ACCT          PIC X(60) VALUE
               'LOAN RECEIVABLE ACCOUNT NOT SET UP - SEE SUPPORT.'.
           05  W-TEXT-OVER-CEILING.
               10  FILLER              PIC X(40) VALUE
                   'INSTALLMENT EXCEEDS THE CEILING - ROOM '.
               10  W-TEXT-ROOM         PIC Z(06)9.999-.
               10  FILLER              PIC X(08) VALUE SPACES.
           05  W-TEXT-ORIGINATED.
               10  FILLER              PIC X(12) VALUE
                   'LOAN NUMBER '.
               10  W-TEXT-ORIG-NUM     PIC ZZZ9.
               10  FILLER              PIC X(27) VALUE
                   ' ORIGINATED - INSTALLMENT '.
               10  W-TEXT-ORIG-INST    PIC Z(05)9.999.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  W-TEXT-PENDING          PIC X(60) VALUE
               'LOAN ORIGINATED - DISBURSEMENT AWAITS APPROVAL.'.
           05  W-TEXT-REJECTED.
               10  FILLER              PIC X(26) VALUE
                   'POSTING REJECTED - REASON '.
               10  W-TEXT-REJ-CODE     PIC X(06).
               10  FILLER              PIC X(28) VALUE
                   ' - NO LOAN WAS MADE.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'PENSION LOAN SESSION ENDED'.
           05  W-TEXT-HEADING.
               10  FILLER              PIC X(33) VALUE
                   'LOAN S   PRINCIPAL TRM    MONTHLY'.
               10  FILLER              PIC X(39) VALUE
                   '     BALANCE PAID OPENED   ENDED'.
           05  W-TEXT-NONE             PIC X(44) VALUE
               'NO PENSION LOANS ON FILE FOR THIS SSN.'.

       01  W-TEXT-LOAN-LINE.
           05  W-TLL-LOAN-NUM          PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-STATUS            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-PRINCIPAL         PIC Z(06)9.999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-TERM              PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-INSTALLMENT       PIC Z(05)9.999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-BALANCE           PIC Z(06)9.999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-PAID-COUNT        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-ORIG-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TLL-END-DATE          PIC X(08).

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
           MOVE TWA-PROGRAM-ORP1566P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

           MOVE FUNCTION CURRENT-DATE(1:16)  TO  W-SYSTEM-DATE-TIME.
           MOVE  W-SYSTEM-DATE (1:4)         TO  W-TD-YYYY.
           MOVE  W-SYSTEM-DATE (5:2)         TO  W-TD-MM.
           MOVE  W-SYSTEM-DATE (7:2)         TO  W-TD-DD.
           MOVE '-'                          TO  W-TD-SL1  W-TD-SL2.

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
           MOVE '1566'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-LOAN-CMD.

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
                TRANSID ('1566')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-LOAN-CMD                         *
      *****************************************************************

       C0200-RECEIVE-LOAN-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +25      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-SSN  NOT NUMERIC  OR
               ( NOT W-CMD-LIST  AND  NOT W-CMD-ORIGINATE )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-LIST  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-SSN-9  TO  T-PEN-SSN.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-LOANS
           ELSE
               PERFORM C0300-GET-LOAN-CONTROL
               PERFORM C0400-ORIGINATE-LOAN.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-LOAN-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-GET-LOAN-CONTROL                         *
      *****************************************************************
      *    THE CEILING, THE LOAN RECEIVABLE ACCOUNT AND THE LONGEST   *
      *    TERM ALLOWED ARE KEPT ON THE OBSSS632 RUN-CONTROL ROW, SO  *
      *    ORIGINATION AND THE MONTHLY TAKE USE THE SAME CEILING.  NO *
      *    CEILING FALLS BACK TO ONE QUARTER, AS IN OBSSS632; NO      *
      *    ACCOUNT MEANS NOTHING CAN BE DISBURSED.                    *
      *****************************************************************

       C0300-GET-LOAN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'    TO  W-EIBDS.
           MOVE  C-DEFAULT-CEILING-PCT  TO  W-CEILING-PCT.
           MOVE  C-DEFAULT-MAX-TERM     TO  W-MAX-TERM.
           MOVE  ZEROES                 TO  T-RUN-LOAN-ACCT.

           EXEC SQL
                SELECT   RUN_DED_CEILING_PCT ,
                         RUN_LOAN_ACCT       ,
                         RUN_LOAN_MAX_TERM
                INTO    :T-RUN-CEILING-PCT   ,
                        :T-RUN-LOAN-ACCT:T-RUN-LOAN-ACCT-IND ,
                        :T-RUN-LOAN-MAX-TERM:T-RUN-MAX-TERM-IND
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-RUN-CEILING-PCT  GREATER THAN  ZEROES
               MOVE  T-RUN-CEILING-PCT    TO  W-CEILING-PCT
           ELSE
               NEXT SENTENCE.

           IF  T-RUN-MAX-TERM-IND   NOT LESS THAN  +0  AND
               T-RUN-LOAN-MAX-TERM  GREATER THAN  ZEROES
               MOVE  T-RUN-LOAN-MAX-TERM  TO  W-MAX-TERM
           ELSE
               NEXT SENTENCE.

           IF  T-RUN-LOAN-ACCT-IND  LESS THAN  +0  OR
               T-RUN-LOAN-ACCT      EQUAL TO  ZEROES
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0300-GET-LOAN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-ORIGINATE-LOAN                           *
      *****************************************************************
      *    THIS SECTION CHECKS THE PRINCIPAL AND TERM, WORKS OUT THE  *
      *    INSTALLMENT (PRINCIPAL OVER TERM; WHATEVER ROUNDING LEAVES *
      *    IS TAKEN WITH THE LAST INSTALLMENT), CHECKS IT AGAINST THE *
      *    CEILING, THEN RECORDS AND DISBURSES THE LOAN.              *
      *****************************************************************

       C0400-ORIGINATE-LOAN SECTION.

           IF  W-CMD-PRINCIPAL  NOT NUMERIC  OR
               W-CMD-PRINCIPAL-9  EQUAL TO  ZEROES
               MOVE W-TEXT-BAD-PRINCIPAL  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-TERM  NOT NUMERIC       OR
               W-CMD-TERM-9  EQUAL TO  ZEROES  OR
               W-CMD-TERM-9  GREATER THAN  W-MAX-TERM
               MOVE  W-MAX-TERM           TO  W-TEXT-MAX-TERM
               MOVE W-TEXT-BAD-TERM       TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-PRINCIPAL-9  TO  T-PLN-PRINCIPAL
                                        T-PLN-BALANCE.
           MOVE  W-CMD-TERM-9       TO  T-PLN-TERM.
           COMPUTE  T-PLN-INSTALLMENT  ROUNDED  =
               T-PLN-PRINCIPAL  /  T-PLN-TERM.

           PERFORM C0410-CHECK-CEILING.

           PERFORM C0420-INSERT-LOAN.

           PERFORM C0430-POST-DISBURSEMENT.

       C0400-ORIGINATE-LOAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-CHECK-CEILING                            *
      *****************************************************************
      *    THE MEMBER'S OWN PENSION IN PAY SETS THE CEILING.  THE     *
      *    ACTIVE COURT ORDERS (A PERCENTAGE ORDER PRICED ON THAT     *
      *    GROSS) AND THE INSTALLMENTS OF THE ACTIVE LOANS COME OFF   *
      *    IT FIRST; THE NEW INSTALLMENT MUST FIT IN WHAT IS LEFT.    *
      *    A LOAN STILL AWAITING ITS DISBURSEMENT COUNTS AS ACTIVE.   *
      *****************************************************************

       C0410-CHECK-CEILING SECTION.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   SUM(PEN_GROSS_AMT)
                INTO    :T-PEN-GROSS-AMT:T-PEN-GROSS-IND
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN           =  :T-PEN-SSN
                AND      COALESCE (PEN_DEP_CIVIL_ID, 0)  =  0
                AND      PEN_STATUS        =  'P'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-PEN-GROSS-IND  LESS THAN  +0  OR
               T-PEN-GROSS-AMT  NOT GREATER THAN  ZEROES
               MOVE W-TEXT-NO-PENSION  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_DED_ORDER'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (
                         CASE WHEN DOR_AMT_TYPE  =  'P'
                              THEN :T-PEN-GROSS-AMT * DOR_PCT / 100
                              ELSE DOR_AMOUNT
                         END ), 0)
                INTO    :T-ORDER-AMT
                FROM     ST_MST_DED_ORDER
                WHERE    DOR_SSN     =  :T-PEN-SSN
                AND      DOR_STATUS  =  ' '
                AND    ( DOR_END_DATE  IS NULL
                    OR   DOR_END_DATE  >=  :W-TODAY-DATE )
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (
                         CASE WHEN PLN_STATUS  IN  (' ', 'W')
                              THEN PLN_INSTALLMENT
                              ELSE 0
                         END ), 0) ,
                         COALESCE (MAX (PLN_LOAN_NUM), 0)
                INTO    :T-LOAN-INST-AMT ,
                        :T-LAST-LOAN-NUM
                FROM     ST_MST_PENSION_LOAN
                WHERE    PLN_SSN  =  :T-PEN-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           COMPUTE  W-CEILING-AMT  ROUNDED  =
               T-PEN-GROSS-AMT  *  W-CEILING-PCT.
           COMPUTE  W-ROOM-AMT  =
               W-CEILING-AMT  -  T-ORDER-AMT  -  T-LOAN-INST-AMT.

           IF  T-PLN-INSTALLMENT  GREATER THAN  W-ROOM-AMT
               IF  W-ROOM-AMT  LESS THAN  ZEROES
                   MOVE  ZEROES      TO  W-TEXT-ROOM
               ELSE
                   MOVE  W-ROOM-AMT  TO  W-TEXT-ROOM
               END-IF
               MOVE W-TEXT-OVER-CEILING  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0410-CHECK-CEILING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0420-INSERT-LOAN                              *
      *****************************************************************

       C0420-INSERT-LOAN SECTION.

           COMPUTE  T-PLN-LOAN-NUM  =  T-LAST-LOAN-NUM  +  1.
           MOVE  W-SYSTEM-DATE  TO  T-PLN-ORIG-DATE.

           MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_PENSION_LOAN
                     (PLN_SSN,             PLN_LOAN_NUM,
                      PLN_PRINCIPAL,       PLN_TERM,
                      PLN_INSTALLMENT,     PLN_BALANCE,
                      PLN_PAID_COUNT,      PLN_STATUS,
                      PLN_ORIG_DATE,       PLN_CLERK,
                      PLN_END_DATE)
                VALUES
                     (:T-PEN-SSN,          :T-PLN-LOAN-NUM,
                      :T-PLN-PRINCIPAL,    :T-PLN-TERM,
                      :T-PLN-INSTALLMENT,  :T-PLN-BALANCE,
                      0,                   ' ',
                      :T-PLN-ORIG-DATE,    :TCTTE-CLERK,
                      NULL)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0420-INSERT-LOAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0430-POST-DISBURSEMENT                        *
      *****************************************************************
      *    THIS SECTION DEBITS THE PRINCIPAL TO THE LOAN RECEIVABLE   *
      *    ACCOUNT THROUGH THE SHARED OBSSS627 GL POSTING SERVICE.    *
      *    THE REFERENCE (MONTH AND LOAN NUMBER) IS THE SAME ONE THE  *
      *    OBSSS632 REPAYMENTS CARRY.  AN OVER-THRESHOLD AMOUNT IS    *
      *    DIVERTED BY THE SERVICE TO THE PENDING-APPROVAL QUEUE AND  *
      *    THE LOAN WAITS FOR THE DECISION (C0440); A REJECTION       *
      *    ROLLS BACK THE NEW LOAN WITH THE POSTING.                  *
      *****************************************************************

       C0430-POST-DISBURSEMENT SECTION.

           MOVE  T-PEN-SSN             TO  X627-SSN.
           MOVE  T-RUN-LOAN-ACCT       TO  X627-ACCT-CDE.
           MOVE  T-PLN-PRINCIPAL       TO  X627-AMOUNT.
           MOVE  W-SYSTEM-DATE         TO  X627-EFF-DATE.
           MOVE  K-LOAN-TRAN-CODE      TO  X627-TRAN-CODE.
           MOVE  ZEROES                TO  X627-CIVIL-ID.
           MOVE  SPACES                TO  X627-REF-NUM.
           MOVE  W-SYSTEM-DATE (1:6)   TO  X627-REF-NUM (1:6).
           MOVE  T-PLN-LOAN-NUM        TO  W-LOAN-NUM-DSP.
           MOVE  W-LOAN-NUM-DSP        TO  X627-REF-NUM (7:4).
           MOVE  K-LOAN-SOURCE         TO  X627-SOURCE.
           MOVE  TCTTE-DEPT            TO  X627-DEPT.
           MOVE  TCTTE-CLERK           TO  X627-CLERK.
           MOVE  EIBTRMID              TO  X627-TERM.
           MOVE  ZEROES                TO  X627-LINK-COUNT.
           MOVE 'N'                    TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POST-AREA)
                LENGTH   (LENGTH OF X627-POST-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  EQUAL TO  K-RET-GOOD
               MOVE  T-PLN-LOAN-NUM     TO  W-TEXT-ORIG-NUM
               MOVE  T-PLN-INSTALLMENT  TO  W-TEXT-ORIG-INST
               MOVE W-TEXT-ORIGINATED   TO  W-TEXT-ERROR
           ELSE
           IF  X627-RETURN-CODE  EQUAL TO  K-RET-WARNING
               PERFORM C0440-HOLD-LOAN
               MOVE W-TEXT-PENDING      TO  W-TEXT-ERROR
           ELSE
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               MOVE X627-MSG-CODE       TO  W-TEXT-REJ-CODE
               MOVE W-TEXT-REJECTED     TO  W-TEXT-ERROR.

       C0430-POST-DISBURSEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0440-HOLD-LOAN                                *
      *****************************************************************
      *    A LOAN WHOSE DISBURSEMENT WAITS FOR APPROVAL HAS NOT BEEN  *
      *    PAID OUT, SO OBSSS632 MUST NOT TAKE INSTALLMENTS FOR IT.   *
      *    IT WAITS IN STATUS 'W'; ORP1524P MAKES IT ACTIVE WHEN THE  *
      *    DISBURSEMENT IS RELEASED AND CLOSES IT ('X') IF REJECTED.  *
      *****************************************************************

       C0440-HOLD-LOAN SECTION.

           MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_PENSION_LOAN
                SET     PLN_STATUS    =  'W'
                WHERE   PLN_SSN       =  :T-PEN-SSN
                AND     PLN_LOAN_NUM  =  :T-PLN-LOAN-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

       C0440-HOLD-LOAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-LOANS                               *
      *****************************************************************
      *    THIS SECTION LISTS UP TO C-MAX-LOAN-ROWS OF THE MEMBER'S   *
      *    LOANS, NEWEST FIRST.                                       *
      *****************************************************************

       C0700-LIST-LOANS SECTION.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_MST_PENSION_LOAN'  TO  W-EIBDS.

           EXEC SQL
                DECLARE PLN-CURSOR CURSOR FOR
                SELECT   PLN_LOAN_NUM    ,
                         PLN_STATUS      ,
                         PLN_PRINCIPAL   ,
                         PLN_TERM        ,
                         PLN_INSTALLMENT ,
                         PLN_BALANCE     ,
                         PLN_PAID_COUNT  ,
                         PLN_ORIG_DATE   ,
                         PLN_END_DATE
                FROM     ST_MST_PENSION_LOAN
                WHERE    PLN_SSN  =  :T-PEN-SSN
                ORDER BY PLN_LOAN_NUM  DESC
           END-EXEC.

           EXEC SQL
                OPEN PLN-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (72)
                ERASE
           END-EXEC.

           PERFORM C0710-FETCH-LOAN
               UNTIL  W-LOAN-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-LOAN-ROWS.

           IF  W-ROW-COUNT  EQUAL TO  +0
               EXEC CICS SEND TEXT
                    FROM   (W-TEXT-NONE)
                    LENGTH (44)
                    ACCUM
               END-EXEC
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                CLOSE PLN-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1566')
           END-EXEC.

       C0700-LIST-LOANS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-LOAN                            *
      *****************************************************************

       C0710-FETCH-LOAN SECTION.

           EXEC SQL
                FETCH PLN-CURSOR
                INTO  :T-PLN-LOAN-NUM    ,
                      :T-PLN-STATUS      ,
                      :T-PLN-PRINCIPAL   ,
                      :T-PLN-TERM        ,
                      :T-PLN-INSTALLMENT ,
                      :T-PLN-BALANCE     ,
                      :T-PLN-PAID-COUNT  ,
                      :T-PLN-ORIG-DATE   ,
                      :T-PLN-END-DATE:T-PLN-END-DATE-I
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-LOAN-EXIT
           ELSE
               PERFORM DB2-ERROR.

           MOVE  T-PLN-LOAN-NUM     TO  W-TLL-LOAN-NUM.
           MOVE  T-PLN-PRINCIPAL    TO  W-TLL-PRINCIPAL.
           MOVE  T-PLN-TERM         TO  W-TLL-TERM.
           MOVE  T-PLN-INSTALLMENT  TO  W-TLL-INSTALLMENT.
           MOVE  T-PLN-BALANCE      TO  W-TLL-BALANCE.
           MOVE  T-PLN-PAID-COUNT   TO  W-TLL-PAID-COUNT.
           MOVE  T-PLN-ORIG-DATE    TO  W-TLL-ORIG-DATE.

           IF  T-PLN-STATUS  EQUAL TO  SPACE
               MOVE 'A'             TO  W-TLL-STATUS
           ELSE
               MOVE  T-PLN-STATUS   TO  W-TLL-STATUS.

           IF  T-PLN-END-DATE-I  LESS THAN  +0
               MOVE  SPACES         TO  W-TLL-END-DATE
           ELSE
               MOVE  T-PLN-END-DATE TO  W-TLL-END-DATE.

           ADD  +1                  TO  W-ROW-COUNT.

           EXEC CICS SEND TEXT
                FROM   (W-TEXT-LOAN-LINE)
                LENGTH (LENGTH OF W-TEXT-LOAN-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-LOAN-EXIT.  EXIT.
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
                TRANSID ('1566')
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
                    TRANSID ('1566')
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
               MOVE T-PEN-SSN             TO  ORSS0400-SSN
               MOVE '1566'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
