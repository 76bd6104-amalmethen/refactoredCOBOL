       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1567P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1567P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM KEEPS THE REGISTER OF          *
      *           PURCHASE-OF-SERVICE CONTRACTS, UNDER WHICH A        *
      *           MEMBER BUYS BACK MONTHS OF NO COVERAGE              *
      *           (STUDY ABROAD, GAPS BEFORE REGISTRATION) AND PAYS   *
      *           FOR THEM IN INSTALLMENTS:                           *
      *                                                               *
      *           - ANYONE MAY LIST A MEMBER'S CONTRACTS: THE PERIOD  *
      *             BOUGHT, COST, INSTALLMENTS, HOW MANY ARE PAID     *
      *             AND THE MONTHS CREDITED SO FAR.                   *
      *           - AN AUTHORIZED CLERK OPENS A CONTRACT FOR A        *
      *             PERIOD THAT HAS NO BILLED CONTRIBUTION AND NO     *
      *             EARLIER CONTRACT.  THE COST IS THE MONTHS BOUGHT  *
      *             TIMES THE MEMBER'S LATEST MONTHLY WAGE BASE       *
      *             (ST_HST_WAGE_BASE) TIMES THE EMPLOYER PLUS        *
      *             EMPLOYEE RATE IN EFFECT TODAY, SPLIT INTO         *
      *             MONTHLY INSTALLMENTS DUE FROM NEXT MONTH.  EACH   *
      *             INSTALLMENT CARRIES ITS SHARE OF THE MONTHS.      *
      *           - AN INSTALLMENT IS COLLECTED EITHER THROUGH THE    *
      *             EMPLOYER'S DECLARATION ('E' -- OBSSS630 BILLS     *
      *             IT ON THE MEMBER'S LINE, OBSSS653 MARKS IT PAID   *
      *             WHEN THE LINE SETTLES) OR BY DIRECT PAYMENT AT    *
      *             THE COUNTER ('D'), WHICH THIS PROGRAM RECORDS     *
      *             AND POSTS THROUGH THE OBSSS627 SERVICE TO THE     *
      *             CONTRIBUTION INCOME ACCOUNT ON THE OBSSS630       *
      *             RUN-CONTROL ROW.  ANY OPEN INSTALLMENT MAY BE     *
      *             PAID DIRECTLY, WHATEVER THE CONTRACT'S METHOD.    *
      *           - OBSSS640 CREDITS AN INSTALLMENT'S MONTHS ONLY     *
      *             ONCE IT IS PAID.                                  *
      *                                                               *
      *           CONTRACT STATUS    - ' ' OPEN, 'C' FULLY PAID.      *
      *           INSTALLMENT STATUS - ' ' OPEN, 'B' BILLED TO THE    *
      *                                EMPLOYER, 'P' PAID.            *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1567.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_HST_WAGE_BASE    (DB2 HISTORY TABLE)       *
      *                 ST_MST_CONTRIB_RATE (DB2 RATE TABLE)          *
      *                 ST_WRK_CONTRIB_BILL (DB2 REGISTER)            *
      *                 ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)       *
      *                                                               *
      *        OUTPUT - ST_MST_SVC_PURCHASE AND ST_MST_SVC_PURCH_INST *
      *                 (DB2 MASTER TABLES) AND THE OBSSS627 POSTING  *
      *                 OF A DIRECT PAYMENT.  COMMANDS:               *
      *                   SSN L                  (LIST CONTRACTS)     *
      *                   SSN B FFFFFF TTTTTT NN M                    *
      *                          (BUY MONTHS FFFFFF THRU TTTTTT,      *
      *                           YYYYMM, IN NN INSTALLMENTS PAID     *
      *                           BY METHOD M -- E OR D)              *
      *                   SSN P CCCC             (PAY THE NEXT OPEN   *
      *                                           INSTALLMENT OF      *
      *                                           CONTRACT CCCC)      *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98282 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1567P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-PURCH-TRAN-CODE       PIC X(04)  VALUE 'SVCP'.
           05  K-PURCH-SOURCE          PIC X(02)  VALUE 'SP'.
           05  K-BILL-RUN-PROGRAM      PIC X(08)  VALUE 'OBSSS630'.
           05  C-MAX-CONTRACT-ROWS     PIC S9(04) COMP VALUE +10.
           05  C-MAX-INSTALLMENTS      PIC S9(04) COMP VALUE +60.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CONTRACT-EOF              VALUE 'Y'.
       01  W-ROW-COUNT                 PIC S9(04) COMP VALUE +0.
       01  I                           PIC S9(04) COMP.

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
               10  TWA-PROGRAM-ORP1567P        PIC X(08)
                                                VALUE 'ORP1567P'.
               10  TWA-PROGRAM-ORP1567P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              RUN CONTROL / PRICING HOST VARIABLES             *
      *****************************************************************

       01  T-RUN-BILL-INC-ACCT         PIC 9(11).
       01  T-CTR-ER-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-CTR-EE-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-WGB-PERIOD                PIC X(06).
       01  T-WGB-PERIOD-IND            PIC S9(04) COMP.
       01  T-WGB-WAGE                  PIC S9(12)V999 COMP-3.
       01  T-WGB-REG-NUM               PIC 9(07).
       01  T-BILLED-COUNT              PIC S9(09) COMP.
       01  T-OVERLAP-COUNT             PIC S9(09) COMP.
       01  T-LAST-CONTRACT-NUM         PIC S9(04) COMP-3.

      *****************************************************************
      *              CONTRACT / INSTALLMENT HOST VARIABLES            *
      *****************************************************************

       01  T-SPC-SSN                   PIC 9(11).
       01  T-SPC-CONTRACT-NUM          PIC S9(04) COMP-3.
       01  T-SPC-FROM-PERIOD           PIC X(06).
       01  T-SPC-TO-PERIOD             PIC X(06).
       01  T-SPC-MONTHS                PIC S9(04) COMP-3.
       01  T-SPC-WAGE-BASE             PIC S9(12)V999 COMP-3.
       01  T-SPC-RATE                  PIC S9(03)V9(04) COMP-3.
       01  T-SPC-COST                  PIC S9(9)V9(3) COMP-3.
       01  T-SPC-INST-COUNT            PIC S9(04) COMP-3.
       01  T-SPC-PAY-METHOD            PIC X(01).
       01  T-SPC-REG-NUM               PIC 9(07).
       01  T-SPC-STATUS                PIC X(01).
       01  T-SPC-ORIG-DATE             PIC X(08).
       01  T-SPC-PAID-COUNT            PIC S9(04) COMP-3.
       01  T-SPC-PAID-MONTHS           PIC S9(04) COMP-3.

       01  T-PSI-INST-NUM              PIC S9(04) COMP-3.
       01  T-PSI-DUE-PERIOD            PIC X(06).
       01  T-PSI-AMOUNT                PIC S9(9)V9(3) COMP-3.
       01  T-PSI-MONTHS                PIC S9(04) COMP-3.

      *****************************************************************
      *              PERIOD / SCHEDULE ARITHMETIC                     *
      *****************************************************************

       01  W-CUR-PERIOD.
           05  W-CUR-YYYY              PIC 9(04).
           05  W-CUR-MM                PIC 9(02).
       01  W-DUE-PERIOD.
           05  W-DUE-YYYY              PIC 9(04).
           05  W-DUE-MM                PIC 9(02).
       01  W-FROM-ABS                  PIC S9(07) COMP-3.
       01  W-TO-ABS                    PIC S9(07) COMP-3.
       01  W-INST-AMT                  PIC S9(9)V9(3) COMP-3.
       01  W-CUM-MONTHS                PIC S9(04) COMP-3.
       01  W-PREV-CUM-MONTHS           PIC S9(04) COMP-3.

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

       01  W-CONTRACT-NUM-DSP          PIC 9(04).
       01  W-INST-NUM-DSP              PIC 9(02).

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
               88  W-CMD-BUY               VALUE 'B'.
               88  W-CMD-PAY               VALUE 'P'.
           05  FILLER                  PIC X(01).
           05  W-CMD-FROM              PIC X(06).
           05  W-CMD-FROM-R REDEFINES W-CMD-FROM.
               10  W-CMD-FROM-YYYY     PIC 9(04).
               10  W-CMD-FROM-MM       PIC 9(02).
           05  W-CMD-PAY-AREA REDEFINES W-CMD-FROM.
               10  W-CMD-CONTRACT      PIC X(04).
               10  W-CMD-CONTRACT-9 REDEFINES W-CMD-CONTRACT
                                       PIC 9(04).
               10  FILLER              PIC X(02).
           05  FILLER                  PIC X(01).
           05  W-CMD-TO                PIC X(06).
           05  W-CMD-TO-R REDEFINES W-CMD-TO.
               10  W-CMD-TO-YYYY       PIC 9(04).
               10  W-CMD-TO-MM         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  W-CMD-INST              PIC X(02).
           05  W-CMD-INST-9 REDEFINES W-CMD-INST
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  W-CMD-METHOD            PIC X(01).
               88  W-CMD-VIA-EMPLOYER      VALUE 'E'.
               88  W-CMD-VIA-DIRECT        VALUE 'D'.
               88  W-CMD-METHOD-OK         VALUE 'E' 'D'.
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +32.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'PURCHASE OF SERVICE - COMMANDS:  SSN L  /  SSN P CCCC'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'SSN B FFFFFF TTTTTT NN M (YYYYMM THRU YYYYMM, N, E/D)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO MAINTAIN SERVICE PURCHASES.'.
           05  W-TEXT-BAD-PERIOD       PIC X(60) VALUE
               'PERIODS ARE YYYYMM, FROM NOT AFTER THRU, BEFORE NOW.'.
           05  W-TEXT-BAD-INST.
               10  FILLER              PIC X(38) VALUE
                   'INSTALLMENTS MUST BE 1 TO THE MAXIMUM '.
               10  W-TEXT-MAX-INST     PIC Z9.
               10  FILLER              PIC X(20) VALUE
                   '.'.
           05  W-TEXT-BAD-METHOD       PIC X(60) VALUE
               'PAYMENT METHOD MUST BE E (EMPLOYER) OR D (DIRECT).'.
           05  W-TEXT-NO-WAGE          PIC X(60) VALUE
               'NO WAGE BASE ON FILE FOR THIS SSN - CANNOT PRICE.'.
           05  W-TEXT-NO-RATE          PIC X(60) VALUE
               'NO CONTRIBUTION RATE IN EFFECT - SEE SUPPORT.'.
           05  W-TEXT-NO-ACCT          PIC X(60) VALUE
               'CONTRIBUTION INCOME ACCOUNT NOT SET UP - SEE SUPPORT.'.
           05  W-TEXT-COVERED          PIC X(60) VALUE
               'PERIOD ALREADY HAS BILLED CONTRIBUTIONS - NOT BUYABLE.'.
           05  W-TEXT-OVERLAP          PIC X(60) VALUE
               'PERIOD OVERLAPS AN EXISTING PURCHASE CONTRACT.'.
           05  W-TEXT-OPENED.
               10  FILLER              PIC X(09) VALUE
                   'CONTRACT '.
               10  W-TEXT-OPEN-NUM     PIC ZZZ9.
               10  FILLER              PIC X(17) VALUE
                   ' OPENED - COST '.
               10  W-TEXT-OPEN-COST    PIC Z(08)9.999.
               10  FILLER              PIC X(17) VALUE SPACES.
           05  W-TEXT-NO-CONTRACT      PIC X(60) VALUE
               'NO OPEN CONTRACT WITH THAT NUMBER FOR THIS SSN.'.
           05  W-TEXT-NOTHING-OPEN     PIC X(60) VALUE
               'NO OPEN INSTALLMENT - BILLED ONES SETTLE VIA EMPLOYER.'.
           05  W-TEXT-PAID.
               10  FILLER              PIC X(12) VALUE
                   'INSTALLMENT '.
               10  W-TEXT-PAID-NUM     PIC Z9.
               10  FILLER              PIC X(07) VALUE
                   ' PAID, '.
               10  W-TEXT-PAID-AMT     PIC Z(08)9.999.
               10  FILLER              PIC X(26) VALUE
                   ' - MONTHS NOW CREDITED.'.
           05  W-TEXT-PENDING          PIC X(60) VALUE
               'INSTALLMENT PAID - THE POSTING AWAITS APPROVAL.'.
           05  W-TEXT-REJECTED.
               10  FILLER              PIC X(26) VALUE
                   'POSTING REJECTED - REASON '.
               10  W-TEXT-REJ-CODE     PIC X(06).
               10  FILLER              PIC X(28) VALUE
                   ' - NOTHING WAS PAID.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'SERVICE PURCHASE SESSION ENDED'.
           05  W-TEXT-HEADING.
               10  FILLER              PIC X(38) VALUE
                   'CTR  S FROM   THRU   MTH          COST'.
               10  FILLER              PIC X(34) VALUE
                   ' IN PAID CRED M EMPLOYR OPENED'.
           05  W-TEXT-NONE             PIC X(44) VALUE
               'NO SERVICE PURCHASES ON FILE FOR THIS SSN.'.

       01  W-TEXT-CONTRACT-LINE.
           05  W-TCL-CONTRACT-NUM      PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-STATUS            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-FROM              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-TO                PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-MONTHS            PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-COST              PIC Z(08)9.999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-INST-COUNT        PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  W-TCL-PAID-COUNT        PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  W-TCL-PAID-MONTHS       PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-METHOD            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-REG-NUM           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TCL-ORIG-DATE         PIC X(08).

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
           MOVE TWA-PROGRAM-ORP1567P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

           MOVE FUNCTION CURRENT-DATE(1:16)  TO  W-SYSTEM-DATE-TIME.
           MOVE  W-SYSTEM-DATE (1:4)         TO  W-TD-YYYY.
           MOVE  W-SYSTEM-DATE (5:2)         TO  W-TD-MM.
           MOVE  W-SYSTEM-DATE (7:2)         TO  W-TD-DD.
           MOVE '-'                          TO  W-TD-SL1  W-TD-SL2.
           MOVE  W-SYSTEM-DATE (1:6)         TO  W-CUR-PERIOD.

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
           MOVE '1567'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-PURCH-CMD.

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
                TRANSID ('1567')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-PURCH-CMD                        *
      *****************************************************************

       C0200-RECEIVE-PURCH-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +32      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-SSN  NOT NUMERIC  OR
               ( NOT W-CMD-LIST  AND  NOT W-CMD-BUY  AND
                 NOT W-CMD-PAY )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-LIST  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-SSN-9  TO  T-SPC-SSN.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-CONTRACTS
           ELSE
           IF  W-CMD-BUY
               PERFORM C0400-BUY-SERVICE
           ELSE
               PERFORM C0300-GET-INCOME-ACCT
               PERFORM C0500-PAY-INSTALLMENT.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-PURCH-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-GET-INCOME-ACCT                          *
      *****************************************************************
      *    A DIRECT PAYMENT IS CONTRIBUTION INCOME, THE SAME AS AN    *
      *    INSTALLMENT THAT RIDES ON THE EMPLOYER'S BILLING, SO IT    *
      *    POSTS TO THE INCOME ACCOUNT ON THE OBSSS630 RUN-CONTROL    *
      *    ROW.  NO ACCOUNT MEANS NOTHING CAN BE TAKEN.               *
      *****************************************************************

       C0300-GET-INCOME-ACCT SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_BILL_INC_ACCT
                INTO    :T-RUN-BILL-INC-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-BILL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-RUN-BILL-INC-ACCT  EQUAL TO  ZEROES
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0300-GET-INCOME-ACCT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-BUY-SERVICE                              *
      *****************************************************************
      *    THIS SECTION CHECKS THE PERIOD, INSTALLMENT COUNT AND      *
      *    METHOD, MAKES SURE THE MONTHS ARE NOT ALREADY COVERED BY   *
      *    A BILLED CONTRIBUTION OR AN EARLIER CONTRACT, PRICES THE   *
      *    PURCHASE AND RECORDS THE CONTRACT WITH ITS SCHEDULE.       *
      *    NOTHING IS POSTED UNTIL AN INSTALLMENT IS PAID.            *
      *****************************************************************

       C0400-BUY-SERVICE SECTION.

           IF  W-CMD-FROM  NOT NUMERIC       OR
               W-CMD-TO    NOT NUMERIC       OR
               W-CMD-FROM-MM  LESS THAN  01  OR
               W-CMD-FROM-MM  GREATER THAN  12  OR
               W-CMD-TO-MM    LESS THAN  01  OR
               W-CMD-TO-MM    GREATER THAN  12  OR
               W-CMD-FROM  GREATER THAN  W-CMD-TO  OR
               W-CMD-TO    NOT LESS THAN  W-CUR-PERIOD
               MOVE W-TEXT-BAD-PERIOD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-INST  NOT NUMERIC       OR
               W-CMD-INST-9  EQUAL TO  ZEROES  OR
               W-CMD-INST-9  GREATER THAN  C-MAX-INSTALLMENTS
               MOVE  C-MAX-INSTALLMENTS  TO  W-TEXT-MAX-INST
               MOVE W-TEXT-BAD-INST      TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-METHOD-OK
               MOVE W-TEXT-BAD-METHOD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-FROM    TO  T-SPC-FROM-PERIOD.
           MOVE  W-CMD-TO      TO  T-SPC-TO-PERIOD.
           MOVE  W-CMD-INST-9  TO  T-SPC-INST-COUNT.
           MOVE  W-CMD-METHOD  TO  T-SPC-PAY-METHOD.

           COMPUTE  W-FROM-ABS  =
               W-CMD-FROM-YYYY * 12  +  W-CMD-FROM-MM.
           COMPUTE  W-TO-ABS    =
               W-CMD-TO-YYYY   * 12  +  W-CMD-TO-MM.
           COMPUTE  T-SPC-MONTHS  =  W-TO-ABS  -  W-FROM-ABS  +  1.

           PERFORM C0410-CHECK-COVERAGE.

           PERFORM C0420-PRICE-PURCHASE.

           PERFORM C0430-INSERT-CONTRACT.

           MOVE  ZEROES         TO  W-PREV-CUM-MONTHS.
           MOVE  W-CUR-PERIOD   TO  W-DUE-PERIOD.
           COMPUTE  W-INST-AMT  ROUNDED  =
               T-SPC-COST  /  T-SPC-INST-COUNT.

           PERFORM C0440-INSERT-INSTALLMENT
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  T-SPC-INST-COUNT.

           MOVE  T-SPC-CONTRACT-NUM  TO  W-TEXT-OPEN-NUM.
           MOVE  T-SPC-COST          TO  W-TEXT-OPEN-COST.
           MOVE W-TEXT-OPENED        TO  W-TEXT-ERROR.

       C0400-BUY-SERVICE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-CHECK-COVERAGE                           *
      *****************************************************************
      *    A MONTH WITH A BILLED CONTRIBUTION IS ALREADY COUNTED BY   *
      *    OBSSS640 AND CANNOT BE BOUGHT; NEITHER CAN A MONTH AN      *
      *    EARLIER CONTRACT ALREADY BOUGHT.  THE HIGHEST CONTRACT     *
      *    NUMBER ON FILE IS PICKED UP FOR THE NEW ONE.               *
      *****************************************************************

       C0410-CHECK-COVERAGE SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :T-BILLED-COUNT
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_SSN     =  :T-SPC-SSN
                AND      CBL_PERIOD  BETWEEN  :T-SPC-FROM-PERIOD
                                     AND      :T-SPC-TO-PERIOD
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-BILLED-COUNT  GREATER THAN  ZEROES
               MOVE W-TEXT-COVERED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_SVC_PURCHASE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (
                         CASE WHEN SPC_FROM_PERIOD <= :T-SPC-TO-PERIOD
                              AND  SPC_TO_PERIOD   >= :T-SPC-FROM-PERIOD
                              THEN 1
                              ELSE 0
                         END ), 0) ,
                         COALESCE (MAX (SPC_CONTRACT_NUM), 0)
                INTO    :T-OVERLAP-COUNT ,
                        :T-LAST-CONTRACT-NUM
                FROM     ST_MST_SVC_PURCHASE
                WHERE    SPC_SSN  =  :T-SPC-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-OVERLAP-COUNT  GREATER THAN  ZEROES
               MOVE W-TEXT-OVERLAP  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0410-CHECK-COVERAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0420-PRICE-PURCHASE                           *
      *****************************************************************
      *    THE WAGE BASE IS THE MEMBER'S LATEST MONTH ON THE WAGE-    *
      *    BASE HISTORY (ALL EMPLOYMENTS THAT MONTH, ALREADY CAPPED   *
      *    BY OBSSS630); THE RATE IS THE EMPLOYER PLUS EMPLOYEE       *
      *    SHARE IN EFFECT THIS MONTH.  FOR COLLECTION THROUGH AN     *
      *    EMPLOYER, THE EMPLOYER OF THAT LATEST MONTH IS THE ONE     *
      *    WHOSE DECLARATIONS WILL CARRY THE INSTALLMENTS.            *
      *****************************************************************

       C0420-PRICE-PURCHASE SECTION.

           MOVE 'ST_HST_WAGE_BASE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (WGB_PERIOD)
                INTO    :T-WGB-PERIOD:T-WGB-PERIOD-IND
                FROM     ST_HST_WAGE_BASE
                WHERE    WGB_SSN  =  :T-SPC-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-WGB-PERIOD-IND  LESS THAN  +0
               MOVE W-TEXT-NO-WAGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                SELECT   COALESCE (SUM (WGB_WAGE), 0) ,
                         MAX (WGB_REG_NUM)
                INTO    :T-WGB-WAGE ,
                        :T-WGB-REG-NUM
                FROM     ST_HST_WAGE_BASE
                WHERE    WGB_SSN     =  :T-SPC-SSN
                AND      WGB_PERIOD  =  :T-WGB-PERIOD
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-WGB-WAGE  NOT GREATER THAN  ZEROES
               MOVE W-TEXT-NO-WAGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_CONTRIB_RATE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   CTR_ER_RATE ,
                         CTR_EE_RATE
                INTO    :T-CTR-ER-RATE ,
                        :T-CTR-EE-RATE
                FROM     ST_MST_CONTRIB_RATE
                WHERE    CTR_EFF_PERIOD  <=  :W-CUR-PERIOD
                ORDER BY CTR_EFF_PERIOD  DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-NO-RATE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  T-WGB-WAGE  TO  T-SPC-WAGE-BASE.
           COMPUTE  T-SPC-RATE  =  T-CTR-ER-RATE  +  T-CTR-EE-RATE.
           COMPUTE  T-SPC-COST  ROUNDED  =
               T-SPC-MONTHS  *  T-SPC-WAGE-BASE  *  T-SPC-RATE.

           IF  W-CMD-VIA-EMPLOYER
               MOVE  T-WGB-REG-NUM  TO  T-SPC-REG-NUM
           ELSE
               MOVE  ZEROES         TO  T-SPC-REG-NUM.

       C0420-PRICE-PURCHASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0430-INSERT-CONTRACT                          *
      *****************************************************************

       C0430-INSERT-CONTRACT SECTION.

           COMPUTE  T-SPC-CONTRACT-NUM  =  T-LAST-CONTRACT-NUM  +  1.
           MOVE  W-SYSTEM-DATE  TO  T-SPC-ORIG-DATE.

           MOVE 'ST_MST_SVC_PURCHASE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_SVC_PURCHASE
                     (SPC_SSN,             SPC_CONTRACT_NUM,
                      SPC_FROM_PERIOD,     SPC_TO_PERIOD,
                      SPC_MONTHS,          SPC_WAGE_BASE,
                      SPC_RATE,            SPC_COST,
                      SPC_INST_COUNT,      SPC_PAY_METHOD,
                      SPC_REG_NUM,         SPC_STATUS,
                      SPC_ORIG_DATE,       SPC_CLERK)
                VALUES
                     (:T-SPC-SSN,          :T-SPC-CONTRACT-NUM,
                      :T-SPC-FROM-PERIOD,  :T-SPC-TO-PERIOD,
                      :T-SPC-MONTHS,       :T-SPC-WAGE-BASE,
                      :T-SPC-RATE,         :T-SPC-COST,
                      :T-SPC-INST-COUNT,   :T-SPC-PAY-METHOD,
                      :T-SPC-REG-NUM,      ' ',
                      :T-SPC-ORIG-DATE,    :TCTTE-CLERK)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0430-INSERT-CONTRACT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0440-INSERT-INSTALLMENT                       *
      *****************************************************************
      *    INSTALLMENT I FALLS DUE I MONTHS FROM NOW.  THE COST IS    *
      *    SPLIT EVENLY, THE LAST INSTALLMENT TAKING WHAT ROUNDING    *
      *    LEAVES.  THE MONTHS ARE SPREAD THE SAME WAY -- THE SHARE   *
      *    IS THE WHOLE MONTHS EARNED BY THE RUNNING TOTAL OF         *
      *    INSTALLMENTS -- SO THE SCHEDULE ALWAYS ADDS UP TO THE      *
      *    CONTRACT'S MONTHS AND COST.                                *
      *****************************************************************

       C0440-INSERT-INSTALLMENT SECTION.

           ADD  1  TO  W-DUE-MM.
           IF  W-DUE-MM  GREATER THAN  12
               MOVE  01  TO  W-DUE-MM
               ADD   1   TO  W-DUE-YYYY
           ELSE
               NEXT SENTENCE.

           MOVE  I             TO  T-PSI-INST-NUM.
           MOVE  W-DUE-PERIOD  TO  T-PSI-DUE-PERIOD.

           IF  I  EQUAL TO  T-SPC-INST-COUNT
               COMPUTE  T-PSI-AMOUNT  =
                   T-SPC-COST  -  W-INST-AMT * (T-SPC-INST-COUNT - 1)
           ELSE
               MOVE  W-INST-AMT  TO  T-PSI-AMOUNT.

           COMPUTE  W-CUM-MONTHS  =
               T-SPC-MONTHS  *  I  /  T-SPC-INST-COUNT.
           COMPUTE  T-PSI-MONTHS  =  W-CUM-MONTHS  -  W-PREV-CUM-MONTHS.
           MOVE  W-CUM-MONTHS  TO  W-PREV-CUM-MONTHS.

           MOVE 'ST_MST_SVC_PURCH_INST'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_SVC_PURCH_INST
                     (PSI_SSN,             PSI_CONTRACT_NUM,
                      PSI_INST_NUM,        PSI_DUE_PERIOD,
                      PSI_AMOUNT,          PSI_MONTHS,
                      PSI_STATUS,          PSI_BILL_REG_NUM,
                      PSI_BILL_PERIOD,     PSI_PAID_DATE,
                      PSI_PAID_VIA)
                VALUES
                     (:T-SPC-SSN,          :T-SPC-CONTRACT-NUM,
                      :T-PSI-INST-NUM,     :T-PSI-DUE-PERIOD,
                      :T-PSI-AMOUNT,       :T-PSI-MONTHS,
                      ' ',                 0,
                      ' ',                 NULL,
                      ' ')
           END-EXEC.

           PERFORM DB2-ERROR.

       C0440-INSERT-INSTALLMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-PAY-INSTALLMENT                          *
      *****************************************************************
      *    THIS SECTION TAKES A DIRECT PAYMENT OF THE CONTRACT'S      *
      *    NEXT OPEN INSTALLMENT.  AN INSTALLMENT ALREADY BILLED TO   *
      *    THE EMPLOYER ('B') IS LEFT TO SETTLE WITH THE EMPLOYER'S   *
      *    BILL.  THE INSTALLMENT IS MARKED PAID, THE CONTRACT        *
      *    CLOSED IF NOTHING IS LEFT, AND THE RECEIPT POSTED.         *
      *****************************************************************

       C0500-PAY-INSTALLMENT SECTION.

           IF  W-CMD-CONTRACT  NOT NUMERIC  OR
               W-CMD-CONTRACT-9  EQUAL TO  ZEROES
               MOVE W-TEXT-BAD-CMD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-CONTRACT-9  TO  T-SPC-CONTRACT-NUM.

           MOVE 'ST_MST_SVC_PURCHASE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   SPC_STATUS
                INTO    :T-SPC-STATUS
                FROM     ST_MST_SVC_PURCHASE
                WHERE    SPC_SSN           =  :T-SPC-SSN
                AND      SPC_CONTRACT_NUM  =  :T-SPC-CONTRACT-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100  OR
               T-SPC-STATUS  NOT EQUAL TO  SPACE
               MOVE W-TEXT-NO-CONTRACT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_SVC_PURCH_INST'  TO  W-EIBDS.

           EXEC SQL
                SELECT   PSI_INST_NUM ,
                         PSI_AMOUNT
                INTO    :T-PSI-INST-NUM ,
                        :T-PSI-AMOUNT
                FROM     ST_MST_SVC_PURCH_INST
                WHERE    PSI_SSN           =  :T-SPC-SSN
                AND      PSI_CONTRACT_NUM  =  :T-SPC-CONTRACT-NUM
                AND      PSI_STATUS        =  ' '
                ORDER BY PSI_INST_NUM
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NOTHING-OPEN  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                UPDATE   ST_MST_SVC_PURCH_INST
                SET      PSI_STATUS     =  'P'             ,
                         PSI_PAID_DATE  =  :W-SYSTEM-DATE  ,
                         PSI_PAID_VIA   =  'D'
                WHERE    PSI_SSN           =  :T-SPC-SSN
                AND      PSI_CONTRACT_NUM  =  :T-SPC-CONTRACT-NUM
                AND      PSI_INST_NUM      =  :T-PSI-INST-NUM
                AND      PSI_STATUS        =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_SVC_PURCHASE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_MST_SVC_PURCHASE
                SET      SPC_STATUS        =  'C'
                WHERE    SPC_SSN           =  :T-SPC-SSN
                AND      SPC_CONTRACT_NUM  =  :T-SPC-CONTRACT-NUM
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_MST_SVC_PURCH_INST
                         WHERE   PSI_SSN          =  SPC_SSN
                         AND     PSI_CONTRACT_NUM =  SPC_CONTRACT_NUM
                         AND     PSI_STATUS      <>  'P')
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0510-POST-PAYMENT.

       C0500-PAY-INSTALLMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0510-POST-PAYMENT                             *
      *****************************************************************
      *    THIS SECTION CREDITS THE PAYMENT TO CONTRIBUTION INCOME    *
      *    UNDER THE MEMBER'S SSN THROUGH THE SHARED OBSSS627 GL      *
      *    POSTING SERVICE.  THE REFERENCE IS THE CONTRACT AND        *
      *    INSTALLMENT NUMBER.  AN OVER-THRESHOLD AMOUNT IS DIVERTED  *
      *    BY THE SERVICE TO THE PENDING-APPROVAL QUEUE -- THE        *
      *    MONEY HAS BEEN TAKEN, SO THE INSTALLMENT STAYS PAID; A     *
      *    REJECTION ROLLS BACK THE PAYMENT WITH THE POSTING.         *
      *****************************************************************

       C0510-POST-PAYMENT SECTION.

           MOVE  T-SPC-SSN             TO  X627-SSN.
           MOVE  T-RUN-BILL-INC-ACCT   TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - T-PSI-AMOUNT.
           MOVE  W-SYSTEM-DATE         TO  X627-EFF-DATE.
           MOVE  K-PURCH-TRAN-CODE     TO  X627-TRAN-CODE.
           MOVE  ZEROES                TO  X627-CIVIL-ID.
           MOVE  SPACES                TO  X627-REF-NUM.
           MOVE  T-SPC-CONTRACT-NUM    TO  W-CONTRACT-NUM-DSP.
           MOVE  W-CONTRACT-NUM-DSP    TO  X627-REF-NUM (1:4).
           MOVE  T-PSI-INST-NUM        TO  W-INST-NUM-DSP.
           MOVE  W-INST-NUM-DSP        TO  X627-REF-NUM (5:2).
           MOVE  K-PURCH-SOURCE        TO  X627-SOURCE.
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
               MOVE  T-PSI-INST-NUM     TO  W-TEXT-PAID-NUM
               MOVE  T-PSI-AMOUNT       TO  W-TEXT-PAID-AMT
               MOVE W-TEXT-PAID         TO  W-TEXT-ERROR
           ELSE
           IF  X627-RETURN-CODE  EQUAL TO  K-RET-WARNING
               MOVE W-TEXT-PENDING      TO  W-TEXT-ERROR
           ELSE
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               MOVE X627-MSG-CODE       TO  W-TEXT-REJ-CODE
               MOVE W-TEXT-REJECTED     TO  W-TEXT-ERROR.

       C0510-POST-PAYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-CONTRACTS                           *
      *****************************************************************
      *    THIS SECTION LISTS UP TO C-MAX-CONTRACT-ROWS OF THE        *
      *    MEMBER'S CONTRACTS, NEWEST FIRST, WITH THE INSTALLMENTS    *
      *    PAID AND THE MONTHS THEY HAVE CREDITED SO FAR.             *
      *****************************************************************

       C0700-LIST-CONTRACTS SECTION.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_MST_SVC_PURCHASE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE SPC-CURSOR CURSOR FOR
                SELECT   SPC_CONTRACT_NUM ,
                         SPC_STATUS       ,
                         SPC_FROM_PERIOD  ,
                         SPC_TO_PERIOD    ,
                         SPC_MONTHS       ,
                         SPC_COST         ,
                         SPC_INST_COUNT   ,
                         SPC_PAY_METHOD   ,
                         SPC_REG_NUM      ,
                         SPC_ORIG_DATE    ,
                        (SELECT  COUNT(*)
                         FROM    ST_MST_SVC_PURCH_INST
                         WHERE   PSI_SSN          =  SPC_SSN
                         AND     PSI_CONTRACT_NUM =  SPC_CONTRACT_NUM
                         AND     PSI_STATUS       =  'P') ,
                        (SELECT  COALESCE (SUM (PSI_MONTHS), 0)
                         FROM    ST_MST_SVC_PURCH_INST
                         WHERE   PSI_SSN          =  SPC_SSN
                         AND     PSI_CONTRACT_NUM =  SPC_CONTRACT_NUM
                         AND     PSI_STATUS       =  'P')
                FROM     ST_MST_SVC_PURCHASE
                WHERE    SPC_SSN  =  :T-SPC-SSN
                ORDER BY SPC_CONTRACT_NUM  DESC
           END-EXEC.

           EXEC SQL
                OPEN SPC-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (72)
                ERASE
           END-EXEC.

           PERFORM C0710-FETCH-CONTRACT
               UNTIL  W-CONTRACT-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-CONTRACT-ROWS.

           IF  W-ROW-COUNT  EQUAL TO  +0
               EXEC CICS SEND TEXT
                    FROM   (W-TEXT-NONE)
                    LENGTH (44)
                    ACCUM
               END-EXEC
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                CLOSE SPC-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1567')
           END-EXEC.

       C0700-LIST-CONTRACTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-CONTRACT                        *
      *****************************************************************

       C0710-FETCH-CONTRACT SECTION.

           EXEC SQL
                FETCH SPC-CURSOR
                INTO  :T-SPC-CONTRACT-NUM ,
                      :T-SPC-STATUS       ,
                      :T-SPC-FROM-PERIOD  ,
                      :T-SPC-TO-PERIOD    ,
                      :T-SPC-MONTHS       ,
                      :T-SPC-COST         ,
                      :T-SPC-INST-COUNT   ,
                      :T-SPC-PAY-METHOD   ,
                      :T-SPC-REG-NUM      ,
                      :T-SPC-ORIG-DATE    ,
                      :T-SPC-PAID-COUNT   ,
                      :T-SPC-PAID-MONTHS
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-CONTRACT-EXIT
           ELSE
               PERFORM DB2-ERROR.

           MOVE  T-SPC-CONTRACT-NUM  TO  W-TCL-CONTRACT-NUM.
           MOVE  T-SPC-FROM-PERIOD   TO  W-TCL-FROM.
           MOVE  T-SPC-TO-PERIOD     TO  W-TCL-TO.
           MOVE  T-SPC-MONTHS        TO  W-TCL-MONTHS.
           MOVE  T-SPC-COST          TO  W-TCL-COST.
           MOVE  T-SPC-INST-COUNT    TO  W-TCL-INST-COUNT.
           MOVE  T-SPC-PAID-COUNT    TO  W-TCL-PAID-COUNT.
           MOVE  T-SPC-PAID-MONTHS   TO  W-TCL-PAID-MONTHS.
           MOVE  T-SPC-PAY-METHOD    TO  W-TCL-METHOD.
           MOVE  T-SPC-REG-NUM       TO  W-TCL-REG-NUM.
           MOVE  T-SPC-ORIG-DATE     TO  W-TCL-ORIG-DATE.

           IF  T-SPC-STATUS  EQUAL TO  SPACE
               MOVE 'O'             TO  W-TCL-STATUS
           ELSE
               MOVE  T-SPC-STATUS   TO  W-TCL-STATUS.

           ADD  +1                  TO  W-ROW-COUNT.

           EXEC CICS SEND TEXT
                FROM   (W-TEXT-CONTRACT-LINE)
                LENGTH (LENGTH OF W-TEXT-CONTRACT-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-CONTRACT-EXIT.  EXIT.
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
                TRANSID ('1567')
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
                    TRANSID ('1567')
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
               MOVE T-SPC-SSN             TO  ORSS0400-SSN
               MOVE '1567'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
