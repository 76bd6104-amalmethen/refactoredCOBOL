       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      ANNUAL PENSION INCOME CERTIFICATE ROUTINE OBSSS665       *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS665.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS665 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS AN ANNUAL (AND ON-REQUEST) BATCH       *
      *                UTILITY, LINKED TO FROM A SCHEDULED PEX THE    *
      *                SAME WAY OBSSS621 IS, THAT ISSUES EACH         *
      *                PENSIONER'S OFFICIAL STATEMENT OF PENSION      *
      *                RECEIVED IN A CALENDAR YEAR -- WHAT BANKS,     *
      *                LENDERS AND FOREIGN TAX OFFICES ASK FOR, AND   *
      *                WHAT THE COUNTER USED TO TYPE UP FROM PAYREG   *
      *                PRINTOUTS.  THE YEAR IS RUN_STMT_YEAR ON THE   *
      *                PROGRAM'S ST_BAT_RUN_CONTROL ROW (DEFAULT:     *
      *                THE CURRENT YEAR):                             *
      *                                                               *
      *                - THE FIGURES ARE THE OBSSS631 PAYROLL LINES   *
      *                  POSTED IN THE YEAR (ST_WRK_PAYROLL_PROOF,    *
      *                  STATUS 'P'), ONE CERTIFICATE PER PENSIONER   *
      *                  (SSN, AND DEPENDENT CIVIL ID FOR A SURVIVOR  *
      *                  SHARE): THE MONTHS PAID, THE GROSS, THE      *
      *                  STANDING DEDUCTIONS, THE COURT-ORDER TOTAL   *
98281 *                  (AND, APART FROM IT, ANY PENSION LOAN        *
98281 *                  REPAYMENTS) AND THE NET.                     *
      *                - ON THE MEMBER'S OWN CERTIFICATE EACH COURT   *
      *                  ORDER OBSSS632 APPLIED IN THE YEAR IS        *
      *                  PRINTED ON ITS OWN LINE FROM                 *
      *                  ST_HST_DED_ORDER_TAKEN.                      *
      *                - EVERY CERTIFICATE DRAWS THE NEXT CONTROL     *
      *                  NUMBER FROM THE ST_CTL_CERT_NUMBER COUNTER   *
      *                  ORP1533P USES AND IS RECORDED ON             *
      *                  ST_HST_CERT_REGISTER (TYPE 'P', WITH THE     *
      *                  YEAR AND NET), SO ORP1534P VERIFIES IT WHEN  *
      *                  A BANK CALLS.  A PENSIONER ALREADY ISSUED    *
      *                  ONE FOR THE YEAR IS SKIPPED, SO A RERUN      *
      *                  ISSUES ONLY THE MISSING CERTIFICATES.        *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_PAYROLL_PROOF  (DB2 PAYROLL LINES)  *
      *                    ST_HST_DED_ORDER_TAKEN (DB2 HISTORY TABLE) *
      *                    ST_MST_DED_ORDER      (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_ADDRESS        (DB2 MASTER TABLE)   *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - PENCPRT CERTIFICATE PAGE PER PENSIONER PAID IN    *
      *             THE YEAR; ST_HST_CERT_REGISTER ROW AND            *
      *             ST_CTL_CERT_NUMBER COUNTER PER CERTIFICATE.       *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     CERTIFICATE.                              *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-664. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98280 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98281 - PENSION LOAN REPAYMENTS, WHICH THE      *
      *                       PAYROLL LINE CARRIES INSIDE ITS ORDER   *
      *                       AMOUNT, PRINT ON THEIR OWN LINE.        *
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
               VALUE 'PROGRAM-ID OBSSS665'.

       01  CONSTANTS.
           05  K-CERT-TYPE-PENSION     PIC X(01)  VALUE 'P'.
           05  K-BATCH-CLERK           PIC X(03)  VALUE 'BAT'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-PPL-EOF                    VALUE 'Y'.

       01  W-ORD-EOF-SW                PIC X(01)  VALUE 'N'.
           88  W-ORD-EOF                    VALUE 'Y'.

       01  W-FIRST-ROW-SW              PIC X(01)  VALUE 'Y'.
           88  W-FIRST-ROW                  VALUE 'Y'.

       01  W-ISSUED-SW                 PIC X(01)  VALUE 'N'.
           88  W-ALREADY-ISSUED             VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL / YEAR WINDOW                        *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS665'.
       01  T-RUN-STMT-YEAR             PIC 9(04).
       01  W-CERT-YEAR                 PIC 9(04).
       01  W-PERIOD-FROM               PIC X(06).
       01  W-PERIOD-TO                 PIC X(06).
       01  W-PERIOD-BUILD.
           05  W-PB-YYYY               PIC 9(04).
           05  W-PB-MM                 PIC X(02).

      *****************************************************************
      *              CERTIFICATE ACCUMULATORS                         *
      *****************************************************************

       01  W-PREV-SSN                  PIC 9(11).
       01  W-PREV-CIVIL-ID             PIC 9(12).
       01  W-CRT-GROSS                 PIC S9(13)V999 COMP-3.
       01  W-CRT-DED                   PIC S9(13)V999 COMP-3.
       01  W-CRT-ORDER                 PIC S9(13)V999 COMP-3.
98281  01  W-CRT-LOAN                  PIC S9(13)V999 COMP-3.
       01  W-CRT-NET                   PIC S9(13)V999 COMP-3.
       01  W-MONTH-TABLE.
           05  W-MONTH-PAID            PIC X(01)
                                       OCCURS 12 TIMES.
       01  W-MONTHS-PAID               PIC S9(04) COMP.
       01  W-MONTH-LIST                PIC X(36).
       01  W-MONTH-POS                 PIC S9(04) COMP.
       01  W-MM                        PIC 9(02).
       01  W-CERT-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  W-SKIP-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  I                           PIC S9(04) COMP.

      *****************************************************************
      *              PAYROLL LINE HOST VARIABLES                      *
      *****************************************************************

       01  T-PPL-SSN                   PIC 9(11).
       01  T-PPL-DEP-CIVIL-ID          PIC 9(12).
       01  T-PPL-PERIOD                PIC X(06).
       01  T-PPL-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-PPL-DED-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-PPL-ORDER-AMT             PIC S9(6)V9(3) COMP-3.
98281  01  T-PPL-LOAN-AMT              PIC S9(6)V9(3) COMP-3.
       01  T-PPL-NET-AMT               PIC S9(6)V9(3) COMP-3.

      *****************************************************************
      *              COURT ORDER HOST VARIABLES                       *
      *****************************************************************

       01  T-DOT-DOR-SEQ               PIC S9(04) COMP-3.
       01  T-DOR-TYPE                  PIC X(02).
       01  T-DOR-CREDITOR              PIC X(10).
       01  T-DOT-TAKEN-AMT             PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              MASTER / REGISTER HOST VARIABLES                 *
      *****************************************************************

       01  T-M-BAS-EE-FILING-NUMBER    PIC X(11).
       01  T-M-BAS-EE-REG-EFF-DATE     PIC X(10).
       01  T-M-BAS-EE-ACT-CODE         PIC X(01).
       01  T-REGDT-IND                 PIC S9(04) COMP.

       01  T-ADR-STREET                PIC X(30).
       01  T-ADR-CITY                  PIC X(30).
98311  01  T-ADR-UNDELIV-SW            PIC X(01).
98311      88  T-ADR-UNDELIVERABLE         VALUE 'Y'.
       01  T-ADR-PHONE                 PIC X(30).

       01  T-CRT-CTL-NUM               PIC 9(08).
       01  T-CRT-MAX-IND               PIC S9(04) COMP.
       01  T-CRT-ISSUE-DATE            PIC X(08).
       01  T-CRT-NET-AMT               PIC S9(13)V999 COMP-3.
       01  T-CRT-COUNT                 PIC S9(09) COMP.

      *****************************************************************
      *        PRINT LINE (ASA CARRIAGE CONTROL IN COLUMN 1)          *
      *****************************************************************

       01  PRT-LINE-REC.
           05  PRT-LINE-SEQ            PIC 9(07).
           05  PRT-LINE-CC             PIC X(01).
           05  PRT-LINE-TEXT           PIC X(80).
       01  PRT-LINE-TEXT-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  PRT-CAPTION             PIC X(26).
           05  PRT-VALUE               PIC X(40).
           05  FILLER                  PIC X(14).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-AMT-DSP                   PIC Z(12)9.999-.
       01  W-COUNT-DSP                 PIC Z9.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  W-ORDER-CAPTION.
           05  FILLER                  PIC X(07)  VALUE '  ORDER'.
           05  W-OC-SEQ                PIC ZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  W-OC-TYPE               PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  W-OC-CREDITOR           PIC X(10).
           05  FILLER                  PIC X(01)  VALUE ':'.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '     ANNUAL PENSION INCOME CERTIFICATE      '.

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

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0000-SWEEP-YEAR-LINES.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  FUNCTION CURRENT-DATE(1:4)  TO  W-CERT-YEAR.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_STMT_YEAR
                INTO    :T-RUN-STMT-YEAR
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-STMT-YEAR  GREATER THAN  ZEROES
               MOVE  T-RUN-STMT-YEAR  TO  W-CERT-YEAR
           ELSE
               NEXT SENTENCE.

           MOVE  W-CERT-YEAR     TO  W-PB-YYYY.
           MOVE '01'             TO  W-PB-MM.
           MOVE  W-PERIOD-BUILD  TO  W-PERIOD-FROM.
           MOVE '12'             TO  W-PB-MM.
           MOVE  W-PERIOD-BUILD  TO  W-PERIOD-TO.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-YEAR-LINES                         *
      *****************************************************************
      *    THIS SECTION READS THE YEAR'S POSTED PAYROLL LINES IN      *
      *    PENSIONER ORDER, BREAKING ON SSN AND DEPENDENT CIVIL ID    *
      *    TO CLOSE EACH CERTIFICATE.  THE CURSOR HOLDS ACROSS THE    *
      *    SYNCPOINT TAKEN AFTER EACH CERTIFICATE IS REGISTERED.      *
      *****************************************************************

       B0000-SWEEP-YEAR-LINES SECTION.

           MOVE 'ST_WRK_PAYROLL_PROOF'  TO  W-EIBDS.

           EXEC SQL
                DECLARE PPL-CURSOR CURSOR WITH HOLD FOR
                SELECT   PPL_SSN          ,
                         PPL_DEP_CIVIL_ID ,
                         PPL_PERIOD       ,
                         PPL_GROSS_AMT    ,
                         PPL_DED_AMT      ,
98281                    PPL_ORDER_AMT - PPL_LOAN_AMT ,
98281                    PPL_LOAN_AMT     ,
                         PPL_NET_AMT
                FROM     ST_WRK_PAYROLL_PROOF
                WHERE    PPL_PERIOD  BETWEEN
                         :W-PERIOD-FROM  AND  :W-PERIOD-TO
                AND      PPL_STATUS  =  'P'
                ORDER BY PPL_SSN          ,
                         PPL_DEP_CIVIL_ID ,
                         PPL_PERIOD
           END-EXEC.

           EXEC SQL
                OPEN PPL-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-PPL-ROW
               UNTIL  W-PPL-EOF.

           EXEC SQL
                CLOSE PPL-CURSOR
           END-EXEC.

           IF  W-FIRST-ROW
               NEXT SENTENCE
           ELSE
               PERFORM C0000-CLOSE-CERTIFICATE.

       B0000-SWEEP-YEAR-LINES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-PPL-ROW                            *
      *****************************************************************

       B0100-FETCH-PPL-ROW SECTION.

           EXEC SQL
                FETCH PPL-CURSOR
                INTO  :T-PPL-SSN          ,
                      :T-PPL-DEP-CIVIL-ID ,
                      :T-PPL-PERIOD       ,
                      :T-PPL-GROSS-AMT    ,
                      :T-PPL-DED-AMT      ,
                      :T-PPL-ORDER-AMT    ,
98281                 :T-PPL-LOAN-AMT     ,
                      :T-PPL-NET-AMT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   IF  W-FIRST-ROW
                       MOVE 'N'        TO  W-FIRST-ROW-SW
                       PERFORM C0900-START-CERTIFICATE
                   ELSE
                       IF  T-PPL-SSN  NOT EQUAL TO  W-PREV-SSN  OR
                           T-PPL-DEP-CIVIL-ID  NOT EQUAL TO
                                                  W-PREV-CIVIL-ID
                           PERFORM C0000-CLOSE-CERTIFICATE
                           PERFORM C0900-START-CERTIFICATE
                       END-IF
                   END-IF
                   PERFORM B0200-ACCUM-LINE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-PPL-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-ACCUM-LINE                               *
      *****************************************************************
      *    A MONTH CAN CARRY MORE THAN ONE LINE (OWN PENSION AND AN   *
      *    ARREARS TYPE), SO THE MONTH IS COUNTED ONCE ONLY.          *
      *****************************************************************

       B0200-ACCUM-LINE SECTION.

           ADD  T-PPL-GROSS-AMT  TO  W-CRT-GROSS.
           ADD  T-PPL-DED-AMT    TO  W-CRT-DED.
           ADD  T-PPL-ORDER-AMT  TO  W-CRT-ORDER.
98281      ADD  T-PPL-LOAN-AMT   TO  W-CRT-LOAN.
           ADD  T-PPL-NET-AMT    TO  W-CRT-NET.

           MOVE  T-PPL-PERIOD (5:2)  TO  W-MM.
           IF  W-MM  LESS THAN  1  OR  W-MM  GREATER THAN  12
               GO TO B0200-ACCUM-LINE-EXIT.

           IF  W-MONTH-PAID (W-MM)  EQUAL TO  SPACE
               MOVE 'Y'  TO  W-MONTH-PAID (W-MM)
               ADD   1   TO  W-MONTHS-PAID
           ELSE
               NEXT SENTENCE.

       B0200-ACCUM-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0900-START-CERTIFICATE                        *
      *****************************************************************

       C0900-START-CERTIFICATE SECTION.

           MOVE  T-PPL-SSN           TO  W-PREV-SSN.
           MOVE  T-PPL-DEP-CIVIL-ID  TO  W-PREV-CIVIL-ID.
           MOVE  ZEROES  TO  W-CRT-GROSS  W-CRT-DED
                             W-CRT-ORDER  W-CRT-NET
98281                        W-CRT-LOAN
                             W-MONTHS-PAID.
           PERFORM C0910-RESET-ONE-MONTH
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  12.

       C0900-START-CERTIFICATE-EXIT.  EXIT.

       C0910-RESET-ONE-MONTH SECTION.

           MOVE  SPACE  TO  W-MONTH-PAID (I).

       C0910-RESET-ONE-MONTH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-CLOSE-CERTIFICATE                        *
      *****************************************************************
      *    THIS SECTION ISSUES ONE PENSIONER'S CERTIFICATE: SKIPS IT  *
      *    WHEN THE YEAR'S CERTIFICATE IS ALREADY ON THE REGISTER,    *
      *    OTHERWISE FETCHES THE MASTER AND ADDRESS, DRAWS THE        *
      *    CONTROL NUMBER, PRINTS THE PAGE, RECORDS THE REGISTER      *
      *    ROW AND COMMITS -- RELEASING THE COUNTER ROW FOR THE       *
      *    COUNTER CLERKS ISSUING ON ORP1533P.                        *
      *****************************************************************

       C0000-CLOSE-CERTIFICATE SECTION.

           PERFORM C0050-CHECK-ALREADY-ISSUED.

           IF  W-ALREADY-ISSUED
               ADD  1  TO  W-SKIP-COUNT
               GO TO C0000-CLOSE-CERTIFICATE-EXIT
           END-IF.

           PERFORM C0100-FETCH-MASTER.
           PERFORM C0150-GET-MEMBER-ADDRESS.
           PERFORM C0200-ASSIGN-CONTROL-NUMBER.
           PERFORM C0300-PRINT-CERTIFICATE.
           PERFORM C0500-RECORD-REGISTER.

           ADD  1  TO  W-CERT-COUNT.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-CLOSE-CERTIFICATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0050-CHECK-ALREADY-ISSUED                     *
      *****************************************************************

       C0050-CHECK-ALREADY-ISSUED SECTION.

           MOVE 'N'  TO  W-ISSUED-SW.

           MOVE 'ST_HST_CERT_REGISTER'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :T-CRT-COUNT
                FROM     ST_HST_CERT_REGISTER
                WHERE    CRT_SSN           =  :W-PREV-SSN
                AND      CRT_DEP_CIVIL_ID  =  :W-PREV-CIVIL-ID
                AND      CRT_CERT_TYPE     =  :K-CERT-TYPE-PENSION
                AND      CRT_CERT_YEAR     =  :W-CERT-YEAR
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-CRT-COUNT  GREATER THAN  ZEROES
               MOVE 'Y'  TO  W-ISSUED-SW
           ELSE
               NEXT SENTENCE.

       C0050-CHECK-ALREADY-ISSUED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-FETCH-MASTER                             *
      *****************************************************************

       C0100-FETCH-MASTER SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.
           MOVE  SPACES  TO  T-M-BAS-EE-FILING-NUMBER
                             T-M-BAS-EE-REG-EFF-DATE
                             T-M-BAS-EE-ACT-CODE.

           EXEC SQL
                SELECT   M_BAS_EE_FILING_NUMBER ,
                         M_BAS_EE_REG_EFF_DATE  ,
                         M_BAS_EE_ACT_CODE
                INTO    :T-M-BAS-EE-FILING-NUMBER ,
                        :T-M-BAS-EE-REG-EFF-DATE:T-REGDT-IND ,
                        :T-M-BAS-EE-ACT-CODE
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :W-PREV-SSN
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-REGDT-IND  IS LESS THAN  ZERO
               MOVE  SPACES  TO  T-M-BAS-EE-REG-EFF-DATE
           ELSE
               NEXT SENTENCE.

       C0100-FETCH-MASTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0150-GET-MEMBER-ADDRESS                       *
      *****************************************************************
      *    THE SAME ST_MST_ADDRESS LOOKUP THE OBSSS621 STATEMENTS     *
      *    AND ORP1533P CERTIFICATES MAKE.  NO ROW PRINTS BLANK       *
      *    ADDRESS LINES.                                             *
98311 *    SMR#98311: RETURNED MAIL (ORP1541P RTM) LEAVES THE         *
98311 *    ADDRESS UNDELIVERABLE UNTIL IT IS REFRESHED: THE PIECE     *
98311 *    PRINTS WITH NO ADDRESS, MARKED MAIL HELD, FOR THE          *
98311 *    MAILROOM TO KEEP BACK.                                     *
      *****************************************************************

       C0150-GET-MEMBER-ADDRESS SECTION.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.
98311      MOVE  SPACES           TO  T-ADR-UNDELIV-SW.
           MOVE  SPACES  TO  T-ADR-STREET
                             T-ADR-CITY
                             T-ADR-PHONE.

           EXEC SQL
                SELECT   ADR_STREET ,
                         ADR_CITY   ,
98311                    ADR_PHONE ,
98311                    ADR_UNDELIV_SW
                INTO    :T-ADR-STREET ,
                        :T-ADR-CITY   ,
98311                   :T-ADR-PHONE ,
98311                   :T-ADR-UNDELIV-SW
                FROM     ST_MST_ADDRESS
                WHERE    ADR_KEY_TYPE  =  'E'
                AND      ADR_KEY       =  :W-PREV-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  SPACES  TO  T-ADR-STREET
                                 T-ADR-CITY
                                 T-ADR-PHONE
           ELSE
               NEXT SENTENCE.

98311      IF  T-ADR-UNDELIVERABLE
98311          MOVE 'UNDELIVERABLE - MAIL HELD'  TO  T-ADR-STREET
98311          MOVE  SPACES                      TO  T-ADR-CITY
98311      ELSE
98311          NEXT SENTENCE.

       C0150-GET-MEMBER-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-ASSIGN-CONTROL-NUMBER                    *
      *****************************************************************
      *    THIS SECTION ALLOCATES THE NEXT UNIQUE CONTROL NUMBER      *
      *    FROM THE ST_CTL_CERT_NUMBER COUNTER ROW, EXACTLY AS        *
      *    ORP1533P DOES, SO BATCH AND COUNTER CERTIFICATES SHARE     *
      *    ONE NUMBER SERIES AND ONE REGISTER.                        *
      *****************************************************************

       C0200-ASSIGN-CONTROL-NUMBER SECTION.

           MOVE 'ST_CTL_CERT_NUMBER'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_CTL_CERT_NUMBER
                SET      CTL_LAST_NUM  =  CTL_LAST_NUM  +  1
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               PERFORM C0250-SEED-COUNTER-ROW
               GO TO C0200-ASSIGN-CONTROL-NUMBER-EXIT
           END-IF.

           EXEC SQL
                SELECT   CTL_LAST_NUM
                INTO    :T-CRT-CTL-NUM
                FROM     ST_CTL_CERT_NUMBER
           END-EXEC.

           PERFORM DB2-ERROR.

       C0200-ASSIGN-CONTROL-NUMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-SEED-COUNTER-ROW                         *
      *****************************************************************
      *    FIRST-EVER USE: SEED THE COUNTER ONE PAST THE HIGHEST     *
      *    NUMBER ALREADY ON THE REGISTER (ZERO WHEN THE REGISTER    *
      *    IS EMPTY TOO).                                             *
      *****************************************************************

       C0250-SEED-COUNTER-ROW SECTION.

           MOVE 'ST_HST_CERT_REGISTER'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (CRT_CTL_NUM)
                INTO    :T-CRT-CTL-NUM:T-CRT-MAX-IND
                FROM     ST_HST_CERT_REGISTER
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-CRT-MAX-IND  IS LESS THAN  ZERO
               MOVE  ZEROES  TO  T-CRT-CTL-NUM
           ELSE
               NEXT SENTENCE.

           ADD  1  TO  T-CRT-CTL-NUM.

           MOVE 'ST_CTL_CERT_NUMBER'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_CTL_CERT_NUMBER
                     (CTL_LAST_NUM)
                VALUES
                     (:T-CRT-CTL-NUM)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0250-SEED-COUNTER-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-PRINT-CERTIFICATE                        *
      *****************************************************************

       C0300-PRINT-CERTIFICATE SECTION.

           MOVE '1'              TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '              TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'CONTROL NUMBER        :'  TO  PRT-CAPTION.
           MOVE  T-CRT-CTL-NUM             TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'SOCIAL SECURITY NO    :'  TO  PRT-CAPTION.
           MOVE  W-PREV-SSN                TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  W-PREV-CIVIL-ID  NOT EQUAL TO  ZEROES
               MOVE ' '                        TO  PRT-LINE-CC
               MOVE  SPACES                    TO  PRT-LINE-TEXT
               MOVE 'SURVIVOR CIVIL ID     :'  TO  PRT-CAPTION
               MOVE  W-PREV-CIVIL-ID           TO  PRT-VALUE
               PERFORM S0100-WRITE-PRINT-LINE
           ELSE
               NEXT SENTENCE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'FILING NUMBER         :'  TO  PRT-CAPTION.
           MOVE  T-M-BAS-EE-FILING-NUMBER  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'STREET                :'  TO  PRT-CAPTION.
           MOVE  T-ADR-STREET              TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'CITY/AREA             :'  TO  PRT-CAPTION.
           MOVE  T-ADR-CITY                TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'CERTIFICATE YEAR      :'  TO  PRT-CAPTION.
           MOVE  W-CERT-YEAR               TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM C0310-BUILD-MONTH-LIST.

           MOVE '0'                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'MONTHS PAID           :'  TO  PRT-CAPTION.
           MOVE  W-MONTHS-PAID             TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP               TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'PAID FOR MONTHS       :'  TO  PRT-CAPTION.
           MOVE  W-MONTH-LIST              TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'GROSS PENSION         :'  TO  PRT-CAPTION.
           MOVE  W-CRT-GROSS               TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                 TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'STANDING DEDUCTIONS   :'  TO  PRT-CAPTION.
           MOVE  W-CRT-DED                 TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                 TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'COURT-ORDER DEDUCTIONS:'  TO  PRT-CAPTION.
           MOVE  W-CRT-ORDER               TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                 TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  W-PREV-CIVIL-ID  EQUAL TO  ZEROES  AND
               W-CRT-ORDER  NOT EQUAL TO  ZEROES
               PERFORM C0400-PRINT-ORDERS
           ELSE
               NEXT SENTENCE.

98281      IF  W-CRT-LOAN  NOT EQUAL TO  ZEROES
98281          MOVE ' '                        TO  PRT-LINE-CC
98281          MOVE  SPACES                    TO  PRT-LINE-TEXT
98281          MOVE 'LOAN REPAYMENTS       :'  TO  PRT-CAPTION
98281          MOVE  W-CRT-LOAN                TO  W-AMT-DSP
98281          MOVE  W-AMT-DSP                 TO  PRT-VALUE
98281          PERFORM S0100-WRITE-PRINT-LINE
98281      END-IF.

           MOVE '0'                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'NET PENSION PAID      :'  TO  PRT-CAPTION.
           MOVE  W-CRT-NET                 TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                 TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                        TO  PRT-LINE-CC.
           MOVE  SPACES                    TO  PRT-LINE-TEXT.
           MOVE 'VERIFY THIS CERTIFICATE BY ITS CONTROL NUMBER'
                                           TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0300-PRINT-CERTIFICATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0310-BUILD-MONTH-LIST                         *
      *****************************************************************
      *    BUILDS "01 02 03 ..." FOR THE MONTHS PAID IN THE YEAR.     *
      *****************************************************************

       C0310-BUILD-MONTH-LIST SECTION.

           MOVE  SPACES  TO  W-MONTH-LIST.
           MOVE  1       TO  W-MONTH-POS.
           PERFORM C0320-ADD-ONE-MONTH
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  12.

       C0310-BUILD-MONTH-LIST-EXIT.  EXIT.

       C0320-ADD-ONE-MONTH SECTION.

           IF  W-MONTH-PAID (I)  EQUAL TO  'Y'
               MOVE  I  TO  W-MM
               MOVE  W-MM  TO  W-MONTH-LIST (W-MONTH-POS:2)
               ADD   3     TO  W-MONTH-POS
           ELSE
               NEXT SENTENCE.

       C0320-ADD-ONE-MONTH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-PRINT-ORDERS                             *
      *****************************************************************
      *    THIS SECTION PRINTS, UNDER THE COURT-ORDER TOTAL, WHAT     *
      *    EACH ORDER TOOK OVER THE YEAR.                             *
      *****************************************************************

       C0400-PRINT-ORDERS SECTION.

           MOVE 'N'  TO  W-ORD-EOF-SW.

           MOVE 'ST_HST_DED_ORDER_TAKEN'  TO  W-EIBDS.

           EXEC SQL
                DECLARE ORD-CURSOR CURSOR FOR
                SELECT   T.DOT_DOR_SEQ         ,
                         D.DOR_TYPE            ,
                         D.DOR_CREDITOR        ,
                         SUM (T.DOT_TAKEN_AMT)
                FROM     ST_HST_DED_ORDER_TAKEN  T  ,
                         ST_MST_DED_ORDER        D
                WHERE    T.DOT_SSN      =  :W-PREV-SSN
                AND      T.DOT_PERIOD   BETWEEN
                         :W-PERIOD-FROM  AND  :W-PERIOD-TO
                AND      D.DOR_SSN      =  T.DOT_SSN
                AND      D.DOR_SEQ      =  T.DOT_DOR_SEQ
                GROUP BY T.DOT_DOR_SEQ  ,
                         D.DOR_TYPE     ,
                         D.DOR_CREDITOR
                ORDER BY T.DOT_DOR_SEQ
           END-EXEC.

           EXEC SQL
                OPEN ORD-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0410-PRINT-ONE-ORDER
               UNTIL  W-ORD-EOF.

           EXEC SQL
                CLOSE ORD-CURSOR
           END-EXEC.

       C0400-PRINT-ORDERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-PRINT-ONE-ORDER                          *
      *****************************************************************

       C0410-PRINT-ONE-ORDER SECTION.

           EXEC SQL
                FETCH ORD-CURSOR
                INTO  :T-DOT-DOR-SEQ   ,
                      :T-DOR-TYPE      ,
                      :T-DOR-CREDITOR  ,
                      :T-DOT-TAKEN-AMT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-ORD-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   MOVE  T-DOT-DOR-SEQ    TO  W-OC-SEQ
                   MOVE  T-DOR-TYPE       TO  W-OC-TYPE
                   MOVE  T-DOR-CREDITOR   TO  W-OC-CREDITOR
                   MOVE ' '               TO  PRT-LINE-CC
                   MOVE  SPACES           TO  PRT-LINE-TEXT
                   MOVE  W-ORDER-CAPTION  TO  PRT-CAPTION
                   MOVE  T-DOT-TAKEN-AMT  TO  W-AMT-DSP
                   MOVE  W-AMT-DSP        TO  PRT-VALUE
                   PERFORM S0100-WRITE-PRINT-LINE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-ORD-EOF-SW.

       C0410-PRINT-ONE-ORDER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-RECORD-REGISTER                          *
      *****************************************************************
      *    THE REGISTER ROW CARRIES THE CERTIFICATE TYPE, YEAR AND    *
      *    NET ON TOP OF WHAT ORP1533P RECORDS, SO ORP1534P CAN       *
      *    READ BACK THE FIGURE A BANK IS QUOTING.                    *
      *****************************************************************

       C0500-RECORD-REGISTER SECTION.

           MOVE 'ST_HST_CERT_REGISTER'      TO  W-EIBDS.
           MOVE  FUNCTION CURRENT-DATE(1:8) TO  T-CRT-ISSUE-DATE.
           MOVE  W-CRT-NET                  TO  T-CRT-NET-AMT.

           EXEC SQL
                INSERT INTO ST_HST_CERT_REGISTER
                     (CRT_CTL_NUM,      CRT_SSN,
                      CRT_CLERK,        CRT_ISSUE_DATE,
                      CRT_FILING_NUMBER, CRT_REG_EFF_DATE,
                      CRT_ACT_CODE,     CRT_CERT_TYPE,
                      CRT_CERT_YEAR,    CRT_DEP_CIVIL_ID,
                      CRT_NET_AMT)
                VALUES
                     (:T-CRT-CTL-NUM,       :W-PREV-SSN,
                      :K-BATCH-CLERK,       :T-CRT-ISSUE-DATE,
                      :T-M-BAS-EE-FILING-NUMBER,
                      :T-M-BAS-EE-REG-EFF-DATE,
                      :T-M-BAS-EE-ACT-CODE,
                      :K-CERT-TYPE-PENSION,
                      :W-CERT-YEAR,         :W-PREV-CIVIL-ID,
                      :T-CRT-NET-AMT)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0500-RECORD-REGISTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('PENCPRT ')
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

98303      MOVE 'OBSSS665'  TO  X684-PROGRAM.
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

98303      MOVE  W-SKIP-COUNT  TO  X684-ROWS-REJECTED.

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
               MOVE W-PREV-SSN           TO  ORSS0400-SSN
               MOVE '1665'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
