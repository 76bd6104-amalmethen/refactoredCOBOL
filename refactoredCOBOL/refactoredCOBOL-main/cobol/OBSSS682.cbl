       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *             SHARED PAYEE BANK ACCOUNT ANALYSIS  OBSSS682      *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS682.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS682 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A PERIODIC BATCH UTILITY, LINKED TO    *
      *                FROM A SCHEDULED PEX, THAT LOOKS FOR ONE BANK  *
      *                ACCOUNT RECEIVING THE PAYMENTS OF MEMBERS WHO  *
      *                ARE NOT FAMILY -- THE USUAL SIGN OF A PAYEE    *
      *                COLLECTING SOMEBODY ELSE'S PENSION:            *
      *                                                               *
      *                - EVERY CURRENT ST_MST_BANK_PAY ROW OF A       *
      *                  MEMBER IS COPIED TO ST_WRK_ACCT_NORM UNDER   *
      *                  A NORMALIZED ACCOUNT KEY: THE IBAN/ACCOUNT   *
      *                  NUMBER WITH SPACES, '-', '.' AND '/' DROPPED *
      *                  AND LETTERS IN UPPER CASE, SO THE SAME       *
      *                  ACCOUNT KEYED TWO WAYS STILL MATCHES.        *
      *                - AN ACCOUNT KEY CARRIED BY MORE THAN ONE SSN  *
      *                  IS SPLIT INTO FAMILIES.  TWO MEMBERS ARE     *
      *                  FAMILY WHEN EITHER HOLDS THE OTHER'S CIVIL   *
      *                  ID ON ST_MST_EMPLOYEE_DEPENDENT (SPOUSE OR   *
      *                  DEPENDANT), DIRECTLY OR THROUGH ANOTHER      *
      *                  MEMBER ON THE SAME ACCOUNT.                  *
      *                - AN ACCOUNT SHARED BY MORE THAN ONE FAMILY IS *
      *                  FLAGGED: EACH OF ITS MEMBERS GOES TO THE     *
      *                  ST_WRK_SHARED_ACCT FRAUD REVIEW WORKLIST     *
      *                  WITH THE PENSION IN PAYMENT OR SUSPENDED AND *
      *                  THE DATE THE ACCOUNT WAS ATTACHED.           *
      *                - AN ACCOUNT ALSO USED BY A DECEASED MEMBER IS *
      *                  RANKED FIRST: PRIORITY '1' ON THE WORKLIST   *
      *                  AND AT THE HEAD OF THE SHRACRPT REPORT.      *
      *                  EVERY OTHER FLAGGED ACCOUNT IS PRIORITY '2'. *
      *                - A MEMBER ALREADY OPEN ON THE WORKLIST FOR    *
      *                  THE ACCOUNT, OR CLEARED ('C') BY A REVIEWER, *
      *                  IS NOT LISTED AGAIN.                         *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_BANK_PAY       (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYEE_DEPENDENT                  *
      *                                          (DB2 MASTER TABLE)   *
      *                    ST_MST_PENSION        (DB2 MASTER TABLE)   *
      *                    ST_WRK_SHARED_ACCT    (DB2 WORK TABLE)     *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_WRK_ACCT_NORM (REBUILT EACH RUN);              *
      *             ST_WRK_SHARED_ACCT WORKLIST ROWS; THE SHRACRPT    *
      *             REPORT.                                           *
      *                                                               *
      *    TABLES - W-MBR-TBL-AREA, THE PAYEES OF ONE ACCOUNT.        *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE          *
      *                     REPORT IS WRITTEN.                        *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-681. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98300 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS682'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-LOWER-CASE            PIC X(26)  VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  K-UPPER-CASE            PIC X(26)  VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  K-PRIORITY-DECEASED     PIC X(01)  VALUE '1'.
           05  K-PRIORITY-OTHER        PIC X(01)  VALUE '2'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.
       01  W-MBR-EOF-SW                PIC X(01)  VALUE 'N'.
           88  W-MBR-CURSOR-EOF             VALUE 'Y'.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        PAYEES OF THE ACCOUNT IN HAND.  W-MBR-FAMILY HOLDS     *
      *        THE LOWEST ENTRY NUMBER OF THE MEMBER'S FAMILY, SO AN  *
      *        ENTRY CARRYING ITS OWN NUMBER HEADS A FAMILY.          *
      *****************************************************************

       01  W-MBR-TBL-AREA.
           05  W-MBR-COUNT             PIC S9(04) COMP VALUE +0.
           05  C-MAX-MBRS              PIC S9(04) COMP VALUE +50.
           05  W-MBR-ENTRY  OCCURS 50 TIMES  INDEXED BY W-MBR-NDX.
               10  W-MBR-SSN           PIC 9(11).
               10  W-MBR-CIVIL-ID      PIC 9(12).
               10  W-MBR-BR-AGY        PIC X(04).
               10  W-MBR-EFF-DATE      PIC X(10).
               10  W-MBR-DECEASED      PIC X(01).
               10  W-MBR-DEATH-DATE    PIC X(10).
               10  W-MBR-FAMILY        PIC S9(04) COMP.

       01  I                           PIC S9(04) COMP.
       01  J                           PIC S9(04) COMP.
       01  K                           PIC S9(04) COMP.
       01  W-OLD-FAMILY                PIC S9(04) COMP.
       01  W-NEW-FAMILY                PIC S9(04) COMP.
       01  W-FAMILY-COUNT              PIC S9(04) COMP.

      *****************************************************************
      *        ACCOUNT NUMBER NORMALIZATION                           *
      *****************************************************************

       01  W-NRM-ACCT-IN               PIC X(30).
       01  W-NRM-ACCT-OUT              PIC X(30).
       01  W-NRM-LEN                   PIC S9(04) COMP.
       01  W-NRM-CHAR                  PIC X(01).

      *****************************************************************
      *        BANK-PAY / NORMALIZED ACCOUNT HOST VARIABLES           *
      *****************************************************************

       01  T-BNK-SSN                   PIC 9(11).
       01  T-BNK-ACCT-NUM              PIC X(30).
       01  T-BNK-BR-AGY                PIC X(04).
       01  T-BNK-EFF-DATE              PIC X(10).
       01  T-BNK-EFF-IND               PIC S9(04) COMP.
       01  T-BAS-CIVIL-ID              PIC 9(12).
       01  T-BAS-DEATH-DATE            PIC X(10).
       01  T-BAS-DEATH-IND             PIC S9(04) COMP.

       01  T-NRM-ACCT-KEY              PIC X(30).
       01  T-NRM-DECEASED              PIC X(01).

       01  T-GRP-ACCT-KEY              PIC X(30).
       01  T-GRP-SSN-COUNT             PIC S9(09) COMP.
       01  T-GRP-DECEASED              PIC X(01).

       01  T-LNK-SSN-A                 PIC 9(11).
       01  T-LNK-CIVIL-ID-A            PIC 9(12).
       01  T-LNK-SSN-B                 PIC 9(11).
       01  T-LNK-CIVIL-ID-B            PIC 9(12).
       01  T-LNK-COUNT                 PIC S9(09) COMP.

       01  T-PEN-GROSS-AMT             PIC S9(09)V999 COMP-3.
       01  T-PEN-GROSS-IND             PIC S9(04) COMP.

      *****************************************************************
      *        FRAUD REVIEW WORKLIST HOST VARIABLES                   *
      *****************************************************************

       01  T-SHA-SSN                   PIC 9(11).
       01  T-SHA-BR-AGY                PIC X(04).
       01  T-SHA-ATTACH-DATE           PIC X(10).
       01  T-SHA-DECEASED              PIC X(01).
       01  T-SHA-DEATH-DATE            PIC X(10).
       01  T-SHA-DEATH-IND             PIC S9(04) COMP.
       01  T-SHA-PRIORITY              PIC X(01).
       01  T-SHA-SSN-COUNT             PIC S9(04) COMP.
       01  T-SHA-FAMILY-COUNT          PIC S9(04) COMP.
       01  T-SHA-LISTED-COUNT          PIC S9(09) COMP.

      *****************************************************************
      *        COUNTERS                                               *
      *****************************************************************

       01  W-ROW-COUNT                 PIC S9(07) COMP-3 VALUE +0.
       01  W-BLANK-ACCT-COUNT          PIC S9(07) COMP-3 VALUE +0.
       01  W-SHARED-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-FLAGGED-COUNT             PIC S9(07) COMP-3 VALUE +0.
       01  W-DECEASED-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  W-LISTED-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-LISTED-AMOUNT             PIC S9(13)V999 COMP-3 VALUE +0.

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
       01  PRT-ACCOUNT-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRT-ACC-PRIORITY        PIC X(01).
           05  FILLER                  PIC X(02).
           05  PRT-ACC-KEY             PIC X(30).
           05  FILLER                  PIC X(02).
           05  PRT-ACC-SSN-COUNT       PIC ZZ9.
           05  PRT-ACC-SSN-LIT         PIC X(08).
           05  PRT-ACC-FAMILY-COUNT    PIC ZZ9.
           05  PRT-ACC-FAMILY-LIT      PIC X(09).
           05  FILLER                  PIC X(21).
       01  PRT-DETAIL-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(04).
           05  PRT-DTL-SSN             PIC 9(11).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-FAMILY          PIC Z9.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-ATTACH-DATE     PIC X(10).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-PENSION         PIC Z(06)9.999-.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-DEATH-DATE      PIC X(10).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-NOTE            PIC X(21).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(11)9.999-.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '    SHARED PAYEE BANK ACCOUNT REVIEW LIST   '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               ' P  ACCOUNT/SSN FAM  ATTACHED        PEN'.
           05  FILLER                  PIC X(40)  VALUE
               'SION   DIED ON     NOTE'.

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

           PERFORM D0050-PRINT-HEADING.
           PERFORM B0000-BUILD-NORMALIZED.
           PERFORM B1000-SCAN-SHARED-ACCTS.
           PERFORM D0400-PRINT-TOTALS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-BUILD-NORMALIZED                         *
      *****************************************************************
      *    ST_WRK_ACCT_NORM IS EMPTIED AND RELOADED FROM THE CURRENT  *
      *    BANK-PAY ROWS OF MEMBERS.  AN EMPLOYER'S REFUND ACCOUNT    *
      *    HAS NO ST_MST_EMPLOYEE_BASIC ROW AND IS NOT TAKEN.         *
      *****************************************************************

       B0000-BUILD-NORMALIZED SECTION.

           MOVE 'ST_WRK_ACCT_NORM'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_WRK_ACCT_NORM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_MST_BANK_PAY'  TO  W-EIBDS.

           EXEC SQL
                DECLARE BNK-CURSOR CURSOR WITH HOLD FOR
                SELECT   B.M_BANK_PAY_SSN              ,
                         B.M_BANK_PAY_PAYEE_ACCT_NUM   ,
                         B.M_BANK_PAY_BANK_BR_AGY_CODE ,
                         B.M_BANK_PAY_EFF_DATE         ,
                         M.M_BAS_EE_CIVIL_ID           ,
                         M.M_BAS_EE_DEATH_DATE
                FROM     ST_MST_BANK_PAY        B ,
                         ST_MST_EMPLOYEE_BASIC  M
                WHERE    B.M_BANK_PAY_END_DATE  IS NULL
                AND      M.M_BAS_EE_SSN  =  B.M_BANK_PAY_SSN
                ORDER BY B.M_BANK_PAY_SSN
           END-EXEC.

           EXEC SQL
                OPEN BNK-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-BANK-PAY
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE BNK-CURSOR
           END-EXEC.

       B0000-BUILD-NORMALIZED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-BANK-PAY                           *
      *****************************************************************

       B0100-FETCH-BANK-PAY SECTION.

           EXEC SQL
                FETCH BNK-CURSOR
                INTO  :T-BNK-SSN      ,
                      :T-BNK-ACCT-NUM ,
                      :T-BNK-BR-AGY   ,
                      :T-BNK-EFF-DATE:T-BNK-EFF-IND ,
                      :T-BAS-CIVIL-ID ,
                      :T-BAS-DEATH-DATE:T-BAS-DEATH-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-FETCH-BANK-PAY-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-FETCH-BANK-PAY-EXIT
           END-IF.

           PERFORM C0000-STORE-NORMALIZED.

       B0100-FETCH-BANK-PAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-STORE-NORMALIZED                         *
      *****************************************************************
      *    A ROW WHOSE ACCOUNT NUMBER IS BLANK ONCE NORMALIZED IS     *
      *    COUNTED AND SKIPPED.  A DEATH DATE OF SPACES IS TAKEN AS   *
      *    NO DEATH DATE.                                             *
      *****************************************************************

       C0000-STORE-NORMALIZED SECTION.

           MOVE  T-BNK-ACCT-NUM  TO  W-NRM-ACCT-IN.
           PERFORM S0200-NORMALIZE-ACCT.

           IF  W-NRM-LEN  EQUAL TO  ZERO
               ADD  1  TO  W-BLANK-ACCT-COUNT
               GO TO C0000-STORE-NORMALIZED-EXIT
           END-IF.

           MOVE  W-NRM-ACCT-OUT  TO  T-NRM-ACCT-KEY.

           IF  T-BAS-DEATH-IND  LESS THAN  ZERO  OR
               T-BAS-DEATH-DATE  EQUAL TO  SPACES
               MOVE 'N'  TO  T-NRM-DECEASED
               MOVE  -1  TO  T-BAS-DEATH-IND
           ELSE
               MOVE 'Y'  TO  T-NRM-DECEASED.

           IF  T-BNK-EFF-IND  LESS THAN  ZERO
               MOVE  SPACES  TO  T-BNK-EFF-DATE
           END-IF.

           MOVE 'ST_WRK_ACCT_NORM'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_ACCT_NORM
                     (NRM_ACCT_KEY,     NRM_SSN,
                      NRM_CIVIL_ID,     NRM_BANK_BR_AGY,
                      NRM_EFF_DATE,     NRM_DECEASED,
                      NRM_DEATH_DATE)
                VALUES
                     (:T-NRM-ACCT-KEY,  :T-BNK-SSN,
                      :T-BAS-CIVIL-ID,  :T-BNK-BR-AGY,
                      :T-BNK-EFF-DATE,  :T-NRM-DECEASED,
                      :T-BAS-DEATH-DATE:T-BAS-DEATH-IND)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1  TO  W-ROW-COUNT.

       C0000-STORE-NORMALIZED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1000-SCAN-SHARED-ACCTS                        *
      *****************************************************************
      *    EVERY ACCOUNT KEY CARRIED BY MORE THAN ONE SSN, THE ONES   *
      *    WITH A DECEASED MEMBER ON THEM FIRST.                      *
      *****************************************************************

       B1000-SCAN-SHARED-ACCTS SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_WRK_ACCT_NORM'  TO  W-EIBDS.

           EXEC SQL
                DECLARE GRP-CURSOR CURSOR WITH HOLD FOR
                SELECT   NRM_ACCT_KEY ,
                         COUNT(DISTINCT NRM_SSN) ,
                         MAX(NRM_DECEASED)
                FROM     ST_WRK_ACCT_NORM
                GROUP BY NRM_ACCT_KEY
                HAVING   COUNT(DISTINCT NRM_SSN)  >  1
                ORDER BY 3 DESC , 1
           END-EXEC.

           EXEC SQL
                OPEN GRP-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1100-FETCH-SHARED-ACCT
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE GRP-CURSOR
           END-EXEC.

       B1000-SCAN-SHARED-ACCTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1100-FETCH-SHARED-ACCT                        *
      *****************************************************************

       B1100-FETCH-SHARED-ACCT SECTION.

           EXEC SQL
                FETCH GRP-CURSOR
                INTO  :T-GRP-ACCT-KEY  ,
                      :T-GRP-SSN-COUNT ,
                      :T-GRP-DECEASED
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1100-FETCH-SHARED-ACCT-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1100-FETCH-SHARED-ACCT-EXIT
           END-IF.

           ADD  1  TO  W-SHARED-COUNT.

           PERFORM C1000-JUDGE-SHARED-ACCT.

       B1100-FETCH-SHARED-ACCT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1000-JUDGE-SHARED-ACCT                        *
      *****************************************************************
      *    THE ACCOUNT'S PAYEES ARE LOADED AND SPLIT INTO FAMILIES.   *
      *    ONE FAMILY SHARING AN ACCOUNT IS NORMAL AND IS PASSED.     *
      *****************************************************************

       C1000-JUDGE-SHARED-ACCT SECTION.

           PERFORM C1100-LOAD-PAYEES.

           PERFORM C1200-START-FAMILY
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  W-MBR-COUNT.

           PERFORM C1300-TEST-PAIR
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  W-MBR-COUNT
               AFTER   J FROM 1 BY 1
               UNTIL   J  GREATER THAN  W-MBR-COUNT.

           MOVE  ZERO  TO  W-FAMILY-COUNT.
           PERFORM C1500-COUNT-FAMILY
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  W-MBR-COUNT.

           IF  W-FAMILY-COUNT  GREATER THAN  1
               PERFORM C2000-FLAG-SHARED-ACCT
           END-IF.

       C1000-JUDGE-SHARED-ACCT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1100-LOAD-PAYEES                              *
      *****************************************************************
      *    AT MOST C-MAX-MBRS PAYEES ARE TAKEN; AN ACCOUNT WITH MORE  *
      *    IS FLAGGED ON THE ONES LOADED AND THE HEADER LINE SHOWS    *
      *    THE FULL SSN COUNT.                                        *
      *****************************************************************

       C1100-LOAD-PAYEES SECTION.

           MOVE  ZERO  TO  W-MBR-COUNT.
           MOVE 'N'    TO  W-MBR-EOF-SW.

           MOVE 'ST_WRK_ACCT_NORM'  TO  W-EIBDS.

           EXEC SQL
                DECLARE MBR-CURSOR CURSOR FOR
                SELECT   NRM_SSN         ,
                         NRM_CIVIL_ID    ,
                         NRM_BANK_BR_AGY ,
                         NRM_EFF_DATE    ,
                         NRM_DECEASED    ,
                         NRM_DEATH_DATE
                FROM     ST_WRK_ACCT_NORM
                WHERE    NRM_ACCT_KEY  =  :T-GRP-ACCT-KEY
                ORDER BY NRM_DECEASED DESC , NRM_SSN
           END-EXEC.

           EXEC SQL
                OPEN MBR-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C1110-FETCH-PAYEE
               UNTIL  W-MBR-CURSOR-EOF.

           EXEC SQL
                CLOSE MBR-CURSOR
           END-EXEC.

       C1100-LOAD-PAYEES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1110-FETCH-PAYEE                              *
      *****************************************************************

       C1110-FETCH-PAYEE SECTION.

           EXEC SQL
                FETCH MBR-CURSOR
                INTO  :T-BNK-SSN      ,
                      :T-BAS-CIVIL-ID ,
                      :T-BNK-BR-AGY   ,
                      :T-BNK-EFF-DATE ,
                      :T-NRM-DECEASED ,
                      :T-BAS-DEATH-DATE:T-BAS-DEATH-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-MBR-EOF-SW
               GO TO C1110-FETCH-PAYEE-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-MBR-EOF-SW
               GO TO C1110-FETCH-PAYEE-EXIT
           END-IF.

           IF  W-MBR-COUNT  NOT LESS THAN  C-MAX-MBRS
               MOVE 'Y'  TO  W-MBR-EOF-SW
               GO TO C1110-FETCH-PAYEE-EXIT
           END-IF.

           IF  T-BAS-DEATH-IND  LESS THAN  ZERO
               MOVE  SPACES  TO  T-BAS-DEATH-DATE
           END-IF.

           ADD   1  TO  W-MBR-COUNT.
           SET   W-MBR-NDX  TO  W-MBR-COUNT.
           MOVE  T-BNK-SSN         TO  W-MBR-SSN        (W-MBR-NDX).
           MOVE  T-BAS-CIVIL-ID    TO  W-MBR-CIVIL-ID   (W-MBR-NDX).
           MOVE  T-BNK-BR-AGY      TO  W-MBR-BR-AGY     (W-MBR-NDX).
           MOVE  T-BNK-EFF-DATE    TO  W-MBR-EFF-DATE   (W-MBR-NDX).
           MOVE  T-NRM-DECEASED    TO  W-MBR-DECEASED   (W-MBR-NDX).
           MOVE  T-BAS-DEATH-DATE  TO  W-MBR-DEATH-DATE (W-MBR-NDX).

       C1110-FETCH-PAYEE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1200-START-FAMILY                             *
      *****************************************************************
      *    EVERY PAYEE STARTS AS A FAMILY OF ONE.                     *
      *****************************************************************

       C1200-START-FAMILY SECTION.

           MOVE  I  TO  W-MBR-FAMILY (I).

       C1200-START-FAMILY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1300-TEST-PAIR                                *
      *****************************************************************
      *    EACH PAIR OF PAYEES IS TESTED ONCE (I BEFORE J).  A PAIR   *
      *    ALREADY IN ONE FAMILY NEEDS NO LOOK-UP.  WHEN EITHER       *
      *    MEMBER HOLDS THE OTHER AS A DEPENDANT, THE TWO FAMILIES    *
      *    ARE JOINED UNDER THE LOWER NUMBER.                         *
      *****************************************************************

       C1300-TEST-PAIR SECTION.

           IF  J  NOT GREATER THAN  I
               GO TO C1300-TEST-PAIR-EXIT
           END-IF.

           IF  W-MBR-FAMILY (I)  EQUAL TO  W-MBR-FAMILY (J)
               GO TO C1300-TEST-PAIR-EXIT
           END-IF.

           MOVE  W-MBR-SSN      (I)  TO  T-LNK-SSN-A.
           MOVE  W-MBR-CIVIL-ID (I)  TO  T-LNK-CIVIL-ID-A.
           MOVE  W-MBR-SSN      (J)  TO  T-LNK-SSN-B.
           MOVE  W-MBR-CIVIL-ID (J)  TO  T-LNK-CIVIL-ID-B.

           MOVE 'ST_MST_EMPLOYEE_DEPENDENT'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-LNK-COUNT
                FROM    ST_MST_EMPLOYEE_DEPENDENT
                WHERE  (M_DEP_SSN       =  :T-LNK-SSN-A  AND
                        M_DEP_CIVIL_ID  =  :T-LNK-CIVIL-ID-B)
                OR     (M_DEP_SSN       =  :T-LNK-SSN-B  AND
                        M_DEP_CIVIL_ID  =  :T-LNK-CIVIL-ID-A)
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-LNK-COUNT  EQUAL TO  ZERO
               GO TO C1300-TEST-PAIR-EXIT
           END-IF.

           IF  W-MBR-FAMILY (I)  LESS THAN  W-MBR-FAMILY (J)
               MOVE  W-MBR-FAMILY (I)  TO  W-NEW-FAMILY
               MOVE  W-MBR-FAMILY (J)  TO  W-OLD-FAMILY
           ELSE
               MOVE  W-MBR-FAMILY (J)  TO  W-NEW-FAMILY
               MOVE  W-MBR-FAMILY (I)  TO  W-OLD-FAMILY.

           PERFORM C1400-JOIN-FAMILY
               VARYING K FROM 1 BY 1
               UNTIL   K  GREATER THAN  W-MBR-COUNT.

       C1300-TEST-PAIR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1400-JOIN-FAMILY                              *
      *****************************************************************

       C1400-JOIN-FAMILY SECTION.

           IF  W-MBR-FAMILY (K)  EQUAL TO  W-OLD-FAMILY
               MOVE  W-NEW-FAMILY  TO  W-MBR-FAMILY (K)
           END-IF.

       C1400-JOIN-FAMILY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1500-COUNT-FAMILY                             *
      *****************************************************************

       C1500-COUNT-FAMILY SECTION.

           IF  W-MBR-FAMILY (I)  EQUAL TO  I
               ADD  1  TO  W-FAMILY-COUNT
           END-IF.

       C1500-COUNT-FAMILY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2000-FLAG-SHARED-ACCT                         *
      *****************************************************************
      *    THE ACCOUNT'S HEADER LINE, THEN ONE WORKLIST ROW AND ONE   *
      *    DETAIL LINE PER PAYEE.  THE ACCOUNT IS ONE UNIT OF WORK.   *
      *****************************************************************

       C2000-FLAG-SHARED-ACCT SECTION.

           ADD  1  TO  W-FLAGGED-COUNT.

           IF  T-GRP-DECEASED  EQUAL TO  'Y'
               MOVE  K-PRIORITY-DECEASED  TO  T-SHA-PRIORITY
               ADD   1  TO  W-DECEASED-COUNT
           ELSE
               MOVE  K-PRIORITY-OTHER     TO  T-SHA-PRIORITY.

           MOVE  T-GRP-SSN-COUNT  TO  T-SHA-SSN-COUNT.
           MOVE  W-FAMILY-COUNT   TO  T-SHA-FAMILY-COUNT.

           MOVE '0'                TO  PRT-LINE-CC.
           MOVE  SPACES            TO  PRT-LINE-TEXT.
           MOVE  T-SHA-PRIORITY    TO  PRT-ACC-PRIORITY.
           MOVE  T-GRP-ACCT-KEY    TO  PRT-ACC-KEY.
           MOVE  T-SHA-SSN-COUNT   TO  PRT-ACC-SSN-COUNT.
           MOVE ' PAYEES '         TO  PRT-ACC-SSN-LIT.
           MOVE  W-FAMILY-COUNT    TO  PRT-ACC-FAMILY-COUNT.
           MOVE ' FAMILIES'        TO  PRT-ACC-FAMILY-LIT.
           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM C2100-LIST-PAYEE
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  W-MBR-COUNT.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C2000-FLAG-SHARED-ACCT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2100-LIST-PAYEE                               *
      *****************************************************************
      *    THE PENSION IS EVERY AWARD IN PAYMENT OR SUSPENDED.  THE   *
      *    ATTACH DATE IS THE EFFECTIVE DATE OF THE CURRENT MANDATE.  *
      *****************************************************************

       C2100-LIST-PAYEE SECTION.

           MOVE  W-MBR-SSN        (I)  TO  T-SHA-SSN.
           MOVE  W-MBR-BR-AGY     (I)  TO  T-SHA-BR-AGY.
           MOVE  W-MBR-EFF-DATE   (I)  TO  T-SHA-ATTACH-DATE.
           MOVE  W-MBR-DECEASED   (I)  TO  T-SHA-DECEASED.
           MOVE  W-MBR-DEATH-DATE (I)  TO  T-SHA-DEATH-DATE.

           IF  T-SHA-DECEASED  EQUAL TO  'Y'
               MOVE  ZERO  TO  T-SHA-DEATH-IND
           ELSE
               MOVE  -1    TO  T-SHA-DEATH-IND.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   SUM (PEN_GROSS_AMT)
                INTO    :T-PEN-GROSS-AMT:T-PEN-GROSS-IND
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN  =  :T-SHA-SSN
                AND      PEN_STATUS  IN  ('P' , 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-PEN-GROSS-IND  LESS THAN  ZERO
               MOVE  ZEROES  TO  T-PEN-GROSS-AMT
           END-IF.

           MOVE 'ST_WRK_SHARED_ACCT'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-SHA-LISTED-COUNT
                FROM    ST_WRK_SHARED_ACCT
                WHERE   SHA_ACCT_KEY  =  :T-GRP-ACCT-KEY
                AND     SHA_SSN       =  :T-SHA-SSN
                AND     SHA_STATUS   IN  (' ' , 'C')
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE ' '                TO  PRT-LINE-CC.
           MOVE  SPACES            TO  PRT-LINE-TEXT.
           MOVE  T-SHA-SSN         TO  PRT-DTL-SSN.
           MOVE  W-MBR-FAMILY (I)  TO  PRT-DTL-FAMILY.
           MOVE  T-SHA-ATTACH-DATE TO  PRT-DTL-ATTACH-DATE.
           MOVE  T-PEN-GROSS-AMT   TO  PRT-DTL-PENSION.
           MOVE  T-SHA-DEATH-DATE  TO  PRT-DTL-DEATH-DATE.

           IF  T-SHA-LISTED-COUNT  GREATER THAN  ZERO
               MOVE 'ALREADY LISTED'  TO  PRT-DTL-NOTE
               PERFORM S0100-WRITE-PRINT-LINE
               GO TO C2100-LIST-PAYEE-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO ST_WRK_SHARED_ACCT
                     (SHA_ACCT_KEY,      SHA_SSN,
                      SHA_BANK_BR_AGY,   SHA_ATTACH_DATE,
                      SHA_PENSION_AMT,   SHA_DECEASED,
                      SHA_DEATH_DATE,    SHA_PRIORITY,
                      SHA_SSN_COUNT,     SHA_FAMILY_COUNT,
                      SHA_STATUS,        SHA_POST_DATE)
                VALUES
                     (:T-GRP-ACCT-KEY,     :T-SHA-SSN,
                      :T-SHA-BR-AGY,       :T-SHA-ATTACH-DATE,
                      :T-PEN-GROSS-AMT,    :T-SHA-DECEASED,
                      :T-SHA-DEATH-DATE:T-SHA-DEATH-IND,
                      :T-SHA-PRIORITY,
                      :T-SHA-SSN-COUNT,    :T-SHA-FAMILY-COUNT,
                      ' ',                 :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           ADD  1                TO  W-LISTED-COUNT.
           ADD  T-PEN-GROSS-AMT  TO  W-LISTED-AMOUNT.

           MOVE 'NEW ON WORKLIST'  TO  PRT-DTL-NOTE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C2100-LIST-PAYEE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0200-NORMALIZE-ACCT                           *
      *****************************************************************
      *    W-NRM-ACCT-IN IS COPIED TO W-NRM-ACCT-OUT LESS ITS SPACES, *
      *    DASHES, DOTS AND SLASHES, LEFT-JUSTIFIED AND IN UPPER      *
      *    CASE.  W-NRM-LEN IS THE LENGTH KEPT (ZERO WHEN BLANK).     *
      *****************************************************************

       S0200-NORMALIZE-ACCT SECTION.

           MOVE  SPACES  TO  W-NRM-ACCT-OUT.
           MOVE  ZERO    TO  W-NRM-LEN.

           PERFORM S0210-NORMALIZE-CHAR
               VARYING K FROM 1 BY 1
               UNTIL   K  GREATER THAN  LENGTH OF W-NRM-ACCT-IN.

           INSPECT  W-NRM-ACCT-OUT
               CONVERTING  K-LOWER-CASE  TO  K-UPPER-CASE.

       S0200-NORMALIZE-ACCT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0210-NORMALIZE-CHAR                           *
      *****************************************************************

       S0210-NORMALIZE-CHAR SECTION.

           MOVE  W-NRM-ACCT-IN (K:1)  TO  W-NRM-CHAR.

           IF  W-NRM-CHAR  EQUAL TO  SPACE  OR  '-'  OR  '.'  OR  '/'
               GO TO S0210-NORMALIZE-CHAR-EXIT
           END-IF.

           ADD   1           TO  W-NRM-LEN.
           MOVE  W-NRM-CHAR  TO  W-NRM-ACCT-OUT (W-NRM-LEN:1).

       S0210-NORMALIZE-CHAR-EXIT.  EXIT.
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
           MOVE 'RUN DATE                  :'  TO  PRT-CAPTION.
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
           MOVE 'CURRENT MANDATES READ     :'  TO  PRT-CAPTION.
           MOVE  W-ROW-COUNT                   TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'MANDATES WITH NO ACCOUNT  :'  TO  PRT-CAPTION.
           MOVE  W-BLANK-ACCT-COUNT            TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ACCOUNTS WITH 2+ PAYEES   :'  TO  PRT-CAPTION.
           MOVE  W-SHARED-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ACCOUNTS FLAGGED          :'  TO  PRT-CAPTION.
           MOVE  W-FLAGGED-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '  WITH A DECEASED MEMBER  :'  TO  PRT-CAPTION.
           MOVE  W-DECEASED-COUNT              TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'NEW WORKLIST ENTRIES      :'  TO  PRT-CAPTION.
           MOVE  W-LISTED-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  W-LISTED-AMOUNT               TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

       D0400-PRINT-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('SHRACRPT')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'SHRACRPT'                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS682'  TO  X684-PROGRAM.
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
               MOVE T-BNK-SSN            TO  ORSS0400-SSN
               MOVE '1682'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
