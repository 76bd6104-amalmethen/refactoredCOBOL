       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        NIGHTLY REGISTRATION DATA-QUALITY SCORECARD OBSSS700   *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS700.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS700 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A NIGHTLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX, THAT RUNS THE            *
      *                CONSISTENCY RULES SWITCHED ON IN THE           *
      *                ST_MST_DQ_RULE CONTROL TABLE OVER THE MEMBER   *
      *                MASTER AND ITS RELATED TABLES:                 *
      *                                                               *
      *                  BRTH  NO BIRTH DATE                          *
      *                  DOBD  DEATH DATE BEFORE BIRTH DATE           *
      *                  NATC  DROP-NATIONALITY DATE WITH NO          *
      *                        NATIONALITY CERTIFICATE                *
      *                  BANK  PENSIONER WITH NO CURRENT              *
      *                        ST_MST_BANK_PAY ROW                    *
      *                  ADDR  MEMBER WITH NO ST_MST_ADDRESS ROW      *
      *                  EMPR  ACTIVE MEMBER WHOSE EMPLOYER IS NOT    *
      *                        AN ACTIVE (UNBLOCKED) EMPLOYER         *
      *                                                               *
      *                - EACH ACTIVE RULE'S FAILING SSNS REPLACE ITS  *
      *                  ROWS ON THE ST_WRK_DQ_FAIL CLEAN-UP          *
      *                  WORKLIST, UNDER THE DEPARTMENT THAT LAST     *
      *                  MAINTAINED THE MEMBER -- THE LATEST CHANGE   *
      *                  HISTORY ROW CARRYING A DEPARTMENT, '??'      *
      *                  WHEN THERE IS NONE.                          *
      *                - THE FAILURES PER RULE AND DEPARTMENT, AND    *
      *                  THE RULE TOTAL UNDER DEPARTMENT '**', ARE    *
      *                  KEPT ON ST_HST_DQ_SCORE UNDER THE BUSINESS   *
      *                  DATE; THE DQSRPT REPORT SETS EACH AGAINST    *
      *                  THE LAST RUN OF THE PREVIOUS MONTH, THEN     *
      *                  LISTS THE FAILING SSNS UP TO THE RULE'S      *
      *                  LIST LIMIT (ALL OF THEM WHEN ZERO).          *
      *                - A RULE CODE ON THE TABLE WITH NO CHECK       *
      *                  BEHIND IT IS REPORTED AND SKIPPED.           *
      *                - A RERUN FOR THE SAME BUSINESS DATE REPLACES  *
      *                  THAT DATE'S SCORES.                          *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_DQ_RULE        (DB2 CONTROL TABLE)  *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_HST_EMPLOYEE_BASIC (DB2 HISTORY TABLE)  *
      *                    ST_MST_PENSION        (DB2 MASTER TABLE)   *
      *                    ST_MST_BANK_PAY       (DB2 MASTER TABLE)   *
      *                    ST_MST_ADDRESS        (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)   *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_WRK_DQ_FAIL ROW PER FAILING SSN AND RULE.      *
      *             ST_HST_DQ_SCORE ROW PER RULE AND DEPARTMENT.      *
      *             DQSRPT SCORE LINES AND FAILING SSNS PER RULE.     *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     RULE.                                     *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-699. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98316 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS700'.

       01  CONSTANTS.
           05  K-NO-DEPT               PIC X(02)  VALUE '??'.
           05  K-RULE-TOTAL            PIC X(02)  VALUE '**'.

       01  W-RULE-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-RULE-EOF                   VALUE 'Y'.
       01  W-DEPT-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-DEPT-EOF                   VALUE 'Y'.
       01  W-FAIL-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-FAIL-EOF                   VALUE 'Y'.

       01  W-RULE-CODED-SW             PIC X(01)  VALUE 'N'.
           88  W-RULE-CODED                 VALUE 'Y'.

       01  W-BUS-DATE                  PIC X(08).
       01  W-MONTH-START               PIC X(08).
       01  W-PREV-RUN-DATE             PIC X(08).

       01  W-LISTED                    PIC S9(09) COMP-3 VALUE +0.
       01  W-CHANGE                    PIC S9(09) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-DQR-RULE                  PIC X(04).
       01  T-DQR-DESC                  PIC X(40).
       01  T-DQR-LIST-MAX              PIC S9(04) COMP.

       01  T-SCR-DEPT                  PIC X(02).
       01  T-SCR-FAILS-NOW             PIC S9(09) COMP.
       01  T-SCR-FAILS-PREV            PIC S9(09) COMP.

       01  T-DQF-SSN                   PIC 9(11).
       01  T-DQF-DEPT                  PIC X(02).

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  DQSRPT-REC.
           05  DQR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  DQR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  DQR-DETAIL              PIC X(72).
           05  DQR-RULE-DETAIL REDEFINES DQR-DETAIL.
               10  DQR-RULE            PIC X(04).
               10  FILLER              PIC X(02).
               10  DQR-DESC            PIC X(40).
               10  FILLER              PIC X(26).
           05  DQR-SCORE-DETAIL REDEFINES DQR-DETAIL.
               10  DQR-SC-RULE         PIC X(04).
               10  FILLER              PIC X(02).
               10  DQR-SC-DEPT         PIC X(05).
               10  FILLER              PIC X(01).
               10  DQR-SC-NOW          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(02).
               10  DQR-SC-PREV         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(02).
               10  DQR-SC-CHANGE       PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(22).
           05  DQR-SSN-DETAIL REDEFINES DQR-DETAIL.
               10  DQR-SS-RULE         PIC X(04).
               10  FILLER              PIC X(02).
               10  DQR-SS-DEPT         PIC X(02).
               10  FILLER              PIC X(02).
               10  DQR-SS-SSN          PIC 9(11).
               10  FILLER              PIC X(51).

       01  W-DQR-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA                       *
      *****************************************************************

       01  X684-RUN-STATS-AREA.
           COPY OBC684CA.

      *****************************************************************
      *        REPORT ARCHIVE LINE                                    *
      *****************************************************************

       01  T-RPL-REPORT                PIC X(08).
       01  T-RPL-LINE-NO               PIC S9(09) COMP VALUE +0.
       01  T-RPL-TEXT.
           49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
           49  T-RPL-TEXT-DATA         PIC X(133).
       01  W-RPL-IMAGE                 PIC X(250).
       01  W-RPL-KEY-LEN               PIC S9(04) COMP.
       01  W-RPL-REC-LEN               PIC S9(04) COMP.
       01  W-RPL-SQLCA-SAVE            PIC X(136).
       01  W-RPL-EIBDS-SAVE            PIC X(30).

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

           PERFORM S0970-START-RUN-STATS.

           PERFORM B0000-WRITE-HEADINGS.
           PERFORM B0100-SWEEP-RULES.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-WRITE-HEADINGS                           *
      *****************************************************************
      *    THE TREND IS TAKEN AGAINST THE LAST RUN BEFORE THE FIRST   *
      *    OF THE BUSINESS MONTH.                                     *
      *****************************************************************

       B0000-WRITE-HEADINGS SECTION.

           MOVE  X684-BUS-DATE       TO  W-BUS-DATE.
           MOVE  W-BUS-DATE          TO  W-MONTH-START.
           MOVE '01'                 TO  W-MONTH-START (7:2).

           MOVE 'HEAD '                         TO  DQR-TYPE.
           MOVE  SPACES                         TO  DQR-DETAIL.
           MOVE 'REGISTRATION DATA QUALITY AT'  TO  DQR-DETAIL (1:28).
           MOVE  W-BUS-DATE                     TO  DQR-DETAIL (30:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'HEAD '                         TO  DQR-TYPE.
           MOVE  SPACES                         TO  DQR-DETAIL.
           MOVE 'RULE  DEPT'                    TO  DQR-DETAIL (1:10).
           MOVE 'FAILING'                       TO  DQR-DETAIL (17:7).
           MOVE 'LAST MONTH'                    TO  DQR-DETAIL (27:10).
           MOVE 'CHANGE'                        TO  DQR-DETAIL (43:6).
           PERFORM S0100-WRITE-RPT-LINE.

       B0000-WRITE-HEADINGS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-SWEEP-RULES                              *
      *****************************************************************

       B0100-SWEEP-RULES SECTION.

           MOVE 'N'  TO  W-RULE-EOF-SW.

           MOVE 'ST_MST_DQ_RULE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE DQR-CURSOR CURSOR FOR
                SELECT   DQR_RULE     ,
                         DQR_DESC     ,
                         DQR_LIST_MAX
                FROM     ST_MST_DQ_RULE
                WHERE    DQR_ACTIVE  =  'Y'
                ORDER BY DQR_RULE
           END-EXEC.

           EXEC SQL
                OPEN DQR-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0200-FETCH-RULE
               UNTIL  W-RULE-EOF.

           EXEC SQL
                CLOSE DQR-CURSOR
           END-EXEC.

       B0100-SWEEP-RULES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-FETCH-RULE                               *
      *****************************************************************

       B0200-FETCH-RULE SECTION.

           EXEC SQL
                FETCH DQR-CURSOR
                INTO  :T-DQR-RULE     ,
                      :T-DQR-DESC     ,
                      :T-DQR-LIST-MAX
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-RULE-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-RUN-ONE-RULE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-RULE-EOF-SW.

       B0200-FETCH-RULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-RUN-ONE-RULE                             *
      *****************************************************************
      *    THE RULE'S WORKLIST ROWS ARE CLEARED AND REFILLED BY ITS   *
      *    CHECK, STAMPED WITH THE MAINTAINING DEPARTMENT, SCORED AND *
      *    REPORTED.                                                  *
      *****************************************************************

       C0000-RUN-ONE-RULE SECTION.

           MOVE 'RULE '                  TO  DQR-TYPE.
           MOVE  SPACES                  TO  DQR-DETAIL.
           MOVE  T-DQR-RULE              TO  DQR-RULE.
           MOVE  T-DQR-DESC              TO  DQR-DESC.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'ST_WRK_DQ_FAIL'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_WRK_DQ_FAIL
                WHERE  DQF_RULE  =  :T-DQR-RULE
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'Y'  TO  W-RULE-CODED-SW.

           IF  T-DQR-RULE  EQUAL TO  'BRTH'
               PERFORM C0100-CHECK-BIRTH-DATE
           ELSE
           IF  T-DQR-RULE  EQUAL TO  'DOBD'
               PERFORM C0110-CHECK-DEATH-BIRTH
           ELSE
           IF  T-DQR-RULE  EQUAL TO  'NATC'
               PERFORM C0120-CHECK-NAT-CERT
           ELSE
           IF  T-DQR-RULE  EQUAL TO  'BANK'
               PERFORM C0130-CHECK-BANK-PAY
           ELSE
           IF  T-DQR-RULE  EQUAL TO  'ADDR'
               PERFORM C0140-CHECK-ADDRESS
           ELSE
           IF  T-DQR-RULE  EQUAL TO  'EMPR'
               PERFORM C0150-CHECK-EMPLOYER
           ELSE
               MOVE 'N'  TO  W-RULE-CODED-SW.

           IF  NOT W-RULE-CODED
               MOVE 'RULE '                  TO  DQR-TYPE
               MOVE  SPACES                  TO  DQR-DETAIL
               MOVE  T-DQR-RULE              TO  DQR-RULE
               MOVE 'NO CHECK CODED FOR THIS RULE - SKIPPED'
                                             TO  DQR-DESC
               PERFORM S0100-WRITE-RPT-LINE
               GO TO C0000-RUN-ONE-RULE-EXIT.

           PERFORM C0200-STAMP-DEPARTMENT.
           PERFORM D0000-SCORE-RULE.
           PERFORM D0100-REPORT-SCORES.
           PERFORM E0000-LIST-FAILURES.

       C0000-RUN-ONE-RULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-CHECK-BIRTH-DATE                         *
      *****************************************************************

       C0100-CHECK-BIRTH-DATE SECTION.

           EXEC SQL
                INSERT INTO ST_WRK_DQ_FAIL
                     (DQF_RULE,  DQF_SSN,  DQF_DEPT,  DQF_RUN_DATE)
                SELECT  :T-DQR-RULE ,
                         E.M_BAS_EE_SSN ,
                        :K-NO-DEPT ,
                        :W-BUS-DATE
                FROM     ST_MST_EMPLOYEE_BASIC  E
                WHERE    E.M_BAS_EE_BIRTH_DATE  IS NULL
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0100-CHECK-BIRTH-DATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0110-CHECK-DEATH-BIRTH                        *
      *****************************************************************
      *    THE DEATH DATE IS HELD YYYY-MM-DD AND THE BIRTH DATE       *
      *    YYYYMMDD, SO THE DEATH DATE IS COMPARED WITHOUT ITS        *
      *    DASHES.                                                    *
      *****************************************************************

       C0110-CHECK-DEATH-BIRTH SECTION.

           EXEC SQL
                INSERT INTO ST_WRK_DQ_FAIL
                     (DQF_RULE,  DQF_SSN,  DQF_DEPT,  DQF_RUN_DATE)
                SELECT  :T-DQR-RULE ,
                         E.M_BAS_EE_SSN ,
                        :K-NO-DEPT ,
                        :W-BUS-DATE
                FROM     ST_MST_EMPLOYEE_BASIC  E
                WHERE    E.M_BAS_EE_DEATH_DATE  IS NOT NULL
                AND      E.M_BAS_EE_BIRTH_DATE  IS NOT NULL
                AND      SUBSTR(CHAR(E.M_BAS_EE_DEATH_DATE), 1, 4)
                         CONCAT
                         SUBSTR(CHAR(E.M_BAS_EE_DEATH_DATE), 6, 2)
                         CONCAT
                         SUBSTR(CHAR(E.M_BAS_EE_DEATH_DATE), 9, 2)
                    <    SUBSTR(E.M_BAS_EE_BIRTH_DATE, 1, 8)
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0110-CHECK-DEATH-BIRTH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0120-CHECK-NAT-CERT                           *
      *****************************************************************

       C0120-CHECK-NAT-CERT SECTION.

           EXEC SQL
                INSERT INTO ST_WRK_DQ_FAIL
                     (DQF_RULE,  DQF_SSN,  DQF_DEPT,  DQF_RUN_DATE)
                SELECT  :T-DQR-RULE ,
                         E.M_BAS_EE_SSN ,
                        :K-NO-DEPT ,
                        :W-BUS-DATE
                FROM     ST_MST_EMPLOYEE_BASIC  E
                WHERE    E.M_BAS_EE_DROP_NAT_DATE  IS NOT NULL
                AND     (E.M_BAS_EE_NAT_CERT_NUM   IS NULL  OR
                         E.M_BAS_EE_NAT_CERT_NUM   =  ' ')
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0120-CHECK-NAT-CERT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0130-CHECK-BANK-PAY                           *
      *****************************************************************
      *    A PENSION IN PAYMENT OR SUSPENDED WITH NO OPEN-ENDED BANK  *
      *    ROW -- THE SAME 'CURRENT' TEST OBSSS682 APPLIES.           *
      *****************************************************************

       C0130-CHECK-BANK-PAY SECTION.

           EXEC SQL
                INSERT INTO ST_WRK_DQ_FAIL
                     (DQF_RULE,  DQF_SSN,  DQF_DEPT,  DQF_RUN_DATE)
                SELECT  :T-DQR-RULE ,
                         E.M_BAS_EE_SSN ,
                        :K-NO-DEPT ,
                        :W-BUS-DATE
                FROM     ST_MST_EMPLOYEE_BASIC  E
                WHERE    EXISTS
                         (SELECT 1
                            FROM ST_MST_PENSION  P
                           WHERE P.PEN_SSN     =  E.M_BAS_EE_SSN
                             AND P.PEN_STATUS  IN ('P', 'S'))
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_MST_BANK_PAY  B
                           WHERE B.M_BANK_PAY_SSN  =  E.M_BAS_EE_SSN
                             AND B.M_BANK_PAY_END_DATE  IS NULL)
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0130-CHECK-BANK-PAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0140-CHECK-ADDRESS                            *
      *****************************************************************

       C0140-CHECK-ADDRESS SECTION.

           EXEC SQL
                INSERT INTO ST_WRK_DQ_FAIL
                     (DQF_RULE,  DQF_SSN,  DQF_DEPT,  DQF_RUN_DATE)
                SELECT  :T-DQR-RULE ,
                         E.M_BAS_EE_SSN ,
                        :K-NO-DEPT ,
                        :W-BUS-DATE
                FROM     ST_MST_EMPLOYEE_BASIC  E
                WHERE    NOT EXISTS
                         (SELECT 1
                            FROM ST_MST_ADDRESS  A
                           WHERE A.ADR_KEY_TYPE  =  'E'
                             AND A.ADR_KEY       =  E.M_BAS_EE_SSN)
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0140-CHECK-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0150-CHECK-EMPLOYER                           *
      *****************************************************************
      *    A MEMBER NEITHER TERMINATED NOR DEAD WHOSE EMPLOYER IS     *
      *    NOT ON THE EMPLOYER MASTER OR CARRIES A BLOCK CODE -- THE  *
      *    ACTIVE-EMPLOYER TEST OBSSS620 AND OBSSS667 APPLY.          *
      *****************************************************************

       C0150-CHECK-EMPLOYER SECTION.

           EXEC SQL
                INSERT INTO ST_WRK_DQ_FAIL
                     (DQF_RULE,  DQF_SSN,  DQF_DEPT,  DQF_RUN_DATE)
                SELECT  :T-DQR-RULE ,
                         E.M_BAS_EE_SSN ,
                        :K-NO-DEPT ,
                        :W-BUS-DATE
                FROM     ST_MST_EMPLOYEE_BASIC  E
                WHERE    E.M_BAS_EE_TERM_ACT_DATE  IS NULL
                AND      E.M_BAS_EE_DEATH_DATE     IS NULL
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_MST_EMPLOYER_BASIC  R
                           WHERE R.M_BAS_ER_REG_NUM  =
                                 E.M_BAS_EE_EMPLOYER_NUM
                             AND (R.M_BAS_ER_BLOCK_CODE  IS NULL
                              OR  R.M_BAS_ER_BLOCK_CODE  =  ' '))
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0150-CHECK-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-STAMP-DEPARTMENT                         *
      *****************************************************************
      *    THE DEPARTMENT ON THE MEMBER'S LATEST CHANGE HISTORY ROW   *
      *    THAT CARRIES ONE.  A MEMBER WITH NO SUCH ROW KEEPS '??'.   *
      *****************************************************************

       C0200-STAMP-DEPARTMENT SECTION.

           MOVE 'ST_WRK_DQ_FAIL'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_DQ_FAIL  F
                SET     F.DQF_DEPT  =
                        COALESCE(
                         (SELECT MIN(H.HST_DEPT)
                          FROM   ST_HST_EMPLOYEE_BASIC  H
                          WHERE  H.HST_SSN   =  F.DQF_SSN
                          AND    H.HST_DEPT  >  ' '
                          AND    H.HST_EFF_DATE  =
                                (SELECT MAX(H2.HST_EFF_DATE)
                                 FROM   ST_HST_EMPLOYEE_BASIC  H2
                                 WHERE  H2.HST_SSN   =  F.DQF_SSN
                                 AND    H2.HST_DEPT  >  ' ')),
                         :K-NO-DEPT)
                WHERE   F.DQF_RULE  =  :T-DQR-RULE
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0200-STAMP-DEPARTMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-SCORE-RULE                               *
      *****************************************************************
      *    TODAY'S SCORES FOR THE RULE REPLACE ANY FROM AN EARLIER    *
      *    RUN ON THE SAME BUSINESS DATE: ONE ROW PER DEPARTMENT WITH *
      *    FAILURES, AND THE RULE TOTAL UNDER '**' EVEN WHEN IT IS    *
      *    ZERO, SO EVERY RUN LEAVES A POINT ON THE TREND.            *
      *****************************************************************

       D0000-SCORE-RULE SECTION.

           MOVE 'ST_HST_DQ_SCORE'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_HST_DQ_SCORE
                WHERE  SCR_RULE      =  :T-DQR-RULE
                AND    SCR_RUN_DATE  =  :W-BUS-DATE
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC SQL
                INSERT INTO ST_HST_DQ_SCORE
                     (SCR_RUN_DATE,  SCR_RULE,
                      SCR_DEPT,      SCR_FAILS)
                SELECT  :W-BUS-DATE ,
                        :T-DQR-RULE ,
                         DQF_DEPT ,
                         COUNT(*)
                FROM     ST_WRK_DQ_FAIL
                WHERE    DQF_RULE  =  :T-DQR-RULE
                GROUP BY DQF_DEPT
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC SQL
                INSERT INTO ST_HST_DQ_SCORE
                     (SCR_RUN_DATE,  SCR_RULE,
                      SCR_DEPT,      SCR_FAILS)
                SELECT  :W-BUS-DATE ,
                        :T-DQR-RULE ,
                        :K-RULE-TOTAL ,
                         COUNT(*)
                FROM     ST_WRK_DQ_FAIL
                WHERE    DQF_RULE  =  :T-DQR-RULE
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  SPACES  TO  W-PREV-RUN-DATE.

           EXEC SQL
                SELECT   COALESCE(MAX(SCR_RUN_DATE), ' ')
                INTO    :W-PREV-RUN-DATE
                FROM     ST_HST_DQ_SCORE
                WHERE    SCR_RULE      =  :T-DQR-RULE
                AND      SCR_DEPT      =  :K-RULE-TOTAL
                AND      SCR_RUN_DATE  <  :W-MONTH-START
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

       D0000-SCORE-RULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-REPORT-SCORES                            *
      *****************************************************************
      *    ONE LINE PER DEPARTMENT FAILING TODAY OR AT THE LAST RUN   *
      *    OF THE PREVIOUS MONTH, THE RULE TOTAL LAST.                *
      *****************************************************************

       D0100-REPORT-SCORES SECTION.

           MOVE 'N'  TO  W-DEPT-EOF-SW.

           MOVE 'ST_HST_DQ_SCORE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE SCR-CURSOR CURSOR FOR
                SELECT   SCR_DEPT ,
                         SUM(CASE WHEN SCR_RUN_DATE  =  :W-BUS-DATE
                                  THEN SCR_FAILS ELSE 0 END) ,
                         SUM(CASE WHEN SCR_RUN_DATE  =  :W-PREV-RUN-DATE
                                  THEN SCR_FAILS ELSE 0 END)
                FROM     ST_HST_DQ_SCORE
                WHERE    SCR_RULE      =  :T-DQR-RULE
                AND      SCR_RUN_DATE  IN (:W-BUS-DATE,
                                           :W-PREV-RUN-DATE)
                GROUP BY SCR_DEPT
                ORDER BY CASE WHEN SCR_DEPT  =  :K-RULE-TOTAL
                              THEN 1 ELSE 0 END ,
                         SCR_DEPT
           END-EXEC.

           EXEC SQL
                OPEN SCR-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM D0110-FETCH-SCORE
               UNTIL  W-DEPT-EOF.

           EXEC SQL
                CLOSE SCR-CURSOR
           END-EXEC.

       D0100-REPORT-SCORES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0110-FETCH-SCORE                              *
      *****************************************************************

       D0110-FETCH-SCORE SECTION.

           EXEC SQL
                FETCH SCR-CURSOR
                INTO  :T-SCR-DEPT       ,
                      :T-SCR-FAILS-NOW  ,
                      :T-SCR-FAILS-PREV
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-DEPT-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM D0120-WRITE-SCORE-LINE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-DEPT-EOF-SW.

       D0110-FETCH-SCORE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0120-WRITE-SCORE-LINE                         *
      *****************************************************************

       D0120-WRITE-SCORE-LINE SECTION.

           COMPUTE  W-CHANGE  =  T-SCR-FAILS-NOW  -  T-SCR-FAILS-PREV.

           MOVE 'SCORE'                  TO  DQR-TYPE.
           MOVE  SPACES                  TO  DQR-DETAIL.
           MOVE  T-DQR-RULE              TO  DQR-SC-RULE.
           MOVE  T-SCR-FAILS-NOW         TO  DQR-SC-NOW.
           MOVE  T-SCR-FAILS-PREV        TO  DQR-SC-PREV.
           MOVE  W-CHANGE                TO  DQR-SC-CHANGE.

           IF  T-SCR-DEPT  EQUAL TO  K-RULE-TOTAL
               MOVE 'TOTAL'              TO  DQR-SC-DEPT
           ELSE
               MOVE  T-SCR-DEPT          TO  DQR-SC-DEPT.

           PERFORM S0100-WRITE-RPT-LINE.

       D0120-WRITE-SCORE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-LIST-FAILURES                            *
      *****************************************************************
      *    THE FAILING SSNS BY DEPARTMENT, SO THE CLEAN-UP CAN BE     *
      *    HANDED OUT, UP TO THE RULE'S LIST LIMIT.  THE WORKLIST     *
      *    ITSELF ALWAYS HOLDS THEM ALL.                              *
      *****************************************************************

       E0000-LIST-FAILURES SECTION.

           MOVE 'N'     TO  W-FAIL-EOF-SW.
           MOVE  ZEROES TO  W-LISTED.

           MOVE 'ST_WRK_DQ_FAIL'  TO  W-EIBDS.

           EXEC SQL
                DECLARE DQF-CURSOR CURSOR FOR
                SELECT   DQF_DEPT ,
                         DQF_SSN
                FROM     ST_WRK_DQ_FAIL
                WHERE    DQF_RULE  =  :T-DQR-RULE
                ORDER BY DQF_DEPT ,
                         DQF_SSN
           END-EXEC.

           EXEC SQL
                OPEN DQF-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM E0100-FETCH-FAILURE
               UNTIL  W-FAIL-EOF.

           EXEC SQL
                CLOSE DQF-CURSOR
           END-EXEC.

       E0000-LIST-FAILURES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0100-FETCH-FAILURE                            *
      *****************************************************************

       E0100-FETCH-FAILURE SECTION.

           EXEC SQL
                FETCH DQF-CURSOR
                INTO  :T-DQF-DEPT ,
                      :T-DQF-SSN
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-FAIL-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM E0200-WRITE-SSN-LINE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-FAIL-EOF-SW.

       E0100-FETCH-FAILURE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0200-WRITE-SSN-LINE                           *
      *****************************************************************
      *    LISTING STOPS AT THE RULE'S LIST LIMIT; ZERO LISTS ALL.    *
      *****************************************************************

       E0200-WRITE-SSN-LINE SECTION.

           ADD  1  TO  W-LISTED.

           MOVE 'SSN  '                  TO  DQR-TYPE.
           MOVE  SPACES                  TO  DQR-DETAIL.
           MOVE  T-DQR-RULE              TO  DQR-SS-RULE.
           MOVE  T-DQF-DEPT              TO  DQR-SS-DEPT.
           MOVE  T-DQF-SSN               TO  DQR-SS-SSN.
           PERFORM S0100-WRITE-RPT-LINE.

           IF  T-DQR-LIST-MAX  GREATER THAN  ZERO  AND
               W-LISTED  NOT LESS THAN  T-DQR-LIST-MAX
               MOVE 'Y'  TO  W-FAIL-EOF-SW
           ELSE
               NEXT SENTENCE.

       E0200-WRITE-SSN-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-DQR-SEQ.
           MOVE  W-DQR-SEQ  TO  DQR-SEQ.

           EXEC CICS WRITE
                FILE    ('DQSRPT  ')
                RIDFLD  (DQR-SEQ)
                FROM    (DQSRPT-REC)
                LENGTH  (LENGTH OF DQSRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'DQSRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF DQR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF DQSRPT-REC          TO  W-RPL-REC-LEN
           MOVE  DQSRPT-REC                    TO  W-RPL-IMAGE
           PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0100-WRITE-RPT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0970-START-RUN-STATS                          *
      *****************************************************************
      *    THIS SECTION OPENS THIS PROGRAM'S ST_BAT_RUN_LOG ROW FOR   *
      *    THE BUSINESS DATE THROUGH OBSSS684, WHICH COMMITS IT, AND  *
      *    ZEROES THE ROW COUNTS KEPT DURING THE RUN.  THE RUN IS     *
      *    TAKEN AS COMPLETED UNLESS IT SAYS OTHERWISE BY THE END.    *
      *****************************************************************

       S0970-START-RUN-STATS SECTION.

           MOVE 'OBSSS700'  TO  X684-PROGRAM.
           MOVE 'S'         TO  X684-FUNCTION.
           MOVE 'C'         TO  X684-END-STATUS.
           MOVE  ZEROES     TO  X684-ROWS-READ
                                X684-ROWS-WRITTEN
                                X684-ROWS-REJECTED.

           EXEC CICS LINK
                PROGRAM  ('OBSSS684')
                COMMAREA (X684-RUN-STATS-AREA)
                LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
           END-EXEC.

       S0970-START-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0975-END-RUN-STATS                            *
      *****************************************************************
      *    THIS SECTION CLOSES THIS PROGRAM'S ST_BAT_RUN_LOG ROW      *
      *    THROUGH OBSSS684 WITH THE END TIME, THE ROW COUNTS AND     *
      *    THE END STATUS.  IT RUNS FROM THE MAINLINE EXIT, SO EVERY  *
      *    NORMAL WAY OUT OF THE PROGRAM IS RECORDED.                 *
      *****************************************************************

       S0975-END-RUN-STATS SECTION.

           MOVE 'E'         TO  X684-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS684')
                COMMAREA (X684-RUN-STATS-AREA)
                LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
           END-EXEC.

       S0975-END-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0980-COUNT-ROW-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A ROW FETCHED FROM A DB2 CURSOR.       *
      *****************************************************************

       S0980-COUNT-ROW-READ SECTION.

           IF  SQLCODE  EQUAL TO  +0
               ADD  1  TO  X684-ROWS-READ
           ELSE
               NEXT SENTENCE.

       S0980-COUNT-ROW-READ-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0985-COUNT-ROWS-WRITTEN                       *
      *****************************************************************
      *    THIS SECTION COUNTS THE ROWS INSERTED, UPDATED OR DELETED  *
      *    BY THE LAST SQL STATEMENT, AS DB2 REPORTS THEM IN SQLERRD. *
      *****************************************************************

       S0985-COUNT-ROWS-WRITTEN SECTION.

           IF  SQLCODE  EQUAL TO  +0
               ADD  SQLERRD (3)  TO  X684-ROWS-WRITTEN
           ELSE
               NEXT SENTENCE.

       S0985-COUNT-ROWS-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0986-COUNT-REC-WRITTEN                        *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD WRITTEN, REWRITTEN OR DELETED *
      *    ON A FILE, REPORT LINES INCLUDED.                          *
      *****************************************************************

       S0986-COUNT-REC-WRITTEN SECTION.

           IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
               ADD  1  TO  X684-ROWS-WRITTEN
           ELSE
               NEXT SENTENCE.

       S0986-COUNT-REC-WRITTEN-EXIT.  EXIT.
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

       S0990-ARCHIVE-REPORT-LINE SECTION.

           IF  EIBRESP  NOT EQUAL TO  DFHRESP(NORMAL)
               GO TO S0990-ARCHIVE-REPORT-LINE-EXIT
           END-IF.

           MOVE  SQLCA    TO  W-RPL-SQLCA-SAVE.
           MOVE  W-EIBDS  TO  W-RPL-EIBDS-SAVE.
           ADD   1        TO  T-RPL-LINE-NO.

           IF  W-RPL-REC-LEN  GREATER THAN  LENGTH OF W-RPL-IMAGE
               MOVE  LENGTH OF W-RPL-IMAGE  TO  W-RPL-REC-LEN
           END-IF.

           COMPUTE  T-RPL-TEXT-LEN  =  W-RPL-REC-LEN  -  W-RPL-KEY-LEN.

           IF  T-RPL-TEXT-LEN  GREATER THAN  LENGTH OF T-RPL-TEXT-DATA
               MOVE  LENGTH OF T-RPL-TEXT-DATA  TO  T-RPL-TEXT-LEN
           END-IF.

           MOVE  W-RPL-IMAGE (W-RPL-KEY-LEN + 1 : T-RPL-TEXT-LEN)
                                         TO  T-RPL-TEXT-DATA.

           MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_RPT_ARCHIVE_LINE
                     (RPL_REPORT,       RPL_RUN_DATE,
                      RPL_JOB,          RPL_LINE_NO,
                      RPL_TEXT)
                VALUES
                     (:T-RPL-REPORT,    :X684-BUS-DATE,
                      :X684-PROGRAM,    :T-RPL-LINE-NO,
                      :T-RPL-TEXT)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  W-RPL-SQLCA-SAVE  TO  SQLCA.
           MOVE  W-RPL-EIBDS-SAVE  TO  W-EIBDS.

       S0990-ARCHIVE-REPORT-LINE-EXIT.  EXIT.
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
               MOVE ZEROES               TO  ORSS0400-SSN
               MOVE '1700'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
