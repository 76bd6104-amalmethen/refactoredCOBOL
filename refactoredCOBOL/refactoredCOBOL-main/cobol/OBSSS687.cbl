       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        PRIVILEGED-OVERRIDE REGISTER ROUTINE OBSSS687          *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS687.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS687 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX, THAT GATHERS EVERY       *
      *                PRIVILEGED OVERRIDE TAKEN IN THE PREVIOUS      *
      *                CALENDAR MONTH ONTO ST_HST_OVERRIDE_REG FOR    *
      *                SIGN-OFF BY THE SECTION HEAD ON ORP1579P, AND  *
      *                PRINTS THE REGISTER ON THE OVRREG REPORT:      *
      *                                                               *
      *                  PERD  AN OV POSTING FORCED INTO A SOFT-      *
      *                        CLOSED PERIOD (OBSSS601)               *
      *                  LOCK  A RECORD LOCK BROKEN ON ORP1559P       *
      *                  CKPT  A CHECKPOINT CLEARED ON ORP1526P       *
      *                  BDTE  A BUSINESS DATE CHANGED ON ORP1519P    *
      *                  KKDR  A KK ENTRY DROPPED FOR AN ACCOUNT NOT  *
      *                        ON FTKKACCT (OBSSS601, OBSSS627)       *
      *                                                               *
      *                EACH ROW CARRIES THE SECTION, THE CLERK, WHAT  *
      *                WAS OVERRIDDEN AND THE REASON KEYED.  THE TWO  *
      *                BATCH TYPES CARRY A STANDARD REASON; ROWS      *
      *                LOGGED BEFORE SECTION AND REASON WERE KEPT     *
      *                SHOW NONE.  EVERY ROW IS OPENED DUE FOR        *
      *                ATTESTATION RUN_ATTEST_DAYS (DEFAULT 10) DAYS  *
      *                INTO THE CURRENT MONTH; OBSSS688 ESCALATES     *
      *                THOSE STILL OPEN AFTER THAT TO INTERNAL AUDIT. *
      *                A RERUN FOR A MONTH ALREADY GATHERED ONLY      *
      *                REPRINTS THE REGISTER.                         *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_HST_PERIOD_OVERRIDE (DB2 TABLE)         *
      *                    ST_HST_LOCK_AUDIT      (DB2 TABLE)         *
      *                    ST_HST_CKP_CLEARANCE   (DB2 TABLE)         *
      *                    ST_HST_BUS_DATE_CHANGE (DB2 TABLE)         *
      *                    ST_HST_KK_ACCT_DROP    (DB2 TABLE)         *
      *                    ST_BAT_RUN_CONTROL     (DB2 CONTROL TABLE) *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_HST_OVERRIDE_REG ROW PER OVERRIDE.             *
      *             OVRREG LINE PER OVERRIDE BY SECTION, CLERK AND    *
      *             TYPE, A COUNT PER SECTION AND CLERK, THEN THE     *
      *             TOTALS BY TYPE.                                   *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     LINE.                                     *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-686. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98306 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS687'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.

       01  C-DEFAULT-ATTEST-DAYS       PIC S9(03) COMP-3 VALUE +10.

      *****************************************************************
      *        REGISTER MONTH - THE PREVIOUS CALENDAR MONTH:          *
      *        W-MONTH-FROM <= DATE < W-MONTH-TO (YYYYMMDD).          *
      *****************************************************************

       01  W-MONTH-TO                  PIC X(08).
       01  W-MONTH-TO-R REDEFINES W-MONTH-TO.
           05  W-MONTH-TO-YYYY         PIC 9(04).
           05  W-MONTH-TO-MM           PIC 9(02).
           05  W-MONTH-TO-DD           PIC 9(02).
       01  W-MONTH-TO-9 REDEFINES W-MONTH-TO
                                       PIC 9(08).
       01  W-MONTH-FROM                PIC X(08).
       01  W-MONTH-FROM-R REDEFINES W-MONTH-FROM.
           05  W-MONTH-FROM-YYYY       PIC 9(04).
           05  W-MONTH-FROM-MM         PIC 9(02).
           05  W-MONTH-FROM-DD         PIC 9(02).

       01  W-DUE-DATE                  PIC X(08).
       01  W-DUE-DATE-9 REDEFINES W-DUE-DATE
                                       PIC 9(08).
       01  W-ATTEST-DAYS               PIC S9(03) COMP-3.

       01  W-PREV-DEPT                 PIC X(02)  VALUE HIGH-VALUES.
       01  W-PREV-CLERK                PIC X(03)  VALUE HIGH-VALUES.
       01  W-CLERK-COUNT               PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS687'.
       01  T-RUN-ATTEST-DAYS           PIC S9(03) COMP-3.

       01  T-ORG-MONTH                 PIC X(06).
       01  T-ORG-ROWS                  PIC S9(09) COMP.
       01  T-ORG-TYPE                  PIC X(04).
       01  T-ORG-DATE                  PIC X(08).
       01  T-ORG-DEPT                  PIC X(02).
       01  T-ORG-CLERK                 PIC X(03).
       01  T-ORG-KEY                   PIC X(40).
       01  T-ORG-REASON                PIC X(40).
       01  T-ORG-STATUS                PIC X(01).

      *****************************************************************
      *              OVERRIDE COUNTS                                  *
      *****************************************************************

       01  W-COUNTS.
           05  W-CNT-PERD              PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-LOCK              PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-CKPT              PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-BDTE              PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-KKDR              PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  OVRREG-REC.
           05  ORR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ORR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ORR-DETAIL              PIC X(99).
           05  ORR-OVR-DETAIL REDEFINES ORR-DETAIL.
               10  ORR-DEPT            PIC X(02).
               10  FILLER              PIC X(01).
               10  ORR-CLERK           PIC X(03).
               10  FILLER              PIC X(01).
               10  ORR-DATE            PIC X(08).
               10  FILLER              PIC X(01).
               10  ORR-KEY             PIC X(40).
               10  FILLER              PIC X(01).
               10  ORR-REASON          PIC X(40).
               10  FILLER              PIC X(01).
               10  ORR-STATUS          PIC X(01).
           05  ORR-TOTAL-DETAIL REDEFINES ORR-DETAIL.
               10  ORR-TOT-LABEL       PIC X(30).
               10  ORR-TOT-COUNT       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(62).

       01  W-ORR-SEQ                   PIC 9(06)  VALUE ZEROES.
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

           PERFORM B0000-SET-WINDOW.
           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM C0000-BUILD-REGISTER.
           PERFORM D0000-PRINT-REGISTER.
           PERFORM E0000-WRITE-TOTALS.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-SET-WINDOW                               *
      *****************************************************************
      *    THE REGISTER MONTH IS THE CALENDAR MONTH BEFORE THE ONE    *
      *    HOLDING THE RUN BUSINESS DATE OBSSS684 RETURNED AT START.  *
      *****************************************************************

       B0000-SET-WINDOW SECTION.

           MOVE  X684-BUS-DATE   TO  W-MONTH-TO.
           MOVE  01              TO  W-MONTH-TO-DD.
           MOVE  W-MONTH-TO      TO  W-MONTH-FROM.

           IF  W-MONTH-TO-MM  EQUAL TO  01
               MOVE  12  TO  W-MONTH-FROM-MM
               SUBTRACT  1  FROM  W-MONTH-FROM-YYYY
           ELSE
               SUBTRACT  1  FROM  W-MONTH-FROM-MM.

           MOVE  W-MONTH-FROM (1:6)  TO  T-ORG-MONTH.

       B0000-SET-WINDOW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE DAYS ALLOWED FOR ATTESTATION FROM   *
      *    THE PROGRAM'S RUN-CONTROL ROW.  A MISSING ROW OR A ZERO    *
      *    VALUE FALLS BACK TO THE DEFAULT.  THE REGISTER FALLS DUE   *
      *    THAT MANY DAYS AFTER THE FIRST OF THE CURRENT MONTH.       *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'     TO  W-EIBDS.
           MOVE  C-DEFAULT-ATTEST-DAYS   TO  W-ATTEST-DAYS.

           EXEC SQL
                SELECT   RUN_ATTEST_DAYS
                INTO    :T-RUN-ATTEST-DAYS
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
           AND T-RUN-ATTEST-DAYS  GREATER THAN  ZEROES
               MOVE  T-RUN-ATTEST-DAYS  TO  W-ATTEST-DAYS
           END-IF.

           COMPUTE  W-DUE-DATE-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-MONTH-TO-9)
                                          +  W-ATTEST-DAYS).

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-BUILD-REGISTER                           *
      *****************************************************************
      *    ONE INSERT PER OVERRIDE LOG COPIES THE MONTH'S ENTRIES     *
      *    ONTO THE REGISTER AS OPEN ROWS.  A MONTH ALREADY ON THE    *
      *    REGISTER IS LEFT AS IT IS, SO A RERUN DOES NOT UNDO ANY    *
      *    ATTESTATION ALREADY GIVEN.                                 *
      *****************************************************************

       C0000-BUILD-REGISTER SECTION.

           MOVE 'ST_HST_OVERRIDE_REG'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :T-ORG-ROWS
                FROM     ST_HST_OVERRIDE_REG
                WHERE    ORG_MONTH  =  :T-ORG-MONTH
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-ORG-ROWS  GREATER THAN  ZEROES
               GO TO C0000-BUILD-REGISTER-EXIT
           END-IF.

           PERFORM C0100-ADD-PERIOD-OVERRIDES.
           PERFORM C0200-ADD-LOCK-BREAKS.
           PERFORM C0300-ADD-CKP-CLEARANCES.
           PERFORM C0400-ADD-BUS-DATE-CHANGES.
           PERFORM C0500-ADD-KK-DROPS.

       C0000-BUILD-REGISTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-ADD-PERIOD-OVERRIDES                     *
      *****************************************************************

       C0100-ADD-PERIOD-OVERRIDES SECTION.

           MOVE 'ST_HST_PERIOD_OVERRIDE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_OVERRIDE_REG
                     (ORG_MONTH,        ORG_TYPE,
                      ORG_DATE,         ORG_DEPT,
                      ORG_CLERK,        ORG_KEY,
                      ORG_REASON,       ORG_STATUS,
                      ORG_DUE_DATE,     ORG_ATT_CLERK,
                      ORG_ATT_DATE,     ORG_ESC_DATE)
                SELECT  :T-ORG-MONTH ,
                        'PERD' ,
                         POV_POST_DATE ,
                         COALESCE (POV_DEPT, ' ') ,
                         COALESCE (POV_CLERK, ' ') ,
                        'SSN ' CONCAT POV_SSN CONCAT
                        ' PERIOD ' CONCAT POV_PERIOD CONCAT
                        ' ' CONCAT POV_ACCT_CDE ,
                        'OV POSTED INTO A SOFT-CLOSED PERIOD' ,
                        'O' ,
                        :W-DUE-DATE ,
                        ' ' ,
                        ' ' ,
                        ' '
                FROM     ST_HST_PERIOD_OVERRIDE
                WHERE    POV_POST_DATE  >=  :W-MONTH-FROM
                AND      POV_POST_DATE   <  :W-MONTH-TO
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0985-COUNT-ROWS-WRITTEN.

       C0100-ADD-PERIOD-OVERRIDES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-ADD-LOCK-BREAKS                          *
      *****************************************************************

       C0200-ADD-LOCK-BREAKS SECTION.

           MOVE 'ST_HST_LOCK_AUDIT'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_OVERRIDE_REG
                     (ORG_MONTH,        ORG_TYPE,
                      ORG_DATE,         ORG_DEPT,
                      ORG_CLERK,        ORG_KEY,
                      ORG_REASON,       ORG_STATUS,
                      ORG_DUE_DATE,     ORG_ATT_CLERK,
                      ORG_ATT_DATE,     ORG_ESC_DATE)
                SELECT  :T-ORG-MONTH ,
                        'LOCK' ,
                         LAU_BREAK_DATE ,
                         COALESCE (LAU_DEPT, ' ') ,
                         LAU_BROKEN_BY ,
                         LAU_KEY_TYPE CONCAT ' ' CONCAT
                         DIGITS (LAU_KEY) CONCAT
                        ' HELD ' CONCAT LAU_HELD_CLERK CONCAT
                        ' ' CONCAT LAU_HELD_PROGRAM ,
                         COALESCE (LAU_REASON,
                                   '(NO REASON RECORDED)') ,
                        'O' ,
                        :W-DUE-DATE ,
                        ' ' ,
                        ' ' ,
                        ' '
                FROM     ST_HST_LOCK_AUDIT
                WHERE    LAU_BREAK_DATE  >=  :W-MONTH-FROM
                AND      LAU_BREAK_DATE   <  :W-MONTH-TO
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0985-COUNT-ROWS-WRITTEN.

       C0200-ADD-LOCK-BREAKS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-ADD-CKP-CLEARANCES                       *
      *****************************************************************

       C0300-ADD-CKP-CLEARANCES SECTION.

           MOVE 'ST_HST_CKP_CLEARANCE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_OVERRIDE_REG
                     (ORG_MONTH,        ORG_TYPE,
                      ORG_DATE,         ORG_DEPT,
                      ORG_CLERK,        ORG_KEY,
                      ORG_REASON,       ORG_STATUS,
                      ORG_DUE_DATE,     ORG_ATT_CLERK,
                      ORG_ATT_DATE,     ORG_ESC_DATE)
                SELECT  :T-ORG-MONTH ,
                        'CKPT' ,
                         CLR_POST_DATE ,
                         COALESCE (CLR_DEPT, ' ') ,
                         CLR_CLERK ,
                         SUBSTR ('SSN ' CONCAT DIGITS (CLR_SSN)
                                 CONCAT ' ' CONCAT CLR_TABLE,
                                 1, 40) ,
                         COALESCE (CLR_REASON,
                                   '(NO REASON RECORDED)') ,
                        'O' ,
                        :W-DUE-DATE ,
                        ' ' ,
                        ' ' ,
                        ' '
                FROM     ST_HST_CKP_CLEARANCE
                WHERE    CLR_POST_DATE  >=  :W-MONTH-FROM
                AND      CLR_POST_DATE   <  :W-MONTH-TO
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0985-COUNT-ROWS-WRITTEN.

       C0300-ADD-CKP-CLEARANCES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-ADD-BUS-DATE-CHANGES                     *
      *****************************************************************
      *    BDC_CHANGE_DATE IS THE BUSINESS DATE THE CHANGE TOOK       *
      *    EFFECT, WHICH IS THE DATE THE REGISTER SHOWS FOR IT.       *
      *****************************************************************

       C0400-ADD-BUS-DATE-CHANGES SECTION.

           MOVE 'ST_HST_BUS_DATE_CHANGE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_OVERRIDE_REG
                     (ORG_MONTH,        ORG_TYPE,
                      ORG_DATE,         ORG_DEPT,
                      ORG_CLERK,        ORG_KEY,
                      ORG_REASON,       ORG_STATUS,
                      ORG_DUE_DATE,     ORG_ATT_CLERK,
                      ORG_ATT_DATE,     ORG_ESC_DATE)
                SELECT  :T-ORG-MONTH ,
                        'BDTE' ,
                         BDC_CHANGE_DATE ,
                         COALESCE (BDC_DEPT, ' ') ,
                         BDC_CLERK ,
                        'BUS DATE ' CONCAT BDC_OLD_BUS_DATE CONCAT
                        ' TO ' CONCAT BDC_NEW_BUS_DATE CONCAT
                        ' TERM ' CONCAT BDC_TERM_ID ,
                         COALESCE (BDC_REASON,
                                   '(NO REASON RECORDED)') ,
                        'O' ,
                        :W-DUE-DATE ,
                        ' ' ,
                        ' ' ,
                        ' '
                FROM     ST_HST_BUS_DATE_CHANGE
                WHERE    BDC_CHANGE_DATE  >=  :W-MONTH-FROM
                AND      BDC_CHANGE_DATE   <  :W-MONTH-TO
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0985-COUNT-ROWS-WRITTEN.

       C0400-ADD-BUS-DATE-CHANGES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-ADD-KK-DROPS                             *
      *****************************************************************

       C0500-ADD-KK-DROPS SECTION.

           MOVE 'ST_HST_KK_ACCT_DROP'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_OVERRIDE_REG
                     (ORG_MONTH,        ORG_TYPE,
                      ORG_DATE,         ORG_DEPT,
                      ORG_CLERK,        ORG_KEY,
                      ORG_REASON,       ORG_STATUS,
                      ORG_DUE_DATE,     ORG_ATT_CLERK,
                      ORG_ATT_DATE,     ORG_ESC_DATE)
                SELECT  :T-ORG-MONTH ,
                        'KKDR' ,
                         KKD_POST_DATE ,
                         COALESCE (KKD_DEPT, ' ') ,
                         COALESCE (KKD_CLERK, ' ') ,
                        'SSN ' CONCAT KKD_SSN CONCAT
                        ' ACCT ' CONCAT KKD_ACCT CONCAT
                        ' ' CONCAT KKD_TRAN_CODE ,
                        'KK ACCOUNT NOT ON FTKKACCT - ENTRY DROPPED' ,
                        'O' ,
                        :W-DUE-DATE ,
                        ' ' ,
                        ' ' ,
                        ' '
                FROM     ST_HST_KK_ACCT_DROP
                WHERE    KKD_POST_DATE  >=  :W-MONTH-FROM
                AND      KKD_POST_DATE   <  :W-MONTH-TO
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0985-COUNT-ROWS-WRITTEN.

       C0500-ADD-KK-DROPS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-REGISTER                           *
      *****************************************************************
      *    THE MONTH'S REGISTER IN SECTION, CLERK, TYPE AND DATE      *
      *    ORDER, WITH A COUNT AFTER EACH CLERK.                      *
      *****************************************************************

       D0000-PRINT-REGISTER SECTION.

           MOVE 'ST_HST_OVERRIDE_REG'  TO  W-EIBDS.

           EXEC SQL
                DECLARE ORG-CURSOR CURSOR FOR
                SELECT   ORG_TYPE     ,
                         ORG_DATE     ,
                         ORG_DEPT     ,
                         ORG_CLERK    ,
                         ORG_KEY      ,
                         ORG_REASON   ,
                         ORG_STATUS
                FROM     ST_HST_OVERRIDE_REG
                WHERE    ORG_MONTH  =  :T-ORG-MONTH
                ORDER BY ORG_DEPT, ORG_CLERK, ORG_TYPE, ORG_DATE
           END-EXEC.

           EXEC SQL
                OPEN ORG-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'N'  TO  W-EOF-SW.
           PERFORM D0100-FETCH-OVERRIDE
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE ORG-CURSOR
           END-EXEC.

           IF  W-PREV-DEPT  NOT EQUAL TO  HIGH-VALUES
               PERFORM D0300-WRITE-CLERK-COUNT
           END-IF.

       D0000-PRINT-REGISTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-FETCH-OVERRIDE                           *
      *****************************************************************

       D0100-FETCH-OVERRIDE SECTION.

           EXEC SQL
                FETCH ORG-CURSOR
                INTO  :T-ORG-TYPE   ,
                      :T-ORG-DATE   ,
                      :T-ORG-DEPT   ,
                      :T-ORG-CLERK  ,
                      :T-ORG-KEY    ,
                      :T-ORG-REASON ,
                      :T-ORG-STATUS
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM D0200-WRITE-OVERRIDE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       D0100-FETCH-OVERRIDE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-WRITE-OVERRIDE                           *
      *****************************************************************

       D0200-WRITE-OVERRIDE SECTION.

           IF  W-PREV-DEPT  NOT EQUAL TO  HIGH-VALUES
           AND (T-ORG-DEPT   NOT EQUAL TO  W-PREV-DEPT
            OR  T-ORG-CLERK  NOT EQUAL TO  W-PREV-CLERK)
               PERFORM D0300-WRITE-CLERK-COUNT
           END-IF.

           MOVE  T-ORG-DEPT    TO  W-PREV-DEPT.
           MOVE  T-ORG-CLERK   TO  W-PREV-CLERK.
           ADD   1             TO  W-CLERK-COUNT.

           MOVE  SPACES        TO  ORR-DETAIL.
           MOVE  T-ORG-TYPE    TO  ORR-TYPE.
           MOVE  T-ORG-DEPT    TO  ORR-DEPT.
           MOVE  T-ORG-CLERK   TO  ORR-CLERK.
           MOVE  T-ORG-DATE    TO  ORR-DATE.
           MOVE  T-ORG-KEY     TO  ORR-KEY.
           MOVE  T-ORG-REASON  TO  ORR-REASON.
           MOVE  T-ORG-STATUS  TO  ORR-STATUS.

           IF  T-ORG-TYPE  EQUAL TO  'PERD'
               ADD  1  TO  W-CNT-PERD
           ELSE
           IF  T-ORG-TYPE  EQUAL TO  'LOCK'
               ADD  1  TO  W-CNT-LOCK
           ELSE
           IF  T-ORG-TYPE  EQUAL TO  'CKPT'
               ADD  1  TO  W-CNT-CKPT
           ELSE
           IF  T-ORG-TYPE  EQUAL TO  'BDTE'
               ADD  1  TO  W-CNT-BDTE
           ELSE
               ADD  1  TO  W-CNT-KKDR.

           PERFORM S0100-WRITE-RPT-LINE.

       D0200-WRITE-OVERRIDE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0300-WRITE-CLERK-COUNT                        *
      *****************************************************************

       D0300-WRITE-CLERK-COUNT SECTION.

           MOVE 'CLERK'                 TO  ORR-TYPE.
           MOVE  SPACES                 TO  ORR-DETAIL.
           MOVE 'SECTION    CLERK'      TO  ORR-TOT-LABEL.
           MOVE  W-PREV-DEPT            TO  ORR-DETAIL (9:2).
           MOVE  W-PREV-CLERK           TO  ORR-DETAIL (18:3).
           MOVE  W-CLERK-COUNT          TO  ORR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  ZEROES                 TO  W-CLERK-COUNT.

       D0300-WRITE-CLERK-COUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-WRITE-TOTALS                             *
      *****************************************************************

       E0000-WRITE-TOTALS SECTION.

           MOVE 'TOTAL'                          TO  ORR-TYPE.

           MOVE  SPACES                          TO  ORR-DETAIL.
           MOVE 'REGISTER MONTH (YYYYMM)'        TO  ORR-TOT-LABEL.
           MOVE  T-ORG-MONTH                     TO  ORR-DETAIL (31:6).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  ORR-DETAIL.
           MOVE 'PERIOD OVERRIDES'               TO  ORR-TOT-LABEL.
           MOVE  W-CNT-PERD                      TO  ORR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  ORR-DETAIL.
           MOVE 'LOCKS BROKEN'                   TO  ORR-TOT-LABEL.
           MOVE  W-CNT-LOCK                      TO  ORR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  ORR-DETAIL.
           MOVE 'CHECKPOINTS CLEARED'            TO  ORR-TOT-LABEL.
           MOVE  W-CNT-CKPT                      TO  ORR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  ORR-DETAIL.
           MOVE 'BUSINESS DATE CHANGES'          TO  ORR-TOT-LABEL.
           MOVE  W-CNT-BDTE                      TO  ORR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  ORR-DETAIL.
           MOVE 'KK ENTRIES DROPPED'             TO  ORR-TOT-LABEL.
           MOVE  W-CNT-KKDR                      TO  ORR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  ORR-DETAIL.
           MOVE 'ATTESTATION DUE (YYYYMMDD)'     TO  ORR-TOT-LABEL.
           MOVE  W-DUE-DATE                      TO  ORR-DETAIL (31:8).
           PERFORM S0100-WRITE-RPT-LINE.

       E0000-WRITE-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-ORR-SEQ.
           MOVE  W-ORR-SEQ  TO  ORR-SEQ.

           EXEC CICS WRITE
                FILE    ('OVRREG  ')
                RIDFLD  (ORR-SEQ)
                FROM    (OVRREG-REC)
                LENGTH  (LENGTH OF OVRREG-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'OVRREG  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF ORR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF OVRREG-REC          TO  W-RPL-REC-LEN
           MOVE  OVRREG-REC                    TO  W-RPL-IMAGE
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

           MOVE 'OBSSS687'  TO  X684-PROGRAM.
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
               MOVE '1687'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
