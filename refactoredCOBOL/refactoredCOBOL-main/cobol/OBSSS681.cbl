       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *             BANK ACCOUNT CHANGE COOLING-OFF  OBSSS681         *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS681.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS681 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO FROM  *
      *                A SCHEDULED PEX AHEAD OF OBSSS623 ON THE SAME  *
      *                RUN DATE, THAT KEEPS A MEMBER'S PAYMENTS AWAY  *
      *                FROM A BANK ACCOUNT THAT HAS ONLY JUST BEEN    *
      *                CHANGED -- THE USUAL WAY AN IDENTITY TAKEOVER  *
      *                COLLECTS THE NEXT PAYROLL:                     *
      *                                                               *
      *                - A CURRENT ST_MST_BANK_PAY ROW THAT REPLACED  *
      *                  AN EARLIER ONE (THE MEMBER HAS AN END-DATED  *
      *                  ROW) AND TOOK EFFECT LESS THAN RUN_COOL_DAYS *
      *                  AGO (PROGRAM'S ST_BAT_RUN_CONTROL ROW,       *
      *                  DEFAULT 10) OPENS A COOLING-OFF HOLD ('H')   *
      *                  ON ST_WRK_BANK_COOLOFF THAT LAPSES            *
      *                  RUN_COOL_DAYS AFTER THE CHANGE.  A FIRST     *
      *                  REGISTRATION IS NOT A CHANGE AND OPENS NONE. *
      *                - THE MEMBER IS TOLD THROUGH A BKCH EVENT ON   *
      *                  ST_WRK_NOTIFY_EVENT.  THE EVENT REFERENCE IS *
      *                  THE START OF THE COOLING-OFF WINDOW BEFORE   *
      *                  THE CHANGE, AND OBSSS634 SENDS TO THE        *
      *                  CONTACT DETAILS ON FILE AT THAT DATE, NOT    *
      *                  TO ANY PHONE OR E-MAIL CHANGED ALONGSIDE THE *
      *                  ACCOUNT.                                     *
      *                - A HOLD WHOSE PERIOD HAS ENDED EXPIRES ('E'): *
      *                  ONCE THE MEMBER HAS NO OTHER HOLD OPEN, THE  *
      *                  PAYMENTS IT STOPPED ARE RELEASED ('R') ON    *
      *                  ST_WRK_STOP_PAY AND OBSSS623'S RELEASED-STOP *
      *                  PASS PAYS THEM ON THIS SAME RUN DATE.        *
      *                - EVERY DISBURSEMENT POSTED TODAY FOR A MEMBER *
      *                  WITH A HOLD OPEN IS STOPPED: A ST_WRK_STOP_  *
      *                  PAY ROW (REFERENCE COOLOFF) MAKES OBSSS623   *
      *                  LEAVE IT OUT OF DISBOUT AND LIST IT ON       *
      *                  STPREG, THE SAME WAY AN ORP1554P STOP DOES.  *
      *                - A SUPERVISOR RELEASES A HOLD EARLY ON        *
      *                  ORP1575P AFTER A CALLBACK TO THE MEMBER.     *
      *                - EVERY HOLD OPENED, PAYMENT STOPPED AND HOLD  *
      *                  EXPIRED IS LOGGED ON ST_HST_BANK_COOLOFF_LOG *
      *                  (ORP1575P LOGS THE EARLY RELEASES) AND       *
      *                  PRINTED ON THE COOLRPT REPORT.               *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_BANK_PAY       (DB2 MASTER TABLE)   *
      *                    ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)  *
      *                    ST_BAT_DISB_ACCTS     (DB2 CONTROL TABLE)  *
      *                    ST_WRK_BANK_COOLOFF   (DB2 WORK TABLE)     *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_WRK_BANK_COOLOFF HOLDS; ST_WRK_STOP_PAY STOPS  *
      *             AND RELEASES; BKCH NOTIFICATION EVENTS; THE       *
      *             ST_HST_BANK_COOLOFF_LOG TRAIL; THE COOLRPT        *
      *             REPORT.                                           *
      *                                                               *
      *    TABLES - NONE.                                             *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE          *
      *                     REPORT IS WRITTEN.                        *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-680. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98299 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS681'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-RETURN-TRAN-CODE      PIC X(04)  VALUE 'BRTN'.
           05  K-STALE-TRAN-CODE       PIC X(04)  VALUE 'STLC'.
           05  K-DEFAULT-COOL-DAYS     PIC S9(04) COMP VALUE +10.
           05  K-COOLOFF-REF           PIC X(10)  VALUE 'COOLOFF'.
           05  K-COOLOFF-CLERK         PIC X(03)  VALUE 'CLO'.
           05  K-ACT-OPEN              PIC X(04)  VALUE 'OPEN'.
           05  K-ACT-HOLD              PIC X(04)  VALUE 'HOLD'.
           05  K-ACT-EXPIRE            PIC X(04)  VALUE 'EXPR'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.

       01  W-TODAY-DATE                PIC X(08).
       01  W-TODAY-9 REDEFINES W-TODAY-DATE
                                       PIC 9(08).
       01  W-COOL-FROM-9               PIC 9(08).
       01  W-COOL-FROM REDEFINES W-COOL-FROM-9
                                       PIC X(08).
       01  W-COOL-FROM-ISO.
           05  W-CFI-YYYY              PIC X(04).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  W-CFI-MM                PIC X(02).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  W-CFI-DD                PIC X(02).

       01  W-COOL-DAYS                 PIC S9(04) COMP.
       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS681'.
       01  T-RUN-COOL-DAYS             PIC S9(04) COMP.

      *****************************************************************
      *        BANK-PAY CHANGE / HOLD HOST VARIABLES                  *
      *****************************************************************

       01  T-BNK-SSN                   PIC 9(11).
       01  T-BNK-EFF-DATE.
           05  T-BED-YYYY              PIC X(04).
           05  FILLER                  PIC X(01).
           05  T-BED-MM                PIC X(02).
           05  FILLER                  PIC X(01).
           05  T-BED-DD                PIC X(02).
       01  T-BNK-BR-AGY                PIC X(04).
       01  T-BNK-ACCT-NUM              PIC X(30).

       01  W-EFF-DATE-BUILD.
           05  W-EDB-YYYY              PIC X(04).
           05  W-EDB-MM                PIC X(02).
           05  W-EDB-DD                PIC X(02).
       01  W-EFF-DATE-9 REDEFINES W-EFF-DATE-BUILD
                                       PIC 9(08).
       01  T-CLO-END-9                 PIC 9(08).
       01  T-CLO-END-DATE REDEFINES T-CLO-END-9
                                       PIC X(08).
       01  W-AS-OF-9                   PIC 9(08).
       01  W-AS-OF-R REDEFINES W-AS-OF-9.
           05  W-AOR-YYYY              PIC X(04).
           05  W-AOR-MM                PIC X(02).
           05  W-AOR-DD                PIC X(02).
       01  W-AS-OF-ISO.
           05  W-AOI-YYYY              PIC X(04).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  W-AOI-MM                PIC X(02).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  W-AOI-DD                PIC X(02).

       01  T-HST-SSN                   PIC 9(11).
       01  T-HST-LEAD-COUNT            PIC S9(07) COMP-3.
       01  T-HST-AMOUNT                PIC S9(12)V999 COMP-3.

       01  T-CLO-OPEN-COUNT            PIC S9(09) COMP.
       01  T-STP-COUNT                 PIC S9(09) COMP.
       01  T-STP-TOTAL                 PIC S9(13)V999 COMP-3.
       01  T-STP-TOTAL-IND             PIC S9(04) COMP.

      *****************************************************************
      *        COOLING-OFF LOG HOST VARIABLES                         *
      *****************************************************************

       01  T-CLL-SSN                   PIC 9(11).
       01  T-CLL-ACTION                PIC X(04).
       01  T-CLL-LEAD-COUNT            PIC S9(07) COMP-3.
       01  T-CLL-AMOUNT                PIC S9(13)V999 COMP-3.
       01  T-CLL-REF                   PIC X(20).
       01  W-CLL-DATE-TIME.
           05  W-CLL-DATE              PIC X(08).
           05  W-CLL-TIME              PIC X(06).

      *****************************************************************
      *        NOTIFICATION EVENT HOST VARIABLES                      *
      *****************************************************************

       01  T-NTF-SSN                   PIC 9(11).
       01  T-NTF-EVENT-CODE            PIC X(04)  VALUE 'BKCH'.
       01  T-NTF-REF                   PIC X(20)  VALUE SPACES.
       01  W-NTF-DATE-TIME.
           05  W-NTF-DATE              PIC 9(08).
           05  W-NTF-TIME              PIC X(06).

      *****************************************************************
      *        COUNTERS                                               *
      *****************************************************************

       01  W-OPEN-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  W-EXPIRE-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-RELEASE-COUNT             PIC S9(07) COMP-3 VALUE +0.
       01  W-RELEASE-AMOUNT            PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-HOLD-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  W-HOLD-AMOUNT               PIC S9(13)V999 COMP-3 VALUE +0.

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
       01  PRT-DETAIL-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRT-DTL-ACTION          PIC X(04).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-SSN             PIC 9(11).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-DATE            PIC X(10).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-AMOUNT          PIC Z(08)9.999-.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-NOTE            PIC X(30).
           05  FILLER                  PIC X(02).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(11)9.999-.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '    BANK ACCOUNT CHANGE COOLING-OFF REPORT  '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(30)  VALUE
               ' ACTN  MEMBER SSN   DATE      '.
           05  FILLER                  PIC X(50)  VALUE
               '          AMOUNT  NOTE'.

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

           PERFORM B0500-GET-RUN-CONTROL.

           COMPUTE  W-COOL-FROM-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-TODAY-9)
                                         -  W-COOL-DAYS).
           MOVE  W-COOL-FROM (1:4)  TO  W-CFI-YYYY.
           MOVE  W-COOL-FROM (5:2)  TO  W-CFI-MM.
           MOVE  W-COOL-FROM (7:2)  TO  W-CFI-DD.

           PERFORM D0050-PRINT-HEADING.
           PERFORM B0000-OPEN-COOLOFFS.
           PERFORM B1000-EXPIRE-COOLOFFS.
           PERFORM B2000-HOLD-PAYMENTS.
           PERFORM D0400-PRINT-TOTALS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    RUN_COOL_DAYS DEFAULTS TO K-DEFAULT-COOL-DAYS WHEN THE     *
      *    ROW IS MISSING OR CARRIES NO POSITIVE VALUE.               *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  K-DEFAULT-COOL-DAYS  TO  W-COOL-DAYS.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_COOL_DAYS
                INTO    :T-RUN-COOL-DAYS
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           IF  T-RUN-COOL-DAYS  GREATER THAN  ZERO
               MOVE  T-RUN-COOL-DAYS  TO  W-COOL-DAYS
           ELSE
               NEXT SENTENCE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-OPEN-COOLOFFS                            *
      *****************************************************************
      *    EVERY CURRENT BANK-PAY ROW THAT REPLACED AN EARLIER ONE    *
      *    INSIDE THE COOLING-OFF WINDOW AND HAS NO HOLD YET.  THE    *
      *    HOLD IS KEYED BY SSN AND THE ROW'S EFFECTIVE DATE, SO A    *
      *    RERUN OPENS NOTHING TWICE AND A SECOND CHANGE INSIDE THE   *
      *    PERIOD OPENS A HOLD OF ITS OWN.                            *
      *****************************************************************

       B0000-OPEN-COOLOFFS SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_MST_BANK_PAY'  TO  W-EIBDS.

           EXEC SQL
                DECLARE NEW-CURSOR CURSOR WITH HOLD FOR
                SELECT   B.M_BANK_PAY_SSN              ,
                         B.M_BANK_PAY_EFF_DATE         ,
                         B.M_BANK_PAY_BANK_BR_AGY_CODE ,
                         B.M_BANK_PAY_PAYEE_ACCT_NUM
                FROM     ST_MST_BANK_PAY  B
                WHERE    B.M_BANK_PAY_END_DATE  IS NULL
                AND      B.M_BANK_PAY_EFF_DATE  >  :W-COOL-FROM-ISO
                AND      EXISTS
                        (SELECT  1
                         FROM    ST_MST_BANK_PAY  P
                         WHERE   P.M_BANK_PAY_SSN  =  B.M_BANK_PAY_SSN
                         AND     P.M_BANK_PAY_END_DATE  IS NOT NULL)
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_BANK_COOLOFF  C
                         WHERE   C.CLO_SSN       =  B.M_BANK_PAY_SSN
                         AND     C.CLO_EFF_DATE  =
                                 B.M_BANK_PAY_EFF_DATE)
                ORDER BY B.M_BANK_PAY_SSN
           END-EXEC.

           EXEC SQL
                OPEN NEW-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-CHANGE
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE NEW-CURSOR
           END-EXEC.

       B0000-OPEN-COOLOFFS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-CHANGE                             *
      *****************************************************************

       B0100-FETCH-CHANGE SECTION.

           EXEC SQL
                FETCH NEW-CURSOR
                INTO  :T-BNK-SSN      ,
                      :T-BNK-EFF-DATE ,
                      :T-BNK-BR-AGY   ,
                      :T-BNK-ACCT-NUM
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-FETCH-CHANGE-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-FETCH-CHANGE-EXIT
           END-IF.

           PERFORM C0000-OPEN-COOLOFF.

       B0100-FETCH-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-OPEN-COOLOFF                             *
      *****************************************************************
      *    THE HOLD LAPSES RUN_COOL_DAYS AFTER THE CHANGE TOOK        *
      *    EFFECT.  THE NOTIFICATION GOES OUT IN THE SAME UNIT OF     *
      *    WORK AS THE HOLD AND ITS LOG ROW.                          *
      *****************************************************************

       C0000-OPEN-COOLOFF SECTION.

           MOVE  T-BED-YYYY  TO  W-EDB-YYYY.
           MOVE  T-BED-MM    TO  W-EDB-MM.
           MOVE  T-BED-DD    TO  W-EDB-DD.

           COMPUTE  T-CLO-END-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-EFF-DATE-9)
                                         +  W-COOL-DAYS).
           COMPUTE  W-AS-OF-9    =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-EFF-DATE-9)
                                         -  W-COOL-DAYS).
           MOVE  W-AOR-YYYY  TO  W-AOI-YYYY.
           MOVE  W-AOR-MM    TO  W-AOI-MM.
           MOVE  W-AOR-DD    TO  W-AOI-DD.

           MOVE 'ST_WRK_BANK_COOLOFF'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_BANK_COOLOFF
                     (CLO_SSN,          CLO_EFF_DATE,
                      CLO_BANK_BR_AGY,  CLO_ACCT_NUM,
                      CLO_END_DATE,     CLO_STATUS,
                      CLO_POST_DATE)
                VALUES
                     (:T-BNK-SSN,       :T-BNK-EFF-DATE,
                      :T-BNK-BR-AGY,    :T-BNK-ACCT-NUM,
                      :T-CLO-END-DATE,  'H',
                      :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  T-BNK-SSN       TO  T-CLL-SSN.
           MOVE  K-ACT-OPEN      TO  T-CLL-ACTION.
           MOVE  ZEROES          TO  T-CLL-LEAD-COUNT
                                     T-CLL-AMOUNT.
           MOVE  T-BNK-EFF-DATE  TO  T-CLL-REF.
           PERFORM S0900-WRITE-COOLOFF-LOG.

           MOVE  T-BNK-SSN       TO  T-NTF-SSN.
           MOVE  W-AS-OF-ISO     TO  T-NTF-REF.
           PERFORM S0950-DROP-NOTIFY-EVENT.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1  TO  W-OPEN-COUNT.

           MOVE ' '                TO  PRT-LINE-CC.
           MOVE  SPACES            TO  PRT-LINE-TEXT.
           MOVE  K-ACT-OPEN        TO  PRT-DTL-ACTION.
           MOVE  T-BNK-SSN         TO  PRT-DTL-SSN.
           MOVE  T-BNK-EFF-DATE    TO  PRT-DTL-DATE.
           MOVE  ZEROES            TO  PRT-DTL-AMOUNT.
           MOVE 'HOLD UNTIL'       TO  PRT-DTL-NOTE.
           MOVE  T-CLO-END-DATE    TO  PRT-DTL-NOTE (12:8).
           PERFORM S0100-WRITE-PRINT-LINE.

       C0000-OPEN-COOLOFF-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1000-EXPIRE-COOLOFFS                          *
      *****************************************************************
      *    EVERY HOLD STILL OPEN WHOSE PERIOD HAS ENDED.  RUN BEFORE  *
      *    TODAY'S PAYMENTS ARE STOPPED, SO A HOLD LAPSING TODAY      *
      *    STOPS NOTHING MORE.                                        *
      *****************************************************************

       B1000-EXPIRE-COOLOFFS SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_WRK_BANK_COOLOFF'  TO  W-EIBDS.

           EXEC SQL
                DECLARE EXP-CURSOR CURSOR WITH HOLD FOR
                SELECT   CLO_SSN      ,
                         CLO_EFF_DATE
                FROM     ST_WRK_BANK_COOLOFF
                WHERE    CLO_STATUS     =  'H'
                AND      CLO_END_DATE  <=  :W-TODAY-DATE
                ORDER BY CLO_SSN , CLO_EFF_DATE
           END-EXEC.

           EXEC SQL
                OPEN EXP-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1100-FETCH-EXPIRED
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE EXP-CURSOR
           END-EXEC.

       B1000-EXPIRE-COOLOFFS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1100-FETCH-EXPIRED                            *
      *****************************************************************

       B1100-FETCH-EXPIRED SECTION.

           EXEC SQL
                FETCH EXP-CURSOR
                INTO  :T-BNK-SSN      ,
                      :T-BNK-EFF-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1100-FETCH-EXPIRED-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1100-FETCH-EXPIRED-EXIT
           END-IF.

           PERFORM C1000-EXPIRE-COOLOFF.

       B1100-FETCH-EXPIRED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1000-EXPIRE-COOLOFF                           *
      *****************************************************************
      *    THE HOLD IS CLOSED.  THE STOPPED PAYMENTS ARE RELEASED     *
      *    ONLY WHEN NO LATER CHANGE STILL HAS A HOLD OPEN FOR THE    *
      *    MEMBER -- THAT HOLD RELEASES THEM WHEN IT ENDS.  THE LOG   *
      *    ROW CARRIES THE TOTAL RELEASED.                            *
      *****************************************************************

       C1000-EXPIRE-COOLOFF SECTION.

           MOVE 'ST_WRK_BANK_COOLOFF'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_BANK_COOLOFF
                SET     CLO_STATUS         =  'E',
                        CLO_RELEASE_DATE   =  :W-TODAY-DATE,
                        CLO_RELEASE_CLERK  =  :K-COOLOFF-CLERK
                WHERE   CLO_SSN       =  :T-BNK-SSN
                AND     CLO_EFF_DATE  =  :T-BNK-EFF-DATE
                AND     CLO_STATUS    =  'H'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-CLO-OPEN-COUNT
                FROM    ST_WRK_BANK_COOLOFF
                WHERE   CLO_SSN     =  :T-BNK-SSN
                AND     CLO_STATUS  =  'H'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  ZEROES  TO  T-STP-COUNT
                             T-STP-TOTAL.

           IF  T-CLO-OPEN-COUNT  EQUAL TO  ZERO
               PERFORM C1100-RELEASE-STOPS
           END-IF.

           MOVE  T-BNK-SSN       TO  T-CLL-SSN.
           MOVE  K-ACT-EXPIRE    TO  T-CLL-ACTION.
           MOVE  ZEROES          TO  T-CLL-LEAD-COUNT.
           MOVE  T-STP-TOTAL     TO  T-CLL-AMOUNT.
           MOVE  T-BNK-EFF-DATE  TO  T-CLL-REF.
           PERFORM S0900-WRITE-COOLOFF-LOG.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1            TO  W-EXPIRE-COUNT.
           ADD  T-STP-COUNT  TO  W-RELEASE-COUNT.
           ADD  T-STP-TOTAL  TO  W-RELEASE-AMOUNT.

           MOVE ' '                TO  PRT-LINE-CC.
           MOVE  SPACES            TO  PRT-LINE-TEXT.
           MOVE  K-ACT-EXPIRE      TO  PRT-DTL-ACTION.
           MOVE  T-BNK-SSN         TO  PRT-DTL-SSN.
           MOVE  T-BNK-EFF-DATE    TO  PRT-DTL-DATE.
           MOVE  T-STP-TOTAL       TO  PRT-DTL-AMOUNT.
           IF  T-CLO-OPEN-COUNT  EQUAL TO  ZERO
               MOVE  T-STP-COUNT       TO  W-COUNT-DSP
               MOVE  W-COUNT-DSP       TO  PRT-DTL-NOTE (1:7)
               MOVE ' PAYMENTS RELEASED'
                                       TO  PRT-DTL-NOTE (8:18)
           ELSE
               MOVE 'LATER HOLD STILL OPEN'
                                       TO  PRT-DTL-NOTE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C1000-EXPIRE-COOLOFF-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1100-RELEASE-STOPS                            *
      *****************************************************************
      *    ONLY THE STOPS THIS PROGRAM PLACED (REFERENCE COOLOFF) ARE *
      *    RELEASED; A CLERK'S ORP1554P STOP ON THE SAME MEMBER IS    *
      *    LEFT FOR ITS OWN DECISION.                                 *
      *****************************************************************

       C1100-RELEASE-STOPS SECTION.

           MOVE 'ST_WRK_STOP_PAY'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*) ,
                        SUM(STP_AMOUNT)
                INTO   :T-STP-COUNT ,
                       :T-STP-TOTAL:T-STP-TOTAL-IND
                FROM    ST_WRK_STOP_PAY
                WHERE   STP_SSN     =  :T-BNK-SSN
                AND     STP_REF     =  :K-COOLOFF-REF
                AND     STP_STATUS  =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-STP-TOTAL-IND  LESS THAN  ZERO
               MOVE  ZEROES  TO  T-STP-TOTAL
           END-IF.

           EXEC SQL
                UPDATE  ST_WRK_STOP_PAY
                SET     STP_STATUS  =  'R'
                WHERE   STP_SSN     =  :T-BNK-SSN
                AND     STP_REF     =  :K-COOLOFF-REF
                AND     STP_STATUS  =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C1100-RELEASE-STOPS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B2000-HOLD-PAYMENTS                            *
      *****************************************************************
      *    TODAY'S DISBURSEMENT POSTINGS -- THE ONES OBSSS623 IS      *
      *    ABOUT TO SEND -- FOR MEMBERS WITH A HOLD OPEN AND A        *
      *    CURRENT BANK ROW, LESS THE RETURN AND STALE REVERSALS AND  *
      *    ANY POSTING ALREADY STOPPED BY AN EARLIER RUN TODAY.       *
      *****************************************************************

       B2000-HOLD-PAYMENTS SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_HST_GL_TRANSACTION'  TO  W-EIBDS.

           EXEC SQL
                DECLARE HLD-CURSOR CURSOR WITH HOLD FOR
                SELECT   H.HST_SSN ,
                         H.HST_LEAD_COUNT ,
                         H.HST_AMOUNT
                FROM     ST_HST_GL_TRANSACTION  H
                WHERE    H.HST_POST_DATE  =  :W-TODAY-DATE
                AND      H.HST_ACCT_CDE  IN
                         (SELECT DSA_ACCT_CDE
                            FROM ST_BAT_DISB_ACCTS)
                AND      H.HST_TRAN_CODE  NOT IN
                         (:K-RETURN-TRAN-CODE , :K-STALE-TRAN-CODE)
                AND      EXISTS
                        (SELECT  1
                         FROM    ST_WRK_BANK_COOLOFF  C
                         WHERE   C.CLO_SSN     =  H.HST_SSN
                         AND     C.CLO_STATUS  =  'H')
                AND      EXISTS
                        (SELECT  1
                         FROM    ST_MST_BANK_PAY  B
                         WHERE   B.M_BANK_PAY_SSN  =  H.HST_SSN
                         AND     B.M_BANK_PAY_END_DATE  IS NULL)
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_HST_BANK_COOLOFF_LOG  L
                         WHERE   L.CLL_SSN         =  H.HST_SSN
                         AND     L.CLL_LEAD_COUNT  =  H.HST_LEAD_COUNT
                         AND     L.CLL_ACTION      =  :K-ACT-HOLD)
                ORDER BY H.HST_SSN , H.HST_LEAD_COUNT
           END-EXEC.

           EXEC SQL
                OPEN HLD-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B2100-FETCH-PAYMENT
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE HLD-CURSOR
           END-EXEC.

       B2000-HOLD-PAYMENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B2100-FETCH-PAYMENT                            *
      *****************************************************************

       B2100-FETCH-PAYMENT SECTION.

           EXEC SQL
                FETCH HLD-CURSOR
                INTO  :T-HST-SSN ,
                      :T-HST-LEAD-COUNT ,
                      :T-HST-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B2100-FETCH-PAYMENT-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B2100-FETCH-PAYMENT-EXIT
           END-IF.

           PERFORM C2000-HOLD-PAYMENT.

       B2100-FETCH-PAYMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2000-HOLD-PAYMENT                             *
      *****************************************************************
      *    THE STOP ROW IS WHAT OBSSS623 TESTS (SSN AND AMOUNT, OPEN  *
      *    STATUS); THE LOG ROW CARRIES THE LEAD COUNT SO THE         *
      *    POSTING IS STOPPED EXACTLY ONCE.                           *
      *****************************************************************

       C2000-HOLD-PAYMENT SECTION.

           MOVE 'ST_WRK_STOP_PAY'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_STOP_PAY
                     (STP_SSN,        STP_AMOUNT,
                      STP_REF,        STP_CLERK,
                      STP_STATUS,     STP_POST_DATE)
                VALUES
                     (:T-HST-SSN,       :T-HST-AMOUNT,
                      :K-COOLOFF-REF,   :K-COOLOFF-CLERK,
                      ' ',              :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  T-HST-SSN         TO  T-CLL-SSN.
           MOVE  K-ACT-HOLD        TO  T-CLL-ACTION.
           MOVE  T-HST-LEAD-COUNT  TO  T-CLL-LEAD-COUNT.
           MOVE  T-HST-AMOUNT      TO  T-CLL-AMOUNT.
           MOVE  SPACES            TO  T-CLL-REF.
           PERFORM S0900-WRITE-COOLOFF-LOG.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1             TO  W-HOLD-COUNT.
           ADD  T-HST-AMOUNT  TO  W-HOLD-AMOUNT.

           MOVE ' '                TO  PRT-LINE-CC.
           MOVE  SPACES            TO  PRT-LINE-TEXT.
           MOVE  K-ACT-HOLD        TO  PRT-DTL-ACTION.
           MOVE  T-HST-SSN         TO  PRT-DTL-SSN.
           MOVE  W-TODAY-DATE      TO  PRT-DTL-DATE.
           MOVE  T-HST-AMOUNT      TO  PRT-DTL-AMOUNT.
           MOVE 'PAYMENT STOPPED'  TO  PRT-DTL-NOTE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C2000-HOLD-PAYMENT-EXIT.  EXIT.
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

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'COOLING-OFF DAYS          :'  TO  PRT-CAPTION.
           MOVE  W-COOL-DAYS                   TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
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
           MOVE 'HOLDS OPENED              :'  TO  PRT-CAPTION.
           MOVE  W-OPEN-COUNT                  TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'HOLDS EXPIRED             :'  TO  PRT-CAPTION.
           MOVE  W-EXPIRE-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PAYMENTS RELEASED         :'  TO  PRT-CAPTION.
           MOVE  W-RELEASE-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  W-RELEASE-AMOUNT              TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PAYMENTS STOPPED TODAY    :'  TO  PRT-CAPTION.
           MOVE  W-HOLD-COUNT                  TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  W-HOLD-AMOUNT                 TO  W-AMOUNT-DSP.
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
                FILE    ('COOLRPT ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'COOLRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-LINE-SEQ        TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PRT-LINE-REC        TO  W-RPL-REC-LEN
98304      MOVE  PRT-LINE-REC                  TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0100-WRITE-PRINT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0900-WRITE-COOLOFF-LOG                        *
      *****************************************************************
      *    ONE ST_HST_BANK_COOLOFF_LOG ROW PER HOLD OPENED, PAYMENT   *
      *    STOPPED OR HOLD EXPIRED.  THE CALLER SETS THE SSN,         *
      *    ACTION, LEAD COUNT, AMOUNT AND REFERENCE.                  *
      *****************************************************************

       S0900-WRITE-COOLOFF-LOG SECTION.

           MOVE 'ST_HST_BANK_COOLOFF_LOG'  TO  W-EIBDS.
           MOVE FUNCTION CURRENT-DATE(1:14)  TO  W-CLL-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_HST_BANK_COOLOFF_LOG
                     (CLL_SSN,         CLL_ACTION,
                      CLL_LEAD_COUNT,  CLL_AMOUNT,
                      CLL_CLERK,       CLL_REF,
                      CLL_POST_DATE,   CLL_POST_TIME)
                VALUES
                     (:T-CLL-SSN,        :T-CLL-ACTION,
                      :T-CLL-LEAD-COUNT, :T-CLL-AMOUNT,
                      :K-COOLOFF-CLERK,  :T-CLL-REF,
                      :W-CLL-DATE,       :W-CLL-TIME)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       S0900-WRITE-COOLOFF-LOG-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0950-DROP-NOTIFY-EVENT                        *
      *****************************************************************
      *    DROPS ONE EVENT RECORD ON THE ST_WRK_NOTIFY_EVENT QUEUE    *
      *    FOR THE OBSSS634 NOTIFICATION DISPATCH BATCH, THE SAME     *
      *    WAY OBSSS603 DOES.  THE CALLER SETS THE SSN AND REF.       *
      *****************************************************************

       S0950-DROP-NOTIFY-EVENT SECTION.

           MOVE 'ST_WRK_NOTIFY_EVENT'  TO  W-EIBDS.
           MOVE FUNCTION CURRENT-DATE(1:16)  TO  W-NTF-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_WRK_NOTIFY_EVENT
                     (NTF_SSN,       NTF_EVENT_CODE,
                      NTF_REF,       NTF_STATUS,
                      NTF_POST_DATE, NTF_POST_TIME)
                VALUES
                     (:T-NTF-SSN,      :T-NTF-EVENT-CODE,
                      :T-NTF-REF,      ' ',
                      :W-NTF-DATE,     :W-NTF-TIME)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       S0950-DROP-NOTIFY-EVENT-EXIT.  EXIT.
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

98303      MOVE 'OBSSS681'  TO  X684-PROGRAM.
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

98303      MOVE  W-HOLD-COUNT  TO  X684-ROWS-REJECTED.

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
               MOVE '1681'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
