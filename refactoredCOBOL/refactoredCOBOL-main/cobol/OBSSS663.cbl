       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        LIFE CERTIFICATE REMINDER ROUTINE OBSSS663             *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS663.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS663 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS602-662 *
      *                ARE, THAT KEEPS THE PENSIONERS' PROOF-OF-LIFE  *
      *                REGISTER (ST_MST_LIFE_CERT) MOVING:            *
      *                                                               *
      *                - A PENSIONER IN PAY STATUS WITH NO REGISTER   *
      *                  ROW YET IS ENROLLED, DUE ONE CERTIFICATE     *
      *                  CYCLE FROM TODAY.                            *
98277 *                  EACH SURVIVOR SHARE HAS ITS OWN ROW (SSN     *
98277 *                  AND DEPENDENT'S CIVIL-ID).                   *
      *                - EVERY PENSIONER WHOSE CERTIFICATE FALLS DUE  *
      *                  WITHIN THE REMINDER LEAD (OR IS ALREADY      *
      *                  OVERDUE) AND HAS NOT BEEN REMINDED THIS      *
      *                  MONTH GETS AN 'LCRM' EVENT ON                *
      *                  ST_WRK_NOTIFY_EVENT FOR THE OBSSS634         *
      *                  DISPATCH; THE REMINDER DATE IS STAMPED.      *
      *                                                               *
      *                THE CERTIFICATE ITSELF IS RECORDED ON-LINE     *
      *                THROUGH ORP1563P; THE SUSPENSION OF AN         *
      *                OVERDUE PENSION IS DONE BY THE OBSSS631        *
      *                PAYROLL.                                       *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_LIFE_CERT    (DB2 MASTER TABLE)     *
      *                    ST_MST_PENSION      (DB2 MASTER TABLE)     *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - NEW ST_MST_LIFE_CERT ROWS; 'LCRM' EVENTS ON       *
      *             ST_WRK_NOTIFY_EVENT.                              *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     PENSIONER.                                *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-662. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98275 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98277 - THE REGISTER IS KEPT PER SURVIVOR       *
      *                       SHARE: EACH DEPENDENT'S PENSION ROW IS  *
      *                       ENROLLED AND REMINDED UNDER THE SSN     *
      *                       PLUS THE DEPENDENT'S CIVIL-ID.          *
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
               VALUE 'PROGRAM-ID OBSSS663'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-DEFAULT-CYCLE-MONTHS  PIC S9(03) COMP-3 VALUE +12.
           05  C-DEFAULT-REMIND-MONTHS PIC S9(03) COMP-3 VALUE +1.
           05  K-REMINDER-EVENT        PIC X(04)  VALUE 'LCRM'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-LIFE-CERT-EOF              VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS663'.
       01  T-RUN-LIFE-CYCLE-MONTHS     PIC S9(03) COMP-3.
       01  T-RUN-LIFE-REMIND-MONTHS    PIC S9(03) COMP-3.

       01  W-CYCLE-MONTHS              PIC S9(03) COMP-3.
       01  W-REMIND-MONTHS             PIC S9(03) COMP-3.

      *****************************************************************
      *              LIFE CERTIFICATE HOST VARIABLES                  *
      *****************************************************************

       01  T-LCF-SSN                   PIC 9(11).
98277  01  T-LCF-DEP-CIVIL-ID          PIC 9(12).
       01  T-LCF-DUE-DATE              PIC X(08).

       01  W-TODAY-DATE                PIC X(08).
       01  W-MONTH-START               PIC X(08).
       01  W-FIRST-DUE-DATE            PIC X(08).
       01  W-REMIND-CUTOFF             PIC X(08).

      *****************************************************************
      *              DATE ROLL-FORWARD WORK FIELDS                    *
      *****************************************************************

       01  W-ADD-MONTHS                PIC S9(03) COMP-3.
       01  W-DATE-WORK.
           05  W-DW-YYYY               PIC 9(04).
           05  W-DW-MM                 PIC 9(02).
           05  W-DW-DD                 PIC 9(02).
       01  W-DW-MONTHS                 PIC S9(06) COMP.

      *****************************************************************
      *        NOTIFICATION EVENT DROP WORK AREA                      *
      *****************************************************************

       01  T-NTF-SSN                   PIC 9(11).
       01  T-NTF-EVENT-CODE            PIC X(04).
       01  T-NTF-REF                   PIC X(20)  VALUE SPACES.
       01  W-NTF-DATE-TIME.
           05  W-NTF-DATE              PIC 9(08).
           05  W-NTF-TIME              PIC X(06).
           05  FILLER                  PIC X(02).

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  W-TODAY-DATE                TO  W-MONTH-START.
           MOVE '01'                         TO  W-MONTH-START (7:2).
           MOVE  ZEROES                      TO  T-LCF-SSN.

           PERFORM B0500-GET-RUN-CONTROL.

           MOVE  W-CYCLE-MONTHS   TO  W-ADD-MONTHS.
           PERFORM S0900-ROLL-TODAY-FORWARD.
           MOVE  W-DATE-WORK      TO  W-FIRST-DUE-DATE.

           MOVE  W-REMIND-MONTHS  TO  W-ADD-MONTHS.
           PERFORM S0900-ROLL-TODAY-FORWARD.
           MOVE  W-DATE-WORK      TO  W-REMIND-CUTOFF.

           PERFORM B0200-ENROLL-NEW-PENSIONERS.
           PERFORM B0000-SWEEP-DUE-CERTIFICATES.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE CERTIFICATE CYCLE AND THE REMINDER  *
      *    LEAD (BOTH IN MONTHS) FROM THE PROGRAM'S RUN-CONTROL ROW.  *
      *    A MISSING ROW OR ZERO VALUE FALLS BACK TO THE DEFAULTS.    *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'       TO  W-EIBDS.
           MOVE  C-DEFAULT-CYCLE-MONTHS    TO  W-CYCLE-MONTHS.
           MOVE  C-DEFAULT-REMIND-MONTHS   TO  W-REMIND-MONTHS.

           EXEC SQL
                SELECT   RUN_LIFE_CYCLE_MONTHS   ,
                         RUN_LIFE_REMIND_MONTHS
                INTO    :T-RUN-LIFE-CYCLE-MONTHS ,
                        :T-RUN-LIFE-REMIND-MONTHS
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           IF  T-RUN-LIFE-CYCLE-MONTHS  GREATER THAN  ZEROES
               MOVE  T-RUN-LIFE-CYCLE-MONTHS   TO  W-CYCLE-MONTHS
           END-IF.

           IF  T-RUN-LIFE-REMIND-MONTHS  GREATER THAN  ZEROES
               MOVE  T-RUN-LIFE-REMIND-MONTHS  TO  W-REMIND-MONTHS
           END-IF.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-ENROLL-NEW-PENSIONERS                    *
      *****************************************************************
      *    EVERY PENSIONER IN PAY STATUS WITHOUT A REGISTER ROW IS    *
      *    ENROLLED, FIRST CERTIFICATE DUE ONE CYCLE FROM TODAY.      *
      *    SMR#98277: EACH SURVIVOR SHARE IS ENROLLED ON ITS OWN,     *
      *    UNDER THE SSN AND THE DEPENDENT'S CIVIL-ID (ZERO FOR THE   *
      *    MEMBER'S OWN PENSION).                                     *
      *****************************************************************

       B0200-ENROLL-NEW-PENSIONERS SECTION.

           MOVE 'ST_MST_LIFE_CERT'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_LIFE_CERT
                     (LCF_SSN,             LCF_LAST_PROOF_DATE,
                      LCF_CHANNEL,         LCF_DUE_DATE,
                      LCF_CLERK,           LCF_UPD_DATE,
98277                 LCF_REMIND_DATE,     LCF_DEP_CIVIL_ID)
                SELECT DISTINCT
                      P.PEN_SSN,           NULL,
                      ' ',                 :W-FIRST-DUE-DATE,
                      ' ',                 :W-TODAY-DATE,
98277                 NULL,
98277                 COALESCE (P.PEN_DEP_CIVIL_ID, 0)
                FROM  ST_MST_PENSION  P
                WHERE P.PEN_STATUS  =  'P'
                AND   NOT EXISTS
                      (SELECT 1
                         FROM ST_MST_LIFE_CERT  L
                        WHERE L.LCF_SSN  =  P.PEN_SSN
98277                     AND L.LCF_DEP_CIVIL_ID
98277                          =  COALESCE (P.PEN_DEP_CIVIL_ID, 0))
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       B0200-ENROLL-NEW-PENSIONERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-DUE-CERTIFICATES                   *
      *****************************************************************
      *    THIS SECTION READS EVERY CERTIFICATE DUE BY THE REMINDER   *
      *    CUTOFF, FOR A PENSIONER STILL IN PAY STATUS, NOT ALREADY   *
      *    REMINDED THIS MONTH.                                       *
      *****************************************************************

       B0000-SWEEP-DUE-CERTIFICATES SECTION.

           MOVE 'ST_MST_LIFE_CERT'  TO  W-EIBDS.

           EXEC SQL
                DECLARE LCF-CURSOR CURSOR FOR
                SELECT   L.LCF_SSN      ,
98277                    L.LCF_DEP_CIVIL_ID ,
                         L.LCF_DUE_DATE
                FROM     ST_MST_LIFE_CERT  L
                WHERE    L.LCF_DUE_DATE  <=  :W-REMIND-CUTOFF
                AND     (L.LCF_REMIND_DATE  IS NULL  OR
                         L.LCF_REMIND_DATE  <  :W-MONTH-START)
                AND      EXISTS
                         (SELECT 1
                            FROM ST_MST_PENSION  P
                           WHERE P.PEN_SSN     =  L.LCF_SSN
98277                        AND COALESCE (P.PEN_DEP_CIVIL_ID, 0)
98277                                          =  L.LCF_DEP_CIVIL_ID
                             AND P.PEN_STATUS  =  'P')
                ORDER BY L.LCF_SSN
98277                  , L.LCF_DEP_CIVIL_ID
           END-EXEC.

           EXEC SQL
                OPEN LCF-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-CERTIFICATE
               UNTIL  W-LIFE-CERT-EOF.

           EXEC SQL
                CLOSE LCF-CURSOR
           END-EXEC.

       B0000-SWEEP-DUE-CERTIFICATES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-CERTIFICATE                        *
      *****************************************************************

       B0100-FETCH-CERTIFICATE SECTION.

           EXEC SQL
                FETCH LCF-CURSOR
                INTO  :T-LCF-SSN      ,
98277                 :T-LCF-DEP-CIVIL-ID ,
                      :T-LCF-DUE-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-REMIND-PENSIONER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-CERTIFICATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-REMIND-PENSIONER                         *
      *****************************************************************
      *    THE REMINDER CARRIES THE DUE DATE IN ITS REFERENCE SO THE  *
      *    TEMPLATE CAN QUOTE IT.  SMR#98277: A SURVIVOR SHARE'S      *
      *    REMINDER ALSO CARRIES THE DEPENDENT'S CIVIL-ID AFTER IT.   *
      *****************************************************************

       C0000-REMIND-PENSIONER SECTION.

           MOVE  T-LCF-SSN         TO  T-NTF-SSN.
           MOVE  K-REMINDER-EVENT  TO  T-NTF-EVENT-CODE.
           MOVE  SPACES            TO  T-NTF-REF.
           MOVE  T-LCF-DUE-DATE    TO  T-NTF-REF (1:8).
98277      IF  T-LCF-DEP-CIVIL-ID  GREATER THAN  ZEROES
98277          MOVE  T-LCF-DEP-CIVIL-ID  TO  T-NTF-REF (9:12)
98277      END-IF.

           PERFORM S0950-DROP-NOTIFY-EVENT.

           MOVE 'ST_MST_LIFE_CERT'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_LIFE_CERT
                SET     LCF_REMIND_DATE  =  :W-TODAY-DATE
                WHERE   LCF_SSN          =  :T-LCF-SSN
98277           AND     LCF_DEP_CIVIL_ID =  :T-LCF-DEP-CIVIL-ID
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0000-REMIND-PENSIONER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0900-ROLL-TODAY-FORWARD                       *
      *****************************************************************
      *    ROLLS TODAY FORWARD BY W-ADD-MONTHS WHOLE MONTHS INTO      *
      *    W-DATE-WORK.  A DAY PAST THE 28TH IS HELD TO THE 28TH SO   *
      *    THE RESULT IS A DATE IN EVERY MONTH.                       *
      *****************************************************************

       S0900-ROLL-TODAY-FORWARD SECTION.

           MOVE  W-TODAY-DATE  TO  W-DATE-WORK.

           COMPUTE  W-DW-MONTHS  =
               (W-DW-YYYY * 12)  +  W-DW-MM  -  1  +  W-ADD-MONTHS.

           DIVIDE  W-DW-MONTHS  BY  12
               GIVING     W-DW-YYYY
               REMAINDER  W-DW-MM.

           ADD  1  TO  W-DW-MM.

           IF  W-DW-DD  GREATER THAN  28
               MOVE  28  TO  W-DW-DD
           END-IF.

       S0900-ROLL-TODAY-FORWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0950-DROP-NOTIFY-EVENT                        *
      *****************************************************************
      *    DROPS ONE EVENT RECORD ON THE ST_WRK_NOTIFY_EVENT QUEUE    *
      *    FOR THE OBSSS634 NOTIFICATION DISPATCH BATCH.  THE CALLER  *
      *    SETS THE EVENT CODE, SSN AND REF BEFORE PERFORMING THIS    *
      *    SECTION.                                                   *
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

98303      MOVE 'OBSSS663'  TO  X684-PROGRAM.
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
               MOVE T-LCF-SSN            TO  ORSS0400-SSN
               MOVE '1663'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
