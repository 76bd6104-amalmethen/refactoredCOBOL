       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        EMPLOYER MOVEMENTS FILE LOAD ROUTINE    OBSSS701       *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS701.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS701 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX ONCE THE EMPLOYERS'       *
      *                MOVEMENTS FILE HAS BEEN COLLECTED, THAT        *
      *                REPLACES THE PAPER HIRE AND TERMINATION FORMS. *
      *                EMVIN CARRIES, PER EMPLOYER AND LINE, EITHER A *
      *                HIRE (SSN OR CIVIL ID, START DATE, OCCUPATION, *
      *                STARTING WAGE) OR A TERMINATION (SSN, END      *
      *                DATE, REASON):                                 *
      *                                                               *
      *                - THE EMPLOYER MUST BE ON THE EMPLOYER MASTER  *
      *                  AND NOT BLOCKED.                             *
      *                - A HIRE BY CIVIL ID IS RESOLVED THROUGH THE   *
      *                  OBSSS626 LOOKUP; ONE GIVEN WITH THE SSN MUST *
      *                  RESOLVE TO THAT SSN.  A CIVIL ID NOBODY      *
      *                  HOLDS IS QUEUED ON ST_WRK_EE_REG_QUEUE FOR A *
      *                  NEW MEMBER REGISTRATION.                     *
      *                - A HIRE IS REFUSED FOR A DEAD MEMBER, ONE     *
      *                  ALREADY ON THIS EMPLOYER'S ROSTER OR STILL   *
      *                  REGISTERED WITH ANOTHER, OR A START DATE     *
      *                  BEFORE THE MEMBER'S LAST TERMINATION.        *
      *                - A TERMINATION MUST BE FOR A MEMBER ON THIS   *
      *                  EMPLOYER'S ROSTER, NOT BEFORE THE            *
      *                  REGISTRATION EFFECTIVE DATE.                 *
      *                - A CLEAN MOVEMENT CLAIMS THE SSN THROUGH THE  *
      *                  OBSSS657 INTENT LOCK, UPDATES THE MEMBER     *
      *                  MASTER AND WRITES THE OLD/NEW-VALUE HISTORY  *
      *                  ROWS ORP1512P DISPLAYS, THE WAY ORP1545P     *
      *                  DOES FOR A TRANSFER.  A MEMBER HELD BY       *
      *                  ANOTHER WRITER IS LEFT FOR THE NEXT RUN.     *
      *                - A REJECTED LINE IS WRITTEN BACK ON EMVRTN,   *
      *                  WITH THE REASON, FOR RETURN TO THE EMPLOYER. *
      *                                                               *
      *                EVERY LINE TAKEN IS KEPT ON THE                *
      *                ST_HST_EE_MOVEMENT REGISTER WITH ITS RESULT,   *
      *                STARTING WAGE AND TERMINATION REASON, SO A     *
      *                LINE ALREADY LOADED FROM THIS FILE IS PASSED   *
      *                OVER AND THE FILE MAY BE RERUN.  THE EMVRPT    *
      *                REPORT LISTS EVERY LINE TAKEN, WITH THE        *
      *                COUNTS.                                        *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        EMVIN     (VSAM EMPLOYER MOVEMENTS FILE)   *
      *                    ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_HST_EE_MOVEMENT    (DB2 REGISTER)       *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - UPDATED ST_MST_EMPLOYEE_BASIC ROWS,               *
      *             ST_HST_EMPLOYEE_BASIC HISTORY ROWS,               *
      *             ST_HST_EE_MOVEMENT REGISTER ROWS,                 *
      *             ST_WRK_EE_REG_QUEUE REGISTRATION REQUESTS,        *
      *             EMVRTN REJECTS, EMVRPT.                           *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE FILE IS  *
      *                     LOADED.                                   *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-700. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98317 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS701'.

      *****************************************************************
      *                    CONSTANTS / SWITCHES                       *
      *****************************************************************

       01  CONSTANTS.
           05  K-BATCH-CLERK           PIC X(03)  VALUE 'BTC'.
           05  K-BATCH-DEPT            PIC X(02)  VALUE 'ER'.
           05  K-RSN-BAD-RECORD        PIC X(04)  VALUE 'BADR'.
           05  K-RSN-BAD-DATE          PIC X(04)  VALUE 'BADD'.
           05  K-RSN-EMPLOYER          PIC X(04)  VALUE 'ERNA'.
           05  K-RSN-NO-ID             PIC X(04)  VALUE 'NOID'.
           05  K-RSN-NO-SSN            PIC X(04)  VALUE 'SSNF'.
           05  K-RSN-MULTIPLE          PIC X(04)  VALUE 'MULT'.
           05  K-RSN-ID-MISMATCH       PIC X(04)  VALUE 'IDMM'.
           05  K-RSN-DEAD              PIC X(04)  VALUE 'DEAD'.
           05  K-RSN-ON-ROSTER         PIC X(04)  VALUE 'ONRL'.
           05  K-RSN-OTHER-ER          PIC X(04)  VALUE 'OTHR'.
           05  K-RSN-BEFORE-TERM       PIC X(04)  VALUE 'PRTM'.
           05  K-RSN-NOT-ON-ROSTER     PIC X(04)  VALUE 'NORL'.
           05  K-RSN-BEFORE-REG        PIC X(04)  VALUE 'PREF'.
           05  K-RES-APPLIED           PIC X(01)  VALUE 'A'.
           05  K-RES-REJECTED          PIC X(01)  VALUE 'R'.
           05  K-RES-QUEUED            PIC X(01)  VALUE 'Q'.
           COPY SFCWSCON.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-MOVEMENT-EOF               VALUE 'Y'.

       01  W-ER-OK-SW                  PIC X(01)  VALUE 'N'.
           88  W-ER-OK                      VALUE 'Y'.

       01  W-DATE-OK-SW                PIC X(01)  VALUE 'N'.
           88  W-DATE-OK                    VALUE 'Y'.

       01  W-LOCK-OK-SW                PIC X(01)  VALUE 'N'.
           88  W-LOCK-HELD                  VALUE 'Y'.

       01  W-COUNTS.
           05  W-CNT-RECEIVED          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-HIRES             PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-TERMS             PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-QUEUED            PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-REJECTED          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-ALREADY-LOADED    PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-LOCKED            PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-NO-HEADER         PIC S9(09) COMP-3 VALUE +0.

       01  W-FILE-DATE                 PIC X(08)  VALUE SPACES.
       01  W-BUS-DATE                  PIC X(08).
       01  W-LAST-REG-NUM              PIC 9(07)  VALUE ZEROES.

       01  W-CHK-DATE                  PIC X(08).
       01  W-CHK-DATE-R REDEFINES W-CHK-DATE.
           05  W-CHK-YYYY              PIC 9(04).
           05  W-CHK-MM                PIC 9(02).
           05  W-CHK-DD                PIC 9(02).

       01  W-DATE-BUILD.
           05  W-DB-YYYY               PIC X(04).
           05  W-DB-SL1                PIC X(01)  VALUE '-'.
           05  W-DB-MM                 PIC X(02).
           05  W-DB-SL2                PIC X(01)  VALUE '-'.
           05  W-DB-DD                 PIC X(02).

      *****************************************************************
      *        MOVEMENT RECORD, KEYED BY EMPLOYER AND LINE NUMBER.    *
      *        THE HEADER KEYS ALL ZEROES AND GIVES THE FILE DATE;    *
      *        THE TRAILER KEYS ALL NINES.  TYPE N IS A HIRE, T A     *
      *        TERMINATION.  DATES ARE YYYYMMDD.                      *
      *****************************************************************

       01  EMVIN-REC.
           05  EMI-KEY.
               10  EMI-REG-NUM         PIC 9(07).
               10  EMI-LINE-NUM        PIC 9(05).
           05  EMI-REC-TYPE            PIC X(01).
               88  EMI-HEADER               VALUE 'H'.
               88  EMI-HIRE                 VALUE 'N'.
               88  EMI-TERMINATION          VALUE 'T'.
               88  EMI-TRAILER              VALUE 'E'.
           05  EMI-BODY                PIC X(87).
           05  EMI-HDR  REDEFINES  EMI-BODY.
               10  EMI-FILE-DATE       PIC X(08).
               10  FILLER              PIC X(79).
           05  EMI-HIR  REDEFINES  EMI-BODY.
               10  EMI-H-SSN           PIC X(11).
               10  EMI-H-SSN-9 REDEFINES EMI-H-SSN
                                       PIC 9(11).
               10  EMI-H-CIVID         PIC X(12).
               10  EMI-H-CIVID-9 REDEFINES EMI-H-CIVID
                                       PIC 9(12).
               10  EMI-H-START-DATE    PIC X(08).
               10  EMI-H-OCC-CODE      PIC X(04).
               10  EMI-H-WAGE          PIC X(10).
               10  EMI-H-WAGE-9 REDEFINES EMI-H-WAGE
                                       PIC 9(08)V99.
               10  FILLER              PIC X(42).
           05  EMI-TRM  REDEFINES  EMI-BODY.
               10  EMI-T-SSN           PIC X(11).
               10  EMI-T-SSN-9 REDEFINES EMI-T-SSN
                                       PIC 9(11).
               10  EMI-T-END-DATE      PIC X(08).
               10  EMI-T-REASON        PIC X(02).
               10  FILLER              PIC X(66).

       01  W-BROWSE-KEY                PIC X(12).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        REJECT RECORD RETURNED TO THE EMPLOYER: THE LINE AS    *
      *        RECEIVED WITH THE REASON CODE AND TEXT.                *
      *****************************************************************

       01  EMVRTN-REC.
           05  ERT-KEY.
               10  ERT-REG-NUM         PIC 9(07).
               10  ERT-LINE-NUM        PIC 9(05).
           05  ERT-REC-TYPE            PIC X(01).
           05  ERT-REASON              PIC X(04).
           05  ERT-REASON-TEXT         PIC X(40).
           05  ERT-BODY                PIC X(87).

      *****************************************************************
      *        REJECT REASON TEXTS, BY REASON CODE                    *
      *****************************************************************

       01  W-RSN-VALUES.
           05  FILLER                  PIC X(44) VALUE
               'BADRRECORD TYPE OR LAYOUT NOT RECOGNISED    '.
           05  FILLER                  PIC X(44) VALUE
               'BADDDATE MISSING, INVALID OR AFTER FILE DATE'.
           05  FILLER                  PIC X(44) VALUE
               'ERNAEMPLOYER NOT REGISTERED OR BLOCKED      '.
           05  FILLER                  PIC X(44) VALUE
               'NOIDNO SSN OR CIVIL ID GIVEN                '.
           05  FILLER                  PIC X(44) VALUE
               'SSNFSSN NOT REGISTERED                      '.
           05  FILLER                  PIC X(44) VALUE
               'MULTCIVIL ID HELD BY MORE THAN ONE SSN      '.
           05  FILLER                  PIC X(44) VALUE
               'IDMMCIVIL ID BELONGS TO A DIFFERENT SSN     '.
           05  FILLER                  PIC X(44) VALUE
               'DEADMEMBER IS RECORDED AS DECEASED          '.
           05  FILLER                  PIC X(44) VALUE
               'ONRLALREADY ON YOUR ROSTER                  '.
           05  FILLER                  PIC X(44) VALUE
               'OTHRSTILL REGISTERED WITH ANOTHER EMPLOYER  '.
           05  FILLER                  PIC X(44) VALUE
               'PRTMSTART DATE BEFORE LAST TERMINATION DATE '.
           05  FILLER                  PIC X(44) VALUE
               'NORLNOT ON YOUR ROSTER                      '.
           05  FILLER                  PIC X(44) VALUE
               'PREFEND DATE BEFORE REGISTRATION DATE       '.
       01  W-RSN-TABLE REDEFINES W-RSN-VALUES.
           05  W-RSN-ENTRY  OCCURS 13 TIMES.
               10  W-RSN-CODE          PIC X(04).
               10  W-RSN-TEXT          PIC X(40).
       01  C-MAX-RSN                   PIC S9(04) COMP VALUE +13.
       01  R                           PIC S9(04) COMP.

      *****************************************************************
      *                 MOVEMENT HOST VARIABLES                       *
      *****************************************************************

       01  T-EMV-REG-NUM               PIC 9(07).
       01  T-EMV-LINE-NUM              PIC 9(05).
       01  T-EMV-TYPE                  PIC X(01).
       01  T-EMV-SSN                   PIC 9(11).
       01  T-EMV-CIVIL-ID              PIC 9(12).
       01  T-EMV-EFF-DATE              PIC X(08).
       01  T-EMV-OCC-CODE              PIC X(04).
       01  T-EMV-WAGE                  PIC S9(10)V99 COMP-3.
       01  T-EMV-REASON                PIC X(02).
       01  T-EMV-RESULT                PIC X(01).
       01  T-EMV-REJECT                PIC X(04).
       01  T-EMV-COUNT                 PIC S9(09) COMP.
       01  T-EMV-EFF-ISO               PIC X(10).

      *****************************************************************
      *                 MASTER ROW HOST VARIABLES                     *
      *****************************************************************

       01  T-M-BAS-EE-SSN              PIC 9(11).
       01  T-M-BAS-EE-EMPLOYER-NUM     PIC 9(07).
       01  T-M-BAS-EE-REG-EFF-DATE     PIC X(10).
       01  T-M-BAS-EE-TERM-ACT-DATE    PIC X(10).
       01  T-M-BAS-EE-DEATH-DATE       PIC X(10).
       01  T-M-BAS-EE-OCC-CODE         PIC X(04).
       01  T-M-BAS-ER-BLOCK-CODE       PIC X(02).
       01  T-LAST-FM-DATE              PIC X(10).

       01  T-HST-FIELD-NAME            PIC X(20).
       01  T-HST-OLD-VALUE             PIC X(20).
       01  T-HST-NEW-VALUE             PIC X(20).
       01  T-HST-EFF-DATE              PIC X(08).
       01  T-HST-CLERK                 PIC X(03).

      *****************************************************************
      *        OBSSS626 REVERSE LOOKUP SERVICE COMMAREA               *
      *****************************************************************

       01  X626-LOOKUP-AREA.
           COPY OBC626CA.

      *****************************************************************
      *        OBSSS657 INTENT-LOCK SERVICE COMMAREA                  *
      *****************************************************************

       01  X657-LOCK-AREA.
           COPY OBC657CA.

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  EMVRPT-REC.
           05  EMR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  EMR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  EMR-DETAIL              PIC X(72).
           05  EMR-COUNT-DETAIL REDEFINES EMR-DETAIL.
               10  EMR-LABEL           PIC X(36).
               10  FILLER              PIC X(01).
               10  EMR-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(24).
           05  EMR-LINE-DETAIL REDEFINES EMR-DETAIL.
               10  EMR-REG-NUM         PIC 9(07).
               10  FILLER              PIC X(01).
               10  EMR-LINE-NUM        PIC 9(05).
               10  FILLER              PIC X(01).
               10  EMR-MOV-TYPE        PIC X(01).
               10  FILLER              PIC X(01).
               10  EMR-SSN             PIC 9(11).
               10  FILLER              PIC X(01).
               10  EMR-CIVIL-ID        PIC 9(12).
               10  FILLER              PIC X(01).
               10  EMR-EFF-DATE        PIC X(08).
               10  FILLER              PIC X(01).
               10  EMR-RESULT          PIC X(01).
               10  FILLER              PIC X(01).
               10  EMR-REJECT          PIC X(04).
               10  FILLER              PIC X(16).

       01  W-EMR-SEQ                   PIC 9(06)  VALUE ZEROES.

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

           MOVE  X684-BUS-DATE   TO  W-BUS-DATE.
           MOVE  K-BATCH-CLERK   TO  T-HST-CLERK.

           PERFORM B0000-LOAD-MOVEMENTS.

           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-LOAD-MOVEMENTS                           *
      *****************************************************************
      *    THIS SECTION BROWSES EMVIN FROM THE HEADER AND PUTS EVERY  *
      *    HIRE AND TERMINATION THROUGH THE CHECKS.                   *
      *****************************************************************

       B0000-LOAD-MOVEMENTS SECTION.

           MOVE 'HEAD '                         TO  EMR-TYPE.
           MOVE  SPACES                         TO  EMR-DETAIL.
           MOVE 'EMPLOYER MOVEMENTS FILE LOAD'  TO  EMR-DETAIL (1:28).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'HEAD '                         TO  EMR-TYPE.
           MOVE  SPACES                         TO  EMR-DETAIL.
           MOVE 'EMPLOYR LINE  T SSN'           TO  EMR-DETAIL (1:19).
           MOVE 'CIVIL ID     EFF DATE R RSN'   TO  EMR-DETAIL (29:27).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  ZEROES  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE   ('EMVIN   ')
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0100-READ-NEXT-MOVEMENT
                   UNTIL  W-MOVEMENT-EOF
               EXEC CICS ENDBR
                    FILE ('EMVIN   ')
               END-EXEC
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

       B0000-LOAD-MOVEMENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-NEXT-MOVEMENT                       *
      *****************************************************************
      *    THE HEADER GIVES THE FILE DATE THE LINES ARE REGISTERED    *
      *    UNDER.  A FILE WITHOUT ONE IS NOT LOADED.  THE TRAILER IS  *
      *    FOR THE TRANSFER.  ANY OTHER RECORD TYPE IS RETURNED.      *
      *****************************************************************

       B0100-READ-NEXT-MOVEMENT SECTION.

           EXEC CICS READNEXT
                FILE   ('EMVIN   ')
                INTO   (EMVIN-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC
           PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  NOT =  DFHRESP(NORMAL)
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-READ-NEXT-MOVEMENT-EXIT.

           IF  EMI-HEADER
               MOVE  EMI-FILE-DATE  TO  W-FILE-DATE
               GO TO B0100-READ-NEXT-MOVEMENT-EXIT.

           IF  EMI-TRAILER
               GO TO B0100-READ-NEXT-MOVEMENT-EXIT.

           ADD  1  TO  W-CNT-RECEIVED.

           IF  W-FILE-DATE  EQUAL TO  SPACES
               ADD  1  TO  W-CNT-NO-HEADER
                           X684-ROWS-REJECTED
           ELSE
               PERFORM C0000-PROCESS-MOVEMENT.

       B0100-READ-NEXT-MOVEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-PROCESS-MOVEMENT                         *
      *****************************************************************
      *    THIS SECTION PASSES OVER A LINE ALREADY ON THE REGISTER    *
      *    FOR THIS FILE DATE, CHECKS THE EMPLOYER AND HANDS THE LINE *
      *    TO THE HIRE OR TERMINATION SECTION.                        *
      *****************************************************************

       C0000-PROCESS-MOVEMENT SECTION.

           MOVE  EMI-REG-NUM     TO  T-EMV-REG-NUM.
           MOVE  EMI-LINE-NUM    TO  T-EMV-LINE-NUM.
           MOVE  EMI-REC-TYPE    TO  T-EMV-TYPE.
           MOVE  ZEROES          TO  T-EMV-SSN
                                     T-EMV-CIVIL-ID
                                     T-EMV-WAGE.
           MOVE  SPACES          TO  T-EMV-EFF-DATE
                                     T-EMV-OCC-CODE
                                     T-EMV-REASON
                                     T-EMV-REJECT.

           MOVE 'ST_HST_EE_MOVEMENT'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :T-EMV-COUNT
                FROM     ST_HST_EE_MOVEMENT
                WHERE    EMV_REG_NUM    =  :T-EMV-REG-NUM
                AND      EMV_LINE_NUM   =  :T-EMV-LINE-NUM
                AND      EMV_FILE_DATE  =  :W-FILE-DATE
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0980-COUNT-ROW-READ.

           IF  T-EMV-COUNT  GREATER THAN  ZERO
               ADD  1  TO  W-CNT-ALREADY-LOADED
               GO TO C0000-PROCESS-MOVEMENT-EXIT.

           IF  NOT EMI-HIRE  AND  NOT EMI-TERMINATION
               MOVE  K-RSN-BAD-RECORD  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0000-PROCESS-MOVEMENT-EXIT.

           PERFORM C0050-CHECK-EMPLOYER.

           IF  NOT W-ER-OK
               MOVE  K-RSN-EMPLOYER  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0000-PROCESS-MOVEMENT-EXIT.

           IF  EMI-HIRE
               PERFORM C0100-APPLY-HIRE
           ELSE
               PERFORM C0200-APPLY-TERMINATION.

       C0000-PROCESS-MOVEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0050-CHECK-EMPLOYER                           *
      *****************************************************************
      *    THE EMPLOYER MUST BE ON THE MASTER WITHOUT A BLOCK CODE.   *
      *    AN EMPLOYER'S LINES ARRIVE TOGETHER, SO THE LAST ANSWER IS *
      *    KEPT UNTIL THE EMPLOYER NUMBER CHANGES.                    *
      *****************************************************************

       C0050-CHECK-EMPLOYER SECTION.

           IF  T-EMV-REG-NUM  EQUAL TO  W-LAST-REG-NUM
               GO TO C0050-CHECK-EMPLOYER-EXIT.

           MOVE  T-EMV-REG-NUM  TO  W-LAST-REG-NUM.
           MOVE 'N'             TO  W-ER-OK-SW.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(M_BAS_ER_BLOCK_CODE, ' ')
                INTO    :T-M-BAS-ER-BLOCK-CODE
                FROM     ST_MST_EMPLOYER_BASIC
                WHERE    M_BAS_ER_REG_NUM  =  :T-EMV-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-M-BAS-ER-BLOCK-CODE  EQUAL TO  SPACES
               MOVE 'Y'  TO  W-ER-OK-SW
           ELSE
               NEXT SENTENCE.

       C0050-CHECK-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-APPLY-HIRE                               *
      *****************************************************************
      *    A HIRE IS CHECKED AGAINST THE MEMBER AND THE ROSTERS, THEN *
      *    RE-POINTS THE MEMBER TO THIS EMPLOYER FROM THE START DATE: *
      *    EMPLOYER NUMBER, REGISTRATION EFFECTIVE DATE AND ANY       *
      *    EARLIER TERMINATION DATE MOVE TOGETHER, WITH THE           *
      *    OCCUPATION WHEN ONE IS GIVEN.                              *
      *****************************************************************

       C0100-APPLY-HIRE SECTION.

           MOVE  EMI-H-START-DATE  TO  T-EMV-EFF-DATE.
           MOVE  EMI-H-OCC-CODE    TO  T-EMV-OCC-CODE.

           IF  EMI-H-WAGE  NUMERIC
               MOVE  EMI-H-WAGE-9  TO  T-EMV-WAGE
           ELSE
               NEXT SENTENCE.

           IF  EMI-H-CIVID  NUMERIC
               MOVE  EMI-H-CIVID-9  TO  T-EMV-CIVIL-ID
           ELSE
               NEXT SENTENCE.

           MOVE  T-EMV-EFF-DATE  TO  W-CHK-DATE.
           PERFORM C0900-CHECK-DATE.

           IF  NOT W-DATE-OK
               MOVE  K-RSN-BAD-DATE  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0100-APPLY-HIRE-EXIT.

           PERFORM C0110-IDENTIFY-HIRE.

           IF  T-EMV-REJECT  NOT EQUAL TO  SPACES  OR
               T-EMV-SSN  EQUAL TO  ZEROES
               GO TO C0100-APPLY-HIRE-EXIT.

           PERFORM C0300-READ-MEMBER.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  K-RSN-NO-SSN  TO  T-EMV-REJECT
           ELSE
           IF  T-M-BAS-EE-DEATH-DATE  NOT EQUAL TO  SPACES
               MOVE  K-RSN-DEAD  TO  T-EMV-REJECT
           ELSE
           IF  T-M-BAS-EE-TERM-ACT-DATE  EQUAL TO  SPACES  AND
               T-M-BAS-EE-EMPLOYER-NUM  EQUAL TO  T-EMV-REG-NUM
               MOVE  K-RSN-ON-ROSTER  TO  T-EMV-REJECT
           ELSE
           IF  T-M-BAS-EE-TERM-ACT-DATE  EQUAL TO  SPACES  AND
               T-M-BAS-EE-EMPLOYER-NUM  NOT EQUAL TO  ZEROES
               MOVE  K-RSN-OTHER-ER  TO  T-EMV-REJECT
           ELSE
           IF  T-M-BAS-EE-TERM-ACT-DATE  NOT EQUAL TO  SPACES  AND
               T-EMV-EFF-ISO  LESS THAN  T-M-BAS-EE-TERM-ACT-DATE
               MOVE  K-RSN-BEFORE-TERM  TO  T-EMV-REJECT
           ELSE
               NEXT SENTENCE.

           IF  T-EMV-REJECT  NOT EQUAL TO  SPACES
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0100-APPLY-HIRE-EXIT.

           PERFORM C0400-CLAIM-MEMBER.

           IF  NOT W-LOCK-HELD
               ADD  1  TO  W-CNT-LOCKED
               GO TO C0100-APPLY-HIRE-EXIT.

           PERFORM C0500-UPDATE-HIRE.

           PERFORM C0410-RELEASE-MEMBER.

           ADD  1  TO  W-CNT-HIRES.
           MOVE  K-RES-APPLIED  TO  T-EMV-RESULT.
           PERFORM C0850-REGISTER-MOVEMENT.

       C0100-APPLY-HIRE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0110-IDENTIFY-HIRE                            *
      *****************************************************************
      *    THE SSN IS TAKEN AS GIVEN; A CIVIL ID GIVEN WITH IT MUST   *
      *    RESOLVE TO THE SAME SSN IF IT RESOLVES AT ALL.  WITHOUT AN *
      *    SSN THE CIVIL ID MUST RESOLVE TO EXACTLY ONE; ONE NOBODY   *
      *    HOLDS IS QUEUED FOR REGISTRATION AND THE SSN LEFT ZERO.    *
      *****************************************************************

       C0110-IDENTIFY-HIRE SECTION.

           IF  EMI-H-SSN  NUMERIC
               MOVE  EMI-H-SSN-9  TO  T-EMV-SSN
           ELSE
               NEXT SENTENCE.

           IF  T-EMV-SSN  EQUAL TO  ZEROES  AND
               T-EMV-CIVIL-ID  EQUAL TO  ZEROES
               MOVE  K-RSN-NO-ID  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0110-IDENTIFY-HIRE-EXIT.

           IF  T-EMV-CIVIL-ID  EQUAL TO  ZEROES
               GO TO C0110-IDENTIFY-HIRE-EXIT.

           MOVE  T-EMV-CIVIL-ID  TO  X626-CIVIL-ID.

           EXEC CICS LINK
                PROGRAM  ('OBSSS626')
                COMMAREA (X626-LOOKUP-AREA)
                LENGTH   (LENGTH OF X626-LOOKUP-AREA)
           END-EXEC.

           IF  T-EMV-SSN  NOT EQUAL TO  ZEROES  AND
               X626-RETURN-CODE  EQUAL TO  K-RET-GOOD  AND
               X626-SSN (1)  NOT EQUAL TO  T-EMV-SSN
               MOVE  K-RSN-ID-MISMATCH  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0110-IDENTIFY-HIRE-EXIT.

           IF  T-EMV-SSN  NOT EQUAL TO  ZEROES
               GO TO C0110-IDENTIFY-HIRE-EXIT.

           IF  X626-RETURN-CODE  EQUAL TO  K-RET-GOOD
               MOVE  X626-SSN (1)  TO  T-EMV-SSN
           ELSE
           IF  X626-RETURN-CODE  EQUAL TO  K-RET-WARNING
               MOVE  K-RSN-MULTIPLE  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
           ELSE
               PERFORM C0150-QUEUE-REGISTRATION.

       C0110-IDENTIFY-HIRE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0150-QUEUE-REGISTRATION                       *
      *****************************************************************
      *    A HIRE FOR A CIVIL ID NOBODY HOLDS IS QUEUED, OPEN, FOR    *
      *    REGISTRATION STAFF TO REGISTER THE NEW MEMBER UNDER THIS   *
      *    EMPLOYER FROM THE START DATE.                              *
      *****************************************************************

       C0150-QUEUE-REGISTRATION SECTION.

           MOVE 'ST_WRK_EE_REG_QUEUE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_EE_REG_QUEUE
                     (ERQ_CIVIL_ID,   ERQ_REG_NUM,
                      ERQ_START_DATE, ERQ_OCC_CODE,
                      ERQ_WAGE,       ERQ_FILE_DATE,
                      ERQ_LINE_NUM,   ERQ_POST_DATE,
                      ERQ_STATUS)
                VALUES
                     (:T-EMV-CIVIL-ID, :T-EMV-REG-NUM,
                      :T-EMV-EFF-DATE, :T-EMV-OCC-CODE,
                      :T-EMV-WAGE,     :W-FILE-DATE,
                      :T-EMV-LINE-NUM, :W-BUS-DATE,
                      ' ')
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           ADD  1  TO  W-CNT-QUEUED.
           MOVE  K-RES-QUEUED  TO  T-EMV-RESULT.
           PERFORM C0850-REGISTER-MOVEMENT.

       C0150-QUEUE-REGISTRATION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-APPLY-TERMINATION                        *
      *****************************************************************
      *    A TERMINATION MUST BE FOR A MEMBER ON THIS EMPLOYER'S      *
      *    ROSTER AND NOT BEFORE THE REGISTRATION EFFECTIVE DATE.     *
      *    THE MEMBER'S TERMINATION DATE IS THEN SET; THE REASON IS   *
      *    KEPT ON THE REGISTER.                                      *
      *****************************************************************

       C0200-APPLY-TERMINATION SECTION.

           MOVE  EMI-T-END-DATE  TO  T-EMV-EFF-DATE.
           MOVE  EMI-T-REASON    TO  T-EMV-REASON.

           IF  EMI-T-SSN  NUMERIC
               MOVE  EMI-T-SSN-9  TO  T-EMV-SSN
           ELSE
               NEXT SENTENCE.

           IF  T-EMV-SSN  EQUAL TO  ZEROES
               MOVE  K-RSN-NO-ID  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0200-APPLY-TERMINATION-EXIT.

           MOVE  T-EMV-EFF-DATE  TO  W-CHK-DATE.
           PERFORM C0900-CHECK-DATE.

           IF  NOT W-DATE-OK
               MOVE  K-RSN-BAD-DATE  TO  T-EMV-REJECT
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0200-APPLY-TERMINATION-EXIT.

           PERFORM C0300-READ-MEMBER.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  K-RSN-NO-SSN  TO  T-EMV-REJECT
           ELSE
           IF  T-M-BAS-EE-EMPLOYER-NUM  NOT EQUAL TO  T-EMV-REG-NUM  OR
               T-M-BAS-EE-TERM-ACT-DATE  NOT EQUAL TO  SPACES
               MOVE  K-RSN-NOT-ON-ROSTER  TO  T-EMV-REJECT
           ELSE
           IF  T-EMV-EFF-ISO  LESS THAN  T-M-BAS-EE-REG-EFF-DATE
               MOVE  K-RSN-BEFORE-REG  TO  T-EMV-REJECT
           ELSE
               NEXT SENTENCE.

           IF  T-EMV-REJECT  NOT EQUAL TO  SPACES
               PERFORM C0800-REJECT-MOVEMENT
               GO TO C0200-APPLY-TERMINATION-EXIT.

           PERFORM C0400-CLAIM-MEMBER.

           IF  NOT W-LOCK-HELD
               ADD  1  TO  W-CNT-LOCKED
               GO TO C0200-APPLY-TERMINATION-EXIT.

           PERFORM C0600-UPDATE-TERMINATION.

           PERFORM C0410-RELEASE-MEMBER.

           ADD  1  TO  W-CNT-TERMS.
           MOVE  K-RES-APPLIED  TO  T-EMV-RESULT.
           PERFORM C0850-REGISTER-MOVEMENT.

       C0200-APPLY-TERMINATION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-READ-MEMBER                              *
      *****************************************************************
      *    AN UNSET DATE OR EMPLOYER COMES BACK AS SPACES OR ZERO.    *
      *****************************************************************

       C0300-READ-MEMBER SECTION.

           MOVE  T-EMV-SSN  TO  T-M-BAS-EE-SSN.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(M_BAS_EE_EMPLOYER_NUM, 0) ,
                         COALESCE(M_BAS_EE_REG_EFF_DATE, ' ') ,
                         COALESCE(M_BAS_EE_TERM_ACT_DATE, ' ') ,
                         COALESCE(M_BAS_EE_DEATH_DATE, ' ') ,
                         COALESCE(M_BAS_EE_OCC_CODE, ' ')
                INTO    :T-M-BAS-EE-EMPLOYER-NUM ,
                        :T-M-BAS-EE-REG-EFF-DATE ,
                        :T-M-BAS-EE-TERM-ACT-DATE ,
                        :T-M-BAS-EE-DEATH-DATE ,
                        :T-M-BAS-EE-OCC-CODE
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0980-COUNT-ROW-READ.

       C0300-READ-MEMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-CLAIM-MEMBER                             *
      *****************************************************************
      *    THE SSN IS CLAIMED THROUGH THE OBSSS657 INTENT-LOCK        *
      *    SERVICE THE WAY OBSSS636 DOES.  A MEMBER HELD BY ANOTHER   *
      *    WRITER IS NOT REGISTERED, SO THE LINE IS TAKEN AGAIN BY    *
      *    THE NEXT RUN OF THE FILE.                                  *
      *****************************************************************

       C0400-CLAIM-MEMBER SECTION.

           MOVE 'N'              TO  W-LOCK-OK-SW.

           MOVE 'C'              TO  X657-FUNCTION.
           MOVE 'E'              TO  X657-KEY-TYPE.
           MOVE  T-EMV-SSN       TO  X657-KEY.
           MOVE 'OBSSS701'       TO  X657-PROGRAM.
           MOVE  K-BATCH-CLERK   TO  X657-CLERK.
           EXEC CICS LINK
                PROGRAM  ('OBSSS657')
                COMMAREA (X657-LOCK-AREA)
                LENGTH   (LENGTH OF X657-LOCK-AREA)
           END-EXEC.

           IF  X657-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-LOCK-HELD  TO  TRUE
           ELSE
               NEXT SENTENCE.

       C0400-CLAIM-MEMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-RELEASE-MEMBER                           *
      *****************************************************************

       C0410-RELEASE-MEMBER SECTION.

           MOVE 'R'              TO  X657-FUNCTION.
           MOVE  T-EMV-SSN       TO  X657-KEY.
           EXEC CICS LINK
                PROGRAM  ('OBSSS657')
                COMMAREA (X657-LOCK-AREA)
                LENGTH   (LENGTH OF X657-LOCK-AREA)
           END-EXEC.

       C0410-RELEASE-MEMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-UPDATE-HIRE                              *
      *****************************************************************
      *    ONE MASTER UPDATE, THEN THE HISTORY ROWS FOR EACH FIELD    *
      *    THAT CHANGED.  AN OCCUPATION LEFT BLANK KEEPS THE          *
      *    MEMBER'S OWN.                                              *
      *****************************************************************

       C0500-UPDATE-HIRE SECTION.

           IF  T-EMV-OCC-CODE  EQUAL TO  SPACES
               MOVE  T-M-BAS-EE-OCC-CODE  TO  T-EMV-OCC-CODE
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_EMPLOYEE_BASIC
                SET     M_BAS_EE_EMPLOYER_NUM   =  :T-EMV-REG-NUM,
                        M_BAS_EE_REG_EFF_DATE   =  :T-EMV-EFF-ISO,
                        M_BAS_EE_TERM_ACT_DATE  =  NULL,
                        M_BAS_EE_OCC_CODE       =  :T-EMV-OCC-CODE,
                        M_BAS_EE_LAST_FM_DATE   =  :T-LAST-FM-DATE
                WHERE   M_BAS_EE_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'M_BAS_EE_EMPLOYER_NUM'  TO  T-HST-FIELD-NAME.
           MOVE  SPACES                  TO  T-HST-OLD-VALUE
                                             T-HST-NEW-VALUE.
           MOVE  T-M-BAS-EE-EMPLOYER-NUM TO  T-HST-OLD-VALUE (1:7).
           MOVE  T-EMV-REG-NUM           TO  T-HST-NEW-VALUE (1:7).
           PERFORM C0700-WRITE-ONE-HISTORY.

           MOVE 'M_BAS_EE_REG_EFF_DATE'  TO  T-HST-FIELD-NAME.
           MOVE  SPACES                  TO  T-HST-OLD-VALUE
                                             T-HST-NEW-VALUE.
           MOVE  T-M-BAS-EE-REG-EFF-DATE TO  T-HST-OLD-VALUE (1:10).
           MOVE  T-EMV-EFF-ISO           TO  T-HST-NEW-VALUE (1:10).
           PERFORM C0700-WRITE-ONE-HISTORY.

           IF  T-M-BAS-EE-TERM-ACT-DATE  NOT EQUAL TO  SPACES
               MOVE 'M_BAS_EE_TERM_ACT_DATE' TO  T-HST-FIELD-NAME
               MOVE  SPACES                  TO  T-HST-OLD-VALUE
                                                 T-HST-NEW-VALUE
               MOVE  T-M-BAS-EE-TERM-ACT-DATE
                                             TO  T-HST-OLD-VALUE (1:10)
               PERFORM C0700-WRITE-ONE-HISTORY
           ELSE
               NEXT SENTENCE.

           IF  T-EMV-OCC-CODE  NOT EQUAL TO  T-M-BAS-EE-OCC-CODE
               MOVE 'M_BAS_EE_OCC_CODE'      TO  T-HST-FIELD-NAME
               MOVE  SPACES                  TO  T-HST-OLD-VALUE
                                                 T-HST-NEW-VALUE
               MOVE  T-M-BAS-EE-OCC-CODE     TO  T-HST-OLD-VALUE (1:4)
               MOVE  T-EMV-OCC-CODE          TO  T-HST-NEW-VALUE (1:4)
               PERFORM C0700-WRITE-ONE-HISTORY
           ELSE
               NEXT SENTENCE.

       C0500-UPDATE-HIRE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-UPDATE-TERMINATION                       *
      *****************************************************************

       C0600-UPDATE-TERMINATION SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_EMPLOYEE_BASIC
                SET     M_BAS_EE_TERM_ACT_DATE  =  :T-EMV-EFF-ISO,
                        M_BAS_EE_LAST_FM_DATE   =  :T-LAST-FM-DATE
                WHERE   M_BAS_EE_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'M_BAS_EE_TERM_ACT_DATE' TO  T-HST-FIELD-NAME.
           MOVE  SPACES                  TO  T-HST-OLD-VALUE
                                             T-HST-NEW-VALUE.
           MOVE  T-EMV-EFF-ISO           TO  T-HST-NEW-VALUE (1:10).
           PERFORM C0700-WRITE-ONE-HISTORY.

       C0600-UPDATE-TERMINATION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-WRITE-ONE-HISTORY                        *
      *****************************************************************
      *    THE OLD/NEW-VALUE ROW ORP1512P DISPLAYS, DATED WITH THE    *
      *    BUSINESS DATE AND THE BATCH AS THE CLERK, AS OBSSS613      *
      *    WRITES IT.  EVERY MASTER CHANGE THIS RUN MAKES (AND SO     *
      *    EVERY LAST-FM DATE IT SETS) IS STAMPED WITH THE EMPLOYER   *
      *    DEPARTMENT, SO OBSSS700 CAN CHARGE IT TO A DEPARTMENT.     *
      *****************************************************************

       C0700-WRITE-ONE-HISTORY SECTION.

           MOVE 'ST_HST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_EMPLOYEE_BASIC
                     (HST_SSN,        HST_FIELD_NAME,
                      HST_OLD_VALUE,  HST_NEW_VALUE,
                      HST_EFF_DATE,   HST_CLERK,
                      HST_DEPT)
                VALUES
                     (:T-M-BAS-EE-SSN,  :T-HST-FIELD-NAME,
                      :T-HST-OLD-VALUE, :T-HST-NEW-VALUE,
                      :T-HST-EFF-DATE,  :T-HST-CLERK,
                      :K-BATCH-DEPT)
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0700-WRITE-ONE-HISTORY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0800-REJECT-MOVEMENT                          *
      *****************************************************************
      *    THE LINE GOES BACK TO THE EMPLOYER ON EMVRTN AS RECEIVED,  *
      *    WITH THE REASON CODE AND ITS TEXT, AND IS REGISTERED AS    *
      *    REJECTED.                                                  *
      *****************************************************************

       C0800-REJECT-MOVEMENT SECTION.

           ADD  1  TO  W-CNT-REJECTED
                       X684-ROWS-REJECTED.

           MOVE  EMI-REG-NUM     TO  ERT-REG-NUM.
           MOVE  EMI-LINE-NUM    TO  ERT-LINE-NUM.
           MOVE  EMI-REC-TYPE    TO  ERT-REC-TYPE.
           MOVE  T-EMV-REJECT    TO  ERT-REASON.
           MOVE  EMI-BODY        TO  ERT-BODY.
           MOVE  SPACES          TO  ERT-REASON-TEXT.

           PERFORM C0810-FIND-REASON-TEXT
               VARYING  R  FROM  1  BY  1
               UNTIL    R  GREATER THAN  C-MAX-RSN.

           EXEC CICS WRITE
                FILE    ('EMVRTN  ')
                RIDFLD  (ERT-KEY)
                FROM    (EMVRTN-REC)
                LENGTH  (LENGTH OF EMVRTN-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN.

           MOVE  K-RES-REJECTED  TO  T-EMV-RESULT.
           PERFORM C0850-REGISTER-MOVEMENT.

       C0800-REJECT-MOVEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0810-FIND-REASON-TEXT                         *
      *****************************************************************

       C0810-FIND-REASON-TEXT SECTION.

           IF  W-RSN-CODE (R)  EQUAL TO  T-EMV-REJECT
               MOVE  W-RSN-TEXT (R)  TO  ERT-REASON-TEXT
               MOVE  C-MAX-RSN       TO  R
           ELSE
               NEXT SENTENCE.

       C0810-FIND-REASON-TEXT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0850-REGISTER-MOVEMENT                        *
      *****************************************************************
      *    EVERY LINE TAKEN IS REGISTERED UNDER THE FILE DATE WITH    *
      *    ITS RESULT, LISTED ON THE REPORT AND COMMITTED, SO A RERUN *
      *    PASSES IT OVER.                                            *
      *****************************************************************

       C0850-REGISTER-MOVEMENT SECTION.

           MOVE 'ST_HST_EE_MOVEMENT'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_EE_MOVEMENT
                     (EMV_REG_NUM,    EMV_LINE_NUM,
                      EMV_FILE_DATE,  EMV_TYPE,
                      EMV_SSN,        EMV_CIVIL_ID,
                      EMV_EFF_DATE,   EMV_OCC_CODE,
                      EMV_WAGE,       EMV_REASON,
                      EMV_RESULT,     EMV_REJECT,
                      EMV_POST_DATE)
                VALUES
                     (:T-EMV-REG-NUM,  :T-EMV-LINE-NUM,
                      :W-FILE-DATE,    :T-EMV-TYPE,
                      :T-EMV-SSN,      :T-EMV-CIVIL-ID,
                      :T-EMV-EFF-DATE, :T-EMV-OCC-CODE,
                      :T-EMV-WAGE,     :T-EMV-REASON,
                      :T-EMV-RESULT,   :T-EMV-REJECT,
                      :W-BUS-DATE)
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'LINE '            TO  EMR-TYPE.
           MOVE  SPACES            TO  EMR-DETAIL.
           MOVE  T-EMV-REG-NUM     TO  EMR-REG-NUM.
           MOVE  T-EMV-LINE-NUM    TO  EMR-LINE-NUM.
           MOVE  T-EMV-TYPE        TO  EMR-MOV-TYPE.
           MOVE  T-EMV-SSN         TO  EMR-SSN.
           MOVE  T-EMV-CIVIL-ID    TO  EMR-CIVIL-ID.
           MOVE  T-EMV-EFF-DATE    TO  EMR-EFF-DATE.
           MOVE  T-EMV-RESULT      TO  EMR-RESULT.
           MOVE  T-EMV-REJECT      TO  EMR-REJECT.
           PERFORM S0100-WRITE-RPT-LINE.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0850-REGISTER-MOVEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0900-CHECK-DATE                               *
      *****************************************************************
      *    A YYYYMMDD DATE MUST BE A PLAUSIBLE CALENDAR DATE NOT      *
      *    AFTER THE FILE DATE.  A GOOD ONE IS ALSO BUILT AS THE      *
      *    MASTER'S YYYY-MM-DD FORM, ALONG WITH TODAY'S LAST-FM AND   *
      *    HISTORY DATES.                                             *
      *****************************************************************

       C0900-CHECK-DATE SECTION.

           MOVE 'N'  TO  W-DATE-OK-SW.

           IF  W-CHK-DATE  NOT NUMERIC
               GO TO C0900-CHECK-DATE-EXIT.

           IF  W-CHK-YYYY  LESS THAN  1900          OR
               W-CHK-MM    LESS THAN  01            OR
               W-CHK-MM    GREATER THAN  12         OR
               W-CHK-DD    LESS THAN  01            OR
               W-CHK-DD    GREATER THAN  31         OR
               W-CHK-DATE  GREATER THAN  W-FILE-DATE
               GO TO C0900-CHECK-DATE-EXIT.

           MOVE 'Y'  TO  W-DATE-OK-SW.

           MOVE  W-CHK-DATE (1:4)  TO  W-DB-YYYY.
           MOVE  W-CHK-DATE (5:2)  TO  W-DB-MM.
           MOVE  W-CHK-DATE (7:2)  TO  W-DB-DD.
           MOVE  W-DATE-BUILD      TO  T-EMV-EFF-ISO.

           MOVE  W-BUS-DATE (1:4)  TO  W-DB-YYYY.
           MOVE  W-BUS-DATE (5:2)  TO  W-DB-MM.
           MOVE  W-BUS-DATE (7:2)  TO  W-DB-DD.
           MOVE  W-DATE-BUILD      TO  T-LAST-FM-DATE.
           MOVE  W-BUS-DATE        TO  T-HST-EFF-DATE.

       C0900-CHECK-DATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE 'HEAD '                         TO  EMR-TYPE.
           MOVE  SPACES                         TO  EMR-DETAIL.
           MOVE 'MOVEMENTS FILE OF'             TO  EMR-DETAIL (1:17).
           MOVE  W-FILE-DATE                    TO  EMR-DETAIL (19:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'MOVEMENT LINES RECEIVED'       TO  EMR-LABEL.
           MOVE  W-CNT-RECEIVED                 TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'HIRES APPLIED'                 TO  EMR-LABEL.
           MOVE  W-CNT-HIRES                    TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'TERMINATIONS APPLIED'          TO  EMR-LABEL.
           MOVE  W-CNT-TERMS                    TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'QUEUED FOR NEW REGISTRATION'   TO  EMR-LABEL.
           MOVE  W-CNT-QUEUED                   TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'REJECTED - RETURNED TO EMPLOYER'
                                                TO  EMR-LABEL.
           MOVE  W-CNT-REJECTED                 TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'MEMBER LOCKED - LEFT FOR NEXT RUN'
                                                TO  EMR-LABEL.
           MOVE  W-CNT-LOCKED                   TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'ALREADY LOADED - PASSED OVER'  TO  EMR-LABEL.
           MOVE  W-CNT-ALREADY-LOADED           TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'NO FILE HEADER - NOT LOADED'   TO  EMR-LABEL.
           MOVE  W-CNT-NO-HEADER                TO  EMR-COUNT.
           PERFORM D0100-WRITE-COUNT.

       D0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-WRITE-COUNT                              *
      *****************************************************************

       D0100-WRITE-COUNT SECTION.

           MOVE 'COUNT'  TO  EMR-TYPE.
           PERFORM S0100-WRITE-RPT-LINE.
           MOVE  SPACES  TO  EMR-DETAIL.

       D0100-WRITE-COUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-EMR-SEQ.
           MOVE  W-EMR-SEQ  TO  EMR-SEQ.

           EXEC CICS WRITE
                FILE    ('EMVRPT  ')
                RIDFLD  (EMR-SEQ)
                FROM    (EMVRPT-REC)
                LENGTH  (LENGTH OF EMVRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'EMVRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF EMR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF EMVRPT-REC          TO  W-RPL-REC-LEN
           MOVE  EMVRPT-REC                    TO  W-RPL-IMAGE
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

           MOVE 'OBSSS701'  TO  X684-PROGRAM.
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
      *                S0981-COUNT-REC-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD READ BY A FILE BROWSE.        *
      *****************************************************************

       S0981-COUNT-REC-READ SECTION.

           IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
               ADD  1  TO  X684-ROWS-READ
           ELSE
               NEXT SENTENCE.

       S0981-COUNT-REC-READ-EXIT.  EXIT.
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
               MOVE '1701'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
