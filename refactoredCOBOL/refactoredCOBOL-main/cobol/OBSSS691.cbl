       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        MEMBER CONSENT REGISTER SERVICE ROUTINE OBSSS691       *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS691.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS691 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A LINKABLE SERVICE, CALLED IN THE      *
      *                SAME COMMAREA STYLE AS OBSSS645/689, THAT      *
      *                KEEPS THE MEMBER CONSENT REGISTER -- WHETHER   *
      *                A MEMBER HAS AGREED TO HAVE BASIC DATA SHARED  *
      *                FOR A GIVEN PURPOSE (CALL CENTER, BANKS, OTHER *
      *                MINISTRIES):                                   *
      *                                                               *
      *                - INQUIRE RETURNS THE CURRENT STATE FOR THE    *
      *                  SSN AND PURPOSE: GRANTED, WITHDRAWN OR NEVER *
      *                  RECORDED, WITH THE GRANT AND WITHDRAWAL      *
      *                  DATES.  CONSENT IS IN FORCE ONLY WHILE A     *
      *                  ROW EXISTS WITH NO WITHDRAWAL DATE.          *
      *                - GRANT RECORDS CONSENT WITH TODAY AS THE      *
      *                  GRANT DATE; A RE-GRANT AFTER A WITHDRAWAL    *
      *                  REOPENS THE SAME ROW.                        *
      *                - WITHDRAW STAMPS TODAY AS THE WITHDRAWAL      *
      *                  DATE; SHARING STOPS FROM THAT MOMENT.        *
      *                - EVERY GRANT AND WITHDRAWAL, WHETHER FROM     *
      *                  THE COUNTER (ORP1581P) OR THE SELF-SERVICE   *
      *                  QUEUE (OBSSS609), IS WRITTEN TO              *
      *                  ST_HST_MEMBER_CONSENT FOR THE OBSSS692       *
      *                  CONSENT COVERAGE REPORT.                     *
      *                                                               *
      *                OBSSS650 INQUIRES HERE BEFORE RELEASING BASIC  *
      *                DATA; OBSSS604 APPLIES THE SAME IN-FORCE TEST  *
      *                IN ITS EXTRACT CURSORS.                        *
      *                                                               *
      *    INPUT PARMS -   OBC691CA COMMAREA (SEE COPYBOOK).          *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_MEMBER_CONSENT (DB2 MASTER TABLE)   *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_MST_MEMBER_CONSENT (DB2 MASTER TABLE),         *
      *             ST_HST_MEMBER_CONSENT (DB2 HISTORY TABLE) AND     *
      *             THE COMMAREA STATUS.                              *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO THE LINKING CALLER.             *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-690. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98308 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS691'.

       01  CONSTANTS.
             COPY SFCWSCON.

       01  W-ROW-SW                    PIC X(01)  VALUE 'N'.
           88  W-CONSENT-ROW-FOUND         VALUE 'Y'.

      *****************************************************************
      *              CONSENT HOST VARIABLES                           *
      *****************************************************************

       01  T-CNS-GRANT-DATE            PIC X(10).
       01  T-CNS-WITHDRAW-DATE         PIC X(10).
       01  T-WDRAW-IND                 PIC S9(04) COMP.
       01  T-CNH-ACTION                PIC X(01).
       01  T-MST-HIT                   PIC S9(04) COMP.

       01  W-SYSTEM-DATE-TIME.
           05 W-SYSTEM-DATE   PIC 9(8).
           05 W-SYSTEM-TIME   PIC 9(8).
           05 FILLER REDEFINES W-SYSTEM-TIME.
              10 W-SYSTEM-HHMMSS PIC 9(6).
              10 W-SYSTEM-MILISS PIC 9(2).

       01  W-TODAY-DATE                PIC X(08).
       01  W-DATE-BUILD.
           05  W-DB-YYYY               PIC X(04).
           05  W-DB-SL1                PIC X(01)  VALUE '-'.
           05  W-DB-MM                 PIC X(02).
           05  W-DB-SL2                PIC X(01)  VALUE '-'.
           05  W-DB-DD                 PIC X(02).

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
      *            L I N K A G E   S E C T I O N                      *
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY OBC691CA.

           EJECT
      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           MOVE  K-RET-TXN-ERR     TO  X691-RETURN-CODE.
           SET   X691-NO-CONSENT   TO  TRUE.
           MOVE  SPACES            TO  X691-GRANT-DATE
                                       X691-WITHDRAW-DATE.

           IF  X691-SSN  EQUAL TO  ZEROES  OR
               NOT X691-PURPOSE-VALID
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           IF  NOT X691-INQUIRE  AND
               NOT X691-GRANT    AND
               NOT X691-WITHDRAW
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           IF  NOT X691-INQUIRE             AND
               NOT X691-CHANNEL-COUNTER     AND
               NOT X691-CHANNEL-SELF-SVC
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           MOVE  FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE  FUNCTION CURRENT-DATE(1:16)  TO  W-SYSTEM-DATE-TIME.
           MOVE  W-TODAY-DATE (1:4)           TO  W-DB-YYYY.
           MOVE  W-TODAY-DATE (5:2)           TO  W-DB-MM.
           MOVE  W-TODAY-DATE (7:2)           TO  W-DB-DD.

           PERFORM B0000-CHECK-MASTER.
           IF  T-MST-HIT  NOT EQUAL TO  +1
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           MOVE  K-RET-GOOD  TO  X691-RETURN-CODE.

           PERFORM B0100-READ-CONSENT.

           IF  X691-INQUIRE
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           IF  X691-GRANT
               IF  X691-CONSENTED
                   MOVE  K-RET-WARNING  TO  X691-RETURN-CODE
               ELSE
                   PERFORM B0200-GRANT-CONSENT
                   PERFORM B0400-LOG-CHANGE
               END-IF
           ELSE
               IF  NOT X691-CONSENTED
                   MOVE  K-RET-WARNING  TO  X691-RETURN-CODE
               ELSE
                   PERFORM B0300-WITHDRAW-CONSENT
                   PERFORM B0400-LOG-CHANGE
               END-IF
           END-IF.

       A0000-MAINLINE-EXIT.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-CHECK-MASTER                             *
      *****************************************************************
      *    CONSENT IS ONLY KEPT FOR A MEMBER ON THE MASTER.           *
      *****************************************************************

       B0000-CHECK-MASTER SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.
           MOVE  ZEROES                  TO  T-MST-HIT.

           EXEC SQL
                SELECT   1
                INTO    :T-MST-HIT
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :X691-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE  ZEROES  TO  T-MST-HIT
           ELSE
               NEXT SENTENCE.

       B0000-CHECK-MASTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-CONSENT                             *
      *****************************************************************
      *    NO ROW MEANS CONSENT WAS NEVER RECORDED; A ROW WITH A      *
      *    WITHDRAWAL DATE MEANS IT WAS WITHDRAWN.  ONLY A ROW        *
      *    WITHOUT ONE IS IN FORCE.                                   *
      *****************************************************************

       B0100-READ-CONSENT SECTION.

           MOVE 'ST_MST_MEMBER_CONSENT'  TO  W-EIBDS.
           MOVE 'N'                      TO  W-ROW-SW.

           EXEC SQL
                SELECT   CNS_GRANT_DATE     ,
                         CNS_WITHDRAW_DATE
                INTO    :T-CNS-GRANT-DATE   ,
                        :T-CNS-WITHDRAW-DATE:T-WDRAW-IND
                FROM     ST_MST_MEMBER_CONSENT
                WHERE    CNS_SSN      =  :X691-SSN
                AND      CNS_PURPOSE  =  :X691-PURPOSE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               SET   X691-NO-CONSENT   TO  TRUE
               GO TO B0100-READ-CONSENT-EXIT
           END-IF.

           MOVE 'Y'                TO  W-ROW-SW.
           MOVE  T-CNS-GRANT-DATE  TO  X691-GRANT-DATE.

           IF  T-WDRAW-IND  LESS THAN  ZERO
               SET   X691-CONSENTED  TO  TRUE
           ELSE
               SET   X691-WITHDRAWN  TO  TRUE
               MOVE  T-CNS-WITHDRAW-DATE  TO  X691-WITHDRAW-DATE.

       B0100-READ-CONSENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-GRANT-CONSENT                            *
      *****************************************************************
      *    A FIRST GRANT INSERTS THE ROW; A RE-GRANT AFTER A          *
      *    WITHDRAWAL REOPENS IT WITH TODAY AS THE NEW GRANT DATE.    *
      *    THE HISTORY TABLE KEEPS THE EARLIER GRANT AND WITHDRAWAL.  *
      *****************************************************************

       B0200-GRANT-CONSENT SECTION.

           MOVE 'ST_MST_MEMBER_CONSENT'  TO  W-EIBDS.
           MOVE  W-DATE-BUILD            TO  T-CNS-GRANT-DATE.

           IF  W-CONSENT-ROW-FOUND
               EXEC SQL
                    UPDATE  ST_MST_MEMBER_CONSENT
                    SET     CNS_GRANT_DATE     =  :T-CNS-GRANT-DATE ,
                            CNS_WITHDRAW_DATE  =  NULL              ,
                            CNS_CHANNEL        =  :X691-CHANNEL     ,
                            CNS_CLERK          =  :X691-CLERK       ,
                            CNS_DEPT           =  :X691-DEPT
                    WHERE   CNS_SSN      =  :X691-SSN
                    AND     CNS_PURPOSE  =  :X691-PURPOSE
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO ST_MST_MEMBER_CONSENT
                         (CNS_SSN,          CNS_PURPOSE,
                          CNS_GRANT_DATE,   CNS_WITHDRAW_DATE,
                          CNS_CHANNEL,      CNS_CLERK,
                          CNS_DEPT)
                    VALUES
                         (:X691-SSN,        :X691-PURPOSE,
                          :T-CNS-GRANT-DATE, NULL,
                          :X691-CHANNEL,    :X691-CLERK,
                          :X691-DEPT)
               END-EXEC.

           PERFORM DB2-ERROR.

           SET   X691-CONSENTED     TO  TRUE.
           MOVE  T-CNS-GRANT-DATE   TO  X691-GRANT-DATE.
           MOVE  SPACES             TO  X691-WITHDRAW-DATE.
           MOVE 'G'                 TO  T-CNH-ACTION.

       B0200-GRANT-CONSENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-WITHDRAW-CONSENT                         *
      *****************************************************************

       B0300-WITHDRAW-CONSENT SECTION.

           MOVE 'ST_MST_MEMBER_CONSENT'  TO  W-EIBDS.
           MOVE  W-DATE-BUILD            TO  T-CNS-WITHDRAW-DATE.

           EXEC SQL
                UPDATE  ST_MST_MEMBER_CONSENT
                SET     CNS_WITHDRAW_DATE  =  :T-CNS-WITHDRAW-DATE ,
                        CNS_CHANNEL        =  :X691-CHANNEL        ,
                        CNS_CLERK          =  :X691-CLERK          ,
                        CNS_DEPT           =  :X691-DEPT
                WHERE   CNS_SSN      =  :X691-SSN
                AND     CNS_PURPOSE  =  :X691-PURPOSE
           END-EXEC.

           PERFORM DB2-ERROR.

           SET   X691-WITHDRAWN       TO  TRUE.
           MOVE  T-CNS-WITHDRAW-DATE  TO  X691-WITHDRAW-DATE.
           MOVE 'W'                   TO  T-CNH-ACTION.

       B0300-WITHDRAW-CONSENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0400-LOG-CHANGE                               *
      *****************************************************************
      *    ONE ROW PER GRANT OR WITHDRAWAL -- WHAT (SSN, PURPOSE,     *
      *    G OR W), WHEN, THROUGH WHICH CHANNEL (C COUNTER, S         *
      *    SELF-SERVICE) AND, AT THE COUNTER, BY WHICH CLERK.         *
      *****************************************************************

       B0400-LOG-CHANGE SECTION.

           MOVE 'ST_HST_MEMBER_CONSENT'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_MEMBER_CONSENT
                     (CNH_SSN,        CNH_PURPOSE,
                      CNH_ACTION,     CNH_DATE,
                      CNH_TIME,       CNH_CHANNEL,
                      CNH_CLERK,      CNH_DEPT,
                      CNH_TERM)
                VALUES
                     (:X691-SSN,       :X691-PURPOSE,
                      :T-CNH-ACTION,   :W-TODAY-DATE,
                      :W-SYSTEM-HHMMSS, :X691-CHANNEL,
                      :X691-CLERK,     :X691-DEPT,
                      :X691-TERM)
           END-EXEC.

           PERFORM DB2-ERROR.

       B0400-LOG-CHANGE-EXIT.  EXIT.
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
               MOVE X691-CLERK           TO  ORSS0400-CLERK
               MOVE X691-SSN             TO  ORSS0400-SSN
               MOVE '1691'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
