       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1580P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1580P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM MAINTAINS THE RESTRICTED-      *
      *           RECORD INDICATOR (M_BAS_EE_RESTRICT_IND) ON THE     *
      *           EMPLOYEE MASTER, WHICH MARKS A SENSITIVE            *
      *           REGISTRATION AS NEED-TO-KNOW.  WHILE IT IS SET,     *
      *           ORP1511P, ITS DRILL-DOWN SCREENS AND THE OBSSS650   *
      *           RELEASE SERVICE SHOW THE RECORD ONLY TO A CLERK OR  *
      *           SYSTEM OBSSS645 GRANTS THE RESTRICTED-ACCESS        *
      *           FUNCTION (X), AND THE OBSSS689 GATE LOGS EVERY      *
      *           LOOK FOR THE OBSSS690 WEEKLY REPORT.  THE CLERK     *
      *           MAY:                                                *
      *                                                               *
      *           - INQUIRE: SHOW WHETHER THE SSN IS RESTRICTED.      *
      *           - SET OR CLEAR THE INDICATOR.  EACH CHANGE IS       *
      *             WRITTEN TO ST_HST_EMPLOYEE_BASIC WITH THE OLD     *
      *             AND NEW VALUE AND THE CLERK, LIKE ANY OTHER       *
      *             MASTER FIELD CHANGE.                              *
      *                                                               *
      *           INQUIRING NEEDS THE OBSSS645 READ FUNCTION ON 1580  *
      *           AND SETTING OR CLEARING THE UPDATE FUNCTION.  THIS  *
      *           IS A STANDALONE UTILITY TRANSACTION, KEYED DIRECTLY *
      *           AS 1580.                                            *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)      *
      *                                                               *
      *        OUTPUT - ST_MST_EMPLOYEE_BASIC (RESTRICTED INDICATOR)  *
      *                 ST_HST_EMPLOYEE_BASIC (CHANGE HISTORY)        *
      *                  COMMANDS:                                    *
      *                   SSN I                       (INQUIRE)       *
      *                   SSN S                       (SET)           *
      *                   SSN C                       (CLEAR)         *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98307 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98316 - MEMBER CHANGE HISTORY NOW CARRIES THE   *
      *                       CLERK'S DEPARTMENT (HST_DEPT) FOR THE   *
      *                       OBSSS700 DATA-QUALITY SCORECARD.        *
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
               VALUE 'PROGRAM-ID ORP1580P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-AUTH-FUNCTION             PIC X(01).
       01  W-AUTH-SW                   PIC X(01)  VALUE 'N'.
           88  W-AUTHORIZED                VALUE 'Y'.

      *****************************************************************
      *              MASTER AND HISTORY HOST VARIABLES                *
      *****************************************************************

       01  T-M-BAS-EE-SSN              PIC 9(11).
       01  T-M-BAS-EE-RESTRICT-IND     PIC X(01).
           88  T-RESTRICTED                VALUE 'Y'.
       01  T-NEW-RESTRICT-IND          PIC X(01).

       01  T-HST-FIELD-NAME            PIC X(20).
       01  T-HST-OLD-VALUE             PIC X(20).
       01  T-HST-NEW-VALUE             PIC X(20).
       01  T-HST-EFF-DATE              PIC X(10).
       01  T-HST-CLERK                 PIC X(05).

       01  W-TODAY-DATE                PIC X(08).
       01  W-DATE-BUILD.
           05  W-DB-YYYY               PIC X(04).
           05  W-DB-SL1                PIC X(01)  VALUE '-'.
           05  W-DB-MM                 PIC X(02).
           05  W-DB-SL2                PIC X(01)  VALUE '-'.
           05  W-DB-DD                 PIC X(02).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-SSN               PIC X(11).
           05  W-CMD-SSN-9 REDEFINES W-CMD-SSN
                                       PIC 9(11).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-INQUIRE           VALUE 'I'.
               88  W-CMD-SET               VALUE 'S'.
               88  W-CMD-CLEAR             VALUE 'C'.
           05  FILLER                  PIC X(07).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +20.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'RESTRICTED RECORD - SSN I        (INQUIRE)'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'SSN S  (SET)       SSN C         (CLEAR)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED FOR THIS FUNCTION.'.
           05  W-TEXT-BAD-SSN          PIC X(60) VALUE
               'SSN MUST BE 11 DIGITS.'.
           05  W-TEXT-NOT-FOUND        PIC X(60) VALUE
               'NO RECORD FOUND FOR THIS SSN.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'RESTRICTED RECORD ENDED'.
           05  W-TEXT-STATUS.
               10  FILLER              PIC X(04) VALUE 'SSN '.
               10  W-TST-SSN           PIC 9(11).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TST-STATE         PIC X(14).
               10  W-TST-CHANGE        PIC X(30).

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

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.

       B0000-INIT-EXIT.  EXIT.
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

           PERFORM C0200-RECEIVE-RESTRICT-CMD.

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
                TRANSID ('1580')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-RESTRICT-CMD                     *
      *****************************************************************
      *    EVERY BRANCH RETURNS.                                      *
      *****************************************************************

       C0200-RECEIVE-RESTRICT-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +20      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-INQUIRE  AND
               NOT W-CMD-SET      AND
               NOT W-CMD-CLEAR
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-SSN-9  NOT NUMERIC  OR
               W-CMD-SSN-9  EQUAL TO  ZEROES
               MOVE W-TEXT-BAD-SSN   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-INQUIRE
               MOVE 'R'              TO  W-AUTH-FUNCTION
           ELSE
               MOVE 'U'              TO  W-AUTH-FUNCTION.

           PERFORM S0100-CHECK-AUTH.

           IF  NOT W-AUTHORIZED
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-SSN-9     TO  T-M-BAS-EE-SSN.
           PERFORM C0300-READ-INDICATOR.

           MOVE  SPACES          TO  W-TST-CHANGE.

           IF  W-CMD-SET  AND  NOT T-RESTRICTED
               MOVE 'Y'          TO  T-NEW-RESTRICT-IND
               PERFORM C0500-CHANGE-INDICATOR
           ELSE
           IF  W-CMD-CLEAR  AND  T-RESTRICTED
               MOVE 'N'          TO  T-NEW-RESTRICT-IND
               PERFORM C0500-CHANGE-INDICATOR
           ELSE
           IF  NOT W-CMD-INQUIRE
               MOVE ' - NO CHANGE NEEDED'     TO  W-TST-CHANGE
           ELSE
               NEXT SENTENCE.

           PERFORM C0400-SEND-STATUS.

       C0200-RECEIVE-RESTRICT-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-READ-INDICATOR                           *
      *****************************************************************
      *    A MISSING REGISTRATION ENDS THE REQUEST WITH A MESSAGE.    *
      *****************************************************************

       C0300-READ-INDICATOR SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(M_BAS_EE_RESTRICT_IND, 'N')
                INTO    :T-M-BAS-EE-RESTRICT-IND
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NOT-FOUND  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0300-READ-INDICATOR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-SEND-STATUS                              *
      *****************************************************************

       C0400-SEND-STATUS SECTION.

           MOVE  T-M-BAS-EE-SSN  TO  W-TST-SSN.

           IF  T-RESTRICTED
               MOVE 'RESTRICTED'      TO  W-TST-STATE
           ELSE
               MOVE 'NOT RESTRICTED'  TO  W-TST-STATE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-STATUS)
                LENGTH  (LENGTH OF W-TEXT-STATUS)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1580')
           END-EXEC.

       C0400-SEND-STATUS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-CHANGE-INDICATOR                         *
      *****************************************************************
      *    SETS OR CLEARS THE INDICATOR AND WRITES THE CHANGE TO      *
      *    ST_HST_EMPLOYEE_BASIC, THE SAME HISTORY EVERY OTHER        *
      *    MASTER FIELD CHANGE LANDS ON.                              *
      *****************************************************************

       C0500-CHANGE-INDICATOR SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_EMPLOYEE_BASIC
                SET     M_BAS_EE_RESTRICT_IND  =  :T-NEW-RESTRICT-IND
                WHERE   M_BAS_EE_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  W-TODAY-DATE (1:4)      TO  W-DB-YYYY.
           MOVE  W-TODAY-DATE (5:2)      TO  W-DB-MM.
           MOVE  W-TODAY-DATE (7:2)      TO  W-DB-DD.
           MOVE  W-DATE-BUILD            TO  T-HST-EFF-DATE.
           MOVE  TCTTE-CLERK             TO  T-HST-CLERK.
           MOVE 'M_BAS_EE_RESTRICT_IND'  TO  T-HST-FIELD-NAME.
           MOVE  T-M-BAS-EE-RESTRICT-IND TO  T-HST-OLD-VALUE.
           MOVE  T-NEW-RESTRICT-IND      TO  T-HST-NEW-VALUE.

           MOVE 'ST_HST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_EMPLOYEE_BASIC
                     (HST_SSN,         HST_FIELD_NAME,
                      HST_OLD_VALUE,   HST_NEW_VALUE,
98316                 HST_EFF_DATE,    HST_CLERK,
98316                 HST_DEPT)
                VALUES
                     (:T-M-BAS-EE-SSN,  :T-HST-FIELD-NAME,
                      :T-HST-OLD-VALUE, :T-HST-NEW-VALUE,
98316                 :T-HST-EFF-DATE,  :T-HST-CLERK,
98316                 :TCTTE-DEPT)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  T-NEW-RESTRICT-IND      TO  T-M-BAS-EE-RESTRICT-IND.
           MOVE ' - CHANGED'             TO  W-TST-CHANGE.

       C0500-CHANGE-INDICATOR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT.    *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1580')
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
      *                S0100-CHECK-AUTH                               *
      *****************************************************************
      *    THE CLERK MAY USE THE COMMAND WHEN OBSSS645 GRANTS THE     *
      *    FUNCTION IN W-AUTH-FUNCTION ON TRANSACTION 1580.           *
      *****************************************************************

       S0100-CHECK-AUTH SECTION.

           MOVE 'N'              TO  W-AUTH-SW.

           MOVE  TCTTE-CLERK     TO  X645-CLERK.
           MOVE '1580'           TO  X645-TRAN.
           MOVE  W-AUTH-FUNCTION TO  X645-FUNCTION.
           MOVE  SPACES          TO  X645-SYSTEM.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-AUTHORIZED  TO  TRUE
           ELSE
               NEXT SENTENCE.

       S0100-CHECK-AUTH-EXIT.  EXIT.
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
                    TRANSID ('1580')
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
               MOVE ZEROES                TO  ORSS0400-SSN
               MOVE '1580'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
