       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1581P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1581P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM CAPTURES A MEMBER'S CONSENT    *
      *           TO HAVE BASIC DATA SHARED, AT THE COUNTER, FOR      *
      *           EACH SHARING PURPOSE: CC (CALL CENTER), BK (BANKS)  *
      *           AND MN (OTHER MINISTRIES).  THE REGISTER ITSELF IS  *
      *           KEPT BY THE OBSSS691 SERVICE, WHICH THE SELF-       *
      *           SERVICE QUEUE (OBSSS609) ALSO RECORDS THROUGH; THE  *
      *           OBSSS650 RELEASE SERVICE AND THE OBSSS604 CALL-     *
      *           CENTER EXTRACT SHARE NOTHING WITHOUT CONSENT IN     *
      *           FORCE FOR THEIR PURPOSE.  THE CLERK MAY:            *
      *                                                               *
      *           - INQUIRE: SHOW THE CONSENT STATE FOR ALL THREE     *
      *             PURPOSES, WITH THE GRANT OR WITHDRAWAL DATE.      *
      *           - GRANT CONSENT FOR ONE PURPOSE, DATED TODAY.       *
      *           - WITHDRAW CONSENT FOR ONE PURPOSE, DATED TODAY.    *
      *                                                               *
      *           EACH GRANT AND WITHDRAWAL IS WRITTEN TO             *
      *           ST_HST_MEMBER_CONSENT WITH THE CLERK.  INQUIRING    *
      *           NEEDS THE OBSSS645 READ FUNCTION ON 1581 AND        *
      *           GRANTING OR WITHDRAWING THE UPDATE FUNCTION.  THIS  *
      *           IS A STANDALONE UTILITY TRANSACTION, KEYED DIRECTLY *
      *           AS 1581.                                            *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_MEMBER_CONSENT (THROUGH OBSSS691)      *
      *                                                               *
      *        OUTPUT - ST_MST_MEMBER_CONSENT (THROUGH OBSSS691)      *
      *                 ST_HST_MEMBER_CONSENT (THROUGH OBSSS691)      *
      *                  COMMANDS:                                    *
      *                   SSN I                       (INQUIRE)       *
      *                   SSN G PP                    (GRANT)         *
      *                   SSN W PP                    (WITHDRAW)      *
      *                  PP = CC, BK OR MN                            *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - NONE OF ITS OWN: THE PROGRAM TOUCHES    *
      *                       NO TABLE DIRECTLY, SO DB2 ERRORS ARE    *
      *                       HANDLED INSIDE THE OBSSS691 SERVICE.    *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98308 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1581P'.

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
      *              SHARING PURPOSES, IN DISPLAY ORDER               *
      *****************************************************************

       01  W-PURPOSE-VALUES.
           05  FILLER                  PIC X(20) VALUE
               'CCCALL CENTER       '.
           05  FILLER                  PIC X(20) VALUE
               'BKBANKS             '.
           05  FILLER                  PIC X(20) VALUE
               'MNOTHER MINISTRIES  '.
       01  W-PURPOSE-TABLE REDEFINES W-PURPOSE-VALUES.
           05  W-PURPOSE-ENTRY  OCCURS 3 TIMES.
               10  W-PURPOSE-CODE      PIC X(02).
               10  W-PURPOSE-NAME      PIC X(18).
       01  C-MAX-PURPOSES              PIC S9(04) COMP VALUE +3.
       01  P                           PIC S9(04) COMP.

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
               88  W-CMD-GRANT             VALUE 'G'.
               88  W-CMD-WITHDRAW          VALUE 'W'.
           05  FILLER                  PIC X(01).
           05  W-CMD-PURPOSE           PIC X(02).
               88  W-CMD-PURPOSE-VALID     VALUE 'CC' 'BK' 'MN'.
           05  FILLER                  PIC X(04).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +20.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'MEMBER CONSENT - SSN I           (INQUIRE)'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'SSN G PP (GRANT)  SSN W PP (WITHDRAW)  PP=CC/BK/MN'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-BAD-PURPOSE      PIC X(60) VALUE
               'PURPOSE MUST BE CC, BK OR MN.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED FOR THIS FUNCTION.'.
           05  W-TEXT-BAD-SSN          PIC X(60) VALUE
               'SSN MUST BE 11 DIGITS.'.
           05  W-TEXT-NOT-FOUND        PIC X(60) VALUE
               'NO RECORD FOUND FOR THIS SSN.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'MEMBER CONSENT ENDED'.
           05  W-TEXT-STATUS.
               10  FILLER              PIC X(04) VALUE 'SSN '.
               10  W-TST-SSN           PIC 9(11).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TST-CHANGE.
                   15  W-TST-PURPOSE   PIC X(02).
                   15  FILLER          PIC X(01).
                   15  W-TST-RESULT    PIC X(45).
           05  W-TEXT-PURPOSE.
               10  W-TPU-NAME          PIC X(18).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TPU-STATE         PIC X(15).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  W-TPU-DATE          PIC X(10).
               10  FILLER              PIC X(19) VALUE SPACES.

       01  W-TEXT-ERROR                PIC X(60).

           EJECT
      *****************************************************************
      *        CENTRAL AUTHORITY SERVICE COMMAREA                     *
      *****************************************************************

       01  X645-AUTH-AREA.
           COPY OBC645CA.

      *****************************************************************
      *        CONSENT REGISTER SERVICE COMMAREA                      *
      *****************************************************************

       01  X691-CONSENT-AREA.
           COPY OBC691CA.

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

           PERFORM C0200-RECEIVE-CONSENT-CMD.

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
                TRANSID ('1581')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-CONSENT-CMD                      *
      *****************************************************************
      *    EVERY BRANCH RETURNS.                                      *
      *****************************************************************

       C0200-RECEIVE-CONSENT-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +20      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-INQUIRE  AND
               NOT W-CMD-GRANT    AND
               NOT W-CMD-WITHDRAW
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

           IF  NOT W-CMD-INQUIRE  AND
               NOT W-CMD-PURPOSE-VALID
               MOVE W-TEXT-BAD-PURPOSE  TO  W-TEXT-ERROR
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

           MOVE  SPACES          TO  W-TST-CHANGE.

           IF  W-CMD-INQUIRE
               NEXT SENTENCE
           ELSE
               PERFORM C0300-CHANGE-CONSENT.

           PERFORM C0400-SEND-STATUS.

       C0200-RECEIVE-CONSENT-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-CHANGE-CONSENT                           *
      *****************************************************************
      *    GRANTS OR WITHDRAWS THE ONE PURPOSE KEYED THROUGH THE      *
      *    OBSSS691 REGISTER, AS A COUNTER CHANNEL CHANGE BY THIS     *
      *    CLERK.  A MISSING REGISTRATION ENDS THE REQUEST WITH A     *
      *    MESSAGE.                                                   *
      *****************************************************************

       C0300-CHANGE-CONSENT SECTION.

           MOVE  W-CMD-ACTION    TO  X691-FUNCTION.
           MOVE  W-CMD-SSN-9     TO  X691-SSN.
           MOVE  W-CMD-PURPOSE   TO  X691-PURPOSE.
           SET   X691-CHANNEL-COUNTER  TO  TRUE.
           MOVE  TCTTE-CLERK     TO  X691-CLERK.
           MOVE  TCTTE-DEPT      TO  X691-DEPT.
           MOVE  EIBTRMID        TO  X691-TERM.

           PERFORM S0200-LINK-CONSENT.

           IF  X691-RETURN-CODE  EQUAL TO  K-RET-TXN-ERR
               MOVE W-TEXT-NOT-FOUND  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
           IF  X691-RETURN-CODE  EQUAL TO  K-RET-WARNING
               MOVE '- NO CHANGE NEEDED'   TO  W-TST-RESULT
           ELSE
           IF  X691-GRANT
               MOVE '- CONSENT GRANTED'    TO  W-TST-RESULT
           ELSE
               MOVE '- CONSENT WITHDRAWN'  TO  W-TST-RESULT.

           MOVE  W-CMD-PURPOSE   TO  W-TST-PURPOSE.

       C0300-CHANGE-CONSENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-SEND-STATUS                              *
      *****************************************************************
      *    THE SSN LINE, THEN ONE LINE PER PURPOSE WITH ITS CURRENT   *
      *    STATE AND DATE.                                            *
      *****************************************************************

       C0400-SEND-STATUS SECTION.

           MOVE  W-CMD-SSN-9     TO  W-TST-SSN.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-STATUS)
                LENGTH  (LENGTH OF W-TEXT-STATUS)
                ERASE
                ACCUM
           END-EXEC.

           PERFORM C0410-SEND-PURPOSE-LINE
               VARYING P FROM 1 BY 1
               UNTIL   P  GREATER THAN  C-MAX-PURPOSES.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1581')
           END-EXEC.

       C0400-SEND-STATUS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-SEND-PURPOSE-LINE                        *
      *****************************************************************
      *    A REGISTRATION NOT ON FILE ENDS THE REQUEST ON THE FIRST   *
      *    PURPOSE WITH A MESSAGE.                                    *
      *****************************************************************

       C0410-SEND-PURPOSE-LINE SECTION.

           MOVE 'I'                    TO  X691-FUNCTION.
           MOVE  W-CMD-SSN-9           TO  X691-SSN.
           MOVE  W-PURPOSE-CODE (P)    TO  X691-PURPOSE.
           MOVE  SPACE                 TO  X691-CHANNEL.
           MOVE  TCTTE-CLERK           TO  X691-CLERK.
           MOVE  TCTTE-DEPT            TO  X691-DEPT.
           MOVE  EIBTRMID              TO  X691-TERM.

           PERFORM S0200-LINK-CONSENT.

           IF  X691-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE W-TEXT-NOT-FOUND  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-PURPOSE-NAME (P)    TO  W-TPU-NAME.

           IF  X691-CONSENTED
               MOVE 'GRANTED'          TO  W-TPU-STATE
               MOVE  X691-GRANT-DATE   TO  W-TPU-DATE
           ELSE
           IF  X691-WITHDRAWN
               MOVE 'WITHDRAWN'        TO  W-TPU-STATE
               MOVE  X691-WITHDRAW-DATE  TO  W-TPU-DATE
           ELSE
               MOVE 'NEVER RECORDED'   TO  W-TPU-STATE
               MOVE  SPACES            TO  W-TPU-DATE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PURPOSE)
                LENGTH  (LENGTH OF W-TEXT-PURPOSE)
                ACCUM
           END-EXEC.

       C0410-SEND-PURPOSE-LINE-EXIT.  EXIT.
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
                TRANSID ('1581')
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
      *    FUNCTION IN W-AUTH-FUNCTION ON TRANSACTION 1581.           *
      *****************************************************************

       S0100-CHECK-AUTH SECTION.

           MOVE 'N'              TO  W-AUTH-SW.

           MOVE  TCTTE-CLERK     TO  X645-CLERK.
           MOVE '1581'           TO  X645-TRAN.
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
      *                S0200-LINK-CONSENT                             *
      *****************************************************************

       S0200-LINK-CONSENT SECTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS691')
                COMMAREA (X691-CONSENT-AREA)
                LENGTH   (LENGTH OF X691-CONSENT-AREA)
           END-EXEC.

       S0200-LINK-CONSENT-EXIT.  EXIT.
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
                    TRANSID ('1581')
               END-EXEC.

       D0000-FINAL-EXIT.
           EXIT.
