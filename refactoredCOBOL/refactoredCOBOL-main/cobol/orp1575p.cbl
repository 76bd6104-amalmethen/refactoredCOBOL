       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1575P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1575P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE SUPERVISOR SIDE OF THE  *
      *           BANK ACCOUNT CHANGE COOLING-OFF HOLDS THAT OBSSS681 *
      *           OPENS ON ST_WRK_BANK_COOLOFF:                       *
      *                                                               *
      *           - ANYONE MAY INQUIRE ON A MEMBER'S HOLDS AND THE    *
      *             PAYMENTS CURRENTLY STOPPED UNDER THEM.            *
      *           - A SUPERVISOR (OBSSS645 RELEASE FUNCTION) WHO HAS  *
      *             CALLED THE MEMBER BACK ON THE CONTACT DETAILS ON  *
      *             FILE AND CONFIRMED THE CHANGE RELEASES THE HOLD   *
      *             EARLY, QUOTING THE CALLBACK REFERENCE.  EVERY     *
      *             OPEN HOLD FOR THE MEMBER IS MARKED RELEASED ('R') *
      *             WITH THE SUPERVISOR, DATE AND REFERENCE, THE      *
      *             PAYMENTS OBSSS681 STOPPED ARE RELEASED ON         *
      *             ST_WRK_STOP_PAY FOR OBSSS623'S RELEASED-STOP      *
      *             PASS TO PAY ON ITS NEXT RUN, AND THE RELEASE IS   *
      *             LOGGED ON ST_HST_BANK_COOLOFF_LOG.                *
      *                                                               *
      *           HOLD STATUS - 'H' HELD, 'R' RELEASED EARLY, 'E'     *
      *           EXPIRED AT THE END OF THE PERIOD.                   *
      *                                                               *
      *           THIS IS A STANDALONE UTILITY TRANSACTION, KEYED     *
      *           DIRECTLY AS 1575.                                   *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_BANK_COOLOFF   (DB2 WORK TABLE)        *
      *                 ST_WRK_STOP_PAY       (DB2 WORK TABLE)        *
      *                                                               *
      *        OUTPUT - RELEASED HOLDS AND STOPS; A LOG ROW PER       *
      *                  RELEASE.                                     *
      *                  COMMANDS:                                    *
      *                   Q SSN                       (INQUIRE)       *
      *                   L SSN CALLBACK-REFERENCE    (RELEASE)       *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98299 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1575P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-HOLD-ROWS         PIC S9(4)  COMP VALUE +10.
           05  K-COOLOFF-REF           PIC X(10)  VALUE 'COOLOFF'.
           05  K-ACT-RELEASE           PIC X(04)  VALUE 'RELS'.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-RELEASE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-RELEASE-AUTH              VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CLO-EOF                   VALUE 'Y'.

      *****************************************************************
      *              HOLD / STOP HOST VARIABLES                       *
      *****************************************************************

       01  T-CLO-SSN                   PIC 9(11).
       01  T-CLO-EFF-DATE              PIC X(10).
       01  T-CLO-END-DATE              PIC X(08).
       01  T-CLO-STATUS                PIC X(01).
       01  T-CLO-RELEASE-DATE          PIC X(08).
       01  T-CLO-RELEASE-IND           PIC S9(04) COMP.
       01  T-CLO-RELEASE-CLERK         PIC X(03).
       01  T-CLO-CLERK-IND             PIC S9(04) COMP.
       01  T-CLO-CALLBACK-REF          PIC X(20).
       01  T-CLO-CALLBACK-IND          PIC S9(04) COMP.
       01  T-CLO-OPEN-COUNT            PIC S9(09) COMP.

       01  T-STP-COUNT                 PIC S9(09) COMP.
       01  T-STP-TOTAL                 PIC S9(13)V999 COMP-3.
       01  T-STP-TOTAL-IND             PIC S9(04) COMP.

       01  T-CLL-ACTION                PIC X(04).
       01  T-CLL-LEAD-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  T-CLL-CLERK                 PIC X(03).
       01  W-CLL-DATE-TIME.
           05  W-CLL-DATE              PIC X(08).
           05  W-CLL-TIME              PIC X(06).

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 RELEASE COMMAND INPUT AREA                    *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-INQUIRE           VALUE 'Q'.
               88  W-CMD-RELEASE           VALUE 'L'.
           05  FILLER                  PIC X(01).
           05  W-CMD-SSN               PIC X(11).
           05  FILLER                  PIC X(01).
           05  W-CMD-CALLBACK-REF      PIC X(20).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +34.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'BANK CHANGE HOLDS - Q SSN (INQUIRE)'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'L SSN CALLBACK-REFERENCE (RELEASE AFTER CALLBACK)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO RELEASE COOLING-OFF HOLDS.'.
           05  W-TEXT-BAD-SSN          PIC X(60) VALUE
               'SSN MUST BE 11 DIGITS.'.
           05  W-TEXT-NO-CALLBACK      PIC X(60) VALUE
               'A RELEASE NEEDS THE CALLBACK REFERENCE.'.
           05  W-TEXT-NO-HOLD          PIC X(60) VALUE
               'NO COOLING-OFF HOLD IS OPEN FOR THIS MEMBER.'.
           05  W-TEXT-RELEASED         PIC X(60) VALUE
               'HOLD RELEASED - STOPPED PAYMENTS GO ON THE NEXT RUN.'.
           05  W-TEXT-NONE             PIC X(60) VALUE
               'NO COOLING-OFF HOLDS FOR THIS MEMBER.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'COOLING-OFF SESSION ENDED'.
           05  W-TEXT-HEADING          PIC X(64) VALUE
               'CHANGED    UNTIL    S RELEASED BY  CALLBACK REFERENCE'.
           05  W-TEXT-HOLD-LINE.
               10  W-THL-EFF-DATE      PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-END-DATE      PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-STATUS        PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-RELEASE-DATE  PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-CLERK         PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-CALLBACK-REF  PIC X(20).
           05  W-TEXT-STOP-LINE.
               10  FILLER              PIC X(18) VALUE
                   'PAYMENTS STOPPED: '.
               10  W-TSL-COUNT         PIC ZZZ9.
               10  FILLER              PIC X(10) VALUE
                   '  AMOUNT: '.
               10  W-TSL-AMOUNT        PIC Z(11)9.999-.

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

           PERFORM B0060-CHECK-RELEASE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0060-CHECK-RELEASE-AUTH                       *
      *****************************************************************
      *    RELEASING A HOLD EARLY IS A SUPERVISOR DECISION: ONLY AN   *
      *    OBSSS645 GRANT OF THE RELEASE FUNCTION ON THIS             *
      *    TRANSACTION PERMITS IT.                                    *
      *****************************************************************

       B0060-CHECK-RELEASE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1575'        TO  X645-TRAN.
           MOVE 'L'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-RELEASE-AUTH  TO  TRUE
           ELSE
               NEXT SENTENCE.

       B0060-CHECK-RELEASE-AUTH-EXIT.  EXIT.
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

           PERFORM C0200-RECEIVE-HOLD-CMD.

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
                TRANSID ('1575')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-HOLD-CMD                         *
      *****************************************************************
      *    INQUIRY IS OPEN TO ANYONE; A RELEASE NEEDS THE OBSSS645    *
      *    RELEASE GRANT.  EVERY BRANCH RETURNS.                      *
      *****************************************************************

       C0200-RECEIVE-HOLD-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +34      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-INQUIRE  AND
               NOT W-CMD-RELEASE
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-SSN  NOT NUMERIC
               MOVE W-TEXT-BAD-SSN  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-SSN  TO  T-CLO-SSN.

           IF  W-CMD-INQUIRE
               PERFORM C0700-INQUIRE-HOLDS
           ELSE
               NEXT SENTENCE.

           IF  NOT W-RELEASE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM C0300-RELEASE-HOLD.

       C0200-RECEIVE-HOLD-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-RELEASE-HOLD                             *
      *****************************************************************
      *    EVERY OPEN HOLD FOR THE MEMBER IS RELEASED TOGETHER -- THE *
      *    CALLBACK CONFIRMS THE ACCOUNT NOW ON FILE -- AND ONLY THE  *
      *    STOPS OBSSS681 PLACED ARE RELEASED WITH IT.                *
      *****************************************************************

       C0300-RELEASE-HOLD SECTION.

           IF  W-CMD-CALLBACK-REF  EQUAL TO  SPACES
               MOVE W-TEXT-NO-CALLBACK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_BANK_COOLOFF'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-CLO-OPEN-COUNT
                FROM    ST_WRK_BANK_COOLOFF
                WHERE   CLO_SSN     =  :T-CLO-SSN
                AND     CLO_STATUS  =  'H'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-CLO-OPEN-COUNT  EQUAL TO  ZERO
               MOVE W-TEXT-NO-HOLD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  TCTTE-CLERK         TO  T-CLL-CLERK.
           MOVE  W-CMD-CALLBACK-REF  TO  T-CLO-CALLBACK-REF.

           EXEC SQL
                UPDATE  ST_WRK_BANK_COOLOFF
                SET     CLO_STATUS         =  'R',
                        CLO_RELEASE_DATE   =  :W-TODAY-DATE,
                        CLO_RELEASE_CLERK  =  :T-CLL-CLERK,
                        CLO_CALLBACK_REF   =  :T-CLO-CALLBACK-REF
                WHERE   CLO_SSN     =  :T-CLO-SSN
                AND     CLO_STATUS  =  'H'
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0750-COUNT-STOPS.

           MOVE 'ST_WRK_STOP_PAY'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_STOP_PAY
                SET     STP_STATUS  =  'R'
                WHERE   STP_SSN     =  :T-CLO-SSN
                AND     STP_REF     =  :K-COOLOFF-REF
                AND     STP_STATUS  =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_HST_BANK_COOLOFF_LOG'  TO  W-EIBDS.
           MOVE  K-ACT-RELEASE             TO  T-CLL-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14)  TO  W-CLL-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_HST_BANK_COOLOFF_LOG
                     (CLL_SSN,         CLL_ACTION,
                      CLL_LEAD_COUNT,  CLL_AMOUNT,
                      CLL_CLERK,       CLL_REF,
                      CLL_POST_DATE,   CLL_POST_TIME)
                VALUES
                     (:T-CLO-SSN,        :T-CLL-ACTION,
                      :T-CLL-LEAD-COUNT, :T-STP-TOTAL,
                      :T-CLL-CLERK,      :T-CLO-CALLBACK-REF,
                      :W-CLL-DATE,       :W-CLL-TIME)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE W-TEXT-RELEASED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0300-RELEASE-HOLD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-INQUIRE-HOLDS                            *
      *****************************************************************
      *    THE MEMBER'S MOST RECENT HOLDS, NEWEST CHANGE FIRST, THEN  *
      *    THE PAYMENTS STILL STOPPED UNDER THEM.                     *
      *****************************************************************

       C0700-INQUIRE-HOLDS SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (64)
                ERASE
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_BANK_COOLOFF'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CLO-CURSOR CURSOR FOR
                SELECT   CLO_EFF_DATE ,
                         CLO_END_DATE ,
                         CLO_STATUS ,
                         CLO_RELEASE_DATE ,
                         CLO_RELEASE_CLERK ,
                         CLO_CALLBACK_REF
                FROM     ST_WRK_BANK_COOLOFF
                WHERE    CLO_SSN  =  :T-CLO-SSN
                ORDER BY CLO_EFF_DATE  DESC
           END-EXEC.

           EXEC SQL
                OPEN CLO-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-HOLD-ROW
               UNTIL  W-CLO-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-HOLD-ROWS.

           EXEC SQL
                CLOSE CLO-CURSOR
           END-EXEC.

           IF  W-ROW-COUNT  EQUAL TO  ZERO
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NONE)
                    LENGTH  (60)
                    ACCUM
               END-EXEC
           ELSE
               PERFORM C0750-COUNT-STOPS
               MOVE  T-STP-COUNT  TO  W-TSL-COUNT
               MOVE  T-STP-TOTAL  TO  W-TSL-AMOUNT
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-STOP-LINE)
                    LENGTH  (LENGTH OF W-TEXT-STOP-LINE)
                    ACCUM
               END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1575')
           END-EXEC.

       C0700-INQUIRE-HOLDS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-HOLD-ROW                        *
      *****************************************************************

       C0710-FETCH-HOLD-ROW SECTION.

           EXEC SQL
                FETCH CLO-CURSOR
                INTO  :T-CLO-EFF-DATE ,
                      :T-CLO-END-DATE ,
                      :T-CLO-STATUS ,
                      :T-CLO-RELEASE-DATE:T-CLO-RELEASE-IND ,
                      :T-CLO-RELEASE-CLERK:T-CLO-CLERK-IND ,
                      :T-CLO-CALLBACK-REF:T-CLO-CALLBACK-IND
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-HOLD-ROW-EXIT
           END-IF.

           IF  T-CLO-RELEASE-IND  LESS THAN  ZERO
               MOVE  SPACES  TO  T-CLO-RELEASE-DATE
           END-IF.

           IF  T-CLO-CLERK-IND  LESS THAN  ZERO
               MOVE  SPACES  TO  T-CLO-RELEASE-CLERK
           END-IF.

           IF  T-CLO-CALLBACK-IND  LESS THAN  ZERO
               MOVE  SPACES  TO  T-CLO-CALLBACK-REF
           END-IF.

           ADD   1                     TO  W-ROW-COUNT.
           MOVE  T-CLO-EFF-DATE        TO  W-THL-EFF-DATE.
           MOVE  T-CLO-END-DATE        TO  W-THL-END-DATE.
           MOVE  T-CLO-STATUS          TO  W-THL-STATUS.
           MOVE  T-CLO-RELEASE-DATE    TO  W-THL-RELEASE-DATE.
           MOVE  T-CLO-RELEASE-CLERK   TO  W-THL-CLERK.
           MOVE  T-CLO-CALLBACK-REF    TO  W-THL-CALLBACK-REF.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HOLD-LINE)
                LENGTH  (LENGTH OF W-TEXT-HOLD-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-HOLD-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0750-COUNT-STOPS                           *
      *****************************************************************
      *    THE PAYMENTS OBSSS681 HAS STOPPED FOR THE MEMBER THAT ARE  *
      *    STILL WAITING.                                             *
      *****************************************************************

       C0750-COUNT-STOPS SECTION.

           MOVE 'ST_WRK_STOP_PAY'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*) ,
                        SUM(STP_AMOUNT)
                INTO   :T-STP-COUNT ,
                       :T-STP-TOTAL:T-STP-TOTAL-IND
                FROM    ST_WRK_STOP_PAY
                WHERE   STP_SSN     =  :T-CLO-SSN
                AND     STP_REF     =  :K-COOLOFF-REF
                AND     STP_STATUS  =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-STP-TOTAL-IND  LESS THAN  ZERO
               MOVE  ZEROES  TO  T-STP-TOTAL
           END-IF.

       C0750-COUNT-STOPS-EXIT.  EXIT.
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
                TRANSID ('1575')
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
      *                        D0000-FINAL                            *
      *****************************************************************

       D0000-FINAL SECTION.

           IF  W-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID ('1575')
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
               MOVE T-CLO-SSN             TO  ORSS0400-SSN
               MOVE '1575'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
