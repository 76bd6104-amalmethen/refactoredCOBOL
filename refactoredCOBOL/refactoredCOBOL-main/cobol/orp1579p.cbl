       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1579P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1579P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE SECTION HEAD'S MONTHLY  *
      *           SIGN-OFF OF THE PRIVILEGED-OVERRIDE REGISTER THAT   *
      *           OBSSS687 BUILDS ON ST_HST_OVERRIDE_REG: PERIOD      *
      *           OVERRIDES, LOCKS BROKEN, CHECKPOINTS CLEARED,       *
      *           BUSINESS DATE CHANGES AND KK ENTRIES DROPPED.  THE  *
      *           HEAD SEES ONLY THE ROWS OF THE SECTION SIGNED ON    *
      *           (TCTTE-DEPT), AND MAY:                              *
      *                                                               *
      *           - LIST A MONTH: THE OPEN, ATTESTED AND ESCALATED    *
      *             COUNTS AND THE FIRST OPEN ROWS.                   *
      *           - ATTEST A MONTH: EVERY OPEN ROW OF THE SECTION IS  *
      *             MARKED ATTESTED BY THE HEAD, EXCEPT THE HEAD'S    *
      *             OWN OVERRIDES, WHICH NO ONE MAY ATTEST FOR        *
      *             THEMSELVES; THEY STAY OPEN AND OBSSS688 TAKES     *
      *             THEM TO INTERNAL AUDIT WITH ANY OTHER ROW STILL   *
      *             OPEN AFTER ITS DUE DATE.  AN ESCALATED ROW CAN    *
      *             NOT BE ATTESTED HERE.                             *
      *                                                               *
      *           LISTING NEEDS THE OBSSS645 READ FUNCTION ON 1579    *
      *           AND ATTESTING THE APPROVE FUNCTION.  THIS IS A      *
      *           STANDALONE UTILITY TRANSACTION, KEYED DIRECTLY AS   *
      *           1579.                                               *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_HST_OVERRIDE_REG   (DB2 TABLE)             *
      *                                                               *
      *        OUTPUT - ST_HST_OVERRIDE_REG   (ATTESTATION)           *
      *                  COMMANDS:                                    *
      *                   L YYYYMM                    (LIST MONTH)    *
      *                   A YYYYMM                    (ATTEST MONTH)  *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98306 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1579P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-ORG-ROWS          PIC S9(4)  COMP VALUE +12.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ORG-EOF                   VALUE 'Y'.

       01  W-AUTH-FUNCTION             PIC X(01).
       01  W-AUTH-SW                   PIC X(01)  VALUE 'N'.
           88  W-AUTHORIZED                VALUE 'Y'.

      *****************************************************************
      *              OVERRIDE REGISTER HOST VARIABLES                 *
      *****************************************************************

       01  T-ORG-MONTH                 PIC X(06).
       01  T-ORG-DEPT                  PIC X(02).
       01  T-ORG-TYPE                  PIC X(04).
       01  T-ORG-DATE                  PIC X(08).
       01  T-ORG-CLERK                 PIC X(03).
       01  T-ORG-KEY                   PIC X(40).
       01  T-ORG-ATT-CLERK             PIC X(03).
       01  T-ORG-ATT-DATE              PIC X(08).
       01  T-ORG-OPEN                  PIC S9(09) COMP.
       01  T-ORG-ATTESTED              PIC S9(09) COMP.
       01  T-ORG-ESCALATED             PIC S9(09) COMP.
       01  T-ORG-OWN-OPEN              PIC S9(09) COMP.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 SIGN-OFF COMMAND INPUT AREA                   *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-ATTEST            VALUE 'A'.
           05  FILLER                  PIC X(01).
           05  W-CMD-MONTH             PIC X(06).
           05  W-CMD-MONTH-9 REDEFINES W-CMD-MONTH
                                       PIC 9(06).
           05  FILLER                  PIC X(12).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +20.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'OVERRIDE SIGN-OFF - L YYYYMM     (LIST MONTH)'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'A YYYYMM                         (ATTEST MONTH)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED FOR THIS FUNCTION.'.
           05  W-TEXT-BAD-MONTH        PIC X(60) VALUE
               'MONTH MUST BE 6 DIGITS, YYYYMM.'.
           05  W-TEXT-NO-DEPT          PIC X(60) VALUE
               'NO SECTION ON THIS SIGN-ON - REGISTER NOT AVAILABLE.'.
           05  W-TEXT-NONE             PIC X(60) VALUE
               'NO OPEN OVERRIDES FOR THIS SECTION AND MONTH.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'OVERRIDE SIGN-OFF ENDED'.
           05  W-TEXT-HEADING          PIC X(64) VALUE
               'TYPE DATE     CLERK WHAT WAS OVERRIDDEN'.
           05  W-TEXT-COUNTS.
               10  FILLER              PIC X(08) VALUE 'SECTION '.
               10  W-TCT-DEPT          PIC X(02).
               10  FILLER              PIC X(07) VALUE ' MONTH '.
               10  W-TCT-MONTH         PIC X(06).
               10  FILLER              PIC X(06) VALUE ' OPEN '.
               10  W-TCT-OPEN          PIC Z(04)9.
               10  FILLER              PIC X(10) VALUE ' ATTESTED '.
               10  W-TCT-ATTESTED      PIC Z(04)9.
               10  FILLER              PIC X(11) VALUE ' ESCALATED '.
               10  W-TCT-ESCALATED     PIC Z(04)9.
           05  W-TEXT-ORG-LINE.
               10  W-TOL-TYPE          PIC X(04).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TOL-DATE          PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TOL-CLERK         PIC X(03).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  W-TOL-KEY           PIC X(40).
           05  W-TEXT-ATTESTED.
               10  W-TAT-ATTESTED      PIC Z(04)9.
               10  FILLER              PIC X(20) VALUE
                   ' OVERRIDES ATTESTED;'.
               10  W-TAT-OWN           PIC Z(04)9.
               10  FILLER              PIC X(30) VALUE
                   ' OF YOUR OWN LEFT FOR AUDIT.'.

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

           PERFORM C0200-RECEIVE-SIGNOFF-CMD.

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
                TRANSID ('1579')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-SIGNOFF-CMD                      *
      *****************************************************************
      *    THE SECTION IS ALWAYS THE ONE THE CLERK SIGNED ON UNDER.   *
      *    EVERY BRANCH RETURNS.                                      *
      *****************************************************************

       C0200-RECEIVE-SIGNOFF-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +20      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-LIST  AND
               NOT W-CMD-ATTEST
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-MONTH-9  NOT NUMERIC
               MOVE W-TEXT-BAD-MONTH TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  TCTTE-DEPT  EQUAL TO  SPACES  OR  LOW-VALUES
               MOVE W-TEXT-NO-DEPT   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-ATTEST
               MOVE 'A'              TO  W-AUTH-FUNCTION
           ELSE
               MOVE 'R'              TO  W-AUTH-FUNCTION.

           PERFORM S0100-CHECK-AUTH.

           IF  NOT W-AUTHORIZED
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-MONTH     TO  T-ORG-MONTH.
           MOVE  TCTTE-DEPT      TO  T-ORG-DEPT.
           MOVE  TCTTE-CLERK     TO  T-ORG-ATT-CLERK.

           IF  W-CMD-ATTEST
               PERFORM C0500-ATTEST-MONTH
           ELSE
               NEXT SENTENCE.

           PERFORM C0300-LIST-MONTH.

       C0200-RECEIVE-SIGNOFF-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-LIST-MONTH                               *
      *****************************************************************
      *    THE SECTION'S COUNTS FOR THE MONTH, THEN ITS FIRST OPEN    *
      *    ROWS IN TYPE AND DATE ORDER.                               *
      *****************************************************************

       C0300-LIST-MONTH SECTION.

           PERFORM S0200-GET-COUNTS.

           MOVE  T-ORG-DEPT       TO  W-TCT-DEPT.
           MOVE  T-ORG-MONTH      TO  W-TCT-MONTH.
           MOVE  T-ORG-OPEN       TO  W-TCT-OPEN.
           MOVE  T-ORG-ATTESTED   TO  W-TCT-ATTESTED.
           MOVE  T-ORG-ESCALATED  TO  W-TCT-ESCALATED.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-COUNTS)
                LENGTH  (LENGTH OF W-TEXT-COUNTS)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_HST_OVERRIDE_REG'  TO  W-EIBDS.

           EXEC SQL
                DECLARE ORG-CURSOR CURSOR FOR
                SELECT   ORG_TYPE  ,
                         ORG_DATE  ,
                         ORG_CLERK ,
                         ORG_KEY
                FROM     ST_HST_OVERRIDE_REG
                WHERE    ORG_MONTH   =  :T-ORG-MONTH
                AND      ORG_DEPT    =  :T-ORG-DEPT
                AND      ORG_STATUS  =  'O'
                ORDER BY ORG_TYPE , ORG_DATE , ORG_CLERK
           END-EXEC.

           EXEC SQL
                OPEN ORG-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0310-FETCH-ORG-ROW
               UNTIL  W-ORG-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-ORG-ROWS.

           EXEC SQL
                CLOSE ORG-CURSOR
           END-EXEC.

           IF  W-ROW-COUNT  EQUAL TO  ZERO
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NONE)
                    LENGTH  (60)
                    ACCUM
               END-EXEC.

           IF  W-CMD-ATTEST
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-ATTESTED)
                    LENGTH  (LENGTH OF W-TEXT-ATTESTED)
                    ACCUM
               END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1579')
           END-EXEC.

       C0300-LIST-MONTH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0310-FETCH-ORG-ROW                         *
      *****************************************************************

       C0310-FETCH-ORG-ROW SECTION.

           EXEC SQL
                FETCH ORG-CURSOR
                INTO  :T-ORG-TYPE ,
                      :T-ORG-DATE ,
                      :T-ORG-CLERK ,
                      :T-ORG-KEY
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0310-FETCH-ORG-ROW-EXIT
           END-IF.

           ADD   1               TO  W-ROW-COUNT.
           MOVE  T-ORG-TYPE      TO  W-TOL-TYPE.
           MOVE  T-ORG-DATE      TO  W-TOL-DATE.
           MOVE  T-ORG-CLERK     TO  W-TOL-CLERK.
           MOVE  T-ORG-KEY       TO  W-TOL-KEY.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ORG-LINE)
                LENGTH  (LENGTH OF W-TEXT-ORG-LINE)
                ACCUM
           END-EXEC.

       C0310-FETCH-ORG-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-ATTEST-MONTH                             *
      *****************************************************************
      *    EVERY OPEN ROW OF THE SECTION AND MONTH IS ATTESTED BY THE *
      *    HEAD, EXCEPT THE HEAD'S OWN.  THE LIST THAT FOLLOWS SHOWS  *
      *    WHAT IS STILL OPEN AND HOW MANY ROWS WERE ATTESTED.        *
      *****************************************************************

       C0500-ATTEST-MONTH SECTION.

           MOVE  W-TODAY-DATE      TO  T-ORG-ATT-DATE.
           MOVE 'ST_HST_OVERRIDE_REG'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_HST_OVERRIDE_REG
                SET      ORG_STATUS     =  'A' ,
                         ORG_ATT_CLERK  =  :T-ORG-ATT-CLERK ,
                         ORG_ATT_DATE   =  :T-ORG-ATT-DATE
                WHERE    ORG_MONTH      =  :T-ORG-MONTH
                AND      ORG_DEPT       =  :T-ORG-DEPT
                AND      ORG_STATUS     =  'O'
                AND      ORG_CLERK     <>  :T-ORG-ATT-CLERK
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE  SQLERRD (3)   TO  W-TAT-ATTESTED
           ELSE
               MOVE  ZEROES        TO  W-TAT-ATTESTED.

       C0500-ATTEST-MONTH-EXIT.  EXIT.
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
                TRANSID ('1579')
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
      *    FUNCTION IN W-AUTH-FUNCTION ON TRANSACTION 1579.           *
      *****************************************************************

       S0100-CHECK-AUTH SECTION.

           MOVE 'N'              TO  W-AUTH-SW.

           MOVE  TCTTE-CLERK     TO  X645-CLERK.
           MOVE '1579'           TO  X645-TRAN.
           MOVE  W-AUTH-FUNCTION TO  X645-FUNCTION.

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
      *                S0200-GET-COUNTS                               *
      *****************************************************************
      *    THE SECTION'S ROWS FOR THE MONTH BY STATUS, AND THE OPEN   *
      *    ROWS THAT ARE THE SIGNED-ON CLERK'S OWN.                   *
      *****************************************************************

       S0200-GET-COUNTS SECTION.

           MOVE 'ST_HST_OVERRIDE_REG'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (CASE WHEN ORG_STATUS = 'O'
                                         THEN 1 ELSE 0 END), 0) ,
                         COALESCE (SUM (CASE WHEN ORG_STATUS = 'A'
                                         THEN 1 ELSE 0 END), 0) ,
                         COALESCE (SUM (CASE WHEN ORG_STATUS = 'E'
                                         THEN 1 ELSE 0 END), 0) ,
                         COALESCE (SUM (CASE WHEN ORG_STATUS = 'O'
                                         AND  ORG_CLERK  =
                                              :T-ORG-ATT-CLERK
                                         THEN 1 ELSE 0 END), 0)
                INTO    :T-ORG-OPEN ,
                        :T-ORG-ATTESTED ,
                        :T-ORG-ESCALATED ,
                        :T-ORG-OWN-OPEN
                FROM     ST_HST_OVERRIDE_REG
                WHERE    ORG_MONTH  =  :T-ORG-MONTH
                AND      ORG_DEPT   =  :T-ORG-DEPT
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  T-ORG-OWN-OPEN  TO  W-TAT-OWN.

       S0200-GET-COUNTS-EXIT.  EXIT.
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
                    TRANSID ('1579')
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
               MOVE '1579'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
