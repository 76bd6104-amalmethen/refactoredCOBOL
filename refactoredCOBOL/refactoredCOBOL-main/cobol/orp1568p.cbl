       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1568P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1568P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE INVESTIGATION SIDE OF   *
      *           THE PRE-RETIREMENT WAGE-SPIKE CASES THE OBSSS669    *
      *           SWEEP OPENS ON ST_WRK_WAGE_SPIKE.  WHILE A CASE     *
      *           IS OPEN OBSSS661 WILL NOT WORK THE MEMBER'S AWARD   *
      *           AND ORP1562P WILL NOT APPROVE ONE:                  *
      *                                                               *
      *           - ANYONE MAY LIST THE MEMBER'S LATEST CASE: THE     *
      *             DECLARING EMPLOYER, THE TREND AND RECENT          *
      *             AVERAGES, THE MEMBER'S RISE AGAINST THE           *
      *             EMPLOYER'S, AND THE WAGE SERIES COPIED FROM       *
      *             ST_HST_WAGE_BASE WHEN THE CASE OPENED, MOST       *
      *             RECENT PERIOD FIRST.                              *
      *           - THE INVESTIGATING CLERK RECORDS THE FINDING ON    *
      *             AN OPEN CASE: 'C' (THE RISE IS GENUINE -- A       *
      *             PROMOTION, A NEW POST) OR 'U' (THE RISE IS        *
      *             UPHELD AS INFLATED; THE WAGE IS CORRECTED         *
      *             THROUGH ORP1543P).  THE CLERK IS STAMPED.         *
      *           - A SUPERVISOR (OBSSS645 APPROVE FUNCTION), NOT     *
      *             THE CLERK WHO RECORDED THE FINDING, CLOSES THE    *
      *             CASE WITH IT, WHICH LIFTS THE HOLD.  CLOSING AN   *
      *             UPHELD CASE ALSO REJECTS ANY AWARD STILL          *
      *             WAITING ON ORP1562P AND REOPENS THE PRE-          *
      *             RETIREMENT ENTRY, SO OBSSS661 RECALCULATES FROM   *
      *             THE CORRECTED WAGE.                               *
      *                                                               *
      *           CASE STATUS - ' ' OPEN, 'C' CLEARED, 'U' UPHELD.    *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1568.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_WAGE_SPIKE     (DB2 CASE TABLE)        *
      *                 ST_WRK_WAGE_SPIKE_SER (DB2 CASE DETAIL)       *
      *                                                               *
      *        OUTPUT - RECORDED FINDINGS AND CLOSED CASES.           *
      *                  COMMANDS:                                    *
      *                   SSN L        (LIST THE CASE AND SERIES)     *
      *                   SSN F C|U    (RECORD FINDING)               *
      *                   SSN A        (CLOSE - SUPERVISOR)           *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98287 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1568P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-SER-ROWS          PIC S9(4)  COMP VALUE +15.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-SER-EOF                   VALUE 'Y'.

      *****************************************************************
      *        AUTHORIZATION CHECK WORK AREAS (SAME OOPACEEE          *
      *        PROGRAM-LEVEL AUTHORITY CHECK ORP1525P USES)           *
      *****************************************************************

       77  WS-OOPACEEE-PROGRAM         PIC X(8) VALUE 'OOPACEEE'.
       01  ACCESS-PARAM.
           05  WS-ACCESS-AUTH           PIC X(01) VALUE SPACES.
               88  UPDATE-AUTH              VALUE 'U'.
       01  TWA-CHX-MISC.
           05  TWA-CHX-MISC-DEBUG-FLAG         PIC X(01) VALUE SPACES.
           05  TWA-CHX-MISC-LPAR-NAME          PIC X(08) VALUE SPACES.
           05  TWA-CHX-MISC-DEFAULT-RACF-GRP   PIC X(08) VALUE SPACES.
       01  TWA-CHX-ACEE-PROGRAMS.
           05  TWA-PROGRAM-RESOURCE-TYPE PIC X(12) VALUE 'PROGRAM     '.
           05  TWA-PROGRAM-COUNT         PIC S9(4) COMP VALUE +1.
           05  TWA-PROGRAM-RESOURCES.
               10  TWA-PROGRAM-ORP1568P        PIC X(08)
                                                VALUE 'ORP1568P'.
               10  TWA-PROGRAM-ORP1568P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *                 CASE HOST VARIABLES                           *
      *****************************************************************

       01  T-WSK-SSN                   PIC 9(11).
       01  T-WSK-REG-NUM               PIC 9(07).
       01  T-WSK-OPEN-DATE             PIC X(08).
       01  T-WSK-TREND-FROM            PIC X(06).
       01  T-WSK-RECENT-TO             PIC X(06).
       01  T-WSK-TREND-AVG             PIC S9(12)V999 COMP-3.
       01  T-WSK-RECENT-AVG            PIC S9(12)V999 COMP-3.
       01  T-WSK-RISE-PCT              PIC S9(05)V99 COMP-3.
       01  T-WSK-PEER-RISE-PCT         PIC S9(05)V99 COMP-3.
       01  T-WSK-FINDING               PIC X(01).
       01  T-WSK-STATUS                PIC X(01).
       01  T-WSK-FIND-CLERK            PIC X(03).
       01  T-WSK-FIND-CLERK-I          PIC S9(04) COMP.

       01  T-SPS-PERIOD                PIC X(06).
       01  T-SPS-REG-NUM               PIC 9(07).
       01  T-SPS-WAGE                  PIC S9(12)V999 COMP-3.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-SSN               PIC X(11).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-FINDING           VALUE 'F'.
               88  W-CMD-CLOSE             VALUE 'A'.
           05  FILLER                  PIC X(01).
           05  W-CMD-FINDING-CODE      PIC X(01).
               88  W-CMD-FINDING-OK        VALUES 'C', 'U'.
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +15.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'WAGE-SPIKE CASE REVIEW - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'SSN L (LIST) / SSN F C|U (FINDING) / SSN A (CLOSE)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO WORK WAGE-SPIKE CASES.'.
           05  W-TEXT-NOT-SUPV         PIC X(60) VALUE
               'ONLY A SUPERVISOR MAY CLOSE A WAGE-SPIKE CASE.'.
           05  W-TEXT-NO-CASE          PIC X(60) VALUE
               'NO WAGE-SPIKE CASE FOR THAT SSN.'.
           05  W-TEXT-BAD-STATUS       PIC X(60) VALUE
               'THAT ACTION DOES NOT FIT THE CASE''S CURRENT STATUS.'.
           05  W-TEXT-NO-FINDING       PIC X(60) VALUE
               'NO FINDING RECORDED YET - CLOSING NEEDS ONE.'.
           05  W-TEXT-SAME-CLERK       PIC X(60) VALUE
               'CLOSER MUST DIFFER FROM THE FINDING CLERK.'.
           05  W-TEXT-FOUND            PIC X(60) VALUE
               'FINDING RECORDED - AWAITING SUPERVISOR CLOSE.'.
           05  W-TEXT-CLOSED           PIC X(60) VALUE
               'CASE CLOSED - AWARD HOLD LIFTED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'WAGE-SPIKE SESSION ENDED.'.
           05  W-TEXT-HEADING          PIC X(60) VALUE
               'PERIOD  EMPLOYER  WAGE'.
           05  W-TEXT-SER-LINE.
               10  W-TSL-PERIOD        PIC X(06).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  W-TSL-REG           PIC 9(07).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  W-TSL-WAGE          PIC Z(09)9.999-.

       01  W-TEXT-CASE-LINE.
           05  FILLER                  PIC X(05) VALUE 'SSN: '.
           05  W-TCL-SSN               PIC 9(11).
           05  FILLER                  PIC X(05) VALUE ' ER: '.
           05  W-TCL-REG               PIC 9(07).
           05  FILLER                  PIC X(07) VALUE ' OPEN: '.
           05  W-TCL-OPEN-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE ' '.
           05  W-TCL-TREND-FROM        PIC X(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  W-TCL-RECENT-TO         PIC X(06).
           05  FILLER                  PIC X(07) VALUE ' TRND: '.
           05  W-TCL-TREND-AVG         PIC Z(09)9.999.
           05  FILLER                  PIC X(07) VALUE ' RCNT: '.
           05  W-TCL-RECENT-AVG        PIC Z(09)9.999.
           05  FILLER                  PIC X(07) VALUE ' RISE: '.
           05  W-TCL-RISE              PIC ZZZZ9.99-.
           05  FILLER                  PIC X(05) VALUE ' ER: '.
           05  W-TCL-PEER-RISE         PIC ZZZZ9.99-.
           05  FILLER                  PIC X(06) VALUE ' F/S: '.
           05  W-TCL-FINDING           PIC X(01).
           05  W-TCL-STATUS            PIC X(01).

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

           MOVE SPACES  TO  WS-ACCESS-AUTH.
           CALL WS-OOPACEEE-PROGRAM  USING
                DFHEIBLK DFHCOMMAREA
                TWA-CHX-MISC TWA-CHX-ACEE-PROGRAMS.
           MOVE TWA-PROGRAM-ORP1568P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.
           PERFORM B0060-CHECK-APPROVE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0050-CHECK-AUTH-MATRIX                        *
      *****************************************************************
      *    CONSULTS THE OBSSS645 CENTRAL AUTHORITY MATRIX FOR THIS    *
      *    CLERK, TRANSACTION AND THE UPDATE FUNCTION.  A MATRIX      *
      *    GRANT PERMITS UPDATE; NO MATRIX ROW LEAVES THE PROGRAM-    *
      *    LEVEL OOPACEEE RESULT IN FORCE.                            *
      *****************************************************************

       B0050-CHECK-AUTH-MATRIX SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1568'        TO  X645-TRAN.
           MOVE 'U'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               MOVE 'U'  TO  WS-ACCESS-AUTH
           ELSE
               NEXT SENTENCE.

       B0050-CHECK-AUTH-MATRIX-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0060-CHECK-APPROVE-AUTH                       *
      *****************************************************************
      *    CLOSING A CASE LIFTS THE AWARD HOLD, SO IT IS A            *
      *    SUPERVISOR DECISION: ONLY AN OBSSS645 GRANT OF THE         *
      *    APPROVE FUNCTION ON THIS TRANSACTION PERMITS IT.           *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1568'        TO  X645-TRAN.
           MOVE 'A'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-APPROVE-AUTH  TO  TRUE
           ELSE
               NEXT SENTENCE.

       B0060-CHECK-APPROVE-AUTH-EXIT.  EXIT.
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

           PERFORM C0200-RECEIVE-SPIKE-CMD.

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
                TRANSID ('1568')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-SPIKE-CMD                        *
      *****************************************************************

       C0200-RECEIVE-SPIKE-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +15      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-SSN  NOT NUMERIC  OR
               ( NOT W-CMD-LIST     AND
                 NOT W-CMD-FINDING  AND
                 NOT W-CMD-CLOSE )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-FINDING  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-FINDING  AND  NOT W-CMD-FINDING-OK
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-CLOSE  AND  NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-SUPV  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-SSN  TO  T-WSK-SSN.

           PERFORM C0300-FETCH-CASE.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-CASE
           ELSE
           IF  W-CMD-FINDING
               PERFORM C0400-RECORD-FINDING
               MOVE W-TEXT-FOUND     TO  W-TEXT-ERROR
           ELSE
               PERFORM C0600-CLOSE-CASE
               MOVE W-TEXT-CLOSED    TO  W-TEXT-ERROR.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-SPIKE-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-FETCH-CASE                               *
      *****************************************************************
      *    THE CASE UNDER REVIEW IS THE MEMBER'S LATEST ONE.          *
      *****************************************************************

       C0300-FETCH-CASE SECTION.

           MOVE 'ST_WRK_WAGE_SPIKE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   WSK_REG_NUM        ,
                         WSK_OPEN_DATE      ,
                         WSK_TREND_FROM     ,
                         WSK_RECENT_TO      ,
                         WSK_TREND_AVG      ,
                         WSK_RECENT_AVG     ,
                         WSK_RISE_PCT       ,
                         WSK_PEER_RISE_PCT  ,
                         WSK_FINDING        ,
                         WSK_STATUS         ,
                         WSK_FIND_CLERK
                INTO    :T-WSK-REG-NUM      ,
                        :T-WSK-OPEN-DATE    ,
                        :T-WSK-TREND-FROM   ,
                        :T-WSK-RECENT-TO    ,
                        :T-WSK-TREND-AVG    ,
                        :T-WSK-RECENT-AVG   ,
                        :T-WSK-RISE-PCT     ,
                        :T-WSK-PEER-RISE-PCT,
                        :T-WSK-FINDING      ,
                        :T-WSK-STATUS       ,
                        :T-WSK-FIND-CLERK:T-WSK-FIND-CLERK-I
                FROM     ST_WRK_WAGE_SPIKE
                WHERE    WSK_SSN  =  :T-WSK-SSN
                ORDER BY WSK_OPEN_DATE  DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-CASE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-WSK-FIND-CLERK-I  LESS THAN  +0
               MOVE  SPACES  TO  T-WSK-FIND-CLERK
           ELSE
               NEXT SENTENCE.

       C0300-FETCH-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-RECORD-FINDING                           *
      *****************************************************************
      *    THIS SECTION RECORDS THE INVESTIGATOR'S FINDING ON AN      *
      *    OPEN CASE AND STAMPS THE CLERK, SO THE CLOSE CAN INSIST    *
      *    ON A DIFFERENT PAIR OF EYES.  A FINDING MAY BE CHANGED     *
      *    UNTIL THE CASE IS CLOSED.                                  *
      *****************************************************************

       C0400-RECORD-FINDING SECTION.

           IF  T-WSK-STATUS  NOT EQUAL TO  ' '
               MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_WAGE_SPIKE'  TO  W-EIBDS.
           MOVE  W-CMD-FINDING-CODE  TO  T-WSK-FINDING.
           MOVE  TCTTE-CLERK         TO  T-WSK-FIND-CLERK.

           EXEC SQL
                UPDATE  ST_WRK_WAGE_SPIKE
                SET     WSK_FINDING     =  :T-WSK-FINDING,
                        WSK_FIND_CLERK  =  :T-WSK-FIND-CLERK
                WHERE   WSK_SSN         =  :T-WSK-SSN
                AND     WSK_OPEN_DATE   =  :T-WSK-OPEN-DATE
                AND     WSK_STATUS      =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0400-RECORD-FINDING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-CLOSE-CASE                               *
      *****************************************************************
      *    THIS SECTION CLOSES AN OPEN CASE THAT CARRIES A FINDING,   *
      *    WITH THE FINDING AS ITS STATUS.  THE CLOSER MUST NOT BE    *
      *    THE FINDING CLERK.  AN UPHELD CASE SENDS ANY AWARD STILL   *
      *    WAITING BACK FOR RECALCULATION, THE WAY AN ORP1562P        *
      *    REJECTION DOES.                                            *
      *****************************************************************

       C0600-CLOSE-CASE SECTION.

           IF  T-WSK-STATUS  NOT EQUAL TO  ' '
               MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-WSK-FINDING  NOT EQUAL TO  'C'  AND  'U'
               MOVE W-TEXT-NO-FINDING  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-WSK-FIND-CLERK  EQUAL TO  TCTTE-CLERK
               MOVE W-TEXT-SAME-CLERK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_WAGE_SPIKE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_WAGE_SPIKE
                SET     WSK_STATUS       =  :T-WSK-FINDING,
                        WSK_CLOSE_CLERK  =  :TCTTE-CLERK,
                        WSK_CLOSE_DATE   =  :W-TODAY-DATE
                WHERE   WSK_SSN          =  :T-WSK-SSN
                AND     WSK_OPEN_DATE    =  :T-WSK-OPEN-DATE
                AND     WSK_STATUS       =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-WSK-FINDING  EQUAL TO  'U'
               PERFORM C0610-REJECT-PENDING-AWARD
           ELSE
               NEXT SENTENCE.

       C0600-CLOSE-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0610-REJECT-PENDING-AWARD                     *
      *****************************************************************
      *    AN AWARD STAGED OR SUBMITTED BEFORE THE CASE OPENED WAS    *
      *    WORKED FROM THE INFLATED WAGE.  IT IS REJECTED BY THE      *
      *    CLOSING SUPERVISOR AND THE PRE-RETIREMENT ENTRY REOPENED,  *
      *    EXACTLY AS ORP1562P'S REJECTION DOES IT.                   *
      *****************************************************************

       C0610-REJECT-PENDING-AWARD SECTION.

           MOVE 'ST_WRK_PENSION_AWARD'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_PENSION_AWARD
                SET     AWD_STATUS      =  'X',
                        AWD_APPR_CLERK  =  :TCTTE-CLERK,
                        AWD_APPR_DATE   =  :W-TODAY-DATE
                WHERE   AWD_SSN         =  :T-WSK-SSN
                AND     AWD_STATUS      IN  (' ', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_PRE_RETIRE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_PRE_RETIRE
                SET     PRT_STATUS  =  ' '
                WHERE   PRT_SSN     =  :T-WSK-SSN
                AND     PRT_STATUS  =  'C'
           END-EXEC.

           PERFORM DB2-ERROR.

       C0610-REJECT-PENDING-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-CASE                                *
      *****************************************************************
      *    THE CASE LINE, THEN UP TO C-MAX-SER-ROWS LINES OF THE      *
      *    WAGE SERIES COPIED WHEN THE CASE OPENED, MOST RECENT       *
      *    PERIOD FIRST.                                              *
      *****************************************************************

       C0700-LIST-CASE SECTION.

           MOVE  T-WSK-SSN            TO  W-TCL-SSN.
           MOVE  T-WSK-REG-NUM        TO  W-TCL-REG.
           MOVE  T-WSK-OPEN-DATE      TO  W-TCL-OPEN-DATE.
           MOVE  T-WSK-TREND-FROM     TO  W-TCL-TREND-FROM.
           MOVE  T-WSK-RECENT-TO      TO  W-TCL-RECENT-TO.
           MOVE  T-WSK-TREND-AVG      TO  W-TCL-TREND-AVG.
           MOVE  T-WSK-RECENT-AVG     TO  W-TCL-RECENT-AVG.
           MOVE  T-WSK-RISE-PCT       TO  W-TCL-RISE.
           MOVE  T-WSK-PEER-RISE-PCT  TO  W-TCL-PEER-RISE.
           MOVE  T-WSK-FINDING        TO  W-TCL-FINDING.
           MOVE  T-WSK-STATUS         TO  W-TCL-STATUS.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CASE-LINE)
                LENGTH  (LENGTH OF W-TEXT-CASE-LINE)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (60)
                ACCUM
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_WAGE_SPIKE_SER'  TO  W-EIBDS.

           EXEC SQL
                DECLARE SER-CURSOR CURSOR FOR
                SELECT   SPS_PERIOD   ,
                         SPS_REG_NUM  ,
                         SPS_WAGE
                FROM     ST_WRK_WAGE_SPIKE_SER
                WHERE    SPS_SSN        =  :T-WSK-SSN
                AND      SPS_OPEN_DATE  =  :T-WSK-OPEN-DATE
                ORDER BY SPS_PERIOD  DESC ,
                         SPS_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN SER-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-SER-ROW
               UNTIL  W-SER-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-SER-ROWS.

           EXEC SQL
                CLOSE SER-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1568')
           END-EXEC.

       C0700-LIST-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-SER-ROW                         *
      *****************************************************************

       C0710-FETCH-SER-ROW SECTION.

           EXEC SQL
                FETCH SER-CURSOR
                INTO  :T-SPS-PERIOD  ,
                      :T-SPS-REG-NUM ,
                      :T-SPS-WAGE
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   MOVE T-SPS-PERIOD    TO  W-TSL-PERIOD
                   MOVE T-SPS-REG-NUM   TO  W-TSL-REG
                   MOVE T-SPS-WAGE      TO  W-TSL-WAGE
                   ADD  +1              TO  W-ROW-COUNT
                   EXEC CICS SEND TEXT
                        FROM   (W-TEXT-SER-LINE)
                        LENGTH (LENGTH OF W-TEXT-SER-LINE)
                        ACCUM
                   END-EXEC
               ELSE
                   PERFORM DB2-ERROR.

       C0710-FETCH-SER-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT,   *
      *    THE SAME WAY SMR#98147 MADE ORP1518P'S ERROR BRANCHES      *
      *    RETURN.                                                    *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1568')
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
                    TRANSID ('1568')
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
               MOVE T-WSK-SSN             TO  ORSS0400-SSN
               MOVE '1568'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
