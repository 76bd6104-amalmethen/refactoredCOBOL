       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1572P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1572P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM MAINTAINS THE EFFECTIVE-DATED  *
      *           CONTRIBUTION RATE SCHEDULE ON ST_MST_CONTRIB_RATE   *
      *           THAT OBSSS630, OBSSS642, OBSSS658, OBSSS667 AND     *
      *           ORP1543P PRICE EVERY BILL FROM:                     *
      *                                                               *
      *           - ANYONE MAY LIST THE LATEST RATE ROWS AND THE      *
      *             CHANGE IN PROGRESS WITH ITS SIMULATED IMPACT.     *
      *           - A CLERK PROPOSES A RATE ROW (EFFECTIVE PERIOD,    *
      *             EMPLOYER SHARE, EMPLOYEE SHARE) ON                *
      *             ST_WRK_RATE_CHANGE.  THE PERIOD MAY NOT BE        *
      *             EARLIER THAN THE CURRENT MONTH, AND ONLY ONE      *
      *             CHANGE MAY BE IN PROGRESS.  THE RATE TABLE        *
      *             ITSELF IS NOT TOUCHED UNTIL APPROVAL, SO NO BILL  *
      *             IS EVER PRICED AT AN UNAPPROVED RATE.             *
      *           - OBSSS673 RE-PRICES THE LAST DECLARED PERIOD AT    *
      *             THE PROPOSED RATE, PRINTS THE EFFECT BY SECTOR    *
      *             AND EMPLOYER, AND MARKS THE PROPOSAL SIMULATED    *
      *             ('S') WITH THE TOTALS SHOWN HERE.                 *
      *           - A SUPERVISOR (OBSSS645 APPROVE FUNCTION), NOT     *
      *             THE PROPOSING CLERK, APPROVES A SIMULATED         *
      *             PROPOSAL OR REJECTS ONE.  APPROVAL WRITES THE     *
      *             RATE ROW (REPLACING ONE FOR THE SAME PERIOD) AND  *
      *             A ST_HST_CONTRIB_RATE ROW WITH THE RATES IT       *
      *             SUPERSEDES, THE PROPOSER AND THE APPROVER.        *
      *                                                               *
      *           CHANGE STATUS - ' ' PROPOSED, 'S' SIMULATED, 'A'    *
      *           APPROVED AND APPLIED, 'X' REJECTED.                 *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1572.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_CONTRIB_RATE   (DB2 RATE TABLE)        *
      *                 ST_WRK_RATE_CHANGE    (DB2 CASE TABLE)        *
      *                                                               *
      *        OUTPUT - RATE CHANGE PROPOSALS; A RATE ROW AND A       *
      *                  ST_HST_CONTRIB_RATE ROW PER APPROVAL.        *
      *                  COMMANDS:                                    *
      *                   L                           (LIST)          *
      *                   P PERIOD ERRATE EERATE      (PROPOSE)       *
      *                   A                           (APPROVE)       *
      *                   X                           (REJECT)        *
      *                  RATES ARE 7 DIGITS, THE LAST FOUR DECIMALS   *
      *                  (0001100 IS 0.1100).                         *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98292 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1572P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-RATE-ROWS         PIC S9(4)  COMP VALUE +10.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

       01  W-CHANGE-SW                 PIC X(01)  VALUE 'N'.
           88  W-CHANGE-OPEN               VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CTR-EOF                   VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1572P        PIC X(08)
                                                VALUE 'ORP1572P'.
               10  TWA-PROGRAM-ORP1572P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              RATE / CHANGE / HISTORY HOST VARIABLES           *
      *****************************************************************

       01  T-CTR-PERIOD                PIC X(06).
       01  T-CTR-ER-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-CTR-EE-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-CTR-COUNT                 PIC S9(09) COMP.

       01  T-RCH-EFF-PERIOD            PIC X(06).
       01  T-RCH-ER-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-RCH-EE-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-RCH-STATUS                PIC X(01).
       01  T-RCH-PROP-CLERK            PIC X(03).
       01  T-RCH-PROP-DATE             PIC X(08).
       01  T-RCH-SIM-PERIOD            PIC X(06).
       01  T-RCH-SIM-CURRENT           PIC S9(13)V999 COMP-3.
       01  T-RCH-SIM-PROPOSED          PIC S9(13)V999 COMP-3.

       01  T-HCR-OLD-ER-RATE           PIC S9(03)V9(04) COMP-3.
       01  T-HCR-OLD-EE-RATE           PIC S9(03)V9(04) COMP-3.
       01  T-HCR-ACTION                PIC X(01).
       01  T-APPR-CLERK                PIC X(03).

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-PROPOSE           VALUE 'P'.
               88  W-CMD-APPROVE           VALUE 'A'.
               88  W-CMD-REJECT            VALUE 'X'.
           05  FILLER                  PIC X(01).
           05  W-CMD-PERIOD            PIC X(06).
           05  FILLER                  PIC X(01).
           05  W-CMD-ER-RATE           PIC X(07).
           05  W-CMD-ER-RATE-9 REDEFINES W-CMD-ER-RATE
                                       PIC 9(03)V9(04).
           05  FILLER                  PIC X(01).
           05  W-CMD-EE-RATE           PIC X(07).
           05  W-CMD-EE-RATE-9 REDEFINES W-CMD-EE-RATE
                                       PIC 9(03)V9(04).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +24.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'CONTRIBUTION RATES - L LIST / A APPROVE / X REJECT'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'P PERIOD ERRATE EERATE (PROPOSE - 0001100 IS 0.1100)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO PROPOSE RATE CHANGES.'.
           05  W-TEXT-NOT-SUPV         PIC X(60) VALUE
               'ONLY A SUPERVISOR MAY APPROVE OR REJECT A RATE CHANGE.'.
           05  W-TEXT-BAD-PERIOD       PIC X(60) VALUE
               'PERIOD MUST BE YYYYMM, NO EARLIER THAN THIS MONTH.'.
           05  W-TEXT-BAD-RATE         PIC X(60) VALUE
               'RATES MUST BE NUMERIC AND TOGETHER ABOVE ZERO.'.
           05  W-TEXT-CHANGE-OPEN      PIC X(60) VALUE
               'A RATE CHANGE IS ALREADY IN PROGRESS.'.
           05  W-TEXT-NO-CHANGE        PIC X(60) VALUE
               'NO RATE CHANGE IS IN PROGRESS.'.
           05  W-TEXT-NOT-SIMULATED    PIC X(60) VALUE
               'IMPACT SIMULATION (OBSSS673) HAS NOT RUN YET.'.
           05  W-TEXT-SAME-CLERK       PIC X(60) VALUE
               'APPROVING SUPERVISOR MUST DIFFER FROM THE PROPOSER.'.
           05  W-TEXT-PROPOSED         PIC X(60) VALUE
               'RATE CHANGE PROPOSED - AWAITING IMPACT SIMULATION.'.
           05  W-TEXT-APPROVED         PIC X(60) VALUE
               'RATE CHANGE APPROVED AND APPLIED TO THE SCHEDULE.'.
           05  W-TEXT-REJECTED         PIC X(60) VALUE
               'RATE CHANGE REJECTED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'RATE MAINTENANCE SESSION ENDED'.
           05  W-TEXT-HEADING          PIC X(60) VALUE
               'EFFECTIVE  EMPLOYER  EMPLOYEE'.
           05  W-TEXT-CTR-LINE.
               10  W-TCL-PERIOD        PIC X(06).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  W-TCL-ER-RATE       PIC ZZ9.9999.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  W-TCL-EE-RATE       PIC ZZ9.9999.

       01  W-TEXT-CHANGE-LINE.
           05  FILLER                  PIC X(08) VALUE 'CHANGE: '.
           05  W-TCH-PERIOD            PIC X(06).
           05  FILLER                  PIC X(01) VALUE ' '.
           05  W-TCH-ER-RATE           PIC ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE ' '.
           05  W-TCH-EE-RATE           PIC ZZ9.9999.
           05  FILLER                  PIC X(05) VALUE ' ST: '.
           05  W-TCH-STATUS            PIC X(01).
           05  FILLER                  PIC X(05) VALUE ' BY: '.
           05  W-TCH-CLERK             PIC X(03).
       01  W-TEXT-SIM-LINE.
           05  FILLER                  PIC X(05) VALUE 'SIM: '.
           05  W-TSL-PERIOD            PIC X(06).
           05  FILLER                  PIC X(06) VALUE ' NOW: '.
           05  W-TSL-CURRENT           PIC Z(10)9.999-.
           05  FILLER                  PIC X(06) VALUE ' NEW: '.
           05  W-TSL-PROPOSED          PIC Z(10)9.999-.

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
           MOVE TWA-PROGRAM-ORP1572P-ACCESS  TO  WS-ACCESS-AUTH.

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
           MOVE '1572'        TO  X645-TRAN.
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
      *    A STATUTORY RATE CHANGE IS A SUPERVISOR DECISION: ONLY AN  *
      *    OBSSS645 GRANT OF THE APPROVE FUNCTION ON THIS             *
      *    TRANSACTION PERMITS IT.                                    *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1572'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-RATE-CMD.

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
                TRANSID ('1572')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-RATE-CMD                         *
      *****************************************************************

       C0200-RECEIVE-RATE-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +24      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-LIST     AND
               NOT W-CMD-PROPOSE  AND
               NOT W-CMD-APPROVE  AND
               NOT W-CMD-REJECT
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-PROPOSE  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  ( W-CMD-APPROVE  OR  W-CMD-REJECT )  AND
               NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-SUPV  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM C0300-FETCH-CHANGE.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-RATES
           ELSE
           IF  W-CMD-PROPOSE
               PERFORM C0400-PROPOSE-CHANGE
               MOVE W-TEXT-PROPOSED   TO  W-TEXT-ERROR
           ELSE
           IF  W-CMD-APPROVE
               PERFORM C0600-APPROVE-CHANGE
               MOVE W-TEXT-APPROVED   TO  W-TEXT-ERROR
           ELSE
               PERFORM C0680-REJECT-CHANGE
               MOVE W-TEXT-REJECTED   TO  W-TEXT-ERROR.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-RATE-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-FETCH-CHANGE                             *
      *****************************************************************
      *    THE RATE CHANGE STILL IN PROGRESS (' ' OR 'S'), IF ANY.    *
      *****************************************************************

       C0300-FETCH-CHANGE SECTION.

           MOVE 'ST_WRK_RATE_CHANGE'  TO  W-EIBDS.
           MOVE 'N'                   TO  W-CHANGE-SW.

           EXEC SQL
                SELECT  RCH_EFF_PERIOD ,
                        RCH_ER_RATE ,
                        RCH_EE_RATE ,
                        RCH_STATUS ,
                        RCH_PROP_CLERK ,
                        RCH_PROP_DATE ,
                        COALESCE (RCH_SIM_PERIOD , ' ') ,
                        COALESCE (RCH_SIM_CURRENT , 0) ,
                        COALESCE (RCH_SIM_PROPOSED , 0)
                INTO   :T-RCH-EFF-PERIOD ,
                       :T-RCH-ER-RATE ,
                       :T-RCH-EE-RATE ,
                       :T-RCH-STATUS ,
                       :T-RCH-PROP-CLERK ,
                       :T-RCH-PROP-DATE ,
                       :T-RCH-SIM-PERIOD ,
                       :T-RCH-SIM-CURRENT ,
                       :T-RCH-SIM-PROPOSED
                FROM    ST_WRK_RATE_CHANGE
                WHERE   RCH_STATUS  IN  (' ' , 'S')
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               SET  W-CHANGE-OPEN  TO  TRUE
           ELSE
               NEXT SENTENCE.

       C0300-FETCH-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-PROPOSE-CHANGE                           *
      *****************************************************************
      *    A RATE MAY NOT TAKE EFFECT BEFORE THE CURRENT MONTH: PAST  *
      *    PERIODS HAVE BEEN BILLED AT THE RATE THEN IN FORCE.        *
      *****************************************************************

       C0400-PROPOSE-CHANGE SECTION.

           IF  W-CHANGE-OPEN
               MOVE W-TEXT-CHANGE-OPEN  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-PERIOD  NOT NUMERIC              OR
               W-CMD-PERIOD (5:2)  LESS THAN  '01'     OR
               W-CMD-PERIOD (5:2)  GREATER THAN  '12'  OR
               W-CMD-PERIOD  LESS THAN  W-TODAY-DATE (1:6)
               MOVE W-TEXT-BAD-PERIOD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-ER-RATE  NOT NUMERIC  OR
               W-CMD-EE-RATE  NOT NUMERIC
               MOVE W-TEXT-BAD-RATE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-ER-RATE-9  +  W-CMD-EE-RATE-9  EQUAL TO  ZERO
               MOVE W-TEXT-BAD-RATE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_RATE_CHANGE'  TO  W-EIBDS.
           MOVE  W-CMD-PERIOD         TO  T-RCH-EFF-PERIOD.
           MOVE  W-CMD-ER-RATE-9      TO  T-RCH-ER-RATE.
           MOVE  W-CMD-EE-RATE-9      TO  T-RCH-EE-RATE.
           MOVE  TCTTE-CLERK          TO  T-RCH-PROP-CLERK.

           EXEC SQL
                INSERT INTO ST_WRK_RATE_CHANGE
                     (RCH_EFF_PERIOD,  RCH_ER_RATE,
                      RCH_EE_RATE,     RCH_STATUS,
                      RCH_PROP_CLERK,  RCH_PROP_DATE)
                VALUES
                     (:T-RCH-EFF-PERIOD,  :T-RCH-ER-RATE,
                      :T-RCH-EE-RATE,     ' ',
                      :T-RCH-PROP-CLERK,  :W-TODAY-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0400-PROPOSE-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-APPROVE-CHANGE                           *
      *****************************************************************
      *    ONLY A SIMULATED CHANGE MAY BE APPROVED, AND NOT BY ITS    *
      *    PROPOSER.  THE RATES IN FORCE FOR THE PERIOD UNTIL NOW --  *
      *    A ROW FOR THE SAME PERIOD BEING REPLACED, OR THE EARLIER   *
      *    ROW THE NEW ONE SUPERSEDES -- ARE KEPT ON THE HISTORY      *
      *    ROW ('C' CHANGED, 'N' NEW PERIOD).                         *
      *****************************************************************

       C0600-APPROVE-CHANGE SECTION.

           IF  NOT W-CHANGE-OPEN
               MOVE W-TEXT-NO-CHANGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-RCH-STATUS  NOT EQUAL TO  'S'
               MOVE W-TEXT-NOT-SIMULATED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-RCH-PROP-CLERK  EQUAL TO  TCTTE-CLERK
               MOVE W-TEXT-SAME-CLERK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_CONTRIB_RATE'  TO  W-EIBDS.
           MOVE  ZEROES                TO  T-HCR-OLD-ER-RATE
                                           T-HCR-OLD-EE-RATE.

           EXEC SQL
                SELECT   CTR_ER_RATE ,
                         CTR_EE_RATE
                INTO    :T-HCR-OLD-ER-RATE ,
                        :T-HCR-OLD-EE-RATE
                FROM     ST_MST_CONTRIB_RATE
                WHERE    CTR_EFF_PERIOD  <=  :T-RCH-EFF-PERIOD
                ORDER BY CTR_EFF_PERIOD  DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-CTR-COUNT
                FROM    ST_MST_CONTRIB_RATE
                WHERE   CTR_EFF_PERIOD  =  :T-RCH-EFF-PERIOD
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-CTR-COUNT  GREATER THAN  ZERO
               MOVE 'C'  TO  T-HCR-ACTION
               EXEC SQL
                    UPDATE  ST_MST_CONTRIB_RATE
                    SET     CTR_ER_RATE     =  :T-RCH-ER-RATE,
                            CTR_EE_RATE     =  :T-RCH-EE-RATE
                    WHERE   CTR_EFF_PERIOD  =  :T-RCH-EFF-PERIOD
               END-EXEC
           ELSE
               MOVE 'N'  TO  T-HCR-ACTION
               EXEC SQL
                    INSERT INTO ST_MST_CONTRIB_RATE
                         (CTR_EFF_PERIOD,  CTR_ER_RATE,
                          CTR_EE_RATE)
                    VALUES
                         (:T-RCH-EFF-PERIOD,  :T-RCH-ER-RATE,
                          :T-RCH-EE-RATE)
               END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_HST_CONTRIB_RATE'  TO  W-EIBDS.
           MOVE  TCTTE-CLERK           TO  T-APPR-CLERK.

           EXEC SQL
                INSERT INTO ST_HST_CONTRIB_RATE
                     (HCR_EFF_PERIOD,    HCR_ACTION,
                      HCR_OLD_ER_RATE,   HCR_OLD_EE_RATE,
                      HCR_NEW_ER_RATE,   HCR_NEW_EE_RATE,
                      HCR_SIM_CURRENT,   HCR_SIM_PROPOSED,
                      HCR_PROP_CLERK,    HCR_APPR_CLERK,
                      HCR_CHANGE_DATE)
                VALUES
                     (:T-RCH-EFF-PERIOD,   :T-HCR-ACTION,
                      :T-HCR-OLD-ER-RATE,  :T-HCR-OLD-EE-RATE,
                      :T-RCH-ER-RATE,      :T-RCH-EE-RATE,
                      :T-RCH-SIM-CURRENT,  :T-RCH-SIM-PROPOSED,
                      :T-RCH-PROP-CLERK,   :T-APPR-CLERK,
                      :W-TODAY-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'A'  TO  T-RCH-STATUS.
           PERFORM C0690-CLOSE-CHANGE.

       C0600-APPROVE-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0680-REJECT-CHANGE                            *
      *****************************************************************

       C0680-REJECT-CHANGE SECTION.

           IF  NOT W-CHANGE-OPEN
               MOVE W-TEXT-NO-CHANGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'X'  TO  T-RCH-STATUS.
           PERFORM C0690-CLOSE-CHANGE.

       C0680-REJECT-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0690-CLOSE-CHANGE                             *
      *****************************************************************
      *    THE CHANGE IN PROGRESS IS CLOSED WITH THE DECISION IN      *
      *    T-RCH-STATUS UNDER THIS SUPERVISOR.                        *
      *****************************************************************

       C0690-CLOSE-CHANGE SECTION.

           MOVE 'ST_WRK_RATE_CHANGE'  TO  W-EIBDS.
           MOVE  TCTTE-CLERK          TO  T-APPR-CLERK.

           EXEC SQL
                UPDATE  ST_WRK_RATE_CHANGE
                SET     RCH_STATUS      =  :T-RCH-STATUS,
                        RCH_APPR_CLERK  =  :T-APPR-CLERK,
                        RCH_APPR_DATE   =  :W-TODAY-DATE
                WHERE   RCH_EFF_PERIOD  =  :T-RCH-EFF-PERIOD
                AND     RCH_STATUS      IN  (' ' , 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

       C0690-CLOSE-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-RATES                               *
      *****************************************************************

       C0700-LIST-RATES SECTION.

           IF  W-CHANGE-OPEN
               MOVE  T-RCH-EFF-PERIOD    TO  W-TCH-PERIOD
               MOVE  T-RCH-ER-RATE       TO  W-TCH-ER-RATE
               MOVE  T-RCH-EE-RATE       TO  W-TCH-EE-RATE
               MOVE  T-RCH-STATUS        TO  W-TCH-STATUS
               MOVE  T-RCH-PROP-CLERK    TO  W-TCH-CLERK
               MOVE  T-RCH-SIM-PERIOD    TO  W-TSL-PERIOD
               MOVE  T-RCH-SIM-CURRENT   TO  W-TSL-CURRENT
               MOVE  T-RCH-SIM-PROPOSED  TO  W-TSL-PROPOSED
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-CHANGE-LINE)
                    LENGTH  (LENGTH OF W-TEXT-CHANGE-LINE)
                    ERASE
               END-EXEC
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-SIM-LINE)
                    LENGTH  (LENGTH OF W-TEXT-SIM-LINE)
                    ACCUM
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NO-CHANGE)
                    LENGTH  (60)
                    ERASE
               END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (60)
                ACCUM
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_MST_CONTRIB_RATE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CTR-CURSOR CURSOR FOR
                SELECT   CTR_EFF_PERIOD ,
                         CTR_ER_RATE    ,
                         CTR_EE_RATE
                FROM     ST_MST_CONTRIB_RATE
                ORDER BY CTR_EFF_PERIOD  DESC
           END-EXEC.

           EXEC SQL
                OPEN CTR-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-CTR-ROW
               UNTIL  W-CTR-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-RATE-ROWS.

           EXEC SQL
                CLOSE CTR-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1572')
           END-EXEC.

       C0700-LIST-RATES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-CTR-ROW                         *
      *****************************************************************

       C0710-FETCH-CTR-ROW SECTION.

           EXEC SQL
                FETCH CTR-CURSOR
                INTO  :T-CTR-PERIOD  ,
                      :T-CTR-ER-RATE ,
                      :T-CTR-EE-RATE
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-CTR-ROW-EXIT
           END-IF.

           ADD   1               TO  W-ROW-COUNT.
           MOVE  T-CTR-PERIOD    TO  W-TCL-PERIOD.
           MOVE  T-CTR-ER-RATE   TO  W-TCL-ER-RATE.
           MOVE  T-CTR-EE-RATE   TO  W-TCL-EE-RATE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CTR-LINE)
                LENGTH  (LENGTH OF W-TEXT-CTR-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-CTR-ROW-EXIT.  EXIT.
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
                TRANSID ('1572')
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
                    TRANSID ('1572')
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
               MOVE '1572'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
