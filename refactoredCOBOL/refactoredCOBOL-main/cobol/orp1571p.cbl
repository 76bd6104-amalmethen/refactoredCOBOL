       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1571P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1571P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS WHERE THE FIELD INSPECTOR   *
      *           RECORDS THE RESULT OF A VISIT MADE FROM THE         *
      *           OBSSS672 RISK-RANKED VISIT PLAN:                    *
      *                                                               *
      *           - ANYONE MAY LIST THE EMPLOYER'S ENTRY ON THIS      *
      *             MONTH'S PLAN (AREA, RANK, SCORE) AND ITS LAST     *
      *             INSPECTIONS.                                      *
      *           - AN INSPECTOR RECORDS TODAY'S VISIT ON             *
      *             ST_WRK_ER_INSPECTION WITH ITS OUTCOME -- 'C'      *
      *             COMPLIANT, 'V' VIOLATIONS FOUND, 'N' NO ACCESS    *
      *             OR PREMISES CLOSED -- AND UP TO FIVE VIOLATION    *
      *             CODES FROM ST_MST_INSP_VIOL_CODE, KEPT ON         *
      *             ST_WRK_INSP_VIOLATION.  THE PLAN ROW IS MARKED    *
      *             VISITED ('V') SO OBSSS672 DOES NOT PLAN THE       *
      *             EMPLOYER AGAIN THIS MONTH, AND THE VISIT DATE     *
      *             RESETS THE EMPLOYER'S TIME-SINCE-INSPECTION       *
      *             SCORE.                                            *
      *           - A VIOLATION VISIT MAY ASSESS BACK-CONTRIBUTIONS   *
      *             FOR A PAST PERIOD.  THE ASSESSMENT IS POSTED      *
      *             THROUGH OBSSS627 AS THE SAME BALANCED PAIR        *
      *             ORP1543P POSTS FOR A RETRO ADJUSTMENT --          *
      *             EMPLOYER RECEIVABLE AGAINST CONTRIBUTION INCOME,  *
      *             THE ACCOUNTS OBSSS630 BILLS TO -- AND OPENED AS   *
      *             AN EMPLOYER-LEVEL LINE ON ST_WRK_CONTRIB_BILL SO  *
      *             BILLING, DUNNING AND OBSSS653 CASH APPLICATION    *
      *             TREAT IT LIKE ANY OTHER OPEN BILL.                *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1571.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_INSP_PLAN      (DB2 WORKLIST)          *
      *                 ST_WRK_ER_INSPECTION  (DB2 CASE TABLE)        *
      *                 ST_MST_INSP_VIOL_CODE (DB2 CODE TABLE)        *
      *                 ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)      *
      *                 ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)     *
      *                                                               *
      *        OUTPUT - AN INSPECTION ROW AND ITS VIOLATIONS PER      *
      *                  VISIT; AN ASSESSMENT POSTING PAIR AND BILL   *
      *                  LINE PER BACK-CONTRIBUTION ASSESSMENT.       *
      *                  COMMANDS:                                    *
      *                   REG L                       (LIST)          *
      *                   REG R OUTCOME AMOUNT PERIOD V1 V2 V3 V4 V5  *
      *                                               (RECORD)        *
      *                  AMOUNT IS 12 DIGITS, THE LAST TWO FILS/100,  *
      *                  ZERO WHEN NOTHING IS ASSESSED; PERIOD IS     *
      *                  YYYYMM OF THE ASSESSED CONTRIBUTIONS.        *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98291 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1571P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-ASSESS-TRAN-CODE      PIC X(04)  VALUE 'INSA'.
           05  K-ASSESS-SOURCE         PIC X(02)  VALUE 'IN'.
           05  K-ASSESS-DEPT           PIC X(02)  VALUE 'CO'.
           05  K-BILL-RUN-PROGRAM      PIC X(08)  VALUE 'OBSSS630'.
           05  C-MAX-VIOL              PIC S9(4)  COMP VALUE +5.
           05  C-MAX-INS-ROWS          PIC S9(4)  COMP VALUE +10.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-PLAN-SW                   PIC X(01)  VALUE 'N'.
           88  W-PLAN-FOUND                VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-INS-EOF                   VALUE 'Y'.

       01  W-VIOL-SUB                  PIC S9(4)  COMP VALUE +0.
       01  W-VIOL-COUNT                PIC S9(4)  COMP VALUE +0.
       01  W-VIOL-SEQ                  PIC S9(4)  COMP VALUE +0.

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
               10  TWA-PROGRAM-ORP1571P        PIC X(08)
                                                VALUE 'ORP1571P'.
               10  TWA-PROGRAM-ORP1571P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              PLAN / INSPECTION / BILL HOST VARIABLES          *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07).
       01  T-ER-COUNT                  PIC S9(09) COMP.

       01  T-IPL-AREA                  PIC X(04).
       01  T-IPL-RANK                  PIC S9(04) COMP.
       01  T-IPL-SCORE                 PIC S9(04) COMP.
       01  T-IPL-STATUS                PIC X(01).

       01  T-INS-VISIT-DATE            PIC X(08).
       01  T-INS-OUTCOME               PIC X(01).
       01  T-INS-VIOL-COUNT            PIC S9(04) COMP.
       01  T-INS-ASSESS-AMT            PIC S9(12)V999 COMP-3.
       01  T-INS-ASSESS-PERIOD         PIC X(06).
       01  T-INS-CLERK                 PIC X(03).
       01  T-INS-COUNT                 PIC S9(09) COMP.

       01  T-IVC-CODE                  PIC X(04).

       01  T-CBL-COUNT                 PIC S9(09) COMP.

       01  T-RUN-BILL-RECV-ACCT        PIC 9(11).
       01  T-RUN-BILL-INC-ACCT         PIC 9(11).
       01  W-LEG1-LEAD                 PIC S9(07) COMP-3.

       01  W-TODAY-DATE                PIC X(08).
       01  W-PLAN-PERIOD               PIC X(06).

      *****************************************************************
      *              EMPLOYER KEY UNDER THE '0000' CONVENTION         *
      *****************************************************************

       01  W-ER-SSN-KEY.
           05  W-ER-SSN-PREFIX         PIC X(04)  VALUE '0000'.
           05  W-ER-SSN-REG            PIC 9(07).
       01  W-ER-SSN-KEY-9 REDEFINES W-ER-SSN-KEY
                                       PIC 9(11).

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-REG               PIC X(07).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-RECORD            VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  W-CMD-OUTCOME           PIC X(01).
               88  W-CMD-COMPLIANT         VALUE 'C'.
               88  W-CMD-VIOLATIONS        VALUE 'V'.
               88  W-CMD-NO-ACCESS         VALUE 'N'.
           05  FILLER                  PIC X(01).
           05  W-CMD-AMOUNT            PIC X(12).
           05  W-CMD-AMOUNT-9 REDEFINES W-CMD-AMOUNT
                                       PIC 9(10)V99.
           05  FILLER                  PIC X(01).
           05  W-CMD-PERIOD            PIC X(06).
           05  W-CMD-VIOL              OCCURS 5 TIMES.
               10  FILLER              PIC X(01).
               10  W-CMD-VIOL-CODE     PIC X(04).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +56.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'EMPLOYER INSPECTION RESULT - REG L (LIST)'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'REG R OUTCOME(C/V/N) AMOUNT PERIOD V1 V2 V3 V4 V5'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO RECORD INSPECTION RESULTS.'.
           05  W-TEXT-NO-ER            PIC X(60) VALUE
               'EMPLOYER IS NOT ON THE EMPLOYER MASTER.'.
           05  W-TEXT-BAD-OUTCOME      PIC X(60) VALUE
               'OUTCOME MUST BE C (COMPLIANT), V (VIOLATIONS) OR N.'.
           05  W-TEXT-NEED-VIOL        PIC X(60) VALUE
               'A VIOLATION OUTCOME NEEDS AT LEAST ONE VIOLATION CODE.'.
           05  W-TEXT-NO-VIOL          PIC X(60) VALUE
               'VIOLATION CODES AND AMOUNTS ONLY GO WITH OUTCOME V.'.
           05  W-TEXT-BAD-VIOL         PIC X(60) VALUE
               'VIOLATION CODE IS NOT ON THE VIOLATION CODE TABLE.'.
           05  W-TEXT-BAD-AMOUNT       PIC X(60) VALUE
               'AMOUNT MUST BE NUMERIC (ZERO WHEN NOTHING ASSESSED).'.
           05  W-TEXT-BAD-PERIOD       PIC X(60) VALUE
               'ASSESSED PERIOD MUST BE A PAST YYYYMM.'.
           05  W-TEXT-DUP-VISIT        PIC X(60) VALUE
               'A VISIT IS ALREADY RECORDED TODAY FOR THAT EMPLOYER.'.
           05  W-TEXT-NO-ACCT          PIC X(60) VALUE
               'RECEIVABLE OR INCOME ACCOUNT MISSING FROM RUN CONTROL.'.
           05  W-TEXT-POST-REJECTED    PIC X(60) VALUE
               'ASSESSMENT POSTING REJECTED - SEE MESSAGE CODE.'.
           05  W-TEXT-RECORDED         PIC X(60) VALUE
               'INSPECTION RESULT RECORDED.'.
           05  W-TEXT-ASSESSED         PIC X(60) VALUE
               'INSPECTION RECORDED AND ASSESSMENT POSTED AND BILLED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'INSPECTION SESSION ENDED.'.
           05  W-TEXT-HEADING          PIC X(60) VALUE
               'VISITED  O VIOL    ASSESSED AMOUNT PERIOD CLK'.
           05  W-TEXT-INS-LINE.
               10  W-TIL-VISIT-DATE    PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TIL-OUTCOME       PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TIL-VIOL-COUNT    PIC ZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TIL-ASSESS-AMT    PIC Z(09)9.999-.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TIL-PERIOD        PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TIL-CLERK         PIC X(03).

       01  W-TEXT-PLAN-LINE.
           05  FILLER                  PIC X(04) VALUE 'ER: '.
           05  W-TPL-REG               PIC 9(07).
           05  FILLER                  PIC X(07) VALUE ' PLAN: '.
           05  W-TPL-PERIOD            PIC X(06).
           05  FILLER                  PIC X(07) VALUE ' AREA: '.
           05  W-TPL-AREA              PIC X(04).
           05  FILLER                  PIC X(07) VALUE ' RANK: '.
           05  W-TPL-RANK              PIC ZZZ9.
           05  FILLER                  PIC X(08) VALUE ' SCORE: '.
           05  W-TPL-SCORE             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE ' '.
           05  W-TPL-STATUS            PIC X(01).
       01  W-TEXT-NOT-PLANNED          PIC X(24) VALUE
               '  NOT ON THIS MONTH PLAN'.

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
           MOVE TWA-PROGRAM-ORP1571P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE  W-TODAY-DATE (1:6)          TO  W-PLAN-PERIOD.

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
           MOVE '1571'        TO  X645-TRAN.
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
      *                    C0000-PROCESS                              *
      *****************************************************************

       C0000-PROCESS  SECTION.

           IF  EIBAID EQUAL TO DFHPF3  OR  DFHCLEAR
               PERFORM C0900-END-SESSION
               GO TO C0000-PROCESS-EXIT.

           IF  TCTTE-ENTRY-COUNT  EQUAL TO  LOW-VALUES
               PERFORM C0100-SEND-USAGE
               GO TO C0000-PROCESS-EXIT.

           PERFORM C0200-RECEIVE-INSP-CMD.

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
                TRANSID ('1571')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-INSP-CMD                         *
      *****************************************************************

       C0200-RECEIVE-INSP-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +56      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-REG  NOT NUMERIC  OR
               ( NOT W-CMD-LIST  AND  NOT W-CMD-RECORD )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-RECORD  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-REG       TO  T-ER-REG-NUM.
           MOVE  T-ER-REG-NUM    TO  W-ER-SSN-REG.

           PERFORM C0300-FETCH-PLAN.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-INSPECTIONS
           ELSE
               PERFORM C0400-VALIDATE-RESULT
               PERFORM C0500-RECORD-RESULT.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-INSP-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-FETCH-PLAN                               *
      *****************************************************************
      *    THE EMPLOYER MUST BE ON THE EMPLOYER MASTER.  ITS ROW ON   *
      *    THIS MONTH'S OBSSS672 PLAN IS PICKED UP IF THERE IS ONE;   *
      *    AN UNPLANNED VISIT (A COMPLAINT OR A TIP-OFF) IS STILL     *
      *    RECORDED.                                                  *
      *****************************************************************

       C0300-FETCH-PLAN SECTION.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-ER-COUNT
                FROM    ST_MST_EMPLOYER_BASIC
                WHERE   M_BAS_ER_REG_NUM  =  :T-ER-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-ER-COUNT  EQUAL TO  ZERO
               MOVE W-TEXT-NO-ER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_INSP_PLAN'  TO  W-EIBDS.
           MOVE 'N'                 TO  W-PLAN-SW.

           EXEC SQL
                SELECT  IPL_AREA ,
                        IPL_RANK ,
                        IPL_SCORE ,
                        IPL_STATUS
                INTO   :T-IPL-AREA ,
                       :T-IPL-RANK ,
                       :T-IPL-SCORE ,
                       :T-IPL-STATUS
                FROM    ST_WRK_INSP_PLAN
                WHERE   IPL_PERIOD   =  :W-PLAN-PERIOD
                AND     IPL_REG_NUM  =  :T-ER-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               SET  W-PLAN-FOUND  TO  TRUE
           ELSE
               NEXT SENTENCE.

       C0300-FETCH-PLAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-VALIDATE-RESULT                          *
      *****************************************************************
      *    ONE VISIT A DAY PER EMPLOYER.  A 'V' OUTCOME NEEDS AT      *
      *    LEAST ONE KNOWN VIOLATION CODE; 'C' AND 'N' CARRY NEITHER  *
      *    CODES NOR AN AMOUNT.  AN ASSESSMENT NEEDS A PAST PERIOD.   *
      *****************************************************************

       C0400-VALIDATE-RESULT SECTION.

           IF  NOT W-CMD-COMPLIANT   AND
               NOT W-CMD-VIOLATIONS  AND
               NOT W-CMD-NO-ACCESS
               MOVE W-TEXT-BAD-OUTCOME  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-AMOUNT  EQUAL TO  SPACES
               MOVE  ZEROES  TO  W-CMD-AMOUNT
           END-IF.

           IF  W-CMD-AMOUNT  NOT NUMERIC
               MOVE W-TEXT-BAD-AMOUNT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  ZERO  TO  W-VIOL-COUNT.
           PERFORM C0410-CHECK-VIOL-CODE
               VARYING  W-VIOL-SUB  FROM  1  BY  1
               UNTIL    W-VIOL-SUB  GREATER THAN  C-MAX-VIOL.

           IF  W-CMD-VIOLATIONS  AND  W-VIOL-COUNT  EQUAL TO  ZERO
               MOVE W-TEXT-NEED-VIOL  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-VIOLATIONS  AND
               ( W-VIOL-COUNT    GREATER THAN  ZERO  OR
                 W-CMD-AMOUNT-9  GREATER THAN  ZERO )
               MOVE W-TEXT-NO-VIOL  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-AMOUNT-9  GREATER THAN  ZERO
               IF  W-CMD-PERIOD  NOT NUMERIC              OR
                   W-CMD-PERIOD (5:2)  LESS THAN  '01'     OR
                   W-CMD-PERIOD (5:2)  GREATER THAN  '12'  OR
                   W-CMD-PERIOD  NOT LESS THAN  W-PLAN-PERIOD
                   MOVE W-TEXT-BAD-PERIOD  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               END-IF
           ELSE
               MOVE  SPACES  TO  W-CMD-PERIOD
           END-IF.

           MOVE 'ST_WRK_ER_INSPECTION'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-INS-COUNT
                FROM    ST_WRK_ER_INSPECTION
                WHERE   INS_REG_NUM     =  :T-ER-REG-NUM
                AND     INS_VISIT_DATE  =  :W-TODAY-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-INS-COUNT  GREATER THAN  ZERO
               MOVE W-TEXT-DUP-VISIT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0400-VALIDATE-RESULT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-CHECK-VIOL-CODE                          *
      *****************************************************************

       C0410-CHECK-VIOL-CODE SECTION.

           IF  W-CMD-VIOL-CODE (W-VIOL-SUB)  EQUAL TO  SPACES
               GO TO C0410-CHECK-VIOL-CODE-EXIT
           END-IF.

           MOVE 'ST_MST_INSP_VIOL_CODE'         TO  W-EIBDS.
           MOVE  W-CMD-VIOL-CODE (W-VIOL-SUB)   TO  T-IVC-CODE.

           EXEC SQL
                SELECT  IVC_CODE
                INTO   :T-IVC-CODE
                FROM    ST_MST_INSP_VIOL_CODE
                WHERE   IVC_CODE  =  :T-IVC-CODE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-BAD-VIOL  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               ADD  1  TO  W-VIOL-COUNT.

       C0410-CHECK-VIOL-CODE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-RECORD-RESULT                            *
      *****************************************************************
      *    THE ASSESSMENT, IF ANY, IS POSTED FIRST SO THAT A REFUSED  *
      *    POSTING LEAVES NOTHING RECORDED.  THEN THE VISIT, ITS      *
      *    VIOLATIONS, THE BILL LINE AND THE PLAN ROW ARE WRITTEN.    *
      *****************************************************************

       C0500-RECORD-RESULT SECTION.

           MOVE  W-CMD-AMOUNT-9  TO  T-INS-ASSESS-AMT.

           IF  T-INS-ASSESS-AMT  GREATER THAN  ZERO
               PERFORM C0600-POST-ASSESSMENT-PAIR
           END-IF.

           MOVE 'ST_WRK_ER_INSPECTION'  TO  W-EIBDS.
           MOVE  W-TODAY-DATE           TO  T-INS-VISIT-DATE.
           MOVE  W-CMD-OUTCOME          TO  T-INS-OUTCOME.
           MOVE  W-VIOL-COUNT           TO  T-INS-VIOL-COUNT.
           MOVE  W-CMD-PERIOD           TO  T-INS-ASSESS-PERIOD.
           MOVE  TCTTE-CLERK            TO  T-INS-CLERK.

           EXEC SQL
                INSERT INTO ST_WRK_ER_INSPECTION
                     (INS_REG_NUM,       INS_VISIT_DATE,
                      INS_OUTCOME,       INS_VIOL_COUNT,
                      INS_ASSESS_AMT,    INS_ASSESS_PERIOD,
                      INS_CLERK)
                VALUES
                     (:T-ER-REG-NUM,      :T-INS-VISIT-DATE,
                      :T-INS-OUTCOME,     :T-INS-VIOL-COUNT,
                      :T-INS-ASSESS-AMT,  :T-INS-ASSESS-PERIOD,
                      :T-INS-CLERK)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  ZERO  TO  W-VIOL-SEQ.
           PERFORM C0510-WRITE-VIOLATION
               VARYING  W-VIOL-SUB  FROM  1  BY  1
               UNTIL    W-VIOL-SUB  GREATER THAN  C-MAX-VIOL.

           IF  T-INS-ASSESS-AMT  GREATER THAN  ZERO
               PERFORM C0650-WRITE-BILL-LINE
           END-IF.

           IF  W-PLAN-FOUND
               MOVE 'ST_WRK_INSP_PLAN'  TO  W-EIBDS
               EXEC SQL
                    UPDATE  ST_WRK_INSP_PLAN
                    SET     IPL_STATUS   =  'V'
                    WHERE   IPL_PERIOD   =  :W-PLAN-PERIOD
                    AND     IPL_REG_NUM  =  :T-ER-REG-NUM
               END-EXEC
               PERFORM DB2-ERROR
           END-IF.

           IF  T-INS-ASSESS-AMT  GREATER THAN  ZERO
               MOVE W-TEXT-ASSESSED  TO  W-TEXT-ERROR
           ELSE
               MOVE W-TEXT-RECORDED  TO  W-TEXT-ERROR.

       C0500-RECORD-RESULT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0510-WRITE-VIOLATION                          *
      *****************************************************************

       C0510-WRITE-VIOLATION SECTION.

           IF  W-CMD-VIOL-CODE (W-VIOL-SUB)  EQUAL TO  SPACES
               GO TO C0510-WRITE-VIOLATION-EXIT
           END-IF.

           ADD   1                              TO  W-VIOL-SEQ.
           MOVE 'ST_WRK_INSP_VIOLATION'         TO  W-EIBDS.
           MOVE  W-CMD-VIOL-CODE (W-VIOL-SUB)   TO  T-IVC-CODE.

           EXEC SQL
                INSERT INTO ST_WRK_INSP_VIOLATION
                     (IVL_REG_NUM,      IVL_VISIT_DATE,
                      IVL_SEQ,          IVL_CODE)
                VALUES
                     (:T-ER-REG-NUM,     :T-INS-VISIT-DATE,
                      :W-VIOL-SEQ,       :T-IVC-CODE)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0510-WRITE-VIOLATION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-POST-ASSESSMENT-PAIR                     *
      *****************************************************************
      *    THE SAME BALANCED PAIR ORP1543P POSTS FOR A RETRO          *
      *    ADJUSTMENT: RECEIVABLE UNDER THE EMPLOYER KEY, THEN        *
      *    CONTRIBUTION INCOME CROSS-LINKED TO IT.  BOTH LEGS BYPASS  *
      *    THE CLERK-AMOUNT THRESHOLD SO THE PAIR STANDS OR FALLS     *
      *    TOGETHER; A REFUSED INCOME LEG BACKS THE RECEIVABLE LEG    *
      *    OUT BEFORE THE ERROR RETURN.                               *
      *****************************************************************

       C0600-POST-ASSESSMENT-PAIR SECTION.

           PERFORM C0610-GET-BILLING-ACCTS.

           MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
           MOVE  T-RUN-BILL-RECV-ACCT TO  X627-ACCT-CDE.
           MOVE  T-INS-ASSESS-AMT     TO  X627-AMOUNT.
           MOVE  W-TODAY-DATE         TO  X627-EFF-DATE.
           MOVE  K-ASSESS-TRAN-CODE   TO  X627-TRAN-CODE.
           MOVE  ZEROES               TO  X627-CIVIL-ID.
           MOVE  SPACES               TO  X627-REF-NUM.
           MOVE  W-CMD-PERIOD         TO  X627-REF-NUM (1:6).
           MOVE  K-ASSESS-SOURCE      TO  X627-SOURCE.
           MOVE  K-ASSESS-DEPT        TO  X627-DEPT.
           MOVE  TCTTE-CLERK          TO  X627-CLERK.
           MOVE  EIBTRMID             TO  X627-TERM.
           MOVE  ZEROES               TO  X627-LINK-COUNT.
           MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  X627-LEAD-COUNT      TO  W-LEG1-LEAD.

           MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
           MOVE  T-RUN-BILL-INC-ACCT  TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - T-INS-ASSESS-AMT.
           MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               PERFORM C0620-REVERSE-FIRST-LEG
               MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0600-POST-ASSESSMENT-PAIR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0610-GET-BILLING-ACCTS                        *
      *****************************************************************
      *    THE RECEIVABLE AND INCOME ACCOUNTS OBSSS630 BILLS TO.      *
      *****************************************************************

       C0610-GET-BILLING-ACCTS SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_BILL_RECV_ACCT ,
                         RUN_BILL_INC_ACCT
                INTO    :T-RUN-BILL-RECV-ACCT ,
                        :T-RUN-BILL-INC-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-BILL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0610-GET-BILLING-ACCTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0620-REVERSE-FIRST-LEG                        *
      *****************************************************************
      *    BACKS THE POSTED RECEIVABLE LEG OUT AFTER THE INCOME LEG   *
      *    WAS REFUSED, CROSS-LINKED TO THE LEG IT REVERSES, SO A     *
      *    HALF-POSTED ASSESSMENT NEVER STANDS.                       *
      *****************************************************************

       C0620-REVERSE-FIRST-LEG SECTION.

           MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
           MOVE  T-RUN-BILL-RECV-ACCT TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - T-INS-ASSESS-AMT.
           MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT.
           MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

       C0620-REVERSE-FIRST-LEG-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0650-WRITE-BILL-LINE                          *
      *****************************************************************
      *    THE ASSESSMENT IS OPENED AS AN EMPLOYER-LEVEL BILL LINE    *
      *    (SSN ZERO) FOR THE ASSESSED PERIOD, FIRM RATHER THAN       *
      *    PROVISIONAL.  WHERE THE PERIOD ALREADY HAS AN EMPLOYER-    *
      *    LEVEL LINE THE ASSESSMENT IS ADDED TO IT AND IT IS OPENED  *
      *    AGAIN FOR COLLECTION.                                      *
      *****************************************************************

       C0650-WRITE-BILL-LINE SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-CBL-COUNT
                FROM    ST_WRK_CONTRIB_BILL
                WHERE   CBL_REG_NUM  =  :T-ER-REG-NUM
                AND     CBL_SSN      =  0
                AND     CBL_PERIOD   =  :T-INS-ASSESS-PERIOD
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-CBL-COUNT  GREATER THAN  ZERO
               EXEC SQL
                    UPDATE  ST_WRK_CONTRIB_BILL
                    SET     CBL_CONTRIB      =  CBL_CONTRIB  +
                                                :T-INS-ASSESS-AMT,
                            CBL_STATUS       =  ' ',
                            CBL_PROVISIONAL  =  'N'
                    WHERE   CBL_REG_NUM  =  :T-ER-REG-NUM
                    AND     CBL_SSN      =  0
                    AND     CBL_PERIOD   =  :T-INS-ASSESS-PERIOD
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO ST_WRK_CONTRIB_BILL
                         (CBL_REG_NUM,    CBL_SSN,
                          CBL_PERIOD,     CBL_WAGE,
                          CBL_CONTRIB,    CBL_STATUS,
                          CBL_POST_DATE,  CBL_PROVISIONAL)
                    VALUES
                         (:T-ER-REG-NUM,         0,
                          :T-INS-ASSESS-PERIOD,  0,
                          :T-INS-ASSESS-AMT,     ' ',
                          :W-TODAY-DATE,         'N')
               END-EXEC.

           PERFORM DB2-ERROR.

       C0650-WRITE-BILL-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-INSPECTIONS                         *
      *****************************************************************

       C0700-LIST-INSPECTIONS SECTION.

           MOVE  T-ER-REG-NUM   TO  W-TPL-REG.
           MOVE  W-PLAN-PERIOD  TO  W-TPL-PERIOD.

           IF  W-PLAN-FOUND
               MOVE  T-IPL-AREA    TO  W-TPL-AREA
               MOVE  T-IPL-RANK    TO  W-TPL-RANK
               MOVE  T-IPL-SCORE   TO  W-TPL-SCORE
               MOVE  T-IPL-STATUS  TO  W-TPL-STATUS
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-PLAN-LINE)
                    LENGTH  (LENGTH OF W-TEXT-PLAN-LINE)
                    ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-PLAN-LINE)
                    LENGTH  (24)
                    ERASE
               END-EXEC
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NOT-PLANNED)
                    LENGTH  (24)
                    ACCUM
               END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (60)
                ACCUM
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_ER_INSPECTION'  TO  W-EIBDS.

           EXEC SQL
                DECLARE INS-CURSOR CURSOR FOR
                SELECT   INS_VISIT_DATE    ,
                         INS_OUTCOME       ,
                         INS_VIOL_COUNT    ,
                         INS_ASSESS_AMT    ,
                         INS_ASSESS_PERIOD ,
                         INS_CLERK
                FROM     ST_WRK_ER_INSPECTION
                WHERE    INS_REG_NUM  =  :T-ER-REG-NUM
                ORDER BY INS_VISIT_DATE  DESC
           END-EXEC.

           EXEC SQL
                OPEN INS-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-INS-ROW
               UNTIL  W-INS-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-INS-ROWS.

           EXEC SQL
                CLOSE INS-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1571')
           END-EXEC.

       C0700-LIST-INSPECTIONS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-INS-ROW                         *
      *****************************************************************

       C0710-FETCH-INS-ROW SECTION.

           EXEC SQL
                FETCH INS-CURSOR
                INTO  :T-INS-VISIT-DATE    ,
                      :T-INS-OUTCOME       ,
                      :T-INS-VIOL-COUNT    ,
                      :T-INS-ASSESS-AMT    ,
                      :T-INS-ASSESS-PERIOD ,
                      :T-INS-CLERK
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-INS-ROW-EXIT
           END-IF.

           ADD   1                     TO  W-ROW-COUNT.
           MOVE  T-INS-VISIT-DATE      TO  W-TIL-VISIT-DATE.
           MOVE  T-INS-OUTCOME         TO  W-TIL-OUTCOME.
           MOVE  T-INS-VIOL-COUNT      TO  W-TIL-VIOL-COUNT.
           MOVE  T-INS-ASSESS-AMT      TO  W-TIL-ASSESS-AMT.
           MOVE  T-INS-ASSESS-PERIOD   TO  W-TIL-PERIOD.
           MOVE  T-INS-CLERK           TO  W-TIL-CLERK.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-INS-LINE)
                LENGTH  (LENGTH OF W-TEXT-INS-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-INS-ROW-EXIT.  EXIT.
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
                TRANSID ('1571')
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
                    TRANSID ('1571')
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
               MOVE W-ER-SSN-KEY-9        TO  ORSS0400-SSN
               MOVE '1571'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
