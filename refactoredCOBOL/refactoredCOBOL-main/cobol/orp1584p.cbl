       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1584P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1584P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE NON-OCCUPATIONAL        *
      *           DISABILITY CLAIM INTAKE AND LIFECYCLE SCREEN, THE   *
      *           COMPANION OF THE ORP1556P WORK-INJURY SCREEN FOR    *
      *           MEMBERS PERMANENTLY UNABLE TO WORK FOR REASONS      *
      *           OUTSIDE THEIR EMPLOYMENT:                           *
      *                                                               *
      *           - AN INTAKE OPENS A NUMBERED ST_WRK_DIS_CLAIM CASE  *
      *             AGAINST THE SSN WITH THE ONSET DATE.  THE MEMBER  *
      *             MUST HAVE THE MINIMUM CONTRIBUTION PERIOD UP TO   *
      *             THE ONSET, AS THE OBSSS640 SERVICE COUNTS IT.     *
      *             THE MINIMUM IS RUN_DIS_MIN_MONTHS ON THE OBSSS698 *
      *             RUN-CONTROL ROW (12 MONTHS WHEN NOT SET).         *
      *           - MEDICAL BOARD SESSIONS ARE SCHEDULED ON           *
      *             ST_WRK_DIS_BOARD: THE INITIAL EXAMINATION OF AN   *
      *             OPEN CLAIM, OR A RE-EXAMINATION OF A PENSIONED    *
      *             ONE.  THE MEMBER IS NOTIFIED THROUGH A DBRD       *
      *             EVENT FOR THE OBSSS634 DISPATCH.                  *
      *           - THE BOARD'S DECISION IS RECORDED AGAINST THE      *
      *             SESSION HELD: APPROVED WITH THE DISABILITY        *
      *             PERCENTAGE, THE REVIEW DATE AND THE MONTHLY       *
      *             PENSION, OR REJECTED.  ON A RE-EXAMINATION AN     *
      *             APPROVAL CARRIES THE NEW TERMS TO THE PENSION AND *
      *             LIFTS A NON-ATTENDANCE SUSPENSION; A REJECTION    *
      *             ENDS THE CLAIM AND STOPS THE PENSION.             *
      *           - AN APPROVED CLAIM IS AWARDED AS A DISABILITY      *
      *             PENSION (PEN_TYPE 'D') ON ST_MST_PENSION, PAID BY *
      *             THE OBSSS631 PAYROLL FROM THE FIRST OF NEXT       *
      *             MONTH.  THE AWARD NEEDS AN OBSSS645 GRANT OF THE  *
      *             APPROVE FUNCTION AND A CLERK OTHER THAN THE ONE   *
      *             WHO RECORDED THE DECISION.                        *
      *                                                               *
      *           THE DAILY OBSSS698 BATCH BOOKS THE RE-EXAMINATIONS  *
      *           AS REVIEW DATES COME DUE AND SUSPENDS THE PENSION   *
      *           OF A MEMBER WHO DOES NOT ATTEND.                    *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1584.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_DIS_CLAIM      (DB2 CASE TABLE)        *
      *                 ST_WRK_DIS_BOARD      (DB2 CASE TABLE)        *
      *                 ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)      *
      *                 ST_MST_PENSION        (DB2 MASTER TABLE)      *
      *                 ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)     *
      *                 OBSSS640 SERVICE (LINKED; SEE OBC640CA)       *
      *                                                               *
      *        OUTPUT - NUMBERED CLAIMS AND THEIR LIFECYCLE.          *
      *                  COMMANDS:                                    *
      *                   SSN O ONSETDATE         (OPEN CLAIM)        *
      *                   CLAIM B SESSIONDATE     (BOARD SESSION)     *
      *                   CLAIM M A|R PCT REVIEWDATE AMOUNT           *
      *                                           (BOARD DECISION)    *
      *                   CLAIM P                 (AWARD PENSION)     *
      *                   CLAIM D                 (DISPLAY)           *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98314 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1584P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-DISABILITY-PENSION    PIC X(01)  VALUE 'D'.
           05  K-SUSP-MEDICAL          PIC X(01)  VALUE 'M'.
           05  K-STOP-BOARD            PIC X(01)  VALUE 'B'.
           05  K-DEFAULT-MIN-MONTHS    PIC S9(05) COMP-3 VALUE +12.
           05  K-DIS-RUN-PROGRAM       PIC X(08)  VALUE 'OBSSS698'.
           05  K-NO-REVIEW-DATE        PIC X(08)  VALUE '99991231'.
           05  K-APPOINT-EVENT         PIC X(04)  VALUE 'DBRD'.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1584P        PIC X(08)
                                                VALUE 'ORP1584P'.
               10  TWA-PROGRAM-ORP1584P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *                 CLAIM HOST VARIABLES                          *
      *****************************************************************

       01  T-DCL-NUM                   PIC 9(08).
       01  T-DCL-SSN                   PIC 9(11).
       01  T-DCL-ONSET-DATE            PIC X(08).
       01  T-DCL-STATUS                PIC X(01).
       01  T-DCL-CONTRIB-MONTHS        PIC S9(05) COMP-3.
       01  T-DCL-DECISION              PIC X(01).
       01  T-DCL-DIS-PCT               PIC S9(03) COMP-3.
       01  T-DCL-REVIEW-DATE           PIC X(08).
       01  T-DCL-PENSION-AMT           PIC S9(12)V999 COMP-3.
       01  T-DCL-DECISION-CLERK        PIC X(03).
       01  T-DCL-OPEN-DATE             PIC X(08).

       01  T-RUN-DIS-MIN-MONTHS        PIC S9(03) COMP-3.
       01  W-DIS-MIN-MONTHS            PIC S9(05) COMP-3.

       01  T-LIVE-CLAIMS               PIC S9(09) COMP.
       01  T-LIVE-PENSIONS             PIC S9(09) COMP.
       01  T-M-BAS-EE-SSN              PIC 9(11).

      *****************************************************************
      *                 BOARD SESSION HOST VARIABLES                  *
      *****************************************************************

       01  T-DBS-SESSION-DATE          PIC X(08).
       01  T-DBS-TYPE                  PIC X(01).
           88  T-DBS-INITIAL               VALUE 'I'.
           88  T-DBS-REEXAM                VALUE 'R'.

      *****************************************************************
      *                 PENSION AWARD WORK FIELDS                     *
      *****************************************************************

       01  T-NEW-PENSION-AMT           PIC S9(12)V999 COMP-3.
       01  T-PEN-FIRST-PAY-DATE        PIC X(08).

       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).
       01  W-DATE-BUILD.
           05  W-DB-YYYYMM             PIC X(06).
           05  W-DB-DD                 PIC X(02)  VALUE '01'.

      *****************************************************************
      *        OBSSS640 CONTRIBUTION-MONTHS SERVICE COMMAREA          *
      *****************************************************************

       01  X640-CALC-AREA.
           COPY OBC640CA.

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

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-KEY               PIC X(11).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-OPEN              VALUE 'O'.
               88  W-CMD-SCHEDULE          VALUE 'B'.
               88  W-CMD-BOARD             VALUE 'M'.
               88  W-CMD-AWARD             VALUE 'P'.
               88  W-CMD-DISPLAY           VALUE 'D'.
           05  FILLER                  PIC X(01).
           05  W-CMD-REST              PIC X(40).
           05  W-CMD-REST-O REDEFINES W-CMD-REST.
               10  W-CMD-ONSET-DATE    PIC X(08).
               10  FILLER              PIC X(32).
           05  W-CMD-REST-B REDEFINES W-CMD-REST.
               10  W-CMD-SESSION-DATE  PIC X(08).
               10  FILLER              PIC X(32).
           05  W-CMD-REST-M REDEFINES W-CMD-REST.
               10  W-CMD-DECISION      PIC X(01).
               10  FILLER              PIC X(01).
               10  W-CMD-PCT           PIC X(03).
               10  W-CMD-PCT-N REDEFINES W-CMD-PCT
                                       PIC 9(03).
               10  FILLER              PIC X(01).
               10  W-CMD-REVIEW-DATE   PIC X(08).
               10  FILLER              PIC X(01).
               10  W-CMD-AMOUNT        PIC X(15).
               10  FILLER              PIC X(10).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +54.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'DISABILITY CLAIMS - SSN O ONSETDATE'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'CLAIM B SESSIONDATE / CLAIM P / CLAIM D'.
           05  W-TEXT-USAGE3           PIC X(64) VALUE
               'CLAIM M A-R PCT REVIEWDATE AMOUNT'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO WORK DISABILITY CLAIMS.'.
           05  W-TEXT-NOT-APPROVER     PIC X(60) VALUE
               'NOT AUTHORIZED TO APPROVE DISABILITY PENSIONS.'.
           05  W-TEXT-SAME-CLERK       PIC X(60) VALUE
               'THE CLERK WHO RECORDED THE DECISION MAY NOT AWARD.'.
           05  W-TEXT-NO-MEMBER        PIC X(60) VALUE
               'NO REGISTRATION ON FILE FOR THAT SSN.'.
           05  W-TEXT-CLAIM-LIVE       PIC X(60) VALUE
               'A DISABILITY CLAIM IS ALREADY LIVE FOR THAT SSN.'.
           05  W-TEXT-BAD-ONSET        PIC X(60) VALUE
               'ONSET DATE MUST BE YYYYMMDD, NOT AFTER TODAY.'.
           05  W-TEXT-BAD-SESSION      PIC X(60) VALUE
               'SESSION DATE MUST BE YYYYMMDD, TODAY OR LATER.'.
           05  W-TEXT-SVC-ERR          PIC X(60) VALUE
               'CONTRIBUTION SERVICE COULD NOT COUNT THE SSN.'.
           05  W-TEXT-NO-CLAIM         PIC X(60) VALUE
               'NO CLAIM IN THE RIGHT STATUS WITH THAT NUMBER.'.
           05  W-TEXT-NO-SESSION       PIC X(60) VALUE
               'NO BOARD SESSION HELD FOR THE CLAIM - SCHEDULE ONE.'.
           05  W-TEXT-BAD-DECISION     PIC X(60) VALUE
               'DECISION MUST BE A (APPROVE) OR R (REJECT).'.
           05  W-TEXT-BAD-PCT          PIC X(60) VALUE
               'PERCENTAGE MUST BE THREE DIGITS, 001 TO 100.'.
           05  W-TEXT-BAD-REVIEW       PIC X(60) VALUE
               'REVIEW DATE MUST BE YYYYMMDD AFTER TODAY, OR BLANK.'.
           05  W-TEXT-BAD-AMOUNT       PIC X(60) VALUE
               'THE INITIAL APPROVAL NEEDS THE MONTHLY PENSION.'.
           05  W-TEXT-PENSION-HELD     PIC X(60) VALUE
               'A DISABILITY PENSION IS ALREADY ON FILE FOR THE SSN.'.
           05  W-TEXT-SHORT-PERIOD.
               10  FILLER              PIC X(49) VALUE
                   'CONTRIBUTION PERIOD TOO SHORT - MONTHS ON FILE: '.
               10  W-TSP-MONTHS        PIC ZZZZ9.
               10  FILLER              PIC X(06) VALUE SPACES.
           05  W-TEXT-OPENED.
               10  FILLER              PIC X(25) VALUE
                   'DISABILITY CLAIM OPENED: '.
               10  W-TO-CLAIM          PIC 9(08).
               10  FILLER              PIC X(27) VALUE SPACES.
           05  W-TEXT-SCHEDULED.
               10  FILLER              PIC X(29) VALUE
                   'BOARD SESSION SCHEDULED FOR: '.
               10  W-TSC-DATE          PIC X(08).
               10  FILLER              PIC X(23) VALUE SPACES.
           05  W-TEXT-DONE             PIC X(60) VALUE
               'CLAIM ACTION APPLIED.'.
           05  W-TEXT-AWARDED          PIC X(60) VALUE
               'DISABILITY PENSION AWARDED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'DISABILITY SESSION ENDED.'.
           05  W-TEXT-CLAIM-LINE1.
               10  FILLER              PIC X(06) VALUE 'CLAIM '.
               10  W-TCL-CLAIM         PIC 9(08).
               10  FILLER              PIC X(05) VALUE ' SSN '.
               10  W-TCL-SSN           PIC 9(11).
               10  FILLER              PIC X(07) VALUE ' ONSET '.
               10  W-TCL-ONSET-DATE    PIC X(08).
               10  FILLER              PIC X(04) VALUE ' ST '.
               10  W-TCL-STATUS        PIC X(01).
               10  FILLER              PIC X(08) VALUE ' MONTHS '.
               10  W-TCL-MONTHS        PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
           05  W-TEXT-CLAIM-LINE2.
               10  FILLER              PIC X(09) VALUE 'DECISION '.
               10  W-TCL-DECISION      PIC X(01).
               10  FILLER              PIC X(05) VALUE ' PCT '.
               10  W-TCL-PCT           PIC ZZ9.
               10  FILLER              PIC X(08) VALUE ' REVIEW '.
               10  W-TCL-REVIEW-DATE   PIC X(08).
               10  FILLER              PIC X(08) VALUE ' AMOUNT '.
               10  W-TCL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.999.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  W-TEXT-CLAIM-LINE3.
               10  FILLER              PIC X(19) VALUE
                   'NEXT BOARD SESSION '.
               10  W-TCL-SESSION-DATE  PIC X(08).
               10  FILLER              PIC X(06) VALUE ' TYPE '.
               10  W-TCL-SESSION-TYPE  PIC X(01).
               10  FILLER              PIC X(30) VALUE SPACES.

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
           MOVE TWA-PROGRAM-ORP1584P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.
           PERFORM B0060-CHECK-APPROVE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE ZEROES                       TO  T-DCL-SSN.

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
           MOVE '1584'        TO  X645-TRAN.
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
      *    AWARDING THE PENSION, AND CHANGING ITS AMOUNT ON A         *
      *    RE-EXAMINATION, IS A SUPERVISOR DECISION: ONLY AN OBSSS645 *
      *    GRANT OF THE APPROVE FUNCTION ON THIS TRANSACTION PERMITS  *
      *    IT.                                                        *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1584'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-CLAIM-CMD.

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

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE3)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1584')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-CLAIM-CMD                        *
      *****************************************************************
      *    THE KEY IS THE SSN FOR AN INTAKE AND THE CLAIM NUMBER,     *
      *    RIGHT-JUSTIFIED IN THE SAME ELEVEN DIGITS, FOR EVERY       *
      *    OTHER COMMAND.                                             *
      *****************************************************************

       C0200-RECEIVE-CLAIM-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +54      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-KEY  NOT NUMERIC  OR
               ( NOT W-CMD-OPEN   AND  NOT W-CMD-SCHEDULE
                                  AND  NOT W-CMD-BOARD
                                  AND  NOT W-CMD-AWARD
                                  AND  NOT W-CMD-DISPLAY )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-OPEN
               PERFORM C0300-OPEN-CLAIM
           ELSE
           IF  W-CMD-SCHEDULE
               PERFORM C0400-SCHEDULE-BOARD
           ELSE
           IF  W-CMD-BOARD
               PERFORM C0500-RECORD-BOARD-DECISION
           ELSE
           IF  W-CMD-AWARD
               PERFORM C0600-AWARD-PENSION
           ELSE
               PERFORM C0700-DISPLAY-CLAIM.

           MOVE W-TEXT-DONE  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-CLAIM-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-OPEN-CLAIM                               *
      *****************************************************************
      *    THIS SECTION OPENS ONE NUMBERED CLAIM FOR A REGISTERED     *
      *    MEMBER WITH NO OTHER LIVE CLAIM (OPEN, DECIDED OR          *
      *    PENSIONED) AND THE MINIMUM CONTRIBUTION PERIOD.            *
      *****************************************************************

       C0300-OPEN-CLAIM SECTION.

           IF  W-CMD-ONSET-DATE  NOT NUMERIC  OR
               W-CMD-ONSET-DATE  GREATER THAN  W-TODAY-DATE
               MOVE W-TEXT-BAD-ONSET  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.
           MOVE  W-CMD-KEY               TO  T-DCL-SSN.

           EXEC SQL
                SELECT   M_BAS_EE_SSN
                INTO    :T-M-BAS-EE-SSN
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :T-DCL-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-MEMBER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :T-LIVE-CLAIMS
                FROM     ST_WRK_DIS_CLAIM
                WHERE    DCL_SSN     =  :T-DCL-SSN
                AND      DCL_STATUS  IN  (' ', 'D', 'P')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-LIVE-CLAIMS  GREATER THAN  ZEROES
               MOVE W-TEXT-CLAIM-LIVE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-ONSET-DATE  TO  T-DCL-ONSET-DATE.
           PERFORM C0310-CHECK-CONTRIB-PERIOD.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (MAX (DCL_NUM), 0) + 1
                INTO    :T-DCL-NUM
                FROM     ST_WRK_DIS_CLAIM
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  W-TODAY-DATE  TO  T-DCL-OPEN-DATE.

           EXEC SQL
                INSERT INTO ST_WRK_DIS_CLAIM
                     (DCL_NUM,             DCL_SSN,
                      DCL_ONSET_DATE,      DCL_STATUS,
                      DCL_CONTRIB_MONTHS,  DCL_DECISION,
                      DCL_DIS_PCT,         DCL_REVIEW_DATE,
                      DCL_PENSION_AMT,     DCL_DECISION_CLERK,
                      DCL_OPEN_DATE)
                VALUES
                     (:T-DCL-NUM,             :T-DCL-SSN,
                      :T-DCL-ONSET-DATE,      ' ',
                      :T-DCL-CONTRIB-MONTHS,  ' ',
                      0,                      ' ',
                      0,                      ' ',
                      :T-DCL-OPEN-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  T-DCL-NUM      TO  W-TO-CLAIM.
           MOVE  W-TEXT-OPENED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0300-OPEN-CLAIM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0305-GET-MIN-PERIOD                           *
      *****************************************************************
      *    THE MINIMUM CONTRIBUTION PERIOD (IN MONTHS) IS HELD ON     *
      *    THE OBSSS698 RUN-CONTROL ROW, NEXT TO THE BOARD BOOKING    *
      *    LEAD, AND IS MAINTAINED ON ORP1577P.  A MISSING ROW OR A   *
      *    ZERO VALUE FALLS BACK TO THE DEFAULT.                      *
      *****************************************************************

       C0305-GET-MIN-PERIOD SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'    TO  W-EIBDS.
           MOVE  K-DEFAULT-MIN-MONTHS   TO  W-DIS-MIN-MONTHS.

           EXEC SQL
                SELECT   RUN_DIS_MIN_MONTHS
                INTO    :T-RUN-DIS-MIN-MONTHS
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-DIS-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-DIS-MIN-MONTHS  GREATER THAN  ZEROES
               MOVE  T-RUN-DIS-MIN-MONTHS  TO  W-DIS-MIN-MONTHS
           ELSE
               NEXT SENTENCE.

       C0305-GET-MIN-PERIOD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0310-CHECK-CONTRIB-PERIOD                     *
      *****************************************************************
      *    THE CONTRIBUTION MONTHS ARE COUNTED BY THE OBSSS640        *
      *    SERVICE AS OF THE ONSET DATE, SO CONTRIBUTIONS PAID AFTER  *
      *    THE MEMBER BECAME UNABLE TO WORK DO NOT QUALIFY THE CLAIM. *
      *****************************************************************

       C0310-CHECK-CONTRIB-PERIOD SECTION.

           PERFORM C0305-GET-MIN-PERIOD.

           MOVE  T-DCL-SSN         TO  X640-SSN.
           MOVE  T-DCL-ONSET-DATE  TO  X640-AS-OF-DATE.

           EXEC CICS LINK
                PROGRAM  ('OBSSS640')
                COMMAREA (X640-CALC-AREA)
                LENGTH   (LENGTH OF X640-CALC-AREA)
           END-EXEC.

           IF  X640-RETURN-CODE  EQUAL TO  K-RET-TXN-ERR
               MOVE W-TEXT-SVC-ERR  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  X640-TOTAL-MONTHS  LESS THAN  W-DIS-MIN-MONTHS
               MOVE  X640-TOTAL-MONTHS    TO  W-TSP-MONTHS
               MOVE  W-TEXT-SHORT-PERIOD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  X640-TOTAL-MONTHS  TO  T-DCL-CONTRIB-MONTHS.

       C0310-CHECK-CONTRIB-PERIOD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-SCHEDULE-BOARD                           *
      *****************************************************************
      *    THIS SECTION BOOKS THE CLAIM'S NEXT MEDICAL BOARD SESSION, *
      *    OR MOVES THE ONE ALREADY BOOKED.  AN OPEN CLAIM GETS ITS   *
      *    INITIAL EXAMINATION; A PENSIONED CLAIM A RE-EXAMINATION.   *
      *    THE MEMBER IS SENT THE APPOINTMENT.                        *
      *****************************************************************

       C0400-SCHEDULE-BOARD SECTION.

           IF  W-CMD-SESSION-DATE  NOT NUMERIC  OR
               W-CMD-SESSION-DATE  LESS THAN  W-TODAY-DATE
               MOVE W-TEXT-BAD-SESSION  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.
           MOVE  W-CMD-KEY (4:8)    TO  T-DCL-NUM.

           EXEC SQL
                SELECT   DCL_SSN     ,
                         DCL_STATUS
                INTO    :T-DCL-SSN   ,
                        :T-DCL-STATUS
                FROM     ST_WRK_DIS_CLAIM
                WHERE    DCL_NUM     =  :T-DCL-NUM
                AND      DCL_STATUS  IN  (' ', 'P')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-CLAIM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-DCL-STATUS  EQUAL TO  ' '
               SET  T-DBS-INITIAL  TO  TRUE
           ELSE
               SET  T-DBS-REEXAM   TO  TRUE.

           MOVE 'ST_WRK_DIS_BOARD'    TO  W-EIBDS.
           MOVE  W-CMD-SESSION-DATE   TO  T-DBS-SESSION-DATE.

           EXEC SQL
                UPDATE  ST_WRK_DIS_BOARD
                SET     DBS_SESSION_DATE  =  :T-DBS-SESSION-DATE,
                        DBS_CLERK         =  :TCTTE-CLERK,
                        DBS_UPD_DATE      =  :W-TODAY-DATE
                WHERE   DBS_CLM_NUM       =  :T-DCL-NUM
                AND     DBS_STATUS        =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLERRD (3)  EQUAL TO  ZEROES
               EXEC SQL
                    INSERT INTO ST_WRK_DIS_BOARD
                         (DBS_CLM_NUM,       DBS_SESSION_DATE,
                          DBS_TYPE,          DBS_STATUS,
                          DBS_CLERK,         DBS_UPD_DATE)
                    VALUES
                         (:T-DCL-NUM,          :T-DBS-SESSION-DATE,
                          :T-DBS-TYPE,         ' ',
                          :TCTTE-CLERK,        :W-TODAY-DATE)
               END-EXEC
               PERFORM DB2-ERROR
           ELSE
               NEXT SENTENCE.

           MOVE  T-DCL-SSN            TO  T-NTF-SSN.
           MOVE  K-APPOINT-EVENT      TO  T-NTF-EVENT-CODE.
           MOVE  SPACES               TO  T-NTF-REF.
           MOVE  T-DBS-SESSION-DATE   TO  T-NTF-REF (1:8).
           MOVE  T-DCL-NUM            TO  T-NTF-REF (9:8).

           PERFORM S0950-DROP-NOTIFY-EVENT.

           MOVE  T-DBS-SESSION-DATE   TO  W-TSC-DATE.
           MOVE  W-TEXT-SCHEDULED     TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0400-SCHEDULE-BOARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-RECORD-BOARD-DECISION                    *
      *****************************************************************
      *    THIS SECTION CAPTURES THE MEDICAL BOARD'S DECISION AT THE  *
      *    SESSION BOOKED FOR TODAY OR EARLIER, WHICH IS MARKED       *
      *    ATTENDED.  A SESSION THE OBSSS698 BATCH HAS ALREADY MARKED *
      *    AS MISSED CANNOT CARRY A DECISION; A NEW ONE IS BOOKED.    *
      *****************************************************************

       C0500-RECORD-BOARD-DECISION SECTION.

           IF  W-CMD-DECISION  NOT EQUAL TO  'A'  AND
               W-CMD-DECISION  NOT EQUAL TO  'R'
               MOVE W-TEXT-BAD-DECISION  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.
           MOVE  W-CMD-KEY (4:8)    TO  T-DCL-NUM.

           EXEC SQL
                SELECT   DCL_SSN          ,
                         DCL_STATUS       ,
                         DCL_PENSION_AMT
                INTO    :T-DCL-SSN        ,
                        :T-DCL-STATUS     ,
                        :T-DCL-PENSION-AMT
                FROM     ST_WRK_DIS_CLAIM
                WHERE    DCL_NUM     =  :T-DCL-NUM
                AND      DCL_STATUS  IN  (' ', 'P')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-CLAIM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_DIS_BOARD'  TO  W-EIBDS.

           EXEC SQL
                SELECT   DBS_SESSION_DATE  ,
                         DBS_TYPE
                INTO    :T-DBS-SESSION-DATE ,
                        :T-DBS-TYPE
                FROM     ST_WRK_DIS_BOARD
                WHERE    DBS_CLM_NUM       =  :T-DCL-NUM
                AND      DBS_STATUS        =  ' '
                AND      DBS_SESSION_DATE  <= :W-TODAY-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-SESSION  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-DECISION  TO  T-DCL-DECISION.

           IF  T-DCL-DECISION  EQUAL TO  'A'
               PERFORM C0510-VALIDATE-APPROVAL
           ELSE
               MOVE  ZEROES          TO  T-DCL-DIS-PCT
                                         T-NEW-PENSION-AMT
               MOVE  SPACES          TO  T-DCL-REVIEW-DATE.

           EXEC SQL
                UPDATE  ST_WRK_DIS_BOARD
                SET     DBS_STATUS        =  'A',
                        DBS_CLERK         =  :TCTTE-CLERK,
                        DBS_UPD_DATE      =  :W-TODAY-DATE
                WHERE   DBS_CLM_NUM       =  :T-DCL-NUM
                AND     DBS_STATUS        =  ' '
                AND     DBS_SESSION_DATE  =  :T-DBS-SESSION-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-DCL-STATUS  EQUAL TO  ' '
               PERFORM C0520-INITIAL-DECISION
           ELSE
               PERFORM C0530-REEXAM-DECISION.

       C0500-RECORD-BOARD-DECISION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0510-VALIDATE-APPROVAL                        *
      *****************************************************************
      *    AN APPROVAL CARRIES THE PERCENTAGE (001-100), THE NEXT     *
      *    REVIEW DATE (BLANK FOR A PERMANENT DISABILITY WITH NO      *
      *    FURTHER REVIEW) AND THE MONTHLY PENSION.  ON A             *
      *    RE-EXAMINATION THE AMOUNT MAY BE LEFT BLANK TO KEEP THE    *
      *    CURRENT PENSION; A CHANGED AMOUNT NEEDS APPROVE AUTHORITY. *
      *****************************************************************

       C0510-VALIDATE-APPROVAL SECTION.

           IF  W-CMD-PCT  NOT NUMERIC     OR
               W-CMD-PCT-N  EQUAL TO  ZEROES  OR
               W-CMD-PCT-N  GREATER THAN  100
               MOVE W-TEXT-BAD-PCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-PCT-N  TO  T-DCL-DIS-PCT.

           IF  W-CMD-REVIEW-DATE  EQUAL TO  SPACES
               MOVE  K-NO-REVIEW-DATE   TO  T-DCL-REVIEW-DATE
           ELSE
           IF  W-CMD-REVIEW-DATE  NOT NUMERIC  OR
               W-CMD-REVIEW-DATE  NOT GREATER THAN  W-TODAY-DATE
               MOVE W-TEXT-BAD-REVIEW  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               MOVE  W-CMD-REVIEW-DATE  TO  T-DCL-REVIEW-DATE.

           IF  W-CMD-AMOUNT  EQUAL TO  SPACES
               MOVE  ZEROES  TO  T-NEW-PENSION-AMT
           ELSE
               COMPUTE  T-NEW-PENSION-AMT  =
                   FUNCTION NUMVAL (W-CMD-AMOUNT).

           IF  T-NEW-PENSION-AMT  NOT GREATER THAN  ZEROES  AND
               T-DCL-STATUS  EQUAL TO  ' '
               MOVE W-TEXT-BAD-AMOUNT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-NEW-PENSION-AMT  NOT GREATER THAN  ZEROES
               MOVE  T-DCL-PENSION-AMT  TO  T-NEW-PENSION-AMT
           ELSE
               NEXT SENTENCE.

           IF  T-DCL-STATUS  EQUAL TO  'P'                     AND
               T-NEW-PENSION-AMT  NOT EQUAL TO  T-DCL-PENSION-AMT  AND
               NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-APPROVER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0510-VALIDATE-APPROVAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0520-INITIAL-DECISION                         *
      *****************************************************************
      *    THE INITIAL EXAMINATION DECIDES THE CLAIM: APPROVED ('D',  *
      *    AWAITING THE PENSION AWARD) OR REJECTED ('J', CLOSED).     *
      *****************************************************************

       C0520-INITIAL-DECISION SECTION.

           IF  T-DCL-DECISION  EQUAL TO  'A'
               MOVE 'D'  TO  T-DCL-STATUS
           ELSE
               MOVE 'J'  TO  T-DCL-STATUS.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_DIS_CLAIM
                SET     DCL_STATUS          =  :T-DCL-STATUS,
                        DCL_DECISION        =  :T-DCL-DECISION,
                        DCL_DIS_PCT         =  :T-DCL-DIS-PCT,
                        DCL_REVIEW_DATE     =  :T-DCL-REVIEW-DATE,
                        DCL_PENSION_AMT     =  :T-NEW-PENSION-AMT,
                        DCL_DECISION_CLERK  =  :TCTTE-CLERK
                WHERE   DCL_NUM             =  :T-DCL-NUM
                AND     DCL_STATUS          =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0520-INITIAL-DECISION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0530-REEXAM-DECISION                          *
      *****************************************************************
      *    A RE-EXAMINATION OF A PENSIONED CLAIM EITHER CONFIRMS IT   *
      *    WITH THE NEW PERCENTAGE, REVIEW DATE AND AMOUNT, WHICH     *
      *    REACH THE PENSION AND LIFT A NON-ATTENDANCE SUSPENSION,    *
      *    OR ENDS IT ('E'), STOPPING THE PENSION WITH REASON 'B'.    *
      *****************************************************************

       C0530-REEXAM-DECISION SECTION.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.

           IF  T-DCL-DECISION  EQUAL TO  'A'
               EXEC SQL
                    UPDATE  ST_WRK_DIS_CLAIM
                    SET     DCL_DIS_PCT         =  :T-DCL-DIS-PCT,
                            DCL_REVIEW_DATE     =  :T-DCL-REVIEW-DATE,
                            DCL_PENSION_AMT     =  :T-NEW-PENSION-AMT,
                            DCL_DECISION_CLERK  =  :TCTTE-CLERK
                    WHERE   DCL_NUM             =  :T-DCL-NUM
                    AND     DCL_STATUS          =  'P'
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE  ST_WRK_DIS_CLAIM
                    SET     DCL_STATUS          =  'E',
                            DCL_DECISION        =  'R',
                            DCL_DECISION_CLERK  =  :TCTTE-CLERK
                    WHERE   DCL_NUM             =  :T-DCL-NUM
                    AND     DCL_STATUS          =  'P'
               END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           IF  T-DCL-DECISION  EQUAL TO  'R'
               EXEC SQL
                    UPDATE  ST_MST_PENSION
                    SET     PEN_STATUS       =  'T',
                            PEN_STOP_REASON  =  :K-STOP-BOARD,
                            PEN_STOP_DATE    =  :W-TODAY-DATE
                    WHERE   PEN_SSN          =  :T-DCL-SSN
                    AND     PEN_TYPE         =  :K-DISABILITY-PENSION
                    AND     PEN_STATUS       IN  ('P', 'S')
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C0530-REEXAM-DECISION-EXIT
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_GROSS_AMT  =  :T-NEW-PENSION-AMT
                WHERE   PEN_SSN        =  :T-DCL-SSN
                AND     PEN_TYPE       =  :K-DISABILITY-PENSION
                AND     PEN_STATUS     IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_STATUS       =  'P',
                        PEN_SUSP_REASON  =  ' '
                WHERE   PEN_SSN          =  :T-DCL-SSN
                AND     PEN_TYPE         =  :K-DISABILITY-PENSION
                AND     PEN_STATUS       =  'S'
                AND     PEN_SUSP_REASON  =  :K-SUSP-MEDICAL
           END-EXEC.

           PERFORM DB2-ERROR.

       C0530-REEXAM-DECISION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-AWARD-PENSION                            *
      *****************************************************************
      *    THIS SECTION AWARDS AN APPROVED CLAIM AS A DISABILITY      *
      *    PENSION IN PAY STATUS, ENTITLED FROM TODAY AND FIRST PAID  *
      *    BY THE PAYROLL ON THE FIRST OF NEXT MONTH.  THE AWARD IS   *
      *    A SECOND PAIR OF EYES ON THE BOARD DECISION.               *
      *****************************************************************

       C0600-AWARD-PENSION SECTION.

           IF  NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-APPROVER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.
           MOVE  W-CMD-KEY (4:8)    TO  T-DCL-NUM.

           EXEC SQL
                SELECT   DCL_SSN            ,
                         DCL_PENSION_AMT    ,
                         DCL_DECISION_CLERK
                INTO    :T-DCL-SSN          ,
                        :T-DCL-PENSION-AMT  ,
                        :T-DCL-DECISION-CLERK
                FROM     ST_WRK_DIS_CLAIM
                WHERE    DCL_NUM     =  :T-DCL-NUM
                AND      DCL_STATUS  =  'D'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-CLAIM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-DCL-DECISION-CLERK  EQUAL TO  TCTTE-CLERK
               MOVE W-TEXT-SAME-CLERK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :T-LIVE-PENSIONS
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN     =  :T-DCL-SSN
                AND      PEN_TYPE    =  :K-DISABILITY-PENSION
                AND      PEN_STATUS  IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-LIVE-PENSIONS  GREATER THAN  ZEROES
               MOVE W-TEXT-PENSION-HELD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-TODAY-DATE (1:6)  TO  W-MONTH-WORK.

           IF  W-MW-MM  EQUAL TO  12
               ADD   1     TO  W-MW-YYYY
               MOVE  1     TO  W-MW-MM
           ELSE
               ADD   1     TO  W-MW-MM.

           MOVE  W-MONTH-WORK  TO  W-DB-YYYYMM.
           MOVE  W-DATE-BUILD  TO  T-PEN-FIRST-PAY-DATE.

           EXEC SQL
                INSERT INTO ST_MST_PENSION
                     (PEN_SSN,             PEN_TYPE,
                      PEN_GROSS_AMT,       PEN_DED_AMT,
                      PEN_STATUS,          PEN_ENTL_DATE,
                      PEN_FIRST_PAY_DATE,  PEN_AWARD_DATE,
                      PEN_DEP_CIVIL_ID)
                VALUES
                     (:T-DCL-SSN,             :K-DISABILITY-PENSION,
                      :T-DCL-PENSION-AMT,     0,
                      'P',                    :W-TODAY-DATE,
                      :T-PEN-FIRST-PAY-DATE,  :W-TODAY-DATE,
                      0)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_DIS_CLAIM
                SET     DCL_STATUS  =  'P'
                WHERE   DCL_NUM     =  :T-DCL-NUM
                AND     DCL_STATUS  =  'D'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE W-TEXT-AWARDED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0600-AWARD-PENSION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-DISPLAY-CLAIM                            *
      *****************************************************************
      *    THREE LINES: THE CLAIM AND ITS STATUS, THE BOARD'S TERMS,  *
      *    AND THE NEXT SESSION STILL TO BE HELD (IF ANY).            *
      *****************************************************************

       C0700-DISPLAY-CLAIM SECTION.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.
           MOVE  W-CMD-KEY (4:8)    TO  T-DCL-NUM.

           EXEC SQL
                SELECT   DCL_SSN             ,
                         DCL_ONSET_DATE      ,
                         DCL_STATUS          ,
                         DCL_CONTRIB_MONTHS  ,
                         DCL_DECISION        ,
                         DCL_DIS_PCT         ,
                         DCL_REVIEW_DATE     ,
                         DCL_PENSION_AMT
                INTO    :T-DCL-SSN           ,
                        :T-DCL-ONSET-DATE    ,
                        :T-DCL-STATUS        ,
                        :T-DCL-CONTRIB-MONTHS ,
                        :T-DCL-DECISION      ,
                        :T-DCL-DIS-PCT       ,
                        :T-DCL-REVIEW-DATE   ,
                        :T-DCL-PENSION-AMT
                FROM     ST_WRK_DIS_CLAIM
                WHERE    DCL_NUM  =  :T-DCL-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-CLAIM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_DIS_BOARD'  TO  W-EIBDS.
           MOVE  SPACES             TO  T-DBS-SESSION-DATE
                                        T-DBS-TYPE.

           EXEC SQL
                SELECT   DBS_SESSION_DATE  ,
                         DBS_TYPE
                INTO    :T-DBS-SESSION-DATE ,
                        :T-DBS-TYPE
                FROM     ST_WRK_DIS_BOARD
                WHERE    DBS_CLM_NUM  =  :T-DCL-NUM
                AND      DBS_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  T-DCL-NUM              TO  W-TCL-CLAIM.
           MOVE  T-DCL-SSN              TO  W-TCL-SSN.
           MOVE  T-DCL-ONSET-DATE       TO  W-TCL-ONSET-DATE.
           MOVE  T-DCL-STATUS           TO  W-TCL-STATUS.
           MOVE  T-DCL-CONTRIB-MONTHS   TO  W-TCL-MONTHS.
           MOVE  T-DCL-DECISION         TO  W-TCL-DECISION.
           MOVE  T-DCL-DIS-PCT          TO  W-TCL-PCT.
           MOVE  T-DCL-REVIEW-DATE      TO  W-TCL-REVIEW-DATE.
           MOVE  T-DCL-PENSION-AMT      TO  W-TCL-AMOUNT.
           MOVE  T-DBS-SESSION-DATE     TO  W-TCL-SESSION-DATE.
           MOVE  T-DBS-TYPE             TO  W-TCL-SESSION-TYPE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CLAIM-LINE1)
                LENGTH  (64)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CLAIM-LINE2)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CLAIM-LINE3)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1584')
           END-EXEC.

       C0700-DISPLAY-CLAIM-EXIT.  EXIT.
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
                TRANSID ('1584')
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
           END-EXEC.

           PERFORM DB2-ERROR.

       S0950-DROP-NOTIFY-EVENT-EXIT.  EXIT.
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
                    TRANSID ('1584')
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
               MOVE T-DCL-SSN             TO  ORSS0400-SSN
               MOVE '1584'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
