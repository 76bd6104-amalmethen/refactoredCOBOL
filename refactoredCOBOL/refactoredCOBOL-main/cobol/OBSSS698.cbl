       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        DISABILITY RE-EXAMINATION ROUTINE OBSSS698             *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS698.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS698 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO FROM  *
      *                A SCHEDULED PEX THE SAME WAY OBSSS602-697 ARE, *
      *                THAT KEEPS THE MEDICAL BOARD CALENDAR OF THE   *
      *                DISABILITY CLAIMS OPENED ON ORP1584P MOVING:   *
      *                                                               *
      *                - A SESSION BOOKED FOR A DAY NOW PAST AND      *
      *                  NEVER MARKED ATTENDED IS MARKED MISSED       *
      *                  ('N').  A MISSED RE-EXAMINATION SUSPENDS THE *
      *                  MEMBER'S DISABILITY PENSION (REASON 'M') AND *
      *                  DROPS A 'DSUS' EVENT ON ST_WRK_NOTIFY_EVENT  *
      *                  FOR THE OBSSS634 DISPATCH.  A MISSED INITIAL *
      *                  EXAMINATION LEAVES THE CLAIM OPEN FOR A NEW  *
      *                  BOOKING.                                     *
      *                - A PENSIONED CLAIM WHOSE REVIEW DATE FALLS    *
      *                  WITHIN THE BOOKING LEAD, WITH NO SESSION     *
      *                  BOOKED AND NO RE-EXAMINATION YET HELD FOR    *
      *                  THAT REVIEW, IS BOOKED A RE-EXAMINATION ON   *
      *                  THE REVIEW DATE (ONE LEAD FROM TODAY WHEN    *
      *                  THE REVIEW DATE HAS ALREADY PASSED), AND THE *
      *                  MEMBER IS SENT A 'DBRD' APPOINTMENT EVENT.   *
      *                                                               *
      *                THE BOARD'S RE-EXAMINATION DECISION, RECORDED  *
      *                ON ORP1584P, LIFTS THE SUSPENSION.  A MEMBER   *
      *                WHO MISSED A RE-EXAMINATION IS REBOOKED THERE. *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_DIS_CLAIM    (DB2 CASE TABLE)       *
      *                    ST_WRK_DIS_BOARD    (DB2 CASE TABLE)       *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_WRK_DIS_BOARD SESSIONS BOOKED AND MARKED       *
      *             MISSED; SUSPENDED ST_MST_PENSION ROWS; 'DBRD'     *
      *             AND 'DSUS' EVENTS ON ST_WRK_NOTIFY_EVENT.         *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     CLAIM.                                    *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-697. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98314 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS698'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-DEFAULT-LEAD-MONTHS   PIC S9(03) COMP-3 VALUE +1.
           05  K-DISABILITY-PENSION    PIC X(01)  VALUE 'D'.
           05  K-SUSP-MEDICAL          PIC X(01)  VALUE 'M'.
           05  K-APPOINT-EVENT         PIC X(04)  VALUE 'DBRD'.
           05  K-SUSPEND-EVENT         PIC X(04)  VALUE 'DSUS'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-SESSION-EOF                VALUE 'Y'.
       01  W-REVIEW-EOF-SW             PIC X(01)  VALUE 'N'.
           88  W-REVIEW-EOF                 VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS698'.
       01  T-RUN-DIS-LEAD-MONTHS       PIC S9(03) COMP-3.

       01  W-LEAD-MONTHS               PIC S9(03) COMP-3.

      *****************************************************************
      *              CLAIM AND SESSION HOST VARIABLES                 *
      *****************************************************************

       01  T-DCL-NUM                   PIC 9(08).
       01  T-DCL-SSN                   PIC 9(11).
       01  T-DCL-REVIEW-DATE           PIC X(08).
       01  T-DBS-SESSION-DATE          PIC X(08).
       01  T-DBS-TYPE                  PIC X(01).
           88  T-DBS-REEXAM                VALUE 'R'.

       01  W-TODAY-DATE                PIC X(08).
       01  W-LEAD-DATE                 PIC X(08).

      *****************************************************************
      *              DATE ROLL-FORWARD WORK FIELDS                    *
      *****************************************************************

       01  W-ADD-MONTHS                PIC S9(03) COMP-3.
       01  W-DATE-WORK.
           05  W-DW-YYYY               PIC 9(04).
           05  W-DW-MM                 PIC 9(02).
           05  W-DW-DD                 PIC 9(02).
       01  W-DW-MONTHS                 PIC S9(06) COMP.

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

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA                       *
      *****************************************************************

       01  X684-RUN-STATS-AREA.
           COPY OBC684CA.

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  ZEROES                      TO  T-DCL-SSN.

           PERFORM B0500-GET-RUN-CONTROL.

           MOVE  W-LEAD-MONTHS    TO  W-ADD-MONTHS.
           PERFORM S0900-ROLL-TODAY-FORWARD.
           MOVE  W-DATE-WORK      TO  W-LEAD-DATE.

           PERFORM B0000-SWEEP-MISSED-SESSIONS.
           PERFORM B0200-BOOK-DUE-REEXAMS.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE BOOKING LEAD (IN MONTHS) FROM THE   *
      *    PROGRAM'S RUN-CONTROL ROW.  A MISSING ROW OR ZERO VALUE    *
      *    FALLS BACK TO THE DEFAULT.                                 *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'       TO  W-EIBDS.
           MOVE  C-DEFAULT-LEAD-MONTHS     TO  W-LEAD-MONTHS.

           EXEC SQL
                SELECT   RUN_DIS_LEAD_MONTHS
                INTO    :T-RUN-DIS-LEAD-MONTHS
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           IF  T-RUN-DIS-LEAD-MONTHS  GREATER THAN  ZEROES
               MOVE  T-RUN-DIS-LEAD-MONTHS  TO  W-LEAD-MONTHS
           END-IF.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-MISSED-SESSIONS                    *
      *****************************************************************
      *    THIS SECTION READS EVERY SESSION STILL BOOKED FOR A DAY    *
      *    BEFORE TODAY, WITH THE MEMBER'S SSN FROM ITS CLAIM.        *
      *****************************************************************

       B0000-SWEEP-MISSED-SESSIONS SECTION.

           MOVE 'ST_WRK_DIS_BOARD'  TO  W-EIBDS.

           EXEC SQL
                DECLARE DBS-CURSOR CURSOR FOR
                SELECT   B.DBS_CLM_NUM       ,
                         B.DBS_SESSION_DATE  ,
                         B.DBS_TYPE          ,
                         C.DCL_SSN
                FROM     ST_WRK_DIS_BOARD  B ,
                         ST_WRK_DIS_CLAIM  C
                WHERE    B.DBS_STATUS        =  ' '
                AND      B.DBS_SESSION_DATE  <  :W-TODAY-DATE
                AND      C.DCL_NUM           =  B.DBS_CLM_NUM
                ORDER BY B.DBS_CLM_NUM
           END-EXEC.

           EXEC SQL
                OPEN DBS-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-SESSION
               UNTIL  W-SESSION-EOF.

           EXEC SQL
                CLOSE DBS-CURSOR
           END-EXEC.

       B0000-SWEEP-MISSED-SESSIONS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-SESSION                            *
      *****************************************************************

       B0100-FETCH-SESSION SECTION.

           EXEC SQL
                FETCH DBS-CURSOR
                INTO  :T-DCL-NUM          ,
                      :T-DBS-SESSION-DATE ,
                      :T-DBS-TYPE         ,
                      :T-DCL-SSN
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-MARK-MISSED
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-SESSION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-BOOK-DUE-REEXAMS                         *
      *****************************************************************
      *    THIS SECTION READS EVERY PENSIONED CLAIM WHOSE REVIEW DATE *
      *    FALLS BY THE LEAD DATE, WITH NO SESSION BOOKED AND NO      *
      *    RE-EXAMINATION ALREADY HELD OR MISSED ON OR AFTER THE      *
      *    REVIEW DATE.  A CLAIM WITH NO FURTHER REVIEW CARRIES       *
      *    99991231 AND IS NEVER PICKED UP.                           *
      *****************************************************************

       B0200-BOOK-DUE-REEXAMS SECTION.

           MOVE 'ST_WRK_DIS_CLAIM'  TO  W-EIBDS.

           EXEC SQL
                DECLARE DCL-CURSOR CURSOR FOR
                SELECT   C.DCL_NUM          ,
                         C.DCL_SSN          ,
                         C.DCL_REVIEW_DATE
                FROM     ST_WRK_DIS_CLAIM  C
                WHERE    C.DCL_STATUS       =  'P'
                AND      C.DCL_REVIEW_DATE  <= :W-LEAD-DATE
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_WRK_DIS_BOARD  B
                           WHERE B.DBS_CLM_NUM  =  C.DCL_NUM
                             AND (B.DBS_STATUS  =  ' '  OR
                                 (B.DBS_TYPE          =  'R'  AND
                                  B.DBS_SESSION_DATE  >=
                                               C.DCL_REVIEW_DATE)))
                ORDER BY C.DCL_NUM
           END-EXEC.

           EXEC SQL
                OPEN DCL-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0300-FETCH-CLAIM
               UNTIL  W-REVIEW-EOF.

           EXEC SQL
                CLOSE DCL-CURSOR
           END-EXEC.

       B0200-BOOK-DUE-REEXAMS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-FETCH-CLAIM                              *
      *****************************************************************

       B0300-FETCH-CLAIM SECTION.

           EXEC SQL
                FETCH DCL-CURSOR
                INTO  :T-DCL-NUM          ,
                      :T-DCL-SSN          ,
                      :T-DCL-REVIEW-DATE
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-REVIEW-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0100-BOOK-REEXAM
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-REVIEW-EOF-SW.

       B0300-FETCH-CLAIM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-MARK-MISSED                              *
      *****************************************************************
      *    THE SESSION IS MARKED MISSED.  ON A RE-EXAMINATION THE     *
      *    DISABILITY PENSION STILL IN PAY IS SUSPENDED AND THE       *
      *    MEMBER TOLD; THE EVENT REF CARRIES THE SESSION DATE AND    *
      *    THE CLAIM NUMBER.                                          *
      *****************************************************************

       C0000-MARK-MISSED SECTION.

           MOVE 'ST_WRK_DIS_BOARD'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_DIS_BOARD
                SET     DBS_STATUS        =  'N',
                        DBS_UPD_DATE      =  :W-TODAY-DATE
                WHERE   DBS_CLM_NUM       =  :T-DCL-NUM
                AND     DBS_STATUS        =  ' '
                AND     DBS_SESSION_DATE  =  :T-DBS-SESSION-DATE
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  NOT T-DBS-REEXAM
               GO TO C0000-MARK-MISSED-EXIT
           END-IF.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_STATUS       =  'S',
                        PEN_SUSP_REASON  =  :K-SUSP-MEDICAL,
                        PEN_SUSP_DATE    =  :W-TODAY-DATE
                WHERE   PEN_SSN          =  :T-DCL-SSN
                AND     PEN_TYPE         =  :K-DISABILITY-PENSION
                AND     PEN_STATUS       =  'P'
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLERRD (3)  EQUAL TO  ZEROES
               GO TO C0000-MARK-MISSED-EXIT
           END-IF.

           MOVE  T-DCL-SSN           TO  T-NTF-SSN.
           MOVE  K-SUSPEND-EVENT     TO  T-NTF-EVENT-CODE.
           MOVE  SPACES              TO  T-NTF-REF.
           MOVE  T-DBS-SESSION-DATE  TO  T-NTF-REF (1:8).
           MOVE  T-DCL-NUM           TO  T-NTF-REF (9:8).

           PERFORM S0950-DROP-NOTIFY-EVENT.

       C0000-MARK-MISSED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-BOOK-REEXAM                              *
      *****************************************************************
      *    THE RE-EXAMINATION IS BOOKED ON THE REVIEW DATE, OR ONE    *
      *    LEAD FROM TODAY WHEN THE REVIEW DATE IS NO LONGER AHEAD,   *
      *    AND THE MEMBER IS SENT THE APPOINTMENT.                    *
      *****************************************************************

       C0100-BOOK-REEXAM SECTION.

           IF  T-DCL-REVIEW-DATE  GREATER THAN  W-TODAY-DATE
               MOVE  T-DCL-REVIEW-DATE  TO  T-DBS-SESSION-DATE
           ELSE
               MOVE  W-LEAD-DATE        TO  T-DBS-SESSION-DATE
           END-IF.

           MOVE 'ST_WRK_DIS_BOARD'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_DIS_BOARD
                     (DBS_CLM_NUM,       DBS_SESSION_DATE,
                      DBS_TYPE,          DBS_STATUS,
                      DBS_CLERK,         DBS_UPD_DATE)
                VALUES
                     (:T-DCL-NUM,          :T-DBS-SESSION-DATE,
                      'R',                 ' ',
                      ' ',                 :W-TODAY-DATE)
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  T-DCL-SSN           TO  T-NTF-SSN.
           MOVE  K-APPOINT-EVENT     TO  T-NTF-EVENT-CODE.
           MOVE  SPACES              TO  T-NTF-REF.
           MOVE  T-DBS-SESSION-DATE  TO  T-NTF-REF (1:8).
           MOVE  T-DCL-NUM           TO  T-NTF-REF (9:8).

           PERFORM S0950-DROP-NOTIFY-EVENT.

       C0100-BOOK-REEXAM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0900-ROLL-TODAY-FORWARD                       *
      *****************************************************************
      *    ROLLS TODAY FORWARD BY W-ADD-MONTHS WHOLE MONTHS INTO      *
      *    W-DATE-WORK.  A DAY PAST THE 28TH IS HELD TO THE 28TH SO   *
      *    THE RESULT IS A DATE IN EVERY MONTH.                       *
      *****************************************************************

       S0900-ROLL-TODAY-FORWARD SECTION.

           MOVE  W-TODAY-DATE  TO  W-DATE-WORK.

           COMPUTE  W-DW-MONTHS  =
               (W-DW-YYYY * 12)  +  W-DW-MM  -  1  +  W-ADD-MONTHS.

           DIVIDE  W-DW-MONTHS  BY  12
               GIVING     W-DW-YYYY
               REMAINDER  W-DW-MM.

           ADD  1  TO  W-DW-MM.

           IF  W-DW-DD  GREATER THAN  28
               MOVE  28  TO  W-DW-DD
           END-IF.

       S0900-ROLL-TODAY-FORWARD-EXIT.  EXIT.
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
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       S0950-DROP-NOTIFY-EVENT-EXIT.  EXIT.
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

           MOVE 'OBSSS698'  TO  X684-PROGRAM.
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
               MOVE T-DCL-SSN            TO  ORSS0400-SSN
               MOVE '1698'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
