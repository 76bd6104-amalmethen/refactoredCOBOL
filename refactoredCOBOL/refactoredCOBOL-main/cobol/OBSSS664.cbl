       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      SURVIVOR PENSION SHARE SERVICE ROUTINE OBSSS664          *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS664.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS664 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A LINKABLE SERVICE, CALLED IN THE      *
      *                SAME COMMAREA STYLE AS OBSSS627/632, THAT      *
      *                KEEPS A DECEASED MEMBER'S SURVIVOR PENSION     *
      *                SPLIT AMONG THE ELIGIBLE DEPENDENTS, SO THE    *
      *                OBSSS631 PAYROLL PAYS EACH SURVIVOR A          *
      *                MONTHLY SHARE INSTEAD OF ORP1535P'S SINGLE     *
      *                KEYED AMOUNT:                                  *
      *                                                               *
      *                - THE POT IS WHAT THE SURVIVOR ROWS ALREADY    *
      *                  PAY (SO A COST-OF-LIVING INCREASE CARRIES    *
      *                  THROUGH A REDISTRIBUTION).  THE FIRST AWARD  *
      *                  FOR A MEMBER SETS IT FROM THE MEMBER'S OWN   *
      *                  PENSION -- OR, FOR A DEATH BEFORE THE AWARD  *
      *                  WAS APPROVED, THE AWARD RUN'S AMOUNT --      *
      *                  TIMES THE SURVIVOR PERCENT ON THE PROGRAM'S  *
      *                  RUN-CONTROL ROW (DEFAULT 100), AND STOPS     *
      *                  THE MEMBER'S OWN PENSION.                    *
      *                - A STOP EVENT (AGE-OUT, MARRIAGE, DEATH)      *
      *                  ENDS THE DEPENDENT'S PENSION ROW AND THE     *
      *                  SURVIVOR CASE ('T').                         *
      *                - THE POT IS THEN SHARED OUT AMONG THE         *
      *                  SURVIVORS STILL ELIGIBLE (CASE AWARDED AND   *
      *                  DECIDED ELIGIBLE, DEPENDENT ROW ACTIVE) BY   *
      *                  THE STATUTORY SHARE WEIGHT OF THEIR          *
      *                  RELATIONSHIP ON ST_MST_REL_CODE (NO WEIGHT   *
      *                  COUNTS AS ONE PART).  A NEW SURVIVOR'S ROW   *
      *                  IS PAID FROM THE FIRST OF NEXT MONTH; A      *
      *                  CHANGED SHARE TAKES EFFECT ON THE NEXT       *
      *                  PAYROLL.                                     *
      *                - EVERY SHARE SET, CHANGED OR STOPPED IS       *
      *                  LOGGED ON ST_HST_SURVIVOR_SHARE WITH THE     *
      *                  EVENT, THE DEPENDENT WHO CAUSED IT, THE OLD  *
      *                  AND NEW AMOUNTS AND THE CLERK.               *
      *                                                               *
      *    INPUT PARMS -   OBC664CA COMMAREA (SEE COPYBOOK).          *
      *                                                               *
      *    INPUT  -        ST_MST_PENSION            (DB2 MASTER)     *
      *                    ST_WRK_SURVIVOR           (DB2 WORKLIST)   *
      *                    ST_MST_EMPLOYEE_DEPENDENT (DB2 MASTER)     *
      *                    ST_MST_REL_CODE           (DB2 REFERENCE)  *
      *                    ST_WRK_PENSION_AWARD      (DB2 WORK TABLE) *
      *                    ST_BAT_RUN_CONTROL        (DB2 CONTROL)    *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_MST_PENSION SURVIVOR ROWS (PEN_TYPE 'S', ONE   *
      *             PER DEPENDENT); ST_HST_SURVIVOR_SHARE LOG ROWS;   *
      *             THE COMMAREA POT, SURVIVOR COUNT AND RETURN CODE. *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-663. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98277 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98314 - A MEMBER WHO DIES ON A DISABILITY       *
      *                       PENSION LEAVES THE SURVIVORS A POT      *
      *                       BASED ON IT, AND THAT PENSION STOPS     *
      *                       LIKE AN OLD-AGE ONE.                    *
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
               VALUE 'PROGRAM-ID OBSSS664'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-OLD-AGE-PENSION       PIC X(01)  VALUE 'O'.
98314      05  K-DISABILITY-PENSION    PIC X(01)  VALUE 'D'.
           05  K-SURVIVOR-PENSION      PIC X(01)  VALUE 'S'.
           05  C-DEFAULT-SRV-PCT       PIC S9(03)V99 COMP-3 VALUE +100.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-SURVIVOR-EOF               VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS664'.
       01  T-RUN-SRV-ENTL-PCT          PIC S9(03)V99 COMP-3.
       01  T-RUN-SRV-IND               PIC S9(04) COMP.
       01  W-SRV-ENTL-PCT              PIC S9(03)V99 COMP-3.

      *****************************************************************
      *              POT AND SHARE WORK FIELDS                        *
      *****************************************************************

       01  T-POT-AMT                   PIC S9(6)V9(3) COMP-3.
       01  T-POT-ROWS                  PIC S9(04) COMP.
       01  T-BASE-AMT                  PIC S9(6)V9(3) COMP-3.
       01  T-BASE-IND                  PIC S9(04) COMP.
       01  T-TOTAL-WEIGHT              PIC S9(05)V99 COMP-3.
       01  T-SURVIVOR-COUNT            PIC S9(04) COMP.
       01  W-SHARED-AMT                PIC S9(6)V9(3) COMP-3.
       01  W-SHARES-LEFT               PIC S9(04) COMP.
       01  W-SHARE-AMT                 PIC S9(6)V9(3) COMP-3.

      *****************************************************************
      *              PENSION / SURVIVOR HOST VARIABLES                *
      *****************************************************************

       01  T-PEN-SSN                   PIC 9(11).
       01  T-PEN-DEP-CIVIL-ID          PIC 9(12).
       01  T-PEN-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-SRV-DEP-CIVIL-ID          PIC 9(12).
       01  T-SRV-WEIGHT                PIC S9(03)V99 COMP-3.

      *****************************************************************
      *              SHARE LOG HOST VARIABLES                         *
      *****************************************************************

       01  T-SSH-OLD-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-SSH-NEW-AMT               PIC S9(6)V9(3) COMP-3.

       01  W-TODAY-DATE                PIC X(08).
       01  W-NEXT-PAY-DATE.
           05  W-NP-YYYY               PIC 9(04).
           05  W-NP-MM                 PIC 9(02).
           05  W-NP-DD                 PIC 9(02).
       01  W-NP-MONTHS                 PIC S9(06) COMP.

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
           COPY OBC664CA.

           EJECT
      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           MOVE  K-RET-GOOD  TO  X664-RETURN-CODE.
           MOVE  ZEROES      TO  X664-POT-AMT
                                 X664-SURVIVOR-COUNT.

           IF  X664-SSN  EQUAL TO  ZEROES  OR
               ( NOT X664-EVENT-AWARD    AND  NOT X664-EVENT-AGE-OUT
                 AND  NOT X664-EVENT-MARRIED
                 AND  NOT X664-EVENT-DIED )
               MOVE  K-RET-TXN-ERR  TO  X664-RETURN-CODE
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  X664-SSN                    TO  T-PEN-SSN.

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0600-DERIVE-NEXT-PAY-DATE.
           PERFORM B0200-GET-POT.

           IF  T-POT-AMT  NOT GREATER THAN  ZEROES
               MOVE  K-RET-WARNING  TO  X664-RETURN-CODE
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           IF  NOT X664-EVENT-AWARD
               PERFORM B0300-STOP-SHARE
           END-IF.

           PERFORM B0000-SHARE-OUT-POT.

           MOVE  T-POT-AMT         TO  X664-POT-AMT.
           MOVE  T-SURVIVOR-COUNT  TO  X664-SURVIVOR-COUNT.

       A0000-MAINLINE-EXIT.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE SURVIVOR PERCENT OF THE MEMBER'S    *
      *    ENTITLEMENT FROM THE PROGRAM'S RUN-CONTROL ROW.  NO ROW,   *
      *    OR A NULL OR ZERO PERCENT, FALLS BACK TO THE DEFAULT.      *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.
           MOVE  C-DEFAULT-SRV-PCT    TO  W-SRV-ENTL-PCT.

           EXEC SQL
                SELECT   RUN_SRV_ENTL_PCT
                INTO    :T-RUN-SRV-ENTL-PCT:T-RUN-SRV-IND
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-SRV-IND  NOT LESS THAN  +0  AND
               T-RUN-SRV-ENTL-PCT  GREATER THAN  ZEROES
               MOVE  T-RUN-SRV-ENTL-PCT  TO  W-SRV-ENTL-PCT
           ELSE
               NEXT SENTENCE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-DERIVE-NEXT-PAY-DATE                     *
      *****************************************************************
      *    A NEW SURVIVOR ROW IS FIRST PAID ON THE FIRST OF NEXT      *
      *    MONTH, THE SAME FIRST-PAYMENT CONVENTION ORP1562P USES.    *
      *****************************************************************

       B0600-DERIVE-NEXT-PAY-DATE SECTION.

           MOVE  W-TODAY-DATE  TO  W-NEXT-PAY-DATE.

           COMPUTE  W-NP-MONTHS  =  (W-NP-YYYY * 12)  +  W-NP-MM.

           DIVIDE  W-NP-MONTHS  BY  12
               GIVING     W-NP-YYYY
               REMAINDER  W-NP-MM.

           ADD   1  TO  W-NP-MM.
           MOVE  1  TO  W-NP-DD.

       B0600-DERIVE-NEXT-PAY-DATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-GET-POT                                  *
      *****************************************************************
      *    THIS SECTION FINDS THE AMOUNT TO SHARE: WHAT THE MEMBER'S  *
      *    SURVIVOR ROWS IN PAY OR SUSPENDED PAY TODAY.  WITH NO      *
      *    SURVIVOR ROW YET, ONLY AN AWARD CAN START ONE -- FROM THE  *
      *    MEMBER'S OWN PENSION OR, FAILING THAT, THE LATEST AWARD    *
      *    RUN NOT REJECTED -- AND THE MEMBER'S OWN PENSION STOPS.    *
      *    SMR#98314: THE MEMBER'S OWN PENSION IS THE OLD-AGE OR THE  *
      *    DISABILITY PENSION, WHICHEVER THE MEMBER DREW.             *
      *****************************************************************

       B0200-GET-POT SECTION.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.
           MOVE  ZEROES           TO  T-POT-AMT.

           EXEC SQL
                SELECT   COALESCE (SUM (PEN_GROSS_AMT), 0) ,
                         COUNT(*)
                INTO    :T-POT-AMT  ,
                        :T-POT-ROWS
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN     =  :T-PEN-SSN
                AND      PEN_TYPE    =  :K-SURVIVOR-PENSION
                AND      PEN_STATUS  IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-POT-ROWS  GREATER THAN  ZEROES  OR
               NOT X664-EVENT-AWARD
               GO TO B0200-GET-POT-EXIT
           END-IF.

           EXEC SQL
                SELECT   SUM (PEN_GROSS_AMT)
                INTO    :T-BASE-AMT:T-BASE-IND
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN     =  :T-PEN-SSN
98314           AND      PEN_TYPE    IN (:K-OLD-AGE-PENSION,
98314                                    :K-DISABILITY-PENSION)
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-BASE-IND  LESS THAN  +0
               PERFORM B0250-GET-AWARD-BASE
           END-IF.

           IF  T-BASE-IND  LESS THAN  +0
               GO TO B0200-GET-POT-EXIT
           END-IF.

           COMPUTE  T-POT-AMT  ROUNDED  =
               T-BASE-AMT  *  W-SRV-ENTL-PCT  /  100.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_STATUS       =  'T',
                        PEN_STOP_REASON  =  'D',
                        PEN_STOP_DATE    =  :W-TODAY-DATE
                WHERE   PEN_SSN          =  :T-PEN-SSN
98314           AND     PEN_TYPE         IN (:K-OLD-AGE-PENSION,
98314                                        :K-DISABILITY-PENSION)
                AND     PEN_STATUS       IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

       B0200-GET-POT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0250-GET-AWARD-BASE                           *
      *****************************************************************
      *    A MEMBER WHO DIED BEFORE THE AWARD WAS APPROVED HAS NO     *
      *    PENSION ROW; THE LATEST AWARD RUN NOT REJECTED ON          *
      *    ST_WRK_PENSION_AWARD STANDS IN FOR IT.                     *
      *****************************************************************

       B0250-GET-AWARD-BASE SECTION.

           MOVE 'ST_WRK_PENSION_AWARD'  TO  W-EIBDS.

           EXEC SQL
                SELECT   AWD_AWARD_AMT
                INTO    :T-BASE-AMT
                FROM     ST_WRK_PENSION_AWARD
                WHERE    AWD_SSN     =  :T-PEN-SSN
                AND      AWD_STATUS  <>  'X'
                ORDER BY AWD_POST_DATE  DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE  ZEROES  TO  T-BASE-IND
           ELSE
               MOVE  -1      TO  T-BASE-IND.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

       B0250-GET-AWARD-BASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-STOP-SHARE                               *
      *****************************************************************
      *    THIS SECTION ENDS THE SHARE OF THE DEPENDENT WHO AGED OUT, *
      *    MARRIED OR DIED: THE PENSION ROW STOPS WITH THE EVENT AS   *
      *    ITS REASON, THE SURVIVOR CASE CLOSES ('T') AND THE STOP IS *
      *    LOGGED.  THE STOPPED SHARE STAYS IN THE POT FOR THE REST.  *
      *****************************************************************

       B0300-STOP-SHARE SECTION.

           MOVE 'ST_MST_PENSION'   TO  W-EIBDS.
           MOVE  X664-DEP-CIVIL-ID TO  T-PEN-DEP-CIVIL-ID.

           EXEC SQL
                SELECT   PEN_GROSS_AMT
                INTO    :T-SSH-OLD-AMT
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN           =  :T-PEN-SSN
                AND      PEN_TYPE          =  :K-SURVIVOR-PENSION
                AND      COALESCE (PEN_DEP_CIVIL_ID, 0)
                                           =  :T-PEN-DEP-CIVIL-ID
                AND      PEN_STATUS        IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               GO TO B0300-STOP-SHARE-EXIT
           END-IF.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_STATUS        =  'T',
                        PEN_STOP_REASON   =  :X664-EVENT,
                        PEN_STOP_DATE     =  :W-TODAY-DATE
                WHERE   PEN_SSN           =  :T-PEN-SSN
                AND     PEN_TYPE          =  :K-SURVIVOR-PENSION
                AND     COALESCE (PEN_DEP_CIVIL_ID, 0)
                                          =  :T-PEN-DEP-CIVIL-ID
                AND     PEN_STATUS        IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_SURVIVOR'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_SURVIVOR
                SET     SRV_STATUS        =  'T'
                WHERE   SRV_SSN           =  :T-PEN-SSN
                AND     SRV_DEP_CIVIL_ID  =  :T-PEN-DEP-CIVIL-ID
                AND     SRV_STATUS        =  'P'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  ZEROES  TO  T-SSH-NEW-AMT.
           PERFORM C0300-WRITE-SHARE-LOG.

       B0300-STOP-SHARE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SHARE-OUT-POT                            *
      *****************************************************************
      *    THIS SECTION TOTALS THE SHARE WEIGHTS OF THE SURVIVORS     *
      *    STILL ELIGIBLE AND WALKS THEM IN CIVIL-ID ORDER, GIVING    *
      *    EACH ITS PART OF THE POT.  THE LAST TAKES WHATEVER THE     *
      *    ROUNDING LEFT, SO THE SHARES ALWAYS ADD UP TO THE POT.     *
      *****************************************************************

       B0000-SHARE-OUT-POT SECTION.

           MOVE 'ST_WRK_SURVIVOR'  TO  W-EIBDS.
           MOVE  ZEROES            TO  W-SHARED-AMT.

           EXEC SQL
                SELECT   COALESCE (SUM (COALESCE (
                             NULLIF (R.REL_SRV_SHARE_WT, 0), 1)), 0) ,
                         COUNT(*)
                INTO    :T-TOTAL-WEIGHT   ,
                        :T-SURVIVOR-COUNT
                FROM     ST_WRK_SURVIVOR            S ,
                         ST_MST_EMPLOYEE_DEPENDENT  D ,
                         ST_MST_REL_CODE            R
                WHERE    S.SRV_SSN         =  :T-PEN-SSN
                AND      S.SRV_STATUS      =  'P'
                AND      S.SRV_DECISION    =  'E'
                AND      D.M_DEP_SSN       =  S.SRV_SSN
                AND      D.M_DEP_CIVIL_ID  =  S.SRV_DEP_CIVIL_ID
                AND    ( D.M_DEP_STATUS  IS NULL
                    OR   D.M_DEP_STATUS  =  ' ' )
                AND      R.REL_CODE        =  D.M_DEP_RELATION
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-SURVIVOR-COUNT  EQUAL TO  ZEROES  OR
               T-TOTAL-WEIGHT    NOT GREATER THAN  ZEROES
               GO TO B0000-SHARE-OUT-POT-EXIT
           END-IF.

           MOVE  T-SURVIVOR-COUNT  TO  W-SHARES-LEFT.

           EXEC SQL
                DECLARE SRV-CURSOR CURSOR FOR
                SELECT   S.SRV_DEP_CIVIL_ID ,
                         COALESCE (NULLIF (R.REL_SRV_SHARE_WT, 0), 1)
                FROM     ST_WRK_SURVIVOR            S ,
                         ST_MST_EMPLOYEE_DEPENDENT  D ,
                         ST_MST_REL_CODE            R
                WHERE    S.SRV_SSN         =  :T-PEN-SSN
                AND      S.SRV_STATUS      =  'P'
                AND      S.SRV_DECISION    =  'E'
                AND      D.M_DEP_SSN       =  S.SRV_SSN
                AND      D.M_DEP_CIVIL_ID  =  S.SRV_DEP_CIVIL_ID
                AND    ( D.M_DEP_STATUS  IS NULL
                    OR   D.M_DEP_STATUS  =  ' ' )
                AND      R.REL_CODE        =  D.M_DEP_RELATION
                ORDER BY S.SRV_DEP_CIVIL_ID
           END-EXEC.

           EXEC SQL
                OPEN SRV-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-SURVIVOR
               UNTIL  W-SURVIVOR-EOF.

           EXEC SQL
                CLOSE SRV-CURSOR
           END-EXEC.

       B0000-SHARE-OUT-POT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-SURVIVOR                           *
      *****************************************************************

       B0100-FETCH-SURVIVOR SECTION.

           EXEC SQL
                FETCH SRV-CURSOR
                INTO  :T-SRV-DEP-CIVIL-ID ,
                      :T-SRV-WEIGHT
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-SET-ONE-SHARE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-SURVIVOR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-SET-ONE-SHARE                            *
      *****************************************************************
      *    THIS SECTION PRICES ONE SURVIVOR'S SHARE AND BRINGS THE    *
      *    PENSION ROW INTO LINE: A NEW ROW FOR A NEW SURVIVOR, AN    *
      *    UPDATED GROSS FOR A CHANGED SHARE, NOTHING WHEN THE SHARE  *
      *    IS UNCHANGED.                                              *
      *****************************************************************

       C0000-SET-ONE-SHARE SECTION.

           SUBTRACT  1  FROM  W-SHARES-LEFT.

           IF  W-SHARES-LEFT  EQUAL TO  ZEROES
               COMPUTE  W-SHARE-AMT  =  T-POT-AMT  -  W-SHARED-AMT
           ELSE
               COMPUTE  W-SHARE-AMT  ROUNDED  =
                   T-POT-AMT  *  T-SRV-WEIGHT  /  T-TOTAL-WEIGHT.

           ADD   W-SHARE-AMT         TO  W-SHARED-AMT.
           MOVE  T-SRV-DEP-CIVIL-ID  TO  T-PEN-DEP-CIVIL-ID.
           MOVE  W-SHARE-AMT         TO  T-SSH-NEW-AMT.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   PEN_GROSS_AMT
                INTO    :T-SSH-OLD-AMT
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN           =  :T-PEN-SSN
                AND      PEN_TYPE          =  :K-SURVIVOR-PENSION
                AND      COALESCE (PEN_DEP_CIVIL_ID, 0)
                                           =  :T-PEN-DEP-CIVIL-ID
                AND      PEN_STATUS        IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  ZEROES  TO  T-SSH-OLD-AMT
               PERFORM C0100-INSERT-SHARE
               PERFORM C0300-WRITE-SHARE-LOG
               GO TO C0000-SET-ONE-SHARE-EXIT
           END-IF.

           IF  T-SSH-OLD-AMT  EQUAL TO  T-SSH-NEW-AMT
               GO TO C0000-SET-ONE-SHARE-EXIT
           END-IF.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_GROSS_AMT     =  :T-SSH-NEW-AMT
                WHERE   PEN_SSN           =  :T-PEN-SSN
                AND     PEN_TYPE          =  :K-SURVIVOR-PENSION
                AND     COALESCE (PEN_DEP_CIVIL_ID, 0)
                                          =  :T-PEN-DEP-CIVIL-ID
                AND     PEN_STATUS        IN  ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0300-WRITE-SHARE-LOG.

       C0000-SET-ONE-SHARE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-INSERT-SHARE                             *
      *****************************************************************
      *    A NEW SURVIVOR'S ROW GOES IN PAY STATUS WITH NO STANDING   *
      *    DEDUCTIONS, ENTITLED FROM TODAY AND FIRST PAID ON THE      *
      *    FIRST OF NEXT MONTH.                                       *
      *****************************************************************

       C0100-INSERT-SHARE SECTION.

           EXEC SQL
                INSERT INTO ST_MST_PENSION
                     (PEN_SSN,             PEN_TYPE,
                      PEN_DEP_CIVIL_ID,    PEN_GROSS_AMT,
                      PEN_DED_AMT,         PEN_STATUS,
                      PEN_ENTL_DATE,       PEN_FIRST_PAY_DATE,
                      PEN_AWARD_DATE)
                VALUES
                     (:T-PEN-SSN,          :K-SURVIVOR-PENSION,
                      :T-PEN-DEP-CIVIL-ID, :T-SSH-NEW-AMT,
                      0,                   'P',
                      :W-TODAY-DATE,       :W-NEXT-PAY-DATE,
                      :W-TODAY-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0100-INSERT-SHARE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-WRITE-SHARE-LOG                          *
      *****************************************************************
      *    ONE ROW PER SHARE SET, CHANGED OR STOPPED, KEYED TO THE    *
      *    EVENT AND THE DEPENDENT WHO CAUSED IT.                     *
      *****************************************************************

       C0300-WRITE-SHARE-LOG SECTION.

           MOVE 'ST_HST_SURVIVOR_SHARE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_SURVIVOR_SHARE
                     (SSH_SSN,             SSH_DEP_CIVIL_ID,
                      SSH_EVENT,           SSH_TRIG_CIVIL_ID,
                      SSH_OLD_AMT,         SSH_NEW_AMT,
                      SSH_POT_AMT,         SSH_CLERK,
                      SSH_POST_DATE)
                VALUES
                     (:T-PEN-SSN,          :T-PEN-DEP-CIVIL-ID,
                      :X664-EVENT,         :X664-DEP-CIVIL-ID,
                      :T-SSH-OLD-AMT,      :T-SSH-NEW-AMT,
                      :T-POT-AMT,          :X664-CLERK,
                      :W-TODAY-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0300-WRITE-SHARE-LOG-EXIT.  EXIT.
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
               MOVE X664-SSN             TO  ORSS0400-SSN
               MOVE '1664'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
