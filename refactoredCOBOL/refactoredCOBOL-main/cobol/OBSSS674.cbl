       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        BUSINESS-DAY CALENDAR SERVICE ROUTINE OBSSS674         *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS674.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS674 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A LINKABLE SERVICE, CALLED IN THE      *
      *                SAME COMMAREA STYLE AS OBSSS627/645, THAT      *
      *                ANSWERS EVERY WHICH-DAY-ARE-THE-BANKS-OPEN     *
      *                QUESTION FROM ONE PLACE INSTEAD OF PLAIN       *
      *                CALENDAR ARITHMETIC IN EACH PROGRAM:           *
      *                                                               *
      *                - FRIDAY AND SATURDAY ARE THE WEEKEND.         *
      *                - A ST_MST_CALENDAR ROW OF TYPE 'H' CLOSES     *
      *                  A DAY FOR A PUBLIC HOLIDAY (THE FIXED        *
      *                  HOLIDAYS AND THE ISLAMIC HOLIDAYS AS THEY    *
      *                  ARE ANNOUNCED EACH YEAR, KEYED ON            *
      *                  ORP1573P).                                   *
      *                - A ROW OF TYPE 'W' OPENS A WEEKEND DAY        *
      *                  DECLARED A WORKING DAY.                      *
      *                - EVERY OTHER DAY IS A BUSINESS DAY.           *
      *                                                               *
      *                THE CALLER ASKS FOR THE DATE ROLLED FORWARD    *
      *                (ON OR AFTER, OR STRICTLY AFTER) OR BACK TO    *
      *                THE LATEST BUSINESS DAY; SEE OBC674CA.         *
      *                OBSSS619, OBSSS629, OBSSS631, OBSSS637 AND     *
      *                ORP1519P ROLL THEIR DATES THROUGH IT.          *
      *                                                               *
      *    INPUT PARMS -   OBC674CA COMMAREA (SEE COPYBOOK).          *
      *                                                               *
      *    INPUT  -        ST_MST_CALENDAR (DB2 MASTER TABLE)         *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - THE COMMAREA ANSWER.  NOTHING IS PERSISTED.       *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-673. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98293 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS674'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-ROLL-DAYS         PIC S9(04) COMP VALUE +60.
           05  C-FRIDAY                PIC S9(04) COMP VALUE +5.
           05  C-SATURDAY              PIC S9(04) COMP VALUE +6.

      *****************************************************************
      *              DAY ARITHMETIC                                   *
      *    INTEGER-OF-DATE COUNTS FROM MONDAY 01/01/1601 AS DAY 1,    *
      *    SO THE REMAINDER BY 7 IS 1 FOR MONDAY ... 6 FOR SATURDAY   *
      *    AND 0 FOR SUNDAY.                                          *
      *****************************************************************

       01  W-DAY-INT                   PIC S9(09) COMP.
       01  W-WEEK-COUNT                PIC S9(09) COMP.
       01  W-WEEKDAY                   PIC S9(04) COMP.
       01  W-ROLL-COUNT                PIC S9(04) COMP.
       01  W-STEP                      PIC S9(04) COMP.
       01  W-DATE-9                    PIC 9(08).
       01  W-DATE-X REDEFINES W-DATE-9 PIC X(08).

       01  W-DAY-TYPE                  PIC X(01).
           88  W-BUSINESS-DAY              VALUE 'B'.
           88  W-WEEKEND-DAY               VALUE 'W'.
           88  W-HOLIDAY                   VALUE 'H'.

       01  T-CAL-DATE                  PIC X(08).
       01  T-CAL-DAY-TYPE              PIC X(01).

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
           COPY OBC674CA.

           EJECT
      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************
      *    THE DATE KEYED IN IS CLASSIFIED FIRST.  'N' STOPS THERE    *
      *    ON A BUSINESS DAY; OTHERWISE THE DATE IS STEPPED A DAY AT  *
      *    A TIME (FORWARD FOR 'N' AND 'A', BACK FOR 'L') UNTIL A     *
      *    BUSINESS DAY IS REACHED.                                   *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           MOVE  K-RET-TXN-ERR  TO  X674-RETURN-CODE.
           MOVE  SPACES         TO  X674-DATE-OUT
                                    X674-DAY-TYPE.
           MOVE  ZEROES         TO  X674-ROLL-DAYS.

           IF  NOT X674-ON-OR-AFTER  AND
               NOT X674-AFTER        AND
               NOT X674-ON-OR-BEFORE
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           IF  X674-DATE-IN  NOT NUMERIC
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           MOVE  X674-DATE-IN  TO  W-DATE-X.

           IF  FUNCTION TEST-DATE-YYYYMMDD (W-DATE-9)
                                          NOT EQUAL TO  ZERO
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           COMPUTE  W-DAY-INT  =  FUNCTION INTEGER-OF-DATE (W-DATE-9).

           PERFORM B0000-CLASSIFY-DAY.
           MOVE  W-DAY-TYPE  TO  X674-DAY-TYPE.

           IF  X674-ON-OR-BEFORE
               MOVE  -1  TO  W-STEP
           ELSE
               MOVE  +1  TO  W-STEP
           END-IF.

           MOVE  ZEROES  TO  W-ROLL-COUNT.

           IF  X674-AFTER
               PERFORM B0100-STEP-ONE-DAY
           END-IF.

           PERFORM B0100-STEP-ONE-DAY
               UNTIL  W-BUSINESS-DAY  OR
                      W-ROLL-COUNT  GREATER THAN  C-MAX-ROLL-DAYS.

           IF  W-BUSINESS-DAY
               MOVE  W-DATE-X      TO  X674-DATE-OUT
               MOVE  W-ROLL-COUNT  TO  X674-ROLL-DAYS
               MOVE  K-RET-GOOD    TO  X674-RETURN-CODE
           ELSE
               NEXT SENTENCE.

       A0000-MAINLINE-EXIT.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-CLASSIFY-DAY                             *
      *****************************************************************
      *    THIS SECTION CLASSIFIES THE DAY IN W-DAY-INT/W-DATE-9.  A  *
      *    CALENDAR ROW DECIDES THE DAY OUTRIGHT; WITHOUT ONE, FRIDAY *
      *    AND SATURDAY ARE THE WEEKEND AND EVERY OTHER DAY IS A      *
      *    BUSINESS DAY.                                              *
      *****************************************************************

       B0000-CLASSIFY-DAY SECTION.

           DIVIDE  W-DAY-INT  BY  7
               GIVING     W-WEEK-COUNT
               REMAINDER  W-WEEKDAY.

           IF  W-WEEKDAY  EQUAL TO  C-FRIDAY  OR
               W-WEEKDAY  EQUAL TO  C-SATURDAY
               SET  W-WEEKEND-DAY   TO  TRUE
           ELSE
               SET  W-BUSINESS-DAY  TO  TRUE.

           MOVE 'ST_MST_CALENDAR'  TO  W-EIBDS.
           MOVE  W-DATE-X          TO  T-CAL-DATE.

           EXEC SQL
                SELECT   CAL_DAY_TYPE
                INTO    :T-CAL-DAY-TYPE
                FROM     ST_MST_CALENDAR
                WHERE    CAL_DATE  =  :T-CAL-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-CAL-DAY-TYPE  EQUAL TO  'H'
               SET  W-HOLIDAY  TO  TRUE
           ELSE
               IF  SQLCODE  EQUAL TO  +0  AND
                   T-CAL-DAY-TYPE  EQUAL TO  'W'
                   SET  W-BUSINESS-DAY  TO  TRUE
               ELSE
                   NEXT SENTENCE.

       B0000-CLASSIFY-DAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-STEP-ONE-DAY                             *
      *****************************************************************

       B0100-STEP-ONE-DAY SECTION.

           ADD   W-STEP  TO  W-DAY-INT.
           ADD   1       TO  W-ROLL-COUNT.
           COMPUTE  W-DATE-9  =  FUNCTION DATE-OF-INTEGER (W-DAY-INT).

           PERFORM B0000-CLASSIFY-DAY.

       B0100-STEP-ONE-DAY-EXIT.  EXIT.
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
               MOVE ZEROES               TO  ORSS0400-SSN
               MOVE '1674'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
