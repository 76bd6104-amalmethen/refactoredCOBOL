       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1573P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1573P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM MAINTAINS THE BUSINESS-DAY     *
      *           CALENDAR ON ST_MST_CALENDAR THAT THE OBSSS674       *
      *           SERVICE ROLLS DUE DATES, PAY DATES AND THE          *
      *           BUSINESS DATE OVER:                                 *
      *                                                               *
      *           - ANYONE MAY LIST A YEAR'S CALENDAR ROWS, OR ASK    *
      *             WHICH BUSINESS DAY A DATE ROLLS TO.               *
      *           - A CLERK WITH UPDATE AUTHORITY ADDS A PUBLIC       *
      *             HOLIDAY ('H') -- THE FIXED HOLIDAYS AND EACH      *
      *             ISLAMIC HOLIDAY AS SOON AS IT IS ANNOUNCED --     *
      *             OR DECLARES A FRIDAY OR SATURDAY A WORKING DAY    *
      *             ('W'), AND MAY DELETE A ROW KEYED IN ERROR OR     *
      *             MOVED BY A LATER ANNOUNCEMENT.                    *
      *           - A DAY ALREADY PAST CANNOT BE CHANGED: THE DATES   *
      *             ROLLED OVER IT HAVE BEEN POSTED.                  *
      *                                                               *
      *           FRIDAY AND SATURDAY NEED NO ROWS; THEY ARE THE      *
      *           WEEKEND UNLESS DECLARED WORKING DAYS.               *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1573.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_CALENDAR       (DB2 MASTER TABLE)      *
      *                                                               *
      *        OUTPUT - CALENDAR ROWS ADDED AND DELETED.              *
      *                  COMMANDS:                                    *
      *                   L YYYY                      (LIST)          *
      *                   N YYYYMMDD                  (NEXT BUS DAY)  *
      *                   A YYYYMMDD T DESCRIPTION    (ADD, T = H/W)  *
      *                   D YYYYMMDD                  (DELETE)        *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98293 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1573P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-CAL-ROWS          PIC S9(4)  COMP VALUE +20.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CAL-EOF                   VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1573P        PIC X(08)
                                                VALUE 'ORP1573P'.
               10  TWA-PROGRAM-ORP1573P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              CALENDAR HOST VARIABLES                          *
      *****************************************************************

       01  T-CAL-DATE                  PIC X(08).
       01  T-CAL-DAY-TYPE              PIC X(01).
       01  T-CAL-DESC                  PIC X(30).
       01  T-CAL-CLERK                 PIC X(03).
       01  T-CAL-FROM-DATE             PIC X(08).
       01  T-CAL-TO-DATE               PIC X(08).
       01  T-CAL-COUNT                 PIC S9(09) COMP.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-NEXT              VALUE 'N'.
               88  W-CMD-ADD               VALUE 'A'.
               88  W-CMD-DELETE            VALUE 'D'.
           05  FILLER                  PIC X(01).
           05  W-CMD-DATE              PIC X(08).
           05  W-CMD-YEAR-R REDEFINES W-CMD-DATE.
               10  W-CMD-YEAR          PIC X(04).
               10  FILLER              PIC X(04).
           05  FILLER                  PIC X(01).
           05  W-CMD-DAY-TYPE          PIC X(01).
               88  W-CMD-HOLIDAY           VALUE 'H'.
               88  W-CMD-WORKING-DAY       VALUE 'W'.
           05  FILLER                  PIC X(01).
           05  W-CMD-DESC              PIC X(30).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +43.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'CALENDAR - L YYYY LIST / N YYYYMMDD NEXT BUSINESS DAY'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'A YYYYMMDD H/W DESCRIPTION (ADD) / D YYYYMMDD (DELETE)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO CHANGE THE CALENDAR.'.
           05  W-TEXT-BAD-YEAR         PIC X(60) VALUE
               'YEAR MUST BE 4 DIGITS.'.
           05  W-TEXT-BAD-DATE         PIC X(60) VALUE
               'DATE MUST BE A VALID YYYYMMDD.'.
           05  W-TEXT-PAST-DATE        PIC X(60) VALUE
               'A DAY ALREADY PAST CANNOT BE CHANGED.'.
           05  W-TEXT-BAD-TYPE         PIC X(60) VALUE
               'DAY TYPE MUST BE H (HOLIDAY) OR W (WORKING DAY).'.
           05  W-TEXT-NO-DESC          PIC X(60) VALUE
               'A DESCRIPTION IS REQUIRED.'.
           05  W-TEXT-ON-FILE          PIC X(60) VALUE
               'DATE IS ALREADY ON THE CALENDAR - DELETE IT FIRST.'.
           05  W-TEXT-NOT-ON-FILE      PIC X(60) VALUE
               'DATE IS NOT ON THE CALENDAR.'.
           05  W-TEXT-ON-WEEKEND       PIC X(60) VALUE
               'DATE FALLS ON THE WEEKEND - NO HOLIDAY ROW IS NEEDED.'.
           05  W-TEXT-NOT-WEEKEND      PIC X(60) VALUE
               'ONLY A FRIDAY OR SATURDAY CAN BE DECLARED WORKING.'.
           05  W-TEXT-NO-ROLL          PIC X(60) VALUE
               'NO BUSINESS DAY FOUND WITHIN 60 DAYS OF THE DATE.'.
           05  W-TEXT-ADDED            PIC X(60) VALUE
               'CALENDAR DAY ADDED.'.
           05  W-TEXT-DELETED          PIC X(60) VALUE
               'CALENDAR DAY DELETED.'.
           05  W-TEXT-NONE             PIC X(60) VALUE
               'NO CALENDAR ROWS FOR THAT YEAR.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'CALENDAR SESSION ENDED'.
           05  W-TEXT-HEADING          PIC X(60) VALUE
               'DATE     T DESCRIPTION                    CLK'.
           05  W-TEXT-CAL-LINE.
               10  W-TCL-DATE          PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-DAY-TYPE      PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-DESC          PIC X(30).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-CLERK         PIC X(03).

       01  W-TEXT-NEXT-LINE.
           05  W-TNL-DATE-IN           PIC X(08).
           05  W-TNL-DAY-TYPE          PIC X(13).
           05  FILLER                  PIC X(20) VALUE
               ' - NEXT BUSINESS DAY'.
           05  FILLER                  PIC X(02) VALUE ': '.
           05  W-TNL-DATE-OUT          PIC X(08).

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
      *        BUSINESS-DAY CALENDAR SERVICE COMMAREA                 *
      *****************************************************************

       01  X674-CALENDAR-AREA.
           COPY OBC674CA.

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
           MOVE TWA-PROGRAM-ORP1573P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

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
           MOVE '1573'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-CAL-CMD.

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
                TRANSID ('1573')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-CAL-CMD                          *
      *****************************************************************
      *    LIST AND NEXT-BUSINESS-DAY ARE OPEN TO ANYONE; ADD AND     *
      *    DELETE NEED UPDATE AUTHORITY AND A DATE NOT YET PAST.      *
      *****************************************************************

       C0200-RECEIVE-CAL-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +43      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-LIST    AND
               NOT W-CMD-NEXT    AND
               NOT W-CMD-ADD     AND
               NOT W-CMD-DELETE
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-CALENDAR
           ELSE
               NEXT SENTENCE.

           PERFORM C0300-VALIDATE-DATE.

           IF  W-CMD-NEXT
               PERFORM C0600-SHOW-NEXT-BUS-DAY
           ELSE
               NEXT SENTENCE.

           IF  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-DATE  NOT GREATER THAN  W-TODAY-DATE
               MOVE W-TEXT-PAST-DATE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-ADD
               PERFORM C0400-ADD-CAL-DAY
               MOVE W-TEXT-ADDED     TO  W-TEXT-ERROR
           ELSE
               PERFORM C0500-DELETE-CAL-DAY
               MOVE W-TEXT-DELETED   TO  W-TEXT-ERROR.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-CAL-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-VALIDATE-DATE                            *
      *****************************************************************
      *    THE KEYED DATE MUST BE A REAL CALENDAR DAY.  OBSSS674 IS   *
      *    ASKED ABOUT IT STRAIGHT AWAY: IT REJECTS A BAD DATE, AND   *
      *    ITS DAY TYPE AND ROLLED DATE SERVE THE NEXT-BUSINESS-DAY   *
      *    INQUIRY AND THE WEEKEND CHECKS ON AN ADD.                  *
      *****************************************************************

       C0300-VALIDATE-DATE SECTION.

           IF  W-CMD-DATE  NOT NUMERIC
               MOVE W-TEXT-BAD-DATE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'N'         TO  X674-FUNCTION.
           MOVE W-CMD-DATE  TO  X674-DATE-IN.

           EXEC CICS LINK
                PROGRAM  ('OBSSS674')
                COMMAREA (X674-CALENDAR-AREA)
                LENGTH   (LENGTH OF X674-CALENDAR-AREA)
           END-EXEC.

           IF  X674-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD  AND
               X674-DAY-TYPE  EQUAL TO  SPACES
               MOVE W-TEXT-BAD-DATE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0300-VALIDATE-DATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-ADD-CAL-DAY                              *
      *****************************************************************
      *    A HOLIDAY ROW IS ONLY NEEDED ON A DAY THAT WOULD OTHERWISE *
      *    BE WORKED, AND A WORKING-DAY ROW ONLY ON THE WEEKEND.  ONE *
      *    ROW PER DATE: A HOLIDAY MOVED BY A LATER ANNOUNCEMENT IS   *
      *    DELETED AND ADDED AGAIN.                                   *
      *****************************************************************

       C0400-ADD-CAL-DAY SECTION.

           IF  NOT W-CMD-HOLIDAY  AND
               NOT W-CMD-WORKING-DAY
               MOVE W-TEXT-BAD-TYPE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-DESC  EQUAL TO  SPACES
               MOVE W-TEXT-NO-DESC  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM C0450-COUNT-CAL-ROW.

           IF  T-CAL-COUNT  GREATER THAN  ZERO
               MOVE W-TEXT-ON-FILE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-HOLIDAY  AND  X674-WEEKEND-DAY
               MOVE W-TEXT-ON-WEEKEND  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-WORKING-DAY  AND  NOT X674-WEEKEND-DAY
               MOVE W-TEXT-NOT-WEEKEND  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_CALENDAR'  TO  W-EIBDS.
           MOVE  W-CMD-DAY-TYPE    TO  T-CAL-DAY-TYPE.
           MOVE  W-CMD-DESC        TO  T-CAL-DESC.
           MOVE  TCTTE-CLERK       TO  T-CAL-CLERK.

           EXEC SQL
                INSERT INTO ST_MST_CALENDAR
                     (CAL_DATE,       CAL_DAY_TYPE,
                      CAL_DESC,       CAL_CLERK,
                      CAL_UPD_DATE)
                VALUES
                     (:T-CAL-DATE,    :T-CAL-DAY-TYPE,
                      :T-CAL-DESC,    :T-CAL-CLERK,
                      :W-TODAY-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0400-ADD-CAL-DAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0450-COUNT-CAL-ROW                            *
      *****************************************************************

       C0450-COUNT-CAL-ROW SECTION.

           MOVE 'ST_MST_CALENDAR'  TO  W-EIBDS.
           MOVE  W-CMD-DATE        TO  T-CAL-DATE.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-CAL-COUNT
                FROM    ST_MST_CALENDAR
                WHERE   CAL_DATE  =  :T-CAL-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

       C0450-COUNT-CAL-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-DELETE-CAL-DAY                           *
      *****************************************************************

       C0500-DELETE-CAL-DAY SECTION.

           PERFORM C0450-COUNT-CAL-ROW.

           IF  T-CAL-COUNT  EQUAL TO  ZERO
               MOVE W-TEXT-NOT-ON-FILE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                DELETE FROM ST_MST_CALENDAR
                WHERE  CAL_DATE  =  :T-CAL-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

       C0500-DELETE-CAL-DAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-SHOW-NEXT-BUS-DAY                        *
      *****************************************************************
      *    SHOWS WHAT THE KEYED DATE IS AND THE BUSINESS DAY IT       *
      *    ROLLS TO -- THE DATE ITSELF WHEN IT IS A BUSINESS DAY.     *
      *****************************************************************

       C0600-SHOW-NEXT-BUS-DAY SECTION.

           IF  X674-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE W-TEXT-NO-ROLL  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  X674-DATE-IN   TO  W-TNL-DATE-IN.
           MOVE  X674-DATE-OUT  TO  W-TNL-DATE-OUT.

           IF  X674-HOLIDAY
               MOVE ' (HOLIDAY)'     TO  W-TNL-DAY-TYPE
           ELSE
               IF  X674-WEEKEND-DAY
                   MOVE ' (WEEKEND)'     TO  W-TNL-DAY-TYPE
               ELSE
                   MOVE ' (WORKING DAY)' TO  W-TNL-DAY-TYPE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-NEXT-LINE)
                LENGTH  (LENGTH OF W-TEXT-NEXT-LINE)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1573')
           END-EXEC.

       C0600-SHOW-NEXT-BUS-DAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-CALENDAR                            *
      *****************************************************************

       C0700-LIST-CALENDAR SECTION.

           IF  W-CMD-YEAR  NOT NUMERIC
               MOVE W-TEXT-BAD-YEAR  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-YEAR  TO  T-CAL-FROM-DATE (1:4)
                                 T-CAL-TO-DATE (1:4).
           MOVE '0101'       TO  T-CAL-FROM-DATE (5:4).
           MOVE '1231'       TO  T-CAL-TO-DATE (5:4).

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_MST_CALENDAR'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CAL-CURSOR CURSOR FOR
                SELECT   CAL_DATE     ,
                         CAL_DAY_TYPE ,
                         CAL_DESC     ,
                         CAL_CLERK
                FROM     ST_MST_CALENDAR
                WHERE    CAL_DATE  BETWEEN  :T-CAL-FROM-DATE
                                   AND      :T-CAL-TO-DATE
                ORDER BY CAL_DATE
           END-EXEC.

           EXEC SQL
                OPEN CAL-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-CAL-ROW
               UNTIL  W-CAL-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-CAL-ROWS.

           EXEC SQL
                CLOSE CAL-CURSOR
           END-EXEC.

           IF  W-ROW-COUNT  EQUAL TO  ZERO
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NONE)
                    LENGTH  (60)
                    ACCUM
               END-EXEC
           ELSE
               NEXT SENTENCE.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1573')
           END-EXEC.

       C0700-LIST-CALENDAR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-CAL-ROW                         *
      *****************************************************************

       C0710-FETCH-CAL-ROW SECTION.

           EXEC SQL
                FETCH CAL-CURSOR
                INTO  :T-CAL-DATE     ,
                      :T-CAL-DAY-TYPE ,
                      :T-CAL-DESC     ,
                      :T-CAL-CLERK
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-CAL-ROW-EXIT
           END-IF.

           ADD   1                TO  W-ROW-COUNT.
           MOVE  T-CAL-DATE       TO  W-TCL-DATE.
           MOVE  T-CAL-DAY-TYPE   TO  W-TCL-DAY-TYPE.
           MOVE  T-CAL-DESC       TO  W-TCL-DESC.
           MOVE  T-CAL-CLERK      TO  W-TCL-CLERK.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CAL-LINE)
                LENGTH  (LENGTH OF W-TEXT-CAL-LINE)
                ACCUM
           END-EXEC.

       C0710-FETCH-CAL-ROW-EXIT.  EXIT.
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
                TRANSID ('1573')
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
                    TRANSID ('1573')
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
               MOVE '1573'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
