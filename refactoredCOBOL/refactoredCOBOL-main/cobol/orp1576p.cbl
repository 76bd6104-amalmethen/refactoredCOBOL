       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1576P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1576P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE CASE WORKBENCH FOR THE  *
      *           WORKLISTS THAT HAVE NO SCREEN OF THEIR OWN.  THE    *
      *           OBSSS683 NIGHTLY PASS OPENS A ST_WRK_CASE ROW FOR   *
      *           EVERY OPEN ROW ON THEM (TYPES STLM SETTLEMENT, PRER *
      *           PRE-RETIREMENT, AGEO DEPENDANT AGE-OUT, XREF SSN/   *
      *           CIVIL ID CROSS-REFERENCE, VCOL VOLUNTARY AND BCOL   *
      *           BANK COLLECTION EXCEPTIONS), AND EVERY TYPE IS      *
      *           WORKED THE SAME WAY HERE:                           *
      *                                                               *
      *           - ANYONE MAY LIST THE OPEN CASES OF A TYPE, THEIR   *
      *             OWN CASES OR THE CASES ESCALATED TO THEM,         *
      *             EARLIEST DUE FIRST, AND DISPLAY ONE CASE WITH ITS *
      *             LATEST NOTES.                                     *
      *           - A CLERK WITH UPDATE AUTHORITY ASSIGNS A CASE (TO  *
      *             THEMSELVES WHEN NO CLERK IS KEYED), ADDS A NOTE,  *
      *             SETS THE STATUS 'W' (IN WORK) OR 'P' (PENDING     *
      *             INFORMATION), OR CLOSES IT WITH A RESOLUTION      *
      *             CODE: RSLV RESOLVED, NOAC NO ACTION NEEDED, DUPL  *
      *             DUPLICATE, REFR REFERRED ELSEWHERE, WOFF WRITTEN  *
      *             OFF.  CLOSING MARKS THE WORKLIST ROW CLOSED ('X') *
      *             AT SOURCE -- EXCEPT A PRE-RETIREMENT ENTRY, WHOSE *
      *             STATUS BELONGS TO OBSSS661 AND ORP1562P.          *
      *           - EVERY ACTION IS RECORDED ON ST_HST_CASE_NOTE      *
      *             WITH THE CLERK AND TIME.                          *
      *           - A SUPERVISOR (OBSSS645 APPROVE FUNCTION) SETS A   *
      *             TYPE'S SERVICE-LEVEL TARGET IN DAYS AND ITS       *
      *             SECTION SUPERVISOR ON ST_CTL_CASE_TYPE; CASES     *
      *             OPENED FROM THE NEXT OBSSS683 RUN ARE DUE BY THE  *
      *             NEW TARGET, AND OVERDUE CASES ARE ESCALATED TO    *
      *             THE SUPERVISOR.                                   *
      *                                                               *
      *           CASE STATUS - ' ' NEW, 'W' IN WORK, 'P' PENDING     *
      *           INFORMATION, 'C' CLOSED.  RESOLUTION SRCE IS SET    *
      *           ONLY BY OBSSS683, WHEN THE WORKLIST ROW WAS MOVED   *
      *           ON BY ITS OWN PROCESS.                              *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1576.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_CASE           (DB2 CASE TABLE)        *
      *                 ST_HST_CASE_NOTE      (DB2 HISTORY TABLE)     *
      *                 ST_CTL_CASE_TYPE      (DB2 CONTROL TABLE)     *
      *                                                               *
      *        OUTPUT - CASE ASSIGNMENTS, STATUSES AND CLOSURES; NOTE *
      *                 ROWS; CLOSED WORKLIST ROWS; TYPE TARGETS.     *
      *                  COMMANDS:                                    *
      *                   Q TYPE                      (LIST A TYPE)   *
      *                   M                           (MY CASES)      *
      *                   E                           (ESCALATED)     *
      *                   D CASE-NO                   (DISPLAY)       *
      *                   A CASE-NO CLERK             (ASSIGN)        *
      *                   N CASE-NO NOTE TEXT         (ADD NOTE)      *
      *                   S CASE-NO W|P               (SET STATUS)    *
      *                   C CASE-NO RESO REMARK       (CLOSE)         *
      *                   T TYPE DAYS SUPERVISOR      (SET TARGET)    *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98301 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98312 - NEW CASE TYPE LICN, EMPLOYER LICENSE    *
      *                       REVIEW, OPENED BY OBSSS683 FROM THE     *
      *                       OBSSS697 COMMERCIAL REGISTRY EVENTS;    *
      *                       CLOSING ONE MARKS ITS ST_WRK_ER_LICENSE *
      *                       ROW. NEW COMMAND R CASE TARGET-REG LETS *
      *                       A SUPERVISOR ROUTE A LIQUIDATION (LIQD) *
      *                       CASE TO THE OBSSS616 MERGE RUN AS AN    *
      *                       ST_WRK_ER_MERGE REQUEST OF ORIGIN LICN, *
      *                       CLOSING THE CASE REFERRED.              *
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
               VALUE 'PROGRAM-ID ORP1576P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-CASE-ROWS         PIC S9(4)  COMP VALUE +12.
           05  C-MAX-NOTE-ROWS         PIC S9(4)  COMP VALUE +8.
           05  K-ACT-ASSIGN            PIC X(04)  VALUE 'ASGN'.
           05  K-ACT-NOTE              PIC X(04)  VALUE 'NOTE'.
           05  K-ACT-STATUS            PIC X(04)  VALUE 'STAT'.
           05  K-ACT-CLOSE             PIC X(04)  VALUE 'CLOS'.
           05  K-ACT-TARGET            PIC X(04)  VALUE 'TRGT'.
98312      05  K-ACT-ROUTE             PIC X(04)  VALUE 'ROUT'.
98312      05  K-RESO-REFERRED         PIC X(04)  VALUE 'REFR'.
98312      05  K-ORIGIN-LICENSE        PIC X(04)  VALUE 'LICN'.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CAS-EOF                   VALUE 'Y'.
       01  W-NOTE-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-CSN-EOF                   VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1576P        PIC X(08)
                                                VALUE 'ORP1576P'.
               10  TWA-PROGRAM-ORP1576P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              CASE / NOTE / TYPE HOST VARIABLES                *
      *****************************************************************

       01  T-CAS-ID                    PIC S9(09) COMP.
       01  T-CAS-TYPE                  PIC X(04).
           88  T-CAS-STLM                   VALUE 'STLM'.
           88  T-CAS-PRER                   VALUE 'PRER'.
           88  T-CAS-AGEO                   VALUE 'AGEO'.
           88  T-CAS-XREF                   VALUE 'XREF'.
           88  T-CAS-VCOL                   VALUE 'VCOL'.
           88  T-CAS-BCOL                   VALUE 'BCOL'.
98312      88  T-CAS-LICN                   VALUE 'LICN'.
       01  T-CAS-SSN                   PIC 9(11).
       01  T-CAS-SRC-ID                PIC 9(12).
       01  T-CAS-SRC-REASON            PIC X(06).
98312      88  T-CAS-LIQUIDATION            VALUE 'LIQD'.
       01  T-CAS-SRC-DATE              PIC X(08).
       01  T-CAS-OPEN-DATE             PIC X(08).
       01  T-CAS-DUE-DATE              PIC X(08).
       01  T-CAS-CLERK                 PIC X(03).
       01  T-CAS-STATUS                PIC X(01).
           88  T-CAS-CLOSED                 VALUE 'C'.
       01  T-CAS-RESOLUTION            PIC X(04).
       01  T-CAS-ESC-SW                PIC X(01).
       01  T-CAS-ESC-TO                PIC X(03).
       01  T-CAS-ESC-DATE              PIC X(08).
       01  T-CAS-CLOSE-DATE            PIC X(08).
       01  T-CAS-CLOSE-CLERK           PIC X(03).

       01  T-LST-MODE                  PIC X(01).
       01  T-LST-CLERK                 PIC X(03).

       01  T-CSN-ACTION                PIC X(04).
       01  T-CSN-CLERK                 PIC X(03).
       01  T-CSN-TEXT                  PIC X(60).
       01  W-CSN-DATE-TIME.
           05  W-CSN-DATE              PIC X(08).
           05  W-CSN-TIME              PIC X(06).

       01  T-CTY-TYPE                  PIC X(04).
       01  T-CTY-SLA-DAYS              PIC S9(04) COMP.
       01  T-CTY-SUPERVISOR            PIC X(03).

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        MERGE REQUEST HOST VARIABLES (SMR#98312)               *
      *****************************************************************

98312  01  T-EMG-SOURCE                PIC 9(07).
98312  01  T-EMG-TARGET                PIC 9(07).
98312  01  T-EMG-COUNT                 PIC S9(09) COMP.

      *****************************************************************
      *                 WORKBENCH COMMAND INPUT AREA                  *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST-TYPE         VALUE 'Q'.
               88  W-CMD-LIST-MINE         VALUE 'M'.
               88  W-CMD-LIST-ESCALATED    VALUE 'E'.
               88  W-CMD-DISPLAY           VALUE 'D'.
               88  W-CMD-ASSIGN            VALUE 'A'.
               88  W-CMD-NOTE              VALUE 'N'.
               88  W-CMD-STATUS            VALUE 'S'.
               88  W-CMD-CLOSE             VALUE 'C'.
               88  W-CMD-TARGET            VALUE 'T'.
98312          88  W-CMD-ROUTE             VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  W-CMD-KEY               PIC X(07).
           05  W-CMD-CASE-ID REDEFINES W-CMD-KEY
                                       PIC 9(07).
           05  W-CMD-TYPE-R REDEFINES W-CMD-KEY.
               10  W-CMD-TYPE          PIC X(04).
                   88  W-CMD-TYPE-VALID    VALUE 'STLM' 'PRER' 'AGEO'
98312                                            'XREF' 'VCOL' 'BCOL'
98312                                            'LICN'.
               10  FILLER              PIC X(03).
           05  FILLER                  PIC X(01).
           05  W-CMD-OPERAND           PIC X(60).
           05  W-CMD-CLERK-R REDEFINES W-CMD-OPERAND.
               10  W-CMD-CLERK         PIC X(03).
               10  FILLER              PIC X(57).
           05  W-CMD-STATUS-R REDEFINES W-CMD-OPERAND.
               10  W-CMD-NEW-STATUS    PIC X(01).
                   88  W-CMD-STATUS-VALID  VALUE 'W' 'P'.
               10  FILLER              PIC X(59).
           05  W-CMD-CLOSE-R REDEFINES W-CMD-OPERAND.
               10  W-CMD-RESOLUTION    PIC X(04).
                   88  W-CMD-RESO-VALID    VALUE 'RSLV' 'NOAC' 'DUPL'
                                                 'REFR' 'WOFF'.
               10  FILLER              PIC X(01).
               10  W-CMD-REMARK        PIC X(55).
           05  W-CMD-TARGET-R REDEFINES W-CMD-OPERAND.
               10  W-CMD-SLA-DAYS      PIC X(03).
               10  W-CMD-SLA-DAYS-9 REDEFINES W-CMD-SLA-DAYS
                                       PIC 9(03).
               10  FILLER              PIC X(01).
               10  W-CMD-SUPERVISOR    PIC X(03).
               10  FILLER              PIC X(53).
98312      05  W-CMD-ROUTE-R REDEFINES W-CMD-OPERAND.
98312          10  W-CMD-TARGET-REG    PIC X(07).
98312          10  W-CMD-TARGET-REG-9 REDEFINES W-CMD-TARGET-REG
98312                                  PIC 9(07).
98312          10  FILLER              PIC X(53).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +70.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'CASES - Q TYPE / M / E / D CASE / A CASE CLERK'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'N CASE TEXT / S CASE W|P / C CASE RESO REMARK'.
           05  W-TEXT-USAGE3           PIC X(64) VALUE
               'T TYPE DAYS SUPERVISOR (SET SERVICE-LEVEL TARGET)'.
98312      05  W-TEXT-USAGE4           PIC X(64) VALUE
98312          'R CASE TARGET-REG (ROUTE A LIQUIDATION TO MERGE)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO WORK CASES.'.
           05  W-TEXT-NOT-APPROVER     PIC X(60) VALUE
               'NOT AUTHORIZED TO SET CASE TARGETS.'.
           05  W-TEXT-BAD-TYPE         PIC X(60) VALUE
98312          'TYPE MUST BE STLM, PRER, AGEO, XREF, VCOL, BCOL, LICN.'.
           05  W-TEXT-BAD-CASE         PIC X(60) VALUE
               'CASE NUMBER MUST BE 7 DIGITS.'.
           05  W-TEXT-NO-CASE          PIC X(60) VALUE
               'CASE NUMBER IS NOT ON FILE.'.
           05  W-TEXT-CASE-CLOSED      PIC X(60) VALUE
               'CASE IS CLOSED - NOTHING CHANGED.'.
           05  W-TEXT-NO-NOTE          PIC X(60) VALUE
               'A NOTE NEEDS ITS TEXT.'.
           05  W-TEXT-BAD-STATUS       PIC X(60) VALUE
               'STATUS MUST BE W (IN WORK) OR P (PENDING INFORMATION).'.
           05  W-TEXT-BAD-RESO         PIC X(60) VALUE
               'RESOLUTION MUST BE RSLV, NOAC, DUPL, REFR OR WOFF.'.
           05  W-TEXT-BAD-DAYS         PIC X(60) VALUE
               'TARGET MUST BE 3 DIGITS, 001 TO 999 DAYS.'.
           05  W-TEXT-NO-SUPERVISOR    PIC X(60) VALUE
               'A TARGET NEEDS THE SECTION SUPERVISOR CLERK CODE.'.
           05  W-TEXT-ASSIGNED         PIC X(60) VALUE
               'CASE ASSIGNED.'.
           05  W-TEXT-NOTED            PIC X(60) VALUE
               'NOTE ADDED.'.
           05  W-TEXT-STATUS-SET       PIC X(60) VALUE
               'CASE STATUS SET.'.
           05  W-TEXT-CLOSED           PIC X(60) VALUE
               'CASE CLOSED.'.
           05  W-TEXT-TARGET-SET       PIC X(60) VALUE
               'TARGET SET - APPLIES TO CASES OPENED FROM TONIGHT.'.
98312      05  W-TEXT-NOT-ROUTER       PIC X(60) VALUE
98312          'NOT AUTHORIZED TO ROUTE A CASE TO MERGE.'.
98312      05  W-TEXT-NOT-LIQD         PIC X(60) VALUE
98312          'ONLY A LICN LIQUIDATION (LIQD) CASE CAN BE ROUTED.'.
98312      05  W-TEXT-BAD-TARGET-REG   PIC X(60) VALUE
98312          'TARGET MUST BE ANOTHER EMPLOYER REGISTRATION ON FILE.'.
98312      05  W-TEXT-MERGE-OPEN       PIC X(60) VALUE
98312          'A MERGE REQUEST IS ALREADY OPEN FOR THE EMPLOYER.'.
98312      05  W-TEXT-ROUTED           PIC X(60) VALUE
98312          'ROUTED TO THE MERGE RUN - CASE CLOSED.'.
           05  W-TEXT-NONE             PIC X(60) VALUE
               'NO OPEN CASES TO LIST.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'CASE WORKBENCH SESSION ENDED'.
           05  W-TEXT-HEADING          PIC X(64) VALUE
               'CASE    TYPE MEMBER SSN  REASON DUE      CLK S E'.
           05  W-TEXT-CASE-LINE.
               10  W-TCL-CASE-ID       PIC 9(07).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-TYPE          PIC X(04).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-SSN           PIC 9(11).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-REASON        PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-DUE-DATE      PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-CLERK         PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-STATUS        PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TCL-ESC-SW        PIC X(01).
           05  W-TEXT-SOURCE-LINE.
               10  FILLER              PIC X(07) VALUE 'SOURCE '.
               10  W-TSR-SRC-ID        PIC 9(12).
               10  FILLER              PIC X(08) VALUE ' POSTED '.
               10  W-TSR-SRC-DATE      PIC X(08).
               10  FILLER              PIC X(08) VALUE ' OPENED '.
               10  W-TSR-OPEN-DATE     PIC X(08).
           05  W-TEXT-ESC-LINE.
               10  FILLER              PIC X(13) VALUE
                   'ESCALATED TO '.
               10  W-TES-ESC-TO        PIC X(03).
               10  FILLER              PIC X(04) VALUE ' ON '.
               10  W-TES-ESC-DATE      PIC X(08).
           05  W-TEXT-CLOSE-LINE.
               10  FILLER              PIC X(07) VALUE 'CLOSED '.
               10  W-TCC-CLOSE-DATE    PIC X(08).
               10  FILLER              PIC X(04) VALUE ' BY '.
               10  W-TCC-CLOSE-CLERK   PIC X(03).
               10  FILLER              PIC X(12) VALUE
                   ' RESOLUTION '.
               10  W-TCC-RESOLUTION    PIC X(04).
           05  W-TEXT-NOTE-LINE.
               10  W-TNL-DATE          PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TNL-TIME          PIC X(04).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TNL-CLERK         PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TNL-ACTION        PIC X(04).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TNL-TEXT          PIC X(60).

       01  W-NOTE-ASSIGN.
           05  FILLER                  PIC X(12)  VALUE
               'ASSIGNED TO '.
           05  W-NAS-CLERK             PIC X(03).
           05  FILLER                  PIC X(45)  VALUE SPACES.
       01  W-NOTE-STATUS.
           05  FILLER                  PIC X(14)  VALUE
               'STATUS SET TO '.
           05  W-NST-STATUS            PIC X(01).
           05  FILLER                  PIC X(45)  VALUE SPACES.
       01  W-NOTE-CLOSE.
           05  W-NCL-RESOLUTION        PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  W-NCL-REMARK            PIC X(55).
98312  01  W-NOTE-ROUTE.
98312      05  FILLER                  PIC X(25)  VALUE
98312          'ROUTED TO MERGE - TARGET '.
98312      05  W-NRT-TARGET            PIC 9(07).
98312      05  FILLER                  PIC X(28)  VALUE SPACES.
       01  W-NOTE-TARGET.
           05  W-NTG-TYPE              PIC X(04).
           05  FILLER                  PIC X(08)  VALUE
               ' TARGET '.
           05  W-NTG-DAYS              PIC X(03).
           05  FILLER                  PIC X(17)  VALUE
               ' DAYS SUPERVISOR '.
           05  W-NTG-SUPERVISOR        PIC X(03).
           05  FILLER                  PIC X(25)  VALUE SPACES.

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
           MOVE TWA-PROGRAM-ORP1576P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.
           PERFORM B0060-CHECK-APPROVE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE ZEROES                       TO  T-CAS-SSN.

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
           MOVE '1576'        TO  X645-TRAN.
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
      *    SETTING A TYPE'S TARGET AND SUPERVISOR IS A SUPERVISOR     *
      *    DECISION: ONLY AN OBSSS645 GRANT OF THE APPROVE FUNCTION   *
      *    ON THIS TRANSACTION PERMITS IT.                            *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1576'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-CASE-CMD.

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

98312      EXEC CICS SEND TEXT
98312           FROM    (W-TEXT-USAGE4)
98312           LENGTH  (64)
98312           ACCUM
98312      END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1576')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-CASE-CMD                         *
      *****************************************************************
      *    LISTS AND DISPLAY ARE OPEN TO ANYONE; WORKING A CASE NEEDS *
      *    UPDATE AUTHORITY AND SETTING A TARGET THE APPROVE GRANT.   *
      *    EVERY BRANCH RETURNS.                                      *
      *****************************************************************

       C0200-RECEIVE-CASE-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +70      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-LIST-TYPE       OR
               W-CMD-LIST-MINE       OR
               W-CMD-LIST-ESCALATED
               PERFORM C0700-LIST-CASES
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-TARGET
               PERFORM C0600-SET-TARGET
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-DISPLAY  AND
               NOT W-CMD-ASSIGN   AND
               NOT W-CMD-NOTE     AND
               NOT W-CMD-STATUS   AND
98312          NOT W-CMD-CLOSE    AND
98312          NOT W-CMD-ROUTE
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM C0250-GET-CASE.

           IF  W-CMD-DISPLAY
               PERFORM C0750-DISPLAY-CASE
           ELSE
               NEXT SENTENCE.

           IF  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-CAS-CLOSED
               MOVE W-TEXT-CASE-CLOSED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-ASSIGN
               PERFORM C0300-ASSIGN-CASE
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-NOTE
               PERFORM C0350-ADD-NOTE
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-STATUS
               PERFORM C0400-SET-STATUS
           ELSE
               NEXT SENTENCE.

98312      IF  W-CMD-ROUTE
98312          PERFORM C0650-ROUTE-TO-MERGE
98312      ELSE
98312          NEXT SENTENCE.

           PERFORM C0500-CLOSE-CASE.

       C0200-RECEIVE-CASE-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-GET-CASE                                 *
      *****************************************************************

       C0250-GET-CASE SECTION.

           IF  W-CMD-KEY  NOT NUMERIC
               MOVE W-TEXT-BAD-CASE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-CASE-ID  TO  T-CAS-ID.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   CAS_TYPE ,
                         CAS_SSN ,
                         CAS_SRC_ID ,
                         CAS_SRC_REASON ,
                         CAS_SRC_DATE ,
                         CAS_OPEN_DATE ,
                         CAS_DUE_DATE ,
                         CAS_CLERK ,
                         CAS_STATUS ,
                         CAS_RESOLUTION ,
                         CAS_ESC_SW ,
                         CAS_ESC_TO ,
                         CAS_ESC_DATE ,
                         CAS_CLOSE_DATE ,
                         CAS_CLOSE_CLERK
                INTO    :T-CAS-TYPE ,
                        :T-CAS-SSN ,
                        :T-CAS-SRC-ID ,
                        :T-CAS-SRC-REASON ,
                        :T-CAS-SRC-DATE ,
                        :T-CAS-OPEN-DATE ,
                        :T-CAS-DUE-DATE ,
                        :T-CAS-CLERK ,
                        :T-CAS-STATUS ,
                        :T-CAS-RESOLUTION ,
                        :T-CAS-ESC-SW ,
                        :T-CAS-ESC-TO ,
                        :T-CAS-ESC-DATE ,
                        :T-CAS-CLOSE-DATE ,
                        :T-CAS-CLOSE-CLERK
                FROM     ST_WRK_CASE
                WHERE    CAS_ID  =  :T-CAS-ID
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-CASE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0250-GET-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-ASSIGN-CASE                              *
      *****************************************************************
      *    NO CLERK KEYED ASSIGNS THE CASE TO THE CLERK SIGNED ON.    *
      *    A NEW CASE GOES INTO WORK WHEN IT IS ASSIGNED.             *
      *****************************************************************

       C0300-ASSIGN-CASE SECTION.

           IF  W-CMD-CLERK  EQUAL TO  SPACES
               MOVE  TCTTE-CLERK  TO  T-CAS-CLERK
           ELSE
               MOVE  W-CMD-CLERK  TO  T-CAS-CLERK.

           IF  T-CAS-STATUS  EQUAL TO  SPACE
               MOVE 'W'  TO  T-CAS-STATUS
           END-IF.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_CASE
                SET     CAS_CLERK   =  :T-CAS-CLERK,
                        CAS_STATUS  =  :T-CAS-STATUS
                WHERE   CAS_ID      =  :T-CAS-ID
                AND     CAS_STATUS  <>  'C'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  K-ACT-ASSIGN   TO  T-CSN-ACTION.
           MOVE  T-CAS-CLERK    TO  W-NAS-CLERK.
           MOVE  W-NOTE-ASSIGN  TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           MOVE W-TEXT-ASSIGNED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0300-ASSIGN-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0350-ADD-NOTE                                 *
      *****************************************************************

       C0350-ADD-NOTE SECTION.

           IF  W-CMD-OPERAND  EQUAL TO  SPACES
               MOVE W-TEXT-NO-NOTE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  K-ACT-NOTE     TO  T-CSN-ACTION.
           MOVE  W-CMD-OPERAND  TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           MOVE W-TEXT-NOTED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0350-ADD-NOTE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-SET-STATUS                               *
      *****************************************************************

       C0400-SET-STATUS SECTION.

           IF  NOT W-CMD-STATUS-VALID
               MOVE W-TEXT-BAD-STATUS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-NEW-STATUS  TO  T-CAS-STATUS.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_CASE
                SET     CAS_STATUS  =  :T-CAS-STATUS
                WHERE   CAS_ID      =  :T-CAS-ID
                AND     CAS_STATUS  <>  'C'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  K-ACT-STATUS   TO  T-CSN-ACTION.
           MOVE  T-CAS-STATUS   TO  W-NST-STATUS.
           MOVE  W-NOTE-STATUS  TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           MOVE W-TEXT-STATUS-SET  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0400-SET-STATUS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-CLOSE-CASE                               *
      *****************************************************************
      *    THE CASE IS CLOSED WITH ITS RESOLUTION AND THE WORKLIST    *
      *    ROW IS MARKED CLOSED AT SOURCE IN THE SAME UNIT OF WORK.   *
      *****************************************************************

       C0500-CLOSE-CASE SECTION.

           IF  NOT W-CMD-RESO-VALID
               MOVE W-TEXT-BAD-RESO  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-RESOLUTION  TO  T-CAS-RESOLUTION.
           MOVE  TCTTE-CLERK       TO  T-CAS-CLOSE-CLERK.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_CASE
                SET     CAS_STATUS       =  'C',
                        CAS_RESOLUTION   =  :T-CAS-RESOLUTION,
                        CAS_CLOSE_DATE   =  :W-TODAY-DATE,
                        CAS_CLOSE_CLERK  =  :T-CAS-CLOSE-CLERK
                WHERE   CAS_ID      =  :T-CAS-ID
                AND     CAS_STATUS  <>  'C'
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0550-CLOSE-SOURCE-ROW.

           MOVE  K-ACT-CLOSE       TO  T-CSN-ACTION.
           MOVE  T-CAS-RESOLUTION  TO  W-NCL-RESOLUTION.
           MOVE  W-CMD-REMARK      TO  W-NCL-REMARK.
           MOVE  W-NOTE-CLOSE      TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           MOVE W-TEXT-CLOSED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0500-CLOSE-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0550-CLOSE-SOURCE-ROW                         *
      *****************************************************************
      *    ONLY A ROW STILL OPEN (' ') IS MARKED 'X'.  A PRE-         *
      *    RETIREMENT ENTRY IS LEFT TO OBSSS661 AND ORP1562P.         *
      *****************************************************************

       C0550-CLOSE-SOURCE-ROW SECTION.

           IF  T-CAS-STLM
               MOVE 'ST_WRK_SETTLEMENT'  TO  W-EIBDS
               EXEC SQL
                    UPDATE  ST_WRK_SETTLEMENT
                    SET     STL_STATUS  =  'X'
                    WHERE   STL_SSN     =  :T-CAS-SSN
                    AND     STL_STATUS  =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C0550-CLOSE-SOURCE-ROW-EXIT
           END-IF.

           IF  T-CAS-AGEO
               MOVE 'ST_WRK_DEP_AGEOUT'  TO  W-EIBDS
               EXEC SQL
                    UPDATE  ST_WRK_DEP_AGEOUT
                    SET     AGO_STATUS  =  'X'
                    WHERE   AGO_SSN           =  :T-CAS-SSN
                    AND     AGO_DEP_CIVIL_ID  =  :T-CAS-SRC-ID
                    AND     AGO_POST_DATE     =  :T-CAS-SRC-DATE
                    AND     AGO_STATUS        =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C0550-CLOSE-SOURCE-ROW-EXIT
           END-IF.

           IF  T-CAS-XREF
               MOVE 'ST_WRK_XREF_EXC'  TO  W-EIBDS
               EXEC SQL
                    UPDATE  ST_WRK_XREF_EXC
                    SET     XRX_STATUS  =  'X'
                    WHERE   XRX_SSN        =  :T-CAS-SSN
                    AND     XRX_CIVIL_ID   =  :T-CAS-SRC-ID
                    AND     XRX_REASON     =  :T-CAS-SRC-REASON
                    AND     XRX_POST_DATE  =  :T-CAS-SRC-DATE
                    AND     XRX_STATUS     =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C0550-CLOSE-SOURCE-ROW-EXIT
           END-IF.

           IF  T-CAS-VCOL
               MOVE 'ST_WRK_VOL_COLL_EXC'  TO  W-EIBDS
               EXEC SQL
                    UPDATE  ST_WRK_VOL_COLL_EXC
                    SET     VCX_STATUS  =  'X'
                    WHERE   VCX_SEQ        =  :T-CAS-SRC-ID
                    AND     VCX_POST_DATE  =  :T-CAS-SRC-DATE
                    AND     VCX_STATUS     =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C0550-CLOSE-SOURCE-ROW-EXIT
           END-IF.

           IF  T-CAS-BCOL
               MOVE 'ST_WRK_BANK_COLL_EXC'  TO  W-EIBDS
               EXEC SQL
                    UPDATE  ST_WRK_BANK_COLL_EXC
                    SET     BCX_STATUS  =  'X'
                    WHERE   BCX_SEQ        =  :T-CAS-SRC-ID
                    AND     BCX_POST_DATE  =  :T-CAS-SRC-DATE
                    AND     BCX_STATUS     =  ' '
               END-EXEC
               PERFORM DB2-ERROR
98312          GO TO C0550-CLOSE-SOURCE-ROW-EXIT
           END-IF.

98312      IF  T-CAS-LICN
98312          MOVE 'ST_WRK_ER_LICENSE'  TO  W-EIBDS
98312          EXEC SQL
98312               UPDATE  ST_WRK_ER_LICENSE
98312               SET     ELW_STATUS  =  'X'
98312               WHERE   ELW_REG_NUM    =  :T-CAS-SRC-ID
98312               AND     ELW_EVENT      =  :T-CAS-SRC-REASON
98312               AND     ELW_POST_DATE  =  :T-CAS-SRC-DATE
98312               AND     ELW_STATUS     =  ' '
98312          END-EXEC
98312          PERFORM DB2-ERROR
98312      END-IF.

       C0550-CLOSE-SOURCE-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-SET-TARGET                               *
      *****************************************************************
      *    ONE ST_CTL_CASE_TYPE ROW PER TYPE: UPDATED IN PLACE, OR    *
      *    ADDED THE FIRST TIME.  THE CHANGE IS NOTED AGAINST CASE    *
      *    ZERO SO THE HISTORY OF TARGETS IS KEPT.                    *
      *****************************************************************

       C0600-SET-TARGET SECTION.

           IF  NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-APPROVER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-TYPE-VALID
               MOVE W-TEXT-BAD-TYPE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-SLA-DAYS  NOT NUMERIC  OR
               W-CMD-SLA-DAYS-9  EQUAL TO  ZERO
               MOVE W-TEXT-BAD-DAYS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-SUPERVISOR  EQUAL TO  SPACES
               MOVE W-TEXT-NO-SUPERVISOR  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-TYPE        TO  T-CTY-TYPE.
           MOVE  W-CMD-SLA-DAYS-9  TO  T-CTY-SLA-DAYS.
           MOVE  W-CMD-SUPERVISOR  TO  T-CTY-SUPERVISOR.

           MOVE 'ST_CTL_CASE_TYPE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_CTL_CASE_TYPE
                SET     CTY_SLA_DAYS    =  :T-CTY-SLA-DAYS,
                        CTY_SUPERVISOR  =  :T-CTY-SUPERVISOR
                WHERE   CTY_TYPE  =  :T-CTY-TYPE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_CTL_CASE_TYPE
                         (CTY_TYPE,  CTY_SLA_DAYS,  CTY_SUPERVISOR)
                    VALUES
                         (:T-CTY-TYPE, :T-CTY-SLA-DAYS,
                          :T-CTY-SUPERVISOR)
               END-EXEC
               PERFORM DB2-ERROR
           END-IF.

           MOVE  ZERO              TO  T-CAS-ID.
           MOVE  K-ACT-TARGET      TO  T-CSN-ACTION.
           MOVE  W-CMD-SLA-DAYS    TO  W-NTG-DAYS.
           MOVE  W-CMD-SUPERVISOR  TO  W-NTG-SUPERVISOR.
           MOVE  W-CMD-TYPE        TO  W-NTG-TYPE.
           MOVE  W-NOTE-TARGET     TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           MOVE W-TEXT-TARGET-SET  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0600-SET-TARGET-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0650-ROUTE-TO-MERGE                           *
      *****************************************************************
      *    SMR#98312: A LICENSE REVIEW CASE FOR AN EMPLOYER THE       *
      *    COMMERCIAL REGISTRY REPORTS IN LIQUIDATION IS ROUTED       *
      *    STRAIGHT TO THE OBSSS616 MERGE/TRANSFER RUN: AN OPEN       *
      *    ST_WRK_ER_MERGE REQUEST FROM THE EMPLOYER TO THE TARGET    *
      *    REGISTRATION KEYED, MARKED ORIGIN LICN.  ROUTING IS A      *
      *    SUPERVISOR DECISION (THE APPROVE GRANT), WHICH STANDS IN   *
      *    FOR THE SIGNATORY OBSSS616 OTHERWISE CHECKS.  THE CASE IS  *
      *    CLOSED REFERRED (REFR) IN THE SAME UNIT OF WORK.           *
      *****************************************************************

98312  C0650-ROUTE-TO-MERGE SECTION.

98312      IF  NOT W-APPROVE-AUTH
98312          MOVE W-TEXT-NOT-ROUTER  TO  W-TEXT-ERROR
98312          PERFORM C0800-SEND-ERROR-RETURN
98312      ELSE
98312          NEXT SENTENCE.

98312      IF  NOT T-CAS-LICN  OR
98312          NOT T-CAS-LIQUIDATION
98312          MOVE W-TEXT-NOT-LIQD  TO  W-TEXT-ERROR
98312          PERFORM C0800-SEND-ERROR-RETURN
98312      ELSE
98312          NEXT SENTENCE.

98312      MOVE  T-CAS-SRC-ID  TO  T-EMG-SOURCE.

98312      IF  W-CMD-TARGET-REG  NOT NUMERIC  OR
98312          W-CMD-TARGET-REG-9  EQUAL TO  ZEROES  OR
98312          W-CMD-TARGET-REG-9  EQUAL TO  T-EMG-SOURCE
98312          MOVE W-TEXT-BAD-TARGET-REG  TO  W-TEXT-ERROR
98312          PERFORM C0800-SEND-ERROR-RETURN
98312      ELSE
98312          NEXT SENTENCE.

98312      MOVE  W-CMD-TARGET-REG-9  TO  T-EMG-TARGET.

98312      MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

98312      EXEC SQL
98312           SELECT   COUNT(*)
98312           INTO    :T-EMG-COUNT
98312           FROM     ST_MST_EMPLOYER_BASIC
98312           WHERE    M_BAS_ER_REG_NUM  =  :T-EMG-TARGET
98312      END-EXEC.

98312      PERFORM DB2-ERROR.

98312      IF  T-EMG-COUNT  EQUAL TO  ZERO
98312          MOVE W-TEXT-BAD-TARGET-REG  TO  W-TEXT-ERROR
98312          PERFORM C0800-SEND-ERROR-RETURN
98312      ELSE
98312          NEXT SENTENCE.

98312      MOVE 'ST_WRK_ER_MERGE'  TO  W-EIBDS.

98312      EXEC SQL
98312           SELECT   COUNT(*)
98312           INTO    :T-EMG-COUNT
98312           FROM     ST_WRK_ER_MERGE
98312           WHERE    EMG_SOURCE  =  :T-EMG-SOURCE
98312           AND      EMG_STATUS  IN  (' ', 'S')
98312      END-EXEC.

98312      PERFORM DB2-ERROR.

98312      IF  T-EMG-COUNT  GREATER THAN  ZERO
98312          MOVE W-TEXT-MERGE-OPEN  TO  W-TEXT-ERROR
98312          PERFORM C0800-SEND-ERROR-RETURN
98312      ELSE
98312          NEXT SENTENCE.

98312      EXEC SQL
98312           INSERT INTO ST_WRK_ER_MERGE
98312                (EMG_SOURCE,      EMG_TARGET,
98312                 EMG_STATUS,      EMG_DONE_DATE,
98312                 EMG_ORIGIN)
98312           VALUES
98312                (:T-EMG-SOURCE,   :T-EMG-TARGET,
98312                 ' ',             ' ',
98312                 :K-ORIGIN-LICENSE)
98312      END-EXEC.

98312      PERFORM DB2-ERROR.

98312      MOVE  K-RESO-REFERRED  TO  T-CAS-RESOLUTION.
98312      MOVE  TCTTE-CLERK      TO  T-CAS-CLOSE-CLERK.

98312      MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

98312      EXEC SQL
98312           UPDATE  ST_WRK_CASE
98312           SET     CAS_STATUS       =  'C',
98312                   CAS_RESOLUTION   =  :T-CAS-RESOLUTION,
98312                   CAS_CLOSE_DATE   =  :W-TODAY-DATE,
98312                   CAS_CLOSE_CLERK  =  :T-CAS-CLOSE-CLERK
98312           WHERE   CAS_ID      =  :T-CAS-ID
98312           AND     CAS_STATUS  <>  'C'
98312      END-EXEC.

98312      PERFORM DB2-ERROR.

98312      PERFORM C0550-CLOSE-SOURCE-ROW.

98312      MOVE  K-ACT-ROUTE    TO  T-CSN-ACTION.
98312      MOVE  T-EMG-TARGET   TO  W-NRT-TARGET.
98312      MOVE  W-NOTE-ROUTE   TO  T-CSN-TEXT.
98312      PERFORM S0900-WRITE-CASE-NOTE.

98312      MOVE W-TEXT-ROUTED  TO  W-TEXT-ERROR.
98312      PERFORM C0800-SEND-ERROR-RETURN.

98312  C0650-ROUTE-TO-MERGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-CASES                               *
      *****************************************************************
      *    Q LISTS A TYPE'S OPEN CASES, M THE SIGNED-ON CLERK'S OWN   *
      *    AND E THOSE ESCALATED TO THEM; EARLIEST DUE FIRST.         *
      *****************************************************************

       C0700-LIST-CASES SECTION.

           IF  W-CMD-LIST-TYPE  AND
               NOT W-CMD-TYPE-VALID
               MOVE W-TEXT-BAD-TYPE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-ACTION  TO  T-LST-MODE.
           MOVE  W-CMD-TYPE    TO  T-CAS-TYPE.
           MOVE  TCTTE-CLERK   TO  T-LST-CLERK.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (64)
                ERASE
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CAS-CURSOR CURSOR FOR
                SELECT   CAS_ID ,
                         CAS_TYPE ,
                         CAS_SSN ,
                         CAS_SRC_REASON ,
                         CAS_DUE_DATE ,
                         CAS_CLERK ,
                         CAS_STATUS ,
                         CAS_ESC_SW
                FROM     ST_WRK_CASE
                WHERE    CAS_STATUS  <>  'C'
                AND    ((:T-LST-MODE  =  'Q'  AND
                         CAS_TYPE    =  :T-CAS-TYPE)
                OR      (:T-LST-MODE  =  'M'  AND
                         CAS_CLERK   =  :T-LST-CLERK)
                OR      (:T-LST-MODE  =  'E'  AND
                         CAS_ESC_SW  =  'Y'   AND
                         CAS_ESC_TO  =  :T-LST-CLERK))
                ORDER BY CAS_DUE_DATE , CAS_ID
           END-EXEC.

           EXEC SQL
                OPEN CAS-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0710-FETCH-CASE-ROW
               UNTIL  W-CAS-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-CASE-ROWS.

           EXEC SQL
                CLOSE CAS-CURSOR
           END-EXEC.

           IF  W-ROW-COUNT  EQUAL TO  ZERO
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NONE)
                    LENGTH  (60)
                    ACCUM
               END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1576')
           END-EXEC.

       C0700-LIST-CASES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-FETCH-CASE-ROW                        *
      *****************************************************************

       C0710-FETCH-CASE-ROW SECTION.

           EXEC SQL
                FETCH CAS-CURSOR
                INTO  :T-CAS-ID ,
                      :T-CAS-TYPE ,
                      :T-CAS-SSN ,
                      :T-CAS-SRC-REASON ,
                      :T-CAS-DUE-DATE ,
                      :T-CAS-CLERK ,
                      :T-CAS-STATUS ,
                      :T-CAS-ESC-SW
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0710-FETCH-CASE-ROW-EXIT
           END-IF.

           ADD   1  TO  W-ROW-COUNT.
           PERFORM C0720-SEND-CASE-LINE.

       C0710-FETCH-CASE-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0720-SEND-CASE-LINE                        *
      *****************************************************************

       C0720-SEND-CASE-LINE SECTION.

           MOVE  T-CAS-ID          TO  W-TCL-CASE-ID.
           MOVE  T-CAS-TYPE        TO  W-TCL-TYPE.
           MOVE  T-CAS-SSN         TO  W-TCL-SSN.
           MOVE  T-CAS-SRC-REASON  TO  W-TCL-REASON.
           MOVE  T-CAS-DUE-DATE    TO  W-TCL-DUE-DATE.
           MOVE  T-CAS-CLERK       TO  W-TCL-CLERK.
           MOVE  T-CAS-STATUS      TO  W-TCL-STATUS.
           MOVE  T-CAS-ESC-SW      TO  W-TCL-ESC-SW.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CASE-LINE)
                LENGTH  (LENGTH OF W-TEXT-CASE-LINE)
                ACCUM
           END-EXEC.

       C0720-SEND-CASE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0750-DISPLAY-CASE                             *
      *****************************************************************
      *    THE CASE, ITS WORKLIST ROW, ITS ESCALATION AND CLOSURE,    *
      *    THEN ITS LATEST NOTES, NEWEST FIRST.                       *
      *****************************************************************

       C0750-DISPLAY-CASE SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (64)
                ERASE
           END-EXEC.

           PERFORM C0720-SEND-CASE-LINE.

           MOVE  T-CAS-SRC-ID      TO  W-TSR-SRC-ID.
           MOVE  T-CAS-SRC-DATE    TO  W-TSR-SRC-DATE.
           MOVE  T-CAS-OPEN-DATE   TO  W-TSR-OPEN-DATE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-SOURCE-LINE)
                LENGTH  (LENGTH OF W-TEXT-SOURCE-LINE)
                ACCUM
           END-EXEC.

           IF  T-CAS-ESC-SW  EQUAL TO  'Y'
               MOVE  T-CAS-ESC-TO      TO  W-TES-ESC-TO
               MOVE  T-CAS-ESC-DATE    TO  W-TES-ESC-DATE
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-ESC-LINE)
                    LENGTH  (LENGTH OF W-TEXT-ESC-LINE)
                    ACCUM
               END-EXEC
           END-IF.

           IF  T-CAS-CLOSED
               MOVE  T-CAS-CLOSE-DATE   TO  W-TCC-CLOSE-DATE
               MOVE  T-CAS-CLOSE-CLERK  TO  W-TCC-CLOSE-CLERK
               MOVE  T-CAS-RESOLUTION   TO  W-TCC-RESOLUTION
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-CLOSE-LINE)
                    LENGTH  (LENGTH OF W-TEXT-CLOSE-LINE)
                    ACCUM
               END-EXEC
           END-IF.

           MOVE 'N'   TO  W-NOTE-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_HST_CASE_NOTE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CSN-CURSOR CURSOR FOR
                SELECT   CSN_POST_DATE ,
                         CSN_POST_TIME ,
                         CSN_CLERK ,
                         CSN_ACTION ,
                         CSN_TEXT
                FROM     ST_HST_CASE_NOTE
                WHERE    CSN_CASE_ID  =  :T-CAS-ID
                ORDER BY CSN_POST_DATE DESC , CSN_POST_TIME DESC
           END-EXEC.

           EXEC SQL
                OPEN CSN-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0760-FETCH-NOTE-ROW
               UNTIL  W-CSN-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-NOTE-ROWS.

           EXEC SQL
                CLOSE CSN-CURSOR
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1576')
           END-EXEC.

       C0750-DISPLAY-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0760-FETCH-NOTE-ROW                        *
      *****************************************************************

       C0760-FETCH-NOTE-ROW SECTION.

           EXEC SQL
                FETCH CSN-CURSOR
                INTO  :W-CSN-DATE ,
                      :W-CSN-TIME ,
                      :T-CSN-CLERK ,
                      :T-CSN-ACTION ,
                      :T-CSN-TEXT
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-NOTE-EOF-SW
               GO TO C0760-FETCH-NOTE-ROW-EXIT
           END-IF.

           ADD   1                    TO  W-ROW-COUNT.
           MOVE  W-CSN-DATE           TO  W-TNL-DATE.
           MOVE  W-CSN-TIME (1:4)     TO  W-TNL-TIME.
           MOVE  T-CSN-CLERK          TO  W-TNL-CLERK.
           MOVE  T-CSN-ACTION         TO  W-TNL-ACTION.
           MOVE  T-CSN-TEXT           TO  W-TNL-TEXT.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-NOTE-LINE)
                LENGTH  (LENGTH OF W-TEXT-NOTE-LINE)
                ACCUM
           END-EXEC.

       C0760-FETCH-NOTE-ROW-EXIT.  EXIT.
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
                TRANSID ('1576')
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
      *                S0900-WRITE-CASE-NOTE                          *
      *****************************************************************
      *    ONE ST_HST_CASE_NOTE ROW UNDER THE CLERK SIGNED ON.  THE   *
      *    CALLER SETS THE CASE, ACTION AND TEXT.                     *
      *****************************************************************

       S0900-WRITE-CASE-NOTE SECTION.

           MOVE 'ST_HST_CASE_NOTE'  TO  W-EIBDS.
           MOVE  TCTTE-CLERK        TO  T-CSN-CLERK.
           MOVE FUNCTION CURRENT-DATE(1:14)  TO  W-CSN-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_HST_CASE_NOTE
                     (CSN_CASE_ID,     CSN_ACTION,
                      CSN_CLERK,       CSN_TEXT,
                      CSN_POST_DATE,   CSN_POST_TIME)
                VALUES
                     (:T-CAS-ID,        :T-CSN-ACTION,
                      :T-CSN-CLERK,     :T-CSN-TEXT,
                      :W-CSN-DATE,      :W-CSN-TIME)
           END-EXEC.

           PERFORM DB2-ERROR.

       S0900-WRITE-CASE-NOTE-EXIT.  EXIT.
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
                    TRANSID ('1576')
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
               MOVE T-CAS-SSN             TO  ORSS0400-SSN
               MOVE '1576'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
