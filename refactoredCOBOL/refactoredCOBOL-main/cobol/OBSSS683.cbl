       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *             CASE WORKBENCH INTAKE AND AGING   OBSSS683        *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS683.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS683 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A NIGHTLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX AFTER THE JOBS THAT FEED  *
      *                IT, THAT KEEPS THE ST_WRK_CASE CASE WORKBENCH  *
      *                (WORKED ON ORP1576P) IN STEP WITH THE WORKLISTS *
      *                THAT HAVE NO SCREEN OF THEIR OWN:              *
      *                                                               *
      *                  STLM  ST_WRK_SETTLEMENT     (OBSSS641)       *
      *                  PRER  ST_WRK_PRE_RETIRE     (OBSSS656)       *
      *                  AGEO  ST_WRK_DEP_AGEOUT     (OBSSS649)       *
      *                  XREF  ST_WRK_XREF_EXC       (OBSSS659)       *
      *                  VCOL  ST_WRK_VOL_COLL_EXC   (OBSSS658)       *
      *                  BCOL  ST_WRK_BANK_COLL_EXC  (OBSSS653)       *
      *                                                               *
      *                - INTAKE: EVERY OPEN (' ') WORKLIST ROW WITH   *
      *                  NO CASE YET OPENS ONE, NUMBERED ONE PAST THE *
      *                  HIGHEST CASE NUMBER ON FILE.  THE CASE IS    *
      *                  DUE THE TYPE'S SERVICE-LEVEL TARGET IN DAYS  *
      *                  AFTER THE WORKLIST ROW WAS POSTED.           *
      *                - THE TARGET AND THE SECTION SUPERVISOR OF     *
      *                  EACH TYPE ARE READ FROM ST_CTL_CASE_TYPE     *
      *                  (SET ON ORP1576P).  A TYPE WITH NO ROW USES  *
      *                  THE DEFAULT TARGET BELOW AND HAS NO          *
      *                  SUPERVISOR.                                  *
      *                - AGING: A CASE STILL OPEN WHOSE WORKLIST ROW  *
      *                  IS NO LONGER OPEN (THE FEEDING JOB OR ITS    *
      *                  OWN PROCESS HAS MOVED IT ON) IS CLOSED WITH  *
      *                  RESOLUTION SRCE.  A CASE PAST ITS DUE DATE   *
      *                  THAT HAS NOT BEEN ESCALATED IS ESCALATED TO  *
      *                  THE TYPE'S SUPERVISOR, WHO SEES IT ON        *
      *                  ORP1576P'S ESCALATED LIST.  WHEN THE TYPE    *
      *                  HAS NO SUPERVISOR THE CASE IS REPORTED       *
      *                  OVERDUE EVERY NIGHT UNTIL ONE IS SET.        *
      *                - EVERY CASE OPENED, CLOSED OR ESCALATED HERE  *
      *                  GETS A ST_HST_CASE_NOTE ROW UNDER CLERK CWB; *
      *                  THE CLOSES, ESCALATIONS AND OVERDUE CASES    *
      *                  ARE PRINTED ON THE CASEAGE REPORT WITH THE   *
      *                  COUNTS BY TYPE.                              *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        THE SIX WORKLIST TABLES ABOVE              *
      *                    ST_CTL_CASE_TYPE      (DB2 CONTROL TABLE)  *
      *                    ST_WRK_CASE           (DB2 WORK TABLE)     *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_WRK_CASE ROWS OPENED, CLOSED AND ESCALATED;    *
      *             ST_HST_CASE_NOTE ROWS; THE CASEAGE REPORT.        *
      *                                                               *
      *    TABLES - K-TYPE-TBL, THE CASE TYPES AND DEFAULT TARGETS.   *
      *             W-TYPE-CTL-AREA, THE TARGETS IN FORCE AND THE     *
      *             COUNTS BY TYPE.                                   *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE          *
      *                     REPORT IS WRITTEN.                        *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-682. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98301 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98304 - EACH REPORT LINE WRITTEN IS ALSO KEPT   *
      *                       ON ST_RPT_ARCHIVE_LINE UNDER THE        *
      *                       REPORT, THE RUN BUSINESS DATE AND THE   *
      *                       JOB, FOR THE ORP1578P ON-LINE REPORT    *
      *                       VIEWER.                                 *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98312 - A SEVENTH CASE TYPE, LICN EMPLOYER      *
      *                       LICENSE REVIEW, IS OPENED FOR EACH OPEN *
      *                       ST_WRK_ER_LICENSE EVENT POSTED BY THE   *
      *                       OBSSS697 COMMERCIAL REGISTRY FEED       *
      *                       (CANCELLED, EXPIRED, LIQUIDATION,       *
      *                       CHANGE OF OWNER OR LEGAL FORM) AND AGED *
      *                       LIKE THE OTHERS.                        *
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
               VALUE 'PROGRAM-ID OBSSS683'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-CASE-CLERK            PIC X(03)  VALUE 'CWB'.
           05  K-RESO-SOURCE           PIC X(04)  VALUE 'SRCE'.
           05  K-ACT-OPEN              PIC X(04)  VALUE 'OPEN'.
           05  K-ACT-CLOSE             PIC X(04)  VALUE 'CLOS'.
           05  K-ACT-ESCALATE          PIC X(04)  VALUE 'ESCL'.
           05  K-ACT-OVERDUE           PIC X(04)  VALUE 'OVRD'.

      *****************************************************************
      *        CASE TYPES, IN THE ORDER OF THE INTAKE PASSES: TYPE,   *
      *        DEFAULT TARGET DAYS, DESCRIPTION.                      *
      *****************************************************************

       01  K-TYPE-VALUES.
           05  FILLER                  PIC X(04)  VALUE 'STLM'.
           05  FILLER                  PIC 9(03)  VALUE 010.
           05  FILLER                  PIC X(24)  VALUE
               'SERVICE-END SETTLEMENT'.
           05  FILLER                  PIC X(04)  VALUE 'PRER'.
           05  FILLER                  PIC 9(03)  VALUE 030.
           05  FILLER                  PIC X(24)  VALUE
               'PRE-RETIREMENT REVIEW'.
           05  FILLER                  PIC X(04)  VALUE 'AGEO'.
           05  FILLER                  PIC 9(03)  VALUE 005.
           05  FILLER                  PIC X(24)  VALUE
               'DEPENDANT AGE-OUT'.
           05  FILLER                  PIC X(04)  VALUE 'XREF'.
           05  FILLER                  PIC 9(03)  VALUE 005.
           05  FILLER                  PIC X(24)  VALUE
               'SSN/CIVIL ID CROSS-REF'.
           05  FILLER                  PIC X(04)  VALUE 'VCOL'.
           05  FILLER                  PIC 9(03)  VALUE 003.
           05  FILLER                  PIC X(24)  VALUE
               'VOLUNTARY COLLECTION EXC'.
           05  FILLER                  PIC X(04)  VALUE 'BCOL'.
           05  FILLER                  PIC 9(03)  VALUE 003.
           05  FILLER                  PIC X(24)  VALUE
               'BANK COLLECTION EXC'.
98312      05  FILLER                  PIC X(04)  VALUE 'LICN'.
98312      05  FILLER                  PIC 9(03)  VALUE 010.
98312      05  FILLER                  PIC X(24)  VALUE
98312          'EMPLOYER LICENSE REVIEW'.
       01  K-TYPE-TBL REDEFINES K-TYPE-VALUES.
98312      05  K-TYPE-ENTRY  OCCURS 7 TIMES  INDEXED BY K-TYPE-NDX.
               10  K-TYPE-CODE         PIC X(04).
               10  K-TYPE-SLA-DAYS     PIC 9(03).
               10  K-TYPE-DESC         PIC X(24).
98312  01  C-MAX-TYPES                 PIC S9(04) COMP VALUE +7.

       01  W-TYPE-CTL-AREA.
98312      05  W-TYPE-CTL  OCCURS 7 TIMES.
               10  W-TYPE-SLA-DAYS     PIC S9(04) COMP.
               10  W-TYPE-SUPERVISOR   PIC X(03).
               10  W-TYPE-OPENED       PIC S9(07) COMP-3.
               10  W-TYPE-CLOSED       PIC S9(07) COMP-3.
               10  W-TYPE-ESCALATED    PIC S9(07) COMP-3.
               10  W-TYPE-OVERDUE      PIC S9(07) COMP-3.

       01  I                           PIC S9(04) COMP.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.

       01  W-TODAY-DATE                PIC X(08).
       01  W-TODAY-9 REDEFINES W-TODAY-DATE
                                       PIC 9(08).

      *****************************************************************
      *        CASE / CONTROL HOST VARIABLES                          *
      *****************************************************************

       01  T-CTY-TYPE                  PIC X(04).
       01  T-CTY-SLA-DAYS              PIC S9(04) COMP.
       01  T-CTY-SUPERVISOR            PIC X(03).

       01  T-CAS-ID                    PIC S9(09) COMP.
       01  T-CAS-ID-IND                PIC S9(04) COMP.
       01  W-NEXT-CASE-ID              PIC S9(09) COMP.
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
       01  T-CAS-SRC-DATE              PIC X(08).
       01  T-CAS-SRC-DATE-9 REDEFINES T-CAS-SRC-DATE
                                       PIC 9(08).
       01  T-CAS-DUE-9                 PIC 9(08).
       01  T-CAS-DUE-DATE REDEFINES T-CAS-DUE-9
                                       PIC X(08).
       01  T-CAS-CLERK                 PIC X(03).
       01  T-CAS-ESC-SW                PIC X(01).
       01  T-CAS-ESC-TO                PIC X(03).

       01  T-SRC-SSN-X                 PIC X(11).
       01  T-SRC-SSN-9 REDEFINES T-SRC-SSN-X
                                       PIC 9(11).
       01  T-SRC-OPEN-COUNT            PIC S9(09) COMP.

      *****************************************************************
      *        CASE NOTE HOST VARIABLES                               *
      *****************************************************************

       01  T-CSN-ACTION                PIC X(04).
       01  T-CSN-TEXT                  PIC X(60).
       01  W-CSN-DATE-TIME.
           05  W-CSN-DATE              PIC X(08).
           05  W-CSN-TIME              PIC X(06).

       01  W-NOTE-OPEN.
           05  FILLER                  PIC X(22)  VALUE
               'CASE OPENED - DUE ON  '.
           05  W-NOP-DUE-DATE          PIC X(08).
           05  FILLER                  PIC X(30)  VALUE SPACES.
       01  W-NOTE-CLOSE                PIC X(60)  VALUE
           'CLOSED - THE WORKLIST ROW IS NO LONGER OPEN AT SOURCE'.
       01  W-NOTE-ESCALATE.
           05  FILLER                  PIC X(14)  VALUE
               'OVERDUE SINCE '.
           05  W-NES-DUE-DATE          PIC X(08).
           05  FILLER                  PIC X(17)  VALUE
               ' - ESCALATED TO '.
           05  W-NES-SUPERVISOR        PIC X(03).
           05  FILLER                  PIC X(18)  VALUE SPACES.

      *****************************************************************
      *        COUNTERS                                               *
      *****************************************************************

       01  W-OPEN-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  W-CLOSE-COUNT               PIC S9(07) COMP-3 VALUE +0.
       01  W-ESCALATE-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  W-OVERDUE-COUNT             PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *        PRINT LINE (ASA CARRIAGE CONTROL IN COLUMN 1)          *
      *****************************************************************

       01  PRT-LINE-REC.
           05  PRT-LINE-SEQ            PIC 9(07).
           05  PRT-LINE-CC             PIC X(01).
           05  PRT-LINE-TEXT           PIC X(80).
       01  PRT-LINE-TEXT-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  PRT-CAPTION             PIC X(30).
           05  PRT-VALUE               PIC X(36).
           05  FILLER                  PIC X(14).
       01  PRT-DETAIL-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRT-DTL-ACTION          PIC X(04).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-CASE-ID         PIC Z(08)9.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-TYPE            PIC X(04).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-SSN             PIC 9(11).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-DUE-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-CLERK           PIC X(03).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-NOTE            PIC X(28).
       01  PRT-TYPE-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRT-TYP-CODE            PIC X(04).
           05  FILLER                  PIC X(02).
           05  PRT-TYP-DESC            PIC X(24).
           05  PRT-TYP-SLA-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(01).
           05  PRT-TYP-SUPERVISOR      PIC X(03).
           05  PRT-TYP-OPENED          PIC Z(05)9.
           05  PRT-TYP-CLOSED          PIC Z(05)9.
           05  PRT-TYP-ESCALATED       PIC Z(05)9.
           05  PRT-TYP-OVERDUE         PIC Z(05)9.
           05  FILLER                  PIC X(18).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-PRT-ACTION                PIC X(04).
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '     CASE WORKBENCH AGING AND ESCALATION    '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               ' ACTN       CASE  TYPE  MEMBER SSN   DUE'.
           05  FILLER                  PIC X(40)  VALUE
               '       CLK  NOTE'.
       01  K-TYPE-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               ' TYPE  DESCRIPTION             DAY SUP  '.
           05  FILLER                  PIC X(40)  VALUE
               'OPEN  CLSD  ESCL  OVRD'.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

      *****************************************************************
      *        REPORT ARCHIVE LINE (SMR#98304)                        *
      *****************************************************************

98304  01  T-RPL-REPORT                PIC X(08).
98304  01  T-RPL-LINE-NO               PIC S9(09) COMP VALUE +0.
98304  01  T-RPL-TEXT.
98304      49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
98304      49  T-RPL-TEXT-DATA         PIC X(133).
98304  01  W-RPL-IMAGE                 PIC X(250).
98304  01  W-RPL-KEY-LEN               PIC S9(04) COMP.
98304  01  W-RPL-REC-LEN               PIC S9(04) COMP.
98304  01  W-RPL-SQLCA-SAVE            PIC X(136).
98304  01  W-RPL-EIBDS-SAVE            PIC X(30).

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

98303      PERFORM S0970-START-RUN-STATS.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  ZEROES  TO  T-CAS-SSN.

           PERFORM B0100-LOAD-TYPE-CONTROL
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  C-MAX-TYPES.

           PERFORM B0200-GET-NEXT-CASE-ID.

           PERFORM D0050-PRINT-HEADING.

           MOVE  1  TO  I.
           PERFORM B1000-INTAKE-SETTLEMENT.
           MOVE  2  TO  I.
           PERFORM B1100-INTAKE-PRE-RETIRE.
           MOVE  3  TO  I.
           PERFORM B1200-INTAKE-DEP-AGEOUT.
           MOVE  4  TO  I.
           PERFORM B1300-INTAKE-XREF-EXC.
           MOVE  5  TO  I.
           PERFORM B1400-INTAKE-VOL-COLL-EXC.
           MOVE  6  TO  I.
           PERFORM B1500-INTAKE-BANK-COLL-EXC.
98312      MOVE  7  TO  I.
98312      PERFORM B1600-INTAKE-LICENSE-EVENT.

           PERFORM B2000-AGE-CASES.

           PERFORM D0400-PRINT-TOTALS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0100-LOAD-TYPE-CONTROL                        *
      *****************************************************************
      *    THE TARGET AND SUPERVISOR OF CASE TYPE I.  A MISSING ROW,  *
      *    OR ONE WITH NO POSITIVE TARGET, LEAVES THE DEFAULT.        *
      *****************************************************************

       B0100-LOAD-TYPE-CONTROL SECTION.

           MOVE  K-TYPE-SLA-DAYS (I)  TO  W-TYPE-SLA-DAYS   (I).
           MOVE  SPACES               TO  W-TYPE-SUPERVISOR (I).
           MOVE  ZEROES               TO  W-TYPE-OPENED     (I)
                                          W-TYPE-CLOSED     (I)
                                          W-TYPE-ESCALATED  (I)
                                          W-TYPE-OVERDUE    (I).

           MOVE  K-TYPE-CODE (I)      TO  T-CTY-TYPE.

           MOVE 'ST_CTL_CASE_TYPE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   CTY_SLA_DAYS ,
                         CTY_SUPERVISOR
                INTO    :T-CTY-SLA-DAYS ,
                        :T-CTY-SUPERVISOR
                FROM     ST_CTL_CASE_TYPE
                WHERE    CTY_TYPE  =  :T-CTY-TYPE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO B0100-LOAD-TYPE-CONTROL-EXIT
           END-IF.

           MOVE  T-CTY-SUPERVISOR  TO  W-TYPE-SUPERVISOR (I).

           IF  T-CTY-SLA-DAYS  GREATER THAN  ZERO
               MOVE  T-CTY-SLA-DAYS  TO  W-TYPE-SLA-DAYS (I)
           ELSE
               NEXT SENTENCE.

       B0100-LOAD-TYPE-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-GET-NEXT-CASE-ID                         *
      *****************************************************************
      *    CASES ARE ONLY EVER OPENED HERE, SO THE NEXT NUMBER IS ONE *
      *    PAST THE HIGHEST ON FILE (ONE WHEN THE TABLE IS EMPTY).    *
      *****************************************************************

       B0200-GET-NEXT-CASE-ID SECTION.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (CAS_ID)
                INTO    :T-CAS-ID:T-CAS-ID-IND
                FROM     ST_WRK_CASE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-CAS-ID-IND  LESS THAN  ZERO
               MOVE  ZEROES  TO  T-CAS-ID
           ELSE
               NEXT SENTENCE.

           COMPUTE  W-NEXT-CASE-ID  =  T-CAS-ID  +  1.

       B0200-GET-NEXT-CASE-ID-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1000-INTAKE-SETTLEMENT                        *
      *****************************************************************
      *    ONE CASE PER OPEN SETTLEMENT REVIEW ROW (ONE PER SSN).     *
      *****************************************************************

       B1000-INTAKE-SETTLEMENT SECTION.

           MOVE 'N'     TO  W-EOF-SW.
           MOVE  ZEROES TO  T-CAS-SRC-ID.

           MOVE 'ST_WRK_SETTLEMENT'  TO  W-EIBDS.

           EXEC SQL
                DECLARE STL-CURSOR CURSOR WITH HOLD FOR
                SELECT   S.STL_SSN ,
                         S.STL_REASON ,
                         S.STL_POST_DATE
                FROM     ST_WRK_SETTLEMENT  S
                WHERE    S.STL_STATUS  =  ' '
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CASE  C
                         WHERE   C.CAS_TYPE  =  'STLM'
                         AND     C.CAS_SSN   =  S.STL_SSN)
                ORDER BY S.STL_SSN
           END-EXEC.

           EXEC SQL
                OPEN STL-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1010-FETCH-SETTLEMENT
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE STL-CURSOR
           END-EXEC.

       B1000-INTAKE-SETTLEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1010-FETCH-SETTLEMENT                         *
      *****************************************************************

       B1010-FETCH-SETTLEMENT SECTION.

           EXEC SQL
                FETCH STL-CURSOR
                INTO  :T-CAS-SSN ,
                      :T-CAS-SRC-REASON ,
                      :T-CAS-SRC-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1010-FETCH-SETTLEMENT-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1010-FETCH-SETTLEMENT-EXIT
           END-IF.

           PERFORM C1000-OPEN-CASE.

       B1010-FETCH-SETTLEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1100-INTAKE-PRE-RETIRE                        *
      *****************************************************************
      *    ONE CASE PER OPEN PRE-RETIREMENT ENTRY (ONE PER SSN).      *
      *****************************************************************

       B1100-INTAKE-PRE-RETIRE SECTION.

           MOVE 'N'     TO  W-EOF-SW.
           MOVE  ZEROES TO  T-CAS-SRC-ID.
           MOVE  SPACES TO  T-CAS-SRC-REASON.

           MOVE 'ST_WRK_PRE_RETIRE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE PRT-CURSOR CURSOR WITH HOLD FOR
                SELECT   P.PRT_SSN ,
                         P.PRT_POST_DATE
                FROM     ST_WRK_PRE_RETIRE  P
                WHERE    P.PRT_STATUS  =  ' '
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CASE  C
                         WHERE   C.CAS_TYPE  =  'PRER'
                         AND     C.CAS_SSN   =  P.PRT_SSN)
                ORDER BY P.PRT_SSN
           END-EXEC.

           EXEC SQL
                OPEN PRT-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1110-FETCH-PRE-RETIRE
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE PRT-CURSOR
           END-EXEC.

       B1100-INTAKE-PRE-RETIRE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1110-FETCH-PRE-RETIRE                         *
      *****************************************************************

       B1110-FETCH-PRE-RETIRE SECTION.

           EXEC SQL
                FETCH PRT-CURSOR
                INTO  :T-CAS-SSN ,
                      :T-CAS-SRC-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1110-FETCH-PRE-RETIRE-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1110-FETCH-PRE-RETIRE-EXIT
           END-IF.

           PERFORM C1000-OPEN-CASE.

       B1110-FETCH-PRE-RETIRE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1200-INTAKE-DEP-AGEOUT                        *
      *****************************************************************
      *    ONE CASE PER OPEN AGE-OUT ROW: MEMBER, DEPENDANT CIVIL ID  *
      *    AND THE DATE THE ROW WAS POSTED.                           *
      *****************************************************************

       B1200-INTAKE-DEP-AGEOUT SECTION.

           MOVE 'N'     TO  W-EOF-SW.
           MOVE  SPACES TO  T-CAS-SRC-REASON.

           MOVE 'ST_WRK_DEP_AGEOUT'  TO  W-EIBDS.

           EXEC SQL
                DECLARE AGO-CURSOR CURSOR WITH HOLD FOR
                SELECT   A.AGO_SSN ,
                         A.AGO_DEP_CIVIL_ID ,
                         A.AGO_POST_DATE
                FROM     ST_WRK_DEP_AGEOUT  A
                WHERE    A.AGO_STATUS  =  ' '
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CASE  C
                         WHERE   C.CAS_TYPE      =  'AGEO'
                         AND     C.CAS_SSN       =  A.AGO_SSN
                         AND     C.CAS_SRC_ID    =  A.AGO_DEP_CIVIL_ID
                         AND     C.CAS_SRC_DATE  =  A.AGO_POST_DATE)
                ORDER BY A.AGO_SSN , A.AGO_DEP_CIVIL_ID
           END-EXEC.

           EXEC SQL
                OPEN AGO-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1210-FETCH-DEP-AGEOUT
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE AGO-CURSOR
           END-EXEC.

       B1200-INTAKE-DEP-AGEOUT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1210-FETCH-DEP-AGEOUT                         *
      *****************************************************************

       B1210-FETCH-DEP-AGEOUT SECTION.

           EXEC SQL
                FETCH AGO-CURSOR
                INTO  :T-CAS-SSN ,
                      :T-CAS-SRC-ID ,
                      :T-CAS-SRC-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1210-FETCH-DEP-AGEOUT-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1210-FETCH-DEP-AGEOUT-EXIT
           END-IF.

           PERFORM C1000-OPEN-CASE.

       B1210-FETCH-DEP-AGEOUT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1300-INTAKE-XREF-EXC                          *
      *****************************************************************
      *    ONE CASE PER OPEN CROSS-REFERENCE EXCEPTION: SSN, CIVIL    *
      *    ID, REASON AND THE DATE THE ROW WAS POSTED.                *
      *****************************************************************

       B1300-INTAKE-XREF-EXC SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_WRK_XREF_EXC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE XRX-CURSOR CURSOR WITH HOLD FOR
                SELECT   X.XRX_SSN ,
                         X.XRX_CIVIL_ID ,
                         X.XRX_REASON ,
                         X.XRX_POST_DATE
                FROM     ST_WRK_XREF_EXC  X
                WHERE    X.XRX_STATUS  =  ' '
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CASE  C
                         WHERE   C.CAS_TYPE        =  'XREF'
                         AND     C.CAS_SSN         =  X.XRX_SSN
                         AND     C.CAS_SRC_ID      =  X.XRX_CIVIL_ID
                         AND     C.CAS_SRC_REASON  =  X.XRX_REASON
                         AND     C.CAS_SRC_DATE    =  X.XRX_POST_DATE)
                ORDER BY X.XRX_SSN , X.XRX_CIVIL_ID
           END-EXEC.

           EXEC SQL
                OPEN XRX-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1310-FETCH-XREF-EXC
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE XRX-CURSOR
           END-EXEC.

       B1300-INTAKE-XREF-EXC-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1310-FETCH-XREF-EXC                           *
      *****************************************************************

       B1310-FETCH-XREF-EXC SECTION.

           EXEC SQL
                FETCH XRX-CURSOR
                INTO  :T-CAS-SSN ,
                      :T-CAS-SRC-ID ,
                      :T-CAS-SRC-REASON ,
                      :T-CAS-SRC-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1310-FETCH-XREF-EXC-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1310-FETCH-XREF-EXC-EXIT
           END-IF.

           PERFORM C1000-OPEN-CASE.

       B1310-FETCH-XREF-EXC-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1400-INTAKE-VOL-COLL-EXC                      *
      *****************************************************************
      *    ONE CASE PER OPEN VOLUNTARY COLLECTION EXCEPTION, KEYED BY *
      *    ITS RECORD SEQUENCE AND POST DATE.  THE SSN AS RECEIVED    *
      *    IS CARRIED WHEN IT IS NUMERIC.                             *
      *****************************************************************

       B1400-INTAKE-VOL-COLL-EXC SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_WRK_VOL_COLL_EXC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE VCX-CURSOR CURSOR WITH HOLD FOR
                SELECT   V.VCX_SEQ ,
                         V.VCX_SSN ,
                         V.VCX_REASON ,
                         V.VCX_POST_DATE
                FROM     ST_WRK_VOL_COLL_EXC  V
                WHERE    V.VCX_STATUS  =  ' '
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CASE  C
                         WHERE   C.CAS_TYPE      =  'VCOL'
                         AND     C.CAS_SRC_ID    =  V.VCX_SEQ
                         AND     C.CAS_SRC_DATE  =  V.VCX_POST_DATE)
                ORDER BY V.VCX_POST_DATE , V.VCX_SEQ
           END-EXEC.

           EXEC SQL
                OPEN VCX-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1410-FETCH-VOL-COLL-EXC
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE VCX-CURSOR
           END-EXEC.

       B1400-INTAKE-VOL-COLL-EXC-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1410-FETCH-VOL-COLL-EXC                       *
      *****************************************************************

       B1410-FETCH-VOL-COLL-EXC SECTION.

           EXEC SQL
                FETCH VCX-CURSOR
                INTO  :T-CAS-SRC-ID ,
                      :T-SRC-SSN-X ,
                      :T-CAS-SRC-REASON ,
                      :T-CAS-SRC-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1410-FETCH-VOL-COLL-EXC-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1410-FETCH-VOL-COLL-EXC-EXIT
           END-IF.

           IF  T-SRC-SSN-X  NUMERIC
               MOVE  T-SRC-SSN-9  TO  T-CAS-SSN
           ELSE
               MOVE  ZEROES       TO  T-CAS-SSN.

           PERFORM C1000-OPEN-CASE.

       B1410-FETCH-VOL-COLL-EXC-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1500-INTAKE-BANK-COLL-EXC                     *
      *****************************************************************
      *    ONE CASE PER OPEN BANK COLLECTION EXCEPTION, KEYED BY ITS  *
      *    RECORD SEQUENCE AND POST DATE.  THESE ARE EMPLOYER         *
      *    CREDITS AND CARRY NO MEMBER SSN.                           *
      *****************************************************************

       B1500-INTAKE-BANK-COLL-EXC SECTION.

           MOVE 'N'     TO  W-EOF-SW.
           MOVE  ZEROES TO  T-CAS-SSN.

           MOVE 'ST_WRK_BANK_COLL_EXC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE BCX-CURSOR CURSOR WITH HOLD FOR
                SELECT   B.BCX_SEQ ,
                         B.BCX_REASON ,
                         B.BCX_POST_DATE
                FROM     ST_WRK_BANK_COLL_EXC  B
                WHERE    B.BCX_STATUS  =  ' '
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CASE  C
                         WHERE   C.CAS_TYPE      =  'BCOL'
                         AND     C.CAS_SRC_ID    =  B.BCX_SEQ
                         AND     C.CAS_SRC_DATE  =  B.BCX_POST_DATE)
                ORDER BY B.BCX_POST_DATE , B.BCX_SEQ
           END-EXEC.

           EXEC SQL
                OPEN BCX-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1510-FETCH-BANK-COLL-EXC
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE BCX-CURSOR
           END-EXEC.

       B1500-INTAKE-BANK-COLL-EXC-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1510-FETCH-BANK-COLL-EXC                      *
      *****************************************************************

       B1510-FETCH-BANK-COLL-EXC SECTION.

           EXEC SQL
                FETCH BCX-CURSOR
                INTO  :T-CAS-SRC-ID ,
                      :T-CAS-SRC-REASON ,
                      :T-CAS-SRC-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1510-FETCH-BANK-COLL-EXC-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1510-FETCH-BANK-COLL-EXC-EXIT
           END-IF.

           PERFORM C1000-OPEN-CASE.

       B1510-FETCH-BANK-COLL-EXC-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1600-INTAKE-LICENSE-EVENT                     *
      *****************************************************************
      *    SMR#98312: ONE EMPLOYER REVIEW CASE PER OPEN LICENSE       *
      *    EVENT POSTED BY THE OBSSS697 COMMERCIAL REGISTRY FEED,     *
      *    KEYED BY THE EMPLOYER REGISTRATION, THE EVENT AND ITS      *
      *    POST DATE.  LIKE THE BANK EXCEPTIONS THEY CARRY NO SSN.    *
      *****************************************************************

98312  B1600-INTAKE-LICENSE-EVENT SECTION.

98312      MOVE 'N'     TO  W-EOF-SW.
98312      MOVE  ZEROES TO  T-CAS-SSN.

98312      MOVE 'ST_WRK_ER_LICENSE'  TO  W-EIBDS.

98312      EXEC SQL
98312           DECLARE ELW-CURSOR CURSOR WITH HOLD FOR
98312           SELECT   L.ELW_REG_NUM ,
98312                    L.ELW_EVENT ,
98312                    L.ELW_POST_DATE
98312           FROM     ST_WRK_ER_LICENSE  L
98312           WHERE    L.ELW_STATUS  =  ' '
98312           AND      NOT EXISTS
98312                   (SELECT  1
98312                    FROM    ST_WRK_CASE  C
98312                    WHERE   C.CAS_TYPE        =  'LICN'
98312                    AND     C.CAS_SRC_ID      =  L.ELW_REG_NUM
98312                    AND     C.CAS_SRC_REASON  =  L.ELW_EVENT
98312                    AND     C.CAS_SRC_DATE    =  L.ELW_POST_DATE)
98312           ORDER BY L.ELW_POST_DATE , L.ELW_REG_NUM
98312      END-EXEC.

98312      EXEC SQL
98312           OPEN ELW-CURSOR
98312      END-EXEC.

98312      PERFORM DB2-ERROR.

98312      PERFORM B1610-FETCH-LICENSE-EVENT
98312          UNTIL  W-CURSOR-EOF.

98312      EXEC SQL
98312           CLOSE ELW-CURSOR
98312      END-EXEC.

98312  B1600-INTAKE-LICENSE-EVENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1610-FETCH-LICENSE-EVENT                      *
      *****************************************************************

98312  B1610-FETCH-LICENSE-EVENT SECTION.

98312      EXEC SQL
98312           FETCH ELW-CURSOR
98312           INTO  :T-CAS-SRC-ID ,
98312                 :T-CAS-SRC-REASON ,
98312                 :T-CAS-SRC-DATE
98312      END-EXEC
98312      PERFORM S0980-COUNT-ROW-READ.

98312      IF  SQLCODE  EQUAL TO  +100
98312          MOVE 'Y'  TO  W-EOF-SW
98312          GO TO B1610-FETCH-LICENSE-EVENT-EXIT
98312      END-IF.

98312      IF  SQLCODE  NOT EQUAL TO  +0
98312          PERFORM DB2-ERROR
98312          MOVE 'Y'  TO  W-EOF-SW
98312          GO TO B1610-FETCH-LICENSE-EVENT-EXIT
98312      END-IF.

98312      PERFORM C1000-OPEN-CASE.

98312  B1610-FETCH-LICENSE-EVENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C1000-OPEN-CASE                                *
      *****************************************************************
      *    I IS THE CASE TYPE OF THE INTAKE PASS.  THE CASE IS DUE    *
      *    THE TYPE'S TARGET IN DAYS AFTER THE WORKLIST ROW WAS       *
      *    POSTED (AFTER TODAY WHEN THE ROW CARRIES NO DATE).  IT     *
      *    OPENS UNASSIGNED (' ') WITH ITS OPENING NOTE.              *
      *****************************************************************

       C1000-OPEN-CASE SECTION.

           MOVE  K-TYPE-CODE (I)  TO  T-CAS-TYPE.
           MOVE  W-NEXT-CASE-ID   TO  T-CAS-ID.

           IF  T-CAS-SRC-DATE  NOT NUMERIC
               MOVE  W-TODAY-DATE  TO  T-CAS-SRC-DATE
           END-IF.

           COMPUTE  T-CAS-DUE-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (T-CAS-SRC-DATE-9)
                                         +  W-TYPE-SLA-DAYS (I)).

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_CASE
                     (CAS_ID,            CAS_TYPE,
                      CAS_SSN,           CAS_SRC_ID,
                      CAS_SRC_REASON,    CAS_SRC_DATE,
                      CAS_OPEN_DATE,     CAS_DUE_DATE,
                      CAS_CLERK,         CAS_STATUS,
                      CAS_RESOLUTION,    CAS_ESC_SW,
                      CAS_ESC_TO,        CAS_ESC_DATE,
                      CAS_CLOSE_DATE,    CAS_CLOSE_CLERK)
                VALUES
                     (:T-CAS-ID,         :T-CAS-TYPE,
                      :T-CAS-SSN,        :T-CAS-SRC-ID,
                      :T-CAS-SRC-REASON, :T-CAS-SRC-DATE,
                      :W-TODAY-DATE,     :T-CAS-DUE-DATE,
                      ' ',               ' ',
                      ' ',               ' ',
                      ' ',               ' ',
                      ' ',               ' ')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  K-ACT-OPEN      TO  T-CSN-ACTION.
           MOVE  T-CAS-DUE-DATE  TO  W-NOP-DUE-DATE.
           MOVE  W-NOTE-OPEN     TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1  TO  W-NEXT-CASE-ID.
           ADD  1  TO  W-OPEN-COUNT.
           ADD  1  TO  W-TYPE-OPENED (I).

       C1000-OPEN-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B2000-AGE-CASES                                *
      *****************************************************************
      *    EVERY CASE NOT YET CLOSED, INCLUDING THE ONES JUST OPENED, *
      *    EARLIEST DUE FIRST.                                        *
      *****************************************************************

       B2000-AGE-CASES SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CAS-CURSOR CURSOR WITH HOLD FOR
                SELECT   CAS_ID ,
                         CAS_TYPE ,
                         CAS_SSN ,
                         CAS_SRC_ID ,
                         CAS_SRC_REASON ,
                         CAS_SRC_DATE ,
                         CAS_DUE_DATE ,
                         CAS_CLERK ,
                         CAS_ESC_SW
                FROM     ST_WRK_CASE
                WHERE    CAS_STATUS  <>  'C'
                ORDER BY CAS_DUE_DATE , CAS_ID
           END-EXEC.

           EXEC SQL
                OPEN CAS-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B2010-FETCH-CASE
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE CAS-CURSOR
           END-EXEC.

       B2000-AGE-CASES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B2010-FETCH-CASE                               *
      *****************************************************************

       B2010-FETCH-CASE SECTION.

           EXEC SQL
                FETCH CAS-CURSOR
                INTO  :T-CAS-ID ,
                      :T-CAS-TYPE ,
                      :T-CAS-SSN ,
                      :T-CAS-SRC-ID ,
                      :T-CAS-SRC-REASON ,
                      :T-CAS-SRC-DATE ,
                      :T-CAS-DUE-DATE ,
                      :T-CAS-CLERK ,
                      :T-CAS-ESC-SW
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B2010-FETCH-CASE-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B2010-FETCH-CASE-EXIT
           END-IF.

           PERFORM C2000-AGE-CASE.

       B2010-FETCH-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2000-AGE-CASE                                 *
      *****************************************************************
      *    A CASE WHOSE WORKLIST ROW HAS BEEN MOVED ON IS CLOSED;     *
      *    OTHERWISE AN OVERDUE CASE IS ESCALATED ONCE.               *
      *****************************************************************

       C2000-AGE-CASE SECTION.

           SET  K-TYPE-NDX  TO  1.
           SEARCH  K-TYPE-ENTRY
               AT END
                   GO TO C2000-AGE-CASE-EXIT
               WHEN  K-TYPE-CODE (K-TYPE-NDX)  EQUAL TO  T-CAS-TYPE
                   SET  I  TO  K-TYPE-NDX.

           PERFORM C2100-CHECK-SOURCE.

           IF  T-SRC-OPEN-COUNT  EQUAL TO  ZERO
               PERFORM C2200-AUTO-CLOSE
               GO TO C2000-AGE-CASE-EXIT
           END-IF.

           IF  T-CAS-DUE-DATE  NOT LESS THAN  W-TODAY-DATE  OR
               T-CAS-ESC-SW  EQUAL TO  'Y'
               GO TO C2000-AGE-CASE-EXIT
           END-IF.

           IF  W-TYPE-SUPERVISOR (I)  EQUAL TO  SPACES
               PERFORM C2400-REPORT-OVERDUE
           ELSE
               PERFORM C2300-ESCALATE.

       C2000-AGE-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2100-CHECK-SOURCE                             *
      *****************************************************************
      *    COUNTS THE CASE'S WORKLIST ROW WHILE IT IS STILL OPEN.     *
      *    ORP1576P MARKS THE ROW 'X' WHEN IT CLOSES THE CASE; ANY    *
      *    OTHER STATUS, OR NO ROW, MEANS IT HAS BEEN WORKED ELSE-    *
      *    WHERE.                                                     *
      *****************************************************************

       C2100-CHECK-SOURCE SECTION.

           MOVE  ZERO  TO  T-SRC-OPEN-COUNT.

           IF  T-CAS-STLM
               MOVE 'ST_WRK_SETTLEMENT'  TO  W-EIBDS
               EXEC SQL
                    SELECT  COUNT(*)
                    INTO   :T-SRC-OPEN-COUNT
                    FROM    ST_WRK_SETTLEMENT
                    WHERE   STL_SSN     =  :T-CAS-SSN
                    AND     STL_STATUS  =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C2100-CHECK-SOURCE-EXIT
           END-IF.

           IF  T-CAS-PRER
               MOVE 'ST_WRK_PRE_RETIRE'  TO  W-EIBDS
               EXEC SQL
                    SELECT  COUNT(*)
                    INTO   :T-SRC-OPEN-COUNT
                    FROM    ST_WRK_PRE_RETIRE
                    WHERE   PRT_SSN     =  :T-CAS-SSN
                    AND     PRT_STATUS  =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C2100-CHECK-SOURCE-EXIT
           END-IF.

           IF  T-CAS-AGEO
               MOVE 'ST_WRK_DEP_AGEOUT'  TO  W-EIBDS
               EXEC SQL
                    SELECT  COUNT(*)
                    INTO   :T-SRC-OPEN-COUNT
                    FROM    ST_WRK_DEP_AGEOUT
                    WHERE   AGO_SSN           =  :T-CAS-SSN
                    AND     AGO_DEP_CIVIL_ID  =  :T-CAS-SRC-ID
                    AND     AGO_POST_DATE     =  :T-CAS-SRC-DATE
                    AND     AGO_STATUS        =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C2100-CHECK-SOURCE-EXIT
           END-IF.

           IF  T-CAS-XREF
               MOVE 'ST_WRK_XREF_EXC'  TO  W-EIBDS
               EXEC SQL
                    SELECT  COUNT(*)
                    INTO   :T-SRC-OPEN-COUNT
                    FROM    ST_WRK_XREF_EXC
                    WHERE   XRX_SSN        =  :T-CAS-SSN
                    AND     XRX_CIVIL_ID   =  :T-CAS-SRC-ID
                    AND     XRX_REASON     =  :T-CAS-SRC-REASON
                    AND     XRX_POST_DATE  =  :T-CAS-SRC-DATE
                    AND     XRX_STATUS     =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C2100-CHECK-SOURCE-EXIT
           END-IF.

           IF  T-CAS-VCOL
               MOVE 'ST_WRK_VOL_COLL_EXC'  TO  W-EIBDS
               EXEC SQL
                    SELECT  COUNT(*)
                    INTO   :T-SRC-OPEN-COUNT
                    FROM    ST_WRK_VOL_COLL_EXC
                    WHERE   VCX_SEQ        =  :T-CAS-SRC-ID
                    AND     VCX_POST_DATE  =  :T-CAS-SRC-DATE
                    AND     VCX_STATUS     =  ' '
               END-EXEC
               PERFORM DB2-ERROR
               GO TO C2100-CHECK-SOURCE-EXIT
           END-IF.

           IF  T-CAS-BCOL
               MOVE 'ST_WRK_BANK_COLL_EXC'  TO  W-EIBDS
               EXEC SQL
                    SELECT  COUNT(*)
                    INTO   :T-SRC-OPEN-COUNT
                    FROM    ST_WRK_BANK_COLL_EXC
                    WHERE   BCX_SEQ        =  :T-CAS-SRC-ID
                    AND     BCX_POST_DATE  =  :T-CAS-SRC-DATE
                    AND     BCX_STATUS     =  ' '
               END-EXEC
               PERFORM DB2-ERROR
98312          GO TO C2100-CHECK-SOURCE-EXIT
           END-IF.

98312      IF  T-CAS-LICN
98312          MOVE 'ST_WRK_ER_LICENSE'  TO  W-EIBDS
98312          EXEC SQL
98312               SELECT  COUNT(*)
98312               INTO   :T-SRC-OPEN-COUNT
98312               FROM    ST_WRK_ER_LICENSE
98312               WHERE   ELW_REG_NUM    =  :T-CAS-SRC-ID
98312               AND     ELW_EVENT      =  :T-CAS-SRC-REASON
98312               AND     ELW_POST_DATE  =  :T-CAS-SRC-DATE
98312               AND     ELW_STATUS     =  ' '
98312          END-EXEC
98312          PERFORM DB2-ERROR
98312      END-IF.

       C2100-CHECK-SOURCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2200-AUTO-CLOSE                               *
      *****************************************************************

       C2200-AUTO-CLOSE SECTION.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_CASE
                SET     CAS_STATUS       =  'C',
                        CAS_RESOLUTION   =  :K-RESO-SOURCE,
                        CAS_CLOSE_DATE   =  :W-TODAY-DATE,
                        CAS_CLOSE_CLERK  =  :K-CASE-CLERK
                WHERE   CAS_ID      =  :T-CAS-ID
                AND     CAS_STATUS  <>  'C'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  K-ACT-CLOSE   TO  T-CSN-ACTION.
           MOVE  W-NOTE-CLOSE  TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1  TO  W-CLOSE-COUNT.
           ADD  1  TO  W-TYPE-CLOSED (I).

           MOVE  K-ACT-CLOSE  TO  W-PRT-ACTION.
           PERFORM S0200-PRINT-CASE-LINE.

       C2200-AUTO-CLOSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2300-ESCALATE                                 *
      *****************************************************************
      *    THE CASE IS HANDED TO THE TYPE'S SECTION SUPERVISOR; IT    *
      *    STAYS WITH ITS CLERK AND IS NOT ESCALATED AGAIN.           *
      *****************************************************************

       C2300-ESCALATE SECTION.

           MOVE  W-TYPE-SUPERVISOR (I)  TO  T-CAS-ESC-TO.

           MOVE 'ST_WRK_CASE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_CASE
                SET     CAS_ESC_SW    =  'Y',
                        CAS_ESC_TO    =  :T-CAS-ESC-TO,
                        CAS_ESC_DATE  =  :W-TODAY-DATE
                WHERE   CAS_ID      =  :T-CAS-ID
                AND     CAS_STATUS  <>  'C'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  K-ACT-ESCALATE   TO  T-CSN-ACTION.
           MOVE  T-CAS-DUE-DATE   TO  W-NES-DUE-DATE.
           MOVE  T-CAS-ESC-TO     TO  W-NES-SUPERVISOR.
           MOVE  W-NOTE-ESCALATE  TO  T-CSN-TEXT.
           PERFORM S0900-WRITE-CASE-NOTE.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

           ADD  1  TO  W-ESCALATE-COUNT.
           ADD  1  TO  W-TYPE-ESCALATED (I).

           MOVE  K-ACT-ESCALATE  TO  W-PRT-ACTION.
           PERFORM S0200-PRINT-CASE-LINE.
           MOVE 'ESCALATED TO'        TO  PRT-DTL-NOTE.
           MOVE  T-CAS-ESC-TO         TO  PRT-DTL-NOTE (14:3).
           PERFORM S0100-WRITE-PRINT-LINE.

       C2300-ESCALATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2400-REPORT-OVERDUE                           *
      *****************************************************************
      *    NO SUPERVISOR IS SET FOR THE TYPE, SO THE CASE CANNOT BE   *
      *    ESCALATED; IT IS REPORTED UNTIL ONE IS.                    *
      *****************************************************************

       C2400-REPORT-OVERDUE SECTION.

           ADD  1  TO  W-OVERDUE-COUNT.
           ADD  1  TO  W-TYPE-OVERDUE (I).

           MOVE  K-ACT-OVERDUE  TO  W-PRT-ACTION.
           PERFORM S0200-PRINT-CASE-LINE.
           MOVE 'NO SUPERVISOR FOR TYPE'  TO  PRT-DTL-NOTE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C2400-REPORT-OVERDUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0050-PRINT-HEADING                            *
      *****************************************************************

       D0050-PRINT-HEADING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'RUN DATE                  :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-DATE                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-COLUMN-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0050-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-PRINT-TOTALS                             *
      *****************************************************************

       D0400-PRINT-TOTALS SECTION.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-TYPE-HEADING     TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM D0410-PRINT-TYPE-LINE
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  C-MAX-TYPES.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CASES OPENED              :'  TO  PRT-CAPTION.
           MOVE  W-OPEN-COUNT                  TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CASES CLOSED AT SOURCE    :'  TO  PRT-CAPTION.
           MOVE  W-CLOSE-COUNT                 TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CASES ESCALATED           :'  TO  PRT-CAPTION.
           MOVE  W-ESCALATE-COUNT              TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'OVERDUE - NO SUPERVISOR   :'  TO  PRT-CAPTION.
           MOVE  W-OVERDUE-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0400-PRINT-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0410-PRINT-TYPE-LINE                          *
      *****************************************************************

       D0410-PRINT-TYPE-LINE SECTION.

           MOVE ' '                      TO  PRT-LINE-CC.
           MOVE  SPACES                  TO  PRT-LINE-TEXT.
           MOVE  K-TYPE-CODE (I)         TO  PRT-TYP-CODE.
           MOVE  K-TYPE-DESC (I)         TO  PRT-TYP-DESC.
           MOVE  W-TYPE-SLA-DAYS (I)     TO  PRT-TYP-SLA-DAYS.
           MOVE  W-TYPE-SUPERVISOR (I)   TO  PRT-TYP-SUPERVISOR.
           MOVE  W-TYPE-OPENED (I)       TO  PRT-TYP-OPENED.
           MOVE  W-TYPE-CLOSED (I)       TO  PRT-TYP-CLOSED.
           MOVE  W-TYPE-ESCALATED (I)    TO  PRT-TYP-ESCALATED.
           MOVE  W-TYPE-OVERDUE (I)      TO  PRT-TYP-OVERDUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0410-PRINT-TYPE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('CASEAGE ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'CASEAGE '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-LINE-SEQ        TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PRT-LINE-REC        TO  W-RPL-REC-LEN
98304      MOVE  PRT-LINE-REC                  TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0100-WRITE-PRINT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0200-PRINT-CASE-LINE                          *
      *****************************************************************
      *    FILLS THE DETAIL LINE FOR THE CASE IN HAND; THE CALLER HAS *
      *    SET W-PRT-ACTION.  THE CLOSE LINE IS WRITTEN HERE; THE     *
      *    CALLER ADDS ITS OWN NOTE AND WRITES THE OTHERS.            *
      *****************************************************************

       S0200-PRINT-CASE-LINE SECTION.

           MOVE ' '                TO  PRT-LINE-CC.
           MOVE  SPACES            TO  PRT-LINE-TEXT.
           MOVE  W-PRT-ACTION      TO  PRT-DTL-ACTION.
           MOVE  T-CAS-ID          TO  PRT-DTL-CASE-ID.
           MOVE  T-CAS-TYPE        TO  PRT-DTL-TYPE.
           MOVE  T-CAS-SSN         TO  PRT-DTL-SSN.
           MOVE  T-CAS-DUE-DATE    TO  PRT-DTL-DUE-DATE.
           MOVE  T-CAS-CLERK       TO  PRT-DTL-CLERK.

           IF  W-PRT-ACTION  EQUAL TO  K-ACT-CLOSE
               MOVE 'WORKLIST ROW MOVED ON'  TO  PRT-DTL-NOTE
               PERFORM S0100-WRITE-PRINT-LINE
           END-IF.

       S0200-PRINT-CASE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0900-WRITE-CASE-NOTE                          *
      *****************************************************************
      *    ONE ST_HST_CASE_NOTE ROW FOR THE CASE IN HAND UNDER THE    *
      *    BATCH CLERK.  THE CALLER SETS THE ACTION AND TEXT.         *
      *****************************************************************

       S0900-WRITE-CASE-NOTE SECTION.

           MOVE 'ST_HST_CASE_NOTE'  TO  W-EIBDS.
           MOVE FUNCTION CURRENT-DATE(1:14)  TO  W-CSN-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_HST_CASE_NOTE
                     (CSN_CASE_ID,     CSN_ACTION,
                      CSN_CLERK,       CSN_TEXT,
                      CSN_POST_DATE,   CSN_POST_TIME)
                VALUES
                     (:T-CAS-ID,        :T-CSN-ACTION,
                      :K-CASE-CLERK,    :T-CSN-TEXT,
                      :W-CSN-DATE,      :W-CSN-TIME)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       S0900-WRITE-CASE-NOTE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0970-START-RUN-STATS                          *
      *****************************************************************
      *    THIS SECTION OPENS THIS PROGRAM'S ST_BAT_RUN_LOG ROW FOR   *
      *    THE BUSINESS DATE THROUGH OBSSS684, WHICH COMMITS IT, AND  *
      *    ZEROES THE ROW COUNTS KEPT DURING THE RUN.  THE RUN IS     *
      *    TAKEN AS COMPLETED UNLESS IT SAYS OTHERWISE BY THE END.    *
      *****************************************************************

98303  S0970-START-RUN-STATS SECTION.

98303      MOVE 'OBSSS683'  TO  X684-PROGRAM.
98303      MOVE 'S'         TO  X684-FUNCTION.
98303      MOVE 'C'         TO  X684-END-STATUS.
98303      MOVE  ZEROES     TO  X684-ROWS-READ
98303                           X684-ROWS-WRITTEN
98303                           X684-ROWS-REJECTED.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0970-START-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0975-END-RUN-STATS                            *
      *****************************************************************
      *    THIS SECTION CLOSES THIS PROGRAM'S ST_BAT_RUN_LOG ROW      *
      *    THROUGH OBSSS684 WITH THE END TIME, THE ROW COUNTS AND     *
      *    THE END STATUS.  IT RUNS FROM THE MAINLINE EXIT, SO EVERY  *
      *    NORMAL WAY OUT OF THE PROGRAM IS RECORDED.                 *
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

98303      MOVE 'E'         TO  X684-FUNCTION.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0975-END-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0980-COUNT-ROW-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A ROW FETCHED FROM A DB2 CURSOR.       *
      *****************************************************************

98303  S0980-COUNT-ROW-READ SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0980-COUNT-ROW-READ-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0985-COUNT-ROWS-WRITTEN                       *
      *****************************************************************
      *    THIS SECTION COUNTS THE ROWS INSERTED, UPDATED OR DELETED  *
      *    BY THE LAST SQL STATEMENT, AS DB2 REPORTS THEM IN SQLERRD. *
      *****************************************************************

98303  S0985-COUNT-ROWS-WRITTEN SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  SQLERRD (3)  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0985-COUNT-ROWS-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0986-COUNT-REC-WRITTEN                        *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD WRITTEN, REWRITTEN OR DELETED *
      *    ON A FILE, REPORT LINES INCLUDED.                          *
      *****************************************************************

98303  S0986-COUNT-REC-WRITTEN SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0986-COUNT-REC-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0990-ARCHIVE-REPORT-LINE                      *
      *****************************************************************
      *    THIS SECTION KEEPS THE REPORT LINE JUST WRITTEN ON         *
      *    ST_RPT_ARCHIVE_LINE UNDER THE REPORT, THE RUN BUSINESS     *
      *    DATE OBSSS684 RETURNED AT START AND THIS JOB, WITHOUT THE  *
      *    SEQUENCE KEY AT THE FRONT OF THE RECORD.  OBSSS684 INDEXES *
      *    THE LINES ON ST_RPT_ARCHIVE WHEN THE RUN ENDS.  THE        *
      *    CALLER'S SQLCA IS PUT BACK AFTERWARDS, SO A CALLER THAT    *
      *    TESTS SQLCODE AFTER ITS WRITE STILL SEES ITS OWN RESULT.   *
      *****************************************************************

98304  S0990-ARCHIVE-REPORT-LINE SECTION.

98304      IF  EIBRESP  NOT EQUAL TO  DFHRESP(NORMAL)
98304          GO TO S0990-ARCHIVE-REPORT-LINE-EXIT
98304      END-IF.

98304      MOVE  SQLCA    TO  W-RPL-SQLCA-SAVE.
98304      MOVE  W-EIBDS  TO  W-RPL-EIBDS-SAVE.
98304      ADD   1        TO  T-RPL-LINE-NO.

98304      IF  W-RPL-REC-LEN  GREATER THAN  LENGTH OF W-RPL-IMAGE
98304          MOVE  LENGTH OF W-RPL-IMAGE  TO  W-RPL-REC-LEN
98304      END-IF.

98304      COMPUTE  T-RPL-TEXT-LEN  =  W-RPL-REC-LEN  -  W-RPL-KEY-LEN.

98304      IF  T-RPL-TEXT-LEN  GREATER THAN  LENGTH OF T-RPL-TEXT-DATA
98304          MOVE  LENGTH OF T-RPL-TEXT-DATA  TO  T-RPL-TEXT-LEN
98304      END-IF.

98304      MOVE  W-RPL-IMAGE (W-RPL-KEY-LEN + 1 : T-RPL-TEXT-LEN)
98304                                    TO  T-RPL-TEXT-DATA.

98304      MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

98304      EXEC SQL
98304           INSERT INTO ST_RPT_ARCHIVE_LINE
98304                (RPL_REPORT,       RPL_RUN_DATE,
98304                 RPL_JOB,          RPL_LINE_NO,
98304                 RPL_TEXT)
98304           VALUES
98304                (:T-RPL-REPORT,    :X684-BUS-DATE,
98304                 :X684-PROGRAM,    :T-RPL-LINE-NO,
98304                 :T-RPL-TEXT)
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304      MOVE  W-RPL-SQLCA-SAVE  TO  SQLCA.
98304      MOVE  W-RPL-EIBDS-SAVE  TO  W-EIBDS.

98304  S0990-ARCHIVE-REPORT-LINE-EXIT.  EXIT.
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
               MOVE T-CAS-SSN            TO  ORSS0400-SSN
               MOVE '1683'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
