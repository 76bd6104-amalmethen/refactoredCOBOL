       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        SEGREGATION-OF-DUTIES REPORT ROUTINE OBSSS686          *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS686.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS686 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX, THAT COMPLEMENTS THE     *
      *                OBSSS646 ACCESS-REVIEW LISTING WITH A          *
      *                SEGREGATION-OF-DUTIES ANALYSIS ON THE SODRPT   *
      *                REPORT:                                        *
      *                                                               *
      *                - GRANTS: EVERY CLERK OR ROLE THAT HOLDS BOTH  *
      *                  SIDES OF A CONFLICTING FUNCTION PAIR ON      *
      *                  ST_CTL_SOD_CONFLICT (MAINTAINED ON ORP1547P).*
      *                  A CLERK'S GRANTS ARE ITS OWN MATRIX ROWS     *
      *                  PLUS ITS ROLE'S, THE WAY OBSSS645 SEES THEM. *
      *                - ACTIVITY: OVER THE PREVIOUS CALENDAR MONTH,  *
      *                  EVERY CASE WHERE ONE CLERK BOTH ORIGINATED   *
      *                  AND APPROVED RELATED WORK FOR THE SAME SSN - *
      *                    POST  A DIVERTED POSTING RELEASED ON       *
      *                          ORP1524P BY THE CLERK WHO KEYED IT   *
      *                    RFND  A REFUND VERIFIED AND APPROVED, OR   *
      *                          VERIFIED AND ITS POSTING RELEASED,   *
      *                          BY THE SAME CLERK                    *
      *                    RVSL  A REVERSAL OR CHEQUE VOID POSTED BY  *
      *                          THE CLERK WHO POSTED THE ORIGINAL    *
      *                    BANK  A BANK-DETAIL CHANGE RELEASED EARLY  *
      *                          FROM COOL-OFF ON ORP1575P BY THE     *
      *                          CLERK WHO KEYED IT                   *
      *                - TOTALS FOR EACH KIND OF FINDING.             *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_CTL_SOD_CONFLICT   (DB2 CONTROL TABLE)  *
      *                    ST_MST_AUTH_MATRIX    (DB2 CONTROL TABLE)  *
      *                    ST_MST_CLERK_ROLE     (DB2 CONTROL TABLE)  *
      *                    ST_ACCTG_PENDING_APPR (DB2 TABLE)          *
      *                    ST_WRK_REFUND         (DB2 TABLE)          *
      *                    ST_HST_GL_TRANSACTION (DB2 TABLE)          *
      *                    ST_WRK_BANK_COOLOFF   (DB2 TABLE)          *
      *                    ST_MST_BANK_PAY       (DB2 TABLE)          *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - SODRPT LINE PER CONFLICTING GRANT AND PER         *
      *             ACTIVITY FINDING, THEN THE TOTALS.                *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     LINE.                                     *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-685. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98305 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS686'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.

      *****************************************************************
      *        ACTIVITY WINDOW - THE PREVIOUS CALENDAR MONTH:         *
      *        W-MONTH-FROM <= DATE < W-MONTH-TO (YYYYMMDD).          *
      *****************************************************************

       01  W-MONTH-TO                  PIC X(08).
       01  W-MONTH-TO-R REDEFINES W-MONTH-TO.
           05  W-MONTH-TO-YYYY         PIC 9(04).
           05  W-MONTH-TO-MM           PIC 9(02).
           05  W-MONTH-TO-DD           PIC 9(02).
       01  W-MONTH-FROM                PIC X(08).
       01  W-MONTH-FROM-R REDEFINES W-MONTH-FROM.
           05  W-MONTH-FROM-YYYY       PIC 9(04).
           05  W-MONTH-FROM-MM         PIC 9(02).
           05  W-MONTH-FROM-DD         PIC 9(02).

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-SOD-SUBJECT               PIC X(08).
       01  T-SOD-TRAN-A                PIC X(04).
       01  T-SOD-FUNC-A                PIC X(01).
       01  T-SOD-TRAN-B                PIC X(04).
       01  T-SOD-FUNC-B                PIC X(01).

       01  T-ACT-TYPE                  PIC X(04).
       01  T-ACT-CLERK                 PIC X(03).
       01  T-ACT-SSN                   PIC X(11).
       01  T-ACT-DATE                  PIC X(08).
       01  T-ACT-TRAN                  PIC X(04).

      *****************************************************************
      *              FINDING COUNTS                                   *
      *****************************************************************

       01  W-COUNTS.
           05  W-CNT-GRANT             PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-POST              PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-RFND              PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-RVSL              PIC S9(07) COMP-3 VALUE +0.
           05  W-CNT-BANK              PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  SODRPT-REC.
           05  SRP-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SRP-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SRP-DETAIL              PIC X(45).
           05  SRP-GRANT-DETAIL REDEFINES SRP-DETAIL.
               10  SRP-SUBJECT         PIC X(08).
               10  FILLER              PIC X(01).
               10  SRP-TRAN-A          PIC X(04).
               10  FILLER              PIC X(01).
               10  SRP-FUNC-A          PIC X(01).
               10  FILLER              PIC X(03).
               10  SRP-TRAN-B          PIC X(04).
               10  FILLER              PIC X(01).
               10  SRP-FUNC-B          PIC X(01).
               10  FILLER              PIC X(21).
           05  SRP-ACT-DETAIL REDEFINES SRP-DETAIL.
               10  SRP-ACT-CLERK       PIC X(03).
               10  FILLER              PIC X(01).
               10  SRP-ACT-SSN         PIC X(11).
               10  FILLER              PIC X(01).
               10  SRP-ACT-TRAN        PIC X(04).
               10  FILLER              PIC X(01).
               10  SRP-ACT-DATE        PIC X(08).
               10  FILLER              PIC X(16).
           05  SRP-TOTAL-DETAIL REDEFINES SRP-DETAIL.
               10  SRP-TOT-LABEL       PIC X(30).
               10  SRP-TOT-COUNT       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(08).

       01  W-SRP-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA                       *
      *****************************************************************

       01  X684-RUN-STATS-AREA.
           COPY OBC684CA.

      *****************************************************************
      *        REPORT ARCHIVE LINE                                    *
      *****************************************************************

       01  T-RPL-REPORT                PIC X(08).
       01  T-RPL-LINE-NO               PIC S9(09) COMP VALUE +0.
       01  T-RPL-TEXT.
           49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
           49  T-RPL-TEXT-DATA         PIC X(133).
       01  W-RPL-IMAGE                 PIC X(250).
       01  W-RPL-KEY-LEN               PIC S9(04) COMP.
       01  W-RPL-REC-LEN               PIC S9(04) COMP.
       01  W-RPL-SQLCA-SAVE            PIC X(136).
       01  W-RPL-EIBDS-SAVE            PIC X(30).

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

           PERFORM B0000-SET-WINDOW.
           PERFORM C0000-LIST-GRANT-CONFLICTS.
           PERFORM D0000-LIST-ACTIVITY.
           PERFORM E0000-WRITE-TOTALS.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-SET-WINDOW                               *
      *****************************************************************
      *    THE ACTIVITY WINDOW IS THE CALENDAR MONTH BEFORE THE ONE   *
      *    HOLDING THE RUN BUSINESS DATE OBSSS684 RETURNED AT START.  *
      *****************************************************************

       B0000-SET-WINDOW SECTION.

           MOVE  X684-BUS-DATE   TO  W-MONTH-TO.
           MOVE  01              TO  W-MONTH-TO-DD.
           MOVE  W-MONTH-TO      TO  W-MONTH-FROM.

           IF  W-MONTH-TO-MM  EQUAL TO  01
               MOVE  12  TO  W-MONTH-FROM-MM
               SUBTRACT  1  FROM  W-MONTH-FROM-YYYY
           ELSE
               SUBTRACT  1  FROM  W-MONTH-FROM-MM.

       B0000-SET-WINDOW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-LIST-GRANT-CONFLICTS                     *
      *****************************************************************
      *    A SUBJECT'S EFFECTIVE GRANTS ARE ITS OWN MATRIX ROWS AND,  *
      *    FOR A CLERK, THE ROWS OF ITS ROLE.  A ROLE THAT HOLDS A    *
      *    PAIR IS LISTED ITSELF AND UNDER EACH OF ITS CLERKS.        *
      *****************************************************************

       C0000-LIST-GRANT-CONFLICTS SECTION.

           MOVE 'ST_CTL_SOD_CONFLICT'  TO  W-EIBDS.

           EXEC SQL
                DECLARE SODG-CURSOR CURSOR FOR
                SELECT DISTINCT
                         E1.SUBJ       ,
                         C.SOD_TRAN_A  ,
                         C.SOD_FUNC_A  ,
                         C.SOD_TRAN_B  ,
                         C.SOD_FUNC_B
                FROM     ST_CTL_SOD_CONFLICT C ,
                       ( SELECT   AUT_SUBJECT   AS SUBJ ,
                                  AUT_TRAN      AS TRAN ,
                                  AUT_FUNCTION  AS FUNC
                         FROM     ST_MST_AUTH_MATRIX
                         UNION
                         SELECT   R.ROL_CLERK   ,
                                  M.AUT_TRAN    ,
                                  M.AUT_FUNCTION
                         FROM     ST_MST_CLERK_ROLE  R ,
                                  ST_MST_AUTH_MATRIX M
                         WHERE    M.AUT_SUBJECT  =  R.ROL_ROLE
                       ) AS E1 ,
                       ( SELECT   AUT_SUBJECT   AS SUBJ ,
                                  AUT_TRAN      AS TRAN ,
                                  AUT_FUNCTION  AS FUNC
                         FROM     ST_MST_AUTH_MATRIX
                         UNION
                         SELECT   R.ROL_CLERK   ,
                                  M.AUT_TRAN    ,
                                  M.AUT_FUNCTION
                         FROM     ST_MST_CLERK_ROLE  R ,
                                  ST_MST_AUTH_MATRIX M
                         WHERE    M.AUT_SUBJECT  =  R.ROL_ROLE
                       ) AS E2
                WHERE    E1.TRAN  =  C.SOD_TRAN_A
                AND      E1.FUNC  =  C.SOD_FUNC_A
                AND      E2.SUBJ  =  E1.SUBJ
                AND      E2.TRAN  =  C.SOD_TRAN_B
                AND      E2.FUNC  =  C.SOD_FUNC_B
                ORDER BY 1, 2, 3, 4, 5
           END-EXEC.

           EXEC SQL
                OPEN SODG-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'N'  TO  W-EOF-SW.
           PERFORM C0100-FETCH-GRANT-CONFLICT
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE SODG-CURSOR
           END-EXEC.

       C0000-LIST-GRANT-CONFLICTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-FETCH-GRANT-CONFLICT                     *
      *****************************************************************

       C0100-FETCH-GRANT-CONFLICT SECTION.

           EXEC SQL
                FETCH SODG-CURSOR
                INTO  :T-SOD-SUBJECT ,
                      :T-SOD-TRAN-A  ,
                      :T-SOD-FUNC-A  ,
                      :T-SOD-TRAN-B  ,
                      :T-SOD-FUNC-B
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   MOVE  SPACES          TO  SRP-DETAIL
                   MOVE 'GRANT'          TO  SRP-TYPE
                   MOVE  T-SOD-SUBJECT   TO  SRP-SUBJECT
                   MOVE  T-SOD-TRAN-A    TO  SRP-TRAN-A
                   MOVE  T-SOD-FUNC-A    TO  SRP-FUNC-A
                   MOVE  T-SOD-TRAN-B    TO  SRP-TRAN-B
                   MOVE  T-SOD-FUNC-B    TO  SRP-FUNC-B
                   ADD   1               TO  W-CNT-GRANT
                   PERFORM S0100-WRITE-RPT-LINE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       C0100-FETCH-GRANT-CONFLICT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-LIST-ACTIVITY                            *
      *****************************************************************
      *    ONE CURSOR OVER THE FOUR HISTORIES, EACH BRANCH RETURNING  *
      *    THE FINDING TYPE, THE CLERK WHO WAS ON BOTH SIDES, THE     *
      *    SSN, THE DATE OF THE APPROVING ACT AND THE TRANSACTION.    *
      *****************************************************************

       D0000-LIST-ACTIVITY SECTION.

           MOVE 'SOD ACTIVITY SCAN'  TO  W-EIBDS.

           EXEC SQL
                DECLARE SODA-CURSOR CURSOR FOR
                SELECT   'POST'             ,
                         P.PND_ORIG_CLERK   ,
                         P.PND_SSN          ,
                         P.PND_DEC_DATE     ,
                         P.PND_TRAN_CODE
                FROM     ST_ACCTG_PENDING_APPR P
                WHERE    P.PND_STATUS      =  'R'
                AND      P.PND_ORIG_CLERK  =  P.PND_DEC_CLERK
                AND      P.PND_ORIG_CLERK  <> ' '
                AND      P.PND_DEC_DATE   >=  :W-MONTH-FROM
                AND      P.PND_DEC_DATE    <  :W-MONTH-TO
                UNION ALL
                SELECT   'RFND'             ,
                         F.REF_VERIF_CLERK  ,
                         DIGITS (F.REF_SSN) ,
                         F.REF_APPR_DATE    ,
                         'RFND'
                FROM     ST_WRK_REFUND F
                WHERE    F.REF_STATUS       IN ('A', 'Q')
                AND      F.REF_VERIF_CLERK  =  F.REF_APPR_CLERK
                AND      F.REF_VERIF_CLERK  <> ' '
                AND      F.REF_APPR_DATE   >=  :W-MONTH-FROM
                AND      F.REF_APPR_DATE    <  :W-MONTH-TO
                UNION ALL
                SELECT   'RFND'             ,
                         F.REF_VERIF_CLERK  ,
                         P.PND_SSN          ,
                         P.PND_DEC_DATE     ,
                         P.PND_TRAN_CODE
                FROM     ST_WRK_REFUND         F ,
                         ST_ACCTG_PENDING_APPR P
                WHERE    P.PND_SSN         =  DIGITS (F.REF_SSN)
                AND      P.PND_TRAN_CODE   =  'RFND'
                AND      P.PND_STATUS      =  'R'
                AND      P.PND_DEC_CLERK   =  F.REF_VERIF_CLERK
                AND      F.REF_VERIF_CLERK <> ' '
                AND      P.PND_DEC_DATE   >=  :W-MONTH-FROM
                AND      P.PND_DEC_DATE    <  :W-MONTH-TO
                UNION ALL
                SELECT   'RVSL'             ,
                         V.HST_POST_CLERK   ,
                         DIGITS (V.HST_SSN) ,
                         V.HST_POST_DATE    ,
                         V.HST_TRAN_CODE
                FROM     ST_HST_GL_TRANSACTION V ,
                         ST_HST_GL_TRANSACTION O
                WHERE    V.HST_TRAN_CODE   IN ('RVSL', 'CHQV')
                AND      O.HST_SSN         =  V.HST_SSN
                AND      O.HST_LEAD_COUNT  =  V.HST_LINK_COUNT
                AND      O.HST_TRAN_CODE   NOT IN ('RVSL', 'CHQV')
                AND      O.HST_POST_CLERK  =  V.HST_POST_CLERK
                AND      V.HST_POST_CLERK  <> ' '
                AND      V.HST_POST_DATE  >=  :W-MONTH-FROM
                AND      V.HST_POST_DATE   <  :W-MONTH-TO
                UNION ALL
                SELECT   'BANK'             ,
                         L.CLO_RELEASE_CLERK ,
                         DIGITS (L.CLO_SSN) ,
                         L.CLO_RELEASE_DATE ,
                         '1575'
                FROM     ST_WRK_BANK_COOLOFF L ,
                         ST_MST_BANK_PAY     B
                WHERE    L.CLO_STATUS         =  'R'
                AND      B.M_BANK_PAY_SSN     =  L.CLO_SSN
                AND      B.M_BANK_PAY_EFF_DATE =  L.CLO_EFF_DATE
                AND      B.M_BANK_PAY_CLERK   =  L.CLO_RELEASE_CLERK
                AND      L.CLO_RELEASE_CLERK  <> ' '
                AND      L.CLO_RELEASE_DATE  >=  :W-MONTH-FROM
                AND      L.CLO_RELEASE_DATE   <  :W-MONTH-TO
                ORDER BY 1, 2, 3, 4
           END-EXEC.

           EXEC SQL
                OPEN SODA-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'N'  TO  W-EOF-SW.
           PERFORM D0100-FETCH-ACTIVITY
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE SODA-CURSOR
           END-EXEC.

       D0000-LIST-ACTIVITY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-FETCH-ACTIVITY                           *
      *****************************************************************

       D0100-FETCH-ACTIVITY SECTION.

           EXEC SQL
                FETCH SODA-CURSOR
                INTO  :T-ACT-TYPE  ,
                      :T-ACT-CLERK ,
                      :T-ACT-SSN   ,
                      :T-ACT-DATE  ,
                      :T-ACT-TRAN
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM D0200-WRITE-ACTIVITY
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       D0100-FETCH-ACTIVITY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-WRITE-ACTIVITY                           *
      *****************************************************************

       D0200-WRITE-ACTIVITY SECTION.

           MOVE  SPACES        TO  SRP-DETAIL.
           MOVE  T-ACT-TYPE    TO  SRP-TYPE.
           MOVE  T-ACT-CLERK   TO  SRP-ACT-CLERK.
           MOVE  T-ACT-SSN     TO  SRP-ACT-SSN.
           MOVE  T-ACT-TRAN    TO  SRP-ACT-TRAN.
           MOVE  T-ACT-DATE    TO  SRP-ACT-DATE.

           IF  T-ACT-TYPE  EQUAL TO  'POST'
               ADD  1  TO  W-CNT-POST
           ELSE
           IF  T-ACT-TYPE  EQUAL TO  'RFND'
               ADD  1  TO  W-CNT-RFND
           ELSE
           IF  T-ACT-TYPE  EQUAL TO  'RVSL'
               ADD  1  TO  W-CNT-RVSL
           ELSE
               ADD  1  TO  W-CNT-BANK.

           PERFORM S0100-WRITE-RPT-LINE.

       D0200-WRITE-ACTIVITY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-WRITE-TOTALS                             *
      *****************************************************************

       E0000-WRITE-TOTALS SECTION.

           MOVE 'TOTAL'                          TO  SRP-TYPE.

           MOVE  SPACES                          TO  SRP-DETAIL.
           MOVE 'ACTIVITY FROM (YYYYMMDD)'       TO  SRP-TOT-LABEL.
           MOVE  W-MONTH-FROM                    TO  SRP-DETAIL (31:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  SRP-DETAIL.
           MOVE 'CONFLICTING GRANTS'             TO  SRP-TOT-LABEL.
           MOVE  W-CNT-GRANT                     TO  SRP-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  SRP-DETAIL.
           MOVE 'SELF-RELEASED POSTINGS'         TO  SRP-TOT-LABEL.
           MOVE  W-CNT-POST                      TO  SRP-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  SRP-DETAIL.
           MOVE 'SELF-APPROVED REFUNDS'          TO  SRP-TOT-LABEL.
           MOVE  W-CNT-RFND                      TO  SRP-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  SRP-DETAIL.
           MOVE 'SELF-REVERSED POSTINGS'         TO  SRP-TOT-LABEL.
           MOVE  W-CNT-RVSL                      TO  SRP-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  SRP-DETAIL.
           MOVE 'SELF-RELEASED BANK CHANGES'     TO  SRP-TOT-LABEL.
           MOVE  W-CNT-BANK                      TO  SRP-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

       E0000-WRITE-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-SRP-SEQ.
           MOVE  W-SRP-SEQ  TO  SRP-SEQ.

           EXEC CICS WRITE
                FILE    ('SODRPT  ')
                RIDFLD  (SRP-SEQ)
                FROM    (SODRPT-REC)
                LENGTH  (LENGTH OF SODRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'SODRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF SRP-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF SODRPT-REC          TO  W-RPL-REC-LEN
           MOVE  SODRPT-REC                    TO  W-RPL-IMAGE
           PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0100-WRITE-RPT-LINE-EXIT.  EXIT.
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

           MOVE 'OBSSS686'  TO  X684-PROGRAM.
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
      *                S0986-COUNT-REC-WRITTEN                        *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD WRITTEN, REWRITTEN OR DELETED *
      *    ON A FILE, REPORT LINES INCLUDED.                          *
      *****************************************************************

       S0986-COUNT-REC-WRITTEN SECTION.

           IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
               ADD  1  TO  X684-ROWS-WRITTEN
           ELSE
               NEXT SENTENCE.

       S0986-COUNT-REC-WRITTEN-EXIT.  EXIT.
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

       S0990-ARCHIVE-REPORT-LINE SECTION.

           IF  EIBRESP  NOT EQUAL TO  DFHRESP(NORMAL)
               GO TO S0990-ARCHIVE-REPORT-LINE-EXIT
           END-IF.

           MOVE  SQLCA    TO  W-RPL-SQLCA-SAVE.
           MOVE  W-EIBDS  TO  W-RPL-EIBDS-SAVE.
           ADD   1        TO  T-RPL-LINE-NO.

           IF  W-RPL-REC-LEN  GREATER THAN  LENGTH OF W-RPL-IMAGE
               MOVE  LENGTH OF W-RPL-IMAGE  TO  W-RPL-REC-LEN
           END-IF.

           COMPUTE  T-RPL-TEXT-LEN  =  W-RPL-REC-LEN  -  W-RPL-KEY-LEN.

           IF  T-RPL-TEXT-LEN  GREATER THAN  LENGTH OF T-RPL-TEXT-DATA
               MOVE  LENGTH OF T-RPL-TEXT-DATA  TO  T-RPL-TEXT-LEN
           END-IF.

           MOVE  W-RPL-IMAGE (W-RPL-KEY-LEN + 1 : T-RPL-TEXT-LEN)
                                         TO  T-RPL-TEXT-DATA.

           MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_RPT_ARCHIVE_LINE
                     (RPL_REPORT,       RPL_RUN_DATE,
                      RPL_JOB,          RPL_LINE_NO,
                      RPL_TEXT)
                VALUES
                     (:T-RPL-REPORT,    :X684-BUS-DATE,
                      :X684-PROGRAM,    :T-RPL-LINE-NO,
                      :T-RPL-TEXT)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  W-RPL-SQLCA-SAVE  TO  SQLCA.
           MOVE  W-RPL-EIBDS-SAVE  TO  W-EIBDS.

       S0990-ARCHIVE-REPORT-LINE-EXIT.  EXIT.
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
               MOVE '1686'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
