       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        COMMERCIAL REGISTRY FEED LOAD ROUTINE OBSSS697         *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS697.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS697 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A BATCH UTILITY, LINKED TO FROM A      *
      *                SCHEDULED PEX EACH TIME THE MINISTRY OF        *
      *                COMMERCE DELIVERS ITS LICENSE-STATUS FILE,     *
      *                THAT KEEPS THE EMPLOYER LICENSE REGISTER IN    *
      *                STEP WITH IT.  CRLIN CARRIES, PER COMMERCIAL   *
      *                LICENSE NUMBER, THE STATUS, THE OWNER'S CIVIL  *
      *                ID, THE LEGAL FORM AND THE EXPIRY DATE:        *
      *                                                               *
      *                - THE LICENSE IS MATCHED TO THE EMPLOYER       *
      *                  REGISTRATION HOLDING IT ON ST_MST_ER_LICENSE *
      *                  (RECORDED ON ORP1582P).  A LICENSE NO        *
      *                  EMPLOYER HOLDS IS LISTED ON CRLRPT, SO THE   *
      *                  EMPLOYERS STILL MISSING THEIR LICENSE NUMBER *
      *                  CAN BE FOUND AND COMPLETED.                  *
      *                - AGAINST THE REGISTRY SNAPSHOT KEPT ON THE    *
      *                  ROW FROM THE LAST FILE, A LICENSE NEWLY      *
      *                  CANCELLED (CANC), EXPIRED (EXPR) OR IN       *
      *                  LIQUIDATION (LIQD), A CHANGE OF OWNER (OWNR) *
      *                  OR OF LEGAL FORM (FORM) POSTS AN OPEN ROW ON *
      *                  ST_WRK_ER_LICENSE.  THE OBSSS683 NIGHTLY     *
      *                  PASS OPENS AN EMPLOYER REVIEW CASE (TYPE     *
      *                  LICN) FOR EACH ONE; A LIQUIDATION CASE CAN   *
      *                  BE ROUTED FROM ORP1576P STRAIGHT TO THE      *
      *                  OBSSS616 MERGE/TRANSFER RUN.                 *
      *                - A CANCELLED, EXPIRED OR LIQUIDATING LICENSE  *
      *                  SEEN FOR THE FIRST TIME POSTS TOO; AN OWNER  *
      *                  OR FORM IS ONLY A CHANGE ONCE A SNAPSHOT IS  *
      *                  ON FILE.                                     *
      *                - THE SNAPSHOT IS THEN REFRESHED WITH THE FILE *
      *                  DATE.                                        *
      *                                                               *
      *                A LICENSE ALREADY LOADED FROM THIS FILE DATE   *
      *                OR A LATER ONE IS PASSED OVER, SO THE FILE MAY *
      *                BE RERUN.  THE CRLRPT REPORT LISTS THE EVENTS  *
      *                POSTED AND THE UNMATCHED LICENSES, WITH THE    *
      *                COUNTS.                                        *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        CRLIN     (VSAM COMMERCIAL REGISTRY FILE)  *
      *                    ST_MST_ER_LICENSE     (DB2 MASTER TABLE)   *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_WRK_ER_LICENSE ROWS, REFRESHED                 *
      *             ST_MST_ER_LICENSE SNAPSHOTS, CRLRPT.              *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE FILE IS  *
      *                     LOADED.                                   *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-696. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98312 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS697'.

      *****************************************************************
      *                    CONSTANTS / SWITCHES                       *
      *****************************************************************

       01  CONSTANTS.
           05  K-EVT-CANCELLED         PIC X(04)  VALUE 'CANC'.
           05  K-EVT-EXPIRED           PIC X(04)  VALUE 'EXPR'.
           05  K-EVT-LIQUIDATION       PIC X(04)  VALUE 'LIQD'.
           05  K-EVT-OWNER             PIC X(04)  VALUE 'OWNR'.
           05  K-EVT-LEGAL-FORM        PIC X(04)  VALUE 'FORM'.
           COPY SFCWSCON.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-LICENSE-EOF                VALUE 'Y'.

       01  W-COUNTS.
           05  W-CNT-RECEIVED          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-MATCHED           PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-ALREADY-LOADED    PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-UNMATCHED         PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-BAD-RECORD        PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-CANCELLED         PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-EXPIRED           PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-LIQUIDATION       PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-OWNER             PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-LEGAL-FORM        PIC S9(09) COMP-3 VALUE +0.

       01  W-FILE-DATE                 PIC X(08)  VALUE SPACES.
       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        LICENSE-STATUS RECORD, KEYED BY LICENSE NUMBER.  THE   *
      *        HEADER KEYS ALL ZEROES AND GIVES THE FILE DATE; THE    *
      *        TRAILER KEYS ALL NINES.  STATUS A ACTIVE, C CANCELLED, *
      *        E EXPIRED, L IN LIQUIDATION.                           *
      *****************************************************************

       01  CRLIN-REC.
           05  CRI-LICENSE-NUM         PIC X(15).
           05  CRI-REC-TYPE            PIC X(01).
               88  CRI-HEADER               VALUE 'H'.
               88  CRI-DETAIL               VALUE 'D'.
           05  CRI-BODY                PIC X(84).
           05  CRI-HDR  REDEFINES  CRI-BODY.
               10  CRI-FILE-DATE       PIC X(08).
               10  FILLER              PIC X(76).
           05  CRI-DTL  REDEFINES  CRI-BODY.
               10  CRI-LIC-STATUS      PIC X(01).
                   88  CRI-ACTIVE           VALUE 'A'.
                   88  CRI-CANCELLED        VALUE 'C'.
                   88  CRI-EXPIRED          VALUE 'E'.
                   88  CRI-LIQUIDATION      VALUE 'L'.
                   88  CRI-STATUS-VALID     VALUE 'A' 'C' 'E' 'L'.
               10  CRI-OWNER-CIVID     PIC X(12).
               10  CRI-OWNER-CIVID-9 REDEFINES CRI-OWNER-CIVID
                                       PIC 9(12).
               10  CRI-LEGAL-FORM      PIC X(02).
               10  CRI-EXPIRY-DATE     PIC X(08).
               10  CRI-TRADE-NAME      PIC X(40).
               10  FILLER              PIC X(21).

       01  W-BROWSE-KEY                PIC X(15).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *                 LICENSE ROW HOST VARIABLES                    *
      *****************************************************************

       01  T-ELC-REG-NUM               PIC 9(07).
       01  T-ELC-LICENSE-NUM           PIC X(15).
       01  T-ELC-LIC-STATUS            PIC X(01).
       01  T-ELC-OWNER-CIVID           PIC 9(12).
       01  T-ELC-LEGAL-FORM            PIC X(02).
       01  T-ELC-EXPIRY-DATE           PIC X(08).
       01  T-ELC-FILE-DATE             PIC X(08).
       01  T-NEW-OWNER-CIVID           PIC 9(12).

      *****************************************************************
      *                 WORKLIST ROW HOST VARIABLES                   *
      *****************************************************************

       01  T-ELW-EVENT                 PIC X(04).
       01  T-ELW-OLD-VALUE             PIC X(12).
       01  T-ELW-NEW-VALUE             PIC X(12).

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  CRLRPT-REC.
           05  CRR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CRR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CRR-DETAIL              PIC X(72).
           05  CRR-COUNT-DETAIL REDEFINES CRR-DETAIL.
               10  CRR-LABEL           PIC X(36).
               10  FILLER              PIC X(01).
               10  CRR-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(24).
           05  CRR-EVENT-DETAIL REDEFINES CRR-DETAIL.
               10  CRR-EVT-REG-NUM     PIC 9(07).
               10  FILLER              PIC X(01).
               10  CRR-EVT-EVENT       PIC X(04).
               10  FILLER              PIC X(01).
               10  CRR-EVT-LICENSE     PIC X(15).
               10  FILLER              PIC X(01).
               10  CRR-EVT-OLD-VALUE   PIC X(12).
               10  FILLER              PIC X(01).
               10  CRR-EVT-NEW-VALUE   PIC X(12).
               10  FILLER              PIC X(18).
           05  CRR-UNMATCHED-DETAIL REDEFINES CRR-DETAIL.
               10  CRR-UNM-LICENSE     PIC X(15).
               10  FILLER              PIC X(01).
               10  CRR-UNM-STATUS      PIC X(01).
               10  FILLER              PIC X(01).
               10  CRR-UNM-TRADE-NAME  PIC X(40).
               10  FILLER              PIC X(14).

       01  W-CRR-SEQ                   PIC 9(06)  VALUE ZEROES.

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  ZEROES                      TO  T-ELC-REG-NUM.

           PERFORM B0000-LOAD-LICENSES.

           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-LOAD-LICENSES                            *
      *****************************************************************
      *    THIS SECTION BROWSES CRLIN FROM THE HEADER AND PUTS EVERY  *
      *    DETAIL RECORD THROUGH THE MATCH.                           *
      *****************************************************************

       B0000-LOAD-LICENSES SECTION.

           MOVE 'HEAD '                         TO  CRR-TYPE.
           MOVE  SPACES                         TO  CRR-DETAIL.
           MOVE 'COMMERCIAL REGISTRY LICENSE FEED'
                                                TO  CRR-DETAIL (1:32).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  ZEROES  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE   ('CRLIN   ')
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0100-READ-NEXT-LICENSE
                   UNTIL  W-LICENSE-EOF
               EXEC CICS ENDBR
                    FILE ('CRLIN   ')
               END-EXEC
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

       B0000-LOAD-LICENSES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-NEXT-LICENSE                        *
      *****************************************************************
      *    THE HEADER GIVES THE FILE DATE THE SNAPSHOTS AND POSTED    *
      *    ROWS ARE DATED WITH.  A FILE WITHOUT ONE IS NOT LOADED.    *
      *    THE TRAILER IS FOR THE TRANSFER.                           *
      *****************************************************************

       B0100-READ-NEXT-LICENSE SECTION.

           EXEC CICS READNEXT
                FILE   ('CRLIN   ')
                INTO   (CRLIN-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC
           PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  NOT =  DFHRESP(NORMAL)
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-READ-NEXT-LICENSE-EXIT.

           IF  CRI-HEADER
               MOVE  CRI-FILE-DATE  TO  W-FILE-DATE
           ELSE
           IF  CRI-DETAIL
               ADD  1  TO  W-CNT-RECEIVED
               IF  W-FILE-DATE  EQUAL TO  SPACES
                   ADD  1  TO  W-CNT-BAD-RECORD
                               X684-ROWS-REJECTED
               ELSE
                   PERFORM C0000-MATCH-LICENSE
           ELSE
               NEXT SENTENCE.

       B0100-READ-NEXT-LICENSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-MATCH-LICENSE                            *
      *****************************************************************
      *    THIS SECTION MATCHES ONE LICENSE TO ITS EMPLOYER, POSTS    *
      *    WHAT HAS CHANGED SINCE THE LAST FILE AND REFRESHES THE     *
      *    SNAPSHOT.                                                  *
      *****************************************************************

       C0000-MATCH-LICENSE SECTION.

           IF  CRI-LICENSE-NUM  EQUAL TO  SPACES  OR
               NOT CRI-STATUS-VALID
               ADD  1  TO  W-CNT-BAD-RECORD
                           X684-ROWS-REJECTED
               GO TO C0000-MATCH-LICENSE-EXIT.

           IF  CRI-OWNER-CIVID  NUMERIC
               MOVE  CRI-OWNER-CIVID-9  TO  T-NEW-OWNER-CIVID
           ELSE
               MOVE  ZEROES             TO  T-NEW-OWNER-CIVID.

           MOVE  CRI-LICENSE-NUM  TO  T-ELC-LICENSE-NUM.

           MOVE 'ST_MST_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   ELC_REG_NUM ,
                         ELC_LIC_STATUS ,
                         ELC_OWNER_CIVID ,
                         ELC_LEGAL_FORM ,
                         ELC_EXPIRY_DATE ,
                         ELC_FILE_DATE
                INTO    :T-ELC-REG-NUM ,
                        :T-ELC-LIC-STATUS ,
                        :T-ELC-OWNER-CIVID ,
                        :T-ELC-LEGAL-FORM ,
                        :T-ELC-EXPIRY-DATE ,
                        :T-ELC-FILE-DATE
                FROM     ST_MST_ER_LICENSE
                WHERE    ELC_LICENSE_NUM  =  :T-ELC-LICENSE-NUM
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               PERFORM C0100-REPORT-UNMATCHED
               GO TO C0000-MATCH-LICENSE-EXIT.

           IF  T-ELC-FILE-DATE  NOT LESS THAN  W-FILE-DATE
               ADD  1  TO  W-CNT-ALREADY-LOADED
               GO TO C0000-MATCH-LICENSE-EXIT.

           ADD  1  TO  W-CNT-MATCHED.

           IF  CRI-LIC-STATUS  NOT EQUAL TO  T-ELC-LIC-STATUS
               PERFORM C0200-CHECK-STATUS
           ELSE
               NEXT SENTENCE.

           IF  T-ELC-FILE-DATE    NOT EQUAL TO  SPACES  AND
               T-ELC-OWNER-CIVID  NOT EQUAL TO  ZEROES  AND
               T-NEW-OWNER-CIVID  NOT EQUAL TO  ZEROES  AND
               T-NEW-OWNER-CIVID  NOT EQUAL TO  T-ELC-OWNER-CIVID
               MOVE  K-EVT-OWNER        TO  T-ELW-EVENT
               MOVE  T-ELC-OWNER-CIVID  TO  T-ELW-OLD-VALUE
               MOVE  T-NEW-OWNER-CIVID  TO  T-ELW-NEW-VALUE
               PERFORM C0300-POST-EVENT
               ADD  1  TO  W-CNT-OWNER
           ELSE
               NEXT SENTENCE.

           IF  T-ELC-FILE-DATE   NOT EQUAL TO  SPACES  AND
               T-ELC-LEGAL-FORM  NOT EQUAL TO  SPACES  AND
               CRI-LEGAL-FORM    NOT EQUAL TO  SPACES  AND
               CRI-LEGAL-FORM    NOT EQUAL TO  T-ELC-LEGAL-FORM
               MOVE  K-EVT-LEGAL-FORM   TO  T-ELW-EVENT
               MOVE  T-ELC-LEGAL-FORM   TO  T-ELW-OLD-VALUE
               MOVE  CRI-LEGAL-FORM     TO  T-ELW-NEW-VALUE
               PERFORM C0300-POST-EVENT
               ADD  1  TO  W-CNT-LEGAL-FORM
           ELSE
               NEXT SENTENCE.

           PERFORM C0400-REFRESH-SNAPSHOT.

       C0000-MATCH-LICENSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-REPORT-UNMATCHED                         *
      *****************************************************************
      *    NO EMPLOYER HOLDS THE LICENSE: THE LICENSE, ITS STATUS AND *
      *    TRADE NAME ARE LISTED FOR EMPLOYER SERVICES TO TRACE.      *
      *****************************************************************

       C0100-REPORT-UNMATCHED SECTION.

           ADD  1  TO  W-CNT-UNMATCHED
                       X684-ROWS-REJECTED.

           MOVE 'UNMAT'            TO  CRR-TYPE.
           MOVE  SPACES            TO  CRR-DETAIL.
           MOVE  CRI-LICENSE-NUM   TO  CRR-UNM-LICENSE.
           MOVE  CRI-LIC-STATUS    TO  CRR-UNM-STATUS.
           MOVE  CRI-TRADE-NAME    TO  CRR-UNM-TRADE-NAME.
           PERFORM S0100-WRITE-RPT-LINE.

       C0100-REPORT-UNMATCHED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-CHECK-STATUS                             *
      *****************************************************************
      *    A LICENSE THAT HAS MOVED TO CANCELLED, EXPIRED OR          *
      *    LIQUIDATION POSTS THE EVENT.  A RETURN TO ACTIVE POSTS     *
      *    NOTHING; THE SNAPSHOT SIMPLY TAKES IT UP.                  *
      *****************************************************************

       C0200-CHECK-STATUS SECTION.

           IF  CRI-CANCELLED
               MOVE  K-EVT-CANCELLED    TO  T-ELW-EVENT
               ADD  1  TO  W-CNT-CANCELLED
           ELSE
           IF  CRI-EXPIRED
               MOVE  K-EVT-EXPIRED      TO  T-ELW-EVENT
               ADD  1  TO  W-CNT-EXPIRED
           ELSE
           IF  CRI-LIQUIDATION
               MOVE  K-EVT-LIQUIDATION  TO  T-ELW-EVENT
               ADD  1  TO  W-CNT-LIQUIDATION
           ELSE
               GO TO C0200-CHECK-STATUS-EXIT.

           MOVE  T-ELC-LIC-STATUS  TO  T-ELW-OLD-VALUE.
           MOVE  CRI-LIC-STATUS    TO  T-ELW-NEW-VALUE.
           PERFORM C0300-POST-EVENT.

       C0200-CHECK-STATUS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-POST-EVENT                               *
      *****************************************************************
      *    ONE OPEN ST_WRK_ER_LICENSE ROW PER EVENT, DATED WITH THE   *
      *    FILE DATE, FOR THE OBSSS683 CASE INTAKE; AND THE SAME ON   *
      *    THE REPORT.                                                *
      *****************************************************************

       C0300-POST-EVENT SECTION.

           MOVE 'ST_WRK_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_ER_LICENSE
                     (ELW_REG_NUM,      ELW_EVENT,
                      ELW_LICENSE_NUM,  ELW_OLD_VALUE,
                      ELW_NEW_VALUE,    ELW_POST_DATE,
                      ELW_STATUS)
                VALUES
                     (:T-ELC-REG-NUM,   :T-ELW-EVENT,
                      :T-ELC-LICENSE-NUM, :T-ELW-OLD-VALUE,
                      :T-ELW-NEW-VALUE, :W-FILE-DATE,
                      ' ')
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'EVENT'            TO  CRR-TYPE.
           MOVE  SPACES            TO  CRR-DETAIL.
           MOVE  T-ELC-REG-NUM     TO  CRR-EVT-REG-NUM.
           MOVE  T-ELW-EVENT       TO  CRR-EVT-EVENT.
           MOVE  T-ELC-LICENSE-NUM TO  CRR-EVT-LICENSE.
           MOVE  T-ELW-OLD-VALUE   TO  CRR-EVT-OLD-VALUE.
           MOVE  T-ELW-NEW-VALUE   TO  CRR-EVT-NEW-VALUE.
           PERFORM S0100-WRITE-RPT-LINE.

       C0300-POST-EVENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-REFRESH-SNAPSHOT                         *
      *****************************************************************
      *    THE ROW TAKES THE REGISTRY'S VALUES AND THE FILE DATE.  AN *
      *    OWNER OR FORM THE REGISTRY LEAVES BLANK KEEPS OUR OWN.     *
      *****************************************************************

       C0400-REFRESH-SNAPSHOT SECTION.

           IF  T-NEW-OWNER-CIVID  EQUAL TO  ZEROES
               MOVE  T-ELC-OWNER-CIVID  TO  T-NEW-OWNER-CIVID
           ELSE
               NEXT SENTENCE.

           IF  CRI-LEGAL-FORM  NOT EQUAL TO  SPACES
               MOVE  CRI-LEGAL-FORM  TO  T-ELC-LEGAL-FORM
           ELSE
               NEXT SENTENCE.

           MOVE  CRI-LIC-STATUS   TO  T-ELC-LIC-STATUS.
           MOVE  CRI-EXPIRY-DATE  TO  T-ELC-EXPIRY-DATE.

           MOVE 'ST_MST_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_ER_LICENSE
                SET     ELC_LIC_STATUS   =  :T-ELC-LIC-STATUS,
                        ELC_OWNER_CIVID  =  :T-NEW-OWNER-CIVID,
                        ELC_LEGAL_FORM   =  :T-ELC-LEGAL-FORM,
                        ELC_EXPIRY_DATE  =  :T-ELC-EXPIRY-DATE,
                        ELC_FILE_DATE    =  :W-FILE-DATE
                WHERE   ELC_REG_NUM      =  :T-ELC-REG-NUM
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0400-REFRESH-SNAPSHOT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE 'HEAD '                         TO  CRR-TYPE.
           MOVE  SPACES                         TO  CRR-DETAIL.
           MOVE 'LICENSE-STATUS FILE OF'        TO  CRR-DETAIL (1:22).
           MOVE  W-FILE-DATE                    TO  CRR-DETAIL (24:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'LICENSES RECEIVED'             TO  CRR-LABEL.
           MOVE  W-CNT-RECEIVED                 TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'MATCHED TO AN EMPLOYER'        TO  CRR-LABEL.
           MOVE  W-CNT-MATCHED                  TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE '  CANCELLED'                   TO  CRR-LABEL.
           MOVE  W-CNT-CANCELLED                TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE '  EXPIRED'                     TO  CRR-LABEL.
           MOVE  W-CNT-EXPIRED                  TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE '  IN LIQUIDATION'              TO  CRR-LABEL.
           MOVE  W-CNT-LIQUIDATION              TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE '  CHANGE OF OWNER'             TO  CRR-LABEL.
           MOVE  W-CNT-OWNER                    TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE '  CHANGE OF LEGAL FORM'        TO  CRR-LABEL.
           MOVE  W-CNT-LEGAL-FORM               TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'ALREADY LOADED - PASSED OVER'  TO  CRR-LABEL.
           MOVE  W-CNT-ALREADY-LOADED           TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'LICENSE HELD BY NO EMPLOYER'   TO  CRR-LABEL.
           MOVE  W-CNT-UNMATCHED                TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'RECORDS NOT USABLE'            TO  CRR-LABEL.
           MOVE  W-CNT-BAD-RECORD               TO  CRR-COUNT.
           PERFORM D0100-WRITE-COUNT.

       D0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-WRITE-COUNT                              *
      *****************************************************************

       D0100-WRITE-COUNT SECTION.

           MOVE 'COUNT'  TO  CRR-TYPE.
           PERFORM S0100-WRITE-RPT-LINE.
           MOVE  SPACES  TO  CRR-DETAIL.

       D0100-WRITE-COUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-CRR-SEQ.
           MOVE  W-CRR-SEQ  TO  CRR-SEQ.

           EXEC CICS WRITE
                FILE    ('CRLRPT  ')
                RIDFLD  (CRR-SEQ)
                FROM    (CRLRPT-REC)
                LENGTH  (LENGTH OF CRLRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'CRLRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF CRR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF CRLRPT-REC          TO  W-RPL-REC-LEN
           MOVE  CRLRPT-REC                    TO  W-RPL-IMAGE
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

           MOVE 'OBSSS697'  TO  X684-PROGRAM.
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
      *                S0981-COUNT-REC-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD READ BY A FILE BROWSE.        *
      *****************************************************************

       S0981-COUNT-REC-READ SECTION.

           IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
               ADD  1  TO  X684-ROWS-READ
           ELSE
               NEXT SENTENCE.

       S0981-COUNT-REC-READ-EXIT.  EXIT.
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
               MOVE '1697'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
