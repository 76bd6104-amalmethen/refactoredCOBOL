       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        NATIONAL ADDRESS FEED LOAD ROUTINE OBSSS696            *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS696.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS696 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A BATCH UTILITY, LINKED TO FROM A      *
      *                SCHEDULED PEX EACH TIME THE NATIONAL ADDRESS   *
      *                AUTHORITY DELIVERS ITS PERIODIC FILE, THAT     *
      *                REFRESHES THE MEMBER ADDRESSES ON              *
      *                ST_MST_ADDRESS (KEY TYPE E) FROM IT.  NADIN    *
      *                CARRIES, PER CIVIL ID, THE STREET AND CITY THE *
      *                AUTHORITY HOLDS AND THE DATE IT RECORDED THEM: *
      *                                                               *
      *                - THE CIVIL ID IS MAPPED TO THE SSN THROUGH    *
      *                  THE OBSSS626 REVERSE LOOKUP.  ONE NOT        *
      *                  REGISTERED, OR REGISTERED UNDER MORE THAN    *
      *                  ONE SSN, IS COUNTED AND LEFT ALONE.          *
      *                - AN ADDRESS CONFIRMED AT THE COUNTER          *
      *                  (ADR_CONFIRM_DATE, STAMPED BY ORP1541P)      *
      *                  LATER THAN THE AUTHORITY RECORDED ITS OWN IS *
      *                  KEPT: THE MEMBER TOLD US MORE RECENTLY.      *
      *                - OTHERWISE A STREET OR CITY THAT DIFFERS IS   *
      *                  UPDATED, AND THE OLD/NEW VALUES GO TO        *
      *                  ST_HST_ADDRESS UNDER CLERK 'NAD', THE SAME   *
      *                  HISTORY ORP1541P WRITES.  A MEMBER WITH NO   *
      *                  ADDRESS ROW HAS ONE OPENED.                  *
      *                - A REFRESHED ADDRESS THAT RETURNED MAIL HAD   *
      *                  MARKED UNDELIVERABLE IS RELEASED, SO THE     *
      *                  POSTAL RUNS ADDRESS MAIL TO IT AGAIN.        *
      *                                                               *
      *                AN UNCHANGED ADDRESS IS NOT TOUCHED, SO THE    *
      *                FILE MAY BE RERUN.  THE NADRPT SUMMARY GIVES   *
      *                THE COUNTS.                                    *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        NADIN     (VSAM NATIONAL ADDRESS FILE)     *
      *                    ST_MST_ADDRESS        (DB2 CONTACT MASTER) *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_MST_ADDRESS STREET/CITY UPDATES, AN            *
      *             ST_HST_ADDRESS ROW PER CHANGED FIELD, NADRPT.     *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-695. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98311 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS696'.

      *****************************************************************
      *                    CONSTANTS / SWITCHES                       *
      *****************************************************************

       01  CONSTANTS.
           05  K-FEED-CLERK            PIC X(03)  VALUE 'NAD'.
           COPY SFCWSCON.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ADDRESS-EOF                VALUE 'Y'.

       01  W-CHANGED-SW                PIC X(01).
           88  W-ADDRESS-CHANGED            VALUE 'Y'.

       01  W-COUNTS.
           05  W-CNT-RECEIVED          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-UPDATED           PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-OPENED            PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-UNCHANGED         PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-COUNTER-KEPT      PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-RELEASED          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-NOT-FOUND         PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-MULTI-REG         PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-BAD-RECORD        PIC S9(09) COMP-3 VALUE +0.

       01  W-FILE-DATE                 PIC X(08)  VALUE SPACES.
       01  W-TODAY-DATE                PIC X(08).
       01  W-ADDR-DATE                 PIC X(08).

       01  W-DATE-BUILD.
           05  W-DB-YYYY               PIC X(04).
           05  W-DB-SL1                PIC X(01)  VALUE '-'.
           05  W-DB-MM                 PIC X(02).
           05  W-DB-SL2                PIC X(01)  VALUE '-'.
           05  W-DB-DD                 PIC X(02).

       01  W-AUTH-ADDR-DATE            PIC X(10).

      *****************************************************************
      *        NATIONAL ADDRESS RECORD, KEYED BY CIVIL ID.  THE       *
      *        HEADER KEYS ALL ZEROES AND GIVES THE FILE DATE; THE    *
      *        TRAILER KEYS ALL NINES.                                *
      *****************************************************************

       01  NADIN-REC.
           05  NAI-CIVIL-ID            PIC X(12).
           05  NAI-CIVIL-ID-9  REDEFINES  NAI-CIVIL-ID
                                       PIC 9(12).
           05  NAI-REC-TYPE            PIC X(01).
               88  NAI-HEADER               VALUE 'H'.
               88  NAI-DETAIL               VALUE 'D'.
           05  NAI-BODY                PIC X(87).
           05  NAI-HDR  REDEFINES  NAI-BODY.
               10  NAI-FILE-DATE       PIC X(08).
               10  FILLER              PIC X(79).
           05  NAI-DTL  REDEFINES  NAI-BODY.
               10  NAI-STREET          PIC X(30).
               10  NAI-CITY            PIC X(30).
               10  NAI-ADDR-DATE       PIC X(08).
               10  FILLER              PIC X(19).

       01  W-BROWSE-KEY                PIC 9(12).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS626 CIVIL-ID REVERSE LOOKUP COMMAREA              *
      *****************************************************************

       01  X626-LOOKUP-AREA.
           COPY OBC626CA.

      *****************************************************************
      *                 ADDRESS ROW HOST VARIABLES                    *
      *****************************************************************

       01  T-ADR-KEY                   PIC 9(11).
       01  T-ADR-STREET                PIC X(30).
       01  T-ADR-CITY                  PIC X(30).
       01  T-ADR-CONFIRM-DATE          PIC X(10).
       01  T-CONFIRM-IND               PIC S9(04) COMP.
       01  T-ADR-UNDELIV-SW            PIC X(01).
           88  T-ADR-UNDELIVERABLE          VALUE 'Y'.

      *****************************************************************
      *                 HISTORY ROW HOST VARIABLES                    *
      *****************************************************************

       01  T-ADH-FIELD-NAME            PIC X(20).
       01  T-OLD-VALUE                 PIC X(30).
       01  T-NEW-VALUE                 PIC X(30).
       01  T-ADH-EFF-DATE              PIC X(10).

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  NADRPT-REC.
           05  NDR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  NDR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  NDR-DETAIL              PIC X(72).
           05  NDR-COUNT-DETAIL REDEFINES NDR-DETAIL.
               10  NDR-LABEL           PIC X(36).
               10  FILLER              PIC X(01).
               10  NDR-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(24).

       01  W-NDR-SEQ                   PIC 9(06)  VALUE ZEROES.

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
           MOVE  W-TODAY-DATE (1:4)  TO  W-DB-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-DB-MM.
           MOVE  W-TODAY-DATE (7:2)  TO  W-DB-DD.
           MOVE  W-DATE-BUILD        TO  T-ADH-EFF-DATE.

           PERFORM B0000-LOAD-ADDRESSES.

           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-LOAD-ADDRESSES                           *
      *****************************************************************
      *    THIS SECTION BROWSES NADIN FROM THE HEADER AND PUTS EVERY  *
      *    DETAIL RECORD THROUGH THE REFRESH.                         *
      *****************************************************************

       B0000-LOAD-ADDRESSES SECTION.

           MOVE  ZEROES  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE   ('NADIN   ')
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0100-READ-NEXT-ADDRESS
                   UNTIL  W-ADDRESS-EOF
               EXEC CICS ENDBR
                    FILE ('NADIN   ')
               END-EXEC
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

       B0000-LOAD-ADDRESSES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-NEXT-ADDRESS                        *
      *****************************************************************
      *    THE HEADER GIVES THE FILE DATE, WHICH STANDS IN FOR AN     *
      *    ADDRESS DATE THE AUTHORITY LEAVES BLANK.  A FILE WITHOUT   *
      *    ONE IS NOT LOADED.  THE TRAILER IS FOR THE TRANSFER.       *
      *****************************************************************

       B0100-READ-NEXT-ADDRESS SECTION.

           EXEC CICS READNEXT
                FILE   ('NADIN   ')
                INTO   (NADIN-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC
           PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  NOT =  DFHRESP(NORMAL)
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-READ-NEXT-ADDRESS-EXIT.

           IF  NAI-HEADER
               MOVE  NAI-FILE-DATE  TO  W-FILE-DATE
           ELSE
           IF  NAI-DETAIL
               ADD  1  TO  W-CNT-RECEIVED
               IF  W-FILE-DATE  EQUAL TO  SPACES
                   ADD  1  TO  W-CNT-BAD-RECORD
                               X684-ROWS-REJECTED
               ELSE
                   PERFORM C0000-REFRESH-ADDRESS
           ELSE
               NEXT SENTENCE.

       B0100-READ-NEXT-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-REFRESH-ADDRESS                          *
      *****************************************************************
      *    THIS SECTION REFRESHES ONE MEMBER'S ADDRESS FROM THE       *
      *    AUTHORITY'S RECORD.                                        *
      *****************************************************************

       C0000-REFRESH-ADDRESS SECTION.

           IF  NAI-CIVIL-ID  NOT NUMERIC
               ADD  1  TO  W-CNT-BAD-RECORD
                           X684-ROWS-REJECTED
               GO TO C0000-REFRESH-ADDRESS-EXIT.

           IF  NAI-STREET  EQUAL TO  SPACES  AND
               NAI-CITY    EQUAL TO  SPACES
               ADD  1  TO  W-CNT-BAD-RECORD
                           X684-ROWS-REJECTED
               GO TO C0000-REFRESH-ADDRESS-EXIT.

           MOVE  NAI-CIVIL-ID-9   TO  X626-CIVIL-ID.

           EXEC CICS LINK
                PROGRAM  ('OBSSS626')
                COMMAREA (X626-LOOKUP-AREA)
                LENGTH   (LENGTH OF X626-LOOKUP-AREA)
           END-EXEC.

           IF  X626-RETURN-CODE  EQUAL TO  K-RET-WARNING
               ADD  1  TO  W-CNT-MULTI-REG
                           X684-ROWS-REJECTED
               GO TO C0000-REFRESH-ADDRESS-EXIT.

           IF  X626-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               ADD  1  TO  W-CNT-NOT-FOUND
                           X684-ROWS-REJECTED
               GO TO C0000-REFRESH-ADDRESS-EXIT.

           MOVE  X626-SSN (1)     TO  T-ADR-KEY.

           PERFORM C0100-READ-ADDRESS.

           IF  NAI-ADDR-DATE  EQUAL TO  SPACES
               MOVE  W-FILE-DATE    TO  W-ADDR-DATE
           ELSE
               MOVE  NAI-ADDR-DATE  TO  W-ADDR-DATE.

           MOVE  W-ADDR-DATE (1:4)   TO  W-DB-YYYY.
           MOVE  W-ADDR-DATE (5:2)   TO  W-DB-MM.
           MOVE  W-ADDR-DATE (7:2)   TO  W-DB-DD.
           MOVE  W-DATE-BUILD        TO  W-AUTH-ADDR-DATE.

           IF  T-CONFIRM-IND  NOT LESS THAN  ZERO  AND
               T-ADR-CONFIRM-DATE  GREATER THAN  W-AUTH-ADDR-DATE
               ADD  1  TO  W-CNT-COUNTER-KEPT
               GO TO C0000-REFRESH-ADDRESS-EXIT.

           MOVE 'N'  TO  W-CHANGED-SW.

           IF  NAI-STREET  NOT EQUAL TO  SPACES  AND
               NAI-STREET  NOT EQUAL TO  T-ADR-STREET
               PERFORM C0200-UPDATE-STREET
           ELSE
               NEXT SENTENCE.

           IF  NAI-CITY  NOT EQUAL TO  SPACES  AND
               NAI-CITY  NOT EQUAL TO  T-ADR-CITY
               PERFORM C0300-UPDATE-CITY
           ELSE
               NEXT SENTENCE.

           IF  NOT W-ADDRESS-CHANGED
               ADD  1  TO  W-CNT-UNCHANGED
               GO TO C0000-REFRESH-ADDRESS-EXIT.

           ADD  1  TO  W-CNT-UPDATED.

           IF  T-ADR-UNDELIVERABLE
               PERFORM C0400-RELEASE-UNDELIVERABLE
           ELSE
               NEXT SENTENCE.

       C0000-REFRESH-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-READ-ADDRESS                             *
      *****************************************************************
      *    A MEMBER WITH NO ADDRESS ROW HAS AN EMPTY ONE OPENED, AS   *
      *    ORP1541P DOES ON FIRST MAINTENANCE, SO THE FIELD UPDATES   *
      *    ALWAYS HAVE A ROW TO LAND ON.                              *
      *****************************************************************

       C0100-READ-ADDRESS SECTION.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.

           EXEC SQL
                SELECT   ADR_STREET       ,
                         ADR_CITY         ,
                         ADR_CONFIRM_DATE ,
                         ADR_UNDELIV_SW
                INTO    :T-ADR-STREET ,
                        :T-ADR-CITY   ,
                        :T-ADR-CONFIRM-DATE:T-CONFIRM-IND ,
                        :T-ADR-UNDELIV-SW
                FROM     ST_MST_ADDRESS
                WHERE    ADR_KEY_TYPE  =  'E'
                AND      ADR_KEY       =  :T-ADR-KEY
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +0
               GO TO C0100-READ-ADDRESS-EXIT.

           MOVE  SPACES  TO  T-ADR-STREET
                             T-ADR-CITY
                             T-ADR-CONFIRM-DATE.
           MOVE  -1      TO  T-CONFIRM-IND.
           MOVE 'N'      TO  T-ADR-UNDELIV-SW.

           EXEC SQL
                INSERT INTO ST_MST_ADDRESS
                     (ADR_KEY_TYPE,  ADR_KEY,
                      ADR_STREET,    ADR_CITY,
                      ADR_PHONE,     ADR_EMAIL,
                      ADR_UNDELIV_SW)
                VALUES
                     ('E',           :T-ADR-KEY,
                      ' ',           ' ',
                      ' ',           ' ',
                      'N')
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           ADD  1  TO  W-CNT-OPENED.

       C0100-READ-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-UPDATE-STREET                            *
      *****************************************************************

       C0200-UPDATE-STREET SECTION.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.

           EXEC SQL
                UPDATE ST_MST_ADDRESS
                SET    ADR_STREET    =  :NAI-STREET
                WHERE  ADR_KEY_TYPE  =  'E'
                AND    ADR_KEY       =  :T-ADR-KEY
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ADR_STREET'   TO  T-ADH-FIELD-NAME.
           MOVE  T-ADR-STREET  TO  T-OLD-VALUE.
           MOVE  NAI-STREET    TO  T-NEW-VALUE.
           PERFORM C0500-WRITE-HISTORY.

           MOVE 'Y'  TO  W-CHANGED-SW.

       C0200-UPDATE-STREET-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-UPDATE-CITY                              *
      *****************************************************************

       C0300-UPDATE-CITY SECTION.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.

           EXEC SQL
                UPDATE ST_MST_ADDRESS
                SET    ADR_CITY      =  :NAI-CITY
                WHERE  ADR_KEY_TYPE  =  'E'
                AND    ADR_KEY       =  :T-ADR-KEY
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ADR_CITY'     TO  T-ADH-FIELD-NAME.
           MOVE  T-ADR-CITY    TO  T-OLD-VALUE.
           MOVE  NAI-CITY      TO  T-NEW-VALUE.
           PERFORM C0500-WRITE-HISTORY.

           MOVE 'Y'  TO  W-CHANGED-SW.

       C0300-UPDATE-CITY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-RELEASE-UNDELIVERABLE                    *
      *****************************************************************
      *    THE ADDRESS RETURNED MAIL WAS SENT TO HAS BEEN REPLACED,   *
      *    SO THE HOLD ON MAIL TO THE MEMBER IS LIFTED.               *
      *****************************************************************

       C0400-RELEASE-UNDELIVERABLE SECTION.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.

           EXEC SQL
                UPDATE ST_MST_ADDRESS
                SET    ADR_UNDELIV_SW  =  'N'
                WHERE  ADR_KEY_TYPE    =  'E'
                AND    ADR_KEY         =  :T-ADR-KEY
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ADR_UNDELIV_SW'  TO  T-ADH-FIELD-NAME.
           MOVE 'Y'               TO  T-OLD-VALUE.
           MOVE 'N'               TO  T-NEW-VALUE.
           PERFORM C0500-WRITE-HISTORY.

           ADD  1  TO  W-CNT-RELEASED.

       C0400-RELEASE-UNDELIVERABLE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WRITE-HISTORY                            *
      *****************************************************************
      *    THE OLD/NEW-VALUE HISTORY ROW, AS ORP1541P WRITES IT, WITH *
      *    THE FEED STANDING IN FOR THE CLERK.                        *
      *****************************************************************

       C0500-WRITE-HISTORY SECTION.

           MOVE 'ST_HST_ADDRESS'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_ADDRESS
                     (ADH_KEY_TYPE,   ADH_KEY,
                      ADH_FIELD_NAME, ADH_OLD_VALUE,
                      ADH_NEW_VALUE,  ADH_EFF_DATE,
                      ADH_CLERK)
                VALUES
                     ('E',               :T-ADR-KEY,
                      :T-ADH-FIELD-NAME, :T-OLD-VALUE,
                      :T-NEW-VALUE,      :T-ADH-EFF-DATE,
                      :K-FEED-CLERK)
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0500-WRITE-HISTORY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE 'HEAD '                         TO  NDR-TYPE.
           MOVE  SPACES                         TO  NDR-DETAIL.
           MOVE 'NATIONAL ADDRESS FILE OF'      TO  NDR-DETAIL (1:24).
           MOVE  W-FILE-DATE                    TO  NDR-DETAIL (26:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'RECORDS RECEIVED'              TO  NDR-LABEL.
           MOVE  W-CNT-RECEIVED                 TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'ADDRESSES UPDATED'             TO  NDR-LABEL.
           MOVE  W-CNT-UPDATED                  TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE '  OF WHICH NEW ADDRESS ROWS'   TO  NDR-LABEL.
           MOVE  W-CNT-OPENED                   TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE '  OF WHICH MAIL HOLD RELEASED' TO  NDR-LABEL.
           MOVE  W-CNT-RELEASED                 TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'ADDRESSES UNCHANGED'           TO  NDR-LABEL.
           MOVE  W-CNT-UNCHANGED                TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'KEPT - CONFIRMED AT COUNTER'   TO  NDR-LABEL.
           MOVE  W-CNT-COUNTER-KEPT             TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'CIVIL ID NOT REGISTERED'       TO  NDR-LABEL.
           MOVE  W-CNT-NOT-FOUND                TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'CIVIL ID ON MORE THAN ONE SSN' TO  NDR-LABEL.
           MOVE  W-CNT-MULTI-REG                TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'RECORDS NOT USABLE'            TO  NDR-LABEL.
           MOVE  W-CNT-BAD-RECORD               TO  NDR-COUNT.
           PERFORM D0100-WRITE-COUNT.

       D0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-WRITE-COUNT                              *
      *****************************************************************

       D0100-WRITE-COUNT SECTION.

           MOVE 'COUNT'  TO  NDR-TYPE.
           PERFORM S0100-WRITE-RPT-LINE.
           MOVE  SPACES  TO  NDR-DETAIL.

       D0100-WRITE-COUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-NDR-SEQ.
           MOVE  W-NDR-SEQ  TO  NDR-SEQ.

           EXEC CICS WRITE
                FILE    ('NADRPT  ')
                RIDFLD  (NDR-SEQ)
                FROM    (NADRPT-REC)
                LENGTH  (LENGTH OF NADRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'NADRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF NDR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF NADRPT-REC          TO  W-RPL-REC-LEN
           MOVE  NADRPT-REC                    TO  W-RPL-IMAGE
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

           MOVE 'OBSSS696'  TO  X684-PROGRAM.
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
               MOVE '1696'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
