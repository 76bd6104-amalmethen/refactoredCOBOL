      *                       STATEMENT, SO SELF-PAY CONTRIBUTIONS    *
      *                       ARE NOT MISTAKEN FOR EMPLOYER ONES.     *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98311 - AN ADDRESS MARKED UNDELIVERABLE BY      *
      *                       RETURNED MAIL (ORP1541P RTM) IS NOT     *
      *                       PRINTED; THE PIECE IS MARKED MAIL HELD  *
      *                       UNTIL THE ADDRESS IS REFRESHED.         *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************

98205  01  T-ADR-STREET                PIC X(30).
98205  01  T-ADR-CITY                  PIC X(30).
98311  01  T-ADR-UNDELIV-SW            PIC X(01).
98311      88  T-ADR-UNDELIVERABLE         VALUE 'Y'.
98205  01  T-ADR-PHONE                 PIC X(30).

      *****************************************************************
           05  SVS-FILING-NUMBER       PIC X(11).
           05  SVS-REG-EFF-DATE        PIC X(10).

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           PERFORM B0500-GET-RUN-CONTROL.
98213      PERFORM B0600-CLAIM-PARTITION.
           PERFORM B0000-SWEEP-YEAR-POSTINGS.
98213      PERFORM B0700-CLOSE-PARTITION.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                INTO  :T-GLT-SSN    ,
                      :T-GLT-AMOUNT ,
                      :T-GLT-EFF-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
      *    FROM THE ST_MST_ADDRESS MASTER ORP1541P MAINTAINS.  A      *
      *    MEMBER WITH NO ROW PRINTS BLANK ADDRESS LINES, EXACTLY     *
      *    AS THE HARDCOPY JOB DID BEFORE.                            *
98311 *    SMR#98311: RETURNED MAIL (ORP1541P RTM) LEAVES THE         *
98311 *    ADDRESS UNDELIVERABLE UNTIL IT IS REFRESHED: THE PIECE     *
98311 *    PRINTS WITH NO ADDRESS, MARKED MAIL HELD, FOR THE          *
98311 *    MAILROOM TO KEEP BACK.                                     *
      *****************************************************************

98205  C0050-GET-MEMBER-ADDRESS SECTION.

98205      MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.
98311      MOVE  SPACES           TO  T-ADR-UNDELIV-SW.
98205      MOVE  SPACES  TO  T-ADR-STREET
98205                        T-ADR-CITY
98205                        T-ADR-PHONE.
98205      EXEC SQL
98205           SELECT   ADR_STREET ,
98205                    ADR_CITY   ,
98311                    ADR_PHONE ,
98311                    ADR_UNDELIV_SW
98205           INTO    :T-ADR-STREET ,
98205                   :T-ADR-CITY   ,
98311                   :T-ADR-PHONE ,
98311                   :T-ADR-UNDELIV-SW
98205           FROM     ST_MST_ADDRESS
98205           WHERE    ADR_KEY_TYPE  =  'E'
98205           AND      ADR_KEY       =  :W-PREV-SSN
98205      ELSE
98205          NEXT SENTENCE.

98311      IF  T-ADR-UNDELIVERABLE
98311          MOVE 'UNDELIVERABLE - MAIL HELD'  TO  T-ADR-STREET
98311          MOVE  SPACES                      TO  T-ADR-CITY
98311      ELSE
98311          NEXT SENTENCE.

98205  C0050-GET-MEMBER-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
                FROM    (SSVSTMT-REC)
                LENGTH  (LENGTH OF SSVSTMT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

       C0300-WRITE-SSV-RECORD-EXIT.  EXIT.

98213           WHERE   PRT_STMT_YEAR  =  :W-STMT-YEAR
98213           AND     PRT_PART_NUM   =  :T-PRT-PART-NUM
98213           AND     PRT_STATUS     =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98213      PERFORM DB2-ERROR.

98213                   PRT_REC_COUNT  =  :W-STMT-COUNT
98213           WHERE   PRT_STMT_YEAR  =  :W-STMT-YEAR
98213           AND     PRT_PART_NUM   =  :T-PRT-PART-NUM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98213      PERFORM DB2-ERROR.

98213                   PRT_REC_COUNT  =  :W-STMT-COUNT
98213           WHERE   PRT_STMT_YEAR  =  :W-STMT-YEAR
98213           AND     PRT_PART_NUM   =  :T-PRT-PART-NUM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

98213      PERFORM DB2-ERROR.

                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

       S0100-WRITE-PRINT-LINE-EXIT.  EXIT.
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

98303      MOVE 'OBSSS621'  TO  X684-PROGRAM.
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
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
