      *                  SSN) IS WRITTEN TO THE SELFSVCX EXCEPTION    *
      *                  FILE WITH A REASON CODE FOR THE FRONT-END    *
      *                  TEAM TO POLL, AND CONSUMED FROM THE QUEUE.   *
98308 *                - A CONSENT REQUEST (TRANSACTION CODE CNST,    *
98308 *                  ACTION GR OR WD, PURPOSE IN THE REQUEST      *
98308 *                  DATA) IS RECORDED ON THE OBSSS691 CONSENT    *
98308 *                  REGISTER AS A SELF-SERVICE CHANGE INSTEAD    *
98308 *                  OF BECOMING A LEAD.                          *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *                                                               *
      *    OUTPUT - TRANSACTION LEAD PER VALID REQUEST TO ODTXNIN;    *
      *             SELFSVCX EXCEPTION RECORD PER REJECT.             *
98308 *             CONSENT REGISTER CHANGE PER GOOD CNST REQUEST     *
98308 *             (THROUGH OBSSS691).                               *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98163 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     22-08-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98308 - A CNST REQUEST (ACTION GR/WD, PURPOSE   *
      *                       IN THE FIRST TWO BYTES OF THE REQUEST   *
      *                       DATA) NOW GRANTS OR WITHDRAWS THE       *
      *                       MEMBER'S DATA-SHARING CONSENT THROUGH   *
      *                       THE OBSSS691 REGISTER AS A SELF-SERVICE *
      *                       CHANGE (NEW C0250); A BAD ONE GOES TO   *
      *                       SELFSVCX AS CNSBAD.                     *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
           05  K-RSN-NO-TRAN           PIC X(06)  VALUE 'NOTRAN'.
           05  K-RSN-DUP-LEAD          PIC X(06)  VALUE 'DUPLED'.
           05  K-RSN-WRITE-ERR         PIC X(06)  VALUE 'WRTERR'.
98308      05  K-RSN-BAD-CONSENT       PIC X(06)  VALUE 'CNSBAD'.
98308      05  K-CONSENT-TRAN          PIC X(04)  VALUE 'CNST'.
98308      05  K-CONSENT-GRANT         PIC X(02)  VALUE 'GR'.
98308      05  K-CONSENT-WITHDRAW      PIC X(02)  VALUE 'WD'.
98308      COPY SFCWSCON.

       01  W-DEST-TABLE.
           COPY SFCTBDST.
               88  W-CHKDIG-BAD           VALUE 'Y'.
               88  W-CHKDIG-OK            VALUE 'N'.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

      *****************************************************************
      *        OBSSS691 CONSENT REGISTER COMMAREA (SMR#98308)         *
      *****************************************************************

98308  01  X691-CONSENT-AREA.
98308      COPY OBC691CA.

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           PERFORM B0000-DRAIN-QUEUE.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                INTO   (SSQ-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               IF  W-REQ-COUNT  NOT LESS THAN  C-MAX-REQS
               PERFORM C0300-WRITE-EXCEPTION
               GO TO C0000-CONSUME.

98308      IF  SSQ-TRAN-CODE  EQUAL TO  K-CONSENT-TRAN
98308          PERFORM C0250-RECORD-CONSENT
98308          GO TO C0000-CONSUME.

           PERFORM C0200-WRITE-SELF-SVC-LEAD.

       C0000-CONSUME.
                FROM    (TRANSACTION-LEAD)
                LENGTH  (LENGTH OF TRANSACTION-LEAD)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               NEXT SENTENCE
       C0200-WRITE-SELF-SVC-LEAD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-RECORD-CONSENT                           *
      *****************************************************************
      *    SMR#98308: A CONSENT REQUEST (TRANSACTION CODE CNST) IS    *
      *    NOT A TRANSACTION LEAD -- IT IS RECORDED STRAIGHT ON THE   *
      *    OBSSS691 CONSENT REGISTER AS A SELF-SERVICE CHANGE.  THE   *
      *    ACTION CODE IS GR (GRANT) OR WD (WITHDRAW) AND THE FIRST   *
      *    TWO BYTES OF THE REQUEST DATA CARRY THE PURPOSE (CC, BK    *
      *    OR MN).  ANYTHING ELSE, OR AN SSN NOT ON THE MASTER, GOES  *
      *    TO THE EXCEPTION FILE.  A GRANT ALREADY IN FORCE OR A      *
      *    WITHDRAWAL OF CONSENT NOT IN FORCE NEEDS NO CHANGE AND IS  *
      *    SIMPLY CONSUMED.                                           *
      *****************************************************************

98308  C0250-RECORD-CONSENT SECTION.

98308      IF  SSQ-ACTION-CODE  EQUAL TO  K-CONSENT-GRANT
98308          SET  X691-GRANT     TO  TRUE
98308      ELSE
98308      IF  SSQ-ACTION-CODE  EQUAL TO  K-CONSENT-WITHDRAW
98308          SET  X691-WITHDRAW  TO  TRUE
98308      ELSE
98308          MOVE  K-RSN-BAD-CONSENT  TO  SSX-REASON
98308          PERFORM C0300-WRITE-EXCEPTION
98308          GO TO C0250-RECORD-CONSENT-EXIT.

98308      MOVE  SSQ-SSN                 TO  X691-SSN.
98308      MOVE  SSQ-REQUEST-DATA (1:2)  TO  X691-PURPOSE.
98308      SET   X691-CHANNEL-SELF-SVC   TO  TRUE.
98308      MOVE  K-SELF-SVC-CLERK        TO  X691-CLERK.
98308      MOVE  K-SELF-SVC-DEPT         TO  X691-DEPT.
98308      MOVE  K-SELF-SVC-TERM         TO  X691-TERM.

98308      EXEC CICS LINK
98308           PROGRAM  ('OBSSS691')
98308           COMMAREA (X691-CONSENT-AREA)
98308           LENGTH   (LENGTH OF X691-CONSENT-AREA)
98308      END-EXEC.

98308      IF  X691-RETURN-CODE  EQUAL TO  K-RET-GOOD
98308          ADD  1  TO  X684-ROWS-WRITTEN
98308      ELSE
98308      IF  X691-RETURN-CODE  EQUAL TO  K-RET-WARNING
98308          NEXT SENTENCE
98308      ELSE
98308          MOVE  K-RSN-BAD-CONSENT  TO  SSX-REASON
98308          PERFORM C0300-WRITE-EXCEPTION.

98308  C0250-RECORD-CONSENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-WRITE-EXCEPTION                          *
      *****************************************************************
      *    THIS SECTION WRITES THE REJECTED REQUEST, PLUS THE         *
                FROM    (SSX-REC)
                LENGTH  (LENGTH OF SSX-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0987-COUNT-REC-REJECTED.

       C0300-WRITE-EXCEPTION-EXIT.  EXIT.
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

98303      MOVE 'OBSSS609'  TO  X684-PROGRAM.
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
      *                S0981-COUNT-REC-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD READ BY A FILE BROWSE.        *
      *****************************************************************

98303  S0981-COUNT-REC-READ SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0981-COUNT-REC-READ-EXIT.  EXIT.
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
      *                S0987-COUNT-REC-REJECTED                       *
      *****************************************************************
      *    THIS SECTION COUNTS AN ITEM WRITTEN TO THE EXCEPTION FILE  *
      *    AS REJECTED.                                               *
      *****************************************************************

98303  S0987-COUNT-REC-REJECTED SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-REJECTED
98303      ELSE
98303          NEXT SENTENCE.

98303  S0987-COUNT-REC-REJECTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
