      *                  ST_MST_ADDRESS ROW: A PHONE WRITES AN SMS    *
      *                  RECORD ON NTFSMS, AN E-MAIL WRITES A MAIL    *
      *                  RECORD ON NTFMAIL, FOR THE GATEWAY PICKUP.   *
98299 *                  A BANK ACCOUNT CHANGE (BKCH, DROPPED BY      *
98299 *                  OBSSS681) GOES INSTEAD TO THE PHONE AND      *
98299 *                  E-MAIL ON FILE AT THE DATE IN THE EVENT      *
98299 *                  REFERENCE, TAKEN FROM ST_HST_ADDRESS, SO A   *
98299 *                  CONTACT CHANGED ALONGSIDE THE ACCOUNT IS     *
98299 *                  NOT THE ONE TOLD.                            *
98313 *                  A NEW EMPLOYER REGISTRATION (ERRG, DROPPED   *
98313 *                  BY ORP1583P) IS KEYED BY THE REGISTRATION    *
98313 *                  NUMBER AND GOES TO THE EMPLOYER'S TYPE 'R'   *
98313 *                  ADDRESS ROW.                                 *
      *                - EVERY SENT MESSAGE IS RECORDED ON THE        *
      *                  ST_HST_NTF_SENT REGISTER, SO WHAT WAS SENT   *
      *                  WHEN CAN BE PROVED.  AN EVENT WITH NO        *
      *    INPUT  -        ST_WRK_NOTIFY_EVENT (DB2 EVENT QUEUE)      *
      *                    ST_MST_NTF_TEMPLATE (DB2 TEMPLATE TABLE)   *
      *                    ST_MST_ADDRESS      (DB2 CONTACT MASTER)   *
98299 *                    ST_HST_ADDRESS      (DB2 CONTACT HISTORY)  *
      *                                                               *
      *****************************************************************
           EJECT
      *    MODIFICATIONS -                                            *
      *           SMR#98206 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98299 - A BKCH EVENT IS SENT TO THE CONTACT     *
      *                       DETAILS AS THEY STOOD BEFORE THE BANK   *
      *                       ACCOUNT CHANGE (C0250).                 *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98313 - AN ERRG NEW-EMPLOYER REGISTRATION EVENT *
      *                       FROM ORP1583P IS SENT TO THE EMPLOYER'S *
      *                       TYPE 'R' ADDRESS ROW (C0200).           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
       01  T-NTF-REF                   PIC X(20).
       01  T-NTF-POST-DATE             PIC X(08).
       01  T-NTF-POST-TIME             PIC X(06).
98313  01  T-NTF-KEY-TYPE              PIC X(01).

      *****************************************************************
      *              TEMPLATE / CONTACT HOST VARIABLES                *

       01  T-ADR-PHONE                 PIC X(30).
       01  T-ADR-EMAIL                 PIC X(30).
98299  01  T-ADH-FIELD-NAME            PIC X(20).
98299  01  T-ADH-OLD-VALUE             PIC X(30).
98299  01  T-ADH-AS-OF-DATE            PIC X(10).

      *****************************************************************
      *              GATEWAY OUTPUT RECORDS                           *
              10 W-SYSTEM-HHMMSS PIC 9(6).
              10 W-SYSTEM-MILISS PIC 9(2).

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

           PERFORM B0000-DRAIN-EVENTS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
                      :T-NTF-REF        ,
                      :T-NTF-POST-DATE  ,
                      :T-NTF-POST-TIME
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW

           PERFORM C0200-GET-CONTACT.

98299      IF  T-NTF-EVENT-CODE  EQUAL TO  'BKCH'
98299          PERFORM C0250-GET-PRIOR-CONTACT
98299      END-IF.

           IF  T-ADR-PHONE  GREATER THAN  SPACES
               PERFORM C0300-WRITE-SMS
           END-IF.
           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.
           MOVE  SPACES           TO  T-ADR-PHONE  T-ADR-EMAIL.

98313      IF  T-NTF-EVENT-CODE  EQUAL TO  'ERRG'
98313          MOVE 'R'  TO  T-NTF-KEY-TYPE
98313      ELSE
98313          MOVE 'E'  TO  T-NTF-KEY-TYPE.

           EXEC SQL
                SELECT   ADR_PHONE ,
                         ADR_EMAIL
                INTO    :T-ADR-PHONE ,
                        :T-ADR-EMAIL
                FROM     ST_MST_ADDRESS
98313           WHERE    ADR_KEY_TYPE  =  :T-NTF-KEY-TYPE
                AND      ADR_KEY       =  :T-NTF-SSN
           END-EXEC.

       C0200-GET-CONTACT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-GET-PRIOR-CONTACT                        *
      *****************************************************************
      *    SMR#98299: THE EVENT REFERENCE IS THE AS-OF DATE.  WHERE   *
      *    ORP1541P HAS CHANGED THE PHONE OR E-MAIL SINCE THEN, THE   *
      *    OLD VALUE OF THE EARLIEST SUCH CHANGE IS THE ONE THAT WAS  *
      *    ON FILE AT THE DATE, AND REPLACES THE CURRENT ONE.         *
      *****************************************************************

98299  C0250-GET-PRIOR-CONTACT SECTION.

98299      MOVE 'ST_HST_ADDRESS'  TO  W-EIBDS.
98299      MOVE  T-NTF-REF (1:10) TO  T-ADH-AS-OF-DATE.

98299      MOVE 'ADR_PHONE'       TO  T-ADH-FIELD-NAME.
98299      PERFORM C0260-GET-OLD-VALUE.
98299      IF  SQLCODE  EQUAL TO  +0
98299          MOVE  T-ADH-OLD-VALUE  TO  T-ADR-PHONE
98299      END-IF.

98299      MOVE 'ADR_EMAIL'       TO  T-ADH-FIELD-NAME.
98299      PERFORM C0260-GET-OLD-VALUE.
98299      IF  SQLCODE  EQUAL TO  +0
98299          MOVE  T-ADH-OLD-VALUE  TO  T-ADR-EMAIL
98299      END-IF.

98299  C0250-GET-PRIOR-CONTACT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0260-GET-OLD-VALUE                            *
      *****************************************************************

98299  C0260-GET-OLD-VALUE SECTION.

98299      EXEC SQL
98299           SELECT   ADH_OLD_VALUE
98299           INTO    :T-ADH-OLD-VALUE
98299           FROM     ST_HST_ADDRESS
98299           WHERE    ADH_KEY_TYPE    =  'E'
98299           AND      ADH_KEY         =  :T-NTF-SSN
98299           AND      ADH_FIELD_NAME  =  :T-ADH-FIELD-NAME
98299           AND      ADH_EFF_DATE   >=  :T-ADH-AS-OF-DATE
98299           ORDER BY ADH_EFF_DATE
98299           FETCH FIRST 1 ROW ONLY
98299      END-EXEC.

98299      PERFORM DB2-ERROR.

98299  C0260-GET-OLD-VALUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-WRITE-SMS                                *
      *****************************************************************

                FROM    (NTFSMS-REC)
                LENGTH  (LENGTH OF NTFSMS-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               MOVE 'S'  TO  T-NTS-CHANNEL
                FROM    (NTFMAIL-REC)
                LENGTH  (LENGTH OF NTFMAIL-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               MOVE 'M'  TO  T-NTS-CHANNEL
                      :T-NTF-REF,       :T-NTS-CHANNEL,
                      :T-TPL-LANG,      :T-NTS-SENT-DATE,
                      :T-NTS-SENT-TIME)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                AND     NTF_POST_DATE   =  :T-NTF-POST-DATE
                AND     NTF_POST_TIME   =  :T-NTF-POST-TIME
                AND     NTF_STATUS      =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

                AND     NTF_POST_DATE   =  :T-NTF-POST-DATE
                AND     NTF_POST_TIME   =  :T-NTF-POST-TIME
                AND     NTF_STATUS      =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0700-MARK-SENT-EXIT.  EXIT.
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

98303      MOVE 'OBSSS634'  TO  X684-PROGRAM.
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
