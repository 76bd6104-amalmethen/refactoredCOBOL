      *           CHECKED THROUGH OOPACEEE THE WAY ORP1525P DOES      *
      *           IT.  THIS IS A STANDALONE UTILITY TRANSACTION,      *
      *           KEYED DIRECTLY AS TRANSACTION 1541.                 *
98311 *           A STREET OR CITY CHANGE, OR A CNF, RECORDS THE      *
98311 *           DATE THE ADDRESS WAS LAST CONFIRMED AT THE COUNTER  *
98311 *           (ADR_CONFIRM_DATE), WHICH THE OBSSS696 NATIONAL     *
98311 *           ADDRESS FEED WILL NOT OVERRIDE WITH AN OLDER        *
98311 *           ADDRESS, AND LIFTS ANY UNDELIVERABLE MARK.  RTM     *
98311 *           CAPTURES RETURNED MAIL: THE ADDRESS IS MARKED       *
98311 *           UNDELIVERABLE (ADR_UNDELIV_SW) AND THE POSTAL RUNS  *
98311 *           HOLD MAIL TO IT UNTIL IT IS REFRESHED.              *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *                   E|R KEY CTY NEWVALUE    (CITY/AREA)         *
      *                   E|R KEY PHN NEWVALUE    (PHONE)             *
      *                   E|R KEY EML NEWVALUE    (E-MAIL)            *
98311 *                   E|R KEY CNF             (ADDRESS CONFIRMED  *
98311 *                                            AT THE COUNTER)    *
98311 *                   E|R KEY RTM             (MAIL RETURNED --   *
98311 *                                            UNDELIVERABLE)     *
      *                  KEY IS THE SSN, OR THE REGISTRATION NUMBER   *
      *                  ZERO-FILLED ON THE LEFT TO 11 DIGITS.        *
      *                                                               *
      *                       FLAG, AND AN UNPOPULATED MATRIX FALLS   *
      *                       BACK TO THE OOPACEEE RESULT UNCHANGED.  *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98311 - A STREET OR CITY CHANGE AND THE NEW CNF *
      *                       COMMAND STAMP ADR_CONFIRM_DATE AND      *
      *                       CLEAR ANY UNDELIVERABLE MARK; THE NEW   *
      *                       RTM COMMAND CAPTURES RETURNED MAIL BY   *
      *                       MARKING THE ADDRESS UNDELIVERABLE. BOTH *
      *                       ARE LOGGED ON ST_HST_ADDRESS.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
       01  T-ADR-KEY                   PIC 9(11).
       01  T-OLD-VALUE                 PIC X(30).
       01  T-NEW-VALUE                 PIC X(30).
98311  01  T-ADR-TODAY                 PIC X(10).
98311  01  T-CONFIRM-IND               PIC S9(04) COMP.

      *****************************************************************
      *                 HISTORY ROW HOST VARIABLES                    *
               88  W-CMD-CTY               VALUE 'CTY'.
               88  W-CMD-PHN               VALUE 'PHN'.
               88  W-CMD-EML               VALUE 'EML'.
98311          88  W-CMD-CNF               VALUE 'CNF'.
98311          88  W-CMD-RTM               VALUE 'RTM'.
98311          88  W-CMD-NO-VALUE          VALUE 'CNF' 'RTM'.
               88  W-CMD-FIELD-GOOD        VALUE 'STR' 'CTY'
98311                                            'PHN' 'EML'
98311                                            'CNF' 'RTM'.
           05  FILLER                  PIC X(01).
           05  W-CMD-VALUE             PIC X(30).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +48.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'ADDRESS/CONTACT MAINTENANCE - COMMAND:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
98311          'E-R KEY STR/CTY/PHN/EML NEWVALUE -OR- E-R KEY CNF/RTM'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMAT ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
           MOVE  W-TODAY-DATE (5:2)  TO  W-ED-MM.
           MOVE  W-TODAY-DATE (7:2)  TO  W-ED-DD.
           MOVE '-'                  TO  W-ED-SL1  W-ED-SL2.
98311      MOVE  W-EFF-DATE-BUILD    TO  T-ADR-TODAY.

       B0000-INIT-EXIT.  EXIT.
           EJECT
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-VALUE  EQUAL TO  SPACES  AND
98311          NOT W-CMD-NO-VALUE
               MOVE W-TEXT-NO-VALUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
           MOVE  W-CMD-KEY       TO  T-ADR-KEY.
           MOVE  W-CMD-VALUE     TO  T-NEW-VALUE.

98311      IF  W-CMD-CNF
98311          MOVE  T-ADR-TODAY  TO  T-NEW-VALUE
98311      ELSE
98311      IF  W-CMD-RTM
98311          MOVE 'Y'           TO  T-NEW-VALUE
98311      ELSE
98311          NEXT SENTENCE.

           PERFORM C0300-OPEN-ROW-IF-NEW.
           PERFORM C0400-FETCH-OLD-VALUE.
           PERFORM C0500-APPLY-CHANGE.
                    INSERT INTO ST_MST_ADDRESS
                         (ADR_KEY_TYPE,  ADR_KEY,
                          ADR_STREET,    ADR_CITY,
                          ADR_PHONE,     ADR_EMAIL,
98311                     ADR_UNDELIV_SW)
                    VALUES
                         (:T-ADR-KEY-TYPE,  :T-ADR-KEY,
                          ' ',              ' ',
                          ' ',              ' ',
98311                     'N')
               END-EXEC
               PERFORM DB2-ERROR
           ELSE
                    AND    ADR_KEY       =  :T-ADR-KEY
               END-EXEC
           ELSE
98311      IF  W-CMD-CNF
98311          MOVE 'ADR_CONFIRM_DATE'  TO  T-ADH-FIELD-NAME
98311          EXEC SQL
98311               SELECT ADR_CONFIRM_DATE
98311               INTO  :T-OLD-VALUE:T-CONFIRM-IND
98311               FROM   ST_MST_ADDRESS
98311               WHERE  ADR_KEY_TYPE  =  :T-ADR-KEY-TYPE
98311               AND    ADR_KEY       =  :T-ADR-KEY
98311          END-EXEC
98311          IF  T-CONFIRM-IND  LESS THAN  ZERO
98311              MOVE  SPACES  TO  T-OLD-VALUE
98311          ELSE
98311              NEXT SENTENCE
98311      ELSE
98311      IF  W-CMD-RTM
98311          MOVE 'ADR_UNDELIV_SW'    TO  T-ADH-FIELD-NAME
98311          EXEC SQL
98311               SELECT ADR_UNDELIV_SW  INTO :T-OLD-VALUE
98311               FROM   ST_MST_ADDRESS
98311               WHERE  ADR_KEY_TYPE  =  :T-ADR-KEY-TYPE
98311               AND    ADR_KEY       =  :T-ADR-KEY
98311          END-EXEC
98311      ELSE
               MOVE 'ADR_EMAIL'   TO  T-ADH-FIELD-NAME
               EXEC SQL
                    SELECT ADR_EMAIL  INTO :T-OLD-VALUE
           IF  W-CMD-STR
               EXEC SQL
                    UPDATE ST_MST_ADDRESS
                    SET    ADR_STREET    =  :T-NEW-VALUE ,
98311                      ADR_CONFIRM_DATE  =  :T-ADR-TODAY ,
98311                      ADR_UNDELIV_SW    =  'N'
                    WHERE  ADR_KEY_TYPE  =  :T-ADR-KEY-TYPE
                    AND    ADR_KEY       =  :T-ADR-KEY
               END-EXEC
           IF  W-CMD-CTY
               EXEC SQL
                    UPDATE ST_MST_ADDRESS
                    SET    ADR_CITY      =  :T-NEW-VALUE ,
98311                      ADR_CONFIRM_DATE  =  :T-ADR-TODAY ,
98311                      ADR_UNDELIV_SW    =  'N'
                    WHERE  ADR_KEY_TYPE  =  :T-ADR-KEY-TYPE
                    AND    ADR_KEY       =  :T-ADR-KEY
               END-EXEC
                    AND    ADR_KEY       =  :T-ADR-KEY
               END-EXEC
           ELSE
98311      IF  W-CMD-CNF
98311          EXEC SQL
98311               UPDATE ST_MST_ADDRESS
98311               SET    ADR_CONFIRM_DATE  =  :T-ADR-TODAY ,
98311                      ADR_UNDELIV_SW    =  'N'
98311               WHERE  ADR_KEY_TYPE  =  :T-ADR-KEY-TYPE
98311               AND    ADR_KEY       =  :T-ADR-KEY
98311          END-EXEC
98311      ELSE
98311      IF  W-CMD-RTM
98311          EXEC SQL
98311               UPDATE ST_MST_ADDRESS
98311               SET    ADR_UNDELIV_SW    =  'Y' ,
98311                      ADR_UNDELIV_DATE  =  :T-ADR-TODAY
98311               WHERE  ADR_KEY_TYPE  =  :T-ADR-KEY-TYPE
98311               AND    ADR_KEY       =  :T-ADR-KEY
98311          END-EXEC
98311      ELSE
               EXEC SQL
                    UPDATE ST_MST_ADDRESS
                    SET    ADR_EMAIL     =  :T-NEW-VALUE
