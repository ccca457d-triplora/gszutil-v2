      * occurrence, for the OCCURS DEPENDING ON groups) on the
      * IO-marked fields -- CUSTOMER-NAME, CUSTOMER-CREDIT-LIMIT and
      * CUSTOMER-ACCT-BALANCE -- plus CUSTOMER-INTEREST-RATE and the
      * phone entries, which the merge and repricing passes rewrite,
      * and the CUSTOMER-HOME-ADDRESS fields, which the maintenance
      * pass (CUSTUPDT) changes on an address move.  Called right
      * after a caller rewrites a customer record.
      *
      * Every audit record is written twice: appended to the
      * sequential CUSTAUD trail as before, and keyed into the
               REPLACING CUSTOMER-RCD BY BEFORE-CUSTOMER-RCD
                         LAST-NAME BY BEFORE-LAST-NAME
                         FIRST-NAME BY BEFORE-FIRST-NAME
                         STREET BY BEFORE-STREET
                         CITY BY BEFORE-CITY
                         STATE BY BEFORE-STATE
                         ZIP BY BEFORE-ZIP
                         CUSTOMER-PHONE-COUNT BY BEFORE-PHONE-COUNT
                         CUSTOMER-CREDIT-LIMIT BY BEFORE-CREDIT-LIMIT
                         CUSTOMER-ACCT-COUNT BY BEFORE-ACCT-COUNT
               REPLACING CUSTOMER-RCD BY AFTER-CUSTOMER-RCD
                         LAST-NAME BY AFTER-LAST-NAME
                         FIRST-NAME BY AFTER-FIRST-NAME
                         STREET BY AFTER-STREET
                         CITY BY AFTER-CITY
                         STATE BY AFTER-STATE
                         ZIP BY AFTER-ZIP
                         CUSTOMER-PHONE-COUNT BY AFTER-PHONE-COUNT
                         CUSTOMER-CREDIT-LIMIT BY AFTER-CREDIT-LIMIT
                         CUSTOMER-ACCT-COUNT BY AFTER-ACCT-COUNT
               PERFORM 2000-COMPLETE-AND-WRITE
           END-IF

           IF BEFORE-STREET NOT = AFTER-STREET
               MOVE BEFORE-STREET TO CA-BEFORE-VALUE
               MOVE AFTER-STREET TO CA-AFTER-VALUE
               MOVE "HOME-ADDRESS.STREET" TO CA-FIELD-NAME
               MOVE ZERO TO CA-OCCURRENCE-INDEX
               PERFORM 2000-COMPLETE-AND-WRITE
           END-IF

           IF BEFORE-CITY NOT = AFTER-CITY
               MOVE BEFORE-CITY TO CA-BEFORE-VALUE
               MOVE AFTER-CITY TO CA-AFTER-VALUE
               MOVE "HOME-ADDRESS.CITY" TO CA-FIELD-NAME
               MOVE ZERO TO CA-OCCURRENCE-INDEX
               PERFORM 2000-COMPLETE-AND-WRITE
           END-IF

           IF BEFORE-STATE NOT = AFTER-STATE
               MOVE BEFORE-STATE TO CA-BEFORE-VALUE
               MOVE AFTER-STATE TO CA-AFTER-VALUE
               MOVE "HOME-ADDRESS.STATE" TO CA-FIELD-NAME
               MOVE ZERO TO CA-OCCURRENCE-INDEX
               PERFORM 2000-COMPLETE-AND-WRITE
           END-IF

           IF BEFORE-ZIP NOT = AFTER-ZIP
               MOVE BEFORE-ZIP TO CA-BEFORE-VALUE
               MOVE AFTER-ZIP TO CA-AFTER-VALUE
               MOVE "HOME-ADDRESS.ZIP" TO CA-FIELD-NAME
               MOVE ZERO TO CA-OCCURRENCE-INDEX
               PERFORM 2000-COMPLETE-AND-WRITE
           END-IF

           IF BEFORE-CREDIT-LIMIT NOT = AFTER-CREDIT-LIMIT
               MOVE BEFORE-CREDIT-LIMIT TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO CA-BEFORE-VALUE
