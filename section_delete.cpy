           CLOSE fresa.


      * A ROOM NO STAY OR MISSION HAS EVER NAMED IS STILL REMOVED
      * OUTRIGHT. ONE WITH HISTORY IS RETIRED INSTEAD (RETIRE_ROOM),
      * SO PAST STAYS STILL FIND THEIR ROOM AND PAST REPORTS STILL
      * COUNT IT IN THE INVENTORY OF THE DAYS IT WAS SELLABLE.
       DELETE_ROOM.
           OPEN I-O fch
              ACCEPT ROOM_GET_ID
                  INVALID KEY
                      MOVE "THIS ROOM DOESN'T EXIST" TO ERROR-MESSAGE
                  NOT INVALID KEY
                      PERFORM ROOM_HAS_HISTORY
                      IF WS-RIN-HIST = 0 THEN
                          MOVE fc_numCh TO WS-AUDIT-KEY
                          DELETE fch RECORD
                          MOVE "fch" TO WS-AUDIT-FILE
                          MOVE "DELETE" TO WS-AUDIT-OP
                          PERFORM AUDIT_LOG
                      ELSE
                          PERFORM RETIRE_ROOM
                      END-IF
              END-READ
           CLOSE fch.

      * fch OPEN I-O AND tamp_fch ON THE ROOM - ASKS FOR THE
      * RETIREMENT DATE (FIRST DAY THE ROOM IS NO LONGER SOLD,
      * DEFAULT THE BUSINESS DATE) AND A REASON, REFUSES WHILE A
      * BOOKING STILL RUNS INTO OR PAST THAT DATE, THEN STAMPS
      * fc_retired AND WRITES THE froominv ROW.
       RETIRE_ROOM.
           IF fc_retired NOT = 0 THEN
               MOVE "ROOM ALREADY RETIRED" TO ERROR-MESSAGE
           ELSE
               MOVE WS-BUSINESS-DATE TO fc_retired
               MOVE "ROOM RETIRED" TO fri_reason
               MOVE 0 TO Wvalide
               PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                   MOVE " " TO MENU-VALIDATE
                   ACCEPT ROOM-RETIRE-SCREEN
                   MOVE " " TO ERROR-MESSAGE
                   IF FUNCTION TEST-DATE-YYYYMMDD(fc_retired) NOT = 0
                       THEN
                       MOVE "WRONG RETIREMENT DATE" TO ERROR-MESSAGE
                   ELSE
                       IF fc_retired <= fc_in_service THEN
                           MOVE "ROOM WAS NOT IN SERVICE YET THEN"
                               TO ERROR-MESSAGE
                       ELSE
                           MOVE 1 TO Wvalide
                       END-IF
                   END-IF
               END-PERFORM
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   MOVE fc_retired TO WS-RIN-DATE
                   MOVE 99999999 TO WS-RIN-LAST
                   PERFORM ROOM_BOOKED_BETWEEN
                   IF Wtrouve = 1 THEN
                       MOVE 0 TO fc_retired
                       MOVE "ROOM STILL BOOKED ON OR AFTER THAT DATE"
                           TO ERROR-MESSAGE
                   ELSE
                       REWRITE tamp_fch
                           INVALID KEY
                               MOVE "RETIREMENT ERROR" TO
                                   ERROR-MESSAGE
                           NOT INVALID KEY
                               MOVE "fch" TO WS-AUDIT-FILE
                               MOVE fc_numCh TO WS-AUDIT-KEY
                               MOVE "RETIRE" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE 2 TO fri_kind
                               MOVE fc_retired TO fri_from
                               MOVE 0 TO fri_to
                               PERFORM WRITE_ROOM_INVENTORY_ROW
                               MOVE "ROOM RETIRED - HISTORY KEPT" TO
                                   ERROR-MESSAGE
                       END-REWRITE
                   END-IF
               ELSE
                   MOVE 0 TO fc_retired
                   MOVE "RETIREMENT ABORT" TO ERROR-MESSAGE
               END-IF
           END-IF.


      * MASS REMOVAL OF RESERVATIONS ENDING BEFORE A GIVEN CUTOFF DATE
       REMOVE_RESA.
       DELETE_CLIENT.
           MOVE 1 TO Wvalide
           OPEN I-O fcli
               PERFORM MASK_CLIENT_TEL
               ACCEPT SRCH-CLI-SCREEN
               MOVE " " TO ERROR-MESSAGE
               READ fcli
               END-READ
           CLOSE fclose.

      * DROPS ONE DATE FROM THE CLOCK-CHANGE TABLE - SAME KEYED
      * READ/DELETE SHAPE AS DELETE_CLOSEOUT.
       DELETE_CLOCK_CHANGE.
           OPEN I-O fdst
               MOVE WS-CURRENT-DATE TO fcc_date
               ACCEPT CLOCK-CHANGE-REMOVE-SCREEN
               MOVE " " TO ERROR-MESSAGE
               READ fdst
                   INVALID KEY
                       MOVE "NO CLOCK CHANGE ON THAT DATE" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE fcc_date TO WS-AUDIT-KEY
                       DELETE fdst RECORD
                       MOVE "fdst" TO WS-AUDIT-FILE
                       MOVE "DELETE" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE 0 TO WS-DST-LOADED
                       MOVE "CLOCK CHANGE REMOVED" TO ERROR-MESSAGE
               END-READ
           CLOSE fdst.

      * ENDS ONE CHANNEL ALLOTMENT CONTRACT - THE RECORD STAYS FOR
      * THE UTILISATION REPORT, ONLY fat_status GOES TO 1 AND ITS
      * UNSOLD ROOMS GO BACK TO THE HOUSE AT ONCE.
       END_ALLOTMENT.
           OPEN I-O fallot
               MOVE 0 TO fat_numAl
               ACCEPT ALLOTMENT-END-SCREEN
               MOVE " " TO ERROR-MESSAGE
               READ fallot
                   INVALID KEY
                       MOVE "THIS ALLOTMENT DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE 1 TO fat_status
                       REWRITE tamp_fallot
                       MOVE "fallot" TO WS-AUDIT-FILE
                       MOVE fat_numAl TO WS-AUDIT-KEY
                       MOVE "MODIFY" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "ALLOTMENT ENDED" TO ERROR-MESSAGE
               END-READ
           CLOSE fallot.

      * DROPS ONE BAND FROM THE YIELD TABLE - SAME KEYED READ/DELETE
      * SHAPE AS DELETE_PRICE_RULE.
       DELETE_YIELD_BAND.
                   " RESERVATIONS CANCELLED"
               MOVE "GROUP CANCELLED" TO ERROR-MESSAGE
           END-IF.

      * DROPS ONE GUEST MESSAGE WORDING - THAT LANGUAGE FALLS BACK TO
      * THE HOUSE LANGUAGE'S ROW (OR THE BUILT-IN WORDING) FROM THEN ON.
       DELETE_MESSAGE_TEMPLATE.
           OPEN I-O ftmpl
               MOVE SPACES TO ftm_type
               MOVE SPACES TO ftm_lang
               ACCEPT MESSAGE-TEMPLATE-REMOVE-SCREEN
               MOVE " " TO ERROR-MESSAGE
               READ ftmpl
                   INVALID KEY
                       MOVE "THIS MESSAGE TEMPLATE DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE ftm_key TO WS-AUDIT-KEY
                       DELETE ftmpl RECORD
                       MOVE "ftmpl" TO WS-AUDIT-FILE
                       MOVE "DELETE" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "MESSAGE TEMPLATE REMOVED" TO ERROR-MESSAGE
               END-READ
           CLOSE ftmpl.

      * DROPS ONE REPORT SUBSCRIPTION - ITS PAST DELIVERIES STAY IN
      * THE DELIVERY LOG.
       DELETE_REPORT_SUBSCRIPTION.
           OPEN I-O fsubscr
               MOVE 0 TO fsu_numSu
               ACCEPT SUBSCRIPTION-REMOVE-SCREEN
               MOVE " " TO ERROR-MESSAGE
               READ fsubscr
                   INVALID KEY
                       MOVE "THIS SUBSCRIPTION DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       DELETE fsubscr RECORD
                       MOVE "fsubscr" TO WS-AUDIT-FILE
                       MOVE fsu_numSu TO WS-AUDIT-KEY
                       MOVE "DELETE" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "SUBSCRIPTION REMOVED" TO ERROR-MESSAGE
               END-READ
           CLOSE fsubscr.

      * DROPS ONE COMPETITOR CATEGORY MAPPING - RATES ALREADY LOADED
      * KEEP THE ROOM TYPE THEY WERE MAPPED TO.
       DELETE_COMPETITOR_MAPPING.
           OPEN I-O fcompmap
               MOVE SPACES TO fcm_comp
               MOVE SPACES TO fcm_cat
               ACCEPT COMPETITOR-MAP-REMOVE-SCREEN
               MOVE " " TO ERROR-MESSAGE
               INSPECT fcm_key CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               READ fcompmap
                   INVALID KEY
                       MOVE "THIS MAPPING DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       DELETE fcompmap RECORD
                       MOVE "fcompmap" TO WS-AUDIT-FILE
                       MOVE fcm_key TO WS-AUDIT-KEY
                       MOVE "DELETE" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "MAPPING REMOVED" TO ERROR-MESSAGE
               END-READ
           CLOSE fcompmap.
